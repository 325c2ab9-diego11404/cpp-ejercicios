000100*----------------------------------------------------------*
000200* MAILRECP.CPY - SHARED START-OF-DOCUMENT PARAGRAPH FOR THE
000300*                MAILSORT WORK FILES. PERFORM
000400*                MAILREC-START-PIECE THRU
000500*                MAILREC-START-PIECE-EXIT ONCE PER MAILED
000600*                DOCUMENT, AFTER SETTING THE ADDRESS LINES AND
000700*                ACCOUNT ID (SEE MAILREC.CPY). A LAST WORD
000710*                WITH NO DIGIT IN IT IS A PLACE NAME, NOT A
000720*                POSTAL CODE, AND LEAVES THE CODE BLANK.
000800*----------------------------------------------------------*
000900* DATE        INIT  DESCRIPTION
001000* 2026-10-15   RT   INITIAL VERSION.
001100*----------------------------------------------------------*
001200 MAILREC-START-PIECE.
001300     ADD 1 TO MAILREC-PIECE-NO.
001400     ADD MAILREC-PIECE-NO TO MAILREC-HASH.
001500     MOVE ZERO TO MAILREC-LINE-NO.
001600     MOVE SPACES TO MAILREC-POSTAL-CODE.
001700     MOVE MAILREC-ADDR-LINE (3) TO MAILREC-SCAN-LINE.
001800     IF MAILREC-SCAN-LINE = SPACES
001900         MOVE MAILREC-ADDR-LINE (2) TO MAILREC-SCAN-LINE
002000     END-IF.
002100     IF MAILREC-SCAN-LINE = SPACES
002200         MOVE MAILREC-ADDR-LINE (1) TO MAILREC-SCAN-LINE
002300     END-IF.
002400     IF MAILREC-SCAN-LINE = SPACES
002500         GO TO MAILREC-START-PIECE-EXIT
002600     END-IF.
002700     MOVE 31 TO MAILREC-END.
002800     PERFORM MAILREC-BACK-END THRU MAILREC-BACK-END-EXIT
002900         UNTIL MAILREC-SCAN-AREA (MAILREC-END:1) NOT = SPACE.
003000     MOVE MAILREC-END TO MAILREC-START.
003100     PERFORM MAILREC-BACK-START THRU MAILREC-BACK-START-EXIT
003200         UNTIL MAILREC-SCAN-AREA (MAILREC-START - 1:1) = SPACE.
003300     COMPUTE MAILREC-LENGTH = MAILREC-END - MAILREC-START + 1.
003400     IF MAILREC-LENGTH > 10
003500         GO TO MAILREC-START-PIECE-EXIT
003600     END-IF.
003700     MOVE ZERO TO MAILREC-DIGITS.
003710     INSPECT MAILREC-SCAN-AREA (MAILREC-START:MAILREC-LENGTH)
003720         TALLYING MAILREC-DIGITS FOR ALL "0" "1" "2" "3" "4"
003730             "5" "6" "7" "8" "9".
003740     IF MAILREC-DIGITS = ZERO
003750         GO TO MAILREC-START-PIECE-EXIT
003760     END-IF.
003770     MOVE MAILREC-SCAN-AREA (MAILREC-START:MAILREC-LENGTH)
003800         TO MAILREC-POSTAL-CODE.
003900 MAILREC-START-PIECE-EXIT.
004000     EXIT.
004100*----------------------------------------------------------*
004200* MAILREC-BACK-END - STEP BACK OVER ONE TRAILING SPACE
004300*----------------------------------------------------------*
004400 MAILREC-BACK-END.
004500     SUBTRACT 1 FROM MAILREC-END.
004600 MAILREC-BACK-END-EXIT.
004700     EXIT.
004800*----------------------------------------------------------*
004900* MAILREC-BACK-START - STEP BACK ONE CHARACTER OF THE LAST WORD
005000*----------------------------------------------------------*
005100 MAILREC-BACK-START.
005200     SUBTRACT 1 FROM MAILREC-START.
005300 MAILREC-BACK-START-EXIT.
005400     EXIT.
