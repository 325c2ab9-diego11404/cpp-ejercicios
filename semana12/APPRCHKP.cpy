000100*----------------------------------------------------------*
000200* APPRCHKP.CPY - SHARED MAKER-CHECKER APPROVAL PARAGRAPHS.
000300*                SEE APPRCHK.CPY FOR THE CALLING PROTOCOL.
000400*                AN APPROVER IS ACCEPTED WHEN NO OPERAUTH
000500*                RECORD OF THE APPROVER IS INACTIVE AND ONE OF
000600*                THEM NAMES THE CALLING PROGRAM (OR *ALL) - THE
000700*                SAME TEST OPERAUTP APPLIES TO WHOEVER RUNS IT.
000733*                AN APPROVAL WITHOUT A VALID DATE IS TAKEN AS
000766*                DATED BEFORE ANY TRANSACTION.
000800*----------------------------------------------------------*
000900* DATE        INIT  DESCRIPTION
001000* 2026-10-15   RT   INITIAL VERSION.
001033* 2026-10-15   RT   IGNORE APPROVALS DATED BEFORE THE TRANSACTION
001066*                   WAS ENTERED.
001100*----------------------------------------------------------*
001200 APPRCHK-LOAD.
001300     MOVE ZERO TO APPRCHK-COUNT.
001400     MOVE "N" TO APPRCHK-EOF-SW.
001500     OPEN INPUT APPR-FILE.
001600     PERFORM APPRCHK-LOAD-ONE THRU APPRCHK-LOAD-ONE-EXIT
001700         UNTIL APPRCHK-EOF.
001800     CLOSE APPR-FILE.
001900 APPRCHK-LOAD-EXIT.
002000     EXIT.
002100*----------------------------------------------------------*
002200 APPRCHK-LOAD-ONE.
002300     READ APPR-FILE INTO APPRCHK-RECORD
002400         AT END
002500             SET APPRCHK-EOF TO TRUE
002600             GO TO APPRCHK-LOAD-ONE-EXIT
002700     END-READ.
002800     IF APPRCHK-AP-APPROVER = SPACES
002900         OR APPRCHK-AP-BATCH-ID = SPACES
003000         GO TO APPRCHK-LOAD-ONE-EXIT
003100     END-IF.
003200     IF APPRCHK-COUNT NOT < APPRCHK-MAX
003300         DISPLAY OPERAUTH-CALLER ": MORE THAN " APPRCHK-MAX
003400             " APPROVALS - APPROVAL TABLE FULL"
003500         MOVE 12 TO RETURN-CODE
003600         STOP RUN
003700     END-IF.
003800     ADD 1 TO APPRCHK-COUNT.
003900     MOVE APPRCHK-AP-BATCH-ID
004000         TO APPRCHK-T-BATCH-ID (APPRCHK-COUNT).
004100     MOVE APPRCHK-AP-KEY TO APPRCHK-T-KEY (APPRCHK-COUNT).
004200     MOVE APPRCHK-AP-APPROVER
004300         TO APPRCHK-T-APPROVER (APPRCHK-COUNT).
004316     IF APPRCHK-AP-DATE NUMERIC
004332         MOVE APPRCHK-AP-DATE TO APPRCHK-T-DATE (APPRCHK-COUNT)
004348     ELSE
004364         MOVE ZERO TO APPRCHK-T-DATE (APPRCHK-COUNT)
004380     END-IF.
004400     PERFORM APPRCHK-VERIFY THRU APPRCHK-VERIFY-EXIT.
004500     IF APPRCHK-NAMED
004600         AND NOT APPRCHK-INACTIVE
004700         MOVE "Y" TO APPRCHK-T-VALID (APPRCHK-COUNT)
004800     ELSE
004900         MOVE "N" TO APPRCHK-T-VALID (APPRCHK-COUNT)
005000     END-IF.
005100 APPRCHK-LOAD-ONE-EXIT.
005200     EXIT.
005300*----------------------------------------------------------*
005400 APPRCHK-VERIFY.
005500     MOVE "N" TO APPRCHK-NAMED-SW.
005600     MOVE "N" TO APPRCHK-INACTIVE-SW.
005700     MOVE "N" TO OPERAUTH-EOF-SW.
005800     OPEN INPUT OPER-AUTH.
005900     PERFORM APPRCHK-VERIFY-SCAN THRU APPRCHK-VERIFY-SCAN-EXIT
006000         UNTIL OPERAUTH-EOF.
006100     CLOSE OPER-AUTH.
006200 APPRCHK-VERIFY-EXIT.
006300     EXIT.
006400*----------------------------------------------------------*
006500 APPRCHK-VERIFY-SCAN.
006600     READ OPER-AUTH
006700         AT END
006800             SET OPERAUTH-EOF TO TRUE
006900             GO TO APPRCHK-VERIFY-SCAN-EXIT
007000     END-READ.
007100     IF OA-OPERATOR-ID NOT = APPRCHK-AP-APPROVER
007200         GO TO APPRCHK-VERIFY-SCAN-EXIT
007300     END-IF.
007400     IF OA-ACTIVE NOT = "Y"
007500         SET APPRCHK-INACTIVE TO TRUE
007600         GO TO APPRCHK-VERIFY-SCAN-EXIT
007700     END-IF.
007800     PERFORM APPRCHK-VERIFY-PROGRAM
007900         THRU APPRCHK-VERIFY-PROGRAM-EXIT
008000         VARYING APPRCHK-PGM-SUB FROM 1 BY 1
008100         UNTIL APPRCHK-PGM-SUB > 5.
008200 APPRCHK-VERIFY-SCAN-EXIT.
008300     EXIT.
008400*----------------------------------------------------------*
008500 APPRCHK-VERIFY-PROGRAM.
008600     IF OA-PROGRAM (APPRCHK-PGM-SUB) = OPERAUTH-CALLER
008700         OR OA-PROGRAM (APPRCHK-PGM-SUB) = "*ALL"
008800         SET APPRCHK-NAMED TO TRUE
008900     END-IF.
009000 APPRCHK-VERIFY-PROGRAM-EXIT.
009100     EXIT.
009200*----------------------------------------------------------*
009300 APPRCHK-CHECK.
009400     MOVE "P" TO APPRCHK-RESULT.
009500     MOVE SPACES TO APPRCHK-APPROVER.
009600     IF APPRCHK-MAKER = SPACES
009700         MOVE "M" TO APPRCHK-RESULT
009800         GO TO APPRCHK-CHECK-EXIT
009900     END-IF.
010000     MOVE "N" TO APPRCHK-SELF-SW.
010100     MOVE "N" TO APPRCHK-UNAUTH-SW.
010200     PERFORM APPRCHK-CHECK-ONE THRU APPRCHK-CHECK-ONE-EXIT
010300         VARYING APPRCHK-SUB FROM 1 BY 1
010400         UNTIL APPRCHK-APPROVED
010500         OR APPRCHK-SUB > APPRCHK-COUNT.
010600     IF NOT APPRCHK-APPROVED
010700         IF APPRCHK-SELF-SEEN
010800             MOVE "S" TO APPRCHK-RESULT
010900             MOVE APPRCHK-MAKER TO APPRCHK-APPROVER
011000         ELSE
011100             IF APPRCHK-UNAUTH-SEEN
011200                 MOVE "U" TO APPRCHK-RESULT
011300             END-IF
011400         END-IF
011500     END-IF.
011600 APPRCHK-CHECK-EXIT.
011700     EXIT.
011800*----------------------------------------------------------*
011900 APPRCHK-CHECK-ONE.
012000     IF APPRCHK-T-BATCH-ID (APPRCHK-SUB) NOT = APPRCHK-BATCH-ID
012100         GO TO APPRCHK-CHECK-ONE-EXIT
012200     END-IF.
012300     IF APPRCHK-T-KEY (APPRCHK-SUB) NOT = SPACES
012400         AND APPRCHK-T-KEY (APPRCHK-SUB) NOT = APPRCHK-KEY
012500         GO TO APPRCHK-CHECK-ONE-EXIT
012600     END-IF.
012625     IF APPRCHK-T-DATE (APPRCHK-SUB) < APPRCHK-ENTERED
012650         GO TO APPRCHK-CHECK-ONE-EXIT
012675     END-IF.
012700     IF APPRCHK-T-APPROVER (APPRCHK-SUB) = APPRCHK-MAKER
012800         SET APPRCHK-SELF-SEEN TO TRUE
012900         GO TO APPRCHK-CHECK-ONE-EXIT
013000     END-IF.
013100     IF APPRCHK-T-VALID (APPRCHK-SUB) NOT = "Y"
013200         SET APPRCHK-UNAUTH-SEEN TO TRUE
013300         MOVE APPRCHK-T-APPROVER (APPRCHK-SUB)
013400             TO APPRCHK-APPROVER
013500         GO TO APPRCHK-CHECK-ONE-EXIT
013600     END-IF.
013700     MOVE "A" TO APPRCHK-RESULT.
013800     MOVE APPRCHK-T-APPROVER (APPRCHK-SUB) TO APPRCHK-APPROVER.
013900 APPRCHK-CHECK-ONE-EXIT.
014000     EXIT.
