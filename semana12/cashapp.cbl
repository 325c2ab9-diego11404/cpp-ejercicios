000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     CASHAPP.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - NIGHTLY CASH APPLICATION
001200*                   OFF THE BANK LOCKBOX PAYMENT FILE, REPLACING
001300*                   THE COLLECTIONS SPREADSHEET. EACH PAYMENT IS
001400*                   MATCHED TO ITS AROPEN OPEN ITEM BY ACCOUNT
001500*                   AND INVOICE NUMBER (THE NUMBER INVGEN PRINTS
001600*                   ON THE INVOICE). A PAYMENT SHORT OF THE OPEN
001700*                   AMOUNT LEAVES THE ITEM OPEN FOR THE BALANCE;
001800*                   A PAYMENT OVER IT CLOSES THE ITEM AND THE
001900*                   EXCESS GOES TO THE CASHSUSP UNAPPLIED-CASH
002000*                   SUSPENSE, AS DOES ANY PAYMENT WITH NO USABLE
002100*                   INVOICE REFERENCE, NO MATCHING OPEN ITEM OR
002200*                   AN ITEM ALREADY PAID - NOTHING IS APPLIED BY
002300*                   GUESSWORK. THE LOCKBOX FILE'S FILETRLR
002400*                   TRAILER IS PROVED IN A PRE-PASS BEFORE ANY
002500*                   OPEN ITEM IS TOUCHED, AND THE CASHRPT REPORT
002600*                   ENDS WITH DEPOSITED CASH TIED TO APPLIED
002700*                   PLUS UNAPPLIED - AN OUT-OF-BALANCE RUN ENDS
002800*                   RC 16.
002900*----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT LOCKBOX     ASSIGN TO "LOCKBOX"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT AR-OPEN     ASSIGN TO "AROPEN"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS AO-KEY.
004200     SELECT OPTIONAL CASH-SUSP ASSIGN TO "CASHSUSP"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT CASH-RPT    ASSIGN TO "CASHRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600*----------------------------------------------------------*
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  LOCKBOX
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  LB-RECORD.
006300     05  LB-ACCOUNT-ID       PIC X(10).
006400     05  LB-INVOICE-NO-X     PIC X(08).
006500     05  LB-INVOICE-NO REDEFINES LB-INVOICE-NO-X
006600                             PIC 9(08).
006700     05  LB-DEPOSIT-DATE     PIC 9(08).
006800     05  LB-AMOUNT           PIC 9(7)V99.
006900     05  LB-CHECK-NO         PIC X(10).
007000     05  FILLER              PIC X(35).
007100*
007200 FD  AR-OPEN
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  AO-RECORD.
007600     05  AO-KEY.
007700         10  AO-ACCOUNT-ID   PIC X(10).
007800         10  AO-INVOICE-NO   PIC 9(08).
007900     05  AO-INVOICE-DATE     PIC 9(08).
008000     05  AO-BILLED-AMT       PIC S9(7)V99.
008100     05  AO-PAID-AMT         PIC S9(7)V99.
008200     05  AO-OPEN-AMT         PIC S9(7)V99.
008300     05  AO-STATUS           PIC X(01).
008400         88  AO-OPEN                 VALUE "O".
008500         88  AO-PAID                 VALUE "P".
008600     05  AO-LAST-PAY-DATE    PIC 9(08).
008700     05  FILLER              PIC X(18).
008800*
008900 FD  CASH-SUSP
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  CS-RECORD.
009300     05  CS-ACCOUNT-ID       PIC X(10).
009400     05  CS-INVOICE-NO       PIC X(08).
009500     05  CS-DEPOSIT-DATE     PIC 9(08).
009600     05  CS-AMOUNT           PIC 9(7)V99.
009700     05  CS-CHECK-NO         PIC X(10).
009800     05  CS-REASON           PIC X(04).
009900     05  CS-RUN-DATE         PIC 9(08).
010000     05  FILLER              PIC X(23).
010100*
010200 FD  CASH-RPT
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  CR-RECORD               PIC X(80).
010600*
010700 FD  RUN-LOG
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 80 CHARACTERS.
011000 01  RL-RECORD               PIC X(80).
011100*
011200 FD  BUS-DATE-PARM
011300     LABEL RECORDS ARE STANDARD
011400     RECORD CONTAINS 80 CHARACTERS.
011500 01  BD-RECORD.
011600     05  BD-BUSINESS-DATE    PIC 9(08).
011700     05  FILLER              PIC X(72).
011800*
011900 FD  OPER-CARD
012000     LABEL RECORDS ARE STANDARD
012100     RECORD CONTAINS 80 CHARACTERS.
012200 01  OC-RECORD.
012300     05  OC-OPERATOR-ID      PIC X(08).
012400     05  FILLER              PIC X(72).
012500*
012600 FD  OPER-AUTH
012700     LABEL RECORDS ARE STANDARD
012800     RECORD CONTAINS 80 CHARACTERS.
012900 01  OA-RECORD.
013000     05  OA-OPERATOR-ID      PIC X(08).
013100     05  OA-NAME             PIC X(20).
013200     05  OA-ACTIVE           PIC X(01).
013300     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
013400     05  FILLER              PIC X(11).
013500*
013600 FD  OPER-LOG
013700     LABEL RECORDS ARE STANDARD
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  OL-RECORD               PIC X(80).
014000*----------------------------------------------------------*
014100 WORKING-STORAGE SECTION.
014200     COPY RUNHDR.
014300     COPY RUNLOG.
014400     COPY FILETRLR.
014500     COPY OPERAUTH.
014600     COPY PRTSRV.
014700 01  WS-PRINT-LINE           PIC X(80).
014800 01  WS-HDG-SUB              PIC 9(01) COMP.
014900*
015000 01  WS-SWITCHES.
015100     05  WS-EOF-SW           PIC X(01) VALUE "N".
015200         88  EOF-LOCKBOX             VALUE "Y".
015300     05  WS-FOUND-SW         PIC X(01) VALUE "N".
015400         88  ITEM-FOUND              VALUE "Y".
015500     05  WS-BALANCE-SW       PIC X(01) VALUE "N".
015600         88  IN-BALANCE              VALUE "Y".
015700*
015800 01  WS-COUNTERS.
015900     05  WS-PAYMENT-COUNT    PIC 9(05) COMP VALUE ZERO.
016000     05  WS-FULL-COUNT       PIC 9(05) COMP VALUE ZERO.
016100     05  WS-PARTIAL-COUNT    PIC 9(05) COMP VALUE ZERO.
016200     05  WS-OVER-COUNT       PIC 9(05) COMP VALUE ZERO.
016300     05  WS-UNMATCHED-COUNT  PIC 9(05) COMP VALUE ZERO.
016400     05  WS-SUSP-COUNT       PIC 9(05) COMP VALUE ZERO.
016500     05  WS-BADAMT-COUNT     PIC 9(05) COMP VALUE ZERO.
016600*
016700 01  WS-DEPOSIT-TOTAL        PIC S9(9)V99 VALUE ZERO.
016800 01  WS-APPLIED-TOTAL        PIC S9(9)V99 VALUE ZERO.
016900 01  WS-UNAPPLIED-TOTAL      PIC S9(9)V99 VALUE ZERO.
017000 01  WS-VARIANCE             PIC S9(9)V99 VALUE ZERO.
017100 01  WS-APPLY-AMT            PIC S9(7)V99 VALUE ZERO.
017200 01  WS-UNAPPLIED-AMT        PIC S9(7)V99 VALUE ZERO.
017300 01  WS-SUSP-REASON          PIC X(04) VALUE SPACES.
017400 01  WS-NOTE                 PIC X(14) VALUE SPACES.
017500*
017600 01  WS-PAGE-HEADER-1.
017700     05  FILLER              PIC X(40) VALUE
017800         "LOCKBOX CASH APPLICATION REPORT".
017900     05  FILLER              PIC X(40) VALUE SPACES.
018000*
018100 01  WS-PAGE-HEADER-2.
018200     05  FILLER              PIC X(11) VALUE "ACCOUNT".
018300     05  FILLER              PIC X(09) VALUE "INVOICE".
018400     05  FILLER              PIC X(11) VALUE "CHECK NO".
018500     05  FILLER              PIC X(11) VALUE " DEPOSITED".
018600     05  FILLER              PIC X(11) VALUE "   APPLIED".
018700     05  FILLER              PIC X(11) VALUE " UNAPPLIED".
018800     05  FILLER              PIC X(16) VALUE "NOTE".
018900*
019000 01  WS-DETAIL-LINE.
019100     05  WS-DL-ACCOUNT-ID    PIC X(10).
019200     05  FILLER              PIC X(01) VALUE SPACE.
019300     05  WS-DL-INVOICE-NO    PIC X(08).
019400     05  FILLER              PIC X(01) VALUE SPACE.
019500     05  WS-DL-CHECK-NO      PIC X(10).
019600     05  FILLER              PIC X(01) VALUE SPACE.
019700     05  WS-DL-DEPOSITED     PIC ZZZZZZ9.99.
019800     05  FILLER              PIC X(01) VALUE SPACE.
019900     05  WS-DL-APPLIED       PIC ZZZZZZ9.99.
020000     05  FILLER              PIC X(01) VALUE SPACE.
020100     05  WS-DL-UNAPPLIED     PIC ZZZZZZ9.99.
020200     05  FILLER              PIC X(01) VALUE SPACE.
020300     05  WS-DL-NOTE          PIC X(14).
020400     05  FILLER              PIC X(02) VALUE SPACES.
020500*
020600 01  WS-COUNT-LINE.
020700     05  FILLER              PIC X(09) VALUE "PAYMENTS:".
020800     05  WS-CL-PAYMENTS      PIC ZZZZ9.
020900     05  FILLER              PIC X(06) VALUE " FULL:".
021000     05  WS-CL-FULL          PIC ZZZZ9.
021100     05  FILLER              PIC X(09) VALUE " PARTIAL:".
021200     05  WS-CL-PARTIAL       PIC ZZZZ9.
021300     05  FILLER              PIC X(10) VALUE " OVERPAID:".
021400     05  WS-CL-OVER          PIC ZZZZ9.
021500     05  FILLER              PIC X(11) VALUE " UNMATCHED:".
021600     05  WS-CL-UNMATCHED     PIC ZZZZ9.
021700     05  FILLER              PIC X(10) VALUE SPACES.
021800*
021900 01  WS-CASH-LINE.
022000     05  FILLER              PIC X(10) VALUE "DEPOSITED:".
022100     05  WS-CA-DEPOSITED     PIC -(8)9.99.
022200     05  FILLER              PIC X(09) VALUE " APPLIED:".
022300     05  WS-CA-APPLIED       PIC -(8)9.99.
022400     05  FILLER              PIC X(11) VALUE " UNAPPLIED:".
022500     05  WS-CA-UNAPPLIED     PIC -(8)9.99.
022600     05  FILLER              PIC X(14) VALUE SPACES.
022700*
022800 01  WS-TIE-LINE.
022900     05  FILLER              PIC X(16) VALUE "CASH TIE-OUT:".
023000     05  WS-TI-STATUS        PIC X(16).
023100     05  FILLER              PIC X(08) VALUE " DIFF:".
023200     05  WS-TI-VARIANCE      PIC -(8)9.99.
023300     05  FILLER              PIC X(28) VALUE SPACES.
023400*----------------------------------------------------------*
023500 PROCEDURE DIVISION.
023600 0000-MAINLINE.
023700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023800     PERFORM 2000-APPLY-PAYMENT THRU 2000-EXIT
023900         UNTIL EOF-LOCKBOX.
024000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024100     GOBACK.
024200*----------------------------------------------------------*
024300* 1000-INITIALIZE - PROVE THE LOCKBOX TRAILER, OPEN THE
024400*                   FILES, PRINT THE HEADERS, PRIME THE READ
024500*----------------------------------------------------------*
024600 1000-INITIALIZE.
024700     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
024800     MOVE "CASHAPP" TO OPERAUTH-CALLER.
024900     PERFORM OPERAUTH-VALIDATE
025000         THRU OPERAUTH-VALIDATE-EXIT.
025100     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
025200     PERFORM 1100-VERIFY-LOCKBOX THRU 1100-EXIT.
025300     OPEN INPUT LOCKBOX.
025400     OPEN I-O AR-OPEN.
025500     OPEN EXTEND CASH-SUSP.
025600     OPEN OUTPUT CASH-RPT.
025700     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
025800     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
025900 1000-EXIT.
026000     EXIT.
026100*----------------------------------------------------------*
026200* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
026300*----------------------------------------------------------*
026400 1050-PRINT-RUN-HEADER.
026500     MOVE "CASHAPP" TO RUNHDR-JOB-NAME.
026600     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
026700     MOVE "I" TO PRTSRV-FUNCTION.
026800     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
026900     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
027000     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
027100     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
027200     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
027300     CALL "PRTSRV" USING PRTSRV-CONTROL.
027400 1050-EXIT.
027500     EXIT.
027600*----------------------------------------------------------*
027700* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
027800*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
027900*                      RULES WHEN THE CARD IS ABSENT)
028000*----------------------------------------------------------*
028100 1090-READ-BUS-DATE.
028200     OPEN INPUT BUS-DATE-PARM.
028300     READ BUS-DATE-PARM
028400         AT END
028500             CONTINUE
028600         NOT AT END
028700             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
028800     END-READ.
028900     CLOSE BUS-DATE-PARM.
029000 1090-EXIT.
029100     EXIT.
029200*----------------------------------------------------------*
029300* 1100-VERIFY-LOCKBOX - PRE-PASS OVER THE WHOLE LOCKBOX FILE.
029400*                       THE TRAILER MUST BE PRESENT AND AGREE
029500*                       WITH THE PAYMENTS READ, AND EVERY AMOUNT
029600*                       MUST BE NUMERIC, BEFORE A SINGLE OPEN
029700*                       ITEM IS UPDATED - A SHORT OR DAMAGED BANK
029800*                       FILE STOPS THE STEP WITH NOTHING POSTED.
029900*----------------------------------------------------------*
030000 1100-VERIFY-LOCKBOX.
030100     OPEN INPUT LOCKBOX.
030200     PERFORM 1150-SCAN-PAYMENT THRU 1150-EXIT
030300         UNTIL EOF-LOCKBOX.
030400     CLOSE LOCKBOX.
030500     MOVE "N" TO WS-EOF-SW.
030600     IF NOT FILETRLR-SEEN
030700         DISPLAY "CASHAPP: LOCKBOX TRAILER MISSING - "
030800             "FILE MAY BE TRUNCATED"
030900         MOVE 16 TO RETURN-CODE
031000         STOP RUN
031100     END-IF.
031200     IF FILETRLR-COUNT NOT = FILETRLR-IN-COUNT
031300         OR FILETRLR-HASH NOT = FILETRLR-IN-HASH
031400         DISPLAY "CASHAPP: LOCKBOX TRAILER DISAGREES - "
031500             "COUNT OR HASH DOES NOT MATCH FILE CONTENT"
031600         MOVE 16 TO RETURN-CODE
031700         STOP RUN
031800     END-IF.
031900     IF WS-BADAMT-COUNT > ZERO
032000         DISPLAY "CASHAPP: LOCKBOX HAS " WS-BADAMT-COUNT
032100             " NON-NUMERIC PAYMENT AMOUNTS - NOTHING POSTED"
032200         MOVE 16 TO RETURN-CODE
032300         STOP RUN
032400     END-IF.
032500 1100-EXIT.
032600     EXIT.
032700*----------------------------------------------------------*
032800* 1150-SCAN-PAYMENT - ONE RECORD OF THE TRAILER PRE-PASS
032900*----------------------------------------------------------*
033000 1150-SCAN-PAYMENT.
033100     READ LOCKBOX
033200         AT END
033300             SET EOF-LOCKBOX TO TRUE
033400             GO TO 1150-EXIT
033500     END-READ.
033600     IF LB-RECORD (1:8) = "TRAILER "
033700         MOVE LB-RECORD TO FILETRLR-RECORD
033800         SET FILETRLR-SEEN TO TRUE
033900         GO TO 1150-EXIT
034000     END-IF.
034100     ADD 1 TO FILETRLR-IN-COUNT.
034200     IF LB-AMOUNT NOT NUMERIC
034300         ADD 1 TO WS-BADAMT-COUNT
034400     ELSE
034500         ADD LB-AMOUNT TO FILETRLR-IN-HASH
034600     END-IF.
034700 1150-EXIT.
034800     EXIT.
034900*----------------------------------------------------------*
035000* 2000-APPLY-PAYMENT - MATCH ONE PAYMENT TO ITS OPEN ITEM AND
035100*                      APPLY IT; WHATEVER CANNOT BE APPLIED
035200*                      GOES TO THE UNAPPLIED-CASH SUSPENSE
035300*----------------------------------------------------------*
035400 2000-APPLY-PAYMENT.
035500     ADD 1 TO WS-PAYMENT-COUNT.
035600     ADD LB-AMOUNT TO WS-DEPOSIT-TOTAL.
035700     MOVE ZERO TO WS-APPLY-AMT.
035800     MOVE LB-AMOUNT TO WS-UNAPPLIED-AMT.
035900     MOVE SPACES TO WS-SUSP-REASON.
036000     IF LB-INVOICE-NO-X NOT NUMERIC
036100         OR LB-INVOICE-NO = ZERO
036200         ADD 1 TO WS-UNMATCHED-COUNT
036300         MOVE "NREF" TO WS-SUSP-REASON
036400         MOVE "NO INVOICE REF" TO WS-NOTE
036500         GO TO 2000-SUSPENSE
036600     END-IF.
036700     MOVE "N" TO WS-FOUND-SW.
036800     MOVE LB-ACCOUNT-ID TO AO-ACCOUNT-ID.
036900     MOVE LB-INVOICE-NO TO AO-INVOICE-NO.
037000     READ AR-OPEN
037100         INVALID KEY
037200             CONTINUE
037300         NOT INVALID KEY
037400             SET ITEM-FOUND TO TRUE
037500     END-READ.
037600     IF NOT ITEM-FOUND
037700         ADD 1 TO WS-UNMATCHED-COUNT
037800         MOVE "NMAT" TO WS-SUSP-REASON
037900         MOVE "NO OPEN ITEM" TO WS-NOTE
038000         GO TO 2000-SUSPENSE
038100     END-IF.
038200     IF AO-OPEN-AMT NOT > ZERO
038300         ADD 1 TO WS-UNMATCHED-COUNT
038400         MOVE "PAID" TO WS-SUSP-REASON
038500         MOVE "ALREADY PAID" TO WS-NOTE
038600         GO TO 2000-SUSPENSE
038700     END-IF.
038800     IF LB-AMOUNT < AO-OPEN-AMT
038900         MOVE LB-AMOUNT TO WS-APPLY-AMT
039000         ADD 1 TO WS-PARTIAL-COUNT
039100         MOVE "PARTIAL" TO WS-NOTE
039200     ELSE
039300         MOVE AO-OPEN-AMT TO WS-APPLY-AMT
039400         ADD 1 TO WS-FULL-COUNT
039500         MOVE "PAID IN FULL" TO WS-NOTE
039600     END-IF.
039700     ADD WS-APPLY-AMT TO AO-PAID-AMT.
039800     SUBTRACT WS-APPLY-AMT FROM AO-OPEN-AMT.
039900     IF AO-OPEN-AMT = ZERO
040000         SET AO-PAID TO TRUE
040100     END-IF.
040200     MOVE LB-DEPOSIT-DATE TO AO-LAST-PAY-DATE.
040300     REWRITE AO-RECORD
040400         INVALID KEY
040500             MOVE ZERO TO WS-APPLY-AMT
040600             ADD 1 TO WS-UNMATCHED-COUNT
040700             MOVE "NMAT" TO WS-SUSP-REASON
040800             MOVE "REWRITE FAILED" TO WS-NOTE
040900             GO TO 2000-SUSPENSE
041000     END-REWRITE.
041100     ADD WS-APPLY-AMT TO WS-APPLIED-TOTAL.
041200     SUBTRACT WS-APPLY-AMT FROM WS-UNAPPLIED-AMT.
041300     IF WS-UNAPPLIED-AMT > ZERO
041400         ADD 1 TO WS-OVER-COUNT
041500         MOVE "OVPY" TO WS-SUSP-REASON
041600         MOVE "OVERPAYMENT" TO WS-NOTE
041700     END-IF.
041800 2000-SUSPENSE.
041900     IF WS-UNAPPLIED-AMT > ZERO
042000         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
042100     END-IF.
042200     PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT.
042300 2000-NEXT.
042400     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
042500 2000-EXIT.
042600     EXIT.
042700*----------------------------------------------------------*
042800* 2100-READ-PAYMENT - READ THE NEXT LOCKBOX PAYMENT, STEPPING
042900*                     OVER THE TRAILER THE PRE-PASS PROVED
043000*----------------------------------------------------------*
043100 2100-READ-PAYMENT.
043200     READ LOCKBOX
043300         AT END
043400             SET EOF-LOCKBOX TO TRUE
043500     END-READ.
043600     IF NOT EOF-LOCKBOX
043700         IF LB-RECORD (1:8) = "TRAILER "
043800             GO TO 2100-READ-PAYMENT
043900         END-IF
044000     END-IF.
044100 2100-EXIT.
044200     EXIT.
044300*----------------------------------------------------------*
044400* 2400-WRITE-DETAIL - ONE REPORT LINE PER PAYMENT SHOWING HOW
044500*                     THE DEPOSIT SPLIT BETWEEN APPLIED AND
044600*                     UNAPPLIED
044700*----------------------------------------------------------*
044800 2400-WRITE-DETAIL.
044900     MOVE SPACES TO WS-PRINT-LINE.
045000     MOVE LB-ACCOUNT-ID TO WS-DL-ACCOUNT-ID.
045100     MOVE LB-INVOICE-NO-X TO WS-DL-INVOICE-NO.
045200     MOVE LB-CHECK-NO TO WS-DL-CHECK-NO.
045300     MOVE LB-AMOUNT TO WS-DL-DEPOSITED.
045400     MOVE WS-APPLY-AMT TO WS-DL-APPLIED.
045500     MOVE WS-UNAPPLIED-AMT TO WS-DL-UNAPPLIED.
045600     MOVE WS-NOTE TO WS-DL-NOTE.
045700     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
045800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
045900 2400-EXIT.
046000     EXIT.
046100*----------------------------------------------------------*
046200* 2500-WRITE-SUSPENSE - PARK THE UNAPPLIED PART OF A PAYMENT
046300*                       ON THE CASHSUSP SUSPENSE WITH ITS
046400*                       REASON CODE FOR COLLECTIONS TO WORK
046500*----------------------------------------------------------*
046600 2500-WRITE-SUSPENSE.
046700     MOVE SPACES TO CS-RECORD.
046800     MOVE LB-ACCOUNT-ID TO CS-ACCOUNT-ID.
046900     MOVE LB-INVOICE-NO-X TO CS-INVOICE-NO.
047000     MOVE LB-DEPOSIT-DATE TO CS-DEPOSIT-DATE.
047100     MOVE WS-UNAPPLIED-AMT TO CS-AMOUNT.
047200     MOVE LB-CHECK-NO TO CS-CHECK-NO.
047300     MOVE WS-SUSP-REASON TO CS-REASON.
047400     MOVE RUNHDR-DATE TO CS-RUN-DATE.
047500     WRITE CS-RECORD.
047600     ADD 1 TO WS-SUSP-COUNT.
047700     ADD WS-UNAPPLIED-AMT TO WS-UNAPPLIED-TOTAL.
047800 2500-EXIT.
047900     EXIT.
048000*----------------------------------------------------------*
048100* 9000-TERMINATE - COUNTS, THE CASH TIE-OUT (DEPOSITED MUST
048200*                  EQUAL APPLIED PLUS UNAPPLIED), RETURN CODE
048300*                  AND THE RUN LOG
048400*----------------------------------------------------------*
048500 9000-TERMINATE.
048600     MOVE SPACES TO WS-PRINT-LINE.
048700     MOVE WS-PAYMENT-COUNT TO WS-CL-PAYMENTS.
048800     MOVE WS-FULL-COUNT TO WS-CL-FULL.
048900     MOVE WS-PARTIAL-COUNT TO WS-CL-PARTIAL.
049000     MOVE WS-OVER-COUNT TO WS-CL-OVER.
049100     MOVE WS-UNMATCHED-COUNT TO WS-CL-UNMATCHED.
049200     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
049300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
049400     MOVE SPACES TO WS-PRINT-LINE.
049500     MOVE WS-DEPOSIT-TOTAL TO WS-CA-DEPOSITED.
049600     MOVE WS-APPLIED-TOTAL TO WS-CA-APPLIED.
049700     MOVE WS-UNAPPLIED-TOTAL TO WS-CA-UNAPPLIED.
049800     MOVE WS-CASH-LINE TO WS-PRINT-LINE.
049900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
050000     COMPUTE WS-VARIANCE = WS-DEPOSIT-TOTAL
050100         - WS-APPLIED-TOTAL - WS-UNAPPLIED-TOTAL.
050200     IF WS-VARIANCE = ZERO
050300         SET IN-BALANCE TO TRUE
050400         MOVE "IN BALANCE" TO WS-TI-STATUS
050500     ELSE
050600         MOVE "OUT OF BALANCE" TO WS-TI-STATUS
050700     END-IF.
050800     MOVE WS-VARIANCE TO WS-TI-VARIANCE.
050900     MOVE SPACES TO WS-PRINT-LINE.
051000     MOVE WS-TIE-LINE TO WS-PRINT-LINE.
051100     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
051200     PERFORM 8900-END-REPORT THRU 8900-EXIT.
051300     CLOSE LOCKBOX.
051400     CLOSE AR-OPEN.
051500     CLOSE CASH-SUSP.
051600     CLOSE CASH-RPT.
051700     MOVE "CASHAPP" TO RUNLOG-PROGRAM-ID.
051800     MOVE WS-PAYMENT-COUNT TO RUNLOG-READ-COUNT.
051900     COMPUTE RUNLOG-WRITE-COUNT =
052000         WS-FULL-COUNT + WS-PARTIAL-COUNT + WS-SUSP-COUNT.
052100     MOVE WS-UNMATCHED-COUNT TO RUNLOG-EXCEPT-COUNT.
052200     IF IN-BALANCE
052300         MOVE "OK" TO RUNLOG-STATUS
052400     ELSE
052500         MOVE "OOB" TO RUNLOG-STATUS
052600         MOVE 16 TO RETURN-CODE
052700     END-IF.
052800     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
052900 9000-EXIT.
053000     EXIT.
053100*----------------------------------------------------------*
053200* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
053300*                          SHARED PRINT SERVICE, WRITING THE
053400*                          PAGE HEADINGS FIRST ON A PAGE BREAK
053500*----------------------------------------------------------*
053600 8800-WRITE-REPORT-LINE.
053700     MOVE "W" TO PRTSRV-FUNCTION.
053800     CALL "PRTSRV" USING PRTSRV-CONTROL.
053900     IF PRTSRV-NEW-PAGE
054000         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
054100             VARYING WS-HDG-SUB FROM 1 BY 1
054200             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
054300     END-IF.
054400     MOVE WS-PRINT-LINE TO CR-RECORD.
054500     WRITE CR-RECORD.
054600 8800-EXIT.
054700     EXIT.
054800*----------------------------------------------------------*
054900* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
055000*----------------------------------------------------------*
055100 8850-WRITE-HEADING.
055200     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO CR-RECORD.
055300     WRITE CR-RECORD.
055400 8850-EXIT.
055500     EXIT.
055600*----------------------------------------------------------*
055700* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
055800*                   LINE-AND-PAGE-COUNT LINE
055900*----------------------------------------------------------*
056000 8900-END-REPORT.
056100     MOVE "E" TO PRTSRV-FUNCTION.
056200     CALL "PRTSRV" USING PRTSRV-CONTROL.
056300     MOVE PRTSRV-FINAL-LINE TO CR-RECORD.
056400     WRITE CR-RECORD.
056500 8900-EXIT.
056600     EXIT.
056700*----------------------------------------------------------*
056800     COPY RUNHDRP.
056900     COPY RUNLOGP.
057000     COPY OPERAUTP.
