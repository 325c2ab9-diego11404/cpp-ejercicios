000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     INVADJ.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - CREDIT AND DEBIT MEMOS
001200*                   AGAINST ISSUED INVOICES, REPLACING THE HAND-
001300*                   WRITTEN CREDIT CARRIED INTO NEXT MONTH'S BILL.
001400*                   EACH ADJTRAN TRANSACTION NAMES THE ACCOUNT,
001500*                   THE INVGEN INVOICE NUMBER, THE AMOUNT, A
001600*                   REASON CODE AND THE OPERATOR WHO REQUESTED
001700*                   IT, AND IS VALIDATED AGAINST THE INVOICE'S
001800*                   AROPEN OPEN ITEM - A CREDIT MAY NEVER TAKE THE
001900*                   INVOICE'S TOTAL CREDITS PAST WHAT WAS BILLED
002000*                   (PLUS ANY EARLIER DEBIT MEMOS). AN ACCEPTED
002100*                   MEMO TAKES THE NEXT NUMBER FROM LASTADJN,
002200*                   MOVES THE OPEN ITEM'S OPEN AMOUNT AND CREDIT
002300*                   OR DEBIT TOTAL, AND PRINTS ON ADJMEMO WITH
002400*                   THE CUSTMSTR MAILING BLOCK. ADJREG LISTS EVERY
002500*                   MEMO AND REJECT WITH CONTROL TOTALS AND THE
002600*                   AR TIE-OUT, AND ADJCTL CARRIES THE NET
002700*                   ADJUSTMENT (DEBITED LESS CREDITED) TO
002800*                   GLEXTRCT SO GL FEE REVENUE STAYS BILLED LESS
002900*                   CREDITED. ANY REJECT ENDS RC 4; AN OUT-OF-
003000*                   BALANCE RUN ENDS RC 16 AND WRITES NO ADJCTL.
003100*----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL ADJ-TRAN ASSIGN TO "ADJTRAN"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT AR-OPEN     ASSIGN TO "AROPEN"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS AO-KEY.
004400     SELECT CUST-MASTER ASSIGN TO "CUSTMSTR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS CM-ACCOUNT-ID.
004800     SELECT OPTIONAL LAST-ADJ ASSIGN TO "LASTADJN"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT ADJ-MEMO    ASSIGN TO "ADJMEMO"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT ADJ-REG     ASSIGN TO "ADJREG"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT ADJ-CTL     ASSIGN TO "ADJCTL"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600*----------------------------------------------------------*
006700 DATA DIVISION.
006800 FILE SECTION.
006900*
007000* ONE ADJUSTMENT TRANSACTION - MEMO TYPE C (CREDIT) OR D
007100* (DEBIT) AGAINST ONE ISSUED INVOICE
007200*
007300 FD  ADJ-TRAN
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  AT-RECORD.
007700     05  AT-MEMO-TYPE        PIC X(01).
007800         88  AT-CREDIT               VALUE "C".
007900         88  AT-DEBIT                VALUE "D".
008000     05  AT-ACCOUNT-ID       PIC X(10).
008100     05  AT-INVOICE-NO-X     PIC X(08).
008200     05  AT-INVOICE-NO REDEFINES AT-INVOICE-NO-X
008300                             PIC 9(08).
008400     05  AT-AMOUNT           PIC 9(7)V99.
008500     05  AT-REASON           PIC X(02).
008600     05  AT-REQUESTED-BY     PIC X(08).
008700     05  AT-REMARK           PIC X(30).
008800     05  FILLER              PIC X(12).
008900*
009000 FD  AR-OPEN
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  AO-RECORD.
009400     05  AO-KEY.
009500         10  AO-ACCOUNT-ID   PIC X(10).
009600         10  AO-INVOICE-NO   PIC 9(08).
009700     05  AO-INVOICE-DATE     PIC 9(08).
009800     05  AO-BILLED-AMT       PIC S9(7)V99.
009900     05  AO-PAID-AMT         PIC S9(7)V99.
010000     05  AO-OPEN-AMT         PIC S9(7)V99.
010100     05  AO-STATUS           PIC X(01).
010200         88  AO-OPEN                 VALUE "O".
010300         88  AO-PAID                 VALUE "P".
010400     05  AO-LAST-PAY-DATE    PIC 9(08).
010500     05  AO-CREDIT-AMT       PIC S9(7)V99.
010600     05  AO-DEBIT-AMT        PIC S9(7)V99.
010700*
010800 FD  CUST-MASTER
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 160 CHARACTERS.
011100 01  CM-RECORD.
011200     05  CM-ACCOUNT-ID       PIC X(10).
011300     05  CM-NAME             PIC X(30).
011400     05  CM-ADDR-LINE-1      PIC X(30).
011500     05  CM-ADDR-LINE-2      PIC X(30).
011600     05  CM-ADDR-LINE-3      PIC X(30).
011700     05  CM-STATUS           PIC X(01).
011800         88  CM-OPEN                 VALUE "O".
011900         88  CM-CLOSED               VALUE "C".
012000         88  CM-SUSPENDED            VALUE "S".
012100     05  CM-OPEN-DATE        PIC 9(08).
012200     05  FILLER              PIC X(21).
012300*
012400 FD  LAST-ADJ
012500     LABEL RECORDS ARE STANDARD
012600     RECORD CONTAINS 80 CHARACTERS.
012700 01  LA-RECORD.
012800     05  LA-MEMO-NO          PIC 9(08).
012900     05  FILLER              PIC X(72).
013000*
013100 FD  ADJ-MEMO
013200     LABEL RECORDS ARE STANDARD
013300     RECORD CONTAINS 80 CHARACTERS.
013400 01  AM-RECORD               PIC X(80).
013500*
013600 FD  ADJ-REG
013700     LABEL RECORDS ARE STANDARD
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  AR-RECORD               PIC X(80).
014000*
014100* THE RUN'S ADJUSTMENT CONTROL RECORD, LAID OUT LIKE INVCTL WITH
014200* THE CREDIT AND DEBIT TOTALS BEHIND THE NET
014300*
014400 FD  ADJ-CTL
014500     LABEL RECORDS ARE STANDARD
014600     RECORD CONTAINS 80 CHARACTERS.
014700 01  AC-RECORD.
014800     05  AC-PROGRAM-ID       PIC X(08).
014900     05  AC-CONTROL-TOTAL    PIC S9(8)V99.
015000     05  AC-RECORD-COUNT     PIC 9(06).
015100     05  AC-RUN-DATE         PIC 9(08).
015200     05  AC-RUN-TIME         PIC 9(06).
015300     05  AC-CREDIT-TOTAL     PIC S9(8)V99.
015400     05  AC-DEBIT-TOTAL      PIC S9(8)V99.
015500     05  FILLER              PIC X(22).
015600*
015700 FD  RUN-LOG
015800     LABEL RECORDS ARE STANDARD
015900     RECORD CONTAINS 80 CHARACTERS.
016000 01  RL-RECORD               PIC X(80).
016100*
016200 FD  BUS-DATE-PARM
016300     LABEL RECORDS ARE STANDARD
016400     RECORD CONTAINS 80 CHARACTERS.
016500 01  BD-RECORD.
016600     05  BD-BUSINESS-DATE    PIC 9(08).
016700     05  FILLER              PIC X(72).
016800*
016900 FD  OPER-CARD
017000     LABEL RECORDS ARE STANDARD
017100     RECORD CONTAINS 80 CHARACTERS.
017200 01  OC-RECORD.
017300     05  OC-OPERATOR-ID      PIC X(08).
017400     05  FILLER              PIC X(72).
017500*
017600 FD  OPER-AUTH
017700     LABEL RECORDS ARE STANDARD
017800     RECORD CONTAINS 80 CHARACTERS.
017900 01  OA-RECORD.
018000     05  OA-OPERATOR-ID      PIC X(08).
018100     05  OA-NAME             PIC X(20).
018200     05  OA-ACTIVE           PIC X(01).
018300     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
018400     05  FILLER              PIC X(11).
018500*
018600 FD  OPER-LOG
018700     LABEL RECORDS ARE STANDARD
018800     RECORD CONTAINS 80 CHARACTERS.
018900 01  OL-RECORD               PIC X(80).
019000*----------------------------------------------------------*
019100 WORKING-STORAGE SECTION.
019200     COPY RUNHDR.
019300     COPY RUNLOG.
019400     COPY OPERAUTH.
019500     COPY PRTSRV.
019600 01  WS-PRINT-LINE           PIC X(80).
019700 01  WS-HDG-SUB              PIC 9(01) COMP.
019800*
019900 01  WS-SWITCHES.
020000     05  WS-EOF-SW           PIC X(01) VALUE "N".
020100         88  EOF-ADJ-TRAN            VALUE "Y".
020200     05  WS-FOUND-SW         PIC X(01) VALUE "N".
020300         88  ENTRY-FOUND             VALUE "Y".
020400     05  WS-BALANCE-SW       PIC X(01) VALUE "N".
020500         88  IN-BALANCE              VALUE "Y".
020600*
020700 01  WS-COUNTERS.
020800     05  WS-TRAN-COUNT       PIC 9(05) COMP VALUE ZERO.
020900     05  WS-CREDIT-COUNT     PIC 9(05) COMP VALUE ZERO.
021000     05  WS-DEBIT-COUNT      PIC 9(05) COMP VALUE ZERO.
021100     05  WS-REJECT-COUNT     PIC 9(05) COMP VALUE ZERO.
021200*
021300 01  WS-MEMO-NO              PIC 9(08) VALUE ZERO.
021400 01  WS-CREDIT-TOTAL         PIC S9(8)V99 VALUE ZERO.
021500 01  WS-DEBIT-TOTAL          PIC S9(8)V99 VALUE ZERO.
021600 01  WS-NET-TOTAL            PIC S9(8)V99 VALUE ZERO.
021700 01  WS-AR-MOVEMENT          PIC S9(8)V99 VALUE ZERO.
021800 01  WS-VARIANCE             PIC S9(8)V99 VALUE ZERO.
021900 01  WS-OLD-OPEN-AMT         PIC S9(7)V99 VALUE ZERO.
022000 01  WS-CREDIT-ROOM          PIC S9(7)V99 VALUE ZERO.
022100 01  WS-NOTE                 PIC X(16) VALUE SPACES.
022200*
022300* ADJUSTMENT REASON CODES
022400*
022500 01  WS-REASON-VALUES.
022600     05  FILLER              PIC X(22) VALUE
022700         "FBWRONG FEE BAND      ".
022800     05  FILLER              PIC X(22) VALUE
022900         "DADISPUTED ACCRUAL    ".
023000     05  FILLER              PIC X(22) VALUE
023100         "DBDUPLICATE BILLING   ".
023200     05  FILLER              PIC X(22) VALUE
023300         "PEPRICING ERROR       ".
023400     05  FILLER              PIC X(22) VALUE
023500         "UBUNDERBILLED         ".
023600     05  FILLER              PIC X(22) VALUE
023700         "GWGOODWILL            ".
023800 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
023900     05  WS-RSN-ENTRY OCCURS 6 TIMES.
024000         10  WS-RSN-CODE         PIC X(02).
024100         10  WS-RSN-TEXT         PIC X(20).
024200 01  WS-RSN-COUNT            PIC 9(02) COMP VALUE 6.
024300 01  WS-RSN-SUB              PIC 9(02) COMP VALUE ZERO.
024400*
024500 01  WS-MEMO-HEADER.
024600     05  WS-MH-TITLE         PIC X(21).
024700     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
024800     05  WS-MH-RUN-DATE      PIC 9999/99/99.
024900     05  FILLER              PIC X(11) VALUE "     MEMO: ".
025000     05  WS-MH-MEMO-NO       PIC 9(08).
025100     05  FILLER              PIC X(20) VALUE SPACES.
025200*
025300 01  WS-NAME-LINE.
025400     05  FILLER              PIC X(10) VALUE "NAME:     ".
025500     05  WS-NL-NAME          PIC X(30).
025600     05  FILLER              PIC X(40) VALUE SPACES.
025700*
025800 01  WS-ADDR-LINE.
025900     05  FILLER              PIC X(10) VALUE SPACES.
026000     05  WS-AD-TEXT          PIC X(30).
026100     05  FILLER              PIC X(40) VALUE SPACES.
026200*
026300 01  WS-INVOICE-LINE.
026400     05  FILLER              PIC X(10) VALUE "INVOICE:  ".
026500     05  WS-IL-INVOICE-NO    PIC 9(08).
026600     05  FILLER              PIC X(07) VALUE " DATED ".
026700     05  WS-IL-INVOICE-DATE  PIC 9999/99/99.
026800     05  FILLER              PIC X(09) VALUE " BILLED: ".
026900     05  WS-IL-BILLED        PIC ZZZZZZ9.99.
027000     05  FILLER              PIC X(26) VALUE SPACES.
027100*
027200 01  WS-AMOUNT-LINE.
027300     05  WS-ML-LABEL         PIC X(10).
027400     05  WS-ML-AMOUNT        PIC ZZZZZZ9.99.
027500     05  FILLER              PIC X(09) VALUE " REASON: ".
027600     05  WS-ML-REASON        PIC X(20).
027700     05  FILLER              PIC X(31) VALUE SPACES.
027800*
027900 01  WS-REMARK-LINE.
028000     05  FILLER              PIC X(10) VALUE SPACES.
028100     05  WS-RM-REMARK        PIC X(30).
028200     05  FILLER              PIC X(40) VALUE SPACES.
028300*
028400 01  WS-BALANCE-LINE.
028500     05  FILLER              PIC X(24) VALUE
028600         "INVOICE BALANCE NOW:".
028700     05  WS-BL-OPEN          PIC -(7)9.99.
028800     05  FILLER              PIC X(01) VALUE SPACE.
028900     05  WS-BL-NOTE          PIC X(20).
029000     05  FILLER              PIC X(24) VALUE SPACES.
029100*
029200 01  WS-PAGE-HEADER-1.
029300     05  FILLER              PIC X(40) VALUE
029400         "INVOICE ADJUSTMENT REGISTER".
029500     05  FILLER              PIC X(40) VALUE SPACES.
029600*
029700 01  WS-PAGE-HEADER-2.
029800     05  FILLER              PIC X(11) VALUE "MEMO NO  T".
029900     05  FILLER              PIC X(11) VALUE "ACCOUNT".
030000     05  FILLER              PIC X(09) VALUE "INVOICE".
030100     05  FILLER              PIC X(11) VALUE "    AMOUNT".
030200     05  FILLER              PIC X(03) VALUE "RC".
030300     05  FILLER              PIC X(09) VALUE "REQ BY".
030400     05  FILLER              PIC X(26) VALUE "NOTE".
030500*
030600 01  WS-DETAIL-LINE.
030700     05  WS-DL-MEMO-NO       PIC Z(08).
030800     05  FILLER              PIC X(01) VALUE SPACE.
030900     05  WS-DL-MEMO-TYPE     PIC X(01).
031000     05  FILLER              PIC X(01) VALUE SPACE.
031100     05  WS-DL-ACCOUNT-ID    PIC X(10).
031200     05  FILLER              PIC X(01) VALUE SPACE.
031300     05  WS-DL-INVOICE-NO    PIC X(08).
031400     05  FILLER              PIC X(01) VALUE SPACE.
031500     05  WS-DL-AMOUNT        PIC ZZZZZZ9.99.
031600     05  FILLER              PIC X(01) VALUE SPACE.
031700     05  WS-DL-REASON        PIC X(02).
031800     05  FILLER              PIC X(01) VALUE SPACE.
031900     05  WS-DL-REQUESTED-BY  PIC X(08).
032000     05  FILLER              PIC X(01) VALUE SPACE.
032100     05  WS-DL-NOTE          PIC X(16).
032200     05  FILLER              PIC X(09) VALUE SPACES.
032300*
032400 01  WS-COUNT-LINE.
032500     05  FILLER              PIC X(13) VALUE "TRANSACTIONS:".
032600     05  WS-CL-TRANS         PIC ZZZZ9.
032700     05  FILLER              PIC X(14) VALUE " CREDIT MEMOS:".
032800     05  WS-CL-CREDITS       PIC ZZZZ9.
032900     05  FILLER              PIC X(13) VALUE " DEBIT MEMOS:".
033000     05  WS-CL-DEBITS        PIC ZZZZ9.
033100     05  FILLER              PIC X(10) VALUE " REJECTED:".
033200     05  WS-CL-REJECTED      PIC ZZZZ9.
033300     05  FILLER              PIC X(10) VALUE SPACES.
033400*
033500 01  WS-TOTAL-LINE.
033600     05  FILLER              PIC X(09) VALUE "CREDITED:".
033700     05  WS-TL-CREDITED      PIC -(8)9.99.
033800     05  FILLER              PIC X(09) VALUE " DEBITED:".
033900     05  WS-TL-DEBITED       PIC -(8)9.99.
034000     05  FILLER              PIC X(16) VALUE " NET ADJUSTMENT:".
034100     05  WS-TL-NET           PIC -(8)9.99.
034200     05  FILLER              PIC X(10) VALUE SPACES.
034300*
034400 01  WS-TIE-LINE.
034500     05  FILLER              PIC X(16) VALUE "AR TIE-OUT:".
034600     05  WS-TI-STATUS        PIC X(16).
034700     05  FILLER              PIC X(08) VALUE " DIFF:".
034800     05  WS-TI-VARIANCE      PIC -(8)9.99.
034900     05  FILLER              PIC X(28) VALUE SPACES.
035000*
035100 01  WS-LAST-LINE.
035200     05  FILLER              PIC X(11) VALUE "LAST MEMO:".
035300     05  WS-LL-MEMO-NO       PIC 9(08).
035400     05  FILLER              PIC X(61) VALUE SPACES.
035500*----------------------------------------------------------*
035600 PROCEDURE DIVISION.
035700 0000-MAINLINE.
035800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035900     PERFORM 2000-PROCESS-ADJUSTMENT THRU 2000-EXIT
036000         UNTIL EOF-ADJ-TRAN.
036100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036200     GOBACK.
036300*----------------------------------------------------------*
036400* 1000-INITIALIZE - OPEN THE FILES, SEED THE MEMO NUMBER,
036500*                   PRINT THE HEADERS AND PRIME THE READ
036600*----------------------------------------------------------*
036700 1000-INITIALIZE.
036800     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
036900     MOVE "INVADJ" TO OPERAUTH-CALLER.
037000     PERFORM OPERAUTH-VALIDATE
037100         THRU OPERAUTH-VALIDATE-EXIT.
037200     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
037300     PERFORM 1300-READ-LAST-ADJ THRU 1300-EXIT.
037400     OPEN INPUT ADJ-TRAN.
037500     OPEN I-O AR-OPEN.
037600     OPEN INPUT CUST-MASTER.
037700     OPEN OUTPUT ADJ-MEMO.
037800     OPEN OUTPUT ADJ-REG.
037900     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
038000     PERFORM 2100-READ-ADJUSTMENT THRU 2100-EXIT.
038100 1000-EXIT.
038200     EXIT.
038300*----------------------------------------------------------*
038400* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
038500*----------------------------------------------------------*
038600 1050-PRINT-RUN-HEADER.
038700     MOVE "INVADJ" TO RUNHDR-JOB-NAME.
038800     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
038900     MOVE "I" TO PRTSRV-FUNCTION.
039000     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
039100     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
039200     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
039300     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
039400     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
039500     CALL "PRTSRV" USING PRTSRV-CONTROL.
039600 1050-EXIT.
039700     EXIT.
039800*----------------------------------------------------------*
039900* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
040000*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
040100*                      RULES WHEN THE CARD IS ABSENT)
040200*----------------------------------------------------------*
040300 1090-READ-BUS-DATE.
040400     OPEN INPUT BUS-DATE-PARM.
040500     READ BUS-DATE-PARM
040600         AT END
040700             CONTINUE
040800         NOT AT END
040900             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
041000     END-READ.
041100     CLOSE BUS-DATE-PARM.
041200 1090-EXIT.
041300     EXIT.
041400*----------------------------------------------------------*
041500* 1300-READ-LAST-ADJ - SEED THE MEMO NUMBER FROM THE LAST ONE
041600*                      ISSUED (ZERO WHEN THE CONTROL FILE IS
041700*                      EMPTY OR ABSENT)
041800*----------------------------------------------------------*
041900 1300-READ-LAST-ADJ.
042000     OPEN INPUT LAST-ADJ.
042100     READ LAST-ADJ
042200         AT END
042300             CONTINUE
042400         NOT AT END
042500             MOVE LA-MEMO-NO TO WS-MEMO-NO
042600     END-READ.
042700     CLOSE LAST-ADJ.
042800 1300-EXIT.
042900     EXIT.
043000*----------------------------------------------------------*
043100* 2000-PROCESS-ADJUSTMENT - VALIDATE ONE TRANSACTION AGAINST
043200*                           ITS INVOICE AND, WHEN IT PASSES,
043300*                           APPLY IT TO THE OPEN ITEM AND PRINT
043400*                           THE MEMO
043500*----------------------------------------------------------*
043600 2000-PROCESS-ADJUSTMENT.
043700     ADD 1 TO WS-TRAN-COUNT.
043800     IF NOT AT-CREDIT AND NOT AT-DEBIT
043900         MOVE "BAD MEMO TYPE" TO WS-NOTE
044000         GO TO 2000-REJECT
044100     END-IF.
044200     IF AT-AMOUNT NOT NUMERIC
044300         OR AT-AMOUNT = ZERO
044400         MOVE "BAD AMOUNT" TO WS-NOTE
044500         GO TO 2000-REJECT
044600     END-IF.
044700     PERFORM 2200-FIND-REASON THRU 2200-EXIT.
044800     IF NOT ENTRY-FOUND
044900         MOVE "BAD REASON CODE" TO WS-NOTE
045000         GO TO 2000-REJECT
045100     END-IF.
045200     IF AT-REQUESTED-BY = SPACES
045300         MOVE "NO REQUESTER" TO WS-NOTE
045400         GO TO 2000-REJECT
045500     END-IF.
045600     IF AT-INVOICE-NO-X NOT NUMERIC
045700         OR AT-INVOICE-NO = ZERO
045800         MOVE "NO INVOICE REF" TO WS-NOTE
045900         GO TO 2000-REJECT
046000     END-IF.
046100     MOVE AT-ACCOUNT-ID TO AO-ACCOUNT-ID.
046200     MOVE AT-INVOICE-NO TO AO-INVOICE-NO.
046300     READ AR-OPEN
046400         INVALID KEY
046500             MOVE "NO SUCH INVOICE" TO WS-NOTE
046600             GO TO 2000-REJECT
046700     END-READ.
046800     MOVE AT-ACCOUNT-ID TO CM-ACCOUNT-ID.
046900     READ CUST-MASTER
047000         INVALID KEY
047100             MOVE "NOT ON MASTER" TO WS-NOTE
047200             GO TO 2000-REJECT
047300     END-READ.
047400     IF AO-CREDIT-AMT NOT NUMERIC
047500         MOVE ZERO TO AO-CREDIT-AMT
047600     END-IF.
047700     IF AO-DEBIT-AMT NOT NUMERIC
047800         MOVE ZERO TO AO-DEBIT-AMT
047900     END-IF.
048000     IF AT-CREDIT
048100         COMPUTE WS-CREDIT-ROOM = AO-BILLED-AMT + AO-DEBIT-AMT
048200             - AO-CREDIT-AMT
048300         IF AT-AMOUNT > WS-CREDIT-ROOM
048400             MOVE "EXCEEDS BILLED" TO WS-NOTE
048500             GO TO 2000-REJECT
048600         END-IF
048700     END-IF.
048800     PERFORM 2300-APPLY-ADJUSTMENT THRU 2300-EXIT.
048900     GO TO 2000-NEXT.
049000 2000-REJECT.
049100     ADD 1 TO WS-REJECT-COUNT.
049200     MOVE ZERO TO WS-DL-MEMO-NO.
049300     PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT.
049400 2000-NEXT.
049500     PERFORM 2100-READ-ADJUSTMENT THRU 2100-EXIT.
049600 2000-EXIT.
049700     EXIT.
049800*----------------------------------------------------------*
049900* 2100-READ-ADJUSTMENT - READ THE NEXT ADJUSTMENT TRANSACTION
050000*----------------------------------------------------------*
050100 2100-READ-ADJUSTMENT.
050200     READ ADJ-TRAN
050300         AT END
050400             SET EOF-ADJ-TRAN TO TRUE
050500     END-READ.
050600 2100-EXIT.
050700     EXIT.
050800*----------------------------------------------------------*
050900* 2200-FIND-REASON - LOOK UP THE TRANSACTION'S REASON CODE;
051000*                    WS-RSN-SUB IS LEFT ON IT WHEN FOUND
051100*----------------------------------------------------------*
051200 2200-FIND-REASON.
051300     MOVE "N" TO WS-FOUND-SW.
051400     PERFORM 2250-PROBE-REASON THRU 2250-EXIT
051500         VARYING WS-RSN-SUB FROM 1 BY 1
051600         UNTIL ENTRY-FOUND
051700         OR WS-RSN-SUB > WS-RSN-COUNT.
051800     IF ENTRY-FOUND
051900         SUBTRACT 1 FROM WS-RSN-SUB
052000     END-IF.
052100 2200-EXIT.
052200     EXIT.
052300*----------------------------------------------------------*
052400* 2250-PROBE-REASON - ONE PROBE OF THE REASON-CODE TABLE
052500*----------------------------------------------------------*
052600 2250-PROBE-REASON.
052700     IF WS-RSN-CODE (WS-RSN-SUB) = AT-REASON
052800         SET ENTRY-FOUND TO TRUE
052900     END-IF.
053000 2250-EXIT.
053100     EXIT.
053200*----------------------------------------------------------*
053300* 2300-APPLY-ADJUSTMENT - MOVE THE OPEN ITEM BY THE MEMO. A
053400*                         CREDIT BRINGING THE OPEN AMOUNT TO
053500*                         ZERO OR BELOW SETTLES THE ITEM (BELOW
053600*                         ZERO IS A CREDIT BALANCE OWED BACK); A
053700*                         DEBIT REOPENS IT.
053800*----------------------------------------------------------*
053900 2300-APPLY-ADJUSTMENT.
054000     MOVE AO-OPEN-AMT TO WS-OLD-OPEN-AMT.
054100     IF AT-CREDIT
054200         ADD AT-AMOUNT TO AO-CREDIT-AMT
054300         SUBTRACT AT-AMOUNT FROM AO-OPEN-AMT
054400     ELSE
054500         ADD AT-AMOUNT TO AO-DEBIT-AMT
054600         ADD AT-AMOUNT TO AO-OPEN-AMT
054700     END-IF.
054800     IF AO-OPEN-AMT > ZERO
054900         SET AO-OPEN TO TRUE
055000     ELSE
055100         SET AO-PAID TO TRUE
055200     END-IF.
055300     REWRITE AO-RECORD
055400         INVALID KEY
055500             ADD 1 TO WS-REJECT-COUNT
055600             MOVE "REWRITE FAILED" TO WS-NOTE
055700             MOVE ZERO TO WS-DL-MEMO-NO
055800             PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
055900             GO TO 2300-EXIT
056000     END-REWRITE.
056100     ADD 1 TO WS-MEMO-NO.
056200     COMPUTE WS-AR-MOVEMENT = WS-AR-MOVEMENT + AO-OPEN-AMT
056300         - WS-OLD-OPEN-AMT.
056400     IF AT-CREDIT
056500         ADD 1 TO WS-CREDIT-COUNT
056600         ADD AT-AMOUNT TO WS-CREDIT-TOTAL
056700         MOVE "CREDIT MEMO" TO WS-NOTE
056800     ELSE
056900         ADD 1 TO WS-DEBIT-COUNT
057000         ADD AT-AMOUNT TO WS-DEBIT-TOTAL
057100         MOVE "DEBIT MEMO" TO WS-NOTE
057200     END-IF.
057300     PERFORM 3000-PRINT-MEMO THRU 3000-EXIT.
057400     MOVE WS-MEMO-NO TO WS-DL-MEMO-NO.
057500     PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT.
057600 2300-EXIT.
057700     EXIT.
057800*----------------------------------------------------------*
057900* 2400-WRITE-DETAIL - ONE REGISTER LINE PER TRANSACTION - THE
058000*                     MEMO NUMBER WHEN ONE WAS ISSUED, ELSE
058100*                     WHY IT WAS REJECTED
058200*----------------------------------------------------------*
058300 2400-WRITE-DETAIL.
058400     MOVE SPACES TO WS-PRINT-LINE.
058500     MOVE AT-MEMO-TYPE TO WS-DL-MEMO-TYPE.
058600     MOVE AT-ACCOUNT-ID TO WS-DL-ACCOUNT-ID.
058700     MOVE AT-INVOICE-NO-X TO WS-DL-INVOICE-NO.
058800     IF AT-AMOUNT NUMERIC
058900         MOVE AT-AMOUNT TO WS-DL-AMOUNT
059000     ELSE
059100         MOVE ZERO TO WS-DL-AMOUNT
059200     END-IF.
059300     MOVE AT-REASON TO WS-DL-REASON.
059400     MOVE AT-REQUESTED-BY TO WS-DL-REQUESTED-BY.
059500     MOVE WS-NOTE TO WS-DL-NOTE.
059600     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
059700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
059800 2400-EXIT.
059900     EXIT.
060000*----------------------------------------------------------*
060100* 3000-PRINT-MEMO - ONE CREDIT OR DEBIT MEMO PAGE FOR THE
060200*                   CUSTOMER
060300*----------------------------------------------------------*
060400 3000-PRINT-MEMO.
060500     MOVE SPACES TO AM-RECORD.
060600     IF AT-CREDIT
060700         MOVE "CREDIT MEMO" TO WS-MH-TITLE
060800         MOVE "CREDIT:   " TO WS-ML-LABEL
060900     ELSE
061000         MOVE "DEBIT MEMO" TO WS-MH-TITLE
061100         MOVE "DEBIT:    " TO WS-ML-LABEL
061200     END-IF.
061300     MOVE RUNHDR-DATE TO WS-MH-RUN-DATE.
061400     MOVE WS-MEMO-NO TO WS-MH-MEMO-NO.
061500     MOVE WS-MEMO-HEADER TO AM-RECORD.
061600     WRITE AM-RECORD.
061700     MOVE SPACES TO AM-RECORD.
061800     MOVE CM-NAME TO WS-NL-NAME.
061900     MOVE WS-NAME-LINE TO AM-RECORD.
062000     WRITE AM-RECORD.
062100     IF CM-ADDR-LINE-1 NOT = SPACES
062200         MOVE SPACES TO AM-RECORD
062300         MOVE CM-ADDR-LINE-1 TO WS-AD-TEXT
062400         MOVE WS-ADDR-LINE TO AM-RECORD
062500         WRITE AM-RECORD
062600     END-IF.
062700     IF CM-ADDR-LINE-2 NOT = SPACES
062800         MOVE SPACES TO AM-RECORD
062900         MOVE CM-ADDR-LINE-2 TO WS-AD-TEXT
063000         MOVE WS-ADDR-LINE TO AM-RECORD
063100         WRITE AM-RECORD
063200     END-IF.
063300     IF CM-ADDR-LINE-3 NOT = SPACES
063400         MOVE SPACES TO AM-RECORD
063500         MOVE CM-ADDR-LINE-3 TO WS-AD-TEXT
063600         MOVE WS-ADDR-LINE TO AM-RECORD
063700         WRITE AM-RECORD
063800     END-IF.
063900     MOVE SPACES TO AM-RECORD.
064000     MOVE AO-INVOICE-NO TO WS-IL-INVOICE-NO.
064100     MOVE AO-INVOICE-DATE TO WS-IL-INVOICE-DATE.
064200     MOVE AO-BILLED-AMT TO WS-IL-BILLED.
064300     MOVE WS-INVOICE-LINE TO AM-RECORD.
064400     WRITE AM-RECORD.
064500     MOVE SPACES TO AM-RECORD.
064600     MOVE AT-AMOUNT TO WS-ML-AMOUNT.
064700     MOVE WS-RSN-TEXT (WS-RSN-SUB) TO WS-ML-REASON.
064800     MOVE WS-AMOUNT-LINE TO AM-RECORD.
064900     WRITE AM-RECORD.
065000     IF AT-REMARK NOT = SPACES
065100         MOVE SPACES TO AM-RECORD
065200         MOVE AT-REMARK TO WS-RM-REMARK
065300         MOVE WS-REMARK-LINE TO AM-RECORD
065400         WRITE AM-RECORD
065500     END-IF.
065600     MOVE SPACES TO AM-RECORD.
065700     MOVE AO-OPEN-AMT TO WS-BL-OPEN.
065800     IF AO-OPEN-AMT < ZERO
065900         MOVE "CREDIT BALANCE" TO WS-BL-NOTE
066000     ELSE
066100         MOVE SPACES TO WS-BL-NOTE
066200     END-IF.
066300     MOVE WS-BALANCE-LINE TO AM-RECORD.
066400     WRITE AM-RECORD.
066500     MOVE SPACES TO AM-RECORD.
066600     WRITE AM-RECORD.
066700 3000-EXIT.
066800     EXIT.
066900*----------------------------------------------------------*
067000* 9000-TERMINATE - COUNTS AND CONTROL TOTALS, THE AR TIE-OUT
067100*                  (THE OPEN ITEMS MUST HAVE MOVED BY EXACTLY
067200*                  THE NET ADJUSTMENT), THE CONTROL RECORD,
067300*                  RETURN CODE AND THE RUN LOG
067400*----------------------------------------------------------*
067500 9000-TERMINATE.
067600     MOVE SPACES TO WS-PRINT-LINE.
067700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
067800     MOVE WS-TRAN-COUNT TO WS-CL-TRANS.
067900     MOVE WS-CREDIT-COUNT TO WS-CL-CREDITS.
068000     MOVE WS-DEBIT-COUNT TO WS-CL-DEBITS.
068100     MOVE WS-REJECT-COUNT TO WS-CL-REJECTED.
068200     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
068300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
068400     COMPUTE WS-NET-TOTAL = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.
068500     MOVE WS-CREDIT-TOTAL TO WS-TL-CREDITED.
068600     MOVE WS-DEBIT-TOTAL TO WS-TL-DEBITED.
068700     MOVE WS-NET-TOTAL TO WS-TL-NET.
068800     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
068900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
069000     COMPUTE WS-VARIANCE = WS-AR-MOVEMENT - WS-NET-TOTAL.
069100     IF WS-VARIANCE = ZERO
069200         SET IN-BALANCE TO TRUE
069300         MOVE "IN BALANCE" TO WS-TI-STATUS
069400     ELSE
069500         MOVE "OUT OF BALANCE" TO WS-TI-STATUS
069600     END-IF.
069700     MOVE WS-VARIANCE TO WS-TI-VARIANCE.
069800     MOVE WS-TIE-LINE TO WS-PRINT-LINE.
069900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
070000     MOVE WS-MEMO-NO TO WS-LL-MEMO-NO.
070100     MOVE WS-LAST-LINE TO WS-PRINT-LINE.
070200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
070300     PERFORM 8900-END-REPORT THRU 8900-EXIT.
070400     CLOSE ADJ-TRAN.
070500     CLOSE AR-OPEN.
070600     CLOSE CUST-MASTER.
070700     CLOSE ADJ-MEMO.
070800     CLOSE ADJ-REG.
070900     PERFORM 9100-WRITE-LAST-ADJ THRU 9100-EXIT.
071000     MOVE "INVADJ" TO RUNLOG-PROGRAM-ID.
071100     MOVE WS-TRAN-COUNT TO RUNLOG-READ-COUNT.
071200     COMPUTE RUNLOG-WRITE-COUNT =
071300         WS-CREDIT-COUNT + WS-DEBIT-COUNT.
071400     MOVE WS-REJECT-COUNT TO RUNLOG-EXCEPT-COUNT.
071500     IF IN-BALANCE
071600         MOVE "OK" TO RUNLOG-STATUS
071700         PERFORM 9200-WRITE-ADJ-CTL THRU 9200-EXIT
071800         IF WS-REJECT-COUNT > ZERO
071900             MOVE 4 TO RETURN-CODE
072000         END-IF
072100     ELSE
072200         MOVE "OOB" TO RUNLOG-STATUS
072300         MOVE 16 TO RETURN-CODE
072400     END-IF.
072500     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
072600 9000-EXIT.
072700     EXIT.
072800*----------------------------------------------------------*
072900* 9100-WRITE-LAST-ADJ - SAVE THE LAST MEMO NUMBER ISSUED SO THE
073000*                       NEXT RUN CARRIES ON FROM IT
073100*----------------------------------------------------------*
073200 9100-WRITE-LAST-ADJ.
073300     OPEN OUTPUT LAST-ADJ.
073400     MOVE SPACES TO LA-RECORD.
073500     MOVE WS-MEMO-NO TO LA-MEMO-NO.
073600     WRITE LA-RECORD.
073700     CLOSE LAST-ADJ.
073800 9100-EXIT.
073900     EXIT.
074000*----------------------------------------------------------*
074100* 9200-WRITE-ADJ-CTL - CONTROL RECORD FOR THE NET ADJUSTMENT,
074200*                      STAMPED WITH THE RUN DATE AND TIME SO
074300*                      THE GL EXTRACT POSTS EACH RUN ONCE
074400*----------------------------------------------------------*
074500 9200-WRITE-ADJ-CTL.
074600     OPEN OUTPUT ADJ-CTL.
074700     MOVE SPACES TO AC-RECORD.
074800     MOVE "INVADJ" TO AC-PROGRAM-ID.
074900     MOVE WS-NET-TOTAL TO AC-CONTROL-TOTAL.
075000     COMPUTE AC-RECORD-COUNT = WS-CREDIT-COUNT + WS-DEBIT-COUNT.
075100     MOVE RUNHDR-DATE TO AC-RUN-DATE.
075200     MOVE RUNHDR-TIME (1:6) TO AC-RUN-TIME.
075300     MOVE WS-CREDIT-TOTAL TO AC-CREDIT-TOTAL.
075400     MOVE WS-DEBIT-TOTAL TO AC-DEBIT-TOTAL.
075500     WRITE AC-RECORD.
075600     CLOSE ADJ-CTL.
075700 9200-EXIT.
075800     EXIT.
075900*----------------------------------------------------------*
076000* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
076100*                          SHARED PRINT SERVICE, WRITING THE
076200*                          PAGE HEADINGS FIRST ON A PAGE BREAK
076300*----------------------------------------------------------*
076400 8800-WRITE-REPORT-LINE.
076500     MOVE "W" TO PRTSRV-FUNCTION.
076600     CALL "PRTSRV" USING PRTSRV-CONTROL.
076700     IF PRTSRV-NEW-PAGE
076800         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
076900             VARYING WS-HDG-SUB FROM 1 BY 1
077000             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
077100     END-IF.
077200     MOVE WS-PRINT-LINE TO AR-RECORD.
077300     WRITE AR-RECORD.
077400 8800-EXIT.
077500     EXIT.
077600*----------------------------------------------------------*
077700* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
077800*----------------------------------------------------------*
077900 8850-WRITE-HEADING.
078000     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO AR-RECORD.
078100     WRITE AR-RECORD.
078200 8850-EXIT.
078300     EXIT.
078400*----------------------------------------------------------*
078500* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
078600*                   LINE-AND-PAGE-COUNT LINE
078700*----------------------------------------------------------*
078800 8900-END-REPORT.
078900     MOVE "E" TO PRTSRV-FUNCTION.
079000     CALL "PRTSRV" USING PRTSRV-CONTROL.
079100     MOVE PRTSRV-FINAL-LINE TO AR-RECORD.
079200     WRITE AR-RECORD.
079300 8900-EXIT.
079400     EXIT.
079500*----------------------------------------------------------*
079600     COPY RUNHDRP.
079700     COPY RUNLOGP.
079800     COPY OPERAUTP.
