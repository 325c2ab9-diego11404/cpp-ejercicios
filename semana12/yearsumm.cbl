000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     YEARSUMM.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - YEAR-END ANNUAL CUSTOMER
001200*                   SUMMARY, REPLACING THE HAND ASSEMBLY FROM
001300*                   TWELVE STATEMENTS AND THE INVREG REGISTERS.
001400*                   FOR EACH CUSTMSTR ACCOUNT THE YEAR'S
001500*                   ACCRUALS ARE TOTALLED OFF STMTHIST, THE
001566*                   FEES, NET OF CREDIT AND DEBIT MEMO
001632*                   ADJUSTMENTS, OFF THE AROPEN INVOICE ITEMS,
001700*                   AND THE PLAN BALANCE TAKEN FROM PLANRSLT
001800*                   (CLOSING) AND FROM LAST YEAR'S YRBALI
001900*                   SNAPSHOT (OPENING). ONE SUMMARY PAGE WITH
002000*                   THE MAILING BLOCK GOES TO YRSUMRPT AND ONE
002100*                   RECORD PER CUSTOMER TO THE YRREGX
002200*                   REGULATORY EXTRACT, CLOSED BY THE STANDARD
002300*                   FILETRLR TRAILER. THIS YEAR'S CLOSING
002400*                   BALANCES GO TO YRBALO FOR NEXT YEAR. THE
002500*                   YEAR IS THAT OF THE BUSINESS DATE. A CLOSED
002600*                   ACCOUNT WITH NOTHING IN THE YEAR IS SKIPPED.
002700*                   RC 4 WHEN A PLAN HAS NO PRIOR YEAR-END
002800*                   BALANCE (OPENING SHOWN AS ZERO).
002814* 2026-10-15   RT   THE YEAR'S FEES NOW TAKE EACH INVOICE'S INVADJ
002828*                   CREDIT AND DEBIT MEMOS (AO-CREDIT-AMT AND
002842*                   AO-DEBIT-AMT) INTO ACCOUNT, SO YRSUMRPT, THE
002856*                   YRREGX FEES AND ITS TRAILER SHOW THE NET FEES.
002870*                   ITEMS WRITTEN BEFORE THE ADJUSTMENT FIELDS
002884*                   EXISTED COUNT THEM AS ZERO.
002900*----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CUST-MASTER ASSIGN TO "CUSTMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS CM-ACCOUNT-ID.
004000     SELECT STMT-HIST   ASSIGN TO "STMTHIST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SH-KEY.
004400     SELECT AR-OPEN     ASSIGN TO "AROPEN"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS AO-KEY.
004800     SELECT PLAN-RESULTS ASSIGN TO "PLANRSLT"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS PR-ACCOUNT-ID.
005200     SELECT OPTIONAL YEAR-BAL-IN ASSIGN TO "YRBALI"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT YEAR-BAL-OUT ASSIGN TO "YRBALO"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT YEAR-RPT    ASSIGN TO "YRSUMRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT REG-EXTRACT ASSIGN TO "YRREGX"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000*----------------------------------------------------------*
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CUST-MASTER
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 160 CHARACTERS.
007600 01  CM-RECORD.
007700     05  CM-ACCOUNT-ID       PIC X(10).
007800     05  CM-NAME             PIC X(30).
007900     05  CM-ADDR-LINE-1      PIC X(30).
008000     05  CM-ADDR-LINE-2      PIC X(30).
008100     05  CM-ADDR-LINE-3      PIC X(30).
008200     05  CM-STATUS           PIC X(01).
008300         88  CM-OPEN                 VALUE "O".
008400         88  CM-CLOSED               VALUE "C".
008500         88  CM-SUSPENDED            VALUE "S".
008600     05  CM-OPEN-DATE        PIC 9(08).
008700     05  FILLER              PIC X(21).
008800*
008900 FD  STMT-HIST
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 160 CHARACTERS.
009200 01  SH-RECORD.
009300     05  SH-KEY.
009400         10  SH-ACCOUNT-ID   PIC X(10).
009500         10  SH-STMT-DATE    PIC 9(08).
009600     05  SH-NAME             PIC X(30).
009700     05  SH-ADDR-LINE-1      PIC X(30).
009800     05  SH-ADDR-LINE-2      PIC X(30).
009900     05  SH-ADDR-LINE-3      PIC X(30).
010000     05  SH-SUMATORIA        PIC 9(06).
010100     05  FILLER              PIC X(16).
010200*
010300 FD  AR-OPEN
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 80 CHARACTERS.
010600 01  AO-RECORD.
010700     05  AO-KEY.
010800         10  AO-ACCOUNT-ID   PIC X(10).
010900         10  AO-INVOICE-NO   PIC 9(08).
011000     05  AO-INVOICE-DATE     PIC 9(08).
011100     05  AO-BILLED-AMT       PIC S9(7)V99.
011200     05  AO-PAID-AMT         PIC S9(7)V99.
011300     05  AO-OPEN-AMT         PIC S9(7)V99.
011400     05  AO-STATUS           PIC X(01).
011500         88  AO-OPEN                 VALUE "O".
011600         88  AO-PAID                 VALUE "P".
011700     05  AO-LAST-PAY-DATE    PIC 9(08).
011766     05  AO-CREDIT-AMT       PIC S9(7)V99.
011832     05  AO-DEBIT-AMT        PIC S9(7)V99.
011900*
012000 FD  PLAN-RESULTS
012100     LABEL RECORDS ARE STANDARD
012200     RECORD CONTAINS 80 CHARACTERS.
012300 01  PR-RECORD.
012400     05  PR-ACCOUNT-ID       PIC X(10).
012500     05  PR-PLAN-ID          PIC X(04).
012600     05  PR-BALANCE          PIC 9(08).
012700     05  PR-RUN-DATE         PIC 9(08).
012800     05  PR-STATUS           PIC X(01).
012900         88  PR-TERMINATED           VALUE "T".
013000     05  PR-CLOSE-DATE       PIC 9(08).
013100     05  FILLER              PIC X(41).
013200*
013300* YEAR-END PLAN BALANCE SNAPSHOT - WRITTEN IN ACCOUNT ORDER,
013400* READ BACK NEXT YEAR AS THE OPENING BALANCES
013500*
013600 FD  YEAR-BAL-IN
013700     LABEL RECORDS ARE STANDARD
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  YI-RECORD.
014000     05  YI-ACCOUNT-ID       PIC X(10).
014100     05  YI-PLAN-ID          PIC X(04).
014200     05  YI-YEAR             PIC 9(04).
014300     05  YI-BALANCE          PIC 9(08).
014400     05  FILLER              PIC X(54).
014500*
014600 FD  YEAR-BAL-OUT
014700     LABEL RECORDS ARE STANDARD
014800     RECORD CONTAINS 80 CHARACTERS.
014900 01  YO-RECORD.
015000     05  YO-ACCOUNT-ID       PIC X(10).
015100     05  YO-PLAN-ID          PIC X(04).
015200     05  YO-YEAR             PIC 9(04).
015300     05  YO-BALANCE          PIC 9(08).
015400     05  FILLER              PIC X(54).
015500*
015600 FD  YEAR-RPT
015700     LABEL RECORDS ARE STANDARD
015800     RECORD CONTAINS 80 CHARACTERS.
015900 01  YS-RECORD               PIC X(80).
016000*
016100* REGULATORY EXTRACT - ONE RECORD PER CUSTOMER REPORTED,
016200* FILETRLR TRAILER LAST
016300*
016400 FD  REG-EXTRACT
016500     LABEL RECORDS ARE STANDARD
016600     RECORD CONTAINS 80 CHARACTERS.
016700 01  RX-RECORD.
016800     05  RX-ACCOUNT-ID       PIC X(10).
016900     05  RX-TAX-YEAR         PIC 9(04).
017000     05  RX-NAME             PIC X(30).
017100     05  RX-ACCRUALS         PIC 9(08).
017200     05  RX-FEES             PIC 9(07)V99.
017300     05  RX-OPEN-BALANCE     PIC 9(08).
017400     05  RX-CLOSE-BALANCE    PIC 9(08).
017500     05  FILLER              PIC X(03).
017600*
017700 FD  RUN-LOG
017800     LABEL RECORDS ARE STANDARD
017900     RECORD CONTAINS 80 CHARACTERS.
018000 01  RL-RECORD               PIC X(80).
018100*
018200 FD  BUS-DATE-PARM
018300     LABEL RECORDS ARE STANDARD
018400     RECORD CONTAINS 80 CHARACTERS.
018500 01  BD-RECORD.
018600     05  BD-BUSINESS-DATE    PIC 9(08).
018700     05  FILLER              PIC X(72).
018800*
018900 FD  OPER-CARD
019000     LABEL RECORDS ARE STANDARD
019100     RECORD CONTAINS 80 CHARACTERS.
019200 01  OC-RECORD.
019300     05  OC-OPERATOR-ID      PIC X(08).
019400     05  FILLER              PIC X(72).
019500*
019600 FD  OPER-AUTH
019700     LABEL RECORDS ARE STANDARD
019800     RECORD CONTAINS 80 CHARACTERS.
019900 01  OA-RECORD.
020000     05  OA-OPERATOR-ID      PIC X(08).
020100     05  OA-NAME             PIC X(20).
020200     05  OA-ACTIVE           PIC X(01).
020300     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
020400     05  FILLER              PIC X(11).
020500*
020600 FD  OPER-LOG
020700     LABEL RECORDS ARE STANDARD
020800     RECORD CONTAINS 80 CHARACTERS.
020900 01  OL-RECORD               PIC X(80).
021000*----------------------------------------------------------*
021100 WORKING-STORAGE SECTION.
021200     COPY RUNHDR.
021300     COPY RUNLOG.
021400     COPY OPERAUTH.
021500     COPY FILETRLR.
021600*
021700 01  WS-SWITCHES.
021800     05  WS-EOF-SW           PIC X(01) VALUE "N".
021900         88  EOF-CUST-MASTER         VALUE "Y".
022000     05  WS-BAL-EOF-SW       PIC X(01) VALUE "N".
022100         88  EOF-YEAR-BAL-IN         VALUE "Y".
022200     05  WS-HIST-EOF-SW      PIC X(01) VALUE "N".
022300         88  END-OF-ACCOUNT-HIST     VALUE "Y".
022400     05  WS-AR-EOF-SW        PIC X(01) VALUE "N".
022500         88  END-OF-ACCOUNT-AR       VALUE "Y".
022600     05  WS-PLAN-SW          PIC X(01) VALUE "N".
022700         88  PLAN-FOUND              VALUE "Y".
022800     05  WS-PRIOR-SW         PIC X(01) VALUE "N".
022900         88  PRIOR-BAL-FOUND         VALUE "Y".
023000*
023100 01  WS-COUNTERS.
023200     05  WS-CUST-READ        PIC 9(07) COMP VALUE ZERO.
023300     05  WS-SUMMARY-COUNT    PIC 9(07) COMP VALUE ZERO.
023400     05  WS-SKIP-COUNT       PIC 9(07) COMP VALUE ZERO.
023500     05  WS-EXTRACT-COUNT    PIC 9(06) COMP VALUE ZERO.
023600     05  WS-NO-PRIOR-COUNT   PIC 9(05) COMP VALUE ZERO.
023700     05  WS-SNAPSHOT-COUNT   PIC 9(07) COMP VALUE ZERO.
023800*
023900* THE YEAR BEING SUMMARIZED AND ITS FIRST AND LAST DAYS
024000*
024100 01  WS-TAX-YEAR             PIC 9(04) VALUE ZERO.
024200 01  WS-YEAR-START.
024300     05  WS-YS-YEAR          PIC 9(04).
024400     05  FILLER              PIC X(04) VALUE "0101".
024500 01  WS-YEAR-START-N REDEFINES WS-YEAR-START PIC 9(08).
024600 01  WS-YEAR-END.
024700     05  WS-YE-YEAR          PIC 9(04).
024800     05  FILLER              PIC X(04) VALUE "1231".
024900 01  WS-YEAR-END-N REDEFINES WS-YEAR-END PIC 9(08).
025000*
025100* ONE CUSTOMER'S FIGURES FOR THE YEAR
025200*
025300 01  WS-CUSTOMER-YEAR.
025400     05  WS-CY-STMT-COUNT    PIC 9(03) COMP.
025500     05  WS-CY-ACCRUALS      PIC 9(08).
025600     05  WS-CY-INV-COUNT     PIC 9(03) COMP.
025700     05  WS-CY-FEES          PIC 9(07)V99.
025800     05  WS-CY-PLAN-ID       PIC X(04).
025900     05  WS-CY-OPEN-BAL      PIC 9(08).
026000     05  WS-CY-CLOSE-BAL     PIC 9(08).
026100*
026200 01  WS-GRAND-TOTALS.
026300     05  WS-GT-ACCRUALS      PIC 9(10) VALUE ZERO.
026400     05  WS-GT-FEES          PIC 9(09)V99 VALUE ZERO.
026500     05  WS-GT-OPEN-BAL      PIC 9(10) VALUE ZERO.
026600     05  WS-GT-CLOSE-BAL     PIC 9(10) VALUE ZERO.
026700 01  WS-EXTRACT-HASH         PIC S9(11)V99 VALUE ZERO.
026800*
026900 01  WS-SUMM-HEADER.
027000     05  FILLER              PIC X(29) VALUE
027100         "ANNUAL CUSTOMER SUMMARY YEAR ".
027200     05  WS-SH-YEAR          PIC 9(04).
027300     05  FILLER              PIC X(47) VALUE SPACES.
027400*
027500 01  WS-NAME-LINE.
027600     05  FILLER              PIC X(10) VALUE "NAME:     ".
027700     05  WS-NL-NAME          PIC X(30).
027800     05  FILLER              PIC X(40) VALUE SPACES.
027900*
028000 01  WS-ADDR-LINE.
028100     05  FILLER              PIC X(10) VALUE SPACES.
028200     05  WS-AD-TEXT          PIC X(30).
028300     05  FILLER              PIC X(40) VALUE SPACES.
028400*
028500 01  WS-ACCOUNT-LINE.
028600     05  FILLER              PIC X(10) VALUE "ACCOUNT:  ".
028700     05  WS-AL-ACCOUNT-ID    PIC X(10).
028800     05  FILLER              PIC X(60) VALUE SPACES.
028900*
029000 01  WS-ACCRUAL-LINE.
029100     05  FILLER              PIC X(20) VALUE "STATEMENTS:".
029200     05  WS-AC-STMT-COUNT    PIC ZZ9.
029300     05  FILLER              PIC X(20) VALUE "  TOTAL ACCRUALS:".
029400     05  WS-AC-ACCRUALS      PIC ZZZZZZZ9.
029500     05  FILLER              PIC X(29) VALUE SPACES.
029600*
029700 01  WS-FEE-LINE.
029800     05  FILLER              PIC X(20) VALUE "INVOICES:".
029900     05  WS-FE-INV-COUNT     PIC ZZ9.
030000     05  FILLER              PIC X(20) VALUE
030100         "  TOTAL FEES (NET):".
030200     05  WS-FE-FEES          PIC ZZZZZZ9.99.
030300     05  FILLER              PIC X(27) VALUE SPACES.
030400*
030500 01  WS-PLAN-LINE.
030600     05  FILLER              PIC X(06) VALUE "PLAN: ".
030700     05  WS-PL-PLAN-ID       PIC X(04).
030800     05  FILLER              PIC X(18) VALUE
030900         "  OPENING BALANCE:".
031000     05  WS-PL-OPEN-BAL      PIC ZZZZZZZ9.
031100     05  FILLER              PIC X(18) VALUE
031200         "  CLOSING BALANCE:".
031300     05  WS-PL-CLOSE-BAL     PIC ZZZZZZZ9.
031400     05  FILLER              PIC X(18) VALUE SPACES.
031500*
031600 01  WS-NO-PLAN-LINE.
031700     05  FILLER              PIC X(80) VALUE
031800         "PLAN: NONE".
031900*
032000 01  WS-NO-PRIOR-LINE.
032100     05  FILLER              PIC X(06) VALUE SPACES.
032200     05  FILLER              PIC X(74) VALUE
032300         "NO PRIOR YEAR-END BALANCE - OPENING SHOWN AS ZERO".
032400*
032500 01  WS-COUNT-LINE.
032600     05  FILLER              PIC X(16) VALUE "CUSTOMERS READ:".
032700     05  WS-CT-READ          PIC ZZZZZZ9.
032800     05  FILLER              PIC X(12) VALUE " SUMMARIES:".
032900     05  WS-CT-SUMMARIES     PIC ZZZZZZ9.
033000     05  FILLER              PIC X(10) VALUE " SKIPPED:".
033100     05  WS-CT-SKIPPED       PIC ZZZZZZ9.
033200     05  FILLER              PIC X(21) VALUE SPACES.
033300*
033400 01  WS-TOTAL-LINE-1.
033500     05  FILLER              PIC X(16) VALUE "TOTAL ACCRUALS:".
033600     05  WS-TL-ACCRUALS      PIC ZZZZZZZZZ9.
033700     05  FILLER              PIC X(13) VALUE " FEES (NET):".
033800     05  WS-TL-FEES          PIC ZZZZZZZZ9.99.
033900     05  FILLER              PIC X(29) VALUE SPACES.
034000*
034100 01  WS-TOTAL-LINE-2.
034200     05  FILLER              PIC X(16) VALUE "PLAN OPENING:".
034300     05  WS-TL-OPEN-BAL      PIC ZZZZZZZZZ9.
034400     05  FILLER              PIC X(10) VALUE " CLOSING:".
034500     05  WS-TL-CLOSE-BAL     PIC ZZZZZZZZZ9.
034600     05  FILLER              PIC X(17) VALUE " NO PRIOR BAL:".
034700     05  WS-TL-NO-PRIOR      PIC ZZZZ9.
034800     05  FILLER              PIC X(12) VALUE SPACES.
034900*
035000 01  WS-TOTAL-LINE-3.
035100     05  FILLER              PIC X(16) VALUE "EXTRACT RECORDS:".
035200     05  WS-TL-EXTRACT       PIC ZZZZZ9.
035300     05  FILLER              PIC X(18) VALUE " SNAPSHOT RECORDS:".
035400     05  WS-TL-SNAPSHOT      PIC ZZZZZZ9.
035500     05  FILLER              PIC X(33) VALUE SPACES.
035600*----------------------------------------------------------*
035700 PROCEDURE DIVISION.
035800 0000-MAINLINE.
035900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036000     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
036100         UNTIL EOF-CUST-MASTER.
036200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036300     GOBACK.
036400*----------------------------------------------------------*
036500* 1000-INITIALIZE - FILES, RUN HEADER, THE YEAR BEING
036600*                   SUMMARIZED AND THE FIRST READS
036700*----------------------------------------------------------*
036800 1000-INITIALIZE.
036900     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
037000     MOVE "YEARSUMM" TO OPERAUTH-CALLER.
037100     PERFORM OPERAUTH-VALIDATE
037200         THRU OPERAUTH-VALIDATE-EXIT.
037300     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
037400     OPEN INPUT CUST-MASTER.
037500     OPEN INPUT STMT-HIST.
037600     OPEN INPUT AR-OPEN.
037700     OPEN INPUT PLAN-RESULTS.
037800     OPEN INPUT YEAR-BAL-IN.
037900     OPEN OUTPUT YEAR-BAL-OUT.
038000     OPEN OUTPUT YEAR-RPT.
038100     OPEN OUTPUT REG-EXTRACT.
038200     MOVE "YEARSUMM" TO RUNHDR-JOB-NAME.
038300     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
038400     MOVE RUNHDR-LINE-1 TO YS-RECORD.
038500     WRITE YS-RECORD.
038600     MOVE RUNHDR-LINE-2 TO YS-RECORD.
038700     WRITE YS-RECORD.
038800     MOVE RUNHDR-DATE (1:4) TO WS-TAX-YEAR.
038900     MOVE WS-TAX-YEAR TO WS-YS-YEAR.
039000     MOVE WS-TAX-YEAR TO WS-YE-YEAR.
039100     MOVE WS-TAX-YEAR TO WS-SH-YEAR.
039200     PERFORM 1200-READ-PRIOR-BAL THRU 1200-EXIT.
039300     IF NOT EOF-YEAR-BAL-IN
039400         AND YI-YEAR NOT < WS-TAX-YEAR
039500         DISPLAY "YEARSUMM: YRBALI HOLDS YEAR " YI-YEAR
039600             " - NOT A PRIOR YEAR-END FOR " WS-TAX-YEAR
039700         MOVE 12 TO RETURN-CODE
039800         STOP RUN
039900     END-IF.
040000     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
040100 1000-EXIT.
040200     EXIT.
040300*----------------------------------------------------------*
040400* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
040500*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
040600*                      RULES WHEN THE CARD IS ABSENT)
040700*----------------------------------------------------------*
040800 1090-READ-BUS-DATE.
040900     OPEN INPUT BUS-DATE-PARM.
041000     READ BUS-DATE-PARM
041100         AT END
041200             CONTINUE
041300         NOT AT END
041400             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
041500     END-READ.
041600     CLOSE BUS-DATE-PARM.
041700 1090-EXIT.
041800     EXIT.
041900*----------------------------------------------------------*
042000* 1200-READ-PRIOR-BAL - NEXT RECORD OF LAST YEAR'S SNAPSHOT
042100*----------------------------------------------------------*
042200 1200-READ-PRIOR-BAL.
042300     READ YEAR-BAL-IN
042400         AT END
042500             SET EOF-YEAR-BAL-IN TO TRUE
042600     END-READ.
042700 1200-EXIT.
042800     EXIT.
042900*----------------------------------------------------------*
043000* 2000-PROCESS-CUSTOMER - ONE CUSTOMER'S YEAR: GATHER THE
043100*                         FIGURES, THEN THE SUMMARY PAGE, THE
043200*                         EXTRACT RECORD AND THE SNAPSHOT
043300*----------------------------------------------------------*
043400 2000-PROCESS-CUSTOMER.
043500     ADD 1 TO WS-CUST-READ.
043600     MOVE ZERO TO WS-CY-STMT-COUNT.
043700     MOVE ZERO TO WS-CY-ACCRUALS.
043800     MOVE ZERO TO WS-CY-INV-COUNT.
043900     MOVE ZERO TO WS-CY-FEES.
044000     MOVE SPACES TO WS-CY-PLAN-ID.
044100     MOVE ZERO TO WS-CY-OPEN-BAL.
044200     MOVE ZERO TO WS-CY-CLOSE-BAL.
044300     PERFORM 3000-TOTAL-STATEMENTS THRU 3000-EXIT.
044400     PERFORM 3200-TOTAL-INVOICES THRU 3200-EXIT.
044500     PERFORM 3400-PLAN-BALANCES THRU 3400-EXIT.
044600     IF CM-CLOSED
044700         AND WS-CY-STMT-COUNT = ZERO
044800         AND WS-CY-INV-COUNT = ZERO
044900         AND WS-CY-OPEN-BAL = ZERO
045000         AND WS-CY-CLOSE-BAL = ZERO
045100         ADD 1 TO WS-SKIP-COUNT
045200         GO TO 2000-NEXT
045300     END-IF.
045400     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
045500     PERFORM 5000-WRITE-EXTRACT THRU 5000-EXIT.
045600     IF PLAN-FOUND
045700         PERFORM 5200-WRITE-SNAPSHOT THRU 5200-EXIT
045800     END-IF.
045900 2000-NEXT.
046000     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
046100 2000-EXIT.
046200     EXIT.
046300*----------------------------------------------------------*
046400* 2100-READ-CUSTOMER - NEXT CUSTOMER IN ACCOUNT ORDER
046500*----------------------------------------------------------*
046600 2100-READ-CUSTOMER.
046700     READ CUST-MASTER
046800         AT END
046900             SET EOF-CUST-MASTER TO TRUE
047000     END-READ.
047100 2100-EXIT.
047200     EXIT.
047300*----------------------------------------------------------*
047400* 3000-TOTAL-STATEMENTS - THE YEAR'S STATEMENTS FOR THIS
047500*                         ACCOUNT OFF THE KEYED HISTORY
047600*----------------------------------------------------------*
047700 3000-TOTAL-STATEMENTS.
047800     MOVE "N" TO WS-HIST-EOF-SW.
047900     MOVE CM-ACCOUNT-ID TO SH-ACCOUNT-ID.
048000     MOVE WS-YEAR-START-N TO SH-STMT-DATE.
048100     START STMT-HIST KEY IS NOT LESS THAN SH-KEY
048200         INVALID KEY
048300             SET END-OF-ACCOUNT-HIST TO TRUE
048400     END-START.
048500     PERFORM 3100-ADD-STATEMENT THRU 3100-EXIT
048600         UNTIL END-OF-ACCOUNT-HIST.
048700 3000-EXIT.
048800     EXIT.
048900*----------------------------------------------------------*
049000* 3100-ADD-STATEMENT - ONE STATEMENT, WHILE STILL THIS
049100*                      ACCOUNT AND THIS YEAR
049200*----------------------------------------------------------*
049300 3100-ADD-STATEMENT.
049400     READ STMT-HIST NEXT RECORD
049500         AT END
049600             SET END-OF-ACCOUNT-HIST TO TRUE
049700             GO TO 3100-EXIT
049800     END-READ.
049900     IF SH-ACCOUNT-ID NOT = CM-ACCOUNT-ID
050000         OR SH-STMT-DATE > WS-YEAR-END-N
050100         SET END-OF-ACCOUNT-HIST TO TRUE
050200         GO TO 3100-EXIT
050300     END-IF.
050400     ADD 1 TO WS-CY-STMT-COUNT.
050500     ADD SH-SUMATORIA TO WS-CY-ACCRUALS.
050600 3100-EXIT.
050700     EXIT.
050800*----------------------------------------------------------*
050900* 3200-TOTAL-INVOICES - THE YEAR'S FEES NET OF ADJUSTMENTS,
051000*                       FROM THE ACCOUNT'S AROPEN INVOICE
051100*                       ITEMS (PAID AND OPEN ALIKE)
051200*----------------------------------------------------------*
051300 3200-TOTAL-INVOICES.
051400     MOVE "N" TO WS-AR-EOF-SW.
051500     MOVE CM-ACCOUNT-ID TO AO-ACCOUNT-ID.
051600     MOVE ZERO TO AO-INVOICE-NO.
051700     START AR-OPEN KEY IS NOT LESS THAN AO-KEY
051800         INVALID KEY
051900             SET END-OF-ACCOUNT-AR TO TRUE
052000     END-START.
052100     PERFORM 3300-ADD-INVOICE THRU 3300-EXIT
052200         UNTIL END-OF-ACCOUNT-AR.
052300 3200-EXIT.
052400     EXIT.
052500*----------------------------------------------------------*
052600* 3300-ADD-INVOICE - ONE INVOICE ITEM; ONLY THOSE DATED IN
052666*                    THE YEAR COUNT. ITS BILLED AMOUNT PLUS
052732*                    DEBIT MEMOS LESS CREDIT MEMOS
052800*----------------------------------------------------------*
052900 3300-ADD-INVOICE.
053000     READ AR-OPEN NEXT RECORD
053100         AT END
053200             SET END-OF-ACCOUNT-AR TO TRUE
053300             GO TO 3300-EXIT
053400     END-READ.
053500     IF AO-ACCOUNT-ID NOT = CM-ACCOUNT-ID
053600         SET END-OF-ACCOUNT-AR TO TRUE
053700         GO TO 3300-EXIT
053800     END-IF.
053900     IF AO-INVOICE-DATE < WS-YEAR-START-N
054000         OR AO-INVOICE-DATE > WS-YEAR-END-N
054100         GO TO 3300-EXIT
054200     END-IF.
054214     IF AO-CREDIT-AMT NOT NUMERIC
054228         MOVE ZERO TO AO-CREDIT-AMT
054242     END-IF.
054256     IF AO-DEBIT-AMT NOT NUMERIC
054270         MOVE ZERO TO AO-DEBIT-AMT
054284     END-IF.
054300     ADD 1 TO WS-CY-INV-COUNT.
054366     COMPUTE WS-CY-FEES = WS-CY-FEES + AO-BILLED-AMT
054432         + AO-DEBIT-AMT - AO-CREDIT-AMT.
054500 3300-EXIT.
054600     EXIT.
054700*----------------------------------------------------------*
054800* 3400-PLAN-BALANCES - CLOSING BALANCE FROM PLANRSLT, OPENING
054900*                      FROM LAST YEAR'S SNAPSHOT, MATCHED IN
055000*                      ACCOUNT ORDER
055100*----------------------------------------------------------*
055200 3400-PLAN-BALANCES.
055300     MOVE "N" TO WS-PLAN-SW.
055400     MOVE "N" TO WS-PRIOR-SW.
055500     MOVE CM-ACCOUNT-ID TO PR-ACCOUNT-ID.
055600     READ PLAN-RESULTS
055700         INVALID KEY
055800             CONTINUE
055900         NOT INVALID KEY
056000             SET PLAN-FOUND TO TRUE
056100             MOVE PR-PLAN-ID TO WS-CY-PLAN-ID
056200             MOVE PR-BALANCE TO WS-CY-CLOSE-BAL
056300     END-READ.
056400     PERFORM 1200-READ-PRIOR-BAL THRU 1200-EXIT
056500         UNTIL EOF-YEAR-BAL-IN
056600         OR YI-ACCOUNT-ID NOT < CM-ACCOUNT-ID.
056700     IF NOT EOF-YEAR-BAL-IN
056800         AND YI-ACCOUNT-ID = CM-ACCOUNT-ID
056900         SET PRIOR-BAL-FOUND TO TRUE
057000         MOVE YI-BALANCE TO WS-CY-OPEN-BAL
057100         IF WS-CY-PLAN-ID = SPACES
057200             MOVE YI-PLAN-ID TO WS-CY-PLAN-ID
057300         END-IF
057400     END-IF.
057500 3400-EXIT.
057600     EXIT.
057700*----------------------------------------------------------*
057800* 4000-PRINT-SUMMARY - ONE ANNUAL SUMMARY PAGE
057900*----------------------------------------------------------*
058000 4000-PRINT-SUMMARY.
058100     ADD 1 TO WS-SUMMARY-COUNT.
058200     MOVE WS-SUMM-HEADER TO YS-RECORD.
058300     WRITE YS-RECORD.
058400     MOVE SPACES TO YS-RECORD.
058500     MOVE CM-NAME TO WS-NL-NAME.
058600     MOVE WS-NAME-LINE TO YS-RECORD.
058700     WRITE YS-RECORD.
058800     PERFORM 4100-PRINT-MAILING-BLOCK THRU 4100-EXIT.
058900     MOVE SPACES TO YS-RECORD.
059000     MOVE CM-ACCOUNT-ID TO WS-AL-ACCOUNT-ID.
059100     MOVE WS-ACCOUNT-LINE TO YS-RECORD.
059200     WRITE YS-RECORD.
059300     MOVE SPACES TO YS-RECORD.
059400     MOVE WS-CY-STMT-COUNT TO WS-AC-STMT-COUNT.
059500     MOVE WS-CY-ACCRUALS TO WS-AC-ACCRUALS.
059600     MOVE WS-ACCRUAL-LINE TO YS-RECORD.
059700     WRITE YS-RECORD.
059800     MOVE SPACES TO YS-RECORD.
059900     MOVE WS-CY-INV-COUNT TO WS-FE-INV-COUNT.
060000     MOVE WS-CY-FEES TO WS-FE-FEES.
060100     MOVE WS-FEE-LINE TO YS-RECORD.
060200     WRITE YS-RECORD.
060300     IF PLAN-FOUND OR PRIOR-BAL-FOUND
060400         MOVE SPACES TO YS-RECORD
060500         MOVE WS-CY-PLAN-ID TO WS-PL-PLAN-ID
060600         MOVE WS-CY-OPEN-BAL TO WS-PL-OPEN-BAL
060700         MOVE WS-CY-CLOSE-BAL TO WS-PL-CLOSE-BAL
060800         MOVE WS-PLAN-LINE TO YS-RECORD
060900         WRITE YS-RECORD
061000     ELSE
061100         MOVE WS-NO-PLAN-LINE TO YS-RECORD
061200         WRITE YS-RECORD
061300     END-IF.
061400     IF PLAN-FOUND AND NOT PRIOR-BAL-FOUND
061500         ADD 1 TO WS-NO-PRIOR-COUNT
061600         MOVE WS-NO-PRIOR-LINE TO YS-RECORD
061700         WRITE YS-RECORD
061800     END-IF.
061900     ADD WS-CY-ACCRUALS TO WS-GT-ACCRUALS.
062000     ADD WS-CY-FEES TO WS-GT-FEES.
062100     ADD WS-CY-OPEN-BAL TO WS-GT-OPEN-BAL.
062200     ADD WS-CY-CLOSE-BAL TO WS-GT-CLOSE-BAL.
062300     MOVE SPACES TO YS-RECORD.
062400     WRITE YS-RECORD.
062500 4000-EXIT.
062600     EXIT.
062700*----------------------------------------------------------*
062800* 4100-PRINT-MAILING-BLOCK - THE THREE MASTER ADDRESS LINES
062900*                            UNDER THE NAME, BLANK LINES
063000*                            SKIPPED
063100*----------------------------------------------------------*
063200 4100-PRINT-MAILING-BLOCK.
063300     IF CM-ADDR-LINE-1 NOT = SPACES
063400         MOVE SPACES TO YS-RECORD
063500         MOVE CM-ADDR-LINE-1 TO WS-AD-TEXT
063600         MOVE WS-ADDR-LINE TO YS-RECORD
063700         WRITE YS-RECORD
063800     END-IF.
063900     IF CM-ADDR-LINE-2 NOT = SPACES
064000         MOVE SPACES TO YS-RECORD
064100         MOVE CM-ADDR-LINE-2 TO WS-AD-TEXT
064200         MOVE WS-ADDR-LINE TO YS-RECORD
064300         WRITE YS-RECORD
064400     END-IF.
064500     IF CM-ADDR-LINE-3 NOT = SPACES
064600         MOVE SPACES TO YS-RECORD
064700         MOVE CM-ADDR-LINE-3 TO WS-AD-TEXT
064800         MOVE WS-ADDR-LINE TO YS-RECORD
064900         WRITE YS-RECORD
065000     END-IF.
065100 4100-EXIT.
065200     EXIT.
065300*----------------------------------------------------------*
065400* 5000-WRITE-EXTRACT - THE CUSTOMER'S REPORTABLE AMOUNTS FOR
065500*                      THE REGULATORY FILING; THE HASH TOTAL
065600*                      COVERS ACCRUALS, FEES AND THE CLOSING
065700*                      PLAN BALANCE
065800*----------------------------------------------------------*
065900 5000-WRITE-EXTRACT.
066000     MOVE SPACES TO RX-RECORD.
066100     MOVE CM-ACCOUNT-ID TO RX-ACCOUNT-ID.
066200     MOVE WS-TAX-YEAR TO RX-TAX-YEAR.
066300     MOVE CM-NAME TO RX-NAME.
066400     MOVE WS-CY-ACCRUALS TO RX-ACCRUALS.
066500     MOVE WS-CY-FEES TO RX-FEES.
066600     MOVE WS-CY-OPEN-BAL TO RX-OPEN-BALANCE.
066700     MOVE WS-CY-CLOSE-BAL TO RX-CLOSE-BALANCE.
066800     WRITE RX-RECORD.
066900     ADD 1 TO WS-EXTRACT-COUNT.
067000     ADD WS-CY-ACCRUALS TO WS-EXTRACT-HASH.
067100     ADD WS-CY-FEES TO WS-EXTRACT-HASH.
067200     ADD WS-CY-CLOSE-BAL TO WS-EXTRACT-HASH.
067300 5000-EXIT.
067400     EXIT.
067500*----------------------------------------------------------*
067600* 5200-WRITE-SNAPSHOT - THIS YEAR'S CLOSING BALANCE, NEXT
067700*                       YEAR'S OPENING
067800*----------------------------------------------------------*
067900 5200-WRITE-SNAPSHOT.
068000     MOVE SPACES TO YO-RECORD.
068100     MOVE CM-ACCOUNT-ID TO YO-ACCOUNT-ID.
068200     MOVE WS-CY-PLAN-ID TO YO-PLAN-ID.
068300     MOVE WS-TAX-YEAR TO YO-YEAR.
068400     MOVE WS-CY-CLOSE-BAL TO YO-BALANCE.
068500     WRITE YO-RECORD.
068600     ADD 1 TO WS-SNAPSHOT-COUNT.
068700 5200-EXIT.
068800     EXIT.
068900*----------------------------------------------------------*
069000* 9000-TERMINATE - CONTROL COUNTS AND TOTALS, THE EXTRACT
069100*                  TRAILER, RETURN CODE AND THE RUN LOG
069200*----------------------------------------------------------*
069300 9000-TERMINATE.
069400     MOVE SPACES TO YS-RECORD.
069500     MOVE WS-CUST-READ TO WS-CT-READ.
069600     MOVE WS-SUMMARY-COUNT TO WS-CT-SUMMARIES.
069700     MOVE WS-SKIP-COUNT TO WS-CT-SKIPPED.
069800     MOVE WS-COUNT-LINE TO YS-RECORD.
069900     WRITE YS-RECORD.
070000     MOVE SPACES TO YS-RECORD.
070100     MOVE WS-GT-ACCRUALS TO WS-TL-ACCRUALS.
070200     MOVE WS-GT-FEES TO WS-TL-FEES.
070300     MOVE WS-TOTAL-LINE-1 TO YS-RECORD.
070400     WRITE YS-RECORD.
070500     MOVE SPACES TO YS-RECORD.
070600     MOVE WS-GT-OPEN-BAL TO WS-TL-OPEN-BAL.
070700     MOVE WS-GT-CLOSE-BAL TO WS-TL-CLOSE-BAL.
070800     MOVE WS-NO-PRIOR-COUNT TO WS-TL-NO-PRIOR.
070900     MOVE WS-TOTAL-LINE-2 TO YS-RECORD.
071000     WRITE YS-RECORD.
071100     MOVE SPACES TO YS-RECORD.
071200     MOVE WS-EXTRACT-COUNT TO WS-TL-EXTRACT.
071300     MOVE WS-SNAPSHOT-COUNT TO WS-TL-SNAPSHOT.
071400     MOVE WS-TOTAL-LINE-3 TO YS-RECORD.
071500     WRITE YS-RECORD.
071600     MOVE SPACES TO FILETRLR-RECORD.
071700     MOVE "TRAILER " TO FILETRLR-TAG.
071800     MOVE WS-EXTRACT-COUNT TO FILETRLR-COUNT.
071900     MOVE WS-EXTRACT-HASH TO FILETRLR-HASH.
072000     MOVE FILETRLR-RECORD TO RX-RECORD.
072100     WRITE RX-RECORD.
072200     IF WS-NO-PRIOR-COUNT > ZERO
072300         MOVE 4 TO RETURN-CODE
072400     END-IF.
072500     CLOSE CUST-MASTER.
072600     CLOSE STMT-HIST.
072700     CLOSE AR-OPEN.
072800     CLOSE PLAN-RESULTS.
072900     CLOSE YEAR-BAL-IN.
073000     CLOSE YEAR-BAL-OUT.
073100     CLOSE YEAR-RPT.
073200     CLOSE REG-EXTRACT.
073300     MOVE "YEARSUMM" TO RUNLOG-PROGRAM-ID.
073400     MOVE WS-CUST-READ TO RUNLOG-READ-COUNT.
073500     MOVE WS-EXTRACT-COUNT TO RUNLOG-WRITE-COUNT.
073600     MOVE WS-NO-PRIOR-COUNT TO RUNLOG-EXCEPT-COUNT.
073700     MOVE "OK" TO RUNLOG-STATUS.
073800     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
073900 9000-EXIT.
074000     EXIT.
074100*----------------------------------------------------------*
074200     COPY RUNHDRP.
074300     COPY RUNLOGP.
074400     COPY OPERAUTP.
