000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     APPRPEND.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - PENDING-APPROVALS REPORT.
001200*                   CUSTMNT AND VEHMNT HOLD EVERY MAINTENANCE
001300*                   TRANSACTION NOT YET APPROVED BY A SECOND
001400*                   OPERATOR ON CUSTPEND / VEHPEND FOR THE NEXT
001500*                   CYCLE. THIS STEP READS BOTH AND LISTS EACH
001600*                   ITEM WAITING MORE THAN ONE DAY (BUSINESS
001700*                   DATE LESS ENTRY DATE) WITH ITS BATCH, KEY,
001800*                   ACTION, ENTERING OPERATOR AND DAYS WAITING,
001900*                   SO SUPERVISORS CAN CHASE THE APPROVALS. AN
002000*                   ITEM WITH NO USABLE ENTRY DATE IS LISTED
002100*                   TOO. RC 4 WHEN ANY ITEM IS LISTED.
002133* 2026-10-15   RT   CUSTPEND IS NOW 164 BYTES WITH AN 8-BYTE
002166*                   BATCH ID; THE BATCH COLUMN IS WIDENED TO 8.
002200*----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL CUST-PENDING ASSIGN TO "CUSTPEND"
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100     SELECT OPTIONAL VEH-PENDING ASSIGN TO "VEHPEND"
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT PEND-RPT     ASSIGN TO "APPRRPT"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500*----------------------------------------------------------*
004600 DATA DIVISION.
004700 FILE SECTION.
004800*
004900* CUSTPEND IS THE CUSTMNT CUSTTRAN LAYOUT
005000*
005100 FD  CUST-PENDING
005200     LABEL RECORDS ARE STANDARD
005300     RECORD CONTAINS 164 CHARACTERS.
005400 01  PC-RECORD.
005500     05  PC-ACTION           PIC X(01).
005600     05  PC-ACCOUNT-ID       PIC X(10).
005700     05  FILLER              PIC X(129).
005800     05  PC-ENTERED-BY       PIC X(08).
005900     05  PC-ENTERED-DATE     PIC 9(08).
006000     05  PC-BATCH-ID         PIC X(08).
006100*
006200* VEHPEND IS THE VEHMNT VEHTRAN LAYOUT
006300*
006400 FD  VEH-PENDING
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  PV-RECORD.
006800     05  PV-ACTION           PIC X(01).
006900     05  PV-VEHICLE-ID       PIC X(06).
007000     05  FILLER              PIC X(17).
007100     05  PV-ENTERED-BY       PIC X(08).
007200     05  PV-ENTERED-DATE     PIC 9(08).
007300     05  PV-BATCH-ID         PIC X(04).
007400     05  FILLER              PIC X(36).
007500*
007600 FD  PEND-RPT
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  PR-RECORD               PIC X(80).
008000*
008100 FD  RUN-LOG
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  RL-RECORD               PIC X(80).
008500*
008600 FD  BUS-DATE-PARM
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  BD-RECORD.
009000     05  BD-BUSINESS-DATE    PIC 9(08).
009100     05  FILLER              PIC X(72).
009200*
009300 FD  OPER-CARD
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 80 CHARACTERS.
009600 01  OC-RECORD.
009700     05  OC-OPERATOR-ID      PIC X(08).
009800     05  FILLER              PIC X(72).
009900*
010000 FD  OPER-AUTH
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  OA-RECORD.
010400     05  OA-OPERATOR-ID      PIC X(08).
010500     05  OA-NAME             PIC X(20).
010600     05  OA-ACTIVE           PIC X(01).
010700     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
010800     05  FILLER              PIC X(11).
010900*
011000 FD  OPER-LOG
011100     LABEL RECORDS ARE STANDARD
011200     RECORD CONTAINS 80 CHARACTERS.
011300 01  OL-RECORD               PIC X(80).
011400*----------------------------------------------------------*
011500 WORKING-STORAGE SECTION.
011600     COPY RUNHDR.
011700     COPY RUNLOG.
011800     COPY OPERAUTH.
011900     COPY PRTSRV.
012000 01  WS-PRINT-LINE           PIC X(80).
012100 01  WS-HDG-SUB              PIC 9(01) COMP.
012200*
012300 01  WS-SWITCHES.
012400     05  WS-EOF-SW           PIC X(01) VALUE "N".
012500         88  EOF-INPUT               VALUE "Y".
012600*
012700 01  WS-COUNTERS.
012800     05  WS-CUST-READ        PIC 9(05) COMP VALUE ZERO.
012900     05  WS-VEH-READ         PIC 9(05) COMP VALUE ZERO.
013000     05  WS-CUST-OVERDUE     PIC 9(05) COMP VALUE ZERO.
013100     05  WS-VEH-OVERDUE      PIC 9(05) COMP VALUE ZERO.
013200*
013300* AN ITEM IS OVERDUE ONCE IT HAS WAITED MORE THAN THIS MANY
013400* DAYS FOR ITS APPROVAL
013500*
013600 01  WS-WAIT-LIMIT           PIC 9(03) VALUE 1.
013700 01  WS-TODAY-DAYS           PIC 9(07) VALUE ZERO.
013800 01  WS-WAIT-DAYS            PIC S9(07) VALUE ZERO.
013900*
014000* ONE PENDING ITEM, FROM EITHER FILE
014100*
014200 01  WS-ITEM.
014300     05  WS-IT-SYSTEM        PIC X(04).
014400     05  WS-IT-ACTION        PIC X(01).
014500     05  WS-IT-KEY           PIC X(10).
014600     05  WS-IT-MAKER         PIC X(08).
014700     05  WS-IT-ENTERED-DATE  PIC 9(08).
014800     05  WS-IT-BATCH-ID      PIC X(08).
014900*
015000 01  WS-OVERDUE-SW           PIC X(01) VALUE "N".
015100     88  ITEM-OVERDUE                VALUE "Y".
015200*
015300 01  WS-PAGE-HEADER-1.
015400     05  FILLER              PIC X(40) VALUE
015500         "MAINTENANCE AWAITING APPROVAL".
015600     05  FILLER              PIC X(40) VALUE SPACES.
015700*
015800 01  WS-PAGE-HEADER-2.
015900     05  FILLER              PIC X(05) VALUE "SYS".
016000     05  FILLER              PIC X(10) VALUE "BATCH".
016100     05  FILLER              PIC X(11) VALUE "KEY".
016200     05  FILLER              PIC X(04) VALUE "ACT".
016300     05  FILLER              PIC X(11) VALUE "ENTERED BY".
016400     05  FILLER              PIC X(11) VALUE "ENTERED ON".
016500     05  FILLER              PIC X(12) VALUE " DAYS WAIT".
016600     05  FILLER              PIC X(16) VALUE SPACES.
016700*
016800 01  WS-ITEM-LINE.
016900     05  WS-IL-SYSTEM        PIC X(04).
017000     05  FILLER              PIC X(01) VALUE SPACE.
017100     05  WS-IL-BATCH-ID      PIC X(08).
017200     05  FILLER              PIC X(02) VALUE SPACES.
017300     05  WS-IL-KEY           PIC X(10).
017400     05  FILLER              PIC X(02) VALUE SPACES.
017500     05  WS-IL-ACTION        PIC X(01).
017600     05  FILLER              PIC X(02) VALUE SPACES.
017700     05  WS-IL-MAKER         PIC X(08).
017800     05  FILLER              PIC X(03) VALUE SPACES.
017900     05  WS-IL-ENTERED-DATE  PIC X(10).
018000     05  FILLER              PIC X(01) VALUE SPACE.
018100     05  WS-IL-DAYS          PIC Z(09)9.
018200     05  FILLER              PIC X(18) VALUE SPACES.
018300*
018400 01  WS-EDIT-DATE            PIC 9999/99/99.
018500*
018600 01  WS-SUMMARY-LINE.
018700     05  WS-SM-SYSTEM        PIC X(04).
018800     05  FILLER              PIC X(15) VALUE " ITEMS PENDING:".
018900     05  WS-SM-PENDING       PIC ZZZZ9.
019000     05  FILLER              PIC X(26) VALUE
019100         " WAITING OVER ONE DAY:".
019200     05  WS-SM-OVERDUE       PIC ZZZZ9.
019300     05  FILLER              PIC X(25) VALUE SPACES.
019400*----------------------------------------------------------*
019500 PROCEDURE DIVISION.
019600 0000-MAINLINE.
019700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019800     MOVE "N" TO WS-EOF-SW.
019900     OPEN INPUT CUST-PENDING.
020000     PERFORM 2000-CUST-ITEM THRU 2000-EXIT
020100         UNTIL EOF-INPUT.
020200     CLOSE CUST-PENDING.
020300     MOVE "N" TO WS-EOF-SW.
020400     OPEN INPUT VEH-PENDING.
020500     PERFORM 2100-VEH-ITEM THRU 2100-EXIT
020600         UNTIL EOF-INPUT.
020700     CLOSE VEH-PENDING.
020800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020900     GOBACK.
021000*----------------------------------------------------------*
021100* 1000-INITIALIZE - VALIDATE THE OPERATOR, OPEN THE REPORT
021200*                   AND PRINT THE HEADER
021300*----------------------------------------------------------*
021400 1000-INITIALIZE.
021500     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
021600     MOVE "APPRPEND" TO OPERAUTH-CALLER.
021700     PERFORM OPERAUTH-VALIDATE
021800         THRU OPERAUTH-VALIDATE-EXIT.
021900     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
022000     OPEN OUTPUT PEND-RPT.
022100     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
022200     COMPUTE WS-TODAY-DAYS =
022300         FUNCTION INTEGER-OF-DATE (RUNHDR-DATE).
022400 1000-EXIT.
022500     EXIT.
022600*----------------------------------------------------------*
022700* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
022800*----------------------------------------------------------*
022900 1050-PRINT-RUN-HEADER.
023000     MOVE "APPRPEND" TO RUNHDR-JOB-NAME.
023100     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
023200     MOVE "I" TO PRTSRV-FUNCTION.
023300     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
023400     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
023500     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
023600     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
023700     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
023800     CALL "PRTSRV" USING PRTSRV-CONTROL.
023900 1050-EXIT.
024000     EXIT.
024100*----------------------------------------------------------*
024200* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
024300*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
024400*                      RULES WHEN THE CARD IS ABSENT)
024500*----------------------------------------------------------*
024600 1090-READ-BUS-DATE.
024700     OPEN INPUT BUS-DATE-PARM.
024800     READ BUS-DATE-PARM
024900         AT END
025000             CONTINUE
025100         NOT AT END
025200             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
025300     END-READ.
025400     CLOSE BUS-DATE-PARM.
025500 1090-EXIT.
025600     EXIT.
025700*----------------------------------------------------------*
025800* 2000-CUST-ITEM - ONE HELD CUSTMNT TRANSACTION
025900*----------------------------------------------------------*
026000 2000-CUST-ITEM.
026100     READ CUST-PENDING
026200         AT END
026300             SET EOF-INPUT TO TRUE
026400             GO TO 2000-EXIT
026500     END-READ.
026600     ADD 1 TO WS-CUST-READ.
026700     MOVE "CUST" TO WS-IT-SYSTEM.
026800     MOVE PC-ACTION TO WS-IT-ACTION.
026900     MOVE PC-ACCOUNT-ID TO WS-IT-KEY.
027000     MOVE PC-ENTERED-BY TO WS-IT-MAKER.
027100     MOVE PC-ENTERED-DATE TO WS-IT-ENTERED-DATE.
027200     MOVE PC-BATCH-ID TO WS-IT-BATCH-ID.
027300     PERFORM 3000-AGE-ITEM THRU 3000-EXIT.
027400     IF ITEM-OVERDUE
027500         ADD 1 TO WS-CUST-OVERDUE
027600     END-IF.
027700 2000-EXIT.
027800     EXIT.
027900*----------------------------------------------------------*
028000* 2100-VEH-ITEM - ONE HELD VEHMNT TRANSACTION
028100*----------------------------------------------------------*
028200 2100-VEH-ITEM.
028300     READ VEH-PENDING
028400         AT END
028500             SET EOF-INPUT TO TRUE
028600             GO TO 2100-EXIT
028700     END-READ.
028800     ADD 1 TO WS-VEH-READ.
028900     MOVE "VEH" TO WS-IT-SYSTEM.
029000     MOVE PV-ACTION TO WS-IT-ACTION.
029100     MOVE PV-VEHICLE-ID TO WS-IT-KEY.
029200     MOVE PV-ENTERED-BY TO WS-IT-MAKER.
029300     MOVE PV-ENTERED-DATE TO WS-IT-ENTERED-DATE.
029400     MOVE PV-BATCH-ID TO WS-IT-BATCH-ID.
029500     PERFORM 3000-AGE-ITEM THRU 3000-EXIT.
029600     IF ITEM-OVERDUE
029700         ADD 1 TO WS-VEH-OVERDUE
029800     END-IF.
029900 2100-EXIT.
030000     EXIT.
030100*----------------------------------------------------------*
030200* 3000-AGE-ITEM - DAYS THE ITEM HAS WAITED. ONE OVER THE
030300*                 LIMIT, OR WITH NO USABLE ENTRY DATE, IS
030400*                 LISTED.
030500*----------------------------------------------------------*
030600 3000-AGE-ITEM.
030700     MOVE "N" TO WS-OVERDUE-SW.
030800     IF WS-IT-ENTERED-DATE NOT NUMERIC
030900         OR WS-IT-ENTERED-DATE < 16010101
031000         MOVE "UNKNOWN" TO WS-IL-ENTERED-DATE
031100         MOVE ZERO TO WS-IL-DAYS
031200         GO TO 3000-LIST
031300     END-IF.
031400     COMPUTE WS-WAIT-DAYS = WS-TODAY-DAYS
031500         - FUNCTION INTEGER-OF-DATE (WS-IT-ENTERED-DATE).
031600     IF WS-WAIT-DAYS NOT > WS-WAIT-LIMIT
031700         GO TO 3000-EXIT
031800     END-IF.
031900     MOVE WS-IT-ENTERED-DATE TO WS-EDIT-DATE.
032000     MOVE WS-EDIT-DATE TO WS-IL-ENTERED-DATE.
032100     MOVE WS-WAIT-DAYS TO WS-IL-DAYS.
032200 3000-LIST.
032300     SET ITEM-OVERDUE TO TRUE.
032400     MOVE WS-IT-SYSTEM TO WS-IL-SYSTEM.
032500     MOVE WS-IT-BATCH-ID TO WS-IL-BATCH-ID.
032600     MOVE WS-IT-KEY TO WS-IL-KEY.
032700     MOVE WS-IT-ACTION TO WS-IL-ACTION.
032800     MOVE WS-IT-MAKER TO WS-IL-MAKER.
032900     MOVE WS-ITEM-LINE TO WS-PRINT-LINE.
033000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
033100 3000-EXIT.
033200     EXIT.
033300*----------------------------------------------------------*
033400* 9000-TERMINATE - COUNTS PER SYSTEM, CLOSES AND THE RUN LOG
033500*----------------------------------------------------------*
033600 9000-TERMINATE.
033700     MOVE SPACES TO WS-PRINT-LINE.
033800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
033900     MOVE "CUST" TO WS-SM-SYSTEM.
034000     MOVE WS-CUST-READ TO WS-SM-PENDING.
034100     MOVE WS-CUST-OVERDUE TO WS-SM-OVERDUE.
034200     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
034300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
034400     MOVE "VEH" TO WS-SM-SYSTEM.
034500     MOVE WS-VEH-READ TO WS-SM-PENDING.
034600     MOVE WS-VEH-OVERDUE TO WS-SM-OVERDUE.
034700     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
034800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
034900     PERFORM 8900-END-REPORT THRU 8900-EXIT.
035000     CLOSE PEND-RPT.
035100     MOVE "APPRPEND" TO RUNLOG-PROGRAM-ID.
035200     COMPUTE RUNLOG-READ-COUNT = WS-CUST-READ + WS-VEH-READ.
035300     COMPUTE RUNLOG-WRITE-COUNT =
035400         WS-CUST-OVERDUE + WS-VEH-OVERDUE.
035500     MOVE RUNLOG-WRITE-COUNT TO RUNLOG-EXCEPT-COUNT.
035600     MOVE "OK" TO RUNLOG-STATUS.
035700     IF RUNLOG-EXCEPT-COUNT > ZERO
035800         MOVE 4 TO RETURN-CODE
035900     END-IF.
036000     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
036100 9000-EXIT.
036200     EXIT.
036300*----------------------------------------------------------*
036400* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
036500*                          SHARED PRINT SERVICE, WRITING THE
036600*                          PAGE HEADINGS FIRST ON A PAGE BREAK
036700*----------------------------------------------------------*
036800 8800-WRITE-REPORT-LINE.
036900     MOVE "W" TO PRTSRV-FUNCTION.
037000     CALL "PRTSRV" USING PRTSRV-CONTROL.
037100     IF PRTSRV-NEW-PAGE
037200         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
037300             VARYING WS-HDG-SUB FROM 1 BY 1
037400             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
037500     END-IF.
037600     MOVE WS-PRINT-LINE TO PR-RECORD.
037700     WRITE PR-RECORD.
037800 8800-EXIT.
037900     EXIT.
038000*----------------------------------------------------------*
038100* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
038200*----------------------------------------------------------*
038300 8850-WRITE-HEADING.
038400     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO PR-RECORD.
038500     WRITE PR-RECORD.
038600 8850-EXIT.
038700     EXIT.
038800*----------------------------------------------------------*
038900* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
039000*                   LINE-AND-PAGE-COUNT LINE
039100*----------------------------------------------------------*
039200 8900-END-REPORT.
039300     MOVE "E" TO PRTSRV-FUNCTION.
039400     CALL "PRTSRV" USING PRTSRV-CONTROL.
039500     MOVE PRTSRV-FINAL-LINE TO PR-RECORD.
039600     WRITE PR-RECORD.
039700 8900-EXIT.
039800     EXIT.
039900*----------------------------------------------------------*
040000     COPY RUNHDRP.
040100     COPY RUNLOGP.
040200     COPY OPERAUTP.
