000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     PMSCHED.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - NIGHTLY PREVENTIVE
001200*                   MAINTENANCE SCHEDULING FOR THE FLEET. THE
001300*                   SVCINTV TABLE GIVES EACH VM-VEHICLE-CLASS A
001400*                   SERVICE INTERVAL IN KILOMETRES AND IN
001500*                   CALENDAR DAYS PLUS A DUE-SOON WARNING MARGIN
001600*                   FOR EACH. THE INDEXED SVCHIST FILE HOLDS ONE
001700*                   RECORD PER VEHICLE - LAST SERVICE DATE AND
001800*                   ODOMETER, LATEST ODOMETER SEEN ON A FUEL
001900*                   TICKET AND THE DATE OF ANY OPEN WORK ORDER.
002000*                   THE RUN FIRST APPLIES THE SHOP'S SVCTRAN
002100*                   COMPLETED-SERVICE TRANSACTIONS (WHICH CLEAR
002200*                   THE OPEN WORK ORDER, SO THE VEHICLE DROPS
002300*                   OFF THE LIST), THEN CARRIES THE HIGHEST
002400*                   FUELTKT ODOMETER PER VEHICLE INTO SVCHIST,
002500*                   THEN MEASURES EVERY VEHMSTR VEHICLE AGAINST
002600*                   ITS CLASS INTERVAL. OVERDUE AND DUE-SOON
002700*                   VEHICLES ARE SORTED BY THE DEPOT OF THEIR
002800*                   ROUTMSTR ROUTE ONTO MNTRPT, AND EACH ONE
002900*                   WITHOUT AN OPEN WORK ORDER GETS A WRKORDR
003000*                   RECORD FOR THE SHOP. A VEHICLE WITH NO
003100*                   SERVICE ON FILE IS REPORTED OVERDUE UNTIL ITS
003200*                   FIRST COMPLETED SERVICE IS KEYED. DAY COUNTS
003300*                   ACROSS MONTH ENDS USE THE INTRINSIC DATE
003400*                   FUNCTIONS, WHICH HAVE NO VERB FORM.
003500*----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT SVC-INTERVALS ASSIGN TO "SVCINTV"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT SVC-HISTORY ASSIGN TO "SVCHIST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS SH-VEHICLE-ID.
004800     SELECT OPTIONAL SVC-TRANS ASSIGN TO "SVCTRAN"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT FUEL-TICKETS ASSIGN TO "FUELTKT"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT VEH-MASTER  ASSIGN TO "VEHMSTR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS VM-VEHICLE-ID.
005600     SELECT ROUT-MASTER ASSIGN TO "ROUTMSTR"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS RM-ROUTE-CODE.
006000     SELECT WORK-ORDERS ASSIGN TO "WRKORDR"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT MAINT-RPT   ASSIGN TO "MNTRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT DUE-WORK    ASSIGN TO "PMSWORK".
006500     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500*----------------------------------------------------------*
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  SVC-INTERVALS
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  SI-RECORD.
008200     05  SI-VEHICLE-CLASS    PIC X(02).
008300     05  SI-INTERVAL-KM      PIC 9(06).
008400     05  SI-INTERVAL-DAYS    PIC 9(03).
008500     05  SI-SOON-KM          PIC 9(05).
008600     05  SI-SOON-DAYS        PIC 9(03).
008700     05  FILLER              PIC X(61).
008800*
008900 FD  SVC-HISTORY
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  SH-RECORD.
009300     05  SH-VEHICLE-ID       PIC X(06).
009400     05  SH-LAST-SVC-DATE    PIC 9(08).
009500     05  SH-LAST-SVC-ODO     PIC 9(6)V99.
009600     05  SH-CURR-ODO         PIC 9(6)V99.
009700     05  SH-CURR-ODO-DATE    PIC 9(08).
009800     05  SH-WO-DATE          PIC 9(08).
009900     05  FILLER              PIC X(34).
010000*
010100 FD  SVC-TRANS
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  ST-RECORD.
010500     05  ST-VEHICLE-ID       PIC X(06).
010600     05  ST-SVC-DATE         PIC X(08).
010700     05  ST-SVC-DATE-N       REDEFINES ST-SVC-DATE
010800                             PIC 9(08).
010900     05  ST-ODOMETER         PIC X(08).
011000     05  ST-ODOMETER-N       REDEFINES ST-ODOMETER
011100                             PIC 9(6)V99.
011200     05  FILLER              PIC X(58).
011300*
011400 FD  FUEL-TICKETS
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  FT-RECORD.
011800     05  FT-VEHICLE-ID       PIC X(06).
011900     05  FT-DATE             PIC 9(08).
012000     05  FT-LITRES           PIC 9(4)V99.
012100     05  FT-ODOMETER         PIC 9(6)V99.
012200     05  FILLER              PIC X(52).
012300*
012400 FD  VEH-MASTER
012500     LABEL RECORDS ARE STANDARD
012600     RECORD CONTAINS 80 CHARACTERS.
012700 01  VM-RECORD.
012800     05  VM-VEHICLE-ID       PIC X(06).
012900     05  VM-ROUTE-CODE       PIC X(04).
013000     05  VM-DRIVER-ID        PIC X(06).
013100     05  VM-VEHICLE-CLASS    PIC X(02).
013200     05  VM-MAX-SPEED        PIC 9(3)V99.
013300     05  FILLER              PIC X(57).
013400*
013500 FD  ROUT-MASTER
013600     LABEL RECORDS ARE STANDARD
013700     RECORD CONTAINS 80 CHARACTERS.
013800 01  RM-RECORD.
013900     05  RM-ROUTE-CODE       PIC X(04).
014000     05  RM-DESCRIPTION      PIC X(30).
014100     05  RM-STD-DISTANCE     PIC 9(5)V99.
014200     05  RM-DEPOT            PIC X(02).
014300     05  FILLER              PIC X(37).
014400*
014500 FD  WORK-ORDERS
014600     LABEL RECORDS ARE STANDARD
014700     RECORD CONTAINS 80 CHARACTERS.
014800 01  WO-RECORD.
014900     05  WO-VEHICLE-ID       PIC X(06).
015000     05  WO-DEPOT            PIC X(02).
015100     05  WO-ROUTE-CODE       PIC X(04).
015200     05  WO-VEHICLE-CLASS    PIC X(02).
015300     05  WO-ISSUE-DATE       PIC 9(08).
015400     05  WO-STATUS           PIC X(01).
015500         88  WO-OVERDUE              VALUE "O".
015600         88  WO-DUE-SOON             VALUE "D".
015700     05  WO-REASON           PIC X(04).
015800     05  WO-CURR-ODO         PIC 9(6)V99.
015900     05  WO-KM-SINCE         PIC 9(6)V99.
016000     05  WO-DAYS-SINCE       PIC 9(05).
016100     05  WO-LAST-SVC-DATE    PIC 9(08).
016200     05  FILLER              PIC X(24).
016300*
016400 FD  MAINT-RPT
016500     LABEL RECORDS ARE STANDARD
016600     RECORD CONTAINS 80 CHARACTERS.
016700 01  MR-RECORD               PIC X(80).
016800*
016900 SD  DUE-WORK.
017000 01  SRT-RECORD.
017100     05  SRT-DEPOT           PIC X(02).
017200     05  SRT-STATUS          PIC X(01).
017300     05  SRT-VEHICLE-ID      PIC X(06).
017400     05  SRT-ROUTE-CODE      PIC X(04).
017500     05  SRT-VEHICLE-CLASS   PIC X(02).
017600     05  SRT-REASON          PIC X(04).
017700     05  SRT-CURR-ODO        PIC 9(6)V99.
017800     05  SRT-KM-SINCE        PIC 9(6)V99.
017900     05  SRT-DAYS-SINCE      PIC 9(05).
018000     05  SRT-LAST-SVC-DATE   PIC 9(08).
018100     05  SRT-NEW-WO          PIC X(01).
018200     05  FILLER              PIC X(31).
018300*
018400 FD  RUN-LOG
018500     LABEL RECORDS ARE STANDARD
018600     RECORD CONTAINS 80 CHARACTERS.
018700 01  RL-RECORD               PIC X(80).
018800*
018900 FD  BUS-DATE-PARM
019000     LABEL RECORDS ARE STANDARD
019100     RECORD CONTAINS 80 CHARACTERS.
019200 01  BD-RECORD.
019300     05  BD-BUSINESS-DATE    PIC 9(08).
019400     05  FILLER              PIC X(72).
019500*
019600 FD  OPER-CARD
019700     LABEL RECORDS ARE STANDARD
019800     RECORD CONTAINS 80 CHARACTERS.
019900 01  OC-RECORD.
020000     05  OC-OPERATOR-ID      PIC X(08).
020100     05  FILLER              PIC X(72).
020200*
020300 FD  OPER-AUTH
020400     LABEL RECORDS ARE STANDARD
020500     RECORD CONTAINS 80 CHARACTERS.
020600 01  OA-RECORD.
020700     05  OA-OPERATOR-ID      PIC X(08).
020800     05  OA-NAME             PIC X(20).
020900     05  OA-ACTIVE           PIC X(01).
021000     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
021100     05  FILLER              PIC X(11).
021200*
021300 FD  OPER-LOG
021400     LABEL RECORDS ARE STANDARD
021500     RECORD CONTAINS 80 CHARACTERS.
021600 01  OL-RECORD               PIC X(80).
021700*----------------------------------------------------------*
021800 WORKING-STORAGE SECTION.
021900     COPY RUNHDR.
022000     COPY RUNLOG.
022100     COPY OPERAUTH.
022200     COPY PRTSRV.
022300 01  WS-PRINT-LINE           PIC X(80).
022400 01  WS-HDG-SUB              PIC 9(01) COMP.
022500*
022600 01  WS-SWITCHES.
022700     05  WS-EOF-SW           PIC X(01) VALUE "N".
022800         88  EOF-INPUT               VALUE "Y".
022900     05  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
023000         88  EOF-DUE-WORK            VALUE "Y".
023100     05  WS-FOUND-SW         PIC X(01) VALUE "N".
023200         88  ENTRY-FOUND             VALUE "Y".
023300     05  WS-HIST-FOUND-SW    PIC X(01) VALUE "N".
023400         88  HISTORY-FOUND           VALUE "Y".
023500     05  WS-FIRST-TKT-SW     PIC X(01) VALUE "Y".
023600         88  FIRST-TICKET            VALUE "Y".
023700     05  WS-FIRST-DUE-SW     PIC X(01) VALUE "Y".
023800         88  FIRST-DUE               VALUE "Y".
023900*
024000 01  WS-COUNTERS.
024100     05  WS-SVC-APPLIED      PIC 9(05) COMP VALUE ZERO.
024200     05  WS-SVC-REJECTED     PIC 9(05) COMP VALUE ZERO.
024300     05  WS-TICKET-COUNT     PIC 9(06) COMP VALUE ZERO.
024400     05  WS-UNKNOWN-COUNT    PIC 9(05) COMP VALUE ZERO.
024500     05  WS-NO-INTVL-COUNT   PIC 9(05) COMP VALUE ZERO.
024600     05  WS-OVERDUE-COUNT    PIC 9(05) COMP VALUE ZERO.
024700     05  WS-SOON-COUNT       PIC 9(05) COMP VALUE ZERO.
024800     05  WS-WO-COUNT         PIC 9(05) COMP VALUE ZERO.
024900     05  WS-DPT-OVERDUE      PIC 9(05) COMP VALUE ZERO.
025000     05  WS-DPT-SOON         PIC 9(05) COMP VALUE ZERO.
025100*
025200 01  WS-RUN-DATE-INT         PIC 9(08) VALUE ZERO.
025300 01  WS-PRIOR-VEHICLE-ID     PIC X(06) VALUE SPACES.
025400 01  WS-TKT-HIGH-ODO         PIC 9(6)V99 VALUE ZERO.
025500 01  WS-TKT-HIGH-DATE        PIC 9(08) VALUE ZERO.
025600 01  WS-PRIOR-DEPOT          PIC X(02) VALUE SPACES.
025700 01  WS-REJECT-REASON        PIC X(16) VALUE SPACES.
025800 01  WS-DEPOT                PIC X(02) VALUE SPACES.
025900 01  WS-KM-SINCE             PIC 9(6)V99 VALUE ZERO.
026000 01  WS-DAYS-SINCE           PIC 9(05) VALUE ZERO.
026100 01  WS-KM-DUE               PIC X(01) VALUE SPACE.
026200 01  WS-DAYS-DUE             PIC X(01) VALUE SPACE.
026300 01  WS-STATUS               PIC X(01) VALUE SPACE.
026400 01  WS-REASON               PIC X(04) VALUE SPACES.
026500*
026600* SERVICE INTERVALS BY VEHICLE CLASS, LOADED FROM SVCINTV
026700*
026800 01  WS-INTV-COUNT           PIC 9(02) COMP VALUE ZERO.
026900 01  WS-INTV-SUB             PIC 9(02) COMP VALUE ZERO.
027000 01  WS-INTV-TABLE.
027100     05  WS-INTV-ENTRY OCCURS 20 TIMES.
027200         10  WS-IT-CLASS         PIC X(02).
027300         10  WS-IT-KM            PIC 9(06).
027400         10  WS-IT-DAYS          PIC 9(03).
027500         10  WS-IT-SOON-KM       PIC 9(05).
027600         10  WS-IT-SOON-DAYS     PIC 9(03).
027700*
027800* THE FLEET, LOADED FROM VEHMSTR IN VEHICLE ORDER
027900*
028000 01  WS-VEH-MAX              PIC 9(04) COMP VALUE 500.
028100 01  WS-VEH-COUNT            PIC 9(04) COMP VALUE ZERO.
028200 01  WS-VEH-SUB              PIC 9(04) COMP VALUE ZERO.
028300 01  WS-VEH-TABLE.
028400     05  WS-VEH-ENTRY OCCURS 500 TIMES.
028500         10  WS-VT-VEHICLE-ID    PIC X(06).
028600         10  WS-VT-ROUTE-CODE    PIC X(04).
028700         10  WS-VT-CLASS         PIC X(02).
028800*
028900 01  WS-PAGE-HEADER-1.
029000     05  FILLER              PIC X(40) VALUE
029100         "PREVENTIVE MAINTENANCE DUE BY DEPOT".
029200     05  FILLER              PIC X(40) VALUE SPACES.
029300*
029400 01  WS-PAGE-HEADER-2.
029500     05  FILLER              PIC X(04) VALUE "DPT".
029600     05  FILLER              PIC X(07) VALUE "VEHICL".
029700     05  FILLER              PIC X(03) VALUE "CL".
029800     05  FILLER              PIC X(05) VALUE "ROUT".
029900     05  FILLER              PIC X(09) VALUE "STATUS".
030000     05  FILLER              PIC X(05) VALUE "WHY".
030100     05  FILLER              PIC X(09) VALUE " ODOMETER".
030200     05  FILLER              PIC X(10) VALUE "  KM SINCE".
030300     05  FILLER              PIC X(06) VALUE "  DAYS".
030400     05  FILLER              PIC X(10) VALUE " LAST SVC".
030500     05  FILLER              PIC X(12) VALUE "WORK ORDER".
030600*
030700 01  WS-DUE-LINE.
030800     05  WS-DL-DEPOT         PIC X(02).
030900     05  FILLER              PIC X(02) VALUE SPACES.
031000     05  WS-DL-VEHICLE-ID    PIC X(06).
031100     05  FILLER              PIC X(01) VALUE SPACE.
031200     05  WS-DL-CLASS         PIC X(02).
031300     05  FILLER              PIC X(01) VALUE SPACE.
031400     05  WS-DL-ROUTE-CODE    PIC X(04).
031500     05  FILLER              PIC X(01) VALUE SPACE.
031600     05  WS-DL-STATUS        PIC X(08).
031700     05  FILLER              PIC X(01) VALUE SPACE.
031800     05  WS-DL-REASON        PIC X(04).
031900     05  FILLER              PIC X(01) VALUE SPACE.
032000     05  WS-DL-CURR-ODO      PIC ZZZZZ9.9.
032100     05  FILLER              PIC X(01) VALUE SPACE.
032200     05  WS-DL-KM-SINCE      PIC ZZZZZZ9.9.
032300     05  FILLER              PIC X(01) VALUE SPACE.
032400     05  WS-DL-DAYS          PIC ZZZZ9.
032500     05  FILLER              PIC X(01) VALUE SPACE.
032600     05  WS-DL-LAST-SVC      PIC 9(08).
032700     05  FILLER              PIC X(02) VALUE SPACES.
032800     05  WS-DL-WO            PIC X(08).
032900     05  FILLER              PIC X(03) VALUE SPACES.
033000*
033100 01  WS-DEPOT-LINE.
033200     05  FILLER              PIC X(06) VALUE "DEPOT ".
033300     05  WS-DT-DEPOT         PIC X(02).
033400     05  FILLER              PIC X(10) VALUE " OVERDUE:".
033500     05  WS-DT-OVERDUE       PIC ZZZZ9.
033600     05  FILLER              PIC X(11) VALUE " DUE SOON:".
033700     05  WS-DT-SOON          PIC ZZZZ9.
033800     05  FILLER              PIC X(41) VALUE SPACES.
033900*
034000 01  WS-SERVICE-LINE.
034100     05  FILLER              PIC X(08) VALUE "SERVICE ".
034200     05  WS-SV-VEHICLE-ID    PIC X(06).
034300     05  FILLER              PIC X(01) VALUE SPACE.
034400     05  WS-SV-DATE          PIC X(08).
034500     05  FILLER              PIC X(01) VALUE SPACE.
034600     05  WS-SV-ODOMETER      PIC X(08).
034700     05  FILLER              PIC X(01) VALUE SPACE.
034800     05  WS-SV-RESULT        PIC X(09).
034900     05  WS-SV-REASON        PIC X(16).
035000     05  FILLER              PIC X(22) VALUE SPACES.
035100*
035200 01  WS-NOTE-LINE.
035300     05  FILLER              PIC X(08) VALUE "VEHICLE ".
035400     05  WS-NL-VEHICLE-ID    PIC X(06).
035500     05  FILLER              PIC X(01) VALUE SPACE.
035600     05  WS-NL-TEXT          PIC X(50).
035700     05  FILLER              PIC X(15) VALUE SPACES.
035800*
035900 01  WS-SUMMARY-LINE-1.
036000     05  FILLER              PIC X(18) VALUE "SERVICES APPLIED:".
036100     05  WS-SM-APPLIED       PIC ZZZZ9.
036200     05  FILLER              PIC X(11) VALUE " REJECTED:".
036300     05  WS-SM-REJECTED      PIC ZZZZ9.
036400     05  FILLER              PIC X(10) VALUE " TICKETS:".
036500     05  WS-SM-TICKETS       PIC ZZZZZ9.
036600     05  FILLER              PIC X(10) VALUE " UNKNOWN:".
036700     05  WS-SM-UNKNOWN       PIC ZZZZ9.
036800     05  FILLER              PIC X(10) VALUE SPACES.
036900*
037000 01  WS-SUMMARY-LINE-2.
037100     05  FILLER              PIC X(10) VALUE "VEHICLES:".
037200     05  WS-SM-VEHICLES      PIC ZZZZ9.
037300     05  FILLER              PIC X(10) VALUE " OVERDUE:".
037400     05  WS-SM-OVERDUE       PIC ZZZZ9.
037500     05  FILLER              PIC X(11) VALUE " DUE SOON:".
037600     05  WS-SM-SOON          PIC ZZZZ9.
037700     05  FILLER              PIC X(14) VALUE " WORK ORDERS:".
037800     05  WS-SM-WO            PIC ZZZZ9.
037900     05  FILLER              PIC X(10) VALUE " NO INTVL:".
038000     05  WS-SM-NO-INTVL      PIC ZZZZ9.
038100*----------------------------------------------------------*
038200 PROCEDURE DIVISION.
038300 0000-MAINLINE.
038400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038500     PERFORM 2000-APPLY-SERVICE THRU 2000-EXIT
038600         UNTIL EOF-INPUT.
038700     CLOSE SVC-TRANS.
038800     MOVE "N" TO WS-EOF-SW.
038900     PERFORM 3100-READ-TICKET THRU 3100-EXIT.
039000     PERFORM 3000-PROCESS-TICKET THRU 3000-EXIT
039100         UNTIL EOF-INPUT.
039200     IF NOT FIRST-TICKET
039300         PERFORM 3800-POST-ODOMETER THRU 3800-EXIT
039400     END-IF.
039500     CLOSE FUEL-TICKETS.
039600     SORT DUE-WORK
039700         ON ASCENDING KEY SRT-DEPOT
039800         ON ASCENDING KEY SRT-STATUS
039900         ON ASCENDING KEY SRT-VEHICLE-ID
040000         INPUT PROCEDURE IS 4000-MEASURE-FLEET
040100             THRU 4000-EXIT
040200         OUTPUT PROCEDURE IS 5000-PRINT-DUE
040300             THRU 5000-EXIT.
040400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040500     GOBACK.
040600*----------------------------------------------------------*
040700* 1000-INITIALIZE - LOAD THE INTERVALS AND THE FLEET, OPEN
040800*                   THE FILES AND PRINT THE RUN HEADER
040900*----------------------------------------------------------*
041000 1000-INITIALIZE.
041100     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
041200     MOVE "PMSCHED" TO OPERAUTH-CALLER.
041300     PERFORM OPERAUTH-VALIDATE
041400         THRU OPERAUTH-VALIDATE-EXIT.
041500     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
041600     PERFORM 1100-LOAD-INTERVALS THRU 1100-EXIT.
041700     PERFORM 1200-LOAD-FLEET THRU 1200-EXIT.
041800     OPEN I-O SVC-HISTORY.
041900     OPEN INPUT SVC-TRANS.
042000     OPEN INPUT FUEL-TICKETS.
042100     OPEN INPUT ROUT-MASTER.
042200     OPEN OUTPUT WORK-ORDERS.
042300     OPEN OUTPUT MAINT-RPT.
042400     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
042500     COMPUTE WS-RUN-DATE-INT =
042600         FUNCTION INTEGER-OF-DATE (RUNHDR-DATE).
042700     PERFORM 2100-READ-SERVICE THRU 2100-EXIT.
042800 1000-EXIT.
042900     EXIT.
043000*----------------------------------------------------------*
043100* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
043200*----------------------------------------------------------*
043300 1050-PRINT-RUN-HEADER.
043400     MOVE "PMSCHED" TO RUNHDR-JOB-NAME.
043500     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
043600     MOVE "I" TO PRTSRV-FUNCTION.
043700     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
043800     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
043900     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
044000     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
044100     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
044200     CALL "PRTSRV" USING PRTSRV-CONTROL.
044300 1050-EXIT.
044400     EXIT.
044500*----------------------------------------------------------*
044600* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
044700*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
044800*                      RULES WHEN THE CARD IS ABSENT)
044900*----------------------------------------------------------*
045000 1090-READ-BUS-DATE.
045100     OPEN INPUT BUS-DATE-PARM.
045200     READ BUS-DATE-PARM
045300         AT END
045400             CONTINUE
045500         NOT AT END
045600             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
045700     END-READ.
045800     CLOSE BUS-DATE-PARM.
045900 1090-EXIT.
046000     EXIT.
046100*----------------------------------------------------------*
046200* 1100-LOAD-INTERVALS - LOAD THE SVCINTV CLASS INTERVALS. WITH
046300*                       NO TABLE NO VEHICLE CAN BE MEASURED AND
046400*                       THE STEP STOPS RC 12.
046500*----------------------------------------------------------*
046600 1100-LOAD-INTERVALS.
046700     MOVE "N" TO WS-EOF-SW.
046800     OPEN INPUT SVC-INTERVALS.
046900     PERFORM 1150-LOAD-ONE-INTERVAL THRU 1150-EXIT
047000         UNTIL EOF-INPUT.
047100     CLOSE SVC-INTERVALS.
047200     MOVE "N" TO WS-EOF-SW.
047300     IF WS-INTV-COUNT = ZERO
047400         DISPLAY "PMSCHED: SVCINTV EMPTY OR MISSING - "
047500             "NO SERVICE INTERVALS TO MEASURE AGAINST"
047600         MOVE 12 TO RETURN-CODE
047700         STOP RUN
047800     END-IF.
047900 1100-EXIT.
048000     EXIT.
048100*----------------------------------------------------------*
048200* 1150-LOAD-ONE-INTERVAL - ONE SVCINTV RECORD INTO THE TABLE
048300*----------------------------------------------------------*
048400 1150-LOAD-ONE-INTERVAL.
048500     READ SVC-INTERVALS
048600         AT END
048700             SET EOF-INPUT TO TRUE
048800         NOT AT END
048900             IF WS-INTV-COUNT < 20
049000                 ADD 1 TO WS-INTV-COUNT
049100                 MOVE SI-VEHICLE-CLASS
049200                     TO WS-IT-CLASS (WS-INTV-COUNT)
049300                 MOVE SI-INTERVAL-KM
049400                     TO WS-IT-KM (WS-INTV-COUNT)
049500                 MOVE SI-INTERVAL-DAYS
049600                     TO WS-IT-DAYS (WS-INTV-COUNT)
049700                 MOVE SI-SOON-KM
049800                     TO WS-IT-SOON-KM (WS-INTV-COUNT)
049900                 MOVE SI-SOON-DAYS
050000                     TO WS-IT-SOON-DAYS (WS-INTV-COUNT)
050100             END-IF
050200     END-READ.
050300 1150-EXIT.
050400     EXIT.
050500*----------------------------------------------------------*
050600* 1200-LOAD-FLEET - THE WHOLE VEHICLE MASTER INTO THE FLEET
050700*                   TABLE. A FLEET LARGER THAN THE TABLE WOULD
050800*                   LEAVE VEHICLES UNMEASURED, SO THE STEP
050900*                   STOPS RC 12 RATHER THAN RUN SHORT.
051000*----------------------------------------------------------*
051100 1200-LOAD-FLEET.
051200     OPEN INPUT VEH-MASTER.
051300     PERFORM 1250-LOAD-ONE-VEHICLE THRU 1250-EXIT
051400         UNTIL EOF-INPUT.
051500     CLOSE VEH-MASTER.
051600     MOVE "N" TO WS-EOF-SW.
051700 1200-EXIT.
051800     EXIT.
051900*----------------------------------------------------------*
052000* 1250-LOAD-ONE-VEHICLE - ONE VEHMSTR RECORD INTO THE TABLE
052100*----------------------------------------------------------*
052200 1250-LOAD-ONE-VEHICLE.
052300     READ VEH-MASTER
052400         AT END
052500             SET EOF-INPUT TO TRUE
052600             GO TO 1250-EXIT
052700     END-READ.
052800     IF WS-VEH-COUNT NOT < WS-VEH-MAX
052900         DISPLAY "PMSCHED: VEHMSTR HOLDS MORE THAN "
053000             WS-VEH-MAX " VEHICLES - FLEET TABLE FULL"
053100         MOVE 12 TO RETURN-CODE
053200         STOP RUN
053300     END-IF.
053400     ADD 1 TO WS-VEH-COUNT.
053500     MOVE VM-VEHICLE-ID TO WS-VT-VEHICLE-ID (WS-VEH-COUNT).
053600     MOVE VM-ROUTE-CODE TO WS-VT-ROUTE-CODE (WS-VEH-COUNT).
053700     MOVE VM-VEHICLE-CLASS TO WS-VT-CLASS (WS-VEH-COUNT).
053800 1250-EXIT.
053900     EXIT.
054000*----------------------------------------------------------*
054100* 2000-APPLY-SERVICE - ONE COMPLETED-SERVICE TRANSACTION:
054200*                      EDIT IT, THEN RECORD THE SERVICE ON THE
054300*                      VEHICLE'S HISTORY AND CLOSE ITS WORK
054400*                      ORDER
054500*----------------------------------------------------------*
054600 2000-APPLY-SERVICE.
054700     MOVE SPACES TO WS-REJECT-REASON.
054800     PERFORM 2200-EDIT-SERVICE THRU 2200-EXIT.
054900     IF WS-REJECT-REASON NOT = SPACES
055000         ADD 1 TO WS-SVC-REJECTED
055100         MOVE "REJECTED " TO WS-SV-RESULT
055200         GO TO 2000-PRINT
055300     END-IF.
055400     IF HISTORY-FOUND
055500         MOVE ST-SVC-DATE-N TO SH-LAST-SVC-DATE
055600         MOVE ST-ODOMETER-N TO SH-LAST-SVC-ODO
055700         MOVE ZERO TO SH-WO-DATE
055800         IF ST-ODOMETER-N > SH-CURR-ODO
055900             MOVE ST-ODOMETER-N TO SH-CURR-ODO
056000             MOVE ST-SVC-DATE-N TO SH-CURR-ODO-DATE
056100         END-IF
056200         REWRITE SH-RECORD
056300             INVALID KEY
056400                 MOVE "REWRITE FAILED" TO WS-REJECT-REASON
056500         END-REWRITE
056600     ELSE
056700         MOVE SPACES TO SH-RECORD
056800         MOVE ST-VEHICLE-ID TO SH-VEHICLE-ID
056900         MOVE ST-SVC-DATE-N TO SH-LAST-SVC-DATE
057000         MOVE ST-ODOMETER-N TO SH-LAST-SVC-ODO
057100         MOVE ST-ODOMETER-N TO SH-CURR-ODO
057200         MOVE ST-SVC-DATE-N TO SH-CURR-ODO-DATE
057300         MOVE ZERO TO SH-WO-DATE
057400         WRITE SH-RECORD
057500             INVALID KEY
057600                 MOVE "WRITE FAILED" TO WS-REJECT-REASON
057700         END-WRITE
057800     END-IF.
057900     IF WS-REJECT-REASON NOT = SPACES
058000         ADD 1 TO WS-SVC-REJECTED
058100         MOVE "REJECTED " TO WS-SV-RESULT
058200     ELSE
058300         ADD 1 TO WS-SVC-APPLIED
058400         MOVE "APPLIED  " TO WS-SV-RESULT
058500     END-IF.
058600 2000-PRINT.
058700     MOVE SPACES TO WS-PRINT-LINE.
058800     MOVE ST-VEHICLE-ID TO WS-SV-VEHICLE-ID.
058900     MOVE ST-SVC-DATE TO WS-SV-DATE.
059000     MOVE ST-ODOMETER TO WS-SV-ODOMETER.
059100     MOVE WS-REJECT-REASON TO WS-SV-REASON.
059200     MOVE WS-SERVICE-LINE TO WS-PRINT-LINE.
059300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
059400     PERFORM 2100-READ-SERVICE THRU 2100-EXIT.
059500 2000-EXIT.
059600     EXIT.
059700*----------------------------------------------------------*
059800* 2100-READ-SERVICE - READ THE NEXT COMPLETED SERVICE
059900*----------------------------------------------------------*
060000 2100-READ-SERVICE.
060100     READ SVC-TRANS
060200         AT END
060300             SET EOF-INPUT TO TRUE
060400     END-READ.
060500 2100-EXIT.
060600     EXIT.
060700*----------------------------------------------------------*
060800* 2200-EDIT-SERVICE - THE VEHICLE MUST BE ON THE MASTER, THE
060900*                     DATE AND ODOMETER NUMERIC, THE DATE NOT
061000*                     AFTER THE RUN DATE AND NOT BEHIND THE
061100*                     SERVICE ALREADY ON FILE
061200*----------------------------------------------------------*
061300 2200-EDIT-SERVICE.
061400     MOVE ST-VEHICLE-ID TO WS-PRIOR-VEHICLE-ID.
061500     PERFORM 7000-FIND-VEHICLE THRU 7000-EXIT.
061600     IF NOT ENTRY-FOUND
061700         MOVE "NOT ON VEHMSTR" TO WS-REJECT-REASON
061800         GO TO 2200-EXIT
061900     END-IF.
062000     IF ST-SVC-DATE NOT NUMERIC
062100         OR ST-SVC-DATE-N = ZERO
062200         MOVE "BAD DATE" TO WS-REJECT-REASON
062300         GO TO 2200-EXIT
062400     END-IF.
062500     IF ST-SVC-DATE-N > RUNHDR-DATE
062600         MOVE "DATE IN FUTURE" TO WS-REJECT-REASON
062700         GO TO 2200-EXIT
062800     END-IF.
062900     IF ST-ODOMETER NOT NUMERIC
063000         MOVE "BAD ODOMETER" TO WS-REJECT-REASON
063100         GO TO 2200-EXIT
063200     END-IF.
063300     PERFORM 7100-READ-HISTORY THRU 7100-EXIT.
063400     IF HISTORY-FOUND
063500         AND ST-SVC-DATE-N < SH-LAST-SVC-DATE
063600         MOVE "OLDER THAN FILE" TO WS-REJECT-REASON
063700     END-IF.
063800 2200-EXIT.
063900     EXIT.
064000*----------------------------------------------------------*
064100* 3000-PROCESS-TICKET - TRACK THE HIGHEST ODOMETER ON EACH
064200*                       VEHICLE'S TICKETS, BREAKING ON THE
064300*                       VEHICLE ID LIKE FUELEFF
064400*----------------------------------------------------------*
064500 3000-PROCESS-TICKET.
064600     IF NOT FIRST-TICKET
064700         AND FT-VEHICLE-ID NOT = WS-PRIOR-VEHICLE-ID
064800         PERFORM 3800-POST-ODOMETER THRU 3800-EXIT
064900     END-IF.
065000     ADD 1 TO WS-TICKET-COUNT.
065100     IF FIRST-TICKET
065200         OR FT-VEHICLE-ID NOT = WS-PRIOR-VEHICLE-ID
065300         MOVE FT-ODOMETER TO WS-TKT-HIGH-ODO
065400         MOVE FT-DATE TO WS-TKT-HIGH-DATE
065500     ELSE
065600         IF FT-ODOMETER > WS-TKT-HIGH-ODO
065700             MOVE FT-ODOMETER TO WS-TKT-HIGH-ODO
065800             MOVE FT-DATE TO WS-TKT-HIGH-DATE
065900         END-IF
066000     END-IF.
066100     MOVE "N" TO WS-FIRST-TKT-SW.
066200     MOVE FT-VEHICLE-ID TO WS-PRIOR-VEHICLE-ID.
066300     PERFORM 3100-READ-TICKET THRU 3100-EXIT.
066400 3000-EXIT.
066500     EXIT.
066600*----------------------------------------------------------*
066700* 3100-READ-TICKET - READ THE NEXT FUEL TICKET
066800*----------------------------------------------------------*
066900 3100-READ-TICKET.
067000     READ FUEL-TICKETS
067100         AT END
067200             SET EOF-INPUT TO TRUE
067300     END-READ.
067400 3100-EXIT.
067500     EXIT.
067600*----------------------------------------------------------*
067700* 3800-POST-ODOMETER - CARRY THE FINISHED VEHICLE'S HIGHEST
067800*                      TICKET ODOMETER INTO ITS HISTORY. A
067900*                      VEHICLE NOT YET ON SVCHIST GETS A
068000*                      RECORD WITH NO SERVICE ON FILE; ONE NOT
068100*                      ON VEHMSTR IS REPORTED AND IGNORED.
068200*----------------------------------------------------------*
068300 3800-POST-ODOMETER.
068400     PERFORM 7000-FIND-VEHICLE THRU 7000-EXIT.
068500     IF NOT ENTRY-FOUND
068600         ADD 1 TO WS-UNKNOWN-COUNT
068700         MOVE SPACES TO WS-PRINT-LINE
068800         MOVE WS-PRIOR-VEHICLE-ID TO WS-NL-VEHICLE-ID
068900         MOVE "NOT ON VEHICLE MASTER - TICKETS IGNORED"
069000             TO WS-NL-TEXT
069100         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
069200         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
069300         GO TO 3800-EXIT
069400     END-IF.
069500     PERFORM 7100-READ-HISTORY THRU 7100-EXIT.
069600     IF NOT HISTORY-FOUND
069700         MOVE SPACES TO SH-RECORD
069800         MOVE WS-PRIOR-VEHICLE-ID TO SH-VEHICLE-ID
069900         MOVE ZERO TO SH-LAST-SVC-DATE
070000         MOVE ZERO TO SH-LAST-SVC-ODO
070100         MOVE WS-TKT-HIGH-ODO TO SH-CURR-ODO
070200         MOVE WS-TKT-HIGH-DATE TO SH-CURR-ODO-DATE
070300         MOVE ZERO TO SH-WO-DATE
070400         WRITE SH-RECORD
070500             INVALID KEY
070600                 DISPLAY "PMSCHED: SVCHIST WRITE FAILED FOR "
070700                     WS-PRIOR-VEHICLE-ID
070800         END-WRITE
070900         GO TO 3800-EXIT
071000     END-IF.
071100     IF WS-TKT-HIGH-ODO > SH-CURR-ODO
071200         MOVE WS-TKT-HIGH-ODO TO SH-CURR-ODO
071300         MOVE WS-TKT-HIGH-DATE TO SH-CURR-ODO-DATE
071400         REWRITE SH-RECORD
071500             INVALID KEY
071600                 DISPLAY "PMSCHED: SVCHIST REWRITE FAILED FOR "
071700                     WS-PRIOR-VEHICLE-ID
071800         END-REWRITE
071900     END-IF.
072000 3800-EXIT.
072100     EXIT.
072200*----------------------------------------------------------*
072300* 4000-MEASURE-FLEET - SORT INPUT: MEASURE EVERY VEHICLE
072400*                      AGAINST ITS CLASS INTERVAL AND RELEASE
072500*                      THE OVERDUE AND DUE-SOON ONES
072600*----------------------------------------------------------*
072700 4000-MEASURE-FLEET.
072800     PERFORM 4100-MEASURE-VEHICLE THRU 4100-EXIT
072900         VARYING WS-VEH-SUB FROM 1 BY 1
073000         UNTIL WS-VEH-SUB > WS-VEH-COUNT.
073100 4000-EXIT.
073200     EXIT.
073300*----------------------------------------------------------*
073400* 4100-MEASURE-VEHICLE - KILOMETRES AND DAYS SINCE THE LAST
073500*                        SERVICE AGAINST THE CLASS INTERVAL.
073600*                        OVERDUE ONCE EITHER IS REACHED, DUE
073700*                        SOON ONCE EITHER IS WITHIN ITS
073800*                        WARNING MARGIN.
073900*----------------------------------------------------------*
074000 4100-MEASURE-VEHICLE.
074100     MOVE "N" TO WS-FOUND-SW.
074200     PERFORM 4150-SCAN-INTERVAL THRU 4150-EXIT
074300         VARYING WS-INTV-SUB FROM 1 BY 1
074400         UNTIL ENTRY-FOUND
074500         OR WS-INTV-SUB > WS-INTV-COUNT.
074600     IF NOT ENTRY-FOUND
074700         ADD 1 TO WS-NO-INTVL-COUNT
074800         MOVE SPACES TO WS-PRINT-LINE
074900         MOVE WS-VT-VEHICLE-ID (WS-VEH-SUB) TO WS-NL-VEHICLE-ID
075000         MOVE "CLASS HAS NO SVCINTV SERVICE INTERVAL"
075100             TO WS-NL-TEXT
075200         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
075300         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
075400         GO TO 4100-EXIT
075500     END-IF.
075600     SUBTRACT 1 FROM WS-INTV-SUB.
075700     MOVE WS-VT-VEHICLE-ID (WS-VEH-SUB) TO WS-PRIOR-VEHICLE-ID.
075800     PERFORM 7100-READ-HISTORY THRU 7100-EXIT.
075900     IF NOT HISTORY-FOUND
076000         MOVE SPACES TO SH-RECORD
076100         MOVE WS-PRIOR-VEHICLE-ID TO SH-VEHICLE-ID
076200         MOVE ZERO TO SH-LAST-SVC-DATE
076300         MOVE ZERO TO SH-LAST-SVC-ODO
076400         MOVE ZERO TO SH-CURR-ODO
076500         MOVE ZERO TO SH-CURR-ODO-DATE
076600         MOVE ZERO TO SH-WO-DATE
076700     END-IF.
076800     MOVE ZERO TO WS-KM-SINCE.
076900     MOVE ZERO TO WS-DAYS-SINCE.
077000     MOVE SPACE TO WS-STATUS.
077100     IF SH-LAST-SVC-DATE = ZERO
077200         MOVE "O" TO WS-STATUS
077300         MOVE "NONE" TO WS-REASON
077400         GO TO 4100-RELEASE
077500     END-IF.
077600     IF SH-CURR-ODO > SH-LAST-SVC-ODO
077700         COMPUTE WS-KM-SINCE = SH-CURR-ODO - SH-LAST-SVC-ODO
077800     END-IF.
077900     COMPUTE WS-DAYS-SINCE = WS-RUN-DATE-INT
078000         - FUNCTION INTEGER-OF-DATE (SH-LAST-SVC-DATE).
078100     MOVE SPACE TO WS-KM-DUE.
078200     MOVE SPACE TO WS-DAYS-DUE.
078300     IF WS-IT-KM (WS-INTV-SUB) > ZERO
078400         IF WS-KM-SINCE NOT < WS-IT-KM (WS-INTV-SUB)
078500             MOVE "O" TO WS-KM-DUE
078600         ELSE
078700             IF WS-KM-SINCE + WS-IT-SOON-KM (WS-INTV-SUB)
078800                 NOT < WS-IT-KM (WS-INTV-SUB)
078900                 MOVE "D" TO WS-KM-DUE
079000             END-IF
079100         END-IF
079200     END-IF.
079300     IF WS-IT-DAYS (WS-INTV-SUB) > ZERO
079400         IF WS-DAYS-SINCE NOT < WS-IT-DAYS (WS-INTV-SUB)
079500             MOVE "O" TO WS-DAYS-DUE
079600         ELSE
079700             IF WS-DAYS-SINCE + WS-IT-SOON-DAYS (WS-INTV-SUB)
079800                 NOT < WS-IT-DAYS (WS-INTV-SUB)
079900                 MOVE "D" TO WS-DAYS-DUE
080000             END-IF
080100         END-IF
080200     END-IF.
080300     PERFORM 4200-SET-STATUS THRU 4200-EXIT.
080400     IF WS-STATUS = SPACE
080500         GO TO 4100-EXIT
080600     END-IF.
080700 4100-RELEASE.
080800     PERFORM 4300-RELEASE-DUE THRU 4300-EXIT.
080900 4100-EXIT.
081000     EXIT.
081100*----------------------------------------------------------*
081200* 4150-SCAN-INTERVAL - ONE PROBE OF THE INTERVAL TABLE
081300*----------------------------------------------------------*
081400 4150-SCAN-INTERVAL.
081500     IF WS-IT-CLASS (WS-INTV-SUB) = WS-VT-CLASS (WS-VEH-SUB)
081600         SET ENTRY-FOUND TO TRUE
081700     END-IF.
081800 4150-EXIT.
081900     EXIT.
082000*----------------------------------------------------------*
082100* 4200-SET-STATUS - OVERDUE BEATS DUE SOON; THE REASON SAYS
082200*                   WHICH MEASURE (OR BOTH) TRIPPED IT
082300*----------------------------------------------------------*
082400 4200-SET-STATUS.
082500     EVALUATE TRUE
082600         WHEN WS-KM-DUE = "O" AND WS-DAYS-DUE = "O"
082700             MOVE "O" TO WS-STATUS
082800             MOVE "BOTH" TO WS-REASON
082900         WHEN WS-KM-DUE = "O"
083000             MOVE "O" TO WS-STATUS
083100             MOVE "KM" TO WS-REASON
083200         WHEN WS-DAYS-DUE = "O"
083300             MOVE "O" TO WS-STATUS
083400             MOVE "DAYS" TO WS-REASON
083500         WHEN WS-KM-DUE = "D" AND WS-DAYS-DUE = "D"
083600             MOVE "D" TO WS-STATUS
083700             MOVE "BOTH" TO WS-REASON
083800         WHEN WS-KM-DUE = "D"
083900             MOVE "D" TO WS-STATUS
084000             MOVE "KM" TO WS-REASON
084100         WHEN WS-DAYS-DUE = "D"
084200             MOVE "D" TO WS-STATUS
084300             MOVE "DAYS" TO WS-REASON
084400         WHEN OTHER
084500             MOVE SPACE TO WS-STATUS
084600     END-EVALUATE.
084700 4200-EXIT.
084800     EXIT.
084900*----------------------------------------------------------*
085000* 4300-RELEASE-DUE - LOOK UP THE VEHICLE'S DEPOT, RAISE A WORK
085100*                    ORDER WHEN NONE IS OPEN (STAMPING SVCHIST
085200*                    SO TOMORROW DOES NOT RAISE IT AGAIN) AND
085300*                    RELEASE THE VEHICLE TO THE SORT
085400*----------------------------------------------------------*
085500 4300-RELEASE-DUE.
085600     MOVE SPACES TO WS-DEPOT.
085700     MOVE WS-VT-ROUTE-CODE (WS-VEH-SUB) TO RM-ROUTE-CODE.
085800     READ ROUT-MASTER
085900         INVALID KEY
086000             MOVE "**" TO WS-DEPOT
086100         NOT INVALID KEY
086200             MOVE RM-DEPOT TO WS-DEPOT
086300     END-READ.
086400     MOVE SPACES TO SRT-RECORD.
086500     MOVE WS-DEPOT TO SRT-DEPOT.
086600     MOVE WS-STATUS TO SRT-STATUS.
086700     MOVE WS-VT-VEHICLE-ID (WS-VEH-SUB) TO SRT-VEHICLE-ID.
086800     MOVE WS-VT-ROUTE-CODE (WS-VEH-SUB) TO SRT-ROUTE-CODE.
086900     MOVE WS-VT-CLASS (WS-VEH-SUB) TO SRT-VEHICLE-CLASS.
087000     MOVE WS-REASON TO SRT-REASON.
087100     MOVE SH-CURR-ODO TO SRT-CURR-ODO.
087200     MOVE WS-KM-SINCE TO SRT-KM-SINCE.
087300     MOVE WS-DAYS-SINCE TO SRT-DAYS-SINCE.
087400     MOVE SH-LAST-SVC-DATE TO SRT-LAST-SVC-DATE.
087500     MOVE "N" TO SRT-NEW-WO.
087600     IF SH-WO-DATE = ZERO
087700         MOVE "Y" TO SRT-NEW-WO
087800         MOVE RUNHDR-DATE TO SH-WO-DATE
087900         IF HISTORY-FOUND
088000             REWRITE SH-RECORD
088100                 INVALID KEY
088200                     DISPLAY "PMSCHED: SVCHIST REWRITE FAILED "
088300                         "FOR " SH-VEHICLE-ID
088400             END-REWRITE
088500         ELSE
088600             WRITE SH-RECORD
088700                 INVALID KEY
088800                     DISPLAY "PMSCHED: SVCHIST WRITE FAILED "
088900                         "FOR " SH-VEHICLE-ID
089000             END-WRITE
089100         END-IF
089200     END-IF.
089300     RELEASE SRT-RECORD.
089400 4300-EXIT.
089500     EXIT.
089600*----------------------------------------------------------*
089700* 5000-PRINT-DUE - SORT OUTPUT: THE DUE LIST BY DEPOT, OVERDUE
089800*                  FIRST, WITH A COUNT LINE PER DEPOT AND A
089900*                  WORK ORDER FOR EACH NEWLY RAISED VEHICLE
090000*----------------------------------------------------------*
090100 5000-PRINT-DUE.
090200     MOVE "N" TO WS-SORT-EOF-SW.
090300     PERFORM 5100-RETURN-DUE THRU 5100-EXIT
090400         UNTIL EOF-DUE-WORK.
090500     IF NOT FIRST-DUE
090600         PERFORM 5800-DEPOT-BREAK THRU 5800-EXIT
090700     END-IF.
090800 5000-EXIT.
090900     EXIT.
091000*----------------------------------------------------------*
091100* 5100-RETURN-DUE - ONE SORTED VEHICLE: DEPOT BREAK, REPORT
091200*                   LINE AND ANY NEW WORK ORDER
091300*----------------------------------------------------------*
091400 5100-RETURN-DUE.
091500     RETURN DUE-WORK
091600         AT END
091700             SET EOF-DUE-WORK TO TRUE
091800     END-RETURN.
091900     IF EOF-DUE-WORK
092000         GO TO 5100-EXIT
092100     END-IF.
092200     IF NOT FIRST-DUE
092300         AND SRT-DEPOT NOT = WS-PRIOR-DEPOT
092400         PERFORM 5800-DEPOT-BREAK THRU 5800-EXIT
092500     END-IF.
092600     MOVE "N" TO WS-FIRST-DUE-SW.
092700     MOVE SRT-DEPOT TO WS-PRIOR-DEPOT.
092800     MOVE SPACES TO WS-PRINT-LINE.
092900     MOVE SRT-DEPOT TO WS-DL-DEPOT.
093000     MOVE SRT-VEHICLE-ID TO WS-DL-VEHICLE-ID.
093100     MOVE SRT-VEHICLE-CLASS TO WS-DL-CLASS.
093200     MOVE SRT-ROUTE-CODE TO WS-DL-ROUTE-CODE.
093300     IF SRT-STATUS = "O"
093400         MOVE "OVERDUE" TO WS-DL-STATUS
093500         ADD 1 TO WS-OVERDUE-COUNT
093600         ADD 1 TO WS-DPT-OVERDUE
093700     ELSE
093800         MOVE "DUE SOON" TO WS-DL-STATUS
093900         ADD 1 TO WS-SOON-COUNT
094000         ADD 1 TO WS-DPT-SOON
094100     END-IF.
094200     MOVE SRT-REASON TO WS-DL-REASON.
094300     MOVE SRT-CURR-ODO TO WS-DL-CURR-ODO.
094400     MOVE SRT-KM-SINCE TO WS-DL-KM-SINCE.
094500     MOVE SRT-DAYS-SINCE TO WS-DL-DAYS.
094600     MOVE SRT-LAST-SVC-DATE TO WS-DL-LAST-SVC.
094700     IF SRT-NEW-WO = "Y"
094800         MOVE "RAISED" TO WS-DL-WO
094900         PERFORM 5200-WRITE-WORK-ORDER THRU 5200-EXIT
095000     ELSE
095100         MOVE "OPEN" TO WS-DL-WO
095200     END-IF.
095300     MOVE WS-DUE-LINE TO WS-PRINT-LINE.
095400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
095500 5100-EXIT.
095600     EXIT.
095700*----------------------------------------------------------*
095800* 5200-WRITE-WORK-ORDER - ONE WRKORDR RECORD FOR THE SHOP
095900*----------------------------------------------------------*
096000 5200-WRITE-WORK-ORDER.
096100     MOVE SPACES TO WO-RECORD.
096200     MOVE SRT-VEHICLE-ID TO WO-VEHICLE-ID.
096300     MOVE SRT-DEPOT TO WO-DEPOT.
096400     MOVE SRT-ROUTE-CODE TO WO-ROUTE-CODE.
096500     MOVE SRT-VEHICLE-CLASS TO WO-VEHICLE-CLASS.
096600     MOVE RUNHDR-DATE TO WO-ISSUE-DATE.
096700     MOVE SRT-STATUS TO WO-STATUS.
096800     MOVE SRT-REASON TO WO-REASON.
096900     MOVE SRT-CURR-ODO TO WO-CURR-ODO.
097000     MOVE SRT-KM-SINCE TO WO-KM-SINCE.
097100     MOVE SRT-DAYS-SINCE TO WO-DAYS-SINCE.
097200     MOVE SRT-LAST-SVC-DATE TO WO-LAST-SVC-DATE.
097300     WRITE WO-RECORD.
097400     ADD 1 TO WS-WO-COUNT.
097500 5200-EXIT.
097600     EXIT.
097700*----------------------------------------------------------*
097800* 5800-DEPOT-BREAK - THE FINISHED DEPOT'S COUNT LINE
097900*----------------------------------------------------------*
098000 5800-DEPOT-BREAK.
098100     MOVE SPACES TO WS-PRINT-LINE.
098200     MOVE WS-PRIOR-DEPOT TO WS-DT-DEPOT.
098300     MOVE WS-DPT-OVERDUE TO WS-DT-OVERDUE.
098400     MOVE WS-DPT-SOON TO WS-DT-SOON.
098500     MOVE WS-DEPOT-LINE TO WS-PRINT-LINE.
098600     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
098700     MOVE ZERO TO WS-DPT-OVERDUE.
098800     MOVE ZERO TO WS-DPT-SOON.
098900 5800-EXIT.
099000     EXIT.
099100*----------------------------------------------------------*
099200* 7000-FIND-VEHICLE - IS WS-PRIOR-VEHICLE-ID IN THE FLEET
099300*----------------------------------------------------------*
099400 7000-FIND-VEHICLE.
099500     MOVE "N" TO WS-FOUND-SW.
099600     PERFORM 7050-SCAN-VEHICLE THRU 7050-EXIT
099700         VARYING WS-VEH-SUB FROM 1 BY 1
099800         UNTIL ENTRY-FOUND
099900         OR WS-VEH-SUB > WS-VEH-COUNT.
100000 7000-EXIT.
100100     EXIT.
100200*----------------------------------------------------------*
100300* 7050-SCAN-VEHICLE - ONE PROBE OF THE FLEET TABLE
100400*----------------------------------------------------------*
100500 7050-SCAN-VEHICLE.
100600     IF WS-VT-VEHICLE-ID (WS-VEH-SUB) = WS-PRIOR-VEHICLE-ID
100700         SET ENTRY-FOUND TO TRUE
100800     END-IF.
100900 7050-EXIT.
101000     EXIT.
101100*----------------------------------------------------------*
101200* 7100-READ-HISTORY - SVCHIST RECORD FOR WS-PRIOR-VEHICLE-ID
101300*----------------------------------------------------------*
101400 7100-READ-HISTORY.
101500     MOVE "N" TO WS-HIST-FOUND-SW.
101600     MOVE WS-PRIOR-VEHICLE-ID TO SH-VEHICLE-ID.
101700     READ SVC-HISTORY
101800         INVALID KEY
101900             CONTINUE
102000         NOT INVALID KEY
102100             SET HISTORY-FOUND TO TRUE
102200     END-READ.
102300 7100-EXIT.
102400     EXIT.
102500*----------------------------------------------------------*
102600* 9000-TERMINATE - SUMMARY COUNTS, CLOSES AND THE RUN LOG
102700*----------------------------------------------------------*
102800 9000-TERMINATE.
102900     MOVE SPACES TO WS-PRINT-LINE.
103000     MOVE WS-SVC-APPLIED TO WS-SM-APPLIED.
103100     MOVE WS-SVC-REJECTED TO WS-SM-REJECTED.
103200     MOVE WS-TICKET-COUNT TO WS-SM-TICKETS.
103300     MOVE WS-UNKNOWN-COUNT TO WS-SM-UNKNOWN.
103400     MOVE WS-SUMMARY-LINE-1 TO WS-PRINT-LINE.
103500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
103600     MOVE SPACES TO WS-PRINT-LINE.
103700     MOVE WS-VEH-COUNT TO WS-SM-VEHICLES.
103800     MOVE WS-OVERDUE-COUNT TO WS-SM-OVERDUE.
103900     MOVE WS-SOON-COUNT TO WS-SM-SOON.
104000     MOVE WS-WO-COUNT TO WS-SM-WO.
104100     MOVE WS-NO-INTVL-COUNT TO WS-SM-NO-INTVL.
104200     MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-LINE.
104300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
104400     PERFORM 8900-END-REPORT THRU 8900-EXIT.
104500     CLOSE SVC-HISTORY.
104600     CLOSE ROUT-MASTER.
104700     CLOSE WORK-ORDERS.
104800     CLOSE MAINT-RPT.
104900     MOVE "PMSCHED" TO RUNLOG-PROGRAM-ID.
105000     COMPUTE RUNLOG-READ-COUNT = WS-TICKET-COUNT
105100         + WS-SVC-APPLIED + WS-SVC-REJECTED.
105200     MOVE WS-WO-COUNT TO RUNLOG-WRITE-COUNT.
105300     COMPUTE RUNLOG-EXCEPT-COUNT = WS-SVC-REJECTED
105400         + WS-UNKNOWN-COUNT + WS-NO-INTVL-COUNT.
105500     MOVE "OK" TO RUNLOG-STATUS.
105600     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
105700 9000-EXIT.
105800     EXIT.
105900*----------------------------------------------------------*
106000* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
106100*                          SHARED PRINT SERVICE, WRITING THE
106200*                          PAGE HEADINGS FIRST ON A PAGE BREAK
106300*----------------------------------------------------------*
106400 8800-WRITE-REPORT-LINE.
106500     MOVE "W" TO PRTSRV-FUNCTION.
106600     CALL "PRTSRV" USING PRTSRV-CONTROL.
106700     IF PRTSRV-NEW-PAGE
106800         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
106900             VARYING WS-HDG-SUB FROM 1 BY 1
107000             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
107100     END-IF.
107200     MOVE WS-PRINT-LINE TO MR-RECORD.
107300     WRITE MR-RECORD.
107400 8800-EXIT.
107500     EXIT.
107600*----------------------------------------------------------*
107700* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
107800*----------------------------------------------------------*
107900 8850-WRITE-HEADING.
108000     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO MR-RECORD.
108100     WRITE MR-RECORD.
108200 8850-EXIT.
108300     EXIT.
108400*----------------------------------------------------------*
108500* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
108600*                   LINE-AND-PAGE-COUNT LINE
108700*----------------------------------------------------------*
108800 8900-END-REPORT.
108900     MOVE "E" TO PRTSRV-FUNCTION.
109000     CALL "PRTSRV" USING PRTSRV-CONTROL.
109100     MOVE PRTSRV-FINAL-LINE TO MR-RECORD.
109200     WRITE MR-RECORD.
109300 8900-EXIT.
109400     EXIT.
109500*----------------------------------------------------------*
109600     COPY RUNHDRP.
109700     COPY RUNLOGP.
109800     COPY OPERAUTP.
