000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     FLEETUTL.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - FLEET UTILIZATION AND
001200*                   IDLE-VEHICLE REPORT FOR FLEET MANAGEMENT.
001300*                   EVERY VEHMSTR VEHICLE IS MATCHED AGAINST
001400*                   THE VEHUTIL ACTIVITY HISTORY POSTED NIGHTLY
001500*                   BY UTILHIST. FOR THE UTILPRM PERIOD EACH
001600*                   VEHICLE SHOWS DAYS IN SERVICE, DRIVING
001700*                   HOURS, KILOMETRES AND UTILIZATION AGAINST
001800*                   THE AVAILABLE HOURS, GROUPED BY CLASS AND
001900*                   BY ITS ROUTE'S DEPOT WITH SUBTOTALS. THE
002000*                   VEHICLES WITH NO TRIP IN THE IDLE DAYS AND
002100*                   THE CLASSES AVERAGING BELOW THE THRESHOLD
002200*                   ARE LISTED IN SECTIONS OF THEIR OWN.
002300*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT VEH-MASTER  ASSIGN TO "VEHMSTR"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS VM-VEHICLE-ID.
003400     SELECT ROUT-MASTER ASSIGN TO "ROUTMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS RM-ROUTE-CODE.
003800     SELECT VEH-UTIL    ASSIGN TO "VEHUTIL"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS VU-KEY.
004200     SELECT OPTIONAL UTIL-PARM ASSIGN TO "UTILPRM"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT UTIL-RPT    ASSIGN TO "FLEETRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT UTIL-WORK   ASSIGN TO "FLTWORK".
004700     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700*----------------------------------------------------------*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  VEH-MASTER
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  VM-RECORD.
006400     05  VM-VEHICLE-ID       PIC X(06).
006500     05  VM-ROUTE-CODE       PIC X(04).
006600     05  VM-DRIVER-ID        PIC X(06).
006700     05  VM-VEHICLE-CLASS    PIC X(02).
006800     05  VM-MAX-SPEED        PIC 9(3)V99.
006900     05  FILLER              PIC X(57).
007000*
007100 FD  ROUT-MASTER
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  RM-RECORD.
007500     05  RM-ROUTE-CODE       PIC X(04).
007600     05  RM-DESCRIPTION      PIC X(30).
007700     05  RM-STD-DISTANCE     PIC 9(5)V99.
007800     05  RM-DEPOT            PIC X(02).
007900     05  FILLER              PIC X(37).
008000*
008100 FD  VEH-UTIL
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  VU-RECORD.
008500     05  VU-KEY.
008600         10  VU-VEHICLE-ID   PIC X(06).
008700         10  VU-ACT-DATE     PIC 9(08).
008800     05  VU-TRIPS            PIC 9(03).
008900     05  VU-KM               PIC 9(5)V99.
009000     05  VU-HOURS            PIC 9(3)V99.
009100     05  FILLER              PIC X(51).
009200*
009300* PERIOD AND IDLE DAYS, THE LOW-UTILIZATION PERCENTAGE FOR A
009400* CLASS AND THE HOURS A VEHICLE IS AVAILABLE EACH DAY
009500*
009600 FD  UTIL-PARM
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  UP-RECORD.
010000     05  UP-PERIOD-DAYS      PIC 9(03).
010100     05  UP-IDLE-DAYS        PIC 9(03).
010200     05  UP-LOW-PCT          PIC 9(03).
010300     05  UP-AVAIL-HOURS      PIC 9(2)V99.
010400     05  FILLER              PIC X(67).
010500*
010600 FD  UTIL-RPT
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  UR-RECORD               PIC X(80).
011000*
011100* EACH VEHICLE IS RELEASED ONCE FOR THE UTILIZATION LISTING
011200* AND, WHEN IDLE, ONCE MORE FOR THE IDLE-VEHICLE LIST
011300*
011400 SD  UTIL-WORK.
011500 01  SRT-RECORD.
011600     05  SRT-GROUP           PIC 9(01).
011700         88  SRT-UTILIZATION         VALUE 1.
011800         88  SRT-IDLE                VALUE 2.
011900     05  SRT-CLASS           PIC X(02).
012000     05  SRT-DEPOT           PIC X(02).
012100     05  SRT-VEHICLE-ID      PIC X(06).
012200     05  SRT-DAYS            PIC 9(03).
012300     05  SRT-HOURS           PIC 9(5)V99.
012400     05  SRT-KM              PIC 9(7)V99.
012500     05  SRT-UTIL-PCT        PIC 9(3)V9.
012600     05  SRT-LAST-DATE       PIC 9(08).
012700     05  SRT-DAYS-IDLE       PIC 9(05).
012800     05  FILLER              PIC X(33).
012900*
013000 FD  RUN-LOG
013100     LABEL RECORDS ARE STANDARD
013200     RECORD CONTAINS 80 CHARACTERS.
013300 01  RL-RECORD               PIC X(80).
013400*
013500 FD  BUS-DATE-PARM
013600     LABEL RECORDS ARE STANDARD
013700     RECORD CONTAINS 80 CHARACTERS.
013800 01  BD-RECORD.
013900     05  BD-BUSINESS-DATE    PIC 9(08).
014000     05  FILLER              PIC X(72).
014100*
014200 FD  OPER-CARD
014300     LABEL RECORDS ARE STANDARD
014400     RECORD CONTAINS 80 CHARACTERS.
014500 01  OC-RECORD.
014600     05  OC-OPERATOR-ID      PIC X(08).
014700     05  FILLER              PIC X(72).
014800*
014900 FD  OPER-AUTH
015000     LABEL RECORDS ARE STANDARD
015100     RECORD CONTAINS 80 CHARACTERS.
015200 01  OA-RECORD.
015300     05  OA-OPERATOR-ID      PIC X(08).
015400     05  OA-NAME             PIC X(20).
015500     05  OA-ACTIVE           PIC X(01).
015600     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
015700     05  FILLER              PIC X(11).
015800*
015900 FD  OPER-LOG
016000     LABEL RECORDS ARE STANDARD
016100     RECORD CONTAINS 80 CHARACTERS.
016200 01  OL-RECORD               PIC X(80).
016300*----------------------------------------------------------*
016400 WORKING-STORAGE SECTION.
016500     COPY RUNHDR.
016600     COPY RUNLOG.
016700     COPY OPERAUTH.
016800     COPY PRTSRV.
016900 01  WS-PRINT-LINE           PIC X(80).
017000 01  WS-HDG-SUB              PIC 9(01) COMP.
017100*
017200 01  WS-SWITCHES.
017300     05  WS-EOF-SW           PIC X(01) VALUE "N".
017400         88  EOF-INPUT               VALUE "Y".
017500     05  WS-MASTER-EOF-SW    PIC X(01) VALUE "N".
017600         88  EOF-VEH-MASTER          VALUE "Y".
017700     05  WS-HIST-EOF-SW      PIC X(01) VALUE "N".
017800         88  EOF-VEH-UTIL            VALUE "Y".
017900     05  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
018000         88  EOF-UTIL-WORK           VALUE "Y".
018100     05  WS-FOUND-SW         PIC X(01) VALUE "N".
018200         88  ENTRY-FOUND             VALUE "Y".
018300     05  WS-IDLE-STARTED-SW  PIC X(01) VALUE "N".
018400         88  IDLE-STARTED            VALUE "Y".
018500*
018600 01  WS-PERIOD-DAYS          PIC 9(03) VALUE 90.
018700 01  WS-IDLE-DAYS            PIC 9(03) VALUE 14.
018800 01  WS-LOW-PCT              PIC 9(03) VALUE 40.
018900 01  WS-AVAIL-HOURS          PIC 9(2)V99 VALUE 8.00.
019000 01  WS-PERIOD-START         PIC 9(08) VALUE ZERO.
019100 01  WS-IDLE-START           PIC 9(08) VALUE ZERO.
019200 01  WS-HIST-VEHICLE-ID      PIC X(06) VALUE SPACES.
019300 01  WS-SEARCH-ROUTE-CODE    PIC X(04) VALUE SPACES.
019400 01  WS-FOUND-DEPOT          PIC X(02) VALUE SPACES.
019500*
019600 01  WS-COUNTERS.
019700     05  WS-VEHICLE-COUNT    PIC 9(05) COMP VALUE ZERO.
019800     05  WS-HIST-READ        PIC 9(07) COMP VALUE ZERO.
019900     05  WS-ORPHAN-COUNT     PIC 9(05) COMP VALUE ZERO.
020000     05  WS-IDLE-COUNT       PIC 9(05) COMP VALUE ZERO.
020100     05  WS-PRINTED-COUNT    PIC 9(05) COMP VALUE ZERO.
020200*
020300* ONE VEHICLE'S HISTORY OVER THE PERIOD, AND ITS LAST TRIP
020400* DAY ON FILE UP TO THE RUN DATE
020500*
020600 01  WS-VEHICLE-TOTALS.
020700     05  WS-VEH-DAYS         PIC 9(03) VALUE ZERO.
020800     05  WS-VEH-HOURS        PIC 9(5)V99 VALUE ZERO.
020900     05  WS-VEH-KM           PIC 9(7)V99 VALUE ZERO.
021000     05  WS-VEH-LAST-DATE    PIC 9(08) VALUE ZERO.
021100*
021200* DEPOT, CLASS AND FLEET TOTALS - VEHICLES, VEHICLE-DAYS,
021300* HOURS AND KILOMETRES
021400*
021500 01  WS-PRIOR-CLASS          PIC X(02) VALUE SPACES.
021600 01  WS-PRIOR-DEPOT          PIC X(02) VALUE SPACES.
021700 01  WS-LEVEL-TOTALS.
021800     05  WS-LEVEL OCCURS 3 TIMES.
021900         10  WS-LV-VEHICLES  PIC 9(05) COMP.
022000         10  WS-LV-DAYS      PIC 9(07) COMP.
022100         10  WS-LV-HOURS     PIC 9(7)V99 COMP.
022200         10  WS-LV-KM        PIC 9(9)V99 COMP.
022300 01  WS-DEPOT-LV             PIC 9(01) COMP VALUE 1.
022400 01  WS-CLASS-LV             PIC 9(01) COMP VALUE 2.
022500 01  WS-FLEET-LV             PIC 9(01) COMP VALUE 3.
022600 01  WS-LV-SUB               PIC 9(01) COMP VALUE ZERO.
022700*
022800* UTILIZATION = HOURS / (VEHICLES X PERIOD DAYS X AVAILABLE
022900* HOURS) X 100
023000*
023100 01  WS-CALC-HOURS           PIC 9(7)V99 VALUE ZERO.
023200 01  WS-CALC-VEHICLES        PIC 9(05) VALUE ZERO.
023300 01  WS-CALC-CAPACITY        PIC 9(11)V99 VALUE ZERO.
023400 01  WS-CALC-PCT             PIC 9(3)V9 VALUE ZERO.
023500*
023600* ROUTMSTR - EACH ROUTE'S DEPOT
023700*
023800 01  WS-ROUTE-MAX            PIC 9(04) COMP VALUE 500.
023900 01  WS-ROUTE-COUNT          PIC 9(04) COMP VALUE ZERO.
024000 01  WS-ROUTE-SUB            PIC 9(04) COMP VALUE ZERO.
024100 01  WS-ROUTE-TABLE.
024200     05  WS-ROUTE-ENTRY OCCURS 500 TIMES.
024300         10  WS-RT-ROUTE-CODE    PIC X(04).
024400         10  WS-RT-DEPOT         PIC X(02).
024500*
024600* CLASSES WHOSE AVERAGE UTILIZATION IS BELOW THE THRESHOLD
024700*
024800 01  WS-LOW-MAX              PIC 9(03) COMP VALUE 50.
024900 01  WS-LOW-COUNT            PIC 9(03) COMP VALUE ZERO.
025000 01  WS-LOW-SUB              PIC 9(03) COMP VALUE ZERO.
025100 01  WS-LOW-TABLE.
025200     05  WS-LOW-ENTRY OCCURS 50 TIMES.
025300         10  WS-LT-CLASS         PIC X(02).
025400         10  WS-LT-VEHICLES      PIC 9(05).
025500         10  WS-LT-UTIL-PCT      PIC 9(3)V9.
025600*
025700 01  WS-PAGE-HEADER-1.
025800     05  FILLER              PIC X(40) VALUE
025900         "FLEET UTILIZATION BY CLASS AND DEPOT".
026000     05  FILLER              PIC X(40) VALUE SPACES.
026100*
026200 01  WS-PAGE-HEADER-2.
026300     05  FILLER              PIC X(04) VALUE "CL".
026400     05  FILLER              PIC X(05) VALUE "DP".
026500     05  FILLER              PIC X(09) VALUE "VEHICLE".
026600     05  FILLER              PIC X(04) VALUE "DAYS".
026700     05  FILLER              PIC X(10) VALUE "     HOURS".
026800     05  FILLER              PIC X(12) VALUE "          KM".
026900     05  FILLER              PIC X(07) VALUE "  UTIL%".
027000     05  FILLER              PIC X(29) VALUE "   LAST TRIP".
027100*
027200 01  WS-PERIOD-LINE.
027300     05  FILLER              PIC X(07) VALUE "PERIOD ".
027400     05  WS-PL-START         PIC 9(08).
027500     05  FILLER              PIC X(04) VALUE " TO ".
027600     05  WS-PL-END           PIC 9(08).
027700     05  FILLER              PIC X(12) VALUE "  HOURS/DAY ".
027800     05  WS-PL-AVAIL         PIC Z9.99.
027900     05  FILLER              PIC X(13) VALUE "  IDLE AFTER ".
028000     05  WS-PL-IDLE          PIC ZZ9.
028100     05  FILLER              PIC X(05) VALUE " DAYS".
028200     05  FILLER              PIC X(15) VALUE SPACES.
028300*
028400 01  WS-DETAIL-LINE.
028500     05  WS-DL-CLASS         PIC X(02).
028600     05  FILLER              PIC X(02) VALUE SPACES.
028700     05  WS-DL-DEPOT         PIC X(02).
028800     05  FILLER              PIC X(03) VALUE SPACES.
028900     05  WS-DL-VEHICLE-ID    PIC X(06).
029000     05  FILLER              PIC X(02) VALUE SPACES.
029100     05  WS-DL-DAYS          PIC ZZZZ9.
029200     05  WS-DL-HOURS         PIC ZZZZZZ9.99.
029300     05  FILLER              PIC X(01) VALUE SPACES.
029400     05  WS-DL-KM            PIC ZZZZZZZ9.99.
029500     05  FILLER              PIC X(02) VALUE SPACES.
029600     05  WS-DL-UTIL          PIC ZZ9.9.
029700     05  FILLER              PIC X(03) VALUE SPACES.
029800     05  WS-DL-LAST          PIC X(10).
029900     05  FILLER              PIC X(16) VALUE SPACES.
030000*
030100 01  WS-TOTAL-LINE.
030200     05  WS-TL-LABEL         PIC X(17).
030300     05  WS-TL-DAYS          PIC ZZZZ9.
030400     05  WS-TL-HOURS         PIC ZZZZZZ9.99.
030500     05  FILLER              PIC X(01) VALUE SPACES.
030600     05  WS-TL-KM            PIC ZZZZZZZ9.99.
030700     05  FILLER              PIC X(02) VALUE SPACES.
030800     05  WS-TL-UTIL          PIC ZZ9.9.
030900     05  FILLER              PIC X(03) VALUE SPACES.
031000     05  FILLER              PIC X(09) VALUE "VEHICLES".
031100     05  WS-TL-VEHICLES      PIC ZZZ9.
031200     05  FILLER              PIC X(13) VALUE SPACES.
031300*
031400 01  WS-DEPOT-LABEL.
031500     05  FILLER              PIC X(08) VALUE "  DEPOT ".
031600     05  WS-DB-DEPOT         PIC X(02).
031700     05  FILLER              PIC X(07) VALUE " TOTAL".
031800*
031900 01  WS-CLASS-LABEL.
032000     05  FILLER              PIC X(06) VALUE "CLASS ".
032100     05  WS-CB-CLASS         PIC X(02).
032200     05  FILLER              PIC X(09) VALUE " TOTAL".
032300*
032400 01  WS-IDLE-TITLE.
032500     05  FILLER              PIC X(34) VALUE
032600         "VEHICLES WITH NO TRIPS IN THE LAST".
032700     05  WS-IT-DAYS          PIC ZZ9.
032800     05  FILLER              PIC X(43) VALUE " DAYS".
032900*
033000 01  WS-IDLE-HEADER.
033100     05  FILLER              PIC X(04) VALUE "CL".
033200     05  FILLER              PIC X(05) VALUE "DP".
033300     05  FILLER              PIC X(10) VALUE "VEHICLE".
033400     05  FILLER              PIC X(14) VALUE "LAST TRIP".
033500     05  FILLER              PIC X(47) VALUE "DAYS IDLE".
033600*
033700 01  WS-IDLE-LINE.
033800     05  WS-IL-CLASS         PIC X(02).
033900     05  FILLER              PIC X(02) VALUE SPACES.
034000     05  WS-IL-DEPOT         PIC X(02).
034100     05  FILLER              PIC X(03) VALUE SPACES.
034200     05  WS-IL-VEHICLE-ID    PIC X(06).
034300     05  FILLER              PIC X(04) VALUE SPACES.
034400     05  WS-IL-LAST          PIC X(16).
034500     05  FILLER              PIC X(02) VALUE SPACES.
034600     05  WS-IL-DAYS-IDLE     PIC ZZZZ9 BLANK WHEN ZERO.
034700     05  FILLER              PIC X(38) VALUE SPACES.
034800*
034900 01  WS-LOW-TITLE.
035000     05  FILLER              PIC X(23) VALUE
035100         "CLASSES AVERAGING BELOW".
035200     05  WS-LW-PCT           PIC ZZ9.
035300     05  FILLER              PIC X(54) VALUE
035400         " PCT UTILIZATION".
035500*
035600 01  WS-LOW-HEADER.
035700     05  FILLER              PIC X(80) VALUE
035800         "CL  VEHICLES  AVG UTIL%".
035900*
036000 01  WS-LOW-LINE.
036100     05  WS-LL-CLASS         PIC X(02).
036200     05  FILLER              PIC X(06) VALUE SPACES.
036300     05  WS-LL-VEHICLES      PIC ZZZ9.
036400     05  FILLER              PIC X(06) VALUE SPACES.
036500     05  WS-LL-UTIL          PIC ZZ9.9.
036600     05  FILLER              PIC X(57) VALUE SPACES.
036700*
036800 01  WS-NONE-LINE            PIC X(80) VALUE
036900     "  NONE".
037000*
037100 01  WS-SUMMARY-LINE.
037200     05  FILLER              PIC X(09) VALUE "VEHICLES:".
037300     05  WS-SM-VEHICLES      PIC ZZZZ9.
037400     05  FILLER              PIC X(06) VALUE " IDLE:".
037500     05  WS-SM-IDLE          PIC ZZZZ9.
037600     05  FILLER              PIC X(12) VALUE " LOW CLASS:".
037700     05  WS-SM-LOW           PIC ZZ9.
037800     05  FILLER              PIC X(16) VALUE " ORPHAN HISTORY:".
037900     05  WS-SM-ORPHAN        PIC ZZZZ9.
038000     05  FILLER              PIC X(19) VALUE SPACES.
038100*----------------------------------------------------------*
038200 PROCEDURE DIVISION.
038300 0000-MAINLINE.
038400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038500     SORT UTIL-WORK
038600         ON ASCENDING KEY SRT-GROUP
038700         ON ASCENDING KEY SRT-CLASS
038800         ON ASCENDING KEY SRT-DEPOT
038900         ON ASCENDING KEY SRT-VEHICLE-ID
039000         INPUT PROCEDURE IS 2000-MEASURE-FLEET
039100             THRU 2000-EXIT
039200         OUTPUT PROCEDURE IS 3000-PRINT-UTILIZATION
039300             THRU 3000-EXIT.
039400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039500     GOBACK.
039600*----------------------------------------------------------*
039700* 1000-INITIALIZE - PARAMETERS, PERIOD AND IDLE WINDOWS, THE
039800*                   ROUTES, FILES AND THE RUN HEADER
039900*----------------------------------------------------------*
040000 1000-INITIALIZE.
040100     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
040200     MOVE "FLEETUTL" TO OPERAUTH-CALLER.
040300     PERFORM OPERAUTH-VALIDATE
040400         THRU OPERAUTH-VALIDATE-EXIT.
040500     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
040600     PERFORM 1100-READ-UTIL-PARM THRU 1100-EXIT.
040700     PERFORM 1200-LOAD-ROUTES THRU 1200-EXIT.
040800     INITIALIZE WS-LEVEL-TOTALS.
040900     OPEN OUTPUT UTIL-RPT.
041000     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
041100     COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER
041200         (FUNCTION INTEGER-OF-DATE (RUNHDR-DATE)
041300         - WS-PERIOD-DAYS + 1).
041400     COMPUTE WS-IDLE-START = FUNCTION DATE-OF-INTEGER
041500         (FUNCTION INTEGER-OF-DATE (RUNHDR-DATE)
041600         - WS-IDLE-DAYS + 1).
041700     MOVE WS-PERIOD-START TO WS-PL-START.
041800     MOVE RUNHDR-DATE TO WS-PL-END.
041900     MOVE WS-AVAIL-HOURS TO WS-PL-AVAIL.
042000     MOVE WS-IDLE-DAYS TO WS-PL-IDLE.
042100     MOVE WS-PERIOD-LINE TO WS-PRINT-LINE.
042200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
042300     MOVE SPACES TO WS-PRINT-LINE.
042400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
042500 1000-EXIT.
042600     EXIT.
042700*----------------------------------------------------------*
042800* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
042900*----------------------------------------------------------*
043000 1050-PRINT-RUN-HEADER.
043100     MOVE "FLEETUTL" TO RUNHDR-JOB-NAME.
043200     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
043300     MOVE "I" TO PRTSRV-FUNCTION.
043400     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
043500     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
043600     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
043700     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
043800     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
043900     CALL "PRTSRV" USING PRTSRV-CONTROL.
044000 1050-EXIT.
044100     EXIT.
044200*----------------------------------------------------------*
044300* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
044400*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
044500*                      RULES WHEN THE CARD IS ABSENT)
044600*----------------------------------------------------------*
044700 1090-READ-BUS-DATE.
044800     OPEN INPUT BUS-DATE-PARM.
044900     READ BUS-DATE-PARM
045000         AT END
045100             CONTINUE
045200         NOT AT END
045300             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
045400     END-READ.
045500     CLOSE BUS-DATE-PARM.
045600 1090-EXIT.
045700     EXIT.
045800*----------------------------------------------------------*
045900* 1100-READ-UTIL-PARM - PERIOD DAYS, IDLE DAYS, LOW CLASS
046000*                       PERCENTAGE AND AVAILABLE HOURS FROM
046100*                       THE OPTIONAL UTILPRM CARD. A FIELD
046200*                       BLANK OR ZERO KEEPS ITS DEFAULT.
046300*----------------------------------------------------------*
046400 1100-READ-UTIL-PARM.
046500     OPEN INPUT UTIL-PARM.
046600     READ UTIL-PARM
046700         AT END
046800             GO TO 1100-CLOSE
046900     END-READ.
047000     IF UP-PERIOD-DAYS NUMERIC
047100         AND UP-PERIOD-DAYS > ZERO
047200         MOVE UP-PERIOD-DAYS TO WS-PERIOD-DAYS
047300     END-IF.
047400     IF UP-IDLE-DAYS NUMERIC
047500         AND UP-IDLE-DAYS > ZERO
047600         MOVE UP-IDLE-DAYS TO WS-IDLE-DAYS
047700     END-IF.
047800     IF UP-LOW-PCT NUMERIC
047900         AND UP-LOW-PCT > ZERO
048000         MOVE UP-LOW-PCT TO WS-LOW-PCT
048100     END-IF.
048200     IF UP-AVAIL-HOURS NUMERIC
048300         AND UP-AVAIL-HOURS > ZERO
048400         AND UP-AVAIL-HOURS NOT > 24
048500         MOVE UP-AVAIL-HOURS TO WS-AVAIL-HOURS
048600     END-IF.
048700 1100-CLOSE.
048800     CLOSE UTIL-PARM.
048900 1100-EXIT.
049000     EXIT.
049100*----------------------------------------------------------*
049200* 1200-LOAD-ROUTES - EVERY ROUTMSTR ROUTE AND ITS DEPOT. A
049300*                    TABLE TOO SMALL WOULD LEAVE VEHICLES
049400*                    WITH NO DEPOT, SO THE STEP STOPS RC 12.
049500*----------------------------------------------------------*
049600 1200-LOAD-ROUTES.
049700     MOVE "N" TO WS-EOF-SW.
049800     OPEN INPUT ROUT-MASTER.
049900     PERFORM 1250-LOAD-ONE-ROUTE THRU 1250-EXIT
050000         UNTIL EOF-INPUT.
050100     CLOSE ROUT-MASTER.
050200     MOVE "N" TO WS-EOF-SW.
050300 1200-EXIT.
050400     EXIT.
050500*----------------------------------------------------------*
050600* 1250-LOAD-ONE-ROUTE - ONE ROUTMSTR RECORD INTO THE TABLE
050700*----------------------------------------------------------*
050800 1250-LOAD-ONE-ROUTE.
050900     READ ROUT-MASTER
051000         AT END
051100             SET EOF-INPUT TO TRUE
051200             GO TO 1250-EXIT
051300     END-READ.
051400     IF WS-ROUTE-COUNT NOT < WS-ROUTE-MAX
051500         DISPLAY "FLEETUTL: ROUTMSTR HOLDS MORE THAN "
051600             WS-ROUTE-MAX " ROUTES - ROUTE TABLE FULL"
051700         MOVE 12 TO RETURN-CODE
051800         STOP RUN
051900     END-IF.
052000     ADD 1 TO WS-ROUTE-COUNT.
052100     MOVE RM-ROUTE-CODE TO WS-RT-ROUTE-CODE (WS-ROUTE-COUNT).
052200     MOVE RM-DEPOT TO WS-RT-DEPOT (WS-ROUTE-COUNT).
052300 1250-EXIT.
052400     EXIT.
052500*----------------------------------------------------------*
052600* 1700-FIND-DEPOT - THE DEPOT OF THE ROUTE IN
052700*                   WS-SEARCH-ROUTE-CODE, ?? WHEN THE ROUTE
052800*                   IS NOT ON ROUTMSTR
052900*----------------------------------------------------------*
053000 1700-FIND-DEPOT.
053100     MOVE "??" TO WS-FOUND-DEPOT.
053200     MOVE "N" TO WS-FOUND-SW.
053300     PERFORM 1750-SCAN-ROUTE THRU 1750-EXIT
053400         VARYING WS-ROUTE-SUB FROM 1 BY 1
053500         UNTIL ENTRY-FOUND
053600         OR WS-ROUTE-SUB > WS-ROUTE-COUNT.
053700 1700-EXIT.
053800     EXIT.
053900*----------------------------------------------------------*
054000* 1750-SCAN-ROUTE - ONE PROBE OF THE ROUTE TABLE
054100*----------------------------------------------------------*
054200 1750-SCAN-ROUTE.
054300     IF WS-RT-ROUTE-CODE (WS-ROUTE-SUB) = WS-SEARCH-ROUTE-CODE
054400         MOVE WS-RT-DEPOT (WS-ROUTE-SUB) TO WS-FOUND-DEPOT
054500         SET ENTRY-FOUND TO TRUE
054600     END-IF.
054700 1750-EXIT.
054800     EXIT.
054900*----------------------------------------------------------*
055000* 2000-MEASURE-FLEET - SORT INPUT: MATCH EVERY VEHICLE ON THE
055100*                      MASTER AGAINST ITS ACTIVITY HISTORY AND
055200*                      RELEASE ITS PERIOD TOTALS
055300*----------------------------------------------------------*
055400 2000-MEASURE-FLEET.
055500     OPEN INPUT VEH-MASTER.
055600     OPEN INPUT VEH-UTIL.
055700     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
055800     PERFORM 2100-MEASURE-VEHICLE THRU 2100-EXIT
055900         UNTIL EOF-VEH-MASTER.
056000     PERFORM 2200-SKIP-ORPHAN THRU 2200-EXIT
056100         UNTIL EOF-VEH-UTIL.
056200     CLOSE VEH-MASTER.
056300     CLOSE VEH-UTIL.
056400 2000-EXIT.
056500     EXIT.
056600*----------------------------------------------------------*
056700* 2100-MEASURE-VEHICLE - ONE VEHICLE: PASS OVER HISTORY FOR
056800*                        IDS NOT ON THE MASTER, TOTAL THE
056900*                        VEHICLE'S OWN HISTORY AND RELEASE IT,
057000*                        A SECOND TIME WHEN IT IS IDLE
057100*----------------------------------------------------------*
057200 2100-MEASURE-VEHICLE.
057300     READ VEH-MASTER
057400         AT END
057500             SET EOF-VEH-MASTER TO TRUE
057600             GO TO 2100-EXIT
057700     END-READ.
057800     ADD 1 TO WS-VEHICLE-COUNT.
057900     INITIALIZE WS-VEHICLE-TOTALS.
058000     PERFORM 2200-SKIP-ORPHAN THRU 2200-EXIT
058100         UNTIL WS-HIST-VEHICLE-ID NOT < VM-VEHICLE-ID.
058200     PERFORM 2300-ADD-HISTORY THRU 2300-EXIT
058300         UNTIL WS-HIST-VEHICLE-ID NOT = VM-VEHICLE-ID.
058400     MOVE VM-ROUTE-CODE TO WS-SEARCH-ROUTE-CODE.
058500     PERFORM 1700-FIND-DEPOT THRU 1700-EXIT.
058600     MOVE WS-VEH-HOURS TO WS-CALC-HOURS.
058700     MOVE 1 TO WS-CALC-VEHICLES.
058800     PERFORM 5000-UTIL-PCT THRU 5000-EXIT.
058900     MOVE SPACES TO SRT-RECORD.
059000     SET SRT-UTILIZATION TO TRUE.
059100     MOVE VM-VEHICLE-CLASS TO SRT-CLASS.
059200     MOVE WS-FOUND-DEPOT TO SRT-DEPOT.
059300     MOVE VM-VEHICLE-ID TO SRT-VEHICLE-ID.
059400     MOVE WS-VEH-DAYS TO SRT-DAYS.
059500     MOVE WS-VEH-HOURS TO SRT-HOURS.
059600     MOVE WS-VEH-KM TO SRT-KM.
059700     MOVE WS-CALC-PCT TO SRT-UTIL-PCT.
059800     MOVE WS-VEH-LAST-DATE TO SRT-LAST-DATE.
059900     MOVE ZERO TO SRT-DAYS-IDLE.
060000     RELEASE SRT-RECORD.
060100     IF WS-VEH-LAST-DATE < WS-IDLE-START
060200         ADD 1 TO WS-IDLE-COUNT
060300         SET SRT-IDLE TO TRUE
060400         IF WS-VEH-LAST-DATE > ZERO
060500             COMPUTE SRT-DAYS-IDLE =
060600                 FUNCTION INTEGER-OF-DATE (RUNHDR-DATE)
060700                 - FUNCTION INTEGER-OF-DATE (WS-VEH-LAST-DATE)
060800         END-IF
060900         RELEASE SRT-RECORD
061000     END-IF.
061100 2100-EXIT.
061200     EXIT.
061300*----------------------------------------------------------*
061400* 2200-SKIP-ORPHAN - HISTORY FOR A VEHICLE NO LONGER ON THE
061500*                    MASTER IS COUNTED AND PASSED OVER
061600*----------------------------------------------------------*
061700 2200-SKIP-ORPHAN.
061800     ADD 1 TO WS-ORPHAN-COUNT.
061900     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
062000 2200-EXIT.
062100     EXIT.
062200*----------------------------------------------------------*
062300* 2300-ADD-HISTORY - A VEHICLE-DAY UP TO THE RUN DATE MOVES
062400*                    THE LAST TRIP DAY ON; ONE IN THE PERIOD
062500*                    ALSO ADDS TO THE VEHICLE'S TOTALS
062600*----------------------------------------------------------*
062700 2300-ADD-HISTORY.
062800     IF VU-ACT-DATE NOT > RUNHDR-DATE
062900         IF VU-ACT-DATE > WS-VEH-LAST-DATE
063000             MOVE VU-ACT-DATE TO WS-VEH-LAST-DATE
063100         END-IF
063200         IF VU-ACT-DATE NOT < WS-PERIOD-START
063300             ADD 1 TO WS-VEH-DAYS
063400             ADD VU-HOURS TO WS-VEH-HOURS
063500             ADD VU-KM TO WS-VEH-KM
063600         END-IF
063700     END-IF.
063800     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
063900 2300-EXIT.
064000     EXIT.
064100*----------------------------------------------------------*
064200* 2900-READ-HISTORY - NEXT VEHUTIL RECORD; AT END THE MATCH
064300*                     KEY GOES TO HIGH-VALUES SO EVERY
064400*                     REMAINING VEHICLE SEES NO HISTORY
064500*----------------------------------------------------------*
064600 2900-READ-HISTORY.
064700     READ VEH-UTIL
064800         AT END
064900             SET EOF-VEH-UTIL TO TRUE
065000             MOVE HIGH-VALUES TO WS-HIST-VEHICLE-ID
065100             GO TO 2900-EXIT
065200     END-READ.
065300     ADD 1 TO WS-HIST-READ.
065400     MOVE VU-VEHICLE-ID TO WS-HIST-VEHICLE-ID.
065500 2900-EXIT.
065600     EXIT.
065700*----------------------------------------------------------*
065800* 3000-PRINT-UTILIZATION - SORT OUTPUT: THE UTILIZATION
065900*                          LISTING WITH ITS TOTALS, THE IDLE
066000*                          VEHICLES AND THE LOW CLASSES
066100*----------------------------------------------------------*
066200 3000-PRINT-UTILIZATION.
066300     MOVE "N" TO WS-SORT-EOF-SW.
066400     PERFORM 3100-RETURN-VEHICLE THRU 3100-EXIT
066500         UNTIL EOF-UTIL-WORK.
066600     IF NOT IDLE-STARTED
066700         PERFORM 3700-END-UTILIZATION THRU 3700-EXIT
066800         PERFORM 3750-START-IDLE THRU 3750-EXIT
066900         MOVE WS-NONE-LINE TO WS-PRINT-LINE
067000         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
067100     END-IF.
067200     PERFORM 3800-PRINT-LOW-CLASSES THRU 3800-EXIT.
067300 3000-EXIT.
067400     EXIT.
067500*----------------------------------------------------------*
067600* 3100-RETURN-VEHICLE - ONE SORTED VEHICLE: A UTILIZATION
067700*                       LINE WITH ITS DEPOT AND CLASS BREAKS,
067800*                       OR A LINE ON THE IDLE LIST
067900*----------------------------------------------------------*
068000 3100-RETURN-VEHICLE.
068100     RETURN UTIL-WORK
068200         AT END
068300             SET EOF-UTIL-WORK TO TRUE
068400     END-RETURN.
068500     IF EOF-UTIL-WORK
068600         GO TO 3100-EXIT
068700     END-IF.
068800     IF SRT-IDLE
068900         IF NOT IDLE-STARTED
069000             PERFORM 3700-END-UTILIZATION THRU 3700-EXIT
069100             PERFORM 3750-START-IDLE THRU 3750-EXIT
069200         END-IF
069300         PERFORM 3600-PRINT-IDLE THRU 3600-EXIT
069400         GO TO 3100-EXIT
069500     END-IF.
069600     IF WS-PRINTED-COUNT > ZERO
069700         AND (SRT-CLASS NOT = WS-PRIOR-CLASS
069800         OR SRT-DEPOT NOT = WS-PRIOR-DEPOT)
069900         PERFORM 3300-DEPOT-BREAK THRU 3300-EXIT
070000     END-IF.
070100     IF WS-PRINTED-COUNT > ZERO
070200         AND SRT-CLASS NOT = WS-PRIOR-CLASS
070300         PERFORM 3400-CLASS-BREAK THRU 3400-EXIT
070400     END-IF.
070500     MOVE SRT-CLASS TO WS-PRIOR-CLASS.
070600     MOVE SRT-DEPOT TO WS-PRIOR-DEPOT.
070700     ADD 1 TO WS-PRINTED-COUNT.
070800     ADD 1 TO WS-LV-VEHICLES (WS-DEPOT-LV).
070900     ADD SRT-DAYS TO WS-LV-DAYS (WS-DEPOT-LV).
071000     ADD SRT-HOURS TO WS-LV-HOURS (WS-DEPOT-LV).
071100     ADD SRT-KM TO WS-LV-KM (WS-DEPOT-LV).
071200     MOVE SRT-CLASS TO WS-DL-CLASS.
071300     MOVE SRT-DEPOT TO WS-DL-DEPOT.
071400     MOVE SRT-VEHICLE-ID TO WS-DL-VEHICLE-ID.
071500     MOVE SRT-DAYS TO WS-DL-DAYS.
071600     MOVE SRT-HOURS TO WS-DL-HOURS.
071700     MOVE SRT-KM TO WS-DL-KM.
071800     MOVE SRT-UTIL-PCT TO WS-DL-UTIL.
071900     IF SRT-LAST-DATE = ZERO
072000         MOVE "NONE" TO WS-DL-LAST
072100     ELSE
072200         MOVE SRT-LAST-DATE TO WS-DL-LAST
072300     END-IF.
072400     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
072500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
072600 3100-EXIT.
072700     EXIT.
072800*----------------------------------------------------------*
072900* 3300-DEPOT-BREAK - THE DEPOT'S TOTAL LINE, ROLLED INTO ITS
073000*                    CLASS
073100*----------------------------------------------------------*
073200 3300-DEPOT-BREAK.
073300     MOVE WS-PRIOR-DEPOT TO WS-DB-DEPOT.
073400     MOVE WS-DEPOT-LABEL TO WS-TL-LABEL.
073500     MOVE WS-DEPOT-LV TO WS-LV-SUB.
073600     PERFORM 3500-PRINT-TOTAL THRU 3500-EXIT.
073700     MOVE SPACES TO WS-PRINT-LINE.
073800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
073900     ADD WS-LV-VEHICLES (WS-DEPOT-LV)
074000         TO WS-LV-VEHICLES (WS-CLASS-LV).
074100     ADD WS-LV-DAYS (WS-DEPOT-LV) TO WS-LV-DAYS (WS-CLASS-LV).
074200     ADD WS-LV-HOURS (WS-DEPOT-LV) TO WS-LV-HOURS (WS-CLASS-LV).
074300     ADD WS-LV-KM (WS-DEPOT-LV) TO WS-LV-KM (WS-CLASS-LV).
074400     INITIALIZE WS-LEVEL (WS-DEPOT-LV).
074500 3300-EXIT.
074600     EXIT.
074700*----------------------------------------------------------*
074800* 3400-CLASS-BREAK - THE CLASS'S TOTAL LINE WITH ITS AVERAGE
074900*                    UTILIZATION, NOTED WHEN BELOW THE LOW
075000*                    PERCENTAGE, AND ROLLED INTO THE FLEET
075100*----------------------------------------------------------*
075200 3400-CLASS-BREAK.
075300     MOVE WS-PRIOR-CLASS TO WS-CB-CLASS.
075400     MOVE WS-CLASS-LABEL TO WS-TL-LABEL.
075500     MOVE WS-CLASS-LV TO WS-LV-SUB.
075600     PERFORM 3500-PRINT-TOTAL THRU 3500-EXIT.
075700     MOVE SPACES TO WS-PRINT-LINE.
075800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
075900     IF WS-CALC-PCT < WS-LOW-PCT
076000         PERFORM 3450-NOTE-LOW-CLASS THRU 3450-EXIT
076100     END-IF.
076200     ADD WS-LV-VEHICLES (WS-CLASS-LV)
076300         TO WS-LV-VEHICLES (WS-FLEET-LV).
076400     ADD WS-LV-DAYS (WS-CLASS-LV) TO WS-LV-DAYS (WS-FLEET-LV).
076500     ADD WS-LV-HOURS (WS-CLASS-LV) TO WS-LV-HOURS (WS-FLEET-LV).
076600     ADD WS-LV-KM (WS-CLASS-LV) TO WS-LV-KM (WS-FLEET-LV).
076700     INITIALIZE WS-LEVEL (WS-CLASS-LV).
076800 3400-EXIT.
076900     EXIT.
077000*----------------------------------------------------------*
077100* 3450-NOTE-LOW-CLASS - ONE CLASS ONTO THE LOW-UTILIZATION
077200*                       LIST, STOPPING RC 12 WHEN IT IS FULL
077300*----------------------------------------------------------*
077400 3450-NOTE-LOW-CLASS.
077500     IF WS-LOW-COUNT NOT < WS-LOW-MAX
077600         DISPLAY "FLEETUTL: MORE THAN " WS-LOW-MAX
077700             " LOW-UTILIZATION CLASSES - CLASS TABLE FULL"
077800         MOVE 12 TO RETURN-CODE
077900         STOP RUN
078000     END-IF.
078100     ADD 1 TO WS-LOW-COUNT.
078200     MOVE WS-PRIOR-CLASS TO WS-LT-CLASS (WS-LOW-COUNT).
078300     MOVE WS-LV-VEHICLES (WS-CLASS-LV)
078400         TO WS-LT-VEHICLES (WS-LOW-COUNT).
078500     MOVE WS-CALC-PCT TO WS-LT-UTIL-PCT (WS-LOW-COUNT).
078600 3450-EXIT.
078700     EXIT.
078800*----------------------------------------------------------*
078900* 3500-PRINT-TOTAL - THE TOTAL LINE FOR LEVEL WS-LV-SUB UNDER
079000*                    THE LABEL ALREADY IN WS-TL-LABEL; ITS
079100*                    UTILIZATION IS LEFT IN WS-CALC-PCT
079200*----------------------------------------------------------*
079300 3500-PRINT-TOTAL.
079400     MOVE WS-LV-HOURS (WS-LV-SUB) TO WS-CALC-HOURS.
079500     MOVE WS-LV-VEHICLES (WS-LV-SUB) TO WS-CALC-VEHICLES.
079600     PERFORM 5000-UTIL-PCT THRU 5000-EXIT.
079700     MOVE WS-LV-DAYS (WS-LV-SUB) TO WS-TL-DAYS.
079800     MOVE WS-LV-HOURS (WS-LV-SUB) TO WS-TL-HOURS.
079900     MOVE WS-LV-KM (WS-LV-SUB) TO WS-TL-KM.
080000     MOVE WS-CALC-PCT TO WS-TL-UTIL.
080100     MOVE WS-LV-VEHICLES (WS-LV-SUB) TO WS-TL-VEHICLES.
080200     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
080300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
080400 3500-EXIT.
080500     EXIT.
080600*----------------------------------------------------------*
080700* 3600-PRINT-IDLE - ONE VEHICLE ON THE IDLE LIST
080800*----------------------------------------------------------*
080900 3600-PRINT-IDLE.
081000     MOVE SRT-CLASS TO WS-IL-CLASS.
081100     MOVE SRT-DEPOT TO WS-IL-DEPOT.
081200     MOVE SRT-VEHICLE-ID TO WS-IL-VEHICLE-ID.
081300     IF SRT-LAST-DATE = ZERO
081400         MOVE "NO TRIPS ON FILE" TO WS-IL-LAST
081500         MOVE ZERO TO WS-IL-DAYS-IDLE
081600     ELSE
081700         MOVE SRT-LAST-DATE TO WS-IL-LAST
081800         MOVE SRT-DAYS-IDLE TO WS-IL-DAYS-IDLE
081900     END-IF.
082000     MOVE WS-IDLE-LINE TO WS-PRINT-LINE.
082100     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
082200 3600-EXIT.
082300     EXIT.
082400*----------------------------------------------------------*
082500* 3700-END-UTILIZATION - THE LAST DEPOT AND CLASS TOTALS AND
082600*                        THE FLEET TOTAL
082700*----------------------------------------------------------*
082800 3700-END-UTILIZATION.
082900     IF WS-PRINTED-COUNT > ZERO
083000         PERFORM 3300-DEPOT-BREAK THRU 3300-EXIT
083100         PERFORM 3400-CLASS-BREAK THRU 3400-EXIT
083200     END-IF.
083300     MOVE "FLEET TOTAL" TO WS-TL-LABEL.
083400     MOVE WS-FLEET-LV TO WS-LV-SUB.
083500     PERFORM 3500-PRINT-TOTAL THRU 3500-EXIT.
083600 3700-EXIT.
083700     EXIT.
083800*----------------------------------------------------------*
083900* 3750-START-IDLE - TITLE AND HEADINGS OF THE IDLE LIST
084000*----------------------------------------------------------*
084100 3750-START-IDLE.
084200     SET IDLE-STARTED TO TRUE.
084300     MOVE SPACES TO WS-PRINT-LINE.
084400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
084500     MOVE WS-IDLE-DAYS TO WS-IT-DAYS.
084600     MOVE WS-IDLE-TITLE TO WS-PRINT-LINE.
084700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
084800     MOVE WS-IDLE-HEADER TO WS-PRINT-LINE.
084900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
085000 3750-EXIT.
085100     EXIT.
085200*----------------------------------------------------------*
085300* 3800-PRINT-LOW-CLASSES - THE CLASSES AVERAGING BELOW THE
085400*                          LOW PERCENTAGE
085500*----------------------------------------------------------*
085600 3800-PRINT-LOW-CLASSES.
085700     MOVE SPACES TO WS-PRINT-LINE.
085800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
085900     MOVE WS-LOW-PCT TO WS-LW-PCT.
086000     MOVE WS-LOW-TITLE TO WS-PRINT-LINE.
086100     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
086200     MOVE WS-LOW-HEADER TO WS-PRINT-LINE.
086300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
086400     IF WS-LOW-COUNT = ZERO
086500         MOVE WS-NONE-LINE TO WS-PRINT-LINE
086600         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
086700         GO TO 3800-EXIT
086800     END-IF.
086900     PERFORM 3850-PRINT-LOW-CLASS THRU 3850-EXIT
087000         VARYING WS-LOW-SUB FROM 1 BY 1
087100         UNTIL WS-LOW-SUB > WS-LOW-COUNT.
087200 3800-EXIT.
087300     EXIT.
087400*----------------------------------------------------------*
087500* 3850-PRINT-LOW-CLASS - ONE LOW-UTILIZATION CLASS
087600*----------------------------------------------------------*
087700 3850-PRINT-LOW-CLASS.
087800     MOVE WS-LT-CLASS (WS-LOW-SUB) TO WS-LL-CLASS.
087900     MOVE WS-LT-VEHICLES (WS-LOW-SUB) TO WS-LL-VEHICLES.
088000     MOVE WS-LT-UTIL-PCT (WS-LOW-SUB) TO WS-LL-UTIL.
088100     MOVE WS-LOW-LINE TO WS-PRINT-LINE.
088200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
088300 3850-EXIT.
088400     EXIT.
088500*----------------------------------------------------------*
088600* 5000-UTIL-PCT - UTILIZATION OF WS-CALC-HOURS DRIVEN BY
088700*                 WS-CALC-VEHICLES VEHICLES OVER THE PERIOD,
088800*                 HELD AT 999.9 WHEN IT WILL NOT FIT
088900*----------------------------------------------------------*
089000 5000-UTIL-PCT.
089100     MOVE ZERO TO WS-CALC-PCT.
089200     COMPUTE WS-CALC-CAPACITY =
089300         WS-CALC-VEHICLES * WS-PERIOD-DAYS * WS-AVAIL-HOURS.
089400     IF WS-CALC-CAPACITY = ZERO
089500         GO TO 5000-EXIT
089600     END-IF.
089700     COMPUTE WS-CALC-PCT ROUNDED =
089800         WS-CALC-HOURS * 100 / WS-CALC-CAPACITY
089900         ON SIZE ERROR
090000             MOVE 999.9 TO WS-CALC-PCT
090100     END-COMPUTE.
090200 5000-EXIT.
090300     EXIT.
090400*----------------------------------------------------------*
090500* 9000-TERMINATE - SUMMARY COUNTS, CLOSES AND THE RUN LOG
090600*----------------------------------------------------------*
090700 9000-TERMINATE.
090800     MOVE SPACES TO WS-PRINT-LINE.
090900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
091000     MOVE WS-VEHICLE-COUNT TO WS-SM-VEHICLES.
091100     MOVE WS-IDLE-COUNT TO WS-SM-IDLE.
091200     MOVE WS-LOW-COUNT TO WS-SM-LOW.
091300     MOVE WS-ORPHAN-COUNT TO WS-SM-ORPHAN.
091400     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
091500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
091600     PERFORM 8900-END-REPORT THRU 8900-EXIT.
091700     CLOSE UTIL-RPT.
091800     MOVE "FLEETUTL" TO RUNLOG-PROGRAM-ID.
091900     COMPUTE RUNLOG-READ-COUNT = WS-VEHICLE-COUNT
092000         + WS-HIST-READ.
092100     MOVE WS-VEHICLE-COUNT TO RUNLOG-WRITE-COUNT.
092200     MOVE WS-ORPHAN-COUNT TO RUNLOG-EXCEPT-COUNT.
092300     MOVE "OK" TO RUNLOG-STATUS.
092400     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
092500 9000-EXIT.
092600     EXIT.
092700*----------------------------------------------------------*
092800* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
092900*                          SHARED PRINT SERVICE, WRITING THE
093000*                          PAGE HEADINGS FIRST ON A PAGE BREAK
093100*----------------------------------------------------------*
093200 8800-WRITE-REPORT-LINE.
093300     MOVE "W" TO PRTSRV-FUNCTION.
093400     CALL "PRTSRV" USING PRTSRV-CONTROL.
093500     IF PRTSRV-NEW-PAGE
093600         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
093700             VARYING WS-HDG-SUB FROM 1 BY 1
093800             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
093900     END-IF.
094000     MOVE WS-PRINT-LINE TO UR-RECORD.
094100     WRITE UR-RECORD.
094200 8800-EXIT.
094300     EXIT.
094400*----------------------------------------------------------*
094500* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
094600*----------------------------------------------------------*
094700 8850-WRITE-HEADING.
094800     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO UR-RECORD.
094900     WRITE UR-RECORD.
095000 8850-EXIT.
095100     EXIT.
095200*----------------------------------------------------------*
095300* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
095400*                   LINE-AND-PAGE-COUNT LINE
095500*----------------------------------------------------------*
095600 8900-END-REPORT.
095700     MOVE "E" TO PRTSRV-FUNCTION.
095800     CALL "PRTSRV" USING PRTSRV-CONTROL.
095900     MOVE PRTSRV-FINAL-LINE TO UR-RECORD.
096000     WRITE UR-RECORD.
096100 8900-EXIT.
096200     EXIT.
096300*----------------------------------------------------------*
096400     COPY RUNHDRP.
096500     COPY RUNLOGP.
096600     COPY OPERAUTP.
