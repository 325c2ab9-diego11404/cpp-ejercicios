000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     ONTIME.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - ON-TIME PERFORMANCE
001200*                   AGAINST THE DSPSCHED DISPATCH SCHEDULE
001300*                   (PLANNED DEPARTURE AND ARRIVAL DATE-TIME
001400*                   BY VEHICLE AND ROUTE). EACH DSPTRIPS TRIP
001500*                   (TRAILER VERIFIED) IS PAIRED WITH THE OPEN
001600*                   SCHEDULED TRIP OF ITS VEHICLE WHOSE PLANNED
001700*                   DEPARTURE IS NEAREST ITS ACTUAL START,
001800*                   WITHIN THE ONTPRM MATCH WINDOW. A PAIRED
001900*                   TRIP IS EARLY, ON TIME OR LATE BY ITS
002000*                   ACTUAL ARRIVAL AGAINST THE PLAN AND THE
002100*                   ONTPRM TOLERANCES; A SCHEDULED TRIP LEFT
002200*                   UNPAIRED IS MISSED AND A TRIP NO SCHEDULE
002300*                   TAKES IS UNSCHEDULED. ONTRPT GIVES THE
002400*                   COUNTS AND ON-TIME PERCENTAGE BY
002500*                   RM-ROUTE-CODE, BY DEPOT AND BY DRIVER.
002600*----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DISPATCH-SCHED ASSIGN TO "DSPSCHED"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT DISPATCH-TRIPS ASSIGN TO "DSPTRIPS"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT VEH-MASTER   ASSIGN TO "VEHMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS VM-VEHICLE-ID.
004100     SELECT ROUT-MASTER  ASSIGN TO "ROUTMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS RM-ROUTE-CODE.
004500     SELECT OPTIONAL ONT-PARM ASSIGN TO "ONTPRM"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT ONT-RPT      ASSIGN TO "ONTRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT STAT-WORK    ASSIGN TO "ONTWORK".
005000     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000*----------------------------------------------------------*
006100 DATA DIVISION.
006200 FILE SECTION.
006300*
006400* ONE PLANNED TRIP - CLOCK TIMES ARE HOURS AND HUNDREDTHS AS
006500* ON DSPTRIPS. A BLANK DRIVER MEANS THE VEHICLE'S VEHMSTR
006600* DRIVER.
006700*
006800 FD  DISPATCH-SCHED
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 80 CHARACTERS.
007100 01  SC-RECORD.
007200     05  SC-VEHICLE-ID       PIC X(06).
007300     05  SC-ROUTE-CODE       PIC X(04).
007400     05  SC-DRIVER-ID        PIC X(06).
007500     05  SC-DEP-DATE         PIC 9(08).
007600     05  SC-DEP-TIME         PIC 9(2)V99.
007700     05  SC-ARR-DATE         PIC 9(08).
007800     05  SC-ARR-TIME         PIC 9(2)V99.
007900     05  FILLER              PIC X(40).
008000*
008100* THE TRIP READINGS CARRY THE NAMES THE SHARED SPDCALC
008200* COMPUTE WORKS ON
008300*
008400 FD  DISPATCH-TRIPS
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 80 CHARACTERS.
008700 01  DTR-RECORD.
008800     05  DTR-VEHICLE-ID      PIC X(06).
008900     05  D1                  PIC S9(2)V99.
009000     05  D2                  PIC S9(2)V99.
009100     05  DTR-T1-DATE         PIC 9(08).
009200     05  T1                  PIC S9(2)V99.
009300     05  DTR-T2-DATE         PIC 9(08).
009400     05  T2                  PIC S9(2)V99.
009500     05  FILLER              PIC X(46).
009600*
009700 FD  VEH-MASTER
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 80 CHARACTERS.
010000 01  VM-RECORD.
010100     05  VM-VEHICLE-ID       PIC X(06).
010200     05  VM-ROUTE-CODE       PIC X(04).
010300     05  VM-DRIVER-ID        PIC X(06).
010400     05  VM-VEHICLE-CLASS    PIC X(02).
010500     05  VM-MAX-SPEED        PIC 9(3)V99.
010600     05  FILLER              PIC X(57).
010700*
010800 FD  ROUT-MASTER
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 80 CHARACTERS.
011100 01  RM-RECORD.
011200     05  RM-ROUTE-CODE       PIC X(04).
011300     05  RM-DESCRIPTION      PIC X(30).
011400     05  RM-STD-DISTANCE     PIC 9(5)V99.
011500     05  RM-DEPOT            PIC X(02).
011600     05  FILLER              PIC X(37).
011700*
011800* TOLERANCES IN MINUTES - EARLY AND LATE AROUND THE PLANNED
011900* ARRIVAL, AND THE MATCH WINDOW AROUND THE PLANNED DEPARTURE
012000*
012100 FD  ONT-PARM
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 80 CHARACTERS.
012400 01  OP-RECORD.
012500     05  OP-EARLY-MINS       PIC 9(03).
012600     05  OP-LATE-MINS        PIC 9(03).
012700     05  OP-MATCH-MINS       PIC 9(03).
012800     05  FILLER              PIC X(71).
012900*
013000 FD  ONT-RPT
013100     LABEL RECORDS ARE STANDARD
013200     RECORD CONTAINS 80 CHARACTERS.
013300 01  OR-RECORD               PIC X(80).
013400*
013500* ONE CLASSIFIED TRIP FOR ONE GROUPING - EVERY TRIP IS
013600* RELEASED ONCE FOR ITS ROUTE, ONCE FOR ITS DEPOT AND ONCE
013700* FOR ITS DRIVER
013800*
013900 SD  STAT-WORK.
014000 01  SRT-RECORD.
014100     05  SRT-GROUP           PIC 9(01).
014200         88  SRT-BY-ROUTE            VALUE 1.
014300         88  SRT-BY-DEPOT            VALUE 2.
014400         88  SRT-BY-DRIVER           VALUE 3.
014500     05  SRT-KEY             PIC X(06).
014600     05  SRT-CLASS           PIC X(01).
014700         88  SRT-EARLY               VALUE "E".
014800         88  SRT-ON-TIME             VALUE "O".
014900         88  SRT-LATE                VALUE "L".
015000         88  SRT-MISSED              VALUE "M".
015100         88  SRT-UNSCHEDULED         VALUE "U".
015200     05  FILLER              PIC X(12).
015300*
015400 FD  RUN-LOG
015500     LABEL RECORDS ARE STANDARD
015600     RECORD CONTAINS 80 CHARACTERS.
015700 01  RL-RECORD               PIC X(80).
015800*
015900 FD  BUS-DATE-PARM
016000     LABEL RECORDS ARE STANDARD
016100     RECORD CONTAINS 80 CHARACTERS.
016200 01  BD-RECORD.
016300     05  BD-BUSINESS-DATE    PIC 9(08).
016400     05  FILLER              PIC X(72).
016500*
016600 FD  OPER-CARD
016700     LABEL RECORDS ARE STANDARD
016800     RECORD CONTAINS 80 CHARACTERS.
016900 01  OC-RECORD.
017000     05  OC-OPERATOR-ID      PIC X(08).
017100     05  FILLER              PIC X(72).
017200*
017300 FD  OPER-AUTH
017400     LABEL RECORDS ARE STANDARD
017500     RECORD CONTAINS 80 CHARACTERS.
017600 01  OA-RECORD.
017700     05  OA-OPERATOR-ID      PIC X(08).
017800     05  OA-NAME             PIC X(20).
017900     05  OA-ACTIVE           PIC X(01).
018000     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
018100     05  FILLER              PIC X(11).
018200*
018300 FD  OPER-LOG
018400     LABEL RECORDS ARE STANDARD
018500     RECORD CONTAINS 80 CHARACTERS.
018600 01  OL-RECORD               PIC X(80).
018700*----------------------------------------------------------*
018800 WORKING-STORAGE SECTION.
018900     COPY RUNHDR.
019000     COPY FILETRLR.
019100     COPY RUNLOG.
019200     COPY OPERAUTH.
019300     COPY PRTSRV.
019400 01  WS-PRINT-LINE           PIC X(80).
019500 01  WS-HDG-SUB              PIC 9(01) COMP.
019600*
019700 01  WS-SWITCHES.
019800     05  WS-EOF-SW           PIC X(01) VALUE "N".
019900         88  EOF-INPUT               VALUE "Y".
020000     05  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
020100         88  EOF-STAT-WORK           VALUE "Y".
020200     05  WS-FOUND-SW         PIC X(01) VALUE "N".
020300         88  ENTRY-FOUND             VALUE "Y".
020400     05  WS-FIRST-STAT-SW    PIC X(01) VALUE "Y".
020500         88  FIRST-STAT              VALUE "Y".
020600*
020700 01  WS-COUNTERS.
020800     05  WS-SCHED-READ       PIC 9(06) COMP VALUE ZERO.
020900     05  WS-SCHED-REJECTED   PIC 9(05) COMP VALUE ZERO.
021000     05  WS-TRIP-READ        PIC 9(06) COMP VALUE ZERO.
021100     05  WS-TRIP-UNKV        PIC 9(05) COMP VALUE ZERO.
021200     05  WS-BAD-TIME         PIC 9(05) COMP VALUE ZERO.
021300     05  WS-LINE-COUNT       PIC 9(05) COMP VALUE ZERO.
021400*
021500* TOLERANCES IN MINUTES - ONTPRM OVERRIDES
021600*
021700 01  WS-EARLY-MINS           PIC 9(03) VALUE 15.
021800 01  WS-LATE-MINS            PIC 9(03) VALUE 15.
021900 01  WS-MATCH-MINS           PIC 9(03) VALUE 120.
022000*
022100* A DATE AND CLOCK TIME TURNED INTO MINUTES FROM THE START OF
022200* THE CALENDAR, SO TIMES ON DIFFERENT DAYS COMPARE DIRECTLY
022300*
022400 01  WS-CALC-DATE            PIC 9(08) VALUE ZERO.
022500 01  WS-CALC-TIME            PIC S9(2)V99 VALUE ZERO.
022600 01  WS-CALC-DATE-INT        PIC 9(08) VALUE ZERO.
022700 01  WS-CALC-MINS            PIC S9(11)V99 VALUE ZERO.
022800 01  WS-ACT-DEP-MINS         PIC S9(11)V99 VALUE ZERO.
022900 01  WS-ACT-ARR-MINS         PIC S9(11)V99 VALUE ZERO.
023000 01  WS-GAP-MINS             PIC S9(11)V99 VALUE ZERO.
023100 01  WS-BEST-GAP             PIC S9(11)V99 VALUE ZERO.
023200 01  WS-BEST-SUB             PIC 9(04) COMP VALUE ZERO.
023300*
023400 01  WS-SEARCH-VEHICLE-ID    PIC X(06) VALUE SPACES.
023500 01  WS-SEARCH-ROUTE-CODE    PIC X(04) VALUE SPACES.
023600 01  WS-FOUND-DEPOT          PIC X(02) VALUE SPACES.
023700*
023800* THE GROUPINGS OF THE TRIP BEING RELEASED TO THE SORT
023900*
024000 01  WS-REL-ROUTE-CODE       PIC X(04) VALUE SPACES.
024100 01  WS-REL-DEPOT            PIC X(02) VALUE SPACES.
024200 01  WS-REL-DRIVER-ID        PIC X(06) VALUE SPACES.
024300 01  WS-REL-CLASS            PIC X(01) VALUE SPACES.
024400*
024500* ROUTMSTR - EACH ROUTE'S DEPOT
024600*
024700 01  WS-ROUTE-MAX            PIC 9(04) COMP VALUE 500.
024800 01  WS-ROUTE-COUNT          PIC 9(04) COMP VALUE ZERO.
024900 01  WS-ROUTE-SUB            PIC 9(04) COMP VALUE ZERO.
025000 01  WS-ROUTE-TABLE.
025100     05  WS-ROUTE-ENTRY OCCURS 500 TIMES.
025200         10  WS-RT-ROUTE-CODE    PIC X(04).
025300         10  WS-RT-DEPOT         PIC X(02).
025400*
025500* THE FLEET FROM VEHMSTR - EACH VEHICLE'S ROUTE AND DRIVER
025600*
025700 01  WS-VEH-MAX              PIC 9(04) COMP VALUE 500.
025800 01  WS-VEH-COUNT            PIC 9(04) COMP VALUE ZERO.
025900 01  WS-VEH-SUB              PIC 9(04) COMP VALUE ZERO.
026000 01  WS-VEH-TABLE.
026100     05  WS-VEH-ENTRY OCCURS 500 TIMES.
026200         10  WS-VT-VEHICLE-ID    PIC X(06).
026300         10  WS-VT-ROUTE-CODE    PIC X(04).
026400         10  WS-VT-DRIVER-ID     PIC X(06).
026500*
026600* THE SCHEDULE - EACH PLANNED TRIP WITH ITS PLANNED TIMES IN
026700* MINUTES AND, ONCE PAIRED, THE ACTUAL ARRIVAL
026800*
026900 01  WS-SCHED-MAX            PIC 9(04) COMP VALUE 5000.
027000 01  WS-SCHED-COUNT          PIC 9(04) COMP VALUE ZERO.
027100 01  WS-SCHED-SUB            PIC 9(04) COMP VALUE ZERO.
027200 01  WS-SCHED-TABLE.
027300     05  WS-SCHED-ENTRY OCCURS 5000 TIMES.
027400         10  WS-ST-VEHICLE-ID    PIC X(06).
027500         10  WS-ST-ROUTE-CODE    PIC X(04).
027600         10  WS-ST-DEPOT         PIC X(02).
027700         10  WS-ST-DRIVER-ID     PIC X(06).
027800         10  WS-ST-DEP-MINS      PIC S9(11)V99.
027900         10  WS-ST-ARR-MINS      PIC S9(11)V99.
028000         10  WS-ST-ACT-ARR-MINS  PIC S9(11)V99.
028100         10  WS-ST-PAIRED-SW     PIC X(01).
028200             88  WS-ST-PAIRED            VALUE "Y".
028300*
028400* COUNTS FOR THE GROUP BEING TOTALLED, AND FOR THE FLEET
028500*
028600 01  WS-PRIOR-GROUP          PIC 9(01) VALUE ZERO.
028700 01  WS-PRIOR-KEY            PIC X(06) VALUE SPACES.
028800 01  WS-GROUP-TOTALS.
028900     05  WS-GRP-EARLY        PIC 9(06) VALUE ZERO.
029000     05  WS-GRP-ON-TIME      PIC 9(06) VALUE ZERO.
029100     05  WS-GRP-LATE         PIC 9(06) VALUE ZERO.
029200     05  WS-GRP-MISSED       PIC 9(06) VALUE ZERO.
029300     05  WS-GRP-UNSCHED      PIC 9(06) VALUE ZERO.
029400 01  WS-FLEET-TOTALS.
029500     05  WS-FLT-EARLY        PIC 9(06) VALUE ZERO.
029600     05  WS-FLT-ON-TIME      PIC 9(06) VALUE ZERO.
029700     05  WS-FLT-LATE         PIC 9(06) VALUE ZERO.
029800     05  WS-FLT-MISSED       PIC 9(06) VALUE ZERO.
029900     05  WS-FLT-UNSCHED      PIC 9(06) VALUE ZERO.
030000 01  WS-GRP-SCHEDULED        PIC 9(06) VALUE ZERO.
030100 01  WS-GRP-PCT              PIC 9(3)V9 VALUE ZERO.
030200*
030300 01  WS-PAGE-HEADER-1.
030400     05  FILLER              PIC X(40) VALUE
030500         "ON-TIME PERFORMANCE AGAINST SCHEDULE".
030600     05  FILLER              PIC X(40) VALUE SPACES.
030700*
030800 01  WS-PAGE-HEADER-2.
030900     05  FILLER              PIC X(08) VALUE "GROUP".
031000     05  FILLER              PIC X(07) VALUE "  SCHED".
031100     05  FILLER              PIC X(07) VALUE "  EARLY".
031200     05  FILLER              PIC X(07) VALUE " ONTIME".
031300     05  FILLER              PIC X(07) VALUE "   LATE".
031400     05  FILLER              PIC X(07) VALUE " MISSED".
031500     05  FILLER              PIC X(07) VALUE " UNSCHD".
031600     05  FILLER              PIC X(30) VALUE "  ON-TIME".
031700*
031800 01  WS-TOLERANCE-LINE.
031900     05  FILLER              PIC X(07) VALUE "EARLY >".
032000     05  WS-TOL-EARLY        PIC ZZ9.
032100     05  FILLER              PIC X(18) VALUE
032200         " MIN BEFORE PLAN, ".
032300     05  FILLER              PIC X(06) VALUE "LATE >".
032400     05  WS-TOL-LATE         PIC ZZ9.
032500     05  FILLER              PIC X(17) VALUE
032600         " MIN AFTER PLAN, ".
032700     05  FILLER              PIC X(06) VALUE "MATCH ".
032800     05  WS-TOL-MATCH        PIC ZZ9.
032900     05  FILLER              PIC X(17) VALUE " MIN".
033000*
033100 01  WS-GROUP-TITLE.
033200     05  FILLER              PIC X(03) VALUE "BY ".
033300     05  WS-GT-NAME          PIC X(77).
033400*
033500 01  WS-PERF-LINE.
033600     05  WS-PL-KEY           PIC X(06).
033700     05  FILLER              PIC X(03) VALUE SPACES.
033800     05  WS-PL-SCHED         PIC ZZZZZ9.
033900     05  FILLER              PIC X(01) VALUE SPACE.
034000     05  WS-PL-EARLY         PIC ZZZZZ9.
034100     05  FILLER              PIC X(01) VALUE SPACE.
034200     05  WS-PL-ON-TIME       PIC ZZZZZ9.
034300     05  FILLER              PIC X(01) VALUE SPACE.
034400     05  WS-PL-LATE          PIC ZZZZZ9.
034500     05  FILLER              PIC X(01) VALUE SPACE.
034600     05  WS-PL-MISSED        PIC ZZZZZ9.
034700     05  FILLER              PIC X(01) VALUE SPACE.
034800     05  WS-PL-UNSCHED       PIC ZZZZZ9.
034900     05  FILLER              PIC X(03) VALUE SPACES.
035000     05  WS-PL-PCT           PIC ZZ9.9.
035100     05  FILLER              PIC X(22) VALUE "%".
035200*
035300 01  WS-SUMMARY-LINE-1.
035400     05  FILLER              PIC X(16) VALUE "SCHEDULED TRIPS:".
035500     05  WS-SM-SCHED         PIC ZZZZZ9.
035600     05  FILLER              PIC X(10) VALUE " REJECTED:".
035700     05  WS-SM-REJECTED      PIC ZZZZ9.
035800     05  FILLER              PIC X(43) VALUE SPACES.
035900*
036000 01  WS-SUMMARY-LINE-2.
036100     05  FILLER              PIC X(11) VALUE "TRIPS READ:".
036200     05  WS-SM-TRIPS         PIC ZZZZZ9.
036300     05  FILLER              PIC X(13) VALUE " UNKNOWN VEH:".
036400     05  WS-SM-TRIP-UNKV     PIC ZZZZ9.
036500     05  FILLER              PIC X(10) VALUE " BAD TIME:".
036600     05  WS-SM-BAD-TIME      PIC ZZZZ9.
036700     05  FILLER              PIC X(30) VALUE SPACES.
036800*----------------------------------------------------------*
036900 PROCEDURE DIVISION.
037000 0000-MAINLINE.
037100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037200     SORT STAT-WORK
037300         ON ASCENDING KEY SRT-GROUP
037400         ON ASCENDING KEY SRT-KEY
037500         INPUT PROCEDURE IS 2000-MATCH-TRIPS
037600             THRU 2000-EXIT
037700         OUTPUT PROCEDURE IS 3000-PRINT-PERFORMANCE
037800             THRU 3000-EXIT.
037900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
038000     GOBACK.
038100*----------------------------------------------------------*
038200* 1000-INITIALIZE - LOAD THE ROUTES, THE FLEET AND THE
038300*                   SCHEDULE, OPEN THE REPORT AND PRINT THE
038400*                   HEADER
038500*----------------------------------------------------------*
038600 1000-INITIALIZE.
038700     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
038800     MOVE "ONTIME" TO OPERAUTH-CALLER.
038900     PERFORM OPERAUTH-VALIDATE
039000         THRU OPERAUTH-VALIDATE-EXIT.
039100     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
039200     PERFORM 1100-READ-ONT-PARM THRU 1100-EXIT.
039300     PERFORM 1200-LOAD-ROUTES THRU 1200-EXIT.
039400     PERFORM 1300-LOAD-FLEET THRU 1300-EXIT.
039500     PERFORM 1400-LOAD-SCHEDULE THRU 1400-EXIT.
039600     OPEN OUTPUT ONT-RPT.
039700     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
039800     MOVE WS-EARLY-MINS TO WS-TOL-EARLY.
039900     MOVE WS-LATE-MINS TO WS-TOL-LATE.
040000     MOVE WS-MATCH-MINS TO WS-TOL-MATCH.
040100     MOVE WS-TOLERANCE-LINE TO WS-PRINT-LINE.
040200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
040300 1000-EXIT.
040400     EXIT.
040500*----------------------------------------------------------*
040600* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
040700*----------------------------------------------------------*
040800 1050-PRINT-RUN-HEADER.
040900     MOVE "ONTIME" TO RUNHDR-JOB-NAME.
041000     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
041100     MOVE "I" TO PRTSRV-FUNCTION.
041200     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
041300     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
041400     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
041500     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
041600     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
041700     CALL "PRTSRV" USING PRTSRV-CONTROL.
041800 1050-EXIT.
041900     EXIT.
042000*----------------------------------------------------------*
042100* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
042200*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
042300*                      RULES WHEN THE CARD IS ABSENT)
042400*----------------------------------------------------------*
042500 1090-READ-BUS-DATE.
042600     OPEN INPUT BUS-DATE-PARM.
042700     READ BUS-DATE-PARM
042800         AT END
042900             CONTINUE
043000         NOT AT END
043100             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
043200     END-READ.
043300     CLOSE BUS-DATE-PARM.
043400 1090-EXIT.
043500     EXIT.
043600*----------------------------------------------------------*
043700* 1100-READ-ONT-PARM - TOLERANCES FROM THE OPTIONAL ONTPRM
043800*                      CARD; A BLANK FIELD KEEPS ITS DEFAULT
043900*----------------------------------------------------------*
044000 1100-READ-ONT-PARM.
044100     OPEN INPUT ONT-PARM.
044200     READ ONT-PARM
044300         AT END
044400             CLOSE ONT-PARM
044500             GO TO 1100-EXIT
044600     END-READ.
044700     CLOSE ONT-PARM.
044800     IF OP-EARLY-MINS NUMERIC
044900         MOVE OP-EARLY-MINS TO WS-EARLY-MINS
045000     END-IF.
045100     IF OP-LATE-MINS NUMERIC
045200         MOVE OP-LATE-MINS TO WS-LATE-MINS
045300     END-IF.
045400     IF OP-MATCH-MINS NUMERIC
045500         AND OP-MATCH-MINS > ZERO
045600         MOVE OP-MATCH-MINS TO WS-MATCH-MINS
045700     END-IF.
045800 1100-EXIT.
045900     EXIT.
046000*----------------------------------------------------------*
046100* 1200-LOAD-ROUTES - EVERY ROUTMSTR ROUTE AND ITS DEPOT. A
046200*                    TABLE TOO SMALL WOULD LEAVE TRIPS WITH
046300*                    NO DEPOT, SO THE STEP STOPS RC 12.
046400*----------------------------------------------------------*
046500 1200-LOAD-ROUTES.
046600     MOVE "N" TO WS-EOF-SW.
046700     OPEN INPUT ROUT-MASTER.
046800     PERFORM 1250-LOAD-ONE-ROUTE THRU 1250-EXIT
046900         UNTIL EOF-INPUT.
047000     CLOSE ROUT-MASTER.
047100     MOVE "N" TO WS-EOF-SW.
047200 1200-EXIT.
047300     EXIT.
047400*----------------------------------------------------------*
047500* 1250-LOAD-ONE-ROUTE - ONE ROUTMSTR RECORD INTO THE TABLE
047600*----------------------------------------------------------*
047700 1250-LOAD-ONE-ROUTE.
047800     READ ROUT-MASTER
047900         AT END
048000             SET EOF-INPUT TO TRUE
048100             GO TO 1250-EXIT
048200     END-READ.
048300     IF WS-ROUTE-COUNT NOT < WS-ROUTE-MAX
048400         DISPLAY "ONTIME: ROUTMSTR HOLDS MORE THAN "
048500             WS-ROUTE-MAX " ROUTES - ROUTE TABLE FULL"
048600         MOVE 12 TO RETURN-CODE
048700         STOP RUN
048800     END-IF.
048900     ADD 1 TO WS-ROUTE-COUNT.
049000     MOVE RM-ROUTE-CODE TO WS-RT-ROUTE-CODE (WS-ROUTE-COUNT).
049100     MOVE RM-DEPOT TO WS-RT-DEPOT (WS-ROUTE-COUNT).
049200 1250-EXIT.
049300     EXIT.
049400*----------------------------------------------------------*
049500* 1300-LOAD-FLEET - THE WHOLE VEHICLE MASTER INTO THE FLEET
049600*                   TABLE, STOPPING RC 12 WHEN IT IS FULL
049700*----------------------------------------------------------*
049800 1300-LOAD-FLEET.
049900     OPEN INPUT VEH-MASTER.
050000     PERFORM 1350-LOAD-ONE-VEHICLE THRU 1350-EXIT
050100         UNTIL EOF-INPUT.
050200     CLOSE VEH-MASTER.
050300     MOVE "N" TO WS-EOF-SW.
050400 1300-EXIT.
050500     EXIT.
050600*----------------------------------------------------------*
050700* 1350-LOAD-ONE-VEHICLE - ONE VEHMSTR RECORD INTO THE TABLE
050800*----------------------------------------------------------*
050900 1350-LOAD-ONE-VEHICLE.
051000     READ VEH-MASTER
051100         AT END
051200             SET EOF-INPUT TO TRUE
051300             GO TO 1350-EXIT
051400     END-READ.
051500     IF WS-VEH-COUNT NOT < WS-VEH-MAX
051600         DISPLAY "ONTIME: VEHMSTR HOLDS MORE THAN "
051700             WS-VEH-MAX " VEHICLES - FLEET TABLE FULL"
051800         MOVE 12 TO RETURN-CODE
051900         STOP RUN
052000     END-IF.
052100     ADD 1 TO WS-VEH-COUNT.
052200     MOVE VM-VEHICLE-ID TO WS-VT-VEHICLE-ID (WS-VEH-COUNT).
052300     MOVE VM-ROUTE-CODE TO WS-VT-ROUTE-CODE (WS-VEH-COUNT).
052400     MOVE VM-DRIVER-ID TO WS-VT-DRIVER-ID (WS-VEH-COUNT).
052500 1350-EXIT.
052600     EXIT.
052700*----------------------------------------------------------*
052800* 1400-LOAD-SCHEDULE - EVERY DSPSCHED PLANNED TRIP INTO THE
052900*                      SCHEDULE TABLE, STOPPING RC 12 WHEN IT
053000*                      IS FULL
053100*----------------------------------------------------------*
053200 1400-LOAD-SCHEDULE.
053300     OPEN INPUT DISPATCH-SCHED.
053400     PERFORM 1450-LOAD-ONE-SCHED THRU 1450-EXIT
053500         UNTIL EOF-INPUT.
053600     CLOSE DISPATCH-SCHED.
053700     MOVE "N" TO WS-EOF-SW.
053800 1400-EXIT.
053900     EXIT.
054000*----------------------------------------------------------*
054100* 1450-LOAD-ONE-SCHED - ONE PLANNED TRIP. A VEHICLE NOT ON
054200*                       VEHMSTR, A DATE OR TIME THAT IS NOT
054300*                       REAL, OR AN ARRIVAL BEFORE THE
054400*                       DEPARTURE IS COUNTED AND LEFT OUT.
054500*----------------------------------------------------------*
054600 1450-LOAD-ONE-SCHED.
054700     READ DISPATCH-SCHED
054800         AT END
054900             SET EOF-INPUT TO TRUE
055000             GO TO 1450-EXIT
055100     END-READ.
055200     ADD 1 TO WS-SCHED-READ.
055300     MOVE SC-VEHICLE-ID TO WS-SEARCH-VEHICLE-ID.
055400     PERFORM 1600-FIND-VEHICLE THRU 1600-EXIT.
055500     IF NOT ENTRY-FOUND
055600         ADD 1 TO WS-SCHED-REJECTED
055700         GO TO 1450-EXIT
055800     END-IF.
055900     IF SC-DEP-TIME NOT NUMERIC
056000         OR SC-ARR-TIME NOT NUMERIC
056100         OR SC-DEP-TIME NOT < 24
056200         OR SC-ARR-TIME NOT < 24
056300         ADD 1 TO WS-SCHED-REJECTED
056400         GO TO 1450-EXIT
056500     END-IF.
056600     MOVE SC-ARR-DATE TO WS-CALC-DATE.
056700     MOVE SC-ARR-TIME TO WS-CALC-TIME.
056800     PERFORM 5000-CLOCK-MINUTES THRU 5000-EXIT.
056900     MOVE WS-CALC-MINS TO WS-ACT-ARR-MINS.
057000     MOVE SC-DEP-DATE TO WS-CALC-DATE.
057100     MOVE SC-DEP-TIME TO WS-CALC-TIME.
057200     PERFORM 5000-CLOCK-MINUTES THRU 5000-EXIT.
057300     IF WS-CALC-MINS = ZERO
057400         OR WS-ACT-ARR-MINS = ZERO
057500         OR WS-ACT-ARR-MINS < WS-CALC-MINS
057600         ADD 1 TO WS-SCHED-REJECTED
057700         GO TO 1450-EXIT
057800     END-IF.
057900     IF WS-SCHED-COUNT NOT < WS-SCHED-MAX
058000         DISPLAY "ONTIME: DSPSCHED HOLDS MORE THAN "
058100             WS-SCHED-MAX " TRIPS - SCHEDULE TABLE FULL"
058200         MOVE 12 TO RETURN-CODE
058300         STOP RUN
058400     END-IF.
058500     ADD 1 TO WS-SCHED-COUNT.
058600     MOVE WS-SCHED-COUNT TO WS-SCHED-SUB.
058700     MOVE SC-VEHICLE-ID TO WS-ST-VEHICLE-ID (WS-SCHED-SUB).
058800     MOVE SC-ROUTE-CODE TO WS-ST-ROUTE-CODE (WS-SCHED-SUB).
058900     MOVE SC-ROUTE-CODE TO WS-SEARCH-ROUTE-CODE.
059000     PERFORM 1700-FIND-DEPOT THRU 1700-EXIT.
059100     MOVE WS-FOUND-DEPOT TO WS-ST-DEPOT (WS-SCHED-SUB).
059200     IF SC-DRIVER-ID = SPACES
059300         MOVE WS-VT-DRIVER-ID (WS-VEH-SUB)
059400             TO WS-ST-DRIVER-ID (WS-SCHED-SUB)
059500     ELSE
059600         MOVE SC-DRIVER-ID TO WS-ST-DRIVER-ID (WS-SCHED-SUB)
059700     END-IF.
059800     MOVE WS-CALC-MINS TO WS-ST-DEP-MINS (WS-SCHED-SUB).
059900     MOVE WS-ACT-ARR-MINS TO WS-ST-ARR-MINS (WS-SCHED-SUB).
060000     MOVE ZERO TO WS-ST-ACT-ARR-MINS (WS-SCHED-SUB).
060100     MOVE "N" TO WS-ST-PAIRED-SW (WS-SCHED-SUB).
060200 1450-EXIT.
060300     EXIT.
060400*----------------------------------------------------------*
060500* 1600-FIND-VEHICLE - THE FLEET TABLE ENTRY FOR THE VEHICLE
060600*                     IN WS-SEARCH-VEHICLE-ID
060700*----------------------------------------------------------*
060800 1600-FIND-VEHICLE.
060900     MOVE "N" TO WS-FOUND-SW.
061000     PERFORM 1650-SCAN-VEHICLE THRU 1650-EXIT
061100         VARYING WS-VEH-SUB FROM 1 BY 1
061200         UNTIL ENTRY-FOUND
061300         OR WS-VEH-SUB > WS-VEH-COUNT.
061400     IF ENTRY-FOUND
061500         SUBTRACT 1 FROM WS-VEH-SUB
061600     END-IF.
061700 1600-EXIT.
061800     EXIT.
061900*----------------------------------------------------------*
062000* 1650-SCAN-VEHICLE - ONE PROBE OF THE FLEET TABLE
062100*----------------------------------------------------------*
062200 1650-SCAN-VEHICLE.
062300     IF WS-VT-VEHICLE-ID (WS-VEH-SUB) = WS-SEARCH-VEHICLE-ID
062400         SET ENTRY-FOUND TO TRUE
062500     END-IF.
062600 1650-EXIT.
062700     EXIT.
062800*----------------------------------------------------------*
062900* 1700-FIND-DEPOT - THE DEPOT OF THE ROUTE IN
063000*                   WS-SEARCH-ROUTE-CODE, ?? WHEN THE ROUTE
063100*                   IS NOT ON ROUTMSTR
063200*----------------------------------------------------------*
063300 1700-FIND-DEPOT.
063400     MOVE "??" TO WS-FOUND-DEPOT.
063500     MOVE "N" TO WS-FOUND-SW.
063600     PERFORM 1750-SCAN-ROUTE THRU 1750-EXIT
063700         VARYING WS-ROUTE-SUB FROM 1 BY 1
063800         UNTIL ENTRY-FOUND
063900         OR WS-ROUTE-SUB > WS-ROUTE-COUNT.
064000 1700-EXIT.
064100     EXIT.
064200*----------------------------------------------------------*
064300* 1750-SCAN-ROUTE - ONE PROBE OF THE ROUTE TABLE
064400*----------------------------------------------------------*
064500 1750-SCAN-ROUTE.
064600     IF WS-RT-ROUTE-CODE (WS-ROUTE-SUB) = WS-SEARCH-ROUTE-CODE
064700         MOVE WS-RT-DEPOT (WS-ROUTE-SUB) TO WS-FOUND-DEPOT
064800         SET ENTRY-FOUND TO TRUE
064900     END-IF.
065000 1750-EXIT.
065100     EXIT.
065200*----------------------------------------------------------*
065300* 2000-MATCH-TRIPS - SORT INPUT: PAIR EVERY DSPTRIPS TRIP
065400*                    WITH ITS SCHEDULED TRIP, VERIFYING THE
065500*                    FILE'S TRAILER, THEN CLASSIFY THE
065600*                    SCHEDULE
065700*----------------------------------------------------------*
065800 2000-MATCH-TRIPS.
065900     MOVE "N" TO WS-EOF-SW.
066000     OPEN INPUT DISPATCH-TRIPS.
066100     PERFORM 2100-MATCH-TRIP THRU 2100-EXIT
066200         UNTIL EOF-INPUT.
066300     CLOSE DISPATCH-TRIPS.
066400     PERFORM 2500-CLASSIFY-SCHED THRU 2500-EXIT
066500         VARYING WS-SCHED-SUB FROM 1 BY 1
066600         UNTIL WS-SCHED-SUB > WS-SCHED-COUNT.
066700 2000-EXIT.
066800     EXIT.
066900*----------------------------------------------------------*
067000* 2100-MATCH-TRIP - ONE TRIP: ITS ACTUAL START AND END IN
067100*                   MINUTES, THEN THE NEAREST OPEN SCHEDULED
067200*                   TRIP OF ITS VEHICLE. A TRIP NONE TAKES IS
067300*                   RELEASED UNSCHEDULED UNDER ITS VEHICLE'S
067400*                   VEHMSTR ROUTE AND DRIVER.
067500*----------------------------------------------------------*
067600 2100-MATCH-TRIP.
067700     READ DISPATCH-TRIPS
067800         AT END
067900             SET EOF-INPUT TO TRUE
068000             PERFORM 2950-VERIFY-TRAILER THRU 2950-EXIT
068100             GO TO 2100-EXIT
068200     END-READ.
068300     IF DTR-RECORD (1:8) = "TRAILER "
068400         MOVE DTR-RECORD TO FILETRLR-RECORD
068500         SET FILETRLR-SEEN TO TRUE
068600         GO TO 2100-EXIT
068700     END-IF.
068800     ADD 1 TO FILETRLR-IN-COUNT.
068900     ADD D1 TO FILETRLR-IN-HASH.
069000     ADD D2 TO FILETRLR-IN-HASH.
069100     ADD T1 TO FILETRLR-IN-HASH.
069200     ADD T2 TO FILETRLR-IN-HASH.
069300     ADD 1 TO WS-TRIP-READ.
069400     MOVE DTR-VEHICLE-ID TO WS-SEARCH-VEHICLE-ID.
069500     PERFORM 1600-FIND-VEHICLE THRU 1600-EXIT.
069600     IF NOT ENTRY-FOUND
069700         ADD 1 TO WS-TRIP-UNKV
069800         GO TO 2100-EXIT
069900     END-IF.
070000     IF T1 < ZERO OR T1 NOT < 24
070100         OR T2 < ZERO OR T2 NOT < 24
070200         ADD 1 TO WS-BAD-TIME
070300         GO TO 2100-EXIT
070400     END-IF.
070500     MOVE DTR-T2-DATE TO WS-CALC-DATE.
070600     MOVE T2 TO WS-CALC-TIME.
070700     PERFORM 5000-CLOCK-MINUTES THRU 5000-EXIT.
070800     MOVE WS-CALC-MINS TO WS-ACT-ARR-MINS.
070900     MOVE DTR-T1-DATE TO WS-CALC-DATE.
071000     MOVE T1 TO WS-CALC-TIME.
071100     PERFORM 5000-CLOCK-MINUTES THRU 5000-EXIT.
071200     MOVE WS-CALC-MINS TO WS-ACT-DEP-MINS.
071300     IF WS-ACT-DEP-MINS = ZERO
071400         OR WS-ACT-ARR-MINS = ZERO
071500         OR WS-ACT-ARR-MINS < WS-ACT-DEP-MINS
071600         ADD 1 TO WS-BAD-TIME
071700         GO TO 2100-EXIT
071800     END-IF.
071900     MOVE ZERO TO WS-BEST-SUB.
072000     PERFORM 2200-SCAN-SCHED THRU 2200-EXIT
072100         VARYING WS-SCHED-SUB FROM 1 BY 1
072200         UNTIL WS-SCHED-SUB > WS-SCHED-COUNT.
072300     IF WS-BEST-SUB > ZERO
072400         MOVE "Y" TO WS-ST-PAIRED-SW (WS-BEST-SUB)
072500         MOVE WS-ACT-ARR-MINS TO WS-ST-ACT-ARR-MINS (WS-BEST-SUB)
072600         GO TO 2100-EXIT
072700     END-IF.
072800     MOVE WS-VT-ROUTE-CODE (WS-VEH-SUB) TO WS-REL-ROUTE-CODE.
072900     MOVE WS-VT-ROUTE-CODE (WS-VEH-SUB) TO WS-SEARCH-ROUTE-CODE.
073000     PERFORM 1700-FIND-DEPOT THRU 1700-EXIT.
073100     MOVE WS-FOUND-DEPOT TO WS-REL-DEPOT.
073200     MOVE WS-VT-DRIVER-ID (WS-VEH-SUB) TO WS-REL-DRIVER-ID.
073300     MOVE "U" TO WS-REL-CLASS.
073400     PERFORM 2800-RELEASE-TRIP THRU 2800-EXIT.
073500 2100-EXIT.
073600     EXIT.
073700*----------------------------------------------------------*
073800* 2200-SCAN-SCHED - ONE SCHEDULED TRIP AGAINST THE ACTUAL
073900*                   TRIP: SAME VEHICLE, NOT YET PAIRED, AND
074000*                   DEPARTING WITHIN THE MATCH WINDOW. THE
074100*                   NEAREST PLANNED DEPARTURE WINS.
074200*----------------------------------------------------------*
074300 2200-SCAN-SCHED.
074400     IF WS-ST-VEHICLE-ID (WS-SCHED-SUB) NOT = DTR-VEHICLE-ID
074500         OR WS-ST-PAIRED (WS-SCHED-SUB)
074600         GO TO 2200-EXIT
074700     END-IF.
074800     COMPUTE WS-GAP-MINS =
074900         WS-ACT-DEP-MINS - WS-ST-DEP-MINS (WS-SCHED-SUB).
075000     IF WS-GAP-MINS < ZERO
075100         COMPUTE WS-GAP-MINS = ZERO - WS-GAP-MINS
075200     END-IF.
075300     IF WS-GAP-MINS > WS-MATCH-MINS
075400         GO TO 2200-EXIT
075500     END-IF.
075600     IF WS-BEST-SUB > ZERO
075700         AND WS-GAP-MINS NOT < WS-BEST-GAP
075800         GO TO 2200-EXIT
075900     END-IF.
076000     MOVE WS-SCHED-SUB TO WS-BEST-SUB.
076100     MOVE WS-GAP-MINS TO WS-BEST-GAP.
076200 2200-EXIT.
076300     EXIT.
076400*----------------------------------------------------------*
076500* 2500-CLASSIFY-SCHED - ONE SCHEDULED TRIP: MISSED WHEN NO
076600*                       TRIP WAS PAIRED WITH IT, OTHERWISE
076700*                       EARLY, ON TIME OR LATE BY ITS ACTUAL
076800*                       ARRIVAL AGAINST THE PLANNED ONE
076900*----------------------------------------------------------*
077000 2500-CLASSIFY-SCHED.
077100     MOVE WS-ST-ROUTE-CODE (WS-SCHED-SUB) TO WS-REL-ROUTE-CODE.
077200     MOVE WS-ST-DEPOT (WS-SCHED-SUB) TO WS-REL-DEPOT.
077300     MOVE WS-ST-DRIVER-ID (WS-SCHED-SUB) TO WS-REL-DRIVER-ID.
077400     IF NOT WS-ST-PAIRED (WS-SCHED-SUB)
077500         MOVE "M" TO WS-REL-CLASS
077600         PERFORM 2800-RELEASE-TRIP THRU 2800-EXIT
077700         GO TO 2500-EXIT
077800     END-IF.
077900     COMPUTE WS-GAP-MINS =
078000         WS-ST-ACT-ARR-MINS (WS-SCHED-SUB)
078100         - WS-ST-ARR-MINS (WS-SCHED-SUB).
078200     MOVE "O" TO WS-REL-CLASS.
078300     IF WS-GAP-MINS < ZERO - WS-EARLY-MINS
078400         MOVE "E" TO WS-REL-CLASS
078500     END-IF.
078600     IF WS-GAP-MINS > WS-LATE-MINS
078700         MOVE "L" TO WS-REL-CLASS
078800     END-IF.
078900     PERFORM 2800-RELEASE-TRIP THRU 2800-EXIT.
079000 2500-EXIT.
079100     EXIT.
079200*----------------------------------------------------------*
079300* 2800-RELEASE-TRIP - THE CLASSIFIED TRIP TO THE SORT ONCE
079400*                     FOR EACH GROUPING
079500*----------------------------------------------------------*
079600 2800-RELEASE-TRIP.
079700     MOVE SPACES TO SRT-RECORD.
079800     MOVE WS-REL-CLASS TO SRT-CLASS.
079900     MOVE 1 TO SRT-GROUP.
080000     MOVE WS-REL-ROUTE-CODE TO SRT-KEY.
080100     RELEASE SRT-RECORD.
080200     MOVE 2 TO SRT-GROUP.
080300     MOVE WS-REL-DEPOT TO SRT-KEY.
080400     RELEASE SRT-RECORD.
080500     MOVE 3 TO SRT-GROUP.
080600     MOVE WS-REL-DRIVER-ID TO SRT-KEY.
080700     RELEASE SRT-RECORD.
080800 2800-EXIT.
080900     EXIT.
081000*----------------------------------------------------------*
081100* 2950-VERIFY-TRAILER - AT END OF FILE THE TRAILER MUST BE
081200*                       PRESENT AND ITS COUNT AND HASH MUST
081300*                       MATCH WHAT WAS READ - OTHERWISE THE
081400*                       STEP STOPS RATHER THAN REPORT FROM A
081500*                       SHORT TRIP FILE
081600*----------------------------------------------------------*
081700 2950-VERIFY-TRAILER.
081800     IF NOT FILETRLR-SEEN
081900         DISPLAY "ONTIME: DSPTRIPS TRAILER MISSING - "
082000             "FILE MAY BE TRUNCATED"
082100         MOVE 16 TO RETURN-CODE
082200         STOP RUN
082300     END-IF.
082400     IF FILETRLR-COUNT NOT = FILETRLR-IN-COUNT
082500         OR FILETRLR-HASH NOT = FILETRLR-IN-HASH
082600         DISPLAY "ONTIME: DSPTRIPS TRAILER DISAGREES - "
082700             "COUNT OR HASH DOES NOT MATCH FILE CONTENT"
082800         MOVE 16 TO RETURN-CODE
082900         STOP RUN
083000     END-IF.
083100 2950-EXIT.
083200     EXIT.
083300*----------------------------------------------------------*
083400* 3000-PRINT-PERFORMANCE - SORT OUTPUT: ONE LINE PER ROUTE,
083500*                          DEPOT AND DRIVER, EACH GROUPING
083600*                          UNDER ITS OWN TITLE, THEN THE
083700*                          FLEET LINE
083800*----------------------------------------------------------*
083900 3000-PRINT-PERFORMANCE.
084000     MOVE "N" TO WS-SORT-EOF-SW.
084100     PERFORM 3100-RETURN-STAT THRU 3100-EXIT
084200         UNTIL EOF-STAT-WORK.
084300     IF NOT FIRST-STAT
084400         PERFORM 3800-KEY-BREAK THRU 3800-EXIT
084500     END-IF.
084600     MOVE SPACES TO WS-PRINT-LINE.
084700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
084800     MOVE WS-FLEET-TOTALS TO WS-GROUP-TOTALS.
084900     MOVE "*ALL" TO WS-PL-KEY.
085000     PERFORM 3850-PRINT-PERF-LINE THRU 3850-EXIT.
085100 3000-EXIT.
085200     EXIT.
085300*----------------------------------------------------------*
085400* 3100-RETURN-STAT - ONE SORTED TRIP: BREAK ON THE KEY, TITLE
085500*                    A NEW GROUPING, THEN COUNT THE TRIP
085600*----------------------------------------------------------*
085700 3100-RETURN-STAT.
085800     RETURN STAT-WORK
085900         AT END
086000             SET EOF-STAT-WORK TO TRUE
086100     END-RETURN.
086200     IF EOF-STAT-WORK
086300         GO TO 3100-EXIT
086400     END-IF.
086500     IF NOT FIRST-STAT
086600         IF SRT-GROUP NOT = WS-PRIOR-GROUP
086700             OR SRT-KEY NOT = WS-PRIOR-KEY
086800             PERFORM 3800-KEY-BREAK THRU 3800-EXIT
086900         END-IF
087000     END-IF.
087100     IF FIRST-STAT
087200         OR SRT-GROUP NOT = WS-PRIOR-GROUP
087300         PERFORM 3200-GROUP-TITLE THRU 3200-EXIT
087400     END-IF.
087500     MOVE "N" TO WS-FIRST-STAT-SW.
087600     MOVE SRT-GROUP TO WS-PRIOR-GROUP.
087700     MOVE SRT-KEY TO WS-PRIOR-KEY.
087800     EVALUATE TRUE
087900         WHEN SRT-EARLY
088000             ADD 1 TO WS-GRP-EARLY
088100         WHEN SRT-ON-TIME
088200             ADD 1 TO WS-GRP-ON-TIME
088300         WHEN SRT-LATE
088400             ADD 1 TO WS-GRP-LATE
088500         WHEN SRT-MISSED
088600             ADD 1 TO WS-GRP-MISSED
088700         WHEN OTHER
088800             ADD 1 TO WS-GRP-UNSCHED
088900     END-EVALUATE.
089000     IF SRT-BY-ROUTE
089100         EVALUATE TRUE
089200             WHEN SRT-EARLY
089300                 ADD 1 TO WS-FLT-EARLY
089400             WHEN SRT-ON-TIME
089500                 ADD 1 TO WS-FLT-ON-TIME
089600             WHEN SRT-LATE
089700                 ADD 1 TO WS-FLT-LATE
089800             WHEN SRT-MISSED
089900                 ADD 1 TO WS-FLT-MISSED
090000             WHEN OTHER
090100                 ADD 1 TO WS-FLT-UNSCHED
090200         END-EVALUATE
090300     END-IF.
090400 3100-EXIT.
090500     EXIT.
090600*----------------------------------------------------------*
090700* 3200-GROUP-TITLE - A BLANK LINE AND THE TITLE OF THE
090800*                    GROUPING THAT FOLLOWS
090900*----------------------------------------------------------*
091000 3200-GROUP-TITLE.
091100     MOVE SPACES TO WS-PRINT-LINE.
091200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
091300     EVALUATE TRUE
091400         WHEN SRT-BY-ROUTE
091500             MOVE "ROUTE (RM-ROUTE-CODE)" TO WS-GT-NAME
091600         WHEN SRT-BY-DEPOT
091700             MOVE "DEPOT" TO WS-GT-NAME
091800         WHEN OTHER
091900             MOVE "DRIVER" TO WS-GT-NAME
092000     END-EVALUATE.
092100     MOVE WS-GROUP-TITLE TO WS-PRINT-LINE.
092200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
092300 3200-EXIT.
092400     EXIT.
092500*----------------------------------------------------------*
092600* 3800-KEY-BREAK - PRINT THE FINISHED ROUTE, DEPOT OR DRIVER
092700*                  AND CLEAR ITS COUNTS
092800*----------------------------------------------------------*
092900 3800-KEY-BREAK.
093000     MOVE WS-PRIOR-KEY TO WS-PL-KEY.
093100     PERFORM 3850-PRINT-PERF-LINE THRU 3850-EXIT.
093200     MOVE ZERO TO WS-GRP-EARLY.
093300     MOVE ZERO TO WS-GRP-ON-TIME.
093400     MOVE ZERO TO WS-GRP-LATE.
093500     MOVE ZERO TO WS-GRP-MISSED.
093600     MOVE ZERO TO WS-GRP-UNSCHED.
093700 3800-EXIT.
093800     EXIT.
093900*----------------------------------------------------------*
094000* 3850-PRINT-PERF-LINE - ONE LINE FROM WS-GROUP-TOTALS (THE
094100*                        CALLER HAS SET THE KEY). THE ON-TIME
094200*                        PERCENTAGE IS OF THE SCHEDULED TRIPS;
094300*                        UNSCHEDULED TRIPS ARE SHOWN APART.
094400*----------------------------------------------------------*
094500 3850-PRINT-PERF-LINE.
094600     COMPUTE WS-GRP-SCHEDULED =
094700         WS-GRP-EARLY + WS-GRP-ON-TIME
094800         + WS-GRP-LATE + WS-GRP-MISSED.
094900     MOVE ZERO TO WS-GRP-PCT.
095000     IF WS-GRP-SCHEDULED > ZERO
095100         COMPUTE WS-GRP-PCT ROUNDED =
095200             WS-GRP-ON-TIME * 100 / WS-GRP-SCHEDULED
095300     END-IF.
095400     MOVE WS-GRP-SCHEDULED TO WS-PL-SCHED.
095500     MOVE WS-GRP-EARLY TO WS-PL-EARLY.
095600     MOVE WS-GRP-ON-TIME TO WS-PL-ON-TIME.
095700     MOVE WS-GRP-LATE TO WS-PL-LATE.
095800     MOVE WS-GRP-MISSED TO WS-PL-MISSED.
095900     MOVE WS-GRP-UNSCHED TO WS-PL-UNSCHED.
096000     MOVE WS-GRP-PCT TO WS-PL-PCT.
096100     MOVE WS-PERF-LINE TO WS-PRINT-LINE.
096200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
096300     ADD 1 TO WS-LINE-COUNT.
096400 3850-EXIT.
096500     EXIT.
096600*----------------------------------------------------------*
096700* 5000-CLOCK-MINUTES - WS-CALC-DATE AND WS-CALC-TIME (HOURS
096800*                      AND HUNDREDTHS) AS MINUTES FROM THE
096900*                      START OF THE CALENDAR; ZERO WHEN THE
097000*                      DATE IS NOT A REAL CALENDAR DATE
097100*----------------------------------------------------------*
097200 5000-CLOCK-MINUTES.
097300     MOVE ZERO TO WS-CALC-MINS.
097400     IF WS-CALC-DATE NOT NUMERIC
097500         OR WS-CALC-DATE < 16010101
097600         GO TO 5000-EXIT
097700     END-IF.
097800     COMPUTE WS-CALC-DATE-INT =
097900         FUNCTION INTEGER-OF-DATE (WS-CALC-DATE)
098000         ON SIZE ERROR
098100             MOVE ZERO TO WS-CALC-DATE-INT
098200     END-COMPUTE.
098300     IF WS-CALC-DATE-INT = ZERO
098400         GO TO 5000-EXIT
098500     END-IF.
098600     COMPUTE WS-CALC-MINS =
098700         (WS-CALC-DATE-INT * 1440) + (WS-CALC-TIME * 60).
098800 5000-EXIT.
098900     EXIT.
099000*----------------------------------------------------------*
099100* 9000-TERMINATE - SUMMARY COUNTS, CLOSES AND THE RUN LOG.
099200*                  SCHEDULE RECORDS LEFT OUT OR TRIPS NOT
099300*                  COUNTED MEAN THE FIGURES ARE INCOMPLETE, SO
099400*                  THE STEP ENDS RC 4.
099500*----------------------------------------------------------*
099600 9000-TERMINATE.
099700     MOVE SPACES TO WS-PRINT-LINE.
099800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
099900     MOVE WS-SCHED-READ TO WS-SM-SCHED.
100000     MOVE WS-SCHED-REJECTED TO WS-SM-REJECTED.
100100     MOVE WS-SUMMARY-LINE-1 TO WS-PRINT-LINE.
100200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
100300     MOVE WS-TRIP-READ TO WS-SM-TRIPS.
100400     MOVE WS-TRIP-UNKV TO WS-SM-TRIP-UNKV.
100500     MOVE WS-BAD-TIME TO WS-SM-BAD-TIME.
100600     MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-LINE.
100700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
100800     PERFORM 8900-END-REPORT THRU 8900-EXIT.
100900     CLOSE ONT-RPT.
101000     MOVE "ONTIME" TO RUNLOG-PROGRAM-ID.
101100     COMPUTE RUNLOG-READ-COUNT = WS-TRIP-READ + WS-SCHED-READ.
101200     MOVE WS-LINE-COUNT TO RUNLOG-WRITE-COUNT.
101300     COMPUTE RUNLOG-EXCEPT-COUNT =
101400         WS-SCHED-REJECTED + WS-TRIP-UNKV + WS-BAD-TIME.
101500     MOVE "OK" TO RUNLOG-STATUS.
101600     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
101700     IF RUNLOG-EXCEPT-COUNT > ZERO
101800         MOVE 4 TO RETURN-CODE
101900     END-IF.
102000 9000-EXIT.
102100     EXIT.
102200*----------------------------------------------------------*
102300* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
102400*                          SHARED PRINT SERVICE, WRITING THE
102500*                          PAGE HEADINGS FIRST ON A PAGE BREAK
102600*----------------------------------------------------------*
102700 8800-WRITE-REPORT-LINE.
102800     MOVE "W" TO PRTSRV-FUNCTION.
102900     CALL "PRTSRV" USING PRTSRV-CONTROL.
103000     IF PRTSRV-NEW-PAGE
103100         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
103200             VARYING WS-HDG-SUB FROM 1 BY 1
103300             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
103400     END-IF.
103500     MOVE WS-PRINT-LINE TO OR-RECORD.
103600     WRITE OR-RECORD.
103700 8800-EXIT.
103800     EXIT.
103900*----------------------------------------------------------*
104000* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
104100*----------------------------------------------------------*
104200 8850-WRITE-HEADING.
104300     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO OR-RECORD.
104400     WRITE OR-RECORD.
104500 8850-EXIT.
104600     EXIT.
104700*----------------------------------------------------------*
104800* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
104900*                   LINE-AND-PAGE-COUNT LINE
105000*----------------------------------------------------------*
105100 8900-END-REPORT.
105200     MOVE "E" TO PRTSRV-FUNCTION.
105300     CALL "PRTSRV" USING PRTSRV-CONTROL.
105400     MOVE PRTSRV-FINAL-LINE TO OR-RECORD.
105500     WRITE OR-RECORD.
105600 8900-EXIT.
105700     EXIT.
105800*----------------------------------------------------------*
105900     COPY RUNHDRP.
106000     COPY RUNLOGP.
106100     COPY OPERAUTP.
