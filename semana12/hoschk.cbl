000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     HOSCHK.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - NIGHTLY DRIVER HOURS-OF-
001200*                   SERVICE COMPLIANCE CHECK. EVERY CLEAN DSPTRIPS
001300*                   TRIP (TRAILER VERIFIED ON THE WAY IN) IS
001400*                   CHARGED TO THE VM-DRIVER-ID OF ITS VEHICLE ON
001500*                   VEHMSTR FOR THE DATE OF ITS T1 READING, ITS
001600*                   DRIVING TIME BEING THE ELAPSED HOURS FROM THE
001700*                   DATED T1 TO THE DATED T2 READING. EACH
001800*                   DRIVER-DAY IS KEPT ON THE INDEXED HOSHIST
001900*                   HOURS HISTORY (HOURS, FIRST START AND LAST
002000*                   END) AND CHECKED AGAINST THE HOSRULE TABLE
002100*                   FOR THE DRIVER'S DEPOT - MAXIMUM HOURS IN THE
002200*                   DAY, MAXIMUM HOURS IN THE ROLLING SEVEN DAYS
002300*                   ENDING THAT DAY, AND MINIMUM REST SINCE THE
002400*                   LAST END OF THE DRIVER'S PREVIOUS SHIFT. EACH
002500*                   VIOLATION GOES TO HOSXLOG IN THE COMMON EXCREC
002600*                   LAYOUT WITH SEVERITY E (HOSD DAILY, HOSW
002700*                   WEEKLY, HOSR REST) FOR THE EXCPRPT EXCEPTION
002800*                   REPORT, AND HOSRPT LISTS EACH DRIVER-DAY BY
002900*                   DEPOT. A DRIVER'S DEPOT IS THE ROUTE DEPOT OF
003000*                   THE FIRST VEHMSTR VEHICLE ASSIGNED TO THEM.
003100*                   A RERUN REPLACES THE DAY'S HOSHIST RECORD
003200*                   RATHER THAN ADDING TO IT. DAY COUNTS ACROSS
003300*                   MONTH ENDS USE THE INTRINSIC DATE FUNCTIONS,
003400*                   WHICH HAVE NO VERB FORM.
003500*----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT DISPATCH-TRIPS ASSIGN TO "DSPTRIPS"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT HOS-RULES   ASSIGN TO "HOSRULE"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT HOS-HISTORY ASSIGN TO "HOSHIST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS HH-KEY.
005000     SELECT VEH-MASTER  ASSIGN TO "VEHMSTR"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS VM-VEHICLE-ID.
005400     SELECT DRV-MASTER  ASSIGN TO "DRVMSTR"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS DR-DRIVER-ID.
005800     SELECT ROUT-MASTER ASSIGN TO "ROUTMSTR"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS RM-ROUTE-CODE.
006200     SELECT EXCEPT-LOG  ASSIGN TO "HOSXLOG"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT HOS-RPT     ASSIGN TO "HOSRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT TRIP-WORK   ASSIGN TO "HOSWORK".
006700     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700*----------------------------------------------------------*
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  DISPATCH-TRIPS
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  DTR-RECORD.
008400     05  DTR-VEHICLE-ID      PIC X(06).
008500     05  DTR-D1              PIC S9(2)V99.
008600     05  DTR-D2              PIC S9(2)V99.
008700     05  DTR-T1-DATE         PIC 9(08).
008800     05  DTR-T1              PIC S9(2)V99.
008900     05  DTR-T2-DATE         PIC 9(08).
009000     05  DTR-T2              PIC S9(2)V99.
009100     05  FILLER              PIC X(46).
009200*
009300 FD  HOS-RULES
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 80 CHARACTERS.
009600 01  HR-RECORD.
009700     05  HR-DEPOT            PIC X(02).
009800     05  HR-MAX-DAY-HOURS    PIC 9(2)V99.
009900     05  HR-MAX-WEEK-HOURS   PIC 9(3)V99.
010000     05  HR-MIN-REST-HOURS   PIC 9(2)V99.
010100     05  FILLER              PIC X(65).
010200*
010300 FD  HOS-HISTORY
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 80 CHARACTERS.
010600 01  HH-RECORD.
010700     05  HH-KEY.
010800         10  HH-DRIVER-ID    PIC X(06).
010900         10  HH-DUTY-DATE    PIC 9(08).
011000     05  HH-DEPOT            PIC X(02).
011100     05  HH-TRIPS            PIC 9(03).
011200     05  HH-HOURS            PIC 9(3)V99.
011300     05  HH-FIRST-DATE       PIC 9(08).
011400     05  HH-FIRST-TIME       PIC 9(2)V99.
011500     05  HH-LAST-DATE        PIC 9(08).
011600     05  HH-LAST-TIME        PIC 9(2)V99.
011700     05  FILLER              PIC X(32).
011800*
011900 FD  VEH-MASTER
012000     LABEL RECORDS ARE STANDARD
012100     RECORD CONTAINS 80 CHARACTERS.
012200 01  VM-RECORD.
012300     05  VM-VEHICLE-ID       PIC X(06).
012400     05  VM-ROUTE-CODE       PIC X(04).
012500     05  VM-DRIVER-ID        PIC X(06).
012600     05  VM-VEHICLE-CLASS    PIC X(02).
012700     05  VM-MAX-SPEED        PIC 9(3)V99.
012800     05  FILLER              PIC X(57).
012900*
013000 FD  DRV-MASTER
013100     LABEL RECORDS ARE STANDARD
013200     RECORD CONTAINS 80 CHARACTERS.
013300 01  DR-RECORD.
013400     05  DR-DRIVER-ID        PIC X(06).
013500     05  DR-NAME             PIC X(30).
013600     05  DR-LICENSE-NO       PIC X(12).
013700     05  DR-LICENSE-EXPIRY   PIC 9(08).
013800     05  DR-ACTIVE           PIC X(01).
013900     05  FILLER              PIC X(23).
014000*
014100 FD  ROUT-MASTER
014200     LABEL RECORDS ARE STANDARD
014300     RECORD CONTAINS 80 CHARACTERS.
014400 01  RM-RECORD.
014500     05  RM-ROUTE-CODE       PIC X(04).
014600     05  RM-DESCRIPTION      PIC X(30).
014700     05  RM-STD-DISTANCE     PIC 9(5)V99.
014800     05  RM-DEPOT            PIC X(02).
014900     05  FILLER              PIC X(37).
015000*
015100 FD  EXCEPT-LOG
015200     LABEL RECORDS ARE STANDARD
015300     RECORD CONTAINS 80 CHARACTERS.
015400 01  XL-RECORD               PIC X(80).
015500*
015600 FD  HOS-RPT
015700     LABEL RECORDS ARE STANDARD
015800     RECORD CONTAINS 80 CHARACTERS.
015900 01  HP-RECORD               PIC X(80).
016000*
016100 SD  TRIP-WORK.
016200 01  SRT-RECORD.
016300     05  SRT-DEPOT           PIC X(02).
016400     05  SRT-DRIVER-ID       PIC X(06).
016500     05  SRT-START-DATE      PIC 9(08).
016600     05  SRT-START-TIME      PIC 9(2)V99.
016700     05  SRT-END-DATE        PIC 9(08).
016800     05  SRT-END-TIME        PIC 9(2)V99.
016900     05  SRT-HOURS           PIC 9(3)V99.
017000     05  SRT-VEHICLE-ID      PIC X(06).
017100     05  FILLER              PIC X(37).
017200*
017300 FD  RUN-LOG
017400     LABEL RECORDS ARE STANDARD
017500     RECORD CONTAINS 80 CHARACTERS.
017600 01  RL-RECORD               PIC X(80).
017700*
017800 FD  BUS-DATE-PARM
017900     LABEL RECORDS ARE STANDARD
018000     RECORD CONTAINS 80 CHARACTERS.
018100 01  BD-RECORD.
018200     05  BD-BUSINESS-DATE    PIC 9(08).
018300     05  FILLER              PIC X(72).
018400*
018500 FD  OPER-CARD
018600     LABEL RECORDS ARE STANDARD
018700     RECORD CONTAINS 80 CHARACTERS.
018800 01  OC-RECORD.
018900     05  OC-OPERATOR-ID      PIC X(08).
019000     05  FILLER              PIC X(72).
019100*
019200 FD  OPER-AUTH
019300     LABEL RECORDS ARE STANDARD
019400     RECORD CONTAINS 80 CHARACTERS.
019500 01  OA-RECORD.
019600     05  OA-OPERATOR-ID      PIC X(08).
019700     05  OA-NAME             PIC X(20).
019800     05  OA-ACTIVE           PIC X(01).
019900     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
020000     05  FILLER              PIC X(11).
020100*
020200 FD  OPER-LOG
020300     LABEL RECORDS ARE STANDARD
020400     RECORD CONTAINS 80 CHARACTERS.
020500 01  OL-RECORD               PIC X(80).
020600*----------------------------------------------------------*
020700 WORKING-STORAGE SECTION.
020800     COPY RUNHDR.
020900     COPY FILETRLR.
021000     COPY RUNLOG.
021100     COPY OPERAUTH.
021200     COPY PRTSRV.
021300 01  WS-PRINT-LINE           PIC X(80).
021400 01  WS-HDG-SUB              PIC 9(01) COMP.
021500     COPY EXCREC.
021600*
021700 01  WS-SWITCHES.
021800     05  WS-EOF-SW           PIC X(01) VALUE "N".
021900         88  EOF-INPUT               VALUE "Y".
022000     05  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
022100         88  EOF-TRIP-WORK           VALUE "Y".
022200     05  WS-FOUND-SW         PIC X(01) VALUE "N".
022300         88  ENTRY-FOUND             VALUE "Y".
022400     05  WS-FIRST-TRIP-SW    PIC X(01) VALUE "Y".
022500         88  FIRST-TRIP              VALUE "Y".
022600     05  WS-PREV-SHIFT-SW    PIC X(01) VALUE "N".
022700         88  PREV-SHIFT-FOUND        VALUE "Y".
022800     05  WS-HIST-FOUND-SW    PIC X(01) VALUE "N".
022900         88  HISTORY-FOUND           VALUE "Y".
023000*
023100 01  WS-COUNTERS.
023200     05  WS-TRIP-READ        PIC 9(06) COMP VALUE ZERO.
023300     05  WS-TRIP-CHARGED     PIC 9(06) COMP VALUE ZERO.
023400     05  WS-NO-DRIVER        PIC 9(05) COMP VALUE ZERO.
023500     05  WS-BAD-TIME         PIC 9(05) COMP VALUE ZERO.
023600     05  WS-DRIVER-DAYS      PIC 9(05) COMP VALUE ZERO.
023700     05  WS-DAY-VIOL         PIC 9(05) COMP VALUE ZERO.
023800     05  WS-WEEK-VIOL        PIC 9(05) COMP VALUE ZERO.
023900     05  WS-REST-VIOL        PIC 9(05) COMP VALUE ZERO.
024000     05  WS-EXCEPT-COUNT     PIC 9(05) COMP VALUE ZERO.
024100     05  WS-DPT-DAYS         PIC 9(05) COMP VALUE ZERO.
024200     05  WS-DPT-VIOL         PIC 9(05) COMP VALUE ZERO.
024300*
024400* ONE TRIP ON ITS WAY TO THE SORT
024500*
024600 01  WS-TRIP-HOURS           PIC S9(4)V99 VALUE ZERO.
024700 01  WS-TRIP-DRIVER-ID       PIC X(06) VALUE SPACES.
024800 01  WS-TRIP-DEPOT           PIC X(02) VALUE SPACES.
024900*
025000* ONE DRIVER-DAY, ACCUMULATED ACROSS ITS SORTED TRIPS
025100*
025200 01  WS-DAY-TOTALS.
025300     05  WS-PRIOR-DEPOT      PIC X(02) VALUE SPACES.
025400     05  WS-PRIOR-DRIVER-ID  PIC X(06) VALUE SPACES.
025500     05  WS-PRIOR-DATE       PIC 9(08) VALUE ZERO.
025600     05  WS-DAY-TRIPS        PIC 9(03) VALUE ZERO.
025700     05  WS-DAY-HOURS        PIC 9(3)V99 VALUE ZERO.
025800     05  WS-DAY-FIRST-DATE   PIC 9(08) VALUE ZERO.
025900     05  WS-DAY-FIRST-TIME   PIC 9(2)V99 VALUE ZERO.
026000     05  WS-DAY-LAST-DATE    PIC 9(08) VALUE ZERO.
026100     05  WS-DAY-LAST-TIME    PIC 9(2)V99 VALUE ZERO.
026200 01  WS-LAST-STAMP           PIC 9(10)V99 VALUE ZERO.
026300 01  WS-END-STAMP            PIC 9(10)V99 VALUE ZERO.
026400*
026500* THE CHECKS FOR THE FINISHED DRIVER-DAY
026600*
026700 01  WS-WEEK-HOURS           PIC 9(4)V99 VALUE ZERO.
026800 01  WS-REST-HOURS           PIC S9(5)V99 VALUE ZERO.
026900 01  WS-PREV-END-DATE        PIC 9(08) VALUE ZERO.
027000 01  WS-PREV-END-TIME        PIC 9(2)V99 VALUE ZERO.
027100 01  WS-DAY-INT              PIC 9(08) VALUE ZERO.
027200 01  WS-BACK-DATE            PIC 9(08) VALUE ZERO.
027300 01  WS-BACK-SUB             PIC 9(01) COMP VALUE ZERO.
027400 01  WS-VIOL-FLAGS           PIC X(11) VALUE SPACES.
027500 01  WS-VIOL-PTR             PIC 9(02) COMP VALUE ZERO.
027600*
027700* HOURS RULES BY DEPOT, LOADED FROM HOSRULE - THE ** ROW IS
027800* THE RULE FOR ANY DEPOT WITHOUT ITS OWN
027900*
028000 01  WS-RULE-COUNT           PIC 9(02) COMP VALUE ZERO.
028100 01  WS-RULE-SUB             PIC 9(02) COMP VALUE ZERO.
028200 01  WS-RULE-DEFAULT         PIC 9(02) COMP VALUE ZERO.
028300 01  WS-RULE-TABLE.
028400     05  WS-RULE-ENTRY OCCURS 50 TIMES.
028500         10  WS-RT-DEPOT         PIC X(02).
028600         10  WS-RT-MAX-DAY       PIC 9(2)V99.
028700         10  WS-RT-MAX-WEEK      PIC 9(3)V99.
028800         10  WS-RT-MIN-REST      PIC 9(2)V99.
028900*
029000* THE FLEET, LOADED FROM VEHMSTR IN VEHICLE ORDER, EACH WITH
029100* ITS DRIVER AND THE DEPOT OF ITS ROUTE
029200*
029300 01  WS-VEH-MAX              PIC 9(04) COMP VALUE 500.
029400 01  WS-VEH-COUNT            PIC 9(04) COMP VALUE ZERO.
029500 01  WS-VEH-SUB              PIC 9(04) COMP VALUE ZERO.
029600 01  WS-VEH-TABLE.
029700     05  WS-VEH-ENTRY OCCURS 500 TIMES.
029800         10  WS-VT-VEHICLE-ID    PIC X(06).
029900         10  WS-VT-DRIVER-ID     PIC X(06).
030000         10  WS-VT-DEPOT         PIC X(02).
030100*
030200 01  WS-EXC-VALUES.
030300     05  WS-EV-DATE          PIC 9(08).
030400     05  FILLER              PIC X(03) VALUE " H:".
030500     05  WS-EV-HOURS         PIC -ZZ9.99.
030600     05  FILLER              PIC X(03) VALUE " L:".
030700     05  WS-EV-LIMIT         PIC ZZ9.99.
030800     05  FILLER              PIC X(03) VALUE SPACES.
030900*
031000 01  WS-PAGE-HEADER-1.
031100     05  FILLER              PIC X(40) VALUE
031200         "DRIVER HOURS-OF-SERVICE BY DEPOT".
031300     05  FILLER              PIC X(40) VALUE SPACES.
031400*
031500 01  WS-PAGE-HEADER-2.
031600     05  FILLER              PIC X(04) VALUE "DP".
031700     05  FILLER              PIC X(07) VALUE "DRIVER".
031800     05  FILLER              PIC X(17) VALUE "NAME".
031900     05  FILLER              PIC X(09) VALUE "DATE".
032000     05  FILLER              PIC X(04) VALUE "TRP".
032100     05  FILLER              PIC X(07) VALUE " HOURS".
032200     05  FILLER              PIC X(07) VALUE "  7-DAY".
032300     05  FILLER              PIC X(08) VALUE "   REST".
032400     05  FILLER              PIC X(17) VALUE " VIOLATIONS".
032500*
032600 01  WS-DAY-LINE.
032700     05  WS-DL-DEPOT         PIC X(02).
032800     05  FILLER              PIC X(02) VALUE SPACES.
032900     05  WS-DL-DRIVER-ID     PIC X(06).
033000     05  FILLER              PIC X(01) VALUE SPACE.
033100     05  WS-DL-NAME          PIC X(16).
033200     05  FILLER              PIC X(01) VALUE SPACE.
033300     05  WS-DL-DATE          PIC 9(08).
033400     05  FILLER              PIC X(01) VALUE SPACE.
033500     05  WS-DL-TRIPS         PIC ZZ9.
033600     05  FILLER              PIC X(01) VALUE SPACE.
033700     05  WS-DL-HOURS         PIC ZZ9.99.
033800     05  FILLER              PIC X(01) VALUE SPACE.
033900     05  WS-DL-WEEK          PIC ZZ9.99.
034000     05  FILLER              PIC X(01) VALUE SPACE.
034100     05  WS-DL-REST          PIC X(07).
034200     05  FILLER              PIC X(01) VALUE SPACE.
034300     05  WS-DL-FLAGS         PIC X(11).
034400     05  FILLER              PIC X(06) VALUE SPACES.
034500 01  WS-REST-EDIT            PIC -ZZ9.99.
034600*
034700 01  WS-DEPOT-LINE.
034800     05  FILLER              PIC X(06) VALUE "DEPOT ".
034900     05  WS-DT-DEPOT         PIC X(02).
035000     05  FILLER              PIC X(14) VALUE " DRIVER-DAYS:".
035100     05  WS-DT-DAYS          PIC ZZZZ9.
035200     05  FILLER              PIC X(13) VALUE " VIOLATIONS:".
035300     05  WS-DT-VIOL          PIC ZZZZ9.
035400     05  FILLER              PIC X(35) VALUE SPACES.
035500*
035600 01  WS-SUMMARY-LINE-1.
035700     05  FILLER              PIC X(07) VALUE "TRIPS:".
035800     05  WS-SM-READ          PIC ZZZZZ9.
035900     05  FILLER              PIC X(10) VALUE " CHARGED:".
036000     05  WS-SM-CHARGED       PIC ZZZZZ9.
036100     05  FILLER              PIC X(12) VALUE " NO DRIVER:".
036200     05  WS-SM-NO-DRIVER     PIC ZZZZ9.
036300     05  FILLER              PIC X(11) VALUE " BAD TIME:".
036400     05  WS-SM-BAD-TIME      PIC ZZZZ9.
036500     05  FILLER              PIC X(18) VALUE SPACES.
036600*
036700 01  WS-SUMMARY-LINE-2.
036800     05  FILLER              PIC X(13) VALUE "DRIVER-DAYS:".
036900     05  WS-SM-DAYS          PIC ZZZZ9.
037000     05  FILLER              PIC X(07) VALUE " DAILY:".
037100     05  WS-SM-DAY-VIOL      PIC ZZZZ9.
037200     05  FILLER              PIC X(08) VALUE " WEEKLY:".
037300     05  WS-SM-WEEK-VIOL     PIC ZZZZ9.
037400     05  FILLER              PIC X(06) VALUE " REST:".
037500     05  WS-SM-REST-VIOL     PIC ZZZZ9.
037600     05  FILLER              PIC X(26) VALUE SPACES.
037700*----------------------------------------------------------*
037800 PROCEDURE DIVISION.
037900 0000-MAINLINE.
038000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038100     SORT TRIP-WORK
038200         ON ASCENDING KEY SRT-DEPOT
038300         ON ASCENDING KEY SRT-DRIVER-ID
038400         ON ASCENDING KEY SRT-START-DATE
038500         ON ASCENDING KEY SRT-START-TIME
038600         INPUT PROCEDURE IS 2000-FEED-TRIPS
038700             THRU 2000-EXIT
038800         OUTPUT PROCEDURE IS 3000-CHECK-HOURS
038900             THRU 3000-EXIT.
039000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039100     GOBACK.
039200*----------------------------------------------------------*
039300* 1000-INITIALIZE - LOAD THE RULES AND THE FLEET, OPEN THE
039400*                   FILES AND PRINT THE RUN HEADER
039500*----------------------------------------------------------*
039600 1000-INITIALIZE.
039700     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
039800     MOVE "HOSCHK" TO OPERAUTH-CALLER.
039900     PERFORM OPERAUTH-VALIDATE
040000         THRU OPERAUTH-VALIDATE-EXIT.
040100     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
040200     PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
040300     OPEN INPUT ROUT-MASTER.
040400     PERFORM 1200-LOAD-FLEET THRU 1200-EXIT.
040500     CLOSE ROUT-MASTER.
040600     OPEN I-O HOS-HISTORY.
040700     OPEN INPUT DRV-MASTER.
040800     OPEN OUTPUT EXCEPT-LOG.
040900     OPEN OUTPUT HOS-RPT.
041000     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
041100 1000-EXIT.
041200     EXIT.
041300*----------------------------------------------------------*
041400* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
041500*----------------------------------------------------------*
041600 1050-PRINT-RUN-HEADER.
041700     MOVE "HOSCHK" TO RUNHDR-JOB-NAME.
041800     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
041900     MOVE "I" TO PRTSRV-FUNCTION.
042000     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
042100     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
042200     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
042300     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
042400     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
042500     CALL "PRTSRV" USING PRTSRV-CONTROL.
042600 1050-EXIT.
042700     EXIT.
042800*----------------------------------------------------------*
042900* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
043000*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
043100*                      RULES WHEN THE CARD IS ABSENT)
043200*----------------------------------------------------------*
043300 1090-READ-BUS-DATE.
043400     OPEN INPUT BUS-DATE-PARM.
043500     READ BUS-DATE-PARM
043600         AT END
043700             CONTINUE
043800         NOT AT END
043900             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
044000     END-READ.
044100     CLOSE BUS-DATE-PARM.
044200 1090-EXIT.
044300     EXIT.
044400*----------------------------------------------------------*
044500* 1100-LOAD-RULES - LOAD THE HOSRULE DEPOT RULES. WITHOUT THE
044600*                   ** DEFAULT ROW SOME DRIVER COULD GO
044700*                   UNCHECKED, SO THE STEP STOPS RC 12.
044800*----------------------------------------------------------*
044900 1100-LOAD-RULES.
045000     MOVE "N" TO WS-EOF-SW.
045100     OPEN INPUT HOS-RULES.
045200     PERFORM 1150-LOAD-ONE-RULE THRU 1150-EXIT
045300         UNTIL EOF-INPUT.
045400     CLOSE HOS-RULES.
045500     MOVE "N" TO WS-EOF-SW.
045600     IF WS-RULE-DEFAULT = ZERO
045700         DISPLAY "HOSCHK: HOSRULE HAS NO ** DEFAULT RULE - "
045800             "HOURS CANNOT BE CHECKED"
045900         MOVE 12 TO RETURN-CODE
046000         STOP RUN
046100     END-IF.
046200 1100-EXIT.
046300     EXIT.
046400*----------------------------------------------------------*
046500* 1150-LOAD-ONE-RULE - ONE HOSRULE RECORD INTO THE TABLE
046600*----------------------------------------------------------*
046700 1150-LOAD-ONE-RULE.
046800     READ HOS-RULES
046900         AT END
047000             SET EOF-INPUT TO TRUE
047100             GO TO 1150-EXIT
047200     END-READ.
047300     IF WS-RULE-COUNT NOT < 50
047400         GO TO 1150-EXIT
047500     END-IF.
047600     ADD 1 TO WS-RULE-COUNT.
047700     MOVE HR-DEPOT TO WS-RT-DEPOT (WS-RULE-COUNT).
047800     MOVE HR-MAX-DAY-HOURS TO WS-RT-MAX-DAY (WS-RULE-COUNT).
047900     MOVE HR-MAX-WEEK-HOURS TO WS-RT-MAX-WEEK (WS-RULE-COUNT).
048000     MOVE HR-MIN-REST-HOURS TO WS-RT-MIN-REST (WS-RULE-COUNT).
048100     IF HR-DEPOT = "**"
048200         MOVE WS-RULE-COUNT TO WS-RULE-DEFAULT
048300     END-IF.
048400 1150-EXIT.
048500     EXIT.
048600*----------------------------------------------------------*
048700* 1200-LOAD-FLEET - THE WHOLE VEHICLE MASTER INTO THE FLEET
048800*                   TABLE WITH EACH VEHICLE'S ROUTE DEPOT. A
048900*                   FLEET LARGER THAN THE TABLE WOULD LEAVE
049000*                   TRIPS UNCHARGED, SO THE STEP STOPS RC 12.
049100*----------------------------------------------------------*
049200 1200-LOAD-FLEET.
049300     OPEN INPUT VEH-MASTER.
049400     PERFORM 1250-LOAD-ONE-VEHICLE THRU 1250-EXIT
049500         UNTIL EOF-INPUT.
049600     CLOSE VEH-MASTER.
049700     MOVE "N" TO WS-EOF-SW.
049800 1200-EXIT.
049900     EXIT.
050000*----------------------------------------------------------*
050100* 1250-LOAD-ONE-VEHICLE - ONE VEHMSTR RECORD INTO THE TABLE
050200*----------------------------------------------------------*
050300 1250-LOAD-ONE-VEHICLE.
050400     READ VEH-MASTER
050500         AT END
050600             SET EOF-INPUT TO TRUE
050700             GO TO 1250-EXIT
050800     END-READ.
050900     IF WS-VEH-COUNT NOT < WS-VEH-MAX
051000         DISPLAY "HOSCHK: VEHMSTR HOLDS MORE THAN "
051100             WS-VEH-MAX " VEHICLES - FLEET TABLE FULL"
051200         MOVE 12 TO RETURN-CODE
051300         STOP RUN
051400     END-IF.
051500     ADD 1 TO WS-VEH-COUNT.
051600     MOVE VM-VEHICLE-ID TO WS-VT-VEHICLE-ID (WS-VEH-COUNT).
051700     MOVE VM-DRIVER-ID TO WS-VT-DRIVER-ID (WS-VEH-COUNT).
051800     MOVE VM-ROUTE-CODE TO RM-ROUTE-CODE.
051900     READ ROUT-MASTER
052000         INVALID KEY
052100             MOVE "**" TO WS-VT-DEPOT (WS-VEH-COUNT)
052200         NOT INVALID KEY
052300             MOVE RM-DEPOT TO WS-VT-DEPOT (WS-VEH-COUNT)
052400     END-READ.
052500 1250-EXIT.
052600     EXIT.
052700*----------------------------------------------------------*
052800* 2000-FEED-TRIPS - SORT INPUT: CHARGE EVERY DSPTRIPS TRIP TO
052900*                   ITS DRIVER, VERIFYING THE FILE'S TRAILER
053000*----------------------------------------------------------*
053100 2000-FEED-TRIPS.
053200     OPEN INPUT DISPATCH-TRIPS.
053300     PERFORM 2100-FEED-TRIP THRU 2100-EXIT
053400         UNTIL EOF-INPUT.
053500     CLOSE DISPATCH-TRIPS.
053600 2000-EXIT.
053700     EXIT.
053800*----------------------------------------------------------*
053900* 2100-FEED-TRIP - ONE TRIP: FIND ITS DRIVER AND THE DRIVER'S
054000*                  DEPOT, TIME IT AND RELEASE IT TO THE SORT.
054100*                  A TRIP WITH NO DRIVER OR NO POSITIVE
054200*                  ELAPSED TIME IS COUNTED AND LEFT OUT -
054300*                  SPDCALC ALREADY LOGS BOTH.
054400*----------------------------------------------------------*
054500 2100-FEED-TRIP.
054600     READ DISPATCH-TRIPS
054700         AT END
054800             SET EOF-INPUT TO TRUE
054900             PERFORM 2950-VERIFY-TRAILER THRU 2950-EXIT
055000             GO TO 2100-EXIT
055100     END-READ.
055200     IF DTR-RECORD (1:8) = "TRAILER "
055300         MOVE DTR-RECORD TO FILETRLR-RECORD
055400         SET FILETRLR-SEEN TO TRUE
055500         GO TO 2100-EXIT
055600     END-IF.
055700     ADD 1 TO FILETRLR-IN-COUNT.
055800     ADD DTR-D1 TO FILETRLR-IN-HASH.
055900     ADD DTR-D2 TO FILETRLR-IN-HASH.
056000     ADD DTR-T1 TO FILETRLR-IN-HASH.
056100     ADD DTR-T2 TO FILETRLR-IN-HASH.
056200     ADD 1 TO WS-TRIP-READ.
056300     PERFORM 2200-FIND-DRIVER THRU 2200-EXIT.
056400     IF WS-TRIP-DRIVER-ID = SPACES
056500         ADD 1 TO WS-NO-DRIVER
056600         GO TO 2100-EXIT
056700     END-IF.
056800     COMPUTE WS-TRIP-HOURS = (DTR-T2 - DTR-T1) + 24 *
056900         (FUNCTION INTEGER-OF-DATE (DTR-T2-DATE)
057000         - FUNCTION INTEGER-OF-DATE (DTR-T1-DATE)).
057100     IF WS-TRIP-HOURS NOT > ZERO
057200         ADD 1 TO WS-BAD-TIME
057300         GO TO 2100-EXIT
057400     END-IF.
057500     ADD 1 TO WS-TRIP-CHARGED.
057600     MOVE SPACES TO SRT-RECORD.
057700     MOVE WS-TRIP-DEPOT TO SRT-DEPOT.
057800     MOVE WS-TRIP-DRIVER-ID TO SRT-DRIVER-ID.
057900     MOVE DTR-T1-DATE TO SRT-START-DATE.
058000     MOVE DTR-T1 TO SRT-START-TIME.
058100     MOVE DTR-T2-DATE TO SRT-END-DATE.
058200     MOVE DTR-T2 TO SRT-END-TIME.
058300     MOVE WS-TRIP-HOURS TO SRT-HOURS.
058400     MOVE DTR-VEHICLE-ID TO SRT-VEHICLE-ID.
058500     RELEASE SRT-RECORD.
058600 2100-EXIT.
058700     EXIT.
058800*----------------------------------------------------------*
058900* 2200-FIND-DRIVER - THE TRIP VEHICLE'S DRIVER, THEN THAT
059000*                    DRIVER'S DEPOT FROM THE FIRST VEHICLE
059100*                    ASSIGNED TO THEM, SO A DRIVER WHO MOVES
059200*                    BETWEEN VEHICLES STAYS IN ONE DEPOT
059300*----------------------------------------------------------*
059400 2200-FIND-DRIVER.
059500     MOVE SPACES TO WS-TRIP-DRIVER-ID.
059600     MOVE SPACES TO WS-TRIP-DEPOT.
059700     MOVE "N" TO WS-FOUND-SW.
059800     PERFORM 2250-SCAN-VEHICLE THRU 2250-EXIT
059900         VARYING WS-VEH-SUB FROM 1 BY 1
060000         UNTIL ENTRY-FOUND
060100         OR WS-VEH-SUB > WS-VEH-COUNT.
060200     IF NOT ENTRY-FOUND
060300         GO TO 2200-EXIT
060400     END-IF.
060500     SUBTRACT 1 FROM WS-VEH-SUB.
060600     MOVE WS-VT-DRIVER-ID (WS-VEH-SUB) TO WS-TRIP-DRIVER-ID.
060700     IF WS-TRIP-DRIVER-ID = SPACES
060800         GO TO 2200-EXIT
060900     END-IF.
061000     MOVE "N" TO WS-FOUND-SW.
061100     PERFORM 2260-SCAN-DRIVER THRU 2260-EXIT
061200         VARYING WS-VEH-SUB FROM 1 BY 1
061300         UNTIL ENTRY-FOUND
061400         OR WS-VEH-SUB > WS-VEH-COUNT.
061500     SUBTRACT 1 FROM WS-VEH-SUB.
061600     MOVE WS-VT-DEPOT (WS-VEH-SUB) TO WS-TRIP-DEPOT.
061700 2200-EXIT.
061800     EXIT.
061900*----------------------------------------------------------*
062000* 2250-SCAN-VEHICLE - ONE PROBE OF THE FLEET TABLE BY VEHICLE
062100*----------------------------------------------------------*
062200 2250-SCAN-VEHICLE.
062300     IF WS-VT-VEHICLE-ID (WS-VEH-SUB) = DTR-VEHICLE-ID
062400         SET ENTRY-FOUND TO TRUE
062500     END-IF.
062600 2250-EXIT.
062700     EXIT.
062800*----------------------------------------------------------*
062900* 2260-SCAN-DRIVER - ONE PROBE OF THE FLEET TABLE BY DRIVER
063000*----------------------------------------------------------*
063100 2260-SCAN-DRIVER.
063200     IF WS-VT-DRIVER-ID (WS-VEH-SUB) = WS-TRIP-DRIVER-ID
063300         SET ENTRY-FOUND TO TRUE
063400     END-IF.
063500 2260-EXIT.
063600     EXIT.
063700*----------------------------------------------------------*
063800* 2950-VERIFY-TRAILER - AT END OF FILE THE TRAILER MUST BE
063900*                       PRESENT AND ITS COUNT AND HASH MUST
064000*                       MATCH WHAT WAS READ - OTHERWISE THE
064100*                       STEP STOPS RATHER THAN CHECK SHORT
064200*----------------------------------------------------------*
064300 2950-VERIFY-TRAILER.
064400     IF NOT FILETRLR-SEEN
064500         DISPLAY "HOSCHK: DSPTRIPS TRAILER MISSING - "
064600             "FILE MAY BE TRUNCATED"
064700         MOVE 16 TO RETURN-CODE
064800         STOP RUN
064900     END-IF.
065000     IF FILETRLR-COUNT NOT = FILETRLR-IN-COUNT
065100         OR FILETRLR-HASH NOT = FILETRLR-IN-HASH
065200         DISPLAY "HOSCHK: DSPTRIPS TRAILER DISAGREES - "
065300             "COUNT OR HASH DOES NOT MATCH FILE CONTENT"
065400         MOVE 16 TO RETURN-CODE
065500         STOP RUN
065600     END-IF.
065700 2950-EXIT.
065800     EXIT.
065900*----------------------------------------------------------*
066000* 3000-CHECK-HOURS - SORT OUTPUT: TOTAL AND CHECK EACH
066100*                    DRIVER-DAY, BREAKING ON DEPOT
066200*----------------------------------------------------------*
066300 3000-CHECK-HOURS.
066400     MOVE "N" TO WS-SORT-EOF-SW.
066500     PERFORM 3100-RETURN-TRIP THRU 3100-EXIT
066600         UNTIL EOF-TRIP-WORK.
066700     IF NOT FIRST-TRIP
066800         PERFORM 3800-DAY-BREAK THRU 3800-EXIT
066900         PERFORM 3900-DEPOT-BREAK THRU 3900-EXIT
067000     END-IF.
067100 3000-EXIT.
067200     EXIT.
067300*----------------------------------------------------------*
067400* 3100-RETURN-TRIP - ONE SORTED TRIP: BREAK ON DRIVER-DAY
067500*                    AND DEPOT, THEN ADD IT TO THE DAY
067600*----------------------------------------------------------*
067700 3100-RETURN-TRIP.
067800     RETURN TRIP-WORK
067900         AT END
068000             SET EOF-TRIP-WORK TO TRUE
068100     END-RETURN.
068200     IF EOF-TRIP-WORK
068300         GO TO 3100-EXIT
068400     END-IF.
068500     IF NOT FIRST-TRIP
068600         IF SRT-DEPOT NOT = WS-PRIOR-DEPOT
068700             OR SRT-DRIVER-ID NOT = WS-PRIOR-DRIVER-ID
068800             OR SRT-START-DATE NOT = WS-PRIOR-DATE
068900             PERFORM 3800-DAY-BREAK THRU 3800-EXIT
069000         END-IF
069100         IF SRT-DEPOT NOT = WS-PRIOR-DEPOT
069200             PERFORM 3900-DEPOT-BREAK THRU 3900-EXIT
069300         END-IF
069400     END-IF.
069500     IF FIRST-TRIP
069600         OR SRT-DEPOT NOT = WS-PRIOR-DEPOT
069700         OR SRT-DRIVER-ID NOT = WS-PRIOR-DRIVER-ID
069800         OR SRT-START-DATE NOT = WS-PRIOR-DATE
069900         PERFORM 3050-START-DAY THRU 3050-EXIT
070000     END-IF.
070100     MOVE "N" TO WS-FIRST-TRIP-SW.
070200     ADD 1 TO WS-DAY-TRIPS.
070300     ADD SRT-HOURS TO WS-DAY-HOURS.
070400     COMPUTE WS-END-STAMP = SRT-END-DATE * 100 + SRT-END-TIME.
070500     IF WS-END-STAMP > WS-LAST-STAMP
070600         MOVE WS-END-STAMP TO WS-LAST-STAMP
070700         MOVE SRT-END-DATE TO WS-DAY-LAST-DATE
070800         MOVE SRT-END-TIME TO WS-DAY-LAST-TIME
070900     END-IF.
071000 3100-EXIT.
071100     EXIT.
071200*----------------------------------------------------------*
071300* 3050-START-DAY - FRESH TOTALS FOR A NEW DRIVER-DAY; ITS
071400*                  FIRST SORTED TRIP IS ITS SHIFT START
071500*----------------------------------------------------------*
071600 3050-START-DAY.
071700     MOVE SRT-DEPOT TO WS-PRIOR-DEPOT.
071800     MOVE SRT-DRIVER-ID TO WS-PRIOR-DRIVER-ID.
071900     MOVE SRT-START-DATE TO WS-PRIOR-DATE.
072000     MOVE ZERO TO WS-DAY-TRIPS.
072100     MOVE ZERO TO WS-DAY-HOURS.
072200     MOVE SRT-START-DATE TO WS-DAY-FIRST-DATE.
072300     MOVE SRT-START-TIME TO WS-DAY-FIRST-TIME.
072400     MOVE ZERO TO WS-DAY-LAST-DATE.
072500     MOVE ZERO TO WS-DAY-LAST-TIME.
072600     MOVE ZERO TO WS-LAST-STAMP.
072700 3050-EXIT.
072800     EXIT.
072900*----------------------------------------------------------*
073000* 3800-DAY-BREAK - CHECK THE FINISHED DRIVER-DAY AGAINST ITS
073100*                  DEPOT'S RULE, RECORD IT ON HOSHIST AND
073200*                  PRINT ITS LINE
073300*----------------------------------------------------------*
073400 3800-DAY-BREAK.
073500     ADD 1 TO WS-DRIVER-DAYS.
073600     ADD 1 TO WS-DPT-DAYS.
073700     PERFORM 3810-FIND-RULE THRU 3810-EXIT.
073800     PERFORM 3820-LOOK-BACK THRU 3820-EXIT.
073900     MOVE SPACES TO WS-VIOL-FLAGS.
074000     MOVE 1 TO WS-VIOL-PTR.
074100     IF WS-DAY-HOURS > WS-RT-MAX-DAY (WS-RULE-SUB)
074200         ADD 1 TO WS-DAY-VIOL
074300         STRING "DAY " DELIMITED BY SIZE
074400             INTO WS-VIOL-FLAGS WITH POINTER WS-VIOL-PTR
074500         MOVE "HOSD" TO EXCREC-TYPE-CODE
074600         MOVE WS-DAY-HOURS TO WS-EV-HOURS
074700         MOVE WS-RT-MAX-DAY (WS-RULE-SUB) TO WS-EV-LIMIT
074800         PERFORM 3850-WRITE-VIOLATION THRU 3850-EXIT
074900     END-IF.
075000     IF WS-WEEK-HOURS > WS-RT-MAX-WEEK (WS-RULE-SUB)
075100         ADD 1 TO WS-WEEK-VIOL
075200         STRING "WK " DELIMITED BY SIZE
075300             INTO WS-VIOL-FLAGS WITH POINTER WS-VIOL-PTR
075400         MOVE "HOSW" TO EXCREC-TYPE-CODE
075500         MOVE WS-WEEK-HOURS TO WS-EV-HOURS
075600         MOVE WS-RT-MAX-WEEK (WS-RULE-SUB) TO WS-EV-LIMIT
075700         PERFORM 3850-WRITE-VIOLATION THRU 3850-EXIT
075800     END-IF.
075900     IF PREV-SHIFT-FOUND
076000         AND WS-REST-HOURS < WS-RT-MIN-REST (WS-RULE-SUB)
076100         ADD 1 TO WS-REST-VIOL
076200         STRING "REST" DELIMITED BY SIZE
076300             INTO WS-VIOL-FLAGS WITH POINTER WS-VIOL-PTR
076400         MOVE "HOSR" TO EXCREC-TYPE-CODE
076500         MOVE WS-REST-HOURS TO WS-EV-HOURS
076600         MOVE WS-RT-MIN-REST (WS-RULE-SUB) TO WS-EV-LIMIT
076700         PERFORM 3850-WRITE-VIOLATION THRU 3850-EXIT
076800     END-IF.
076900     PERFORM 3870-PUT-HISTORY THRU 3870-EXIT.
077000     PERFORM 3880-PRINT-DAY THRU 3880-EXIT.
077100 3800-EXIT.
077200     EXIT.
077300*----------------------------------------------------------*
077400* 3810-FIND-RULE - THE DEPOT'S OWN HOSRULE ROW, ELSE THE **
077500*                  DEFAULT ROW
077600*----------------------------------------------------------*
077700 3810-FIND-RULE.
077800     MOVE "N" TO WS-FOUND-SW.
077900     PERFORM 3815-SCAN-RULE THRU 3815-EXIT
078000         VARYING WS-RULE-SUB FROM 1 BY 1
078100         UNTIL ENTRY-FOUND
078200         OR WS-RULE-SUB > WS-RULE-COUNT.
078300     IF ENTRY-FOUND
078400         SUBTRACT 1 FROM WS-RULE-SUB
078500     ELSE
078600         MOVE WS-RULE-DEFAULT TO WS-RULE-SUB
078700     END-IF.
078800 3810-EXIT.
078900     EXIT.
079000*----------------------------------------------------------*
079100* 3815-SCAN-RULE - ONE PROBE OF THE RULE TABLE
079200*----------------------------------------------------------*
079300 3815-SCAN-RULE.
079400     IF WS-RT-DEPOT (WS-RULE-SUB) = WS-PRIOR-DEPOT
079500         SET ENTRY-FOUND TO TRUE
079600     END-IF.
079700 3815-EXIT.
079800     EXIT.
079900*----------------------------------------------------------*
080000* 3820-LOOK-BACK - THE SIX DAYS BEFORE THIS ONE ON HOSHIST:
080100*                  THEIR HOURS MAKE UP THE ROLLING SEVEN-DAY
080200*                  TOTAL, AND THE MOST RECENT OF THEM GIVES THE
080300*                  END OF THE PREVIOUS SHIFT FOR THE REST CHECK
080400*----------------------------------------------------------*
080500 3820-LOOK-BACK.
080600     MOVE WS-DAY-HOURS TO WS-WEEK-HOURS.
080700     MOVE "N" TO WS-PREV-SHIFT-SW.
080800     MOVE ZERO TO WS-REST-HOURS.
080900     COMPUTE WS-DAY-INT =
081000         FUNCTION INTEGER-OF-DATE (WS-PRIOR-DATE).
081100     PERFORM 3830-READ-BACK-DAY THRU 3830-EXIT
081200         VARYING WS-BACK-SUB FROM 1 BY 1
081300         UNTIL WS-BACK-SUB > 6.
081400     IF PREV-SHIFT-FOUND
081500         COMPUTE WS-REST-HOURS =
081600             (FUNCTION INTEGER-OF-DATE (WS-DAY-FIRST-DATE)
081700             - FUNCTION INTEGER-OF-DATE (WS-PREV-END-DATE)) * 24
081800             + WS-DAY-FIRST-TIME - WS-PREV-END-TIME
081900     END-IF.
082000 3820-EXIT.
082100     EXIT.
082200*----------------------------------------------------------*
082300* 3830-READ-BACK-DAY - ONE EARLIER DAY'S HOSHIST RECORD
082400*----------------------------------------------------------*
082500 3830-READ-BACK-DAY.
082600     COMPUTE WS-BACK-DATE = FUNCTION DATE-OF-INTEGER
082700         (WS-DAY-INT - WS-BACK-SUB).
082800     MOVE WS-PRIOR-DRIVER-ID TO HH-DRIVER-ID.
082900     MOVE WS-BACK-DATE TO HH-DUTY-DATE.
083000     READ HOS-HISTORY
083100         INVALID KEY
083200             GO TO 3830-EXIT
083300     END-READ.
083400     ADD HH-HOURS TO WS-WEEK-HOURS.
083500     IF NOT PREV-SHIFT-FOUND
083600         SET PREV-SHIFT-FOUND TO TRUE
083700         MOVE HH-LAST-DATE TO WS-PREV-END-DATE
083800         MOVE HH-LAST-TIME TO WS-PREV-END-TIME
083900     END-IF.
084000 3830-EXIT.
084100     EXIT.
084200*----------------------------------------------------------*
084300* 3850-WRITE-VIOLATION - ONE COMMON-LAYOUT EXCEPTION RECORD
084400*                        (CALLER HAS SET TYPE, HOURS, LIMIT)
084500*----------------------------------------------------------*
084600 3850-WRITE-VIOLATION.
084700     ADD 1 TO WS-EXCEPT-COUNT.
084800     ADD 1 TO WS-DPT-VIOL.
084900     MOVE "HOSCHK" TO EXCREC-PROGRAM-ID.
085000     MOVE "E" TO EXCREC-SEVERITY.
085100     MOVE WS-PRIOR-DRIVER-ID TO EXCREC-KEY.
085200     MOVE WS-PRIOR-DATE TO WS-EV-DATE.
085300     MOVE WS-EXC-VALUES TO EXCREC-VALUES.
085400     PERFORM EXCREC-STAMP THRU EXCREC-STAMP-EXIT.
085500     MOVE EXCREC-RECORD TO XL-RECORD.
085600     WRITE XL-RECORD.
085700 3850-EXIT.
085800     EXIT.
085900*----------------------------------------------------------*
086000* 3870-PUT-HISTORY - THE DRIVER-DAY ONTO HOSHIST, REPLACING
086100*                    ANY RECORD A PRIOR RUN LEFT FOR IT
086200*----------------------------------------------------------*
086300 3870-PUT-HISTORY.
086400     MOVE WS-PRIOR-DRIVER-ID TO HH-DRIVER-ID.
086500     MOVE WS-PRIOR-DATE TO HH-DUTY-DATE.
086600     MOVE "N" TO WS-HIST-FOUND-SW.
086700     READ HOS-HISTORY
086800         INVALID KEY
086900             CONTINUE
087000         NOT INVALID KEY
087100             SET HISTORY-FOUND TO TRUE
087200     END-READ.
087300     MOVE SPACES TO HH-RECORD.
087400     MOVE WS-PRIOR-DRIVER-ID TO HH-DRIVER-ID.
087500     MOVE WS-PRIOR-DATE TO HH-DUTY-DATE.
087600     MOVE WS-PRIOR-DEPOT TO HH-DEPOT.
087700     MOVE WS-DAY-TRIPS TO HH-TRIPS.
087800     MOVE WS-DAY-HOURS TO HH-HOURS.
087900     MOVE WS-DAY-FIRST-DATE TO HH-FIRST-DATE.
088000     MOVE WS-DAY-FIRST-TIME TO HH-FIRST-TIME.
088100     MOVE WS-DAY-LAST-DATE TO HH-LAST-DATE.
088200     MOVE WS-DAY-LAST-TIME TO HH-LAST-TIME.
088300     IF HISTORY-FOUND
088400         REWRITE HH-RECORD
088500             INVALID KEY
088600                 DISPLAY "HOSCHK: HOSHIST REWRITE FAILED FOR "
088700                     HH-KEY
088800         END-REWRITE
088900     ELSE
089000         WRITE HH-RECORD
089100             INVALID KEY
089200                 DISPLAY "HOSCHK: HOSHIST WRITE FAILED FOR "
089300                     HH-KEY
089400         END-WRITE
089500     END-IF.
089600 3870-EXIT.
089700     EXIT.
089800*----------------------------------------------------------*
089900* 3880-PRINT-DAY - ONE DRIVER-DAY LINE ON THE DEPOT REPORT
090000*----------------------------------------------------------*
090100 3880-PRINT-DAY.
090200     MOVE SPACES TO WS-PRINT-LINE.
090300     MOVE WS-PRIOR-DEPOT TO WS-DL-DEPOT.
090400     MOVE WS-PRIOR-DRIVER-ID TO WS-DL-DRIVER-ID.
090500     MOVE WS-PRIOR-DRIVER-ID TO DR-DRIVER-ID.
090600     READ DRV-MASTER
090700         INVALID KEY
090800             MOVE "*NOT ON DRVMSTR*" TO WS-DL-NAME
090900         NOT INVALID KEY
091000             MOVE DR-NAME TO WS-DL-NAME
091100     END-READ.
091200     MOVE WS-PRIOR-DATE TO WS-DL-DATE.
091300     MOVE WS-DAY-TRIPS TO WS-DL-TRIPS.
091400     MOVE WS-DAY-HOURS TO WS-DL-HOURS.
091500     MOVE WS-WEEK-HOURS TO WS-DL-WEEK.
091600     IF PREV-SHIFT-FOUND
091700         MOVE WS-REST-HOURS TO WS-REST-EDIT
091800         MOVE WS-REST-EDIT TO WS-DL-REST
091900     ELSE
092000         MOVE "   NONE" TO WS-DL-REST
092100     END-IF.
092200     MOVE WS-VIOL-FLAGS TO WS-DL-FLAGS.
092300     MOVE WS-DAY-LINE TO WS-PRINT-LINE.
092400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
092500 3880-EXIT.
092600     EXIT.
092700*----------------------------------------------------------*
092800* 3900-DEPOT-BREAK - THE FINISHED DEPOT'S COUNT LINE
092900*----------------------------------------------------------*
093000 3900-DEPOT-BREAK.
093100     MOVE SPACES TO WS-PRINT-LINE.
093200     MOVE WS-PRIOR-DEPOT TO WS-DT-DEPOT.
093300     MOVE WS-DPT-DAYS TO WS-DT-DAYS.
093400     MOVE WS-DPT-VIOL TO WS-DT-VIOL.
093500     MOVE WS-DEPOT-LINE TO WS-PRINT-LINE.
093600     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
093700     MOVE ZERO TO WS-DPT-DAYS.
093800     MOVE ZERO TO WS-DPT-VIOL.
093900 3900-EXIT.
094000     EXIT.
094100*----------------------------------------------------------*
094200* 9000-TERMINATE - SUMMARY COUNTS, CLOSES AND THE RUN LOG
094300*----------------------------------------------------------*
094400 9000-TERMINATE.
094500     MOVE SPACES TO WS-PRINT-LINE.
094600     MOVE WS-TRIP-READ TO WS-SM-READ.
094700     MOVE WS-TRIP-CHARGED TO WS-SM-CHARGED.
094800     MOVE WS-NO-DRIVER TO WS-SM-NO-DRIVER.
094900     MOVE WS-BAD-TIME TO WS-SM-BAD-TIME.
095000     MOVE WS-SUMMARY-LINE-1 TO WS-PRINT-LINE.
095100     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
095200     MOVE SPACES TO WS-PRINT-LINE.
095300     MOVE WS-DRIVER-DAYS TO WS-SM-DAYS.
095400     MOVE WS-DAY-VIOL TO WS-SM-DAY-VIOL.
095500     MOVE WS-WEEK-VIOL TO WS-SM-WEEK-VIOL.
095600     MOVE WS-REST-VIOL TO WS-SM-REST-VIOL.
095700     MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-LINE.
095800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
095900     PERFORM 8900-END-REPORT THRU 8900-EXIT.
096000     CLOSE HOS-HISTORY.
096100     CLOSE DRV-MASTER.
096200     CLOSE EXCEPT-LOG.
096300     CLOSE HOS-RPT.
096400     MOVE "HOSCHK" TO RUNLOG-PROGRAM-ID.
096500     MOVE WS-TRIP-READ TO RUNLOG-READ-COUNT.
096600     MOVE WS-DRIVER-DAYS TO RUNLOG-WRITE-COUNT.
096700     MOVE WS-EXCEPT-COUNT TO RUNLOG-EXCEPT-COUNT.
096800     MOVE "OK" TO RUNLOG-STATUS.
096900     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
097000 9000-EXIT.
097100     EXIT.
097200*----------------------------------------------------------*
097300* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
097400*                          SHARED PRINT SERVICE, WRITING THE
097500*                          PAGE HEADINGS FIRST ON A PAGE BREAK
097600*----------------------------------------------------------*
097700 8800-WRITE-REPORT-LINE.
097800     MOVE "W" TO PRTSRV-FUNCTION.
097900     CALL "PRTSRV" USING PRTSRV-CONTROL.
098000     IF PRTSRV-NEW-PAGE
098100         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
098200             VARYING WS-HDG-SUB FROM 1 BY 1
098300             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
098400     END-IF.
098500     MOVE WS-PRINT-LINE TO HP-RECORD.
098600     WRITE HP-RECORD.
098700 8800-EXIT.
098800     EXIT.
098900*----------------------------------------------------------*
099000* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
099100*----------------------------------------------------------*
099200 8850-WRITE-HEADING.
099300     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO HP-RECORD.
099400     WRITE HP-RECORD.
099500 8850-EXIT.
099600     EXIT.
099700*----------------------------------------------------------*
099800* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
099900*                   LINE-AND-PAGE-COUNT LINE
100000*----------------------------------------------------------*
100100 8900-END-REPORT.
100200     MOVE "E" TO PRTSRV-FUNCTION.
100300     CALL "PRTSRV" USING PRTSRV-CONTROL.
100400     MOVE PRTSRV-FINAL-LINE TO HP-RECORD.
100500     WRITE HP-RECORD.
100600 8900-EXIT.
100700     EXIT.
100800*----------------------------------------------------------*
100900     COPY RUNHDRP.
101000     COPY RUNLOGP.
101100     COPY OPERAUTP.
101200     COPY EXCRECP.
