000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     BATFCST.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - BATCH VOLUME AND RUN-TIME
001200*                   FORECAST. FITS A STRAIGHT-LINE TREND (LEAST
001300*                   SQUARES OVER THE DAY NUMBER) TO EACH STEP'S
001400*                   ELAPSED MINUTES AND RECORDS READ FROM THE
001500*                   RUNHIST RUN HISTORY THAT SLAMON KEEPS, AND
001600*                   TO THE SUM/SPD/FAC RECORD COUNTS ON CTLHIST,
001700*                   OVER THE LAST FCSTPRM HISTORY DAYS (DEFAULT
001800*                   180), AND PROJECTS EACH 30, 60 AND 90 DAYS
001900*                   AHEAD. THE PROJECTED RUN TIMES ARE SET
002000*                   AGAINST THE SLATBL EXPECTED MINUTES SLAMON
002100*                   USES; A STEP WHOSE TREND ALREADY EXCEEDS ITS
002200*                   SLA, OR CROSSES IT WITHIN 90 DAYS, IS NAMED
002300*                   WITH THE APPROXIMATE DATE, SO MORE BATCH
002400*                   WINDOW CAN BE ASKED FOR BEFORE IT IS MISSED.
002500*                   DAY ARITHMETIC USES THE INTRINSIC DATE
002600*                   FUNCTIONS. RC 4 WHEN ANY BREACH IS FORECAST.
002625* 2026-10-15   RT   THE TREND INTERCEPT IS COMPUTED IN ONE
002650*                   STATEMENT, DROPPING THE 23-DIGIT WORK FIELD
002675*                   THAT EXCEEDED THE 18-DIGIT LIMIT.
002700*----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL FCST-PARM ASSIGN TO "FCSTPRM"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT OPTIONAL RUN-HIST ASSIGN TO "RUNHIST"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT OPTIONAL CTL-HIST ASSIGN TO "CTLHIST"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT OPTIONAL SLA-TABLE ASSIGN TO "SLATBL"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT FCST-RPT     ASSIGN TO "FCSTRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400*----------------------------------------------------------*
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  FCST-PARM
005800     LABEL RECORDS ARE STANDARD
005900     RECORD CONTAINS 80 CHARACTERS.
006000 01  FP-RECORD.
006100     05  FP-HISTORY-DAYS     PIC 9(03).
006200     05  FILLER              PIC X(77).
006300*
006400* RUNHIST HOLDS RUNLOG RECORDS, APPENDED NIGHTLY BY SLAMON
006500*
006600 FD  RUN-HIST
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  RH-RECORD.
007000     05  RH-PROGRAM-ID       PIC X(08).
007100     05  RH-START-DATE       PIC 9(08).
007200     05  RH-START-TIME       PIC 9(06).
007300     05  RH-START-PARTS      REDEFINES RH-START-TIME.
007400         10  RH-START-HH     PIC 9(02).
007500         10  RH-START-MM     PIC 9(02).
007600         10  RH-START-SS     PIC 9(02).
007700     05  RH-END-DATE         PIC 9(08).
007800     05  RH-END-TIME         PIC 9(06).
007900     05  RH-END-PARTS        REDEFINES RH-END-TIME.
008000         10  RH-END-HH       PIC 9(02).
008100         10  RH-END-MM       PIC 9(02).
008200         10  RH-END-SS       PIC 9(02).
008300     05  RH-READ-COUNT       PIC 9(06).
008400     05  RH-WRITE-COUNT      PIC 9(06).
008500     05  RH-EXCEPT-COUNT     PIC 9(06).
008600     05  RH-STATUS           PIC X(04).
008700     05  FILLER              PIC X(22).
008800*
008900 FD  CTL-HIST
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  CH-RECORD.
009300     05  CH-RUN-DATE         PIC 9(08).
009400     05  CH-SUM-TOTAL        PIC S9(7)V99.
009500     05  CH-SUM-COUNT        PIC 9(06).
009600     05  CH-SPD-TOTAL        PIC S9(7)V99.
009700     05  CH-SPD-COUNT        PIC 9(06).
009800     05  CH-FAC-TOTAL        PIC S9(8)V99.
009900     05  CH-FAC-COUNT        PIC 9(06).
010000     05  FILLER              PIC X(26).
010100*
010200 FD  SLA-TABLE
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  SL-RECORD.
010600     05  SL-PROGRAM-ID       PIC X(08).
010700     05  SL-EXPECTED-MINS    PIC 9(04).
010800     05  SL-LATEST-END       PIC 9(06).
010900     05  FILLER              PIC X(62).
011000*
011100 FD  FCST-RPT
011200     LABEL RECORDS ARE STANDARD
011300     RECORD CONTAINS 80 CHARACTERS.
011400 01  FR-RECORD               PIC X(80).
011500*
011600 FD  RUN-LOG
011700     LABEL RECORDS ARE STANDARD
011800     RECORD CONTAINS 80 CHARACTERS.
011900 01  RL-RECORD               PIC X(80).
012000*
012100 FD  BUS-DATE-PARM
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 80 CHARACTERS.
012400 01  BD-RECORD.
012500     05  BD-BUSINESS-DATE    PIC 9(08).
012600     05  FILLER              PIC X(72).
012700*
012800 FD  OPER-CARD
012900     LABEL RECORDS ARE STANDARD
013000     RECORD CONTAINS 80 CHARACTERS.
013100 01  OC-RECORD.
013200     05  OC-OPERATOR-ID      PIC X(08).
013300     05  FILLER              PIC X(72).
013400*
013500 FD  OPER-AUTH
013600     LABEL RECORDS ARE STANDARD
013700     RECORD CONTAINS 80 CHARACTERS.
013800 01  OA-RECORD.
013900     05  OA-OPERATOR-ID      PIC X(08).
014000     05  OA-NAME             PIC X(20).
014100     05  OA-ACTIVE           PIC X(01).
014200     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
014300     05  FILLER              PIC X(11).
014400*
014500 FD  OPER-LOG
014600     LABEL RECORDS ARE STANDARD
014700     RECORD CONTAINS 80 CHARACTERS.
014800 01  OL-RECORD               PIC X(80).
014900*----------------------------------------------------------*
015000 WORKING-STORAGE SECTION.
015100     COPY RUNHDR.
015200     COPY RUNLOG.
015300     COPY OPERAUTH.
015400     COPY PRTSRV.
015500 01  WS-PRINT-LINE           PIC X(80).
015600 01  WS-HDG-SUB              PIC 9(01) COMP.
015700*
015800 77  WS-HORIZON-DAYS         PIC 9(03) VALUE 90.
015900 01  WS-HISTORY-DAYS         PIC 9(03) VALUE 180.
016000*
016100 01  WS-SWITCHES.
016200     05  WS-EOF-SW           PIC X(01) VALUE "N".
016300         88  EOF-INPUT               VALUE "Y".
016400     05  WS-FOUND-SW         PIC X(01) VALUE "N".
016500         88  ENTRY-FOUND             VALUE "Y".
016600     05  WS-SLA-FOUND-SW     PIC X(01) VALUE "N".
016700         88  SLA-FOUND               VALUE "Y".
016800*
016900 01  WS-COUNTERS.
017000     05  WS-HIST-READ        PIC 9(07) COMP VALUE ZERO.
017100     05  WS-HIST-USED        PIC 9(07) COMP VALUE ZERO.
017200     05  WS-CTL-READ         PIC 9(05) COMP VALUE ZERO.
017300     05  WS-CTL-USED         PIC 9(05) COMP VALUE ZERO.
017400     05  WS-BREACH-COUNT     PIC 9(05) COMP VALUE ZERO.
017500*
017600* DAY NUMBERS - X IS DAYS SINCE THE START OF THE HISTORY
017700* WINDOW, SO TODAY IS X = WS-HISTORY-DAYS
017800*
017900 01  WS-TODAY-INT            PIC 9(07) VALUE ZERO.
018000 01  WS-WINDOW-INT           PIC 9(07) VALUE ZERO.
018100 01  WS-DATE-INT             PIC 9(07) VALUE ZERO.
018200 01  WS-DAY-X                PIC S9(05) VALUE ZERO.
018300*
018400* ELAPSED TIME OF ONE RUN, AS SLAMON COMPUTES IT
018500*
018600 01  WS-START-INT            PIC 9(08) VALUE ZERO.
018700 01  WS-END-INT              PIC 9(08) VALUE ZERO.
018800 01  WS-START-SECS           PIC S9(09) VALUE ZERO.
018900 01  WS-END-SECS             PIC S9(09) VALUE ZERO.
019000 01  WS-ELAPSED-SECS         PIC S9(09) VALUE ZERO.
019100 01  WS-ELAPSED-MINS         PIC S9(06) VALUE ZERO.
019200*
019300* ONE ENTRY PER STEP - RUNS AND THE TREND SUMS FOR ELAPSED
019400* MINUTES (Y) AND RECORDS READ (V)
019500*
019600 01  WS-STEP-MAX             PIC 9(03) COMP VALUE 100.
019700 01  WS-STEP-COUNT           PIC 9(03) COMP VALUE ZERO.
019800 01  WS-STEP-SUB             PIC 9(03) COMP VALUE ZERO.
019900 01  WS-STEP-TABLE.
020000     05  WS-STEP-ENTRY OCCURS 100 TIMES.
020100         10  WS-ST-PROGRAM-ID    PIC X(08).
020200         10  WS-ST-RUNS          PIC S9(07).
020300         10  WS-ST-SX            PIC S9(11).
020400         10  WS-ST-SXX           PIC S9(13).
020500         10  WS-ST-SY            PIC S9(15).
020600         10  WS-ST-SXY           PIC S9(17).
020700         10  WS-ST-SV            PIC S9(15).
020800         10  WS-ST-SXV           PIC S9(17).
020900*
021000* ONE ENTRY PER CTLHIST RECORD COUNT - SUM, SPD, FAC
021100*
021200 01  WS-CTL-SUB              PIC 9(01) COMP VALUE ZERO.
021300 01  WS-CTL-COUNT-IN         PIC 9(06) VALUE ZERO.
021400 01  WS-CTL-TABLE.
021500     05  WS-CTL-ENTRY OCCURS 3 TIMES.
021600         10  WS-CT-NAME          PIC X(08).
021700         10  WS-CT-N             PIC S9(07).
021800         10  WS-CT-SX            PIC S9(11).
021900         10  WS-CT-SXX           PIC S9(13).
022000         10  WS-CT-SY            PIC S9(15).
022100         10  WS-CT-SXY           PIC S9(17).
022200*
022300* SLATBL EXPECTED MINUTES BY PROGRAM
022400*
022500 01  WS-SLA-MAX              PIC 9(03) COMP VALUE 100.
022600 01  WS-SLA-COUNT            PIC 9(03) COMP VALUE ZERO.
022700 01  WS-SLA-SUB              PIC 9(03) COMP VALUE ZERO.
022800 01  WS-EXPECTED-MINS        PIC 9(04) VALUE ZERO.
022900 01  WS-SLA-TAB.
023000     05  WS-SLA-ENTRY OCCURS 100 TIMES.
023100         10  WS-SL-PROGRAM-ID    PIC X(08).
023200         10  WS-SL-EXPECTED      PIC 9(04).
023300*
023400* LEAST-SQUARES FIT OF ONE SERIES AND ITS PROJECTIONS
023500*
023600 01  WS-FIT-FIELDS.
023700     05  WS-FIT-N            PIC S9(07).
023800     05  WS-FIT-SX           PIC S9(11).
023900     05  WS-FIT-SXX          PIC S9(13).
024000     05  WS-FIT-SY           PIC S9(15).
024100     05  WS-FIT-SXY          PIC S9(17).
024200     05  WS-FIT-DENOM        PIC S9(18).
024300     05  WS-FIT-SLOPE        PIC S9(09)V9(06).
024400     05  WS-FIT-INTERCEPT    PIC S9(11)V9(04).
024600     05  WS-PROJ-X           PIC S9(05).
024700     05  WS-PROJ-Y           PIC S9(11)V9(04).
024800 01  WS-PROJECTION.
024900     05  WS-PJ-NOW           PIC S9(11)V9(04).
025000     05  WS-PJ-30            PIC S9(11)V9(04).
025100     05  WS-PJ-60            PIC S9(11)V9(04).
025200     05  WS-PJ-90            PIC S9(11)V9(04).
025300 01  WS-DAYS-TO-BREACH       PIC S9(07) VALUE ZERO.
025400 01  WS-BREACH-DATE          PIC 9(08) VALUE ZERO.
025500 01  WS-GROWTH-PCT           PIC S9(05) VALUE ZERO.
025600*
025700 01  WS-PAGE-HEADER-1.
025800     05  FILLER              PIC X(40) VALUE
025900         "BATCH VOLUME AND RUN-TIME FORECAST".
026000     05  FILLER              PIC X(40) VALUE SPACES.
026100*
026200 01  WS-WINDOW-LINE.
026300     05  FILLER              PIC X(14) VALUE "TREND OVER THE".
026400     05  WS-WL-DAYS          PIC ZZZ9.
026500     05  FILLER              PIC X(13) VALUE " DAYS ENDING ".
026600     05  WS-WL-DATE          PIC 9999/99/99.
026700     05  FILLER              PIC X(39) VALUE
026800         ", PROJECTED 90 DAYS AHEAD".
026900*
027000 01  WS-TIME-TITLE.
027100     05  FILLER              PIC X(80) VALUE
027200         "RUN TIME IN MINUTES PER RUN, AGAINST THE SLATBL TARGET".
027300*
027400 01  WS-TIME-HDG.
027500     05  FILLER              PIC X(09) VALUE "STEP".
027600     05  FILLER              PIC X(06) VALUE "  RUNS".
027700     05  FILLER              PIC X(07) VALUE "    NOW".
027800     05  FILLER              PIC X(07) VALUE "    +30".
027900     05  FILLER              PIC X(07) VALUE "    +60".
028000     05  FILLER              PIC X(07) VALUE "    +90".
028100     05  FILLER              PIC X(06) VALUE "   SLA".
028200     05  FILLER              PIC X(31) VALUE " OUTLOOK".
028300*
028400 01  WS-TIME-LINE.
028500     05  WS-TL-PROGRAM-ID    PIC X(08).
028600     05  FILLER              PIC X(01) VALUE SPACE.
028700     05  WS-TL-RUNS          PIC ZZZZZ9.
028800     05  FILLER              PIC X(01) VALUE SPACE.
028900     05  WS-TL-NOW           PIC ZZZZZ9.
029000     05  FILLER              PIC X(01) VALUE SPACE.
029100     05  WS-TL-30            PIC ZZZZZ9.
029200     05  FILLER              PIC X(01) VALUE SPACE.
029300     05  WS-TL-60            PIC ZZZZZ9.
029400     05  FILLER              PIC X(01) VALUE SPACE.
029500     05  WS-TL-90            PIC ZZZZZ9.
029600     05  FILLER              PIC X(01) VALUE SPACE.
029700     05  WS-TL-SLA           PIC X(05).
029800     05  WS-TL-SLA-N         REDEFINES WS-TL-SLA
029900                             PIC ZZZZ9.
030000     05  FILLER              PIC X(01) VALUE SPACE.
030100     05  WS-TL-OUTLOOK       PIC X(30).
030200*
030300 01  WS-VOLUME-TITLE.
030400     05  FILLER              PIC X(80) VALUE
030500         "VOLUME IN RECORDS PER RUN".
030600*
030700 01  WS-VOLUME-HDG.
030800     05  FILLER              PIC X(09) VALUE "STEP".
030900     05  FILLER              PIC X(08) VALUE "SOURCE".
031000     05  FILLER              PIC X(09) VALUE "      NOW".
031100     05  FILLER              PIC X(09) VALUE "      +30".
031200     05  FILLER              PIC X(09) VALUE "      +60".
031300     05  FILLER              PIC X(09) VALUE "      +90".
031400     05  FILLER              PIC X(27) VALUE " GROWTH".
031500*
031600 01  WS-VOLUME-LINE.
031700     05  WS-VL-NAME          PIC X(08).
031800     05  FILLER              PIC X(01) VALUE SPACE.
031900     05  WS-VL-SOURCE        PIC X(07).
032000     05  FILLER              PIC X(01) VALUE SPACE.
032100     05  WS-VL-NOW           PIC Z(07)9.
032200     05  FILLER              PIC X(01) VALUE SPACE.
032300     05  WS-VL-30            PIC Z(07)9.
032400     05  FILLER              PIC X(01) VALUE SPACE.
032500     05  WS-VL-60            PIC Z(07)9.
032600     05  FILLER              PIC X(01) VALUE SPACE.
032700     05  WS-VL-90            PIC Z(07)9.
032800     05  FILLER              PIC X(01) VALUE SPACE.
032900     05  WS-VL-GROWTH        PIC -(4)9.
033000     05  FILLER              PIC X(22) VALUE " PCT".
033100*
033200 01  WS-EDIT-DATE            PIC 9999/99/99.
033300*
033400 01  WS-SUMMARY-LINE.
033500     05  FILLER              PIC X(07) VALUE "STEPS:".
033600     05  WS-SM-STEPS         PIC ZZZZ9.
033700     05  FILLER              PIC X(13) VALUE " RUNS USED:".
033800     05  WS-SM-RUNS          PIC ZZZZZZ9.
033900     05  FILLER              PIC X(21) VALUE
034000         " SLA BREACHES AHEAD:".
034100     05  WS-SM-BREACHES      PIC ZZZZ9.
034200     05  FILLER              PIC X(22) VALUE SPACES.
034300*----------------------------------------------------------*
034400 PROCEDURE DIVISION.
034500 0000-MAINLINE.
034600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034700     PERFORM 2000-LOAD-RUN-HIST THRU 2000-EXIT.
034800     PERFORM 2500-LOAD-CTL-HIST THRU 2500-EXIT.
034900     PERFORM 3000-PRINT-RUN-TIMES THRU 3000-EXIT.
035000     PERFORM 4000-PRINT-VOLUMES THRU 4000-EXIT.
035100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035200     GOBACK.
035300*----------------------------------------------------------*
035400* 1000-INITIALIZE - VALIDATE THE OPERATOR, READ THE CARD,
035500*                   LOAD THE SLA TABLE AND SET THE WINDOW
035600*----------------------------------------------------------*
035700 1000-INITIALIZE.
035800     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
035900     MOVE "BATFCST" TO OPERAUTH-CALLER.
036000     PERFORM OPERAUTH-VALIDATE
036100         THRU OPERAUTH-VALIDATE-EXIT.
036200     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
036300     PERFORM 1100-READ-FCST-PARM THRU 1100-EXIT.
036400     PERFORM 1200-LOAD-SLA-TABLE THRU 1200-EXIT.
036500     OPEN OUTPUT FCST-RPT.
036600     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
036700     COMPUTE WS-TODAY-INT =
036800         FUNCTION INTEGER-OF-DATE (RUNHDR-DATE).
036900     COMPUTE WS-WINDOW-INT = WS-TODAY-INT - WS-HISTORY-DAYS.
037000     MOVE "SUMCALC" TO WS-CT-NAME (1).
037100     MOVE "SPDCALC" TO WS-CT-NAME (2).
037200     MOVE "FACTSER" TO WS-CT-NAME (3).
037300     PERFORM 1300-CLEAR-CTL-ENTRY THRU 1300-EXIT
037400         VARYING WS-CTL-SUB FROM 1 BY 1
037500         UNTIL WS-CTL-SUB > 3.
037600     MOVE WS-HISTORY-DAYS TO WS-WL-DAYS.
037700     MOVE RUNHDR-DATE TO WS-WL-DATE.
037800     MOVE WS-WINDOW-LINE TO WS-PRINT-LINE.
037900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
038000 1000-EXIT.
038100     EXIT.
038200*----------------------------------------------------------*
038300* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
038400*----------------------------------------------------------*
038500 1050-PRINT-RUN-HEADER.
038600     MOVE "BATFCST" TO RUNHDR-JOB-NAME.
038700     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
038800     MOVE "I" TO PRTSRV-FUNCTION.
038900     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
039000     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
039100     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
039200     MOVE SPACES TO PRTSRV-COLUMN-HDG.
039300     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
039400     CALL "PRTSRV" USING PRTSRV-CONTROL.
039500 1050-EXIT.
039600     EXIT.
039700*----------------------------------------------------------*
039800* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
039900*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
040000*                      RULES WHEN THE CARD IS ABSENT)
040100*----------------------------------------------------------*
040200 1090-READ-BUS-DATE.
040300     OPEN INPUT BUS-DATE-PARM.
040400     READ BUS-DATE-PARM
040500         AT END
040600             CONTINUE
040700         NOT AT END
040800             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
040900     END-READ.
041000     CLOSE BUS-DATE-PARM.
041100 1090-EXIT.
041200     EXIT.
041300*----------------------------------------------------------*
041400* 1100-READ-FCST-PARM - HISTORY WINDOW IN DAYS FROM THE
041500*                       OPTIONAL FCSTPRM CARD; BLANK OR ZERO
041600*                       KEEPS 180
041700*----------------------------------------------------------*
041800 1100-READ-FCST-PARM.
041900     OPEN INPUT FCST-PARM.
042000     READ FCST-PARM
042100         AT END
042200             CLOSE FCST-PARM
042300             GO TO 1100-EXIT
042400     END-READ.
042500     CLOSE FCST-PARM.
042600     IF FP-HISTORY-DAYS NUMERIC
042700         AND FP-HISTORY-DAYS > ZERO
042800         MOVE FP-HISTORY-DAYS TO WS-HISTORY-DAYS
042900     END-IF.
043000 1100-EXIT.
043100     EXIT.
043200*----------------------------------------------------------*
043300* 1200-LOAD-SLA-TABLE - THE SLATBL ENTRIES INTO THE TABLE
043400*----------------------------------------------------------*
043500 1200-LOAD-SLA-TABLE.
043600     MOVE "N" TO WS-EOF-SW.
043700     OPEN INPUT SLA-TABLE.
043800     PERFORM 1250-LOAD-ONE-SLA THRU 1250-EXIT
043900         UNTIL EOF-INPUT.
044000     CLOSE SLA-TABLE.
044100     MOVE "N" TO WS-EOF-SW.
044200 1200-EXIT.
044300     EXIT.
044400*----------------------------------------------------------*
044500* 1250-LOAD-ONE-SLA - ONE SLATBL RECORD INTO THE TABLE
044600*----------------------------------------------------------*
044700 1250-LOAD-ONE-SLA.
044800     READ SLA-TABLE
044900         AT END
045000             SET EOF-INPUT TO TRUE
045100             GO TO 1250-EXIT
045200     END-READ.
045300     IF WS-SLA-COUNT NOT < WS-SLA-MAX
045400         DISPLAY "BATFCST: SLATBL HOLDS MORE THAN " WS-SLA-MAX
045500             " ENTRIES - SLA TABLE FULL"
045600         MOVE 12 TO RETURN-CODE
045700         STOP RUN
045800     END-IF.
045900     ADD 1 TO WS-SLA-COUNT.
046000     MOVE SL-PROGRAM-ID TO WS-SL-PROGRAM-ID (WS-SLA-COUNT).
046100     MOVE SL-EXPECTED-MINS TO WS-SL-EXPECTED (WS-SLA-COUNT).
046200 1250-EXIT.
046300     EXIT.
046400*----------------------------------------------------------*
046500* 1300-CLEAR-CTL-ENTRY - ZERO ONE CTLHIST SERIES
046600*----------------------------------------------------------*
046700 1300-CLEAR-CTL-ENTRY.
046800     MOVE ZERO TO WS-CT-N (WS-CTL-SUB).
046900     MOVE ZERO TO WS-CT-SX (WS-CTL-SUB).
047000     MOVE ZERO TO WS-CT-SXX (WS-CTL-SUB).
047100     MOVE ZERO TO WS-CT-SY (WS-CTL-SUB).
047200     MOVE ZERO TO WS-CT-SXY (WS-CTL-SUB).
047300 1300-EXIT.
047400     EXIT.
047500*----------------------------------------------------------*
047600* 2000-LOAD-RUN-HIST - EVERY RUNHIST RUN INSIDE THE WINDOW
047700*                      INTO ITS STEP'S TREND SUMS
047800*----------------------------------------------------------*
047900 2000-LOAD-RUN-HIST.
048000     MOVE "N" TO WS-EOF-SW.
048100     OPEN INPUT RUN-HIST.
048200     PERFORM 2100-LOAD-ONE-RUN THRU 2100-EXIT
048300         UNTIL EOF-INPUT.
048400     CLOSE RUN-HIST.
048500 2000-EXIT.
048600     EXIT.
048700*----------------------------------------------------------*
048800* 2100-LOAD-ONE-RUN - ONE RUNHIST RECORD. A STEP NOT YET IN
048900*                     THE TABLE STARTS AN ENTRY; A TABLE TOO
049000*                     SMALL FOR THE SCHEDULE STOPS RC 12.
049100*----------------------------------------------------------*
049200 2100-LOAD-ONE-RUN.
049300     READ RUN-HIST
049400         AT END
049500             SET EOF-INPUT TO TRUE
049600             GO TO 2100-EXIT
049700     END-READ.
049800     ADD 1 TO WS-HIST-READ.
049900     IF RH-START-DATE NOT NUMERIC
050000         OR RH-END-DATE NOT NUMERIC
050100         OR RH-START-TIME NOT NUMERIC
050200         OR RH-END-TIME NOT NUMERIC
050300         OR RH-READ-COUNT NOT NUMERIC
050400         OR RH-START-DATE < 16010101
050500         OR RH-END-DATE < 16010101
050600         GO TO 2100-EXIT
050700     END-IF.
050800     COMPUTE WS-DATE-INT =
050900         FUNCTION INTEGER-OF-DATE (RH-START-DATE).
051000     IF WS-DATE-INT < WS-WINDOW-INT
051100         OR WS-DATE-INT > WS-TODAY-INT
051200         GO TO 2100-EXIT
051300     END-IF.
051400     COMPUTE WS-DAY-X = WS-DATE-INT - WS-WINDOW-INT.
051500     PERFORM 2200-COMPUTE-ELAPSED THRU 2200-EXIT.
051600     PERFORM 2300-FIND-STEP THRU 2300-EXIT.
051700     IF NOT ENTRY-FOUND
051800         IF WS-STEP-COUNT NOT < WS-STEP-MAX
051900             DISPLAY "BATFCST: RUNHIST HOLDS MORE THAN "
052000                 WS-STEP-MAX " STEPS - STEP TABLE FULL"
052100             MOVE 12 TO RETURN-CODE
052200             STOP RUN
052300         END-IF
052400         ADD 1 TO WS-STEP-COUNT
052500         MOVE WS-STEP-COUNT TO WS-STEP-SUB
052600         MOVE RH-PROGRAM-ID TO WS-ST-PROGRAM-ID (WS-STEP-SUB)
052700         MOVE ZERO TO WS-ST-RUNS (WS-STEP-SUB)
052800         MOVE ZERO TO WS-ST-SX (WS-STEP-SUB)
052900         MOVE ZERO TO WS-ST-SXX (WS-STEP-SUB)
053000         MOVE ZERO TO WS-ST-SY (WS-STEP-SUB)
053100         MOVE ZERO TO WS-ST-SXY (WS-STEP-SUB)
053200         MOVE ZERO TO WS-ST-SV (WS-STEP-SUB)
053300         MOVE ZERO TO WS-ST-SXV (WS-STEP-SUB)
053400     END-IF.
053500     ADD 1 TO WS-HIST-USED.
053600     ADD 1 TO WS-ST-RUNS (WS-STEP-SUB).
053700     ADD WS-DAY-X TO WS-ST-SX (WS-STEP-SUB).
053800     COMPUTE WS-ST-SXX (WS-STEP-SUB) =
053900         WS-ST-SXX (WS-STEP-SUB) + (WS-DAY-X * WS-DAY-X).
054000     ADD WS-ELAPSED-MINS TO WS-ST-SY (WS-STEP-SUB).
054100     COMPUTE WS-ST-SXY (WS-STEP-SUB) =
054200         WS-ST-SXY (WS-STEP-SUB) + (WS-DAY-X * WS-ELAPSED-MINS).
054300     ADD RH-READ-COUNT TO WS-ST-SV (WS-STEP-SUB).
054400     COMPUTE WS-ST-SXV (WS-STEP-SUB) =
054500         WS-ST-SXV (WS-STEP-SUB) + (WS-DAY-X * RH-READ-COUNT).
054600 2100-EXIT.
054700     EXIT.
054800*----------------------------------------------------------*
054900* 2200-COMPUTE-ELAPSED - ELAPSED MINUTES FROM THE START AND
055000*                        END STAMPS, SAFE ACROSS MIDNIGHT
055100*----------------------------------------------------------*
055200 2200-COMPUTE-ELAPSED.
055300     COMPUTE WS-START-INT =
055400         FUNCTION INTEGER-OF-DATE (RH-START-DATE).
055500     COMPUTE WS-END-INT =
055600         FUNCTION INTEGER-OF-DATE (RH-END-DATE).
055700     COMPUTE WS-START-SECS =
055800         (RH-START-HH * 3600)
055900         + (RH-START-MM * 60)
056000         + RH-START-SS.
056100     COMPUTE WS-END-SECS =
056200         (RH-END-HH * 3600)
056300         + (RH-END-MM * 60)
056400         + RH-END-SS.
056500     COMPUTE WS-ELAPSED-SECS =
056600         ((WS-END-INT - WS-START-INT) * 86400)
056700         + WS-END-SECS - WS-START-SECS.
056800     IF WS-ELAPSED-SECS < ZERO
056900         MOVE ZERO TO WS-ELAPSED-SECS
057000     END-IF.
057100     COMPUTE WS-ELAPSED-MINS ROUNDED =
057200         WS-ELAPSED-SECS / 60
057300         ON SIZE ERROR
057400             MOVE ZERO TO WS-ELAPSED-MINS
057500     END-COMPUTE.
057600 2200-EXIT.
057700     EXIT.
057800*----------------------------------------------------------*
057900* 2300-FIND-STEP - TABLE SEARCH BY RH-PROGRAM-ID, LEAVING
058000*                  WS-STEP-SUB ON THE ENTRY WHEN FOUND
058100*----------------------------------------------------------*
058200 2300-FIND-STEP.
058300     MOVE "N" TO WS-FOUND-SW.
058400     PERFORM 2350-SCAN-STEP THRU 2350-EXIT
058500         VARYING WS-STEP-SUB FROM 1 BY 1
058600         UNTIL ENTRY-FOUND
058700         OR WS-STEP-SUB > WS-STEP-COUNT.
058800     IF ENTRY-FOUND
058900         SUBTRACT 1 FROM WS-STEP-SUB
059000     END-IF.
059100 2300-EXIT.
059200     EXIT.
059300*----------------------------------------------------------*
059400* 2350-SCAN-STEP - ONE PROBE OF THE STEP TABLE
059500*----------------------------------------------------------*
059600 2350-SCAN-STEP.
059700     IF WS-ST-PROGRAM-ID (WS-STEP-SUB) = RH-PROGRAM-ID
059800         SET ENTRY-FOUND TO TRUE
059900     END-IF.
060000 2350-EXIT.
060100     EXIT.
060200*----------------------------------------------------------*
060300* 2500-LOAD-CTL-HIST - EVERY CTLHIST NIGHT INSIDE THE WINDOW
060400*                      INTO THE THREE RECORD-COUNT SERIES
060500*----------------------------------------------------------*
060600 2500-LOAD-CTL-HIST.
060700     MOVE "N" TO WS-EOF-SW.
060800     OPEN INPUT CTL-HIST.
060900     PERFORM 2600-LOAD-ONE-NIGHT THRU 2600-EXIT
061000         UNTIL EOF-INPUT.
061100     CLOSE CTL-HIST.
061200 2500-EXIT.
061300     EXIT.
061400*----------------------------------------------------------*
061500* 2600-LOAD-ONE-NIGHT - ONE CTLHIST RECORD
061600*----------------------------------------------------------*
061700 2600-LOAD-ONE-NIGHT.
061800     READ CTL-HIST
061900         AT END
062000             SET EOF-INPUT TO TRUE
062100             GO TO 2600-EXIT
062200     END-READ.
062300     ADD 1 TO WS-CTL-READ.
062400     IF CH-RUN-DATE NOT NUMERIC
062500         OR CH-RUN-DATE < 16010101
062600         OR CH-SUM-COUNT NOT NUMERIC
062700         OR CH-SPD-COUNT NOT NUMERIC
062800         OR CH-FAC-COUNT NOT NUMERIC
062900         GO TO 2600-EXIT
063000     END-IF.
063100     COMPUTE WS-DATE-INT =
063200         FUNCTION INTEGER-OF-DATE (CH-RUN-DATE).
063300     IF WS-DATE-INT < WS-WINDOW-INT
063400         OR WS-DATE-INT > WS-TODAY-INT
063500         GO TO 2600-EXIT
063600     END-IF.
063700     ADD 1 TO WS-CTL-USED.
063800     COMPUTE WS-DAY-X = WS-DATE-INT - WS-WINDOW-INT.
063900     MOVE CH-SUM-COUNT TO WS-CTL-COUNT-IN.
064000     MOVE 1 TO WS-CTL-SUB.
064100     PERFORM 2650-ADD-CTL-POINT THRU 2650-EXIT.
064200     MOVE CH-SPD-COUNT TO WS-CTL-COUNT-IN.
064300     MOVE 2 TO WS-CTL-SUB.
064400     PERFORM 2650-ADD-CTL-POINT THRU 2650-EXIT.
064500     MOVE CH-FAC-COUNT TO WS-CTL-COUNT-IN.
064600     MOVE 3 TO WS-CTL-SUB.
064700     PERFORM 2650-ADD-CTL-POINT THRU 2650-EXIT.
064800 2600-EXIT.
064900     EXIT.
065000*----------------------------------------------------------*
065100* 2650-ADD-CTL-POINT - ONE NIGHT'S COUNT INTO ITS SERIES
065200*----------------------------------------------------------*
065300 2650-ADD-CTL-POINT.
065400     ADD 1 TO WS-CT-N (WS-CTL-SUB).
065500     ADD WS-DAY-X TO WS-CT-SX (WS-CTL-SUB).
065600     COMPUTE WS-CT-SXX (WS-CTL-SUB) =
065700         WS-CT-SXX (WS-CTL-SUB) + (WS-DAY-X * WS-DAY-X).
065800     ADD WS-CTL-COUNT-IN TO WS-CT-SY (WS-CTL-SUB).
065900     COMPUTE WS-CT-SXY (WS-CTL-SUB) =
066000         WS-CT-SXY (WS-CTL-SUB) + (WS-DAY-X * WS-CTL-COUNT-IN).
066100 2650-EXIT.
066200     EXIT.
066300*----------------------------------------------------------*
066400* 3000-PRINT-RUN-TIMES - THE RUN-TIME SECTION, ONE LINE PER
066500*                        STEP
066600*----------------------------------------------------------*
066700 3000-PRINT-RUN-TIMES.
066800     MOVE SPACES TO WS-PRINT-LINE.
066900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
067000     MOVE WS-TIME-TITLE TO WS-PRINT-LINE.
067100     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
067200     MOVE WS-TIME-HDG TO PRTSRV-COLUMN-HDG.
067300     MOVE WS-TIME-HDG TO WS-PRINT-LINE.
067400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
067500     PERFORM 3100-STEP-RUN-TIME THRU 3100-EXIT
067600         VARYING WS-STEP-SUB FROM 1 BY 1
067700         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
067800 3000-EXIT.
067900     EXIT.
068000*----------------------------------------------------------*
068100* 3100-STEP-RUN-TIME - ONE STEP: ITS ELAPSED-TIME TREND NOW
068200*                      AND 30/60/90 DAYS OUT, AND ITS OUTLOOK
068300*                      AGAINST THE SLA
068400*----------------------------------------------------------*
068500 3100-STEP-RUN-TIME.
068600     MOVE WS-ST-RUNS (WS-STEP-SUB) TO WS-FIT-N.
068700     MOVE WS-ST-SX (WS-STEP-SUB) TO WS-FIT-SX.
068800     MOVE WS-ST-SXX (WS-STEP-SUB) TO WS-FIT-SXX.
068900     MOVE WS-ST-SY (WS-STEP-SUB) TO WS-FIT-SY.
069000     MOVE WS-ST-SXY (WS-STEP-SUB) TO WS-FIT-SXY.
069100     PERFORM 5000-FIT-TREND THRU 5000-EXIT.
069200     PERFORM 5200-PROJECT-SERIES THRU 5200-EXIT.
069300     MOVE WS-ST-PROGRAM-ID (WS-STEP-SUB) TO WS-TL-PROGRAM-ID.
069400     MOVE WS-ST-RUNS (WS-STEP-SUB) TO WS-TL-RUNS.
069500     COMPUTE WS-TL-NOW ROUNDED = WS-PJ-NOW.
069600     COMPUTE WS-TL-30 ROUNDED = WS-PJ-30.
069700     COMPUTE WS-TL-60 ROUNDED = WS-PJ-60.
069800     COMPUTE WS-TL-90 ROUNDED = WS-PJ-90.
069900     PERFORM 3200-FIND-SLA THRU 3200-EXIT.
070000     IF NOT SLA-FOUND
070100         MOVE SPACES TO WS-TL-SLA
070200         MOVE "NO SLATBL ENTRY" TO WS-TL-OUTLOOK
070300         GO TO 3100-WRITE
070400     END-IF.
070500     MOVE WS-EXPECTED-MINS TO WS-TL-SLA-N.
070600     MOVE SPACES TO WS-TL-OUTLOOK.
070700     IF WS-PJ-NOW > WS-EXPECTED-MINS
070800         ADD 1 TO WS-BREACH-COUNT
070900         MOVE "** OVER SLA NOW" TO WS-TL-OUTLOOK
071000         GO TO 3100-WRITE
071100     END-IF.
071200     IF WS-FIT-SLOPE NOT > ZERO
071300         GO TO 3100-WRITE
071400     END-IF.
071500     COMPUTE WS-DAYS-TO-BREACH ROUNDED =
071600         (WS-EXPECTED-MINS - WS-PJ-NOW) / WS-FIT-SLOPE
071700         ON SIZE ERROR
071800             MOVE 9999999 TO WS-DAYS-TO-BREACH
071900     END-COMPUTE.
072000     IF WS-DAYS-TO-BREACH > WS-HORIZON-DAYS
072100         GO TO 3100-WRITE
072200     END-IF.
072300     ADD 1 TO WS-BREACH-COUNT.
072400     COMPUTE WS-BREACH-DATE = FUNCTION DATE-OF-INTEGER
072500         (WS-TODAY-INT + WS-DAYS-TO-BREACH).
072600     MOVE WS-BREACH-DATE TO WS-EDIT-DATE.
072700     STRING "** BREACH ABOUT " DELIMITED BY SIZE
072800            WS-EDIT-DATE DELIMITED BY SIZE
072900         INTO WS-TL-OUTLOOK
073000     END-STRING.
073100 3100-WRITE.
073200     MOVE WS-TIME-LINE TO WS-PRINT-LINE.
073300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
073400 3100-EXIT.
073500     EXIT.
073600*----------------------------------------------------------*
073700* 3200-FIND-SLA - THE STEP'S SLATBL EXPECTED MINUTES
073800*----------------------------------------------------------*
073900 3200-FIND-SLA.
074000     MOVE "N" TO WS-SLA-FOUND-SW.
074100     PERFORM 3250-SCAN-SLA THRU 3250-EXIT
074200         VARYING WS-SLA-SUB FROM 1 BY 1
074300         UNTIL SLA-FOUND
074400         OR WS-SLA-SUB > WS-SLA-COUNT.
074500 3200-EXIT.
074600     EXIT.
074700*----------------------------------------------------------*
074800* 3250-SCAN-SLA - ONE PROBE OF THE SLA TABLE
074900*----------------------------------------------------------*
075000 3250-SCAN-SLA.
075100     IF WS-SL-PROGRAM-ID (WS-SLA-SUB)
075200         = WS-ST-PROGRAM-ID (WS-STEP-SUB)
075300         MOVE WS-SL-EXPECTED (WS-SLA-SUB) TO WS-EXPECTED-MINS
075400         SET SLA-FOUND TO TRUE
075500     END-IF.
075600 3250-EXIT.
075700     EXIT.
075800*----------------------------------------------------------*
075900* 4000-PRINT-VOLUMES - THE VOLUME SECTION: THE THREE CTLHIST
076000*                      RECORD COUNTS, THEN EACH STEP'S RUNLOG
076100*                      RECORDS READ
076200*----------------------------------------------------------*
076300 4000-PRINT-VOLUMES.
076400     MOVE SPACES TO WS-PRINT-LINE.
076500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
076600     MOVE WS-VOLUME-TITLE TO WS-PRINT-LINE.
076700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
076800     MOVE WS-VOLUME-HDG TO PRTSRV-COLUMN-HDG.
076900     MOVE WS-VOLUME-HDG TO WS-PRINT-LINE.
077000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
077100     PERFORM 4100-CTL-VOLUME THRU 4100-EXIT
077200         VARYING WS-CTL-SUB FROM 1 BY 1
077300         UNTIL WS-CTL-SUB > 3.
077400     PERFORM 4200-STEP-VOLUME THRU 4200-EXIT
077500         VARYING WS-STEP-SUB FROM 1 BY 1
077600         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
077700 4000-EXIT.
077800     EXIT.
077900*----------------------------------------------------------*
078000* 4100-CTL-VOLUME - ONE CTLHIST RECORD-COUNT SERIES
078100*----------------------------------------------------------*
078200 4100-CTL-VOLUME.
078300     MOVE WS-CT-N (WS-CTL-SUB) TO WS-FIT-N.
078400     MOVE WS-CT-SX (WS-CTL-SUB) TO WS-FIT-SX.
078500     MOVE WS-CT-SXX (WS-CTL-SUB) TO WS-FIT-SXX.
078600     MOVE WS-CT-SY (WS-CTL-SUB) TO WS-FIT-SY.
078700     MOVE WS-CT-SXY (WS-CTL-SUB) TO WS-FIT-SXY.
078800     MOVE WS-CT-NAME (WS-CTL-SUB) TO WS-VL-NAME.
078900     MOVE "CTLHIST" TO WS-VL-SOURCE.
079000     PERFORM 4500-WRITE-VOLUME THRU 4500-EXIT.
079100 4100-EXIT.
079200     EXIT.
079300*----------------------------------------------------------*
079400* 4200-STEP-VOLUME - ONE STEP'S RECORDS-READ SERIES
079500*----------------------------------------------------------*
079600 4200-STEP-VOLUME.
079700     MOVE WS-ST-RUNS (WS-STEP-SUB) TO WS-FIT-N.
079800     MOVE WS-ST-SX (WS-STEP-SUB) TO WS-FIT-SX.
079900     MOVE WS-ST-SXX (WS-STEP-SUB) TO WS-FIT-SXX.
080000     MOVE WS-ST-SV (WS-STEP-SUB) TO WS-FIT-SY.
080100     MOVE WS-ST-SXV (WS-STEP-SUB) TO WS-FIT-SXY.
080200     MOVE WS-ST-PROGRAM-ID (WS-STEP-SUB) TO WS-VL-NAME.
080300     MOVE "RUNLOG" TO WS-VL-SOURCE.
080400     PERFORM 4500-WRITE-VOLUME THRU 4500-EXIT.
080500 4200-EXIT.
080600     EXIT.
080700*----------------------------------------------------------*
080800* 4500-WRITE-VOLUME - FIT, PROJECT AND PRINT ONE VOLUME
080900*                     SERIES WITH ITS GROWTH OVER 90 DAYS
081000*----------------------------------------------------------*
081100 4500-WRITE-VOLUME.
081200     PERFORM 5000-FIT-TREND THRU 5000-EXIT.
081300     PERFORM 5200-PROJECT-SERIES THRU 5200-EXIT.
081400     COMPUTE WS-VL-NOW ROUNDED = WS-PJ-NOW.
081500     COMPUTE WS-VL-30 ROUNDED = WS-PJ-30.
081600     COMPUTE WS-VL-60 ROUNDED = WS-PJ-60.
081700     COMPUTE WS-VL-90 ROUNDED = WS-PJ-90.
081800     IF WS-PJ-NOW > ZERO
081900         COMPUTE WS-GROWTH-PCT ROUNDED =
082000             ((WS-PJ-90 - WS-PJ-NOW) * 100) / WS-PJ-NOW
082100             ON SIZE ERROR
082200                 MOVE 99999 TO WS-GROWTH-PCT
082300         END-COMPUTE
082400     ELSE
082500         MOVE ZERO TO WS-GROWTH-PCT
082600     END-IF.
082700     MOVE WS-GROWTH-PCT TO WS-VL-GROWTH.
082800     MOVE WS-VOLUME-LINE TO WS-PRINT-LINE.
082900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
083000 4500-EXIT.
083100     EXIT.
083200*----------------------------------------------------------*
083300* 5000-FIT-TREND - LEAST-SQUARES STRAIGHT LINE THROUGH THE
083400*                  SERIES IN WS-FIT-N/SX/SXX/SY/SXY. FEWER
083500*                  THAN TWO DAYS OF POINTS GIVE A FLAT LINE
083600*                  AT THE AVERAGE.
083700*----------------------------------------------------------*
083800 5000-FIT-TREND.
083900     MOVE ZERO TO WS-FIT-SLOPE.
084000     MOVE ZERO TO WS-FIT-INTERCEPT.
084100     IF WS-FIT-N = ZERO
084200         GO TO 5000-EXIT
084300     END-IF.
084400     COMPUTE WS-FIT-DENOM =
084500         (WS-FIT-N * WS-FIT-SXX) - (WS-FIT-SX * WS-FIT-SX).
084600     IF WS-FIT-N > 1
084700         AND WS-FIT-DENOM NOT = ZERO
084800         COMPUTE WS-FIT-SLOPE ROUNDED =
084900             ((WS-FIT-N * WS-FIT-SXY) - (WS-FIT-SX * WS-FIT-SY))
085000             / WS-FIT-DENOM
085100             ON SIZE ERROR
085200                 MOVE ZERO TO WS-FIT-SLOPE
085300         END-COMPUTE
085400     END-IF.
085700     COMPUTE WS-FIT-INTERCEPT ROUNDED =
085740         (WS-FIT-SY - (WS-FIT-SLOPE * WS-FIT-SX)) / WS-FIT-N
085780         ON SIZE ERROR
085820             MOVE ZERO TO WS-FIT-INTERCEPT
085860     END-COMPUTE.
085900 5000-EXIT.
086000     EXIT.
086100*----------------------------------------------------------*
086200* 5100-PROJECT - THE FITTED VALUE AT DAY WS-PROJ-X, NEVER
086300*                BELOW ZERO
086400*----------------------------------------------------------*
086500 5100-PROJECT.
086600     COMPUTE WS-PROJ-Y ROUNDED =
086700         WS-FIT-INTERCEPT + (WS-FIT-SLOPE * WS-PROJ-X).
086800     IF WS-PROJ-Y < ZERO
086900         MOVE ZERO TO WS-PROJ-Y
087000     END-IF.
087100 5100-EXIT.
087200     EXIT.
087300*----------------------------------------------------------*
087400* 5200-PROJECT-SERIES - THE FITTED VALUE TODAY AND 30, 60
087500*                       AND 90 DAYS AHEAD
087600*----------------------------------------------------------*
087700 5200-PROJECT-SERIES.
087800     MOVE WS-HISTORY-DAYS TO WS-PROJ-X.
087900     PERFORM 5100-PROJECT THRU 5100-EXIT.
088000     MOVE WS-PROJ-Y TO WS-PJ-NOW.
088100     COMPUTE WS-PROJ-X = WS-HISTORY-DAYS + 30.
088200     PERFORM 5100-PROJECT THRU 5100-EXIT.
088300     MOVE WS-PROJ-Y TO WS-PJ-30.
088400     COMPUTE WS-PROJ-X = WS-HISTORY-DAYS + 60.
088500     PERFORM 5100-PROJECT THRU 5100-EXIT.
088600     MOVE WS-PROJ-Y TO WS-PJ-60.
088700     COMPUTE WS-PROJ-X = WS-HISTORY-DAYS + WS-HORIZON-DAYS.
088800     PERFORM 5100-PROJECT THRU 5100-EXIT.
088900     MOVE WS-PROJ-Y TO WS-PJ-90.
089000 5200-EXIT.
089100     EXIT.
089200*----------------------------------------------------------*
089300* 9000-TERMINATE - SUMMARY, CLOSES AND THE RUN LOG
089400*----------------------------------------------------------*
089500 9000-TERMINATE.
089600     MOVE SPACES TO WS-PRINT-LINE.
089700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
089800     MOVE WS-STEP-COUNT TO WS-SM-STEPS.
089900     MOVE WS-HIST-USED TO WS-SM-RUNS.
090000     MOVE WS-BREACH-COUNT TO WS-SM-BREACHES.
090100     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
090200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
090300     PERFORM 8900-END-REPORT THRU 8900-EXIT.
090400     CLOSE FCST-RPT.
090500     MOVE "BATFCST" TO RUNLOG-PROGRAM-ID.
090600     COMPUTE RUNLOG-READ-COUNT = WS-HIST-READ + WS-CTL-READ.
090700     MOVE WS-STEP-COUNT TO RUNLOG-WRITE-COUNT.
090800     MOVE WS-BREACH-COUNT TO RUNLOG-EXCEPT-COUNT.
090900     MOVE "OK" TO RUNLOG-STATUS.
091000     IF WS-BREACH-COUNT > ZERO
091100         MOVE 4 TO RETURN-CODE
091200     END-IF.
091300     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
091400 9000-EXIT.
091500     EXIT.
091600*----------------------------------------------------------*
091700* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
091800*                          SHARED PRINT SERVICE, WRITING THE
091900*                          PAGE HEADINGS FIRST ON A PAGE BREAK
092000*----------------------------------------------------------*
092100 8800-WRITE-REPORT-LINE.
092200     MOVE "W" TO PRTSRV-FUNCTION.
092300     CALL "PRTSRV" USING PRTSRV-CONTROL.
092400     IF PRTSRV-NEW-PAGE
092500         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
092600             VARYING WS-HDG-SUB FROM 1 BY 1
092700             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
092800     END-IF.
092900     MOVE WS-PRINT-LINE TO FR-RECORD.
093000     WRITE FR-RECORD.
093100 8800-EXIT.
093200     EXIT.
093300*----------------------------------------------------------*
093400* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
093500*----------------------------------------------------------*
093600 8850-WRITE-HEADING.
093700     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO FR-RECORD.
093800     WRITE FR-RECORD.
093900 8850-EXIT.
094000     EXIT.
094100*----------------------------------------------------------*
094200* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
094300*                   LINE-AND-PAGE-COUNT LINE
094400*----------------------------------------------------------*
094500 8900-END-REPORT.
094600     MOVE "E" TO PRTSRV-FUNCTION.
094700     CALL "PRTSRV" USING PRTSRV-CONTROL.
094800     MOVE PRTSRV-FINAL-LINE TO FR-RECORD.
094900     WRITE FR-RECORD.
095000 8900-EXIT.
095100     EXIT.
095200*----------------------------------------------------------*
095300     COPY RUNHDRP.
095400     COPY RUNLOGP.
095500     COPY OPERAUTP.
