000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     ROUTCOST.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - MONTHLY ROUTE AND DEPOT
001200*                   COST REPORT. THE MONTH'S FUELTKT TICKETS
001300*                   ARE PRICED FROM THE FUELPRC TABLE (PRICE
001400*                   PER LITRE BY DEPOT AND EFFECTIVE DATE, **
001500*                   FOR ALL DEPOTS) AGAINST THE DEPOT OF EACH
001600*                   VEHICLE'S ROUTE. EVERY DSPTRIPS TRIP (TRAIL-
001700*                   ER VERIFIED) GETS ITS DISTANCE AND ELAPSED
001800*                   TIME FROM THE SHARED SPDCALC COMPUTE AND ITS
001900*                   DRIVER TIME PRICED FROM THE DRVRATE HOURLY
002000*                   COST (** DEFAULT ROW). EACH VEHICLE'S FUEL
002100*                   COST IS SPREAD OVER ITS TRIPS BY DISTANCE,
002200*                   AND THE TRIPS ROLL UP BY RM-ROUTE-CODE AND
002300*                   RM-DEPOT ON THE ROUTCRPT REPORT WITH COST
002400*                   PER KM AND PER TRIP. A ROUTE WHOSE COST PER
002500*                   KM IS MORE THAN THE ROUTCPRM PERCENTAGE
002600*                   (DEFAULT 25) ABOVE THE FLEET AVERAGE IS
002700*                   FLAGGED HIGH.
002800*----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT FUEL-TICKETS ASSIGN TO "FUELTKT"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT DISPATCH-TRIPS ASSIGN TO "DSPTRIPS"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT VEH-MASTER   ASSIGN TO "VEHMSTR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS VM-VEHICLE-ID.
004300     SELECT ROUT-MASTER  ASSIGN TO "ROUTMSTR"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS RM-ROUTE-CODE.
004700     SELECT FUEL-PRICE   ASSIGN TO "FUELPRC"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT DRV-RATE     ASSIGN TO "DRVRATE"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT OPTIONAL COST-PARM ASSIGN TO "ROUTCPRM"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT COST-RPT     ASSIGN TO "ROUTCRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT TRIP-WORK    ASSIGN TO "RCWORK".
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
006900 FD  FUEL-TICKETS
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  FT-RECORD.
007300     05  FT-VEHICLE-ID       PIC X(06).
007400     05  FT-DATE             PIC 9(08).
007500     05  FT-LITRES           PIC 9(4)V99.
007600     05  FT-ODOMETER         PIC 9(6)V99.
007700     05  FILLER              PIC X(52).
007800*
007900* THE TRIP READINGS CARRY THE NAMES THE SHARED SPDCALC
008000* COMPUTE WORKS ON
008100*
008200 FD  DISPATCH-TRIPS
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 80 CHARACTERS.
008500 01  DTR-RECORD.
008600     05  DTR-VEHICLE-ID      PIC X(06).
008700     05  D1                  PIC S9(2)V99.
008800     05  D2                  PIC S9(2)V99.
008900     05  DTR-T1-DATE         PIC 9(08).
009000     05  T1                  PIC S9(2)V99.
009100     05  DTR-T2-DATE         PIC 9(08).
009200     05  T2                  PIC S9(2)V99.
009300     05  FILLER              PIC X(46).
009400*
009500 FD  VEH-MASTER
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 80 CHARACTERS.
009800 01  VM-RECORD.
009900     05  VM-VEHICLE-ID       PIC X(06).
010000     05  VM-ROUTE-CODE       PIC X(04).
010100     05  VM-DRIVER-ID        PIC X(06).
010200     05  VM-VEHICLE-CLASS    PIC X(02).
010300     05  VM-MAX-SPEED        PIC 9(3)V99.
010400     05  FILLER              PIC X(57).
010500*
010600 FD  ROUT-MASTER
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  RM-RECORD.
011000     05  RM-ROUTE-CODE       PIC X(04).
011100     05  RM-DESCRIPTION      PIC X(30).
011200     05  RM-STD-DISTANCE     PIC 9(5)V99.
011300     05  RM-DEPOT            PIC X(02).
011400     05  FILLER              PIC X(37).
011500*
011600* FUEL PRICE PER LITRE FROM ITS EFFECTIVE DATE - DEPOT **
011700* PRICES EVERY DEPOT WITHOUT A ROW OF ITS OWN
011800*
011900 FD  FUEL-PRICE
012000     LABEL RECORDS ARE STANDARD
012100     RECORD CONTAINS 80 CHARACTERS.
012200 01  FP-RECORD.
012300     05  FP-DEPOT            PIC X(02).
012400     05  FP-EFF-DATE         PIC 9(08).
012500     05  FP-PRICE            PIC 9(2)V999.
012600     05  FILLER              PIC X(65).
012700*
012800* DRIVER HOURLY COST - DRIVER ** IS THE DEFAULT RATE
012900*
013000 FD  DRV-RATE
013100     LABEL RECORDS ARE STANDARD
013200     RECORD CONTAINS 80 CHARACTERS.
013300 01  DRT-RECORD.
013400     05  DRT-DRIVER-ID       PIC X(06).
013500     05  DRT-HOURLY-COST     PIC 9(3)V99.
013600     05  FILLER              PIC X(69).
013700*
013800 FD  COST-PARM
013900     LABEL RECORDS ARE STANDARD
014000     RECORD CONTAINS 80 CHARACTERS.
014100 01  CP-RECORD.
014200     05  CP-HIGH-PCT         PIC 9(03).
014300     05  FILLER              PIC X(77).
014400*
014500 FD  COST-RPT
014600     LABEL RECORDS ARE STANDARD
014700     RECORD CONTAINS 80 CHARACTERS.
014800 01  CR-RECORD               PIC X(80).
014900*
015000 SD  TRIP-WORK.
015100 01  SRT-RECORD.
015200     05  SRT-DEPOT           PIC X(02).
015300     05  SRT-ROUTE-CODE      PIC X(04).
015400     05  SRT-VEHICLE-ID      PIC X(06).
015500     05  SRT-DATE            PIC 9(08).
015600     05  SRT-KM              PIC 9(3)V99.
015700     05  SRT-HOURS           PIC 9(4)V99.
015800     05  SRT-DRIVER-COST     PIC 9(6)V99.
015900     05  SRT-VEH-SUB         PIC 9(04).
016000     05  FILLER              PIC X(37).
016100*
016200 FD  RUN-LOG
016300     LABEL RECORDS ARE STANDARD
016400     RECORD CONTAINS 80 CHARACTERS.
016500 01  RL-RECORD               PIC X(80).
016600*
016700 FD  BUS-DATE-PARM
016800     LABEL RECORDS ARE STANDARD
016900     RECORD CONTAINS 80 CHARACTERS.
017000 01  BD-RECORD.
017100     05  BD-BUSINESS-DATE    PIC 9(08).
017200     05  FILLER              PIC X(72).
017300*
017400 FD  OPER-CARD
017500     LABEL RECORDS ARE STANDARD
017600     RECORD CONTAINS 80 CHARACTERS.
017700 01  OC-RECORD.
017800     05  OC-OPERATOR-ID      PIC X(08).
017900     05  FILLER              PIC X(72).
018000*
018100 FD  OPER-AUTH
018200     LABEL RECORDS ARE STANDARD
018300     RECORD CONTAINS 80 CHARACTERS.
018400 01  OA-RECORD.
018500     05  OA-OPERATOR-ID      PIC X(08).
018600     05  OA-NAME             PIC X(20).
018700     05  OA-ACTIVE           PIC X(01).
018800     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
018900     05  FILLER              PIC X(11).
019000*
019100 FD  OPER-LOG
019200     LABEL RECORDS ARE STANDARD
019300     RECORD CONTAINS 80 CHARACTERS.
019400 01  OL-RECORD               PIC X(80).
019500*----------------------------------------------------------*
019600 WORKING-STORAGE SECTION.
019700     COPY RUNHDR.
019800     COPY FILETRLR.
019900     COPY RUNLOG.
020000     COPY OPERAUTH.
020100     COPY PRTSRV.
020200     COPY SPDCALC.
020300 01  WS-PRINT-LINE           PIC X(80).
020400 01  WS-HDG-SUB              PIC 9(01) COMP.
020500*
020600 01  WS-SWITCHES.
020700     05  WS-EOF-SW           PIC X(01) VALUE "N".
020800         88  EOF-INPUT               VALUE "Y".
020900     05  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
021000         88  EOF-TRIP-WORK           VALUE "Y".
021100     05  WS-FOUND-SW         PIC X(01) VALUE "N".
021200         88  ENTRY-FOUND             VALUE "Y".
021300     05  WS-FIRST-TRIP-SW    PIC X(01) VALUE "Y".
021400         88  FIRST-TRIP              VALUE "Y".
021500*
021600 01  WS-COUNTERS.
021700     05  WS-TICKET-COUNT     PIC 9(05) COMP VALUE ZERO.
021800     05  WS-TKT-UNKV         PIC 9(05) COMP VALUE ZERO.
021900     05  WS-UNPRICED         PIC 9(05) COMP VALUE ZERO.
022000     05  WS-TRIP-READ        PIC 9(06) COMP VALUE ZERO.
022100     05  WS-TRIP-COSTED      PIC 9(06) COMP VALUE ZERO.
022200     05  WS-TRIP-UNKV        PIC 9(05) COMP VALUE ZERO.
022300     05  WS-NO-ROUTE         PIC 9(05) COMP VALUE ZERO.
022400     05  WS-BAD-TIME         PIC 9(05) COMP VALUE ZERO.
022500     05  WS-ROUTE-COUNT      PIC 9(05) COMP VALUE ZERO.
022600     05  WS-HIGH-COUNT       PIC 9(05) COMP VALUE ZERO.
022700*
022800* PERCENTAGE ABOVE THE FLEET COST PER KM AT WHICH A ROUTE IS
022900* FLAGGED - ROUTCPRM OVERRIDES
023000*
023100 01  WS-HIGH-PCT             PIC 9(03) VALUE 25.
023200*
023300 01  WS-SEARCH-VEHICLE-ID    PIC X(06) VALUE SPACES.
023400 01  WS-T1-DATE-INT          PIC 9(08) VALUE ZERO.
023500 01  WS-T2-DATE-INT          PIC 9(08) VALUE ZERO.
023600*
023700* THE PRICE SEARCH - DEPOT AND DATE IN, BEST PRICE OUT
023800*
023900 01  WS-PRICE-DEPOT          PIC X(02) VALUE SPACES.
024000 01  WS-PRICE-DATE           PIC 9(08) VALUE ZERO.
024100 01  WS-BEST-DATE            PIC 9(08) VALUE ZERO.
024200 01  WS-BEST-PRICE           PIC 9(2)V999 VALUE ZERO.
024300 01  WS-TICKET-COST          PIC 9(6)V99 VALUE ZERO.
024400 01  WS-TRIP-FUEL            PIC 9(7)V99 VALUE ZERO.
024500*
024600 01  WS-PRICE-MAX            PIC 9(04) COMP VALUE 200.
024700 01  WS-PRICE-COUNT          PIC 9(04) COMP VALUE ZERO.
024800 01  WS-PRICE-SUB            PIC 9(04) COMP VALUE ZERO.
024900 01  WS-PRICE-TABLE.
025000     05  WS-PRICE-ENTRY OCCURS 200 TIMES.
025100         10  WS-PT-DEPOT         PIC X(02).
025200         10  WS-PT-EFF-DATE      PIC 9(08).
025300         10  WS-PT-PRICE         PIC 9(2)V999.
025400*
025500 01  WS-RATE-MAX             PIC 9(04) COMP VALUE 500.
025600 01  WS-RATE-COUNT           PIC 9(04) COMP VALUE ZERO.
025700 01  WS-RATE-SUB             PIC 9(04) COMP VALUE ZERO.
025800 01  WS-RATE-DEFAULT         PIC 9(04) COMP VALUE ZERO.
025900 01  WS-RATE-TABLE.
026000     05  WS-RATE-ENTRY OCCURS 500 TIMES.
026100         10  WS-RT-DRIVER-ID     PIC X(06).
026200         10  WS-RT-HOURLY-COST   PIC 9(3)V99.
026300*
026400* THE FLEET, LOADED FROM VEHMSTR IN VEHICLE ORDER, EACH WITH
026500* ITS ROUTE, THE DEPOT OF THAT ROUTE (SPACES WHEN THE ROUTE
026600* IS NOT ON ROUTMSTR), ITS DRIVER'S HOURLY COST AND THE
026700* MONTH'S FUEL AND DISTANCE
026800*
026900 01  WS-VEH-MAX              PIC 9(04) COMP VALUE 500.
027000 01  WS-VEH-COUNT            PIC 9(04) COMP VALUE ZERO.
027100 01  WS-VEH-SUB              PIC 9(04) COMP VALUE ZERO.
027200 01  WS-VEH-TABLE.
027300     05  WS-VEH-ENTRY OCCURS 500 TIMES.
027400         10  WS-VT-VEHICLE-ID    PIC X(06).
027500         10  WS-VT-ROUTE-CODE    PIC X(04).
027600         10  WS-VT-DEPOT         PIC X(02).
027700         10  WS-VT-HOURLY-COST   PIC 9(3)V99.
027800         10  WS-VT-FUEL-COST     PIC 9(7)V99.
027900         10  WS-VT-KM            PIC 9(7)V99.
028000*
028100* FLEET FIGURES BEHIND THE AVERAGE COST PER KM
028200*
028300 01  WS-FLEET-KM             PIC 9(8)V99 VALUE ZERO.
028400 01  WS-FLEET-FUEL           PIC 9(8)V99 VALUE ZERO.
028500 01  WS-FLEET-DRIVER         PIC 9(8)V99 VALUE ZERO.
028600 01  WS-FUEL-NO-TRIPS        PIC 9(8)V99 VALUE ZERO.
028700 01  WS-FLEET-PER-KM         PIC 9(3)V999 VALUE ZERO.
028800 01  WS-HIGH-PER-KM          PIC 9(3)V999 VALUE ZERO.
028900*
029000* ROUTE, DEPOT AND REPORT TOTALS
029100*
029200 01  WS-PRIOR-DEPOT          PIC X(02) VALUE SPACES.
029300 01  WS-PRIOR-ROUTE          PIC X(04) VALUE SPACES.
029400 01  WS-ROUTE-TOTALS.
029500     05  WS-RTE-TRIPS        PIC 9(05) VALUE ZERO.
029600     05  WS-RTE-KM           PIC 9(7)V99 VALUE ZERO.
029700     05  WS-RTE-FUEL         PIC 9(8)V99 VALUE ZERO.
029800     05  WS-RTE-DRIVER       PIC 9(8)V99 VALUE ZERO.
029900 01  WS-DEPOT-TOTALS.
030000     05  WS-DPT-TRIPS        PIC 9(05) VALUE ZERO.
030100     05  WS-DPT-KM           PIC 9(7)V99 VALUE ZERO.
030200     05  WS-DPT-FUEL         PIC 9(8)V99 VALUE ZERO.
030300     05  WS-DPT-DRIVER       PIC 9(8)V99 VALUE ZERO.
030400 01  WS-REPORT-TOTALS.
030500     05  WS-RPT-TRIPS        PIC 9(05) VALUE ZERO.
030600     05  WS-RPT-KM           PIC 9(7)V99 VALUE ZERO.
030700     05  WS-RPT-FUEL         PIC 9(8)V99 VALUE ZERO.
030800     05  WS-RPT-DRIVER       PIC 9(8)V99 VALUE ZERO.
030900*
031000* ONE COST LINE'S FIGURES, SET BY THE CALLER OF 3870
031100*
031200 01  WS-LINE-TOTALS.
031300     05  WS-LN-TRIPS         PIC 9(05) VALUE ZERO.
031400     05  WS-LN-KM            PIC 9(7)V99 VALUE ZERO.
031500     05  WS-LN-FUEL          PIC 9(8)V99 VALUE ZERO.
031600     05  WS-LN-DRIVER        PIC 9(8)V99 VALUE ZERO.
031700 01  WS-LN-TOTAL             PIC 9(8)V99 VALUE ZERO.
031800 01  WS-LN-PER-KM            PIC 9(3)V999 VALUE ZERO.
031900 01  WS-LN-PER-TRIP          PIC 9(6)V99 VALUE ZERO.
032000*
032100 01  WS-PAGE-HEADER-1.
032200     05  FILLER              PIC X(40) VALUE
032300         "ROUTE AND DEPOT COST - FUEL AND DRIVER".
032400     05  FILLER              PIC X(40) VALUE SPACES.
032500*
032600 01  WS-PAGE-HEADER-2.
032700     05  FILLER              PIC X(03) VALUE "DP".
032800     05  FILLER              PIC X(05) VALUE "ROUT".
032900     05  FILLER              PIC X(06) VALUE "TRIPS".
033000     05  FILLER              PIC X(08) VALUE "     KM".
033100     05  FILLER              PIC X(11) VALUE " FUEL COST".
033200     05  FILLER              PIC X(11) VALUE " DRVR COST".
033300     05  FILLER              PIC X(12) VALUE " TOTAL COST".
033400     05  FILLER              PIC X(08) VALUE "COST/KM".
033500     05  FILLER              PIC X(10) VALUE "COST/TRIP".
033600     05  FILLER              PIC X(06) VALUE "FLAG".
033700*
033800 01  WS-COST-LINE.
033900     05  WS-CL-DEPOT         PIC X(02).
034000     05  FILLER              PIC X(01) VALUE SPACE.
034100     05  WS-CL-ROUTE         PIC X(04).
034200     05  FILLER              PIC X(01) VALUE SPACE.
034300     05  WS-CL-TRIPS         PIC ZZZZ9.
034400     05  FILLER              PIC X(01) VALUE SPACE.
034500     05  WS-CL-KM            PIC ZZZZZZ9.
034600     05  FILLER              PIC X(01) VALUE SPACE.
034700     05  WS-CL-FUEL          PIC ZZZZZZ9.99.
034800     05  FILLER              PIC X(01) VALUE SPACE.
034900     05  WS-CL-DRIVER        PIC ZZZZZZ9.99.
035000     05  FILLER              PIC X(01) VALUE SPACE.
035100     05  WS-CL-TOTAL         PIC ZZZZZZZ9.99.
035200     05  FILLER              PIC X(01) VALUE SPACE.
035300     05  WS-CL-PER-KM        PIC ZZ9.999.
035400     05  FILLER              PIC X(01) VALUE SPACE.
035500     05  WS-CL-PER-TRIP      PIC ZZZZZ9.99.
035600     05  FILLER              PIC X(01) VALUE SPACE.
035700     05  WS-CL-FLAG          PIC X(04).
035800     05  FILLER              PIC X(01) VALUE SPACE.
035900*
036000 01  WS-SUMMARY-LINE-1.
036100     05  FILLER              PIC X(11) VALUE "TRIPS READ:".
036200     05  WS-SM-TRIPS         PIC ZZZZZ9.
036300     05  FILLER              PIC X(08) VALUE " COSTED:".
036400     05  WS-SM-COSTED        PIC ZZZZZ9.
036500     05  FILLER              PIC X(13) VALUE " UNKNOWN VEH:".
036600     05  WS-SM-TRIP-UNKV     PIC ZZZZ9.
036700     05  FILLER              PIC X(10) VALUE " NO ROUTE:".
036800     05  WS-SM-NO-ROUTE      PIC ZZZZ9.
036900     05  FILLER              PIC X(10) VALUE " BAD TIME:".
037000     05  WS-SM-BAD-TIME      PIC ZZZZ9.
037100     05  FILLER              PIC X(01) VALUE SPACE.
037200*
037300 01  WS-SUMMARY-LINE-2.
037400     05  FILLER              PIC X(08) VALUE "TICKETS:".
037500     05  WS-SM-TICKETS       PIC ZZZZ9.
037600     05  FILLER              PIC X(13) VALUE " UNKNOWN VEH:".
037700     05  WS-SM-TKT-UNKV      PIC ZZZZ9.
037800     05  FILLER              PIC X(10) VALUE " UNPRICED:".
037900     05  WS-SM-UNPRICED      PIC ZZZZ9.
038000     05  FILLER              PIC X(15) VALUE " FUEL NO TRIPS:".
038100     05  WS-SM-FUEL-NO-TRIPS PIC ZZZZZZ9.99.
038200     05  FILLER              PIC X(09) VALUE SPACES.
038300*
038400 01  WS-SUMMARY-LINE-3.
038500     05  FILLER              PIC X(14) VALUE "FLEET COST/KM:".
038600     05  WS-SM-FLEET-PER-KM  PIC ZZ9.999.
038700     05  FILLER              PIC X(11) VALUE " HIGH OVER:".
038800     05  WS-SM-HIGH-PER-KM   PIC ZZ9.999.
038900     05  FILLER              PIC X(03) VALUE " (+".
039000     05  WS-SM-HIGH-PCT      PIC ZZ9.
039100     05  FILLER              PIC X(02) VALUE "%)".
039200     05  FILLER              PIC X(16) VALUE " ROUTES FLAGGED:".
039300     05  WS-SM-HIGH-COUNT    PIC ZZZ9.
039400     05  FILLER              PIC X(13) VALUE SPACES.
039500*----------------------------------------------------------*
039600 PROCEDURE DIVISION.
039700 0000-MAINLINE.
039800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039900     PERFORM 1500-PRICE-TICKETS THRU 1500-EXIT.
040000     SORT TRIP-WORK
040100         ON ASCENDING KEY SRT-DEPOT
040200         ON ASCENDING KEY SRT-ROUTE-CODE
040300         ON ASCENDING KEY SRT-VEHICLE-ID
040400         ON ASCENDING KEY SRT-DATE
040500         INPUT PROCEDURE IS 2000-FEED-TRIPS
040600             THRU 2000-EXIT
040700         OUTPUT PROCEDURE IS 3000-COST-ROUTES
040800             THRU 3000-EXIT.
040900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
041000     GOBACK.
041100*----------------------------------------------------------*
041200* 1000-INITIALIZE - LOAD THE PRICE AND RATE TABLES AND THE
041300*                   FLEET, OPEN THE REPORT AND PRINT THE
041400*                   HEADER
041500*----------------------------------------------------------*
041600 1000-INITIALIZE.
041700     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
041800     MOVE "ROUTCOST" TO OPERAUTH-CALLER.
041900     PERFORM OPERAUTH-VALIDATE
042000         THRU OPERAUTH-VALIDATE-EXIT.
042100     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
042200     PERFORM 1100-READ-COST-PARM THRU 1100-EXIT.
042300     PERFORM 1200-LOAD-PRICES THRU 1200-EXIT.
042400     PERFORM 1300-LOAD-RATES THRU 1300-EXIT.
042500     PERFORM 1400-LOAD-FLEET THRU 1400-EXIT.
042600     OPEN OUTPUT COST-RPT.
042700     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
042800 1000-EXIT.
042900     EXIT.
043000*----------------------------------------------------------*
043100* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
043200*----------------------------------------------------------*
043300 1050-PRINT-RUN-HEADER.
043400     MOVE "ROUTCOST" TO RUNHDR-JOB-NAME.
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
046200* 1100-READ-COST-PARM - HIGH-COST PERCENTAGE FROM THE
046300*                       OPTIONAL ROUTCPRM CARD
046400*----------------------------------------------------------*
046500 1100-READ-COST-PARM.
046600     OPEN INPUT COST-PARM.
046700     READ COST-PARM
046800         AT END
046900             CONTINUE
047000         NOT AT END
047100             IF CP-HIGH-PCT NUMERIC
047200                 MOVE CP-HIGH-PCT TO WS-HIGH-PCT
047300             END-IF
047400     END-READ.
047500     CLOSE COST-PARM.
047600 1100-EXIT.
047700     EXIT.
047800*----------------------------------------------------------*
047900* 1200-LOAD-PRICES - THE FUELPRC PRICE TABLE. A TABLE TOO
048000*                    LARGE TO HOLD WOULD MISPRICE TICKETS, SO
048100*                    THE STEP STOPS RC 12.
048200*----------------------------------------------------------*
048300 1200-LOAD-PRICES.
048400     MOVE "N" TO WS-EOF-SW.
048500     OPEN INPUT FUEL-PRICE.
048600     PERFORM 1250-LOAD-ONE-PRICE THRU 1250-EXIT
048700         UNTIL EOF-INPUT.
048800     CLOSE FUEL-PRICE.
048900     MOVE "N" TO WS-EOF-SW.
049000 1200-EXIT.
049100     EXIT.
049200*----------------------------------------------------------*
049300* 1250-LOAD-ONE-PRICE - ONE FUELPRC RECORD INTO THE TABLE
049400*----------------------------------------------------------*
049500 1250-LOAD-ONE-PRICE.
049600     READ FUEL-PRICE
049700         AT END
049800             SET EOF-INPUT TO TRUE
049900             GO TO 1250-EXIT
050000     END-READ.
050100     IF FP-EFF-DATE NOT NUMERIC
050200         OR FP-PRICE NOT NUMERIC
050300         GO TO 1250-EXIT
050400     END-IF.
050500     IF WS-PRICE-COUNT NOT < WS-PRICE-MAX
050600         DISPLAY "ROUTCOST: FUELPRC HOLDS MORE THAN "
050700             WS-PRICE-MAX " PRICES - PRICE TABLE FULL"
050800         MOVE 12 TO RETURN-CODE
050900         STOP RUN
051000     END-IF.
051100     ADD 1 TO WS-PRICE-COUNT.
051200     MOVE FP-DEPOT TO WS-PT-DEPOT (WS-PRICE-COUNT).
051300     MOVE FP-EFF-DATE TO WS-PT-EFF-DATE (WS-PRICE-COUNT).
051400     MOVE FP-PRICE TO WS-PT-PRICE (WS-PRICE-COUNT).
051500 1250-EXIT.
051600     EXIT.
051700*----------------------------------------------------------*
051800* 1300-LOAD-RATES - THE DRVRATE HOURLY COSTS. WITHOUT THE **
051900*                   DEFAULT ROW SOME DRIVER'S TIME COULD GO
052000*                   UNPRICED, SO THE STEP STOPS RC 12.
052100*----------------------------------------------------------*
052200 1300-LOAD-RATES.
052300     MOVE "N" TO WS-EOF-SW.
052400     OPEN INPUT DRV-RATE.
052500     PERFORM 1350-LOAD-ONE-RATE THRU 1350-EXIT
052600         UNTIL EOF-INPUT.
052700     CLOSE DRV-RATE.
052800     MOVE "N" TO WS-EOF-SW.
052900     IF WS-RATE-DEFAULT = ZERO
053000         DISPLAY "ROUTCOST: DRVRATE HAS NO ** DEFAULT RATE - "
053100             "DRIVER TIME CANNOT BE PRICED"
053200         MOVE 12 TO RETURN-CODE
053300         STOP RUN
053400     END-IF.
053500 1300-EXIT.
053600     EXIT.
053700*----------------------------------------------------------*
053800* 1350-LOAD-ONE-RATE - ONE DRVRATE RECORD INTO THE TABLE
053900*----------------------------------------------------------*
054000 1350-LOAD-ONE-RATE.
054100     READ DRV-RATE
054200         AT END
054300             SET EOF-INPUT TO TRUE
054400             GO TO 1350-EXIT
054500     END-READ.
054600     IF DRT-HOURLY-COST NOT NUMERIC
054700         GO TO 1350-EXIT
054800     END-IF.
054900     IF WS-RATE-COUNT NOT < WS-RATE-MAX
055000         DISPLAY "ROUTCOST: DRVRATE HOLDS MORE THAN "
055100             WS-RATE-MAX " RATES - RATE TABLE FULL"
055200         MOVE 12 TO RETURN-CODE
055300         STOP RUN
055400     END-IF.
055500     ADD 1 TO WS-RATE-COUNT.
055600     MOVE DRT-DRIVER-ID TO WS-RT-DRIVER-ID (WS-RATE-COUNT).
055700     MOVE DRT-HOURLY-COST TO WS-RT-HOURLY-COST (WS-RATE-COUNT).
055800     IF DRT-DRIVER-ID = "**"
055900         MOVE WS-RATE-COUNT TO WS-RATE-DEFAULT
056000     END-IF.
056100 1350-EXIT.
056200     EXIT.
056300*----------------------------------------------------------*
056400* 1400-LOAD-FLEET - THE WHOLE VEHICLE MASTER INTO THE FLEET
056500*                   TABLE. A FLEET LARGER THAN THE TABLE WOULD
056600*                   LEAVE TRIPS UNCOSTED, SO THE STEP STOPS
056700*                   RC 12.
056800*----------------------------------------------------------*
056900 1400-LOAD-FLEET.
057000     OPEN INPUT VEH-MASTER.
057100     OPEN INPUT ROUT-MASTER.
057200     PERFORM 1450-LOAD-ONE-VEHICLE THRU 1450-EXIT
057300         UNTIL EOF-INPUT.
057400     CLOSE VEH-MASTER.
057500     CLOSE ROUT-MASTER.
057600     MOVE "N" TO WS-EOF-SW.
057700 1400-EXIT.
057800     EXIT.
057900*----------------------------------------------------------*
058000* 1450-LOAD-ONE-VEHICLE - ONE VEHMSTR RECORD INTO THE TABLE
058100*                         WITH ITS ROUTE'S DEPOT AND ITS
058200*                         DRIVER'S RATE (THE ** RATE WHEN THE
058300*                         DRIVER HAS NONE OF THEIR OWN)
058400*----------------------------------------------------------*
058500 1450-LOAD-ONE-VEHICLE.
058600     READ VEH-MASTER
058700         AT END
058800             SET EOF-INPUT TO TRUE
058900             GO TO 1450-EXIT
059000     END-READ.
059100     IF WS-VEH-COUNT NOT < WS-VEH-MAX
059200         DISPLAY "ROUTCOST: VEHMSTR HOLDS MORE THAN "
059300             WS-VEH-MAX " VEHICLES - FLEET TABLE FULL"
059400         MOVE 12 TO RETURN-CODE
059500         STOP RUN
059600     END-IF.
059700     ADD 1 TO WS-VEH-COUNT.
059800     MOVE VM-VEHICLE-ID TO WS-VT-VEHICLE-ID (WS-VEH-COUNT).
059900     MOVE VM-ROUTE-CODE TO WS-VT-ROUTE-CODE (WS-VEH-COUNT).
060000     MOVE ZERO TO WS-VT-FUEL-COST (WS-VEH-COUNT).
060100     MOVE ZERO TO WS-VT-KM (WS-VEH-COUNT).
060200     MOVE VM-ROUTE-CODE TO RM-ROUTE-CODE.
060300     READ ROUT-MASTER
060400         INVALID KEY
060500             MOVE SPACES TO WS-VT-DEPOT (WS-VEH-COUNT)
060600         NOT INVALID KEY
060700             MOVE RM-DEPOT TO WS-VT-DEPOT (WS-VEH-COUNT)
060800     END-READ.
060900     MOVE "N" TO WS-FOUND-SW.
061000     PERFORM 1460-SCAN-RATE THRU 1460-EXIT
061100         VARYING WS-RATE-SUB FROM 1 BY 1
061200         UNTIL ENTRY-FOUND
061300         OR WS-RATE-SUB > WS-RATE-COUNT.
061400     IF ENTRY-FOUND
061500         SUBTRACT 1 FROM WS-RATE-SUB
061600     ELSE
061700         MOVE WS-RATE-DEFAULT TO WS-RATE-SUB
061800     END-IF.
061900     MOVE WS-RT-HOURLY-COST (WS-RATE-SUB)
062000         TO WS-VT-HOURLY-COST (WS-VEH-COUNT).
062100 1450-EXIT.
062200     EXIT.
062300*----------------------------------------------------------*
062400* 1460-SCAN-RATE - ONE PROBE OF THE RATE TABLE BY DRIVER
062500*----------------------------------------------------------*
062600 1460-SCAN-RATE.
062700     IF WS-RT-DRIVER-ID (WS-RATE-SUB) = VM-DRIVER-ID
062800         AND VM-DRIVER-ID NOT = SPACES
062900         SET ENTRY-FOUND TO TRUE
063000     END-IF.
063100 1460-EXIT.
063200     EXIT.
063300*----------------------------------------------------------*
063400* 1500-PRICE-TICKETS - PRICE EVERY FUELTKT TICKET AND CHARGE
063500*                      IT TO ITS VEHICLE
063600*----------------------------------------------------------*
063700 1500-PRICE-TICKETS.
063800     MOVE "N" TO WS-EOF-SW.
063900     OPEN INPUT FUEL-TICKETS.
064000     PERFORM 1550-PRICE-TICKET THRU 1550-EXIT
064100         UNTIL EOF-INPUT.
064200     CLOSE FUEL-TICKETS.
064300     MOVE "N" TO WS-EOF-SW.
064400 1500-EXIT.
064500     EXIT.
064600*----------------------------------------------------------*
064700* 1550-PRICE-TICKET - ONE TICKET: ITS VEHICLE, THEN THE PRICE
064800*                     IN FORCE AT THE VEHICLE'S DEPOT ON THE
064900*                     TICKET DATE. A TICKET NO PRICE COVERS IS
065000*                     COUNTED AND CARRIES NO COST.
065100*----------------------------------------------------------*
065200 1550-PRICE-TICKET.
065300     READ FUEL-TICKETS
065400         AT END
065500             SET EOF-INPUT TO TRUE
065600             GO TO 1550-EXIT
065700     END-READ.
065800     ADD 1 TO WS-TICKET-COUNT.
065900     MOVE FT-VEHICLE-ID TO WS-SEARCH-VEHICLE-ID.
066000     PERFORM 1600-FIND-VEHICLE THRU 1600-EXIT.
066100     IF NOT ENTRY-FOUND
066200         ADD 1 TO WS-TKT-UNKV
066300         GO TO 1550-EXIT
066400     END-IF.
066500     MOVE WS-VT-DEPOT (WS-VEH-SUB) TO WS-PRICE-DEPOT.
066600     MOVE FT-DATE TO WS-PRICE-DATE.
066700     PERFORM 1700-FIND-PRICE THRU 1700-EXIT.
066800     IF NOT ENTRY-FOUND
066900         ADD 1 TO WS-UNPRICED
067000         GO TO 1550-EXIT
067100     END-IF.
067200     COMPUTE WS-TICKET-COST ROUNDED =
067300         FT-LITRES * WS-BEST-PRICE.
067400     ADD WS-TICKET-COST TO WS-VT-FUEL-COST (WS-VEH-SUB).
067500 1550-EXIT.
067600     EXIT.
067700*----------------------------------------------------------*
067800* 1600-FIND-VEHICLE - THE FLEET TABLE ENTRY FOR THE VEHICLE
067900*                     IN WS-SEARCH-VEHICLE-ID
068000*----------------------------------------------------------*
068100 1600-FIND-VEHICLE.
068200     MOVE "N" TO WS-FOUND-SW.
068300     PERFORM 1650-SCAN-VEHICLE THRU 1650-EXIT
068400         VARYING WS-VEH-SUB FROM 1 BY 1
068500         UNTIL ENTRY-FOUND
068600         OR WS-VEH-SUB > WS-VEH-COUNT.
068700     IF ENTRY-FOUND
068800         SUBTRACT 1 FROM WS-VEH-SUB
068900     END-IF.
069000 1600-EXIT.
069100     EXIT.
069200*----------------------------------------------------------*
069300* 1650-SCAN-VEHICLE - ONE PROBE OF THE FLEET TABLE
069400*----------------------------------------------------------*
069500 1650-SCAN-VEHICLE.
069600     IF WS-VT-VEHICLE-ID (WS-VEH-SUB) = WS-SEARCH-VEHICLE-ID
069700         SET ENTRY-FOUND TO TRUE
069800     END-IF.
069900 1650-EXIT.
070000     EXIT.
070100*----------------------------------------------------------*
070200* 1700-FIND-PRICE - THE LATEST PRICE EFFECTIVE ON OR BEFORE
070300*                   WS-PRICE-DATE FOR WS-PRICE-DEPOT, FALLING
070400*                   BACK TO THE ** PRICES WHEN THE DEPOT HAS
070500*                   NONE IN FORCE
070600*----------------------------------------------------------*
070700 1700-FIND-PRICE.
070800     MOVE "N" TO WS-FOUND-SW.
070900     MOVE ZERO TO WS-BEST-DATE.
071000     MOVE ZERO TO WS-BEST-PRICE.
071100     IF WS-PRICE-DEPOT NOT = SPACES
071200         PERFORM 1750-SCAN-PRICE THRU 1750-EXIT
071300             VARYING WS-PRICE-SUB FROM 1 BY 1
071400             UNTIL WS-PRICE-SUB > WS-PRICE-COUNT
071500     END-IF.
071600     IF ENTRY-FOUND
071700         GO TO 1700-EXIT
071800     END-IF.
071900     MOVE "**" TO WS-PRICE-DEPOT.
072000     PERFORM 1750-SCAN-PRICE THRU 1750-EXIT
072100         VARYING WS-PRICE-SUB FROM 1 BY 1
072200         UNTIL WS-PRICE-SUB > WS-PRICE-COUNT.
072300 1700-EXIT.
072400     EXIT.
072500*----------------------------------------------------------*
072600* 1750-SCAN-PRICE - ONE PRICE ROW AGAINST THE BEST SO FAR;
072700*                   OF TWO ROWS FOR ONE DATE THE LATER WINS
072800*----------------------------------------------------------*
072900 1750-SCAN-PRICE.
073000     IF WS-PT-DEPOT (WS-PRICE-SUB) NOT = WS-PRICE-DEPOT
073100         OR WS-PT-EFF-DATE (WS-PRICE-SUB) > WS-PRICE-DATE
073200         GO TO 1750-EXIT
073300     END-IF.
073400     IF ENTRY-FOUND
073500         AND WS-PT-EFF-DATE (WS-PRICE-SUB) < WS-BEST-DATE
073600         GO TO 1750-EXIT
073700     END-IF.
073800     SET ENTRY-FOUND TO TRUE.
073900     MOVE WS-PT-EFF-DATE (WS-PRICE-SUB) TO WS-BEST-DATE.
074000     MOVE WS-PT-PRICE (WS-PRICE-SUB) TO WS-BEST-PRICE.
074100 1750-EXIT.
074200     EXIT.
074300*----------------------------------------------------------*
074400* 2000-FEED-TRIPS - SORT INPUT: COST EVERY DSPTRIPS TRIP'S
074500*                   DRIVER TIME, VERIFYING THE FILE'S TRAILER
074600*----------------------------------------------------------*
074700 2000-FEED-TRIPS.
074800     MOVE "N" TO WS-EOF-SW.
074900     OPEN INPUT DISPATCH-TRIPS.
075000     PERFORM 2100-FEED-TRIP THRU 2100-EXIT
075100         UNTIL EOF-INPUT.
075200     CLOSE DISPATCH-TRIPS.
075300 2000-EXIT.
075400     EXIT.
075500*----------------------------------------------------------*
075600* 2100-FEED-TRIP - ONE TRIP: ITS VEHICLE AND ROUTE DEPOT,
075700*                  ITS DISTANCE AND ELAPSED TIME, AND ITS
075800*                  DRIVER COST, RELEASED TO THE SORT. THE
075900*                  DISTANCE IS ALSO ADDED TO THE VEHICLE SO
076000*                  ITS FUEL CAN BE SPREAD OVER ITS TRIPS.
076100*----------------------------------------------------------*
076200 2100-FEED-TRIP.
076300     READ DISPATCH-TRIPS
076400         AT END
076500             SET EOF-INPUT TO TRUE
076600             PERFORM 2950-VERIFY-TRAILER THRU 2950-EXIT
076700             GO TO 2100-EXIT
076800     END-READ.
076900     IF DTR-RECORD (1:8) = "TRAILER "
077000         MOVE DTR-RECORD TO FILETRLR-RECORD
077100         SET FILETRLR-SEEN TO TRUE
077200         GO TO 2100-EXIT
077300     END-IF.
077400     ADD 1 TO FILETRLR-IN-COUNT.
077500     ADD D1 TO FILETRLR-IN-HASH.
077600     ADD D2 TO FILETRLR-IN-HASH.
077700     ADD T1 TO FILETRLR-IN-HASH.
077800     ADD T2 TO FILETRLR-IN-HASH.
077900     ADD 1 TO WS-TRIP-READ.
078000     MOVE DTR-VEHICLE-ID TO WS-SEARCH-VEHICLE-ID.
078100     PERFORM 1600-FIND-VEHICLE THRU 1600-EXIT.
078200     IF NOT ENTRY-FOUND
078300         ADD 1 TO WS-TRIP-UNKV
078400         GO TO 2100-EXIT
078500     END-IF.
078600     IF WS-VT-DEPOT (WS-VEH-SUB) = SPACES
078700         ADD 1 TO WS-NO-ROUTE
078800         GO TO 2100-EXIT
078900     END-IF.
079000     PERFORM 2090-SET-DAY-SPAN THRU 2090-EXIT.
079100     PERFORM SPDCALC-COMPUTE THRU SPDCALC-COMPUTE-EXIT.
079200     IF NOT SPDCALC-OK
079300         ADD 1 TO WS-BAD-TIME
079400         GO TO 2100-EXIT
079500     END-IF.
079600     ADD 1 TO WS-TRIP-COSTED.
079700     MOVE SPACES TO SRT-RECORD.
079800     MOVE WS-VT-DEPOT (WS-VEH-SUB) TO SRT-DEPOT.
079900     MOVE WS-VT-ROUTE-CODE (WS-VEH-SUB) TO SRT-ROUTE-CODE.
080000     MOVE DTR-VEHICLE-ID TO SRT-VEHICLE-ID.
080100     MOVE DTR-T1-DATE TO SRT-DATE.
080200     MOVE DD TO SRT-KM.
080300     MOVE DT TO SRT-HOURS.
080400     COMPUTE SRT-DRIVER-COST ROUNDED =
080500         DT * WS-VT-HOURLY-COST (WS-VEH-SUB).
080600     MOVE WS-VEH-SUB TO SRT-VEH-SUB.
080700     ADD DD TO WS-VT-KM (WS-VEH-SUB).
080800     ADD SRT-DRIVER-COST TO WS-FLEET-DRIVER.
080900     RELEASE SRT-RECORD.
081000 2100-EXIT.
081100     EXIT.
081200*----------------------------------------------------------*
081300* 2090-SET-DAY-SPAN - CALENDAR DAYS BETWEEN THE TWO CLOCK
081400*                     READINGS' DATES FOR THE SHARED ELAPSED-
081500*                     TIME COMPUTE. A DATE THAT IS NOT A REAL
081600*                     CALENDAR DATE FALLS BACK TO A SAME-DAY
081700*                     SPAN.
081800*----------------------------------------------------------*
081900 2090-SET-DAY-SPAN.
082000     MOVE ZERO TO SPDCALC-DAY-SPAN.
082100     COMPUTE WS-T1-DATE-INT =
082200         FUNCTION INTEGER-OF-DATE (DTR-T1-DATE)
082300         ON SIZE ERROR
082400             MOVE ZERO TO WS-T1-DATE-INT
082500     END-COMPUTE.
082600     COMPUTE WS-T2-DATE-INT =
082700         FUNCTION INTEGER-OF-DATE (DTR-T2-DATE)
082800         ON SIZE ERROR
082900             MOVE ZERO TO WS-T2-DATE-INT
083000     END-COMPUTE.
083100     IF WS-T1-DATE-INT > ZERO
083200         AND WS-T2-DATE-INT > ZERO
083300         COMPUTE SPDCALC-DAY-SPAN =
083400             WS-T2-DATE-INT - WS-T1-DATE-INT
083500             ON SIZE ERROR
083600                 MOVE ZERO TO SPDCALC-DAY-SPAN
083700         END-COMPUTE
083800     END-IF.
083900 2090-EXIT.
084000     EXIT.
084100*----------------------------------------------------------*
084200* 2950-VERIFY-TRAILER - AT END OF FILE THE TRAILER MUST BE
084300*                       PRESENT AND ITS COUNT AND HASH MUST
084400*                       MATCH WHAT WAS READ - OTHERWISE THE
084500*                       STEP STOPS RATHER THAN COST ROUTES
084600*                       FROM A SHORT TRIP FILE
084700*----------------------------------------------------------*
084800 2950-VERIFY-TRAILER.
084900     IF NOT FILETRLR-SEEN
085000         DISPLAY "ROUTCOST: DSPTRIPS TRAILER MISSING - "
085100             "FILE MAY BE TRUNCATED"
085200         MOVE 16 TO RETURN-CODE
085300         STOP RUN
085400     END-IF.
085500     IF FILETRLR-COUNT NOT = FILETRLR-IN-COUNT
085600         OR FILETRLR-HASH NOT = FILETRLR-IN-HASH
085700         DISPLAY "ROUTCOST: DSPTRIPS TRAILER DISAGREES - "
085800             "COUNT OR HASH DOES NOT MATCH FILE CONTENT"
085900         MOVE 16 TO RETURN-CODE
086000         STOP RUN
086100     END-IF.
086200 2950-EXIT.
086300     EXIT.
086400*----------------------------------------------------------*
086500* 3000-COST-ROUTES - SORT OUTPUT: SET THE FLEET AVERAGE,
086600*                    THEN ROLL THE SORTED TRIPS UP BY ROUTE
086700*                    AND DEPOT
086800*----------------------------------------------------------*
086900 3000-COST-ROUTES.
087000     PERFORM 3010-SUM-VEHICLE THRU 3010-EXIT
087100         VARYING WS-VEH-SUB FROM 1 BY 1
087200         UNTIL WS-VEH-SUB > WS-VEH-COUNT.
087300     IF WS-FLEET-KM > ZERO
087400         COMPUTE WS-FLEET-PER-KM ROUNDED =
087500             (WS-FLEET-FUEL + WS-FLEET-DRIVER) / WS-FLEET-KM
087600             ON SIZE ERROR
087700                 MOVE 999.999 TO WS-FLEET-PER-KM
087800         END-COMPUTE
087900     END-IF.
088000     COMPUTE WS-HIGH-PER-KM ROUNDED =
088100         WS-FLEET-PER-KM * (100 + WS-HIGH-PCT) / 100
088200         ON SIZE ERROR
088300             MOVE 999.999 TO WS-HIGH-PER-KM
088400     END-COMPUTE.
088500     MOVE "N" TO WS-SORT-EOF-SW.
088600     PERFORM 3100-RETURN-TRIP THRU 3100-EXIT
088700         UNTIL EOF-TRIP-WORK.
088800     IF NOT FIRST-TRIP
088900         PERFORM 3800-ROUTE-BREAK THRU 3800-EXIT
089000         PERFORM 3900-DEPOT-BREAK THRU 3900-EXIT
089100     END-IF.
089200     PERFORM 3950-REPORT-TOTALS THRU 3950-EXIT.
089300 3000-EXIT.
089400     EXIT.
089500*----------------------------------------------------------*
089600* 3010-SUM-VEHICLE - ONE VEHICLE INTO THE FLEET FIGURES. FUEL
089700*                    BOUGHT FOR A VEHICLE THAT MADE NO COSTED
089800*                    TRIP CANNOT BE CHARGED TO A ROUTE AND IS
089900*                    SHOWN SEPARATELY.
090000*----------------------------------------------------------*
090100 3010-SUM-VEHICLE.
090200     IF WS-VT-KM (WS-VEH-SUB) = ZERO
090300         ADD WS-VT-FUEL-COST (WS-VEH-SUB) TO WS-FUEL-NO-TRIPS
090400         GO TO 3010-EXIT
090500     END-IF.
090600     ADD WS-VT-KM (WS-VEH-SUB) TO WS-FLEET-KM.
090700     ADD WS-VT-FUEL-COST (WS-VEH-SUB) TO WS-FLEET-FUEL.
090800 3010-EXIT.
090900     EXIT.
091000*----------------------------------------------------------*
091100* 3100-RETURN-TRIP - ONE SORTED TRIP: BREAK ON ROUTE AND
091200*                    DEPOT, THEN ADD IT TO THE ROUTE WITH ITS
091300*                    SHARE OF THE VEHICLE'S FUEL
091400*----------------------------------------------------------*
091500 3100-RETURN-TRIP.
091600     RETURN TRIP-WORK
091700         AT END
091800             SET EOF-TRIP-WORK TO TRUE
091900     END-RETURN.
092000     IF EOF-TRIP-WORK
092100         GO TO 3100-EXIT
092200     END-IF.
092300     IF NOT FIRST-TRIP
092400         IF SRT-DEPOT NOT = WS-PRIOR-DEPOT
092500             OR SRT-ROUTE-CODE NOT = WS-PRIOR-ROUTE
092600             PERFORM 3800-ROUTE-BREAK THRU 3800-EXIT
092700         END-IF
092800         IF SRT-DEPOT NOT = WS-PRIOR-DEPOT
092900             PERFORM 3900-DEPOT-BREAK THRU 3900-EXIT
093000         END-IF
093100     END-IF.
093200     MOVE "N" TO WS-FIRST-TRIP-SW.
093300     MOVE SRT-DEPOT TO WS-PRIOR-DEPOT.
093400     MOVE SRT-ROUTE-CODE TO WS-PRIOR-ROUTE.
093500     MOVE SRT-VEH-SUB TO WS-VEH-SUB.
093600     MOVE ZERO TO WS-TRIP-FUEL.
093700     IF WS-VT-KM (WS-VEH-SUB) > ZERO
093800         COMPUTE WS-TRIP-FUEL ROUNDED =
093900             WS-VT-FUEL-COST (WS-VEH-SUB) * SRT-KM
094000             / WS-VT-KM (WS-VEH-SUB)
094100     END-IF.
094200     ADD 1 TO WS-RTE-TRIPS.
094300     ADD SRT-KM TO WS-RTE-KM.
094400     ADD WS-TRIP-FUEL TO WS-RTE-FUEL.
094500     ADD SRT-DRIVER-COST TO WS-RTE-DRIVER.
094600 3100-EXIT.
094700     EXIT.
094800*----------------------------------------------------------*
094900* 3800-ROUTE-BREAK - PRINT THE FINISHED ROUTE, FLAGGED HIGH
095000*                    WHEN ITS COST PER KM IS OVER THE LIMIT,
095100*                    AND ADD IT TO ITS DEPOT
095200*----------------------------------------------------------*
095300 3800-ROUTE-BREAK.
095400     ADD 1 TO WS-ROUTE-COUNT.
095500     MOVE WS-ROUTE-TOTALS TO WS-LINE-TOTALS.
095600     PERFORM 3850-LINE-RATES THRU 3850-EXIT.
095700     MOVE SPACES TO WS-CL-FLAG.
095800     IF WS-LN-PER-KM > WS-HIGH-PER-KM
095900         ADD 1 TO WS-HIGH-COUNT
096000         MOVE "HIGH" TO WS-CL-FLAG
096100     END-IF.
096200     MOVE WS-PRIOR-DEPOT TO WS-CL-DEPOT.
096300     MOVE WS-PRIOR-ROUTE TO WS-CL-ROUTE.
096400     PERFORM 3870-PRINT-COST-LINE THRU 3870-EXIT.
096500     ADD WS-RTE-TRIPS TO WS-DPT-TRIPS.
096600     ADD WS-RTE-KM TO WS-DPT-KM.
096700     ADD WS-RTE-FUEL TO WS-DPT-FUEL.
096800     ADD WS-RTE-DRIVER TO WS-DPT-DRIVER.
096900     MOVE ZERO TO WS-RTE-TRIPS.
097000     MOVE ZERO TO WS-RTE-KM.
097100     MOVE ZERO TO WS-RTE-FUEL.
097200     MOVE ZERO TO WS-RTE-DRIVER.
097300 3800-EXIT.
097400     EXIT.
097500*----------------------------------------------------------*
097600* 3850-LINE-RATES - TOTAL COST, COST PER KM AND COST PER TRIP
097700*                   FOR THE FIGURES IN WS-LINE-TOTALS
097800*----------------------------------------------------------*
097900 3850-LINE-RATES.
098000     COMPUTE WS-LN-TOTAL = WS-LN-FUEL + WS-LN-DRIVER.
098100     MOVE ZERO TO WS-LN-PER-KM.
098200     MOVE ZERO TO WS-LN-PER-TRIP.
098300     IF WS-LN-KM > ZERO
098400         COMPUTE WS-LN-PER-KM ROUNDED = WS-LN-TOTAL / WS-LN-KM
098500             ON SIZE ERROR
098600                 MOVE 999.999 TO WS-LN-PER-KM
098700         END-COMPUTE
098800     END-IF.
098900     IF WS-LN-TRIPS > ZERO
099000         COMPUTE WS-LN-PER-TRIP ROUNDED =
099100             WS-LN-TOTAL / WS-LN-TRIPS
099200     END-IF.
099300 3850-EXIT.
099400     EXIT.
099500*----------------------------------------------------------*
099600* 3870-PRINT-COST-LINE - ONE ROUTE, DEPOT OR REPORT LINE (THE
099700*                        CALLER HAS SET THE DEPOT, ROUTE AND
099800*                        FLAG COLUMNS)
099900*----------------------------------------------------------*
100000 3870-PRINT-COST-LINE.
100100     MOVE WS-LN-TRIPS TO WS-CL-TRIPS.
100200     MOVE WS-LN-KM TO WS-CL-KM.
100300     MOVE WS-LN-FUEL TO WS-CL-FUEL.
100400     MOVE WS-LN-DRIVER TO WS-CL-DRIVER.
100500     MOVE WS-LN-TOTAL TO WS-CL-TOTAL.
100600     MOVE WS-LN-PER-KM TO WS-CL-PER-KM.
100700     MOVE WS-LN-PER-TRIP TO WS-CL-PER-TRIP.
100800     MOVE WS-COST-LINE TO WS-PRINT-LINE.
100900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
101000 3870-EXIT.
101100     EXIT.
101200*----------------------------------------------------------*
101300* 3900-DEPOT-BREAK - PRINT THE FINISHED DEPOT'S TOTALS AND
101400*                    ADD THEM TO THE REPORT
101500*----------------------------------------------------------*
101600 3900-DEPOT-BREAK.
101700     MOVE WS-DEPOT-TOTALS TO WS-LINE-TOTALS.
101800     PERFORM 3850-LINE-RATES THRU 3850-EXIT.
101900     MOVE WS-PRIOR-DEPOT TO WS-CL-DEPOT.
102000     MOVE "*DPT" TO WS-CL-ROUTE.
102100     MOVE SPACES TO WS-CL-FLAG.
102200     PERFORM 3870-PRINT-COST-LINE THRU 3870-EXIT.
102300     MOVE SPACES TO WS-PRINT-LINE.
102400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
102500     ADD WS-DPT-TRIPS TO WS-RPT-TRIPS.
102600     ADD WS-DPT-KM TO WS-RPT-KM.
102700     ADD WS-DPT-FUEL TO WS-RPT-FUEL.
102800     ADD WS-DPT-DRIVER TO WS-RPT-DRIVER.
102900     MOVE ZERO TO WS-DPT-TRIPS.
103000     MOVE ZERO TO WS-DPT-KM.
103100     MOVE ZERO TO WS-DPT-FUEL.
103200     MOVE ZERO TO WS-DPT-DRIVER.
103300 3900-EXIT.
103400     EXIT.
103500*----------------------------------------------------------*
103600* 3950-REPORT-TOTALS - THE WHOLE FLEET'S COSTED TRIPS
103700*----------------------------------------------------------*
103800 3950-REPORT-TOTALS.
103900     MOVE WS-REPORT-TOTALS TO WS-LINE-TOTALS.
104000     PERFORM 3850-LINE-RATES THRU 3850-EXIT.
104100     MOVE "**" TO WS-CL-DEPOT.
104200     MOVE "*ALL" TO WS-CL-ROUTE.
104300     MOVE SPACES TO WS-CL-FLAG.
104400     PERFORM 3870-PRINT-COST-LINE THRU 3870-EXIT.
104500 3950-EXIT.
104600     EXIT.
104700*----------------------------------------------------------*
104800* 9000-TERMINATE - SUMMARY COUNTS, CLOSES AND THE RUN LOG.
104900*                  TICKETS NO PRICE COVERED LEAVE THE FUEL
105000*                  COST UNDERSTATED, SO THE STEP ENDS RC 4.
105100*----------------------------------------------------------*
105200 9000-TERMINATE.
105300     MOVE SPACES TO WS-PRINT-LINE.
105400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
105500     MOVE WS-FLEET-PER-KM TO WS-SM-FLEET-PER-KM.
105600     MOVE WS-HIGH-PER-KM TO WS-SM-HIGH-PER-KM.
105700     MOVE WS-HIGH-PCT TO WS-SM-HIGH-PCT.
105800     MOVE WS-HIGH-COUNT TO WS-SM-HIGH-COUNT.
105900     MOVE WS-SUMMARY-LINE-3 TO WS-PRINT-LINE.
106000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
106100     MOVE WS-TRIP-READ TO WS-SM-TRIPS.
106200     MOVE WS-TRIP-COSTED TO WS-SM-COSTED.
106300     MOVE WS-TRIP-UNKV TO WS-SM-TRIP-UNKV.
106400     MOVE WS-NO-ROUTE TO WS-SM-NO-ROUTE.
106500     MOVE WS-BAD-TIME TO WS-SM-BAD-TIME.
106600     MOVE WS-SUMMARY-LINE-1 TO WS-PRINT-LINE.
106700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
106800     MOVE WS-TICKET-COUNT TO WS-SM-TICKETS.
106900     MOVE WS-TKT-UNKV TO WS-SM-TKT-UNKV.
107000     MOVE WS-UNPRICED TO WS-SM-UNPRICED.
107100     MOVE WS-FUEL-NO-TRIPS TO WS-SM-FUEL-NO-TRIPS.
107200     MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-LINE.
107300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
107400     PERFORM 8900-END-REPORT THRU 8900-EXIT.
107500     CLOSE COST-RPT.
107600     MOVE "ROUTCOST" TO RUNLOG-PROGRAM-ID.
107700     COMPUTE RUNLOG-READ-COUNT = WS-TRIP-READ + WS-TICKET-COUNT.
107800     MOVE WS-ROUTE-COUNT TO RUNLOG-WRITE-COUNT.
107900     MOVE WS-HIGH-COUNT TO RUNLOG-EXCEPT-COUNT.
108000     MOVE "OK" TO RUNLOG-STATUS.
108100     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
108200     IF WS-UNPRICED > ZERO
108300         MOVE 4 TO RETURN-CODE
108400     END-IF.
108500 9000-EXIT.
108600     EXIT.
108700*----------------------------------------------------------*
108800* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
108900*                          SHARED PRINT SERVICE, WRITING THE
109000*                          PAGE HEADINGS FIRST ON A PAGE BREAK
109100*----------------------------------------------------------*
109200 8800-WRITE-REPORT-LINE.
109300     MOVE "W" TO PRTSRV-FUNCTION.
109400     CALL "PRTSRV" USING PRTSRV-CONTROL.
109500     IF PRTSRV-NEW-PAGE
109600         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
109700             VARYING WS-HDG-SUB FROM 1 BY 1
109800             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
109900     END-IF.
110000     MOVE WS-PRINT-LINE TO CR-RECORD.
110100     WRITE CR-RECORD.
110200 8800-EXIT.
110300     EXIT.
110400*----------------------------------------------------------*
110500* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
110600*----------------------------------------------------------*
110700 8850-WRITE-HEADING.
110800     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO CR-RECORD.
110900     WRITE CR-RECORD.
111000 8850-EXIT.
111100     EXIT.
111200*----------------------------------------------------------*
111300* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
111400*                   LINE-AND-PAGE-COUNT LINE
111500*----------------------------------------------------------*
111600 8900-END-REPORT.
111700     MOVE "E" TO PRTSRV-FUNCTION.
111800     CALL "PRTSRV" USING PRTSRV-CONTROL.
111900     MOVE PRTSRV-FINAL-LINE TO CR-RECORD.
112000     WRITE CR-RECORD.
112100 8900-EXIT.
112200     EXIT.
112300*----------------------------------------------------------*
112400     COPY RUNHDRP.
112500     COPY RUNLOGP.
112600     COPY OPERAUTP.
112700     COPY SPDCALCP.
