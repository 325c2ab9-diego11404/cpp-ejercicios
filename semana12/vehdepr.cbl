000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     VEHDEPR.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - MONTH-END DEPRECIATION
001200*                   RUN AND FIXED-ASSET REGISTER. EVERY
001300*                   VEHMSTR VEHICLE CARRYING ASSET DETAILS IS
001400*                   DEPRECIATED FOR THE MONTH OF THE BUSINESS
001500*                   DATE, STRAIGHT LINE OR DOUBLE DECLINING
001600*                   BALANCE OVER ITS USEFUL LIFE AND NEVER
001700*                   BELOW ITS SALVAGE VALUE. THE DEPRLDGR
001800*                   LEDGER KEEPS EACH VEHICLE'S ACCUMULATED
001900*                   DEPRECIATION AND THE LAST MONTH CHARGED,
002000*                   SO A RERUN IN THE SAME MONTH CHARGES
002100*                   NOTHING TWICE. A DISPOSAL RECORDED BY
002200*                   VEHMNT IS DEPRECIATED TO THE MONTH BEFORE
002300*                   IT AND BOOKED WITH ITS GAIN OR LOSS. THE
002400*                   REGISTER PRINTS BY DEPOT AND CLASS AND THE
002500*                   MONTH'S JOURNAL AMOUNTS GO TO DEPRCTL FOR
002600*                   GLEXTRCT.
002700*----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT VEH-MASTER  ASSIGN TO "VEHMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS VM-VEHICLE-ID.
003800     SELECT ROUT-MASTER ASSIGN TO "ROUTMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS RM-ROUTE-CODE.
004200     SELECT DEPR-LEDGER ASSIGN TO "DEPRLDGR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS DL-VEHICLE-ID.
004600     SELECT OPTIONAL DEPR-OPEN ASSIGN TO "DEPROPEN"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT DEPR-CTL    ASSIGN TO "DEPRCTL"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT DEPR-RPT    ASSIGN TO "DEPRRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT DEPR-WORK   ASSIGN TO "DEPRWORK".
005300     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300*----------------------------------------------------------*
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  VEH-MASTER
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  VM-RECORD.
007000     05  VM-VEHICLE-ID       PIC X(06).
007100     05  VM-ROUTE-CODE       PIC X(04).
007200     05  VM-DRIVER-ID        PIC X(06).
007300     05  VM-VEHICLE-CLASS    PIC X(02).
007400     05  VM-MAX-SPEED        PIC 9(3)V99.
007500     05  VM-ACQ-DATE         PIC 9(08).
007600     05  VM-PURCHASE-COST    PIC 9(7)V99.
007700     05  VM-USEFUL-LIFE      PIC 9(03).
007800     05  VM-SALVAGE-VALUE    PIC 9(7)V99.
007900     05  VM-DEPR-METHOD      PIC X(01).
008000         88  VM-NO-ASSET-DATA        VALUE SPACE.
008100         88  VM-DECLINING-BALANCE    VALUE "D".
008200     05  VM-DISPOSAL-DATE    PIC 9(08).
008300     05  VM-DISPOSAL-PROCEEDS PIC 9(7)V99.
008400     05  FILLER              PIC X(10).
008500*
008600 FD  ROUT-MASTER
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  RM-RECORD.
009000     05  RM-ROUTE-CODE       PIC X(04).
009100     05  RM-DESCRIPTION      PIC X(30).
009200     05  RM-STD-DISTANCE     PIC 9(5)V99.
009300     05  RM-DEPOT            PIC X(02).
009400     05  FILLER              PIC X(37).
009500*
009600* ONE LEDGER RECORD PER VEHICLE EVER DEPRECIATED - STATUS A
009700* IN SERVICE, F FULLY DEPRECIATED, D DISPOSED AND BOOKED
009800*
009900 FD  DEPR-LEDGER
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 80 CHARACTERS.
010200 01  DL-RECORD.
010300     05  DL-VEHICLE-ID       PIC X(06).
010400     05  DL-ACCUM-DEPR       PIC 9(7)V99.
010500     05  DL-MONTHS-TAKEN     PIC 9(03).
010600     05  DL-LAST-PERIOD      PIC 9(06).
010700     05  DL-LAST-CHARGE      PIC 9(7)V99.
010800     05  DL-STATUS           PIC X(01).
010900         88  DL-ACTIVE               VALUE "A".
011000         88  DL-FULLY-DEPRECIATED    VALUE "F".
011100         88  DL-DISPOSED             VALUE "D".
011200     05  DL-DISPOSAL-PERIOD  PIC 9(06).
011300     05  DL-GAIN-LOSS        PIC S9(7)V99.
011400     05  FILLER              PIC X(31).
011500*
011600* DEPRECIATION ALREADY TAKEN BEFORE A VEHICLE'S FIRST RUN -
011700* VEHICLE, ACCUMULATED AMOUNT AND THE MONTH (YYYYMM) IT RUNS
011800* THROUGH. READ ONLY WHEN THE LEDGER RECORD IS CREATED.
011900*
012000 FD  DEPR-OPEN
012100     LABEL RECORDS ARE STANDARD
012200     RECORD CONTAINS 80 CHARACTERS.
012300 01  DO-RECORD.
012400     05  DO-VEHICLE-ID       PIC X(06).
012500     05  DO-ACCUM-DEPR       PIC 9(7)V99.
012600     05  DO-THRU-PERIOD      PIC 9(06).
012700     05  FILLER              PIC X(59).
012800*
012900* THE MONTH'S JOURNAL CONTROL RECORD, LAID OUT LIKE INVCTL
013000* WITH THE MONTH AND THE DISPOSAL AMOUNTS BEHIND THE CHARGE
013100*
013200 FD  DEPR-CTL
013300     LABEL RECORDS ARE STANDARD
013400     RECORD CONTAINS 80 CHARACTERS.
013500 01  DC-RECORD.
013600     05  DC-PROGRAM-ID       PIC X(08).
013700     05  DC-CONTROL-TOTAL    PIC S9(8)V99.
013800     05  DC-RECORD-COUNT     PIC 9(06).
013900     05  DC-RUN-DATE         PIC 9(08).
014000     05  DC-RUN-TIME         PIC 9(06).
014100     05  DC-PERIOD           PIC 9(06).
014200     05  DC-DISP-ACCUM       PIC S9(8)V99.
014300     05  DC-DISP-PROCEEDS    PIC S9(8)V99.
014400     05  DC-DISP-GAIN-LOSS   PIC S9(8)V99.
014500     05  FILLER              PIC X(06).
014600*
014700 FD  DEPR-RPT
014800     LABEL RECORDS ARE STANDARD
014900     RECORD CONTAINS 80 CHARACTERS.
015000 01  DR-RECORD               PIC X(80).
015100*
015200* EACH VEHICLE IS RELEASED ONCE - TO THE REGISTER, OR TO THE
015300* DISPOSAL LIST WHEN ITS DISPOSAL IS BOOKED IN THE MONTH
015400*
015500 SD  DEPR-WORK.
015600 01  SRT-RECORD.
015700     05  SRT-GROUP           PIC 9(01).
015800         88  SRT-REGISTER            VALUE 1.
015900         88  SRT-DISPOSAL            VALUE 2.
016000     05  SRT-DEPOT           PIC X(02).
016100     05  SRT-CLASS           PIC X(02).
016200     05  SRT-VEHICLE-ID      PIC X(06).
016300     05  SRT-ACQ-DATE        PIC 9(08).
016400     05  SRT-COST            PIC 9(7)V99.
016500     05  SRT-LIFE            PIC 9(03).
016600     05  SRT-METHOD          PIC X(01).
016700     05  SRT-CHARGE          PIC 9(7)V99.
016800     05  SRT-ACCUM           PIC 9(7)V99.
016900     05  SRT-NBV             PIC S9(7)V99.
017000     05  SRT-DISP-DATE       PIC 9(08).
017100     05  SRT-PROCEEDS        PIC 9(7)V99.
017200     05  SRT-GAIN-LOSS       PIC S9(7)V99.
017300     05  SRT-NOTE            PIC X(06).
017400     05  FILLER              PIC X(03).
017500*
017600 FD  RUN-LOG
017700     LABEL RECORDS ARE STANDARD
017800     RECORD CONTAINS 80 CHARACTERS.
017900 01  RL-RECORD               PIC X(80).
018000*
018100 FD  BUS-DATE-PARM
018200     LABEL RECORDS ARE STANDARD
018300     RECORD CONTAINS 80 CHARACTERS.
018400 01  BD-RECORD.
018500     05  BD-BUSINESS-DATE    PIC 9(08).
018600     05  FILLER              PIC X(72).
018700*
018800 FD  OPER-CARD
018900     LABEL RECORDS ARE STANDARD
019000     RECORD CONTAINS 80 CHARACTERS.
019100 01  OC-RECORD.
019200     05  OC-OPERATOR-ID      PIC X(08).
019300     05  FILLER              PIC X(72).
019400*
019500 FD  OPER-AUTH
019600     LABEL RECORDS ARE STANDARD
019700     RECORD CONTAINS 80 CHARACTERS.
019800 01  OA-RECORD.
019900     05  OA-OPERATOR-ID      PIC X(08).
020000     05  OA-NAME             PIC X(20).
020100     05  OA-ACTIVE           PIC X(01).
020200     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
020300     05  FILLER              PIC X(11).
020400*
020500 FD  OPER-LOG
020600     LABEL RECORDS ARE STANDARD
020700     RECORD CONTAINS 80 CHARACTERS.
020800 01  OL-RECORD               PIC X(80).
020900*----------------------------------------------------------*
021000 WORKING-STORAGE SECTION.
021100     COPY RUNHDR.
021200     COPY RUNLOG.
021300     COPY OPERAUTH.
021400     COPY PRTSRV.
021500 01  WS-PRINT-LINE           PIC X(80).
021600 01  WS-HDG-SUB              PIC 9(01) COMP.
021700*
021800 01  WS-SWITCHES.
021900     05  WS-EOF-SW           PIC X(01) VALUE "N".
022000         88  EOF-INPUT               VALUE "Y".
022100     05  WS-MASTER-EOF-SW    PIC X(01) VALUE "N".
022200         88  EOF-VEH-MASTER          VALUE "Y".
022300     05  WS-LEDGER-EOF-SW    PIC X(01) VALUE "N".
022400         88  EOF-DEPR-LEDGER         VALUE "Y".
022500     05  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
022600         88  EOF-DEPR-WORK           VALUE "Y".
022700     05  WS-FOUND-SW         PIC X(01) VALUE "N".
022800         88  ENTRY-FOUND             VALUE "Y".
022900     05  WS-NEW-LEDGER-SW    PIC X(01) VALUE "N".
023000         88  NEW-LEDGER              VALUE "Y".
023100     05  WS-DISPOSING-SW     PIC X(01) VALUE "N".
023200         88  DISPOSING               VALUE "Y".
023300     05  WS-SAVE-FAILED-SW   PIC X(01) VALUE "N".
023400         88  SAVE-FAILED             VALUE "Y".
023500     05  WS-DISP-STARTED-SW  PIC X(01) VALUE "N".
023600         88  DISP-STARTED            VALUE "Y".
023700*
023800 01  WS-SEARCH-ROUTE-CODE    PIC X(04) VALUE SPACES.
023900 01  WS-FOUND-DEPOT          PIC X(02) VALUE SPACES.
024000 01  WS-FOUND-OPEN-ACCUM     PIC 9(7)V99 VALUE ZERO.
024100 01  WS-FOUND-OPEN-THRU      PIC 9(06) VALUE ZERO.
024200 01  WS-NOTE                 PIC X(06) VALUE SPACES.
024300*
024400* THE MONTH BEING DEPRECIATED, AND EACH YYYYMM CARRIED AS A
024500* COUNT OF MONTHS (YEAR X 12 + MONTH) SO THEY SUBTRACT
024600*
024700 01  WS-PERIOD               PIC 9(06) VALUE ZERO.
024800 01  WS-PERIOD-WORK          PIC 9(06) VALUE ZERO.
024900 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-WORK.
025000     05  WS-PW-YEAR          PIC 9(04).
025100     05  WS-PW-MONTH         PIC 9(02).
025200 01  WS-PERIOD-MONTHS        PIC 9(06) VALUE ZERO.
025300 01  WS-ACQ-MONTHS           PIC 9(06) VALUE ZERO.
025400 01  WS-TARGET-MONTHS        PIC 9(06) VALUE ZERO.
025500 01  WS-DUE-MONTHS           PIC S9(05) VALUE ZERO.
025600 01  WS-MONTH-START          PIC 9(04) COMP VALUE ZERO.
025700 01  WS-MONTH-SUB            PIC 9(04) COMP VALUE ZERO.
025800*
025900* ONE VEHICLE'S CALCULATION
026000*
026100 01  WS-DEPRECIABLE          PIC 9(7)V99 VALUE ZERO.
026200 01  WS-TARGET-ACCUM         PIC 9(7)V99 VALUE ZERO.
026300 01  WS-CHARGE               PIC 9(7)V99 VALUE ZERO.
026400 01  WS-MONTH-CHARGE         PIC 9(7)V99 VALUE ZERO.
026500 01  WS-NBV                  PIC S9(7)V99 VALUE ZERO.
026600*
026700 01  WS-COUNTERS.
026800     05  WS-VEHICLE-COUNT    PIC 9(05) COMP VALUE ZERO.
026900     05  WS-NO-ASSET-COUNT   PIC 9(05) COMP VALUE ZERO.
027000     05  WS-EARLIER-COUNT    PIC 9(05) COMP VALUE ZERO.
027100     05  WS-CHARGED-COUNT    PIC 9(05) COMP VALUE ZERO.
027200     05  WS-FULLY-COUNT      PIC 9(05) COMP VALUE ZERO.
027300     05  WS-DISPOSAL-COUNT   PIC 9(05) COMP VALUE ZERO.
027400     05  WS-OPENING-COUNT    PIC 9(05) COMP VALUE ZERO.
027500     05  WS-SAVED-COUNT      PIC 9(05) COMP VALUE ZERO.
027600     05  WS-FAILED-COUNT     PIC 9(05) COMP VALUE ZERO.
027700     05  WS-UNCHARGED-COUNT  PIC 9(05) COMP VALUE ZERO.
027800     05  WS-PRINTED-COUNT    PIC 9(05) COMP VALUE ZERO.
027900*
028000* THE MONTH'S JOURNAL AMOUNTS FOR DEPRCTL
028100*
028200 01  WS-CTL-TOTALS.
028300     05  WS-CTL-CHARGE       PIC S9(8)V99 VALUE ZERO.
028400     05  WS-CTL-DISP-ACCUM   PIC S9(8)V99 VALUE ZERO.
028500     05  WS-CTL-PROCEEDS     PIC S9(8)V99 VALUE ZERO.
028600     05  WS-CTL-GAIN-LOSS    PIC S9(8)V99 VALUE ZERO.
028700*
028800* CLASS, DEPOT AND FLEET TOTALS - VEHICLES, COST, THE MONTH'S
028900* CHARGE, ACCUMULATED DEPRECIATION AND NET BOOK VALUE
029000*
029100 01  WS-PRIOR-DEPOT          PIC X(02) VALUE SPACES.
029200 01  WS-PRIOR-CLASS          PIC X(02) VALUE SPACES.
029300 01  WS-LEVEL-TOTALS.
029400     05  WS-LEVEL OCCURS 3 TIMES.
029500         10  WS-LV-VEHICLES  PIC 9(05) COMP.
029600         10  WS-LV-COST      PIC 9(9)V99 COMP.
029700         10  WS-LV-CHARGE    PIC 9(9)V99 COMP.
029800         10  WS-LV-ACCUM     PIC 9(9)V99 COMP.
029900         10  WS-LV-NBV       PIC S9(9)V99 COMP.
030000 01  WS-CLASS-LV             PIC 9(01) COMP VALUE 1.
030100 01  WS-DEPOT-LV             PIC 9(01) COMP VALUE 2.
030200 01  WS-FLEET-LV             PIC 9(01) COMP VALUE 3.
030300 01  WS-LV-SUB               PIC 9(01) COMP VALUE ZERO.
030400*
030500* THE DISPOSALS BOOKED IN THE MONTH
030600*
030700 01  WS-DISP-TOTALS.
030800     05  WS-DT-VEHICLES      PIC 9(05) COMP VALUE ZERO.
030900     05  WS-DT-CHARGE        PIC 9(9)V99 COMP VALUE ZERO.
031000     05  WS-DT-ACCUM         PIC 9(9)V99 COMP VALUE ZERO.
031100     05  WS-DT-NBV           PIC S9(9)V99 COMP VALUE ZERO.
031200     05  WS-DT-PROCEEDS      PIC 9(9)V99 COMP VALUE ZERO.
031300     05  WS-DT-GAIN-LOSS     PIC S9(9)V99 COMP VALUE ZERO.
031400*
031500* ROUTMSTR - EACH ROUTE'S DEPOT
031600*
031700 01  WS-ROUTE-MAX            PIC 9(04) COMP VALUE 500.
031800 01  WS-ROUTE-COUNT          PIC 9(04) COMP VALUE ZERO.
031900 01  WS-ROUTE-SUB            PIC 9(04) COMP VALUE ZERO.
032000 01  WS-ROUTE-TABLE.
032100     05  WS-ROUTE-ENTRY OCCURS 500 TIMES.
032200         10  WS-RT-ROUTE-CODE    PIC X(04).
032300         10  WS-RT-DEPOT         PIC X(02).
032400*
032500* DEPROPEN - OPENING DEPRECIATION FOR VEHICLES TAKEN ON
032600*
032700 01  WS-OPEN-MAX             PIC 9(04) COMP VALUE 2000.
032800 01  WS-OPEN-COUNT           PIC 9(04) COMP VALUE ZERO.
032900 01  WS-OPEN-SUB             PIC 9(04) COMP VALUE ZERO.
033000 01  WS-OPEN-BAD             PIC 9(04) COMP VALUE ZERO.
033100 01  WS-OPEN-TABLE.
033200     05  WS-OPEN-ENTRY OCCURS 2000 TIMES.
033300         10  WS-OT-VEHICLE-ID    PIC X(06).
033400         10  WS-OT-ACCUM         PIC 9(7)V99.
033500         10  WS-OT-THRU          PIC 9(06).
033600*
033700 01  WS-PAGE-HEADER-1.
033800     05  FILLER              PIC X(40) VALUE
033900         "FIXED-ASSET REGISTER BY DEPOT AND CLASS".
034000     05  FILLER              PIC X(40) VALUE SPACES.
034100*
034200 01  WS-PAGE-HEADER-2.
034300     05  FILLER              PIC X(03) VALUE "DP".
034400     05  FILLER              PIC X(03) VALUE "CL".
034500     05  FILLER              PIC X(07) VALUE "VEHICLE".
034600     05  FILLER              PIC X(08) VALUE "ACQUIRED".
034700     05  FILLER              PIC X(12) VALUE "        COST".
034800     05  FILLER              PIC X(06) VALUE " LIFE".
034900     05  FILLER              PIC X(10) VALUE "    CHARGE".
035000     05  FILLER              PIC X(12) VALUE "  ACCUM DEPR".
035100     05  FILLER              PIC X(12) VALUE "    NET BOOK".
035200     05  FILLER              PIC X(07) VALUE " NOTE".
035300*
035400 01  WS-PERIOD-LINE.
035500     05  FILLER              PIC X(20) VALUE
035600         "DEPRECIATION MONTH ".
035700     05  WS-PL-PERIOD        PIC 9(06).
035800     05  FILLER              PIC X(54) VALUE
035900         "   METHOD S STRAIGHT LINE, D DOUBLE DECLINING".
036000*
036100 01  WS-DETAIL-LINE.
036200     05  WS-DL-DEPOT         PIC X(02).
036300     05  FILLER              PIC X(01) VALUE SPACES.
036400     05  WS-DL-CLASS         PIC X(02).
036500     05  FILLER              PIC X(01) VALUE SPACES.
036600     05  WS-DL-VEHICLE-ID    PIC X(06).
036700     05  FILLER              PIC X(01) VALUE SPACES.
036800     05  WS-DL-ACQ-DATE      PIC 9(08).
036900     05  WS-DL-COST          PIC ZZZZZZZZ9.99.
037000     05  FILLER              PIC X(01) VALUE SPACES.
037100     05  WS-DL-LIFE          PIC ZZ9.
037200     05  FILLER              PIC X(01) VALUE SPACES.
037300     05  WS-DL-METHOD        PIC X(01).
037400     05  WS-DL-CHARGE        PIC ZZZZZZ9.99.
037500     05  WS-DL-ACCUM         PIC ZZZZZZZZ9.99.
037600     05  WS-DL-NBV           PIC -(8)9.99.
037700     05  FILLER              PIC X(01) VALUE SPACES.
037800     05  WS-DL-NOTE          PIC X(06).
037900*
038000 01  WS-TOTAL-LINE.
038100     05  WS-TL-LABEL         PIC X(12).
038200     05  WS-TL-VEHICLES      PIC ZZZZ9.
038300     05  FILLER              PIC X(04) VALUE " VEH".
038400     05  WS-TL-COST          PIC ZZZZZZZZ9.99.
038500     05  FILLER              PIC X(06) VALUE SPACES.
038600     05  WS-TL-CHARGE        PIC ZZZZZZ9.99.
038700     05  WS-TL-ACCUM         PIC ZZZZZZZZ9.99.
038800     05  WS-TL-NBV           PIC -(8)9.99.
038900     05  FILLER              PIC X(07) VALUE SPACES.
039000*
039100 01  WS-CLASS-LABEL.
039200     05  FILLER              PIC X(09) VALUE "  CLASS ".
039300     05  WS-CB-CLASS         PIC X(02).
039400     05  FILLER              PIC X(01) VALUE SPACES.
039500*
039600 01  WS-DEPOT-LABEL.
039700     05  FILLER              PIC X(07) VALUE "DEPOT ".
039800     05  WS-DB-DEPOT         PIC X(02).
039900     05  FILLER              PIC X(03) VALUE SPACES.
040000*
040100 01  WS-DISP-TITLE           PIC X(80) VALUE
040200     "DISPOSALS BOOKED IN THE MONTH".
040300*
040400 01  WS-DISP-HEADER.
040500     05  FILLER              PIC X(03) VALUE "DP".
040600     05  FILLER              PIC X(03) VALUE "CL".
040700     05  FILLER              PIC X(07) VALUE "VEHICLE".
040800     05  FILLER              PIC X(08) VALUE "DISPOSED".
040900     05  FILLER              PIC X(10) VALUE "    CHARGE".
041000     05  FILLER              PIC X(12) VALUE "  ACCUM DEPR".
041100     05  FILLER              PIC X(11) VALUE "   NET BOOK".
041200     05  FILLER              PIC X(11) VALUE "   PROCEEDS".
041300     05  FILLER              PIC X(15) VALUE "   GAIN/LOSS".
041400*
041500 01  WS-DISP-LINE.
041600     05  WS-XL-DEPOT         PIC X(02).
041700     05  FILLER              PIC X(01) VALUE SPACES.
041800     05  WS-XL-CLASS         PIC X(02).
041900     05  FILLER              PIC X(01) VALUE SPACES.
042000     05  WS-XL-VEHICLE-ID    PIC X(06).
042100     05  FILLER              PIC X(01) VALUE SPACES.
042200     05  WS-XL-DISP-DATE     PIC 9(08).
042300     05  WS-XL-CHARGE        PIC ZZZZZZ9.99.
042400     05  WS-XL-ACCUM         PIC ZZZZZZZZ9.99.
042500     05  WS-XL-NBV           PIC -(7)9.99.
042600     05  WS-XL-PROCEEDS      PIC ZZZZZZZ9.99.
042700     05  WS-XL-GAIN-LOSS     PIC -(8)9.99.
042800     05  FILLER              PIC X(03) VALUE SPACES.
042900*
043000 01  WS-DISP-TOTAL-LINE.
043100     05  FILLER              PIC X(12) VALUE "DISPOSALS".
043200     05  WS-XT-VEHICLES      PIC ZZZZ9.
043300     05  FILLER              PIC X(04) VALUE " VEH".
043400     05  WS-XT-CHARGE        PIC ZZZZZZ9.99.
043500     05  WS-XT-ACCUM         PIC ZZZZZZZZ9.99.
043600     05  WS-XT-NBV           PIC -(7)9.99.
043700     05  WS-XT-PROCEEDS      PIC ZZZZZZZ9.99.
043800     05  WS-XT-GAIN-LOSS     PIC -(8)9.99.
043900     05  FILLER              PIC X(03) VALUE SPACES.
044000*
044100 01  WS-LEDGER-TITLE         PIC X(80) VALUE
044200     "LEDGER ASSETS NOT DEPRECIATED THIS MONTH".
044300*
044400 01  WS-LEDGER-HEADER        PIC X(80) VALUE
044500     "VEHICLE ACCUM DEPR  MONTHS  LAST MONTH  REASON".
044600*
044700 01  WS-LEDGER-LINE.
044800     05  WS-LL-VEHICLE-ID    PIC X(06).
044900     05  WS-LL-ACCUM         PIC ZZZZZZZZ9.99.
045000     05  FILLER              PIC X(05) VALUE SPACES.
045100     05  WS-LL-MONTHS        PIC ZZ9.
045200     05  FILLER              PIC X(06) VALUE SPACES.
045300     05  WS-LL-PERIOD        PIC 9(06).
045400     05  FILLER              PIC X(02) VALUE SPACES.
045500     05  WS-LL-REASON        PIC X(40).
045600*
045700 01  WS-NONE-LINE            PIC X(80) VALUE
045800     "  NONE".
045900*
046000 01  WS-SUMMARY-LINE-1.
046100     05  FILLER              PIC X(09) VALUE "VEHICLES:".
046200     05  WS-SM-VEHICLES      PIC ZZZZ9.
046300     05  FILLER              PIC X(10) VALUE " NO ASSET:".
046400     05  WS-SM-NO-ASSET      PIC ZZZZ9.
046500     05  FILLER              PIC X(09) VALUE " CHARGED:".
046600     05  WS-SM-CHARGED       PIC ZZZZ9.
046700     05  FILLER              PIC X(07) VALUE " FULLY:".
046800     05  WS-SM-FULLY         PIC ZZZZ9.
046900     05  FILLER              PIC X(18) VALUE " DISPOSED EARLIER:".
047000     05  WS-SM-EARLIER       PIC ZZZZ9.
047100     05  FILLER              PIC X(02) VALUE SPACES.
047200*
047300 01  WS-SUMMARY-LINE-2.
047400     05  FILLER              PIC X(15) VALUE "MONTH'S CHARGE:".
047500     05  WS-SM-CHARGE        PIC -(8)9.99.
047600     05  FILLER              PIC X(11) VALUE " DISPOSALS:".
047700     05  WS-SM-DISPOSALS     PIC ZZZZ9.
047800     05  FILLER              PIC X(11) VALUE " OPENINGS:".
047900     05  WS-SM-OPENINGS      PIC ZZZZ9.
048000     05  FILLER              PIC X(13) VALUE " UNCHARGED:".
048100     05  WS-SM-UNCHARGED     PIC ZZZZ9.
048200     05  FILLER              PIC X(03) VALUE SPACES.
048300*
048400 01  WS-SUMMARY-LINE-3.
048500     05  FILLER              PIC X(16) VALUE "LEDGER UPDATED:".
048600     05  WS-SM-SAVED         PIC ZZZZ9.
048700     05  FILLER              PIC X(09) VALUE " FAILED:".
048800     05  WS-SM-FAILED        PIC ZZZZ9.
048900     05  FILLER              PIC X(16) VALUE " BAD OPENINGS:".
049000     05  WS-SM-BAD-OPEN      PIC ZZZ9.
049100     05  FILLER              PIC X(25) VALUE SPACES.
049200*
049300 01  WS-CTL-WRITTEN-LINE     PIC X(80) VALUE
049400     "JOURNAL CONTROL RECORD WRITTEN TO DEPRCTL".
049500*
049600 01  WS-CTL-HELD-LINE        PIC X(80) VALUE
049700     "LEDGER UPDATE FAILED - DEPRCTL NOT WRITTEN".
049800*----------------------------------------------------------*
049900 PROCEDURE DIVISION.
050000 0000-MAINLINE.
050100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
050200     SORT DEPR-WORK
050300         ON ASCENDING KEY SRT-GROUP
050400         ON ASCENDING KEY SRT-DEPOT
050500         ON ASCENDING KEY SRT-CLASS
050600         ON ASCENDING KEY SRT-VEHICLE-ID
050700         INPUT PROCEDURE IS 2000-DEPRECIATE-FLEET
050800             THRU 2000-EXIT
050900         OUTPUT PROCEDURE IS 3000-PRINT-REGISTER
051000             THRU 3000-EXIT.
051100     PERFORM 4000-CHECK-LEDGER THRU 4000-EXIT.
051200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
051300     GOBACK.
051400*----------------------------------------------------------*
051500* 1000-INITIALIZE - THE MONTH, THE ROUTES, THE OPENING
051600*                   BALANCES, FILES AND THE RUN HEADER
051700*----------------------------------------------------------*
051800 1000-INITIALIZE.
051900     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
052000     MOVE "VEHDEPR" TO OPERAUTH-CALLER.
052100     PERFORM OPERAUTH-VALIDATE
052200         THRU OPERAUTH-VALIDATE-EXIT.
052300     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
052400     PERFORM 1200-LOAD-ROUTES THRU 1200-EXIT.
052500     PERFORM 1300-LOAD-OPENINGS THRU 1300-EXIT.
052600     INITIALIZE WS-LEVEL-TOTALS.
052700     OPEN I-O DEPR-LEDGER.
052800     OPEN OUTPUT DEPR-RPT.
052900     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
053000     MOVE RUNHDR-DATE (1:6) TO WS-PERIOD.
053100     MOVE WS-PERIOD TO WS-PERIOD-WORK.
053200     COMPUTE WS-PERIOD-MONTHS = WS-PW-YEAR * 12 + WS-PW-MONTH.
053300     MOVE WS-PERIOD TO WS-PL-PERIOD.
053400     MOVE WS-PERIOD-LINE TO WS-PRINT-LINE.
053500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
053600     MOVE SPACES TO WS-PRINT-LINE.
053700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
053800 1000-EXIT.
053900     EXIT.
054000*----------------------------------------------------------*
054100* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
054200*----------------------------------------------------------*
054300 1050-PRINT-RUN-HEADER.
054400     MOVE "VEHDEPR" TO RUNHDR-JOB-NAME.
054500     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
054600     MOVE "I" TO PRTSRV-FUNCTION.
054700     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
054800     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
054900     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
055000     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
055100     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
055200     CALL "PRTSRV" USING PRTSRV-CONTROL.
055300 1050-EXIT.
055400     EXIT.
055500*----------------------------------------------------------*
055600* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
055700*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
055800*                      RULES WHEN THE CARD IS ABSENT)
055900*----------------------------------------------------------*
056000 1090-READ-BUS-DATE.
056100     OPEN INPUT BUS-DATE-PARM.
056200     READ BUS-DATE-PARM
056300         AT END
056400             CONTINUE
056500         NOT AT END
056600             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
056700     END-READ.
056800     CLOSE BUS-DATE-PARM.
056900 1090-EXIT.
057000     EXIT.
057100*----------------------------------------------------------*
057200* 1200-LOAD-ROUTES - EVERY ROUTMSTR ROUTE AND ITS DEPOT. A
057300*                    TABLE TOO SMALL WOULD LEAVE VEHICLES
057400*                    WITH NO DEPOT, SO THE STEP STOPS RC 12.
057500*----------------------------------------------------------*
057600 1200-LOAD-ROUTES.
057700     MOVE "N" TO WS-EOF-SW.
057800     OPEN INPUT ROUT-MASTER.
057900     PERFORM 1250-LOAD-ONE-ROUTE THRU 1250-EXIT
058000         UNTIL EOF-INPUT.
058100     CLOSE ROUT-MASTER.
058200     MOVE "N" TO WS-EOF-SW.
058300 1200-EXIT.
058400     EXIT.
058500*----------------------------------------------------------*
058600* 1250-LOAD-ONE-ROUTE - ONE ROUTMSTR RECORD INTO THE TABLE
058700*----------------------------------------------------------*
058800 1250-LOAD-ONE-ROUTE.
058900     READ ROUT-MASTER
059000         AT END
059100             SET EOF-INPUT TO TRUE
059200             GO TO 1250-EXIT
059300     END-READ.
059400     IF WS-ROUTE-COUNT NOT < WS-ROUTE-MAX
059500         DISPLAY "VEHDEPR: ROUTMSTR HOLDS MORE THAN "
059600             WS-ROUTE-MAX " ROUTES - ROUTE TABLE FULL"
059700         MOVE 12 TO RETURN-CODE
059800         STOP RUN
059900     END-IF.
060000     ADD 1 TO WS-ROUTE-COUNT.
060100     MOVE RM-ROUTE-CODE TO WS-RT-ROUTE-CODE (WS-ROUTE-COUNT).
060200     MOVE RM-DEPOT TO WS-RT-DEPOT (WS-ROUTE-COUNT).
060300 1250-EXIT.
060400     EXIT.
060500*----------------------------------------------------------*
060600* 1300-LOAD-OPENINGS - THE OPTIONAL DEPROPEN OPENING BALANCES.
060700*                      A LINE THAT IS NOT NUMERIC IS COUNTED
060800*                      AND IGNORED; A TABLE TOO SMALL STOPS
060900*                      THE STEP RC 12.
061000*----------------------------------------------------------*
061100 1300-LOAD-OPENINGS.
061200     MOVE "N" TO WS-EOF-SW.
061300     OPEN INPUT DEPR-OPEN.
061400     PERFORM 1350-LOAD-ONE-OPENING THRU 1350-EXIT
061500         UNTIL EOF-INPUT.
061600     CLOSE DEPR-OPEN.
061700     MOVE "N" TO WS-EOF-SW.
061800 1300-EXIT.
061900     EXIT.
062000*----------------------------------------------------------*
062100* 1350-LOAD-ONE-OPENING - ONE DEPROPEN LINE INTO THE TABLE
062200*----------------------------------------------------------*
062300 1350-LOAD-ONE-OPENING.
062400     READ DEPR-OPEN
062500         AT END
062600             SET EOF-INPUT TO TRUE
062700             GO TO 1350-EXIT
062800     END-READ.
062900     IF DO-ACCUM-DEPR NOT NUMERIC
063000         OR DO-THRU-PERIOD NOT NUMERIC
063100         OR DO-VEHICLE-ID = SPACES
063200         ADD 1 TO WS-OPEN-BAD
063300         DISPLAY "VEHDEPR: DEPROPEN LINE IGNORED - " DO-RECORD
063400         GO TO 1350-EXIT
063500     END-IF.
063600     IF WS-OPEN-COUNT NOT < WS-OPEN-MAX
063700         DISPLAY "VEHDEPR: DEPROPEN HOLDS MORE THAN "
063800             WS-OPEN-MAX " VEHICLES - OPENING TABLE FULL"
063900         MOVE 12 TO RETURN-CODE
064000         STOP RUN
064100     END-IF.
064200     ADD 1 TO WS-OPEN-COUNT.
064300     MOVE DO-VEHICLE-ID TO WS-OT-VEHICLE-ID (WS-OPEN-COUNT).
064400     MOVE DO-ACCUM-DEPR TO WS-OT-ACCUM (WS-OPEN-COUNT).
064500     MOVE DO-THRU-PERIOD TO WS-OT-THRU (WS-OPEN-COUNT).
064600 1350-EXIT.
064700     EXIT.
064800*----------------------------------------------------------*
064900* 1700-FIND-DEPOT - THE DEPOT OF THE ROUTE IN
065000*                   WS-SEARCH-ROUTE-CODE, ?? WHEN THE ROUTE
065100*                   IS NOT ON ROUTMSTR
065200*----------------------------------------------------------*
065300 1700-FIND-DEPOT.
065400     MOVE "??" TO WS-FOUND-DEPOT.
065500     MOVE "N" TO WS-FOUND-SW.
065600     PERFORM 1750-SCAN-ROUTE THRU 1750-EXIT
065700         VARYING WS-ROUTE-SUB FROM 1 BY 1
065800         UNTIL ENTRY-FOUND
065900         OR WS-ROUTE-SUB > WS-ROUTE-COUNT.
066000 1700-EXIT.
066100     EXIT.
066200*----------------------------------------------------------*
066300* 1750-SCAN-ROUTE - ONE PROBE OF THE ROUTE TABLE
066400*----------------------------------------------------------*
066500 1750-SCAN-ROUTE.
066600     IF WS-RT-ROUTE-CODE (WS-ROUTE-SUB) = WS-SEARCH-ROUTE-CODE
066700         MOVE WS-RT-DEPOT (WS-ROUTE-SUB) TO WS-FOUND-DEPOT
066800         SET ENTRY-FOUND TO TRUE
066900     END-IF.
067000 1750-EXIT.
067100     EXIT.
067200*----------------------------------------------------------*
067300* 1800-FIND-OPENING - THE OPENING BALANCE OF THE VEHICLE ON
067400*                     VM-RECORD, IF DEPROPEN CARRIES ONE
067500*----------------------------------------------------------*
067600 1800-FIND-OPENING.
067700     MOVE "N" TO WS-FOUND-SW.
067800     PERFORM 1850-SCAN-OPENING THRU 1850-EXIT
067900         VARYING WS-OPEN-SUB FROM 1 BY 1
068000         UNTIL ENTRY-FOUND
068100         OR WS-OPEN-SUB > WS-OPEN-COUNT.
068200 1800-EXIT.
068300     EXIT.
068400*----------------------------------------------------------*
068500* 1850-SCAN-OPENING - ONE PROBE OF THE OPENING TABLE
068600*----------------------------------------------------------*
068700 1850-SCAN-OPENING.
068800     IF WS-OT-VEHICLE-ID (WS-OPEN-SUB) = VM-VEHICLE-ID
068900         MOVE WS-OT-ACCUM (WS-OPEN-SUB) TO WS-FOUND-OPEN-ACCUM
069000         MOVE WS-OT-THRU (WS-OPEN-SUB) TO WS-FOUND-OPEN-THRU
069100         SET ENTRY-FOUND TO TRUE
069200     END-IF.
069300 1850-EXIT.
069400     EXIT.
069500*----------------------------------------------------------*
069600* 2000-DEPRECIATE-FLEET - SORT INPUT: DEPRECIATE EVERY ASSET
069700*                         ON THE MASTER FOR THE MONTH AND
069800*                         RELEASE IT TO THE REGISTER
069900*----------------------------------------------------------*
070000 2000-DEPRECIATE-FLEET.
070100     OPEN INPUT VEH-MASTER.
070200     PERFORM 2100-DEPRECIATE-VEHICLE THRU 2100-EXIT
070300         UNTIL EOF-VEH-MASTER.
070400     CLOSE VEH-MASTER.
070500 2000-EXIT.
070600     EXIT.
070700*----------------------------------------------------------*
070800* 2100-DEPRECIATE-VEHICLE - ONE VEHICLE. ONE WITH NO ASSET
070900*                           DETAILS, OR WHOSE DISPOSAL WAS
071000*                           BOOKED IN AN EARLIER MONTH, IS
071100*                           COUNTED AND PASSED OVER. ONE
071200*                           ALREADY CHARGED FOR THE MONTH IS
071300*                           LISTED FROM ITS LEDGER AS A RERUN.
071400*----------------------------------------------------------*
071500 2100-DEPRECIATE-VEHICLE.
071600     READ VEH-MASTER
071700         AT END
071800             SET EOF-VEH-MASTER TO TRUE
071900             GO TO 2100-EXIT
072000     END-READ.
072100     ADD 1 TO WS-VEHICLE-COUNT.
072200     IF VM-NO-ASSET-DATA
072300         ADD 1 TO WS-NO-ASSET-COUNT
072400         GO TO 2100-EXIT
072500     END-IF.
072600     MOVE SPACES TO WS-NOTE.
072700     MOVE ZERO TO WS-CHARGE.
072800     MOVE VM-ACQ-DATE (1:6) TO WS-PERIOD-WORK.
072900     COMPUTE WS-ACQ-MONTHS = WS-PW-YEAR * 12 + WS-PW-MONTH.
073000     PERFORM 2200-READ-LEDGER THRU 2200-EXIT.
073100     IF DL-DISPOSED
073200         AND DL-DISPOSAL-PERIOD NOT = WS-PERIOD
073300         ADD 1 TO WS-EARLIER-COUNT
073400         GO TO 2100-EXIT
073500     END-IF.
073600     IF NEW-LEDGER
073700         OR DL-LAST-PERIOD < WS-PERIOD
073800         PERFORM 2300-TAKE-MONTH THRU 2300-EXIT
073900         IF SAVE-FAILED
074000             GO TO 2100-EXIT
074100         END-IF
074200     ELSE
074300         MOVE "RERUN" TO WS-NOTE
074400         IF DL-LAST-PERIOD = WS-PERIOD
074500             MOVE DL-LAST-CHARGE TO WS-CHARGE
074600         END-IF
074700     END-IF.
074800     PERFORM 2900-RELEASE-VEHICLE THRU 2900-EXIT.
074900 2100-EXIT.
075000     EXIT.
075100*----------------------------------------------------------*
075200* 2200-READ-LEDGER - THE VEHICLE'S LEDGER RECORD, OR A NEW
075300*                    ONE WHEN IT HAS NONE YET
075400*----------------------------------------------------------*
075500 2200-READ-LEDGER.
075600     MOVE "N" TO WS-NEW-LEDGER-SW.
075700     MOVE VM-VEHICLE-ID TO DL-VEHICLE-ID.
075800     READ DEPR-LEDGER
075900         INVALID KEY
076000             PERFORM 2250-NEW-LEDGER THRU 2250-EXIT
076100     END-READ.
076200 2200-EXIT.
076300     EXIT.
076400*----------------------------------------------------------*
076500* 2250-NEW-LEDGER - A VEHICLE'S FIRST LEDGER RECORD, TAKING
076600*                   ON ITS DEPROPEN OPENING BALANCE WHEN IT
076700*                   HAS ONE
076800*----------------------------------------------------------*
076900 2250-NEW-LEDGER.
077000     SET NEW-LEDGER TO TRUE.
077100     MOVE SPACES TO DL-RECORD.
077200     MOVE VM-VEHICLE-ID TO DL-VEHICLE-ID.
077300     MOVE ZERO TO DL-ACCUM-DEPR.
077400     MOVE ZERO TO DL-MONTHS-TAKEN.
077500     MOVE ZERO TO DL-LAST-PERIOD.
077600     MOVE ZERO TO DL-LAST-CHARGE.
077700     MOVE ZERO TO DL-DISPOSAL-PERIOD.
077800     MOVE ZERO TO DL-GAIN-LOSS.
077900     SET DL-ACTIVE TO TRUE.
078000     PERFORM 1800-FIND-OPENING THRU 1800-EXIT.
078100     IF NOT ENTRY-FOUND
078200         GO TO 2250-EXIT
078300     END-IF.
078400     ADD 1 TO WS-OPENING-COUNT.
078500     MOVE "OPENED" TO WS-NOTE.
078600     MOVE WS-FOUND-OPEN-ACCUM TO DL-ACCUM-DEPR.
078700     MOVE WS-FOUND-OPEN-THRU TO DL-LAST-PERIOD.
078800     MOVE WS-FOUND-OPEN-THRU TO WS-PERIOD-WORK.
078900     COMPUTE WS-DUE-MONTHS =
079000         WS-PW-YEAR * 12 + WS-PW-MONTH - WS-ACQ-MONTHS + 1.
079100     IF WS-DUE-MONTHS < ZERO
079200         MOVE ZERO TO WS-DUE-MONTHS
079300     END-IF.
079400     IF WS-DUE-MONTHS > VM-USEFUL-LIFE
079500         MOVE VM-USEFUL-LIFE TO WS-DUE-MONTHS
079600     END-IF.
079700     MOVE WS-DUE-MONTHS TO DL-MONTHS-TAKEN.
079800 2250-EXIT.
079900     EXIT.
080000*----------------------------------------------------------*
080100* 2300-TAKE-MONTH - CHARGE THE VEHICLE UP TO THE MONTH, OR UP
080200*                   TO THE MONTH BEFORE ITS DISPOSAL WHEN THE
080300*                   DISPOSAL FALLS IN OR BEFORE THE MONTH, AND
080400*                   SAVE ITS LEDGER RECORD
080500*----------------------------------------------------------*
080600 2300-TAKE-MONTH.
080700     MOVE WS-PERIOD-MONTHS TO WS-TARGET-MONTHS.
080800     MOVE "N" TO WS-DISPOSING-SW.
080900     IF VM-DISPOSAL-DATE NUMERIC
081000         AND VM-DISPOSAL-DATE > ZERO
081100         MOVE VM-DISPOSAL-DATE (1:6) TO WS-PERIOD-WORK
081200         IF WS-PERIOD-WORK NOT > WS-PERIOD
081300             SET DISPOSING TO TRUE
081400             COMPUTE WS-TARGET-MONTHS =
081500                 WS-PW-YEAR * 12 + WS-PW-MONTH - 1
081600         END-IF
081700     END-IF.
081800     COMPUTE WS-DUE-MONTHS =
081900         WS-TARGET-MONTHS - WS-ACQ-MONTHS + 1.
082000     IF WS-DUE-MONTHS < ZERO
082100         MOVE ZERO TO WS-DUE-MONTHS
082200     END-IF.
082300     IF WS-DUE-MONTHS > VM-USEFUL-LIFE
082400         MOVE VM-USEFUL-LIFE TO WS-DUE-MONTHS
082500     END-IF.
082600     IF VM-DECLINING-BALANCE
082700         PERFORM 2500-DECLINING-BALANCE THRU 2500-EXIT
082800     ELSE
082900         PERFORM 2400-STRAIGHT-LINE THRU 2400-EXIT
083000     END-IF.
083100     ADD WS-CHARGE TO DL-ACCUM-DEPR.
083200     IF WS-DUE-MONTHS > DL-MONTHS-TAKEN
083300         MOVE WS-DUE-MONTHS TO DL-MONTHS-TAKEN
083400     END-IF.
083500     MOVE WS-PERIOD TO DL-LAST-PERIOD.
083600     MOVE WS-CHARGE TO DL-LAST-CHARGE.
083700     COMPUTE WS-NBV = VM-PURCHASE-COST - DL-ACCUM-DEPR.
083800     IF WS-NBV > VM-SALVAGE-VALUE
083900         SET DL-ACTIVE TO TRUE
084000     ELSE
084100         SET DL-FULLY-DEPRECIATED TO TRUE
084200     END-IF.
084300     IF DISPOSING
084400         COMPUTE DL-GAIN-LOSS = VM-DISPOSAL-PROCEEDS - WS-NBV
084500         MOVE WS-PERIOD TO DL-DISPOSAL-PERIOD
084600         SET DL-DISPOSED TO TRUE
084700     END-IF.
084800     PERFORM 2800-SAVE-LEDGER THRU 2800-EXIT.
084900 2300-EXIT.
085000     EXIT.
085100*----------------------------------------------------------*
085200* 2400-STRAIGHT-LINE - THE CHARGE THAT BRINGS ACCUMULATED
085300*                      DEPRECIATION TO (COST - SALVAGE) X
085400*                      MONTHS DUE / LIFE, NOTHING WHEN IT IS
085500*                      ALREADY THERE
085600*----------------------------------------------------------*
085700 2400-STRAIGHT-LINE.
085800     MOVE ZERO TO WS-CHARGE.
085900     IF VM-SALVAGE-VALUE NOT < VM-PURCHASE-COST
086000         GO TO 2400-EXIT
086100     END-IF.
086200     COMPUTE WS-DEPRECIABLE = VM-PURCHASE-COST - VM-SALVAGE-VALUE.
086300     IF WS-DUE-MONTHS NOT < VM-USEFUL-LIFE
086400         MOVE WS-DEPRECIABLE TO WS-TARGET-ACCUM
086500     ELSE
086600         COMPUTE WS-TARGET-ACCUM ROUNDED =
086700             WS-DEPRECIABLE * WS-DUE-MONTHS / VM-USEFUL-LIFE
086800     END-IF.
086900     IF WS-TARGET-ACCUM > DL-ACCUM-DEPR
087000         COMPUTE WS-CHARGE = WS-TARGET-ACCUM - DL-ACCUM-DEPR
087100     END-IF.
087200 2400-EXIT.
087300     EXIT.
087400*----------------------------------------------------------*
087500* 2500-DECLINING-BALANCE - ONE MONTH AT A TIME FROM THE LAST
087600*                          MONTH TAKEN UP TO THE MONTHS DUE
087700*----------------------------------------------------------*
087800 2500-DECLINING-BALANCE.
087900     MOVE ZERO TO WS-CHARGE.
088000     COMPUTE WS-MONTH-START = DL-MONTHS-TAKEN + 1.
088100     PERFORM 2550-DECLINE-ONE-MONTH THRU 2550-EXIT
088200         VARYING WS-MONTH-SUB FROM WS-MONTH-START BY 1
088300         UNTIL WS-MONTH-SUB > WS-DUE-MONTHS.
088400 2500-EXIT.
088500     EXIT.
088600*----------------------------------------------------------*
088700* 2550-DECLINE-ONE-MONTH - TWICE THE STRAIGHT-LINE RATE ON
088800*                          THE BOOK VALUE LEFT, CUT BACK TO
088900*                          THE SALVAGE VALUE; THE LAST MONTH
089000*                          OF THE LIFE TAKES WHATEVER REMAINS
089100*----------------------------------------------------------*
089200 2550-DECLINE-ONE-MONTH.
089300     COMPUTE WS-NBV =
089400         VM-PURCHASE-COST - DL-ACCUM-DEPR - WS-CHARGE.
089500     IF WS-NBV NOT > VM-SALVAGE-VALUE
089600         GO TO 2550-EXIT
089700     END-IF.
089800     IF WS-MONTH-SUB NOT < VM-USEFUL-LIFE
089900         COMPUTE WS-MONTH-CHARGE = WS-NBV - VM-SALVAGE-VALUE
090000     ELSE
090100         COMPUTE WS-MONTH-CHARGE ROUNDED =
090200             WS-NBV * 2 / VM-USEFUL-LIFE
090300         IF WS-NBV - WS-MONTH-CHARGE < VM-SALVAGE-VALUE
090400             COMPUTE WS-MONTH-CHARGE = WS-NBV - VM-SALVAGE-VALUE
090500         END-IF
090600     END-IF.
090700     ADD WS-MONTH-CHARGE TO WS-CHARGE.
090800 2550-EXIT.
090900     EXIT.
091000*----------------------------------------------------------*
091100* 2800-SAVE-LEDGER - WRITE OR REWRITE THE LEDGER RECORD. A
091200*                    FAILURE IS COUNTED AND THE VEHICLE LEFT
091300*                    OUT OF THE REGISTER AND THE JOURNAL.
091400*----------------------------------------------------------*
091500 2800-SAVE-LEDGER.
091600     MOVE "N" TO WS-SAVE-FAILED-SW.
091700     IF NEW-LEDGER
091800         WRITE DL-RECORD
091900             INVALID KEY
092000                 SET SAVE-FAILED TO TRUE
092100         END-WRITE
092200     ELSE
092300         REWRITE DL-RECORD
092400             INVALID KEY
092500                 SET SAVE-FAILED TO TRUE
092600         END-REWRITE
092700     END-IF.
092800     IF SAVE-FAILED
092900         ADD 1 TO WS-FAILED-COUNT
093000         DISPLAY "VEHDEPR: DEPRLDGR UPDATE FAILED FOR VEHICLE "
093100             DL-VEHICLE-ID
093200     ELSE
093300         ADD 1 TO WS-SAVED-COUNT
093400     END-IF.
093500 2800-EXIT.
093600     EXIT.
093700*----------------------------------------------------------*
093800* 2900-RELEASE-VEHICLE - THE VEHICLE TO THE REGISTER OR THE
093900*                        DISPOSAL LIST, ITS AMOUNTS ADDED TO
094000*                        THE MONTH'S JOURNAL
094100*----------------------------------------------------------*
094200 2900-RELEASE-VEHICLE.
094300     MOVE VM-ROUTE-CODE TO WS-SEARCH-ROUTE-CODE.
094400     PERFORM 1700-FIND-DEPOT THRU 1700-EXIT.
094500     COMPUTE WS-NBV = VM-PURCHASE-COST - DL-ACCUM-DEPR.
094600     MOVE SPACES TO SRT-RECORD.
094700     SET SRT-REGISTER TO TRUE.
094800     MOVE WS-FOUND-DEPOT TO SRT-DEPOT.
094900     MOVE VM-VEHICLE-CLASS TO SRT-CLASS.
095000     MOVE VM-VEHICLE-ID TO SRT-VEHICLE-ID.
095100     MOVE VM-ACQ-DATE TO SRT-ACQ-DATE.
095200     MOVE VM-PURCHASE-COST TO SRT-COST.
095300     MOVE VM-USEFUL-LIFE TO SRT-LIFE.
095400     MOVE VM-DEPR-METHOD TO SRT-METHOD.
095500     MOVE WS-CHARGE TO SRT-CHARGE.
095600     MOVE DL-ACCUM-DEPR TO SRT-ACCUM.
095700     MOVE WS-NBV TO SRT-NBV.
095800     MOVE ZERO TO SRT-DISP-DATE.
095900     MOVE ZERO TO SRT-PROCEEDS.
096000     MOVE ZERO TO SRT-GAIN-LOSS.
096100     IF DL-FULLY-DEPRECIATED
096200         ADD 1 TO WS-FULLY-COUNT
096300         IF WS-NOTE = SPACES
096400             MOVE "FULLY" TO WS-NOTE
096500         END-IF
096600     END-IF.
096700     MOVE WS-NOTE TO SRT-NOTE.
096800     ADD WS-CHARGE TO WS-CTL-CHARGE.
096900     IF WS-CHARGE > ZERO
097000         ADD 1 TO WS-CHARGED-COUNT
097100     END-IF.
097200     IF DL-DISPOSED
097300         SET SRT-DISPOSAL TO TRUE
097400         MOVE VM-DISPOSAL-DATE TO SRT-DISP-DATE
097500         MOVE VM-DISPOSAL-PROCEEDS TO SRT-PROCEEDS
097600         MOVE DL-GAIN-LOSS TO SRT-GAIN-LOSS
097700         ADD 1 TO WS-DISPOSAL-COUNT
097800         ADD DL-ACCUM-DEPR TO WS-CTL-DISP-ACCUM
097900         ADD VM-DISPOSAL-PROCEEDS TO WS-CTL-PROCEEDS
098000         ADD DL-GAIN-LOSS TO WS-CTL-GAIN-LOSS
098100     END-IF.
098200     RELEASE SRT-RECORD.
098300 2900-EXIT.
098400     EXIT.
098500*----------------------------------------------------------*
098600* 3000-PRINT-REGISTER - SORT OUTPUT: THE REGISTER WITH ITS
098700*                       CLASS, DEPOT AND FLEET TOTALS, THEN
098800*                       THE MONTH'S DISPOSALS
098900*----------------------------------------------------------*
099000 3000-PRINT-REGISTER.
099100     MOVE "N" TO WS-SORT-EOF-SW.
099200     PERFORM 3100-RETURN-VEHICLE THRU 3100-EXIT
099300         UNTIL EOF-DEPR-WORK.
099400     IF NOT DISP-STARTED
099500         PERFORM 3700-END-REGISTER THRU 3700-EXIT
099600         PERFORM 3750-START-DISPOSALS THRU 3750-EXIT
099700         MOVE WS-NONE-LINE TO WS-PRINT-LINE
099800         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
099900     ELSE
100000         PERFORM 3800-END-DISPOSALS THRU 3800-EXIT
100100     END-IF.
100200 3000-EXIT.
100300     EXIT.
100400*----------------------------------------------------------*
100500* 3100-RETURN-VEHICLE - ONE SORTED VEHICLE: A REGISTER LINE
100600*                       WITH ITS CLASS AND DEPOT BREAKS, OR A
100700*                       LINE ON THE DISPOSAL LIST
100800*----------------------------------------------------------*
100900 3100-RETURN-VEHICLE.
101000     RETURN DEPR-WORK
101100         AT END
101200             SET EOF-DEPR-WORK TO TRUE
101300     END-RETURN.
101400     IF EOF-DEPR-WORK
101500         GO TO 3100-EXIT
101600     END-IF.
101700     IF SRT-DISPOSAL
101800         IF NOT DISP-STARTED
101900             PERFORM 3700-END-REGISTER THRU 3700-EXIT
102000             PERFORM 3750-START-DISPOSALS THRU 3750-EXIT
102100         END-IF
102200         PERFORM 3600-PRINT-DISPOSAL THRU 3600-EXIT
102300         GO TO 3100-EXIT
102400     END-IF.
102500     IF WS-PRINTED-COUNT > ZERO
102600         AND (SRT-DEPOT NOT = WS-PRIOR-DEPOT
102700         OR SRT-CLASS NOT = WS-PRIOR-CLASS)
102800         PERFORM 3300-CLASS-BREAK THRU 3300-EXIT
102900     END-IF.
103000     IF WS-PRINTED-COUNT > ZERO
103100         AND SRT-DEPOT NOT = WS-PRIOR-DEPOT
103200         PERFORM 3400-DEPOT-BREAK THRU 3400-EXIT
103300     END-IF.
103400     MOVE SRT-DEPOT TO WS-PRIOR-DEPOT.
103500     MOVE SRT-CLASS TO WS-PRIOR-CLASS.
103600     ADD 1 TO WS-PRINTED-COUNT.
103700     ADD 1 TO WS-LV-VEHICLES (WS-CLASS-LV).
103800     ADD SRT-COST TO WS-LV-COST (WS-CLASS-LV).
103900     ADD SRT-CHARGE TO WS-LV-CHARGE (WS-CLASS-LV).
104000     ADD SRT-ACCUM TO WS-LV-ACCUM (WS-CLASS-LV).
104100     ADD SRT-NBV TO WS-LV-NBV (WS-CLASS-LV).
104200     MOVE SRT-DEPOT TO WS-DL-DEPOT.
104300     MOVE SRT-CLASS TO WS-DL-CLASS.
104400     MOVE SRT-VEHICLE-ID TO WS-DL-VEHICLE-ID.
104500     MOVE SRT-ACQ-DATE TO WS-DL-ACQ-DATE.
104600     MOVE SRT-COST TO WS-DL-COST.
104700     MOVE SRT-LIFE TO WS-DL-LIFE.
104800     MOVE SRT-METHOD TO WS-DL-METHOD.
104900     MOVE SRT-CHARGE TO WS-DL-CHARGE.
105000     MOVE SRT-ACCUM TO WS-DL-ACCUM.
105100     MOVE SRT-NBV TO WS-DL-NBV.
105200     MOVE SRT-NOTE TO WS-DL-NOTE.
105300     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
105400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
105500 3100-EXIT.
105600     EXIT.
105700*----------------------------------------------------------*
105800* 3300-CLASS-BREAK - THE CLASS'S TOTAL LINE, ROLLED INTO ITS
105900*                    DEPOT
106000*----------------------------------------------------------*
106100 3300-CLASS-BREAK.
106200     MOVE WS-PRIOR-CLASS TO WS-CB-CLASS.
106300     MOVE WS-CLASS-LABEL TO WS-TL-LABEL.
106400     MOVE WS-CLASS-LV TO WS-LV-SUB.
106500     PERFORM 3500-PRINT-TOTAL THRU 3500-EXIT.
106600     ADD WS-LV-VEHICLES (WS-CLASS-LV)
106700         TO WS-LV-VEHICLES (WS-DEPOT-LV).
106800     ADD WS-LV-COST (WS-CLASS-LV) TO WS-LV-COST (WS-DEPOT-LV).
106900     ADD WS-LV-CHARGE (WS-CLASS-LV)
107000         TO WS-LV-CHARGE (WS-DEPOT-LV).
107100     ADD WS-LV-ACCUM (WS-CLASS-LV) TO WS-LV-ACCUM (WS-DEPOT-LV).
107200     ADD WS-LV-NBV (WS-CLASS-LV) TO WS-LV-NBV (WS-DEPOT-LV).
107300     INITIALIZE WS-LEVEL (WS-CLASS-LV).
107400 3300-EXIT.
107500     EXIT.
107600*----------------------------------------------------------*
107700* 3400-DEPOT-BREAK - THE DEPOT'S TOTAL LINE, ROLLED INTO THE
107800*                    FLEET
107900*----------------------------------------------------------*
108000 3400-DEPOT-BREAK.
108100     MOVE WS-PRIOR-DEPOT TO WS-DB-DEPOT.
108200     MOVE WS-DEPOT-LABEL TO WS-TL-LABEL.
108300     MOVE WS-DEPOT-LV TO WS-LV-SUB.
108400     PERFORM 3500-PRINT-TOTAL THRU 3500-EXIT.
108500     MOVE SPACES TO WS-PRINT-LINE.
108600     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
108700     ADD WS-LV-VEHICLES (WS-DEPOT-LV)
108800         TO WS-LV-VEHICLES (WS-FLEET-LV).
108900     ADD WS-LV-COST (WS-DEPOT-LV) TO WS-LV-COST (WS-FLEET-LV).
109000     ADD WS-LV-CHARGE (WS-DEPOT-LV)
109100         TO WS-LV-CHARGE (WS-FLEET-LV).
109200     ADD WS-LV-ACCUM (WS-DEPOT-LV) TO WS-LV-ACCUM (WS-FLEET-LV).
109300     ADD WS-LV-NBV (WS-DEPOT-LV) TO WS-LV-NBV (WS-FLEET-LV).
109400     INITIALIZE WS-LEVEL (WS-DEPOT-LV).
109500 3400-EXIT.
109600     EXIT.
109700*----------------------------------------------------------*
109800* 3500-PRINT-TOTAL - THE TOTAL LINE FOR LEVEL WS-LV-SUB UNDER
109900*                    THE LABEL ALREADY IN WS-TL-LABEL
110000*----------------------------------------------------------*
110100 3500-PRINT-TOTAL.
110200     MOVE WS-LV-VEHICLES (WS-LV-SUB) TO WS-TL-VEHICLES.
110300     MOVE WS-LV-COST (WS-LV-SUB) TO WS-TL-COST.
110400     MOVE WS-LV-CHARGE (WS-LV-SUB) TO WS-TL-CHARGE.
110500     MOVE WS-LV-ACCUM (WS-LV-SUB) TO WS-TL-ACCUM.
110600     MOVE WS-LV-NBV (WS-LV-SUB) TO WS-TL-NBV.
110700     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
110800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
110900 3500-EXIT.
111000     EXIT.
111100*----------------------------------------------------------*
111200* 3600-PRINT-DISPOSAL - ONE VEHICLE ON THE DISPOSAL LIST
111300*----------------------------------------------------------*
111400 3600-PRINT-DISPOSAL.
111500     ADD 1 TO WS-DT-VEHICLES.
111600     ADD SRT-CHARGE TO WS-DT-CHARGE.
111700     ADD SRT-ACCUM TO WS-DT-ACCUM.
111800     ADD SRT-NBV TO WS-DT-NBV.
111900     ADD SRT-PROCEEDS TO WS-DT-PROCEEDS.
112000     ADD SRT-GAIN-LOSS TO WS-DT-GAIN-LOSS.
112100     MOVE SRT-DEPOT TO WS-XL-DEPOT.
112200     MOVE SRT-CLASS TO WS-XL-CLASS.
112300     MOVE SRT-VEHICLE-ID TO WS-XL-VEHICLE-ID.
112400     MOVE SRT-DISP-DATE TO WS-XL-DISP-DATE.
112500     MOVE SRT-CHARGE TO WS-XL-CHARGE.
112600     MOVE SRT-ACCUM TO WS-XL-ACCUM.
112700     MOVE SRT-NBV TO WS-XL-NBV.
112800     MOVE SRT-PROCEEDS TO WS-XL-PROCEEDS.
112900     MOVE SRT-GAIN-LOSS TO WS-XL-GAIN-LOSS.
113000     MOVE WS-DISP-LINE TO WS-PRINT-LINE.
113100     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
113200 3600-EXIT.
113300     EXIT.
113400*----------------------------------------------------------*
113500* 3700-END-REGISTER - THE LAST CLASS AND DEPOT TOTALS AND THE
113600*                     FLEET TOTAL
113700*----------------------------------------------------------*
113800 3700-END-REGISTER.
113900     IF WS-PRINTED-COUNT > ZERO
114000         PERFORM 3300-CLASS-BREAK THRU 3300-EXIT
114100         PERFORM 3400-DEPOT-BREAK THRU 3400-EXIT
114200     END-IF.
114300     MOVE "FLEET" TO WS-TL-LABEL.
114400     MOVE WS-FLEET-LV TO WS-LV-SUB.
114500     PERFORM 3500-PRINT-TOTAL THRU 3500-EXIT.
114600 3700-EXIT.
114700     EXIT.
114800*----------------------------------------------------------*
114900* 3750-START-DISPOSALS - TITLE AND HEADINGS OF THE DISPOSAL
115000*                        LIST
115100*----------------------------------------------------------*
115200 3750-START-DISPOSALS.
115300     SET DISP-STARTED TO TRUE.
115400     MOVE SPACES TO WS-PRINT-LINE.
115500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
115600     MOVE WS-DISP-TITLE TO WS-PRINT-LINE.
115700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
115800     MOVE WS-DISP-HEADER TO WS-PRINT-LINE.
115900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
116000 3750-EXIT.
116100     EXIT.
116200*----------------------------------------------------------*
116300* 3800-END-DISPOSALS - THE DISPOSAL LIST'S TOTAL LINE
116400*----------------------------------------------------------*
116500 3800-END-DISPOSALS.
116600     MOVE WS-DT-VEHICLES TO WS-XT-VEHICLES.
116700     MOVE WS-DT-CHARGE TO WS-XT-CHARGE.
116800     MOVE WS-DT-ACCUM TO WS-XT-ACCUM.
116900     MOVE WS-DT-NBV TO WS-XT-NBV.
117000     MOVE WS-DT-PROCEEDS TO WS-XT-PROCEEDS.
117100     MOVE WS-DT-GAIN-LOSS TO WS-XT-GAIN-LOSS.
117200     MOVE WS-DISP-TOTAL-LINE TO WS-PRINT-LINE.
117300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
117400 3800-EXIT.
117500     EXIT.
117600*----------------------------------------------------------*
117700* 4000-CHECK-LEDGER - EVERY LEDGER ASSET NOT DISPOSED THAT
117800*                     THE MONTH DID NOT REACH - A VEHICLE
117900*                     DELETED FROM THE MASTER OR ITS DETAILS
118000*                     CLEARED, OR ONE WHOSE UPDATE FAILED
118100*----------------------------------------------------------*
118200 4000-CHECK-LEDGER.
118300     MOVE SPACES TO WS-PRINT-LINE.
118400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
118500     MOVE WS-LEDGER-TITLE TO WS-PRINT-LINE.
118600     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
118700     MOVE WS-LEDGER-HEADER TO WS-PRINT-LINE.
118800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
118900     MOVE "N" TO WS-LEDGER-EOF-SW.
119000     MOVE LOW-VALUES TO DL-VEHICLE-ID.
119100     START DEPR-LEDGER
119200         KEY IS NOT LESS THAN DL-VEHICLE-ID
119300         INVALID KEY
119400             SET EOF-DEPR-LEDGER TO TRUE
119500     END-START.
119600     PERFORM 4100-CHECK-ONE-LEDGER THRU 4100-EXIT
119700         UNTIL EOF-DEPR-LEDGER.
119800     IF WS-UNCHARGED-COUNT = ZERO
119900         MOVE WS-NONE-LINE TO WS-PRINT-LINE
120000         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
120100     END-IF.
120200 4000-EXIT.
120300     EXIT.
120400*----------------------------------------------------------*
120500* 4100-CHECK-ONE-LEDGER - ONE LEDGER RECORD
120600*----------------------------------------------------------*
120700 4100-CHECK-ONE-LEDGER.
120800     READ DEPR-LEDGER NEXT RECORD
120900         AT END
121000             SET EOF-DEPR-LEDGER TO TRUE
121100             GO TO 4100-EXIT
121200     END-READ.
121300     IF DL-DISPOSED
121400         OR DL-LAST-PERIOD NOT < WS-PERIOD
121500         GO TO 4100-EXIT
121600     END-IF.
121700     ADD 1 TO WS-UNCHARGED-COUNT.
121800     MOVE DL-VEHICLE-ID TO WS-LL-VEHICLE-ID.
121900     MOVE DL-ACCUM-DEPR TO WS-LL-ACCUM.
122000     MOVE DL-MONTHS-TAKEN TO WS-LL-MONTHS.
122100     MOVE DL-LAST-PERIOD TO WS-LL-PERIOD.
122200     MOVE "NOT ON THE MASTER OR NOT UPDATED" TO WS-LL-REASON.
122300     MOVE WS-LEDGER-LINE TO WS-PRINT-LINE.
122400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
122500 4100-EXIT.
122600     EXIT.
122700*----------------------------------------------------------*
122800* 9000-TERMINATE - SUMMARY COUNTS, THE JOURNAL CONTROL
122900*                  RECORD, CLOSES AND THE RUN LOG. A FAILED
123000*                  LEDGER UPDATE HOLDS DEPRCTL BACK AND ENDS
123100*                  RC 12 SO THE MONTH IS RERUN WHOLE; A LEDGER
123200*                  ASSET LEFT UNCHARGED ENDS RC 4.
123300*----------------------------------------------------------*
123400 9000-TERMINATE.
123500     MOVE SPACES TO WS-PRINT-LINE.
123600     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
123700     MOVE WS-VEHICLE-COUNT TO WS-SM-VEHICLES.
123800     MOVE WS-NO-ASSET-COUNT TO WS-SM-NO-ASSET.
123900     MOVE WS-CHARGED-COUNT TO WS-SM-CHARGED.
124000     MOVE WS-FULLY-COUNT TO WS-SM-FULLY.
124100     MOVE WS-EARLIER-COUNT TO WS-SM-EARLIER.
124200     MOVE WS-SUMMARY-LINE-1 TO WS-PRINT-LINE.
124300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
124400     MOVE WS-CTL-CHARGE TO WS-SM-CHARGE.
124500     MOVE WS-DISPOSAL-COUNT TO WS-SM-DISPOSALS.
124600     MOVE WS-OPENING-COUNT TO WS-SM-OPENINGS.
124700     MOVE WS-UNCHARGED-COUNT TO WS-SM-UNCHARGED.
124800     MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-LINE.
124900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
125000     MOVE WS-SAVED-COUNT TO WS-SM-SAVED.
125100     MOVE WS-FAILED-COUNT TO WS-SM-FAILED.
125200     MOVE WS-OPEN-BAD TO WS-SM-BAD-OPEN.
125300     MOVE WS-SUMMARY-LINE-3 TO WS-PRINT-LINE.
125400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
125500     IF WS-FAILED-COUNT = ZERO
125600         MOVE WS-CTL-WRITTEN-LINE TO WS-PRINT-LINE
125700     ELSE
125800         MOVE WS-CTL-HELD-LINE TO WS-PRINT-LINE
125900     END-IF.
126000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
126100     PERFORM 8900-END-REPORT THRU 8900-EXIT.
126200     CLOSE DEPR-RPT.
126300     CLOSE DEPR-LEDGER.
126400     MOVE "VEHDEPR" TO RUNLOG-PROGRAM-ID.
126500     MOVE WS-VEHICLE-COUNT TO RUNLOG-READ-COUNT.
126600     MOVE WS-SAVED-COUNT TO RUNLOG-WRITE-COUNT.
126700     COMPUTE RUNLOG-EXCEPT-COUNT =
126800         WS-UNCHARGED-COUNT + WS-OPEN-BAD.
126900     IF WS-FAILED-COUNT = ZERO
127000         MOVE "OK" TO RUNLOG-STATUS
127100         PERFORM 9100-WRITE-DEPR-CTL THRU 9100-EXIT
127200         IF WS-UNCHARGED-COUNT > ZERO
127300             OR WS-OPEN-BAD > ZERO
127400             MOVE 4 TO RETURN-CODE
127500         END-IF
127600     ELSE
127700         MOVE "FAIL" TO RUNLOG-STATUS
127800         MOVE 12 TO RETURN-CODE
127900     END-IF.
128000     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
128100 9000-EXIT.
128200     EXIT.
128300*----------------------------------------------------------*
128400* 9100-WRITE-DEPR-CTL - THE MONTH'S JOURNAL AMOUNTS: THE
128500*                       DEPRECIATION CHARGE, AND FOR THE
128600*                       DISPOSALS THE DEPRECIATION WRITTEN
128700*                       BACK, THE PROCEEDS AND THE NET GAIN
128800*                       (LOSS NEGATIVE). A RERUN WRITES THE
128900*                       SAME MONTH AGAIN, WHICH GLEXTRCT
129000*                       POSTS ONLY ONCE.
129100*----------------------------------------------------------*
129200 9100-WRITE-DEPR-CTL.
129300     OPEN OUTPUT DEPR-CTL.
129400     MOVE SPACES TO DC-RECORD.
129500     MOVE "VEHDEPR" TO DC-PROGRAM-ID.
129600     MOVE WS-CTL-CHARGE TO DC-CONTROL-TOTAL.
129700     COMPUTE DC-RECORD-COUNT =
129800         WS-CHARGED-COUNT + WS-DISPOSAL-COUNT.
129900     MOVE RUNHDR-DATE TO DC-RUN-DATE.
130000     MOVE RUNHDR-TIME (1:6) TO DC-RUN-TIME.
130100     MOVE WS-PERIOD TO DC-PERIOD.
130200     MOVE WS-CTL-DISP-ACCUM TO DC-DISP-ACCUM.
130300     MOVE WS-CTL-PROCEEDS TO DC-DISP-PROCEEDS.
130400     MOVE WS-CTL-GAIN-LOSS TO DC-DISP-GAIN-LOSS.
130500     WRITE DC-RECORD.
130600     CLOSE DEPR-CTL.
130700 9100-EXIT.
130800     EXIT.
130900*----------------------------------------------------------*
131000* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
131100*                          SHARED PRINT SERVICE, WRITING THE
131200*                          PAGE HEADINGS FIRST ON A PAGE BREAK
131300*----------------------------------------------------------*
131400 8800-WRITE-REPORT-LINE.
131500     MOVE "W" TO PRTSRV-FUNCTION.
131600     CALL "PRTSRV" USING PRTSRV-CONTROL.
131700     IF PRTSRV-NEW-PAGE
131800         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
131900             VARYING WS-HDG-SUB FROM 1 BY 1
132000             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
132100     END-IF.
132200     MOVE WS-PRINT-LINE TO DR-RECORD.
132300     WRITE DR-RECORD.
132400 8800-EXIT.
132500     EXIT.
132600*----------------------------------------------------------*
132700* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
132800*----------------------------------------------------------*
132900 8850-WRITE-HEADING.
133000     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO DR-RECORD.
133100     WRITE DR-RECORD.
133200 8850-EXIT.
133300     EXIT.
133400*----------------------------------------------------------*
133500* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
133600*                   LINE-AND-PAGE-COUNT LINE
133700*----------------------------------------------------------*
133800 8900-END-REPORT.
133900     MOVE "E" TO PRTSRV-FUNCTION.
134000     CALL "PRTSRV" USING PRTSRV-CONTROL.
134100     MOVE PRTSRV-FINAL-LINE TO DR-RECORD.
134200     WRITE DR-RECORD.
134300 8900-EXIT.
134400     EXIT.
134500*----------------------------------------------------------*
134600     COPY RUNHDRP.
134700     COPY RUNLOGP.
134800     COPY OPERAUTP.
