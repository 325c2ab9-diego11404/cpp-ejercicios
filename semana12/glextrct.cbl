000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     GLEXTRCT.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - GENERAL-LEDGER INTERFACE
001200*                   FOR THE NIGHTLY FINANCIAL OUTPUTS, REPLACING
001300*                   THE RE-KEYING OF PRINTED REPORTS INTO THE GL.
001400*                   THREE KINDS OF AMOUNT ARE COLLECTED: FEE
001500*                   REVENUE FROM THE INVGEN INVCTL CONTROL RECORD
001600*                   (POSTED ONCE PER INVGEN RUN - THE GLSTATE
001700*                   FILE REMEMBERS THE RUN LAST POSTED), PLAN
001800*                   LIABILITY FROM THE ACCUM PLANRSLT BALANCES
001900*                   BY PLAN, AND DEPOT SETTLEMENT FROM THE
002000*                   CUSTGRT SETLD1/SETLD2/SETLD3 FILES, EACH
002100*                   PROVED AGAINST ITS FILETRLR TRAILER. THE
002200*                   GLMAP CHART-OF-ACCOUNTS TABLE ASSIGNS EACH
002300*                   AMOUNT TYPE (AND OPTIONALLY PLAN OR DEPOT) A
002400*                   DEBIT AND A CREDIT GL ACCOUNT AND COST
002500*                   CENTER. EVERY AMOUNT IS MAPPED AND EVERY
002600*                   BATCH (ONE PER SOURCE PROGRAM) PROVED TO
002700*                   BALANCE BEFORE A SINGLE GLJRNL LINE IS
002800*                   WRITTEN - AN UNMAPPED AMOUNT STOPS THE
002900*                   EXTRACT RC 12 AND AN UNBALANCED BATCH RC 16,
003000*                   WITH THE FAILURES LISTED ON GLRPT. A CLEAN
003100*                   JOURNAL ENDS WITH THE STANDARD FILETRLR
003200*                   COUNT-AND-HASH TRAILER.
003210* 2026-10-15   RT   BILLING ADJUSTMENTS - THE NET OF THE INVADJ
003220*                   CREDIT AND DEBIT MEMOS IS COLLECTED FROM
003230*                   ITS ADJCTL CONTROL RECORD AS A FEE REVENUE
003240*                   BATCH OF ITS OWN (A NET CREDIT POSTS WITH
003250*                   THE SIDES REVERSED), SO THE LEDGER CARRIES
003260*                   FEES BILLED LESS CREDITED. GLSTATE NOW
003270*                   REMEMBERS THE INVADJ RUN LAST POSTED BESIDE
003280*                   THE INVGEN RUN.
003282* 2026-10-15   RT   VEHICLE DEPRECIATION - THE MONTH-END VEHDEPR
003284*                   JOURNAL IS COLLECTED FROM ITS DEPRCTL CONTROL
003286*                   RECORD AS A BATCH OF ITS OWN: THE MONTH'S
003288*                   CHARGE AND, FOR THE MONTH'S DISPOSALS, THE
003290*                   DEPRECIATION WRITTEN BACK, THE PROCEEDS AND
003292*                   THE GAIN OR LOSS. GLSTATE REMEMBERS THE MONTH
003294*                   LAST POSTED, SO A VEHDEPR RERUN IN THE SAME
003296*                   MONTH IS NOT POSTED TWICE.
003310* 2026-10-15   RT   THE BATCH PROOF NOW ADDS EACH AMOUNT TO THE
003324*                   BATCH'S DEBITS ONLY WHEN ITS GLMAP ROW NAMES A
003338*                   DEBIT ACCOUNT AND TO ITS CREDITS ONLY WHEN IT
003352*                   NAMES A CREDIT ACCOUNT, SO A ONE-SIDED MAPPING
003366*                   NOW PUTS THE BATCH OUT OF BALANCE.
003380*----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT GL-MAP      ASSIGN TO "GLMAP"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT OPTIONAL INV-CTL ASSIGN TO "INVCTL"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004310     SELECT OPTIONAL ADJ-CTL ASSIGN TO "ADJCTL"
004313         ORGANIZATION IS LINE SEQUENTIAL.
004316     SELECT OPTIONAL DEPR-CTL ASSIGN TO "DEPRCTL"
004320         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT OPTIONAL GL-STATE ASSIGN TO "GLSTATE"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT PLAN-RESULTS ASSIGN TO "PLANRSLT"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS PR-ACCOUNT-ID.
005000     SELECT SETL-D1     ASSIGN TO "SETLD1"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT SETL-D2     ASSIGN TO "SETLD2"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT SETL-D3     ASSIGN TO "SETLD3"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT GL-JRNL     ASSIGN TO "GLJRNL"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT GL-RPT      ASSIGN TO "GLRPT"
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
007300 FD  GL-MAP
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  GM-RECORD.
007700     05  GM-AMOUNT-TYPE      PIC X(08).
007800     05  GM-QUALIFIER        PIC X(04).
007900     05  GM-DR-ACCOUNT       PIC X(10).
008000     05  GM-DR-COST-CTR      PIC X(06).
008100     05  GM-CR-ACCOUNT       PIC X(10).
008200     05  GM-CR-COST-CTR      PIC X(06).
008300     05  FILLER              PIC X(36).
008400*
008500 FD  INV-CTL
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  IC-RECORD.
008900     05  IC-PROGRAM-ID       PIC X(08).
009000     05  IC-CONTROL-TOTAL    PIC S9(8)V99.
009100     05  IC-RECORD-COUNT     PIC 9(06).
009200     05  IC-STAMP.
009300         10  IC-RUN-DATE     PIC 9(08).
009400         10  IC-RUN-TIME     PIC 9(06).
009500     05  FILLER              PIC X(42).
009600*
009605 FD  ADJ-CTL
009611     LABEL RECORDS ARE STANDARD
009617     RECORD CONTAINS 80 CHARACTERS.
009623 01  AJ-RECORD.
009629     05  AJ-PROGRAM-ID       PIC X(08).
009635     05  AJ-CONTROL-TOTAL    PIC S9(8)V99.
009641     05  AJ-RECORD-COUNT     PIC 9(06).
009647     05  AJ-STAMP.
009653         10  AJ-RUN-DATE     PIC 9(08).
009659         10  AJ-RUN-TIME     PIC 9(06).
009665     05  AJ-CREDIT-TOTAL     PIC S9(8)V99.
009671     05  AJ-DEBIT-TOTAL      PIC S9(8)V99.
009677     05  FILLER              PIC X(22).
009683*
009688* VEHDEPR'S MONTH-END CONTROL RECORD - THE MONTH'S CHARGE AND
009693* THE DISPOSAL AMOUNTS (GAIN POSITIVE, LOSS NEGATIVE)
009698*
009703 FD  DEPR-CTL
009708     LABEL RECORDS ARE STANDARD
009713     RECORD CONTAINS 80 CHARACTERS.
009718 01  DP-RECORD.
009723     05  DP-PROGRAM-ID       PIC X(08).
009728     05  DP-CONTROL-TOTAL    PIC S9(8)V99.
009733     05  DP-RECORD-COUNT     PIC 9(06).
009738     05  DP-RUN-DATE         PIC 9(08).
009743     05  DP-RUN-TIME         PIC 9(06).
009748     05  DP-PERIOD           PIC X(06).
009753     05  DP-DISP-ACCUM       PIC S9(8)V99.
009758     05  DP-DISP-PROCEEDS    PIC S9(8)V99.
009763     05  DP-DISP-GAIN-LOSS   PIC S9(8)V99.
009768     05  FILLER              PIC X(06).
009773*
009778 FD  GL-STATE
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 80 CHARACTERS.
010000 01  GS-RECORD.
010100     05  GS-INV-STAMP        PIC X(14).
010150     05  GS-ADJ-STAMP        PIC X(14).
010200     05  GS-DEP-PERIOD       PIC X(06).
010250     05  FILLER              PIC X(46).
010300*
010400 FD  PLAN-RESULTS
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 80 CHARACTERS.
010700 01  PR-RECORD.
010800     05  PR-ACCOUNT-ID       PIC X(10).
010900     05  PR-PLAN-ID          PIC X(04).
011000     05  PR-BALANCE          PIC 9(08).
011100     05  PR-RUN-DATE         PIC 9(08).
011200     05  FILLER              PIC X(50).
011300*
011400 FD  SETL-D1
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  S1-RECORD               PIC X(80).
011800*
011900 FD  SETL-D2
012000     LABEL RECORDS ARE STANDARD
012100     RECORD CONTAINS 80 CHARACTERS.
012200 01  S2-RECORD               PIC X(80).
012300*
012400 FD  SETL-D3
012500     LABEL RECORDS ARE STANDARD
012600     RECORD CONTAINS 80 CHARACTERS.
012700 01  S3-RECORD               PIC X(80).
012800*
012900 FD  GL-JRNL
013000     LABEL RECORDS ARE STANDARD
013100     RECORD CONTAINS 80 CHARACTERS.
013200 01  GJ-RECORD.
013300     05  GJ-BATCH-DATE       PIC 9(08).
013400     05  GJ-BATCH-SOURCE     PIC X(08).
013500     05  GJ-LINE-NO          PIC 9(05).
013600     05  GJ-DR-CR            PIC X(01).
013700     05  GJ-GL-ACCOUNT       PIC X(10).
013800     05  GJ-COST-CENTER      PIC X(06).
013900     05  GJ-AMOUNT           PIC 9(9)V99.
014000     05  GJ-AMOUNT-TYPE      PIC X(08).
014100     05  GJ-QUALIFIER        PIC X(04).
014200     05  FILLER              PIC X(19).
014300*
014400 FD  GL-RPT
014500     LABEL RECORDS ARE STANDARD
014600     RECORD CONTAINS 80 CHARACTERS.
014700 01  GR-RECORD               PIC X(80).
014800*
014900 FD  RUN-LOG
015000     LABEL RECORDS ARE STANDARD
015100     RECORD CONTAINS 80 CHARACTERS.
015200 01  RL-RECORD               PIC X(80).
015300*
015400 FD  BUS-DATE-PARM
015500     LABEL RECORDS ARE STANDARD
015600     RECORD CONTAINS 80 CHARACTERS.
015700 01  BD-RECORD.
015800     05  BD-BUSINESS-DATE    PIC 9(08).
015900     05  FILLER              PIC X(72).
016000*
016100 FD  OPER-CARD
016200     LABEL RECORDS ARE STANDARD
016300     RECORD CONTAINS 80 CHARACTERS.
016400 01  OC-RECORD.
016500     05  OC-OPERATOR-ID      PIC X(08).
016600     05  FILLER              PIC X(72).
016700*
016800 FD  OPER-AUTH
016900     LABEL RECORDS ARE STANDARD
017000     RECORD CONTAINS 80 CHARACTERS.
017100 01  OA-RECORD.
017200     05  OA-OPERATOR-ID      PIC X(08).
017300     05  OA-NAME             PIC X(20).
017400     05  OA-ACTIVE           PIC X(01).
017500     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
017600     05  FILLER              PIC X(11).
017700*
017800 FD  OPER-LOG
017900     LABEL RECORDS ARE STANDARD
018000     RECORD CONTAINS 80 CHARACTERS.
018100 01  OL-RECORD               PIC X(80).
018200*----------------------------------------------------------*
018300 WORKING-STORAGE SECTION.
018400     COPY RUNHDR.
018500     COPY RUNLOG.
018600     COPY FILETRLR.
018700     COPY OPERAUTH.
018800     COPY PRTSRV.
018900 01  WS-PRINT-LINE           PIC X(80).
019000 01  WS-HDG-SUB              PIC 9(01) COMP.
019100*
019200 01  WS-SWITCHES.
019300     05  WS-EOF-SW           PIC X(01) VALUE "N".
019400         88  EOF-INPUT               VALUE "Y".
019500     05  WS-MAP-EOF-SW       PIC X(01) VALUE "N".
019600         88  EOF-GL-MAP              VALUE "Y".
019700     05  WS-FOUND-SW         PIC X(01) VALUE "N".
019800         88  ENTRY-FOUND             VALUE "Y".
019900     05  WS-FEE-POST-SW      PIC X(01) VALUE "N".
020000         88  FEES-POSTED             VALUE "Y".
020010     05  WS-ADJ-POST-SW      PIC X(01) VALUE "N".
020020         88  ADJ-POSTED              VALUE "Y".
020046     05  WS-DEP-POST-SW      PIC X(01) VALUE "N".
020072         88  DEP-POSTED              VALUE "Y".
020100*
020200 01  WS-COUNTERS.
020300     05  WS-PLAN-READ-COUNT  PIC 9(06) COMP VALUE ZERO.
020400     05  WS-SETL-READ-COUNT  PIC 9(06) COMP VALUE ZERO.
020500     05  WS-UNMAPPED-COUNT   PIC 9(05) COMP VALUE ZERO.
020600     05  WS-UNBAL-COUNT      PIC 9(05) COMP VALUE ZERO.
020700     05  WS-OVERFLOW-COUNT   PIC 9(05) COMP VALUE ZERO.
020800     05  WS-JRNL-COUNT       PIC 9(05) COMP VALUE ZERO.
020900*
021000 01  WS-PRIOR-INV-STAMP      PIC X(14) VALUE SPACES.
021050 01  WS-PRIOR-ADJ-STAMP      PIC X(14) VALUE SPACES.
021075 01  WS-PRIOR-DEP-PERIOD     PIC X(06) VALUE SPACES.
021100 01  WS-DEPOT-SUB            PIC 9(01) COMP VALUE ZERO.
021200 01  WS-DEPOT-TAG            PIC X(02) VALUE SPACES.
021300 01  WS-SETL-RECORD          PIC X(80).
021400 01  WS-SETL-DETAIL REDEFINES WS-SETL-RECORD.
021500     05  WS-SD-GROUP-KEY     PIC X(06).
021600     05  WS-SD-D1            PIC S9(2)V99.
021700     05  WS-SD-D2            PIC S9(2)V99.
021800     05  WS-SD-DEPOT-ID      PIC X(02).
021900     05  FILLER              PIC X(64).
022000 01  WS-SETL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
022100 01  WS-JRNL-HASH            PIC S9(11)V99 VALUE ZERO.
022200*
022300* CHART-OF-ACCOUNTS MAPPING LOADED FROM GLMAP. A BLANK
022400* QUALIFIER APPLIES TO EVERY PLAN OR DEPOT WITHOUT ITS OWN ROW
022500*
022600 01  WS-MAP-MAX              PIC 9(03) COMP VALUE 50.
022700 01  WS-MAP-COUNT            PIC 9(03) COMP VALUE ZERO.
022800 01  WS-MAP-SUB              PIC 9(03) COMP VALUE ZERO.
022900 01  WS-MAP-TABLE.
023000     05  WS-MAP-ENTRY        OCCURS 50 TIMES.
023100         10  WS-MT-TYPE          PIC X(08).
023200         10  WS-MT-QUALIFIER     PIC X(04).
023300         10  WS-MT-DR-ACCOUNT    PIC X(10).
023400         10  WS-MT-DR-COST-CTR   PIC X(06).
023500         10  WS-MT-CR-ACCOUNT    PIC X(10).
023600         10  WS-MT-CR-COST-CTR   PIC X(06).
023700*
023800* AMOUNTS COLLECTED FROM THE SOURCE OUTPUTS, IN SOURCE ORDER -
023900* EACH SOURCE PROGRAM IS ONE JOURNAL BATCH
024000*
024100 01  WS-POST-MAX             PIC 9(03) COMP VALUE 60.
024200 01  WS-POST-COUNT           PIC 9(03) COMP VALUE ZERO.
024300 01  WS-POST-SUB             PIC 9(03) COMP VALUE ZERO.
024400 01  WS-POST-TABLE.
024500     05  WS-POST-ENTRY       OCCURS 60 TIMES.
024600         10  WS-PT-SOURCE        PIC X(08).
024700         10  WS-PT-TYPE          PIC X(08).
024800         10  WS-PT-QUALIFIER     PIC X(04).
024900         10  WS-PT-AMOUNT        PIC S9(9)V99.
025000         10  WS-PT-MAP-SUB       PIC 9(03) COMP.
025100*
025200 01  WS-FIND-SOURCE          PIC X(08) VALUE SPACES.
025300 01  WS-FIND-TYPE            PIC X(08) VALUE SPACES.
025400 01  WS-FIND-QUALIFIER       PIC X(04) VALUE SPACES.
025500 01  WS-FIND-AMOUNT          PIC S9(9)V99 VALUE ZERO.
025600*
025700 01  WS-BATCH-SOURCE         PIC X(08) VALUE SPACES.
025800 01  WS-BATCH-DEBITS         PIC S9(11)V99 VALUE ZERO.
025900 01  WS-BATCH-CREDITS        PIC S9(11)V99 VALUE ZERO.
026000 01  WS-LINE-AMOUNT          PIC 9(9)V99 VALUE ZERO.
026100 01  WS-DR-ACCOUNT           PIC X(10) VALUE SPACES.
026200 01  WS-DR-COST-CTR          PIC X(06) VALUE SPACES.
026300 01  WS-CR-ACCOUNT           PIC X(10) VALUE SPACES.
026400 01  WS-CR-COST-CTR          PIC X(06) VALUE SPACES.
026500*
026600 01  WS-PAGE-HEADER-1.
026700     05  FILLER              PIC X(40) VALUE
026800         "GENERAL LEDGER JOURNAL EXTRACT".
026900     05  FILLER              PIC X(40) VALUE SPACES.
027000*
027100 01  WS-PAGE-HEADER-2.
027200     05  FILLER              PIC X(09) VALUE "SOURCE".
027300     05  FILLER              PIC X(09) VALUE "TYPE".
027400     05  FILLER              PIC X(05) VALUE "QUAL".
027500     05  FILLER              PIC X(18) VALUE "DEBIT ACCT/CC".
027600     05  FILLER              PIC X(18) VALUE "CREDIT ACCT/CC".
027700     05  FILLER              PIC X(21) VALUE "      AMOUNT".
027800*
027900 01  WS-DETAIL-LINE.
028000     05  WS-DL-SOURCE        PIC X(08).
028100     05  FILLER              PIC X(01) VALUE SPACE.
028200     05  WS-DL-TYPE          PIC X(08).
028300     05  FILLER              PIC X(01) VALUE SPACE.
028400     05  WS-DL-QUALIFIER     PIC X(04).
028500     05  FILLER              PIC X(01) VALUE SPACE.
028600     05  WS-DL-DR-ACCOUNT    PIC X(10).
028700     05  FILLER              PIC X(01) VALUE SPACE.
028800     05  WS-DL-DR-COST-CTR   PIC X(06).
028900     05  FILLER              PIC X(01) VALUE SPACE.
029000     05  WS-DL-CR-ACCOUNT    PIC X(10).
029100     05  FILLER              PIC X(01) VALUE SPACE.
029200     05  WS-DL-CR-COST-CTR   PIC X(06).
029300     05  FILLER              PIC X(01) VALUE SPACE.
029400     05  WS-DL-AMOUNT        PIC -(8)9.99.
029500     05  FILLER              PIC X(09) VALUE SPACES.
029600*
029700 01  WS-UNMAPPED-LINE.
029800     05  WS-UL-SOURCE        PIC X(08).
029900     05  FILLER              PIC X(01) VALUE SPACE.
030000     05  WS-UL-TYPE          PIC X(08).
030100     05  FILLER              PIC X(01) VALUE SPACE.
030200     05  WS-UL-QUALIFIER     PIC X(04).
030300     05  FILLER              PIC X(01) VALUE SPACE.
030400     05  FILLER              PIC X(36) VALUE
030500         "*** NO GLMAP ENTRY - NOT MAPPED ***".
030600     05  WS-UL-AMOUNT        PIC -(8)9.99.
030700     05  FILLER              PIC X(09) VALUE SPACES.
030800*
030900 01  WS-BATCH-LINE.
031000     05  FILLER              PIC X(06) VALUE "BATCH ".
031100     05  WS-BL-SOURCE        PIC X(08).
031200     05  FILLER              PIC X(08) VALUE " DEBITS:".
031300     05  WS-BL-DEBITS        PIC -(9)9.99.
031400     05  FILLER              PIC X(09) VALUE " CREDITS:".
031500     05  WS-BL-CREDITS       PIC -(9)9.99.
031600     05  FILLER              PIC X(01) VALUE SPACE.
031700     05  WS-BL-STATUS        PIC X(14).
031800*
031900 01  WS-NOTE-LINE            PIC X(80).
032000*
032100 01  WS-TOTAL-LINE.
032200     05  FILLER              PIC X(15) VALUE "JOURNAL LINES:".
032300     05  WS-TL-LINES         PIC ZZZZ9.
032400     05  FILLER              PIC X(07) VALUE " HASH:".
032500     05  WS-TL-HASH          PIC -(11)9.99.
032600     05  FILLER              PIC X(38) VALUE SPACES.
032700*
032800 01  WS-FAIL-LINE.
032900     05  FILLER              PIC X(27) VALUE
033000         "EXTRACT STOPPED - UNMAPPED:".
033100     05  WS-FL-UNMAPPED      PIC ZZZZ9.
033200     05  FILLER              PIC X(12) VALUE " UNBALANCED:".
033300     05  WS-FL-UNBAL         PIC ZZZZ9.
033400     05  FILLER              PIC X(11) VALUE " OVERFLOW:".
033500     05  WS-FL-OVERFLOW      PIC ZZZZ9.
033600     05  FILLER              PIC X(15) VALUE SPACES.
033700*----------------------------------------------------------*
033800 PROCEDURE DIVISION.
033900 0000-MAINLINE.
034000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034100     PERFORM 2000-COLLECT-FEES THRU 2000-EXIT.
034150     PERFORM 2500-COLLECT-ADJUSTMENTS THRU 2500-EXIT.
034175     PERFORM 2700-COLLECT-DEPRECIATION THRU 2700-EXIT.
034200     PERFORM 3000-COLLECT-PLANS THRU 3000-EXIT.
034300     PERFORM 4000-COLLECT-SETTLEMENT THRU 4000-EXIT
034400         VARYING WS-DEPOT-SUB FROM 1 BY 1
034500         UNTIL WS-DEPOT-SUB > 3.
034600     PERFORM 5000-MAP-POSTINGS THRU 5000-EXIT.
034700     IF WS-UNMAPPED-COUNT = ZERO
034800         AND WS-UNBAL-COUNT = ZERO
034900         AND WS-OVERFLOW-COUNT = ZERO
035000         PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
035100     END-IF.
035200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035300     GOBACK.
035400*----------------------------------------------------------*
035500* 1000-INITIALIZE - LOAD THE CHART-OF-ACCOUNTS MAP, THE LAST
035566*                   INVGEN AND INVADJ RUNS AND VEHDEPR MONTH
035632*                   POSTED, AND START THE REPORT
035700*----------------------------------------------------------*
035800 1000-INITIALIZE.
035900     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
036000     MOVE "GLEXTRCT" TO OPERAUTH-CALLER.
036100     PERFORM OPERAUTH-VALIDATE
036200         THRU OPERAUTH-VALIDATE-EXIT.
036300     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
036400     PERFORM 1100-LOAD-GL-MAP THRU 1100-EXIT.
036500     PERFORM 1200-READ-STATE THRU 1200-EXIT.
036600     OPEN OUTPUT GL-RPT.
036700     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
036800 1000-EXIT.
036900     EXIT.
037000*----------------------------------------------------------*
037100* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
037200*----------------------------------------------------------*
037300 1050-PRINT-RUN-HEADER.
037400     MOVE "GLEXTRCT" TO RUNHDR-JOB-NAME.
037500     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
037600     MOVE "I" TO PRTSRV-FUNCTION.
037700     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
037800     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
037900     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
038000     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
038100     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
038200     CALL "PRTSRV" USING PRTSRV-CONTROL.
038300 1050-EXIT.
038400     EXIT.
038500*----------------------------------------------------------*
038600* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
038700*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
038800*                      RULES WHEN THE CARD IS ABSENT)
038900*----------------------------------------------------------*
039000 1090-READ-BUS-DATE.
039100     OPEN INPUT BUS-DATE-PARM.
039200     READ BUS-DATE-PARM
039300         AT END
039400             CONTINUE
039500         NOT AT END
039600             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
039700     END-READ.
039800     CLOSE BUS-DATE-PARM.
039900 1090-EXIT.
040000     EXIT.
040100*----------------------------------------------------------*
040200* 1100-LOAD-GL-MAP - LOAD THE CHART-OF-ACCOUNTS MAPPING. WITH
040300*                    NO MAP NOTHING CAN BE POSTED AND THE STEP
040400*                    STOPS RC 12 BEFORE READING ANY SOURCE.
040500*----------------------------------------------------------*
040600 1100-LOAD-GL-MAP.
040700     OPEN INPUT GL-MAP.
040800     PERFORM 1150-LOAD-ONE-MAP THRU 1150-EXIT
040900         UNTIL EOF-GL-MAP.
041000     CLOSE GL-MAP.
041100     IF WS-MAP-COUNT = ZERO
041200         DISPLAY "GLEXTRCT: GLMAP EMPTY OR MISSING - "
041300             "NOTHING CAN BE POSTED"
041400         MOVE 12 TO RETURN-CODE
041500         STOP RUN
041600     END-IF.
041700 1100-EXIT.
041800     EXIT.
041900*----------------------------------------------------------*
042000* 1150-LOAD-ONE-MAP - ONE MAPPING ROW INTO THE TABLE
042100*----------------------------------------------------------*
042200 1150-LOAD-ONE-MAP.
042300     READ GL-MAP
042400         AT END
042500             SET EOF-GL-MAP TO TRUE
042600         NOT AT END
042700             IF WS-MAP-COUNT < WS-MAP-MAX
042800                 ADD 1 TO WS-MAP-COUNT
042900                 MOVE GM-AMOUNT-TYPE
043000                     TO WS-MT-TYPE (WS-MAP-COUNT)
043100                 MOVE GM-QUALIFIER
043200                     TO WS-MT-QUALIFIER (WS-MAP-COUNT)
043300                 MOVE GM-DR-ACCOUNT
043400                     TO WS-MT-DR-ACCOUNT (WS-MAP-COUNT)
043500                 MOVE GM-DR-COST-CTR
043600                     TO WS-MT-DR-COST-CTR (WS-MAP-COUNT)
043700                 MOVE GM-CR-ACCOUNT
043800                     TO WS-MT-CR-ACCOUNT (WS-MAP-COUNT)
043900                 MOVE GM-CR-COST-CTR
044000                     TO WS-MT-CR-COST-CTR (WS-MAP-COUNT)
044100             END-IF
044200     END-READ.
044300 1150-EXIT.
044400     EXIT.
044500*----------------------------------------------------------*
044575* 1200-READ-STATE - STAMPS OF THE INVGEN AND INVADJ RUNS AND
044650*                   THE VEHDEPR MONTH LAST POSTED (SPACES
044725*                   WHEN NONE YET)
044800*----------------------------------------------------------*
044900 1200-READ-STATE.
045000     OPEN INPUT GL-STATE.
045100     READ GL-STATE
045200         AT END
045300             CONTINUE
045400         NOT AT END
045500             MOVE GS-INV-STAMP TO WS-PRIOR-INV-STAMP
045550             MOVE GS-ADJ-STAMP TO WS-PRIOR-ADJ-STAMP
045575             MOVE GS-DEP-PERIOD TO WS-PRIOR-DEP-PERIOD
045600     END-READ.
045700     CLOSE GL-STATE.
045800 1200-EXIT.
045900     EXIT.
046000*----------------------------------------------------------*
046100* 2000-COLLECT-FEES - FEE REVENUE FROM THE INVCTL CONTROL
046200*                     RECORD, ONLY WHEN IT COMES FROM AN
046300*                     INVGEN RUN NOT ALREADY POSTED
046400*----------------------------------------------------------*
046500 2000-COLLECT-FEES.
046600     MOVE SPACES TO IC-RECORD.
046700     OPEN INPUT INV-CTL.
046800     READ INV-CTL
046900         AT END
047000             MOVE SPACES TO IC-RECORD
047100     END-READ.
047200     CLOSE INV-CTL.
047300     IF IC-PROGRAM-ID NOT = "INVGEN"
047400         MOVE "FEE REVENUE: NO INVCTL RECORD - NOTHING TO POST"
047500             TO WS-NOTE-LINE
047600         GO TO 2000-NOTE
047700     END-IF.
047800     IF IC-STAMP = WS-PRIOR-INV-STAMP
047900         MOVE "FEE REVENUE: INVGEN RUN ALREADY POSTED - SKIPPED"
048000             TO WS-NOTE-LINE
048100         GO TO 2000-NOTE
048200     END-IF.
048300     SET FEES-POSTED TO TRUE.
048400     MOVE "INVGEN" TO WS-FIND-SOURCE.
048500     MOVE "FEEREV" TO WS-FIND-TYPE.
048600     MOVE SPACES TO WS-FIND-QUALIFIER.
048700     MOVE IC-CONTROL-TOTAL TO WS-FIND-AMOUNT.
048800     PERFORM 7000-ADD-POSTING THRU 7000-EXIT.
048900     GO TO 2000-EXIT.
049000 2000-NOTE.
049100     MOVE WS-NOTE-LINE TO WS-PRINT-LINE.
049200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
049300 2000-EXIT.
049400     EXIT.
049402*----------------------------------------------------------*
049404* 2500-COLLECT-ADJUSTMENTS - NET BILLING ADJUSTMENT FROM THE
049406*                            ADJCTL CONTROL RECORD, ONLY WHEN
049408*                            IT COMES FROM AN INVADJ RUN NOT
049410*                            ALREADY POSTED
049412*----------------------------------------------------------*
049414 2500-COLLECT-ADJUSTMENTS.
049416     MOVE SPACES TO AJ-RECORD.
049418     OPEN INPUT ADJ-CTL.
049420     READ ADJ-CTL
049422         AT END
049424             MOVE SPACES TO AJ-RECORD
049426     END-READ.
049428     CLOSE ADJ-CTL.
049430     IF AJ-PROGRAM-ID NOT = "INVADJ"
049432         MOVE "ADJUSTMENTS: NO ADJCTL RECORD - NOTHING TO POST"
049434             TO WS-NOTE-LINE
049436         GO TO 2500-NOTE
049438     END-IF.
049440     IF AJ-STAMP = WS-PRIOR-ADJ-STAMP
049442         MOVE "ADJUSTMENTS: INVADJ RUN ALREADY POSTED - SKIPPED"
049444             TO WS-NOTE-LINE
049446         GO TO 2500-NOTE
049448     END-IF.
049450     SET ADJ-POSTED TO TRUE.
049452     MOVE "INVADJ" TO WS-FIND-SOURCE.
049454     MOVE "FEEREV" TO WS-FIND-TYPE.
049456     MOVE SPACES TO WS-FIND-QUALIFIER.
049458     MOVE AJ-CONTROL-TOTAL TO WS-FIND-AMOUNT.
049460     PERFORM 7000-ADD-POSTING THRU 7000-EXIT.
049462     GO TO 2500-EXIT.
049464 2500-NOTE.
049466     MOVE WS-NOTE-LINE TO WS-PRINT-LINE.
049468     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
049470 2500-EXIT.
049472     EXIT.
049474*----------------------------------------------------------*
049476* 2700-COLLECT-DEPRECIATION - THE VEHDEPR JOURNAL FROM THE
049478*                             DEPRCTL CONTROL RECORD, ONLY
049480*                             WHEN ITS MONTH IS NOT ALREADY
049482*                             POSTED. EACH AMOUNT TYPE POSTS
049484*                             ONLY WHEN NOT ZERO, SO A MONTH
049486*                             WITH NO DISPOSALS NEEDS NO MAP
049488*                             ROWS FOR THEM.
049490*----------------------------------------------------------*
049492 2700-COLLECT-DEPRECIATION.
049494     MOVE SPACES TO DP-RECORD.
049496     OPEN INPUT DEPR-CTL.
049498     READ DEPR-CTL
049500         AT END
049502             MOVE SPACES TO DP-RECORD
049504     END-READ.
049506     CLOSE DEPR-CTL.
049508     IF DP-PROGRAM-ID NOT = "VEHDEPR"
049510         MOVE "DEPRECIATION: NO DEPRCTL RECORD - NOTHING TO POST"
049512             TO WS-NOTE-LINE
049514         GO TO 2700-NOTE
049516     END-IF.
049518     IF DP-PERIOD = WS-PRIOR-DEP-PERIOD
049520         MOVE "DEPRECIATION: MONTH ALREADY POSTED - SKIPPED"
049522             TO WS-NOTE-LINE
049524         GO TO 2700-NOTE
049526     END-IF.
049528     SET DEP-POSTED TO TRUE.
049530     MOVE "VEHDEPR" TO WS-FIND-SOURCE.
049532     MOVE SPACES TO WS-FIND-QUALIFIER.
049534     IF DP-CONTROL-TOTAL NOT = ZERO
049536         MOVE "DEPREXP" TO WS-FIND-TYPE
049538         MOVE DP-CONTROL-TOTAL TO WS-FIND-AMOUNT
049540         PERFORM 7000-ADD-POSTING THRU 7000-EXIT
049542     END-IF.
049544     IF DP-DISP-ACCUM NOT = ZERO
049546         MOVE "DISPACCM" TO WS-FIND-TYPE
049548         MOVE DP-DISP-ACCUM TO WS-FIND-AMOUNT
049550         PERFORM 7000-ADD-POSTING THRU 7000-EXIT
049552     END-IF.
049554     IF DP-DISP-PROCEEDS NOT = ZERO
049556         MOVE "DISPPROC" TO WS-FIND-TYPE
049558         MOVE DP-DISP-PROCEEDS TO WS-FIND-AMOUNT
049560         PERFORM 7000-ADD-POSTING THRU 7000-EXIT
049562     END-IF.
049564     IF DP-DISP-GAIN-LOSS NOT = ZERO
049566         MOVE "DISPGNLS" TO WS-FIND-TYPE
049568         MOVE DP-DISP-GAIN-LOSS TO WS-FIND-AMOUNT
049570         PERFORM 7000-ADD-POSTING THRU 7000-EXIT
049572     END-IF.
049574     GO TO 2700-EXIT.
049576 2700-NOTE.
049578     MOVE WS-NOTE-LINE TO WS-PRINT-LINE.
049580     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
049582 2700-EXIT.
049584     EXIT.
049586*----------------------------------------------------------*
049600* 3000-COLLECT-PLANS - PLAN LIABILITY FROM THE PLANRSLT
049700*                      BALANCES, ONE AMOUNT PER PLAN
049800*----------------------------------------------------------*
049900 3000-COLLECT-PLANS.
050000     MOVE "N" TO WS-EOF-SW.
050100     OPEN INPUT PLAN-RESULTS.
050200     PERFORM 3100-READ-PLAN THRU 3100-EXIT.
050300     PERFORM 3200-TAKE-PLAN THRU 3200-EXIT
050400         UNTIL EOF-INPUT.
050500     CLOSE PLAN-RESULTS.
050600 3000-EXIT.
050700     EXIT.
050800*----------------------------------------------------------*
050900* 3100-READ-PLAN - NEXT PLAN RESULT IN ACCOUNT ORDER
051000*----------------------------------------------------------*
051100 3100-READ-PLAN.
051200     READ PLAN-RESULTS
051300         AT END
051400             SET EOF-INPUT TO TRUE
051500     END-READ.
051600 3100-EXIT.
051700     EXIT.
051800*----------------------------------------------------------*
051900* 3200-TAKE-PLAN - FOLD ONE BALANCE INTO ITS PLAN'S AMOUNT
052000*----------------------------------------------------------*
052100 3200-TAKE-PLAN.
052200     ADD 1 TO WS-PLAN-READ-COUNT.
052300     MOVE "ACCUM" TO WS-FIND-SOURCE.
052400     MOVE "PLANLIAB" TO WS-FIND-TYPE.
052500     MOVE PR-PLAN-ID TO WS-FIND-QUALIFIER.
052600     MOVE PR-BALANCE TO WS-FIND-AMOUNT.
052700     PERFORM 7000-ADD-POSTING THRU 7000-EXIT.
052800     PERFORM 3100-READ-PLAN THRU 3100-EXIT.
052900 3200-EXIT.
053000     EXIT.
053100*----------------------------------------------------------*
053200* 4000-COLLECT-SETTLEMENT - ONE DEPOT'S SETTLEMENT TOTAL FROM
053300*                           ITS SETLD FILE. THE DETAIL RECORDS
053400*                           MUST AGREE WITH THE FILETRLR
053500*                           TRAILER OR THE STEP STOPS RC 16
053600*                           BEFORE ANYTHING IS POSTED.
053700*----------------------------------------------------------*
053800 4000-COLLECT-SETTLEMENT.
053900     MOVE "N" TO WS-EOF-SW.
054000     MOVE "N" TO FILETRLR-SW.
054100     MOVE ZERO TO FILETRLR-IN-COUNT.
054200     MOVE ZERO TO FILETRLR-IN-HASH.
054300     MOVE ZERO TO WS-SETL-AMOUNT.
054400     EVALUATE WS-DEPOT-SUB
054500         WHEN 1
054600             MOVE "D1" TO WS-DEPOT-TAG
054700             OPEN INPUT SETL-D1
054800         WHEN 2
054900             MOVE "D2" TO WS-DEPOT-TAG
055000             OPEN INPUT SETL-D2
055100         WHEN 3
055200             MOVE "D3" TO WS-DEPOT-TAG
055300             OPEN INPUT SETL-D3
055400     END-EVALUATE.
055500     PERFORM 4100-READ-SETTLEMENT THRU 4100-EXIT
055600         UNTIL EOF-INPUT.
055700     EVALUATE WS-DEPOT-SUB
055800         WHEN 1
055900             CLOSE SETL-D1
056000         WHEN 2
056100             CLOSE SETL-D2
056200         WHEN 3
056300             CLOSE SETL-D3
056400     END-EVALUATE.
056500     IF NOT FILETRLR-SEEN
056600         DISPLAY "GLEXTRCT: SETTLEMENT " WS-DEPOT-TAG
056700             " TRAILER MISSING - FILE MAY BE TRUNCATED"
056800         MOVE 16 TO RETURN-CODE
056900         STOP RUN
057000     END-IF.
057100     IF FILETRLR-COUNT NOT = FILETRLR-IN-COUNT
057200         OR FILETRLR-HASH NOT = FILETRLR-IN-HASH
057300         DISPLAY "GLEXTRCT: SETTLEMENT " WS-DEPOT-TAG
057400             " TRAILER DISAGREES - "
057500             "COUNT OR HASH DOES NOT MATCH FILE CONTENT"
057600         MOVE 16 TO RETURN-CODE
057700         STOP RUN
057800     END-IF.
057900     MOVE "CUSTGRT" TO WS-FIND-SOURCE.
058000     MOVE "DEPOTSET" TO WS-FIND-TYPE.
058100     MOVE WS-DEPOT-TAG TO WS-FIND-QUALIFIER.
058200     MOVE WS-SETL-AMOUNT TO WS-FIND-AMOUNT.
058300     PERFORM 7000-ADD-POSTING THRU 7000-EXIT.
058400 4000-EXIT.
058500     EXIT.
058600*----------------------------------------------------------*
058700* 4100-READ-SETTLEMENT - ONE SETLD RECORD. DETAIL RECORDS
058800*                        FEED THE AMOUNT AND THE TRAILER
058900*                        PROOF; GROUP SUBTOTALS ARE SKIPPED
059000*                        SO NOTHING IS COUNTED TWICE.
059100*----------------------------------------------------------*
059200 4100-READ-SETTLEMENT.
059300     EVALUATE WS-DEPOT-SUB
059400         WHEN 1
059500             READ SETL-D1 INTO WS-SETL-RECORD
059600                 AT END
059700                     SET EOF-INPUT TO TRUE
059800             END-READ
059900         WHEN 2
060000             READ SETL-D2 INTO WS-SETL-RECORD
060100                 AT END
060200                     SET EOF-INPUT TO TRUE
060300             END-READ
060400         WHEN 3
060500             READ SETL-D3 INTO WS-SETL-RECORD
060600                 AT END
060700                     SET EOF-INPUT TO TRUE
060800             END-READ
060900     END-EVALUATE.
061000     IF EOF-INPUT
061100         GO TO 4100-EXIT
061200     END-IF.
061300     IF WS-SETL-RECORD (1:8) = "TRAILER "
061400         MOVE WS-SETL-RECORD TO FILETRLR-RECORD
061500         SET FILETRLR-SEEN TO TRUE
061600         GO TO 4100-EXIT
061700     END-IF.
061800     IF WS-SETL-RECORD (1:8) = "SUBTOTAL"
061900         GO TO 4100-EXIT
062000     END-IF.
062100     ADD 1 TO WS-SETL-READ-COUNT.
062200     ADD 1 TO FILETRLR-IN-COUNT.
062300     ADD WS-SD-D1 TO FILETRLR-IN-HASH.
062400     ADD WS-SD-D2 TO FILETRLR-IN-HASH.
062500     ADD WS-SD-D1 TO WS-SETL-AMOUNT.
062600     ADD WS-SD-D2 TO WS-SETL-AMOUNT.
062700 4100-EXIT.
062800     EXIT.
062900*----------------------------------------------------------*
063000* 5000-MAP-POSTINGS - GIVE EVERY COLLECTED AMOUNT ITS DEBIT
063100*                     AND CREDIT ACCOUNTS, LIST WHAT WILL NOT
063200*                     MAP, AND PROVE EACH BATCH BALANCES
063300*----------------------------------------------------------*
063400 5000-MAP-POSTINGS.
063500     MOVE SPACES TO WS-BATCH-SOURCE.
063600     PERFORM 5100-MAP-ONE-POSTING THRU 5100-EXIT
063700         VARYING WS-POST-SUB FROM 1 BY 1
063800         UNTIL WS-POST-SUB > WS-POST-COUNT.
063900     IF WS-BATCH-SOURCE NOT = SPACES
064000         PERFORM 5500-PROVE-BATCH THRU 5500-EXIT
064100     END-IF.
064200 5000-EXIT.
064300     EXIT.
064400*----------------------------------------------------------*
064500* 5100-MAP-ONE-POSTING - LOOK UP ONE AMOUNT: ITS OWN PLAN OR
064600*                        DEPOT ROW FIRST, THEN THE TYPE'S
064700*                        BLANK-QUALIFIER ROW
064800*----------------------------------------------------------*
064900 5100-MAP-ONE-POSTING.
065000     IF WS-PT-SOURCE (WS-POST-SUB) NOT = WS-BATCH-SOURCE
065100         IF WS-BATCH-SOURCE NOT = SPACES
065200             PERFORM 5500-PROVE-BATCH THRU 5500-EXIT
065300         END-IF
065400         MOVE WS-PT-SOURCE (WS-POST-SUB) TO WS-BATCH-SOURCE
065500         MOVE ZERO TO WS-BATCH-DEBITS
065600         MOVE ZERO TO WS-BATCH-CREDITS
065700     END-IF.
065800     MOVE ZERO TO WS-PT-MAP-SUB (WS-POST-SUB).
065900     MOVE WS-PT-QUALIFIER (WS-POST-SUB) TO WS-FIND-QUALIFIER.
066000     PERFORM 5200-FIND-MAP THRU 5200-EXIT.
066100     IF NOT ENTRY-FOUND
066200         MOVE SPACES TO WS-FIND-QUALIFIER
066300         PERFORM 5200-FIND-MAP THRU 5200-EXIT
066400     END-IF.
066500     IF NOT ENTRY-FOUND
066600         ADD 1 TO WS-UNMAPPED-COUNT
066700         MOVE SPACES TO WS-PRINT-LINE
066800         MOVE WS-PT-SOURCE (WS-POST-SUB) TO WS-UL-SOURCE
066900         MOVE WS-PT-TYPE (WS-POST-SUB) TO WS-UL-TYPE
067000         MOVE WS-PT-QUALIFIER (WS-POST-SUB) TO WS-UL-QUALIFIER
067100         MOVE WS-PT-AMOUNT (WS-POST-SUB) TO WS-UL-AMOUNT
067200         MOVE WS-UNMAPPED-LINE TO WS-PRINT-LINE
067300         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
067400         GO TO 5100-EXIT
067500     END-IF.
067600     MOVE WS-MAP-SUB TO WS-PT-MAP-SUB (WS-POST-SUB).
067700     PERFORM 5300-SET-SIDES THRU 5300-EXIT.
067800     IF WS-DR-ACCOUNT = SPACES
067900         OR WS-CR-ACCOUNT = SPACES
068000         ADD 1 TO WS-UNMAPPED-COUNT
068100     END-IF.
068200     MOVE SPACES TO WS-PRINT-LINE.
068300     MOVE WS-PT-SOURCE (WS-POST-SUB) TO WS-DL-SOURCE.
068400     MOVE WS-PT-TYPE (WS-POST-SUB) TO WS-DL-TYPE.
068500     MOVE WS-PT-QUALIFIER (WS-POST-SUB) TO WS-DL-QUALIFIER.
068600     MOVE WS-DR-ACCOUNT TO WS-DL-DR-ACCOUNT.
068700     MOVE WS-DR-COST-CTR TO WS-DL-DR-COST-CTR.
068800     MOVE WS-CR-ACCOUNT TO WS-DL-CR-ACCOUNT.
068900     MOVE WS-CR-COST-CTR TO WS-DL-CR-COST-CTR.
069000     MOVE WS-PT-AMOUNT (WS-POST-SUB) TO WS-DL-AMOUNT.
069100     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
069200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
069242     IF WS-DR-ACCOUNT NOT = SPACES
069284         ADD WS-LINE-AMOUNT TO WS-BATCH-DEBITS
069326     END-IF.
069368     IF WS-CR-ACCOUNT NOT = SPACES
069410         ADD WS-LINE-AMOUNT TO WS-BATCH-CREDITS
069452     END-IF.
069500 5100-EXIT.
069600     EXIT.
069700*----------------------------------------------------------*
069800* 5200-FIND-MAP - SEARCH THE MAP FOR WS-PT-TYPE PLUS
069900*                 WS-FIND-QUALIFIER
070000*----------------------------------------------------------*
070100 5200-FIND-MAP.
070200     MOVE "N" TO WS-FOUND-SW.
070300     PERFORM 5250-PROBE-MAP THRU 5250-EXIT
070400         VARYING WS-MAP-SUB FROM 1 BY 1
070500         UNTIL ENTRY-FOUND
070600         OR WS-MAP-SUB > WS-MAP-COUNT.
070700     IF ENTRY-FOUND
070800         SUBTRACT 1 FROM WS-MAP-SUB
070900     END-IF.
071000 5200-EXIT.
071100     EXIT.
071200*----------------------------------------------------------*
071300* 5250-PROBE-MAP - ONE PROBE OF THE MAPPING TABLE
071400*----------------------------------------------------------*
071500 5250-PROBE-MAP.
071600     IF WS-MT-TYPE (WS-MAP-SUB) = WS-PT-TYPE (WS-POST-SUB)
071700         AND WS-MT-QUALIFIER (WS-MAP-SUB) = WS-FIND-QUALIFIER
071800         SET ENTRY-FOUND TO TRUE
071900     END-IF.
072000 5250-EXIT.
072100     EXIT.
072200*----------------------------------------------------------*
072300* 5300-SET-SIDES - DEBIT AND CREDIT ACCOUNTS FOR THE POSTING
072400*                  AND ITS UNSIGNED LINE AMOUNT. A NEGATIVE
072500*                  AMOUNT REVERSES THE MAPPED SIDES.
072600*----------------------------------------------------------*
072700 5300-SET-SIDES.
072800     MOVE WS-PT-MAP-SUB (WS-POST-SUB) TO WS-MAP-SUB.
072900     IF WS-PT-AMOUNT (WS-POST-SUB) < ZERO
073000         MOVE WS-MT-CR-ACCOUNT (WS-MAP-SUB) TO WS-DR-ACCOUNT
073100         MOVE WS-MT-CR-COST-CTR (WS-MAP-SUB) TO WS-DR-COST-CTR
073200         MOVE WS-MT-DR-ACCOUNT (WS-MAP-SUB) TO WS-CR-ACCOUNT
073300         MOVE WS-MT-DR-COST-CTR (WS-MAP-SUB) TO WS-CR-COST-CTR
073400     ELSE
073500         MOVE WS-MT-DR-ACCOUNT (WS-MAP-SUB) TO WS-DR-ACCOUNT
073600         MOVE WS-MT-DR-COST-CTR (WS-MAP-SUB) TO WS-DR-COST-CTR
073700         MOVE WS-MT-CR-ACCOUNT (WS-MAP-SUB) TO WS-CR-ACCOUNT
073800         MOVE WS-MT-CR-COST-CTR (WS-MAP-SUB) TO WS-CR-COST-CTR
073900     END-IF.
074000     MOVE WS-PT-AMOUNT (WS-POST-SUB) TO WS-LINE-AMOUNT.
074100 5300-EXIT.
074200     EXIT.
074300*----------------------------------------------------------*
074400* 5500-PROVE-BATCH - ONE SOURCE'S DEBITS MUST EQUAL ITS
074466*                    CREDITS, EACH TAKEN FROM THE SIDES THE
074532*                    MAPPING ACTUALLY NAMES
074600*----------------------------------------------------------*
074700 5500-PROVE-BATCH.
074800     MOVE SPACES TO WS-PRINT-LINE.
074900     MOVE WS-BATCH-SOURCE TO WS-BL-SOURCE.
075000     MOVE WS-BATCH-DEBITS TO WS-BL-DEBITS.
075100     MOVE WS-BATCH-CREDITS TO WS-BL-CREDITS.
075200     IF WS-BATCH-DEBITS = WS-BATCH-CREDITS
075300         MOVE "IN BALANCE" TO WS-BL-STATUS
075400     ELSE
075500         ADD 1 TO WS-UNBAL-COUNT
075600         MOVE "OUT OF BALANCE" TO WS-BL-STATUS
075700     END-IF.
075800     MOVE WS-BATCH-LINE TO WS-PRINT-LINE.
075900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
076000 5500-EXIT.
076100     EXIT.
076200*----------------------------------------------------------*
076300* 6000-WRITE-JOURNAL - ONE DEBIT AND ONE CREDIT LINE PER
076400*                      MAPPED AMOUNT, THEN THE TRAILER
076500*----------------------------------------------------------*
076600 6000-WRITE-JOURNAL.
076700     OPEN OUTPUT GL-JRNL.
076800     PERFORM 6100-JOURNAL-POSTING THRU 6100-EXIT
076900         VARYING WS-POST-SUB FROM 1 BY 1
077000         UNTIL WS-POST-SUB > WS-POST-COUNT.
077100     MOVE SPACES TO FILETRLR-RECORD.
077200     MOVE "TRAILER " TO FILETRLR-TAG.
077300     MOVE WS-JRNL-COUNT TO FILETRLR-COUNT.
077400     MOVE WS-JRNL-HASH TO FILETRLR-HASH.
077500     MOVE FILETRLR-RECORD TO GJ-RECORD.
077600     WRITE GJ-RECORD.
077700     CLOSE GL-JRNL.
077800 6000-EXIT.
077900     EXIT.
078000*----------------------------------------------------------*
078100* 6100-JOURNAL-POSTING - THE DEBIT/CREDIT PAIR FOR ONE AMOUNT
078200*                        (A ZERO AMOUNT POSTS NOTHING)
078300*----------------------------------------------------------*
078400 6100-JOURNAL-POSTING.
078500     IF WS-PT-AMOUNT (WS-POST-SUB) = ZERO
078600         GO TO 6100-EXIT
078700     END-IF.
078800     PERFORM 5300-SET-SIDES THRU 5300-EXIT.
078900     MOVE WS-DR-ACCOUNT TO GJ-GL-ACCOUNT.
079000     MOVE WS-DR-COST-CTR TO GJ-COST-CENTER.
079100     MOVE "D" TO GJ-DR-CR.
079200     PERFORM 6200-WRITE-JOURNAL-LINE THRU 6200-EXIT.
079300     MOVE WS-CR-ACCOUNT TO GJ-GL-ACCOUNT.
079400     MOVE WS-CR-COST-CTR TO GJ-COST-CENTER.
079500     MOVE "C" TO GJ-DR-CR.
079600     PERFORM 6200-WRITE-JOURNAL-LINE THRU 6200-EXIT.
079700 6100-EXIT.
079800     EXIT.
079900*----------------------------------------------------------*
080000* 6200-WRITE-JOURNAL-LINE - COMMON FIELDS AND THE TRAILER
080100*                           ACCUMULATORS FOR ONE LINE
080200*----------------------------------------------------------*
080300 6200-WRITE-JOURNAL-LINE.
080400     ADD 1 TO WS-JRNL-COUNT.
080500     MOVE RUNHDR-DATE TO GJ-BATCH-DATE.
080600     MOVE WS-PT-SOURCE (WS-POST-SUB) TO GJ-BATCH-SOURCE.
080700     MOVE WS-JRNL-COUNT TO GJ-LINE-NO.
080800     MOVE WS-LINE-AMOUNT TO GJ-AMOUNT.
080900     MOVE WS-PT-TYPE (WS-POST-SUB) TO GJ-AMOUNT-TYPE.
081000     MOVE WS-PT-QUALIFIER (WS-POST-SUB) TO GJ-QUALIFIER.
081100     MOVE SPACES TO GJ-RECORD (62:19).
081200     WRITE GJ-RECORD.
081300     ADD WS-LINE-AMOUNT TO WS-JRNL-HASH.
081400 6200-EXIT.
081500     EXIT.
081600*----------------------------------------------------------*
081700* 7000-ADD-POSTING - ADD WS-FIND-AMOUNT TO THE POSTING FOR
081800*                    WS-FIND-SOURCE/TYPE/QUALIFIER, STARTING
081900*                    A NEW ONE WHEN THERE IS NONE YET
082000*----------------------------------------------------------*
082100 7000-ADD-POSTING.
082200     MOVE "N" TO WS-FOUND-SW.
082300     PERFORM 7050-PROBE-POSTING THRU 7050-EXIT
082400         VARYING WS-POST-SUB FROM 1 BY 1
082500         UNTIL ENTRY-FOUND
082600         OR WS-POST-SUB > WS-POST-COUNT.
082700     IF ENTRY-FOUND
082800         SUBTRACT 1 FROM WS-POST-SUB
082900         ADD WS-FIND-AMOUNT TO WS-PT-AMOUNT (WS-POST-SUB)
083000         GO TO 7000-EXIT
083100     END-IF.
083200     IF WS-POST-COUNT NOT < WS-POST-MAX
083300         ADD 1 TO WS-OVERFLOW-COUNT
083400         GO TO 7000-EXIT
083500     END-IF.
083600     ADD 1 TO WS-POST-COUNT.
083700     MOVE WS-FIND-SOURCE TO WS-PT-SOURCE (WS-POST-COUNT).
083800     MOVE WS-FIND-TYPE TO WS-PT-TYPE (WS-POST-COUNT).
083900     MOVE WS-FIND-QUALIFIER TO WS-PT-QUALIFIER (WS-POST-COUNT).
084000     MOVE WS-FIND-AMOUNT TO WS-PT-AMOUNT (WS-POST-COUNT).
084100     MOVE ZERO TO WS-PT-MAP-SUB (WS-POST-COUNT).
084200 7000-EXIT.
084300     EXIT.
084400*----------------------------------------------------------*
084500* 7050-PROBE-POSTING - ONE PROBE OF THE POSTING TABLE
084600*----------------------------------------------------------*
084700 7050-PROBE-POSTING.
084800     IF WS-PT-SOURCE (WS-POST-SUB) = WS-FIND-SOURCE
084900         AND WS-PT-TYPE (WS-POST-SUB) = WS-FIND-TYPE
085000         AND WS-PT-QUALIFIER (WS-POST-SUB) = WS-FIND-QUALIFIER
085100         SET ENTRY-FOUND TO TRUE
085200     END-IF.
085300 7050-EXIT.
085400     EXIT.
085500*----------------------------------------------------------*
085600* 9000-TERMINATE - JOURNAL TOTALS OR THE STOP LINE, RETURN
085700*                  CODE, POSTED-RUN STATE AND THE RUN LOG
085800*----------------------------------------------------------*
085900 9000-TERMINATE.
086000     MOVE SPACES TO WS-PRINT-LINE.
086100     IF WS-UNMAPPED-COUNT = ZERO
086200         AND WS-UNBAL-COUNT = ZERO
086300         AND WS-OVERFLOW-COUNT = ZERO
086400         MOVE WS-JRNL-COUNT TO WS-TL-LINES
086500         MOVE WS-JRNL-HASH TO WS-TL-HASH
086600         MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
086700     ELSE
086800         MOVE WS-UNMAPPED-COUNT TO WS-FL-UNMAPPED
086900         MOVE WS-UNBAL-COUNT TO WS-FL-UNBAL
087000         MOVE WS-OVERFLOW-COUNT TO WS-FL-OVERFLOW
087100         MOVE WS-FAIL-LINE TO WS-PRINT-LINE
087200     END-IF.
087300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
087400     PERFORM 8900-END-REPORT THRU 8900-EXIT.
087500     CLOSE GL-RPT.
087600     MOVE "GLEXTRCT" TO RUNLOG-PROGRAM-ID.
087700     COMPUTE RUNLOG-READ-COUNT =
087800         WS-PLAN-READ-COUNT + WS-SETL-READ-COUNT.
087900     MOVE WS-JRNL-COUNT TO RUNLOG-WRITE-COUNT.
088000     COMPUTE RUNLOG-EXCEPT-COUNT = WS-UNMAPPED-COUNT
088100         + WS-UNBAL-COUNT + WS-OVERFLOW-COUNT.
088200     EVALUATE TRUE
088300         WHEN WS-UNBAL-COUNT > ZERO
088400             MOVE "OOB" TO RUNLOG-STATUS
088500             MOVE 16 TO RETURN-CODE
088600         WHEN WS-UNMAPPED-COUNT > ZERO
088700             OR WS-OVERFLOW-COUNT > ZERO
088800             MOVE "UNMP" TO RUNLOG-STATUS
088900             MOVE 12 TO RETURN-CODE
089000         WHEN OTHER
089100             MOVE "OK" TO RUNLOG-STATUS
089200             IF FEES-POSTED OR ADJ-POSTED OR DEP-POSTED
089300                 PERFORM 9100-WRITE-STATE THRU 9100-EXIT
089400             END-IF
089500     END-EVALUATE.
089600     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
089700 9000-EXIT.
089800     EXIT.
089900*----------------------------------------------------------*
089966* 9100-WRITE-STATE - REMEMBER THE INVGEN AND INVADJ RUNS AND
090032*                    THE VEHDEPR MONTH
090100*                    JUST POSTED SO TOMORROW NIGHT DOES NOT
090150*                    POST THEM AGAIN (A SOURCE NOT POSTED
090160*                    TONIGHT KEEPS ITS PRIOR STAMP)
090200*----------------------------------------------------------*
090300 9100-WRITE-STATE.
090400     OPEN OUTPUT GL-STATE.
090500     MOVE SPACES TO GS-RECORD.
090600     MOVE WS-PRIOR-INV-STAMP TO GS-INV-STAMP.
090610     IF FEES-POSTED
090620         MOVE IC-STAMP TO GS-INV-STAMP
090630     END-IF.
090640     MOVE WS-PRIOR-ADJ-STAMP TO GS-ADJ-STAMP.
090650     IF ADJ-POSTED
090660         MOVE AJ-STAMP TO GS-ADJ-STAMP
090662     END-IF.
090664     MOVE WS-PRIOR-DEP-PERIOD TO GS-DEP-PERIOD.
090666     IF DEP-POSTED
090668         MOVE DP-PERIOD TO GS-DEP-PERIOD
090670     END-IF.
090700     WRITE GS-RECORD.
090800     CLOSE GL-STATE.
090900 9100-EXIT.
091000     EXIT.
091100*----------------------------------------------------------*
091200* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
091300*                          SHARED PRINT SERVICE, WRITING THE
091400*                          PAGE HEADINGS FIRST ON A PAGE BREAK
091500*----------------------------------------------------------*
091600 8800-WRITE-REPORT-LINE.
091700     MOVE "W" TO PRTSRV-FUNCTION.
091800     CALL "PRTSRV" USING PRTSRV-CONTROL.
091900     IF PRTSRV-NEW-PAGE
092000         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
092100             VARYING WS-HDG-SUB FROM 1 BY 1
092200             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
092300     END-IF.
092400     MOVE WS-PRINT-LINE TO GR-RECORD.
092500     WRITE GR-RECORD.
092600 8800-EXIT.
092700     EXIT.
092800*----------------------------------------------------------*
092900* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
093000*----------------------------------------------------------*
093100 8850-WRITE-HEADING.
093200     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO GR-RECORD.
093300     WRITE GR-RECORD.
093400 8850-EXIT.
093500     EXIT.
093600*----------------------------------------------------------*
093700* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
093800*                   LINE-AND-PAGE-COUNT LINE
093900*----------------------------------------------------------*
094000 8900-END-REPORT.
094100     MOVE "E" TO PRTSRV-FUNCTION.
094200     CALL "PRTSRV" USING PRTSRV-CONTROL.
094300     MOVE PRTSRV-FINAL-LINE TO GR-RECORD.
094400     WRITE GR-RECORD.
094500 8900-EXIT.
094600     EXIT.
094700*----------------------------------------------------------*
094800     COPY RUNHDRP.
094900     COPY RUNLOGP.
095000     COPY OPERAUTP.
