000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     CUSTMRG.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - MERGES APPROVED DUPLICATE
001200*                   CUSTOMERS. EACH MRGPAIR CARD NAMES A SURVIVOR
001300*                   AND A VICTIM ACCOUNT; BOTH MUST BE ON
001400*                   CUSTMSTR AND NOT CLOSED, AND NO ACCOUNT MAY
001500*                   BE BOTH A SURVIVOR AND A VICTIM IN ONE RUN.
001600*                   FOR EACH ACCEPTED PAIR THE VICTIM'S ENROLL
001700*                   ENROLLMENT IS MOVED TO THE SURVIVOR (ON
001800*                   ENROLLO, WHICH OPERATIONS PROMOTES OVER
001900*                   ENROLL) - FOLDED INTO THE SURVIVOR'S OWN
002000*                   STARTING BALANCE WHEN BOTH ARE ON THE SAME
002100*                   PLAN, LEFT ON THE VICTIM AND REPORTED WHEN
002200*                   THE PLANS DIFFER - AND ITS STMTHIST
002300*                   STATEMENTS ARE RE-KEYED TO THE SURVIVOR,
002400*                   EXCEPT A STATEMENT DATE THE SURVIVOR ALREADY
002500*                   HOLDS, WHICH STAYS UNDER THE VICTIM AND IS
002600*                   REPORTED. THE VICTIM IS CLOSED BY A CUSTTRAN
002700*                   CHANGE FOR THE FOLLOWING CUSTMNT STEP, AND A
002800*                   MERGE RECORD IS ADDED TO THE PERMANENT
002900*                   MRGAUDT FILE, WHICH ACCTXREF READS TO
003000*                   RE-POINT THE VICTIM'S ACCTSER SERIES
003100*                   RECORDS EVERY NIGHT. RC 4 WHEN ANY PAIR WAS
003200*                   REJECTED OR ANY ITEM STAYED ON A VICTIM.
003210* 2026-10-15   RT   EACH VICTIM CLOSURE CUSTTRAN NOW CARRIES
003220*                   THE VALIDATED OPERATOR AS ITS ENTERING
003230*                   OPERATOR, THE BUSINESS DATE AND BATCH ID
003240*                   MG PLUS THE DAY OF THE MONTH, SO CUSTMNT
003250*                   APPLIES IT ONLY ONCE A SECOND OPERATOR
003260*                   HAS APPROVED THE BATCH ON CUSTAPPR.
003262* 2026-10-15   RT   A PAIR IS NOW MERGED ONLY WHEN A SECOND
003264*                   OPERATOR, ONE CUSTMNT WILL ACCEPT, HAS
003266*                   APPROVED IT ON CUSTAPPR BEFORE THE RUN UNDER
003268*                   BATCH MG PLUS YYMMDD OF THE BUSINESS DATE
003270*                   (KEY THE VICTIM, OR BLANK FOR THE BATCH), SO
003272*                   THE FOLLOWING CUSTMNT STEP APPLIES THE CLOSE
003274*                   ALONGSIDE THE MERGE INSTEAD OF HOLDING IT.
003276*                   THE CLOSE IS NOW A CUSTTRAN S (STATUS ONLY)
003278*                   TRANSACTION (CUSTTRAN NOW 164 BYTES). ACCUM'S
003280*                   INTEREST POSITIONS ARE CARRIED FROM ACCRINTI
003282*                   TO ACCRINTO: A MOVED ENROLLMENT'S POSITION IS
003284*                   RE-KEYED TO THE SURVIVOR, A FOLDED ONE'S
003286*                   BALANCE, ACCRUED AND POSTED INTEREST ARE ADDED
003288*                   TO THE SURVIVOR'S POSITION (WRITTEN NEW WHEN
003290*                   IT HAS NONE). A TERMINATED ENROLLMENT IS NEVER
003292*                   MOVED OR FOLDED, AND NOTHING IS FOLDED INTO A
003294*                   SURVIVOR'S TERMINATED ONE.
003300*----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT MERGE-PAIRS ASSIGN TO "MRGPAIR"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT CUST-MASTER ASSIGN TO "CUSTMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CM-ACCOUNT-ID.
004600     SELECT OPTIONAL ENROLL-FILE ASSIGN TO "ENROLL"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT ENROLL-OUT  ASSIGN TO "ENROLLO"
004900         ORGANIZATION IS LINE SEQUENTIAL.
004920     SELECT OPTIONAL ACCR-INT-IN ASSIGN TO "ACCRINTI"
004940         ORGANIZATION IS LINE SEQUENTIAL.
004960     SELECT ACCR-INT-OUT ASSIGN TO "ACCRINTO"
004980         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT STMT-HIST   ASSIGN TO "STMTHIST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS SH-KEY.
005400     SELECT CUST-TRANS  ASSIGN TO "CUSTTRAN"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT OPTIONAL MERGE-AUDIT ASSIGN TO "MRGAUDT"
005633         ORGANIZATION IS LINE SEQUENTIAL.
005666     SELECT OPTIONAL APPR-FILE ASSIGN TO "CUSTAPPR"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT MERGE-RPT   ASSIGN TO "MRGRPT"
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
007300*
007400* ONE APPROVED PAIR - THE DUPCAND LAYOUT FROM CUSTDUP
007500*
007600 FD  MERGE-PAIRS
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  MP-RECORD.
008000     05  MP-SURVIVOR-ID      PIC X(10).
008100     05  MP-VICTIM-ID        PIC X(10).
008200     05  MP-SCORE            PIC 9(03).
008300     05  FILLER              PIC X(57).
008400*
008500 FD  CUST-MASTER
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 160 CHARACTERS.
008800 01  CM-RECORD.
008900     05  CM-ACCOUNT-ID       PIC X(10).
009000     05  CM-NAME             PIC X(30).
009100     05  CM-ADDR-LINE-1      PIC X(30).
009200     05  CM-ADDR-LINE-2      PIC X(30).
009300     05  CM-ADDR-LINE-3      PIC X(30).
009400     05  CM-STATUS           PIC X(01).
009500         88  CM-OPEN                 VALUE "O".
009600         88  CM-CLOSED               VALUE "C".
009700         88  CM-SUSPENDED            VALUE "S".
009800     05  CM-OPEN-DATE        PIC 9(08).
009900     05  FILLER              PIC X(21).
010000*
010100 FD  ENROLL-FILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  EN-RECORD.
010500     05  EN-ACCOUNT-ID       PIC X(10).
010600     05  EN-PLAN-ID          PIC X(04).
010700     05  EN-ENROLL-DATE      PIC 9(08).
010800     05  EN-START-BALANCE    PIC 9(06).
010833     05  EN-STATUS           PIC X(01).
010866         88  EN-TERMINATED           VALUE "T".
010899     05  EN-CLOSE-DATE       PIC 9(08).
010932     05  EN-CLOSE-BALANCE    PIC 9(08).
010965     05  FILLER              PIC X(35).
011000*
011100 FD  ENROLL-OUT
011200     LABEL RECORDS ARE STANDARD
011300     RECORD CONTAINS 80 CHARACTERS.
011400 01  EO-RECORD               PIC X(80).
011403*
011406* ACCUM'S INTEREST POSITION FOR EACH ENROLLMENT - THE ACCRINT
011409* LAYOUT
011412*
011415 FD  ACCR-INT-IN
011418     LABEL RECORDS ARE STANDARD
011421     RECORD CONTAINS 80 CHARACTERS.
011424 01  AI-RECORD.
011427     05  AI-ACCOUNT-ID       PIC X(10).
011430     05  AI-PLAN-ID          PIC X(04).
011433     05  AI-THRU-DATE        PIC 9(08).
011436     05  AI-ACCRUED          PIC 9(06)V9(04).
011439     05  AI-POSTED-TOTAL     PIC 9(08).
011442     05  AI-LAST-POST-DATE   PIC 9(08).
011445     05  AI-BALANCE          PIC X(08).
011448     05  AI-BALANCE-N REDEFINES AI-BALANCE
011451                             PIC 9(08).
011454     05  FILLER              PIC X(24).
011457*
011460 FD  ACCR-INT-OUT
011463     LABEL RECORDS ARE STANDARD
011466     RECORD CONTAINS 80 CHARACTERS.
011469 01  AO-RECORD.
011472     05  AO-ACCOUNT-ID       PIC X(10).
011475     05  AO-PLAN-ID          PIC X(04).
011478     05  AO-THRU-DATE        PIC 9(08).
011481     05  AO-ACCRUED          PIC 9(06)V9(04).
011484     05  AO-POSTED-TOTAL     PIC 9(08).
011487     05  AO-LAST-POST-DATE   PIC 9(08).
011490     05  AO-BALANCE          PIC 9(08).
011493     05  FILLER              PIC X(24).
011500*
011600 FD  STMT-HIST
011700     LABEL RECORDS ARE STANDARD
011800     RECORD CONTAINS 160 CHARACTERS.
011900 01  SH-RECORD.
012000     05  SH-KEY.
012100         10  SH-ACCOUNT-ID   PIC X(10).
012200         10  SH-STMT-DATE    PIC 9(08).
012300     05  SH-NAME             PIC X(30).
012400     05  SH-ADDR-LINE-1      PIC X(30).
012500     05  SH-ADDR-LINE-2      PIC X(30).
012600     05  SH-ADDR-LINE-3      PIC X(30).
012700     05  SH-SUMATORIA        PIC 9(06).
012800     05  FILLER              PIC X(16).
012900*
013000 FD  CUST-TRANS
013100     LABEL RECORDS ARE STANDARD
013200     RECORD CONTAINS 164 CHARACTERS.
013300 01  MT-RECORD.
013400     05  MT-ACTION           PIC X(01).
013500     05  MT-ACCOUNT-ID       PIC X(10).
013600     05  MT-NAME             PIC X(30).
013700     05  MT-ADDR-LINE-1      PIC X(30).
013800     05  MT-ADDR-LINE-2      PIC X(30).
013900     05  MT-ADDR-LINE-3      PIC X(30).
014000     05  MT-STATUS           PIC X(01).
014100     05  MT-OPEN-DATE        PIC 9(08).
014200     05  MT-ENTERED-BY       PIC X(08).
014210     05  MT-ENTERED-DATE     PIC 9(08).
014255     05  MT-BATCH-ID         PIC X(08).
014300*
014400* ONE COMPLETED MERGE - KEPT FOR GOOD SO THE ORIGINAL ACCOUNT
014500* CAN ALWAYS BE TRACED, AND READ BY ACCTXREF
014600*
014700 FD  MERGE-AUDIT
014800     LABEL RECORDS ARE STANDARD
014900     RECORD CONTAINS 80 CHARACTERS.
015000 01  MA-RECORD.
015100     05  MA-VICTIM-ID        PIC X(10).
015200     05  MA-SURVIVOR-ID      PIC X(10).
015300     05  MA-MERGE-DATE       PIC 9(08).
015400     05  MA-MERGE-TIME       PIC 9(06).
015500     05  MA-OPERATOR-ID      PIC X(08).
015600     05  MA-VICTIM-NAME      PIC X(20).
015700     05  MA-ENROLL-RESULT    PIC X(01).
015800     05  MA-STMT-MOVED       PIC 9(03).
015900     05  MA-STMT-KEPT        PIC 9(03).
016000     05  FILLER              PIC X(11).
016016*
016032 FD  APPR-FILE
016048     LABEL RECORDS ARE STANDARD
016064     RECORD CONTAINS 80 CHARACTERS.
016080 01  AP-RECORD               PIC X(80).
016100*
016200 FD  MERGE-RPT
016300     LABEL RECORDS ARE STANDARD
016400     RECORD CONTAINS 80 CHARACTERS.
016500 01  MR-RECORD               PIC X(80).
016600*
016700 FD  RUN-LOG
016800     LABEL RECORDS ARE STANDARD
016900     RECORD CONTAINS 80 CHARACTERS.
017000 01  RL-RECORD               PIC X(80).
017100*
017200 FD  BUS-DATE-PARM
017300     LABEL RECORDS ARE STANDARD
017400     RECORD CONTAINS 80 CHARACTERS.
017500 01  BD-RECORD.
017600     05  BD-BUSINESS-DATE    PIC 9(08).
017700     05  FILLER              PIC X(72).
017800*
017900 FD  OPER-CARD
018000     LABEL RECORDS ARE STANDARD
018100     RECORD CONTAINS 80 CHARACTERS.
018200 01  OC-RECORD.
018300     05  OC-OPERATOR-ID      PIC X(08).
018400     05  FILLER              PIC X(72).
018500*
018600 FD  OPER-AUTH
018700     LABEL RECORDS ARE STANDARD
018800     RECORD CONTAINS 80 CHARACTERS.
018900 01  OA-RECORD.
019000     05  OA-OPERATOR-ID      PIC X(08).
019100     05  OA-NAME             PIC X(20).
019200     05  OA-ACTIVE           PIC X(01).
019300     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
019400     05  FILLER              PIC X(11).
019500*
019600 FD  OPER-LOG
019700     LABEL RECORDS ARE STANDARD
019800     RECORD CONTAINS 80 CHARACTERS.
019900 01  OL-RECORD               PIC X(80).
020000*----------------------------------------------------------*
020100 WORKING-STORAGE SECTION.
020200     COPY RUNHDR.
020300     COPY RUNLOG.
020400     COPY OPERAUTH.
020500     COPY PRTSRV.
020550     COPY APPRCHK.
020600 01  WS-PRINT-LINE           PIC X(80).
020700 01  WS-HDG-SUB              PIC 9(01) COMP.
020800*
020900 01  WS-SWITCHES.
021000     05  WS-PAIR-EOF-SW      PIC X(01) VALUE "N".
021100         88  EOF-MERGE-PAIRS         VALUE "Y".
021200     05  WS-ENROLL-EOF-SW    PIC X(01) VALUE "N".
021300         88  EOF-ENROLL-FILE         VALUE "Y".
021320     05  WS-ACCR-EOF-SW      PIC X(01) VALUE "N".
021340         88  EOF-ACCR-INT            VALUE "Y".
021360     05  WS-OVERFLOW-SW      PIC X(01) VALUE "N".
021380         88  POSITION-OVERFLOW       VALUE "Y".
021400     05  WS-HIST-EOF-SW      PIC X(01) VALUE "N".
021500         88  END-OF-VICTIM-HIST      VALUE "Y".
021600     05  WS-FOUND-SW         PIC X(01) VALUE "N".
021700         88  MASTER-FOUND            VALUE "Y".
021800*
021900 01  WS-COUNTERS.
022000     05  WS-CARDS-READ       PIC 9(05) COMP VALUE ZERO.
022100     05  WS-PAIRS-REJECTED   PIC 9(05) COMP VALUE ZERO.
022200     05  WS-ENROLL-READ      PIC 9(05) COMP VALUE ZERO.
022300     05  WS-ENROLL-WRITTEN   PIC 9(05) COMP VALUE ZERO.
022400     05  WS-ENROLL-MOVED     PIC 9(05) COMP VALUE ZERO.
022500     05  WS-ENROLL-FOLDED    PIC 9(05) COMP VALUE ZERO.
022600     05  WS-ENROLL-CONFLICTS PIC 9(05) COMP VALUE ZERO.
022700     05  WS-STMT-MOVED       PIC 9(07) COMP VALUE ZERO.
022800     05  WS-STMT-KEPT        PIC 9(07) COMP VALUE ZERO.
022816     05  WS-ACCR-READ        PIC 9(05) COMP VALUE ZERO.
022832     05  WS-ACCR-WRITTEN     PIC 9(05) COMP VALUE ZERO.
022848     05  WS-ACCR-MOVED       PIC 9(05) COMP VALUE ZERO.
022864     05  WS-ACCR-FOLDED      PIC 9(05) COMP VALUE ZERO.
022880     05  WS-ACCR-ADDED       PIC 9(05) COMP VALUE ZERO.
022900*
022954* THE ACCEPTED PAIRS WITH THE VICTIM'S NAME AND EACH SIDE'S
023008* ENROLLMENT AND ACCRINT POSITION. THE ENROLL RESULT IS N
023062* (VICTIM NOT ENROLLED), T (VICTIM'S ENROLLMENT TERMINATED -
023116* LEFT ON THE VICTIM), M (MOVED TO SURVIVOR), F (FOLDED INTO
023170* THE SURVIVOR'S ENROLLMENT ON THE SAME PLAN) OR X (PLANS
023224* DIFFER, SURVIVOR'S ENROLLMENT TERMINATED OR A FOLD THAT
023278* WOULD OVERFLOW - LEFT ON THE VICTIM). A POSITION IS N (NONE),
023332* Y (CARRYING ITS BALANCE) OR L (WRITTEN BEFORE BALANCES WERE
023386* CARRIED - NEVER FOLDED). THE SURVIVOR'S POSITION IS KEPT AS
023440* IT STANDS AFTER THE PAIR'S FOLD.
023500*
023600 01  WS-PAIR-MAX             PIC 9(03) COMP VALUE 200.
023700 01  WS-PAIR-COUNT           PIC 9(03) COMP VALUE ZERO.
023800 01  WS-PAIR-TABLE.
023900     05  WS-PT-ENTRY OCCURS 200 TIMES.
024000         10  WS-PT-SURVIVOR-ID   PIC X(10).
024100         10  WS-PT-VICTIM-ID     PIC X(10).
024200         10  WS-PT-VIC-NAME      PIC X(30).
024700         10  WS-PT-SUR-ENROLLED  PIC X(01).
024800         10  WS-PT-SUR-PLAN-ID   PIC X(04).
024900         10  WS-PT-SUR-BALANCE   PIC 9(06).
024950         10  WS-PT-SUR-STATUS    PIC X(01).
025000         10  WS-PT-VIC-ENROLLED  PIC X(01).
025100         10  WS-PT-VIC-PLAN-ID   PIC X(04).
025200         10  WS-PT-VIC-BALANCE   PIC 9(06).
025205         10  WS-PT-VIC-STATUS    PIC X(01).
025210         10  WS-PT-SUR-POS.
025215             15  WS-PT-SUR-POSITION  PIC X(01).
025220             15  WS-PT-SUR-AI-BAL    PIC 9(08).
025225             15  WS-PT-SUR-AI-ACCR   PIC 9(06)V9(04).
025230             15  WS-PT-SUR-AI-POSTED PIC 9(08).
025235             15  WS-PT-SUR-AI-THRU   PIC 9(08).
025240             15  WS-PT-SUR-AI-LAST   PIC 9(08).
025245         10  WS-PT-VIC-POS.
025250             15  WS-PT-VIC-POSITION  PIC X(01).
025255             15  WS-PT-VIC-AI-BAL    PIC 9(08).
025260             15  WS-PT-VIC-AI-ACCR   PIC 9(06)V9(04).
025265             15  WS-PT-VIC-AI-POSTED PIC 9(08).
025270             15  WS-PT-VIC-AI-THRU   PIC 9(08).
025275             15  WS-PT-VIC-AI-LAST   PIC 9(08).
025280         10  WS-PT-POS-WRITTEN   PIC X(01).
025300         10  WS-PT-ENROLL-RESULT PIC X(01).
025400         10  WS-PT-STMT-MOVED    PIC 9(03).
025500         10  WS-PT-STMT-KEPT     PIC 9(03).
025600 01  WS-PAIR-SUB             PIC 9(03) COMP VALUE ZERO.
025700 01  WS-SUR-SUB              PIC 9(03) COMP VALUE ZERO.
025800 01  WS-VIC-SUB              PIC 9(03) COMP VALUE ZERO.
025833 01  WS-FOLD-SUB             PIC 9(03) COMP VALUE ZERO.
025866 01  WS-SCAN-SUB             PIC 9(03) COMP VALUE ZERO.
025900 01  WS-LOOKUP-ID            PIC X(10).
026000*
026100 01  WS-REJECT-REASON        PIC X(24) VALUE SPACES.
026200 01  WS-COMBINED-BALANCE     PIC 9(07) VALUE ZERO.
026220 01  WS-COMBINED-POSITION    PIC 9(09) VALUE ZERO.
026240 01  WS-COMBINED-ACCRUED     PIC 9(07)V9(04) VALUE ZERO.
026260 01  WS-COMBINED-POSTED      PIC 9(09) VALUE ZERO.
026280 01  WS-MERGE-BATCH-ID       PIC X(08) VALUE SPACES.
026300 01  WS-LAST-HIST-KEY        PIC X(18).
026400*
026500 01  WS-PAGE-HEADER-1.
026600     05  FILLER              PIC X(40) VALUE
026700         "CUSTOMER ACCOUNT MERGE".
026800     05  FILLER              PIC X(40) VALUE SPACES.
026900*
027000 01  WS-PAGE-HEADER-2.
027100     05  FILLER              PIC X(11) VALUE "SURVIVOR".
027200     05  FILLER              PIC X(11) VALUE "VICTIM".
027300     05  FILLER              PIC X(58) VALUE "RESULT".
027400*
027500 01  WS-REJECT-LINE.
027600     05  WS-RJ-SURVIVOR-ID   PIC X(10).
027700     05  FILLER              PIC X(01) VALUE SPACE.
027800     05  WS-RJ-VICTIM-ID     PIC X(10).
027900     05  FILLER              PIC X(01) VALUE SPACE.
028000     05  FILLER              PIC X(10) VALUE "REJECTED -".
028100     05  FILLER              PIC X(01) VALUE SPACE.
028200     05  WS-RJ-REASON        PIC X(24).
028300     05  FILLER              PIC X(23) VALUE SPACES.
028400*
028500 01  WS-MERGE-LINE.
028600     05  WS-ML-SURVIVOR-ID   PIC X(10).
028700     05  FILLER              PIC X(01) VALUE SPACE.
028800     05  WS-ML-VICTIM-ID     PIC X(10).
028900     05  FILLER              PIC X(01) VALUE SPACE.
029000     05  FILLER              PIC X(08) VALUE "MERGED -".
029100     05  FILLER              PIC X(08) VALUE " ENROLL ".
029200     05  WS-ML-ENROLL        PIC X(08).
029300     05  FILLER              PIC X(12) VALUE " STMTS MOVED".
029400     05  WS-ML-STMT-MOVED    PIC ZZ9.
029500     05  FILLER              PIC X(06) VALUE " KEPT ".
029600     05  WS-ML-STMT-KEPT     PIC ZZ9.
029700     05  FILLER              PIC X(10) VALUE SPACES.
029800*
029900 01  WS-CONFLICT-LINE.
030000     05  FILLER              PIC X(22) VALUE SPACES.
030100     05  WS-CF-TEXT          PIC X(30).
030200     05  WS-CF-ACCOUNT-ID    PIC X(10).
030300     05  FILLER              PIC X(01) VALUE SPACE.
030400     05  WS-CF-DETAIL        PIC X(17).
030500*
030600 01  WS-SUMMARY-LINE-1.
030700     05  FILLER              PIC X(07) VALUE "PAIRS:".
030800     05  WS-SM-CARDS         PIC ZZZ9.
030900     05  FILLER              PIC X(08) VALUE " MERGED:".
031000     05  WS-SM-MERGED        PIC ZZZ9.
031100     05  FILLER              PIC X(10) VALUE " REJECTED:".
031200     05  WS-SM-REJECTED      PIC ZZZ9.
031300     05  FILLER              PIC X(14) VALUE " STMTS MOVED:".
031400     05  WS-SM-STMT-MOVED    PIC ZZZZZ9.
031500     05  FILLER              PIC X(07) VALUE " KEPT:".
031600     05  WS-SM-STMT-KEPT     PIC ZZZZZ9.
031700     05  FILLER              PIC X(10) VALUE SPACES.
031800*
031900 01  WS-SUMMARY-LINE-2.
032000     05  FILLER              PIC X(13) VALUE "ENROLL READ:".
032100     05  WS-SM-ENR-READ      PIC ZZZZ9.
032200     05  FILLER              PIC X(09) VALUE " WRITTEN:".
032300     05  WS-SM-ENR-WRITTEN   PIC ZZZZ9.
032400     05  FILLER              PIC X(07) VALUE " MOVED:".
032500     05  WS-SM-ENR-MOVED     PIC ZZZZ9.
032600     05  FILLER              PIC X(08) VALUE " FOLDED:".
032700     05  WS-SM-ENR-FOLDED    PIC ZZZZ9.
032800     05  FILLER              PIC X(11) VALUE " CONFLICTS:".
032900     05  WS-SM-ENR-CONFLICTS PIC ZZZZ9.
033000     05  FILLER              PIC X(07) VALUE SPACES.
033007*
033014 01  WS-SUMMARY-LINE-3.
033021     05  FILLER              PIC X(15) VALUE "POSITIONS READ:".
033028     05  WS-SM-ACR-READ      PIC ZZZZ9.
033035     05  FILLER              PIC X(09) VALUE " WRITTEN:".
033042     05  WS-SM-ACR-WRITTEN   PIC ZZZZ9.
033049     05  FILLER              PIC X(07) VALUE " MOVED:".
033056     05  WS-SM-ACR-MOVED     PIC ZZZZ9.
033063     05  FILLER              PIC X(08) VALUE " FOLDED:".
033070     05  WS-SM-ACR-FOLDED    PIC ZZZZ9.
033077     05  FILLER              PIC X(07) VALUE " ADDED:".
033084     05  WS-SM-ACR-ADDED     PIC ZZZZ9.
033091     05  FILLER              PIC X(09) VALUE SPACES.
033100*----------------------------------------------------------*
033200 PROCEDURE DIVISION.
033300 0000-MAINLINE.
033400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033500     PERFORM 2000-SCAN-ENROLL THRU 2000-EXIT.
033600     PERFORM 2500-COPY-ENROLL THRU 2500-EXIT.
033650     PERFORM 2800-COPY-ACCRUALS THRU 2800-EXIT.
033700     PERFORM 3000-MOVE-STATEMENTS THRU 3000-EXIT
033800         VARYING WS-PAIR-SUB FROM 1 BY 1
033900         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
034000     PERFORM 4000-CLOSE-VICTIM THRU 4000-EXIT
034100         VARYING WS-PAIR-SUB FROM 1 BY 1
034200         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
034300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034400     GOBACK.
034500*----------------------------------------------------------*
034600* 1000-INITIALIZE - FILES, RUN HEADERS, THE APPROVALS AND THE
034700*                   VALIDATED PAIR TABLE
034800*----------------------------------------------------------*
034900 1000-INITIALIZE.
035000     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
035100     MOVE "CUSTMRG" TO OPERAUTH-CALLER.
035200     PERFORM OPERAUTH-VALIDATE
035300         THRU OPERAUTH-VALIDATE-EXIT.
035400     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
035500     OPEN OUTPUT MERGE-RPT.
035600     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
035612     MOVE "MG" TO WS-MERGE-BATCH-ID (1:2).
035624     MOVE RUNHDR-DATE (3:6) TO WS-MERGE-BATCH-ID (3:6).
035636*    THE MERGE APPROVER MUST BE ONE CUSTMNT WILL ACCEPT FOR THE
035648*    VICTIM'S CLOSE, SO THE APPROVALS ARE VERIFIED AS CUSTMNT'S
035660     MOVE "CUSTMNT" TO OPERAUTH-CALLER.
035672     PERFORM APPRCHK-LOAD THRU APPRCHK-LOAD-EXIT.
035684     MOVE "CUSTMRG" TO OPERAUTH-CALLER.
035700     OPEN INPUT CUST-MASTER.
035800     OPEN INPUT MERGE-PAIRS.
035900     PERFORM 1200-LOAD-PAIR THRU 1200-EXIT
036000         UNTIL EOF-MERGE-PAIRS.
036100     CLOSE MERGE-PAIRS.
036200     CLOSE CUST-MASTER.
036300     OPEN I-O STMT-HIST.
036400     OPEN OUTPUT CUST-TRANS.
036500     OPEN EXTEND MERGE-AUDIT.
036600 1000-EXIT.
036700     EXIT.
036800*----------------------------------------------------------*
036900* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
037000*----------------------------------------------------------*
037100 1050-PRINT-RUN-HEADER.
037200     MOVE "CUSTMRG" TO RUNHDR-JOB-NAME.
037300     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
037400     MOVE "I" TO PRTSRV-FUNCTION.
037500     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
037600     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
037700     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
037800     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
037900     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
038000     CALL "PRTSRV" USING PRTSRV-CONTROL.
038100 1050-EXIT.
038200     EXIT.
038300*----------------------------------------------------------*
038400* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
038500*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
038600*                      RULES WHEN THE CARD IS ABSENT)
038700*----------------------------------------------------------*
038800 1090-READ-BUS-DATE.
038900     OPEN INPUT BUS-DATE-PARM.
039000     READ BUS-DATE-PARM
039100         AT END
039200             CONTINUE
039300         NOT AT END
039400             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
039500     END-READ.
039600     CLOSE BUS-DATE-PARM.
039700 1090-EXIT.
039800     EXIT.
039900*----------------------------------------------------------*
040000* 1200-LOAD-PAIR - VALIDATE ONE MRGPAIR CARD AGAINST THE
040066*                  MASTER, THE PAIRS ALREADY ACCEPTED AND THE
040132*                  APPROVALS ON CUSTAPPR
040200*----------------------------------------------------------*
040300 1200-LOAD-PAIR.
040400     READ MERGE-PAIRS
040500         AT END
040600             SET EOF-MERGE-PAIRS TO TRUE
040700             GO TO 1200-EXIT
040800     END-READ.
040900     ADD 1 TO WS-CARDS-READ.
041000     MOVE SPACES TO WS-REJECT-REASON.
041100     IF MP-SURVIVOR-ID = SPACES
041200         OR MP-VICTIM-ID = SPACES
041300         MOVE "ACCOUNT ID MISSING" TO WS-REJECT-REASON
041400         GO TO 1290-REJECT
041500     END-IF.
041600     IF MP-SURVIVOR-ID = MP-VICTIM-ID
041700         MOVE "SAME ACCOUNT" TO WS-REJECT-REASON
041800         GO TO 1290-REJECT
041900     END-IF.
042000     MOVE MP-SURVIVOR-ID TO WS-LOOKUP-ID.
042100     PERFORM 1900-FIND-PAIR THRU 1900-EXIT.
042200     IF WS-VIC-SUB > ZERO
042300         MOVE "SURVIVOR MERGED AS VICTIM" TO WS-REJECT-REASON
042400         GO TO 1290-REJECT
042500     END-IF.
042600     MOVE MP-VICTIM-ID TO WS-LOOKUP-ID.
042700     PERFORM 1900-FIND-PAIR THRU 1900-EXIT.
042800     IF WS-VIC-SUB > ZERO
042900         MOVE "VICTIM ALREADY MERGED" TO WS-REJECT-REASON
043000         GO TO 1290-REJECT
043100     END-IF.
043200     IF WS-SUR-SUB > ZERO
043300         MOVE "VICTIM IS A SURVIVOR" TO WS-REJECT-REASON
043400         GO TO 1290-REJECT
043500     END-IF.
043600     MOVE MP-SURVIVOR-ID TO WS-LOOKUP-ID.
043700     PERFORM 1800-READ-MASTER THRU 1800-EXIT.
043800     IF NOT MASTER-FOUND
043900         MOVE "SURVIVOR NOT ON MASTER" TO WS-REJECT-REASON
044000         GO TO 1290-REJECT
044100     END-IF.
044200     IF CM-CLOSED
044300         MOVE "SURVIVOR CLOSED" TO WS-REJECT-REASON
044400         GO TO 1290-REJECT
044500     END-IF.
044600     MOVE MP-VICTIM-ID TO WS-LOOKUP-ID.
044700     PERFORM 1800-READ-MASTER THRU 1800-EXIT.
044800     IF NOT MASTER-FOUND
044900         MOVE "VICTIM NOT ON MASTER" TO WS-REJECT-REASON
045000         GO TO 1290-REJECT
045100     END-IF.
045200     IF CM-CLOSED
045300         MOVE "VICTIM ALREADY CLOSED" TO WS-REJECT-REASON
045400         GO TO 1290-REJECT
045500     END-IF.
045505     MOVE WS-MERGE-BATCH-ID TO APPRCHK-BATCH-ID.
045510     MOVE MP-VICTIM-ID TO APPRCHK-KEY.
045515     MOVE OPERAUTH-ID TO APPRCHK-MAKER.
045520     MOVE RUNHDR-DATE TO APPRCHK-ENTERED.
045525     PERFORM APPRCHK-CHECK THRU APPRCHK-CHECK-EXIT.
045530     IF NOT APPRCHK-APPROVED
045535         EVALUATE TRUE
045540             WHEN APPRCHK-SELF
045545                 MOVE "SELF-APPROVED" TO WS-REJECT-REASON
045550             WHEN APPRCHK-UNAUTHORIZED
045555                 MOVE "APPROVER NOT AUTHORIZED"
045560                     TO WS-REJECT-REASON
045565             WHEN OTHER
045570                 MOVE "MERGE NOT APPROVED" TO WS-REJECT-REASON
045575         END-EVALUATE
045580         GO TO 1290-REJECT
045585     END-IF.
045600     IF WS-PAIR-COUNT NOT < WS-PAIR-MAX
045700         DISPLAY "CUSTMRG: MRGPAIR HOLDS MORE THAN "
045800             WS-PAIR-MAX " PAIRS - PAIR TABLE FULL"
045900         MOVE 12 TO RETURN-CODE
046000         STOP RUN
046100     END-IF.
046200     ADD 1 TO WS-PAIR-COUNT.
046300     MOVE MP-SURVIVOR-ID TO WS-PT-SURVIVOR-ID (WS-PAIR-COUNT).
046400     MOVE MP-VICTIM-ID TO WS-PT-VICTIM-ID (WS-PAIR-COUNT).
046500     MOVE CM-NAME TO WS-PT-VIC-NAME (WS-PAIR-COUNT).
047000     MOVE "N" TO WS-PT-SUR-ENROLLED (WS-PAIR-COUNT).
047100     MOVE SPACES TO WS-PT-SUR-PLAN-ID (WS-PAIR-COUNT).
047200     MOVE ZERO TO WS-PT-SUR-BALANCE (WS-PAIR-COUNT).
047250     MOVE SPACE TO WS-PT-SUR-STATUS (WS-PAIR-COUNT).
047300     MOVE "N" TO WS-PT-VIC-ENROLLED (WS-PAIR-COUNT).
047400     MOVE SPACES TO WS-PT-VIC-PLAN-ID (WS-PAIR-COUNT).
047500     MOVE ZERO TO WS-PT-VIC-BALANCE (WS-PAIR-COUNT).
047509     MOVE SPACE TO WS-PT-VIC-STATUS (WS-PAIR-COUNT).
047518     MOVE "N" TO WS-PT-SUR-POSITION (WS-PAIR-COUNT).
047527     MOVE ZERO TO WS-PT-SUR-AI-BAL (WS-PAIR-COUNT)
047536         WS-PT-SUR-AI-ACCR (WS-PAIR-COUNT)
047545         WS-PT-SUR-AI-POSTED (WS-PAIR-COUNT)
047554         WS-PT-SUR-AI-THRU (WS-PAIR-COUNT)
047563         WS-PT-SUR-AI-LAST (WS-PAIR-COUNT).
047572     MOVE WS-PT-SUR-POS (WS-PAIR-COUNT)
047581         TO WS-PT-VIC-POS (WS-PAIR-COUNT).
047590     MOVE "N" TO WS-PT-POS-WRITTEN (WS-PAIR-COUNT).
047600     MOVE "N" TO WS-PT-ENROLL-RESULT (WS-PAIR-COUNT).
047700     MOVE ZERO TO WS-PT-STMT-MOVED (WS-PAIR-COUNT).
047800     MOVE ZERO TO WS-PT-STMT-KEPT (WS-PAIR-COUNT).
047900     GO TO 1200-EXIT.
048000 1290-REJECT.
048100     ADD 1 TO WS-PAIRS-REJECTED.
048200     MOVE SPACES TO WS-PRINT-LINE.
048300     MOVE MP-SURVIVOR-ID TO WS-RJ-SURVIVOR-ID.
048400     MOVE MP-VICTIM-ID TO WS-RJ-VICTIM-ID.
048500     MOVE WS-REJECT-REASON TO WS-RJ-REASON.
048600     MOVE WS-REJECT-LINE TO WS-PRINT-LINE.
048700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
048800 1200-EXIT.
048900     EXIT.
049000*----------------------------------------------------------*
049100* 1800-READ-MASTER - RANDOM READ OF WS-LOOKUP-ID
049200*----------------------------------------------------------*
049300 1800-READ-MASTER.
049400     MOVE "N" TO WS-FOUND-SW.
049500     MOVE WS-LOOKUP-ID TO CM-ACCOUNT-ID.
049600     READ CUST-MASTER
049700         INVALID KEY
049800             CONTINUE
049900         NOT INVALID KEY
050000             SET MASTER-FOUND TO TRUE
050100     END-READ.
050200 1800-EXIT.
050300     EXIT.
050400*----------------------------------------------------------*
050500* 1900-FIND-PAIR - THE ACCEPTED PAIR IN WHICH WS-LOOKUP-ID IS
050600*                  THE VICTIM (WS-VIC-SUB) OR THE SURVIVOR
050700*                  (WS-SUR-SUB); ZERO WHEN IT IS NEITHER
050800*----------------------------------------------------------*
050900 1900-FIND-PAIR.
051000     MOVE ZERO TO WS-VIC-SUB.
051100     MOVE ZERO TO WS-SUR-SUB.
051200     PERFORM 1910-MATCH-PAIR THRU 1910-EXIT
051300         VARYING WS-PAIR-SUB FROM 1 BY 1
051400         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
051500 1900-EXIT.
051600     EXIT.
051700*----------------------------------------------------------*
051800* 1910-MATCH-PAIR - ONE TABLE ENTRY AGAINST WS-LOOKUP-ID
051900*----------------------------------------------------------*
052000 1910-MATCH-PAIR.
052100     IF WS-PT-VICTIM-ID (WS-PAIR-SUB) = WS-LOOKUP-ID
052200         MOVE WS-PAIR-SUB TO WS-VIC-SUB
052300     END-IF.
052400     IF WS-PT-SURVIVOR-ID (WS-PAIR-SUB) = WS-LOOKUP-ID
052500         AND WS-SUR-SUB = ZERO
052600         MOVE WS-PAIR-SUB TO WS-SUR-SUB
052700     END-IF.
052800 1910-EXIT.
052900     EXIT.
053000*----------------------------------------------------------*
053100* 2000-SCAN-ENROLL - FIRST PASS OVER ENROLL AND ACCRINTI: NOTE
053200*                    EACH SIDE'S ENROLLMENT AND POSITION, THEN
053300*                    DECIDE WHAT HAPPENS TO EACH VICTIM'S
053400*----------------------------------------------------------*
053500 2000-SCAN-ENROLL.
053600     MOVE "N" TO WS-ENROLL-EOF-SW.
053700     OPEN INPUT ENROLL-FILE.
053800     PERFORM 2100-SCAN-ENROLLMENT THRU 2100-EXIT
053900         UNTIL EOF-ENROLL-FILE.
054000     CLOSE ENROLL-FILE.
054050     PERFORM 2300-SCAN-ACCRUALS THRU 2300-EXIT.
054100     PERFORM 2200-DECIDE-ENROLLMENT THRU 2200-EXIT
054200         VARYING WS-PAIR-SUB FROM 1 BY 1
054300         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
054400 2000-EXIT.
054500     EXIT.
054600*----------------------------------------------------------*
054700* 2100-SCAN-ENROLLMENT - ONE ENROLLMENT AGAINST THE PAIRS.
054800*                        ACCUM TAKES ONLY THE FIRST ENROLLMENT
054900*                        FOR AN ACCOUNT, SO ONLY THE FIRST IS
055000*                        NOTED HERE
055100*----------------------------------------------------------*
055200 2100-SCAN-ENROLLMENT.
055300     READ ENROLL-FILE
055400         AT END
055500             SET EOF-ENROLL-FILE TO TRUE
055600             GO TO 2100-EXIT
055700     END-READ.
055800     ADD 1 TO WS-ENROLL-READ.
055900     MOVE EN-ACCOUNT-ID TO WS-LOOKUP-ID.
056000     PERFORM 1900-FIND-PAIR THRU 1900-EXIT.
056100     IF WS-VIC-SUB > ZERO
056200         AND WS-PT-VIC-ENROLLED (WS-VIC-SUB) = "N"
056300         MOVE "Y" TO WS-PT-VIC-ENROLLED (WS-VIC-SUB)
056400         MOVE EN-PLAN-ID TO WS-PT-VIC-PLAN-ID (WS-VIC-SUB)
056500         MOVE EN-START-BALANCE TO WS-PT-VIC-BALANCE (WS-VIC-SUB)
056550         MOVE EN-STATUS TO WS-PT-VIC-STATUS (WS-VIC-SUB)
056600     END-IF.
056700     IF WS-SUR-SUB > ZERO
056800         PERFORM 2150-NOTE-SURVIVOR THRU 2150-EXIT
056900             VARYING WS-PAIR-SUB FROM WS-SUR-SUB BY 1
057000             UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
057100     END-IF.
057200 2100-EXIT.
057300     EXIT.
057400*----------------------------------------------------------*
057500* 2150-NOTE-SURVIVOR - A SURVIVOR MAY ABSORB SEVERAL VICTIMS,
057600*                      SO ITS ENROLLMENT IS NOTED ON EVERY
057700*                      PAIR NAMING IT
057800*----------------------------------------------------------*
057900 2150-NOTE-SURVIVOR.
058000     IF WS-PT-SURVIVOR-ID (WS-PAIR-SUB) = EN-ACCOUNT-ID
058100         AND WS-PT-SUR-ENROLLED (WS-PAIR-SUB) = "N"
058200         MOVE "Y" TO WS-PT-SUR-ENROLLED (WS-PAIR-SUB)
058300         MOVE EN-PLAN-ID TO WS-PT-SUR-PLAN-ID (WS-PAIR-SUB)
058400         MOVE EN-START-BALANCE TO WS-PT-SUR-BALANCE (WS-PAIR-SUB)
058450         MOVE EN-STATUS TO WS-PT-SUR-STATUS (WS-PAIR-SUB)
058500     END-IF.
058600 2150-EXIT.
058700     EXIT.
058800*----------------------------------------------------------*
058900* 2200-DECIDE-ENROLLMENT - N, T, M, F OR X FOR ONE PAIR. A
059000*                          SURVIVOR THAT TAKES A MOVED
059100*                          ENROLLMENT IS ENROLLED FROM THEN ON
059200*                          FOR ITS LATER PAIRS. A FOLD THAT
059300*                          WOULD OVERFLOW THE STARTING BALANCE
059350*                          OR THE SURVIVOR'S POSITION, OR THAT
059400*                          WOULD TAKE A POSITION NOT CARRYING
059450*                          ITS BALANCE, IS TREATED AS A CONFLICT
059500*----------------------------------------------------------*
059600 2200-DECIDE-ENROLLMENT.
059700     IF WS-PT-VIC-ENROLLED (WS-PAIR-SUB) = "N"
059800         MOVE "N" TO WS-PT-ENROLL-RESULT (WS-PAIR-SUB)
059900         GO TO 2200-EXIT
060000     END-IF.
060020     IF WS-PT-VIC-STATUS (WS-PAIR-SUB) = "T"
060040         MOVE "T" TO WS-PT-ENROLL-RESULT (WS-PAIR-SUB)
060060         GO TO 2200-EXIT
060080     END-IF.
060100     IF WS-PT-SUR-ENROLLED (WS-PAIR-SUB) = "N"
060200         MOVE "M" TO WS-PT-ENROLL-RESULT (WS-PAIR-SUB)
060300         PERFORM 2250-ENROLL-SURVIVOR THRU 2250-EXIT
060320         GO TO 2200-EXIT
060340     END-IF.
060360     IF WS-PT-SUR-STATUS (WS-PAIR-SUB) = "T"
060380         MOVE "X" TO WS-PT-ENROLL-RESULT (WS-PAIR-SUB)
060400         GO TO 2200-EXIT
060500     END-IF.
060600     IF WS-PT-SUR-PLAN-ID (WS-PAIR-SUB)
060700             NOT = WS-PT-VIC-PLAN-ID (WS-PAIR-SUB)
060800         MOVE "X" TO WS-PT-ENROLL-RESULT (WS-PAIR-SUB)
060900         GO TO 2200-EXIT
061000     END-IF.
061100     COMPUTE WS-COMBINED-BALANCE =
061200         WS-PT-SUR-BALANCE (WS-PAIR-SUB)
061300         + WS-PT-VIC-BALANCE (WS-PAIR-SUB).
061400     IF WS-COMBINED-BALANCE > 999999
061500         MOVE "X" TO WS-PT-ENROLL-RESULT (WS-PAIR-SUB)
061600         GO TO 2200-EXIT
061700     END-IF.
061707     IF WS-PT-SUR-POSITION (WS-PAIR-SUB) = "L"
061714         OR WS-PT-VIC-POSITION (WS-PAIR-SUB) = "L"
061721         MOVE "X" TO WS-PT-ENROLL-RESULT (WS-PAIR-SUB)
061728         GO TO 2200-EXIT
061735     END-IF.
061742     IF WS-PT-SUR-POSITION (WS-PAIR-SUB) = "Y"
061749         OR WS-PT-VIC-POSITION (WS-PAIR-SUB) = "Y"
061756         PERFORM 2230-FOLD-POSITION THRU 2230-EXIT
061763         IF POSITION-OVERFLOW
061770             MOVE "X" TO WS-PT-ENROLL-RESULT (WS-PAIR-SUB)
061777             GO TO 2200-EXIT
061784         END-IF
061791     END-IF.
061800     MOVE "F" TO WS-PT-ENROLL-RESULT (WS-PAIR-SUB).
061900     MOVE WS-COMBINED-BALANCE TO WS-PT-SUR-BALANCE (WS-PAIR-SUB).
062000     PERFORM 2250-ENROLL-SURVIVOR THRU 2250-EXIT.
062100 2200-EXIT.
062102     EXIT.
062104*----------------------------------------------------------*
062106* 2230-FOLD-POSITION - ADD THE VICTIM'S BALANCE, ACCRUED AND
062108*                      POSTED INTEREST TO THE SURVIVOR'S
062110*                      POSITION. A SIDE WITH NO POSITION OPENS
062112*                      AT ITS STARTING BALANCE, AS IN ACCUM; A
062114*                      SURVIVOR WITH NONE TAKES THE VICTIM'S
062116*                      ACCRUAL DATES. NOTHING CHANGES WHEN A
062118*                      TOTAL WOULD OVERFLOW.
062120*----------------------------------------------------------*
062122 2230-FOLD-POSITION.
062124     MOVE "N" TO WS-OVERFLOW-SW.
062126     IF WS-PT-SUR-POSITION (WS-PAIR-SUB) = "Y"
062128         MOVE WS-PT-SUR-AI-BAL (WS-PAIR-SUB)
062130             TO WS-COMBINED-POSITION
062132     ELSE
062134         MOVE WS-PT-SUR-BALANCE (WS-PAIR-SUB)
062136             TO WS-COMBINED-POSITION
062138     END-IF.
062140     IF WS-PT-VIC-POSITION (WS-PAIR-SUB) = "Y"
062142         ADD WS-PT-VIC-AI-BAL (WS-PAIR-SUB)
062144             TO WS-COMBINED-POSITION
062146     ELSE
062148         ADD WS-PT-VIC-BALANCE (WS-PAIR-SUB)
062150             TO WS-COMBINED-POSITION
062152     END-IF.
062154     COMPUTE WS-COMBINED-ACCRUED =
062156         WS-PT-SUR-AI-ACCR (WS-PAIR-SUB)
062158         + WS-PT-VIC-AI-ACCR (WS-PAIR-SUB).
062160     COMPUTE WS-COMBINED-POSTED =
062162         WS-PT-SUR-AI-POSTED (WS-PAIR-SUB)
062164         + WS-PT-VIC-AI-POSTED (WS-PAIR-SUB).
062166     IF WS-COMBINED-POSITION > 99999999
062168         OR WS-COMBINED-ACCRUED > 999999.9999
062170         OR WS-COMBINED-POSTED > 99999999
062172         SET POSITION-OVERFLOW TO TRUE
062174         GO TO 2230-EXIT
062176     END-IF.
062178     IF WS-PT-SUR-POSITION (WS-PAIR-SUB) NOT = "Y"
062180         MOVE WS-PT-VIC-AI-THRU (WS-PAIR-SUB)
062182             TO WS-PT-SUR-AI-THRU (WS-PAIR-SUB)
062184         MOVE WS-PT-VIC-AI-LAST (WS-PAIR-SUB)
062186             TO WS-PT-SUR-AI-LAST (WS-PAIR-SUB)
062188     END-IF.
062190     MOVE "Y" TO WS-PT-SUR-POSITION (WS-PAIR-SUB).
062192     MOVE WS-COMBINED-POSITION TO WS-PT-SUR-AI-BAL (WS-PAIR-SUB).
062194     MOVE WS-COMBINED-ACCRUED TO WS-PT-SUR-AI-ACCR (WS-PAIR-SUB).
062196     MOVE WS-COMBINED-POSTED TO WS-PT-SUR-AI-POSTED (WS-PAIR-SUB).
062198 2230-EXIT.
062200     EXIT.
062300*----------------------------------------------------------*
062400* 2250-ENROLL-SURVIVOR - CARRY THE SURVIVOR'S ENROLLMENT AS
062500*                        IT NOW STANDS ONTO ITS LATER PAIRS
062600*----------------------------------------------------------*
062700 2250-ENROLL-SURVIVOR.
062800     MOVE WS-PAIR-SUB TO WS-SUR-SUB.
062900     PERFORM 2260-CARRY-SURVIVOR THRU 2260-EXIT
063000         VARYING WS-VIC-SUB FROM WS-SUR-SUB BY 1
063100         UNTIL WS-VIC-SUB > WS-PAIR-COUNT.
063200 2250-EXIT.
063300     EXIT.
063400*----------------------------------------------------------*
063500* 2260-CARRY-SURVIVOR - ONE LATER PAIR FOR THE SAME SURVIVOR
063600*----------------------------------------------------------*
063700 2260-CARRY-SURVIVOR.
063800     IF WS-PT-SURVIVOR-ID (WS-VIC-SUB)
063900             = WS-PT-SURVIVOR-ID (WS-SUR-SUB)
064000         MOVE "Y" TO WS-PT-SUR-ENROLLED (WS-VIC-SUB)
064100         IF WS-PT-ENROLL-RESULT (WS-SUR-SUB) = "M"
064200             MOVE WS-PT-VIC-PLAN-ID (WS-SUR-SUB)
064300                 TO WS-PT-SUR-PLAN-ID (WS-VIC-SUB)
064400             MOVE WS-PT-VIC-BALANCE (WS-SUR-SUB)
064500                 TO WS-PT-SUR-BALANCE (WS-VIC-SUB)
064520             MOVE WS-PT-VIC-STATUS (WS-SUR-SUB)
064540                 TO WS-PT-SUR-STATUS (WS-VIC-SUB)
064560             MOVE WS-PT-VIC-POS (WS-SUR-SUB)
064580                 TO WS-PT-SUR-POS (WS-VIC-SUB)
064600         ELSE
064700             MOVE WS-PT-SUR-BALANCE (WS-SUR-SUB)
064800                 TO WS-PT-SUR-BALANCE (WS-VIC-SUB)
064833             MOVE WS-PT-SUR-POS (WS-SUR-SUB)
064866                 TO WS-PT-SUR-POS (WS-VIC-SUB)
064900         END-IF
065000     END-IF.
065100 2260-EXIT.
065101     EXIT.
065102*----------------------------------------------------------*
065103* 2300-SCAN-ACCRUALS - NOTE THE ACCRINTI POSITION OF EACH
065104*                      VICTIM AND SURVIVOR. ACCUM WRITES ONE PER
065105*                      ENROLLED ACCOUNT, SO ONLY THE FIRST IS
065106*                      NOTED
065107*----------------------------------------------------------*
065108 2300-SCAN-ACCRUALS.
065109     MOVE "N" TO WS-ACCR-EOF-SW.
065110     OPEN INPUT ACCR-INT-IN.
065111     PERFORM 2310-SCAN-POSITION THRU 2310-EXIT
065112         UNTIL EOF-ACCR-INT.
065113     CLOSE ACCR-INT-IN.
065114 2300-EXIT.
065115     EXIT.
065116*----------------------------------------------------------*
065117* 2310-SCAN-POSITION - ONE POSITION AGAINST THE PAIRS
065118*----------------------------------------------------------*
065119 2310-SCAN-POSITION.
065120     READ ACCR-INT-IN
065121         AT END
065122             SET EOF-ACCR-INT TO TRUE
065123             GO TO 2310-EXIT
065124     END-READ.
065125     ADD 1 TO WS-ACCR-READ.
065126     MOVE AI-ACCOUNT-ID TO WS-LOOKUP-ID.
065127     PERFORM 1900-FIND-PAIR THRU 1900-EXIT.
065128     IF WS-VIC-SUB > ZERO
065129         AND WS-PT-VIC-POSITION (WS-VIC-SUB) = "N"
065130         IF AI-BALANCE IS NUMERIC
065131             MOVE "Y" TO WS-PT-VIC-POSITION (WS-VIC-SUB)
065132             MOVE AI-BALANCE-N TO WS-PT-VIC-AI-BAL (WS-VIC-SUB)
065133         ELSE
065134             MOVE "L" TO WS-PT-VIC-POSITION (WS-VIC-SUB)
065135         END-IF
065136         MOVE AI-ACCRUED TO WS-PT-VIC-AI-ACCR (WS-VIC-SUB)
065137         MOVE AI-POSTED-TOTAL TO WS-PT-VIC-AI-POSTED (WS-VIC-SUB)
065138         MOVE AI-THRU-DATE TO WS-PT-VIC-AI-THRU (WS-VIC-SUB)
065139         MOVE AI-LAST-POST-DATE TO WS-PT-VIC-AI-LAST (WS-VIC-SUB)
065140     END-IF.
065141     IF WS-SUR-SUB > ZERO
065142         PERFORM 2350-NOTE-SUR-POSITION THRU 2350-EXIT
065143             VARYING WS-PAIR-SUB FROM WS-SUR-SUB BY 1
065144             UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
065145     END-IF.
065146 2310-EXIT.
065147     EXIT.
065148*----------------------------------------------------------*
065149* 2350-NOTE-SUR-POSITION - THE SURVIVOR'S POSITION, NOTED ON
065150*                          EVERY PAIR NAMING IT
065151*----------------------------------------------------------*
065152 2350-NOTE-SUR-POSITION.
065153     IF WS-PT-SURVIVOR-ID (WS-PAIR-SUB) NOT = AI-ACCOUNT-ID
065154         OR WS-PT-SUR-POSITION (WS-PAIR-SUB) NOT = "N"
065155         GO TO 2350-EXIT
065156     END-IF.
065157     IF AI-BALANCE IS NUMERIC
065158         MOVE "Y" TO WS-PT-SUR-POSITION (WS-PAIR-SUB)
065159         MOVE AI-BALANCE-N TO WS-PT-SUR-AI-BAL (WS-PAIR-SUB)
065160     ELSE
065161         MOVE "L" TO WS-PT-SUR-POSITION (WS-PAIR-SUB)
065162     END-IF.
065163     MOVE AI-ACCRUED TO WS-PT-SUR-AI-ACCR (WS-PAIR-SUB).
065164     MOVE AI-POSTED-TOTAL TO WS-PT-SUR-AI-POSTED (WS-PAIR-SUB).
065165     MOVE AI-THRU-DATE TO WS-PT-SUR-AI-THRU (WS-PAIR-SUB).
065166     MOVE AI-LAST-POST-DATE TO WS-PT-SUR-AI-LAST (WS-PAIR-SUB).
065167 2350-EXIT.
065200     EXIT.
065300*----------------------------------------------------------*
065400* 2500-COPY-ENROLL - SECOND PASS: ENROLL TO ENROLLO WITH THE
065500*                    VICTIMS' ENROLLMENTS MOVED OR FOLDED
065600*----------------------------------------------------------*
065700 2500-COPY-ENROLL.
065800     MOVE "N" TO WS-ENROLL-EOF-SW.
065900     OPEN INPUT ENROLL-FILE.
066000     OPEN OUTPUT ENROLL-OUT.
066100     PERFORM 2600-COPY-ENROLLMENT THRU 2600-EXIT
066200         UNTIL EOF-ENROLL-FILE.
066300     CLOSE ENROLL-FILE.
066400     CLOSE ENROLL-OUT.
066500 2500-EXIT.
066600     EXIT.
066700*----------------------------------------------------------*
066800* 2600-COPY-ENROLLMENT - ONE ENROLLMENT: A MOVED VICTIM IS
066900*                        RE-POINTED, A FOLDED VICTIM IS
067000*                        DROPPED AND ITS BALANCE GOES ON THE
067050*                        SURVIVOR'S, A CONFLICT STAYS AS IT IS.
067100*                        A TERMINATED ENROLLMENT IS NEVER MOVED
067150*                        OR DROPPED
067200*----------------------------------------------------------*
067300 2600-COPY-ENROLLMENT.
067400     READ ENROLL-FILE
067500         AT END
067600             SET EOF-ENROLL-FILE TO TRUE
067700             GO TO 2600-EXIT
067800     END-READ.
067900     MOVE EN-ACCOUNT-ID TO WS-LOOKUP-ID.
068000     PERFORM 1900-FIND-PAIR THRU 1900-EXIT.
068100     IF WS-VIC-SUB > ZERO
068150         AND NOT EN-TERMINATED
068200         EVALUATE WS-PT-ENROLL-RESULT (WS-VIC-SUB)
068300             WHEN "M"
068400                 MOVE WS-PT-SURVIVOR-ID (WS-VIC-SUB)
068500                     TO EN-ACCOUNT-ID
068600                 ADD 1 TO WS-ENROLL-MOVED
068700             WHEN "F"
068800                 ADD 1 TO WS-ENROLL-FOLDED
068900                 GO TO 2600-EXIT
069000             WHEN "X"
069100                 ADD 1 TO WS-ENROLL-CONFLICTS
069200                 PERFORM 2700-REPORT-CONFLICT THRU 2700-EXIT
069300         END-EVALUATE
069400         MOVE EN-ACCOUNT-ID TO WS-LOOKUP-ID
069500         PERFORM 1900-FIND-PAIR THRU 1900-EXIT
069600     END-IF.
069700     IF WS-SUR-SUB > ZERO
069800         PERFORM 2650-FINAL-BALANCE THRU 2650-EXIT
069900             VARYING WS-PAIR-SUB FROM WS-SUR-SUB BY 1
070000             UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
070100     END-IF.
070200     MOVE EN-RECORD TO EO-RECORD.
070300     WRITE EO-RECORD.
070400     ADD 1 TO WS-ENROLL-WRITTEN.
070500 2600-EXIT.
070600     EXIT.
070700*----------------------------------------------------------*
070800* 2650-FINAL-BALANCE - THE SURVIVOR'S ENROLLMENT (ITS OWN OR
070900*                      ONE JUST MOVED TO IT) TAKES THE BALANCE
071000*                      OF ITS LAST FOLD
071100*----------------------------------------------------------*
071200 2650-FINAL-BALANCE.
071300     IF WS-PT-SURVIVOR-ID (WS-PAIR-SUB) = EN-ACCOUNT-ID
071400         AND WS-PT-ENROLL-RESULT (WS-PAIR-SUB) = "F"
071500         MOVE WS-PT-SUR-BALANCE (WS-PAIR-SUB)
071600             TO EN-START-BALANCE
071700     END-IF.
071800 2650-EXIT.
071900     EXIT.
072000*----------------------------------------------------------*
072100* 2700-REPORT-CONFLICT - A VICTIM ENROLLMENT LEFT IN PLACE
072200*----------------------------------------------------------*
072300 2700-REPORT-CONFLICT.
072400     MOVE SPACES TO WS-PRINT-LINE.
072500     MOVE "ENROLLMENT LEFT ON VICTIM" TO WS-CF-TEXT.
072600     MOVE EN-ACCOUNT-ID TO WS-CF-ACCOUNT-ID.
072700     MOVE SPACES TO WS-CF-DETAIL.
072800     STRING "PLAN " EN-PLAN-ID
072900         DELIMITED BY SIZE INTO WS-CF-DETAIL.
073000     MOVE WS-CONFLICT-LINE TO WS-PRINT-LINE.
073100     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
073200 2700-EXIT.
073201     EXIT.
073202*----------------------------------------------------------*
073203* 2800-COPY-ACCRUALS - SECOND PASS: ACCRINTI TO ACCRINTO WITH
073204*                      THE VICTIMS' POSITIONS MOVED OR FOLDED,
073205*                      THEN A NEW POSITION FOR ANY SURVIVOR
073206*                      THAT TOOK A FOLD BUT HAD NONE
073207*----------------------------------------------------------*
073208 2800-COPY-ACCRUALS.
073209     MOVE "N" TO WS-ACCR-EOF-SW.
073210     OPEN INPUT ACCR-INT-IN.
073211     OPEN OUTPUT ACCR-INT-OUT.
073212     PERFORM 2810-COPY-POSITION THRU 2810-EXIT
073213         UNTIL EOF-ACCR-INT.
073214     CLOSE ACCR-INT-IN.
073215     PERFORM 2870-ADD-POSITION THRU 2870-EXIT
073216         VARYING WS-PAIR-SUB FROM 1 BY 1
073217         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
073218     CLOSE ACCR-INT-OUT.
073219 2800-EXIT.
073220     EXIT.
073221*----------------------------------------------------------*
073222* 2810-COPY-POSITION - ONE POSITION: A MOVED VICTIM'S IS
073223*                      RE-KEYED, A FOLDED VICTIM'S IS DROPPED,
073224*                      AND THE SURVIVOR'S TAKES THE TOTALS OF
073225*                      ITS LAST FOLD
073226*----------------------------------------------------------*
073227 2810-COPY-POSITION.
073228     READ ACCR-INT-IN
073229         AT END
073230             SET EOF-ACCR-INT TO TRUE
073231             GO TO 2810-EXIT
073232     END-READ.
073233     MOVE AI-ACCOUNT-ID TO WS-LOOKUP-ID.
073234     PERFORM 1900-FIND-PAIR THRU 1900-EXIT.
073235     IF WS-VIC-SUB > ZERO
073236         EVALUATE WS-PT-ENROLL-RESULT (WS-VIC-SUB)
073237             WHEN "M"
073238                 MOVE WS-PT-SURVIVOR-ID (WS-VIC-SUB)
073239                     TO AI-ACCOUNT-ID
073240                 ADD 1 TO WS-ACCR-MOVED
073241             WHEN "F"
073242                 ADD 1 TO WS-ACCR-FOLDED
073243                 GO TO 2810-EXIT
073244         END-EVALUATE
073245         MOVE AI-ACCOUNT-ID TO WS-LOOKUP-ID
073246     END-IF.
073247     PERFORM 2850-FIND-LAST-FOLD THRU 2850-EXIT.
073248     IF WS-FOLD-SUB > ZERO
073249         AND WS-PT-POS-WRITTEN (WS-FOLD-SUB) = "N"
073250         MOVE WS-PT-SUR-AI-BAL (WS-FOLD-SUB) TO AI-BALANCE-N
073251         MOVE WS-PT-SUR-AI-ACCR (WS-FOLD-SUB) TO AI-ACCRUED
073252         MOVE WS-PT-SUR-AI-POSTED (WS-FOLD-SUB) TO AI-POSTED-TOTAL
073253         MOVE "Y" TO WS-PT-POS-WRITTEN (WS-FOLD-SUB)
073254     END-IF.
073255     MOVE AI-RECORD TO AO-RECORD.
073256     WRITE AO-RECORD.
073257     ADD 1 TO WS-ACCR-WRITTEN.
073258 2810-EXIT.
073259     EXIT.
073260*----------------------------------------------------------*
073261* 2850-FIND-LAST-FOLD - THE LAST PAIR FOLDING A VICTIM INTO
073262*                       SURVIVOR WS-LOOKUP-ID (WS-FOLD-SUB);
073263*                       ZERO WHEN THERE IS NONE
073264*----------------------------------------------------------*
073265 2850-FIND-LAST-FOLD.
073266     MOVE ZERO TO WS-FOLD-SUB.
073267     PERFORM 2860-MATCH-FOLD THRU 2860-EXIT
073268         VARYING WS-SCAN-SUB FROM 1 BY 1
073269         UNTIL WS-SCAN-SUB > WS-PAIR-COUNT.
073270 2850-EXIT.
073271     EXIT.
073272*----------------------------------------------------------*
073273* 2860-MATCH-FOLD - ONE TABLE ENTRY AGAINST WS-LOOKUP-ID
073274*----------------------------------------------------------*
073275 2860-MATCH-FOLD.
073276     IF WS-PT-SURVIVOR-ID (WS-SCAN-SUB) = WS-LOOKUP-ID
073277         AND WS-PT-ENROLL-RESULT (WS-SCAN-SUB) = "F"
073278         MOVE WS-SCAN-SUB TO WS-FOLD-SUB
073279     END-IF.
073280 2860-EXIT.
073281     EXIT.
073282*----------------------------------------------------------*
073283* 2870-ADD-POSITION - A SURVIVOR WHOSE LAST FOLD LEFT IT WITH A
073284*                     POSITION NOT YET WRITTEN HAD NONE OF ITS
073285*                     OWN: WRITE ONE SO ACCUM OPENS IT AT THE
073286*                     FOLDED BALANCE
073287*----------------------------------------------------------*
073288 2870-ADD-POSITION.
073289     IF WS-PT-ENROLL-RESULT (WS-PAIR-SUB) NOT = "F"
073290         OR WS-PT-SUR-POSITION (WS-PAIR-SUB) NOT = "Y"
073291         OR WS-PT-POS-WRITTEN (WS-PAIR-SUB) NOT = "N"
073292         GO TO 2870-EXIT
073293     END-IF.
073294     MOVE WS-PT-SURVIVOR-ID (WS-PAIR-SUB) TO WS-LOOKUP-ID.
073295     PERFORM 2850-FIND-LAST-FOLD THRU 2850-EXIT.
073296     IF WS-FOLD-SUB NOT = WS-PAIR-SUB
073297         GO TO 2870-EXIT
073298     END-IF.
073299     MOVE SPACES TO AO-RECORD.
073300     MOVE WS-PT-SURVIVOR-ID (WS-PAIR-SUB) TO AO-ACCOUNT-ID.
073301     MOVE WS-PT-SUR-PLAN-ID (WS-PAIR-SUB) TO AO-PLAN-ID.
073302     MOVE WS-PT-SUR-AI-THRU (WS-PAIR-SUB) TO AO-THRU-DATE.
073303     MOVE WS-PT-SUR-AI-ACCR (WS-PAIR-SUB) TO AO-ACCRUED.
073304     MOVE WS-PT-SUR-AI-POSTED (WS-PAIR-SUB) TO AO-POSTED-TOTAL.
073305     MOVE WS-PT-SUR-AI-LAST (WS-PAIR-SUB) TO AO-LAST-POST-DATE.
073306     MOVE WS-PT-SUR-AI-BAL (WS-PAIR-SUB) TO AO-BALANCE.
073307     WRITE AO-RECORD.
073308     MOVE "Y" TO WS-PT-POS-WRITTEN (WS-PAIR-SUB).
073309     ADD 1 TO WS-ACCR-WRITTEN.
073310     ADD 1 TO WS-ACCR-ADDED.
073311 2870-EXIT.
073312     EXIT.
073400*----------------------------------------------------------*
073500* 3000-MOVE-STATEMENTS - RE-KEY ONE VICTIM'S STATEMENT
073600*                        HISTORY TO ITS SURVIVOR
073700*----------------------------------------------------------*
073800 3000-MOVE-STATEMENTS.
073900     MOVE "N" TO WS-HIST-EOF-SW.
074000     MOVE WS-PT-VICTIM-ID (WS-PAIR-SUB) TO SH-ACCOUNT-ID.
074100     MOVE ZERO TO SH-STMT-DATE.
074200     START STMT-HIST KEY IS NOT LESS THAN SH-KEY
074300         INVALID KEY
074400             SET END-OF-VICTIM-HIST TO TRUE
074500     END-START.
074600     PERFORM 3100-MOVE-STATEMENT THRU 3100-EXIT
074700         UNTIL END-OF-VICTIM-HIST.
074800 3000-EXIT.
074900     EXIT.
075000*----------------------------------------------------------*
075100* 3100-MOVE-STATEMENT - ONE VICTIM STATEMENT: WRITTEN UNDER
075200*                       THE SURVIVOR AND DELETED FROM THE
075300*                       VICTIM, OR LEFT WHERE IT IS WHEN THE
075400*                       SURVIVOR ALREADY HAS THAT DATE. THE
075500*                       READ IS THEN RE-POSITIONED PAST IT
075600*----------------------------------------------------------*
075700 3100-MOVE-STATEMENT.
075800     READ STMT-HIST NEXT RECORD
075900         AT END
076000             SET END-OF-VICTIM-HIST TO TRUE
076100             GO TO 3100-EXIT
076200     END-READ.
076300     IF SH-ACCOUNT-ID NOT = WS-PT-VICTIM-ID (WS-PAIR-SUB)
076400         SET END-OF-VICTIM-HIST TO TRUE
076500         GO TO 3100-EXIT
076600     END-IF.
076700     MOVE SH-KEY TO WS-LAST-HIST-KEY.
076800     MOVE WS-PT-SURVIVOR-ID (WS-PAIR-SUB) TO SH-ACCOUNT-ID.
076900     WRITE SH-RECORD
077000         INVALID KEY
077100             ADD 1 TO WS-PT-STMT-KEPT (WS-PAIR-SUB)
077200             ADD 1 TO WS-STMT-KEPT
077300             PERFORM 3200-REPORT-KEPT THRU 3200-EXIT
077400         NOT INVALID KEY
077500             MOVE WS-LAST-HIST-KEY TO SH-KEY
077600             DELETE STMT-HIST RECORD
077700                 INVALID KEY
077800                     CONTINUE
077900             END-DELETE
078000             ADD 1 TO WS-PT-STMT-MOVED (WS-PAIR-SUB)
078100             ADD 1 TO WS-STMT-MOVED
078200     END-WRITE.
078300     MOVE WS-LAST-HIST-KEY TO SH-KEY.
078400     START STMT-HIST KEY IS GREATER THAN SH-KEY
078500         INVALID KEY
078600             SET END-OF-VICTIM-HIST TO TRUE
078700     END-START.
078800 3100-EXIT.
078900     EXIT.
079000*----------------------------------------------------------*
079100* 3200-REPORT-KEPT - A STATEMENT DATE THE SURVIVOR ALREADY
079200*                    HOLDS STAYS UNDER THE VICTIM
079300*----------------------------------------------------------*
079400 3200-REPORT-KEPT.
079500     MOVE SPACES TO WS-PRINT-LINE.
079600     MOVE "STATEMENT LEFT ON VICTIM" TO WS-CF-TEXT.
079700     MOVE WS-PT-VICTIM-ID (WS-PAIR-SUB) TO WS-CF-ACCOUNT-ID.
079800     MOVE SPACES TO WS-CF-DETAIL.
079900     STRING "DATED " WS-LAST-HIST-KEY (11:8)
080000         DELIMITED BY SIZE INTO WS-CF-DETAIL.
080100     MOVE WS-CONFLICT-LINE TO WS-PRINT-LINE.
080200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
080300 3200-EXIT.
080400     EXIT.
080500*----------------------------------------------------------*
080571* 4000-CLOSE-VICTIM - ONE MERGED PAIR: THE CUSTTRAN S
080642*                     TRANSACTION SETTING THE VICTIM'S STATUS
080713*                     TO C AND NOTHING ELSE (THE NAME ONLY FOR
080784*                     THE AUDIT LINE), UNDER THE BATCH THE PAIR
080855*                     WAS APPROVED IN, THE MERGE AUDIT RECORD
080926*                     AND A REPORT LINE
081000*----------------------------------------------------------*
081100 4000-CLOSE-VICTIM.
081200     MOVE SPACES TO MT-RECORD.
081300     MOVE "S" TO MT-ACTION.
081400     MOVE WS-PT-VICTIM-ID (WS-PAIR-SUB) TO MT-ACCOUNT-ID.
081500     MOVE WS-PT-VIC-NAME (WS-PAIR-SUB) TO MT-NAME.
081900     MOVE "C" TO MT-STATUS.
082010     MOVE OPERAUTH-ID TO MT-ENTERED-BY.
082020     MOVE RUNHDR-DATE TO MT-ENTERED-DATE.
082060     MOVE WS-MERGE-BATCH-ID TO MT-BATCH-ID.
082100     WRITE MT-RECORD.
082200     MOVE SPACES TO MA-RECORD.
082300     MOVE WS-PT-VICTIM-ID (WS-PAIR-SUB) TO MA-VICTIM-ID.
082400     MOVE WS-PT-SURVIVOR-ID (WS-PAIR-SUB) TO MA-SURVIVOR-ID.
082500     MOVE RUNHDR-DATE TO MA-MERGE-DATE.
082600     MOVE RUNHDR-TIME (1:6) TO MA-MERGE-TIME.
082700     MOVE RUNHDR-OPERATOR-ID TO MA-OPERATOR-ID.
082800     MOVE WS-PT-VIC-NAME (WS-PAIR-SUB) TO MA-VICTIM-NAME.
082900     MOVE WS-PT-ENROLL-RESULT (WS-PAIR-SUB) TO MA-ENROLL-RESULT.
083000     MOVE WS-PT-STMT-MOVED (WS-PAIR-SUB) TO MA-STMT-MOVED.
083100     MOVE WS-PT-STMT-KEPT (WS-PAIR-SUB) TO MA-STMT-KEPT.
083200     WRITE MA-RECORD.
083300     MOVE SPACES TO WS-PRINT-LINE.
083400     MOVE WS-PT-SURVIVOR-ID (WS-PAIR-SUB) TO WS-ML-SURVIVOR-ID.
083500     MOVE WS-PT-VICTIM-ID (WS-PAIR-SUB) TO WS-ML-VICTIM-ID.
083600     EVALUATE WS-PT-ENROLL-RESULT (WS-PAIR-SUB)
083700         WHEN "M"
083800             MOVE "MOVED" TO WS-ML-ENROLL
083900         WHEN "F"
084000             MOVE "FOLDED" TO WS-ML-ENROLL
084100         WHEN "X"
084200             MOVE "CONFLICT" TO WS-ML-ENROLL
084233         WHEN "T"
084266             MOVE "CLOSED" TO WS-ML-ENROLL
084300         WHEN OTHER
084400             MOVE "NONE" TO WS-ML-ENROLL
084500     END-EVALUATE.
084600     MOVE WS-PT-STMT-MOVED (WS-PAIR-SUB) TO WS-ML-STMT-MOVED.
084700     MOVE WS-PT-STMT-KEPT (WS-PAIR-SUB) TO WS-ML-STMT-KEPT.
084800     MOVE WS-MERGE-LINE TO WS-PRINT-LINE.
084900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
085000 4000-EXIT.
085100     EXIT.
085200*----------------------------------------------------------*
085300* 9000-TERMINATE - SUMMARY COUNTS, RETURN CODE, CLOSES AND
085400*                  THE RUN LOG
085500*----------------------------------------------------------*
085600 9000-TERMINATE.
085700     MOVE SPACES TO WS-PRINT-LINE.
085800     MOVE WS-CARDS-READ TO WS-SM-CARDS.
085900     MOVE WS-PAIR-COUNT TO WS-SM-MERGED.
086000     MOVE WS-PAIRS-REJECTED TO WS-SM-REJECTED.
086100     MOVE WS-STMT-MOVED TO WS-SM-STMT-MOVED.
086200     MOVE WS-STMT-KEPT TO WS-SM-STMT-KEPT.
086300     MOVE WS-SUMMARY-LINE-1 TO WS-PRINT-LINE.
086400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
086500     MOVE SPACES TO WS-PRINT-LINE.
086600     MOVE WS-ENROLL-READ TO WS-SM-ENR-READ.
086700     MOVE WS-ENROLL-WRITTEN TO WS-SM-ENR-WRITTEN.
086800     MOVE WS-ENROLL-MOVED TO WS-SM-ENR-MOVED.
086900     MOVE WS-ENROLL-FOLDED TO WS-SM-ENR-FOLDED.
087000     MOVE WS-ENROLL-CONFLICTS TO WS-SM-ENR-CONFLICTS.
087100     MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-LINE.
087200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
087211     MOVE SPACES TO WS-PRINT-LINE.
087222     MOVE WS-ACCR-READ TO WS-SM-ACR-READ.
087233     MOVE WS-ACCR-WRITTEN TO WS-SM-ACR-WRITTEN.
087244     MOVE WS-ACCR-MOVED TO WS-SM-ACR-MOVED.
087255     MOVE WS-ACCR-FOLDED TO WS-SM-ACR-FOLDED.
087266     MOVE WS-ACCR-ADDED TO WS-SM-ACR-ADDED.
087277     MOVE WS-SUMMARY-LINE-3 TO WS-PRINT-LINE.
087288     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
087300     PERFORM 8900-END-REPORT THRU 8900-EXIT.
087400     IF WS-PAIRS-REJECTED > ZERO
087500         OR WS-ENROLL-CONFLICTS > ZERO
087600         OR WS-STMT-KEPT > ZERO
087700         MOVE 4 TO RETURN-CODE
087800     END-IF.
087900     CLOSE STMT-HIST.
088000     CLOSE CUST-TRANS.
088100     CLOSE MERGE-AUDIT.
088200     CLOSE MERGE-RPT.
088300     MOVE "CUSTMRG" TO RUNLOG-PROGRAM-ID.
088400     COMPUTE RUNLOG-READ-COUNT = WS-CARDS-READ
088500         + WS-ENROLL-READ + WS-ACCR-READ.
088600     MOVE WS-PAIR-COUNT TO RUNLOG-WRITE-COUNT.
088700     COMPUTE RUNLOG-EXCEPT-COUNT = WS-PAIRS-REJECTED
088800         + WS-ENROLL-CONFLICTS + WS-STMT-KEPT.
088900     MOVE "OK" TO RUNLOG-STATUS.
089000     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
089100 9000-EXIT.
089200     EXIT.
089300*----------------------------------------------------------*
089400* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
089500*                          SHARED PRINT SERVICE, WRITING THE
089600*                          PAGE HEADINGS FIRST ON A PAGE BREAK
089700*----------------------------------------------------------*
089800 8800-WRITE-REPORT-LINE.
089900     MOVE "W" TO PRTSRV-FUNCTION.
090000     CALL "PRTSRV" USING PRTSRV-CONTROL.
090100     IF PRTSRV-NEW-PAGE
090200         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
090300             VARYING WS-HDG-SUB FROM 1 BY 1
090400             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
090500     END-IF.
090600     MOVE WS-PRINT-LINE TO MR-RECORD.
090700     WRITE MR-RECORD.
090800 8800-EXIT.
090900     EXIT.
091000*----------------------------------------------------------*
091100* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
091200*----------------------------------------------------------*
091300 8850-WRITE-HEADING.
091400     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO MR-RECORD.
091500     WRITE MR-RECORD.
091600 8850-EXIT.
091700     EXIT.
091800*----------------------------------------------------------*
091900* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
092000*                   LINE-AND-PAGE-COUNT LINE
092100*----------------------------------------------------------*
092200 8900-END-REPORT.
092300     MOVE "E" TO PRTSRV-FUNCTION.
092400     CALL "PRTSRV" USING PRTSRV-CONTROL.
092500     MOVE PRTSRV-FINAL-LINE TO MR-RECORD.
092600     WRITE MR-RECORD.
092700 8900-EXIT.
092800     EXIT.
092900*----------------------------------------------------------*
093000     COPY RUNHDRP.
093100     COPY RUNLOGP.
093200     COPY OPERAUTP.
093300     COPY APPRCHKP.
