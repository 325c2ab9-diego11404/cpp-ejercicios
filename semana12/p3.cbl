006293*                   ACCOUNT LEVEL. AN ENROLLMENT NAMING AN
006294*                   UNKNOWN PLAN, OR A DUPLICATE ACCOUNT, IS
006295*                   REPORTED AND COUNTED.
006300* 2026-10-15   RT   A TERMINATED ENROLLMENT (STATUS T ON ENROLL,
006305*                   SET BY THE CLOSACCT ACCOUNT CLOSURE RUN) NO
006310*                   LONGER ACCRUES - ITS PLANRSLT RECORD CARRIES
006315*                   THE BALANCE FROZEN AT CLOSURE, FLAGGED T WITH
006320*                   THE CLOSING DATE, AND THE CLOSED ENROLLMENTS
006325*                   ARE COUNTED ON THEIR OWN LINE.
006329* 2026-10-15   RT   INTEREST ACCRUAL. PLANMSTR CARRIES AN ANNUAL
006333*                   RATE AND COMPOUNDING FREQUENCY (D/M/Q/A,
006337*                   BLANK = M). EACH ACTIVE ENROLLMENT ACCRUES
006341*                   DAILY INTEREST ON ITS BALANCE, CARRIED ON THE
006345*                   ACCRINT GENERATION FILE (ACCRINTI IN,
006349*                   ACCRINTO OUT); ON THE MONTH-END DATE SCHEDCHK
006353*                   FLAGS THROUGH ITS INTPOST ENTRY THE WHOLE
006357*                   UNITS ACCRUED ARE CAPITALIZED INTO THE
006361*                   PLANRSLT BALANCE (QUARTERLY AND ANNUAL PLANS
006365*                   ONLY AT QUARTER AND YEAR END) AND THE INTREG
006369*                   INTEREST REGISTER SHOWS OPENING BALANCE,
006373*                   INTEREST ACCRUED, POSTED AND CLOSING BALANCE
006377*                   PER ACCOUNT.
006378* 2026-10-15   RT   PLAN TRANSACTIONS. DEPOSITS AND WITHDRAWALS ON
006379*                   PLANTRAN ARE EDITED AGAINST THE ENROLLMENTS
006380*                   AND POSTED TO THE BALANCE, WHICH IS NOW
006381*                   CARRIED ON THE ACCRINT POSITION RECORD INSTEAD
006382*                   OF BEING REBUILT FROM PM-INCR AND PM-TERM. A
006383*                   WITHDRAWAL THAT WOULD OVERDRAW, A TRANSACTION
006384*                   FOR AN ACCOUNT NOT ENROLLED IN THE PLAN, AND
006385*                   ONE THAT FAILS THE FORMAT EDITS GO TO PLANTREJ
006386*                   WITH A REASON CODE. EVERY MOVEMENT - OPENING
006387*                   BALANCE, DEPOSIT, WITHDRAWAL, INTEREST POSTED
006388*                   - IS APPENDED TO THE PLANLEDG LEDGER WITH ITS
006389*                   RUNNING BALANCE FOR PLANHIST TO PRINT. A
006390*                   POSITION RECORD WRITTEN BEFORE THIS VERSION
006391*                   OPENS AT THE BALANCE IT LAST REPORTED, A NEW
006392*                   ENROLLMENT AT ITS STARTING BALANCE.
006393*----------------------------------------------------------*
006400 ENVIRONMENT DIVISION.
006500 CONFIGURATION SECTION.
006600 SOURCE-COMPUTER. IBM-370.
007340         ORGANIZATION IS INDEXED
007350         ACCESS MODE IS RANDOM
007360         RECORD KEY IS PR-ACCOUNT-ID.
007364     SELECT OPTIONAL STEP-SCHED ASSIGN TO "STEPSCHD"
007368         ORGANIZATION IS LINE SEQUENTIAL.
007372     SELECT OPTIONAL ACCR-INT-IN ASSIGN TO "ACCRINTI"
007376         ORGANIZATION IS LINE SEQUENTIAL.
007380     SELECT ACCR-INT-OUT ASSIGN TO "ACCRINTO"
007384         ORGANIZATION IS LINE SEQUENTIAL.
007388     SELECT INT-REG      ASSIGN TO "INTREG"
007392         ORGANIZATION IS LINE SEQUENTIAL.
007393     SELECT OPTIONAL PLAN-TRANS ASSIGN TO "PLANTRAN"
007394         ORGANIZATION IS LINE SEQUENTIAL.
007395     SELECT PLAN-TREJ    ASSIGN TO "PLANTREJ"
007396         ORGANIZATION IS LINE SEQUENTIAL.
007397     SELECT PLAN-LEDGER  ASSIGN TO "PLANLEDG"
007398         ORGANIZATION IS LINE SEQUENTIAL.
007400     SELECT ACCUM-RPT    ASSIGN TO "ACCUMRPT"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
010200     05  PM-PLAN-NAME        PIC X(20).
010300     05  PM-INCR             PIC 9(03).
010400     05  PM-TERM             PIC 9(03).
010500     05  PM-ANNUAL-RATE      PIC 9(02)V9(04).
010502     05  PM-COMPOUND-FREQ    PIC X(01).
010504     05  FILLER              PIC X(43).
010510*
010520 FD  ENROLL-FILE
010530     LABEL RECORDS ARE STANDARD
010540     RECORD CONTAINS 80 CHARACTERS.
010541 01  EN-RECORD.
010543     05  EN-ACCOUNT-ID       PIC X(10).
010545     05  EN-PLAN-ID          PIC X(04).
010547     05  EN-ENROLL-DATE      PIC 9(08).
010549     05  EN-START-BALANCE    PIC 9(06).
010551     05  EN-STATUS           PIC X(01).
010553         88  EN-TERMINATED           VALUE "T".
010555     05  EN-CLOSE-DATE       PIC 9(08).
010557     05  EN-CLOSE-BALANCE    PIC 9(08).
010559     05  FILLER              PIC X(35).
010561*
010563 FD  PLAN-RESULTS
010565     LABEL RECORDS ARE STANDARD
010567     RECORD CONTAINS 80 CHARACTERS.
010569 01  PR-RECORD.
010571     05  PR-ACCOUNT-ID       PIC X(10).
010573     05  PR-PLAN-ID          PIC X(04).
010575     05  PR-BALANCE          PIC 9(08).
010577     05  PR-RUN-DATE         PIC 9(08).
010579     05  PR-STATUS           PIC X(01).
010581         88  PR-TERMINATED           VALUE "T".
010583     05  PR-CLOSE-DATE       PIC 9(08).
010585     05  FILLER              PIC X(41).
010587*
010589 FD  STEP-SCHED
010591     LABEL RECORDS ARE STANDARD
010593     RECORD CONTAINS 80 CHARACTERS.
010595 01  SS-RECORD.
010597     05  SS-STEP-NAME        PIC X(08).
010599     05  SS-RUN-FLAG         PIC X(01).
010601         88  SS-STEP-RUNS            VALUE "R".
010603     05  SS-FREQUENCY        PIC X(01).
010605     05  SS-BUS-DATE         PIC 9(08).
010607     05  FILLER              PIC X(62).
010609*
010611 FD  ACCR-INT-IN
010613     LABEL RECORDS ARE STANDARD
010615     RECORD CONTAINS 80 CHARACTERS.
010617 01  AI-RECORD.
010619     05  AI-ACCOUNT-ID       PIC X(10).
010621     05  AI-PLAN-ID          PIC X(04).
010623     05  AI-THRU-DATE        PIC 9(08).
010625     05  AI-ACCRUED          PIC 9(06)V9(04).
010627     05  AI-POSTED-TOTAL     PIC 9(08).
010629     05  AI-LAST-POST-DATE   PIC 9(08).
010630     05  AI-BALANCE          PIC X(08).
010631     05  AI-BALANCE-N REDEFINES AI-BALANCE
010632                             PIC 9(08).
010633     05  FILLER              PIC X(24).
010634*
010635 FD  ACCR-INT-OUT
010637     LABEL RECORDS ARE STANDARD
010639     RECORD CONTAINS 80 CHARACTERS.
010641 01  AO-RECORD.
010643     05  AO-ACCOUNT-ID       PIC X(10).
010645     05  AO-PLAN-ID          PIC X(04).
010647     05  AO-THRU-DATE        PIC 9(08).
010649     05  AO-ACCRUED          PIC 9(06)V9(04).
010651     05  AO-POSTED-TOTAL     PIC 9(08).
010653     05  AO-LAST-POST-DATE   PIC 9(08).
010654     05  AO-BALANCE          PIC 9(08).
010655     05  FILLER              PIC X(24).
010657*
010659 FD  INT-REG
010661     LABEL RECORDS ARE STANDARD
010663     RECORD CONTAINS 80 CHARACTERS.
010665 01  IR-RECORD               PIC X(80).
010667*
010670 FD  PLAN-TRANS
010673     LABEL RECORDS ARE STANDARD
010676     RECORD CONTAINS 80 CHARACTERS.
010679 01  PX-RECORD.
010682     05  PX-ACCOUNT-ID       PIC X(10).
010685     05  PX-PLAN-ID          PIC X(04).
010688     05  PX-TRAN-DATE        PIC X(08).
010691     05  PX-TRAN-DATE-N      REDEFINES PX-TRAN-DATE
010694                             PIC 9(08).
010697     05  PX-TRAN-TYPE        PIC X(01).
010700         88  PX-DEPOSIT              VALUE "D".
010703         88  PX-WITHDRAWAL           VALUE "W".
010706     05  PX-AMOUNT           PIC X(08).
010709     05  PX-AMOUNT-N         REDEFINES PX-AMOUNT
010712                             PIC 9(08).
010715     05  FILLER              PIC X(49).
010718*
010721 FD  PLAN-TREJ
010724     LABEL RECORDS ARE STANDARD
010727     RECORD CONTAINS 80 CHARACTERS.
010730 01  PJ-RECORD.
010733     05  PJ-DATA             PIC X(72).
010736     05  PJ-REASON           PIC X(04).
010739     05  FILLER              PIC X(04).
010742*
010745 FD  PLAN-LEDGER
010748     LABEL RECORDS ARE STANDARD
010751     RECORD CONTAINS 80 CHARACTERS.
010754 01  PL-RECORD.
010757     05  PL-ACCOUNT-ID       PIC X(10).
010760     05  PL-PLAN-ID          PIC X(04).
010763     05  PL-TRAN-DATE        PIC 9(08).
010766     05  PL-ENTRY-TYPE       PIC X(01).
010769     05  PL-AMOUNT           PIC 9(08).
010772     05  PL-BALANCE          PIC 9(08).
010775     05  PL-POSTED-DATE      PIC 9(08).
010778     05  FILLER              PIC X(33).
010781*
010784 FD  ACCUM-RPT
010787     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  AR-RECORD               PIC X(80).
011000*
017700         10  WS-PT-RANKED-SW     PIC X(01).
017710         10  WS-PT-ENROLL-COUNT  PIC 9(05) COMP.
017720         10  WS-PT-BAL-TOTAL     PIC 9(09).
017721         10  WS-PT-ANNUAL-RATE   PIC 9(02)V9(04).
017722         10  WS-PT-COMPOUND      PIC X(01).
017723             88  PT-COMPOUND-DAILY       VALUE "D".
017724             88  PT-COMPOUND-QUARTERLY   VALUE "Q".
017725             88  PT-COMPOUND-ANNUAL      VALUE "A".
017730*
017740 01  WS-ENROLL-SWITCHES.
017750     05  WS-ENROLL-EOF-SW    PIC X(01) VALUE "N".
017760         88  EOF-ENROLL-FILE         VALUE "Y".
017770     05  WS-EPLAN-FOUND-SW   PIC X(01) VALUE "N".
017780         88  ENROLL-PLAN-FOUND       VALUE "Y".
017781     05  WS-SCHED-EOF-SW     PIC X(01) VALUE "N".
017782         88  EOF-STEP-SCHED          VALUE "Y".
017783     05  WS-ACCR-EOF-SW      PIC X(01) VALUE "N".
017784         88  EOF-ACCR-INT            VALUE "Y".
017785     05  WS-ACCR-FOUND-SW    PIC X(01) VALUE "N".
017786         88  ACCRUAL-FOUND           VALUE "Y".
017787     05  WS-POSTING-SW       PIC X(01) VALUE "N".
017788         88  MONTH-END-POSTING       VALUE "Y".
017789     05  WS-PERIOD-DUE-SW    PIC X(01) VALUE "N".
017790         88  POSTING-PERIOD-DUE      VALUE "Y".
017791     05  WS-TRN-EOF-SW       PIC X(01) VALUE "N".
017792         88  EOF-PLAN-TRANS          VALUE "Y".
017793     05  WS-LEDGER-OPEN-SW   PIC X(01) VALUE "N".
017794         88  LEDGER-OPENING          VALUE "Y" "C".
017795         88  LEDGER-NEW              VALUE "Y".
017796         88  LEDGER-CONVERTED        VALUE "C".
017797*
017798 01  WS-ENROLL-COUNTERS.
017799     05  WS-ENROLL-READ      PIC 9(05) COMP VALUE ZERO.
017800     05  WS-ENROLL-POSTED    PIC 9(05) COMP VALUE ZERO.
017801     05  WS-ENROLL-BADPLAN   PIC 9(05) COMP VALUE ZERO.
017802     05  WS-ENROLL-DUPS      PIC 9(05) COMP VALUE ZERO.
017805     05  WS-ENROLL-CLOSED    PIC 9(05) COMP VALUE ZERO.
017815*
017825 01  WS-ENROLL-BALANCE       PIC 9(08) VALUE ZERO.
017835 01  WS-ENROLL-GRAND-BAL     PIC 9(09) VALUE ZERO.
017840 01  WS-ENROLL-CLOSED-BAL    PIC 9(09) VALUE ZERO.
017845 01  WS-ENROLL-SUB           PIC 9(02) COMP VALUE ZERO.
017846*
017847 01  WS-INTEREST-WORK.
017848     05  WS-INT-RUN-DAY      PIC 9(08) COMP VALUE ZERO.
017849     05  WS-INT-THRU-DAY     PIC 9(08) COMP VALUE ZERO.
017850     05  WS-INT-DAYS         PIC 9(05) COMP VALUE ZERO.
017851     05  WS-INT-BASE         PIC 9(09)V9(04) VALUE ZERO.
017852     05  WS-INT-AMOUNT       PIC 9(06)V9(04) VALUE ZERO.
017853     05  WS-INT-POST         PIC 9(08) VALUE ZERO.
017854     05  WS-INT-OPEN-BAL     PIC 9(08) VALUE ZERO.
017855     05  WS-INT-MONTH        PIC 9(02) VALUE ZERO.
017856     05  WS-CUR-THRU-DATE    PIC 9(08) VALUE ZERO.
017857     05  WS-CUR-ACCRUED      PIC 9(06)V9(04) VALUE ZERO.
017858     05  WS-CUR-POSTED-TOTAL PIC 9(08) VALUE ZERO.
017859     05  WS-CUR-LAST-POST    PIC 9(08) VALUE ZERO.
017860     05  WS-INT-MOVEMENT     PIC S9(08) VALUE ZERO.
017861*
017862 01  WS-INTEREST-TOTALS.
017863     05  WS-IT-ACCOUNTS      PIC 9(05) COMP VALUE ZERO.
017864     05  WS-IT-POSTINGS      PIC 9(05) COMP VALUE ZERO.
017865     05  WS-IT-OPEN-BAL      PIC 9(10) VALUE ZERO.
017866     05  WS-IT-ACCRUED       PIC 9(08)V9(04) VALUE ZERO.
017867     05  WS-IT-POSTED        PIC 9(09) VALUE ZERO.
017868     05  WS-IT-CLOSE-BAL     PIC 9(10) VALUE ZERO.
017869     05  WS-IT-UNPOSTED      PIC 9(08)V9(04) VALUE ZERO.
017870*
017871 01  WS-ACCR-MAX             PIC 9(04) COMP VALUE 5000.
017872 01  WS-ACCR-COUNT           PIC 9(04) COMP VALUE ZERO.
017873 01  WS-ACCR-SUB             PIC 9(04) COMP VALUE ZERO.
017874 01  WS-ACCR-TABLE.
017875     05  WS-ACCR-ENTRY OCCURS 5000 TIMES.
017876         10  WS-AT-ACCOUNT-ID    PIC X(10).
017877         10  WS-AT-THRU-DATE     PIC 9(08).
017878         10  WS-AT-ACCRUED       PIC 9(06)V9(04).
017879         10  WS-AT-POSTED-TOTAL  PIC 9(08).
017880         10  WS-AT-LAST-POST     PIC 9(08).
017882         10  WS-AT-BALANCE       PIC 9(08).
017885         10  WS-AT-BAL-SW        PIC X(01).
017888             88  AT-BALANCE-CARRIED      VALUE "Y".
017891*
017894* TONIGHT'S PLAN TRANSACTIONS THAT PASSED THE FORMAT EDITS -
017897* PENDING UNTIL THEIR ENROLLMENT IS PROCESSED, APPLIED TO
017900* THE ENROLLMENT'S BALANCE, THEN POSTED TO THE LEDGER
017903*
017906 01  WS-TRN-MAX              PIC 9(04) COMP VALUE 2000.
017909 01  WS-TRN-COUNT            PIC 9(04) COMP VALUE ZERO.
017912 01  WS-TRN-SUB              PIC 9(04) COMP VALUE ZERO.
017915 01  WS-TRN-TABLE.
017918     05  WS-TRN-ENTRY OCCURS 2000 TIMES.
017921         10  WS-TR-IMAGE         PIC X(31).
017924         10  WS-TR-ACCOUNT-ID    PIC X(10).
017927         10  WS-TR-PLAN-ID       PIC X(04).
017930         10  WS-TR-DATE          PIC 9(08).
017933         10  WS-TR-TYPE          PIC X(01).
017936             88  TR-DEPOSIT              VALUE "D".
017939         10  WS-TR-AMOUNT        PIC 9(08).
017942         10  WS-TR-STATUS        PIC X(01).
017945             88  TR-PENDING              VALUE SPACE.
017948             88  TR-APPLIED              VALUE "A".
017951             88  TR-POSTED               VALUE "P".
017954             88  TR-REJECTED             VALUE "R".
017957*
017960 01  WS-TRN-COUNTERS.
017963     05  WS-TRN-READ         PIC 9(05) COMP VALUE ZERO.
017966     05  WS-TRN-POSTED       PIC 9(05) COMP VALUE ZERO.
017969     05  WS-TRN-REJECTED     PIC 9(05) COMP VALUE ZERO.
017972     05  WS-TRN-DEPOSITS     PIC 9(09) VALUE ZERO.
017975     05  WS-TRN-WITHDRAWALS  PIC 9(09) VALUE ZERO.
017978     05  WS-LEDGER-LINES     PIC 9(05) COMP VALUE ZERO.
017981*
017984 01  WS-TRN-REASON           PIC X(04) VALUE SPACES.
017987 01  WS-TRN-DATE-INT         PIC 9(08) COMP VALUE ZERO.
017990 01  WS-LEDGER-BAL           PIC 9(08) VALUE ZERO.
017993*
017996 01  WS-PAGE-HEADER-1.
018000     05  FILLER              PIC X(30) VALUE
018100         "ACCUMULATOR RUN REPORT".
018200     05  FILLER              PIC X(50) VALUE SPACES.
022650     05  FILLER              PIC X(01) VALUE SPACE.
022660     05  WS-ED-NOTE          PIC X(20).
022670     05  FILLER              PIC X(31) VALUE SPACES.
022671*
022672 01  WS-ENROLL-CLOSED-LINE.
022673     05  FILLER              PIC X(19) VALUE
022674         "CLOSED ENROLLMENTS:".
022675     05  WS-EC-CLOSED        PIC ZZZZ9.
022676     05  FILLER              PIC X(20) VALUE
022677         " AT CLOSING BALANCE:".
022678     05  WS-EC-CLOSED-BAL    PIC ZZZZZZZZ9.
022679     05  FILLER              PIC X(27) VALUE SPACES.
022680*
022690 01  WS-PLAN-REG-LINE.
022691     05  FILLER              PIC X(05) VALUE "PLAN ".
022711     05  FILLER              PIC X(09) VALUE " TOTAL:".
022712     05  WS-ET-GRAND-BAL     PIC ZZZZZZZZ9.
022713*
022714 01  WS-IR-TITLE-LINE.
022715     05  FILLER              PIC X(20) VALUE
022716         "INTEREST REGISTER - ".
022717     05  WS-IR-RUN-TYPE      PIC X(40).
022718     05  FILLER              PIC X(20) VALUE SPACES.
022719*
022720 01  WS-IR-HEADING-LINE.
022721     05  FILLER              PIC X(10) VALUE "ACCOUNT".
022722     05  FILLER              PIC X(05) VALUE " PLAN".
022723     05  FILLER              PIC X(09) VALUE "  OPENING".
022724     05  FILLER              PIC X(12) VALUE "     ACCRUED".
022725     05  FILLER              PIC X(09) VALUE "   POSTED".
022726     05  FILLER              PIC X(09) VALUE "  CLOSING".
022727     05  FILLER              PIC X(09) VALUE " MOVEMENT".
022728     05  FILLER              PIC X(05) VALUE " NOTE".
022729     05  FILLER              PIC X(12) VALUE SPACES.
022730*
022731 01  WS-IR-DETAIL-LINE.
022732     05  WS-ID-ACCOUNT-ID    PIC X(10).
022733     05  FILLER              PIC X(01) VALUE SPACE.
022734     05  WS-ID-PLAN-ID       PIC X(04).
022735     05  FILLER              PIC X(01) VALUE SPACE.
022736     05  WS-ID-OPEN-BAL      PIC ZZZZZZZ9.
022737     05  FILLER              PIC X(01) VALUE SPACE.
022738     05  WS-ID-ACCRUED       PIC ZZZZZ9.9999.
022739     05  FILLER              PIC X(01) VALUE SPACE.
022740     05  WS-ID-POSTED        PIC ZZZZZZZ9.
022741     05  FILLER              PIC X(01) VALUE SPACE.
022742     05  WS-ID-CLOSE-BAL     PIC ZZZZZZZ9.
022743     05  FILLER              PIC X(01) VALUE SPACE.
022744     05  WS-ID-MOVEMENT      PIC -ZZZZZZ9.
022745     05  FILLER              PIC X(01) VALUE SPACE.
022746     05  WS-ID-NOTE          PIC X(16).
022747*
022748 01  WS-IR-TOTAL-LINE-1.
022749     05  FILLER              PIC X(09) VALUE "ACCOUNTS:".
022750     05  WS-IT1-ACCOUNTS     PIC ZZZZ9.
022751     05  FILLER              PIC X(09) VALUE " OPENING:".
022752     05  WS-IT1-OPEN-BAL     PIC ZZZZZZZZZ9.
022753     05  FILLER              PIC X(08) VALUE " POSTED:".
022754     05  WS-IT1-POSTED       PIC ZZZZZZZZ9.
022755     05  FILLER              PIC X(09) VALUE " CLOSING:".
022756     05  WS-IT1-CLOSE-BAL    PIC ZZZZZZZZZ9.
022757     05  FILLER              PIC X(11) VALUE SPACES.
022758*
022759 01  WS-IR-TOTAL-LINE-2.
022760     05  FILLER              PIC X(16) VALUE "ACCRUED TONIGHT:".
022761     05  WS-IT2-ACCRUED      PIC ZZZZZZZ9.9999.
022762     05  FILLER              PIC X(10) VALUE " POSTINGS:".
022763     05  WS-IT2-POSTINGS     PIC ZZZZ9.
022764     05  FILLER              PIC X(10) VALUE " UNPOSTED:".
022765     05  WS-IT2-UNPOSTED     PIC ZZZZZZZ9.9999.
022766     05  FILLER              PIC X(13) VALUE SPACES.
022767*
022769 01  WS-IR-TOTAL-LINE-3.
022771     05  FILLER              PIC X(09) VALUE "DEPOSITS:".
022773     05  WS-IT3-DEPOSITS     PIC ZZZZZZZZ9.
022775     05  FILLER              PIC X(13) VALUE " WITHDRAWALS:".
022777     05  WS-IT3-WITHDRAWALS  PIC ZZZZZZZZ9.
022779     05  FILLER              PIC X(14) VALUE " TRANS POSTED:".
022781     05  WS-IT3-POSTED       PIC ZZZZ9.
022783     05  FILLER              PIC X(10) VALUE " REJECTED:".
022785     05  WS-IT3-REJECTED     PIC ZZZZ9.
022787     05  FILLER              PIC X(06) VALUE SPACES.
022789*
022791 01  WS-RANK-LINE.
022793     05  WS-RK-RANK          PIC Z9.
022800     05  FILLER              PIC X(01) VALUE SPACE.
022900     05  WS-RK-PLAN-ID       PIC X(04).
023000     05  FILLER              PIC X(01) VALUE SPACE.
037000         MOVE "N" TO WS-PT-RANKED-SW (WS-PLAN-COUNT)
037010         MOVE ZERO TO WS-PT-ENROLL-COUNT (WS-PLAN-COUNT)
037020         MOVE ZERO TO WS-PT-BAL-TOTAL (WS-PLAN-COUNT)
037030         MOVE ZERO TO WS-PT-ANNUAL-RATE (WS-PLAN-COUNT)
037040         IF PM-ANNUAL-RATE IS NUMERIC
037050             MOVE PM-ANNUAL-RATE
037060                 TO WS-PT-ANNUAL-RATE (WS-PLAN-COUNT)
037070         END-IF
037080         MOVE PM-COMPOUND-FREQ TO WS-PT-COMPOUND (WS-PLAN-COUNT)
037100     END-IF.
037200     PERFORM 1100-READ-PLAN THRU 1100-EXIT.
037300 3000-EXIT.
042300     END-IF.
042400 5200-EXIT.
042500     EXIT.
042502*----------------------------------------------------------*
042504* 6000-PROCESS-ENROLLMENTS - COMPUTE EACH ENROLLED ACCOUNT'S
042506*                            BALANCE UNDER ITS PLAN, WRITE
042508*                            THE KEYED PLANRSLT RESULT AND
042510*                            PRINT THE PER-PLAN REGISTER
042512*----------------------------------------------------------*
042514 6000-PROCESS-ENROLLMENTS.
042516     OPEN OUTPUT PLAN-RESULTS.
042518     PERFORM 6050-LOAD-SCHEDULE THRU 6050-EXIT.
042520     PERFORM 6060-LOAD-ACCRUALS THRU 6060-EXIT.
042522     OPEN OUTPUT ACCR-INT-OUT.
042524     OPEN OUTPUT INT-REG.
042526     PERFORM 6070-START-INT-REG THRU 6070-EXIT.
042528     OPEN OUTPUT PLAN-TREJ.
042530     OPEN EXTEND PLAN-LEDGER.
042532     PERFORM 6020-LOAD-TRANS THRU 6020-EXIT.
042534     OPEN INPUT ENROLL-FILE.
042536     PERFORM 6100-ONE-ENROLLMENT THRU 6100-EXIT
042538         UNTIL EOF-ENROLL-FILE.
042540     CLOSE ENROLL-FILE.
042542     CLOSE PLAN-RESULTS.
042544     PERFORM 6600-REJECT-UNMATCHED THRU 6600-EXIT
042546         VARYING WS-TRN-SUB FROM 1 BY 1
042548         UNTIL WS-TRN-SUB > WS-TRN-COUNT.
042550     CLOSE PLAN-TREJ.
042552     CLOSE PLAN-LEDGER.
042554     PERFORM 6080-END-INT-REG THRU 6080-EXIT.
042556     CLOSE ACCR-INT-OUT.
042558     CLOSE INT-REG.
042560     IF WS-PLAN-COUNT > ZERO
042562         PERFORM 6500-WRITE-PLAN-REGISTER THRU 6500-EXIT
042564             VARYING WS-ENROLL-SUB FROM 1 BY 1
042566             UNTIL WS-ENROLL-SUB > WS-PLAN-COUNT
042568     END-IF.
042570     MOVE SPACES TO WS-PRINT-LINE.
042572     MOVE WS-ENROLL-READ TO WS-ET-READ.
042574     MOVE WS-ENROLL-POSTED TO WS-ET-POSTED.
042576     MOVE WS-ENROLL-BADPLAN TO WS-ET-BADPLAN.
042578     MOVE WS-ENROLL-DUPS TO WS-ET-DUPS.
042580     MOVE WS-ENROLL-GRAND-BAL TO WS-ET-GRAND-BAL.
042582     MOVE WS-ENROLL-TOTAL-LINE TO WS-PRINT-LINE.
042584     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
042586     MOVE SPACES TO WS-PRINT-LINE.
042588     MOVE WS-ENROLL-CLOSED TO WS-EC-CLOSED.
042590     MOVE WS-ENROLL-CLOSED-BAL TO WS-EC-CLOSED-BAL.
042592     MOVE WS-ENROLL-CLOSED-LINE TO WS-PRINT-LINE.
042594     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
042596 6000-EXIT.
042598     EXIT.
042600*----------------------------------------------------------*
042602* 6020-LOAD-TRANS - EDIT TONIGHT'S PLANTRAN DEPOSITS AND
042604*                   WITHDRAWALS INTO THE TRANSACTION TABLE.
042606*                   A RECORD FAILING THE FORMAT EDITS GOES
042608*                   STRAIGHT TO PLANTREJ WITH ITS REASON
042610*----------------------------------------------------------*
042612 6020-LOAD-TRANS.
042614     OPEN INPUT PLAN-TRANS.
042616     PERFORM 6025-READ-TRANS THRU 6025-EXIT
042618         UNTIL EOF-PLAN-TRANS.
042620     CLOSE PLAN-TRANS.
042622 6020-EXIT.
042624     EXIT.
042626*----------------------------------------------------------*
042628* 6025-READ-TRANS - ONE PLANTRAN RECORD: ACCOUNT REQUIRED
042630*                   (P01), TYPE D OR W (P02), AMOUNT NUMERIC
042632*                   AND NONZERO (P03), DATE A REAL CALENDAR
042634*                   DATE (P04) NOT AFTER THE BUSINESS DATE
042636*                   (P05)
042638*----------------------------------------------------------*
042640 6025-READ-TRANS.
042642     READ PLAN-TRANS
042644         AT END
042646             SET EOF-PLAN-TRANS TO TRUE
042648             GO TO 6025-EXIT
042650     END-READ.
042652     ADD 1 TO WS-TRN-READ.
042654     IF WS-TRN-COUNT NOT < WS-TRN-MAX
042656         DISPLAY "ACCUM: PLANTRAN HOLDS MORE THAN "
042658             WS-TRN-MAX " TRANSACTIONS - TRANSACTION TABLE FULL"
042660         MOVE 12 TO RETURN-CODE
042662         STOP RUN
042664     END-IF.
042666     ADD 1 TO WS-TRN-COUNT.
042668     MOVE PX-RECORD TO WS-TR-IMAGE (WS-TRN-COUNT).
042670     MOVE PX-ACCOUNT-ID TO WS-TR-ACCOUNT-ID (WS-TRN-COUNT).
042672     MOVE PX-PLAN-ID TO WS-TR-PLAN-ID (WS-TRN-COUNT).
042674     MOVE PX-TRAN-TYPE TO WS-TR-TYPE (WS-TRN-COUNT).
042676     MOVE ZERO TO WS-TR-DATE (WS-TRN-COUNT).
042678     MOVE ZERO TO WS-TR-AMOUNT (WS-TRN-COUNT).
042680     MOVE SPACE TO WS-TR-STATUS (WS-TRN-COUNT).
042682     MOVE SPACES TO WS-TRN-REASON.
042684     IF PX-ACCOUNT-ID = SPACES
042686         MOVE "P01" TO WS-TRN-REASON
042688     ELSE IF NOT PX-DEPOSIT
042690         AND NOT PX-WITHDRAWAL
042692         MOVE "P02" TO WS-TRN-REASON
042694     ELSE IF PX-AMOUNT NOT NUMERIC
042696         MOVE "P03" TO WS-TRN-REASON
042698     ELSE IF PX-AMOUNT-N = ZERO
042700         MOVE "P03" TO WS-TRN-REASON
042702     ELSE IF PX-TRAN-DATE NOT NUMERIC
042704         MOVE "P04" TO WS-TRN-REASON
042706     END-IF.
042708     IF WS-TRN-REASON = SPACES
042710         COMPUTE WS-TRN-DATE-INT =
042712             FUNCTION INTEGER-OF-DATE (PX-TRAN-DATE-N)
042714             ON SIZE ERROR
042716                 MOVE ZERO TO WS-TRN-DATE-INT
042718         END-COMPUTE
042720         IF WS-TRN-DATE-INT = ZERO
042722             MOVE "P04" TO WS-TRN-REASON
042724         ELSE
042725             IF PX-TRAN-DATE-N > RUNHDR-DATE
042726                 MOVE "P05" TO WS-TRN-REASON
042727             END-IF
042728         END-IF
042730     END-IF.
042732     MOVE WS-TRN-COUNT TO WS-TRN-SUB.
042734     IF WS-TRN-REASON NOT = SPACES
042736         PERFORM 6380-REJECT-TRANS THRU 6380-EXIT
042738         GO TO 6025-EXIT
042740     END-IF.
042742     MOVE PX-TRAN-DATE-N TO WS-TR-DATE (WS-TRN-COUNT).
042744     MOVE PX-AMOUNT-N TO WS-TR-AMOUNT (WS-TRN-COUNT).
042746 6025-EXIT.
042748     EXIT.
042750*----------------------------------------------------------*
042752* 6050-LOAD-SCHEDULE - READ SCHEDCHK'S STEPSCHD: THE INTPOST
042754*                      ENTRY FLAGGED TO RUN FOR THIS BUSINESS
042756*                      DATE MAKES TONIGHT THE MONTH-END
042758*                      INTEREST POSTING RUN. NO STEPSCHD MEANS
042760*                      ACCRUAL ONLY
042762*----------------------------------------------------------*
042764 6050-LOAD-SCHEDULE.
042766     COMPUTE WS-INT-RUN-DAY =
042768         FUNCTION INTEGER-OF-DATE (RUNHDR-DATE).
042770     OPEN INPUT STEP-SCHED.
042772     PERFORM 6055-READ-SCHEDULE THRU 6055-EXIT
042774         UNTIL EOF-STEP-SCHED.
042776     CLOSE STEP-SCHED.
042778 6050-EXIT.
042780     EXIT.
042782*----------------------------------------------------------*
042784* 6055-READ-SCHEDULE - ONE STEPSCHD RECORD
042786*----------------------------------------------------------*
042788 6055-READ-SCHEDULE.
042790     READ STEP-SCHED
042792         AT END
042794             SET EOF-STEP-SCHED TO TRUE
042796             GO TO 6055-EXIT
042798     END-READ.
042800     IF SS-STEP-NAME = "INTPOST "
042802         AND SS-STEP-RUNS
042804         AND SS-BUS-DATE = RUNHDR-DATE
042806         SET MONTH-END-POSTING TO TRUE
042808     END-IF.
042810 6055-EXIT.
042812     EXIT.
042814*----------------------------------------------------------*
042816* 6060-LOAD-ACCRUALS - LOAD THE PRIOR GENERATION OF ACCRUED
042818*                      INTEREST (ACCRINTI) INTO THE TABLE
042820*----------------------------------------------------------*
042822 6060-LOAD-ACCRUALS.
042824     OPEN INPUT ACCR-INT-IN.
042826     PERFORM 6065-READ-ACCRUAL THRU 6065-EXIT
042828         UNTIL EOF-ACCR-INT.
042830     CLOSE ACCR-INT-IN.
042832 6060-EXIT.
042834     EXIT.
042836*----------------------------------------------------------*
042838* 6065-READ-ACCRUAL - ONE ACCRINTI RECORD INTO THE TABLE
042840*----------------------------------------------------------*
042842 6065-READ-ACCRUAL.
042844     READ ACCR-INT-IN
042846         AT END
042848             SET EOF-ACCR-INT TO TRUE
042850             GO TO 6065-EXIT
042852     END-READ.
042854     IF WS-ACCR-COUNT NOT < WS-ACCR-MAX
042856         DISPLAY "ACCUM: ACCRINTI HOLDS MORE THAN "
042858             WS-ACCR-MAX " ACCOUNTS - ACCRUAL TABLE FULL"
042860         MOVE 12 TO RETURN-CODE
042862         STOP RUN
042864     END-IF.
042866     ADD 1 TO WS-ACCR-COUNT.
042868     MOVE AI-ACCOUNT-ID TO WS-AT-ACCOUNT-ID (WS-ACCR-COUNT).
042870     MOVE AI-THRU-DATE TO WS-AT-THRU-DATE (WS-ACCR-COUNT).
042872     MOVE AI-ACCRUED TO WS-AT-ACCRUED (WS-ACCR-COUNT).
042874     MOVE AI-POSTED-TOTAL TO WS-AT-POSTED-TOTAL (WS-ACCR-COUNT).
042876     MOVE AI-LAST-POST-DATE TO WS-AT-LAST-POST (WS-ACCR-COUNT).
042878     MOVE ZERO TO WS-AT-BALANCE (WS-ACCR-COUNT).
042880     MOVE "N" TO WS-AT-BAL-SW (WS-ACCR-COUNT).
042882     IF AI-BALANCE IS NUMERIC
042884         MOVE AI-BALANCE-N TO WS-AT-BALANCE (WS-ACCR-COUNT)
042886         SET AT-BALANCE-CARRIED (WS-ACCR-COUNT) TO TRUE
042888     END-IF.
042890 6065-EXIT.
042892     EXIT.
042894*----------------------------------------------------------*
042896* 6070-START-INT-REG - RUN HEADER, TITLE AND COLUMN HEADING
042898*                      OF THE INTEREST REGISTER
042900*----------------------------------------------------------*
042902 6070-START-INT-REG.
042904     MOVE RUNHDR-LINE-1 TO IR-RECORD.
042906     WRITE IR-RECORD.
042908     MOVE RUNHDR-LINE-2 TO IR-RECORD.
042910     WRITE IR-RECORD.
042912     IF MONTH-END-POSTING
042914         MOVE "MONTH-END POSTING" TO WS-IR-RUN-TYPE
042916     ELSE
042918         MOVE "DAILY ACCRUAL - NOTHING POSTED"
042920             TO WS-IR-RUN-TYPE
042922     END-IF.
042924     MOVE WS-IR-TITLE-LINE TO IR-RECORD.
042926     WRITE IR-RECORD.
042928     MOVE WS-IR-HEADING-LINE TO IR-RECORD.
042930     WRITE IR-RECORD.
042932 6070-EXIT.
042934     EXIT.
042936*----------------------------------------------------------*
042938* 6080-END-INT-REG - INTEREST REGISTER CONTROL TOTALS
042940*----------------------------------------------------------*
042942 6080-END-INT-REG.
042944     MOVE WS-IT-ACCOUNTS TO WS-IT1-ACCOUNTS.
042946     MOVE WS-IT-OPEN-BAL TO WS-IT1-OPEN-BAL.
042948     MOVE WS-IT-POSTED TO WS-IT1-POSTED.
042950     MOVE WS-IT-CLOSE-BAL TO WS-IT1-CLOSE-BAL.
042952     MOVE WS-IR-TOTAL-LINE-1 TO IR-RECORD.
042954     WRITE IR-RECORD.
042956     MOVE WS-IT-ACCRUED TO WS-IT2-ACCRUED.
042958     MOVE WS-IT-POSTINGS TO WS-IT2-POSTINGS.
042960     MOVE WS-IT-UNPOSTED TO WS-IT2-UNPOSTED.
042962     MOVE WS-IR-TOTAL-LINE-2 TO IR-RECORD.
042964     WRITE IR-RECORD.
042966     MOVE WS-TRN-DEPOSITS TO WS-IT3-DEPOSITS.
042968     MOVE WS-TRN-WITHDRAWALS TO WS-IT3-WITHDRAWALS.
042970     MOVE WS-TRN-POSTED TO WS-IT3-POSTED.
042972     MOVE WS-TRN-REJECTED TO WS-IT3-REJECTED.
042974     MOVE WS-IR-TOTAL-LINE-3 TO IR-RECORD.
042976     WRITE IR-RECORD.
042978 6080-EXIT.
042980     EXIT.
042982*----------------------------------------------------------*
042984* 6100-ONE-ENROLLMENT - ONE ENROLL RECORD: FIND ITS PLAN,
042986*                       BRING ITS CARRIED BALANCE FORWARD
042988*                       THROUGH INTEREST AND TONIGHT'S
042990*                       TRANSACTIONS, WRITE THE RESULT
042992*----------------------------------------------------------*
042994 6100-ONE-ENROLLMENT.
042996     READ ENROLL-FILE
042998         AT END
043000             SET EOF-ENROLL-FILE TO TRUE
043002             GO TO 6100-EXIT
043004     END-READ.
043006     ADD 1 TO WS-ENROLL-READ.
043008     MOVE "N" TO WS-EPLAN-FOUND-SW.
043010     PERFORM 6200-FIND-PLAN THRU 6200-EXIT
043012         VARYING WS-ENROLL-SUB FROM 1 BY 1
043014         UNTIL ENROLL-PLAN-FOUND
043016         OR WS-ENROLL-SUB > WS-PLAN-COUNT.
043018     IF NOT ENROLL-PLAN-FOUND
043020         ADD 1 TO WS-ENROLL-BADPLAN
043022         MOVE SPACES TO WS-PRINT-LINE
043024         MOVE EN-ACCOUNT-ID TO WS-ED-ACCOUNT-ID
043026         MOVE EN-PLAN-ID TO WS-ED-PLAN-ID
043028         MOVE "PLAN NOT ON MASTER" TO WS-ED-NOTE
043030         MOVE WS-ENROLL-DETAIL-LINE TO WS-PRINT-LINE
043032         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
043034         GO TO 6100-EXIT
043036     END-IF.
043038     SUBTRACT 1 FROM WS-ENROLL-SUB.
043040     IF EN-TERMINATED
043042         MOVE EN-CLOSE-BALANCE TO WS-ENROLL-BALANCE
043044     ELSE
043046         COMPUTE WS-ENROLL-BALANCE = EN-START-BALANCE
043048             + WS-PT-FINAL-VALUE (WS-ENROLL-SUB)
043050             ON SIZE ERROR
043052                 MOVE ZERO TO WS-ENROLL-BALANCE
043054         END-COMPUTE
043056     END-IF.
043058     PERFORM 6300-ACCRUE-INTEREST THRU 6300-EXIT.
043060     MOVE SPACES TO PR-RECORD.
043062     MOVE EN-ACCOUNT-ID TO PR-ACCOUNT-ID.
043064     MOVE EN-PLAN-ID TO PR-PLAN-ID.
043066     MOVE WS-ENROLL-BALANCE TO PR-BALANCE.
043068     MOVE RUNHDR-DATE TO PR-RUN-DATE.
043070     MOVE ZERO TO PR-CLOSE-DATE.
043072     IF EN-TERMINATED
043074         SET PR-TERMINATED TO TRUE
043076         MOVE EN-CLOSE-DATE TO PR-CLOSE-DATE
043078     END-IF.
043080     WRITE PR-RECORD
043082         INVALID KEY
043084             ADD 1 TO WS-ENROLL-DUPS
043086             MOVE SPACES TO WS-PRINT-LINE
043088             MOVE EN-ACCOUNT-ID TO WS-ED-ACCOUNT-ID
043090             MOVE EN-PLAN-ID TO WS-ED-PLAN-ID
043092             MOVE "DUPLICATE ACCOUNT" TO WS-ED-NOTE
043094             MOVE WS-ENROLL-DETAIL-LINE TO WS-PRINT-LINE
043096             PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
043098             PERFORM 6450-RELEASE-TRANS THRU 6450-EXIT
043100                 VARYING WS-TRN-SUB FROM 1 BY 1
043102                 UNTIL WS-TRN-SUB > WS-TRN-COUNT
043104         NOT INVALID KEY
043106             ADD 1 TO WS-ENROLL-POSTED
043108             ADD 1 TO WS-PT-ENROLL-COUNT (WS-ENROLL-SUB)
043110             ADD WS-ENROLL-BALANCE
043112                 TO WS-PT-BAL-TOTAL (WS-ENROLL-SUB)
043114             ADD WS-ENROLL-BALANCE TO WS-ENROLL-GRAND-BAL
043116             IF EN-TERMINATED
043118                 ADD 1 TO WS-ENROLL-CLOSED
043120                 ADD WS-ENROLL-BALANCE TO WS-ENROLL-CLOSED-BAL
043122             END-IF
043124             PERFORM 6400-WRITE-ACCRUAL THRU 6400-EXIT
043126     END-WRITE.
043128 6100-EXIT.
043130     EXIT.
043132*----------------------------------------------------------*
043134* 6200-FIND-PLAN - ONE PROBE OF THE PLAN TABLE FOR THE
043136*                  ENROLLMENT'S PLAN ID
043138*----------------------------------------------------------*
043140 6200-FIND-PLAN.
043142     IF WS-PT-PLAN-ID (WS-ENROLL-SUB) = EN-PLAN-ID
043144         SET ENROLL-PLAN-FOUND TO TRUE
043146     END-IF.
043148 6200-EXIT.
043150     EXIT.
043152*----------------------------------------------------------*
043154* 6300-ACCRUE-INTEREST - BRING THE ENROLLMENT'S ACCRUED
043156*                        INTEREST UP TO THE BUSINESS DATE AT
043158*                        ITS PLAN'S ANNUAL RATE AND, ON THE
043160*                        MONTH-END POSTING DATE, CAPITALIZE
043162*                        THE WHOLE UNITS INTO THE BALANCE. A
043164*                        TERMINATED ENROLLMENT IS CARRIED
043166*                        FORWARD UNCHANGED
043168*----------------------------------------------------------*
043170 6300-ACCRUE-INTEREST.
043172     MOVE ZERO TO WS-CUR-THRU-DATE WS-CUR-ACCRUED
043174         WS-CUR-POSTED-TOTAL WS-CUR-LAST-POST
043176         WS-INT-AMOUNT WS-INT-POST.
043178     MOVE "N" TO WS-ACCR-FOUND-SW.
043180     MOVE "N" TO WS-LEDGER-OPEN-SW.
043182     MOVE ZERO TO WS-INT-MOVEMENT.
043184     PERFORM 6350-FIND-ACCRUAL THRU 6350-EXIT
043186         VARYING WS-ACCR-SUB FROM 1 BY 1
043188         UNTIL ACCRUAL-FOUND
043190         OR WS-ACCR-SUB > WS-ACCR-COUNT.
043192     IF ACCRUAL-FOUND
043194         SUBTRACT 1 FROM WS-ACCR-SUB
043196         MOVE WS-AT-THRU-DATE (WS-ACCR-SUB) TO WS-CUR-THRU-DATE
043198         MOVE WS-AT-ACCRUED (WS-ACCR-SUB) TO WS-CUR-ACCRUED
043200         MOVE WS-AT-POSTED-TOTAL (WS-ACCR-SUB)
043202             TO WS-CUR-POSTED-TOTAL
043204         MOVE WS-AT-LAST-POST (WS-ACCR-SUB) TO WS-CUR-LAST-POST
043206     END-IF.
043208     IF EN-TERMINATED
043210         MOVE WS-ENROLL-BALANCE TO WS-INT-OPEN-BAL
043212         PERFORM 6340-APPLY-TRANS THRU 6340-EXIT
043214             VARYING WS-TRN-SUB FROM 1 BY 1
043216             UNTIL WS-TRN-SUB > WS-TRN-COUNT
043218         GO TO 6300-EXIT
043220     END-IF.
043222*    THE OPENING BALANCE IS THE ONE CARRIED ON THE POSITION
043224*    RECORD. A RECORD WRITTEN BEFORE BALANCES WERE CARRIED
043226*    OPENS AT THE BALANCE IT LAST REPORTED (START PLUS PLAN
043228*    VALUE PLUS INTEREST POSTED); A NEW ENROLLMENT OPENS AT
043230*    ITS STARTING BALANCE.
043232     IF ACCRUAL-FOUND
043234         IF AT-BALANCE-CARRIED (WS-ACCR-SUB)
043236             MOVE WS-AT-BALANCE (WS-ACCR-SUB)
043238                 TO WS-ENROLL-BALANCE
043240         ELSE
043242             COMPUTE WS-ENROLL-BALANCE = WS-ENROLL-BALANCE
043244                 + WS-CUR-POSTED-TOTAL
043246                 ON SIZE ERROR
043248                     MOVE ZERO TO WS-ENROLL-BALANCE
043250             END-COMPUTE
043252             SET LEDGER-CONVERTED TO TRUE
043254         END-IF
043256     ELSE
043258         MOVE EN-START-BALANCE TO WS-ENROLL-BALANCE
043260         SET LEDGER-NEW TO TRUE
043262     END-IF.
043264     MOVE WS-ENROLL-BALANCE TO WS-INT-OPEN-BAL.
043266     PERFORM 6320-COUNT-DAYS THRU 6320-EXIT.
043268     IF WS-INT-DAYS > ZERO
043270         AND WS-PT-ANNUAL-RATE (WS-ENROLL-SUB) > ZERO
043272         MOVE WS-INT-OPEN-BAL TO WS-INT-BASE
043274         IF PT-COMPOUND-DAILY (WS-ENROLL-SUB)
043276             ADD WS-CUR-ACCRUED TO WS-INT-BASE
043278         END-IF
043280         COMPUTE WS-INT-AMOUNT ROUNDED = WS-INT-BASE
043282             * WS-PT-ANNUAL-RATE (WS-ENROLL-SUB)
043284             * WS-INT-DAYS / 36500
043286             ON SIZE ERROR
043288                 MOVE ZERO TO WS-INT-AMOUNT
043290         END-COMPUTE
043292         ADD WS-INT-AMOUNT TO WS-CUR-ACCRUED
043294     END-IF.
043296     PERFORM 6340-APPLY-TRANS THRU 6340-EXIT
043298         VARYING WS-TRN-SUB FROM 1 BY 1
043300         UNTIL WS-TRN-SUB > WS-TRN-COUNT.
043302     IF WS-CUR-THRU-DATE < RUNHDR-DATE
043304         MOVE RUNHDR-DATE TO WS-CUR-THRU-DATE
043306     END-IF.
043308     IF NOT MONTH-END-POSTING
043310         GO TO 6300-EXIT
043312     END-IF.
043314     PERFORM 6330-CHECK-PERIOD THRU 6330-EXIT.
043316     IF NOT POSTING-PERIOD-DUE
043318         GO TO 6300-EXIT
043320     END-IF.
043322     MOVE WS-CUR-ACCRUED TO WS-INT-POST.
043324     SUBTRACT WS-INT-POST FROM WS-CUR-ACCRUED.
043326     ADD WS-INT-POST TO WS-CUR-POSTED-TOTAL.
043328     ADD WS-INT-POST TO WS-ENROLL-BALANCE.
043330     MOVE RUNHDR-DATE TO WS-CUR-LAST-POST.
043332 6300-EXIT.
043334     EXIT.
043336*----------------------------------------------------------*
043338* 6320-COUNT-DAYS - DAYS TO ACCRUE: FROM THE LAST ACCRUAL
043340*                   DATE TO THE BUSINESS DATE, ONE DAY FOR
043342*                   A NEW ENROLLMENT, NONE ON A RERUN OF A
043344*                   DATE ALREADY ACCRUED OR BEFORE THE
043346*                   ENROLLMENT DATE
043348*----------------------------------------------------------*
043350 6320-COUNT-DAYS.
043352     MOVE ZERO TO WS-INT-DAYS.
043354     IF EN-ENROLL-DATE > RUNHDR-DATE
043356         GO TO 6320-EXIT
043358     END-IF.
043360     IF WS-CUR-THRU-DATE = ZERO
043362         MOVE 1 TO WS-INT-DAYS
043364         GO TO 6320-EXIT
043366     END-IF.
043368     IF WS-CUR-THRU-DATE NOT < RUNHDR-DATE
043370         GO TO 6320-EXIT
043372     END-IF.
043374     COMPUTE WS-INT-THRU-DAY =
043376         FUNCTION INTEGER-OF-DATE (WS-CUR-THRU-DATE).
043378     COMPUTE WS-INT-DAYS = WS-INT-RUN-DAY - WS-INT-THRU-DAY.
043380 6320-EXIT.
043382     EXIT.
043384*----------------------------------------------------------*
043386* 6330-CHECK-PERIOD - IS TONIGHT'S MONTH END A POSTING
043388*                     PERIOD FOR THE PLAN'S COMPOUNDING
043390*                     FREQUENCY: QUARTERLY POSTS IN MARCH,
043392*                     JUNE, SEPTEMBER AND DECEMBER, ANNUAL
043394*                     IN DECEMBER, DAILY AND MONTHLY EVERY
043396*                     MONTH END
043398*----------------------------------------------------------*
043400 6330-CHECK-PERIOD.
043402     MOVE "N" TO WS-PERIOD-DUE-SW.
043404     MOVE RUNHDR-DATE (5:2) TO WS-INT-MONTH.
043406     EVALUATE TRUE
043408         WHEN PT-COMPOUND-QUARTERLY (WS-ENROLL-SUB)
043410             IF WS-INT-MONTH = 3 OR 6 OR 9 OR 12
043412                 SET POSTING-PERIOD-DUE TO TRUE
043414             END-IF
043416         WHEN PT-COMPOUND-ANNUAL (WS-ENROLL-SUB)
043418             IF WS-INT-MONTH = 12
043420                 SET POSTING-PERIOD-DUE TO TRUE
043422             END-IF
043424         WHEN OTHER
043426             SET POSTING-PERIOD-DUE TO TRUE
043428     END-EVALUATE.
043430 6330-EXIT.
043432     EXIT.
043434*----------------------------------------------------------*
043436* 6340-APPLY-TRANS - APPLY ONE PENDING TRANSACTION FOR THE
043438*                    ENROLLMENT'S ACCOUNT TO ITS BALANCE, IN
043440*                    PLANTRAN ORDER. REJECTED: ENROLLMENT
043442*                    TERMINATED (P08), ACCOUNT ENROLLED IN A
043444*                    DIFFERENT PLAN (P06), WITHDRAWAL MORE
043446*                    THAN THE BALANCE AT THAT POINT (P07)
043448*----------------------------------------------------------*
043450 6340-APPLY-TRANS.
043452     IF NOT TR-PENDING (WS-TRN-SUB)
043454         OR WS-TR-ACCOUNT-ID (WS-TRN-SUB) NOT = EN-ACCOUNT-ID
043456         GO TO 6340-EXIT
043458     END-IF.
043460     MOVE SPACES TO WS-TRN-REASON.
043462     IF EN-TERMINATED
043464         MOVE "P08" TO WS-TRN-REASON
043466     ELSE IF WS-TR-PLAN-ID (WS-TRN-SUB) NOT = EN-PLAN-ID
043468         MOVE "P06" TO WS-TRN-REASON
043470     ELSE IF NOT TR-DEPOSIT (WS-TRN-SUB)
043472         AND WS-TR-AMOUNT (WS-TRN-SUB) > WS-ENROLL-BALANCE
043474         MOVE "P07" TO WS-TRN-REASON
043476     END-IF.
043478     IF WS-TRN-REASON NOT = SPACES
043480         PERFORM 6380-REJECT-TRANS THRU 6380-EXIT
043482         GO TO 6340-EXIT
043484     END-IF.
043486     IF TR-DEPOSIT (WS-TRN-SUB)
043488         ADD WS-TR-AMOUNT (WS-TRN-SUB) TO WS-ENROLL-BALANCE
043490         ADD WS-TR-AMOUNT (WS-TRN-SUB) TO WS-INT-MOVEMENT
043492     ELSE
043494         SUBTRACT WS-TR-AMOUNT (WS-TRN-SUB) FROM WS-ENROLL-BALANCE
043496         SUBTRACT WS-TR-AMOUNT (WS-TRN-SUB) FROM WS-INT-MOVEMENT
043498     END-IF.
043500     SET TR-APPLIED (WS-TRN-SUB) TO TRUE.
043502 6340-EXIT.
043504     EXIT.
043506*----------------------------------------------------------*
043508* 6350-FIND-ACCRUAL - ONE PROBE OF THE ACCRUED INTEREST
043510*                     TABLE FOR THE ENROLLMENT'S ACCOUNT
043512*----------------------------------------------------------*
043514 6350-FIND-ACCRUAL.
043516     IF WS-AT-ACCOUNT-ID (WS-ACCR-SUB) = EN-ACCOUNT-ID
043518         SET ACCRUAL-FOUND TO TRUE
043520     END-IF.
043522 6350-EXIT.
043524     EXIT.
043526*----------------------------------------------------------*
043528* 6380-REJECT-TRANS - WRITE THE TRANSACTION AT WS-TRN-SUB TO
043530*                     PLANTREJ WITH ITS REASON CODE IN
043532*                     COLUMNS 73-76 AND LIST IT ON THE REPORT
043534*----------------------------------------------------------*
043536 6380-REJECT-TRANS.
043538     MOVE SPACES TO PJ-RECORD.
043540     MOVE WS-TR-IMAGE (WS-TRN-SUB) TO PJ-DATA.
043542     MOVE WS-TRN-REASON TO PJ-REASON.
043544     WRITE PJ-RECORD.
043546     SET TR-REJECTED (WS-TRN-SUB) TO TRUE.
043548     ADD 1 TO WS-TRN-REJECTED.
043550     MOVE SPACES TO WS-PRINT-LINE.
043552     MOVE WS-TR-ACCOUNT-ID (WS-TRN-SUB) TO WS-ED-ACCOUNT-ID.
043554     MOVE WS-TR-PLAN-ID (WS-TRN-SUB) TO WS-ED-PLAN-ID.
043556     MOVE "TRANS REJECTED" TO WS-ED-NOTE.
043558     MOVE WS-TRN-REASON TO WS-ED-NOTE (16:4).
043560     MOVE WS-ENROLL-DETAIL-LINE TO WS-PRINT-LINE.
043562     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
043564 6380-EXIT.
043566     EXIT.
043568*----------------------------------------------------------*
043570* 6400-WRITE-ACCRUAL - WRITE THE ACCOUNT'S NEW POSITION
043572*                      RECORD, ITS LEDGER ENTRIES AND ITS
043574*                      INTEREST REGISTER LINE, ADD TO THE
043576*                      TOTALS
043578*----------------------------------------------------------*
043580 6400-WRITE-ACCRUAL.
043582     MOVE SPACES TO AO-RECORD.
043584     MOVE EN-ACCOUNT-ID TO AO-ACCOUNT-ID.
043586     MOVE EN-PLAN-ID TO AO-PLAN-ID.
043588     MOVE WS-CUR-THRU-DATE TO AO-THRU-DATE.
043590     MOVE WS-CUR-ACCRUED TO AO-ACCRUED.
043592     MOVE WS-CUR-POSTED-TOTAL TO AO-POSTED-TOTAL.
043594     MOVE WS-CUR-LAST-POST TO AO-LAST-POST-DATE.
043596     MOVE WS-ENROLL-BALANCE TO AO-BALANCE.
043598     WRITE AO-RECORD.
043600     IF NOT EN-TERMINATED
043602         PERFORM 6420-WRITE-LEDGER THRU 6420-EXIT
043604     END-IF.
043606     MOVE SPACES TO IR-RECORD.
043608     MOVE EN-ACCOUNT-ID TO WS-ID-ACCOUNT-ID.
043610     MOVE EN-PLAN-ID TO WS-ID-PLAN-ID.
043612     MOVE WS-INT-OPEN-BAL TO WS-ID-OPEN-BAL.
043614     MOVE WS-INT-AMOUNT TO WS-ID-ACCRUED.
043616     MOVE WS-INT-POST TO WS-ID-POSTED.
043618     MOVE WS-ENROLL-BALANCE TO WS-ID-CLOSE-BAL.
043620     MOVE WS-INT-MOVEMENT TO WS-ID-MOVEMENT.
043622     EVALUATE TRUE
043624         WHEN EN-TERMINATED
043626             MOVE "CLOSED" TO WS-ID-NOTE
043628         WHEN WS-INT-POST > ZERO
043630             MOVE "POSTED" TO WS-ID-NOTE
043632         WHEN WS-PT-ANNUAL-RATE (WS-ENROLL-SUB) = ZERO
043634             MOVE "NO RATE" TO WS-ID-NOTE
043636         WHEN OTHER
043638             MOVE SPACES TO WS-ID-NOTE
043640     END-EVALUATE.
043642     MOVE WS-IR-DETAIL-LINE TO IR-RECORD.
043644     WRITE IR-RECORD.
043646     ADD 1 TO WS-IT-ACCOUNTS.
043648     IF WS-INT-POST > ZERO
043650         ADD 1 TO WS-IT-POSTINGS
043652     END-IF.
043654     ADD WS-INT-OPEN-BAL TO WS-IT-OPEN-BAL.
043656     ADD WS-INT-AMOUNT TO WS-IT-ACCRUED.
043658     ADD WS-INT-POST TO WS-IT-POSTED.
043660     ADD WS-ENROLL-BALANCE TO WS-IT-CLOSE-BAL.
043662     ADD WS-CUR-ACCRUED TO WS-IT-UNPOSTED.
043664 6400-EXIT.
043666     EXIT.
043668*----------------------------------------------------------*
043670* 6420-WRITE-LEDGER - THE ENROLLMENT'S PLANLEDG ENTRIES FOR
043672*                     TONIGHT, EACH WITH THE RUNNING BALANCE:
043674*                     OPENING (O) WHEN THE ACCOUNT IS FIRST
043676*                     CARRIED, EACH DEPOSIT (D) AND WITHDRAWAL
043678*                     (W) APPLIED, THEN ANY INTEREST POSTED (I)
043680*----------------------------------------------------------*
043682 6420-WRITE-LEDGER.
043684     MOVE WS-INT-OPEN-BAL TO WS-LEDGER-BAL.
043686     IF LEDGER-OPENING
043688         MOVE SPACES TO PL-RECORD
043690         IF LEDGER-NEW
043692             MOVE EN-ENROLL-DATE TO PL-TRAN-DATE
043694         ELSE
043696             MOVE RUNHDR-DATE TO PL-TRAN-DATE
043698         END-IF
043700         MOVE "O" TO PL-ENTRY-TYPE
043702         MOVE WS-INT-OPEN-BAL TO PL-AMOUNT
043704         PERFORM 6430-PUT-LEDGER THRU 6430-EXIT
043706     END-IF.
043708     PERFORM 6440-POST-TRANS THRU 6440-EXIT
043710         VARYING WS-TRN-SUB FROM 1 BY 1
043712         UNTIL WS-TRN-SUB > WS-TRN-COUNT.
043714     IF WS-INT-POST > ZERO
043716         MOVE SPACES TO PL-RECORD
043718         MOVE RUNHDR-DATE TO PL-TRAN-DATE
043720         MOVE "I" TO PL-ENTRY-TYPE
043722         MOVE WS-INT-POST TO PL-AMOUNT
043724         ADD WS-INT-POST TO WS-LEDGER-BAL
043726         PERFORM 6430-PUT-LEDGER THRU 6430-EXIT
043728     END-IF.
043730 6420-EXIT.
043732     EXIT.
043734*----------------------------------------------------------*
043736* 6430-PUT-LEDGER - COMPLETE AND WRITE ONE PLANLEDG ENTRY
043738*----------------------------------------------------------*
043740 6430-PUT-LEDGER.
043742     MOVE EN-ACCOUNT-ID TO PL-ACCOUNT-ID.
043744     MOVE EN-PLAN-ID TO PL-PLAN-ID.
043746     MOVE WS-LEDGER-BAL TO PL-BALANCE.
043748     MOVE RUNHDR-DATE TO PL-POSTED-DATE.
043750     WRITE PL-RECORD.
043752     ADD 1 TO WS-LEDGER-LINES.
043754 6430-EXIT.
043756     EXIT.
043758*----------------------------------------------------------*
043760* 6440-POST-TRANS - ONE APPLIED TRANSACTION TO THE LEDGER
043762*----------------------------------------------------------*
043764 6440-POST-TRANS.
043766     IF NOT TR-APPLIED (WS-TRN-SUB)
043768         GO TO 6440-EXIT
043770     END-IF.
043772     MOVE SPACES TO PL-RECORD.
043774     MOVE WS-TR-DATE (WS-TRN-SUB) TO PL-TRAN-DATE.
043776     MOVE WS-TR-TYPE (WS-TRN-SUB) TO PL-ENTRY-TYPE.
043778     MOVE WS-TR-AMOUNT (WS-TRN-SUB) TO PL-AMOUNT.
043780     IF TR-DEPOSIT (WS-TRN-SUB)
043782         ADD WS-TR-AMOUNT (WS-TRN-SUB) TO WS-LEDGER-BAL
043784         ADD WS-TR-AMOUNT (WS-TRN-SUB) TO WS-TRN-DEPOSITS
043786     ELSE
043788         SUBTRACT WS-TR-AMOUNT (WS-TRN-SUB) FROM WS-LEDGER-BAL
043790         ADD WS-TR-AMOUNT (WS-TRN-SUB) TO WS-TRN-WITHDRAWALS
043792     END-IF.
043794     PERFORM 6430-PUT-LEDGER THRU 6430-EXIT.
043796     SET TR-POSTED (WS-TRN-SUB) TO TRUE.
043798     ADD 1 TO WS-TRN-POSTED.
043800 6440-EXIT.
043802     EXIT.
043804*----------------------------------------------------------*
043806* 6450-RELEASE-TRANS - A DUPLICATE ENROLLMENT WAS NOT
043808*                      POSTED, SO ITS APPLIED TRANSACTIONS
043810*                      GO BACK TO PENDING
043812*----------------------------------------------------------*
043814 6450-RELEASE-TRANS.
043816     IF TR-APPLIED (WS-TRN-SUB)
043818         SET TR-PENDING (WS-TRN-SUB) TO TRUE
043820     END-IF.
043822 6450-EXIT.
043824     EXIT.
043826*----------------------------------------------------------*
043828* 6500-WRITE-PLAN-REGISTER - ONE REGISTER LINE PER PLAN WITH
043830*                            ENROLLED COUNT AND BALANCE TOTAL
043832*----------------------------------------------------------*
043834 6500-WRITE-PLAN-REGISTER.
043836     MOVE SPACES TO WS-PRINT-LINE.
043838     MOVE WS-PT-PLAN-ID (WS-ENROLL-SUB) TO WS-PG-PLAN-ID.
043840     MOVE WS-PT-PLAN-NAME (WS-ENROLL-SUB) TO WS-PG-PLAN-NAME.
043842     MOVE WS-PT-ENROLL-COUNT (WS-ENROLL-SUB) TO WS-PG-COUNT.
043844     MOVE WS-PT-BAL-TOTAL (WS-ENROLL-SUB) TO WS-PG-BAL-TOTAL.
043846     MOVE WS-PLAN-REG-LINE TO WS-PRINT-LINE.
043848     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
043850 6500-EXIT.
043852     EXIT.
043854*----------------------------------------------------------*
043856* 6600-REJECT-UNMATCHED - A TRANSACTION STILL PENDING AFTER
043858*                         THE LAST ENROLLMENT HAS NO POSTED
043860*                         ENROLLMENT FOR ITS ACCOUNT (P09)
043862*----------------------------------------------------------*
043864 6600-REJECT-UNMATCHED.
043866     IF TR-PENDING (WS-TRN-SUB)
043868         MOVE "P09" TO WS-TRN-REASON
043870         PERFORM 6380-REJECT-TRANS THRU 6380-EXIT
043872     END-IF.
043874 6600-EXIT.
043876     EXIT.
043878*----------------------------------------------------------*
043880* 9000-TERMINATE - CLOSE THE FILES AND WRITE THE RUN LOG
043882*----------------------------------------------------------*
043884 9000-TERMINATE.
043886     PERFORM 8900-END-REPORT THRU 8900-EXIT.
043888     CLOSE PLAN-MASTER.
043890     CLOSE ACCUM-RPT.
043892     MOVE "ACCUM" TO RUNLOG-PROGRAM-ID.
043894     COMPUTE RUNLOG-READ-COUNT =
043896         WS-PARM-READ-COUNT + WS-PLAN-COUNT.
043898     MOVE WS-TOTAL-LINES TO RUNLOG-WRITE-COUNT.
043900     MOVE WS-TRN-REJECTED TO RUNLOG-EXCEPT-COUNT.
043902     MOVE "OK" TO RUNLOG-STATUS.
043904     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
043906 9000-EXIT.
043908     EXIT.
044200*----------------------------------------------------------*
044300* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
044400*                          SHARED PRINT SERVICE, WRITING THE
