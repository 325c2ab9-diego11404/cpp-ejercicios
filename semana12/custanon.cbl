000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     CUSTANON.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - PERSONAL-DATA
001200*                   ANONYMIZATION OF LONG-CLOSED ACCOUNTS UNDER
001300*                   THE DATA-PROTECTION RETENTION POLICY. EVERY
001400*                   CLOSREG ACCOUNT CLOSED LONGER THAN THE
001500*                   ANONPRM RETENTION YEARS, STILL CLOSED ON
001600*                   CUSTMSTR AND NOT YET ON THE PERMANENT
001700*                   ANONREG REGISTER HAS ITS NAME AND THREE
001800*                   ADDRESS LINES REPLACED BY A MASKED
001900*                   PLACEHOLDER ON CUSTMSTR AND ON EVERY STMTHIST
002000*                   STATEMENT. CUSTJRNL AND CUSTAUDT ARE COPIED
002100*                   TO CUSTJRNO AND CUSTAUDO WITH EVERY REGISTERED
002200*                   ACCOUNT'S IMAGES AND AUDIT NAMES MASKED, FOR
002300*                   OPERATIONS TO PROMOTE OVER THE LIVE DATASETS.
002400*                   ACCOUNT IDS, STATUS, DATES AND AMOUNTS ARE
002500*                   KEPT. EACH ACCOUNT ANONYMIZED IS LOGGED ON
002600*                   ANONREG WITH WHAT WAS MASKED WHERE; CUSTRCVR
002700*                   RE-APPLIES THE REGISTER AFTER ANY REBUILD.
002720* 2026-10-15   RT   THE ELECTRONIC DELIVERY ADDRESS IS PERSONAL
002740*                   DATA TOO - IT IS BLANKED AND THE DELIVERY
002760*                   PREFERENCE PUT BACK TO P (PAPER) ON THE
002780*                   MASTER AND IN THE JOURNAL IMAGES.
002785* 2026-10-15   RT   CM-ELEC-ADDR IS NOW 19 BYTES - ITS LAST
002790*                   BYTE BECAME THE RETURNED-MAIL STATUS, WHICH
002795*                   THE MASK LEAVES AS IT IS.
002808* 2026-10-15   RT   RETENTION NOW RUNS FROM THE ACCOUNT'S LATEST
002821*                   CLOSING, NOT THE FIRST ONE ON CLOSREG. A FIRST
002834*                   PASS OVER CUSTJRNL TABLES EVERY ACCOUNT CLOSED
002847*                   AGAIN (A CHANGE TAKING ITS STATUS TO C) WITHIN
002860*                   THE RETENTION PERIOD, AND SUCH AN ACCOUNT IS
002873*                   LEFT AS NOT DUE.
002886*----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL CLOSE-REG ASSIGN TO "CLOSREG"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT OPTIONAL ANON-REG ASSIGN TO "ANONREG"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT OPTIONAL ANON-PARM ASSIGN TO "ANONPRM"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT CUST-MASTER ASSIGN TO "CUSTMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS CM-ACCOUNT-ID.
004500     SELECT STMT-HIST   ASSIGN TO "STMTHIST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS SH-KEY.
004900     SELECT OPTIONAL CUST-JOURNAL ASSIGN TO "CUSTJRNL"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT JRNL-OUT    ASSIGN TO "CUSTJRNO"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT OPTIONAL AUDIT-TRAIL ASSIGN TO "CUSTAUDT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT AUDIT-OUT   ASSIGN TO "CUSTAUDO"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT ANON-RPT    ASSIGN TO "ANONRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900*----------------------------------------------------------*
007000 DATA DIVISION.
007100 FILE SECTION.
007200*
007300* ONE FULLY PROCESSED CLOSURE - WRITTEN BY CLOSCHK
007400*
007500 FD  CLOSE-REG
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  CR-RECORD.
007900     05  CR-ACCOUNT-ID       PIC X(10).
008000     05  CR-CLOSED-DATE      PIC 9(08).
008100     05  CR-PROCESSED-DATE   PIC 9(08).
008200     05  CR-MERGED-INTO      PIC X(10).
008300     05  CR-ENROLL-PLAN-ID   PIC X(04).
008400     05  CR-CLOSE-BALANCE    PIC 9(08).
008500     05  CR-FINAL-INVOICE    PIC 9(08).
008600     05  CR-FINAL-FEE        PIC 9(06)V99.
008700     05  FILLER              PIC X(16).
008800*
008900* ONE ANONYMIZED ACCOUNT - KEPT FOR GOOD AS THE COMPLIANCE
009000* RECORD. MASTER RESULT M = MASKED ON CUSTMSTR, N = NO LONGER
009100* ON CUSTMSTR. THE COUNTS ARE THE STATEMENTS, JOURNAL RECORDS
009200* AND AUDIT LINES MASKED BY THE RUN THAT REGISTERED IT.
009300*
009400 FD  ANON-REG
009500     LABEL RECORDS ARE STANDARD
009600     RECORD CONTAINS 80 CHARACTERS.
009700 01  AR-RECORD.
009800     05  AR-ACCOUNT-ID       PIC X(10).
009900     05  AR-CLOSED-DATE      PIC 9(08).
010000     05  AR-ANON-DATE        PIC 9(08).
010100     05  AR-MASTER-RESULT    PIC X(01).
010200     05  AR-STMT-COUNT       PIC 9(05).
010300     05  AR-JRNL-COUNT       PIC 9(05).
010400     05  AR-AUDIT-COUNT      PIC 9(05).
010500     05  AR-OPERATOR-ID      PIC X(08).
010600     05  FILLER              PIC X(30).
010700*
010800 FD  ANON-PARM
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 80 CHARACTERS.
011100 01  AP-RECORD.
011200     05  AP-RETAIN-YEARS     PIC 9(02).
011300     05  FILLER              PIC X(78).
011400*
011500 FD  CUST-MASTER
011600     LABEL RECORDS ARE STANDARD
011700     RECORD CONTAINS 160 CHARACTERS.
011800 01  CM-RECORD.
011900     05  CM-ACCOUNT-ID       PIC X(10).
012000     05  CM-NAME             PIC X(30).
012100     05  CM-ADDR-LINE-1      PIC X(30).
012200     05  CM-ADDR-LINE-2      PIC X(30).
012300     05  CM-ADDR-LINE-3      PIC X(30).
012400     05  CM-STATUS           PIC X(01).
012500         88  CM-OPEN                 VALUE "O".
012600         88  CM-CLOSED               VALUE "C".
012700         88  CM-SUSPENDED            VALUE "S".
012800     05  CM-OPEN-DATE        PIC 9(08).
012866     05  CM-DELIVERY-PREF    PIC X(01).
012910     05  CM-ELEC-ADDR        PIC X(19).
012954     05  FILLER              PIC X(01).
013000*
013100 FD  STMT-HIST
013200     LABEL RECORDS ARE STANDARD
013300     RECORD CONTAINS 160 CHARACTERS.
013400 01  SH-RECORD.
013500     05  SH-KEY.
013600         10  SH-ACCOUNT-ID   PIC X(10).
013700         10  SH-STMT-DATE    PIC 9(08).
013800     05  SH-NAME             PIC X(30).
013900     05  SH-ADDR-LINE-1      PIC X(30).
014000     05  SH-ADDR-LINE-2      PIC X(30).
014100     05  SH-ADDR-LINE-3      PIC X(30).
014200     05  SH-SUMATORIA        PIC 9(06).
014300     05  FILLER              PIC X(16).
014400*
014500* ONE CUSTMNT MAINTENANCE JOURNAL RECORD - THE IMAGES ARE
014600* CM-RECORDS
014700*
014800 FD  CUST-JOURNAL
014900     LABEL RECORDS ARE STANDARD
015000     RECORD CONTAINS 360 CHARACTERS.
015100 01  JR-RECORD.
015200     05  JR-ACTION           PIC X(01).
015300     05  JR-ACCOUNT-ID       PIC X(10).
015400     05  JR-DATE             PIC 9(08).
015500     05  JR-TIME             PIC 9(06).
015600     05  JR-BEFORE-IMAGE     PIC X(160).
015700     05  JR-AFTER-IMAGE      PIC X(160).
015800     05  FILLER              PIC X(15).
015900*
016000 FD  JRNL-OUT
016100     LABEL RECORDS ARE STANDARD
016200     RECORD CONTAINS 360 CHARACTERS.
016300 01  JO-RECORD               PIC X(360).
016400*
016500 FD  AUDIT-TRAIL
016600     LABEL RECORDS ARE STANDARD
016700     RECORD CONTAINS 80 CHARACTERS.
016800 01  AU-RECORD.
016900     05  AU-TAG              PIC X(08).
017000     05  AU-ACTION           PIC X(01).
017100     05  FILLER              PIC X(01).
017200     05  AU-ACCOUNT-ID       PIC X(10).
017300     05  FILLER              PIC X(01).
017400     05  AU-NAME             PIC X(30).
017500     05  FILLER              PIC X(29).
017600*
017700 FD  AUDIT-OUT
017800     LABEL RECORDS ARE STANDARD
017900     RECORD CONTAINS 80 CHARACTERS.
018000 01  AO-RECORD               PIC X(80).
018100*
018200 FD  ANON-RPT
018300     LABEL RECORDS ARE STANDARD
018400     RECORD CONTAINS 80 CHARACTERS.
018500 01  AN-RECORD               PIC X(80).
018600*
018700 FD  RUN-LOG
018800     LABEL RECORDS ARE STANDARD
018900     RECORD CONTAINS 80 CHARACTERS.
019000 01  RL-RECORD               PIC X(80).
019100*
019200 FD  BUS-DATE-PARM
019300     LABEL RECORDS ARE STANDARD
019400     RECORD CONTAINS 80 CHARACTERS.
019500 01  BD-RECORD.
019600     05  BD-BUSINESS-DATE    PIC 9(08).
019700     05  FILLER              PIC X(72).
019800*
019900 FD  OPER-CARD
020000     LABEL RECORDS ARE STANDARD
020100     RECORD CONTAINS 80 CHARACTERS.
020200 01  OC-RECORD.
020300     05  OC-OPERATOR-ID      PIC X(08).
020400     05  FILLER              PIC X(72).
020500*
020600 FD  OPER-AUTH
020700     LABEL RECORDS ARE STANDARD
020800     RECORD CONTAINS 80 CHARACTERS.
020900 01  OA-RECORD.
021000     05  OA-OPERATOR-ID      PIC X(08).
021100     05  OA-NAME             PIC X(20).
021200     05  OA-ACTIVE           PIC X(01).
021300     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
021400     05  FILLER              PIC X(11).
021500*
021600 FD  OPER-LOG
021700     LABEL RECORDS ARE STANDARD
021800     RECORD CONTAINS 80 CHARACTERS.
021900 01  OL-RECORD               PIC X(80).
022000*----------------------------------------------------------*
022100 WORKING-STORAGE SECTION.
022200     COPY RUNHDR.
022300     COPY RUNLOG.
022400     COPY OPERAUTH.
022500     COPY PRTSRV.
022600 01  WS-PRINT-LINE           PIC X(80).
022700 01  WS-HDG-SUB              PIC 9(01) COMP.
022800*
022900 01  WS-SWITCHES.
023000     05  WS-REG-EOF-SW       PIC X(01) VALUE "N".
023100         88  EOF-CLOSE-REG           VALUE "Y".
023200     05  WS-ANON-EOF-SW      PIC X(01) VALUE "N".
023300         88  EOF-ANON-REG            VALUE "Y".
023400     05  WS-JRNL-EOF-SW      PIC X(01) VALUE "N".
023500         88  EOF-CUST-JOURNAL        VALUE "Y".
023600     05  WS-AUDT-EOF-SW      PIC X(01) VALUE "N".
023700         88  EOF-AUDIT-TRAIL         VALUE "Y".
023800     05  WS-HIST-EOF-SW      PIC X(01) VALUE "N".
023900         88  END-OF-ACCOUNT-HIST     VALUE "Y".
024000     05  WS-FOUND-SW         PIC X(01) VALUE "N".
024100         88  ENTRY-FOUND             VALUE "Y".
024200*
024300 01  WS-RETAIN-YEARS         PIC 9(02) VALUE 7.
024400 01  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
024500 01  WS-SEARCH-ACCOUNT-ID    PIC X(10) VALUE SPACES.
024600*
024700* THE PLACEHOLDER THAT REPLACES A NAME OR ADDRESS LINE
024800*
024900 01  WS-MASK-TEXT            PIC X(30) VALUE
025000     "*** ANONYMIZED ***".
025100*
025200 01  WS-COUNTERS.
025300     05  WS-REG-READ         PIC 9(05) COMP VALUE ZERO.
025400     05  WS-NOT-DUE          PIC 9(05) COMP VALUE ZERO.
025500     05  WS-ALREADY-DONE     PIC 9(05) COMP VALUE ZERO.
025600     05  WS-REOPENED         PIC 9(05) COMP VALUE ZERO.
025700     05  WS-REWRITE-FAILED   PIC 9(05) COMP VALUE ZERO.
025800     05  WS-JRNL-READ        PIC 9(07) COMP VALUE ZERO.
025900     05  WS-JRNL-MASKED      PIC 9(07) COMP VALUE ZERO.
026000     05  WS-AUDT-READ        PIC 9(07) COMP VALUE ZERO.
026100     05  WS-AUDT-MASKED      PIC 9(07) COMP VALUE ZERO.
026200     05  WS-STMT-MASKED      PIC 9(07) COMP VALUE ZERO.
026300*
026400* EVERY ANONYMIZED ACCOUNT - THOSE ON ANONREG AND THOSE
026500* ANONYMIZED BY THIS RUN (NEW = Y), WITH WHAT THIS RUN MASKED
026600*
026700 01  WS-ANON-MAX             PIC 9(04) COMP VALUE 5000.
026800 01  WS-ANON-COUNT           PIC 9(04) COMP VALUE ZERO.
026900 01  WS-NEW-COUNT            PIC 9(04) COMP VALUE ZERO.
027000 01  WS-ANON-SUB             PIC 9(04) COMP VALUE ZERO.
027100 01  WS-ANON-TABLE.
027200     05  WS-AN-ENTRY OCCURS 5000 TIMES.
027300         10  WS-AN-ACCOUNT-ID    PIC X(10).
027400         10  WS-AN-NEW-SW        PIC X(01).
027500             88  WS-AN-NEW               VALUE "Y".
027600         10  WS-AN-CLOSED-DATE   PIC 9(08).
027700         10  WS-AN-MASTER-RESULT PIC X(01).
027800         10  WS-AN-STMTS         PIC 9(05) COMP.
027900         10  WS-AN-JRNL          PIC 9(05) COMP.
028000         10  WS-AN-AUDIT         PIC 9(05) COMP.
028100*
028109* ACCOUNTS CUSTJRNL SHOWS CLOSED ON OR AFTER THE CUT-OFF DATE -
028118* STILL WITHIN THE RETENTION PERIOD, WHATEVER CLOSREG SAYS
028127*
028136 01  WS-RECENT-MAX           PIC 9(04) COMP VALUE 5000.
028145 01  WS-RECENT-COUNT         PIC 9(04) COMP VALUE ZERO.
028154 01  WS-RECENT-SUB           PIC 9(04) COMP VALUE ZERO.
028163 01  WS-RECENT-TABLE.
028172     05  WS-RC-ACCOUNT-ID    PIC X(10) OCCURS 5000 TIMES.
028181 01  WS-BEFORE-STATUS        PIC X(01) VALUE SPACE.
028190*
028200* A JOURNAL BEFORE OR AFTER IMAGE, LAID OUT AS CM-RECORD
028300*
028400 01  WS-IMAGE.
028500     05  WS-IM-ACCOUNT-ID    PIC X(10).
028600     05  WS-IM-NAME          PIC X(30).
028700     05  WS-IM-ADDR-LINE-1   PIC X(30).
028800     05  WS-IM-ADDR-LINE-2   PIC X(30).
028900     05  WS-IM-ADDR-LINE-3   PIC X(30).
028933     05  WS-IM-STATUS        PIC X(01).
028966     05  FILLER              PIC X(08).
029000     05  WS-IM-DELIVERY-PREF PIC X(01).
029033     05  WS-IM-ELEC-ADDR     PIC X(19).
029066     05  FILLER              PIC X(01).
029100*
029200 01  WS-PAGE-HEADER-1.
029300     05  FILLER              PIC X(40) VALUE
029400         "PERSONAL-DATA ANONYMIZATION".
029500     05  FILLER              PIC X(40) VALUE SPACES.
029600*
029700 01  WS-PAGE-HEADER-2.
029800     05  FILLER              PIC X(11) VALUE "ACCOUNT".
029900     05  FILLER              PIC X(11) VALUE "CLOSED".
030000     05  FILLER              PIC X(13) VALUE "CUSTMSTR".
030100     05  FILLER              PIC X(07) VALUE "  STMTS".
030200     05  FILLER              PIC X(07) VALUE "   JRNL".
030300     05  FILLER              PIC X(31) VALUE "  AUDIT".
030400*
030500 01  WS-CUTOFF-LINE.
030600     05  FILLER              PIC X(10) VALUE "RETENTION ".
030700     05  WS-CL-YEARS         PIC Z9.
030800     05  FILLER              PIC X(32) VALUE
030900         " YEARS - ACCOUNTS CLOSED BEFORE ".
031000     05  WS-CL-CUTOFF        PIC 9999/99/99.
031100     05  FILLER              PIC X(26) VALUE SPACES.
031200*
031300 01  WS-ANON-LINE.
031400     05  WS-AL-ACCOUNT-ID    PIC X(10).
031500     05  FILLER              PIC X(01) VALUE SPACE.
031600     05  WS-AL-CLOSED-DATE   PIC 9999/99/99.
031700     05  FILLER              PIC X(01) VALUE SPACE.
031800     05  WS-AL-MASTER        PIC X(13).
031900     05  WS-AL-STMTS         PIC ZZZZZZ9.
032000     05  WS-AL-JRNL          PIC ZZZZZZ9.
032100     05  WS-AL-AUDIT         PIC ZZZZZZ9.
032200     05  FILLER              PIC X(24) VALUE SPACES.
032300*
032400 01  WS-SKIP-LINE.
032500     05  WS-SK-ACCOUNT-ID    PIC X(10).
032600     05  FILLER              PIC X(01) VALUE SPACE.
032700     05  WS-SK-CLOSED-DATE   PIC 9999/99/99.
032800     05  FILLER              PIC X(01) VALUE SPACE.
032900     05  FILLER              PIC X(10) VALUE "SKIPPED - ".
033000     05  WS-SK-REASON        PIC X(30).
033100     05  FILLER              PIC X(18) VALUE SPACES.
033200*
033300 01  WS-SUMMARY-LINE-1.
033400     05  FILLER              PIC X(09) VALUE "CLOSURES:".
033500     05  WS-SM-REG-READ      PIC ZZZZ9.
033600     05  FILLER              PIC X(09) VALUE " NOT DUE:".
033700     05  WS-SM-NOT-DUE       PIC ZZZZ9.
033800     05  FILLER              PIC X(09) VALUE " ALREADY:".
033900     05  WS-SM-ALREADY       PIC ZZZZ9.
034000     05  FILLER              PIC X(10) VALUE " REOPENED:".
034100     05  WS-SM-REOPENED      PIC ZZZZ9.
034200     05  FILLER              PIC X(12) VALUE " ANONYMIZED:".
034300     05  WS-SM-NEW           PIC ZZZZ9.
034400     05  FILLER              PIC X(06) VALUE SPACES.
034500*
034600 01  WS-SUMMARY-LINE-2.
034700     05  FILLER              PIC X(17) VALUE "STATEMENTS MASKED".
034800     05  WS-SM-STMTS         PIC ZZZZZZ9.
034900     05  FILLER              PIC X(14) VALUE " JOURNAL READ:".
035000     05  WS-SM-JRNL-READ     PIC ZZZZZZ9.
035100     05  FILLER              PIC X(08) VALUE " MASKED:".
035200     05  WS-SM-JRNL-MASKED   PIC ZZZZZZ9.
035300     05  FILLER              PIC X(20) VALUE SPACES.
035400*
035500 01  WS-SUMMARY-LINE-3.
035600     05  FILLER              PIC X(17) VALUE "AUDIT LINES READ:".
035700     05  WS-SM-AUDT-READ     PIC ZZZZZZ9.
035800     05  FILLER              PIC X(08) VALUE " MASKED:".
035900     05  WS-SM-AUDT-MASKED   PIC ZZZZZZ9.
036000     05  FILLER              PIC X(41) VALUE SPACES.
036100*----------------------------------------------------------*
036200 PROCEDURE DIVISION.
036300 0000-MAINLINE.
036400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036500     PERFORM 2000-SELECT-CLOSURES THRU 2000-EXIT
036600         UNTIL EOF-CLOSE-REG.
036700     PERFORM 3000-MASK-STATEMENTS THRU 3000-EXIT
036800         VARYING WS-ANON-SUB FROM 1 BY 1
036900         UNTIL WS-ANON-SUB > WS-ANON-COUNT.
037000     PERFORM 4000-COPY-JOURNAL THRU 4000-EXIT
037100         UNTIL EOF-CUST-JOURNAL.
037200     PERFORM 5000-COPY-AUDIT THRU 5000-EXIT
037300         UNTIL EOF-AUDIT-TRAIL.
037400     OPEN EXTEND ANON-REG.
037500     PERFORM 6000-REGISTER-ACCOUNT THRU 6000-EXIT
037600         VARYING WS-ANON-SUB FROM 1 BY 1
037700         UNTIL WS-ANON-SUB > WS-ANON-COUNT.
037800     CLOSE ANON-REG.
037900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
038000     GOBACK.
038100*----------------------------------------------------------*
038200* 1000-INITIALIZE - RETENTION AND CUT-OFF DATE, THE REGISTER
038275*                   OF ACCOUNTS ALREADY ANONYMIZED, THE RECENT
038350*                   CLOSINGS ON CUSTJRNL, FILES AND THE RUN
038425*                   HEADER
038500*----------------------------------------------------------*
038600 1000-INITIALIZE.
038700     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
038800     MOVE "CUSTANON" TO OPERAUTH-CALLER.
038900     PERFORM OPERAUTH-VALIDATE
039000         THRU OPERAUTH-VALIDATE-EXIT.
039100     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
039200     PERFORM 1100-READ-ANON-PARM THRU 1100-EXIT.
039300     OPEN OUTPUT ANON-RPT.
039400     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
039500     COMPUTE WS-CUTOFF-DATE =
039600         RUNHDR-DATE - (WS-RETAIN-YEARS * 10000).
039700     MOVE WS-RETAIN-YEARS TO WS-CL-YEARS.
039800     MOVE WS-CUTOFF-DATE TO WS-CL-CUTOFF.
039900     MOVE WS-CUTOFF-LINE TO WS-PRINT-LINE.
040000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
040100     MOVE SPACES TO WS-PRINT-LINE.
040200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
040300     OPEN INPUT ANON-REG.
040400     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT
040500         UNTIL EOF-ANON-REG.
040600     CLOSE ANON-REG.
040616     OPEN INPUT CUST-JOURNAL.
040632     PERFORM 1300-NOTE-CLOSING THRU 1300-EXIT
040648         UNTIL EOF-CUST-JOURNAL.
040664     CLOSE CUST-JOURNAL.
040680     MOVE "N" TO WS-JRNL-EOF-SW.
040700     OPEN INPUT CLOSE-REG.
040800     OPEN I-O CUST-MASTER.
040900     OPEN I-O STMT-HIST.
041000     OPEN INPUT CUST-JOURNAL.
041100     OPEN OUTPUT JRNL-OUT.
041200     OPEN INPUT AUDIT-TRAIL.
041300     OPEN OUTPUT AUDIT-OUT.
041400 1000-EXIT.
041500     EXIT.
041600*----------------------------------------------------------*
041700* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
041800*----------------------------------------------------------*
041900 1050-PRINT-RUN-HEADER.
042000     MOVE "CUSTANON" TO RUNHDR-JOB-NAME.
042100     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
042200     MOVE "I" TO PRTSRV-FUNCTION.
042300     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
042400     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
042500     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
042600     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
042700     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
042800     CALL "PRTSRV" USING PRTSRV-CONTROL.
042900 1050-EXIT.
043000     EXIT.
043100*----------------------------------------------------------*
043200* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
043300*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
043400*                      RULES WHEN THE CARD IS ABSENT)
043500*----------------------------------------------------------*
043600 1090-READ-BUS-DATE.
043700     OPEN INPUT BUS-DATE-PARM.
043800     READ BUS-DATE-PARM
043900         AT END
044000             CONTINUE
044100         NOT AT END
044200             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
044300     END-READ.
044400     CLOSE BUS-DATE-PARM.
044500 1090-EXIT.
044600     EXIT.
044700*----------------------------------------------------------*
044800* 1100-READ-ANON-PARM - RETENTION YEARS AFTER CLOSURE FROM THE
044900*                       OPTIONAL ANONPRM CARD (DEFAULT 7)
045000*----------------------------------------------------------*
045100 1100-READ-ANON-PARM.
045200     OPEN INPUT ANON-PARM.
045300     READ ANON-PARM
045400         AT END
045500             CONTINUE
045600         NOT AT END
045700             IF AP-RETAIN-YEARS NUMERIC
045800                 AND AP-RETAIN-YEARS > ZERO
045900                 MOVE AP-RETAIN-YEARS TO WS-RETAIN-YEARS
046000             END-IF
046100     END-READ.
046200     CLOSE ANON-PARM.
046300 1100-EXIT.
046400     EXIT.
046500*----------------------------------------------------------*
046600* 1200-LOAD-REGISTER - ONE ALREADY-ANONYMIZED ACCOUNT INTO THE
046700*                      TABLE
046800*----------------------------------------------------------*
046900 1200-LOAD-REGISTER.
047000     READ ANON-REG
047100         AT END
047200             SET EOF-ANON-REG TO TRUE
047300             GO TO 1200-EXIT
047400     END-READ.
047500     PERFORM 1250-ADD-ENTRY THRU 1250-EXIT.
047600     MOVE AR-ACCOUNT-ID TO WS-AN-ACCOUNT-ID (WS-ANON-COUNT).
047700     MOVE "N" TO WS-AN-NEW-SW (WS-ANON-COUNT).
047800     MOVE AR-CLOSED-DATE TO WS-AN-CLOSED-DATE (WS-ANON-COUNT).
047900     MOVE AR-MASTER-RESULT
048000         TO WS-AN-MASTER-RESULT (WS-ANON-COUNT).
048100 1200-EXIT.
048200     EXIT.
048300*----------------------------------------------------------*
048400* 1250-ADD-ENTRY - ROOM FOR ONE MORE ACCOUNT IN THE TABLE,
048500*                  STOPPING RC 12 WHEN IT IS FULL
048600*----------------------------------------------------------*
048700 1250-ADD-ENTRY.
048800     IF WS-ANON-COUNT NOT < WS-ANON-MAX
048900         DISPLAY "CUSTANON: MORE THAN " WS-ANON-MAX
049000             " ANONYMIZED ACCOUNTS - ANONYMIZATION TABLE FULL"
049100         MOVE 12 TO RETURN-CODE
049200         STOP RUN
049300     END-IF.
049400     ADD 1 TO WS-ANON-COUNT.
049500     MOVE ZERO TO WS-AN-STMTS (WS-ANON-COUNT).
049600     MOVE ZERO TO WS-AN-JRNL (WS-ANON-COUNT).
049700     MOVE ZERO TO WS-AN-AUDIT (WS-ANON-COUNT).
049800 1250-EXIT.
049900     EXIT.
050000*----------------------------------------------------------*
050001* 1300-NOTE-CLOSING - ONE CUSTJRNL RECORD: A CHANGE TAKING AN
050002*                     ACCOUNT'S STATUS TO C ON OR AFTER THE
050003*                     CUT-OFF DATE TABLES THE ACCOUNT
050004*----------------------------------------------------------*
050005 1300-NOTE-CLOSING.
050006     READ CUST-JOURNAL
050007         AT END
050008             SET EOF-CUST-JOURNAL TO TRUE
050009             GO TO 1300-EXIT
050010     END-READ.
050011     IF JR-ACTION NOT = "C"
050012         OR JR-DATE < WS-CUTOFF-DATE
050013         GO TO 1300-EXIT
050014     END-IF.
050015     MOVE JR-BEFORE-IMAGE TO WS-IMAGE.
050016     MOVE WS-IM-STATUS TO WS-BEFORE-STATUS.
050017     MOVE JR-AFTER-IMAGE TO WS-IMAGE.
050018     IF WS-IM-STATUS NOT = "C"
050019         OR WS-BEFORE-STATUS = "C"
050020         GO TO 1300-EXIT
050021     END-IF.
050022     MOVE JR-ACCOUNT-ID TO WS-SEARCH-ACCOUNT-ID.
050023     PERFORM 1400-FIND-RECENT THRU 1400-EXIT.
050024     IF ENTRY-FOUND
050025         GO TO 1300-EXIT
050026     END-IF.
050027     IF WS-RECENT-COUNT NOT < WS-RECENT-MAX
050028         DISPLAY "CUSTANON: MORE THAN " WS-RECENT-MAX
050029             " RECENT CLOSINGS - CLOSING TABLE FULL"
050030         MOVE 12 TO RETURN-CODE
050031         STOP RUN
050032     END-IF.
050033     ADD 1 TO WS-RECENT-COUNT.
050034     MOVE JR-ACCOUNT-ID TO WS-RC-ACCOUNT-ID (WS-RECENT-COUNT).
050035 1300-EXIT.
050036     EXIT.
050037*----------------------------------------------------------*
050038* 1400-FIND-RECENT - WS-SEARCH-ACCOUNT-ID IN THE RECENT
050039*                    CLOSINGS TABLE
050040*----------------------------------------------------------*
050041 1400-FIND-RECENT.
050042     MOVE "N" TO WS-FOUND-SW.
050043     PERFORM 1450-SCAN-RECENT THRU 1450-EXIT
050044         VARYING WS-RECENT-SUB FROM 1 BY 1
050045         UNTIL ENTRY-FOUND
050046         OR WS-RECENT-SUB > WS-RECENT-COUNT.
050047 1400-EXIT.
050048     EXIT.
050049*----------------------------------------------------------*
050050* 1450-SCAN-RECENT - ONE PROBE OF THE RECENT CLOSINGS TABLE
050051*----------------------------------------------------------*
050052 1450-SCAN-RECENT.
050053     IF WS-RC-ACCOUNT-ID (WS-RECENT-SUB) = WS-SEARCH-ACCOUNT-ID
050054         SET ENTRY-FOUND TO TRUE
050055     END-IF.
050056 1450-EXIT.
050057     EXIT.
050058*----------------------------------------------------------*
050100* 2000-SELECT-CLOSURES - ONE CLOSREG CLOSURE. ONE CLOSED
050200*                        WITHIN THE RETENTION PERIOD, OR
050300*                        ALREADY ANONYMIZED, IS PASSED OVER; ONE
050400*                        REOPENED SINCE IS REPORTED AND LEFT.
050500*                        AN ACCOUNT NO LONGER ON CUSTMSTR STILL
050550*                        HAS ITS HISTORY ANONYMIZED. AN
050600*                        ACCOUNT CLOSED AGAIN WITHIN THE
050650*                        PERIOD IS NOT DUE YET.
050700*----------------------------------------------------------*
050800 2000-SELECT-CLOSURES.
050900     READ CLOSE-REG
051000         AT END
051100             SET EOF-CLOSE-REG TO TRUE
051200             GO TO 2000-EXIT
051300     END-READ.
051400     ADD 1 TO WS-REG-READ.
051500     IF CR-CLOSED-DATE NOT < WS-CUTOFF-DATE
051600         ADD 1 TO WS-NOT-DUE
051700         GO TO 2000-EXIT
051800     END-IF.
051900     MOVE CR-ACCOUNT-ID TO WS-SEARCH-ACCOUNT-ID.
051916     PERFORM 1400-FIND-RECENT THRU 1400-EXIT.
051932     IF ENTRY-FOUND
051948         ADD 1 TO WS-NOT-DUE
051964         GO TO 2000-EXIT
051980     END-IF.
052000     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
052100     IF ENTRY-FOUND
052200         ADD 1 TO WS-ALREADY-DONE
052300         GO TO 2000-EXIT
052400     END-IF.
052500     MOVE CR-ACCOUNT-ID TO CM-ACCOUNT-ID.
052600     READ CUST-MASTER
052700         INVALID KEY
052800             PERFORM 2200-ADD-ANONYMIZED THRU 2200-EXIT
052900             MOVE "N" TO WS-AN-MASTER-RESULT (WS-ANON-COUNT)
053000             GO TO 2000-EXIT
053100     END-READ.
053200     IF NOT CM-CLOSED
053300         ADD 1 TO WS-REOPENED
053400         MOVE "REOPENED SINCE CLOSURE" TO WS-SK-REASON
053500         PERFORM 2400-REPORT-SKIP THRU 2400-EXIT
053600         GO TO 2000-EXIT
053700     END-IF.
053800     MOVE WS-MASK-TEXT TO CM-NAME.
053900     MOVE WS-MASK-TEXT TO CM-ADDR-LINE-1.
054000     MOVE WS-MASK-TEXT TO CM-ADDR-LINE-2.
054100     MOVE WS-MASK-TEXT TO CM-ADDR-LINE-3.
054133     MOVE "P" TO CM-DELIVERY-PREF.
054166     MOVE SPACES TO CM-ELEC-ADDR.
054200     REWRITE CM-RECORD
054300         INVALID KEY
054400             ADD 1 TO WS-REWRITE-FAILED
054500             MOVE "CUSTMSTR REWRITE FAILED" TO WS-SK-REASON
054600             PERFORM 2400-REPORT-SKIP THRU 2400-EXIT
054700             GO TO 2000-EXIT
054800     END-REWRITE.
054900     PERFORM 2200-ADD-ANONYMIZED THRU 2200-EXIT.
055000     MOVE "M" TO WS-AN-MASTER-RESULT (WS-ANON-COUNT).
055100 2000-EXIT.
055200     EXIT.
055300*----------------------------------------------------------*
055400* 2200-ADD-ANONYMIZED - TABLE THE CLOSURE AS ANONYMIZED BY
055500*                       THIS RUN
055600*----------------------------------------------------------*
055700 2200-ADD-ANONYMIZED.
055800     PERFORM 1250-ADD-ENTRY THRU 1250-EXIT.
055900     ADD 1 TO WS-NEW-COUNT.
056000     MOVE CR-ACCOUNT-ID TO WS-AN-ACCOUNT-ID (WS-ANON-COUNT).
056100     MOVE "Y" TO WS-AN-NEW-SW (WS-ANON-COUNT).
056200     MOVE CR-CLOSED-DATE TO WS-AN-CLOSED-DATE (WS-ANON-COUNT).
056300 2200-EXIT.
056400     EXIT.
056500*----------------------------------------------------------*
056600* 2400-REPORT-SKIP - REPORT LINE FOR A CLOSURE NOT ANONYMIZED
056700*----------------------------------------------------------*
056800 2400-REPORT-SKIP.
056900     MOVE CR-ACCOUNT-ID TO WS-SK-ACCOUNT-ID.
057000     MOVE CR-CLOSED-DATE TO WS-SK-CLOSED-DATE.
057100     MOVE WS-SKIP-LINE TO WS-PRINT-LINE.
057200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
057300 2400-EXIT.
057400     EXIT.
057500*----------------------------------------------------------*
057600* 3000-MASK-STATEMENTS - EVERY STMTHIST STATEMENT OF AN
057700*                        ACCOUNT ANONYMIZED BY THIS RUN
057800*----------------------------------------------------------*
057900 3000-MASK-STATEMENTS.
058000     IF NOT WS-AN-NEW (WS-ANON-SUB)
058100         GO TO 3000-EXIT
058200     END-IF.
058300     MOVE "N" TO WS-HIST-EOF-SW.
058400     MOVE WS-AN-ACCOUNT-ID (WS-ANON-SUB) TO SH-ACCOUNT-ID.
058500     MOVE ZERO TO SH-STMT-DATE.
058600     START STMT-HIST KEY IS NOT LESS THAN SH-KEY
058700         INVALID KEY
058800             SET END-OF-ACCOUNT-HIST TO TRUE
058900     END-START.
059000     PERFORM 3100-MASK-STATEMENT THRU 3100-EXIT
059100         UNTIL END-OF-ACCOUNT-HIST.
059200 3000-EXIT.
059300     EXIT.
059400*----------------------------------------------------------*
059500* 3100-MASK-STATEMENT - ONE STATEMENT: NAME AND ADDRESS
059600*                       MASKED, BALANCE LEFT AS IT IS
059700*----------------------------------------------------------*
059800 3100-MASK-STATEMENT.
059900     READ STMT-HIST NEXT RECORD
060000         AT END
060100             SET END-OF-ACCOUNT-HIST TO TRUE
060200             GO TO 3100-EXIT
060300     END-READ.
060400     IF SH-ACCOUNT-ID NOT = WS-AN-ACCOUNT-ID (WS-ANON-SUB)
060500         SET END-OF-ACCOUNT-HIST TO TRUE
060600         GO TO 3100-EXIT
060700     END-IF.
060800     MOVE WS-MASK-TEXT TO SH-NAME.
060900     MOVE WS-MASK-TEXT TO SH-ADDR-LINE-1.
061000     MOVE WS-MASK-TEXT TO SH-ADDR-LINE-2.
061100     MOVE WS-MASK-TEXT TO SH-ADDR-LINE-3.
061200     REWRITE SH-RECORD
061300         INVALID KEY
061400             ADD 1 TO WS-REWRITE-FAILED
061500             DISPLAY "CUSTANON: STMTHIST REWRITE FAILED FOR "
061600                 SH-KEY
061700         NOT INVALID KEY
061800             ADD 1 TO WS-AN-STMTS (WS-ANON-SUB)
061900             ADD 1 TO WS-STMT-MASKED
062000     END-REWRITE.
062100 3100-EXIT.
062200     EXIT.
062300*----------------------------------------------------------*
062400* 4000-COPY-JOURNAL - ONE CUSTJRNL RECORD TO CUSTJRNO, ITS
062500*                     IMAGES MASKED WHEN THE ACCOUNT IS
062600*                     ANONYMIZED
062700*----------------------------------------------------------*
062800 4000-COPY-JOURNAL.
062900     READ CUST-JOURNAL
063000         AT END
063100             SET EOF-CUST-JOURNAL TO TRUE
063200             GO TO 4000-EXIT
063300     END-READ.
063400     ADD 1 TO WS-JRNL-READ.
063500     MOVE JR-ACCOUNT-ID TO WS-SEARCH-ACCOUNT-ID.
063600     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
063700     IF ENTRY-FOUND
063800         MOVE JR-BEFORE-IMAGE TO WS-IMAGE
063900         PERFORM 4100-MASK-IMAGE THRU 4100-EXIT
064000         MOVE WS-IMAGE TO JR-BEFORE-IMAGE
064100         MOVE JR-AFTER-IMAGE TO WS-IMAGE
064200         PERFORM 4100-MASK-IMAGE THRU 4100-EXIT
064300         MOVE WS-IMAGE TO JR-AFTER-IMAGE
064400         ADD 1 TO WS-JRNL-MASKED
064500         ADD 1 TO WS-AN-JRNL (WS-ANON-SUB)
064600     END-IF.
064700     MOVE JR-RECORD TO JO-RECORD.
064800     WRITE JO-RECORD.
064900 4000-EXIT.
065000     EXIT.
065100*----------------------------------------------------------*
065200* 4100-MASK-IMAGE - NAME AND ADDRESS OF ONE IMAGE MASKED; THE
065300*                   EMPTY IMAGE OF AN ADD OR DELETE STAYS
065400*                   EMPTY
065500*----------------------------------------------------------*
065600 4100-MASK-IMAGE.
065700     IF WS-IMAGE = SPACES
065800         GO TO 4100-EXIT
065900     END-IF.
066000     MOVE WS-MASK-TEXT TO WS-IM-NAME.
066100     MOVE WS-MASK-TEXT TO WS-IM-ADDR-LINE-1.
066200     MOVE WS-MASK-TEXT TO WS-IM-ADDR-LINE-2.
066300     MOVE WS-MASK-TEXT TO WS-IM-ADDR-LINE-3.
066333     MOVE "P" TO WS-IM-DELIVERY-PREF.
066366     MOVE SPACES TO WS-IM-ELEC-ADDR.
066400 4100-EXIT.
066500     EXIT.
066600*----------------------------------------------------------*
066700* 5000-COPY-AUDIT - ONE CUSTAUDT LINE TO CUSTAUDO. THE NAME ON
066800*                   A BEFORE, AFTER OR REJECT LINE FOR AN
066900*                   ANONYMIZED ACCOUNT IS MASKED; APPROVAL AND
067000*                   CONTROL LINES CARRY NO NAME.
067100*----------------------------------------------------------*
067200 5000-COPY-AUDIT.
067300     READ AUDIT-TRAIL
067400         AT END
067500             SET EOF-AUDIT-TRAIL TO TRUE
067600             GO TO 5000-EXIT
067700     END-READ.
067800     ADD 1 TO WS-AUDT-READ.
067900     IF AU-TAG NOT = "BEFORE: "
068000         AND AU-TAG NOT = "AFTER:  "
068100         AND AU-TAG NOT = "REJECT: "
068200         GO TO 5000-WRITE
068300     END-IF.
068400     MOVE AU-ACCOUNT-ID TO WS-SEARCH-ACCOUNT-ID.
068500     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
068600     IF ENTRY-FOUND
068700         MOVE WS-MASK-TEXT TO AU-NAME
068800         ADD 1 TO WS-AUDT-MASKED
068900         ADD 1 TO WS-AN-AUDIT (WS-ANON-SUB)
069000     END-IF.
069100 5000-WRITE.
069200     MOVE AU-RECORD TO AO-RECORD.
069300     WRITE AO-RECORD.
069400 5000-EXIT.
069500     EXIT.
069600*----------------------------------------------------------*
069700* 6000-REGISTER-ACCOUNT - AN ACCOUNT ANONYMIZED BY THIS RUN
069800*                         GOES ON ANONREG AND THE REPORT
069900*----------------------------------------------------------*
070000 6000-REGISTER-ACCOUNT.
070100     IF NOT WS-AN-NEW (WS-ANON-SUB)
070200         GO TO 6000-EXIT
070300     END-IF.
070400     MOVE SPACES TO AR-RECORD.
070500     MOVE WS-AN-ACCOUNT-ID (WS-ANON-SUB) TO AR-ACCOUNT-ID.
070600     MOVE WS-AN-CLOSED-DATE (WS-ANON-SUB) TO AR-CLOSED-DATE.
070700     MOVE RUNHDR-DATE TO AR-ANON-DATE.
070800     MOVE WS-AN-MASTER-RESULT (WS-ANON-SUB) TO AR-MASTER-RESULT.
070900     MOVE WS-AN-STMTS (WS-ANON-SUB) TO AR-STMT-COUNT.
071000     MOVE WS-AN-JRNL (WS-ANON-SUB) TO AR-JRNL-COUNT.
071100     MOVE WS-AN-AUDIT (WS-ANON-SUB) TO AR-AUDIT-COUNT.
071200     MOVE OPERAUTH-ID TO AR-OPERATOR-ID.
071300     WRITE AR-RECORD.
071400     MOVE WS-AN-ACCOUNT-ID (WS-ANON-SUB) TO WS-AL-ACCOUNT-ID.
071500     MOVE WS-AN-CLOSED-DATE (WS-ANON-SUB) TO WS-AL-CLOSED-DATE.
071600     IF WS-AN-MASTER-RESULT (WS-ANON-SUB) = "M"
071700         MOVE "MASKED" TO WS-AL-MASTER
071800     ELSE
071900         MOVE "NOT ON FILE" TO WS-AL-MASTER
072000     END-IF.
072100     MOVE WS-AN-STMTS (WS-ANON-SUB) TO WS-AL-STMTS.
072200     MOVE WS-AN-JRNL (WS-ANON-SUB) TO WS-AL-JRNL.
072300     MOVE WS-AN-AUDIT (WS-ANON-SUB) TO WS-AL-AUDIT.
072400     MOVE WS-ANON-LINE TO WS-PRINT-LINE.
072500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
072600 6000-EXIT.
072700     EXIT.
072800*----------------------------------------------------------*
072900* 7000-FIND-ACCOUNT - WS-SEARCH-ACCOUNT-ID IN THE
073000*                     ANONYMIZATION TABLE; WS-ANON-SUB IS LEFT
073100*                     ON THE ENTRY WHEN FOUND
073200*----------------------------------------------------------*
073300 7000-FIND-ACCOUNT.
073400     MOVE "N" TO WS-FOUND-SW.
073500     PERFORM 7050-SCAN-ACCOUNT THRU 7050-EXIT
073600         VARYING WS-ANON-SUB FROM 1 BY 1
073700         UNTIL ENTRY-FOUND
073800         OR WS-ANON-SUB > WS-ANON-COUNT.
073900     IF ENTRY-FOUND
074000         SUBTRACT 1 FROM WS-ANON-SUB
074100     END-IF.
074200 7000-EXIT.
074300     EXIT.
074400*----------------------------------------------------------*
074500* 7050-SCAN-ACCOUNT - ONE PROBE OF THE ANONYMIZATION TABLE
074600*----------------------------------------------------------*
074700 7050-SCAN-ACCOUNT.
074800     IF WS-AN-ACCOUNT-ID (WS-ANON-SUB) = WS-SEARCH-ACCOUNT-ID
074900         SET ENTRY-FOUND TO TRUE
075000     END-IF.
075100 7050-EXIT.
075200     EXIT.
075300*----------------------------------------------------------*
075400* 9000-TERMINATE - SUMMARY COUNTS, CLOSES AND THE RUN LOG
075500*----------------------------------------------------------*
075600 9000-TERMINATE.
075700     MOVE SPACES TO WS-PRINT-LINE.
075800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
075900     MOVE WS-REG-READ TO WS-SM-REG-READ.
076000     MOVE WS-NOT-DUE TO WS-SM-NOT-DUE.
076100     MOVE WS-ALREADY-DONE TO WS-SM-ALREADY.
076200     MOVE WS-REOPENED TO WS-SM-REOPENED.
076300     MOVE WS-NEW-COUNT TO WS-SM-NEW.
076400     MOVE WS-SUMMARY-LINE-1 TO WS-PRINT-LINE.
076500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
076600     MOVE WS-STMT-MASKED TO WS-SM-STMTS.
076700     MOVE WS-JRNL-READ TO WS-SM-JRNL-READ.
076800     MOVE WS-JRNL-MASKED TO WS-SM-JRNL-MASKED.
076900     MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-LINE.
077000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
077100     MOVE WS-AUDT-READ TO WS-SM-AUDT-READ.
077200     MOVE WS-AUDT-MASKED TO WS-SM-AUDT-MASKED.
077300     MOVE WS-SUMMARY-LINE-3 TO WS-PRINT-LINE.
077400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
077500     PERFORM 8900-END-REPORT THRU 8900-EXIT.
077600     CLOSE CLOSE-REG.
077700     CLOSE CUST-MASTER.
077800     CLOSE STMT-HIST.
077900     CLOSE CUST-JOURNAL.
078000     CLOSE JRNL-OUT.
078100     CLOSE AUDIT-TRAIL.
078200     CLOSE AUDIT-OUT.
078300     CLOSE ANON-RPT.
078400     IF WS-REWRITE-FAILED > ZERO
078500         DISPLAY "CUSTANON: " WS-REWRITE-FAILED
078600             " RECORDS COULD NOT BE MASKED - SEE ANONRPT"
078700         MOVE 8 TO RETURN-CODE
078800     END-IF.
078900     MOVE "CUSTANON" TO RUNLOG-PROGRAM-ID.
079000     COMPUTE RUNLOG-READ-COUNT = WS-REG-READ + WS-JRNL-READ
079100         + WS-AUDT-READ.
079200     MOVE WS-NEW-COUNT TO RUNLOG-WRITE-COUNT.
079300     COMPUTE RUNLOG-EXCEPT-COUNT = WS-REOPENED
079400         + WS-REWRITE-FAILED.
079500     MOVE "OK" TO RUNLOG-STATUS.
079600     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
079700 9000-EXIT.
079800     EXIT.
079900*----------------------------------------------------------*
080000* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
080100*                          SHARED PRINT SERVICE, WRITING THE
080200*                          PAGE HEADINGS FIRST ON A PAGE BREAK
080300*----------------------------------------------------------*
080400 8800-WRITE-REPORT-LINE.
080500     MOVE "W" TO PRTSRV-FUNCTION.
080600     CALL "PRTSRV" USING PRTSRV-CONTROL.
080700     IF PRTSRV-NEW-PAGE
080800         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
080900             VARYING WS-HDG-SUB FROM 1 BY 1
081000             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
081100     END-IF.
081200     MOVE WS-PRINT-LINE TO AN-RECORD.
081300     WRITE AN-RECORD.
081400 8800-EXIT.
081500     EXIT.
081600*----------------------------------------------------------*
081700* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
081800*----------------------------------------------------------*
081900 8850-WRITE-HEADING.
082000     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO AN-RECORD.
082100     WRITE AN-RECORD.
082200 8850-EXIT.
082300     EXIT.
082400*----------------------------------------------------------*
082500* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
082600*                   LINE-AND-PAGE-COUNT LINE
082700*----------------------------------------------------------*
082800 8900-END-REPORT.
082900     MOVE "E" TO PRTSRV-FUNCTION.
083000     CALL "PRTSRV" USING PRTSRV-CONTROL.
083100     MOVE PRTSRV-FINAL-LINE TO AN-RECORD.
083200     WRITE AN-RECORD.
083300 8900-EXIT.
083400     EXIT.
083500*----------------------------------------------------------*
083600     COPY RUNHDRP.
083700     COPY RUNLOGP.
083800     COPY OPERAUTP.
