000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     CLOSACCT.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - FIRST STEP OF THE ACCOUNT
001200*                   CLOSURE RUN. EVERY CUSTJRNL CHANGE THAT
001300*                   TOOK AN ACCOUNT TO STATUS C IS PICKED UP
001400*                   UNLESS THAT ACCOUNT IS ALREADY ON THE
001500*                   PERMANENT CLOSREG CLOSURE REGISTER (SO EACH
001600*                   CLOSURE IS PROCESSED ONCE, WHATEVER CYCLE IT
001700*                   HAPPENED IN) AND PROVIDED THE MASTER STILL
001800*                   SHOWS IT CLOSED. THE ACCOUNTS GO TO THE
001900*                   CLOSLIST FILE THAT DRIVES THE FINAL
002000*                   STATEMENT AND FINAL INVOICE STEPS, WITH THE
002100*                   SURVIVOR NOTED FOR AN ACCOUNT CLOSED BY A
002200*                   CUSTMRG MERGE. EACH CLOSING ACCOUNT'S
002300*                   ENROLL ENROLLMENT IS TERMINATED ON ENROLLO
002400*                   (PROMOTED OVER ENROLL BY OPERATIONS) AT ITS
002500*                   LAST PLANRSLT BALANCE, WHICH ACCUM THEN
002600*                   CARRIES FORWARD AS THE CLOSING BALANCE. THE
002700*                   ENROLLMENT OUTCOME GOES TO CLOSSTEP FOR THE
002800*                   CLOSCHK CHECKLIST.
002900*----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL CUST-JOURNAL ASSIGN TO "CUSTJRNL"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT CUST-MASTER ASSIGN TO "CUSTMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CM-ACCOUNT-ID.
004200     SELECT OPTIONAL CLOSE-REG ASSIGN TO "CLOSREG"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT OPTIONAL MERGE-AUDIT ASSIGN TO "MRGAUDT"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT OPTIONAL ENROLL-FILE ASSIGN TO "ENROLL"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT ENROLL-OUT  ASSIGN TO "ENROLLO"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT PLAN-RESULTS ASSIGN TO "PLANRSLT"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS PR-ACCOUNT-ID.
005400     SELECT CLOSE-LIST  ASSIGN TO "CLOSLIST"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT CLOSE-STEP  ASSIGN TO "CLOSSTEP"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT CLOSE-RPT   ASSIGN TO "CLOSARPT"
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
007400* ONE CUSTMNT MAINTENANCE JOURNAL RECORD - THE IMAGES ARE
007500* CM-RECORDS; ONLY THE STATUS BYTE IS NEEDED HERE
007600*
007700 FD  CUST-JOURNAL
007800     LABEL RECORDS ARE STANDARD
007900     RECORD CONTAINS 360 CHARACTERS.
008000 01  JR-RECORD.
008100     05  JR-ACTION           PIC X(01).
008200     05  JR-ACCOUNT-ID       PIC X(10).
008300     05  JR-DATE             PIC 9(08).
008400     05  JR-TIME             PIC 9(06).
008500     05  JR-BEFORE-IMAGE     PIC X(160).
008600     05  JR-BEFORE-R REDEFINES JR-BEFORE-IMAGE.
008700         10  FILLER          PIC X(130).
008800         10  JR-BEFORE-STATUS PIC X(01).
008900         10  FILLER          PIC X(29).
009000     05  JR-AFTER-IMAGE      PIC X(160).
009100     05  JR-AFTER-R REDEFINES JR-AFTER-IMAGE.
009200         10  FILLER          PIC X(130).
009300         10  JR-AFTER-STATUS PIC X(01).
009400         10  FILLER          PIC X(29).
009500*
009600 FD  CUST-MASTER
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 160 CHARACTERS.
009900 01  CM-RECORD.
010000     05  CM-ACCOUNT-ID       PIC X(10).
010100     05  CM-NAME             PIC X(30).
010200     05  CM-ADDR-LINE-1      PIC X(30).
010300     05  CM-ADDR-LINE-2      PIC X(30).
010400     05  CM-ADDR-LINE-3      PIC X(30).
010500     05  CM-STATUS           PIC X(01).
010600         88  CM-OPEN                 VALUE "O".
010700         88  CM-CLOSED               VALUE "C".
010800         88  CM-SUSPENDED            VALUE "S".
010900     05  CM-OPEN-DATE        PIC 9(08).
011000     05  FILLER              PIC X(21).
011100*
011200* ONE FULLY PROCESSED CLOSURE - WRITTEN BY CLOSCHK, KEPT FOR
011300* GOOD AND READ BY ACCTXREF
011400*
011500 FD  CLOSE-REG
011600     LABEL RECORDS ARE STANDARD
011700     RECORD CONTAINS 80 CHARACTERS.
011800 01  CR-RECORD.
011900     05  CR-ACCOUNT-ID       PIC X(10).
012000     05  CR-CLOSED-DATE      PIC 9(08).
012100     05  CR-PROCESSED-DATE   PIC 9(08).
012200     05  CR-MERGED-INTO      PIC X(10).
012300     05  CR-ENROLL-PLAN-ID   PIC X(04).
012400     05  CR-CLOSE-BALANCE    PIC 9(08).
012500     05  CR-FINAL-INVOICE    PIC 9(08).
012600     05  CR-FINAL-FEE        PIC 9(06)V99.
012700     05  FILLER              PIC X(16).
012800*
012900 FD  MERGE-AUDIT
013000     LABEL RECORDS ARE STANDARD
013100     RECORD CONTAINS 80 CHARACTERS.
013200 01  MA-RECORD.
013300     05  MA-VICTIM-ID        PIC X(10).
013400     05  MA-SURVIVOR-ID      PIC X(10).
013500     05  MA-MERGE-DATE       PIC 9(08).
013600     05  MA-MERGE-TIME       PIC 9(06).
013700     05  MA-OPERATOR-ID      PIC X(08).
013800     05  MA-VICTIM-NAME      PIC X(20).
013900     05  MA-ENROLL-RESULT    PIC X(01).
014000     05  MA-STMT-MOVED       PIC 9(03).
014100     05  MA-STMT-KEPT        PIC 9(03).
014200     05  FILLER              PIC X(11).
014300*
014400 FD  ENROLL-FILE
014500     LABEL RECORDS ARE STANDARD
014600     RECORD CONTAINS 80 CHARACTERS.
014700 01  EN-RECORD.
014800     05  EN-ACCOUNT-ID       PIC X(10).
014900     05  EN-PLAN-ID          PIC X(04).
015000     05  EN-ENROLL-DATE      PIC 9(08).
015100     05  EN-START-BALANCE    PIC 9(06).
015200     05  EN-STATUS           PIC X(01).
015300         88  EN-TERMINATED           VALUE "T".
015400     05  EN-CLOSE-DATE       PIC 9(08).
015500     05  EN-CLOSE-BALANCE    PIC 9(08).
015600     05  FILLER              PIC X(35).
015700*
015800 FD  ENROLL-OUT
015900     LABEL RECORDS ARE STANDARD
016000     RECORD CONTAINS 80 CHARACTERS.
016100 01  EO-RECORD               PIC X(80).
016200*
016300 FD  PLAN-RESULTS
016400     LABEL RECORDS ARE STANDARD
016500     RECORD CONTAINS 80 CHARACTERS.
016600 01  PR-RECORD.
016700     05  PR-ACCOUNT-ID       PIC X(10).
016800     05  PR-PLAN-ID          PIC X(04).
016900     05  PR-BALANCE          PIC 9(08).
017000     05  PR-RUN-DATE         PIC 9(08).
017100     05  PR-STATUS           PIC X(01).
017200         88  PR-TERMINATED           VALUE "T".
017300     05  PR-CLOSE-DATE       PIC 9(08).
017400     05  FILLER              PIC X(41).
017500*
017600* ONE ACCOUNT TO CLOSE OUT THIS RUN - READ BY CUSTSTMT,
017700* INVGEN AND CLOSCHK
017800*
017900 FD  CLOSE-LIST
018000     LABEL RECORDS ARE STANDARD
018100     RECORD CONTAINS 80 CHARACTERS.
018200 01  CL-RECORD.
018300     05  CL-ACCOUNT-ID       PIC X(10).
018400     05  CL-CLOSED-DATE      PIC 9(08).
018500     05  CL-MERGED-INTO      PIC X(10).
018600     05  CL-NAME             PIC X(30).
018700     05  FILLER              PIC X(22).
018800*
018900* ONE CLOSURE STEP OUTCOME FOR THE CLOSCHK CHECKLIST - STEP
019000* STMT, INVC OR ENRL; OUTCOME D (DONE), N (NOTHING TO DO) OR
019100* F (FAILED)
019200*
019300 FD  CLOSE-STEP
019400     LABEL RECORDS ARE STANDARD
019500     RECORD CONTAINS 80 CHARACTERS.
019600 01  CS-RECORD.
019700     05  CS-ACCOUNT-ID       PIC X(10).
019800     05  CS-STEP             PIC X(04).
019900     05  CS-OUTCOME          PIC X(01).
020000     05  CS-REFERENCE        PIC X(10).
020100     05  CS-AMOUNT           PIC 9(06)V99.
020200     05  CS-TEXT             PIC X(30).
020300     05  FILLER              PIC X(17).
020400*
020500 FD  CLOSE-RPT
020600     LABEL RECORDS ARE STANDARD
020700     RECORD CONTAINS 80 CHARACTERS.
020800 01  CA-RECORD               PIC X(80).
020900*
021000 FD  RUN-LOG
021100     LABEL RECORDS ARE STANDARD
021200     RECORD CONTAINS 80 CHARACTERS.
021300 01  RL-RECORD               PIC X(80).
021400*
021500 FD  BUS-DATE-PARM
021600     LABEL RECORDS ARE STANDARD
021700     RECORD CONTAINS 80 CHARACTERS.
021800 01  BD-RECORD.
021900     05  BD-BUSINESS-DATE    PIC 9(08).
022000     05  FILLER              PIC X(72).
022100*
022200 FD  OPER-CARD
022300     LABEL RECORDS ARE STANDARD
022400     RECORD CONTAINS 80 CHARACTERS.
022500 01  OC-RECORD.
022600     05  OC-OPERATOR-ID      PIC X(08).
022700     05  FILLER              PIC X(72).
022800*
022900 FD  OPER-AUTH
023000     LABEL RECORDS ARE STANDARD
023100     RECORD CONTAINS 80 CHARACTERS.
023200 01  OA-RECORD.
023300     05  OA-OPERATOR-ID      PIC X(08).
023400     05  OA-NAME             PIC X(20).
023500     05  OA-ACTIVE           PIC X(01).
023600     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
023700     05  FILLER              PIC X(11).
023800*
023900 FD  OPER-LOG
024000     LABEL RECORDS ARE STANDARD
024100     RECORD CONTAINS 80 CHARACTERS.
024200 01  OL-RECORD               PIC X(80).
024300*----------------------------------------------------------*
024400 WORKING-STORAGE SECTION.
024500     COPY RUNHDR.
024600     COPY RUNLOG.
024700     COPY OPERAUTH.
024800     COPY PRTSRV.
024900 01  WS-PRINT-LINE           PIC X(80).
025000 01  WS-HDG-SUB              PIC 9(01) COMP.
025100*
025200 01  WS-SWITCHES.
025300     05  WS-JRNL-EOF-SW      PIC X(01) VALUE "N".
025400         88  EOF-CUST-JOURNAL        VALUE "Y".
025500     05  WS-REG-EOF-SW       PIC X(01) VALUE "N".
025600         88  EOF-CLOSE-REG           VALUE "Y".
025700     05  WS-MRG-EOF-SW       PIC X(01) VALUE "N".
025800         88  EOF-MERGE-AUDIT         VALUE "Y".
025900     05  WS-ENROLL-EOF-SW    PIC X(01) VALUE "N".
026000         88  EOF-ENROLL-FILE         VALUE "Y".
026100     05  WS-FOUND-SW         PIC X(01) VALUE "N".
026200         88  ENTRY-FOUND             VALUE "Y".
026300*
026400 01  WS-COUNTERS.
026500     05  WS-JRNL-READ        PIC 9(07) COMP VALUE ZERO.
026600     05  WS-CLOSURES-SEEN    PIC 9(05) COMP VALUE ZERO.
026700     05  WS-ALREADY-DONE     PIC 9(05) COMP VALUE ZERO.
026800     05  WS-NOT-CLOSED       PIC 9(05) COMP VALUE ZERO.
026900     05  WS-ENROLL-READ      PIC 9(05) COMP VALUE ZERO.
027000     05  WS-ENROLL-WRITTEN   PIC 9(05) COMP VALUE ZERO.
027100     05  WS-ENROLL-ENDED     PIC 9(05) COMP VALUE ZERO.
027200     05  WS-NO-RESULT        PIC 9(05) COMP VALUE ZERO.
027300*
027400* ACCOUNTS ALREADY CLOSED OUT, FROM CLOSREG
027500*
027600 01  WS-REG-MAX              PIC 9(04) COMP VALUE 5000.
027700 01  WS-REG-COUNT            PIC 9(04) COMP VALUE ZERO.
027800 01  WS-REG-TABLE.
027900     05  WS-RG-ACCOUNT-ID    PIC X(10) OCCURS 5000 TIMES.
028000 01  WS-REG-SUB              PIC 9(04) COMP VALUE ZERO.
028100*
028200* MERGED VICTIM ACCOUNT IDS AND THEIR SURVIVORS FROM MRGAUDT
028300*
028400 01  WS-MRG-MAX              PIC 9(04) COMP VALUE 2000.
028500 01  WS-MRG-COUNT            PIC 9(04) COMP VALUE ZERO.
028600 01  WS-MRG-TABLE.
028700     05  WS-MG-ENTRY OCCURS 2000 TIMES.
028800         10  WS-MG-VICTIM-ID     PIC X(10).
028900         10  WS-MG-SURVIVOR-ID   PIC X(10).
029000 01  WS-MRG-SUB              PIC 9(04) COMP VALUE ZERO.
029100*
029200* THE ACCOUNTS CLOSING OUT THIS RUN. THE ENROLL RESULT IS N
029300* (NOT ENROLLED), T (TERMINATED NOW) OR A (ALREADY TERMINATED
029400* BY AN EARLIER RUN THAT DID NOT FINISH)
029500*
029600 01  WS-CLOSE-MAX            PIC 9(03) COMP VALUE 500.
029700 01  WS-CLOSE-COUNT          PIC 9(03) COMP VALUE ZERO.
029800 01  WS-CLOSE-TABLE.
029900     05  WS-CT-ENTRY OCCURS 500 TIMES.
030000         10  WS-CT-ACCOUNT-ID    PIC X(10).
030100         10  WS-CT-CLOSED-DATE   PIC 9(08).
030200         10  WS-CT-MERGED-INTO   PIC X(10).
030300         10  WS-CT-NAME          PIC X(30).
030400         10  WS-CT-ENROLL-RESULT PIC X(01).
030500         10  WS-CT-PLAN-ID       PIC X(04).
030600         10  WS-CT-CLOSE-BALANCE PIC 9(08).
030700         10  WS-CT-BALANCE-SRC   PIC X(01).
030800 01  WS-CLOSE-SUB            PIC 9(03) COMP VALUE ZERO.
030900*
031000 01  WS-PAGE-HEADER-1.
031100     05  FILLER              PIC X(40) VALUE
031200         "ACCOUNT CLOSURE - SELECTION".
031300     05  FILLER              PIC X(40) VALUE SPACES.
031400*
031500 01  WS-PAGE-HEADER-2.
031600     05  FILLER              PIC X(11) VALUE "ACCOUNT".
031700     05  FILLER              PIC X(11) VALUE "CLOSED".
031800     05  FILLER              PIC X(58) VALUE "RESULT".
031900*
032000 01  WS-SKIP-LINE.
032100     05  WS-SK-ACCOUNT-ID    PIC X(10).
032200     05  FILLER              PIC X(01) VALUE SPACE.
032300     05  WS-SK-CLOSED-DATE   PIC 9999/99/99.
032400     05  FILLER              PIC X(01) VALUE SPACE.
032500     05  FILLER              PIC X(10) VALUE "SKIPPED - ".
032600     05  WS-SK-REASON        PIC X(30).
032700     05  FILLER              PIC X(18) VALUE SPACES.
032800*
032900 01  WS-CLOSE-LINE.
033000     05  WS-CO-ACCOUNT-ID    PIC X(10).
033100     05  FILLER              PIC X(01) VALUE SPACE.
033200     05  WS-CO-CLOSED-DATE   PIC 9999/99/99.
033300     05  FILLER              PIC X(01) VALUE SPACE.
033400     05  WS-CO-TEXT          PIC X(30).
033500     05  WS-CO-DETAIL        PIC X(28).
033600*
033700 01  WS-ENROLL-DETAIL.
033800     05  FILLER              PIC X(05) VALUE "PLAN ".
033900     05  WS-NR-PLAN-ID       PIC X(04).
034000     05  FILLER              PIC X(05) VALUE " BAL ".
034100     05  WS-NR-BALANCE       PIC ZZZZZZZ9.
034200     05  FILLER              PIC X(06) VALUE SPACES.
034300*
034400 01  WS-MERGE-DETAIL.
034500     05  FILLER              PIC X(12) VALUE "MERGED INTO ".
034600     05  WS-MD-SURVIVOR-ID   PIC X(10).
034700     05  FILLER              PIC X(06) VALUE SPACES.
034800*
034900 01  WS-SUMMARY-LINE-1.
035000     05  FILLER              PIC X(17) VALUE "JOURNAL RECORDS:".
035100     05  WS-SM-JRNL-READ     PIC ZZZZZZ9.
035200     05  FILLER              PIC X(10) VALUE " CLOSURES:".
035300     05  WS-SM-SEEN          PIC ZZZZ9.
035400     05  FILLER              PIC X(11) VALUE " SELECTED:".
035500     05  WS-SM-SELECTED      PIC ZZZZ9.
035600     05  FILLER              PIC X(10) VALUE " ALREADY:".
035700     05  WS-SM-ALREADY       PIC ZZZZ9.
035800     05  FILLER              PIC X(10) VALUE SPACES.
035900*
036000 01  WS-SUMMARY-LINE-2.
036100     05  FILLER              PIC X(13) VALUE "ENROLL READ:".
036200     05  WS-SM-ENR-READ      PIC ZZZZ9.
036300     05  FILLER              PIC X(09) VALUE " WRITTEN:".
036400     05  WS-SM-ENR-WRITTEN   PIC ZZZZ9.
036500     05  FILLER              PIC X(12) VALUE " TERMINATED:".
036600     05  WS-SM-ENR-ENDED     PIC ZZZZ9.
036700     05  FILLER              PIC X(15) VALUE " NO PLANRSLT:".
036800     05  WS-SM-NO-RESULT     PIC ZZZZ9.
036900     05  FILLER              PIC X(11) VALUE SPACES.
037000*----------------------------------------------------------*
037100 PROCEDURE DIVISION.
037200 0000-MAINLINE.
037300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037400     PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT
037500         UNTIL EOF-CUST-JOURNAL.
037600     PERFORM 3000-END-ENROLLMENTS THRU 3000-EXIT.
037700     PERFORM 4000-WRITE-CLOSE-LIST THRU 4000-EXIT
037800         VARYING WS-CLOSE-SUB FROM 1 BY 1
037900         UNTIL WS-CLOSE-SUB > WS-CLOSE-COUNT.
038000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
038100     GOBACK.
038200*----------------------------------------------------------*
038300* 1000-INITIALIZE - FILES, RUN HEADERS, THE CLOSURE REGISTER
038400*                   AND THE MERGE TABLE
038500*----------------------------------------------------------*
038600 1000-INITIALIZE.
038700     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
038800     MOVE "CLOSACCT" TO OPERAUTH-CALLER.
038900     PERFORM OPERAUTH-VALIDATE
039000         THRU OPERAUTH-VALIDATE-EXIT.
039100     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
039200     OPEN OUTPUT CLOSE-RPT.
039300     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
039400     OPEN INPUT CLOSE-REG.
039500     PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT
039600         UNTIL EOF-CLOSE-REG.
039700     CLOSE CLOSE-REG.
039800     OPEN INPUT MERGE-AUDIT.
039900     PERFORM 1200-LOAD-MERGE THRU 1200-EXIT
040000         UNTIL EOF-MERGE-AUDIT.
040100     CLOSE MERGE-AUDIT.
040200     OPEN INPUT CUST-MASTER.
040300     OPEN INPUT CUST-JOURNAL.
040400     OPEN OUTPUT CLOSE-LIST.
040500     OPEN OUTPUT CLOSE-STEP.
040600 1000-EXIT.
040700     EXIT.
040800*----------------------------------------------------------*
040900* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
041000*----------------------------------------------------------*
041100 1050-PRINT-RUN-HEADER.
041200     MOVE "CLOSACCT" TO RUNHDR-JOB-NAME.
041300     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
041400     MOVE "I" TO PRTSRV-FUNCTION.
041500     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
041600     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
041700     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
041800     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
041900     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
042000     CALL "PRTSRV" USING PRTSRV-CONTROL.
042100 1050-EXIT.
042200     EXIT.
042300*----------------------------------------------------------*
042400* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
042500*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
042600*                      RULES WHEN THE CARD IS ABSENT)
042700*----------------------------------------------------------*
042800 1090-READ-BUS-DATE.
042900     OPEN INPUT BUS-DATE-PARM.
043000     READ BUS-DATE-PARM
043100         AT END
043200             CONTINUE
043300         NOT AT END
043400             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
043500     END-READ.
043600     CLOSE BUS-DATE-PARM.
043700 1090-EXIT.
043800     EXIT.
043900*----------------------------------------------------------*
044000* 1100-LOAD-REGISTER - ONE ALREADY-PROCESSED CLOSURE INTO THE
044100*                      REGISTER TABLE
044200*----------------------------------------------------------*
044300 1100-LOAD-REGISTER.
044400     READ CLOSE-REG
044500         AT END
044600             SET EOF-CLOSE-REG TO TRUE
044700             GO TO 1100-EXIT
044800     END-READ.
044900     IF WS-REG-COUNT NOT < WS-REG-MAX
045000         DISPLAY "CLOSACCT: CLOSREG HOLDS MORE THAN "
045100             WS-REG-MAX " CLOSURES - REGISTER TABLE FULL"
045200         MOVE 12 TO RETURN-CODE
045300         STOP RUN
045400     END-IF.
045500     ADD 1 TO WS-REG-COUNT.
045600     MOVE CR-ACCOUNT-ID TO WS-RG-ACCOUNT-ID (WS-REG-COUNT).
045700 1100-EXIT.
045800     EXIT.
045900*----------------------------------------------------------*
046000* 1200-LOAD-MERGE - ONE MERGE RECORD INTO THE MERGE TABLE
046100*----------------------------------------------------------*
046200 1200-LOAD-MERGE.
046300     READ MERGE-AUDIT
046400         AT END
046500             SET EOF-MERGE-AUDIT TO TRUE
046600             GO TO 1200-EXIT
046700     END-READ.
046800     IF WS-MRG-COUNT NOT < WS-MRG-MAX
046900         DISPLAY "CLOSACCT: MRGAUDT HOLDS MORE THAN "
047000             WS-MRG-MAX " MERGES - MERGE TABLE FULL"
047100         MOVE 12 TO RETURN-CODE
047200         STOP RUN
047300     END-IF.
047400     ADD 1 TO WS-MRG-COUNT.
047500     MOVE MA-VICTIM-ID TO WS-MG-VICTIM-ID (WS-MRG-COUNT).
047600     MOVE MA-SURVIVOR-ID TO WS-MG-SURVIVOR-ID (WS-MRG-COUNT).
047700 1200-EXIT.
047800     EXIT.
047900*----------------------------------------------------------*
048000* 2000-SCAN-JOURNAL - ONE JOURNAL RECORD. ONLY A CHANGE THAT
048100*                     MOVED THE STATUS TO C IS A CLOSURE; ONE
048200*                     ALREADY REGISTERED, OR WHOSE ACCOUNT HAS
048300*                     SINCE BEEN REOPENED, IS PASSED OVER.
048400*----------------------------------------------------------*
048500 2000-SCAN-JOURNAL.
048600     READ CUST-JOURNAL
048700         AT END
048800             SET EOF-CUST-JOURNAL TO TRUE
048900             GO TO 2000-EXIT
049000     END-READ.
049100     ADD 1 TO WS-JRNL-READ.
049200     IF JR-ACTION NOT = "C"
049300         OR JR-BEFORE-STATUS = "C"
049400         OR JR-AFTER-STATUS NOT = "C"
049500         GO TO 2000-EXIT
049600     END-IF.
049700     ADD 1 TO WS-CLOSURES-SEEN.
049800     MOVE "N" TO WS-FOUND-SW.
049900     PERFORM 2100-MATCH-REGISTER THRU 2100-EXIT
050000         VARYING WS-REG-SUB FROM 1 BY 1
050100         UNTIL ENTRY-FOUND
050200         OR WS-REG-SUB > WS-REG-COUNT.
050300     IF ENTRY-FOUND
050400         ADD 1 TO WS-ALREADY-DONE
050500         GO TO 2000-EXIT
050600     END-IF.
050700     PERFORM 2200-MATCH-CLOSE-TABLE THRU 2200-EXIT
050800         VARYING WS-CLOSE-SUB FROM 1 BY 1
050900         UNTIL ENTRY-FOUND
051000         OR WS-CLOSE-SUB > WS-CLOSE-COUNT.
051100     IF ENTRY-FOUND
051200         SUBTRACT 1 FROM WS-CLOSE-SUB
051300         MOVE JR-DATE TO WS-CT-CLOSED-DATE (WS-CLOSE-SUB)
051400         GO TO 2000-EXIT
051500     END-IF.
051600     MOVE JR-ACCOUNT-ID TO CM-ACCOUNT-ID.
051700     READ CUST-MASTER
051800         INVALID KEY
051900             MOVE "NOT ON CUSTOMER MASTER" TO WS-SK-REASON
052000             PERFORM 2400-REPORT-SKIP THRU 2400-EXIT
052100             GO TO 2000-EXIT
052200     END-READ.
052300     IF NOT CM-CLOSED
052400         MOVE "REOPENED SINCE CLOSURE" TO WS-SK-REASON
052500         PERFORM 2400-REPORT-SKIP THRU 2400-EXIT
052600         GO TO 2000-EXIT
052700     END-IF.
052800     PERFORM 2300-ADD-CLOSURE THRU 2300-EXIT.
052900 2000-EXIT.
053000     EXIT.
053100*----------------------------------------------------------*
053200* 2100-MATCH-REGISTER - ONE PROBE OF THE CLOSURE REGISTER
053300*----------------------------------------------------------*
053400 2100-MATCH-REGISTER.
053500     IF WS-RG-ACCOUNT-ID (WS-REG-SUB) = JR-ACCOUNT-ID
053600         SET ENTRY-FOUND TO TRUE
053700     END-IF.
053800 2100-EXIT.
053900     EXIT.
054000*----------------------------------------------------------*
054100* 2200-MATCH-CLOSE-TABLE - ONE PROBE OF THIS RUN'S CLOSURES
054200*----------------------------------------------------------*
054300 2200-MATCH-CLOSE-TABLE.
054400     IF WS-CT-ACCOUNT-ID (WS-CLOSE-SUB) = JR-ACCOUNT-ID
054500         SET ENTRY-FOUND TO TRUE
054600     END-IF.
054700 2200-EXIT.
054800     EXIT.
054900*----------------------------------------------------------*
055000* 2300-ADD-CLOSURE - TABLE A NEW CLOSURE, WITH ITS SURVIVOR
055100*                    WHEN IT WAS CLOSED BY A MERGE
055200*----------------------------------------------------------*
055300 2300-ADD-CLOSURE.
055400     IF WS-CLOSE-COUNT NOT < WS-CLOSE-MAX
055500         DISPLAY "CLOSACCT: MORE THAN " WS-CLOSE-MAX
055600             " ACCOUNTS TO CLOSE - CLOSURE TABLE FULL"
055700         MOVE 12 TO RETURN-CODE
055800         STOP RUN
055900     END-IF.
056000     ADD 1 TO WS-CLOSE-COUNT.
056100     MOVE JR-ACCOUNT-ID TO WS-CT-ACCOUNT-ID (WS-CLOSE-COUNT).
056200     MOVE JR-DATE TO WS-CT-CLOSED-DATE (WS-CLOSE-COUNT).
056300     MOVE CM-NAME TO WS-CT-NAME (WS-CLOSE-COUNT).
056400     MOVE SPACES TO WS-CT-MERGED-INTO (WS-CLOSE-COUNT).
056500     MOVE "N" TO WS-CT-ENROLL-RESULT (WS-CLOSE-COUNT).
056600     MOVE SPACES TO WS-CT-PLAN-ID (WS-CLOSE-COUNT).
056700     MOVE ZERO TO WS-CT-CLOSE-BALANCE (WS-CLOSE-COUNT).
056800     MOVE SPACE TO WS-CT-BALANCE-SRC (WS-CLOSE-COUNT).
056900     PERFORM 2350-MATCH-MERGE THRU 2350-EXIT
057000         VARYING WS-MRG-SUB FROM 1 BY 1
057100         UNTIL WS-MRG-SUB > WS-MRG-COUNT.
057200 2300-EXIT.
057300     EXIT.
057400*----------------------------------------------------------*
057500* 2350-MATCH-MERGE - ONE MERGE TABLE ENTRY AGAINST THE NEW
057600*                    CLOSURE; A MATCH ENDS THE SEARCH
057700*----------------------------------------------------------*
057800 2350-MATCH-MERGE.
057900     IF WS-MG-VICTIM-ID (WS-MRG-SUB) = JR-ACCOUNT-ID
058000         MOVE WS-MG-SURVIVOR-ID (WS-MRG-SUB)
058100             TO WS-CT-MERGED-INTO (WS-CLOSE-COUNT)
058200         MOVE WS-MRG-COUNT TO WS-MRG-SUB
058300     END-IF.
058400 2350-EXIT.
058500     EXIT.
058600*----------------------------------------------------------*
058700* 2400-REPORT-SKIP - REPORT LINE FOR A CLOSURE NOT TAKEN UP
058800*----------------------------------------------------------*
058900 2400-REPORT-SKIP.
059000     ADD 1 TO WS-NOT-CLOSED.
059100     MOVE SPACES TO WS-PRINT-LINE.
059200     MOVE JR-ACCOUNT-ID TO WS-SK-ACCOUNT-ID.
059300     MOVE JR-DATE TO WS-SK-CLOSED-DATE.
059400     MOVE WS-SKIP-LINE TO WS-PRINT-LINE.
059500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
059600 2400-EXIT.
059700     EXIT.
059800*----------------------------------------------------------*
059900* 3000-END-ENROLLMENTS - COPY ENROLL TO ENROLLO, TERMINATING
060000*                        EVERY CLOSING ACCOUNT'S ENROLLMENT AT
060100*                        ITS LAST PLANRSLT BALANCE
060200*----------------------------------------------------------*
060300 3000-END-ENROLLMENTS.
060400     OPEN INPUT PLAN-RESULTS.
060500     OPEN INPUT ENROLL-FILE.
060600     OPEN OUTPUT ENROLL-OUT.
060700     PERFORM 3100-COPY-ENROLLMENT THRU 3100-EXIT
060800         UNTIL EOF-ENROLL-FILE.
060900     CLOSE ENROLL-FILE.
061000     CLOSE ENROLL-OUT.
061100     CLOSE PLAN-RESULTS.
061200 3000-EXIT.
061300     EXIT.
061400*----------------------------------------------------------*
061500* 3100-COPY-ENROLLMENT - ONE ENROLL RECORD THROUGH TO ENROLLO
061600*----------------------------------------------------------*
061700 3100-COPY-ENROLLMENT.
061800     READ ENROLL-FILE
061900         AT END
062000             SET EOF-ENROLL-FILE TO TRUE
062100             GO TO 3100-EXIT
062200     END-READ.
062300     ADD 1 TO WS-ENROLL-READ.
062400     MOVE "N" TO WS-FOUND-SW.
062500     PERFORM 3150-MATCH-ENROLLMENT THRU 3150-EXIT
062600         VARYING WS-CLOSE-SUB FROM 1 BY 1
062700         UNTIL ENTRY-FOUND
062800         OR WS-CLOSE-SUB > WS-CLOSE-COUNT.
062900     IF ENTRY-FOUND
063000         SUBTRACT 1 FROM WS-CLOSE-SUB
063100         PERFORM 3200-TERMINATE-ENROLLMENT THRU 3200-EXIT
063200     END-IF.
063300     MOVE EN-RECORD TO EO-RECORD.
063400     WRITE EO-RECORD.
063500     ADD 1 TO WS-ENROLL-WRITTEN.
063600 3100-EXIT.
063700     EXIT.
063800*----------------------------------------------------------*
063900* 3150-MATCH-ENROLLMENT - ONE PROBE OF THE CLOSURE TABLE FOR
064000*                         THE ENROLLMENT'S ACCOUNT
064100*----------------------------------------------------------*
064200 3150-MATCH-ENROLLMENT.
064300     IF WS-CT-ACCOUNT-ID (WS-CLOSE-SUB) = EN-ACCOUNT-ID
064400         SET ENTRY-FOUND TO TRUE
064500     END-IF.
064600 3150-EXIT.
064700     EXIT.
064800*----------------------------------------------------------*
064900* 3200-TERMINATE-ENROLLMENT - MARK THE ENROLLMENT TERMINATED
065000*                             AT THE BALANCE ACCUM LAST
065100*                             POSTED; WITH NO PLANRSLT RECORD
065200*                             THE STARTING BALANCE IS USED. AN
065300*                             ENROLLMENT ALREADY TERMINATED BY
065400*                             AN UNFINISHED RUN KEEPS ITS
065500*                             ORIGINAL CLOSING BALANCE.
065600*----------------------------------------------------------*
065700 3200-TERMINATE-ENROLLMENT.
065800     MOVE EN-PLAN-ID TO WS-CT-PLAN-ID (WS-CLOSE-SUB).
065900     IF EN-TERMINATED
066000         MOVE "A" TO WS-CT-ENROLL-RESULT (WS-CLOSE-SUB)
066100         MOVE EN-CLOSE-BALANCE
066200             TO WS-CT-CLOSE-BALANCE (WS-CLOSE-SUB)
066300         GO TO 3200-EXIT
066400     END-IF.
066500     MOVE EN-ACCOUNT-ID TO PR-ACCOUNT-ID.
066600     READ PLAN-RESULTS
066700         INVALID KEY
066800             ADD 1 TO WS-NO-RESULT
066900             MOVE "S" TO WS-CT-BALANCE-SRC (WS-CLOSE-SUB)
067000             MOVE EN-START-BALANCE TO EN-CLOSE-BALANCE
067100         NOT INVALID KEY
067200             MOVE "R" TO WS-CT-BALANCE-SRC (WS-CLOSE-SUB)
067300             MOVE PR-BALANCE TO EN-CLOSE-BALANCE
067400     END-READ.
067500     SET EN-TERMINATED TO TRUE.
067600     MOVE RUNHDR-DATE TO EN-CLOSE-DATE.
067700     ADD 1 TO WS-ENROLL-ENDED.
067800     MOVE "T" TO WS-CT-ENROLL-RESULT (WS-CLOSE-SUB).
067900     MOVE EN-CLOSE-BALANCE TO WS-CT-CLOSE-BALANCE (WS-CLOSE-SUB).
068000 3200-EXIT.
068100     EXIT.
068200*----------------------------------------------------------*
068300* 4000-WRITE-CLOSE-LIST - ONE CLOSING ACCOUNT: ITS CLOSLIST
068400*                         RECORD, ITS ENROLLMENT OUTCOME AND
068500*                         A REPORT LINE
068600*----------------------------------------------------------*
068700 4000-WRITE-CLOSE-LIST.
068800     MOVE SPACES TO CL-RECORD.
068900     MOVE WS-CT-ACCOUNT-ID (WS-CLOSE-SUB) TO CL-ACCOUNT-ID.
069000     MOVE WS-CT-CLOSED-DATE (WS-CLOSE-SUB) TO CL-CLOSED-DATE.
069100     MOVE WS-CT-MERGED-INTO (WS-CLOSE-SUB) TO CL-MERGED-INTO.
069200     MOVE WS-CT-NAME (WS-CLOSE-SUB) TO CL-NAME.
069300     WRITE CL-RECORD.
069400     MOVE SPACES TO CS-RECORD.
069500     MOVE WS-CT-ACCOUNT-ID (WS-CLOSE-SUB) TO CS-ACCOUNT-ID.
069600     MOVE "ENRL" TO CS-STEP.
069700     MOVE WS-CT-PLAN-ID (WS-CLOSE-SUB) TO CS-REFERENCE.
069800     MOVE WS-CT-CLOSE-BALANCE (WS-CLOSE-SUB) TO CS-AMOUNT.
069900     EVALUATE TRUE
070000         WHEN WS-CT-ENROLL-RESULT (WS-CLOSE-SUB) = "N"
070100             MOVE "N" TO CS-OUTCOME
070200             MOVE "NOT ENROLLED IN A PLAN" TO CS-TEXT
070300         WHEN WS-CT-ENROLL-RESULT (WS-CLOSE-SUB) = "A"
070400             MOVE "D" TO CS-OUTCOME
070500             MOVE "ALREADY TERMINATED" TO CS-TEXT
070600         WHEN WS-CT-BALANCE-SRC (WS-CLOSE-SUB) = "S"
070700             MOVE "D" TO CS-OUTCOME
070800             MOVE "TERMINATED AT START BALANCE" TO CS-TEXT
070900         WHEN OTHER
071000             MOVE "D" TO CS-OUTCOME
071100             MOVE "TERMINATED AT PLANRSLT BALANCE" TO CS-TEXT
071200     END-EVALUATE.
071300     WRITE CS-RECORD.
071400     MOVE SPACES TO WS-PRINT-LINE.
071500     MOVE WS-CT-ACCOUNT-ID (WS-CLOSE-SUB) TO WS-CO-ACCOUNT-ID.
071600     MOVE WS-CT-CLOSED-DATE (WS-CLOSE-SUB) TO WS-CO-CLOSED-DATE.
071700     MOVE CS-TEXT TO WS-CO-TEXT.
071800     IF WS-CT-ENROLL-RESULT (WS-CLOSE-SUB) = "N"
071900         MOVE SPACES TO WS-CO-DETAIL
072000     ELSE
072100         MOVE WS-CT-PLAN-ID (WS-CLOSE-SUB) TO WS-NR-PLAN-ID
072200         MOVE WS-CT-CLOSE-BALANCE (WS-CLOSE-SUB) TO WS-NR-BALANCE
072300         MOVE WS-ENROLL-DETAIL TO WS-CO-DETAIL
072400     END-IF.
072500     MOVE WS-CLOSE-LINE TO WS-PRINT-LINE.
072600     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
072700     IF WS-CT-MERGED-INTO (WS-CLOSE-SUB) NOT = SPACES
072800         MOVE SPACES TO WS-PRINT-LINE
072900         MOVE SPACES TO WS-CO-ACCOUNT-ID
073000         MOVE ZERO TO WS-CO-CLOSED-DATE
073100         MOVE SPACES TO WS-CO-TEXT
073200         MOVE WS-CT-MERGED-INTO (WS-CLOSE-SUB)
073300             TO WS-MD-SURVIVOR-ID
073400         MOVE WS-MERGE-DETAIL TO WS-CO-DETAIL
073500         MOVE WS-CLOSE-LINE TO WS-PRINT-LINE
073600         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
073700     END-IF.
073800 4000-EXIT.
073900     EXIT.
074000*----------------------------------------------------------*
074100* 9000-TERMINATE - SUMMARY COUNTS, CLOSES AND THE RUN LOG
074200*----------------------------------------------------------*
074300 9000-TERMINATE.
074400     MOVE SPACES TO WS-PRINT-LINE.
074500     MOVE WS-JRNL-READ TO WS-SM-JRNL-READ.
074600     MOVE WS-CLOSURES-SEEN TO WS-SM-SEEN.
074700     MOVE WS-CLOSE-COUNT TO WS-SM-SELECTED.
074800     MOVE WS-ALREADY-DONE TO WS-SM-ALREADY.
074900     MOVE WS-SUMMARY-LINE-1 TO WS-PRINT-LINE.
075000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
075100     MOVE SPACES TO WS-PRINT-LINE.
075200     MOVE WS-ENROLL-READ TO WS-SM-ENR-READ.
075300     MOVE WS-ENROLL-WRITTEN TO WS-SM-ENR-WRITTEN.
075400     MOVE WS-ENROLL-ENDED TO WS-SM-ENR-ENDED.
075500     MOVE WS-NO-RESULT TO WS-SM-NO-RESULT.
075600     MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-LINE.
075700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
075800     PERFORM 8900-END-REPORT THRU 8900-EXIT.
075900     IF WS-NO-RESULT > ZERO
076000         MOVE 4 TO RETURN-CODE
076100     END-IF.
076200     CLOSE CUST-JOURNAL.
076300     CLOSE CUST-MASTER.
076400     CLOSE CLOSE-LIST.
076500     CLOSE CLOSE-STEP.
076600     CLOSE CLOSE-RPT.
076700     MOVE "CLOSACCT" TO RUNLOG-PROGRAM-ID.
076800     COMPUTE RUNLOG-READ-COUNT = WS-JRNL-READ
076900         + WS-ENROLL-READ.
077000     COMPUTE RUNLOG-WRITE-COUNT = WS-CLOSE-COUNT
077100         + WS-ENROLL-WRITTEN.
077200     COMPUTE RUNLOG-EXCEPT-COUNT = WS-NOT-CLOSED
077300         + WS-NO-RESULT.
077400     MOVE "OK" TO RUNLOG-STATUS.
077500     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
077600 9000-EXIT.
077700     EXIT.
077800*----------------------------------------------------------*
077900* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
078000*                          SHARED PRINT SERVICE, WRITING THE
078100*                          PAGE HEADINGS FIRST ON A PAGE BREAK
078200*----------------------------------------------------------*
078300 8800-WRITE-REPORT-LINE.
078400     MOVE "W" TO PRTSRV-FUNCTION.
078500     CALL "PRTSRV" USING PRTSRV-CONTROL.
078600     IF PRTSRV-NEW-PAGE
078700         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
078800             VARYING WS-HDG-SUB FROM 1 BY 1
078900             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
079000     END-IF.
079100     MOVE WS-PRINT-LINE TO CA-RECORD.
079200     WRITE CA-RECORD.
079300 8800-EXIT.
079400     EXIT.
079500*----------------------------------------------------------*
079600* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
079700*----------------------------------------------------------*
079800 8850-WRITE-HEADING.
079900     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO CA-RECORD.
080000     WRITE CA-RECORD.
080100 8850-EXIT.
080200     EXIT.
080300*----------------------------------------------------------*
080400* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
080500*                   LINE-AND-PAGE-COUNT LINE
080600*----------------------------------------------------------*
080700 8900-END-REPORT.
080800     MOVE "E" TO PRTSRV-FUNCTION.
080900     CALL "PRTSRV" USING PRTSRV-CONTROL.
081000     MOVE PRTSRV-FINAL-LINE TO CA-RECORD.
081100     WRITE CA-RECORD.
081200 8900-EXIT.
081300     EXIT.
081400*----------------------------------------------------------*
081500     COPY RUNHDRP.
081600     COPY RUNLOGP.
081700     COPY OPERAUTP.
