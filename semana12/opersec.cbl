000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     OPERSEC.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - OPERATOR ACTIVITY AND
001200*                   SECURITY VIOLATION REPORT OFF THE OPERLOG
001300*                   LINES EVERY PROGRAM APPENDS THROUGH
001400*                   OPERAUTP. THE OPERSPRM CARD PICKS A DAILY
001500*                   (D) OR MONTHLY (M) PERIOD, THE REPORT DATE
001600*                   (RUN DATE WHEN BLANK), THE NORMAL BATCH
001700*                   WINDOW (DEFAULT 1800 TO 0600) AND THE DAILY
001800*                   FAILURE LIMIT (DEFAULT 3). THE LOG LINES IN
001900*                   THE PERIOD ARE SORTED TO OPERATOR/PROGRAM
002000*                   AND SECRPT SHOWS RUNS AND REJECTED ATTEMPTS
002100*                   PER OPERATOR PER PROGRAM, EVERY RUN OUTSIDE
002200*                   THE WINDOW, EVERY ACCEPTED RUN OF A PROGRAM
002300*                   NOT IN THE OPERATOR'S OPERAUTH OA-PROGRAM
002400*                   ENTRIES, AND EACH OPERATOR'S REJECTIONS BY
002500*                   REASON. AN ID REJECTED THE LIMIT OR MORE
002600*                   TIMES IN ONE DAY IS RAISED AS AN E-SEVERITY
002700*                   SECF ITEM ON SECXLOG IN THE COMMON EXCREC
002800*                   LAYOUT FOR THE DAILY EXCEPTION REPORT.
002810* 2026-10-15   RT   AN OPERATOR'S PROGRAMS MAY NOW SPAN SEVERAL
002820*                   OPERAUTH RECORDS UNDER ONE ID; THE PROGRAM-
002830*                   LIST CHECK COVERS EVERY RECORD OF THE ID.
002900*----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL SEC-PARM ASSIGN TO "OPERSPRM"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT EXCEPT-LOG   ASSIGN TO "SECXLOG"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT SEC-RPT      ASSIGN TO "SECRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT LOG-WORK     ASSIGN TO "SECWORK".
004300     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300*----------------------------------------------------------*
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SEC-PARM
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  SP-RECORD.
006000     05  SP-MODE             PIC X(01).
006100     05  SP-REPORT-DATE      PIC 9(08).
006200     05  SP-WINDOW-START     PIC 9(04).
006300     05  SP-WINDOW-END       PIC 9(04).
006400     05  SP-FAIL-LIMIT       PIC 9(02).
006500     05  FILLER              PIC X(61).
006600*
006700 FD  EXCEPT-LOG
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 80 CHARACTERS.
007000 01  XL-RECORD               PIC X(80).
007100*
007200 FD  SEC-RPT
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  SR-RECORD               PIC X(80).
007600*
007700 SD  LOG-WORK.
007800 01  SRT-RECORD.
007900     05  SRT-OPERATOR-ID     PIC X(08).
008000     05  SRT-CALLER          PIC X(08).
008100     05  SRT-DATE            PIC 9(08).
008200     05  SRT-TIME            PIC 9(06).
008300     05  SRT-RESULT          PIC X(16).
008400     05  SRT-WINDOW-SW       PIC X(01).
008500         88  SRT-OFF-WINDOW          VALUE "Y".
008600     05  FILLER              PIC X(33).
008700*
008800 FD  RUN-LOG
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  RL-RECORD               PIC X(80).
009200*
009300 FD  BUS-DATE-PARM
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 80 CHARACTERS.
009600 01  BD-RECORD.
009700     05  BD-BUSINESS-DATE    PIC 9(08).
009800     05  FILLER              PIC X(72).
009900*
010000 FD  OPER-CARD
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  OC-RECORD.
010400     05  OC-OPERATOR-ID      PIC X(08).
010500     05  FILLER              PIC X(72).
010600*
010700 FD  OPER-AUTH
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 80 CHARACTERS.
011000 01  OA-RECORD.
011100     05  OA-OPERATOR-ID      PIC X(08).
011200     05  OA-NAME             PIC X(20).
011300     05  OA-ACTIVE           PIC X(01).
011400     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
011500     05  FILLER              PIC X(11).
011600*
011700* OPER-LOG IS WRITTEN BY OPERAUTP AS OL-RECORD AND READ BACK
011800* HERE THROUGH OL-DETAIL (THE OPERAUTH-LOG-LINE LAYOUT)
011900*
012000 FD  OPER-LOG
012100     LABEL RECORDS ARE STANDARD
012200     RECORD CONTAINS 80 CHARACTERS.
012300 01  OL-RECORD               PIC X(80).
012400 01  OL-DETAIL.
012500     05  OL-CALLER           PIC X(08).
012600     05  FILLER              PIC X(01).
012700     05  OL-DATE             PIC 9(08).
012800     05  FILLER              PIC X(01).
012900     05  OL-TIME             PIC 9(06).
013000     05  FILLER              PIC X(01).
013100     05  OL-OPERATOR-ID      PIC X(08).
013200     05  FILLER              PIC X(01).
013300     05  OL-RESULT           PIC X(16).
013400     05  FILLER              PIC X(30).
013500*----------------------------------------------------------*
013600 WORKING-STORAGE SECTION.
013700     COPY RUNHDR.
013800     COPY RUNLOG.
013900     COPY OPERAUTH.
014000     COPY PRTSRV.
014100     COPY EXCREC.
014200 01  WS-PRINT-LINE           PIC X(80).
014300 01  WS-HDG-SUB              PIC 9(01) COMP.
014400*
014500 01  WS-SWITCHES.
014600     05  WS-EOF-SW           PIC X(01) VALUE "N".
014700         88  EOF-INPUT               VALUE "Y".
014800     05  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
014900         88  EOF-LOG-WORK            VALUE "Y".
015000     05  WS-FIRST-LINE-SW    PIC X(01) VALUE "Y".
015100         88  FIRST-LINE              VALUE "Y".
015200     05  WS-FOUND-SW         PIC X(01) VALUE "N".
015300         88  ENTRY-FOUND             VALUE "Y".
015400     05  WS-LISTED-SW        PIC X(01) VALUE "N".
015500         88  PROGRAM-LISTED          VALUE "Y".
015600     05  WS-MODE             PIC X(01) VALUE "D".
015700         88  MODE-DAILY              VALUE "D".
015800         88  MODE-MONTHLY            VALUE "M".
015900*
016000 01  WS-COUNTERS.
016100     05  WS-LOG-READ         PIC 9(07) COMP VALUE ZERO.
016200     05  WS-LOG-SELECTED     PIC 9(06) COMP VALUE ZERO.
016300     05  WS-RUN-COUNT        PIC 9(06) COMP VALUE ZERO.
016400     05  WS-REJECT-COUNT     PIC 9(06) COMP VALUE ZERO.
016500     05  WS-OFF-WINDOW-COUNT PIC 9(06) COMP VALUE ZERO.
016600     05  WS-UNLISTED-COUNT   PIC 9(06) COMP VALUE ZERO.
016700     05  WS-FAIL-ITEM-COUNT  PIC 9(05) COMP VALUE ZERO.
016800     05  WS-GROUP-COUNT      PIC 9(05) COMP VALUE ZERO.
016900*
017000* REPORT PERIOD, BATCH WINDOW AND FAILURE LIMIT - OPERSPRM
017100* OVERRIDES
017200*
017300 01  WS-REPORT-DATE          PIC 9(08) VALUE ZERO.
017400 01  WS-REPORT-DATE-X REDEFINES WS-REPORT-DATE.
017500     05  WS-REPORT-MONTH     PIC 9(06).
017600     05  FILLER              PIC 9(02).
017700 01  WS-WINDOW-START         PIC 9(04) VALUE 1800.
017800 01  WS-WINDOW-END           PIC 9(04) VALUE 0600.
017900 01  WS-FAIL-LIMIT           PIC 9(02) VALUE 3.
018000 01  WS-LOG-HHMM             PIC 9(04) VALUE ZERO.
018100*
018200* OPERAUTH AS IT STANDS NOW, FOR THE PROGRAM-LIST CHECK
018300*
018400 01  WS-OPER-MAX             PIC 9(04) COMP VALUE 300.
018500 01  WS-OPER-COUNT           PIC 9(04) COMP VALUE ZERO.
018600 01  WS-OPER-SUB             PIC 9(04) COMP VALUE ZERO.
018650 01  WS-ENTRY-SUB            PIC 9(04) COMP VALUE ZERO.
018700 01  WS-PGM-SUB              PIC 9(02) COMP VALUE ZERO.
018800 01  WS-OPER-TABLE.
018900     05  WS-OPER-ENTRY OCCURS 300 TIMES.
019000         10  WS-OT-OPERATOR-ID   PIC X(08).
019100         10  WS-OT-NAME          PIC X(20).
019200         10  WS-OT-PROGRAM       PIC X(08) OCCURS 5 TIMES.
019300*
019400* THE CURRENT OPERATOR AND OPERATOR/PROGRAM GROUP
019500*
019600 01  WS-PRIOR-OPERATOR-ID    PIC X(08) VALUE SPACES.
019700 01  WS-PRIOR-CALLER         PIC X(08) VALUE SPACES.
019800 01  WS-OPER-NAME            PIC X(20) VALUE SPACES.
019900 01  WS-GROUP-TOTALS.
020000     05  WS-GRP-RUNS         PIC 9(05) VALUE ZERO.
020100     05  WS-GRP-REJECTS      PIC 9(05) VALUE ZERO.
020200     05  WS-GRP-OFF-WINDOW   PIC 9(05) VALUE ZERO.
020300     05  WS-GRP-UNLISTED     PIC 9(05) VALUE ZERO.
020400 01  WS-REASON-TOTALS.
020500     05  WS-RSN-NO-CARD      PIC 9(05) VALUE ZERO.
020600     05  WS-RSN-UNKNOWN      PIC 9(05) VALUE ZERO.
020700     05  WS-RSN-INACTIVE     PIC 9(05) VALUE ZERO.
020800     05  WS-RSN-NOT-AUTH     PIC 9(05) VALUE ZERO.
020900     05  WS-RSN-OTHER        PIC 9(05) VALUE ZERO.
021000*
021100* THE CURRENT OPERATOR'S REJECTIONS BY DAY (A MONTH AT MOST)
021200*
021300 01  WS-DAY-COUNT            PIC 9(02) COMP VALUE ZERO.
021400 01  WS-DAY-SUB              PIC 9(02) COMP VALUE ZERO.
021500 01  WS-DAY-TABLE.
021600     05  WS-DAY-ENTRY OCCURS 31 TIMES.
021700         10  WS-DT-DATE          PIC 9(08).
021800         10  WS-DT-FAILS         PIC 9(04).
021900*
022000 01  WS-EXC-VALUES.
022100     05  FILLER              PIC X(05) VALUE "DATE:".
022200     05  WS-EV-DATE          PIC 9(08).
022300     05  FILLER              PIC X(07) VALUE " FAILS:".
022400     05  WS-EV-FAILS         PIC ZZZ9.
022500     05  FILLER              PIC X(06) VALUE SPACES.
022600*
022700 01  WS-PAGE-HEADER-1.
022800     05  FILLER              PIC X(40) VALUE
022900         "OPERATOR ACTIVITY AND SECURITY REPORT".
023000     05  FILLER              PIC X(40) VALUE SPACES.
023100*
023200 01  WS-PAGE-HEADER-2.
023300     05  FILLER              PIC X(09) VALUE "OPERATOR".
023400     05  FILLER              PIC X(21) VALUE "NAME".
023500     05  FILLER              PIC X(09) VALUE "PROGRAM".
023600     05  FILLER              PIC X(06) VALUE " RUNS".
023700     05  FILLER              PIC X(06) VALUE "  REJ".
023800     05  FILLER              PIC X(06) VALUE "  OFF".
023900     05  FILLER              PIC X(06) VALUE " UNLS".
024000     05  FILLER              PIC X(17) VALUE SPACES.
024100*
024200 01  WS-PERIOD-LINE.
024300     05  FILLER              PIC X(08) VALUE "PERIOD: ".
024400     05  WS-PL-MODE          PIC X(08).
024500     05  WS-PL-DATE          PIC 9999/99/99.
024600     05  FILLER              PIC X(10) VALUE "  WINDOW: ".
024700     05  WS-PL-WINDOW-START  PIC 9(04).
024800     05  FILLER              PIC X(01) VALUE "-".
024900     05  WS-PL-WINDOW-END    PIC 9(04).
025000     05  FILLER              PIC X(16) VALUE "  FAILURE LIMIT:".
025100     05  WS-PL-FAIL-LIMIT    PIC ZZ9.
025200     05  FILLER              PIC X(16) VALUE SPACES.
025300*
025400 01  WS-GROUP-LINE.
025500     05  WS-GL-OPERATOR-ID   PIC X(08).
025600     05  FILLER              PIC X(01) VALUE SPACE.
025700     05  WS-GL-NAME          PIC X(20).
025800     05  FILLER              PIC X(01) VALUE SPACE.
025900     05  WS-GL-CALLER        PIC X(08).
026000     05  FILLER              PIC X(01) VALUE SPACE.
026100     05  WS-GL-RUNS          PIC ZZZZ9.
026200     05  FILLER              PIC X(01) VALUE SPACE.
026300     05  WS-GL-REJECTS       PIC ZZZZ9.
026400     05  FILLER              PIC X(01) VALUE SPACE.
026500     05  WS-GL-OFF-WINDOW    PIC ZZZZ9.
026600     05  FILLER              PIC X(01) VALUE SPACE.
026700     05  WS-GL-UNLISTED      PIC ZZZZ9.
026800     05  FILLER              PIC X(01) VALUE SPACE.
026900     05  WS-GL-FLAG          PIC X(16).
027000*
027100 01  WS-DETAIL-LINE.
027200     05  FILLER              PIC X(10) VALUE SPACES.
027300     05  WS-DL-CALLER        PIC X(08).
027400     05  FILLER              PIC X(01) VALUE SPACE.
027500     05  WS-DL-DATE          PIC 9999/99/99.
027600     05  FILLER              PIC X(01) VALUE SPACE.
027700     05  WS-DL-TIME          PIC 99B99B99.
027800     05  FILLER              PIC X(01) VALUE SPACE.
027900     05  WS-DL-RESULT        PIC X(16).
028000     05  FILLER              PIC X(01) VALUE SPACE.
028100     05  WS-DL-FLAG          PIC X(24).
028200*
028300 01  WS-REASON-LINE.
028400     05  FILLER              PIC X(06) VALUE SPACES.
028500     05  FILLER              PIC X(10) VALUE "REJECTED ".
028600     05  FILLER              PIC X(08) VALUE "NO CARD:".
028700     05  WS-RL-NO-CARD       PIC ZZZ9.
028800     05  FILLER              PIC X(09) VALUE " UNKNOWN:".
028900     05  WS-RL-UNKNOWN       PIC ZZZ9.
029000     05  FILLER              PIC X(10) VALUE " INACTIVE:".
029100     05  WS-RL-INACTIVE      PIC ZZZ9.
029200     05  FILLER              PIC X(10) VALUE " NOT AUTH:".
029300     05  WS-RL-NOT-AUTH      PIC ZZZ9.
029400     05  FILLER              PIC X(07) VALUE " OTHER:".
029500     05  WS-RL-OTHER         PIC ZZZ9.
029600*
029700 01  WS-FAIL-LINE.
029800     05  FILLER              PIC X(10) VALUE SPACES.
029900     05  FILLER              PIC X(19) VALUE "REPEATED FAILURES ".
030000     05  WS-FL-DATE          PIC 9999/99/99.
030100     05  FILLER              PIC X(02) VALUE ": ".
030200     05  WS-FL-FAILS         PIC ZZZ9.
030300     05  FILLER              PIC X(35) VALUE
030400         " - E ITEM RAISED ON SECXLOG".
030500*
030600 01  WS-SUMMARY-LINE-1.
030700     05  FILLER              PIC X(10) VALUE "LOG LINES:".
030800     05  WS-SM-SELECTED      PIC ZZZZZ9.
030900     05  FILLER              PIC X(07) VALUE " RUNS:".
031000     05  WS-SM-RUNS          PIC ZZZZZ9.
031100     05  FILLER              PIC X(10) VALUE " REJECTS:".
031200     05  WS-SM-REJECTS       PIC ZZZZZ9.
031300     05  FILLER              PIC X(13) VALUE " OFF-WINDOW:".
031400     05  WS-SM-OFF-WINDOW    PIC ZZZZZ9.
031500     05  FILLER              PIC X(16) VALUE SPACES.
031600*
031700 01  WS-SUMMARY-LINE-2.
031800     05  FILLER              PIC X(15) VALUE "UNLISTED RUNS:".
031900     05  WS-SM-UNLISTED      PIC ZZZZZ9.
032000     05  FILLER              PIC X(24) VALUE
032100         " REPEATED-FAILURE DAYS:".
032200     05  WS-SM-FAIL-ITEMS    PIC ZZZZ9.
032300     05  FILLER              PIC X(30) VALUE SPACES.
032400*----------------------------------------------------------*
032500 PROCEDURE DIVISION.
032600 0000-MAINLINE.
032700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032800     SORT LOG-WORK
032900         ON ASCENDING KEY SRT-OPERATOR-ID
033000         ON ASCENDING KEY SRT-CALLER
033100         ON ASCENDING KEY SRT-DATE
033200         ON ASCENDING KEY SRT-TIME
033300         INPUT PROCEDURE IS 2000-SELECT-LOG
033400             THRU 2000-EXIT
033500         OUTPUT PROCEDURE IS 3000-REPORT-ACTIVITY
033600             THRU 3000-EXIT.
033700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033800     GOBACK.
033900*----------------------------------------------------------*
034000* 1000-INITIALIZE - VALIDATE THE OPERATOR (WHICH LOGS THIS
034100*                   RUN TOO), LOAD OPERAUTH, OPEN THE OUTPUTS,
034200*                   PRINT THE HEADER AND SET THE PERIOD
034300*----------------------------------------------------------*
034400 1000-INITIALIZE.
034500     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
034600     MOVE "OPERSEC" TO OPERAUTH-CALLER.
034700     PERFORM OPERAUTH-VALIDATE
034800         THRU OPERAUTH-VALIDATE-EXIT.
034900     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
035000     PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT.
035100     OPEN OUTPUT EXCEPT-LOG.
035200     OPEN OUTPUT SEC-RPT.
035300     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
035400     MOVE RUNHDR-DATE TO WS-REPORT-DATE.
035500     PERFORM 1100-READ-SEC-PARM THRU 1100-EXIT.
035600     MOVE SPACES TO WS-PRINT-LINE.
035700     IF MODE-MONTHLY
035800         MOVE "MONTHLY" TO WS-PL-MODE
035900     ELSE
036000         MOVE "DAILY" TO WS-PL-MODE
036100     END-IF.
036200     MOVE WS-REPORT-DATE TO WS-PL-DATE.
036300     MOVE WS-WINDOW-START TO WS-PL-WINDOW-START.
036400     MOVE WS-WINDOW-END TO WS-PL-WINDOW-END.
036500     MOVE WS-FAIL-LIMIT TO WS-PL-FAIL-LIMIT.
036600     MOVE WS-PERIOD-LINE TO WS-PRINT-LINE.
036700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
036800     MOVE SPACES TO WS-PRINT-LINE.
036900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
037000 1000-EXIT.
037100     EXIT.
037200*----------------------------------------------------------*
037300* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
037400*----------------------------------------------------------*
037500 1050-PRINT-RUN-HEADER.
037600     MOVE "OPERSEC" TO RUNHDR-JOB-NAME.
037700     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
037800     MOVE "I" TO PRTSRV-FUNCTION.
037900     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
038000     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
038100     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
038200     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
038300     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
038400     CALL "PRTSRV" USING PRTSRV-CONTROL.
038500 1050-EXIT.
038600     EXIT.
038700*----------------------------------------------------------*
038800* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
038900*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
039000*                      RULES WHEN THE CARD IS ABSENT)
039100*----------------------------------------------------------*
039200 1090-READ-BUS-DATE.
039300     OPEN INPUT BUS-DATE-PARM.
039400     READ BUS-DATE-PARM
039500         AT END
039600             CONTINUE
039700         NOT AT END
039800             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
039900     END-READ.
040000     CLOSE BUS-DATE-PARM.
040100 1090-EXIT.
040200     EXIT.
040300*----------------------------------------------------------*
040400* 1100-READ-SEC-PARM - PERIOD, WINDOW AND FAILURE LIMIT FROM
040500*                      THE OPTIONAL OPERSPRM CARD; A BLANK OR
040600*                      NON-NUMERIC FIELD KEEPS ITS DEFAULT
040700*----------------------------------------------------------*
040800 1100-READ-SEC-PARM.
040900     OPEN INPUT SEC-PARM.
041000     READ SEC-PARM
041100         AT END
041200             CLOSE SEC-PARM
041300             GO TO 1100-EXIT
041400     END-READ.
041500     CLOSE SEC-PARM.
041600     IF SP-MODE = "M"
041700         SET MODE-MONTHLY TO TRUE
041800     END-IF.
041900     IF SP-REPORT-DATE NUMERIC
042000         AND SP-REPORT-DATE > ZERO
042100         MOVE SP-REPORT-DATE TO WS-REPORT-DATE
042200     END-IF.
042300     IF SP-WINDOW-START NUMERIC
042400         AND SP-WINDOW-END NUMERIC
042500         AND SP-WINDOW-START NOT > 2359
042600         AND SP-WINDOW-END NOT > 2359
042700         MOVE SP-WINDOW-START TO WS-WINDOW-START
042800         MOVE SP-WINDOW-END TO WS-WINDOW-END
042900     END-IF.
043000     IF SP-FAIL-LIMIT NUMERIC
043100         AND SP-FAIL-LIMIT > ZERO
043200         MOVE SP-FAIL-LIMIT TO WS-FAIL-LIMIT
043300     END-IF.
043400 1100-EXIT.
043500     EXIT.
043600*----------------------------------------------------------*
043700* 1200-LOAD-OPERATORS - THE OPERAUTH FILE INTO THE OPERATOR
043800*                       TABLE. A FILE TOO LARGE TO HOLD WOULD
043900*                       SHOW AUTHORIZED RUNS AS UNLISTED, SO
044000*                       THE STEP STOPS RC 12.
044100*----------------------------------------------------------*
044200 1200-LOAD-OPERATORS.
044300     MOVE "N" TO WS-EOF-SW.
044400     OPEN INPUT OPER-AUTH.
044500     PERFORM 1250-LOAD-ONE-OPERATOR THRU 1250-EXIT
044600         UNTIL EOF-INPUT.
044700     CLOSE OPER-AUTH.
044800     MOVE "N" TO WS-EOF-SW.
044900 1200-EXIT.
045000     EXIT.
045100*----------------------------------------------------------*
045200* 1250-LOAD-ONE-OPERATOR - ONE OPERAUTH RECORD INTO THE TABLE
045300*----------------------------------------------------------*
045400 1250-LOAD-ONE-OPERATOR.
045500     READ OPER-AUTH
045600         AT END
045700             SET EOF-INPUT TO TRUE
045800             GO TO 1250-EXIT
045900     END-READ.
046000     IF WS-OPER-COUNT NOT < WS-OPER-MAX
046100         DISPLAY "OPERSEC: OPERAUTH HOLDS MORE THAN "
046200             WS-OPER-MAX " OPERATORS - OPERATOR TABLE FULL"
046300         MOVE 12 TO RETURN-CODE
046400         STOP RUN
046500     END-IF.
046600     ADD 1 TO WS-OPER-COUNT.
046700     MOVE OA-OPERATOR-ID TO WS-OT-OPERATOR-ID (WS-OPER-COUNT).
046800     MOVE OA-NAME TO WS-OT-NAME (WS-OPER-COUNT).
046900     PERFORM 1260-LOAD-ONE-PROGRAM THRU 1260-EXIT
047000         VARYING WS-PGM-SUB FROM 1 BY 1
047100         UNTIL WS-PGM-SUB > 5.
047200 1250-EXIT.
047300     EXIT.
047400*----------------------------------------------------------*
047500* 1260-LOAD-ONE-PROGRAM - ONE OA-PROGRAM ENTRY INTO THE TABLE
047600*----------------------------------------------------------*
047700 1260-LOAD-ONE-PROGRAM.
047800     MOVE OA-PROGRAM (WS-PGM-SUB)
047900         TO WS-OT-PROGRAM (WS-OPER-COUNT WS-PGM-SUB).
048000 1260-EXIT.
048100     EXIT.
048200*----------------------------------------------------------*
048300* 2000-SELECT-LOG - SORT INPUT: EVERY OPERLOG LINE DATED IN
048400*                   THE REPORT PERIOD, MARKED WHEN IT FALLS
048500*                   OUTSIDE THE BATCH WINDOW
048600*----------------------------------------------------------*
048700 2000-SELECT-LOG.
048800     MOVE "N" TO WS-EOF-SW.
048900     OPEN INPUT OPER-LOG.
049000     PERFORM 2100-SELECT-LINE THRU 2100-EXIT
049100         UNTIL EOF-INPUT.
049200     CLOSE OPER-LOG.
049300 2000-EXIT.
049400     EXIT.
049500*----------------------------------------------------------*
049600* 2100-SELECT-LINE - ONE OPERLOG LINE. THE WINDOW RUNS FROM
049700*                    ITS START UP TO ITS END, ACROSS MIDNIGHT
049800*                    WHEN THE START IS THE LATER TIME.
049900*----------------------------------------------------------*
050000 2100-SELECT-LINE.
050100     READ OPER-LOG
050200         AT END
050300             SET EOF-INPUT TO TRUE
050400             GO TO 2100-EXIT
050500     END-READ.
050600     ADD 1 TO WS-LOG-READ.
050700     IF OL-DATE NOT NUMERIC
050800         OR OL-TIME NOT NUMERIC
050900         GO TO 2100-EXIT
051000     END-IF.
051100     IF MODE-MONTHLY
051200         IF OL-DATE (1:6) NOT = WS-REPORT-MONTH
051300             GO TO 2100-EXIT
051400         END-IF
051500     ELSE
051600         IF OL-DATE NOT = WS-REPORT-DATE
051700             GO TO 2100-EXIT
051800         END-IF
051900     END-IF.
052000     ADD 1 TO WS-LOG-SELECTED.
052100     MOVE SPACES TO SRT-RECORD.
052200     MOVE OL-OPERATOR-ID TO SRT-OPERATOR-ID.
052300     MOVE OL-CALLER TO SRT-CALLER.
052400     MOVE OL-DATE TO SRT-DATE.
052500     MOVE OL-TIME TO SRT-TIME.
052600     MOVE OL-RESULT TO SRT-RESULT.
052700     MOVE "Y" TO SRT-WINDOW-SW.
052800     MOVE OL-TIME (1:4) TO WS-LOG-HHMM.
052900     IF WS-WINDOW-START > WS-WINDOW-END
053000         IF WS-LOG-HHMM NOT < WS-WINDOW-START
053100             OR WS-LOG-HHMM < WS-WINDOW-END
053200             MOVE "N" TO SRT-WINDOW-SW
053300         END-IF
053400     ELSE
053500         IF WS-LOG-HHMM NOT < WS-WINDOW-START
053600             AND WS-LOG-HHMM < WS-WINDOW-END
053700             MOVE "N" TO SRT-WINDOW-SW
053800         END-IF
053900     END-IF.
054000     RELEASE SRT-RECORD.
054100 2100-EXIT.
054200     EXIT.
054300*----------------------------------------------------------*
054400* 3000-REPORT-ACTIVITY - SORT OUTPUT: ONE LINE PER OPERATOR
054500*                        PER PROGRAM, BREAKING ON OPERATOR
054600*----------------------------------------------------------*
054700 3000-REPORT-ACTIVITY.
054800     MOVE "N" TO WS-SORT-EOF-SW.
054900     PERFORM 3100-RETURN-LINE THRU 3100-EXIT
055000         UNTIL EOF-LOG-WORK.
055100     IF NOT FIRST-LINE
055200         PERFORM 3800-PROGRAM-BREAK THRU 3800-EXIT
055300         PERFORM 3900-OPERATOR-BREAK THRU 3900-EXIT
055400     END-IF.
055500 3000-EXIT.
055600     EXIT.
055700*----------------------------------------------------------*
055800* 3100-RETURN-LINE - ONE SORTED LOG LINE: BREAK ON PROGRAM AND
055900*                    OPERATOR, THEN COUNT IT AS A RUN OR A
056000*                    REJECTED ATTEMPT
056100*----------------------------------------------------------*
056200 3100-RETURN-LINE.
056300     RETURN LOG-WORK
056400         AT END
056500             SET EOF-LOG-WORK TO TRUE
056600     END-RETURN.
056700     IF EOF-LOG-WORK
056800         GO TO 3100-EXIT
056900     END-IF.
057000     IF NOT FIRST-LINE
057100         IF SRT-OPERATOR-ID NOT = WS-PRIOR-OPERATOR-ID
057200             OR SRT-CALLER NOT = WS-PRIOR-CALLER
057300             PERFORM 3800-PROGRAM-BREAK THRU 3800-EXIT
057400         END-IF
057500         IF SRT-OPERATOR-ID NOT = WS-PRIOR-OPERATOR-ID
057600             PERFORM 3900-OPERATOR-BREAK THRU 3900-EXIT
057700         END-IF
057800     END-IF.
057900     IF FIRST-LINE
058000         OR SRT-OPERATOR-ID NOT = WS-PRIOR-OPERATOR-ID
058100         PERFORM 3050-START-OPERATOR THRU 3050-EXIT
058200     END-IF.
058300     MOVE "N" TO WS-FIRST-LINE-SW.
058400     MOVE SRT-CALLER TO WS-PRIOR-CALLER.
058500     IF SRT-RESULT = "ACCEPTED"
058600         PERFORM 3200-COUNT-RUN THRU 3200-EXIT
058700     ELSE
058800         PERFORM 3300-COUNT-REJECT THRU 3300-EXIT
058900     END-IF.
059000 3100-EXIT.
059100     EXIT.
059200*----------------------------------------------------------*
059300* 3050-START-OPERATOR - FRESH TOTALS AND THE OPERAUTH ENTRY
059400*                       (IF ANY) FOR A NEW OPERATOR
059500*----------------------------------------------------------*
059600 3050-START-OPERATOR.
059700     MOVE SRT-OPERATOR-ID TO WS-PRIOR-OPERATOR-ID.
059800     MOVE ZERO TO WS-RSN-NO-CARD.
059900     MOVE ZERO TO WS-RSN-UNKNOWN.
060000     MOVE ZERO TO WS-RSN-INACTIVE.
060100     MOVE ZERO TO WS-RSN-NOT-AUTH.
060200     MOVE ZERO TO WS-RSN-OTHER.
060300     MOVE ZERO TO WS-DAY-COUNT.
060400     MOVE "N" TO WS-FOUND-SW.
060500     PERFORM 3060-SCAN-OPERATOR THRU 3060-EXIT
060600         VARYING WS-OPER-SUB FROM 1 BY 1
060700         UNTIL ENTRY-FOUND
060800         OR WS-OPER-SUB > WS-OPER-COUNT.
060900     IF ENTRY-FOUND
061000         SUBTRACT 1 FROM WS-OPER-SUB
061100         MOVE WS-OT-NAME (WS-OPER-SUB) TO WS-OPER-NAME
061200     ELSE
061300         MOVE ZERO TO WS-OPER-SUB
061400         MOVE "(NOT ON OPERAUTH)" TO WS-OPER-NAME
061500     END-IF.
061600     IF SRT-OPERATOR-ID = SPACES
061700         MOVE "(NO OPERATOR CARD)" TO WS-OPER-NAME
061800     END-IF.
061900 3050-EXIT.
062000     EXIT.
062100*----------------------------------------------------------*
062200* 3060-SCAN-OPERATOR - ONE PROBE OF THE OPERATOR TABLE
062300*----------------------------------------------------------*
062400 3060-SCAN-OPERATOR.
062500     IF WS-OT-OPERATOR-ID (WS-OPER-SUB) = SRT-OPERATOR-ID
062600         SET ENTRY-FOUND TO TRUE
062700     END-IF.
062800 3060-EXIT.
062900     EXIT.
063000*----------------------------------------------------------*
063100* 3200-COUNT-RUN - AN ACCEPTED RUN. A RUN OUTSIDE THE WINDOW
063200*                  OR OF A PROGRAM THE OPERATOR'S OPERAUTH
063300*                  ENTRIES DO NOT LIST (NOR *ALL) IS PRINTED.
063400*----------------------------------------------------------*
063500 3200-COUNT-RUN.
063600     ADD 1 TO WS-GRP-RUNS.
063700     ADD 1 TO WS-RUN-COUNT.
063800     MOVE "N" TO WS-LISTED-SW.
063900     IF WS-OPER-SUB > ZERO
064000         PERFORM 3240-CHECK-ENTRY THRU 3240-EXIT
064100             VARYING WS-ENTRY-SUB FROM WS-OPER-SUB BY 1
064200             UNTIL PROGRAM-LISTED
064300             OR WS-ENTRY-SUB > WS-OPER-COUNT
064400     END-IF.
064500     IF NOT PROGRAM-LISTED
064600         ADD 1 TO WS-GRP-UNLISTED
064700         ADD 1 TO WS-UNLISTED-COUNT
064800         MOVE "PROGRAM NOT IN OPERAUTH" TO WS-DL-FLAG
064900         PERFORM 3700-PRINT-DETAIL THRU 3700-EXIT
065000     END-IF.
065100     IF SRT-OFF-WINDOW
065200         ADD 1 TO WS-GRP-OFF-WINDOW
065300         ADD 1 TO WS-OFF-WINDOW-COUNT
065400         MOVE "OUTSIDE BATCH WINDOW" TO WS-DL-FLAG
065500         PERFORM 3700-PRINT-DETAIL THRU 3700-EXIT
065600     END-IF.
065700 3200-EXIT.
065800     EXIT.
065900*----------------------------------------------------------*
065910* 3240-CHECK-ENTRY - ONE OPERAUTH RECORD OF THE OPERATOR'S
065920*                    AGAINST THE RUN (AN ID'S PROGRAMS MAY
065930*                    SPAN SEVERAL RECORDS)
065940*----------------------------------------------------------*
065950 3240-CHECK-ENTRY.
065960     IF WS-OT-OPERATOR-ID (WS-ENTRY-SUB) = SRT-OPERATOR-ID
065970         PERFORM 3250-CHECK-PROGRAM THRU 3250-EXIT
065980             VARYING WS-PGM-SUB FROM 1 BY 1
065985             UNTIL PROGRAM-LISTED
065990             OR WS-PGM-SUB > 5
065991     END-IF.
065992 3240-EXIT.
065993     EXIT.
065994*----------------------------------------------------------*
066000* 3250-CHECK-PROGRAM - ONE OA-PROGRAM ENTRY AGAINST THE RUN
066100*----------------------------------------------------------*
066200 3250-CHECK-PROGRAM.
066300     IF WS-OT-PROGRAM (WS-ENTRY-SUB WS-PGM-SUB) = SRT-CALLER
066400         OR WS-OT-PROGRAM (WS-ENTRY-SUB WS-PGM-SUB) = "*ALL"
066500         SET PROGRAM-LISTED TO TRUE
066600     END-IF.
066700 3250-EXIT.
066800     EXIT.
066900*----------------------------------------------------------*
067000* 3300-COUNT-REJECT - A REJECTED ATTEMPT, COUNTED BY REASON
067100*                     AND AGAINST ITS DAY
067200*----------------------------------------------------------*
067300 3300-COUNT-REJECT.
067400     ADD 1 TO WS-GRP-REJECTS.
067500     ADD 1 TO WS-REJECT-COUNT.
067600     EVALUATE SRT-RESULT
067700         WHEN "NO OPERATOR CARD"
067800             ADD 1 TO WS-RSN-NO-CARD
067900         WHEN "UNKNOWN OPERATOR"
068000             ADD 1 TO WS-RSN-UNKNOWN
068100         WHEN "INACTIVE"
068200             ADD 1 TO WS-RSN-INACTIVE
068300         WHEN "NOT AUTHORIZED"
068400             ADD 1 TO WS-RSN-NOT-AUTH
068500         WHEN OTHER
068600             ADD 1 TO WS-RSN-OTHER
068700     END-EVALUATE.
068800     MOVE "N" TO WS-FOUND-SW.
068900     PERFORM 3350-SCAN-DAY THRU 3350-EXIT
069000         VARYING WS-DAY-SUB FROM 1 BY 1
069100         UNTIL ENTRY-FOUND
069200         OR WS-DAY-SUB > WS-DAY-COUNT.
069300     IF ENTRY-FOUND
069400         SUBTRACT 1 FROM WS-DAY-SUB
069500     ELSE
069600         IF WS-DAY-COUNT < 31
069700             ADD 1 TO WS-DAY-COUNT
069800             MOVE WS-DAY-COUNT TO WS-DAY-SUB
069900             MOVE SRT-DATE TO WS-DT-DATE (WS-DAY-SUB)
070000             MOVE ZERO TO WS-DT-FAILS (WS-DAY-SUB)
070100         ELSE
070200             GO TO 3300-EXIT
070300         END-IF
070400     END-IF.
070500     ADD 1 TO WS-DT-FAILS (WS-DAY-SUB).
070600 3300-EXIT.
070700     EXIT.
070800*----------------------------------------------------------*
070900* 3350-SCAN-DAY - ONE PROBE OF THE OPERATOR'S DAY TABLE
071000*----------------------------------------------------------*
071100 3350-SCAN-DAY.
071200     IF WS-DT-DATE (WS-DAY-SUB) = SRT-DATE
071300         SET ENTRY-FOUND TO TRUE
071400     END-IF.
071500 3350-EXIT.
071600     EXIT.
071700*----------------------------------------------------------*
071800* 3700-PRINT-DETAIL - ONE RUN LINE (CALLER HAS SET THE FLAG)
071900*----------------------------------------------------------*
072000 3700-PRINT-DETAIL.
072100     MOVE SRT-CALLER TO WS-DL-CALLER.
072200     MOVE SRT-DATE TO WS-DL-DATE.
072300     MOVE SRT-TIME TO WS-DL-TIME.
072400     MOVE SRT-RESULT TO WS-DL-RESULT.
072500     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
072600     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
072700 3700-EXIT.
072800     EXIT.
072900*----------------------------------------------------------*
073000* 3800-PROGRAM-BREAK - PRINT THE FINISHED OPERATOR/PROGRAM
073100*                      LINE AND CLEAR ITS TOTALS
073200*----------------------------------------------------------*
073300 3800-PROGRAM-BREAK.
073400     ADD 1 TO WS-GROUP-COUNT.
073500     MOVE SPACES TO WS-PRINT-LINE.
073600     MOVE WS-PRIOR-OPERATOR-ID TO WS-GL-OPERATOR-ID.
073700     MOVE WS-OPER-NAME TO WS-GL-NAME.
073800     MOVE WS-PRIOR-CALLER TO WS-GL-CALLER.
073900     MOVE WS-GRP-RUNS TO WS-GL-RUNS.
074000     MOVE WS-GRP-REJECTS TO WS-GL-REJECTS.
074100     MOVE WS-GRP-OFF-WINDOW TO WS-GL-OFF-WINDOW.
074200     MOVE WS-GRP-UNLISTED TO WS-GL-UNLISTED.
074300     MOVE SPACES TO WS-GL-FLAG.
074400     IF WS-GRP-UNLISTED > ZERO
074500         MOVE "UNLISTED PROGRAM" TO WS-GL-FLAG
074600     END-IF.
074700     MOVE WS-GROUP-LINE TO WS-PRINT-LINE.
074800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
074900     MOVE ZERO TO WS-GRP-RUNS.
075000     MOVE ZERO TO WS-GRP-REJECTS.
075100     MOVE ZERO TO WS-GRP-OFF-WINDOW.
075200     MOVE ZERO TO WS-GRP-UNLISTED.
075300 3800-EXIT.
075400     EXIT.
075500*----------------------------------------------------------*
075600* 3900-OPERATOR-BREAK - THE FINISHED OPERATOR'S REJECTIONS BY
075700*                       REASON AND ANY DAY AT OR OVER THE
075800*                       FAILURE LIMIT
075900*----------------------------------------------------------*
076000 3900-OPERATOR-BREAK.
076100     IF WS-REASON-TOTALS NOT = ZERO
076200         MOVE WS-RSN-NO-CARD TO WS-RL-NO-CARD
076300         MOVE WS-RSN-UNKNOWN TO WS-RL-UNKNOWN
076400         MOVE WS-RSN-INACTIVE TO WS-RL-INACTIVE
076500         MOVE WS-RSN-NOT-AUTH TO WS-RL-NOT-AUTH
076600         MOVE WS-RSN-OTHER TO WS-RL-OTHER
076700         MOVE WS-REASON-LINE TO WS-PRINT-LINE
076800         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
076900     END-IF.
077000     PERFORM 3950-CHECK-DAY THRU 3950-EXIT
077100         VARYING WS-DAY-SUB FROM 1 BY 1
077200         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
077300     MOVE SPACES TO WS-PRINT-LINE.
077400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
077500 3900-EXIT.
077600     EXIT.
077700*----------------------------------------------------------*
077800* 3950-CHECK-DAY - ONE DAY OF REJECTIONS; AT OR OVER THE
077900*                  LIMIT IT IS PRINTED AND RAISED AS AN
078000*                  E-SEVERITY SECF ITEM
078100*----------------------------------------------------------*
078200 3950-CHECK-DAY.
078300     IF WS-DT-FAILS (WS-DAY-SUB) < WS-FAIL-LIMIT
078400         GO TO 3950-EXIT
078500     END-IF.
078600     ADD 1 TO WS-FAIL-ITEM-COUNT.
078700     MOVE WS-DT-DATE (WS-DAY-SUB) TO WS-FL-DATE.
078800     MOVE WS-DT-FAILS (WS-DAY-SUB) TO WS-FL-FAILS.
078900     MOVE WS-FAIL-LINE TO WS-PRINT-LINE.
079000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
079100     MOVE "OPERSEC" TO EXCREC-PROGRAM-ID.
079200     MOVE "E" TO EXCREC-SEVERITY.
079300     MOVE "SECF" TO EXCREC-TYPE-CODE.
079400     IF WS-PRIOR-OPERATOR-ID = SPACES
079500         MOVE "NO CARD" TO EXCREC-KEY
079600     ELSE
079700         MOVE WS-PRIOR-OPERATOR-ID TO EXCREC-KEY
079800     END-IF.
079900     MOVE WS-DT-DATE (WS-DAY-SUB) TO WS-EV-DATE.
080000     MOVE WS-DT-FAILS (WS-DAY-SUB) TO WS-EV-FAILS.
080100     MOVE WS-EXC-VALUES TO EXCREC-VALUES.
080200     PERFORM EXCREC-STAMP THRU EXCREC-STAMP-EXIT.
080300     MOVE EXCREC-RECORD TO XL-RECORD.
080400     WRITE XL-RECORD.
080500 3950-EXIT.
080600     EXIT.
080700*----------------------------------------------------------*
080800* 9000-TERMINATE - SUMMARY COUNTS, CLOSES AND THE RUN LOG
080900*----------------------------------------------------------*
081000 9000-TERMINATE.
081100     MOVE WS-LOG-SELECTED TO WS-SM-SELECTED.
081200     MOVE WS-RUN-COUNT TO WS-SM-RUNS.
081300     MOVE WS-REJECT-COUNT TO WS-SM-REJECTS.
081400     MOVE WS-OFF-WINDOW-COUNT TO WS-SM-OFF-WINDOW.
081500     MOVE WS-SUMMARY-LINE-1 TO WS-PRINT-LINE.
081600     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
081700     MOVE WS-UNLISTED-COUNT TO WS-SM-UNLISTED.
081800     MOVE WS-FAIL-ITEM-COUNT TO WS-SM-FAIL-ITEMS.
081900     MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-LINE.
082000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
082100     PERFORM 8900-END-REPORT THRU 8900-EXIT.
082200     CLOSE EXCEPT-LOG.
082300     CLOSE SEC-RPT.
082400     MOVE "OPERSEC" TO RUNLOG-PROGRAM-ID.
082500     MOVE WS-LOG-READ TO RUNLOG-READ-COUNT.
082600     MOVE WS-GROUP-COUNT TO RUNLOG-WRITE-COUNT.
082700     COMPUTE RUNLOG-EXCEPT-COUNT = WS-FAIL-ITEM-COUNT
082800         + WS-UNLISTED-COUNT + WS-OFF-WINDOW-COUNT.
082900     MOVE "OK" TO RUNLOG-STATUS.
083000     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
083100 9000-EXIT.
083200     EXIT.
083300*----------------------------------------------------------*
083400* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
083500*                          SHARED PRINT SERVICE, WRITING THE
083600*                          PAGE HEADINGS FIRST ON A PAGE BREAK
083700*----------------------------------------------------------*
083800 8800-WRITE-REPORT-LINE.
083900     MOVE "W" TO PRTSRV-FUNCTION.
084000     CALL "PRTSRV" USING PRTSRV-CONTROL.
084100     IF PRTSRV-NEW-PAGE
084200         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
084300             VARYING WS-HDG-SUB FROM 1 BY 1
084400             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
084500     END-IF.
084600     MOVE WS-PRINT-LINE TO SR-RECORD.
084700     WRITE SR-RECORD.
084800 8800-EXIT.
084900     EXIT.
085000*----------------------------------------------------------*
085100* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
085200*----------------------------------------------------------*
085300 8850-WRITE-HEADING.
085400     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO SR-RECORD.
085500     WRITE SR-RECORD.
085600 8850-EXIT.
085700     EXIT.
085800*----------------------------------------------------------*
085900* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
086000*                   LINE-AND-PAGE-COUNT LINE
086100*----------------------------------------------------------*
086200 8900-END-REPORT.
086300     MOVE "E" TO PRTSRV-FUNCTION.
086400     CALL "PRTSRV" USING PRTSRV-CONTROL.
086500     MOVE PRTSRV-FINAL-LINE TO SR-RECORD.
086600     WRITE SR-RECORD.
086700 8900-EXIT.
086800     EXIT.
086900*----------------------------------------------------------*
087000     COPY RUNHDRP.
087100     COPY RUNLOGP.
087200     COPY OPERAUTP.
087300     COPY EXCRECP.
