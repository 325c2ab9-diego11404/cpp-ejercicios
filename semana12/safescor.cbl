000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     SAFESCOR.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - MONTHLY DRIVER SAFETY
001200*                   SCORECARD. EVERY DR-DRIVER-ID ON DRVMSTR IS
001300*                   MATCHED AGAINST ITS DRVHIST DRIVER-DAY
001400*                   SUMMARIES (POSTED NIGHTLY BY SAFEHIST) FOR
001500*                   THE 90 DAYS ENDING ON THE BUSINESS DATE, AND
001600*                   RANKED ON SAFESCRD BY POINTS, THEN TRIPS
001700*                   DRIVEN, WITH KILOMETRES, OVER-LIMIT TRIPS AND
001800*                   LICENSE EVENTS BESIDE THEM. A DRIVER WITH NO
001900*                   HISTORY IN THE WINDOW STILL RANKS, WITH ZERO.
002000*                   DRIVERS AT OR ABOVE THE SAFEPRM REVIEW
002100*                   THRESHOLD (DEFAULT 20 POINTS) ARE FLAGGED ON
002200*                   THE SCORECARD AND LISTED SEPARATELY ON
002300*                   SAFERVW FOR SUPERVISOR REVIEW. THE WINDOW
002400*                   START USES THE INTRINSIC DATE FUNCTIONS -
002500*                   DAY COUNTS ACROSS MONTH ENDS HAVE NO VERB
002600*                   FORM.
002633* 2026-10-15   RT   SCORING WINDOW NOW TAKEN AFTER THE RUN HEADER
002666*                   HAS SET THE BUSINESS DATE IT ENDS ON.
002700*----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DRV-MASTER  ASSIGN TO "DRVMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS DR-DRIVER-ID.
003800     SELECT DRV-HISTORY ASSIGN TO "DRVHIST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS DH-KEY.
004200     SELECT OPTIONAL SAFE-PARM ASSIGN TO "SAFEPRM"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT SCORE-RPT   ASSIGN TO "SAFESCRD"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT REVIEW-RPT  ASSIGN TO "SAFERVW"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT SCORE-WORK  ASSIGN TO "SCRWORK".
004900     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900*----------------------------------------------------------*
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  DRV-MASTER
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  DR-RECORD.
006600     05  DR-DRIVER-ID        PIC X(06).
006700     05  DR-NAME             PIC X(30).
006800     05  DR-LICENSE-NO       PIC X(12).
006900     05  DR-LICENSE-EXPIRY   PIC 9(08).
007000     05  DR-ACTIVE           PIC X(01).
007100     05  FILLER              PIC X(23).
007200*
007300 FD  DRV-HISTORY
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  DH-RECORD.
007700     05  DH-KEY.
007800         10  DH-DRIVER-ID    PIC X(06).
007900         10  DH-EVENT-DATE   PIC 9(08).
008000         10  DH-SEQ          PIC 9(04).
008100     05  DH-RECORD-TYPE      PIC X(01).
008200         88  DH-DAY-SUMMARY          VALUE "D".
008300         88  DH-OVER-LIMIT           VALUE "O".
008400         88  DH-LICENSE-EXPIRED      VALUE "E".
008500         88  DH-DRIVER-INACTIVE      VALUE "I".
008600     05  DH-VEHICLE-ID       PIC X(06).
008700     05  DH-POINTS           PIC 9(03).
008800     05  DH-TRIPS            PIC 9(03).
008900     05  DH-KM               PIC 9(5)V99.
009000     05  DH-OVLIM-TRIPS      PIC 9(03).
009100     05  DH-LICENSE-EVENTS   PIC 9(03).
009200     05  DH-SPEED            PIC 9(3)V99.
009300     05  DH-MAX-SPEED        PIC 9(3)V99.
009400     05  DH-PCT-OVER         PIC 9(4)V99.
009500     05  FILLER              PIC X(20).
009600*
009700 FD  SAFE-PARM
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 80 CHARACTERS.
010000 01  SP-RECORD.
010100     05  SP-BAND OCCURS 4 TIMES.
010200         10  SP-BAND-PCT     PIC 9(03).
010300         10  SP-BAND-POINTS  PIC 9(02).
010400     05  SP-EXPIRED-POINTS   PIC 9(02).
010500     05  SP-INACTIVE-POINTS  PIC 9(02).
010600     05  SP-REVIEW-POINTS    PIC 9(03).
010700     05  FILLER              PIC X(53).
010800*
010900 FD  SCORE-RPT
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  SC-RECORD               PIC X(80).
011300*
011400 FD  REVIEW-RPT
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  RV-RECORD               PIC X(80).
011800*
011900 SD  SCORE-WORK.
012000 01  SRT-RECORD.
012100     05  SRT-POINTS          PIC 9(05).
012200     05  SRT-TRIPS           PIC 9(05).
012300     05  SRT-DRIVER-ID       PIC X(06).
012400     05  SRT-NAME            PIC X(30).
012500     05  SRT-KM              PIC 9(7)V99.
012600     05  SRT-OVLIM-TRIPS     PIC 9(05).
012700     05  SRT-LICENSE-EVENTS  PIC 9(04).
012800     05  SRT-LICENSE-EXPIRY  PIC 9(08).
012900     05  SRT-ACTIVE          PIC X(01).
013000     05  FILLER              PIC X(07).
013100*
013200 FD  RUN-LOG
013300     LABEL RECORDS ARE STANDARD
013400     RECORD CONTAINS 80 CHARACTERS.
013500 01  RL-RECORD               PIC X(80).
013600*
013700 FD  BUS-DATE-PARM
013800     LABEL RECORDS ARE STANDARD
013900     RECORD CONTAINS 80 CHARACTERS.
014000 01  BD-RECORD.
014100     05  BD-BUSINESS-DATE    PIC 9(08).
014200     05  FILLER              PIC X(72).
014300*
014400 FD  OPER-CARD
014500     LABEL RECORDS ARE STANDARD
014600     RECORD CONTAINS 80 CHARACTERS.
014700 01  OC-RECORD.
014800     05  OC-OPERATOR-ID      PIC X(08).
014900     05  FILLER              PIC X(72).
015000*
015100 FD  OPER-AUTH
015200     LABEL RECORDS ARE STANDARD
015300     RECORD CONTAINS 80 CHARACTERS.
015400 01  OA-RECORD.
015500     05  OA-OPERATOR-ID      PIC X(08).
015600     05  OA-NAME             PIC X(20).
015700     05  OA-ACTIVE           PIC X(01).
015800     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
015900     05  FILLER              PIC X(11).
016000*
016100 FD  OPER-LOG
016200     LABEL RECORDS ARE STANDARD
016300     RECORD CONTAINS 80 CHARACTERS.
016400 01  OL-RECORD               PIC X(80).
016500*----------------------------------------------------------*
016600 WORKING-STORAGE SECTION.
016700     COPY RUNHDR.
016800     COPY RUNLOG.
016900     COPY OPERAUTH.
017000     COPY PRTSRV.
017100 01  WS-PRINT-LINE           PIC X(80).
017200 01  WS-HDG-SUB              PIC 9(01) COMP.
017300*
017400 01  WS-SWITCHES.
017500     05  WS-EOF-SW           PIC X(01) VALUE "N".
017600         88  EOF-DRV-MASTER          VALUE "Y".
017700     05  WS-HIST-EOF-SW      PIC X(01) VALUE "N".
017800         88  EOF-DRV-HISTORY         VALUE "Y".
017900     05  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
018000         88  EOF-SCORE-WORK          VALUE "Y".
018100*
018200 01  WS-COUNTERS.
018300     05  WS-DRIVER-COUNT     PIC 9(05) COMP VALUE ZERO.
018400     05  WS-HIST-READ        PIC 9(07) COMP VALUE ZERO.
018500     05  WS-DAYS-IN-WINDOW   PIC 9(07) COMP VALUE ZERO.
018600     05  WS-ORPHAN-COUNT     PIC 9(05) COMP VALUE ZERO.
018700     05  WS-REVIEW-COUNT     PIC 9(05) COMP VALUE ZERO.
018800     05  WS-RANK             PIC 9(05) COMP VALUE ZERO.
018900*
019000* THE SCORING WINDOW - THE 90 DAYS ENDING ON THE BUSINESS DATE
019100*
019200 01  WS-WINDOW-DAYS          PIC 9(03) VALUE 90.
019300 01  WS-WINDOW-START         PIC 9(08) VALUE ZERO.
019400 01  WS-REVIEW-POINTS        PIC 9(03) VALUE 20.
019500 01  WS-HIST-DRIVER-ID       PIC X(06) VALUE SPACES.
019600*
019700 01  WS-DRIVER-TOTALS.
019800     05  WS-DRV-POINTS       PIC 9(05) VALUE ZERO.
019900     05  WS-DRV-TRIPS        PIC 9(05) VALUE ZERO.
020000     05  WS-DRV-KM           PIC 9(7)V99 VALUE ZERO.
020100     05  WS-DRV-OVLIM        PIC 9(05) VALUE ZERO.
020200     05  WS-DRV-LICENSE      PIC 9(04) VALUE ZERO.
020300*
020400 01  WS-PAGE-HEADER-1.
020500     05  FILLER              PIC X(40) VALUE
020600         "DRIVER SAFETY SCORECARD - 90 DAYS".
020700     05  FILLER              PIC X(40) VALUE SPACES.
020800*
020900 01  WS-PAGE-HEADER-2.
021000     05  FILLER              PIC X(05) VALUE "RANK".
021100     05  FILLER              PIC X(07) VALUE "DRIVER".
021200     05  FILLER              PIC X(21) VALUE "NAME".
021300     05  FILLER              PIC X(06) VALUE "POINTS".
021400     05  FILLER              PIC X(06) VALUE " TRIPS".
021500     05  FILLER              PIC X(10) VALUE "        KM".
021600     05  FILLER              PIC X(06) VALUE "  OVER".
021700     05  FILLER              PIC X(05) VALUE "  LIC".
021800     05  FILLER              PIC X(14) VALUE " FLAG".
021900*
022000 01  WS-WINDOW-LINE.
022100     05  FILLER              PIC X(07) VALUE "WINDOW ".
022200     05  WS-WL-START         PIC 9(08).
022300     05  FILLER              PIC X(04) VALUE " TO ".
022400     05  WS-WL-END           PIC 9(08).
022500     05  FILLER              PIC X(17) VALUE "  REVIEW AT OR".
022600     05  FILLER              PIC X(07) VALUE " ABOVE ".
022700     05  WS-WL-REVIEW        PIC ZZ9.
022800     05  FILLER              PIC X(07) VALUE " POINTS".
022900     05  FILLER              PIC X(19) VALUE SPACES.
023000*
023100 01  WS-RANK-LINE.
023200     05  WS-RK-RANK          PIC ZZZ9.
023300     05  FILLER              PIC X(01) VALUE SPACE.
023400     05  WS-RK-DRIVER-ID     PIC X(06).
023500     05  FILLER              PIC X(01) VALUE SPACE.
023600     05  WS-RK-NAME          PIC X(20).
023700     05  FILLER              PIC X(01) VALUE SPACE.
023800     05  WS-RK-POINTS        PIC ZZZZ9.
023900     05  FILLER              PIC X(01) VALUE SPACE.
024000     05  WS-RK-TRIPS         PIC ZZZZ9.
024100     05  FILLER              PIC X(01) VALUE SPACE.
024200     05  WS-RK-KM            PIC ZZZZZZ9.9.
024300     05  FILLER              PIC X(01) VALUE SPACE.
024400     05  WS-RK-OVLIM         PIC ZZZZ9.
024500     05  FILLER              PIC X(01) VALUE SPACE.
024600     05  WS-RK-LICENSE       PIC ZZZ9.
024700     05  FILLER              PIC X(01) VALUE SPACE.
024800     05  WS-RK-FLAG          PIC X(08).
024900     05  FILLER              PIC X(06) VALUE SPACES.
025000*
025100 01  WS-SUMMARY-LINE.
025200     05  FILLER              PIC X(09) VALUE "DRIVERS:".
025300     05  WS-SM-DRIVERS       PIC ZZZZ9.
025400     05  FILLER              PIC X(16) VALUE " DAYS IN WINDOW:".
025500     05  WS-SM-DAYS          PIC ZZZZZZ9.
025600     05  FILLER              PIC X(09) VALUE " REVIEW:".
025700     05  WS-SM-REVIEW        PIC ZZZZ9.
025800     05  FILLER              PIC X(17) VALUE " NOT ON DRVMSTR:".
025900     05  WS-SM-ORPHAN        PIC ZZZZ9.
026000     05  FILLER              PIC X(07) VALUE SPACES.
026100*
026200 01  WS-REVIEW-HEADER-1.
026300     05  FILLER              PIC X(40) VALUE
026400         "DRIVERS FOR SUPERVISOR SAFETY REVIEW".
026500     05  FILLER              PIC X(40) VALUE SPACES.
026600*
026700 01  WS-REVIEW-HEADER-2.
026800     05  FILLER              PIC X(07) VALUE "DRIVER".
026900     05  FILLER              PIC X(31) VALUE "NAME".
027000     05  FILLER              PIC X(06) VALUE "POINTS".
027100     05  FILLER              PIC X(06) VALUE " TRIPS".
027200     05  FILLER              PIC X(06) VALUE "  OVER".
027300     05  FILLER              PIC X(05) VALUE "  LIC".
027400     05  FILLER              PIC X(10) VALUE " LIC EXP".
027500     05  FILLER              PIC X(09) VALUE "ACT".
027600*
027700 01  WS-REVIEW-LINE.
027800     05  WS-RV-DRIVER-ID     PIC X(06).
027900     05  FILLER              PIC X(01) VALUE SPACE.
028000     05  WS-RV-NAME          PIC X(30).
028100     05  FILLER              PIC X(01) VALUE SPACE.
028200     05  WS-RV-POINTS        PIC ZZZZ9.
028300     05  FILLER              PIC X(01) VALUE SPACE.
028400     05  WS-RV-TRIPS         PIC ZZZZ9.
028500     05  FILLER              PIC X(01) VALUE SPACE.
028600     05  WS-RV-OVLIM         PIC ZZZZ9.
028700     05  FILLER              PIC X(01) VALUE SPACE.
028800     05  WS-RV-LICENSE       PIC ZZZ9.
028900     05  FILLER              PIC X(01) VALUE SPACE.
029000     05  WS-RV-EXPIRY        PIC 9(08).
029100     05  FILLER              PIC X(02) VALUE SPACES.
029200     05  WS-RV-ACTIVE        PIC X(01).
029300     05  FILLER              PIC X(08) VALUE SPACES.
029400*
029500 01  WS-REVIEW-COUNT-LINE.
029600     05  FILLER              PIC X(20) VALUE
029700         "DRIVERS FOR REVIEW:".
029800     05  WS-RC-COUNT         PIC ZZZZ9.
029900     05  FILLER              PIC X(55) VALUE SPACES.
030000*----------------------------------------------------------*
030100 PROCEDURE DIVISION.
030200 0000-MAINLINE.
030300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030400     SORT SCORE-WORK
030500         ON DESCENDING KEY SRT-POINTS
030600         ON DESCENDING KEY SRT-TRIPS
030700         ON ASCENDING KEY SRT-DRIVER-ID
030800         INPUT PROCEDURE IS 2000-SCORE-DRIVERS
030900             THRU 2000-EXIT
031000         OUTPUT PROCEDURE IS 3000-PRINT-SCORECARD
031100             THRU 3000-EXIT.
031200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031300     GOBACK.
031400*----------------------------------------------------------*
031500* 1000-INITIALIZE - REVIEW THRESHOLD, SCORING WINDOW, FILES
031600*                   AND THE RUN HEADERS
031700*----------------------------------------------------------*
031800 1000-INITIALIZE.
031900     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
032000     MOVE "SAFESCOR" TO OPERAUTH-CALLER.
032100     PERFORM OPERAUTH-VALIDATE
032200         THRU OPERAUTH-VALIDATE-EXIT.
032300     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
032400     PERFORM 1100-READ-SAFE-PARM THRU 1100-EXIT.
032425     OPEN OUTPUT SCORE-RPT.
032450     OPEN OUTPUT REVIEW-RPT.
032475     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
032500     COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
032600         (FUNCTION INTEGER-OF-DATE (RUNHDR-DATE)
032700         - WS-WINDOW-DAYS + 1).
033100     PERFORM 1060-PRINT-REVIEW-HEADER THRU 1060-EXIT.
033200     MOVE SPACES TO WS-PRINT-LINE.
033300     MOVE WS-WINDOW-START TO WS-WL-START.
033400     MOVE RUNHDR-DATE TO WS-WL-END.
033500     MOVE WS-REVIEW-POINTS TO WS-WL-REVIEW.
033600     MOVE WS-WINDOW-LINE TO WS-PRINT-LINE.
033700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
033800 1000-EXIT.
033900     EXIT.
034000*----------------------------------------------------------*
034100* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
034200*----------------------------------------------------------*
034300 1050-PRINT-RUN-HEADER.
034400     MOVE "SAFESCOR" TO RUNHDR-JOB-NAME.
034500     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
034600     MOVE "I" TO PRTSRV-FUNCTION.
034700     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
034800     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
034900     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
035000     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
035100     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
035200     CALL "PRTSRV" USING PRTSRV-CONTROL.
035300 1050-EXIT.
035400     EXIT.
035500*----------------------------------------------------------*
035600* 1060-PRINT-REVIEW-HEADER - RUN HEADER AND HEADINGS AT THE
035700*                            TOP OF THE SUPERVISOR REVIEW LIST
035800*----------------------------------------------------------*
035900 1060-PRINT-REVIEW-HEADER.
036000     MOVE RUNHDR-LINE-1 TO RV-RECORD.
036100     WRITE RV-RECORD.
036200     MOVE RUNHDR-LINE-2 TO RV-RECORD.
036300     WRITE RV-RECORD.
036400     MOVE WS-REVIEW-HEADER-1 TO RV-RECORD.
036500     WRITE RV-RECORD.
036600     MOVE WS-REVIEW-HEADER-2 TO RV-RECORD.
036700     WRITE RV-RECORD.
036800 1060-EXIT.
036900     EXIT.
037000*----------------------------------------------------------*
037100* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
037200*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
037300*                      RULES WHEN THE CARD IS ABSENT)
037400*----------------------------------------------------------*
037500 1090-READ-BUS-DATE.
037600     OPEN INPUT BUS-DATE-PARM.
037700     READ BUS-DATE-PARM
037800         AT END
037900             CONTINUE
038000         NOT AT END
038100             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
038200     END-READ.
038300     CLOSE BUS-DATE-PARM.
038400 1090-EXIT.
038500     EXIT.
038600*----------------------------------------------------------*
038700* 1100-READ-SAFE-PARM - REVIEW THRESHOLD FROM THE OPTIONAL
038800*                       SAFEPRM CARD SHARED WITH SAFEHIST
038900*----------------------------------------------------------*
039000 1100-READ-SAFE-PARM.
039100     OPEN INPUT SAFE-PARM.
039200     READ SAFE-PARM
039300         AT END
039400             CONTINUE
039500         NOT AT END
039600             IF SP-REVIEW-POINTS NUMERIC
039700                 AND SP-REVIEW-POINTS > ZERO
039800                 MOVE SP-REVIEW-POINTS TO WS-REVIEW-POINTS
039900             END-IF
040000     END-READ.
040100     CLOSE SAFE-PARM.
040200 1100-EXIT.
040300     EXIT.
040400*----------------------------------------------------------*
040500* 2000-SCORE-DRIVERS - SORT INPUT: MATCH EVERY DRIVER ON THE
040600*                      MASTER AGAINST ITS HISTORY AND RELEASE
040700*                      ITS WINDOW TOTALS
040800*----------------------------------------------------------*
040900 2000-SCORE-DRIVERS.
041000     OPEN INPUT DRV-MASTER.
041100     OPEN INPUT DRV-HISTORY.
041200     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
041300     PERFORM 2100-SCORE-DRIVER THRU 2100-EXIT
041400         UNTIL EOF-DRV-MASTER.
041500     PERFORM 2200-SKIP-ORPHAN THRU 2200-EXIT
041600         UNTIL EOF-DRV-HISTORY.
041700     CLOSE DRV-MASTER.
041800     CLOSE DRV-HISTORY.
041900 2000-EXIT.
042000     EXIT.
042100*----------------------------------------------------------*
042200* 2100-SCORE-DRIVER - ONE DRIVER: PASS OVER HISTORY FOR IDS NOT
042300*                     ON THE MASTER, TOTAL THE DRIVER'S OWN
042400*                     HISTORY AND RELEASE IT TO THE SORT
042500*----------------------------------------------------------*
042600 2100-SCORE-DRIVER.
042700     READ DRV-MASTER
042800         AT END
042900             SET EOF-DRV-MASTER TO TRUE
043000             GO TO 2100-EXIT
043100     END-READ.
043200     ADD 1 TO WS-DRIVER-COUNT.
043300     MOVE ZERO TO WS-DRV-POINTS.
043400     MOVE ZERO TO WS-DRV-TRIPS.
043500     MOVE ZERO TO WS-DRV-KM.
043600     MOVE ZERO TO WS-DRV-OVLIM.
043700     MOVE ZERO TO WS-DRV-LICENSE.
043800     PERFORM 2200-SKIP-ORPHAN THRU 2200-EXIT
043900         UNTIL WS-HIST-DRIVER-ID NOT < DR-DRIVER-ID.
044000     PERFORM 2300-ADD-HISTORY THRU 2300-EXIT
044100         UNTIL WS-HIST-DRIVER-ID NOT = DR-DRIVER-ID.
044200     MOVE SPACES TO SRT-RECORD.
044300     MOVE WS-DRV-POINTS TO SRT-POINTS.
044400     MOVE WS-DRV-TRIPS TO SRT-TRIPS.
044500     MOVE DR-DRIVER-ID TO SRT-DRIVER-ID.
044600     MOVE DR-NAME TO SRT-NAME.
044700     MOVE WS-DRV-KM TO SRT-KM.
044800     MOVE WS-DRV-OVLIM TO SRT-OVLIM-TRIPS.
044900     MOVE WS-DRV-LICENSE TO SRT-LICENSE-EVENTS.
045000     MOVE DR-LICENSE-EXPIRY TO SRT-LICENSE-EXPIRY.
045100     MOVE DR-ACTIVE TO SRT-ACTIVE.
045200     RELEASE SRT-RECORD.
045300 2100-EXIT.
045400     EXIT.
045500*----------------------------------------------------------*
045600* 2200-SKIP-ORPHAN - HISTORY FOR A DRIVER NO LONGER ON THE
045700*                    MASTER IS COUNTED AND PASSED OVER
045800*----------------------------------------------------------*
045900 2200-SKIP-ORPHAN.
046000     IF DH-DAY-SUMMARY
046100         ADD 1 TO WS-ORPHAN-COUNT
046200     END-IF.
046300     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
046400 2200-EXIT.
046500     EXIT.
046600*----------------------------------------------------------*
046700* 2300-ADD-HISTORY - A DRIVER-DAY SUMMARY DATED IN THE WINDOW
046800*                    ADDS TO THE DRIVER'S TOTALS; EVENT DETAIL
046900*                    IS ALREADY IN ITS DAY'S SUMMARY
047000*----------------------------------------------------------*
047100 2300-ADD-HISTORY.
047200     IF DH-DAY-SUMMARY
047300         AND DH-EVENT-DATE NOT < WS-WINDOW-START
047400         AND DH-EVENT-DATE NOT > RUNHDR-DATE
047500         ADD 1 TO WS-DAYS-IN-WINDOW
047600         ADD DH-POINTS TO WS-DRV-POINTS
047700         ADD DH-TRIPS TO WS-DRV-TRIPS
047800         ADD DH-KM TO WS-DRV-KM
047900         ADD DH-OVLIM-TRIPS TO WS-DRV-OVLIM
048000         ADD DH-LICENSE-EVENTS TO WS-DRV-LICENSE
048100     END-IF.
048200     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
048300 2300-EXIT.
048400     EXIT.
048500*----------------------------------------------------------*
048600* 2900-READ-HISTORY - NEXT DRVHIST RECORD; AT END THE MATCH
048700*                     KEY GOES TO HIGH-VALUES SO EVERY
048800*                     REMAINING DRIVER SEES NO HISTORY
048900*----------------------------------------------------------*
049000 2900-READ-HISTORY.
049100     READ DRV-HISTORY
049200         AT END
049300             SET EOF-DRV-HISTORY TO TRUE
049400             MOVE HIGH-VALUES TO WS-HIST-DRIVER-ID
049500             GO TO 2900-EXIT
049600     END-READ.
049700     ADD 1 TO WS-HIST-READ.
049800     MOVE DH-DRIVER-ID TO WS-HIST-DRIVER-ID.
049900 2900-EXIT.
050000     EXIT.
050100*----------------------------------------------------------*
050200* 3000-PRINT-SCORECARD - SORT OUTPUT: THE RANKED SCORECARD AND
050300*                        THE SUPERVISOR REVIEW LIST
050400*----------------------------------------------------------*
050500 3000-PRINT-SCORECARD.
050600     MOVE "N" TO WS-SORT-EOF-SW.
050700     PERFORM 3100-RETURN-DRIVER THRU 3100-EXIT
050800         UNTIL EOF-SCORE-WORK.
050900 3000-EXIT.
051000     EXIT.
051100*----------------------------------------------------------*
051200* 3100-RETURN-DRIVER - ONE RANKED DRIVER: SCORECARD LINE, AND
051300*                      A REVIEW LINE WHEN AT THE THRESHOLD
051400*----------------------------------------------------------*
051500 3100-RETURN-DRIVER.
051600     RETURN SCORE-WORK
051700         AT END
051800             SET EOF-SCORE-WORK TO TRUE
051900     END-RETURN.
052000     IF EOF-SCORE-WORK
052100         GO TO 3100-EXIT
052200     END-IF.
052300     ADD 1 TO WS-RANK.
052400     MOVE SPACES TO WS-PRINT-LINE.
052500     MOVE WS-RANK TO WS-RK-RANK.
052600     MOVE SRT-DRIVER-ID TO WS-RK-DRIVER-ID.
052700     MOVE SRT-NAME TO WS-RK-NAME.
052800     MOVE SRT-POINTS TO WS-RK-POINTS.
052900     MOVE SRT-TRIPS TO WS-RK-TRIPS.
053000     MOVE SRT-KM TO WS-RK-KM.
053100     MOVE SRT-OVLIM-TRIPS TO WS-RK-OVLIM.
053200     MOVE SRT-LICENSE-EVENTS TO WS-RK-LICENSE.
053300     MOVE SPACES TO WS-RK-FLAG.
053400     IF SRT-POINTS NOT < WS-REVIEW-POINTS
053500         MOVE "REVIEW" TO WS-RK-FLAG
053600         PERFORM 3200-WRITE-REVIEW THRU 3200-EXIT
053700     END-IF.
053800     MOVE WS-RANK-LINE TO WS-PRINT-LINE.
053900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
054000 3100-EXIT.
054100     EXIT.
054200*----------------------------------------------------------*
054300* 3200-WRITE-REVIEW - ONE DRIVER ONTO THE REVIEW LIST
054400*----------------------------------------------------------*
054500 3200-WRITE-REVIEW.
054600     ADD 1 TO WS-REVIEW-COUNT.
054700     MOVE SPACES TO RV-RECORD.
054800     MOVE SRT-DRIVER-ID TO WS-RV-DRIVER-ID.
054900     MOVE SRT-NAME TO WS-RV-NAME.
055000     MOVE SRT-POINTS TO WS-RV-POINTS.
055100     MOVE SRT-TRIPS TO WS-RV-TRIPS.
055200     MOVE SRT-OVLIM-TRIPS TO WS-RV-OVLIM.
055300     MOVE SRT-LICENSE-EVENTS TO WS-RV-LICENSE.
055400     MOVE SRT-LICENSE-EXPIRY TO WS-RV-EXPIRY.
055500     MOVE SRT-ACTIVE TO WS-RV-ACTIVE.
055600     MOVE WS-REVIEW-LINE TO RV-RECORD.
055700     WRITE RV-RECORD.
055800 3200-EXIT.
055900     EXIT.
056000*----------------------------------------------------------*
056100* 9000-TERMINATE - SUMMARY COUNTS, CLOSES AND THE RUN LOG
056200*----------------------------------------------------------*
056300 9000-TERMINATE.
056400     MOVE SPACES TO WS-PRINT-LINE.
056500     MOVE WS-DRIVER-COUNT TO WS-SM-DRIVERS.
056600     MOVE WS-DAYS-IN-WINDOW TO WS-SM-DAYS.
056700     MOVE WS-REVIEW-COUNT TO WS-SM-REVIEW.
056800     MOVE WS-ORPHAN-COUNT TO WS-SM-ORPHAN.
056900     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
057000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
057100     PERFORM 8900-END-REPORT THRU 8900-EXIT.
057200     MOVE SPACES TO RV-RECORD.
057300     MOVE WS-REVIEW-COUNT TO WS-RC-COUNT.
057400     MOVE WS-REVIEW-COUNT-LINE TO RV-RECORD.
057500     WRITE RV-RECORD.
057600     CLOSE SCORE-RPT.
057700     CLOSE REVIEW-RPT.
057800     MOVE "SAFESCOR" TO RUNLOG-PROGRAM-ID.
057900     COMPUTE RUNLOG-READ-COUNT = WS-DRIVER-COUNT
058000         + WS-HIST-READ.
058100     MOVE WS-DRIVER-COUNT TO RUNLOG-WRITE-COUNT.
058200     MOVE WS-ORPHAN-COUNT TO RUNLOG-EXCEPT-COUNT.
058300     MOVE "OK" TO RUNLOG-STATUS.
058400     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
058500 9000-EXIT.
058600     EXIT.
058700*----------------------------------------------------------*
058800* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
058900*                          SHARED PRINT SERVICE, WRITING THE
059000*                          PAGE HEADINGS FIRST ON A PAGE BREAK
059100*----------------------------------------------------------*
059200 8800-WRITE-REPORT-LINE.
059300     MOVE "W" TO PRTSRV-FUNCTION.
059400     CALL "PRTSRV" USING PRTSRV-CONTROL.
059500     IF PRTSRV-NEW-PAGE
059600         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
059700             VARYING WS-HDG-SUB FROM 1 BY 1
059800             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
059900     END-IF.
060000     MOVE WS-PRINT-LINE TO SC-RECORD.
060100     WRITE SC-RECORD.
060200 8800-EXIT.
060300     EXIT.
060400*----------------------------------------------------------*
060500* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
060600*----------------------------------------------------------*
060700 8850-WRITE-HEADING.
060800     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO SC-RECORD.
060900     WRITE SC-RECORD.
061000 8850-EXIT.
061100     EXIT.
061200*----------------------------------------------------------*
061300* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
061400*                   LINE-AND-PAGE-COUNT LINE
061500*----------------------------------------------------------*
061600 8900-END-REPORT.
061700     MOVE "E" TO PRTSRV-FUNCTION.
061800     CALL "PRTSRV" USING PRTSRV-CONTROL.
061900     MOVE PRTSRV-FINAL-LINE TO SC-RECORD.
062000     WRITE SC-RECORD.
062100 8900-EXIT.
062200     EXIT.
062300*----------------------------------------------------------*
062400     COPY RUNHDRP.
062500     COPY RUNLOGP.
062600     COPY OPERAUTP.
