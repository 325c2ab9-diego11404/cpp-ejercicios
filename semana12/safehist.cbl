000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     SAFEHIST.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - NIGHTLY POSTING OF THE
001200*                   SPDCALC DRVEVNT DRIVER-EVENT EXTRACT TO THE
001300*                   INDEXED DRVHIST DRIVER SAFETY HISTORY. THE
001400*                   EXTRACT'S FILETRLR TRAILER IS VERIFIED ON THE
001500*                   WAY IN AND THE EVENTS ARE SORTED BY DRIVER.
001600*                   EACH OVER-LIMIT TRIP EARNS POINTS BY HOW FAR
001700*                   OVER THE VEHICLE'S VM-MAX-SPEED IT RAN (FOUR
001800*                   PERCENT-OVER BANDS) AND EACH TRIP RUN ON AN
001900*                   EXPIRED LICENSE OR BY AN INACTIVE DRIVER EARNS
002000*                   ITS OWN POINTS, ALL FROM THE OPTIONAL SAFEPRM
002100*                   CARD. EVERY POINT-BEARING EVENT IS KEPT AS ITS
002200*                   OWN DRVHIST RECORD, AND EACH DRIVER-DAY GETS A
002300*                   SUMMARY RECORD (SEQUENCE 0000) WITH TRIPS,
002400*                   KILOMETRES AND POINTS FOR THE SAFESCOR MONTHLY
002500*                   SCORECARD. A DRIVER-DAY ALREADY ON FILE IS
002600*                   LEFT AS IT IS, SO A RERUN POSTS NOTHING TWICE.
002700*----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DRV-EVENTS  ASSIGN TO "DRVEVNT"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT DRV-HISTORY ASSIGN TO "DRVHIST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS DH-KEY.
004000     SELECT OPTIONAL SAFE-PARM ASSIGN TO "SAFEPRM"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT SAFE-RPT    ASSIGN TO "SAFERPT"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT EVENT-WORK  ASSIGN TO "SAFWORK".
004500     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500*----------------------------------------------------------*
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  DRV-EVENTS
005900     LABEL RECORDS ARE STANDARD
006000     RECORD CONTAINS 80 CHARACTERS.
006100 01  DE-RECORD.
006200     05  DE-RECORD-TYPE      PIC X(01).
006300         88  DE-TRIP-EVENT           VALUE "T".
006400         88  DE-LICENSE-EVENT        VALUE "L".
006500     05  DE-DRIVER-ID        PIC X(06).
006600     05  DE-VEHICLE-ID       PIC X(06).
006700     05  DE-EVENT-DATE       PIC 9(08).
006800     05  DE-SPEED            PIC S9(3)V99.
006900     05  DE-MAX-SPEED        PIC 9(3)V99.
007000     05  DE-PCT-OVER         PIC S9(4)V99.
007100     05  DE-DISTANCE         PIC S9(5)V99.
007200     05  DE-REASON           PIC X(01).
007300         88  DE-LICENSE-EXPIRED      VALUE "E".
007400         88  DE-DRIVER-INACTIVE      VALUE "I".
007500     05  FILLER              PIC X(35).
007600*
007700 FD  DRV-HISTORY
007800     LABEL RECORDS ARE STANDARD
007900     RECORD CONTAINS 80 CHARACTERS.
008000 01  DH-RECORD.
008100     05  DH-KEY.
008200         10  DH-DRIVER-ID    PIC X(06).
008300         10  DH-EVENT-DATE   PIC 9(08).
008400         10  DH-SEQ          PIC 9(04).
008500     05  DH-RECORD-TYPE      PIC X(01).
008600         88  DH-DAY-SUMMARY          VALUE "D".
008700         88  DH-OVER-LIMIT           VALUE "O".
008800         88  DH-LICENSE-EXPIRED      VALUE "E".
008900         88  DH-DRIVER-INACTIVE      VALUE "I".
009000     05  DH-VEHICLE-ID       PIC X(06).
009100     05  DH-POINTS           PIC 9(03).
009200     05  DH-TRIPS            PIC 9(03).
009300     05  DH-KM               PIC 9(5)V99.
009400     05  DH-OVLIM-TRIPS      PIC 9(03).
009500     05  DH-LICENSE-EVENTS   PIC 9(03).
009600     05  DH-SPEED            PIC 9(3)V99.
009700     05  DH-MAX-SPEED        PIC 9(3)V99.
009800     05  DH-PCT-OVER         PIC 9(4)V99.
009900     05  FILLER              PIC X(20).
010000*
010100 FD  SAFE-PARM
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  SP-RECORD.
010500     05  SP-BAND OCCURS 4 TIMES.
010600         10  SP-BAND-PCT     PIC 9(03).
010700         10  SP-BAND-POINTS  PIC 9(02).
010800     05  SP-EXPIRED-POINTS   PIC 9(02).
010900     05  SP-INACTIVE-POINTS  PIC 9(02).
011000     05  SP-REVIEW-POINTS    PIC 9(03).
011100     05  FILLER              PIC X(53).
011200*
011300 FD  SAFE-RPT
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 80 CHARACTERS.
011600 01  SR-RECORD               PIC X(80).
011700*
011800 SD  EVENT-WORK.
011900 01  SRT-RECORD.
012000     05  SRT-DRIVER-ID       PIC X(06).
012100     05  SRT-EVENT-DATE      PIC 9(08).
012200     05  SRT-VEHICLE-ID      PIC X(06).
012300     05  SRT-RECORD-TYPE     PIC X(01).
012400     05  SRT-REASON          PIC X(01).
012500     05  SRT-SPEED           PIC S9(3)V99.
012600     05  SRT-MAX-SPEED       PIC 9(3)V99.
012700     05  SRT-PCT-OVER        PIC S9(4)V99.
012800     05  SRT-DISTANCE        PIC S9(5)V99.
012900     05  FILLER              PIC X(35).
013000*
013100 FD  RUN-LOG
013200     LABEL RECORDS ARE STANDARD
013300     RECORD CONTAINS 80 CHARACTERS.
013400 01  RL-RECORD               PIC X(80).
013500*
013600 FD  BUS-DATE-PARM
013700     LABEL RECORDS ARE STANDARD
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  BD-RECORD.
014000     05  BD-BUSINESS-DATE    PIC 9(08).
014100     05  FILLER              PIC X(72).
014200*
014300 FD  OPER-CARD
014400     LABEL RECORDS ARE STANDARD
014500     RECORD CONTAINS 80 CHARACTERS.
014600 01  OC-RECORD.
014700     05  OC-OPERATOR-ID      PIC X(08).
014800     05  FILLER              PIC X(72).
014900*
015000 FD  OPER-AUTH
015100     LABEL RECORDS ARE STANDARD
015200     RECORD CONTAINS 80 CHARACTERS.
015300 01  OA-RECORD.
015400     05  OA-OPERATOR-ID      PIC X(08).
015500     05  OA-NAME             PIC X(20).
015600     05  OA-ACTIVE           PIC X(01).
015700     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
015800     05  FILLER              PIC X(11).
015900*
016000 FD  OPER-LOG
016100     LABEL RECORDS ARE STANDARD
016200     RECORD CONTAINS 80 CHARACTERS.
016300 01  OL-RECORD               PIC X(80).
016400*----------------------------------------------------------*
016500 WORKING-STORAGE SECTION.
016600     COPY RUNHDR.
016700     COPY FILETRLR.
016800     COPY RUNLOG.
016900     COPY OPERAUTH.
017000     COPY PRTSRV.
017100 01  WS-PRINT-LINE           PIC X(80).
017200 01  WS-HDG-SUB              PIC 9(01) COMP.
017300*
017400 01  WS-SWITCHES.
017500     05  WS-EOF-SW           PIC X(01) VALUE "N".
017600         88  EOF-DRV-EVENTS          VALUE "Y".
017700     05  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
017800         88  EOF-EVENT-WORK          VALUE "Y".
017900     05  WS-FIRST-EVENT-SW   PIC X(01) VALUE "Y".
018000         88  FIRST-EVENT             VALUE "Y".
018100     05  WS-ON-FILE-SW       PIC X(01) VALUE "N".
018200         88  DAY-ON-FILE             VALUE "Y".
018300*
018400 01  WS-COUNTERS.
018500     05  WS-EVENT-READ       PIC 9(06) COMP VALUE ZERO.
018600     05  WS-DAYS-POSTED      PIC 9(05) COMP VALUE ZERO.
018700     05  WS-DAYS-ON-FILE     PIC 9(05) COMP VALUE ZERO.
018800     05  WS-EVENTS-POSTED    PIC 9(05) COMP VALUE ZERO.
018900     05  WS-WRITE-FAILED     PIC 9(05) COMP VALUE ZERO.
019000     05  WS-TOTAL-POINTS     PIC 9(07) COMP VALUE ZERO.
019100*
019200* ONE DRIVER-DAY, ACCUMULATED ACROSS ITS SORTED EVENTS
019300*
019400 01  WS-DAY-TOTALS.
019500     05  WS-PRIOR-DRIVER-ID  PIC X(06) VALUE SPACES.
019600     05  WS-PRIOR-DATE       PIC 9(08) VALUE ZERO.
019700     05  WS-DAY-SEQ          PIC 9(04) VALUE ZERO.
019800     05  WS-DAY-TRIPS        PIC 9(03) VALUE ZERO.
019900     05  WS-DAY-KM           PIC 9(5)V99 VALUE ZERO.
020000     05  WS-DAY-OVLIM        PIC 9(03) VALUE ZERO.
020100     05  WS-DAY-LICENSE      PIC 9(03) VALUE ZERO.
020200     05  WS-DAY-POINTS       PIC 9(03) VALUE ZERO.
020300 01  WS-EVENT-POINTS         PIC 9(03) VALUE ZERO.
020400*
020500* POINT SCALE - SAFEPRM OVERRIDES ANY NUMERIC FIELD. A TRIP
020600* EARNS THE POINTS OF THE HIGHEST BAND WHOSE PERCENT OVER THE
020700* LIMIT IT REACHED.
020800*
020900 01  WS-BAND-SUB             PIC 9(01) COMP VALUE ZERO.
021000 01  WS-BAND-TABLE.
021100     05  WS-BAND-VALUES.
021200         10  FILLER          PIC 9(03) VALUE 000.
021300         10  FILLER          PIC 9(02) VALUE 02.
021400         10  FILLER          PIC 9(03) VALUE 010.
021500         10  FILLER          PIC 9(02) VALUE 04.
021600         10  FILLER          PIC 9(03) VALUE 020.
021700         10  FILLER          PIC 9(02) VALUE 06.
021800         10  FILLER          PIC 9(03) VALUE 030.
021900         10  FILLER          PIC 9(02) VALUE 08.
022000     05  WS-BAND-ENTRY       REDEFINES WS-BAND-VALUES
022100                             OCCURS 4 TIMES.
022200         10  WS-BAND-PCT     PIC 9(03).
022300         10  WS-BAND-POINTS  PIC 9(02).
022400 01  WS-EXPIRED-POINTS       PIC 9(02) VALUE 10.
022500 01  WS-INACTIVE-POINTS      PIC 9(02) VALUE 10.
022600*
022700 01  WS-PAGE-HEADER-1.
022800     05  FILLER              PIC X(40) VALUE
022900         "DRIVER SAFETY HISTORY POSTING".
023000     05  FILLER              PIC X(40) VALUE SPACES.
023100*
023200 01  WS-PAGE-HEADER-2.
023300     05  FILLER              PIC X(08) VALUE "DRIVER".
023400     05  FILLER              PIC X(09) VALUE "DATE".
023500     05  FILLER              PIC X(06) VALUE "TRIPS".
023600     05  FILLER              PIC X(10) VALUE "       KM".
023700     05  FILLER              PIC X(06) VALUE " OVER".
023800     05  FILLER              PIC X(06) VALUE "  LIC".
023900     05  FILLER              PIC X(07) VALUE " POINTS".
024000     05  FILLER              PIC X(28) VALUE "  RESULT".
024100*
024200 01  WS-DAY-LINE.
024300     05  WS-DY-DRIVER-ID     PIC X(06).
024400     05  FILLER              PIC X(02) VALUE SPACES.
024500     05  WS-DY-DATE          PIC 9(08).
024600     05  FILLER              PIC X(02) VALUE SPACES.
024700     05  WS-DY-TRIPS         PIC ZZ9.
024800     05  FILLER              PIC X(02) VALUE SPACES.
024900     05  WS-DY-KM            PIC ZZZZZ9.99.
025000     05  FILLER              PIC X(02) VALUE SPACES.
025100     05  WS-DY-OVLIM         PIC ZZ9.
025200     05  FILLER              PIC X(03) VALUE SPACES.
025300     05  WS-DY-LICENSE       PIC ZZ9.
025400     05  FILLER              PIC X(04) VALUE SPACES.
025500     05  WS-DY-POINTS        PIC ZZ9.
025600     05  FILLER              PIC X(02) VALUE SPACES.
025700     05  WS-DY-RESULT        PIC X(16).
025800     05  FILLER              PIC X(11) VALUE SPACES.
025900*
026000 01  WS-SUMMARY-LINE.
026100     05  FILLER              PIC X(08) VALUE "EVENTS:".
026200     05  WS-SM-READ          PIC ZZZZZ9.
026300     05  FILLER              PIC X(14) VALUE " DAYS POSTED:".
026400     05  WS-SM-POSTED        PIC ZZZZ9.
026500     05  FILLER              PIC X(10) VALUE " ON FILE:".
026600     05  WS-SM-ON-FILE       PIC ZZZZ9.
026700     05  FILLER              PIC X(09) VALUE " POINTS:".
026800     05  WS-SM-POINTS        PIC ZZZZZZ9.
026900     05  FILLER              PIC X(16) VALUE SPACES.
027000*----------------------------------------------------------*
027100 PROCEDURE DIVISION.
027200 0000-MAINLINE.
027300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027400     SORT EVENT-WORK
027500         ON ASCENDING KEY SRT-DRIVER-ID
027600         ON ASCENDING KEY SRT-EVENT-DATE
027700         ON ASCENDING KEY SRT-VEHICLE-ID
027800         INPUT PROCEDURE IS 2000-FEED-EVENTS
027900             THRU 2000-EXIT
028000         OUTPUT PROCEDURE IS 3000-POST-HISTORY
028100             THRU 3000-EXIT.
028200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028300     GOBACK.
028400*----------------------------------------------------------*
028500* 1000-INITIALIZE - POINT SCALE, FILES AND THE RUN HEADER
028600*----------------------------------------------------------*
028700 1000-INITIALIZE.
028800     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
028900     MOVE "SAFEHIST" TO OPERAUTH-CALLER.
029000     PERFORM OPERAUTH-VALIDATE
029100         THRU OPERAUTH-VALIDATE-EXIT.
029200     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
029300     PERFORM 1100-READ-SAFE-PARM THRU 1100-EXIT.
029400     OPEN I-O DRV-HISTORY.
029500     OPEN OUTPUT SAFE-RPT.
029600     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
029700 1000-EXIT.
029800     EXIT.
029900*----------------------------------------------------------*
030000* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
030100*----------------------------------------------------------*
030200 1050-PRINT-RUN-HEADER.
030300     MOVE "SAFEHIST" TO RUNHDR-JOB-NAME.
030400     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
030500     MOVE "I" TO PRTSRV-FUNCTION.
030600     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
030700     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
030800     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
030900     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
031000     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
031100     CALL "PRTSRV" USING PRTSRV-CONTROL.
031200 1050-EXIT.
031300     EXIT.
031400*----------------------------------------------------------*
031500* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
031600*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
031700*                      RULES WHEN THE CARD IS ABSENT)
031800*----------------------------------------------------------*
031900 1090-READ-BUS-DATE.
032000     OPEN INPUT BUS-DATE-PARM.
032100     READ BUS-DATE-PARM
032200         AT END
032300             CONTINUE
032400         NOT AT END
032500             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
032600     END-READ.
032700     CLOSE BUS-DATE-PARM.
032800 1090-EXIT.
032900     EXIT.
033000*----------------------------------------------------------*
033100* 1100-READ-SAFE-PARM - POINT SCALE FROM THE OPTIONAL SAFEPRM
033200*                       CARD. THE BANDS MUST RISE IN PERCENT
033300*                       OVER OR THE STEP STOPS RC 12.
033400*----------------------------------------------------------*
033500 1100-READ-SAFE-PARM.
033600     OPEN INPUT SAFE-PARM.
033700     READ SAFE-PARM
033800         AT END
033900             CONTINUE
034000         NOT AT END
034100             PERFORM 1150-TAKE-SAFE-PARM THRU 1150-EXIT
034200                 VARYING WS-BAND-SUB FROM 1 BY 1
034300                 UNTIL WS-BAND-SUB > 4
034400             IF SP-EXPIRED-POINTS NUMERIC
034500                 MOVE SP-EXPIRED-POINTS TO WS-EXPIRED-POINTS
034600             END-IF
034700             IF SP-INACTIVE-POINTS NUMERIC
034800                 MOVE SP-INACTIVE-POINTS TO WS-INACTIVE-POINTS
034900             END-IF
035000     END-READ.
035100     CLOSE SAFE-PARM.
035200     IF WS-BAND-PCT (2) NOT > WS-BAND-PCT (1)
035300         OR WS-BAND-PCT (3) NOT > WS-BAND-PCT (2)
035400         OR WS-BAND-PCT (4) NOT > WS-BAND-PCT (3)
035500         DISPLAY "SAFEHIST: SAFEPRM PERCENT-OVER BANDS MUST "
035600             "RISE FROM BAND 1 TO BAND 4"
035700         MOVE 12 TO RETURN-CODE
035800         STOP RUN
035900     END-IF.
036000 1100-EXIT.
036100     EXIT.
036200*----------------------------------------------------------*
036300* 1150-TAKE-SAFE-PARM - ONE PERCENT-OVER BAND FROM THE CARD
036400*----------------------------------------------------------*
036500 1150-TAKE-SAFE-PARM.
036600     IF SP-BAND-PCT (WS-BAND-SUB) NUMERIC
036700         MOVE SP-BAND-PCT (WS-BAND-SUB)
036800             TO WS-BAND-PCT (WS-BAND-SUB)
036900     END-IF.
037000     IF SP-BAND-POINTS (WS-BAND-SUB) NUMERIC
037100         MOVE SP-BAND-POINTS (WS-BAND-SUB)
037200             TO WS-BAND-POINTS (WS-BAND-SUB)
037300     END-IF.
037400 1150-EXIT.
037500     EXIT.
037600*----------------------------------------------------------*
037700* 2000-FEED-EVENTS - SORT INPUT: RELEASE EVERY DRVEVNT EVENT,
037800*                    VERIFYING THE EXTRACT'S TRAILER
037900*----------------------------------------------------------*
038000 2000-FEED-EVENTS.
038100     OPEN INPUT DRV-EVENTS.
038200     PERFORM 2100-FEED-EVENT THRU 2100-EXIT
038300         UNTIL EOF-DRV-EVENTS.
038400     CLOSE DRV-EVENTS.
038500 2000-EXIT.
038600     EXIT.
038700*----------------------------------------------------------*
038800* 2100-FEED-EVENT - ONE DRVEVNT RECORD TO THE SORT
038900*----------------------------------------------------------*
039000 2100-FEED-EVENT.
039100     READ DRV-EVENTS
039200         AT END
039300             SET EOF-DRV-EVENTS TO TRUE
039400             PERFORM 2950-VERIFY-TRAILER THRU 2950-EXIT
039500     END-READ.
039600     IF NOT EOF-DRV-EVENTS
039700         IF DE-RECORD (1:8) = "TRAILER "
039800             MOVE DE-RECORD TO FILETRLR-RECORD
039900             SET FILETRLR-SEEN TO TRUE
040000         ELSE
040100             ADD 1 TO FILETRLR-IN-COUNT
040200             ADD DE-SPEED TO FILETRLR-IN-HASH
040300             ADD DE-DISTANCE TO FILETRLR-IN-HASH
040400             ADD 1 TO WS-EVENT-READ
040500             MOVE SPACES TO SRT-RECORD
040600             MOVE DE-DRIVER-ID TO SRT-DRIVER-ID
040700             MOVE DE-EVENT-DATE TO SRT-EVENT-DATE
040800             MOVE DE-VEHICLE-ID TO SRT-VEHICLE-ID
040900             MOVE DE-RECORD-TYPE TO SRT-RECORD-TYPE
041000             MOVE DE-REASON TO SRT-REASON
041100             MOVE DE-SPEED TO SRT-SPEED
041200             MOVE DE-MAX-SPEED TO SRT-MAX-SPEED
041300             MOVE DE-PCT-OVER TO SRT-PCT-OVER
041400             MOVE DE-DISTANCE TO SRT-DISTANCE
041500             RELEASE SRT-RECORD
041600         END-IF
041700     END-IF.
041800 2100-EXIT.
041900     EXIT.
042000*----------------------------------------------------------*
042100* 2950-VERIFY-TRAILER - AN EXTRACT WITHOUT A TRAILER, OR ONE
042200*                       WHOSE COUNT OR HASH DISAGREES WITH
042300*                       WHAT WAS READ, STOPS THE STEP BEFORE
042400*                       ANY HISTORY IS POSTED
042500*----------------------------------------------------------*
042600 2950-VERIFY-TRAILER.
042700     IF NOT FILETRLR-SEEN
042800         DISPLAY "SAFEHIST: DRVEVNT TRAILER MISSING - "
042900             "FILE MAY BE TRUNCATED"
043000         MOVE 16 TO RETURN-CODE
043100         STOP RUN
043200     END-IF.
043300     IF FILETRLR-COUNT NOT = FILETRLR-IN-COUNT
043400         OR FILETRLR-HASH NOT = FILETRLR-IN-HASH
043500         DISPLAY "SAFEHIST: DRVEVNT TRAILER DISAGREES - "
043600             "COUNT OR HASH DOES NOT MATCH FILE CONTENT"
043700         MOVE 16 TO RETURN-CODE
043800         STOP RUN
043900     END-IF.
044000 2950-EXIT.
044100     EXIT.
044200*----------------------------------------------------------*
044300* 3000-POST-HISTORY - SORT OUTPUT: POST THE EVENTS DRIVER-DAY
044400*                     BY DRIVER-DAY
044500*----------------------------------------------------------*
044600 3000-POST-HISTORY.
044700     MOVE "N" TO WS-SORT-EOF-SW.
044800     PERFORM 3100-RETURN-EVENT THRU 3100-EXIT
044900         UNTIL EOF-EVENT-WORK.
045000     IF NOT FIRST-EVENT
045100         PERFORM 3800-DAY-BREAK THRU 3800-EXIT
045200     END-IF.
045300 3000-EXIT.
045400     EXIT.
045500*----------------------------------------------------------*
045600* 3100-RETURN-EVENT - ONE SORTED EVENT: BREAK ON DRIVER OR
045700*                     DATE, SCORE IT AND POST IT
045800*----------------------------------------------------------*
045900 3100-RETURN-EVENT.
046000     RETURN EVENT-WORK
046100         AT END
046200             SET EOF-EVENT-WORK TO TRUE
046300     END-RETURN.
046400     IF EOF-EVENT-WORK
046500         GO TO 3100-EXIT
046600     END-IF.
046700     IF NOT FIRST-EVENT
046800         AND (SRT-DRIVER-ID NOT = WS-PRIOR-DRIVER-ID
046900         OR SRT-EVENT-DATE NOT = WS-PRIOR-DATE)
047000         PERFORM 3800-DAY-BREAK THRU 3800-EXIT
047100     END-IF.
047200     IF FIRST-EVENT
047300         OR SRT-DRIVER-ID NOT = WS-PRIOR-DRIVER-ID
047400         OR SRT-EVENT-DATE NOT = WS-PRIOR-DATE
047500         PERFORM 3050-START-DAY THRU 3050-EXIT
047600     END-IF.
047700     MOVE "N" TO WS-FIRST-EVENT-SW.
047800     IF DAY-ON-FILE
047900         GO TO 3100-EXIT
048000     END-IF.
048100     PERFORM 3200-SCORE-EVENT THRU 3200-EXIT.
048200     IF WS-EVENT-POINTS > ZERO
048300         PERFORM 3300-WRITE-EVENT THRU 3300-EXIT
048400     END-IF.
048500 3100-EXIT.
048600     EXIT.
048700*----------------------------------------------------------*
048800* 3050-START-DAY - FRESH TOTALS FOR A NEW DRIVER-DAY, AND
048900*                  WHETHER ITS SUMMARY IS ALREADY ON DRVHIST
049000*----------------------------------------------------------*
049100 3050-START-DAY.
049200     MOVE SRT-DRIVER-ID TO WS-PRIOR-DRIVER-ID.
049300     MOVE SRT-EVENT-DATE TO WS-PRIOR-DATE.
049400     MOVE ZERO TO WS-DAY-SEQ.
049500     MOVE ZERO TO WS-DAY-TRIPS.
049600     MOVE ZERO TO WS-DAY-KM.
049700     MOVE ZERO TO WS-DAY-OVLIM.
049800     MOVE ZERO TO WS-DAY-LICENSE.
049900     MOVE ZERO TO WS-DAY-POINTS.
050000     MOVE "N" TO WS-ON-FILE-SW.
050100     MOVE WS-PRIOR-DRIVER-ID TO DH-DRIVER-ID.
050200     MOVE WS-PRIOR-DATE TO DH-EVENT-DATE.
050300     MOVE ZERO TO DH-SEQ.
050400     READ DRV-HISTORY
050500         INVALID KEY
050600             CONTINUE
050700         NOT INVALID KEY
050800             SET DAY-ON-FILE TO TRUE
050900     END-READ.
051000 3050-EXIT.
051100     EXIT.
051200*----------------------------------------------------------*
051300* 3200-SCORE-EVENT - TRIPS AND KILOMETRES FOR THE DAY, AND THE
051400*                    EVENT'S POINTS: THE HIGHEST PERCENT-OVER
051500*                    BAND REACHED, OR THE LICENSE POINTS
051600*----------------------------------------------------------*
051700 3200-SCORE-EVENT.
051800     MOVE ZERO TO WS-EVENT-POINTS.
051900     IF SRT-RECORD-TYPE = "L"
052000         ADD 1 TO WS-DAY-LICENSE
052100         IF SRT-REASON = "I"
052200             MOVE WS-INACTIVE-POINTS TO WS-EVENT-POINTS
052300         ELSE
052400             MOVE WS-EXPIRED-POINTS TO WS-EVENT-POINTS
052500         END-IF
052600         GO TO 3200-EXIT
052700     END-IF.
052800     ADD 1 TO WS-DAY-TRIPS.
052900     IF SRT-DISTANCE > ZERO
053000         ADD SRT-DISTANCE TO WS-DAY-KM
053100     END-IF.
053200     IF SRT-PCT-OVER > ZERO
053300         ADD 1 TO WS-DAY-OVLIM
053400         PERFORM 3250-SCAN-BAND THRU 3250-EXIT
053500             VARYING WS-BAND-SUB FROM 1 BY 1
053600             UNTIL WS-BAND-SUB > 4
053700     END-IF.
053800 3200-EXIT.
053900     EXIT.
054000*----------------------------------------------------------*
054100* 3250-SCAN-BAND - ONE PROBE OF THE POINT SCALE
054200*----------------------------------------------------------*
054300 3250-SCAN-BAND.
054400     IF SRT-PCT-OVER NOT < WS-BAND-PCT (WS-BAND-SUB)
054500         MOVE WS-BAND-POINTS (WS-BAND-SUB) TO WS-EVENT-POINTS
054600     END-IF.
054700 3250-EXIT.
054800     EXIT.
054900*----------------------------------------------------------*
055000* 3300-WRITE-EVENT - ONE POINT-BEARING EVENT ONTO DRVHIST
055100*                    UNDER THE NEXT SEQUENCE FOR THE DAY
055200*----------------------------------------------------------*
055300 3300-WRITE-EVENT.
055400     ADD WS-EVENT-POINTS TO WS-DAY-POINTS.
055500     ADD 1 TO WS-DAY-SEQ.
055600     MOVE SPACES TO DH-RECORD.
055700     MOVE WS-PRIOR-DRIVER-ID TO DH-DRIVER-ID.
055800     MOVE WS-PRIOR-DATE TO DH-EVENT-DATE.
055900     MOVE WS-DAY-SEQ TO DH-SEQ.
056000     EVALUATE TRUE
056100         WHEN SRT-RECORD-TYPE = "T"
056200             SET DH-OVER-LIMIT TO TRUE
056300         WHEN SRT-REASON = "I"
056400             SET DH-DRIVER-INACTIVE TO TRUE
056500         WHEN OTHER
056600             SET DH-LICENSE-EXPIRED TO TRUE
056700     END-EVALUATE.
056800     MOVE SRT-VEHICLE-ID TO DH-VEHICLE-ID.
056900     MOVE WS-EVENT-POINTS TO DH-POINTS.
057000     MOVE ZERO TO DH-TRIPS.
057100     MOVE ZERO TO DH-KM.
057200     MOVE ZERO TO DH-OVLIM-TRIPS.
057300     MOVE ZERO TO DH-LICENSE-EVENTS.
057400     MOVE SRT-SPEED TO DH-SPEED.
057500     MOVE SRT-MAX-SPEED TO DH-MAX-SPEED.
057600     MOVE SRT-PCT-OVER TO DH-PCT-OVER.
057700     IF SRT-RECORD-TYPE = "T"
057800         MOVE SRT-DISTANCE TO DH-KM
057900     END-IF.
058000     PERFORM 3900-PUT-HISTORY THRU 3900-EXIT.
058100     ADD 1 TO WS-EVENTS-POSTED.
058200 3300-EXIT.
058300     EXIT.
058400*----------------------------------------------------------*
058500* 3800-DAY-BREAK - THE FINISHED DRIVER-DAY'S SUMMARY RECORD
058600*                  (SEQUENCE 0000) AND ITS REPORT LINE
058700*----------------------------------------------------------*
058800 3800-DAY-BREAK.
058900     MOVE SPACES TO WS-PRINT-LINE.
059000     MOVE WS-PRIOR-DRIVER-ID TO WS-DY-DRIVER-ID.
059100     MOVE WS-PRIOR-DATE TO WS-DY-DATE.
059200     IF DAY-ON-FILE
059300         ADD 1 TO WS-DAYS-ON-FILE
059400         MOVE DH-TRIPS TO WS-DY-TRIPS
059500         MOVE DH-KM TO WS-DY-KM
059600         MOVE DH-OVLIM-TRIPS TO WS-DY-OVLIM
059700         MOVE DH-LICENSE-EVENTS TO WS-DY-LICENSE
059800         MOVE DH-POINTS TO WS-DY-POINTS
059900         MOVE "ALREADY ON FILE" TO WS-DY-RESULT
060000         GO TO 3800-PRINT
060100     END-IF.
060200     MOVE SPACES TO DH-RECORD.
060300     MOVE WS-PRIOR-DRIVER-ID TO DH-DRIVER-ID.
060400     MOVE WS-PRIOR-DATE TO DH-EVENT-DATE.
060500     MOVE ZERO TO DH-SEQ.
060600     SET DH-DAY-SUMMARY TO TRUE.
060700     MOVE WS-DAY-POINTS TO DH-POINTS.
060800     MOVE WS-DAY-TRIPS TO DH-TRIPS.
060900     MOVE WS-DAY-KM TO DH-KM.
061000     MOVE WS-DAY-OVLIM TO DH-OVLIM-TRIPS.
061100     MOVE WS-DAY-LICENSE TO DH-LICENSE-EVENTS.
061200     MOVE ZERO TO DH-SPEED.
061300     MOVE ZERO TO DH-MAX-SPEED.
061400     MOVE ZERO TO DH-PCT-OVER.
061500     PERFORM 3900-PUT-HISTORY THRU 3900-EXIT.
061600     ADD 1 TO WS-DAYS-POSTED.
061700     ADD WS-DAY-POINTS TO WS-TOTAL-POINTS.
061800     MOVE WS-DAY-TRIPS TO WS-DY-TRIPS.
061900     MOVE WS-DAY-KM TO WS-DY-KM.
062000     MOVE WS-DAY-OVLIM TO WS-DY-OVLIM.
062100     MOVE WS-DAY-LICENSE TO WS-DY-LICENSE.
062200     MOVE WS-DAY-POINTS TO WS-DY-POINTS.
062300     MOVE "POSTED" TO WS-DY-RESULT.
062400 3800-PRINT.
062500     MOVE WS-DAY-LINE TO WS-PRINT-LINE.
062600     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
062700 3800-EXIT.
062800     EXIT.
062900*----------------------------------------------------------*
063000* 3900-PUT-HISTORY - WRITE THE DRVHIST RECORD. AN EVENT LEFT
063100*                    BY A RUN THAT STOPPED BEFORE ITS DAY
063200*                    SUMMARY IS REPLACED, NOT DUPLICATED.
063300*----------------------------------------------------------*
063400 3900-PUT-HISTORY.
063500     WRITE DH-RECORD
063600         INVALID KEY
063700             REWRITE DH-RECORD
063800                 INVALID KEY
063900                     ADD 1 TO WS-WRITE-FAILED
064000                     DISPLAY "SAFEHIST: DRVHIST WRITE FAILED FOR "
064100                         DH-KEY
064200             END-REWRITE
064300     END-WRITE.
064400 3900-EXIT.
064500     EXIT.
064600*----------------------------------------------------------*
064700* 9000-TERMINATE - SUMMARY COUNTS, CLOSES AND THE RUN LOG
064800*----------------------------------------------------------*
064900 9000-TERMINATE.
065000     MOVE SPACES TO WS-PRINT-LINE.
065100     MOVE WS-EVENT-READ TO WS-SM-READ.
065200     MOVE WS-DAYS-POSTED TO WS-SM-POSTED.
065300     MOVE WS-DAYS-ON-FILE TO WS-SM-ON-FILE.
065400     MOVE WS-TOTAL-POINTS TO WS-SM-POINTS.
065500     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
065600     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
065700     PERFORM 8900-END-REPORT THRU 8900-EXIT.
065800     CLOSE DRV-HISTORY.
065900     CLOSE SAFE-RPT.
066000     MOVE "SAFEHIST" TO RUNLOG-PROGRAM-ID.
066100     MOVE WS-EVENT-READ TO RUNLOG-READ-COUNT.
066200     COMPUTE RUNLOG-WRITE-COUNT = WS-DAYS-POSTED
066300         + WS-EVENTS-POSTED.
066400     MOVE WS-WRITE-FAILED TO RUNLOG-EXCEPT-COUNT.
066500     MOVE "OK" TO RUNLOG-STATUS.
066600     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
066700 9000-EXIT.
066800     EXIT.
066900*----------------------------------------------------------*
067000* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
067100*                          SHARED PRINT SERVICE, WRITING THE
067200*                          PAGE HEADINGS FIRST ON A PAGE BREAK
067300*----------------------------------------------------------*
067400 8800-WRITE-REPORT-LINE.
067500     MOVE "W" TO PRTSRV-FUNCTION.
067600     CALL "PRTSRV" USING PRTSRV-CONTROL.
067700     IF PRTSRV-NEW-PAGE
067800         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
067900             VARYING WS-HDG-SUB FROM 1 BY 1
068000             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
068100     END-IF.
068200     MOVE WS-PRINT-LINE TO SR-RECORD.
068300     WRITE SR-RECORD.
068400 8800-EXIT.
068500     EXIT.
068600*----------------------------------------------------------*
068700* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
068800*----------------------------------------------------------*
068900 8850-WRITE-HEADING.
069000     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO SR-RECORD.
069100     WRITE SR-RECORD.
069200 8850-EXIT.
069300     EXIT.
069400*----------------------------------------------------------*
069500* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
069600*                   LINE-AND-PAGE-COUNT LINE
069700*----------------------------------------------------------*
069800 8900-END-REPORT.
069900     MOVE "E" TO PRTSRV-FUNCTION.
070000     CALL "PRTSRV" USING PRTSRV-CONTROL.
070100     MOVE PRTSRV-FINAL-LINE TO SR-RECORD.
070200     WRITE SR-RECORD.
070300 8900-EXIT.
070400     EXIT.
070500*----------------------------------------------------------*
070600     COPY RUNHDRP.
070700     COPY RUNLOGP.
070800     COPY OPERAUTP.
