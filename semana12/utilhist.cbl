000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     UTILHIST.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - NIGHTLY POSTING OF THE
001200*                   DSPTRIPS TRIPS TO THE INDEXED VEHUTIL
001300*                   VEHICLE ACTIVITY HISTORY. THE TRIP FILE'S
001400*                   FILETRLR TRAILER IS VERIFIED ON THE WAY IN;
001500*                   EACH TRIP'S DISTANCE AND DRIVING TIME COME
001600*                   FROM THE SHARED SPDCALC COMPUTE AND THE
001700*                   TRIPS ARE SORTED BY VEHICLE AND DATE. EACH
001800*                   VEHICLE-DAY GETS ONE VEHUTIL RECORD WITH
001900*                   TRIPS, KILOMETRES AND DRIVING HOURS FOR THE
002000*                   FLEETUTL UTILIZATION REPORT. A VEHICLE-DAY
002100*                   ALREADY ON FILE IS LEFT AS IT IS, SO A RERUN
002200*                   POSTS NOTHING TWICE.
002300*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DISPATCH-TRIPS ASSIGN TO "DSPTRIPS"
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200     SELECT VEH-UTIL    ASSIGN TO "VEHUTIL"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS VU-KEY.
003600     SELECT UTIL-RPT    ASSIGN TO "UTILPRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT TRIP-WORK   ASSIGN TO "UTLWORK".
003900     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900*----------------------------------------------------------*
005000 DATA DIVISION.
005100 FILE SECTION.
005200*
005300* THE TRIP READINGS CARRY THE NAMES THE SHARED SPDCALC
005400* COMPUTE WORKS ON
005500*
005600 FD  DISPATCH-TRIPS
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  DTR-RECORD.
006000     05  DTR-VEHICLE-ID      PIC X(06).
006100     05  D1                  PIC S9(2)V99.
006200     05  D2                  PIC S9(2)V99.
006300     05  DTR-T1-DATE         PIC 9(08).
006400     05  T1                  PIC S9(2)V99.
006500     05  DTR-T2-DATE         PIC 9(08).
006600     05  T2                  PIC S9(2)V99.
006700     05  FILLER              PIC X(46).
006800*
006900* ONE RECORD PER VEHICLE PER DAY IT MADE A TRIP, DATED BY THE
007000* TRIP START
007100*
007200 FD  VEH-UTIL
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  VU-RECORD.
007600     05  VU-KEY.
007700         10  VU-VEHICLE-ID   PIC X(06).
007800         10  VU-ACT-DATE     PIC 9(08).
007900     05  VU-TRIPS            PIC 9(03).
008000     05  VU-KM               PIC 9(5)V99.
008100     05  VU-HOURS            PIC 9(3)V99.
008200     05  FILLER              PIC X(51).
008300*
008400 FD  UTIL-RPT
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 80 CHARACTERS.
008700 01  UR-RECORD               PIC X(80).
008800*
008900 SD  TRIP-WORK.
009000 01  SRT-RECORD.
009100     05  SRT-VEHICLE-ID      PIC X(06).
009200     05  SRT-ACT-DATE        PIC 9(08).
009300     05  SRT-KM              PIC 9(3)V99.
009400     05  SRT-HOURS           PIC 9(4)V99.
009500     05  FILLER              PIC X(55).
009600*
009700 FD  RUN-LOG
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 80 CHARACTERS.
010000 01  RL-RECORD               PIC X(80).
010100*
010200 FD  BUS-DATE-PARM
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  BD-RECORD.
010600     05  BD-BUSINESS-DATE    PIC 9(08).
010700     05  FILLER              PIC X(72).
010800*
010900 FD  OPER-CARD
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  OC-RECORD.
011300     05  OC-OPERATOR-ID      PIC X(08).
011400     05  FILLER              PIC X(72).
011500*
011600 FD  OPER-AUTH
011700     LABEL RECORDS ARE STANDARD
011800     RECORD CONTAINS 80 CHARACTERS.
011900 01  OA-RECORD.
012000     05  OA-OPERATOR-ID      PIC X(08).
012100     05  OA-NAME             PIC X(20).
012200     05  OA-ACTIVE           PIC X(01).
012300     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
012400     05  FILLER              PIC X(11).
012500*
012600 FD  OPER-LOG
012700     LABEL RECORDS ARE STANDARD
012800     RECORD CONTAINS 80 CHARACTERS.
012900 01  OL-RECORD               PIC X(80).
013000*----------------------------------------------------------*
013100 WORKING-STORAGE SECTION.
013200     COPY RUNHDR.
013300     COPY FILETRLR.
013400     COPY RUNLOG.
013500     COPY OPERAUTH.
013600     COPY PRTSRV.
013700     COPY SPDCALC.
013800 01  WS-PRINT-LINE           PIC X(80).
013900 01  WS-HDG-SUB              PIC 9(01) COMP.
014000*
014100 01  WS-SWITCHES.
014200     05  WS-EOF-SW           PIC X(01) VALUE "N".
014300         88  EOF-DISPATCH-TRIPS      VALUE "Y".
014400     05  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
014500         88  EOF-TRIP-WORK           VALUE "Y".
014600     05  WS-FIRST-TRIP-SW    PIC X(01) VALUE "Y".
014700         88  FIRST-TRIP              VALUE "Y".
014800     05  WS-ON-FILE-SW       PIC X(01) VALUE "N".
014900         88  DAY-ON-FILE             VALUE "Y".
015000*
015100 01  WS-COUNTERS.
015200     05  WS-TRIP-READ        PIC 9(06) COMP VALUE ZERO.
015300     05  WS-BAD-TIME         PIC 9(05) COMP VALUE ZERO.
015400     05  WS-DAYS-POSTED      PIC 9(05) COMP VALUE ZERO.
015500     05  WS-DAYS-ON-FILE     PIC 9(05) COMP VALUE ZERO.
015600     05  WS-WRITE-FAILED     PIC 9(05) COMP VALUE ZERO.
015700*
015800 01  WS-T1-DATE-INT          PIC 9(08) VALUE ZERO.
015900 01  WS-T2-DATE-INT          PIC 9(08) VALUE ZERO.
016000*
016100 01  WS-DAY-TOTALS.
016200     05  WS-PRIOR-VEHICLE-ID PIC X(06) VALUE SPACES.
016300     05  WS-PRIOR-DATE       PIC 9(08) VALUE ZERO.
016400     05  WS-DAY-TRIPS        PIC 9(03) VALUE ZERO.
016500     05  WS-DAY-KM           PIC 9(5)V99 VALUE ZERO.
016600     05  WS-DAY-HOURS        PIC 9(3)V99 VALUE ZERO.
016700*
016800 01  WS-PAGE-HEADER-1.
016900     05  FILLER              PIC X(40) VALUE
017000         "VEHICLE ACTIVITY HISTORY POSTING".
017100     05  FILLER              PIC X(40) VALUE SPACES.
017200*
017300 01  WS-PAGE-HEADER-2.
017400     05  FILLER              PIC X(08) VALUE "VEHICLE".
017500     05  FILLER              PIC X(09) VALUE "DATE".
017600     05  FILLER              PIC X(06) VALUE "TRIPS".
017700     05  FILLER              PIC X(10) VALUE "       KM".
017800     05  FILLER              PIC X(08) VALUE "  HOURS".
017900     05  FILLER              PIC X(39) VALUE "  RESULT".
018000*
018100 01  WS-DAY-LINE.
018200     05  WS-DY-VEHICLE-ID    PIC X(06).
018300     05  FILLER              PIC X(02) VALUE SPACES.
018400     05  WS-DY-DATE          PIC 9(08).
018500     05  FILLER              PIC X(02) VALUE SPACES.
018600     05  WS-DY-TRIPS         PIC ZZ9.
018700     05  FILLER              PIC X(02) VALUE SPACES.
018800     05  WS-DY-KM            PIC ZZZZ9.99.
018900     05  FILLER              PIC X(02) VALUE SPACES.
019000     05  WS-DY-HOURS         PIC ZZ9.99.
019100     05  FILLER              PIC X(03) VALUE SPACES.
019200     05  WS-DY-RESULT        PIC X(15).
019300     05  FILLER              PIC X(23) VALUE SPACES.
019400*
019500 01  WS-SUMMARY-LINE.
019600     05  FILLER              PIC X(11) VALUE "TRIPS READ:".
019700     05  WS-SM-READ          PIC ZZZZZ9.
019800     05  FILLER              PIC X(10) VALUE " BAD TIME:".
019900     05  WS-SM-BAD-TIME      PIC ZZZZ9.
020000     05  FILLER              PIC X(13) VALUE " DAYS POSTED:".
020100     05  WS-SM-POSTED        PIC ZZZZ9.
020200     05  FILLER              PIC X(09) VALUE " ON FILE:".
020300     05  WS-SM-ON-FILE       PIC ZZZZ9.
020400     05  FILLER              PIC X(16) VALUE SPACES.
020500*----------------------------------------------------------*
020600 PROCEDURE DIVISION.
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020900     SORT TRIP-WORK
021000         ON ASCENDING KEY SRT-VEHICLE-ID
021100         ON ASCENDING KEY SRT-ACT-DATE
021200         INPUT PROCEDURE IS 2000-FEED-TRIPS
021300             THRU 2000-EXIT
021400         OUTPUT PROCEDURE IS 3000-POST-HISTORY
021500             THRU 3000-EXIT.
021600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021700     GOBACK.
021800*----------------------------------------------------------*
021900* 1000-INITIALIZE - FILES AND THE RUN HEADER
022000*----------------------------------------------------------*
022100 1000-INITIALIZE.
022200     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
022300     MOVE "UTILHIST" TO OPERAUTH-CALLER.
022400     PERFORM OPERAUTH-VALIDATE
022500         THRU OPERAUTH-VALIDATE-EXIT.
022600     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
022700     OPEN I-O VEH-UTIL.
022800     OPEN OUTPUT UTIL-RPT.
022900     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
023000 1000-EXIT.
023100     EXIT.
023200*----------------------------------------------------------*
023300* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
023400*----------------------------------------------------------*
023500 1050-PRINT-RUN-HEADER.
023600     MOVE "UTILHIST" TO RUNHDR-JOB-NAME.
023700     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
023800     MOVE "I" TO PRTSRV-FUNCTION.
023900     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
024000     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
024100     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
024200     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
024300     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
024400     CALL "PRTSRV" USING PRTSRV-CONTROL.
024500 1050-EXIT.
024600     EXIT.
024700*----------------------------------------------------------*
024800* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
024900*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
025000*                      RULES WHEN THE CARD IS ABSENT)
025100*----------------------------------------------------------*
025200 1090-READ-BUS-DATE.
025300     OPEN INPUT BUS-DATE-PARM.
025400     READ BUS-DATE-PARM
025500         AT END
025600             CONTINUE
025700         NOT AT END
025800             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
025900     END-READ.
026000     CLOSE BUS-DATE-PARM.
026100 1090-EXIT.
026200     EXIT.
026300*----------------------------------------------------------*
026400* 2000-FEED-TRIPS - SORT INPUT: RELEASE EVERY DSPTRIPS TRIP
026500*                   WITH ITS DISTANCE AND DRIVING TIME,
026600*                   VERIFYING THE FILE'S TRAILER
026700*----------------------------------------------------------*
026800 2000-FEED-TRIPS.
026900     OPEN INPUT DISPATCH-TRIPS.
027000     PERFORM 2100-FEED-TRIP THRU 2100-EXIT
027100         UNTIL EOF-DISPATCH-TRIPS.
027200     CLOSE DISPATCH-TRIPS.
027300 2000-EXIT.
027400     EXIT.
027500*----------------------------------------------------------*
027600* 2100-FEED-TRIP - ONE DSPTRIPS RECORD TO THE SORT. A TRIP
027700*                  WHOSE TIMES GIVE NO USABLE ELAPSED TIME IS
027800*                  COUNTED AND LEFT OUT.
027900*----------------------------------------------------------*
028000 2100-FEED-TRIP.
028100     READ DISPATCH-TRIPS
028200         AT END
028300             SET EOF-DISPATCH-TRIPS TO TRUE
028400             PERFORM 2950-VERIFY-TRAILER THRU 2950-EXIT
028500             GO TO 2100-EXIT
028600     END-READ.
028700     IF DTR-RECORD (1:8) = "TRAILER "
028800         MOVE DTR-RECORD TO FILETRLR-RECORD
028900         SET FILETRLR-SEEN TO TRUE
029000         GO TO 2100-EXIT
029100     END-IF.
029200     ADD 1 TO FILETRLR-IN-COUNT.
029300     ADD D1 TO FILETRLR-IN-HASH.
029400     ADD D2 TO FILETRLR-IN-HASH.
029500     ADD T1 TO FILETRLR-IN-HASH.
029600     ADD T2 TO FILETRLR-IN-HASH.
029700     ADD 1 TO WS-TRIP-READ.
029800     PERFORM 2090-SET-DAY-SPAN THRU 2090-EXIT.
029900     PERFORM SPDCALC-COMPUTE THRU SPDCALC-COMPUTE-EXIT.
030000     IF NOT SPDCALC-OK
030100         ADD 1 TO WS-BAD-TIME
030200         GO TO 2100-EXIT
030300     END-IF.
030400     MOVE SPACES TO SRT-RECORD.
030500     MOVE DTR-VEHICLE-ID TO SRT-VEHICLE-ID.
030600     MOVE DTR-T1-DATE TO SRT-ACT-DATE.
030700     MOVE DD TO SRT-KM.
030800     MOVE DT TO SRT-HOURS.
030900     RELEASE SRT-RECORD.
031000 2100-EXIT.
031100     EXIT.
031200*----------------------------------------------------------*
031300* 2090-SET-DAY-SPAN - CALENDAR DAYS BETWEEN THE TWO CLOCK
031400*                     READINGS' DATES FOR THE SHARED ELAPSED-
031500*                     TIME COMPUTE. A DATE THAT IS NOT A REAL
031600*                     CALENDAR DATE FALLS BACK TO A SAME-DAY
031700*                     SPAN.
031800*----------------------------------------------------------*
031900 2090-SET-DAY-SPAN.
032000     MOVE ZERO TO SPDCALC-DAY-SPAN.
032100     COMPUTE WS-T1-DATE-INT =
032200         FUNCTION INTEGER-OF-DATE (DTR-T1-DATE)
032300         ON SIZE ERROR
032400             MOVE ZERO TO WS-T1-DATE-INT
032500     END-COMPUTE.
032600     COMPUTE WS-T2-DATE-INT =
032700         FUNCTION INTEGER-OF-DATE (DTR-T2-DATE)
032800         ON SIZE ERROR
032900             MOVE ZERO TO WS-T2-DATE-INT
033000     END-COMPUTE.
033100     IF WS-T1-DATE-INT > ZERO
033200         AND WS-T2-DATE-INT > ZERO
033300         COMPUTE SPDCALC-DAY-SPAN =
033400             WS-T2-DATE-INT - WS-T1-DATE-INT
033500             ON SIZE ERROR
033600                 MOVE ZERO TO SPDCALC-DAY-SPAN
033700         END-COMPUTE
033800     END-IF.
033900 2090-EXIT.
034000     EXIT.
034100*----------------------------------------------------------*
034200* 2950-VERIFY-TRAILER - A TRIP FILE WITHOUT A TRAILER, OR ONE
034300*                       WHOSE COUNT OR HASH DISAGREES WITH
034400*                       WHAT WAS READ, STOPS THE STEP BEFORE
034500*                       ANY HISTORY IS POSTED
034600*----------------------------------------------------------*
034700 2950-VERIFY-TRAILER.
034800     IF NOT FILETRLR-SEEN
034900         DISPLAY "UTILHIST: DSPTRIPS TRAILER MISSING - "
035000             "FILE MAY BE TRUNCATED"
035100         MOVE 16 TO RETURN-CODE
035200         STOP RUN
035300     END-IF.
035400     IF FILETRLR-COUNT NOT = FILETRLR-IN-COUNT
035500         OR FILETRLR-HASH NOT = FILETRLR-IN-HASH
035600         DISPLAY "UTILHIST: DSPTRIPS TRAILER DISAGREES - "
035700             "COUNT OR HASH DOES NOT MATCH FILE CONTENT"
035800         MOVE 16 TO RETURN-CODE
035900         STOP RUN
036000     END-IF.
036100 2950-EXIT.
036200     EXIT.
036300*----------------------------------------------------------*
036400* 3000-POST-HISTORY - SORT OUTPUT: POST THE TRIPS VEHICLE-DAY
036500*                     BY VEHICLE-DAY
036600*----------------------------------------------------------*
036700 3000-POST-HISTORY.
036800     MOVE "N" TO WS-SORT-EOF-SW.
036900     PERFORM 3100-RETURN-TRIP THRU 3100-EXIT
037000         UNTIL EOF-TRIP-WORK.
037100     IF NOT FIRST-TRIP
037200         PERFORM 3800-DAY-BREAK THRU 3800-EXIT
037300     END-IF.
037400 3000-EXIT.
037500     EXIT.
037600*----------------------------------------------------------*
037700* 3100-RETURN-TRIP - ONE SORTED TRIP: BREAK ON VEHICLE OR
037800*                    DATE, THEN ADD IT TO THE DAY
037900*----------------------------------------------------------*
038000 3100-RETURN-TRIP.
038100     RETURN TRIP-WORK
038200         AT END
038300             SET EOF-TRIP-WORK TO TRUE
038400     END-RETURN.
038500     IF EOF-TRIP-WORK
038600         GO TO 3100-EXIT
038700     END-IF.
038800     IF NOT FIRST-TRIP
038900         AND (SRT-VEHICLE-ID NOT = WS-PRIOR-VEHICLE-ID
039000         OR SRT-ACT-DATE NOT = WS-PRIOR-DATE)
039100         PERFORM 3800-DAY-BREAK THRU 3800-EXIT
039200     END-IF.
039300     IF FIRST-TRIP
039400         OR SRT-VEHICLE-ID NOT = WS-PRIOR-VEHICLE-ID
039500         OR SRT-ACT-DATE NOT = WS-PRIOR-DATE
039600         PERFORM 3050-START-DAY THRU 3050-EXIT
039700     END-IF.
039800     MOVE "N" TO WS-FIRST-TRIP-SW.
039900     ADD 1 TO WS-DAY-TRIPS.
040000     ADD SRT-KM TO WS-DAY-KM.
040100     ADD SRT-HOURS TO WS-DAY-HOURS.
040200 3100-EXIT.
040300     EXIT.
040400*----------------------------------------------------------*
040500* 3050-START-DAY - FRESH TOTALS FOR A NEW VEHICLE-DAY, AND
040600*                  WHETHER IT IS ALREADY ON VEHUTIL
040700*----------------------------------------------------------*
040800 3050-START-DAY.
040900     MOVE SRT-VEHICLE-ID TO WS-PRIOR-VEHICLE-ID.
041000     MOVE SRT-ACT-DATE TO WS-PRIOR-DATE.
041100     MOVE ZERO TO WS-DAY-TRIPS.
041200     MOVE ZERO TO WS-DAY-KM.
041300     MOVE ZERO TO WS-DAY-HOURS.
041400     MOVE "N" TO WS-ON-FILE-SW.
041500     MOVE WS-PRIOR-VEHICLE-ID TO VU-VEHICLE-ID.
041600     MOVE WS-PRIOR-DATE TO VU-ACT-DATE.
041700     READ VEH-UTIL
041800         INVALID KEY
041900             CONTINUE
042000         NOT INVALID KEY
042100             SET DAY-ON-FILE TO TRUE
042200     END-READ.
042300 3050-EXIT.
042400     EXIT.
042500*----------------------------------------------------------*
042600* 3800-DAY-BREAK - THE FINISHED VEHICLE-DAY'S VEHUTIL RECORD
042700*                  AND ITS REPORT LINE
042800*----------------------------------------------------------*
042900 3800-DAY-BREAK.
043000     MOVE WS-PRIOR-VEHICLE-ID TO WS-DY-VEHICLE-ID.
043100     MOVE WS-PRIOR-DATE TO WS-DY-DATE.
043200     IF DAY-ON-FILE
043300         ADD 1 TO WS-DAYS-ON-FILE
043400         MOVE VU-TRIPS TO WS-DY-TRIPS
043500         MOVE VU-KM TO WS-DY-KM
043600         MOVE VU-HOURS TO WS-DY-HOURS
043700         MOVE "ALREADY ON FILE" TO WS-DY-RESULT
043800         GO TO 3800-PRINT
043900     END-IF.
044000     MOVE SPACES TO VU-RECORD.
044100     MOVE WS-PRIOR-VEHICLE-ID TO VU-VEHICLE-ID.
044200     MOVE WS-PRIOR-DATE TO VU-ACT-DATE.
044300     MOVE WS-DAY-TRIPS TO VU-TRIPS.
044400     MOVE WS-DAY-KM TO VU-KM.
044500     MOVE WS-DAY-HOURS TO VU-HOURS.
044600     WRITE VU-RECORD
044700         INVALID KEY
044800             ADD 1 TO WS-WRITE-FAILED
044900             DISPLAY "UTILHIST: VEHUTIL WRITE FAILED FOR "
045000                 VU-KEY
045100     END-WRITE.
045200     ADD 1 TO WS-DAYS-POSTED.
045300     MOVE WS-DAY-TRIPS TO WS-DY-TRIPS.
045400     MOVE WS-DAY-KM TO WS-DY-KM.
045500     MOVE WS-DAY-HOURS TO WS-DY-HOURS.
045600     MOVE "POSTED" TO WS-DY-RESULT.
045700 3800-PRINT.
045800     MOVE WS-DAY-LINE TO WS-PRINT-LINE.
045900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
046000 3800-EXIT.
046100     EXIT.
046200*----------------------------------------------------------*
046300* 9000-TERMINATE - SUMMARY COUNTS, CLOSES AND THE RUN LOG
046400*----------------------------------------------------------*
046500 9000-TERMINATE.
046600     MOVE SPACES TO WS-PRINT-LINE.
046700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
046800     MOVE WS-TRIP-READ TO WS-SM-READ.
046900     MOVE WS-BAD-TIME TO WS-SM-BAD-TIME.
047000     MOVE WS-DAYS-POSTED TO WS-SM-POSTED.
047100     MOVE WS-DAYS-ON-FILE TO WS-SM-ON-FILE.
047200     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
047300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
047400     PERFORM 8900-END-REPORT THRU 8900-EXIT.
047500     CLOSE VEH-UTIL.
047600     CLOSE UTIL-RPT.
047700     MOVE "UTILHIST" TO RUNLOG-PROGRAM-ID.
047800     MOVE WS-TRIP-READ TO RUNLOG-READ-COUNT.
047900     MOVE WS-DAYS-POSTED TO RUNLOG-WRITE-COUNT.
048000     COMPUTE RUNLOG-EXCEPT-COUNT = WS-WRITE-FAILED + WS-BAD-TIME.
048100     MOVE "OK" TO RUNLOG-STATUS.
048200     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
048300 9000-EXIT.
048400     EXIT.
048500*----------------------------------------------------------*
048600* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
048700*                          SHARED PRINT SERVICE, WRITING THE
048800*                          PAGE HEADINGS FIRST ON A PAGE BREAK
048900*----------------------------------------------------------*
049000 8800-WRITE-REPORT-LINE.
049100     MOVE "W" TO PRTSRV-FUNCTION.
049200     CALL "PRTSRV" USING PRTSRV-CONTROL.
049300     IF PRTSRV-NEW-PAGE
049400         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
049500             VARYING WS-HDG-SUB FROM 1 BY 1
049600             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
049700     END-IF.
049800     MOVE WS-PRINT-LINE TO UR-RECORD.
049900     WRITE UR-RECORD.
050000 8800-EXIT.
050100     EXIT.
050200*----------------------------------------------------------*
050300* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
050400*----------------------------------------------------------*
050500 8850-WRITE-HEADING.
050600     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO UR-RECORD.
050700     WRITE UR-RECORD.
050800 8850-EXIT.
050900     EXIT.
051000*----------------------------------------------------------*
051100* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
051200*                   LINE-AND-PAGE-COUNT LINE
051300*----------------------------------------------------------*
051400 8900-END-REPORT.
051500     MOVE "E" TO PRTSRV-FUNCTION.
051600     CALL "PRTSRV" USING PRTSRV-CONTROL.
051700     MOVE PRTSRV-FINAL-LINE TO UR-RECORD.
051800     WRITE UR-RECORD.
051900 8900-EXIT.
052000     EXIT.
052100*----------------------------------------------------------*
052200     COPY RUNHDRP.
052300     COPY RUNLOGP.
052400     COPY OPERAUTP.
052500     COPY SPDCALCP.
