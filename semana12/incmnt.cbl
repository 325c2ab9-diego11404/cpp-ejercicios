000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     INCMNT.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - CONTROLLED BATCH
001200*                   MAINTENANCE FOR THE NEW INDEXED INCMSTR
001300*                   VEHICLE INCIDENT AND ACCIDENT REGISTER, WHICH
001400*                   REPLACES THE PAPER INCIDENT FOLDER. READS ADD/
001500*                   UPDATE/CLOSE TRANSACTIONS KEYED ON THE
001600*                   INCIDENT REPORT NUMBER FROM INCTRAN. AN ADD
001700*                   CARRIES THE DATE AND TIME, VEHICLE, DRIVER,
001800*                   ROUTE, TYPE, SEVERITY, ESTIMATED COST AND
001900*                   CLAIM STATUS; THE VEHICLE, DRIVER AND ROUTE
002000*                   MUST BE ON VEHMSTR, DRVMSTR AND ROUTMSTR, AND
002100*                   THE VEHICLE'S CLASS AND THE ROUTE'S DEPOT ARE
002200*                   KEPT ON THE INCIDENT AS THEY STOOD THAT DAY.
002300*                   EACH ADD IS CROSS-CHECKED TO A DSPTRIPS TRIP
002400*                   OF THE SAME VEHICLE UNDER WAY AT THE TIME OF
002500*                   THE INCIDENT; ONE WITH NO SUCH TRIP IS STILL
002600*                   REGISTERED BUT MARKED AND AUDITED NO TRIP. AN
002700*                   UPDATE CHANGES THE TYPE, SEVERITY, COST OR
002800*                   CLAIM STATUS OF AN OPEN INCIDENT; A CLOSE
002900*                   MAY DO THE SAME AND THEN CLOSES IT, BUT NOT
003000*                   WHILE ITS CLAIM IS STILL OPEN. BEFORE/AFTER
003100*                   AUDIT TRAIL ON INCAUDT AND AN APPLIED/REJECTED
003200*                   SUMMARY ON INCMRPT, FOLLOWING THE VEHMNT
003300*                   PATTERN. THE MONTHLY REPORT IS INCRPT.
003400*----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT INC-MASTER  ASSIGN TO "INCMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS IN-INCIDENT-NO.
004500     SELECT INC-TRANS   ASSIGN TO "INCTRAN"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT VEH-MASTER  ASSIGN TO "VEHMSTR"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS VM-VEHICLE-ID.
005100     SELECT DRV-MASTER  ASSIGN TO "DRVMSTR"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS DR-DRIVER-ID.
005500     SELECT ROUT-MASTER ASSIGN TO "ROUTMSTR"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS RM-ROUTE-CODE.
005900     SELECT DISPATCH-TRIPS ASSIGN TO "DSPTRIPS"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT AUDIT-TRAIL ASSIGN TO "INCAUDT"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT MAINT-RPT   ASSIGN TO "INCMRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500*----------------------------------------------------------*
007600 DATA DIVISION.
007700 FILE SECTION.
007800*
007900* ONE INCIDENT - TIME OF DAY IS HOURS AND HUNDREDTHS AS ON
008000* DSPTRIPS. CLASS AND DEPOT ARE THE VEHICLE'S AND THE ROUTE'S
008100* ON THE DAY THE INCIDENT WAS REGISTERED.
008200*
008300 FD  INC-MASTER
008400     LABEL RECORDS ARE STANDARD
008500     RECORD CONTAINS 80 CHARACTERS.
008600 01  IN-RECORD.
008700     05  IN-INCIDENT-NO      PIC X(08).
008800     05  IN-INC-DATE         PIC 9(08).
008900     05  IN-INC-TIME         PIC 9(2)V99.
009000     05  IN-VEHICLE-ID       PIC X(06).
009100     05  IN-DRIVER-ID        PIC X(06).
009200     05  IN-ROUTE-CODE       PIC X(04).
009300     05  IN-TYPE             PIC X(02).
009400     05  IN-SEVERITY         PIC X(01).
009500     05  IN-EST-COST         PIC 9(7)V99.
009600     05  IN-CLAIM-STATUS     PIC X(01).
009700         88  IN-CLAIM-OPEN           VALUE "O".
009800     05  IN-CLAIM-DATE       PIC 9(08).
009900     05  IN-STATUS           PIC X(01).
010000         88  IN-OPEN                 VALUE "O".
010100         88  IN-CLOSED               VALUE "C".
010200     05  IN-CLOSE-DATE       PIC 9(08).
010300     05  IN-VEHICLE-CLASS    PIC X(02).
010400     05  IN-DEPOT            PIC X(02).
010500     05  IN-TRIP-MATCH       PIC X(01).
010600         88  IN-TRIP-FOUND           VALUE "Y".
010700     05  IN-LAST-UPDATE      PIC 9(08).
010800     05  FILLER              PIC X(01).
010900*
011000* TYPE AC ACCIDENT, RI ROAD INCIDENT, VD VANDALISM OR THEFT,
011100* OT OTHER. SEVERITY 1 MINOR TO 4 CRITICAL. CLAIM STATUS N NO
011200* CLAIM, O OPEN, S SETTLED, D DENIED. ON AN UPDATE OR CLOSE A
011300* BLANK FIELD LEAVES THE INCIDENT'S VALUE AS IT IS.
011400*
011500 FD  INC-TRANS
011600     LABEL RECORDS ARE STANDARD
011700     RECORD CONTAINS 80 CHARACTERS.
011800 01  IT-RECORD.
011900     05  IT-ACTION           PIC X(01).
012000         88  IT-ADD                  VALUE "A".
012100         88  IT-UPDATE               VALUE "U".
012200         88  IT-CLOSE                VALUE "C".
012300     05  IT-INCIDENT-NO      PIC X(08).
012400     05  IT-INC-DATE         PIC X(08).
012500     05  IT-INC-DATE-N       REDEFINES IT-INC-DATE
012600                             PIC 9(08).
012700     05  IT-INC-TIME         PIC X(04).
012800     05  IT-INC-TIME-N       REDEFINES IT-INC-TIME
012900                             PIC 9(2)V99.
013000     05  IT-VEHICLE-ID       PIC X(06).
013100     05  IT-DRIVER-ID        PIC X(06).
013200     05  IT-ROUTE-CODE       PIC X(04).
013300     05  IT-TYPE             PIC X(02).
013400         88  IT-TYPE-VALID           VALUE "AC" "RI" "VD" "OT".
013500     05  IT-SEVERITY         PIC X(01).
013600         88  IT-SEVERITY-VALID       VALUE "1" THRU "4".
013700     05  IT-EST-COST         PIC X(09).
013800     05  IT-EST-COST-N       REDEFINES IT-EST-COST
013900                             PIC 9(7)V99.
014000     05  IT-CLAIM-STATUS     PIC X(01).
014100         88  IT-CLAIM-VALID          VALUE "N" "O" "S" "D".
014200         88  IT-CLAIM-OPEN           VALUE "O".
014300     05  FILLER              PIC X(30).
014400*
014500 FD  VEH-MASTER
014600     LABEL RECORDS ARE STANDARD
014700     RECORD CONTAINS 80 CHARACTERS.
014800 01  VM-RECORD.
014900     05  VM-VEHICLE-ID       PIC X(06).
015000     05  VM-ROUTE-CODE       PIC X(04).
015100     05  VM-DRIVER-ID        PIC X(06).
015200     05  VM-VEHICLE-CLASS    PIC X(02).
015300     05  VM-MAX-SPEED        PIC 9(3)V99.
015400     05  FILLER              PIC X(57).
015500*
015600 FD  DRV-MASTER
015700     LABEL RECORDS ARE STANDARD
015800     RECORD CONTAINS 80 CHARACTERS.
015900 01  DR-RECORD.
016000     05  DR-DRIVER-ID        PIC X(06).
016100     05  DR-NAME             PIC X(30).
016200     05  DR-LICENSE-NO       PIC X(12).
016300     05  DR-LICENSE-EXPIRY   PIC 9(08).
016400     05  DR-ACTIVE           PIC X(01).
016500     05  FILLER              PIC X(23).
016600*
016700 FD  ROUT-MASTER
016800     LABEL RECORDS ARE STANDARD
016900     RECORD CONTAINS 80 CHARACTERS.
017000 01  RM-RECORD.
017100     05  RM-ROUTE-CODE       PIC X(04).
017200     05  RM-DESCRIPTION      PIC X(30).
017300     05  RM-STD-DISTANCE     PIC 9(5)V99.
017400     05  RM-DEPOT            PIC X(02).
017500     05  FILLER              PIC X(37).
017600*
017700* THE TRIP READINGS CARRY THE NAMES THE SHARED SPDCALC
017800* COMPUTE WORKS ON
017900*
018000 FD  DISPATCH-TRIPS
018100     LABEL RECORDS ARE STANDARD
018200     RECORD CONTAINS 80 CHARACTERS.
018300 01  DTR-RECORD.
018400     05  DTR-VEHICLE-ID      PIC X(06).
018500     05  D1                  PIC S9(2)V99.
018600     05  D2                  PIC S9(2)V99.
018700     05  DTR-T1-DATE         PIC 9(08).
018800     05  T1                  PIC S9(2)V99.
018900     05  DTR-T2-DATE         PIC 9(08).
019000     05  T2                  PIC S9(2)V99.
019100     05  FILLER              PIC X(46).
019200*
019300 FD  AUDIT-TRAIL
019400     LABEL RECORDS ARE STANDARD
019500     RECORD CONTAINS 80 CHARACTERS.
019600 01  AU-RECORD               PIC X(80).
019700*
019800 FD  MAINT-RPT
019900     LABEL RECORDS ARE STANDARD
020000     RECORD CONTAINS 80 CHARACTERS.
020100 01  MR-RECORD               PIC X(80).
020200*
020300 FD  RUN-LOG
020400     LABEL RECORDS ARE STANDARD
020500     RECORD CONTAINS 80 CHARACTERS.
020600 01  RL-RECORD               PIC X(80).
020700*
020800 FD  BUS-DATE-PARM
020900     LABEL RECORDS ARE STANDARD
021000     RECORD CONTAINS 80 CHARACTERS.
021100 01  BD-RECORD.
021200     05  BD-BUSINESS-DATE    PIC 9(08).
021300     05  FILLER              PIC X(72).
021400*
021500 FD  OPER-CARD
021600     LABEL RECORDS ARE STANDARD
021700     RECORD CONTAINS 80 CHARACTERS.
021800 01  OC-RECORD.
021900     05  OC-OPERATOR-ID      PIC X(08).
022000     05  FILLER              PIC X(72).
022100*
022200 FD  OPER-AUTH
022300     LABEL RECORDS ARE STANDARD
022400     RECORD CONTAINS 80 CHARACTERS.
022500 01  OA-RECORD.
022600     05  OA-OPERATOR-ID      PIC X(08).
022700     05  OA-NAME             PIC X(20).
022800     05  OA-ACTIVE           PIC X(01).
022900     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
023000     05  FILLER              PIC X(11).
023100*
023200 FD  OPER-LOG
023300     LABEL RECORDS ARE STANDARD
023400     RECORD CONTAINS 80 CHARACTERS.
023500 01  OL-RECORD               PIC X(80).
023600*----------------------------------------------------------*
023700 WORKING-STORAGE SECTION.
023800     COPY RUNHDR.
023900     COPY FILETRLR.
024000     COPY RUNLOG.
024100     COPY OPERAUTH.
024200*
024300 01  WS-SWITCHES.
024400     05  WS-EOF-SW           PIC X(01) VALUE "N".
024500         88  EOF-INC-TRANS           VALUE "Y".
024600     05  WS-TRIP-EOF-SW      PIC X(01) VALUE "N".
024700         88  EOF-DISPATCH-TRIPS      VALUE "Y".
024800     05  WS-FOUND-SW         PIC X(01) VALUE "N".
024900         88  INCIDENT-FOUND          VALUE "Y".
025000     05  WS-EDIT-OK-SW       PIC X(01) VALUE "N".
025100         88  EDIT-PASSED             VALUE "Y".
025200     05  WS-MASTER-SW        PIC X(01) VALUE "N".
025300         88  MASTER-FOUND            VALUE "Y".
025400     05  WS-TRIP-SW          PIC X(01) VALUE "N".
025500         88  TRIP-FOUND              VALUE "Y".
025600*
025700 01  WS-COUNTERS.
025800     05  WS-TRANS-READ       PIC 9(05) COMP VALUE ZERO.
025900     05  WS-ADDS-APPLIED     PIC 9(05) COMP VALUE ZERO.
026000     05  WS-ADDS-REJECTED    PIC 9(05) COMP VALUE ZERO.
026100     05  WS-UPDS-APPLIED     PIC 9(05) COMP VALUE ZERO.
026200     05  WS-UPDS-REJECTED    PIC 9(05) COMP VALUE ZERO.
026300     05  WS-CLOS-APPLIED     PIC 9(05) COMP VALUE ZERO.
026400     05  WS-CLOS-REJECTED    PIC 9(05) COMP VALUE ZERO.
026500     05  WS-BAD-ACTIONS      PIC 9(05) COMP VALUE ZERO.
026600     05  WS-NO-TRIP          PIC 9(05) COMP VALUE ZERO.
026700     05  WS-TRIP-BAD-TIME    PIC 9(05) COMP VALUE ZERO.
026800*
026900* THE DSPTRIPS TRIPS - EACH VEHICLE'S DEPARTURE AND ARRIVAL AS
027000* DATE AND TIME STAMPS (YYYYMMDDHHHH, HOURS AND HUNDREDTHS)
027100*
027200 01  WS-TRIP-MAX             PIC 9(05) COMP VALUE 5000.
027300 01  WS-TRIP-COUNT           PIC 9(05) COMP VALUE ZERO.
027400 01  WS-TRIP-SUB             PIC 9(05) COMP VALUE ZERO.
027500 01  WS-TRIP-TABLE.
027600     05  WS-TRIP-ENTRY OCCURS 5000 TIMES.
027700         10  WS-TT-VEHICLE-ID    PIC X(06).
027800         10  WS-TT-DEP-STAMP     PIC 9(12).
027900         10  WS-TT-ARR-STAMP     PIC 9(12).
028000 01  WS-INC-STAMP            PIC 9(12) VALUE ZERO.
028100 01  WS-DATE-INT             PIC 9(07) VALUE ZERO.
028200*
028300 01  WS-AUDIT-LINE.
028400     05  WS-AU-TAG           PIC X(08).
028500     05  WS-AU-ACTION        PIC X(01).
028600     05  FILLER              PIC X(01) VALUE SPACE.
028700     05  WS-AU-INCIDENT-NO   PIC X(08).
028800     05  FILLER              PIC X(01) VALUE SPACE.
028900     05  WS-AU-DATE          PIC X(08).
029000     05  FILLER              PIC X(01) VALUE SPACE.
029100     05  WS-AU-VEHICLE-ID    PIC X(06).
029200     05  FILLER              PIC X(01) VALUE SPACE.
029300     05  WS-AU-DRIVER-ID     PIC X(06).
029400     05  FILLER              PIC X(01) VALUE SPACE.
029500     05  WS-AU-ROUTE-CODE    PIC X(04).
029600     05  FILLER              PIC X(01) VALUE SPACE.
029700     05  WS-AU-TYPE          PIC X(02).
029800     05  FILLER              PIC X(01) VALUE SPACE.
029900     05  WS-AU-SEVERITY      PIC X(01).
030000     05  FILLER              PIC X(01) VALUE SPACE.
030100     05  WS-AU-COST          PIC ZZZZZZ9.99.
030200     05  FILLER              PIC X(01) VALUE SPACE.
030300     05  WS-AU-CLAIM         PIC X(01).
030400     05  FILLER              PIC X(01) VALUE SPACE.
030500     05  WS-AU-STATUS        PIC X(01).
030600     05  FILLER              PIC X(01) VALUE SPACE.
030700     05  WS-AU-REASON        PIC X(12).
030800*
030900 01  WS-SUMMARY-LINE.
031000     05  WS-SM-ACTION        PIC X(08).
031100     05  FILLER              PIC X(10) VALUE " APPLIED:".
031200     05  WS-SM-APPLIED       PIC ZZZZ9.
031300     05  FILLER              PIC X(11) VALUE " REJECTED:".
031400     05  WS-SM-REJECTED      PIC ZZZZ9.
031500     05  FILLER              PIC X(41) VALUE SPACES.
031600*
031700 01  WS-COUNT-LINE.
031800     05  WS-CL-LABEL         PIC X(20).
031900     05  WS-CL-COUNT         PIC ZZZZ9.
032000     05  FILLER              PIC X(55) VALUE SPACES.
032100*----------------------------------------------------------*
032200 PROCEDURE DIVISION.
032300 0000-MAINLINE.
032400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032500     PERFORM 2000-APPLY-TRANS THRU 2000-EXIT
032600         UNTIL EOF-INC-TRANS.
032700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032800     GOBACK.
032900*----------------------------------------------------------*
033000* 1000-INITIALIZE - VALIDATE THE OPERATOR, LOAD THE TRIPS,
033100*                   OPEN FILES, PRINT THE RUN HEADER AND PRIME
033200*                   THE TRANSACTION READ
033300*----------------------------------------------------------*
033400 1000-INITIALIZE.
033500     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
033600     MOVE "INCMNT" TO OPERAUTH-CALLER.
033700     PERFORM OPERAUTH-VALIDATE
033800         THRU OPERAUTH-VALIDATE-EXIT.
033900     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
034000     PERFORM 1200-LOAD-TRIPS THRU 1200-EXIT.
034100     OPEN I-O INC-MASTER.
034200     OPEN INPUT VEH-MASTER.
034300     OPEN INPUT DRV-MASTER.
034400     OPEN INPUT ROUT-MASTER.
034500     OPEN INPUT INC-TRANS.
034600     OPEN OUTPUT AUDIT-TRAIL.
034700     OPEN OUTPUT MAINT-RPT.
034800     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
034900     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
035000 1000-EXIT.
035100     EXIT.
035200*----------------------------------------------------------*
035300* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
035400*----------------------------------------------------------*
035500 1050-PRINT-RUN-HEADER.
035600     MOVE "INCMNT" TO RUNHDR-JOB-NAME.
035700     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
035800     MOVE RUNHDR-LINE-1 TO MR-RECORD.
035900     WRITE MR-RECORD.
036000     MOVE RUNHDR-LINE-2 TO MR-RECORD.
036100     WRITE MR-RECORD.
036200 1050-EXIT.
036300     EXIT.
036400*----------------------------------------------------------*
036500* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
036600*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
036700*                      RULES WHEN THE CARD IS ABSENT)
036800*----------------------------------------------------------*
036900 1090-READ-BUS-DATE.
037000     OPEN INPUT BUS-DATE-PARM.
037100     READ BUS-DATE-PARM
037200         AT END
037300             CONTINUE
037400         NOT AT END
037500             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
037600     END-READ.
037700     CLOSE BUS-DATE-PARM.
037800 1090-EXIT.
037900     EXIT.
038000*----------------------------------------------------------*
038100* 1200-LOAD-TRIPS - EVERY DSPTRIPS TRIP INTO THE TRIP TABLE,
038200*                   VERIFYING THE FILE'S TRAILER. A TABLE TOO
038300*                   SMALL WOULD LEAVE INCIDENTS WRONGLY MARKED
038400*                   NO TRIP, SO THE STEP STOPS RC 12.
038500*----------------------------------------------------------*
038600 1200-LOAD-TRIPS.
038700     OPEN INPUT DISPATCH-TRIPS.
038800     PERFORM 1250-LOAD-ONE-TRIP THRU 1250-EXIT
038900         UNTIL EOF-DISPATCH-TRIPS.
039000     CLOSE DISPATCH-TRIPS.
039100 1200-EXIT.
039200     EXIT.
039300*----------------------------------------------------------*
039400* 1250-LOAD-ONE-TRIP - ONE DSPTRIPS RECORD INTO THE TABLE. A
039500*                      TRIP WITH A CLOCK TIME OUTSIDE THE DAY
039600*                      IS COUNTED AND LEFT OUT.
039700*----------------------------------------------------------*
039800 1250-LOAD-ONE-TRIP.
039900     READ DISPATCH-TRIPS
040000         AT END
040100             SET EOF-DISPATCH-TRIPS TO TRUE
040200             PERFORM 1290-VERIFY-TRAILER THRU 1290-EXIT
040300             GO TO 1250-EXIT
040400     END-READ.
040500     IF DTR-RECORD (1:8) = "TRAILER "
040600         MOVE DTR-RECORD TO FILETRLR-RECORD
040700         SET FILETRLR-SEEN TO TRUE
040800         GO TO 1250-EXIT
040900     END-IF.
041000     ADD 1 TO FILETRLR-IN-COUNT.
041100     ADD D1 TO FILETRLR-IN-HASH.
041200     ADD D2 TO FILETRLR-IN-HASH.
041300     ADD T1 TO FILETRLR-IN-HASH.
041400     ADD T2 TO FILETRLR-IN-HASH.
041500     IF T1 < ZERO OR T1 NOT < 24
041600         OR T2 < ZERO OR T2 NOT < 24
041700         ADD 1 TO WS-TRIP-BAD-TIME
041800         GO TO 1250-EXIT
041900     END-IF.
042000     IF WS-TRIP-COUNT NOT < WS-TRIP-MAX
042100         DISPLAY "INCMNT: DSPTRIPS HOLDS MORE THAN "
042200             WS-TRIP-MAX " TRIPS - TRIP TABLE FULL"
042300         MOVE 12 TO RETURN-CODE
042400         STOP RUN
042500     END-IF.
042600     ADD 1 TO WS-TRIP-COUNT.
042700     MOVE DTR-VEHICLE-ID TO WS-TT-VEHICLE-ID (WS-TRIP-COUNT).
042800     COMPUTE WS-TT-DEP-STAMP (WS-TRIP-COUNT) =
042900         (DTR-T1-DATE * 10000) + (T1 * 100).
043000     COMPUTE WS-TT-ARR-STAMP (WS-TRIP-COUNT) =
043100         (DTR-T2-DATE * 10000) + (T2 * 100).
043200 1250-EXIT.
043300     EXIT.
043400*----------------------------------------------------------*
043500* 1290-VERIFY-TRAILER - AT END OF FILE THE TRAILER MUST BE
043600*                       PRESENT AND ITS COUNT AND HASH MUST
043700*                       MATCH WHAT WAS READ - OTHERWISE THE
043800*                       STEP STOPS RATHER THAN CROSS-CHECK
043900*                       AGAINST A SHORT TRIP FILE
044000*----------------------------------------------------------*
044100 1290-VERIFY-TRAILER.
044200     IF NOT FILETRLR-SEEN
044300         DISPLAY "INCMNT: DSPTRIPS TRAILER MISSING - "
044400             "FILE MAY BE TRUNCATED"
044500         MOVE 16 TO RETURN-CODE
044600         STOP RUN
044700     END-IF.
044800     IF FILETRLR-COUNT NOT = FILETRLR-IN-COUNT
044900         OR FILETRLR-HASH NOT = FILETRLR-IN-HASH
045000         DISPLAY "INCMNT: DSPTRIPS TRAILER DISAGREES - "
045100             "COUNT OR HASH DOES NOT MATCH FILE CONTENT"
045200         MOVE 16 TO RETURN-CODE
045300         STOP RUN
045400     END-IF.
045500 1290-EXIT.
045600     EXIT.
045700*----------------------------------------------------------*
045800* 2000-APPLY-TRANS - APPLY ONE ADD/UPDATE/CLOSE TRANSACTION
045900*----------------------------------------------------------*
046000 2000-APPLY-TRANS.
046100     EVALUATE TRUE
046200         WHEN IT-ADD
046300             PERFORM 3000-ADD-INCIDENT THRU 3000-EXIT
046400         WHEN IT-UPDATE
046500             PERFORM 4000-UPDATE-INCIDENT THRU 4000-EXIT
046600         WHEN IT-CLOSE
046700             PERFORM 5000-CLOSE-INCIDENT THRU 5000-EXIT
046800         WHEN OTHER
046900             ADD 1 TO WS-BAD-ACTIONS
047000             MOVE "REJECT: " TO WS-AU-TAG
047100             MOVE "BAD ACTION" TO WS-AU-REASON
047200             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
047300     END-EVALUATE.
047400     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
047500 2000-EXIT.
047600     EXIT.
047700*----------------------------------------------------------*
047800* 2100-READ-TRANS - READ THE NEXT MAINTENANCE TRANSACTION
047900*----------------------------------------------------------*
048000 2100-READ-TRANS.
048100     READ INC-TRANS
048200         AT END
048300             SET EOF-INC-TRANS TO TRUE
048400         NOT AT END
048500             ADD 1 TO WS-TRANS-READ
048600     END-READ.
048700 2100-EXIT.
048800     EXIT.
048900*----------------------------------------------------------*
049000* 2200-READ-INCIDENT - RANDOM READ OF THE REGISTER BY THE
049100*                      TRANSACTION'S INCIDENT NUMBER
049200*----------------------------------------------------------*
049300 2200-READ-INCIDENT.
049400     MOVE "N" TO WS-FOUND-SW.
049500     MOVE IT-INCIDENT-NO TO IN-INCIDENT-NO.
049600     READ INC-MASTER
049700         INVALID KEY
049800             CONTINUE
049900         NOT INVALID KEY
050000             SET INCIDENT-FOUND TO TRUE
050100     END-READ.
050200 2200-EXIT.
050300     EXIT.
050400*----------------------------------------------------------*
050500* 2300-EDIT-ADD - AN ADD NEEDS AN INCIDENT NUMBER, A REAL
050600*                 DATE NOT AFTER THE RUN DATE, A CLOCK TIME,
050700*                 A TYPE AND A SEVERITY, AND A VEHICLE, DRIVER
050800*                 AND ROUTE ON THEIR MASTERS
050900*----------------------------------------------------------*
051000 2300-EDIT-ADD.
051100     MOVE "N" TO WS-EDIT-OK-SW.
051200     IF IT-INCIDENT-NO = SPACES
051300         MOVE "NO INCIDENT" TO WS-AU-REASON
051400         GO TO 2300-EXIT
051500     END-IF.
051600     IF IT-INC-DATE NOT NUMERIC
051700         OR IT-INC-DATE-N < 16010101
051800         OR IT-INC-DATE-N > RUNHDR-DATE
051900         MOVE "BAD DATE" TO WS-AU-REASON
052000         GO TO 2300-EXIT
052100     END-IF.
052200     COMPUTE WS-DATE-INT =
052300         FUNCTION INTEGER-OF-DATE (IT-INC-DATE-N)
052400         ON SIZE ERROR
052500             MOVE ZERO TO WS-DATE-INT
052600     END-COMPUTE.
052700     IF WS-DATE-INT = ZERO
052800         MOVE "BAD DATE" TO WS-AU-REASON
052900         GO TO 2300-EXIT
053000     END-IF.
053100     IF IT-INC-TIME NOT NUMERIC
053200         OR IT-INC-TIME-N NOT < 24
053300         MOVE "BAD TIME" TO WS-AU-REASON
053400         GO TO 2300-EXIT
053500     END-IF.
053600     IF IT-TYPE = SPACES
053700         MOVE "BAD TYPE" TO WS-AU-REASON
053800         GO TO 2300-EXIT
053900     END-IF.
054000     IF IT-SEVERITY = SPACE
054100         MOVE "BAD SEVERITY" TO WS-AU-REASON
054200         GO TO 2300-EXIT
054300     END-IF.
054400     PERFORM 2400-EDIT-DETAILS THRU 2400-EXIT.
054500     IF NOT EDIT-PASSED
054600         GO TO 2300-EXIT
054700     END-IF.
054800     MOVE "N" TO WS-EDIT-OK-SW.
054900     PERFORM 2500-EDIT-MASTERS THRU 2500-EXIT.
055000 2300-EXIT.
055100     EXIT.
055200*----------------------------------------------------------*
055300* 2400-EDIT-DETAILS - TYPE, SEVERITY, ESTIMATED COST AND CLAIM
055400*                     STATUS, EACH CHECKED WHEN IT IS GIVEN
055500*----------------------------------------------------------*
055600 2400-EDIT-DETAILS.
055700     MOVE "N" TO WS-EDIT-OK-SW.
055800     IF IT-TYPE NOT = SPACES
055900         AND NOT IT-TYPE-VALID
056000         MOVE "BAD TYPE" TO WS-AU-REASON
056100         GO TO 2400-EXIT
056200     END-IF.
056300     IF IT-SEVERITY NOT = SPACE
056400         AND NOT IT-SEVERITY-VALID
056500         MOVE "BAD SEVERITY" TO WS-AU-REASON
056600         GO TO 2400-EXIT
056700     END-IF.
056800     IF IT-EST-COST NOT = SPACES
056900         AND IT-EST-COST NOT NUMERIC
057000         MOVE "BAD COST" TO WS-AU-REASON
057100         GO TO 2400-EXIT
057200     END-IF.
057300     IF IT-CLAIM-STATUS NOT = SPACE
057400         AND NOT IT-CLAIM-VALID
057500         MOVE "BAD CLAIM" TO WS-AU-REASON
057600         GO TO 2400-EXIT
057700     END-IF.
057800     SET EDIT-PASSED TO TRUE.
057900 2400-EXIT.
058000     EXIT.
058100*----------------------------------------------------------*
058200* 2500-EDIT-MASTERS - THE VEHICLE, DRIVER AND ROUTE MUST BE ON
058300*                     VEHMSTR, DRVMSTR AND ROUTMSTR. LEAVES
058400*                     VM-RECORD AND RM-RECORD FOR THE CLASS AND
058500*                     DEPOT.
058600*----------------------------------------------------------*
058700 2500-EDIT-MASTERS.
058800     MOVE "N" TO WS-MASTER-SW.
058900     MOVE IT-VEHICLE-ID TO VM-VEHICLE-ID.
059000     READ VEH-MASTER
059100         INVALID KEY
059200             CONTINUE
059300         NOT INVALID KEY
059400             SET MASTER-FOUND TO TRUE
059500     END-READ.
059600     IF NOT MASTER-FOUND
059700         MOVE "BAD VEHICLE" TO WS-AU-REASON
059800         GO TO 2500-EXIT
059900     END-IF.
060000     MOVE "N" TO WS-MASTER-SW.
060100     MOVE IT-DRIVER-ID TO DR-DRIVER-ID.
060200     READ DRV-MASTER
060300         INVALID KEY
060400             CONTINUE
060500         NOT INVALID KEY
060600             SET MASTER-FOUND TO TRUE
060700     END-READ.
060800     IF NOT MASTER-FOUND
060900         MOVE "BAD DRIVER" TO WS-AU-REASON
061000         GO TO 2500-EXIT
061100     END-IF.
061200     MOVE "N" TO WS-MASTER-SW.
061300     MOVE IT-ROUTE-CODE TO RM-ROUTE-CODE.
061400     READ ROUT-MASTER
061500         INVALID KEY
061600             CONTINUE
061700         NOT INVALID KEY
061800             SET MASTER-FOUND TO TRUE
061900     END-READ.
062000     IF NOT MASTER-FOUND
062100         MOVE "BAD ROUTE" TO WS-AU-REASON
062200         GO TO 2500-EXIT
062300     END-IF.
062400     SET EDIT-PASSED TO TRUE.
062500 2500-EXIT.
062600     EXIT.
062700*----------------------------------------------------------*
062800* 2600-FIND-TRIP - LOOK FOR A DSPTRIPS TRIP OF THE INCIDENT'S
062900*                  VEHICLE THAT HAD DEPARTED AND NOT YET
063000*                  ARRIVED AT THE TIME OF THE INCIDENT
063100*----------------------------------------------------------*
063200 2600-FIND-TRIP.
063300     MOVE "N" TO WS-TRIP-SW.
063400     COMPUTE WS-INC-STAMP =
063500         (IT-INC-DATE-N * 10000) + (IT-INC-TIME-N * 100).
063600     PERFORM 2650-SCAN-TRIP THRU 2650-EXIT
063700         VARYING WS-TRIP-SUB FROM 1 BY 1
063800         UNTIL WS-TRIP-SUB > WS-TRIP-COUNT
063900            OR TRIP-FOUND.
064000 2600-EXIT.
064100     EXIT.
064200*----------------------------------------------------------*
064300* 2650-SCAN-TRIP - ONE PROBE OF THE TRIP TABLE
064400*----------------------------------------------------------*
064500 2650-SCAN-TRIP.
064600     IF WS-TT-VEHICLE-ID (WS-TRIP-SUB) = IT-VEHICLE-ID
064700         AND WS-TT-DEP-STAMP (WS-TRIP-SUB) NOT > WS-INC-STAMP
064800         AND WS-TT-ARR-STAMP (WS-TRIP-SUB) NOT < WS-INC-STAMP
064900         SET TRIP-FOUND TO TRUE
065000     END-IF.
065100 2650-EXIT.
065200     EXIT.
065300*----------------------------------------------------------*
065400* 3000-ADD-INCIDENT - REGISTER A NEW INCIDENT. AN EXISTING
065500*                     NUMBER OR A FAILED EDIT IS A REJECT; ONE
065600*                     WITH NO MATCHING TRIP IS REGISTERED AND
065700*                     AUDITED NO TRIP.
065800*----------------------------------------------------------*
065900 3000-ADD-INCIDENT.
066000     PERFORM 2300-EDIT-ADD THRU 2300-EXIT.
066100     IF NOT EDIT-PASSED
066200         ADD 1 TO WS-ADDS-REJECTED
066300         MOVE "REJECT: " TO WS-AU-TAG
066400         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
066500         GO TO 3000-EXIT
066600     END-IF.
066700     PERFORM 2200-READ-INCIDENT THRU 2200-EXIT.
066800     IF INCIDENT-FOUND
066900         ADD 1 TO WS-ADDS-REJECTED
067000         MOVE "REJECT: " TO WS-AU-TAG
067100         MOVE "DUPLICATE" TO WS-AU-REASON
067200         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
067300         GO TO 3000-EXIT
067400     END-IF.
067500     PERFORM 2600-FIND-TRIP THRU 2600-EXIT.
067600     MOVE SPACES TO IN-RECORD.
067700     MOVE IT-INCIDENT-NO TO IN-INCIDENT-NO.
067800     MOVE IT-INC-DATE-N TO IN-INC-DATE.
067900     MOVE IT-INC-TIME-N TO IN-INC-TIME.
068000     MOVE IT-VEHICLE-ID TO IN-VEHICLE-ID.
068100     MOVE IT-DRIVER-ID TO IN-DRIVER-ID.
068200     MOVE IT-ROUTE-CODE TO IN-ROUTE-CODE.
068300     MOVE VM-VEHICLE-CLASS TO IN-VEHICLE-CLASS.
068400     MOVE RM-DEPOT TO IN-DEPOT.
068500     MOVE "N" TO IN-CLAIM-STATUS.
068600     MOVE ZERO TO IN-EST-COST.
068700     MOVE ZERO TO IN-CLAIM-DATE.
068800     MOVE ZERO TO IN-CLOSE-DATE.
068900     SET IN-OPEN TO TRUE.
069000     MOVE "N" TO IN-TRIP-MATCH.
069100     IF TRIP-FOUND
069200         SET IN-TRIP-FOUND TO TRUE
069300     END-IF.
069400     PERFORM 4100-APPLY-DETAILS THRU 4100-EXIT.
069500     WRITE IN-RECORD
069600         INVALID KEY
069700             ADD 1 TO WS-ADDS-REJECTED
069800             MOVE "REJECT: " TO WS-AU-TAG
069900             MOVE "WRITE FAIL" TO WS-AU-REASON
070000             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
070100         NOT INVALID KEY
070200             ADD 1 TO WS-ADDS-APPLIED
070300             MOVE "AFTER:  " TO WS-AU-TAG
070400             MOVE SPACES TO WS-AU-REASON
070500             IF NOT TRIP-FOUND
070600                 ADD 1 TO WS-NO-TRIP
070700                 MOVE "NO TRIP" TO WS-AU-REASON
070800             END-IF
070900             PERFORM 8100-AUDIT-INCIDENT THRU 8100-EXIT
071000     END-WRITE.
071100 3000-EXIT.
071200     EXIT.
071300*----------------------------------------------------------*
071400* 4000-UPDATE-INCIDENT - CHANGE THE DETAILS OF AN OPEN
071500*                        INCIDENT, AUDITING THE BEFORE AND
071600*                        AFTER IMAGES
071700*----------------------------------------------------------*
071800 4000-UPDATE-INCIDENT.
071900     PERFORM 2400-EDIT-DETAILS THRU 2400-EXIT.
072000     IF NOT EDIT-PASSED
072100         ADD 1 TO WS-UPDS-REJECTED
072200         MOVE "REJECT: " TO WS-AU-TAG
072300         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
072400         GO TO 4000-EXIT
072500     END-IF.
072600     PERFORM 2200-READ-INCIDENT THRU 2200-EXIT.
072700     IF NOT INCIDENT-FOUND
072800         ADD 1 TO WS-UPDS-REJECTED
072900         MOVE "REJECT: " TO WS-AU-TAG
073000         MOVE "NOT FOUND" TO WS-AU-REASON
073100         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
073200         GO TO 4000-EXIT
073300     END-IF.
073400     IF IN-CLOSED
073500         ADD 1 TO WS-UPDS-REJECTED
073600         MOVE "REJECT: " TO WS-AU-TAG
073700         MOVE "CLOSED" TO WS-AU-REASON
073800         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
073900         GO TO 4000-EXIT
074000     END-IF.
074100     MOVE "BEFORE: " TO WS-AU-TAG.
074200     MOVE SPACES TO WS-AU-REASON.
074300     PERFORM 8100-AUDIT-INCIDENT THRU 8100-EXIT.
074400     PERFORM 4100-APPLY-DETAILS THRU 4100-EXIT.
074500     REWRITE IN-RECORD
074600         INVALID KEY
074700             ADD 1 TO WS-UPDS-REJECTED
074800             MOVE "REJECT: " TO WS-AU-TAG
074900             MOVE "REWRITE FAIL" TO WS-AU-REASON
075000             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
075100         NOT INVALID KEY
075200             ADD 1 TO WS-UPDS-APPLIED
075300             MOVE "AFTER:  " TO WS-AU-TAG
075400             MOVE SPACES TO WS-AU-REASON
075500             PERFORM 8100-AUDIT-INCIDENT THRU 8100-EXIT
075600     END-REWRITE.
075700 4000-EXIT.
075800     EXIT.
075900*----------------------------------------------------------*
076000* 4100-APPLY-DETAILS - MOVE THE GIVEN DETAILS ONTO THE
076100*                      INCIDENT. A CLAIM NEWLY OPENED IS DATED
076200*                      THE RUN DATE, WHICH IT IS AGED FROM.
076300*----------------------------------------------------------*
076400 4100-APPLY-DETAILS.
076500     IF IT-TYPE NOT = SPACES
076600         MOVE IT-TYPE TO IN-TYPE
076700     END-IF.
076800     IF IT-SEVERITY NOT = SPACE
076900         MOVE IT-SEVERITY TO IN-SEVERITY
077000     END-IF.
077100     IF IT-EST-COST NOT = SPACES
077200         MOVE IT-EST-COST-N TO IN-EST-COST
077300     END-IF.
077400     IF IT-CLAIM-OPEN
077500         AND NOT IN-CLAIM-OPEN
077600         MOVE RUNHDR-DATE TO IN-CLAIM-DATE
077700     END-IF.
077800     IF IT-CLAIM-STATUS NOT = SPACE
077900         MOVE IT-CLAIM-STATUS TO IN-CLAIM-STATUS
078000     END-IF.
078100     MOVE RUNHDR-DATE TO IN-LAST-UPDATE.
078200 4100-EXIT.
078300     EXIT.
078400*----------------------------------------------------------*
078500* 5000-CLOSE-INCIDENT - APPLY ANY FINAL DETAILS AND CLOSE AN
078600*                       OPEN INCIDENT. ONE WHOSE CLAIM WOULD
078700*                       STILL BE OPEN IS A REJECT.
078800*----------------------------------------------------------*
078900 5000-CLOSE-INCIDENT.
079000     PERFORM 2400-EDIT-DETAILS THRU 2400-EXIT.
079100     IF NOT EDIT-PASSED
079200         ADD 1 TO WS-CLOS-REJECTED
079300         MOVE "REJECT: " TO WS-AU-TAG
079400         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
079500         GO TO 5000-EXIT
079600     END-IF.
079700     PERFORM 2200-READ-INCIDENT THRU 2200-EXIT.
079800     IF NOT INCIDENT-FOUND
079900         ADD 1 TO WS-CLOS-REJECTED
080000         MOVE "REJECT: " TO WS-AU-TAG
080100         MOVE "NOT FOUND" TO WS-AU-REASON
080200         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
080300         GO TO 5000-EXIT
080400     END-IF.
080500     IF IN-CLOSED
080600         ADD 1 TO WS-CLOS-REJECTED
080700         MOVE "REJECT: " TO WS-AU-TAG
080800         MOVE "CLOSED" TO WS-AU-REASON
080900         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
081000         GO TO 5000-EXIT
081100     END-IF.
081200     IF IT-CLAIM-OPEN
081300         OR (IT-CLAIM-STATUS = SPACE AND IN-CLAIM-OPEN)
081400         ADD 1 TO WS-CLOS-REJECTED
081500         MOVE "REJECT: " TO WS-AU-TAG
081600         MOVE "CLAIM OPEN" TO WS-AU-REASON
081700         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
081800         GO TO 5000-EXIT
081900     END-IF.
082000     MOVE "BEFORE: " TO WS-AU-TAG.
082100     MOVE SPACES TO WS-AU-REASON.
082200     PERFORM 8100-AUDIT-INCIDENT THRU 8100-EXIT.
082300     PERFORM 4100-APPLY-DETAILS THRU 4100-EXIT.
082400     SET IN-CLOSED TO TRUE.
082500     MOVE RUNHDR-DATE TO IN-CLOSE-DATE.
082600     REWRITE IN-RECORD
082700         INVALID KEY
082800             ADD 1 TO WS-CLOS-REJECTED
082900             MOVE "REJECT: " TO WS-AU-TAG
083000             MOVE "REWRITE FAIL" TO WS-AU-REASON
083100             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
083200         NOT INVALID KEY
083300             ADD 1 TO WS-CLOS-APPLIED
083400             MOVE "AFTER:  " TO WS-AU-TAG
083500             MOVE SPACES TO WS-AU-REASON
083600             PERFORM 8100-AUDIT-INCIDENT THRU 8100-EXIT
083700     END-REWRITE.
083800 5000-EXIT.
083900     EXIT.
084000*----------------------------------------------------------*
084100* 8000-WRITE-AUDIT - WRITE ONE AUDIT LINE FROM THE CURRENT
084200*                    TRANSACTION AND THE TAG/REASON THE
084300*                    CALLER HAS ALREADY SET
084400*----------------------------------------------------------*
084500 8000-WRITE-AUDIT.
084600     MOVE IT-ACTION TO WS-AU-ACTION.
084700     MOVE IT-INCIDENT-NO TO WS-AU-INCIDENT-NO.
084800     MOVE IT-INC-DATE TO WS-AU-DATE.
084900     MOVE IT-VEHICLE-ID TO WS-AU-VEHICLE-ID.
085000     MOVE IT-DRIVER-ID TO WS-AU-DRIVER-ID.
085100     MOVE IT-ROUTE-CODE TO WS-AU-ROUTE-CODE.
085200     MOVE IT-TYPE TO WS-AU-TYPE.
085300     MOVE IT-SEVERITY TO WS-AU-SEVERITY.
085400     IF IT-EST-COST NUMERIC
085500         MOVE IT-EST-COST-N TO WS-AU-COST
085600     ELSE
085700         MOVE ZERO TO WS-AU-COST
085800     END-IF.
085900     MOVE IT-CLAIM-STATUS TO WS-AU-CLAIM.
086000     MOVE SPACE TO WS-AU-STATUS.
086100     MOVE WS-AUDIT-LINE TO AU-RECORD.
086200     WRITE AU-RECORD.
086300 8000-EXIT.
086400     EXIT.
086500*----------------------------------------------------------*
086600* 8100-AUDIT-INCIDENT - WRITE THE INCIDENT'S IMAGE UNDER THE
086700*                       TAG/REASON THE CALLER HAS ALREADY SET
086800*----------------------------------------------------------*
086900 8100-AUDIT-INCIDENT.
087000     MOVE IT-ACTION TO WS-AU-ACTION.
087100     MOVE IN-INCIDENT-NO TO WS-AU-INCIDENT-NO.
087200     MOVE IN-INC-DATE TO WS-AU-DATE.
087300     MOVE IN-VEHICLE-ID TO WS-AU-VEHICLE-ID.
087400     MOVE IN-DRIVER-ID TO WS-AU-DRIVER-ID.
087500     MOVE IN-ROUTE-CODE TO WS-AU-ROUTE-CODE.
087600     MOVE IN-TYPE TO WS-AU-TYPE.
087700     MOVE IN-SEVERITY TO WS-AU-SEVERITY.
087800     MOVE IN-EST-COST TO WS-AU-COST.
087900     MOVE IN-CLAIM-STATUS TO WS-AU-CLAIM.
088000     MOVE IN-STATUS TO WS-AU-STATUS.
088100     MOVE WS-AUDIT-LINE TO AU-RECORD.
088200     WRITE AU-RECORD.
088300 8100-EXIT.
088400     EXIT.
088500*----------------------------------------------------------*
088600* 9000-TERMINATE - PRINT THE APPLIED/REJECTED SUMMARY, CLOSE
088700*                  THE FILES AND WRITE THE RUN LOG
088800*----------------------------------------------------------*
088900 9000-TERMINATE.
089000     MOVE "ADDS    " TO WS-SM-ACTION.
089100     MOVE WS-ADDS-APPLIED TO WS-SM-APPLIED.
089200     MOVE WS-ADDS-REJECTED TO WS-SM-REJECTED.
089300     MOVE WS-SUMMARY-LINE TO MR-RECORD.
089400     WRITE MR-RECORD.
089500     MOVE "UPDATES " TO WS-SM-ACTION.
089600     MOVE WS-UPDS-APPLIED TO WS-SM-APPLIED.
089700     MOVE WS-UPDS-REJECTED TO WS-SM-REJECTED.
089800     MOVE WS-SUMMARY-LINE TO MR-RECORD.
089900     WRITE MR-RECORD.
090000     MOVE "CLOSES  " TO WS-SM-ACTION.
090100     MOVE WS-CLOS-APPLIED TO WS-SM-APPLIED.
090200     MOVE WS-CLOS-REJECTED TO WS-SM-REJECTED.
090300     MOVE WS-SUMMARY-LINE TO MR-RECORD.
090400     WRITE MR-RECORD.
090500     MOVE "BAD ACTION CODES:" TO WS-CL-LABEL.
090600     MOVE WS-BAD-ACTIONS TO WS-CL-COUNT.
090700     MOVE WS-COUNT-LINE TO MR-RECORD.
090800     WRITE MR-RECORD.
090900     MOVE "ADDS WITH NO TRIP:" TO WS-CL-LABEL.
091000     MOVE WS-NO-TRIP TO WS-CL-COUNT.
091100     MOVE WS-COUNT-LINE TO MR-RECORD.
091200     WRITE MR-RECORD.
091300     MOVE "TRIPS LOADED:" TO WS-CL-LABEL.
091400     MOVE WS-TRIP-COUNT TO WS-CL-COUNT.
091500     MOVE WS-COUNT-LINE TO MR-RECORD.
091600     WRITE MR-RECORD.
091700     MOVE "TRIPS BAD TIME:" TO WS-CL-LABEL.
091800     MOVE WS-TRIP-BAD-TIME TO WS-CL-COUNT.
091900     MOVE WS-COUNT-LINE TO MR-RECORD.
092000     WRITE MR-RECORD.
092100     CLOSE INC-MASTER.
092200     CLOSE VEH-MASTER.
092300     CLOSE DRV-MASTER.
092400     CLOSE ROUT-MASTER.
092500     CLOSE INC-TRANS.
092600     CLOSE AUDIT-TRAIL.
092700     CLOSE MAINT-RPT.
092800     MOVE "INCMNT" TO RUNLOG-PROGRAM-ID.
092900     MOVE WS-TRANS-READ TO RUNLOG-READ-COUNT.
093000     COMPUTE RUNLOG-WRITE-COUNT = WS-ADDS-APPLIED
093100         + WS-UPDS-APPLIED + WS-CLOS-APPLIED.
093200     COMPUTE RUNLOG-EXCEPT-COUNT = WS-ADDS-REJECTED
093300         + WS-UPDS-REJECTED + WS-CLOS-REJECTED
093400         + WS-BAD-ACTIONS.
093500     MOVE "OK" TO RUNLOG-STATUS.
093600     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
093700 9000-EXIT.
093800     EXIT.
093900*----------------------------------------------------------*
094000     COPY RUNHDRP.
094100     COPY RUNLOGP.
094200     COPY OPERAUTP.
