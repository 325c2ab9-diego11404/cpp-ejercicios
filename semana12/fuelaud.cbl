000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     FUELAUD.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - FUEL TICKET AUDIT FOR FLEET
001200*                   SECURITY. FUELEFF TAKES EVERY FUELTKT TICKET
001300*                   AT FACE VALUE; THIS PROGRAM READS THE SAME
001400*                   TICKETS (VEHICLE/DATE ORDER) AND FLAGS EACH
001500*                   SUSPICIOUS ONE - UNKV VEHICLE NOT ON VEHMSTR,
001600*                   TANK LITRES OVER THE FUELSTD TANK CAPACITY FOR
001700*                   THE VEHICLE'S CLASS, ODOB ODOMETER BELOW THE
001800*                   VEHICLE'S PREVIOUS TICKET, ODOS TWO FILLS WITH
001900*                   UNDER THE FUELAPRM MINIMUM KM BETWEEN THEM,
002000*                   AND NOTR A FILL ON A DAY THE VEHICLE MADE NO
002100*                   DSPTRIPS TRIP. THE TRIPS (TRAILER VERIFIED ON
002200*                   THE WAY IN) ARE SORTED TO VEHICLE/DATE AND
002300*                   MATCHED AGAINST THE TICKETS; ONLY TICKET DATES
002400*                   WITHIN THE SPAN OF TRIP DATES ARE JUDGED FOR
002500*                   NOTR. EACH FLAG IS ONE FUELRVW RECORD CARRYING
002600*                   THE REASON AND THE VEHICLE'S DRIVER, AND ONE
002700*                   LINE ON THE FUELARPT AUDIT REPORT.
002800*----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT FUEL-TICKETS ASSIGN TO "FUELTKT"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT DISPATCH-TRIPS ASSIGN TO "DSPTRIPS"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT VEH-MASTER   ASSIGN TO "VEHMSTR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS VM-VEHICLE-ID.
004300     SELECT DRV-MASTER   ASSIGN TO "DRVMSTR"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS DR-DRIVER-ID.
004700     SELECT OPTIONAL FUEL-STD ASSIGN TO "FUELSTD"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT OPTIONAL FUEL-PARM ASSIGN TO "FUELAPRM"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT FUEL-REVIEW  ASSIGN TO "FUELRVW"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT AUDIT-RPT    ASSIGN TO "FUELARPT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT TRIP-WORK    ASSIGN TO "FAUWORK".
005600     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600*----------------------------------------------------------*
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  FUEL-TICKETS
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  FT-RECORD.
007300     05  FT-VEHICLE-ID       PIC X(06).
007400     05  FT-DATE             PIC 9(08).
007500     05  FT-LITRES           PIC 9(4)V99.
007600     05  FT-ODOMETER         PIC 9(6)V99.
007700     05  FILLER              PIC X(52).
007800*
007900 FD  DISPATCH-TRIPS
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  DTR-RECORD.
008300     05  DTR-VEHICLE-ID      PIC X(06).
008400     05  DTR-D1              PIC S9(2)V99.
008500     05  DTR-D2              PIC S9(2)V99.
008600     05  DTR-T1-DATE         PIC 9(08).
008700     05  DTR-T1              PIC S9(2)V99.
008800     05  DTR-T2-DATE         PIC 9(08).
008900     05  DTR-T2              PIC S9(2)V99.
009000     05  FILLER              PIC X(46).
009100*
009200 FD  VEH-MASTER
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  VM-RECORD.
009600     05  VM-VEHICLE-ID       PIC X(06).
009700     05  VM-ROUTE-CODE       PIC X(04).
009800     05  VM-DRIVER-ID        PIC X(06).
009900     05  VM-VEHICLE-CLASS    PIC X(02).
010000     05  VM-MAX-SPEED        PIC 9(3)V99.
010100     05  FILLER              PIC X(57).
010200*
010300 FD  DRV-MASTER
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 80 CHARACTERS.
010600 01  DR-RECORD.
010700     05  DR-DRIVER-ID        PIC X(06).
010800     05  DR-NAME             PIC X(30).
010900     05  DR-LICENSE-NO       PIC X(12).
011000     05  DR-LICENSE-EXPIRY   PIC 9(08).
011100     05  DR-ACTIVE           PIC X(01).
011200     05  FILLER              PIC X(23).
011300*
011400 FD  FUEL-STD
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  FS-RECORD.
011800     05  FS-VEHICLE-CLASS    PIC X(02).
011900     05  FS-STD-KMPL         PIC 9(3)V99.
012000     05  FS-TOLERANCE        PIC 9(03).
012100     05  FS-TANK-LITRES      PIC 9(4)V99.
012200     05  FILLER              PIC X(64).
012300*
012400 FD  FUEL-PARM
012500     LABEL RECORDS ARE STANDARD
012600     RECORD CONTAINS 80 CHARACTERS.
012700 01  FP-RECORD.
012800     05  FP-MIN-KM           PIC 9(05).
012900     05  FILLER              PIC X(75).
013000*
013100 FD  FUEL-REVIEW
013200     LABEL RECORDS ARE STANDARD
013300     RECORD CONTAINS 80 CHARACTERS.
013400 01  FV-RECORD.
013500     05  FV-VEHICLE-ID       PIC X(06).
013600     05  FV-DATE             PIC 9(08).
013700     05  FV-REASON           PIC X(04).
013800     05  FV-DRIVER-ID        PIC X(06).
013900     05  FV-LITRES           PIC 9(4)V99.
014000     05  FV-ODOMETER         PIC 9(6)V99.
014100     05  FV-PRIOR-ODO        PIC 9(6)V99.
014200     05  FV-TANK-LITRES      PIC 9(4)V99.
014300     05  FILLER              PIC X(28).
014400*
014500 FD  AUDIT-RPT
014600     LABEL RECORDS ARE STANDARD
014700     RECORD CONTAINS 80 CHARACTERS.
014800 01  AR-RECORD               PIC X(80).
014900*
015000 SD  TRIP-WORK.
015100 01  SRT-RECORD.
015200     05  SRT-KEY.
015300         10  SRT-VEHICLE-ID  PIC X(06).
015400         10  SRT-DATE        PIC 9(08).
015500     05  FILLER              PIC X(06).
015600*
015700 FD  RUN-LOG
015800     LABEL RECORDS ARE STANDARD
015900     RECORD CONTAINS 80 CHARACTERS.
016000 01  RL-RECORD               PIC X(80).
016100*
016200 FD  BUS-DATE-PARM
016300     LABEL RECORDS ARE STANDARD
016400     RECORD CONTAINS 80 CHARACTERS.
016500 01  BD-RECORD.
016600     05  BD-BUSINESS-DATE    PIC 9(08).
016700     05  FILLER              PIC X(72).
016800*
016900 FD  OPER-CARD
017000     LABEL RECORDS ARE STANDARD
017100     RECORD CONTAINS 80 CHARACTERS.
017200 01  OC-RECORD.
017300     05  OC-OPERATOR-ID      PIC X(08).
017400     05  FILLER              PIC X(72).
017500*
017600 FD  OPER-AUTH
017700     LABEL RECORDS ARE STANDARD
017800     RECORD CONTAINS 80 CHARACTERS.
017900 01  OA-RECORD.
018000     05  OA-OPERATOR-ID      PIC X(08).
018100     05  OA-NAME             PIC X(20).
018200     05  OA-ACTIVE           PIC X(01).
018300     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
018400     05  FILLER              PIC X(11).
018500*
018600 FD  OPER-LOG
018700     LABEL RECORDS ARE STANDARD
018800     RECORD CONTAINS 80 CHARACTERS.
018900 01  OL-RECORD               PIC X(80).
019000*----------------------------------------------------------*
019100 WORKING-STORAGE SECTION.
019200     COPY RUNHDR.
019300     COPY FILETRLR.
019400     COPY RUNLOG.
019500     COPY OPERAUTH.
019600     COPY PRTSRV.
019700 01  WS-PRINT-LINE           PIC X(80).
019800 01  WS-HDG-SUB              PIC 9(01) COMP.
019900*
020000 01  WS-SWITCHES.
020100     05  WS-EOF-SW           PIC X(01) VALUE "N".
020200         88  EOF-INPUT               VALUE "Y".
020300     05  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
020400         88  EOF-TRIP-WORK           VALUE "Y".
020500     05  WS-VEH-FOUND-SW     PIC X(01) VALUE "N".
020600         88  VEHICLE-FOUND           VALUE "Y".
020700     05  WS-FIRST-TKT-SW     PIC X(01) VALUE "Y".
020800         88  FIRST-TICKET            VALUE "Y".
020900     05  WS-CLS-FOUND-SW     PIC X(01) VALUE "N".
021000         88  CLASS-FOUND             VALUE "Y".
021100     05  WS-FLAGGED-SW       PIC X(01) VALUE "N".
021200         88  TICKET-FLAGGED          VALUE "Y".
021300*
021400 01  WS-COUNTERS.
021500     05  WS-TICKET-COUNT     PIC 9(05) COMP VALUE ZERO.
021600     05  WS-TRIP-COUNT       PIC 9(06) COMP VALUE ZERO.
021700     05  WS-FLAGGED-COUNT    PIC 9(05) COMP VALUE ZERO.
021800     05  WS-REVIEW-COUNT     PIC 9(05) COMP VALUE ZERO.
021900     05  WS-UNKV-COUNT       PIC 9(05) COMP VALUE ZERO.
022000     05  WS-TANK-COUNT       PIC 9(05) COMP VALUE ZERO.
022100     05  WS-ODOB-COUNT       PIC 9(05) COMP VALUE ZERO.
022200     05  WS-ODOS-COUNT       PIC 9(05) COMP VALUE ZERO.
022300     05  WS-NOTR-COUNT       PIC 9(05) COMP VALUE ZERO.
022400     05  WS-UNJUDGED-COUNT   PIC 9(05) COMP VALUE ZERO.
022500*
022600* MINIMUM KM BETWEEN TWO FILLS OF ONE VEHICLE - FUELAPRM
022700* OVERRIDES
022800*
022900 01  WS-MIN-KM               PIC 9(05) VALUE 50.
023000*
023100* THE CURRENT VEHICLE AND THE TICKET BEING JUDGED
023200*
023300 01  WS-PRIOR-VEHICLE-ID     PIC X(06) VALUE SPACES.
023400 01  WS-PRIOR-ODO            PIC 9(6)V99 VALUE ZERO.
023500 01  WS-ODO-MOVED            PIC S9(7)V99 VALUE ZERO.
023600 01  WS-VEH-CLASS            PIC X(02) VALUE SPACES.
023700 01  WS-VEH-DRIVER-ID        PIC X(06) VALUE SPACES.
023800 01  WS-VEH-DRIVER-NAME      PIC X(16) VALUE SPACES.
023900 01  WS-TANK-LITRES          PIC 9(4)V99 VALUE ZERO.
024000 01  WS-REASON               PIC X(04) VALUE SPACES.
024100 01  WS-REVIEW-PRIOR-ODO     PIC 9(6)V99 VALUE ZERO.
024200 01  WS-TICKET-KEY.
024300     05  WS-TK-VEHICLE-ID    PIC X(06).
024400     05  WS-TK-DATE          PIC 9(08).
024500 01  WS-TRIP-KEY.
024600     05  WS-TR-VEHICLE-ID    PIC X(06).
024700     05  WS-TR-DATE          PIC 9(08).
024800*
024900* SPAN OF DATES THE DSPTRIPS FILE COVERS
025000*
025100 01  WS-TRIP-LOW-DATE        PIC 9(08) VALUE 99999999.
025200 01  WS-TRIP-HIGH-DATE       PIC 9(08) VALUE ZERO.
025300*
025400 01  WS-CLASS-COUNT          PIC 9(02) COMP VALUE ZERO.
025500 01  WS-CLASS-SUB            PIC 9(02) COMP VALUE ZERO.
025600 01  WS-CLASS-TABLE.
025700     05  WS-CLASS-ENTRY OCCURS 20 TIMES.
025800         10  WS-CT-CLASS         PIC X(02).
025900         10  WS-CT-TANK-LITRES   PIC 9(4)V99.
026000*
026100 01  WS-PAGE-HEADER-1.
026200     05  FILLER              PIC X(40) VALUE
026300         "FUEL TICKET AUDIT - TICKETS FOR REVIEW".
026400     05  FILLER              PIC X(40) VALUE SPACES.
026500*
026600 01  WS-PAGE-HEADER-2.
026700     05  FILLER              PIC X(07) VALUE "VEH-ID".
026800     05  FILLER              PIC X(09) VALUE "DATE".
026900     05  FILLER              PIC X(05) VALUE "RSN".
027000     05  FILLER              PIC X(07) VALUE "DRIVER".
027100     05  FILLER              PIC X(17) VALUE "NAME".
027200     05  FILLER              PIC X(08) VALUE " LITRES".
027300     05  FILLER              PIC X(09) VALUE " ODOMETER".
027400     05  FILLER              PIC X(18) VALUE " PRIOR/TANK".
027500*
027600 01  WS-REVIEW-LINE.
027700     05  WS-RV-VEHICLE-ID    PIC X(06).
027800     05  FILLER              PIC X(01) VALUE SPACE.
027900     05  WS-RV-DATE          PIC 9(08).
028000     05  FILLER              PIC X(01) VALUE SPACE.
028100     05  WS-RV-REASON        PIC X(04).
028200     05  FILLER              PIC X(01) VALUE SPACE.
028300     05  WS-RV-DRIVER-ID     PIC X(06).
028400     05  FILLER              PIC X(01) VALUE SPACE.
028500     05  WS-RV-NAME          PIC X(16).
028600     05  FILLER              PIC X(01) VALUE SPACE.
028700     05  WS-RV-LITRES        PIC ZZZ9.99.
028800     05  FILLER              PIC X(01) VALUE SPACE.
028900     05  WS-RV-ODOMETER      PIC ZZZZZ9.9.
029000     05  FILLER              PIC X(01) VALUE SPACE.
029100     05  WS-RV-LIMIT         PIC ZZZZZ9.9 BLANK WHEN ZERO.
029200     05  FILLER              PIC X(10) VALUE SPACES.
029300*
029400 01  WS-SUMMARY-LINE-1.
029500     05  FILLER              PIC X(09) VALUE "TICKETS:".
029600     05  WS-SM-TICKETS       PIC ZZZZ9.
029700     05  FILLER              PIC X(09) VALUE " FLAGGED:".
029800     05  WS-SM-FLAGGED       PIC ZZZZ9.
029900     05  FILLER              PIC X(08) VALUE " TRIPS:".
030000     05  WS-SM-TRIPS         PIC ZZZZZ9.
030100     05  FILLER              PIC X(19) VALUE " NOT TRIP-CHECKED:".
030200     05  WS-SM-UNJUDGED      PIC ZZZZ9.
030300     05  FILLER              PIC X(14) VALUE SPACES.
030400*
030500 01  WS-SUMMARY-LINE-2.
030600     05  FILLER              PIC X(06) VALUE "UNKV:".
030700     05  WS-SM-UNKV          PIC ZZZZ9.
030800     05  FILLER              PIC X(07) VALUE " TANK:".
030900     05  WS-SM-TANK          PIC ZZZZ9.
031000     05  FILLER              PIC X(07) VALUE " ODOB:".
031100     05  WS-SM-ODOB          PIC ZZZZ9.
031200     05  FILLER              PIC X(07) VALUE " ODOS:".
031300     05  WS-SM-ODOS          PIC ZZZZ9.
031400     05  FILLER              PIC X(07) VALUE " NOTR:".
031500     05  WS-SM-NOTR          PIC ZZZZ9.
031600     05  FILLER              PIC X(21) VALUE SPACES.
031700*----------------------------------------------------------*
031800 PROCEDURE DIVISION.
031900 0000-MAINLINE.
032000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032100     SORT TRIP-WORK
032200         ON ASCENDING KEY SRT-VEHICLE-ID
032300         ON ASCENDING KEY SRT-DATE
032400         INPUT PROCEDURE IS 2000-FEED-TRIPS
032500             THRU 2000-EXIT
032600         OUTPUT PROCEDURE IS 3000-AUDIT-TICKETS
032700             THRU 3000-EXIT.
032800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032900     GOBACK.
033000*----------------------------------------------------------*
033100* 1000-INITIALIZE - LOAD THE TANK CAPACITIES AND THE MINIMUM
033200*                   KM, OPEN THE FILES AND PRINT THE HEADER
033300*----------------------------------------------------------*
033400 1000-INITIALIZE.
033500     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
033600     MOVE "FUELAUD" TO OPERAUTH-CALLER.
033700     PERFORM OPERAUTH-VALIDATE
033800         THRU OPERAUTH-VALIDATE-EXIT.
033900     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
034000     PERFORM 1100-READ-FUEL-PARM THRU 1100-EXIT.
034100     PERFORM 1200-LOAD-CLASS-TANKS THRU 1200-EXIT.
034200     OPEN INPUT VEH-MASTER.
034300     OPEN INPUT DRV-MASTER.
034400     OPEN OUTPUT FUEL-REVIEW.
034500     OPEN OUTPUT AUDIT-RPT.
034600     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
034700 1000-EXIT.
034800     EXIT.
034900*----------------------------------------------------------*
035000* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
035100*----------------------------------------------------------*
035200 1050-PRINT-RUN-HEADER.
035300     MOVE "FUELAUD" TO RUNHDR-JOB-NAME.
035400     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
035500     MOVE "I" TO PRTSRV-FUNCTION.
035600     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
035700     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
035800     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
035900     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
036000     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
036100     CALL "PRTSRV" USING PRTSRV-CONTROL.
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
038100* 1100-READ-FUEL-PARM - MINIMUM KM BETWEEN FILLS FROM THE
038200*                       OPTIONAL FUELAPRM CARD
038300*----------------------------------------------------------*
038400 1100-READ-FUEL-PARM.
038500     OPEN INPUT FUEL-PARM.
038600     READ FUEL-PARM
038700         AT END
038800             CONTINUE
038900         NOT AT END
039000             IF FP-MIN-KM NUMERIC
039100                 MOVE FP-MIN-KM TO WS-MIN-KM
039200             END-IF
039300     END-READ.
039400     CLOSE FUEL-PARM.
039500 1100-EXIT.
039600     EXIT.
039700*----------------------------------------------------------*
039800* 1200-LOAD-CLASS-TANKS - TANK CAPACITY BY VEHICLE CLASS FROM
039900*                         THE FUELSTD TABLE. A CLASS WITH NO
040000*                         CAPACITY ON FILE IS NOT TANK-CHECKED.
040100*----------------------------------------------------------*
040200 1200-LOAD-CLASS-TANKS.
040300     OPEN INPUT FUEL-STD.
040400     PERFORM 1250-LOAD-ONE-TANK THRU 1250-EXIT
040500         UNTIL EOF-INPUT.
040600     CLOSE FUEL-STD.
040700     MOVE "N" TO WS-EOF-SW.
040800 1200-EXIT.
040900     EXIT.
041000*----------------------------------------------------------*
041100* 1250-LOAD-ONE-TANK - ONE FUELSTD RECORD INTO THE TABLE
041200*----------------------------------------------------------*
041300 1250-LOAD-ONE-TANK.
041400     READ FUEL-STD
041500         AT END
041600             SET EOF-INPUT TO TRUE
041700             GO TO 1250-EXIT
041800     END-READ.
041900     IF WS-CLASS-COUNT NOT < 20
042000         GO TO 1250-EXIT
042100     END-IF.
042200     ADD 1 TO WS-CLASS-COUNT.
042300     MOVE FS-VEHICLE-CLASS TO WS-CT-CLASS (WS-CLASS-COUNT).
042400     IF FS-TANK-LITRES NUMERIC
042500         MOVE FS-TANK-LITRES
042600             TO WS-CT-TANK-LITRES (WS-CLASS-COUNT)
042700     ELSE
042800         MOVE ZERO TO WS-CT-TANK-LITRES (WS-CLASS-COUNT)
042900     END-IF.
043000 1250-EXIT.
043100     EXIT.
043200*----------------------------------------------------------*
043300* 2000-FEED-TRIPS - SORT INPUT: ONE VEHICLE/DATE RECORD FOR
043400*                   EACH DAY A DSPTRIPS TRIP TOUCHED,
043500*                   VERIFYING THE FILE'S TRAILER
043600*----------------------------------------------------------*
043700 2000-FEED-TRIPS.
043800     OPEN INPUT DISPATCH-TRIPS.
043900     PERFORM 2100-FEED-TRIP THRU 2100-EXIT
044000         UNTIL EOF-INPUT.
044100     CLOSE DISPATCH-TRIPS.
044200 2000-EXIT.
044300     EXIT.
044400*----------------------------------------------------------*
044500* 2100-FEED-TRIP - ONE TRIP: ITS START DAY, AND ITS END DAY
044600*                  TOO WHEN THE TRIP RAN PAST MIDNIGHT
044700*----------------------------------------------------------*
044800 2100-FEED-TRIP.
044900     READ DISPATCH-TRIPS
045000         AT END
045100             SET EOF-INPUT TO TRUE
045200             PERFORM 2950-VERIFY-TRAILER THRU 2950-EXIT
045300             GO TO 2100-EXIT
045400     END-READ.
045500     IF DTR-RECORD (1:8) = "TRAILER "
045600         MOVE DTR-RECORD TO FILETRLR-RECORD
045700         SET FILETRLR-SEEN TO TRUE
045800         GO TO 2100-EXIT
045900     END-IF.
046000     ADD 1 TO FILETRLR-IN-COUNT.
046100     ADD DTR-D1 TO FILETRLR-IN-HASH.
046200     ADD DTR-D2 TO FILETRLR-IN-HASH.
046300     ADD DTR-T1 TO FILETRLR-IN-HASH.
046400     ADD DTR-T2 TO FILETRLR-IN-HASH.
046500     ADD 1 TO WS-TRIP-COUNT.
046600     MOVE SPACES TO SRT-RECORD.
046700     MOVE DTR-VEHICLE-ID TO SRT-VEHICLE-ID.
046800     MOVE DTR-T1-DATE TO SRT-DATE.
046900     RELEASE SRT-RECORD.
047000     IF DTR-T1-DATE < WS-TRIP-LOW-DATE
047100         MOVE DTR-T1-DATE TO WS-TRIP-LOW-DATE
047200     END-IF.
047300     IF DTR-T1-DATE > WS-TRIP-HIGH-DATE
047400         MOVE DTR-T1-DATE TO WS-TRIP-HIGH-DATE
047500     END-IF.
047600     IF DTR-T2-DATE = DTR-T1-DATE
047700         GO TO 2100-EXIT
047800     END-IF.
047900     MOVE DTR-T2-DATE TO SRT-DATE.
048000     RELEASE SRT-RECORD.
048100     IF DTR-T2-DATE > WS-TRIP-HIGH-DATE
048200         MOVE DTR-T2-DATE TO WS-TRIP-HIGH-DATE
048300     END-IF.
048400 2100-EXIT.
048500     EXIT.
048600*----------------------------------------------------------*
048700* 2950-VERIFY-TRAILER - AT END OF FILE THE TRAILER MUST BE
048800*                       PRESENT AND ITS COUNT AND HASH MUST
048900*                       MATCH WHAT WAS READ - OTHERWISE THE
049000*                       STEP STOPS RATHER THAN FLAG FILLS
049100*                       AGAINST A SHORT TRIP FILE
049200*----------------------------------------------------------*
049300 2950-VERIFY-TRAILER.
049400     IF NOT FILETRLR-SEEN
049500         DISPLAY "FUELAUD: DSPTRIPS TRAILER MISSING - "
049600             "FILE MAY BE TRUNCATED"
049700         MOVE 16 TO RETURN-CODE
049800         STOP RUN
049900     END-IF.
050000     IF FILETRLR-COUNT NOT = FILETRLR-IN-COUNT
050100         OR FILETRLR-HASH NOT = FILETRLR-IN-HASH
050200         DISPLAY "FUELAUD: DSPTRIPS TRAILER DISAGREES - "
050300             "COUNT OR HASH DOES NOT MATCH FILE CONTENT"
050400         MOVE 16 TO RETURN-CODE
050500         STOP RUN
050600     END-IF.
050700 2950-EXIT.
050800     EXIT.
050900*----------------------------------------------------------*
051000* 3000-AUDIT-TICKETS - SORT OUTPUT: JUDGE EVERY FUEL TICKET,
051100*                      MATCHING ITS VEHICLE/DATE AGAINST THE
051200*                      SORTED TRIP DAYS AS IT GOES
051300*----------------------------------------------------------*
051400 3000-AUDIT-TICKETS.
051500     MOVE "N" TO WS-EOF-SW.
051600     MOVE "N" TO WS-SORT-EOF-SW.
051700     PERFORM 3900-RETURN-TRIP-DAY THRU 3900-EXIT.
051800     OPEN INPUT FUEL-TICKETS.
051900     PERFORM 3100-AUDIT-TICKET THRU 3100-EXIT
052000         UNTIL EOF-INPUT.
052100     CLOSE FUEL-TICKETS.
052200 3000-EXIT.
052300     EXIT.
052400*----------------------------------------------------------*
052500* 3100-AUDIT-TICKET - ONE TICKET THROUGH EVERY CHECK; EACH
052600*                     FAILED CHECK IS ITS OWN REVIEW RECORD
052700*----------------------------------------------------------*
052800 3100-AUDIT-TICKET.
052900     READ FUEL-TICKETS
053000         AT END
053100             SET EOF-INPUT TO TRUE
053200             GO TO 3100-EXIT
053300     END-READ.
053400     ADD 1 TO WS-TICKET-COUNT.
053500     MOVE "N" TO WS-FLAGGED-SW.
053600     IF FIRST-TICKET
053700         OR FT-VEHICLE-ID NOT = WS-PRIOR-VEHICLE-ID
053800         PERFORM 3200-START-VEHICLE THRU 3200-EXIT
053900     ELSE
054000         PERFORM 3300-CHECK-ODOMETER THRU 3300-EXIT
054100     END-IF.
054200     MOVE "N" TO WS-FIRST-TKT-SW.
054300     MOVE FT-VEHICLE-ID TO WS-PRIOR-VEHICLE-ID.
054400     MOVE FT-ODOMETER TO WS-PRIOR-ODO.
054500     IF NOT VEHICLE-FOUND
054600         ADD 1 TO WS-UNKV-COUNT
054700         MOVE "UNKV" TO WS-REASON
054800         MOVE ZERO TO WS-REVIEW-PRIOR-ODO
054900         PERFORM 3800-WRITE-REVIEW THRU 3800-EXIT
055000     END-IF.
055100     IF WS-TANK-LITRES > ZERO
055200         AND FT-LITRES > WS-TANK-LITRES
055300         ADD 1 TO WS-TANK-COUNT
055400         MOVE "TANK" TO WS-REASON
055500         MOVE ZERO TO WS-REVIEW-PRIOR-ODO
055600         PERFORM 3800-WRITE-REVIEW THRU 3800-EXIT
055700     END-IF.
055800     PERFORM 3400-CHECK-TRIP-DAY THRU 3400-EXIT.
055900     IF TICKET-FLAGGED
056000         ADD 1 TO WS-FLAGGED-COUNT
056100     END-IF.
056200 3100-EXIT.
056300     EXIT.
056400*----------------------------------------------------------*
056500* 3200-START-VEHICLE - FIRST TICKET OF A NEW VEHICLE: LOOK
056600*                      THE VEHICLE UP FOR ITS CLASS TANK AND
056700*                      ITS DRIVER. THERE IS NO EARLIER FILL TO
056800*                      CHECK THE ODOMETER AGAINST.
056900*----------------------------------------------------------*
057000 3200-START-VEHICLE.
057100     MOVE "N" TO WS-VEH-FOUND-SW.
057200     MOVE ZERO TO WS-TANK-LITRES.
057300     MOVE SPACES TO WS-VEH-CLASS.
057400     MOVE SPACES TO WS-VEH-DRIVER-ID.
057500     MOVE SPACES TO WS-VEH-DRIVER-NAME.
057600     MOVE FT-VEHICLE-ID TO VM-VEHICLE-ID.
057700     READ VEH-MASTER
057800         INVALID KEY
057900             GO TO 3200-EXIT
058000     END-READ.
058100     SET VEHICLE-FOUND TO TRUE.
058200     MOVE VM-VEHICLE-CLASS TO WS-VEH-CLASS.
058300     MOVE VM-DRIVER-ID TO WS-VEH-DRIVER-ID.
058400     MOVE "N" TO WS-CLS-FOUND-SW.
058500     IF WS-CLASS-COUNT > ZERO
058600         PERFORM 3250-SCAN-CLASS THRU 3250-EXIT
058700             VARYING WS-CLASS-SUB FROM 1 BY 1
058800             UNTIL CLASS-FOUND
058900             OR WS-CLASS-SUB > WS-CLASS-COUNT
059000     END-IF.
059100     IF WS-VEH-DRIVER-ID = SPACES
059200         GO TO 3200-EXIT
059300     END-IF.
059400     MOVE WS-VEH-DRIVER-ID TO DR-DRIVER-ID.
059500     READ DRV-MASTER
059600         INVALID KEY
059700             MOVE "*NOT ON DRVMSTR*" TO WS-VEH-DRIVER-NAME
059800         NOT INVALID KEY
059900             MOVE DR-NAME TO WS-VEH-DRIVER-NAME
060000     END-READ.
060100 3200-EXIT.
060200     EXIT.
060300*----------------------------------------------------------*
060400* 3250-SCAN-CLASS - ONE PROBE OF THE CLASS TANK TABLE
060500*----------------------------------------------------------*
060600 3250-SCAN-CLASS.
060700     IF WS-CT-CLASS (WS-CLASS-SUB) = WS-VEH-CLASS
060800         MOVE WS-CT-TANK-LITRES (WS-CLASS-SUB) TO WS-TANK-LITRES
060900         SET CLASS-FOUND TO TRUE
061000     END-IF.
061100 3250-EXIT.
061200     EXIT.
061300*----------------------------------------------------------*
061400* 3300-CHECK-ODOMETER - A LATER FILL FOR THE SAME VEHICLE: THE
061500*                       READING MUST NOT RUN BACKWARD FROM THE
061600*                       PREVIOUS TICKET, AND THE VEHICLE MUST
061700*                       HAVE COVERED THE MINIMUM KM SINCE IT
061800*----------------------------------------------------------*
061900 3300-CHECK-ODOMETER.
062000     MOVE WS-PRIOR-ODO TO WS-REVIEW-PRIOR-ODO.
062100     IF FT-ODOMETER < WS-PRIOR-ODO
062200         ADD 1 TO WS-ODOB-COUNT
062300         MOVE "ODOB" TO WS-REASON
062400         PERFORM 3800-WRITE-REVIEW THRU 3800-EXIT
062500         GO TO 3300-EXIT
062600     END-IF.
062700     COMPUTE WS-ODO-MOVED = FT-ODOMETER - WS-PRIOR-ODO.
062800     IF WS-ODO-MOVED < WS-MIN-KM
062900         ADD 1 TO WS-ODOS-COUNT
063000         MOVE "ODOS" TO WS-REASON
063100         PERFORM 3800-WRITE-REVIEW THRU 3800-EXIT
063200     END-IF.
063300 3300-EXIT.
063400     EXIT.
063500*----------------------------------------------------------*
063600* 3400-CHECK-TRIP-DAY - THE VEHICLE MUST HAVE MADE A TRIP ON
063700*                       THE DAY OF THE FILL. A DATE OUTSIDE THE
063800*                       DAYS DSPTRIPS COVERS CANNOT BE JUDGED
063900*                       AND IS ONLY COUNTED.
064000*----------------------------------------------------------*
064100 3400-CHECK-TRIP-DAY.
064200     IF FT-DATE < WS-TRIP-LOW-DATE
064300         OR FT-DATE > WS-TRIP-HIGH-DATE
064400         ADD 1 TO WS-UNJUDGED-COUNT
064500         GO TO 3400-EXIT
064600     END-IF.
064700     MOVE FT-VEHICLE-ID TO WS-TK-VEHICLE-ID.
064800     MOVE FT-DATE TO WS-TK-DATE.
064900     PERFORM 3900-RETURN-TRIP-DAY THRU 3900-EXIT
065000         UNTIL WS-TRIP-KEY NOT < WS-TICKET-KEY.
065100     IF WS-TRIP-KEY NOT = WS-TICKET-KEY
065200         ADD 1 TO WS-NOTR-COUNT
065300         MOVE "NOTR" TO WS-REASON
065400         MOVE ZERO TO WS-REVIEW-PRIOR-ODO
065500         PERFORM 3800-WRITE-REVIEW THRU 3800-EXIT
065600     END-IF.
065700 3400-EXIT.
065800     EXIT.
065900*----------------------------------------------------------*
066000* 3800-WRITE-REVIEW - ONE FUELRVW RECORD AND REPORT LINE FOR
066100*                     THE TICKET (CALLER HAS SET THE REASON)
066200*----------------------------------------------------------*
066300 3800-WRITE-REVIEW.
066400     SET TICKET-FLAGGED TO TRUE.
066500     ADD 1 TO WS-REVIEW-COUNT.
066600     MOVE SPACES TO FV-RECORD.
066700     MOVE FT-VEHICLE-ID TO FV-VEHICLE-ID.
066800     MOVE FT-DATE TO FV-DATE.
066900     MOVE WS-REASON TO FV-REASON.
067000     MOVE WS-VEH-DRIVER-ID TO FV-DRIVER-ID.
067100     MOVE FT-LITRES TO FV-LITRES.
067200     MOVE FT-ODOMETER TO FV-ODOMETER.
067300     MOVE WS-REVIEW-PRIOR-ODO TO FV-PRIOR-ODO.
067400     MOVE WS-TANK-LITRES TO FV-TANK-LITRES.
067500     WRITE FV-RECORD.
067600     MOVE SPACES TO WS-PRINT-LINE.
067700     MOVE FT-VEHICLE-ID TO WS-RV-VEHICLE-ID.
067800     MOVE FT-DATE TO WS-RV-DATE.
067900     MOVE WS-REASON TO WS-RV-REASON.
068000     MOVE WS-VEH-DRIVER-ID TO WS-RV-DRIVER-ID.
068100     MOVE WS-VEH-DRIVER-NAME TO WS-RV-NAME.
068200     MOVE FT-LITRES TO WS-RV-LITRES.
068300     MOVE FT-ODOMETER TO WS-RV-ODOMETER.
068400     IF WS-REASON = "TANK"
068500         MOVE WS-TANK-LITRES TO WS-RV-LIMIT
068600     ELSE
068700         MOVE WS-REVIEW-PRIOR-ODO TO WS-RV-LIMIT
068800     END-IF.
068900     MOVE WS-REVIEW-LINE TO WS-PRINT-LINE.
069000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
069100 3800-EXIT.
069200     EXIT.
069300*----------------------------------------------------------*
069400* 3900-RETURN-TRIP-DAY - NEXT SORTED VEHICLE/DATE TRIP DAY;
069500*                        HIGH-VALUES ONCE THE SORT IS SPENT
069600*----------------------------------------------------------*
069700 3900-RETURN-TRIP-DAY.
069800     IF EOF-TRIP-WORK
069900         GO TO 3900-EXIT
070000     END-IF.
070100     RETURN TRIP-WORK
070200         AT END
070300             SET EOF-TRIP-WORK TO TRUE
070400     END-RETURN.
070500     IF EOF-TRIP-WORK
070600         MOVE HIGH-VALUES TO WS-TRIP-KEY
070700     ELSE
070800         MOVE SRT-KEY TO WS-TRIP-KEY
070900     END-IF.
071000 3900-EXIT.
071100     EXIT.
071200*----------------------------------------------------------*
071300* 9000-TERMINATE - SUMMARY COUNTS, CLOSES AND THE RUN LOG
071400*----------------------------------------------------------*
071500 9000-TERMINATE.
071600     MOVE SPACES TO WS-PRINT-LINE.
071700     MOVE WS-TICKET-COUNT TO WS-SM-TICKETS.
071800     MOVE WS-FLAGGED-COUNT TO WS-SM-FLAGGED.
071900     MOVE WS-TRIP-COUNT TO WS-SM-TRIPS.
072000     MOVE WS-UNJUDGED-COUNT TO WS-SM-UNJUDGED.
072100     MOVE WS-SUMMARY-LINE-1 TO WS-PRINT-LINE.
072200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
072300     MOVE SPACES TO WS-PRINT-LINE.
072400     MOVE WS-UNKV-COUNT TO WS-SM-UNKV.
072500     MOVE WS-TANK-COUNT TO WS-SM-TANK.
072600     MOVE WS-ODOB-COUNT TO WS-SM-ODOB.
072700     MOVE WS-ODOS-COUNT TO WS-SM-ODOS.
072800     MOVE WS-NOTR-COUNT TO WS-SM-NOTR.
072900     MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-LINE.
073000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
073100     PERFORM 8900-END-REPORT THRU 8900-EXIT.
073200     CLOSE VEH-MASTER.
073300     CLOSE DRV-MASTER.
073400     CLOSE FUEL-REVIEW.
073500     CLOSE AUDIT-RPT.
073600     MOVE "FUELAUD" TO RUNLOG-PROGRAM-ID.
073700     MOVE WS-TICKET-COUNT TO RUNLOG-READ-COUNT.
073800     MOVE WS-REVIEW-COUNT TO RUNLOG-WRITE-COUNT.
073900     MOVE WS-FLAGGED-COUNT TO RUNLOG-EXCEPT-COUNT.
074000     MOVE "OK" TO RUNLOG-STATUS.
074100     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
074200 9000-EXIT.
074300     EXIT.
074400*----------------------------------------------------------*
074500* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
074600*                          SHARED PRINT SERVICE, WRITING THE
074700*                          PAGE HEADINGS FIRST ON A PAGE BREAK
074800*----------------------------------------------------------*
074900 8800-WRITE-REPORT-LINE.
075000     MOVE "W" TO PRTSRV-FUNCTION.
075100     CALL "PRTSRV" USING PRTSRV-CONTROL.
075200     IF PRTSRV-NEW-PAGE
075300         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
075400             VARYING WS-HDG-SUB FROM 1 BY 1
075500             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
075600     END-IF.
075700     MOVE WS-PRINT-LINE TO AR-RECORD.
075800     WRITE AR-RECORD.
075900 8800-EXIT.
076000     EXIT.
076100*----------------------------------------------------------*
076200* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
076300*----------------------------------------------------------*
076400 8850-WRITE-HEADING.
076500     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO AR-RECORD.
076600     WRITE AR-RECORD.
076700 8850-EXIT.
076800     EXIT.
076900*----------------------------------------------------------*
077000* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
077100*                   LINE-AND-PAGE-COUNT LINE
077200*----------------------------------------------------------*
077300 8900-END-REPORT.
077400     MOVE "E" TO PRTSRV-FUNCTION.
077500     CALL "PRTSRV" USING PRTSRV-CONTROL.
077600     MOVE PRTSRV-FINAL-LINE TO AR-RECORD.
077700     WRITE AR-RECORD.
077800 8900-EXIT.
077900     EXIT.
078000*----------------------------------------------------------*
078100     COPY RUNHDRP.
078200     COPY RUNLOGP.
078300     COPY OPERAUTP.
