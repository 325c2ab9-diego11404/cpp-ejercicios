000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     INCRPT.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - MONTHLY VEHICLE INCIDENT
001200*                   REPORT OFF THE INCMSTR REGISTER KEPT BY
001300*                   INCMNT. THE INCIDENTS DATED IN THE REPORT
001400*                   MONTH ARE SUMMARIZED BY DEPOT, BY ROUTE, BY
001500*                   VEHICLE CLASS AND BY DRIVER - INCIDENTS,
001600*                   MAJOR ONES (SEVERITY 3 OR 4), CLAIMS STILL
001700*                   OPEN, ESTIMATED COST AND AVERAGE COST. EVERY
001800*                   OPEN CLAIM, WHATEVER THE MONTH OF ITS
001900*                   INCIDENT, IS THEN LISTED OLDEST FIRST AND
002000*                   AGED FROM THE DAY IT WAS OPENED INTO 0-30,
002100*                   31-60, 61-90 AND OVER 90 DAYS, WITH A COUNT
002200*                   AND COST FOR EACH AGE. THE MONTH IS THAT OF
002300*                   THE RUN DATE UNLESS THE OPTIONAL INCPRM CARD
002400*                   NAMES ANOTHER.
002500*----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT INC-MASTER  ASSIGN TO "INCMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS IN-INCIDENT-NO.
003600     SELECT OPTIONAL INC-PARM ASSIGN TO "INCPRM"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT INC-RPT     ASSIGN TO "INCRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT INC-WORK    ASSIGN TO "INCWORK".
004100     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100*----------------------------------------------------------*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  INC-MASTER
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  IN-RECORD.
005800     05  IN-INCIDENT-NO      PIC X(08).
005900     05  IN-INC-DATE         PIC 9(08).
006000     05  IN-INC-TIME         PIC 9(2)V99.
006100     05  IN-VEHICLE-ID       PIC X(06).
006200     05  IN-DRIVER-ID        PIC X(06).
006300     05  IN-ROUTE-CODE       PIC X(04).
006400     05  IN-TYPE             PIC X(02).
006500     05  IN-SEVERITY         PIC X(01).
006600         88  IN-MAJOR                VALUE "3" "4".
006700     05  IN-EST-COST         PIC 9(7)V99.
006800     05  IN-CLAIM-STATUS     PIC X(01).
006900         88  IN-CLAIM-OPEN           VALUE "O".
007000     05  IN-CLAIM-DATE       PIC 9(08).
007100     05  IN-STATUS           PIC X(01).
007200     05  IN-CLOSE-DATE       PIC 9(08).
007300     05  IN-VEHICLE-CLASS    PIC X(02).
007400     05  IN-DEPOT            PIC X(02).
007500     05  IN-TRIP-MATCH       PIC X(01).
007600     05  IN-LAST-UPDATE      PIC 9(08).
007700     05  FILLER              PIC X(01).
007800*
007900* THE REPORT MONTH AS YYYYMM
008000*
008100 FD  INC-PARM
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  IP-RECORD.
008500     05  IP-REPORT-MONTH     PIC 9(06).
008600     05  IP-MONTH-PARTS      REDEFINES IP-REPORT-MONTH.
008700         10  IP-YEAR         PIC 9(04).
008800         10  IP-MONTH        PIC 9(02).
008900     05  FILLER              PIC X(74).
009000*
009100 FD  INC-RPT
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  IR-RECORD               PIC X(80).
009500*
009600* EACH INCIDENT OF THE MONTH IS RELEASED ONCE FOR ITS DEPOT,
009700* ROUTE, CLASS AND DRIVER; EACH OPEN CLAIM ONCE MORE FOR THE
009800* AGED CLAIM LIST
009900*
010000 SD  INC-WORK.
010100 01  SRT-RECORD.
010200     05  SRT-GROUP           PIC 9(01).
010300         88  SRT-BY-DEPOT            VALUE 1.
010400         88  SRT-BY-ROUTE            VALUE 2.
010500         88  SRT-BY-CLASS            VALUE 3.
010600         88  SRT-BY-DRIVER           VALUE 4.
010700         88  SRT-OPEN-CLAIM          VALUE 5.
010800     05  SRT-KEY             PIC X(06).
010900     05  SRT-SEVERITY        PIC X(01).
011000         88  SRT-MAJOR               VALUE "3" "4".
011100     05  SRT-EST-COST        PIC 9(7)V99.
011200     05  SRT-CLAIM-STATUS    PIC X(01).
011300         88  SRT-CLAIM-OPEN          VALUE "O".
011400     05  SRT-DAYS-OPEN       PIC 9(05).
011500     05  SRT-INCIDENT-NO     PIC X(08).
011600     05  SRT-INC-DATE        PIC 9(08).
011700     05  SRT-VEHICLE-ID      PIC X(06).
011800     05  SRT-DRIVER-ID       PIC X(06).
011900     05  SRT-CLAIM-DATE      PIC 9(08).
012000     05  FILLER              PIC X(21).
012100*
012200 FD  RUN-LOG
012300     LABEL RECORDS ARE STANDARD
012400     RECORD CONTAINS 80 CHARACTERS.
012500 01  RL-RECORD               PIC X(80).
012600*
012700 FD  BUS-DATE-PARM
012800     LABEL RECORDS ARE STANDARD
012900     RECORD CONTAINS 80 CHARACTERS.
013000 01  BD-RECORD.
013100     05  BD-BUSINESS-DATE    PIC 9(08).
013200     05  FILLER              PIC X(72).
013300*
013400 FD  OPER-CARD
013500     LABEL RECORDS ARE STANDARD
013600     RECORD CONTAINS 80 CHARACTERS.
013700 01  OC-RECORD.
013800     05  OC-OPERATOR-ID      PIC X(08).
013900     05  FILLER              PIC X(72).
014000*
014100 FD  OPER-AUTH
014200     LABEL RECORDS ARE STANDARD
014300     RECORD CONTAINS 80 CHARACTERS.
014400 01  OA-RECORD.
014500     05  OA-OPERATOR-ID      PIC X(08).
014600     05  OA-NAME             PIC X(20).
014700     05  OA-ACTIVE           PIC X(01).
014800     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
014900     05  FILLER              PIC X(11).
015000*
015100 FD  OPER-LOG
015200     LABEL RECORDS ARE STANDARD
015300     RECORD CONTAINS 80 CHARACTERS.
015400 01  OL-RECORD               PIC X(80).
015500*----------------------------------------------------------*
015600 WORKING-STORAGE SECTION.
015700     COPY RUNHDR.
015800     COPY RUNLOG.
015900     COPY OPERAUTH.
016000     COPY PRTSRV.
016100 01  WS-PRINT-LINE           PIC X(80).
016200 01  WS-HDG-SUB              PIC 9(01) COMP.
016300*
016400 01  WS-SWITCHES.
016500     05  WS-EOF-SW           PIC X(01) VALUE "N".
016600         88  EOF-INC-MASTER          VALUE "Y".
016700     05  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
016800         88  EOF-INC-WORK            VALUE "Y".
016900     05  WS-CLAIMS-SW        PIC X(01) VALUE "N".
017000         88  CLAIMS-STARTED          VALUE "Y".
017100*
017200 01  WS-REPORT-MONTH         PIC 9(06) VALUE ZERO.
017300 01  WS-MONTH-START          PIC 9(08) VALUE ZERO.
017400 01  WS-MONTH-END            PIC 9(08) VALUE ZERO.
017500 01  WS-AGE-FROM             PIC 9(08) VALUE ZERO.
017600*
017700 01  WS-COUNTERS.
017800     05  WS-INC-READ         PIC 9(07) COMP VALUE ZERO.
017900     05  WS-MONTH-COUNT      PIC 9(05) COMP VALUE ZERO.
018000     05  WS-CLAIM-COUNT      PIC 9(05) COMP VALUE ZERO.
018100     05  WS-OVER-90-COUNT    PIC 9(05) COMP VALUE ZERO.
018200 01  WS-MONTH-COST           PIC 9(9)V99 VALUE ZERO.
018300*
018400* KEY AND GROUPING TOTALS - INCIDENTS, MAJOR ONES, CLAIMS
018500* STILL OPEN AND ESTIMATED COST
018600*
018700 01  WS-PRIOR-GROUP          PIC 9(01) VALUE ZERO.
018800 01  WS-PRIOR-KEY            PIC X(06) VALUE SPACES.
018900 01  WS-LEVEL-TOTALS.
019000     05  WS-LEVEL OCCURS 2 TIMES.
019100         10  WS-LV-INCIDENTS PIC 9(05) COMP.
019200         10  WS-LV-MAJOR     PIC 9(05) COMP.
019300         10  WS-LV-CLAIMS    PIC 9(05) COMP.
019400         10  WS-LV-COST      PIC 9(9)V99 COMP.
019500 01  WS-KEY-LV               PIC 9(01) COMP VALUE 1.
019600 01  WS-GROUP-LV             PIC 9(01) COMP VALUE 2.
019700 01  WS-LV-SUB               PIC 9(01) COMP VALUE ZERO.
019800*
019900* OPEN CLAIMS BY AGE
020000*
020100 01  WS-BUCKET-NAMES.
020200     05  FILLER              PIC X(07) VALUE "0-30".
020300     05  FILLER              PIC X(07) VALUE "31-60".
020400     05  FILLER              PIC X(07) VALUE "61-90".
020500     05  FILLER              PIC X(07) VALUE "OVER 90".
020600 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
020700     05  WS-BUCKET-NAME      PIC X(07) OCCURS 4 TIMES.
020800 01  WS-BUCKET-TOTALS.
020900     05  WS-BUCKET OCCURS 4 TIMES.
021000         10  WS-BK-COUNT     PIC 9(05) COMP.
021100         10  WS-BK-COST      PIC 9(9)V99 COMP.
021200 01  WS-BUCKET-SUB           PIC 9(01) COMP VALUE ZERO.
021300*
021400 01  WS-PAGE-HEADER-1.
021500     05  FILLER              PIC X(40) VALUE
021600         "VEHICLE INCIDENT AND ACCIDENT REPORT".
021700     05  FILLER              PIC X(40) VALUE SPACES.
021800*
021900 01  WS-PAGE-HEADER-2.
022000     05  FILLER              PIC X(09) VALUE "KEY".
022100     05  FILLER              PIC X(06) VALUE " COUNT".
022200     05  FILLER              PIC X(08) VALUE "   MAJOR".
022300     05  FILLER              PIC X(08) VALUE "  CLAIMS".
022400     05  FILLER              PIC X(17) VALUE
022500         "         EST COST".
022600     05  FILLER              PIC X(16) VALUE
022700         "        AVG COST".
022800     05  FILLER              PIC X(16) VALUE SPACES.
022900*
023000 01  WS-PERIOD-LINE.
023100     05  FILLER              PIC X(13) VALUE "REPORT MONTH ".
023200     05  WS-PL-MONTH         PIC 9999/99.
023300     05  FILLER              PIC X(26) VALUE
023400         "   OPEN CLAIMS AGED AS OF ".
023500     05  WS-PL-AS-OF         PIC 9(08).
023600     05  FILLER              PIC X(26) VALUE SPACES.
023700*
023800 01  WS-GROUP-TITLE.
023900     05  FILLER              PIC X(13) VALUE "INCIDENTS BY ".
024000     05  WS-GT-NAME          PIC X(13).
024100     05  FILLER              PIC X(54) VALUE SPACES.
024200*
024300 01  WS-DETAIL-LINE.
024400     05  WS-DL-KEY           PIC X(06).
024500     05  FILLER              PIC X(04) VALUE SPACES.
024600     05  WS-DL-INCIDENTS     PIC ZZZZ9.
024700     05  FILLER              PIC X(03) VALUE SPACES.
024800     05  WS-DL-MAJOR         PIC ZZZZ9.
024900     05  FILLER              PIC X(03) VALUE SPACES.
025000     05  WS-DL-CLAIMS        PIC ZZZZ9.
025100     05  FILLER              PIC X(03) VALUE SPACES.
025200     05  WS-DL-COST          PIC ZZZ,ZZZ,ZZ9.99.
025300     05  FILLER              PIC X(02) VALUE SPACES.
025400     05  WS-DL-AVG           PIC ZZZ,ZZZ,ZZ9.99.
025500     05  FILLER              PIC X(16) VALUE SPACES.
025600*
025700 01  WS-NONE-LINE            PIC X(80) VALUE
025800     "  NONE".
025900*
026000 01  WS-CLAIM-TITLE.
026100     05  FILLER              PIC X(40) VALUE
026200         "OPEN CLAIMS BY AGE, OLDEST FIRST".
026300     05  FILLER              PIC X(40) VALUE SPACES.
026400*
026500 01  WS-CLAIM-HEADER.
026600     05  FILLER              PIC X(10) VALUE "INCIDENT".
026700     05  FILLER              PIC X(10) VALUE "INC DATE".
026800     05  FILLER              PIC X(08) VALUE "VEHICLE".
026900     05  FILLER              PIC X(08) VALUE "DRIVER".
027000     05  FILLER              PIC X(10) VALUE "OPENED".
027100     05  FILLER              PIC X(05) VALUE " DAYS".
027200     05  FILLER              PIC X(16) VALUE
027300         "        EST COST".
027400     05  FILLER              PIC X(13) VALUE "  AGE".
027500*
027600 01  WS-CLAIM-LINE.
027700     05  WS-CD-INCIDENT-NO   PIC X(08).
027800     05  FILLER              PIC X(02) VALUE SPACES.
027900     05  WS-CD-INC-DATE      PIC 9(08).
028000     05  FILLER              PIC X(02) VALUE SPACES.
028100     05  WS-CD-VEHICLE-ID    PIC X(06).
028200     05  FILLER              PIC X(02) VALUE SPACES.
028300     05  WS-CD-DRIVER-ID     PIC X(06).
028400     05  FILLER              PIC X(02) VALUE SPACES.
028500     05  WS-CD-CLAIM-DATE    PIC 9(08).
028600     05  FILLER              PIC X(02) VALUE SPACES.
028700     05  WS-CD-DAYS          PIC ZZZZ9.
028800     05  FILLER              PIC X(02) VALUE SPACES.
028900     05  WS-CD-COST          PIC ZZZ,ZZZ,ZZ9.99.
029000     05  FILLER              PIC X(02) VALUE SPACES.
029100     05  WS-CD-AGE           PIC X(07).
029200     05  FILLER              PIC X(04) VALUE SPACES.
029300*
029400 01  WS-BUCKET-LINE.
029500     05  FILLER              PIC X(02) VALUE SPACES.
029600     05  WS-BL-NAME          PIC X(07).
029700     05  FILLER              PIC X(09) VALUE " DAYS".
029800     05  FILLER              PIC X(08) VALUE "CLAIMS:".
029900     05  WS-BL-COUNT         PIC ZZZZ9.
030000     05  FILLER              PIC X(12) VALUE "  EST COST:".
030100     05  WS-BL-COST          PIC ZZZ,ZZZ,ZZ9.99.
030200     05  FILLER              PIC X(23) VALUE SPACES.
030300*
030400 01  WS-SUMMARY-LINE.
030500     05  FILLER              PIC X(19) VALUE
030600         "INCIDENTS IN MONTH:".
030700     05  WS-SM-MONTH         PIC ZZZZ9.
030800     05  FILLER              PIC X(11) VALUE "  EST COST:".
030900     05  WS-SM-COST          PIC ZZZ,ZZZ,ZZ9.99.
031000     05  FILLER              PIC X(15) VALUE "  OPEN CLAIMS:".
031100     05  WS-SM-CLAIMS        PIC ZZZZ9.
031200     05  FILLER              PIC X(11) VALUE SPACES.
031300*----------------------------------------------------------*
031400 PROCEDURE DIVISION.
031500 0000-MAINLINE.
031600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031700     SORT INC-WORK
031800         ON ASCENDING KEY SRT-GROUP
031900         ON ASCENDING KEY SRT-KEY
032000         ON DESCENDING KEY SRT-DAYS-OPEN
032100         ON ASCENDING KEY SRT-INCIDENT-NO
032200         INPUT PROCEDURE IS 2000-SELECT-INCIDENTS
032300             THRU 2000-EXIT
032400         OUTPUT PROCEDURE IS 3000-PRINT-INCIDENTS
032500             THRU 3000-EXIT.
032600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032700     GOBACK.
032800*----------------------------------------------------------*
032900* 1000-INITIALIZE - PARAMETER, FILES, RUN HEADER AND THE
033000*                   REPORT MONTH
033100*----------------------------------------------------------*
033200 1000-INITIALIZE.
033300     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
033400     MOVE "INCRPT" TO OPERAUTH-CALLER.
033500     PERFORM OPERAUTH-VALIDATE
033600         THRU OPERAUTH-VALIDATE-EXIT.
033700     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
033800     PERFORM 1100-READ-INC-PARM THRU 1100-EXIT.
033900     INITIALIZE WS-LEVEL-TOTALS.
034000     INITIALIZE WS-BUCKET-TOTALS.
034100     OPEN OUTPUT INC-RPT.
034200     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
034300     IF WS-REPORT-MONTH = ZERO
034400         MOVE RUNHDR-DATE (1:6) TO WS-REPORT-MONTH
034500     END-IF.
034600     COMPUTE WS-MONTH-START = (WS-REPORT-MONTH * 100) + 1.
034700     COMPUTE WS-MONTH-END = (WS-REPORT-MONTH * 100) + 31.
034800     MOVE WS-REPORT-MONTH TO WS-PL-MONTH.
034900     MOVE RUNHDR-DATE TO WS-PL-AS-OF.
035000     MOVE WS-PERIOD-LINE TO WS-PRINT-LINE.
035100     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
035200 1000-EXIT.
035300     EXIT.
035400*----------------------------------------------------------*
035500* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
035600*----------------------------------------------------------*
035700 1050-PRINT-RUN-HEADER.
035800     MOVE "INCRPT" TO RUNHDR-JOB-NAME.
035900     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
036000     MOVE "I" TO PRTSRV-FUNCTION.
036100     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
036200     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
036300     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
036400     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
036500     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
036600     CALL "PRTSRV" USING PRTSRV-CONTROL.
036700 1050-EXIT.
036800     EXIT.
036900*----------------------------------------------------------*
037000* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
037100*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
037200*                      RULES WHEN THE CARD IS ABSENT)
037300*----------------------------------------------------------*
037400 1090-READ-BUS-DATE.
037500     OPEN INPUT BUS-DATE-PARM.
037600     READ BUS-DATE-PARM
037700         AT END
037800             CONTINUE
037900         NOT AT END
038000             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
038100     END-READ.
038200     CLOSE BUS-DATE-PARM.
038300 1090-EXIT.
038400     EXIT.
038500*----------------------------------------------------------*
038600* 1100-READ-INC-PARM - THE REPORT MONTH FROM THE OPTIONAL
038700*                      INCPRM CARD. BLANK OR NOT A REAL MONTH
038800*                      KEEPS THE MONTH OF THE RUN DATE.
038900*----------------------------------------------------------*
039000 1100-READ-INC-PARM.
039100     OPEN INPUT INC-PARM.
039200     READ INC-PARM
039300         AT END
039400             GO TO 1100-CLOSE
039500     END-READ.
039600     IF IP-REPORT-MONTH NUMERIC
039700         AND IP-YEAR > 1600
039800         AND IP-MONTH > ZERO
039900         AND IP-MONTH NOT > 12
040000         MOVE IP-REPORT-MONTH TO WS-REPORT-MONTH
040100     END-IF.
040200 1100-CLOSE.
040300     CLOSE INC-PARM.
040400 1100-EXIT.
040500     EXIT.
040600*----------------------------------------------------------*
040700* 2000-SELECT-INCIDENTS - SORT INPUT: EVERY INCIDENT ON THE
040800*                         REGISTER
040900*----------------------------------------------------------*
041000 2000-SELECT-INCIDENTS.
041100     OPEN INPUT INC-MASTER.
041200     PERFORM 2100-SELECT-INCIDENT THRU 2100-EXIT
041300         UNTIL EOF-INC-MASTER.
041400     CLOSE INC-MASTER.
041500 2000-EXIT.
041600     EXIT.
041700*----------------------------------------------------------*
041800* 2100-SELECT-INCIDENT - ONE INCIDENT: RELEASED FOR EACH
041900*                        GROUPING WHEN DATED IN THE MONTH, AND
042000*                        FOR THE CLAIM LIST WHEN ITS CLAIM IS
042100*                        OPEN
042200*----------------------------------------------------------*
042300 2100-SELECT-INCIDENT.
042400     READ INC-MASTER
042500         AT END
042600             SET EOF-INC-MASTER TO TRUE
042700             GO TO 2100-EXIT
042800     END-READ.
042900     ADD 1 TO WS-INC-READ.
043000     MOVE SPACES TO SRT-RECORD.
043100     MOVE IN-SEVERITY TO SRT-SEVERITY.
043200     MOVE IN-EST-COST TO SRT-EST-COST.
043300     MOVE IN-CLAIM-STATUS TO SRT-CLAIM-STATUS.
043400     MOVE ZERO TO SRT-DAYS-OPEN.
043500     MOVE IN-INCIDENT-NO TO SRT-INCIDENT-NO.
043600     MOVE IN-INC-DATE TO SRT-INC-DATE.
043700     MOVE IN-VEHICLE-ID TO SRT-VEHICLE-ID.
043800     MOVE IN-DRIVER-ID TO SRT-DRIVER-ID.
043900     MOVE IN-CLAIM-DATE TO SRT-CLAIM-DATE.
044000     IF IN-INC-DATE NOT < WS-MONTH-START
044100         AND IN-INC-DATE NOT > WS-MONTH-END
044200         PERFORM 2200-RELEASE-GROUPS THRU 2200-EXIT
044300     END-IF.
044400     IF IN-CLAIM-OPEN
044500         PERFORM 2300-RELEASE-CLAIM THRU 2300-EXIT
044600     END-IF.
044700 2100-EXIT.
044800     EXIT.
044900*----------------------------------------------------------*
045000* 2200-RELEASE-GROUPS - THE INCIDENT TO THE SORT ONCE FOR ITS
045100*                       DEPOT, ROUTE, CLASS AND DRIVER
045200*----------------------------------------------------------*
045300 2200-RELEASE-GROUPS.
045400     ADD 1 TO WS-MONTH-COUNT.
045500     ADD IN-EST-COST TO WS-MONTH-COST.
045600     SET SRT-BY-DEPOT TO TRUE.
045700     MOVE IN-DEPOT TO SRT-KEY.
045800     RELEASE SRT-RECORD.
045900     SET SRT-BY-ROUTE TO TRUE.
046000     MOVE IN-ROUTE-CODE TO SRT-KEY.
046100     RELEASE SRT-RECORD.
046200     SET SRT-BY-CLASS TO TRUE.
046300     MOVE IN-VEHICLE-CLASS TO SRT-KEY.
046400     RELEASE SRT-RECORD.
046500     SET SRT-BY-DRIVER TO TRUE.
046600     MOVE IN-DRIVER-ID TO SRT-KEY.
046700     RELEASE SRT-RECORD.
046800 2200-EXIT.
046900     EXIT.
047000*----------------------------------------------------------*
047100* 2300-RELEASE-CLAIM - THE OPEN CLAIM TO THE SORT WITH ITS
047200*                      DAYS OPEN, COUNTED FROM THE INCIDENT
047300*                      DATE WHEN NO OPENING DATE IS ON FILE
047400*----------------------------------------------------------*
047500 2300-RELEASE-CLAIM.
047600     ADD 1 TO WS-CLAIM-COUNT.
047700     MOVE IN-CLAIM-DATE TO WS-AGE-FROM.
047800     IF WS-AGE-FROM < 16010101
047900         OR WS-AGE-FROM > RUNHDR-DATE
048000         MOVE IN-INC-DATE TO WS-AGE-FROM
048100     END-IF.
048200     IF WS-AGE-FROM NOT < 16010101
048300         AND WS-AGE-FROM NOT > RUNHDR-DATE
048400         COMPUTE SRT-DAYS-OPEN =
048500             FUNCTION INTEGER-OF-DATE (RUNHDR-DATE)
048600             - FUNCTION INTEGER-OF-DATE (WS-AGE-FROM)
048700     END-IF.
048800     SET SRT-OPEN-CLAIM TO TRUE.
048900     MOVE SPACES TO SRT-KEY.
049000     RELEASE SRT-RECORD.
049100 2300-EXIT.
049200     EXIT.
049300*----------------------------------------------------------*
049400* 3000-PRINT-INCIDENTS - SORT OUTPUT: EACH GROUPING UNDER ITS
049500*                        OWN TITLE, THEN THE AGED CLAIMS AND
049600*                        THEIR TOTALS BY AGE
049700*----------------------------------------------------------*
049800 3000-PRINT-INCIDENTS.
049900     MOVE "N" TO WS-SORT-EOF-SW.
050000     PERFORM 3100-RETURN-INCIDENT THRU 3100-EXIT
050100         UNTIL EOF-INC-WORK.
050200     IF NOT CLAIMS-STARTED
050300         PERFORM 3750-START-CLAIMS THRU 3750-EXIT
050400         MOVE WS-NONE-LINE TO WS-PRINT-LINE
050500         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
050600     END-IF.
050700     PERFORM 3800-PRINT-AGE-TOTALS THRU 3800-EXIT.
050800 3000-EXIT.
050900     EXIT.
051000*----------------------------------------------------------*
051100* 3100-RETURN-INCIDENT - ONE SORTED RECORD: A CLAIM LINE, OR
051200*                        ONE INCIDENT INTO ITS KEY'S TOTALS
051300*                        WITH THE KEY AND GROUPING BREAKS
051400*----------------------------------------------------------*
051500 3100-RETURN-INCIDENT.
051600     RETURN INC-WORK
051700         AT END
051800             SET EOF-INC-WORK TO TRUE
051900     END-RETURN.
052000     IF EOF-INC-WORK
052100         GO TO 3100-EXIT
052200     END-IF.
052300     IF SRT-OPEN-CLAIM
052400         IF NOT CLAIMS-STARTED
052500             PERFORM 3750-START-CLAIMS THRU 3750-EXIT
052600         END-IF
052700         PERFORM 3600-PRINT-CLAIM THRU 3600-EXIT
052800         GO TO 3100-EXIT
052900     END-IF.
053000     IF SRT-GROUP NOT = WS-PRIOR-GROUP
053100         IF WS-PRIOR-GROUP > ZERO
053200             PERFORM 3300-KEY-BREAK THRU 3300-EXIT
053300             PERFORM 3400-GROUP-BREAK THRU 3400-EXIT
053400         END-IF
053500         PERFORM 3200-START-GROUP THRU 3200-EXIT
053600     ELSE
053700         IF SRT-KEY NOT = WS-PRIOR-KEY
053800             PERFORM 3300-KEY-BREAK THRU 3300-EXIT
053900         END-IF
054000     END-IF.
054100     MOVE SRT-KEY TO WS-PRIOR-KEY.
054200     ADD 1 TO WS-LV-INCIDENTS (WS-KEY-LV).
054300     IF SRT-MAJOR
054400         ADD 1 TO WS-LV-MAJOR (WS-KEY-LV)
054500     END-IF.
054600     IF SRT-CLAIM-OPEN
054700         ADD 1 TO WS-LV-CLAIMS (WS-KEY-LV)
054800     END-IF.
054900     ADD SRT-EST-COST TO WS-LV-COST (WS-KEY-LV).
055000 3100-EXIT.
055100     EXIT.
055200*----------------------------------------------------------*
055300* 3200-START-GROUP - TITLE OF THE NEXT GROUPING
055400*----------------------------------------------------------*
055500 3200-START-GROUP.
055600     MOVE SRT-GROUP TO WS-PRIOR-GROUP.
055700     EVALUATE TRUE
055800         WHEN SRT-BY-DEPOT
055900             MOVE "DEPOT" TO WS-GT-NAME
056000         WHEN SRT-BY-ROUTE
056100             MOVE "ROUTE" TO WS-GT-NAME
056200         WHEN SRT-BY-CLASS
056300             MOVE "VEHICLE CLASS" TO WS-GT-NAME
056400         WHEN OTHER
056500             MOVE "DRIVER" TO WS-GT-NAME
056600     END-EVALUATE.
056700     MOVE SPACES TO WS-PRINT-LINE.
056800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
056900     MOVE WS-GROUP-TITLE TO WS-PRINT-LINE.
057000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
057100 3200-EXIT.
057200     EXIT.
057300*----------------------------------------------------------*
057400* 3300-KEY-BREAK - THE KEY'S LINE, ROLLED INTO ITS GROUPING
057500*----------------------------------------------------------*
057600 3300-KEY-BREAK.
057700     IF WS-PRIOR-KEY = SPACES
057800         MOVE "NONE" TO WS-DL-KEY
057900     ELSE
058000         MOVE WS-PRIOR-KEY TO WS-DL-KEY
058100     END-IF.
058200     MOVE WS-KEY-LV TO WS-LV-SUB.
058300     PERFORM 3500-PRINT-LEVEL THRU 3500-EXIT.
058400     ADD WS-LV-INCIDENTS (WS-KEY-LV)
058500         TO WS-LV-INCIDENTS (WS-GROUP-LV).
058600     ADD WS-LV-MAJOR (WS-KEY-LV) TO WS-LV-MAJOR (WS-GROUP-LV).
058700     ADD WS-LV-CLAIMS (WS-KEY-LV) TO WS-LV-CLAIMS (WS-GROUP-LV).
058800     ADD WS-LV-COST (WS-KEY-LV) TO WS-LV-COST (WS-GROUP-LV).
058900     INITIALIZE WS-LEVEL (WS-KEY-LV).
059000 3300-EXIT.
059100     EXIT.
059200*----------------------------------------------------------*
059300* 3400-GROUP-BREAK - THE GROUPING'S TOTAL LINE
059400*----------------------------------------------------------*
059500 3400-GROUP-BREAK.
059600     MOVE "TOTAL" TO WS-DL-KEY.
059700     MOVE WS-GROUP-LV TO WS-LV-SUB.
059800     PERFORM 3500-PRINT-LEVEL THRU 3500-EXIT.
059900     INITIALIZE WS-LEVEL (WS-GROUP-LV).
060000 3400-EXIT.
060100     EXIT.
060200*----------------------------------------------------------*
060300* 3500-PRINT-LEVEL - THE LINE FOR LEVEL WS-LV-SUB UNDER THE
060400*                    KEY ALREADY IN WS-DL-KEY
060500*----------------------------------------------------------*
060600 3500-PRINT-LEVEL.
060700     MOVE WS-LV-INCIDENTS (WS-LV-SUB) TO WS-DL-INCIDENTS.
060800     MOVE WS-LV-MAJOR (WS-LV-SUB) TO WS-DL-MAJOR.
060900     MOVE WS-LV-CLAIMS (WS-LV-SUB) TO WS-DL-CLAIMS.
061000     MOVE WS-LV-COST (WS-LV-SUB) TO WS-DL-COST.
061100     MOVE ZERO TO WS-DL-AVG.
061200     IF WS-LV-INCIDENTS (WS-LV-SUB) > ZERO
061300         COMPUTE WS-DL-AVG ROUNDED = WS-LV-COST (WS-LV-SUB)
061400             / WS-LV-INCIDENTS (WS-LV-SUB)
061500     END-IF.
061600     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
061700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
061800 3500-EXIT.
061900     EXIT.
062000*----------------------------------------------------------*
062100* 3600-PRINT-CLAIM - ONE OPEN CLAIM, ADDED TO ITS AGE TOTALS
062200*----------------------------------------------------------*
062300 3600-PRINT-CLAIM.
062400     EVALUATE TRUE
062500         WHEN SRT-DAYS-OPEN NOT > 30
062600             MOVE 1 TO WS-BUCKET-SUB
062700         WHEN SRT-DAYS-OPEN NOT > 60
062800             MOVE 2 TO WS-BUCKET-SUB
062900         WHEN SRT-DAYS-OPEN NOT > 90
063000             MOVE 3 TO WS-BUCKET-SUB
063100         WHEN OTHER
063200             MOVE 4 TO WS-BUCKET-SUB
063300             ADD 1 TO WS-OVER-90-COUNT
063400     END-EVALUATE.
063500     ADD 1 TO WS-BK-COUNT (WS-BUCKET-SUB).
063600     ADD SRT-EST-COST TO WS-BK-COST (WS-BUCKET-SUB).
063700     MOVE SRT-INCIDENT-NO TO WS-CD-INCIDENT-NO.
063800     MOVE SRT-INC-DATE TO WS-CD-INC-DATE.
063900     MOVE SRT-VEHICLE-ID TO WS-CD-VEHICLE-ID.
064000     MOVE SRT-DRIVER-ID TO WS-CD-DRIVER-ID.
064100     MOVE SRT-CLAIM-DATE TO WS-CD-CLAIM-DATE.
064200     MOVE SRT-DAYS-OPEN TO WS-CD-DAYS.
064300     MOVE SRT-EST-COST TO WS-CD-COST.
064400     MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO WS-CD-AGE.
064500     MOVE WS-CLAIM-LINE TO WS-PRINT-LINE.
064600     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
064700 3600-EXIT.
064800     EXIT.
064900*----------------------------------------------------------*
065000* 3700-END-GROUPS - THE LAST KEY AND GROUPING TOTALS, OR A
065100*                   NONE LINE WHEN THE MONTH HAD NO INCIDENTS
065200*----------------------------------------------------------*
065300 3700-END-GROUPS.
065400     IF WS-PRIOR-GROUP > ZERO
065500         PERFORM 3300-KEY-BREAK THRU 3300-EXIT
065600         PERFORM 3400-GROUP-BREAK THRU 3400-EXIT
065700     ELSE
065800         MOVE SPACES TO WS-PRINT-LINE
065900         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
066000         MOVE "NO INCIDENTS IN THE MONTH" TO WS-PRINT-LINE
066100         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
066200     END-IF.
066300 3700-EXIT.
066400     EXIT.
066500*----------------------------------------------------------*
066600* 3750-START-CLAIMS - CLOSE OFF THE GROUPINGS, THEN THE TITLE
066700*                     AND HEADINGS OF THE CLAIM LIST
066800*----------------------------------------------------------*
066900 3750-START-CLAIMS.
067000     PERFORM 3700-END-GROUPS THRU 3700-EXIT.
067100     SET CLAIMS-STARTED TO TRUE.
067200     MOVE SPACES TO WS-PRINT-LINE.
067300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
067400     MOVE WS-CLAIM-TITLE TO WS-PRINT-LINE.
067500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
067600     MOVE WS-CLAIM-HEADER TO WS-PRINT-LINE.
067700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
067800 3750-EXIT.
067900     EXIT.
068000*----------------------------------------------------------*
068100* 3800-PRINT-AGE-TOTALS - OPEN CLAIMS AND THEIR COST BY AGE
068200*----------------------------------------------------------*
068300 3800-PRINT-AGE-TOTALS.
068400     MOVE SPACES TO WS-PRINT-LINE.
068500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
068600     PERFORM 3850-PRINT-AGE-TOTAL THRU 3850-EXIT
068700         VARYING WS-BUCKET-SUB FROM 1 BY 1
068800         UNTIL WS-BUCKET-SUB > 4.
068900 3800-EXIT.
069000     EXIT.
069100*----------------------------------------------------------*
069200* 3850-PRINT-AGE-TOTAL - ONE AGE'S COUNT AND COST
069300*----------------------------------------------------------*
069400 3850-PRINT-AGE-TOTAL.
069500     MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO WS-BL-NAME.
069600     MOVE WS-BK-COUNT (WS-BUCKET-SUB) TO WS-BL-COUNT.
069700     MOVE WS-BK-COST (WS-BUCKET-SUB) TO WS-BL-COST.
069800     MOVE WS-BUCKET-LINE TO WS-PRINT-LINE.
069900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
070000 3850-EXIT.
070100     EXIT.
070200*----------------------------------------------------------*
070300* 9000-TERMINATE - SUMMARY COUNTS, CLOSES AND THE RUN LOG
070400*----------------------------------------------------------*
070500 9000-TERMINATE.
070600     MOVE SPACES TO WS-PRINT-LINE.
070700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
070800     MOVE WS-MONTH-COUNT TO WS-SM-MONTH.
070900     MOVE WS-MONTH-COST TO WS-SM-COST.
071000     MOVE WS-CLAIM-COUNT TO WS-SM-CLAIMS.
071100     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
071200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
071300     PERFORM 8900-END-REPORT THRU 8900-EXIT.
071400     CLOSE INC-RPT.
071500     MOVE "INCRPT" TO RUNLOG-PROGRAM-ID.
071600     MOVE WS-INC-READ TO RUNLOG-READ-COUNT.
071700     MOVE WS-MONTH-COUNT TO RUNLOG-WRITE-COUNT.
071800     MOVE WS-OVER-90-COUNT TO RUNLOG-EXCEPT-COUNT.
071900     MOVE "OK" TO RUNLOG-STATUS.
072000     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
072100 9000-EXIT.
072200     EXIT.
072300*----------------------------------------------------------*
072400* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
072500*                          SHARED PRINT SERVICE, WRITING THE
072600*                          PAGE HEADINGS FIRST ON A PAGE BREAK
072700*----------------------------------------------------------*
072800 8800-WRITE-REPORT-LINE.
072900     MOVE "W" TO PRTSRV-FUNCTION.
073000     CALL "PRTSRV" USING PRTSRV-CONTROL.
073100     IF PRTSRV-NEW-PAGE
073200         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
073300             VARYING WS-HDG-SUB FROM 1 BY 1
073400             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
073500     END-IF.
073600     MOVE WS-PRINT-LINE TO IR-RECORD.
073700     WRITE IR-RECORD.
073800 8800-EXIT.
073900     EXIT.
074000*----------------------------------------------------------*
074100* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
074200*----------------------------------------------------------*
074300 8850-WRITE-HEADING.
074400     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO IR-RECORD.
074500     WRITE IR-RECORD.
074600 8850-EXIT.
074700     EXIT.
074800*----------------------------------------------------------*
074900* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
075000*                   LINE-AND-PAGE-COUNT LINE
075100*----------------------------------------------------------*
075200 8900-END-REPORT.
075300     MOVE "E" TO PRTSRV-FUNCTION.
075400     CALL "PRTSRV" USING PRTSRV-CONTROL.
075500     MOVE PRTSRV-FINAL-LINE TO IR-RECORD.
075600     WRITE IR-RECORD.
075700 8900-EXIT.
075800     EXIT.
075900*----------------------------------------------------------*
076000     COPY RUNHDRP.
076100     COPY RUNLOGP.
076200     COPY OPERAUTP.
