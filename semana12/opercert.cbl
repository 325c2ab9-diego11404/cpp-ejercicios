000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     OPERCERT.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - QUARTERLY OPERATOR ACCESS
001200*                   RECERTIFICATION. LISTS EVERY ACTIVE OPERAUTH
001300*                   ID WITH ALL ITS AUTHORIZED PROGRAMS (EVERY
001400*                   RECORD OF THE ID), ITS STATUS DATE AND THE
001500*                   LAST DATE OPERLOG SHOWS IT ACCEPTED, WITH A
001600*                   KEEP/REMOVE LINE PER ID AND A SIGN-OFF BLOCK
001700*                   FOR THE REVIEWING MANAGER. AN ID WITH NO
001800*                   ACCEPTED RUN FOR THE IDLE LIMIT (CERTPRM,
001900*                   DEFAULT 90 DAYS) - COUNTED FROM ITS LAST RUN,
002000*                   OR FROM ITS STATUS DATE WHEN IT HAS NEVER
002100*                   RUN - IS FLAGGED AND A REVOKE TRANSACTION
002200*                   FOR IT IS WRITTEN TO OPERDEAC IN THE OPERMNT
002300*                   OPERTRAN LAYOUT, WHICH THE OPERCERT JOB
002400*                   FEEDS STRAIGHT TO OPERMNT FOR THE AUTOMATIC
002500*                   DEACTIVATION. RC 4 WHEN ANY ID IS FLAGGED.
002520* 2026-10-15   RT   IDLE TIME IS NOW COUNTED FROM THE LATER OF
002540*                   THE LAST RUN AND THE STATUS DATE, SO AN ID
002560*                   REINSTATED AFTER AN IDLE REVOKE IS NOT
002580*                   FLAGGED AGAIN ON ITS OLD LAST-RUN DATE.
002600*----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL CERT-PARM ASSIGN TO "CERTPRM"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT DEACT-TRANS  ASSIGN TO "OPERDEAC"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT CERT-RPT     ASSIGN TO "CERTRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL.
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
005200 FD  CERT-PARM
005300     LABEL RECORDS ARE STANDARD
005400     RECORD CONTAINS 80 CHARACTERS.
005500 01  CP-RECORD.
005600     05  CP-IDLE-DAYS        PIC 9(03).
005700     05  FILLER              PIC X(77).
005800*
005900 FD  DEACT-TRANS
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  OT-RECORD.
006300     05  OT-ACTION           PIC X(01).
006400     05  OT-OPERATOR-ID      PIC X(08).
006500     05  OT-NAME             PIC X(20).
006600     05  OT-PGM-ENTRY OCCURS 5 TIMES.
006700         10  OT-PGM-SIGN     PIC X(01).
006800         10  OT-PGM-NAME     PIC X(08).
006900     05  FILLER              PIC X(06).
007000*
007100 FD  CERT-RPT
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  CR-RECORD               PIC X(80).
007500*
007600 FD  RUN-LOG
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  RL-RECORD               PIC X(80).
008000*
008100 FD  BUS-DATE-PARM
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  BD-RECORD.
008500     05  BD-BUSINESS-DATE    PIC 9(08).
008600     05  FILLER              PIC X(72).
008700*
008800 FD  OPER-CARD
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  OC-RECORD.
009200     05  OC-OPERATOR-ID      PIC X(08).
009300     05  FILLER              PIC X(72).
009400*
009500* OA-STATUS-DATE (DATE ADDED OR LAST REVOKED/REINSTATED) IS
009600* MAINTAINED BY OPERMNT
009700*
009800 FD  OPER-AUTH
009900     LABEL RECORDS ARE STANDARD
010000     RECORD CONTAINS 80 CHARACTERS.
010100 01  OA-RECORD.
010200     05  OA-OPERATOR-ID      PIC X(08).
010300     05  OA-NAME             PIC X(20).
010400     05  OA-ACTIVE           PIC X(01).
010500     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
010600     05  OA-STATUS-DATE      PIC 9(08).
010700     05  FILLER              PIC X(03).
010800*
010900* OPER-LOG IS WRITTEN BY OPERAUTP AS OL-RECORD AND READ BACK
011000* HERE THROUGH OL-DETAIL (THE OPERAUTH-LOG-LINE LAYOUT)
011100*
011200 FD  OPER-LOG
011300     LABEL RECORDS ARE STANDARD
011400     RECORD CONTAINS 80 CHARACTERS.
011500 01  OL-RECORD               PIC X(80).
011600 01  OL-DETAIL.
011700     05  OL-CALLER           PIC X(08).
011800     05  FILLER              PIC X(01).
011900     05  OL-DATE             PIC 9(08).
012000     05  FILLER              PIC X(01).
012100     05  OL-TIME             PIC 9(06).
012200     05  FILLER              PIC X(01).
012300     05  OL-OPERATOR-ID      PIC X(08).
012400     05  FILLER              PIC X(01).
012500     05  OL-RESULT           PIC X(16).
012600     05  FILLER              PIC X(30).
012700*----------------------------------------------------------*
012800 WORKING-STORAGE SECTION.
012900     COPY RUNHDR.
013000     COPY RUNLOG.
013100     COPY OPERAUTH.
013200     COPY PRTSRV.
013300 01  WS-PRINT-LINE           PIC X(80).
013400 01  WS-HDG-SUB              PIC 9(01) COMP.
013500*
013600 01  WS-SWITCHES.
013700     05  WS-EOF-SW           PIC X(01) VALUE "N".
013800         88  EOF-INPUT               VALUE "Y".
013900     05  WS-FOUND-SW         PIC X(01) VALUE "N".
014000         88  ENTRY-FOUND             VALUE "Y".
014100     05  WS-PGM-FOUND-SW     PIC X(01) VALUE "N".
014200         88  PROGRAM-HELD            VALUE "Y".
014300*
014400 01  WS-COUNTERS.
014500     05  WS-AUTH-READ        PIC 9(05) COMP VALUE ZERO.
014600     05  WS-LOG-READ         PIC 9(07) COMP VALUE ZERO.
014700     05  WS-ACTIVE-COUNT     PIC 9(05) COMP VALUE ZERO.
014800     05  WS-INACTIVE-COUNT   PIC 9(05) COMP VALUE ZERO.
014900     05  WS-FLAGGED-COUNT    PIC 9(05) COMP VALUE ZERO.
015000*
015100* IDLE LIMIT IN DAYS - CERTPRM OVERRIDE
015200*
015300 01  WS-IDLE-LIMIT           PIC 9(03) VALUE 90.
015400 01  WS-TODAY-DAYS           PIC 9(07) VALUE ZERO.
015500 01  WS-IDLE-DAYS            PIC S9(07) VALUE ZERO.
015600 01  WS-REFERENCE-DATE       PIC 9(08) VALUE ZERO.
015700*
015800* OPERAUTH BY OPERATOR ID - EVERY RECORD OF AN ID MERGED INTO
015900* ONE ENTRY, WITH THE LAST ACCEPTED OPERLOG DATE
016000*
016100 01  WS-OPER-MAX             PIC 9(04) COMP VALUE 300.
016200 01  WS-PGM-MAX              PIC 9(02) COMP VALUE 30.
016300 01  WS-OPER-COUNT           PIC 9(04) COMP VALUE ZERO.
016400 01  WS-OPER-SUB             PIC 9(04) COMP VALUE ZERO.
016500 01  WS-PGM-SUB              PIC 9(02) COMP VALUE ZERO.
016600 01  WS-OA-SUB               PIC 9(02) COMP VALUE ZERO.
016700 01  WS-PL-COL               PIC 9(02) COMP VALUE ZERO.
016800 01  WS-SEARCH-ID            PIC X(08) VALUE SPACES.
016900 01  WS-OPER-TABLE.
017000     05  WS-OPER-ENTRY OCCURS 300 TIMES.
017100         10  WS-OT-OPERATOR-ID   PIC X(08).
017200         10  WS-OT-NAME          PIC X(20).
017300         10  WS-OT-ACTIVE        PIC X(01).
017400         10  WS-OT-STATUS-DATE   PIC 9(08).
017500         10  WS-OT-LAST-USED     PIC 9(08).
017600         10  WS-OT-PGM-COUNT     PIC 9(02).
017700         10  WS-OT-PROGRAM       PIC X(08) OCCURS 30 TIMES.
017800*
017900 01  WS-PAGE-HEADER-1.
018000     05  FILLER              PIC X(40) VALUE
018100         "OPERATOR ACCESS RECERTIFICATION".
018200     05  FILLER              PIC X(40) VALUE SPACES.
018300*
018400 01  WS-PAGE-HEADER-2.
018500     05  FILLER              PIC X(09) VALUE "OPERATOR".
018600     05  FILLER              PIC X(21) VALUE "NAME".
018700     05  FILLER              PIC X(11) VALUE "STATUS DT".
018800     05  FILLER              PIC X(11) VALUE "LAST USED".
018900     05  FILLER              PIC X(06) VALUE " IDLE".
019000     05  FILLER              PIC X(22) VALUE SPACES.
019100*
019200 01  WS-LIMIT-LINE.
019300     05  FILLER              PIC X(33) VALUE
019400         "ACTIVE OPERATORS - IDLE LIMIT:".
019500     05  WS-LL-LIMIT         PIC ZZ9.
019600     05  FILLER              PIC X(44) VALUE " DAYS".
019700*
019800 01  WS-OPER-LINE.
019900     05  WS-OL-OPERATOR-ID   PIC X(08).
020000     05  FILLER              PIC X(01) VALUE SPACE.
020100     05  WS-OL-NAME          PIC X(20).
020200     05  FILLER              PIC X(01) VALUE SPACE.
020300     05  WS-OL-STATUS-DATE   PIC X(10).
020400     05  FILLER              PIC X(01) VALUE SPACE.
020500     05  WS-OL-LAST-USED     PIC X(10).
020600     05  FILLER              PIC X(01) VALUE SPACE.
020700     05  WS-OL-IDLE          PIC ZZZZ9.
020800     05  FILLER              PIC X(01) VALUE SPACE.
020900     05  WS-OL-FLAG          PIC X(22).
021000*
021100 01  WS-EDIT-DATE            PIC 9999/99/99.
021200*
021300 01  WS-PGM-LINE.
021400     05  WS-PL-PREFIX        PIC X(10).
021500     05  WS-PL-ENTRY OCCURS 7 TIMES.
021600         10  FILLER          PIC X(02).
021700         10  WS-PL-NAME      PIC X(08).
021800*
021900 01  WS-KEEP-LINE.
022000     05  FILLER              PIC X(10) VALUE SPACES.
022100     05  FILLER              PIC X(40) VALUE
022200         "MANAGER:  KEEP ____    REMOVE ____".
022300     05  FILLER              PIC X(30) VALUE SPACES.
022400*
022500 01  WS-SIGNOFF-LINE-1.
022600     05  FILLER              PIC X(80) VALUE
022700         "REVIEWED BY: ______________________  DATE: __________".
022800*
022900 01  WS-SIGNOFF-LINE-2.
023000     05  FILLER              PIC X(80) VALUE
023100         "SIGNATURE:   ______________________".
023200*
023300 01  WS-SUMMARY-LINE.
023400     05  FILLER              PIC X(08) VALUE "ACTIVE:".
023500     05  WS-SM-ACTIVE        PIC ZZZZ9.
023600     05  FILLER              PIC X(11) VALUE " INACTIVE:".
023700     05  WS-SM-INACTIVE      PIC ZZZZ9.
023800     05  FILLER              PIC X(26) VALUE
023900         " FLAGGED FOR DEACTIVATION:".
024000     05  WS-SM-FLAGGED       PIC ZZZZ9.
024100     05  FILLER              PIC X(20) VALUE SPACES.
024200*----------------------------------------------------------*
024300 PROCEDURE DIVISION.
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024600     PERFORM 2000-SCAN-LOG THRU 2000-EXIT.
024700     PERFORM 3000-CERTIFY-OPERATOR THRU 3000-EXIT
024800         VARYING WS-OPER-SUB FROM 1 BY 1
024900         UNTIL WS-OPER-SUB > WS-OPER-COUNT.
025000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025100     GOBACK.
025200*----------------------------------------------------------*
025300* 1000-INITIALIZE - VALIDATE THE OPERATOR, LOAD OPERAUTH, OPEN
025400*                   THE OUTPUTS AND PRINT THE HEADER
025500*----------------------------------------------------------*
025600 1000-INITIALIZE.
025700     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
025800     MOVE "OPERCERT" TO OPERAUTH-CALLER.
025900     PERFORM OPERAUTH-VALIDATE
026000         THRU OPERAUTH-VALIDATE-EXIT.
026100     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
026200     PERFORM 1100-READ-CERT-PARM THRU 1100-EXIT.
026300     PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT.
026400     OPEN OUTPUT DEACT-TRANS.
026500     OPEN OUTPUT CERT-RPT.
026600     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
026700     COMPUTE WS-TODAY-DAYS =
026800         FUNCTION INTEGER-OF-DATE (RUNHDR-DATE).
026900     MOVE WS-IDLE-LIMIT TO WS-LL-LIMIT.
027000     MOVE WS-LIMIT-LINE TO WS-PRINT-LINE.
027100     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
027200     MOVE SPACES TO WS-PRINT-LINE.
027300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
027400 1000-EXIT.
027500     EXIT.
027600*----------------------------------------------------------*
027700* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
027800*----------------------------------------------------------*
027900 1050-PRINT-RUN-HEADER.
028000     MOVE "OPERCERT" TO RUNHDR-JOB-NAME.
028100     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
028200     MOVE "I" TO PRTSRV-FUNCTION.
028300     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
028400     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
028500     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
028600     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
028700     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
028800     CALL "PRTSRV" USING PRTSRV-CONTROL.
028900 1050-EXIT.
029000     EXIT.
029100*----------------------------------------------------------*
029200* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
029300*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
029400*                      RULES WHEN THE CARD IS ABSENT)
029500*----------------------------------------------------------*
029600 1090-READ-BUS-DATE.
029700     OPEN INPUT BUS-DATE-PARM.
029800     READ BUS-DATE-PARM
029900         AT END
030000             CONTINUE
030100         NOT AT END
030200             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
030300     END-READ.
030400     CLOSE BUS-DATE-PARM.
030500 1090-EXIT.
030600     EXIT.
030700*----------------------------------------------------------*
030800* 1100-READ-CERT-PARM - IDLE LIMIT FROM THE OPTIONAL CERTPRM
030900*                       CARD; BLANK OR ZERO KEEPS 90 DAYS
031000*----------------------------------------------------------*
031100 1100-READ-CERT-PARM.
031200     OPEN INPUT CERT-PARM.
031300     READ CERT-PARM
031400         AT END
031500             CLOSE CERT-PARM
031600             GO TO 1100-EXIT
031700     END-READ.
031800     CLOSE CERT-PARM.
031900     IF CP-IDLE-DAYS NUMERIC
032000         AND CP-IDLE-DAYS > ZERO
032100         MOVE CP-IDLE-DAYS TO WS-IDLE-LIMIT
032200     END-IF.
032300 1100-EXIT.
032400     EXIT.
032500*----------------------------------------------------------*
032600* 1200-LOAD-OPERATORS - THE OPERAUTH FILE INTO THE OPERATOR
032700*                       TABLE. AN ID LEFT OFF THE LIST WOULD
032800*                       ESCAPE RECERTIFICATION, SO A FILE TOO
032900*                       LARGE TO HOLD STOPS THE STEP RC 12.
033000*----------------------------------------------------------*
033100 1200-LOAD-OPERATORS.
033200     MOVE "N" TO WS-EOF-SW.
033300     OPEN INPUT OPER-AUTH.
033400     PERFORM 1250-LOAD-ONE-RECORD THRU 1250-EXIT
033500         UNTIL EOF-INPUT.
033600     CLOSE OPER-AUTH.
033700     MOVE "N" TO WS-EOF-SW.
033800 1200-EXIT.
033900     EXIT.
034000*----------------------------------------------------------*
034100* 1250-LOAD-ONE-RECORD - ONE OPERAUTH RECORD: A NEW ID STARTS
034200*                        AN ENTRY, A FURTHER RECORD OF A KNOWN
034300*                        ID ADDS ITS PROGRAMS. ANY INACTIVE
034400*                        RECORD MAKES THE ID INACTIVE.
034500*----------------------------------------------------------*
034600 1250-LOAD-ONE-RECORD.
034700     READ OPER-AUTH
034800         AT END
034900             SET EOF-INPUT TO TRUE
035000             GO TO 1250-EXIT
035100     END-READ.
035200     ADD 1 TO WS-AUTH-READ.
035300     MOVE OA-OPERATOR-ID TO WS-SEARCH-ID.
035400     PERFORM 2300-FIND-OPERATOR THRU 2300-EXIT.
035500     IF NOT ENTRY-FOUND
035600         IF WS-OPER-COUNT NOT < WS-OPER-MAX
035700             DISPLAY "OPERCERT: OPERAUTH HOLDS MORE THAN "
035800                 WS-OPER-MAX " OPERATORS - OPERATOR TABLE FULL"
035900             MOVE 12 TO RETURN-CODE
036000             STOP RUN
036100         END-IF
036200         ADD 1 TO WS-OPER-COUNT
036300         MOVE WS-OPER-COUNT TO WS-OPER-SUB
036400         MOVE SPACES TO WS-OPER-ENTRY (WS-OPER-SUB)
036500         MOVE OA-OPERATOR-ID TO WS-OT-OPERATOR-ID (WS-OPER-SUB)
036600         MOVE OA-NAME TO WS-OT-NAME (WS-OPER-SUB)
036700         MOVE "Y" TO WS-OT-ACTIVE (WS-OPER-SUB)
036800         MOVE ZERO TO WS-OT-STATUS-DATE (WS-OPER-SUB)
036900         MOVE ZERO TO WS-OT-LAST-USED (WS-OPER-SUB)
037000         MOVE ZERO TO WS-OT-PGM-COUNT (WS-OPER-SUB)
037100         IF OA-STATUS-DATE NUMERIC
037200             AND OA-STATUS-DATE > 16010101
037300             MOVE OA-STATUS-DATE
037400                 TO WS-OT-STATUS-DATE (WS-OPER-SUB)
037500         END-IF
037600     END-IF.
037700     IF OA-ACTIVE NOT = "Y"
037800         MOVE "N" TO WS-OT-ACTIVE (WS-OPER-SUB)
037900     END-IF.
038000     PERFORM 1260-LOAD-ONE-PROGRAM THRU 1260-EXIT
038100         VARYING WS-OA-SUB FROM 1 BY 1
038200         UNTIL WS-OA-SUB > 5.
038300 1250-EXIT.
038400     EXIT.
038500*----------------------------------------------------------*
038600* 1260-LOAD-ONE-PROGRAM - ONE OA-PROGRAM ENTRY INTO THE
038700*                         OPERATOR'S ENTRY (BLANKS AND REPEATS
038800*                         DROPPED)
038900*----------------------------------------------------------*
039000 1260-LOAD-ONE-PROGRAM.
039100     IF OA-PROGRAM (WS-OA-SUB) = SPACES
039200         GO TO 1260-EXIT
039300     END-IF.
039400     MOVE "N" TO WS-PGM-FOUND-SW.
039500     PERFORM 1270-SCAN-PROGRAM THRU 1270-EXIT
039600         VARYING WS-PGM-SUB FROM 1 BY 1
039700         UNTIL PROGRAM-HELD
039800         OR WS-PGM-SUB > WS-OT-PGM-COUNT (WS-OPER-SUB).
039900     IF PROGRAM-HELD
040000         GO TO 1260-EXIT
040100     END-IF.
040200     IF WS-OT-PGM-COUNT (WS-OPER-SUB) NOT < WS-PGM-MAX
040300         DISPLAY "OPERCERT: OPERATOR " OA-OPERATOR-ID
040400             " HOLDS MORE THAN " WS-PGM-MAX " PROGRAMS"
040500         MOVE 12 TO RETURN-CODE
040600         STOP RUN
040700     END-IF.
040800     ADD 1 TO WS-OT-PGM-COUNT (WS-OPER-SUB).
040900     MOVE WS-OT-PGM-COUNT (WS-OPER-SUB) TO WS-PGM-SUB.
041000     MOVE OA-PROGRAM (WS-OA-SUB)
041100         TO WS-OT-PROGRAM (WS-OPER-SUB WS-PGM-SUB).
041200 1260-EXIT.
041300     EXIT.
041400*----------------------------------------------------------*
041500* 1270-SCAN-PROGRAM - ONE PROBE OF THE OPERATOR'S PROGRAMS
041600*----------------------------------------------------------*
041700 1270-SCAN-PROGRAM.
041800     IF WS-OT-PROGRAM (WS-OPER-SUB WS-PGM-SUB)
041900         = OA-PROGRAM (WS-OA-SUB)
042000         SET PROGRAM-HELD TO TRUE
042100     END-IF.
042200 1270-EXIT.
042300     EXIT.
042400*----------------------------------------------------------*
042500* 2000-SCAN-LOG - EVERY ACCEPTED OPERLOG LINE MOVES ITS
042600*                 OPERATOR'S LAST-USED DATE FORWARD
042700*----------------------------------------------------------*
042800 2000-SCAN-LOG.
042900     MOVE "N" TO WS-EOF-SW.
043000     OPEN INPUT OPER-LOG.
043100     PERFORM 2100-SCAN-LINE THRU 2100-EXIT
043200         UNTIL EOF-INPUT.
043300     CLOSE OPER-LOG.
043400 2000-EXIT.
043500     EXIT.
043600*----------------------------------------------------------*
043700* 2100-SCAN-LINE - ONE OPERLOG LINE
043800*----------------------------------------------------------*
043900 2100-SCAN-LINE.
044000     READ OPER-LOG
044100         AT END
044200             SET EOF-INPUT TO TRUE
044300             GO TO 2100-EXIT
044400     END-READ.
044500     ADD 1 TO WS-LOG-READ.
044600     IF OL-RESULT NOT = "ACCEPTED"
044700         OR OL-DATE NOT NUMERIC
044800         GO TO 2100-EXIT
044900     END-IF.
045000     MOVE OL-OPERATOR-ID TO WS-SEARCH-ID.
045100     PERFORM 2300-FIND-OPERATOR THRU 2300-EXIT.
045200     IF ENTRY-FOUND
045300         IF OL-DATE > WS-OT-LAST-USED (WS-OPER-SUB)
045400             MOVE OL-DATE TO WS-OT-LAST-USED (WS-OPER-SUB)
045500         END-IF
045600     END-IF.
045700 2100-EXIT.
045800     EXIT.
045900*----------------------------------------------------------*
046000* 2300-FIND-OPERATOR - TABLE SEARCH BY WS-SEARCH-ID, LEAVING
046100*                      WS-OPER-SUB ON THE ENTRY WHEN FOUND
046200*----------------------------------------------------------*
046300 2300-FIND-OPERATOR.
046400     MOVE "N" TO WS-FOUND-SW.
046500     PERFORM 2350-SCAN-OPERATOR THRU 2350-EXIT
046600         VARYING WS-OPER-SUB FROM 1 BY 1
046700         UNTIL ENTRY-FOUND
046800         OR WS-OPER-SUB > WS-OPER-COUNT.
046900     IF ENTRY-FOUND
047000         SUBTRACT 1 FROM WS-OPER-SUB
047100     END-IF.
047200 2300-EXIT.
047300     EXIT.
047400*----------------------------------------------------------*
047500* 2350-SCAN-OPERATOR - ONE PROBE OF THE OPERATOR TABLE
047600*----------------------------------------------------------*
047700 2350-SCAN-OPERATOR.
047800     IF WS-OT-OPERATOR-ID (WS-OPER-SUB) = WS-SEARCH-ID
047900         SET ENTRY-FOUND TO TRUE
048000     END-IF.
048100 2350-EXIT.
048200     EXIT.
048300*----------------------------------------------------------*
048400* 3000-CERTIFY-OPERATOR - ONE ACTIVE ID: ITS LINE, ITS
048500*                         PROGRAMS AND THE MANAGER'S KEEP/
048600*                         REMOVE LINE. AN ID IDLE FOR THE LIMIT
048650*                         SINCE THE LATER OF ITS LAST RUN AND
048700*                         ITS STATUS DATE IS FLAGGED AND A
048750*                         REVOKE IS WRITTEN.
048800*----------------------------------------------------------*
048900 3000-CERTIFY-OPERATOR.
049000     IF WS-OT-ACTIVE (WS-OPER-SUB) NOT = "Y"
049100         ADD 1 TO WS-INACTIVE-COUNT
049200         GO TO 3000-EXIT
049300     END-IF.
049400     ADD 1 TO WS-ACTIVE-COUNT.
049500     MOVE SPACES TO WS-PRINT-LINE.
049600     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
049700     MOVE WS-OT-OPERATOR-ID (WS-OPER-SUB) TO WS-OL-OPERATOR-ID.
049800     MOVE WS-OT-NAME (WS-OPER-SUB) TO WS-OL-NAME.
049900     MOVE SPACES TO WS-OL-FLAG.
050000     IF WS-OT-STATUS-DATE (WS-OPER-SUB) = ZERO
050100         MOVE "UNKNOWN" TO WS-OL-STATUS-DATE
050200     ELSE
050300         MOVE WS-OT-STATUS-DATE (WS-OPER-SUB) TO WS-EDIT-DATE
050400         MOVE WS-EDIT-DATE TO WS-OL-STATUS-DATE
050500     END-IF.
050600     IF WS-OT-LAST-USED (WS-OPER-SUB) = ZERO
050700         MOVE "NEVER" TO WS-OL-LAST-USED
050800         MOVE WS-OT-STATUS-DATE (WS-OPER-SUB)
050900             TO WS-REFERENCE-DATE
051000     ELSE
051100         MOVE WS-OT-LAST-USED (WS-OPER-SUB) TO WS-EDIT-DATE
051200         MOVE WS-EDIT-DATE TO WS-OL-LAST-USED
051300         MOVE WS-OT-LAST-USED (WS-OPER-SUB)
051400             TO WS-REFERENCE-DATE
051420         IF WS-OT-STATUS-DATE (WS-OPER-SUB) > WS-REFERENCE-DATE
051440             MOVE WS-OT-STATUS-DATE (WS-OPER-SUB)
051460                 TO WS-REFERENCE-DATE
051480         END-IF
051500     END-IF.
051600     PERFORM 3100-AGE-OPERATOR THRU 3100-EXIT.
051700     MOVE WS-OPER-LINE TO WS-PRINT-LINE.
051800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
051900     PERFORM 3200-START-PGM-LINE THRU 3200-EXIT.
052000     PERFORM 3250-LIST-PROGRAM THRU 3250-EXIT
052100         VARYING WS-PGM-SUB FROM 1 BY 1
052200         UNTIL WS-PGM-SUB > WS-OT-PGM-COUNT (WS-OPER-SUB).
052300     IF WS-PL-COL > ZERO
052400         MOVE WS-PGM-LINE TO WS-PRINT-LINE
052500         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
052600     END-IF.
052700     MOVE WS-KEEP-LINE TO WS-PRINT-LINE.
052800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
052900 3000-EXIT.
053000     EXIT.
053100*----------------------------------------------------------*
053200* 3100-AGE-OPERATOR - DAYS SINCE THE REFERENCE DATE. AN ID
053300*                     THAT HAS NEVER RUN AND CARRIES NO STATUS
053400*                     DATE PREDATES OPERMNT AND IS TREATED AS
053500*                     IDLE.
053600*----------------------------------------------------------*
053700 3100-AGE-OPERATOR.
053800     IF WS-REFERENCE-DATE = ZERO
053900         MOVE ZERO TO WS-OL-IDLE
054000         MOVE "NO ACTIVITY - REVOKE" TO WS-OL-FLAG
054100         PERFORM 3300-WRITE-REVOKE THRU 3300-EXIT
054200         GO TO 3100-EXIT
054300     END-IF.
054400     COMPUTE WS-IDLE-DAYS = WS-TODAY-DAYS
054500         - FUNCTION INTEGER-OF-DATE (WS-REFERENCE-DATE).
054600     IF WS-IDLE-DAYS < ZERO
054700         MOVE ZERO TO WS-IDLE-DAYS
054800     END-IF.
054900     MOVE WS-IDLE-DAYS TO WS-OL-IDLE.
055000     IF WS-IDLE-DAYS NOT < WS-IDLE-LIMIT
055100         MOVE "IDLE - REVOKE" TO WS-OL-FLAG
055200         PERFORM 3300-WRITE-REVOKE THRU 3300-EXIT
055300     END-IF.
055400 3100-EXIT.
055500     EXIT.
055600*----------------------------------------------------------*
055700* 3200-START-PGM-LINE - A FRESH PROGRAM LINE
055800*----------------------------------------------------------*
055900 3200-START-PGM-LINE.
056000     MOVE SPACES TO WS-PGM-LINE.
056100     MOVE "  PROGRAMS" TO WS-PL-PREFIX.
056200     MOVE ZERO TO WS-PL-COL.
056300 3200-EXIT.
056400     EXIT.
056500*----------------------------------------------------------*
056600* 3250-LIST-PROGRAM - ONE AUTHORIZED PROGRAM, SEVEN TO A LINE
056700*----------------------------------------------------------*
056800 3250-LIST-PROGRAM.
056900     ADD 1 TO WS-PL-COL.
057000     MOVE WS-OT-PROGRAM (WS-OPER-SUB WS-PGM-SUB)
057100         TO WS-PL-NAME (WS-PL-COL).
057200     IF WS-PL-COL = 7
057300         MOVE WS-PGM-LINE TO WS-PRINT-LINE
057400         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
057500         PERFORM 3200-START-PGM-LINE THRU 3200-EXIT
057600     END-IF.
057700 3250-EXIT.
057800     EXIT.
057900*----------------------------------------------------------*
058000* 3300-WRITE-REVOKE - AN OPERMNT REVOKE TRANSACTION FOR THE
058100*                     FLAGGED ID
058200*----------------------------------------------------------*
058300 3300-WRITE-REVOKE.
058400     ADD 1 TO WS-FLAGGED-COUNT.
058500     MOVE SPACES TO OT-RECORD.
058600     MOVE "R" TO OT-ACTION.
058700     MOVE WS-OT-OPERATOR-ID (WS-OPER-SUB) TO OT-OPERATOR-ID.
058800     MOVE WS-OT-NAME (WS-OPER-SUB) TO OT-NAME.
058900     WRITE OT-RECORD.
059000 3300-EXIT.
059100     EXIT.
059200*----------------------------------------------------------*
059300* 9000-TERMINATE - SUMMARY, SIGN-OFF BLOCK, CLOSES AND THE
059400*                  RUN LOG
059500*----------------------------------------------------------*
059600 9000-TERMINATE.
059700     MOVE SPACES TO WS-PRINT-LINE.
059800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
059900     MOVE WS-ACTIVE-COUNT TO WS-SM-ACTIVE.
060000     MOVE WS-INACTIVE-COUNT TO WS-SM-INACTIVE.
060100     MOVE WS-FLAGGED-COUNT TO WS-SM-FLAGGED.
060200     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
060300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
060400     MOVE SPACES TO WS-PRINT-LINE.
060500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
060600     MOVE WS-SIGNOFF-LINE-1 TO WS-PRINT-LINE.
060700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
060800     MOVE SPACES TO WS-PRINT-LINE.
060900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
061000     MOVE WS-SIGNOFF-LINE-2 TO WS-PRINT-LINE.
061100     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
061200     PERFORM 8900-END-REPORT THRU 8900-EXIT.
061300     CLOSE DEACT-TRANS.
061400     CLOSE CERT-RPT.
061500     MOVE "OPERCERT" TO RUNLOG-PROGRAM-ID.
061600     MOVE WS-AUTH-READ TO RUNLOG-READ-COUNT.
061700     MOVE WS-ACTIVE-COUNT TO RUNLOG-WRITE-COUNT.
061800     MOVE WS-FLAGGED-COUNT TO RUNLOG-EXCEPT-COUNT.
061900     MOVE "OK" TO RUNLOG-STATUS.
062000     IF WS-FLAGGED-COUNT > ZERO
062100         MOVE 4 TO RETURN-CODE
062200     END-IF.
062300     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
062400 9000-EXIT.
062500     EXIT.
062600*----------------------------------------------------------*
062700* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
062800*                          SHARED PRINT SERVICE, WRITING THE
062900*                          PAGE HEADINGS FIRST ON A PAGE BREAK
063000*----------------------------------------------------------*
063100 8800-WRITE-REPORT-LINE.
063200     MOVE "W" TO PRTSRV-FUNCTION.
063300     CALL "PRTSRV" USING PRTSRV-CONTROL.
063400     IF PRTSRV-NEW-PAGE
063500         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
063600             VARYING WS-HDG-SUB FROM 1 BY 1
063700             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
063800     END-IF.
063900     MOVE WS-PRINT-LINE TO CR-RECORD.
064000     WRITE CR-RECORD.
064100 8800-EXIT.
064200     EXIT.
064300*----------------------------------------------------------*
064400* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
064500*----------------------------------------------------------*
064600 8850-WRITE-HEADING.
064700     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO CR-RECORD.
064800     WRITE CR-RECORD.
064900 8850-EXIT.
065000     EXIT.
065100*----------------------------------------------------------*
065200* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
065300*                   LINE-AND-PAGE-COUNT LINE
065400*----------------------------------------------------------*
065500 8900-END-REPORT.
065600     MOVE "E" TO PRTSRV-FUNCTION.
065700     CALL "PRTSRV" USING PRTSRV-CONTROL.
065800     MOVE PRTSRV-FINAL-LINE TO CR-RECORD.
065900     WRITE CR-RECORD.
066000 8900-EXIT.
066100     EXIT.
066200*----------------------------------------------------------*
066300     COPY RUNHDRP.
066400     COPY RUNLOGP.
066500     COPY OPERAUTP.
