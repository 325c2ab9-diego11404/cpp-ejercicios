000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     OPERMNT.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - CONTROLLED BATCH
001200*                   MAINTENANCE FOR THE OPERAUTH OPERATOR
001300*                   AUTHORIZATION FILE, WHICH UNTIL NOW WAS
001400*                   HAND-EDITED WITH NO AUDIT TRAIL. READS ADD/
001500*                   CHANGE/REVOKE/REINSTATE TRANSACTIONS KEYED
001600*                   ON THE OPERATOR ID FROM OPERTRAN. A CHANGE
001700*                   GRANTS (+) OR REMOVES (-) UP TO FIVE
001800*                   PROGRAMS AT A TIME AND AN ID MAY HOLD UP TO
001900*                   30, CARRIED ON AS MANY OPERAUTH RECORDS OF
002000*                   FIVE PROGRAMS AS IT NEEDS UNDER THE SAME ID
002100*                   (OPERAUTP ACCEPTS ANY OF THEM). A REVOKE
002200*                   MARKS THE ID INACTIVE, A REINSTATE ACTIVE
002300*                   AGAIN; BOTH, AND AN ADD, STAMP THE STATUS
002400*                   DATE THE QUARTERLY OPERCERT RECERTIFICATION
002500*                   AGES UNUSED IDS FROM. NO OPERATOR MAY
002600*                   MAINTAIN HIS OR HER OWN ID. THE UPDATED FILE
002700*                   IS WRITTEN TO OPERAUTO FOR OPERATIONS TO
002800*                   PROMOTE, WITH A BEFORE/AFTER AUDIT TRAIL ON
002900*                   OPERAUDT AND AN APPLIED/REJECTED SUMMARY ON
003000*                   OPERMRPT, ALL FOLLOWING THE VEHMNT PATTERN.
003100*----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPER-TRANS  ASSIGN TO "OPERTRAN"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT OPER-AUTH-NEW ASSIGN TO "OPERAUTO"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT AUDIT-TRAIL ASSIGN TO "OPERAUDT"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT MAINT-RPT   ASSIGN TO "OPERMRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600*----------------------------------------------------------*
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  OPER-TRANS
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  OT-RECORD.
006300     05  OT-ACTION           PIC X(01).
006400         88  OT-ADD                  VALUE "A".
006500         88  OT-CHANGE               VALUE "C".
006600         88  OT-REVOKE               VALUE "R".
006700         88  OT-REINSTATE            VALUE "I".
006800     05  OT-OPERATOR-ID      PIC X(08).
006900     05  OT-NAME             PIC X(20).
007000     05  OT-PGM-ENTRY OCCURS 5 TIMES.
007100         10  OT-PGM-SIGN     PIC X(01).
007200         10  OT-PGM-NAME     PIC X(08).
007300     05  FILLER              PIC X(06).
007400*
007500 FD  OPER-AUTH-NEW
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  OAO-RECORD.
007900     05  OAO-OPERATOR-ID     PIC X(08).
008000     05  OAO-NAME            PIC X(20).
008100     05  OAO-ACTIVE          PIC X(01).
008200     05  OAO-PROGRAM         PIC X(08) OCCURS 5 TIMES.
008300     05  OAO-STATUS-DATE     PIC 9(08).
008400     05  FILLER              PIC X(03).
008500*
008600 FD  AUDIT-TRAIL
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  AU-RECORD               PIC X(80).
009000*
009100 FD  MAINT-RPT
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  MR-RECORD               PIC X(80).
009500*
009600 FD  RUN-LOG
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  RL-RECORD               PIC X(80).
010000*
010100 FD  BUS-DATE-PARM
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  BD-RECORD.
010500     05  BD-BUSINESS-DATE    PIC 9(08).
010600     05  FILLER              PIC X(72).
010700*
010800 FD  OPER-CARD
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 80 CHARACTERS.
011100 01  OC-RECORD.
011200     05  OC-OPERATOR-ID      PIC X(08).
011300     05  FILLER              PIC X(72).
011400*
011500* OA-STATUS-DATE (DATE ADDED OR LAST REVOKED/REINSTATED) IS
011600* CARRIED IN WHAT THE OTHER PROGRAMS STILL DECLARE AS FILLER
011700*
011800 FD  OPER-AUTH
011900     LABEL RECORDS ARE STANDARD
012000     RECORD CONTAINS 80 CHARACTERS.
012100 01  OA-RECORD.
012200     05  OA-OPERATOR-ID      PIC X(08).
012300     05  OA-NAME             PIC X(20).
012400     05  OA-ACTIVE           PIC X(01).
012500     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
012600     05  OA-STATUS-DATE      PIC 9(08).
012700     05  FILLER              PIC X(03).
012800*
012900 FD  OPER-LOG
013000     LABEL RECORDS ARE STANDARD
013100     RECORD CONTAINS 80 CHARACTERS.
013200 01  OL-RECORD               PIC X(80).
013300*----------------------------------------------------------*
013400 WORKING-STORAGE SECTION.
013500     COPY RUNHDR.
013600     COPY RUNLOG.
013700     COPY OPERAUTH.
013800*
013900 01  WS-SWITCHES.
014000     05  WS-EOF-SW           PIC X(01) VALUE "N".
014100         88  EOF-OPER-TRANS          VALUE "Y".
014200     05  WS-AUTH-EOF-SW      PIC X(01) VALUE "N".
014300         88  EOF-OPER-AUTH           VALUE "Y".
014400     05  WS-FOUND-SW         PIC X(01) VALUE "N".
014500         88  MASTER-FOUND            VALUE "Y".
014600     05  WS-PGM-FOUND-SW     PIC X(01) VALUE "N".
014700         88  PROGRAM-HELD            VALUE "Y".
014800     05  WS-EDIT-OK-SW       PIC X(01) VALUE "N".
014900         88  EDIT-PASSED             VALUE "Y".
015000*
015100 01  WS-COUNTERS.
015200     05  WS-TRANS-READ       PIC 9(05) COMP VALUE ZERO.
015300     05  WS-AUTH-READ        PIC 9(05) COMP VALUE ZERO.
015400     05  WS-AUTH-WRITTEN     PIC 9(05) COMP VALUE ZERO.
015500     05  WS-ADDS-APPLIED     PIC 9(05) COMP VALUE ZERO.
015600     05  WS-ADDS-REJECTED    PIC 9(05) COMP VALUE ZERO.
015700     05  WS-CHGS-APPLIED     PIC 9(05) COMP VALUE ZERO.
015800     05  WS-CHGS-REJECTED    PIC 9(05) COMP VALUE ZERO.
015900     05  WS-REVS-APPLIED     PIC 9(05) COMP VALUE ZERO.
016000     05  WS-REVS-REJECTED    PIC 9(05) COMP VALUE ZERO.
016100     05  WS-RINS-APPLIED     PIC 9(05) COMP VALUE ZERO.
016200     05  WS-RINS-REJECTED    PIC 9(05) COMP VALUE ZERO.
016300     05  WS-BAD-ACTIONS      PIC 9(05) COMP VALUE ZERO.
016400*
016500* OPERAUTH BY OPERATOR ID - EVERY RECORD OF AN ID MERGED INTO
016600* ONE ENTRY OF UP TO 30 PROGRAMS
016700*
016800 01  WS-OPER-MAX             PIC 9(04) COMP VALUE 300.
016900 01  WS-PGM-MAX              PIC 9(02) COMP VALUE 30.
017000 01  WS-OPER-COUNT           PIC 9(04) COMP VALUE ZERO.
017100 01  WS-OPER-SUB             PIC 9(04) COMP VALUE ZERO.
017200 01  WS-ENTRY-SUB            PIC 9(04) COMP VALUE ZERO.
017300 01  WS-PGM-SUB              PIC 9(02) COMP VALUE ZERO.
017400 01  WS-SHIFT-SUB            PIC 9(02) COMP VALUE ZERO.
017500 01  WS-TRAN-SUB             PIC 9(02) COMP VALUE ZERO.
017600 01  WS-OUT-SUB              PIC 9(02) COMP VALUE ZERO.
017700 01  WS-SEARCH-ID            PIC X(08) VALUE SPACES.
017800 01  WS-SEARCH-PGM           PIC X(08) VALUE SPACES.
017900 01  WS-OPER-TABLE.
018000     05  WS-OPER-ENTRY OCCURS 300 TIMES.
018100         10  WS-OT-OPERATOR-ID   PIC X(08).
018200         10  WS-OT-NAME          PIC X(20).
018300         10  WS-OT-ACTIVE        PIC X(01).
018400         10  WS-OT-STATUS-DATE   PIC 9(08).
018500         10  WS-OT-PGM-COUNT     PIC 9(02).
018600         10  WS-OT-PROGRAM       PIC X(08) OCCURS 30 TIMES.
018700*
018800* THE ENTRY BEING MAINTAINED, AND THE IMAGE BEING AUDITED -
018900* BOTH LAID OUT EXACTLY AS ONE TABLE ENTRY
019000*
019100 01  WS-WORK-ENTRY.
019200     05  WS-WK-OPERATOR-ID   PIC X(08).
019300     05  WS-WK-NAME          PIC X(20).
019400     05  WS-WK-ACTIVE        PIC X(01).
019500     05  WS-WK-STATUS-DATE   PIC 9(08).
019600     05  WS-WK-PGM-COUNT     PIC 9(02).
019700     05  WS-WK-PROGRAM       PIC X(08) OCCURS 30 TIMES.
019800*
019900 01  WS-IMAGE-ENTRY.
020000     05  WS-IM-OPERATOR-ID   PIC X(08).
020100     05  WS-IM-NAME          PIC X(20).
020200     05  WS-IM-ACTIVE        PIC X(01).
020300     05  WS-IM-STATUS-DATE   PIC 9(08).
020400     05  WS-IM-PGM-COUNT     PIC 9(02).
020500     05  WS-IM-PROGRAM       PIC X(08) OCCURS 30 TIMES.
020600*
020700 01  WS-AUDIT-LINE.
020800     05  WS-AU-TAG           PIC X(08).
020900     05  WS-AU-ACTION        PIC X(01).
021000     05  FILLER              PIC X(01) VALUE SPACE.
021100     05  WS-AU-OPERATOR-ID   PIC X(08).
021200     05  FILLER              PIC X(01) VALUE SPACE.
021300     05  WS-AU-NAME          PIC X(20).
021400     05  FILLER              PIC X(01) VALUE SPACE.
021500     05  WS-AU-ACTIVE        PIC X(01).
021600     05  FILLER              PIC X(01) VALUE SPACE.
021700     05  WS-AU-STATUS-DATE   PIC 9(08).
021800     05  FILLER              PIC X(01) VALUE SPACE.
021900     05  WS-AU-REASON        PIC X(12).
022000     05  FILLER              PIC X(04) VALUE " BY ".
022100     05  WS-AU-BY-ID         PIC X(08).
022200     05  FILLER              PIC X(05) VALUE SPACES.
022300*
022400 01  WS-AUDIT-PGM-LINE.
022500     05  WS-AP-PREFIX        PIC X(10).
022600     05  WS-AP-ENTRY OCCURS 7 TIMES.
022700         10  FILLER          PIC X(01).
022800         10  WS-AP-SIGN      PIC X(01).
022900         10  WS-AP-NAME      PIC X(08).
023000 01  WS-AP-COL               PIC 9(02) COMP VALUE ZERO.
023100*
023200 01  WS-SUMMARY-LINE.
023300     05  WS-SM-ACTION        PIC X(10).
023400     05  FILLER              PIC X(10) VALUE " APPLIED:".
023500     05  WS-SM-APPLIED       PIC ZZZZ9.
023600     05  FILLER              PIC X(11) VALUE " REJECTED:".
023700     05  WS-SM-REJECTED      PIC ZZZZ9.
023800     05  FILLER              PIC X(39) VALUE SPACES.
023900*
024000 01  WS-BAD-ACTION-LINE.
024100     05  FILLER              PIC X(20) VALUE "BAD ACTION CODES:".
024200     05  WS-BA-COUNT         PIC ZZZZ9.
024300     05  FILLER              PIC X(55) VALUE SPACES.
024400*
024500 01  WS-FILE-LINE.
024600     05  FILLER              PIC X(22) VALUE
024700         "OPERAUTH RECORDS READ:".
024800     05  WS-FL-READ          PIC ZZZZ9.
024900     05  FILLER              PIC X(10) VALUE " WRITTEN:".
025000     05  WS-FL-WRITTEN       PIC ZZZZ9.
025100     05  FILLER              PIC X(12) VALUE " OPERATORS:".
025200     05  WS-FL-OPERATORS     PIC ZZZZ9.
025300     05  FILLER              PIC X(21) VALUE SPACES.
025400*
025500 01  WS-AUDIT-CONTROL.
025600     05  FILLER              PIC X(08) VALUE "CONTROL:".
025700     05  WS-AC-ADDS          PIC 9(05).
025800     05  WS-AC-CHGS          PIC 9(05).
025900     05  WS-AC-REVS          PIC 9(05).
026000     05  WS-AC-RINS          PIC 9(05).
026100     05  WS-AC-DATE          PIC 9(08).
026200     05  WS-AC-TIME          PIC 9(06).
026300     05  FILLER              PIC X(38) VALUE SPACES.
026400*
026500 01  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
026600*----------------------------------------------------------*
026700 PROCEDURE DIVISION.
026800 0000-MAINLINE.
026900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027000     PERFORM 2000-APPLY-TRANS THRU 2000-EXIT
027100         UNTIL EOF-OPER-TRANS.
027200     PERFORM 7000-WRITE-OPERAUTH THRU 7000-EXIT.
027300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027400     GOBACK.
027500*----------------------------------------------------------*
027600* 1000-INITIALIZE - VALIDATE THE OPERATOR, LOAD OPERAUTH, OPEN
027700*                   FILES, PRINT THE RUN HEADER AND PRIME THE
027800*                   TRANSACTION READ
027900*----------------------------------------------------------*
028000 1000-INITIALIZE.
028100     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
028200     MOVE "OPERMNT" TO OPERAUTH-CALLER.
028300     PERFORM OPERAUTH-VALIDATE
028400         THRU OPERAUTH-VALIDATE-EXIT.
028500     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
028600     PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT.
028700     OPEN INPUT OPER-TRANS.
028800     OPEN OUTPUT AUDIT-TRAIL.
028900     OPEN OUTPUT MAINT-RPT.
029000     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
029100     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
029200 1000-EXIT.
029300     EXIT.
029400*----------------------------------------------------------*
029500* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
029600*----------------------------------------------------------*
029700 1050-PRINT-RUN-HEADER.
029800     MOVE "OPERMNT" TO RUNHDR-JOB-NAME.
029900     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
030000     MOVE RUNHDR-LINE-1 TO MR-RECORD.
030100     WRITE MR-RECORD.
030200     MOVE RUNHDR-LINE-2 TO MR-RECORD.
030300     WRITE MR-RECORD.
030400 1050-EXIT.
030500     EXIT.
030600*----------------------------------------------------------*
030700* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
030800*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
030900*                      RULES WHEN THE CARD IS ABSENT)
031000*----------------------------------------------------------*
031100 1090-READ-BUS-DATE.
031200     OPEN INPUT BUS-DATE-PARM.
031300     READ BUS-DATE-PARM
031400         AT END
031500             CONTINUE
031600         NOT AT END
031700             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
031800     END-READ.
031900     CLOSE BUS-DATE-PARM.
032000 1090-EXIT.
032100     EXIT.
032200*----------------------------------------------------------*
032300* 1200-LOAD-OPERATORS - THE CURRENT OPERAUTH INTO THE OPERATOR
032400*                       TABLE. A FILE TOO LARGE TO HOLD WOULD
032500*                       DROP OPERATORS FROM OPERAUTO, SO THE
032600*                       STEP STOPS RC 12.
032700*----------------------------------------------------------*
032800 1200-LOAD-OPERATORS.
032900     OPEN INPUT OPER-AUTH.
033000     PERFORM 1250-LOAD-ONE-RECORD THRU 1250-EXIT
033100         UNTIL EOF-OPER-AUTH.
033200     CLOSE OPER-AUTH.
033300 1200-EXIT.
033400     EXIT.
033500*----------------------------------------------------------*
033600* 1250-LOAD-ONE-RECORD - ONE OPERAUTH RECORD: A NEW ID STARTS
033700*                        AN ENTRY, A FURTHER RECORD OF A KNOWN
033800*                        ID ADDS ITS PROGRAMS TO THAT ENTRY. ANY
033900*                        INACTIVE RECORD MAKES THE ID INACTIVE,
034000*                        AS IT DOES IN OPERAUTP.
034100*----------------------------------------------------------*
034200 1250-LOAD-ONE-RECORD.
034300     READ OPER-AUTH
034400         AT END
034500             SET EOF-OPER-AUTH TO TRUE
034600             GO TO 1250-EXIT
034700     END-READ.
034800     ADD 1 TO WS-AUTH-READ.
034900     MOVE OA-OPERATOR-ID TO WS-SEARCH-ID.
035000     PERFORM 2300-FIND-OPERATOR THRU 2300-EXIT.
035100     IF MASTER-FOUND
035200         MOVE WS-OPER-ENTRY (WS-ENTRY-SUB) TO WS-WORK-ENTRY
035300     ELSE
035400         IF WS-OPER-COUNT NOT < WS-OPER-MAX
035500             DISPLAY "OPERMNT: OPERAUTH HOLDS MORE THAN "
035600                 WS-OPER-MAX " OPERATORS - OPERATOR TABLE FULL"
035700             MOVE 12 TO RETURN-CODE
035800             STOP RUN
035900         END-IF
036000         ADD 1 TO WS-OPER-COUNT
036100         MOVE WS-OPER-COUNT TO WS-ENTRY-SUB
036200         MOVE SPACES TO WS-WORK-ENTRY
036300         MOVE OA-OPERATOR-ID TO WS-WK-OPERATOR-ID
036400         MOVE OA-NAME TO WS-WK-NAME
036500         MOVE "Y" TO WS-WK-ACTIVE
036600         MOVE ZERO TO WS-WK-PGM-COUNT
036700         IF OA-STATUS-DATE NUMERIC
036800             MOVE OA-STATUS-DATE TO WS-WK-STATUS-DATE
036900         ELSE
037000             MOVE ZERO TO WS-WK-STATUS-DATE
037100         END-IF
037200     END-IF.
037300     IF OA-ACTIVE NOT = "Y"
037400         MOVE "N" TO WS-WK-ACTIVE
037500     END-IF.
037600     PERFORM 1260-LOAD-ONE-PROGRAM THRU 1260-EXIT
037700         VARYING WS-OUT-SUB FROM 1 BY 1
037800         UNTIL WS-OUT-SUB > 5.
037900     MOVE WS-WORK-ENTRY TO WS-OPER-ENTRY (WS-ENTRY-SUB).
038000 1250-EXIT.
038100     EXIT.
038200*----------------------------------------------------------*
038300* 1260-LOAD-ONE-PROGRAM - ONE OA-PROGRAM ENTRY INTO THE WORK
038400*                         ENTRY (BLANKS AND REPEATS DROPPED)
038500*----------------------------------------------------------*
038600 1260-LOAD-ONE-PROGRAM.
038700     IF OA-PROGRAM (WS-OUT-SUB) = SPACES
038800         GO TO 1260-EXIT
038900     END-IF.
039000     MOVE OA-PROGRAM (WS-OUT-SUB) TO WS-SEARCH-PGM.
039100     PERFORM 2600-FIND-PROGRAM THRU 2600-EXIT.
039200     IF PROGRAM-HELD
039300         GO TO 1260-EXIT
039400     END-IF.
039500     IF WS-WK-PGM-COUNT NOT < WS-PGM-MAX
039600         DISPLAY "OPERMNT: OPERATOR " OA-OPERATOR-ID
039700             " HOLDS MORE THAN " WS-PGM-MAX " PROGRAMS"
039800         MOVE 12 TO RETURN-CODE
039900         STOP RUN
040000     END-IF.
040100     ADD 1 TO WS-WK-PGM-COUNT.
040200     MOVE WS-SEARCH-PGM TO WS-WK-PROGRAM (WS-WK-PGM-COUNT).
040300 1260-EXIT.
040400     EXIT.
040500*----------------------------------------------------------*
040600* 2000-APPLY-TRANS - APPLY ONE ADD/CHANGE/REVOKE/REINSTATE
040700*                    TRANSACTION
040800*----------------------------------------------------------*
040900 2000-APPLY-TRANS.
041000     MOVE SPACES TO WS-AU-REASON.
041100     EVALUATE TRUE
041200         WHEN OT-ADD
041300             PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
041400         WHEN OT-CHANGE
041500             PERFORM 4000-CHANGE-OPERATOR THRU 4000-EXIT
041600         WHEN OT-REVOKE
041700             PERFORM 5000-REVOKE-OPERATOR THRU 5000-EXIT
041800         WHEN OT-REINSTATE
041900             PERFORM 6000-REINSTATE-OPERATOR THRU 6000-EXIT
042000         WHEN OTHER
042100             ADD 1 TO WS-BAD-ACTIONS
042200             MOVE "REJECT: " TO WS-AU-TAG
042300             MOVE "BAD ACTION" TO WS-AU-REASON
042400             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
042500     END-EVALUATE.
042600     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
042700 2000-EXIT.
042800     EXIT.
042900*----------------------------------------------------------*
043000* 2100-READ-TRANS - READ THE NEXT MAINTENANCE TRANSACTION
043100*----------------------------------------------------------*
043200 2100-READ-TRANS.
043300     READ OPER-TRANS
043400         AT END
043500             SET EOF-OPER-TRANS TO TRUE
043600         NOT AT END
043700             ADD 1 TO WS-TRANS-READ
043800     END-READ.
043900 2100-EXIT.
044000     EXIT.
044100*----------------------------------------------------------*
044200* 2200-EDIT-OPERATOR - EVERY TRANSACTION NEEDS AN ID, AND NO
044300*                      OPERATOR MAY MAINTAIN HIS OR HER OWN
044400*                      ID. LOOKS THE ID UP IN THE TABLE.
044500*----------------------------------------------------------*
044600 2200-EDIT-OPERATOR.
044700     MOVE "N" TO WS-EDIT-OK-SW.
044800     IF OT-OPERATOR-ID = SPACES
044900         MOVE "BAD ID" TO WS-AU-REASON
045000         GO TO 2200-EXIT
045100     END-IF.
045200     IF OT-OPERATOR-ID = OPERAUTH-ID
045300         MOVE "SELF MAINT" TO WS-AU-REASON
045400         GO TO 2200-EXIT
045500     END-IF.
045600     MOVE OT-OPERATOR-ID TO WS-SEARCH-ID.
045700     PERFORM 2300-FIND-OPERATOR THRU 2300-EXIT.
045800     SET EDIT-PASSED TO TRUE.
045900 2200-EXIT.
046000     EXIT.
046100*----------------------------------------------------------*
046200* 2300-FIND-OPERATOR - TABLE SEARCH BY WS-SEARCH-ID, LEAVING
046300*                      WS-ENTRY-SUB ON THE ENTRY WHEN FOUND
046400*----------------------------------------------------------*
046500 2300-FIND-OPERATOR.
046600     MOVE "N" TO WS-FOUND-SW.
046700     PERFORM 2350-SCAN-OPERATOR THRU 2350-EXIT
046800         VARYING WS-ENTRY-SUB FROM 1 BY 1
046900         UNTIL MASTER-FOUND
047000         OR WS-ENTRY-SUB > WS-OPER-COUNT.
047100     IF MASTER-FOUND
047200         SUBTRACT 1 FROM WS-ENTRY-SUB
047300     END-IF.
047400 2300-EXIT.
047500     EXIT.
047600*----------------------------------------------------------*
047700* 2350-SCAN-OPERATOR - ONE PROBE OF THE OPERATOR TABLE
047800*----------------------------------------------------------*
047900 2350-SCAN-OPERATOR.
048000     IF WS-OT-OPERATOR-ID (WS-ENTRY-SUB) = WS-SEARCH-ID
048100         SET MASTER-FOUND TO TRUE
048200     END-IF.
048300 2350-EXIT.
048400     EXIT.
048500*----------------------------------------------------------*
048600* 2500-APPLY-PROGRAMS - THE TRANSACTION'S PROGRAM ENTRIES
048700*                       AGAINST THE WORK ENTRY. THE FIRST ONE
048800*                       THAT FAILS REJECTS THE WHOLE
048900*                       TRANSACTION.
049000*----------------------------------------------------------*
049100 2500-APPLY-PROGRAMS.
049200     SET EDIT-PASSED TO TRUE.
049300     PERFORM 2550-APPLY-ONE-PROGRAM THRU 2550-EXIT
049400         VARYING WS-TRAN-SUB FROM 1 BY 1
049500         UNTIL NOT EDIT-PASSED
049600         OR WS-TRAN-SUB > 5.
049700 2500-EXIT.
049800     EXIT.
049900*----------------------------------------------------------*
050000* 2550-APPLY-ONE-PROGRAM - A BLANK OR + SIGN GRANTS THE
050100*                          PROGRAM, A - SIGN REMOVES IT
050200*----------------------------------------------------------*
050300 2550-APPLY-ONE-PROGRAM.
050400     IF OT-PGM-NAME (WS-TRAN-SUB) = SPACES
050500         GO TO 2550-EXIT
050600     END-IF.
050700     MOVE OT-PGM-NAME (WS-TRAN-SUB) TO WS-SEARCH-PGM.
050800     PERFORM 2600-FIND-PROGRAM THRU 2600-EXIT.
050900     EVALUATE OT-PGM-SIGN (WS-TRAN-SUB)
051000         WHEN SPACE
051100         WHEN "+"
051200             IF PROGRAM-HELD
051300                 MOVE "PGM HELD" TO WS-AU-REASON
051400                 MOVE "N" TO WS-EDIT-OK-SW
051500             ELSE
051600                 IF WS-WK-PGM-COUNT NOT < WS-PGM-MAX
051700                     MOVE "TOO MANY PGM" TO WS-AU-REASON
051800                     MOVE "N" TO WS-EDIT-OK-SW
051900                 ELSE
052000                     ADD 1 TO WS-WK-PGM-COUNT
052100                     MOVE WS-SEARCH-PGM
052200                         TO WS-WK-PROGRAM (WS-WK-PGM-COUNT)
052300                 END-IF
052400             END-IF
052500         WHEN "-"
052600             IF NOT PROGRAM-HELD
052700                 MOVE "PGM NOT HELD" TO WS-AU-REASON
052800                 MOVE "N" TO WS-EDIT-OK-SW
052900             ELSE
053000                 PERFORM 2650-SHIFT-PROGRAM THRU 2650-EXIT
053100                     VARYING WS-SHIFT-SUB FROM WS-PGM-SUB BY 1
053200                     UNTIL WS-SHIFT-SUB NOT < WS-WK-PGM-COUNT
053300                 MOVE SPACES TO WS-WK-PROGRAM (WS-WK-PGM-COUNT)
053400                 SUBTRACT 1 FROM WS-WK-PGM-COUNT
053500             END-IF
053600         WHEN OTHER
053700             MOVE "BAD SIGN" TO WS-AU-REASON
053800             MOVE "N" TO WS-EDIT-OK-SW
053900     END-EVALUATE.
054000 2550-EXIT.
054100     EXIT.
054200*----------------------------------------------------------*
054300* 2600-FIND-PROGRAM - SEARCH THE WORK ENTRY FOR WS-SEARCH-PGM,
054400*                     LEAVING WS-PGM-SUB ON IT WHEN HELD
054500*----------------------------------------------------------*
054600 2600-FIND-PROGRAM.
054700     MOVE "N" TO WS-PGM-FOUND-SW.
054800     PERFORM 2610-SCAN-PROGRAM THRU 2610-EXIT
054900         VARYING WS-PGM-SUB FROM 1 BY 1
055000         UNTIL PROGRAM-HELD
055100         OR WS-PGM-SUB > WS-WK-PGM-COUNT.
055200     IF PROGRAM-HELD
055300         SUBTRACT 1 FROM WS-PGM-SUB
055400     END-IF.
055500 2600-EXIT.
055600     EXIT.
055700*----------------------------------------------------------*
055800* 2610-SCAN-PROGRAM - ONE PROBE OF THE WORK ENTRY'S PROGRAMS
055900*----------------------------------------------------------*
056000 2610-SCAN-PROGRAM.
056100     IF WS-WK-PROGRAM (WS-PGM-SUB) = WS-SEARCH-PGM
056200         SET PROGRAM-HELD TO TRUE
056300     END-IF.
056400 2610-EXIT.
056500     EXIT.
056600*----------------------------------------------------------*
056700* 2650-SHIFT-PROGRAM - CLOSE UP THE GAP LEFT BY A REMOVED
056800*                      PROGRAM, ONE SLOT AT A TIME
056900*----------------------------------------------------------*
057000 2650-SHIFT-PROGRAM.
057100     MOVE WS-WK-PROGRAM (WS-SHIFT-SUB + 1)
057200         TO WS-WK-PROGRAM (WS-SHIFT-SUB).
057300 2650-EXIT.
057400     EXIT.
057500*----------------------------------------------------------*
057600* 3000-ADD-OPERATOR - ADD A NEW, ACTIVE ID. AN EXISTING ID, A
057700*                     BLANK NAME OR NO PROGRAMS IS A REJECT.
057800*----------------------------------------------------------*
057900 3000-ADD-OPERATOR.
058000     PERFORM 2200-EDIT-OPERATOR THRU 2200-EXIT.
058100     IF EDIT-PASSED
058200         IF MASTER-FOUND
058300             MOVE "DUPLICATE" TO WS-AU-REASON
058400             MOVE "N" TO WS-EDIT-OK-SW
058500         END-IF
058600     END-IF.
058700     IF EDIT-PASSED
058800         IF OT-NAME = SPACES
058900             MOVE "BAD NAME" TO WS-AU-REASON
059000             MOVE "N" TO WS-EDIT-OK-SW
059100         END-IF
059200     END-IF.
059300     IF EDIT-PASSED
059400         MOVE SPACES TO WS-WORK-ENTRY
059500         MOVE OT-OPERATOR-ID TO WS-WK-OPERATOR-ID
059600         MOVE OT-NAME TO WS-WK-NAME
059700         MOVE "Y" TO WS-WK-ACTIVE
059800         MOVE RUNHDR-DATE TO WS-WK-STATUS-DATE
059900         MOVE ZERO TO WS-WK-PGM-COUNT
060000         PERFORM 2500-APPLY-PROGRAMS THRU 2500-EXIT
060100     END-IF.
060200     IF EDIT-PASSED
060300         IF WS-WK-PGM-COUNT = ZERO
060400             MOVE "NO PROGRAMS" TO WS-AU-REASON
060500             MOVE "N" TO WS-EDIT-OK-SW
060600         END-IF
060700     END-IF.
060800     IF NOT EDIT-PASSED
060900         ADD 1 TO WS-ADDS-REJECTED
061000         MOVE "REJECT: " TO WS-AU-TAG
061100         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
061200         GO TO 3000-EXIT
061300     END-IF.
061400     IF WS-OPER-COUNT NOT < WS-OPER-MAX
061500         DISPLAY "OPERMNT: MORE THAN " WS-OPER-MAX
061600             " OPERATORS - OPERATOR TABLE FULL"
061700         MOVE 12 TO RETURN-CODE
061800         STOP RUN
061900     END-IF.
062000     ADD 1 TO WS-OPER-COUNT.
062100     MOVE WS-WORK-ENTRY TO WS-OPER-ENTRY (WS-OPER-COUNT).
062200     ADD 1 TO WS-ADDS-APPLIED.
062300     MOVE "AFTER:  " TO WS-AU-TAG.
062400     MOVE WS-WORK-ENTRY TO WS-IMAGE-ENTRY.
062500     PERFORM 8100-AUDIT-IMAGE THRU 8100-EXIT.
062600 3000-EXIT.
062700     EXIT.
062800*----------------------------------------------------------*
062900* 4000-CHANGE-OPERATOR - A NEW NAME (WHEN GIVEN) AND PROGRAM
063000*                        GRANTS/REMOVALS ON AN EXISTING ID,
063100*                        AUDITING THE BEFORE AND AFTER IMAGES
063200*----------------------------------------------------------*
063300 4000-CHANGE-OPERATOR.
063400     PERFORM 2200-EDIT-OPERATOR THRU 2200-EXIT.
063500     IF EDIT-PASSED
063600         IF NOT MASTER-FOUND
063700             MOVE "NOT FOUND" TO WS-AU-REASON
063800             MOVE "N" TO WS-EDIT-OK-SW
063900         END-IF
064000     END-IF.
064100     IF EDIT-PASSED
064200         MOVE WS-OPER-ENTRY (WS-ENTRY-SUB) TO WS-WORK-ENTRY
064300         IF OT-NAME NOT = SPACES
064400             MOVE OT-NAME TO WS-WK-NAME
064500         END-IF
064600         PERFORM 2500-APPLY-PROGRAMS THRU 2500-EXIT
064700     END-IF.
064800     IF EDIT-PASSED
064900         IF WS-WK-PGM-COUNT = ZERO
065000             MOVE "NO PROGRAMS" TO WS-AU-REASON
065100             MOVE "N" TO WS-EDIT-OK-SW
065200         END-IF
065300     END-IF.
065400     IF NOT EDIT-PASSED
065500         ADD 1 TO WS-CHGS-REJECTED
065600         MOVE "REJECT: " TO WS-AU-TAG
065700         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
065800         GO TO 4000-EXIT
065900     END-IF.
066000     MOVE "BEFORE: " TO WS-AU-TAG.
066100     MOVE WS-OPER-ENTRY (WS-ENTRY-SUB) TO WS-IMAGE-ENTRY.
066200     PERFORM 8100-AUDIT-IMAGE THRU 8100-EXIT.
066300     MOVE WS-WORK-ENTRY TO WS-OPER-ENTRY (WS-ENTRY-SUB).
066400     ADD 1 TO WS-CHGS-APPLIED.
066500     MOVE "AFTER:  " TO WS-AU-TAG.
066600     MOVE WS-WORK-ENTRY TO WS-IMAGE-ENTRY.
066700     PERFORM 8100-AUDIT-IMAGE THRU 8100-EXIT.
066800 4000-EXIT.
066900     EXIT.
067000*----------------------------------------------------------*
067100* 5000-REVOKE-OPERATOR - MARK AN ACTIVE ID INACTIVE. ITS
067200*                        PROGRAMS ARE KEPT SO A REINSTATE
067300*                        RESTORES THEM.
067400*----------------------------------------------------------*
067500 5000-REVOKE-OPERATOR.
067600     PERFORM 2200-EDIT-OPERATOR THRU 2200-EXIT.
067700     IF EDIT-PASSED
067800         IF NOT MASTER-FOUND
067900             MOVE "NOT FOUND" TO WS-AU-REASON
068000             MOVE "N" TO WS-EDIT-OK-SW
068100         END-IF
068200     END-IF.
068300     IF EDIT-PASSED
068400         IF WS-OT-ACTIVE (WS-ENTRY-SUB) NOT = "Y"
068500             MOVE "NOT ACTIVE" TO WS-AU-REASON
068600             MOVE "N" TO WS-EDIT-OK-SW
068700         END-IF
068800     END-IF.
068900     IF NOT EDIT-PASSED
069000         ADD 1 TO WS-REVS-REJECTED
069100         MOVE "REJECT: " TO WS-AU-TAG
069200         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
069300         GO TO 5000-EXIT
069400     END-IF.
069500     MOVE "BEFORE: " TO WS-AU-TAG.
069600     MOVE WS-OPER-ENTRY (WS-ENTRY-SUB) TO WS-IMAGE-ENTRY.
069700     PERFORM 8100-AUDIT-IMAGE THRU 8100-EXIT.
069800     MOVE "N" TO WS-OT-ACTIVE (WS-ENTRY-SUB).
069900     MOVE RUNHDR-DATE TO WS-OT-STATUS-DATE (WS-ENTRY-SUB).
070000     ADD 1 TO WS-REVS-APPLIED.
070100     MOVE "AFTER:  " TO WS-AU-TAG.
070200     MOVE WS-OPER-ENTRY (WS-ENTRY-SUB) TO WS-IMAGE-ENTRY.
070300     PERFORM 8100-AUDIT-IMAGE THRU 8100-EXIT.
070400 5000-EXIT.
070500     EXIT.
070600*----------------------------------------------------------*
070700* 6000-REINSTATE-OPERATOR - MARK AN INACTIVE ID ACTIVE AGAIN
070800*                           WITH THE PROGRAMS IT HELD
070900*----------------------------------------------------------*
071000 6000-REINSTATE-OPERATOR.
071100     PERFORM 2200-EDIT-OPERATOR THRU 2200-EXIT.
071200     IF EDIT-PASSED
071300         IF NOT MASTER-FOUND
071400             MOVE "NOT FOUND" TO WS-AU-REASON
071500             MOVE "N" TO WS-EDIT-OK-SW
071600         END-IF
071700     END-IF.
071800     IF EDIT-PASSED
071900         IF WS-OT-ACTIVE (WS-ENTRY-SUB) = "Y"
072000             MOVE "IS ACTIVE" TO WS-AU-REASON
072100             MOVE "N" TO WS-EDIT-OK-SW
072200         END-IF
072300     END-IF.
072400     IF NOT EDIT-PASSED
072500         ADD 1 TO WS-RINS-REJECTED
072600         MOVE "REJECT: " TO WS-AU-TAG
072700         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
072800         GO TO 6000-EXIT
072900     END-IF.
073000     MOVE "BEFORE: " TO WS-AU-TAG.
073100     MOVE WS-OPER-ENTRY (WS-ENTRY-SUB) TO WS-IMAGE-ENTRY.
073200     PERFORM 8100-AUDIT-IMAGE THRU 8100-EXIT.
073300     MOVE "Y" TO WS-OT-ACTIVE (WS-ENTRY-SUB).
073400     MOVE RUNHDR-DATE TO WS-OT-STATUS-DATE (WS-ENTRY-SUB).
073500     ADD 1 TO WS-RINS-APPLIED.
073600     MOVE "AFTER:  " TO WS-AU-TAG.
073700     MOVE WS-OPER-ENTRY (WS-ENTRY-SUB) TO WS-IMAGE-ENTRY.
073800     PERFORM 8100-AUDIT-IMAGE THRU 8100-EXIT.
073900 6000-EXIT.
074000     EXIT.
074100*----------------------------------------------------------*
074200* 7000-WRITE-OPERAUTH - THE UPDATED TABLE TO OPERAUTO, FIVE
074300*                       PROGRAMS TO A RECORD
074400*----------------------------------------------------------*
074500 7000-WRITE-OPERAUTH.
074600     OPEN OUTPUT OPER-AUTH-NEW.
074700     PERFORM 7100-WRITE-OPERATOR THRU 7100-EXIT
074800         VARYING WS-OPER-SUB FROM 1 BY 1
074900         UNTIL WS-OPER-SUB > WS-OPER-COUNT.
075000     CLOSE OPER-AUTH-NEW.
075100 7000-EXIT.
075200     EXIT.
075300*----------------------------------------------------------*
075400* 7100-WRITE-OPERATOR - ONE OPERATOR'S RECORDS; AN ID WITH NO
075500*                       PROGRAMS STILL GETS ONE RECORD
075600*----------------------------------------------------------*
075700 7100-WRITE-OPERATOR.
075800     PERFORM 7200-START-RECORD THRU 7200-EXIT.
075900     PERFORM 7150-PLACE-PROGRAM THRU 7150-EXIT
076000         VARYING WS-PGM-SUB FROM 1 BY 1
076100         UNTIL WS-PGM-SUB > WS-OT-PGM-COUNT (WS-OPER-SUB).
076200     IF WS-OUT-SUB > ZERO
076300         OR WS-OT-PGM-COUNT (WS-OPER-SUB) = ZERO
076400         PERFORM 7300-WRITE-RECORD THRU 7300-EXIT
076500     END-IF.
076600 7100-EXIT.
076700     EXIT.
076800*----------------------------------------------------------*
076900* 7150-PLACE-PROGRAM - ONE PROGRAM INTO THE OUTPUT RECORD,
077000*                      WRITING IT WHEN ITS FIVE SLOTS FILL
077100*----------------------------------------------------------*
077200 7150-PLACE-PROGRAM.
077300     ADD 1 TO WS-OUT-SUB.
077400     MOVE WS-OT-PROGRAM (WS-OPER-SUB WS-PGM-SUB)
077500         TO OAO-PROGRAM (WS-OUT-SUB).
077600     IF WS-OUT-SUB = 5
077700         PERFORM 7300-WRITE-RECORD THRU 7300-EXIT
077800         PERFORM 7200-START-RECORD THRU 7200-EXIT
077900     END-IF.
078000 7150-EXIT.
078100     EXIT.
078200*----------------------------------------------------------*
078300* 7200-START-RECORD - A FRESH OUTPUT RECORD FOR THE OPERATOR
078400*----------------------------------------------------------*
078500 7200-START-RECORD.
078600     MOVE SPACES TO OAO-RECORD.
078700     MOVE WS-OT-OPERATOR-ID (WS-OPER-SUB) TO OAO-OPERATOR-ID.
078800     MOVE WS-OT-NAME (WS-OPER-SUB) TO OAO-NAME.
078900     MOVE WS-OT-ACTIVE (WS-OPER-SUB) TO OAO-ACTIVE.
079000     MOVE WS-OT-STATUS-DATE (WS-OPER-SUB) TO OAO-STATUS-DATE.
079100     MOVE ZERO TO WS-OUT-SUB.
079200 7200-EXIT.
079300     EXIT.
079400*----------------------------------------------------------*
079500* 7300-WRITE-RECORD - WRITE ONE OPERAUTO RECORD
079600*----------------------------------------------------------*
079700 7300-WRITE-RECORD.
079800     WRITE OAO-RECORD.
079900     ADD 1 TO WS-AUTH-WRITTEN.
080000 7300-EXIT.
080100     EXIT.
080200*----------------------------------------------------------*
080300* 8000-WRITE-AUDIT - WRITE ONE REJECT LINE FROM THE CURRENT
080400*                    TRANSACTION AND THE REASON THE CALLER
080500*                    HAS ALREADY SET, WITH ITS PROGRAM ENTRIES
080600*----------------------------------------------------------*
080700 8000-WRITE-AUDIT.
080800     MOVE OT-ACTION TO WS-AU-ACTION.
080900     MOVE OT-OPERATOR-ID TO WS-AU-OPERATOR-ID.
081000     MOVE OT-NAME TO WS-AU-NAME.
081100     MOVE SPACE TO WS-AU-ACTIVE.
081200     MOVE ZERO TO WS-AU-STATUS-DATE.
081300     MOVE OPERAUTH-ID TO WS-AU-BY-ID.
081400     MOVE WS-AUDIT-LINE TO AU-RECORD.
081500     WRITE AU-RECORD.
081600     PERFORM 8200-START-PGM-LINE THRU 8200-EXIT.
081700     PERFORM 8050-AUDIT-TRAN-PGM THRU 8050-EXIT
081800         VARYING WS-TRAN-SUB FROM 1 BY 1
081900         UNTIL WS-TRAN-SUB > 5.
082000     PERFORM 8300-FLUSH-PGM-LINE THRU 8300-EXIT.
082100 8000-EXIT.
082200     EXIT.
082300*----------------------------------------------------------*
082400* 8050-AUDIT-TRAN-PGM - ONE SIGNED TRANSACTION PROGRAM ENTRY
082500*----------------------------------------------------------*
082600 8050-AUDIT-TRAN-PGM.
082700     IF OT-PGM-NAME (WS-TRAN-SUB) = SPACES
082800         GO TO 8050-EXIT
082900     END-IF.
083000     ADD 1 TO WS-AP-COL.
083100     MOVE OT-PGM-SIGN (WS-TRAN-SUB) TO WS-AP-SIGN (WS-AP-COL).
083200     MOVE OT-PGM-NAME (WS-TRAN-SUB) TO WS-AP-NAME (WS-AP-COL).
083300 8050-EXIT.
083400     EXIT.
083500*----------------------------------------------------------*
083600* 8100-AUDIT-IMAGE - WRITE THE IMAGE IN WS-IMAGE-ENTRY UNDER
083700*                    THE TAG THE CALLER HAS SET, WITH ALL OF
083800*                    ITS PROGRAMS
083900*----------------------------------------------------------*
084000 8100-AUDIT-IMAGE.
084100     MOVE OT-ACTION TO WS-AU-ACTION.
084200     MOVE WS-IM-OPERATOR-ID TO WS-AU-OPERATOR-ID.
084300     MOVE WS-IM-NAME TO WS-AU-NAME.
084400     MOVE WS-IM-ACTIVE TO WS-AU-ACTIVE.
084500     MOVE WS-IM-STATUS-DATE TO WS-AU-STATUS-DATE.
084600     MOVE SPACES TO WS-AU-REASON.
084700     MOVE OPERAUTH-ID TO WS-AU-BY-ID.
084800     MOVE WS-AUDIT-LINE TO AU-RECORD.
084900     WRITE AU-RECORD.
085000     PERFORM 8200-START-PGM-LINE THRU 8200-EXIT.
085100     PERFORM 8150-AUDIT-IMAGE-PGM THRU 8150-EXIT
085200         VARYING WS-PGM-SUB FROM 1 BY 1
085300         UNTIL WS-PGM-SUB > WS-IM-PGM-COUNT.
085400     PERFORM 8300-FLUSH-PGM-LINE THRU 8300-EXIT.
085500 8100-EXIT.
085600     EXIT.
085700*----------------------------------------------------------*
085800* 8150-AUDIT-IMAGE-PGM - ONE PROGRAM OF THE AUDITED IMAGE,
085900*                        SEVEN TO A LINE
086000*----------------------------------------------------------*
086100 8150-AUDIT-IMAGE-PGM.
086200     ADD 1 TO WS-AP-COL.
086300     MOVE WS-IM-PROGRAM (WS-PGM-SUB) TO WS-AP-NAME (WS-AP-COL).
086400     IF WS-AP-COL = 7
086500         PERFORM 8300-FLUSH-PGM-LINE THRU 8300-EXIT
086600     END-IF.
086700 8150-EXIT.
086800     EXIT.
086900*----------------------------------------------------------*
087000* 8200-START-PGM-LINE - A FRESH AUDIT PROGRAM LINE
087100*----------------------------------------------------------*
087200 8200-START-PGM-LINE.
087300     MOVE SPACES TO WS-AUDIT-PGM-LINE.
087400     MOVE "  PROGRAMS" TO WS-AP-PREFIX.
087500     MOVE ZERO TO WS-AP-COL.
087600 8200-EXIT.
087700     EXIT.
087800*----------------------------------------------------------*
087900* 8300-FLUSH-PGM-LINE - WRITE THE AUDIT PROGRAM LINE IF IT
088000*                       HOLDS ANYTHING AND START ANOTHER
088100*----------------------------------------------------------*
088200 8300-FLUSH-PGM-LINE.
088300     IF WS-AP-COL > ZERO
088400         MOVE WS-AUDIT-PGM-LINE TO AU-RECORD
088500         WRITE AU-RECORD
088600     END-IF.
088700     PERFORM 8200-START-PGM-LINE THRU 8200-EXIT.
088800 8300-EXIT.
088900     EXIT.
089000*----------------------------------------------------------*
089100* 9000-TERMINATE - PRINT THE APPLIED/REJECTED SUMMARY, CLOSE
089200*                  THE AUDIT TRAIL AND WRITE THE RUN LOG
089300*----------------------------------------------------------*
089400 9000-TERMINATE.
089500     MOVE "ADDS      " TO WS-SM-ACTION.
089600     MOVE WS-ADDS-APPLIED TO WS-SM-APPLIED.
089700     MOVE WS-ADDS-REJECTED TO WS-SM-REJECTED.
089800     MOVE WS-SUMMARY-LINE TO MR-RECORD.
089900     WRITE MR-RECORD.
090000     MOVE "CHANGES   " TO WS-SM-ACTION.
090100     MOVE WS-CHGS-APPLIED TO WS-SM-APPLIED.
090200     MOVE WS-CHGS-REJECTED TO WS-SM-REJECTED.
090300     MOVE WS-SUMMARY-LINE TO MR-RECORD.
090400     WRITE MR-RECORD.
090500     MOVE "REVOKES   " TO WS-SM-ACTION.
090600     MOVE WS-REVS-APPLIED TO WS-SM-APPLIED.
090700     MOVE WS-REVS-REJECTED TO WS-SM-REJECTED.
090800     MOVE WS-SUMMARY-LINE TO MR-RECORD.
090900     WRITE MR-RECORD.
091000     MOVE "REINSTATES" TO WS-SM-ACTION.
091100     MOVE WS-RINS-APPLIED TO WS-SM-APPLIED.
091200     MOVE WS-RINS-REJECTED TO WS-SM-REJECTED.
091300     MOVE WS-SUMMARY-LINE TO MR-RECORD.
091400     WRITE MR-RECORD.
091500     MOVE WS-BAD-ACTIONS TO WS-BA-COUNT.
091600     MOVE WS-BAD-ACTION-LINE TO MR-RECORD.
091700     WRITE MR-RECORD.
091800     MOVE WS-AUTH-READ TO WS-FL-READ.
091900     MOVE WS-AUTH-WRITTEN TO WS-FL-WRITTEN.
092000     MOVE WS-OPER-COUNT TO WS-FL-OPERATORS.
092100     MOVE WS-FILE-LINE TO MR-RECORD.
092200     WRITE MR-RECORD.
092300     CLOSE OPER-TRANS.
092400     MOVE WS-ADDS-APPLIED TO WS-AC-ADDS.
092500     MOVE WS-CHGS-APPLIED TO WS-AC-CHGS.
092600     MOVE WS-REVS-APPLIED TO WS-AC-REVS.
092700     MOVE WS-RINS-APPLIED TO WS-AC-RINS.
092800     MOVE RUNHDR-DATE TO WS-AC-DATE.
092900     ACCEPT WS-TIME-WORK FROM TIME.
093000     MOVE WS-TIME-WORK (1:6) TO WS-AC-TIME.
093100     MOVE WS-AUDIT-CONTROL TO AU-RECORD.
093200     WRITE AU-RECORD.
093300     CLOSE AUDIT-TRAIL.
093400     CLOSE MAINT-RPT.
093500     MOVE "OPERMNT" TO RUNLOG-PROGRAM-ID.
093600     MOVE WS-TRANS-READ TO RUNLOG-READ-COUNT.
093700     MOVE WS-AUTH-WRITTEN TO RUNLOG-WRITE-COUNT.
093800     COMPUTE RUNLOG-EXCEPT-COUNT = WS-ADDS-REJECTED
093900         + WS-CHGS-REJECTED + WS-REVS-REJECTED
094000         + WS-RINS-REJECTED + WS-BAD-ACTIONS.
094100     MOVE "OK" TO RUNLOG-STATUS.
094200     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
094300 9000-EXIT.
094400     EXIT.
094500*----------------------------------------------------------*
094600     COPY RUNHDRP.
094700     COPY RUNLOGP.
094800     COPY OPERAUTP.
