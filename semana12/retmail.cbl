000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     RETMAIL.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - RETURNED-MAIL INTAKE.
001200*                   EACH RETMAIL CARD NAMES AN ACCOUNT WHOSE
001300*                   STATEMENT OR INVOICE CAME BACK FROM THE POST
001400*                   OFFICE UNDELIVERABLE. THE ACCOUNT MUST BE ON
001500*                   CUSTMSTR AND NOT CLOSED; ONE ALREADY MARKED
001600*                   RETURNED, OR ALREADY TAKEN EARLIER IN THE
001700*                   RUN, IS SKIPPED. EACH ACCEPTED CARD BECOMES
001800*                   A CUSTTRAN R TRANSACTION CARRYING THE
001900*                   VALIDATED OPERATOR, THE BUSINESS DATE AND
002000*                   BATCH ID RM PLUS THE DAY OF THE MONTH, SO
002100*                   THE FOLLOWING CUSTMNT STEP MARKS THE ADDRESS
002200*                   UNDELIVERABLE ONCE A SECOND OPERATOR HAS
002300*                   APPROVED THE BATCH ON CUSTAPPR. CUSTSTMT AND
002400*                   INVGEN THEN HOLD THE ACCOUNT'S PAPER
002500*                   DOCUMENTS OFF THE MAIL STREAM UNTIL AN
002600*                   ADDRESS CHANGE THROUGH CUSTMNT RELEASES IT.
002700*                   RC 4 WHEN ANY CARD WAS REJECTED.
002725* 2026-10-15   RT   BATCH ID IS NOW RM PLUS YYMMDD OF THE
002750*                   BUSINESS DATE (CUSTTRAN NOW 164 BYTES), SO AN
002775*                   APPROVAL NEVER CARRIES OVER TO A LATER MONTH.
002800*----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RETURNS-IN  ASSIGN TO "RETMAIL"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT CUST-MASTER ASSIGN TO "CUSTMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS CM-ACCOUNT-ID.
004100     SELECT CUST-TRANS  ASSIGN TO "CUSTTRAN"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT RETURN-RPT  ASSIGN TO "RETMRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL.
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
005800*
005900* ONE RETURNED PIECE AS LOGGED BY THE MAIL ROOM. THE DOCUMENT
006000* TYPE IS STMT OR INV; THE REASON IS THE POST OFFICE ENDORSEMENT
006100* (NK NOT KNOWN, MV MOVED, IA INSUFFICIENT ADDRESS, ...)
006200*
006300 FD  RETURNS-IN
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  RM-RECORD.
006700     05  RM-ACCOUNT-ID       PIC X(10).
006800     05  RM-RETURN-DATE      PIC 9(08).
006900     05  RM-DOC-TYPE         PIC X(04).
007000     05  RM-REASON           PIC X(02).
007100     05  FILLER              PIC X(56).
007200*
007300 FD  CUST-MASTER
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 160 CHARACTERS.
007600 01  CM-RECORD.
007700     05  CM-ACCOUNT-ID       PIC X(10).
007800     05  CM-NAME             PIC X(30).
007900     05  CM-ADDR-LINE-1      PIC X(30).
008000     05  CM-ADDR-LINE-2      PIC X(30).
008100     05  CM-ADDR-LINE-3      PIC X(30).
008200     05  CM-STATUS           PIC X(01).
008300         88  CM-OPEN                 VALUE "O".
008400         88  CM-CLOSED               VALUE "C".
008500         88  CM-SUSPENDED            VALUE "S".
008600     05  CM-OPEN-DATE        PIC 9(08).
008700     05  CM-DELIVERY-PREF    PIC X(01).
008800     05  CM-ELEC-ADDR        PIC X(19).
008900     05  CM-MAIL-STATUS      PIC X(01).
009000         88  CM-MAIL-OK              VALUE " ".
009100         88  CM-MAIL-RETURNED        VALUE "R".
009200*
009300 FD  CUST-TRANS
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 164 CHARACTERS.
009600 01  MT-RECORD.
009700     05  MT-ACTION           PIC X(01).
009800     05  MT-ACCOUNT-ID       PIC X(10).
009900     05  MT-NAME             PIC X(30).
010000     05  MT-ADDR-LINE-1      PIC X(30).
010100     05  MT-ADDR-LINE-2      PIC X(30).
010200     05  MT-ADDR-LINE-3      PIC X(30).
010300     05  MT-STATUS           PIC X(01).
010400     05  MT-OPEN-DATE        PIC 9(08).
010500     05  MT-ENTERED-BY       PIC X(08).
010600     05  MT-ENTERED-DATE     PIC 9(08).
010700     05  MT-BATCH-ID         PIC X(08).
010800*
010900 FD  RETURN-RPT
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  RR-RECORD               PIC X(80).
011300*
011400 FD  RUN-LOG
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  RL-RECORD               PIC X(80).
011800*
011900 FD  BUS-DATE-PARM
012000     LABEL RECORDS ARE STANDARD
012100     RECORD CONTAINS 80 CHARACTERS.
012200 01  BD-RECORD.
012300     05  BD-BUSINESS-DATE    PIC 9(08).
012400     05  FILLER              PIC X(72).
012500*
012600 FD  OPER-CARD
012700     LABEL RECORDS ARE STANDARD
012800     RECORD CONTAINS 80 CHARACTERS.
012900 01  OC-RECORD.
013000     05  OC-OPERATOR-ID      PIC X(08).
013100     05  FILLER              PIC X(72).
013200*
013300 FD  OPER-AUTH
013400     LABEL RECORDS ARE STANDARD
013500     RECORD CONTAINS 80 CHARACTERS.
013600 01  OA-RECORD.
013700     05  OA-OPERATOR-ID      PIC X(08).
013800     05  OA-NAME             PIC X(20).
013900     05  OA-ACTIVE           PIC X(01).
014000     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
014100     05  FILLER              PIC X(11).
014200*
014300 FD  OPER-LOG
014400     LABEL RECORDS ARE STANDARD
014500     RECORD CONTAINS 80 CHARACTERS.
014600 01  OL-RECORD               PIC X(80).
014700*----------------------------------------------------------*
014800 WORKING-STORAGE SECTION.
014900     COPY RUNHDR.
015000     COPY RUNLOG.
015100     COPY OPERAUTH.
015200     COPY PRTSRV.
015300 01  WS-PRINT-LINE           PIC X(80).
015400 01  WS-HDG-SUB              PIC 9(01) COMP.
015500*
015600 01  WS-SWITCHES.
015700     05  WS-EOF-SW           PIC X(01) VALUE "N".
015800         88  EOF-RETURNS             VALUE "Y".
015900     05  WS-FOUND-SW         PIC X(01) VALUE "N".
016000         88  MASTER-FOUND            VALUE "Y".
016100     05  WS-TAKEN-SW         PIC X(01) VALUE "N".
016200         88  ALREADY-TAKEN           VALUE "Y".
016300*
016400 01  WS-COUNTERS.
016500     05  WS-CARDS-READ       PIC 9(05) COMP VALUE ZERO.
016600     05  WS-CARDS-ACCEPTED   PIC 9(05) COMP VALUE ZERO.
016700     05  WS-CARDS-SKIPPED    PIC 9(05) COMP VALUE ZERO.
016800     05  WS-CARDS-REJECTED   PIC 9(05) COMP VALUE ZERO.
016900*
017000* THE ACCOUNTS ALREADY TURNED INTO A CUSTTRAN THIS RUN, SO A
017100* SECOND PIECE BACK FOR THE SAME ACCOUNT IS NOT SENT TWICE
017200*
017300 01  WS-TAKEN-MAX            PIC 9(04) COMP VALUE 1000.
017400 01  WS-TAKEN-COUNT          PIC 9(04) COMP VALUE ZERO.
017500 01  WS-TAKEN-TABLE.
017600     05  WS-TK-ACCOUNT-ID    PIC X(10) OCCURS 1000 TIMES.
017700 01  WS-TAKEN-SUB            PIC 9(04) COMP VALUE ZERO.
017800*
017900 01  WS-RESULT               PIC X(24) VALUE SPACES.
018000*
018100 01  WS-PAGE-HEADER-1.
018200     05  FILLER              PIC X(40) VALUE
018300         "RETURNED MAIL INTAKE".
018400     05  FILLER              PIC X(40) VALUE SPACES.
018500*
018600 01  WS-PAGE-HEADER-2.
018700     05  FILLER              PIC X(11) VALUE "ACCOUNT".
018800     05  FILLER              PIC X(11) VALUE "RETURNED".
018900     05  FILLER              PIC X(05) VALUE "DOC".
019000     05  FILLER              PIC X(07) VALUE "REASON".
019100     05  FILLER              PIC X(46) VALUE "RESULT".
019200*
019300 01  WS-DETAIL-LINE.
019400     05  WS-DL-ACCOUNT-ID    PIC X(10).
019500     05  FILLER              PIC X(01) VALUE SPACE.
019600     05  WS-DL-RETURN-DATE   PIC X(08).
019700     05  FILLER              PIC X(03) VALUE SPACES.
019800     05  WS-DL-DOC-TYPE      PIC X(04).
019900     05  FILLER              PIC X(01) VALUE SPACE.
020000     05  WS-DL-REASON        PIC X(02).
020100     05  FILLER              PIC X(05) VALUE SPACES.
020200     05  WS-DL-RESULT        PIC X(24).
020300     05  FILLER              PIC X(22) VALUE SPACES.
020400*
020500 01  WS-SUMMARY-LINE.
020600     05  FILLER              PIC X(07) VALUE "CARDS:".
020700     05  WS-SM-CARDS         PIC ZZZZ9.
020800     05  FILLER              PIC X(10) VALUE " ACCEPTED:".
020900     05  WS-SM-ACCEPTED      PIC ZZZZ9.
021000     05  FILLER              PIC X(09) VALUE " SKIPPED:".
021100     05  WS-SM-SKIPPED       PIC ZZZZ9.
021200     05  FILLER              PIC X(10) VALUE " REJECTED:".
021300     05  WS-SM-REJECTED      PIC ZZZZ9.
021400     05  FILLER              PIC X(24) VALUE SPACES.
021500*----------------------------------------------------------*
021600 PROCEDURE DIVISION.
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021900     PERFORM 2000-PROCESS-RETURN THRU 2000-EXIT
022000         UNTIL EOF-RETURNS.
022100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022200     GOBACK.
022300*----------------------------------------------------------*
022400* 1000-INITIALIZE - FILES AND RUN HEADERS
022500*----------------------------------------------------------*
022600 1000-INITIALIZE.
022700     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
022800     MOVE "RETMAIL" TO OPERAUTH-CALLER.
022900     PERFORM OPERAUTH-VALIDATE
023000         THRU OPERAUTH-VALIDATE-EXIT.
023100     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
023200     OPEN OUTPUT RETURN-RPT.
023300     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
023400     OPEN INPUT RETURNS-IN.
023500     OPEN INPUT CUST-MASTER.
023600     OPEN OUTPUT CUST-TRANS.
023700 1000-EXIT.
023800     EXIT.
023900*----------------------------------------------------------*
024000* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
024100*----------------------------------------------------------*
024200 1050-PRINT-RUN-HEADER.
024300     MOVE "RETMAIL" TO RUNHDR-JOB-NAME.
024400     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
024500     MOVE "I" TO PRTSRV-FUNCTION.
024600     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
024700     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
024800     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
024900     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
025000     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
025100     CALL "PRTSRV" USING PRTSRV-CONTROL.
025200 1050-EXIT.
025300     EXIT.
025400*----------------------------------------------------------*
025500* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
025600*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
025700*                      RULES WHEN THE CARD IS ABSENT)
025800*----------------------------------------------------------*
025900 1090-READ-BUS-DATE.
026000     OPEN INPUT BUS-DATE-PARM.
026100     READ BUS-DATE-PARM
026200         AT END
026300             CONTINUE
026400         NOT AT END
026500             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
026600     END-READ.
026700     CLOSE BUS-DATE-PARM.
026800 1090-EXIT.
026900     EXIT.
027000*----------------------------------------------------------*
027100* 2000-PROCESS-RETURN - VALIDATE ONE RETMAIL CARD AGAINST THE
027200*                       MASTER AND WRITE ITS CUSTTRAN
027300*----------------------------------------------------------*
027400 2000-PROCESS-RETURN.
027500     READ RETURNS-IN
027600         AT END
027700             SET EOF-RETURNS TO TRUE
027800             GO TO 2000-EXIT
027900     END-READ.
028000     ADD 1 TO WS-CARDS-READ.
028100     MOVE SPACES TO WS-RESULT.
028200     IF RM-ACCOUNT-ID = SPACES
028300         MOVE "ACCOUNT ID MISSING" TO WS-RESULT
028400         GO TO 2090-REJECT
028500     END-IF.
028600     PERFORM 2800-READ-MASTER THRU 2800-EXIT.
028700     IF NOT MASTER-FOUND
028800         MOVE "NOT ON MASTER" TO WS-RESULT
028900         GO TO 2090-REJECT
029000     END-IF.
029100     IF CM-CLOSED
029200         MOVE "ACCOUNT CLOSED" TO WS-RESULT
029300         GO TO 2090-REJECT
029400     END-IF.
029500     IF CM-MAIL-RETURNED
029600         MOVE "SKIPPED - ALREADY HELD" TO WS-RESULT
029700         GO TO 2080-SKIP
029800     END-IF.
029900     PERFORM 2900-FIND-TAKEN THRU 2900-EXIT.
030000     IF ALREADY-TAKEN
030100         MOVE "SKIPPED - ALREADY IN RUN" TO WS-RESULT
030200         GO TO 2080-SKIP
030300     END-IF.
030400     IF WS-TAKEN-COUNT NOT < WS-TAKEN-MAX
030500         DISPLAY "RETMAIL: RETMAIL HOLDS MORE THAN "
030600             WS-TAKEN-MAX " ACCOUNTS - TABLE FULL"
030700         MOVE 12 TO RETURN-CODE
030800         STOP RUN
030900     END-IF.
031000     ADD 1 TO WS-TAKEN-COUNT.
031100     MOVE RM-ACCOUNT-ID TO WS-TK-ACCOUNT-ID (WS-TAKEN-COUNT).
031200     PERFORM 2500-WRITE-TRANSACTION THRU 2500-EXIT.
031300     ADD 1 TO WS-CARDS-ACCEPTED.
031400     MOVE "MARKED FOR HOLD" TO WS-RESULT.
031500     PERFORM 2700-REPORT-CARD THRU 2700-EXIT.
031600     GO TO 2000-EXIT.
031700 2080-SKIP.
031800     ADD 1 TO WS-CARDS-SKIPPED.
031900     PERFORM 2700-REPORT-CARD THRU 2700-EXIT.
032000     GO TO 2000-EXIT.
032100 2090-REJECT.
032200     ADD 1 TO WS-CARDS-REJECTED.
032300     PERFORM 2700-REPORT-CARD THRU 2700-EXIT.
032400 2000-EXIT.
032500     EXIT.
032600*----------------------------------------------------------*
032700* 2500-WRITE-TRANSACTION - THE CUSTTRAN R RECORD, CARRYING THE
032800*                          MASTER'S OWN NAME, ADDRESS AND
032900*                          STATUS SO THE APPROVER SEES WHICH
033000*                          ADDRESS IS BEING HELD
033100*----------------------------------------------------------*
033200 2500-WRITE-TRANSACTION.
033300     MOVE SPACES TO MT-RECORD.
033400     MOVE "R" TO MT-ACTION.
033500     MOVE CM-ACCOUNT-ID TO MT-ACCOUNT-ID.
033600     MOVE CM-NAME TO MT-NAME.
033700     MOVE CM-ADDR-LINE-1 TO MT-ADDR-LINE-1.
033800     MOVE CM-ADDR-LINE-2 TO MT-ADDR-LINE-2.
033900     MOVE CM-ADDR-LINE-3 TO MT-ADDR-LINE-3.
034000     MOVE CM-STATUS TO MT-STATUS.
034100     MOVE CM-OPEN-DATE TO MT-OPEN-DATE.
034200     MOVE OPERAUTH-ID TO MT-ENTERED-BY.
034300     MOVE RUNHDR-DATE TO MT-ENTERED-DATE.
034400     MOVE "RM" TO MT-BATCH-ID (1:2).
034500     MOVE RUNHDR-DATE (3:6) TO MT-BATCH-ID (3:6).
034600     WRITE MT-RECORD.
034700 2500-EXIT.
034800     EXIT.
034900*----------------------------------------------------------*
035000* 2700-REPORT-CARD - ONE RETMRPT LINE WITH THE CARD'S RESULT
035100*----------------------------------------------------------*
035200 2700-REPORT-CARD.
035300     MOVE SPACES TO WS-PRINT-LINE.
035400     MOVE RM-ACCOUNT-ID TO WS-DL-ACCOUNT-ID.
035500     MOVE RM-RETURN-DATE TO WS-DL-RETURN-DATE.
035600     MOVE RM-DOC-TYPE TO WS-DL-DOC-TYPE.
035700     MOVE RM-REASON TO WS-DL-REASON.
035800     MOVE WS-RESULT TO WS-DL-RESULT.
035900     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
036000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
036100 2700-EXIT.
036200     EXIT.
036300*----------------------------------------------------------*
036400* 2800-READ-MASTER - RANDOM READ OF THE CARD'S ACCOUNT
036500*----------------------------------------------------------*
036600 2800-READ-MASTER.
036700     MOVE "N" TO WS-FOUND-SW.
036800     MOVE RM-ACCOUNT-ID TO CM-ACCOUNT-ID.
036900     READ CUST-MASTER
037000         INVALID KEY
037100             CONTINUE
037200         NOT INVALID KEY
037300             SET MASTER-FOUND TO TRUE
037400     END-READ.
037500 2800-EXIT.
037600     EXIT.
037700*----------------------------------------------------------*
037800* 2900-FIND-TAKEN - IS THE CARD'S ACCOUNT ALREADY IN THE TABLE
037900*----------------------------------------------------------*
038000 2900-FIND-TAKEN.
038100     MOVE "N" TO WS-TAKEN-SW.
038200     PERFORM 2910-MATCH-TAKEN THRU 2910-EXIT
038300         VARYING WS-TAKEN-SUB FROM 1 BY 1
038400         UNTIL WS-TAKEN-SUB > WS-TAKEN-COUNT
038500             OR ALREADY-TAKEN.
038600 2900-EXIT.
038700     EXIT.
038800*----------------------------------------------------------*
038900* 2910-MATCH-TAKEN - COMPARE ONE TABLE ENTRY
039000*----------------------------------------------------------*
039100 2910-MATCH-TAKEN.
039200     IF WS-TK-ACCOUNT-ID (WS-TAKEN-SUB) = RM-ACCOUNT-ID
039300         SET ALREADY-TAKEN TO TRUE
039400     END-IF.
039500 2910-EXIT.
039600     EXIT.
039700*----------------------------------------------------------*
039800* 9000-TERMINATE - SUMMARY COUNTS, RETURN CODE, CLOSES AND
039900*                  THE RUN LOG
040000*----------------------------------------------------------*
040100 9000-TERMINATE.
040200     MOVE SPACES TO WS-PRINT-LINE.
040300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
040400     MOVE WS-CARDS-READ TO WS-SM-CARDS.
040500     MOVE WS-CARDS-ACCEPTED TO WS-SM-ACCEPTED.
040600     MOVE WS-CARDS-SKIPPED TO WS-SM-SKIPPED.
040700     MOVE WS-CARDS-REJECTED TO WS-SM-REJECTED.
040800     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
040900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
041000     PERFORM 8900-END-REPORT THRU 8900-EXIT.
041100     IF WS-CARDS-REJECTED > ZERO
041200         MOVE 4 TO RETURN-CODE
041300     END-IF.
041400     CLOSE RETURNS-IN.
041500     CLOSE CUST-MASTER.
041600     CLOSE CUST-TRANS.
041700     CLOSE RETURN-RPT.
041800     MOVE "RETMAIL" TO RUNLOG-PROGRAM-ID.
041900     MOVE WS-CARDS-READ TO RUNLOG-READ-COUNT.
042000     MOVE WS-CARDS-ACCEPTED TO RUNLOG-WRITE-COUNT.
042100     MOVE WS-CARDS-REJECTED TO RUNLOG-EXCEPT-COUNT.
042200     MOVE "OK" TO RUNLOG-STATUS.
042300     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
042400 9000-EXIT.
042500     EXIT.
042600*----------------------------------------------------------*
042700* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
042800*                          SHARED PRINT SERVICE, WRITING THE
042900*                          PAGE HEADINGS FIRST ON A PAGE BREAK
043000*----------------------------------------------------------*
043100 8800-WRITE-REPORT-LINE.
043200     MOVE "W" TO PRTSRV-FUNCTION.
043300     CALL "PRTSRV" USING PRTSRV-CONTROL.
043400     IF PRTSRV-NEW-PAGE
043500         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
043600             VARYING WS-HDG-SUB FROM 1 BY 1
043700             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
043800     END-IF.
043900     MOVE WS-PRINT-LINE TO RR-RECORD.
044000     WRITE RR-RECORD.
044100 8800-EXIT.
044200     EXIT.
044300*----------------------------------------------------------*
044400* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
044500*----------------------------------------------------------*
044600 8850-WRITE-HEADING.
044700     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO RR-RECORD.
044800     WRITE RR-RECORD.
044900 8850-EXIT.
045000     EXIT.
045100*----------------------------------------------------------*
045200* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
045300*                   LINE-AND-PAGE-COUNT LINE
045400*----------------------------------------------------------*
045500 8900-END-REPORT.
045600     MOVE "E" TO PRTSRV-FUNCTION.
045700     CALL "PRTSRV" USING PRTSRV-CONTROL.
045800     MOVE PRTSRV-FINAL-LINE TO RR-RECORD.
045900     WRITE RR-RECORD.
046000 8900-EXIT.
046100     EXIT.
046200*----------------------------------------------------------*
046300     COPY RUNHDRP.
046400     COPY RUNLOGP.
046500     COPY OPERAUTP.
