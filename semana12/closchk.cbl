000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     CLOSCHK.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - LAST STEP OF THE ACCOUNT
001200*                   CLOSURE RUN. PRINTS A CHECKLIST PER CLOSING
001300*                   ACCOUNT ON CLOSLIST FROM THE CLOSSTEP
001400*                   OUTCOMES WRITTEN BY THE EARLIER STEPS - FINAL
001500*                   STATEMENT (CUSTSTMT), FINAL INVOICE (INVGEN)
001600*                   AND PLAN ENROLLMENT (CLOSACCT) - AND, ONCE
001700*                   ALL THREE HAVE REPORTED, ADDS THE ACCOUNT TO
001800*                   THE PERMANENT CLOSREG CLOSURE REGISTER. FROM
001900*                   THE NEXT PRODRUN ON ACCTXREF ROUTES THE
002000*                   ACCOUNT'S ACCTSER SERIES RECORDS TO ITS
002100*                   REJECTED-FOR-CLOSED LIST. AN ACCOUNT WHOSE
002200*                   STEPS DID NOT ALL REPORT IS LEFT OFF THE
002300*                   REGISTER SO THE NEXT CLOSURE RUN PICKS IT UP
002400*                   AGAIN. RC 4 WHEN ANY ACCOUNT IS INCOMPLETE
002500*                   OR HAS A FAILED STEP TO FOLLOW UP.
002600*----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CLOSE-LIST  ASSIGN TO "CLOSLIST"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT OPTIONAL CLOSE-STEP ASSIGN TO "CLOSSTEP"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT OPTIONAL CLOSE-REG ASSIGN TO "CLOSREG"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT CHECK-RPT   ASSIGN TO "CLOSCRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL.
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
005400 FD  CLOSE-LIST
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  CL-RECORD.
005800     05  CL-ACCOUNT-ID       PIC X(10).
005900     05  CL-CLOSED-DATE      PIC 9(08).
006000     05  CL-MERGED-INTO      PIC X(10).
006100     05  CL-NAME             PIC X(30).
006200     05  FILLER              PIC X(22).
006300*
006400 FD  CLOSE-STEP
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  CS-RECORD.
006800     05  CS-ACCOUNT-ID       PIC X(10).
006900     05  CS-STEP             PIC X(04).
007000     05  CS-OUTCOME          PIC X(01).
007100     05  CS-REFERENCE        PIC X(10).
007200     05  CS-AMOUNT           PIC 9(06)V99.
007300     05  CS-TEXT             PIC X(30).
007400     05  FILLER              PIC X(17).
007500*
007600 FD  CLOSE-REG
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  CR-RECORD.
008000     05  CR-ACCOUNT-ID       PIC X(10).
008100     05  CR-CLOSED-DATE      PIC 9(08).
008200     05  CR-PROCESSED-DATE   PIC 9(08).
008300     05  CR-MERGED-INTO      PIC X(10).
008400     05  CR-ENROLL-PLAN-ID   PIC X(04).
008500     05  CR-CLOSE-BALANCE    PIC 9(08).
008600     05  CR-FINAL-INVOICE    PIC 9(08).
008700     05  CR-FINAL-FEE        PIC 9(06)V99.
008800     05  FILLER              PIC X(16).
008900*
009000 FD  CHECK-RPT
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  CK-RECORD               PIC X(80).
009400*
009500 FD  RUN-LOG
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 80 CHARACTERS.
009800 01  RL-RECORD               PIC X(80).
009900*
010000 FD  BUS-DATE-PARM
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  BD-RECORD.
010400     05  BD-BUSINESS-DATE    PIC 9(08).
010500     05  FILLER              PIC X(72).
010600*
010700 FD  OPER-CARD
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 80 CHARACTERS.
011000 01  OC-RECORD.
011100     05  OC-OPERATOR-ID      PIC X(08).
011200     05  FILLER              PIC X(72).
011300*
011400 FD  OPER-AUTH
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  OA-RECORD.
011800     05  OA-OPERATOR-ID      PIC X(08).
011900     05  OA-NAME             PIC X(20).
012000     05  OA-ACTIVE           PIC X(01).
012100     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
012200     05  FILLER              PIC X(11).
012300*
012400 FD  OPER-LOG
012500     LABEL RECORDS ARE STANDARD
012600     RECORD CONTAINS 80 CHARACTERS.
012700 01  OL-RECORD               PIC X(80).
012800*----------------------------------------------------------*
012900 WORKING-STORAGE SECTION.
013000     COPY RUNHDR.
013100     COPY RUNLOG.
013200     COPY OPERAUTH.
013300     COPY PRTSRV.
013400 01  WS-PRINT-LINE           PIC X(80).
013500 01  WS-HDG-SUB              PIC 9(01) COMP.
013600*
013700 01  WS-SWITCHES.
013800     05  WS-LIST-EOF-SW      PIC X(01) VALUE "N".
013900         88  EOF-CLOSE-LIST          VALUE "Y".
014000     05  WS-STEP-EOF-SW      PIC X(01) VALUE "N".
014100         88  EOF-CLOSE-STEP          VALUE "Y".
014200     05  WS-FOUND-SW         PIC X(01) VALUE "N".
014300         88  ENTRY-FOUND             VALUE "Y".
014400     05  WS-COMPLETE-SW      PIC X(01) VALUE "N".
014500         88  ACCOUNT-COMPLETE        VALUE "Y".
014600     05  WS-ATTENTION-SW     PIC X(01) VALUE "N".
014700         88  ACCOUNT-ATTENTION       VALUE "Y".
014800*
014900 01  WS-COUNTERS.
015000     05  WS-STEPS-READ       PIC 9(05) COMP VALUE ZERO.
015100     05  WS-STEPS-UNMATCHED  PIC 9(05) COMP VALUE ZERO.
015200     05  WS-REGISTERED       PIC 9(05) COMP VALUE ZERO.
015300     05  WS-INCOMPLETE       PIC 9(05) COMP VALUE ZERO.
015400     05  WS-ATTENTION        PIC 9(05) COMP VALUE ZERO.
015500*
015600* THE CHECKLIST STEPS, IN PRINT ORDER
015700*
015800 01  WS-STEP-NAMES.
015900     05  FILLER              PIC X(20) VALUE
016000         "STMTFINAL STATEMENT".
016100     05  FILLER              PIC X(20) VALUE
016200         "INVCFINAL INVOICE".
016300     05  FILLER              PIC X(20) VALUE
016400         "ENRLPLAN ENROLLMENT".
016500 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
016600     05  WS-SN-ENTRY OCCURS 3 TIMES.
016700         10  WS-SN-CODE          PIC X(04).
016800         10  WS-SN-LABEL         PIC X(16).
016900 01  WS-STEP-SUB             PIC 9(01) COMP VALUE ZERO.
017000*
017100* THE ACCOUNTS CLOSING OUT THIS RUN WITH EACH STEP'S OUTCOME -
017200* A BLANK OUTCOME MEANS THE STEP NEVER REPORTED
017300*
017400 01  WS-CLOSE-MAX            PIC 9(03) COMP VALUE 500.
017500 01  WS-CLOSE-COUNT          PIC 9(03) COMP VALUE ZERO.
017600 01  WS-CLOSE-TABLE.
017700     05  WS-CT-ENTRY OCCURS 500 TIMES.
017800         10  WS-CT-ACCOUNT-ID    PIC X(10).
017900         10  WS-CT-CLOSED-DATE   PIC 9(08).
018000         10  WS-CT-MERGED-INTO   PIC X(10).
018100         10  WS-CT-NAME          PIC X(30).
018200         10  WS-CT-STEP OCCURS 3 TIMES.
018300             15  WS-CT-OUTCOME   PIC X(01).
018400             15  WS-CT-REFERENCE PIC X(10).
018500             15  WS-CT-AMOUNT    PIC 9(06)V99.
018600             15  WS-CT-TEXT      PIC X(30).
018700 01  WS-CLOSE-SUB            PIC 9(03) COMP VALUE ZERO.
018800*
018900 01  WS-PAGE-HEADER-1.
019000     05  FILLER              PIC X(40) VALUE
019100         "ACCOUNT CLOSURE CHECKLIST".
019200     05  FILLER              PIC X(40) VALUE SPACES.
019300*
019400 01  WS-PAGE-HEADER-2.
019500     05  FILLER              PIC X(22) VALUE "  STEP".
019600     05  FILLER              PIC X(09) VALUE "RESULT".
019700     05  FILLER              PIC X(11) VALUE "REFERENCE".
019800     05  FILLER              PIC X(38) VALUE "AMOUNT  DETAIL".
019900*
020000 01  WS-ACCOUNT-LINE.
020100     05  FILLER              PIC X(08) VALUE "ACCOUNT ".
020200     05  WS-AC-ACCOUNT-ID    PIC X(10).
020300     05  FILLER              PIC X(01) VALUE SPACE.
020400     05  WS-AC-NAME          PIC X(30).
020500     05  FILLER              PIC X(08) VALUE " CLOSED ".
020600     05  WS-AC-CLOSED-DATE   PIC 9999/99/99.
020700     05  FILLER              PIC X(13) VALUE SPACES.
020800*
020900 01  WS-MERGED-LINE.
021000     05  FILLER              PIC X(02) VALUE SPACES.
021100     05  FILLER              PIC X(20) VALUE "MERGED INTO".
021200     05  WS-MG-SURVIVOR-ID   PIC X(10).
021300     05  FILLER              PIC X(48) VALUE SPACES.
021400*
021500 01  WS-STEP-LINE.
021600     05  FILLER              PIC X(02) VALUE SPACES.
021700     05  WS-SL-LABEL         PIC X(20).
021800     05  WS-SL-RESULT        PIC X(08).
021900     05  FILLER              PIC X(01) VALUE SPACE.
022000     05  WS-SL-REFERENCE     PIC X(10).
022100     05  WS-SL-AMOUNT        PIC ZZZZZ9.99.
022200     05  FILLER              PIC X(01) VALUE SPACE.
022300     05  WS-SL-TEXT          PIC X(29).
022400*
022500 01  WS-SERIES-LINE.
022600     05  FILLER              PIC X(02) VALUE SPACES.
022700     05  FILLER              PIC X(20) VALUE "ACCTSER SERIES".
022800     05  WS-SR-RESULT        PIC X(08).
022900     05  FILLER              PIC X(01) VALUE SPACE.
023000     05  WS-SR-TEXT          PIC X(49).
023100*
023200 01  WS-SUMMARY-LINE.
023300     05  FILLER              PIC X(10) VALUE "ACCOUNTS:".
023400     05  WS-SM-ACCOUNTS      PIC ZZZZ9.
023500     05  FILLER              PIC X(13) VALUE " REGISTERED:".
023600     05  WS-SM-REGISTERED    PIC ZZZZ9.
023700     05  FILLER              PIC X(13) VALUE " INCOMPLETE:".
023800     05  WS-SM-INCOMPLETE    PIC ZZZZ9.
023900     05  FILLER              PIC X(12) VALUE " FOLLOW UP:".
024000     05  WS-SM-ATTENTION     PIC ZZZZ9.
024100     05  FILLER              PIC X(12) VALUE SPACES.
024200*
024300 01  WS-UNMATCHED-LINE.
024400     05  FILLER              PIC X(30) VALUE
024500         "STEP OUTCOMES NOT ON CLOSLIST:".
024600     05  WS-UM-COUNT         PIC ZZZZ9.
024700     05  FILLER              PIC X(45) VALUE SPACES.
024800*----------------------------------------------------------*
024900 PROCEDURE DIVISION.
025000 0000-MAINLINE.
025100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025200     PERFORM 2000-LOAD-OUTCOME THRU 2000-EXIT
025300         UNTIL EOF-CLOSE-STEP.
025400     PERFORM 3000-PRINT-CHECKLIST THRU 3000-EXIT
025500         VARYING WS-CLOSE-SUB FROM 1 BY 1
025600         UNTIL WS-CLOSE-SUB > WS-CLOSE-COUNT.
025700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025800     GOBACK.
025900*----------------------------------------------------------*
026000* 1000-INITIALIZE - FILES, RUN HEADERS AND THE CLOSING
026100*                   ACCOUNT TABLE
026200*----------------------------------------------------------*
026300 1000-INITIALIZE.
026400     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
026500     MOVE "CLOSCHK" TO OPERAUTH-CALLER.
026600     PERFORM OPERAUTH-VALIDATE
026700         THRU OPERAUTH-VALIDATE-EXIT.
026800     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
026900     OPEN OUTPUT CHECK-RPT.
027000     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
027100     OPEN INPUT CLOSE-LIST.
027200     PERFORM 1100-LOAD-ACCOUNT THRU 1100-EXIT
027300         UNTIL EOF-CLOSE-LIST.
027400     CLOSE CLOSE-LIST.
027500     OPEN INPUT CLOSE-STEP.
027600     OPEN EXTEND CLOSE-REG.
027700 1000-EXIT.
027800     EXIT.
027900*----------------------------------------------------------*
028000* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
028100*----------------------------------------------------------*
028200 1050-PRINT-RUN-HEADER.
028300     MOVE "CLOSCHK" TO RUNHDR-JOB-NAME.
028400     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
028500     MOVE "I" TO PRTSRV-FUNCTION.
028600     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
028700     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
028800     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
028900     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
029000     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
029100     CALL "PRTSRV" USING PRTSRV-CONTROL.
029200 1050-EXIT.
029300     EXIT.
029400*----------------------------------------------------------*
029500* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
029600*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
029700*                      RULES WHEN THE CARD IS ABSENT)
029800*----------------------------------------------------------*
029900 1090-READ-BUS-DATE.
030000     OPEN INPUT BUS-DATE-PARM.
030100     READ BUS-DATE-PARM
030200         AT END
030300             CONTINUE
030400         NOT AT END
030500             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
030600     END-READ.
030700     CLOSE BUS-DATE-PARM.
030800 1090-EXIT.
030900     EXIT.
031000*----------------------------------------------------------*
031100* 1100-LOAD-ACCOUNT - ONE CLOSLIST ACCOUNT INTO THE TABLE
031200*                     WITH NO STEP REPORTED YET
031300*----------------------------------------------------------*
031400 1100-LOAD-ACCOUNT.
031500     READ CLOSE-LIST
031600         AT END
031700             SET EOF-CLOSE-LIST TO TRUE
031800             GO TO 1100-EXIT
031900     END-READ.
032000     IF WS-CLOSE-COUNT NOT < WS-CLOSE-MAX
032100         DISPLAY "CLOSCHK: CLOSLIST HOLDS MORE THAN "
032200             WS-CLOSE-MAX " ACCOUNTS - CLOSURE TABLE FULL"
032300         MOVE 12 TO RETURN-CODE
032400         STOP RUN
032500     END-IF.
032600     ADD 1 TO WS-CLOSE-COUNT.
032700     MOVE CL-ACCOUNT-ID TO WS-CT-ACCOUNT-ID (WS-CLOSE-COUNT).
032800     MOVE CL-CLOSED-DATE TO WS-CT-CLOSED-DATE (WS-CLOSE-COUNT).
032900     MOVE CL-MERGED-INTO TO WS-CT-MERGED-INTO (WS-CLOSE-COUNT).
033000     MOVE CL-NAME TO WS-CT-NAME (WS-CLOSE-COUNT).
033100     PERFORM 1150-CLEAR-STEP THRU 1150-EXIT
033200         VARYING WS-STEP-SUB FROM 1 BY 1
033300         UNTIL WS-STEP-SUB > 3.
033400 1100-EXIT.
033500     EXIT.
033600*----------------------------------------------------------*
033700* 1150-CLEAR-STEP - ONE STEP SLOT MARKED NOT YET REPORTED
033800*----------------------------------------------------------*
033900 1150-CLEAR-STEP.
034000     MOVE SPACE TO WS-CT-OUTCOME (WS-CLOSE-COUNT, WS-STEP-SUB).
034100     MOVE SPACES
034200         TO WS-CT-REFERENCE (WS-CLOSE-COUNT, WS-STEP-SUB).
034300     MOVE ZERO TO WS-CT-AMOUNT (WS-CLOSE-COUNT, WS-STEP-SUB).
034400     MOVE SPACES TO WS-CT-TEXT (WS-CLOSE-COUNT, WS-STEP-SUB).
034500 1150-EXIT.
034600     EXIT.
034700*----------------------------------------------------------*
034800* 2000-LOAD-OUTCOME - ONE CLOSSTEP OUTCOME INTO ITS ACCOUNT'S
034900*                     STEP SLOT; A LATER OUTCOME FOR THE SAME
035000*                     STEP (A RERUN STEP) REPLACES AN EARLIER
035100*----------------------------------------------------------*
035200 2000-LOAD-OUTCOME.
035300     READ CLOSE-STEP
035400         AT END
035500             SET EOF-CLOSE-STEP TO TRUE
035600             GO TO 2000-EXIT
035700     END-READ.
035800     ADD 1 TO WS-STEPS-READ.
035900     MOVE "N" TO WS-FOUND-SW.
036000     PERFORM 2100-MATCH-STEP-CODE THRU 2100-EXIT
036100         VARYING WS-STEP-SUB FROM 1 BY 1
036200         UNTIL ENTRY-FOUND
036300         OR WS-STEP-SUB > 3.
036400     IF NOT ENTRY-FOUND
036500         ADD 1 TO WS-STEPS-UNMATCHED
036600         GO TO 2000-EXIT
036700     END-IF.
036800     SUBTRACT 1 FROM WS-STEP-SUB.
036900     MOVE "N" TO WS-FOUND-SW.
037000     PERFORM 2200-MATCH-ACCOUNT THRU 2200-EXIT
037100         VARYING WS-CLOSE-SUB FROM 1 BY 1
037200         UNTIL ENTRY-FOUND
037300         OR WS-CLOSE-SUB > WS-CLOSE-COUNT.
037400     IF NOT ENTRY-FOUND
037500         ADD 1 TO WS-STEPS-UNMATCHED
037600         GO TO 2000-EXIT
037700     END-IF.
037800     SUBTRACT 1 FROM WS-CLOSE-SUB.
037900     MOVE CS-OUTCOME TO WS-CT-OUTCOME (WS-CLOSE-SUB, WS-STEP-SUB).
038000     MOVE CS-REFERENCE
038100         TO WS-CT-REFERENCE (WS-CLOSE-SUB, WS-STEP-SUB).
038200     MOVE CS-AMOUNT TO WS-CT-AMOUNT (WS-CLOSE-SUB, WS-STEP-SUB).
038300     MOVE CS-TEXT TO WS-CT-TEXT (WS-CLOSE-SUB, WS-STEP-SUB).
038400 2000-EXIT.
038500     EXIT.
038600*----------------------------------------------------------*
038700* 2100-MATCH-STEP-CODE - ONE PROBE OF THE STEP NAME TABLE
038800*----------------------------------------------------------*
038900 2100-MATCH-STEP-CODE.
039000     IF WS-SN-CODE (WS-STEP-SUB) = CS-STEP
039100         SET ENTRY-FOUND TO TRUE
039200     END-IF.
039300 2100-EXIT.
039400     EXIT.
039500*----------------------------------------------------------*
039600* 2200-MATCH-ACCOUNT - ONE PROBE OF THE CLOSING ACCOUNTS
039700*----------------------------------------------------------*
039800 2200-MATCH-ACCOUNT.
039900     IF WS-CT-ACCOUNT-ID (WS-CLOSE-SUB) = CS-ACCOUNT-ID
040000         SET ENTRY-FOUND TO TRUE
040100     END-IF.
040200 2200-EXIT.
040300     EXIT.
040400*----------------------------------------------------------*
040500* 3000-PRINT-CHECKLIST - ONE ACCOUNT'S CHECKLIST; A COMPLETE
040600*                        ACCOUNT GOES ON THE CLOSURE REGISTER
040700*----------------------------------------------------------*
040800 3000-PRINT-CHECKLIST.
040900     MOVE "Y" TO WS-COMPLETE-SW.
041000     MOVE "N" TO WS-ATTENTION-SW.
041100     MOVE SPACES TO WS-PRINT-LINE.
041200     MOVE WS-CT-ACCOUNT-ID (WS-CLOSE-SUB) TO WS-AC-ACCOUNT-ID.
041300     MOVE WS-CT-NAME (WS-CLOSE-SUB) TO WS-AC-NAME.
041400     MOVE WS-CT-CLOSED-DATE (WS-CLOSE-SUB) TO WS-AC-CLOSED-DATE.
041500     MOVE WS-ACCOUNT-LINE TO WS-PRINT-LINE.
041600     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
041700     IF WS-CT-MERGED-INTO (WS-CLOSE-SUB) NOT = SPACES
041800         MOVE SPACES TO WS-PRINT-LINE
041900         MOVE WS-CT-MERGED-INTO (WS-CLOSE-SUB)
042000             TO WS-MG-SURVIVOR-ID
042100         MOVE WS-MERGED-LINE TO WS-PRINT-LINE
042200         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
042300     END-IF.
042400     PERFORM 3100-PRINT-STEP THRU 3100-EXIT
042500         VARYING WS-STEP-SUB FROM 1 BY 1
042600         UNTIL WS-STEP-SUB > 3.
042700     MOVE SPACES TO WS-PRINT-LINE.
042800     IF ACCOUNT-COMPLETE
042900         PERFORM 3200-REGISTER-CLOSURE THRU 3200-EXIT
043000         MOVE "BLOCKED" TO WS-SR-RESULT
043100         MOVE "REJECTED BY ACCTXREF FROM THE NEXT PRODRUN"
043200             TO WS-SR-TEXT
043300     ELSE
043400         ADD 1 TO WS-INCOMPLETE
043500         MOVE "OPEN" TO WS-SR-RESULT
043600         MOVE "NOT REGISTERED - RETRIED NEXT CLOSURE RUN"
043700             TO WS-SR-TEXT
043800     END-IF.
043900     MOVE WS-SERIES-LINE TO WS-PRINT-LINE.
044000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
044100     IF ACCOUNT-ATTENTION
044200         ADD 1 TO WS-ATTENTION
044300     END-IF.
044400     MOVE SPACES TO WS-PRINT-LINE.
044500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
044600 3000-EXIT.
044700     EXIT.
044800*----------------------------------------------------------*
044900* 3100-PRINT-STEP - ONE CHECKLIST LINE FOR ONE STEP
045000*----------------------------------------------------------*
045100 3100-PRINT-STEP.
045200     MOVE SPACES TO WS-PRINT-LINE.
045300     MOVE WS-SN-LABEL (WS-STEP-SUB) TO WS-SL-LABEL.
045400     MOVE WS-CT-REFERENCE (WS-CLOSE-SUB, WS-STEP-SUB)
045500         TO WS-SL-REFERENCE.
045600     MOVE WS-CT-AMOUNT (WS-CLOSE-SUB, WS-STEP-SUB)
045700         TO WS-SL-AMOUNT.
045800     MOVE WS-CT-TEXT (WS-CLOSE-SUB, WS-STEP-SUB) TO WS-SL-TEXT.
045900     EVALUATE WS-CT-OUTCOME (WS-CLOSE-SUB, WS-STEP-SUB)
046000         WHEN "D"
046100             MOVE "DONE" TO WS-SL-RESULT
046200         WHEN "N"
046300             MOVE "NONE DUE" TO WS-SL-RESULT
046400         WHEN "F"
046500             MOVE "FAILED" TO WS-SL-RESULT
046600             SET ACCOUNT-ATTENTION TO TRUE
046700         WHEN OTHER
046800             MOVE "NOT RUN" TO WS-SL-RESULT
046900             MOVE "STEP DID NOT REPORT" TO WS-SL-TEXT
047000             MOVE "N" TO WS-COMPLETE-SW
047100     END-EVALUATE.
047200     MOVE WS-STEP-LINE TO WS-PRINT-LINE.
047300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
047400 3100-EXIT.
047500     EXIT.
047600*----------------------------------------------------------*
047700* 3200-REGISTER-CLOSURE - THE ACCOUNT'S PERMANENT CLOSREG
047800*                         RECORD, WITH THE CLOSING PLAN
047900*                         BALANCE AND FINAL INVOICE
048000*----------------------------------------------------------*
048100 3200-REGISTER-CLOSURE.
048200     MOVE SPACES TO CR-RECORD.
048300     MOVE WS-CT-ACCOUNT-ID (WS-CLOSE-SUB) TO CR-ACCOUNT-ID.
048400     MOVE WS-CT-CLOSED-DATE (WS-CLOSE-SUB) TO CR-CLOSED-DATE.
048500     MOVE RUNHDR-DATE TO CR-PROCESSED-DATE.
048600     MOVE WS-CT-MERGED-INTO (WS-CLOSE-SUB) TO CR-MERGED-INTO.
048700     MOVE ZERO TO CR-CLOSE-BALANCE.
048800     MOVE ZERO TO CR-FINAL-INVOICE.
048900     MOVE ZERO TO CR-FINAL-FEE.
049000     IF WS-CT-OUTCOME (WS-CLOSE-SUB, 3) = "D"
049100         MOVE WS-CT-REFERENCE (WS-CLOSE-SUB, 3) (1:4)
049200             TO CR-ENROLL-PLAN-ID
049300         MOVE WS-CT-AMOUNT (WS-CLOSE-SUB, 3) TO CR-CLOSE-BALANCE
049400     END-IF.
049500     IF WS-CT-OUTCOME (WS-CLOSE-SUB, 2) = "D"
049600         MOVE WS-CT-REFERENCE (WS-CLOSE-SUB, 2) (1:8)
049700             TO CR-FINAL-INVOICE
049800         MOVE WS-CT-AMOUNT (WS-CLOSE-SUB, 2) TO CR-FINAL-FEE
049900     END-IF.
050000     WRITE CR-RECORD.
050100     ADD 1 TO WS-REGISTERED.
050200 3200-EXIT.
050300     EXIT.
050400*----------------------------------------------------------*
050500* 9000-TERMINATE - SUMMARY COUNTS, RETURN CODE, CLOSES AND
050600*                  THE RUN LOG
050700*----------------------------------------------------------*
050800 9000-TERMINATE.
050900     MOVE SPACES TO WS-PRINT-LINE.
051000     MOVE WS-CLOSE-COUNT TO WS-SM-ACCOUNTS.
051100     MOVE WS-REGISTERED TO WS-SM-REGISTERED.
051200     MOVE WS-INCOMPLETE TO WS-SM-INCOMPLETE.
051300     MOVE WS-ATTENTION TO WS-SM-ATTENTION.
051400     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
051500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
051600     IF WS-STEPS-UNMATCHED > ZERO
051700         MOVE SPACES TO WS-PRINT-LINE
051800         MOVE WS-STEPS-UNMATCHED TO WS-UM-COUNT
051900         MOVE WS-UNMATCHED-LINE TO WS-PRINT-LINE
052000         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
052100     END-IF.
052200     PERFORM 8900-END-REPORT THRU 8900-EXIT.
052300     IF WS-INCOMPLETE > ZERO
052400         OR WS-ATTENTION > ZERO
052500         MOVE 4 TO RETURN-CODE
052600     END-IF.
052700     CLOSE CLOSE-STEP.
052800     CLOSE CLOSE-REG.
052900     CLOSE CHECK-RPT.
053000     MOVE "CLOSCHK" TO RUNLOG-PROGRAM-ID.
053100     COMPUTE RUNLOG-READ-COUNT = WS-CLOSE-COUNT
053200         + WS-STEPS-READ.
053300     MOVE WS-REGISTERED TO RUNLOG-WRITE-COUNT.
053400     COMPUTE RUNLOG-EXCEPT-COUNT = WS-INCOMPLETE
053500         + WS-ATTENTION.
053600     MOVE "OK" TO RUNLOG-STATUS.
053700     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
053800 9000-EXIT.
053900     EXIT.
054000*----------------------------------------------------------*
054100* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
054200*                          SHARED PRINT SERVICE, WRITING THE
054300*                          PAGE HEADINGS FIRST ON A PAGE BREAK
054400*----------------------------------------------------------*
054500 8800-WRITE-REPORT-LINE.
054600     MOVE "W" TO PRTSRV-FUNCTION.
054700     CALL "PRTSRV" USING PRTSRV-CONTROL.
054800     IF PRTSRV-NEW-PAGE
054900         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
055000             VARYING WS-HDG-SUB FROM 1 BY 1
055100             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
055200     END-IF.
055300     MOVE WS-PRINT-LINE TO CK-RECORD.
055400     WRITE CK-RECORD.
055500 8800-EXIT.
055600     EXIT.
055700*----------------------------------------------------------*
055800* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
055900*----------------------------------------------------------*
056000 8850-WRITE-HEADING.
056100     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO CK-RECORD.
056200     WRITE CK-RECORD.
056300 8850-EXIT.
056400     EXIT.
056500*----------------------------------------------------------*
056600* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
056700*                   LINE-AND-PAGE-COUNT LINE
056800*----------------------------------------------------------*
056900 8900-END-REPORT.
057000     MOVE "E" TO PRTSRV-FUNCTION.
057100     CALL "PRTSRV" USING PRTSRV-CONTROL.
057200     MOVE PRTSRV-FINAL-LINE TO CK-RECORD.
057300     WRITE CK-RECORD.
057400 8900-EXIT.
057500     EXIT.
057600*----------------------------------------------------------*
057700     COPY RUNHDRP.
057800     COPY RUNLOGP.
057900     COPY OPERAUTP.
