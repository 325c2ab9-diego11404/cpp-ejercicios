000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     PLANHIST.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - PRINTS A CUSTOMER'S PLAN
001200*                   HISTORY LINE BY LINE FROM THE PLANLEDG
001300*                   LEDGER THAT ACCUM APPENDS TO EVERY NIGHT -
001400*                   OPENING BALANCE, EACH DEPOSIT AND WITHDRAWAL
001500*                   AND EACH INTEREST POSTING WITH THE RUNNING
001600*                   BALANCE. THE ACCOUNTS WANTED ARE PUNCHED ONE
001700*                   PER PLANHCRD CARD; WITH NO CARDS EVERY
001800*                   ACCOUNT ON THE LEDGER PRINTS. RC 4 WHEN A
001900*                   REQUESTED ACCOUNT HAS NO LEDGER ENTRIES.
002000*----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. IBM-370.
002400 OBJECT-COMPUTER. IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL HIST-CARD ASSIGN TO "PLANHCRD"
002800         ORGANIZATION IS LINE SEQUENTIAL.
002900     SELECT OPTIONAL PLAN-LEDGER ASSIGN TO "PLANLEDG"
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100     SELECT HIST-RPT    ASSIGN TO "PLANHRPT"
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300*----------------------------------------------------------*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  HIST-CARD
004700     LABEL RECORDS ARE STANDARD
004800     RECORD CONTAINS 80 CHARACTERS.
004900 01  HC-RECORD.
005000     05  HC-ACCOUNT-ID       PIC X(10).
005100     05  FILLER              PIC X(70).
005200*
005300 FD  PLAN-LEDGER
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 80 CHARACTERS.
005600 01  PL-RECORD.
005700     05  PL-ACCOUNT-ID       PIC X(10).
005800     05  PL-PLAN-ID          PIC X(04).
005900     05  PL-TRAN-DATE        PIC 9(08).
006000     05  PL-ENTRY-TYPE       PIC X(01).
006100         88  PL-OPENING              VALUE "O".
006200         88  PL-DEPOSIT              VALUE "D".
006300         88  PL-WITHDRAWAL           VALUE "W".
006400         88  PL-INTEREST             VALUE "I".
006500     05  PL-AMOUNT           PIC 9(08).
006600     05  PL-BALANCE          PIC 9(08).
006700     05  PL-POSTED-DATE      PIC 9(08).
006800     05  FILLER              PIC X(33).
006900*
007000 FD  HIST-RPT
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  HR-RECORD               PIC X(80).
007400*
007500 FD  RUN-LOG
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  RL-RECORD               PIC X(80).
007900*
008000 FD  BUS-DATE-PARM
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  BD-RECORD.
008400     05  BD-BUSINESS-DATE    PIC 9(08).
008500     05  FILLER              PIC X(72).
008600*
008700 FD  OPER-CARD
008800     LABEL RECORDS ARE STANDARD
008900     RECORD CONTAINS 80 CHARACTERS.
009000 01  OC-RECORD.
009100     05  OC-OPERATOR-ID      PIC X(08).
009200     05  FILLER              PIC X(72).
009300*
009400 FD  OPER-AUTH
009500     LABEL RECORDS ARE STANDARD
009600     RECORD CONTAINS 80 CHARACTERS.
009700 01  OA-RECORD.
009800     05  OA-OPERATOR-ID      PIC X(08).
009900     05  OA-NAME             PIC X(20).
010000     05  OA-ACTIVE           PIC X(01).
010100     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
010200     05  FILLER              PIC X(11).
010300*
010400 FD  OPER-LOG
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 80 CHARACTERS.
010700 01  OL-RECORD               PIC X(80).
010800*----------------------------------------------------------*
010900 WORKING-STORAGE SECTION.
011000     COPY RUNHDR.
011100     COPY RUNLOG.
011200     COPY OPERAUTH.
011300     COPY PRTSRV.
011400 01  WS-PRINT-LINE           PIC X(80).
011500 01  WS-HDG-SUB              PIC 9(01) COMP.
011600*
011700 01  WS-SWITCHES.
011800     05  WS-CARD-EOF-SW      PIC X(01) VALUE "N".
011900         88  EOF-HIST-CARD           VALUE "Y".
012000     05  WS-LEDGER-EOF-SW    PIC X(01) VALUE "N".
012100         88  EOF-PLAN-LEDGER         VALUE "Y".
012200     05  WS-FOUND-SW         PIC X(01) VALUE "N".
012300         88  ACCOUNT-WANTED          VALUE "Y".
012400*
012500 01  WS-COUNTERS.
012600     05  WS-LEDGER-READ      PIC 9(07) COMP VALUE ZERO.
012700     05  WS-LINES-PRINTED    PIC 9(07) COMP VALUE ZERO.
012800     05  WS-NOT-FOUND        PIC 9(05) COMP VALUE ZERO.
012900*
013000* THE ACCOUNTS REQUESTED ON PLANHCRD - NONE MEANS ALL
013100*
013200 01  WS-ACCT-MAX             PIC 9(03) COMP VALUE 100.
013300 01  WS-ACCT-COUNT           PIC 9(03) COMP VALUE ZERO.
013400 01  WS-ACCT-SUB             PIC 9(03) COMP VALUE ZERO.
013500 01  WS-ACCT-TABLE.
013600     05  WS-AC-ENTRY OCCURS 100 TIMES.
013700         10  WS-AC-ACCOUNT-ID    PIC X(10).
013800         10  WS-AC-ENTRIES       PIC 9(05) COMP.
013900         10  WS-AC-PLAN-ID       PIC X(04).
014000         10  WS-AC-BALANCE       PIC 9(08).
014100*
014200 01  WS-PAGE-HEADER-1.
014300     05  FILLER              PIC X(40) VALUE
014400         "PLAN LEDGER HISTORY".
014500     05  FILLER              PIC X(40) VALUE SPACES.
014600*
014700 01  WS-PAGE-HEADER-2.
014800     05  FILLER              PIC X(11) VALUE "ACCOUNT".
014900     05  FILLER              PIC X(05) VALUE "PLAN".
015000     05  FILLER              PIC X(11) VALUE "DATE".
015100     05  FILLER              PIC X(11) VALUE "ENTRY".
015200     05  FILLER              PIC X(09) VALUE "   AMOUNT".
015300     05  FILLER              PIC X(10) VALUE "   BALANCE".
015400     05  FILLER              PIC X(23) VALUE "  POSTED".
015500*
015600 01  WS-DETAIL-LINE.
015700     05  WS-DL-ACCOUNT-ID    PIC X(10).
015800     05  FILLER              PIC X(01) VALUE SPACE.
015900     05  WS-DL-PLAN-ID       PIC X(04).
016000     05  FILLER              PIC X(01) VALUE SPACE.
016100     05  WS-DL-TRAN-DATE     PIC 9999/99/99.
016200     05  FILLER              PIC X(01) VALUE SPACE.
016300     05  WS-DL-ENTRY         PIC X(10).
016400     05  FILLER              PIC X(01) VALUE SPACE.
016500     05  WS-DL-AMOUNT        PIC ZZZZZZZ9.
016600     05  FILLER              PIC X(02) VALUE SPACES.
016700     05  WS-DL-BALANCE       PIC ZZZZZZZ9.
016800     05  FILLER              PIC X(02) VALUE SPACES.
016900     05  WS-DL-POSTED-DATE   PIC 9999/99/99.
017000     05  FILLER              PIC X(12) VALUE SPACES.
017100*
017200 01  WS-ACCOUNT-TOTAL-LINE.
017300     05  FILLER              PIC X(08) VALUE "ACCOUNT ".
017400     05  WS-AT-ACCOUNT-ID    PIC X(10).
017500     05  FILLER              PIC X(06) VALUE " PLAN ".
017600     05  WS-AT-PLAN-ID       PIC X(04).
017700     05  FILLER              PIC X(10) VALUE " ENTRIES:".
017800     05  WS-AT-ENTRIES       PIC ZZZZ9.
017900     05  FILLER              PIC X(18) VALUE
018000         " LATEST BALANCE:".
018100     05  WS-AT-BALANCE       PIC ZZZZZZZ9.
018200     05  FILLER              PIC X(11) VALUE SPACES.
018300*
018400 01  WS-NOT-FOUND-LINE.
018500     05  FILLER              PIC X(08) VALUE "ACCOUNT ".
018600     05  WS-NF-ACCOUNT-ID    PIC X(10).
018700     05  FILLER              PIC X(62) VALUE
018800         " - NO ENTRIES ON THE PLAN LEDGER".
018900*
019000 01  WS-SUMMARY-LINE.
019100     05  FILLER              PIC X(14) VALUE "LEDGER READ:".
019200     05  WS-SM-READ          PIC ZZZZZZ9.
019300     05  FILLER              PIC X(10) VALUE " PRINTED:".
019400     05  WS-SM-PRINTED       PIC ZZZZZZ9.
019500     05  FILLER              PIC X(15) VALUE " NOT ON LEDGER:".
019600     05  WS-SM-NOT-FOUND     PIC ZZZZ9.
019700     05  FILLER              PIC X(22) VALUE SPACES.
019800*----------------------------------------------------------*
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020200     PERFORM 2000-ONE-ENTRY THRU 2000-EXIT
020300         UNTIL EOF-PLAN-LEDGER.
020400     PERFORM 3000-ACCOUNT-TOTAL THRU 3000-EXIT
020500         VARYING WS-ACCT-SUB FROM 1 BY 1
020600         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
020700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020800     GOBACK.
020900*----------------------------------------------------------*
021000* 1000-INITIALIZE - FILES, RUN HEADERS AND THE TABLE OF
021100*                   REQUESTED ACCOUNTS
021200*----------------------------------------------------------*
021300 1000-INITIALIZE.
021400     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
021500     MOVE "PLANHIST" TO OPERAUTH-CALLER.
021600     PERFORM OPERAUTH-VALIDATE
021700         THRU OPERAUTH-VALIDATE-EXIT.
021800     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
021900     OPEN OUTPUT HIST-RPT.
022000     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
022100     OPEN INPUT HIST-CARD.
022200     PERFORM 1100-LOAD-ACCOUNT THRU 1100-EXIT
022300         UNTIL EOF-HIST-CARD.
022400     CLOSE HIST-CARD.
022500     OPEN INPUT PLAN-LEDGER.
022600 1000-EXIT.
022700     EXIT.
022800*----------------------------------------------------------*
022900* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
023000*----------------------------------------------------------*
023100 1050-PRINT-RUN-HEADER.
023200     MOVE "PLANHIST" TO RUNHDR-JOB-NAME.
023300     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
023400     MOVE "I" TO PRTSRV-FUNCTION.
023500     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
023600     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
023700     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
023800     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
023900     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
024000     CALL "PRTSRV" USING PRTSRV-CONTROL.
024100 1050-EXIT.
024200     EXIT.
024300*----------------------------------------------------------*
024400* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
024500*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
024600*                      RULES WHEN THE CARD IS ABSENT)
024700*----------------------------------------------------------*
024800 1090-READ-BUS-DATE.
024900     OPEN INPUT BUS-DATE-PARM.
025000     READ BUS-DATE-PARM
025100         AT END
025200             CONTINUE
025300         NOT AT END
025400             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
025500     END-READ.
025600     CLOSE BUS-DATE-PARM.
025700 1090-EXIT.
025800     EXIT.
025900*----------------------------------------------------------*
026000* 1100-LOAD-ACCOUNT - ONE PLANHCRD ACCOUNT INTO THE TABLE;
026100*                     A BLANK CARD IS SKIPPED
026200*----------------------------------------------------------*
026300 1100-LOAD-ACCOUNT.
026400     READ HIST-CARD
026500         AT END
026600             SET EOF-HIST-CARD TO TRUE
026700             GO TO 1100-EXIT
026800     END-READ.
026900     IF HC-ACCOUNT-ID = SPACES
027000         GO TO 1100-EXIT
027100     END-IF.
027200     IF WS-ACCT-COUNT NOT < WS-ACCT-MAX
027300         DISPLAY "PLANHIST: PLANHCRD HOLDS MORE THAN "
027400             WS-ACCT-MAX " ACCOUNTS - ACCOUNT TABLE FULL"
027500         MOVE 12 TO RETURN-CODE
027600         STOP RUN
027700     END-IF.
027800     ADD 1 TO WS-ACCT-COUNT.
027900     MOVE HC-ACCOUNT-ID TO WS-AC-ACCOUNT-ID (WS-ACCT-COUNT).
028000     MOVE ZERO TO WS-AC-ENTRIES (WS-ACCT-COUNT).
028100     MOVE SPACES TO WS-AC-PLAN-ID (WS-ACCT-COUNT).
028200     MOVE ZERO TO WS-AC-BALANCE (WS-ACCT-COUNT).
028300 1100-EXIT.
028400     EXIT.
028500*----------------------------------------------------------*
028600* 2000-ONE-ENTRY - ONE LEDGER ENTRY: PRINTED WHEN ITS ACCOUNT
028700*                  WAS REQUESTED (OR NONE WERE), IN LEDGER
028800*                  ORDER, WHICH IS THE ORDER IT WAS POSTED
028900*----------------------------------------------------------*
029000 2000-ONE-ENTRY.
029100     READ PLAN-LEDGER
029200         AT END
029300             SET EOF-PLAN-LEDGER TO TRUE
029400             GO TO 2000-EXIT
029500     END-READ.
029600     ADD 1 TO WS-LEDGER-READ.
029700     IF WS-ACCT-COUNT > ZERO
029800         MOVE "N" TO WS-FOUND-SW
029900         PERFORM 2100-MATCH-ACCOUNT THRU 2100-EXIT
030000             VARYING WS-ACCT-SUB FROM 1 BY 1
030100             UNTIL ACCOUNT-WANTED
030200             OR WS-ACCT-SUB > WS-ACCT-COUNT
030300         IF NOT ACCOUNT-WANTED
030400             GO TO 2000-EXIT
030500         END-IF
030600         SUBTRACT 1 FROM WS-ACCT-SUB
030700         ADD 1 TO WS-AC-ENTRIES (WS-ACCT-SUB)
030800         MOVE PL-PLAN-ID TO WS-AC-PLAN-ID (WS-ACCT-SUB)
030900         MOVE PL-BALANCE TO WS-AC-BALANCE (WS-ACCT-SUB)
031000     END-IF.
031100     MOVE SPACES TO WS-PRINT-LINE.
031200     MOVE PL-ACCOUNT-ID TO WS-DL-ACCOUNT-ID.
031300     MOVE PL-PLAN-ID TO WS-DL-PLAN-ID.
031400     MOVE PL-TRAN-DATE TO WS-DL-TRAN-DATE.
031500     EVALUATE TRUE
031600         WHEN PL-OPENING
031700             MOVE "OPENING" TO WS-DL-ENTRY
031800         WHEN PL-DEPOSIT
031900             MOVE "DEPOSIT" TO WS-DL-ENTRY
032000         WHEN PL-WITHDRAWAL
032100             MOVE "WITHDRAWAL" TO WS-DL-ENTRY
032200         WHEN PL-INTEREST
032300             MOVE "INTEREST" TO WS-DL-ENTRY
032400         WHEN OTHER
032500             MOVE PL-ENTRY-TYPE TO WS-DL-ENTRY
032600     END-EVALUATE.
032700     MOVE PL-AMOUNT TO WS-DL-AMOUNT.
032800     MOVE PL-BALANCE TO WS-DL-BALANCE.
032900     MOVE PL-POSTED-DATE TO WS-DL-POSTED-DATE.
033000     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
033100     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
033200     ADD 1 TO WS-LINES-PRINTED.
033300 2000-EXIT.
033400     EXIT.
033500*----------------------------------------------------------*
033600* 2100-MATCH-ACCOUNT - ONE PROBE OF THE REQUESTED ACCOUNTS
033700*----------------------------------------------------------*
033800 2100-MATCH-ACCOUNT.
033900     IF WS-AC-ACCOUNT-ID (WS-ACCT-SUB) = PL-ACCOUNT-ID
034000         SET ACCOUNT-WANTED TO TRUE
034100     END-IF.
034200 2100-EXIT.
034300     EXIT.
034400*----------------------------------------------------------*
034500* 3000-ACCOUNT-TOTAL - ONE REQUESTED ACCOUNT'S ENTRY COUNT
034600*                      AND LATEST BALANCE, OR NOT FOUND
034700*----------------------------------------------------------*
034800 3000-ACCOUNT-TOTAL.
034900     MOVE SPACES TO WS-PRINT-LINE.
035000     IF WS-AC-ENTRIES (WS-ACCT-SUB) = ZERO
035100         ADD 1 TO WS-NOT-FOUND
035200         MOVE WS-AC-ACCOUNT-ID (WS-ACCT-SUB) TO WS-NF-ACCOUNT-ID
035300         MOVE WS-NOT-FOUND-LINE TO WS-PRINT-LINE
035400     ELSE
035500         MOVE WS-AC-ACCOUNT-ID (WS-ACCT-SUB) TO WS-AT-ACCOUNT-ID
035600         MOVE WS-AC-PLAN-ID (WS-ACCT-SUB) TO WS-AT-PLAN-ID
035700         MOVE WS-AC-ENTRIES (WS-ACCT-SUB) TO WS-AT-ENTRIES
035800         MOVE WS-AC-BALANCE (WS-ACCT-SUB) TO WS-AT-BALANCE
035900         MOVE WS-ACCOUNT-TOTAL-LINE TO WS-PRINT-LINE
036000     END-IF.
036100     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
036200 3000-EXIT.
036300     EXIT.
036400*----------------------------------------------------------*
036500* 9000-TERMINATE - SUMMARY COUNTS, RETURN CODE, CLOSES AND
036600*                  THE RUN LOG
036700*----------------------------------------------------------*
036800 9000-TERMINATE.
036900     MOVE SPACES TO WS-PRINT-LINE.
037000     MOVE WS-LEDGER-READ TO WS-SM-READ.
037100     MOVE WS-LINES-PRINTED TO WS-SM-PRINTED.
037200     MOVE WS-NOT-FOUND TO WS-SM-NOT-FOUND.
037300     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
037400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
037500     PERFORM 8900-END-REPORT THRU 8900-EXIT.
037600     IF WS-NOT-FOUND > ZERO
037700         MOVE 4 TO RETURN-CODE
037800     END-IF.
037900     CLOSE PLAN-LEDGER.
038000     CLOSE HIST-RPT.
038100     MOVE "PLANHIST" TO RUNLOG-PROGRAM-ID.
038200     COMPUTE RUNLOG-READ-COUNT = WS-LEDGER-READ
038300         + WS-ACCT-COUNT.
038400     MOVE WS-LINES-PRINTED TO RUNLOG-WRITE-COUNT.
038500     MOVE WS-NOT-FOUND TO RUNLOG-EXCEPT-COUNT.
038600     MOVE "OK" TO RUNLOG-STATUS.
038700     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
038800 9000-EXIT.
038900     EXIT.
039000*----------------------------------------------------------*
039100* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
039200*                          SHARED PRINT SERVICE, WRITING THE
039300*                          PAGE HEADINGS FIRST ON A PAGE BREAK
039400*----------------------------------------------------------*
039500 8800-WRITE-REPORT-LINE.
039600     MOVE "W" TO PRTSRV-FUNCTION.
039700     CALL "PRTSRV" USING PRTSRV-CONTROL.
039800     IF PRTSRV-NEW-PAGE
039900         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
040000             VARYING WS-HDG-SUB FROM 1 BY 1
040100             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
040200     END-IF.
040300     MOVE WS-PRINT-LINE TO HR-RECORD.
040400     WRITE HR-RECORD.
040500 8800-EXIT.
040600     EXIT.
040700*----------------------------------------------------------*
040800* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
040900*----------------------------------------------------------*
041000 8850-WRITE-HEADING.
041100     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO HR-RECORD.
041200     WRITE HR-RECORD.
041300 8850-EXIT.
041400     EXIT.
041500*----------------------------------------------------------*
041600* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
041700*                   LINE-AND-PAGE-COUNT LINE
041800*----------------------------------------------------------*
041900 8900-END-REPORT.
042000     MOVE "E" TO PRTSRV-FUNCTION.
042100     CALL "PRTSRV" USING PRTSRV-CONTROL.
042200     MOVE PRTSRV-FINAL-LINE TO HR-RECORD.
042300     WRITE HR-RECORD.
042400 8900-EXIT.
042500     EXIT.
042600*----------------------------------------------------------*
042700     COPY RUNHDRP.
042800     COPY RUNLOGP.
042900     COPY OPERAUTP.
