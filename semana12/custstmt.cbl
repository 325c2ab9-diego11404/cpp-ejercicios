002877*                   JOIN AND HOPING FACRSLT IS STILL THE
002878*                   RIGHT GENERATION. A RERUN OF THE SAME
002879*                   DATE REWRITES ITS HISTORY RECORD.
002880* 2026-10-15   RT   FINAL STATEMENTS FOR THE ACCOUNT CLOSURE
002881*                   RUN - WHEN A CLOSLIST IS SUPPLIED ONLY THE
002882*                   LISTED CLOSING ACCOUNTS GET A STATEMENT,
002883*                   HEADED AS THE FINAL STATEMENT WITH THE
002884*                   CLOSING DATE (AND SURVIVING ACCOUNT FOR A
002885*                   MERGE), A LISTED ACCOUNT WITH NO FACRSLT
002886*                   RESULT GETS A ZERO-ACCRUAL FINAL STATEMENT,
002887*                   AND EACH ACCOUNT'S OUTCOME GOES TO CLOSSTEP
002888*                   FOR THE CLOSCHK CHECKLIST. WITHOUT A
002889*                   CLOSLIST THE RUN IS UNCHANGED.
002896* 2026-10-15   RT   ELECTRONIC DELIVERY BY CUSTOMER PREFERENCE.
002903*                   A CUSTOMER WHOSE MASTER PREFERENCE IS E
002910*                   (ELECTRONIC ONLY) NO LONGER GETS A PRINTED
002917*                   STATEMENT - THE STATEMENT GOES INSTEAD TO
002924*                   THE STMTEDLV DELIVERY EXTRACT FOR THE
002931*                   DOCUMENT-DELIVERY VENDOR, AS A DOCHDR HEADER
002938*                   AND ITS DOCLINE DETAIL LINES (SHARED EDLVREC
002945*                   COPYBOOK) CLOSED BY A FILETRLR TRAILER. B
002952*                   (BOTH) GETS THE PRINTED PAGE AND THE EXTRACT.
002959*                   A CUSTOMER WITH NO ELECTRONIC ADDRESS IS
002966*                   PRINTED WHATEVER THE PREFERENCE. A DELIVERY
002973*                   SUMMARY LINE GIVES THE PRINTED AND THE
002980*                   ELECTRONIC COUNTS FOR THE MAIL ROOM.
002981* 2026-10-15   RT   RETURNED MAIL AND POSTAL PRESORT. THE
002982*                   STATEMENT PAGES NOW GO TO THE STMTMAIL WORK
002983*                   FILE (SHARED MAILREC LAYOUT, FILETRLR
002984*                   TRAILER) KEYED BY POSTAL CODE FOR THE
002985*                   MAILSORT PRESORT STEP, WHICH WRITES THE
002986*                   PRINT STREAM; STMTRPT KEEPS THE CONTROL
002987*                   LINES. A CUSTOMER WHOSE MASTER ADDRESS IS
002988*                   MARKED RETURNED (CM-MAIL-STATUS R, SET
002989*                   THROUGH RETMAIL AND CUSTMNT) IS NOT MAILED -
002990*                   THE STATEMENT IS LISTED ON THE STMTHOLD HOLD
002991*                   LIST FOR CUSTOMER SERVICE INSTEAD, UNTIL AN
002992*                   ADDRESS CHANGE RELEASES THE ACCOUNT. THE
002993*                   ELECTRONIC COPY STILL GOES OUT. CM-ELEC-ADDR
002994*                   GIVES ITS LAST BYTE TO CM-MAIL-STATUS.
002995*----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
004320         ORGANIZATION IS INDEXED
004330         ACCESS MODE IS RANDOM
004340         RECORD KEY IS SH-KEY.
004350     SELECT OPTIONAL CLOSE-LIST ASSIGN TO "CLOSLIST"
004360         ORGANIZATION IS LINE SEQUENTIAL.
004370     SELECT OPTIONAL CLOSE-STEP ASSIGN TO "CLOSSTEP"
004373         ORGANIZATION IS LINE SEQUENTIAL.
004376     SELECT DLVR-EXTRACT ASSIGN TO "STMTEDLV"
004380         ORGANIZATION IS LINE SEQUENTIAL.
004384     SELECT MAIL-WORK   ASSIGN TO "STMTMAIL"
004388         ORGANIZATION IS LINE SEQUENTIAL.
004392     SELECT HOLD-LIST   ASSIGN TO "STMTHOLD"
004396         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
005860         88  CM-CLOSED               VALUE "C".
005870         88  CM-SUSPENDED            VALUE "S".
005880     05  CM-OPEN-DATE        PIC 9(08).
005900     05  CM-DELIVERY-PREF    PIC X(01).
005920         88  CM-DELIVER-PAPER        VALUE "P" " ".
005940         88  CM-DELIVER-ELEC         VALUE "E".
005960         88  CM-DELIVER-BOTH         VALUE "B".
005968     05  CM-ELEC-ADDR        PIC X(19).
005976     05  CM-MAIL-STATUS      PIC X(01).
005984         88  CM-MAIL-OK              VALUE " ".
005992         88  CM-MAIL-RETURNED        VALUE "R".
006000*
006100 FD  FAC-RESULTS
006200     LABEL RECORDS ARE STANDARD
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  OL-RECORD               PIC X(80).
009404*
009408 FD  CLOSE-LIST
009412     LABEL RECORDS ARE STANDARD
009416     RECORD CONTAINS 80 CHARACTERS.
009420 01  CL-RECORD.
009424     05  CL-ACCOUNT-ID       PIC X(10).
009428     05  CL-CLOSED-DATE      PIC 9(08).
009432     05  CL-MERGED-INTO      PIC X(10).
009436     05  CL-NAME             PIC X(30).
009440     05  FILLER              PIC X(22).
009444*
009448 FD  CLOSE-STEP
009452     LABEL RECORDS ARE STANDARD
009456     RECORD CONTAINS 80 CHARACTERS.
009460 01  CS-RECORD.
009464     05  CS-ACCOUNT-ID       PIC X(10).
009468     05  CS-STEP             PIC X(04).
009472     05  CS-OUTCOME          PIC X(01).
009476     05  CS-REFERENCE        PIC X(10).
009480     05  CS-AMOUNT           PIC 9(06)V99.
009484     05  CS-TEXT             PIC X(30).
009488     05  FILLER              PIC X(17).
009490*
009492 FD  DLVR-EXTRACT
009494     LABEL RECORDS ARE STANDARD
009496     RECORD CONTAINS 80 CHARACTERS.
009498 01  ED-RECORD               PIC X(80).
009508 FD  MAIL-WORK
009518     LABEL RECORDS ARE STANDARD
009528     RECORD CONTAINS 120 CHARACTERS.
009538 01  MW-RECORD               PIC X(120).
009548 FD  HOLD-LIST
009558     LABEL RECORDS ARE STANDARD
009568     RECORD CONTAINS 80 CHARACTERS.
009578 01  HL-RECORD               PIC X(80).
009588*----------------------------------------------------------*
009600 WORKING-STORAGE SECTION.
009700     COPY RUNHDR.
009800     COPY OPERAUTH.
009833     COPY FILETRLR.
009866     COPY EDLVREC.
009883     COPY MAILREC.
009900*
010000 01  WS-SWITCHES.
010100     05  WS-EOF-SW           PIC X(01) VALUE "N".
010200         88  EOF-FAC-RESULTS         VALUE "Y".
010300     05  WS-FOUND-SW         PIC X(01) VALUE "N".
010400         88  MASTER-FOUND            VALUE "Y".
010410     05  WS-LIST-EOF-SW      PIC X(01) VALUE "N".
010420         88  EOF-CLOSE-LIST          VALUE "Y".
010430     05  WS-FINAL-MODE-SW    PIC X(01) VALUE "N".
010440         88  FINAL-MODE              VALUE "Y".
010450     05  WS-LISTED-SW        PIC X(01) VALUE "N".
010460         88  ACCOUNT-LISTED          VALUE "Y".
010468     05  WS-ROUTE-SW         PIC X(01) VALUE "P".
010476         88  ROUTE-PAPER             VALUE "P".
010484         88  ROUTE-ELEC              VALUE "E".
010492         88  ROUTE-BOTH              VALUE "B".
010494     05  WS-HELD-SW          PIC X(01) VALUE "N".
010496         88  MAIL-HELD               VALUE "Y".
010500*
010600 01  WS-COUNTERS.
010700     05  WS-STMT-COUNT       PIC 9(05) COMP VALUE ZERO.
010800     05  WS-MISS-COUNT       PIC 9(05) COMP VALUE ZERO.
010810     05  WS-CLOSED-COUNT     PIC 9(05) COMP VALUE ZERO.
010814     05  WS-FINAL-COUNT      PIC 9(05) COMP VALUE ZERO.
010818     05  WS-NOT-LISTED-COUNT PIC 9(05) COMP VALUE ZERO.
010822     05  WS-FINAL-FAIL-COUNT PIC 9(05) COMP VALUE ZERO.
010823     05  WS-PAPER-COUNT      PIC 9(05) COMP VALUE ZERO.
010824     05  WS-ELEC-COUNT       PIC 9(05) COMP VALUE ZERO.
010825     05  WS-BOTH-COUNT       PIC 9(05) COMP VALUE ZERO.
010826     05  WS-HELD-COUNT       PIC 9(05) COMP VALUE ZERO.
010827*
010830 01  WS-STMT-ACCRUAL         PIC 9(06) VALUE ZERO.
010834 01  WS-OUTCOME              PIC X(01) VALUE SPACE.
010838 01  WS-OUTCOME-TEXT         PIC X(30) VALUE SPACES.
010839 01  WS-PAGE-LINE            PIC X(80) VALUE SPACES.
010840*
010841* ONE DETAIL LINE OF THE DELIVERY EXTRACT, SET BEFORE 3450
010842*
010843 01  WS-EDLV-SEQ             PIC 9(03) COMP VALUE ZERO.
010844 01  WS-EDLV-CODE            PIC X(08) VALUE SPACES.
010845 01  WS-EDLV-AMOUNT          PIC S9(9)V99 VALUE ZERO.
010846 01  WS-EDLV-TEXT            PIC X(30) VALUE SPACES.
010847*
010848* THE CLOSING ACCOUNTS FROM CLOSLIST; SEEN IS SET WHEN THE
010850* ACCOUNT'S FACRSLT RESULT COMES THROUGH
010854*
010858 01  WS-CLOSE-MAX            PIC 9(03) COMP VALUE 500.
010862 01  WS-CLOSE-COUNT          PIC 9(03) COMP VALUE ZERO.
010866 01  WS-CLOSE-TABLE.
010870     05  WS-CL-ENTRY OCCURS 500 TIMES.
010874         10  WS-CL-ACCOUNT-ID    PIC X(10).
010878         10  WS-CL-CLOSED-DATE   PIC 9(08).
010882         10  WS-CL-MERGED-INTO   PIC X(10).
010886         10  WS-CL-SEEN-SW       PIC X(01).
010890 01  WS-CLOSE-SUB            PIC 9(03) COMP VALUE ZERO.
010900*
011000 01  WS-STMT-HEADER.
011100     05  WS-SH-TITLE         PIC X(26) VALUE
011200         "CUSTOMER ACCOUNT STATEMENT".
011300     05  FILLER              PIC X(54) VALUE SPACES.
011400*
013800     05  FILLER              PIC X(24) VALUE
013900         " NOT ON CUSTOMER MASTER".
014000     05  FILLER              PIC X(38) VALUE SPACES.
014008*
014016 01  WS-FINAL-LINE.
014024     05  FILLER              PIC X(16) VALUE "ACCOUNT CLOSED: ".
014032     05  WS-FL-CLOSED-DATE   PIC 9999/99/99.
014040     05  FILLER              PIC X(54) VALUE SPACES.
014048*
014056 01  WS-MERGED-LINE.
014064     05  FILLER              PIC X(21) VALUE
014072         "MERGED INTO ACCOUNT: ".
014080     05  WS-MG-SURVIVOR-ID   PIC X(10).
014088     05  FILLER              PIC X(49) VALUE SPACES.
014100*
014200 01  WS-COUNT-LINE.
014300     05  FILLER              PIC X(17) VALUE "STATEMENTS:".
014610     05  FILLER              PIC X(13) VALUE " SUPPRESSED:".
014620     05  WS-CT-CLOSED-COUNT  PIC ZZZZ9.
014700     05  FILLER              PIC X(20) VALUE SPACES.
014710*
014720 01  WS-FINAL-COUNT-LINE.
014730     05  FILLER              PIC X(17) VALUE "FINAL STATEMENTS:".
014740     05  WS-FC-FINAL-COUNT   PIC ZZZZ9.
014750     05  FILLER              PIC X(15) VALUE " NOT CLOSING:".
014760     05  WS-FC-NOT-LISTED    PIC ZZZZ9.
014770     05  FILLER              PIC X(13) VALUE " FAILED:".
014780     05  WS-FC-FAILED        PIC ZZZZ9.
014790     05  FILLER              PIC X(20) VALUE SPACES.
014791*
014792 01  WS-DELIVERY-LINE.
014793     05  FILLER              PIC X(17) VALUE "PRINTED:".
014794     05  WS-DV-PAPER-COUNT   PIC ZZZZ9.
014795     05  FILLER              PIC X(15) VALUE " ELECTRONIC:".
014796     05  WS-DV-ELEC-COUNT    PIC ZZZZ9.
014797     05  FILLER              PIC X(13) VALUE " OF WHICH".
014798     05  WS-DV-BOTH-COUNT    PIC ZZZZ9.
014799     05  FILLER              PIC X(20) VALUE " ALSO PRINTED".
014802*
014805 01  WS-HELD-LINE.
014808     05  FILLER              PIC X(24) VALUE
014811         "HELD FOR RETURNED MAIL:".
014814     05  WS-HC-HELD-COUNT    PIC ZZZZ9.
014817     05  FILLER              PIC X(51) VALUE SPACES.
014820*
014823 01  WS-HOLD-TITLE.
014826     05  FILLER              PIC X(40) VALUE
014829         "STATEMENTS HELD - RETURNED MAIL".
014832     05  FILLER              PIC X(40) VALUE SPACES.
014835*
014838 01  WS-HOLD-HEADER.
014841     05  FILLER              PIC X(11) VALUE "ACCOUNT".
014844     05  FILLER              PIC X(31) VALUE "NAME".
014847     05  FILLER              PIC X(05) VALUE "DOC".
014850     05  FILLER              PIC X(11) VALUE "DATE".
014853     05  FILLER              PIC X(22) VALUE "ACCRUAL".
014856*
014859 01  WS-HOLD-LINE.
014862     05  WS-HD-ACCOUNT-ID    PIC X(10).
014865     05  FILLER              PIC X(01) VALUE SPACE.
014868     05  WS-HD-NAME          PIC X(30).
014871     05  FILLER              PIC X(01) VALUE SPACE.
014874     05  WS-HD-DOC-TYPE      PIC X(04).
014877     05  FILLER              PIC X(01) VALUE SPACE.
014880     05  WS-HD-DOC-DATE      PIC 9999/99/99.
014883     05  FILLER              PIC X(01) VALUE SPACE.
014886     05  WS-HD-AMOUNT        PIC ZZZZZ9.
014889     05  FILLER              PIC X(16) VALUE SPACES.
014892*----------------------------------------------------------*
014900 PROCEDURE DIVISION.
015000 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015200     PERFORM 2000-PROCESS-RESULT THRU 2000-EXIT
015300         UNTIL EOF-FAC-RESULTS.
015310     IF FINAL-MODE
015320         PERFORM 2700-FINAL-NO-RESULT THRU 2700-EXIT
015330             VARYING WS-CLOSE-SUB FROM 1 BY 1
015340             UNTIL WS-CLOSE-SUB > WS-CLOSE-COUNT
015350     END-IF.
015400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015500     GOBACK.
015600*----------------------------------------------------------*
016500     OPEN INPUT FAC-RESULTS.
016510     OPEN I-O STMT-HIST.
016600     OPEN OUTPUT STMT-RPT.
016605     OPEN OUTPUT DLVR-EXTRACT.
016606     OPEN OUTPUT MAIL-WORK.
016607     OPEN OUTPUT HOLD-LIST.
016610     PERFORM 1100-LOAD-CLOSE-LIST THRU 1100-EXIT.
016700     MOVE "CUSTSTMT" TO RUNHDR-JOB-NAME.
016800     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
016900     MOVE RUNHDR-LINE-1 TO ST-RECORD.
017000     WRITE ST-RECORD.
017100     MOVE RUNHDR-LINE-2 TO ST-RECORD.
017200     WRITE ST-RECORD.
017211     MOVE RUNHDR-LINE-1 TO HL-RECORD.
017222     WRITE HL-RECORD.
017233     MOVE RUNHDR-LINE-2 TO HL-RECORD.
017244     WRITE HL-RECORD.
017255     MOVE WS-HOLD-TITLE TO HL-RECORD.
017266     WRITE HL-RECORD.
017277     MOVE WS-HOLD-HEADER TO HL-RECORD.
017288     WRITE HL-RECORD.
017300     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
017400 1000-EXIT.
017401     EXIT.
017402*----------------------------------------------------------*
017404* 1100-LOAD-CLOSE-LIST - THE CLOSURE RUN'S CLOSING ACCOUNTS.
017406*                        A NON-EMPTY CLOSLIST PUTS THE RUN IN
017408*                        FINAL-STATEMENT MODE.
017410*----------------------------------------------------------*
017412 1100-LOAD-CLOSE-LIST.
017414     OPEN INPUT CLOSE-LIST.
017416     PERFORM 1150-LOAD-CLOSING THRU 1150-EXIT
017418         UNTIL EOF-CLOSE-LIST.
017420     CLOSE CLOSE-LIST.
017422     IF WS-CLOSE-COUNT > ZERO
017424         SET FINAL-MODE TO TRUE
017426         MOVE "FINAL ACCOUNT STATEMENT" TO WS-SH-TITLE
017428         OPEN EXTEND CLOSE-STEP
017430     END-IF.
017432 1100-EXIT.
017434     EXIT.
017436*----------------------------------------------------------*
017438* 1150-LOAD-CLOSING - ONE CLOSLIST ACCOUNT INTO THE TABLE
017440*----------------------------------------------------------*
017442 1150-LOAD-CLOSING.
017444     READ CLOSE-LIST
017446         AT END
017448             SET EOF-CLOSE-LIST TO TRUE
017450             GO TO 1150-EXIT
017452     END-READ.
017454     IF WS-CLOSE-COUNT NOT < WS-CLOSE-MAX
017456         DISPLAY "CUSTSTMT: CLOSLIST HOLDS MORE THAN "
017458             WS-CLOSE-MAX " ACCOUNTS - CLOSURE TABLE FULL"
017460         MOVE 12 TO RETURN-CODE
017462         STOP RUN
017464     END-IF.
017466     ADD 1 TO WS-CLOSE-COUNT.
017468     MOVE CL-ACCOUNT-ID TO WS-CL-ACCOUNT-ID (WS-CLOSE-COUNT).
017470     MOVE CL-CLOSED-DATE TO WS-CL-CLOSED-DATE (WS-CLOSE-COUNT).
017472     MOVE CL-MERGED-INTO TO WS-CL-MERGED-INTO (WS-CLOSE-COUNT).
017474     MOVE "N" TO WS-CL-SEEN-SW (WS-CLOSE-COUNT).
017476 1150-EXIT.
017478     EXIT.
017600*----------------------------------------------------------*
017700* 2000-PROCESS-RESULT - MATCH ONE ACCOUNT RESULT TO THE
017800*                       MASTER AND PRINT ITS STATEMENT PAGE
017900*----------------------------------------------------------*
018000 2000-PROCESS-RESULT.
018010     IF FINAL-MODE
018020         PERFORM 2500-FINAL-RESULT THRU 2500-EXIT
018030         PERFORM 2100-READ-RESULT THRU 2100-EXIT
018040         GO TO 2000-EXIT
018050     END-IF.
018100     MOVE "N" TO WS-FOUND-SW.
018200     MOVE FR-ACCOUNT-ID TO CM-ACCOUNT-ID.
018300     READ CUST-MASTER
018950             MOVE WS-CLOSED-LINE TO ST-RECORD
018960             WRITE ST-RECORD
018970         ELSE
018990             MOVE FR-SUMATORIA TO WS-STMT-ACCRUAL
019000             PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT
019010         END-IF
019100     ELSE
020800     END-READ.
020900 2100-EXIT.
021000     EXIT.
021001*----------------------------------------------------------*
021002* 2500-FINAL-RESULT - FINAL-STATEMENT MODE: A RESULT FOR A
021003*                     CLOSING ACCOUNT GETS ITS FINAL
021004*                     STATEMENT, ANY OTHER IS PASSED OVER
021005*----------------------------------------------------------*
021006 2500-FINAL-RESULT.
021007     MOVE "N" TO WS-LISTED-SW.
021008     PERFORM 2550-MATCH-CLOSING THRU 2550-EXIT
021009         VARYING WS-CLOSE-SUB FROM 1 BY 1
021010         UNTIL ACCOUNT-LISTED
021011         OR WS-CLOSE-SUB > WS-CLOSE-COUNT.
021012     IF NOT ACCOUNT-LISTED
021013         ADD 1 TO WS-NOT-LISTED-COUNT
021014         GO TO 2500-EXIT
021015     END-IF.
021016     SUBTRACT 1 FROM WS-CLOSE-SUB.
021017     MOVE "Y" TO WS-CL-SEEN-SW (WS-CLOSE-SUB).
021018     MOVE FR-SUMATORIA TO WS-STMT-ACCRUAL.
021019     PERFORM 2650-FINAL-STATEMENT THRU 2650-EXIT.
021020 2500-EXIT.
021021     EXIT.
021022*----------------------------------------------------------*
021023* 2550-MATCH-CLOSING - ONE PROBE OF THE CLOSING ACCOUNTS
021024*----------------------------------------------------------*
021025 2550-MATCH-CLOSING.
021026     IF WS-CL-ACCOUNT-ID (WS-CLOSE-SUB) = FR-ACCOUNT-ID
021027         SET ACCOUNT-LISTED TO TRUE
021028     END-IF.
021029 2550-EXIT.
021030     EXIT.
021031*----------------------------------------------------------*
021032* 2650-FINAL-STATEMENT - PRINT ONE CLOSING ACCOUNT'S FINAL
021033*                        STATEMENT AND RECORD THE OUTCOME
021034*----------------------------------------------------------*
021035 2650-FINAL-STATEMENT.
021036     MOVE WS-CL-ACCOUNT-ID (WS-CLOSE-SUB) TO CM-ACCOUNT-ID.
021037     READ CUST-MASTER
021038         INVALID KEY
021039             ADD 1 TO WS-MISS-COUNT
021040             ADD 1 TO WS-FINAL-FAIL-COUNT
021041             MOVE SPACES TO ST-RECORD
021042             MOVE CM-ACCOUNT-ID TO WS-ML-ACCOUNT-ID
021043             MOVE WS-MISS-LINE TO ST-RECORD
021044             WRITE ST-RECORD
021045             MOVE "F" TO WS-OUTCOME
021046             MOVE "NOT ON CUSTOMER MASTER" TO WS-OUTCOME-TEXT
021047             PERFORM 2690-WRITE-OUTCOME THRU 2690-EXIT
021048             GO TO 2650-EXIT
021049     END-READ.
021050     PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT.
021051     ADD 1 TO WS-FINAL-COUNT.
021052     MOVE "D" TO WS-OUTCOME.
021053     IF MAIL-HELD
021054         MOVE "FINAL STMT HELD - RETURN MAIL" TO WS-OUTCOME-TEXT
021055         PERFORM 2690-WRITE-OUTCOME THRU 2690-EXIT
021056         GO TO 2650-EXIT
021057     END-IF.
021058     IF WS-CL-SEEN-SW (WS-CLOSE-SUB) = "Y"
021059         MOVE "FINAL STATEMENT PRINTED" TO WS-OUTCOME-TEXT
021060     ELSE
021061         MOVE "FINAL STATEMENT - NO ACCRUAL" TO WS-OUTCOME-TEXT
021062     END-IF.
021063     PERFORM 2690-WRITE-OUTCOME THRU 2690-EXIT.
021064 2650-EXIT.
021065     EXIT.
021066*----------------------------------------------------------*
021067* 2690-WRITE-OUTCOME - THE STATEMENT STEP'S CLOSSTEP RECORD
021068*----------------------------------------------------------*
021069 2690-WRITE-OUTCOME.
021070     MOVE SPACES TO CS-RECORD.
021071     MOVE WS-CL-ACCOUNT-ID (WS-CLOSE-SUB) TO CS-ACCOUNT-ID.
021072     MOVE "STMT" TO CS-STEP.
021073     MOVE WS-OUTCOME TO CS-OUTCOME.
021074     MOVE RUNHDR-DATE TO CS-REFERENCE.
021075     MOVE WS-STMT-ACCRUAL TO CS-AMOUNT.
021076     MOVE WS-OUTCOME-TEXT TO CS-TEXT.
021077     WRITE CS-RECORD.
021078 2690-EXIT.
021079     EXIT.
021080*----------------------------------------------------------*
021081* 2700-FINAL-NO-RESULT - A CLOSING ACCOUNT WITH NO FACRSLT
021082*                        RESULT STILL GETS ITS FINAL
021083*                        STATEMENT, AT ZERO ACCRUAL
021084*----------------------------------------------------------*
021085 2700-FINAL-NO-RESULT.
021086     IF WS-CL-SEEN-SW (WS-CLOSE-SUB) = "N"
021087         MOVE ZERO TO WS-STMT-ACCRUAL
021088         PERFORM 2650-FINAL-STATEMENT THRU 2650-EXIT
021089     END-IF.
021090 2700-EXIT.
021091     EXIT.
021100*----------------------------------------------------------*
021200* 3000-PRINT-STATEMENT - ONE STATEMENT PAGE FOR THE MATCHED
021250*                        CUSTOMER, MAILED, EXTRACTED FOR
021300*                        ELECTRONIC DELIVERY OR BOTH AS THE
021333*                        CUSTOMER PREFERS. A RETURNED ADDRESS
021366*                        PUTS THE PAPER COPY ON THE HOLD LIST.
021400*----------------------------------------------------------*
021500 3000-PRINT-STATEMENT.
021600     ADD 1 TO WS-STMT-COUNT.
021605     MOVE "N" TO WS-HELD-SW.
021611     PERFORM 3050-SET-ROUTE THRU 3050-EXIT.
021622     IF NOT ROUTE-PAPER
021633         PERFORM 3400-EXTRACT-STATEMENT THRU 3400-EXIT
021644     END-IF.
021655     IF ROUTE-ELEC
021666         GO TO 3000-HISTORY
021677     END-IF.
021678     IF CM-MAIL-RETURNED
021679         PERFORM 3600-HOLD-STATEMENT THRU 3600-EXIT
021680         GO TO 3000-HISTORY
021681     END-IF.
021682     IF ROUTE-BOTH
021683         ADD 1 TO WS-BOTH-COUNT
021684     END-IF.
021688     ADD 1 TO WS-PAPER-COUNT.
021722     MOVE CM-ACCOUNT-ID TO MAILREC-ACCOUNT-ID.
021756     MOVE CM-ADDR-LINE-1 TO MAILREC-ADDR-LINE (1).
021790     MOVE CM-ADDR-LINE-2 TO MAILREC-ADDR-LINE (2).
021824     MOVE CM-ADDR-LINE-3 TO MAILREC-ADDR-LINE (3).
021858     PERFORM MAILREC-START-PIECE THRU MAILREC-START-PIECE-EXIT.
021892     MOVE WS-STMT-HEADER TO WS-PAGE-LINE.
021926     PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT.
021960     MOVE SPACES TO WS-PAGE-LINE.
022000     MOVE CM-NAME TO WS-NL-NAME.
022070     MOVE WS-NAME-LINE TO WS-PAGE-LINE.
022140     PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT.
022210     PERFORM 3100-PRINT-MAILING-BLOCK THRU 3100-EXIT.
022305     MOVE SPACES TO WS-PAGE-LINE.
022400     MOVE CM-ACCOUNT-ID TO WS-AL-ACCOUNT-ID.
022500     MOVE WS-ACCOUNT-LINE TO WS-PAGE-LINE.
022600     PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT.
022700     MOVE SPACES TO WS-PAGE-LINE.
022800     MOVE WS-STMT-ACCRUAL TO WS-CL-SUMATORIA.
022900     MOVE WS-ACCRUAL-LINE TO WS-PAGE-LINE.
023000     PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT.
023100     MOVE SPACES TO WS-PAGE-LINE.
023200     MOVE RUNHDR-DATE TO WS-DT-RUN-DATE.
023267     MOVE WS-DATE-LINE TO WS-PAGE-LINE.
023334     PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT.
023402     IF FINAL-MODE
023404         PERFORM 3300-PRINT-CLOSURE-LINES THRU 3300-EXIT
023406     END-IF.
023481     MOVE SPACES TO WS-PAGE-LINE.
023556     PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT.
023633 3000-HISTORY.
023666     PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT.
023700 3000-EXIT.
023705     EXIT.
023710*----------------------------------------------------------*
023715* 3050-SET-ROUTE - PAPER, ELECTRONIC OR BOTH FROM THE MASTER
023720*                  PREFERENCE. WITH NO ELECTRONIC ADDRESS ON
023725*                  FILE THE STATEMENT IS PRINTED.
023730*----------------------------------------------------------*
023735 3050-SET-ROUTE.
023740     SET ROUTE-PAPER TO TRUE.
023745     IF CM-ELEC-ADDR = SPACES
023750         GO TO 3050-EXIT
023755     END-IF.
023760     IF CM-DELIVER-ELEC
023765         SET ROUTE-ELEC TO TRUE
023770     END-IF.
023775     IF CM-DELIVER-BOTH
023780         SET ROUTE-BOTH TO TRUE
023790     END-IF.
023795 3050-EXIT.
023800     EXIT.
023810*----------------------------------------------------------*
023820* 3100-PRINT-MAILING-BLOCK - THE THREE MASTER ADDRESS LINES
023860*----------------------------------------------------------*
023870 3100-PRINT-MAILING-BLOCK.
023871     IF CM-ADDR-LINE-1 NOT = SPACES
023872         MOVE SPACES TO WS-PAGE-LINE
023873         MOVE CM-ADDR-LINE-1 TO WS-AD-TEXT
023874         MOVE WS-ADDR-LINE TO WS-PAGE-LINE
023875         PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT
023876     END-IF.
023877     IF CM-ADDR-LINE-2 NOT = SPACES
023878         MOVE SPACES TO WS-PAGE-LINE
023879         MOVE CM-ADDR-LINE-2 TO WS-AD-TEXT
023880         MOVE WS-ADDR-LINE TO WS-PAGE-LINE
023881         PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT
023882     END-IF.
023883     IF CM-ADDR-LINE-3 NOT = SPACES
023884         MOVE SPACES TO WS-PAGE-LINE
023885         MOVE CM-ADDR-LINE-3 TO WS-AD-TEXT
023886         MOVE WS-ADDR-LINE TO WS-PAGE-LINE
023887         PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT
023888     END-IF.
023889 3100-EXIT.
023890     EXIT.
023902     MOVE CM-ADDR-LINE-1 TO SH-ADDR-LINE-1.
023903     MOVE CM-ADDR-LINE-2 TO SH-ADDR-LINE-2.
023904     MOVE CM-ADDR-LINE-3 TO SH-ADDR-LINE-3.
023905     MOVE WS-STMT-ACCRUAL TO SH-SUMATORIA.
023906     WRITE SH-RECORD
023907         INVALID KEY
023908             REWRITE SH-RECORD
023910 3200-EXIT.
023911     EXIT.
023912*----------------------------------------------------------*
023916* 3300-PRINT-CLOSURE-LINES - THE CLOSING DATE, AND THE
023920*                            SURVIVING ACCOUNT FOR A MERGE, ON A
023924*                            FINAL STATEMENT
023928*----------------------------------------------------------*
023932 3300-PRINT-CLOSURE-LINES.
023936     MOVE SPACES TO WS-PAGE-LINE.
023940     MOVE WS-CL-CLOSED-DATE (WS-CLOSE-SUB) TO WS-FL-CLOSED-DATE.
023944     MOVE WS-FINAL-LINE TO WS-PAGE-LINE.
023948     PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT.
023952     IF WS-CL-MERGED-INTO (WS-CLOSE-SUB) NOT = SPACES
023956         MOVE SPACES TO WS-PAGE-LINE
023960         MOVE WS-CL-MERGED-INTO (WS-CLOSE-SUB)
023964             TO WS-MG-SURVIVOR-ID
023968         MOVE WS-MERGED-LINE TO WS-PAGE-LINE
023972         PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT
023976     END-IF.
023980 3300-EXIT.
023984     EXIT.
023988*----------------------------------------------------------*
023989* 3400-EXTRACT-STATEMENT - THE STATEMENT AS ONE DOCUMENT ON
023990*                          THE STMTEDLV DELIVERY EXTRACT - A
023991*                          DOCHDR HEADER THEN ITS DOCLINES
023992*----------------------------------------------------------*
023993 3400-EXTRACT-STATEMENT.
023994     ADD 1 TO WS-ELEC-COUNT.
023995     MOVE SPACES TO EDLVREC-RECORD.
023996     SET EDLVREC-IS-HEADER TO TRUE.
023997     MOVE "STMT" TO EDLVREC-DOC-TYPE.
023998     MOVE CM-ACCOUNT-ID TO EDLVREC-ACCOUNT-ID.
023999     MOVE RUNHDR-DATE TO EDLVREC-DOC-DATE.
024000     MOVE CM-ELEC-ADDR TO EDLVREC-ELEC-ADDR.
024001     PERFORM 3490-PUT-EXTRACT THRU 3490-EXIT.
024002     MOVE ZERO TO WS-EDLV-SEQ.
024003     MOVE ZERO TO WS-EDLV-AMOUNT.
024004     MOVE "TITLE" TO WS-EDLV-CODE.
024005     MOVE WS-SH-TITLE TO WS-EDLV-TEXT.
024006     PERFORM 3450-EXTRACT-DETAIL THRU 3450-EXIT.
024007     MOVE "NAME" TO WS-EDLV-CODE.
024008     MOVE CM-NAME TO WS-EDLV-TEXT.
024009     PERFORM 3450-EXTRACT-DETAIL THRU 3450-EXIT.
024010     MOVE "ACCRUAL" TO WS-EDLV-CODE.
024011     MOVE WS-STMT-ACCRUAL TO WS-EDLV-AMOUNT.
024012     MOVE SPACES TO WS-EDLV-TEXT.
024013     PERFORM 3450-EXTRACT-DETAIL THRU 3450-EXIT.
024014     IF NOT FINAL-MODE
024015         GO TO 3400-EXIT
024016     END-IF.
024017     MOVE ZERO TO WS-EDLV-AMOUNT.
024018     MOVE "CLOSED" TO WS-EDLV-CODE.
024019     MOVE WS-CL-CLOSED-DATE (WS-CLOSE-SUB) TO WS-EDLV-TEXT.
024020     PERFORM 3450-EXTRACT-DETAIL THRU 3450-EXIT.
024021     IF WS-CL-MERGED-INTO (WS-CLOSE-SUB) NOT = SPACES
024022         MOVE "MERGED" TO WS-EDLV-CODE
024023         MOVE WS-CL-MERGED-INTO (WS-CLOSE-SUB) TO WS-EDLV-TEXT
024024         PERFORM 3450-EXTRACT-DETAIL THRU 3450-EXIT
024025     END-IF.
024026 3400-EXIT.
024027     EXIT.
024028*----------------------------------------------------------*
024029* 3450-EXTRACT-DETAIL - ONE DOCLINE FROM THE CODE, AMOUNT AND
024030*                       TEXT THE CALLER HAS SET; THE AMOUNT
024031*                       GOES INTO THE TRAILER HASH
024032*----------------------------------------------------------*
024033 3450-EXTRACT-DETAIL.
024034     ADD 1 TO WS-EDLV-SEQ.
024035     MOVE SPACES TO EDLVREC-RECORD.
024036     SET EDLVREC-IS-DETAIL TO TRUE.
024037     MOVE CM-ACCOUNT-ID TO EDLVREC-DL-ACCOUNT.
024038     MOVE WS-EDLV-SEQ TO EDLVREC-DL-SEQ.
024039     MOVE WS-EDLV-CODE TO EDLVREC-DL-CODE.
024040     MOVE WS-EDLV-AMOUNT TO EDLVREC-DL-AMOUNT.
024041     MOVE WS-EDLV-TEXT TO EDLVREC-DL-TEXT.
024042     ADD WS-EDLV-AMOUNT TO EDLVREC-HASH.
024043     PERFORM 3490-PUT-EXTRACT THRU 3490-EXIT.
024044 3450-EXIT.
024045     EXIT.
024046*----------------------------------------------------------*
024047* 3490-PUT-EXTRACT - COUNT AND WRITE ONE EXTRACT RECORD
024048*----------------------------------------------------------*
024049 3490-PUT-EXTRACT.
024050     ADD 1 TO EDLVREC-COUNT.
024051     MOVE EDLVREC-RECORD TO ED-RECORD.
024052     WRITE ED-RECORD.
024053 3490-EXIT.
024054     EXIT.
024055*----------------------------------------------------------*
024056* 3500-PUT-MAIL-LINE - ONE PAGE LINE TO THE STMTMAIL WORK FILE
024057*                      UNDER THE CURRENT PIECE
024058*----------------------------------------------------------*
024059 3500-PUT-MAIL-LINE.
024060     ADD 1 TO MAILREC-LINE-NO.
024061     ADD 1 TO MAILREC-COUNT.
024062     MOVE WS-PAGE-LINE TO MAILREC-TEXT.
024063     MOVE MAILREC-RECORD TO MW-RECORD.
024064     WRITE MW-RECORD.
024065 3500-EXIT.
024066     EXIT.
024067*----------------------------------------------------------*
024068* 3600-HOLD-STATEMENT - THE ADDRESS IS MARKED RETURNED: LIST
024069*                       THE STATEMENT ON STMTHOLD INSTEAD OF
024070*                       MAILING IT
024071*----------------------------------------------------------*
024072 3600-HOLD-STATEMENT.
024073     SET MAIL-HELD TO TRUE.
024074     ADD 1 TO WS-HELD-COUNT.
024075     MOVE SPACES TO HL-RECORD.
024076     MOVE CM-ACCOUNT-ID TO WS-HD-ACCOUNT-ID.
024077     MOVE CM-NAME TO WS-HD-NAME.
024078     MOVE "STMT" TO WS-HD-DOC-TYPE.
024079     MOVE RUNHDR-DATE TO WS-HD-DOC-DATE.
024080     MOVE WS-STMT-ACCRUAL TO WS-HD-AMOUNT.
024081     MOVE WS-HOLD-LINE TO HL-RECORD.
024082     WRITE HL-RECORD.
024083 3600-EXIT.
024084     EXIT.
024085*----------------------------------------------------------*
024086* 9000-TERMINATE - PRINT THE STATEMENT COUNT CONTROL AND
024100*                  CLOSE THE FILES
024200*----------------------------------------------------------*
024300 9000-TERMINATE.
024600     MOVE WS-MISS-COUNT TO WS-CT-MISS-COUNT.
024610     MOVE WS-CLOSED-COUNT TO WS-CT-CLOSED-COUNT.
024700     MOVE WS-COUNT-LINE TO ST-RECORD.
024714     WRITE ST-RECORD.
024728     MOVE SPACES TO ST-RECORD.
024742     MOVE WS-PAPER-COUNT TO WS-DV-PAPER-COUNT.
024756     MOVE WS-ELEC-COUNT TO WS-DV-ELEC-COUNT.
024770     MOVE WS-BOTH-COUNT TO WS-DV-BOTH-COUNT.
024784     MOVE WS-DELIVERY-LINE TO ST-RECORD.
024800     WRITE ST-RECORD.
024801     MOVE SPACES TO ST-RECORD.
024802     MOVE WS-HELD-COUNT TO WS-HC-HELD-COUNT.
024803     MOVE WS-HELD-LINE TO ST-RECORD.
024804     WRITE ST-RECORD.
024805     MOVE SPACES TO HL-RECORD.
024806     WRITE HL-RECORD.
024807     MOVE WS-HELD-LINE TO HL-RECORD.
024808     WRITE HL-RECORD.
024809     CLOSE HOLD-LIST.
024810     IF FINAL-MODE
024820         MOVE SPACES TO ST-RECORD
024830         MOVE WS-FINAL-COUNT TO WS-FC-FINAL-COUNT
024840         MOVE WS-NOT-LISTED-COUNT TO WS-FC-NOT-LISTED
024850         MOVE WS-FINAL-FAIL-COUNT TO WS-FC-FAILED
024860         MOVE WS-FINAL-COUNT-LINE TO ST-RECORD
024870         WRITE ST-RECORD
024880         CLOSE CLOSE-STEP
024890     END-IF.
024900     CLOSE CUST-MASTER.
025000     CLOSE FAC-RESULTS.
025010     CLOSE STMT-HIST.
025100     CLOSE STMT-RPT.
025150     PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT.
025175     PERFORM 9200-WRITE-MAIL-TRAILER THRU 9200-EXIT.
025200 9000-EXIT.
025206     EXIT.
025212*----------------------------------------------------------*
025218* 9100-WRITE-TRAILER - CLOSE THE DELIVERY EXTRACT WITH THE
025224*                      STANDARD COUNT-AND-HASH TRAILER
025230*----------------------------------------------------------*
025236 9100-WRITE-TRAILER.
025242     MOVE SPACES TO FILETRLR-RECORD.
025248     MOVE "TRAILER " TO FILETRLR-TAG.
025254     MOVE EDLVREC-COUNT TO FILETRLR-COUNT.
025260     MOVE EDLVREC-HASH TO FILETRLR-HASH.
025266     MOVE FILETRLR-RECORD TO ED-RECORD.
025272     WRITE ED-RECORD.
025278     CLOSE DLVR-EXTRACT.
025284 9100-EXIT.
025300     EXIT.
025400*----------------------------------------------------------*
025405* 9200-WRITE-MAIL-TRAILER - CLOSE THE STMTMAIL WORK FILE WITH
025410*                           THE STANDARD COUNT-AND-HASH
025415*                           TRAILER FOR MAILSORT
025420*----------------------------------------------------------*
025425 9200-WRITE-MAIL-TRAILER.
025430     MOVE SPACES TO FILETRLR-RECORD.
025435     MOVE "TRAILER " TO FILETRLR-TAG.
025440     MOVE MAILREC-COUNT TO FILETRLR-COUNT.
025445     MOVE MAILREC-HASH TO FILETRLR-HASH.
025450     MOVE SPACES TO MW-RECORD.
025455     MOVE FILETRLR-RECORD TO MW-RECORD.
025460     WRITE MW-RECORD.
025465     CLOSE MAIL-WORK.
025470 9200-EXIT.
025475     EXIT.
025480*----------------------------------------------------------*
025500     COPY RUNHDRP.
025550     COPY MAILRECP.
025600     COPY OPERAUTP.
