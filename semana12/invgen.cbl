002600*                   THE MASTER OR WITH NO MATCHING FEE BAND
002700*                   IS REPORTED AND LEFT UNBILLED, BUT ITS
002800*                   ACCRUAL STILL COUNTS TOWARD THE TIE-OUT.
002810* 2026-10-15   RT   EVERY INVOICE NOW CARRIES A REAL INVOICE
002820*                   NUMBER, TAKEN FROM THE LASTINVN CONTROL
002830*                   FILE AND SAVED BACK AT TERMINATION LIKE
002840*                   CUSTGRT'S LASTSEQN, AND LANDS AS AN OPEN
002850*                   ITEM ON THE KEYED AROPEN RECEIVABLES FILE
002860*                   (ACCOUNT + INVOICE NUMBER) FOR THE
002870*                   CASHAPP CASH-APPLICATION RUN TO PAY OFF.
002880*                   THE NUMBER PRINTS ON THE INVOICE PAGE AND
002890*                   THE INVREG LINE. AN OPEN ITEM THAT IS
002891*                   ALREADY ON FILE IS NOTED AND COUNTED.
002892* 2026-10-15   RT   WRITES AN INVCTL CONTROL RECORD AT
002893*                   TERMINATION - INVOICE COUNT, TOTAL FEES
002894*                   BILLED AND THE RUN DATE AND TIME, LAID
002895*                   OUT LIKE THE OTHER CTL FILES - SO THE
002896*                   GLEXTRCT JOURNAL EXTRACT CAN POST FEE
002897*                   REVENUE WITHOUT ANYONE RE-KEYING INVREG.
002902* 2026-10-15   RT   FINAL INVOICES FOR THE ACCOUNT CLOSURE RUN -
002907*                   WHEN A CLOSLIST IS SUPPLIED ONLY THE LISTED
002912*                   CLOSING ACCOUNTS ARE BILLED, ON A PAGE HEADED
002917*                   AS THE FINAL INVOICE, AND EACH ACCOUNT'S
002922*                   OUTCOME (INVOICE NUMBER AND FEE, OR WHY IT
002927*                   COULD NOT BE BILLED) GOES TO CLOSSTEP FOR THE
002932*                   CLOSCHK CHECKLIST. IN THE NIGHTLY RUN A CLOSED
002937*                   ACCOUNT IS NO LONGER BILLED - ITS LAST FEE IS
002942*                   RAISED BY THE CLOSURE RUN - AND IS NOTED
002947*                   "ACCOUNT CLOSED" ON INVREG.
002952* 2026-10-15   RT   AROPEN OPEN ITEMS NOW CARRY THE CREDIT AND
002957*                   DEBIT MEMO TOTALS INVADJ POSTS AGAINST THE
002962*                   INVOICE - A NEW ITEM STARTS THEM AT ZERO.
002964* 2026-10-15   RT   ELECTRONIC DELIVERY BY CUSTOMER PREFERENCE.
002966*                   AN INVOICE FOR A CUSTOMER WHOSE MASTER
002968*                   PREFERENCE IS E (ELECTRONIC ONLY) IS NO
002970*                   LONGER PRINTED BUT WRITTEN TO THE INVEDLV
002972*                   DELIVERY EXTRACT FOR THE DOCUMENT-DELIVERY
002974*                   VENDOR - A DOCHDR HEADER AND ITS DOCLINE
002976*                   DETAIL LINES (SHARED EDLVREC COPYBOOK),
002978*                   CLOSED BY A FILETRLR TRAILER. B (BOTH) GETS
002980*                   THE PRINTED PAGE AND THE EXTRACT, AND A
002982*                   CUSTOMER WITH NO ELECTRONIC ADDRESS IS
002984*                   PRINTED. INVREG CLOSES WITH THE PRINTED AND
002986*                   ELECTRONIC COUNTS FOR THE MAIL ROOM.
002992* 2026-10-15   RT   RETURNED MAIL AND POSTAL PRESORT. THE
002998*                   INVOICE PAGES NOW GO TO THE INVMAIL WORK
003004*                   FILE (SHARED MAILREC LAYOUT, FILETRLR
003010*                   TRAILER) KEYED BY POSTAL CODE FOR THE
003016*                   MAILSORT PRESORT STEP, WHICH WRITES INVPRINT
003022*                   IN POSTAL ORDER. A CUSTOMER WHOSE MASTER
003028*                   ADDRESS IS MARKED RETURNED (CM-MAIL-STATUS R,
003034*                   SET THROUGH RETMAIL AND CUSTMNT) IS NOT
003040*                   MAILED - THE INVOICE IS STILL ISSUED AND
003046*                   OPENED ON AROPEN BUT LISTED ON THE INVHOLD
003052*                   HOLD LIST FOR CUSTOMER SERVICE, NOTED MAIL
003058*                   HELD ON INVREG, UNTIL AN ADDRESS CHANGE
003064*                   RELEASES THE ACCOUNT. THE ELECTRONIC COPY
003070*                   STILL GOES OUT. CM-ELEC-ADDR GIVES ITS LAST
003076*                   BYTE TO CM-MAIL-STATUS.
003082*----------------------------------------------------------*
003088 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT FAC-CTL     ASSIGN TO "FACCTL"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004550     SELECT MAIL-WORK   ASSIGN TO "INVMAIL"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004650     SELECT HOLD-LIST   ASSIGN TO "INVHOLD"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT INV-REG     ASSIGN TO "INVREG"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005510     SELECT OPTIONAL LAST-INV ASSIGN TO "LASTINVN"
005520         ORGANIZATION IS LINE SEQUENTIAL.
005530     SELECT AR-OPEN     ASSIGN TO "AROPEN"
005540         ORGANIZATION IS INDEXED
005550         ACCESS MODE IS RANDOM
005560         RECORD KEY IS AO-KEY.
005570     SELECT INV-CTL     ASSIGN TO "INVCTL"
005580         ORGANIZATION IS LINE SEQUENTIAL.
005584     SELECT OPTIONAL CLOSE-LIST ASSIGN TO "CLOSLIST"
005588         ORGANIZATION IS LINE SEQUENTIAL.
005592     SELECT OPTIONAL CLOSE-STEP ASSIGN TO "CLOSSTEP"
005596         ORGANIZATION IS LINE SEQUENTIAL.
005597     SELECT DLVR-EXTRACT ASSIGN TO "INVEDLV"
005598         ORGANIZATION IS LINE SEQUENTIAL.
005600*----------------------------------------------------------*
005700 DATA DIVISION.
005800 FILE SECTION.
007900         88  CM-CLOSED               VALUE "C".
008000         88  CM-SUSPENDED            VALUE "S".
008100     05  CM-OPEN-DATE        PIC 9(08).
008133     05  CM-DELIVERY-PREF    PIC X(01).
008166         88  CM-DELIVER-PAPER        VALUE "P" " ".
008199         88  CM-DELIVER-ELEC         VALUE "E".
008232         88  CM-DELIVER-BOTH         VALUE "B".
008245     05  CM-ELEC-ADDR        PIC X(19).
008258     05  CM-MAIL-STATUS      PIC X(01).
008271         88  CM-MAIL-OK              VALUE " ".
008284         88  CM-MAIL-RETURNED        VALUE "R".
008300*
008400 FD  FEE-SCHED
008500     LABEL RECORDS ARE STANDARD
009900     05  FC-RECORD-COUNT     PIC 9(06).
010000     05  FILLER              PIC X(58).
010100*
010128 FD  MAIL-WORK
010156     LABEL RECORDS ARE STANDARD
010184     RECORD CONTAINS 120 CHARACTERS.
010212 01  MW-RECORD               PIC X(120).
010240*
010268 FD  HOLD-LIST
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  HL-RECORD               PIC X(80).
010600*
010700 FD  INV-REG
010800     LABEL RECORDS ARE STANDARD
013000     LABEL RECORDS ARE STANDARD
013100     RECORD CONTAINS 80 CHARACTERS.
013200 01  OL-RECORD               PIC X(80).
013210*
013220 FD  LAST-INV
013230     LABEL RECORDS ARE STANDARD
013240     RECORD CONTAINS 80 CHARACTERS.
013250 01  LI-RECORD.
013260     05  LI-INVOICE-NO       PIC 9(08).
013270     05  FILLER              PIC X(72).
013280*
013290 FD  AR-OPEN
013291     LABEL RECORDS ARE STANDARD
013292     RECORD CONTAINS 80 CHARACTERS.
013293 01  AO-RECORD.
013294     05  AO-KEY.
013295         10  AO-ACCOUNT-ID   PIC X(10).
013296         10  AO-INVOICE-NO   PIC 9(08).
013297     05  AO-INVOICE-DATE     PIC 9(08).
013298     05  AO-BILLED-AMT       PIC S9(7)V99.
013299     05  AO-PAID-AMT         PIC S9(7)V99.
013300     05  AO-OPEN-AMT         PIC S9(7)V99.
013301     05  AO-STATUS           PIC X(01).
013302         88  AO-OPEN                 VALUE "O".
013303         88  AO-PAID                 VALUE "P".
013304     05  AO-LAST-PAY-DATE    PIC 9(08).
013305     05  AO-CREDIT-AMT       PIC S9(7)V99.
013306     05  AO-DEBIT-AMT        PIC S9(7)V99.
013307*
013308 FD  INV-CTL
013309     LABEL RECORDS ARE STANDARD
013310     RECORD CONTAINS 80 CHARACTERS.
013311 01  IC-RECORD.
013312     05  IC-PROGRAM-ID       PIC X(08).
013313     05  IC-CONTROL-TOTAL    PIC S9(8)V99.
013314     05  IC-RECORD-COUNT     PIC 9(06).
013315     05  IC-RUN-DATE         PIC 9(08).
013316     05  IC-RUN-TIME         PIC 9(06).
013317     05  FILLER              PIC X(42).
013321*
013324 FD  CLOSE-LIST
013327     LABEL RECORDS ARE STANDARD
013330     RECORD CONTAINS 80 CHARACTERS.
013333 01  CL-RECORD.
013336     05  CL-ACCOUNT-ID       PIC X(10).
013339     05  CL-CLOSED-DATE      PIC 9(08).
013342     05  CL-MERGED-INTO      PIC X(10).
013345     05  CL-NAME             PIC X(30).
013348     05  FILLER              PIC X(22).
013351*
013354 FD  CLOSE-STEP
013357     LABEL RECORDS ARE STANDARD
013360     RECORD CONTAINS 80 CHARACTERS.
013363 01  CS-RECORD.
013366     05  CS-ACCOUNT-ID       PIC X(10).
013369     05  CS-STEP             PIC X(04).
013372     05  CS-OUTCOME          PIC X(01).
013375     05  CS-REFERENCE        PIC X(10).
013378     05  CS-AMOUNT           PIC 9(06)V99.
013381     05  CS-TEXT             PIC X(30).
013384     05  FILLER              PIC X(17).
013385*
013386 FD  DLVR-EXTRACT
013387     LABEL RECORDS ARE STANDARD
013388     RECORD CONTAINS 80 CHARACTERS.
013389 01  ED-RECORD               PIC X(80).
013390*----------------------------------------------------------*
013400 WORKING-STORAGE SECTION.
013500     COPY RUNHDR.
013600     COPY OPERAUTH.
013633     COPY FILETRLR.
013666     COPY EDLVREC.
013683     COPY MAILREC.
013700*
013800 01  WS-SWITCHES.
013900     05  WS-EOF-SW           PIC X(01) VALUE "N".
014600         88  BAND-FOUND              VALUE "Y".
014700     05  WS-BALANCE-SW       PIC X(01) VALUE "N".
014800         88  IN-BALANCE              VALUE "Y".
014810     05  WS-LIST-EOF-SW      PIC X(01) VALUE "N".
014820         88  EOF-CLOSE-LIST          VALUE "Y".
014830     05  WS-FINAL-MODE-SW    PIC X(01) VALUE "N".
014840         88  FINAL-MODE              VALUE "Y".
014850     05  WS-LISTED-SW        PIC X(01) VALUE "N".
014860         88  ACCOUNT-LISTED          VALUE "Y".
014868     05  WS-ROUTE-SW         PIC X(01) VALUE "P".
014876         88  ROUTE-PAPER             VALUE "P".
014884         88  ROUTE-ELEC              VALUE "E".
014892         88  ROUTE-BOTH              VALUE "B".
014894     05  WS-HELD-SW          PIC X(01) VALUE "N".
014896         88  MAIL-HELD               VALUE "Y".
014900*
015000 01  WS-COUNTERS.
015100     05  WS-RESULT-COUNT     PIC 9(05) COMP VALUE ZERO.
015200     05  WS-INVOICE-COUNT    PIC 9(05) COMP VALUE ZERO.
015300     05  WS-MISS-COUNT       PIC 9(05) COMP VALUE ZERO.
015400     05  WS-NOBAND-COUNT     PIC 9(05) COMP VALUE ZERO.
015410     05  WS-AR-WRITE-COUNT   PIC 9(05) COMP VALUE ZERO.
015420     05  WS-AR-DUP-COUNT     PIC 9(05) COMP VALUE ZERO.
015422     05  WS-CLOSED-COUNT     PIC 9(05) COMP VALUE ZERO.
015424     05  WS-FINAL-COUNT      PIC 9(05) COMP VALUE ZERO.
015426     05  WS-NOT-LISTED-COUNT PIC 9(05) COMP VALUE ZERO.
015428     05  WS-FINAL-FAIL-COUNT PIC 9(05) COMP VALUE ZERO.
015430     05  WS-PAPER-COUNT      PIC 9(05) COMP VALUE ZERO.
015432     05  WS-ELEC-COUNT       PIC 9(05) COMP VALUE ZERO.
015434     05  WS-BOTH-COUNT       PIC 9(05) COMP VALUE ZERO.
015435     05  WS-HELD-COUNT       PIC 9(05) COMP VALUE ZERO.
015436*
015438 01  WS-PAGE-LINE            PIC X(80) VALUE SPACES.
015440 01  WS-INVOICE-NO           PIC 9(08) VALUE ZERO.
015444 01  WS-OUTCOME              PIC X(01) VALUE SPACE.
015448 01  WS-OUTCOME-TEXT         PIC X(30) VALUE SPACES.
015449*
015450* ONE DETAIL LINE OF THE DELIVERY EXTRACT, SET BEFORE 3450
015451*
015452 01  WS-EDLV-SEQ             PIC 9(03) COMP VALUE ZERO.
015453 01  WS-EDLV-CODE            PIC X(08) VALUE SPACES.
015454 01  WS-EDLV-AMOUNT          PIC S9(9)V99 VALUE ZERO.
015455 01  WS-EDLV-TEXT            PIC X(30) VALUE SPACES.
015456*
015457* THE CLOSING ACCOUNTS FROM CLOSLIST; SEEN IS SET WHEN THE
015460* ACCOUNT'S FACRSLT RESULT COMES THROUGH
015464*
015468 01  WS-CLOSE-MAX            PIC 9(03) COMP VALUE 500.
015472 01  WS-CLOSE-COUNT          PIC 9(03) COMP VALUE ZERO.
015476 01  WS-CLOSE-TABLE.
015480     05  WS-CL-ENTRY OCCURS 500 TIMES.
015484         10  WS-CL-ACCOUNT-ID    PIC X(10).
015488         10  WS-CL-SEEN-SW       PIC X(01).
015492 01  WS-CLOSE-SUB            PIC 9(03) COMP VALUE ZERO.
015500*
015600 01  WS-ACCRUAL-TOTAL        PIC S9(8)V99 VALUE ZERO.
015700 01  WS-FEE-TOTAL            PIC S9(8)V99 VALUE ZERO.
016900         10  WS-FT-RATE          PIC 9(1)V9(4).
017000*
017100 01  WS-INV-HEADER.
017200     05  WS-IH-TITLE         PIC X(21) VALUE
017300         "ACCRUAL FEE INVOICE".
017400     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
017500     05  WS-IH-RUN-DATE      PIC 9999/99/99.
017510     05  FILLER              PIC X(11) VALUE "  INVOICE: ".
017520     05  WS-IH-INVOICE-NO    PIC 9(08).
017600     05  FILLER              PIC X(20) VALUE SPACES.
017700*
017800 01  WS-NAME-LINE.
017900     05  FILLER              PIC X(10) VALUE "NAME:     ".
020200     05  WS-RG-FEE           PIC ZZZZZ9.99.
020300     05  FILLER              PIC X(01) VALUE SPACE.
020400     05  WS-RG-NOTE          PIC X(14).
020410     05  FILLER              PIC X(05) VALUE " INV:".
020420     05  WS-RG-INVOICE-NO    PIC Z(08).
020500     05  FILLER              PIC X(12) VALUE SPACES.
020600*
020700 01  WS-REG-TOTAL-LINE.
020800     05  FILLER              PIC X(10) VALUE "INVOICES:".
021900     05  FILLER              PIC X(08) VALUE " DIFF:".
022000     05  WS-TI-VARIANCE      PIC -(7)9.99.
022100     05  FILLER              PIC X(29) VALUE SPACES.
022110*
022120 01  WS-AR-LINE.
022130     05  FILLER              PIC X(16) VALUE "AR OPEN ITEMS:".
022140     05  WS-AL-WRITTEN       PIC ZZZZ9.
022150     05  FILLER              PIC X(16) VALUE " ALREADY ON AR:".
022160     05  WS-AL-DUPS          PIC ZZZZ9.
022170     05  FILLER              PIC X(16) VALUE " LAST INVOICE:".
022180     05  WS-AL-LAST-INV      PIC 9(08).
022190     05  FILLER              PIC X(14) VALUE SPACES.
022198*
022206 01  WS-CLOSURE-LINE.
022214     05  FILLER              PIC X(19) VALUE "CLOSED NOT BILLED:".
022222     05  WS-CX-CLOSED        PIC ZZZZ9.
022230     05  FILLER              PIC X(16) VALUE " FINAL INVOICES:".
022238     05  WS-CX-FINAL         PIC ZZZZ9.
022246     05  FILLER              PIC X(13) VALUE " NOT CLOSING:".
022254     05  WS-CX-NOT-LISTED    PIC ZZZZ9.
022262     05  FILLER              PIC X(08) VALUE " FAILED:".
022270     05  WS-CX-FAILED        PIC ZZZZ9.
022278     05  FILLER              PIC X(04) VALUE SPACES.
022279*
022280 01  WS-DELIVERY-LINE.
022281     05  FILLER              PIC X(17) VALUE "PRINTED:".
022282     05  WS-DV-PAPER-COUNT   PIC ZZZZ9.
022283     05  FILLER              PIC X(15) VALUE " ELECTRONIC:".
022284     05  WS-DV-ELEC-COUNT    PIC ZZZZ9.
022285     05  FILLER              PIC X(13) VALUE " OF WHICH".
022286     05  WS-DV-BOTH-COUNT    PIC ZZZZ9.
022287     05  FILLER              PIC X(20) VALUE " ALSO PRINTED".
022290*
022293 01  WS-HELD-LINE.
022296     05  FILLER              PIC X(24) VALUE
022299         "HELD FOR RETURNED MAIL:".
022302     05  WS-HC-HELD-COUNT    PIC ZZZZ9.
022305     05  FILLER              PIC X(51) VALUE SPACES.
022308*
022311 01  WS-HOLD-TITLE.
022314     05  FILLER              PIC X(40) VALUE
022317         "INVOICES HELD - RETURNED MAIL".
022320     05  FILLER              PIC X(40) VALUE SPACES.
022323*
022326 01  WS-HOLD-HEADER.
022329     05  FILLER              PIC X(11) VALUE "ACCOUNT".
022332     05  FILLER              PIC X(31) VALUE "NAME".
022335     05  FILLER              PIC X(05) VALUE "DOC".
022338     05  FILLER              PIC X(09) VALUE "INVOICE".
022341     05  FILLER              PIC X(11) VALUE "DATE".
022344     05  FILLER              PIC X(13) VALUE "      FEE".
022347*
022350 01  WS-HOLD-LINE.
022353     05  WS-HD-ACCOUNT-ID    PIC X(10).
022356     05  FILLER              PIC X(01) VALUE SPACE.
022359     05  WS-HD-NAME          PIC X(30).
022362     05  FILLER              PIC X(01) VALUE SPACE.
022365     05  WS-HD-DOC-TYPE      PIC X(04).
022368     05  FILLER              PIC X(01) VALUE SPACE.
022371     05  WS-HD-INVOICE-NO    PIC 9(08).
022374     05  FILLER              PIC X(01) VALUE SPACE.
022377     05  WS-HD-DOC-DATE      PIC 9999/99/99.
022380     05  FILLER              PIC X(01) VALUE SPACE.
022383     05  WS-HD-FEE           PIC ZZZZZ9.99.
022386     05  FILLER              PIC X(04) VALUE SPACES.
022389*----------------------------------------------------------*
022392 PROCEDURE DIVISION.
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600     PERFORM 2000-PROCESS-RESULT THRU 2000-EXIT
022700         UNTIL EOF-FAC-RESULTS.
022710     IF FINAL-MODE
022720         PERFORM 2080-FINAL-NO-RESULT THRU 2080-EXIT
022730             VARYING WS-CLOSE-SUB FROM 1 BY 1
022740             UNTIL WS-CLOSE-SUB > WS-CLOSE-COUNT
022750     END-IF.
022800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022900     GOBACK.
023000*----------------------------------------------------------*
023700         THRU OPERAUTH-VALIDATE-EXIT.
023800     OPEN INPUT FAC-RESULTS.
023900     OPEN INPUT CUST-MASTER.
023966     OPEN OUTPUT MAIL-WORK.
024032     OPEN OUTPUT HOLD-LIST.
024100     OPEN OUTPUT INV-REG.
024105     OPEN OUTPUT DLVR-EXTRACT.
024110     OPEN I-O AR-OPEN.
024120     PERFORM 1300-READ-LAST-INV THRU 1300-EXIT.
024130     PERFORM 1400-LOAD-CLOSE-LIST THRU 1400-EXIT.
024200     PERFORM 1100-LOAD-FEE-SCHED THRU 1100-EXIT.
024300     PERFORM 1200-READ-FAC-CTL THRU 1200-EXIT.
024400     MOVE "INVGEN" TO RUNHDR-JOB-NAME.
024700     WRITE IV-RECORD.
024800     MOVE RUNHDR-LINE-2 TO IV-RECORD.
024900     WRITE IV-RECORD.
024911     MOVE RUNHDR-LINE-1 TO HL-RECORD.
024922     WRITE HL-RECORD.
024933     MOVE RUNHDR-LINE-2 TO HL-RECORD.
024944     WRITE HL-RECORD.
024955     MOVE WS-HOLD-TITLE TO HL-RECORD.
024966     WRITE HL-RECORD.
024977     MOVE WS-HOLD-HEADER TO HL-RECORD.
024988     WRITE HL-RECORD.
025000     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
025100 1000-EXIT.
025200     EXIT.
030200     CLOSE FAC-CTL.
030300 1200-EXIT.
030400     EXIT.
030401*----------------------------------------------------------*
030402* 1300-READ-LAST-INV - SEED THE INVOICE NUMBER FROM THE LAST
030403*                      ONE ISSUED (ZERO WHEN THE CONTROL FILE
030404*                      IS EMPTY OR ABSENT)
030405*----------------------------------------------------------*
030406 1300-READ-LAST-INV.
030407     OPEN INPUT LAST-INV.
030408     READ LAST-INV
030409         AT END
030410             CONTINUE
030411         NOT AT END
030412             MOVE LI-INVOICE-NO TO WS-INVOICE-NO
030413     END-READ.
030414     CLOSE LAST-INV.
030415 1300-EXIT.
030416     EXIT.
030418*----------------------------------------------------------*
030420* 1400-LOAD-CLOSE-LIST - THE CLOSURE RUN'S CLOSING ACCOUNTS.
030422*                        A NON-EMPTY CLOSLIST PUTS THE RUN IN
030424*                        FINAL-INVOICE MODE.
030426*----------------------------------------------------------*
030428 1400-LOAD-CLOSE-LIST.
030430     OPEN INPUT CLOSE-LIST.
030432     PERFORM 1450-LOAD-CLOSING THRU 1450-EXIT
030434         UNTIL EOF-CLOSE-LIST.
030436     CLOSE CLOSE-LIST.
030438     IF WS-CLOSE-COUNT > ZERO
030440         SET FINAL-MODE TO TRUE
030442         MOVE "FINAL ACCRUAL INVOICE" TO WS-IH-TITLE
030444         OPEN EXTEND CLOSE-STEP
030446     END-IF.
030448 1400-EXIT.
030450     EXIT.
030452*----------------------------------------------------------*
030454* 1450-LOAD-CLOSING - ONE CLOSLIST ACCOUNT INTO THE TABLE
030456*----------------------------------------------------------*
030458 1450-LOAD-CLOSING.
030460     READ CLOSE-LIST
030462         AT END
030464             SET EOF-CLOSE-LIST TO TRUE
030466             GO TO 1450-EXIT
030468     END-READ.
030470     IF WS-CLOSE-COUNT NOT < WS-CLOSE-MAX
030472         DISPLAY "INVGEN: CLOSLIST HOLDS MORE THAN "
030474             WS-CLOSE-MAX " ACCOUNTS - CLOSURE TABLE FULL"
030476         MOVE 12 TO RETURN-CODE
030478         STOP RUN
030480     END-IF.
030482     ADD 1 TO WS-CLOSE-COUNT.
030484     MOVE CL-ACCOUNT-ID TO WS-CL-ACCOUNT-ID (WS-CLOSE-COUNT).
030486     MOVE "N" TO WS-CL-SEEN-SW (WS-CLOSE-COUNT).
030488 1450-EXIT.
030490     EXIT.
030500*----------------------------------------------------------*
030600* 2000-PROCESS-RESULT - PRICE ONE ACCOUNT'S ACCRUAL AND
030700*                       PRODUCE ITS INVOICE AND REGISTER LINE
030900 2000-PROCESS-RESULT.
031000     ADD 1 TO WS-RESULT-COUNT.
031100     ADD FR-SUMATORIA TO WS-ACCRUAL-TOTAL.
031110     IF FINAL-MODE
031120         PERFORM 2050-FIND-CLOSING THRU 2050-EXIT
031130         IF NOT ACCOUNT-LISTED
031140             ADD 1 TO WS-NOT-LISTED-COUNT
031150             GO TO 2000-NEXT
031160         END-IF
031170     END-IF.
031200     MOVE "N" TO WS-FOUND-SW.
031300     MOVE FR-ACCOUNT-ID TO CM-ACCOUNT-ID.
031400     READ CUST-MASTER
032200         PERFORM 2400-WRITE-REGISTER-NOTE THRU 2400-EXIT
032300         GO TO 2000-NEXT
032400     END-IF.
032410     IF CM-CLOSED AND NOT FINAL-MODE
032420         ADD 1 TO WS-CLOSED-COUNT
032430         PERFORM 2400-WRITE-REGISTER-NOTE THRU 2400-EXIT
032440         GO TO 2000-NEXT
032450     END-IF.
032500     PERFORM 2200-FIND-BAND THRU 2200-EXIT.
032600     IF NOT BAND-FOUND
032700         ADD 1 TO WS-NOBAND-COUNT
033400     END-COMPUTE.
033500     ADD WS-FEE TO WS-FEE-TOTAL.
033600     ADD 1 TO WS-INVOICE-COUNT.
033610     ADD 1 TO WS-INVOICE-NO.
033700     PERFORM 3000-PRINT-INVOICE THRU 3000-EXIT.
033710     PERFORM 2500-WRITE-OPEN-ITEM THRU 2500-EXIT.
033728     IF MAIL-HELD
033746         AND WS-RG-NOTE = SPACES
033764         MOVE "MAIL HELD" TO WS-RG-NOTE
033782     END-IF.
033800     MOVE SPACES TO IV-RECORD.
033900     MOVE FR-ACCOUNT-ID TO WS-RG-ACCOUNT-ID.
034000     MOVE FR-SUMATORIA TO WS-RG-ACCRUAL.
034100     MOVE WS-FEE TO WS-RG-FEE.
034110     MOVE WS-INVOICE-NO TO WS-RG-INVOICE-NO.
034300     MOVE WS-REG-LINE TO IV-RECORD.
034400     WRITE IV-RECORD.
034410     IF FINAL-MODE
034420         ADD 1 TO WS-FINAL-COUNT
034430         MOVE "D" TO WS-OUTCOME
034440         MOVE "FINAL INVOICE ISSUED" TO WS-OUTCOME-TEXT
034442         IF MAIL-HELD
034444             MOVE "FINAL INVOICE ISSUED - HELD" TO WS-OUTCOME-TEXT
034446         END-IF
034450         PERFORM 2070-WRITE-OUTCOME THRU 2070-EXIT
034460     END-IF.
034500 2000-NEXT.
034600     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
034700 2000-EXIT.
034800     EXIT.
034801*----------------------------------------------------------*
034802* 2050-FIND-CLOSING - FINAL-INVOICE MODE: IS THIS RESULT FOR
034803*                     ONE OF THE CLOSING ACCOUNTS
034804*----------------------------------------------------------*
034805 2050-FIND-CLOSING.
034806     MOVE "N" TO WS-LISTED-SW.
034807     PERFORM 2060-MATCH-CLOSING THRU 2060-EXIT
034808         VARYING WS-CLOSE-SUB FROM 1 BY 1
034809         UNTIL ACCOUNT-LISTED
034810         OR WS-CLOSE-SUB > WS-CLOSE-COUNT.
034811     IF ACCOUNT-LISTED
034812         SUBTRACT 1 FROM WS-CLOSE-SUB
034813         MOVE "Y" TO WS-CL-SEEN-SW (WS-CLOSE-SUB)
034814     END-IF.
034815 2050-EXIT.
034816     EXIT.
034817*----------------------------------------------------------*
034818* 2060-MATCH-CLOSING - ONE PROBE OF THE CLOSING ACCOUNTS
034819*----------------------------------------------------------*
034820 2060-MATCH-CLOSING.
034821     IF WS-CL-ACCOUNT-ID (WS-CLOSE-SUB) = FR-ACCOUNT-ID
034822         SET ACCOUNT-LISTED TO TRUE
034823     END-IF.
034824 2060-EXIT.
034825     EXIT.
034826*----------------------------------------------------------*
034827* 2070-WRITE-OUTCOME - THE INVOICE STEP'S CLOSSTEP RECORD -
034828*                      THE INVOICE NUMBER AND FEE WHEN ONE
034829*                      WAS ISSUED
034830*----------------------------------------------------------*
034831 2070-WRITE-OUTCOME.
034832     MOVE SPACES TO CS-RECORD.
034833     MOVE WS-CL-ACCOUNT-ID (WS-CLOSE-SUB) TO CS-ACCOUNT-ID.
034834     MOVE "INVC" TO CS-STEP.
034835     MOVE WS-OUTCOME TO CS-OUTCOME.
034836     MOVE ZERO TO CS-AMOUNT.
034837     IF WS-OUTCOME = "D"
034838         MOVE WS-INVOICE-NO TO CS-REFERENCE
034839         MOVE WS-FEE TO CS-AMOUNT
034840     END-IF.
034841     MOVE WS-OUTCOME-TEXT TO CS-TEXT.
034842     WRITE CS-RECORD.
034843 2070-EXIT.
034844     EXIT.
034845*----------------------------------------------------------*
034846* 2080-FINAL-NO-RESULT - A CLOSING ACCOUNT WITH NO FACRSLT
034847*                        RESULT HAS NOTHING LEFT TO BILL
034848*----------------------------------------------------------*
034849 2080-FINAL-NO-RESULT.
034850     IF WS-CL-SEEN-SW (WS-CLOSE-SUB) = "N"
034851         MOVE "N" TO WS-OUTCOME
034852         MOVE "NO ACCRUAL TO BILL" TO WS-OUTCOME-TEXT
034853         PERFORM 2070-WRITE-OUTCOME THRU 2070-EXIT
034854     END-IF.
034855 2080-EXIT.
034856     EXIT.
034900*----------------------------------------------------------*
035000* 2100-READ-RESULT - READ THE NEXT ACCRUAL RESULT
035100*----------------------------------------------------------*
038800     MOVE FR-ACCOUNT-ID TO WS-RG-ACCOUNT-ID.
038900     MOVE FR-SUMATORIA TO WS-RG-ACCRUAL.
039000     MOVE ZERO TO WS-RG-FEE.
039010     MOVE ZERO TO WS-RG-INVOICE-NO.
039020     EVALUATE TRUE
039030         WHEN NOT MASTER-FOUND
039040             MOVE "NOT ON MASTER" TO WS-RG-NOTE
039050         WHEN CM-CLOSED AND NOT FINAL-MODE
039060             MOVE "ACCOUNT CLOSED" TO WS-RG-NOTE
039070         WHEN OTHER
039080             MOVE "NO FEE BAND" TO WS-RG-NOTE
039090     END-EVALUATE.
039600     MOVE WS-REG-LINE TO IV-RECORD.
039700     WRITE IV-RECORD.
039710     IF FINAL-MODE
039720         ADD 1 TO WS-FINAL-FAIL-COUNT
039730         MOVE "F" TO WS-OUTCOME
039740         MOVE WS-RG-NOTE TO WS-OUTCOME-TEXT
039750         PERFORM 2070-WRITE-OUTCOME THRU 2070-EXIT
039760     END-IF.
039800 2400-EXIT.
039900     EXIT.
039910*----------------------------------------------------------*
039920* 2500-WRITE-OPEN-ITEM - THE INVOICE JUST PRINTED BECOMES AN
039930*                        OPEN ITEM ON THE RECEIVABLES FILE.
039940*                        A ZERO FEE IS WRITTEN ALREADY PAID SO
039950*                        THE INVOICE NUMBER STILL TRACES.
039960*----------------------------------------------------------*
039961 2500-WRITE-OPEN-ITEM.
039962     MOVE SPACES TO WS-RG-NOTE.
039963     MOVE SPACES TO AO-RECORD.
039964     MOVE FR-ACCOUNT-ID TO AO-ACCOUNT-ID.
039965     MOVE WS-INVOICE-NO TO AO-INVOICE-NO.
039966     MOVE FR-RUN-DATE TO AO-INVOICE-DATE.
039967     MOVE WS-FEE TO AO-BILLED-AMT.
039968     MOVE ZERO TO AO-PAID-AMT.
039969     MOVE WS-FEE TO AO-OPEN-AMT.
039970     MOVE ZERO TO AO-LAST-PAY-DATE.
039971     MOVE ZERO TO AO-CREDIT-AMT.
039972     MOVE ZERO TO AO-DEBIT-AMT.
039973     IF WS-FEE > ZERO
039974         SET AO-OPEN TO TRUE
039975     ELSE
039976         SET AO-PAID TO TRUE
039977     END-IF.
039978     WRITE AO-RECORD
039979         INVALID KEY
039980             ADD 1 TO WS-AR-DUP-COUNT
039981             MOVE "ALREADY ON AR" TO WS-RG-NOTE
039982         NOT INVALID KEY
039983             ADD 1 TO WS-AR-WRITE-COUNT
039984     END-WRITE.
039992 2500-EXIT.
039993     EXIT.
040000*----------------------------------------------------------*
040040* 3000-PRINT-INVOICE - ONE INVOICE PAGE FOR THE CUSTOMER,
040080*                      MAILED, EXTRACTED FOR ELECTRONIC
040120*                      DELIVERY OR BOTH AS THE CUSTOMER
040146*                      PREFERS. A RETURNED ADDRESS PUTS THE
040172*                      PAPER COPY ON THE HOLD LIST.
040200*----------------------------------------------------------*
040300 3000-PRINT-INVOICE.
040305     MOVE "N" TO WS-HELD-SW.
040311     PERFORM 3050-SET-ROUTE THRU 3050-EXIT.
040322     IF NOT ROUTE-PAPER
040333         PERFORM 3400-EXTRACT-INVOICE THRU 3400-EXIT
040344     END-IF.
040355     IF ROUTE-ELEC
040366         GO TO 3000-EXIT
040377     END-IF.
040378     IF CM-MAIL-RETURNED
040379         PERFORM 3600-HOLD-INVOICE THRU 3600-EXIT
040380         GO TO 3000-EXIT
040381     END-IF.
040382     IF ROUTE-BOTH
040383         ADD 1 TO WS-BOTH-COUNT
040384     END-IF.
040388     ADD 1 TO WS-PAPER-COUNT.
040404     MOVE CM-ACCOUNT-ID TO MAILREC-ACCOUNT-ID.
040420     MOVE CM-ADDR-LINE-1 TO MAILREC-ADDR-LINE (1).
040436     MOVE CM-ADDR-LINE-2 TO MAILREC-ADDR-LINE (2).
040452     MOVE CM-ADDR-LINE-3 TO MAILREC-ADDR-LINE (3).
040468     PERFORM MAILREC-START-PIECE THRU MAILREC-START-PIECE-EXIT.
040484     MOVE SPACES TO WS-PAGE-LINE.
040500     MOVE FR-RUN-DATE TO WS-IH-RUN-DATE.
040510     MOVE WS-INVOICE-NO TO WS-IH-INVOICE-NO.
040607     MOVE WS-INV-HEADER TO WS-PAGE-LINE.
040704     PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT.
040801     MOVE SPACES TO WS-PAGE-LINE.
040900     MOVE CM-NAME TO WS-NL-NAME.
041000     MOVE WS-NAME-LINE TO WS-PAGE-LINE.
041100     PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT.
041200     IF CM-ADDR-LINE-1 NOT = SPACES
041300         MOVE SPACES TO WS-PAGE-LINE
041400         MOVE CM-ADDR-LINE-1 TO WS-AD-TEXT
041500         MOVE WS-ADDR-LINE TO WS-PAGE-LINE
041600         PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT
041700     END-IF.
041800     IF CM-ADDR-LINE-2 NOT = SPACES
041900         MOVE SPACES TO WS-PAGE-LINE
042000         MOVE CM-ADDR-LINE-2 TO WS-AD-TEXT
042100         MOVE WS-ADDR-LINE TO WS-PAGE-LINE
042200         PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT
042300     END-IF.
042400     IF CM-ADDR-LINE-3 NOT = SPACES
042500         MOVE SPACES TO WS-PAGE-LINE
042600         MOVE CM-ADDR-LINE-3 TO WS-AD-TEXT
042700         MOVE WS-ADDR-LINE TO WS-PAGE-LINE
042800         PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT
042900     END-IF.
043000     MOVE SPACES TO WS-PAGE-LINE.
043100     MOVE FR-SUMATORIA TO WS-CH-ACCRUAL.
043200     MOVE WS-RATE TO WS-CH-RATE.
043300     MOVE WS-FEE TO WS-CH-FEE.
043400     MOVE WS-CHARGE-LINE TO WS-PAGE-LINE.
043500     PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT.
043600     MOVE SPACES TO WS-PAGE-LINE.
043700     PERFORM 3500-PUT-MAIL-LINE THRU 3500-EXIT.
043800 3000-EXIT.
043900     EXIT.
044000*----------------------------------------------------------*
044001* 3050-SET-ROUTE - PAPER, ELECTRONIC OR BOTH FROM THE MASTER
044002*                  PREFERENCE. WITH NO ELECTRONIC ADDRESS ON
044003*                  FILE THE INVOICE IS PRINTED.
044004*----------------------------------------------------------*
044005 3050-SET-ROUTE.
044006     SET ROUTE-PAPER TO TRUE.
044007     IF CM-ELEC-ADDR = SPACES
044008         GO TO 3050-EXIT
044009     END-IF.
044010     IF CM-DELIVER-ELEC
044011         SET ROUTE-ELEC TO TRUE
044012     END-IF.
044013     IF CM-DELIVER-BOTH
044014         SET ROUTE-BOTH TO TRUE
044016     END-IF.
044017 3050-EXIT.
044018     EXIT.
044019*----------------------------------------------------------*
044020* 3400-EXTRACT-INVOICE - THE INVOICE AS ONE DOCUMENT ON THE
044021*                        INVEDLV DELIVERY EXTRACT - A DOCHDR
044022*                        HEADER THEN ITS DOCLINES
044023*----------------------------------------------------------*
044024 3400-EXTRACT-INVOICE.
044025     ADD 1 TO WS-ELEC-COUNT.
044026     MOVE SPACES TO EDLVREC-RECORD.
044027     SET EDLVREC-IS-HEADER TO TRUE.
044028     MOVE "INV" TO EDLVREC-DOC-TYPE.
044029     MOVE CM-ACCOUNT-ID TO EDLVREC-ACCOUNT-ID.
044030     MOVE FR-RUN-DATE TO EDLVREC-DOC-DATE.
044031     MOVE WS-INVOICE-NO TO EDLVREC-DOC-NO.
044032     MOVE CM-ELEC-ADDR TO EDLVREC-ELEC-ADDR.
044033     PERFORM 3490-PUT-EXTRACT THRU 3490-EXIT.
044034     MOVE ZERO TO WS-EDLV-SEQ.
044035     MOVE ZERO TO WS-EDLV-AMOUNT.
044036     MOVE "TITLE" TO WS-EDLV-CODE.
044037     MOVE WS-IH-TITLE TO WS-EDLV-TEXT.
044038     PERFORM 3450-EXTRACT-DETAIL THRU 3450-EXIT.
044039     MOVE "NAME" TO WS-EDLV-CODE.
044040     MOVE CM-NAME TO WS-EDLV-TEXT.
044041     PERFORM 3450-EXTRACT-DETAIL THRU 3450-EXIT.
044042     MOVE "ACCRUAL" TO WS-EDLV-CODE.
044043     MOVE FR-SUMATORIA TO WS-EDLV-AMOUNT.
044044     MOVE SPACES TO WS-EDLV-TEXT.
044045     PERFORM 3450-EXTRACT-DETAIL THRU 3450-EXIT.
044046     MOVE "RATE" TO WS-EDLV-CODE.
044047     MOVE ZERO TO WS-EDLV-AMOUNT.
044048     MOVE WS-RATE TO WS-CH-RATE.
044049     MOVE WS-CH-RATE TO WS-EDLV-TEXT.
044050     PERFORM 3450-EXTRACT-DETAIL THRU 3450-EXIT.
044051     MOVE "FEE" TO WS-EDLV-CODE.
044052     MOVE WS-FEE TO WS-EDLV-AMOUNT.
044053     MOVE SPACES TO WS-EDLV-TEXT.
044054     PERFORM 3450-EXTRACT-DETAIL THRU 3450-EXIT.
044055 3400-EXIT.
044056     EXIT.
044057*----------------------------------------------------------*
044058* 3450-EXTRACT-DETAIL - ONE DOCLINE FROM THE CODE, AMOUNT AND
044059*                       TEXT THE CALLER HAS SET; THE AMOUNT
044060*                       GOES INTO THE TRAILER HASH
044061*----------------------------------------------------------*
044062 3450-EXTRACT-DETAIL.
044063     ADD 1 TO WS-EDLV-SEQ.
044064     MOVE SPACES TO EDLVREC-RECORD.
044065     SET EDLVREC-IS-DETAIL TO TRUE.
044066     MOVE CM-ACCOUNT-ID TO EDLVREC-DL-ACCOUNT.
044067     MOVE WS-EDLV-SEQ TO EDLVREC-DL-SEQ.
044068     MOVE WS-EDLV-CODE TO EDLVREC-DL-CODE.
044069     MOVE WS-EDLV-AMOUNT TO EDLVREC-DL-AMOUNT.
044070     MOVE WS-EDLV-TEXT TO EDLVREC-DL-TEXT.
044071     ADD WS-EDLV-AMOUNT TO EDLVREC-HASH.
044072     PERFORM 3490-PUT-EXTRACT THRU 3490-EXIT.
044073 3450-EXIT.
044074     EXIT.
044075*----------------------------------------------------------*
044076* 3490-PUT-EXTRACT - COUNT AND WRITE ONE EXTRACT RECORD
044077*----------------------------------------------------------*
044078 3490-PUT-EXTRACT.
044079     ADD 1 TO EDLVREC-COUNT.
044080     MOVE EDLVREC-RECORD TO ED-RECORD.
044081     WRITE ED-RECORD.
044082 3490-EXIT.
044083     EXIT.
044084*----------------------------------------------------------*
044087* 3500-PUT-MAIL-LINE - ONE PAGE LINE TO THE INVMAIL WORK FILE
044090*                      UNDER THE CURRENT PIECE
044093*----------------------------------------------------------*
044096 3500-PUT-MAIL-LINE.
044099     ADD 1 TO MAILREC-LINE-NO.
044102     ADD 1 TO MAILREC-COUNT.
044105     MOVE WS-PAGE-LINE TO MAILREC-TEXT.
044108     MOVE MAILREC-RECORD TO MW-RECORD.
044111     WRITE MW-RECORD.
044114 3500-EXIT.
044117     EXIT.
044120*----------------------------------------------------------*
044123* 3600-HOLD-INVOICE - THE ADDRESS IS MARKED RETURNED: LIST THE
044126*                     INVOICE ON INVHOLD INSTEAD OF MAILING IT
044129*----------------------------------------------------------*
044132 3600-HOLD-INVOICE.
044135     SET MAIL-HELD TO TRUE.
044138     ADD 1 TO WS-HELD-COUNT.
044141     MOVE SPACES TO HL-RECORD.
044144     MOVE CM-ACCOUNT-ID TO WS-HD-ACCOUNT-ID.
044147     MOVE CM-NAME TO WS-HD-NAME.
044150     MOVE "INV" TO WS-HD-DOC-TYPE.
044153     MOVE WS-INVOICE-NO TO WS-HD-INVOICE-NO.
044156     MOVE FR-RUN-DATE TO WS-HD-DOC-DATE.
044159     MOVE WS-FEE TO WS-HD-FEE.
044162     MOVE WS-HOLD-LINE TO HL-RECORD.
044165     WRITE HL-RECORD.
044168 3600-EXIT.
044171     EXIT.
044174*----------------------------------------------------------*
044177* 9000-TERMINATE - REGISTER CONTROL TOTALS, THE FACCTL TIE-
044200*                  OUT AND THE RETURN CODE
044300*----------------------------------------------------------*
044400 9000-TERMINATE.
046000     MOVE SPACES TO IV-RECORD.
046100     MOVE WS-TIE-LINE TO IV-RECORD.
046200     WRITE IV-RECORD.
046210     MOVE SPACES TO IV-RECORD.
046220     MOVE WS-AR-WRITE-COUNT TO WS-AL-WRITTEN.
046230     MOVE WS-AR-DUP-COUNT TO WS-AL-DUPS.
046240     MOVE WS-INVOICE-NO TO WS-AL-LAST-INV.
046250     MOVE WS-AR-LINE TO IV-RECORD.
046260     WRITE IV-RECORD.
046261     MOVE SPACES TO IV-RECORD.
046262     MOVE WS-CLOSED-COUNT TO WS-CX-CLOSED.
046263     MOVE WS-FINAL-COUNT TO WS-CX-FINAL.
046264     MOVE WS-NOT-LISTED-COUNT TO WS-CX-NOT-LISTED.
046265     MOVE WS-FINAL-FAIL-COUNT TO WS-CX-FAILED.
046266     MOVE WS-CLOSURE-LINE TO IV-RECORD.
046267     WRITE IV-RECORD.
046271     MOVE SPACES TO IV-RECORD.
046275     MOVE WS-PAPER-COUNT TO WS-DV-PAPER-COUNT.
046279     MOVE WS-ELEC-COUNT TO WS-DV-ELEC-COUNT.
046283     MOVE WS-BOTH-COUNT TO WS-DV-BOTH-COUNT.
046287     MOVE WS-DELIVERY-LINE TO IV-RECORD.
046291     WRITE IV-RECORD.
046300     MOVE SPACES TO IV-RECORD.
046309     MOVE WS-HELD-COUNT TO WS-HC-HELD-COUNT.
046318     MOVE WS-HELD-LINE TO IV-RECORD.
046327     WRITE IV-RECORD.
046336     MOVE SPACES TO HL-RECORD.
046345     WRITE HL-RECORD.
046354     MOVE WS-HELD-LINE TO HL-RECORD.
046363     WRITE HL-RECORD.
046372     CLOSE HOLD-LIST.
046381     IF NOT IN-BALANCE
046400         MOVE 16 TO RETURN-CODE
046500     END-IF.
046600     CLOSE FAC-RESULTS.
046700     CLOSE CUST-MASTER.
046900     CLOSE INV-REG.
046905     PERFORM 9300-WRITE-TRAILER THRU 9300-EXIT.
046907     PERFORM 9400-WRITE-MAIL-TRAILER THRU 9400-EXIT.
046910     CLOSE AR-OPEN.
046911     IF FINAL-MODE
046912         CLOSE CLOSE-STEP
046913     END-IF.
046920     PERFORM 9100-WRITE-LAST-INV THRU 9100-EXIT.
046930     PERFORM 9200-WRITE-INV-CTL THRU 9200-EXIT.
047000 9000-EXIT.
047100     EXIT.
047110*----------------------------------------------------------*
047120* 9100-WRITE-LAST-INV - SAVE THE LAST INVOICE NUMBER ISSUED SO
047130*                       THE NEXT RUN CARRIES ON FROM IT
047140*----------------------------------------------------------*
047150 9100-WRITE-LAST-INV.
047160     OPEN OUTPUT LAST-INV.
047170     MOVE SPACES TO LI-RECORD.
047180     MOVE WS-INVOICE-NO TO LI-INVOICE-NO.
047190     WRITE LI-RECORD.
047191     CLOSE LAST-INV.
047192 9100-EXIT.
047193     EXIT.
047194*----------------------------------------------------------*
047195* 9200-WRITE-INV-CTL - CONTROL RECORD FOR THE FEES BILLED,
047196*                      STAMPED WITH THE RUN DATE AND TIME SO
047197*                      THE GL EXTRACT POSTS EACH RUN ONCE
047198*----------------------------------------------------------*
047199 9200-WRITE-INV-CTL.
047201     OPEN OUTPUT INV-CTL.
047202     MOVE SPACES TO IC-RECORD.
047203     MOVE "INVGEN" TO IC-PROGRAM-ID.
047204     MOVE WS-FEE-TOTAL TO IC-CONTROL-TOTAL.
047205     MOVE WS-INVOICE-COUNT TO IC-RECORD-COUNT.
047206     MOVE RUNHDR-DATE TO IC-RUN-DATE.
047207     MOVE RUNHDR-TIME (1:6) TO IC-RUN-TIME.
047208     WRITE IC-RECORD.
047209     CLOSE INV-CTL.
047210 9200-EXIT.
047211     EXIT.
047290*----------------------------------------------------------*
047296* 9300-WRITE-TRAILER - CLOSE THE DELIVERY EXTRACT WITH THE
047302*                      STANDARD COUNT-AND-HASH TRAILER
047308*----------------------------------------------------------*
047314 9300-WRITE-TRAILER.
047320     MOVE SPACES TO FILETRLR-RECORD.
047326     MOVE "TRAILER " TO FILETRLR-TAG.
047332     MOVE EDLVREC-COUNT TO FILETRLR-COUNT.
047338     MOVE EDLVREC-HASH TO FILETRLR-HASH.
047344     MOVE FILETRLR-RECORD TO ED-RECORD.
047350     WRITE ED-RECORD.
047356     CLOSE DLVR-EXTRACT.
047362 9300-EXIT.
047368     EXIT.
047374*----------------------------------------------------------*
047375* 9400-WRITE-MAIL-TRAILER - CLOSE THE INVMAIL WORK FILE WITH
047376*                           THE STANDARD COUNT-AND-HASH
047377*                           TRAILER FOR MAILSORT
047378*----------------------------------------------------------*
047379 9400-WRITE-MAIL-TRAILER.
047380     MOVE SPACES TO FILETRLR-RECORD.
047381     MOVE "TRAILER " TO FILETRLR-TAG.
047382     MOVE MAILREC-COUNT TO FILETRLR-COUNT.
047383     MOVE MAILREC-HASH TO FILETRLR-HASH.
047384     MOVE SPACES TO MW-RECORD.
047385     MOVE FILETRLR-RECORD TO MW-RECORD.
047386     WRITE MW-RECORD.
047387     CLOSE MAIL-WORK.
047388 9400-EXIT.
047389     EXIT.
047390*----------------------------------------------------------*
047391     COPY RUNHDRP.
047392     COPY MAILRECP.
047400     COPY OPERAUTP.
