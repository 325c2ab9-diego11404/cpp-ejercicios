000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     ARAGING.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - MONTH-END RECEIVABLES
001200*                   AGING OFF THE AROPEN OPEN-ITEM FILE. EVERY
001300*                   OPEN ITEM IS AGED FROM ITS INVOICE DATE PLUS
001400*                   THE PAYMENT TERMS INTO CURRENT, 1-30, 31-60,
001500*                   61-90 AND OVER-90 DAYS PAST DUE, AND THE
001600*                   AGERPT REPORT SHOWS ONE LINE PER ACCOUNT
001700*                   WITH CM-NAME AND TOTALS BY BUCKET. AN
001800*                   ACCOUNT WHOSE OLDEST PAST-DUE ITEM HAS
001900*                   REACHED THE FIRST, SECOND OR FINAL NOTICE
002000*                   THRESHOLD ON THE AGINGPRM CARD GETS THE
002100*                   MATCHING DUNNING LETTER ON DUNLTRS, ADDRESSED
002200*                   WITH THE SAME CM-ADDR-LINE-1..3 MAILING
002300*                   BLOCK THE STATEMENTS USE. AN OPEN ACCOUNT
002400*                   PAST THE SUSPENSION THRESHOLD GETS A CUSTTRAN
002500*                   CHANGE CARRYING ITS FULL MASTER IMAGE WITH
002600*                   CM-STATUS S, WHICH THE FOLLOWING CUSTMNT STEP
002700*                   APPLIES THROUGH ITS NORMAL EDIT, AUDIT AND
002800*                   JOURNAL PATH - NOBODY HAND-EDITS CUSTMSTR.
002900*                   CLOSED ACCOUNTS ARE AGED BUT NOT DUNNED.
003000*                   DAY COUNTS ACROSS MONTH ENDS USE THE
003100*                   INTRINSIC DATE FUNCTIONS, WHICH HAVE NO VERB
003200*                   FORM.
003210* 2026-10-15   RT   EACH SUSPENSION CUSTTRAN NOW CARRIES
003220*                   THE VALIDATED OPERATOR AS ITS ENTERING
003230*                   OPERATOR, THE BUSINESS DATE AND BATCH ID
003240*                   AG PLUS THE DAY OF THE MONTH, SO CUSTMNT
003250*                   APPLIES IT ONLY ONCE A SECOND OPERATOR
003260*                   HAS APPROVED THE BATCH ON CUSTAPPR.
003264* 2026-10-15   RT   THE SUSPENSION IS NOW A CUSTTRAN S (STATUS
003268*                   ONLY) TRANSACTION, SO A NAME OR ADDRESS
003272*                   CHANGED WHILE IT AWAITS APPROVAL IS NOT PUT
003276*                   BACK. ITS BATCH ID IS AG PLUS YYMMDD OF THE
003280*                   BUSINESS DATE (CUSTTRAN NOW 164 BYTES). AN
003284*                   ACCOUNT WHOSE ADDRESS IS MARKED RETURNED GETS
003288*                   NO LETTER AND NO SUSPENSION; AGERPT SHOWS IT
003292*                   AS HELD AND COUNTS IT.
003293* 2026-10-15   RT   AN OPEN ACCOUNT THAT HAS REACHED THE FINAL
003294*                   NOTICE THRESHOLD IS NOW SUSPENDED WITH ITS
003295*                   FINAL LETTER. THE AGINGPRM SUSPENSION FIELD
003296*                   DEFAULTS TO THE FINAL NOTICE DAYS AND ONLY
003297*                   DEFERS THE SUSPENSION WHEN A SHOP SETS IT
003298*                   LATER.
003300*----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT AR-OPEN     ASSIGN TO "AROPEN"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS AO-KEY.
004400     SELECT CUST-MASTER ASSIGN TO "CUSTMSTR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS CM-ACCOUNT-ID.
004800     SELECT OPTIONAL AGING-PARM ASSIGN TO "AGINGPRM"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT AGING-RPT   ASSIGN TO "AGERPT"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT DUN-LETTERS ASSIGN TO "DUNLTRS"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT CUST-TRANS  ASSIGN TO "CUSTTRAN"
005500         ORGANIZATION IS LINE SEQUENTIAL.
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
006900 FD  AR-OPEN
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  AO-RECORD.
007300     05  AO-KEY.
007400         10  AO-ACCOUNT-ID   PIC X(10).
007500         10  AO-INVOICE-NO   PIC 9(08).
007600     05  AO-INVOICE-DATE     PIC 9(08).
007700     05  AO-BILLED-AMT       PIC S9(7)V99.
007800     05  AO-PAID-AMT         PIC S9(7)V99.
007900     05  AO-OPEN-AMT         PIC S9(7)V99.
008000     05  AO-STATUS           PIC X(01).
008100         88  AO-OPEN                 VALUE "O".
008200         88  AO-PAID                 VALUE "P".
008300     05  AO-LAST-PAY-DATE    PIC 9(08).
008400     05  FILLER              PIC X(18).
008500*
008600 FD  CUST-MASTER
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 160 CHARACTERS.
008900 01  CM-RECORD.
009000     05  CM-ACCOUNT-ID       PIC X(10).
009100     05  CM-NAME             PIC X(30).
009200     05  CM-ADDR-LINE-1      PIC X(30).
009300     05  CM-ADDR-LINE-2      PIC X(30).
009400     05  CM-ADDR-LINE-3      PIC X(30).
009500     05  CM-STATUS           PIC X(01).
009600         88  CM-OPEN                 VALUE "O".
009700         88  CM-CLOSED               VALUE "C".
009800         88  CM-SUSPENDED            VALUE "S".
009900     05  CM-OPEN-DATE        PIC 9(08).
009940     05  CM-DELIVERY-PREF    PIC X(01).
009980     05  CM-ELEC-ADDR        PIC X(19).
010020     05  CM-MAIL-STATUS      PIC X(01).
010060         88  CM-MAIL-RETURNED        VALUE "R".
010100*
010200 FD  AGING-PARM
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  AP-RECORD.
010600     05  AP-TERMS-DAYS       PIC 9(03).
010700     05  AP-FIRST-DAYS       PIC 9(03).
010800     05  AP-SECOND-DAYS      PIC 9(03).
010900     05  AP-FINAL-DAYS       PIC 9(03).
011000     05  AP-SUSPEND-DAYS     PIC 9(03).
011100     05  AP-MIN-DUN-AMT      PIC 9(5)V99.
011200     05  FILLER              PIC X(58).
011300*
011400 FD  AGING-RPT
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  AR-RECORD               PIC X(80).
011800*
011900 FD  DUN-LETTERS
012000     LABEL RECORDS ARE STANDARD
012100     RECORD CONTAINS 80 CHARACTERS.
012200 01  DL-RECORD               PIC X(80).
012300*
012400 FD  CUST-TRANS
012500     LABEL RECORDS ARE STANDARD
012600     RECORD CONTAINS 164 CHARACTERS.
012700 01  MT-RECORD.
012800     05  MT-ACTION           PIC X(01).
012900     05  MT-ACCOUNT-ID       PIC X(10).
013000     05  MT-NAME             PIC X(30).
013100     05  MT-ADDR-LINE-1      PIC X(30).
013200     05  MT-ADDR-LINE-2      PIC X(30).
013300     05  MT-ADDR-LINE-3      PIC X(30).
013400     05  MT-STATUS           PIC X(01).
013500     05  MT-OPEN-DATE        PIC 9(08).
013600     05  MT-ENTERED-BY       PIC X(08).
013610     05  MT-ENTERED-DATE     PIC 9(08).
013655     05  MT-BATCH-ID         PIC X(08).
013700*
013800 FD  RUN-LOG
013900     LABEL RECORDS ARE STANDARD
014000     RECORD CONTAINS 80 CHARACTERS.
014100 01  RL-RECORD               PIC X(80).
014200*
014300 FD  BUS-DATE-PARM
014400     LABEL RECORDS ARE STANDARD
014500     RECORD CONTAINS 80 CHARACTERS.
014600 01  BD-RECORD.
014700     05  BD-BUSINESS-DATE    PIC 9(08).
014800     05  FILLER              PIC X(72).
014900*
015000 FD  OPER-CARD
015100     LABEL RECORDS ARE STANDARD
015200     RECORD CONTAINS 80 CHARACTERS.
015300 01  OC-RECORD.
015400     05  OC-OPERATOR-ID      PIC X(08).
015500     05  FILLER              PIC X(72).
015600*
015700 FD  OPER-AUTH
015800     LABEL RECORDS ARE STANDARD
015900     RECORD CONTAINS 80 CHARACTERS.
016000 01  OA-RECORD.
016100     05  OA-OPERATOR-ID      PIC X(08).
016200     05  OA-NAME             PIC X(20).
016300     05  OA-ACTIVE           PIC X(01).
016400     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
016500     05  FILLER              PIC X(11).
016600*
016700 FD  OPER-LOG
016800     LABEL RECORDS ARE STANDARD
016900     RECORD CONTAINS 80 CHARACTERS.
017000 01  OL-RECORD               PIC X(80).
017100*----------------------------------------------------------*
017200 WORKING-STORAGE SECTION.
017300     COPY RUNHDR.
017400     COPY RUNLOG.
017500     COPY OPERAUTH.
017600     COPY PRTSRV.
017700 01  WS-PRINT-LINE           PIC X(80).
017800 01  WS-HDG-SUB              PIC 9(01) COMP.
017900*
018000 01  WS-SWITCHES.
018100     05  WS-EOF-SW           PIC X(01) VALUE "N".
018200         88  EOF-AR-OPEN             VALUE "Y".
018300     05  WS-FOUND-SW         PIC X(01) VALUE "N".
018400         88  MASTER-FOUND            VALUE "Y".
018500     05  WS-DUN-LEVEL        PIC X(01) VALUE SPACE.
018600         88  DUN-NONE                VALUE SPACE.
018700         88  DUN-FIRST               VALUE "1".
018800         88  DUN-SECOND              VALUE "2".
018900         88  DUN-FINAL               VALUE "3".
019000*
019100 01  WS-COUNTERS.
019200     05  WS-ITEM-COUNT       PIC 9(06) COMP VALUE ZERO.
019300     05  WS-ACCOUNT-COUNT    PIC 9(05) COMP VALUE ZERO.
019400     05  WS-FIRST-COUNT      PIC 9(05) COMP VALUE ZERO.
019500     05  WS-SECOND-COUNT     PIC 9(05) COMP VALUE ZERO.
019600     05  WS-FINAL-COUNT      PIC 9(05) COMP VALUE ZERO.
019700     05  WS-SUSPEND-COUNT    PIC 9(05) COMP VALUE ZERO.
019750     05  WS-HELD-COUNT       PIC 9(05) COMP VALUE ZERO.
019800     05  WS-MISS-COUNT       PIC 9(05) COMP VALUE ZERO.
019900     05  WS-BADDATE-COUNT    PIC 9(05) COMP VALUE ZERO.
020000*
020100* AGING THRESHOLDS IN DAYS PAST DUE - THE AGINGPRM CARD
020166* OVERRIDES ANY NON-ZERO FIELD. SUSPENSION LEFT AT ZERO MEANS
020232* THE FINAL NOTICE THRESHOLD
020300*
020400 01  WS-AGING-PARMS.
020500     05  WS-TERMS-DAYS       PIC 9(03) VALUE 30.
020600     05  WS-FIRST-DAYS       PIC 9(03) VALUE 30.
020700     05  WS-SECOND-DAYS      PIC 9(03) VALUE 60.
020800     05  WS-FINAL-DAYS       PIC 9(03) VALUE 90.
020900     05  WS-SUSPEND-DAYS     PIC 9(03) VALUE ZERO.
021000     05  WS-MIN-DUN-AMT      PIC 9(5)V99 VALUE 1.00.
021100*
021200 01  WS-RUN-DATE-INT         PIC 9(08) COMP VALUE ZERO.
021300 01  WS-DAYS-PAST-DUE        PIC S9(05) COMP VALUE ZERO.
021400 01  WS-OLDEST-DAYS          PIC S9(05) COMP VALUE ZERO.
021500 01  WS-CURR-ACCOUNT         PIC X(10) VALUE SPACES.
021600 01  WS-BKT                  PIC 9(01) COMP VALUE ZERO.
021700 01  WS-SUB                  PIC 9(02) COMP VALUE ZERO.
021800*
021900* BUCKET 1 CURRENT, 2 1-30, 3 31-60, 4 61-90, 5 OVER 90
022000*
022100 01  WS-ACCT-BUCKETS.
022200     05  WS-ACCT-AMT         PIC S9(7)V99 OCCURS 5 TIMES.
022300 01  WS-ACCT-TOTAL           PIC S9(7)V99 VALUE ZERO.
022400 01  WS-ACCT-PAST-DUE        PIC S9(7)V99 VALUE ZERO.
022500 01  WS-GRAND-BUCKETS.
022600     05  WS-GRAND-AMT        PIC S9(9)V99 OCCURS 5 TIMES.
022700     05  WS-GRAND-ITEMS      PIC 9(06) COMP OCCURS 5 TIMES.
022800 01  WS-GRAND-TOTAL          PIC S9(9)V99 VALUE ZERO.
022900*
023000* PAST-DUE ITEMS OF THE CURRENT ACCOUNT, LISTED ON ITS LETTER
023100*
023200 01  WS-DUE-MAX              PIC 9(02) COMP VALUE 20.
023300 01  WS-DUE-COUNT            PIC 9(02) COMP VALUE ZERO.
023400 01  WS-DUE-OVERFLOW         PIC 9(05) COMP VALUE ZERO.
023500 01  WS-DUE-TABLE.
023600     05  WS-DUE-ENTRY        OCCURS 20 TIMES.
023700         10  WS-DUE-INVOICE-NO   PIC 9(08).
023800         10  WS-DUE-INV-DATE     PIC 9(08).
023900         10  WS-DUE-OPEN-AMT     PIC S9(7)V99.
024000         10  WS-DUE-DAYS         PIC S9(05) COMP.
024100*
024200 01  WS-BUCKET-NAMES.
024300     05  FILLER              PIC X(12) VALUE "CURRENT".
024400     05  FILLER              PIC X(12) VALUE "1-30 DAYS".
024500     05  FILLER              PIC X(12) VALUE "31-60 DAYS".
024600     05  FILLER              PIC X(12) VALUE "61-90 DAYS".
024700     05  FILLER              PIC X(12) VALUE "OVER 90 DAYS".
024800 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
024900     05  WS-BUCKET-NAME      PIC X(12) OCCURS 5 TIMES.
025000*
025100 01  WS-PAGE-HEADER-1.
025200     05  FILLER              PIC X(40) VALUE
025300         "RECEIVABLES AGING BY ACCOUNT".
025400     05  FILLER              PIC X(40) VALUE SPACES.
025500*
025600 01  WS-PAGE-HEADER-2.
025700     05  FILLER              PIC X(11) VALUE "ACCOUNT".
025800     05  FILLER              PIC X(14) VALUE "NAME".
025900     05  FILLER              PIC X(09) VALUE "  CURRENT".
026000     05  FILLER              PIC X(09) VALUE "     1-30".
026100     05  FILLER              PIC X(09) VALUE "    31-60".
026200     05  FILLER              PIC X(09) VALUE "    61-90".
026300     05  FILLER              PIC X(09) VALUE "  OVER 90".
026400     05  FILLER              PIC X(09) VALUE "    TOTAL".
026500     05  FILLER              PIC X(01) VALUE SPACE.
026600*
026700 01  WS-ACCOUNT-LINE.
026800     05  WS-AL-ACCOUNT-ID    PIC X(10).
026900     05  FILLER              PIC X(01) VALUE SPACE.
027000     05  WS-AL-NAME          PIC X(14).
027100     05  WS-AL-BUCKET        OCCURS 5 TIMES.
027200         10  WS-AL-AMT       PIC -----9.99.
027300     05  WS-AL-TOTAL         PIC -----9.99.
027400     05  WS-AL-FLAG          PIC X(01).
027500*
027600 01  WS-ACTION-LINE.
027700     05  FILLER              PIC X(11) VALUE SPACES.
027800     05  FILLER              PIC X(14) VALUE "  OLDEST DAYS:".
027900     05  WS-AC-OLDEST        PIC ----9.
028000     05  FILLER              PIC X(02) VALUE SPACES.
028100     05  WS-AC-ACTION        PIC X(48).
028200*
028300 01  WS-BUCKET-LINE.
028400     05  FILLER              PIC X(08) VALUE "BUCKET: ".
028500     05  WS-BL-NAME          PIC X(12).
028600     05  FILLER              PIC X(07) VALUE " ITEMS:".
028700     05  WS-BL-ITEMS         PIC ZZZZZ9.
028800     05  FILLER              PIC X(08) VALUE " AMOUNT:".
028900     05  WS-BL-AMT           PIC -(9)9.99.
029000     05  FILLER              PIC X(26) VALUE SPACES.
029100*
029200 01  WS-TOTAL-LINE.
029300     05  FILLER              PIC X(20) VALUE "TOTAL RECEIVABLE:".
029400     05  FILLER              PIC X(07) VALUE " ITEMS:".
029500     05  WS-TL-ITEMS         PIC ZZZZZ9.
029600     05  FILLER              PIC X(08) VALUE " AMOUNT:".
029700     05  WS-TL-AMT           PIC -(9)9.99.
029800     05  FILLER              PIC X(26) VALUE SPACES.
029900*
030000 01  WS-COUNT-LINE.
030100     05  FILLER              PIC X(09) VALUE "ACCOUNTS:".
030200     05  WS-CL-ACCOUNTS      PIC ZZZZ9.
030300     05  FILLER              PIC X(07) VALUE " FIRST:".
030400     05  WS-CL-FIRST         PIC ZZZZ9.
030500     05  FILLER              PIC X(08) VALUE " SECOND:".
030600     05  WS-CL-SECOND        PIC ZZZZ9.
030700     05  FILLER              PIC X(07) VALUE " FINAL:".
030800     05  WS-CL-FINAL         PIC ZZZZ9.
030900     05  FILLER              PIC X(11) VALUE " SUSPENDED:".
031000     05  WS-CL-SUSPEND       PIC ZZZZ9.
031050     05  FILLER              PIC X(06) VALUE " HELD:".
031100     05  WS-CL-HELD          PIC ZZZZ9.
031150     05  FILLER              PIC X(02) VALUE SPACES.
031200*
031300 01  WS-EXCEPT-LINE.
031400     05  FILLER              PIC X(15) VALUE "NOT ON MASTER:".
031500     05  WS-EL-MISS          PIC ZZZZ9.
031600     05  FILLER              PIC X(18) VALUE " BAD INVOICE DATE:".
031700     05  WS-EL-BADDATE       PIC ZZZZ9.
031800     05  FILLER              PIC X(37) VALUE SPACES.
031900*
032000 01  WS-LETTER-HEADER.
032100     05  WS-LH-NOTICE        PIC X(14).
032200     05  FILLER              PIC X(26) VALUE
032300         " - PAST DUE ACCOUNT".
032400     05  FILLER              PIC X(40) VALUE SPACES.
032500*
032600 01  WS-NAME-LINE.
032700     05  FILLER              PIC X(10) VALUE "NAME:     ".
032800     05  WS-NL-NAME          PIC X(30).
032900     05  FILLER              PIC X(40) VALUE SPACES.
033000*
033100 01  WS-ADDR-LINE.
033200     05  FILLER              PIC X(10) VALUE SPACES.
033300     05  WS-AD-TEXT          PIC X(30).
033400     05  FILLER              PIC X(40) VALUE SPACES.
033500*
033600 01  WS-LTR-ACCOUNT-LINE.
033700     05  FILLER              PIC X(10) VALUE "ACCOUNT:  ".
033800     05  WS-LA-ACCOUNT-ID    PIC X(10).
033900     05  FILLER              PIC X(12) VALUE "  PAST DUE: ".
034000     05  WS-LA-PAST-DUE      PIC ZZZZZZ9.99.
034100     05  FILLER              PIC X(38) VALUE SPACES.
034200*
034300 01  WS-LTR-ITEM-LINE.
034400     05  FILLER              PIC X(10) VALUE "  INVOICE ".
034500     05  WS-LI-INVOICE-NO    PIC 9(08).
034600     05  FILLER              PIC X(07) VALUE " DATED ".
034700     05  WS-LI-INV-DATE      PIC 9999/99/99.
034800     05  FILLER              PIC X(06) VALUE " OPEN ".
034900     05  WS-LI-OPEN-AMT      PIC ZZZZZZ9.99.
035000     05  FILLER              PIC X(01) VALUE SPACE.
035100     05  WS-LI-DAYS          PIC ZZZZ9.
035200     05  FILLER              PIC X(14) VALUE " DAYS PAST DUE".
035300     05  FILLER              PIC X(09) VALUE SPACES.
035400*
035500 01  WS-LTR-MORE-LINE.
035600     05  FILLER              PIC X(10) VALUE "  AND ".
035700     05  WS-LM-COUNT         PIC ZZZZ9.
035800     05  FILLER              PIC X(26) VALUE
035900         " FURTHER PAST-DUE ITEMS".
036000     05  FILLER              PIC X(39) VALUE SPACES.
036100*
036200 01  WS-LTR-TEXT-1           PIC X(80) VALUE
036300     "THE ITEMS BELOW REMAIN UNPAID PAST THEIR DUE DATE.".
036400 01  WS-LTR-TEXT-2           PIC X(80) VALUE
036500     "PLEASE REMIT THE PAST-DUE BALANCE PROMPTLY.".
036600 01  WS-LTR-TEXT-3           PIC X(80) VALUE
036700     "THIS IS OUR SECOND REQUEST. PLEASE REMIT WITHIN 10 DAYS.".
036800 01  WS-LTR-TEXT-4           PIC X(80) VALUE
036900     "UNLESS PAID NOW, SERVICE ON THIS ACCOUNT WILL BE".
037000 01  WS-LTR-TEXT-5           PIC X(80) VALUE
037100     "SUSPENDED WITHOUT FURTHER NOTICE.".
037200*
037300 01  WS-DATE-LINE.
037400     05  FILLER              PIC X(10) VALUE "DATE:     ".
037500     05  WS-DT-RUN-DATE      PIC 9999/99/99.
037600     05  FILLER              PIC X(60) VALUE SPACES.
037700*----------------------------------------------------------*
037800 PROCEDURE DIVISION.
037900 0000-MAINLINE.
038000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038100     PERFORM 2000-AGE-ITEM THRU 2000-EXIT
038200         UNTIL EOF-AR-OPEN.
038300     IF WS-CURR-ACCOUNT NOT = SPACES
038400         PERFORM 3000-ACCOUNT-BREAK THRU 3000-EXIT
038500     END-IF.
038600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
038700     GOBACK.
038800*----------------------------------------------------------*
038900* 1000-INITIALIZE - THRESHOLDS, OPEN FILES, PRINT THE
039000*                   HEADERS AND PRIME THE OPEN-ITEM READ
039100*----------------------------------------------------------*
039200 1000-INITIALIZE.
039300     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
039400     MOVE "ARAGING" TO OPERAUTH-CALLER.
039500     PERFORM OPERAUTH-VALIDATE
039600         THRU OPERAUTH-VALIDATE-EXIT.
039700     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
039800     PERFORM 1100-READ-AGING-PARM THRU 1100-EXIT.
039900     OPEN INPUT AR-OPEN.
040000     OPEN INPUT CUST-MASTER.
040100     OPEN OUTPUT AGING-RPT.
040200     OPEN OUTPUT DUN-LETTERS.
040300     OPEN OUTPUT CUST-TRANS.
040400     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
040500     COMPUTE WS-RUN-DATE-INT =
040600         FUNCTION INTEGER-OF-DATE (RUNHDR-DATE).
040700     PERFORM 3900-CLEAR-ACCOUNT THRU 3900-EXIT.
040800     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
040900 1000-EXIT.
041000     EXIT.
041100*----------------------------------------------------------*
041200* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
041300*----------------------------------------------------------*
041400 1050-PRINT-RUN-HEADER.
041500     MOVE "ARAGING" TO RUNHDR-JOB-NAME.
041600     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
041700     MOVE "I" TO PRTSRV-FUNCTION.
041800     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
041900     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
042000     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
042100     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
042200     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
042300     CALL "PRTSRV" USING PRTSRV-CONTROL.
042400 1050-EXIT.
042500     EXIT.
042600*----------------------------------------------------------*
042700* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
042800*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
042900*                      RULES WHEN THE CARD IS ABSENT)
043000*----------------------------------------------------------*
043100 1090-READ-BUS-DATE.
043200     OPEN INPUT BUS-DATE-PARM.
043300     READ BUS-DATE-PARM
043400         AT END
043500             CONTINUE
043600         NOT AT END
043700             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
043800     END-READ.
043900     CLOSE BUS-DATE-PARM.
044000 1090-EXIT.
044100     EXIT.
044200*----------------------------------------------------------*
044300* 1100-READ-AGING-PARM - TERMS AND DUNNING THRESHOLDS FROM
044400*                        THE AGINGPRM CARD. A ZERO OR NON-
044500*                        NUMERIC FIELD KEEPS ITS DEFAULT; THE
044600*                        NOTICE THRESHOLDS MUST RISE IN ORDER
044700*                        OR THE STEP STOPS RC 12 BEFORE ANY
044800*                        LETTER OR SUSPENSION IS PRODUCED
044900*----------------------------------------------------------*
045000 1100-READ-AGING-PARM.
045100     OPEN INPUT AGING-PARM.
045200     READ AGING-PARM
045300         AT END
045400             CONTINUE
045500         NOT AT END
045600             PERFORM 1150-TAKE-AGING-PARM THRU 1150-EXIT
045700     END-READ.
045800     CLOSE AGING-PARM.
045825     IF WS-SUSPEND-DAYS = ZERO
045850         MOVE WS-FINAL-DAYS TO WS-SUSPEND-DAYS
045875     END-IF.
045900     IF WS-FIRST-DAYS NOT < WS-SECOND-DAYS
046000         OR WS-SECOND-DAYS NOT < WS-FINAL-DAYS
046100         OR WS-FINAL-DAYS > WS-SUSPEND-DAYS
046200         DISPLAY "ARAGING: AGINGPRM THRESHOLDS OUT OF ORDER - "
046300             "FIRST " WS-FIRST-DAYS " SECOND " WS-SECOND-DAYS
046400             " FINAL " WS-FINAL-DAYS " SUSPEND " WS-SUSPEND-DAYS
046500         MOVE 12 TO RETURN-CODE
046600         STOP RUN
046700     END-IF.
046800 1100-EXIT.
046900     EXIT.
047000*----------------------------------------------------------*
047100* 1150-TAKE-AGING-PARM - MOVE EACH USABLE CARD FIELD
047200*----------------------------------------------------------*
047300 1150-TAKE-AGING-PARM.
047400     IF AP-TERMS-DAYS NUMERIC AND AP-TERMS-DAYS > ZERO
047500         MOVE AP-TERMS-DAYS TO WS-TERMS-DAYS
047600     END-IF.
047700     IF AP-FIRST-DAYS NUMERIC AND AP-FIRST-DAYS > ZERO
047800         MOVE AP-FIRST-DAYS TO WS-FIRST-DAYS
047900     END-IF.
048000     IF AP-SECOND-DAYS NUMERIC AND AP-SECOND-DAYS > ZERO
048100         MOVE AP-SECOND-DAYS TO WS-SECOND-DAYS
048200     END-IF.
048300     IF AP-FINAL-DAYS NUMERIC AND AP-FINAL-DAYS > ZERO
048400         MOVE AP-FINAL-DAYS TO WS-FINAL-DAYS
048500     END-IF.
048600     IF AP-SUSPEND-DAYS NUMERIC AND AP-SUSPEND-DAYS > ZERO
048700         MOVE AP-SUSPEND-DAYS TO WS-SUSPEND-DAYS
048800     END-IF.
048900     IF AP-MIN-DUN-AMT NUMERIC AND AP-MIN-DUN-AMT > ZERO
049000         MOVE AP-MIN-DUN-AMT TO WS-MIN-DUN-AMT
049100     END-IF.
049200 1150-EXIT.
049300     EXIT.
049400*----------------------------------------------------------*
049500* 2000-AGE-ITEM - BUCKET ONE OPEN ITEM UNDER ITS ACCOUNT,
049600*                 CLOSING OUT THE PRIOR ACCOUNT ON A BREAK
049700*----------------------------------------------------------*
049800 2000-AGE-ITEM.
049900     IF AO-ACCOUNT-ID NOT = WS-CURR-ACCOUNT
050000         IF WS-CURR-ACCOUNT NOT = SPACES
050100             PERFORM 3000-ACCOUNT-BREAK THRU 3000-EXIT
050200         END-IF
050300         MOVE AO-ACCOUNT-ID TO WS-CURR-ACCOUNT
050400     END-IF.
050500     IF AO-PAID OR AO-OPEN-AMT NOT > ZERO
050600         GO TO 2000-NEXT
050700     END-IF.
050800     ADD 1 TO WS-ITEM-COUNT.
050900     IF AO-INVOICE-DATE NOT NUMERIC
051000         OR AO-INVOICE-DATE = ZERO
051100         ADD 1 TO WS-BADDATE-COUNT
051200         MOVE ZERO TO WS-DAYS-PAST-DUE
051300     ELSE
051400         COMPUTE WS-DAYS-PAST-DUE = WS-RUN-DATE-INT
051500             - FUNCTION INTEGER-OF-DATE (AO-INVOICE-DATE)
051600             - WS-TERMS-DAYS
051700     END-IF.
051800     EVALUATE TRUE
051900         WHEN WS-DAYS-PAST-DUE NOT > ZERO
052000             MOVE 1 TO WS-BKT
052100         WHEN WS-DAYS-PAST-DUE NOT > 30
052200             MOVE 2 TO WS-BKT
052300         WHEN WS-DAYS-PAST-DUE NOT > 60
052400             MOVE 3 TO WS-BKT
052500         WHEN WS-DAYS-PAST-DUE NOT > 90
052600             MOVE 4 TO WS-BKT
052700         WHEN OTHER
052800             MOVE 5 TO WS-BKT
052900     END-EVALUATE.
053000     ADD AO-OPEN-AMT TO WS-ACCT-AMT (WS-BKT).
053100     ADD AO-OPEN-AMT TO WS-ACCT-TOTAL.
053200     ADD AO-OPEN-AMT TO WS-GRAND-AMT (WS-BKT).
053300     ADD 1 TO WS-GRAND-ITEMS (WS-BKT).
053400     ADD AO-OPEN-AMT TO WS-GRAND-TOTAL.
053500     IF WS-BKT > 1
053600         ADD AO-OPEN-AMT TO WS-ACCT-PAST-DUE
053700         IF WS-DAYS-PAST-DUE > WS-OLDEST-DAYS
053800             MOVE WS-DAYS-PAST-DUE TO WS-OLDEST-DAYS
053900         END-IF
054000         PERFORM 2200-HOLD-DUE-ITEM THRU 2200-EXIT
054100     END-IF.
054200 2000-NEXT.
054300     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
054400 2000-EXIT.
054500     EXIT.
054600*----------------------------------------------------------*
054700* 2100-READ-ITEM - NEXT OPEN ITEM IN ACCOUNT/INVOICE ORDER
054800*----------------------------------------------------------*
054900 2100-READ-ITEM.
055000     READ AR-OPEN
055100         AT END
055200             SET EOF-AR-OPEN TO TRUE
055300     END-READ.
055400 2100-EXIT.
055500     EXIT.
055600*----------------------------------------------------------*
055700* 2200-HOLD-DUE-ITEM - KEEP A PAST-DUE ITEM FOR THE LETTER;
055800*                      PAST THE TABLE SIZE IT IS ONLY COUNTED
055900*----------------------------------------------------------*
056000 2200-HOLD-DUE-ITEM.
056100     IF WS-DUE-COUNT NOT < WS-DUE-MAX
056200         ADD 1 TO WS-DUE-OVERFLOW
056300         GO TO 2200-EXIT
056400     END-IF.
056500     ADD 1 TO WS-DUE-COUNT.
056600     MOVE AO-INVOICE-NO TO WS-DUE-INVOICE-NO (WS-DUE-COUNT).
056700     MOVE AO-INVOICE-DATE TO WS-DUE-INV-DATE (WS-DUE-COUNT).
056800     MOVE AO-OPEN-AMT TO WS-DUE-OPEN-AMT (WS-DUE-COUNT).
056900     MOVE WS-DAYS-PAST-DUE TO WS-DUE-DAYS (WS-DUE-COUNT).
057000 2200-EXIT.
057100     EXIT.
057200*----------------------------------------------------------*
057300* 3000-ACCOUNT-BREAK - PRINT THE ACCOUNT'S AGING LINE, THEN
057400*                      DUN AND SUSPEND AS ITS OLDEST PAST-DUE
057440*                      ITEM REQUIRES. AN ACCOUNT WHOSE MAIL IS
057480*                      RETURNED IS ONLY LISTED AS HELD - NO
057520*                      LETTER CAN REACH IT, SO NONE IS PRINTED
057560*                      AND IT IS NOT SUSPENDED ON ONE.
057600*----------------------------------------------------------*
057700 3000-ACCOUNT-BREAK.
057800     IF WS-ACCT-TOTAL = ZERO
057900         GO TO 3000-CLEAR
058000     END-IF.
058100     ADD 1 TO WS-ACCOUNT-COUNT.
058200     MOVE "N" TO WS-FOUND-SW.
058300     MOVE WS-CURR-ACCOUNT TO CM-ACCOUNT-ID.
058400     READ CUST-MASTER
058500         INVALID KEY
058600             CONTINUE
058700         NOT INVALID KEY
058800             SET MASTER-FOUND TO TRUE
058900     END-READ.
059000     MOVE SPACES TO WS-PRINT-LINE.
059100     MOVE WS-CURR-ACCOUNT TO WS-AL-ACCOUNT-ID.
059200     IF MASTER-FOUND
059300         MOVE CM-NAME TO WS-AL-NAME
059400     ELSE
059500         ADD 1 TO WS-MISS-COUNT
059600         MOVE "NOT ON MASTER" TO WS-AL-NAME
059700     END-IF.
059800     PERFORM 3050-EDIT-BUCKET THRU 3050-EXIT
059900         VARYING WS-BKT FROM 1 BY 1
060000         UNTIL WS-BKT > 5.
060100     MOVE WS-ACCT-TOTAL TO WS-AL-TOTAL.
060200     MOVE SPACE TO WS-AL-FLAG.
060300     IF MASTER-FOUND
060400         IF CM-SUSPENDED
060500             MOVE "S" TO WS-AL-FLAG
060600         END-IF
060700         IF CM-CLOSED
060800             MOVE "C" TO WS-AL-FLAG
060900         END-IF
061000     END-IF.
061100     MOVE WS-ACCOUNT-LINE TO WS-PRINT-LINE.
061200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
061300     SET DUN-NONE TO TRUE.
061400     IF MASTER-FOUND
061500         AND NOT CM-CLOSED
061600         AND WS-ACCT-PAST-DUE NOT < WS-MIN-DUN-AMT
061700         EVALUATE TRUE
061800             WHEN WS-OLDEST-DAYS NOT < WS-FINAL-DAYS
061900                 SET DUN-FINAL TO TRUE
062000             WHEN WS-OLDEST-DAYS NOT < WS-SECOND-DAYS
062100                 SET DUN-SECOND TO TRUE
062200             WHEN WS-OLDEST-DAYS NOT < WS-FIRST-DAYS
062300                 SET DUN-FIRST TO TRUE
062400         END-EVALUATE
062500     END-IF.
062600     IF DUN-NONE
062700         GO TO 3000-CLEAR
062800     END-IF.
062900     MOVE SPACES TO WS-AC-ACTION.
062916     IF CM-MAIL-RETURNED
062932         ADD 1 TO WS-HELD-COUNT
062948         MOVE "LETTER HELD - RETURNED MAIL" TO WS-AC-ACTION
062964         GO TO 3000-PRINT-ACTION
062980     END-IF.
063000     PERFORM 4000-PRINT-LETTER THRU 4000-EXIT.
063100     IF WS-OLDEST-DAYS NOT < WS-SUSPEND-DAYS
063200         AND CM-OPEN
063300         PERFORM 5000-WRITE-SUSPENSION THRU 5000-EXIT
063400     END-IF.
063450 3000-PRINT-ACTION.
063500     MOVE SPACES TO WS-PRINT-LINE.
063600     MOVE WS-OLDEST-DAYS TO WS-AC-OLDEST.
063700     MOVE WS-ACTION-LINE TO WS-PRINT-LINE.
063800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
063900 3000-CLEAR.
064000     PERFORM 3900-CLEAR-ACCOUNT THRU 3900-EXIT.
064100 3000-EXIT.
064200     EXIT.
064300*----------------------------------------------------------*
064400* 3050-EDIT-BUCKET - ONE BUCKET AMOUNT ONTO THE ACCOUNT LINE
064500*----------------------------------------------------------*
064600 3050-EDIT-BUCKET.
064700     MOVE WS-ACCT-AMT (WS-BKT) TO WS-AL-AMT (WS-BKT).
064800 3050-EXIT.
064900     EXIT.
065000*----------------------------------------------------------*
065100* 3900-CLEAR-ACCOUNT - RESET THE PER-ACCOUNT ACCUMULATORS
065200*----------------------------------------------------------*
065300 3900-CLEAR-ACCOUNT.
065400     MOVE ZERO TO WS-ACCT-AMT (1) WS-ACCT-AMT (2)
065500         WS-ACCT-AMT (3) WS-ACCT-AMT (4) WS-ACCT-AMT (5).
065600     MOVE ZERO TO WS-ACCT-TOTAL.
065700     MOVE ZERO TO WS-ACCT-PAST-DUE.
065800     MOVE ZERO TO WS-OLDEST-DAYS.
065900     MOVE ZERO TO WS-DUE-COUNT.
066000     MOVE ZERO TO WS-DUE-OVERFLOW.
066100 3900-EXIT.
066200     EXIT.
066300*----------------------------------------------------------*
066400* 4000-PRINT-LETTER - FIRST, SECOND OR FINAL DUNNING LETTER
066500*                     FOR THE ACCOUNT, WITH ITS MAILING BLOCK
066600*                     AND EVERY PAST-DUE ITEM
066700*----------------------------------------------------------*
066800 4000-PRINT-LETTER.
066900     EVALUATE TRUE
067000         WHEN DUN-FIRST
067100             ADD 1 TO WS-FIRST-COUNT
067200             MOVE "FIRST NOTICE" TO WS-LH-NOTICE
067300             MOVE "FIRST NOTICE SENT" TO WS-AC-ACTION
067400         WHEN DUN-SECOND
067500             ADD 1 TO WS-SECOND-COUNT
067600             MOVE "SECOND NOTICE" TO WS-LH-NOTICE
067700             MOVE "SECOND NOTICE SENT" TO WS-AC-ACTION
067800         WHEN DUN-FINAL
067900             ADD 1 TO WS-FINAL-COUNT
068000             MOVE "FINAL NOTICE" TO WS-LH-NOTICE
068100             MOVE "FINAL NOTICE SENT" TO WS-AC-ACTION
068200     END-EVALUATE.
068300     MOVE WS-LETTER-HEADER TO DL-RECORD.
068400     WRITE DL-RECORD.
068500     MOVE SPACES TO DL-RECORD.
068600     MOVE CM-NAME TO WS-NL-NAME.
068700     MOVE WS-NAME-LINE TO DL-RECORD.
068800     WRITE DL-RECORD.
068900     PERFORM 4100-PRINT-MAILING-BLOCK THRU 4100-EXIT.
069000     MOVE SPACES TO DL-RECORD.
069100     MOVE RUNHDR-DATE TO WS-DT-RUN-DATE.
069200     MOVE WS-DATE-LINE TO DL-RECORD.
069300     WRITE DL-RECORD.
069400     MOVE SPACES TO DL-RECORD.
069500     MOVE CM-ACCOUNT-ID TO WS-LA-ACCOUNT-ID.
069600     MOVE WS-ACCT-PAST-DUE TO WS-LA-PAST-DUE.
069700     MOVE WS-LTR-ACCOUNT-LINE TO DL-RECORD.
069800     WRITE DL-RECORD.
069900     MOVE WS-LTR-TEXT-1 TO DL-RECORD.
070000     WRITE DL-RECORD.
070100     PERFORM 4200-PRINT-DUE-ITEM THRU 4200-EXIT
070200         VARYING WS-SUB FROM 1 BY 1
070300         UNTIL WS-SUB > WS-DUE-COUNT.
070400     IF WS-DUE-OVERFLOW > ZERO
070500         MOVE SPACES TO DL-RECORD
070600         MOVE WS-DUE-OVERFLOW TO WS-LM-COUNT
070700         MOVE WS-LTR-MORE-LINE TO DL-RECORD
070800         WRITE DL-RECORD
070900     END-IF.
071000     EVALUATE TRUE
071100         WHEN DUN-FIRST
071200             MOVE WS-LTR-TEXT-2 TO DL-RECORD
071300             WRITE DL-RECORD
071400         WHEN DUN-SECOND
071500             MOVE WS-LTR-TEXT-3 TO DL-RECORD
071600             WRITE DL-RECORD
071700         WHEN DUN-FINAL
071800             MOVE WS-LTR-TEXT-4 TO DL-RECORD
071900             WRITE DL-RECORD
072000             MOVE WS-LTR-TEXT-5 TO DL-RECORD
072100             WRITE DL-RECORD
072200     END-EVALUATE.
072300     MOVE SPACES TO DL-RECORD.
072400     WRITE DL-RECORD.
072500 4000-EXIT.
072600     EXIT.
072700*----------------------------------------------------------*
072800* 4100-PRINT-MAILING-BLOCK - THE THREE MASTER ADDRESS LINES
072900*                            UNDER THE NAME, BLANK LINES
073000*                            SKIPPED, SO THE LETTER CAN GO
073100*                            STRAIGHT INTO A WINDOW ENVELOPE
073200*----------------------------------------------------------*
073300 4100-PRINT-MAILING-BLOCK.
073400     IF CM-ADDR-LINE-1 NOT = SPACES
073500         MOVE SPACES TO DL-RECORD
073600         MOVE CM-ADDR-LINE-1 TO WS-AD-TEXT
073700         MOVE WS-ADDR-LINE TO DL-RECORD
073800         WRITE DL-RECORD
073900     END-IF.
074000     IF CM-ADDR-LINE-2 NOT = SPACES
074100         MOVE SPACES TO DL-RECORD
074200         MOVE CM-ADDR-LINE-2 TO WS-AD-TEXT
074300         MOVE WS-ADDR-LINE TO DL-RECORD
074400         WRITE DL-RECORD
074500     END-IF.
074600     IF CM-ADDR-LINE-3 NOT = SPACES
074700         MOVE SPACES TO DL-RECORD
074800         MOVE CM-ADDR-LINE-3 TO WS-AD-TEXT
074900         MOVE WS-ADDR-LINE TO DL-RECORD
075000         WRITE DL-RECORD
075100     END-IF.
075200 4100-EXIT.
075300     EXIT.
075400*----------------------------------------------------------*
075500* 4200-PRINT-DUE-ITEM - ONE PAST-DUE INVOICE ON THE LETTER
075600*----------------------------------------------------------*
075700 4200-PRINT-DUE-ITEM.
075800     MOVE SPACES TO DL-RECORD.
075900     MOVE WS-DUE-INVOICE-NO (WS-SUB) TO WS-LI-INVOICE-NO.
076000     MOVE WS-DUE-INV-DATE (WS-SUB) TO WS-LI-INV-DATE.
076100     MOVE WS-DUE-OPEN-AMT (WS-SUB) TO WS-LI-OPEN-AMT.
076200     MOVE WS-DUE-DAYS (WS-SUB) TO WS-LI-DAYS.
076300     MOVE WS-LTR-ITEM-LINE TO DL-RECORD.
076400     WRITE DL-RECORD.
076500 4200-EXIT.
076600     EXIT.
076700*----------------------------------------------------------*
076825* 5000-WRITE-SUSPENSION - CUSTTRAN S TRANSACTION SETTING
076950*                         CM-STATUS S AND NOTHING ELSE. THE NAME
077075*                         IS CARRIED ONLY FOR THE AUDIT LINE.
077200*----------------------------------------------------------*
077300 5000-WRITE-SUSPENSION.
077400     MOVE SPACES TO MT-RECORD.
077500     MOVE "S" TO MT-ACTION.
077600     MOVE CM-ACCOUNT-ID TO MT-ACCOUNT-ID.
077700     MOVE CM-NAME TO MT-NAME.
078100     MOVE "S" TO MT-STATUS.
078210     MOVE OPERAUTH-ID TO MT-ENTERED-BY.
078220     MOVE RUNHDR-DATE TO MT-ENTERED-DATE.
078230     MOVE "AG" TO MT-BATCH-ID (1:2).
078265     MOVE RUNHDR-DATE (3:6) TO MT-BATCH-ID (3:6).
078300     WRITE MT-RECORD.
078400     ADD 1 TO WS-SUSPEND-COUNT.
078500     MOVE "FINAL NOTICE SENT - SUSPENSION QUEUED" TO WS-AC-ACTION.
078600 5000-EXIT.
078700     EXIT.
078800*----------------------------------------------------------*
078900* 9000-TERMINATE - BUCKET TOTALS, DUNNING COUNTS, RUN LOG
079000*----------------------------------------------------------*
079100 9000-TERMINATE.
079200     PERFORM 9100-WRITE-BUCKET-TOTAL THRU 9100-EXIT
079300         VARYING WS-BKT FROM 1 BY 1
079400         UNTIL WS-BKT > 5.
079500     MOVE SPACES TO WS-PRINT-LINE.
079600     MOVE WS-ITEM-COUNT TO WS-TL-ITEMS.
079700     MOVE WS-GRAND-TOTAL TO WS-TL-AMT.
079800     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
079900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
080000     MOVE SPACES TO WS-PRINT-LINE.
080100     MOVE WS-ACCOUNT-COUNT TO WS-CL-ACCOUNTS.
080200     MOVE WS-FIRST-COUNT TO WS-CL-FIRST.
080300     MOVE WS-SECOND-COUNT TO WS-CL-SECOND.
080400     MOVE WS-FINAL-COUNT TO WS-CL-FINAL.
080500     MOVE WS-SUSPEND-COUNT TO WS-CL-SUSPEND.
080550     MOVE WS-HELD-COUNT TO WS-CL-HELD.
080600     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
080700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
080800     MOVE SPACES TO WS-PRINT-LINE.
080900     MOVE WS-MISS-COUNT TO WS-EL-MISS.
081000     MOVE WS-BADDATE-COUNT TO WS-EL-BADDATE.
081100     MOVE WS-EXCEPT-LINE TO WS-PRINT-LINE.
081200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
081300     PERFORM 8900-END-REPORT THRU 8900-EXIT.
081400     CLOSE AR-OPEN.
081500     CLOSE CUST-MASTER.
081600     CLOSE AGING-RPT.
081700     CLOSE DUN-LETTERS.
081800     CLOSE CUST-TRANS.
081900     MOVE "ARAGING" TO RUNLOG-PROGRAM-ID.
082000     MOVE WS-ITEM-COUNT TO RUNLOG-READ-COUNT.
082100     COMPUTE RUNLOG-WRITE-COUNT = WS-FIRST-COUNT
082200         + WS-SECOND-COUNT + WS-FINAL-COUNT + WS-SUSPEND-COUNT.
082300     COMPUTE RUNLOG-EXCEPT-COUNT =
082400         WS-MISS-COUNT + WS-BADDATE-COUNT.
082500     MOVE "OK" TO RUNLOG-STATUS.
082600     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
082700 9000-EXIT.
082800     EXIT.
082900*----------------------------------------------------------*
083000* 9100-WRITE-BUCKET-TOTAL - ONE BUCKET'S ITEM COUNT AND
083100*                           AMOUNT FOR THE WHOLE LEDGER
083200*----------------------------------------------------------*
083300 9100-WRITE-BUCKET-TOTAL.
083400     MOVE SPACES TO WS-PRINT-LINE.
083500     MOVE WS-BUCKET-NAME (WS-BKT) TO WS-BL-NAME.
083600     MOVE WS-GRAND-ITEMS (WS-BKT) TO WS-BL-ITEMS.
083700     MOVE WS-GRAND-AMT (WS-BKT) TO WS-BL-AMT.
083800     MOVE WS-BUCKET-LINE TO WS-PRINT-LINE.
083900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
084000 9100-EXIT.
084100     EXIT.
084200*----------------------------------------------------------*
084300* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
084400*                          SHARED PRINT SERVICE, WRITING THE
084500*                          PAGE HEADINGS FIRST ON A PAGE BREAK
084600*----------------------------------------------------------*
084700 8800-WRITE-REPORT-LINE.
084800     MOVE "W" TO PRTSRV-FUNCTION.
084900     CALL "PRTSRV" USING PRTSRV-CONTROL.
085000     IF PRTSRV-NEW-PAGE
085100         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
085200             VARYING WS-HDG-SUB FROM 1 BY 1
085300             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
085400     END-IF.
085500     MOVE WS-PRINT-LINE TO AR-RECORD.
085600     WRITE AR-RECORD.
085700 8800-EXIT.
085800     EXIT.
085900*----------------------------------------------------------*
086000* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
086100*----------------------------------------------------------*
086200 8850-WRITE-HEADING.
086300     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO AR-RECORD.
086400     WRITE AR-RECORD.
086500 8850-EXIT.
086600     EXIT.
086700*----------------------------------------------------------*
086800* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
086900*                   LINE-AND-PAGE-COUNT LINE
087000*----------------------------------------------------------*
087100 8900-END-REPORT.
087200     MOVE "E" TO PRTSRV-FUNCTION.
087300     CALL "PRTSRV" USING PRTSRV-CONTROL.
087400     MOVE PRTSRV-FINAL-LINE TO AR-RECORD.
087500     WRITE AR-RECORD.
087600 8900-EXIT.
087700     EXIT.
087800*----------------------------------------------------------*
087900     COPY RUNHDRP.
088000     COPY RUNLOGP.
088100     COPY OPERAUTP.
