000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     CUSTDUP.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - PROBABLE DUPLICATE
001200*                   CUSTOMERS ON CUSTMSTR. EVERY ACCOUNT THAT IS
001300*                   NOT CLOSED IS LOADED WITH ITS NAME, FIRST
001400*                   ADDRESS LINE AND LOCALITY (ADDRESS LINES 2
001500*                   AND 3) REDUCED TO LETTERS AND DIGITS ONLY,
001600*                   AND EVERY PAIR IS SCORED - NAME 50 EXACT OR
001700*                   30 ON THE FIRST 8 CHARACTERS, STREET 30
001800*                   EXACT OR 15 ON THE FIRST 8, LOCALITY 20.
001900*                   PAIRS AT OR ABOVE THE DUPPRM THRESHOLD
002000*                   (DEFAULT 60) ARE PRINTED ON CUSTDRPT,
002100*                   HIGHEST SCORE FIRST, AND WRITTEN TO DUPCAND
002200*                   IN THE MRGPAIR CARD LAYOUT WITH THE OLDER
002300*                   ACCOUNT AS THE PROPOSED SURVIVOR. REVIEWERS
002400*                   STRIKE THE PAIRS THAT ARE NOT DUPLICATES AND
002500*                   SUBMIT THE REST TO CUSTMRG. THE MASTER IS
002600*                   READ ONLY.
002700*----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CUST-MASTER ASSIGN TO "CUSTMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS CM-ACCOUNT-ID.
003800     SELECT OPTIONAL DUP-PARM ASSIGN TO "DUPPRM"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT DUP-RPT     ASSIGN TO "CUSTDRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT DUP-CAND    ASSIGN TO "DUPCAND"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT DUP-WORK    ASSIGN TO "DUPWORK".
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
005800 FD  CUST-MASTER
005900     LABEL RECORDS ARE STANDARD
006000     RECORD CONTAINS 160 CHARACTERS.
006100 01  CM-RECORD.
006200     05  CM-ACCOUNT-ID       PIC X(10).
006300     05  CM-NAME             PIC X(30).
006400     05  CM-ADDR-LINE-1      PIC X(30).
006500     05  CM-ADDR-LINE-2      PIC X(30).
006600     05  CM-ADDR-LINE-3      PIC X(30).
006700     05  CM-STATUS           PIC X(01).
006800         88  CM-OPEN                 VALUE "O".
006900         88  CM-CLOSED               VALUE "C".
007000         88  CM-SUSPENDED            VALUE "S".
007100     05  CM-OPEN-DATE        PIC 9(08).
007200     05  FILLER              PIC X(21).
007300*
007400 FD  DUP-PARM
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  DP-RECORD.
007800     05  DP-THRESHOLD        PIC 9(03).
007900     05  FILLER              PIC X(77).
008000*
008100 FD  DUP-RPT
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  DR-RECORD               PIC X(80).
008500*
008600* ONE CANDIDATE PAIR - THE SAME LAYOUT AS THE MRGPAIR CARDS
008700* CUSTMRG READS, SO AN APPROVED LIST IS THIS FILE LESS THE
008800* REJECTED LINES
008900*
009000 FD  DUP-CAND
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  DC-RECORD.
009400     05  DC-SURVIVOR-ID      PIC X(10).
009500     05  DC-VICTIM-ID        PIC X(10).
009600     05  DC-SCORE            PIC 9(03).
009700     05  FILLER              PIC X(57).
009800*
009900 SD  DUP-WORK.
010000 01  SRT-RECORD.
010100     05  SRT-SCORE           PIC 9(03).
010200     05  SRT-SURVIVOR-SUB    PIC 9(04).
010300     05  SRT-VICTIM-SUB      PIC 9(04).
010400     05  SRT-MATCH-CODES     PIC X(03).
010500     05  FILLER              PIC X(06).
010600*
010700 FD  RUN-LOG
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 80 CHARACTERS.
011000 01  RL-RECORD               PIC X(80).
011100*
011200 FD  BUS-DATE-PARM
011300     LABEL RECORDS ARE STANDARD
011400     RECORD CONTAINS 80 CHARACTERS.
011500 01  BD-RECORD.
011600     05  BD-BUSINESS-DATE    PIC 9(08).
011700     05  FILLER              PIC X(72).
011800*
011900 FD  OPER-CARD
012000     LABEL RECORDS ARE STANDARD
012100     RECORD CONTAINS 80 CHARACTERS.
012200 01  OC-RECORD.
012300     05  OC-OPERATOR-ID      PIC X(08).
012400     05  FILLER              PIC X(72).
012500*
012600 FD  OPER-AUTH
012700     LABEL RECORDS ARE STANDARD
012800     RECORD CONTAINS 80 CHARACTERS.
012900 01  OA-RECORD.
013000     05  OA-OPERATOR-ID      PIC X(08).
013100     05  OA-NAME             PIC X(20).
013200     05  OA-ACTIVE           PIC X(01).
013300     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
013400     05  FILLER              PIC X(11).
013500*
013600 FD  OPER-LOG
013700     LABEL RECORDS ARE STANDARD
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  OL-RECORD               PIC X(80).
014000*----------------------------------------------------------*
014100 WORKING-STORAGE SECTION.
014200     COPY RUNHDR.
014300     COPY RUNLOG.
014400     COPY OPERAUTH.
014500     COPY PRTSRV.
014600 01  WS-PRINT-LINE           PIC X(80).
014700 01  WS-HDG-SUB              PIC 9(01) COMP.
014800*
014900 01  WS-SWITCHES.
015000     05  WS-EOF-SW           PIC X(01) VALUE "N".
015100         88  EOF-CUST-MASTER         VALUE "Y".
015200     05  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
015300         88  EOF-DUP-WORK            VALUE "Y".
015400*
015500 01  WS-COUNTERS.
015600     05  WS-MASTER-READ      PIC 9(07) COMP VALUE ZERO.
015700     05  WS-CLOSED-SKIPPED   PIC 9(07) COMP VALUE ZERO.
015800     05  WS-PAIRS-SCORED     PIC 9(09) COMP VALUE ZERO.
015900     05  WS-CAND-COUNT       PIC 9(07) COMP VALUE ZERO.
016000*
016100 01  WS-THRESHOLD            PIC 9(03) VALUE 60.
016200*
016300* EVERY ACCOUNT NOT CLOSED, WITH ITS NORMALIZED MATCH FIELDS
016400*
016500 01  WS-CUST-MAX             PIC 9(04) COMP VALUE 3000.
016600 01  WS-CUST-COUNT           PIC 9(04) COMP VALUE ZERO.
016700 01  WS-CUST-TABLE.
016800     05  WS-CT-ENTRY OCCURS 3000 TIMES.
016900         10  WS-CT-ACCOUNT-ID    PIC X(10).
017000         10  WS-CT-NAME          PIC X(30).
017100         10  WS-CT-ADDR-LINE-1   PIC X(30).
017200         10  WS-CT-OPEN-DATE     PIC 9(08).
017300         10  WS-CT-NORM-NAME     PIC X(30).
017400         10  WS-CT-NORM-STREET   PIC X(30).
017500         10  WS-CT-NORM-LOCALITY PIC X(30).
017600 01  WS-SUB-A                PIC 9(04) COMP VALUE ZERO.
017700 01  WS-SUB-B                PIC 9(04) COMP VALUE ZERO.
017800 01  WS-SUB-B-START          PIC 9(04) COMP VALUE ZERO.
017900*
018000* NORMALIZATION - UPPER CASE, LETTERS AND DIGITS ONLY, SO
018100* "O'BRIEN, J." AND "OBRIEN J" COMPARE EQUAL
018200*
018300 01  WS-NORM-IN              PIC X(60).
018400 01  WS-NORM-OUT             PIC X(30).
018500 01  WS-NORM-SUB             PIC 9(02) COMP VALUE ZERO.
018600 01  WS-NORM-LEN             PIC 9(02) COMP VALUE ZERO.
018700 01  WS-NORM-CHAR            PIC X(01).
018800     88  NORM-CHAR-KEPT          VALUE "A" THRU "I"
018900                                       "J" THRU "R"
019000                                       "S" THRU "Z"
019100                                       "0" THRU "9".
019200*
019300* ONE PAIR'S SCORE - MATCH CODES ARE E (EXACT), P (FIRST 8
019400* CHARACTERS) OR - (NO MATCH) FOR NAME, STREET, LOCALITY
019500*
019600 01  WS-SCORE                PIC 9(03) VALUE ZERO.
019700 01  WS-MATCH-CODES.
019800     05  WS-MC-NAME          PIC X(01).
019900     05  WS-MC-STREET        PIC X(01).
020000     05  WS-MC-LOCALITY      PIC X(01).
020100*
020200 01  WS-PAGE-HEADER-1.
020300     05  FILLER              PIC X(40) VALUE
020400         "PROBABLE DUPLICATE CUSTOMERS".
020500     05  FILLER              PIC X(40) VALUE SPACES.
020600*
020700 01  WS-PAGE-HEADER-2.
020800     05  FILLER              PIC X(06) VALUE "SCORE".
020900     05  FILLER              PIC X(04) VALUE "NSL".
021000     05  FILLER              PIC X(11) VALUE "SURVIVOR".
021100     05  FILLER              PIC X(24) VALUE "NAME / STREET".
021200     05  FILLER              PIC X(11) VALUE "VICTIM".
021300     05  FILLER              PIC X(24) VALUE "NAME / STREET".
021400*
021500 01  WS-THRESHOLD-LINE.
021600     05  FILLER              PIC X(29) VALUE
021700         "PAIRS SCORING AT OR ABOVE ".
021800     05  WS-TL-THRESHOLD     PIC ZZ9.
021900     05  FILLER              PIC X(48) VALUE
022000         " - N/S/L: NAME STREET LOCALITY E=EXACT P=PART".
022100*
022200 01  WS-PAIR-LINE-1.
022300     05  WS-PL-SCORE         PIC ZZ9.
022400     05  FILLER              PIC X(03) VALUE SPACES.
022500     05  WS-PL-CODES         PIC X(03).
022600     05  FILLER              PIC X(01) VALUE SPACE.
022700     05  WS-PL-SURVIVOR-ID   PIC X(10).
022800     05  FILLER              PIC X(01) VALUE SPACE.
022900     05  WS-PL-SURVIVOR-NAME PIC X(23).
023000     05  FILLER              PIC X(01) VALUE SPACE.
023100     05  WS-PL-VICTIM-ID     PIC X(10).
023200     05  FILLER              PIC X(01) VALUE SPACE.
023300     05  WS-PL-VICTIM-NAME   PIC X(23).
023400     05  FILLER              PIC X(01) VALUE SPACE.
023500*
023600 01  WS-PAIR-LINE-2.
023700     05  FILLER              PIC X(21) VALUE SPACES.
023800     05  WS-PL-SURVIVOR-ADDR PIC X(23).
023900     05  FILLER              PIC X(12) VALUE SPACES.
024000     05  WS-PL-VICTIM-ADDR   PIC X(23).
024100     05  FILLER              PIC X(01) VALUE SPACE.
024200*
024300 01  WS-SUMMARY-LINE.
024400     05  FILLER              PIC X(10) VALUE "ACCOUNTS:".
024500     05  WS-SM-ACCOUNTS      PIC ZZZZ9.
024600     05  FILLER              PIC X(09) VALUE " CLOSED:".
024700     05  WS-SM-CLOSED        PIC ZZZZ9.
024800     05  FILLER              PIC X(15) VALUE " PAIRS SCORED:".
024900     05  WS-SM-SCORED        PIC ZZZZZZZZ9.
025000     05  FILLER              PIC X(13) VALUE " CANDIDATES:".
025100     05  WS-SM-CANDIDATES    PIC ZZZZ9.
025200     05  FILLER              PIC X(09) VALUE SPACES.
025300*----------------------------------------------------------*
025400 PROCEDURE DIVISION.
025500 0000-MAINLINE.
025600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025700     SORT DUP-WORK
025800         ON DESCENDING KEY SRT-SCORE
025900         ON ASCENDING KEY SRT-SURVIVOR-SUB
026000         ON ASCENDING KEY SRT-VICTIM-SUB
026100         INPUT PROCEDURE IS 2000-SCORE-PAIRS
026200             THRU 2000-EXIT
026300         OUTPUT PROCEDURE IS 3000-PRINT-CANDIDATES
026400             THRU 3000-EXIT.
026500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026600     GOBACK.
026700*----------------------------------------------------------*
026800* 1000-INITIALIZE - THRESHOLD, THE CUSTOMER TABLE, FILES AND
026900*                   THE RUN HEADERS
027000*----------------------------------------------------------*
027100 1000-INITIALIZE.
027200     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
027300     MOVE "CUSTDUP" TO OPERAUTH-CALLER.
027400     PERFORM OPERAUTH-VALIDATE
027500         THRU OPERAUTH-VALIDATE-EXIT.
027600     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
027700     PERFORM 1100-READ-DUP-PARM THRU 1100-EXIT.
027800     OPEN INPUT CUST-MASTER.
027900     PERFORM 1200-LOAD-CUSTOMER THRU 1200-EXIT
028000         UNTIL EOF-CUST-MASTER.
028100     CLOSE CUST-MASTER.
028200     OPEN OUTPUT DUP-RPT.
028300     OPEN OUTPUT DUP-CAND.
028400     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
028500     MOVE SPACES TO WS-PRINT-LINE.
028600     MOVE WS-THRESHOLD TO WS-TL-THRESHOLD.
028700     MOVE WS-THRESHOLD-LINE TO WS-PRINT-LINE.
028800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
028900 1000-EXIT.
029000     EXIT.
029100*----------------------------------------------------------*
029200* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
029300*----------------------------------------------------------*
029400 1050-PRINT-RUN-HEADER.
029500     MOVE "CUSTDUP" TO RUNHDR-JOB-NAME.
029600     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
029700     MOVE "I" TO PRTSRV-FUNCTION.
029800     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
029900     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
030000     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
030100     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
030200     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
030300     CALL "PRTSRV" USING PRTSRV-CONTROL.
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
032300* 1100-READ-DUP-PARM - CANDIDATE THRESHOLD FROM THE OPTIONAL
032400*                      DUPPRM CARD
032500*----------------------------------------------------------*
032600 1100-READ-DUP-PARM.
032700     OPEN INPUT DUP-PARM.
032800     READ DUP-PARM
032900         AT END
033000             CONTINUE
033100         NOT AT END
033200             IF DP-THRESHOLD NUMERIC
033300                 AND DP-THRESHOLD > ZERO
033400                 MOVE DP-THRESHOLD TO WS-THRESHOLD
033500             END-IF
033600     END-READ.
033700     CLOSE DUP-PARM.
033800 1100-EXIT.
033900     EXIT.
034000*----------------------------------------------------------*
034100* 1200-LOAD-CUSTOMER - ONE MASTER RECORD INTO THE TABLE WITH
034200*                      ITS NORMALIZED MATCH FIELDS; CLOSED
034300*                      ACCOUNTS ARE NOT CANDIDATES
034400*----------------------------------------------------------*
034500 1200-LOAD-CUSTOMER.
034600     READ CUST-MASTER
034700         AT END
034800             SET EOF-CUST-MASTER TO TRUE
034900             GO TO 1200-EXIT
035000     END-READ.
035100     ADD 1 TO WS-MASTER-READ.
035200     IF CM-CLOSED
035300         ADD 1 TO WS-CLOSED-SKIPPED
035400         GO TO 1200-EXIT
035500     END-IF.
035600     IF WS-CUST-COUNT NOT < WS-CUST-MAX
035700         DISPLAY "CUSTDUP: CUSTMSTR HOLDS MORE THAN "
035800             WS-CUST-MAX " OPEN ACCOUNTS - CUSTOMER TABLE FULL"
035900         MOVE 12 TO RETURN-CODE
036000         STOP RUN
036100     END-IF.
036200     ADD 1 TO WS-CUST-COUNT.
036300     MOVE CM-ACCOUNT-ID TO WS-CT-ACCOUNT-ID (WS-CUST-COUNT).
036400     MOVE CM-NAME TO WS-CT-NAME (WS-CUST-COUNT).
036500     MOVE CM-ADDR-LINE-1 TO WS-CT-ADDR-LINE-1 (WS-CUST-COUNT).
036600     MOVE CM-OPEN-DATE TO WS-CT-OPEN-DATE (WS-CUST-COUNT).
036700     MOVE SPACES TO WS-NORM-IN.
036800     MOVE CM-NAME TO WS-NORM-IN.
036900     PERFORM 1500-NORMALIZE THRU 1500-EXIT.
037000     MOVE WS-NORM-OUT TO WS-CT-NORM-NAME (WS-CUST-COUNT).
037100     MOVE SPACES TO WS-NORM-IN.
037200     MOVE CM-ADDR-LINE-1 TO WS-NORM-IN.
037300     PERFORM 1500-NORMALIZE THRU 1500-EXIT.
037400     MOVE WS-NORM-OUT TO WS-CT-NORM-STREET (WS-CUST-COUNT).
037500     MOVE SPACES TO WS-NORM-IN.
037600     MOVE CM-ADDR-LINE-2 TO WS-NORM-IN (1:30).
037700     MOVE CM-ADDR-LINE-3 TO WS-NORM-IN (31:30).
037800     PERFORM 1500-NORMALIZE THRU 1500-EXIT.
037900     MOVE WS-NORM-OUT TO WS-CT-NORM-LOCALITY (WS-CUST-COUNT).
038000 1200-EXIT.
038100     EXIT.
038200*----------------------------------------------------------*
038300* 1500-NORMALIZE - WS-NORM-IN TO WS-NORM-OUT: UPPER CASE,
038400*                  THEN ONLY ITS LETTERS AND DIGITS, CLOSED UP
038500*----------------------------------------------------------*
038600 1500-NORMALIZE.
038700     INSPECT WS-NORM-IN CONVERTING
038800         "abcdefghijklmnopqrstuvwxyz"
038900         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
039000     MOVE SPACES TO WS-NORM-OUT.
039100     MOVE ZERO TO WS-NORM-LEN.
039200     PERFORM 1510-NORMALIZE-CHAR THRU 1510-EXIT
039300         VARYING WS-NORM-SUB FROM 1 BY 1
039400         UNTIL WS-NORM-SUB > 60
039500             OR WS-NORM-LEN NOT < 30.
039600 1500-EXIT.
039700     EXIT.
039800*----------------------------------------------------------*
039900* 1510-NORMALIZE-CHAR - KEEP ONE CHARACTER IF A LETTER OR
040000*                       DIGIT
040100*----------------------------------------------------------*
040200 1510-NORMALIZE-CHAR.
040300     MOVE WS-NORM-IN (WS-NORM-SUB:1) TO WS-NORM-CHAR.
040400     IF NORM-CHAR-KEPT
040500         ADD 1 TO WS-NORM-LEN
040600         MOVE WS-NORM-CHAR TO WS-NORM-OUT (WS-NORM-LEN:1)
040700     END-IF.
040800 1510-EXIT.
040900     EXIT.
041000*----------------------------------------------------------*
041100* 2000-SCORE-PAIRS - SORT INPUT: SCORE EVERY PAIR OF TABLE
041200*                    ENTRIES AND RELEASE THOSE AT OR ABOVE
041300*                    THE THRESHOLD
041400*----------------------------------------------------------*
041500 2000-SCORE-PAIRS.
041600     PERFORM 2100-SCORE-ACCOUNT THRU 2100-EXIT
041700         VARYING WS-SUB-A FROM 1 BY 1
041800         UNTIL WS-SUB-A NOT < WS-CUST-COUNT.
041900 2000-EXIT.
042000     EXIT.
042100*----------------------------------------------------------*
042200* 2100-SCORE-ACCOUNT - ONE ACCOUNT AGAINST EVERY ACCOUNT
042300*                      AFTER IT IN THE TABLE
042400*----------------------------------------------------------*
042500 2100-SCORE-ACCOUNT.
042600     COMPUTE WS-SUB-B-START = WS-SUB-A + 1.
042700     PERFORM 2200-SCORE-PAIR THRU 2200-EXIT
042800         VARYING WS-SUB-B FROM WS-SUB-B-START BY 1
042900         UNTIL WS-SUB-B > WS-CUST-COUNT.
043000 2100-EXIT.
043100     EXIT.
043200*----------------------------------------------------------*
043300* 2200-SCORE-PAIR - SCORE ONE PAIR; A BLANK FIELD NEVER
043400*                   MATCHES. THE OLDER ACCOUNT (THEN THE LOWER
043500*                   ACCOUNT ID) IS PROPOSED AS THE SURVIVOR
043600*----------------------------------------------------------*
043700 2200-SCORE-PAIR.
043800     ADD 1 TO WS-PAIRS-SCORED.
043900     MOVE ZERO TO WS-SCORE.
044000     MOVE "---" TO WS-MATCH-CODES.
044100     IF WS-CT-NORM-NAME (WS-SUB-A) NOT = SPACES
044200         IF WS-CT-NORM-NAME (WS-SUB-A)
044300                 = WS-CT-NORM-NAME (WS-SUB-B)
044400             ADD 50 TO WS-SCORE
044500             MOVE "E" TO WS-MC-NAME
044600         ELSE
044700             IF WS-CT-NORM-NAME (WS-SUB-A) (1:8)
044800                     = WS-CT-NORM-NAME (WS-SUB-B) (1:8)
044900                 ADD 30 TO WS-SCORE
045000                 MOVE "P" TO WS-MC-NAME
045100             END-IF
045200         END-IF
045300     END-IF.
045400     IF WS-CT-NORM-STREET (WS-SUB-A) NOT = SPACES
045500         IF WS-CT-NORM-STREET (WS-SUB-A)
045600                 = WS-CT-NORM-STREET (WS-SUB-B)
045700             ADD 30 TO WS-SCORE
045800             MOVE "E" TO WS-MC-STREET
045900         ELSE
046000             IF WS-CT-NORM-STREET (WS-SUB-A) (1:8)
046100                     = WS-CT-NORM-STREET (WS-SUB-B) (1:8)
046200                 ADD 15 TO WS-SCORE
046300                 MOVE "P" TO WS-MC-STREET
046400             END-IF
046500         END-IF
046600     END-IF.
046700     IF WS-CT-NORM-LOCALITY (WS-SUB-A) NOT = SPACES
046800         AND WS-CT-NORM-LOCALITY (WS-SUB-A)
046900             = WS-CT-NORM-LOCALITY (WS-SUB-B)
047000         ADD 20 TO WS-SCORE
047100         MOVE "E" TO WS-MC-LOCALITY
047200     END-IF.
047300     IF WS-SCORE < WS-THRESHOLD
047400         GO TO 2200-EXIT
047500     END-IF.
047600     MOVE SPACES TO SRT-RECORD.
047700     MOVE WS-SCORE TO SRT-SCORE.
047800     MOVE WS-MATCH-CODES TO SRT-MATCH-CODES.
047900     IF WS-CT-OPEN-DATE (WS-SUB-B) < WS-CT-OPEN-DATE (WS-SUB-A)
048000         MOVE WS-SUB-B TO SRT-SURVIVOR-SUB
048100         MOVE WS-SUB-A TO SRT-VICTIM-SUB
048200     ELSE
048300         MOVE WS-SUB-A TO SRT-SURVIVOR-SUB
048400         MOVE WS-SUB-B TO SRT-VICTIM-SUB
048500     END-IF.
048600     RELEASE SRT-RECORD.
048700 2200-EXIT.
048800     EXIT.
048900*----------------------------------------------------------*
049000* 3000-PRINT-CANDIDATES - SORT OUTPUT: THE CANDIDATE REPORT
049100*                         AND THE DUPCAND PAIR CARDS
049200*----------------------------------------------------------*
049300 3000-PRINT-CANDIDATES.
049400     MOVE "N" TO WS-SORT-EOF-SW.
049500     PERFORM 3100-RETURN-PAIR THRU 3100-EXIT
049600         UNTIL EOF-DUP-WORK.
049700 3000-EXIT.
049800     EXIT.
049900*----------------------------------------------------------*
050000* 3100-RETURN-PAIR - ONE CANDIDATE: TWO REPORT LINES AND ITS
050100*                    PAIR CARD
050200*----------------------------------------------------------*
050300 3100-RETURN-PAIR.
050400     RETURN DUP-WORK
050500         AT END
050600             SET EOF-DUP-WORK TO TRUE
050700     END-RETURN.
050800     IF EOF-DUP-WORK
050900         GO TO 3100-EXIT
051000     END-IF.
051100     ADD 1 TO WS-CAND-COUNT.
051200     MOVE SRT-SURVIVOR-SUB TO WS-SUB-A.
051300     MOVE SRT-VICTIM-SUB TO WS-SUB-B.
051400     MOVE SPACES TO WS-PRINT-LINE.
051500     MOVE SRT-SCORE TO WS-PL-SCORE.
051600     MOVE SRT-MATCH-CODES TO WS-PL-CODES.
051700     MOVE WS-CT-ACCOUNT-ID (WS-SUB-A) TO WS-PL-SURVIVOR-ID.
051800     MOVE WS-CT-NAME (WS-SUB-A) TO WS-PL-SURVIVOR-NAME.
051900     MOVE WS-CT-ACCOUNT-ID (WS-SUB-B) TO WS-PL-VICTIM-ID.
052000     MOVE WS-CT-NAME (WS-SUB-B) TO WS-PL-VICTIM-NAME.
052100     MOVE WS-PAIR-LINE-1 TO WS-PRINT-LINE.
052200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
052300     MOVE SPACES TO WS-PRINT-LINE.
052400     MOVE WS-CT-ADDR-LINE-1 (WS-SUB-A) TO WS-PL-SURVIVOR-ADDR.
052500     MOVE WS-CT-ADDR-LINE-1 (WS-SUB-B) TO WS-PL-VICTIM-ADDR.
052600     MOVE WS-PAIR-LINE-2 TO WS-PRINT-LINE.
052700     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
052800     MOVE SPACES TO DC-RECORD.
052900     MOVE WS-CT-ACCOUNT-ID (WS-SUB-A) TO DC-SURVIVOR-ID.
053000     MOVE WS-CT-ACCOUNT-ID (WS-SUB-B) TO DC-VICTIM-ID.
053100     MOVE SRT-SCORE TO DC-SCORE.
053200     WRITE DC-RECORD.
053300 3100-EXIT.
053400     EXIT.
053500*----------------------------------------------------------*
053600* 9000-TERMINATE - SUMMARY COUNTS, CLOSES AND THE RUN LOG
053700*----------------------------------------------------------*
053800 9000-TERMINATE.
053900     MOVE SPACES TO WS-PRINT-LINE.
054000     MOVE WS-CUST-COUNT TO WS-SM-ACCOUNTS.
054100     MOVE WS-CLOSED-SKIPPED TO WS-SM-CLOSED.
054200     MOVE WS-PAIRS-SCORED TO WS-SM-SCORED.
054300     MOVE WS-CAND-COUNT TO WS-SM-CANDIDATES.
054400     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
054500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
054600     PERFORM 8900-END-REPORT THRU 8900-EXIT.
054700     CLOSE DUP-RPT.
054800     CLOSE DUP-CAND.
054900     MOVE "CUSTDUP" TO RUNLOG-PROGRAM-ID.
055000     MOVE WS-MASTER-READ TO RUNLOG-READ-COUNT.
055100     MOVE WS-CAND-COUNT TO RUNLOG-WRITE-COUNT.
055200     MOVE WS-CAND-COUNT TO RUNLOG-EXCEPT-COUNT.
055300     MOVE "OK" TO RUNLOG-STATUS.
055400     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
055500 9000-EXIT.
055600     EXIT.
055700*----------------------------------------------------------*
055800* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
055900*                          SHARED PRINT SERVICE, WRITING THE
056000*                          PAGE HEADINGS FIRST ON A PAGE BREAK
056100*----------------------------------------------------------*
056200 8800-WRITE-REPORT-LINE.
056300     MOVE "W" TO PRTSRV-FUNCTION.
056400     CALL "PRTSRV" USING PRTSRV-CONTROL.
056500     IF PRTSRV-NEW-PAGE
056600         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
056700             VARYING WS-HDG-SUB FROM 1 BY 1
056800             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
056900     END-IF.
057000     MOVE WS-PRINT-LINE TO DR-RECORD.
057100     WRITE DR-RECORD.
057200 8800-EXIT.
057300     EXIT.
057400*----------------------------------------------------------*
057500* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
057600*----------------------------------------------------------*
057700 8850-WRITE-HEADING.
057800     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO DR-RECORD.
057900     WRITE DR-RECORD.
058000 8850-EXIT.
058100     EXIT.
058200*----------------------------------------------------------*
058300* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
058400*                   LINE-AND-PAGE-COUNT LINE
058500*----------------------------------------------------------*
058600 8900-END-REPORT.
058700     MOVE "E" TO PRTSRV-FUNCTION.
058800     CALL "PRTSRV" USING PRTSRV-CONTROL.
058900     MOVE PRTSRV-FINAL-LINE TO DR-RECORD.
059000     WRITE DR-RECORD.
059100 8900-EXIT.
059200     EXIT.
059300*----------------------------------------------------------*
059400     COPY RUNHDRP.
059500     COPY RUNLOGP.
059600     COPY OPERAUTP.
