000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------*
000300 PROGRAM-ID.     MAILSORT.
000400 AUTHOR.         R TORRES.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY
001000* DATE        INIT  DESCRIPTION
001100* 2026-10-15   RT   INITIAL VERSION - POSTAL PRESORT OF A MAILED
001200*                   PRINT STREAM SO IT QUALIFIES FOR THE PRESORT
001300*                   POSTAGE RATE. READS THE MAILIN WORK FILE
001400*                   (MAILREC LAYOUT - CUSTSTMT'S STMTMAIL OR
001500*                   INVGEN'S INVMAIL), VERIFIES ITS FILETRLR
001600*                   TRAILER, SORTS THE DOCUMENTS TO POSTAL CODE
001700*                   ORDER KEEPING EACH DOCUMENT'S LINES TOGETHER
001800*                   AND IN ORDER, AND WRITES THE PRINT STREAM TO
001900*                   MAILOUT WITH AN END-OF-BUNDLE BREAK LINE
002000*                   AFTER EACH BUNDLE. A BUNDLE IS THE DOCUMENTS
002100*                   SHARING THE LEADING POSTAL-CODE CHARACTERS
002200*                   (MAILPRM KEY LENGTH, DEFAULT 3); ONE SMALLER
002300*                   THAN THE MAILPRM MINIMUM (DEFAULT 10 PIECES)
002400*                   OR WITH NO POSTAL CODE GOES AT THE RESIDUAL
002500*                   RATE. MAILRPT LISTS EVERY BUNDLE WITH ITS
002600*                   PIECE COUNT AND RATE FOR THE POSTAGE
002700*                   STATEMENT.
002800*----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT MAIL-IN      ASSIGN TO "MAILIN"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT OPTIONAL MAIL-PARM ASSIGN TO "MAILPRM"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT MAIL-OUT     ASSIGN TO "MAILOUT"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT MAIL-RPT     ASSIGN TO "MAILRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT MAIL-WORK    ASSIGN TO "MAILWORK".
004400     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT OPTIONAL BUS-DATE-PARM ASSIGN TO "BUSDATE"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400*----------------------------------------------------------*
005500 DATA DIVISION.
005600 FILE SECTION.
005700*
005800* ONE PRINTED LINE OF A MAILED DOCUMENT - THE MAILREC LAYOUT
005900*
006000 FD  MAIL-IN
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 120 CHARACTERS.
006300 01  MI-RECORD               PIC X(120).
006400*
006500 FD  MAIL-PARM
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  MP-RECORD.
006900     05  MP-KEY-LENGTH       PIC 9(02).
007000     05  MP-MIN-PIECES       PIC 9(03).
007100     05  FILLER              PIC X(75).
007200*
007300 FD  MAIL-OUT
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  MO-RECORD               PIC X(80).
007700*
007800 FD  MAIL-RPT
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  MR-RECORD               PIC X(80).
008200*
008300 SD  MAIL-WORK.
008400 01  SRT-RECORD.
008500     05  SRT-POSTAL-CODE     PIC X(10).
008600     05  SRT-PIECE-NO        PIC 9(06).
008700     05  SRT-LINE-NO         PIC 9(03).
008800     05  SRT-ACCOUNT-ID      PIC X(10).
008900     05  SRT-TEXT            PIC X(80).
009000     05  FILLER              PIC X(11).
009100*
009200 FD  RUN-LOG
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  RL-RECORD               PIC X(80).
009600*
009700 FD  BUS-DATE-PARM
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 80 CHARACTERS.
010000 01  BD-RECORD.
010100     05  BD-BUSINESS-DATE    PIC 9(08).
010200     05  FILLER              PIC X(72).
010300*
010400 FD  OPER-CARD
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 80 CHARACTERS.
010700 01  OC-RECORD.
010800     05  OC-OPERATOR-ID      PIC X(08).
010900     05  FILLER              PIC X(72).
011000*
011100 FD  OPER-AUTH
011200     LABEL RECORDS ARE STANDARD
011300     RECORD CONTAINS 80 CHARACTERS.
011400 01  OA-RECORD.
011500     05  OA-OPERATOR-ID      PIC X(08).
011600     05  OA-NAME             PIC X(20).
011700     05  OA-ACTIVE           PIC X(01).
011800     05  OA-PROGRAM          PIC X(08) OCCURS 5 TIMES.
011900     05  FILLER              PIC X(11).
012000*
012100 FD  OPER-LOG
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 80 CHARACTERS.
012400 01  OL-RECORD               PIC X(80).
012500*----------------------------------------------------------*
012600 WORKING-STORAGE SECTION.
012700     COPY RUNHDR.
012800     COPY FILETRLR.
012900     COPY MAILREC.
013000     COPY RUNLOG.
013100     COPY OPERAUTH.
013200     COPY PRTSRV.
013300 01  WS-PRINT-LINE           PIC X(80).
013400 01  WS-HDG-SUB              PIC 9(01) COMP.
013500*
013600 01  WS-SWITCHES.
013700     05  WS-EOF-SW           PIC X(01) VALUE "N".
013800         88  EOF-INPUT               VALUE "Y".
013900     05  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
014000         88  EOF-MAIL-WORK           VALUE "Y".
014100     05  WS-FIRST-LINE-SW    PIC X(01) VALUE "Y".
014200         88  FIRST-LINE              VALUE "Y".
014300*
014400 01  WS-COUNTERS.
014500     05  WS-LINES-READ       PIC 9(07) COMP VALUE ZERO.
014600     05  WS-LINES-WRITTEN    PIC 9(07) COMP VALUE ZERO.
014700     05  WS-PIECE-COUNT      PIC 9(06) COMP VALUE ZERO.
014800     05  WS-BUNDLE-COUNT     PIC 9(05) COMP VALUE ZERO.
014900     05  WS-PRESORT-PIECES   PIC 9(06) COMP VALUE ZERO.
015000     05  WS-RESIDUAL-PIECES  PIC 9(06) COMP VALUE ZERO.
015100     05  WS-NO-CODE-PIECES   PIC 9(06) COMP VALUE ZERO.
015200*
015300* BUNDLE KEY LENGTH AND MINIMUM BUNDLE SIZE - MAILPRM OVERRIDES
015400*
015500 01  WS-KEY-LENGTH           PIC 9(02) VALUE 3.
015600 01  WS-MIN-PIECES           PIC 9(03) VALUE 10.
015700*
015800* THE BUNDLE BEING BUILT
015900*
016000 01  WS-BUNDLE-KEY           PIC X(10) VALUE SPACES.
016100 01  WS-LINE-KEY             PIC X(10) VALUE SPACES.
016200 01  WS-PRIOR-PIECE-NO       PIC 9(06) VALUE ZERO.
016300 01  WS-BUNDLE-PIECES        PIC 9(05) COMP VALUE ZERO.
016400 01  WS-BUNDLE-LINES         PIC 9(06) COMP VALUE ZERO.
016500 01  WS-BUNDLE-FIRST-CODE    PIC X(10) VALUE SPACES.
016600 01  WS-BUNDLE-LAST-CODE     PIC X(10) VALUE SPACES.
016700 01  WS-BUNDLE-RATE          PIC X(08) VALUE SPACES.
016800*
016900 01  WS-PAGE-HEADER-1.
017000     05  FILLER              PIC X(40) VALUE
017100         "POSTAL PRESORT - BUNDLE BREAKS".
017200     05  FILLER              PIC X(40) VALUE SPACES.
017300*
017400 01  WS-PAGE-HEADER-2.
017500     05  FILLER              PIC X(07) VALUE "BUNDLE".
017600     05  FILLER              PIC X(11) VALUE "KEY".
017700     05  FILLER              PIC X(07) VALUE " PIECES".
017800     05  FILLER              PIC X(08) VALUE "   LINES".
017900     05  FILLER              PIC X(12) VALUE "  FIRST CODE".
018000     05  FILLER              PIC X(12) VALUE "  LAST CODE".
018100     05  FILLER              PIC X(23) VALUE "  RATE".
018200*
018300 01  WS-PARM-LINE.
018400     05  FILLER              PIC X(19) VALUE "BUNDLE KEY LENGTH:".
018500     05  WS-PL-KEY-LENGTH    PIC Z9.
018600     05  FILLER              PIC X(17) VALUE "  MINIMUM PIECES:".
018700     05  WS-PL-MIN-PIECES    PIC ZZ9.
018800     05  FILLER              PIC X(39) VALUE SPACES.
018900*
019000 01  WS-BUNDLE-LINE.
019100     05  WS-BL-BUNDLE-NO     PIC ZZZZ9.
019200     05  FILLER              PIC X(02) VALUE SPACES.
019300     05  WS-BL-KEY           PIC X(10).
019400     05  FILLER              PIC X(01) VALUE SPACE.
019500     05  WS-BL-PIECES        PIC ZZZZZ9.
019600     05  FILLER              PIC X(01) VALUE SPACE.
019700     05  WS-BL-LINES         PIC ZZZZZZ9.
019800     05  FILLER              PIC X(02) VALUE SPACES.
019900     05  WS-BL-FIRST-CODE    PIC X(10).
020000     05  FILLER              PIC X(02) VALUE SPACES.
020100     05  WS-BL-LAST-CODE     PIC X(10).
020200     05  FILLER              PIC X(02) VALUE SPACES.
020300     05  WS-BL-RATE          PIC X(08).
020400     05  FILLER              PIC X(14) VALUE SPACES.
020500*
020600* THE BREAK LINE CLOSING EACH BUNDLE IN THE PRINT STREAM
020700*
020800 01  WS-BREAK-LINE.
020900     05  FILLER              PIC X(22) VALUE
021000         "*** END OF BUNDLE".
021100     05  WS-BK-BUNDLE-NO     PIC 9(05).
021200     05  FILLER              PIC X(06) VALUE "  KEY ".
021300     05  WS-BK-KEY           PIC X(10).
021400     05  FILLER              PIC X(09) VALUE "  PIECES ".
021500     05  WS-BK-PIECES        PIC ZZZZ9.
021600     05  FILLER              PIC X(02) VALUE SPACES.
021700     05  WS-BK-RATE          PIC X(08).
021800     05  FILLER              PIC X(13) VALUE " ***".
021900*
022000 01  WS-SUMMARY-LINE-1.
022100     05  FILLER              PIC X(08) VALUE "PIECES:".
022200     05  WS-SM-PIECES        PIC ZZZZZ9.
022300     05  FILLER              PIC X(08) VALUE " LINES:".
022400     05  WS-SM-LINES         PIC ZZZZZZ9.
022500     05  FILLER              PIC X(10) VALUE " BUNDLES:".
022600     05  WS-SM-BUNDLES       PIC ZZZZ9.
022700     05  FILLER              PIC X(36) VALUE SPACES.
022800*
022900 01  WS-SUMMARY-LINE-2.
023000     05  FILLER              PIC X(16) VALUE "PRESORT PIECES:".
023100     05  WS-SM-PRESORT       PIC ZZZZZ9.
023200     05  FILLER              PIC X(18) VALUE " RESIDUAL PIECES:".
023300     05  WS-SM-RESIDUAL      PIC ZZZZZ9.
023400     05  FILLER              PIC X(19) VALUE " OF WHICH NO CODE:".
023500     05  WS-SM-NO-CODE       PIC ZZZZZ9.
023600     05  FILLER              PIC X(09) VALUE SPACES.
023700*----------------------------------------------------------*
023800 PROCEDURE DIVISION.
023900 0000-MAINLINE.
024000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024100     SORT MAIL-WORK
024200         ON ASCENDING KEY SRT-POSTAL-CODE
024300         ON ASCENDING KEY SRT-PIECE-NO
024400         ON ASCENDING KEY SRT-LINE-NO
024500         INPUT PROCEDURE IS 2000-FEED-LINES
024600             THRU 2000-EXIT
024700         OUTPUT PROCEDURE IS 3000-WRITE-STREAM
024800             THRU 3000-EXIT.
024900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025000     GOBACK.
025100*----------------------------------------------------------*
025200* 1000-INITIALIZE - VALIDATE THE OPERATOR, READ THE BUNDLE
025300*                   RULES, OPEN THE OUTPUTS AND PRINT THE
025400*                   HEADER
025500*----------------------------------------------------------*
025600 1000-INITIALIZE.
025700     PERFORM 1090-READ-BUS-DATE THRU 1090-EXIT.
025800     MOVE "MAILSORT" TO OPERAUTH-CALLER.
025900     PERFORM OPERAUTH-VALIDATE
026000         THRU OPERAUTH-VALIDATE-EXIT.
026100     PERFORM RUNLOG-START THRU RUNLOG-START-EXIT.
026200     PERFORM 1100-READ-MAIL-PARM THRU 1100-EXIT.
026300     OPEN OUTPUT MAIL-OUT.
026400     OPEN OUTPUT MAIL-RPT.
026500     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
026600     MOVE SPACES TO WS-PRINT-LINE.
026700     MOVE WS-KEY-LENGTH TO WS-PL-KEY-LENGTH.
026800     MOVE WS-MIN-PIECES TO WS-PL-MIN-PIECES.
026900     MOVE WS-PARM-LINE TO WS-PRINT-LINE.
027000     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
027100     MOVE SPACES TO WS-PRINT-LINE.
027200     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
027300 1000-EXIT.
027400     EXIT.
027500*----------------------------------------------------------*
027600* 1050-PRINT-RUN-HEADER - JOB NAME/RUN DATE-TIME/OPERATOR ID
027700*----------------------------------------------------------*
027800 1050-PRINT-RUN-HEADER.
027900     MOVE "MAILSORT" TO RUNHDR-JOB-NAME.
028000     PERFORM RUNHDR-BUILD THRU RUNHDR-BUILD-EXIT.
028100     MOVE "I" TO PRTSRV-FUNCTION.
028200     MOVE RUNHDR-LINE-1 TO PRTSRV-TITLE-1.
028300     MOVE RUNHDR-LINE-2 TO PRTSRV-TITLE-2.
028400     MOVE WS-PAGE-HEADER-1 TO PRTSRV-REPORT-TITLE.
028500     MOVE WS-PAGE-HEADER-2 TO PRTSRV-COLUMN-HDG.
028600     MOVE ZERO TO PRTSRV-PAGE-DEPTH.
028700     CALL "PRTSRV" USING PRTSRV-CONTROL.
028800 1050-EXIT.
028900     EXIT.
029000*----------------------------------------------------------*
029100* 1090-READ-BUS-DATE - BUSINESS PROCESSING DATE FROM THE
029200*                      BUSDATE CONTROL CARD (THE SYSTEM CLOCK
029300*                      RULES WHEN THE CARD IS ABSENT)
029400*----------------------------------------------------------*
029500 1090-READ-BUS-DATE.
029600     OPEN INPUT BUS-DATE-PARM.
029700     READ BUS-DATE-PARM
029800         AT END
029900             CONTINUE
030000         NOT AT END
030100             MOVE BD-BUSINESS-DATE TO RUNHDR-BUS-DATE
030200     END-READ.
030300     CLOSE BUS-DATE-PARM.
030400 1090-EXIT.
030500     EXIT.
030600*----------------------------------------------------------*
030700* 1100-READ-MAIL-PARM - BUNDLE KEY LENGTH (1-10) AND MINIMUM
030800*                       PIECES FROM THE OPTIONAL MAILPRM CARD;
030900*                       A BLANK OR BAD FIELD KEEPS ITS DEFAULT
031000*----------------------------------------------------------*
031100 1100-READ-MAIL-PARM.
031200     OPEN INPUT MAIL-PARM.
031300     READ MAIL-PARM
031400         AT END
031500             CLOSE MAIL-PARM
031600             GO TO 1100-EXIT
031700     END-READ.
031800     CLOSE MAIL-PARM.
031900     IF MP-KEY-LENGTH NUMERIC
032000         AND MP-KEY-LENGTH > ZERO
032100         AND MP-KEY-LENGTH NOT > 10
032200         MOVE MP-KEY-LENGTH TO WS-KEY-LENGTH
032300     END-IF.
032400     IF MP-MIN-PIECES NUMERIC
032500         AND MP-MIN-PIECES > ZERO
032600         MOVE MP-MIN-PIECES TO WS-MIN-PIECES
032700     END-IF.
032800 1100-EXIT.
032900     EXIT.
033000*----------------------------------------------------------*
033100* 2000-FEED-LINES - SORT INPUT: EVERY MAILIN LINE, VERIFYING
033200*                   THE FILE'S TRAILER
033300*----------------------------------------------------------*
033400 2000-FEED-LINES.
033500     OPEN INPUT MAIL-IN.
033600     PERFORM 2100-FEED-LINE THRU 2100-EXIT
033700         UNTIL EOF-INPUT.
033800     CLOSE MAIL-IN.
033900 2000-EXIT.
034000     EXIT.
034100*----------------------------------------------------------*
034200* 2100-FEED-LINE - ONE MAILIN LINE TO THE SORT. THE PIECE
034300*                  NUMBER OF EACH DOCUMENT'S FIRST LINE GOES
034400*                  INTO THE TRAILER HASH.
034500*----------------------------------------------------------*
034600 2100-FEED-LINE.
034700     READ MAIL-IN
034800         AT END
034900             SET EOF-INPUT TO TRUE
035000             PERFORM 2950-VERIFY-TRAILER THRU 2950-EXIT
035100             GO TO 2100-EXIT
035200     END-READ.
035300     IF MI-RECORD (1:8) = "TRAILER "
035400         MOVE MI-RECORD TO FILETRLR-RECORD
035500         SET FILETRLR-SEEN TO TRUE
035600         GO TO 2100-EXIT
035700     END-IF.
035800     MOVE MI-RECORD TO MAILREC-RECORD.
035900     ADD 1 TO FILETRLR-IN-COUNT.
036000     IF MAILREC-LINE-NO = 1
036100         ADD MAILREC-PIECE-NO TO FILETRLR-IN-HASH
036200     END-IF.
036300     ADD 1 TO WS-LINES-READ.
036400     MOVE MAILREC-RECORD TO SRT-RECORD.
036500     RELEASE SRT-RECORD.
036600 2100-EXIT.
036700     EXIT.
036800*----------------------------------------------------------*
036900* 2950-VERIFY-TRAILER - AT END OF FILE THE TRAILER MUST BE
037000*                       PRESENT AND ITS COUNT AND HASH MUST
037100*                       MATCH WHAT WAS READ - OTHERWISE THE
037200*                       STEP STOPS RATHER THAN MAIL A SHORT RUN
037300*----------------------------------------------------------*
037400 2950-VERIFY-TRAILER.
037500     IF NOT FILETRLR-SEEN
037600         DISPLAY "MAILSORT: MAILIN TRAILER MISSING - "
037700             "FILE MAY BE TRUNCATED"
037800         MOVE 16 TO RETURN-CODE
037900         STOP RUN
038000     END-IF.
038100     IF FILETRLR-COUNT NOT = FILETRLR-IN-COUNT
038200         OR FILETRLR-HASH NOT = FILETRLR-IN-HASH
038300         DISPLAY "MAILSORT: MAILIN TRAILER DISAGREES - "
038400             "COUNT OR HASH DOES NOT MATCH FILE CONTENT"
038500         MOVE 16 TO RETURN-CODE
038600         STOP RUN
038700     END-IF.
038800 2950-EXIT.
038900     EXIT.
039000*----------------------------------------------------------*
039100* 3000-WRITE-STREAM - SORT OUTPUT: THE PRINT STREAM IN POSTAL
039200*                     ORDER WITH A BREAK AFTER EACH BUNDLE
039300*----------------------------------------------------------*
039400 3000-WRITE-STREAM.
039500     MOVE "N" TO WS-SORT-EOF-SW.
039600     PERFORM 3100-RETURN-LINE THRU 3100-EXIT
039700         UNTIL EOF-MAIL-WORK.
039800     IF NOT FIRST-LINE
039900         PERFORM 3800-BUNDLE-BREAK THRU 3800-EXIT
040000     END-IF.
040100 3000-EXIT.
040200     EXIT.
040300*----------------------------------------------------------*
040400* 3100-RETURN-LINE - ONE SORTED LINE: BREAK ON THE BUNDLE KEY,
040500*                    COUNT A NEW DOCUMENT AS A PIECE, THEN
040600*                    PRINT THE LINE
040700*----------------------------------------------------------*
040800 3100-RETURN-LINE.
040900     RETURN MAIL-WORK
041000         AT END
041100             SET EOF-MAIL-WORK TO TRUE
041200     END-RETURN.
041300     IF EOF-MAIL-WORK
041400         GO TO 3100-EXIT
041500     END-IF.
041600     MOVE SPACES TO WS-LINE-KEY.
041700     MOVE SRT-POSTAL-CODE (1:WS-KEY-LENGTH) TO WS-LINE-KEY.
041800     IF NOT FIRST-LINE
041900         AND WS-LINE-KEY NOT = WS-BUNDLE-KEY
042000         PERFORM 3800-BUNDLE-BREAK THRU 3800-EXIT
042100     END-IF.
042200     IF FIRST-LINE
042300         OR WS-LINE-KEY NOT = WS-BUNDLE-KEY
042400         PERFORM 3050-START-BUNDLE THRU 3050-EXIT
042500     END-IF.
042600     MOVE "N" TO WS-FIRST-LINE-SW.
042700     IF SRT-PIECE-NO NOT = WS-PRIOR-PIECE-NO
042800         ADD 1 TO WS-BUNDLE-PIECES
042900         ADD 1 TO WS-PIECE-COUNT
043000         MOVE SRT-PIECE-NO TO WS-PRIOR-PIECE-NO
043100         MOVE SRT-POSTAL-CODE TO WS-BUNDLE-LAST-CODE
043200     END-IF.
043300     ADD 1 TO WS-BUNDLE-LINES.
043400     MOVE SRT-TEXT TO MO-RECORD.
043500     WRITE MO-RECORD.
043600     ADD 1 TO WS-LINES-WRITTEN.
043700 3100-EXIT.
043800     EXIT.
043900*----------------------------------------------------------*
044000* 3050-START-BUNDLE - A NEW BUNDLE KEY
044100*----------------------------------------------------------*
044200 3050-START-BUNDLE.
044300     ADD 1 TO WS-BUNDLE-COUNT.
044400     MOVE WS-LINE-KEY TO WS-BUNDLE-KEY.
044500     MOVE ZERO TO WS-BUNDLE-PIECES.
044600     MOVE ZERO TO WS-BUNDLE-LINES.
044700     MOVE ZERO TO WS-PRIOR-PIECE-NO.
044800     MOVE SRT-POSTAL-CODE TO WS-BUNDLE-FIRST-CODE.
044900 3050-EXIT.
045000     EXIT.
045100*----------------------------------------------------------*
045200* 3800-BUNDLE-BREAK - CLOSE THE BUNDLE: DECIDE ITS RATE, WRITE
045300*                     THE BREAK LINE TO THE PRINT STREAM AND
045400*                     THE BUNDLE LINE TO THE REPORT
045500*----------------------------------------------------------*
045600 3800-BUNDLE-BREAK.
045700     IF WS-BUNDLE-KEY = SPACES
045800         MOVE "RESIDUAL" TO WS-BUNDLE-RATE
045900         ADD WS-BUNDLE-PIECES TO WS-RESIDUAL-PIECES
046000         ADD WS-BUNDLE-PIECES TO WS-NO-CODE-PIECES
046100     ELSE
046200         IF WS-BUNDLE-PIECES < WS-MIN-PIECES
046300             MOVE "RESIDUAL" TO WS-BUNDLE-RATE
046400             ADD WS-BUNDLE-PIECES TO WS-RESIDUAL-PIECES
046500         ELSE
046600             MOVE "PRESORT" TO WS-BUNDLE-RATE
046700             ADD WS-BUNDLE-PIECES TO WS-PRESORT-PIECES
046800         END-IF
046900     END-IF.
047000     MOVE SPACES TO MO-RECORD.
047100     MOVE WS-BUNDLE-COUNT TO WS-BK-BUNDLE-NO.
047200     MOVE WS-BUNDLE-KEY TO WS-BK-KEY.
047300     MOVE WS-BUNDLE-PIECES TO WS-BK-PIECES.
047400     MOVE WS-BUNDLE-RATE TO WS-BK-RATE.
047500     MOVE WS-BREAK-LINE TO MO-RECORD.
047600     WRITE MO-RECORD.
047700     MOVE SPACES TO WS-PRINT-LINE.
047800     MOVE WS-BUNDLE-COUNT TO WS-BL-BUNDLE-NO.
047900     MOVE WS-BUNDLE-KEY TO WS-BL-KEY.
048000     MOVE WS-BUNDLE-PIECES TO WS-BL-PIECES.
048100     MOVE WS-BUNDLE-LINES TO WS-BL-LINES.
048200     MOVE WS-BUNDLE-FIRST-CODE TO WS-BL-FIRST-CODE.
048300     MOVE WS-BUNDLE-LAST-CODE TO WS-BL-LAST-CODE.
048400     MOVE WS-BUNDLE-RATE TO WS-BL-RATE.
048500     MOVE WS-BUNDLE-LINE TO WS-PRINT-LINE.
048600     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
048700 3800-EXIT.
048800     EXIT.
048900*----------------------------------------------------------*
049000* 9000-TERMINATE - SUMMARY COUNTS, CLOSES AND THE RUN LOG
049100*----------------------------------------------------------*
049200 9000-TERMINATE.
049300     MOVE SPACES TO WS-PRINT-LINE.
049400     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
049500     MOVE WS-PIECE-COUNT TO WS-SM-PIECES.
049600     MOVE WS-LINES-WRITTEN TO WS-SM-LINES.
049700     MOVE WS-BUNDLE-COUNT TO WS-SM-BUNDLES.
049800     MOVE WS-SUMMARY-LINE-1 TO WS-PRINT-LINE.
049900     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
050000     MOVE SPACES TO WS-PRINT-LINE.
050100     MOVE WS-PRESORT-PIECES TO WS-SM-PRESORT.
050200     MOVE WS-RESIDUAL-PIECES TO WS-SM-RESIDUAL.
050300     MOVE WS-NO-CODE-PIECES TO WS-SM-NO-CODE.
050400     MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-LINE.
050500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
050600     PERFORM 8900-END-REPORT THRU 8900-EXIT.
050700     CLOSE MAIL-OUT.
050800     CLOSE MAIL-RPT.
050900     MOVE "MAILSORT" TO RUNLOG-PROGRAM-ID.
051000     MOVE WS-LINES-READ TO RUNLOG-READ-COUNT.
051100     MOVE WS-LINES-WRITTEN TO RUNLOG-WRITE-COUNT.
051200     MOVE WS-NO-CODE-PIECES TO RUNLOG-EXCEPT-COUNT.
051300     MOVE "OK" TO RUNLOG-STATUS.
051400     PERFORM RUNLOG-WRITE THRU RUNLOG-WRITE-EXIT.
051500 9000-EXIT.
051600     EXIT.
051700*----------------------------------------------------------*
051800* 8800-WRITE-REPORT-LINE - ROUTE ONE REPORT LINE THROUGH THE
051900*                          SHARED PRINT SERVICE, WRITING THE
052000*                          PAGE HEADINGS FIRST ON A PAGE BREAK
052100*----------------------------------------------------------*
052200 8800-WRITE-REPORT-LINE.
052300     MOVE "W" TO PRTSRV-FUNCTION.
052400     CALL "PRTSRV" USING PRTSRV-CONTROL.
052500     IF PRTSRV-NEW-PAGE
052600         PERFORM 8850-WRITE-HEADING THRU 8850-EXIT
052700             VARYING WS-HDG-SUB FROM 1 BY 1
052800             UNTIL WS-HDG-SUB > PRTSRV-HEADING-COUNT
052900     END-IF.
053000     MOVE WS-PRINT-LINE TO MR-RECORD.
053100     WRITE MR-RECORD.
053200 8800-EXIT.
053300     EXIT.
053400*----------------------------------------------------------*
053500* 8850-WRITE-HEADING - ONE PAGE-HEADING LINE FROM PRTSRV
053600*----------------------------------------------------------*
053700 8850-WRITE-HEADING.
053800     MOVE PRTSRV-HEADING (WS-HDG-SUB) TO MR-RECORD.
053900     WRITE MR-RECORD.
054000 8850-EXIT.
054100     EXIT.
054200*----------------------------------------------------------*
054300* 8900-END-REPORT - CLOSE OUT THE REPORT WITH THE SERVICE'S
054400*                   LINE-AND-PAGE-COUNT LINE
054500*----------------------------------------------------------*
054600 8900-END-REPORT.
054700     MOVE "E" TO PRTSRV-FUNCTION.
054800     CALL "PRTSRV" USING PRTSRV-CONTROL.
054900     MOVE PRTSRV-FINAL-LINE TO MR-RECORD.
055000     WRITE MR-RECORD.
055100 8900-EXIT.
055200     EXIT.
055300*----------------------------------------------------------*
055400     COPY RUNHDRP.
055500     COPY RUNLOGP.
055600     COPY OPERAUTP.
