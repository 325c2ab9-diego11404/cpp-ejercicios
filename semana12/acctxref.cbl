003440*                   EFFECTIVE-DATE FIELDS - THE CROSS-
003450*                   REFERENCE ITSELF STILL ONLY MATCHES ON
003460*                   THE ACCOUNT ID.
003465* 2026-10-15   RT   RE-POINTS MERGED ACCOUNTS - EVERY MERGE ON
003470*                   THE PERMANENT MRGAUDT FILE (WRITTEN BY
003475*                   CUSTMRG) IS LOADED, AND AN ACCTSER RECORD
003480*                   STILL CARRYING A MERGED VICTIM'S ACCOUNT ID
003485*                   IS MOVED TO ITS SURVIVOR BEFORE THE MASTER
003490*                   CHECK, WITH A REPORT LINE EACH, SO SERIES
003495*                   ACTIVITY FOLLOWS THE MERGE ON EVERY RUN.
003505* 2026-10-15   RT   A SERIES RECORD FOR AN ACCOUNT THAT IS CLOSED
003515*                   ON THE CUSTOMER MASTER AND HAS BEEN CLOSED OUT
003525*                   (ON THE PERMANENT CLOSREG REGISTER WRITTEN BY
003535*                   CLOSCHK) IS NO LONGER PASSED ON - IT GOES TO
003545*                   THE ACCTCLSD REJECTED-FOR-CLOSED-ACCOUNT LIST
003555*                   WITH A REPORT LINE AND A CLSD EXCEPTION, AND
003565*                   IS LEFT OUT OF ACCTVAL AND ITS TRAILER. A
003575*                   REOPENED ACCOUNT FLOWS AGAIN.
003585*----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT OPTIONAL XREF-TOL ASSIGN TO "XREFTOL"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005310     SELECT OPTIONAL MERGE-AUDIT ASSIGN TO "MRGAUDT"
005320         ORGANIZATION IS LINE SEQUENTIAL.
005330     SELECT OPTIONAL CLOSE-REG ASSIGN TO "CLOSREG"
005340         ORGANIZATION IS LINE SEQUENTIAL.
005350     SELECT ACCT-CLOSED ASSIGN TO "ACCTCLSD"
005360         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT XREF-RPT    ASSIGN TO "XREFRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT EXC-LOG     ASSIGN TO "XREFXLOG"
007220     05  CM-ADDR-LINE-2      PIC X(30).
007230     05  CM-ADDR-LINE-3      PIC X(30).
007240     05  CM-STATUS           PIC X(01).
007245         88  CM-CLOSED               VALUE "C".
007250     05  CM-OPEN-DATE        PIC 9(08).
007300     05  FILLER              PIC X(21).
007400*
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  AO-RECORD               PIC X(80).
009400*
009405 FD  ACCT-CLOSED
009410     LABEL RECORDS ARE STANDARD
009415     RECORD CONTAINS 80 CHARACTERS.
009420 01  AC-RECORD               PIC X(80).
009425*
009430 FD  CLOSE-REG
009435     LABEL RECORDS ARE STANDARD
009440     RECORD CONTAINS 80 CHARACTERS.
009445 01  CR-RECORD.
009450     05  CR-ACCOUNT-ID       PIC X(10).
009455     05  CR-CLOSED-DATE      PIC 9(08).
009460     05  CR-PROCESSED-DATE   PIC 9(08).
009465     05  CR-MERGED-INTO      PIC X(10).
009470     05  CR-ENROLL-PLAN-ID   PIC X(04).
009475     05  CR-CLOSE-BALANCE    PIC 9(08).
009480     05  CR-FINAL-INVOICE    PIC 9(08).
009485     05  CR-FINAL-FEE        PIC 9(06)V99.
009490     05  FILLER              PIC X(16).
009495*
009500 FD  XREF-TOL
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 80 CHARACTERS.
009900     05  XT-TOLERANCE        PIC 9(04).
010000     05  FILLER              PIC X(76).
010100*
010106 FD  MERGE-AUDIT
010112     LABEL RECORDS ARE STANDARD
010118     RECORD CONTAINS 80 CHARACTERS.
010124 01  MA-RECORD.
010130     05  MA-VICTIM-ID        PIC X(10).
010136     05  MA-SURVIVOR-ID      PIC X(10).
010142     05  MA-MERGE-DATE       PIC 9(08).
010148     05  MA-MERGE-TIME       PIC 9(06).
010154     05  MA-OPERATOR-ID      PIC X(08).
010160     05  MA-VICTIM-NAME      PIC X(20).
010166     05  MA-ENROLL-RESULT    PIC X(01).
010172     05  MA-STMT-MOVED       PIC 9(03).
010178     05  MA-STMT-KEPT        PIC 9(03).
010184     05  FILLER              PIC X(11).
010190*
010200 FD  XREF-RPT
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 80 CHARACTERS.
014200         88  EOF-ACCT-SERIES         VALUE "Y".
014300     05  WS-FOUND-SW         PIC X(01) VALUE "N".
014400         88  MASTER-FOUND            VALUE "Y".
014410     05  WS-MRG-EOF-SW       PIC X(01) VALUE "N".
014420         88  EOF-MERGE-AUDIT         VALUE "Y".
014430     05  WS-REG-EOF-SW       PIC X(01) VALUE "N".
014440         88  EOF-CLOSE-REG           VALUE "Y".
014450     05  WS-CLOSED-SW        PIC X(01) VALUE "N".
014460         88  ACCOUNT-CLOSED-OUT      VALUE "Y".
014500*
014600 01  WS-TOLERANCE            PIC 9(04) VALUE ZERO.
014700*
014900     05  WS-READ-COUNT       PIC 9(05) COMP VALUE ZERO.
015000     05  WS-VALID-COUNT      PIC 9(05) COMP VALUE ZERO.
015100     05  WS-ORPHAN-COUNT     PIC 9(05) COMP VALUE ZERO.
015110     05  WS-REPOINT-COUNT    PIC 9(05) COMP VALUE ZERO.
015120     05  WS-CLOSED-COUNT     PIC 9(05) COMP VALUE ZERO.
015200*
015300 01  WS-VALID-HASH           PIC S9(11)V99 VALUE ZERO.
015309*
015318* MERGED VICTIM ACCOUNT IDS AND THEIR SURVIVORS FROM MRGAUDT
015327*
015336 01  WS-MRG-MAX              PIC 9(04) COMP VALUE 2000.
015345 01  WS-MRG-COUNT            PIC 9(04) COMP VALUE ZERO.
015354 01  WS-MRG-TABLE.
015363     05  WS-MG-ENTRY OCCURS 2000 TIMES.
015372         10  WS-MG-VICTIM-ID     PIC X(10).
015381         10  WS-MG-SURVIVOR-ID   PIC X(10).
015390 01  WS-MRG-SUB              PIC 9(04) COMP VALUE ZERO.
015391*
015392* ACCOUNTS ALREADY CLOSED OUT, FROM CLOSREG
015393*
015394 01  WS-REG-MAX              PIC 9(04) COMP VALUE 5000.
015395 01  WS-REG-COUNT            PIC 9(04) COMP VALUE ZERO.
015396 01  WS-REG-TABLE.
015397     05  WS-RG-ACCOUNT-ID    PIC X(10) OCCURS 5000 TIMES.
015398 01  WS-REG-SUB              PIC 9(04) COMP VALUE ZERO.
015400*
015500 01  WS-ORPHAN-LINE.
015600     05  FILLER              PIC X(08) VALUE "ORPHAN  ".
015800     05  FILLER              PIC X(24) VALUE
015900         " NOT ON CUSTOMER MASTER".
016000     05  FILLER              PIC X(38) VALUE SPACES.
016007*
016014 01  WS-REPOINT-LINE.
016021     05  FILLER              PIC X(08) VALUE "MERGED  ".
016028     05  WS-RP-VICTIM-ID     PIC X(10).
016035     05  FILLER              PIC X(04) VALUE " TO ".
016042     05  WS-RP-SURVIVOR-ID   PIC X(10).
016049     05  FILLER              PIC X(48) VALUE SPACES.
016056*
016063 01  WS-REPOINT-COUNT-LINE.
016070     05  FILLER              PIC X(30) VALUE
016077         "MERGED ACCOUNTS RE-POINTED:".
016084     05  WS-RC-REPOINTED     PIC ZZZZ9.
016091     05  FILLER              PIC X(45) VALUE SPACES.
016098*
016105 01  WS-CLOSED-LINE.
016112     05  FILLER              PIC X(08) VALUE "CLOSED  ".
016119     05  WS-CD-ACCOUNT-ID    PIC X(10).
016126     05  FILLER              PIC X(31) VALUE
016133         " ACCOUNT CLOSED - NOT PASSED ON".
016140     05  FILLER              PIC X(31) VALUE SPACES.
016147*
016154 01  WS-CLOSED-COUNT-LINE.
016161     05  FILLER              PIC X(30) VALUE
016168         "CLOSED-ACCOUNT RECORDS HELD:".
016175     05  WS-CC-CLOSED        PIC ZZZZ9.
016182     05  FILLER              PIC X(45) VALUE SPACES.
016189*
016200 01  WS-COUNT-LINE.
016300     05  FILLER              PIC X(06) VALUE "READ:".
016400     05  WS-CL-READ          PIC ZZZZ9.
019300             MOVE XT-TOLERANCE TO WS-TOLERANCE
019400     END-READ.
019500     CLOSE XREF-TOL.
019510     PERFORM 1100-LOAD-MERGES THRU 1100-EXIT.
019520     PERFORM 1200-LOAD-CLOSURES THRU 1200-EXIT.
019600     OPEN INPUT CUST-MASTER.
019700     OPEN INPUT ACCT-SERIES.
019800     OPEN OUTPUT ACCT-VALID.
019900     OPEN OUTPUT ACCT-ORPHAN.
019910     OPEN OUTPUT ACCT-CLOSED.
020000     OPEN OUTPUT XREF-RPT.
020100     OPEN OUTPUT EXC-LOG.
020200     MOVE "ACCTXREF" TO RUNHDR-JOB-NAME.
020800     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
020900 1000-EXIT.
021000     EXIT.
021003*----------------------------------------------------------*
021006* 1100-LOAD-MERGES - EVERY COMPLETED MERGE ON MRGAUDT INTO
021009*                    THE RE-POINT TABLE
021012*----------------------------------------------------------*
021015 1100-LOAD-MERGES.
021018     OPEN INPUT MERGE-AUDIT.
021021     PERFORM 1150-LOAD-MERGE THRU 1150-EXIT
021024         UNTIL EOF-MERGE-AUDIT.
021027     CLOSE MERGE-AUDIT.
021030 1100-EXIT.
021033     EXIT.
021036*----------------------------------------------------------*
021039* 1150-LOAD-MERGE - ONE MERGE RECORD INTO THE TABLE
021042*----------------------------------------------------------*
021045 1150-LOAD-MERGE.
021048     READ MERGE-AUDIT
021051         AT END
021054             SET EOF-MERGE-AUDIT TO TRUE
021057             GO TO 1150-EXIT
021060     END-READ.
021063     IF WS-MRG-COUNT NOT < WS-MRG-MAX
021066         DISPLAY "ACCTXREF: MRGAUDT HOLDS MORE THAN "
021069             WS-MRG-MAX " MERGES - MERGE TABLE FULL"
021072         MOVE 12 TO RETURN-CODE
021075         STOP RUN
021078     END-IF.
021081     ADD 1 TO WS-MRG-COUNT.
021084     MOVE MA-VICTIM-ID TO WS-MG-VICTIM-ID (WS-MRG-COUNT).
021087     MOVE MA-SURVIVOR-ID TO WS-MG-SURVIVOR-ID (WS-MRG-COUNT).
021090 1150-EXIT.
021093     EXIT.
021096*----------------------------------------------------------*
021099* 1200-LOAD-CLOSURES - EVERY CLOSED-OUT ACCOUNT ON CLOSREG
021102*                      INTO THE REGISTER TABLE
021105*----------------------------------------------------------*
021108 1200-LOAD-CLOSURES.
021111     OPEN INPUT CLOSE-REG.
021114     PERFORM 1250-LOAD-CLOSURE THRU 1250-EXIT
021117         UNTIL EOF-CLOSE-REG.
021120     CLOSE CLOSE-REG.
021123 1200-EXIT.
021126     EXIT.
021129*----------------------------------------------------------*
021132* 1250-LOAD-CLOSURE - ONE CLOSREG RECORD INTO THE TABLE
021135*----------------------------------------------------------*
021138 1250-LOAD-CLOSURE.
021141     READ CLOSE-REG
021144         AT END
021147             SET EOF-CLOSE-REG TO TRUE
021150             GO TO 1250-EXIT
021153     END-READ.
021156     IF WS-REG-COUNT NOT < WS-REG-MAX
021159         DISPLAY "ACCTXREF: CLOSREG HOLDS MORE THAN "
021162             WS-REG-MAX " CLOSURES - REGISTER TABLE FULL"
021165         MOVE 12 TO RETURN-CODE
021168         STOP RUN
021171     END-IF.
021174     ADD 1 TO WS-REG-COUNT.
021177     MOVE CR-ACCOUNT-ID TO WS-RG-ACCOUNT-ID (WS-REG-COUNT).
021180 1250-EXIT.
021183     EXIT.
021186*----------------------------------------------------------*
021200* 2000-CHECK-ACCOUNT - VERIFY ONE SERIES ACCOUNT AGAINST THE
021300*                      CUSTOMER MASTER
021400*----------------------------------------------------------*
021500 2000-CHECK-ACCOUNT.
021600     ADD 1 TO WS-READ-COUNT.
021700     MOVE "N" TO WS-FOUND-SW.
021710     PERFORM 2050-REPOINT-MERGED THRU 2050-EXIT.
021800     MOVE ACS-ACCOUNT-ID TO CM-ACCOUNT-ID.
021900     READ CUST-MASTER
022000         INVALID KEY
022200         NOT INVALID KEY
022300             SET MASTER-FOUND TO TRUE
022400     END-READ.
022410     IF MASTER-FOUND AND CM-CLOSED
022420         PERFORM 2070-CHECK-CLOSED-OUT THRU 2070-EXIT
022430         IF ACCOUNT-CLOSED-OUT
022440             PERFORM 2600-REJECT-CLOSED THRU 2600-EXIT
022450             PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
022460             GO TO 2000-EXIT
022470         END-IF
022480     END-IF.
022500     IF MASTER-FOUND
022600         ADD 1 TO WS-VALID-COUNT
022700         ADD ACS-NUMERO TO WS-VALID-HASH
024100     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
024200 2000-EXIT.
024300     EXIT.
024303*----------------------------------------------------------*
024306* 2050-REPOINT-MERGED - A SERIES RECORD FOR A MERGED VICTIM
024309*                       IS MOVED TO ITS SURVIVOR
024312*----------------------------------------------------------*
024315 2050-REPOINT-MERGED.
024318     PERFORM 2060-MATCH-MERGE THRU 2060-EXIT
024321         VARYING WS-MRG-SUB FROM 1 BY 1
024324         UNTIL WS-MRG-SUB > WS-MRG-COUNT.
024327 2050-EXIT.
024330     EXIT.
024333*----------------------------------------------------------*
024336* 2060-MATCH-MERGE - ONE TABLE ENTRY AGAINST THE SERIES
024339*                    ACCOUNT; A MATCH ENDS THE SEARCH
024342*----------------------------------------------------------*
024345 2060-MATCH-MERGE.
024348     IF WS-MG-VICTIM-ID (WS-MRG-SUB) = ACS-ACCOUNT-ID
024351         ADD 1 TO WS-REPOINT-COUNT
024354         MOVE SPACES TO XR-RECORD
024357         MOVE ACS-ACCOUNT-ID TO WS-RP-VICTIM-ID
024360         MOVE WS-MG-SURVIVOR-ID (WS-MRG-SUB) TO WS-RP-SURVIVOR-ID
024363         MOVE WS-REPOINT-LINE TO XR-RECORD
024366         WRITE XR-RECORD
024369         MOVE WS-MG-SURVIVOR-ID (WS-MRG-SUB) TO ACS-ACCOUNT-ID
024372         MOVE WS-MRG-COUNT TO WS-MRG-SUB
024375     END-IF.
024378 2060-EXIT.
024381     EXIT.
024382*----------------------------------------------------------*
024383* 2070-CHECK-CLOSED-OUT - IS THE CLOSED ACCOUNT ON THE CLOSURE
024384*                         REGISTER
024385*----------------------------------------------------------*
024386 2070-CHECK-CLOSED-OUT.
024387     MOVE "N" TO WS-CLOSED-SW.
024388     PERFORM 2080-MATCH-CLOSURE THRU 2080-EXIT
024389         VARYING WS-REG-SUB FROM 1 BY 1
024390         UNTIL ACCOUNT-CLOSED-OUT
024391         OR WS-REG-SUB > WS-REG-COUNT.
024392 2070-EXIT.
024393     EXIT.
024394*----------------------------------------------------------*
024395* 2080-MATCH-CLOSURE - ONE PROBE OF THE CLOSURE REGISTER
024396*----------------------------------------------------------*
024397 2080-MATCH-CLOSURE.
024398     IF WS-RG-ACCOUNT-ID (WS-REG-SUB) = ACS-ACCOUNT-ID
024399         SET ACCOUNT-CLOSED-OUT TO TRUE
024400     END-IF.
024401 2080-EXIT.
024402     EXIT.
024403*----------------------------------------------------------*
024500* 2500-LOG-ORPHAN - COMMON-LAYOUT EXCEPTION RECORD FOR AN
024600*                   ACCOUNT MISSING FROM THE CUSTOMER MASTER
024700*----------------------------------------------------------*
025600     WRITE XL-RECORD.
025700 2500-EXIT.
025800     EXIT.
025804*----------------------------------------------------------*
025808* 2600-REJECT-CLOSED - A SERIES RECORD FOR A CLOSED-OUT
025812*                      ACCOUNT GOES TO THE REJECTED LIST WITH A
025816*                      REPORT LINE AND A COMMON-LAYOUT EXCEPTION
025820*----------------------------------------------------------*
025824 2600-REJECT-CLOSED.
025828     ADD 1 TO WS-CLOSED-COUNT.
025832     MOVE ACS-RECORD TO AC-RECORD.
025836     WRITE AC-RECORD.
025840     MOVE SPACES TO XR-RECORD.
025844     MOVE ACS-ACCOUNT-ID TO WS-CD-ACCOUNT-ID.
025848     MOVE WS-CLOSED-LINE TO XR-RECORD.
025852     WRITE XR-RECORD.
025856     MOVE "ACCTXREF" TO EXCREC-PROGRAM-ID.
025860     MOVE "W" TO EXCREC-SEVERITY.
025864     MOVE "CLSD" TO EXCREC-TYPE-CODE.
025868     MOVE ACS-ACCOUNT-ID TO EXCREC-KEY.
025872     MOVE "ACCOUNT CLOSED - SERIES HELD" TO EXCREC-VALUES.
025876     PERFORM EXCREC-STAMP THRU EXCREC-STAMP-EXIT.
025880     MOVE EXCREC-RECORD TO XL-RECORD.
025884     WRITE XL-RECORD.
025888 2600-EXIT.
025892     EXIT.
025900*----------------------------------------------------------*
026000* 2100-READ-ACCOUNT - READ THE NEXT SERIES ACCOUNT RECORD
026100*----------------------------------------------------------*
031100     MOVE WS-TOLERANCE TO WS-CL-TOLERANCE.
031200     MOVE WS-COUNT-LINE TO XR-RECORD.
031300     WRITE XR-RECORD.
031310     MOVE SPACES TO XR-RECORD.
031320     MOVE WS-REPOINT-COUNT TO WS-RC-REPOINTED.
031330     MOVE WS-REPOINT-COUNT-LINE TO XR-RECORD.
031340     WRITE XR-RECORD.
031350     MOVE SPACES TO XR-RECORD.
031360     MOVE WS-CLOSED-COUNT TO WS-CC-CLOSED.
031370     MOVE WS-CLOSED-COUNT-LINE TO XR-RECORD.
031380     WRITE XR-RECORD.
031400     MOVE SPACES TO FILETRLR-RECORD.
031500     MOVE "TRAILER " TO FILETRLR-TAG.
031600     MOVE WS-VALID-COUNT TO FILETRLR-COUNT.
032600     CLOSE ACCT-ORPHAN.
032700     CLOSE XREF-RPT.
032800     CLOSE EXC-LOG.
032810     CLOSE ACCT-CLOSED.
032900 9000-EXIT.
033000     EXIT.
033100*----------------------------------------------------------*
