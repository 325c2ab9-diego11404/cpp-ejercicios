002700*                   RESULTING RECORD COUNT PROVING THE
002800*                   REBUILD MATCHES THE JOURNAL ARITHMETIC.
002900*                   ANY FAILED ACTION ENDS RC 8.
002910* 2026-10-15   RT   PERSONAL DATA STAYS ANONYMIZED - AFTER
002920*                   THE JOURNAL IS APPLIED, EVERY ACCOUNT ON
002930*                   THE CUSTANON ANONREG REGISTER STILL ON
002940*                   THE REBUILT MASTER HAS ITS NAME AND
002950*                   ADDRESS MASKED AGAIN, WHATEVER THE TARGET
002960*                   DATE, SO A BACKUP TAKEN BEFORE THE
002970*                   ANONYMIZATION CANNOT BRING THEM BACK.
002977* 2026-10-15   RT   THE RE-APPLIED MASK ALSO BLANKS THE
002984*                   ELECTRONIC DELIVERY ADDRESS AND PUTS THE
002991*                   DELIVERY PREFERENCE BACK TO P (PAPER).
002993* 2026-10-15   RT   CM-ELEC-ADDR IS NOW 19 BYTES - ITS LAST
002995*                   BYTE BECAME THE RETURNED-MAIL STATUS, WHICH
002997*                   THE MASK LEAVES AS IT IS.
003000*----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT OPTIONAL OPER-AUTH ASSIGN TO "OPERAUTH"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005210     SELECT OPTIONAL ANON-REG ASSIGN TO "ANONREG"
005220         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT OPTIONAL OPER-LOG ASSIGN TO "OPERLOG"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500*----------------------------------------------------------*
007700     RECORD CONTAINS 160 CHARACTERS.
007800 01  CM-RECORD.
007900     05  CM-ACCOUNT-ID       PIC X(10).
007910     05  CM-NAME             PIC X(30).
007920     05  CM-ADDR-LINE-1      PIC X(30).
007930     05  CM-ADDR-LINE-2      PIC X(30).
007940     05  CM-ADDR-LINE-3      PIC X(30).
007980     05  FILLER              PIC X(09).
008020     05  CM-DELIVERY-PREF    PIC X(01).
008046     05  CM-ELEC-ADDR        PIC X(19).
008072     05  FILLER              PIC X(01).
008100*
008200 FD  RCVR-CARD
008300     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  RR-RECORD               PIC X(80).
009500*
009510* ONE ACCOUNT ANONYMIZED BY CUSTANON
009520*
009530 FD  ANON-REG
009540     LABEL RECORDS ARE STANDARD
009550     RECORD CONTAINS 80 CHARACTERS.
009560 01  AR-RECORD.
009570     05  AR-ACCOUNT-ID       PIC X(10).
009580     05  FILLER              PIC X(70).
009590*
009600 FD  OPER-CARD
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 80 CHARACTERS.
012600         88  EOF-CUST-JOURNAL        VALUE "Y".
012700     05  WS-TARGET-SW        PIC X(01) VALUE "N".
012800         88  TARGET-DATE-SET         VALUE "Y".
012810     05  WS-ANON-EOF-SW      PIC X(01) VALUE "N".
012820         88  EOF-ANON-REG            VALUE "Y".
012900*
013000 01  WS-TARGET-DATE          PIC 9(08) VALUE ZERO.
013010*
013020* THE PLACEHOLDER CUSTANON PUTS OVER A NAME OR ADDRESS LINE
013030*
013040 01  WS-MASK-TEXT            PIC X(30) VALUE
013050     "*** ANONYMIZED ***".
013100*
013200 01  WS-COUNTERS.
013300     05  WS-BKUP-LOADED      PIC 9(07) VALUE ZERO.
013600     05  WS-DELS-APPLIED     PIC 9(06) VALUE ZERO.
013700     05  WS-SKIPPED          PIC 9(06) VALUE ZERO.
013800     05  WS-FAILED           PIC 9(06) VALUE ZERO.
013810     05  WS-ANON-APPLIED     PIC 9(06) VALUE ZERO.
013900*
014000 01  WS-REBUILT-COUNT        PIC S9(07) VALUE ZERO.
014100*
017200     05  FILLER              PIC X(10) VALUE " REBUILT:".
017300     05  WS-R2-REBUILT       PIC ZZZZZZ9.
017400     05  FILLER              PIC X(39) VALUE SPACES.
017410*
017420 01  WS-RECON-LINE-3.
017430     05  FILLER              PIC X(12) VALUE "ANONYMIZED:".
017440     05  WS-R3-ANON          PIC ZZZZZ9.
017450     05  FILLER              PIC X(62) VALUE SPACES.
017500*----------------------------------------------------------*
017600 PROCEDURE DIVISION.
017700 0000-MAINLINE.
018000         UNTIL EOF-CUST-BACKUP.
018100     PERFORM 3000-APPLY-JOURNAL THRU 3000-EXIT
018200         UNTIL EOF-CUST-JOURNAL.
018210     CLOSE CUST-MASTER.
018220     OPEN I-O CUST-MASTER.
018230     OPEN INPUT ANON-REG.
018240     PERFORM 4000-REAPPLY-ANON THRU 4000-EXIT
018250         UNTIL EOF-ANON-REG.
018260     CLOSE ANON-REG.
018300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018400     GOBACK.
018500*----------------------------------------------------------*
034800     WRITE RR-RECORD.
034900 3900-EXIT.
035000     EXIT.
035004*----------------------------------------------------------*
035008* 4000-REAPPLY-ANON - ONE ANONREG ACCOUNT: IF IT IS ON THE
035012*                     REBUILT MASTER ITS NAME AND ADDRESS
035016*                     ARE MASKED AGAIN. ONE NOT ON THE
035020*                     MASTER NEEDS NOTHING.
035024*----------------------------------------------------------*
035028 4000-REAPPLY-ANON.
035032     READ ANON-REG
035036         AT END
035040             SET EOF-ANON-REG TO TRUE
035044             GO TO 4000-EXIT
035048     END-READ.
035052     MOVE AR-ACCOUNT-ID TO CM-ACCOUNT-ID.
035056     READ CUST-MASTER
035060         INVALID KEY
035064             GO TO 4000-EXIT
035068     END-READ.
035072     MOVE WS-MASK-TEXT TO CM-NAME.
035076     MOVE WS-MASK-TEXT TO CM-ADDR-LINE-1.
035080     MOVE WS-MASK-TEXT TO CM-ADDR-LINE-2.
035084     MOVE WS-MASK-TEXT TO CM-ADDR-LINE-3.
035085     MOVE "P" TO CM-DELIVERY-PREF.
035086     MOVE SPACES TO CM-ELEC-ADDR.
035088     REWRITE CM-RECORD
035092         INVALID KEY
035096             PERFORM 4900-REPORT-ANON-FAIL THRU 4900-EXIT
035100         NOT INVALID KEY
035104             ADD 1 TO WS-ANON-APPLIED
035108     END-REWRITE.
035112 4000-EXIT.
035116     EXIT.
035120*----------------------------------------------------------*
035124* 4900-REPORT-ANON-FAIL - AN ANONYMIZED ACCOUNT THE REBUILT
035128*                         MASTER WOULD NOT TAKE BACK MASKED
035132*----------------------------------------------------------*
035136 4900-REPORT-ANON-FAIL.
035140     ADD 1 TO WS-FAILED.
035144     MOVE SPACES TO RR-RECORD.
035148     MOVE "N" TO WS-FL-ACTION.
035152     MOVE AR-ACCOUNT-ID TO WS-FL-ACCOUNT-ID.
035156     MOVE WS-FAIL-LINE TO RR-RECORD.
035160     WRITE RR-RECORD.
035164 4900-EXIT.
035168     EXIT.
035172*----------------------------------------------------------*
035200* 9000-TERMINATE - THE RECONCILIATION COUNTS, THE RETURN
035300*                  CODE AND THE CLOSES
035400*----------------------------------------------------------*
036600     MOVE WS-REBUILT-COUNT TO WS-R2-REBUILT.
036700     MOVE WS-RECON-LINE-2 TO RR-RECORD.
036800     WRITE RR-RECORD.
036810     MOVE SPACES TO RR-RECORD.
036820     MOVE WS-ANON-APPLIED TO WS-R3-ANON.
036830     MOVE WS-RECON-LINE-3 TO RR-RECORD.
036840     WRITE RR-RECORD.
036900     IF WS-FAILED > ZERO
037000         DISPLAY "CUSTRCVR: " WS-FAILED " JOURNAL ACTIONS "
037100             "COULD NOT BE APPLIED - REBUILD IS SUSPECT"
