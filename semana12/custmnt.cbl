002927*                   ON-DEMAND MAINTENANCE RUN ON THE SAME
002928*                   BUSINESS DATE STILL RECONCILES ONCE AND
002929*                   EXACTLY ONCE.
002931* 2026-10-15   RT   MAKER-CHECKER APPROVAL. EACH CUSTTRAN
002932*                   TRANSACTION NOW CARRIES THE OPERATOR WHO
002933*                   ENTERED IT, THE ENTRY DATE AND A BATCH ID
002934*                   IN WHAT WAS FILLER, AND IS APPLIED ONLY
002935*                   WHEN A SECOND, DIFFERENT OPERATOR WHO IS
002936*                   ACTIVE AND AUTHORIZED FOR CUSTMNT HAS
002937*                   APPROVED IT (OR ITS WHOLE BATCH) ON THE
002938*                   CUSTAPPR FILE (SHARED APPRCHK/APPRCHKP
002939*                   COPYBOOKS). AN UNAPPROVED TRANSACTION IS
002940*                   HELD ON CUSTPNDO FOR THE NEXT CYCLE; A
002941*                   SELF-APPROVAL, AN APPROVAL BY AN
002942*                   UNAUTHORIZED OPERATOR OR A TRANSACTION
002943*                   WITH NO ENTERING OPERATOR IS REJECTED.
002944*                   EVERY DECISION IS LOGGED TO CUSTAUDT.
002948* 2026-10-15   RT   ELECTRONIC DELIVERY. THE MASTER NOW HOLDS A
002952*                   DELIVERY PREFERENCE (P PAPER / E ELECTRONIC
002956*                   / B BOTH - BLANK READS AS PAPER) AND AN
002960*                   ELECTRONIC ADDRESS IN WHAT WAS FILLER. A NEW
002964*                   P TRANSACTION SETS THEM, CARRYING THE
002968*                   PREFERENCE AND ADDRESS WHERE AN ADD OR CHANGE
002972*                   CARRIES ADDRESS LINE 1; IT GOES THROUGH THE
002976*                   SAME APPROVAL, AUDIT AND JOURNAL AS A CHANGE
002980*                   AND IS REJECTED ON A PREFERENCE OUTSIDE P/E/B
002984*                   OR ON E OR B WITH NO ADDRESS. ADDS START ON
002988*                   PAPER AND CHANGES LEAVE THE PREFERENCE ALONE.
002989* 2026-10-15   RT   RETURNED MAIL. THE LAST BYTE OF THE
002990*                   ELECTRONIC ADDRESS IS NOW A MAIL STATUS
002991*                   (R = RETURNED UNDELIVERABLE). A NEW R
002992*                   TRANSACTION, WRITTEN BY RETMAIL FROM THE
002993*                   MAIL ROOM'S RETURNS, MARKS THE ADDRESS
002994*                   RETURNED SO CUSTSTMT AND INVGEN HOLD THE
002995*                   CUSTOMER'S MAIL; IT IS APPROVED, AUDITED AND
002996*                   JOURNALED LIKE A CHANGE. A CHANGE THAT
002997*                   ALTERS ANY ADDRESS LINE OF A RETURNED
002998*                   ACCOUNT CLEARS THE MARK (MAIL RELEASE).
003006* 2026-10-15   RT   BATCH ID WIDENED TO 8 (CUSTTRAN NOW 164
003014*                   BYTES) SO GENERATED BATCHES CAN CARRY THE
003022*                   FULL DATE. AN APPROVAL DATED BEFORE THE
003030*                   TRANSACTION WAS ENTERED NO LONGER APPROVES
003038*                   IT. A NEW S TRANSACTION CHANGES CM-STATUS
003046*                   ALONE, SO A SUSPENSION OR CLOSE WRITTEN BY
003054*                   ARAGING OR CUSTMRG CANNOT PUT BACK A NAME OR
003062*                   ADDRESS CHANGED WHILE IT WAITED; SUSPENDING
003070*                   AN ACCOUNT NO LONGER OPEN IS REJECTED.
003078*----------------------------------------------------------*
003086 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
004300         ORGANIZATION IS LINE SEQUENTIAL.
004310     SELECT OPTIONAL CUST-JOURNAL ASSIGN TO "CUSTJRNL"
004320         ORGANIZATION IS LINE SEQUENTIAL.
004330     SELECT OPTIONAL APPR-FILE ASSIGN TO "CUSTAPPR"
004340         ORGANIZATION IS LINE SEQUENTIAL.
004350     SELECT CUST-PENDING ASSIGN TO "CUSTPNDO"
004360         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT MAINT-RPT   ASSIGN TO "CUSTMRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT OPTIONAL RUN-MODE-CARD ASSIGN TO "CUSTMODE"
006060         88  CM-CLOSED               VALUE "C".
006070         88  CM-SUSPENDED            VALUE "S".
006080     05  CM-OPEN-DATE        PIC 9(08).
006100     05  CM-DELIVERY-PREF    PIC X(01).
006120         88  CM-DELIVER-PAPER        VALUE "P" " ".
006140         88  CM-DELIVER-ELEC         VALUE "E".
006160         88  CM-DELIVER-BOTH         VALUE "B".
006168     05  CM-ELEC-ADDR        PIC X(19).
006176     05  CM-MAIL-STATUS      PIC X(01).
006184         88  CM-MAIL-OK              VALUE " ".
006192         88  CM-MAIL-RETURNED        VALUE "R".
006200*
006300 FD  CUST-TRANS
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 164 CHARACTERS.
006600 01  MT-RECORD.
006700     05  MT-ACTION           PIC X(01).
006800         88  MT-ADD                  VALUE "A".
006900         88  MT-CHANGE               VALUE "C".
007000         88  MT-DELETE               VALUE "D".
007050         88  MT-DELIVERY             VALUE "P".
007075         88  MT-RETURNED             VALUE "R".
007087         88  MT-STATUS-ONLY          VALUE "S".
007100     05  MT-ACCOUNT-ID       PIC X(10).
007200     05  MT-NAME             PIC X(30).
007210     05  MT-ADDR-LINE-1      PIC X(30).
007212     05  MT-DELIVERY-DATA    REDEFINES MT-ADDR-LINE-1.
007214         10  MT-DELIVERY-PREF    PIC X(01).
007216         10  MT-ELEC-ADDR        PIC X(19).
007218         10  FILLER              PIC X(10).
007220     05  MT-ADDR-LINE-2      PIC X(30).
007230     05  MT-ADDR-LINE-3      PIC X(30).
007240     05  MT-STATUS           PIC X(01).
007250     05  MT-OPEN-DATE        PIC X(08).
007260     05  MT-OPEN-DATE-N      REDEFINES MT-OPEN-DATE
007270                             PIC 9(08).
007300     05  MT-ENTERED-BY       PIC X(08).
007310     05  MT-ENTERED-DATE     PIC 9(08).
007355     05  MT-BATCH-ID         PIC X(08).
007400*
007500 FD  AUDIT-TRAIL
007600     LABEL RECORDS ARE STANDARD
007892     05  JR-AFTER-IMAGE      PIC X(160).
007893     05  FILLER              PIC X(15).
007900*
007901 FD  APPR-FILE
007902     LABEL RECORDS ARE STANDARD
007903     RECORD CONTAINS 80 CHARACTERS.
007904 01  AP-RECORD               PIC X(80).
007905*
007906 FD  CUST-PENDING
007907     LABEL RECORDS ARE STANDARD
007908     RECORD CONTAINS 164 CHARACTERS.
007909 01  PD-RECORD               PIC X(164).
007910*
008000 FD  MAINT-RPT
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 80 CHARACTERS.
010700 WORKING-STORAGE SECTION.
010800     COPY RUNHDR.
010900     COPY OPERAUTH.
010910     COPY APPRCHK.
011000*
011100 01  WS-SWITCHES.
011200     05  WS-EOF-SW           PIC X(01) VALUE "N".
011530     05  WS-RUN-MODE         PIC X(01) VALUE "A".
011540         88  TRIAL-MODE              VALUE "T".
011550         88  APPLY-MODE              VALUE "A".
011566     05  WS-ADDR-CHANGED-SW  PIC X(01) VALUE "N".
011582         88  ADDRESS-CHANGED         VALUE "Y".
011600*
011700 01  WS-COUNTERS.
011800     05  WS-ADDS-APPLIED     PIC 9(05) COMP VALUE ZERO.
012200     05  WS-DELS-APPLIED     PIC 9(05) COMP VALUE ZERO.
012300     05  WS-DELS-REJECTED    PIC 9(05) COMP VALUE ZERO.
012400     05  WS-BAD-ACTIONS      PIC 9(05) COMP VALUE ZERO.
012410     05  WS-APPR-HELD        PIC 9(05) COMP VALUE ZERO.
012420     05  WS-APPR-REJECTED    PIC 9(05) COMP VALUE ZERO.
012446     05  WS-PREFS-APPLIED    PIC 9(05) COMP VALUE ZERO.
012472     05  WS-PREFS-REJECTED   PIC 9(05) COMP VALUE ZERO.
012479     05  WS-RETS-APPLIED     PIC 9(05) COMP VALUE ZERO.
012486     05  WS-RETS-REJECTED    PIC 9(05) COMP VALUE ZERO.
012493     05  WS-MAIL-RELEASED    PIC 9(05) COMP VALUE ZERO.
012495     05  WS-STATS-APPLIED    PIC 9(05) COMP VALUE ZERO.
012497     05  WS-STATS-REJECTED   PIC 9(05) COMP VALUE ZERO.
012500*
012600 01  WS-AUDIT-LINE.
012700     05  WS-AU-TAG           PIC X(08).
013400     05  WS-AU-REASON        PIC X(12).
013500     05  FILLER              PIC X(14) VALUE SPACES.
013600*
013610 01  WS-APPROVAL-LINE.
013611     05  WS-AP-TAG           PIC X(08).
013612     05  WS-AP-ACTION        PIC X(01).
013613     05  FILLER              PIC X(01) VALUE SPACE.
013614     05  WS-AP-ACCOUNT-ID    PIC X(10).
013615     05  FILLER              PIC X(07) VALUE " BATCH ".
013616     05  WS-AP-BATCH-ID      PIC X(08).
013617     05  FILLER              PIC X(09) VALUE " ENTERED ".
013618     05  WS-AP-MAKER         PIC X(08).
013619     05  FILLER              PIC X(01) VALUE SPACE.
013620     05  WS-AP-ENTERED-DATE  PIC X(08).
013621     05  FILLER              PIC X(10) VALUE " APPROVER ".
013622     05  WS-AP-APPROVER      PIC X(08).
013623     05  FILLER              PIC X(01) VALUE SPACE.
013624*
013625 01  WS-APPROVAL-COUNT-LINE.
013626     05  WS-AS-LABEL         PIC X(20).
013627     05  WS-AS-COUNT         PIC ZZZZ9.
013628     05  FILLER              PIC X(55) VALUE SPACES.
013629*
013700 01  WS-SUMMARY-LINE.
013800     05  WS-SM-ACTION        PIC X(08).
013900     05  FILLER              PIC X(10) VALUE " APPLIED:".
014802 01  WS-BEFORE-IMAGE         PIC X(160) VALUE SPACES.
014803 01  WS-JRNL-TIME-WORK       PIC 9(08) VALUE ZERO.
014804*
014805 01  WS-DELIVERY-REASON.
014806     05  FILLER              PIC X(09) VALUE "DELIVERY ".
014807     05  WS-DR-PREF          PIC X(01).
014808     05  FILLER              PIC X(02) VALUE SPACES.
014809*
014810 01  WS-AUDIT-CONTROL.
014811     05  FILLER              PIC X(08) VALUE "CONTROL:".
014812     05  WS-AC-ADDS          PIC 9(05).
014813     05  WS-AC-DELS          PIC 9(05).
014814     05  WS-AC-DATE          PIC 9(08).
014815     05  WS-AC-TIME          PIC 9(06).
014816     05  FILLER              PIC X(48) VALUE SPACES.
014817*
014820 01  WS-TRIAL-BANNER.
014830     05  FILLER              PIC X(42) VALUE
014840         "TRIAL MODE - CUSTMSTR WILL NOT BE UPDATED".
016200     MOVE "CUSTMNT" TO OPERAUTH-CALLER.
016300     PERFORM OPERAUTH-VALIDATE
016400         THRU OPERAUTH-VALIDATE-EXIT.
016405     PERFORM APPRCHK-LOAD THRU APPRCHK-LOAD-EXIT.
016410     PERFORM 1020-READ-RUN-MODE THRU 1020-EXIT.
016420     IF TRIAL-MODE
016430         OPEN INPUT CUST-MASTER
016610     IF APPLY-MODE
016620         OPEN EXTEND CUST-JOURNAL
016630     END-IF.
016640     OPEN OUTPUT CUST-PENDING.
016700     OPEN OUTPUT AUDIT-TRAIL.
016800     OPEN OUTPUT MAINT-RPT.
016900     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
018300 1050-EXIT.
018400     EXIT.
018500*----------------------------------------------------------*
018536* 2000-APPLY-TRANS - APPLY ONE ADD/CHANGE/DELETE/DELIVERY/
018573*                    RETURNED-MAIL/STATUS TRANSACTION
018610*                    ONCE A SECOND OPERATOR HAS APPROVED IT
018700*----------------------------------------------------------*
018800 2000-APPLY-TRANS.
018810     PERFORM 2050-CHECK-APPROVAL THRU 2050-EXIT.
018820     IF NOT APPRCHK-APPROVED
018830         GO TO 2000-READ-NEXT
018840     END-IF.
018900     EVALUATE TRUE
019000         WHEN MT-ADD
019100             PERFORM 3000-ADD-CUSTOMER THRU 3000-EXIT
019300             PERFORM 4000-CHANGE-CUSTOMER THRU 4000-EXIT
019400         WHEN MT-DELETE
019500             PERFORM 5000-DELETE-CUSTOMER THRU 5000-EXIT
019533         WHEN MT-DELIVERY
019566             PERFORM 6000-CHANGE-DELIVERY THRU 6000-EXIT
019577         WHEN MT-RETURNED
019588             PERFORM 7000-MARK-RETURNED THRU 7000-EXIT
019592         WHEN MT-STATUS-ONLY
019596             PERFORM 7700-CHANGE-STATUS THRU 7700-EXIT
019600         WHEN OTHER
019700             ADD 1 TO WS-BAD-ACTIONS
019800             MOVE "REJECT: " TO WS-AU-TAG
019900             MOVE "BAD ACTION" TO WS-AU-REASON
020000             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
020100     END-EVALUATE.
020110 2000-READ-NEXT.
020200     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
020300 2000-EXIT.
020400     EXIT.
020401*----------------------------------------------------------*
020402* 2050-CHECK-APPROVAL - LOOK UP THE TRANSACTION (OR ITS BATCH)
020403*                       ON THE APPROVAL FILE. UNAPPROVED IS
020404*                       HELD ON CUSTPNDO FOR THE NEXT CYCLE;
020405*                       SELF-APPROVED, UNAUTHORIZED APPROVER
020406*                       OR NO MAKER IS REJECTED. A BAD ACTION
020407*                       CODE IS PASSED ON TO BE REJECTED AS
020408*                       ONE.
020409*----------------------------------------------------------*
020410 2050-CHECK-APPROVAL.
020411     IF NOT MT-ADD
020412         AND NOT MT-CHANGE
020413         AND NOT MT-DELETE
020414         AND NOT MT-DELIVERY
020415         AND NOT MT-RETURNED
020416         AND NOT MT-STATUS-ONLY
020417         SET APPRCHK-APPROVED TO TRUE
020418         GO TO 2050-EXIT
020419     END-IF.
020420     MOVE MT-BATCH-ID TO APPRCHK-BATCH-ID.
020421     MOVE MT-ACCOUNT-ID TO APPRCHK-KEY.
020422     MOVE MT-ENTERED-BY TO APPRCHK-MAKER.
020423     MOVE MT-ENTERED-DATE TO APPRCHK-ENTERED.
020424     PERFORM APPRCHK-CHECK THRU APPRCHK-CHECK-EXIT.
020425     EVALUATE TRUE
020426         WHEN APPRCHK-APPROVED
020427             MOVE "APPROVED" TO WS-AP-TAG
020428         WHEN APPRCHK-PENDING
020429             MOVE "HELD    " TO WS-AP-TAG
020430         WHEN OTHER
020431             MOVE "REJECTED" TO WS-AP-TAG
020432     END-EVALUATE.
020433     PERFORM 8400-WRITE-APPROVAL THRU 8400-EXIT.
020434     IF APPRCHK-APPROVED
020435         GO TO 2050-EXIT
020436     END-IF.
020437     IF APPRCHK-PENDING
020438         ADD 1 TO WS-APPR-HELD
020439         IF TRIAL-MODE
020440             MOVE "HELD:        " TO WS-TR-VERDICT
020441             MOVE "NO APPROVAL" TO WS-TR-REASON
020442             PERFORM 8200-WRITE-TRIAL THRU 8200-EXIT
020443         ELSE
020444             MOVE MT-RECORD TO PD-RECORD
020445             WRITE PD-RECORD
020446         END-IF
020447         GO TO 2050-EXIT
020448     END-IF.
020449     ADD 1 TO WS-APPR-REJECTED.
020450     EVALUATE TRUE
020451         WHEN APPRCHK-SELF
020452             MOVE "SELF APPROVE" TO WS-AU-REASON
020453         WHEN APPRCHK-UNAUTHORIZED
020454             MOVE "BAD APPROVER" TO WS-AU-REASON
020455         WHEN OTHER
020456             MOVE "NO MAKER" TO WS-AU-REASON
020457     END-EVALUATE.
020458     MOVE "REJECT: " TO WS-AU-TAG.
020459     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
020460 2050-EXIT.
020461     EXIT.
020500*----------------------------------------------------------*
020600* 2100-READ-TRANS - READ THE NEXT MAINTENANCE TRANSACTION
020700*----------------------------------------------------------*
022962     SET EDIT-PASSED TO TRUE.
022963 2300-EXIT.
022964     EXIT.
022965*----------------------------------------------------------*
022966* 2400-EDIT-DELIVERY - A DELIVERY TRANSACTION MUST CARRY A
022967*                      PREFERENCE OF P, E OR B, AND E OR B
022968*                      AN ELECTRONIC ADDRESS
022969*----------------------------------------------------------*
022970 2400-EDIT-DELIVERY.
022971     MOVE "N" TO WS-EDIT-OK-SW.
022972     IF MT-DELIVERY-PREF NOT = "P"
022973         AND MT-DELIVERY-PREF NOT = "E"
022974         AND MT-DELIVERY-PREF NOT = "B"
022975         MOVE "BAD DELIVERY" TO WS-AU-REASON
022976         GO TO 2400-EXIT
022977     END-IF.
022978     IF MT-DELIVERY-PREF NOT = "P"
022979         AND MT-ELEC-ADDR = SPACES
022980         MOVE "NO E-ADDRESS" TO WS-AU-REASON
022981         GO TO 2400-EXIT
022982     END-IF.
022983     SET EDIT-PASSED TO TRUE.
022984 2400-EXIT.
022985     EXIT.
023000*----------------------------------------------------------*
023100* 3000-ADD-CUSTOMER - ADD A NEW MASTER RECORD. AN EXISTING
023200*                     KEY IS A REJECT - THIS IS THE DUPLICATE
027100         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
027200     ELSE
027300         PERFORM 8100-AUDIT-BEFORE THRU 8100-EXIT
027350         PERFORM 4100-CHECK-RELEASE THRU 4100-EXIT
027400         MOVE MT-NAME TO CM-NAME
027410         MOVE MT-ADDR-LINE-1 TO CM-ADDR-LINE-1
027420         MOVE MT-ADDR-LINE-2 TO CM-ADDR-LINE-2
028200                 ADD 1 TO WS-CHGS-APPLIED
028300                 MOVE "AFTER:  " TO WS-AU-TAG
028400                 MOVE SPACES TO WS-AU-REASON
028420                 IF ADDRESS-CHANGED
028440                     ADD 1 TO WS-MAIL-RELEASED
028460                     MOVE "MAIL RELEASE" TO WS-AU-REASON
028480                 END-IF
028500                 PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
028510                 MOVE "C" TO JR-ACTION
028520                 MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
028600         END-REWRITE
028700     END-IF.
028800 4000-EXIT.
028805     EXIT.
028810*----------------------------------------------------------*
028815* 4100-CHECK-RELEASE - A CHANGE THAT CORRECTS ANY ADDRESS LINE
028820*                      OF A RETURNED-MAIL ACCOUNT CLEARS THE
028825*                      RETURNED MARK SO ITS MAIL FLOWS AGAIN
028830*----------------------------------------------------------*
028835 4100-CHECK-RELEASE.
028840     MOVE "N" TO WS-ADDR-CHANGED-SW.
028845     IF NOT CM-MAIL-RETURNED
028850         GO TO 4100-EXIT
028855     END-IF.
028860     IF MT-ADDR-LINE-1 NOT = CM-ADDR-LINE-1
028865         OR MT-ADDR-LINE-2 NOT = CM-ADDR-LINE-2
028870         OR MT-ADDR-LINE-3 NOT = CM-ADDR-LINE-3
028875         SET ADDRESS-CHANGED TO TRUE
028880         SET CM-MAIL-OK TO TRUE
028885     END-IF.
028890 4100-EXIT.
028900     EXIT.
028910*----------------------------------------------------------*
028920* 4500-TRIAL-CHANGE - REPORT WHAT THE CHANGE WOULD HAVE DONE
028946         ADD 1 TO WS-CHGS-APPLIED
028947         MOVE "WOULD-CHANGE:" TO WS-TR-VERDICT
028948         MOVE SPACES TO WS-TR-REASON
028953         PERFORM 4100-CHECK-RELEASE THRU 4100-EXIT
028958         IF ADDRESS-CHANGED
028963             ADD 1 TO WS-MAIL-RELEASED
028968             MOVE "MAIL RELEASE" TO WS-TR-REASON
028973         END-IF
028978     END-IF.
028983     PERFORM 8200-WRITE-TRIAL THRU 8200-EXIT.
028988 4500-EXIT.
028993     EXIT.
029000*----------------------------------------------------------*
029100* 5000-DELETE-CUSTOMER - DELETE AN EXISTING MASTER RECORD,
029200*                        AUDITING THE BEFORE IMAGE
031451 5500-EXIT.
031452     EXIT.
031500*----------------------------------------------------------*
031501* 6000-CHANGE-DELIVERY - SET THE DELIVERY PREFERENCE AND
031502*                        ELECTRONIC ADDRESS OF AN EXISTING
031503*                        MASTER RECORD, AUDITED AND JOURNALED
031504*                        AS A CHANGE
031505*----------------------------------------------------------*
031506 6000-CHANGE-DELIVERY.
031507     PERFORM 2400-EDIT-DELIVERY THRU 2400-EXIT.
031508     IF NOT EDIT-PASSED
031509         ADD 1 TO WS-PREFS-REJECTED
031510         MOVE "REJECT: " TO WS-AU-TAG
031511         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
031512         GO TO 6000-EXIT
031513     END-IF.
031514     MOVE MT-DELIVERY-PREF TO WS-DR-PREF.
031515     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
031516     IF TRIAL-MODE
031517         PERFORM 6500-TRIAL-DELIVERY THRU 6500-EXIT
031518         GO TO 6000-EXIT
031519     END-IF.
031520     IF NOT MASTER-FOUND
031521         ADD 1 TO WS-PREFS-REJECTED
031522         MOVE "REJECT: " TO WS-AU-TAG
031523         MOVE "NOT FOUND" TO WS-AU-REASON
031524         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
031525         GO TO 6000-EXIT
031526     END-IF.
031527     PERFORM 8100-AUDIT-BEFORE THRU 8100-EXIT.
031528     MOVE MT-DELIVERY-PREF TO CM-DELIVERY-PREF.
031529     MOVE MT-ELEC-ADDR TO CM-ELEC-ADDR.
031530     REWRITE CM-RECORD
031531         INVALID KEY
031532             ADD 1 TO WS-PREFS-REJECTED
031533             MOVE "REJECT: " TO WS-AU-TAG
031534             MOVE "REWRITE FAIL" TO WS-AU-REASON
031535             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
031536         NOT INVALID KEY
031537             ADD 1 TO WS-PREFS-APPLIED
031538             MOVE "AFTER:  " TO WS-AU-TAG
031539             MOVE WS-DELIVERY-REASON TO WS-AU-REASON
031540             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
031541             MOVE "C" TO JR-ACTION
031542             MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
031543             MOVE CM-RECORD TO JR-AFTER-IMAGE
031544             PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT
031545     END-REWRITE.
031546 6000-EXIT.
031547     EXIT.
031548*----------------------------------------------------------*
031549* 6500-TRIAL-DELIVERY - REPORT WHAT THE DELIVERY CHANGE WOULD
031550*                       HAVE DONE
031551*----------------------------------------------------------*
031552 6500-TRIAL-DELIVERY.
031553     IF NOT MASTER-FOUND
031554         ADD 1 TO WS-PREFS-REJECTED
031555         MOVE "REJECT:      " TO WS-TR-VERDICT
031556         MOVE "NOT FOUND" TO WS-TR-REASON
031557     ELSE
031558         ADD 1 TO WS-PREFS-APPLIED
031559         MOVE "WOULD-CHANGE:" TO WS-TR-VERDICT
031560         MOVE WS-DELIVERY-REASON TO WS-TR-REASON
031561     END-IF.
031562     PERFORM 8200-WRITE-TRIAL THRU 8200-EXIT.
031563 6500-EXIT.
031564     EXIT.
031565*----------------------------------------------------------*
031566* 7000-MARK-RETURNED - MARK THE MASTER ADDRESS OF AN EXISTING
031567*                      ACCOUNT AS RETURNED UNDELIVERABLE,
031568*                      AUDITED AND JOURNALED AS A CHANGE
031569*----------------------------------------------------------*
031570 7000-MARK-RETURNED.
031571     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
031572     IF TRIAL-MODE
031573         PERFORM 7500-TRIAL-RETURNED THRU 7500-EXIT
031574         GO TO 7000-EXIT
031575     END-IF.
031576     IF NOT MASTER-FOUND
031577         ADD 1 TO WS-RETS-REJECTED
031578         MOVE "REJECT: " TO WS-AU-TAG
031579         MOVE "NOT FOUND" TO WS-AU-REASON
031580         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
031581         GO TO 7000-EXIT
031582     END-IF.
031583     IF CM-MAIL-RETURNED
031584         ADD 1 TO WS-RETS-REJECTED
031585         MOVE "REJECT: " TO WS-AU-TAG
031586         MOVE "ALREADY HELD" TO WS-AU-REASON
031587         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
031588         GO TO 7000-EXIT
031589     END-IF.
031590     PERFORM 8100-AUDIT-BEFORE THRU 8100-EXIT.
031591     SET CM-MAIL-RETURNED TO TRUE.
031592     REWRITE CM-RECORD
031593         INVALID KEY
031594             ADD 1 TO WS-RETS-REJECTED
031595             MOVE "REJECT: " TO WS-AU-TAG
031596             MOVE "REWRITE FAIL" TO WS-AU-REASON
031597             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
031598         NOT INVALID KEY
031599             ADD 1 TO WS-RETS-APPLIED
031600             MOVE "AFTER:  " TO WS-AU-TAG
031601             MOVE "RETURN MAIL" TO WS-AU-REASON
031602             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
031603             MOVE "C" TO JR-ACTION
031604             MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
031605             MOVE CM-RECORD TO JR-AFTER-IMAGE
031606             PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT
031607     END-REWRITE.
031608 7000-EXIT.
031609     EXIT.
031610*----------------------------------------------------------*
031611* 7500-TRIAL-RETURNED - REPORT WHAT THE RETURNED-MAIL MARK
031612*                       WOULD HAVE DONE
031613*----------------------------------------------------------*
031614 7500-TRIAL-RETURNED.
031615     EVALUATE TRUE
031616         WHEN NOT MASTER-FOUND
031617             ADD 1 TO WS-RETS-REJECTED
031618             MOVE "REJECT:      " TO WS-TR-VERDICT
031619             MOVE "NOT FOUND" TO WS-TR-REASON
031620         WHEN CM-MAIL-RETURNED
031621             ADD 1 TO WS-RETS-REJECTED
031622             MOVE "REJECT:      " TO WS-TR-VERDICT
031623             MOVE "ALREADY HELD" TO WS-TR-REASON
031624         WHEN OTHER
031625             ADD 1 TO WS-RETS-APPLIED
031626             MOVE "WOULD-CHANGE:" TO WS-TR-VERDICT
031627             MOVE "RETURN MAIL" TO WS-TR-REASON
031628     END-EVALUATE.
031629     PERFORM 8200-WRITE-TRIAL THRU 8200-EXIT.
031630 7500-EXIT.
031631     EXIT.
031632*----------------------------------------------------------*
031634* 7700-CHANGE-STATUS - SET CM-STATUS OF AN EXISTING ACCOUNT AND
031636*                      NOTHING ELSE, AUDITED AND JOURNALED AS A
031638*                      CHANGE. SUSPENDING AN ACCOUNT THAT IS NO
031640*                      LONGER OPEN IS REJECTED.
031642*----------------------------------------------------------*
031644 7700-CHANGE-STATUS.
031646     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
031648     IF TRIAL-MODE
031650         PERFORM 7800-TRIAL-STATUS THRU 7800-EXIT
031652         GO TO 7700-EXIT
031654     END-IF.
031656     IF NOT MASTER-FOUND
031658         MOVE "NOT FOUND" TO WS-AU-REASON
031660         GO TO 7700-REJECT
031662     END-IF.
031664     IF MT-STATUS NOT = "O"
031666         AND MT-STATUS NOT = "C"
031668         AND MT-STATUS NOT = "S"
031670         MOVE "BAD STATUS" TO WS-AU-REASON
031672         GO TO 7700-REJECT
031674     END-IF.
031676     IF MT-STATUS = "S"
031678         AND NOT CM-OPEN
031680         MOVE "NOT OPEN" TO WS-AU-REASON
031682         GO TO 7700-REJECT
031684     END-IF.
031686     PERFORM 8100-AUDIT-BEFORE THRU 8100-EXIT.
031688     MOVE MT-STATUS TO CM-STATUS.
031690     REWRITE CM-RECORD
031692         INVALID KEY
031694             MOVE "REWRITE FAIL" TO WS-AU-REASON
031696             GO TO 7700-REJECT
031698     END-REWRITE.
031700     ADD 1 TO WS-STATS-APPLIED.
031702     MOVE "AFTER:  " TO WS-AU-TAG.
031704     MOVE "STATUS ONLY" TO WS-AU-REASON.
031706     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
031708     MOVE "C" TO JR-ACTION.
031710     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
031712     MOVE CM-RECORD TO JR-AFTER-IMAGE.
031714     PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT.
031716     GO TO 7700-EXIT.
031718 7700-REJECT.
031720     ADD 1 TO WS-STATS-REJECTED.
031722     MOVE "REJECT: " TO WS-AU-TAG.
031724     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
031726 7700-EXIT.
031728     EXIT.
031730*----------------------------------------------------------*
031732* 7800-TRIAL-STATUS - REPORT WHAT THE STATUS CHANGE WOULD HAVE
031734*                     DONE
031736*----------------------------------------------------------*
031738 7800-TRIAL-STATUS.
031740     MOVE "REJECT:      " TO WS-TR-VERDICT.
031742     EVALUATE TRUE
031744         WHEN NOT MASTER-FOUND
031746             MOVE "NOT FOUND" TO WS-TR-REASON
031748         WHEN MT-STATUS NOT = "O"
031750             AND MT-STATUS NOT = "C"
031752             AND MT-STATUS NOT = "S"
031754             MOVE "BAD STATUS" TO WS-TR-REASON
031756         WHEN MT-STATUS = "S"
031758             AND NOT CM-OPEN
031760             MOVE "NOT OPEN" TO WS-TR-REASON
031762         WHEN OTHER
031764             MOVE "WOULD-CHANGE:" TO WS-TR-VERDICT
031766             MOVE "STATUS ONLY" TO WS-TR-REASON
031768     END-EVALUATE.
031770     IF WS-TR-VERDICT = "REJECT:      "
031772         ADD 1 TO WS-STATS-REJECTED
031774     ELSE
031776         ADD 1 TO WS-STATS-APPLIED
031778     END-IF.
031780     PERFORM 8200-WRITE-TRIAL THRU 8200-EXIT.
031782 7800-EXIT.
031784     EXIT.
031786*----------------------------------------------------------*
031788* 8000-WRITE-AUDIT - WRITE ONE AUDIT LINE FROM THE CURRENT
031790*                    TRANSACTION AND THE TAG/REASON THE
031800*                    CALLER HAS ALREADY SET
031900*----------------------------------------------------------*
032000 8000-WRITE-AUDIT.
032777     WRITE JR-RECORD.
032778 8300-EXIT.
032779     EXIT.
032780*----------------------------------------------------------*
032781* 8400-WRITE-APPROVAL - ONE APPROVED/HELD/REJECTED LINE ON
032782*                       CUSTAUDT SHOWING WHO ENTERED AND WHO
032783*                       APPROVED THE TRANSACTION
032784*----------------------------------------------------------*
032785 8400-WRITE-APPROVAL.
032786     MOVE MT-ACTION TO WS-AP-ACTION.
032787     MOVE MT-ACCOUNT-ID TO WS-AP-ACCOUNT-ID.
032788     MOVE MT-BATCH-ID TO WS-AP-BATCH-ID.
032789     MOVE MT-ENTERED-BY TO WS-AP-MAKER.
032790     MOVE MT-ENTERED-DATE TO WS-AP-ENTERED-DATE.
032791     MOVE APPRCHK-APPROVER TO WS-AP-APPROVER.
032792     MOVE WS-APPROVAL-LINE TO AU-RECORD.
032793     WRITE AU-RECORD.
032794 8400-EXIT.
032795     EXIT.
032800*----------------------------------------------------------*
032900* 8100-AUDIT-BEFORE - WRITE THE MASTER'S BEFORE IMAGE AHEAD
033000*                     OF A CHANGE OR DELETE
035900     MOVE WS-DELS-REJECTED TO WS-SM-REJECTED.
036000     MOVE WS-SUMMARY-LINE TO MR-RECORD.
036100     WRITE MR-RECORD.
036116     MOVE "DELIVERY" TO WS-SM-ACTION.
036132     MOVE WS-PREFS-APPLIED TO WS-SM-APPLIED.
036148     MOVE WS-PREFS-REJECTED TO WS-SM-REJECTED.
036164     MOVE WS-SUMMARY-LINE TO MR-RECORD.
036180     WRITE MR-RECORD.
036183     MOVE "RETURNED" TO WS-SM-ACTION.
036186     MOVE WS-RETS-APPLIED TO WS-SM-APPLIED.
036189     MOVE WS-RETS-REJECTED TO WS-SM-REJECTED.
036192     MOVE WS-SUMMARY-LINE TO MR-RECORD.
036195     WRITE MR-RECORD.
036210     MOVE "STATUS  " TO WS-SM-ACTION.
036225     MOVE WS-STATS-APPLIED TO WS-SM-APPLIED.
036240     MOVE WS-STATS-REJECTED TO WS-SM-REJECTED.
036255     MOVE WS-SUMMARY-LINE TO MR-RECORD.
036270     WRITE MR-RECORD.
036285     MOVE WS-BAD-ACTIONS TO WS-BA-COUNT.
036300     MOVE WS-BAD-ACTION-LINE TO MR-RECORD.
036400     WRITE MR-RECORD.
036410     MOVE "HELD FOR APPROVAL:" TO WS-AS-LABEL.
036420     MOVE WS-APPR-HELD TO WS-AS-COUNT.
036430     MOVE WS-APPROVAL-COUNT-LINE TO MR-RECORD.
036440     WRITE MR-RECORD.
036450     MOVE "APPROVAL REJECTS:" TO WS-AS-LABEL.
036460     MOVE WS-APPR-REJECTED TO WS-AS-COUNT.
036462     MOVE WS-APPROVAL-COUNT-LINE TO MR-RECORD.
036464     WRITE MR-RECORD.
036466     MOVE "MAIL RELEASED:" TO WS-AS-LABEL.
036468     MOVE WS-MAIL-RELEASED TO WS-AS-COUNT.
036470     MOVE WS-APPROVAL-COUNT-LINE TO MR-RECORD.
036480     WRITE MR-RECORD.
036500     CLOSE CUST-MASTER.
036600     CLOSE CUST-TRANS.
036605     CLOSE CUST-PENDING.
036610     IF APPLY-MODE
036620         MOVE WS-ADDS-APPLIED TO WS-AC-ADDS
036630         MOVE WS-DELS-APPLIED TO WS-AC-DELS
037100*----------------------------------------------------------*
037200     COPY RUNHDRP.
037300     COPY OPERAUTP.
037400     COPY APPRCHKP.
