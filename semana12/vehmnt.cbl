002792*                   SUBMITTED ON DEMAND, SO TWO RUNS CAN
002793*                   SHARE A BUSINESS DATE AND EACH MUST
002794*                   STILL RECONCILE EXACTLY ONCE.
002795* 2026-10-15   RT   MAKER-CHECKER APPROVAL. EACH VEHTRAN
002796*                   TRANSACTION NOW CARRIES THE OPERATOR WHO
002797*                   ENTERED IT, THE ENTRY DATE AND A BATCH ID
002798*                   IN WHAT WAS FILLER, AND IS APPLIED ONLY
002799*                   WHEN A SECOND, DIFFERENT OPERATOR WHO IS
002800*                   ACTIVE AND AUTHORIZED FOR VEHMNT HAS
002801*                   APPROVED IT (OR ITS WHOLE BATCH) ON THE
002802*                   VEHAPPR FILE (SHARED APPRCHK/APPRCHKP
002803*                   COPYBOOKS). AN UNAPPROVED TRANSACTION IS
002804*                   HELD ON VEHPNDO FOR THE NEXT CYCLE; A
002805*                   SELF-APPROVAL, AN APPROVAL BY AN
002806*                   UNAUTHORIZED OPERATOR OR A TRANSACTION
002807*                   WITH NO ENTERING OPERATOR IS REJECTED.
002808*                   EVERY DECISION IS LOGGED TO VEHAUDT.
002813* 2026-10-15   RT   FIXED-ASSET DETAILS. VEHMSTR NOW HOLDS EACH
002818*                   VEHICLE'S ACQUISITION DATE, PURCHASE COST,
002823*                   USEFUL LIFE IN MONTHS, SALVAGE VALUE AND
002828*                   DEPRECIATION METHOD (S STRAIGHT LINE, D
002833*                   DOUBLE DECLINING BALANCE), AND ITS DISPOSAL
002838*                   DATE AND PROCEEDS, IN WHAT WAS FILLER, FOR
002843*                   THE VEHDEPR MONTHLY DEPRECIATION RUN. A NEW
002848*                   F TRANSACTION SETS THE ASSET DETAILS (AN ADD
002853*                   MAY CARRY THEM TOO) AND A NEW X TRANSACTION
002858*                   RECORDS A DISPOSAL. BOTH GO THROUGH THE SAME
002863*                   APPROVAL AND ARE AUDITED ON VEHAUDT WITH AN
002868*                   ASSET IMAGE LINE. A VEHICLE WITH ASSET
002873*                   DETAILS CAN BE DELETED ONLY ONCE ITS
002878*                   DISPOSAL IS RECORDED AND ITS MONTH HAS
002883*                   CLOSED, SO THE DEPRECIATION RUN HAS BOOKED IT.
002884* 2026-10-15   RT   AN APPROVAL DATED BEFORE THE TRANSACTION WAS
002885*                   ENTERED NO LONGER APPROVES IT.
002888*----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003800         RECORD KEY IS VM-VEHICLE-ID.
003900     SELECT VEH-TRANS   ASSIGN TO "VEHTRAN"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004001     SELECT OPTIONAL APPR-FILE ASSIGN TO "VEHAPPR"
004002         ORGANIZATION IS LINE SEQUENTIAL.
004003     SELECT VEH-PENDING ASSIGN TO "VEHPNDO"
004004         ORGANIZATION IS LINE SEQUENTIAL.
004010     SELECT DRV-MASTER  ASSIGN TO "DRVMSTR"
004020         ORGANIZATION IS INDEXED
004030         ACCESS MODE IS RANDOM
006000     05  VM-DRIVER-ID        PIC X(06).
006100     05  VM-VEHICLE-CLASS    PIC X(02).
006200     05  VM-MAX-SPEED        PIC 9(3)V99.
006218     05  VM-ACQ-DATE         PIC 9(08).
006236     05  VM-PURCHASE-COST    PIC 9(7)V99.
006254     05  VM-USEFUL-LIFE      PIC 9(03).
006272     05  VM-SALVAGE-VALUE    PIC 9(7)V99.
006290     05  VM-DEPR-METHOD      PIC X(01).
006308         88  VM-NO-ASSET-DATA        VALUE SPACE.
006326     05  VM-DISPOSAL-DATE    PIC 9(08).
006344     05  VM-DISPOSAL-PROCEEDS
006362                             PIC 9(7)V99.
006380     05  FILLER              PIC X(10).
006400*
006410 FD  DRV-MASTER
006420     LABEL RECORDS ARE STANDARD
007000         88  VT-ADD                  VALUE "A".
007100         88  VT-CHANGE               VALUE "C".
007200         88  VT-DELETE               VALUE "D".
007233         88  VT-ASSET                VALUE "F".
007266         88  VT-DISPOSE              VALUE "X".
007300     05  VT-VEHICLE-ID       PIC X(06).
007375     05  VT-OPERATING-DATA.
007450         10  VT-ROUTE-CODE   PIC X(04).
007525         10  VT-DRIVER-ID    PIC X(06).
007600         10  VT-VEHICLE-CLASS
007675                             PIC X(02).
007750         10  VT-MAX-SPEED    PIC X(05).
007825         10  VT-MAX-SPEED-N  REDEFINES VT-MAX-SPEED
007900                             PIC 9(3)V99.
007907*
007914* AN X (DISPOSAL) TRANSACTION CARRIES THE DISPOSAL IN PLACE OF
007921* THE OPERATING FIELDS
007928*
007935     05  VT-DISPOSAL-DATA    REDEFINES VT-OPERATING-DATA.
007942         10  VT-DISPOSAL-DATE
007949                             PIC X(08).
007956         10  VT-DISPOSAL-DATE-N
007963                             REDEFINES VT-DISPOSAL-DATE
007970                             PIC 9(08).
007977         10  VT-PROCEEDS     PIC X(09).
007984         10  VT-PROCEEDS-N   REDEFINES VT-PROCEEDS
007991                             PIC 9(7)V99.
008000     05  VT-ENTERED-BY       PIC X(08).
008010     05  VT-ENTERED-DATE     PIC 9(08).
008020     05  VT-BATCH-ID         PIC X(04).
008024*
008028* ASSET DETAILS - ON AN F TRANSACTION, OR OPTIONALLY ON AN ADD
008032*
008036     05  VT-ASSET-DATA.
008040         10  VT-ACQ-DATE     PIC X(08).
008044         10  VT-ACQ-DATE-N   REDEFINES VT-ACQ-DATE
008048                             PIC 9(08).
008052         10  VT-COST         PIC X(09).
008056         10  VT-COST-N       REDEFINES VT-COST
008060                             PIC 9(7)V99.
008064         10  VT-LIFE         PIC X(03).
008068         10  VT-LIFE-N       REDEFINES VT-LIFE
008072                             PIC 9(03).
008076         10  VT-SALVAGE      PIC X(09).
008080         10  VT-SALVAGE-N    REDEFINES VT-SALVAGE
008084                             PIC 9(7)V99.
008088         10  VT-METHOD       PIC X(01).
008092             88  VT-METHOD-VALID     VALUE "S" "D".
008096     05  FILLER              PIC X(06).
008100*
008110 FD  APPR-FILE
008120     LABEL RECORDS ARE STANDARD
008130     RECORD CONTAINS 80 CHARACTERS.
008140 01  AP-RECORD               PIC X(80).
008150*
008160 FD  VEH-PENDING
008170     LABEL RECORDS ARE STANDARD
008180     RECORD CONTAINS 80 CHARACTERS.
008190 01  PD-RECORD               PIC X(80).
008195*
008200 FD  AUDIT-TRAIL
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 80 CHARACTERS.
011400 WORKING-STORAGE SECTION.
011500     COPY RUNHDR.
011600     COPY OPERAUTH.
011610     COPY APPRCHK.
011700*
011800 01  WS-SWITCHES.
011900     05  WS-EOF-SW           PIC X(01) VALUE "N".
012900     05  WS-DELS-APPLIED     PIC 9(05) COMP VALUE ZERO.
013000     05  WS-DELS-REJECTED    PIC 9(05) COMP VALUE ZERO.
013100     05  WS-BAD-ACTIONS      PIC 9(05) COMP VALUE ZERO.
013110     05  WS-APPR-HELD        PIC 9(05) COMP VALUE ZERO.
013120     05  WS-APPR-REJECTED    PIC 9(05) COMP VALUE ZERO.
013136     05  WS-ASSETS-APPLIED   PIC 9(05) COMP VALUE ZERO.
013152     05  WS-ASSETS-REJECTED  PIC 9(05) COMP VALUE ZERO.
013168     05  WS-DISPS-APPLIED    PIC 9(05) COMP VALUE ZERO.
013184     05  WS-DISPS-REJECTED   PIC 9(05) COMP VALUE ZERO.
013200*
013300 01  WS-AUDIT-LINE.
013400     05  WS-AU-TAG           PIC X(08).
014600     05  FILLER              PIC X(01) VALUE SPACE.
014700     05  WS-AU-REASON        PIC X(12).
014800     05  FILLER              PIC X(29) VALUE SPACES.
014804*
014808* THE MASTER'S ASSET FIELDS, BEHIND THE BEFORE/AFTER LINE OF A
014812* TRANSACTION THAT CHANGES THEM
014816*
014820 01  WS-ASSET-AUDIT-LINE.
014824     05  WS-AA-TAG           PIC X(08).
014828     05  WS-AA-ACTION        PIC X(01).
014832     05  FILLER              PIC X(01) VALUE SPACE.
014836     05  WS-AA-VEHICLE-ID    PIC X(06).
014840     05  FILLER              PIC X(01) VALUE SPACE.
014844     05  WS-AA-ACQ-DATE      PIC 9(08).
014848     05  FILLER              PIC X(01) VALUE SPACE.
014852     05  WS-AA-COST          PIC ZZZZZZ9.99.
014856     05  FILLER              PIC X(01) VALUE SPACE.
014860     05  WS-AA-LIFE          PIC ZZ9.
014864     05  FILLER              PIC X(01) VALUE SPACE.
014868     05  WS-AA-SALVAGE       PIC ZZZZZZ9.99.
014872     05  FILLER              PIC X(01) VALUE SPACE.
014876     05  WS-AA-METHOD        PIC X(01).
014880     05  FILLER              PIC X(01) VALUE SPACE.
014884     05  WS-AA-DISP-DATE     PIC 9(08).
014888     05  FILLER              PIC X(01) VALUE SPACE.
014892     05  WS-AA-PROCEEDS      PIC ZZZZZZ9.99.
014896     05  FILLER              PIC X(07) VALUE SPACES.
014900*
014910 01  WS-APPROVAL-LINE.
014911     05  WS-AP-TAG           PIC X(08).
014912     05  WS-AP-ACTION        PIC X(01).
014913     05  FILLER              PIC X(01) VALUE SPACE.
014914     05  WS-AP-VEHICLE-ID    PIC X(06).
014915     05  FILLER              PIC X(07) VALUE " BATCH ".
014916     05  WS-AP-BATCH-ID      PIC X(04).
014917     05  FILLER              PIC X(10) VALUE " ENTERED: ".
014918     05  WS-AP-MAKER         PIC X(08).
014919     05  FILLER              PIC X(01) VALUE SPACE.
014920     05  WS-AP-ENTERED-DATE  PIC X(08).
014921     05  FILLER              PIC X(11) VALUE " APPROVER: ".
014922     05  WS-AP-APPROVER      PIC X(08).
014923     05  FILLER              PIC X(07) VALUE SPACES.
014924*
014925 01  WS-APPROVAL-COUNT-LINE.
014926     05  WS-AS-LABEL         PIC X(20).
014927     05  WS-AS-COUNT         PIC ZZZZ9.
014928     05  FILLER              PIC X(55) VALUE SPACES.
014929*
015000 01  WS-SUMMARY-LINE.
015100     05  WS-SM-ACTION        PIC X(08).
015200     05  FILLER              PIC X(10) VALUE " APPLIED:".
016180     05  FILLER              PIC X(48) VALUE SPACES.
016190*
016191 01  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
016195 01  WS-DATE-INT             PIC 9(07) VALUE ZERO.
016200*----------------------------------------------------------*
016300 PROCEDURE DIVISION.
016400 0000-MAINLINE.
017500     MOVE "VEHMNT" TO OPERAUTH-CALLER.
017600     PERFORM OPERAUTH-VALIDATE
017700         THRU OPERAUTH-VALIDATE-EXIT.
017710     PERFORM APPRCHK-LOAD THRU APPRCHK-LOAD-EXIT.
017800     OPEN I-O VEH-MASTER.
017810     OPEN INPUT DRV-MASTER.
017900     OPEN INPUT VEH-TRANS.
017910     OPEN OUTPUT VEH-PENDING.
018000     OPEN OUTPUT AUDIT-TRAIL.
018100     OPEN OUTPUT MAINT-RPT.
018200     PERFORM 1050-PRINT-RUN-HEADER THRU 1050-EXIT.
019600 1050-EXIT.
019700     EXIT.
019800*----------------------------------------------------------*
019850* 2000-APPLY-TRANS - APPLY ONE ADD/CHANGE/DELETE, ASSET OR
019900*                    DISPOSAL TRANSACTION ONCE A SECOND
019950*                    OPERATOR HAS APPROVED IT
020000*----------------------------------------------------------*
020100 2000-APPLY-TRANS.
020110     PERFORM 2050-CHECK-APPROVAL THRU 2050-EXIT.
020120     IF NOT APPRCHK-APPROVED
020130         GO TO 2000-READ-NEXT
020140     END-IF.
020200     EVALUATE TRUE
020300         WHEN VT-ADD
020400             PERFORM 3000-ADD-VEHICLE THRU 3000-EXIT
020600             PERFORM 4000-CHANGE-VEHICLE THRU 4000-EXIT
020700         WHEN VT-DELETE
020800             PERFORM 5000-DELETE-VEHICLE THRU 5000-EXIT
020820         WHEN VT-ASSET
020840             PERFORM 6000-ASSET-DETAILS THRU 6000-EXIT
020860         WHEN VT-DISPOSE
020880             PERFORM 7000-DISPOSE-VEHICLE THRU 7000-EXIT
020900         WHEN OTHER
021000             ADD 1 TO WS-BAD-ACTIONS
021100             MOVE "REJECT: " TO WS-AU-TAG
021200             MOVE "BAD ACTION" TO WS-AU-REASON
021300             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
021400     END-EVALUATE.
021410 2000-READ-NEXT.
021500     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
021600 2000-EXIT.
021700     EXIT.
021701*----------------------------------------------------------*
021702* 2050-CHECK-APPROVAL - LOOK UP THE TRANSACTION (OR ITS BATCH)
021703*                       ON THE APPROVAL FILE. UNAPPROVED IS
021704*                       HELD ON VEHPNDO FOR THE NEXT CYCLE;
021705*                       SELF-APPROVED, UNAUTHORIZED APPROVER
021706*                       OR NO MAKER IS REJECTED. A BAD ACTION
021707*                       CODE IS PASSED ON TO BE REJECTED AS
021708*                       ONE.
021709*----------------------------------------------------------*
021710 2050-CHECK-APPROVAL.
021711     IF NOT VT-ADD
021712         AND NOT VT-CHANGE
021713         AND NOT VT-DELETE
021715         AND NOT VT-ASSET
021717         AND NOT VT-DISPOSE
021719         SET APPRCHK-APPROVED TO TRUE
021721         GO TO 2050-EXIT
021723     END-IF.
021725     MOVE VT-BATCH-ID TO APPRCHK-BATCH-ID.
021727     MOVE VT-VEHICLE-ID TO APPRCHK-KEY.
021729     MOVE VT-ENTERED-BY TO APPRCHK-MAKER.
021730     MOVE VT-ENTERED-DATE TO APPRCHK-ENTERED.
021731     PERFORM APPRCHK-CHECK THRU APPRCHK-CHECK-EXIT.
021733     EVALUATE TRUE
021735         WHEN APPRCHK-APPROVED
021737             MOVE "APPROVED" TO WS-AP-TAG
021739         WHEN APPRCHK-PENDING
021741             MOVE "HELD    " TO WS-AP-TAG
021743         WHEN OTHER
021745             MOVE "REJECTED" TO WS-AP-TAG
021747     END-EVALUATE.
021749     PERFORM 8400-WRITE-APPROVAL THRU 8400-EXIT.
021751     IF APPRCHK-APPROVED
021753         GO TO 2050-EXIT
021755     END-IF.
021757     IF APPRCHK-PENDING
021759         ADD 1 TO WS-APPR-HELD
021761         MOVE VT-RECORD TO PD-RECORD
021763         WRITE PD-RECORD
021765         GO TO 2050-EXIT
021767     END-IF.
021769     ADD 1 TO WS-APPR-REJECTED.
021771     EVALUATE TRUE
021773         WHEN APPRCHK-SELF
021775             MOVE "SELF APPROVE" TO WS-AU-REASON
021777         WHEN APPRCHK-UNAUTHORIZED
021779             MOVE "BAD APPROVER" TO WS-AU-REASON
021781         WHEN OTHER
021783             MOVE "NO MAKER" TO WS-AU-REASON
021785     END-EVALUATE.
021787     MOVE "REJECT: " TO WS-AU-TAG.
021789     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
021791 2050-EXIT.
021793     EXIT.
021800*----------------------------------------------------------*
021900* 2100-READ-TRANS - READ THE NEXT MAINTENANCE TRANSACTION
022000*----------------------------------------------------------*
026195 2400-EXIT.
026196     EXIT.
026200*----------------------------------------------------------*
026203* 2500-EDIT-ASSET - THE ASSET DETAILS ON AN F TRANSACTION (OR
026206*                   AN ADD CARRYING THEM): A REAL ACQUISITION
026209*                   DATE NOT AFTER TODAY, A COST AND A LIFE IN
026212*                   MONTHS ABOVE ZERO, A SALVAGE VALUE BELOW
026215*                   THE COST AND METHOD S OR D
026218*----------------------------------------------------------*
026221 2500-EDIT-ASSET.
026224     MOVE "N" TO WS-EDIT-OK-SW.
026227     IF VT-ACQ-DATE NOT NUMERIC
026230         OR VT-ACQ-DATE-N < 16010101
026233         OR VT-ACQ-DATE-N > RUNHDR-DATE
026236         MOVE "BAD ACQ DATE" TO WS-AU-REASON
026239         GO TO 2500-EXIT
026242     END-IF.
026245     COMPUTE WS-DATE-INT =
026248         FUNCTION INTEGER-OF-DATE (VT-ACQ-DATE-N)
026251         ON SIZE ERROR
026254             MOVE ZERO TO WS-DATE-INT
026257     END-COMPUTE.
026260     IF WS-DATE-INT = ZERO
026263         MOVE "BAD ACQ DATE" TO WS-AU-REASON
026266         GO TO 2500-EXIT
026269     END-IF.
026272     IF VT-COST NOT NUMERIC
026275         OR VT-COST-N = ZERO
026278         MOVE "BAD COST" TO WS-AU-REASON
026281         GO TO 2500-EXIT
026284     END-IF.
026287     IF VT-LIFE NOT NUMERIC
026290         OR VT-LIFE-N = ZERO
026293         MOVE "BAD LIFE" TO WS-AU-REASON
026296         GO TO 2500-EXIT
026299     END-IF.
026302     IF VT-SALVAGE NOT NUMERIC
026305         OR VT-SALVAGE-N NOT < VT-COST-N
026308         MOVE "BAD SALVAGE" TO WS-AU-REASON
026311         GO TO 2500-EXIT
026314     END-IF.
026317     IF NOT VT-METHOD-VALID
026320         MOVE "BAD METHOD" TO WS-AU-REASON
026323         GO TO 2500-EXIT
026326     END-IF.
026329     SET EDIT-PASSED TO TRUE.
026332 2500-EXIT.
026335     EXIT.
026338*----------------------------------------------------------*
026341* 2600-EDIT-DISPOSAL - THE DISPOSAL ON AN X TRANSACTION: A REAL
026344*                      DATE NOT BEFORE THE VEHICLE WAS ACQUIRED
026347*                      AND NOT AFTER TODAY, AND NUMERIC PROCEEDS
026350*                      (ZERO FOR A VEHICLE SCRAPPED)
026353*----------------------------------------------------------*
026356 2600-EDIT-DISPOSAL.
026359     MOVE "N" TO WS-EDIT-OK-SW.
026362     IF VT-DISPOSAL-DATE NOT NUMERIC
026365         OR VT-DISPOSAL-DATE-N < VM-ACQ-DATE
026368         OR VT-DISPOSAL-DATE-N > RUNHDR-DATE
026371         MOVE "BAD DISPDATE" TO WS-AU-REASON
026374         GO TO 2600-EXIT
026377     END-IF.
026380     COMPUTE WS-DATE-INT =
026383         FUNCTION INTEGER-OF-DATE (VT-DISPOSAL-DATE-N)
026386         ON SIZE ERROR
026389             MOVE ZERO TO WS-DATE-INT
026392     END-COMPUTE.
026395     IF WS-DATE-INT = ZERO
026398         MOVE "BAD DISPDATE" TO WS-AU-REASON
026401         GO TO 2600-EXIT
026404     END-IF.
026407     IF VT-PROCEEDS NOT NUMERIC
026410         MOVE "BAD PROCEEDS" TO WS-AU-REASON
026413         GO TO 2600-EXIT
026416     END-IF.
026419     SET EDIT-PASSED TO TRUE.
026422 2600-EXIT.
026425     EXIT.
026428*----------------------------------------------------------*
026431* 3000-ADD-VEHICLE - ADD A NEW MASTER RECORD. AN EXISTING KEY,
026434*                    A BAD MAX SPEED OR BAD ASSET DETAILS IS A
026437*                    REJECT.
026500*----------------------------------------------------------*
026600 3000-ADD-VEHICLE.
026700     PERFORM 2300-EDIT-MAX-SPEED THRU 2300-EXIT.
027000         MOVE "REJECT: " TO WS-AU-TAG
027100         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
027200         GO TO 3000-EXIT
027210     END-IF.
027220     IF VT-ASSET-DATA NOT = SPACES
027230         PERFORM 2500-EDIT-ASSET THRU 2500-EXIT
027240         IF NOT EDIT-PASSED
027250             ADD 1 TO WS-ADDS-REJECTED
027260             MOVE "REJECT: " TO WS-AU-TAG
027270             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
027280             GO TO 3000-EXIT
027290         END-IF
027300     END-IF.
027400     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
027500     IF MASTER-FOUND
028400         MOVE VT-DRIVER-ID TO VM-DRIVER-ID
028500         MOVE VT-VEHICLE-CLASS TO VM-VEHICLE-CLASS
028600         MOVE VT-MAX-SPEED-N TO VM-MAX-SPEED
028625         IF VT-ASSET-DATA NOT = SPACES
028650             PERFORM 6100-MOVE-ASSET THRU 6100-EXIT
028675         END-IF
028700         WRITE VM-RECORD
028800             INVALID KEY
028900                 ADD 1 TO WS-ADDS-REJECTED
029500                 MOVE "AFTER:  " TO WS-AU-TAG
029600                 MOVE SPACES TO WS-AU-REASON
029700                 PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
029720                 IF NOT VM-NO-ASSET-DATA
029740                     MOVE "AFTER:  " TO WS-AA-TAG
029760                     PERFORM 8200-AUDIT-ASSET THRU 8200-EXIT
029780                 END-IF
029800         END-WRITE
029900     END-IF.
030000 3000-EXIT.
034000     EXIT.
034100*----------------------------------------------------------*
034200* 5000-DELETE-VEHICLE - DELETE AN EXISTING MASTER RECORD,
034250*                       AUDITING THE BEFORE IMAGE. A FIXED
034300*                       ASSET MUST HAVE BEEN DISPOSED OF AND
034350*                       ITS DISPOSAL BOOKED FIRST.
034400*----------------------------------------------------------*
034500 5000-DELETE-VEHICLE.
034600     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
034900         MOVE "REJECT: " TO WS-AU-TAG
035000         MOVE "NOT FOUND" TO WS-AU-REASON
035100         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
035700         GO TO 5000-EXIT
036300     END-IF.
036304     PERFORM 5100-EDIT-DELETE THRU 5100-EXIT.
036308     IF NOT EDIT-PASSED
036312         ADD 1 TO WS-DELS-REJECTED
036316         MOVE "REJECT: " TO WS-AU-TAG
036320         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
036324         GO TO 5000-EXIT
036328     END-IF.
036332     PERFORM 8100-AUDIT-BEFORE THRU 8100-EXIT.
036336     IF NOT VM-NO-ASSET-DATA
036340         MOVE "BEFORE: " TO WS-AA-TAG
036344         PERFORM 8200-AUDIT-ASSET THRU 8200-EXIT
036348     END-IF.
036352     DELETE VEH-MASTER
036356         INVALID KEY
036360             ADD 1 TO WS-DELS-REJECTED
036364             MOVE "REJECT: " TO WS-AU-TAG
036368             MOVE "DELETE FAIL" TO WS-AU-REASON
036372             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
036376         NOT INVALID KEY
036380             ADD 1 TO WS-DELS-APPLIED
036384     END-DELETE.
036400 5000-EXIT.
036401     EXIT.
036402*----------------------------------------------------------*
036403* 5100-EDIT-DELETE - A VEHICLE WITH ASSET DETAILS MAY GO ONLY
036404*                    ONCE ITS DISPOSAL IS RECORDED AND THE
036405*                    DISPOSAL MONTH HAS CLOSED - THE MONTH-END
036406*                    VEHDEPR RUN BOOKS THE DISPOSAL FROM THE
036407*                    MASTER RECORD
036408*----------------------------------------------------------*
036409 5100-EDIT-DELETE.
036410     MOVE "N" TO WS-EDIT-OK-SW.
036411     IF VM-NO-ASSET-DATA
036412         SET EDIT-PASSED TO TRUE
036413         GO TO 5100-EXIT
036414     END-IF.
036415     IF VM-DISPOSAL-DATE NOT NUMERIC
036416         OR VM-DISPOSAL-DATE = ZERO
036417         MOVE "NOT DISPOSED" TO WS-AU-REASON
036418         GO TO 5100-EXIT
036419     END-IF.
036420     IF VM-DISPOSAL-DATE (1:6) NOT < RUNHDR-DATE (1:6)
036421         MOVE "DISP PENDING" TO WS-AU-REASON
036422         GO TO 5100-EXIT
036423     END-IF.
036424     SET EDIT-PASSED TO TRUE.
036425 5100-EXIT.
036426     EXIT.
036427*----------------------------------------------------------*
036428* 6000-ASSET-DETAILS - SET THE ASSET DETAILS OF AN EXISTING
036429*                      VEHICLE NOT YET DISPOSED OF, AUDITING
036430*                      THE BEFORE AND AFTER ASSET IMAGES
036431*----------------------------------------------------------*
036432 6000-ASSET-DETAILS.
036433     PERFORM 2500-EDIT-ASSET THRU 2500-EXIT.
036434     IF NOT EDIT-PASSED
036435         ADD 1 TO WS-ASSETS-REJECTED
036436         MOVE "REJECT: " TO WS-AU-TAG
036437         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
036438         GO TO 6000-EXIT
036439     END-IF.
036440     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
036441     IF NOT MASTER-FOUND
036442         ADD 1 TO WS-ASSETS-REJECTED
036443         MOVE "REJECT: " TO WS-AU-TAG
036444         MOVE "NOT FOUND" TO WS-AU-REASON
036445         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
036446         GO TO 6000-EXIT
036447     END-IF.
036448     IF NOT VM-NO-ASSET-DATA
036449         AND VM-DISPOSAL-DATE > ZERO
036450         ADD 1 TO WS-ASSETS-REJECTED
036451         MOVE "REJECT: " TO WS-AU-TAG
036452         MOVE "DISPOSED" TO WS-AU-REASON
036453         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
036454         GO TO 6000-EXIT
036455     END-IF.
036456     MOVE "BEFORE: " TO WS-AA-TAG.
036457     PERFORM 8200-AUDIT-ASSET THRU 8200-EXIT.
036458     PERFORM 6100-MOVE-ASSET THRU 6100-EXIT.
036459     REWRITE VM-RECORD
036460         INVALID KEY
036461             ADD 1 TO WS-ASSETS-REJECTED
036462             MOVE "REJECT: " TO WS-AU-TAG
036463             MOVE "REWRITE FAIL" TO WS-AU-REASON
036464             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
036465         NOT INVALID KEY
036466             ADD 1 TO WS-ASSETS-APPLIED
036467             MOVE "AFTER:  " TO WS-AA-TAG
036468             PERFORM 8200-AUDIT-ASSET THRU 8200-EXIT
036469     END-REWRITE.
036470 6000-EXIT.
036471     EXIT.
036472*----------------------------------------------------------*
036473* 6100-MOVE-ASSET - THE TRANSACTION'S ASSET DETAILS ONTO THE
036474*                   MASTER; A VEHICLE NEW TO THE ASSET REGISTER
036475*                   STARTS WITH NO DISPOSAL
036476*----------------------------------------------------------*
036477 6100-MOVE-ASSET.
036478     MOVE VT-ACQ-DATE-N TO VM-ACQ-DATE.
036479     MOVE VT-COST-N TO VM-PURCHASE-COST.
036480     MOVE VT-LIFE-N TO VM-USEFUL-LIFE.
036481     MOVE VT-SALVAGE-N TO VM-SALVAGE-VALUE.
036482     MOVE VT-METHOD TO VM-DEPR-METHOD.
036483     IF VM-DISPOSAL-DATE NOT NUMERIC
036484         MOVE ZERO TO VM-DISPOSAL-DATE
036485         MOVE ZERO TO VM-DISPOSAL-PROCEEDS
036486     END-IF.
036487 6100-EXIT.
036488     EXIT.
036489*----------------------------------------------------------*
036490* 7000-DISPOSE-VEHICLE - RECORD THE SALE OR SCRAPPING OF A
036491*                        VEHICLE WITH ASSET DETAILS. THE
036492*                        VEHDEPR RUN FOR THE DISPOSAL MONTH
036493*                        BOOKS THE GAIN OR LOSS.
036494*----------------------------------------------------------*
036495 7000-DISPOSE-VEHICLE.
036496     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
036497     IF NOT MASTER-FOUND
036498         MOVE "NOT FOUND" TO WS-AU-REASON
036499         GO TO 7000-REJECT
036500     END-IF.
036501     IF VM-NO-ASSET-DATA
036502         MOVE "NO ASSET" TO WS-AU-REASON
036503         GO TO 7000-REJECT
036504     END-IF.
036505     IF VM-DISPOSAL-DATE > ZERO
036506         MOVE "DISPOSED" TO WS-AU-REASON
036507         GO TO 7000-REJECT
036508     END-IF.
036509     PERFORM 2600-EDIT-DISPOSAL THRU 2600-EXIT.
036510     IF NOT EDIT-PASSED
036511         GO TO 7000-REJECT
036512     END-IF.
036513     MOVE "BEFORE: " TO WS-AA-TAG.
036514     PERFORM 8200-AUDIT-ASSET THRU 8200-EXIT.
036515     MOVE VT-DISPOSAL-DATE-N TO VM-DISPOSAL-DATE.
036516     MOVE VT-PROCEEDS-N TO VM-DISPOSAL-PROCEEDS.
036517     REWRITE VM-RECORD
036518         INVALID KEY
036519             MOVE "REWRITE FAIL" TO WS-AU-REASON
036520             GO TO 7000-REJECT
036521     END-REWRITE.
036522     ADD 1 TO WS-DISPS-APPLIED.
036523     MOVE "AFTER:  " TO WS-AA-TAG.
036524     PERFORM 8200-AUDIT-ASSET THRU 8200-EXIT.
036525     GO TO 7000-EXIT.
036526 7000-REJECT.
036527     ADD 1 TO WS-DISPS-REJECTED.
036528     MOVE "REJECT: " TO WS-AU-TAG.
036529     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
036530 7000-EXIT.
036531     EXIT.
036600*----------------------------------------------------------*
036700* 8000-WRITE-AUDIT - WRITE ONE AUDIT LINE FROM THE CURRENT
036800*                    TRANSACTION AND THE TAG/REASON THE
036850*                    CALLER HAS ALREADY SET. AN ASSET OR
036900*                    DISPOSAL TRANSACTION HAS NO OPERATING
036950*                    FIELDS TO SHOW.
037000*----------------------------------------------------------*
037100 8000-WRITE-AUDIT.
037200     MOVE VT-ACTION TO WS-AU-ACTION.
037300     MOVE VT-VEHICLE-ID TO WS-AU-VEHICLE-ID.
037312     IF VT-ASSET OR VT-DISPOSE
037324         MOVE SPACES TO WS-AU-ROUTE-CODE
037336         MOVE SPACES TO WS-AU-DRIVER-ID
037348         MOVE SPACES TO WS-AU-CLASS
037360         MOVE ZERO TO WS-AU-MAX-SPEED
037372         GO TO 8000-WRITE
037384     END-IF.
037400     MOVE VT-ROUTE-CODE TO WS-AU-ROUTE-CODE.
037500     MOVE VT-DRIVER-ID TO WS-AU-DRIVER-ID.
037600     MOVE VT-VEHICLE-CLASS TO WS-AU-CLASS.
037900     ELSE
038000         MOVE ZERO TO WS-AU-MAX-SPEED
038100     END-IF.
038150 8000-WRITE.
038200     MOVE WS-AUDIT-LINE TO AU-RECORD.
038300     WRITE AU-RECORD.
038400 8000-EXIT.
039900     MOVE WS-AUDIT-LINE TO AU-RECORD.
040000     WRITE AU-RECORD.
040100 8100-EXIT.
040103     EXIT.
040106*----------------------------------------------------------*
040109* 8200-AUDIT-ASSET - WRITE THE MASTER'S ASSET FIELDS UNDER THE
040112*                    TAG THE CALLER HAS SET IN WS-AA-TAG
040115*                    (ZEROS BEFORE A VEHICLE HAS ANY)
040118*----------------------------------------------------------*
040121 8200-AUDIT-ASSET.
040124     MOVE VT-ACTION TO WS-AA-ACTION.
040127     MOVE VM-VEHICLE-ID TO WS-AA-VEHICLE-ID.
040130     IF VM-NO-ASSET-DATA
040133         MOVE ZERO TO WS-AA-ACQ-DATE
040136         MOVE ZERO TO WS-AA-COST
040139         MOVE ZERO TO WS-AA-LIFE
040142         MOVE ZERO TO WS-AA-SALVAGE
040145         MOVE SPACE TO WS-AA-METHOD
040148         MOVE ZERO TO WS-AA-DISP-DATE
040151         MOVE ZERO TO WS-AA-PROCEEDS
040154     ELSE
040157         MOVE VM-ACQ-DATE TO WS-AA-ACQ-DATE
040160         MOVE VM-PURCHASE-COST TO WS-AA-COST
040163         MOVE VM-USEFUL-LIFE TO WS-AA-LIFE
040166         MOVE VM-SALVAGE-VALUE TO WS-AA-SALVAGE
040169         MOVE VM-DEPR-METHOD TO WS-AA-METHOD
040172         MOVE VM-DISPOSAL-DATE TO WS-AA-DISP-DATE
040175         MOVE VM-DISPOSAL-PROCEEDS TO WS-AA-PROCEEDS
040178     END-IF.
040181     MOVE WS-ASSET-AUDIT-LINE TO AU-RECORD.
040184     WRITE AU-RECORD.
040187 8200-EXIT.
040200     EXIT.
040210*----------------------------------------------------------*
040220* 8400-WRITE-APPROVAL - ONE APPROVED/HELD/REJECTED LINE ON
040230*                       VEHAUDT SHOWING WHO ENTERED AND WHO
040240*                       APPROVED THE TRANSACTION
040250*----------------------------------------------------------*
040260 8400-WRITE-APPROVAL.
040261     MOVE VT-ACTION TO WS-AP-ACTION.
040262     MOVE VT-VEHICLE-ID TO WS-AP-VEHICLE-ID.
040263     MOVE VT-BATCH-ID TO WS-AP-BATCH-ID.
040264     MOVE VT-ENTERED-BY TO WS-AP-MAKER.
040265     MOVE VT-ENTERED-DATE TO WS-AP-ENTERED-DATE.
040266     MOVE APPRCHK-APPROVER TO WS-AP-APPROVER.
040267     MOVE WS-APPROVAL-LINE TO AU-RECORD.
040268     WRITE AU-RECORD.
040269 8400-EXIT.
040270     EXIT.
040300*----------------------------------------------------------*
040400* 9000-TERMINATE - PRINT THE APPLIED/REJECTED SUMMARY AND
040500*                  CLOSE THE FILES
042000     MOVE WS-DELS-REJECTED TO WS-SM-REJECTED.
042100     MOVE WS-SUMMARY-LINE TO MR-RECORD.
042200     WRITE MR-RECORD.
042209     MOVE "ASSETS  " TO WS-SM-ACTION.
042218     MOVE WS-ASSETS-APPLIED TO WS-SM-APPLIED.
042227     MOVE WS-ASSETS-REJECTED TO WS-SM-REJECTED.
042236     MOVE WS-SUMMARY-LINE TO MR-RECORD.
042245     WRITE MR-RECORD.
042254     MOVE "DISPOSAL" TO WS-SM-ACTION.
042263     MOVE WS-DISPS-APPLIED TO WS-SM-APPLIED.
042272     MOVE WS-DISPS-REJECTED TO WS-SM-REJECTED.
042281     MOVE WS-SUMMARY-LINE TO MR-RECORD.
042290     WRITE MR-RECORD.
042300     MOVE WS-BAD-ACTIONS TO WS-BA-COUNT.
042400     MOVE WS-BAD-ACTION-LINE TO MR-RECORD.
042500     WRITE MR-RECORD.
042510     MOVE "HELD FOR APPROVAL:" TO WS-AS-LABEL.
042520     MOVE WS-APPR-HELD TO WS-AS-COUNT.
042530     MOVE WS-APPROVAL-COUNT-LINE TO MR-RECORD.
042540     WRITE MR-RECORD.
042550     MOVE "APPROVAL REJECTS:" TO WS-AS-LABEL.
042560     MOVE WS-APPR-REJECTED TO WS-AS-COUNT.
042570     MOVE WS-APPROVAL-COUNT-LINE TO MR-RECORD.
042580     WRITE MR-RECORD.
042600     CLOSE VEH-MASTER.
042610     CLOSE DRV-MASTER.
042700     CLOSE VEH-TRANS.
042705     CLOSE VEH-PENDING.
042710     MOVE WS-ADDS-APPLIED TO WS-AC-ADDS.
042720     MOVE WS-DELS-APPLIED TO WS-AC-DELS.
042725     MOVE RUNHDR-DATE TO WS-AC-DATE.
043200*----------------------------------------------------------*
043300     COPY RUNHDRP.
043400     COPY OPERAUTP.
043500     COPY APPRCHKP.
