003101*                   THE CTLROLL MONTH-END ROLLUP AT
003102*                   FREQUENCY M, SO IT SCHEDULES ONLY ON THE
003103*                   MONTH-END DATE WITHOUT A STEPFREQ CARD.
003113* 2026-10-15   RT   THE STEP TABLE ALWAYS CARRIES AN INTPOST
003123*                   ENTRY, FREQUENCY M UNLESS A STEPFREQ CARD
003133*                   SAYS OTHERWISE - IT IS NOT A DRIVER STEP BUT
003143*                   THE MONTH-END FLAG ACCUM READS FROM STEPSCHD
003153*                   TO CAPITALIZE ACCRUED PLAN INTEREST.
003163*----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
013430     88  EOF-STEP-FREQ               VALUE "Y".
013440 01  WS-STEP-COUNT           PIC 9(02) COMP VALUE ZERO.
013450 01  WS-STEP-SUB             PIC 9(02) COMP VALUE ZERO.
013453 01  WS-INTPOST-SW           PIC X(01) VALUE "N".
013456     88  INTPOST-LISTED              VALUE "Y".
013460*
013470 01  WS-STEP-TABLE.
013480     05  WS-STEP-ENTRY OCCURS 20 TIMES.
023303         MOVE "M" TO WS-ST-FREQUENCY (6)
023304         MOVE 6 TO WS-STEP-COUNT
023305     END-IF.
023306     PERFORM 3150-FIND-INTPOST THRU 3150-EXIT
023307         VARYING WS-STEP-SUB FROM 1 BY 1
023308         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
023309     IF NOT INTPOST-LISTED
023310         AND WS-STEP-COUNT < 20
023311         ADD 1 TO WS-STEP-COUNT
023312         MOVE "INTPOST " TO WS-ST-STEP-NAME (WS-STEP-COUNT)
023313         MOVE "M" TO WS-ST-FREQUENCY (WS-STEP-COUNT)
023314     END-IF.
023315 3100-EXIT.
023316     EXIT.
023317*----------------------------------------------------------*
023318* 3150-FIND-INTPOST - IS THE INTEREST-POSTING ENTRY ALREADY
023319*                     IN THE STEP TABLE
023320*----------------------------------------------------------*
023321 3150-FIND-INTPOST.
023322     IF WS-ST-STEP-NAME (WS-STEP-SUB) = "INTPOST "
023323         SET INTPOST-LISTED TO TRUE
023324     END-IF.
023325 3150-EXIT.
023326     EXIT.
023327*----------------------------------------------------------*
023328* 3200-LOAD-ONE-FREQ - ONE STEPFREQ CARD INTO THE TABLE
023329*----------------------------------------------------------*
023330 3200-LOAD-ONE-FREQ.
023331     READ STEP-FREQ
023332         AT END
023333             SET EOF-STEP-FREQ TO TRUE
023334         NOT AT END
023335             IF WS-STEP-COUNT < 20
023336                 ADD 1 TO WS-STEP-COUNT
023337                 MOVE SF-STEP-NAME
023338                     TO WS-ST-STEP-NAME (WS-STEP-COUNT)
023339                 MOVE SF-FREQUENCY
023340                     TO WS-ST-FREQUENCY (WS-STEP-COUNT)
023341             END-IF
023342     END-READ.
023343 3200-EXIT.
023344     EXIT.
023345*----------------------------------------------------------*
023346* 3300-JUDGE-ONE-STEP - RUN OR SKIP ONE STEP TONIGHT: DAILY
023347*                       EVERY VALID DAY, WEEKLY ON FRIDAYS,
023348*                       MONTH-END ON THE MONTH-END DATE ONLY.
023349*----------------------------------------------------------*
023350 3300-JUDGE-ONE-STEP.
023351     MOVE SPACES TO SS-RECORD.
023352     MOVE WS-ST-STEP-NAME (WS-STEP-SUB) TO SS-STEP-NAME.
023353     MOVE WS-ST-FREQUENCY (WS-STEP-SUB) TO SS-FREQUENCY.
023354     MOVE WS-BUSINESS-DATE TO SS-BUS-DATE.
023355     MOVE "S" TO SS-RUN-FLAG.
023356     IF DATE-VALID
023357         EVALUATE WS-ST-FREQUENCY (WS-STEP-SUB)
023358             WHEN "D"
023359                 MOVE "R" TO SS-RUN-FLAG
023360             WHEN "W"
023361                 IF WS-DAY-OF-WEEK = 5
023362                     MOVE "R" TO SS-RUN-FLAG
023363                 END-IF
023364             WHEN "M"
023365                 IF MONTH-END-DATE
023366                     MOVE "R" TO SS-RUN-FLAG
023367                 END-IF
023368             WHEN OTHER
023369                 MOVE "R" TO SS-RUN-FLAG
023370         END-EVALUATE
023371     END-IF.
023372     WRITE SS-RECORD.
023373     MOVE SPACES TO SR-RECORD.
023374     MOVE SS-STEP-NAME TO WS-SL-STEP-NAME.
023375     MOVE SS-FREQUENCY TO WS-SL-FREQUENCY.
023376     IF SS-RUN-FLAG = "R"
023377         MOVE "RUN " TO WS-SL-VERDICT
023378     ELSE
023379         MOVE "SKIP" TO WS-SL-VERDICT
023380     END-IF.
023381     MOVE WS-STEP-LINE TO SR-RECORD.
023382     WRITE SR-RECORD.
023383 3300-EXIT.
023384     EXIT.
023385*----------------------------------------------------------*
023400* 9000-TERMINATE - PRINT THE VERDICT AND SET THE RETURN
023500*                  CODE: 0 VALID, 1 VALID MONTH-END, 8 NOT A
023600*                  PROCESSING DAY
