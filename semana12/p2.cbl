013628*                   STAGECNT/STAGECTP COPYBOOKS) AT
013629*                   TERMINATION FOR THE PIPEACCT END-TO-END
013630*                   RECORD ACCOUNTING.
013631* 2026-10-15   RT   EVERY GOOD TRIP NOW ALSO GOES TO THE NEW
013632*                   DRVEVNT DRIVER-EVENT EXTRACT (DRIVER,
013633*                   VEHICLE, DATE, SPEED, PERMITTED MAXIMUM,
013634*                   PERCENT OVER AND DISTANCE), AND EVERY DRVL
013635*                   DRIVER EXCEPTION TO THE SAME FILE WITH ITS
013636*                   REASON (EXPIRED LICENSE OR INACTIVE), THE
013637*                   FILE ENDING WITH THE STANDARD FILETRLR
013638*                   COUNT-AND-HASH TRAILER. SAFEHIST POSTS IT
013639*                   TO THE KEYED DRVHIST SAFETY HISTORY SO THE
013640*                   NIGHT'S OVER-LIMIT COUNTS ARE NO LONGER
013641*                   THROWN AWAY WITH THE SPDOVLIM PRINT.
013652* 2026-10-15   RT   DRIVER EVENTS ARE NOW DATED WITH THE TRIP'S
013663*                   OWN START DATE (DTR-T1-DATE) RATHER THAN THE
013674*                   BUSINESS DATE, SO A LATE OR RE-RUN BATCH OF
013685*                   TRIPS LANDS ON THE RIGHT DAY IN DRVHIST.
013699*----------------------------------------------------------*
013700 ENVIRONMENT DIVISION.
013800 CONFIGURATION SECTION.
013900 SOURCE-COMPUTER. IBM-370.
017000         ORGANIZATION IS LINE SEQUENTIAL.
017010     SELECT OPTIONAL STAGE-COUNTS ASSIGN TO "STAGECNT"
017020         ORGANIZATION IS LINE SEQUENTIAL.
017030     SELECT DRV-EVENTS      ASSIGN TO "DRVEVNT"
017040         ORGANIZATION IS LINE SEQUENTIAL.
017100*----------------------------------------------------------*
017200 DATA DIVISION.
017300 FILE SECTION.
026430     LABEL RECORDS ARE STANDARD
026440     RECORD CONTAINS 80 CHARACTERS.
026450 01  SG-RECORD               PIC X(80).
026451*
026452 FD  DRV-EVENTS
026453     LABEL RECORDS ARE STANDARD
026454     RECORD CONTAINS 80 CHARACTERS.
026455 01  DE-RECORD.
026456     05  DE-RECORD-TYPE      PIC X(01).
026457         88  DE-TRIP-EVENT           VALUE "T".
026458         88  DE-LICENSE-EVENT        VALUE "L".
026459     05  DE-DRIVER-ID        PIC X(06).
026460     05  DE-VEHICLE-ID       PIC X(06).
026461     05  DE-EVENT-DATE       PIC 9(08).
026462     05  DE-SPEED            PIC S9(3)V99.
026463     05  DE-MAX-SPEED        PIC 9(3)V99.
026464     05  DE-PCT-OVER         PIC S9(4)V99.
026465     05  DE-DISTANCE         PIC S9(5)V99.
026466     05  DE-REASON           PIC X(01).
026467         88  DE-LICENSE-EXPIRED      VALUE "E".
026468         88  DE-DRIVER-INACTIVE      VALUE "I".
026469     05  FILLER              PIC X(35).
026500*----------------------------------------------------------*
026600 WORKING-STORAGE SECTION.
026700     COPY SPDCALC.
027400 01  WS-HDG-SUB              PIC 9(01) COMP.
027500     COPY EXCREC.
027600 01  WS-CONTROL-TOTAL        PIC S9(7)V99 VALUE ZERO.
027610*
027620 01  WS-EVENT-TOTALS.
027630     05  WS-EVENT-COUNT      PIC 9(06) COMP VALUE ZERO.
027640     05  WS-EVENT-HASH       PIC S9(11)V99 VALUE ZERO.
027700*
027800 01  WS-COUNTERS.
027900     05  WS-RECORD-COUNT     PIC 9(05) COMP VALUE ZERO.
049200     PERFORM 1055-PRINT-OVLIM-HEADER THRU 1055-EXIT.
049300     OPEN OUTPUT SPD-EXTRACT.
049400     PERFORM 1058-WRITE-EXTRACT-HEADER THRU 1058-EXIT.
049410     OPEN OUTPUT DRV-EVENTS.
049500     PERFORM 1050-READ-UNIT-PARM THRU 1050-EXIT.
049600     PERFORM 1060-PRINT-RUN-HEADER THRU 1060-EXIT.
049700     PERFORM 2100-READ-TRIP THRU 2100-EXIT.
058760         GO TO 2000-NEXT
058770     END-IF.
058780     PERFORM 2070-CHECK-DRIVER THRU 2070-EXIT.
058782     IF NOT DRIVER-OK
058784         SET SKIP-RECORD TO TRUE
058786         ADD 1 TO WS-DRVEXC-COUNT
058788         PERFORM 2940-WRITE-DRIVER-EXC THRU 2940-EXIT
058790         PERFORM 2965-WRITE-LICENSE-EVENT THRU 2965-EXIT
058792         GO TO 2000-NEXT
058794     END-IF.
058796     PERFORM 2080-READ-ROUTE THRU 2080-EXIT.
058797     IF NOT ROUTE-ON-MASTER
058798         ADD 1 TO WS-UNKROUTE-COUNT
062700                 AND SPDCALC-RESULT > VM-MAX-SPEED
062800                 PERFORM 2700-WRITE-OVER-LIMIT THRU 2700-EXIT
062900             END-IF
062910             PERFORM 2960-WRITE-TRIP-EVENT THRU 2960-EXIT
063000     END-EVALUATE.
063100 2000-NEXT.
063200     PERFORM 2100-READ-TRIP THRU 2100-EXIT.
085100     WRITE XL-RECORD.
085200 2950-EXIT.
085300     EXIT.
085301*----------------------------------------------------------*
085302* 2960-WRITE-TRIP-EVENT - ONE DRIVER-EVENT RECORD PER GOOD
085303*                         TRIP FOR THE SAFETY HISTORY, WITH
085304*                         THE PERCENT OVER THE VEHICLE'S
085305*                         PERMITTED MAXIMUM WHEN IT WAS OVER
085306*----------------------------------------------------------*
085307 2960-WRITE-TRIP-EVENT.
085308     MOVE SPACES TO DE-RECORD.
085309     SET DE-TRIP-EVENT TO TRUE.
085310     MOVE SPDCALC-RESULT TO DE-SPEED.
085311     MOVE VM-MAX-SPEED TO DE-MAX-SPEED.
085312     MOVE DD TO DE-DISTANCE.
085313     IF VM-MAX-SPEED > ZERO
085314         AND SPDCALC-RESULT > VM-MAX-SPEED
085315         MOVE WS-PCT-OVER TO DE-PCT-OVER
085316     ELSE
085317         MOVE ZERO TO DE-PCT-OVER
085318     END-IF.
085319     PERFORM 2970-WRITE-EVENT-RECORD THRU 2970-EXIT.
085320 2960-EXIT.
085321     EXIT.
085322*----------------------------------------------------------*
085323* 2965-WRITE-LICENSE-EVENT - ONE DRIVER-EVENT RECORD FOR A
085324*                            TRIP RUN BY AN INACTIVE DRIVER OR
085325*                            ON AN EXPIRED LICENSE
085326*----------------------------------------------------------*
085327 2965-WRITE-LICENSE-EVENT.
085328     MOVE SPACES TO DE-RECORD.
085329     SET DE-LICENSE-EVENT TO TRUE.
085330     MOVE ZERO TO DE-SPEED.
085331     MOVE VM-MAX-SPEED TO DE-MAX-SPEED.
085332     MOVE ZERO TO DE-PCT-OVER.
085333     MOVE ZERO TO DE-DISTANCE.
085334     IF DR-ACTIVE NOT = "Y"
085335         SET DE-DRIVER-INACTIVE TO TRUE
085336     ELSE
085337         SET DE-LICENSE-EXPIRED TO TRUE
085338     END-IF.
085339     PERFORM 2970-WRITE-EVENT-RECORD THRU 2970-EXIT.
085340 2965-EXIT.
085341     EXIT.
085342*----------------------------------------------------------*
085345* 2970-WRITE-EVENT-RECORD - COMMON DRIVER-EVENT FIELDS (DATED
085348*                           WHEN THE TRIP STARTED), THE WRITE
085351*                           AND THE TRAILER TOTALS
085354*----------------------------------------------------------*
085357 2970-WRITE-EVENT-RECORD.
085360     MOVE DR-DRIVER-ID TO DE-DRIVER-ID.
085363     MOVE DTR-VEHICLE-ID TO DE-VEHICLE-ID.
085366     MOVE DTR-T1-DATE TO DE-EVENT-DATE.
085369     WRITE DE-RECORD.
085372     ADD 1 TO WS-EVENT-COUNT.
085375     ADD DE-SPEED TO WS-EVENT-HASH.
085378     ADD DE-DISTANCE TO WS-EVENT-HASH.
085381 2970-EXIT.
085384     EXIT.
085400*----------------------------------------------------------*
085500* 2100-READ-TRIP - READ THE NEXT DISPATCH TRIP RECORD
085600*----------------------------------------------------------*
092820     CLOSE ROUT-MASTER.
092900     CLOSE OVLIM-RPT.
093000     PERFORM 9300-WRITE-EXTRACT-TRAILER THRU 9300-EXIT.
093010     PERFORM 9350-WRITE-EVENT-TRAILER THRU 9350-EXIT.
093100     MOVE "SPDCALC" TO RUNLOG-PROGRAM-ID.
093200     MOVE FILETRLR-IN-COUNT TO RUNLOG-READ-COUNT.
093300     MOVE WS-RECORD-COUNT TO RUNLOG-WRITE-COUNT.
099300     CLOSE SPD-EXTRACT.
099400 9300-EXIT.
099500     EXIT.
099510*----------------------------------------------------------*
099520* 9350-WRITE-EVENT-TRAILER - END THE DRIVER-EVENT EXTRACT
099530*                            WITH THE STANDARD COUNT-AND-HASH
099540*                            TRAILER
099550*----------------------------------------------------------*
099560 9350-WRITE-EVENT-TRAILER.
099570     MOVE SPACES TO FILETRLR-RECORD.
099580     MOVE "TRAILER " TO FILETRLR-TAG.
099590     MOVE WS-EVENT-COUNT TO FILETRLR-COUNT.
099591     MOVE WS-EVENT-HASH TO FILETRLR-HASH.
099592     MOVE FILETRLR-RECORD TO DE-RECORD.
099593     WRITE DE-RECORD.
099594     CLOSE DRV-EVENTS.
099595 9350-EXIT.
099596     EXIT.
099600*----------------------------------------------------------*
099700* 9400-WRITE-STATISTICS - FLEET SPEED STATISTICS SECTION:
099800*                         MIN/MAX/MEAN VEHICLE AVERAGES, THE
