002500*                   ACROSS MIDNIGHT WITH THE INTRINSIC DATE
002600*                   FUNCTIONS - CALENDAR MATH HAS NO VERB
002700*                   FORM. ANY BREACH ENDS RC 4.
002710* 2026-10-15   RT   EVERY RUNLOG RECORD CHECKED IS ALSO
002720*                   APPENDED TO THE PERMANENT RUNHIST RUN
002730*                   HISTORY BEFORE OPERATIONS CLEARS RUNLOG,
002740*                   SO BATFCST CAN TREND EACH STEP'S ELAPSED
002750*                   TIME AND VOLUME OVER THE PAST MONTHS.
002800*----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT SLA-TABLE   ASSIGN TO "SLATBL"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003810     SELECT OPTIONAL RUN-HIST ASSIGN TO "RUNHIST"
003820         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT SLA-RPT     ASSIGN TO "SLARPT"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT OPTIONAL OPER-CARD ASSIGN TO "OPERCARD"
007100     05  SL-LATEST-END       PIC 9(06).
007200     05  FILLER              PIC X(62).
007300*
007310 FD  RUN-HIST
007320     LABEL RECORDS ARE STANDARD
007330     RECORD CONTAINS 80 CHARACTERS.
007340 01  RH-RECORD               PIC X(80).
007350*
007400 FD  SLA-RPT
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 80 CHARACTERS.
018900     PERFORM OPERAUTH-VALIDATE
019000         THRU OPERAUTH-VALIDATE-EXIT.
019100     OPEN INPUT RUN-LOG.
019110     OPEN EXTEND RUN-HIST.
019200     OPEN OUTPUT SLA-RPT.
019300     PERFORM 1100-LOAD-SLA-TABLE THRU 1100-EXIT.
019400     MOVE "SLAMON" TO RUNHDR-JOB-NAME.
023600*----------------------------------------------------------*
023700 2000-CHECK-STEP.
023800     ADD 1 TO WS-STEP-COUNT.
023810     WRITE RH-RECORD FROM RL-RECORD.
023900     PERFORM 2200-COMPUTE-ELAPSED THRU 2200-EXIT.
024000     MOVE "N" TO WS-SLA-FOUND-SW.
024100     IF WS-SLA-COUNT > ZERO
036300         MOVE 4 TO RETURN-CODE
036400     END-IF.
036500     CLOSE RUN-LOG.
036510     CLOSE RUN-HIST.
036600     CLOSE SLA-RPT.
036700 9000-EXIT.
036800     EXIT.
