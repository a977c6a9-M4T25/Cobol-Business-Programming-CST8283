      * Purpose: Nightly batch driver - runs CAR, LAB9 and LAB8-PART3 in
      *          sequence, checking each step's completion status before
      *          starting the next, and writing one consolidated run log.
      *          Each step's outcome (completed, failed or skipped, with
      *          its return code) is kept in the NIGHTSTEP.DAT control
      *          file for the business date, and a restart run resumes
      *          at the failed step or an operator-named step, bypassing
      *          steps already completed for that date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT STEP-CONTROL-FILE
               ASSIGN TO "NIGHTSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-LOG-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

      ******************************************************************
      * Step control - one line per batch step for the business date
      * the run was started under, rewritten after every step so the
      * file always shows how far the run got.
      ******************************************************************
       FD STEP-CONTROL-FILE.
       01 STEP-CONTROL-RECORD.
           05 SCF-BUS-DATE PIC X(8).
           05 FILLER PIC X.
           05 SCF-STEP-SEQ PIC 9(2).
           05 FILLER PIC X.
           05 SCF-STEP-NAME PIC X(20).
           05 FILLER PIC X.
           05 SCF-STEP-STATUS PIC X(9).
           05 FILLER PIC X.
           05 SCF-RETURN-CODE PIC S9(4) SIGN IS LEADING SEPARATE.
           05 FILLER PIC X.
           05 SCF-TIMESTAMP PIC X(26).

       WORKING-STORAGE SECTION.
       01 WS-CURRENT-TIMESTAMP PIC X(26).
       01 WS-ABORT-FLG PIC X VALUE 'N'.
       01 WS-PRIOR-RUN-FLG PIC X.
       01 WS-SCAN-SUB PIC 9(3).
       01 WS-COMPLETED-TEXT PIC X(26).
       01 WS-STEPCTL-STATUS PIC X(2).
       01 WS-STEPCTL-EOF-FLG PIC X.
       01 WS-STEPCTL-DATE PIC X(8).
       01 WS-RUN-MODE PIC X.
       01 WS-RESTART-FLG PIC X VALUE 'N'.
       01 WS-RESTART-STEP PIC X(20).
       01 WS-RESUME-NUM PIC 9(2) VALUE 0.
       01 WS-BYPASS-COUNT PIC 9(2) VALUE 0.
       01 WS-BYPASS-COUNT-OUT PIC Z9.
       01 WS-STEP-NUM PIC 9(2) VALUE 0.
       01 WS-STEP-COUNT PIC 9(2) VALUE 0.
       01 WS-STEP-SUB PIC 9(2).
       01 WS-STEP-RC PIC S9(4).
       01 WS-STEP-RC-OUT PIC -(4)9.

       01 STEP-STATUS-TABLE.
           05 STEP-STATUS-ENTRY OCCURS 30 TIMES.
               10 STS-STEP-NAME PIC X(20).
               10 STS-STEP-STATUS PIC X(9).
                   88 STS-STEP-COMPLETED VALUE "COMPLETED".
                   88 STS-STEP-FAILED VALUE "FAILED".
                   88 STS-STEP-SKIPPED VALUE "SKIPPED".
                   88 STS-STEP-STARTED VALUE "STARTED".
               10 STS-RETURN-CODE PIC S9(4).
               10 STS-TIMESTAMP PIC X(26).

       01 LOG-DETAIL-LINE.
           05 LOG-TIMESTAMP PIC X(26).
               STOP RUN
           END-IF

           DISPLAY "Run mode (blank=normal run, R=restart): "
           ACCEPT WS-RUN-MODE
           IF WS-RUN-MODE = "R" OR WS-RUN-MODE = "r"
               DISPLAY "Restart at step (blank=failed step): "
               ACCEPT WS-RESTART-STEP
               PERFORM 130-PREPARE-RESTART
           END-IF

           MOVE "DRIVER" TO WS-STEP-NAME
           IF WS-RESTART-FLG = 'Y'
               OPEN EXTEND RUN-LOG-FILE
               IF WS-RUNLOG-STATUS = "35"
                   OPEN OUTPUT RUN-LOG-FILE
               END-IF
               MOVE SPACES TO WS-LOG-TEXT
               STRING "RESTART RUN FOR " DELIMITED BY SIZE
                       WS-BUSINESS-DATE DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
               PERFORM 110-LOG-MESSAGE
               MOVE SPACES TO WS-LOG-TEXT
               STRING "RESUMING AT " DELIMITED BY SIZE
                       STS-STEP-NAME(WS-RESUME-NUM) DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
               PERFORM 110-LOG-MESSAGE
               IF WS-RESTART-STEP = SPACES
                   MOVE "RESTART POINT IS THE FIRST UNFINISHED STEP"
                       TO WS-LOG-TEXT
               ELSE
                   MOVE "RESTART POINT NAMED BY OPERATOR"
                       TO WS-LOG-TEXT
               END-IF
               PERFORM 110-LOG-MESSAGE
           ELSE
               OPEN OUTPUT RUN-LOG-FILE
               MOVE "NIGHTLY BATCH RUN STARTED" TO WS-LOG-TEXT
               PERFORM 110-LOG-MESSAGE
               MOVE SPACES TO STEP-STATUS-TABLE
           END-IF

           MOVE "CAR LIST STEP" TO WS-STEP-NAME
           MOVE "CAR.EXE < NIGHTLY-CAR.IN" TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "CAR VERIFY STEP" TO WS-STEP-NAME
           MOVE "CARVERIFY.EXE" TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "LAB9 INVENTORY STEP" TO WS-STEP-NAME
           MOVE "LAB9.EXE" TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "INV ROLLFWD STEP" TO WS-STEP-NAME
           MOVE "INVROLL.EXE < NIGHTLY-ROLLFWD.IN"
               TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "LAB9 EXTRACT STEP" TO WS-STEP-NAME
           MOVE "LAB9EXTR.EXE < NIGHTLY-LAB9EXTR.IN"
               TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "INVOICE MATCH STEP" TO WS-STEP-NAME
           MOVE "INVMATCH.EXE" TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "LAB8 PAYROLL STEP" TO WS-STEP-NAME
           MOVE "LAB8-PART3.EXE < NIGHTLY-LAB8.IN"
               TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "GL EXTRACT STEP" TO WS-STEP-NAME
           MOVE "GLEXTRACT.EXE < NIGHTLY-GL.IN"
               TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "FUEL CARD IMPORT" TO WS-STEP-NAME
           MOVE "FUELIMP.EXE" TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "GAS TABLE AUDIT" TO WS-STEP-NAME
           MOVE "GASAUDIT.EXE" TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "GAS EDIT STEP" TO WS-STEP-NAME
           MOVE "GASEDIT.EXE" TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "GAS RATING STEP" TO WS-STEP-NAME
           MOVE "LAB7V2A.EXE < NIGHTLY-GAS.IN"
               TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "FUEL ANOMALY STEP" TO WS-STEP-NAME
           MOVE "FUELANOM.EXE" TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "COMPLIANCE TICKLER" TO WS-STEP-NAME
           MOVE "COMPTICK.EXE" TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "XREF SWEEP STEP" TO WS-STEP-NAME
           MOVE "XREFSWEEP.EXE" TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "REPORT SPOOL STEP" TO WS-STEP-NAME
           MOVE "RPTSPOOL.EXE" TO WS-STEP-COMMAND
           PERFORM 200-RUN-BATCH-STEP

           MOVE "DRIVER" TO WS-STEP-NAME
           IF WS-RESTART-FLG = 'Y'
               MOVE WS-BYPASS-COUNT TO WS-BYPASS-COUNT-OUT
               MOVE SPACES TO WS-LOG-TEXT
               STRING "STEPS BYPASSED ON RESTART:" DELIMITED BY SIZE
                       WS-BYPASS-COUNT-OUT DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
               PERFORM 110-LOG-MESSAGE
           END-IF
           IF WS-ABORT-FLG = 'Y'
               MOVE "NIGHTLY BATCH RUN ABORTED" TO WS-LOG-TEXT
           ELSE
               END-IF
           END-PERFORM.

      ******************************************************************
      * Restart set-up - the step control file must belong to the
      * business date still in BUSDATE.DAT; once the date has rolled
      * the failed run's steps no longer apply and a restart is
      * refused.  The resume point is the operator's named step, or
      * else the first step that did not complete.
      ******************************************************************
       130-PREPARE-RESTART.
           MOVE 0 TO WS-STEP-COUNT
           MOVE SPACES TO WS-STEPCTL-DATE
           MOVE SPACES TO STEP-STATUS-TABLE
           OPEN INPUT STEP-CONTROL-FILE
           IF WS-STEPCTL-STATUS NOT = "00"
               DISPLAY "RESTART REFUSED - NO NIGHTSTEP.DAT CONTROL "
                       "FILE FROM A PRIOR RUN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-STEPCTL-EOF-FLG
           PERFORM UNTIL WS-STEPCTL-EOF-FLG = 'Y'
               READ STEP-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-STEPCTL-EOF-FLG
                   NOT AT END
                       IF WS-STEP-COUNT < 30
                           ADD 1 TO WS-STEP-COUNT
                           MOVE SCF-BUS-DATE TO WS-STEPCTL-DATE
                           MOVE SCF-STEP-NAME
                               TO STS-STEP-NAME(WS-STEP-COUNT)
                           MOVE SCF-STEP-STATUS
                               TO STS-STEP-STATUS(WS-STEP-COUNT)
                           MOVE SCF-RETURN-CODE
                               TO STS-RETURN-CODE(WS-STEP-COUNT)
                           MOVE SCF-TIMESTAMP
                               TO STS-TIMESTAMP(WS-STEP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-CONTROL-FILE

           IF WS-STEPCTL-DATE NOT = WS-BUSINESS-DATE
               DISPLAY "RESTART REFUSED - BUSINESS DATE HAS ROLLED "
                       "SINCE THE FAILED RUN"
               DISPLAY "CONTROL FILE DATE: " WS-STEPCTL-DATE
                       "  BUSDATE.DAT: " WS-BUSINESS-DATE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-RESUME-NUM
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF WS-RESTART-STEP = SPACES
                   IF NOT STS-STEP-COMPLETED(WS-STEP-SUB)
                       MOVE WS-STEP-SUB TO WS-RESUME-NUM
                       EXIT PERFORM
                   END-IF
               ELSE
                   IF STS-STEP-NAME(WS-STEP-SUB) = WS-RESTART-STEP
                       MOVE WS-STEP-SUB TO WS-RESUME-NUM
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RESUME-NUM = 0
               IF WS-RESTART-STEP = SPACES
                   DISPLAY "RESTART REFUSED - EVERY STEP IS ALREADY "
                           "COMPLETED FOR " WS-BUSINESS-DATE
               ELSE
                   DISPLAY "RESTART REFUSED - STEP NOT FOUND: "
                           WS-RESTART-STEP
               END-IF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-RESTART-FLG.

      ******************************************************************
      * Every step comes through here, run or not, so the control file
      * has a line for each one.  After a failure the remaining steps
      * are recorded as skipped.  On a restart the steps ahead of the
      * resume point, and completed steps after it, are bypassed;
      * the resume step itself always runs.
      ******************************************************************
       200-RUN-BATCH-STEP.
           ADD 1 TO WS-STEP-NUM
           IF WS-STEP-NUM > WS-STEP-COUNT
               MOVE WS-STEP-NUM TO WS-STEP-COUNT
           END-IF
           IF STS-STEP-NAME(WS-STEP-NUM) NOT = WS-STEP-NAME
               MOVE WS-STEP-NAME TO STS-STEP-NAME(WS-STEP-NUM)
               MOVE SPACES TO STS-STEP-STATUS(WS-STEP-NUM)
               MOVE 0 TO STS-RETURN-CODE(WS-STEP-NUM)
           END-IF

           EVALUATE TRUE
               WHEN WS-ABORT-FLG = 'Y'
                   MOVE "SKIPPED" TO STS-STEP-STATUS(WS-STEP-NUM)
                   MOVE 0 TO STS-RETURN-CODE(WS-STEP-NUM)
                   MOVE "SKIPPED - EARLIER STEP FAILED" TO WS-LOG-TEXT
                   PERFORM 110-LOG-MESSAGE
               WHEN WS-RESTART-FLG = 'Y'
                       AND WS-STEP-NUM NOT = WS-RESUME-NUM
                       AND STS-STEP-COMPLETED(WS-STEP-NUM)
                   ADD 1 TO WS-BYPASS-COUNT
                   MOVE "BYPASSED ON RESTART - COMPLETED EARLIER"
                       TO WS-LOG-TEXT
                   PERFORM 110-LOG-MESSAGE
               WHEN WS-RESTART-FLG = 'Y'
                       AND WS-STEP-NUM < WS-RESUME-NUM
                   ADD 1 TO WS-BYPASS-COUNT
                   MOVE "SKIPPED" TO STS-STEP-STATUS(WS-STEP-NUM)
                   MOVE 0 TO STS-RETURN-CODE(WS-STEP-NUM)
                   MOVE "BYPASSED ON RESTART - NOT COMPLETED"
                       TO WS-LOG-TEXT
                   PERFORM 110-LOG-MESSAGE
               WHEN OTHER
                   PERFORM 210-EXECUTE-STEP
           END-EVALUATE
           PERFORM 220-WRITE-STEP-CONTROL.

       210-EXECUTE-STEP.
           MOVE "STARTED" TO STS-STEP-STATUS(WS-STEP-NUM)
           PERFORM 220-WRITE-STEP-CONTROL
           MOVE "STARTED" TO WS-LOG-TEXT
           PERFORM 110-LOG-MESSAGE

           CALL "SYSTEM" USING WS-STEP-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE WS-STEP-RC TO STS-RETURN-CODE(WS-STEP-NUM)

           IF WS-STEP-RC = 0
               MOVE "COMPLETED" TO STS-STEP-STATUS(WS-STEP-NUM)
               MOVE "COMPLETED OK" TO WS-LOG-TEXT
               PERFORM 110-LOG-MESSAGE
           ELSE
               MOVE "FAILED" TO STS-STEP-STATUS(WS-STEP-NUM)
               MOVE WS-STEP-RC TO WS-STEP-RC-OUT
               MOVE SPACES TO WS-LOG-TEXT
               STRING "FAILED - RETURN CODE " DELIMITED BY SIZE
                       WS-STEP-RC-OUT DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
               PERFORM 110-LOG-MESSAGE
               MOVE 'Y' TO WS-ABORT-FLG
           END-IF
           MOVE FUNCTION CURRENT-DATE TO STS-TIMESTAMP(WS-STEP-NUM).

       220-WRITE-STEP-CONTROL.
           OPEN OUTPUT STEP-CONTROL-FILE
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               MOVE SPACES TO STEP-CONTROL-RECORD
               MOVE WS-BUSINESS-DATE TO SCF-BUS-DATE
               MOVE WS-STEP-SUB TO SCF-STEP-SEQ
               MOVE STS-STEP-NAME(WS-STEP-SUB) TO SCF-STEP-NAME
               MOVE STS-STEP-STATUS(WS-STEP-SUB) TO SCF-STEP-STATUS
               MOVE STS-RETURN-CODE(WS-STEP-SUB) TO SCF-RETURN-CODE
               MOVE STS-TIMESTAMP(WS-STEP-SUB) TO SCF-TIMESTAMP
               WRITE STEP-CONTROL-RECORD
           END-PERFORM
           CLOSE STEP-CONTROL-FILE.

      ******************************************************************
      * The business date only moves forward after every step has
