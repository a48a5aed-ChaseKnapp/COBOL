      *     backup first, then transaction processing (EXAM2), the
      *     customer report (Lab3), payroll, and the reconciliation
      *     check last.
      *     A step's run flag can also tie it to the shop calendar
      *     CALENDAR.DAT instead of someone remembering to flip it:
      *     "B" runs the step only on a business day, "P" only on a
      *     fiscal period end (the month-end steps), and "1" to "7"
      *     only on that weekday, Monday to Sunday. "Y" still runs
      *     it every night and "N" never.
      *     "A" also runs the step every night, but an "A" step still
      *     runs when an earlier step fails and stops the chain: the
      *     remaining "A" steps (the report distribution at the end
      *     of the night) are launched before the driver stops, so
      *     the morning bundles go out noting what failed. The
      *     failing step's sequence is kept on DAILYRUN.CKPT beside
      *     the restart point for those steps to read.
      * Input:
      *     SCHEDULE.DAT (step schedule), DAILYRUN.CKPT (restart),
      *     CALENDAR.DAT (shop calendar)
      * Output:
      *     DAILYRUN.CKPT (updated as steps complete)
      ******************************************************************
               ASSIGN TO "SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT  CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT  RESTART-FILE
               ASSIGN TO "DAILYRUN.CKPT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  SC-RUN-FLAG        PIC X.
           05  SC-REQUIRED-FILE   PIC X(30).
           05  SC-COMMAND         PIC X(40).
       FD  CALENDAR-FILE.
           COPY CALREC.
       FD  RESTART-FILE.
       01  RESTART-REC.
           05  CK-LAST-COMPLETED  PIC 9(3).
           05  FILLER             PIC X.
           05  CK-FAILED-STEP     PIC 9(3).
       WORKING-STORAGE SECTION.
       77  WS-SCHED-STATUS    PIC XX.
       77  WS-CKPT-STATUS     PIC XX.
       77  WS-STEP-COMMAND    PIC X(100).
       77  WS-STEP-NAME       PIC X(40).
       77  WS-STEP-RC         PIC S9(9) COMP-5.
       77  WS-STOP-RC         PIC S9(9) COMP-5 VALUE ZERO.
       77  WS-FINAL-SUB       PIC 9(3)  VALUE ZERO.
       77  WS-LAST-COMPLETED  PIC 9(3)  VALUE ZERO.
       77  WS-STEP-SUB        PIC 9(3)  VALUE ZERO.
       77  WS-CHECK-FILE      PIC X(30).
       77  WS-FILE-DETAILS    PIC X(24).
       77  WS-CALL-STATUS     PIC 9(9)  COMP-5.
       77  WS-RUN-DATE        PIC 9(8)  VALUE ZERO.
       77  WS-RUN-WEEKDAY     PIC 9     VALUE ZERO.
       77  WS-RUN-BUSINESS    PIC X     VALUE "Y".
       77  WS-RUN-PERIOD-END  PIC X     VALUE "N".
       77  WS-STEP-DUE        PIC X     VALUE "Y".
       77  WS-SKIP-REASON     PIC X(30) VALUE SPACES.
      ******************************************************************
      * Shared calendar table and date logic fields; see CALWS.
      ******************************************************************
           COPY CALWS.
      ******************************************************************
      * The night's steps, loaded from SCHEDULE.DAT or seeded with
      * the historical chain when no schedule file exists.
       000-MAIN.
           PERFORM 010-LOAD-SCHEDULE
           PERFORM 020-LOAD-RESTART-POINT
           PERFORM 030-SET-RUN-DAY
           PERFORM 100-RUN-SCHEDULED-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
           DISPLAY "DAILY RUN COMPLETE"
           STOP RUN.
      ******************************************************************
      * Loads SCHEDULE.DAT, or seeds the built-in default chain
      * (backup, EXAM2, Lab3, payroll, reconciliation and the later
      * nightly steps, report distribution last) when the schedule
      * file is missing.
      ******************************************************************
       010-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
               PERFORM 015-SEED-DEFAULT-SCHEDULE
           END-IF.
       015-SEED-DEFAULT-SCHEDULE.
           MOVE 11 TO WS-STEP-COUNT
           MOVE 005 TO WS-ST-SEQ (1)
           MOVE "Y" TO WS-ST-RUN-FLAG (1)
           MOVE SPACES TO WS-ST-REQ-FILE (1)
           MOVE "Y" TO WS-ST-RUN-FLAG (5)
           MOVE SPACES TO WS-ST-REQ-FILE (5)
           MOVE "recon" TO WS-ST-COMMAND (5)
           MOVE 045 TO WS-ST-SEQ (6)
           MOVE "Y" TO WS-ST-RUN-FLAG (6)
           MOVE SPACES TO WS-ST-REQ-FILE (6)
           MOVE "credappr BATCH" TO WS-ST-COMMAND (6)
           MOVE 050 TO WS-ST-SEQ (7)
           MOVE "Y" TO WS-ST-RUN-FLAG (7)
           MOVE SPACES TO WS-ST-REQ-FILE (7)
           MOVE "alertrpt BATCH" TO WS-ST-COMMAND (7)
           MOVE 055 TO WS-ST-SEQ (8)
           MOVE "Y" TO WS-ST-RUN-FLAG (8)
           MOVE "SHIPOPEN.DAT" TO WS-ST-REQ-FILE (8)
           MOVE "shipage" TO WS-ST-COMMAND (8)
           MOVE 057 TO WS-ST-SEQ (9)
           MOVE "Y" TO WS-ST-RUN-FLAG (9)
           MOVE SPACES TO WS-ST-REQ-FILE (9)
           MOVE "shiphold" TO WS-ST-COMMAND (9)
           MOVE 060 TO WS-ST-SEQ (10)
           MOVE "Y" TO WS-ST-RUN-FLAG (10)
           MOVE SPACES TO WS-ST-REQ-FILE (10)
           MOVE "flashrpt" TO WS-ST-COMMAND (10)
           MOVE 065 TO WS-ST-SEQ (11)
           MOVE "A" TO WS-ST-RUN-FLAG (11)
           MOVE SPACES TO WS-ST-REQ-FILE (11)
           MOVE "distrib" TO WS-ST-COMMAND (11)
           .
      ******************************************************************
      * Reads the last completed step from the prior night; a
                   WS-LAST-COMPLETED
           END-IF.
      ******************************************************************
      * Tonight against the shop calendar: business day or not,
      * period end or not, and the weekday (1 Monday to 7 Sunday)
      * the calendar-tied run flags are checked against.
      ******************************************************************
       030-SET-RUN-DAY.
           COPY CALLOAD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           COMPUTE CAL-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COPY CALTEST.
           MOVE CAL-BUSINESS-DAY TO WS-RUN-BUSINESS
           IF CAL-WEEKDAY = ZERO
               MOVE 7 TO WS-RUN-WEEKDAY
           ELSE
               MOVE CAL-WEEKDAY TO WS-RUN-WEEKDAY
           END-IF
           MOVE WS-RUN-DATE TO CAL-DATE
           COPY CALPEND.
           MOVE CAL-PERIOD-END TO WS-RUN-PERIOD-END
           DISPLAY "RUN DATE " WS-RUN-DATE "  WEEKDAY " WS-RUN-WEEKDAY
               "  BUSINESS DAY " WS-RUN-BUSINESS
               "  PERIOD END " WS-RUN-PERIOD-END.
      ******************************************************************
      * Records a step as completed so a failure later in the chain
      * restarts after it, not over it.
      ******************************************************************
       050-SAVE-RESTART-POINT.
           MOVE WS-ST-SEQ (WS-STEP-SUB) TO WS-LAST-COMPLETED
           OPEN OUTPUT RESTART-FILE
           MOVE SPACES TO RESTART-REC
           MOVE WS-LAST-COMPLETED TO CK-LAST-COMPLETED
           MOVE ZERO TO CK-FAILED-STEP
           WRITE RESTART-REC
           CLOSE RESTART-FILE.
      ******************************************************************
      * Keeps the restart point and adds the step that stopped the
      * chain, for the "A" steps that still run tonight.
      ******************************************************************
       055-SAVE-FAILED-STEP.
           OPEN OUTPUT RESTART-FILE
           MOVE SPACES TO RESTART-REC
           MOVE WS-LAST-COMPLETED TO CK-LAST-COMPLETED
           MOVE WS-ST-SEQ (WS-STEP-SUB) TO CK-FAILED-STEP
           WRITE RESTART-REC
           CLOSE RESTART-FILE.
       060-CLEAR-RESTART-POINT.
           OPEN OUTPUT RESTART-FILE
           MOVE SPACES TO RESTART-REC
           MOVE ZERO TO CK-LAST-COMPLETED
           MOVE ZERO TO CK-FAILED-STEP
           WRITE RESTART-REC
           CLOSE RESTART-FILE.
      ******************************************************************
      * Runs one scheduled step: skipped if flagged off, not due on
      * tonight's calendar, or already completed by the run being
      * restarted; held with a clear
      * message if its required input file is not on disk; otherwise
      * launched as an OS process, stopping the whole chain the
      * moment an exit status comes back non-zero.
      ******************************************************************
       100-RUN-SCHEDULED-STEP.
           MOVE WS-ST-COMMAND (WS-STEP-SUB) TO WS-STEP-NAME
           PERFORM 105-CHECK-RUN-FLAG
           IF WS-STEP-DUE = "N"
               DISPLAY "SKIPPED (" FUNCTION TRIM (WS-SKIP-REASON)
                   "): " WS-STEP-NAME
           ELSE
               IF WS-ST-SEQ (WS-STEP-SUB) NOT > WS-LAST-COMPLETED
                   DISPLAY "SKIPPED (ALREADY COMPLETED): "
                       DISPLAY "STEP HELD - REQUIRED FILE MISSING: "
                           WS-ST-REQ-FILE (WS-STEP-SUB)
                           " FOR " WS-STEP-NAME
                       MOVE 1 TO WS-STOP-RC
                       PERFORM 130-STOP-DAILY-RUN
                   END-IF
               END-IF
           END-IF.
       105-CHECK-RUN-FLAG.
           MOVE "Y" TO WS-STEP-DUE
           MOVE SPACES TO WS-SKIP-REASON
           EVALUATE WS-ST-RUN-FLAG (WS-STEP-SUB)
               WHEN "Y"
               WHEN "A"
                   CONTINUE
               WHEN "N"
                   MOVE "N" TO WS-STEP-DUE
                   MOVE "FLAGGED OFF" TO WS-SKIP-REASON
               WHEN "B"
                   IF WS-RUN-BUSINESS = "N"
                       MOVE "N" TO WS-STEP-DUE
                       MOVE "NOT A BUSINESS DAY" TO WS-SKIP-REASON
                   END-IF
               WHEN "P"
                   IF WS-RUN-PERIOD-END = "N"
                       MOVE "N" TO WS-STEP-DUE
                       MOVE "NOT A PERIOD END" TO WS-SKIP-REASON
                   END-IF
               WHEN "1" THRU "7"
                   IF WS-ST-RUN-FLAG (WS-STEP-SUB) NOT = WS-RUN-WEEKDAY
                       MOVE "N" TO WS-STEP-DUE
                       MOVE "NOT ITS WEEKDAY" TO WS-SKIP-REASON
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-STEP-DUE
                   MOVE "UNKNOWN RUN FLAG" TO WS-SKIP-REASON
           END-EVALUATE.
       110-CHECK-REQUIRED-FILE.
           MOVE ZERO TO WS-CALL-STATUS
           IF WS-ST-REQ-FILE (WS-STEP-SUB) NOT = SPACES
           IF WS-STEP-RC NOT = ZERO
               DISPLAY "STEP FAILED: " WS-STEP-NAME
                   " (EXIT STATUS " WS-STEP-RC ") - DAILY RUN STOPPED"
               MOVE 1 TO WS-STOP-RC
               PERFORM 130-STOP-DAILY-RUN
           END-IF
           DISPLAY "COMPLETED: " WS-STEP-NAME
           PERFORM 050-SAVE-RESTART-POINT.
      ******************************************************************
      * Ends a failed night: records the failing step, runs the
      * remaining "A" steps, and stops with a non-zero status so
      * whoever launched the driver still sees the run failed.
      ******************************************************************
       130-STOP-DAILY-RUN.
           PERFORM 055-SAVE-FAILED-STEP
           PERFORM 140-RUN-FINAL-STEP
               VARYING WS-FINAL-SUB FROM WS-STEP-SUB BY 1
               UNTIL WS-FINAL-SUB > WS-STEP-COUNT
           DISPLAY "DAILY RUN STOPPED"
           MOVE WS-STOP-RC TO RETURN-CODE
           STOP RUN.
       140-RUN-FINAL-STEP.
           IF WS-FINAL-SUB > WS-STEP-SUB
              AND WS-ST-RUN-FLAG (WS-FINAL-SUB) = "A"
               MOVE WS-ST-COMMAND (WS-FINAL-SUB) TO WS-STEP-NAME
               DISPLAY "STARTING:  " WS-STEP-NAME
               MOVE WS-ST-COMMAND (WS-FINAL-SUB) TO WS-STEP-COMMAND
               CALL "SYSTEM" USING WS-STEP-COMMAND
               MOVE RETURN-CODE TO WS-STEP-RC
               IF WS-STEP-RC NOT = ZERO
                   DISPLAY "STEP FAILED: " WS-STEP-NAME
                       " (EXIT STATUS " WS-STEP-RC ")"
               ELSE
                   DISPLAY "COMPLETED: " WS-STEP-NAME
               END-IF
           END-IF.
       END PROGRAM DailyDriver.
