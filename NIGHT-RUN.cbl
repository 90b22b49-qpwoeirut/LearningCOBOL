      *     halts only its own branch while independent branches keep
      *     running, and job_restart.txt carries every failed step so
      *     a rerun replays just those branches
      *   - every step timed through TIME-IT into step_timings.txt, and
      *     the last 20 clean runs of each step kept as its baseline:
      *     a step that runs past a multiple of its average is warned
      *     to the operations log, the chain is flagged at risk when
      *     the remaining steps' baselines project a finish past the
      *     batch window in batch_window.ctl, and a weekly trend of
      *     each step's average run time goes to step_trend_<week>.txt
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHT-RUN.
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-RESTART-FILE-STATUS.
               SELECT FS-TIMINGS-FILE ASSIGN TO "step_timings.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-TIMINGS-FILE-STATUS.
               SELECT FS-WINDOW-FILE ASSIGN TO "batch_window.ctl"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-WINDOW-FILE-STATUS.
               SELECT FS-TREND-FILE ASSIGN TO WS-TREND-FILENAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-TREND-FILE-STATUS.
               SELECT FS-RCAT-FILE ASSIGN TO "report_catalog.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-RCAT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD FS-JOB-FILE.
           FD FS-RESTART-FILE.
           01 FS-RESTART-RECORD.
               05 FS-RESTART-STEP PIC 9(2).

      * the lines TIME-IT writes: date, time, step name, the running
      * and step times, then the step's elapsed seconds
           FD FS-TIMINGS-FILE.
           01 FS-TIMINGS-LINE.
               05 FS-TM-MONTH              PIC 9(2).
               05 FILLER                   PIC X(1).
               05 FS-TM-DAY                PIC 9(2).
               05 FILLER                   PIC X(1).
               05 FS-TM-YEAR               PIC 9(4).
               05 FILLER                   PIC X(10).
               05 FS-TM-NAME               PIC X(30).
               05 FILLER                   PIC X(55).
               05 FS-TM-SECONDS-LABEL      PIC X(9).
               05 FS-TM-SECONDS-WHOLE      PIC 9(7).
               05 FILLER                   PIC X(1).
               05 FS-TM-SECONDS-HUNDREDTHS PIC 9(2).
               05 FILLER                   PIC X(8).

      * window close as HHMM (0000 for no window), the overrun
      * multiple (default 2.0) and the runs a baseline needs
      * (default 3)
           FD FS-WINDOW-FILE.
           01 FS-WINDOW-RECORD.
               05 FS-BW-DEADLINE PIC 9(4).
               05 FS-BW-MULTIPLE PIC 9V9.
               05 FS-BW-MIN-RUNS PIC 9(2).

           FD FS-TREND-FILE.
           01 FS-TREND-LINE PIC X(100).

           FD FS-RCAT-FILE.
           01 FS-RCAT-RECORD.
               05 FS-RCAT-TYPE     PIC X(12).
               05 FS-RCAT-DATE     PIC 9(8).
               05 FS-RCAT-FILENAME PIC X(60).
               05 FS-RCAT-COUNT    PIC 9(9).
               05 FS-RCAT-RUNBY    PIC X(12).
       WORKING-STORAGE SECTION.
           01 WS-JOB-FILE-STATUS     PIC X(2).
           01 WS-LOG-FILE-STATUS     PIC X(2).
           01 WS-RESTART-FILE-STATUS PIC X(2).
           01 WS-TIMINGS-FILE-STATUS PIC X(2).
           01 WS-WINDOW-FILE-STATUS  PIC X(2).
           01 WS-TREND-FILE-STATUS   PIC X(2).
           01 WS-RCAT-FILE-STATUS    PIC X(2).
           01 WS-EOF                 PIC X(3) VALUE "NO".
           01 WS-RESUME-MODE         PIC X(1).
           01 WS-RESUMING            PIC X(3) VALUE "NO".
                   10 WS-JT-DEPENDS PIC 9(2).
                   10 WS-JT-STATUS  PIC X(1).
                   10 WS-JT-RERUN   PIC X(1).
                   10 WS-JT-DUE     PIC X(1).
           01 WS-JOB-COUNT           PIC 9(2) VALUE 0.
           01 WS-JOB-INDEX           PIC 9(2).
           01 WS-JOB-SCAN            PIC 9(2).
                   10 WS-TS-MINUTE       PIC 9(02).
                   10 WS-TS-SECOND       PIC 9(02).
                   10 WS-TS-MILLISECONDS PIC 9(02).

           01 WS-TIMER-ACTION        PIC X(10).
           01 WS-STEP-RC             PIC S9(9).

           01 WS-BW-DEADLINE         PIC 9(4).
           01 WS-BW-DEADLINE-R REDEFINES WS-BW-DEADLINE.
               05 WS-BW-DEADLINE-HH PIC 9(2).
               05 WS-BW-DEADLINE-MM PIC 9(2).
           01 WS-BW-MULTIPLE         PIC 9V9.
           01 WS-BW-MIN-RUNS         PIC 9(2).

      * per job-table entry: the last 20 clean run times in a ring,
      * and the average and worst of them
           01 WS-BASELINE-TABLE.
               05 WS-BL-ENTRY OCCURS 50 TIMES.
                   10 WS-BL-COUNT   PIC 9(2).
                   10 WS-BL-NEXT    PIC 9(2).
                   10 WS-BL-AVERAGE PIC 9(7)V99.
                   10 WS-BL-WORST   PIC 9(7)V99.
                   10 WS-BL-RUN     PIC 9(7)V99 OCCURS 20 TIMES.
           01 WS-BL-INDEX            PIC 9(2).
           01 WS-BL-RING             PIC 9(2).
           01 WS-BL-TOTAL            PIC 9(9)V99.
           01 WS-LINE-SECONDS        PIC 9(7)V99.
           01 WS-LINE-DAYS           PIC 9(9).
           01 WS-LINE-WEEK           PIC 9(9).

      * seconds are counted on the DATE-TO-DAYS scale so a chain that
      * runs past midnight still adds up
           01 WS-NOW-DAYS            PIC 9(9).
           01 WS-NOW-SECONDS         PIC 9(11)V99.
           01 WS-CHAIN-START-SECONDS PIC 9(11)V99.
           01 WS-STEP-START-SECONDS  PIC 9(11)V99.
           01 WS-STEP-ELAPSED        PIC 9(7)V99.
           01 WS-WARN-LIMIT          PIC 9(8)V99.
           01 WS-OVERRUN-RATIO       PIC 9(3)V9.
           01 WS-OVERRUN-RATIO-EDIT  PIC ZZ9.9.
           01 WS-TIME-OF-DAY         PIC 9(5).
           01 WS-DEADLINE-OF-DAY     PIC 9(5).
           01 WS-DEADLINE-SECONDS    PIC 9(11)V99.
           01 WS-REMAINING-SECONDS   PIC 9(9)V99.
           01 WS-PROJECTED-SECONDS   PIC 9(11)V99.
           01 WS-AT-RISK             PIC X(3) VALUE "NO".

           01 WS-HMS-SECONDS         PIC 9(7)V99.
           01 WS-HMS-WHOLE           PIC 9(11).
           01 WS-HMS-HH              PIC 9(2).
           01 WS-HMS-MM              PIC 9(2).
           01 WS-HMS-SS              PIC 9(2).
           01 WS-HMS-TEXT            PIC X(8).
           01 WS-HMS-ELAPSED-TEXT    PIC X(8).
           01 WS-CLOCK-SECONDS       PIC 9(11)V99.
           01 WS-CLOCK-HH            PIC 9(2).
           01 WS-CLOCK-MM            PIC 9(2).
           01 WS-CLOCK-TEXT          PIC X(5).

      * runs and time per step for each of the last 12 weeks; slot 12
      * is the current week
           01 WS-TREND-TABLE.
               05 WS-TR-STEP OCCURS 50 TIMES.
                   10 WS-TR-WEEK OCCURS 12 TIMES.
                       15 WS-TR-RUNS  PIC 9(4).
                       15 WS-TR-TOTAL PIC 9(9)V99.
                       15 WS-TR-WORST PIC 9(7)V99.
           01 WS-THIS-WEEK           PIC 9(9).
           01 WS-TR-AGO              PIC S9(9).
           01 WS-TR-SLOT             PIC 9(2).
           01 WS-TR-STEP-RUNS        PIC 9(5).
           01 WS-TR-AVERAGE          PIC 9(7)V99.
           01 WS-TR-PREV-AVERAGE     PIC 9(7)V99.
           01 WS-TR-CHANGE           PIC S9(4).
           01 WS-TR-CHANGE-EDIT      PIC +(4)9.
           01 WS-TR-CHANGE-TEXT      PIC X(8).
           01 WS-TR-RUNS-EDIT        PIC ZZZ9.
           01 WS-TR-WEEK-START       PIC 9(8).
           01 WS-TR-WEEK-START-R REDEFINES WS-TR-WEEK-START.
               05 WS-TR-WS-YEAR  PIC 9(4).
               05 WS-TR-WS-MONTH PIC 9(2).
               05 WS-TR-WS-DAY   PIC 9(2).
           01 WS-TR-LINE-START       PIC 9(8).
           01 WS-TR-LINE-START-R REDEFINES WS-TR-LINE-START.
               05 WS-TR-LS-YEAR  PIC 9(4).
               05 WS-TR-LS-MONTH PIC 9(2).
               05 WS-TR-LS-DAY   PIC 9(2).
           01 WS-TR-LINES            PIC 9(5).
           01 WS-TREND-FILENAME      PIC X(60).
           01 WS-TREND-IS-NEW        PIC X(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-JOB-TABLE-PARA

           PERFORM CHECK-CALENDAR-PARA
           PERFORM CHECK-RESTART-PARA
           PERFORM LOAD-WINDOW-CONTROL-PARA
           PERFORM LOAD-BASELINES-PARA
           PERFORM MARK-DUE-STEPS-PARA
           PERFORM SET-DEADLINE-PARA

           PERFORM RUN-ONE-STEP-PARA
             VARYING WS-JOB-INDEX FROM 1 BY 1
             UNTIL WS-JOB-INDEX > WS-JOB-COUNT

           PERFORM WRITE-RESTART-PARA
           PERFORM WRITE-TREND-REPORT-PARA

           IF WS-AT-RISK = "YES"
               DISPLAY "The chain was flagged at risk of missing the bat
      -                "ch window"
           END-IF

           IF WS-FAIL-COUNT = 0
               DISPLAY "Night run complete - "WS-STEP-COUNT" steps ran"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-WINDOW-RISK-PARA

           DISPLAY "Step "WS-JT-STEP(WS-JOB-INDEX)": "
             WS-JT-NAME(WS-JOB-INDEX)
           MOVE "START" TO WS-COMMAND-TEXT
           PERFORM WRITE-LOG-ENTRY-PARA

      * only clean runs are timed into the history - a step that dies
      * early would drag its baseline down
           MOVE "START" TO WS-TIMER-ACTION
           CALL "TIME-IT" USING WS-TIMER-ACTION
               WS-JT-NAME(WS-JOB-INDEX)
           PERFORM GET-NOW-SECONDS-PARA
           MOVE WS-NOW-SECONDS TO WS-STEP-START-SECONDS

           MOVE WS-JT-COMMAND(WS-JOB-INDEX) TO WS-COMMAND-TEXT
           CALL "SYSTEM" USING WS-COMMAND-TEXT
           MOVE RETURN-CODE TO WS-STEP-RC

           IF WS-STEP-RC = 0
               MOVE "STOP" TO WS-TIMER-ACTION
               CALL "TIME-IT" USING WS-TIMER-ACTION
                   WS-JT-NAME(WS-JOB-INDEX)
               ADD 1 TO WS-STEP-COUNT
               MOVE "R" TO WS-JT-STATUS(WS-JOB-INDEX)
               MOVE "OK" TO WS-COMMAND-TEXT
               PERFORM WRITE-LOG-ENTRY-PARA
               PERFORM CHECK-STEP-RUNTIME-PARA
           ELSE
               DISPLAY "Step "WS-JT-STEP(WS-JOB-INDEX)" FAILED with re
      -                "turn code "WS-STEP-RC" - halting its branch"
               ADD 1 TO WS-FAIL-COUNT
               MOVE "F" TO WS-JT-STATUS(WS-JOB-INDEX)
               MOVE "FAILED" TO WS-COMMAND-TEXT
           END-IF
           .

      * the batch window: the clock time the chain must finish by
      * (HHMM, zero for no window), the multiple of a step's average
      * that counts as an overrun, and how many timed runs a step
      * needs before its baseline is trusted
       LOAD-WINDOW-CONTROL-PARA.
           MOVE 0 TO WS-BW-DEADLINE
           MOVE 2.0 TO WS-BW-MULTIPLE
           MOVE 3 TO WS-BW-MIN-RUNS
           OPEN INPUT FS-WINDOW-FILE
               IF WS-WINDOW-FILE-STATUS = "00"
                   READ FS-WINDOW-FILE
                       NOT AT END
                           IF FS-BW-DEADLINE IS NUMERIC
                              AND FS-BW-DEADLINE(1:2) < "24"
                              AND FS-BW-DEADLINE(3:2) < "60"
                               MOVE FS-BW-DEADLINE TO WS-BW-DEADLINE
                           END-IF
                           IF FS-BW-MULTIPLE IS NUMERIC
                              AND FS-BW-MULTIPLE > 1.0
                               MOVE FS-BW-MULTIPLE TO WS-BW-MULTIPLE
                           END-IF
                           IF FS-BW-MIN-RUNS IS NUMERIC
                              AND FS-BW-MIN-RUNS > 0
                               MOVE FS-BW-MIN-RUNS TO WS-BW-MIN-RUNS
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-WINDOW-FILE
           .

      * TIME-IT appends a line per finished step to step_timings.txt;
      * only the night-run's own step names are picked up, so BANK
      * and PAYROLL timings in the same file are passed over
       LOAD-BASELINES-PARA.
           MOVE ZEROS TO WS-BASELINE-TABLE
           MOVE ZEROS TO WS-TREND-TABLE
           COMPUTE WS-THIS-WEEK = (WS-TODAY-AS-DAYS - 1) / 7
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-TIMINGS-FILE
               IF WS-TIMINGS-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-TIMINGS-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-TIMING-LINE-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-TIMINGS-FILE

           PERFORM SUM-BASELINE-PARA
             VARYING WS-JOB-SCAN FROM 1 BY 1
             UNTIL WS-JOB-SCAN > WS-JOB-COUNT
           .

       TAKE-TIMING-LINE-PARA.
           IF FS-TM-SECONDS-LABEL NOT = " seconds "
              OR FS-TM-SECONDS-WHOLE IS NOT NUMERIC
              OR FS-TM-SECONDS-HUNDREDTHS IS NOT NUMERIC
              OR FS-TM-YEAR IS NOT NUMERIC
              OR FS-TM-MONTH IS NOT NUMERIC
              OR FS-TM-DAY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BL-INDEX
           PERFORM VARYING WS-JOB-SCAN FROM 1 BY 1
             UNTIL WS-JOB-SCAN > WS-JOB-COUNT
               IF WS-JT-NAME(WS-JOB-SCAN) = FS-TM-NAME
                  AND WS-BL-INDEX = 0
                   MOVE WS-JOB-SCAN TO WS-BL-INDEX
               END-IF
           END-PERFORM
           IF WS-BL-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LINE-SECONDS = FS-TM-SECONDS-WHOLE
               + FS-TM-SECONDS-HUNDREDTHS / 100

      * the file is in run order, so a ring of the last 20 slots
      * always holds the 20 most recent runs
           ADD 1 TO WS-BL-NEXT(WS-BL-INDEX)
           IF WS-BL-NEXT(WS-BL-INDEX) > 20
               MOVE 1 TO WS-BL-NEXT(WS-BL-INDEX)
           END-IF
           MOVE WS-LINE-SECONDS
             TO WS-BL-RUN(WS-BL-INDEX, WS-BL-NEXT(WS-BL-INDEX))
           IF WS-BL-COUNT(WS-BL-INDEX) < 20
               ADD 1 TO WS-BL-COUNT(WS-BL-INDEX)
           END-IF

      * weeks run Monday to Sunday; slot 12 is this week
           CALL "DATE-TO-DAYS" USING FS-TM-YEAR FS-TM-MONTH FS-TM-DAY
                                     WS-LINE-DAYS
           COMPUTE WS-LINE-WEEK = (WS-LINE-DAYS - 1) / 7
           COMPUTE WS-TR-AGO = WS-THIS-WEEK - WS-LINE-WEEK
           IF WS-TR-AGO >= 0 AND WS-TR-AGO < 12
               COMPUTE WS-TR-SLOT = 12 - WS-TR-AGO
               ADD 1 TO WS-TR-RUNS(WS-BL-INDEX, WS-TR-SLOT)
               ADD WS-LINE-SECONDS
                 TO WS-TR-TOTAL(WS-BL-INDEX, WS-TR-SLOT)
               IF WS-LINE-SECONDS >
                  WS-TR-WORST(WS-BL-INDEX, WS-TR-SLOT)
                   MOVE WS-LINE-SECONDS
                     TO WS-TR-WORST(WS-BL-INDEX, WS-TR-SLOT)
               END-IF
           END-IF
           .

       SUM-BASELINE-PARA.
           IF WS-BL-COUNT(WS-JOB-SCAN) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BL-TOTAL
           PERFORM VARYING WS-BL-RING FROM 1 BY 1
             UNTIL WS-BL-RING > WS-BL-COUNT(WS-JOB-SCAN)
               ADD WS-BL-RUN(WS-JOB-SCAN, WS-BL-RING) TO WS-BL-TOTAL
               IF WS-BL-RUN(WS-JOB-SCAN, WS-BL-RING) >
                  WS-BL-WORST(WS-JOB-SCAN)
                   MOVE WS-BL-RUN(WS-JOB-SCAN, WS-BL-RING)
                     TO WS-BL-WORST(WS-JOB-SCAN)
               END-IF
           END-PERFORM
           COMPUTE WS-BL-AVERAGE(WS-JOB-SCAN) ROUNDED =
               WS-BL-TOTAL / WS-BL-COUNT(WS-JOB-SCAN)
           .

      * which steps will actually run tonight, worked out up front so
      * the finish can be projected from the steps still to come
       MARK-DUE-STEPS-PARA.
           PERFORM VARYING WS-JOB-INDEX FROM 1 BY 1
             UNTIL WS-JOB-INDEX > WS-JOB-COUNT
               PERFORM CHECK-STEP-DUE-PARA
               MOVE WS-STEP-DUE(1:1) TO WS-JT-DUE(WS-JOB-INDEX)
           END-PERFORM
           .

      * the deadline is a clock time - one at or before the time the
      * chain starts means tomorrow morning
       SET-DEADLINE-PARA.
           PERFORM GET-NOW-SECONDS-PARA
           MOVE WS-NOW-SECONDS TO WS-CHAIN-START-SECONDS
           MOVE "NO" TO WS-AT-RISK
           IF WS-BW-DEADLINE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TIME-OF-DAY = WS-TS-HOURS * 3600
               + WS-TS-MINUTE * 60 + WS-TS-SECOND
           COMPUTE WS-DEADLINE-OF-DAY = WS-BW-DEADLINE-HH * 3600
               + WS-BW-DEADLINE-MM * 60
           COMPUTE WS-DEADLINE-SECONDS = WS-NOW-DAYS * 86400
               + WS-DEADLINE-OF-DAY
           IF WS-DEADLINE-OF-DAY <= WS-TIME-OF-DAY
               ADD 86400 TO WS-DEADLINE-SECONDS
           END-IF
           .

       GET-NOW-SECONDS-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-DATA
           CALL "DATE-TO-DAYS" USING WS-TS-YEAR WS-TS-MONTH WS-TS-DAY
                                     WS-NOW-DAYS
           COMPUTE WS-NOW-SECONDS = WS-NOW-DAYS * 86400
               + WS-TS-HOURS * 3600 + WS-TS-MINUTE * 60
               + WS-TS-SECOND + WS-TS-MILLISECONDS / 100
           .

      * before each step: now plus the baselines of this step and
      * every step still to run tonight - past the window's close
      * and the chain is flagged once, while there is still time to
      * call someone
       CHECK-WINDOW-RISK-PARA.
           IF WS-BW-DEADLINE = 0 OR WS-AT-RISK = "YES"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REMAINING-SECONDS
           PERFORM VARYING WS-JOB-SCAN FROM WS-JOB-INDEX BY 1
             UNTIL WS-JOB-SCAN > WS-JOB-COUNT
               IF WS-JT-RERUN(WS-JOB-SCAN) = "Y"
                  AND WS-JT-DUE(WS-JOB-SCAN) = "Y"
                  AND WS-JT-STATUS(WS-JOB-SCAN) = "N"
                   ADD WS-BL-AVERAGE(WS-JOB-SCAN)
                     TO WS-REMAINING-SECONDS
               END-IF
           END-PERFORM
           PERFORM GET-NOW-SECONDS-PARA
           COMPUTE WS-PROJECTED-SECONDS =
               WS-NOW-SECONDS + WS-REMAINING-SECONDS
           IF WS-PROJECTED-SECONDS NOT > WS-DEADLINE-SECONDS
               EXIT PARAGRAPH
           END-IF

           MOVE "YES" TO WS-AT-RISK
           MOVE WS-PROJECTED-SECONDS TO WS-CLOCK-SECONDS
           PERFORM FORMAT-CLOCK-PARA
           DISPLAY "Night run AT RISK - projected to finish at "
             WS-CLOCK-TEXT", the batch window closes at "
             WS-BW-DEADLINE-HH":"WS-BW-DEADLINE-MM
           MOVE "AT RISK" TO WS-COMMAND-TEXT
           PERFORM WRITE-LOG-ENTRY-PARA
           MOVE "W" TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "chain at risk: projected finish "WS-CLOCK-TEXT
                  ", window closes "WS-BW-DEADLINE-HH":"
                  WS-BW-DEADLINE-MM
             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           CALL "OPS-LOG" USING WS-OPS-SEVERITY WS-OPS-PROGRAM
               WS-OPS-MESSAGE
           .

      * after a clean step: against its baseline, once the step has
      * enough history for the average to mean something
       CHECK-STEP-RUNTIME-PARA.
           PERFORM GET-NOW-SECONDS-PARA
           COMPUTE WS-STEP-ELAPSED =
               WS-NOW-SECONDS - WS-STEP-START-SECONDS
           IF WS-BL-COUNT(WS-JOB-INDEX) < WS-BW-MIN-RUNS
              OR WS-BL-AVERAGE(WS-JOB-INDEX) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WARN-LIMIT =
               WS-BL-AVERAGE(WS-JOB-INDEX) * WS-BW-MULTIPLE
           IF WS-STEP-ELAPSED NOT > WS-WARN-LIMIT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-OVERRUN-RATIO ROUNDED =
               WS-STEP-ELAPSED / WS-BL-AVERAGE(WS-JOB-INDEX)
               ON SIZE ERROR
                   MOVE 999.9 TO WS-OVERRUN-RATIO
           END-COMPUTE
           MOVE WS-OVERRUN-RATIO TO WS-OVERRUN-RATIO-EDIT
           MOVE WS-STEP-ELAPSED TO WS-HMS-SECONDS
           PERFORM FORMAT-ELAPSED-PARA
           MOVE WS-HMS-TEXT TO WS-HMS-ELAPSED-TEXT
           MOVE WS-BL-AVERAGE(WS-JOB-INDEX) TO WS-HMS-SECONDS
           PERFORM FORMAT-ELAPSED-PARA
           DISPLAY "Step "WS-JT-STEP(WS-JOB-INDEX)" ran "
             WS-HMS-ELAPSED-TEXT" - "
             FUNCTION TRIM(WS-OVERRUN-RATIO-EDIT)
             " times its average of "WS-HMS-TEXT
           MOVE "SLOW" TO WS-COMMAND-TEXT
           PERFORM WRITE-LOG-ENTRY-PARA
           MOVE "W" TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "step "WS-JT-STEP(WS-JOB-INDEX)" ran "
                  WS-HMS-ELAPSED-TEXT", "
                  FUNCTION TRIM(WS-OVERRUN-RATIO-EDIT)
                  "x avg "WS-HMS-TEXT" "
                  WS-JT-NAME(WS-JOB-INDEX)
             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           CALL "OPS-LOG" USING WS-OPS-SEVERITY WS-OPS-PROGRAM
               WS-OPS-MESSAGE
           .

       FORMAT-ELAPSED-PARA.
           MOVE WS-HMS-SECONDS TO WS-HMS-WHOLE
           COMPUTE WS-HMS-HH = WS-HMS-WHOLE / 3600
           COMPUTE WS-HMS-MM = FUNCTION MOD(WS-HMS-WHOLE, 3600) / 60
           COMPUTE WS-HMS-SS = FUNCTION MOD(WS-HMS-WHOLE, 60)
           MOVE SPACES TO WS-HMS-TEXT
           STRING WS-HMS-HH":"WS-HMS-MM":"WS-HMS-SS
             DELIMITED BY SIZE INTO WS-HMS-TEXT
           .

       FORMAT-CLOCK-PARA.
           MOVE WS-CLOCK-SECONDS TO WS-HMS-WHOLE
           COMPUTE WS-HMS-WHOLE = FUNCTION MOD(WS-HMS-WHOLE, 86400)
           COMPUTE WS-CLOCK-HH = WS-HMS-WHOLE / 3600
           COMPUTE WS-CLOCK-MM = FUNCTION MOD(WS-HMS-WHOLE, 3600) / 60
           MOVE SPACES TO WS-CLOCK-TEXT
           STRING WS-CLOCK-HH":"WS-CLOCK-MM
             DELIMITED BY SIZE INTO WS-CLOCK-TEXT
           .

      * each step's average run time week by week over the last 12
      * weeks, with the change on the week before - the slow creep a
      * single night never shows. The file is named for the week and
      * rewritten every night; it goes in the report catalog the first
      * night of each week
       WRITE-TREND-REPORT-PARA.
           COMPUTE WS-TR-WEEK-START = FUNCTION DATE-OF-INTEGER(
               WS-THIS-WEEK * 7 + 1)
           MOVE SPACES TO WS-TREND-FILENAME
           STRING "step_trend_"WS-TR-WEEK-START".txt"
             DELIMITED BY SIZE INTO WS-TREND-FILENAME
           MOVE "NO" TO WS-TREND-IS-NEW
           OPEN INPUT FS-TREND-FILE
               IF WS-TREND-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-TREND-IS-NEW
               END-IF
           CLOSE FS-TREND-FILE

           MOVE 0 TO WS-TR-LINES
           OPEN OUTPUT FS-TREND-FILE
               MOVE SPACES TO FS-TREND-LINE
               STRING "NIGHT RUN STEP TIMES BY WEEK - LAST 12 WEEKS"
                      " TO THE WEEK OF "WS-TR-WS-YEAR"/"
                      WS-TR-WS-MONTH"/"WS-TR-WS-DAY
                 DELIMITED BY SIZE INTO FS-TREND-LINE
               WRITE FS-TREND-LINE
               MOVE SPACES TO FS-TREND-LINE
               STRING "  WEEK OF     RUNS  AVERAGE   WORST     CHANGE"
                 DELIMITED BY SIZE INTO FS-TREND-LINE
               WRITE FS-TREND-LINE
               PERFORM WRITE-TREND-STEP-PARA
                 VARYING WS-JOB-SCAN FROM 1 BY 1
                 UNTIL WS-JOB-SCAN > WS-JOB-COUNT
               IF WS-TR-LINES = 0
                   MOVE SPACES TO FS-TREND-LINE
                   MOVE "No step timings in the last 12 weeks"
                     TO FS-TREND-LINE
                   WRITE FS-TREND-LINE
               END-IF
           CLOSE FS-TREND-FILE

           IF WS-TREND-IS-NEW = "YES"
               MOVE "STEPTREND" TO FS-RCAT-TYPE
               MOVE WS-TREND-FILENAME TO FS-RCAT-FILENAME
               MOVE WS-TR-LINES TO FS-RCAT-COUNT
               MOVE WS-TODAY-DATA(1:8) TO FS-RCAT-DATE
               MOVE "NIGHT-RUN" TO FS-RCAT-RUNBY
               OPEN EXTEND FS-RCAT-FILE
                   IF WS-RCAT-FILE-STATUS = '35'
                       OPEN OUTPUT FS-RCAT-FILE
                   END-IF
                   WRITE FS-RCAT-RECORD
               CLOSE FS-RCAT-FILE
           END-IF
           .

       WRITE-TREND-STEP-PARA.
           MOVE 0 TO WS-TR-STEP-RUNS
           PERFORM VARYING WS-TR-SLOT FROM 1 BY 1 UNTIL WS-TR-SLOT > 12
               ADD WS-TR-RUNS(WS-JOB-SCAN, WS-TR-SLOT)
                 TO WS-TR-STEP-RUNS
           END-PERFORM
           IF WS-TR-STEP-RUNS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BL-AVERAGE(WS-JOB-SCAN) TO WS-HMS-SECONDS
           PERFORM FORMAT-ELAPSED-PARA
           MOVE WS-HMS-TEXT TO WS-HMS-ELAPSED-TEXT
           MOVE WS-BL-WORST(WS-JOB-SCAN) TO WS-HMS-SECONDS
           PERFORM FORMAT-ELAPSED-PARA
           MOVE SPACES TO FS-TREND-LINE
           WRITE FS-TREND-LINE
           STRING "Step "WS-JT-STEP(WS-JOB-SCAN)" "
                  WS-JT-NAME(WS-JOB-SCAN)" baseline "
                  WS-HMS-ELAPSED-TEXT" worst "WS-HMS-TEXT
                  " (last "WS-BL-COUNT(WS-JOB-SCAN)" runs)"
             DELIMITED BY SIZE INTO FS-TREND-LINE
           WRITE FS-TREND-LINE

           MOVE 0 TO WS-TR-PREV-AVERAGE
           PERFORM WRITE-TREND-WEEK-PARA
             VARYING WS-TR-SLOT FROM 1 BY 1 UNTIL WS-TR-SLOT > 12
           .

       WRITE-TREND-WEEK-PARA.
           IF WS-TR-RUNS(WS-JOB-SCAN, WS-TR-SLOT) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TR-AVERAGE ROUNDED =
               WS-TR-TOTAL(WS-JOB-SCAN, WS-TR-SLOT)
               / WS-TR-RUNS(WS-JOB-SCAN, WS-TR-SLOT)
           COMPUTE WS-TR-LINE-START = FUNCTION DATE-OF-INTEGER(
               (WS-THIS-WEEK - 12 + WS-TR-SLOT) * 7 + 1)
           MOVE WS-TR-RUNS(WS-JOB-SCAN, WS-TR-SLOT) TO WS-TR-RUNS-EDIT

           MOVE WS-TR-WORST(WS-JOB-SCAN, WS-TR-SLOT) TO WS-HMS-SECONDS
           PERFORM FORMAT-ELAPSED-PARA
           MOVE WS-HMS-TEXT TO WS-HMS-ELAPSED-TEXT
           MOVE WS-TR-AVERAGE TO WS-HMS-SECONDS
           PERFORM FORMAT-ELAPSED-PARA

           MOVE SPACES TO WS-TR-CHANGE-TEXT
           IF WS-TR-PREV-AVERAGE > 0
               COMPUTE WS-TR-CHANGE ROUNDED =
                   (WS-TR-AVERAGE - WS-TR-PREV-AVERAGE) * 100
                   / WS-TR-PREV-AVERAGE
                   ON SIZE ERROR
                       MOVE 9999 TO WS-TR-CHANGE
               END-COMPUTE
               MOVE WS-TR-CHANGE TO WS-TR-CHANGE-EDIT
               STRING WS-TR-CHANGE-EDIT"%"
                 DELIMITED BY SIZE INTO WS-TR-CHANGE-TEXT
           END-IF

           MOVE SPACES TO FS-TREND-LINE
           STRING "  "WS-TR-LS-YEAR"/"WS-TR-LS-MONTH"/"WS-TR-LS-DAY
                  "  "WS-TR-RUNS-EDIT"  "
                  WS-HMS-TEXT"  "WS-HMS-ELAPSED-TEXT"  "
                  WS-TR-CHANGE-TEXT
             DELIMITED BY SIZE INTO FS-TREND-LINE
           WRITE FS-TREND-LINE
           ADD 1 TO WS-TR-LINES
           MOVE WS-TR-AVERAGE TO WS-TR-PREV-AVERAGE
           .

       END PROGRAM NIGHT-RUN.
