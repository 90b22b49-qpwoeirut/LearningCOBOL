      *     the elapsed time of every named step appended to
      *     step_timings.txt so the night-run steps can be watched
      *     slowing down over the months
      *   - the timing line widened so the step time is no longer cut
      *     short, and it ends with the step's elapsed seconds so the
      *     night run can build run-time baselines from the history
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIME-IT.
       DATA DIVISION.
       FILE SECTION.
           FD FS-TIMINGS-FILE.
           01 FS-TIMINGS-LINE PIC X(132).
       WORKING-STORAGE SECTION.
               01 WS-TIMINGS-FILE-STATUS         PIC X(2).
               01 WS-TIMER-RUNNING               PIC X(1) VALUE "N".
                   10 WS-CP-DISPLAY-MINUTE       PIC 9(2).
                   10 WS-CP-DISPLAY-SECOND       PIC 9(2).
                   10 WS-CP-DISPLAY-MILLISECONDS PIC 9(2).

               01 WS-STEP-SECONDS                PIC 9(7)V99.
               01 WS-STEP-SECONDS-EDIT           PIC 9(7).99.
       LINKAGE SECTION.
           01 LS-ACTION    PIC X(10).
           01 LS-STEP-NAME PIC X(30).
           GIVING WS-CP-DAY-DIFFERENCE
           PERFORM CALCULATE-CHECKPOINT-DIFFERENCE-PARA
           MOVE WS-CHECKPOINT-DIFFERENCE TO WS-CP-DISPLAY-DATE
           COMPUTE WS-STEP-SECONDS =
               WS-CP-DAY-DIFFERENCE * 86400
               + WS-CP-HOUR-DIFFERENCE * 3600
               + WS-CP-MINUTE-DIFFERENCE * 60
               + WS-CP-SECOND-DIFFERENCE
               + WS-CP-MILLISECOND-DIFFERENCE / 100
           MOVE WS-STEP-SECONDS TO WS-STEP-SECONDS-EDIT

           DISPLAY "["LS-STEP-NAME"]"
           DISPLAY "  since start    DD:HH:MM:SS "WS-DISPLAY-DAY":"
                      WS-CP-DISPLAY-HOUR":"WS-CP-DISPLAY-MINUTE":"
                      WS-CP-DISPLAY-SECOND"."
                      WS-CP-DISPLAY-MILLISECONDS
                      " seconds "WS-STEP-SECONDS-EDIT
                 DELIMITED BY SIZE INTO FS-TIMINGS-LINE
               WRITE FS-TIMINGS-LINE
           CLOSE FS-TIMINGS-FILE
