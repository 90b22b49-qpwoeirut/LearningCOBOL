           01 WS-DIFF-LIST    PIC X(60).
           01 WS-DIFF-PTR     PIC 9(3).
           01 WS-DIFF-SHOWN   PIC 9(2).
           01 WS-SHOW-DATA    PIC X(60).
           01 WS-SHOW-INDEX   PIC 9(2).
           01 WS-RUN-LEN      PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Input the path of file A:"
       NOTE-ONLY-A-PARA.
           ADD 1 TO WS-ONLYA-COUNT
           MOVE SPACES TO FS-REPORT-LINE
           MOVE WS-A-DATA(1:60) TO WS-SHOW-DATA
           PERFORM MASK-DIGIT-RUNS-PARA
           STRING "ONLY IN A: "WS-SHOW-DATA
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           DISPLAY FS-REPORT-LINE
       NOTE-ONLY-B-PARA.
           ADD 1 TO WS-ONLYB-COUNT
           MOVE SPACES TO FS-REPORT-LINE
           MOVE WS-B-DATA(1:60) TO WS-SHOW-DATA
           PERFORM MASK-DIGIT-RUNS-PARA
           STRING "ONLY IN B: "WS-SHOW-DATA
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           DISPLAY FS-REPORT-LINE
           .

      * the unloads carry account numbers, SSNs, and tax ids, so a
      * record shown on the report keeps only the last four digits of
      * any run of nine digits or more
       MASK-DIGIT-RUNS-PARA.
           MOVE 0 TO WS-RUN-LEN
           PERFORM VARYING WS-SHOW-INDEX FROM 1 BY 1
             UNTIL WS-SHOW-INDEX > 60
               IF WS-SHOW-DATA(WS-SHOW-INDEX:1) IS NUMERIC
                   ADD 1 TO WS-RUN-LEN
               ELSE
                   PERFORM MASK-ONE-RUN-PARA
                   MOVE 0 TO WS-RUN-LEN
               END-IF
           END-PERFORM
           PERFORM MASK-ONE-RUN-PARA
           .

      * the run just ended at the byte before WS-SHOW-INDEX
       MASK-ONE-RUN-PARA.
           IF WS-RUN-LEN >= 9
               MOVE ALL "*" TO WS-SHOW-DATA(WS-SHOW-INDEX - WS-RUN-LEN:
                   WS-RUN-LEN - 4)
           END-IF
           .

       ADVANCE-A-PARA.
           IF WS-A-ACTIVE = "N"
               EXIT PARAGRAPH
