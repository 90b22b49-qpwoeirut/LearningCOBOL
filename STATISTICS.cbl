      *     CSV and get per-key count, sum, mean, min/max plus a
      *     grand total, sorted by key or by descending sum, in both
      *     display and report-file output
      *   - time-series trend mode: a date column and a value column
      *     of a CSV rolled up by day, week or month, with each
      *     period's count and total, a moving average over a chosen
      *     window, period-over-period change and percent, and
      *     periods beyond two standard deviations flagged
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATISTICS.
           01 WS-GRAND-TOTAL     PIC S9(16)V9(2).
           01 WS-GRAND-COUNT     PIC 9(9).
           01 WS-GROUP-KEY-VALUE PIC X(30).

           01 WS-TREND-DATE-COL  PIC 9(1).
           01 WS-TREND-VAL-COL   PIC 9(1).
           01 WS-TREND-PERIOD    PIC X(1).
           01 WS-TREND-WINDOW    PIC 9(2).
           01 WS-TREND-TABLE.
               05 WS-TRD-ENTRY OCCURS 500 TIMES.
                   10 WS-TRD-KEY   PIC 9(8).
                   10 WS-TRD-COUNT PIC 9(9).
                   10 WS-TRD-SUM   PIC S9(15)V9(2).
           01 WS-TRD-TEMP.
               05 WS-TRD-T-KEY   PIC 9(8).
               05 WS-TRD-T-COUNT PIC 9(9).
               05 WS-TRD-T-SUM   PIC S9(15)V9(2).
           01 WS-TREND-COUNT     PIC 9(3) VALUE 0.
           01 WS-TREND-INDEX     PIC 9(3).
           01 WS-TREND-INNER     PIC 9(3).
           01 WS-TREND-FROM      PIC 9(3).
           01 WS-TREND-IN-WINDOW PIC 9(3).
           01 WS-TREND-FOUND     PIC X(3).
           01 WS-TREND-DATE-OK   PIC X(3).
           01 WS-TREND-DATE-TEXT PIC X(30).
      * the row's date as text first, so a header or a blank is
      * caught by the numeric test before it is used as a date
           01 WS-TREND-YMD-X.
               05 WS-TREND-YEAR-X  PIC X(4).
               05 WS-TREND-MONTH-X PIC X(2).
               05 WS-TREND-DAY-X   PIC X(2).
           01 WS-TREND-YMD REDEFINES WS-TREND-YMD-X PIC 9(8).
           01 WS-TREND-KEY       PIC 9(8).
           01 WS-TREND-DAYS      PIC 9(9).
           01 WS-TREND-ROWS      PIC 9(9).
           01 WS-TREND-SKIPPED   PIC 9(9).
           01 WS-TREND-OUTLIERS  PIC 9(3).
           01 WS-TREND-MEAN      PIC S9(15)V9(4).
           01 WS-TREND-SUMSQ     PIC S9(31)V9(4).
           01 WS-TREND-VARIANCE  PIC S9(31)V9(4).
           01 WS-TREND-STD-DEV   PIC S9(15)V9(4).
           01 WS-TREND-WIN-SUM   PIC S9(18)V9(2).
           01 WS-TREND-MOVING    PIC S9(15)V9(2).
           01 WS-TREND-CHANGE    PIC S9(15)V9(2).
           01 WS-TREND-PCT       PIC S9(7)V9(2).
           01 WS-TREND-LABEL     PIC X(13).
           01 WS-TREND-FLAG      PIC X(7).
           01 WS-TREND-PERIOD-NAME PIC X(5).
           01 WS-TREND-COUNT-EDIT  PIC Z(8)9.
           01 WS-TREND-AMT-EDIT    PIC -(13)9.99.
           01 WS-TREND-MA-EDIT     PIC -(13)9.99.
           01 WS-TREND-CHG-EDIT    PIC -(13)9.99.
           01 WS-TREND-PCT-EDIT    PIC -(6)9.99.
           01 WS-TREND-CHG-TEXT    PIC X(17).
           01 WS-TREND-PCT-TEXT    PIC X(10).
           01 WS-TREND-LINE        PIC X(150).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter the relative path to the file of numbers"
               END-IF

               DISPLAY "Read 1) a plain number file, 2) a column of a
      -           " statement CSV, 3) group a CSV by a key column, or 4)
      -           " trend a CSV value over time?"
               ACCEPT WS-INPUT-MODE
               IF WS-INPUT-MODE = 3
                   PERFORM GROUP-BY-PARA
                   STOP RUN
               END-IF
               IF WS-INPUT-MODE = 4
                   PERFORM TREND-PARA
                   STOP RUN
               END-IF
               IF WS-INPUT-MODE = 2
                   DISPLAY "Which comma-separated column holds the amo
      -               "unts (1-8)? Statement CSVs carry the change in
           END-IF
           .

      * how are the daily deposits trending: values are rolled up by
      * the period their date falls in, and each period is set
      * against the moving average of the periods up to it. The
      * outlier band is two standard deviations of the period totals
      * across the whole series, so one spike is not hidden by its
      * own window
       TREND-PARA.
           DISPLAY "Which comma-separated column holds the date (1-8)? D
      -           "ates may be YYYY-MM-DD, YYYYMMDD or MM/DD/YYYY"
           ACCEPT WS-TREND-DATE-COL
           IF WS-TREND-DATE-COL < 1 OR WS-TREND-DATE-COL > 8
               MOVE 1 TO WS-TREND-DATE-COL
           END-IF
           DISPLAY "Which column holds the values (1-8)?"
           ACCEPT WS-TREND-VAL-COL
           IF WS-TREND-VAL-COL < 1 OR WS-TREND-VAL-COL > 8
               MOVE 2 TO WS-TREND-VAL-COL
           END-IF
           DISPLAY "Roll up by D)ay, W)eek or M)onth?"
           ACCEPT WS-TREND-PERIOD
           MOVE FUNCTION UPPER-CASE(WS-TREND-PERIOD)
             TO WS-TREND-PERIOD
           EVALUATE WS-TREND-PERIOD
               WHEN "D"
                   MOVE "day" TO WS-TREND-PERIOD-NAME
               WHEN "W"
                   MOVE "week" TO WS-TREND-PERIOD-NAME
               WHEN OTHER
                   MOVE "M" TO WS-TREND-PERIOD
                   MOVE "month" TO WS-TREND-PERIOD-NAME
           END-EVALUATE
           DISPLAY "Moving average over how many periods (1-24)?"
           ACCEPT WS-TREND-WINDOW
           IF WS-TREND-WINDOW < 1 OR WS-TREND-WINDOW > 24
               MOVE 3 TO WS-TREND-WINDOW
           END-IF

           MOVE 0 TO WS-TREND-COUNT
           MOVE 0 TO WS-TREND-ROWS
           MOVE 0 TO WS-TREND-SKIPPED
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-CSV-FILE
               IF WS-CSV-FILE-STATUS NOT = "00"
                   DISPLAY "The file could not be opened"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-CSV-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           PERFORM TREND-ONE-LINE-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-CSV-FILE

           PERFORM SORT-TREND-PASS-PARA
             VARYING WS-TREND-INDEX FROM 1 BY 1
             UNTIL WS-TREND-INDEX > WS-TREND-COUNT
           PERFORM TREND-SPREAD-PARA

           IF WS-REPORT-FLAG = "Y"
               OPEN OUTPUT FS-REPORT-FILE
           END-IF

           MOVE SPACES TO WS-TREND-LINE
           STRING "trend of column "WS-TREND-VAL-COL" by "
                  FUNCTION TRIM(WS-TREND-PERIOD-NAME)
                  " (date column "WS-TREND-DATE-COL
                  "), moving average over "WS-TREND-WINDOW" periods"
             DELIMITED BY SIZE INTO WS-TREND-LINE
           PERFORM WRITE-TREND-LINE-PARA
           MOVE SPACES TO WS-TREND-LINE
           STRING "period            count             total"
                  "        moving avg            change"
                  "    change %  flag"
             DELIMITED BY SIZE INTO WS-TREND-LINE
           PERFORM WRITE-TREND-LINE-PARA

           MOVE 0 TO WS-TREND-OUTLIERS
           PERFORM PRINT-ONE-PERIOD-PARA
             VARYING WS-TREND-INDEX FROM 1 BY 1
             UNTIL WS-TREND-INDEX > WS-TREND-COUNT

           MOVE WS-TREND-STD-DEV TO WS-TREND-AMT-EDIT
           MOVE SPACES TO WS-TREND-LINE
           STRING WS-TREND-COUNT" periods from "WS-TREND-ROWS
                  " rows ("WS-TREND-SKIPPED" skipped), "
                  WS-TREND-OUTLIERS" outliers, std dev of totals "
                  FUNCTION TRIM(WS-TREND-AMT-EDIT)
             DELIMITED BY SIZE INTO WS-TREND-LINE
           PERFORM WRITE-TREND-LINE-PARA

           IF WS-REPORT-FLAG = "Y"
               CLOSE FS-REPORT-FILE
           END-IF
           .

      * a row whose date or value will not parse (the header line,
      * short rows) is counted as skipped rather than guessed at
       TREND-ONE-LINE-PARA.
           MOVE SPACES TO WS-CSV-FIELDS
           UNSTRING FS-CSV-LINE DELIMITED BY ","
               INTO WS-CSV-FIELD(1) WS-CSV-FIELD(2)
                    WS-CSV-FIELD(3) WS-CSV-FIELD(4)
                    WS-CSV-FIELD(5) WS-CSV-FIELD(6)
                    WS-CSV-FIELD(7) WS-CSV-FIELD(8)
           MOVE WS-CSV-FIELD(WS-TREND-VAL-COL) TO WS-CSV-PICKED
           MOVE FUNCTION TRIM(WS-CSV-FIELD(WS-TREND-DATE-COL))
             TO WS-TREND-DATE-TEXT
           PERFORM TREND-PARSE-DATE-PARA
           IF WS-TREND-DATE-OK = "NO" OR
              FUNCTION TEST-NUMVAL(WS-CSV-PICKED) NOT = 0
               ADD 1 TO WS-TREND-SKIPPED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUMBER = FUNCTION NUMVAL(WS-CSV-PICKED)
           ADD 1 TO WS-TREND-ROWS

      * the period is named by its first day; weeks run Monday to
      * Sunday, day 1 of the integer calendar being a Monday
           EVALUATE WS-TREND-PERIOD
               WHEN "D"
                   MOVE WS-TREND-YMD TO WS-TREND-KEY
               WHEN "W"
                   COMPUTE WS-TREND-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TREND-YMD)
                   COMPUTE WS-TREND-DAYS = WS-TREND-DAYS
                       - FUNCTION MOD(WS-TREND-DAYS - 1, 7)
                   COMPUTE WS-TREND-KEY =
                       FUNCTION DATE-OF-INTEGER(WS-TREND-DAYS)
               WHEN OTHER
                   MOVE "01" TO WS-TREND-DAY-X
                   MOVE WS-TREND-YMD TO WS-TREND-KEY
           END-EVALUATE

           MOVE "NO" TO WS-TREND-FOUND
           PERFORM VARYING WS-TREND-INDEX FROM 1 BY 1
             UNTIL WS-TREND-INDEX > WS-TREND-COUNT
               IF WS-TRD-KEY(WS-TREND-INDEX) = WS-TREND-KEY
                   ADD 1 TO WS-TRD-COUNT(WS-TREND-INDEX)
                   ADD WS-NUMBER TO WS-TRD-SUM(WS-TREND-INDEX)
                   MOVE "YES" TO WS-TREND-FOUND
                   MOVE WS-TREND-COUNT TO WS-TREND-INDEX
               END-IF
           END-PERFORM

           IF WS-TREND-FOUND = "NO"
               IF WS-TREND-COUNT < 500
                   ADD 1 TO WS-TREND-COUNT
                   MOVE WS-TREND-KEY TO WS-TRD-KEY(WS-TREND-COUNT)
                   MOVE 1 TO WS-TRD-COUNT(WS-TREND-COUNT)
                   MOVE WS-NUMBER TO WS-TRD-SUM(WS-TREND-COUNT)
               ELSE
                   DISPLAY "period table is full at 500 - row ignored"
               END-IF
           END-IF
           .

      * ISO dates, plain YYYYMMDD, and the US MM/DD/YYYY form; a
      * timestamp's time of day is ignored
       TREND-PARSE-DATE-PARA.
           MOVE "NO" TO WS-TREND-DATE-OK
           IF WS-TREND-DATE-TEXT(3:1) = "/"
               MOVE WS-TREND-DATE-TEXT(7:4) TO WS-TREND-YEAR-X
               MOVE WS-TREND-DATE-TEXT(1:2) TO WS-TREND-MONTH-X
               MOVE WS-TREND-DATE-TEXT(4:2) TO WS-TREND-DAY-X
           ELSE
               IF WS-TREND-DATE-TEXT(5:1) = "-" OR
                  WS-TREND-DATE-TEXT(5:1) = "/"
                   MOVE WS-TREND-DATE-TEXT(1:4) TO WS-TREND-YEAR-X
                   MOVE WS-TREND-DATE-TEXT(6:2) TO WS-TREND-MONTH-X
                   MOVE WS-TREND-DATE-TEXT(9:2) TO WS-TREND-DAY-X
               ELSE
                   MOVE WS-TREND-DATE-TEXT(1:8) TO WS-TREND-YMD-X
               END-IF
           END-IF
           IF WS-TREND-YMD-X IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TREND-YMD) = 0
                   MOVE "YES" TO WS-TREND-DATE-OK
               END-IF
           END-IF
           .

       SORT-TREND-PASS-PARA.
           PERFORM SORT-TREND-INNER-PARA
             VARYING WS-TREND-INNER FROM 1 BY 1
             UNTIL WS-TREND-INNER > WS-TREND-COUNT - WS-TREND-INDEX
           .

       SORT-TREND-INNER-PARA.
           IF WS-TRD-KEY(WS-TREND-INNER) >
              WS-TRD-KEY(WS-TREND-INNER + 1)
               MOVE WS-TRD-ENTRY(WS-TREND-INNER) TO WS-TRD-TEMP
               MOVE WS-TRD-ENTRY(WS-TREND-INNER + 1)
                 TO WS-TRD-ENTRY(WS-TREND-INNER)
               MOVE WS-TRD-TEMP TO WS-TRD-ENTRY(WS-TREND-INNER + 1)
           END-IF
           .

       TREND-SPREAD-PARA.
           MOVE 0 TO WS-TREND-MEAN
           MOVE 0 TO WS-TREND-SUMSQ
           MOVE 0 TO WS-TREND-STD-DEV
           IF WS-TREND-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TREND-INDEX FROM 1 BY 1
             UNTIL WS-TREND-INDEX > WS-TREND-COUNT
               ADD WS-TRD-SUM(WS-TREND-INDEX) TO WS-TREND-MEAN
               COMPUTE WS-TREND-SUMSQ = WS-TREND-SUMSQ
                   + (WS-TRD-SUM(WS-TREND-INDEX)
                      * WS-TRD-SUM(WS-TREND-INDEX))
           END-PERFORM
           COMPUTE WS-TREND-MEAN = WS-TREND-MEAN / WS-TREND-COUNT
           COMPUTE WS-TREND-VARIANCE =
               (WS-TREND-SUMSQ / WS-TREND-COUNT)
               - (WS-TREND-MEAN * WS-TREND-MEAN)
           IF WS-TREND-VARIANCE > 0
               COMPUTE WS-TREND-STD-DEV =
                   FUNCTION SQRT(WS-TREND-VARIANCE)
           END-IF
           .

      * the moving average takes this period and the ones before it,
      * fewer at the start of the series
       PRINT-ONE-PERIOD-PARA.
           IF WS-TREND-INDEX > WS-TREND-WINDOW
               COMPUTE WS-TREND-FROM =
                   WS-TREND-INDEX - WS-TREND-WINDOW + 1
           ELSE
               MOVE 1 TO WS-TREND-FROM
           END-IF
           MOVE 0 TO WS-TREND-WIN-SUM
           MOVE 0 TO WS-TREND-IN-WINDOW
           PERFORM VARYING WS-TREND-INNER FROM WS-TREND-FROM BY 1
             UNTIL WS-TREND-INNER > WS-TREND-INDEX
               ADD WS-TRD-SUM(WS-TREND-INNER) TO WS-TREND-WIN-SUM
               ADD 1 TO WS-TREND-IN-WINDOW
           END-PERFORM
           COMPUTE WS-TREND-MOVING ROUNDED =
               WS-TREND-WIN-SUM / WS-TREND-IN-WINDOW

           MOVE SPACES TO WS-TREND-PCT-TEXT
           MOVE 0 TO WS-TREND-CHANGE
           IF WS-TREND-INDEX > 1
               COMPUTE WS-TREND-CHANGE = WS-TRD-SUM(WS-TREND-INDEX)
                   - WS-TRD-SUM(WS-TREND-INDEX - 1)
               IF WS-TRD-SUM(WS-TREND-INDEX - 1) NOT = 0
                   COMPUTE WS-TREND-PCT ROUNDED =
                       WS-TREND-CHANGE * 100
                       / FUNCTION ABS(WS-TRD-SUM(WS-TREND-INDEX - 1))
                   MOVE WS-TREND-PCT TO WS-TREND-PCT-EDIT
                   MOVE WS-TREND-PCT-EDIT TO WS-TREND-PCT-TEXT
               ELSE
                   MOVE "       n/a" TO WS-TREND-PCT-TEXT
               END-IF
           END-IF

           MOVE SPACES TO WS-TREND-FLAG
           IF WS-TREND-STD-DEV > 0 AND
              FUNCTION ABS(WS-TRD-SUM(WS-TREND-INDEX)
                           - WS-TREND-MOVING) > WS-TREND-STD-DEV * 2
               MOVE "OUTLIER" TO WS-TREND-FLAG
               ADD 1 TO WS-TREND-OUTLIERS
           END-IF

           MOVE SPACES TO WS-TREND-LABEL
           EVALUATE WS-TREND-PERIOD
               WHEN "M"
                   STRING WS-TRD-KEY(WS-TREND-INDEX)(1:4)"-"
                          WS-TRD-KEY(WS-TREND-INDEX)(5:2)
                     DELIMITED BY SIZE INTO WS-TREND-LABEL
               WHEN "W"
                   STRING "wk "WS-TRD-KEY(WS-TREND-INDEX)(1:4)"-"
                          WS-TRD-KEY(WS-TREND-INDEX)(5:2)"-"
                          WS-TRD-KEY(WS-TREND-INDEX)(7:2)
                     DELIMITED BY SIZE INTO WS-TREND-LABEL
               WHEN OTHER
                   STRING WS-TRD-KEY(WS-TREND-INDEX)(1:4)"-"
                          WS-TRD-KEY(WS-TREND-INDEX)(5:2)"-"
                          WS-TRD-KEY(WS-TREND-INDEX)(7:2)
                     DELIMITED BY SIZE INTO WS-TREND-LABEL
           END-EVALUATE

           MOVE WS-TRD-COUNT(WS-TREND-INDEX) TO WS-TREND-COUNT-EDIT
           MOVE WS-TRD-SUM(WS-TREND-INDEX) TO WS-TREND-AMT-EDIT
           MOVE WS-TREND-MOVING TO WS-TREND-MA-EDIT
           MOVE WS-TREND-CHANGE TO WS-TREND-CHG-EDIT
           MOVE SPACES TO WS-TREND-CHG-TEXT
           IF WS-TREND-INDEX > 1
               MOVE WS-TREND-CHG-EDIT TO WS-TREND-CHG-TEXT
           END-IF
           MOVE SPACES TO WS-TREND-LINE
           STRING WS-TREND-LABEL" "WS-TREND-COUNT-EDIT" "
                  WS-TREND-AMT-EDIT" "WS-TREND-MA-EDIT" "
                  WS-TREND-CHG-TEXT"  "WS-TREND-PCT-TEXT"  "
                  WS-TREND-FLAG
             DELIMITED BY SIZE INTO WS-TREND-LINE
           PERFORM WRITE-TREND-LINE-PARA
           .

       WRITE-TREND-LINE-PARA.
           DISPLAY FUNCTION TRIM(WS-TREND-LINE TRAILING)
           IF WS-REPORT-FLAG = "Y"
               MOVE WS-TREND-LINE TO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
           END-IF
           .

       DISPLAY-STATS-PARA.
           IF WS-REPORT-FLAG = "Y"
               OPEN OUTPUT FS-REPORT-FILE
