      ******************************************************************
      * Author: Stanley Zhong
      * Date: Updated 5/29/2020
      * Purpose: Produce a listing off any fixed-layout data file
      *          without a program change. A control file of
      *          statements names the input file and its layout (the
      *          same layout dictionary FILE-ECHO reads), the columns
      *          to print with their edit masks, the title, the page
      *          length, up to three control-break fields (major
      *          first) with a subtotal at each level and a grand
      *          total, and record selection conditions. Sort the
      *          input with SORT-DRIVER on the break fields first.
      *          The finished report is registered in the report
      *          catalog. Files that carry account numbers, SSNs,
      *          tax ids or secrets are masked the way FILE-ECHO
      *          masks them
      *
      *          Control statements, one per 80-byte record, verb in
      *          columns 1-8 and an asterisk in column 1 for a
      *          comment:
      *            INPUT   file name (9-68), record length (69-72);
      *                    a length of 0 reads newline-ended lines
      *            LAYOUT  layout file name (9-68)
      *            OUTPUT  report file name (9-68), catalog type
      *                    (69-80)
      *            TITLE   report title (9-68)
      *            PAGE    lines per page (9-11)
      *            COLUMN  field (9-28), heading (29-48), edit mask
      *                    (49-78), Y in 79 to total the column
      *            BREAK   field (9-28), label (29-48)
      *            SELECT  INCLUDE or OMIT (9-15), field (16-35),
      *                    EQ NE GT LT GE or LE (36-37), value
      *                    (38-67); several SELECTs must all hold
      *          Edit masks take 9 Z * , . - + CR B / 0 and $ the way
      *          a PICTURE does; a text field's mask is X's
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-WRITER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FS-CONTROL-FILE ASSIGN TO WS-CONTROL-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-CONTROL-FILE-STATUS.
               SELECT FS-LAYOUT-FILE ASSIGN TO WS-LAYOUT-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-LAYOUT-STATUS.
               SELECT FS-INPUT-FILE ASSIGN TO WS-INPUT-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-INPUT-STATUS.
               SELECT FS-REPORT-FILE ASSIGN TO WS-OUTPUT-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
               SELECT FS-RCAT-FILE ASSIGN TO "report_catalog.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-RCAT-FILE-STATUS.
               SELECT FS-BUSDATE-FILE ASSIGN TO "bank_busdate.ctl"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD FS-CONTROL-FILE.
           01 FS-CONTROL-RECORD.
               05 FS-CTL-VERB     PIC X(8).
               05 FS-CTL-OPERANDS PIC X(72).
               05 FS-CTL-FILE-VIEW REDEFINES FS-CTL-OPERANDS.
                   10 FS-CTL-FILE-NAME PIC X(60).
                   10 FS-CTL-RECLEN    PIC X(4).
                   10 FILLER           PIC X(8).
               05 FS-CTL-OUTPUT-VIEW REDEFINES FS-CTL-OPERANDS.
                   10 FILLER           PIC X(60).
                   10 FS-CTL-RPT-TYPE  PIC X(12).
               05 FS-CTL-PAGE-VIEW REDEFINES FS-CTL-OPERANDS.
                   10 FS-CTL-PAGE-LINES PIC X(3).
                   10 FILLER            PIC X(69).
               05 FS-CTL-COLUMN-VIEW REDEFINES FS-CTL-OPERANDS.
                   10 FS-CTL-COL-FIELD   PIC X(20).
                   10 FS-CTL-COL-HEADING PIC X(20).
                   10 FS-CTL-COL-MASK    PIC X(30).
                   10 FS-CTL-COL-TOTAL   PIC X(1).
                   10 FILLER             PIC X(1).
               05 FS-CTL-SELECT-VIEW REDEFINES FS-CTL-OPERANDS.
                   10 FS-CTL-SEL-ACTION PIC X(7).
                   10 FS-CTL-SEL-FIELD  PIC X(20).
                   10 FS-CTL-SEL-OP     PIC X(2).
                   10 FS-CTL-SEL-VALUE  PIC X(30).
                   10 FILLER            PIC X(13).

      * one line per field: name, 1-based position, length, type N
      * numeric or X text, implied decimal places, signed Y/N
           FD FS-LAYOUT-FILE.
           01 FS-LAYOUT-RECORD.
               05 FS-LAY-NAME   PIC X(20).
               05 FS-LAY-POS    PIC 9(4).
               05 FS-LAY-LEN    PIC 9(3).
               05 FS-LAY-TYPE   PIC X(1).
               05 FS-LAY-DEC    PIC 9(1).
               05 FS-LAY-SIGNED PIC X(1).

      * read a byte at a time so a file of any record length, or of
      * newline-ended lines, comes in without its own FD
           FD FS-INPUT-FILE.
           01 FS-INPUT-BYTE PIC X.

           FD FS-REPORT-FILE.
           01 FS-REPORT-LINE PIC X(150).

           FD FS-RCAT-FILE.
           01 FS-RCAT-RECORD.
               05 FS-RCAT-TYPE     PIC X(12).
               05 FS-RCAT-DATE     PIC 9(8).
               05 FS-RCAT-FILENAME PIC X(60).
               05 FS-RCAT-COUNT    PIC 9(9).
               05 FS-RCAT-RUNBY    PIC X(12).

           FD FS-BUSDATE-FILE.
           01 FS-BUSDATE-RECORD.
               05 FS-BUSDATE-YEAR  PIC 9(4).
               05 FS-BUSDATE-MONTH PIC 9(2).
               05 FS-BUSDATE-DAY   PIC 9(2).
       WORKING-STORAGE SECTION.
           01 WS-CONTROL-NAME        PIC X(100).
           01 WS-CONTROL-FILE-STATUS PIC X(2).
           01 WS-CONTROL-OK          PIC X(3).
           01 WS-CONTROL-EOF         PIC X(3).
           01 WS-UNATTENDED          PIC X(1).
           01 WS-LAYOUT-NAME         PIC X(100).
           01 WS-LAYOUT-STATUS       PIC X(2).
           01 WS-LAYOUT-EOF          PIC X(3).
           01 WS-INPUT-NAME          PIC X(100).
           01 WS-INPUT-STATUS        PIC X(2).
           01 WS-OUTPUT-NAME         PIC X(100).
           01 WS-REPORT-STATUS       PIC X(2).
           01 WS-RCAT-FILE-STATUS    PIC X(2).
           01 WS-BUSDATE-FILE-STATUS PIC X(2).
           01 WS-RECLEN              PIC 9(4).
           01 WS-RPT-TYPE            PIC X(12).
           01 WS-TITLE               PIC X(60).
           01 WS-PAGE-LINES          PIC 9(3).

           01 WS-RUN-DATE            PIC 9(8).
           01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               05 WS-RUN-YEAR  PIC 9(4).
               05 WS-RUN-MONTH PIC 9(2).
               05 WS-RUN-DAY   PIC 9(2).

           01 WS-LAYOUT-TABLE.
               05 WS-LAY-ENTRY OCCURS 50 TIMES.
                   10 WS-LT-NAME   PIC X(20).
                   10 WS-LT-POS    PIC 9(4).
                   10 WS-LT-LEN    PIC 9(3).
                   10 WS-LT-TYPE   PIC X(1).
                   10 WS-LT-DEC    PIC 9(1).
                   10 WS-LT-SIGNED PIC X(1).
           01 WS-LAYOUT-COUNT PIC 9(2) VALUE 0.
           01 WS-LAYOUT-INDEX PIC 9(2).
           01 WS-FIND-NAME    PIC X(20).
           01 WS-FIND-INDEX   PIC 9(2).

      * the control statements as read; fields are resolved against
      * the layout once it is loaded
           01 WS-COLUMN-TABLE.
               05 WS-COL-ENTRY OCCURS 12 TIMES.
                   10 WS-COL-FIELD-NAME PIC X(20).
                   10 WS-COL-FIELD      PIC 9(2).
                   10 WS-COL-HEADING    PIC X(20).
                   10 WS-COL-MASK       PIC X(40).
                   10 WS-COL-MASK-LEN   PIC 9(2).
                   10 WS-COL-WIDTH      PIC 9(2).
                   10 WS-COL-START      PIC 9(3).
                   10 WS-COL-TOTAL      PIC X(1).
           01 WS-COL-COUNT   PIC 9(2) VALUE 0.
           01 WS-COL-INDEX   PIC 9(2).
           01 WS-COL-SHOWN   PIC 9(2).

           01 WS-BREAK-TABLE.
               05 WS-BRK-ENTRY OCCURS 3 TIMES.
                   10 WS-BRK-FIELD-NAME PIC X(20).
                   10 WS-BRK-FIELD      PIC 9(2).
                   10 WS-BRK-LABEL      PIC X(20).
                   10 WS-BRK-PREV       PIC X(40).
                   10 WS-BRK-CUR        PIC X(40).
           01 WS-BRK-COUNT   PIC 9(1) VALUE 0.
           01 WS-BRK-LEVEL   PIC 9(1).
           01 WS-BREAK-AT    PIC 9(1).

           01 WS-SELECT-TABLE.
               05 WS-SEL-ENTRY OCCURS 5 TIMES.
                   10 WS-SEL-ACTION     PIC X(7).
                   10 WS-SEL-FIELD-NAME PIC X(20).
                   10 WS-SEL-FIELD      PIC 9(2).
                   10 WS-SEL-OP         PIC X(2).
                   10 WS-SEL-VALUE      PIC X(30).
           01 WS-SEL-COUNT   PIC 9(1) VALUE 0.
           01 WS-SEL-INDEX   PIC 9(1).
           01 WS-SELECTED    PIC X(3).
           01 WS-COND-MET    PIC X(3).
           01 WS-CMP-RESULT  PIC X(2).
           01 WS-CMP-TEXT    PIC X(40).
           01 WS-CMP-NUMBER  PIC S9(15)V9(4).

      * level 1 to 3 are the break levels, major first; level 4 is
      * the grand total
           01 WS-TOTAL-TABLE.
               05 WS-TOT-LEVEL OCCURS 4 TIMES.
                   10 WS-TOT-COUNT PIC 9(9).
                   10 WS-TOT-SUM   OCCURS 12 TIMES
                                   PIC S9(15)V9(4).
           01 WS-TOT-INDEX   PIC 9(1).

           01 WS-RECORD      PIC X(2000).
           01 WS-REC-FILL    PIC 9(4).
           01 WS-REC-READY   PIC X(3).
           01 WS-EOF         PIC X(3).
           01 WS-READ-COUNT      PIC 9(9).
           01 WS-SELECTED-COUNT  PIC 9(9).
           01 WS-DROPPED-COUNT   PIC 9(9).
           01 WS-SHORT-COUNT     PIC 9(9).
           01 WS-FIRST-DETAIL    PIC X(1).

           01 WS-LINE-COUNT  PIC 9(4).
           01 WS-PAGE-NUMBER PIC 9(4).
           01 WS-PAGE-EDIT   PIC ZZZ9.
           01 WS-REPORT-WIDTH PIC 9(3).
           01 WS-RIGHT-POS    PIC 9(3).
           01 WS-PLACE-POS    PIC 9(3).
           01 WS-TEXT-LEN     PIC 9(3).
           01 WS-OUT-LINE     PIC X(150).
           01 WS-COUNT-EDIT   PIC Z(8)9.

      * one field lifted out of the record and its numeric value
           01 WS-FIELD-RAW    PIC X(40).
           01 WS-FIELD-LAST   PIC X(1).
           01 WS-FIELD-DIGIT  PIC 9(1).
           01 WS-FIELD-NEG    PIC X(1).
           01 WS-FIELD-OK     PIC X(1).
           01 WS-FIELD-VALUE  PIC S9(15)V9(4).
           01 WS-BAD-NUMBERS  PIC 9(9).

      * the edit-mask interpreter works right to left through the
      * mask, taking digits from the right of the scaled value
           01 WS-EDIT-VALUE   PIC S9(15)V9(4).
           01 WS-EDIT-MASK    PIC X(40).
           01 WS-EDIT-LEN     PIC 9(2).
           01 WS-EDITED       PIC X(40).
           01 WS-EDIT-NEG     PIC X(1).
           01 WS-EDIT-FRAC    PIC 9(1).
           01 WS-EDIT-AFTER-DP PIC X(1).
           01 WS-EDIT-FILL    PIC X(1).
           01 WS-EDIT-NINE-LEFT PIC X(1).
           01 WS-DOLLAR-COUNT PIC 9(2).
           01 WS-DOLLAR-FIRST PIC 9(2).
           01 WS-SCALED       PIC 9(18).
           01 WS-SCALED-X REDEFINES WS-SCALED PIC X(18).
           01 WS-DIGIT-POS    PIC S9(3).
           01 WS-FIRST-SIG    PIC 9(2).
           01 WS-MASK-POS     PIC S9(3).
           01 WS-SCAN-POS     PIC 9(3).
           01 WS-MASK-CHAR    PIC X(1).
           01 WS-DEFAULT-MASK PIC X(40).
           01 WS-DEFAULT-PTR  PIC 9(2).
           01 WS-NINE-COUNT   PIC 9(2).

      *    any file whose name carries one of these is treated as
      *    holding account numbers, SSNs, tax ids, or secrets
           01 WS-SENSITIVE-NAMES.
               05 FILLER PIC X(14) VALUE "bank_users".
               05 FILLER PIC X(14) VALUE "bank_tellers".
               05 FILLER PIC X(14) VALUE "bank_pin".
               05 FILLER PIC X(14) VALUE "bank_customers".
               05 FILLER PIC X(14) VALUE "employees".
               05 FILLER PIC X(14) VALUE "timesheet".
               05 FILLER PIC X(14) VALUE "payroll_".
               05 FILLER PIC X(14) VALUE "unload".
               05 FILLER PIC X(14) VALUE "snapshot_".
               05 FILLER PIC X(14) VALUE "convert_work".
               05 FILLER PIC X(14) VALUE "bank_acct_xref".
               05 FILLER PIC X(14) VALUE "bank_cards".
               05 FILLER PIC X(14) VALUE "card_vendor".
           01 WS-SENSITIVE-TABLE REDEFINES WS-SENSITIVE-NAMES.
               05 WS-SENSITIVE-NAME OCCURS 13 TIMES PIC X(14).
           01 WS-SENSITIVE-INDEX PIC 9(2).
           01 WS-SENSITIVE-FILE  PIC X(1) VALUE "N".
           01 WS-FILE-NAME-LOWER PIC X(100).
           01 WS-FIELD-NAME-UPPER PIC X(20).
           01 WS-NAME-TALLY      PIC 9(3).
           01 WS-MASK-KIND       PIC X(1).
           01 WS-MASK-FROM       PIC 9(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * the night chain runs a listing off the standard control file
           MOVE SPACES TO WS-UNATTENDED
           ACCEPT WS-UNATTENDED FROM ENVIRONMENT "SHOP_UNATTENDED"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-CONTROL-NAME
           IF WS-UNATTENDED NOT = "Y"
               DISPLAY "Control file (blank for report_control.txt):"
               ACCEPT WS-CONTROL-NAME
           END-IF
           IF WS-CONTROL-NAME = SPACES
               MOVE "report_control.txt" TO WS-CONTROL-NAME
           END-IF

           PERFORM READ-CONTROL-PARA
           IF WS-CONTROL-OK = "YES"
               PERFORM LOAD-LAYOUT-PARA
           END-IF
           IF WS-CONTROL-OK = "YES"
               PERFORM RESOLVE-FIELDS-PARA
           END-IF
           IF WS-CONTROL-OK = "YES"
               PERFORM PLAN-COLUMNS-PARA
           END-IF
           IF WS-CONTROL-OK = "NO"
               DISPLAY "No report produced"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM GET-RUN-DATE-PARA
           PERFORM CHECK-SENSITIVE-FILE-PARA

           OPEN INPUT FS-INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-INPUT-NAME)
                 " could not be opened - no report produced"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FS-REPORT-FILE

           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-SELECTED-COUNT
           MOVE 0 TO WS-DROPPED-COUNT
           MOVE 0 TO WS-SHORT-COUNT
           MOVE 0 TO WS-BAD-NUMBERS
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE 0 TO WS-LINE-COUNT
           MOVE "Y" TO WS-FIRST-DETAIL
           INITIALIZE WS-TOTAL-TABLE
           MOVE "NO" TO WS-EOF

           PERFORM READ-RECORD-PARA
           PERFORM UNTIL WS-REC-READY = "NO"
               ADD 1 TO WS-READ-COUNT
               PERFORM CHECK-SELECTION-PARA
               IF WS-SELECTED = "YES"
                   PERFORM PROCESS-DETAIL-PARA
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
               PERFORM READ-RECORD-PARA
           END-PERFORM
           CLOSE FS-INPUT-FILE

      * the last group of every level closes at end of file
           IF WS-FIRST-DETAIL = "N"
               PERFORM PRINT-SUBTOTAL-PARA
                 VARYING WS-BRK-LEVEL FROM WS-BRK-COUNT BY -1
                 UNTIL WS-BRK-LEVEL < 1
           END-IF
           PERFORM PRINT-GRAND-TOTAL-PARA
           CLOSE FS-REPORT-FILE

           PERFORM REGISTER-REPORT-PARA

           DISPLAY "Records read:      "WS-READ-COUNT
           DISPLAY "Records listed:    "WS-SELECTED-COUNT
           DISPLAY "Dropped by select: "WS-DROPPED-COUNT
           IF WS-SHORT-COUNT > 0
               DISPLAY "Short last record: "WS-SHORT-COUNT
           END-IF
           IF WS-BAD-NUMBERS > 0
               DISPLAY "WARNING: "WS-BAD-NUMBERS" numeric fields were"
                 " not readable and counted as zero"
           END-IF
           DISPLAY "Report written to "FUNCTION TRIM(WS-OUTPUT-NAME)
             " - "WS-PAGE-NUMBER" pages"
           STOP RUN.

       READ-CONTROL-PARA.
           MOVE "NO" TO WS-CONTROL-OK
           MOVE SPACES TO WS-INPUT-NAME WS-LAYOUT-NAME WS-OUTPUT-NAME
                          WS-TITLE
           MOVE "LISTING" TO WS-RPT-TYPE
           MOVE 0 TO WS-RECLEN
           MOVE 60 TO WS-PAGE-LINES
           MOVE "NO" TO WS-CONTROL-EOF
           OPEN INPUT FS-CONTROL-FILE
               IF WS-CONTROL-FILE-STATUS NOT = "00"
                   DISPLAY FUNCTION TRIM(WS-CONTROL-NAME)
                     " not found - create it with INPUT, LAYOUT,"
                     " OUTPUT and COLUMN statements"
                   MOVE "YES" TO WS-CONTROL-EOF
               ELSE
                   MOVE "YES" TO WS-CONTROL-OK
               END-IF
               PERFORM UNTIL WS-CONTROL-EOF = "YES"
                   READ FS-CONTROL-FILE
                       AT END
                           MOVE "YES" TO WS-CONTROL-EOF
                       NOT AT END
                           PERFORM TAKE-STATEMENT-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-CONTROL-FILE

           IF WS-CONTROL-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-NAME = SPACES OR WS-LAYOUT-NAME = SPACES OR
              WS-OUTPUT-NAME = SPACES
               DISPLAY "INPUT, LAYOUT and OUTPUT statements are all"
                 " required"
               MOVE "NO" TO WS-CONTROL-OK
           END-IF
           IF WS-COL-COUNT = 0
               DISPLAY "At least one COLUMN statement is required"
               MOVE "NO" TO WS-CONTROL-OK
           END-IF
           IF WS-RECLEN > 2000
               DISPLAY "Record length is over the 2000-byte limit"
               MOVE "NO" TO WS-CONTROL-OK
           END-IF
           IF WS-PAGE-LINES < 10
               MOVE 60 TO WS-PAGE-LINES
           END-IF
           .

       TAKE-STATEMENT-PARA.
           IF FS-CTL-VERB(1:1) = "*" OR FS-CONTROL-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(FS-CTL-VERB)
               WHEN "INPUT"
                   MOVE FS-CTL-FILE-NAME TO WS-INPUT-NAME
                   IF FUNCTION TRIM(FS-CTL-RECLEN) IS NUMERIC
                       COMPUTE WS-RECLEN =
                           FUNCTION NUMVAL(FS-CTL-RECLEN)
                   END-IF
               WHEN "LAYOUT"
                   MOVE FS-CTL-FILE-NAME TO WS-LAYOUT-NAME
               WHEN "OUTPUT"
                   MOVE FS-CTL-FILE-NAME TO WS-OUTPUT-NAME
                   IF FS-CTL-RPT-TYPE NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(FS-CTL-RPT-TYPE)
                         TO WS-RPT-TYPE
                   END-IF
               WHEN "TITLE"
                   MOVE FS-CTL-FILE-NAME TO WS-TITLE
               WHEN "PAGE"
                   IF FUNCTION TRIM(FS-CTL-PAGE-LINES) IS NUMERIC
                       COMPUTE WS-PAGE-LINES =
                           FUNCTION NUMVAL(FS-CTL-PAGE-LINES)
                   END-IF
               WHEN "COLUMN"
                   IF WS-COL-COUNT >= 12
                       DISPLAY "Only 12 COLUMN statements are allowed"
                       MOVE "NO" TO WS-CONTROL-OK
                   ELSE
                       ADD 1 TO WS-COL-COUNT
                       MOVE FUNCTION UPPER-CASE(FS-CTL-COL-FIELD)
                         TO WS-COL-FIELD-NAME(WS-COL-COUNT)
                       MOVE FS-CTL-COL-HEADING
                         TO WS-COL-HEADING(WS-COL-COUNT)
                       MOVE FS-CTL-COL-MASK
                         TO WS-COL-MASK(WS-COL-COUNT)
                       MOVE FUNCTION UPPER-CASE(FS-CTL-COL-TOTAL)
                         TO WS-COL-TOTAL(WS-COL-COUNT)
                   END-IF
               WHEN "BREAK"
                   IF WS-BRK-COUNT >= 3
                       DISPLAY "Only 3 BREAK levels are allowed"
                       MOVE "NO" TO WS-CONTROL-OK
                   ELSE
                       ADD 1 TO WS-BRK-COUNT
                       MOVE FUNCTION UPPER-CASE(FS-CTL-COL-FIELD)
                         TO WS-BRK-FIELD-NAME(WS-BRK-COUNT)
                       MOVE FS-CTL-COL-HEADING
                         TO WS-BRK-LABEL(WS-BRK-COUNT)
                       IF WS-BRK-LABEL(WS-BRK-COUNT) = SPACES
                           MOVE FS-CTL-COL-FIELD
                             TO WS-BRK-LABEL(WS-BRK-COUNT)
                       END-IF
                   END-IF
               WHEN "SELECT"
                   IF WS-SEL-COUNT >= 5
                       DISPLAY "Only 5 SELECT statements are allowed"
                       MOVE "NO" TO WS-CONTROL-OK
                   ELSE
                       ADD 1 TO WS-SEL-COUNT
                       MOVE FUNCTION UPPER-CASE(FS-CTL-SEL-ACTION)
                         TO WS-SEL-ACTION(WS-SEL-COUNT)
                       MOVE FUNCTION UPPER-CASE(FS-CTL-SEL-FIELD)
                         TO WS-SEL-FIELD-NAME(WS-SEL-COUNT)
                       MOVE FUNCTION UPPER-CASE(FS-CTL-SEL-OP)
                         TO WS-SEL-OP(WS-SEL-COUNT)
                       MOVE FS-CTL-SEL-VALUE
                         TO WS-SEL-VALUE(WS-SEL-COUNT)
                       IF WS-SEL-ACTION(WS-SEL-COUNT) NOT = "INCLUDE"
                          AND WS-SEL-ACTION(WS-SEL-COUNT) NOT = "OMIT"
                           DISPLAY "SELECT must say INCLUDE or OMIT"
                           MOVE "NO" TO WS-CONTROL-OK
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown control statement: "FS-CTL-VERB
                   MOVE "NO" TO WS-CONTROL-OK
           END-EVALUATE
           .

       LOAD-LAYOUT-PARA.
           MOVE 0 TO WS-LAYOUT-COUNT
           MOVE "NO" TO WS-LAYOUT-EOF
           OPEN INPUT FS-LAYOUT-FILE
               IF WS-LAYOUT-STATUS NOT = "00"
                   DISPLAY "Layout file could not be opened"
                   MOVE "YES" TO WS-LAYOUT-EOF
               END-IF
               PERFORM UNTIL WS-LAYOUT-EOF = "YES"
                   READ FS-LAYOUT-FILE
                       AT END
                           MOVE "YES" TO WS-LAYOUT-EOF
                       NOT AT END
                           PERFORM ADD-LAYOUT-FIELD-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-LAYOUT-FILE
           IF WS-LAYOUT-COUNT = 0
               DISPLAY "No usable layout"
               MOVE "NO" TO WS-CONTROL-OK
           END-IF
           .

      * the same checks FILE-ECHO makes, plus the field must lie
      * inside the record when the record length is known
       ADD-LAYOUT-FIELD-PARA.
           IF FS-LAY-POS = 0 OR FS-LAY-LEN = 0 OR FS-LAY-LEN > 40
               DISPLAY "Skipping layout line "FS-LAY-NAME
                 " - position/length not usable"
               EXIT PARAGRAPH
           END-IF
           IF FS-LAY-POS + FS-LAY-LEN > 2001 OR
              (WS-RECLEN > 0 AND
               FS-LAY-POS + FS-LAY-LEN > WS-RECLEN + 1)
               DISPLAY "Skipping layout line "FS-LAY-NAME
                 " - it runs past the end of the record"
               EXIT PARAGRAPH
           END-IF
           IF WS-LAYOUT-COUNT >= 50
               DISPLAY "Layout table is full at 50 fields - rest ignor"
                 "ed"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LAYOUT-COUNT
           MOVE FUNCTION UPPER-CASE(FS-LAY-NAME)
             TO WS-LT-NAME(WS-LAYOUT-COUNT)
           MOVE FS-LAY-POS    TO WS-LT-POS(WS-LAYOUT-COUNT)
           MOVE FS-LAY-LEN    TO WS-LT-LEN(WS-LAYOUT-COUNT)
           MOVE FS-LAY-TYPE   TO WS-LT-TYPE(WS-LAYOUT-COUNT)
           MOVE FS-LAY-DEC    TO WS-LT-DEC(WS-LAYOUT-COUNT)
           MOVE FS-LAY-SIGNED TO WS-LT-SIGNED(WS-LAYOUT-COUNT)
           .

       RESOLVE-FIELDS-PARA.
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-COL-COUNT
               MOVE WS-COL-FIELD-NAME(WS-COL-INDEX) TO WS-FIND-NAME
               PERFORM FIND-FIELD-PARA
               MOVE WS-FIND-INDEX TO WS-COL-FIELD(WS-COL-INDEX)
               IF WS-COL-TOTAL(WS-COL-INDEX) = "Y" AND
                  WS-FIND-INDEX > 0
                   IF WS-LT-TYPE(WS-FIND-INDEX) NOT = "N"
                       DISPLAY "Column "FUNCTION TRIM(WS-FIND-NAME)
                         " is text and cannot be totalled"
                       MOVE "N" TO WS-COL-TOTAL(WS-COL-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BRK-LEVEL FROM 1 BY 1
                   UNTIL WS-BRK-LEVEL > WS-BRK-COUNT
               MOVE WS-BRK-FIELD-NAME(WS-BRK-LEVEL) TO WS-FIND-NAME
               PERFORM FIND-FIELD-PARA
               MOVE WS-FIND-INDEX TO WS-BRK-FIELD(WS-BRK-LEVEL)
           END-PERFORM
           PERFORM VARYING WS-SEL-INDEX FROM 1 BY 1
                   UNTIL WS-SEL-INDEX > WS-SEL-COUNT
               MOVE WS-SEL-FIELD-NAME(WS-SEL-INDEX) TO WS-FIND-NAME
               PERFORM FIND-FIELD-PARA
               MOVE WS-FIND-INDEX TO WS-SEL-FIELD(WS-SEL-INDEX)
           END-PERFORM
           .

       FIND-FIELD-PARA.
           MOVE 0 TO WS-FIND-INDEX
           PERFORM VARYING WS-LAYOUT-INDEX FROM 1 BY 1
                   UNTIL WS-LAYOUT-INDEX > WS-LAYOUT-COUNT
               IF WS-LT-NAME(WS-LAYOUT-INDEX) = WS-FIND-NAME
                   MOVE WS-LAYOUT-INDEX TO WS-FIND-INDEX
               END-IF
           END-PERFORM
           IF WS-FIND-INDEX = 0
               DISPLAY "Field "FUNCTION TRIM(WS-FIND-NAME)
                 " is not in the layout"
               MOVE "NO" TO WS-CONTROL-OK
           END-IF
           .

      * a column is as wide as its mask or its heading, whichever is
      * wider; a numeric column with no mask gets one built from the
      * layout, and a text column with none shows the field whole
       PLAN-COLUMNS-PARA.
           MOVE 1 TO WS-PLACE-POS
           MOVE 0 TO WS-COL-SHOWN
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-COL-COUNT
               MOVE WS-COL-FIELD(WS-COL-INDEX) TO WS-LAYOUT-INDEX
               IF WS-COL-MASK(WS-COL-INDEX) = SPACES
                   IF WS-LT-TYPE(WS-LAYOUT-INDEX) = "N"
                       PERFORM BUILD-DEFAULT-MASK-PARA
                       MOVE WS-DEFAULT-MASK
                         TO WS-COL-MASK(WS-COL-INDEX)
                   ELSE
                       MOVE ALL "X" TO WS-COL-MASK(WS-COL-INDEX)
                         (1:WS-LT-LEN(WS-LAYOUT-INDEX))
                   END-IF
               END-IF
               COMPUTE WS-COL-MASK-LEN(WS-COL-INDEX) = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-COL-MASK(WS-COL-INDEX) TRAILING))
               MOVE WS-COL-MASK-LEN(WS-COL-INDEX)
                 TO WS-COL-WIDTH(WS-COL-INDEX)
               IF WS-COL-HEADING(WS-COL-INDEX) NOT = SPACES
                   COMPUTE WS-TEXT-LEN = FUNCTION LENGTH(FUNCTION TRIM(
                       WS-COL-HEADING(WS-COL-INDEX) TRAILING))
                   IF WS-TEXT-LEN > WS-COL-WIDTH(WS-COL-INDEX)
                       MOVE WS-TEXT-LEN TO WS-COL-WIDTH(WS-COL-INDEX)
                   END-IF
               END-IF
               MOVE WS-PLACE-POS TO WS-COL-START(WS-COL-INDEX)
               COMPUTE WS-PLACE-POS = WS-PLACE-POS
                   + WS-COL-WIDTH(WS-COL-INDEX) + 2
               IF WS-PLACE-POS - 3 <= 150
                   ADD 1 TO WS-COL-SHOWN
               END-IF
           END-PERFORM
           IF WS-COL-SHOWN < WS-COL-COUNT
               DISPLAY "Columns past the 150-character line are"
                 " dropped: "WS-COL-SHOWN" of "WS-COL-COUNT" fit"
               MOVE WS-COL-SHOWN TO WS-COL-COUNT
           END-IF
           COMPUTE WS-REPORT-WIDTH = WS-COL-START(WS-COL-COUNT)
               + WS-COL-WIDTH(WS-COL-COUNT) - 1
           IF WS-REPORT-WIDTH < 80
               MOVE 80 TO WS-REPORT-WIDTH
           END-IF
           COMPUTE WS-RIGHT-POS = WS-REPORT-WIDTH - 29
           .

      * no edited value carries more than 15 whole digits, so a
      * longer field still gets a mask that fits in the column
       BUILD-DEFAULT-MASK-PARA.
           MOVE SPACES TO WS-DEFAULT-MASK
           MOVE 1 TO WS-DEFAULT-PTR
           COMPUTE WS-NINE-COUNT = WS-LT-LEN(WS-LAYOUT-INDEX)
               - WS-LT-DEC(WS-LAYOUT-INDEX)
           IF WS-NINE-COUNT > 15
               MOVE 15 TO WS-NINE-COUNT
           END-IF
           IF WS-NINE-COUNT < 1
               MOVE 1 TO WS-NINE-COUNT
           END-IF
           IF WS-NINE-COUNT > 1
               MOVE ALL "Z" TO WS-DEFAULT-MASK(1:WS-NINE-COUNT - 1)
           END-IF
           MOVE "9" TO WS-DEFAULT-MASK(WS-NINE-COUNT:1)
           COMPUTE WS-DEFAULT-PTR = WS-NINE-COUNT + 1
           IF WS-LT-DEC(WS-LAYOUT-INDEX) > 0
               MOVE "." TO WS-DEFAULT-MASK(WS-DEFAULT-PTR:1)
               ADD 1 TO WS-DEFAULT-PTR
               MOVE ALL "9" TO WS-DEFAULT-MASK
                 (WS-DEFAULT-PTR:WS-LT-DEC(WS-LAYOUT-INDEX))
               ADD WS-LT-DEC(WS-LAYOUT-INDEX) TO WS-DEFAULT-PTR
           END-IF
           IF WS-LT-SIGNED(WS-LAYOUT-INDEX) = "Y"
               MOVE "-" TO WS-DEFAULT-MASK(WS-DEFAULT-PTR:1)
           END-IF
           .

      * the heading date is the shop business date, the same date the
      * catalog entry carries
       GET-RUN-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT FS-BUSDATE-FILE
               IF WS-BUSDATE-FILE-STATUS = "00"
                   READ FS-BUSDATE-FILE
                       NOT AT END
                           MOVE FS-BUSDATE-YEAR TO WS-RUN-YEAR
                           MOVE FS-BUSDATE-MONTH TO WS-RUN-MONTH
                           MOVE FS-BUSDATE-DAY TO WS-RUN-DAY
                   END-READ
               END-IF
           CLOSE FS-BUSDATE-FILE
           .

       CHECK-SENSITIVE-FILE-PARA.
           MOVE "N" TO WS-SENSITIVE-FILE
           MOVE FUNCTION LOWER-CASE(WS-INPUT-NAME)
             TO WS-FILE-NAME-LOWER
           PERFORM VARYING WS-SENSITIVE-INDEX FROM 1 BY 1
             UNTIL WS-SENSITIVE-INDEX > 13
               MOVE 0 TO WS-NAME-TALLY
               INSPECT WS-FILE-NAME-LOWER TALLYING WS-NAME-TALLY
                   FOR ALL FUNCTION TRIM(
                       WS-SENSITIVE-NAME(WS-SENSITIVE-INDEX))
               IF WS-NAME-TALLY > 0
                   MOVE "Y" TO WS-SENSITIVE-FILE
               END-IF
           END-PERFORM
           .

      * a fixed-length record is the next RECLEN bytes; with a length
      * of 0 a record runs to the next newline, a carriage return
      * before it dropped
       READ-RECORD-PARA.
           MOVE SPACES TO WS-RECORD
           MOVE 0 TO WS-REC-FILL
           MOVE "NO" TO WS-REC-READY
           PERFORM UNTIL WS-REC-READY = "YES" OR WS-EOF = "YES"
               READ FS-INPUT-FILE
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       IF WS-RECLEN = 0
                           IF FS-INPUT-BYTE = X"0A"
                               MOVE "YES" TO WS-REC-READY
                           ELSE
                               IF FS-INPUT-BYTE NOT = X"0D" AND
                                  WS-REC-FILL < 2000
                                   ADD 1 TO WS-REC-FILL
                                   MOVE FS-INPUT-BYTE
                                     TO WS-RECORD(WS-REC-FILL:1)
                               END-IF
                           END-IF
                       ELSE
                           ADD 1 TO WS-REC-FILL
                           MOVE FS-INPUT-BYTE
                             TO WS-RECORD(WS-REC-FILL:1)
                           IF WS-REC-FILL = WS-RECLEN
                               MOVE "YES" TO WS-REC-READY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REC-READY = "NO" AND WS-REC-FILL > 0
               MOVE "YES" TO WS-REC-READY
               IF WS-RECLEN > 0
                   ADD 1 TO WS-SHORT-COUNT
               END-IF
           END-IF
           .

      * every SELECT must hold: an INCLUDE that fails or an OMIT that
      * matches drops the record
       CHECK-SELECTION-PARA.
           MOVE "YES" TO WS-SELECTED
           PERFORM VARYING WS-SEL-INDEX FROM 1 BY 1
                   UNTIL WS-SEL-INDEX > WS-SEL-COUNT
               PERFORM TEST-ONE-CONDITION-PARA
               IF WS-SEL-ACTION(WS-SEL-INDEX) = "INCLUDE" AND
                  WS-COND-MET = "NO"
                   MOVE "NO" TO WS-SELECTED
               END-IF
               IF WS-SEL-ACTION(WS-SEL-INDEX) = "OMIT" AND
                  WS-COND-MET = "YES"
                   MOVE "NO" TO WS-SELECTED
               END-IF
           END-PERFORM
           .

      * a numeric field compares by value, so 5.00 in the control
      * file matches 000000500 in a two-decimal field; a text field
      * compares as text
       TEST-ONE-CONDITION-PARA.
           MOVE WS-SEL-FIELD(WS-SEL-INDEX) TO WS-LAYOUT-INDEX
           PERFORM GET-FIELD-PARA
           IF WS-LT-TYPE(WS-LAYOUT-INDEX) = "N"
               MOVE 0 TO WS-CMP-NUMBER
               IF FUNCTION TEST-NUMVAL(WS-SEL-VALUE(WS-SEL-INDEX)) = 0
                   COMPUTE WS-CMP-NUMBER =
                       FUNCTION NUMVAL(WS-SEL-VALUE(WS-SEL-INDEX))
               END-IF
               EVALUATE TRUE
                   WHEN WS-FIELD-VALUE < WS-CMP-NUMBER
                       MOVE "LT" TO WS-CMP-RESULT
                   WHEN WS-FIELD-VALUE > WS-CMP-NUMBER
                       MOVE "GT" TO WS-CMP-RESULT
                   WHEN OTHER
                       MOVE "EQ" TO WS-CMP-RESULT
               END-EVALUATE
           ELSE
               MOVE SPACES TO WS-CMP-TEXT
               MOVE WS-SEL-VALUE(WS-SEL-INDEX) TO WS-CMP-TEXT
               EVALUATE TRUE
                   WHEN WS-FIELD-RAW < WS-CMP-TEXT
                       MOVE "LT" TO WS-CMP-RESULT
                   WHEN WS-FIELD-RAW > WS-CMP-TEXT
                       MOVE "GT" TO WS-CMP-RESULT
                   WHEN OTHER
                       MOVE "EQ" TO WS-CMP-RESULT
               END-EVALUATE
           END-IF

           MOVE "NO" TO WS-COND-MET
           EVALUATE WS-SEL-OP(WS-SEL-INDEX)
               WHEN "NE"
                   IF WS-CMP-RESULT NOT = "EQ"
                       MOVE "YES" TO WS-COND-MET
                   END-IF
               WHEN "GT"
                   IF WS-CMP-RESULT = "GT"
                       MOVE "YES" TO WS-COND-MET
                   END-IF
               WHEN "LT"
                   IF WS-CMP-RESULT = "LT"
                       MOVE "YES" TO WS-COND-MET
                   END-IF
               WHEN "GE"
                   IF WS-CMP-RESULT NOT = "LT"
                       MOVE "YES" TO WS-COND-MET
                   END-IF
               WHEN "LE"
                   IF WS-CMP-RESULT NOT = "GT"
                       MOVE "YES" TO WS-COND-MET
                   END-IF
               WHEN OTHER
                   IF WS-CMP-RESULT = "EQ"
                       MOVE "YES" TO WS-COND-MET
                   END-IF
           END-EVALUATE
           .

      * a change in any break field closes the groups at that level
      * and every level under it, minor first, before the record
      * joins the new group
       PROCESS-DETAIL-PARA.
           ADD 1 TO WS-SELECTED-COUNT
           PERFORM VARYING WS-BRK-LEVEL FROM 1 BY 1
                   UNTIL WS-BRK-LEVEL > WS-BRK-COUNT
               MOVE WS-BRK-FIELD(WS-BRK-LEVEL) TO WS-LAYOUT-INDEX
               PERFORM GET-FIELD-PARA
               MOVE WS-FIELD-RAW TO WS-BRK-CUR(WS-BRK-LEVEL)
           END-PERFORM

           IF WS-FIRST-DETAIL = "Y"
               MOVE "N" TO WS-FIRST-DETAIL
               PERFORM VARYING WS-BRK-LEVEL FROM 1 BY 1
                       UNTIL WS-BRK-LEVEL > WS-BRK-COUNT
                   MOVE WS-BRK-CUR(WS-BRK-LEVEL)
                     TO WS-BRK-PREV(WS-BRK-LEVEL)
               END-PERFORM
           ELSE
               MOVE 0 TO WS-BREAK-AT
               PERFORM VARYING WS-BRK-LEVEL FROM WS-BRK-COUNT BY -1
                       UNTIL WS-BRK-LEVEL < 1
                   IF WS-BRK-CUR(WS-BRK-LEVEL) NOT =
                      WS-BRK-PREV(WS-BRK-LEVEL)
                       MOVE WS-BRK-LEVEL TO WS-BREAK-AT
                   END-IF
               END-PERFORM
               IF WS-BREAK-AT > 0
                   PERFORM PRINT-SUBTOTAL-PARA
                     VARYING WS-BRK-LEVEL FROM WS-BRK-COUNT BY -1
                     UNTIL WS-BRK-LEVEL < WS-BREAK-AT
                   PERFORM VARYING WS-BRK-LEVEL FROM WS-BREAK-AT BY 1
                           UNTIL WS-BRK-LEVEL > WS-BRK-COUNT
                       MOVE WS-BRK-CUR(WS-BRK-LEVEL)
                         TO WS-BRK-PREV(WS-BRK-LEVEL)
                   END-PERFORM
               END-IF
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-COL-COUNT
               PERFORM PLACE-DETAIL-COLUMN-PARA
           END-PERFORM
           PERFORM WRITE-REPORT-LINE-PARA

           PERFORM VARYING WS-TOT-INDEX FROM 1 BY 1
                   UNTIL WS-TOT-INDEX > 4
               ADD 1 TO WS-TOT-COUNT(WS-TOT-INDEX)
           END-PERFORM
           .

       PLACE-DETAIL-COLUMN-PARA.
           MOVE WS-COL-FIELD(WS-COL-INDEX) TO WS-LAYOUT-INDEX
           PERFORM GET-FIELD-PARA
           IF WS-LT-TYPE(WS-LAYOUT-INDEX) = "N"
               MOVE WS-FIELD-VALUE TO WS-EDIT-VALUE
               MOVE WS-COL-MASK(WS-COL-INDEX) TO WS-EDIT-MASK
               MOVE WS-COL-MASK-LEN(WS-COL-INDEX) TO WS-EDIT-LEN
               PERFORM APPLY-EDIT-MASK-PARA
               IF WS-COL-TOTAL(WS-COL-INDEX) = "Y"
                   PERFORM VARYING WS-TOT-INDEX FROM 1 BY 1
                           UNTIL WS-TOT-INDEX > 4
                       ADD WS-FIELD-VALUE
                         TO WS-TOT-SUM(WS-TOT-INDEX, WS-COL-INDEX)
                   END-PERFORM
               END-IF
           ELSE
               MOVE SPACES TO WS-EDITED
               MOVE WS-FIELD-RAW(1:WS-COL-MASK-LEN(WS-COL-INDEX))
                 TO WS-EDITED
           END-IF
           IF WS-SENSITIVE-FILE = "Y"
               PERFORM MASK-FIELD-PARA
           END-IF
           PERFORM PLACE-EDITED-PARA
           .

      * numbers sit at the right of their column, text at the left
       PLACE-EDITED-PARA.
           MOVE WS-COL-START(WS-COL-INDEX) TO WS-PLACE-POS
           IF WS-LT-TYPE(WS-COL-FIELD(WS-COL-INDEX)) = "N"
               COMPUTE WS-PLACE-POS = WS-PLACE-POS
                   + WS-COL-WIDTH(WS-COL-INDEX)
                   - WS-COL-MASK-LEN(WS-COL-INDEX)
           END-IF
           MOVE WS-EDITED(1:WS-COL-MASK-LEN(WS-COL-INDEX))
             TO WS-OUT-LINE(WS-PLACE-POS:WS-COL-MASK-LEN(WS-COL-INDEX))
           .

      * the field's bytes, and for a numeric field its value with the
      * implied decimals put back and any overpunched sign decoded
       GET-FIELD-PARA.
           MOVE SPACES TO WS-FIELD-RAW
           MOVE WS-RECORD(WS-LT-POS(WS-LAYOUT-INDEX):
                WS-LT-LEN(WS-LAYOUT-INDEX)) TO WS-FIELD-RAW
           MOVE 0 TO WS-FIELD-VALUE
           IF WS-LT-TYPE(WS-LAYOUT-INDEX) NOT = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FIELD-NEG
           MOVE "Y" TO WS-FIELD-OK
           MOVE WS-FIELD-RAW(WS-LT-LEN(WS-LAYOUT-INDEX):1)
             TO WS-FIELD-LAST
           IF WS-LT-SIGNED(WS-LAYOUT-INDEX) = "Y"
               PERFORM DECODE-ZONED-SIGN-PARA
           END-IF
           IF WS-FIELD-RAW(1:WS-LT-LEN(WS-LAYOUT-INDEX)) IS NUMERIC
               COMPUTE WS-FIELD-VALUE = FUNCTION NUMVAL(
                   WS-FIELD-RAW(1:WS-LT-LEN(WS-LAYOUT-INDEX)))
                   / (10 ** WS-LT-DEC(WS-LAYOUT-INDEX))
               IF WS-FIELD-NEG = "Y"
                   COMPUTE WS-FIELD-VALUE = WS-FIELD-VALUE * -1
               END-IF
           ELSE
               ADD 1 TO WS-BAD-NUMBERS
           END-IF
           IF WS-LT-SIGNED(WS-LAYOUT-INDEX) = "Y"
               MOVE WS-FIELD-LAST
                 TO WS-FIELD-RAW(WS-LT-LEN(WS-LAYOUT-INDEX):1)
           END-IF
           .

      * a negative zoned number carries its sign folded into the
      * last digit - p through y stand for -0 through -9 the way
      * this compiler writes them
       DECODE-ZONED-SIGN-PARA.
           MOVE 0 TO WS-FIELD-DIGIT
           EVALUATE WS-FIELD-LAST
               WHEN "p"
                   MOVE "Y" TO WS-FIELD-NEG
                   MOVE 0 TO WS-FIELD-DIGIT
               WHEN "q"
                   MOVE "Y" TO WS-FIELD-NEG
                   MOVE 1 TO WS-FIELD-DIGIT
               WHEN "r"
                   MOVE "Y" TO WS-FIELD-NEG
                   MOVE 2 TO WS-FIELD-DIGIT
               WHEN "s"
                   MOVE "Y" TO WS-FIELD-NEG
                   MOVE 3 TO WS-FIELD-DIGIT
               WHEN "t"
                   MOVE "Y" TO WS-FIELD-NEG
                   MOVE 4 TO WS-FIELD-DIGIT
               WHEN "u"
                   MOVE "Y" TO WS-FIELD-NEG
                   MOVE 5 TO WS-FIELD-DIGIT
               WHEN "v"
                   MOVE "Y" TO WS-FIELD-NEG
                   MOVE 6 TO WS-FIELD-DIGIT
               WHEN "w"
                   MOVE "Y" TO WS-FIELD-NEG
                   MOVE 7 TO WS-FIELD-DIGIT
               WHEN "x"
                   MOVE "Y" TO WS-FIELD-NEG
                   MOVE 8 TO WS-FIELD-DIGIT
               WHEN "y"
                   MOVE "Y" TO WS-FIELD-NEG
                   MOVE 9 TO WS-FIELD-DIGIT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-FIELD-DIGIT
             TO WS-FIELD-RAW(WS-LT-LEN(WS-LAYOUT-INDEX):1)
           .

      * the mask is read right to left the way a PICTURE edits: 9 is
      * always a digit, Z and * a digit only once significant (else a
      * space or an asterisk), a comma only with a digit to its left,
      * and - + CR show the sign; a run of $ floats a single dollar
      * sign up against the first digit; a value too big for the
      * mask fills it with asterisks rather than print a wrong number
       APPLY-EDIT-MASK-PARA.
           MOVE SPACES TO WS-EDITED
           MOVE "N" TO WS-EDIT-NEG
           IF WS-EDIT-VALUE < 0
               MOVE "Y" TO WS-EDIT-NEG
           END-IF

           MOVE 0 TO WS-EDIT-FRAC
           MOVE "N" TO WS-EDIT-AFTER-DP
           MOVE SPACE TO WS-EDIT-FILL
           MOVE 0 TO WS-DOLLAR-COUNT
           MOVE 0 TO WS-DOLLAR-FIRST
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-EDIT-LEN
               MOVE WS-EDIT-MASK(WS-SCAN-POS:1) TO WS-MASK-CHAR
               IF WS-MASK-CHAR = "."
                   MOVE "Y" TO WS-EDIT-AFTER-DP
               END-IF
               IF WS-EDIT-AFTER-DP = "Y" AND WS-EDIT-FRAC < 4 AND
                  (WS-MASK-CHAR = "9" OR WS-MASK-CHAR = "Z")
                   ADD 1 TO WS-EDIT-FRAC
               END-IF
               IF WS-MASK-CHAR = "*"
                   MOVE "*" TO WS-EDIT-FILL
               END-IF
               IF WS-MASK-CHAR = "$"
                   ADD 1 TO WS-DOLLAR-COUNT
                   IF WS-DOLLAR-FIRST = 0
                       MOVE WS-SCAN-POS TO WS-DOLLAR-FIRST
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-SCALED ROUNDED =
               FUNCTION ABS(WS-EDIT-VALUE) * (10 ** WS-EDIT-FRAC)
           MOVE 19 TO WS-FIRST-SIG
           PERFORM VARYING WS-SCAN-POS FROM 18 BY -1
                   UNTIL WS-SCAN-POS < 1
               IF WS-SCALED-X(WS-SCAN-POS:1) NOT = "0"
                   MOVE WS-SCAN-POS TO WS-FIRST-SIG
               END-IF
           END-PERFORM

           MOVE 18 TO WS-DIGIT-POS
           MOVE "N" TO WS-EDIT-AFTER-DP
           IF WS-EDIT-FRAC > 0
               MOVE "Y" TO WS-EDIT-AFTER-DP
           END-IF
           PERFORM VARYING WS-MASK-POS FROM WS-EDIT-LEN BY -1
                   UNTIL WS-MASK-POS < 1
               MOVE WS-EDIT-MASK(WS-MASK-POS:1) TO WS-MASK-CHAR
               PERFORM EDIT-ONE-POSITION-PARA
           END-PERFORM

           IF WS-DIGIT-POS >= WS-FIRST-SIG
               MOVE ALL "*" TO WS-EDITED(1:WS-EDIT-LEN)
               EXIT PARAGRAPH
           END-IF
           IF WS-DOLLAR-COUNT > 1
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                       UNTIL WS-SCAN-POS > WS-EDIT-LEN OR
                             WS-EDITED(WS-SCAN-POS:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               IF WS-SCAN-POS > 1 AND WS-SCAN-POS <= WS-EDIT-LEN
                   MOVE "$" TO WS-EDITED(WS-SCAN-POS - 1:1)
               END-IF
           END-IF
           .

       EDIT-ONE-POSITION-PARA.
           EVALUATE WS-MASK-CHAR
               WHEN "9"
                   IF WS-DIGIT-POS < 1
                       MOVE "0" TO WS-EDITED(WS-MASK-POS:1)
                   ELSE
                       MOVE WS-SCALED-X(WS-DIGIT-POS:1)
                         TO WS-EDITED(WS-MASK-POS:1)
                   END-IF
                   SUBTRACT 1 FROM WS-DIGIT-POS
               WHEN "$"
                   IF WS-DOLLAR-COUNT < 2
                       MOVE "$" TO WS-EDITED(WS-MASK-POS:1)
                   ELSE
                       IF WS-MASK-POS NOT = WS-DOLLAR-FIRST
                          AND WS-DIGIT-POS >= WS-FIRST-SIG
                           MOVE WS-SCALED-X(WS-DIGIT-POS:1)
                             TO WS-EDITED(WS-MASK-POS:1)
                       END-IF
                       IF WS-MASK-POS NOT = WS-DOLLAR-FIRST
                           SUBTRACT 1 FROM WS-DIGIT-POS
                       END-IF
                   END-IF
               WHEN "Z"
               WHEN "*"
                   IF WS-EDIT-AFTER-DP = "Y" OR
                      WS-DIGIT-POS >= WS-FIRST-SIG
                       MOVE WS-SCALED-X(WS-DIGIT-POS:1)
                         TO WS-EDITED(WS-MASK-POS:1)
                   ELSE
                       MOVE WS-EDIT-FILL TO WS-EDITED(WS-MASK-POS:1)
                   END-IF
                   SUBTRACT 1 FROM WS-DIGIT-POS
               WHEN "."
                   MOVE "." TO WS-EDITED(WS-MASK-POS:1)
                   MOVE "N" TO WS-EDIT-AFTER-DP
               WHEN ","
                   MOVE "N" TO WS-EDIT-NINE-LEFT
                   IF WS-MASK-POS > 1
                       IF WS-EDIT-MASK(1:WS-MASK-POS - 1) NOT = SPACES
                           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                                   UNTIL WS-SCAN-POS >= WS-MASK-POS
                               IF WS-EDIT-MASK(WS-SCAN-POS:1) = "9"
                                   MOVE "Y" TO WS-EDIT-NINE-LEFT
                               END-IF
                           END-PERFORM
                       END-IF
                   END-IF
                   IF WS-DIGIT-POS >= WS-FIRST-SIG OR
                      WS-EDIT-NINE-LEFT = "Y"
                       MOVE "," TO WS-EDITED(WS-MASK-POS:1)
                   ELSE
                       MOVE WS-EDIT-FILL TO WS-EDITED(WS-MASK-POS:1)
                   END-IF
               WHEN "-"
                   IF WS-EDIT-NEG = "Y"
                       MOVE "-" TO WS-EDITED(WS-MASK-POS:1)
                   END-IF
               WHEN "+"
                   IF WS-EDIT-NEG = "Y"
                       MOVE "-" TO WS-EDITED(WS-MASK-POS:1)
                   ELSE
                       MOVE "+" TO WS-EDITED(WS-MASK-POS:1)
                   END-IF
               WHEN "R"
                   IF WS-MASK-POS > 1 AND
                      WS-EDIT-MASK(WS-MASK-POS - 1:1) = "C"
                       IF WS-EDIT-NEG = "Y"
                           MOVE "CR" TO WS-EDITED(WS-MASK-POS - 1:2)
                       END-IF
                       SUBTRACT 1 FROM WS-MASK-POS
                   ELSE
                       MOVE "R" TO WS-EDITED(WS-MASK-POS:1)
                   END-IF
               WHEN "B"
                   MOVE SPACE TO WS-EDITED(WS-MASK-POS:1)
               WHEN OTHER
                   MOVE WS-MASK-CHAR TO WS-EDITED(WS-MASK-POS:1)
           END-EVALUATE
           .

      * a PIN or password field shows nothing at all; an SSN or
      * tax id field, or any whole number nine digits or longer,
      * shows only its last four digits - the rule FILE-ECHO keeps
       MASK-FIELD-PARA.
           MOVE SPACE TO WS-MASK-KIND
           MOVE WS-LT-NAME(WS-LAYOUT-INDEX) TO WS-FIELD-NAME-UPPER
           MOVE 0 TO WS-NAME-TALLY
           INSPECT WS-FIELD-NAME-UPPER TALLYING WS-NAME-TALLY
               FOR ALL "PIN" ALL "PASSWORD"
           IF WS-NAME-TALLY > 0
               MOVE "S" TO WS-MASK-KIND
           ELSE
               INSPECT WS-FIELD-NAME-UPPER TALLYING WS-NAME-TALLY
                   FOR ALL "SSN" ALL "TAX" ALL "TIN"
               IF WS-NAME-TALLY > 0
                   MOVE "L" TO WS-MASK-KIND
               END-IF
               IF WS-LT-TYPE(WS-LAYOUT-INDEX) = "N" AND
                  WS-LT-DEC(WS-LAYOUT-INDEX) = 0 AND
                  WS-LT-LEN(WS-LAYOUT-INDEX) >= 9
                   MOVE "L" TO WS-MASK-KIND
               END-IF
           END-IF
           EVALUATE WS-MASK-KIND
               WHEN "S"
                   MOVE SPACES TO WS-EDITED
                   MOVE "****" TO WS-EDITED
               WHEN "L"
                   IF WS-LT-LEN(WS-LAYOUT-INDEX) > 4
                       COMPUTE WS-MASK-FROM =
                           WS-LT-LEN(WS-LAYOUT-INDEX) - 3
                   ELSE
                       MOVE 1 TO WS-MASK-FROM
                   END-IF
                   MOVE SPACES TO WS-EDITED
                   STRING "****" WS-FIELD-RAW(WS-MASK-FROM:4)
                     DELIMITED BY SIZE INTO WS-EDITED
           END-EVALUATE
           .

      * a subtotal names the group it closes, counts its records, and
      * totals the marked columns under their own masks
       PRINT-SUBTOTAL-PARA.
           MOVE WS-BRK-FIELD(WS-BRK-LEVEL) TO WS-LAYOUT-INDEX
           MOVE WS-BRK-PREV(WS-BRK-LEVEL) TO WS-FIELD-RAW
           MOVE WS-FIELD-RAW TO WS-EDITED
           IF WS-SENSITIVE-FILE = "Y"
               PERFORM MASK-FIELD-PARA
           END-IF
           MOVE WS-TOT-COUNT(WS-BRK-LEVEL) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING "  ** total "FUNCTION TRIM(WS-BRK-LABEL(WS-BRK-LEVEL))
                  " "FUNCTION TRIM(WS-EDITED)" - "
                  FUNCTION TRIM(WS-COUNT-EDIT)" records"
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-BRK-LEVEL TO WS-TOT-INDEX
           PERFORM PRINT-TOTALS-LINE-PARA
           IF WS-LINE-COUNT < WS-PAGE-LINES
               MOVE SPACES TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF

           MOVE 0 TO WS-TOT-COUNT(WS-BRK-LEVEL)
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-COL-COUNT
               MOVE 0 TO WS-TOT-SUM(WS-BRK-LEVEL, WS-COL-INDEX)
           END-PERFORM
           .

       PRINT-GRAND-TOTAL-PARA.
           MOVE WS-TOT-COUNT(4) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING "*** grand total - "FUNCTION TRIM(WS-COUNT-EDIT)
                  " records"
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 4 TO WS-TOT-INDEX
           PERFORM PRINT-TOTALS-LINE-PARA
           .

      * a line of totals is only written when a column is totalled
       PRINT-TOTALS-LINE-PARA.
           MOVE SPACES TO WS-OUT-LINE
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-COL-COUNT
               IF WS-COL-TOTAL(WS-COL-INDEX) = "Y"
                   MOVE WS-TOT-SUM(WS-TOT-INDEX, WS-COL-INDEX)
                     TO WS-EDIT-VALUE
                   MOVE WS-COL-MASK(WS-COL-INDEX) TO WS-EDIT-MASK
                   MOVE WS-COL-MASK-LEN(WS-COL-INDEX) TO WS-EDIT-LEN
                   PERFORM APPLY-EDIT-MASK-PARA
                   PERFORM PLACE-EDITED-PARA
               END-IF
           END-PERFORM
           IF WS-OUT-LINE NOT = SPACES
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           .

      * a full page starts the next one with the title, the date and
      * page number, and the column headings
       WRITE-REPORT-LINE-PARA.
           IF WS-PAGE-NUMBER = 0 OR WS-LINE-COUNT >= WS-PAGE-LINES
               PERFORM WRITE-PAGE-HEADING-PARA
           END-IF
           MOVE WS-OUT-LINE TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           .

       WRITE-PAGE-HEADING-PARA.
           IF WS-PAGE-NUMBER > 0
               MOVE SPACES TO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
           END-IF
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT
           MOVE SPACES TO FS-REPORT-LINE
           MOVE WS-TITLE TO FS-REPORT-LINE
           STRING "Date "WS-RUN-MONTH"/"WS-RUN-DAY"/"WS-RUN-YEAR
                  "   Page "WS-PAGE-EDIT
             DELIMITED BY SIZE INTO FS-REPORT-LINE(WS-RIGHT-POS:30)
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE SPACES TO FS-REPORT-LINE
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-COL-COUNT
               MOVE WS-COL-START(WS-COL-INDEX) TO WS-PLACE-POS
               IF WS-LT-TYPE(WS-COL-FIELD(WS-COL-INDEX)) = "N" AND
                  WS-COL-HEADING(WS-COL-INDEX) NOT = SPACES
                   COMPUTE WS-TEXT-LEN = FUNCTION LENGTH(FUNCTION TRIM(
                       WS-COL-HEADING(WS-COL-INDEX) TRAILING))
                   COMPUTE WS-PLACE-POS = WS-PLACE-POS
                       + WS-COL-WIDTH(WS-COL-INDEX) - WS-TEXT-LEN
               END-IF
               MOVE WS-COL-HEADING(WS-COL-INDEX) TO FS-REPORT-LINE
                 (WS-PLACE-POS:WS-COL-WIDTH(WS-COL-INDEX))
           END-PERFORM
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-COL-COUNT
               MOVE ALL "-" TO FS-REPORT-LINE
                 (WS-COL-START(WS-COL-INDEX):WS-COL-WIDTH(WS-COL-INDEX))
           END-PERFORM
           WRITE FS-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT
           .

       REGISTER-REPORT-PARA.
           MOVE WS-RPT-TYPE       TO FS-RCAT-TYPE
           MOVE WS-OUTPUT-NAME    TO FS-RCAT-FILENAME
           MOVE WS-SELECTED-COUNT TO FS-RCAT-COUNT
           MOVE WS-RUN-DATE       TO FS-RCAT-DATE
           MOVE "RPT-WRITER"      TO FS-RCAT-RUNBY

           OPEN EXTEND FS-RCAT-FILE
               IF WS-RCAT-FILE-STATUS = '35'
                   OPEN OUTPUT FS-RCAT-FILE
               END-IF
               WRITE FS-RCAT-RECORD
           CLOSE FS-RCAT-FILE
           .

       END PROGRAM REPORT-WRITER.
