      *     turns raw bytes into named, properly formatted fields,
      *     and the field search compares a named field to a value
      *     instead of scanning raw positions
      *   - files that carry account numbers, SSNs, tax ids, or
      *     secrets can no longer be paged or searched raw; they are
      *     shown only through a layout, with those fields cut down
      *     to their last four digits and PINs/passwords blanked out
      *   - the account renumbering cross-reference joins the list of
      *     files that cannot be paged or searched raw
      *   - so do the debit card master and the card vendor files
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-ECHO.
           01 WS-SEARCH-FIELD PIC X(20).
           01 WS-FIELD-FOUND PIC X(3).
           01 WS-FIELD-INDEX PIC 9(2).

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
           01 WS-SENSITIVE-FILE PIC X(1) VALUE "N".
           01 WS-FILE-NAME-LOWER PIC X(100).
           01 WS-FIELD-NAME-UPPER PIC X(20).
           01 WS-NAME-TALLY PIC 9(3).
           01 WS-MASK-KIND PIC X(1).
           01 WS-MASK-FROM PIC 9(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter file path for the file you want to read:".
      -        "ring  3) display records through a layout  4) search
      -        " a layout field for a value".
           ACCEPT WS-MODE.
           PERFORM CHECK-SENSITIVE-FILE-PARA.
           IF WS-SENSITIVE-FILE = "Y" AND
              (WS-MODE = 1 OR WS-MODE = 2)
               DISPLAY "This file holds account numbers, SSNs, tax ids, 
      -            "or secrets - use mode 3 or 4 with its layout so thos
      -            "e fields are masked"
               STOP RUN
           END-IF.
           IF WS-MODE = 3 OR WS-MODE = 4
               PERFORM LOAD-LAYOUT-PARA
               IF WS-LAYOUT-COUNT = 0

           SHOW-ONE-FIELD-PARA.
               PERFORM FORMAT-FIELD-PARA
               IF WS-SENSITIVE-FILE = "Y"
                   PERFORM MASK-FIELD-PARA
               END-IF
               DISPLAY WS-LT-NAME(WS-LAYOUT-INDEX)" "WS-FIELD-SHOW.

           CHECK-SENSITIVE-FILE-PARA.
               MOVE "N" TO WS-SENSITIVE-FILE
               MOVE FUNCTION LOWER-CASE(WS-FILE-NAME)
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
               END-PERFORM.

      *    a PIN or password field shows nothing at all; an SSN or
      *    tax id field, or any whole number nine digits or longer
      *    (account numbers, customer numbers, SSNs under another
      *    name), shows only its last four digits - a layout that
      *    renames a field does not get around the length rule
           MASK-FIELD-PARA.
               MOVE SPACE TO WS-MASK-KIND
               MOVE FUNCTION UPPER-CASE(WS-LT-NAME(WS-LAYOUT-INDEX))
                 TO WS-FIELD-NAME-UPPER
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
                       MOVE "****" TO WS-FIELD-SHOW
                   WHEN "L"
                       IF WS-LT-LEN(WS-LAYOUT-INDEX) > 4
                           COMPUTE WS-MASK-FROM =
                               WS-LT-LEN(WS-LAYOUT-INDEX) - 3
                       ELSE
                           MOVE 1 TO WS-MASK-FROM
                       END-IF
                       MOVE SPACES TO WS-FIELD-SHOW
                       STRING "****" WS-FIELD-RAW(WS-MASK-FROM:4)
                         DELIMITED BY SIZE INTO WS-FIELD-SHOW
               END-EVALUATE.

      *    numeric fields get their implied decimal point put back
      *    and a zoned trailing sign decoded; text fields pass
      *    through untouched
