      ******************************************************************
      * Author: Stanley Zhong
      * Date: Updated 5/29/2020
      * Purpose: Holiday calendar maintenance for bank_holidays.txt,
      *          the file BUSINESS-DAY reads. A year's holidays are
      *          generated from holiday_rules.ctl - a fixed date, the
      *          Nth weekday of a month, or the last weekday of a
      *          month - with a fixed-date holiday that lands on a
      *          Saturday observed the Friday before and one on a
      *          Sunday observed the Monday after. One-off closures
      *          (and a rule holiday the bank stays open for) are kept
      *          in holiday_oneoff.txt so a regenerated year keeps
      *          them. The generated year is printed for sign-off to
      *          holiday_calendar_<year>.txt, registered in the report
      *          catalog, and written into bank_holidays.txt replacing
      *          only that year's dates. From November on, a missing
      *          next year is warned to the operations log; under
      *          SHOP_UNATTENDED=Y that check is all that is done
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDAY-GEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FS-HOLIDAY-FILE ASSIGN TO "bank_holidays.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
               SELECT FS-RULE-FILE ASSIGN TO "holiday_rules.ctl"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-RULE-FILE-STATUS.
               SELECT FS-ONEOFF-FILE ASSIGN TO "holiday_oneoff.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-ONEOFF-FILE-STATUS.
               SELECT FS-CAL-FILE ASSIGN TO WS-CAL-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-CAL-FILE-STATUS.
               SELECT FS-RCAT-FILE ASSIGN TO "report_catalog.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-RCAT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD FS-HOLIDAY-FILE.
           01 FS-HOLIDAY-RECORD.
               05 FS-HOLIDAY-DATE PIC 9(8).

      * type F a fixed month and day, N the Nth weekday of the month,
      * L the last weekday of the month; weekday 1 Monday through 7
      * Sunday; observe Y moves a Saturday to the Friday before and a
      * Sunday to the Monday after
           FD FS-RULE-FILE.
           01 FS-RULE-RECORD.
               05 FS-RULE-TYPE    PIC X(1).
               05 FS-RULE-MONTH   PIC 9(2).
               05 FS-RULE-DAY     PIC 9(2).
               05 FS-RULE-WEEKDAY PIC 9(1).
               05 FS-RULE-NTH     PIC 9(1).
               05 FS-RULE-OBSERVE PIC X(1).
               05 FS-RULE-NAME    PIC X(30).

      * action C closed that day, O open on a day the rules close
           FD FS-ONEOFF-FILE.
           01 FS-ONEOFF-RECORD.
               05 FS-OO-DATE   PIC 9(8).
               05 FS-OO-ACTION PIC X(1).
               05 FS-OO-REASON PIC X(30).

           FD FS-CAL-FILE.
           01 FS-CAL-LINE PIC X(80).

           FD FS-RCAT-FILE.
           01 FS-RCAT-RECORD.
               05 FS-RCAT-TYPE     PIC X(12).
               05 FS-RCAT-DATE     PIC 9(8).
               05 FS-RCAT-FILENAME PIC X(60).
               05 FS-RCAT-COUNT    PIC 9(9).
               05 FS-RCAT-RUNBY    PIC X(12).
       WORKING-STORAGE SECTION.
           01 WS-HOLIDAY-FILE-STATUS PIC X(2).
           01 WS-RULE-FILE-STATUS    PIC X(2).
           01 WS-ONEOFF-FILE-STATUS  PIC X(2).
           01 WS-CAL-FILE-STATUS     PIC X(2).
           01 WS-RCAT-FILE-STATUS    PIC X(2).
           01 WS-EOF                 PIC X(3).
           01 WS-MODE                PIC X(1).
           01 WS-ANSWER              PIC X(1).
           01 WS-UNATTENDED          PIC X(1).
           01 WS-CHANGED             PIC X(3).

           01 WS-TODAY-DATA.
               05 WS-TODAY-DATE.
                   10 WS-TODAY-YEAR  PIC 9(4).
                   10 WS-TODAY-MONTH PIC 9(2).
                   10 WS-TODAY-DAY   PIC 9(2).
               05 FILLER             PIC X(13).
           01 WS-NEXT-YEAR           PIC 9(4).
           01 WS-NEXT-YEAR-COUNT     PIC 9(4).

           01 WS-GEN-YEAR            PIC 9(4).
           01 WS-BASE-YEAR           PIC 9(4).
           01 WS-BASE-FROM           PIC 9(4).
           01 WS-BASE-TO             PIC 9(4).
           01 WS-NEXT-MONTH-YEAR     PIC 9(4).
           01 WS-NEXT-MONTH          PIC 9(2).
           01 WS-FIRST-OF-MONTH      PIC 9(2) VALUE 1.
           01 WS-MONTH-FIRST-DAYS    PIC 9(9).
           01 WS-MONTH-NEXT-DAYS     PIC 9(9).
           01 WS-MONTH-LENGTH        PIC 9(2).
           01 WS-HOL-DAYS            PIC 9(9).
           01 WS-HOL-DATE            PIC 9(8).
           01 WS-HOL-DATE-R REDEFINES WS-HOL-DATE.
               05 WS-HOL-YEAR  PIC 9(4).
               05 WS-HOL-MONTH PIC 9(2).
               05 WS-HOL-DAY   PIC 9(2).
           01 WS-HOL-NAME            PIC X(30).
           01 WS-HOL-NOTE            PIC X(8).
           01 WS-WEEKDAY             PIC 9(1).
           01 WS-OFFSET              PIC 9(1).
           01 WS-WEEKDAY-NAMES       PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".

      * the standard Federal Reserve holidays, written out as the
      * rules file when there is none yet
           01 WS-DEFAULT-RULES.
               05 FILLER PIC X(38) VALUE "F010100YNEW YEAR'S DAY".
               05 FILLER PIC X(38)
                   VALUE "N010013NMARTIN LUTHER KING JR. DAY".
               05 FILLER PIC X(38)
                   VALUE "N020013NWASHINGTON'S BIRTHDAY".
               05 FILLER PIC X(38) VALUE "L050010NMEMORIAL DAY".
               05 FILLER PIC X(38) VALUE "F061900YJUNETEENTH".
               05 FILLER PIC X(38) VALUE "F070400YINDEPENDENCE DAY".
               05 FILLER PIC X(38) VALUE "N090011NLABOR DAY".
               05 FILLER PIC X(38) VALUE "N100012NCOLUMBUS DAY".
               05 FILLER PIC X(38) VALUE "F111100YVETERANS DAY".
               05 FILLER PIC X(38) VALUE "N110044NTHANKSGIVING DAY".
               05 FILLER PIC X(38) VALUE "F122500YCHRISTMAS DAY".
           01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-RULES.
               05 WS-DEFAULT-RULE OCCURS 11 TIMES PIC X(38).
           01 WS-DEFAULT-INDEX       PIC 9(2).

           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 30 TIMES.
                   10 WS-RT-TYPE    PIC X(1).
                   10 WS-RT-MONTH   PIC 9(2).
                   10 WS-RT-DAY     PIC 9(2).
                   10 WS-RT-WEEKDAY PIC 9(1).
                   10 WS-RT-NTH     PIC 9(1).
                   10 WS-RT-OBSERVE PIC X(1).
                   10 WS-RT-NAME    PIC X(30).
           01 WS-RULE-COUNT          PIC 9(2) VALUE 0.
           01 WS-RULE-INDEX          PIC 9(2).
           01 WS-RULE-OK             PIC X(3).

           01 WS-ONEOFF-TABLE.
               05 WS-ONEOFF-ENTRY OCCURS 200 TIMES.
                   10 WS-OT-DATE   PIC 9(8).
                   10 WS-OT-ACTION PIC X(1).
                   10 WS-OT-REASON PIC X(30).
           01 WS-ONEOFF-COUNT        PIC 9(3) VALUE 0.
           01 WS-ONEOFF-INDEX        PIC 9(3).
           01 WS-ONEOFF-FOUND        PIC 9(3).

      * the year being generated, in date order
           01 WS-YEAR-TABLE.
               05 WS-YEAR-ENTRY OCCURS 60 TIMES.
                   10 WS-YT-DATE PIC 9(8).
                   10 WS-YT-NAME PIC X(30).
                   10 WS-YT-NOTE PIC X(8).
           01 WS-YEAR-COUNT          PIC 9(2).
           01 WS-YEAR-INDEX          PIC 9(2).
           01 WS-YEAR-SLOT           PIC 9(2).
           01 WS-YEAR-SHIFT          PIC 9(2).
           01 WS-YEAR-FOUND          PIC 9(2).
           01 WS-OPEN-COUNT          PIC 9(2).

      * every date in bank_holidays.txt, other years included, while
      * the file is rewritten; BUSINESS-DAY holds 500 of them
           01 WS-ALL-TABLE.
               05 WS-ALL-DATE OCCURS 1000 TIMES PIC 9(8).
           01 WS-ALL-COUNT           PIC 9(4).
           01 WS-ALL-INDEX           PIC 9(4).
           01 WS-ALL-SLOT            PIC 9(4).
           01 WS-ALL-SHIFT           PIC 9(4).
           01 WS-ALL-FULL            PIC X(3).
           01 WS-ALL-NEW-DATE        PIC 9(8).
           01 WS-KEPT-COUNT          PIC 9(4).

           01 WS-ENTRY-DATE          PIC 9(8).
           01 WS-ENTRY-DATE-R REDEFINES WS-ENTRY-DATE.
               05 WS-ENTRY-YEAR  PIC 9(4).
               05 WS-ENTRY-MONTH PIC 9(2).
               05 WS-ENTRY-DAY   PIC 9(2).
           01 WS-ENTRY-DAYS          PIC 9(9).
           01 WS-ENTRY-REASON        PIC X(30).

           01 WS-VALIDATE-PROMPT     PIC X(60).
           01 WS-VALIDATE-MIN        PIC S9(18)V99.
           01 WS-VALIDATE-MAX        PIC S9(18)V99.
           01 WS-VALIDATE-NUMERIC    PIC S9(18)V99.

           01 WS-CAL-NAME            PIC X(60).
           01 WS-PRINT-LINE          PIC X(80).
           01 WS-PRINT-DATE          PIC X(10).
           01 WS-COUNT-EDIT          PIC Z9.

           01 WS-OPS-SEVERITY        PIC X(1).
           01 WS-OPS-PROGRAM         PIC X(12) VALUE "HOLIDAY-GEN".
           01 WS-OPS-MESSAGE         PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATA

      * the night chain runs only the look-ahead for next year
           MOVE SPACES TO WS-UNATTENDED
           ACCEPT WS-UNATTENDED FROM ENVIRONMENT "SHOP_UNATTENDED"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           PERFORM CHECK-NEXT-YEAR-PARA
           IF WS-UNATTENDED = "Y"
               STOP RUN
           END-IF

           PERFORM LOAD-RULES-PARA
           IF WS-RULE-COUNT = 0
               DISPLAY "No usable rules in holiday_rules.ctl - nothing t
      -                "o generate"
               STOP RUN
           END-IF
           PERFORM LOAD-ONEOFFS-PARA

           DISPLAY "G) Generate a year's holiday calendar"
           DISPLAY "A) Add a one-off closure"
           DISPLAY "R) Remove a closure"
           DISPLAY "Choice (blank for G):"
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           EVALUATE WS-MODE
               WHEN "A"
                   PERFORM ADD-CLOSURE-PARA
               WHEN "R"
                   PERFORM REMOVE-CLOSURE-PARA
               WHEN OTHER
                   DISPLAY "Year to generate (blank for next year):"
                   ACCEPT WS-GEN-YEAR
                   IF WS-GEN-YEAR = 0
                       COMPUTE WS-GEN-YEAR = WS-TODAY-YEAR + 1
                   END-IF
                   MOVE "enter a year from 1602 to 9998"
                     TO WS-VALIDATE-PROMPT
                   MOVE 1602 TO WS-VALIDATE-MIN
                   MOVE 9998 TO WS-VALIDATE-MAX
                   MOVE WS-GEN-YEAR TO WS-VALIDATE-NUMERIC
                   CALL "VALIDATE-RANGE" USING WS-VALIDATE-PROMPT
                       WS-VALIDATE-MIN WS-VALIDATE-MAX
                       WS-VALIDATE-NUMERIC
                   MOVE WS-VALIDATE-NUMERIC TO WS-GEN-YEAR
                   MOVE "YES" TO WS-CHANGED
           END-EVALUATE

           IF WS-CHANGED = "NO"
               STOP RUN
           END-IF

      * a changed one-off lands in its year straight away, through
      * the same sign-off as a full generation
           PERFORM GENERATE-YEAR-PARA
           PERFORM PRINT-CALENDAR-PARA

           DISPLAY "Write these "WS-YEAR-COUNT" days into bank_holidays.
      -            "txt as the "WS-GEN-YEAR" calendar (Y/N)?"
           ACCEPT WS-ANSWER
           IF FUNCTION UPPER-CASE(WS-ANSWER) = "Y"
               PERFORM WRITE-HOLIDAY-FILE-PARA
           ELSE
               DISPLAY "bank_holidays.txt left as it was"
           END-IF

           STOP RUN.

      * from November on, next year's holidays should already be on
      * file - BUSINESS-DAY would otherwise treat every weekday of
      * the new year as open
       CHECK-NEXT-YEAR-PARA.
           IF WS-TODAY-MONTH < 11
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEXT-YEAR = WS-TODAY-YEAR + 1
           MOVE 0 TO WS-NEXT-YEAR-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-HOLIDAY-FILE
               IF WS-HOLIDAY-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-HOLIDAY-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF FS-HOLIDAY-DATE(1:4) = WS-NEXT-YEAR
                               ADD 1 TO WS-NEXT-YEAR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-HOLIDAY-FILE

           IF WS-NEXT-YEAR-COUNT > 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "WARNING: no bank holidays on file for "WS-NEXT-YEAR
           MOVE "W" TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "no bank holidays on file for "WS-NEXT-YEAR
                  " - run HOLIDAY-GEN"
             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           CALL "OPS-LOG" USING WS-OPS-SEVERITY WS-OPS-PROGRAM
               WS-OPS-MESSAGE
           .

       LOAD-RULES-PARA.
           MOVE 0 TO WS-RULE-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-RULE-FILE
               IF WS-RULE-FILE-STATUS = '35'
                   CLOSE FS-RULE-FILE
                   PERFORM SEED-RULES-PARA
                   OPEN INPUT FS-RULE-FILE
               END-IF
               IF WS-RULE-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-RULE-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-RULE-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-RULE-FILE
           .

       SEED-RULES-PARA.
           DISPLAY "holiday_rules.ctl not found - start it with the stan
      -            "dard Federal Reserve holidays (Y/N)?"
           ACCEPT WS-ANSWER
           IF FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FS-RULE-FILE
               PERFORM VARYING WS-DEFAULT-INDEX FROM 1 BY 1
                       UNTIL WS-DEFAULT-INDEX > 11
                   MOVE WS-DEFAULT-RULE(WS-DEFAULT-INDEX)
                     TO FS-RULE-RECORD
                   WRITE FS-RULE-RECORD
               END-PERFORM
           CLOSE FS-RULE-FILE
           DISPLAY "holiday_rules.ctl written with 11 rules"
           .

      * a rule that cannot name a day is reported and left out rather
      * than guessed at
       TAKE-RULE-PARA.
           MOVE "YES" TO WS-RULE-OK
           IF FS-RULE-MONTH IS NOT NUMERIC OR FS-RULE-MONTH < 1 OR
              FS-RULE-MONTH > 12
               MOVE "NO" TO WS-RULE-OK
           END-IF
           EVALUATE FS-RULE-TYPE
               WHEN "F"
                   IF FS-RULE-DAY IS NOT NUMERIC OR FS-RULE-DAY < 1
                      OR FS-RULE-DAY > 31
                       MOVE "NO" TO WS-RULE-OK
                   END-IF
               WHEN "N"
                   IF FS-RULE-WEEKDAY IS NOT NUMERIC OR
                      FS-RULE-WEEKDAY < 1 OR FS-RULE-WEEKDAY > 7 OR
                      FS-RULE-NTH IS NOT NUMERIC OR
                      FS-RULE-NTH < 1 OR FS-RULE-NTH > 5
                       MOVE "NO" TO WS-RULE-OK
                   END-IF
               WHEN "L"
                   IF FS-RULE-WEEKDAY IS NOT NUMERIC OR
                      FS-RULE-WEEKDAY < 1 OR FS-RULE-WEEKDAY > 7
                       MOVE "NO" TO WS-RULE-OK
                   END-IF
               WHEN OTHER
                   MOVE "NO" TO WS-RULE-OK
           END-EVALUATE

           IF WS-RULE-OK = "NO"
               DISPLAY "Rule skipped - it does not name a day: "
                 FS-RULE-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-COUNT >= 30
               DISPLAY "Rules are at their 30-rule limit - skipped: "
                 FS-RULE-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE FS-RULE-RECORD TO WS-RULE-ENTRY(WS-RULE-COUNT)
           .

       LOAD-ONEOFFS-PARA.
           MOVE 0 TO WS-ONEOFF-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-ONEOFF-FILE
               IF WS-ONEOFF-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-ONEOFF-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF WS-ONEOFF-COUNT < 200
                               ADD 1 TO WS-ONEOFF-COUNT
                               MOVE FS-ONEOFF-RECORD
                                 TO WS-ONEOFF-ENTRY(WS-ONEOFF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-ONEOFF-FILE
           .

       SAVE-ONEOFFS-PARA.
           OPEN OUTPUT FS-ONEOFF-FILE
               PERFORM VARYING WS-ONEOFF-INDEX FROM 1 BY 1
                       UNTIL WS-ONEOFF-INDEX > WS-ONEOFF-COUNT
                   MOVE WS-ONEOFF-ENTRY(WS-ONEOFF-INDEX)
                     TO FS-ONEOFF-RECORD
                   WRITE FS-ONEOFF-RECORD
               END-PERFORM
           CLOSE FS-ONEOFF-FILE
           .

       FIND-ONEOFF-PARA.
           MOVE 0 TO WS-ONEOFF-FOUND
           PERFORM VARYING WS-ONEOFF-INDEX FROM 1 BY 1
                   UNTIL WS-ONEOFF-INDEX > WS-ONEOFF-COUNT
               IF WS-OT-DATE(WS-ONEOFF-INDEX) = WS-ENTRY-DATE
                   MOVE WS-ONEOFF-INDEX TO WS-ONEOFF-FOUND
               END-IF
           END-PERFORM
           .

       DROP-ONEOFF-PARA.
           PERFORM VARYING WS-ONEOFF-INDEX FROM WS-ONEOFF-FOUND BY 1
                   UNTIL WS-ONEOFF-INDEX >= WS-ONEOFF-COUNT
               MOVE WS-ONEOFF-ENTRY(WS-ONEOFF-INDEX + 1)
                 TO WS-ONEOFF-ENTRY(WS-ONEOFF-INDEX)
           END-PERFORM
           SUBTRACT 1 FROM WS-ONEOFF-COUNT
           .

       ACCEPT-ENTRY-DATE-PARA.
           ACCEPT WS-ENTRY-DATE
           CALL "VALIDATE-DATE" USING WS-ENTRY-YEAR WS-ENTRY-MONTH
                                      WS-ENTRY-DAY
           CALL "DATE-TO-DAYS" USING WS-ENTRY-YEAR WS-ENTRY-MONTH
                                     WS-ENTRY-DAY WS-ENTRY-DAYS
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-ENTRY-DAYS - 1, 7)
           MOVE WS-ENTRY-YEAR TO WS-GEN-YEAR
           .

      * a closure on a day the rules open; adding one back over an
      * "open" entry just restores the rule holiday
       ADD-CLOSURE-PARA.
           MOVE "NO" TO WS-CHANGED
           DISPLAY "Closure date (yyyymmdd):"
           PERFORM ACCEPT-ENTRY-DATE-PARA
           IF WS-WEEKDAY >= 5
               DISPLAY "That date is a weekend - the bank is closed anyw
      -                "ay"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ONEOFF-PARA
           IF WS-ONEOFF-FOUND > 0
               IF WS-OT-ACTION(WS-ONEOFF-FOUND) = "C"
                   DISPLAY "That date is already a one-off closure"
                   EXIT PARAGRAPH
               END-IF
               PERFORM DROP-ONEOFF-PARA
               PERFORM SAVE-ONEOFFS-PARA
               DISPLAY "The rule holiday on that date is restored"
               MOVE "YES" TO WS-CHANGED
               EXIT PARAGRAPH
           END-IF

           IF WS-ONEOFF-COUNT >= 200
               DISPLAY "holiday_oneoff.txt is at its 200-entry limit"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason for the closure:"
           ACCEPT WS-ENTRY-REASON
           IF WS-ENTRY-REASON = SPACES
               MOVE "ONE-OFF CLOSURE" TO WS-ENTRY-REASON
           END-IF
           ADD 1 TO WS-ONEOFF-COUNT
           MOVE WS-ENTRY-DATE TO WS-OT-DATE(WS-ONEOFF-COUNT)
           MOVE "C" TO WS-OT-ACTION(WS-ONEOFF-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-REASON)
             TO WS-OT-REASON(WS-ONEOFF-COUNT)
           PERFORM SAVE-ONEOFFS-PARA
           MOVE "YES" TO WS-CHANGED
           .

      * a one-off closure is simply dropped; a rule holiday is kept
      * open by an "open" entry so the rule itself stays for later
      * years
       REMOVE-CLOSURE-PARA.
           MOVE "NO" TO WS-CHANGED
           DISPLAY "Date to reopen (yyyymmdd):"
           PERFORM ACCEPT-ENTRY-DATE-PARA

           PERFORM FIND-ONEOFF-PARA
           IF WS-ONEOFF-FOUND > 0
               IF WS-OT-ACTION(WS-ONEOFF-FOUND) = "O"
                   DISPLAY "That date is already open"
                   EXIT PARAGRAPH
               END-IF
               PERFORM DROP-ONEOFF-PARA
               PERFORM SAVE-ONEOFFS-PARA
               DISPLAY "One-off closure removed"
               MOVE "YES" TO WS-CHANGED
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-YEAR-PARA
           MOVE 0 TO WS-YEAR-FOUND
           PERFORM VARYING WS-YEAR-INDEX FROM 1 BY 1
                   UNTIL WS-YEAR-INDEX > WS-YEAR-COUNT
               IF WS-YT-DATE(WS-YEAR-INDEX) = WS-ENTRY-DATE
                   MOVE WS-YEAR-INDEX TO WS-YEAR-FOUND
               END-IF
           END-PERFORM
           IF WS-YEAR-FOUND = 0
               DISPLAY "No closure on that date"
               EXIT PARAGRAPH
           END-IF

           IF WS-ONEOFF-COUNT >= 200
               DISPLAY "holiday_oneoff.txt is at its 200-entry limit"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason the bank opens on "
             FUNCTION TRIM(WS-YT-NAME(WS-YEAR-FOUND))":"
           ACCEPT WS-ENTRY-REASON
           IF WS-ENTRY-REASON = SPACES
               MOVE WS-YT-NAME(WS-YEAR-FOUND) TO WS-ENTRY-REASON
           END-IF
           ADD 1 TO WS-ONEOFF-COUNT
           MOVE WS-ENTRY-DATE TO WS-OT-DATE(WS-ONEOFF-COUNT)
           MOVE "O" TO WS-OT-ACTION(WS-ONEOFF-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-REASON)
             TO WS-OT-REASON(WS-ONEOFF-COUNT)
           PERFORM SAVE-ONEOFFS-PARA
           MOVE "YES" TO WS-CHANGED
           .

      * each rule is worked for the year either side as well, since
      * an observed day can cross the year end - New Year's Day on a
      * Saturday is observed on December 31 of the year before
       GENERATE-YEAR-PARA.
           MOVE 0 TO WS-YEAR-COUNT
           MOVE 0 TO WS-OPEN-COUNT
           COMPUTE WS-BASE-FROM = WS-GEN-YEAR - 1
           COMPUTE WS-BASE-TO = WS-GEN-YEAR + 1
           PERFORM APPLY-RULE-PARA
             VARYING WS-RULE-INDEX FROM 1 BY 1
             UNTIL WS-RULE-INDEX > WS-RULE-COUNT
           PERFORM APPLY-ONEOFF-PARA
             VARYING WS-ONEOFF-INDEX FROM 1 BY 1
             UNTIL WS-ONEOFF-INDEX > WS-ONEOFF-COUNT
           .

       APPLY-RULE-PARA.
           PERFORM RULE-FOR-BASE-YEAR-PARA
             VARYING WS-BASE-YEAR FROM WS-BASE-FROM BY 1
             UNTIL WS-BASE-YEAR > WS-BASE-TO
           .

      * day 1 of the DATE-TO-DAYS scale was a Monday, so MOD 7 of the
      * day number less one gives 0 Monday through 6 Sunday
       RULE-FOR-BASE-YEAR-PARA.
           CALL "DATE-TO-DAYS" USING WS-BASE-YEAR
               WS-RT-MONTH(WS-RULE-INDEX) WS-FIRST-OF-MONTH
               WS-MONTH-FIRST-DAYS
           IF WS-RT-MONTH(WS-RULE-INDEX) = 12
               COMPUTE WS-NEXT-MONTH-YEAR = WS-BASE-YEAR + 1
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               MOVE WS-BASE-YEAR TO WS-NEXT-MONTH-YEAR
               COMPUTE WS-NEXT-MONTH = WS-RT-MONTH(WS-RULE-INDEX) + 1
           END-IF
           CALL "DATE-TO-DAYS" USING WS-NEXT-MONTH-YEAR WS-NEXT-MONTH
               WS-FIRST-OF-MONTH WS-MONTH-NEXT-DAYS
           COMPUTE WS-MONTH-LENGTH =
               WS-MONTH-NEXT-DAYS - WS-MONTH-FIRST-DAYS

           EVALUATE WS-RT-TYPE(WS-RULE-INDEX)
               WHEN "F"
      * a February 29 rule only lands in a leap year
                   IF WS-RT-DAY(WS-RULE-INDEX) > WS-MONTH-LENGTH
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-HOL-DAYS = WS-MONTH-FIRST-DAYS +
                       WS-RT-DAY(WS-RULE-INDEX) - 1
               WHEN "N"
                   COMPUTE WS-WEEKDAY =
                       FUNCTION MOD(WS-MONTH-FIRST-DAYS - 1, 7)
                   COMPUTE WS-OFFSET = FUNCTION MOD(
                       WS-RT-WEEKDAY(WS-RULE-INDEX) - 1 - WS-WEEKDAY
                       + 7, 7)
                   COMPUTE WS-HOL-DAYS = WS-MONTH-FIRST-DAYS +
                       WS-OFFSET + (WS-RT-NTH(WS-RULE-INDEX) - 1) * 7
      * a fifth weekday the month does not have
                   IF WS-HOL-DAYS >= WS-MONTH-NEXT-DAYS
                       EXIT PARAGRAPH
                   END-IF
               WHEN "L"
                   COMPUTE WS-WEEKDAY =
                       FUNCTION MOD(WS-MONTH-NEXT-DAYS - 2, 7)
                   COMPUTE WS-OFFSET = FUNCTION MOD(
                       WS-WEEKDAY - WS-RT-WEEKDAY(WS-RULE-INDEX) + 1
                       + 7, 7)
                   COMPUTE WS-HOL-DAYS =
                       WS-MONTH-NEXT-DAYS - 1 - WS-OFFSET
           END-EVALUATE

           MOVE SPACES TO WS-HOL-NOTE
           IF WS-RT-OBSERVE(WS-RULE-INDEX) = "Y"
               COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-HOL-DAYS - 1, 7)
               IF WS-WEEKDAY = 5
                   SUBTRACT 1 FROM WS-HOL-DAYS
                   MOVE "OBSERVED" TO WS-HOL-NOTE
               END-IF
               IF WS-WEEKDAY = 6
                   ADD 1 TO WS-HOL-DAYS
                   MOVE "OBSERVED" TO WS-HOL-NOTE
               END-IF
           END-IF

           MOVE FUNCTION DATE-OF-INTEGER(WS-HOL-DAYS) TO WS-HOL-DATE
           IF WS-HOL-YEAR = WS-GEN-YEAR
               MOVE WS-RT-NAME(WS-RULE-INDEX) TO WS-HOL-NAME
               PERFORM ADD-YEAR-ENTRY-PARA
           END-IF
           .

      * one-offs for the year: a closure is added to the calendar, an
      * "open" takes its date back out
       APPLY-ONEOFF-PARA.
           IF WS-OT-DATE(WS-ONEOFF-INDEX)(1:4) NOT = WS-GEN-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OT-DATE(WS-ONEOFF-INDEX) TO WS-HOL-DATE
           IF WS-OT-ACTION(WS-ONEOFF-INDEX) = "C"
               MOVE WS-OT-REASON(WS-ONEOFF-INDEX) TO WS-HOL-NAME
               MOVE "ONE-OFF" TO WS-HOL-NOTE
               PERFORM ADD-YEAR-ENTRY-PARA
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-YEAR-FOUND
           PERFORM VARYING WS-YEAR-INDEX FROM 1 BY 1
                   UNTIL WS-YEAR-INDEX > WS-YEAR-COUNT
               IF WS-YT-DATE(WS-YEAR-INDEX) = WS-HOL-DATE
                   MOVE WS-YEAR-INDEX TO WS-YEAR-FOUND
               END-IF
           END-PERFORM
           IF WS-YEAR-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-YEAR-INDEX FROM WS-YEAR-FOUND BY 1
                   UNTIL WS-YEAR-INDEX >= WS-YEAR-COUNT
               MOVE WS-YEAR-ENTRY(WS-YEAR-INDEX + 1)
                 TO WS-YEAR-ENTRY(WS-YEAR-INDEX)
           END-PERFORM
           SUBTRACT 1 FROM WS-YEAR-COUNT
           ADD 1 TO WS-OPEN-COUNT
           .

      * slot WS-HOL-DATE into the year in date order; two holidays on
      * one day make one closure
       ADD-YEAR-ENTRY-PARA.
           MOVE 1 TO WS-YEAR-SLOT
           PERFORM VARYING WS-YEAR-INDEX FROM 1 BY 1
                   UNTIL WS-YEAR-INDEX > WS-YEAR-COUNT
               IF WS-YT-DATE(WS-YEAR-INDEX) = WS-HOL-DATE
                   DISPLAY FUNCTION TRIM(WS-HOL-NAME)" falls on the same
      -                    " day as "
                     FUNCTION TRIM(WS-YT-NAME(WS-YEAR-INDEX))
                   EXIT PARAGRAPH
               END-IF
               IF WS-YT-DATE(WS-YEAR-INDEX) < WS-HOL-DATE
                   COMPUTE WS-YEAR-SLOT = WS-YEAR-INDEX + 1
               END-IF
           END-PERFORM
           IF WS-YEAR-COUNT >= 60
               DISPLAY "More than 60 holidays in one year - "
                 FUNCTION TRIM(WS-HOL-NAME)" left out"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-YEAR-SHIFT FROM WS-YEAR-COUNT BY -1
                   UNTIL WS-YEAR-SHIFT < WS-YEAR-SLOT
               MOVE WS-YEAR-ENTRY(WS-YEAR-SHIFT)
                 TO WS-YEAR-ENTRY(WS-YEAR-SHIFT + 1)
           END-PERFORM
           MOVE WS-HOL-DATE TO WS-YT-DATE(WS-YEAR-SLOT)
           MOVE WS-HOL-NAME TO WS-YT-NAME(WS-YEAR-SLOT)
           MOVE WS-HOL-NOTE TO WS-YT-NOTE(WS-YEAR-SLOT)
           ADD 1 TO WS-YEAR-COUNT
           .

      * the calendar goes to the screen and to a dated print file
      * with a sign-off block, and the print is catalogued
       PRINT-CALENDAR-PARA.
           MOVE SPACES TO WS-CAL-NAME
           STRING "holiday_calendar_"WS-GEN-YEAR".txt"
             DELIMITED BY SIZE INTO WS-CAL-NAME
           OPEN OUTPUT FS-CAL-FILE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "BANK HOLIDAY CALENDAR FOR "WS-GEN-YEAR
             DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Generated "WS-TODAY-MONTH"/"WS-TODAY-DAY"/"
                  WS-TODAY-YEAR" from holiday_rules.ctl and holiday_oneo
      -           "ff.txt"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE "Date        Day  Holiday                         Note"
             TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA

           PERFORM PRINT-ONE-HOLIDAY-PARA
             VARYING WS-YEAR-INDEX FROM 1 BY 1
             UNTIL WS-YEAR-INDEX > WS-YEAR-COUNT

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           IF WS-OPEN-COUNT > 0
               MOVE "Rule holidays the bank is open for:"
                 TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
               PERFORM PRINT-ONE-OPEN-PARA
                 VARYING WS-ONEOFF-INDEX FROM 1 BY 1
                 UNTIL WS-ONEOFF-INDEX > WS-ONEOFF-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF
           MOVE WS-YEAR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-COUNT-EDIT" bank holidays"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE "Approved by: ______________________________   Date: ___
      -         "_________" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA

           CLOSE FS-CAL-FILE
           DISPLAY "Calendar printed to "FUNCTION TRIM(WS-CAL-NAME)

           MOVE "HOLIDAY-CAL" TO FS-RCAT-TYPE
           MOVE WS-TODAY-DATE TO FS-RCAT-DATE
           MOVE WS-CAL-NAME TO FS-RCAT-FILENAME
           MOVE WS-YEAR-COUNT TO FS-RCAT-COUNT
           MOVE "HOLIDAY-GEN" TO FS-RCAT-RUNBY
           OPEN EXTEND FS-RCAT-FILE
               IF WS-RCAT-FILE-STATUS = '35'
                   OPEN OUTPUT FS-RCAT-FILE
               END-IF
               WRITE FS-RCAT-RECORD
           CLOSE FS-RCAT-FILE
           .

       PRINT-LINE-PARA.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE TRAILING)
           MOVE WS-PRINT-LINE TO FS-CAL-LINE
           WRITE FS-CAL-LINE
           .

       PRINT-ONE-HOLIDAY-PARA.
           MOVE WS-YT-DATE(WS-YEAR-INDEX) TO WS-HOL-DATE
           PERFORM FORMAT-HOL-DATE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-PRINT-DATE"  "
                  WS-WEEKDAY-NAMES(WS-WEEKDAY * 3 + 1:3)"  "
                  WS-YT-NAME(WS-YEAR-INDEX)"  "
                  WS-YT-NOTE(WS-YEAR-INDEX)
             DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           .

       PRINT-ONE-OPEN-PARA.
           IF WS-OT-DATE(WS-ONEOFF-INDEX)(1:4) NOT = WS-GEN-YEAR OR
              WS-OT-ACTION(WS-ONEOFF-INDEX) NOT = "O"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OT-DATE(WS-ONEOFF-INDEX) TO WS-HOL-DATE
           PERFORM FORMAT-HOL-DATE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-PRINT-DATE"  "
                  WS-WEEKDAY-NAMES(WS-WEEKDAY * 3 + 1:3)"  "
                  WS-OT-REASON(WS-ONEOFF-INDEX)
             DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           .

       FORMAT-HOL-DATE-PARA.
           MOVE SPACES TO WS-PRINT-DATE
           STRING WS-HOL-MONTH"/"WS-HOL-DAY"/"WS-HOL-YEAR
             DELIMITED BY SIZE INTO WS-PRINT-DATE
           CALL "DATE-TO-DAYS" USING WS-HOL-YEAR WS-HOL-MONTH
                                     WS-HOL-DAY WS-HOL-DAYS
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-HOL-DAYS - 1, 7)
           .

      * every other year's dates are carried over as they stand and
      * the generated year replaces whatever that year held; if the
      * file will not fit, nothing is written rather than lose dates
       WRITE-HOLIDAY-FILE-PARA.
           MOVE 0 TO WS-ALL-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE "NO" TO WS-ALL-FULL
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-HOLIDAY-FILE
               IF WS-HOLIDAY-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-HOLIDAY-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF FS-HOLIDAY-DATE IS NUMERIC AND
                              FS-HOLIDAY-DATE(1:4) NOT = WS-GEN-YEAR
                               MOVE FS-HOLIDAY-DATE TO WS-ALL-NEW-DATE
                               PERFORM INSERT-ALL-DATE-PARA
                               ADD 1 TO WS-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-HOLIDAY-FILE

           PERFORM VARYING WS-YEAR-INDEX FROM 1 BY 1
                   UNTIL WS-YEAR-INDEX > WS-YEAR-COUNT
               MOVE WS-YT-DATE(WS-YEAR-INDEX) TO WS-ALL-NEW-DATE
               PERFORM INSERT-ALL-DATE-PARA
           END-PERFORM

           IF WS-ALL-FULL = "YES"
               DISPLAY "bank_holidays.txt would pass 1000 dates - not wr
      -                "itten; prune the oldest years first"
               MOVE "E" TO WS-OPS-SEVERITY
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING "holiday calendar "WS-GEN-YEAR
                      " not written - bank_holidays.txt full"
                 DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               CALL "OPS-LOG" USING WS-OPS-SEVERITY WS-OPS-PROGRAM
                   WS-OPS-MESSAGE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT FS-HOLIDAY-FILE
               PERFORM VARYING WS-ALL-INDEX FROM 1 BY 1
                       UNTIL WS-ALL-INDEX > WS-ALL-COUNT
                   MOVE WS-ALL-DATE(WS-ALL-INDEX) TO FS-HOLIDAY-DATE
                   WRITE FS-HOLIDAY-RECORD
               END-PERFORM
           CLOSE FS-HOLIDAY-FILE

           DISPLAY "bank_holidays.txt now holds "WS-ALL-COUNT
             " dates - "WS-YEAR-COUNT" for "WS-GEN-YEAR
           IF WS-ALL-COUNT > 500
               DISPLAY "WARNING: BUSINESS-DAY reads only the first 500 d
      -                "ates - prune the oldest years"
           END-IF

           MOVE "I" TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "holiday calendar "WS-GEN-YEAR" written, "
                  WS-YEAR-COUNT" days"
             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           CALL "OPS-LOG" USING WS-OPS-SEVERITY WS-OPS-PROGRAM
               WS-OPS-MESSAGE
           .

      * ordered insert, so a hand-typed file comes back sorted and
      * any date typed twice is written once
       INSERT-ALL-DATE-PARA.
           MOVE 1 TO WS-ALL-SLOT
           PERFORM VARYING WS-ALL-INDEX FROM 1 BY 1
                   UNTIL WS-ALL-INDEX > WS-ALL-COUNT
               IF WS-ALL-DATE(WS-ALL-INDEX) = WS-ALL-NEW-DATE
                   EXIT PARAGRAPH
               END-IF
               IF WS-ALL-DATE(WS-ALL-INDEX) < WS-ALL-NEW-DATE
                   COMPUTE WS-ALL-SLOT = WS-ALL-INDEX + 1
               END-IF
           END-PERFORM
           IF WS-ALL-COUNT >= 1000
               MOVE "YES" TO WS-ALL-FULL
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ALL-SHIFT FROM WS-ALL-COUNT BY -1
                   UNTIL WS-ALL-SHIFT < WS-ALL-SLOT
               MOVE WS-ALL-DATE(WS-ALL-SHIFT)
                 TO WS-ALL-DATE(WS-ALL-SHIFT + 1)
           END-PERFORM
           MOVE WS-ALL-NEW-DATE TO WS-ALL-DATE(WS-ALL-SLOT)
           ADD 1 TO WS-ALL-COUNT
           .

       END PROGRAM HOLIDAY-GEN.
