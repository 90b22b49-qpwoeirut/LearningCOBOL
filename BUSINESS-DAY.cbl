      * Purpose: Business-day calendar service alongside DATE-TO-DAYS:
      *          tell whether a day is a business day, find the next
      *          business day, or add N business days, honoring
      *          weekends and the bank_holidays.txt calendar that
      *          HOLIDAY-GEN maintains
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-HOLIDAY-FILE-STATUS PIC X(2).
           01 WS-HOLIDAYS-LOADED     PIC X(1) VALUE "N".
      * HOLIDAY-GEN keeps several years on file at once
           01 WS-HOLIDAY-TABLE.
               05 WS-HOLIDAY-ENTRY OCCURS 500 TIMES PIC 9(8).
           01 WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
           01 WS-HOLIDAY-INDEX PIC 9(3).
           01 WS-EOF           PIC X(3).
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF WS-HOLIDAY-COUNT < 500
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE FS-HOLIDAY-DATE TO
                                 WS-HOLIDAY-ENTRY(WS-HOLIDAY-COUNT)
