      *          PAYROLL register their reports in - list by type and
      *          date range, then reprint a chosen report to the
      *          screen, so "the large-transaction report from March
      *          14th" stops being a directory spelunk. The generation
      *          catalog kept by OUTPUT-GEN is listed the same way, by
      *          output base with each generation's relative number
      *          (0 current, -1 the one before), and a base's
      *          generation limit is set from here. The distribution
      *          list maps report types to recipients (a department,
      *          a branch, or a person) with a copies count, and the
      *          daily distribution run gathers each recipient's
      *          reports for the business date into one bundle file -
      *          cover sheet, contents, then the reports - naming any
      *          expected daily report that was never produced and
      *          logging every bundle to distribution_log.txt. Under
      *          SHOP_UNATTENDED=Y only the distribution run is done
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-RCAT-FILE-STATUS.
               SELECT FS-GEN-FILE ASSIGN TO "gen_catalog.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-GEN-FILE-STATUS.
               SELECT FS-DIST-FILE ASSIGN TO "report_distribution.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-DIST-FILE-STATUS.
               SELECT FS-BUNDLE-FILE ASSIGN TO WS-BUNDLE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-BUNDLE-STATUS.
               SELECT FS-DLOG-FILE ASSIGN TO "distribution_log.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-DLOG-FILE-STATUS.
               SELECT FS-BUSDATE-FILE ASSIGN TO "bank_busdate.ctl"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-BUSDATE-FILE-STATUS.
               SELECT FS-REPRINT-FILE ASSIGN TO WS-REPRINT-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
               05 FS-RCAT-COUNT    PIC 9(9).
               05 FS-RCAT-RUNBY    PIC X(12).

           FD FS-GEN-FILE.
           01 FS-GEN-RECORD.
               05 FS-GEN-BASE     PIC X(30).
               05 FS-GEN-NUMBER   PIC 9(4).
               05 FS-GEN-FILENAME PIC X(60).
               05 FS-GEN-CREATED  PIC X(14).

      * one line per report type and recipient; kind D is a
      * department, B a branch code, P a person. DAILY Y means the
      * report is expected every business day and its absence is
      * called out in the bundle
           FD FS-DIST-FILE.
           01 FS-DIST-RECORD.
               05 FS-DIST-TYPE      PIC X(12).
               05 FS-DIST-KIND      PIC X(1).
               05 FS-DIST-RECIPIENT PIC X(12).
               05 FS-DIST-NAME      PIC X(30).
               05 FS-DIST-COPIES    PIC 9(2).
               05 FS-DIST-DAILY     PIC X(1).

           FD FS-BUNDLE-FILE.
           01 FS-BUNDLE-LINE PIC X(150).

           FD FS-DLOG-FILE.
           01 FS-DLOG-RECORD.
               05 FS-DLOG-STAMP     PIC X(14).
               05 FS-DLOG-DATE      PIC 9(8).
               05 FS-DLOG-KIND      PIC X(1).
               05 FS-DLOG-RECIPIENT PIC X(12).
               05 FS-DLOG-BUNDLE    PIC X(60).
               05 FS-DLOG-REPORTS   PIC 9(3).
               05 FS-DLOG-MISSING   PIC 9(3).
               05 FS-DLOG-COPIES    PIC 9(4).

           FD FS-BUSDATE-FILE.
           01 FS-BUSDATE-RECORD.
               05 FS-BUSDATE-YEAR  PIC 9(4).
               05 FS-BUSDATE-MONTH PIC 9(2).
               05 FS-BUSDATE-DAY   PIC 9(2).

           FD FS-REPRINT-FILE.
           01 FS-REPRINT-LINE PIC X(150).
       WORKING-STORAGE SECTION.
               05 WS-ENTRY OCCURS 200 TIMES.
                   10 WS-EN-FILENAME PIC X(60).
           01 WS-ENTRY-COUNT      PIC 9(4) VALUE 0.

           01 WS-MODE             PIC X(1).
           01 WS-GEN-FILE-STATUS  PIC X(2).
           01 WS-FILTER-BASE      PIC X(30).
      * the generation catalog is held so each entry's relative
      * number can be counted back from the newest for its base
           01 WS-GEN-TABLE.
               05 WS-GEN-ENTRY OCCURS 500 TIMES.
                   10 WS-GT-BASE     PIC X(30).
                   10 WS-GT-NUMBER   PIC 9(4).
                   10 WS-GT-FILENAME PIC X(60).
                   10 WS-GT-CREATED  PIC X(14).
           01 WS-GEN-COUNT        PIC 9(4).
           01 WS-GEN-INDEX        PIC 9(4).
           01 WS-GEN-LATER        PIC 9(4).
           01 WS-GEN-SCAN         PIC 9(4).
           01 WS-GEN-RELATIVE     PIC -(3)9.
           01 WS-GEN-ACTION       PIC X(8).
           01 WS-GEN-KEEP         PIC S9(3).
           01 WS-GEN-FILENAME     PIC X(60).
           01 WS-GEN-RESULT       PIC X(4).

           01 WS-DIST-FILE-STATUS    PIC X(2).
           01 WS-BUNDLE-NAME         PIC X(60).
           01 WS-BUNDLE-STATUS       PIC X(2).
           01 WS-DLOG-FILE-STATUS    PIC X(2).
           01 WS-BUSDATE-FILE-STATUS PIC X(2).
           01 WS-UNATTENDED          PIC X(1).
           01 WS-DIST-DATE           PIC 9(8).
           01 WS-DIST-DATE-R REDEFINES WS-DIST-DATE.
               05 WS-DIST-YEAR  PIC 9(4).
               05 WS-DIST-MONTH PIC 9(2).
               05 WS-DIST-DAY   PIC 9(2).
           01 WS-NOW-STAMP           PIC X(21).
           01 WS-DIST-ACTION         PIC X(1).
           01 WS-DIST-CHANGED        PIC X(3).

      * the distribution list as held for maintenance and the run
           01 WS-DIST-TABLE.
               05 WS-DIST-ENTRY OCCURS 200 TIMES.
                   10 WS-DT-TYPE      PIC X(12).
                   10 WS-DT-KIND      PIC X(1).
                   10 WS-DT-RECIPIENT PIC X(12).
                   10 WS-DT-NAME      PIC X(30).
                   10 WS-DT-COPIES    PIC 9(2).
                   10 WS-DT-DAILY     PIC X(1).
           01 WS-DIST-COUNT          PIC 9(3).
           01 WS-DIST-INDEX          PIC 9(3).
           01 WS-DIST-SCAN           PIC 9(3).
           01 WS-DIST-PICK           PIC 9(3).
           01 WS-DIST-FIRST          PIC X(3).

      * the business date's catalog entries
           01 WS-DAY-TABLE.
               05 WS-DAY-ENTRY OCCURS 300 TIMES.
                   10 WS-DY-TYPE     PIC X(12).
                   10 WS-DY-FILENAME PIC X(60).
           01 WS-DAY-COUNT           PIC 9(3).
           01 WS-DAY-INDEX           PIC 9(3).

      * one recipient's bundle as it is assembled
           01 WS-BUNDLE-TABLE.
               05 WS-BUNDLE-ENTRY OCCURS 100 TIMES.
                   10 WS-BD-TYPE     PIC X(12).
                   10 WS-BD-FILENAME PIC X(60).
                   10 WS-BD-COPIES   PIC 9(2).
           01 WS-BD-COUNT            PIC 9(3).
           01 WS-BD-INDEX            PIC 9(3).
           01 WS-MISSING-TABLE.
               05 WS-MISSING-TYPE OCCURS 50 TIMES PIC X(12).
           01 WS-MISSING-COUNT       PIC 9(3).
           01 WS-MISSING-INDEX       PIC 9(3).
           01 WS-TYPE-PRODUCED       PIC X(3).
           01 WS-TOTAL-COPIES        PIC 9(4).
           01 WS-BUNDLE-COUNT        PIC 9(3).
           01 WS-RECIPIENT-KEY       PIC X(12).
           01 WS-KEY-LENGTH          PIC 9(2).
           01 WS-KIND-TEXT           PIC X(10).
           01 WS-SEQ-EDIT            PIC ZZ9.

      * expected reports already reported missing this run, so the
      * ops log hears about each one once
           01 WS-LOGGED-TABLE.
               05 WS-LOGGED-TYPE OCCURS 50 TIMES PIC X(12).
           01 WS-LOGGED-COUNT        PIC 9(3).
           01 WS-LOGGED-INDEX        PIC 9(3).
           01 WS-ALREADY-LOGGED      PIC X(3).

           01 WS-OPS-SEVERITY        PIC X(1).
           01 WS-OPS-PROGRAM         PIC X(12) VALUE "RPT-CATALOG".
           01 WS-OPS-MESSAGE         PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * the night chain runs the distribution with no one to answer
           MOVE SPACES TO WS-UNATTENDED
           ACCEPT WS-UNATTENDED FROM ENVIRONMENT "SHOP_UNATTENDED"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-UNATTENDED = "Y"
               MOVE 0 TO WS-DIST-DATE
               PERFORM DISTRIBUTION-RUN-PARA
               STOP RUN
           END-IF

           DISPLAY "R) Report catalog"
           DISPLAY "G) Generation catalog"
           DISPLAY "L) Set a generation limit"
           DISPLAY "D) Distribution list"
           DISPLAY "B) Distribution run - build the day's bundles"
           DISPLAY "Choice (blank for R):"
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           EVALUATE WS-MODE
               WHEN "G"
                   PERFORM LIST-GENERATIONS-PARA
               WHEN "L"
                   PERFORM SET-GENERATION-LIMIT-PARA
                   STOP RUN
               WHEN "D"
                   PERFORM MAINTAIN-DISTRIBUTION-PARA
                   STOP RUN
               WHEN "B"
                   DISPLAY "Business date to distribute (yyyymmdd, or 0"
                   DISPLAY "for the current business date):"
                   ACCEPT WS-DIST-DATE
                   PERFORM DISTRIBUTION-RUN-PARA
                   STOP RUN
               WHEN OTHER
                   PERFORM LIST-REPORTS-PARA
           END-EVALUATE

           DISPLAY "Reports listed: "WS-ENTRY-COUNT
           IF WS-ENTRY-COUNT = 0
               STOP RUN
           END-IF

           DISPLAY "Reprint which number (0 for none)?"
           ACCEPT WS-PICK
           IF WS-PICK > 0 AND WS-PICK <= WS-ENTRY-COUNT
               PERFORM REPRINT-ONE-PARA
           END-IF

           STOP RUN.

       LIST-REPORTS-PARA.
           DISPLAY "Report type to list (blank for all):"
           ACCEPT WS-FILTER-TYPE
           MOVE FUNCTION UPPER-CASE(WS-FILTER-TYPE)
                   END-READ
               END-PERFORM
           CLOSE FS-RCAT-FILE
           .

       LIST-ONE-ENTRY-PARA.
           IF WS-FILTER-TYPE NOT = SPACES AND
             FUNCTION TRIM(FS-RCAT-FILENAME)
           .

      * oldest first within the catalog's creation order, the way
      * OUTPUT-GEN counts them: 0 is the newest for its base
       LIST-GENERATIONS-PARA.
           DISPLAY "Output base to list (like ach_export.txt, blank for 
      -            "all):"
           ACCEPT WS-FILTER-BASE

           MOVE 0 TO WS-GEN-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-GEN-FILE
               IF WS-GEN-FILE-STATUS NOT = "00"
                   DISPLAY "No generation catalog on file yet"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-GEN-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF WS-GEN-COUNT < 500
                               ADD 1 TO WS-GEN-COUNT
                               MOVE FS-GEN-RECORD
                                 TO WS-GEN-ENTRY(WS-GEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-GEN-FILE

           PERFORM LIST-ONE-GENERATION-PARA
             VARYING WS-GEN-INDEX FROM 1 BY 1
             UNTIL WS-GEN-INDEX > WS-GEN-COUNT
           .

       LIST-ONE-GENERATION-PARA.
           IF WS-FILTER-BASE NOT = SPACES AND
              WS-GT-BASE(WS-GEN-INDEX) NOT = WS-FILTER-BASE
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-COUNT >= 200
               DISPLAY "Listing stopped at 200 entries - narrow the f
      -                "ilter"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-GEN-LATER
           PERFORM VARYING WS-GEN-SCAN FROM WS-GEN-INDEX BY 1
                   UNTIL WS-GEN-SCAN >= WS-GEN-COUNT
               IF WS-GT-BASE(WS-GEN-SCAN + 1) =
                  WS-GT-BASE(WS-GEN-INDEX)
                   ADD 1 TO WS-GEN-LATER
               END-IF
           END-PERFORM
           COMPUTE WS-GEN-RELATIVE = 0 - WS-GEN-LATER

           ADD 1 TO WS-ENTRY-COUNT
           MOVE WS-GT-FILENAME(WS-GEN-INDEX)
             TO WS-EN-FILENAME(WS-ENTRY-COUNT)
           DISPLAY WS-ENTRY-COUNT") "WS-GT-BASE(WS-GEN-INDEX)(1:20)
             " "WS-GEN-RELATIVE"  G"WS-GT-NUMBER(WS-GEN-INDEX)
             "  "WS-GT-CREATED(WS-GEN-INDEX)(1:4)"/"
             WS-GT-CREATED(WS-GEN-INDEX)(5:2)"/"
             WS-GT-CREATED(WS-GEN-INDEX)(7:2)" "
             WS-GT-CREATED(WS-GEN-INDEX)(9:2)":"
             WS-GT-CREATED(WS-GEN-INDEX)(11:2)" - "
             FUNCTION TRIM(WS-GT-FILENAME(WS-GEN-INDEX))
           .

      * a lowered limit rolls the extra generations off at once
       SET-GENERATION-LIMIT-PARA.
           DISPLAY "Output base (like ach_export.txt):"
           ACCEPT WS-FILTER-BASE
           IF WS-FILTER-BASE = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Generations to keep (1-500):"
           ACCEPT WS-GEN-KEEP
           IF WS-GEN-KEEP < 1 OR WS-GEN-KEEP > 500
               DISPLAY "Keep between 1 and 500 generations"
               EXIT PARAGRAPH
           END-IF
           MOVE "LIMIT" TO WS-GEN-ACTION
           CALL "OUTPUT-GEN" USING WS-GEN-ACTION WS-FILTER-BASE
               WS-GEN-KEEP WS-GEN-FILENAME WS-GEN-RESULT
           IF WS-GEN-RESULT NOT = "OK"
               DISPLAY "Limit not changed ("WS-GEN-RESULT")"
           END-IF
           .

       REPRINT-ONE-PARA.
           MOVE WS-EN-FILENAME(WS-PICK) TO WS-REPRINT-NAME
           MOVE 0 TO WS-LINE-COUNT
           END-IF
           .

      * the list is held whole and rewritten when it changes, the way
      * the other small control files are kept
       MAINTAIN-DISTRIBUTION-PARA.
           PERFORM LOAD-DISTRIBUTION-PARA
           MOVE "NO" TO WS-DIST-CHANGED
           MOVE "X" TO WS-DIST-ACTION
           PERFORM UNTIL WS-DIST-ACTION = SPACE
               PERFORM SHOW-DISTRIBUTION-PARA
               DISPLAY "A)dd a line, R)emove a line, blank to finish:"
               ACCEPT WS-DIST-ACTION
               MOVE FUNCTION UPPER-CASE(WS-DIST-ACTION)
                 TO WS-DIST-ACTION
               EVALUATE WS-DIST-ACTION
                   WHEN "A"
                       PERFORM ADD-DISTRIBUTION-PARA
                   WHEN "R"
                       PERFORM REMOVE-DISTRIBUTION-PARA
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Enter A, R, or blank"
               END-EVALUATE
           END-PERFORM

           IF WS-DIST-CHANGED = "YES"
               OPEN OUTPUT FS-DIST-FILE
                   PERFORM VARYING WS-DIST-INDEX FROM 1 BY 1
                           UNTIL WS-DIST-INDEX > WS-DIST-COUNT
                       MOVE WS-DIST-ENTRY(WS-DIST-INDEX)
                         TO FS-DIST-RECORD
                       WRITE FS-DIST-RECORD
                   END-PERFORM
               CLOSE FS-DIST-FILE
               DISPLAY "Distribution list saved - "WS-DIST-COUNT
                 " lines"
           END-IF
           .

       LOAD-DISTRIBUTION-PARA.
           MOVE 0 TO WS-DIST-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-DIST-FILE
               IF WS-DIST-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-DIST-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF WS-DIST-COUNT < 200
                               ADD 1 TO WS-DIST-COUNT
                               MOVE FS-DIST-RECORD
                                 TO WS-DIST-ENTRY(WS-DIST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-DIST-FILE
           .

       SHOW-DISTRIBUTION-PARA.
           DISPLAY " "
           IF WS-DIST-COUNT = 0
               DISPLAY "The distribution list is empty"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "     TYPE         KIND RECIPIENT    NAME"
             "                           COPIES DAILY"
           PERFORM VARYING WS-DIST-INDEX FROM 1 BY 1
                   UNTIL WS-DIST-INDEX > WS-DIST-COUNT
               DISPLAY WS-DIST-INDEX") "WS-DT-TYPE(WS-DIST-INDEX)" "
                 WS-DT-KIND(WS-DIST-INDEX)"    "
                 WS-DT-RECIPIENT(WS-DIST-INDEX)" "
                 WS-DT-NAME(WS-DIST-INDEX)" "
                 WS-DT-COPIES(WS-DIST-INDEX)"     "
                 WS-DT-DAILY(WS-DIST-INDEX)
           END-PERFORM
           .

       ADD-DISTRIBUTION-PARA.
           IF WS-DIST-COUNT >= 200
               DISPLAY "The distribution list is full at 200 lines"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DIST-COUNT
           MOVE SPACES TO WS-DIST-ENTRY(WS-DIST-COUNT)
           DISPLAY "Report type (as catalogued, like LARGETXN):"
           ACCEPT WS-DT-TYPE(WS-DIST-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-DT-TYPE(WS-DIST-COUNT))
             TO WS-DT-TYPE(WS-DIST-COUNT)
           DISPLAY "Recipient kind - D)epartment, B)ranch, P)erson:"
           ACCEPT WS-DT-KIND(WS-DIST-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-DT-KIND(WS-DIST-COUNT))
             TO WS-DT-KIND(WS-DIST-COUNT)
           DISPLAY "Department, branch code, or person's ID:"
           ACCEPT WS-DT-RECIPIENT(WS-DIST-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-DT-RECIPIENT(WS-DIST-COUNT))
             TO WS-DT-RECIPIENT(WS-DIST-COUNT)
           DISPLAY "Name for the cover sheet:"
           ACCEPT WS-DT-NAME(WS-DIST-COUNT)
           DISPLAY "Copies (1-99):"
           ACCEPT WS-DT-COPIES(WS-DIST-COUNT)
           DISPLAY "Expected every business day? (Y/N)"
           ACCEPT WS-DT-DAILY(WS-DIST-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-DT-DAILY(WS-DIST-COUNT))
             TO WS-DT-DAILY(WS-DIST-COUNT)

           IF WS-DT-TYPE(WS-DIST-COUNT) = SPACES OR
              WS-DT-RECIPIENT(WS-DIST-COUNT) = SPACES OR
              (WS-DT-KIND(WS-DIST-COUNT) NOT = "D" AND
               WS-DT-KIND(WS-DIST-COUNT) NOT = "B" AND
               WS-DT-KIND(WS-DIST-COUNT) NOT = "P")
               DISPLAY "A type, a recipient, and a kind of D, B or P"
                 " are required - line not added"
               SUBTRACT 1 FROM WS-DIST-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-DT-COPIES(WS-DIST-COUNT) NOT NUMERIC OR
              WS-DT-COPIES(WS-DIST-COUNT) = 0
               MOVE 1 TO WS-DT-COPIES(WS-DIST-COUNT)
           END-IF
           IF WS-DT-DAILY(WS-DIST-COUNT) NOT = "Y"
               MOVE "N" TO WS-DT-DAILY(WS-DIST-COUNT)
           END-IF
           MOVE "YES" TO WS-DIST-CHANGED
           .

       REMOVE-DISTRIBUTION-PARA.
           DISPLAY "Remove which line?"
           ACCEPT WS-DIST-PICK
           IF WS-DIST-PICK = 0 OR WS-DIST-PICK > WS-DIST-COUNT
               DISPLAY "No such line"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DIST-INDEX FROM WS-DIST-PICK BY 1
                   UNTIL WS-DIST-INDEX >= WS-DIST-COUNT
               MOVE WS-DIST-ENTRY(WS-DIST-INDEX + 1)
                 TO WS-DIST-ENTRY(WS-DIST-INDEX)
           END-PERFORM
           SUBTRACT 1 FROM WS-DIST-COUNT
           MOVE "YES" TO WS-DIST-CHANGED
           .

      * one bundle per recipient: every line of the list that names
      * the recipient contributes the day's reports of its type
       DISTRIBUTION-RUN-PARA.
           IF WS-DIST-DATE = 0
               PERFORM GET-BUSINESS-DATE-PARA
           END-IF
           DISPLAY "Distribution for business date "WS-DIST-YEAR"/"
             WS-DIST-MONTH"/"WS-DIST-DAY

           PERFORM LOAD-DISTRIBUTION-PARA
           IF WS-DIST-COUNT = 0
               DISPLAY "The distribution list is empty - nothing sent"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DAY-REPORTS-PARA

           MOVE 0 TO WS-BUNDLE-COUNT
           MOVE 0 TO WS-LOGGED-COUNT
           PERFORM VARYING WS-DIST-INDEX FROM 1 BY 1
                   UNTIL WS-DIST-INDEX > WS-DIST-COUNT
      * a recipient is bundled at its first line only
               MOVE "YES" TO WS-DIST-FIRST
               PERFORM VARYING WS-DIST-SCAN FROM 1 BY 1
                       UNTIL WS-DIST-SCAN >= WS-DIST-INDEX
                   IF WS-DT-KIND(WS-DIST-SCAN) =
                      WS-DT-KIND(WS-DIST-INDEX) AND
                      WS-DT-RECIPIENT(WS-DIST-SCAN) =
                      WS-DT-RECIPIENT(WS-DIST-INDEX)
                       MOVE "NO" TO WS-DIST-FIRST
                   END-IF
               END-PERFORM
               IF WS-DIST-FIRST = "YES"
                   PERFORM BUILD-BUNDLE-PARA
               END-IF
           END-PERFORM

           DISPLAY "Bundles written: "WS-BUNDLE-COUNT
           MOVE "I" TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "distribution for "WS-DIST-DATE": "WS-BUNDLE-COUNT
                  " bundles" DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           CALL "OPS-LOG" USING WS-OPS-SEVERITY WS-OPS-PROGRAM
               WS-OPS-MESSAGE
           .

      * the shop business date BANK keeps, or today's date before the
      * first close has set one
       GET-BUSINESS-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DIST-DATE
           OPEN INPUT FS-BUSDATE-FILE
               IF WS-BUSDATE-FILE-STATUS = "00"
                   READ FS-BUSDATE-FILE
                       NOT AT END
                           MOVE FS-BUSDATE-YEAR TO WS-DIST-YEAR
                           MOVE FS-BUSDATE-MONTH TO WS-DIST-MONTH
                           MOVE FS-BUSDATE-DAY TO WS-DIST-DAY
                   END-READ
               END-IF
           CLOSE FS-BUSDATE-FILE
           .

       LOAD-DAY-REPORTS-PARA.
           MOVE 0 TO WS-DAY-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-RCAT-FILE
               IF WS-RCAT-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-RCAT-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF FS-RCAT-DATE = WS-DIST-DATE AND
                              WS-DAY-COUNT < 300
                               ADD 1 TO WS-DAY-COUNT
                               MOVE FS-RCAT-TYPE
                                 TO WS-DY-TYPE(WS-DAY-COUNT)
                               MOVE FS-RCAT-FILENAME
                                 TO WS-DY-FILENAME(WS-DAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-RCAT-FILE
           .

       BUILD-BUNDLE-PARA.
           MOVE 0 TO WS-BD-COUNT
           MOVE 0 TO WS-MISSING-COUNT
           MOVE 0 TO WS-TOTAL-COPIES
           PERFORM VARYING WS-DIST-SCAN FROM WS-DIST-INDEX BY 1
                   UNTIL WS-DIST-SCAN > WS-DIST-COUNT
               IF WS-DT-KIND(WS-DIST-SCAN) =
                  WS-DT-KIND(WS-DIST-INDEX) AND
                  WS-DT-RECIPIENT(WS-DIST-SCAN) =
                  WS-DT-RECIPIENT(WS-DIST-INDEX)
                   PERFORM GATHER-ONE-TYPE-PARA
               END-IF
           END-PERFORM

           IF WS-BD-COUNT = 0 AND WS-MISSING-COUNT = 0
               DISPLAY "Nothing for "
                 FUNCTION TRIM(WS-DT-NAME(WS-DIST-INDEX))" today"
               EXIT PARAGRAPH
           END-IF

      * the bundle is named for the date and the recipient, with any
      * space or slash in the recipient code made an underscore
           MOVE FUNCTION TRIM(WS-DT-RECIPIENT(WS-DIST-INDEX))
             TO WS-RECIPIENT-KEY
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RECIPIENT-KEY))
             TO WS-KEY-LENGTH
           INSPECT WS-RECIPIENT-KEY(1:WS-KEY-LENGTH)
               REPLACING ALL " " BY "_" ALL "/" BY "_"
           MOVE SPACES TO WS-BUNDLE-NAME
           STRING "dist_"WS-DIST-DATE"_"WS-DT-KIND(WS-DIST-INDEX)"_"
                  WS-RECIPIENT-KEY(1:WS-KEY-LENGTH)".txt"
             DELIMITED BY SIZE INTO WS-BUNDLE-NAME

           OPEN OUTPUT FS-BUNDLE-FILE
               PERFORM WRITE-COVER-SHEET-PARA
               PERFORM WRITE-BUNDLE-REPORT-PARA
                 VARYING WS-BD-INDEX FROM 1 BY 1
                 UNTIL WS-BD-INDEX > WS-BD-COUNT
           CLOSE FS-BUNDLE-FILE
           ADD 1 TO WS-BUNDLE-COUNT
           DISPLAY FUNCTION TRIM(WS-BUNDLE-NAME)" - "WS-BD-COUNT
             " reports, "WS-MISSING-COUNT" missing, for "
             FUNCTION TRIM(WS-DT-NAME(WS-DIST-INDEX))

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:14) TO FS-DLOG-STAMP
           MOVE WS-DIST-DATE TO FS-DLOG-DATE
           MOVE WS-DT-KIND(WS-DIST-INDEX) TO FS-DLOG-KIND
           MOVE WS-DT-RECIPIENT(WS-DIST-INDEX) TO FS-DLOG-RECIPIENT
           MOVE WS-BUNDLE-NAME TO FS-DLOG-BUNDLE
           MOVE WS-BD-COUNT TO FS-DLOG-REPORTS
           MOVE WS-MISSING-COUNT TO FS-DLOG-MISSING
           MOVE WS-TOTAL-COPIES TO FS-DLOG-COPIES
           OPEN EXTEND FS-DLOG-FILE
               IF WS-DLOG-FILE-STATUS = '35'
                   OPEN OUTPUT FS-DLOG-FILE
               END-IF
               WRITE FS-DLOG-RECORD
           CLOSE FS-DLOG-FILE
           .

      * every catalogued report of the line's type for the day goes
      * in; a daily type with none is listed as missing
       GATHER-ONE-TYPE-PARA.
           MOVE "NO" TO WS-TYPE-PRODUCED
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
               IF WS-DY-TYPE(WS-DAY-INDEX) = WS-DT-TYPE(WS-DIST-SCAN)
                   MOVE "YES" TO WS-TYPE-PRODUCED
                   IF WS-BD-COUNT < 100
                       ADD 1 TO WS-BD-COUNT
                       MOVE WS-DY-TYPE(WS-DAY-INDEX)
                         TO WS-BD-TYPE(WS-BD-COUNT)
                       MOVE WS-DY-FILENAME(WS-DAY-INDEX)
                         TO WS-BD-FILENAME(WS-BD-COUNT)
                       MOVE WS-DT-COPIES(WS-DIST-SCAN)
                         TO WS-BD-COPIES(WS-BD-COUNT)
                       ADD WS-DT-COPIES(WS-DIST-SCAN)
                         TO WS-TOTAL-COPIES
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TYPE-PRODUCED = "NO" AND
              WS-DT-DAILY(WS-DIST-SCAN) = "Y" AND
              WS-MISSING-COUNT < 50
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-DT-TYPE(WS-DIST-SCAN)
                 TO WS-MISSING-TYPE(WS-MISSING-COUNT)
               PERFORM LOG-MISSING-REPORT-PARA
           END-IF
           .

       LOG-MISSING-REPORT-PARA.
           MOVE "NO" TO WS-ALREADY-LOGGED
           PERFORM VARYING WS-LOGGED-INDEX FROM 1 BY 1
                   UNTIL WS-LOGGED-INDEX > WS-LOGGED-COUNT
               IF WS-LOGGED-TYPE(WS-LOGGED-INDEX) =
                  WS-DT-TYPE(WS-DIST-SCAN)
                   MOVE "YES" TO WS-ALREADY-LOGGED
               END-IF
           END-PERFORM
           IF WS-ALREADY-LOGGED = "YES" OR WS-LOGGED-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOGGED-COUNT
           MOVE WS-DT-TYPE(WS-DIST-SCAN)
             TO WS-LOGGED-TYPE(WS-LOGGED-COUNT)
           MOVE "W" TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "expected report "
                  FUNCTION TRIM(WS-DT-TYPE(WS-DIST-SCAN))
                  " not produced for "WS-DIST-DATE
             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           CALL "OPS-LOG" USING WS-OPS-SEVERITY WS-OPS-PROGRAM
               WS-OPS-MESSAGE
           .

       WRITE-COVER-SHEET-PARA.
           EVALUATE WS-DT-KIND(WS-DIST-INDEX)
               WHEN "D"
                   MOVE "Department" TO WS-KIND-TEXT
               WHEN "B"
                   MOVE "Branch" TO WS-KIND-TEXT
               WHEN OTHER
                   MOVE "Person" TO WS-KIND-TEXT
           END-EVALUATE
           MOVE "REPORT DISTRIBUTION BUNDLE" TO FS-BUNDLE-LINE
           WRITE FS-BUNDLE-LINE
           MOVE SPACES TO FS-BUNDLE-LINE
           STRING "Deliver to: "
                  FUNCTION TRIM(WS-DT-NAME(WS-DIST-INDEX))
                  " ("FUNCTION TRIM(WS-KIND-TEXT)" "
                  FUNCTION TRIM(WS-DT-RECIPIENT(WS-DIST-INDEX))")"
             DELIMITED BY SIZE INTO FS-BUNDLE-LINE
           WRITE FS-BUNDLE-LINE
           MOVE SPACES TO FS-BUNDLE-LINE
           STRING "Business date: "WS-DIST-MONTH"/"WS-DIST-DAY"/"
                  WS-DIST-YEAR
             DELIMITED BY SIZE INTO FS-BUNDLE-LINE
           WRITE FS-BUNDLE-LINE
           MOVE SPACES TO FS-BUNDLE-LINE
           STRING "Reports enclosed: "WS-BD-COUNT
                  "   Copies to print: "WS-TOTAL-COPIES
                  "   Expected but not produced: "WS-MISSING-COUNT
             DELIMITED BY SIZE INTO FS-BUNDLE-LINE
           WRITE FS-BUNDLE-LINE
           MOVE SPACES TO FS-BUNDLE-LINE
           WRITE FS-BUNDLE-LINE

           MOVE "CONTENTS" TO FS-BUNDLE-LINE
           WRITE FS-BUNDLE-LINE
           PERFORM VARYING WS-BD-INDEX FROM 1 BY 1
                   UNTIL WS-BD-INDEX > WS-BD-COUNT
               MOVE WS-BD-INDEX TO WS-SEQ-EDIT
               MOVE SPACES TO FS-BUNDLE-LINE
               STRING "  "WS-SEQ-EDIT"  "WS-BD-TYPE(WS-BD-INDEX)
                      "  copies "WS-BD-COPIES(WS-BD-INDEX)"  "
                      FUNCTION TRIM(WS-BD-FILENAME(WS-BD-INDEX))
                 DELIMITED BY SIZE INTO FS-BUNDLE-LINE
               WRITE FS-BUNDLE-LINE
           END-PERFORM
           PERFORM VARYING WS-MISSING-INDEX FROM 1 BY 1
                   UNTIL WS-MISSING-INDEX > WS-MISSING-COUNT
               MOVE SPACES TO FS-BUNDLE-LINE
               STRING "    -  "WS-MISSING-TYPE(WS-MISSING-INDEX)
                      "  NOT PRODUCED - expected every business day"
                 DELIMITED BY SIZE INTO FS-BUNDLE-LINE
               WRITE FS-BUNDLE-LINE
           END-PERFORM
           .

      * each report goes in once under its own heading; the copies
      * count tells the print room how many to run off
       WRITE-BUNDLE-REPORT-PARA.
           MOVE WS-BD-INDEX TO WS-SEQ-EDIT
           MOVE SPACES TO FS-BUNDLE-LINE
           WRITE FS-BUNDLE-LINE
           MOVE SPACES TO FS-BUNDLE-LINE
           STRING "==== "WS-SEQ-EDIT"  "WS-BD-TYPE(WS-BD-INDEX)
                  "  copies "WS-BD-COPIES(WS-BD-INDEX)"  "
                  FUNCTION TRIM(WS-BD-FILENAME(WS-BD-INDEX))" ===="
             DELIMITED BY SIZE INTO FS-BUNDLE-LINE
           WRITE FS-BUNDLE-LINE

           MOVE WS-BD-FILENAME(WS-BD-INDEX) TO WS-REPRINT-NAME
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-REPRINT-FILE
               IF WS-REPRINT-STATUS NOT = "00"
                   MOVE "  (report file no longer on disk)"
                     TO FS-BUNDLE-LINE
                   WRITE FS-BUNDLE-LINE
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-REPRINT-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE FS-REPRINT-LINE TO FS-BUNDLE-LINE
                           WRITE FS-BUNDLE-LINE
                   END-READ
               END-PERFORM
           CLOSE FS-REPRINT-FILE
           .

       END PROGRAM REPORT-CATALOG.
