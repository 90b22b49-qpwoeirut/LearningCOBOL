      *     the counts and every key before declaring success; files
      *     from before the name index existed unload through a
      *     legacy primary-key-only view so they can be converted
      *   - every add, update and delete journaled to <file>.jnl with
      *     the record's before and after images; a record's change
      *     history is listed by ID, and a point-in-time rollback
      *     undoes every change after a chosen time in reverse order,
      *     journals its own restores, checks the resulting record
      *     count against the journal and writes a rollback report
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-FILE-BY-INDEX.
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FS-LEGACY-ID
               FILE STATUS  IS WS-LEGACY-STATUS.
               SELECT FS-JOURNAL-FILE ASSIGN TO WS-JOURNAL-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WS-JOURNAL-STATUS.
               SELECT FS-REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
               01 FS-LEGACY-DATA.
                   05 FS-LEGACY-ID   PIC 9(10).
                   05 FS-LEGACY-REST PIC X(116).
      * one entry per change: operation A add, U update, D delete;
      * source I typed in here, R put back by a rollback; the before
      * image is spaces for an add and the after image for a delete
           FD FS-JOURNAL-FILE.
               01 FS-JOURNAL-RECORD.
                   05 FS-JNL-TIMESTAMP PIC X(16).
                   05 FS-JNL-OPERATION PIC X(1).
                   05 FS-JNL-SOURCE    PIC X(1).
                   05 FS-JNL-RECORD-ID PIC 9(10).
                   05 FS-JNL-BEFORE    PIC X(126).
                   05 FS-JNL-AFTER     PIC X(126).
           FD FS-REPORT-FILE.
               01 FS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-FILE-STATUS              PIC X(2).
           01 WS-BACKUP-NAME              PIC X(110).
           01 WS-RELOAD-COUNT             PIC 9(9).
           01 WS-VERIFY-COUNT             PIC 9(9).
           01 WS-MISMATCH-COUNT           PIC 9(9).
           01 WS-JOURNAL-NAME             PIC X(110).
           01 WS-JOURNAL-STATUS           PIC X(2).
           01 WS-REPORT-NAME              PIC X(130).
           01 WS-REPORT-STATUS            PIC X(2).
           01 WS-FILE-NAME                PIC X(100).
           01 WS-EOF-FLAG                 PIC X(1) VALUE "N".
               88 WS-EOF                  VALUE "Y".
           01 WS-INPUT-ID PIC 9(10).
           01 WS-VALIDATE-NUMERIC PIC S9(18)V99.
           01 WS-VALIDATE-MIN PIC S9(18)V99 VALUE 0.
           01 WS-VALIDATE-MAX PIC S9(18)V99 VALUE 8.
           01 WS-VALIDATE-PROMPT PIC X(60)
               VALUE "enter a number from 0 to 8".

           01 WS-SEARCH-NAME PIC X(100).
           01 WS-SEARCH-LEN  PIC 9(3).
           01 WS-SEARCH-COUNT PIC 9(7).

           01 WS-NOW-DATA                 PIC X(21).
           01 WS-JNL-OPERATION            PIC X(1).
           01 WS-JNL-SOURCE               PIC X(1) VALUE "I".
           01 WS-JNL-RECORD-ID            PIC 9(10).
           01 WS-BEFORE-IMAGE             PIC X(126).
           01 WS-AFTER-IMAGE              PIC X(126).
           01 WS-HISTORY-COUNT            PIC 9(7).
           01 WS-STAMP-TEXT               PIC X(19).
           01 WS-STAMP-IN                 PIC X(16).
           01 WS-OPERATION-CODE           PIC X(1).
           01 WS-OPERATION-TEXT           PIC X(6).

      * the changes made after the rollback point, oldest first, so
      * they can be undone newest first
           01 WS-ROLLBACK-TABLE.
               05 WS-RB-ENTRY OCCURS 1000 TIMES.
                   10 WS-RB-TIMESTAMP     PIC X(16).
                   10 WS-RB-OPERATION     PIC X(1).
                   10 WS-RB-RECORD-ID     PIC 9(10).
                   10 WS-RB-BEFORE        PIC X(126).
           01 WS-RB-COUNT                 PIC 9(4).
           01 WS-RB-INDEX                 PIC 9(4).
           01 WS-RB-TOO-MANY              PIC X(1).
           01 WS-ROLLBACK-INPUT           PIC X(14).
           01 WS-ROLLBACK-POINT           PIC X(16).
           01 WS-ROLLBACK-ANSWER          PIC X(1).
           01 WS-RB-RESULT                PIC X(10).
           01 WS-RB-FOUND                 PIC X(1).
           01 WS-RB-FAILED                PIC 9(4).
           01 WS-RB-ADDS                  PIC 9(9).
           01 WS-RB-DELETES               PIC 9(9).
           01 WS-COUNT-BEFORE             PIC 9(9).
           01 WS-COUNT-EXPECTED           PIC 9(9).
           01 WS-COUNT-AFTER              PIC 9(9).
           01 WS-RECORD-COUNT             PIC 9(9).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter file name"
           ACCEPT WS-FILE-NAME
           MOVE SPACES TO WS-JOURNAL-NAME
           STRING FUNCTION TRIM(WS-FILE-NAME)".jnl" DELIMITED BY SIZE
             INTO WS-JOURNAL-NAME

           OPEN I-O FS-RECORD-FILE

                           ELSE
                           IF WS-COMMAND = 6
                               PERFORM UNLOAD-RELOAD-PARA
                           ELSE
                           IF WS-COMMAND = 7
                               PERFORM SHOW-HISTORY-PARA
                           ELSE
                           IF WS-COMMAND = 8
                               PERFORM ROLLBACK-PARA
                           ELSE
                               DISPLAY "Invalid option"
                               PERFORM PRINT-HELP-PARA
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           DISPLAY "4) List all records"
           DISPLAY "5) Search records by full or partial name"
           DISPLAY "6) Unload, rebuild, and verify the indexed file"
           DISPLAY "7) Show a record's change history by id"
           DISPLAY "8) Roll the file back to a point in time"
           .

       READ-RECORD-PARA.
                   PERFORM UPDATE-RECORD-PARA
               NOT INVALID KEY
                   DISPLAY "write key: "FS-RECORD-ID
                   MOVE "A" TO WS-JNL-OPERATION
                   MOVE WS-RECORD-ID TO WS-JNL-RECORD-ID
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-RECORD-DATA TO WS-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-PARA
           END-WRITE
           .

      * the record as it stood is read first so the journal holds
      * what the update replaced
       UPDATE-RECORD-PARA.
           DISPLAY "Record exists - updating in place: "FS-RECORD-ID
           MOVE WS-RECORD-ID TO FS-RECORD-ID
           READ FS-RECORD-FILE
               INVALID KEY
                   DISPLAY "invalid update: "FS-RECORD-ID
                   EXIT PARAGRAPH
           END-READ
           MOVE FS-RECORD-DATA TO WS-BEFORE-IMAGE
           MOVE WS-RECORD-DATA TO FS-RECORD-DATA
           REWRITE FS-RECORD-DATA
               INVALID KEY
                   DISPLAY "invalid update: "FS-RECORD-ID
               NOT INVALID KEY
                   DISPLAY "updated key: "FS-RECORD-ID
                   MOVE "U" TO WS-JNL-OPERATION
                   MOVE WS-RECORD-ID TO WS-JNL-RECORD-ID
                   MOVE WS-RECORD-DATA TO WS-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-PARA
           END-REWRITE
           .

           DISPLAY "Enter ID to delete"
           ACCEPT WS-INPUT-ID
           MOVE WS-INPUT-ID TO FS-RECORD-ID
           READ FS-RECORD-FILE
               INVALID KEY
                   DISPLAY "invalid delete: "FS-RECORD-ID
                   EXIT PARAGRAPH
           END-READ
           MOVE FS-RECORD-DATA TO WS-BEFORE-IMAGE
           DELETE FS-RECORD-FILE RECORD
               INVALID KEY
                   DISPLAY "invalid delete: "FS-RECORD-ID
               NOT INVALID KEY
                   DISPLAY "deleted key: "FS-RECORD-ID
                   MOVE "D" TO WS-JNL-OPERATION
                   MOVE WS-INPUT-ID TO WS-JNL-RECORD-ID
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-PARA
           END-DELETE
           .

      * opened and closed around every entry so a change already made
      * to the file is never left out of the journal by a crash later
      * in the session
       WRITE-JOURNAL-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATA
           MOVE WS-NOW-DATA(1:16) TO FS-JNL-TIMESTAMP
           MOVE WS-JNL-OPERATION TO FS-JNL-OPERATION
           MOVE WS-JNL-SOURCE TO FS-JNL-SOURCE
           MOVE WS-JNL-RECORD-ID TO FS-JNL-RECORD-ID
           MOVE WS-BEFORE-IMAGE TO FS-JNL-BEFORE
           MOVE WS-AFTER-IMAGE TO FS-JNL-AFTER
           OPEN EXTEND FS-JOURNAL-FILE
               IF WS-JOURNAL-STATUS = '35'
                   OPEN OUTPUT FS-JOURNAL-FILE
               END-IF
               WRITE FS-JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "WARNING: journal write failed - status "
                     WS-JOURNAL-STATUS
               END-IF
           CLOSE FS-JOURNAL-FILE
           .

       FORMAT-STAMP-PARA.
           MOVE SPACES TO WS-STAMP-TEXT
           STRING WS-STAMP-IN(1:4)"-"WS-STAMP-IN(5:2)"-"
                  WS-STAMP-IN(7:2)" "WS-STAMP-IN(9:2)":"
                  WS-STAMP-IN(11:2)":"WS-STAMP-IN(13:2)
             DELIMITED BY SIZE INTO WS-STAMP-TEXT
           .

       FORMAT-OPERATION-PARA.
           EVALUATE WS-OPERATION-CODE
               WHEN "A"
                   MOVE "ADD" TO WS-OPERATION-TEXT
               WHEN "U"
                   MOVE "UPDATE" TO WS-OPERATION-TEXT
               WHEN OTHER
                   MOVE "DELETE" TO WS-OPERATION-TEXT
           END-EVALUATE
           .

      * every journal entry for one id, oldest first, with the name
      * before and after each change
       SHOW-HISTORY-PARA.
           DISPLAY "Enter ID to show the history of"
           ACCEPT WS-INPUT-ID
           MOVE 0 TO WS-HISTORY-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT FS-JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF
                   READ FS-JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF FS-JNL-RECORD-ID = WS-INPUT-ID
                               PERFORM SHOW-ONE-CHANGE-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-JOURNAL-FILE
           IF WS-HISTORY-COUNT = 0
               DISPLAY "No changes journaled for "WS-INPUT-ID
           ELSE
               DISPLAY "Changes listed: "WS-HISTORY-COUNT
           END-IF
           .

       SHOW-ONE-CHANGE-PARA.
           ADD 1 TO WS-HISTORY-COUNT
           MOVE FS-JNL-TIMESTAMP TO WS-STAMP-IN
           PERFORM FORMAT-STAMP-PARA
           MOVE FS-JNL-OPERATION TO WS-OPERATION-CODE
           PERFORM FORMAT-OPERATION-PARA
           IF FS-JNL-SOURCE = "R"
               DISPLAY WS-STAMP-TEXT" "WS-OPERATION-TEXT
                 " (by rollback)"
           ELSE
               DISPLAY WS-STAMP-TEXT" "WS-OPERATION-TEXT
           END-IF
           IF FS-JNL-OPERATION NOT = "A"
               DISPLAY "    before: "
                 FUNCTION TRIM(FS-JNL-BEFORE(11:100))
           END-IF
           IF FS-JNL-OPERATION NOT = "D"
               DISPLAY "    after:  "
                 FUNCTION TRIM(FS-JNL-AFTER(11:100))
           END-IF
           .

      * the changes journaled after the chosen point are undone newest
      * first from their before images - an add is deleted, an update
      * or delete is put back as it was - and each restore is itself
      * journaled, so a later rollback to an earlier point still
      * works; the record count the journal predicts is checked
      * against the file afterwards
       ROLLBACK-PARA.
           DISPLAY "Roll back to the file as it stood at (yyyymmddhhmmss
      -            ", or yyyymmdd for the end of that day):"
           MOVE SPACES TO WS-ROLLBACK-INPUT
           ACCEPT WS-ROLLBACK-INPUT
           IF WS-ROLLBACK-INPUT(9:6) = SPACES
               MOVE "235959" TO WS-ROLLBACK-INPUT(9:6)
           END-IF
           IF WS-ROLLBACK-INPUT IS NOT NUMERIC
               DISPLAY "Not a date and time - nothing rolled back"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ROLLBACK-POINT
           STRING WS-ROLLBACK-INPUT"99" DELIMITED BY SIZE
             INTO WS-ROLLBACK-POINT

           MOVE 0 TO WS-RB-COUNT
           MOVE 0 TO WS-RB-ADDS
           MOVE 0 TO WS-RB-DELETES
           MOVE "N" TO WS-RB-TOO-MANY
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT FS-JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "No journal for this file - nothing to roll b
      -                    "ack"
                   CLOSE FS-JOURNAL-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF
                   READ FS-JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF FS-JNL-TIMESTAMP > WS-ROLLBACK-POINT
                               PERFORM TAKE-ROLLBACK-ENTRY-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-JOURNAL-FILE

           IF WS-RB-TOO-MANY = "Y"
               DISPLAY "More than 1000 changes since then - roll back"
                 " to a later point first, then step back"
               EXIT PARAGRAPH
           END-IF
           IF WS-RB-COUNT = 0
               DISPLAY "No changes after that point - nothing to roll ba
      -                "ck"
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-RECORDS-PARA
           MOVE WS-RECORD-COUNT TO WS-COUNT-BEFORE
           COMPUTE WS-COUNT-EXPECTED =
               WS-COUNT-BEFORE - WS-RB-ADDS + WS-RB-DELETES

           DISPLAY WS-RB-COUNT" changes made after that point will be un
      -            "done - continue? (Y/N)"
           ACCEPT WS-ROLLBACK-ANSWER
           IF FUNCTION UPPER-CASE(WS-ROLLBACK-ANSWER) NOT = "Y"
               DISPLAY "Rollback cancelled - nothing changed"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATA
           MOVE SPACES TO WS-REPORT-NAME
           STRING FUNCTION TRIM(WS-FILE-NAME)"_rollback_"
                  WS-NOW-DATA(1:14)".txt"
             DELIMITED BY SIZE INTO WS-REPORT-NAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "ROLLBACK OF "FUNCTION TRIM(WS-FILE-NAME)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE WS-NOW-DATA(1:16) TO WS-STAMP-IN
           PERFORM FORMAT-STAMP-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Run at "WS-STAMP-TEXT", restoring the file as it stoo
      -           "d at "
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           MOVE WS-ROLLBACK-POINT TO WS-STAMP-IN
           PERFORM FORMAT-STAMP-PARA
           MOVE WS-STAMP-TEXT TO FS-REPORT-LINE(63:19)
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "Change made at       Change  Record ID   Undone by"
             TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE 0 TO WS-RB-FAILED
           MOVE "R" TO WS-JNL-SOURCE
           PERFORM UNDO-ONE-CHANGE-PARA
             VARYING WS-RB-INDEX FROM WS-RB-COUNT BY -1
             UNTIL WS-RB-INDEX < 1
           MOVE "I" TO WS-JNL-SOURCE

           PERFORM COUNT-RECORDS-PARA
           MOVE WS-RECORD-COUNT TO WS-COUNT-AFTER

           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Changes undone: "WS-RB-COUNT"  failed: "
                  WS-RB-FAILED
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Records before: "WS-COUNT-BEFORE
                  "  expected from the journal: "WS-COUNT-EXPECTED
                  "  after: "WS-COUNT-AFTER
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           IF WS-RB-FAILED = 0 AND
              WS-COUNT-AFTER = WS-COUNT-EXPECTED
               MOVE "Rollback VERIFIED - the record count matches the jo
      -             "urnal" TO FS-REPORT-LINE
           ELSE
               MOVE "Rollback NOT verified - keep the journal and invest
      -             "igate" TO FS-REPORT-LINE
           END-IF
           WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE

           DISPLAY FUNCTION TRIM(FS-REPORT-LINE)
           DISPLAY "Records before "WS-COUNT-BEFORE", expected "
             WS-COUNT-EXPECTED", after "WS-COUNT-AFTER
           DISPLAY "Rollback report written to "
             FUNCTION TRIM(WS-REPORT-NAME)
           .

       TAKE-ROLLBACK-ENTRY-PARA.
           IF WS-RB-COUNT >= 1000
               MOVE "Y" TO WS-RB-TOO-MANY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RB-COUNT
           MOVE FS-JNL-TIMESTAMP TO WS-RB-TIMESTAMP(WS-RB-COUNT)
           MOVE FS-JNL-OPERATION TO WS-RB-OPERATION(WS-RB-COUNT)
           MOVE FS-JNL-RECORD-ID TO WS-RB-RECORD-ID(WS-RB-COUNT)
           MOVE FS-JNL-BEFORE TO WS-RB-BEFORE(WS-RB-COUNT)
           IF FS-JNL-OPERATION = "A"
               ADD 1 TO WS-RB-ADDS
           END-IF
           IF FS-JNL-OPERATION = "D"
               ADD 1 TO WS-RB-DELETES
           END-IF
           .

       UNDO-ONE-CHANGE-PARA.
           MOVE WS-RB-RECORD-ID(WS-RB-INDEX) TO FS-RECORD-ID
           MOVE WS-RB-RECORD-ID(WS-RB-INDEX) TO WS-JNL-RECORD-ID
           MOVE "FAILED" TO WS-RB-RESULT
           READ FS-RECORD-FILE
               INVALID KEY
                   MOVE "N" TO WS-RB-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-RB-FOUND
                   MOVE FS-RECORD-DATA TO WS-BEFORE-IMAGE
           END-READ

      * undoing an add: the record comes back out
           IF WS-RB-OPERATION(WS-RB-INDEX) = "A"
               IF WS-RB-FOUND = "N"
                   MOVE "MISSING" TO WS-RB-RESULT
               ELSE
                   DELETE FS-RECORD-FILE RECORD
                       INVALID KEY
                           DISPLAY "could not remove "FS-RECORD-ID
                       NOT INVALID KEY
                           MOVE "REMOVED" TO WS-RB-RESULT
                           MOVE "D" TO WS-JNL-OPERATION
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-PARA
                   END-DELETE
               END-IF
           END-IF

      * undoing an update or a delete: the before image goes back
           IF WS-RB-OPERATION(WS-RB-INDEX) NOT = "A"
               MOVE WS-RB-BEFORE(WS-RB-INDEX) TO FS-RECORD-DATA
               MOVE WS-RB-BEFORE(WS-RB-INDEX) TO WS-AFTER-IMAGE
               IF WS-RB-FOUND = "Y"
                   REWRITE FS-RECORD-DATA
                       INVALID KEY
                           DISPLAY "could not restore "FS-RECORD-ID
                       NOT INVALID KEY
                           MOVE "RESTORED" TO WS-RB-RESULT
                           MOVE "U" TO WS-JNL-OPERATION
                           PERFORM WRITE-JOURNAL-PARA
                   END-REWRITE
               ELSE
                   WRITE FS-RECORD-DATA
                       INVALID KEY
                           DISPLAY "could not re-add "FS-RECORD-ID
                       NOT INVALID KEY
                           MOVE "RE-ADDED" TO WS-RB-RESULT
                           MOVE "A" TO WS-JNL-OPERATION
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           PERFORM WRITE-JOURNAL-PARA
                   END-WRITE
               END-IF
           END-IF

           IF WS-RB-RESULT = "FAILED" OR WS-RB-RESULT = "MISSING"
               ADD 1 TO WS-RB-FAILED
           END-IF

           MOVE WS-RB-TIMESTAMP(WS-RB-INDEX) TO WS-STAMP-IN
           PERFORM FORMAT-STAMP-PARA
           MOVE WS-RB-OPERATION(WS-RB-INDEX) TO WS-OPERATION-CODE
           PERFORM FORMAT-OPERATION-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING WS-STAMP-TEXT"  "WS-OPERATION-TEXT"  "
                  WS-RB-RECORD-ID(WS-RB-INDEX)"  "WS-RB-RESULT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .

       COUNT-RECORDS-PARA.
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO FS-RECORD-ID
           START FS-RECORD-FILE KEY IS GREATER THAN OR EQUAL
               FS-RECORD-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF
               READ FS-RECORD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
               END-READ
           END-PERFORM
           .

      * rides the name alternate index: positions at the first name at
      * or after the search value and stops as soon as the names no
      * longer start with it, so the whole file is never read
