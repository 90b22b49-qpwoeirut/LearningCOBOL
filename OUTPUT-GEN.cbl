      ******************************************************************
      * Author: Stanley Zhong
      * Date: Updated 5/29/2020
      * Purpose: Generation catalog for the outputs that used to
      *          overwrite each other or pile up by date - the ACH
      *          export, the end-of-day summary, the payroll register
      *          and the analyst extracts. Each output base (its
      *          plain name, like ach_export.txt) keeps a set number
      *          of generations named base.Gnnnn.ext. NEXT hands a
      *          writer its next generation name and rolls the oldest
      *          off (file and all) once the base is over its limit;
      *          RESOLVE hands a reader a generation by relative
      *          number - 0 the current one, -1 the one before; LIMIT
      *          sets how many generations a base keeps. The catalog
      *          is gen_catalog.txt in creation order, the limits are
      *          gen_limits.ctl, and a base with no limit keeps 7
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTPUT-GEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FS-GEN-FILE ASSIGN TO "gen_catalog.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-GEN-FILE-STATUS.
               SELECT FS-LIMIT-FILE ASSIGN TO "gen_limits.ctl"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-LIMIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD FS-GEN-FILE.
           01 FS-GEN-RECORD.
               05 FS-GEN-BASE     PIC X(30).
               05 FS-GEN-NUMBER   PIC 9(4).
               05 FS-GEN-FILENAME PIC X(60).
               05 FS-GEN-CREATED  PIC X(14).
           FD FS-LIMIT-FILE.
           01 FS-LIMIT-RECORD.
               05 FS-LIMIT-BASE  PIC X(30).
               05 FS-LIMIT-KEEP  PIC 9(3).
       WORKING-STORAGE SECTION.
           01 WS-GEN-FILE-STATUS   PIC X(2).
           01 WS-LIMIT-FILE-STATUS PIC X(2).
           01 WS-EOF               PIC X(3).

      * the whole catalog is held while it changes; a rolled-off
      * entry is blanked in place and dropped on the rewrite
           01 WS-GEN-TABLE.
               05 WS-GEN-ENTRY OCCURS 500 TIMES.
                   10 WS-GT-BASE     PIC X(30).
                   10 WS-GT-NUMBER   PIC 9(4).
                   10 WS-GT-FILENAME PIC X(60).
                   10 WS-GT-CREATED  PIC X(14).
           01 WS-GEN-COUNT         PIC 9(4).
           01 WS-GEN-INDEX         PIC 9(4).
           01 WS-GEN-OVERFLOW      PIC X(3).

           01 WS-LIMIT-TABLE.
               05 WS-LIMIT-ENTRY OCCURS 100 TIMES.
                   10 WS-LT-BASE  PIC X(30).
                   10 WS-LT-KEEP  PIC 9(3).
           01 WS-LIMIT-COUNT       PIC 9(3).
           01 WS-LIMIT-INDEX       PIC 9(3).
           01 WS-LIMIT-FOUND       PIC X(3).
           01 WS-KEEP              PIC 9(3).
           01 WS-DEFAULT-KEEP      PIC 9(3) VALUE 7.

           01 WS-BASE-COUNT        PIC 9(4).
           01 WS-BASE-SEEN         PIC 9(4).
           01 WS-BASE-LAST-NUMBER  PIC 9(4).
           01 WS-NEXT-NUMBER       PIC 9(4).
           01 WS-TARGET-POSITION   PIC S9(5).
           01 WS-ROLL-COUNT        PIC 9(4).
           01 WS-STEM              PIC X(30).
           01 WS-EXTENSION         PIC X(10).
           01 WS-DELETE-NAME       PIC X(60).
           01 WS-NOW-STAMP         PIC X(21).

           01 WS-LOCK-ACTION       PIC X(8).
           01 WS-LOCK-RESOURCE     PIC X(20) VALUE "gen_catalog".
           01 WS-LOCK-SESSION      PIC X(30).
           01 WS-LOCK-RESULT       PIC X(8).
       LINKAGE SECTION.
      * NEXT, RESOLVE or LIMIT
           01 LS-ACTION   PIC X(8).
      * the output's plain name, e.g. ach_export.txt
           01 LS-BASE     PIC X(30).
      * RESOLVE: relative generation, 0 current, -1 the one before;
      * LIMIT: the number of generations the base keeps from now on
           01 LS-NUMBER   PIC S9(3).
      * NEXT and RESOLVE hand back the generation's file name
           01 LS-FILENAME PIC X(60).
      * OK, NF (no such generation), NC (base not catalogued yet -
      * the plain name comes back), BUSY or FULL (catalog not
      * updated - the plain name comes back so the output is still
      * written somewhere)
           01 LS-RESULT   PIC X(4).
       PROCEDURE DIVISION USING LS-ACTION LS-BASE LS-NUMBER
                                LS-FILENAME LS-RESULT.
       MAIN-PROCEDURE.
           MOVE SPACES TO LS-RESULT
           MOVE SPACES TO WS-STEM
           MOVE SPACES TO WS-EXTENSION
           UNSTRING LS-BASE DELIMITED BY "."
               INTO WS-STEM WS-EXTENSION

           EVALUATE LS-ACTION
               WHEN "NEXT"
                   MOVE SPACES TO LS-FILENAME
                   PERFORM NEXT-GENERATION-PARA
               WHEN "RESOLVE"
                   MOVE SPACES TO LS-FILENAME
                   PERFORM RESOLVE-GENERATION-PARA
               WHEN "LIMIT"
                   PERFORM SET-LIMIT-PARA
               WHEN OTHER
                   DISPLAY "OUTPUT-GEN: unknown action "LS-ACTION
           END-EVALUATE
           GOBACK.

      * the catalog is rewritten whole, so two writers must not
      * rewrite it at once
       NEXT-GENERATION-PARA.
           PERFORM LOCK-CATALOG-PARA
           IF WS-LOCK-RESULT NOT = "OK"
               MOVE LS-BASE TO LS-FILENAME
               MOVE "BUSY" TO LS-RESULT
               DISPLAY "Generation catalog busy - output written to "
                 FUNCTION TRIM(LS-FILENAME)" uncatalogued"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CATALOG-PARA
           IF WS-GEN-OVERFLOW = "YES" OR WS-GEN-COUNT >= 500
               PERFORM UNLOCK-CATALOG-PARA
               MOVE LS-BASE TO LS-FILENAME
               MOVE "FULL" TO LS-RESULT
               DISPLAY "Generation catalog is full - output written "
                 "to "FUNCTION TRIM(LS-FILENAME)" uncatalogued"
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-BASE-PARA
      * the numbers wrap after 9999; order comes from the catalog's
      * creation sequence, never from the number
           IF WS-BASE-COUNT = 0 OR WS-BASE-LAST-NUMBER = 9999
               MOVE 1 TO WS-NEXT-NUMBER
           ELSE
               COMPUTE WS-NEXT-NUMBER = WS-BASE-LAST-NUMBER + 1
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           ADD 1 TO WS-GEN-COUNT
           MOVE LS-BASE TO WS-GT-BASE(WS-GEN-COUNT)
           MOVE WS-NEXT-NUMBER TO WS-GT-NUMBER(WS-GEN-COUNT)
           MOVE WS-NOW-STAMP(1:14) TO WS-GT-CREATED(WS-GEN-COUNT)
           MOVE SPACES TO WS-GT-FILENAME(WS-GEN-COUNT)
           IF WS-EXTENSION = SPACES
               STRING FUNCTION TRIM(WS-STEM)".G"WS-NEXT-NUMBER
                 DELIMITED BY SIZE INTO WS-GT-FILENAME(WS-GEN-COUNT)
           ELSE
               STRING FUNCTION TRIM(WS-STEM)".G"WS-NEXT-NUMBER"."
                      FUNCTION TRIM(WS-EXTENSION)
                 DELIMITED BY SIZE INTO WS-GT-FILENAME(WS-GEN-COUNT)
           END-IF
           MOVE WS-GT-FILENAME(WS-GEN-COUNT) TO LS-FILENAME

           PERFORM FIND-LIMIT-PARA
           PERFORM ROLL-OFF-PARA
           PERFORM REWRITE-CATALOG-PARA
           PERFORM UNLOCK-CATALOG-PARA
           MOVE "OK" TO LS-RESULT
           .

      * relative 0 is the newest entry for the base, -1 the one
      * before it, and so on back to the oldest kept
       RESOLVE-GENERATION-PARA.
           PERFORM LOAD-CATALOG-PARA
           PERFORM COUNT-BASE-PARA
           IF WS-BASE-COUNT = 0
               IF LS-NUMBER = 0
                   MOVE LS-BASE TO LS-FILENAME
                   MOVE "NC" TO LS-RESULT
               ELSE
                   MOVE "NF" TO LS-RESULT
               END-IF
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TARGET-POSITION = WS-BASE-COUNT + LS-NUMBER
           IF LS-NUMBER > 0 OR WS-TARGET-POSITION < 1
               MOVE "NF" TO LS-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BASE-SEEN
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-GEN-COUNT
               IF WS-GT-BASE(WS-GEN-INDEX) = LS-BASE
                   ADD 1 TO WS-BASE-SEEN
                   IF WS-BASE-SEEN = WS-TARGET-POSITION
                       MOVE WS-GT-FILENAME(WS-GEN-INDEX)
                         TO LS-FILENAME
                   END-IF
               END-IF
           END-PERFORM
           MOVE "OK" TO LS-RESULT
           .

      * a lowered limit takes effect at once - the generations beyond
      * it roll off now rather than at the next write
       SET-LIMIT-PARA.
           IF LS-NUMBER < 1
               DISPLAY "A base must keep at least one generation"
               MOVE "NF" TO LS-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCK-CATALOG-PARA
           IF WS-LOCK-RESULT NOT = "OK"
               MOVE "BUSY" TO LS-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-LIMITS-PARA
           MOVE "NO" TO WS-LIMIT-FOUND
           PERFORM VARYING WS-LIMIT-INDEX FROM 1 BY 1
                   UNTIL WS-LIMIT-INDEX > WS-LIMIT-COUNT
               IF WS-LT-BASE(WS-LIMIT-INDEX) = LS-BASE
                   MOVE LS-NUMBER TO WS-LT-KEEP(WS-LIMIT-INDEX)
                   MOVE "YES" TO WS-LIMIT-FOUND
               END-IF
           END-PERFORM
           IF WS-LIMIT-FOUND = "NO"
               IF WS-LIMIT-COUNT >= 100
                   PERFORM UNLOCK-CATALOG-PARA
                   DISPLAY "The limit table is full at 100 bases"
                   MOVE "FULL" TO LS-RESULT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LIMIT-COUNT
               MOVE LS-BASE TO WS-LT-BASE(WS-LIMIT-COUNT)
               MOVE LS-NUMBER TO WS-LT-KEEP(WS-LIMIT-COUNT)
           END-IF

           OPEN OUTPUT FS-LIMIT-FILE
               PERFORM VARYING WS-LIMIT-INDEX FROM 1 BY 1
                       UNTIL WS-LIMIT-INDEX > WS-LIMIT-COUNT
                   MOVE WS-LT-BASE(WS-LIMIT-INDEX) TO FS-LIMIT-BASE
                   MOVE WS-LT-KEEP(WS-LIMIT-INDEX) TO FS-LIMIT-KEEP
                   WRITE FS-LIMIT-RECORD
               END-PERFORM
           CLOSE FS-LIMIT-FILE

           MOVE LS-NUMBER TO WS-KEEP
           PERFORM LOAD-CATALOG-PARA
           IF WS-GEN-OVERFLOW = "NO"
               PERFORM ROLL-OFF-PARA
               PERFORM REWRITE-CATALOG-PARA
           END-IF
           PERFORM UNLOCK-CATALOG-PARA
           DISPLAY FUNCTION TRIM(LS-BASE)" now keeps "WS-KEEP
             " generations"
           MOVE "OK" TO LS-RESULT
           .

       LOAD-CATALOG-PARA.
           MOVE 0 TO WS-GEN-COUNT
           MOVE "NO" TO WS-GEN-OVERFLOW
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-GEN-FILE
               IF WS-GEN-FILE-STATUS NOT = "00"
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
                           ELSE
                               MOVE "YES" TO WS-GEN-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-GEN-FILE
           .

       COUNT-BASE-PARA.
           MOVE 0 TO WS-BASE-COUNT
           MOVE 0 TO WS-BASE-LAST-NUMBER
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-GEN-COUNT
               IF WS-GT-BASE(WS-GEN-INDEX) = LS-BASE
                   ADD 1 TO WS-BASE-COUNT
                   MOVE WS-GT-NUMBER(WS-GEN-INDEX)
                     TO WS-BASE-LAST-NUMBER
               END-IF
           END-PERFORM
           .

       LOAD-LIMITS-PARA.
           MOVE 0 TO WS-LIMIT-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-LIMIT-FILE
               IF WS-LIMIT-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-LIMIT-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF WS-LIMIT-COUNT < 100
                               ADD 1 TO WS-LIMIT-COUNT
                               MOVE FS-LIMIT-RECORD
                                 TO WS-LIMIT-ENTRY(WS-LIMIT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-LIMIT-FILE
           .

       FIND-LIMIT-PARA.
           PERFORM LOAD-LIMITS-PARA
           MOVE WS-DEFAULT-KEEP TO WS-KEEP
           PERFORM VARYING WS-LIMIT-INDEX FROM 1 BY 1
                   UNTIL WS-LIMIT-INDEX > WS-LIMIT-COUNT
               IF WS-LT-BASE(WS-LIMIT-INDEX) = LS-BASE AND
                  WS-LT-KEEP(WS-LIMIT-INDEX) > 0
                   MOVE WS-LT-KEEP(WS-LIMIT-INDEX) TO WS-KEEP
               END-IF
           END-PERFORM
           .

      * the oldest entries for the base go first, file and all, until
      * only the limit is left
       ROLL-OFF-PARA.
           PERFORM COUNT-BASE-PARA
           IF WS-BASE-COUNT <= WS-KEEP
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROLL-COUNT = WS-BASE-COUNT - WS-KEEP
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-GEN-COUNT
                      OR WS-ROLL-COUNT = 0
               IF WS-GT-BASE(WS-GEN-INDEX) = LS-BASE
                   MOVE WS-GT-FILENAME(WS-GEN-INDEX) TO WS-DELETE-NAME
                   CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
                   DISPLAY "Generation rolled off: "
                     FUNCTION TRIM(WS-DELETE-NAME)
                   MOVE SPACES TO WS-GEN-ENTRY(WS-GEN-INDEX)
                   SUBTRACT 1 FROM WS-ROLL-COUNT
               END-IF
           END-PERFORM
           .

       REWRITE-CATALOG-PARA.
           OPEN OUTPUT FS-GEN-FILE
               PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                       UNTIL WS-GEN-INDEX > WS-GEN-COUNT
                   IF WS-GT-BASE(WS-GEN-INDEX) NOT = SPACES
                       MOVE WS-GEN-ENTRY(WS-GEN-INDEX)
                         TO FS-GEN-RECORD
                       WRITE FS-GEN-RECORD
                   END-IF
               END-PERFORM
           CLOSE FS-GEN-FILE
           .

       LOCK-CATALOG-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           MOVE SPACES TO WS-LOCK-SESSION
           STRING "OUTPUT-GEN-"WS-NOW-STAMP(1:16)
             DELIMITED BY SIZE INTO WS-LOCK-SESSION
           MOVE "LOCK" TO WS-LOCK-ACTION
           CALL "FILE-LOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-SESSION WS-LOCK-RESULT
           .

       UNLOCK-CATALOG-PARA.
           MOVE "UNLOCK" TO WS-LOCK-ACTION
           CALL "FILE-LOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-SESSION WS-LOCK-RESULT
           .
       END PROGRAM OUTPUT-GEN.
