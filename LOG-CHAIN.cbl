      ******************************************************************
      * Author: Stanley Zhong
      * Date: Updated 5/29/2020
      * Purpose: Running hash for the append-only logs - the audit
      *          trail, the PIN events, and the operator log - so a
      *          line deleted or edited after the fact breaks the
      *          chain. SEAL chains a record onto its log: the new
      *          value is the digest of the previous value and the
      *          record's own bytes, and the log's seal file (the log
      *          name with .chn for .txt) carries the last value and
      *          the record count forward. HASH computes one link for
      *          LOG-VERIFY without touching the seal file; READ
      *          returns what the seal file holds; START resets it
      *          for a log being sealed from its first record
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-CHAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FS-SEAL-FILE ASSIGN TO WS-SEAL-FILENAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-SEAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD FS-SEAL-FILE.
           01 FS-SEAL-RECORD.
               05 FS-SEAL-COUNT PIC 9(9).
               05 FS-SEAL-LAST  PIC 9(12).
       WORKING-STORAGE SECTION.
           01 WS-SEAL-FILENAME    PIC X(40).
           01 WS-SEAL-FILE-STATUS PIC X(2).
           01 WS-SEAL-COUNT       PIC 9(9).
           01 WS-SEAL-LAST        PIC 9(12).
           01 WS-MIX              PIC X(112).
           01 WS-BYTE-INDEX       PIC 9(3).
           01 WS-ACC-1            PIC 9(18).
           01 WS-ACC-2            PIC 9(18).
       LINKAGE SECTION.
      * SEAL, HASH, READ or START
           01 LS-ACTION   PIC X(5).
      * the log's own file name, e.g. bank_audit_log.txt
           01 LS-LOG-NAME PIC X(30).
      * the record's bytes ahead of its chain field, space-filled
           01 LS-RECORD   PIC X(100).
      * HASH takes the previous value in and hands the new one back;
      * SEAL and READ hand back the log's last value
           01 LS-CHAIN    PIC 9(12).
           01 LS-COUNT    PIC 9(9).
       PROCEDURE DIVISION USING LS-ACTION LS-LOG-NAME LS-RECORD
                                LS-CHAIN LS-COUNT.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-SEAL-FILENAME
           STRING LS-LOG-NAME DELIMITED BY ".txt"
                  ".chn" DELIMITED BY SIZE
             INTO WS-SEAL-FILENAME

           EVALUATE LS-ACTION
               WHEN "HASH"
                   MOVE LS-CHAIN TO WS-SEAL-LAST
                   PERFORM DIGEST-PARA
                   MOVE WS-SEAL-LAST TO LS-CHAIN
               WHEN "SEAL"
                   PERFORM READ-SEAL-PARA
                   PERFORM DIGEST-PARA
                   ADD 1 TO WS-SEAL-COUNT
                   PERFORM WRITE-SEAL-PARA
                   MOVE WS-SEAL-LAST TO LS-CHAIN
                   MOVE WS-SEAL-COUNT TO LS-COUNT
               WHEN "READ"
                   PERFORM READ-SEAL-PARA
                   MOVE WS-SEAL-LAST TO LS-CHAIN
                   MOVE WS-SEAL-COUNT TO LS-COUNT
               WHEN "START"
                   MOVE 0 TO WS-SEAL-COUNT
                   MOVE 0 TO WS-SEAL-LAST
                   PERFORM WRITE-SEAL-PARA
                   MOVE 0 TO LS-CHAIN
                   MOVE 0 TO LS-COUNT
               WHEN OTHER
                   DISPLAY "LOG-CHAIN: unknown action "LS-ACTION
           END-EVALUATE
           GOBACK.

      * a log with no seal file yet starts its chain from zero
       READ-SEAL-PARA.
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-SEAL-LAST
           OPEN INPUT FS-SEAL-FILE
               IF WS-SEAL-FILE-STATUS = "00"
                   READ FS-SEAL-FILE
                       NOT AT END
                           MOVE FS-SEAL-COUNT TO WS-SEAL-COUNT
                           MOVE FS-SEAL-LAST TO WS-SEAL-LAST
                   END-READ
               END-IF
           CLOSE FS-SEAL-FILE
           .

       WRITE-SEAL-PARA.
           MOVE WS-SEAL-COUNT TO FS-SEAL-COUNT
           MOVE WS-SEAL-LAST TO FS-SEAL-LAST
           OPEN OUTPUT FS-SEAL-FILE
               WRITE FS-SEAL-RECORD
           CLOSE FS-SEAL-FILE
           .

      * the previous value and the record are folded through two
      * running remainders, the way HASH-SECRET digests a secret, so
      * a change to any byte - or to any earlier record - carries
      * through to every value after it
       DIGEST-PARA.
           MOVE WS-SEAL-LAST TO WS-MIX(1:12)
           MOVE LS-RECORD TO WS-MIX(13:100)
           MOVE 7 TO WS-ACC-1
           MOVE 11 TO WS-ACC-2
           PERFORM VARYING WS-BYTE-INDEX FROM 1 BY 1
                   UNTIL WS-BYTE-INDEX > 112
               COMPUTE WS-ACC-1 = FUNCTION MOD(WS-ACC-1 * 131
                   + FUNCTION ORD(WS-MIX(WS-BYTE-INDEX:1))
                   + WS-BYTE-INDEX, 999999999989)
               COMPUTE WS-ACC-2 = FUNCTION MOD(WS-ACC-2 * 257
                   + FUNCTION ORD(WS-MIX(WS-BYTE-INDEX:1))
                   * WS-BYTE-INDEX + WS-ACC-1, 999999999959)
           END-PERFORM
           COMPUTE WS-SEAL-LAST = FUNCTION MOD(WS-ACC-1 * 1000
               + WS-ACC-2, 999999999989)
           .
       END PROGRAM LOG-CHAIN.
