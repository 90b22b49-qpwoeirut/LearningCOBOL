      ******************************************************************
      * Author: Stanley Zhong
      * Date: Updated 5/29/2020
      * Purpose: Prove the chained logs have not been touched - walk
      *          bank_audit_log.txt, bank_pin_events.txt and
      *          ops_log.txt from the first record, recompute each
      *          record's chain value through LOG-CHAIN, and report
      *          the first record where it breaks; a log that ends
      *          short of its seal file's count has lost records off
      *          the end. Answers Y when every log is intact, N when
      *          any is not, and leaves the findings in
      *          log_chain_verify.txt. BANK's start-of-day check
      *          calls it, and OPS-BROWSE runs it on demand
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-VERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FS-AUDIT-FILE ASSIGN TO "bank_audit_log.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FILE-STATUS.
               SELECT FS-PINEVT-FILE ASSIGN TO "bank_pin_events.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-PINEVT-FILE-STATUS.
               SELECT FS-OPS-FILE ASSIGN TO "ops_log.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-OPS-FILE-STATUS.
               SELECT FS-REPORT-FILE ASSIGN TO "log_chain_verify.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * the three logs as their writers declare them; the chain value
      * is the last field of each
           FD FS-AUDIT-FILE.
           01 FS-AUDIT-RECORD.
               05 FS-AUDIT-TIMESTAMP PIC X(16).
               05 FS-AUDIT-TELLER-ID PIC 9(5).
               05 FS-AUDIT-COMMAND   PIC 9(2).
               05 FS-AUDIT-DETAIL    PIC X(60).
               05 FS-AUDIT-CHAIN     PIC X(12).

           FD FS-PINEVT-FILE.
           01 FS-PIN-EVENT.
               05 FS-PE-DATE       PIC 9(8).
               05 FS-PE-ACCOUNT-ID PIC 9(16).
               05 FS-PE-EVENT      PIC X(8).
               05 FS-PE-CHAIN      PIC X(12).

           FD FS-OPS-FILE.
           01 FS-OPS-RECORD.
               05 FS-OPS-TIMESTAMP PIC X(14).
               05 FS-OPS-SEVERITY  PIC X(1).
               05 FS-OPS-PROGRAM   PIC X(12).
               05 FS-OPS-MESSAGE   PIC X(60).
               05 FS-OPS-CHAIN     PIC X(12).

           FD FS-REPORT-FILE.
           01 FS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-AUDIT-FILE-STATUS  PIC X(2).
           01 WS-PINEVT-FILE-STATUS PIC X(2).
           01 WS-OPS-FILE-STATUS    PIC X(2).
           01 WS-REPORT-FILE-STATUS PIC X(2).
           01 WS-EOF                PIC X(3).
           01 WS-NOW-STAMP          PIC X(16).

           01 WS-LOG-NAME           PIC X(30).
           01 WS-LOG-BROKEN         PIC X(3).
           01 WS-LINK-RECORD        PIC X(100).
           01 WS-LINK-CHAIN-TEXT    PIC X(12).
           01 WS-LINK-CHAIN-NUM REDEFINES WS-LINK-CHAIN-TEXT
                                    PIC 9(12).
           01 WS-LINK-WHEN          PIC X(14).
           01 WS-LINK-PREV          PIC 9(12).
           01 WS-LINK-COUNT         PIC 9(9).
           01 WS-BREAK-REASON       PIC X(60).

           01 WS-CHAIN-ACTION       PIC X(5).
           01 WS-CHAIN-VALUE        PIC 9(12).
           01 WS-CHAIN-COUNT        PIC 9(9).
       LINKAGE SECTION.
      * Y every log intact, N at least one broken
           01 LS-RESULT PIC X(1).
       PROCEDURE DIVISION USING LS-RESULT.
       MAIN-PROCEDURE.
           MOVE "Y" TO LS-RESULT
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "LOG CHAIN VERIFICATION "WS-NOW-STAMP(1:4)"/"
                  WS-NOW-STAMP(5:2)"/"WS-NOW-STAMP(7:2)" "
                  WS-NOW-STAMP(9:2)":"WS-NOW-STAMP(11:2)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           PERFORM VERIFY-AUDIT-PARA
           PERFORM VERIFY-PINEVT-PARA
           PERFORM VERIFY-OPSLOG-PARA

           CLOSE FS-REPORT-FILE
           GOBACK.

       VERIFY-AUDIT-PARA.
           MOVE "bank_audit_log.txt" TO WS-LOG-NAME
           PERFORM BEGIN-LOG-PARA
           OPEN INPUT FS-AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES" OR WS-LOG-BROKEN = "YES"
                   READ FS-AUDIT-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-LINK-RECORD
                           MOVE FS-AUDIT-RECORD(1:83) TO WS-LINK-RECORD
                           MOVE FS-AUDIT-CHAIN TO WS-LINK-CHAIN-TEXT
                           MOVE FS-AUDIT-TIMESTAMP(1:14)
                             TO WS-LINK-WHEN
                           PERFORM CHECK-LINK-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-AUDIT-FILE
           PERFORM END-LOG-PARA
           .

       VERIFY-PINEVT-PARA.
           MOVE "bank_pin_events.txt" TO WS-LOG-NAME
           PERFORM BEGIN-LOG-PARA
           OPEN INPUT FS-PINEVT-FILE
               IF WS-PINEVT-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES" OR WS-LOG-BROKEN = "YES"
                   READ FS-PINEVT-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-LINK-RECORD
                           MOVE FS-PIN-EVENT(1:32) TO WS-LINK-RECORD
                           MOVE FS-PE-CHAIN TO WS-LINK-CHAIN-TEXT
                           MOVE SPACES TO WS-LINK-WHEN
                           MOVE FS-PE-DATE TO WS-LINK-WHEN(1:8)
                           PERFORM CHECK-LINK-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-PINEVT-FILE
           PERFORM END-LOG-PARA
           .

       VERIFY-OPSLOG-PARA.
           MOVE "ops_log.txt" TO WS-LOG-NAME
           PERFORM BEGIN-LOG-PARA
           OPEN INPUT FS-OPS-FILE
               IF WS-OPS-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES" OR WS-LOG-BROKEN = "YES"
                   READ FS-OPS-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-LINK-RECORD
                           MOVE FS-OPS-RECORD(1:87) TO WS-LINK-RECORD
                           MOVE FS-OPS-CHAIN TO WS-LINK-CHAIN-TEXT
                           MOVE FS-OPS-TIMESTAMP TO WS-LINK-WHEN
                           PERFORM CHECK-LINK-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-OPS-FILE
           PERFORM END-LOG-PARA
           .

       BEGIN-LOG-PARA.
           MOVE "NO" TO WS-EOF
           MOVE "NO" TO WS-LOG-BROKEN
           MOVE 0 TO WS-LINK-PREV
           MOVE 0 TO WS-LINK-COUNT
           MOVE SPACES TO WS-BREAK-REASON
           .

      * each record must hash, from the value before it, to the value
      * it carries - an edit changes the hash, a deletion or insertion
      * breaks the link into the record that follows
       CHECK-LINK-PARA.
           ADD 1 TO WS-LINK-COUNT
           IF WS-LINK-CHAIN-TEXT IS NOT NUMERIC
               MOVE "YES" TO WS-LOG-BROKEN
               MOVE "record carries no chain value"
                 TO WS-BREAK-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE "HASH" TO WS-CHAIN-ACTION
           MOVE WS-LINK-PREV TO WS-CHAIN-VALUE
           CALL "LOG-CHAIN" USING WS-CHAIN-ACTION WS-LOG-NAME
               WS-LINK-RECORD WS-CHAIN-VALUE WS-CHAIN-COUNT
           IF WS-CHAIN-VALUE NOT = WS-LINK-CHAIN-NUM
               MOVE "YES" TO WS-LOG-BROKEN
               MOVE "record altered, or one before it added or removed"
                 TO WS-BREAK-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINK-CHAIN-NUM TO WS-LINK-PREV
           .

      * an intact chain must also end where the seal file says the
      * last append left it - otherwise records came off the end
       END-LOG-PARA.
           IF WS-LOG-BROKEN = "NO"
               MOVE "READ" TO WS-CHAIN-ACTION
               CALL "LOG-CHAIN" USING WS-CHAIN-ACTION WS-LOG-NAME
                   WS-LINK-RECORD WS-CHAIN-VALUE WS-CHAIN-COUNT
               IF WS-CHAIN-COUNT NOT = WS-LINK-COUNT OR
                  WS-CHAIN-VALUE NOT = WS-LINK-PREV
                   MOVE "YES" TO WS-LOG-BROKEN
                   MOVE SPACES TO WS-LINK-WHEN
                   MOVE SPACES TO WS-BREAK-REASON
                   STRING "log ends at "WS-LINK-COUNT
                          " records, its seal says "WS-CHAIN-COUNT
                     DELIMITED BY SIZE INTO WS-BREAK-REASON
               END-IF
           END-IF

           MOVE SPACES TO FS-REPORT-LINE
           IF WS-LOG-BROKEN = "NO"
               STRING WS-LOG-NAME" "WS-LINK-COUNT
                      " records - chain intact"
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
           ELSE
               MOVE "N" TO LS-RESULT
               STRING WS-LOG-NAME" BROKEN at record "WS-LINK-COUNT
                      " "WS-LINK-WHEN
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
           END-IF
           WRITE FS-REPORT-LINE
           DISPLAY FUNCTION TRIM(FS-REPORT-LINE TRAILING)
           IF WS-LOG-BROKEN = "YES"
               MOVE SPACES TO FS-REPORT-LINE
               STRING "    "WS-BREAK-REASON
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
               DISPLAY FUNCTION TRIM(FS-REPORT-LINE TRAILING)
           END-IF
           .
       END PROGRAM LOG-VERIFY.
