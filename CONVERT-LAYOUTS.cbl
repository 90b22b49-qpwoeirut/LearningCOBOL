      *          frequency, leave, department, and hire-date fields,
      *          and the per-account transaction and archive files
      *          gain the branch code - each new field defaulted so
      *          the current programs read converted files cleanly;
      *          option 4 replaces the clear PINs on bank_users.txt
      *          with salted hashes, and option 5 takes
      *          bank_tellers.txt to the current layout - password-set
      *          date, miss count, locked flag and last sign-on -
      *          hashing any teller password still in the clear;
      *          option 6 lists the accounts whose numbers fail the
      *          check digit and assigns each the number it is to be
      *          renumbered to in bank_acct_xref.txt; option 7
      *          loads every account's transaction working file into
      *          the single transaction master bank_transactions.txt;
      *          option 8 takes payroll_tax_liability.txt to the
      *          current layout with zero FUTA and SUTA wages and
      *          tax, and option 9 takes payroll_employers.txt to the
      *          current layout with the monthly deposit schedule and
      *          no operating account; option 10 takes
      *          payroll_positions.txt to the current layout with no
      *          workers' comp class and a zero rate; option 11
      *          hash-chains bank_audit_log.txt, bank_pin_events.txt
      *          and ops_log.txt from their first record and writes
      *          each log's seal file, skipping a log already sealed
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-NEW-ARCH-STATUS.
      * old tax liability record: 98 bytes, no FUTA or SUTA figures
               SELECT FS-OLD-TAXLIAB-FILE
                   ASSIGN TO "payroll_tax_liability.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-OLD-TAXLIAB-STATUS.
               SELECT FS-NEW-TAXLIAB-FILE
                   ASSIGN TO "payroll_tax_liability.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-NEW-TAXLIAB-STATUS.
      * old employer master: 112 bytes, no deposit schedule or
      * operating account
               SELECT FS-OLD-EMPLOYER-FILE
                   ASSIGN TO "payroll_employers.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-OLD-ER-CODE
                   FILE STATUS  IS WS-OLD-ER-STATUS.
               SELECT FS-NEW-EMPLOYER-FILE
                   ASSIGN TO "payroll_employers.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-NEW-ER-CODE
                   FILE STATUS  IS WS-NEW-ER-STATUS.
      * old position master: 65 bytes, no workers' comp class or rate
               SELECT FS-OLD-POSITION-FILE
                   ASSIGN TO "payroll_positions.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-OLD-POS-CODE
                   FILE STATUS  IS WS-OLD-POS-STATUS.
               SELECT FS-NEW-POSITION-FILE
                   ASSIGN TO "payroll_positions.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-NEW-POS-CODE
                   FILE STATUS  IS WS-NEW-POS-STATUS.
      * the logs before chaining - the same records with no chain
      * value on the end - and after
               SELECT FS-OLD-AUDIT-FILE ASSIGN TO "bank_audit_log.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-OLD-LOG-STATUS.
               SELECT FS-NEW-AUDIT-FILE ASSIGN TO "bank_audit_log.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-NEW-LOG-STATUS.
               SELECT FS-OLD-PINEVT-FILE
                   ASSIGN TO "bank_pin_events.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-OLD-LOG-STATUS.
               SELECT FS-NEW-PINEVT-FILE
                   ASSIGN TO "bank_pin_events.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-NEW-LOG-STATUS.
               SELECT FS-OLD-OPSLOG-FILE ASSIGN TO "ops_log.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-OLD-LOG-STATUS.
               SELECT FS-NEW-OPSLOG-FILE ASSIGN TO "ops_log.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-NEW-LOG-STATUS.
               SELECT FS-WORK-FILE ASSIGN TO "convert_work.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-WORK-STATUS.
      * the account file as BANK declares it, keys and all
               SELECT FS-USERS-FILE ASSIGN TO "bank_users.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-USER-ID
                   ALTERNATE RECORD KEY IS FS-USER-NAME
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FS-USER-EMPLOYEE-SSN
                       WITH DUPLICATES
                   FILE STATUS  IS WS-USERS-STATUS.
               SELECT FS-PINHASH-FILE ASSIGN TO "bank_pin_hash.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-PH-ACCOUNT-ID
                   FILE STATUS  IS WS-PINHASH-STATUS.
      * old bank_tellers.txt: 76 bytes, ID through role
               SELECT FS-OLD-TELLER-FILE ASSIGN TO "bank_tellers.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-OLD-TELLER-ID
                   FILE STATUS  IS WS-TELLER-STATUS.
               SELECT FS-NEW-TELLER-FILE ASSIGN TO "bank_tellers.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-NEW-TELLER-ID
                   FILE STATUS  IS WS-NEW-TELLER-STATUS.
               SELECT FS-ACCTXREF-FILE ASSIGN TO "bank_acct_xref.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-AX-OLD-ID
                   ALTERNATE RECORD KEY IS FS-AX-NEW-ID
                   FILE STATUS  IS WS-ACCTXREF-STATUS.
      * the transaction master as BANK declares it
               SELECT FS-TXN-MASTER-FILE ASSIGN TO
                   "bank_transactions.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-TXM-KEY
                   ALTERNATE RECORD KEY IS FS-TXM-POSTED-DATE
                       WITH DUPLICATES
                   FILE STATUS  IS WS-TXM-STATUS.
               SELECT FS-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD FS-OLD-EMPLOYEE-FILE.
           01 FS-OLD-ARCHIVE-RECORD PIC X(134).
           FD FS-NEW-ARCHIVE-FILE.
           01 FS-NEW-ARCHIVE-RECORD PIC X(137).
           FD FS-OLD-TAXLIAB-FILE.
           01 FS-OLD-TAXLIAB-RECORD PIC X(98).
           FD FS-NEW-TAXLIAB-FILE.
           01 FS-NEW-TAXLIAB-RECORD PIC X(138).
           FD FS-OLD-EMPLOYER-FILE.
           01 FS-OLD-EMPLOYER.
               05 FS-OLD-ER-CODE PIC X(3).
               05 FS-OLD-ER-REST PIC X(109).
           FD FS-NEW-EMPLOYER-FILE.
           01 FS-NEW-EMPLOYER.
               05 FS-NEW-ER-CODE PIC X(3).
               05 FS-NEW-ER-REST PIC X(126).
           FD FS-OLD-POSITION-FILE.
           01 FS-OLD-POSITION.
               05 FS-OLD-POS-CODE PIC X(6).
               05 FS-OLD-POS-REST PIC X(59).
           FD FS-NEW-POSITION-FILE.
           01 FS-NEW-POSITION.
               05 FS-NEW-POS-CODE PIC X(6).
               05 FS-NEW-POS-REST PIC X(70).
           FD FS-WORK-FILE.
           01 FS-WORK-RECORD PIC X(600).
      * audit 83 bytes, PIN events 32, ops log 87 - each gains a
      * 12-digit chain value
           FD FS-OLD-AUDIT-FILE.
           01 FS-OLD-AUDIT-RECORD  PIC X(83).
           FD FS-NEW-AUDIT-FILE.
           01 FS-NEW-AUDIT-RECORD  PIC X(95).
           FD FS-OLD-PINEVT-FILE.
           01 FS-OLD-PINEVT-RECORD PIC X(32).
           FD FS-NEW-PINEVT-FILE.
           01 FS-NEW-PINEVT-RECORD PIC X(44).
           FD FS-OLD-OPSLOG-FILE.
           01 FS-OLD-OPSLOG-RECORD PIC X(87).
           FD FS-NEW-OPSLOG-FILE.
           01 FS-NEW-OPSLOG-RECORD PIC X(99).
      * 333 bytes; only the keys and the PIN are named
           FD FS-USERS-FILE.
           01 FS-USER.
               05 FS-USER-ID           PIC 9(16).
               05 FS-USER-NAME         PIC X(100).
               05 FILLER               PIC X(58).
               05 FS-USER-PIN          PIC 9(4).
               05 FILLER               PIC X(108).
               05 FS-USER-EMPLOYEE-SSN PIC 9(9).
               05 FILLER               PIC X(38).
           FD FS-PINHASH-FILE.
           01 FS-PIN-HASH.
               05 FS-PH-ACCOUNT-ID PIC 9(16).
               05 FS-PH-STORED     PIC X(20).
           FD FS-OLD-TELLER-FILE.
           01 FS-OLD-TELLER.
               05 FS-OLD-TELLER-ID       PIC 9(5).
               05 FS-OLD-TELLER-NAME     PIC X(50).
               05 FS-OLD-TELLER-PASSWORD PIC X(20).
               05 FS-OLD-TELLER-ROLE     PIC X(1).
           FD FS-NEW-TELLER-FILE.
           01 FS-NEW-TELLER.
               05 FS-NEW-TELLER-ID       PIC 9(5).
               05 FS-NEW-TELLER-REST     PIC X(89).
           FD FS-ACCTXREF-FILE.
           01 FS-ACCT-XREF.
               05 FS-AX-OLD-ID       PIC 9(16).
               05 FS-AX-NEW-ID       PIC 9(16).
               05 FS-AX-LISTED-DATE  PIC 9(8).
      * 153 bytes: the account ahead of the working-file record
           FD FS-TXN-MASTER-FILE.
           01 FS-TXN-MASTER.
               05 FS-TXM-KEY.
                   10 FS-TXM-ACCOUNT-ID PIC 9(16).
                   10 FS-TXM-NUMBER     PIC 9(18).
               05 FILLER                PIC X(60).
               05 FS-TXM-POSTED-DATE    PIC X(8).
               05 FILLER                PIC X(51).
           01 FS-TXM-ACCOUNT-VIEW.
               05 FILLER                PIC 9(16).
               05 FS-TXM-ENTRY          PIC X(137).
           FD FS-REPORT-FILE.
           01 FS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-OLD-EMP-STATUS  PIC X(2).
           01 WS-NEW-EMP-STATUS  PIC X(2).
           01 WS-ARCH-FILENAME   PIC X(50).
           01 WS-OLD-ARCH-STATUS PIC X(2).
           01 WS-NEW-ARCH-STATUS PIC X(2).
           01 WS-OLD-TAXLIAB-STATUS PIC X(2).
           01 WS-NEW-TAXLIAB-STATUS PIC X(2).
           01 WS-OLD-ER-STATUS   PIC X(2).
           01 WS-NEW-ER-STATUS   PIC X(2).
           01 WS-OLD-POS-STATUS  PIC X(2).
           01 WS-NEW-POS-STATUS  PIC X(2).
           01 WS-WORK-STATUS     PIC X(2).
           01 WS-OLD-LOG-STATUS  PIC X(2).
           01 WS-NEW-LOG-STATUS  PIC X(2).
           01 WS-LOG-SKIP        PIC X(3).
           01 WS-CHAIN-ACTION    PIC X(5).
           01 WS-CHAIN-LOG-NAME  PIC X(30).
           01 WS-CHAIN-RECORD    PIC X(100).
           01 WS-CHAIN-VALUE     PIC 9(12).
           01 WS-CHAIN-COUNT     PIC 9(9).
           01 WS-USERS-STATUS    PIC X(2).
           01 WS-PINHASH-STATUS  PIC X(2).
           01 WS-TELLER-STATUS   PIC X(2).
           01 WS-NEW-TELLER-STATUS PIC X(2).
           01 WS-CONVERT-DATE    PIC 9(8).
           01 WS-ACCTXREF-STATUS PIC X(2).
           01 WS-REPORT-STATUS   PIC X(2).
           01 WS-REPORT-FILENAME PIC X(50).
           01 WS-CD-ACTION       PIC X(5).
           01 WS-CD-NUMBER       PIC 9(16).
           01 WS-CD-RESULT       PIC X(1).
           01 WS-CD-FREE         PIC X(3).
           01 WS-OLD-ACCOUNT-ID  PIC 9(16).
           01 WS-OLD-ACCOUNT-NAME PIC X(40).
           01 WS-TXM-STATUS      PIC X(2).
           01 WS-TXN-EOF         PIC X(3).
           01 WS-ACCOUNT-READ    PIC 9(9).
           01 WS-ACCOUNT-WRITTEN PIC 9(9).
           01 WS-ACCOUNT-COUNT   PIC 9(9).
           01 WS-MISMATCH-COUNT  PIC 9(9).

           01 WS-COMMAND         PIC 9(2).
           01 WS-EOF             PIC X(3).
           01 WS-READ-COUNT      PIC 9(9).
           01 WS-WRITE-COUNT     PIC 9(9).
           01 WS-ACCOUNT-ID      PIC 9(16).
           01 WS-ARCHIVE-YEAR    PIC 9(4).
           01 WS-SKIP-COUNT      PIC 9(9).

           01 WS-HASH-ACTION     PIC X(5).
           01 WS-HASH-SECRET     PIC X(20).
           01 WS-HASH-STORED     PIC X(20).
           01 WS-HASH-RESULT     PIC X(1).

           01 WS-LOCK-ACTION     PIC X(8).
           01 WS-LOCK-RESOURCE   PIC X(20).
           DISPLAY "1) employees.txt to the current layout"
           DISPLAY "2) one account's transaction working file"
           DISPLAY "3) one archived transaction file"
           DISPLAY "4) hash the PINs on bank_users.txt"
           DISPLAY "5) bank_tellers.txt to the current layout"
           DISPLAY "6) account numbers that fail the check digit"
           DISPLAY "7) every account's transactions into the master"
           DISPLAY "8) payroll_tax_liability.txt to the current layout"
           DISPLAY "9) payroll_employers.txt to the current layout"
           DISPLAY "10) payroll_positions.txt to the current layout"
           DISPLAY "11) hash-chain the audit, PIN event and ops logs"
           ACCEPT WS-COMMAND

           EVALUATE WS-COMMAND
                   PERFORM CONVERT-TXN-FILE-PARA
               WHEN 3
                   PERFORM CONVERT-ARCHIVE-PARA
               WHEN 4
                   PERFORM HASH-SECRETS-PARA
               WHEN 5
                   PERFORM CONVERT-TELLERS-PARA
               WHEN 6
                   PERFORM CHECK-DIGIT-REVIEW-PARA
               WHEN 7
                   PERFORM LOAD-TXN-MASTER-PARA
               WHEN 8
                   PERFORM CONVERT-TAXLIAB-PARA
               WHEN 9
                   PERFORM CONVERT-EMPLOYERS-PARA
               WHEN 10
                   PERFORM CONVERT-POSITIONS-PARA
               WHEN 11
                   PERFORM SEAL-LOGS-PARA
               WHEN OTHER
                   DISPLAY "Invalid option"
           END-EVALUATE
                               MOVE FS-WORK-RECORD TO FS-NEW-EMPLOYEE
                               WRITE FS-NEW-EMPLOYEE
                                   INVALID KEY
                                       DISPLAY "INVALID SSN - ****"
                                         FS-NEW-SSN(6:4)
                                   NOT INVALID KEY
                                       ADD 1 TO WS-WRITE-COUNT
                               END-WRITE
           PERFORM REPORT-COUNTS-PARA
           .

      * every non-zero PIN on bank_users.txt is hashed into
      * bank_pin_hash.txt and zeroed on the account. Safe to run
      * twice - a zero PIN is skipped; teller passwords are hashed by
      * the teller conversion (option 5)
       HASH-SECRETS-PARA.
           MOVE "bank_users" TO WS-LOCK-RESOURCE
           PERFORM ACQUIRE-LOCK-PARA
           IF WS-LOCK-RESULT NOT = "OK"
               DISPLAY "Another session holds the account file - try
      -                " again later"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-USERS-FILE
           IF WS-USERS-STATUS NOT = "00"
               DISPLAY "bank_users.txt could not be opened - status "
                 WS-USERS-STATUS
               CLOSE FS-USERS-FILE
               PERFORM RELEASE-LOCK-PARA
               EXIT PARAGRAPH
           END-IF
           OPEN I-O FS-PINHASH-FILE
           IF WS-PINHASH-STATUS = "35"
               CLOSE FS-PINHASH-FILE
               OPEN OUTPUT FS-PINHASH-FILE
               CLOSE FS-PINHASH-FILE
               OPEN I-O FS-PINHASH-FILE
           END-IF

           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITE-COUNT
           MOVE 0 TO WS-SKIP-COUNT
           MOVE "NO" TO WS-EOF
           PERFORM UNTIL WS-EOF = "YES"
               READ FS-USERS-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF FS-USER-PIN = 0
                           ADD 1 TO WS-SKIP-COUNT
                       ELSE
                           PERFORM HASH-ONE-PIN-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FS-PINHASH-FILE
           CLOSE FS-USERS-FILE

           DISPLAY "Accounts read:           "WS-READ-COUNT
           DISPLAY "PINs hashed:             "WS-WRITE-COUNT
           DISPLAY "Already converted:       "WS-SKIP-COUNT

           PERFORM RELEASE-LOCK-PARA
           .

      * the hash goes down before the PIN is cleared, so a failure
      * part-way leaves the account with its clear PIN for a rerun
      * rather than with no PIN at all
       HASH-ONE-PIN-PARA.
           MOVE "NEW" TO WS-HASH-ACTION
           MOVE SPACES TO WS-HASH-SECRET
           MOVE FS-USER-PIN TO WS-HASH-SECRET(1:4)
           CALL "HASH-SECRET" USING WS-HASH-ACTION WS-HASH-SECRET
               WS-HASH-STORED WS-HASH-RESULT
           MOVE FS-USER-ID TO FS-PH-ACCOUNT-ID
           MOVE WS-HASH-STORED TO FS-PH-STORED
           WRITE FS-PIN-HASH
               INVALID KEY
                   REWRITE FS-PIN-HASH
                       INVALID KEY
                           DISPLAY "PIN hash for an account ending "
                             FS-USER-ID(13:4) " could not be written"
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE
           MOVE 0 TO FS-USER-PIN
           REWRITE FS-USER
               INVALID KEY
                   DISPLAY "Account ending " FS-USER-ID(13:4)
                     " could not be rewritten"
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-REWRITE
           .

      * pass 1 carries every old teller into the work file with any
      * clear password hashed and the new fields defaulted - password
      * set and last signed on today, no misses, not locked - and
      * pass 2 rebuilds bank_tellers.txt fresh from that work file
       CONVERT-TELLERS-PARA.
           MOVE "bank_users" TO WS-LOCK-RESOURCE
           PERFORM ACQUIRE-LOCK-PARA
           IF WS-LOCK-RESULT NOT = "OK"
               DISPLAY "Another session holds the bank files - try aga
      -                "in later"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONVERT-DATE

           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-SKIP-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-OLD-TELLER-FILE
               IF WS-TELLER-STATUS NOT = "00"
                   DISPLAY "bank_tellers.txt could not be opened in the
      -                    " old layout - status "WS-TELLER-STATUS
                   CLOSE FS-OLD-TELLER-FILE
                   PERFORM RELEASE-LOCK-PARA
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-OLD-TELLER-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               PERFORM CONVERT-ONE-TELLER-PARA
                               ADD 1 TO WS-READ-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-OLD-TELLER-FILE

           MOVE 0 TO WS-WRITE-COUNT
           MOVE "NO" TO WS-EOF
           OPEN OUTPUT FS-NEW-TELLER-FILE
               OPEN INPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-WORK-FILE
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-WORK-RECORD(1:94)
                                 TO FS-NEW-TELLER
                               WRITE FS-NEW-TELLER
                                   INVALID KEY
                                       DISPLAY "INVALID KEY - "
                                         FS-NEW-TELLER-ID
                                   NOT INVALID KEY
                                       ADD 1 TO WS-WRITE-COUNT
                               END-WRITE
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-NEW-TELLER-FILE

           PERFORM RELEASE-LOCK-PARA
           DISPLAY "Passwords already hashed: "WS-SKIP-COUNT
           PERFORM REPORT-COUNTS-PARA
           .

       CONVERT-ONE-TELLER-PARA.
           IF FS-OLD-TELLER-PASSWORD(1:1) = "$" AND
              FS-OLD-TELLER-PASSWORD(2:19) IS NUMERIC
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               MOVE "NEW" TO WS-HASH-ACTION
               MOVE FS-OLD-TELLER-PASSWORD TO WS-HASH-SECRET
               CALL "HASH-SECRET" USING WS-HASH-ACTION
                   WS-HASH-SECRET WS-HASH-STORED WS-HASH-RESULT
               MOVE WS-HASH-STORED TO FS-OLD-TELLER-PASSWORD
               MOVE SPACES TO WS-HASH-SECRET
           END-IF
           MOVE SPACES TO FS-WORK-RECORD
           MOVE FS-OLD-TELLER TO FS-WORK-RECORD(1:76)
           MOVE WS-CONVERT-DATE TO FS-WORK-RECORD(77:8)
           MOVE "0" TO FS-WORK-RECORD(85:1)
           MOVE "N" TO FS-WORK-RECORD(86:1)
           MOVE WS-CONVERT-DATE TO FS-WORK-RECORD(87:8)
           WRITE FS-WORK-RECORD
           .

      * pass 1 walks bank_users.txt and sets aside every account
      * whose number fails the check digit; pass 2 gives each one a
      * new number - the same first fifteen digits with the right
      * check digit where that is free - and lists it on the report
      * and in bank_acct_xref.txt. BANK lets the old numbers through
      * only while they are on the cross-reference. Rerunning starts
      * the cross-reference over
       CHECK-DIGIT-REVIEW-PARA.
           MOVE "bank_users" TO WS-LOCK-RESOURCE
           PERFORM ACQUIRE-LOCK-PARA
           IF WS-LOCK-RESULT NOT = "OK"
               DISPLAY "Another session holds the account file - try
      -                " again later"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONVERT-DATE

           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-SKIP-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-USERS-FILE
               IF WS-USERS-STATUS NOT = "00"
                   DISPLAY "bank_users.txt could not be opened - sta
      -                    "tus "WS-USERS-STATUS
                   CLOSE FS-USERS-FILE
                   PERFORM RELEASE-LOCK-PARA
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-USERS-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM CHECK-ONE-ACCOUNT-PARA
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-USERS-FILE

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "acct_checkdigit_"WS-CONVERT-DATE".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           MOVE 0 TO WS-WRITE-COUNT
           MOVE "NO" TO WS-EOF
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "ACCOUNTS TO RENUMBER FOR CHECK DIGITS  "
                  WS-CONVERT-DATE
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "OLD NUMBER  NEW NUMBER        NAME" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           OPEN OUTPUT FS-ACCTXREF-FILE
           CLOSE FS-ACCTXREF-FILE
           OPEN I-O FS-ACCTXREF-FILE
           OPEN INPUT FS-USERS-FILE
               OPEN INPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-WORK-FILE
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-WORK-RECORD(1:16)
                                 TO WS-OLD-ACCOUNT-ID
                               MOVE FS-WORK-RECORD(17:40)
                                 TO WS-OLD-ACCOUNT-NAME
                               PERFORM RENUMBER-ONE-ACCOUNT-PARA
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-USERS-FILE
           CLOSE FS-ACCTXREF-FILE

           MOVE SPACES TO FS-REPORT-LINE
           STRING "ACCOUNTS READ "WS-READ-COUNT"  VALID "WS-SKIP-COUNT
                  "  TO RENUMBER "WS-WRITE-COUNT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE

           PERFORM RELEASE-LOCK-PARA
           DISPLAY "Accounts read:           "WS-READ-COUNT
           DISPLAY "Check digit valid:       "WS-SKIP-COUNT
           DISPLAY "Listed for renumbering:  "WS-WRITE-COUNT
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)
           .

       CHECK-ONE-ACCOUNT-PARA.
           MOVE "CHECK" TO WS-CD-ACTION
           MOVE FS-USER-ID TO WS-CD-NUMBER
           CALL "CHECK-DIGIT" USING WS-CD-ACTION WS-CD-NUMBER
               WS-CD-RESULT
           IF WS-CD-RESULT = "Y"
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               MOVE SPACES TO FS-WORK-RECORD
               MOVE FS-USER-ID TO FS-WORK-RECORD(1:16)
               MOVE FS-USER-NAME(1:40) TO FS-WORK-RECORD(17:40)
               WRITE FS-WORK-RECORD
           END-IF
           .

      * a candidate is taken only when no account holds it and no
      * earlier line of this run has claimed it; otherwise the first
      * fifteen digits step up by one and the check digit is redone
       RENUMBER-ONE-ACCOUNT-PARA.
           MOVE WS-OLD-ACCOUNT-ID TO WS-CD-NUMBER
           MOVE "MAKE" TO WS-CD-ACTION
           MOVE "NO" TO WS-CD-FREE
           PERFORM UNTIL WS-CD-FREE = "YES"
               CALL "CHECK-DIGIT" USING WS-CD-ACTION WS-CD-NUMBER
                   WS-CD-RESULT
               MOVE "YES" TO WS-CD-FREE
               MOVE WS-CD-NUMBER TO FS-USER-ID
               READ FS-USERS-FILE
                   NOT INVALID KEY
                       MOVE "NO" TO WS-CD-FREE
               END-READ
               IF WS-CD-FREE = "YES"
                   MOVE WS-OLD-ACCOUNT-ID TO FS-AX-OLD-ID
                   MOVE WS-CD-NUMBER TO FS-AX-NEW-ID
                   MOVE WS-CONVERT-DATE TO FS-AX-LISTED-DATE
                   WRITE FS-ACCT-XREF
                       INVALID KEY
                           MOVE "NO" TO WS-CD-FREE
                   END-WRITE
               END-IF
               IF WS-CD-FREE = "NO"
                   ADD 10 TO WS-CD-NUMBER
               END-IF
           END-PERFORM
           ADD 1 TO WS-WRITE-COUNT

           MOVE SPACES TO FS-REPORT-LINE
      * the old number is shown to its last four only; the new one is
      * being issued here, and the cross-reference holds both in full
           STRING "****" WS-OLD-ACCOUNT-ID(13:4) "    " WS-CD-NUMBER
                  "  " WS-OLD-ACCOUNT-NAME
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .

      * every account on bank_users.txt has its working file copied
      * into bank_transactions.txt under its own account number. The
      * per-account files are left where they are - they go only once
      * the load report has been checked and shows no mismatch
       LOAD-TXN-MASTER-PARA.
           MOVE "bank_users" TO WS-LOCK-RESOURCE
           PERFORM ACQUIRE-LOCK-PARA
           IF WS-LOCK-RESULT NOT = "OK"
               DISPLAY "Another session holds the bank files - try aga
      -                "in later"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONVERT-DATE

           OPEN I-O FS-TXN-MASTER-FILE
           IF WS-TXM-STATUS = "35"
               OPEN OUTPUT FS-TXN-MASTER-FILE
               CLOSE FS-TXN-MASTER-FILE
               OPEN I-O FS-TXN-MASTER-FILE
           END-IF
           IF WS-TXM-STATUS NOT = "00"
               DISPLAY "bank_transactions.txt could not be opened - st
      -                "atus "WS-TXM-STATUS
               CLOSE FS-TXN-MASTER-FILE
               PERFORM RELEASE-LOCK-PARA
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FS-USERS-FILE
           IF WS-USERS-STATUS NOT = "00"
               DISPLAY "bank_users.txt could not be opened - status "
                 WS-USERS-STATUS
               CLOSE FS-USERS-FILE
               CLOSE FS-TXN-MASTER-FILE
               PERFORM RELEASE-LOCK-PARA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "txn_master_load_"WS-CONVERT-DATE".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "TRANSACTION MASTER LOAD  "WS-CONVERT-DATE
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "ACCOUNT                READ    WRITTEN" TO
             FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITE-COUNT
           MOVE 0 TO WS-ACCOUNT-COUNT
           MOVE 0 TO WS-MISMATCH-COUNT
           MOVE "NO" TO WS-EOF
           PERFORM UNTIL WS-EOF = "YES"
               READ FS-USERS-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-ACCOUNT-PARA
               END-READ
           END-PERFORM
           CLOSE FS-USERS-FILE
           CLOSE FS-TXN-MASTER-FILE

           MOVE SPACES TO FS-REPORT-LINE
           STRING "ACCOUNTS "WS-ACCOUNT-COUNT"  READ "WS-READ-COUNT
                  "  WRITTEN "WS-WRITE-COUNT"  MISMATCHED "
                  WS-MISMATCH-COUNT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE

           PERFORM RELEASE-LOCK-PARA
           DISPLAY "Accounts loaded:         "WS-ACCOUNT-COUNT
           PERFORM REPORT-COUNTS-PARA
           IF WS-MISMATCH-COUNT > 0
               DISPLAY "Accounts mismatched:     "WS-MISMATCH-COUNT
           END-IF
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)
           DISPLAY "The files in bank_transactions/ are left in place"
           DISPLAY "- remove them once the report is checked"
           .

      * an account with no working file has nothing to load and is
      * not listed; a record the master already holds is counted as
      * not written, so a second run shows every account mismatched
       LOAD-ONE-ACCOUNT-PARA.
           MOVE SPACES TO WS-TXN-FILENAME
           STRING "bank_transactions/"FS-USER-ID".txt"
             DELIMITED BY SIZE INTO WS-TXN-FILENAME
           OPEN INPUT FS-NEW-TXN-FILE
           IF WS-NEW-TXN-STATUS NOT = "00"
               CLOSE FS-NEW-TXN-FILE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE 0 TO WS-ACCOUNT-READ
           MOVE 0 TO WS-ACCOUNT-WRITTEN
           MOVE "NO" TO WS-TXN-EOF
           PERFORM UNTIL WS-TXN-EOF = "YES"
               READ FS-NEW-TXN-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-TXN-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNT-READ
                       MOVE FS-NEW-TXN TO FS-TXM-ENTRY
                       MOVE FS-USER-ID TO FS-TXM-ACCOUNT-ID
                       WRITE FS-TXN-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-ACCOUNT-WRITTEN
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE FS-NEW-TXN-FILE
           ADD WS-ACCOUNT-READ TO WS-READ-COUNT
           ADD WS-ACCOUNT-WRITTEN TO WS-WRITE-COUNT

           MOVE SPACES TO FS-REPORT-LINE
           STRING FS-USER-ID "  " WS-ACCOUNT-READ "  "
                  WS-ACCOUNT-WRITTEN
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           IF WS-ACCOUNT-READ NOT = WS-ACCOUNT-WRITTEN
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "MISMATCH" TO FS-REPORT-LINE(50:8)
           END-IF
           WRITE FS-REPORT-LINE
           .

      * pass 1 pads every old record out to 138 bytes with zero
      * FUTA and SUTA wages and tax - nothing accrued before the
      * conversion - and pass 2 rebuilds the liability file from it
       CONVERT-TAXLIAB-PARA.
           MOVE "employees" TO WS-LOCK-RESOURCE
           PERFORM ACQUIRE-LOCK-PARA
           IF WS-LOCK-RESULT NOT = "OK"
               DISPLAY "Another session holds the payroll files - try
      -                " again later"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-OLD-TAXLIAB-FILE
               IF WS-OLD-TAXLIAB-STATUS NOT = "00"
                   DISPLAY "payroll_tax_liability.txt could not be ope
      -                    "ned in the old layout - status "
                           WS-OLD-TAXLIAB-STATUS
                   CLOSE FS-OLD-TAXLIAB-FILE
                   PERFORM RELEASE-LOCK-PARA
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-OLD-TAXLIAB-FILE
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE SPACES TO FS-WORK-RECORD
                               MOVE FS-OLD-TAXLIAB-RECORD
                                 TO FS-WORK-RECORD(1:98)
                               MOVE ZEROS TO FS-WORK-RECORD(99:40)
                               WRITE FS-WORK-RECORD
                               ADD 1 TO WS-READ-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-OLD-TAXLIAB-FILE

           MOVE 0 TO WS-WRITE-COUNT
           MOVE "NO" TO WS-EOF
           OPEN OUTPUT FS-NEW-TAXLIAB-FILE
               OPEN INPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-WORK-FILE
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-WORK-RECORD(1:138)
                                 TO FS-NEW-TAXLIAB-RECORD
                               WRITE FS-NEW-TAXLIAB-RECORD
                               ADD 1 TO WS-WRITE-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-NEW-TAXLIAB-FILE

           PERFORM RELEASE-LOCK-PARA
           PERFORM REPORT-COUNTS-PARA
           .

      * pass 1 pads every old employer out to 129 bytes - monthly
      * deposit schedule, no operating account - and pass 2 rebuilds
      * payroll_employers.txt fresh from that work file
       CONVERT-EMPLOYERS-PARA.
           MOVE "employees" TO WS-LOCK-RESOURCE
           PERFORM ACQUIRE-LOCK-PARA
           IF WS-LOCK-RESULT NOT = "OK"
               DISPLAY "Another session holds the payroll files - try
      -                " again later"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-OLD-EMPLOYER-FILE
               IF WS-OLD-ER-STATUS NOT = "00"
                   DISPLAY "payroll_employers.txt could not be opened
      -                    "in the old layout - status "WS-OLD-ER-STATUS
                   CLOSE FS-OLD-EMPLOYER-FILE
                   PERFORM RELEASE-LOCK-PARA
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-OLD-EMPLOYER-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE SPACES TO FS-WORK-RECORD
                               MOVE FS-OLD-EMPLOYER
                                 TO FS-WORK-RECORD(1:112)
                               MOVE "M" TO FS-WORK-RECORD(113:1)
                               MOVE ALL "0"
                                 TO FS-WORK-RECORD(114:16)
                               WRITE FS-WORK-RECORD
                               ADD 1 TO WS-READ-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-OLD-EMPLOYER-FILE

           MOVE 0 TO WS-WRITE-COUNT
           MOVE "NO" TO WS-EOF
           OPEN OUTPUT FS-NEW-EMPLOYER-FILE
               OPEN INPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-WORK-FILE
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-WORK-RECORD(1:129)
                                 TO FS-NEW-EMPLOYER
                               WRITE FS-NEW-EMPLOYER
                                   INVALID KEY
                                       DISPLAY "INVALID COMPANY CODE -
      -                                        " "FS-NEW-ER-CODE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-WRITE-COUNT
                               END-WRITE
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-NEW-EMPLOYER-FILE

           PERFORM RELEASE-LOCK-PARA
           PERFORM REPORT-COUNTS-PARA
           .

       CONVERT-POSITIONS-PARA.
           MOVE "employees" TO WS-LOCK-RESOURCE
           PERFORM ACQUIRE-LOCK-PARA
           IF WS-LOCK-RESULT NOT = "OK"
               DISPLAY "Another session holds the payroll files - try
      -                " again later"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-OLD-POSITION-FILE
               IF WS-OLD-POS-STATUS NOT = "00"
                   DISPLAY "payroll_positions.txt could not be opened
      -                    "in the old layout - status "
                     WS-OLD-POS-STATUS
                   CLOSE FS-OLD-POSITION-FILE
                   PERFORM RELEASE-LOCK-PARA
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-OLD-POSITION-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE SPACES TO FS-WORK-RECORD
                               MOVE FS-OLD-POSITION
                                 TO FS-WORK-RECORD(1:65)
                               MOVE ALL "0"
                                 TO FS-WORK-RECORD(70:7)
                               WRITE FS-WORK-RECORD
                               ADD 1 TO WS-READ-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-OLD-POSITION-FILE

           MOVE 0 TO WS-WRITE-COUNT
           MOVE "NO" TO WS-EOF
           OPEN OUTPUT FS-NEW-POSITION-FILE
               OPEN INPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-WORK-FILE
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-WORK-RECORD(1:76)
                                 TO FS-NEW-POSITION
                               WRITE FS-NEW-POSITION
                                   INVALID KEY
                                       DISPLAY "INVALID JOB CODE - "
                                         FS-NEW-POS-CODE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-WRITE-COUNT
                               END-WRITE
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-NEW-POSITION-FILE

           PERFORM RELEASE-LOCK-PARA
           PERFORM REPORT-COUNTS-PARA
           .

      * each log is read in its old layout, every record sealed onto
      * the chain in order into the work file, and the log rebuilt
      * from the work file with the chain value on the end; a log
      * whose seal file already counts records is left alone, since
      * it is in the chained layout already
       SEAL-LOGS-PARA.
           MOVE "bank_users" TO WS-LOCK-RESOURCE
           PERFORM ACQUIRE-LOCK-PARA
           IF WS-LOCK-RESULT NOT = "OK"
               DISPLAY "Another session holds the bank files - try aga
      -                "in later"
               EXIT PARAGRAPH
           END-IF

           PERFORM SEAL-AUDIT-LOG-PARA
           PERFORM SEAL-PINEVT-LOG-PARA
           PERFORM SEAL-OPS-LOG-PARA

           PERFORM RELEASE-LOCK-PARA
           .

       CHECK-LOG-SEALED-PARA.
           MOVE "NO" TO WS-LOG-SKIP
           MOVE "READ" TO WS-CHAIN-ACTION
           CALL "LOG-CHAIN" USING WS-CHAIN-ACTION WS-CHAIN-LOG-NAME
               WS-CHAIN-RECORD WS-CHAIN-VALUE WS-CHAIN-COUNT
           IF WS-CHAIN-COUNT > 0
               DISPLAY FUNCTION TRIM(WS-CHAIN-LOG-NAME)
                 " is already chained - skipped"
               MOVE "YES" TO WS-LOG-SKIP
               EXIT PARAGRAPH
           END-IF
           MOVE "START" TO WS-CHAIN-ACTION
           CALL "LOG-CHAIN" USING WS-CHAIN-ACTION WS-CHAIN-LOG-NAME
               WS-CHAIN-RECORD WS-CHAIN-VALUE WS-CHAIN-COUNT
           .

       SEAL-ONE-RECORD-PARA.
           MOVE "SEAL" TO WS-CHAIN-ACTION
           CALL "LOG-CHAIN" USING WS-CHAIN-ACTION WS-CHAIN-LOG-NAME
               WS-CHAIN-RECORD WS-CHAIN-VALUE WS-CHAIN-COUNT
           ADD 1 TO WS-READ-COUNT
           .

       SEAL-AUDIT-LOG-PARA.
           MOVE "bank_audit_log.txt" TO WS-CHAIN-LOG-NAME
           PERFORM CHECK-LOG-SEALED-PARA
           IF WS-LOG-SKIP = "YES"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-OLD-AUDIT-FILE
               IF WS-OLD-LOG-STATUS NOT = "00"
                   DISPLAY "bank_audit_log.txt not on file - nothing t
      -                    "o chain"
                   CLOSE FS-OLD-AUDIT-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-OLD-AUDIT-FILE
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE SPACES TO WS-CHAIN-RECORD
                               MOVE FS-OLD-AUDIT-RECORD
                                 TO WS-CHAIN-RECORD
                               PERFORM SEAL-ONE-RECORD-PARA
                               MOVE SPACES TO FS-WORK-RECORD
                               MOVE FS-OLD-AUDIT-RECORD
                                 TO FS-WORK-RECORD(1:83)
                               MOVE WS-CHAIN-VALUE
                                 TO FS-WORK-RECORD(84:12)
                               WRITE FS-WORK-RECORD
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-OLD-AUDIT-FILE

           MOVE 0 TO WS-WRITE-COUNT
           MOVE "NO" TO WS-EOF
           OPEN OUTPUT FS-NEW-AUDIT-FILE
               OPEN INPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-WORK-FILE
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-WORK-RECORD(1:95)
                                 TO FS-NEW-AUDIT-RECORD
                               WRITE FS-NEW-AUDIT-RECORD
                               ADD 1 TO WS-WRITE-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-NEW-AUDIT-FILE

           DISPLAY "bank_audit_log.txt:"
           PERFORM REPORT-COUNTS-PARA
           .

       SEAL-PINEVT-LOG-PARA.
           MOVE "bank_pin_events.txt" TO WS-CHAIN-LOG-NAME
           PERFORM CHECK-LOG-SEALED-PARA
           IF WS-LOG-SKIP = "YES"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-OLD-PINEVT-FILE
               IF WS-OLD-LOG-STATUS NOT = "00"
                   DISPLAY "bank_pin_events.txt not on file - nothing
      -                    "to chain"
                   CLOSE FS-OLD-PINEVT-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-OLD-PINEVT-FILE
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE SPACES TO WS-CHAIN-RECORD
                               MOVE FS-OLD-PINEVT-RECORD
                                 TO WS-CHAIN-RECORD
                               PERFORM SEAL-ONE-RECORD-PARA
                               MOVE SPACES TO FS-WORK-RECORD
                               MOVE FS-OLD-PINEVT-RECORD
                                 TO FS-WORK-RECORD(1:32)
                               MOVE WS-CHAIN-VALUE
                                 TO FS-WORK-RECORD(33:12)
                               WRITE FS-WORK-RECORD
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-OLD-PINEVT-FILE

           MOVE 0 TO WS-WRITE-COUNT
           MOVE "NO" TO WS-EOF
           OPEN OUTPUT FS-NEW-PINEVT-FILE
               OPEN INPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-WORK-FILE
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-WORK-RECORD(1:44)
                                 TO FS-NEW-PINEVT-RECORD
                               WRITE FS-NEW-PINEVT-RECORD
                               ADD 1 TO WS-WRITE-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-NEW-PINEVT-FILE

           DISPLAY "bank_pin_events.txt:"
           PERFORM REPORT-COUNTS-PARA
           .

       SEAL-OPS-LOG-PARA.
           MOVE "ops_log.txt" TO WS-CHAIN-LOG-NAME
           PERFORM CHECK-LOG-SEALED-PARA
           IF WS-LOG-SKIP = "YES"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-OLD-OPSLOG-FILE
               IF WS-OLD-LOG-STATUS NOT = "00"
                   DISPLAY "ops_log.txt not on file - nothing to chai
      -                    "n"
                   CLOSE FS-OLD-OPSLOG-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-OLD-OPSLOG-FILE
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE SPACES TO WS-CHAIN-RECORD
                               MOVE FS-OLD-OPSLOG-RECORD
                                 TO WS-CHAIN-RECORD
                               PERFORM SEAL-ONE-RECORD-PARA
                               MOVE SPACES TO FS-WORK-RECORD
                               MOVE FS-OLD-OPSLOG-RECORD
                                 TO FS-WORK-RECORD(1:87)
                               MOVE WS-CHAIN-VALUE
                                 TO FS-WORK-RECORD(88:12)
                               WRITE FS-WORK-RECORD
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-OLD-OPSLOG-FILE

           MOVE 0 TO WS-WRITE-COUNT
           MOVE "NO" TO WS-EOF
           OPEN OUTPUT FS-NEW-OPSLOG-FILE
               OPEN INPUT FS-WORK-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-WORK-FILE
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-WORK-RECORD(1:99)
                                 TO FS-NEW-OPSLOG-RECORD
                               WRITE FS-NEW-OPSLOG-RECORD
                               ADD 1 TO WS-WRITE-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-WORK-FILE
           CLOSE FS-NEW-OPSLOG-FILE

           DISPLAY "ops_log.txt:"
           PERFORM REPORT-COUNTS-PARA
           .

       REPORT-COUNTS-PARA.
           DISPLAY "Records read:    "WS-READ-COUNT
           DISPLAY "Records written: "WS-WRITE-COUNT
