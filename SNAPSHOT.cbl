      ******************************************************************
      * Author: Stanley Zhong
      * Date: Updated 5/29/2020
      * Purpose: Copy the full data set - the indexed masters (the
      *          transaction master among them), the per-account
      *          archive and payee files,
      *          the dated central journals, the output generations
      *          the generation catalog holds, and every sequential
      *          data and control file - to a labeled
      *          snapshot with a manifest of record counts, and
      *          restore a snapshot after verifying the counts
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-TELLER-ID
                   FILE STATUS  IS WS-TELLER-FILE-STATUS.
               SELECT FS-PINHASH-FILE ASSIGN TO "bank_pin_hash.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-PH-ACCOUNT-ID
                   FILE STATUS  IS WS-PINHASH-FILE-STATUS.
               SELECT FS-ACCTXREF-FILE ASSIGN TO "bank_acct_xref.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-AX-OLD-ID
                   ALTERNATE RECORD KEY IS FS-AX-NEW-ID
                   FILE STATUS  IS WS-ACCTXREF-FILE-STATUS.
               SELECT FS-CARDM-FILE ASSIGN TO "bank_cards.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-CM-NUMBER
                   ALTERNATE RECORD KEY IS FS-CM-ACCOUNT-ID
                       WITH DUPLICATES
                   FILE STATUS  IS WS-CARDM-FILE-STATUS.
               SELECT FS-CUSTOMER-FILE ASSIGN TO "bank_customers.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-BYTE-OUT-STATUS.
               SELECT FS-TRANSACTION-FILE
                   ASSIGN TO "bank_transactions.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-TRANSACTION-KEY
                   ALTERNATE RECORD KEY IS FS-TRANSACTION-POSTED-DATE
                       WITH DUPLICATES
                   FILE STATUS  IS WS-TRANSACTION-FILE-STATUS.
               SELECT FS-SNAP-FILE ASSIGN TO WS-SNAP-FILENAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-SNAP-FILE-STATUS.
               SELECT FS-GEN-FILE ASSIGN TO "gen_catalog.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-GEN-FILE-STATUS.
               SELECT FS-MANIFEST-FILE ASSIGN TO WS-MANIFEST-FILENAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
           FD FS-TELLER-FILE.
               01 FS-TELLER.
                   05 FS-TELLER-ID   PIC 9(5).
                   05 FS-TELLER-REST PIC X(89).
           FD FS-PINHASH-FILE.
               01 FS-PIN-HASH.
                   05 FS-PH-ACCOUNT-ID   PIC 9(16).
                   05 FS-PH-STORED       PIC X(20).
           FD FS-ACCTXREF-FILE.
               01 FS-ACCT-XREF.
                   05 FS-AX-OLD-ID       PIC 9(16).
                   05 FS-AX-NEW-ID       PIC 9(16).
                   05 FS-AX-LISTED-DATE  PIC 9(8).
           FD FS-CARDM-FILE.
               01 FS-CARD-MASTER.
                   05 FS-CM-NUMBER       PIC 9(16).
                   05 FS-CM-ACCOUNT-ID   PIC 9(16).
                   05 FS-CM-REST         PIC X(166).
           FD FS-CUSTOMER-FILE.
               01 FS-CUSTOMER.
                   05 FS-CUSTOMER-NUMBER PIC 9(9).
                   05 FS-CUSTOMER-REST   PIC X(326).
           FD FS-BRANCH-FILE.
               01 FS-BRANCH.
                   05 FS-BRANCH-CODE PIC X(3).
               01 FS-BYTE-OUT-CHAR PIC X.
           FD FS-TRANSACTION-FILE.
               01 FS-TRANSACTION.
                   05 FS-TRANSACTION-KEY.
                       10 FS-TRANSACTION-ACCOUNT-ID PIC 9(16).
                       10 FS-TRANSACTION-NUMBER     PIC 9(18).
                   05 FS-TRANSACTION-TYPE-DESC  PIC X(60).
                   05 FS-TRANSACTION-POSTED-DATE PIC X(8).
                   05 FS-TRANSACTION-REST       PIC X(51).
           FD FS-SNAP-FILE.
               01 FS-SNAP-RECORD PIC X(600).
           FD FS-GEN-FILE.
               01 FS-GEN-RECORD.
                   05 FS-GEN-BASE     PIC X(30).
                   05 FS-GEN-NUMBER   PIC 9(4).
                   05 FS-GEN-FILENAME PIC X(60).
                   05 FS-GEN-CREATED  PIC X(14).
           FD FS-MANIFEST-FILE.
               01 FS-MANIFEST-RECORD.
                   05 FS-MAN-ORIGINAL PIC X(50).
           01 WS-SCHEDULE-FILE-STATUS    PIC X(2).
           01 WS-HOLDS-FILE-STATUS       PIC X(2).
           01 WS-TELLER-FILE-STATUS      PIC X(2).
           01 WS-PINHASH-FILE-STATUS     PIC X(2).
           01 WS-ACCTXREF-FILE-STATUS    PIC X(2).
           01 WS-CARDM-FILE-STATUS       PIC X(2).
           01 WS-CUSTOMER-FILE-STATUS    PIC X(2).
           01 WS-BRANCH-FILE-STATUS      PIC X(2).
           01 WS-GARN-FILE-STATUS        PIC X(2).
           01 WS-BYTE-OUT-NAME           PIC X(60).
           01 WS-BYTE-OUT-STATUS         PIC X(2).
           01 WS-BYTE-FOUND              PIC X(3).
           01 WS-TRANSACTION-FILE-STATUS PIC X(2).
           01 WS-SNAP-FILENAME           PIC X(60).
           01 WS-SNAP-FILE-STATUS        PIC X(2).
           01 WS-MANIFEST-FILENAME       PIC X(60).
           01 WS-MANIFEST-FILE-STATUS    PIC X(2).
           01 WS-GEN-FILE-STATUS         PIC X(2).
           01 WS-GEN-EOF                 PIC X(3).

           01 WS-MODE            PIC X(1).
           01 WS-LABEL           PIC X(10).
               05 FILLER PIC X(30)
                   VALUE "bank_closed_accounts.txt".
               05 FILLER PIC X(30) VALUE "bank_audit_log.txt".
               05 FILLER PIC X(30) VALUE "bank_audit_log.chn".
               05 FILLER PIC X(30)
                   VALUE "bank_transfer_journal.txt".
               05 FILLER PIC X(30) VALUE "bank_security.ctl".
               05 FILLER PIC X(30)
                   VALUE "bank_signon_history.txt".
               05 FILLER PIC X(30) VALUE "bank_profit.ctl".
               05 FILLER PIC X(30) VALUE "bank_alco.ctl".
               05 FILLER PIC X(30) VALUE "gen_catalog.txt".
               05 FILLER PIC X(30) VALUE "gen_limits.ctl".
               05 FILLER PIC X(30)
                   VALUE "report_distribution.txt".
               05 FILLER PIC X(30) VALUE "distribution_log.txt".
           01 WS-SEQ-TABLE REDEFINES WS-SEQ-LIST.
               05 WS-SEQ-NAME OCCURS 26 TIMES PIC X(30).
           01 WS-SEQ-INDEX       PIC 9(2).

           01 WS-LOCK-ACTION     PIC X(8).
           PERFORM BACKUP-ARCHIVES-PARA
           PERFORM BACKUP-DAY-JOURNALS-PARA
           PERFORM BACKUP-PAYEES-PARA
           PERFORM BACKUP-GENERATIONS-PARA
           PERFORM BACKUP-EMPLOYEES-PARA
           PERFORM BACKUP-SCHEDULE-PARA
           PERFORM BACKUP-HOLDS-PARA
           PERFORM BACKUP-TELLERS-PARA
           PERFORM BACKUP-PIN-HASHES-PARA
           PERFORM BACKUP-ACCT-XREF-PARA
           PERFORM BACKUP-CARDS-PARA
           PERFORM BACKUP-CUSTOMERS-PARA
           PERFORM BACKUP-BRANCHES-PARA
           PERFORM BACKUP-GARNISHMENTS-PARA
           .

       BACKUP-TRANSACTIONS-PARA.
           MOVE "bank_transactions.txt" TO WS-RESTORE-NAME
           PERFORM BUILD-SNAP-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-TRANSACTION-FILE
               IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                   DISPLAY "bank_transactions.txt not found - skipped"
                   CLOSE FS-TRANSACTION-FILE
                   EXIT PARAGRAPH
               END-IF
           PERFORM WRITE-MANIFEST-ENTRY-PARA
           .

      * the PIN hashes travel with the accounts - restoring one
      * without the other would leave every customer unable to sign on
       BACKUP-PIN-HASHES-PARA.
           MOVE "bank_pin_hash.txt" TO WS-RESTORE-NAME
           PERFORM BUILD-SNAP-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-PINHASH-FILE
               IF WS-PINHASH-FILE-STATUS NOT = "00"
                   DISPLAY "bank_pin_hash.txt not found - skipped"
                   CLOSE FS-PINHASH-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-SNAP-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-PINHASH-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE SPACES TO FS-SNAP-RECORD
                               MOVE FS-PIN-HASH TO FS-SNAP-RECORD
                               WRITE FS-SNAP-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-SNAP-FILE
           CLOSE FS-PINHASH-FILE
           PERFORM WRITE-MANIFEST-ENTRY-PARA
           .

       BACKUP-ACCT-XREF-PARA.
           MOVE "bank_acct_xref.txt" TO WS-RESTORE-NAME
           PERFORM BUILD-SNAP-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-ACCTXREF-FILE
               IF WS-ACCTXREF-FILE-STATUS NOT = "00"
                   DISPLAY "bank_acct_xref.txt not found - skipped"
                   CLOSE FS-ACCTXREF-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-SNAP-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-ACCTXREF-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE SPACES TO FS-SNAP-RECORD
                               MOVE FS-ACCT-XREF TO FS-SNAP-RECORD
                               WRITE FS-SNAP-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-SNAP-FILE
           CLOSE FS-ACCTXREF-FILE
           PERFORM WRITE-MANIFEST-ENTRY-PARA
           .

       BACKUP-CARDS-PARA.
           MOVE "bank_cards.txt" TO WS-RESTORE-NAME
           PERFORM BUILD-SNAP-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-CARDM-FILE
               IF WS-CARDM-FILE-STATUS NOT = "00"
                   DISPLAY "bank_cards.txt not found - skipped"
                   CLOSE FS-CARDM-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-SNAP-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-CARDM-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE SPACES TO FS-SNAP-RECORD
                               MOVE FS-CARD-MASTER TO FS-SNAP-RECORD
                               WRITE FS-SNAP-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-SNAP-FILE
           CLOSE FS-CARDM-FILE
           PERFORM WRITE-MANIFEST-ENTRY-PARA
           .

       BACKUP-CUSTOMERS-PARA.
           MOVE "bank_customers.txt" TO WS-RESTORE-NAME
           PERFORM BUILD-SNAP-NAME-PARA
           MOVE "B" TO WS-MAN-TYPE-FLAG
           PERFORM BACKUP-ONE-SEQ-PARA
             VARYING WS-SEQ-INDEX FROM 1 BY 1
             UNTIL WS-SEQ-INDEX > 26
           MOVE "R" TO WS-MAN-TYPE-FLAG
           .

           END-IF
           .

      * every generation the catalog still holds travels with it, so a
      * restore brings back the files "current" and "the one before"
      * point at
       BACKUP-GENERATIONS-PARA.
           MOVE "B" TO WS-MAN-TYPE-FLAG
           MOVE "NO" TO WS-GEN-EOF
           OPEN INPUT FS-GEN-FILE
               IF WS-GEN-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-GEN-EOF
               END-IF
               PERFORM UNTIL WS-GEN-EOF = "YES"
                   READ FS-GEN-FILE
                       AT END
                           MOVE "YES" TO WS-GEN-EOF
                       NOT AT END
                           PERFORM BACKUP-ONE-GENERATION-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-GEN-FILE
           MOVE "R" TO WS-MAN-TYPE-FLAG
           .

       BACKUP-ONE-GENERATION-PARA.
           MOVE FS-GEN-FILENAME TO WS-RESTORE-NAME
           PERFORM BUILD-SNAP-NAME-PARA
           MOVE WS-RESTORE-NAME TO WS-BYTE-IN-NAME
           MOVE WS-SNAP-FILENAME TO WS-BYTE-OUT-NAME
           PERFORM BYTE-COPY-PARA
           IF WS-BYTE-FOUND = "YES"
               PERFORM WRITE-MANIFEST-ENTRY-PARA
           ELSE
               DISPLAY FUNCTION TRIM(WS-RESTORE-NAME)
                 " not on file - skipped"
           END-IF
           .

       BYTE-COPY-PARA.
           MOVE "NO" TO WS-BYTE-FOUND
           MOVE 0 TO WS-RECORD-COUNT
                   PERFORM RESTORE-HOLDS-PARA
               WHEN WS-RESTORE-NAME = "bank_tellers.txt"
                   PERFORM RESTORE-TELLERS-PARA
               WHEN WS-RESTORE-NAME = "bank_pin_hash.txt"
                   PERFORM RESTORE-PIN-HASHES-PARA
               WHEN WS-RESTORE-NAME = "bank_acct_xref.txt"
                   PERFORM RESTORE-ACCT-XREF-PARA
               WHEN WS-RESTORE-NAME = "bank_cards.txt"
                   PERFORM RESTORE-CARDS-PARA
               WHEN WS-RESTORE-NAME = "bank_customers.txt"
                   PERFORM RESTORE-CUSTOMERS-PARA
               WHEN WS-RESTORE-NAME = "bank_branches.txt"
                   PERFORM RESTORE-BRANCHES-PARA
               WHEN WS-RESTORE-NAME = "payroll_garnishments.txt"
                   PERFORM RESTORE-GARNISHMENTS-PARA
               WHEN WS-RESTORE-NAME = "bank_transactions.txt"
                   PERFORM RESTORE-TRANSACTIONS-PARA
      * a snapshot taken before the transaction master carries one
      * working file per account; those are refused rather than
      * laid down beside a master that no longer reads them
               WHEN OTHER
                   ADD 1 TO WS-ERROR-TOTAL
                   DISPLAY FUNCTION TRIM(WS-RESTORE-NAME)
                     " - per-account transaction file from an older"
                     " snapshot - NOT restored"
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO WS-FILE-TOTAL
                               MOVE FS-SNAP-RECORD TO FS-USER
                               WRITE FS-USER
                                   INVALID KEY
                                       DISPLAY "INVALID ID - ****"
                                         FS-USER-ID(13:4)
                               END-WRITE
                       END-READ
                   END-PERFORM
                               MOVE FS-SNAP-RECORD TO FS-EMPLOYEE
                               WRITE FS-EMPLOYEE
                                   INVALID KEY
                                       DISPLAY "INVALID SSN - ****"
                                         FS-EMPLOYEE-SSN(6:4)
                               END-WRITE
                       END-READ
                   END-PERFORM
           CLOSE FS-TELLER-FILE
           .

       RESTORE-PIN-HASHES-PARA.
           MOVE "NO" TO WS-SNAP-EOF
           OPEN OUTPUT FS-PINHASH-FILE
               OPEN INPUT FS-SNAP-FILE
                   PERFORM UNTIL WS-SNAP-EOF = "YES"
                       READ FS-SNAP-FILE
                           AT END
                               MOVE "YES" TO WS-SNAP-EOF
                           NOT AT END
                               MOVE FS-SNAP-RECORD TO FS-PIN-HASH
                               WRITE FS-PIN-HASH
                                   INVALID KEY
                                       DISPLAY "INVALID KEY - ****"
                                         FS-PH-ACCOUNT-ID(13:4)
                               END-WRITE
                       END-READ
                   END-PERFORM
               CLOSE FS-SNAP-FILE
           CLOSE FS-PINHASH-FILE
           .

       RESTORE-ACCT-XREF-PARA.
           MOVE "NO" TO WS-SNAP-EOF
           OPEN OUTPUT FS-ACCTXREF-FILE
               OPEN INPUT FS-SNAP-FILE
                   PERFORM UNTIL WS-SNAP-EOF = "YES"
                       READ FS-SNAP-FILE
                           AT END
                               MOVE "YES" TO WS-SNAP-EOF
                           NOT AT END
                               MOVE FS-SNAP-RECORD TO FS-ACCT-XREF
                               WRITE FS-ACCT-XREF
                                   INVALID KEY
                                       DISPLAY "INVALID KEY - ****"
                                         FS-AX-OLD-ID(13:4)
                               END-WRITE
                       END-READ
                   END-PERFORM
               CLOSE FS-SNAP-FILE
           CLOSE FS-ACCTXREF-FILE
           .

       RESTORE-CARDS-PARA.
           MOVE "NO" TO WS-SNAP-EOF
           OPEN OUTPUT FS-CARDM-FILE
               OPEN INPUT FS-SNAP-FILE
                   PERFORM UNTIL WS-SNAP-EOF = "YES"
                       READ FS-SNAP-FILE
                           AT END
                               MOVE "YES" TO WS-SNAP-EOF
                           NOT AT END
                               MOVE FS-SNAP-RECORD TO FS-CARD-MASTER
                               WRITE FS-CARD-MASTER
                                   INVALID KEY
                                       DISPLAY "INVALID KEY - ****"
                                         FS-CM-NUMBER(13:4)
                               END-WRITE
                       END-READ
                   END-PERFORM
               CLOSE FS-SNAP-FILE
           CLOSE FS-CARDM-FILE
           .

       RESTORE-CUSTOMERS-PARA.
           MOVE "NO" TO WS-SNAP-EOF
           OPEN OUTPUT FS-CUSTOMER-FILE
           CLOSE FS-GARN-FILE
           .

       RESTORE-TRANSACTIONS-PARA.
           MOVE "NO" TO WS-SNAP-EOF
           OPEN OUTPUT FS-TRANSACTION-FILE
               OPEN INPUT FS-SNAP-FILE
                               MOVE "YES" TO WS-SNAP-EOF
                           NOT AT END
                               MOVE FS-SNAP-RECORD TO FS-TRANSACTION
                               WRITE FS-TRANSACTION
                                   INVALID KEY
                                       DISPLAY "INVALID KEY - "
                                         FS-TRANSACTION-ACCOUNT-ID" "
                                         FS-TRANSACTION-NUMBER
                               END-WRITE
                       END-READ
                   END-PERFORM
