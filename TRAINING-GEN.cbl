      * Purpose: Build a consistent fictional practice data set at a
      *          chosen scale into a separate directory, so new
      *          tellers stop training against live customer data -
      *          accounts with valid keys and statuses, transaction
      *          master entries whose end balances reconcile the
      *          way the reconcile command checks them, customers,
      *          branches, tellers, employees with linked SSNs, a
      *          pay-period record, and approved timesheets, so the
      *          reconcile, summary, and payroll batch commands all
      *          run clean against the region. Every practice
      *          account's PIN is 1234 and every practice teller's
      *          password is TRAIN, both stored hashed as in live;
      *          practice account numbers carry a valid check digit
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   FILE STATUS  IS WS-USERS-STATUS.
               SELECT FS-TRANSACTION-FILE
                   ASSIGN TO WS-TRANSACTION-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-TRANSACTION-KEY
                   ALTERNATE RECORD KEY IS FS-TRANSACTION-POSTED-DATE
                       WITH DUPLICATES
                   FILE STATUS  IS WS-TRANSACTION-STATUS.
               SELECT FS-EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-NAME
                   ORGANIZATION IS INDEXED
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-PERIOD-STATUS.
               SELECT FS-PINHASH-FILE ASSIGN TO WS-PINHASH-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-PH-ACCOUNT-ID
                   FILE STATUS  IS WS-PINHASH-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD FS-USERS-FILE.
                   05 FS-ACCOUNT-PRODUCT-CODE PIC X(04).
           FD FS-TRANSACTION-FILE.
               01 FS-TRANSACTION.
                   05 FS-TRANSACTION-KEY.
                       10 FS-TRANSACTION-ACCOUNT-ID PIC 9(16).
                       10 FS-TRANSACTION-NUMBER     PIC 9(18).
                   05 FS-TRANSACTION-TYPE        PIC X(10).
                   05 FS-TRANSACTION-DESCRIPTION PIC X(50).
                   05 FS-TRANSACTION-TIMESTAMP.
                       10 FS-TRANSACTION-POSTED-DATE PIC X(8).
                       10 FILLER                     PIC X(8).
                   05 FS-TRANSACTION-AMOUNT      PIC S9(18)V99.
                   05 FS-TRANSACTION-END-BALANCE PIC S9(18)V99.
                   05 FS-TRANSACTION-BRANCH      PIC X(03).
                   05 FS-CUSTOMER-ZIP    PIC 9(5).
                   05 FS-CUSTOMER-PHONE  PIC X(15).
                   05 FS-CUSTOMER-TAX-ID PIC 9(9).
                   05 FS-CUSTOMER-COMBINED-STMT PIC X(1).
                   05 FS-CUSTOMER-RISK-RATING   PIC X(1).
                   05 FS-CUSTOMER-RISK-OVERRIDE PIC X(1).
                   05 FS-CUSTOMER-LAST-REVIEW   PIC 9(8).
                   05 FS-CUSTOMER-NEXT-REVIEW   PIC 9(8).
                   05 FS-CUSTOMER-DECEASED      PIC X(1).
                   05 FS-CUSTOMER-DEATH-DATE    PIC 9(8).
                   05 FS-CUSTOMER-MERGED-INTO   PIC 9(9).
                   05 FS-CUSTOMER-INSIDER       PIC X(1).
                   05 FS-CUSTOMER-INSIDER-CATEGORY PIC X(1).
                   05 FS-CUSTOMER-INSIDER-SOURCE   PIC X(1).
                   05 FS-CUSTOMER-INSIDER-TELLER   PIC 9(5).
           FD FS-BRANCH-FILE.
               01 FS-BRANCH.
                   05 FS-BRANCH-CODE PIC X(3).
                   05 FS-TELLER-NAME     PIC X(50).
                   05 FS-TELLER-PASSWORD PIC X(20).
                   05 FS-TELLER-ROLE     PIC X(1).
                   05 FS-TELLER-PW-SET-DATE  PIC 9(8).
                   05 FS-TELLER-FAIL-COUNT   PIC 9(1).
                   05 FS-TELLER-LOCKED       PIC X(1).
                   05 FS-TELLER-LAST-SIGN-ON PIC 9(8).
           FD FS-TIMESHEET-FILE.
               01 FS-TIMESHEET-RECORD.
                   05 FS-TIMESHEET-SSN   PIC 9(9).
                   05 FS-PERIOD-START     PIC 9(8).
                   05 FS-PERIOD-END       PIC 9(8).
                   05 FS-PERIOD-CHECK     PIC 9(8).
           FD FS-PINHASH-FILE.
               01 FS-PIN-HASH.
                   05 FS-PH-ACCOUNT-ID   PIC 9(16).
                   05 FS-PH-STORED       PIC X(20).
       WORKING-STORAGE SECTION.
           01 WS-REGION-DIR     PIC X(30).
           01 WS-SCALE          PIC 9(3).
           01 WS-TELLER-NAME    PIC X(60).
           01 WS-TIMESHEET-NAME PIC X(60).
           01 WS-PERIOD-NAME    PIC X(60).
           01 WS-PINHASH-NAME   PIC X(60).
           01 WS-TRANSACTION-FILENAME PIC X(80).

           01 WS-USERS-STATUS       PIC X(2).
           01 WS-TRANSACTION-STATUS PIC X(2).
           01 WS-TELLER-STATUS      PIC X(2).
           01 WS-TIMESHEET-STATUS   PIC X(2).
           01 WS-PERIOD-STATUS      PIC X(2).
           01 WS-PINHASH-STATUS     PIC X(2).

           01 WS-HASH-ACTION    PIC X(5) VALUE "NEW".
           01 WS-HASH-SECRET    PIC X(20).
           01 WS-HASH-RESULT    PIC X(1).
           01 WS-CD-ACTION      PIC X(5) VALUE "MAKE".
           01 WS-CD-RESULT      PIC X(1).

           01 WS-INDEX          PIC 9(3).
           01 WS-DAY-INDEX      PIC 9(2).
             DELIMITED BY SIZE INTO WS-BRANCH-NAME
           STRING FUNCTION TRIM(WS-REGION-DIR)"/bank_tellers.txt"
             DELIMITED BY SIZE INTO WS-TELLER-NAME
           STRING FUNCTION TRIM(WS-REGION-DIR)"/bank_transactions.txt"
             DELIMITED BY SIZE INTO WS-TRANSACTION-FILENAME
           STRING FUNCTION TRIM(WS-REGION-DIR)"/pay_periods.txt"
             DELIMITED BY SIZE INTO WS-PERIOD-NAME
           STRING FUNCTION TRIM(WS-REGION-DIR)"/bank_pin_hash.txt"
             DELIMITED BY SIZE INTO WS-PINHASH-NAME

      * prove the region folders exist before building anything
           STRING FUNCTION TRIM(WS-REGION-DIR)
                  "/bank_transactions/folder_exists_test"
             DELIMITED BY SIZE INTO WS-TIMESHEET-NAME
           OPEN OUTPUT FS-TIMESHEET-FILE
               IF WS-TIMESHEET-STATUS = '30'
                   DISPLAY "Create the region directory and its bank_t
      -                    "ransactions folder first"
                   CLOSE FS-TIMESHEET-FILE
                   STOP RUN
               END-IF
           CLOSE FS-TIMESHEET-FILE
           MOVE SPACES TO WS-TIMESHEET-NAME
           STRING FUNCTION TRIM(WS-REGION-DIR)"/timesheet.txt"
             DELIMITED BY SIZE INTO WS-TIMESHEET-NAME

           PERFORM BUILD-BRANCH-PARA
           PERFORM BUILD-TELLERS-PARA
           OPEN OUTPUT FS-EMPLOYEE-FILE
           OPEN OUTPUT FS-CUSTOMER-FILE
           OPEN OUTPUT FS-TIMESHEET-FILE
           OPEN OUTPUT FS-PINHASH-FILE
           OPEN OUTPUT FS-TRANSACTION-FILE

           PERFORM BUILD-ONE-OF-EVERYTHING-PARA
             VARYING WS-INDEX FROM 1 BY 1
             UNTIL WS-INDEX > WS-SCALE

           CLOSE FS-TRANSACTION-FILE
           CLOSE FS-PINHASH-FILE
           CLOSE FS-TIMESHEET-FILE
           CLOSE FS-CUSTOMER-FILE
           CLOSE FS-EMPLOYEE-FILE
             FUNCTION TRIM(WS-REGION-DIR)" with "WS-SCALE" accounts,
      -            " employees, customers, and timesheets"
           DISPLAY "Sign on with teller 10000 password TRAIN (supervi
      -            "sor) or 10001 password TRAIN; every account's PI
      -            "N is 1234"

           STOP RUN.

           OPEN OUTPUT FS-TELLER-FILE
               MOVE 10000 TO FS-TELLER-ID
               MOVE "TRAINING SUPERVISOR" TO FS-TELLER-NAME
               MOVE "TRAIN" TO WS-HASH-SECRET
               CALL "HASH-SECRET" USING WS-HASH-ACTION WS-HASH-SECRET
                   FS-TELLER-PASSWORD WS-HASH-RESULT
               MOVE "S" TO FS-TELLER-ROLE
               MOVE WS-NOW-DATA(1:8) TO FS-TELLER-PW-SET-DATE
               MOVE 0 TO FS-TELLER-FAIL-COUNT
               MOVE "N" TO FS-TELLER-LOCKED
               MOVE WS-NOW-DATA(1:8) TO FS-TELLER-LAST-SIGN-ON
               WRITE FS-TELLER
               END-WRITE
               MOVE 10001 TO FS-TELLER-ID
               MOVE "TRAINING TELLER" TO FS-TELLER-NAME
               CALL "HASH-SECRET" USING WS-HASH-ACTION WS-HASH-SECRET
                   FS-TELLER-PASSWORD WS-HASH-RESULT
               MOVE "T" TO FS-TELLER-ROLE
               WRITE FS-TELLER
               END-WRITE
      * the index is the only randomness this needs: ids, SSNs, and
      * customer numbers march in step so every cross-reference lands
       BUILD-ONE-OF-EVERYTHING-PARA.
           COMPUTE WS-ACCOUNT-ID = 1000000000000000 + WS-INDEX * 10
           CALL "CHECK-DIGIT" USING WS-CD-ACTION WS-ACCOUNT-ID
               WS-CD-RESULT
           COMPUTE WS-SSN = 900000000 + WS-INDEX
           COMPUTE WS-CUST-NUMBER = 500000000 + WS-INDEX
           COMPUTE WS-NAME-PICK = FUNCTION MOD(WS-INDEX - 1, 10) + 1
           MOVE 99999 TO FS-CUSTOMER-ZIP
           MOVE "555-0100" TO FS-CUSTOMER-PHONE
           COMPUTE FS-CUSTOMER-TAX-ID = 800000000 + WS-INDEX
           MOVE "N" TO FS-CUSTOMER-COMBINED-STMT
           MOVE "L" TO FS-CUSTOMER-RISK-RATING
           MOVE "N" TO FS-CUSTOMER-RISK-OVERRIDE
           MOVE 0 TO FS-CUSTOMER-LAST-REVIEW
           MOVE 0 TO FS-CUSTOMER-NEXT-REVIEW
           MOVE "N" TO FS-CUSTOMER-DECEASED
           MOVE 0 TO FS-CUSTOMER-DEATH-DATE
           MOVE 0 TO FS-CUSTOMER-MERGED-INTO
           MOVE "N" TO FS-CUSTOMER-INSIDER
           MOVE SPACE TO FS-CUSTOMER-INSIDER-CATEGORY
           MOVE SPACE TO FS-CUSTOMER-INSIDER-SOURCE
           MOVE 0 TO FS-CUSTOMER-INSIDER-TELLER
           WRITE FS-CUSTOMER
               INVALID KEY
                   DISPLAY "duplicate customer "FS-CUSTOMER-NUMBER
           COMPUTE FS-BALANCE = WS-OPENING - WS-SPENT
           MOVE 3 TO FS-TRANSACTION-COUNT
           MOVE 0 TO FS-MIN-BALANCE
           MOVE 0 TO FS-PIN
           MOVE SPACES TO FS-JOINT-OWNER-NAME
           MOVE "NO" TO FS-HAS-JOINT-OWNER
           MOVE "A" TO FS-ACCOUNT-STATUS
               INVALID KEY
                   DISPLAY "duplicate account "FS-USER-ID
           END-WRITE

           MOVE WS-ACCOUNT-ID TO FS-PH-ACCOUNT-ID
           MOVE "1234" TO WS-HASH-SECRET
           CALL "HASH-SECRET" USING WS-HASH-ACTION WS-HASH-SECRET
               FS-PH-STORED WS-HASH-RESULT
           WRITE FS-PIN-HASH
           END-WRITE
           .

       WRITE-ONE-TXN-FILE-PARA.
           MOVE WS-ACCOUNT-ID TO FS-TRANSACTION-ACCOUNT-ID
           MOVE 1 TO FS-TRANSACTION-NUMBER
           MOVE "INIT" TO FS-TRANSACTION-TYPE
           MOVE "Account initialization"
             TO FS-TRANSACTION-DESCRIPTION
           MOVE WS-NOW-STAMP TO FS-TRANSACTION-TIMESTAMP
           MOVE 0 TO FS-TRANSACTION-AMOUNT
           MOVE 0 TO FS-TRANSACTION-END-BALANCE
           MOVE "TRN" TO FS-TRANSACTION-BRANCH
           WRITE FS-TRANSACTION
           END-WRITE

           MOVE 2 TO FS-TRANSACTION-NUMBER
           MOVE "DEPOSIT" TO FS-TRANSACTION-TYPE
           MOVE "Opening deposit" TO FS-TRANSACTION-DESCRIPTION
           MOVE WS-OPENING TO FS-TRANSACTION-AMOUNT
           MOVE WS-OPENING TO FS-TRANSACTION-END-BALANCE
           WRITE FS-TRANSACTION
           END-WRITE

           MOVE 3 TO FS-TRANSACTION-NUMBER
           MOVE "WITHDRAWAL" TO FS-TRANSACTION-TYPE
           MOVE "Practice withdrawal"
             TO FS-TRANSACTION-DESCRIPTION
           COMPUTE FS-TRANSACTION-AMOUNT = WS-SPENT * -1
           COMPUTE FS-TRANSACTION-END-BALANCE =
               WS-OPENING - WS-SPENT
           WRITE FS-TRANSACTION
           END-WRITE
           .

       WRITE-ONE-EMPLOYEE-PARA.
