      ******************************************************************
      * Author: Stanley Zhong
      * Date: Updated 5/29/2020
      * Purpose: Clone the full data set SNAPSHOT knows about into a
      *          separate directory with everything that identifies a
      *          person replaced, so a production problem can be
      *          reproduced on a test machine with the real account
      *          mix and none of the real people. Names, street
      *          addresses, cities, phones, birth dates, SSNs and tax
      *          ids, direct deposit routing and account numbers, card
      *          numbers, payee nicknames, PINs and teller passwords
      *          are replaced with generated values. The same real
      *          value always becomes the same generated one across
      *          every file in a run - an SSN on the employee master,
      *          the account it is linked to, the timesheets, pay and
      *          tax history and garnishments, and a customer tax id
      *          that is that employee's SSN; the same name on the
      *          customer, the account, the joint owner and the card.
      *          Account ids and customer numbers are the bank's own
      *          keys and carry through unchanged, as do balances and
      *          amounts, so the copy still reconciles and still
      *          passes the start-of-day control-total and log-chain
      *          check. Every account's PIN in the copy is 1234 and
      *          every teller's password is TEST, both stored hashed
      *          as in live. Printed report generations are not
      *          carried; the direct deposit export generations are,
      *          remapped to the generated bank details
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASK-COPY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FS-USERS-FILE ASSIGN TO "bank_users.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-USER-ID
                   ALTERNATE RECORD KEY IS FS-NAME WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FS-LINKED-EMPLOYEE-SSN
                       WITH DUPLICATES
                   FILE STATUS  IS WS-USERS-FILE-STATUS.
               SELECT FS-OUT-USERS-FILE ASSIGN TO WS-OUT-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-OUT-USER-ID
                   ALTERNATE RECORD KEY IS FS-OUT-NAME WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FS-OUT-LINKED-SSN
                       WITH DUPLICATES
                   FILE STATUS  IS WS-OUT-FILE-STATUS.
               SELECT FS-TRANSACTION-FILE
                   ASSIGN TO "bank_transactions.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-TRANSACTION-KEY
                   ALTERNATE RECORD KEY IS FS-TRANSACTION-POSTED-DATE
                       WITH DUPLICATES
                   FILE STATUS  IS WS-TRANSACTION-FILE-STATUS.
               SELECT FS-OUT-TRANSACTION-FILE ASSIGN TO WS-OUT-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-OUT-TRANSACTION-KEY
                   ALTERNATE RECORD KEY IS FS-OUT-POSTED-DATE
                       WITH DUPLICATES
                   FILE STATUS  IS WS-OUT-FILE-STATUS.
               SELECT FS-EMPLOYEE-FILE ASSIGN TO "employees.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-EMPLOYEE-SSN
                   FILE STATUS  IS WS-EMPLOYEE-FILE-STATUS.
               SELECT FS-OUT-EMPLOYEE-FILE ASSIGN TO WS-OUT-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-OUT-EMPLOYEE-SSN
                   FILE STATUS  IS WS-OUT-FILE-STATUS.
               SELECT FS-CUSTOMER-FILE ASSIGN TO "bank_customers.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-CUSTOMER-NUMBER
                   FILE STATUS  IS WS-CUSTOMER-FILE-STATUS.
               SELECT FS-OUT-CUSTOMER-FILE ASSIGN TO WS-OUT-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-OUT-CUSTOMER-NUMBER
                   FILE STATUS  IS WS-OUT-FILE-STATUS.
               SELECT FS-TELLER-FILE ASSIGN TO "bank_tellers.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-TELLER-ID
                   FILE STATUS  IS WS-TELLER-FILE-STATUS.
               SELECT FS-OUT-TELLER-FILE ASSIGN TO WS-OUT-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-OUT-TELLER-ID
                   FILE STATUS  IS WS-OUT-FILE-STATUS.
               SELECT FS-CARDM-FILE ASSIGN TO "bank_cards.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-CM-NUMBER
                   ALTERNATE RECORD KEY IS FS-CM-ACCOUNT-ID
                       WITH DUPLICATES
                   FILE STATUS  IS WS-CARDM-FILE-STATUS.
               SELECT FS-OUT-CARDM-FILE ASSIGN TO WS-OUT-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-OUT-CM-NUMBER
                   ALTERNATE RECORD KEY IS FS-OUT-CM-ACCOUNT-ID
                       WITH DUPLICATES
                   FILE STATUS  IS WS-OUT-FILE-STATUS.
               SELECT FS-PINHASH-FILE ASSIGN TO "bank_pin_hash.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-PH-ACCOUNT-ID
                   FILE STATUS  IS WS-PINHASH-FILE-STATUS.
               SELECT FS-OUT-PINHASH-FILE ASSIGN TO WS-OUT-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-OUT-PH-ACCOUNT-ID
                   FILE STATUS  IS WS-OUT-FILE-STATUS.
               SELECT FS-GARN-FILE
                   ASSIGN TO "payroll_garnishments.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-GARN-ID
                   FILE STATUS  IS WS-GARN-FILE-STATUS.
               SELECT FS-OUT-GARN-FILE ASSIGN TO WS-OUT-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-OUT-GARN-ID
                   FILE STATUS  IS WS-OUT-FILE-STATUS.
               SELECT FS-SCHEDULE-FILE ASSIGN TO "bank_schedule.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-SCHEDULE-ID
                   FILE STATUS  IS WS-SCHEDULE-FILE-STATUS.
               SELECT FS-OUT-SCHEDULE-FILE ASSIGN TO WS-OUT-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-OUT-SCHEDULE-ID
                   FILE STATUS  IS WS-OUT-FILE-STATUS.
               SELECT FS-HOLDS-FILE ASSIGN TO "bank_holds.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-HOLD-ID
                   FILE STATUS  IS WS-HOLDS-FILE-STATUS.
               SELECT FS-OUT-HOLDS-FILE ASSIGN TO WS-OUT-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-OUT-HOLD-ID
                   FILE STATUS  IS WS-OUT-FILE-STATUS.
               SELECT FS-ACCTXREF-FILE ASSIGN TO "bank_acct_xref.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-AX-OLD-ID
                   ALTERNATE RECORD KEY IS FS-AX-NEW-ID
                   FILE STATUS  IS WS-ACCTXREF-FILE-STATUS.
               SELECT FS-OUT-ACCTXREF-FILE ASSIGN TO WS-OUT-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-OUT-AX-OLD-ID
                   ALTERNATE RECORD KEY IS FS-OUT-AX-NEW-ID
                   FILE STATUS  IS WS-OUT-FILE-STATUS.
               SELECT FS-BRANCH-FILE ASSIGN TO "bank_branches.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-BRANCH-CODE
                   FILE STATUS  IS WS-BRANCH-FILE-STATUS.
               SELECT FS-OUT-BRANCH-FILE ASSIGN TO WS-OUT-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-OUT-BRANCH-CODE
                   FILE STATUS  IS WS-OUT-FILE-STATUS.
               SELECT FS-GEN-FILE ASSIGN TO "gen_catalog.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-GEN-FILE-STATUS.
               SELECT FS-OUT-GEN-FILE ASSIGN TO WS-OUT-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-OUT-FILE-STATUS.
               SELECT FS-BYTE-IN-FILE ASSIGN TO WS-BYTE-IN-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-BYTE-IN-STATUS.
               SELECT FS-BYTE-OUT-FILE ASSIGN TO WS-BYTE-OUT-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-BYTE-OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD FS-USERS-FILE.
               01 FS-USER.
                   05 FS-USER-ID           PIC 9(16).
                   05 FS-NAME              PIC X(100).
                   05 FS-USER-MIDDLE       PIC X(170).
                   05 FS-LINKED-EMPLOYEE-SSN PIC 9(09).
                   05 FS-USER-REST         PIC X(38).
           FD FS-OUT-USERS-FILE.
               01 FS-OUT-USER.
                   05 FS-OUT-USER-ID       PIC 9(16).
                   05 FS-OUT-NAME          PIC X(100).
                   05 FS-OUT-USER-MIDDLE   PIC X(170).
                   05 FS-OUT-LINKED-SSN    PIC 9(09).
                   05 FS-OUT-USER-REST     PIC X(38).
           FD FS-TRANSACTION-FILE.
               01 FS-TRANSACTION.
                   05 FS-TRANSACTION-KEY.
                       10 FS-TRANSACTION-ACCOUNT-ID PIC 9(16).
                       10 FS-TRANSACTION-NUMBER     PIC 9(18).
                   05 FS-TRANSACTION-TYPE-DESC  PIC X(60).
                   05 FS-TRANSACTION-POSTED-DATE PIC X(8).
                   05 FS-TRANSACTION-REST       PIC X(51).
           FD FS-OUT-TRANSACTION-FILE.
               01 FS-OUT-TRANSACTION.
                   05 FS-OUT-TRANSACTION-KEY   PIC X(34).
                   05 FS-OUT-TYPE-DESC         PIC X(60).
                   05 FS-OUT-POSTED-DATE       PIC X(8).
                   05 FS-OUT-TRANSACTION-REST  PIC X(51).
           FD FS-EMPLOYEE-FILE.
               01 FS-EMPLOYEE.
                   05 FS-EMPLOYEE-NAME PIC X(50).
                   05 FS-EMPLOYEE-SSN  PIC 9(9).
                   05 FS-EMPLOYEE-BIRTH-DATE.
                       10 FS-EMPLOYEE-BIRTH-YEAR  PIC 9(4).
                       10 FS-EMPLOYEE-BIRTH-MMDD  PIC 9(4).
                   05 FS-EMPLOYEE-ADDRESS.
                       10 FS-EMPLOYEE-ADDRESS-STREET PIC X(100).
                       10 FS-EMPLOYEE-ADDRESS-APT    PIC X(20).
                       10 FS-EMPLOYEE-ADDRESS-CITY   PIC X(100).
                       10 FS-EMPLOYEE-ADDRESS-REGION PIC X(2).
                       10 FS-EMPLOYEE-ADDRESS-ZIP    PIC 9(5).
                   05 FS-EMPLOYEE-PAY-DATA     PIC X(141).
                   05 FS-EMPLOYEE-BANK-ROUTING PIC 9(9).
                   05 FS-EMPLOYEE-BANK-ACCOUNT PIC 9(17).
                   05 FS-EMPLOYEE-REST         PIC X(74).
           FD FS-OUT-EMPLOYEE-FILE.
               01 FS-OUT-EMPLOYEE.
                   05 FS-OUT-EMPLOYEE-NAME PIC X(50).
                   05 FS-OUT-EMPLOYEE-SSN  PIC 9(9).
                   05 FS-OUT-EMPLOYEE-REST PIC X(476).
           FD FS-CUSTOMER-FILE.
               01 FS-CUSTOMER.
                   05 FS-CUSTOMER-NUMBER PIC 9(9).
                   05 FS-CUSTOMER-NAME   PIC X(100).
                   05 FS-CUSTOMER-STREET PIC X(100).
                   05 FS-CUSTOMER-CITY   PIC X(50).
                   05 FS-CUSTOMER-REGION PIC X(2).
                   05 FS-CUSTOMER-ZIP    PIC 9(5).
                   05 FS-CUSTOMER-PHONE  PIC X(15).
                   05 FS-CUSTOMER-TAX-ID PIC 9(9).
                   05 FS-CUSTOMER-REST   PIC X(45).
           FD FS-OUT-CUSTOMER-FILE.
               01 FS-OUT-CUSTOMER.
                   05 FS-OUT-CUSTOMER-NUMBER PIC 9(9).
                   05 FS-OUT-CUSTOMER-REST   PIC X(326).
           FD FS-TELLER-FILE.
               01 FS-TELLER.
                   05 FS-TELLER-ID       PIC 9(5).
                   05 FS-TELLER-NAME     PIC X(50).
                   05 FS-TELLER-PASSWORD PIC X(20).
                   05 FS-TELLER-REST     PIC X(19).
           FD FS-OUT-TELLER-FILE.
               01 FS-OUT-TELLER.
                   05 FS-OUT-TELLER-ID   PIC 9(5).
                   05 FS-OUT-TELLER-REST PIC X(89).
           FD FS-CARDM-FILE.
               01 FS-CARD-MASTER.
                   05 FS-CM-NUMBER       PIC 9(16).
                   05 FS-CM-ACCOUNT-ID   PIC 9(16).
                   05 FS-CM-HOLDER-TYPE  PIC X(1).
                   05 FS-CM-HOLDER-NAME  PIC X(100).
                   05 FS-CM-MIDDLE       PIC X(49).
                   05 FS-CM-REPLACES     PIC 9(16).
           FD FS-OUT-CARDM-FILE.
               01 FS-OUT-CARD-MASTER.
                   05 FS-OUT-CM-NUMBER     PIC 9(16).
                   05 FS-OUT-CM-ACCOUNT-ID PIC 9(16).
                   05 FS-OUT-CM-REST       PIC X(166).
           FD FS-PINHASH-FILE.
               01 FS-PIN-HASH.
                   05 FS-PH-ACCOUNT-ID   PIC 9(16).
                   05 FS-PH-STORED       PIC X(20).
           FD FS-OUT-PINHASH-FILE.
               01 FS-OUT-PIN-HASH.
                   05 FS-OUT-PH-ACCOUNT-ID PIC 9(16).
                   05 FS-OUT-PH-STORED     PIC X(20).
           FD FS-GARN-FILE.
               01 FS-GARNISHMENT.
                   05 FS-GARN-ID   PIC 9(5).
                   05 FS-GARN-SSN  PIC 9(9).
                   05 FS-GARN-REST PIC X(53).
           FD FS-OUT-GARN-FILE.
               01 FS-OUT-GARNISHMENT.
                   05 FS-OUT-GARN-ID   PIC 9(5).
                   05 FS-OUT-GARN-REST PIC X(62).
           FD FS-SCHEDULE-FILE.
               01 FS-SCHEDULE.
                   05 FS-SCHEDULE-ID   PIC 9(09).
                   05 FS-SCHEDULE-REST PIC X(99).
           FD FS-OUT-SCHEDULE-FILE.
               01 FS-OUT-SCHEDULE.
                   05 FS-OUT-SCHEDULE-ID   PIC 9(09).
                   05 FS-OUT-SCHEDULE-REST PIC X(99).
           FD FS-HOLDS-FILE.
               01 FS-HOLD.
                   05 FS-HOLD-ID   PIC 9(9).
                   05 FS-HOLD-REST PIC X(94).
           FD FS-OUT-HOLDS-FILE.
               01 FS-OUT-HOLD.
                   05 FS-OUT-HOLD-ID   PIC 9(9).
                   05 FS-OUT-HOLD-REST PIC X(94).
           FD FS-ACCTXREF-FILE.
               01 FS-ACCT-XREF.
                   05 FS-AX-OLD-ID       PIC 9(16).
                   05 FS-AX-NEW-ID       PIC 9(16).
                   05 FS-AX-LISTED-DATE  PIC 9(8).
           FD FS-OUT-ACCTXREF-FILE.
               01 FS-OUT-ACCT-XREF.
                   05 FS-OUT-AX-OLD-ID      PIC 9(16).
                   05 FS-OUT-AX-NEW-ID      PIC 9(16).
                   05 FS-OUT-AX-LISTED-DATE PIC 9(8).
           FD FS-BRANCH-FILE.
               01 FS-BRANCH.
                   05 FS-BRANCH-CODE PIC X(3).
                   05 FS-BRANCH-REST PIC X(50).
           FD FS-OUT-BRANCH-FILE.
               01 FS-OUT-BRANCH.
                   05 FS-OUT-BRANCH-CODE PIC X(3).
                   05 FS-OUT-BRANCH-REST PIC X(50).
           FD FS-GEN-FILE.
               01 FS-GEN-RECORD.
                   05 FS-GEN-BASE     PIC X(30).
                   05 FS-GEN-NUMBER   PIC 9(4).
                   05 FS-GEN-FILENAME PIC X(60).
                   05 FS-GEN-CREATED  PIC X(14).
           FD FS-OUT-GEN-FILE.
               01 FS-OUT-GEN-RECORD PIC X(108).
      * sequential files go through a byte at a time, gathered into
      * records of the file's own length where a field needs masking
           FD FS-BYTE-IN-FILE.
               01 FS-BYTE-IN-CHAR PIC X.
           FD FS-BYTE-OUT-FILE.
               01 FS-BYTE-OUT-CHAR PIC X.
       WORKING-STORAGE SECTION.
           01 WS-USERS-FILE-STATUS       PIC X(2).
           01 WS-TRANSACTION-FILE-STATUS PIC X(2).
           01 WS-EMPLOYEE-FILE-STATUS    PIC X(2).
           01 WS-CUSTOMER-FILE-STATUS    PIC X(2).
           01 WS-TELLER-FILE-STATUS      PIC X(2).
           01 WS-CARDM-FILE-STATUS       PIC X(2).
           01 WS-PINHASH-FILE-STATUS     PIC X(2).
           01 WS-GARN-FILE-STATUS        PIC X(2).
           01 WS-SCHEDULE-FILE-STATUS    PIC X(2).
           01 WS-HOLDS-FILE-STATUS       PIC X(2).
           01 WS-ACCTXREF-FILE-STATUS    PIC X(2).
           01 WS-BRANCH-FILE-STATUS      PIC X(2).
           01 WS-GEN-FILE-STATUS         PIC X(2).
           01 WS-OUT-FILE-STATUS         PIC X(2).
           01 WS-BYTE-IN-STATUS          PIC X(2).
           01 WS-BYTE-OUT-STATUS         PIC X(2).

           01 WS-TARGET-DIR      PIC X(30).
           01 WS-OUT-NAME        PIC X(100).
           01 WS-BYTE-IN-NAME    PIC X(100).
           01 WS-BYTE-OUT-NAME   PIC X(100).
           01 WS-PLAIN-NAME      PIC X(60).
           01 WS-BYTE-FOUND      PIC X(3).
           01 WS-EOF             PIC X(3).
           01 WS-BYTE-EOF        PIC X(3).
           01 WS-RECORD-COUNT    PIC 9(9).
           01 WS-FILE-TOTAL      PIC 9(5) VALUE 0.
           01 WS-ABANDONED       PIC X(3) VALUE "NO".

      * the account ids name the per-account archive and payee files
           01 WS-ACCOUNT-TABLE.
               05 WS-ACCOUNT-ID-ENTRY OCCURS 1000 TIMES PIC 9(16).
           01 WS-ACCOUNT-COUNT   PIC 9(4).
           01 WS-ACCOUNT-INDEX   PIC 9(4).
           01 WS-NOW-DATA.
               05 WS-NOW-YEAR  PIC 9(4).
               05 WS-NOW-MONTH PIC 9(2).
               05 WS-NOW-DAY   PIC 9(2).
               05 FILLER       PIC X(8).
           01 WS-ARCH-YEAR       PIC 9(4).
           01 WS-ARCH-FLOOR      PIC 9(4).
           01 WS-NOW-AS-DAYS     PIC 9(9).
           01 WS-JRNL-AS-DAYS    PIC 9(9).
           01 WS-JRNL-FLOOR-DAYS PIC 9(9).
           01 WS-JRNL-DATE       PIC 9(8).

      * SNAPSHOT's sequential set, with how each is masked: S the SSN
      * leads the record, U a closed account's user record leads it,
      * blank copied as it stands; the record length is the file's
      * own. The catalog of generations is handled on its own, and
      * the stored control totals travel so start of day can check
           01 WS-SEQ-LIST.
               05 FILLER PIC X(35) VALUE "bank_interest.ctl".
               05 FILLER PIC X(35) VALUE "bank_fees.ctl".
               05 FILLER PIC X(35) VALUE "bank_compliance.ctl".
               05 FILLER PIC X(35) VALUE "bank_busdate.ctl".
               05 FILLER PIC X(35) VALUE "bank_holidays.txt".
               05 FILLER PIC X(35) VALUE "bank_fx_rates.txt".
               05 FILLER PIC X(35) VALUE "bank_settlement.txt".
               05 FILLER PIC X(35) VALUE "retention.ctl".
               05 FILLER PIC X(35) VALUE "payroll_leave.ctl".
               05 FILLER PIC X(35)
                   VALUE "pay_history.txt               S0095".
               05 FILLER PIC X(35) VALUE "pay_periods.txt".
               05 FILLER PIC X(35)
                   VALUE "timesheet.txt                 S0030".
               05 FILLER PIC X(35)
                   VALUE "payroll_tax_liability.txt     S0138".
               05 FILLER PIC X(35)
                   VALUE "payroll_rate_changes.txt      S0058".
               05 FILLER PIC X(35)
                   VALUE "bank_closed_accounts.txt      U0400".
               05 FILLER PIC X(35) VALUE "bank_audit_log.txt".
               05 FILLER PIC X(35) VALUE "bank_audit_log.chn".
               05 FILLER PIC X(35)
                   VALUE "bank_transfer_journal.txt".
               05 FILLER PIC X(35) VALUE "bank_security.ctl".
               05 FILLER PIC X(35)
                   VALUE "bank_signon_history.txt".
               05 FILLER PIC X(35) VALUE "bank_profit.ctl".
               05 FILLER PIC X(35) VALUE "bank_alco.ctl".
               05 FILLER PIC X(35) VALUE "gen_limits.ctl".
               05 FILLER PIC X(35)
                   VALUE "report_distribution.txt".
               05 FILLER PIC X(35) VALUE "distribution_log.txt".
               05 FILLER PIC X(35)
                   VALUE "bank_control_totals.txt".
           01 WS-SEQ-TABLE REDEFINES WS-SEQ-LIST.
               05 WS-SEQ-ENTRY OCCURS 26 TIMES.
                   10 WS-SEQ-NAME   PIC X(30).
                   10 WS-SEQ-MASK   PIC X(1).
                   10 WS-SEQ-LENGTH PIC X(4).
           01 WS-SEQ-INDEX       PIC 9(2).
           01 WS-SEQ-KIND        PIC X(1).
           01 WS-SEQ-RECLEN      PIC 9(4).
           01 WS-SEQ-RECORD      PIC X(400).
           01 WS-SEQ-FILL        PIC 9(4).
           01 WS-SEQ-POS         PIC 9(4).
           01 WS-SEQ-SHORT       PIC 9(4).
           01 WS-PAYEE-SEQ       PIC 9(4).

      * the users record laid out in full - the live master and the
      * closed-account file both carry it
           01 WS-USER-VIEW.
               05 WS-UV-ID           PIC 9(16).
               05 WS-UV-NAME         PIC X(100).
               05 WS-UV-BALANCE      PIC S9(18)V99.
               05 WS-UV-TXN-COUNT    PIC 9(18).
               05 WS-UV-MIN-BALANCE  PIC S9(18)V99.
               05 WS-UV-PIN          PIC 9(04).
               05 WS-UV-JOINT-NAME   PIC X(100).
               05 WS-UV-HAS-JOINT    PIC X(03).
               05 WS-UV-STATUS       PIC X(01).
               05 WS-UV-TIER         PIC 9(01).
               05 WS-UV-CURRENCY     PIC X(03).
               05 WS-UV-LINKED-SSN   PIC 9(09).
               05 WS-UV-REST         PIC X(38).

      * every replaced number goes through one sorted table so the
      * same real value gets the same generated one in every file:
      * S an SSN or tax id, R a routing number, B a routing and
      * account pair, C a card number
           01 WS-MAP-TABLE.
               05 WS-MAP-ENTRY OCCURS 10000 TIMES.
                   10 WS-MAP-KEY   PIC X(27).
                   10 WS-MAP-VALUE PIC X(17).
           01 WS-MAP-COUNT       PIC 9(5) VALUE 0.
           01 WS-MAP-LOW         PIC 9(5).
           01 WS-MAP-HIGH        PIC 9(5).
           01 WS-MAP-MID         PIC 9(5).
           01 WS-MAP-SHIFT       PIC 9(5).
           01 WS-MAP-FOUND       PIC X(3).
           01 WS-MAP-FULL        PIC X(3) VALUE "NO".
           01 WS-MAP-FIND-KEY    PIC X(27).
           01 WS-MAP-FIND-VALUE  PIC X(17).
           01 WS-MAP-SSN         PIC 9(9).
           01 WS-MAP-CARD        PIC 9(16).
           01 WS-MAP-ROUTING     PIC 9(9).
           01 WS-MAP-BANK-ACCT   PIC 9(17).
      * generated SSNs sit in the 900 range, which is never issued
           01 WS-NEXT-SSN        PIC 9(9)  VALUE 900000000.
           01 WS-NEXT-ROUTING    PIC 9(9)  VALUE 900000000.
           01 WS-NEXT-BANK-ACCT  PIC 9(17) VALUE 90000000000000000.
           01 WS-NEXT-CARD       PIC 9(16) VALUE 4999000000000000.

      * names, streets, cities and phones are derived from the real
      * text under a salt drawn fresh each run, so a name repeats
      * consistently inside one copy but cannot be looked up
           01 WS-RUN-SALT        PIC 9(9).
           01 WS-RANDOM-SEED     PIC 9(8).
           01 WS-RANDOM          PIC V9(9).
           01 WS-FAKE-IN         PIC X(100).
           01 WS-FAKE-OUT        PIC X(100).
           01 WS-HASH-TEXT       PIC X(100).
           01 WS-TEXT-HASH       PIC 9(12).
           01 WS-HASH-PART       PIC 9(12).
           01 WS-CHAR-POS        PIC 9(3).
           01 WS-PICK-1          PIC 9(2).
           01 WS-PICK-2          PIC 9(2).
           01 WS-PICK-3          PIC 9(2).
           01 WS-HOUSE-NUMBER    PIC 9(4).
           01 WS-PHONE-LINE      PIC 9(2).
           01 WS-LETTERS         PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           01 WS-FIRST-NAMES.
               05 FILLER PIC X(10) VALUE "ALEX".
               05 FILLER PIC X(10) VALUE "BAILEY".
               05 FILLER PIC X(10) VALUE "CAMERON".
               05 FILLER PIC X(10) VALUE "DAKOTA".
               05 FILLER PIC X(10) VALUE "EMERSON".
               05 FILLER PIC X(10) VALUE "FRANCIS".
               05 FILLER PIC X(10) VALUE "GRAY".
               05 FILLER PIC X(10) VALUE "HAYDEN".
               05 FILLER PIC X(10) VALUE "JAMIE".
               05 FILLER PIC X(10) VALUE "KIT".
               05 FILLER PIC X(10) VALUE "LANE".
               05 FILLER PIC X(10) VALUE "MARLOWE".
               05 FILLER PIC X(10) VALUE "NOEL".
               05 FILLER PIC X(10) VALUE "OAKLEY".
               05 FILLER PIC X(10) VALUE "PARKER".
               05 FILLER PIC X(10) VALUE "QUINN".
               05 FILLER PIC X(10) VALUE "REESE".
               05 FILLER PIC X(10) VALUE "SAGE".
               05 FILLER PIC X(10) VALUE "TAYLOR".
               05 FILLER PIC X(10) VALUE "WINTER".
           01 WS-FIRST-TABLE REDEFINES WS-FIRST-NAMES.
               05 WS-FIRST-NAME OCCURS 20 TIMES PIC X(10).
           01 WS-LAST-NAMES.
               05 FILLER PIC X(12) VALUE "ASHDOWN".
               05 FILLER PIC X(12) VALUE "BRIARLEY".
               05 FILLER PIC X(12) VALUE "COLDWELL".
               05 FILLER PIC X(12) VALUE "DUNMORE".
               05 FILLER PIC X(12) VALUE "EVERETT".
               05 FILLER PIC X(12) VALUE "FENWICK".
               05 FILLER PIC X(12) VALUE "GLENDOWER".
               05 FILLER PIC X(12) VALUE "HOLLOWAY".
               05 FILLER PIC X(12) VALUE "IVERSON".
               05 FILLER PIC X(12) VALUE "JESSOP".
               05 FILLER PIC X(12) VALUE "KINGSLEY".
               05 FILLER PIC X(12) VALUE "LOCKWOOD".
               05 FILLER PIC X(12) VALUE "MARCHBANK".
               05 FILLER PIC X(12) VALUE "NORTHCOTE".
               05 FILLER PIC X(12) VALUE "ORMEROD".
               05 FILLER PIC X(12) VALUE "PEMBERTON".
               05 FILLER PIC X(12) VALUE "RADCLIFFE".
               05 FILLER PIC X(12) VALUE "STANHOPE".
               05 FILLER PIC X(12) VALUE "THORNBURY".
               05 FILLER PIC X(12) VALUE "WYNDHAM".
           01 WS-LAST-TABLE REDEFINES WS-LAST-NAMES.
               05 WS-LAST-NAME OCCURS 20 TIMES PIC X(12).
           01 WS-STREET-NAMES.
               05 FILLER PIC X(12) VALUE "ELM ST".
               05 FILLER PIC X(12) VALUE "MAPLE AVE".
               05 FILLER PIC X(12) VALUE "CEDAR LN".
               05 FILLER PIC X(12) VALUE "BIRCH RD".
               05 FILLER PIC X(12) VALUE "WILLOW WAY".
               05 FILLER PIC X(12) VALUE "ASPEN CT".
               05 FILLER PIC X(12) VALUE "HAZEL DR".
               05 FILLER PIC X(12) VALUE "ALDER PL".
               05 FILLER PIC X(12) VALUE "LINDEN BLVD".
               05 FILLER PIC X(12) VALUE "SPRUCE ST".
           01 WS-STREET-TABLE REDEFINES WS-STREET-NAMES.
               05 WS-STREET-NAME OCCURS 10 TIMES PIC X(12).
           01 WS-CITY-NAMES.
               05 FILLER PIC X(14) VALUE "FAIRHAVEN".
               05 FILLER PIC X(14) VALUE "MILLBROOK".
               05 FILLER PIC X(14) VALUE "STONEBRIDGE".
               05 FILLER PIC X(14) VALUE "RIVERTON".
               05 FILLER PIC X(14) VALUE "OAKMONT".
               05 FILLER PIC X(14) VALUE "GREENFIELD".
               05 FILLER PIC X(14) VALUE "LAKESIDE".
               05 FILLER PIC X(14) VALUE "BRIGHTWATER".
               05 FILLER PIC X(14) VALUE "HILLCREST".
               05 FILLER PIC X(14) VALUE "WESTBURY".
           01 WS-CITY-TABLE REDEFINES WS-CITY-NAMES.
               05 WS-CITY-NAME OCCURS 10 TIMES PIC X(14).

           01 WS-HASH-ACTION     PIC X(5) VALUE "NEW".
           01 WS-HASH-SECRET     PIC X(20).
           01 WS-HASH-RESULT     PIC X(1).

           01 WS-LOCK-ACTION     PIC X(8).
           01 WS-LOCK-RESOURCE   PIC X(20).
           01 WS-LOCK-SESSION    PIC X(30).
           01 WS-LOCK-RESULT     PIC X(8).
           01 WS-LOCK-STAMP-DATA PIC X(16).

           01 WS-OPS-SEVERITY    PIC X(1).
           01 WS-OPS-PROGRAM     PIC X(12) VALUE "MASK-COPY".
           01 WS-OPS-MESSAGE     PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Masked copy - production data with every person repl
      -            "aced by generated values"
           DISPLAY "Enter the target directory (it and its bank_transact
      -            "ions folder must already exist):"
           ACCEPT WS-TARGET-DIR

      * the copy must never land on top of the live files
           IF WS-TARGET-DIR = SPACES OR WS-TARGET-DIR = "." OR
              WS-TARGET-DIR = "./"
               DISPLAY "The target must be a separate directory"
               STOP RUN
           END-IF

           MOVE SPACES TO WS-BYTE-OUT-NAME
           STRING FUNCTION TRIM(WS-TARGET-DIR)
                  "/bank_transactions/folder_exists_test"
             DELIMITED BY SIZE INTO WS-BYTE-OUT-NAME
           OPEN OUTPUT FS-BYTE-OUT-FILE
               IF WS-BYTE-OUT-STATUS = '30'
                   DISPLAY "Create the target directory and its bank_tra
      -                    "nsactions folder first"
                   CLOSE FS-BYTE-OUT-FILE
                   STOP RUN
               END-IF
           CLOSE FS-BYTE-OUT-FILE

      * the copy reads every live master, so it honors the same
      * interlock SNAPSHOT does
           MOVE FUNCTION CURRENT-DATE TO WS-LOCK-STAMP-DATA
           MOVE SPACES TO WS-LOCK-SESSION
           STRING "MASK-COPY-"WS-LOCK-STAMP-DATA
             DELIMITED BY SIZE INTO WS-LOCK-SESSION
           MOVE "bank_users" TO WS-LOCK-RESOURCE
           MOVE "LOCK" TO WS-LOCK-ACTION
           CALL "FILE-LOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-SESSION WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = "OK"
               DISPLAY "Another session holds the bank files - try again
      -                " later"
               STOP RUN
           END-IF
           MOVE "employees" TO WS-LOCK-RESOURCE
           MOVE "LOCK" TO WS-LOCK-ACTION
           CALL "FILE-LOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-SESSION WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = "OK"
               DISPLAY "Another session holds the employee file - try ag
      -                "ain later"
               MOVE "bank_users" TO WS-LOCK-RESOURCE
               MOVE "UNLOCK" TO WS-LOCK-ACTION
               CALL "FILE-LOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-SESSION WS-LOCK-RESULT
               STOP RUN
           END-IF

           MOVE WS-LOCK-STAMP-DATA(9:8) TO WS-RANDOM-SEED
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-RANDOM-SEED)
           COMPUTE WS-RANDOM = FUNCTION RANDOM
           COMPUTE WS-RUN-SALT = WS-RANDOM * 999999937

           PERFORM COPY-ALL-PARA

           MOVE SPACES TO WS-OPS-MESSAGE
           IF WS-ABANDONED = "YES"
               MOVE "E" TO WS-OPS-SEVERITY
               STRING "masked copy to "FUNCTION TRIM(WS-TARGET-DIR)
                      " abandoned" DELIMITED BY SIZE
                 INTO WS-OPS-MESSAGE
           ELSE
               MOVE "I" TO WS-OPS-SEVERITY
               STRING "masked copy to "FUNCTION TRIM(WS-TARGET-DIR)
                      " finished" DELIMITED BY SIZE
                 INTO WS-OPS-MESSAGE
           END-IF
           CALL "OPS-LOG" USING WS-OPS-SEVERITY WS-OPS-PROGRAM
               WS-OPS-MESSAGE

           MOVE "employees" TO WS-LOCK-RESOURCE
           MOVE "UNLOCK" TO WS-LOCK-ACTION
           CALL "FILE-LOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-SESSION WS-LOCK-RESULT
           MOVE "bank_users" TO WS-LOCK-RESOURCE
           MOVE "UNLOCK" TO WS-LOCK-ACTION
           CALL "FILE-LOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-SESSION WS-LOCK-RESULT

           STOP RUN.

       COPY-ALL-PARA.
           PERFORM COPY-USERS-PARA

      * a copy without every account's archive and payee files would
      * not reproduce anything - stop rather than hand over half
           IF WS-ABANDONED = "YES"
               DISPLAY "More than 1000 accounts on file - the account ta
      -                "ble cannot carry them all, so this copy was ABAN
      -                "DONED; raise the table before retrying"
               EXIT PARAGRAPH
           END-IF

           PERFORM COPY-TRANSACTIONS-PARA
           PERFORM COPY-EMPLOYEES-PARA
           PERFORM COPY-CUSTOMERS-PARA
           PERFORM COPY-TELLERS-PARA
           PERFORM COPY-CARDS-PARA
           PERFORM COPY-PIN-HASHES-PARA
           PERFORM COPY-GARNISHMENTS-PARA
           PERFORM COPY-SCHEDULE-PARA
           PERFORM COPY-HOLDS-PARA
           PERFORM COPY-ACCT-XREF-PARA
           PERFORM COPY-BRANCHES-PARA
           PERFORM COPY-ARCHIVES-PARA
           PERFORM COPY-PAYEES-PARA
           PERFORM COPY-DAY-JOURNALS-PARA
           PERFORM COPY-GENERATIONS-PARA
           PERFORM COPY-SEQ-SET-PARA

           DISPLAY "Masked copy complete - "WS-FILE-TOTAL
             " files written under "FUNCTION TRIM(WS-TARGET-DIR)
           DISPLAY "Every account's PIN is 1234 and every teller's passw
      -            "ord is TEST"
      * the table stopped growing, so later values could not be kept
      * consistent - they were blanked to nines, never left real
           IF WS-MAP-FULL = "YES"
               DISPLAY "WARNING: more than 10000 distinct SSNs, card and
      -                " bank numbers - the rest were replaced by nines 
      -                "and will not link up across files"
           END-IF
           .

       BUILD-OUT-NAME-PARA.
           MOVE SPACES TO WS-OUT-NAME
           STRING FUNCTION TRIM(WS-TARGET-DIR)"/"
                  FUNCTION TRIM(WS-PLAIN-NAME)
             DELIMITED BY SIZE INTO WS-OUT-NAME
           .

       REPORT-FILE-PARA.
           ADD 1 TO WS-FILE-TOTAL
           DISPLAY FUNCTION TRIM(WS-PLAIN-NAME)" - "
             WS-RECORD-COUNT" records"
           .

       COPY-USERS-PARA.
           MOVE "bank_users.txt" TO WS-PLAIN-NAME
           PERFORM BUILD-OUT-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-ACCOUNT-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-USERS-FILE
               IF WS-USERS-FILE-STATUS NOT = "00"
                   DISPLAY "bank_users.txt not found - skipped"
                   CLOSE FS-USERS-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-OUT-USERS-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-USERS-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-USER TO WS-USER-VIEW
                               PERFORM MASK-USER-PARA
                               MOVE WS-USER-VIEW TO FS-OUT-USER
                               WRITE FS-OUT-USER
                               END-WRITE
                               ADD 1 TO WS-RECORD-COUNT
                               IF WS-ACCOUNT-COUNT < 1000
                                   ADD 1 TO WS-ACCOUNT-COUNT
                                   MOVE FS-USER-ID TO
                                     WS-ACCOUNT-ID-ENTRY(
                                       WS-ACCOUNT-COUNT)
                               ELSE
                                   MOVE "YES" TO WS-ABANDONED
                               END-IF
                       END-READ
                   END-PERFORM
               CLOSE FS-OUT-USERS-FILE
           CLOSE FS-USERS-FILE
           PERFORM REPORT-FILE-PARA
           .

      * the PIN field itself is always zero - the PIN lives hashed in
      * bank_pin_hash.txt, which is rebuilt on its own
       MASK-USER-PARA.
           MOVE WS-UV-NAME TO WS-FAKE-IN
           PERFORM FAKE-NAME-PARA
           MOVE WS-FAKE-OUT TO WS-UV-NAME
           MOVE WS-UV-JOINT-NAME TO WS-FAKE-IN
           PERFORM FAKE-NAME-PARA
           MOVE WS-FAKE-OUT TO WS-UV-JOINT-NAME
           MOVE 0 TO WS-UV-PIN
           MOVE WS-UV-LINKED-SSN TO WS-MAP-SSN
           PERFORM MAP-SSN-PARA
           MOVE WS-MAP-SSN TO WS-UV-LINKED-SSN
           .

       COPY-TRANSACTIONS-PARA.
           MOVE "bank_transactions.txt" TO WS-PLAIN-NAME
           PERFORM BUILD-OUT-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-TRANSACTION-FILE
               IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                   DISPLAY "bank_transactions.txt not found - skipped"
                   CLOSE FS-TRANSACTION-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-OUT-TRANSACTION-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-TRANSACTION-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-TRANSACTION
                                 TO FS-OUT-TRANSACTION
                               WRITE FS-OUT-TRANSACTION
                               END-WRITE
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-OUT-TRANSACTION-FILE
           CLOSE FS-TRANSACTION-FILE
           PERFORM REPORT-FILE-PARA
           .

      * the birth year stays so age-driven rules still fire the same
      * way; the day and month do not
       COPY-EMPLOYEES-PARA.
           MOVE "employees.txt" TO WS-PLAIN-NAME
           PERFORM BUILD-OUT-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-EMPLOYEE-FILE
               IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                   DISPLAY "employees.txt not found - skipped"
                   CLOSE FS-EMPLOYEE-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-OUT-EMPLOYEE-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-EMPLOYEE-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               PERFORM MASK-EMPLOYEE-PARA
                               MOVE FS-EMPLOYEE TO FS-OUT-EMPLOYEE
                               WRITE FS-OUT-EMPLOYEE
                                   INVALID KEY
                                       DISPLAY "duplicate employee "
                                         FS-OUT-EMPLOYEE-SSN
                               END-WRITE
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-OUT-EMPLOYEE-FILE
           CLOSE FS-EMPLOYEE-FILE
           PERFORM REPORT-FILE-PARA
           .

       MASK-EMPLOYEE-PARA.
           MOVE FS-EMPLOYEE-NAME TO WS-FAKE-IN
           PERFORM FAKE-NAME-PARA
           MOVE WS-FAKE-OUT TO FS-EMPLOYEE-NAME
           MOVE FS-EMPLOYEE-SSN TO WS-MAP-SSN
           PERFORM MAP-SSN-PARA
           MOVE WS-MAP-SSN TO FS-EMPLOYEE-SSN
           IF FS-EMPLOYEE-BIRTH-DATE IS NUMERIC AND
              FS-EMPLOYEE-BIRTH-YEAR NOT = 0
               MOVE 0101 TO FS-EMPLOYEE-BIRTH-MMDD
           END-IF
           MOVE FS-EMPLOYEE-ADDRESS-STREET TO WS-FAKE-IN
           PERFORM FAKE-STREET-PARA
           MOVE WS-FAKE-OUT TO FS-EMPLOYEE-ADDRESS-STREET
           MOVE SPACES TO FS-EMPLOYEE-ADDRESS-APT
           MOVE FS-EMPLOYEE-ADDRESS-CITY TO WS-FAKE-IN
           PERFORM FAKE-CITY-PARA
           MOVE WS-FAKE-OUT TO FS-EMPLOYEE-ADDRESS-CITY
           MOVE 99999 TO FS-EMPLOYEE-ADDRESS-ZIP
           MOVE FS-EMPLOYEE-BANK-ROUTING TO WS-MAP-ROUTING
           MOVE FS-EMPLOYEE-BANK-ACCOUNT TO WS-MAP-BANK-ACCT
           PERFORM MAP-BANK-PARA
           MOVE WS-MAP-ROUTING TO FS-EMPLOYEE-BANK-ROUTING
           MOVE WS-MAP-BANK-ACCT TO FS-EMPLOYEE-BANK-ACCOUNT
           .

      * a tax id goes through the SSN map, so an insider's customer
      * record still matches their employee record
       COPY-CUSTOMERS-PARA.
           MOVE "bank_customers.txt" TO WS-PLAIN-NAME
           PERFORM BUILD-OUT-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                   DISPLAY "bank_customers.txt not found - skipped"
                   CLOSE FS-CUSTOMER-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-OUT-CUSTOMER-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-CUSTOMER-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               PERFORM MASK-CUSTOMER-PARA
                               MOVE FS-CUSTOMER TO FS-OUT-CUSTOMER
                               WRITE FS-OUT-CUSTOMER
                               END-WRITE
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-OUT-CUSTOMER-FILE
           CLOSE FS-CUSTOMER-FILE
           PERFORM REPORT-FILE-PARA
           .

       MASK-CUSTOMER-PARA.
           MOVE FS-CUSTOMER-NAME TO WS-FAKE-IN
           PERFORM FAKE-NAME-PARA
           MOVE WS-FAKE-OUT TO FS-CUSTOMER-NAME
           MOVE FS-CUSTOMER-STREET TO WS-FAKE-IN
           PERFORM FAKE-STREET-PARA
           MOVE WS-FAKE-OUT TO FS-CUSTOMER-STREET
           MOVE FS-CUSTOMER-CITY TO WS-FAKE-IN
           PERFORM FAKE-CITY-PARA
           MOVE WS-FAKE-OUT TO FS-CUSTOMER-CITY
           MOVE 99999 TO FS-CUSTOMER-ZIP
           MOVE FS-CUSTOMER-PHONE TO WS-FAKE-IN
           PERFORM FAKE-PHONE-PARA
           MOVE WS-FAKE-OUT TO FS-CUSTOMER-PHONE
           IF FS-CUSTOMER-TAX-ID IS NUMERIC
               MOVE FS-CUSTOMER-TAX-ID TO WS-MAP-SSN
               PERFORM MAP-SSN-PARA
               MOVE WS-MAP-SSN TO FS-CUSTOMER-TAX-ID
           ELSE
               MOVE 0 TO FS-CUSTOMER-TAX-ID
           END-IF
           .

       COPY-TELLERS-PARA.
           MOVE "bank_tellers.txt" TO WS-PLAIN-NAME
           PERFORM BUILD-OUT-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-TELLER-FILE
               IF WS-TELLER-FILE-STATUS NOT = "00"
                   DISPLAY "bank_tellers.txt not found - skipped"
                   CLOSE FS-TELLER-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-OUT-TELLER-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-TELLER-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-TELLER-NAME TO WS-FAKE-IN
                               PERFORM FAKE-NAME-PARA
                               MOVE WS-FAKE-OUT TO FS-TELLER-NAME
                               MOVE "TEST" TO WS-HASH-SECRET
                               CALL "HASH-SECRET" USING WS-HASH-ACTION
                                   WS-HASH-SECRET FS-TELLER-PASSWORD
                                   WS-HASH-RESULT
                               MOVE FS-TELLER TO FS-OUT-TELLER
                               WRITE FS-OUT-TELLER
                               END-WRITE
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-OUT-TELLER-FILE
           CLOSE FS-TELLER-FILE
           PERFORM REPORT-FILE-PARA
           .

       COPY-CARDS-PARA.
           MOVE "bank_cards.txt" TO WS-PLAIN-NAME
           PERFORM BUILD-OUT-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-CARDM-FILE
               IF WS-CARDM-FILE-STATUS NOT = "00"
                   DISPLAY "bank_cards.txt not found - skipped"
                   CLOSE FS-CARDM-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-OUT-CARDM-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-CARDM-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-CM-NUMBER TO WS-MAP-CARD
                               PERFORM MAP-CARD-PARA
                               MOVE WS-MAP-CARD TO FS-CM-NUMBER
                               MOVE FS-CM-REPLACES TO WS-MAP-CARD
                               PERFORM MAP-CARD-PARA
                               MOVE WS-MAP-CARD TO FS-CM-REPLACES
                               MOVE FS-CM-HOLDER-NAME TO WS-FAKE-IN
                               PERFORM FAKE-NAME-PARA
                               MOVE WS-FAKE-OUT TO FS-CM-HOLDER-NAME
                               MOVE FS-CARD-MASTER
                                 TO FS-OUT-CARD-MASTER
                               WRITE FS-OUT-CARD-MASTER
                               END-WRITE
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-OUT-CARDM-FILE
           CLOSE FS-CARDM-FILE
           PERFORM REPORT-FILE-PARA
           .

      * the real PIN hashes stay behind - every account gets 1234,
      * hashed under a fresh salt the way BANK stores a PIN
       COPY-PIN-HASHES-PARA.
           MOVE "bank_pin_hash.txt" TO WS-PLAIN-NAME
           PERFORM BUILD-OUT-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-PINHASH-FILE
               IF WS-PINHASH-FILE-STATUS NOT = "00"
                   DISPLAY "bank_pin_hash.txt not found - skipped"
                   CLOSE FS-PINHASH-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-OUT-PINHASH-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-PINHASH-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-PH-ACCOUNT-ID
                                 TO FS-OUT-PH-ACCOUNT-ID
                               MOVE "1234" TO WS-HASH-SECRET
                               CALL "HASH-SECRET" USING WS-HASH-ACTION
                                   WS-HASH-SECRET FS-OUT-PH-STORED
                                   WS-HASH-RESULT
                               WRITE FS-OUT-PIN-HASH
                               END-WRITE
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-OUT-PINHASH-FILE
           CLOSE FS-PINHASH-FILE
           PERFORM REPORT-FILE-PARA
           .

       COPY-GARNISHMENTS-PARA.
           MOVE "payroll_garnishments.txt" TO WS-PLAIN-NAME
           PERFORM BUILD-OUT-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-GARN-FILE
               IF WS-GARN-FILE-STATUS NOT = "00"
                   DISPLAY "payroll_garnishments.txt not found - skipped
      -                    ""
                   CLOSE FS-GARN-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-OUT-GARN-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-GARN-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-GARN-SSN TO WS-MAP-SSN
                               PERFORM MAP-SSN-PARA
                               MOVE WS-MAP-SSN TO FS-GARN-SSN
                               MOVE FS-GARNISHMENT
                                 TO FS-OUT-GARNISHMENT
                               WRITE FS-OUT-GARNISHMENT
                               END-WRITE
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-OUT-GARN-FILE
           CLOSE FS-GARN-FILE
           PERFORM REPORT-FILE-PARA
           .

       COPY-SCHEDULE-PARA.
           MOVE "bank_schedule.txt" TO WS-PLAIN-NAME
           PERFORM BUILD-OUT-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-SCHEDULE-FILE
               IF WS-SCHEDULE-FILE-STATUS NOT = "00"
                   DISPLAY "bank_schedule.txt not found - skipped"
                   CLOSE FS-SCHEDULE-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-OUT-SCHEDULE-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-SCHEDULE-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-SCHEDULE TO FS-OUT-SCHEDULE
                               WRITE FS-OUT-SCHEDULE
                               END-WRITE
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-OUT-SCHEDULE-FILE
           CLOSE FS-SCHEDULE-FILE
           PERFORM REPORT-FILE-PARA
           .

       COPY-HOLDS-PARA.
           MOVE "bank_holds.txt" TO WS-PLAIN-NAME
           PERFORM BUILD-OUT-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-HOLDS-FILE
               IF WS-HOLDS-FILE-STATUS NOT = "00"
                   DISPLAY "bank_holds.txt not found - skipped"
                   CLOSE FS-HOLDS-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-OUT-HOLDS-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-HOLDS-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-HOLD TO FS-OUT-HOLD
                               WRITE FS-OUT-HOLD
                               END-WRITE
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-OUT-HOLDS-FILE
           CLOSE FS-HOLDS-FILE
           PERFORM REPORT-FILE-PARA
           .

       COPY-ACCT-XREF-PARA.
           MOVE "bank_acct_xref.txt" TO WS-PLAIN-NAME
           PERFORM BUILD-OUT-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-ACCTXREF-FILE
               IF WS-ACCTXREF-FILE-STATUS NOT = "00"
                   DISPLAY "bank_acct_xref.txt not found - skipped"
                   CLOSE FS-ACCTXREF-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-OUT-ACCTXREF-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-ACCTXREF-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-ACCT-XREF TO FS-OUT-ACCT-XREF
                               WRITE FS-OUT-ACCT-XREF
                               END-WRITE
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-OUT-ACCTXREF-FILE
           CLOSE FS-ACCTXREF-FILE
           PERFORM REPORT-FILE-PARA
           .

       COPY-BRANCHES-PARA.
           MOVE "bank_branches.txt" TO WS-PLAIN-NAME
           PERFORM BUILD-OUT-NAME-PARA
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-BRANCH-FILE
               IF WS-BRANCH-FILE-STATUS NOT = "00"
                   DISPLAY "bank_branches.txt not found - skipped"
                   CLOSE FS-BRANCH-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-OUT-BRANCH-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-BRANCH-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE FS-BRANCH TO FS-OUT-BRANCH
                               WRITE FS-OUT-BRANCH
                               END-WRITE
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-OUT-BRANCH-FILE
           CLOSE FS-BRANCH-FILE
           PERFORM REPORT-FILE-PARA
           .

      * the year-labeled archives carry account history only and are
      * copied as they stand, over the same twenty-year window
      * SNAPSHOT probes
       COPY-ARCHIVES-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATA
           COMPUTE WS-ARCH-FLOOR = WS-NOW-YEAR - 19
           PERFORM COPY-ONE-ACCT-ARCHIVES-PARA
             VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
             UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
           .

       COPY-ONE-ACCT-ARCHIVES-PARA.
           PERFORM COPY-ONE-ARCHIVE-PARA
             VARYING WS-ARCH-YEAR FROM WS-ARCH-FLOOR BY 1
             UNTIL WS-ARCH-YEAR > WS-NOW-YEAR
           .

       COPY-ONE-ARCHIVE-PARA.
           MOVE SPACES TO WS-PLAIN-NAME
           STRING "bank_transactions/"
                  WS-ACCOUNT-ID-ENTRY(WS-ACCOUNT-INDEX)"_"
                  WS-ARCH-YEAR".txt"
             DELIMITED BY SIZE INTO WS-PLAIN-NAME
           MOVE SPACE TO WS-SEQ-KIND
           MOVE 1 TO WS-SEQ-RECLEN
           PERFORM COPY-ONE-SEQ-FILE-PARA
           .

      * a payee nickname is whatever the customer typed - often a
      * person's name - so it becomes PAYEE and its place in the file;
      * the target account id it points at is the bank's own key
       COPY-PAYEES-PARA.
           PERFORM COPY-ONE-PAYEE-FILE-PARA
             VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
             UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
           .

       COPY-ONE-PAYEE-FILE-PARA.
           MOVE SPACES TO WS-PLAIN-NAME
           STRING "bank_transactions/"
                  WS-ACCOUNT-ID-ENTRY(WS-ACCOUNT-INDEX)"_payees.txt"
             DELIMITED BY SIZE INTO WS-PLAIN-NAME
           MOVE "P" TO WS-SEQ-KIND
           MOVE 36 TO WS-SEQ-RECLEN
           MOVE 0 TO WS-PAYEE-SEQ
           PERFORM COPY-ONE-SEQ-FILE-PARA
           .

       COPY-DAY-JOURNALS-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATA
           CALL "DATE-TO-DAYS" USING WS-NOW-YEAR WS-NOW-MONTH
                                     WS-NOW-DAY WS-NOW-AS-DAYS
           COMPUTE WS-JRNL-FLOOR-DAYS = WS-NOW-AS-DAYS - 365
           PERFORM COPY-ONE-JOURNAL-PARA
             VARYING WS-JRNL-AS-DAYS FROM WS-JRNL-FLOOR-DAYS BY 1
             UNTIL WS-JRNL-AS-DAYS > WS-NOW-AS-DAYS
           .

       COPY-ONE-JOURNAL-PARA.
           MOVE FUNCTION DATE-OF-INTEGER(WS-JRNL-AS-DAYS)
             TO WS-JRNL-DATE
           MOVE SPACES TO WS-PLAIN-NAME
           STRING "bank_journal_"WS-JRNL-DATE".txt"
             DELIMITED BY SIZE INTO WS-PLAIN-NAME
           MOVE SPACE TO WS-SEQ-KIND
           MOVE 1 TO WS-SEQ-RECLEN
           PERFORM COPY-ONE-SEQ-FILE-PARA
           .

      * only the direct deposit export generations travel - BANK's
      * deposit posting and the deposit reconciliation read them -
      * with the bank details remapped the way the employee master's
      * were; printed reports are rerun in the copy if needed, and
      * the copy's catalog lists only what was carried
       COPY-GENERATIONS-PARA.
           MOVE "gen_catalog.txt" TO WS-PLAIN-NAME
           PERFORM BUILD-OUT-NAME-PARA
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-GEN-FILE
               IF WS-GEN-FILE-STATUS NOT = "00"
                   DISPLAY "gen_catalog.txt not found - skipped"
                   CLOSE FS-GEN-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-OUT-GEN-FILE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-GEN-FILE
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               PERFORM COPY-ONE-GENERATION-PARA
                       END-READ
                   END-PERFORM
               CLOSE FS-OUT-GEN-FILE
           CLOSE FS-GEN-FILE
           ADD 1 TO WS-FILE-TOTAL
           .

       COPY-ONE-GENERATION-PARA.
           IF FS-GEN-BASE NOT = "ach_export.txt"
               EXIT PARAGRAPH
           END-IF
           MOVE FS-GEN-FILENAME TO WS-PLAIN-NAME
           MOVE "A" TO WS-SEQ-KIND
           MOVE 80 TO WS-SEQ-RECLEN
           PERFORM COPY-ONE-SEQ-FILE-PARA
           IF WS-BYTE-FOUND = "YES"
               MOVE FS-GEN-RECORD TO FS-OUT-GEN-RECORD
               WRITE FS-OUT-GEN-RECORD
           END-IF
           .

       COPY-SEQ-SET-PARA.
           PERFORM COPY-ONE-LISTED-PARA
             VARYING WS-SEQ-INDEX FROM 1 BY 1
             UNTIL WS-SEQ-INDEX > 26
           .

       COPY-ONE-LISTED-PARA.
           MOVE WS-SEQ-NAME(WS-SEQ-INDEX) TO WS-PLAIN-NAME
           MOVE WS-SEQ-MASK(WS-SEQ-INDEX) TO WS-SEQ-KIND
           IF WS-SEQ-KIND = SPACE
               MOVE 1 TO WS-SEQ-RECLEN
           ELSE
               MOVE WS-SEQ-LENGTH(WS-SEQ-INDEX) TO WS-SEQ-RECLEN
           END-IF
           PERFORM COPY-ONE-SEQ-FILE-PARA
           IF WS-BYTE-FOUND = "NO"
               DISPLAY FUNCTION TRIM(WS-PLAIN-NAME)
                 " not on file - skipped"
           END-IF
           .

      * the file named in WS-PLAIN-NAME goes to the same name under
      * the target, a record of WS-SEQ-RECLEN bytes at a time; a
      * short record at the end cannot be masked safely, so it is
      * left out and reported
       COPY-ONE-SEQ-FILE-PARA.
           MOVE "NO" TO WS-BYTE-FOUND
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-SEQ-FILL
           MOVE "NO" TO WS-BYTE-EOF
           MOVE WS-PLAIN-NAME TO WS-BYTE-IN-NAME
           PERFORM BUILD-OUT-NAME-PARA
           MOVE WS-OUT-NAME TO WS-BYTE-OUT-NAME
           OPEN INPUT FS-BYTE-IN-FILE
               IF WS-BYTE-IN-STATUS NOT = "00"
                   CLOSE FS-BYTE-IN-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE "YES" TO WS-BYTE-FOUND
               OPEN OUTPUT FS-BYTE-OUT-FILE
                   PERFORM UNTIL WS-BYTE-EOF = "YES"
                       READ FS-BYTE-IN-FILE
                           AT END
                               MOVE "YES" TO WS-BYTE-EOF
                           NOT AT END
                               ADD 1 TO WS-SEQ-FILL
                               MOVE FS-BYTE-IN-CHAR
                                 TO WS-SEQ-RECORD(WS-SEQ-FILL:1)
                               IF WS-SEQ-FILL = WS-SEQ-RECLEN
                                   PERFORM MASK-SEQ-RECORD-PARA
                                   PERFORM WRITE-SEQ-RECORD-PARA
                                   MOVE 0 TO WS-SEQ-FILL
                                   ADD 1 TO WS-RECORD-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
               CLOSE FS-BYTE-OUT-FILE
           CLOSE FS-BYTE-IN-FILE
           IF WS-SEQ-FILL > 0
               MOVE WS-SEQ-FILL TO WS-SEQ-SHORT
               DISPLAY FUNCTION TRIM(WS-PLAIN-NAME)" - a short last reco
      -                "rd of "WS-SEQ-SHORT" bytes was left out"
           END-IF
           IF WS-SEQ-KIND = SPACE
               ADD 1 TO WS-FILE-TOTAL
               DISPLAY FUNCTION TRIM(WS-PLAIN-NAME)" - "
                 WS-RECORD-COUNT" bytes"
           ELSE
               PERFORM REPORT-FILE-PARA
           END-IF
           .

       WRITE-SEQ-RECORD-PARA.
           PERFORM VARYING WS-SEQ-POS FROM 1 BY 1
                   UNTIL WS-SEQ-POS > WS-SEQ-FILL
               MOVE WS-SEQ-RECORD(WS-SEQ-POS:1) TO FS-BYTE-OUT-CHAR
               WRITE FS-BYTE-OUT-CHAR
           END-PERFORM
           .

      * S the record leads with an SSN, U with a closed account's
      * user record, P a payee, A a direct deposit export line of
      * routing, account and amount
       MASK-SEQ-RECORD-PARA.
           EVALUATE WS-SEQ-KIND
               WHEN "S"
                   IF WS-SEQ-RECORD(1:9) IS NUMERIC
                       MOVE WS-SEQ-RECORD(1:9) TO WS-MAP-SSN
                       PERFORM MAP-SSN-PARA
                       MOVE WS-MAP-SSN TO WS-SEQ-RECORD(1:9)
                   END-IF
               WHEN "U"
                   MOVE WS-SEQ-RECORD(1:333) TO WS-USER-VIEW
                   PERFORM MASK-USER-PARA
                   MOVE WS-USER-VIEW TO WS-SEQ-RECORD(1:333)
               WHEN "P"
                   ADD 1 TO WS-PAYEE-SEQ
                   MOVE SPACES TO WS-SEQ-RECORD(1:20)
                   STRING "PAYEE "WS-PAYEE-SEQ
                     DELIMITED BY SIZE INTO WS-SEQ-RECORD(1:20)
               WHEN "A"
                   IF WS-SEQ-RECORD(1:9) IS NUMERIC AND
                      WS-SEQ-RECORD(10:1) = "," AND
                      WS-SEQ-RECORD(11:17) IS NUMERIC AND
                      WS-SEQ-RECORD(28:1) = ","
                       MOVE WS-SEQ-RECORD(1:9) TO WS-MAP-ROUTING
                       MOVE WS-SEQ-RECORD(11:17) TO WS-MAP-BANK-ACCT
                       PERFORM MAP-BANK-PARA
                       MOVE WS-MAP-ROUTING TO WS-SEQ-RECORD(1:9)
                       MOVE WS-MAP-BANK-ACCT TO WS-SEQ-RECORD(11:17)
                   END-IF
           END-EVALUATE
           .

      * zero means "none" in every SSN field and stays zero
       MAP-SSN-PARA.
           IF WS-MAP-SSN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MAP-FIND-KEY
           STRING "S"WS-MAP-SSN DELIMITED BY SIZE INTO WS-MAP-FIND-KEY
           PERFORM MAP-FIND-PARA
           MOVE WS-MAP-FIND-VALUE(1:9) TO WS-MAP-SSN
           .

       MAP-CARD-PARA.
           IF WS-MAP-CARD = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MAP-FIND-KEY
           STRING "C"WS-MAP-CARD DELIMITED BY SIZE INTO WS-MAP-FIND-KEY
           PERFORM MAP-FIND-PARA
           MOVE WS-MAP-FIND-VALUE(1:16) TO WS-MAP-CARD
           .

      * the account is keyed with its routing number, so the same
      * account number at two banks stays two accounts
       MAP-BANK-PARA.
           IF WS-MAP-ROUTING = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MAP-FIND-KEY
           STRING "B"WS-MAP-ROUTING WS-MAP-BANK-ACCT
             DELIMITED BY SIZE INTO WS-MAP-FIND-KEY
           PERFORM MAP-FIND-PARA
           MOVE WS-MAP-FIND-VALUE(1:17) TO WS-MAP-BANK-ACCT
           MOVE SPACES TO WS-MAP-FIND-KEY
           STRING "R"WS-MAP-ROUTING
             DELIMITED BY SIZE INTO WS-MAP-FIND-KEY
           PERFORM MAP-FIND-PARA
           MOVE WS-MAP-FIND-VALUE(1:9) TO WS-MAP-ROUTING
           .

      * binary search of the sorted table; a value not seen before is
      * given the next generated number of its kind and slotted in
      * where the search stopped
       MAP-FIND-PARA.
           MOVE "NO" TO WS-MAP-FOUND
           MOVE 1 TO WS-MAP-LOW
           MOVE WS-MAP-COUNT TO WS-MAP-HIGH
           PERFORM UNTIL WS-MAP-FOUND = "YES" OR
                         WS-MAP-LOW > WS-MAP-HIGH
               COMPUTE WS-MAP-MID = (WS-MAP-LOW + WS-MAP-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-MAP-KEY(WS-MAP-MID) = WS-MAP-FIND-KEY
                       MOVE "YES" TO WS-MAP-FOUND
                       MOVE WS-MAP-VALUE(WS-MAP-MID)
                         TO WS-MAP-FIND-VALUE
                   WHEN WS-MAP-KEY(WS-MAP-MID) < WS-MAP-FIND-KEY
                       COMPUTE WS-MAP-LOW = WS-MAP-MID + 1
                   WHEN OTHER
                       COMPUTE WS-MAP-HIGH = WS-MAP-MID - 1
               END-EVALUATE
           END-PERFORM
           IF WS-MAP-FOUND = "YES"
               EXIT PARAGRAPH
           END-IF

           IF WS-MAP-COUNT >= 10000
               MOVE "YES" TO WS-MAP-FULL
               MOVE ALL "9" TO WS-MAP-FIND-VALUE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MAP-FIND-VALUE
           EVALUATE WS-MAP-FIND-KEY(1:1)
               WHEN "S"
                   ADD 1 TO WS-NEXT-SSN
                   MOVE WS-NEXT-SSN TO WS-MAP-FIND-VALUE(1:9)
               WHEN "R"
                   ADD 1 TO WS-NEXT-ROUTING
                   MOVE WS-NEXT-ROUTING TO WS-MAP-FIND-VALUE(1:9)
               WHEN "B"
                   ADD 1 TO WS-NEXT-BANK-ACCT
                   MOVE WS-NEXT-BANK-ACCT TO WS-MAP-FIND-VALUE(1:17)
               WHEN OTHER
                   ADD 1 TO WS-NEXT-CARD
                   MOVE WS-NEXT-CARD TO WS-MAP-FIND-VALUE(1:16)
           END-EVALUATE

           PERFORM VARYING WS-MAP-SHIFT FROM WS-MAP-COUNT BY -1
                   UNTIL WS-MAP-SHIFT < WS-MAP-LOW
               MOVE WS-MAP-ENTRY(WS-MAP-SHIFT)
                 TO WS-MAP-ENTRY(WS-MAP-SHIFT + 1)
           END-PERFORM
           MOVE WS-MAP-FIND-KEY TO WS-MAP-KEY(WS-MAP-LOW)
           MOVE WS-MAP-FIND-VALUE TO WS-MAP-VALUE(WS-MAP-LOW)
           ADD 1 TO WS-MAP-COUNT
           .

      * a salted running hash of the text, ignoring case and spaces,
      * so "Pat Doe" and "PAT DOE" land on the same generated value
       HASH-TEXT-PARA.
           MOVE FUNCTION UPPER-CASE(WS-FAKE-IN) TO WS-HASH-TEXT
           MOVE WS-RUN-SALT TO WS-TEXT-HASH
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > 100
               IF WS-HASH-TEXT(WS-CHAR-POS:1) NOT = SPACE
                   COMPUTE WS-TEXT-HASH = FUNCTION MOD(
                       WS-TEXT-HASH * 31 +
                       FUNCTION ORD(WS-HASH-TEXT(WS-CHAR-POS:1)),
                       999999937)
               END-IF
           END-PERFORM
           .

      * blank stays blank - a missing joint owner must not gain one
       FAKE-NAME-PARA.
           MOVE SPACES TO WS-FAKE-OUT
           IF WS-FAKE-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM HASH-TEXT-PARA
           COMPUTE WS-PICK-1 = FUNCTION MOD(WS-TEXT-HASH, 20) + 1
           DIVIDE WS-TEXT-HASH BY 20 GIVING WS-HASH-PART
           COMPUTE WS-PICK-2 = FUNCTION MOD(WS-HASH-PART, 26) + 1
           DIVIDE WS-HASH-PART BY 26 GIVING WS-HASH-PART
           COMPUTE WS-PICK-3 = FUNCTION MOD(WS-HASH-PART, 20) + 1
           STRING FUNCTION TRIM(WS-FIRST-NAME(WS-PICK-1))" "
                  WS-LETTERS(WS-PICK-2:1)" "
                  FUNCTION TRIM(WS-LAST-NAME(WS-PICK-3))
             DELIMITED BY SIZE INTO WS-FAKE-OUT
           .

       FAKE-STREET-PARA.
           MOVE SPACES TO WS-FAKE-OUT
           IF WS-FAKE-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM HASH-TEXT-PARA
           COMPUTE WS-HOUSE-NUMBER =
               FUNCTION MOD(WS-TEXT-HASH, 9900) + 100
           DIVIDE WS-TEXT-HASH BY 9900 GIVING WS-HASH-PART
           COMPUTE WS-PICK-1 = FUNCTION MOD(WS-HASH-PART, 10) + 1
           STRING WS-HOUSE-NUMBER" "
                  FUNCTION TRIM(WS-STREET-NAME(WS-PICK-1))
             DELIMITED BY SIZE INTO WS-FAKE-OUT
           .

       FAKE-CITY-PARA.
           MOVE SPACES TO WS-FAKE-OUT
           IF WS-FAKE-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM HASH-TEXT-PARA
           COMPUTE WS-PICK-1 = FUNCTION MOD(WS-TEXT-HASH, 10) + 1
           MOVE WS-CITY-NAME(WS-PICK-1) TO WS-FAKE-OUT
           .

      * 555-0100 through 555-0199 are set aside for fiction
       FAKE-PHONE-PARA.
           MOVE SPACES TO WS-FAKE-OUT
           IF WS-FAKE-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM HASH-TEXT-PARA
           COMPUTE WS-PHONE-LINE = FUNCTION MOD(WS-TEXT-HASH, 100)
           STRING "555-01"WS-PHONE-LINE
             DELIMITED BY SIZE INTO WS-FAKE-OUT
           .

       END PROGRAM MASK-COPY.
