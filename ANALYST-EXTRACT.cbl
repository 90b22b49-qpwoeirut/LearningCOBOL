      ******************************************************************
      * Author: Stanley Zhong
      * Date: Updated 5/29/2020
      * Purpose: Nightly comma-delimited extracts for the finance and
      *          marketing analysts - accounts, customers, loans, CDs
      *          and the day's postings, one file each, every one
      *          with a header row and a trailer row carrying the row
      *          count and amount total. Money goes out with a
      *          decimal point, dates as YYYY-MM-DD, and tax IDs
      *          masked to their last four. Each master record is
      *          compared against the image kept from the previous
      *          extract, so a normal night sends only what is new or
      *          changed; month end (or a missing image file) sends
      *          everything and rebuilds the images. Every extract is
      *          a new generation of its file, OUTPUT-GEN keeping the
      *          last few, and is registered in the report catalog
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALYST-EXTRACT.
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
               SELECT FS-CUSTOMER-FILE ASSIGN TO "bank_customers.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-CUSTOMER-NUMBER
                   FILE STATUS  IS WS-CUSTOMER-FILE-STATUS.
               SELECT FS-LOAN-FILE ASSIGN TO "bank_loans.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-LOAN-ID
                   FILE STATUS  IS WS-LOAN-FILE-STATUS.
               SELECT FS-TERM-FILE ASSIGN TO "bank_term_deposits.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-TERM-ID
                   FILE STATUS  IS WS-TERM-FILE-STATUS.
               SELECT FS-DAY-JOURNAL-FILE
                   ASSIGN TO WS-DAY-JOURNAL-FILENAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-DAY-JOURNAL-FILE-STATUS.
      * one image per master record as it stood at the last extract
               SELECT FS-IMAGE-FILE ASSIGN TO "extract_images.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-IMG-KEY
                   FILE STATUS  IS WS-IMAGE-FILE-STATUS.
               SELECT FS-EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILENAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-EXTRACT-FILE-STATUS.
               SELECT FS-RCAT-FILE ASSIGN TO "report_catalog.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-RCAT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD FS-USERS-FILE.
           01 FS-USER.
               05 FS-USER-ID           PIC 9(16).
               05 FS-NAME              PIC X(100).
               05 FS-BALANCE           PIC S9(18)V99.
               05 FS-TRANSACTION-COUNT PIC 9(18).
               05 FS-MIN-BALANCE       PIC S9(18)V99.
               05 FS-PIN               PIC 9(04).
               05 FS-JOINT-OWNER-NAME  PIC X(100).
               05 FS-HAS-JOINT-OWNER   PIC X(03).
               05 FS-ACCOUNT-STATUS    PIC X(01).
               05 FS-ACCOUNT-TIER      PIC 9(01).
               05 FS-CURRENCY-CODE     PIC X(03).
               05 FS-LINKED-EMPLOYEE-SSN PIC 9(09).
               05 FS-DAILY-WITHDRAWAL-LIMIT PIC 9(18)V99.
               05 FS-ACCOUNT-CUSTOMER-NUMBER PIC 9(09).
               05 FS-ACCOUNT-BRANCH    PIC X(03).
               05 FS-STATEMENT-CYCLE-DAY PIC 9(02).
               05 FS-ACCOUNT-PRODUCT-CODE PIC X(04).
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
           FD FS-LOAN-FILE.
           01 FS-LOAN.
               05 FS-LOAN-ID              PIC 9(09).
               05 FS-LOAN-CUSTOMER-NUMBER PIC 9(09).
               05 FS-LOAN-ACCOUNT-ID      PIC 9(16).
               05 FS-LOAN-ORIG-PRINCIPAL  PIC S9(18)V99.
               05 FS-LOAN-BALANCE         PIC S9(18)V99.
               05 FS-LOAN-RATE            PIC 99V9(5).
               05 FS-LOAN-TERM-PAYMENTS   PIC 9(3).
               05 FS-LOAN-PAYMENT-AMOUNT  PIC S9(18)V99.
               05 FS-LOAN-NEXT-DUE        PIC 9(8).
               05 FS-LOAN-PERIODS-BILLED  PIC 9(3).
               05 FS-LOAN-PAYMENTS-MADE   PIC 9(3).
               05 FS-LOAN-STATUS          PIC X(1).
           FD FS-TERM-FILE.
           01 FS-TERM-DEPOSIT.
               05 FS-TERM-ID         PIC 9(09).
               05 FS-TERM-ACCOUNT-ID PIC 9(16).
               05 FS-TERM-PRINCIPAL  PIC S9(18)V99.
               05 FS-TERM-RATE       PIC 99V9(5).
               05 FS-TERM-DAYS       PIC 9(5).
               05 FS-TERM-OPEN-DATE  PIC 9(8).
               05 FS-TERM-MATURITY   PIC 9(8).
               05 FS-TERM-ROLLOVER   PIC X(1).
               05 FS-TERM-STATUS     PIC X(1).
           FD FS-DAY-JOURNAL-FILE.
           01 FS-DAY-JOURNAL-RECORD.
               05 FS-DJ-ACCOUNT-ID  PIC 9(16).
               05 FS-DJ-TYPE        PIC X(10).
               05 FS-DJ-AMOUNT      PIC S9(18)V99.
               05 FS-DJ-END-BALANCE PIC S9(18)V99.
               05 FS-DJ-TIMESTAMP.
                   10 FS-DJ-DATE    PIC 9(8).
                   10 FS-DJ-HOURS   PIC 9(2).
                   10 FS-DJ-MINUTE  PIC 9(2).
                   10 FS-DJ-SECOND  PIC 9(2).
                   10 FILLER        PIC 9(2).
           FD FS-IMAGE-FILE.
           01 FS-IMAGE-RECORD.
               05 FS-IMG-KEY.
                   10 FS-IMG-ENTITY PIC X(4).
                   10 FS-IMG-ID     PIC 9(16).
               05 FS-IMG-DATA       PIC X(400).
           FD FS-EXTRACT-FILE.
           01 FS-EXTRACT-LINE PIC X(800).
           FD FS-RCAT-FILE.
           01 FS-RCAT-RECORD.
               05 FS-RCAT-TYPE     PIC X(12).
               05 FS-RCAT-DATE     PIC 9(8).
               05 FS-RCAT-FILENAME PIC X(60).
               05 FS-RCAT-COUNT    PIC 9(9).
               05 FS-RCAT-RUNBY    PIC X(12).
       WORKING-STORAGE SECTION.
           01 WS-USERS-FILE-STATUS       PIC X(2).
           01 WS-CUSTOMER-FILE-STATUS    PIC X(2).
           01 WS-LOAN-FILE-STATUS        PIC X(2).
           01 WS-TERM-FILE-STATUS        PIC X(2).
           01 WS-DAY-JOURNAL-FILE-STATUS PIC X(2).
           01 WS-DAY-JOURNAL-FILENAME    PIC X(50).
           01 WS-IMAGE-FILE-STATUS       PIC X(2).
           01 WS-EXTRACT-FILE-STATUS     PIC X(2).
           01 WS-EXTRACT-FILENAME        PIC X(60).
           01 WS-RCAT-FILE-STATUS        PIC X(2).

           01 WS-EOF             PIC X(3).
      * FULL sends every record and rebuilds the images; DELTA sends
      * only what differs from its image
           01 WS-EXTRACT-MODE    PIC X(5).
           01 WS-FAIL-COUNT      PIC 9(2) VALUE 0.

           01 WS-TODAY-DATA.
               05 WS-TODAY-DATE.
                   10 WS-TODAY-YEAR  PIC 9(4).
                   10 WS-TODAY-MONTH PIC 9(2).
                   10 WS-TODAY-DAY   PIC 9(2).
               05 FILLER             PIC X(13).
           01 WS-TODAY-AS-DAYS   PIC 9(9).
           01 WS-TOMORROW-NUM    PIC 9(8).
           01 WS-TOMORROW-R REDEFINES WS-TOMORROW-NUM.
               05 WS-TOM-YEAR  PIC 9(4).
               05 WS-TOM-MONTH PIC 9(2).
               05 WS-TOM-DAY   PIC 9(2).

      * the extract now being written: its file-name stem, catalog
      * type, and running row count and amount total
           01 WS-EXTRACT-STEM    PIC X(20).
           01 WS-EXTRACT-TYPE    PIC X(12).
           01 WS-ROW-COUNT       PIC 9(9).
           01 WS-AMOUNT-TOTAL    PIC S9(18)V99.
           01 WS-READ-COUNT      PIC 9(9).

      * OUTPUT-GEN hands each extract its next generation name
           01 WS-GEN-ACTION      PIC X(8).
           01 WS-GEN-BASE        PIC X(30).
           01 WS-GEN-NUMBER      PIC S9(3).
           01 WS-GEN-RESULT      PIC X(4).

           01 WS-IMG-NEW         PIC X(400).
           01 WS-IMG-HOLD-KEY    PIC X(20).
           01 WS-IMG-STATE       PIC X(7).
           01 WS-ROW-DUE         PIC X(3).

      * one delimited line is built field by field; text fields are
      * quoted with any embedded double quote turned to a single one
           01 WS-CSV-LINE        PIC X(800).
           01 WS-CSV-POINTER     PIC 9(4).
           01 WS-CSV-FIELD       PIC X(100).
           01 WS-CSV-MONEY       PIC -(18)9.99.
           01 WS-CSV-RATE        PIC Z9.99999.
           01 WS-CSV-COUNT       PIC Z(17)9.
           01 WS-CSV-DATE        PIC 9(8).
           01 WS-CSV-DATE-R REDEFINES WS-CSV-DATE.
               05 WS-CSV-DATE-YEAR  PIC 9(4).
               05 WS-CSV-DATE-MONTH PIC 9(2).
               05 WS-CSV-DATE-DAY   PIC 9(2).
           01 WS-CSV-TAX-ID      PIC 9(9).

           01 WS-OPS-SEVERITY    PIC X(1).
           01 WS-OPS-PROGRAM     PIC X(12) VALUE "EXTRACT".
           01 WS-OPS-MESSAGE     PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-CALENDAR-PARA
           PERFORM OPEN-IMAGES-PARA
           IF WS-IMAGE-FILE-STATUS NOT = "00"
               DISPLAY "extract_images.txt could not be opened - stat
      -                "us "WS-IMAGE-FILE-STATUS
               MOVE "E" TO WS-OPS-SEVERITY
               MOVE "analyst extract stopped - image file unavailable"
                 TO WS-OPS-MESSAGE
               CALL "OPS-LOG" USING WS-OPS-SEVERITY WS-OPS-PROGRAM
                   WS-OPS-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Analyst extract "WS-TODAY-DATE" - "WS-EXTRACT-MODE

           PERFORM EXTRACT-ACCOUNTS-PARA
           PERFORM EXTRACT-CUSTOMERS-PARA
           PERFORM EXTRACT-LOANS-PARA
           PERFORM EXTRACT-CDS-PARA
           PERFORM EXTRACT-POSTINGS-PARA
           CLOSE FS-IMAGE-FILE

           IF WS-FAIL-COUNT > 0
               MOVE "E" TO WS-OPS-SEVERITY
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING "analyst extract: "WS-FAIL-COUNT
                      " master file(s) could not be read"
                 DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               CALL "OPS-LOG" USING WS-OPS-SEVERITY WS-OPS-PROGRAM
                   WS-OPS-MESSAGE
      * a nonzero return code halts this branch of the night chain
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "I" TO WS-OPS-SEVERITY
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING "analyst extract complete ("
                      FUNCTION TRIM(WS-EXTRACT-MODE)")"
                 DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               CALL "OPS-LOG" USING WS-OPS-SEVERITY WS-OPS-PROGRAM
                   WS-OPS-MESSAGE
           END-IF

           STOP RUN.

      * the last calendar day of the month gets the full refresh -
      * the same month-end test the night chain makes
       CHECK-CALENDAR-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATA
           CALL "DATE-TO-DAYS" USING WS-TODAY-YEAR WS-TODAY-MONTH
                                     WS-TODAY-DAY WS-TODAY-AS-DAYS
           COMPUTE WS-TOMORROW-NUM =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-AS-DAYS + 1)
           IF WS-TOM-MONTH NOT = WS-TODAY-MONTH
               MOVE "FULL" TO WS-EXTRACT-MODE
           ELSE
               MOVE "DELTA" TO WS-EXTRACT-MODE
           END-IF
           .

      * a full refresh starts the images over, so records deleted
      * from a master since last month drop out of them as well; a
      * night with no images yet has nothing to compare to and goes
      * out full too
       OPEN-IMAGES-PARA.
           IF WS-EXTRACT-MODE = "DELTA"
               OPEN I-O FS-IMAGE-FILE
               IF WS-IMAGE-FILE-STATUS = "35"
                   DISPLAY "No extract images on file - sending a full
      -                    " refresh"
                   MOVE "FULL" TO WS-EXTRACT-MODE
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN OUTPUT FS-IMAGE-FILE
           CLOSE FS-IMAGE-FILE
           OPEN I-O FS-IMAGE-FILE
           .

       EXTRACT-ACCOUNTS-PARA.
           MOVE "extract_accounts" TO WS-EXTRACT-STEM
           MOVE "EXT-ACCOUNTS" TO WS-EXTRACT-TYPE
           MOVE SPACES TO WS-CSV-LINE
           STRING "account_id,name,customer_number,branch,product,sta"
                  "tus,tier,currency,balance,minimum_balance,daily_wi"
                  "thdrawal_limit,transaction_count,joint_owner,state"
                  "ment_cycle_day"
             DELIMITED BY SIZE INTO WS-CSV-LINE
           PERFORM OPEN-EXTRACT-PARA

           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-USERS-FILE
               IF WS-USERS-FILE-STATUS NOT = "00"
                   DISPLAY "bank_users.txt could not be opened - stat
      -                    "us "WS-USERS-FILE-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-USERS-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           PERFORM EXTRACT-ONE-ACCOUNT-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE

           PERFORM CLOSE-EXTRACT-PARA
           .

       EXTRACT-ONE-ACCOUNT-PARA.
           ADD 1 TO WS-READ-COUNT
           MOVE "ACCT" TO FS-IMG-ENTITY
           MOVE FS-USER-ID TO FS-IMG-ID
           MOVE FS-USER TO WS-IMG-NEW
           PERFORM CHECK-IMAGE-PARA
           IF WS-ROW-DUE = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-POINTER
           MOVE FS-USER-ID TO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA
           MOVE FS-NAME TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-ACCOUNT-CUSTOMER-NUMBER TO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA
           MOVE FS-ACCOUNT-BRANCH TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-ACCOUNT-PRODUCT-CODE TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-ACCOUNT-STATUS TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-ACCOUNT-TIER TO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA
           MOVE FS-CURRENCY-CODE TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-BALANCE TO WS-CSV-MONEY
           PERFORM ADD-MONEY-FIELD-PARA
           MOVE FS-MIN-BALANCE TO WS-CSV-MONEY
           PERFORM ADD-MONEY-FIELD-PARA
           MOVE FS-DAILY-WITHDRAWAL-LIMIT TO WS-CSV-MONEY
           PERFORM ADD-MONEY-FIELD-PARA
           MOVE FS-TRANSACTION-COUNT TO WS-CSV-COUNT
           PERFORM ADD-COUNT-FIELD-PARA
           IF FS-HAS-JOINT-OWNER = "YES"
               MOVE FS-JOINT-OWNER-NAME TO WS-CSV-FIELD
           ELSE
               MOVE SPACES TO WS-CSV-FIELD
           END-IF
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-STATEMENT-CYCLE-DAY TO WS-CSV-COUNT
           PERFORM ADD-COUNT-FIELD-PARA

           ADD FS-BALANCE TO WS-AMOUNT-TOTAL
           PERFORM WRITE-ROW-PARA
           .

      * the tax ID never leaves in full - analysts get the last four
       EXTRACT-CUSTOMERS-PARA.
           MOVE "extract_customers" TO WS-EXTRACT-STEM
           MOVE "EXT-CUSTOMER" TO WS-EXTRACT-TYPE
           MOVE SPACES TO WS-CSV-LINE
           STRING "customer_number,name,street,city,region,zip,phone,"
                  "tax_id,risk_rating,last_review,next_review,decease"
                  "d,death_date,merged_into,insider"
             DELIMITED BY SIZE INTO WS-CSV-LINE
           PERFORM OPEN-EXTRACT-PARA

           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                   DISPLAY "bank_customers.txt could not be opened -
      -                    "status "WS-CUSTOMER-FILE-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           PERFORM EXTRACT-ONE-CUSTOMER-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-CUSTOMER-FILE

           PERFORM CLOSE-EXTRACT-PARA
           .

       EXTRACT-ONE-CUSTOMER-PARA.
           ADD 1 TO WS-READ-COUNT
           MOVE "CUST" TO FS-IMG-ENTITY
           MOVE FS-CUSTOMER-NUMBER TO FS-IMG-ID
           MOVE FS-CUSTOMER TO WS-IMG-NEW
           PERFORM CHECK-IMAGE-PARA
           IF WS-ROW-DUE = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-POINTER
           MOVE FS-CUSTOMER-NUMBER TO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA
           MOVE FS-CUSTOMER-NAME TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-CUSTOMER-STREET TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-CUSTOMER-CITY TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-CUSTOMER-REGION TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-CUSTOMER-ZIP TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-CUSTOMER-PHONE TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE SPACES TO WS-CSV-FIELD
           IF FS-CUSTOMER-TAX-ID IS NUMERIC AND
              FS-CUSTOMER-TAX-ID NOT = 0
               MOVE FS-CUSTOMER-TAX-ID TO WS-CSV-TAX-ID
               STRING "*****"WS-CSV-TAX-ID(6:4)
                 DELIMITED BY SIZE INTO WS-CSV-FIELD
           END-IF
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-CUSTOMER-RISK-RATING TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-CUSTOMER-LAST-REVIEW TO WS-CSV-DATE
           PERFORM ADD-DATE-FIELD-PARA
           MOVE FS-CUSTOMER-NEXT-REVIEW TO WS-CSV-DATE
           PERFORM ADD-DATE-FIELD-PARA
           MOVE FS-CUSTOMER-DECEASED TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-CUSTOMER-DEATH-DATE TO WS-CSV-DATE
           PERFORM ADD-DATE-FIELD-PARA
           MOVE SPACES TO WS-CSV-FIELD
           IF FS-CUSTOMER-MERGED-INTO NOT = 0
               MOVE FS-CUSTOMER-MERGED-INTO TO WS-CSV-FIELD
           END-IF
           PERFORM ADD-VALUE-FIELD-PARA
           MOVE FS-CUSTOMER-INSIDER TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA

           PERFORM WRITE-ROW-PARA
           .

       EXTRACT-LOANS-PARA.
           MOVE "extract_loans" TO WS-EXTRACT-STEM
           MOVE "EXT-LOANS" TO WS-EXTRACT-TYPE
           MOVE SPACES TO WS-CSV-LINE
           STRING "loan_id,customer_number,account_id,original_princi"
                  "pal,balance,rate,term_payments,payment_amount,next"
                  "_due,periods_billed,payments_made,status"
             DELIMITED BY SIZE INTO WS-CSV-LINE
           PERFORM OPEN-EXTRACT-PARA

           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-LOAN-FILE
               IF WS-LOAN-FILE-STATUS NOT = "00"
                   DISPLAY "bank_loans.txt could not be opened - stat
      -                    "us "WS-LOAN-FILE-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           PERFORM EXTRACT-ONE-LOAN-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-LOAN-FILE

           PERFORM CLOSE-EXTRACT-PARA
           .

       EXTRACT-ONE-LOAN-PARA.
           ADD 1 TO WS-READ-COUNT
           MOVE "LOAN" TO FS-IMG-ENTITY
           MOVE FS-LOAN-ID TO FS-IMG-ID
           MOVE FS-LOAN TO WS-IMG-NEW
           PERFORM CHECK-IMAGE-PARA
           IF WS-ROW-DUE = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-POINTER
           MOVE FS-LOAN-ID TO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA
           MOVE FS-LOAN-CUSTOMER-NUMBER TO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA
           MOVE FS-LOAN-ACCOUNT-ID TO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA
           MOVE FS-LOAN-ORIG-PRINCIPAL TO WS-CSV-MONEY
           PERFORM ADD-MONEY-FIELD-PARA
           MOVE FS-LOAN-BALANCE TO WS-CSV-MONEY
           PERFORM ADD-MONEY-FIELD-PARA
           MOVE FS-LOAN-RATE TO WS-CSV-RATE
           PERFORM ADD-RATE-FIELD-PARA
           MOVE FS-LOAN-TERM-PAYMENTS TO WS-CSV-COUNT
           PERFORM ADD-COUNT-FIELD-PARA
           MOVE FS-LOAN-PAYMENT-AMOUNT TO WS-CSV-MONEY
           PERFORM ADD-MONEY-FIELD-PARA
           MOVE FS-LOAN-NEXT-DUE TO WS-CSV-DATE
           PERFORM ADD-DATE-FIELD-PARA
           MOVE FS-LOAN-PERIODS-BILLED TO WS-CSV-COUNT
           PERFORM ADD-COUNT-FIELD-PARA
           MOVE FS-LOAN-PAYMENTS-MADE TO WS-CSV-COUNT
           PERFORM ADD-COUNT-FIELD-PARA
           MOVE FS-LOAN-STATUS TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA

           ADD FS-LOAN-BALANCE TO WS-AMOUNT-TOTAL
           PERFORM WRITE-ROW-PARA
           .

       EXTRACT-CDS-PARA.
           MOVE "extract_cds" TO WS-EXTRACT-STEM
           MOVE "EXT-CDS" TO WS-EXTRACT-TYPE
           MOVE SPACES TO WS-CSV-LINE
           STRING "cd_id,account_id,principal,rate,term_days,open_dat"
                  "e,maturity_date,rollover,status"
             DELIMITED BY SIZE INTO WS-CSV-LINE
           PERFORM OPEN-EXTRACT-PARA

           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-TERM-FILE
               IF WS-TERM-FILE-STATUS NOT = "00"
                   DISPLAY "bank_term_deposits.txt could not be opened
      -                    " - status "WS-TERM-FILE-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-TERM-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           PERFORM EXTRACT-ONE-CD-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-TERM-FILE

           PERFORM CLOSE-EXTRACT-PARA
           .

       EXTRACT-ONE-CD-PARA.
           ADD 1 TO WS-READ-COUNT
           MOVE "CD" TO FS-IMG-ENTITY
           MOVE FS-TERM-ID TO FS-IMG-ID
           MOVE FS-TERM-DEPOSIT TO WS-IMG-NEW
           PERFORM CHECK-IMAGE-PARA
           IF WS-ROW-DUE = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-POINTER
           MOVE FS-TERM-ID TO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA
           MOVE FS-TERM-ACCOUNT-ID TO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA
           MOVE FS-TERM-PRINCIPAL TO WS-CSV-MONEY
           PERFORM ADD-MONEY-FIELD-PARA
           MOVE FS-TERM-RATE TO WS-CSV-RATE
           PERFORM ADD-RATE-FIELD-PARA
           MOVE FS-TERM-DAYS TO WS-CSV-COUNT
           PERFORM ADD-COUNT-FIELD-PARA
           MOVE FS-TERM-OPEN-DATE TO WS-CSV-DATE
           PERFORM ADD-DATE-FIELD-PARA
           MOVE FS-TERM-MATURITY TO WS-CSV-DATE
           PERFORM ADD-DATE-FIELD-PARA
           MOVE FS-TERM-ROLLOVER TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-TERM-STATUS TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA

           ADD FS-TERM-PRINCIPAL TO WS-AMOUNT-TOTAL
           PERFORM WRITE-ROW-PARA
           .

      * the day journal is already one day's worth, so it goes out
      * whole every night with no image to compare against; no
      * journal means nothing posted today and the extract is empty
       EXTRACT-POSTINGS-PARA.
           MOVE "extract_postings" TO WS-EXTRACT-STEM
           MOVE "EXT-POSTINGS" TO WS-EXTRACT-TYPE
           MOVE SPACES TO WS-CSV-LINE
           STRING "account_id,type,amount,end_balance,posted_date,pos"
                  "ted_time"
             DELIMITED BY SIZE INTO WS-CSV-LINE
           PERFORM OPEN-EXTRACT-PARA

           MOVE SPACES TO WS-DAY-JOURNAL-FILENAME
           STRING "bank_journal_"WS-TODAY-DATE".txt"
             DELIMITED BY SIZE INTO WS-DAY-JOURNAL-FILENAME
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-DAY-JOURNAL-FILE
               IF WS-DAY-JOURNAL-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-DAY-JOURNAL-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           PERFORM EXTRACT-ONE-POSTING-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-DAY-JOURNAL-FILE

           PERFORM CLOSE-EXTRACT-PARA
           .

       EXTRACT-ONE-POSTING-PARA.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-POINTER
           MOVE FS-DJ-ACCOUNT-ID TO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA
           MOVE FS-DJ-TYPE TO WS-CSV-FIELD
           PERFORM ADD-TEXT-FIELD-PARA
           MOVE FS-DJ-AMOUNT TO WS-CSV-MONEY
           PERFORM ADD-MONEY-FIELD-PARA
           MOVE FS-DJ-END-BALANCE TO WS-CSV-MONEY
           PERFORM ADD-MONEY-FIELD-PARA
           MOVE FS-DJ-DATE TO WS-CSV-DATE
           PERFORM ADD-DATE-FIELD-PARA
           MOVE SPACES TO WS-CSV-FIELD
           STRING FS-DJ-HOURS":"FS-DJ-MINUTE":"FS-DJ-SECOND
             DELIMITED BY SIZE INTO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA

           ADD FS-DJ-AMOUNT TO WS-AMOUNT-TOTAL
           PERFORM WRITE-ROW-PARA
           .

      * a record goes out when it is new, when it differs from its
      * image, or on a full refresh; the image is brought up to date
      * either way so tomorrow compares against what went out today
       CHECK-IMAGE-PARA.
           MOVE FS-IMG-KEY TO WS-IMG-HOLD-KEY
           READ FS-IMAGE-FILE
               INVALID KEY
                   MOVE "NEW" TO WS-IMG-STATE
               NOT INVALID KEY
                   IF FS-IMG-DATA = WS-IMG-NEW
                       MOVE "SAME" TO WS-IMG-STATE
                   ELSE
                       MOVE "CHANGED" TO WS-IMG-STATE
                   END-IF
           END-READ

           MOVE WS-IMG-HOLD-KEY TO FS-IMG-KEY
           MOVE WS-IMG-NEW TO FS-IMG-DATA
           EVALUATE WS-IMG-STATE
               WHEN "NEW"
                   WRITE FS-IMAGE-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY - "FS-IMG-KEY
                   END-WRITE
               WHEN "CHANGED"
                   REWRITE FS-IMAGE-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY - "FS-IMG-KEY
                   END-REWRITE
           END-EVALUATE

           IF WS-IMG-STATE = "SAME" AND WS-EXTRACT-MODE = "DELTA"
               MOVE "NO" TO WS-ROW-DUE
           ELSE
               MOVE "YES" TO WS-ROW-DUE
           END-IF
           .

      * the header row is waiting in WS-CSV-LINE
       OPEN-EXTRACT-PARA.
           MOVE SPACES TO WS-GEN-BASE
           STRING FUNCTION TRIM(WS-EXTRACT-STEM)".csv"
             DELIMITED BY SIZE INTO WS-GEN-BASE
           MOVE "NEXT" TO WS-GEN-ACTION
           MOVE 0 TO WS-GEN-NUMBER
           CALL "OUTPUT-GEN" USING WS-GEN-ACTION WS-GEN-BASE
               WS-GEN-NUMBER WS-EXTRACT-FILENAME WS-GEN-RESULT
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-AMOUNT-TOTAL
           OPEN OUTPUT FS-EXTRACT-FILE
           MOVE WS-CSV-LINE TO FS-EXTRACT-LINE
           WRITE FS-EXTRACT-LINE
           .

       WRITE-ROW-PARA.
           MOVE WS-CSV-LINE TO FS-EXTRACT-LINE
           WRITE FS-EXTRACT-LINE
           ADD 1 TO WS-ROW-COUNT
           .

      * trailer: TRAILER, FULL or DELTA, the row count, and the total
      * of the extract's amount column (zero where it has none)
       CLOSE-EXTRACT-PARA.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-POINTER
           MOVE "TRAILER" TO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA
           MOVE WS-EXTRACT-MODE TO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA
           MOVE WS-ROW-COUNT TO WS-CSV-COUNT
           PERFORM ADD-COUNT-FIELD-PARA
           MOVE WS-AMOUNT-TOTAL TO WS-CSV-MONEY
           PERFORM ADD-MONEY-FIELD-PARA
           MOVE WS-CSV-LINE TO FS-EXTRACT-LINE
           WRITE FS-EXTRACT-LINE
           CLOSE FS-EXTRACT-FILE

           PERFORM REGISTER-REPORT-PARA
           DISPLAY FUNCTION TRIM(WS-EXTRACT-FILENAME)": "
             WS-ROW-COUNT" rows of "WS-READ-COUNT" read"
           .

       REGISTER-REPORT-PARA.
           MOVE WS-EXTRACT-TYPE     TO FS-RCAT-TYPE
           MOVE WS-EXTRACT-FILENAME TO FS-RCAT-FILENAME
           MOVE WS-ROW-COUNT        TO FS-RCAT-COUNT
           MOVE WS-TODAY-DATE       TO FS-RCAT-DATE
           MOVE "EXTRACT"           TO FS-RCAT-RUNBY

           OPEN EXTEND FS-RCAT-FILE
               IF WS-RCAT-FILE-STATUS = '35'
                   OPEN OUTPUT FS-RCAT-FILE
               END-IF
               WRITE FS-RCAT-RECORD
           CLOSE FS-RCAT-FILE
           .

       ADD-SEPARATOR-PARA.
           IF WS-CSV-POINTER > 1
               STRING "," DELIMITED BY SIZE
                 INTO WS-CSV-LINE WITH POINTER WS-CSV-POINTER
           END-IF
           .

       ADD-TEXT-FIELD-PARA.
           PERFORM ADD-SEPARATOR-PARA
           INSPECT WS-CSV-FIELD REPLACING ALL '"' BY "'"
           IF WS-CSV-FIELD = SPACES
               STRING '""' DELIMITED BY SIZE
                 INTO WS-CSV-LINE WITH POINTER WS-CSV-POINTER
           ELSE
               STRING '"' FUNCTION TRIM(WS-CSV-FIELD) '"'
                 DELIMITED BY SIZE
                 INTO WS-CSV-LINE WITH POINTER WS-CSV-POINTER
           END-IF
           .

      * numbers, codes and edited amounts go out bare; an empty value
      * leaves an empty column
       ADD-VALUE-FIELD-PARA.
           PERFORM ADD-SEPARATOR-PARA
           IF WS-CSV-FIELD NOT = SPACES
               STRING FUNCTION TRIM(WS-CSV-FIELD) DELIMITED BY SIZE
                 INTO WS-CSV-LINE WITH POINTER WS-CSV-POINTER
           END-IF
           .

       ADD-MONEY-FIELD-PARA.
           MOVE WS-CSV-MONEY TO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA
           .

       ADD-RATE-FIELD-PARA.
           MOVE WS-CSV-RATE TO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA
           .

       ADD-COUNT-FIELD-PARA.
           MOVE WS-CSV-COUNT TO WS-CSV-FIELD
           PERFORM ADD-VALUE-FIELD-PARA
           .

      * a zero date is left empty rather than sent as 0000-00-00
       ADD-DATE-FIELD-PARA.
           MOVE SPACES TO WS-CSV-FIELD
           IF WS-CSV-DATE IS NUMERIC AND WS-CSV-DATE NOT = 0
               STRING WS-CSV-DATE-YEAR"-"WS-CSV-DATE-MONTH"-"
                      WS-CSV-DATE-DAY
                 DELIMITED BY SIZE INTO WS-CSV-FIELD
           END-IF
           PERFORM ADD-VALUE-FIELD-PARA
           .

       END PROGRAM ANALYST-EXTRACT.
