      *     answers come from a command script on standard input,
      *     retry prompts give up instead of hanging, and failures
      *     abort with a nonzero return code for the night chain
      *   - overdraft protection: an account can name a backup
      *     account that covers a debit's shortfall through the
      *     two-phase transfer journal for the control-file
      *     protection fee, on teller, card, inclearing, standing-
      *     order, and future-dated postings; the close lists the
      *     day's protection transfers
      *   - loan payoff: a dated payoff letter good through a chosen
      *     date (balance plus per-diem interest from the last billed
      *     cycle), and an early payoff from the linked account or a
      *     check that closes the loan, books the interest and
      *     principal legs to the GL, and queues a paid-in-full
      *     notice
      *   - loan charge-off: a supervisor batch writes loans past the
      *     control-file days-past-due threshold off to loan loss in
      *     the GL with a register for the board; charged-off loans
      *     stop billing, and later payments post as recoveries to
      *     their own income account with a monthly report
      *   - customers can opt into one relationship statement: on the
      *     cycle day it replaces the per-account statements with
      *     every deposit account's activity, each CD and loan, and
      *     a relationship total, addressed from the customer master
      *   - suspicious-activity monitor: a rolling window of day
      *     journals is scanned per customer for deposits or
      *     withdrawals clustered just under the compliance threshold,
      *     money passing straight through, and dormant accounts
      *     waking up; each alert opens a case worked by a supervisor
      *     with a narrative and decision date, plus an aging report
      *   - KYC risk rating (low/medium/high) on the customer master,
      *     derived at add time from watch-list hits, product risk,
      *     and wire and ACH origination, overridable by a
      *     supervisor; the rating schedules the next review, a
      *     review-due report lists lapsed customers, and new
      *     products are refused once a review is 90 days overdue
      *   - Deceased-customer desk: payable-on-death beneficiaries per
      *     account, recording a death (freezes every owned account
      *     and cancels standing orders, future-dated items, and
      *     pending ACH origination), and estate settlement by
      *     official check per beneficiary through account closure;
      *     payroll deposits after the date of death are returned
      *   - Incoming ACH debit posting on the ACH desk: posts the
      *     network's debit file against available balance, returns
      *     NSF, closed, frozen, and unknown-account items with their
      *     reason codes on an outbound returns file, and honors the
      *     customer's stop-payments and ACH debit block with its
      *     allowed-originator list
      *   - Monthly account analysis for commercial products: prices
      *     each service's volume from the analysis rate table, offsets
      *     it with an earnings credit on the month's average daily
      *     balance, posts only the net charge, and prints an analysis
      *     statement per account; analyzed accounts leave the fee sweep
      *   - Safe deposit box register by branch and box number: rent,
      *     surrender, drill/seal status, an annual rent draft in the
      *     end-of-day close with a past-due notice when it fails, and
      *     a branch inventory of available boxes and drill candidates
      *   - Automatic deposit availability holds: a policy table by
      *     deposit type, amount band, and new-account window places
      *     a business-day hold on deposits posted through 510 and
      *     queues the hold notice; payroll and the bank's own credits
      *     are exempt, and a supervisor can shorten a policy hold
      *   - Returned deposited items from the clearinghouse: the item
      *     and a returned-item fee are charged back whatever the
      *     balance, the policy hold it raised comes off, the customer
      *     gets a letter, and three returns in 90 days open an
      *     exception for supervisor review or a freeze
      *   - Branch vault cash: a vault per branch with buys and
      *     sells against teller drawers under a second teller's
      *     signature, cash vendor shipments, a supervisor's daily
      *     vault count, and a cash position report of vault plus open
      *     drawers against the branch insurance limit; drawers draw
      *     their float from the vault and return their count to it
      *   - Monthly financial statements off the general ledger:
      *     balance sheet and income statement by chart type with
      *     month, prior month, same month last year, and year-to-date
      *     columns, and a year-end close of income and expense to
      *     retained earnings (3010, type Q equity)
      *   - Catch-up close: runs the close for each missed business
      *     date through a target date with its own EOD report and
      *     control totals, accrues weekend and holiday dates, and
      *     stops on the first date that does not reconcile
      *   - End-of-day close records each finished step for the
      *     business date in bank_eod_checkpoint.txt; a rerun skips
      *     those steps and resumes, noting the restart in the EOD
      *     report and the ops log.
      *   - PINs are kept only as salted one-way hashes in
      *     bank_pin_hash.txt and teller passwords are hashed in
      *     place (HASH-SECRET); account numbers and SSNs on reports,
      *     notices, and screens show only their last four digits.
      *   - Teller records carry a password-set date, a miss count,
      *     a locked flag and the last sign-on date. Passwords expire
      *     after the days in bank_security.ctl (default 90) and are
      *     changed at sign-on; five misses lock the ID and 90 idle
      *     days disable it until a supervisor resets it (command 22,
      *     now a sub-menu). Every attempt goes to
      *     bank_signon_history.txt, with a report by teller and date.
      *   - Account numbers are issued with a mod-10 check digit
      *     (CHECK-DIGIT) and every keyed account number is proved by
      *     it before any lookup; accounts opened before check digits
      *     pass only while listed in bank_acct_xref.txt.
      *   - Loan payments, loan late fees and term deposit interest
      *     now reach the general ledger. A monthly profitability run
      *     (command 73) nets fee, interest and cost-of-funds figures
      *     per customer, ranks them, subtotals by branch and product,
      *     and flags three negative months running.
      *   - Debit cards get a card master of their own (command 74):
      *     issue, hot-card, close, limits, and the monthly reissue
      *     run for the card vendor; settlement authorizes by card
      *   - Repricing and maturity gap report for the asset/
      *     liability committee (command 75), run by the night chain
      *     at month end
      *   - GL to subledger reconciliation (command 76): deposits,
      *     term deposits, loans, accrued interest, official checks
      *     and pending wires proved against their control accounts;
      *     any break fails the run. CD, loan origination, accrual,
      *     official check and pending wire movements now post to
      *     the control accounts
      *   - duplicate customer scan (tax ID, or normalized name
      *     plus ZIP, with a match score) and a supervisor merge that
      *     moves accounts, loans and safe deposit boxes to the
      *     surviving customer and retires the other with a pointer
      *   - insider flag and category on the customer master, set
      *     from the payroll match on tax ID or by a supervisor for
      *     directors and officers; staff-pricing products open for
      *     insiders only; a monthly insider review (command 77) of
      *     insider loans, overrides on a teller's own or household
      *     accounts, and teller postings to their own accounts
      *   - one indexed transaction master for every account, keyed
      *     by account and transaction number with a posting-date
      *     alternate key, in place of a file per account; the close
      *     and the all-accounts passes hold it open for one pass
      *   - payroll tax deposits queued in the ACH origination file
      *     (status T) are debited from the company's operating
      *     account when the settlement date's batch is built; a
      *     debit the account turns away leaves the item queued
      *   - payroll deposit posting (command 35) refuses to run until
      *     PAYROLL's last batch run is approved in
      *     payroll_run_status.txt by a second supervisor
      *   - the audit trail and the PIN event log are hash-chained
      *     through LOG-CHAIN as each record is appended, and the
      *     start-of-day check (startup and command 60) walks the
      *     chains through LOG-VERIFY - a break admits supervisors
      *     only, the same as a control-total mismatch
      *   - the end-of-day summary is generation-numbered through
      *     OUTPUT-GEN, and payroll deposit posting reads the current
      *     generation of PAYROLL's direct deposit export
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.
               ALTERNATE RECORD KEY IS FS-LINKED-EMPLOYEE-SSN
                   WITH DUPLICATES
               FILE STATUS  IS WS-USERS-FILE-STATUS.
           SELECT FS-TRANSACTION-FILE ASSIGN TO "bank_transactions.txt"
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS FS-TRANSACTION-KEY
               ALTERNATE RECORD KEY IS FS-START-DATE WITH DUPLICATES
               FILE STATUS  IS WS-TRANSACTION-FILE-STATUS.
           SELECT FS-INTEREST-CONTROL-FILE
               ASSIGN TO "bank_interest.ctl"
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-EOD-REPORT-FILE-STATUS.
           SELECT FS-EODCK-FILE ASSIGN TO "bank_eod_checkpoint.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-EODCK-FILE-STATUS.
           SELECT FS-DAY-JOURNAL-FILE
               ASSIGN TO WS-DAY-JOURNAL-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS DYNAMIC
               RECORD KEY   IS FS-TELLER-ID
               FILE STATUS  IS WS-TELLER-FILE-STATUS.
      * accounts numbered before check digits, each with the number
      * it is to be renumbered to - written by CONVERT-LAYOUTS
           SELECT FS-ACCTXREF-FILE ASSIGN TO "bank_acct_xref.txt"
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS FS-AX-OLD-ID
               ALTERNATE RECORD KEY IS FS-AX-NEW-ID
               FILE STATUS  IS WS-ACCTXREF-FILE-STATUS.
           SELECT FS-SECCTL-FILE ASSIGN TO "bank_security.ctl"
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-SECCTL-FILE-STATUS.
           SELECT FS-SIGNON-FILE ASSIGN TO "bank_signon_history.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-SIGNON-FILE-STATUS.
           SELECT FS-AUDIT-FILE ASSIGN TO "bank_audit_log.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-CLOSED-FILE-STATUS.
           SELECT FS-ACH-FILE ASSIGN TO WS-ACH-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-ACH-FILE-STATUS.
           SELECT FS-PAYRUN-FILE ASSIGN TO "payroll_run_status.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-PAYRUN-FILE-STATUS.
           SELECT FS-TERM-FILE ASSIGN TO "bank_term_deposits.txt"
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               ACCESS       IS DYNAMIC
               RECORD KEY   IS FS-PS-ACCOUNT-ID
               FILE STATUS  IS WS-PINSTAT-FILE-STATUS.
      * PINs are kept here as salted one-way hashes, one record per
      * account - bank_users.txt carries no PIN at all
           SELECT FS-PINHASH-FILE ASSIGN TO "bank_pin_hash.txt"
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS FS-PH-ACCOUNT-ID
               FILE STATUS  IS WS-PINHASH-FILE-STATUS.
           SELECT FS-PINEVT-FILE ASSIGN TO "bank_pin_events.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-RCAT-FILE-STATUS.
           SELECT FS-ODLINK-FILE ASSIGN TO "bank_od_links.txt"
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS FS-ODL-ACCOUNT-ID
               FILE STATUS  IS WS-ODLINK-FILE-STATUS.
           SELECT FS-ODXFER-FILE ASSIGN TO "bank_od_transfers.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-ODXFER-FILE-STATUS.
           SELECT FS-LREC-FILE ASSIGN TO "bank_loan_recoveries.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-LREC-FILE-STATUS.
           SELECT FS-SAR-FILE ASSIGN TO "bank_sar_cases.txt"
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS FS-SAR-CASE-ID
               FILE STATUS  IS WS-SAR-FILE-STATUS.
           SELECT FS-POD-FILE ASSIGN TO "bank_pod_beneficiaries.txt"
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS FS-POD-KEY
               FILE STATUS  IS WS-POD-FILE-STATUS.
           SELECT FS-ACHIN-FILE ASSIGN TO WS-ACHIN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-ACHIN-STATUS.
           SELECT FS-ACHRTN-FILE ASSIGN TO WS-ACHRTN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-ACHRTN-STATUS.
           SELECT FS-ACHSTOP-FILE ASSIGN TO "bank_ach_stops.txt"
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS FS-AST-ID
               ALTERNATE RECORD KEY IS FS-AST-ACCOUNT-ID
                   WITH DUPLICATES
               FILE STATUS  IS WS-ACHSTOP-FILE-STATUS.
           SELECT FS-ANALYSIS-CONTROL-FILE
               ASSIGN TO "bank_analysis.ctl"
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-ANALYSIS-FILE-STATUS.
           SELECT FS-SDB-FILE ASSIGN TO "bank_safe_deposit.txt"
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS FS-SDB-KEY
               FILE STATUS  IS WS-SDB-FILE-STATUS.
           SELECT FS-HPOL-FILE ASSIGN TO "bank_hold_policy.txt"
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS FS-HPOL-KEY
               FILE STATUS  IS WS-HPOL-FILE-STATUS.
           SELECT FS-DRET-FILE ASSIGN TO WS-DRET-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-DRET-FILE-STATUS.
           SELECT FS-RETLOG-FILE ASSIGN TO "bank_returned_items.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-RETLOG-FILE-STATUS.
           SELECT FS-RETEXC-FILE ASSIGN TO "bank_return_exceptions.txt"
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS FS-REX-ACCOUNT-ID
               FILE STATUS  IS WS-RETEXC-FILE-STATUS.
           SELECT FS-VAULT-FILE ASSIGN TO "bank_vault.txt"
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS FS-VAULT-BRANCH
               FILE STATUS  IS WS-VAULT-FILE-STATUS.
           SELECT FS-VAULT-LOG-FILE ASSIGN TO "bank_vault_log.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-VAULT-LOG-STATUS.
           SELECT FS-PROFCTL-FILE ASSIGN TO "bank_profit.ctl"
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-PROFCTL-FILE-STATUS.
           SELECT FS-PROFHIST-FILE ASSIGN TO "bank_profit_history.txt"
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS FS-PH-KEY
               FILE STATUS  IS WS-PROFHIST-FILE-STATUS.
      * debit cards by card number, with the account each one draws
      * on - the network settles against the card, not the account
           SELECT FS-CARDM-FILE ASSIGN TO "bank_cards.txt"
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS FS-CM-NUMBER
               ALTERNATE RECORD KEY IS FS-CM-ACCOUNT-ID
                   WITH DUPLICATES
               FILE STATUS  IS WS-CARDM-FILE-STATUS.
      * plastics for the card vendor to emboss and mail, one file per
      * month, added to as cards are issued and reissued
           SELECT FS-CARD-VENDOR-FILE ASSIGN TO WS-CARD-VENDOR-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-CARD-VENDOR-STATUS.
      * the asset/liability committee's deposit decay assumption
           SELECT FS-ALCOCTL-FILE ASSIGN TO "bank_alco.ctl"
               ORGANIZATION IS SEQUENTIAL
               ACCESS       IS SEQUENTIAL
               FILE STATUS  IS WS-ALCOCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
                   05 FS-BALANCE           PIC S9(18)V99.
                   05 FS-TRANSACTION-COUNT PIC 9(18).
                   05 FS-MIN-BALANCE       PIC S9(18)V99.
      * always zero - the PIN lives only as a hash in bank_pin_hash.txt
                   05 FS-PIN               PIC 9(04).
                   05 FS-JOINT-OWNER-NAME  PIC X(100).
                   05 FS-HAS-JOINT-OWNER   PIC X(03) VALUE "NO".
                   05 FS-ACCOUNT-PRODUCT-CODE PIC X(04) VALUE SPACES.
           FD FS-TRANSACTION-FILE.
               01 FS-TRANSACTION.
                   05 FS-TRANSACTION-KEY.
                       10 FS-TRANSACTION-ACCOUNT-ID  PIC 9(16).
                       10 FS-TRANSACTION-NUMBER      PIC 9(18).
                   05 FS-TRANSACTION-TYPE        PIC X(10).
                   05 FS-TRANSACTION-DESCRIPTION PIC X(50).
                   05 FS-TRANSACTION-TIMESTAMP.
                   05 FS-TRANSACTION-AMOUNT      PIC S9(18)V99.
                   05 FS-TRANSACTION-END-BALANCE PIC S9(18)V99.
                   05 FS-TRANSACTION-BRANCH      PIC X(03).
      * the entry without its account key - the layout the archive
      * files and the old per-account working files carry
               01 FS-TRANSACTION-ARCHIVE-VIEW.
                   05 FILLER                     PIC 9(16).
                   05 FS-TRANSACTION-ENTRY       PIC X(137).
           FD FS-INTEREST-CONTROL-FILE.
               01 FS-CONTROL-RECORD.
                   05 FS-CONTROL-RATE-STANDARD PIC 99V9(5).
                   05 FS-BUSDATE-DAY   PIC 9(2).
           FD FS-EOD-REPORT-FILE.
               01 FS-EOD-REPORT-LINE PIC X(80).
           FD FS-EODCK-FILE.
               01 FS-EODCK-RECORD.
                   05 FS-EODCK-DATE    PIC 9(8).
                   05 FS-EODCK-STEP    PIC 9(2).
                   05 FS-EODCK-STAMP   PIC 9(14).
           FD FS-DAY-JOURNAL-FILE.
               01 FS-DAY-JOURNAL-RECORD.
                   05 FS-DJ-ACCOUNT-ID  PIC 9(16).
                   05 FS-TELLER-NAME     PIC X(50).
                   05 FS-TELLER-PASSWORD PIC X(20).
                   05 FS-TELLER-ROLE     PIC X(1).
      * a password older than the bank_security.ctl expiry (or a
      * set date of zero) has to be changed at the next sign-on
                   05 FS-TELLER-PW-SET-DATE  PIC 9(8).
                   05 FS-TELLER-FAIL-COUNT   PIC 9(1).
      * N open, Y locked after five misses, D disabled for 90 days
      * without a sign-on - either way a supervisor has to reset it
                   05 FS-TELLER-LOCKED       PIC X(1).
                   05 FS-TELLER-LAST-SIGN-ON PIC 9(8).
           FD FS-ACCTXREF-FILE.
               01 FS-ACCT-XREF.
                   05 FS-AX-OLD-ID       PIC 9(16).
                   05 FS-AX-NEW-ID       PIC 9(16).
                   05 FS-AX-LISTED-DATE  PIC 9(8).
           FD FS-SECCTL-FILE.
               01 FS-SECCTL-RECORD.
                   05 FS-SEC-PW-EXPIRY-DAYS PIC 9(3).
      * one line per sign-on attempt, good or bad; result is SIGNON,
      * BADPASS, LOCKOUT, LOCKED, DISABLED, UNKNOWN, EXPIRED or RESET
           FD FS-SIGNON-FILE.
               01 FS-SIGNON-RECORD.
                   05 FS-SH-DATE         PIC 9(8).
                   05 FS-SH-TIME         PIC 9(6).
                   05 FS-SH-TELLER-ID    PIC 9(5).
                   05 FS-SH-RESULT       PIC X(8).
                   05 FS-SH-SESSION      PIC X(30).
           FD FS-AUDIT-FILE.
               01 FS-AUDIT-RECORD.
                   05 FS-AUDIT-TIMESTAMP PIC X(16).
                   05 FS-AUDIT-TELLER-ID PIC 9(5).
                   05 FS-AUDIT-COMMAND   PIC 9(2).
                   05 FS-AUDIT-DETAIL    PIC X(60).
      * running hash through this record - see LOG-CHAIN
                   05 FS-AUDIT-CHAIN     PIC 9(12).
           FD FS-HOLDS-FILE.
               01 FS-HOLD.
                   05 FS-HOLD-ID         PIC 9(09).
                   05 FS-FEE-WAIVE-TIER   PIC 9(1).
                   05 FS-FEE-LOAN-LATE    PIC 9(7)V99.
                   05 FS-FEE-NSF          PIC 9(7)V99.
                   05 FS-FEE-OD-PROTECT   PIC 9(7)V99.
                   05 FS-FEE-CHARGEOFF-DAYS PIC 9(4).
                   05 FS-FEE-RETURNED-ITEM PIC 9(7)V99.
           FD FS-REPORT-FILE.
               01 FS-REPORT-LINE PIC X(100).
           FD FS-PAYEE-FILE.
           FD FS-COMPLIANCE-FILE.
               01 FS-COMPLIANCE-RECORD.
                   05 FS-COMPLIANCE-THRESHOLD PIC 9(9)V99.
      * rolling-window monitor settings - window length, how close
      * under the threshold (percent) and how many such items flag
      * structuring, the out-over-in percent that flags pass-through,
      * and the idle days that make an account's wake-up suspicious
                   05 FS-COMPLIANCE-WINDOW-DAYS  PIC 9(3).
                   05 FS-COMPLIANCE-NEAR-PERCENT PIC 9(3).
                   05 FS-COMPLIANCE-NEAR-COUNT   PIC 9(3).
                   05 FS-COMPLIANCE-PASS-PERCENT PIC 9(3).
                   05 FS-COMPLIANCE-DORMANT-DAYS PIC 9(4).
           FD FS-CLOSED-FILE.
               01 FS-CLOSED-RECORD.
                   05 FS-CLOSED-USER-DATA PIC X(392).
                   05 FS-CLOSED-DATE      PIC 9(8).
           FD FS-ACH-FILE.
               01 FS-ACH-LINE PIC X(80).
      * PAYROLL's run status record - the deposits post only when
      * the run behind the current direct deposit export is APPROVED
           FD FS-PAYRUN-FILE.
               01 FS-PAYRUN-RECORD.
                   05 FS-PR-STATUS       PIC X(10).
                   05 FS-PR-FREQ         PIC X(1).
                   05 FS-PR-PERIOD       PIC 9(3).
                   05 FS-PR-YEAR         PIC 9(4).
                   05 FS-PR-MONTH        PIC 9(2).
                   05 FS-PR-COUNT        PIC 9(5).
                   05 FS-PR-COMPANY      PIC X(3).
                   05 FS-PR-GROSS        PIC 9(18)V99.
                   05 FS-PR-TAX          PIC 9(18)V99.
                   05 FS-PR-NET          PIC S9(18)V99.
                   05 FS-PR-GL-FILENAME  PIC X(40).
                   05 FS-PR-RUN-BY-ID    PIC 9(5).
                   05 FS-PR-RUN-BY-NAME  PIC X(50).
                   05 FS-PR-APPR-BY-ID   PIC 9(5).
                   05 FS-PR-APPR-BY-NAME PIC X(50).
                   05 FS-PR-APPR-DATE    PIC 9(8).
           FD FS-CONVERSION-FILE.
               01 FS-CONVERSION-RECORD.
                   05 FS-CONV-NAME        PIC X(100).
                   05 FS-CUSTOMER-ZIP    PIC 9(5).
                   05 FS-CUSTOMER-PHONE  PIC X(15).
                   05 FS-CUSTOMER-TAX-ID PIC 9(9).
                   05 FS-CUSTOMER-COMBINED-STMT PIC X(1).
      * KYC: rating L/M/H (override Y when a supervisor set it by
      * hand), the last review, and the next review the rating sets
                   05 FS-CUSTOMER-RISK-RATING   PIC X(1).
                   05 FS-CUSTOMER-RISK-OVERRIDE PIC X(1).
                   05 FS-CUSTOMER-LAST-REVIEW.
                       10 FS-CUSTOMER-LAST-REV-YEAR  PIC 9(4).
                       10 FS-CUSTOMER-LAST-REV-MONTH PIC 9(2).
                       10 FS-CUSTOMER-LAST-REV-DAY   PIC 9(2).
                   05 FS-CUSTOMER-NEXT-REVIEW.
                       10 FS-CUSTOMER-NEXT-REV-YEAR  PIC 9(4).
                       10 FS-CUSTOMER-NEXT-REV-MONTH PIC 9(2).
                       10 FS-CUSTOMER-NEXT-REV-DAY   PIC 9(2).
      * Y once a death has been recorded on the deceased desk
                   05 FS-CUSTOMER-DECEASED      PIC X(1).
                   05 FS-CUSTOMER-DEATH-DATE.
                       10 FS-CUSTOMER-DEATH-YEAR  PIC 9(4).
                       10 FS-CUSTOMER-DEATH-MONTH PIC 9(2).
                       10 FS-CUSTOMER-DEATH-DAY   PIC 9(2).
      * zero for a live customer; a duplicate retired by a merge
      * carries the number of the customer it was merged into
                   05 FS-CUSTOMER-MERGED-INTO   PIC 9(9).
      * insider Y/N, category S staff, O officer, D director; source A
      * when the payroll match set it, M when a supervisor did; and
      * the teller ID the insider signs on with, zero if none
                   05 FS-CUSTOMER-INSIDER       PIC X(1).
                   05 FS-CUSTOMER-INSIDER-CATEGORY PIC X(1).
                   05 FS-CUSTOMER-INSIDER-SOURCE   PIC X(1).
                   05 FS-CUSTOMER-INSIDER-TELLER   PIC 9(5).
           FD FS-TERM-FILE.
               01 FS-TERM-DEPOSIT.
                   05 FS-TERM-ID         PIC 9(09).
                   05 FS-DRAWER-EXPECTED  PIC S9(18)V99.
                   05 FS-DRAWER-FLOAT     PIC S9(18)V99.
                   05 FS-DRAWER-OPEN-FLAG PIC X(1).
                   05 FS-DRAWER-BRANCH    PIC X(3).
           FD FS-DRAWER-HIST-FILE.
               01 FS-DRAWER-HIST-RECORD.
                   05 FS-DH-DATE      PIC 9(8).
      * W waives the schedule fees outright; S takes the standard
      * bank_fees.ctl treatment (tier waivers still apply)
                   05 FS-PROD-FEE-TREAT   PIC X(1).
      * H marks a higher-risk product for the customer KYC rating
                   05 FS-PROD-KYC-RISK    PIC X(1).
      * I limits the product to insiders (staff pricing); anything
      * else opens for any customer
                   05 FS-PROD-ELIGIBILITY PIC X(1).
      * status O open with no provisional credit out (the credit
      * could not post), P provisional credit out, C resolved for
      * the customer (credit final), B resolved for the bank (the
                       10 FS-DISP-OPEN-MONTH PIC 9(2).
                       10 FS-DISP-OPEN-DAY   PIC 9(2).
      * one-shot post-dated instructions; unlike a standing order
      * a released item never reschedules itself - status P pending,
      * R released, X cancelled
           FD FS-FUTURE-FILE.
               01 FS-FUTURE.
                   05 FS-FUT-ID          PIC 9(09).
           FD FS-OCR-CLEAR-FILE.
               01 FS-OCR-CLEAR-LINE PIC X(20).
      * status P collected and waiting for a batch, S sent in an
      * outbound batch, R returned by the network and reversed, X
      * cancelled before it was batched
           FD FS-AO-FILE.
               01 FS-AO-INSTRUCTION.
                   05 FS-AO-ID           PIC 9(9).
                   05 FS-PS-FAIL-COUNT   PIC 9(1).
                   05 FS-PS-LOCKED       PIC X(1).
                   05 FS-PS-FORCE-CHANGE PIC X(1).
           FD FS-PINHASH-FILE.
               01 FS-PIN-HASH.
                   05 FS-PH-ACCOUNT-ID   PIC 9(16).
                   05 FS-PH-STORED       PIC X(20).
           FD FS-PINEVT-FILE.
               01 FS-PIN-EVENT.
                   05 FS-PE-DATE       PIC 9(8).
                   05 FS-PE-ACCOUNT-ID PIC 9(16).
                   05 FS-PE-EVENT      PIC X(8).
                   05 FS-PE-CHAIN      PIC 9(12).
      * one record per covered file: its record count and the hash
      * total (balances or amounts) the close saw - the start-of-day
      * check recomputes both before the first teller signs on
                   05 FS-RCAT-FILENAME PIC X(60).
                   05 FS-RCAT-COUNT    PIC 9(9).
                   05 FS-RCAT-RUNBY    PIC X(12).
      * one backup per protected account - the backup is a savings
      * account or another account of the same customer number
           FD FS-ODLINK-FILE.
               01 FS-OD-LINK.
                   05 FS-ODL-ACCOUNT-ID PIC 9(16).
                   05 FS-ODL-BACKUP-ID  PIC 9(16).
                   05 FS-ODL-LINK-DATE  PIC 9(8).
      * every protection transfer made, dated by the posting date,
      * for the close's report
           FD FS-ODXFER-FILE.
               01 FS-ODXFER-RECORD.
                   05 FS-ODX-DATE       PIC 9(8).
                   05 FS-ODX-ACCOUNT-ID PIC 9(16).
                   05 FS-ODX-BACKUP-ID  PIC 9(16).
                   05 FS-ODX-AMOUNT     PIC S9(18)V99.
                   05 FS-ODX-FEE        PIC 9(7)V99.
                   05 FS-ODX-SOURCE     PIC X(10).
      * one line per payment collected on a charged-off loan
           FD FS-LREC-FILE.
               01 FS-LREC-RECORD.
                   05 FS-LREC-DATE       PIC 9(8).
                   05 FS-LREC-LOAN-ID    PIC 9(9).
                   05 FS-LREC-ACCOUNT-ID PIC 9(16).
                   05 FS-LREC-AMOUNT     PIC S9(18)V99.
      * suspicious-activity cases: status O open, R under review,
      * F decided with a SAR filed, N decided with no filing; the
      * decision date is stamped when a case reaches F or N.  The
      * subject is a customer number (kind C) or, for an account with
      * no customer number, the account itself (kind A)
           FD FS-SAR-FILE.
               01 FS-SAR-CASE.
                   05 FS-SAR-CASE-ID       PIC 9(09).
                   05 FS-SAR-SUBJECT-KIND  PIC X(1).
                   05 FS-SAR-SUBJECT-ID    PIC 9(16).
                   05 FS-SAR-ALERT-TYPE    PIC X(10).
                   05 FS-SAR-ALERT-COUNT   PIC 9(5).
                   05 FS-SAR-ALERT-AMOUNT  PIC S9(18)V99.
                   05 FS-SAR-OPEN-DATE.
                       10 FS-SAR-OPEN-YEAR  PIC 9(4).
                       10 FS-SAR-OPEN-MONTH PIC 9(2).
                       10 FS-SAR-OPEN-DAY   PIC 9(2).
                   05 FS-SAR-STATUS        PIC X(1).
                   05 FS-SAR-SUPERVISOR-ID PIC 9(5).
                   05 FS-SAR-NARRATIVE     PIC X(200).
                   05 FS-SAR-DECISION-DATE PIC 9(8).
      * payable-on-death beneficiaries, up to ten per account; the
      * shares on one account never total more than 100 percent and
      * whatever is not designated is paid to the estate
           FD FS-POD-FILE.
               01 FS-POD-BENEFICIARY.
                   05 FS-POD-KEY.
                       10 FS-POD-ACCOUNT-ID PIC 9(16).
                       10 FS-POD-SEQ        PIC 9(02).
                   05 FS-POD-NAME       PIC X(50).
                   05 FS-POD-SHARE      PIC 9(3)V99.
                   05 FS-POD-STREET     PIC X(100).
                   05 FS-POD-CITY       PIC X(50).
                   05 FS-POD-REGION     PIC X(2).
                   05 FS-POD-ZIP        PIC 9(5).
      * the network's incoming debit file - account ID, amount,
      * originator company ID, originator name, trace number
           FD FS-ACHIN-FILE.
               01 FS-ACHIN-LINE PIC X(120).
           FD FS-ACHRTN-FILE.
               01 FS-ACHRTN-LINE PIC X(100).
      * customer ACH debit instructions - kind S stops one originator
      * (for one amount, or any amount when zero), B blocks every
      * ACH debit on the account, A lets one originator through a
      * block; status A active, X removed
           FD FS-ACHSTOP-FILE.
               01 FS-ACH-STOP.
                   05 FS-AST-ID          PIC 9(09).
                   05 FS-AST-ACCOUNT-ID  PIC 9(16).
                   05 FS-AST-KIND        PIC X(1).
                   05 FS-AST-ORIG-ID     PIC X(10).
                   05 FS-AST-AMOUNT      PIC S9(18)V99.
                   05 FS-AST-ENTERED     PIC 9(8).
                   05 FS-AST-STATUS      PIC X(1).
      * account analysis rate table - per-item prices, the monthly
      * maintenance charge, the annual earnings credit rate, and the
      * percent of balance held back as reserve before the credit
           FD FS-ANALYSIS-CONTROL-FILE.
               01 FS-ANALYSIS-CONTROL-RECORD.
                   05 FS-AN-DEPOSIT-PRICE PIC 9(3)V9(4).
                   05 FS-AN-CHECK-PRICE   PIC 9(3)V9(4).
                   05 FS-AN-WIRE-PRICE    PIC 9(3)V9(4).
                   05 FS-AN-ACH-PRICE     PIC 9(3)V9(4).
                   05 FS-AN-CARD-PRICE    PIC 9(3)V9(4).
                   05 FS-AN-MAINT-FEE     PIC 9(7)V99.
                   05 FS-AN-ECR-RATE      PIC 99V9(5).
                   05 FS-AN-RESERVE-PCT   PIC 9(2)V99.
      * safe deposit boxes - size S/M/L/X, status A available,
      * R rented, D drilled, S sealed; next-due is the lease
      * anniversary the rent drafts on, past-due the anniversary a
      * failed draft has been owing since (zero when current)
           FD FS-SDB-FILE.
               01 FS-SDB-BOX.
                   05 FS-SDB-KEY.
                       10 FS-SDB-BRANCH      PIC X(3).
                       10 FS-SDB-BOX-NUMBER  PIC 9(5).
                   05 FS-SDB-SIZE            PIC X(1).
                   05 FS-SDB-ANNUAL-RENT     PIC 9(5)V99.
                   05 FS-SDB-CUSTOMER-NUMBER PIC 9(9).
                   05 FS-SDB-ACCOUNT-ID      PIC 9(16).
                   05 FS-SDB-LEASE-DATE      PIC 9(8).
                   05 FS-SDB-LEASE-R REDEFINES FS-SDB-LEASE-DATE.
                       10 FS-SDB-LEASE-YEAR  PIC 9(4).
                       10 FS-SDB-LEASE-MONTH PIC 9(2).
                       10 FS-SDB-LEASE-DAY   PIC 9(2).
                   05 FS-SDB-NEXT-DUE-DATE   PIC 9(8).
                   05 FS-SDB-NEXT-DUE-R REDEFINES FS-SDB-NEXT-DUE-DATE.
                       10 FS-SDB-NEXT-DUE-YEAR  PIC 9(4).
                       10 FS-SDB-NEXT-DUE-MONTH PIC 9(2).
                       10 FS-SDB-NEXT-DUE-DAY   PIC 9(2).
                   05 FS-SDB-PAST-DUE-DATE   PIC 9(8).
                   05 FS-SDB-PAST-DUE-R REDEFINES FS-SDB-PAST-DUE-DATE.
                       10 FS-SDB-PAST-DUE-YEAR  PIC 9(4).
                       10 FS-SDB-PAST-DUE-MONTH PIC 9(2).
                       10 FS-SDB-PAST-DUE-DAY   PIC 9(2).
                   05 FS-SDB-STATUS          PIC X(1).
      * deposit availability policy - deposit type C cash, K checks,
      * E electronic credits, O other; a row applies to deposits in
      * its amount band (upper bound zero for none) into accounts
      * younger than the new-account window (zero for any age), and
      * holds all but the first-day amount for the hold days, counted
      * in business days after the deposit day
           FD FS-HPOL-FILE.
               01 FS-HPOL-ROW.
                   05 FS-HPOL-KEY.
                       10 FS-HPOL-DEP-TYPE  PIC X(1).
                       10 FS-HPOL-SEQ       PIC 9(2).
                   05 FS-HPOL-BAND-LOW      PIC 9(13)V99.
                   05 FS-HPOL-BAND-HIGH     PIC 9(13)V99.
                   05 FS-HPOL-NEW-DAYS      PIC 9(3).
                   05 FS-HPOL-HOLD-DAYS     PIC 9(2).
                   05 FS-HPOL-FIRST-DAY     PIC 9(7)V99.
           FD FS-DRET-FILE.
               01 FS-DRET-LINE PIC X(80).
           FD FS-RETLOG-FILE.
               01 FS-RETLOG-RECORD.
                   05 FS-RETLOG-DATE       PIC 9(8).
                   05 FS-RETLOG-DATE-R REDEFINES FS-RETLOG-DATE.
                       10 FS-RETLOG-YEAR   PIC 9(4).
                       10 FS-RETLOG-MONTH  PIC 9(2).
                       10 FS-RETLOG-DAY    PIC 9(2).
                   05 FS-RETLOG-ACCOUNT-ID PIC 9(16).
                   05 FS-RETLOG-AMOUNT     PIC 9(13)V99.
                   05 FS-RETLOG-SERIAL     PIC X(15).
                   05 FS-RETLOG-REASON     PIC X(4).
           FD FS-RETEXC-FILE.
               01 FS-RETEXC-RECORD.
                   05 FS-REX-ACCOUNT-ID    PIC 9(16).
                   05 FS-REX-COUNT         PIC 9(3).
                   05 FS-REX-LAST-DATE     PIC 9(8).
                   05 FS-REX-STATUS        PIC X(1).
                   05 FS-REX-REVIEWED-BY   PIC 9(5).
           FD FS-VAULT-FILE.
               01 FS-VAULT-RECORD.
                   05 FS-VAULT-BRANCH     PIC X(3).
                   05 FS-VAULT-CASH       PIC S9(13)V99.
                   05 FS-VAULT-INS-LIMIT  PIC 9(13)V99.
                   05 FS-VAULT-REORDER    PIC 9(13)V99.
                   05 FS-VAULT-BAL-DATE   PIC 9(8).
                   05 FS-VAULT-BAL-BY     PIC 9(5).
                   05 FS-VAULT-BAL-OVER   PIC S9(13)V99.
           FD FS-VAULT-LOG-FILE.
               01 FS-VAULT-LOG-RECORD.
                   05 FS-VLOG-DATE          PIC 9(8).
                   05 FS-VLOG-BRANCH        PIC X(3).
                   05 FS-VLOG-TYPE          PIC X(4).
                   05 FS-VLOG-TELLER        PIC 9(5).
                   05 FS-VLOG-SECOND-TELLER PIC 9(5).
                   05 FS-VLOG-AMOUNT        PIC S9(13)V99.
                   05 FS-VLOG-OVER-SHORT    PIC S9(13)V99.
                   05 FS-VLOG-REFERENCE     PIC X(15).
                   05 FS-VLOG-VAULT-AFTER   PIC S9(13)V99.
      * annual rate charged on a customer's average deposit balance
      * as the cost of the funds it provides
           FD FS-PROFCTL-FILE.
               01 FS-PROFCTL-RECORD.
                   05 FS-PROF-COF-RATE PIC 99V9(5).
      * each month's net contribution per customer, kept so a run can
      * see the two months before it
           FD FS-PROFHIST-FILE.
               01 FS-PROFHIST-RECORD.
                   05 FS-PH-KEY.
                       10 FS-PH-PERIOD   PIC 9(6).
                       10 FS-PH-CUSTOMER PIC 9(9).
                   05 FS-PH-NET          PIC S9(18)V99.
      * status A active, L reported lost, S reported stolen, E
      * expired, C closed; the day's debit spend rides on the card
      * and starts over on the first item of a new day
           FD FS-CARDM-FILE.
               01 FS-CARD-MASTER.
                   05 FS-CM-NUMBER           PIC 9(16).
                   05 FS-CM-ACCOUNT-ID       PIC 9(16).
      * P the primary owner, J the joint owner
                   05 FS-CM-HOLDER-TYPE      PIC X(1).
                   05 FS-CM-HOLDER-NAME      PIC X(100).
                   05 FS-CM-ISSUE-DATE       PIC 9(8).
                   05 FS-CM-EXPIRY.
                       10 FS-CM-EXP-YEAR     PIC 9(4).
                       10 FS-CM-EXP-MONTH    PIC 9(2).
                   05 FS-CM-STATUS           PIC X(1).
                   05 FS-CM-STATUS-DATE      PIC 9(8).
                   05 FS-CM-DAILY-LIMIT      PIC 9(7)V99.
                   05 FS-CM-SPEND-DATE       PIC 9(8).
                   05 FS-CM-SPEND-TOTAL      PIC 9(7)V99.
      * the card this one replaced, zero for a first issue
                   05 FS-CM-REPLACES         PIC 9(16).
      * reason N new card, R reissue at expiry, P replacement
           FD FS-CARD-VENDOR-FILE.
               01 FS-CARD-VENDOR-RECORD.
                   05 FS-CV-REASON           PIC X(1).
                   05 FS-CV-CARD-NUMBER      PIC 9(16).
                   05 FS-CV-EXPIRY           PIC 9(6).
                   05 FS-CV-EMBOSS-NAME      PIC X(26).
                   05 FS-CV-STREET           PIC X(100).
                   05 FS-CV-CITY             PIC X(50).
                   05 FS-CV-REGION           PIC X(2).
                   05 FS-CV-ZIP              PIC 9(5).
      * percent of non-maturity deposits taken to run off in the
      * 0-30, 31-90, 91-180 and 181-365 day buckets
           FD FS-ALCOCTL-FILE.
               01 FS-ALCOCTL-RECORD.
                   05 FS-ALCO-DECAY-TABLE.
                       10 FS-ALCO-DECAY      PIC 9(3)V99
                                             OCCURS 4 TIMES.
       WORKING-STORAGE SECTION.
           01 WS-CHECKPOINT-FILE-STATUS  PIC X(2).
           01 WS-RESUME-MODE             PIC X(1).
           01 WS-UNATTENDED-MODE         PIC X(3) VALUE "NO".
           01 WS-CONTROL-FILE-STATUS     PIC X(2).
           01 WS-USERS-FILE-STATUS       PIC X(2).
           01 WS-TRANSACTION-FILE-STATUS PIC X(2).
      * account whose entries are being read off the transaction
      * master, and whether one is in hand; a batch pass holds the
      * master open (the depth lets holds nest) so each account is a
      * START and a forward read rather than an open and a close
           01 WS-TXM-ACCOUNT             PIC 9(16).
           01 WS-TXM-FOUND               PIC X(3).
           01 WS-TXM-HOLD-DEPTH          PIC 9(2) VALUE 0.
           01 WS-TXM-MOVED-COUNT         PIC 9(9).
           01 WS-TRANSACTION-NUMBER      PIC 9(18).
           01 WS-TRANSACTION-AMOUNT PIC S9(18)V99.
           01 WS-OPENING-DEPOSIT    PIC S9(18)V99.
           01 WS-BUSINESS-AS-DAYS      PIC 9(9).
           01 WS-EOD-REPORT-FILENAME   PIC X(50).
           01 WS-EOD-REPORT-FILE-STATUS PIC X(2).
           01 WS-EODCK-FILE-STATUS     PIC X(2).
           01 WS-EODCK-EOF             PIC X(3).
           01 WS-EODCK-RESTART         PIC X(3) VALUE "NO".
           01 WS-EODCK-STEP            PIC 9(2).
           01 WS-EODCK-RESUME-STEP     PIC 9(2).
           01 WS-EODCK-IDX             PIC S9(3).
           01 WS-EODCK-DONE-TABLE.
               05 WS-EODCK-DONE        PIC X OCCURS 12 TIMES.
           01 WS-EODCK-SKIPPED-COUNT   PIC 9(2).
           01 WS-EODCK-SKIPPED-TABLE.
               05 WS-EODCK-SKIPPED     PIC 9(2) OCCURS 12 TIMES.

           01 WS-DAY-JOURNAL-FILENAME  PIC X(50).
           01 WS-DAY-JOURNAL-FILE-STATUS PIC X(2).
           01 WS-SIGNED-ON-TELLER-NAME PIC X(50).
           01 WS-TELLER-ROLE           PIC X(1) VALUE "T".
           01 WS-TELLER-PASSWORD-ENTRY PIC X(20).
           01 WS-SECCTL-FILE-STATUS    PIC X(2).
           01 WS-ACCTXREF-FILE-STATUS  PIC X(2).
           01 WS-CD-ACTION             PIC X(5).
           01 WS-CD-NUMBER             PIC 9(16).
           01 WS-CD-RESULT             PIC X(1).
           01 WS-CD-OK                 PIC X(3).
           01 WS-CD-RESERVED           PIC X(3).
           01 WS-SIGNON-FILE-STATUS    PIC X(2).
           01 WS-SEC-PW-EXPIRY-DAYS    PIC 9(3).
           01 WS-SEC-TELLER-MAX-MISSES PIC 9(1) VALUE 5.
           01 WS-SEC-INACTIVE-DAYS     PIC 9(2) VALUE 90.
           01 WS-SEC-TODAY             PIC 9(8).
           01 WS-SEC-TODAY-R REDEFINES WS-SEC-TODAY.
               05 WS-SEC-TODAY-YEAR    PIC 9(4).
               05 WS-SEC-TODAY-MONTH   PIC 9(2).
               05 WS-SEC-TODAY-DAY     PIC 9(2).
           01 WS-SEC-TODAY-AS-DAYS     PIC 9(9).
           01 WS-SEC-DATE-NUM          PIC 9(8).
           01 WS-SEC-DATE-R REDEFINES WS-SEC-DATE-NUM.
               05 WS-SEC-YEAR          PIC 9(4).
               05 WS-SEC-MONTH         PIC 9(2).
               05 WS-SEC-DAY           PIC 9(2).
           01 WS-SEC-DATE-AS-DAYS      PIC 9(9).
           01 WS-SEC-AGE-DAYS          PIC S9(9).
           01 WS-SEC-RESULT            PIC X(8).
           01 WS-SEC-TELLER-ID         PIC 9(5).
           01 WS-SEC-NEW-PASSWORD      PIC X(20).
           01 WS-SEC-CONFIRM-PASSWORD  PIC X(20).
           01 WS-SEC-CHOICE            PIC 9(1).
           01 WS-SEC-OK                PIC X(3).
           01 WS-SEC-EXPIRED           PIC X(3).
           01 WS-SEC-MATCH-COUNT       PIC 9(9).
           01 WS-SEC-GOOD-COUNT        PIC 9(9).
           01 WS-SEC-BAD-COUNT         PIC 9(9).
           01 WS-SEC-LOCKOUT-COUNT     PIC 9(9).
           01 WS-COMMAND-ALLOWED       PIC X(3).
           01 WS-OVERRIDE-ALLOWED      PIC X(3) VALUE "NO".
           01 WS-OVERRIDE-GRANTED      PIC X(3).
           01 WS-FEE-WAIVE-TIER        PIC 9(1).
           01 WS-FEE-LOAN-LATE         PIC 9(7)V99.
           01 WS-FEE-NSF               PIC 9(7)V99.
           01 WS-FEE-OD-PROTECT        PIC 9(7)V99 VALUE 0.
           01 WS-FEE-CHARGEOFF-DAYS    PIC 9(4) VALUE 120.
           01 WS-FEE-ASSESSED-COUNT    PIC 9(9).
           01 WS-FEE-ASSESSED-TOTAL    PIC S9(18)V99.
           01 WS-FEE-WAIVED-COUNT      PIC 9(9).

           01 WS-ACH-FILE-STATUS       PIC X(2).
           01 WS-ACH-EOF               PIC X(3).
           01 WS-ACH-FILENAME          PIC X(60).
      * OUTPUT-GEN hands out and resolves generation names
           01 WS-GEN-ACTION            PIC X(8).
           01 WS-GEN-BASE              PIC X(30).
           01 WS-GEN-NUMBER            PIC S9(3).
           01 WS-GEN-FILENAME          PIC X(60).
           01 WS-GEN-RESULT            PIC X(4).
           01 WS-PAYRUN-FILE-STATUS    PIC X(2).
           01 WS-PAYRUN-APPROVED       PIC X(3).
           01 WS-ACH-SCAN-EOF          PIC X(3).
           01 WS-ACH-ROUTING-X         PIC X(9).
           01 WS-ACH-ACCOUNT-X         PIC X(17).
           01 WS-ACCR-CAP-COUNT        PIC 9(9).
           01 WS-ACCR-CAP-TOTAL        PIC S9(18)V99.
           01 WS-ACCR-MONTH-END        PIC X(3).
           01 WS-ACCR-FILE-TOTAL       PIC S9(14)V9(6).
           01 WS-ACCR-FILE-COUNT       PIC 9(9).
           01 WS-ACCR-CENTS-BEFORE     PIC S9(18)V99.
           01 WS-ACCR-CENTS-AFTER      PIC S9(18)V99.

           01 WS-CYCLE-EOF             PIC X(3).
           01 WS-CYCLE-DONE-COUNT      PIC 9(5).
           01 WS-CYCLE-SKIP-COUNT      PIC 9(5).
           01 WS-RSTMT-CUST-OPEN       PIC X(3).
           01 WS-RSTMT-ROUTED          PIC X(3).
           01 WS-RSTMT-FOUND           PIC X(3).
           01 WS-RSTMT-EOF             PIC X(3).
           01 WS-RSTMT-TABLE.
               05 WS-RSTMT-CUST OCCURS 200 TIMES PIC 9(9).
           01 WS-RSTMT-COUNT           PIC 9(3).
           01 WS-RSTMT-INDEX           PIC 9(3).
           01 WS-RSTMT-ACCT-TABLE.
               05 WS-RSTMT-ACCT OCCURS 50 TIMES PIC 9(16).
           01 WS-RSTMT-ACCT-COUNT      PIC 9(3).
           01 WS-RSTMT-ACCT-INDEX      PIC 9(3).
           01 WS-RSTMT-CUST-NUM        PIC 9(9).
           01 WS-RSTMT-DEPOSIT-TOTAL   PIC S9(18)V99.
           01 WS-RSTMT-CD-TOTAL        PIC S9(18)V99.
           01 WS-RSTMT-LOAN-TOTAL      PIC S9(18)V99.
           01 WS-RSTMT-NET-TOTAL       PIC S9(18)V99.
           01 WS-RSTMT-RATE-DISPLAY    PIC Z9.9(5).
           01 WS-RSTMT-DONE-COUNT      PIC 9(5).

           01 WS-GL-ACCOUNTS-STATUS    PIC X(2).
           01 WS-GL-JOURNAL-STATUS     PIC X(2).
           01 WS-GL-CREDIT-ACCT        PIC 9(4).
           01 WS-GL-ABS-AMOUNT         PIC 9(18)V99.
           01 WS-GL-PERIOD             PIC 9(6).
           01 WS-GL-LEG-DATE           PIC 9(8).
           01 WS-GL-LEG-SOURCE         PIC 9(16).
           01 WS-GL-LEG-TYPE           PIC X(10).
      * month-end capitalization pays out of accrued interest
      * payable; the expense was booked day by day as it accrued
           01 WS-GL-ACCRUED-INTEREST   PIC X(3) VALUE "NO".
           01 WS-GL-ENTRY-COUNT        PIC 9(9).
           01 WS-GL-DR-TOTAL           PIC S9(18)V99.
           01 WS-GL-CR-TOTAL           PIC S9(18)V99.
           01 WS-CARD-FILE-STATUS      PIC X(2).
           01 WS-CARD-EOF              PIC X(3).
           01 WS-CARD-NETWORK          PIC X(10).
           01 WS-CARD-NUMBER-X         PIC X(16).
           01 WS-CARD-CODE-X           PIC X(2).
           01 WS-CARD-AMOUNT-X         PIC X(20).
           01 WS-CARD-REF-X            PIC X(20).
           01 WS-NOTICE-DORM-COUNT     PIC 9(5).
           01 WS-NOTICE-FEE-COUNT      PIC 9(5).
           01 WS-NOTICE-MIN-COUNT      PIC 9(5).
           01 WS-NOTICE-PAID-COUNT     PIC 9(5).
           01 WS-NOTICE-TOTAL-COUNT    PIC 9(5).
           01 WS-NOTICE-CUST-FOUND     PIC X(3).
           01 WS-NOTICE-PRINT-OPEN     PIC X(3).
           01 WS-OCR-SERIAL            PIC 9(9).
           01 WS-OCR-CHOICE            PIC 9(1).
           01 WS-OCR-CUT-CHECK         PIC X(3) VALUE "NO".
           01 WS-OCR-PAYEE-NAME        PIC X(50) VALUE SPACES.
           01 WS-OCR-EOF               PIC X(3).
           01 WS-OCR-CLEARED-COUNT     PIC 9(5).
           01 WS-OCR-MISSED-COUNT      PIC 9(5).
           01 WS-PIN-EVT-EOF           PIC X(3).
           01 WS-PIN-EVT-DATE          PIC 9(8).
           01 WS-PIN-EVT-COUNT         PIC 9(5).
           01 WS-PINHASH-FILE-STATUS   PIC X(2).
           01 WS-PH-ACCOUNT            PIC 9(16).
           01 WS-HASH-ACTION           PIC X(5).
           01 WS-HASH-SECRET           PIC X(20).
           01 WS-HASH-RESULT           PIC X(1).
      * printed output and screens show an account number, SSN, or
      * tax ID only as its last four digits
           01 WS-MASK-NUMBER           PIC 9(18).
           01 WS-MASK-NUMBER-X REDEFINES WS-MASK-NUMBER PIC X(18).
           01 WS-MASKED                PIC X(8).
           01 WS-MASKED-2              PIC X(8).

           01 WS-CTOT-FILE-STATUS      PIC X(2).
           01 WS-CTOT-EOF              PIC X(3).
           01 WS-CTOT-CALC-HASH        PIC S9(18)V99.
           01 WS-SODAY-OK              PIC X(3) VALUE "YES".
           01 WS-SODAY-MISMATCH        PIC X(3) VALUE "NO".
           01 WS-LOG-CHAIN-OK          PIC X(3) VALUE "YES".
           01 WS-LOG-VERIFY-RESULT     PIC X(1).
           01 WS-CHAIN-ACTION          PIC X(5).
           01 WS-CHAIN-LOG-NAME        PIC X(30).
           01 WS-CHAIN-RECORD          PIC X(100).
           01 WS-CHAIN-COUNT           PIC 9(9).

           01 WS-RCAT-FILE-STATUS      PIC X(2).
           01 WS-RCAT-TYPE             PIC X(12).
           01 WS-TODAY-WITHDRAWN-COUNT PIC 9(5).
           01 WS-VELOCITY-EOF          PIC X(3).
           01 WS-TXN-DATE-AS-DAYS      PIC 9(9).

           01 WS-ODLINK-FILE-STATUS    PIC X(2).
           01 WS-ODXFER-FILE-STATUS    PIC X(2).
           01 WS-OD-CHOICE             PIC 9(1).
           01 WS-OD-EOF                PIC X(3).
           01 WS-OD-ALLOWED            PIC X(3) VALUE "NO".
           01 WS-OD-TRANSFER-ACTIVE    PIC X(3) VALUE "NO".
           01 WS-OD-COVERED            PIC X(3).
           01 WS-OD-LINK-FOUND         PIC X(3).
           01 WS-OD-SOURCE             PIC X(10).
           01 WS-OD-PROTECTED-ID       PIC 9(16).
           01 WS-OD-BACKUP-ID          PIC 9(16).
           01 WS-OD-PROTECTED-CURRENCY PIC X(3).
           01 WS-OD-PROTECTED-CUSTOMER PIC 9(9).
           01 WS-OD-SHORTFALL          PIC S9(18)V99.
           01 WS-OD-MOVE-AMOUNT        PIC S9(18)V99.
           01 WS-OD-SAVE-AMOUNT        PIC S9(18)V99.
           01 WS-OD-SAVE-TYPE          PIC X(10).
           01 WS-OD-SAVE-DESCRIPTION   PIC X(50).
           01 WS-OD-SAVE-USE-PRESET    PIC X(3).
           01 WS-OD-SAVE-OVERRIDE      PIC X(3).
           01 WS-OD-SAVE-CUT-CHECK     PIC X(3).
           01 WS-OD-ELIGIBLE           PIC X(3).
           01 WS-OD-FEE-POSTED         PIC 9(7)V99.
           01 WS-OD-REPLY              PIC X(1).
           01 WS-OD-REPORT-DATE        PIC 9(8).
           01 WS-OD-DAY-COUNT          PIC 9(5).
           01 WS-OD-DAY-TOTAL          PIC S9(18)V99.
           01 WS-PAYOFF-CHOICE         PIC 9(1).
           01 WS-PAYOFF-SOURCE         PIC X(1).
           01 WS-PAYOFF-REPLY          PIC X(1).
           01 WS-PAYOFF-OK             PIC X(3).
           01 WS-PAYOFF-CHECK-SERIAL   PIC X(10).
           01 WS-PAYOFF-THRU-NUM       PIC 9(8).
           01 WS-PAYOFF-THRU-R REDEFINES WS-PAYOFF-THRU-NUM.
               05 WS-PAYOFF-THRU-YEAR  PIC 9(4).
               05 WS-PAYOFF-THRU-MONTH PIC 9(2).
               05 WS-PAYOFF-THRU-DAY   PIC 9(2).
           01 WS-PAYOFF-FROM-NUM       PIC 9(8).
           01 WS-PAYOFF-FROM-R REDEFINES WS-PAYOFF-FROM-NUM.
               05 WS-PAYOFF-FROM-YEAR  PIC 9(4).
               05 WS-PAYOFF-FROM-MONTH PIC 9(2).
               05 WS-PAYOFF-FROM-DAY   PIC 9(2).
           01 WS-PAYOFF-THRU-AS-DAYS   PIC 9(9).
           01 WS-PAYOFF-FROM-AS-DAYS   PIC 9(9).
           01 WS-PAYOFF-DAYS           PIC S9(5).
           01 WS-PAYOFF-PER-DIEM       PIC S9(16)V9(4).
           01 WS-PAYOFF-PRINCIPAL      PIC S9(18)V99.
           01 WS-PAYOFF-INTEREST       PIC S9(18)V99.
           01 WS-PAYOFF-TOTAL          PIC S9(18)V99.
           01 WS-LREC-FILE-STATUS      PIC X(2).
           01 WS-LREC-EOF              PIC X(3).
           01 WS-LREC-MONTH            PIC 9(6).
           01 WS-LREC-COUNT            PIC 9(5).
           01 WS-LREC-TOTAL            PIC S9(18)V99.
           01 WS-CHGOFF-CHOICE         PIC 9(1).
           01 WS-CHGOFF-COUNT          PIC 9(5).
           01 WS-CHGOFF-TOTAL          PIC S9(18)V99.
           01 WS-CHGOFF-DATE           PIC 9(8).
           01 WS-SAR-FILE-STATUS       PIC X(2).
           01 WS-SAR-CHOICE            PIC 9(1).
           01 WS-SAR-EOF               PIC X(3).
           01 WS-SAR-TXN-EOF           PIC X(3).
           01 WS-SAR-WINDOW-DAYS       PIC 9(3).
           01 WS-SAR-NEAR-PERCENT      PIC 9(3).
           01 WS-SAR-NEAR-COUNT        PIC 9(3).
           01 WS-SAR-PASS-PERCENT      PIC 9(3).
           01 WS-SAR-DORMANT-DAYS      PIC 9(4).
           01 WS-SAR-NEAR-FLOOR        PIC 9(9)V99.
           01 WS-SAR-FIRST-AS-DAYS     PIC 9(9).
           01 WS-SAR-SCAN-AS-DAYS      PIC 9(9).
           01 WS-SAR-SCAN-DATE.
               05 WS-SAR-SCAN-YEAR     PIC 9(4).
               05 WS-SAR-SCAN-MONTH    PIC 9(2).
               05 WS-SAR-SCAN-DAY      PIC 9(2).
           01 WS-SAR-TODAY.
               05 WS-SAR-TODAY-YEAR    PIC 9(4).
               05 WS-SAR-TODAY-MONTH   PIC 9(2).
               05 WS-SAR-TODAY-DAY     PIC 9(2).
           01 WS-SAR-ABS-AMOUNT        PIC S9(18)V99.
           01 WS-SAR-SUBJ-TABLE.
               05 WS-SAR-SUBJ OCCURS 500 TIMES.
                   10 WS-SAR-SUBJ-KIND     PIC X(1).
                   10 WS-SAR-SUBJ-ID       PIC 9(16).
                   10 WS-SAR-SUBJ-NEAR-DEP PIC 9(5).
                   10 WS-SAR-SUBJ-DEP-TOT  PIC S9(18)V99.
                   10 WS-SAR-SUBJ-NEAR-WD  PIC 9(5).
                   10 WS-SAR-SUBJ-WD-TOT   PIC S9(18)V99.
                   10 WS-SAR-SUBJ-IN-TOT   PIC S9(18)V99.
                   10 WS-SAR-SUBJ-OUT-TOT  PIC S9(18)V99.
           01 WS-SAR-SUBJ-COUNT        PIC 9(3).
           01 WS-SAR-SUBJ-INDEX        PIC 9(3).
           01 WS-SAR-ACCT-TABLE.
               05 WS-SAR-ACCT OCCURS 500 TIMES.
                   10 WS-SAR-ACCT-ID         PIC 9(16).
                   10 WS-SAR-ACCT-FIRST-DAYS PIC 9(9).
                   10 WS-SAR-ACCT-TOTAL      PIC S9(18)V99.
           01 WS-SAR-ACCT-COUNT        PIC 9(3).
           01 WS-SAR-ACCT-INDEX        PIC 9(3).
           01 WS-SAR-FOUND             PIC X(3).
           01 WS-SAR-CUR-KIND          PIC X(1).
           01 WS-SAR-CUR-ID            PIC 9(16).
           01 WS-SAR-POSTED-AS-DAYS    PIC 9(9).
           01 WS-SAR-PRIOR-AS-DAYS     PIC 9(9).
           01 WS-SAR-IDLE-DAYS         PIC 9(9).
           01 WS-SAR-ALERT-TYPE        PIC X(10).
           01 WS-SAR-ALERT-COUNT       PIC 9(5).
           01 WS-SAR-ALERT-AMOUNT      PIC S9(18)V99.
           01 WS-SAR-ALERT-NOTE        PIC X(100).
           01 WS-SAR-ALERT-TOTAL       PIC 9(5).
           01 WS-SAR-OPENED-COUNT      PIC 9(5).
           01 WS-SAR-DUP-COUNT         PIC 9(5).
           01 WS-SAR-LOOKUP-CASE       PIC 9(9).
           01 WS-SAR-SUPERVISOR        PIC 9(5).
           01 WS-SAR-NEW-STATUS        PIC X(1).
           01 WS-SAR-NARR-ADD          PIC X(100).
           01 WS-SAR-NARR-WORK         PIC X(200).
           01 WS-SAR-OPEN-AS-DAYS      PIC 9(9).
           01 WS-SAR-AGE-DAYS          PIC 9(9).
           01 WS-SAR-OPEN-COUNT        PIC 9(5).
           01 WS-KYC-NEW-CUSTOMER      PIC X(3).
           01 WS-KYC-MERGED            PIC X(3).
           01 WS-KYC-WATCH-HIT         PIC X(3).
           01 WS-KYC-SCORE             PIC 9(2).
           01 WS-KYC-PRODUCT-RISK      PIC X(3).
           01 WS-KYC-WIRE-TOTAL        PIC S9(18)V99.
           01 WS-KYC-ACH-TOTAL         PIC S9(18)V99.
           01 WS-KYC-ACCT-TABLE.
               05 WS-KYC-ACCT OCCURS 50 TIMES PIC 9(16).
           01 WS-KYC-ACCT-COUNT        PIC 9(3).
           01 WS-KYC-ACCT-INDEX        PIC 9(3).
           01 WS-KYC-MATCH             PIC X(3).
           01 WS-KYC-MATCH-ID          PIC 9(16).
           01 WS-KYC-EOF               PIC X(3).
           01 WS-KYC-ITEM-AS-DAYS      PIC 9(9).
           01 WS-KYC-DUE-AS-DAYS       PIC 9(9).
           01 WS-KYC-OVERDUE-DAYS      PIC 9(9).
           01 WS-KYC-INTERVAL-DAYS     PIC 9(4).
           01 WS-KYC-NEXT-AS-DAYS      PIC 9(9).
           01 WS-KYC-OVERRIDE          PIC X(1).
           01 WS-KYC-CUSTOMER          PIC 9(9).
           01 WS-KYC-BLOCKED           PIC X(3).
           01 WS-KYC-TODAY.
               05 WS-KYC-TODAY-YEAR    PIC 9(4).
               05 WS-KYC-TODAY-MONTH   PIC 9(2).
               05 WS-KYC-TODAY-DAY     PIC 9(2).
           01 WS-KYC-DUE-COUNT         PIC 9(5).
           01 WS-KYC-BLOCK-COUNT       PIC 9(5).
           01 WS-POD-FILE-STATUS       PIC X(2).
           01 WS-DEC-CHOICE            PIC 9(1).
           01 WS-DEC-ACTION            PIC X(1).
           01 WS-DEC-CUSTOMER          PIC 9(9).
           01 WS-DEC-CUST-NAME         PIC X(100).
           01 WS-DEC-DEATH-DATE.
               05 WS-DEC-DEATH-YEAR    PIC 9(4).
               05 WS-DEC-DEATH-MONTH   PIC 9(2).
               05 WS-DEC-DEATH-DAY     PIC 9(2).
           01 WS-DEC-DEATH-AS-DAYS     PIC 9(9).
           01 WS-DEC-HOLDER-DECEASED   PIC X(3).
           01 WS-DEC-TODAY.
               05 WS-DEC-TODAY-YEAR    PIC 9(4).
               05 WS-DEC-TODAY-MONTH   PIC 9(2).
               05 WS-DEC-TODAY-DAY     PIC 9(2).
           01 WS-DEC-ACCT-TABLE.
               05 WS-DEC-ACCT OCCURS 50 TIMES PIC 9(16).
           01 WS-DEC-ACCT-COUNT        PIC 9(3).
           01 WS-DEC-ACCT-INDEX        PIC 9(3).
           01 WS-DEC-MATCH             PIC X(3).
           01 WS-DEC-MATCH-ID          PIC 9(16).
           01 WS-DEC-EOF               PIC X(3).
           01 WS-DEC-FROZEN-COUNT      PIC 9(5).
           01 WS-DEC-ORDER-COUNT       PIC 9(5).
           01 WS-DEC-FUTURE-COUNT      PIC 9(5).
           01 WS-DEC-ACH-COUNT         PIC 9(5).
           01 WS-DEC-POD-TABLE.
               05 WS-DEC-POD OCCURS 10 TIMES.
                   10 WS-DEC-POD-NAME   PIC X(50).
                   10 WS-DEC-POD-SHARE  PIC 9(3)V99.
                   10 WS-DEC-POD-STREET PIC X(100).
                   10 WS-DEC-POD-CITY   PIC X(50).
                   10 WS-DEC-POD-REGION PIC X(2).
                   10 WS-DEC-POD-ZIP    PIC 9(5).
           01 WS-DEC-POD-COUNT         PIC 9(2).
           01 WS-DEC-POD-INDEX         PIC 9(2).
           01 WS-DEC-SHARE-TOTAL       PIC 9(5)V99.
           01 WS-DEC-SHARE-DISPLAY     PIC ZZ9.99.
           01 WS-DEC-NEXT-SEQ          PIC 9(3).
           01 WS-DEC-REMOVE-SEQ        PIC 9(2).
           01 WS-DEC-START-BALANCE     PIC S9(18)V99.
           01 WS-DEC-PAYOUT            PIC S9(18)V99.
           01 WS-DEC-SETTLE-OK         PIC X(3).
           01 WS-DEC-CLOSED-COUNT      PIC 9(5).
           01 WS-DEC-CHECK-COUNT       PIC 9(5).
           01 WS-ACHIN-FILENAME        PIC X(50).
           01 WS-ACHIN-STATUS          PIC X(2).
           01 WS-ACHRTN-FILENAME       PIC X(50).
           01 WS-ACHRTN-STATUS         PIC X(2).
           01 WS-ACHSTOP-FILE-STATUS   PIC X(2).
           01 WS-ACHD-SAVED-LINE       PIC X(120).
           01 WS-ACHD-ACCOUNT-X        PIC X(20).
           01 WS-ACHD-AMOUNT-X         PIC X(20).
           01 WS-ACHD-ORIG-ID          PIC X(10).
           01 WS-ACHD-ORIG-NAME        PIC X(30).
           01 WS-ACHD-TRACE            PIC X(15).
           01 WS-ACHD-ACCOUNT          PIC 9(16).
           01 WS-ACHD-AMOUNT           PIC S9(18)V99.
           01 WS-ACHD-REASON           PIC X(3).
           01 WS-ACHD-REASON-TEXT      PIC X(30).
           01 WS-ACHD-EOF              PIC X(3).
           01 WS-ACHD-SCAN-EOF         PIC X(3).
           01 WS-ACHD-STOP-HIT         PIC X(3).
           01 WS-ACHD-BLOCK-HIT        PIC X(3).
           01 WS-ACHD-ALLOW-HIT        PIC X(3).
           01 WS-ACHD-POSTED-COUNT     PIC 9(5).
           01 WS-ACHD-RETURN-COUNT     PIC 9(5).
           01 WS-ACHD-POSTED-TOTAL     PIC S9(18)V99.
           01 WS-ACHD-RETURN-TOTAL     PIC S9(18)V99.
           01 WS-ACHD-TODAY.
               05 WS-ACHD-TODAY-YEAR   PIC 9(4).
               05 WS-ACHD-TODAY-MONTH  PIC 9(2).
               05 WS-ACHD-TODAY-DAY    PIC 9(2).
           01 WS-ACHD-ACTION           PIC X(1).
           01 WS-ACHD-REMOVE-ID        PIC 9(9).
           01 WS-ACHD-LIST-COUNT       PIC 9(3).
           01 WS-ANALYSIS-FILE-STATUS  PIC X(2).
           01 WS-PRODUCT-ANALYZED      PIC X(3).
           01 WS-AN-CONTROL-OK         PIC X(3).
           01 WS-AN-DEPOSIT-PRICE      PIC 9(3)V9(4).
           01 WS-AN-CHECK-PRICE        PIC 9(3)V9(4).
           01 WS-AN-WIRE-PRICE         PIC 9(3)V9(4).
           01 WS-AN-ACH-PRICE          PIC 9(3)V9(4).
           01 WS-AN-CARD-PRICE         PIC 9(3)V9(4).
           01 WS-AN-MAINT-FEE          PIC 9(7)V99.
           01 WS-AN-ECR-RATE           PIC 99V9(5).
           01 WS-AN-RESERVE-PCT        PIC 9(2)V99.
           01 WS-AN-PERIOD.
               05 WS-AN-YEAR           PIC 9(4).
               05 WS-AN-MONTH          PIC 9(2).
           01 WS-AN-FIRST-DAY          PIC 9(2).
           01 WS-AN-NEXT-YEAR          PIC 9(4).
           01 WS-AN-NEXT-MONTH         PIC 9(2).
           01 WS-AN-START-AS-DAYS      PIC 9(9).
           01 WS-AN-END-AS-DAYS        PIC 9(9).
           01 WS-AN-DAYS-IN-MONTH      PIC 9(2).
           01 WS-AN-CHARGE-DESC        PIC X(50).
           01 WS-AN-SCAN-EOF           PIC X(3).
           01 WS-AN-ALREADY-POSTED     PIC X(3).
           01 WS-AN-DEPOSIT-COUNT      PIC 9(5).
           01 WS-AN-CHECK-COUNT        PIC 9(5).
           01 WS-AN-WIRE-COUNT         PIC 9(5).
           01 WS-AN-ACH-COUNT          PIC 9(5).
           01 WS-AN-CARD-COUNT         PIC 9(5).
           01 WS-AN-DEPOSIT-CHARGE     PIC S9(13)V99.
           01 WS-AN-CHECK-CHARGE       PIC S9(13)V99.
           01 WS-AN-WIRE-CHARGE        PIC S9(13)V99.
           01 WS-AN-ACH-CHARGE         PIC S9(13)V99.
           01 WS-AN-CARD-CHARGE        PIC S9(13)V99.
           01 WS-AN-TOTAL-CHARGE       PIC S9(18)V99.
           01 WS-AN-ADB                PIC S9(18)V99.
           01 WS-AN-INVESTABLE         PIC S9(18)V99.
           01 WS-AN-EARNINGS-CREDIT    PIC S9(18)V99.
           01 WS-AN-CREDIT-APPLIED     PIC S9(18)V99.
           01 WS-AN-NET-CHARGE         PIC S9(18)V99.
           01 WS-AN-RESULT             PIC X(20).
           01 WS-AN-CSV-CHARGE         PIC X(30).
           01 WS-AN-CSV-CREDIT         PIC X(30).
           01 WS-AN-ACCOUNT-COUNT      PIC 9(5).
           01 WS-AN-POSTED-COUNT       PIC 9(5).
           01 WS-AN-COVERED-COUNT      PIC 9(5).
           01 WS-AN-POSTED-TOTAL       PIC S9(18)V99.
           01 WS-AN-CREDIT-TOTAL       PIC S9(18)V99.
           01 WS-AN-ROW-LABEL          PIC X(24).
           01 WS-AN-ROW-VOLUME         PIC ZZZZ9.
           01 WS-AN-ROW-PRICE          PIC Z(6)9.9999.
           01 WS-AN-ROW-CHARGE         PIC S9(13)V99.
           01 WS-AN-RATE-DISPLAY       PIC Z9.999.
           01 WS-SDB-FILE-STATUS       PIC X(2).
           01 WS-SDB-CHOICE            PIC 9(1).
           01 WS-SDB-KEY-OK            PIC X(3).
           01 WS-SDB-FOUND             PIC X(3).
           01 WS-SDB-EOF               PIC X(3).
           01 WS-SDB-BRANCH            PIC X(3).
           01 WS-SDB-BOX               PIC 9(5).
           01 WS-SDB-CUSTOMER          PIC 9(9).
           01 WS-SDB-ACCOUNT           PIC 9(16).
           01 WS-SDB-NEW-STATUS        PIC X(1).
           01 WS-SDB-TODAY.
               05 WS-SDB-TODAY-YEAR    PIC 9(4).
               05 WS-SDB-TODAY-MONTH   PIC 9(2).
               05 WS-SDB-TODAY-DAY     PIC 9(2).
           01 WS-SDB-DUE-AS-DAYS       PIC 9(9).
           01 WS-SDB-DAYS-PAST-DUE     PIC S9(9).
           01 WS-SDB-LEAP-MONTH        PIC 9(2).
           01 WS-SDB-LEAP-DAY          PIC 9(2).
           01 WS-SDB-FEB-AS-DAYS       PIC 9(9).
           01 WS-SDB-MAR-AS-DAYS       PIC 9(9).
           01 WS-SDB-SIZE-CODES        PIC X(4) VALUE "SMLX".
           01 WS-SDB-SIZE-IDX          PIC 9(1).
           01 WS-SDB-SIZE-WANTED       PIC X(1).
           01 WS-SDB-SIZE-NAME         PIC X(12).
           01 WS-SDB-SIZE-COUNT        PIC 9(5).
           01 WS-SDB-AVAIL-TOTAL       PIC 9(5).
           01 WS-SDB-DRILL-COUNT       PIC 9(5).
           01 WS-SDB-DRAFTED-COUNT     PIC 9(5).
           01 WS-SDB-DRAFTED-TOTAL     PIC S9(18)V99.
           01 WS-SDB-FAILED-COUNT      PIC 9(5).
           01 WS-NOTICE-SDB-COUNT      PIC 9(5).
           01 WS-HPOL-FILE-STATUS      PIC X(2).
           01 WS-DEP-KIND              PIC X(1) VALUE "O".
           01 WS-HPOL-KIND             PIC X(1).
           01 WS-HPOL-CHOICE           PIC 9(1).
           01 WS-HPOL-EOF              PIC X(3).
           01 WS-HPOL-MATCHED          PIC X(3).
           01 WS-HPOL-DEPOSIT          PIC S9(18)V99.
           01 WS-HPOL-HOLD-AMOUNT      PIC S9(18)V99.
           01 WS-HPOL-BEST-KEY         PIC X(3).
           01 WS-HPOL-BEST-DAYS        PIC 9(2).
           01 WS-HPOL-BEST-FIRST-DAY   PIC 9(7)V99.
           01 WS-HPOL-ACCOUNT-AGE      PIC 9(9).
           01 WS-HPOL-OPENED-AS-DAYS   PIC 9(9).
           01 WS-HPOL-SAVED-TRANSACTION PIC X(153).
           01 WS-HPOL-SAVED-NUMBER     PIC 9(18).
           01 WS-HPOL-LIST-COUNT       PIC 9(3).
           01 WS-HPOL-OLD-EXPIRY       PIC 9(8).
           01 WS-HPOL-OLD-AS-DAYS      PIC 9(9).
           01 WS-HPOL-NEW-AS-DAYS      PIC 9(9).
           01 WS-HPOL-NEW-YEAR         PIC 9(4).
           01 WS-HPOL-NEW-MONTH        PIC 9(2).
           01 WS-HPOL-NEW-DAY          PIC 9(2).
           01 WS-FORCE-DEBIT           PIC X(3) VALUE "NO".
           01 WS-DEBIT-FORCED          PIC X(3).
           01 WS-FEE-RETURNED-ITEM     PIC 9(7)V99 VALUE 0.
           01 WS-DRET-CHOICE           PIC 9(1).
           01 WS-DRET-FILENAME         PIC X(50).
           01 WS-DRET-FILE-STATUS      PIC X(2).
           01 WS-RETLOG-FILE-STATUS    PIC X(2).
           01 WS-RETEXC-FILE-STATUS    PIC X(2).
           01 WS-DRET-EOF              PIC X(3).
           01 WS-DRET-LOG-EOF          PIC X(3).
           01 WS-DRET-ACCOUNT-X        PIC X(16).
           01 WS-DRET-AMOUNT-X         PIC X(20).
           01 WS-DRET-SERIAL           PIC X(15).
           01 WS-DRET-REASON           PIC X(4).
           01 WS-DRET-ACCOUNT          PIC 9(16).
           01 WS-DRET-AMOUNT           PIC 9(13)V99.
           01 WS-DRET-RESULT           PIC X(35).
           01 WS-DRET-TODAY            PIC 9(8).
           01 WS-DRET-TODAY-R REDEFINES WS-DRET-TODAY.
               05 WS-DRET-TODAY-YEAR   PIC 9(4).
               05 WS-DRET-TODAY-MONTH  PIC 9(2).
               05 WS-DRET-TODAY-DAY    PIC 9(2).
           01 WS-DRET-LOG-AS-DAYS      PIC 9(9).
           01 WS-DRET-RECENT-COUNT     PIC 9(3).
           01 WS-DRET-HOLD-ID          PIC 9(9).
           01 WS-DRET-HOLD-AMOUNT      PIC 9(13)V99.
           01 WS-DRET-HOLD-EXACT       PIC X(3).
           01 WS-DRET-POSTED-COUNT     PIC 9(5).
           01 WS-DRET-POSTED-TOTAL     PIC S9(18)V99.
           01 WS-DRET-EXCEPT-COUNT     PIC 9(5).
           01 WS-DRET-REPEAT-COUNT     PIC 9(5).
           01 WS-DRET-LIST-COUNT       PIC 9(5).
           01 WS-DRET-ACTION           PIC X(1).
           01 WS-DRET-NEG-COUNT        PIC 9(5).
           01 WS-DRET-NEG-IDX          PIC 9(5).
           01 WS-DRET-NEG-TABLE.
               05 WS-DRET-NEG-ENTRY OCCURS 200 TIMES.
                   10 WS-DRET-NEG-ACCOUNT PIC 9(16).
                   10 WS-DRET-NEG-BALANCE PIC S9(18)V99.
           01 WS-NOTICE-RET-COUNT      PIC 9(5).
           01 WS-VAULT-FILE-STATUS     PIC X(2).
           01 WS-VAULT-LOG-STATUS      PIC X(2).
           01 WS-VLT-CHOICE            PIC 9(1).
           01 WS-VLT-OK                PIC X(3).
           01 WS-VLT-EOF               PIC X(3).
           01 WS-VLT-BRANCH            PIC X(3).
           01 WS-VLT-MOVE-TYPE         PIC X(4).
           01 WS-VLT-AMOUNT-ENTRY      PIC 9(13)V99.
           01 WS-VLT-AMOUNT            PIC S9(13)V99.
           01 WS-VLT-COUNTED           PIC 9(13)V99.
           01 WS-VLT-BOOK-CASH         PIC S9(13)V99.
           01 WS-VLT-OVER-SHORT        PIC S9(13)V99.
           01 WS-VLT-REFERENCE         PIC X(15).
           01 WS-VLT-SECOND-TELLER     PIC 9(5).
           01 WS-VLT-SECOND-OK         PIC X(3).
           01 WS-VLT-DRAWER-BRANCH     PIC X(3).
           01 WS-VLT-DRAWER-CASH       PIC S9(18)V99.
           01 WS-VLT-POSITION          PIC S9(18)V99.
           01 WS-VLT-TODAY             PIC 9(8).
           01 WS-VLT-BRANCH-COUNT      PIC 9(5).
           01 WS-VLT-FLAG-COUNT        PIC 9(5).
           01 WS-VLT-ADVICE            PIC X(36).
           01 WS-VLT-MONEY-X           PIC X(30).
           01 WS-FST-PERIOD            PIC 9(6).
           01 WS-FST-PERIOD-R REDEFINES WS-FST-PERIOD.
               05 WS-FST-PERIOD-YEAR   PIC 9(4).
               05 WS-FST-PERIOD-MONTH  PIC 9(2).
           01 WS-FST-PRIOR             PIC 9(6).
           01 WS-FST-LAST-YEAR         PIC 9(6).
           01 WS-FST-JRNL-PERIOD       PIC 9(6).
           01 WS-FST-LOOKUP            PIC 9(4).
           01 WS-FST-SIGNED            PIC S9(18)V99.
           01 WS-FST-COUNT             PIC 9(3).
           01 WS-FST-INDEX             PIC 9(3).
           01 WS-FST-FOUND             PIC 9(3).
           01 WS-FST-ENTRY-COUNT       PIC 9(9).
           01 WS-FST-UNCHARTED         PIC 9(9).
           01 WS-FST-TABLE.
               05 WS-FST-ENTRY OCCURS 60 TIMES.
                   10 WS-FST-ACCT      PIC 9(4).
                   10 WS-FST-NAME      PIC X(30).
                   10 WS-FST-TYPE      PIC X(1).
                   10 WS-FST-BAL-CUR   PIC S9(18)V99.
                   10 WS-FST-BAL-PRI   PIC S9(18)V99.
                   10 WS-FST-BAL-LY    PIC S9(18)V99.
                   10 WS-FST-MTD-CUR   PIC S9(18)V99.
                   10 WS-FST-MTD-PRI   PIC S9(18)V99.
                   10 WS-FST-MTD-LY    PIC S9(18)V99.
                   10 WS-FST-YTD-CUR   PIC S9(18)V99.
                   10 WS-FST-YTD-LY    PIC S9(18)V99.
           01 WS-FST-SECTION           PIC X(1).
           01 WS-FST-BLOCK             PIC X(1).
           01 WS-FST-HEADING           PIC X(20).
           01 WS-FST-ROW-ACCT          PIC 9(4).
           01 WS-FST-ROW-NAME          PIC X(30).
           01 WS-FST-ROWS.
               05 WS-FST-ROW OCCURS 5 TIMES PIC S9(18)V99.
           01 WS-FST-COLS.
               05 WS-FST-COL OCCURS 3 TIMES PIC S9(18)V99.
           01 WS-FST-ASSET-COLS.
               05 WS-FST-ASSETS OCCURS 3 TIMES PIC S9(18)V99.
           01 WS-FST-LIAB-EQ-COLS.
               05 WS-FST-LIAB-EQ OCCURS 3 TIMES PIC S9(18)V99.
           01 WS-FST-NET-COLS.
               05 WS-FST-NET OCCURS 3 TIMES PIC S9(18)V99.
           01 WS-FST-NET-MTD           PIC S9(18)V99.
           01 WS-FST-NET-YTD           PIC S9(18)V99.
           01 WS-FST-BS-BALANCED       PIC X(3).
           01 WS-FST-REPLY             PIC X(1).
           01 WS-FST-CLOSE-DATE        PIC 9(8).
           01 WS-FST-CLOSED-ALREADY    PIC X(3).
           01 WS-FST-CLOSE-COUNT       PIC 9(3).
           01 WS-CATCHUP-MODE          PIC X(3) VALUE "NO".
           01 WS-CATCHUP-FAILED        PIC X(3) VALUE "NO".
           01 WS-CATCH-FROM-DATE       PIC 9(8).
           01 WS-CATCH-THIS-DATE       PIC 9(8).
           01 WS-CATCH-TODAY           PIC 9(8).
           01 WS-CATCH-TARGET-DATE     PIC 9(8).
           01 WS-CATCH-TARGET-R REDEFINES WS-CATCH-TARGET-DATE.
               05 WS-CATCH-TARGET-YEAR  PIC 9(4).
               05 WS-CATCH-TARGET-MONTH PIC 9(2).
               05 WS-CATCH-TARGET-DAY   PIC 9(2).
           01 WS-CATCH-TARGET-AS-DAYS  PIC 9(9).
           01 WS-CATCH-DAY-COUNT       PIC 9(5).
           01 WS-CATCH-CLOSED-COUNT    PIC 9(5).
           01 WS-CATCH-ACCRUED-COUNT   PIC 9(5).
           01 WS-CATCH-REPLY           PIC X(1).
           01 WS-CATCH-REPORT-FILENAME PIC X(100).
           01 WS-PROFCTL-FILE-STATUS   PIC X(2).
           01 WS-PROFHIST-FILE-STATUS  PIC X(2).
           01 WS-PRF-PERIOD            PIC 9(6).
           01 WS-PRF-PERIOD-R REDEFINES WS-PRF-PERIOD.
               05 WS-PRF-PERIOD-YEAR   PIC 9(4).
               05 WS-PRF-PERIOD-MONTH  PIC 9(2).
           01 WS-PRF-PRIOR-1           PIC 9(6).
           01 WS-PRF-PRIOR-2           PIC 9(6).
           01 WS-PRF-NEXT-YEAR         PIC 9(4).
           01 WS-PRF-NEXT-MONTH        PIC 9(2).
           01 WS-PRF-FIRST-DAY         PIC 9(2) VALUE 1.
           01 WS-PRF-START-AS-DAYS     PIC 9(9).
           01 WS-PRF-NEXT-AS-DAYS      PIC 9(9).
           01 WS-PRF-MONTH-DAYS        PIC 9(3).
           01 WS-PRF-HIST-DAYS         PIC 9(3).
           01 WS-PRF-LAST-BH-DATE      PIC 9(8).
           01 WS-PRF-COF-RATE          PIC 99V9(5).
           01 WS-PRF-EOF               PIC X(3).
           01 WS-PRF-LOANS-OPEN        PIC X(3).
           01 WS-PRF-NEW-CUST          PIC 9(9).
           01 WS-PRF-NEW-BRANCH        PIC X(3).
           01 WS-PRF-NEW-PRODUCT       PIC X(4).
           01 WS-PRF-AMOUNT            PIC S9(18)V99.
           01 WS-PRF-COUNT             PIC 9(3).
           01 WS-PRF-INDEX             PIC 9(3).
           01 WS-PRF-INDEX-2           PIC 9(3).
           01 WS-PRF-TABLE.
               05 WS-PRF-ENTRY OCCURS 500 TIMES.
                   10 WS-PRF-CUST      PIC 9(9).
                   10 WS-PRF-BRANCH    PIC X(3).
                   10 WS-PRF-PRODUCT   PIC X(4).
                   10 WS-PRF-FEES      PIC S9(18)V99.
                   10 WS-PRF-LATE      PIC S9(18)V99.
                   10 WS-PRF-DEP-INT   PIC S9(18)V99.
                   10 WS-PRF-CD-INT    PIC S9(18)V99.
                   10 WS-PRF-LOAN-INT  PIC S9(18)V99.
                   10 WS-PRF-BAL-SUM   PIC S9(18)V99.
                   10 WS-PRF-COF       PIC S9(18)V99.
                   10 WS-PRF-NET       PIC S9(18)V99.
                   10 WS-PRF-FLAG      PIC X(4).
           01 WS-PRF-HOLD              PIC X(180).
           01 WS-PRF-PRIOR-NEG         PIC 9(1).
           01 WS-PRF-RATE-DISPLAY      PIC Z9.9(5).
           01 WS-PRF-FOUND             PIC X(3).
           01 WS-PRF-GROUP-FOUND       PIC 9(2).
           01 WS-PRF-UNASSIGNED-COUNT  PIC 9(7).
           01 WS-PRF-UNASSIGNED-AMT    PIC S9(18)V99.
           01 WS-PRF-TOT-INCOME        PIC S9(18)V99.
           01 WS-PRF-TOT-EXPENSE       PIC S9(18)V99.
           01 WS-PRF-TOT-NET           PIC S9(18)V99.
           01 WS-PRF-NEG-COUNT         PIC 9(5).
           01 WS-PRF-FLAG-COUNT        PIC 9(5).
           01 WS-PRF-GROUP-BY          PIC X(1).
           01 WS-PRF-GROUP-KEY         PIC X(4).
           01 WS-PRF-GROUP-COUNT       PIC 9(2).
           01 WS-PRF-GROUP-INDEX       PIC 9(2).
           01 WS-PRF-GROUP-TABLE.
               05 WS-PRF-GROUP OCCURS 50 TIMES.
                   10 WS-PRF-G-CODE    PIC X(4).
                   10 WS-PRF-G-COUNT   PIC 9(5).
                   10 WS-PRF-G-INCOME  PIC S9(18)V99.
                   10 WS-PRF-G-EXPENSE PIC S9(18)V99.
                   10 WS-PRF-G-NET     PIC S9(18)V99.
           01 WS-CARDM-FILE-STATUS     PIC X(2).
           01 WS-CARD-VENDOR-STATUS    PIC X(2).
           01 WS-CARD-VENDOR-FILENAME  PIC X(50).
           01 WS-CM-CHOICE             PIC 9(1).
           01 WS-CM-FOUND              PIC X(3).
           01 WS-CM-EOF                PIC X(3).
           01 WS-CM-NUMBER             PIC 9(16).
           01 WS-CM-ACCOUNT            PIC 9(16).
           01 WS-CM-CUSTOMER           PIC 9(9).
           01 WS-CM-ACCT-STATUS        PIC X(1).
           01 WS-CM-HAS-JOINT          PIC X(3).
           01 WS-CM-PRIMARY-NAME       PIC X(100).
           01 WS-CM-JOINT-NAME         PIC X(100).
           01 WS-CM-REPLACES           PIC 9(16).
           01 WS-CM-HOLDER-TYPE        PIC X(1).
           01 WS-CM-NEW-STATUS         PIC X(1).
           01 WS-CM-LIMIT              PIC 9(7)V99.
           01 WS-CM-SPENT              PIC 9(7)V99.
           01 WS-CM-SERIAL             PIC 9(9).
           01 WS-CM-VENDOR-REASON      PIC X(1).
           01 WS-CM-COUNT              PIC 9(5).
           01 WS-CM-SKIP-COUNT         PIC 9(5).
           01 WS-CM-EXPIRED-COUNT      PIC 9(5).
           01 WS-CM-ANSWER             PIC X(1).
      * new numbers are the bank's BIN, a nine-digit serial, and the
      * check digit; a card is good through the end of its expiry
      * month and is issued for three years
           01 WS-CM-BIN-BASE           PIC 9(16)
                                       VALUE 4127600000000000.
           01 WS-CM-VALID-YEARS        PIC 9(1) VALUE 3.
           01 WS-CM-STANDARD-LIMIT     PIC 9(7)V99 VALUE 500.00.
           01 WS-CM-TODAY.
               05 WS-CM-TODAY-YEAR     PIC 9(4).
               05 WS-CM-TODAY-MONTH    PIC 9(2).
               05 WS-CM-TODAY-DAY      PIC 9(2).
           01 WS-CM-THIS-MONTH         PIC 9(6).
           01 WS-CM-NEXT-MONTH.
               05 WS-CM-NEXT-YEAR      PIC 9(4).
               05 WS-CM-NEXT-MON       PIC 9(2).
           01 WS-CM-STATUS-WORD        PIC X(8).
           01 WS-CM-LIMIT-DISPLAY      PIC Z(6)9.99.
           01 WS-CARD-NUMBER           PIC 9(16).
           01 WS-ALCOCTL-FILE-STATUS   PIC X(2).
           01 WS-GAP-ASOF-NUM          PIC 9(8).
           01 WS-GAP-ASOF REDEFINES WS-GAP-ASOF-NUM.
               05 WS-GAP-ASOF-YEAR     PIC 9(4).
               05 WS-GAP-ASOF-MONTH    PIC 9(2).
               05 WS-GAP-ASOF-DAY      PIC 9(2).
           01 WS-GAP-ASOF-DAYS         PIC 9(9).
           01 WS-GAP-ITEM-DAYS         PIC 9(9).
           01 WS-GAP-FIRST-DUE-DAYS    PIC 9(9).
           01 WS-GAP-DAYS-OUT          PIC S9(9).
           01 WS-GAP-EOF               PIC X(3).
           01 WS-GAP-BUCKET            PIC 9(1).
           01 WS-GAP-IDX               PIC 9(1).
           01 WS-GAP-LOAN-COUNT        PIC 9(7).
           01 WS-GAP-CD-COUNT          PIC 9(7).
           01 WS-GAP-NMD-COUNT         PIC 9(7).
           01 WS-GAP-BALANCE           PIC S9(18)V99.
           01 WS-GAP-INTEREST          PIC S9(18)V99.
           01 WS-GAP-PRINCIPAL         PIC S9(18)V99.
           01 WS-GAP-MONTH-RATE        PIC 9V9(9).
           01 WS-GAP-PAYS-LEFT         PIC S9(4).
           01 WS-GAP-PAY-NUMBER        PIC 9(4).
           01 WS-GAP-ITEM-RATE         PIC 99V9(5).
           01 WS-GAP-RATE-STANDARD     PIC 99V9(5).
           01 WS-GAP-RATE-PREMIUM      PIC 99V9(5).
           01 WS-GAP-RATE-SAVINGS      PIC 99V9(5).
           01 WS-GAP-RATES-FOUND       PIC X(3).
           01 WS-GAP-RATE-PCT          PIC 9(3)V999.
           01 WS-GAP-RATE-DISPLAY      PIC ZZ9.999.
           01 WS-GAP-DECAY-TABLE.
               05 WS-GAP-DECAY         PIC 9(3)V99 OCCURS 4 TIMES.
           01 WS-GAP-DECAY-SHOWS.
               05 WS-GAP-DECAY-SHOW    PIC ZZ9.99 OCCURS 4 TIMES.
      * the upper edge of each bucket in days; bucket 5 is beyond a
      * year
           01 WS-GAP-LIMIT-VALUES.
               05 FILLER               PIC 9(3) VALUE 30.
               05 FILLER               PIC 9(3) VALUE 90.
               05 FILLER               PIC 9(3) VALUE 180.
               05 FILLER               PIC 9(3) VALUE 365.
           01 WS-GAP-LIMITS REDEFINES WS-GAP-LIMIT-VALUES.
               05 WS-GAP-LIMIT         PIC 9(3) OCCURS 4 TIMES.
           01 WS-GAP-LABEL-VALUES.
               05 FILLER               PIC X(8) VALUE "0-30".
               05 FILLER               PIC X(8) VALUE "31-90".
               05 FILLER               PIC X(8) VALUE "91-180".
               05 FILLER               PIC X(8) VALUE "181-365".
               05 FILLER               PIC X(8) VALUE "OVER 365".
               05 FILLER               PIC X(8) VALUE "TOTAL".
           01 WS-GAP-LABELS REDEFINES WS-GAP-LABEL-VALUES.
               05 WS-GAP-LABEL         PIC X(8) OCCURS 6 TIMES.
      * rows 1-5 the buckets, row 6 the total; the rate sums are
      * balance times rate, for the weighted averages
           01 WS-GAP-TABLE.
               05 WS-GAP-ROW OCCURS 6 TIMES.
                   10 WS-GAP-LOANS         PIC S9(18)V99.
                   10 WS-GAP-CDS           PIC S9(18)V99.
                   10 WS-GAP-NMD           PIC S9(18)V99.
                   10 WS-GAP-RSA           PIC S9(18)V99.
                   10 WS-GAP-RSL           PIC S9(18)V99.
                   10 WS-GAP-GAP           PIC S9(18)V99.
                   10 WS-GAP-CUM           PIC S9(18)V99.
                   10 WS-GAP-RSA-RATE-SUM  PIC S9(16)V9(7).
                   10 WS-GAP-RSL-RATE-SUM  PIC S9(16)V9(7).

      * GL to subledger reconciliation: control account, nature (C
      * credit, D debit), the account a one-time opening balance is
      * taken on against, and the pair name
           01 WS-GLR-PAIR-VALUES.
               05 FILLER PIC X(35) VALUE "2010C0000CUSTOMER DEPOSITS".
               05 FILLER PIC X(35) VALUE "2020C1010TERM DEPOSITS (CDS)".
               05 FILLER PIC X(35) VALUE "1210D1010LOANS RECEIVABLE".
               05 FILLER PIC X(35) VALUE "2030C5010ACCRUED INTEREST".
               05 FILLER PIC X(35) VALUE "2040C1010OFFICIAL CHECKS".
               05 FILLER PIC X(35) VALUE "9010C9020PENDING WIRES".
           01 WS-GLR-PAIR-TABLE REDEFINES WS-GLR-PAIR-VALUES.
               05 WS-GLR-PAIR OCCURS 6 TIMES.
                   10 WS-GLR-ACCT      PIC 9(4).
                   10 WS-GLR-NATURE    PIC X(1).
                   10 WS-GLR-CONTRA    PIC 9(4).
                   10 WS-GLR-NAME      PIC X(26).
           01 WS-GLR-AMOUNTS.
               05 WS-GLR-ROW OCCURS 6 TIMES.
                   10 WS-GLR-SUB       PIC S9(18)V99.
                   10 WS-GLR-SUB-COUNT PIC 9(9).
                   10 WS-GLR-DEBITS    PIC S9(18)V99.
                   10 WS-GLR-CREDITS   PIC S9(18)V99.
                   10 WS-GLR-GL        PIC S9(18)V99.
                   10 WS-GLR-DIFF      PIC S9(18)V99.
                   10 WS-GLR-TAKEN-ON  PIC X(3).
           01 WS-GLR-IDX               PIC 9(2).
           01 WS-GLR-BREAKS            PIC 9(2).
           01 WS-GLR-EOF               PIC X(3).
           01 WS-GLR-DATE              PIC 9(8).
           01 WS-GLR-REPLY             PIC X(1).
           01 WS-GLR-DEP-COUNT         PIC 9(3).
           01 WS-GLR-DEP-IDX           PIC 9(3).
           01 WS-GLR-DEP-FOUND         PIC X(3).
           01 WS-GLR-DEP-OVERFLOW      PIC S9(18)V99.
           01 WS-GLR-DEP-TABLE.
               05 WS-GLR-DEP OCCURS 60 TIMES.
                   10 WS-GLR-DEP-CURRENCY PIC X(3).
                   10 WS-GLR-DEP-PRODUCT  PIC X(4).
                   10 WS-GLR-DEP-ACCTS    PIC 9(9).
                   10 WS-GLR-DEP-TOTAL    PIC S9(18)V99.


      * duplicate customer scan and merge
           01 WS-DUP-EOF               PIC X(3).
           01 WS-DUP-COUNT             PIC 9(3).
           01 WS-DUP-SKIPPED           PIC 9(5).
           01 WS-DUP-PAIR-COUNT        PIC 9(5).
           01 WS-DUP-IDX-A             PIC 9(3).
           01 WS-DUP-IDX-B             PIC 9(3).
           01 WS-DUP-START             PIC 9(3).
           01 WS-DUP-SCORE             PIC 9(3).
           01 WS-DUP-REASON            PIC X(20).
           01 WS-DUP-REASON-LEN        PIC 9(3).
           01 WS-DUP-TABLE.
               05 WS-DUP-CUST OCCURS 500 TIMES.
                   10 WS-DUP-NUMBER    PIC 9(9).
                   10 WS-DUP-TAX-ID    PIC 9(9).
                   10 WS-DUP-ZIP       PIC 9(5).
                   10 WS-DUP-NAME      PIC X(100).
                   10 WS-DUP-NORM      PIC X(100).
           01 WS-DUP-NORM-IN           PIC X(100).
           01 WS-DUP-NORM-OUT          PIC X(100).
           01 WS-DUP-TOKEN             PIC X(100).
           01 WS-DUP-TOKEN-LEN         PIC 9(3).
           01 WS-DUP-OUT-LEN           PIC 9(3).
           01 WS-DUP-POS               PIC 9(3).
           01 WS-DUP-CHAR              PIC X(1).
           01 WS-MERGE-SURVIVOR        PIC 9(9).
           01 WS-MERGE-LOSER           PIC 9(9).
           01 WS-MERGE-OK              PIC X(3).
           01 WS-MERGE-SURVIVOR-NAME   PIC X(100).
           01 WS-MERGE-LOSER-NAME      PIC X(100).
           01 WS-MERGE-LOSER-RATING    PIC X(1).
           01 WS-MERGE-LOSER-REVIEW    PIC X(8).
           01 WS-MERGE-ACCT-COUNT      PIC 9(5).
           01 WS-MERGE-LOAN-COUNT      PIC 9(5).
           01 WS-MERGE-BOX-COUNT       PIC 9(5).


      * insiders: the signed-on teller's own and household accounts
      * are picked up at sign-on so each posting or override is a
      * table lookup, not a file read
           01 WS-INS-TELLER-CUSTOMER   PIC 9(9) VALUE 0.
           01 WS-INS-TELLER-TAX-ID     PIC 9(9) VALUE 0.
           01 WS-INS-TELLER-STREET     PIC X(100).
           01 WS-INS-TELLER-ZIP        PIC 9(5).
           01 WS-INS-HOUSE-COUNT       PIC 9(3) VALUE 0.
           01 WS-INS-HOUSE-TABLE.
               05 WS-INS-HOUSE-CUSTOMER PIC 9(9) OCCURS 20 TIMES.
           01 WS-INS-ACCT-COUNT        PIC 9(3) VALUE 0.
           01 WS-INS-ACCT-TABLE.
               05 WS-INS-ACCT OCCURS 50 TIMES.
                   10 WS-INS-ACCT-ID       PIC 9(16).
                   10 WS-INS-ACCT-RELATION PIC X(3).
           01 WS-INS-IDX               PIC 9(3).
           01 WS-INS-EOF               PIC X(3).
           01 WS-INS-CHECK-ACCOUNT     PIC 9(16).
           01 WS-INS-CHECK-CUSTOMER    PIC 9(9).
           01 WS-INS-KIND              PIC X(3).
           01 WS-INS-RELATION          PIC X(3).
           01 WS-INS-ACTION            PIC X(24).
           01 WS-INS-SAVED-DETAIL      PIC X(60).
           01 WS-INS-EMP-ACTIVE        PIC X(3).
           01 WS-INS-CHANGED           PIC X(3).
           01 WS-INS-FLAGGED-COUNT     PIC 9(5).
           01 WS-INS-CLEARED-COUNT     PIC 9(5).
           01 WS-INS-NEW-CATEGORY      PIC X(1).
           01 WS-INS-NEW-TELLER        PIC 9(5).
           01 WS-INS-IS-INSIDER        PIC X(3).
           01 WS-PRODUCT-STAFF-ONLY    PIC X(3) VALUE "NO".
           01 WS-INS-PERIOD            PIC 9(6).
           01 WS-INS-PERIOD-R REDEFINES WS-INS-PERIOD.
               05 WS-INS-PERIOD-YEAR   PIC 9(4).
               05 WS-INS-PERIOD-MONTH  PIC 9(2).
           01 WS-INS-LIST-COUNT        PIC 9(3).
           01 WS-INS-LIST-TABLE.
               05 WS-INS-LIST OCCURS 500 TIMES.
                   10 WS-INS-LIST-CUSTOMER PIC 9(9).
                   10 WS-INS-LIST-CATEGORY PIC X(1).
           01 WS-INS-LIST-IDX          PIC 9(3).
           01 WS-INS-LOAN-COUNT        PIC 9(5).
           01 WS-INS-OVR-COUNT         PIC 9(5).
           01 WS-INS-TXN-COUNT         PIC 9(5).
           01 WS-INS-STAFF-COUNT       PIC 9(5).
           01 WS-INS-EMP-OPEN          PIC X(3).
           01 WS-INS-REWRITE           PIC X(3).
           01 WS-INS-CATEGORY-NAME     PIC X(8).
           01 WS-MERGE-LOSER-INSIDER   PIC X(1).
           01 WS-MERGE-LOSER-INS-CAT   PIC X(1).
           01 WS-MERGE-LOSER-INS-SRC   PIC X(1).
           01 WS-MERGE-LOSER-INS-TLR   PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "bank_transactions/folder_exists_test"
           TO WS-ARCHIVE-FILENAME
           OPEN OUTPUT FS-ARCHIVE-FILE
               IF WS-ARCHIVE-FILE-STATUS = '30'
                   DISPLAY "I/O error during initialization"
                   DISPLAY "Check to make sure the bank_transactions fol
      -                    "der exists"
                   MOVE "YES" TO WS-ABORT
               END-IF
           CLOSE FS-ARCHIVE-FILE

           MOVE SPACE TO WS-UNATTENDED-SESSION
           ACCEPT WS-UNATTENDED-SESSION FROM ENVIRONMENT
      * before anyone signs on - after the March restore nobody gets
      * to find a short file days later again
               PERFORM VERIFY-CONTROL-TOTALS-PARA
               PERFORM VERIFY-LOG-CHAINS-PARA
               IF WS-SODAY-OK = "NO"
                   MOVE "YES" TO WS-SODAY-MISMATCH
                   DISPLAY "START-OF-DAY VERIFICATION FAILED - only a
           EVALUATE WS-COMMAND
               WHEN 1 WHEN 3 WHEN 4 WHEN 7 WHEN 11 WHEN 16 WHEN 18
               WHEN 21 WHEN 23 WHEN 32 WHEN 33 WHEN 38 WHEN 41
               WHEN 42 WHEN 43 WHEN 46 WHEN 50 WHEN 55 WHEN 73
               WHEN 75 WHEN 77
                   MOVE "N" TO WS-LOCK-CLASS
               WHEN 5 WHEN 8 WHEN 14
                   MOVE "A" TO WS-LOCK-CLASS
                   PERFORM 6000-PIN-SERVICES-PARA
               WHEN 60
                   PERFORM 6100-RUN-SODAY-CHECK-PARA
               WHEN 61
                   PERFORM 6200-OVERDRAFT-PROTECTION-PARA
               WHEN 62
                   PERFORM 6300-LOAN-PAYOFF-PARA
               WHEN 63
                   PERFORM 6400-LOAN-CHARGEOFF-PARA
               WHEN 64
                   PERFORM 6500-SAR-DESK-PARA
               WHEN 65
                   PERFORM 6600-DECEASED-DESK-PARA
               WHEN 66
                   PERFORM 6700-ACCOUNT-ANALYSIS-PARA
               WHEN 67
                   PERFORM 6800-SAFE-DEPOSIT-DESK-PARA
               WHEN 68
                   PERFORM 6900-HOLD-POLICY-DESK-PARA
               WHEN 69
                   PERFORM 7000-DEPOSIT-RETURNS-DESK-PARA
               WHEN 70
                   PERFORM 7100-VAULT-DESK-PARA
               WHEN 71
                   PERFORM 7200-FIN-STATEMENTS-PARA
               WHEN 72
                   PERFORM 7300-CATCH-UP-CLOSE-PARA
               WHEN 73
                   PERFORM 7400-PROFITABILITY-PARA
               WHEN 74
                   PERFORM 7500-CARD-DESK-PARA
               WHEN 75
                   PERFORM 7600-ALCO-GAP-PARA
               WHEN 76
                   PERFORM 7700-GL-RECON-PARA
               WHEN 77
                   PERFORM 7800-INSIDER-REVIEW-PARA
               WHEN OTHER
                   IF WS-UNATTENDED-SESSION = "Y"
                       DISPLAY "Invalid command in the script - aborti
      -            "(option to post at month end)"
           DISPLAY "56) Official check register - clear, stop/void, an
      -            "d outstanding-items report"
           DISPLAY "57) ACH - collect instructions, build the outbou
      -            "nd batch, process returns, post incoming debits,"
           DISPLAY "    stop-payments and debit blocks"
           DISPLAY "58) Dual-control queue - review and release or rej
      -            "ect parked high-value postings"
           DISPLAY "59) PIN services - change a PIN, supervisor reset,
      -            " lockout/reset report"
           DISPLAY "60) Start-of-day verification against the close's
      -            " control totals"
           DISPLAY "61) Overdraft protection - link or remove a backup
      -            " account, list a day's protection transfers"
           DISPLAY "62) Loan payoff - quote letter good through a date
      -            ", or post an early payoff"
           DISPLAY "63) Loan charge-off batch and monthly recoveries r
      -            "eport (supervisor only)"
           DISPLAY "64) Suspicious-activity monitor, case file, and ag
      -            "ing report (supervisor only)"
           DISPLAY "65) Deceased customers - POD beneficiaries, record
      -            " a death, settle an estate (supervisor only)"
           DISPLAY "66) Monthly account analysis for commercial accoun
      -            "ts (supervisor only)"
           DISPLAY "67) Safe deposit boxes - rent, surrender, status,
      -            " branch inventory"
           DISPLAY "68) Deposit availability policy and policy hold ov
      -            "errides (supervisor only)"
           DISPLAY "69) Returned deposited items - post the clearingho
      -            "use return file, review repeat returns"
           DISPLAY "70) Branch vault - drawer buys and sells, cash shi
      -            "pments, vault balancing, cash position"
           DISPLAY "71) Monthly financial statements from the general
      -            " ledger, year-end close (supervisor only)"
           DISPLAY "72) Catch-up end-of-day close through a target dat
      -            "e after missed closes (supervisor only)"
           DISPLAY "73) Monthly customer profitability - net contributi
      -            "on by customer (supervisor only)"
           DISPLAY "74) Debit cards - issue, lost/stolen, close, limits
      -            ", monthly reissue"
           DISPLAY "75) Repricing and maturity gap report for the ALCO (
      -            "supervisor only)"
           DISPLAY "76) GL to subledger reconciliation of the control a
      -            "ccounts (supervisor only)"
           DISPLAY "77) Monthly insider activity review (supervisor onl
      -            "y)"
           .


               WS-COMMAND = 22 OR WS-COMMAND = 24 OR WS-COMMAND = 25 OR
               WS-COMMAND = 26 OR WS-COMMAND = 30 OR WS-COMMAND = 31 OR
               WS-COMMAND = 34 OR WS-COMMAND = 39 OR WS-COMMAND = 43 OR
               WS-COMMAND = 46 OR WS-COMMAND = 48 OR WS-COMMAND = 49 OR
               WS-COMMAND = 63 OR WS-COMMAND = 64 OR
               WS-COMMAND = 65 OR WS-COMMAND = 66 OR
               WS-COMMAND = 68 OR WS-COMMAND = 71 OR
               WS-COMMAND = 72 OR WS-COMMAND = 73 OR
               WS-COMMAND = 75 OR WS-COMMAND = 76 OR
               WS-COMMAND = 77)
              AND WS-TELLER-ROLE NOT = "S"
               DISPLAY "This command requires a supervisor sign-on"
               MOVE "NO" TO WS-COMMAND-ALLOWED


       050-TELLER-SIGN-ON-PARA.
           PERFORM READ-SECURITY-CONTROL-PARA
           OPEN I-O FS-TELLER-FILE
               IF WS-TELLER-FILE-STATUS = '35'
                   CLOSE FS-TELLER-FILE
                   DISPLAY "No teller master on file - setting up the fi
      -                    "rst supervisor sign-on"
                   PERFORM 051-CREATE-FIRST-SUPERVISOR-PARA
                   OPEN I-O FS-TELLER-FILE
               END-IF

               MOVE 0 TO WS-SIGN-ON-TRIES
               STRING "teller "WS-SIGNED-ON-TELLER-ID" signed on"
                 DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               PERFORM OPS-LOG-PARA
               PERFORM LOAD-INSIDER-TELLER-PARA
           END-IF
           .

               DISPLAY "Enter the supervisor's name:"
               ACCEPT FS-TELLER-NAME
               DISPLAY "Enter a password (up to 20 characters):"
               ACCEPT WS-TELLER-PASSWORD-ENTRY
               PERFORM HASH-TELLER-PASSWORD-PARA
               MOVE "S" TO FS-TELLER-ROLE
               PERFORM SET-SEC-TODAY-PARA
               MOVE WS-SEC-TODAY TO FS-TELLER-PW-SET-DATE
               MOVE 0 TO FS-TELLER-FAIL-COUNT
               MOVE "N" TO FS-TELLER-LOCKED
               MOVE WS-SEC-TODAY TO FS-TELLER-LAST-SIGN-ON
               WRITE FS-TELLER
                   INVALID KEY
                       DISPLAY "INVALID KEY - "FS-TELLER-ID
           ACCEPT FS-TELLER-ID
           DISPLAY "Enter password:"
           ACCEPT WS-TELLER-PASSWORD-ENTRY
           MOVE FS-TELLER-ID TO WS-SEC-TELLER-ID
           PERFORM SET-SEC-TODAY-PARA

           READ FS-TELLER-FILE
               INVALID KEY
                   DISPLAY "Unknown teller ID"
                   MOVE SPACES TO WS-TELLER-PASSWORD-ENTRY
                   MOVE "UNKNOWN" TO WS-SEC-RESULT
                   PERFORM WRITE-SIGNON-HISTORY-PARA
               NOT INVALID KEY
                   PERFORM 053-CHECK-TELLER-SIGN-ON-PARA
           END-READ
           .


      * the teller record is read and the teller file open I-O when
      * this runs; every way out leaves one line in the sign-on history
       053-CHECK-TELLER-SIGN-ON-PARA.
      * an ID left idle past the limit is switched off at the first
      * attempt after the limit runs out
           IF FS-TELLER-LOCKED = "N" AND FS-TELLER-LAST-SIGN-ON > 0
               MOVE FS-TELLER-LAST-SIGN-ON TO WS-SEC-DATE-NUM
               PERFORM SEC-DAYS-SINCE-PARA
               IF WS-SEC-AGE-DAYS > WS-SEC-INACTIVE-DAYS
                   MOVE "D" TO FS-TELLER-LOCKED
                   PERFORM REWRITE-TELLER-PARA
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "TELLER "FS-TELLER-ID" DISABLED - NO SIGN-ON I
      -                   "N "WS-SEC-INACTIVE-DAYS" DAYS"
                     DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM WRITE-AUDIT-PARA
                   MOVE "W" TO WS-OPS-SEVERITY
                   MOVE WS-AUDIT-DETAIL TO WS-OPS-MESSAGE
                   PERFORM OPS-LOG-PARA
               END-IF
           END-IF

           IF FS-TELLER-LOCKED = "D"
               DISPLAY "Teller ID is disabled for inactivity - a super
      -                "visor reset must come first"
               MOVE SPACES TO WS-TELLER-PASSWORD-ENTRY
               MOVE "DISABLED" TO WS-SEC-RESULT
               PERFORM WRITE-SIGNON-HISTORY-PARA
               EXIT PARAGRAPH
           END-IF
           IF FS-TELLER-LOCKED = "Y"
               DISPLAY "Teller ID is locked - a supervisor reset must c
      -                "ome first"
               MOVE SPACES TO WS-TELLER-PASSWORD-ENTRY
               MOVE "LOCKED" TO WS-SEC-RESULT
               PERFORM WRITE-SIGNON-HISTORY-PARA
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TELLER-PASSWORD-PARA
           IF WS-HASH-RESULT NOT = "Y"
               DISPLAY "Incorrect password"
               PERFORM COUNT-TELLER-MISS-PARA
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO FS-TELLER-FAIL-COUNT
           PERFORM CHECK-PASSWORD-AGE-PARA
           IF WS-SEC-EXPIRED = "YES"
      * a script cannot choose a password, so it is turned away and
      * the run fails rather than carrying on under an expired one
               IF WS-UNATTENDED-SESSION = "Y"
                   DISPLAY "Password has expired - it must be changed a
      -                    "t an attended sign-on"
                   MOVE "NO" TO WS-SEC-OK
               ELSE
                   DISPLAY "Password has expired - a new one is needed
      -                    "before signing on"
                   PERFORM 054-FORCE-PASSWORD-CHANGE-PARA
               END-IF
               IF WS-SEC-OK = "NO"
                   PERFORM REWRITE-TELLER-PARA
                   MOVE "EXPIRED" TO WS-SEC-RESULT
                   PERFORM WRITE-SIGNON-HISTORY-PARA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-SEC-TODAY TO FS-TELLER-LAST-SIGN-ON
           PERFORM REWRITE-TELLER-PARA
           MOVE "YES" TO WS-SIGNED-ON
           MOVE FS-TELLER-ID   TO WS-SIGNED-ON-TELLER-ID
           MOVE FS-TELLER-NAME TO WS-SIGNED-ON-TELLER-NAME
           MOVE FS-TELLER-ROLE TO WS-TELLER-ROLE
           MOVE "SIGNON" TO WS-SEC-RESULT
           PERFORM WRITE-SIGNON-HISTORY-PARA
           .


       054-FORCE-PASSWORD-CHANGE-PARA.
           MOVE "NO" TO WS-SEC-OK
           DISPLAY "Enter a new password (up to 20 characters):"
           ACCEPT WS-SEC-NEW-PASSWORD
           DISPLAY "Enter the new password again:"
           ACCEPT WS-SEC-CONFIRM-PASSWORD
           IF WS-SEC-NEW-PASSWORD = SPACES OR
              WS-SEC-NEW-PASSWORD NOT = WS-SEC-CONFIRM-PASSWORD
               DISPLAY "The two entries must match and may not be blan
      -                "k"
               MOVE SPACES TO WS-SEC-NEW-PASSWORD
               MOVE SPACES TO WS-SEC-CONFIRM-PASSWORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEC-NEW-PASSWORD TO WS-TELLER-PASSWORD-ENTRY
           PERFORM CHECK-TELLER-PASSWORD-PARA
           IF WS-HASH-RESULT = "Y"
               DISPLAY "The new password must differ from the old one"
               MOVE SPACES TO WS-SEC-NEW-PASSWORD
               MOVE SPACES TO WS-SEC-CONFIRM-PASSWORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEC-NEW-PASSWORD TO WS-TELLER-PASSWORD-ENTRY
           PERFORM HASH-TELLER-PASSWORD-PARA
           MOVE SPACES TO WS-SEC-NEW-PASSWORD
           MOVE SPACES TO WS-SEC-CONFIRM-PASSWORD
           MOVE WS-SEC-TODAY TO FS-TELLER-PW-SET-DATE
           MOVE "YES" TO WS-SEC-OK
           DISPLAY "Password changed"

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "TELLER "FS-TELLER-ID" CHANGED AN EXPIRED PASSWORD"
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


       200-REGISTER-ACCOUNT-PARA.
           OPEN I-O FS-USERS-FILE
               IF WS-USERS-FILE-STATUS = '35'
      * limit from the catalog - launching a new account type is a
      * data change, not a training memo
               MOVE "NO" TO WS-PRODUCT-APPLIED
               MOVE "NO" TO WS-PRODUCT-STAFF-ONLY
               DISPLAY "Enter a product code from the catalog (blank t
      -                "o key the terms by hand):"
               ACCEPT FS-ACCOUNT-PRODUCT-CODE
               END-IF

               DISPLAY "Choose a 4-digit PIN for this account:"
               ACCEPT WS-PIN-NEW
               MOVE 0 TO FS-PIN

               DISPLAY "Add a joint owner to this account? (YES/NO)"
               ACCEPT FS-HAS-JOINT-OWNER
               DISPLAY "Enter the holder's customer number from the cus
      -                "tomer master (0 if not set up yet):"
               ACCEPT FS-ACCOUNT-CUSTOMER-NUMBER
               MOVE FS-ACCOUNT-CUSTOMER-NUMBER TO WS-KYC-CUSTOMER
               PERFORM KYC-REVIEW-GATE-PARA
               IF WS-KYC-BLOCKED = "YES"
                   CLOSE FS-USERS-FILE
                   EXIT PARAGRAPH
               END-IF
               IF WS-PRODUCT-STAFF-ONLY = "YES"
                   PERFORM INSIDER-PRODUCT-GATE-PARA
                   IF WS-INS-IS-INSIDER = "NO"
                       CLOSE FS-USERS-FILE
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               PERFORM 240-ACCEPT-OWNING-BRANCH-PARA
               IF WS-SCRIPT-ABORT = "YES"

               MOVE "YES" TO WS-ID-COLLISION
               PERFORM UNTIL WS-ID-COLLISION = "NO"
                   PERFORM NEW-ACCOUNT-NUMBER-PARA
                   WRITE FS-USER
                       NOT INVALID KEY
                           DISPLAY "Registration successful!"
                           DISPLAY "Remember your id: "FS-USER-ID
                           MOVE FS-USER-ID TO WS-PH-ACCOUNT
                           MOVE WS-PIN-NEW TO WS-HASH-SECRET
                           PERFORM STORE-PIN-HASH-PARA
                           IF WS-INS-TELLER-CUSTOMER > 0
                               PERFORM NOTE-INSIDER-ACCOUNT-PARA
                           END-IF
                           PERFORM 220-CREATE-TRANSACTION-FILE
                           IF WS-OPENING-DEPOSIT > 0
                               PERFORM 230-POST-OPENING-DEPOSIT-PARA


       220-CREATE-TRANSACTION-FILE.
           MOVE FS-USER-ID TO FS-TRANSACTION-ACCOUNT-ID
           MOVE 1 TO WS-TRANSACTION-NUMBER
           MOVE WS-TRANSACTION-NUMBER TO FS-TRANSACTION-NUMBER
           MOVE "INIT" TO FS-TRANSACTION-TYPE
           MOVE 0 TO FS-TRANSACTION-END-BALANCE
           MOVE FS-ACCOUNT-BRANCH TO FS-TRANSACTION-BRANCH

           PERFORM OPEN-TXN-MASTER-IO-PARA
               WRITE FS-TRANSACTION
                   INVALID KEY
                       DISPLAY "INVALID KEY - "WS-TRANSACTION-NUMBER
               END-WRITE
           PERFORM CLOSE-TXN-MASTER-PARA
           .



           REWRITE FS-USER
               INVALID KEY
                   MOVE FS-USER-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "INVALID ID - "WS-MASKED
           END-REWRITE

           MOVE FS-TRANSACTION-COUNT  TO WS-TRANSACTION-NUMBER
       300-GET-ACCOUNT-INFO-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT FS-USER-ID
           MOVE FS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter PIN:"
           ACCEPT WS-PIN-ENTRY

                       ELSE
                           MOVE FS-CURRENCY-CODE
                             TO WS-DISPLAY-CURRENCY-CODE
                           MOVE FS-USER-ID TO WS-MASK-NUMBER
                           PERFORM MASK-LAST-FOUR-PARA
                           DISPLAY "ID:                "WS-MASKED
                           DISPLAY "Name:              "FS-NAME
                           IF FS-HAS-JOINT-OWNER = "YES"
                               DISPLAY "Joint owner:       "
               EXIT PARAGRAPH
           END-IF

           MOVE FS-USER-ID TO WS-PH-ACCOUNT
           PERFORM VERIFY-PIN-HASH-PARA
           IF WS-HASH-RESULT = "Y"
               IF WS-PIN-FORCE-CHANGE = "Y"
                   DISPLAY "A PIN change is required before this accou
      -                    "nt transacts - use command 59"
           .


      * a PIN is checked by hashing the entry under the salt kept
      * with the account's stored hash - the PIN itself is never kept
       VERIFY-PIN-HASH-PARA.
           MOVE "N" TO WS-HASH-RESULT
           OPEN INPUT FS-PINHASH-FILE
               IF WS-PINHASH-FILE-STATUS = "00"
                   MOVE WS-PH-ACCOUNT TO FS-PH-ACCOUNT-ID
                   READ FS-PINHASH-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "CHECK" TO WS-HASH-ACTION
                           MOVE WS-PIN-ENTRY TO WS-HASH-SECRET
                           CALL "HASH-SECRET" USING WS-HASH-ACTION
                               WS-HASH-SECRET FS-PH-STORED
                               WS-HASH-RESULT
                   END-READ
               END-IF
           CLOSE FS-PINHASH-FILE
           .


      * WS-HASH-SECRET holds the new PIN on the way in; a fresh salt
      * is drawn every time a PIN is set
      * a fresh number carries its check digit in the last place and
      * never takes a number already promised to a renumbered account
       NEW-ACCOUNT-NUMBER-PARA.
           MOVE "YES" TO WS-CD-RESERVED
           PERFORM UNTIL WS-CD-RESERVED = "NO"
               MOVE FUNCTION RANDOM TO WS-RANDOM
               MULTIPLY WS-MIN-ID BY WS-RANDOM GIVING FS-USER-ID
               ADD WS-MIN-ID TO FS-USER-ID
               MOVE "MAKE" TO WS-CD-ACTION
               CALL "CHECK-DIGIT" USING WS-CD-ACTION FS-USER-ID
                   WS-CD-RESULT
               MOVE "NO" TO WS-CD-RESERVED
               OPEN INPUT FS-ACCTXREF-FILE
                   IF WS-ACCTXREF-FILE-STATUS = "00"
                       MOVE FS-USER-ID TO FS-AX-NEW-ID
                       READ FS-ACCTXREF-FILE KEY IS FS-AX-NEW-ID
                           NOT INVALID KEY
                               MOVE "YES" TO WS-CD-RESERVED
                       END-READ
                   END-IF
               CLOSE FS-ACCTXREF-FILE
           END-PERFORM
           .


      * every keyed account number is proved by its check digit before
      * anything is looked up, so a slipped digit cannot land on
      * somebody else's account; a number issued before check digits
      * passes only while it is on the renumbering cross-reference
       VALIDATE-ACCOUNT-NUMBER-PARA.
           MOVE "YES" TO WS-CD-OK
           MOVE "CHECK" TO WS-CD-ACTION
           CALL "CHECK-DIGIT" USING WS-CD-ACTION WS-CD-NUMBER
               WS-CD-RESULT
           IF WS-CD-RESULT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "NO" TO WS-CD-OK
           OPEN INPUT FS-ACCTXREF-FILE
               IF WS-ACCTXREF-FILE-STATUS = "00"
                   MOVE WS-CD-NUMBER TO FS-AX-OLD-ID
                   READ FS-ACCTXREF-FILE
                       NOT INVALID KEY
                           MOVE "YES" TO WS-CD-OK
                   END-READ
               END-IF
           CLOSE FS-ACCTXREF-FILE
           IF WS-CD-OK = "YES"
               DISPLAY "Old-style account number - on the renumbering
      -                " list"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Account number is not valid (check digit) - check
      -            " it and key it again"
      * the lines after a bad number in a script answer questions
      * that will never be asked, so the run stops here
           IF WS-UNATTENDED-SESSION = "Y"
               MOVE 8 TO RETURN-CODE
               MOVE "YES" TO WS-SCRIPT-ABORT
           END-IF
           .


       STORE-PIN-HASH-PARA.
           OPEN I-O FS-PINHASH-FILE
               IF WS-PINHASH-FILE-STATUS = '35'
                   CLOSE FS-PINHASH-FILE
                   OPEN OUTPUT FS-PINHASH-FILE
                   CLOSE FS-PINHASH-FILE
                   OPEN I-O FS-PINHASH-FILE
               END-IF

               MOVE WS-PH-ACCOUNT TO FS-PH-ACCOUNT-ID
               MOVE "NEW" TO WS-HASH-ACTION
               READ FS-PINHASH-FILE
                   INVALID KEY
                       CALL "HASH-SECRET" USING WS-HASH-ACTION
                           WS-HASH-SECRET FS-PH-STORED WS-HASH-RESULT
                       WRITE FS-PIN-HASH
                       END-WRITE
                   NOT INVALID KEY
                       CALL "HASH-SECRET" USING WS-HASH-ACTION
                           WS-HASH-SECRET FS-PH-STORED WS-HASH-RESULT
                       REWRITE FS-PIN-HASH
                       END-REWRITE
               END-READ
           CLOSE FS-PINHASH-FILE
           MOVE SPACES TO WS-HASH-SECRET
           .


      * teller passwords are hashed in place in bank_tellers.txt; the
      * stored form fits the password field as it stands
       HASH-TELLER-PASSWORD-PARA.
           MOVE "NEW" TO WS-HASH-ACTION
           MOVE WS-TELLER-PASSWORD-ENTRY TO WS-HASH-SECRET
           CALL "HASH-SECRET" USING WS-HASH-ACTION WS-HASH-SECRET
               FS-TELLER-PASSWORD WS-HASH-RESULT
           MOVE SPACES TO WS-TELLER-PASSWORD-ENTRY
           MOVE SPACES TO WS-HASH-SECRET
           .


      * expiry days come from bank_security.ctl; a missing, zero or
      * unreadable control record falls back to 90 days
       READ-SECURITY-CONTROL-PARA.
           MOVE 90 TO WS-SEC-PW-EXPIRY-DAYS
           OPEN INPUT FS-SECCTL-FILE
               IF WS-SECCTL-FILE-STATUS = "00"
                   READ FS-SECCTL-FILE
                       NOT AT END
                           IF FS-SEC-PW-EXPIRY-DAYS IS NUMERIC AND
                              FS-SEC-PW-EXPIRY-DAYS > 0
                               MOVE FS-SEC-PW-EXPIRY-DAYS
                                 TO WS-SEC-PW-EXPIRY-DAYS
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-SECCTL-FILE
           .


       SET-SEC-TODAY-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEC-TODAY
           CALL "DATE-TO-DAYS" USING WS-SEC-TODAY-YEAR
               WS-SEC-TODAY-MONTH WS-SEC-TODAY-DAY WS-SEC-TODAY-AS-DAYS
           .


      * days from WS-SEC-DATE-NUM to today
       SEC-DAYS-SINCE-PARA.
           CALL "DATE-TO-DAYS" USING WS-SEC-YEAR WS-SEC-MONTH
               WS-SEC-DAY WS-SEC-DATE-AS-DAYS
           COMPUTE WS-SEC-AGE-DAYS =
               WS-SEC-TODAY-AS-DAYS - WS-SEC-DATE-AS-DAYS
           .


      * a set date of zero is a supervisor-issued password, which the
      * teller has to replace the first time they use it
       CHECK-PASSWORD-AGE-PARA.
           MOVE "NO" TO WS-SEC-EXPIRED
           IF FS-TELLER-PW-SET-DATE = 0
               MOVE "YES" TO WS-SEC-EXPIRED
           ELSE
               MOVE FS-TELLER-PW-SET-DATE TO WS-SEC-DATE-NUM
               PERFORM SEC-DAYS-SINCE-PARA
               IF WS-SEC-AGE-DAYS >= WS-SEC-PW-EXPIRY-DAYS
                   MOVE "YES" TO WS-SEC-EXPIRED
               END-IF
           END-IF
           .


      * a wrong password on a known teller ID; the fifth in a row locks
      * the ID until a supervisor resets it (command 22)
       COUNT-TELLER-MISS-PARA.
           ADD 1 TO FS-TELLER-FAIL-COUNT
           IF FS-TELLER-FAIL-COUNT >= WS-SEC-TELLER-MAX-MISSES
               MOVE "Y" TO FS-TELLER-LOCKED
               DISPLAY "Too many incorrect passwords - the teller ID is
      -                " now locked"
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "TELLER "FS-TELLER-ID" LOCKED AFTER "
                      WS-SEC-TELLER-MAX-MISSES" MISSED PASSWORDS"
                 DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM WRITE-AUDIT-PARA
               MOVE "W" TO WS-OPS-SEVERITY
               MOVE WS-AUDIT-DETAIL TO WS-OPS-MESSAGE
               PERFORM OPS-LOG-PARA
               MOVE "LOCKOUT" TO WS-SEC-RESULT
           ELSE
               MOVE "BADPASS" TO WS-SEC-RESULT
           END-IF
           PERFORM REWRITE-TELLER-PARA
           PERFORM WRITE-SIGNON-HISTORY-PARA
           .


       REWRITE-TELLER-PARA.
           REWRITE FS-TELLER
               INVALID KEY
                   DISPLAY "INVALID KEY - "FS-TELLER-ID
           END-REWRITE
           .


      * WS-SEC-TELLER-ID and WS-SEC-RESULT are set by the caller
       WRITE-SIGNON-HISTORY-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FS-SH-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO FS-SH-TIME
           MOVE WS-SEC-TELLER-ID TO FS-SH-TELLER-ID
           MOVE WS-SEC-RESULT TO FS-SH-RESULT
           MOVE WS-LOCK-SESSION TO FS-SH-SESSION

           OPEN EXTEND FS-SIGNON-FILE
               IF WS-SIGNON-FILE-STATUS = '35'
                   OPEN OUTPUT FS-SIGNON-FILE
               END-IF
               WRITE FS-SIGNON-RECORD
           CLOSE FS-SIGNON-FILE
           .


       CHECK-TELLER-PASSWORD-PARA.
           MOVE "CHECK" TO WS-HASH-ACTION
           MOVE WS-TELLER-PASSWORD-ENTRY TO WS-HASH-SECRET
           CALL "HASH-SECRET" USING WS-HASH-ACTION WS-HASH-SECRET
               FS-TELLER-PASSWORD WS-HASH-RESULT
           MOVE SPACES TO WS-TELLER-PASSWORD-ENTRY
           MOVE SPACES TO WS-HASH-SECRET
           .


       READ-PIN-STATUS-PARA.
           MOVE "NO" TO WS-PIN-LOCKED
           MOVE "N" TO WS-PIN-FORCE-CHANGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO FS-PE-DATE
           MOVE FS-PS-ACCOUNT-ID TO FS-PE-ACCOUNT-ID
           MOVE WS-PIN-EVENT-NAME TO FS-PE-EVENT
           MOVE "SEAL" TO WS-CHAIN-ACTION
           MOVE "bank_pin_events.txt" TO WS-CHAIN-LOG-NAME
           MOVE FS-PIN-EVENT(1:32) TO WS-CHAIN-RECORD
           CALL "LOG-CHAIN" USING WS-CHAIN-ACTION WS-CHAIN-LOG-NAME
               WS-CHAIN-RECORD FS-PE-CHAIN WS-CHAIN-COUNT
           OPEN EXTEND FS-PINEVT-FILE
               IF WS-PINEVT-FILE-STATUS = '35'
                   OPEN OUTPUT FS-PINEVT-FILE
       400-LIST-ACCOUNT-TRANSACTION-HISTORY-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter PIN:"
           ACCEPT WS-PIN-ENTRY

                   END-IF
               END-IF

               PERFORM OPEN-TXN-MASTER-PARA
                   IF WS-TRANSACTION-FILE-STATUS = '35'
                       DISPLAY "ID does not exist"
                   ELSE
                       BY -1
                       UNTIL WS-TRANSACTION-NUMBER < WS-STOP-NUMBER
                   END-IF
               PERFORM CLOSE-TXN-MASTER-PARA
           END-IF
           .


       410-PRINT-TRANSACTION-PARA.
           MOVE WS-USER-ID TO FS-TRANSACTION-ACCOUNT-ID
           MOVE WS-TRANSACTION-NUMBER TO FS-TRANSACTION-NUMBER
           READ FS-TRANSACTION-FILE RECORD
               INVALID KEY DISPLAY "INVALID KEY - "WS-TRANSACTION-NUMBER
               NOT INVALID KEY
       500-UPDATE-ACCOUNT-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USER-ID TO WS-ACCT-LOCK-ID
           PERFORM ACQUIRE-ACCOUNT-LOCK-PARA
           IF WS-ALOCK-RESULT NOT = "OK"
               WHEN OTHER
                   MOVE "DEPOSIT" TO WS-TRANSACTION-TYPE
           END-EVALUATE
      * the availability policy treats cash and checks differently;
      * scripts keep their layout and post as other deposits
           MOVE "O" TO WS-DEP-KIND
           IF WS-TRANSACTION-TYPE = "DEPOSIT" AND
              WS-UNATTENDED-SESSION NOT = "Y"
               DISPLAY "Deposit of: 1) cash   2) checks"
               ACCEPT WS-TYPE-COMMAND
               IF WS-TYPE-COMMAND = 2
                   MOVE "K" TO WS-DEP-KIND
               ELSE
                   MOVE "C" TO WS-DEP-KIND
               END-IF
           END-IF

           MOVE WS-USER TO FS-USER
           OPEN I-O FS-USERS-FILE
                              WS-DUAL-ABS-AMOUNT > WS-DUAL-THRESHOLD
                               PERFORM PARK-PENDING-UPDATE-PARA
                           ELSE
                           MOVE "TELLER" TO WS-OD-SOURCE
                           PERFORM OD-PROTECT-PARA
                           MOVE "YES" TO WS-OVERRIDE-ALLOWED
                           PERFORM 510-UPDATE-USER-ACCOUNT-PARA
                           MOVE "NO" TO WS-OVERRIDE-ALLOWED

       510-UPDATE-USER-ACCOUNT-PARA.
           MOVE "NO" TO WS-UPDATE-REJECTED
           MOVE WS-DEP-KIND TO WS-HPOL-KIND
           MOVE "O" TO WS-DEP-KIND
           MOVE WS-FORCE-DEBIT TO WS-DEBIT-FORCED
           MOVE "NO" TO WS-FORCE-DEBIT

           MOVE "NO" TO WS-OVERRIDE-GRANTED
           IF FS-ACCOUNT-STATUS = "F" AND WS-OVERRIDE-ALLOWED = "YES"
               ACCEPT WS-OVERRIDE-REPLY
               IF WS-OVERRIDE-REPLY = "Y" OR WS-OVERRIDE-REPLY = "y"
                   MOVE "YES" TO WS-OVERRIDE-GRANTED
                   MOVE FS-USER-ID TO WS-INS-CHECK-ACCOUNT
                   MOVE "OVR" TO WS-INS-KIND
                   MOVE "frozen account posting" TO WS-INS-ACTION
                   PERFORM INSIDER-ACTIVITY-CHECK-PARA
               END-IF
           END-IF


           COMPUTE WS-PROJECTED-BALANCE =
               FS-BALANCE + WS-TRANSACTION-AMOUNT
      * a chargeback or its fee is owed whatever the balance - only
      * a closed or frozen account turns it away
           IF WS-TRANSACTION-AMOUNT < 0
           AND WS-PROJECTED-BALANCE < FS-MIN-BALANCE
           AND WS-DEBIT-FORCED = "NO"
               DISPLAY "Transaction rejected - would breach the minimum b
      -                "alance on this account"
               MOVE "NO" TO WS-USE-PRESET-DESCRIPTION
               EXIT PARAGRAPH
           END-IF

           IF WS-TRANSACTION-AMOUNT < 0 AND WS-DEBIT-FORCED = "NO"
               PERFORM COMPUTE-ACTIVE-HOLDS-PARA
               COMPUTE WS-PROJECTED-AVAILABLE = FS-BALANCE
                   - WS-ACTIVE-HOLDS-TOTAL + WS-TRANSACTION-AMOUNT

           PERFORM ADD-TRANSACTION-PARA

           IF WS-TRANSACTION-TYPE = "DEPOSIT" AND
              WS-TRANSACTION-AMOUNT > 0
               MOVE WS-TRANSACTION-AMOUNT TO WS-HPOL-DEPOSIT
               PERFORM DEPOSIT-HOLD-POLICY-PARA
           END-IF

      * an override or fee can legitimately push a balance under its
      * floor - the customer hears about it by letter, not at the
      * counter weeks later
       520-UPDATE-ACCOUNT-IN-FILE-PARA.
           REWRITE FS-USER
               INVALID KEY
                   MOVE FS-USER-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "INVALID ID - "WS-MASKED
               NOT INVALID KEY
                   DISPLAY "Balance update successful"
           END-REWRITE
                   READ FS-INTEREST-CHECKPOINT-FILE
                       NOT AT END
                           IF WS-UNATTENDED-MODE = "YES"
                               MOVE FS-CHECKPOINT-USER-ID
                                 TO WS-MASK-NUMBER
                               PERFORM MASK-LAST-FOUR-PARA
                               DISPLAY "Found a checkpoint from an inter
      -                                "rupted run - auto-resuming afte
      -                                "r account "WS-MASKED
                               MOVE "Y" TO WS-RESUME-MODE
                           ELSE
                               MOVE FS-CHECKPOINT-USER-ID
                                 TO WS-MASK-NUMBER
                               PERFORM MASK-LAST-FOUR-PARA
                               DISPLAY "Found a checkpoint from an inter
      -                                "rupted run - resume after accou
      -                                "nt "WS-MASKED" inst
      -                                "ead of starting over? (Y/N)"
                               ACCEPT WS-RESUME-MODE
                           END-IF
               END-IF
           CLOSE FS-INTEREST-CHECKPOINT-FILE

           PERFORM HOLD-TXN-MASTER-PARA
           OPEN I-O FS-USERS-FILE
               IF WS-RESUME-MODE = "Y" OR WS-RESUME-MODE = "y"
                   MOVE FS-CHECKPOINT-USER-ID TO FS-USER-ID
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           PERFORM RELEASE-TXN-MASTER-PARA

           PERFORM 650-CLEAR-CHECKPOINT-PARA
           .
       620-UPDATE-ACCOUNT-IN-FILE-PARA.
           REWRITE FS-USER
               INVALID KEY
                   MOVE FS-USER-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "INVALID ID - "WS-MASKED
           END-REWRITE
           .

       700-GENERATE-STATEMENT-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter PIN:"
           ACCEPT WS-PIN-ENTRY

           CLOSE FS-USERS-FILE

           IF WS-PIN-OK = "YES"
               DISPLAY "Save statement to a file? (YES/NO)"
               ACCEPT WS-SAVE-TO-FILE
               IF WS-SAVE-TO-FILE = "YES"

               MOVE 0 TO WS-CURRENT-AS-DAYS
               MOVE 0 TO WS-TOTAL-CHANGE
               MOVE WS-USER-ID TO WS-TXM-ACCOUNT
               PERFORM OPEN-ACCOUNT-TXNS-PARA
                   IF WS-TXM-FOUND = "NO"
                       DISPLAY "ID does not exist"
                   ELSE
                       DISPLAY "Name: "WS-NAME
                       MOVE WS-USER-ID TO WS-MASK-NUMBER
                       PERFORM MASK-LAST-FOUR-PARA
                       DISPLAY "ID:   "WS-MASKED
                       DISPLAY "From "WS-START-MONTH'/'WS-START-DAY'/'
                               WS-START-YEAR" to "WS-END-MONTH'/'
                               WS-END-DAY'/'WS-END-YEAR
                       PERFORM CALCULATE-MONEY-DISPLAY-PARA
                       DISPLAY "Total Change: "WS-DISPLAY
                   END-IF
               PERFORM CLOSE-TXN-MASTER-PARA

               IF WS-SAVE-TO-FILE = "YES"
                   PERFORM APPEND-BALANCE-HISTORY-PARA
                                             FS-START-MONTH
                                             FS-START-DAY
                                             WS-CURRENT-AS-DAYS
      * the first entry of the next account ends this one's run
                   IF FS-TRANSACTION-ACCOUNT-ID NOT = WS-TXM-ACCOUNT
                       ADD 1 TO WS-END-AS-DAYS GIVING WS-CURRENT-AS-DAYS
                   END-IF

                   IF WS-START-AS-DAYS <= WS-CURRENT-AS-DAYS AND
                      WS-CURRENT-AS-DAYS <= WS-END-AS-DAYS
               EXIT PARAGRAPH
           END-IF

           MOVE FS-ARCHIVE-RECORD TO FS-TRANSACTION-ENTRY
           CALL "DATE-TO-DAYS" USING FS-START-YEAR
                                     FS-START-MONTH
                                     FS-START-DAY
       800-TRANSFER-PARA.
           DISPLAY "Enter account ID to transfer FROM:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USER-ID TO WS-ACCT-LOCK-ID
           PERFORM ACQUIRE-ACCOUNT-LOCK-PARA
           IF WS-ALOCK-RESULT NOT = "OK"
           ELSE
               DISPLAY "Enter account ID to transfer TO:"
               ACCEPT WS-TRANSFER-TARGET-ID
               MOVE WS-TRANSFER-TARGET-ID TO WS-CD-NUMBER
               PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
               IF WS-CD-OK = "NO"
                   PERFORM RELEASE-ACCOUNT-LOCK-PARA
                   EXIT PARAGRAPH
               END-IF
           END-IF

      * both sides of the transfer are pinned for the duration so a
                             TO WS-TRANSFER-SOURCE-CURRENCY
                           MOVE FS-ACCOUNT-BRANCH
                             TO WS-TRANSFER-SOURCE-BRANCH
                           MOVE WS-TRANSFER-TARGET-ID TO WS-MASK-NUMBER
                           PERFORM MASK-LAST-FOUR-PARA
                           STRING "Transfer to #"WS-MASKED
                             DELIMITED BY SIZE
                             INTO WS-PRESET-DESCRIPTION
                           MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
                   WS-TRANSFER-SOURCE-AMOUNT * WS-FX-RATE
               MOVE WS-FX-RATE TO WS-FX-RATE-DISPLAY
               MOVE SPACES TO WS-PRESET-DESCRIPTION
               MOVE WS-TRANSFER-SOURCE-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING "Transfer from #"WS-MASKED
                      " @ "WS-FX-RATE-DISPLAY
                 DELIMITED BY SIZE
                 INTO WS-PRESET-DESCRIPTION
           ELSE
               MOVE SPACES TO WS-PRESET-DESCRIPTION
               IF WS-OD-TRANSFER-ACTIVE = "YES"
                   MOVE WS-TRANSFER-SOURCE-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   STRING "Overdraft protection from #"
                          WS-MASKED
                     DELIMITED BY SIZE
                     INTO WS-PRESET-DESCRIPTION
               ELSE
                   MOVE WS-TRANSFER-SOURCE-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   STRING "Transfer from #"WS-MASKED
                     DELIMITED BY SIZE
                     INTO WS-PRESET-DESCRIPTION
               END-IF
           END-IF

           MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
      * amount sitting in that slot counts as a posted debit (an
      * older identical posting cannot match)
           IF WS-RECOVER-PHASE = "P"
               PERFORM OPEN-TXN-MASTER-PARA
                   IF WS-TRANSACTION-FILE-STATUS = "00"
                       MOVE WS-RECOVER-SOURCE-ID
                         TO FS-TRANSACTION-ACCOUNT-ID
                       MOVE WS-RECOVER-DEBIT-NUMBER
                         TO FS-TRANSACTION-NUMBER
                       READ FS-TRANSACTION-FILE RECORD
                           NOT INVALID KEY
                               IF (FS-TRANSACTION-TYPE = "TRANSFER"
                               END-IF
                       END-READ
                   END-IF
               PERFORM CLOSE-TXN-MASTER-PARA
           END-IF
           .

               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-TXN-MASTER-PARA
               IF WS-TRANSACTION-FILE-STATUS = "00"
                   MOVE WS-RECOVER-TARGET-ID
                     TO FS-TRANSACTION-ACCOUNT-ID
                   MOVE WS-RECOVER-CREDIT-NUMBER
                     TO FS-TRANSACTION-NUMBER
                   READ FS-TRANSACTION-FILE RECORD
                       NOT INVALID KEY
                           IF FS-TRANSACTION-TYPE = "TRANSFER"
                           END-IF
                   END-READ
               END-IF
           PERFORM CLOSE-TXN-MASTER-PARA
           .


                               END-REWRITE
                               DISPLAY "Wire "FS-WIRE-REF" marked rel
      -                                "eased by recovery"
                               MOVE 9010 TO WS-GL-DEBIT-ACCT
                               MOVE 9020 TO WS-GL-CREDIT-ACCT
                               MOVE "WIREREL" TO WS-GL-LEG-TYPE
                               PERFORM BOOK-WIRE-MEMO-PARA
                               MOVE SPACES TO WS-AUDIT-DETAIL
                               STRING "wire "FS-WIRE-REF" released by
      -                               " startup recovery"
           MOVE 0 TO WS-RECON-MISMATCH-COUNT
           MOVE 0 TO WS-RECON-ACCOUNT-COUNT
           MOVE "NO" TO WS-EOF
           PERFORM HOLD-TXN-MASTER-PARA
           OPEN INPUT FS-USERS-FILE
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-USERS-FILE NEXT RECORD
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           PERFORM RELEASE-TXN-MASTER-PARA

           MOVE WS-RECON-ACCOUNT-COUNT TO WS-DISPLAY-NUMBER
           PERFORM CALCULATE-NUMBER-DISPLAY-PARA
           MOVE FS-USER-ID TO WS-USER-ID
           MOVE FS-CURRENCY-CODE TO WS-DISPLAY-CURRENCY-CODE
           MOVE 0 TO WS-RECON-RUNNING-TOTAL
           MOVE "NO" TO WS-EOF
           MOVE WS-USER-ID TO WS-TXM-ACCOUNT
           PERFORM OPEN-ACCOUNT-TXNS-PARA
               IF WS-TXM-FOUND = "NO"
                   MOVE WS-USER-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "Account "WS-MASKED
                     " - no transactions on the master"
               ELSE
                   PERFORM UNTIL WS-EOF = "YES"
                       PERFORM READ-ACCOUNT-TXN-PARA
                       IF WS-TXM-FOUND = "NO"
                           MOVE "YES" TO WS-EOF
                       ELSE
                           IF FS-TRANSACTION-TYPE = "CARRY"
                               MOVE FS-TRANSACTION-END-BALANCE
                                 TO WS-RECON-RUNNING-TOTAL
                           ELSE
                               ADD FS-TRANSACTION-AMOUNT
                                 TO WS-RECON-RUNNING-TOTAL
                           END-IF
                       END-IF
                   END-PERFORM

                   IF WS-RECON-RUNNING-TOTAL NOT = FS-BALANCE
                       ADD 1 TO WS-RECON-MISMATCH-COUNT
                       MOVE WS-USER-ID TO WS-MASK-NUMBER
                       PERFORM MASK-LAST-FOUR-PARA
                       DISPLAY "MISMATCH - account "WS-MASKED

                       MOVE FS-BALANCE TO WS-DISPLAY-MONEY-TMP
                       PERFORM CALCULATE-MONEY-DISPLAY-PARA
                       DISPLAY "  Transaction total:"WS-DISPLAY
                   END-IF
               END-IF
           PERFORM CLOSE-TXN-MASTER-PARA
           .


           IF WS-STR-LEN > 0 AND
              FS-NAME(1:WS-STR-LEN) = WS-SEARCH-TRIMMED(1:WS-STR-LEN)
               ADD 1 TO WS-SEARCH-MATCH-COUNT
               MOVE FS-USER-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "ID: "WS-MASKED"   Name: "FS-NAME
           ELSE
               MOVE "YES" TO WS-EOF
           END-IF
       1200-CREATE-STANDING-ORDER-PARA.
           DISPLAY "Enter target account ID:"
           ACCEPT FS-SCHEDULE-TARGET-ID
           MOVE FS-SCHEDULE-TARGET-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter PIN for that account:"
           ACCEPT WS-PIN-ENTRY

                           DISPLAY "Target ID does not exist - skipping
      -                            " standing order "FS-SCHEDULE-ID
                       NOT INVALID KEY
                           MOVE "STANDING" TO WS-OD-SOURCE
                           PERFORM OD-PROTECT-PARA
                           PERFORM 510-UPDATE-USER-ACCOUNT-PARA
                           IF WS-UPDATE-REJECTED = "NO"
                               MOVE "YES" TO WS-SCHEDULE-APPLIED-OK
       1400-SET-ACCOUNT-STATUS-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT FS-USER-ID
           MOVE FS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           MOVE FS-USER-ID TO WS-ACCT-LOCK-ID
           PERFORM ACQUIRE-ACCOUNT-LOCK-PARA
           IF WS-ALOCK-RESULT NOT = "OK"
                           ACCEPT FS-ACCOUNT-STATUS
                           REWRITE FS-USER
                               INVALID KEY
                                   MOVE FS-USER-ID TO WS-MASK-NUMBER
                                   PERFORM MASK-LAST-FOUR-PARA
                                   DISPLAY "INVALID ID - "WS-MASKED
                               NOT INVALID KEY
                                   DISPLAY "Account status updated"
                                   MOVE SPACES TO WS-AUDIT-DETAIL
               MOVE "USD" TO WS-DISPLAY-CURRENCY-CODE
               MOVE WS-TOP-BAL(WS-TOP-INDEX) TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE WS-TOP-ID(WS-TOP-INDEX) TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "  ID "WS-MASKED" - "WS-DISPLAY
           END-IF
           .

       1600-CHECK-TRANSACTION-GAPS-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-GAP-EXPECTED-NUMBER
           MOVE 0 TO WS-GAP-READ-COUNT
           MOVE 0 TO WS-GAP-DUP-COUNT
           MOVE "NO" TO WS-EOF

           MOVE WS-USER-ID TO WS-TXM-ACCOUNT
           PERFORM OPEN-ACCOUNT-TXNS-PARA
               IF WS-TXM-FOUND = "NO"
                   DISPLAY "ID does not exist"
               ELSE
                   PERFORM UNTIL WS-EOF = "YES"
                       PERFORM READ-ACCOUNT-TXN-PARA
                       IF WS-TXM-FOUND = "NO"
                           MOVE "YES" TO WS-EOF
                       ELSE
                           PERFORM 1610-CHECK-ONE-TRANSACTION-PARA
                       END-IF
                   END-PERFORM

                   MOVE WS-GAP-READ-COUNT TO WS-DISPLAY-NUMBER
                       DISPLAY "Transaction sequence is intact"
                   END-IF
               END-IF
           PERFORM CLOSE-TXN-MASTER-PARA
           .


       1700-ARCHIVE-TRANSACTIONS-PARA.
           DISPLAY "Enter account ID to archive:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter PIN for that account:"
           ACCEPT WS-PIN-ENTRY

           DISPLAY "Enter the year label for the archive (e.g. 2025):"
           ACCEPT WS-ARCHIVE-YEAR

           STRING "bank_transactions/"WS-USER-ID"_"WS-ARCHIVE-YEAR
             ".txt" DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME

           MOVE "NO" TO WS-EOF
           MOVE 0 TO WS-TXM-MOVED-COUNT
           MOVE WS-USER-ID TO WS-TXM-ACCOUNT
           PERFORM OPEN-ACCOUNT-TXNS-PARA
               IF WS-TXM-FOUND = "NO"
                   DISPLAY "ID does not exist"
               ELSE
                   OPEN OUTPUT FS-ARCHIVE-FILE
                       PERFORM UNTIL WS-EOF = "YES"
                           PERFORM READ-ACCOUNT-TXN-PARA
                           IF WS-TXM-FOUND = "NO"
                               MOVE "YES" TO WS-EOF
                           ELSE
                               MOVE FS-TRANSACTION-ENTRY
                                 TO FS-ARCHIVE-RECORD
                               WRITE FS-ARCHIVE-RECORD
                               ADD 1 TO WS-TXM-MOVED-COUNT
                           END-IF
                       END-PERFORM
                   CLOSE FS-ARCHIVE-FILE
               END-IF
           PERFORM CLOSE-TXN-MASTER-PARA

      * the archived entries come off the master and a carry-forward
      * entry restarts the account at number 1
           IF WS-TXM-MOVED-COUNT > 0
               PERFORM 1705-DROP-ARCHIVED-PARA
               PERFORM 1710-RESET-WORKING-FILE-PARA
               DISPLAY "Archived to "WS-ARCHIVE-FILENAME
               DISPLAY "Account history on the master reset with a carr
      -                "ied-forward balance"
           END-IF
           .


      * removes every entry of the account just archived from the
      * master, re-positioning before each delete
       1705-DROP-ARCHIVED-PARA.
           PERFORM OPEN-TXN-MASTER-IO-PARA
           MOVE "YES" TO WS-TXM-FOUND
           PERFORM UNTIL WS-TXM-FOUND = "NO"
               PERFORM POSITION-ACCOUNT-TXNS-PARA
               IF WS-TXM-FOUND = "YES"
                   PERFORM READ-ACCOUNT-TXN-PARA
               END-IF
               IF WS-TXM-FOUND = "YES"
                   DELETE FS-TRANSACTION-FILE RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY - "
                             FS-TRANSACTION-NUMBER
                           MOVE "NO" TO WS-TXM-FOUND
                   END-DELETE
               END-IF
           END-PERFORM
           PERFORM CLOSE-TXN-MASTER-PARA
           .


       1710-RESET-WORKING-FILE-PARA.
           MOVE WS-USER-ID TO FS-USER-ID
           OPEN INPUT FS-USERS-FILE
               END-READ
           CLOSE FS-USERS-FILE

           PERFORM OPEN-TXN-MASTER-IO-PARA
               MOVE WS-USER-ID TO FS-TRANSACTION-ACCOUNT-ID
               MOVE 1 TO WS-TRANSACTION-NUMBER
               MOVE WS-TRANSACTION-NUMBER TO FS-TRANSACTION-NUMBER
               MOVE "CARRY" TO FS-TRANSACTION-TYPE
                   INVALID KEY
                       DISPLAY "INVALID KEY - "WS-TRANSACTION-NUMBER
               END-WRITE
           PERFORM CLOSE-TXN-MASTER-PARA

           MOVE WS-USER-ID TO FS-USER-ID
           OPEN I-O FS-USERS-FILE
                       MOVE 1 TO FS-TRANSACTION-COUNT
                       REWRITE FS-USER
                           INVALID KEY
                               MOVE FS-USER-ID TO WS-MASK-NUMBER
                               PERFORM MASK-LAST-FOUR-PARA
                               DISPLAY "INVALID ID - "WS-MASKED
                       END-REWRITE
               END-READ
           CLOSE FS-USERS-FILE
                           DISPLAY "No employee found with that SSN"
                       NOT INVALID KEY
                           DISPLAY "Employee: "FS-EMPLOYEE-NAME
                           MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
                           PERFORM MASK-LAST-FOUR-PARA
                           DISPLAY "SSN:      "WS-MASKED
                           IF FS-EMPLOYEE-ACTIVE-FLAG NOT = "Y"
                               DISPLAY "Status:   Terminated"
                           END-IF
                               MOVE FS-CURRENCY-CODE
                                 TO WS-DISPLAY-CURRENCY-CODE
                               PERFORM CALCULATE-MONEY-DISPLAY-PARA
                               MOVE FS-USER-ID TO WS-MASK-NUMBER
                               PERFORM MASK-LAST-FOUR-PARA
                               DISPLAY "Linked account ID: "WS-MASKED
      -                                "   Name: "FS-NAME
      -                                "   Balance: "WS-DISPLAY
                           ELSE
       2000-REVERSE-TRANSACTION-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter the transaction number to reverse:"
           ACCEPT WS-REVERSAL-NUMBER

           MOVE "NO" TO WS-REVERSAL-FOUND
           MOVE WS-REVERSAL-NUMBER TO WS-TRANSACTION-NUMBER
           PERFORM OPEN-TXN-MASTER-PARA
               IF WS-TRANSACTION-FILE-STATUS = '35'
                   DISPLAY "ID does not exist"
               ELSE
                   MOVE WS-USER-ID TO FS-TRANSACTION-ACCOUNT-ID
                   MOVE WS-TRANSACTION-NUMBER TO FS-TRANSACTION-NUMBER
                   READ FS-TRANSACTION-FILE RECORD
                       INVALID KEY
                           DISPLAY "No transaction with that number on
                           MOVE "YES" TO WS-REVERSAL-FOUND
                   END-READ
               END-IF
           PERFORM CLOSE-TXN-MASTER-PARA

           IF WS-REVERSAL-FOUND = "YES"
               IF WS-REVERSAL-TYPE = "INIT" OR WS-REVERSAL-TYPE =

           CALL "DATE-TO-DAYS" USING WS-BUSINESS-YEAR WS-BUSINESS-MONTH
                                     WS-BUSINESS-DAY WS-BUSINESS-AS-DAYS
           PERFORM 2101-RUN-ONE-CLOSE-PARA
           .


      * the close proper for the business date in WS-BUSINESS-DATE /
      * WS-BUSINESS-AS-DAYS - shared by the daily close and the
      * catch-up run
       2101-RUN-ONE-CLOSE-PARA.
           MOVE "YES" TO WS-POSTING-DATE-OVERRIDE

      * steps already finished for this business date by a close that
      * died part-way are skipped; a restart is never asked about, so
      * an unattended rerun resumes on its own
           PERFORM EOD-LOAD-CHECKPOINT-PARA
           IF WS-EODCK-RESTART = "YES"
               DISPLAY "Restarting the close for "WS-BUSINESS-MONTH"/"
                 WS-BUSINESS-DAY"/"WS-BUSINESS-YEAR" at step "
                 WS-EODCK-RESUME-STEP" - completed steps are skipped"
               MOVE "W" TO WS-OPS-SEVERITY
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING "end-of-day close restarted for "
                      WS-BUSINESS-DATE" at step "WS-EODCK-RESUME-STEP
                 DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               PERFORM OPS-LOG-PARA
           END-IF

      * the transaction master stays open from the first step to the
      * last, so the close reads it in one pass per step
           PERFORM HOLD-TXN-MASTER-PARA

           IF WS-EODCK-DONE(1) = "Y"
               MOVE 1 TO WS-EODCK-STEP
               PERFORM EOD-STEP-SKIPPED-PARA
           ELSE
               DISPLAY " "
               DISPLAY "Step 1 - standing orders due through the busin
      -            "ess date"
               MOVE WS-BUSINESS-AS-DAYS TO WS-TODAY-AS-DAYS
               PERFORM 1320-RUN-STANDING-ORDERS-AS-OF-PARA
               MOVE 1 TO WS-EODCK-STEP
               PERFORM EOD-CHECKPOINT-STEP-PARA
           END-IF

           IF WS-EODCK-DONE(2) = "Y"
               MOVE 2 TO WS-EODCK-STEP
               PERFORM EOD-STEP-SKIPPED-PARA
           ELSE
               DISPLAY " "
               DISPLAY "Step 2 - future-dated instruction releases"
               PERFORM 2185-RELEASE-FUTURE-PARA
               MOVE 2 TO WS-EODCK-STEP
               PERFORM EOD-CHECKPOINT-STEP-PARA
           END-IF

      * the close no longer posts instantaneous interest - the daily
      * accrual step below is the only interest the close pays, and
      * command 9 stays for runs an operator asks for by hand

      * the reconciliation sweep only reads, and a restart needs its
      * mismatch count, so it always runs
           DISPLAY " "
           DISPLAY "Step 3 - reconciliation sweep"
           PERFORM 1000-RECONCILE-ALL-PARA

           IF WS-EODCK-DONE(4) = "Y"
               MOVE 4 TO WS-EODCK-STEP
               PERFORM EOD-STEP-SKIPPED-PARA
           ELSE
               DISPLAY " "
               DISPLAY "Step 4 - term deposit maturities"
               PERFORM 2150-TERM-MATURITY-PARA
               MOVE 4 TO WS-EODCK-STEP
               PERFORM EOD-CHECKPOINT-STEP-PARA
           END-IF

           IF WS-EODCK-DONE(5) = "Y"
               MOVE 5 TO WS-EODCK-STEP
               PERFORM EOD-STEP-SKIPPED-PARA
           ELSE
               DISPLAY " "
               DISPLAY "Step 5 - loan billing cycle and late fees"
               PERFORM 2160-LOAN-CYCLE-PARA
               MOVE 5 TO WS-EODCK-STEP
               PERFORM EOD-CHECKPOINT-STEP-PARA
           END-IF

           IF WS-EODCK-DONE(6) = "Y"
               MOVE 6 TO WS-EODCK-STEP
               PERFORM EOD-STEP-SKIPPED-PARA
           ELSE
               DISPLAY " "
               DISPLAY "Step 6 - safe deposit box rent"
               PERFORM 2165-SAFE-DEPOSIT-RENT-PARA
               MOVE 6 TO WS-EODCK-STEP
               PERFORM EOD-CHECKPOINT-STEP-PARA
           END-IF

           IF WS-EODCK-DONE(7) = "Y"
               MOVE 7 TO WS-EODCK-STEP
               PERFORM EOD-STEP-SKIPPED-PARA
           ELSE
               DISPLAY " "
               DISPLAY "Step 7 - daily interest accrual"
               PERFORM 2170-DAILY-ACCRUAL-PARA
               MOVE 7 TO WS-EODCK-STEP
               PERFORM EOD-CHECKPOINT-STEP-PARA
           END-IF

           IF WS-EODCK-DONE(8) = "Y"
               MOVE 8 TO WS-EODCK-STEP
               PERFORM EOD-STEP-SKIPPED-PARA
           ELSE
               DISPLAY " "
               DISPLAY "Step 8 - statement cycle production"
               PERFORM 2180-CYCLE-STATEMENTS-PARA
               MOVE 8 TO WS-EODCK-STEP
               PERFORM EOD-CHECKPOINT-STEP-PARA
           END-IF

           IF WS-EODCK-DONE(9) = "Y"
               MOVE 9 TO WS-EODCK-STEP
               PERFORM EOD-STEP-SKIPPED-PARA
           ELSE
               DISPLAY " "
               DISPLAY "Step 9 - balance history"
               PERFORM 2195-BALANCE-HISTORY-PARA
               MOVE 9 TO WS-EODCK-STEP
               PERFORM EOD-CHECKPOINT-STEP-PARA
           END-IF

           IF WS-EODCK-DONE(10) = "Y"
               MOVE 10 TO WS-EODCK-STEP
               PERFORM EOD-STEP-SKIPPED-PARA
           ELSE
               DISPLAY " "
               DISPLAY "Step 10 - customer notice letters"
               PERFORM 2198-NOTICE-LETTERS-PARA
               MOVE 10 TO WS-EODCK-STEP
               PERFORM EOD-CHECKPOINT-STEP-PARA
           END-IF

           IF WS-EODCK-DONE(11) = "Y"
               MOVE 11 TO WS-EODCK-STEP
               PERFORM EOD-STEP-SKIPPED-PARA
           ELSE
               DISPLAY " "
               DISPLAY "Step 11 - dual-control queue clearance"
               PERFORM 2196-FORCE-DUAL-DECISIONS-PARA
               MOVE 11 TO WS-EODCK-STEP
               PERFORM EOD-CHECKPOINT-STEP-PARA
           END-IF

           IF WS-EODCK-DONE(12) = "Y"
               MOVE 12 TO WS-EODCK-STEP
               PERFORM EOD-STEP-SKIPPED-PARA
           ELSE
               DISPLAY " "
               DISPLAY "Step 12 - control totals for the start-of-day
      -            " check"
               PERFORM 2290-WRITE-CONTROL-TOTALS-PARA
               MOVE 12 TO WS-EODCK-STEP
               PERFORM EOD-CHECKPOINT-STEP-PARA
           END-IF
           PERFORM RELEASE-TXN-MASTER-PARA
           MOVE "NO" TO WS-POSTING-DATE-OVERRIDE

           PERFORM 2120-WRITE-EOD-REPORT-PARA

      * in a catch-up run a close that does not reconcile stays on
      * its date so the run can be resumed from it
           IF WS-CATCHUP-MODE = "YES" AND WS-RECON-MISMATCH-COUNT > 0
               MOVE "YES" TO WS-CATCHUP-FAILED
               DISPLAY "Close for "WS-BUSINESS-MONTH"/"WS-BUSINESS-DAY
                 "/"WS-BUSINESS-YEAR" did not reconcile - business da
      -          "te left on it; correct and rerun the catch-up"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2130-ROLL-BUSINESS-DATE-PARA
           PERFORM EOD-CLEAR-CHECKPOINT-PARA

           MOVE "I" TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-MESSAGE
           .


      * a calendar day the bank was shut still earns a day's interest,
      * and a month that ends on one still capitalizes
       2102-ACCRUAL-ONLY-DATE-PARA.
           MOVE "YES" TO WS-POSTING-DATE-OVERRIDE
           PERFORM 2170-DAILY-ACCRUAL-PARA
           MOVE "NO" TO WS-POSTING-DATE-OVERRIDE
           PERFORM 2130-ROLL-BUSINESS-DATE-PARA
           .


       2110-READ-BUSINESS-DATE-PARA.
           MOVE "NO" TO WS-BUSDATE-OK
           OPEN INPUT FS-BUSDATE-FILE
           .


      * each close writes a new generation of the summary; the
      * business date is on the report and in the report catalog
       2120-WRITE-EOD-REPORT-PARA.
           MOVE "NEXT" TO WS-GEN-ACTION
           MOVE "eod_report.txt" TO WS-GEN-BASE
           MOVE 0 TO WS-GEN-NUMBER
           CALL "OUTPUT-GEN" USING WS-GEN-ACTION WS-GEN-BASE
               WS-GEN-NUMBER WS-GEN-FILENAME WS-GEN-RESULT
           MOVE WS-GEN-FILENAME TO WS-EOD-REPORT-FILENAME

           OPEN OUTPUT FS-EOD-REPORT-FILE
               MOVE "END-OF-DAY SUMMARY" TO FS-EOD-REPORT-LINE
                 DELIMITED BY SIZE INTO FS-EOD-REPORT-LINE
               WRITE FS-EOD-REPORT-LINE

               IF WS-EODCK-RESTART = "YES"
                   MOVE SPACES TO FS-EOD-REPORT-LINE
                   STRING "RESTARTED - steps finished before the "
                          "restart were skipped, not repeated"
                     DELIMITED BY SIZE INTO FS-EOD-REPORT-LINE
                   WRITE FS-EOD-REPORT-LINE
                   MOVE SPACES TO FS-EOD-REPORT-LINE
                   MOVE "Steps skipped:" TO FS-EOD-REPORT-LINE
                   MOVE 15 TO WS-EODCK-IDX
                   PERFORM VARYING WS-EODCK-STEP FROM 1 BY 1
                           UNTIL WS-EODCK-STEP > WS-EODCK-SKIPPED-COUNT
                       MOVE WS-EODCK-SKIPPED(WS-EODCK-STEP)
                         TO FS-EOD-REPORT-LINE(WS-EODCK-IDX + 1:2)
                       ADD 3 TO WS-EODCK-IDX
                   END-PERFORM
                   WRITE FS-EOD-REPORT-LINE
               END-IF

               MOVE WS-SCHEDULE-APPLIED-COUNT TO WS-DISPLAY-NUMBER
               PERFORM CALCULATE-NUMBER-DISPLAY-PARA
               MOVE SPACES TO FS-EOD-REPORT-LINE
                 DELIMITED BY SIZE INTO FS-EOD-REPORT-LINE
               WRITE FS-EOD-REPORT-LINE

               MOVE WS-RSTMT-DONE-COUNT TO WS-DISPLAY-NUMBER
               PERFORM CALCULATE-NUMBER-DISPLAY-PARA
               MOVE SPACES TO FS-EOD-REPORT-LINE
               STRING "Relationship statements: "WS-DISPLAY
                 DELIMITED BY SIZE INTO FS-EOD-REPORT-LINE
               WRITE FS-EOD-REPORT-LINE

               MOVE WS-CYCLE-SKIP-COUNT TO WS-DISPLAY-NUMBER
               PERFORM CALCULATE-NUMBER-DISPLAY-PARA
               MOVE SPACES TO FS-EOD-REPORT-LINE
               STRING "Cycle accounts skipped:  "WS-DISPLAY
                 DELIMITED BY SIZE INTO FS-EOD-REPORT-LINE
               WRITE FS-EOD-REPORT-LINE

               PERFORM 2125-WRITE-OD-SECTION-PARA
           CLOSE FS-EOD-REPORT-FILE

           DISPLAY "End-of-day summary written to "
           .


      * the business date's overdraft protection transfers, one line
      * each, so operations can see whose savings covered what
       2125-WRITE-OD-SECTION-PARA.
           MOVE 0 TO WS-OD-DAY-COUNT
           MOVE 0 TO WS-OD-DAY-TOTAL
           MOVE "NO" TO WS-OD-EOF
           OPEN INPUT FS-ODXFER-FILE
               IF WS-ODXFER-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-OD-EOF
               END-IF
               PERFORM UNTIL WS-OD-EOF = "YES"
                   READ FS-ODXFER-FILE
                       AT END
                           MOVE "YES" TO WS-OD-EOF
                       NOT AT END
                           IF FS-ODX-DATE = WS-BUSINESS-DATE
                               PERFORM 2126-WRITE-OD-LINE-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-ODXFER-FILE

           MOVE WS-OD-DAY-COUNT TO WS-DISPLAY-NUMBER
           PERFORM CALCULATE-NUMBER-DISPLAY-PARA
           MOVE SPACES TO FS-EOD-REPORT-LINE
           STRING "Overdraft protections:   "WS-DISPLAY
             DELIMITED BY SIZE INTO FS-EOD-REPORT-LINE
           WRITE FS-EOD-REPORT-LINE

           MOVE WS-OD-DAY-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-EOD-REPORT-LINE
           STRING "Overdraft covered:       "WS-DISPLAY
             DELIMITED BY SIZE INTO FS-EOD-REPORT-LINE
           WRITE FS-EOD-REPORT-LINE
           .


       2126-WRITE-OD-LINE-PARA.
           ADD 1 TO WS-OD-DAY-COUNT
           ADD FS-ODX-AMOUNT TO WS-OD-DAY-TOTAL
           MOVE FS-ODX-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-EOD-REPORT-LINE
           MOVE FS-ODX-BACKUP-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           MOVE WS-MASKED TO WS-MASKED-2
           MOVE FS-ODX-ACCOUNT-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING "  #"WS-MASKED" from #"WS-MASKED-2" "
                  FUNCTION TRIM(WS-DISPLAY)" "FS-ODX-SOURCE
             DELIMITED BY SIZE INTO FS-EOD-REPORT-LINE
           WRITE FS-EOD-REPORT-LINE
           .


       2130-ROLL-BUSINESS-DATE-PARA.
           ADD 1 TO WS-BUSINESS-AS-DAYS
           CALL "DAYS-TO-DATE" USING WS-BUSINESS-AS-DAYS
           .


      * a script written before the sub-menu keyed the teller ID
      * straight away, so an unattended session goes to add/update
       2300-MAINTAIN-TELLERS-PARA.
           IF WS-UNATTENDED-SESSION = "Y"
               MOVE 1 TO WS-SEC-CHOICE
           ELSE
               DISPLAY "Teller maintenance:"
               DISPLAY "1) Add or update a teller   2) Reset a locked or
      -                " disabled teller   3) Sign-on history report"
               ACCEPT WS-SEC-CHOICE
           END-IF
           EVALUATE WS-SEC-CHOICE
               WHEN 1
                   PERFORM 2310-ADD-UPDATE-TELLER-PARA
               WHEN 2
                   PERFORM 2320-RESET-TELLER-PARA
               WHEN 3
                   PERFORM 2330-SIGNON-HISTORY-REPORT-PARA
               WHEN OTHER
                   DISPLAY "Invalid option!"
           END-EVALUATE
           .


      * a password set here is the supervisor's, not the teller's, so
      * it goes on file already expired and is changed at first use
       2310-ADD-UPDATE-TELLER-PARA.
           PERFORM SET-SEC-TODAY-PARA
           OPEN I-O FS-TELLER-FILE
               DISPLAY "Enter teller ID to add or update (5 digits):"
               ACCEPT FS-TELLER-ID
                       DISPLAY "New teller - enter name:"
                       ACCEPT FS-TELLER-NAME
                       DISPLAY "Enter password (up to 20 characters):"
                       ACCEPT WS-TELLER-PASSWORD-ENTRY
                       PERFORM HASH-TELLER-PASSWORD-PARA
                       DISPLAY "Enter role: S) Supervisor  T) Teller"
                       ACCEPT FS-TELLER-ROLE
                       MOVE 0 TO FS-TELLER-PW-SET-DATE
                       MOVE 0 TO FS-TELLER-FAIL-COUNT
                       MOVE "N" TO FS-TELLER-LOCKED
                       MOVE WS-SEC-TODAY TO FS-TELLER-LAST-SIGN-ON
                       WRITE FS-TELLER
                           INVALID KEY
                               DISPLAY "INVALID KEY - "FS-TELLER-ID
                       DISPLAY "Updating "FS-TELLER-NAME
                       DISPLAY "Enter new password (up to 20 character
      -                        "s):"
                       ACCEPT WS-TELLER-PASSWORD-ENTRY
                       PERFORM HASH-TELLER-PASSWORD-PARA
                       DISPLAY "Enter role: S) Supervisor  T) Teller"
                       ACCEPT FS-TELLER-ROLE
                       MOVE 0 TO FS-TELLER-PW-SET-DATE
                       REWRITE FS-TELLER
                           INVALID KEY
                               DISPLAY "INVALID KEY - "FS-TELLER-ID
           .


      * clears a five-miss lockout or an inactivity disable; the
      * teller's password is left as it was
       2320-RESET-TELLER-PARA.
           PERFORM SET-SEC-TODAY-PARA
           DISPLAY "Enter teller ID to reset (5 digits):"
           ACCEPT WS-SEC-TELLER-ID
           OPEN I-O FS-TELLER-FILE
               MOVE WS-SEC-TELLER-ID TO FS-TELLER-ID
               READ FS-TELLER-FILE
                   INVALID KEY
                       DISPLAY "Unknown teller ID"
                   NOT INVALID KEY
                       IF FS-TELLER-LOCKED = "N"
                           DISPLAY "Teller "FS-TELLER-ID" is not locked
      -                            " or disabled"
                       ELSE
                           MOVE 0 TO FS-TELLER-FAIL-COUNT
                           MOVE "N" TO FS-TELLER-LOCKED
                           MOVE WS-SEC-TODAY TO FS-TELLER-LAST-SIGN-ON
                           PERFORM REWRITE-TELLER-PARA
                           DISPLAY "Teller "FS-TELLER-ID" reset"
                           MOVE SPACES TO WS-AUDIT-DETAIL
                           STRING "TELLER "FS-TELLER-ID" SIGN-ON RESET"
                             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                           PERFORM WRITE-AUDIT-PARA
                           MOVE "RESET" TO WS-SEC-RESULT
                           PERFORM WRITE-SIGNON-HISTORY-PARA
                       END-IF
               END-READ
           CLOSE FS-TELLER-FILE
           .


      * teller ID zero lists every teller
       2330-SIGNON-HISTORY-REPORT-PARA.
           DISPLAY "Enter teller ID (or 0 for all tellers):"
           ACCEPT WS-SEC-TELLER-ID
           PERFORM 710-ACCEPT-START-AND-END-DATES-PARA

           MOVE 0 TO WS-SEC-MATCH-COUNT
           MOVE 0 TO WS-SEC-GOOD-COUNT
           MOVE 0 TO WS-SEC-BAD-COUNT
           MOVE 0 TO WS-SEC-LOCKOUT-COUNT
           MOVE "NO" TO WS-EOF

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "signon_history_"WS-START-DATE"_"WS-END-DATE".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "SIGN-ON HISTORY  "WS-START-DATE" TO "WS-END-DATE
                  "  TELLER "WS-SEC-TELLER-ID
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "DATE     TIME   TELLER RESULT   SESSION"
             TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           OPEN INPUT FS-SIGNON-FILE
               IF WS-SIGNON-FILE-STATUS = '35'
                   DISPLAY "No sign-on history on file yet"
               ELSE
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-SIGNON-FILE
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               PERFORM 2331-PRINT-SIGNON-LINE-PARA
                       END-READ
                   END-PERFORM
               END-IF
           CLOSE FS-SIGNON-FILE

           MOVE SPACES TO FS-REPORT-LINE
           STRING "ATTEMPTS "WS-SEC-MATCH-COUNT"  SIGNED ON "
                  WS-SEC-GOOD-COUNT"  REFUSED "WS-SEC-BAD-COUNT
                  "  LOCKOUTS "WS-SEC-LOCKOUT-COUNT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE
           DISPLAY FS-REPORT-LINE

           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)
           MOVE "SIGNON" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-SEC-MATCH-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       2331-PRINT-SIGNON-LINE-PARA.
           IF WS-SEC-TELLER-ID NOT = 0 AND
              FS-SH-TELLER-ID NOT = WS-SEC-TELLER-ID
               EXIT PARAGRAPH
           END-IF
           MOVE FS-SH-DATE TO WS-SEC-DATE-NUM
           CALL "DATE-TO-DAYS" USING WS-SEC-YEAR WS-SEC-MONTH
               WS-SEC-DAY WS-SEC-DATE-AS-DAYS
           IF WS-SEC-DATE-AS-DAYS < WS-START-AS-DAYS OR
              WS-SEC-DATE-AS-DAYS > WS-END-AS-DAYS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SEC-MATCH-COUNT
           EVALUATE FS-SH-RESULT
               WHEN "SIGNON"
                   ADD 1 TO WS-SEC-GOOD-COUNT
               WHEN "RESET"
                   CONTINUE
               WHEN "LOCKOUT"
                   ADD 1 TO WS-SEC-LOCKOUT-COUNT
                   ADD 1 TO WS-SEC-BAD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SEC-BAD-COUNT
           END-EVALUATE

           MOVE SPACES TO FS-REPORT-LINE
           STRING FS-SH-DATE" "FS-SH-TIME" "FS-SH-TELLER-ID"  "
                  FS-SH-RESULT" "FS-SH-SESSION
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           DISPLAY FS-REPORT-LINE
           .


       ADD-TRANSACTION-PARA.
           MOVE WS-USER-ID TO FS-TRANSACTION-ACCOUNT-ID
           MOVE WS-TRANSACTION-NUMBER TO FS-TRANSACTION-NUMBER
           PERFORM OPEN-TXN-MASTER-IO-PARA
               WRITE FS-TRANSACTION
                   INVALID KEY
                       DISPLAY "INVALID KEY - "WS-TRANSACTION-NUMBER
                   NOT INVALID KEY
                       PERFORM APPEND-DAY-JOURNAL-PARA
                       PERFORM 1900-WRITE-VOUCHER-PARA
                       IF WS-INS-TELLER-CUSTOMER > 0 AND
                          WS-POSTING-DATE-OVERRIDE NOT = "YES"
                           MOVE WS-USER-ID TO WS-INS-CHECK-ACCOUNT
                           MOVE "TXN" TO WS-INS-KIND
                           MOVE FS-TRANSACTION-TYPE TO WS-INS-ACTION
                           PERFORM INSIDER-ACTIVITY-CHECK-PARA
                       END-IF
               END-WRITE
           PERFORM CLOSE-TXN-MASTER-PARA
           .


                   ELSE
                       MOVE 5010 TO WS-GL-DEBIT-ACCT
                       MOVE 2010 TO WS-GL-CREDIT-ACCT
                       IF WS-GL-ACCRUED-INTEREST = "YES"
                           MOVE 2030 TO WS-GL-DEBIT-ACCT
                       END-IF
                   END-IF
      * loan write-offs and what is later collected on them never
      * touch a deposit balance
               WHEN FS-TRANSACTION-TYPE = "CHARGEOFF"
                   MOVE 5020 TO WS-GL-DEBIT-ACCT
                   MOVE 1210 TO WS-GL-CREDIT-ACCT
               WHEN FS-TRANSACTION-TYPE = "RECOVERY"
                   MOVE 1010 TO WS-GL-DEBIT-ACCT
                   MOVE 4040 TO WS-GL-CREDIT-ACCT
               WHEN FS-TRANSACTION-AMOUNT < 0
                   MOVE 2010 TO WS-GL-DEBIT-ACCT
                   MOVE 1010 TO WS-GL-CREDIT-ACCT
           .


      * one entry for a posting that never passes through the
      * customer side - the caller sets the two accounts, the
      * amount, and the date, source and type to carry
       WRITE-GL-LEG-PARA.
           IF WS-GL-ABS-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM ENSURE-GL-ACCOUNTS-PARA
           MOVE WS-GL-LEG-DATE     TO FS-GLJ-DATE
           MOVE WS-GL-DEBIT-ACCT   TO FS-GLJ-DEBIT-ACCT
           MOVE WS-GL-CREDIT-ACCT  TO FS-GLJ-CREDIT-ACCT
           MOVE WS-GL-ABS-AMOUNT   TO FS-GLJ-AMOUNT
           MOVE WS-GL-LEG-SOURCE   TO FS-GLJ-SOURCE-ID
           MOVE WS-GL-LEG-TYPE     TO FS-GLJ-TYPE

           OPEN EXTEND FS-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT FS-GL-JOURNAL-FILE
               END-IF
               WRITE FS-GLJ-RECORD
           CLOSE FS-GL-JOURNAL-FILE
           .


      * term deposit interest is an expense when it is earned, paid
      * out or rolled into the next term alike; the caller sets the
      * date and the amount
       BOOK-TERM-INTEREST-PARA.
           MOVE FS-TERM-ACCOUNT-ID TO WS-GL-LEG-SOURCE
           MOVE 5010 TO WS-GL-DEBIT-ACCT
           MOVE 1010 TO WS-GL-CREDIT-ACCT
           MOVE "TERMINT" TO WS-GL-LEG-TYPE
           PERFORM WRITE-GL-LEG-PARA
           .


      * the payout deposit put the principal back in deposits out of
      * cash; this leg takes it off the term deposit liability. The
      * caller sets the date and the amount
       BOOK-TERM-PRINCIPAL-PAID-PARA.
           MOVE FS-TERM-ACCOUNT-ID TO WS-GL-LEG-SOURCE
           MOVE 2020 TO WS-GL-DEBIT-ACCT
           MOVE 1010 TO WS-GL-CREDIT-ACCT
           MOVE "TERMPAY" TO WS-GL-LEG-TYPE
           PERFORM WRITE-GL-LEG-PARA
           .


      * the chart seeds itself with the accounts the posting paths
      * use, so the first trial balance works out of the box
       ENSURE-GL-ACCOUNTS-PARA.
                   DISPLAY "Chart of accounts created with the standar
      -                    "d accounts"
               END-IF
      * accounts added to the standard set later are filled in on a
      * chart seeded before they existed
               MOVE 1210 TO FS-GLA-NUMBER
               MOVE "LOANS RECEIVABLE" TO FS-GLA-NAME
               MOVE "A" TO FS-GLA-TYPE
               WRITE FS-GL-ACCOUNT
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 4030 TO FS-GLA-NUMBER
               MOVE "LOAN INTEREST INCOME" TO FS-GLA-NAME
               MOVE "I" TO FS-GLA-TYPE
               WRITE FS-GL-ACCOUNT
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 4040 TO FS-GLA-NUMBER
               MOVE "LOAN RECOVERY INCOME" TO FS-GLA-NAME
               MOVE "I" TO FS-GLA-TYPE
               WRITE FS-GL-ACCOUNT
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 5020 TO FS-GLA-NUMBER
               MOVE "LOAN LOSS EXPENSE" TO FS-GLA-NAME
               MOVE "E" TO FS-GLA-TYPE
               WRITE FS-GL-ACCOUNT
                   INVALID KEY
                       CONTINUE
               END-WRITE
      * type Q is equity; the year-end close lands here
               MOVE 3010 TO FS-GLA-NUMBER
               MOVE "RETAINED EARNINGS" TO FS-GLA-NAME
               MOVE "Q" TO FS-GLA-TYPE
               WRITE FS-GL-ACCOUNT
                   INVALID KEY
                       CONTINUE
               END-WRITE
      * control accounts for the subledgers the reconciliation
      * proves
               MOVE 2020 TO FS-GLA-NUMBER
               MOVE "TERM DEPOSITS" TO FS-GLA-NAME
               MOVE "L" TO FS-GLA-TYPE
               WRITE FS-GL-ACCOUNT
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 2030 TO FS-GLA-NUMBER
               MOVE "ACCRUED INTEREST PAYABLE" TO FS-GLA-NAME
               MOVE "L" TO FS-GLA-TYPE
               WRITE FS-GL-ACCOUNT
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 2040 TO FS-GLA-NUMBER
               MOVE "OFFICIAL CHECKS OUTSTANDING" TO FS-GLA-NAME
               MOVE "L" TO FS-GLA-TYPE
               WRITE FS-GL-ACCOUNT
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 2045 TO FS-GLA-NUMBER
               MOVE "STOPPED OFFICIAL CHECKS" TO FS-GLA-NAME
               MOVE "L" TO FS-GLA-TYPE
               WRITE FS-GL-ACCOUNT
                   INVALID KEY
                       CONTINUE
               END-WRITE
      * type M is memorandum: a pending wire has not moved money yet,
      * so the pair nets to nothing and no statement section shows it
               MOVE 9010 TO FS-GLA-NUMBER
               MOVE "WIRES PENDING RELEASE" TO FS-GLA-NAME
               MOVE "M" TO FS-GLA-TYPE
               WRITE FS-GL-ACCOUNT
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 9020 TO FS-GLA-NUMBER
               MOVE "WIRES PENDING CONTRA" TO FS-GLA-NAME
               MOVE "M" TO FS-GLA-TYPE
               WRITE FS-GL-ACCOUNT
                   INVALID KEY
                       CONTINUE
               END-WRITE
           CLOSE FS-GL-ACCOUNTS-FILE
           .

                       MOVE "CHECK" TO WS-TRANSACTION-TYPE
                       COMPUTE WS-TRANSACTION-AMOUNT =
                           WS-INCLEAR-AMOUNT * -1
                       MOVE "INCLEARING" TO WS-OD-SOURCE
                       PERFORM OD-PROTECT-PARA
                       PERFORM 510-UPDATE-USER-ACCOUNT-PARA
      * 510 already prices the item against the available balance
      * (ledger less active holds), so a rejection here is an NSF
           COMPUTE WS-TRANSACTION-AMOUNT = WS-FEE-NSF * -1
           PERFORM 510-UPDATE-USER-ACCOUNT-PARA
           IF WS-UPDATE-REJECTED = "YES"
               MOVE WS-INCLEAR-ACCOUNT TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "NSF fee could not post on "WS-MASKED
                 " - noted on the returns file only"
           END-IF
           .
                   INVALID KEY
                       MOVE WS-SIGNED-ON-TELLER-ID
                         TO FS-DRAWER-TELLER-ID
                       MOVE SPACES TO FS-DRAWER-BRANCH
                       DISPLAY "Enter your opening drawer float:"
                       ACCEPT FS-DRAWER-FLOAT
                       MOVE FS-DRAWER-FLOAT TO FS-DRAWER-EXPECTED
                           DISPLAY "Enter your opening drawer float:"
                           ACCEPT FS-DRAWER-FLOAT
                           MOVE FS-DRAWER-FLOAT TO FS-DRAWER-EXPECTED
                           PERFORM DRAWER-FLOAT-FROM-VAULT-PARA
                           MOVE "Y" TO FS-DRAWER-OPEN-FLAG
                           REWRITE FS-DRAWER
                               INVALID KEY
               WRITE FS-DRAWER-HIST-RECORD
           CLOSE FS-DRAWER-HIST-FILE

           PERFORM DRAWER-RETURN-TO-VAULT-PARA

           MOVE WS-DRAWER-OVER TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE WS-DISPLAY TO WS-DRAWER-MONEY-X
           .


      * nightly ATM/debit settlement: each batch line is the card
      * number, D or C, amount, and the network reference; the card
      * master names the account and must show the card good, then
      * debits honor holds and the daily withdrawal limit exactly as
      * a teller withdrawal would, and everything that cannot post
      * lands on the rejects file with a reason code
       4800-CARD-SETTLEMENT-PARA.
           DISPLAY "Enter the network name for this batch (e.g. STAR):"
           ACCEPT WS-CARD-NETWORK
           MOVE 0 TO WS-CARD-POSTED-COUNT
           MOVE 0 TO WS-CARD-REJECT-COUNT
           MOVE 0 TO WS-CARD-POSTED-TOTAL
           PERFORM SET-CM-TODAY-PARA

           MOVE "card_rejects.txt" TO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE

       4810-POST-ONE-CARD-ITEM-PARA.
           MOVE FS-CARD-LINE TO WS-CARD-SAVED-LINE
           MOVE SPACES TO WS-CARD-NUMBER-X
           MOVE SPACES TO WS-CARD-CODE-X
           MOVE SPACES TO WS-CARD-AMOUNT-X
           MOVE SPACES TO WS-CARD-REF-X
           UNSTRING FS-CARD-LINE DELIMITED BY ","
               INTO WS-CARD-NUMBER-X WS-CARD-CODE-X
                    WS-CARD-AMOUNT-X WS-CARD-REF-X
           MOVE 0 TO WS-CARD-NUMBER
           IF WS-CARD-NUMBER-X IS NUMERIC
               MOVE WS-CARD-NUMBER-X TO WS-CARD-NUMBER
           END-IF
           COMPUTE WS-CARD-AMOUNT =
               FUNCTION NUMVAL(WS-CARD-AMOUNT-X)

               EXIT PARAGRAPH
           END-IF

           PERFORM 4815-AUTHORIZE-CARD-PARA
           IF WS-CARD-REASON NOT = SPACES
               PERFORM 4820-WRITE-CARD-REJECT-PARA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CARD-REASON
           MOVE "YES" TO WS-UPDATE-REJECTED
           MOVE WS-CARD-ACCOUNT TO FS-USER-ID
                       ELSE
                           MOVE "DEPOSIT" TO WS-TRANSACTION-TYPE
                           MOVE WS-CARD-AMOUNT TO WS-TRANSACTION-AMOUNT
                           MOVE "E" TO WS-DEP-KIND
                       END-IF
                       MOVE "CARD" TO WS-OD-SOURCE
                       PERFORM OD-PROTECT-PARA
                       PERFORM 510-UPDATE-USER-ACCOUNT-PARA
      * 510 already enforced holds, the minimum balance, and the
      * daily withdrawal limit - a rejection covers all three
           IF WS-CARD-REASON = SPACES
               ADD 1 TO WS-CARD-POSTED-COUNT
               ADD WS-TRANSACTION-AMOUNT TO WS-CARD-POSTED-TOTAL
               IF WS-CARD-CODE-X = "D"
                   PERFORM 4816-RECORD-CARD-SPEND-PARA
               END-IF
           ELSE
               PERFORM 4820-WRITE-CARD-REJECT-PARA
           END-IF
           .


      * CARD not on the card master (or not a card number at all),
      * HOT reported lost or stolen, CLSD closed, EXPD marked expired
      * or past the end of its expiry month, CLIM a debit that would
      * take the day's spend on the card over the card's own limit
       4815-AUTHORIZE-CARD-PARA.
           MOVE SPACES TO WS-CARD-REASON
           MOVE "NO" TO WS-CM-FOUND
           OPEN INPUT FS-CARDM-FILE
               IF WS-CARDM-FILE-STATUS = "00"
                   MOVE WS-CARD-NUMBER TO FS-CM-NUMBER
                   READ FS-CARDM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "YES" TO WS-CM-FOUND
                   END-READ
               END-IF
           CLOSE FS-CARDM-FILE
           IF WS-CM-FOUND = "NO"
               MOVE "CARD" TO WS-CARD-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE FS-CM-ACCOUNT-ID TO WS-CARD-ACCOUNT
           EVALUATE TRUE
               WHEN FS-CM-STATUS = "L" OR FS-CM-STATUS = "S"
                   MOVE "HOT " TO WS-CARD-REASON
               WHEN FS-CM-STATUS = "C"
                   MOVE "CLSD" TO WS-CARD-REASON
               WHEN FS-CM-STATUS = "E"
                   MOVE "EXPD" TO WS-CARD-REASON
               WHEN FS-CM-EXPIRY < WS-CM-THIS-MONTH
                   MOVE "EXPD" TO WS-CARD-REASON
           END-EVALUATE
           IF WS-CARD-REASON = "HOT "
      * somebody is using a card reported lost or stolen
               MOVE WS-CARD-NUMBER TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "hot card "WS-MASKED" presented ref "
                      FUNCTION TRIM(WS-CARD-REF-X)
                 DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM WRITE-AUDIT-PARA
           END-IF
           IF WS-CARD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-CARD-CODE-X = "D"
               MOVE FS-CM-SPEND-TOTAL TO WS-CM-SPENT
               IF FS-CM-SPEND-DATE NOT = WS-CM-TODAY
                   MOVE 0 TO WS-CM-SPENT
               END-IF
               IF WS-CM-SPENT + WS-CARD-AMOUNT > FS-CM-DAILY-LIMIT
                   MOVE "CLIM" TO WS-CARD-REASON
               END-IF
           END-IF
           .


       4816-RECORD-CARD-SPEND-PARA.
           OPEN I-O FS-CARDM-FILE
               MOVE WS-CARD-NUMBER TO FS-CM-NUMBER
               READ FS-CARDM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS-CM-SPEND-DATE NOT = WS-CM-TODAY
                           MOVE WS-CM-TODAY TO FS-CM-SPEND-DATE
                           MOVE 0 TO FS-CM-SPEND-TOTAL
                       END-IF
                       ADD WS-CARD-AMOUNT TO FS-CM-SPEND-TOTAL
                       REWRITE FS-CARD-MASTER
                           INVALID KEY
                               DISPLAY "Card spend not recorded"
                       END-REWRITE
               END-READ
           CLOSE FS-CARDM-FILE
           .


      * the card number goes out masked like any account number
       4820-WRITE-CARD-REJECT-PARA.
           ADD 1 TO WS-CARD-REJECT-COUNT
           MOVE WS-CARD-NUMBER TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING WS-CARD-REASON" "WS-MASKED","
                  FUNCTION TRIM(WS-CARD-CODE-X)","
                  FUNCTION TRIM(WS-CARD-AMOUNT-X)","
                  FUNCTION TRIM(WS-CARD-REF-X)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           DISPLAY "Rejected ("WS-CARD-REASON"): "WS-MASKED" "
             FUNCTION TRIM(WS-CARD-AMOUNT-X)
           .


             TO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE

           PERFORM HOLD-TXN-MASTER-PARA
           MOVE "NO" TO WS-T99-EOF
           OPEN INPUT FS-USERS-FILE
               PERFORM UNTIL WS-T99-EOF = "YES"
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           PERFORM RELEASE-TXN-MASTER-PARA

           OPEN INPUT FS-CUSTOMER-FILE
               PERFORM 4930-REPORT-ONE-CUSTOMER-PARA
           MOVE FS-USER-ID TO WS-USER-ID
           MOVE 0 TO WS-T99-ACCT-TOTAL

           MOVE "NO" TO WS-T99-SCAN-EOF
           MOVE WS-USER-ID TO WS-TXM-ACCOUNT
           PERFORM OPEN-ACCOUNT-TXNS-PARA
               IF WS-TXM-FOUND = "NO"
                   MOVE "YES" TO WS-T99-SCAN-EOF
               END-IF
               PERFORM UNTIL WS-T99-SCAN-EOF = "YES"
                   PERFORM READ-ACCOUNT-TXN-PARA
                   IF WS-TXM-FOUND = "NO"
                       MOVE "YES" TO WS-T99-SCAN-EOF
                   ELSE
                       IF FS-TRANSACTION-TYPE = "INTEREST" AND
                          FS-START-YEAR = WS-T99-YEAR
                           ADD FS-TRANSACTION-AMOUNT
                             TO WS-T99-ACCT-TOTAL
                       END-IF
                   END-IF
               END-PERFORM
           PERFORM CLOSE-TXN-MASTER-PARA

      * a year's interest can sit in the archive labeled that year or
      * the one cut the following January - scan both, filtering on
           IF FS-ACCOUNT-CUSTOMER-NUMBER = 0
               ADD 1 TO WS-T99-EXC-COUNT
               MOVE SPACES TO FS-STATEMENT-LINE
               MOVE FS-USER-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING "ACCOUNT "WS-MASKED" has interest but no custom
      -               "er number" DELIMITED BY SIZE
                 INTO FS-STATEMENT-LINE
               WRITE FS-STATEMENT-LINE
               END-IF

               MOVE "NO" TO WS-ESCH-EOF
               PERFORM HOLD-TXN-MASTER-PARA
               OPEN INPUT FS-USERS-FILE
                   PERFORM UNTIL WS-ESCH-EOF = "YES"
                       READ FS-USERS-FILE NEXT RECORD
                       END-READ
                   END-PERFORM
               CLOSE FS-USERS-FILE
               PERFORM RELEASE-TXN-MASTER-PARA
           CLOSE FS-ESCHEAT-FILE

           DISPLAY "Notification letters generated: "

      * newest transaction dates the dormancy, exactly as the
      * dormancy sweep measures it
           MOVE 0 TO WS-DORMANT-LAST-AS-DAYS
           MOVE FS-TRANSACTION-COUNT TO WS-TRANSACTION-NUMBER
           PERFORM OPEN-TXN-MASTER-PARA
               IF WS-TRANSACTION-FILE-STATUS = "00"
                   MOVE WS-USER-ID TO FS-TRANSACTION-ACCOUNT-ID
                   MOVE WS-TRANSACTION-NUMBER TO FS-TRANSACTION-NUMBER
                   READ FS-TRANSACTION-FILE RECORD
                       NOT INVALID KEY
                           CALL "DATE-TO-DAYS" USING FS-START-YEAR
                                             WS-DORMANT-LAST-AS-DAYS
                   END-READ
               END-IF
           PERFORM CLOSE-TXN-MASTER-PARA

           IF WS-DORMANT-LAST-AS-DAYS = 0
               EXIT PARAGRAPH
                 DELIMITED BY SIZE INTO FS-VOUCHER-LINE
               WRITE FS-VOUCHER-LINE
               MOVE SPACES TO FS-VOUCHER-LINE
               MOVE FS-USER-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING "Account: "WS-MASKED
                 DELIMITED BY SIZE INTO FS-VOUCHER-LINE
               WRITE FS-VOUCHER-LINE
               MOVE "Your account has had no activity for the state-ma
                       IF FS-ACCOUNT-STATUS = "D"
                           PERFORM 5050-ESCHEAT-ACCOUNT-PARA
                       ELSE
                           MOVE FS-USER-ID TO WS-MASK-NUMBER
                           PERFORM MASK-LAST-FOUR-PARA
                           DISPLAY "Account "WS-MASKED" is active aga
      -                            "in - notice withdrawn"
                           MOVE "YES" TO WS-TERM-POSTED-OK
                       END-IF
           IF WS-TERM-POSTED-OK = "YES"
               DELETE FS-ESCHEAT-FILE RECORD
                   INVALID KEY
                       MOVE FS-ESCH-ACCOUNT-ID TO WS-MASK-NUMBER
                       PERFORM MASK-LAST-FOUR-PARA
                       DISPLAY "INVALID KEY - "WS-MASKED
               END-DELETE
           END-IF
           .
               PERFORM 510-UPDATE-USER-ACCOUNT-PARA
               MOVE "NO" TO WS-OCR-CUT-CHECK
               IF WS-UPDATE-REJECTED = "YES"
                   MOVE FS-USER-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "Remittance could not post on "WS-MASKED
                     " - account left in place"
                   EXIT PARAGRAPH
               END-IF
           MOVE WS-ESCH-ONE-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-STATEMENT-LINE
           MOVE FS-USER-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING "ACCOUNT "WS-MASKED" "FUNCTION TRIM(FS-NAME)
                  " "FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE

           MOVE SPACES TO FS-REPORT-LINE
           MOVE FS-USER-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING "ACCOUNT "WS-MASKED" customer "
                  FS-ACCOUNT-CUSTOMER-NUMBER" amount "
                  FUNCTION TRIM(WS-DISPLAY)" notice "
                  FS-ESCH-NOTICE-DATE
               MOVE FUNCTION CURRENT-DATE(1:8) TO FS-CLOSED-DATE
               WRITE FS-CLOSED-RECORD
           CLOSE FS-CLOSED-FILE
           PERFORM CLOSE-ACCOUNT-CARDS-PARA

           DELETE FS-USERS-FILE RECORD
               INVALID KEY
                   MOVE FS-USER-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "INVALID ID - "WS-MASKED
           END-DELETE

           ADD 1 TO WS-ESCH-REMIT-COUNT
           .


      * rates the customer in the FS-CUSTOMER record area: a
      * watch-list hit (WS-KYC-WATCH-HIT) weighs two, and a higher-risk
      * product on any of the customer's accounts, outgoing wires over
      * the compliance threshold in the past year, and ACH origination
      * over it weigh one each - 0 is low, 1 medium, 2 or more high.
      * A supervisor may override the result; the review dates are
      * stamped from today and the rating's review interval
       KYC-RATE-CUSTOMER-PARA.
           PERFORM 3310-READ-COMPLIANCE-CONTROL-PARA
           PERFORM SET-HOLD-TODAY-PARA
           MOVE 0 TO WS-KYC-SCORE
           IF WS-KYC-WATCH-HIT = "YES"
               ADD 2 TO WS-KYC-SCORE
           END-IF

           MOVE 0 TO WS-KYC-ACCT-COUNT
           MOVE "NO" TO WS-KYC-PRODUCT-RISK
           MOVE "NO" TO WS-KYC-EOF
           OPEN INPUT FS-PRODUCT-FILE
           OPEN INPUT FS-USERS-FILE
               IF WS-USERS-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-KYC-EOF
               END-IF
               PERFORM UNTIL WS-KYC-EOF = "YES"
                   READ FS-USERS-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-KYC-EOF
                       NOT AT END
                           IF FS-ACCOUNT-CUSTOMER-NUMBER =
                              FS-CUSTOMER-NUMBER
                               PERFORM KYC-NOTE-ONE-ACCOUNT-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           CLOSE FS-PRODUCT-FILE
           IF WS-KYC-PRODUCT-RISK = "YES"
               ADD 1 TO WS-KYC-SCORE
           END-IF

           MOVE 0 TO WS-KYC-WIRE-TOTAL
           MOVE "NO" TO WS-KYC-EOF
           OPEN INPUT FS-WIRE-FILE
               IF WS-WIRE-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-KYC-EOF
               END-IF
               PERFORM UNTIL WS-KYC-EOF = "YES"
                   READ FS-WIRE-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-KYC-EOF
                       NOT AT END
                           IF FS-WIRE-DIRECTION = "O" AND
                              FS-WIRE-STATUS = "R" AND
                              FS-WIRE-DATE IS NUMERIC AND
                              FS-WIRE-DATE > 0
                               MOVE FS-WIRE-ACCOUNT-ID
                                 TO WS-KYC-MATCH-ID
                               COMPUTE WS-KYC-ITEM-AS-DAYS =
                                   FUNCTION INTEGER-OF-DATE
                                   (FS-WIRE-DATE)
                               PERFORM KYC-MATCH-ACCOUNT-PARA
                               IF WS-KYC-MATCH = "YES"
                                   ADD FUNCTION ABS(FS-WIRE-AMOUNT)
                                     TO WS-KYC-WIRE-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-WIRE-FILE
           IF WS-KYC-WIRE-TOTAL >= WS-COMPLIANCE-THRESHOLD
               ADD 1 TO WS-KYC-SCORE
           END-IF

           MOVE 0 TO WS-KYC-ACH-TOTAL
           MOVE "NO" TO WS-KYC-EOF
           OPEN INPUT FS-AO-FILE
               IF WS-AO-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-KYC-EOF
               END-IF
               PERFORM UNTIL WS-KYC-EOF = "YES"
                   READ FS-AO-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-KYC-EOF
                       NOT AT END
                           IF (FS-AO-STATUS = "P" OR
                               FS-AO-STATUS = "S") AND
                              FS-AO-SETTLE-DATE IS NUMERIC AND
                              FS-AO-SETTLE-DATE > 0
                               MOVE FS-AO-ACCOUNT-ID TO WS-KYC-MATCH-ID
                               COMPUTE WS-KYC-ITEM-AS-DAYS =
                                   FUNCTION INTEGER-OF-DATE
                                   (FS-AO-SETTLE-DATE)
                               PERFORM KYC-MATCH-ACCOUNT-PARA
                               IF WS-KYC-MATCH = "YES"
                                   ADD FUNCTION ABS(FS-AO-AMOUNT)
                                     TO WS-KYC-ACH-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-AO-FILE
           IF WS-KYC-ACH-TOTAL >= WS-COMPLIANCE-THRESHOLD
               ADD 1 TO WS-KYC-SCORE
           END-IF

           EVALUATE TRUE
               WHEN WS-KYC-SCORE >= 2
                   MOVE "H" TO FS-CUSTOMER-RISK-RATING
               WHEN WS-KYC-SCORE = 1
                   MOVE "M" TO FS-CUSTOMER-RISK-RATING
               WHEN OTHER
                   MOVE "L" TO FS-CUSTOMER-RISK-RATING
           END-EVALUATE
           MOVE "N" TO FS-CUSTOMER-RISK-OVERRIDE
           DISPLAY "Derived KYC risk rating: "FS-CUSTOMER-RISK-RATING

           IF WS-TELLER-ROLE = "S"
               DISPLAY "Override the rating? Enter L, M, or H (blank
      -                "to accept):"
               MOVE SPACE TO WS-KYC-OVERRIDE
               ACCEPT WS-KYC-OVERRIDE
               MOVE FUNCTION UPPER-CASE(WS-KYC-OVERRIDE)
                 TO WS-KYC-OVERRIDE
               IF (WS-KYC-OVERRIDE = "L" OR WS-KYC-OVERRIDE = "M" OR
                   WS-KYC-OVERRIDE = "H") AND
                  WS-KYC-OVERRIDE NOT = FS-CUSTOMER-RISK-RATING
                   MOVE WS-KYC-OVERRIDE TO FS-CUSTOMER-RISK-RATING
                   MOVE "Y" TO FS-CUSTOMER-RISK-OVERRIDE
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "kyc rating override customer "
                          FS-CUSTOMER-NUMBER" to "WS-KYC-OVERRIDE
                     DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM WRITE-AUDIT-PARA
               END-IF
           END-IF

      * high risk is reviewed yearly, medium every two years, low
      * every three
           EVALUATE FS-CUSTOMER-RISK-RATING
               WHEN "H"
                   MOVE 365 TO WS-KYC-INTERVAL-DAYS
               WHEN "M"
                   MOVE 730 TO WS-KYC-INTERVAL-DAYS
               WHEN OTHER
                   MOVE 1095 TO WS-KYC-INTERVAL-DAYS
           END-EVALUATE
           CALL "DAYS-TO-DATE" USING WS-HOLD-NOW-AS-DAYS
                                     FS-CUSTOMER-LAST-REV-YEAR
                                     FS-CUSTOMER-LAST-REV-MONTH
                                     FS-CUSTOMER-LAST-REV-DAY
           COMPUTE WS-KYC-NEXT-AS-DAYS =
               WS-HOLD-NOW-AS-DAYS + WS-KYC-INTERVAL-DAYS
           CALL "DAYS-TO-DATE" USING WS-KYC-NEXT-AS-DAYS
                                     FS-CUSTOMER-NEXT-REV-YEAR
                                     FS-CUSTOMER-NEXT-REV-MONTH
                                     FS-CUSTOMER-NEXT-REV-DAY
           DISPLAY "Risk rating "FS-CUSTOMER-RISK-RATING
             ", next KYC review due "FS-CUSTOMER-NEXT-REVIEW
           .


       KYC-NOTE-ONE-ACCOUNT-PARA.
           IF WS-KYC-ACCT-COUNT < 50
               ADD 1 TO WS-KYC-ACCT-COUNT
               MOVE FS-USER-ID TO WS-KYC-ACCT(WS-KYC-ACCT-COUNT)
           END-IF
           IF FS-ACCOUNT-PRODUCT-CODE NOT = SPACES AND
              WS-PRODUCT-FILE-STATUS = "00"
               MOVE FS-ACCOUNT-PRODUCT-CODE TO FS-PROD-CODE
               READ FS-PRODUCT-FILE
                   NOT INVALID KEY
                       IF FS-PROD-KYC-RISK = "H"
                           MOVE "YES" TO WS-KYC-PRODUCT-RISK
                       END-IF
               END-READ
           END-IF
           .


      * WS-KYC-MATCH-ID dated WS-KYC-ITEM-AS-DAYS counts when it is one
      * of the customer's accounts and falls in the past year
       KYC-MATCH-ACCOUNT-PARA.
           MOVE "NO" TO WS-KYC-MATCH
           IF WS-KYC-ITEM-AS-DAYS + 365 < WS-HOLD-NOW-AS-DAYS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KYC-ACCT-INDEX FROM 1 BY 1
             UNTIL WS-KYC-ACCT-INDEX > WS-KYC-ACCT-COUNT
               IF WS-KYC-ACCT(WS-KYC-ACCT-INDEX) = WS-KYC-MATCH-ID
                   MOVE "YES" TO WS-KYC-MATCH
               END-IF
           END-PERFORM
           .


      * new products are refused to the customer in WS-KYC-CUSTOMER
      * once the KYC review is more than 90 days past due; a customer
      * with no review on file yet is not held up
       KYC-REVIEW-GATE-PARA.
           MOVE "NO" TO WS-KYC-BLOCKED
           MOVE "NO" TO WS-DEC-HOLDER-DECEASED
           MOVE "NO" TO WS-KYC-MERGED
           IF WS-KYC-CUSTOMER = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-HOLD-TODAY-PARA
           MOVE WS-KYC-CUSTOMER TO FS-CUSTOMER-NUMBER
           OPEN INPUT FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS = "00"
                   READ FS-CUSTOMER-FILE
                       NOT INVALID KEY
                           IF FS-CUSTOMER-DECEASED = "Y"
                               MOVE "YES" TO WS-DEC-HOLDER-DECEASED
                               MOVE "YES" TO WS-KYC-BLOCKED
                           END-IF
                           IF FS-CUSTOMER-MERGED-INTO IS NUMERIC AND
                              FS-CUSTOMER-MERGED-INTO > 0
                               DISPLAY "Customer "WS-KYC-CUSTOMER
                                 " was merged into "
                                 FS-CUSTOMER-MERGED-INTO
                                 " - use that customer number"
                               MOVE "YES" TO WS-KYC-MERGED
                               MOVE "YES" TO WS-KYC-BLOCKED
                           END-IF
                           IF FS-CUSTOMER-NEXT-REVIEW IS NUMERIC AND
                              FS-CUSTOMER-NEXT-REVIEW NOT = ZEROS
                               CALL "DATE-TO-DAYS" USING
                                   FS-CUSTOMER-NEXT-REV-YEAR
                                   FS-CUSTOMER-NEXT-REV-MONTH
                                   FS-CUSTOMER-NEXT-REV-DAY
                                   WS-KYC-DUE-AS-DAYS
                               IF WS-HOLD-NOW-AS-DAYS >
                                  WS-KYC-DUE-AS-DAYS + 90
                                   MOVE "YES" TO WS-KYC-BLOCKED
                               END-IF
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-CUSTOMER-FILE

           IF WS-DEC-HOLDER-DECEASED = "YES"
               DISPLAY "Customer "WS-KYC-CUSTOMER" is recorded as dece
      -                "ased - no new products can be opened"
               EXIT PARAGRAPH
           END-IF
           IF WS-KYC-MERGED = "YES"
               EXIT PARAGRAPH
           END-IF
           IF WS-KYC-BLOCKED = "YES"
               DISPLAY "Customer "WS-KYC-CUSTOMER" is more than 90 da
      -                "ys past due for KYC review - record the review
      -                " (command 28) before opening new products"
           END-IF
           .


       5100-WATCH-HIT-REPORT-PARA.
           DISPLAY "Enter the date to report (yyyymmdd, 0 for today):"
           ACCEPT WS-WATCH-REPORT-DATE
       5210-ENTER-WIRE-PARA.
           DISPLAY "Enter the source account ID:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter PIN for that account:"
           ACCEPT WS-PIN-ENTRY

                   END-WRITE
               END-PERFORM
           CLOSE FS-WIRE-FILE

           MOVE 9020 TO WS-GL-DEBIT-ACCT
           MOVE 9010 TO WS-GL-CREDIT-ACCT
           MOVE "WIREPEND" TO WS-GL-LEG-TYPE
           PERFORM BOOK-WIRE-MEMO-PARA
           .


      * pending outgoing wires are carried on a memorandum pair so
      * the reconciliation can prove them; entry credits the pending
      * side, release or rejection reverses it. The caller sets the
      * two accounts and the type
       BOOK-WIRE-MEMO-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GL-LEG-DATE
           MOVE FS-WIRE-ACCOUNT-ID TO WS-GL-LEG-SOURCE
           MOVE FS-WIRE-AMOUNT TO WS-GL-ABS-AMOUNT
           PERFORM WRITE-GL-LEG-PARA
           .


                       DISPLAY "INVALID KEY - "FS-WIRE-REF
               END-REWRITE
               DISPLAY "Wire rejected"
               MOVE 9010 TO WS-GL-DEBIT-ACCT
               MOVE 9020 TO WS-GL-CREDIT-ACCT
               MOVE "WIREREJ" TO WS-GL-LEG-TYPE
               PERFORM BOOK-WIRE-MEMO-PARA
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "wire "FS-WIRE-REF" rejected by "
                      WS-SIGNED-ON-TELLER-ID
                       DISPLAY "INVALID KEY - "FS-WIRE-REF
               END-REWRITE
               DISPLAY "Wire released and debited"
               MOVE 9010 TO WS-GL-DEBIT-ACCT
               MOVE 9020 TO WS-GL-CREDIT-ACCT
               MOVE "WIREREL" TO WS-GL-LEG-TYPE
               PERFORM BOOK-WIRE-MEMO-PARA
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "wire "FS-WIRE-REF" released, entered by "
                      FS-WIRE-ENTER-TELLER" released by "
       5240-INCOMING-WIRE-PARA.
           DISPLAY "Enter the target account ID:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           MOVE "I" TO FS-WIRE-DIRECTION
           MOVE WS-USER-ID TO FS-WIRE-ACCOUNT-ID
           DISPLAY "Enter the wire amount (positive number):"
           MOVE FS-WIRE-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           MOVE FS-WIRE-ACCOUNT-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING "REF "FS-WIRE-REF" "FS-WIRE-DIRECTION" "
                  FS-WIRE-STATUS" acct "WS-MASKED" "
                  FUNCTION TRIM(WS-DISPLAY)" "
                  FS-WIRE-BENEFICIARY(1:25)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           MOVE 0 TO WS-NOTICE-DORM-COUNT
           MOVE 0 TO WS-NOTICE-FEE-COUNT
           MOVE 0 TO WS-NOTICE-MIN-COUNT
           MOVE 0 TO WS-NOTICE-PAID-COUNT
           MOVE 0 TO WS-NOTICE-SDB-COUNT
           MOVE 0 TO WS-NOTICE-RET-COUNT
           MOVE 0 TO WS-NOTICE-TOTAL-COUNT

           MOVE SPACES TO WS-NOTICE-PRINT-FILENAME
           DISPLAY "  Dormancy flag:  "WS-NOTICE-DORM-COUNT
           DISPLAY "  Fee assessed:   "WS-NOTICE-FEE-COUNT
           DISPLAY "  Below minimum:  "WS-NOTICE-MIN-COUNT
           DISPLAY "  Loan paid off:  "WS-NOTICE-PAID-COUNT
           DISPLAY "  Box rent due:   "WS-NOTICE-SDB-COUNT
           DISPLAY "  Item returned:  "WS-NOTICE-RET-COUNT
           IF WS-NOTICE-TOTAL-COUNT > 0
               DISPLAY "Letters written to "
                 FUNCTION TRIM(WS-NOTICE-PRINT-FILENAME)
                   ADD 1 TO WS-NOTICE-DORM-COUNT
               WHEN "FEE"
                   ADD 1 TO WS-NOTICE-FEE-COUNT
               WHEN "PAIDOFF"
                   ADD 1 TO WS-NOTICE-PAID-COUNT
               WHEN "SDBRENT"
                   ADD 1 TO WS-NOTICE-SDB-COUNT
               WHEN "RETITEM"
                   ADD 1 TO WS-NOTICE-RET-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NOTICE-MIN-COUNT
           END-EVALUATE
               READ FS-USERS-FILE
                   INVALID KEY
                       MOVE SPACES TO FS-NOTICE-PRINT-LINE
                       MOVE FS-NOTICE-ACCOUNT-ID TO WS-MASK-NUMBER
                       PERFORM MASK-LAST-FOUR-PARA
                       STRING "To the holder of account "
                              WS-MASKED
                         DELIMITED BY SIZE INTO FS-NOTICE-PRINT-LINE
                       WRITE FS-NOTICE-PRINT-LINE
                       END-WRITE
           END-IF

           MOVE SPACES TO FS-NOTICE-PRINT-LINE
           MOVE FS-NOTICE-ACCOUNT-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING "Account "WS-MASKED" on "FS-NOTICE-DATE
             DELIMITED BY SIZE INTO FS-NOTICE-PRINT-LINE
           WRITE FS-NOTICE-PRINT-LINE

                   MOVE "published fee schedule."
                     TO FS-NOTICE-PRINT-LINE
                   WRITE FS-NOTICE-PRINT-LINE
               WHEN "PAIDOFF"
                   MOVE "Your loan has been paid in full and is now cl
      -                "osed. Keep" TO FS-NOTICE-PRINT-LINE
                   WRITE FS-NOTICE-PRINT-LINE
                   MOVE "this letter as your paid-in-full notice."
                     TO FS-NOTICE-PRINT-LINE
                   WRITE FS-NOTICE-PRINT-LINE
               WHEN "SDBRENT"
                   MOVE "The annual rent on your safe deposit box coul
      -                "d not be" TO FS-NOTICE-PRINT-LINE
                   WRITE FS-NOTICE-PRINT-LINE
                   MOVE "drafted from this account. Please bring the r
      -                "ent current" TO FS-NOTICE-PRINT-LINE
                   WRITE FS-NOTICE-PRINT-LINE
                   MOVE "at the branch - boxes left unpaid may be dril
      -                "led." TO FS-NOTICE-PRINT-LINE
                   WRITE FS-NOTICE-PRINT-LINE
               WHEN "RETITEM"
                   MOVE "An item you deposited was returned unpaid by 
      -                "the bank it" TO FS-NOTICE-PRINT-LINE
                   WRITE FS-NOTICE-PRINT-LINE
                   MOVE "was drawn on. The amount and a returned-item 
      -                "fee have been" TO FS-NOTICE-PRINT-LINE
                   WRITE FS-NOTICE-PRINT-LINE
                   MOVE "charged back to this account."
                     TO FS-NOTICE-PRINT-LINE
                   WRITE FS-NOTICE-PRINT-LINE
               WHEN OTHER
                   MOVE "Your account balance fell below its minimum.
      -                " Fees may" TO FS-NOTICE-PRINT-LINE
                           MOVE FS-PROD-DAILY-LIMIT
                             TO FS-DAILY-WITHDRAWAL-LIMIT
                           MOVE "YES" TO WS-PRODUCT-APPLIED
                           IF FS-PROD-ELIGIBILITY = "I"
                               DISPLAY "Staff pricing - insiders only"
                               MOVE "YES" TO WS-PRODUCT-STAFF-ONLY
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-PRODUCT-FILE
      -                "ne):"
               ACCEPT FS-PROD-DAILY-LIMIT
               DISPLAY "Fee treatment: S) standard schedule  W) fees w
      -                "aived  A) commercial account analysis"
               ACCEPT FS-PROD-FEE-TREAT
               MOVE FUNCTION UPPER-CASE(FS-PROD-FEE-TREAT)
                 TO FS-PROD-FEE-TREAT
               IF FS-PROD-FEE-TREAT NOT = "W" AND
                  FS-PROD-FEE-TREAT NOT = "A"
                   MOVE "S" TO FS-PROD-FEE-TREAT
               END-IF
               DISPLAY "KYC risk: L) ordinary  H) higher-risk (cash-in
      -                "tensive, foreign currency, business)"
               ACCEPT FS-PROD-KYC-RISK
               MOVE FUNCTION UPPER-CASE(FS-PROD-KYC-RISK)
                 TO FS-PROD-KYC-RISK
               IF FS-PROD-KYC-RISK NOT = "H"
                   MOVE "L" TO FS-PROD-KYC-RISK
               END-IF
               DISPLAY "Eligibility: A) any customer  I) insiders onl
      -                "y (staff pricing)"
               ACCEPT FS-PROD-ELIGIBILITY
               MOVE FUNCTION UPPER-CASE(FS-PROD-ELIGIBILITY)
                 TO FS-PROD-ELIGIBILITY
               IF FS-PROD-ELIGIBILITY NOT = "I"
                   MOVE "A" TO FS-PROD-ELIGIBILITY
               END-IF

               WRITE FS-PRODUCT
                   INVALID KEY
      * the schedule fees no matter its balance or tier
       CHECK-PRODUCT-FEE-WAIVER-PARA.
           MOVE "NO" TO WS-PRODUCT-FEE-WAIVED
           MOVE "NO" TO WS-PRODUCT-ANALYZED
           IF FS-ACCOUNT-PRODUCT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
                           IF FS-PROD-FEE-TREAT = "W"
                               MOVE "YES" TO WS-PRODUCT-FEE-WAIVED
                           END-IF
                           IF FS-PROD-FEE-TREAT = "A"
                               MOVE "YES" TO WS-PRODUCT-ANALYZED
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-PRODUCT-FILE
       5410-OPEN-DISPUTE-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter the disputed transaction number:"
           ACCEPT WS-REVERSAL-NUMBER

           MOVE "NO" TO WS-REVERSAL-FOUND
           MOVE WS-REVERSAL-NUMBER TO WS-TRANSACTION-NUMBER
           PERFORM OPEN-TXN-MASTER-PARA
               IF WS-TRANSACTION-FILE-STATUS = '35'
                   DISPLAY "ID does not exist"
               ELSE
                   MOVE WS-USER-ID TO FS-TRANSACTION-ACCOUNT-ID
                   MOVE WS-TRANSACTION-NUMBER TO FS-TRANSACTION-NUMBER
                   READ FS-TRANSACTION-FILE RECORD
                       INVALID KEY
                           DISPLAY "No transaction with that number on
                           MOVE "YES" TO WS-REVERSAL-FOUND
                   END-READ
               END-IF
           PERFORM CLOSE-TXN-MASTER-PARA

           IF WS-REVERSAL-FOUND = "NO"
               EXIT PARAGRAPH
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           IF WS-DISP-AGE-DAYS > 60
               MOVE FS-DISP-ACCOUNT-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING "OVERDUE case "FS-DISP-CASE-ID" acct "
                      WS-MASKED" "WS-DISP-AGE-DAYS
                      " days open, amount "FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
           ELSE
               MOVE FS-DISP-ACCOUNT-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING "case "FS-DISP-CASE-ID" acct "
                      WS-MASKED" "WS-DISP-AGE-DAYS
                      " days open, amount "FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
           END-IF
       5510-ENTER-FUTURE-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter PIN for that account:"
           ACCEPT WS-PIN-ENTRY

                               MOVE "USD"
                                 TO WS-DISPLAY-CURRENCY-CODE
                               PERFORM CALCULATE-MONEY-DISPLAY-PARA
                               MOVE FS-FUT-ACCOUNT-ID TO WS-MASK-NUMBER
                               PERFORM MASK-LAST-FOUR-PARA
                               DISPLAY FS-FUT-ID" acct "
                                 WS-MASKED" "WS-DISPLAY
                                 " on "FS-FUT-EFFECTIVE" - "
                                 FS-FUT-DESCRIPTION
                           END-IF
           OPEN I-O FS-USERS-FILE
               READ FS-USERS-FILE
                   INVALID KEY
                       MOVE FS-FUT-ACCOUNT-ID TO WS-MASK-NUMBER
                       PERFORM MASK-LAST-FOUR-PARA
                       DISPLAY "Account "WS-MASKED" no longer
      -                        " exists - instruction "FS-FUT-ID
                         " left pending"
                   NOT INVALID KEY
                           MOVE "DEPOSIT" TO WS-TRANSACTION-TYPE
                       END-IF
                       MOVE FS-FUT-AMOUNT TO WS-TRANSACTION-AMOUNT
                       MOVE "FUTURE" TO WS-OD-SOURCE
                       PERFORM OD-PROTECT-PARA
                       PERFORM 510-UPDATE-USER-ACCOUNT-PARA
               END-READ
           CLOSE FS-USERS-FILE
                               DISPLAY "INVALID KEY - "FS-OCR-SERIAL
                           NOT INVALID KEY
                               ADD 1 TO WS-OCR-CLEARED-COUNT
                               MOVE 1010 TO WS-GL-CREDIT-ACCT
                               MOVE "OCHKCLEAR" TO WS-GL-LEG-TYPE
                               PERFORM BOOK-OFFICIAL-CHECK-OFF-PARA
                       END-REWRITE
                   ELSE
                       ADD 1 TO WS-OCR-MISSED-COUNT
                               NOT INVALID KEY
                                   DISPLAY "Check "WS-OCR-SERIAL
                                     " stopped"
                                   MOVE 2045 TO WS-GL-CREDIT-ACCT
                                   MOVE "OCHKSTOP" TO WS-GL-LEG-TYPE
                                   PERFORM BOOK-OFFICIAL-CHECK-OFF-PARA
                                   MOVE SPACES TO WS-AUDIT-DETAIL
                                   STRING "official check "
                                          WS-OCR-SERIAL" stopped"
           .


      * a check leaves the outstanding liability when it clears
      * (paid from cash) or is stopped (the funds are still owed,
      * now to whoever the stop is settled with); the caller sets
      * the credit account and the type
       BOOK-OFFICIAL-CHECK-OFF-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GL-LEG-DATE
           MOVE FS-OCR-ACCOUNT-ID TO WS-GL-LEG-SOURCE
           MOVE 2040 TO WS-GL-DEBIT-ACCT
           MOVE FS-OCR-AMOUNT TO WS-GL-ABS-AMOUNT
           PERFORM WRITE-GL-LEG-PARA
           .


      * the outstanding total is the official-check liability nobody
      * was tracking; anything older than six months is flagged stale
       5730-OUTSTANDING-CHECKS-PARA.
           DISPLAY "1) Collect a payment instruction   2) Build the ou
      -            "tbound batch for a settlement date"
           DISPLAY "3) Process the network's return file"
           DISPLAY "4) Post the incoming ACH debit file   5) Stop-paym
      -            "ents and ACH debit blocks"
           ACCEPT WS-AO-CHOICE
           EVALUATE WS-AO-CHOICE
               WHEN 1
                   PERFORM 5820-BUILD-ACH-BATCH-PARA
               WHEN 3
                   PERFORM 5830-PROCESS-ACH-RETURNS-PARA
               WHEN 4
                   PERFORM 5840-POST-ACH-DEBITS-PARA
               WHEN 5
                   PERFORM 5850-MAINTAIN-ACH-STOPS-PARA
               WHEN OTHER
                   DISPLAY "Invalid option!"
           END-EVALUATE
       5810-COLLECT-ACH-PARA.
           DISPLAY "Enter the paying account ID:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter PIN for that account:"
           ACCEPT WS-PIN-ENTRY
           DISPLAY "Enter the payment amount (positive number):"
                       AT END
                           MOVE "YES" TO WS-AO-EOF
                       NOT AT END
                           IF (FS-AO-STATUS = "P" OR
                               FS-AO-STATUS = "T") AND
                              FS-AO-SETTLE-DATE = WS-AO-SETTLE-DATE
                               PERFORM 5821-BATCH-ONE-ITEM-PARA
                           END-IF


       5821-BATCH-ONE-ITEM-PARA.
      * a payroll tax deposit has not come off the company's account
      * yet - it does now, or the item waits for the next batch
           IF FS-AO-STATUS = "T"
               PERFORM 5822-DEBIT-TAX-DEPOSIT-PARA
               IF WS-UPDATE-REJECTED = "YES"
                   MOVE SPACES TO FS-REPORT-LINE
                   STRING "ID "FS-AO-ID" payroll tax deposit - operati
      -                   "ng account debit rejected, left queued"
                     DELIMITED BY SIZE INTO FS-REPORT-LINE
                   WRITE FS-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE FS-AO-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-AO-BATCH-LINE
           WRITE FS-AO-BATCH-LINE

           MOVE SPACES TO FS-REPORT-LINE
           MOVE FS-AO-ACCOUNT-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING "ID "FS-AO-ID" acct "WS-MASKED" "
                  FUNCTION TRIM(WS-DISPLAY)" to "
                  FS-AO-PAYEE-NAME(1:25)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           .


       5822-DEBIT-TAX-DEPOSIT-PARA.
           MOVE "YES" TO WS-UPDATE-REJECTED
           MOVE FS-AO-ACCOUNT-ID TO FS-USER-ID
           MOVE FS-AO-ACCOUNT-ID TO WS-USER-ID
           OPEN I-O FS-USERS-FILE
               READ FS-USERS-FILE
                   INVALID KEY
                       DISPLAY "Operating account for tax deposit "
                         FS-AO-ID" is not on file"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-PRESET-DESCRIPTION
                       STRING "ACH tax payment "
                              FS-AO-PAYEE-NAME(1:25)
                         DELIMITED BY SIZE
                         INTO WS-PRESET-DESCRIPTION
                       MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
                       MOVE "WITHDRAWAL" TO WS-TRANSACTION-TYPE
                       COMPUTE WS-TRANSACTION-AMOUNT =
                           FS-AO-AMOUNT * -1
                       PERFORM 510-UPDATE-USER-ACCOUNT-PARA
               END-READ
           CLOSE FS-USERS-FILE
           .


      * return file from the network: instruction id, reason code -
      * each returned item goes back into the customer's account as
      * a reversal with the reason on the description
           OPEN I-O FS-USERS-FILE
               READ FS-USERS-FILE
                   INVALID KEY
                       MOVE FS-AO-ACCOUNT-ID TO WS-MASK-NUMBER
                       PERFORM MASK-LAST-FOUR-PARA
                       DISPLAY "Account "WS-MASKED" no longer e
      -                        "xists for return "FS-AO-ID
                   NOT INVALID KEY
                       MOVE SPACES TO WS-PRESET-DESCRIPTION
           .


      * third-party debits from the network (utilities, lenders): each
      * posts against the available balance, with overdraft
      * protection, unless the account or the customer's instructions
      * refuse it; refused items go back on the outbound returns file
      * with their reason code - R01 insufficient funds, R02 account
      * closed, R03 no such account, R08 stop-payment, R10 debit
      * block, R16 account frozen or inactive, R17 unusable entry
       5840-POST-ACH-DEBITS-PARA.
           DISPLAY "Enter the path of the incoming debit file (account
      -            " ID,amount,originator ID,originator name,trace per
      -            " line):"
           ACCEPT WS-ACHIN-FILENAME

           PERFORM 2610-READ-FEE-CONTROL-PARA
           PERFORM SET-HOLD-TODAY-PARA
           CALL "DAYS-TO-DATE" USING WS-HOLD-NOW-AS-DAYS
                                     WS-ACHD-TODAY-YEAR
                                     WS-ACHD-TODAY-MONTH
                                     WS-ACHD-TODAY-DAY

           MOVE 0 TO WS-ACHD-POSTED-COUNT
           MOVE 0 TO WS-ACHD-RETURN-COUNT
           MOVE 0 TO WS-ACHD-POSTED-TOTAL
           MOVE 0 TO WS-ACHD-RETURN-TOTAL

           MOVE SPACES TO WS-ACHRTN-FILENAME
           STRING "ach_debit_returns_"WS-ACHD-TODAY".txt"
             DELIMITED BY SIZE INTO WS-ACHRTN-FILENAME
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "ach_debit_register_"WS-ACHD-TODAY".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME

           OPEN OUTPUT FS-ACHRTN-FILE
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "INCOMING ACH DEBIT REGISTER "WS-ACHD-TODAY
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "NO" TO WS-ACHD-EOF
           OPEN INPUT FS-ACHIN-FILE
               IF WS-ACHIN-STATUS NOT = "00"
                   DISPLAY "Incoming debit file not found"
                   MOVE "YES" TO WS-ACHD-EOF
               END-IF
               PERFORM UNTIL WS-ACHD-EOF = "YES"
                   READ FS-ACHIN-FILE
                       AT END
                           MOVE "YES" TO WS-ACHD-EOF
                       NOT AT END
                           PERFORM 5841-POST-ONE-ACH-DEBIT-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-ACHIN-FILE

           MOVE WS-ACHD-POSTED-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING "POSTED:   "WS-ACHD-POSTED-COUNT" items, "
                  FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE WS-ACHD-RETURN-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING "RETURNED: "WS-ACHD-RETURN-COUNT" items, "
                  FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE
           CLOSE FS-ACHRTN-FILE

           DISPLAY " "
           DISPLAY "Incoming ACH debit run complete"
           DISPLAY "Debits posted:   "WS-ACHD-POSTED-COUNT
           DISPLAY "Debits returned: "WS-ACHD-RETURN-COUNT
           DISPLAY "Returns file:    "FUNCTION TRIM(WS-ACHRTN-FILENAME)
           DISPLAY "Register:        "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE "ACHDEBIT" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           COMPUTE WS-RCAT-COUNT =
               WS-ACHD-POSTED-COUNT + WS-ACHD-RETURN-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       5841-POST-ONE-ACH-DEBIT-PARA.
           MOVE FS-ACHIN-LINE TO WS-ACHD-SAVED-LINE
           MOVE SPACES TO WS-ACHD-ACCOUNT-X
           MOVE SPACES TO WS-ACHD-AMOUNT-X
           MOVE SPACES TO WS-ACHD-ORIG-ID
           MOVE SPACES TO WS-ACHD-ORIG-NAME
           MOVE SPACES TO WS-ACHD-TRACE
           UNSTRING FS-ACHIN-LINE DELIMITED BY ","
               INTO WS-ACHD-ACCOUNT-X WS-ACHD-AMOUNT-X
                    WS-ACHD-ORIG-ID WS-ACHD-ORIG-NAME WS-ACHD-TRACE
           MOVE FUNCTION UPPER-CASE(WS-ACHD-ORIG-ID) TO WS-ACHD-ORIG-ID
           MOVE WS-ACHD-ACCOUNT-X TO WS-ACHD-ACCOUNT
           COMPUTE WS-ACHD-AMOUNT =
               FUNCTION NUMVAL(WS-ACHD-AMOUNT-X)

           MOVE SPACES TO WS-ACHD-REASON
           IF WS-ACHD-AMOUNT NOT > 0
               MOVE "R17" TO WS-ACHD-REASON
               PERFORM 5844-WRITE-ACH-DEBIT-RETURN-PARA
               EXIT PARAGRAPH
           END-IF

           MOVE "YES" TO WS-UPDATE-REJECTED
           MOVE WS-ACHD-ACCOUNT TO FS-USER-ID
           MOVE WS-ACHD-ACCOUNT TO WS-USER-ID
           OPEN I-O FS-USERS-FILE
               READ FS-USERS-FILE
                   INVALID KEY
                       MOVE "R03" TO WS-ACHD-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN FS-ACCOUNT-STATUS = "C"
                               MOVE "R02" TO WS-ACHD-REASON
                           WHEN FS-ACCOUNT-STATUS NOT = "A"
                               MOVE "R16" TO WS-ACHD-REASON
                           WHEN OTHER
                               PERFORM 5842-CHECK-ACH-STOPS-PARA
                       END-EVALUATE
                       IF WS-ACHD-REASON = SPACES
                           PERFORM 5845-DEBIT-ONE-ACCOUNT-PARA
                       END-IF
               END-READ
           CLOSE FS-USERS-FILE

      * an account that has already been closed out is no longer on
      * the users file - the closed-accounts file tells R02 from R03
           IF WS-ACHD-REASON = "R03"
               PERFORM 5843-CHECK-CLOSED-ACCOUNT-PARA
           END-IF

           IF WS-ACHD-REASON = SPACES
               ADD 1 TO WS-ACHD-POSTED-COUNT
               ADD WS-ACHD-AMOUNT TO WS-ACHD-POSTED-TOTAL
               MOVE WS-ACHD-AMOUNT TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-CSV-PARA
               MOVE SPACES TO FS-REPORT-LINE
               MOVE WS-ACHD-ACCOUNT TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING "POSTED   #"WS-MASKED" "
                      FUNCTION TRIM(WS-DISPLAY)" "WS-ACHD-ORIG-ID" "
                      WS-ACHD-ORIG-NAME" trace "WS-ACHD-TRACE
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
           ELSE
               PERFORM 5844-WRITE-ACH-DEBIT-RETURN-PARA
           END-IF
           .


      * the account is in the record area; a live stop-payment on
      * this originator (at this amount, or any amount when the stop
      * carries zero) returns R08, and a debit block returns R10
      * unless the originator is on the account's allowed list
       5842-CHECK-ACH-STOPS-PARA.
           MOVE "NO" TO WS-ACHD-STOP-HIT
           MOVE "NO" TO WS-ACHD-BLOCK-HIT
           MOVE "NO" TO WS-ACHD-ALLOW-HIT
           MOVE "NO" TO WS-ACHD-SCAN-EOF
           OPEN INPUT FS-ACHSTOP-FILE
               IF WS-ACHSTOP-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-ACHD-SCAN-EOF
               ELSE
                   MOVE WS-ACHD-ACCOUNT TO FS-AST-ACCOUNT-ID
                   START FS-ACHSTOP-FILE
                       KEY IS EQUAL TO FS-AST-ACCOUNT-ID
                       INVALID KEY
                           MOVE "YES" TO WS-ACHD-SCAN-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-ACHD-SCAN-EOF = "YES"
                   READ FS-ACHSTOP-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-ACHD-SCAN-EOF
                       NOT AT END
                           IF FS-AST-ACCOUNT-ID NOT = WS-ACHD-ACCOUNT
                               MOVE "YES" TO WS-ACHD-SCAN-EOF
                           ELSE
                               PERFORM 5846-APPLY-ONE-STOP-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-ACHSTOP-FILE

           IF WS-ACHD-STOP-HIT = "YES"
               MOVE "R08" TO WS-ACHD-REASON
           ELSE
               IF WS-ACHD-BLOCK-HIT = "YES" AND
                  WS-ACHD-ALLOW-HIT = "NO"
                   MOVE "R10" TO WS-ACHD-REASON
               END-IF
           END-IF
           .


       5843-CHECK-CLOSED-ACCOUNT-PARA.
           MOVE "NO" TO WS-ACHD-SCAN-EOF
           OPEN INPUT FS-CLOSED-FILE
               IF WS-CLOSED-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-ACHD-SCAN-EOF
               END-IF
               PERFORM UNTIL WS-ACHD-SCAN-EOF = "YES"
                   READ FS-CLOSED-FILE
                       AT END
                           MOVE "YES" TO WS-ACHD-SCAN-EOF
                       NOT AT END
                           IF FS-CLOSED-USER-DATA(1:16) =
                              WS-ACHD-ACCOUNT
                               MOVE "R02" TO WS-ACHD-REASON
                               MOVE "YES" TO WS-ACHD-SCAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-CLOSED-FILE
           .


       5844-WRITE-ACH-DEBIT-RETURN-PARA.
           ADD 1 TO WS-ACHD-RETURN-COUNT
           IF WS-ACHD-AMOUNT > 0
               ADD WS-ACHD-AMOUNT TO WS-ACHD-RETURN-TOTAL
           END-IF
           EVALUATE WS-ACHD-REASON
               WHEN "R01"
                   MOVE "insufficient funds" TO WS-ACHD-REASON-TEXT
               WHEN "R02"
                   MOVE "account closed" TO WS-ACHD-REASON-TEXT
               WHEN "R03"
                   MOVE "no account found" TO WS-ACHD-REASON-TEXT
               WHEN "R08"
                   MOVE "payment stopped" TO WS-ACHD-REASON-TEXT
               WHEN "R10"
                   MOVE "ACH debits blocked" TO WS-ACHD-REASON-TEXT
               WHEN "R16"
                   MOVE "account frozen" TO WS-ACHD-REASON-TEXT
               WHEN OTHER
                   MOVE "unusable entry" TO WS-ACHD-REASON-TEXT
           END-EVALUATE

           MOVE WS-ACHD-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-ACHRTN-LINE
           STRING FUNCTION TRIM(WS-ACHD-TRACE)","WS-ACHD-REASON","
                  FUNCTION TRIM(WS-ACHD-ACCOUNT-X)","
                  FUNCTION TRIM(WS-DISPLAY)","
                  FUNCTION TRIM(WS-ACHD-ORIG-ID)
             DELIMITED BY SIZE INTO FS-ACHRTN-LINE
           WRITE FS-ACHRTN-LINE

           MOVE SPACES TO FS-REPORT-LINE
           STRING "RETURNED "WS-ACHD-REASON" "WS-ACHD-REASON-TEXT
                  " "WS-ACHD-SAVED-LINE(1:50)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           DISPLAY "Returned ("WS-ACHD-REASON"): "
             WS-ACHD-SAVED-LINE(1:40)
           .


      * the users file is open I-O with the account in the record
      * area; 510 prices the debit against the available balance, so
      * a rejection after overdraft protection has had its turn is
      * an NSF, and draws the control-file NSF fee as a bounced check
      * does
       5845-DEBIT-ONE-ACCOUNT-PARA.
           MOVE SPACES TO WS-PRESET-DESCRIPTION
           STRING "ACH debit "WS-ACHD-ORIG-NAME(1:25)
             DELIMITED BY SIZE INTO WS-PRESET-DESCRIPTION
           MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
           MOVE "WITHDRAWAL" TO WS-TRANSACTION-TYPE
           COMPUTE WS-TRANSACTION-AMOUNT = WS-ACHD-AMOUNT * -1
           MOVE "ACHDEBIT" TO WS-OD-SOURCE
           PERFORM OD-PROTECT-PARA
           PERFORM 510-UPDATE-USER-ACCOUNT-PARA
           IF WS-UPDATE-REJECTED = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE "R01" TO WS-ACHD-REASON
           IF WS-FEE-NSF > 0
               MOVE SPACES TO WS-PRESET-DESCRIPTION
               STRING "NSF fee - ACH "WS-ACHD-ORIG-NAME(1:25)
                 DELIMITED BY SIZE INTO WS-PRESET-DESCRIPTION
               MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
               MOVE "FEE" TO WS-TRANSACTION-TYPE
               COMPUTE WS-TRANSACTION-AMOUNT = WS-FEE-NSF * -1
               PERFORM 510-UPDATE-USER-ACCOUNT-PARA
               IF WS-UPDATE-REJECTED = "YES"
                   MOVE WS-ACHD-ACCOUNT TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "NSF fee could not post on "WS-MASKED
                     " - noted on the returns file only"
               END-IF
           END-IF
           .


       5846-APPLY-ONE-STOP-PARA.
           IF FS-AST-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF
           EVALUATE FS-AST-KIND
               WHEN "S"
                   IF FS-AST-ORIG-ID = WS-ACHD-ORIG-ID AND
                      (FS-AST-AMOUNT = 0 OR
                       FS-AST-AMOUNT = WS-ACHD-AMOUNT)
                       MOVE "YES" TO WS-ACHD-STOP-HIT
                   END-IF
               WHEN "B"
                   MOVE "YES" TO WS-ACHD-BLOCK-HIT
               WHEN "A"
                   IF FS-AST-ORIG-ID = WS-ACHD-ORIG-ID
                       MOVE "YES" TO WS-ACHD-ALLOW-HIT
                   END-IF
           END-EVALUATE
           .


      * at the customer's request: stop a payment to one originator,
      * block ACH debits on the account altogether, let named
      * originators through the block, or lift any of these
       5850-MAINTAIN-ACH-STOPS-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter PIN:"
           ACCEPT WS-PIN-ENTRY

           MOVE "NO" TO WS-PIN-OK
           MOVE WS-USER-ID TO FS-USER-ID
           OPEN INPUT FS-USERS-FILE
               READ FS-USERS-FILE
                   INVALID KEY
                       DISPLAY "ID does not exist"
                   NOT INVALID KEY
                       PERFORM CHECK-PIN-PARA
                       IF WS-PIN-OK = "NO"
                           DISPLAY "Incorrect PIN"
                       END-IF
               END-READ
           CLOSE FS-USERS-FILE
           IF WS-PIN-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-ACHSTOP-FILE
               IF WS-ACHSTOP-FILE-STATUS = '35'
                   CLOSE FS-ACHSTOP-FILE
                   OPEN OUTPUT FS-ACHSTOP-FILE
                   CLOSE FS-ACHSTOP-FILE
                   OPEN I-O FS-ACHSTOP-FILE
               END-IF
               PERFORM 5851-LIST-ACH-STOPS-PARA

               DISPLAY "S) Stop a payment   B) Block all ACH debits   O
      -                ") Allow an originator through the block"
               DISPLAY "R) Remove an entry   (anything else to leave)"
               MOVE SPACE TO WS-ACHD-ACTION
               ACCEPT WS-ACHD-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACHD-ACTION)
                 TO WS-ACHD-ACTION
               MOVE SPACES TO FS-AST-ORIG-ID
               MOVE 0 TO FS-AST-AMOUNT
               EVALUATE WS-ACHD-ACTION
                   WHEN "S"
                       DISPLAY "Enter the originator's company ID:"
                       ACCEPT FS-AST-ORIG-ID
                       DISPLAY "Enter the amount to stop (0 for any am
      -                        "ount):"
                       ACCEPT FS-AST-AMOUNT
                       MOVE "S" TO FS-AST-KIND
                       PERFORM 5852-WRITE-ACH-STOP-PARA
                   WHEN "B"
                       MOVE "B" TO FS-AST-KIND
                       PERFORM 5852-WRITE-ACH-STOP-PARA
                   WHEN "O"
                       DISPLAY "Enter the originator's company ID:"
                       ACCEPT FS-AST-ORIG-ID
                       MOVE "A" TO FS-AST-KIND
                       PERFORM 5852-WRITE-ACH-STOP-PARA
                   WHEN "R"
                       PERFORM 5853-REMOVE-ACH-STOP-PARA
               END-EVALUATE
           CLOSE FS-ACHSTOP-FILE
           .


       5851-LIST-ACH-STOPS-PARA.
           MOVE 0 TO WS-ACHD-LIST-COUNT
           MOVE "NO" TO WS-ACHD-SCAN-EOF
           MOVE WS-USER-ID TO FS-AST-ACCOUNT-ID
           START FS-ACHSTOP-FILE KEY IS EQUAL TO FS-AST-ACCOUNT-ID
               INVALID KEY
                   MOVE "YES" TO WS-ACHD-SCAN-EOF
           END-START
           PERFORM UNTIL WS-ACHD-SCAN-EOF = "YES"
               READ FS-ACHSTOP-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-ACHD-SCAN-EOF
                   NOT AT END
                       IF FS-AST-ACCOUNT-ID NOT = WS-USER-ID
                           MOVE "YES" TO WS-ACHD-SCAN-EOF
                       ELSE
                           IF FS-AST-STATUS = "A"
                               ADD 1 TO WS-ACHD-LIST-COUNT
                               PERFORM 5854-SHOW-ONE-ACH-STOP-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACHD-LIST-COUNT = 0
               MOVE WS-USER-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "No stop-payments or debit blocks on account #"
                 WS-MASKED
           END-IF
           .


       5852-WRITE-ACH-STOP-PARA.
           IF FS-AST-KIND NOT = "B" AND FS-AST-ORIG-ID = SPACES
               DISPLAY "An originator company ID is required"
               EXIT PARAGRAPH
           END-IF
           IF FS-AST-AMOUNT < 0
               DISPLAY "Amount must not be negative"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FS-AST-ORIG-ID) TO FS-AST-ORIG-ID
           MOVE WS-USER-ID TO FS-AST-ACCOUNT-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO FS-AST-ENTERED
           MOVE "A" TO FS-AST-STATUS

           MOVE "YES" TO WS-ID-COLLISION
           PERFORM UNTIL WS-ID-COLLISION = "NO"
               MOVE FUNCTION RANDOM TO WS-RANDOM
               MULTIPLY 999999999 BY WS-RANDOM GIVING FS-AST-ID
               ADD 1 TO FS-AST-ID
               WRITE FS-ACH-STOP
                   NOT INVALID KEY
                       DISPLAY "Entry "FS-AST-ID" recorded"
                       MOVE "NO" TO WS-ID-COLLISION
               END-WRITE
           END-PERFORM

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "ach stop "FS-AST-ID" kind "FS-AST-KIND" on #"
                  WS-USER-ID" "FS-AST-ORIG-ID
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


       5853-REMOVE-ACH-STOP-PARA.
           DISPLAY "Enter the entry number to remove:"
           ACCEPT WS-ACHD-REMOVE-ID
           MOVE WS-ACHD-REMOVE-ID TO FS-AST-ID
           READ FS-ACHSTOP-FILE
               INVALID KEY
                   DISPLAY "No entry with that number"
                   EXIT PARAGRAPH
           END-READ
           IF FS-AST-ACCOUNT-ID NOT = WS-USER-ID OR
              FS-AST-STATUS NOT = "A"
               DISPLAY "No live entry with that number on this account"
               EXIT PARAGRAPH
           END-IF

           MOVE "X" TO FS-AST-STATUS
           REWRITE FS-ACH-STOP
               INVALID KEY
                   DISPLAY "INVALID KEY - "FS-AST-ID
               NOT INVALID KEY
                   DISPLAY "Entry removed"
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "ach stop "FS-AST-ID" removed from #"
                          WS-USER-ID
                     DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM WRITE-AUDIT-PARA
           END-REWRITE
           .


       5854-SHOW-ONE-ACH-STOP-PARA.
           EVALUATE FS-AST-KIND
               WHEN "S"
                   IF FS-AST-AMOUNT = 0
                       DISPLAY FS-AST-ID"  STOP  "FS-AST-ORIG-ID
                         "  any amount  entered "FS-AST-ENTERED
                   ELSE
                       MOVE FS-AST-AMOUNT TO WS-DISPLAY-MONEY-TMP
                       PERFORM CALCULATE-MONEY-CSV-PARA
                       DISPLAY FS-AST-ID"  STOP  "FS-AST-ORIG-ID"  "
                         FUNCTION TRIM(WS-DISPLAY)"  entered "
                         FS-AST-ENTERED
                   END-IF
               WHEN "B"
                   DISPLAY FS-AST-ID"  BLOCK all ACH debits  entered "
                     FS-AST-ENTERED
               WHEN "A"
                   DISPLAY FS-AST-ID"  ALLOW "FS-AST-ORIG-ID
                     "  through the block  entered "FS-AST-ENTERED
           END-EVALUATE
           .


       READ-DUAL-THRESHOLD-PARA.
           MOVE 0 TO WS-DUAL-THRESHOLD
           OPEN INPUT FS-DUALCTL-FILE
               IF WS-DUALCTL-FILE-STATUS = "00"
                   READ FS-DUALCTL-FILE
                       NOT AT END
                           MOVE FS-DUAL-THRESHOLD TO WS-DUAL-THRESHOLD
                   END-READ
               END-IF
           CLOSE FS-DUALCTL-FILE
           .


      * over-threshold counter updates park here instead of posting;
      * the users file is open with the record read when this runs
       PARK-PENDING-UPDATE-PARA.
           DISPLAY "Amount is over the dual-control threshold - parkin
      -            "g it for a second teller's release (command 58)"
           DISPLAY "Add a description for this transaction (up to 50
      -            "characters)"
           ACCEPT FS-PEND-DESC

           MOVE "U" TO FS-PEND-KIND
           MOVE WS-USER-ID TO FS-PEND-ACCOUNT-ID
           MOVE 0 TO FS-PEND-TARGET-ID
           MOVE WS-TRANSACTION-AMOUNT TO FS-PEND-AMOUNT
           MOVE WS-TRANSACTION-TYPE TO FS-PEND-TYPE
           PERFORM PARK-PENDING-POST-PARA
           .


       PARK-PENDING-TRANSFER-PARA.
           DISPLAY "Amount is over the dual-control threshold - parkin
      -            "g it for a second teller's release (command 58)"
           MOVE "T" TO FS-PEND-KIND
           MOVE WS-USER-ID TO FS-PEND-ACCOUNT-ID
           MOVE WS-TRANSFER-TARGET-ID TO FS-PEND-TARGET-ID
           MOVE WS-TRANSACTION-AMOUNT TO FS-PEND-AMOUNT
           MOVE "TRANSFER" TO FS-PEND-TYPE
           MOVE SPACES TO FS-PEND-DESC
           MOVE WS-TRANSFER-TARGET-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING "Transfer to #"WS-MASKED
             DELIMITED BY SIZE INTO FS-PEND-DESC
           PERFORM PARK-PENDING-POST-PARA
           .
                               MOVE "USD"
                                 TO WS-DISPLAY-CURRENCY-CODE
                               PERFORM CALCULATE-MONEY-DISPLAY-PARA
                               MOVE FS-PEND-ACCOUNT-ID TO WS-MASK-NUMBER
                               PERFORM MASK-LAST-FOUR-PARA
                               DISPLAY FS-PEND-ID" "FS-PEND-KIND
                                 " acct "WS-MASKED" "
                                 WS-DISPLAY" by teller "
                                 FS-PEND-TELLER
                           END-IF
                               MOVE "USD"
                                 TO WS-DISPLAY-CURRENCY-CODE
                               PERFORM CALCULATE-MONEY-DISPLAY-PARA
                               MOVE FS-PEND-ACCOUNT-ID TO WS-MASK-NUMBER
                               PERFORM MASK-LAST-FOUR-PARA
                               DISPLAY "Pending item "FS-PEND-ID" "
                                 FS-PEND-KIND" acct "
                                 WS-MASKED" "WS-DISPLAY
                               PERFORM 5910-ACT-ON-PENDING-PARA
                           END-IF
                   END-READ
       6010-CHANGE-PIN-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT FS-USER-ID
           MOVE FS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter the CURRENT PIN:"
           ACCEPT WS-PIN-ENTRY

                           DISPLAY "Account is locked - a supervisor r
      -                            "eset must come first"
                       ELSE
                       MOVE FS-USER-ID TO WS-PH-ACCOUNT
                       PERFORM VERIFY-PIN-HASH-PARA
                       IF WS-HASH-RESULT NOT = "Y"
                           DISPLAY "Incorrect PIN"
                           PERFORM COUNT-PIN-FAIL-PARA
                       ELSE
               EXIT PARAGRAPH
           END-IF

           MOVE FS-USER-ID TO WS-PH-ACCOUNT
           MOVE WS-PIN-NEW TO WS-HASH-SECRET
           PERFORM STORE-PIN-HASH-PARA
           DISPLAY "PIN changed"

      * the change clears any forced-change flag and the miss count
           PERFORM LOCK-PINSTAT-PARA

           DISPLAY "Enter account ID to reset:"
           ACCEPT FS-PS-ACCOUNT-ID
           MOVE FS-PS-ACCOUNT-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCK-PINSTAT-PARA
           IF WS-XLOCK-RESULT NOT = "OK"
                       NOT AT END
                           IF FS-PE-DATE = WS-PIN-EVT-DATE
                               ADD 1 TO WS-PIN-EVT-COUNT
                               MOVE FS-PE-ACCOUNT-ID TO WS-MASK-NUMBER
                               PERFORM MASK-LAST-FOUR-PARA
                               DISPLAY FS-PE-DATE" "FS-PE-EVENT
                                 " account "WS-MASKED
                           END-IF
                   END-READ
               END-PERFORM
           .


      * the audit trail, the PIN events and the operator log are
      * hash-chained; a break anywhere fails the start-of-day check
      * the same way a short file does
       VERIFY-LOG-CHAINS-PARA.
           MOVE "YES" TO WS-LOG-CHAIN-OK
           CALL "LOG-VERIFY" USING WS-LOG-VERIFY-RESULT
           IF WS-LOG-VERIFY-RESULT NOT = "Y"
               MOVE "NO" TO WS-LOG-CHAIN-OK
               MOVE "NO" TO WS-SODAY-OK
               DISPLAY "LOG CHAIN BROKEN - a logged record was altered
      -                " or removed; see log_chain_verify.txt"
           END-IF
           .


       6100-RUN-SODAY-CHECK-PARA.
           PERFORM VERIFY-CONTROL-TOTALS-PARA
           PERFORM VERIFY-LOG-CHAINS-PARA
           IF WS-SODAY-OK = "YES"
               DISPLAY "Control totals and log chains verify clean"
               MOVE "NO" TO WS-SODAY-MISMATCH
               MOVE "control totals and log chains verified clean"
                 TO WS-AUDIT-DETAIL
           ELSE
               DISPLAY "Start-of-day check DOES NOT verify - investiga
      -                "te before posting anything"
               MOVE "YES" TO WS-SODAY-MISMATCH
               MOVE "E" TO WS-OPS-SEVERITY
               IF WS-LOG-CHAIN-OK = "NO"
                   MOVE "log chain break found" TO WS-AUDIT-DETAIL
                   MOVE "start-of-day log chain check found a break"
                     TO WS-OPS-MESSAGE
               ELSE
                   MOVE "control total mismatch found"
                     TO WS-AUDIT-DETAIL
                   MOVE "start-of-day control totals do not verify"
                     TO WS-OPS-MESSAGE
               END-IF
               PERFORM OPS-LOG-PARA
           END-IF
           PERFORM WRITE-AUDIT-PARA
           .


      * runs just ahead of 510 on the posting paths that honor
      * overdraft protection, with the users file open I-O and the
      * account being debited in the record area - when the debit
      * would breach the floor or the available balance and a backup
      * is linked, the shortfall plus the protection fee moves over
      * through the transfer journal and the fee posts, so the 510
      * that follows finds the money there; a backup that cannot
      * cover it leaves the account as it was and the debit rejects
      * (or bounces with its NSF fee) exactly as before
       OD-PROTECT-PARA.
           MOVE "NO" TO WS-OD-COVERED
           IF WS-TRANSACTION-AMOUNT NOT < 0
              OR WS-TRANSACTION-TYPE = "FEE"
              OR FS-ACCOUNT-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-ACTIVE-HOLDS-PARA
           COMPUTE WS-OD-SHORTFALL = FS-MIN-BALANCE
               - (FS-BALANCE - WS-ACTIVE-HOLDS-TOTAL
                  + WS-TRANSACTION-AMOUNT)
           IF WS-OD-SHORTFALL NOT > 0
               EXIT PARAGRAPH
           END-IF

      * a debit the daily limit refuses anyway is no reason to move
      * the customer's savings
           IF (WS-TRANSACTION-TYPE = "WITHDRAWAL" OR
               WS-TRANSACTION-TYPE = "TRANSFER")
              AND FS-DAILY-WITHDRAWAL-LIMIT > 0
               PERFORM SUM-TODAYS-WITHDRAWALS-PARA
               IF WS-TODAY-WITHDRAWN-TOTAL - WS-TRANSACTION-AMOUNT >
                  FS-DAILY-WITHDRAWAL-LIMIT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE FS-USER-ID TO WS-OD-PROTECTED-ID
           PERFORM OD-READ-LINK-PARA
           IF WS-OD-LINK-FOUND = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRANSACTION-AMOUNT     TO WS-OD-SAVE-AMOUNT
           MOVE WS-TRANSACTION-TYPE       TO WS-OD-SAVE-TYPE
           MOVE WS-PRESET-DESCRIPTION     TO WS-OD-SAVE-DESCRIPTION
           MOVE WS-USE-PRESET-DESCRIPTION TO WS-OD-SAVE-USE-PRESET
           MOVE WS-OVERRIDE-ALLOWED       TO WS-OD-SAVE-OVERRIDE
           MOVE WS-OCR-CUT-CHECK          TO WS-OD-SAVE-CUT-CHECK
           MOVE "NO" TO WS-OVERRIDE-ALLOWED
           MOVE "NO" TO WS-OCR-CUT-CHECK
           MOVE FS-CURRENCY-CODE TO WS-OD-PROTECTED-CURRENCY

           PERFORM 2610-READ-FEE-CONTROL-PARA
           IF WS-FEE-CONTROL-OK NOT = "YES"
               MOVE 0 TO WS-FEE-OD-PROTECT
           END-IF
           COMPUTE WS-OD-MOVE-AMOUNT =
               WS-OD-SHORTFALL + WS-FEE-OD-PROTECT

           PERFORM OD-TRANSFER-PARA

           MOVE 0 TO WS-OD-FEE-POSTED
           IF WS-OD-COVERED = "YES"
               IF WS-FEE-OD-PROTECT > 0
                   PERFORM OD-CHARGE-FEE-PARA
               END-IF
               PERFORM OD-LOG-TRANSFER-PARA
           END-IF

      * the caller gets its record area back on the protected account
      * with the new balance, and its posting context as it left it
           MOVE WS-OD-PROTECTED-ID TO FS-USER-ID
           MOVE WS-OD-PROTECTED-ID TO WS-USER-ID
           READ FS-USERS-FILE
               INVALID KEY
                   MOVE WS-OD-PROTECTED-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "INVALID ID - "WS-MASKED
           END-READ
           MOVE WS-OD-SAVE-AMOUNT      TO WS-TRANSACTION-AMOUNT
           MOVE WS-OD-SAVE-TYPE        TO WS-TRANSACTION-TYPE
           MOVE WS-OD-SAVE-DESCRIPTION TO WS-PRESET-DESCRIPTION
           MOVE WS-OD-SAVE-USE-PRESET  TO WS-USE-PRESET-DESCRIPTION
           MOVE WS-OD-SAVE-OVERRIDE    TO WS-OVERRIDE-ALLOWED
           MOVE WS-OD-SAVE-CUT-CHECK   TO WS-OCR-CUT-CHECK
           .


      * looks up the backup linked to WS-OD-PROTECTED-ID
       OD-READ-LINK-PARA.
           MOVE "NO" TO WS-OD-LINK-FOUND
           MOVE WS-OD-PROTECTED-ID TO FS-ODL-ACCOUNT-ID
           OPEN INPUT FS-ODLINK-FILE
               IF WS-ODLINK-FILE-STATUS = "00"
                   READ FS-ODLINK-FILE
                       NOT INVALID KEY
                           MOVE FS-ODL-BACKUP-ID TO WS-OD-BACKUP-ID
                           MOVE "YES" TO WS-OD-LINK-FOUND
                   END-READ
               END-IF
           CLOSE FS-ODLINK-FILE
           .


      * the backup leg runs through the same two-phase journal as a
      * teller transfer, so a session that dies half way is finished
      * by the startup recovery pass like any other transfer
       OD-TRANSFER-PARA.
           MOVE WS-OD-BACKUP-ID TO FS-USER-ID
           MOVE WS-OD-BACKUP-ID TO WS-USER-ID
           READ FS-USERS-FILE
               INVALID KEY
                   MOVE WS-OD-BACKUP-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "Overdraft backup #"WS-MASKED
                     " no longer exists"
                   EXIT PARAGRAPH
           END-READ
           IF FS-CURRENCY-CODE NOT = WS-OD-PROTECTED-CURRENCY
               MOVE WS-OD-BACKUP-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "Overdraft backup #"WS-MASKED
                 " is in another currency - not used"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OD-BACKUP-ID    TO WS-TRANSFER-SOURCE-ID
           MOVE WS-OD-PROTECTED-ID TO WS-TRANSFER-TARGET-ID
           MOVE FS-CURRENCY-CODE   TO WS-TRANSFER-SOURCE-CURRENCY
           MOVE FS-ACCOUNT-BRANCH  TO WS-TRANSFER-SOURCE-BRANCH
           MOVE SPACES TO WS-PRESET-DESCRIPTION
           MOVE WS-OD-PROTECTED-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING "Overdraft protection to #"WS-MASKED
             DELIMITED BY SIZE
             INTO WS-PRESET-DESCRIPTION
           MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
           MOVE "TRANSFER" TO WS-TRANSACTION-TYPE
           COMPUTE WS-TRANSFER-DEBIT-NUMBER = FS-TRANSACTION-COUNT + 1
           MOVE 0 TO WS-TRANSFER-CREDIT-NUMBER
           MOVE WS-OD-MOVE-AMOUNT TO WS-TRANSFER-SOURCE-AMOUNT
           MOVE "P" TO WS-JOURNAL-PHASE
           PERFORM 840-WRITE-TRANSFER-JOURNAL-PARA
           COMPUTE WS-TRANSACTION-AMOUNT = WS-OD-MOVE-AMOUNT * -1
           PERFORM 510-UPDATE-USER-ACCOUNT-PARA
           IF WS-UPDATE-REJECTED = "YES"
               PERFORM 850-CLEAR-TRANSFER-JOURNAL-PARA
               MOVE WS-OD-BACKUP-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "Overdraft backup #"WS-MASKED
                 " cannot cover the shortfall"
               EXIT PARAGRAPH
           END-IF

           MOVE "D" TO WS-JOURNAL-PHASE
           PERFORM 840-WRITE-TRANSFER-JOURNAL-PARA
           MOVE WS-OD-MOVE-AMOUNT TO WS-TRANSACTION-AMOUNT
           MOVE "YES" TO WS-UPDATE-REJECTED
           MOVE "YES" TO WS-OD-TRANSFER-ACTIVE
           PERFORM 820-CREDIT-TRANSFER-PARA
           MOVE "NO" TO WS-OD-TRANSFER-ACTIVE

      * 820 backs the debit out itself when the credit cannot post,
      * and the back-out's own posting leaves REVERSAL behind - only
      * a TRANSFER that posted clean means the shortfall is covered
           IF WS-UPDATE-REJECTED = "NO"
              AND WS-TRANSACTION-TYPE = "TRANSFER"
               MOVE "YES" TO WS-OD-COVERED
           END-IF
           .


       OD-CHARGE-FEE-PARA.
           MOVE WS-OD-PROTECTED-ID TO FS-USER-ID
           MOVE WS-OD-PROTECTED-ID TO WS-USER-ID
           READ FS-USERS-FILE
               INVALID KEY
                   MOVE WS-OD-PROTECTED-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "INVALID ID - "WS-MASKED
                   EXIT PARAGRAPH
           END-READ
           MOVE "Overdraft protection fee" TO WS-PRESET-DESCRIPTION
           MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
           MOVE "FEE" TO WS-TRANSACTION-TYPE
           COMPUTE WS-TRANSACTION-AMOUNT = WS-FEE-OD-PROTECT * -1
           PERFORM 510-UPDATE-USER-ACCOUNT-PARA
           IF WS-UPDATE-REJECTED = "NO"
               MOVE WS-FEE-OD-PROTECT TO WS-OD-FEE-POSTED
           END-IF
           .


       OD-LOG-TRANSFER-PARA.
           PERFORM SET-HOLD-TODAY-PARA
           IF WS-POSTING-DATE-OVERRIDE = "YES"
               MOVE WS-BUSINESS-DATE TO FS-ODX-DATE
           ELSE
               MOVE WS-HOLD-NOW-DATA(1:8) TO FS-ODX-DATE
           END-IF
           MOVE WS-OD-PROTECTED-ID TO FS-ODX-ACCOUNT-ID
           MOVE WS-OD-BACKUP-ID    TO FS-ODX-BACKUP-ID
           MOVE WS-OD-SHORTFALL    TO FS-ODX-AMOUNT
           MOVE WS-OD-FEE-POSTED   TO FS-ODX-FEE
           MOVE WS-OD-SOURCE       TO FS-ODX-SOURCE

           OPEN EXTEND FS-ODXFER-FILE
               IF WS-ODXFER-FILE-STATUS = '35'
                   OPEN OUTPUT FS-ODXFER-FILE
               END-IF
               WRITE FS-ODXFER-RECORD
           CLOSE FS-ODXFER-FILE

           MOVE WS-OD-BACKUP-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY "Overdraft protection moved "WS-OD-MOVE-AMOUNT
             " from #"WS-MASKED
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "od protect #"WS-OD-PROTECTED-ID
                  " from #"WS-OD-BACKUP-ID
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


       6200-OVERDRAFT-PROTECTION-PARA.
           DISPLAY "Overdraft protection:"
           DISPLAY "  1) Link a backup account to an account"
           DISPLAY "  2) Remove an account's backup link"
           DISPLAY "  3) List a day's protection transfers"
           ACCEPT WS-OD-CHOICE
           EVALUATE WS-OD-CHOICE
               WHEN 1
                   PERFORM 6210-LINK-BACKUP-PARA
               WHEN 2
                   PERFORM 6220-REMOVE-LINK-PARA
               WHEN 3
                   PERFORM 6230-LIST-OD-TRANSFERS-PARA
               WHEN OTHER
                   DISPLAY "Unknown choice"
           END-EVALUATE
           .


      * the customer authorizes the link with the protected account's
      * PIN; the backup must be an active account in the same currency
      * that is either a savings-tier account or held by the same
      * customer
       6210-LINK-BACKUP-PARA.
           DISPLAY "Enter the account ID to protect:"
           ACCEPT WS-OD-PROTECTED-ID
           MOVE WS-OD-PROTECTED-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter PIN for that account:"
           ACCEPT WS-PIN-ENTRY
           DISPLAY "Enter the backup account ID:"
           ACCEPT WS-OD-BACKUP-ID
           MOVE WS-OD-BACKUP-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           IF WS-OD-BACKUP-ID = WS-OD-PROTECTED-ID
               DISPLAY "An account cannot be its own backup"
               EXIT PARAGRAPH
           END-IF

           MOVE "NO" TO WS-OD-ELIGIBLE
           OPEN INPUT FS-USERS-FILE
               MOVE WS-OD-PROTECTED-ID TO FS-USER-ID
               READ FS-USERS-FILE
                   INVALID KEY
                       DISPLAY "Account to protect does not exist"
                   NOT INVALID KEY
                       PERFORM CHECK-PIN-PARA
                       IF WS-PIN-OK = "NO"
                           DISPLAY "Incorrect PIN"
                       ELSE
                           MOVE FS-CURRENCY-CODE
                             TO WS-OD-PROTECTED-CURRENCY
                           MOVE FS-ACCOUNT-CUSTOMER-NUMBER
                             TO WS-OD-PROTECTED-CUSTOMER
                           PERFORM 6211-CHECK-BACKUP-PARA
                       END-IF
               END-READ
           CLOSE FS-USERS-FILE

           IF WS-OD-ELIGIBLE = "NO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OD-PROTECTED-CUSTOMER TO WS-KYC-CUSTOMER
           PERFORM KYC-REVIEW-GATE-PARA
           IF WS-KYC-BLOCKED = "YES"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OD-PROTECTED-ID TO FS-ODL-ACCOUNT-ID
           MOVE WS-OD-BACKUP-ID    TO FS-ODL-BACKUP-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO FS-ODL-LINK-DATE
           OPEN I-O FS-ODLINK-FILE
               IF WS-ODLINK-FILE-STATUS = '35'
                   CLOSE FS-ODLINK-FILE
                   OPEN OUTPUT FS-ODLINK-FILE
                   CLOSE FS-ODLINK-FILE
                   OPEN I-O FS-ODLINK-FILE
               END-IF
               WRITE FS-OD-LINK
                   INVALID KEY
                       REWRITE FS-OD-LINK
                           INVALID KEY
                               DISPLAY "Link could not be saved"
                       END-REWRITE
               END-WRITE
           CLOSE FS-ODLINK-FILE

           MOVE WS-OD-BACKUP-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           MOVE WS-MASKED TO WS-MASKED-2
           MOVE WS-OD-PROTECTED-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY "Account #"WS-MASKED
             " is now protected by #"WS-MASKED-2
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "od link #"WS-OD-PROTECTED-ID
                  " to #"WS-OD-BACKUP-ID
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


       6211-CHECK-BACKUP-PARA.
           MOVE WS-OD-BACKUP-ID TO FS-USER-ID
           READ FS-USERS-FILE
               INVALID KEY
                   DISPLAY "Backup account does not exist"
                   EXIT PARAGRAPH
           END-READ
           IF FS-ACCOUNT-STATUS NOT = "A"
               DISPLAY "Backup account is not active"
               EXIT PARAGRAPH
           END-IF
           IF FS-CURRENCY-CODE NOT = WS-OD-PROTECTED-CURRENCY
               DISPLAY "Backup account must be in the same currency"
               EXIT PARAGRAPH
           END-IF
           IF FS-ACCOUNT-TIER NOT = 3
              AND (WS-OD-PROTECTED-CUSTOMER = 0 OR
                   FS-ACCOUNT-CUSTOMER-NUMBER NOT =
                   WS-OD-PROTECTED-CUSTOMER)
               DISPLAY "Backup must be a savings account or belong to
      -                " the same customer"
               EXIT PARAGRAPH
           END-IF
           MOVE "YES" TO WS-OD-ELIGIBLE
           .


       6220-REMOVE-LINK-PARA.
           DISPLAY "Enter the protected account ID:"
           ACCEPT WS-OD-PROTECTED-ID
           MOVE WS-OD-PROTECTED-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           PERFORM OD-READ-LINK-PARA
           IF WS-OD-LINK-FOUND = "NO"
               DISPLAY "No backup is linked to that account"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OD-PROTECTED-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           MOVE WS-MASKED TO WS-MASKED-2
           MOVE WS-OD-BACKUP-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY "Remove backup #"WS-MASKED" from #"
             WS-MASKED-2"? (Y/N)"
           ACCEPT WS-OD-REPLY
           IF WS-OD-REPLY NOT = "Y" AND WS-OD-REPLY NOT = "y"
               DISPLAY "Link kept"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OD-PROTECTED-ID TO FS-ODL-ACCOUNT-ID
           OPEN I-O FS-ODLINK-FILE
               DELETE FS-ODLINK-FILE
                   INVALID KEY
                       DISPLAY "Link could not be removed"
                   NOT INVALID KEY
                       DISPLAY "Backup link removed"
               END-DELETE
           CLOSE FS-ODLINK-FILE

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "od unlink #"WS-OD-PROTECTED-ID
                  " from #"WS-OD-BACKUP-ID
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


       6230-LIST-OD-TRANSFERS-PARA.
           DISPLAY "Enter the date to list (yyyymmdd, 0 for today):"
           ACCEPT WS-OD-REPORT-DATE
           IF WS-OD-REPORT-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OD-REPORT-DATE
           END-IF

           MOVE 0 TO WS-OD-DAY-COUNT
           MOVE 0 TO WS-OD-DAY-TOTAL
           MOVE "NO" TO WS-OD-EOF
           OPEN INPUT FS-ODXFER-FILE
               IF WS-ODXFER-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-OD-EOF
               END-IF
               PERFORM UNTIL WS-OD-EOF = "YES"
                   READ FS-ODXFER-FILE
                       AT END
                           MOVE "YES" TO WS-OD-EOF
                       NOT AT END
                           IF FS-ODX-DATE = WS-OD-REPORT-DATE
                               PERFORM 6231-SHOW-OD-TRANSFER-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-ODXFER-FILE

           MOVE WS-OD-DAY-COUNT TO WS-DISPLAY-NUMBER
           PERFORM CALCULATE-NUMBER-DISPLAY-PARA
           DISPLAY "Protection transfers: "FUNCTION TRIM(WS-DISPLAY)
           MOVE WS-OD-DAY-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Total covered:        "FUNCTION TRIM(WS-DISPLAY)
           .


       6231-SHOW-OD-TRANSFER-PARA.
           ADD 1 TO WS-OD-DAY-COUNT
           ADD FS-ODX-AMOUNT TO WS-OD-DAY-TOTAL
           MOVE FS-ODX-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE FS-ODX-BACKUP-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           MOVE WS-MASKED TO WS-MASKED-2
           MOVE FS-ODX-ACCOUNT-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY "#"WS-MASKED" from #"WS-MASKED-2"  "
             FUNCTION TRIM(WS-DISPLAY)"  fee "FS-ODX-FEE"  "
             FS-ODX-SOURCE
           .


      * payoff figures good through a chosen date: the balance (late
      * fees are compounded into it by the cycle step) plus per-diem
      * interest from the last billed cycle - or from the next due
      * date when the borrower has already paid ahead, since each
      * payment collects a full month's interest up front
       6300-LOAN-PAYOFF-PARA.
           DISPLAY "Loan payoff:"
           DISPLAY "  1) Payoff quote and letter"
           DISPLAY "  2) Post an early payoff"
           ACCEPT WS-PAYOFF-CHOICE
           EVALUATE WS-PAYOFF-CHOICE
               WHEN 1
                   PERFORM 6310-PAYOFF-QUOTE-PARA
               WHEN 2
                   PERFORM 6320-PAYOFF-POST-PARA
               WHEN OTHER
                   DISPLAY "Unknown choice"
           END-EVALUATE
           .


       6310-PAYOFF-QUOTE-PARA.
           DISPLAY "Enter the loan id:"
           ACCEPT FS-LOAN-ID
           DISPLAY "Enter good-through year (yyyy):"
           ACCEPT WS-PAYOFF-THRU-YEAR
           DISPLAY "Enter good-through month (1-12):"
           ACCEPT WS-PAYOFF-THRU-MONTH
           DISPLAY "Enter good-through day (1-31):"
           ACCEPT WS-PAYOFF-THRU-DAY
           CALL "VALIDATE-DATE" USING WS-PAYOFF-THRU-YEAR
                                      WS-PAYOFF-THRU-MONTH
                                      WS-PAYOFF-THRU-DAY
           CALL "DATE-TO-DAYS" USING WS-PAYOFF-THRU-YEAR
                                     WS-PAYOFF-THRU-MONTH
                                     WS-PAYOFF-THRU-DAY
                                     WS-PAYOFF-THRU-AS-DAYS
           PERFORM SET-HOLD-TODAY-PARA
           IF WS-PAYOFF-THRU-AS-DAYS < WS-HOLD-NOW-AS-DAYS
               DISPLAY "The good-through date cannot be in the past"
               EXIT PARAGRAPH
           END-IF

           MOVE "NO" TO WS-PAYOFF-OK
           OPEN INPUT FS-LOAN-FILE
               IF WS-LOAN-FILE-STATUS = "00"
                   READ FS-LOAN-FILE
                       INVALID KEY
                           DISPLAY "No loan with that id"
                       NOT INVALID KEY
                           IF FS-LOAN-STATUS NOT = "A"
                               DISPLAY "That loan is not open"
                           ELSE
                               MOVE "YES" TO WS-PAYOFF-OK
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "No loans on file"
               END-IF
           CLOSE FS-LOAN-FILE
           IF WS-PAYOFF-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           PERFORM 6330-COMPUTE-PAYOFF-PARA
           PERFORM 6340-WRITE-PAYOFF-LETTER-PARA
           .


      * the payoff is always figured good through today; the money
      * comes from the linked account or from a check the customer
      * hands over, and the loan closes only once it is in
       6320-PAYOFF-POST-PARA.
           DISPLAY "Enter the loan id:"
           ACCEPT FS-LOAN-ID

           MOVE "NO" TO WS-PAYOFF-OK
           OPEN I-O FS-LOAN-FILE
               IF WS-LOAN-FILE-STATUS = '35'
                   DISPLAY "No loans on file"
                   CLOSE FS-LOAN-FILE
                   EXIT PARAGRAPH
               END-IF
               READ FS-LOAN-FILE
                   INVALID KEY
                       DISPLAY "No loan with that id"
                   NOT INVALID KEY
                       IF FS-LOAN-STATUS NOT = "A"
                           DISPLAY "That loan is not open"
                       ELSE
                           PERFORM 6321-PAYOFF-POST-BODY-PARA
                       END-IF
               END-READ
           CLOSE FS-LOAN-FILE
           .


       6321-PAYOFF-POST-BODY-PARA.
           PERFORM SET-HOLD-TODAY-PARA
           MOVE WS-HOLD-NOW-AS-DAYS TO WS-PAYOFF-THRU-AS-DAYS
           CALL "DAYS-TO-DATE" USING WS-PAYOFF-THRU-AS-DAYS
                                     WS-PAYOFF-THRU-YEAR
                                     WS-PAYOFF-THRU-MONTH
                                     WS-PAYOFF-THRU-DAY
           PERFORM 6330-COMPUTE-PAYOFF-PARA

           DISPLAY "Pay off from the linked A)ccount or a C)heck?"
           ACCEPT WS-PAYOFF-SOURCE
           MOVE FUNCTION UPPER-CASE(WS-PAYOFF-SOURCE)
             TO WS-PAYOFF-SOURCE
           EVALUATE WS-PAYOFF-SOURCE
               WHEN "A"
                   PERFORM 6322-PAYOFF-FROM-ACCOUNT-PARA
               WHEN "C"
                   PERFORM 6323-PAYOFF-FROM-CHECK-PARA
               WHEN OTHER
                   DISPLAY "Unknown choice - nothing posted"
           END-EVALUATE
           IF WS-PAYOFF-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO FS-LOAN-BALANCE
           MOVE "P" TO FS-LOAN-STATUS
           REWRITE FS-LOAN
               INVALID KEY
                   DISPLAY "INVALID KEY - "FS-LOAN-ID
           END-REWRITE

      * the customer's side (if any) already went through 510; the
      * loan's own legs book the cash against interest income and
      * the loans receivable asset
           PERFORM ENSURE-GL-ACCOUNTS-PARA
           MOVE FUNCTION CURRENT-DATE(1:8) TO FS-GLJ-DATE
           MOVE 1010 TO FS-GLJ-DEBIT-ACCT
           MOVE FS-LOAN-ID TO FS-GLJ-SOURCE-ID
           OPEN EXTEND FS-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT FS-GL-JOURNAL-FILE
               END-IF
               IF WS-PAYOFF-INTEREST > 0
                   MOVE 4030 TO FS-GLJ-CREDIT-ACCT
                   MOVE WS-PAYOFF-INTEREST TO FS-GLJ-AMOUNT
                   MOVE "LOANINT" TO FS-GLJ-TYPE
                   WRITE FS-GLJ-RECORD
               END-IF
               IF WS-PAYOFF-PRINCIPAL > 0
                   MOVE 1210 TO FS-GLJ-CREDIT-ACCT
                   MOVE WS-PAYOFF-PRINCIPAL TO FS-GLJ-AMOUNT
                   MOVE "LOANPRIN" TO FS-GLJ-TYPE
                   WRITE FS-GLJ-RECORD
               END-IF
           CLOSE FS-GL-JOURNAL-FILE

           MOVE FS-LOAN-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
           MOVE "PAIDOFF" TO WS-NOTICE-TYPE
           PERFORM QUEUE-NOTICE-PARA

           MOVE SPACES TO WS-AUDIT-DETAIL
           IF WS-PAYOFF-SOURCE = "C"
               STRING "loan "FS-LOAN-ID" paid off by check "
                      WS-PAYOFF-CHECK-SERIAL
                 DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           ELSE
               STRING "loan "FS-LOAN-ID" paid off from #"
                      FS-LOAN-ACCOUNT-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-IF
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "Loan "FS-LOAN-ID" paid in full"
           .


       6322-PAYOFF-FROM-ACCOUNT-PARA.
           MOVE FS-LOAN-ACCOUNT-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY "Enter PIN for linked account "WS-MASKED":"
           ACCEPT WS-PIN-ENTRY

           MOVE "NO" TO WS-PIN-OK
           MOVE "YES" TO WS-UPDATE-REJECTED
           MOVE FS-LOAN-ACCOUNT-ID TO FS-USER-ID
           MOVE FS-LOAN-ACCOUNT-ID TO WS-USER-ID
           OPEN I-O FS-USERS-FILE
               READ FS-USERS-FILE
                   INVALID KEY
                       DISPLAY "Linked account no longer exists"
                   NOT INVALID KEY
                       PERFORM CHECK-PIN-PARA
                       IF WS-PIN-OK = "NO"
                           DISPLAY "Incorrect PIN"
                       ELSE
                           MOVE SPACES TO WS-PRESET-DESCRIPTION
                           STRING "Loan "FS-LOAN-ID" payoff"
                             DELIMITED BY SIZE
                             INTO WS-PRESET-DESCRIPTION
                           MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
                           MOVE "WITHDRAWAL" TO WS-TRANSACTION-TYPE
                           COMPUTE WS-TRANSACTION-AMOUNT =
                               WS-PAYOFF-TOTAL * -1
                           PERFORM 510-UPDATE-USER-ACCOUNT-PARA
                       END-IF
               END-READ
           CLOSE FS-USERS-FILE

           IF WS-PIN-OK = "YES" AND WS-UPDATE-REJECTED = "NO"
               MOVE "YES" TO WS-PAYOFF-OK
           END-IF
           .


       6323-PAYOFF-FROM-CHECK-PARA.
           DISPLAY "Enter the check number:"
           ACCEPT WS-PAYOFF-CHECK-SERIAL
           MOVE WS-PAYOFF-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Check received for "FUNCTION TRIM(WS-DISPLAY)
             "? (Y/N)"
           ACCEPT WS-PAYOFF-REPLY
           IF WS-PAYOFF-REPLY = "Y" OR WS-PAYOFF-REPLY = "y"
               MOVE "YES" TO WS-PAYOFF-OK
           ELSE
               DISPLAY "Nothing posted"
           END-IF
           .


      * the loan record is in FS-LOAN and the good-through date in
      * WS-PAYOFF-THRU-AS-DAYS
       6330-COMPUTE-PAYOFF-PARA.
           CALL "DATE-TO-DAYS" USING FS-LOAN-NEXT-YEAR
                                     FS-LOAN-NEXT-MONTH
                                     FS-LOAN-NEXT-DAY
                                     WS-PAYOFF-FROM-AS-DAYS
           IF FS-LOAN-PAYMENTS-MADE NOT > FS-LOAN-PERIODS-BILLED
               SUBTRACT 30 FROM WS-PAYOFF-FROM-AS-DAYS
           END-IF
           CALL "DAYS-TO-DATE" USING WS-PAYOFF-FROM-AS-DAYS
                                     WS-PAYOFF-FROM-YEAR
                                     WS-PAYOFF-FROM-MONTH
                                     WS-PAYOFF-FROM-DAY

           COMPUTE WS-PAYOFF-DAYS =
               WS-PAYOFF-THRU-AS-DAYS - WS-PAYOFF-FROM-AS-DAYS
           IF WS-PAYOFF-DAYS < 0
               MOVE 0 TO WS-PAYOFF-DAYS
           END-IF

           MOVE FS-LOAN-BALANCE TO WS-PAYOFF-PRINCIPAL
           COMPUTE WS-PAYOFF-PER-DIEM ROUNDED =
               FS-LOAN-BALANCE * FS-LOAN-RATE / 365
           COMPUTE WS-PAYOFF-INTEREST ROUNDED =
               FS-LOAN-BALANCE * FS-LOAN-RATE * WS-PAYOFF-DAYS / 365
           COMPUTE WS-PAYOFF-TOTAL =
               WS-PAYOFF-PRINCIPAL + WS-PAYOFF-INTEREST

           MOVE "USD" TO WS-DISPLAY-CURRENCY-CODE
           MOVE WS-PAYOFF-PRINCIPAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Principal and late fees:  "WS-DISPLAY
           MOVE WS-PAYOFF-INTEREST TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Interest ("WS-PAYOFF-DAYS" days):    "WS-DISPLAY
           MOVE WS-PAYOFF-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Payoff good through "WS-PAYOFF-THRU-MONTH"/"
             WS-PAYOFF-THRU-DAY"/"WS-PAYOFF-THRU-YEAR": "WS-DISPLAY
           .


       6340-WRITE-PAYOFF-LETTER-PARA.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "loan_payoff_"FS-LOAN-ID"_"WS-PAYOFF-THRU-NUM".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME

           OPEN OUTPUT FS-REPORT-FILE
           MOVE "LOAN PAYOFF STATEMENT" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Date: "FUNCTION CURRENT-DATE(5:2)"/"
                  FUNCTION CURRENT-DATE(7:2)"/"
                  FUNCTION CURRENT-DATE(1:4)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE FS-LOAN-CUSTOMER-NUMBER TO FS-CUSTOMER-NUMBER
           OPEN INPUT FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS = "00"
                   READ FS-CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO FS-REPORT-LINE
                           STRING "To: "
                                  FUNCTION TRIM(FS-CUSTOMER-NAME)
                             DELIMITED BY SIZE INTO FS-REPORT-LINE
                           WRITE FS-REPORT-LINE
                           MOVE SPACES TO FS-REPORT-LINE
                           STRING FUNCTION TRIM(FS-CUSTOMER-STREET)
                                  ", "
                                  FUNCTION TRIM(FS-CUSTOMER-CITY)
                                  " "FS-CUSTOMER-REGION" "
                                  FS-CUSTOMER-ZIP
                             DELIMITED BY SIZE INTO FS-REPORT-LINE
                           WRITE FS-REPORT-LINE
                   END-READ
               END-IF
           CLOSE FS-CUSTOMER-FILE

           MOVE SPACES TO FS-REPORT-LINE
           MOVE FS-LOAN-ACCOUNT-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING "Loan "FS-LOAN-ID"   linked account "
                  WS-MASKED
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Good through: "WS-PAYOFF-THRU-MONTH"/"
                  WS-PAYOFF-THRU-DAY"/"WS-PAYOFF-THRU-YEAR
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE WS-PAYOFF-PRINCIPAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Principal balance, including late fees: "
                  FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE WS-PAYOFF-INTEREST TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Interest from "WS-PAYOFF-FROM-MONTH"/"
                  WS-PAYOFF-FROM-DAY"/"WS-PAYOFF-FROM-YEAR
                  " ("WS-PAYOFF-DAYS" days): "
                  FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE WS-PAYOFF-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING "TOTAL TO PAY OFF: "FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE WS-PAYOFF-PER-DIEM TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Funds received after that date add "
                  FUNCTION TRIM(WS-DISPLAY)" per day."
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE

           DISPLAY "Payoff letter written to "
             FUNCTION TRIM(WS-REPORT-FILENAME)
           MOVE "PAYOFF" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE 0 TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       6400-LOAN-CHARGEOFF-PARA.
           DISPLAY "Loan charge-offs:"
           DISPLAY "  1) Run the charge-off batch"
           DISPLAY "  2) Monthly recoveries report"
           ACCEPT WS-CHGOFF-CHOICE
           EVALUATE WS-CHGOFF-CHOICE
               WHEN 1
                   PERFORM 6410-CHARGEOFF-BATCH-PARA
               WHEN 2
                   PERFORM 6420-RECOVERIES-REPORT-PARA
               WHEN OTHER
                   DISPLAY "Unknown choice"
           END-EVALUATE
           .


      * loans further behind than the control-file threshold (same
      * cycle arithmetic as the aging report) leave the books: status
      * C, the balance written off to loan loss, and a register line
      * for the board - the cycle step only bills status A, so a
      * charged-off loan stops accruing late fees from here on
       6410-CHARGEOFF-BATCH-PARA.
           PERFORM 2610-READ-FEE-CONTROL-PARA
           IF WS-FEE-CONTROL-OK NOT = "YES"
               MOVE 120 TO WS-FEE-CHARGEOFF-DAYS
           END-IF
           PERFORM ENSURE-GL-ACCOUNTS-PARA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CHGOFF-DATE
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "loan_chargeoffs_"WS-CHGOFF-DATE".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME

           OPEN OUTPUT FS-REPORT-FILE
           MOVE "LOAN CHARGE-OFF REGISTER" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Run date: "WS-CHGOFF-DATE(5:2)"/"
                  WS-CHGOFF-DATE(7:2)"/"WS-CHGOFF-DATE(1:4)
                  "   threshold: over "WS-FEE-CHARGEOFF-DAYS
                  " days past due"
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE 0 TO WS-CHGOFF-COUNT
           MOVE 0 TO WS-CHGOFF-TOTAL
           MOVE "NO" TO WS-LOAN-EOF
           OPEN I-O FS-LOAN-FILE
               IF WS-LOAN-FILE-STATUS = '35'
                   DISPLAY "No loans on file"
                   MOVE "YES" TO WS-LOAN-EOF
               END-IF
               PERFORM UNTIL WS-LOAN-EOF = "YES"
                   READ FS-LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-LOAN-EOF
                       NOT AT END
                           PERFORM 6411-CHARGEOFF-ONE-LOAN-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-LOAN-FILE

           MOVE "USD" TO WS-DISPLAY-CURRENCY-CODE
           MOVE WS-CHGOFF-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING "LOANS CHARGED OFF: "WS-CHGOFF-COUNT
                  "   TOTAL WRITTEN OFF: "FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE

           DISPLAY "Loans charged off: "WS-CHGOFF-COUNT
           DISPLAY "Total written off: "WS-DISPLAY
           DISPLAY "Register written to "
             FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE "CHARGEOFF" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-CHGOFF-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       6411-CHARGEOFF-ONE-LOAN-PARA.
           IF FS-LOAN-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LOAN-PERIODS-LATE =
               FS-LOAN-PERIODS-BILLED - FS-LOAN-PAYMENTS-MADE
           IF WS-LOAN-PERIODS-LATE NOT > 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOAN-DAYS-LATE = WS-LOAN-PERIODS-LATE * 30
           IF WS-LOAN-DAYS-LATE NOT > WS-FEE-CHARGEOFF-DAYS
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO FS-LOAN-STATUS
           REWRITE FS-LOAN
               INVALID KEY
                   DISPLAY "INVALID KEY - "FS-LOAN-ID
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-CHGOFF-COUNT
           ADD FS-LOAN-BALANCE TO WS-CHGOFF-TOTAL

           PERFORM STAMP-TRANSACTION-TIMESTAMP-PARA
           MOVE "CHARGEOFF" TO FS-TRANSACTION-TYPE
           MOVE FS-LOAN-BALANCE TO FS-TRANSACTION-AMOUNT
           MOVE FS-LOAN-ID TO WS-USER-ID
           PERFORM WRITE-GL-ENTRY-PARA

           MOVE FS-LOAN-BALANCE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           MOVE FS-LOAN-ACCOUNT-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING "LOAN "FS-LOAN-ID" customer "
                  FS-LOAN-CUSTOMER-NUMBER" account "
                  WS-MASKED" "WS-LOAN-DAYS-LATE
                  " days, written off "WS-DISPLAY
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           DISPLAY FS-REPORT-LINE

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "loan "FS-LOAN-ID" charged off"
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


       6420-RECOVERIES-REPORT-PARA.
           DISPLAY "Enter the month to report (yyyymm):"
           ACCEPT WS-LREC-MONTH

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "loan_recoveries_"WS-LREC-MONTH".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME

           OPEN OUTPUT FS-REPORT-FILE
           MOVE "CHARGED-OFF LOAN RECOVERIES" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Month: "WS-LREC-MONTH(5:2)"/"WS-LREC-MONTH(1:4)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE 0 TO WS-LREC-COUNT
           MOVE 0 TO WS-LREC-TOTAL
           MOVE "NO" TO WS-LREC-EOF
           OPEN INPUT FS-LREC-FILE
               IF WS-LREC-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-LREC-EOF
               END-IF
               PERFORM UNTIL WS-LREC-EOF = "YES"
                   READ FS-LREC-FILE
                       AT END
                           MOVE "YES" TO WS-LREC-EOF
                       NOT AT END
                           IF FS-LREC-DATE(1:6) = WS-LREC-MONTH
                               PERFORM 6421-RECOVERY-LINE-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-LREC-FILE

           MOVE "USD" TO WS-DISPLAY-CURRENCY-CODE
           MOVE WS-LREC-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING "RECOVERIES: "WS-LREC-COUNT"   TOTAL: "
                  FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE

           DISPLAY "Recoveries: "WS-LREC-COUNT"  total "WS-DISPLAY
           DISPLAY "Report written to "
             FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE "RECOVERIES" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-LREC-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       6421-RECOVERY-LINE-PARA.
           ADD 1 TO WS-LREC-COUNT
           ADD FS-LREC-AMOUNT TO WS-LREC-TOTAL
           MOVE FS-LREC-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           MOVE FS-LREC-ACCOUNT-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING FS-LREC-DATE" LOAN "FS-LREC-LOAN-ID" account "
                  WS-MASKED" recovered "WS-DISPLAY
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .


      * the large-transaction report only sees single postings and
      * one day's aggregate; this desk watches a rolling window of day
      * journals per customer and keeps every alert as a case until a
      * supervisor decides it
       6500-SAR-DESK-PARA.
           DISPLAY "Suspicious-activity desk:"
           DISPLAY "1) Run the rolling-window monitor   2) Work a case
      -            "   3) Open-cases aging report"
           ACCEPT WS-SAR-CHOICE
           EVALUATE WS-SAR-CHOICE
               WHEN 1
                   PERFORM 6510-SAR-MONITOR-PARA
               WHEN 2
                   PERFORM 6520-WORK-SAR-CASE-PARA
               WHEN 3
                   PERFORM 6540-SAR-AGING-PARA
               WHEN OTHER
                   DISPLAY "Invalid option!"
           END-EVALUATE
           .


       6510-SAR-MONITOR-PARA.
           PERFORM 3310-READ-COMPLIANCE-CONTROL-PARA
           PERFORM SET-HOLD-TODAY-PARA
           CALL "DAYS-TO-DATE" USING WS-HOLD-NOW-AS-DAYS
                                     WS-SAR-TODAY-YEAR
                                     WS-SAR-TODAY-MONTH
                                     WS-SAR-TODAY-DAY

           COMPUTE WS-SAR-NEAR-FLOOR ROUNDED =
               WS-COMPLIANCE-THRESHOLD * WS-SAR-NEAR-PERCENT / 100
           COMPUTE WS-SAR-FIRST-AS-DAYS =
               WS-HOLD-NOW-AS-DAYS - WS-SAR-WINDOW-DAYS + 1

           MOVE 0 TO WS-SAR-SUBJ-COUNT
           MOVE 0 TO WS-SAR-ACCT-COUNT
           MOVE 0 TO WS-SAR-ALERT-TOTAL
           MOVE 0 TO WS-SAR-OPENED-COUNT
           MOVE 0 TO WS-SAR-DUP-COUNT

           OPEN INPUT FS-USERS-FILE
               PERFORM 6511-SCAN-ONE-JOURNAL-PARA
                 VARYING WS-SAR-SCAN-AS-DAYS
                 FROM WS-SAR-FIRST-AS-DAYS BY 1
                 UNTIL WS-SAR-SCAN-AS-DAYS > WS-HOLD-NOW-AS-DAYS
           CLOSE FS-USERS-FILE

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "sar_alerts_"WS-SAR-TODAY".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE "SUSPICIOUS-ACTIVITY MONITOR ALERTS" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE WS-COMPLIANCE-THRESHOLD TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING "WINDOW "WS-SAR-WINDOW-DAYS" DAYS ENDING "
                  WS-SAR-TODAY" - THRESHOLD "WS-DISPLAY
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           OPEN I-O FS-SAR-FILE
               IF WS-SAR-FILE-STATUS = '35'
                   CLOSE FS-SAR-FILE
                   OPEN OUTPUT FS-SAR-FILE
                   CLOSE FS-SAR-FILE
                   OPEN I-O FS-SAR-FILE
               END-IF

               PERFORM 6514-EVALUATE-SUBJECT-PARA
                 VARYING WS-SAR-SUBJ-INDEX FROM 1 BY 1
                 UNTIL WS-SAR-SUBJ-INDEX > WS-SAR-SUBJ-COUNT
               PERFORM HOLD-TXN-MASTER-PARA
               PERFORM 6515-CHECK-DORMANT-WAKE-PARA
                 VARYING WS-SAR-ACCT-INDEX FROM 1 BY 1
                 UNTIL WS-SAR-ACCT-INDEX > WS-SAR-ACCT-COUNT
               PERFORM RELEASE-TXN-MASTER-PARA
           CLOSE FS-SAR-FILE

           CLOSE FS-REPORT-FILE

           MOVE WS-SAR-ALERT-TOTAL TO WS-DISPLAY-NUMBER
           PERFORM CALCULATE-NUMBER-DISPLAY-PARA
           DISPLAY "Alerts raised:        "WS-DISPLAY
           MOVE WS-SAR-OPENED-COUNT TO WS-DISPLAY-NUMBER
           PERFORM CALCULATE-NUMBER-DISPLAY-PARA
           DISPLAY "Cases opened:         "WS-DISPLAY
           MOVE WS-SAR-DUP-COUNT TO WS-DISPLAY-NUMBER
           PERFORM CALCULATE-NUMBER-DISPLAY-PARA
           DISPLAY "Already under a case: "WS-DISPLAY
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE "SARALERT" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-SAR-ALERT-TOTAL TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


      * a day with no postings simply has no journal file
       6511-SCAN-ONE-JOURNAL-PARA.
           CALL "DAYS-TO-DATE" USING WS-SAR-SCAN-AS-DAYS
                                     WS-SAR-SCAN-YEAR
                                     WS-SAR-SCAN-MONTH
                                     WS-SAR-SCAN-DAY
           MOVE SPACES TO WS-DAY-JOURNAL-FILENAME
           STRING "bank_journal_"WS-SAR-SCAN-DATE".txt"
             DELIMITED BY SIZE INTO WS-DAY-JOURNAL-FILENAME

           MOVE "NO" TO WS-SAR-EOF
           OPEN INPUT FS-DAY-JOURNAL-FILE
               IF WS-DAY-JOURNAL-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-SAR-EOF
               END-IF
               PERFORM UNTIL WS-SAR-EOF = "YES"
                   READ FS-DAY-JOURNAL-FILE
                       AT END
                           MOVE "YES" TO WS-SAR-EOF
                       NOT AT END
                           PERFORM 6512-TALLY-ONE-POSTING-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-DAY-JOURNAL-FILE
           .


      * fees and interest are the bank's own postings and say nothing
      * about the customer's behavior; everything else counts toward
      * the in/out totals, and teller deposits and withdrawals in the
      * band just under the threshold count toward structuring
       6512-TALLY-ONE-POSTING-PARA.
           IF FS-DJ-TYPE = "INIT" OR FS-DJ-TYPE = "CARRY" OR
              FS-DJ-TYPE = "FEE" OR FS-DJ-TYPE = "INTEREST"
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-SAR-CUR-KIND
           MOVE FS-DJ-ACCOUNT-ID TO WS-SAR-CUR-ID
           MOVE FS-DJ-ACCOUNT-ID TO FS-USER-ID
           READ FS-USERS-FILE
               NOT INVALID KEY
                   IF FS-ACCOUNT-CUSTOMER-NUMBER > 0
                       MOVE "C" TO WS-SAR-CUR-KIND
                       MOVE FS-ACCOUNT-CUSTOMER-NUMBER TO WS-SAR-CUR-ID
                   END-IF
           END-READ

           IF FS-DJ-AMOUNT < 0
               COMPUTE WS-SAR-ABS-AMOUNT = FS-DJ-AMOUNT * -1
           ELSE
               MOVE FS-DJ-AMOUNT TO WS-SAR-ABS-AMOUNT
           END-IF

           PERFORM 6513-FIND-SUBJECT-PARA
           IF WS-SAR-SUBJ-INDEX > 0
               IF FS-DJ-AMOUNT > 0
                   ADD WS-SAR-ABS-AMOUNT
                     TO WS-SAR-SUBJ-IN-TOT(WS-SAR-SUBJ-INDEX)
               ELSE
                   ADD WS-SAR-ABS-AMOUNT
                     TO WS-SAR-SUBJ-OUT-TOT(WS-SAR-SUBJ-INDEX)
               END-IF
               IF WS-SAR-ABS-AMOUNT >= WS-SAR-NEAR-FLOOR AND
                  WS-SAR-ABS-AMOUNT < WS-COMPLIANCE-THRESHOLD
                   IF FS-DJ-TYPE = "DEPOSIT"
                       ADD 1 TO WS-SAR-SUBJ-NEAR-DEP(WS-SAR-SUBJ-INDEX)
                       ADD WS-SAR-ABS-AMOUNT
                         TO WS-SAR-SUBJ-DEP-TOT(WS-SAR-SUBJ-INDEX)
                   END-IF
                   IF FS-DJ-TYPE = "WITHDRAWAL"
                       ADD 1 TO WS-SAR-SUBJ-NEAR-WD(WS-SAR-SUBJ-INDEX)
                       ADD WS-SAR-ABS-AMOUNT
                         TO WS-SAR-SUBJ-WD-TOT(WS-SAR-SUBJ-INDEX)
                   END-IF
               END-IF
           END-IF

      * journals are scanned oldest day first, so the first time an
      * account turns up is its first posting in the window
           MOVE "NO" TO WS-SAR-FOUND
           PERFORM VARYING WS-SAR-ACCT-INDEX FROM 1 BY 1
             UNTIL WS-SAR-ACCT-INDEX > WS-SAR-ACCT-COUNT
               IF WS-SAR-ACCT-ID(WS-SAR-ACCT-INDEX) = FS-DJ-ACCOUNT-ID
                   ADD WS-SAR-ABS-AMOUNT
                     TO WS-SAR-ACCT-TOTAL(WS-SAR-ACCT-INDEX)
                   MOVE "YES" TO WS-SAR-FOUND
               END-IF
           END-PERFORM
           IF WS-SAR-FOUND = "NO"
               IF WS-SAR-ACCT-COUNT < 500
                   ADD 1 TO WS-SAR-ACCT-COUNT
                   MOVE FS-DJ-ACCOUNT-ID
                     TO WS-SAR-ACCT-ID(WS-SAR-ACCT-COUNT)
                   MOVE WS-SAR-SCAN-AS-DAYS
                     TO WS-SAR-ACCT-FIRST-DAYS(WS-SAR-ACCT-COUNT)
                   MOVE WS-SAR-ABS-AMOUNT
                     TO WS-SAR-ACCT-TOTAL(WS-SAR-ACCT-COUNT)
               ELSE
                   DISPLAY "Account table is at its 500-entry limit -
      -                    " account "FS-DJ-ACCOUNT-ID" not checked fo
      -                    "r dormancy"
               END-IF
           END-IF
           .


      * leaves WS-SAR-SUBJ-INDEX on the subject's row, adding the row
      * if it is new; zero when the table is full
       6513-FIND-SUBJECT-PARA.
           MOVE "NO" TO WS-SAR-FOUND
           PERFORM VARYING WS-SAR-SUBJ-INDEX FROM 1 BY 1
             UNTIL WS-SAR-SUBJ-INDEX > WS-SAR-SUBJ-COUNT
                OR WS-SAR-FOUND = "YES"
               IF WS-SAR-SUBJ-KIND(WS-SAR-SUBJ-INDEX) = WS-SAR-CUR-KIND
                  AND WS-SAR-SUBJ-ID(WS-SAR-SUBJ-INDEX) = WS-SAR-CUR-ID
                   MOVE "YES" TO WS-SAR-FOUND
               END-IF
           END-PERFORM
           IF WS-SAR-FOUND = "YES"
               SUBTRACT 1 FROM WS-SAR-SUBJ-INDEX
               EXIT PARAGRAPH
           END-IF

           IF WS-SAR-SUBJ-COUNT < 500
               ADD 1 TO WS-SAR-SUBJ-COUNT
               MOVE WS-SAR-SUBJ-COUNT TO WS-SAR-SUBJ-INDEX
               MOVE WS-SAR-CUR-KIND
                 TO WS-SAR-SUBJ-KIND(WS-SAR-SUBJ-INDEX)
               MOVE WS-SAR-CUR-ID
                 TO WS-SAR-SUBJ-ID(WS-SAR-SUBJ-INDEX)
               MOVE 0 TO WS-SAR-SUBJ-NEAR-DEP(WS-SAR-SUBJ-INDEX)
               MOVE 0 TO WS-SAR-SUBJ-DEP-TOT(WS-SAR-SUBJ-INDEX)
               MOVE 0 TO WS-SAR-SUBJ-NEAR-WD(WS-SAR-SUBJ-INDEX)
               MOVE 0 TO WS-SAR-SUBJ-WD-TOT(WS-SAR-SUBJ-INDEX)
               MOVE 0 TO WS-SAR-SUBJ-IN-TOT(WS-SAR-SUBJ-INDEX)
               MOVE 0 TO WS-SAR-SUBJ-OUT-TOT(WS-SAR-SUBJ-INDEX)
           ELSE
               MOVE 0 TO WS-SAR-SUBJ-INDEX
               MOVE WS-SAR-CUR-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "Subject table is at its 500-entry limit - "
                 WS-MASKED" NOT monitored"
           END-IF
           .


       6514-EVALUATE-SUBJECT-PARA.
           MOVE WS-SAR-SUBJ-KIND(WS-SAR-SUBJ-INDEX) TO WS-SAR-CUR-KIND
           MOVE WS-SAR-SUBJ-ID(WS-SAR-SUBJ-INDEX) TO WS-SAR-CUR-ID

           IF WS-SAR-SUBJ-NEAR-DEP(WS-SAR-SUBJ-INDEX) >=
              WS-SAR-NEAR-COUNT
               MOVE "STRUCTDEP" TO WS-SAR-ALERT-TYPE
               MOVE WS-SAR-SUBJ-NEAR-DEP(WS-SAR-SUBJ-INDEX)
                 TO WS-SAR-ALERT-COUNT
               MOVE WS-SAR-SUBJ-DEP-TOT(WS-SAR-SUBJ-INDEX)
                 TO WS-SAR-ALERT-AMOUNT
               MOVE SPACES TO WS-SAR-ALERT-NOTE
               STRING WS-SAR-ALERT-COUNT" deposits just under the thr
      -               "eshold within "WS-SAR-WINDOW-DAYS" days"
                 DELIMITED BY SIZE INTO WS-SAR-ALERT-NOTE
               PERFORM 6516-OPEN-SAR-CASE-PARA
           END-IF

           IF WS-SAR-SUBJ-NEAR-WD(WS-SAR-SUBJ-INDEX) >=
              WS-SAR-NEAR-COUNT
               MOVE "STRUCTWD" TO WS-SAR-ALERT-TYPE
               MOVE WS-SAR-SUBJ-NEAR-WD(WS-SAR-SUBJ-INDEX)
                 TO WS-SAR-ALERT-COUNT
               MOVE WS-SAR-SUBJ-WD-TOT(WS-SAR-SUBJ-INDEX)
                 TO WS-SAR-ALERT-AMOUNT
               MOVE SPACES TO WS-SAR-ALERT-NOTE
               STRING WS-SAR-ALERT-COUNT" withdrawals just under the
      -               "threshold within "WS-SAR-WINDOW-DAYS" days"
                 DELIMITED BY SIZE INTO WS-SAR-ALERT-NOTE
               PERFORM 6516-OPEN-SAR-CASE-PARA
           END-IF

      * money in over the threshold and nearly all of it back out
      * inside the same window
           IF WS-SAR-SUBJ-IN-TOT(WS-SAR-SUBJ-INDEX) >=
              WS-COMPLIANCE-THRESHOLD AND
              WS-SAR-SUBJ-OUT-TOT(WS-SAR-SUBJ-INDEX) * 100 >=
              WS-SAR-SUBJ-IN-TOT(WS-SAR-SUBJ-INDEX) *
              WS-SAR-PASS-PERCENT
               MOVE "PASSTHRU" TO WS-SAR-ALERT-TYPE
               MOVE 0 TO WS-SAR-ALERT-COUNT
               MOVE WS-SAR-SUBJ-OUT-TOT(WS-SAR-SUBJ-INDEX)
                 TO WS-SAR-ALERT-AMOUNT
               MOVE WS-SAR-SUBJ-IN-TOT(WS-SAR-SUBJ-INDEX)
                 TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-CSV-PARA
               MOVE SPACES TO WS-SAR-ALERT-NOTE
               STRING "rapid in and out - "FUNCTION TRIM(WS-DISPLAY)
                      " in and the amount shown out within "
                      WS-SAR-WINDOW-DAYS" days"
                 DELIMITED BY SIZE INTO WS-SAR-ALERT-NOTE
               PERFORM 6516-OPEN-SAR-CASE-PARA
           END-IF
           .


      * the newest posting before the window dates the idle stretch,
      * the same newest-transaction measure the dormancy sweep uses;
      * an account whose earlier history is all archived or that is
      * new inside the window has nothing to measure and is passed
       6515-CHECK-DORMANT-WAKE-PARA.
           MOVE WS-SAR-ACCT-ID(WS-SAR-ACCT-INDEX) TO WS-USER-ID

           MOVE 0 TO WS-SAR-PRIOR-AS-DAYS
           MOVE "NO" TO WS-SAR-TXN-EOF
           MOVE WS-USER-ID TO WS-TXM-ACCOUNT
           PERFORM OPEN-ACCOUNT-TXNS-PARA
               IF WS-TXM-FOUND = "NO"
                   MOVE "YES" TO WS-SAR-TXN-EOF
               END-IF
               PERFORM UNTIL WS-SAR-TXN-EOF = "YES"
                   PERFORM READ-ACCOUNT-TXN-PARA
                   IF WS-TXM-FOUND = "NO"
                       MOVE "YES" TO WS-SAR-TXN-EOF
                   ELSE
                       IF FS-TRANSACTION-TYPE NOT = "CARRY"
                           CALL "DATE-TO-DAYS" USING FS-START-YEAR
                                             FS-START-MONTH
                                             FS-START-DAY
                                             WS-SAR-POSTED-AS-DAYS
                           IF WS-SAR-POSTED-AS-DAYS <
                              WS-SAR-FIRST-AS-DAYS AND
                              WS-SAR-POSTED-AS-DAYS >
                              WS-SAR-PRIOR-AS-DAYS
                               MOVE WS-SAR-POSTED-AS-DAYS
                                 TO WS-SAR-PRIOR-AS-DAYS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           PERFORM CLOSE-TXN-MASTER-PARA

           IF WS-SAR-PRIOR-AS-DAYS = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SAR-IDLE-DAYS =
               WS-SAR-ACCT-FIRST-DAYS(WS-SAR-ACCT-INDEX)
               - WS-SAR-PRIOR-AS-DAYS
           IF WS-SAR-IDLE-DAYS < WS-SAR-DORMANT-DAYS
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-SAR-CUR-KIND
           MOVE WS-SAR-ACCT-ID(WS-SAR-ACCT-INDEX) TO WS-SAR-CUR-ID
           MOVE "DORMANT" TO WS-SAR-ALERT-TYPE
           MOVE WS-SAR-IDLE-DAYS TO WS-SAR-ALERT-COUNT
           MOVE WS-SAR-ACCT-TOTAL(WS-SAR-ACCT-INDEX)
             TO WS-SAR-ALERT-AMOUNT
           MOVE SPACES TO WS-SAR-ALERT-NOTE
           STRING "activity after "WS-SAR-ALERT-COUNT" idle days"
             DELIMITED BY SIZE INTO WS-SAR-ALERT-NOTE
           PERFORM 6516-OPEN-SAR-CASE-PARA
           .


      * one alert in WS-SAR-CUR-KIND/ID and WS-SAR-ALERT-*: reported
      * every run, but a new case only when the subject has no open or
      * in-review case of the same type already
       6516-OPEN-SAR-CASE-PARA.
           ADD 1 TO WS-SAR-ALERT-TOTAL
           MOVE WS-SAR-ALERT-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           MOVE WS-SAR-CUR-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING WS-SAR-ALERT-TYPE" "WS-SAR-CUR-KIND" "WS-MASKED
                  " "FUNCTION TRIM(WS-DISPLAY)" "
                  FUNCTION TRIM(WS-SAR-ALERT-NOTE)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           DISPLAY FS-REPORT-LINE

           MOVE "NO" TO WS-SAR-FOUND
           MOVE "NO" TO WS-SAR-EOF
           MOVE 0 TO FS-SAR-CASE-ID
           START FS-SAR-FILE KEY IS GREATER THAN OR EQUAL TO
             FS-SAR-CASE-ID
               INVALID KEY
                   MOVE "YES" TO WS-SAR-EOF
           END-START
           PERFORM UNTIL WS-SAR-EOF = "YES" OR WS-SAR-FOUND = "YES"
               READ FS-SAR-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-SAR-EOF
                   NOT AT END
                       IF FS-SAR-SUBJECT-KIND = WS-SAR-CUR-KIND AND
                          FS-SAR-SUBJECT-ID = WS-SAR-CUR-ID AND
                          FS-SAR-ALERT-TYPE = WS-SAR-ALERT-TYPE AND
                          (FS-SAR-STATUS = "O" OR FS-SAR-STATUS = "R")
                           MOVE "YES" TO WS-SAR-FOUND
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SAR-FOUND = "YES"
               ADD 1 TO WS-SAR-DUP-COUNT
               MOVE SPACES TO FS-REPORT-LINE
               STRING "    already open under case "FS-SAR-CASE-ID
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SAR-CUR-KIND TO FS-SAR-SUBJECT-KIND
           MOVE WS-SAR-CUR-ID TO FS-SAR-SUBJECT-ID
           MOVE WS-SAR-ALERT-TYPE TO FS-SAR-ALERT-TYPE
           MOVE WS-SAR-ALERT-COUNT TO FS-SAR-ALERT-COUNT
           MOVE WS-SAR-ALERT-AMOUNT TO FS-SAR-ALERT-AMOUNT
           MOVE WS-SAR-TODAY TO FS-SAR-OPEN-DATE
           MOVE "O" TO FS-SAR-STATUS
           MOVE 0 TO FS-SAR-SUPERVISOR-ID
           MOVE SPACES TO FS-SAR-NARRATIVE
           STRING "Monitor alert: "FUNCTION TRIM(WS-SAR-ALERT-NOTE)
             DELIMITED BY SIZE INTO FS-SAR-NARRATIVE
           MOVE 0 TO FS-SAR-DECISION-DATE

           MOVE "YES" TO WS-ID-COLLISION
           PERFORM UNTIL WS-ID-COLLISION = "NO"
               MOVE FUNCTION RANDOM TO WS-RANDOM
               MULTIPLY 999999999 BY WS-RANDOM GIVING FS-SAR-CASE-ID
               ADD 1 TO FS-SAR-CASE-ID
               WRITE FS-SAR-CASE
                   NOT INVALID KEY
                       MOVE "NO" TO WS-ID-COLLISION
               END-WRITE
           END-PERFORM

           ADD 1 TO WS-SAR-OPENED-COUNT
           MOVE SPACES TO FS-REPORT-LINE
           STRING "    case "FS-SAR-CASE-ID" opened"
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "sar case "FS-SAR-CASE-ID" opened "WS-SAR-ALERT-TYPE
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


       6520-WORK-SAR-CASE-PARA.
           DISPLAY "Enter the case id:"
           ACCEPT WS-SAR-LOOKUP-CASE

           MOVE "NO" TO WS-SAR-EOF
           OPEN I-O FS-SAR-FILE
               IF WS-SAR-FILE-STATUS = '35'
                   DISPLAY "No suspicious-activity cases on file"
                   CLOSE FS-SAR-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SAR-LOOKUP-CASE TO FS-SAR-CASE-ID
               READ FS-SAR-FILE
                   INVALID KEY
                       DISPLAY "No case with that id"
                       MOVE "YES" TO WS-SAR-EOF
                   NOT INVALID KEY
                       IF FS-SAR-STATUS NOT = "O" AND
                          FS-SAR-STATUS NOT = "R"
                           DISPLAY "That case was decided "
                             FS-SAR-DECISION-DATE" ("FS-SAR-STATUS")"
                           MOVE "YES" TO WS-SAR-EOF
                       END-IF
               END-READ

               IF WS-SAR-EOF = "NO"
                   PERFORM 6530-WORK-SAR-BODY-PARA
               END-IF
           CLOSE FS-SAR-FILE
           .


      * a case can only be decided once a supervisor owns it and the
      * narrative says why - that is what an examiner will read
       6530-WORK-SAR-BODY-PARA.
           MOVE FS-SAR-ALERT-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE FS-SAR-SUBJECT-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY "Case "FS-SAR-CASE-ID" "FS-SAR-ALERT-TYPE" subject "
             FS-SAR-SUBJECT-KIND" "WS-MASKED
           DISPLAY "Opened "FS-SAR-OPEN-MONTH"/"FS-SAR-OPEN-DAY"/"
             FS-SAR-OPEN-YEAR" amount "FUNCTION TRIM(WS-DISPLAY)
             " status "FS-SAR-STATUS" supervisor "FS-SAR-SUPERVISOR-ID
           DISPLAY "Narrative: "FUNCTION TRIM(FS-SAR-NARRATIVE)

           DISPLAY "Assign supervisor teller ID (0 to leave as is):"
           ACCEPT WS-SAR-SUPERVISOR
           IF WS-SAR-SUPERVISOR > 0
               MOVE WS-SAR-SUPERVISOR TO FS-TELLER-ID
               OPEN INPUT FS-TELLER-FILE
                   READ FS-TELLER-FILE
                       INVALID KEY
                           DISPLAY "No teller with that ID - assignmen
      -                            "t unchanged"
                       NOT INVALID KEY
                           IF FS-TELLER-ROLE = "S"
                               MOVE WS-SAR-SUPERVISOR
                                 TO FS-SAR-SUPERVISOR-ID
                           ELSE
                               DISPLAY "That teller is not a supervis
      -                                "or - assignment unchanged"
                           END-IF
                   END-READ
               CLOSE FS-TELLER-FILE
           END-IF

           DISPLAY "Add to the narrative (blank to skip):"
           MOVE SPACES TO WS-SAR-NARR-ADD
           ACCEPT WS-SAR-NARR-ADD
           IF WS-SAR-NARR-ADD NOT = SPACES
               MOVE SPACES TO WS-SAR-NARR-WORK
               IF FS-SAR-NARRATIVE = SPACES
                   MOVE WS-SAR-NARR-ADD TO WS-SAR-NARR-WORK
               ELSE
                   STRING FUNCTION TRIM(FS-SAR-NARRATIVE)" / "
                          FUNCTION TRIM(WS-SAR-NARR-ADD)
                     DELIMITED BY SIZE INTO WS-SAR-NARR-WORK
               END-IF
               MOVE WS-SAR-NARR-WORK TO FS-SAR-NARRATIVE
           END-IF

           DISPLAY "New status - R)eview, F)iled SAR, N)o filing, or b
      -            "lank to leave it "FS-SAR-STATUS":"
           MOVE SPACE TO WS-SAR-NEW-STATUS
           ACCEPT WS-SAR-NEW-STATUS
           MOVE FUNCTION UPPER-CASE(WS-SAR-NEW-STATUS)
             TO WS-SAR-NEW-STATUS
           EVALUATE WS-SAR-NEW-STATUS
               WHEN "R"
                   MOVE "R" TO FS-SAR-STATUS
               WHEN "F"
               WHEN "N"
                   IF FS-SAR-SUPERVISOR-ID = 0
                       DISPLAY "Assign a supervisor before deciding th
      -                        "e case - status unchanged"
                   ELSE
                       MOVE WS-SAR-NEW-STATUS TO FS-SAR-STATUS
                       PERFORM SET-HOLD-TODAY-PARA
                       CALL "DAYS-TO-DATE" USING WS-HOLD-NOW-AS-DAYS
                                                 WS-SAR-TODAY-YEAR
                                                 WS-SAR-TODAY-MONTH
                                                 WS-SAR-TODAY-DAY
                       MOVE WS-SAR-TODAY TO FS-SAR-DECISION-DATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           REWRITE FS-SAR-CASE
               INVALID KEY
                   DISPLAY "INVALID KEY - "FS-SAR-CASE-ID
           END-REWRITE
           DISPLAY "Case "FS-SAR-CASE-ID" saved (status "FS-SAR-STATUS
             ")"

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "sar case "FS-SAR-CASE-ID" worked - status "
                  FS-SAR-STATUS" supv "FS-SAR-SUPERVISOR-ID
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


      * a SAR is due thirty days after the activity is first detected,
      * so open and in-review cases past that are flagged loudly
       6540-SAR-AGING-PARA.
           PERFORM SET-HOLD-TODAY-PARA
           MOVE 0 TO WS-SAR-OPEN-COUNT

           MOVE SPACES TO WS-REPORT-FILENAME
           MOVE "sar_case_aging.txt" TO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE "OPEN SUSPICIOUS-ACTIVITY CASES BY AGE"
             TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "NO" TO WS-SAR-EOF
           OPEN INPUT FS-SAR-FILE
               IF WS-SAR-FILE-STATUS = '35'
                   DISPLAY "No suspicious-activity cases on file"
                   MOVE "YES" TO WS-SAR-EOF
               END-IF
               PERFORM UNTIL WS-SAR-EOF = "YES"
                   READ FS-SAR-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-SAR-EOF
                       NOT AT END
                           IF FS-SAR-STATUS = "O" OR
                              FS-SAR-STATUS = "R"
                               PERFORM 6541-AGE-ONE-SAR-CASE-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-SAR-FILE

           CLOSE FS-REPORT-FILE
           DISPLAY "Open cases: "WS-SAR-OPEN-COUNT
           DISPLAY "Report written to sar_case_aging.txt"

           MOVE "SARAGING" TO WS-RCAT-TYPE
           MOVE "sar_case_aging.txt" TO WS-RCAT-FILENAME
           MOVE WS-SAR-OPEN-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       6541-AGE-ONE-SAR-CASE-PARA.
           ADD 1 TO WS-SAR-OPEN-COUNT
           CALL "DATE-TO-DAYS" USING FS-SAR-OPEN-YEAR
                                     FS-SAR-OPEN-MONTH
                                     FS-SAR-OPEN-DAY
                                     WS-SAR-OPEN-AS-DAYS
           COMPUTE WS-SAR-AGE-DAYS =
               WS-HOLD-NOW-AS-DAYS - WS-SAR-OPEN-AS-DAYS

           MOVE FS-SAR-ALERT-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           IF WS-SAR-AGE-DAYS > 30
               STRING "OVERDUE case "FS-SAR-CASE-ID" "FS-SAR-ALERT-TYPE
                      " "FS-SAR-SUBJECT-ID" "FS-SAR-STATUS" supv "
                      FS-SAR-SUPERVISOR-ID" "WS-SAR-AGE-DAYS
                      " days "FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
           ELSE
               STRING "case "FS-SAR-CASE-ID" "FS-SAR-ALERT-TYPE
                      " "FS-SAR-SUBJECT-ID" "FS-SAR-STATUS" supv "
                      FS-SAR-SUPERVISOR-ID" "WS-SAR-AGE-DAYS
                      " days "FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
           END-IF
           WRITE FS-REPORT-LINE
           DISPLAY FS-REPORT-LINE
           .


       6600-DECEASED-DESK-PARA.
           DISPLAY "Deceased-customer desk:"
           DISPLAY "1) Payable-on-death beneficiaries   2) Record a de
      -            "ath   3) Settle an estate"
           ACCEPT WS-DEC-CHOICE
           EVALUATE WS-DEC-CHOICE
               WHEN 1
                   PERFORM 6610-MAINTAIN-POD-PARA
               WHEN 2
                   PERFORM 6620-RECORD-DEATH-PARA
               WHEN 3
                   PERFORM 6630-SETTLE-ESTATE-PARA
               WHEN OTHER
                   DISPLAY "Invalid option!"
           END-EVALUATE
           .


       6610-MAINTAIN-POD-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter PIN:"
           ACCEPT WS-PIN-ENTRY

           MOVE "NO" TO WS-PIN-OK
           MOVE WS-USER-ID TO FS-USER-ID
           OPEN INPUT FS-USERS-FILE
               READ FS-USERS-FILE
                   INVALID KEY
                       DISPLAY "ID does not exist"
                   NOT INVALID KEY
                       PERFORM CHECK-PIN-PARA
                       IF WS-PIN-OK = "NO"
                           DISPLAY "Incorrect PIN"
                       END-IF
               END-READ
           CLOSE FS-USERS-FILE
           IF WS-PIN-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-POD-FILE
               IF WS-POD-FILE-STATUS = '35'
                   CLOSE FS-POD-FILE
                   OPEN OUTPUT FS-POD-FILE
                   CLOSE FS-POD-FILE
                   OPEN I-O FS-POD-FILE
               END-IF
               PERFORM 6611-LOAD-POD-PARA

               DISPLAY "A) Add a beneficiary   R) Remove one   (anythi
      -                "ng else to leave)"
               MOVE SPACE TO WS-DEC-ACTION
               ACCEPT WS-DEC-ACTION
               MOVE FUNCTION UPPER-CASE(WS-DEC-ACTION) TO WS-DEC-ACTION
               EVALUATE WS-DEC-ACTION
                   WHEN "A"
                       PERFORM 6612-ADD-POD-PARA
                   WHEN "R"
                       PERFORM 6613-REMOVE-POD-PARA
               END-EVALUATE
           CLOSE FS-POD-FILE
           .


      * loads and lists the beneficiaries on WS-USER-ID into the
      * WS-DEC-POD table; FS-POD-FILE must already be open
       6611-LOAD-POD-PARA.
           MOVE 0 TO WS-DEC-POD-COUNT
           MOVE 0 TO WS-DEC-SHARE-TOTAL
           MOVE 1 TO WS-DEC-NEXT-SEQ
           MOVE WS-USER-ID TO FS-POD-ACCOUNT-ID
           MOVE 0 TO FS-POD-SEQ
           MOVE "NO" TO WS-DEC-EOF
           START FS-POD-FILE KEY IS NOT LESS THAN FS-POD-KEY
               INVALID KEY
                   MOVE "YES" TO WS-DEC-EOF
           END-START
           PERFORM UNTIL WS-DEC-EOF = "YES"
               READ FS-POD-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-DEC-EOF
                   NOT AT END
                       IF FS-POD-ACCOUNT-ID NOT = WS-USER-ID
                           MOVE "YES" TO WS-DEC-EOF
                       ELSE
                           PERFORM 6614-NOTE-ONE-POD-PARA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DEC-POD-COUNT = 0
               MOVE WS-USER-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "No payable-on-death beneficiaries on account #"
                 WS-MASKED
           ELSE
               MOVE WS-DEC-SHARE-TOTAL TO WS-DEC-SHARE-DISPLAY
               DISPLAY "Shares designated: "WS-DEC-SHARE-DISPLAY"%"
           END-IF
           .


       6612-ADD-POD-PARA.
           IF WS-DEC-POD-COUNT >= 10 OR WS-DEC-NEXT-SEQ > 99
               DISPLAY "An account can carry at most 10 beneficiaries"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-USER-ID TO FS-POD-ACCOUNT-ID
           MOVE WS-DEC-NEXT-SEQ TO FS-POD-SEQ
           DISPLAY "Enter beneficiary name:"
           ACCEPT FS-POD-NAME
           DISPLAY "Enter share percent (like 50 or 33.34):"
           ACCEPT FS-POD-SHARE
           IF FS-POD-SHARE = 0 OR
              WS-DEC-SHARE-TOTAL + FS-POD-SHARE > 100
               DISPLAY "Shares on one account must be above zero and c
      -                "annot total more than 100 percent"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter street address:"
           ACCEPT FS-POD-STREET
           DISPLAY "Enter city:"
           ACCEPT FS-POD-CITY
           DISPLAY "Enter state (2 letters):"
           ACCEPT FS-POD-REGION
           DISPLAY "Enter ZIP code:"
           ACCEPT FS-POD-ZIP

           WRITE FS-POD-BENEFICIARY
               INVALID KEY
                   DISPLAY "INVALID KEY - "FS-POD-KEY
               NOT INVALID KEY
                   DISPLAY "Beneficiary "FS-POD-SEQ" added"
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "pod beneficiary "FS-POD-SEQ" added to #"
                          WS-USER-ID
                     DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM WRITE-AUDIT-PARA
           END-WRITE
           .


       6613-REMOVE-POD-PARA.
           DISPLAY "Enter the beneficiary number to remove:"
           ACCEPT WS-DEC-REMOVE-SEQ
           MOVE WS-USER-ID TO FS-POD-ACCOUNT-ID
           MOVE WS-DEC-REMOVE-SEQ TO FS-POD-SEQ
           DELETE FS-POD-FILE RECORD
               INVALID KEY
                   DISPLAY "No beneficiary with that number"
               NOT INVALID KEY
                   DISPLAY "Beneficiary removed"
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "pod beneficiary "FS-POD-SEQ
                          " removed from #"WS-USER-ID
                     DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM WRITE-AUDIT-PARA
           END-DELETE
           .


       6614-NOTE-ONE-POD-PARA.
           IF WS-DEC-POD-COUNT < 10
               ADD 1 TO WS-DEC-POD-COUNT
               MOVE FS-POD-NAME   TO WS-DEC-POD-NAME(WS-DEC-POD-COUNT)
               MOVE FS-POD-SHARE  TO WS-DEC-POD-SHARE(WS-DEC-POD-COUNT)
               MOVE FS-POD-STREET
                 TO WS-DEC-POD-STREET(WS-DEC-POD-COUNT)
               MOVE FS-POD-CITY   TO WS-DEC-POD-CITY(WS-DEC-POD-COUNT)
               MOVE FS-POD-REGION
                 TO WS-DEC-POD-REGION(WS-DEC-POD-COUNT)
               MOVE FS-POD-ZIP    TO WS-DEC-POD-ZIP(WS-DEC-POD-COUNT)
               ADD FS-POD-SHARE TO WS-DEC-SHARE-TOTAL
           END-IF
           COMPUTE WS-DEC-NEXT-SEQ = FS-POD-SEQ + 1

           MOVE FS-POD-SHARE TO WS-DEC-SHARE-DISPLAY
           DISPLAY FS-POD-SEQ") "FUNCTION TRIM(FS-POD-NAME)" "
             WS-DEC-SHARE-DISPLAY"%  "FUNCTION TRIM(FS-POD-STREET)", "
             FUNCTION TRIM(FS-POD-CITY)" "FS-POD-REGION" "FS-POD-ZIP
           .


      * the date of death goes on the customer master, then every
      * account the customer owns is frozen and everything that would
      * still move money out on its own is stopped: standing orders
      * are deleted, pending future-dated items and ACH originations
      * are marked cancelled
       6620-RECORD-DEATH-PARA.
           DISPLAY "Enter customer number:"
           ACCEPT WS-DEC-CUSTOMER

           OPEN I-O FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS = '35'
                   DISPLAY "No customer master on file yet"
                   CLOSE FS-CUSTOMER-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DEC-CUSTOMER TO FS-CUSTOMER-NUMBER
               READ FS-CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "No customer with that number"
                       CLOSE FS-CUSTOMER-FILE
                       EXIT PARAGRAPH
               END-READ
               IF FS-CUSTOMER-DECEASED = "Y"
                   DISPLAY "Already recorded as deceased - date of dea
      -                    "th "FS-CUSTOMER-DEATH-DATE
                   CLOSE FS-CUSTOMER-FILE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Customer: "FUNCTION TRIM(FS-CUSTOMER-NAME)

               DISPLAY "Enter year of death (yyyy):"
               ACCEPT WS-DEC-DEATH-YEAR
               DISPLAY "Enter month of death (1-12):"
               ACCEPT WS-DEC-DEATH-MONTH
               DISPLAY "Enter day of death (1-31):"
               ACCEPT WS-DEC-DEATH-DAY
               CALL "VALIDATE-DATE" USING WS-DEC-DEATH-YEAR
                                          WS-DEC-DEATH-MONTH
                                          WS-DEC-DEATH-DAY
               PERFORM SET-HOLD-TODAY-PARA
               CALL "DATE-TO-DAYS" USING WS-DEC-DEATH-YEAR
                                         WS-DEC-DEATH-MONTH
                                         WS-DEC-DEATH-DAY
                                         WS-DEC-DEATH-AS-DAYS
               IF WS-DEC-DEATH-AS-DAYS > WS-HOLD-NOW-AS-DAYS
                   DISPLAY "Date of death cannot be in the future"
                   CLOSE FS-CUSTOMER-FILE
                   EXIT PARAGRAPH
               END-IF

               DISPLAY "Freeze every account and cancel this customer's
      -                " instructions? (Y/N)"
               ACCEPT WS-CONFIRM-REPLY
               IF WS-CONFIRM-REPLY NOT = "Y" AND
                  WS-CONFIRM-REPLY NOT = "y"
                   DISPLAY "Nothing recorded"
                   CLOSE FS-CUSTOMER-FILE
                   EXIT PARAGRAPH
               END-IF

               MOVE "Y" TO FS-CUSTOMER-DECEASED
               MOVE WS-DEC-DEATH-DATE TO FS-CUSTOMER-DEATH-DATE
               MOVE FS-CUSTOMER-NAME TO WS-DEC-CUST-NAME
               REWRITE FS-CUSTOMER
                   INVALID KEY
                       DISPLAY "INVALID KEY - "FS-CUSTOMER-NUMBER
                       CLOSE FS-CUSTOMER-FILE
                       EXIT PARAGRAPH
               END-REWRITE
           CLOSE FS-CUSTOMER-FILE

           CALL "DAYS-TO-DATE" USING WS-HOLD-NOW-AS-DAYS
                                     WS-DEC-TODAY-YEAR
                                     WS-DEC-TODAY-MONTH
                                     WS-DEC-TODAY-DAY
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "deceased_"WS-DEC-CUSTOMER"_"WS-DEC-TODAY".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "DECEASED CUSTOMER "WS-DEC-CUSTOMER" "
                  FUNCTION TRIM(WS-DEC-CUST-NAME)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Date of death "WS-DEC-DEATH-DATE
                  "  recorded "WS-DEC-TODAY
                  " by teller "WS-SIGNED-ON-TELLER-ID
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           PERFORM 6621-FREEZE-OWNED-ACCOUNTS-PARA
           PERFORM 6622-CANCEL-STANDING-ORDERS-PARA
           PERFORM 6623-CANCEL-FUTURE-ITEMS-PARA
           PERFORM 6624-CANCEL-ACH-ORIGINATION-PARA

           CLOSE FS-REPORT-FILE

           DISPLAY "Accounts frozen:          "WS-DEC-FROZEN-COUNT
           DISPLAY "Standing orders cancelled:"WS-DEC-ORDER-COUNT
           DISPLAY "Future items cancelled:   "WS-DEC-FUTURE-COUNT
           DISPLAY "ACH originations cancelled:"WS-DEC-ACH-COUNT
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "death recorded customer "WS-DEC-CUSTOMER" dod "
                  WS-DEC-DEATH-DATE
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA

           MOVE "DECEASED" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-DEC-FROZEN-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       6621-FREEZE-OWNED-ACCOUNTS-PARA.
           MOVE 0 TO WS-DEC-ACCT-COUNT
           MOVE 0 TO WS-DEC-FROZEN-COUNT
           MOVE "NO" TO WS-DEC-EOF
           OPEN I-O FS-USERS-FILE
               IF WS-USERS-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-DEC-EOF
               END-IF
               PERFORM UNTIL WS-DEC-EOF = "YES"
                   READ FS-USERS-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-DEC-EOF
                       NOT AT END
                           IF FS-ACCOUNT-CUSTOMER-NUMBER =
                              WS-DEC-CUSTOMER
                               PERFORM 6625-FREEZE-ONE-ACCOUNT-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           .


       6622-CANCEL-STANDING-ORDERS-PARA.
           MOVE 0 TO WS-DEC-ORDER-COUNT
           MOVE "NO" TO WS-DEC-EOF
           OPEN I-O FS-SCHEDULE-FILE
               IF WS-SCHEDULE-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-DEC-EOF
               END-IF
               PERFORM UNTIL WS-DEC-EOF = "YES"
                   READ FS-SCHEDULE-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-DEC-EOF
                       NOT AT END
                           MOVE FS-SCHEDULE-TARGET-ID TO WS-DEC-MATCH-ID
                           PERFORM 6626-MATCH-OWNED-ACCOUNT-PARA
                           IF WS-DEC-MATCH = "YES"
                               PERFORM 6627-DELETE-ONE-ORDER-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-SCHEDULE-FILE
           .


       6623-CANCEL-FUTURE-ITEMS-PARA.
           MOVE 0 TO WS-DEC-FUTURE-COUNT
           MOVE "NO" TO WS-DEC-EOF
           OPEN I-O FS-FUTURE-FILE
               IF WS-FUTURE-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-DEC-EOF
               END-IF
               PERFORM UNTIL WS-DEC-EOF = "YES"
                   READ FS-FUTURE-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-DEC-EOF
                       NOT AT END
                           MOVE FS-FUT-ACCOUNT-ID TO WS-DEC-MATCH-ID
                           PERFORM 6626-MATCH-OWNED-ACCOUNT-PARA
                           IF WS-DEC-MATCH = "YES" AND
                              FS-FUT-STATUS = "P"
                               PERFORM 6628-CANCEL-ONE-FUTURE-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-FUTURE-FILE
           .


       6624-CANCEL-ACH-ORIGINATION-PARA.
           MOVE 0 TO WS-DEC-ACH-COUNT
           MOVE "NO" TO WS-DEC-EOF
           OPEN I-O FS-AO-FILE
               IF WS-AO-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-DEC-EOF
               END-IF
               PERFORM UNTIL WS-DEC-EOF = "YES"
                   READ FS-AO-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-DEC-EOF
                       NOT AT END
                           MOVE FS-AO-ACCOUNT-ID TO WS-DEC-MATCH-ID
                           PERFORM 6626-MATCH-OWNED-ACCOUNT-PARA
                           IF WS-DEC-MATCH = "YES" AND
                              FS-AO-STATUS = "P"
                               PERFORM 6629-CANCEL-ONE-ACH-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-AO-FILE
           .


       6625-FREEZE-ONE-ACCOUNT-PARA.
           IF WS-DEC-ACCT-COUNT < 50
               ADD 1 TO WS-DEC-ACCT-COUNT
               MOVE FS-USER-ID TO WS-DEC-ACCT(WS-DEC-ACCT-COUNT)
           END-IF
           IF FS-ACCOUNT-STATUS = "C"
               EXIT PARAGRAPH
           END-IF

           MOVE "F" TO FS-ACCOUNT-STATUS
           REWRITE FS-USER
               INVALID KEY
                   MOVE FS-USER-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "INVALID ID - "WS-MASKED
               NOT INVALID KEY
                   ADD 1 TO WS-DEC-FROZEN-COUNT
                   MOVE FS-BALANCE TO WS-DISPLAY-MONEY-TMP
                   PERFORM CALCULATE-MONEY-CSV-PARA
                   MOVE SPACES TO FS-REPORT-LINE
                   MOVE FS-USER-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   STRING "FROZEN    account #"WS-MASKED" "
                          FS-CURRENCY-CODE" "FUNCTION TRIM(WS-DISPLAY)
                     DELIMITED BY SIZE INTO FS-REPORT-LINE
                   WRITE FS-REPORT-LINE
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "status of #"FS-USER-ID
                          " set to F (deceased)"
                     DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM WRITE-AUDIT-PARA
           END-REWRITE
           .


       6626-MATCH-OWNED-ACCOUNT-PARA.
           MOVE "NO" TO WS-DEC-MATCH
           PERFORM VARYING WS-DEC-ACCT-INDEX FROM 1 BY 1
             UNTIL WS-DEC-ACCT-INDEX > WS-DEC-ACCT-COUNT
               IF WS-DEC-ACCT(WS-DEC-ACCT-INDEX) = WS-DEC-MATCH-ID
                   MOVE "YES" TO WS-DEC-MATCH
               END-IF
           END-PERFORM
           .


       6627-DELETE-ONE-ORDER-PARA.
           DELETE FS-SCHEDULE-FILE RECORD
               INVALID KEY
                   DISPLAY "INVALID KEY - "FS-SCHEDULE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-DEC-ORDER-COUNT
                   MOVE FS-SCHEDULE-AMOUNT TO WS-DISPLAY-MONEY-TMP
                   PERFORM CALCULATE-MONEY-CSV-PARA
                   MOVE SPACES TO FS-REPORT-LINE
                   MOVE FS-SCHEDULE-TARGET-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   STRING "CANCELLED standing order "FS-SCHEDULE-ID
                          " on #"WS-MASKED" "
                          FUNCTION TRIM(WS-DISPLAY)
                     DELIMITED BY SIZE INTO FS-REPORT-LINE
                   WRITE FS-REPORT-LINE
           END-DELETE
           .


       6628-CANCEL-ONE-FUTURE-PARA.
           MOVE "X" TO FS-FUT-STATUS
           REWRITE FS-FUTURE
               INVALID KEY
                   DISPLAY "INVALID KEY - "FS-FUT-ID
               NOT INVALID KEY
                   ADD 1 TO WS-DEC-FUTURE-COUNT
                   MOVE FS-FUT-AMOUNT TO WS-DISPLAY-MONEY-TMP
                   PERFORM CALCULATE-MONEY-CSV-PARA
                   MOVE SPACES TO FS-REPORT-LINE
                   MOVE FS-FUT-ACCOUNT-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   STRING "CANCELLED future item "FS-FUT-ID
                          " on #"WS-MASKED" effective "
                          FS-FUT-EFFECTIVE" "FUNCTION TRIM(WS-DISPLAY)
                     DELIMITED BY SIZE INTO FS-REPORT-LINE
                   WRITE FS-REPORT-LINE
           END-REWRITE
           .


       6629-CANCEL-ONE-ACH-PARA.
           MOVE "X" TO FS-AO-STATUS
           REWRITE FS-AO-INSTRUCTION
               INVALID KEY
                   DISPLAY "INVALID KEY - "FS-AO-ID
               NOT INVALID KEY
                   ADD 1 TO WS-DEC-ACH-COUNT
                   MOVE FS-AO-AMOUNT TO WS-DISPLAY-MONEY-TMP
                   PERFORM CALCULATE-MONEY-CSV-PARA
                   MOVE SPACES TO FS-REPORT-LINE
                   MOVE FS-AO-ACCOUNT-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   STRING "CANCELLED ACH origination "FS-AO-ID
                          " on #"WS-MASKED" settle "
                          FS-AO-SETTLE-DATE" "FUNCTION TRIM(WS-DISPLAY)
                     DELIMITED BY SIZE INTO FS-REPORT-LINE
                   WRITE FS-REPORT-LINE
           END-REWRITE
           .


      * each remaining account of a deceased customer is paid out by
      * official check - one per payable-on-death beneficiary at its
      * share, the last beneficiary taking any rounding, and anything
      * not designated to the estate - then closed through the normal
      * closure workflow; an account with holds or a negative balance
      * is left frozen for another pass
       6630-SETTLE-ESTATE-PARA.
           DISPLAY "Enter customer number:"
           ACCEPT WS-DEC-CUSTOMER

           OPEN INPUT FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                   DISPLAY "No customer master on file yet"
                   CLOSE FS-CUSTOMER-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DEC-CUSTOMER TO FS-CUSTOMER-NUMBER
               READ FS-CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "No customer with that number"
                       CLOSE FS-CUSTOMER-FILE
                       EXIT PARAGRAPH
               END-READ
           CLOSE FS-CUSTOMER-FILE
           IF FS-CUSTOMER-DECEASED NOT = "Y"
               DISPLAY "No death is recorded for this customer - use o
      -                "ption 2 first"
               EXIT PARAGRAPH
           END-IF
           MOVE FS-CUSTOMER-NAME TO WS-DEC-CUST-NAME
           MOVE FS-CUSTOMER-DEATH-DATE TO WS-DEC-DEATH-DATE

           MOVE 0 TO WS-DEC-ACCT-COUNT
           MOVE "NO" TO WS-DEC-EOF
           OPEN INPUT FS-USERS-FILE
               IF WS-USERS-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-DEC-EOF
               END-IF
               PERFORM UNTIL WS-DEC-EOF = "YES"
                   READ FS-USERS-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-DEC-EOF
                       NOT AT END
                           IF FS-ACCOUNT-CUSTOMER-NUMBER =
                              WS-DEC-CUSTOMER AND
                              WS-DEC-ACCT-COUNT < 50
                               ADD 1 TO WS-DEC-ACCT-COUNT
                               MOVE FS-USER-ID
                                 TO WS-DEC-ACCT(WS-DEC-ACCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           IF WS-DEC-ACCT-COUNT = 0
               DISPLAY "No open accounts remain for this customer"
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-HOLD-TODAY-PARA
           CALL "DAYS-TO-DATE" USING WS-HOLD-NOW-AS-DAYS
                                     WS-DEC-TODAY-YEAR
                                     WS-DEC-TODAY-MONTH
                                     WS-DEC-TODAY-DAY
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "estate_"WS-DEC-CUSTOMER"_"WS-DEC-TODAY".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "ESTATE SETTLEMENT customer "WS-DEC-CUSTOMER" "
                  FUNCTION TRIM(WS-DEC-CUST-NAME)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Date of death "WS-DEC-DEATH-DATE
                  "  settled "WS-DEC-TODAY
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE 0 TO WS-DEC-CLOSED-COUNT
           MOVE 0 TO WS-DEC-CHECK-COUNT
           PERFORM 6631-SETTLE-ONE-ACCOUNT-PARA
             VARYING WS-DEC-ACCT-INDEX FROM 1 BY 1
             UNTIL WS-DEC-ACCT-INDEX > WS-DEC-ACCT-COUNT

           CLOSE FS-REPORT-FILE

           DISPLAY "Accounts closed:        "WS-DEC-CLOSED-COUNT
           DISPLAY "Official checks issued: "WS-DEC-CHECK-COUNT
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "estate settled customer "WS-DEC-CUSTOMER" closed "
                  WS-DEC-CLOSED-COUNT
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA

           MOVE "ESTATE" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-DEC-CHECK-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       6631-SETTLE-ONE-ACCOUNT-PARA.
           MOVE WS-DEC-ACCT(WS-DEC-ACCT-INDEX) TO WS-USER-ID
           MOVE WS-USER-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY "Account #"WS-MASKED":"

           MOVE 0 TO WS-DEC-POD-COUNT
           MOVE 0 TO WS-DEC-SHARE-TOTAL
           OPEN INPUT FS-POD-FILE
               IF WS-POD-FILE-STATUS = "00"
                   PERFORM 6611-LOAD-POD-PARA
               END-IF
           CLOSE FS-POD-FILE

           MOVE WS-USER-ID TO FS-USER-ID
           OPEN I-O FS-USERS-FILE
               READ FS-USERS-FILE
                   INVALID KEY
                       DISPLAY "ID does not exist"
                   NOT INVALID KEY
                       PERFORM 6632-SETTLE-ACCOUNT-BODY-PARA
               END-READ
           CLOSE FS-USERS-FILE
           .


       6632-SETTLE-ACCOUNT-BODY-PARA.
           PERFORM COMPUTE-ACTIVE-HOLDS-PARA
           IF WS-ACTIVE-HOLDS-TOTAL > 0 OR FS-BALANCE < 0
               MOVE SPACES TO FS-REPORT-LINE
               MOVE WS-USER-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING "NOT SETTLED account #"WS-MASKED
                      " - active holds or a negative balance"
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
               DISPLAY FS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FS-BALANCE TO WS-DEC-START-BALANCE
           MOVE "YES" TO WS-DEC-SETTLE-OK
           IF FS-BALANCE > 0
      * the payouts must be able to take the balance to zero, so the
      * freeze, floor, and limit step aside as they do for a closing
               MOVE 0 TO FS-MIN-BALANCE
               MOVE 0 TO FS-DAILY-WITHDRAWAL-LIMIT
               MOVE "A" TO FS-ACCOUNT-STATUS
               PERFORM 6633-PAY-ONE-BENEFICIARY-PARA
                 VARYING WS-DEC-POD-INDEX FROM 1 BY 1
                 UNTIL WS-DEC-POD-INDEX > WS-DEC-POD-COUNT
                    OR WS-DEC-SETTLE-OK = "NO"
               IF WS-DEC-SETTLE-OK = "YES" AND FS-BALANCE > 0
                   MOVE SPACES TO WS-OCR-PAYEE-NAME
                   STRING "ESTATE OF "WS-DEC-CUST-NAME
                     DELIMITED BY SIZE INTO WS-OCR-PAYEE-NAME
                   MOVE FS-BALANCE TO WS-DEC-PAYOUT
                   PERFORM 6634-CUT-SETTLEMENT-CHECK-PARA
               END-IF
           END-IF

           IF WS-DEC-SETTLE-OK = "NO"
               MOVE "F" TO FS-ACCOUNT-STATUS
               PERFORM 520-UPDATE-ACCOUNT-IN-FILE-PARA
               MOVE SPACES TO FS-REPORT-LINE
               MOVE WS-USER-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING "NOT SETTLED account #"WS-MASKED
                      " - a payout was rejected, account left frozen"
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
               DISPLAY FS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 3510-CLOSE-ACCOUNT-BODY-PARA
           ADD 1 TO WS-DEC-CLOSED-COUNT
           MOVE WS-DEC-START-BALANCE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           MOVE WS-USER-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING "CLOSED account #"WS-MASKED" "FS-CURRENCY-CODE
                  " "FUNCTION TRIM(WS-DISPLAY)" paid out"
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .


       6633-PAY-ONE-BENEFICIARY-PARA.
           IF WS-DEC-POD-INDEX = WS-DEC-POD-COUNT AND
              WS-DEC-SHARE-TOTAL = 100
               MOVE FS-BALANCE TO WS-DEC-PAYOUT
           ELSE
               COMPUTE WS-DEC-PAYOUT ROUNDED = WS-DEC-START-BALANCE
                   * WS-DEC-POD-SHARE(WS-DEC-POD-INDEX) / 100
           END-IF
           IF WS-DEC-PAYOUT > FS-BALANCE
               MOVE FS-BALANCE TO WS-DEC-PAYOUT
           END-IF
           IF WS-DEC-PAYOUT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEC-POD-NAME(WS-DEC-POD-INDEX) TO WS-OCR-PAYEE-NAME
           PERFORM 6634-CUT-SETTLEMENT-CHECK-PARA
           IF WS-DEC-SETTLE-OK = "YES"
               MOVE SPACES TO FS-REPORT-LINE
               STRING "          mail to "
                      FUNCTION TRIM(WS-DEC-POD-STREET(WS-DEC-POD-INDEX))
                      ", "
                      FUNCTION TRIM(WS-DEC-POD-CITY(WS-DEC-POD-INDEX))
                      " "WS-DEC-POD-REGION(WS-DEC-POD-INDEX)
                      " "WS-DEC-POD-ZIP(WS-DEC-POD-INDEX)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
           END-IF
           .


      * posts WS-DEC-PAYOUT out of the account as an official check
      * drawn to WS-OCR-PAYEE-NAME
       6634-CUT-SETTLEMENT-CHECK-PARA.
           COMPUTE WS-TRANSACTION-AMOUNT = WS-DEC-PAYOUT * -1
           MOVE SPACES TO WS-PRESET-DESCRIPTION
           STRING "Estate payout "WS-OCR-PAYEE-NAME
             DELIMITED BY SIZE INTO WS-PRESET-DESCRIPTION
           MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
           MOVE "WITHDRAWAL" TO WS-TRANSACTION-TYPE
           MOVE "YES" TO WS-OCR-CUT-CHECK
           PERFORM 510-UPDATE-USER-ACCOUNT-PARA
           MOVE "NO" TO WS-OCR-CUT-CHECK

           MOVE WS-DEC-PAYOUT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           IF WS-UPDATE-REJECTED = "YES"
               MOVE "NO" TO WS-DEC-SETTLE-OK
               STRING "REJECTED  payout to "
                      FUNCTION TRIM(WS-OCR-PAYEE-NAME)" "
                      FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
           ELSE
               ADD 1 TO WS-DEC-CHECK-COUNT
               MOVE WS-USER-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING "CHECK "WS-OCR-SERIAL" #"WS-MASKED" to "
                      FUNCTION TRIM(WS-OCR-PAYEE-NAME)" "
                      FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
           END-IF
           WRITE FS-REPORT-LINE
           MOVE SPACES TO WS-OCR-PAYEE-NAME
           .


      * commercial accounts are priced on what they actually use:
      * each service's monthly volume at the rate-table price, less
      * an earnings credit on the month's average daily balance -
      * only a positive net charge posts, and every account analyzed
      * gets its own analysis statement
       6700-ACCOUNT-ANALYSIS-PARA.
           PERFORM 6710-READ-ANALYSIS-CONTROL-PARA
           IF WS-AN-CONTROL-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter the month to analyze (YYYYMM):"
           ACCEPT WS-AN-PERIOD
           IF WS-AN-PERIOD IS NOT NUMERIC OR
              WS-AN-MONTH < 1 OR WS-AN-MONTH > 12
               DISPLAY "Invalid month"
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-AN-FIRST-DAY
           CALL "DATE-TO-DAYS" USING WS-AN-YEAR WS-AN-MONTH
               WS-AN-FIRST-DAY WS-AN-START-AS-DAYS
           IF WS-AN-MONTH = 12
               COMPUTE WS-AN-NEXT-YEAR = WS-AN-YEAR + 1
               MOVE 1 TO WS-AN-NEXT-MONTH
           ELSE
               MOVE WS-AN-YEAR TO WS-AN-NEXT-YEAR
               COMPUTE WS-AN-NEXT-MONTH = WS-AN-MONTH + 1
           END-IF
           CALL "DATE-TO-DAYS" USING WS-AN-NEXT-YEAR WS-AN-NEXT-MONTH
               WS-AN-FIRST-DAY WS-AN-END-AS-DAYS
           COMPUTE WS-AN-DAYS-IN-MONTH =
               WS-AN-END-AS-DAYS - WS-AN-START-AS-DAYS

           PERFORM SET-HOLD-TODAY-PARA
           IF WS-AN-END-AS-DAYS > WS-HOLD-NOW-AS-DAYS
               DISPLAY "That month has not closed yet"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AN-CHARGE-DESC
           STRING "Account analysis charge "WS-AN-PERIOD
             DELIMITED BY SIZE INTO WS-AN-CHARGE-DESC

           MOVE 0 TO WS-AN-ACCOUNT-COUNT
           MOVE 0 TO WS-AN-POSTED-COUNT
           MOVE 0 TO WS-AN-POSTED-TOTAL
           MOVE 0 TO WS-AN-CREDIT-TOTAL
           MOVE 0 TO WS-AN-COVERED-COUNT

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "analysis_run_"WS-AN-PERIOD".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "ACCOUNT ANALYSIS RUN "WS-AN-PERIOD
                  "  ("WS-AN-DAYS-IN-MONTH" days)"
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "ACCOUNT ID,SERVICE CHARGES,EARNINGS CREDIT,NET CHARG
      -         "E,RESULT" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "NO" TO WS-EOF
           PERFORM HOLD-TXN-MASTER-PARA
           OPEN I-O FS-USERS-FILE
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-USERS-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           PERFORM 6720-ANALYZE-ONE-ACCOUNT-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           PERFORM RELEASE-TXN-MASTER-PARA

           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE WS-AN-POSTED-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Accounts analyzed "WS-AN-ACCOUNT-COUNT
                  "  charged "WS-AN-POSTED-COUNT
                  "  covered by credit "WS-AN-COVERED-COUNT
                  "  net charges posted "FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE

           DISPLAY " "
           DISPLAY "Account analysis complete for "WS-AN-PERIOD
           DISPLAY "Accounts analyzed:  "WS-AN-ACCOUNT-COUNT
           DISPLAY "Net charges posted: "WS-AN-POSTED-COUNT
           DISPLAY "Covered by credit:  "WS-AN-COVERED-COUNT
           MOVE "USD" TO WS-DISPLAY-CURRENCY-CODE
           MOVE WS-AN-POSTED-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Total net charges:  "WS-DISPLAY
           MOVE WS-AN-CREDIT-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Earnings credit:    "WS-DISPLAY
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "account analysis "WS-AN-PERIOD" accounts "
                  WS-AN-ACCOUNT-COUNT" charged "WS-AN-POSTED-COUNT
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA

           MOVE "ANALYSIS" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-AN-ACCOUNT-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       6710-READ-ANALYSIS-CONTROL-PARA.
           MOVE "NO" TO WS-AN-CONTROL-OK
           OPEN INPUT FS-ANALYSIS-CONTROL-FILE
               IF WS-ANALYSIS-FILE-STATUS = '35'
                   DISPLAY "Control file bank_analysis.ctl not found -
      -                    "create it with the per-item prices for depo
      -                    "sits, checks paid, wires, ACH and card item
      -                    "s, the monthly maintenance charge, the earn
      -                    "ings credit rate, and the reserve percent"
               ELSE
                   READ FS-ANALYSIS-CONTROL-FILE
                       AT END
                           DISPLAY "Control file bank_analysis.ctl is e
      -                            "mpty"
                       NOT AT END
                           MOVE FS-AN-DEPOSIT-PRICE
                             TO WS-AN-DEPOSIT-PRICE
                           MOVE FS-AN-CHECK-PRICE TO WS-AN-CHECK-PRICE
                           MOVE FS-AN-WIRE-PRICE  TO WS-AN-WIRE-PRICE
                           MOVE FS-AN-ACH-PRICE   TO WS-AN-ACH-PRICE
                           MOVE FS-AN-CARD-PRICE  TO WS-AN-CARD-PRICE
                           MOVE FS-AN-MAINT-FEE   TO WS-AN-MAINT-FEE
                           MOVE FS-AN-ECR-RATE    TO WS-AN-ECR-RATE
                           MOVE FS-AN-RESERVE-PCT TO WS-AN-RESERVE-PCT
                           MOVE "YES" TO WS-AN-CONTROL-OK
                   END-READ
               END-IF
           CLOSE FS-ANALYSIS-CONTROL-FILE
           .


       6720-ANALYZE-ONE-ACCOUNT-PARA.
           IF FS-ACCOUNT-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PRODUCT-FEE-WAIVER-PARA
           IF WS-PRODUCT-ANALYZED = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE FS-USER-ID TO WS-USER-ID
           ADD 1 TO WS-AN-ACCOUNT-COUNT
           PERFORM 6721-COUNT-SERVICES-PARA
           PERFORM 6723-ANALYSIS-ADB-PARA

           COMPUTE WS-AN-DEPOSIT-CHARGE ROUNDED =
               WS-AN-DEPOSIT-COUNT * WS-AN-DEPOSIT-PRICE
           COMPUTE WS-AN-CHECK-CHARGE ROUNDED =
               WS-AN-CHECK-COUNT * WS-AN-CHECK-PRICE
           COMPUTE WS-AN-WIRE-CHARGE ROUNDED =
               WS-AN-WIRE-COUNT * WS-AN-WIRE-PRICE
           COMPUTE WS-AN-ACH-CHARGE ROUNDED =
               WS-AN-ACH-COUNT * WS-AN-ACH-PRICE
           COMPUTE WS-AN-CARD-CHARGE ROUNDED =
               WS-AN-CARD-COUNT * WS-AN-CARD-PRICE
           COMPUTE WS-AN-TOTAL-CHARGE =
               WS-AN-DEPOSIT-CHARGE + WS-AN-CHECK-CHARGE +
               WS-AN-WIRE-CHARGE + WS-AN-ACH-CHARGE +
               WS-AN-CARD-CHARGE + WS-AN-MAINT-FEE

      * the reserve requirement is held back before the credit rate
      * applies; an overdrawn month earns nothing
           IF WS-AN-ADB > 0
               COMPUTE WS-AN-INVESTABLE ROUNDED =
                   WS-AN-ADB * (100 - WS-AN-RESERVE-PCT) / 100
               COMPUTE WS-AN-EARNINGS-CREDIT ROUNDED =
                   WS-AN-INVESTABLE * WS-AN-ECR-RATE *
                   WS-AN-DAYS-IN-MONTH / 365
           ELSE
               MOVE 0 TO WS-AN-INVESTABLE
               MOVE 0 TO WS-AN-EARNINGS-CREDIT
           END-IF

      * credit beyond the month's charges is not paid out or carried
           IF WS-AN-EARNINGS-CREDIT > WS-AN-TOTAL-CHARGE
               MOVE WS-AN-TOTAL-CHARGE TO WS-AN-CREDIT-APPLIED
           ELSE
               MOVE WS-AN-EARNINGS-CREDIT TO WS-AN-CREDIT-APPLIED
           END-IF
           COMPUTE WS-AN-NET-CHARGE =
               WS-AN-TOTAL-CHARGE - WS-AN-CREDIT-APPLIED
           ADD WS-AN-CREDIT-APPLIED TO WS-AN-CREDIT-TOTAL

           IF WS-AN-ALREADY-POSTED = "YES"
               MOVE "already charged" TO WS-AN-RESULT
           ELSE
               IF WS-AN-NET-CHARGE > 0
                   MOVE WS-AN-CHARGE-DESC TO WS-PRESET-DESCRIPTION
                   MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
                   MOVE "FEE" TO WS-TRANSACTION-TYPE
                   COMPUTE WS-TRANSACTION-AMOUNT =
                       WS-AN-NET-CHARGE * -1
                   PERFORM 510-UPDATE-USER-ACCOUNT-PARA
                   IF WS-UPDATE-REJECTED = "NO"
                       MOVE "charged" TO WS-AN-RESULT
                       ADD 1 TO WS-AN-POSTED-COUNT
                       ADD WS-AN-NET-CHARGE TO WS-AN-POSTED-TOTAL
                       MOVE FS-USER-ID TO WS-NOTICE-ACCOUNT
                       MOVE "FEE" TO WS-NOTICE-TYPE
                       PERFORM QUEUE-NOTICE-PARA
                   ELSE
                       MOVE "charge rejected" TO WS-AN-RESULT
                   END-IF
               ELSE
                   MOVE "covered by credit" TO WS-AN-RESULT
                   ADD 1 TO WS-AN-COVERED-COUNT
               END-IF
           END-IF

           PERFORM 6724-WRITE-ANALYSIS-STMT-PARA

           MOVE SPACES TO FS-REPORT-LINE
           MOVE WS-AN-TOTAL-CHARGE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE WS-DISPLAY TO WS-AN-CSV-CHARGE
           MOVE WS-AN-CREDIT-APPLIED TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE WS-DISPLAY TO WS-AN-CSV-CREDIT
           MOVE WS-AN-NET-CHARGE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE FS-USER-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING WS-MASKED","FUNCTION TRIM(WS-AN-CSV-CHARGE)","
                  FUNCTION TRIM(WS-AN-CSV-CREDIT)","
                  FUNCTION TRIM(WS-DISPLAY)","
                  FUNCTION TRIM(WS-AN-RESULT)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .


      * one pass over the account's transactions for the month, each
      * posting counted under the service that produced it; an
      * analysis charge already on file for the month stops a rerun
      * from charging twice
       6721-COUNT-SERVICES-PARA.
           MOVE 0 TO WS-AN-DEPOSIT-COUNT
           MOVE 0 TO WS-AN-CHECK-COUNT
           MOVE 0 TO WS-AN-WIRE-COUNT
           MOVE 0 TO WS-AN-ACH-COUNT
           MOVE 0 TO WS-AN-CARD-COUNT
           MOVE "NO" TO WS-AN-ALREADY-POSTED

           MOVE "NO" TO WS-AN-SCAN-EOF
           MOVE WS-USER-ID TO WS-TXM-ACCOUNT
           PERFORM OPEN-ACCOUNT-TXNS-PARA
               IF WS-TXM-FOUND = "NO"
                   MOVE "YES" TO WS-AN-SCAN-EOF
               END-IF
               PERFORM UNTIL WS-AN-SCAN-EOF = "YES"
                   PERFORM READ-ACCOUNT-TXN-PARA
                   IF WS-TXM-FOUND = "NO"
                       MOVE "YES" TO WS-AN-SCAN-EOF
                   ELSE
                       IF FS-TRANSACTION-DESCRIPTION =
                          WS-AN-CHARGE-DESC
                           MOVE "YES" TO WS-AN-ALREADY-POSTED
                       END-IF
                       IF FS-START-YEAR = WS-AN-YEAR AND
                          FS-START-MONTH = WS-AN-MONTH
                           PERFORM 6722-CLASSIFY-POSTING-PARA
                       END-IF
                   END-IF
               END-PERFORM
           PERFORM CLOSE-TXN-MASTER-PARA
           .


       6722-CLASSIFY-POSTING-PARA.
           EVALUATE TRUE
               WHEN FS-TRANSACTION-DESCRIPTION(1:5) = "Card "
                   ADD 1 TO WS-AN-CARD-COUNT
               WHEN FS-TRANSACTION-DESCRIPTION(1:4) = "ACH "
                   ADD 1 TO WS-AN-ACH-COUNT
               WHEN FS-TRANSACTION-DESCRIPTION(1:22) =
                    "Payroll direct deposit"
                   ADD 1 TO WS-AN-ACH-COUNT
               WHEN FS-TRANSACTION-TYPE = "CHECK"
                   ADD 1 TO WS-AN-CHECK-COUNT
               WHEN FS-TRANSACTION-TYPE = "WIRE"
                   ADD 1 TO WS-AN-WIRE-COUNT
               WHEN FS-TRANSACTION-TYPE = "DEPOSIT"
                   ADD 1 TO WS-AN-DEPOSIT-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .


      * the analysis month's own closing balances, not the trailing
      * 30 days the fee sweep uses; no history for the month falls
      * back to the current balance
       6723-ANALYSIS-ADB-PARA.
           MOVE 0 TO WS-ADB-SUM
           MOVE 0 TO WS-ADB-DAYS
           MOVE "NO" TO WS-BALHIST-EOF
           OPEN INPUT FS-BALHIST-FILE
               IF WS-BALHIST-STATUS NOT = "00"
                   MOVE "YES" TO WS-BALHIST-EOF
               END-IF
               PERFORM UNTIL WS-BALHIST-EOF = "YES"
                   READ FS-BALHIST-FILE
                       AT END
                           MOVE "YES" TO WS-BALHIST-EOF
                       NOT AT END
                           IF FS-BH-ACCOUNT-ID = FS-USER-ID AND
                              FS-BH-YEAR = WS-AN-YEAR AND
                              FS-BH-MONTH = WS-AN-MONTH
                               ADD FS-BH-BALANCE TO WS-ADB-SUM
                               ADD 1 TO WS-ADB-DAYS
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-BALHIST-FILE

           IF WS-ADB-DAYS = 0
               MOVE FS-BALANCE TO WS-AN-ADB
           ELSE
               COMPUTE WS-AN-ADB ROUNDED = WS-ADB-SUM / WS-ADB-DAYS
           END-IF
           .


       6724-WRITE-ANALYSIS-STMT-PARA.
           MOVE SPACES TO WS-STATEMENT-FILENAME
           STRING "bank_transactions/"WS-USER-ID"_analysis_"
                  WS-AN-PERIOD".txt"
             DELIMITED BY SIZE INTO WS-STATEMENT-FILENAME
           OPEN OUTPUT FS-STATEMENT-FILE

           MOVE "ACCOUNT ANALYSIS STATEMENT" TO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           MOVE SPACES TO FS-STATEMENT-LINE
           MOVE FS-USER-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING "Account "WS-MASKED"  "FUNCTION TRIM(FS-NAME)
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "Period  "WS-AN-YEAR"/"WS-AN-MONTH"  ("
                  WS-AN-DAYS-IN-MONTH" days)"
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           MOVE "USD" TO WS-DISPLAY-CURRENCY-CODE
           MOVE WS-AN-ADB TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "Average daily balance  "FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           MOVE SPACES TO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           MOVE "SERVICE                  VOLUME  UNIT PRICE  CHARGE"
             TO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE

           MOVE "Deposits" TO WS-AN-ROW-LABEL
           MOVE WS-AN-DEPOSIT-COUNT TO WS-AN-ROW-VOLUME
           MOVE WS-AN-DEPOSIT-PRICE TO WS-AN-ROW-PRICE
           MOVE WS-AN-DEPOSIT-CHARGE TO WS-AN-ROW-CHARGE
           PERFORM 6725-WRITE-SERVICE-ROW-PARA
           MOVE "Checks paid" TO WS-AN-ROW-LABEL
           MOVE WS-AN-CHECK-COUNT TO WS-AN-ROW-VOLUME
           MOVE WS-AN-CHECK-PRICE TO WS-AN-ROW-PRICE
           MOVE WS-AN-CHECK-CHARGE TO WS-AN-ROW-CHARGE
           PERFORM 6725-WRITE-SERVICE-ROW-PARA
           MOVE "Wires" TO WS-AN-ROW-LABEL
           MOVE WS-AN-WIRE-COUNT TO WS-AN-ROW-VOLUME
           MOVE WS-AN-WIRE-PRICE TO WS-AN-ROW-PRICE
           MOVE WS-AN-WIRE-CHARGE TO WS-AN-ROW-CHARGE
           PERFORM 6725-WRITE-SERVICE-ROW-PARA
           MOVE "ACH items" TO WS-AN-ROW-LABEL
           MOVE WS-AN-ACH-COUNT TO WS-AN-ROW-VOLUME
           MOVE WS-AN-ACH-PRICE TO WS-AN-ROW-PRICE
           MOVE WS-AN-ACH-CHARGE TO WS-AN-ROW-CHARGE
           PERFORM 6725-WRITE-SERVICE-ROW-PARA
           MOVE "Card items" TO WS-AN-ROW-LABEL
           MOVE WS-AN-CARD-COUNT TO WS-AN-ROW-VOLUME
           MOVE WS-AN-CARD-PRICE TO WS-AN-ROW-PRICE
           MOVE WS-AN-CARD-CHARGE TO WS-AN-ROW-CHARGE
           PERFORM 6725-WRITE-SERVICE-ROW-PARA
           MOVE "Account maintenance" TO WS-AN-ROW-LABEL
           MOVE 1 TO WS-AN-ROW-VOLUME
           MOVE WS-AN-MAINT-FEE TO WS-AN-ROW-PRICE
           MOVE WS-AN-MAINT-FEE TO WS-AN-ROW-CHARGE
           PERFORM 6725-WRITE-SERVICE-ROW-PARA

           MOVE SPACES TO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           MOVE WS-AN-TOTAL-CHARGE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "Total service charges  "FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           COMPUTE WS-AN-RATE-DISPLAY = WS-AN-ECR-RATE * 100
           MOVE WS-AN-INVESTABLE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "Investable balance     "FUNCTION TRIM(WS-DISPLAY)
                  "  (after "WS-AN-RESERVE-PCT"% reserve)"
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           MOVE WS-AN-EARNINGS-CREDIT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "Earnings credit        "FUNCTION TRIM(WS-DISPLAY)
                  "  (at "WS-AN-RATE-DISPLAY"% a year)"
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           IF WS-AN-CREDIT-APPLIED < WS-AN-EARNINGS-CREDIT
               MOVE WS-AN-CREDIT-APPLIED TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE SPACES TO FS-STATEMENT-LINE
               STRING "Credit applied         "FUNCTION TRIM(WS-DISPLAY)
                      "  (excess credit is not carried forward)"
                 DELIMITED BY SIZE INTO FS-STATEMENT-LINE
               WRITE FS-STATEMENT-LINE
           END-IF
           MOVE WS-AN-NET-CHARGE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "NET SERVICE CHARGE     "FUNCTION TRIM(WS-DISPLAY)
                  "  ("FUNCTION TRIM(WS-AN-RESULT)")"
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE

           CLOSE FS-STATEMENT-FILE
           .


       6725-WRITE-SERVICE-ROW-PARA.
           MOVE WS-AN-ROW-CHARGE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING WS-AN-ROW-LABEL WS-AN-ROW-VOLUME"  "
                  WS-AN-ROW-PRICE"  "FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           .


      * safe deposit boxes by branch and box number - boxes are set
      * up and their status changed by a supervisor, rented and
      * surrendered by any teller; the rent drafts in the close
       6800-SAFE-DEPOSIT-DESK-PARA.
           DISPLAY "Safe deposit boxes:"
           DISPLAY "1) Add or update a box   2) Rent a box   3) Surren
      -            "der a box"
           DISPLAY "4) Mark drilled, sealed, or available   5) Branch
      -            "inventory report"
           ACCEPT WS-SDB-CHOICE
           EVALUATE WS-SDB-CHOICE
               WHEN 1
                   PERFORM 6810-ADD-UPDATE-BOX-PARA
               WHEN 2
                   PERFORM 6820-RENT-BOX-PARA
               WHEN 3
                   PERFORM 6830-SURRENDER-BOX-PARA
               WHEN 4
                   PERFORM 6840-CHANGE-BOX-STATUS-PARA
               WHEN 5
                   PERFORM 6850-BOX-INVENTORY-PARA
               WHEN OTHER
                   DISPLAY "Invalid option!"
           END-EVALUATE
           .


      * branch and box number into the key, branch checked against
      * the branch master
       6801-ACCEPT-BOX-KEY-PARA.
           MOVE "NO" TO WS-SDB-KEY-OK
           DISPLAY "Enter branch code (3 characters):"
           ACCEPT WS-SDB-BRANCH
           MOVE FUNCTION UPPER-CASE(WS-SDB-BRANCH) TO WS-SDB-BRANCH
           OPEN INPUT FS-BRANCH-FILE
               IF WS-BRANCH-FILE-STATUS = "00"
                   MOVE WS-SDB-BRANCH TO FS-BRANCH-CODE
                   READ FS-BRANCH-FILE
                       INVALID KEY
                           DISPLAY "Branch not on the branch master"
                       NOT INVALID KEY
                           MOVE "YES" TO WS-SDB-KEY-OK
                   END-READ
               ELSE
                   DISPLAY "No branch master on file"
               END-IF
           CLOSE FS-BRANCH-FILE
           IF WS-SDB-KEY-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter box number:"
           ACCEPT WS-SDB-BOX
           MOVE WS-SDB-BRANCH TO FS-SDB-BRANCH
           MOVE WS-SDB-BOX TO FS-SDB-BOX-NUMBER
           .


       6802-OPEN-SDB-FILE-PARA.
           OPEN I-O FS-SDB-FILE
           IF WS-SDB-FILE-STATUS = '35'
               CLOSE FS-SDB-FILE
               OPEN OUTPUT FS-SDB-FILE
               CLOSE FS-SDB-FILE
               OPEN I-O FS-SDB-FILE
           END-IF
           .


       6810-ADD-UPDATE-BOX-PARA.
           IF WS-TELLER-ROLE NOT = "S"
               DISPLAY "Setting up boxes requires a supervisor sign-on"
               EXIT PARAGRAPH
           END-IF

           PERFORM 6801-ACCEPT-BOX-KEY-PARA
           IF WS-SDB-KEY-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           PERFORM 6802-OPEN-SDB-FILE-PARA
               MOVE "NO" TO WS-SDB-FOUND
               READ FS-SDB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-SDB-FOUND
               END-READ
               IF WS-SDB-FOUND = "NO"
                   MOVE WS-SDB-BRANCH TO FS-SDB-BRANCH
                   MOVE WS-SDB-BOX TO FS-SDB-BOX-NUMBER
                   MOVE "A" TO FS-SDB-STATUS
                   MOVE 0 TO FS-SDB-CUSTOMER-NUMBER
                   MOVE 0 TO FS-SDB-ACCOUNT-ID
                   MOVE 0 TO FS-SDB-LEASE-DATE
                   MOVE 0 TO FS-SDB-NEXT-DUE-DATE
                   MOVE 0 TO FS-SDB-PAST-DUE-DATE
               ELSE
                   DISPLAY "Box on file - size "FS-SDB-SIZE
                     " status "FS-SDB-STATUS
               END-IF

               DISPLAY "Box size: S) small  M) medium  L) large  X) ext
      -                "ra large"
               ACCEPT FS-SDB-SIZE
               MOVE FUNCTION UPPER-CASE(FS-SDB-SIZE) TO FS-SDB-SIZE
               IF FS-SDB-SIZE NOT = "S" AND FS-SDB-SIZE NOT = "M" AND
                  FS-SDB-SIZE NOT = "L" AND FS-SDB-SIZE NOT = "X"
                   DISPLAY "Invalid box size"
                   CLOSE FS-SDB-FILE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Enter annual rent:"
               ACCEPT FS-SDB-ANNUAL-RENT

               IF WS-SDB-FOUND = "NO"
                   WRITE FS-SDB-BOX
                       INVALID KEY
                           DISPLAY "INVALID KEY - "WS-SDB-BOX
                       NOT INVALID KEY
                           DISPLAY "Box added"
                   END-WRITE
               ELSE
                   REWRITE FS-SDB-BOX
                       INVALID KEY
                           DISPLAY "INVALID KEY - "WS-SDB-BOX
                       NOT INVALID KEY
                           DISPLAY "Box updated"
                   END-REWRITE
               END-IF
           CLOSE FS-SDB-FILE

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "safe deposit box "WS-SDB-BRANCH"-"WS-SDB-BOX
                  " set up size "FS-SDB-SIZE
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


      * the lease date is the billing anniversary - the first year's
      * rent drafts in tonight's close
       6820-RENT-BOX-PARA.
           PERFORM 6801-ACCEPT-BOX-KEY-PARA
           IF WS-SDB-KEY-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           PERFORM 6802-OPEN-SDB-FILE-PARA
               READ FS-SDB-FILE
                   INVALID KEY
                       DISPLAY "Box not on file"
                       CLOSE FS-SDB-FILE
                       EXIT PARAGRAPH
               END-READ
               IF FS-SDB-STATUS NOT = "A"
                   DISPLAY "Box is not available - status "
                     FS-SDB-STATUS
                   CLOSE FS-SDB-FILE
                   EXIT PARAGRAPH
               END-IF

               DISPLAY "Enter renting customer number:"
               ACCEPT WS-SDB-CUSTOMER
               MOVE "NO" TO WS-SDB-FOUND
               OPEN INPUT FS-CUSTOMER-FILE
                   IF WS-CUSTOMER-FILE-STATUS = "00"
                       MOVE WS-SDB-CUSTOMER TO FS-CUSTOMER-NUMBER
                       READ FS-CUSTOMER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "YES" TO WS-SDB-FOUND
                       END-READ
                   END-IF
               CLOSE FS-CUSTOMER-FILE
               IF WS-SDB-FOUND = "NO"
                   DISPLAY "Customer not on the customer master"
                   CLOSE FS-SDB-FILE
                   EXIT PARAGRAPH
               END-IF

               DISPLAY "Enter the account the rent drafts from:"
               ACCEPT WS-SDB-ACCOUNT
               MOVE WS-SDB-ACCOUNT TO WS-CD-NUMBER
               PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
               IF WS-CD-OK = "NO"
                   CLOSE FS-SDB-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE "NO" TO WS-SDB-FOUND
               MOVE WS-SDB-ACCOUNT TO FS-USER-ID
               OPEN INPUT FS-USERS-FILE
                   READ FS-USERS-FILE
                       INVALID KEY
                           DISPLAY "ID does not exist"
                       NOT INVALID KEY
                           IF FS-ACCOUNT-STATUS NOT = "A"
                               DISPLAY "Account is not active"
                           ELSE
                               MOVE "YES" TO WS-SDB-FOUND
                           END-IF
                   END-READ
               CLOSE FS-USERS-FILE
               IF WS-SDB-FOUND = "NO"
                   CLOSE FS-SDB-FILE
                   EXIT PARAGRAPH
               END-IF

               PERFORM SET-HOLD-TODAY-PARA
               CALL "DAYS-TO-DATE" USING WS-HOLD-NOW-AS-DAYS
                   WS-SDB-TODAY-YEAR WS-SDB-TODAY-MONTH WS-SDB-TODAY-DAY

               MOVE "R" TO FS-SDB-STATUS
               MOVE WS-SDB-CUSTOMER TO FS-SDB-CUSTOMER-NUMBER
               MOVE WS-SDB-ACCOUNT TO FS-SDB-ACCOUNT-ID
               MOVE WS-SDB-TODAY TO FS-SDB-LEASE-DATE
               MOVE WS-SDB-TODAY TO FS-SDB-NEXT-DUE-DATE
               MOVE 0 TO FS-SDB-PAST-DUE-DATE
               REWRITE FS-SDB-BOX
                   INVALID KEY
                       DISPLAY "INVALID KEY - "WS-SDB-BOX
                   NOT INVALID KEY
                       DISPLAY "Box "WS-SDB-BRANCH"-"WS-SDB-BOX
                         " rented to customer "WS-SDB-CUSTOMER
               END-REWRITE
           CLOSE FS-SDB-FILE

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "box "WS-SDB-BRANCH"-"WS-SDB-BOX" rented cust "
                  WS-SDB-CUSTOMER
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


      * a box with rent owing cannot be surrendered - the rent is
      * brought current first
       6830-SURRENDER-BOX-PARA.
           PERFORM 6801-ACCEPT-BOX-KEY-PARA
           IF WS-SDB-KEY-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           PERFORM 6802-OPEN-SDB-FILE-PARA
               READ FS-SDB-FILE
                   INVALID KEY
                       DISPLAY "Box not on file"
                       CLOSE FS-SDB-FILE
                       EXIT PARAGRAPH
               END-READ
               IF FS-SDB-STATUS NOT = "R"
                   DISPLAY "Box is not rented"
                   CLOSE FS-SDB-FILE
                   EXIT PARAGRAPH
               END-IF
               IF FS-SDB-PAST-DUE-DATE NOT = 0
                   DISPLAY "Rent is past due since "FS-SDB-PAST-DUE-DATE
                     " - bring it current before surrender"
                   CLOSE FS-SDB-FILE
                   EXIT PARAGRAPH
               END-IF

               MOVE FS-SDB-CUSTOMER-NUMBER TO WS-SDB-CUSTOMER
               MOVE "A" TO FS-SDB-STATUS
               MOVE 0 TO FS-SDB-CUSTOMER-NUMBER
               MOVE 0 TO FS-SDB-ACCOUNT-ID
               MOVE 0 TO FS-SDB-LEASE-DATE
               MOVE 0 TO FS-SDB-NEXT-DUE-DATE
               REWRITE FS-SDB-BOX
                   INVALID KEY
                       DISPLAY "INVALID KEY - "WS-SDB-BOX
                   NOT INVALID KEY
                       DISPLAY "Box surrendered and available"
               END-REWRITE
           CLOSE FS-SDB-FILE

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "box "WS-SDB-BRANCH"-"WS-SDB-BOX" surrendered cust "
                  WS-SDB-CUSTOMER
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


      * drilling ends the lease; a sealed box keeps its renter (a
      * court or estate hold) but stops billing until it is reopened
       6840-CHANGE-BOX-STATUS-PARA.
           IF WS-TELLER-ROLE NOT = "S"
               DISPLAY "Changing box status requires a supervisor sign
      -                "-on"
               EXIT PARAGRAPH
           END-IF

           PERFORM 6801-ACCEPT-BOX-KEY-PARA
           IF WS-SDB-KEY-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           PERFORM 6802-OPEN-SDB-FILE-PARA
               READ FS-SDB-FILE
                   INVALID KEY
                       DISPLAY "Box not on file"
                       CLOSE FS-SDB-FILE
                       EXIT PARAGRAPH
               END-READ
               DISPLAY "Box status "FS-SDB-STATUS
                 "  customer "FS-SDB-CUSTOMER-NUMBER
               DISPLAY "New status: D) drilled  S) sealed  R) reopen a
      -                " sealed box  A) available"
               ACCEPT WS-SDB-NEW-STATUS
               MOVE FUNCTION UPPER-CASE(WS-SDB-NEW-STATUS)
                 TO WS-SDB-NEW-STATUS
               EVALUATE WS-SDB-NEW-STATUS
                   WHEN "D"
                       MOVE 0 TO FS-SDB-CUSTOMER-NUMBER
                       MOVE 0 TO FS-SDB-ACCOUNT-ID
                       MOVE 0 TO FS-SDB-LEASE-DATE
                       MOVE 0 TO FS-SDB-NEXT-DUE-DATE
                       MOVE 0 TO FS-SDB-PAST-DUE-DATE
                   WHEN "S"
                       CONTINUE
                   WHEN "R"
                       IF FS-SDB-STATUS NOT = "S" OR
                          FS-SDB-CUSTOMER-NUMBER = 0
                           DISPLAY "Only a sealed box with a renter ca
      -                            "n be reopened"
                           CLOSE FS-SDB-FILE
                           EXIT PARAGRAPH
                       END-IF
                   WHEN "A"
                       IF FS-SDB-STATUS = "R"
                           DISPLAY "Use surrender for a rented box"
                           CLOSE FS-SDB-FILE
                           EXIT PARAGRAPH
                       END-IF
                       MOVE 0 TO FS-SDB-CUSTOMER-NUMBER
                       MOVE 0 TO FS-SDB-ACCOUNT-ID
                       MOVE 0 TO FS-SDB-LEASE-DATE
                       MOVE 0 TO FS-SDB-NEXT-DUE-DATE
                       MOVE 0 TO FS-SDB-PAST-DUE-DATE
                   WHEN OTHER
                       DISPLAY "Invalid status"
                       CLOSE FS-SDB-FILE
                       EXIT PARAGRAPH
               END-EVALUATE
               MOVE WS-SDB-NEW-STATUS TO FS-SDB-STATUS
               REWRITE FS-SDB-BOX
                   INVALID KEY
                       DISPLAY "INVALID KEY - "WS-SDB-BOX
                   NOT INVALID KEY
                       DISPLAY "Box status now "FS-SDB-STATUS
               END-REWRITE
           CLOSE FS-SDB-FILE

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "box "WS-SDB-BRANCH"-"WS-SDB-BOX" status "
                  WS-SDB-NEW-STATUS
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


      * available boxes size by size, then rented boxes whose rent
      * has been owing more than 60 days - the drill list
       6850-BOX-INVENTORY-PARA.
           DISPLAY "Enter branch code (3 characters):"
           ACCEPT WS-SDB-BRANCH
           MOVE FUNCTION UPPER-CASE(WS-SDB-BRANCH) TO WS-SDB-BRANCH

           PERFORM SET-HOLD-TODAY-PARA
           CALL "DAYS-TO-DATE" USING WS-HOLD-NOW-AS-DAYS
               WS-SDB-TODAY-YEAR WS-SDB-TODAY-MONTH WS-SDB-TODAY-DAY

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "sdb_inventory_"WS-SDB-BRANCH"_"WS-SDB-TODAY".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "SAFE DEPOSIT BOX INVENTORY - BRANCH "WS-SDB-BRANCH
                  "  AS OF "WS-SDB-TODAY
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE 0 TO WS-SDB-AVAIL-TOTAL
           MOVE 0 TO WS-SDB-DRILL-COUNT
           OPEN INPUT FS-SDB-FILE
               IF WS-SDB-FILE-STATUS NOT = "00"
                   MOVE "No safe deposit boxes on file"
                     TO FS-REPORT-LINE
                   WRITE FS-REPORT-LINE
               ELSE
                   PERFORM VARYING WS-SDB-SIZE-IDX FROM 1 BY 1
                     UNTIL WS-SDB-SIZE-IDX > 4
                       MOVE WS-SDB-SIZE-CODES(WS-SDB-SIZE-IDX:1)
                         TO WS-SDB-SIZE-WANTED
                       PERFORM 6851-LIST-AVAILABLE-SIZE-PARA
                   END-PERFORM
                   PERFORM 6853-LIST-DRILL-CANDIDATES-PARA
               END-IF
           CLOSE FS-SDB-FILE

           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Available boxes "WS-SDB-AVAIL-TOTAL
                  "   drill candidates "WS-SDB-DRILL-COUNT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE

           DISPLAY "Available boxes:   "WS-SDB-AVAIL-TOTAL
           DISPLAY "Drill candidates:  "WS-SDB-DRILL-COUNT
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE "SDBINV" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-SDB-AVAIL-TOTAL TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       6851-LIST-AVAILABLE-SIZE-PARA.
           EVALUATE WS-SDB-SIZE-WANTED
               WHEN "S"
                   MOVE "Small" TO WS-SDB-SIZE-NAME
               WHEN "M"
                   MOVE "Medium" TO WS-SDB-SIZE-NAME
               WHEN "L"
                   MOVE "Large" TO WS-SDB-SIZE-NAME
               WHEN OTHER
                   MOVE "Extra large" TO WS-SDB-SIZE-NAME
           END-EVALUATE
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "AVAILABLE - "FUNCTION UPPER-CASE(WS-SDB-SIZE-NAME)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE 0 TO WS-SDB-SIZE-COUNT
           PERFORM 6852-START-BRANCH-PARA
           PERFORM UNTIL WS-SDB-EOF = "YES"
               READ FS-SDB-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-SDB-EOF
                   NOT AT END
                       IF FS-SDB-BRANCH NOT = WS-SDB-BRANCH
                           MOVE "YES" TO WS-SDB-EOF
                       ELSE
                           IF FS-SDB-STATUS = "A" AND
                              FS-SDB-SIZE = WS-SDB-SIZE-WANTED
                               ADD 1 TO WS-SDB-SIZE-COUNT
                               MOVE FS-SDB-ANNUAL-RENT
                                 TO WS-DISPLAY-MONEY-TMP
                               PERFORM CALCULATE-MONEY-CSV-PARA
                               MOVE SPACES TO FS-REPORT-LINE
                               STRING "  Box "FS-SDB-BOX-NUMBER
                                      "  annual rent "
                                      FUNCTION TRIM(WS-DISPLAY)
                                 DELIMITED BY SIZE INTO FS-REPORT-LINE
                               WRITE FS-REPORT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO FS-REPORT-LINE
           STRING "  "FUNCTION TRIM(WS-SDB-SIZE-NAME)" available: "
                  WS-SDB-SIZE-COUNT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           ADD WS-SDB-SIZE-COUNT TO WS-SDB-AVAIL-TOTAL
           .


       6852-START-BRANCH-PARA.
           MOVE "NO" TO WS-SDB-EOF
           MOVE WS-SDB-BRANCH TO FS-SDB-BRANCH
           MOVE 0 TO FS-SDB-BOX-NUMBER
           START FS-SDB-FILE KEY IS NOT LESS THAN FS-SDB-KEY
               INVALID KEY
                   MOVE "YES" TO WS-SDB-EOF
           END-START
           .


       6853-LIST-DRILL-CANDIDATES-PARA.
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "DRILL CANDIDATES - RENT PAST DUE MORE THAN 60 DAYS"
             TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           PERFORM 6852-START-BRANCH-PARA
           PERFORM UNTIL WS-SDB-EOF = "YES"
               READ FS-SDB-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-SDB-EOF
                   NOT AT END
                       IF FS-SDB-BRANCH NOT = WS-SDB-BRANCH
                           MOVE "YES" TO WS-SDB-EOF
                       ELSE
                           IF FS-SDB-STATUS = "R" AND
                              FS-SDB-PAST-DUE-DATE NOT = 0
                               PERFORM 6854-CHECK-ONE-DRILL-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .


       6854-CHECK-ONE-DRILL-PARA.
           CALL "DATE-TO-DAYS" USING FS-SDB-PAST-DUE-YEAR
               FS-SDB-PAST-DUE-MONTH FS-SDB-PAST-DUE-DAY
               WS-SDB-DUE-AS-DAYS
           COMPUTE WS-SDB-DAYS-PAST-DUE =
               WS-HOLD-NOW-AS-DAYS - WS-SDB-DUE-AS-DAYS
           IF WS-SDB-DAYS-PAST-DUE <= 60
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SDB-DRILL-COUNT
           MOVE FS-SDB-ANNUAL-RENT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING "  Box "FS-SDB-BOX-NUMBER" size "FS-SDB-SIZE
                  "  customer "FS-SDB-CUSTOMER-NUMBER
                  "  due "FS-SDB-PAST-DUE-DATE
                  "  days "WS-SDB-DAYS-PAST-DUE
                  "  rent "FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .


      * end-of-day step: every rented box whose anniversary has come
      * drafts a year's rent from its linked account; a failed draft
      * leaves the box past due, queues a past-due notice the first
      * time, and is retried each close until it clears
       2165-SAFE-DEPOSIT-RENT-PARA.
           MOVE 0 TO WS-SDB-DRAFTED-COUNT
           MOVE 0 TO WS-SDB-DRAFTED-TOTAL
           MOVE 0 TO WS-SDB-FAILED-COUNT
           MOVE "NO" TO WS-SDB-EOF
           OPEN I-O FS-SDB-FILE
               IF WS-SDB-FILE-STATUS NOT = "00"
                   DISPLAY "No safe deposit boxes on file"
                   MOVE "YES" TO WS-SDB-EOF
               END-IF
               PERFORM UNTIL WS-SDB-EOF = "YES"
                   READ FS-SDB-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-SDB-EOF
                       NOT AT END
                           PERFORM 2166-DRAFT-ONE-BOX-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-SDB-FILE

           DISPLAY "Box rents drafted:  "WS-SDB-DRAFTED-COUNT
           MOVE "USD" TO WS-DISPLAY-CURRENCY-CODE
           MOVE WS-SDB-DRAFTED-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Total drafted:      "WS-DISPLAY
           DISPLAY "Drafts failed:      "WS-SDB-FAILED-COUNT
           .


       2166-DRAFT-ONE-BOX-PARA.
           IF FS-SDB-STATUS NOT = "R" OR FS-SDB-NEXT-DUE-DATE = 0
               EXIT PARAGRAPH
           END-IF

           CALL "DATE-TO-DAYS" USING FS-SDB-NEXT-DUE-YEAR
                                     FS-SDB-NEXT-DUE-MONTH
                                     FS-SDB-NEXT-DUE-DAY
                                     WS-SDB-DUE-AS-DAYS
           IF WS-SDB-DUE-AS-DAYS > WS-BUSINESS-AS-DAYS
               EXIT PARAGRAPH
           END-IF

           MOVE "YES" TO WS-UPDATE-REJECTED
           IF FS-SDB-ANNUAL-RENT = 0
               MOVE "NO" TO WS-UPDATE-REJECTED
           ELSE
               MOVE FS-SDB-ACCOUNT-ID TO FS-USER-ID
               MOVE FS-SDB-ACCOUNT-ID TO WS-USER-ID
               OPEN I-O FS-USERS-FILE
                   READ FS-USERS-FILE
                       INVALID KEY
                           MOVE FS-SDB-ACCOUNT-ID TO WS-MASK-NUMBER
                           PERFORM MASK-LAST-FOUR-PARA
                           DISPLAY "Rent account "WS-MASKED
                             " no longer exists - box "FS-SDB-BRANCH
                             "-"FS-SDB-BOX-NUMBER" left past due"
                       NOT INVALID KEY
                           MOVE SPACES TO WS-PRESET-DESCRIPTION
                           STRING "Safe deposit box rent "
                                  FS-SDB-BRANCH"-"FS-SDB-BOX-NUMBER
                             DELIMITED BY SIZE
                             INTO WS-PRESET-DESCRIPTION
                           MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
                           MOVE "FEE" TO WS-TRANSACTION-TYPE
                           COMPUTE WS-TRANSACTION-AMOUNT =
                               FS-SDB-ANNUAL-RENT * -1
                           PERFORM 510-UPDATE-USER-ACCOUNT-PARA
                   END-READ
               CLOSE FS-USERS-FILE
           END-IF

           IF WS-UPDATE-REJECTED = "NO"
               ADD 1 TO WS-SDB-DRAFTED-COUNT
               ADD FS-SDB-ANNUAL-RENT TO WS-SDB-DRAFTED-TOTAL
               MOVE 0 TO FS-SDB-PAST-DUE-DATE
      * the next anniversary is a year on; a February 29 lease bills
      * on February 28 in the years between
               ADD 1 TO FS-SDB-NEXT-DUE-YEAR
               IF FS-SDB-NEXT-DUE-MONTH = 2 AND
                  FS-SDB-NEXT-DUE-DAY = 29
                   MOVE 28 TO FS-SDB-NEXT-DUE-DAY
               END-IF
               IF FS-SDB-LEASE-MONTH = 2 AND FS-SDB-LEASE-DAY = 29
                   MOVE 2 TO WS-SDB-LEAP-MONTH
                   MOVE 28 TO WS-SDB-LEAP-DAY
                   CALL "DATE-TO-DAYS" USING FS-SDB-NEXT-DUE-YEAR
                       WS-SDB-LEAP-MONTH WS-SDB-LEAP-DAY
                       WS-SDB-FEB-AS-DAYS
                   MOVE 3 TO WS-SDB-LEAP-MONTH
                   MOVE 1 TO WS-SDB-LEAP-DAY
                   CALL "DATE-TO-DAYS" USING FS-SDB-NEXT-DUE-YEAR
                       WS-SDB-LEAP-MONTH WS-SDB-LEAP-DAY
                       WS-SDB-MAR-AS-DAYS
                   IF WS-SDB-MAR-AS-DAYS - WS-SDB-FEB-AS-DAYS = 2
                       MOVE 29 TO FS-SDB-NEXT-DUE-DAY
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-SDB-FAILED-COUNT
               IF FS-SDB-PAST-DUE-DATE = 0
                   MOVE FS-SDB-NEXT-DUE-DATE TO FS-SDB-PAST-DUE-DATE
                   MOVE FS-SDB-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
                   MOVE "SDBRENT" TO WS-NOTICE-TYPE
                   PERFORM QUEUE-NOTICE-PARA
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "box "FS-SDB-BRANCH"-"FS-SDB-BOX-NUMBER
                          " rent draft failed - past due"
                     DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM WRITE-AUDIT-PARA
               END-IF
           END-IF

           REWRITE FS-SDB-BOX
               INVALID KEY
                   DISPLAY "INVALID KEY - "FS-SDB-BOX-NUMBER
           END-REWRITE
           .


      * a deposit posted by 510 is checked against the availability
      * policy: the matching row with the longest hold wins, and the
      * amount over the first-day-available allowance is held for
      * the row's business days; payroll and the bank's own credits
      * (term payouts, loan disbursements) are never held
       DEPOSIT-HOLD-POLICY-PARA.
           IF WS-HPOL-KIND = "P" OR WS-HPOL-KIND = "B"
               EXIT PARAGRAPH
           END-IF

           MOVE FS-TRANSACTION TO WS-HPOL-SAVED-TRANSACTION
           MOVE WS-TRANSACTION-NUMBER TO WS-HPOL-SAVED-NUMBER
           MOVE "NO" TO WS-HPOL-MATCHED
           MOVE 0 TO WS-HPOL-BEST-DAYS
           MOVE 0 TO WS-HPOL-BEST-FIRST-DAY
           PERFORM DEPOSIT-HOLD-ACCOUNT-AGE-PARA

           MOVE "NO" TO WS-HPOL-EOF
           OPEN INPUT FS-HPOL-FILE
               IF WS-HPOL-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-HPOL-EOF
               END-IF
               PERFORM UNTIL WS-HPOL-EOF = "YES"
                   READ FS-HPOL-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-HPOL-EOF
                       NOT AT END
                           PERFORM DEPOSIT-HOLD-MATCH-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-HPOL-FILE

           IF WS-HPOL-MATCHED = "YES" AND WS-HPOL-BEST-DAYS > 0 AND
              WS-HPOL-DEPOSIT > WS-HPOL-BEST-FIRST-DAY
               PERFORM DEPOSIT-HOLD-WRITE-PARA
           END-IF

           MOVE WS-HPOL-SAVED-TRANSACTION TO FS-TRANSACTION
           MOVE WS-HPOL-SAVED-NUMBER TO WS-TRANSACTION-NUMBER
           .


      * the account's age runs from its initialization posting,
      * always transaction 1
       DEPOSIT-HOLD-ACCOUNT-AGE-PARA.
           PERFORM SET-HOLD-TODAY-PARA
           MOVE 0 TO WS-HPOL-ACCOUNT-AGE
           PERFORM OPEN-TXN-MASTER-PARA
               IF WS-TRANSACTION-FILE-STATUS = "00"
                   MOVE 1 TO WS-TRANSACTION-NUMBER
                   MOVE WS-USER-ID TO FS-TRANSACTION-ACCOUNT-ID
                   MOVE WS-TRANSACTION-NUMBER TO FS-TRANSACTION-NUMBER
                   READ FS-TRANSACTION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           CALL "DATE-TO-DAYS" USING FS-START-YEAR
                               FS-START-MONTH FS-START-DAY
                               WS-HPOL-OPENED-AS-DAYS
                           IF WS-HPOL-OPENED-AS-DAYS <
                              WS-HOLD-NOW-AS-DAYS
                               COMPUTE WS-HPOL-ACCOUNT-AGE =
                                   WS-HOLD-NOW-AS-DAYS -
                                   WS-HPOL-OPENED-AS-DAYS
                           END-IF
                   END-READ
               END-IF
           PERFORM CLOSE-TXN-MASTER-PARA
           .


       DEPOSIT-HOLD-MATCH-PARA.
           IF FS-HPOL-DEP-TYPE NOT = WS-HPOL-KIND
               EXIT PARAGRAPH
           END-IF
           IF WS-HPOL-DEPOSIT < FS-HPOL-BAND-LOW
               EXIT PARAGRAPH
           END-IF
           IF FS-HPOL-BAND-HIGH > 0 AND
              WS-HPOL-DEPOSIT > FS-HPOL-BAND-HIGH
               EXIT PARAGRAPH
           END-IF
      * a zero window applies to accounts of any age
           IF FS-HPOL-NEW-DAYS > 0 AND
              WS-HPOL-ACCOUNT-AGE >= FS-HPOL-NEW-DAYS
               EXIT PARAGRAPH
           END-IF

           IF WS-HPOL-MATCHED = "NO" OR
              FS-HPOL-HOLD-DAYS > WS-HPOL-BEST-DAYS
               MOVE "YES" TO WS-HPOL-MATCHED
               MOVE FS-HPOL-KEY TO WS-HPOL-BEST-KEY
               MOVE FS-HPOL-HOLD-DAYS TO WS-HPOL-BEST-DAYS
               MOVE FS-HPOL-FIRST-DAY TO WS-HPOL-BEST-FIRST-DAY
           END-IF
           .


       DEPOSIT-HOLD-WRITE-PARA.
           COMPUTE WS-HPOL-HOLD-AMOUNT =
               WS-HPOL-DEPOSIT - WS-HPOL-BEST-FIRST-DAY

           MOVE "ADDBUS" TO WS-BUSDAY-ACTION
           MOVE WS-HPOL-BEST-DAYS TO WS-BUSDAY-COUNT
           CALL "BUSINESS-DAY" USING WS-BUSDAY-ACTION
               WS-HOLD-NOW-AS-DAYS WS-BUSDAY-COUNT
               WS-BUSDAY-RESULT WS-BUSDAY-FLAG

           MOVE WS-USER-ID TO FS-HOLD-ACCOUNT-ID
           MOVE WS-HPOL-HOLD-AMOUNT TO FS-HOLD-AMOUNT
           MOVE SPACES TO FS-HOLD-REASON
           STRING "Deposit hold policy "WS-HPOL-BEST-KEY
                  " txn "WS-HPOL-SAVED-NUMBER
             DELIMITED BY SIZE INTO FS-HOLD-REASON
           CALL "DAYS-TO-DATE" USING WS-BUSDAY-RESULT
               FS-HOLD-EXPIRY-YEAR FS-HOLD-EXPIRY-MONTH
               FS-HOLD-EXPIRY-DAY

           OPEN I-O FS-HOLDS-FILE
               IF WS-HOLDS-FILE-STATUS = '35'
                   CLOSE FS-HOLDS-FILE
                   OPEN OUTPUT FS-HOLDS-FILE
                   CLOSE FS-HOLDS-FILE
                   OPEN I-O FS-HOLDS-FILE
               END-IF

               MOVE "YES" TO WS-ID-COLLISION
               PERFORM UNTIL WS-ID-COLLISION = "NO"
                   MOVE FUNCTION RANDOM TO WS-RANDOM
                   MULTIPLY 999999999 BY WS-RANDOM GIVING FS-HOLD-ID
                   ADD 1 TO FS-HOLD-ID
                   WRITE FS-HOLD
                       NOT INVALID KEY
                           MOVE "NO" TO WS-ID-COLLISION
                   END-WRITE
               END-PERFORM
           CLOSE FS-HOLDS-FILE

           MOVE WS-HPOL-HOLD-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Availability policy hold of "FUNCTION TRIM(
             WS-DISPLAY)" placed through "FS-HOLD-EXPIRY-MONTH"/"
             FS-HOLD-EXPIRY-DAY"/"FS-HOLD-EXPIRY-YEAR
             " (hold id "FS-HOLD-ID")"

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "policy hold "FS-HOLD-ID" on #"FS-HOLD-ACCOUNT-ID
                  " row "WS-HPOL-BEST-KEY
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           MOVE FS-HOLD-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
           MOVE "HOLD" TO WS-NOTICE-TYPE
           PERFORM QUEUE-NOTICE-PARA
           .


      * the availability policy table and the supervisor's override
      * on a hold the policy placed
       6900-HOLD-POLICY-DESK-PARA.
           DISPLAY "Deposit availability policy:"
           DISPLAY "1) List the policy   2) Add or replace a row   3)
      -            " Remove a row   4) Shorten a policy hold"
           ACCEPT WS-HPOL-CHOICE
           EVALUATE WS-HPOL-CHOICE
               WHEN 1
                   PERFORM 6910-LIST-HOLD-POLICY-PARA
               WHEN 2
                   PERFORM 6920-ADD-HOLD-POLICY-PARA
               WHEN 3
                   PERFORM 6930-REMOVE-HOLD-POLICY-PARA
               WHEN 4
                   PERFORM 6940-SHORTEN-POLICY-HOLD-PARA
               WHEN OTHER
                   DISPLAY "Invalid option!"
           END-EVALUATE
           .


       6910-LIST-HOLD-POLICY-PARA.
           MOVE 0 TO WS-HPOL-LIST-COUNT
           MOVE "NO" TO WS-HPOL-EOF
           OPEN INPUT FS-HPOL-FILE
               IF WS-HPOL-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-HPOL-EOF
               END-IF
               DISPLAY "Type Row  From            To              Ne
      -                "w-acct days  Hold days  First-day amount"
               PERFORM UNTIL WS-HPOL-EOF = "YES"
                   READ FS-HPOL-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-HPOL-EOF
                       NOT AT END
                           ADD 1 TO WS-HPOL-LIST-COUNT
                           DISPLAY FS-HPOL-DEP-TYPE"    "FS-HPOL-SEQ
                             "   "FS-HPOL-BAND-LOW"  "FS-HPOL-BAND-HIGH
                             "  "FS-HPOL-NEW-DAYS"            "
                             FS-HPOL-HOLD-DAYS"         "
                             FS-HPOL-FIRST-DAY
                   END-READ
               END-PERFORM
           CLOSE FS-HPOL-FILE
           IF WS-HPOL-LIST-COUNT = 0
               DISPLAY "No availability policy on file - deposits are n
      -                "ot held automatically"
           END-IF
           .


       6920-ADD-HOLD-POLICY-PARA.
           DISPLAY "Deposit type: C) cash  K) checks  E) electronic cr
      -            "edits  O) other"
           ACCEPT FS-HPOL-DEP-TYPE
           MOVE FUNCTION UPPER-CASE(FS-HPOL-DEP-TYPE)
             TO FS-HPOL-DEP-TYPE
           IF FS-HPOL-DEP-TYPE NOT = "C" AND FS-HPOL-DEP-TYPE NOT = "K"
              AND FS-HPOL-DEP-TYPE NOT = "E" AND
              FS-HPOL-DEP-TYPE NOT = "O"
               DISPLAY "Invalid deposit type"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Row number (1-99):"
           ACCEPT FS-HPOL-SEQ
           DISPLAY "Amount band - from:"
           ACCEPT FS-HPOL-BAND-LOW
           DISPLAY "Amount band - to (0 for no upper limit):"
           ACCEPT FS-HPOL-BAND-HIGH
           DISPLAY "New-account window in days (0 for any account):"
           ACCEPT FS-HPOL-NEW-DAYS
           DISPLAY "Hold length in business days:"
           ACCEPT FS-HPOL-HOLD-DAYS
           DISPLAY "Amount available on the first day:"
           ACCEPT FS-HPOL-FIRST-DAY
           MOVE FS-HPOL-KEY TO WS-HPOL-BEST-KEY

           OPEN I-O FS-HPOL-FILE
               IF WS-HPOL-FILE-STATUS = '35'
                   CLOSE FS-HPOL-FILE
                   OPEN OUTPUT FS-HPOL-FILE
                   CLOSE FS-HPOL-FILE
                   OPEN I-O FS-HPOL-FILE
               END-IF
               WRITE FS-HPOL-ROW
                   INVALID KEY
                       REWRITE FS-HPOL-ROW
                           INVALID KEY
                               DISPLAY "INVALID KEY - "WS-HPOL-BEST-KEY
                           NOT INVALID KEY
                               DISPLAY "Policy row replaced"
                       END-REWRITE
                   NOT INVALID KEY
                       DISPLAY "Policy row added"
               END-WRITE
           CLOSE FS-HPOL-FILE

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "hold policy row "WS-HPOL-BEST-KEY" set, "
                  FS-HPOL-HOLD-DAYS" days"
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


       6930-REMOVE-HOLD-POLICY-PARA.
           DISPLAY "Deposit type of the row to remove:"
           ACCEPT FS-HPOL-DEP-TYPE
           MOVE FUNCTION UPPER-CASE(FS-HPOL-DEP-TYPE)
             TO FS-HPOL-DEP-TYPE
           DISPLAY "Row number:"
           ACCEPT FS-HPOL-SEQ
           MOVE FS-HPOL-KEY TO WS-HPOL-BEST-KEY

           OPEN I-O FS-HPOL-FILE
               IF WS-HPOL-FILE-STATUS = '35'
                   DISPLAY "No availability policy on file"
               ELSE
                   DELETE FS-HPOL-FILE RECORD
                       INVALID KEY
                           DISPLAY "No such policy row"
                       NOT INVALID KEY
                           DISPLAY "Policy row removed"
                           MOVE SPACES TO WS-AUDIT-DETAIL
                           STRING "hold policy row "WS-HPOL-BEST-KEY
                                  " removed"
                             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                           PERFORM WRITE-AUDIT-PARA
                   END-DELETE
               END-IF
           CLOSE FS-HPOL-FILE
           .


      * only a hold the policy placed can be shortened here - a hand
      * placed hold is released through the holds command
       6940-SHORTEN-POLICY-HOLD-PARA.
           DISPLAY "Enter the policy hold id:"
           ACCEPT FS-HOLD-ID

           OPEN I-O FS-HOLDS-FILE
               IF WS-HOLDS-FILE-STATUS = '35'
                   DISPLAY "No holds have been placed"
                   CLOSE FS-HOLDS-FILE
                   EXIT PARAGRAPH
               END-IF
               READ FS-HOLDS-FILE
                   INVALID KEY
                       DISPLAY "No hold with that id"
                       CLOSE FS-HOLDS-FILE
                       EXIT PARAGRAPH
               END-READ
               IF FS-HOLD-REASON(1:19) NOT = "Deposit hold policy"
                   DISPLAY "That hold was not placed by the availabili
      -                    "ty policy"
                   CLOSE FS-HOLDS-FILE
                   EXIT PARAGRAPH
               END-IF

               MOVE FS-HOLD-AMOUNT TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE FS-HOLD-ACCOUNT-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "Hold of "FUNCTION TRIM(WS-DISPLAY)" on account "
                 WS-MASKED" through "FS-HOLD-EXPIRY-MONTH"/"
                 FS-HOLD-EXPIRY-DAY"/"FS-HOLD-EXPIRY-YEAR
               MOVE FS-HOLD-EXPIRY TO WS-HPOL-OLD-EXPIRY
               CALL "DATE-TO-DAYS" USING FS-HOLD-EXPIRY-YEAR
                   FS-HOLD-EXPIRY-MONTH FS-HOLD-EXPIRY-DAY
                   WS-HPOL-OLD-AS-DAYS

               DISPLAY "Enter new expiry year (yyyy):"
               ACCEPT WS-HPOL-NEW-YEAR
               DISPLAY "Enter new expiry month (1-12):"
               ACCEPT WS-HPOL-NEW-MONTH
               DISPLAY "Enter new expiry day (1-31):"
               ACCEPT WS-HPOL-NEW-DAY
               CALL "VALIDATE-DATE" USING WS-HPOL-NEW-YEAR
                   WS-HPOL-NEW-MONTH WS-HPOL-NEW-DAY
               CALL "DATE-TO-DAYS" USING WS-HPOL-NEW-YEAR
                   WS-HPOL-NEW-MONTH WS-HPOL-NEW-DAY
                   WS-HPOL-NEW-AS-DAYS
               IF WS-HPOL-NEW-AS-DAYS >= WS-HPOL-OLD-AS-DAYS
                   DISPLAY "The new expiry must be earlier than the cur
      -                    "rent one"
                   CLOSE FS-HOLDS-FILE
                   EXIT PARAGRAPH
               END-IF

               MOVE WS-HPOL-NEW-YEAR  TO FS-HOLD-EXPIRY-YEAR
               MOVE WS-HPOL-NEW-MONTH TO FS-HOLD-EXPIRY-MONTH
               MOVE WS-HPOL-NEW-DAY   TO FS-HOLD-EXPIRY-DAY
               REWRITE FS-HOLD
                   INVALID KEY
                       DISPLAY "INVALID KEY - "FS-HOLD-ID
                   NOT INVALID KEY
                       DISPLAY "Hold now expires "FS-HOLD-EXPIRY-MONTH
                         "/"FS-HOLD-EXPIRY-DAY"/"FS-HOLD-EXPIRY-YEAR
                       MOVE SPACES TO WS-AUDIT-DETAIL
                       STRING "policy hold "FS-HOLD-ID" cut "
                              WS-HPOL-OLD-EXPIRY" to "
                              FS-HOLD-EXPIRY" tlr "
                              WS-SIGNED-ON-TELLER-ID
                         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                       PERFORM WRITE-AUDIT-PARA
                       MOVE FS-HOLD-ACCOUNT-ID TO WS-INS-CHECK-ACCOUNT
                       MOVE "OVR" TO WS-INS-KIND
                       MOVE SPACES TO WS-INS-ACTION
                       STRING "hold "FS-HOLD-ID" shortened"
                         DELIMITED BY SIZE INTO WS-INS-ACTION
                       PERFORM INSIDER-ACTIVITY-CHECK-PARA
               END-REWRITE
           CLOSE FS-HOLDS-FILE
           .


      * deposited items the other bank sent back unpaid: the depositor
      * is debited whatever the balance, pays the returned-item fee,
      * and three returns inside 90 days puts the account in front of
      * a supervisor
       7000-DEPOSIT-RETURNS-DESK-PARA.
           DISPLAY "Deposited-item returns:"
           DISPLAY "1) Post the clearinghouse return file   2) Review
      -            "repeat-return exceptions"
           ACCEPT WS-DRET-CHOICE
           EVALUATE WS-DRET-CHOICE
               WHEN 1
                   PERFORM 7010-POST-RETURNS-PARA
               WHEN 2
                   PERFORM 7020-REVIEW-EXCEPTIONS-PARA
               WHEN OTHER
                   DISPLAY "Invalid option!"
           END-EVALUATE
           .


       7010-POST-RETURNS-PARA.
           DISPLAY "Enter the path of the return file (account ID,orig
      -            "inal amount,item serial,reason code per line):"
           ACCEPT WS-DRET-FILENAME

           PERFORM 2610-READ-FEE-CONTROL-PARA
           PERFORM SET-HOLD-TODAY-PARA
           CALL "DAYS-TO-DATE" USING WS-HOLD-NOW-AS-DAYS
               WS-DRET-TODAY-YEAR WS-DRET-TODAY-MONTH WS-DRET-TODAY-DAY

           MOVE 0 TO WS-DRET-POSTED-COUNT
           MOVE 0 TO WS-DRET-POSTED-TOTAL
           MOVE 0 TO WS-DRET-EXCEPT-COUNT
           MOVE 0 TO WS-DRET-REPEAT-COUNT
           MOVE 0 TO WS-DRET-NEG-COUNT

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "deposit_returns_"WS-DRET-TODAY".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "RETURNED DEPOSITED ITEMS "WS-DRET-TODAY
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "ACCOUNT ID,SERIAL,AMOUNT,REASON,RESULT"
             TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "NO" TO WS-DRET-EOF
           OPEN INPUT FS-DRET-FILE
               IF WS-DRET-FILE-STATUS = '35'
                   DISPLAY "Return file not found"
                   MOVE "YES" TO WS-DRET-EOF
               END-IF
               PERFORM UNTIL WS-DRET-EOF = "YES"
                   READ FS-DRET-FILE
                       AT END
                           MOVE "YES" TO WS-DRET-EOF
                       NOT AT END
                           PERFORM 7011-POST-ONE-RETURN-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-DRET-FILE

           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "ACCOUNTS DRIVEN NEGATIVE" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           PERFORM VARYING WS-DRET-NEG-IDX FROM 1 BY 1
             UNTIL WS-DRET-NEG-IDX > WS-DRET-NEG-COUNT
               OR WS-DRET-NEG-IDX > 200
               MOVE WS-DRET-NEG-BALANCE(WS-DRET-NEG-IDX)
                 TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-CSV-PARA
               MOVE SPACES TO FS-REPORT-LINE
               MOVE WS-DRET-NEG-ACCOUNT(WS-DRET-NEG-IDX)
                 TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING "  "WS-MASKED
                      "  balance "FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
           END-PERFORM
           IF WS-DRET-NEG-COUNT = 0
               MOVE "  none" TO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
           END-IF

           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE WS-DRET-POSTED-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Returns posted "WS-DRET-POSTED-COUNT
                  "  total "FUNCTION TRIM(WS-DISPLAY)
                  "  not posted "WS-DRET-EXCEPT-COUNT
                  "  repeat-return exceptions "WS-DRET-REPEAT-COUNT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE

           DISPLAY " "
           DISPLAY "Deposited-item returns complete"
           DISPLAY "Returns posted:          "WS-DRET-POSTED-COUNT
           DISPLAY "Not posted (see report): "WS-DRET-EXCEPT-COUNT
           DISPLAY "Accounts driven negative:"WS-DRET-NEG-COUNT
           DISPLAY "Repeat-return exceptions:"WS-DRET-REPEAT-COUNT
           MOVE "USD" TO WS-DISPLAY-CURRENCY-CODE
           MOVE WS-DRET-POSTED-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Total charged back:      "WS-DISPLAY
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE "DEPRETURN" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-DRET-POSTED-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       7011-POST-ONE-RETURN-PARA.
           MOVE SPACES TO WS-DRET-ACCOUNT-X
           MOVE SPACES TO WS-DRET-AMOUNT-X
           MOVE SPACES TO WS-DRET-SERIAL
           MOVE SPACES TO WS-DRET-REASON
           UNSTRING FS-DRET-LINE DELIMITED BY ","
               INTO WS-DRET-ACCOUNT-X WS-DRET-AMOUNT-X
                    WS-DRET-SERIAL WS-DRET-REASON
           MOVE WS-DRET-ACCOUNT-X TO WS-DRET-ACCOUNT
           COMPUTE WS-DRET-AMOUNT = FUNCTION NUMVAL(WS-DRET-AMOUNT-X)

           IF WS-DRET-AMOUNT NOT > 0
               MOVE "not posted - bad amount" TO WS-DRET-RESULT
               PERFORM 7015-WRITE-RETURN-LINE-PARA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DRET-RESULT
           MOVE "YES" TO WS-UPDATE-REJECTED
           MOVE WS-DRET-ACCOUNT TO FS-USER-ID
           MOVE WS-DRET-ACCOUNT TO WS-USER-ID
           OPEN I-O FS-USERS-FILE
               READ FS-USERS-FILE
                   INVALID KEY
                       MOVE "not posted - no such account"
                         TO WS-DRET-RESULT
                   NOT INVALID KEY
                       PERFORM 7012-RELEASE-MATCHING-HOLD-PARA
                       MOVE SPACES TO WS-PRESET-DESCRIPTION
                       STRING "Returned deposit item "
                              FUNCTION TRIM(WS-DRET-SERIAL)" "
                              FUNCTION TRIM(WS-DRET-REASON)
                         DELIMITED BY SIZE INTO WS-PRESET-DESCRIPTION
                       MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
                       MOVE "RETURNED" TO WS-TRANSACTION-TYPE
                       COMPUTE WS-TRANSACTION-AMOUNT =
                           WS-DRET-AMOUNT * -1
                       MOVE "DEPRETURN" TO WS-OD-SOURCE
                       PERFORM OD-PROTECT-PARA
                       MOVE "YES" TO WS-FORCE-DEBIT
                       PERFORM 510-UPDATE-USER-ACCOUNT-PARA
                       IF WS-UPDATE-REJECTED = "YES"
                           MOVE "not posted - account not active"
                             TO WS-DRET-RESULT
                       ELSE
                           PERFORM 7013-ASSESS-RETURN-FEE-PARA
                           IF FS-BALANCE < 0
                               PERFORM 7016-NOTE-NEGATIVE-PARA
                           END-IF
                       END-IF
               END-READ
           CLOSE FS-USERS-FILE

           IF WS-DRET-RESULT NOT = SPACES
               ADD 1 TO WS-DRET-EXCEPT-COUNT
               PERFORM 7015-WRITE-RETURN-LINE-PARA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DRET-POSTED-COUNT
           ADD WS-DRET-AMOUNT TO WS-DRET-POSTED-TOTAL
           MOVE "posted" TO WS-DRET-RESULT
           MOVE WS-DRET-ACCOUNT TO WS-NOTICE-ACCOUNT
           MOVE "RETITEM" TO WS-NOTICE-TYPE
           PERFORM QUEUE-NOTICE-PARA
           PERFORM 7014-LOG-AND-COUNT-RETURNS-PARA
           PERFORM 7015-WRITE-RETURN-LINE-PARA

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "deposit item "FUNCTION TRIM(WS-DRET-SERIAL)
                  " returned on #"WS-DRET-ACCOUNT
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


      * the hold that was protecting the returned deposit has done
      * its job - an active hold for the item's exact amount comes
      * off first, otherwise the largest policy hold no bigger than
      * the item
       7012-RELEASE-MATCHING-HOLD-PARA.
           PERFORM SET-HOLD-TODAY-PARA
           MOVE 0 TO WS-DRET-HOLD-ID
           MOVE 0 TO WS-DRET-HOLD-AMOUNT
           MOVE "NO" TO WS-DRET-HOLD-EXACT
           MOVE "NO" TO WS-HOLDS-EOF
           OPEN I-O FS-HOLDS-FILE
               IF WS-HOLDS-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-HOLDS-EOF
               END-IF
               PERFORM UNTIL WS-HOLDS-EOF = "YES"
                   READ FS-HOLDS-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-HOLDS-EOF
                       NOT AT END
                           PERFORM 7017-CONSIDER-ONE-HOLD-PARA
                   END-READ
               END-PERFORM

               IF WS-DRET-HOLD-ID NOT = 0
                   MOVE WS-DRET-HOLD-ID TO FS-HOLD-ID
                   DELETE FS-HOLDS-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-AUDIT-DETAIL
                           STRING "hold "WS-DRET-HOLD-ID
                                  " released - item returned"
                             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                           PERFORM WRITE-AUDIT-PARA
                   END-DELETE
               END-IF
           CLOSE FS-HOLDS-FILE
           .


       7017-CONSIDER-ONE-HOLD-PARA.
           IF FS-HOLD-ACCOUNT-ID NOT = WS-DRET-ACCOUNT OR
              WS-DRET-HOLD-EXACT = "YES"
               EXIT PARAGRAPH
           END-IF
           CALL "DATE-TO-DAYS" USING FS-HOLD-EXPIRY-YEAR
               FS-HOLD-EXPIRY-MONTH FS-HOLD-EXPIRY-DAY
               WS-HOLD-EXPIRY-AS-DAYS
           IF WS-HOLD-EXPIRY-AS-DAYS < WS-HOLD-NOW-AS-DAYS
               EXIT PARAGRAPH
           END-IF

           IF FS-HOLD-AMOUNT = WS-DRET-AMOUNT
               MOVE FS-HOLD-ID TO WS-DRET-HOLD-ID
               MOVE FS-HOLD-AMOUNT TO WS-DRET-HOLD-AMOUNT
               MOVE "YES" TO WS-DRET-HOLD-EXACT
               EXIT PARAGRAPH
           END-IF
           IF FS-HOLD-REASON(1:19) = "Deposit hold policy" AND
              FS-HOLD-AMOUNT < WS-DRET-AMOUNT AND
              FS-HOLD-AMOUNT > WS-DRET-HOLD-AMOUNT
               MOVE FS-HOLD-ID TO WS-DRET-HOLD-ID
               MOVE FS-HOLD-AMOUNT TO WS-DRET-HOLD-AMOUNT
           END-IF
           .


      * the users file is still open I-O with the depositor's account
      * in the record area; the fee follows the item into the red
       7013-ASSESS-RETURN-FEE-PARA.
           IF WS-FEE-RETURNED-ITEM NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PRESET-DESCRIPTION
           STRING "Returned item fee - "
                  FUNCTION TRIM(WS-DRET-SERIAL)
             DELIMITED BY SIZE INTO WS-PRESET-DESCRIPTION
           MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
           MOVE "FEE" TO WS-TRANSACTION-TYPE
           COMPUTE WS-TRANSACTION-AMOUNT = WS-FEE-RETURNED-ITEM * -1
           MOVE "YES" TO WS-FORCE-DEBIT
           PERFORM 510-UPDATE-USER-ACCOUNT-PARA
           IF WS-UPDATE-REJECTED = "NO"
               MOVE FS-USER-ID TO WS-NOTICE-ACCOUNT
               MOVE "FEE" TO WS-NOTICE-TYPE
               PERFORM QUEUE-NOTICE-PARA
           END-IF
           .


      * every return is logged; the log's last 90 days decide whether
      * the depositor is a repeat offender
       7014-LOG-AND-COUNT-RETURNS-PARA.
           MOVE 0 TO WS-DRET-RECENT-COUNT
           MOVE "NO" TO WS-DRET-LOG-EOF
           OPEN INPUT FS-RETLOG-FILE
               IF WS-RETLOG-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-DRET-LOG-EOF
               END-IF
               PERFORM UNTIL WS-DRET-LOG-EOF = "YES"
                   READ FS-RETLOG-FILE
                       AT END
                           MOVE "YES" TO WS-DRET-LOG-EOF
                       NOT AT END
                           IF FS-RETLOG-ACCOUNT-ID = WS-DRET-ACCOUNT
                               CALL "DATE-TO-DAYS" USING
                                   FS-RETLOG-YEAR FS-RETLOG-MONTH
                                   FS-RETLOG-DAY WS-DRET-LOG-AS-DAYS
                               IF WS-DRET-LOG-AS-DAYS >
                                  WS-HOLD-NOW-AS-DAYS - 90
                                   ADD 1 TO WS-DRET-RECENT-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-RETLOG-FILE

           MOVE WS-DRET-TODAY TO FS-RETLOG-DATE
           MOVE WS-DRET-ACCOUNT TO FS-RETLOG-ACCOUNT-ID
           MOVE WS-DRET-AMOUNT TO FS-RETLOG-AMOUNT
           MOVE WS-DRET-SERIAL TO FS-RETLOG-SERIAL
           MOVE WS-DRET-REASON TO FS-RETLOG-REASON
           OPEN EXTEND FS-RETLOG-FILE
               IF WS-RETLOG-FILE-STATUS = '35'
                   OPEN OUTPUT FS-RETLOG-FILE
               END-IF
               WRITE FS-RETLOG-RECORD
           CLOSE FS-RETLOG-FILE
           ADD 1 TO WS-DRET-RECENT-COUNT

           IF WS-DRET-RECENT-COUNT < 3
               EXIT PARAGRAPH
           END-IF

      * a fresh return reopens an exception already reviewed; one
      * already restricted stays restricted
           ADD 1 TO WS-DRET-REPEAT-COUNT
           OPEN I-O FS-RETEXC-FILE
               IF WS-RETEXC-FILE-STATUS = '35'
                   CLOSE FS-RETEXC-FILE
                   OPEN OUTPUT FS-RETEXC-FILE
                   CLOSE FS-RETEXC-FILE
                   OPEN I-O FS-RETEXC-FILE
               END-IF
               MOVE WS-DRET-ACCOUNT TO FS-REX-ACCOUNT-ID
               READ FS-RETEXC-FILE
                   INVALID KEY
                       MOVE WS-DRET-RECENT-COUNT TO FS-REX-COUNT
                       MOVE WS-DRET-TODAY TO FS-REX-LAST-DATE
                       MOVE "O" TO FS-REX-STATUS
                       MOVE 0 TO FS-REX-REVIEWED-BY
                       WRITE FS-RETEXC-RECORD
                   NOT INVALID KEY
                       MOVE WS-DRET-RECENT-COUNT TO FS-REX-COUNT
                       MOVE WS-DRET-TODAY TO FS-REX-LAST-DATE
                       IF FS-REX-STATUS = "R"
                           MOVE "O" TO FS-REX-STATUS
                       END-IF
                       REWRITE FS-RETEXC-RECORD
               END-READ
           CLOSE FS-RETEXC-FILE

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "repeat returns on #"WS-DRET-ACCOUNT" - "
                  WS-DRET-RECENT-COUNT" in 90 days"
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


       7015-WRITE-RETURN-LINE-PARA.
           MOVE WS-DRET-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           MOVE WS-DRET-ACCOUNT TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING WS-MASKED","FUNCTION TRIM(WS-DRET-SERIAL)
                  ","FUNCTION TRIM(WS-DISPLAY)","
                  FUNCTION TRIM(WS-DRET-REASON)","
                  FUNCTION TRIM(WS-DRET-RESULT)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .


      * one line per account however many of its items came back
       7016-NOTE-NEGATIVE-PARA.
           PERFORM VARYING WS-DRET-NEG-IDX FROM 1 BY 1
             UNTIL WS-DRET-NEG-IDX > WS-DRET-NEG-COUNT
               OR WS-DRET-NEG-IDX > 200
               IF WS-DRET-NEG-ACCOUNT(WS-DRET-NEG-IDX) = FS-USER-ID
                   MOVE FS-BALANCE
                     TO WS-DRET-NEG-BALANCE(WS-DRET-NEG-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-DRET-NEG-COUNT
           IF WS-DRET-NEG-COUNT <= 200
               MOVE FS-USER-ID TO WS-DRET-NEG-ACCOUNT(WS-DRET-NEG-COUNT)
               MOVE FS-BALANCE TO WS-DRET-NEG-BALANCE(WS-DRET-NEG-COUNT)
           END-IF
           .


      * supervisor review of repeat-return accounts: mark reviewed, or
      * restrict by freezing the account
       7020-REVIEW-EXCEPTIONS-PARA.
           IF WS-TELLER-ROLE NOT = "S"
               DISPLAY "Reviewing exceptions requires a supervisor sig
      -                "n-on"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DRET-LIST-COUNT
           MOVE "NO" TO WS-DRET-LOG-EOF
           OPEN INPUT FS-RETEXC-FILE
               IF WS-RETEXC-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-DRET-LOG-EOF
               END-IF
               PERFORM UNTIL WS-DRET-LOG-EOF = "YES"
                   READ FS-RETEXC-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-DRET-LOG-EOF
                       NOT AT END
                           IF FS-REX-STATUS = "O"
                               ADD 1 TO WS-DRET-LIST-COUNT
                               MOVE FS-REX-ACCOUNT-ID TO WS-MASK-NUMBER
                               PERFORM MASK-LAST-FOUR-PARA
                               DISPLAY "Account "WS-MASKED
                                 "  returns in 90 days "FS-REX-COUNT
                                 "  last "FS-REX-LAST-DATE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-RETEXC-FILE

           IF WS-DRET-LIST-COUNT = 0
               DISPLAY "No open repeat-return exceptions"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter the account to act on (0 to leave):"
           ACCEPT WS-DRET-ACCOUNT
           IF WS-DRET-ACCOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DRET-ACCOUNT TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "R) mark reviewed - no action   X) restrict - freeze
      -            " the account"
           ACCEPT WS-DRET-ACTION
           MOVE FUNCTION UPPER-CASE(WS-DRET-ACTION) TO WS-DRET-ACTION
           IF WS-DRET-ACTION NOT = "R" AND WS-DRET-ACTION NOT = "X"
               DISPLAY "Invalid option!"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-RETEXC-FILE
               MOVE WS-DRET-ACCOUNT TO FS-REX-ACCOUNT-ID
               READ FS-RETEXC-FILE
                   INVALID KEY
                       DISPLAY "Account is not on the exception list"
                       CLOSE FS-RETEXC-FILE
                       EXIT PARAGRAPH
               END-READ
               MOVE WS-DRET-ACTION TO FS-REX-STATUS
               MOVE WS-SIGNED-ON-TELLER-ID TO FS-REX-REVIEWED-BY
               REWRITE FS-RETEXC-RECORD
                   INVALID KEY
                       MOVE WS-DRET-ACCOUNT TO WS-MASK-NUMBER
                       PERFORM MASK-LAST-FOUR-PARA
                       DISPLAY "INVALID KEY - "WS-MASKED
               END-REWRITE
           CLOSE FS-RETEXC-FILE

           IF WS-DRET-ACTION = "X"
               MOVE WS-DRET-ACCOUNT TO FS-USER-ID
               OPEN I-O FS-USERS-FILE
                   READ FS-USERS-FILE
                       INVALID KEY
                           DISPLAY "ID does not exist"
                       NOT INVALID KEY
                           MOVE "F" TO FS-ACCOUNT-STATUS
                           REWRITE FS-USER
                               INVALID KEY
                                   MOVE FS-USER-ID TO WS-MASK-NUMBER
                                   PERFORM MASK-LAST-FOUR-PARA
                                   DISPLAY "INVALID ID - "WS-MASKED
                               NOT INVALID KEY
                                   DISPLAY "Account frozen"
                           END-REWRITE
                   END-READ
               CLOSE FS-USERS-FILE
           ELSE
               DISPLAY "Exception marked reviewed"
           END-IF

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "repeat-return review #"WS-DRET-ACCOUNT" action "
                  WS-DRET-ACTION
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .




      * branch vault: cash moves between a teller drawer and the vault
      * only with a second teller signing, the cash vendor ships in
      * and out under a supervisor, and the vault count is signed off
      * by a supervisor each day
       7100-VAULT-DESK-PARA.
           DISPLAY "Branch vault:"
           DISPLAY "1) Buy cash from the vault   2) Sell cash to the va
      -            "ult"
           DISPLAY "3) Shipment in from the cash vendor   4) Shipment o
      -            "ut to the cash vendor"
           DISPLAY "5) Balance the vault   6) Branch cash position rep
      -            "ort   7) Set up a branch vault"
           ACCEPT WS-VLT-CHOICE
           EVALUATE WS-VLT-CHOICE
               WHEN 1
                   MOVE "BUY " TO WS-VLT-MOVE-TYPE
                   PERFORM 7110-DRAWER-BUY-SELL-PARA
               WHEN 2
                   MOVE "SELL" TO WS-VLT-MOVE-TYPE
                   PERFORM 7110-DRAWER-BUY-SELL-PARA
               WHEN 3
                   MOVE "SHIN" TO WS-VLT-MOVE-TYPE
                   PERFORM 7120-VENDOR-SHIPMENT-PARA
               WHEN 4
                   MOVE "SHOT" TO WS-VLT-MOVE-TYPE
                   PERFORM 7120-VENDOR-SHIPMENT-PARA
               WHEN 5
                   PERFORM 7130-BALANCE-VAULT-PARA
               WHEN 6
                   PERFORM 7140-CASH-POSITION-PARA
               WHEN 7
                   PERFORM 7150-SET-UP-VAULT-PARA
               WHEN OTHER
                   DISPLAY "Invalid option!"
           END-EVALUATE
           .


      * a buy moves cash out of the vault into the signed-on teller's
      * drawer, a sell moves it back; the drawer takes the branch of
      * the vault it trades with
       7110-DRAWER-BUY-SELL-PARA.
           MOVE "NO" TO WS-VLT-OK
           OPEN INPUT FS-DRAWER-FILE
               IF WS-DRAWER-FILE-STATUS = "00"
                   MOVE WS-SIGNED-ON-TELLER-ID TO FS-DRAWER-TELLER-ID
                   READ FS-DRAWER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FS-DRAWER-OPEN-FLAG = "Y"
                               MOVE "YES" TO WS-VLT-OK
                               MOVE FS-DRAWER-BRANCH
                                 TO WS-VLT-DRAWER-BRANCH
                               MOVE FS-DRAWER-EXPECTED
                                 TO WS-VLT-DRAWER-CASH
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-DRAWER-FILE
           IF WS-VLT-OK = "NO"
               DISPLAY "Your drawer is not open"
               EXIT PARAGRAPH
           END-IF

           PERFORM 7101-ACCEPT-VAULT-BRANCH-PARA
           IF WS-VLT-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           IF WS-VLT-DRAWER-BRANCH NOT = SPACES AND
              WS-VLT-DRAWER-BRANCH NOT = WS-VLT-BRANCH
               DISPLAY "Your drawer belongs to branch "
                 WS-VLT-DRAWER-BRANCH
                 " - trade with that vault"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter the amount:"
           ACCEPT WS-VLT-AMOUNT-ENTRY
           IF WS-VLT-AMOUNT-ENTRY NOT > 0
               DISPLAY "Amount must be greater than zero"
               EXIT PARAGRAPH
           END-IF
           IF WS-VLT-MOVE-TYPE = "SELL" AND
              WS-VLT-AMOUNT-ENTRY > WS-VLT-DRAWER-CASH
               DISPLAY "The drawer does not hold that much cash"
               EXIT PARAGRAPH
           END-IF

           PERFORM 7102-SECOND-SIGNATURE-PARA
           IF WS-VLT-SECOND-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           IF WS-VLT-MOVE-TYPE = "BUY "
               COMPUTE WS-VLT-AMOUNT = WS-VLT-AMOUNT-ENTRY * -1
           ELSE
               MOVE WS-VLT-AMOUNT-ENTRY TO WS-VLT-AMOUNT
           END-IF
           MOVE SPACES TO WS-VLT-REFERENCE
           MOVE 0 TO WS-VLT-OVER-SHORT
           PERFORM VAULT-POST-MOVE-PARA
           IF WS-VLT-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-DRAWER-FILE
               MOVE WS-SIGNED-ON-TELLER-ID TO FS-DRAWER-TELLER-ID
               READ FS-DRAWER-FILE
                   INVALID KEY
                       DISPLAY "INVALID KEY - "FS-DRAWER-TELLER-ID
                   NOT INVALID KEY
                       SUBTRACT WS-VLT-AMOUNT FROM FS-DRAWER-EXPECTED
                       MOVE WS-VLT-BRANCH TO FS-DRAWER-BRANCH
                       REWRITE FS-DRAWER
                           INVALID KEY
                               DISPLAY "INVALID KEY - "
                                 FS-DRAWER-TELLER-ID
                       END-REWRITE
               END-READ
           CLOSE FS-DRAWER-FILE

           MOVE "USD" TO WS-DISPLAY-CURRENCY-CODE
           MOVE WS-VLT-AMOUNT-ENTRY TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           IF WS-VLT-MOVE-TYPE = "BUY "
               DISPLAY "Bought "FUNCTION TRIM(WS-DISPLAY)
                 " from vault "WS-VLT-BRANCH
           ELSE
               DISPLAY "Sold "FUNCTION TRIM(WS-DISPLAY)
                 " to vault "WS-VLT-BRANCH
           END-IF
           .


       7101-ACCEPT-VAULT-BRANCH-PARA.
           MOVE "NO" TO WS-VLT-OK
           DISPLAY "Enter branch code (3 characters):"
           ACCEPT WS-VLT-BRANCH
           MOVE FUNCTION UPPER-CASE(WS-VLT-BRANCH) TO WS-VLT-BRANCH
           OPEN INPUT FS-VAULT-FILE
               IF WS-VAULT-FILE-STATUS = "00"
                   MOVE WS-VLT-BRANCH TO FS-VAULT-BRANCH
                   READ FS-VAULT-FILE
                       INVALID KEY
                           DISPLAY "No vault set up for branch "
                             WS-VLT-BRANCH
                       NOT INVALID KEY
                           MOVE "YES" TO WS-VLT-OK
                           MOVE FS-VAULT-CASH TO WS-VLT-BOOK-CASH
                   END-READ
               ELSE
                   DISPLAY "No branch vaults on file"
               END-IF
           CLOSE FS-VAULT-FILE
           .


      * dual control at the vault door: a second teller, not the one
      * signed on, keys their own ID and password
       7102-SECOND-SIGNATURE-PARA.
           MOVE "NO" TO WS-VLT-SECOND-OK
           MOVE 0 TO WS-VLT-SECOND-TELLER
           DISPLAY "Second teller ID (dual control):"
           ACCEPT WS-VLT-SECOND-TELLER
           DISPLAY "Second teller password:"
           ACCEPT WS-TELLER-PASSWORD-ENTRY
           IF WS-VLT-SECOND-TELLER = WS-SIGNED-ON-TELLER-ID
               DISPLAY "The second signature must be a different tell
      -                "er"
               EXIT PARAGRAPH
           END-IF

      * a second signature is a sign-on in its own right: a locked
      * or disabled ID is refused and a miss counts toward lockout
           PERFORM SET-SEC-TODAY-PARA
           MOVE WS-VLT-SECOND-TELLER TO WS-SEC-TELLER-ID
           OPEN I-O FS-TELLER-FILE
               MOVE WS-VLT-SECOND-TELLER TO FS-TELLER-ID
               READ FS-TELLER-FILE
                   INVALID KEY
                       DISPLAY "Unknown teller ID"
                       MOVE SPACES TO WS-TELLER-PASSWORD-ENTRY
                       MOVE "UNKNOWN" TO WS-SEC-RESULT
                       PERFORM WRITE-SIGNON-HISTORY-PARA
                   NOT INVALID KEY
                       IF FS-TELLER-LOCKED NOT = "N"
                           DISPLAY "Teller ID is locked or disabled"
                           MOVE SPACES TO WS-TELLER-PASSWORD-ENTRY
                           MOVE "LOCKED" TO WS-SEC-RESULT
                           PERFORM WRITE-SIGNON-HISTORY-PARA
                       ELSE
                           PERFORM CHECK-TELLER-PASSWORD-PARA
                           IF WS-HASH-RESULT = "Y"
                               MOVE "YES" TO WS-VLT-SECOND-OK
                               MOVE 0 TO FS-TELLER-FAIL-COUNT
                               PERFORM REWRITE-TELLER-PARA
                               MOVE "SIGNON" TO WS-SEC-RESULT
                               PERFORM WRITE-SIGNON-HISTORY-PARA
                           ELSE
                               DISPLAY "Incorrect password"
                               PERFORM COUNT-TELLER-MISS-PARA
                           END-IF
                       END-IF
               END-READ
           CLOSE FS-TELLER-FILE
           .


       7120-VENDOR-SHIPMENT-PARA.
           IF WS-TELLER-ROLE NOT = "S"
               DISPLAY "Cash shipments require a supervisor sign-on"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7101-ACCEPT-VAULT-BRANCH-PARA
           IF WS-VLT-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter the shipment amount:"
           ACCEPT WS-VLT-AMOUNT-ENTRY
           IF WS-VLT-AMOUNT-ENTRY NOT > 0
               DISPLAY "Amount must be greater than zero"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter the vendor's shipment reference:"
           ACCEPT WS-VLT-REFERENCE

           PERFORM 7102-SECOND-SIGNATURE-PARA
           IF WS-VLT-SECOND-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           IF WS-VLT-MOVE-TYPE = "SHOT"
               COMPUTE WS-VLT-AMOUNT = WS-VLT-AMOUNT-ENTRY * -1
           ELSE
               MOVE WS-VLT-AMOUNT-ENTRY TO WS-VLT-AMOUNT
           END-IF
           MOVE 0 TO WS-VLT-OVER-SHORT
           PERFORM VAULT-POST-MOVE-PARA
           IF WS-VLT-OK = "YES"
               DISPLAY "Shipment recorded - vault "WS-VLT-BRANCH
           END-IF
           .


      * the supervisor's count replaces the book figure; the
      * difference is the vault's over/short for the day
       7130-BALANCE-VAULT-PARA.
           IF WS-TELLER-ROLE NOT = "S"
               DISPLAY "Vault balancing requires a supervisor sign-on"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7101-ACCEPT-VAULT-BRANCH-PARA
           IF WS-VLT-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE "USD" TO WS-DISPLAY-CURRENCY-CODE
           MOVE WS-VLT-BOOK-CASH TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Vault cash on the books: "WS-DISPLAY
           DISPLAY "Enter the counted vault cash:"
           ACCEPT WS-VLT-COUNTED

           PERFORM 7102-SECOND-SIGNATURE-PARA
           IF WS-VLT-SECOND-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-VLT-OVER-SHORT = WS-VLT-COUNTED - WS-VLT-BOOK-CASH
           MOVE WS-VLT-OVER-SHORT TO WS-VLT-AMOUNT
           MOVE "BAL " TO WS-VLT-MOVE-TYPE
           MOVE "vault count" TO WS-VLT-REFERENCE
           PERFORM VAULT-POST-MOVE-PARA
           IF WS-VLT-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-VAULT-FILE
               MOVE WS-VLT-BRANCH TO FS-VAULT-BRANCH
               READ FS-VAULT-FILE
                   INVALID KEY
                       DISPLAY "INVALID KEY - "WS-VLT-BRANCH
                   NOT INVALID KEY
                       MOVE FUNCTION CURRENT-DATE(1:8)
                         TO FS-VAULT-BAL-DATE
                       MOVE WS-SIGNED-ON-TELLER-ID TO FS-VAULT-BAL-BY
                       MOVE WS-VLT-OVER-SHORT TO FS-VAULT-BAL-OVER
                       REWRITE FS-VAULT-RECORD
                           INVALID KEY
                               DISPLAY "INVALID KEY - "WS-VLT-BRANCH
                       END-REWRITE
               END-READ
           CLOSE FS-VAULT-FILE

           MOVE WS-VLT-OVER-SHORT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           EVALUATE TRUE
               WHEN WS-VLT-OVER-SHORT = 0
                   DISPLAY "Vault balances to the penny"
               WHEN WS-VLT-OVER-SHORT > 0
                   DISPLAY "Vault is OVER by "WS-DISPLAY
               WHEN OTHER
                   DISPLAY "Vault is SHORT by "WS-DISPLAY
           END-EVALUATE
           DISPLAY "Vault "WS-VLT-BRANCH" balanced and signed off by "
             WS-SIGNED-ON-TELLER-ID
           .


      * vault plus every open drawer at the branch against the
      * insurance limit - over the limit ships cash out, under the
      * reorder point orders cash in
       7140-CASH-POSITION-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VLT-TODAY
           MOVE 0 TO WS-VLT-BRANCH-COUNT
           MOVE 0 TO WS-VLT-FLAG-COUNT
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "vault_position_"WS-VLT-TODAY".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "BRANCH CASH POSITION "WS-VLT-TODAY
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "NO" TO WS-VLT-EOF
           OPEN INPUT FS-VAULT-FILE
               IF WS-VAULT-FILE-STATUS NOT = "00"
                   DISPLAY "No branch vaults on file"
                   MOVE "YES" TO WS-VLT-EOF
               END-IF
               PERFORM UNTIL WS-VLT-EOF = "YES"
                   READ FS-VAULT-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-VLT-EOF
                       NOT AT END
                           ADD 1 TO WS-VLT-BRANCH-COUNT
                           PERFORM 7141-ONE-BRANCH-POSITION-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-VAULT-FILE

           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Branches "WS-VLT-BRANCH-COUNT
                  "  needing a shipment "WS-VLT-FLAG-COUNT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE

           DISPLAY "Branches reported:         "WS-VLT-BRANCH-COUNT
           DISPLAY "Needing a shipment in/out: "WS-VLT-FLAG-COUNT
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE "VAULTPOS" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-VLT-BRANCH-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       7141-ONE-BRANCH-POSITION-PARA.
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE FS-VAULT-CASH TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Branch "FS-VAULT-BRANCH"  vault "
                  FUNCTION TRIM(WS-DISPLAY)
                  "  last balanced "FS-VAULT-BAL-DATE
                  " by "FS-VAULT-BAL-BY
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE FS-VAULT-CASH TO WS-VLT-POSITION
           MOVE "NO" TO WS-DRAWER-EOF
           OPEN INPUT FS-DRAWER-FILE
               IF WS-DRAWER-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-DRAWER-EOF
               END-IF
               PERFORM UNTIL WS-DRAWER-EOF = "YES"
                   READ FS-DRAWER-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-DRAWER-EOF
                       NOT AT END
                           IF FS-DRAWER-OPEN-FLAG = "Y" AND
                              FS-DRAWER-BRANCH = FS-VAULT-BRANCH
                               ADD FS-DRAWER-EXPECTED TO WS-VLT-POSITION
                               MOVE FS-DRAWER-EXPECTED
                                 TO WS-DISPLAY-MONEY-TMP
                               PERFORM CALCULATE-MONEY-CSV-PARA
                               MOVE SPACES TO FS-REPORT-LINE
                               STRING "    drawer teller "
                                      FS-DRAWER-TELLER-ID"  "
                                      FUNCTION TRIM(WS-DISPLAY)
                                 DELIMITED BY SIZE INTO FS-REPORT-LINE
                               WRITE FS-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-DRAWER-FILE

           MOVE "OK" TO WS-VLT-ADVICE
           IF WS-VLT-POSITION > FS-VAULT-INS-LIMIT
               MOVE "OVER INSURANCE LIMIT - SHIP CASH OUT"
                 TO WS-VLT-ADVICE
               ADD 1 TO WS-VLT-FLAG-COUNT
           ELSE
               IF FS-VAULT-CASH < FS-VAULT-REORDER
                   MOVE "BELOW REORDER POINT - ORDER CASH IN"
                     TO WS-VLT-ADVICE
                   ADD 1 TO WS-VLT-FLAG-COUNT
               END-IF
           END-IF

           MOVE WS-VLT-POSITION TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE WS-DISPLAY TO WS-VLT-MONEY-X
           MOVE FS-VAULT-INS-LIMIT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING "    branch cash "FUNCTION TRIM(WS-VLT-MONEY-X)
                  "  limit "FUNCTION TRIM(WS-DISPLAY)"  "
                  WS-VLT-ADVICE
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .


       7150-SET-UP-VAULT-PARA.
           IF WS-TELLER-ROLE NOT = "S"
               DISPLAY "Vault set-up requires a supervisor sign-on"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter branch code (3 characters):"
           ACCEPT WS-VLT-BRANCH
           MOVE FUNCTION UPPER-CASE(WS-VLT-BRANCH) TO WS-VLT-BRANCH
           MOVE "NO" TO WS-VLT-OK
           OPEN INPUT FS-BRANCH-FILE
               IF WS-BRANCH-FILE-STATUS = "00"
                   MOVE WS-VLT-BRANCH TO FS-BRANCH-CODE
                   READ FS-BRANCH-FILE
                       INVALID KEY
                           DISPLAY "Branch not on the branch master"
                       NOT INVALID KEY
                           MOVE "YES" TO WS-VLT-OK
                   END-READ
               ELSE
                   DISPLAY "No branch master on file"
               END-IF
           CLOSE FS-BRANCH-FILE
           IF WS-VLT-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-VAULT-FILE
               IF WS-VAULT-FILE-STATUS = '35'
                   CLOSE FS-VAULT-FILE
                   OPEN OUTPUT FS-VAULT-FILE
                   CLOSE FS-VAULT-FILE
                   OPEN I-O FS-VAULT-FILE
               END-IF
               MOVE WS-VLT-BRANCH TO FS-VAULT-BRANCH
               READ FS-VAULT-FILE
                   INVALID KEY
                       MOVE "NO" TO WS-VLT-OK
                   NOT INVALID KEY
                       MOVE "YES" TO WS-VLT-OK
               END-READ

               DISPLAY "Enter the insurance limit for branch cash:"
               ACCEPT FS-VAULT-INS-LIMIT
               DISPLAY "Enter the vault reorder point:"
               ACCEPT FS-VAULT-REORDER

               IF WS-VLT-OK = "YES"
                   REWRITE FS-VAULT-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY - "WS-VLT-BRANCH
                       NOT INVALID KEY
                           DISPLAY "Vault limits updated"
                   END-REWRITE
               ELSE
      * the opening count is the only time vault cash is keyed
      * directly - every later change is a logged movement
                   DISPLAY "Enter the opening vault cash count:"
                   ACCEPT FS-VAULT-CASH
                   MOVE FUNCTION CURRENT-DATE(1:8) TO FS-VAULT-BAL-DATE
                   MOVE WS-SIGNED-ON-TELLER-ID TO FS-VAULT-BAL-BY
                   MOVE 0 TO FS-VAULT-BAL-OVER
                   WRITE FS-VAULT-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY - "WS-VLT-BRANCH
                       NOT INVALID KEY
                           DISPLAY "Vault set up for branch "
                             WS-VLT-BRANCH
                   END-WRITE
               END-IF
           CLOSE FS-VAULT-FILE

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "vault "WS-VLT-BRANCH" set up/limits changed"
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


      * every change to vault cash goes through here: WS-VLT-AMOUNT is
      * the signed effect on the vault; a movement that would take
      * the vault below zero is refused (a count is always taken)
       VAULT-POST-MOVE-PARA.
           MOVE "NO" TO WS-VLT-OK
           OPEN I-O FS-VAULT-FILE
               IF WS-VAULT-FILE-STATUS NOT = "00"
                   DISPLAY "No branch vaults on file"
                   CLOSE FS-VAULT-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-VLT-BRANCH TO FS-VAULT-BRANCH
               READ FS-VAULT-FILE
                   INVALID KEY
                       DISPLAY "No vault set up for branch "
                         WS-VLT-BRANCH
                   NOT INVALID KEY
                       IF FS-VAULT-CASH + WS-VLT-AMOUNT < 0 AND
                          WS-VLT-MOVE-TYPE NOT = "BAL "
                           DISPLAY "The vault does not hold enough ca
      -                            "sh"
                       ELSE
                           ADD WS-VLT-AMOUNT TO FS-VAULT-CASH
                           REWRITE FS-VAULT-RECORD
                               INVALID KEY
                                   DISPLAY "INVALID KEY - "
                                     WS-VLT-BRANCH
                               NOT INVALID KEY
                                   MOVE "YES" TO WS-VLT-OK
                           END-REWRITE
                       END-IF
               END-READ
           CLOSE FS-VAULT-FILE
           IF WS-VLT-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO FS-VLOG-DATE
           MOVE WS-VLT-BRANCH TO FS-VLOG-BRANCH
           MOVE WS-VLT-MOVE-TYPE TO FS-VLOG-TYPE
           MOVE WS-SIGNED-ON-TELLER-ID TO FS-VLOG-TELLER
           MOVE WS-VLT-SECOND-TELLER TO FS-VLOG-SECOND-TELLER
           MOVE WS-VLT-AMOUNT TO FS-VLOG-AMOUNT
           MOVE WS-VLT-OVER-SHORT TO FS-VLOG-OVER-SHORT
           MOVE WS-VLT-REFERENCE TO FS-VLOG-REFERENCE
           MOVE FS-VAULT-CASH TO FS-VLOG-VAULT-AFTER
           OPEN EXTEND FS-VAULT-LOG-FILE
               IF WS-VAULT-LOG-STATUS = '35'
                   OPEN OUTPUT FS-VAULT-LOG-FILE
               END-IF
               WRITE FS-VAULT-LOG-RECORD
           CLOSE FS-VAULT-LOG-FILE

           MOVE WS-VLT-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "vault "WS-VLT-BRANCH" "WS-VLT-MOVE-TYPE" "
                  FUNCTION TRIM(WS-DISPLAY)" 2nd "WS-VLT-SECOND-TELLER
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


      * a drawer that has traded with a branch vault draws its
      * opening float from that vault; the drawer file is open I-O
      * with the teller's drawer in the record area
       DRAWER-FLOAT-FROM-VAULT-PARA.
           IF FS-DRAWER-BRANCH = SPACES OR FS-DRAWER-FLOAT NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE FS-DRAWER-BRANCH TO WS-VLT-BRANCH
           MOVE "OPEN" TO WS-VLT-MOVE-TYPE
           COMPUTE WS-VLT-AMOUNT = FS-DRAWER-FLOAT * -1
           MOVE 0 TO WS-VLT-SECOND-TELLER
           MOVE 0 TO WS-VLT-OVER-SHORT
           MOVE "opening float" TO WS-VLT-REFERENCE
           PERFORM VAULT-POST-MOVE-PARA
           IF WS-VLT-OK = "NO"
               DISPLAY "Float not drawn from vault "WS-VLT-BRANCH
                 " - the drawer opens empty; buy cash from the vault
      -          " (command 70)"
               MOVE 0 TO FS-DRAWER-FLOAT
               MOVE 0 TO FS-DRAWER-EXPECTED
           END-IF
           .


      * balancing closes the drawer: the counted cash goes back into
      * the vault, so an over or short lands in the vault's figure
       DRAWER-RETURN-TO-VAULT-PARA.
           IF FS-DRAWER-BRANCH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FS-DRAWER-BRANCH TO WS-VLT-BRANCH
           MOVE "RETN" TO WS-VLT-MOVE-TYPE
           MOVE WS-DRAWER-COUNTED TO WS-VLT-AMOUNT
           MOVE 0 TO WS-VLT-SECOND-TELLER
           MOVE WS-DRAWER-OVER TO WS-VLT-OVER-SHORT
           MOVE "drawer close" TO WS-VLT-REFERENCE
           PERFORM VAULT-POST-MOVE-PARA
           IF WS-VLT-OK = "YES"
               DISPLAY "Counted cash returned to vault "WS-VLT-BRANCH
           ELSE
               DISPLAY "Counted cash could not be returned to vault "
                 WS-VLT-BRANCH" - see a supervisor"
           END-IF
           .




      * balance sheet and income statement straight off the journal:
      * the chart's type decides the section (A assets, L liabilities,
      * Q equity, I income, E expense); balances are cumulative to
      * the month end, income and expense are month-to-date and
      * year-to-date, each against the prior month and the same
      * month last year
       7200-FIN-STATEMENTS-PARA.
           DISPLAY "Financial statements for which month (yyyymm)?"
           ACCEPT WS-FST-PERIOD
           IF WS-FST-PERIOD-MONTH < 1 OR WS-FST-PERIOD-MONTH > 12
               DISPLAY "Invalid month"
               EXIT PARAGRAPH
           END-IF

           IF WS-FST-PERIOD-MONTH = 1
               COMPUTE WS-FST-PRIOR = (WS-FST-PERIOD-YEAR - 1) * 100
                   + 12
           ELSE
               COMPUTE WS-FST-PRIOR = WS-FST-PERIOD - 1
           END-IF
           COMPUTE WS-FST-LAST-YEAR = WS-FST-PERIOD - 100

           PERFORM ENSURE-GL-ACCOUNTS-PARA
           PERFORM 7210-LOAD-CHART-PARA
           PERFORM 7220-ACCUMULATE-JOURNAL-PARA

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "fin_statements_"WS-FST-PERIOD".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           PERFORM 7230-BALANCE-SHEET-PARA
           PERFORM 7240-INCOME-STATEMENT-PARA
           IF WS-FST-UNCHARTED > 0
               MOVE SPACES TO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
               MOVE SPACES TO FS-REPORT-LINE
               STRING "Journal entries to accounts not on the chart (n
      -               "ot in these statements): "WS-FST-UNCHARTED
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
           END-IF
           CLOSE FS-REPORT-FILE

           MOVE "USD" TO WS-DISPLAY-CURRENCY-CODE
           DISPLAY "Financial statements for "WS-FST-PERIOD
           DISPLAY "Journal entries read: "WS-FST-ENTRY-COUNT
           IF WS-FST-BS-BALANCED = "YES"
               DISPLAY "Balance sheet balances"
           ELSE
               DISPLAY "BALANCE SHEET DOES NOT BALANCE - check the tri
      -                "al balance"
           END-IF
           MOVE WS-FST-NET-MTD TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Net income, month:  "WS-DISPLAY
           MOVE WS-FST-NET-YTD TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Net income, year:   "WS-DISPLAY
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE "FINSTMT" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-FST-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA

           IF WS-FST-PERIOD-MONTH = 12
               DISPLAY "Close "WS-FST-PERIOD-YEAR" income and expense t
      -                "o retained earnings now? (Y/N)"
               ACCEPT WS-FST-REPLY
               IF WS-FST-REPLY = "Y" OR WS-FST-REPLY = "y"
                   PERFORM 7250-YEAR-END-CLOSE-PARA
               END-IF
           END-IF
           .


       7210-LOAD-CHART-PARA.
           MOVE 0 TO WS-FST-COUNT
           MOVE "NO" TO WS-GL-EOF
           OPEN INPUT FS-GL-ACCOUNTS-FILE
               IF WS-GL-ACCOUNTS-STATUS NOT = "00"
                   MOVE "YES" TO WS-GL-EOF
               END-IF
               PERFORM UNTIL WS-GL-EOF = "YES"
                   READ FS-GL-ACCOUNTS-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-GL-EOF
                       NOT AT END
                           IF WS-FST-COUNT < 60
                               ADD 1 TO WS-FST-COUNT
                               INITIALIZE WS-FST-ENTRY(WS-FST-COUNT)
                               MOVE FS-GLA-NUMBER
                                 TO WS-FST-ACCT(WS-FST-COUNT)
                               MOVE FS-GLA-NAME
                                 TO WS-FST-NAME(WS-FST-COUNT)
                               MOVE FS-GLA-TYPE
                                 TO WS-FST-TYPE(WS-FST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-GL-ACCOUNTS-FILE
           .


      * every figure is kept as debits less credits; the statements
      * turn the sign round for the credit-natured sections.  the
      * year-end closing entries count toward balances but never
      * toward income or expense, so December still reads as traded
       7220-ACCUMULATE-JOURNAL-PARA.
           MOVE 0 TO WS-FST-ENTRY-COUNT
           MOVE 0 TO WS-FST-UNCHARTED
           MOVE "NO" TO WS-GL-EOF
           OPEN INPUT FS-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS NOT = "00"
                   DISPLAY "No GL journal on file yet"
                   MOVE "YES" TO WS-GL-EOF
               END-IF
               PERFORM UNTIL WS-GL-EOF = "YES"
                   READ FS-GL-JOURNAL-FILE
                       AT END
                           MOVE "YES" TO WS-GL-EOF
                       NOT AT END
                           ADD 1 TO WS-FST-ENTRY-COUNT
                           DIVIDE FS-GLJ-DATE BY 100
                             GIVING WS-FST-JRNL-PERIOD
                           MOVE FS-GLJ-DEBIT-ACCT TO WS-FST-LOOKUP
                           MOVE FS-GLJ-AMOUNT TO WS-FST-SIGNED
                           PERFORM 7221-ADD-ONE-SIDE-PARA
                           MOVE FS-GLJ-CREDIT-ACCT TO WS-FST-LOOKUP
                           COMPUTE WS-FST-SIGNED = FS-GLJ-AMOUNT * -1
                           PERFORM 7221-ADD-ONE-SIDE-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-GL-JOURNAL-FILE
           .


       7221-ADD-ONE-SIDE-PARA.
           MOVE 0 TO WS-FST-FOUND
           PERFORM VARYING WS-FST-INDEX FROM 1 BY 1
             UNTIL WS-FST-INDEX > WS-FST-COUNT OR WS-FST-FOUND > 0
               IF WS-FST-ACCT(WS-FST-INDEX) = WS-FST-LOOKUP
                   MOVE WS-FST-INDEX TO WS-FST-FOUND
               END-IF
           END-PERFORM
           IF WS-FST-FOUND = 0
               ADD 1 TO WS-FST-UNCHARTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FST-FOUND TO WS-FST-INDEX

           IF WS-FST-JRNL-PERIOD <= WS-FST-PERIOD
               ADD WS-FST-SIGNED TO WS-FST-BAL-CUR(WS-FST-INDEX)
           END-IF
           IF WS-FST-JRNL-PERIOD <= WS-FST-PRIOR
               ADD WS-FST-SIGNED TO WS-FST-BAL-PRI(WS-FST-INDEX)
           END-IF
           IF WS-FST-JRNL-PERIOD <= WS-FST-LAST-YEAR
               ADD WS-FST-SIGNED TO WS-FST-BAL-LY(WS-FST-INDEX)
           END-IF

           IF FS-GLJ-TYPE = "YECLOSE"
               EXIT PARAGRAPH
           END-IF
           IF WS-FST-JRNL-PERIOD = WS-FST-PERIOD
               ADD WS-FST-SIGNED TO WS-FST-MTD-CUR(WS-FST-INDEX)
           END-IF
           IF WS-FST-JRNL-PERIOD = WS-FST-PRIOR
               ADD WS-FST-SIGNED TO WS-FST-MTD-PRI(WS-FST-INDEX)
           END-IF
           IF WS-FST-JRNL-PERIOD = WS-FST-LAST-YEAR
               ADD WS-FST-SIGNED TO WS-FST-MTD-LY(WS-FST-INDEX)
           END-IF
           IF WS-FST-JRNL-PERIOD <= WS-FST-PERIOD AND
              WS-FST-JRNL-PERIOD > WS-FST-PERIOD-YEAR * 100
               ADD WS-FST-SIGNED TO WS-FST-YTD-CUR(WS-FST-INDEX)
           END-IF
           IF WS-FST-JRNL-PERIOD <= WS-FST-LAST-YEAR AND
              WS-FST-JRNL-PERIOD > (WS-FST-PERIOD-YEAR - 1) * 100
               ADD WS-FST-SIGNED TO WS-FST-YTD-LY(WS-FST-INDEX)
           END-IF
           .


      * earnings not yet closed to retained earnings sit in equity so
      * assets always equal liabilities plus equity between closes
       7230-BALANCE-SHEET-PARA.
           MOVE SPACES TO FS-REPORT-LINE
           STRING "BALANCE SHEET AS OF "WS-FST-PERIOD
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "ACCOUNT,NAME,THIS MONTH,PRIOR MONTH,CHANGE,SAME MONTH
      -         " LAST YEAR,CHANGE" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "A" TO WS-FST-SECTION
           MOVE "ASSETS" TO WS-FST-HEADING
           PERFORM 7231-BS-SECTION-PARA
           MOVE WS-FST-COL(1) TO WS-FST-ASSETS(1)
           MOVE WS-FST-COL(2) TO WS-FST-ASSETS(2)
           MOVE WS-FST-COL(3) TO WS-FST-ASSETS(3)

           MOVE "L" TO WS-FST-SECTION
           MOVE "LIABILITIES" TO WS-FST-HEADING
           PERFORM 7231-BS-SECTION-PARA
           MOVE WS-FST-COL(1) TO WS-FST-LIAB-EQ(1)
           MOVE WS-FST-COL(2) TO WS-FST-LIAB-EQ(2)
           MOVE WS-FST-COL(3) TO WS-FST-LIAB-EQ(3)

           MOVE "Q" TO WS-FST-SECTION
           MOVE "EQUITY" TO WS-FST-HEADING
           PERFORM 7231-BS-SECTION-PARA

      * income and expense balances to date, credit-natured
           MOVE 0 TO WS-FST-ROW(1)
           MOVE 0 TO WS-FST-ROW(2)
           MOVE 0 TO WS-FST-ROW(3)
           PERFORM VARYING WS-FST-INDEX FROM 1 BY 1
             UNTIL WS-FST-INDEX > WS-FST-COUNT
               IF WS-FST-TYPE(WS-FST-INDEX) = "I" OR
                  WS-FST-TYPE(WS-FST-INDEX) = "E"
                   SUBTRACT WS-FST-BAL-CUR(WS-FST-INDEX)
                     FROM WS-FST-ROW(1)
                   SUBTRACT WS-FST-BAL-PRI(WS-FST-INDEX)
                     FROM WS-FST-ROW(2)
                   SUBTRACT WS-FST-BAL-LY(WS-FST-INDEX)
                     FROM WS-FST-ROW(3)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-FST-ROW-ACCT
           MOVE "EARNINGS NOT YET CLOSED" TO WS-FST-ROW-NAME
           PERFORM 7232-WRITE-BS-ROW-PARA
           ADD WS-FST-ROW(1) TO WS-FST-COL(1)
           ADD WS-FST-ROW(2) TO WS-FST-COL(2)
           ADD WS-FST-ROW(3) TO WS-FST-COL(3)
           MOVE WS-FST-COL(1) TO WS-FST-ROW(1)
           MOVE WS-FST-COL(2) TO WS-FST-ROW(2)
           MOVE WS-FST-COL(3) TO WS-FST-ROW(3)
           MOVE "TOTAL EQUITY" TO WS-FST-ROW-NAME
           PERFORM 7232-WRITE-BS-ROW-PARA

           ADD WS-FST-COL(1) TO WS-FST-LIAB-EQ(1)
           ADD WS-FST-COL(2) TO WS-FST-LIAB-EQ(2)
           ADD WS-FST-COL(3) TO WS-FST-LIAB-EQ(3)
           MOVE WS-FST-LIAB-EQ(1) TO WS-FST-ROW(1)
           MOVE WS-FST-LIAB-EQ(2) TO WS-FST-ROW(2)
           MOVE WS-FST-LIAB-EQ(3) TO WS-FST-ROW(3)
           MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-FST-ROW-NAME
           PERFORM 7232-WRITE-BS-ROW-PARA

           IF WS-FST-ASSETS(1) = WS-FST-LIAB-EQ(1)
               MOVE "YES" TO WS-FST-BS-BALANCED
               MOVE "BALANCE SHEET BALANCES" TO FS-REPORT-LINE
           ELSE
               MOVE "NO" TO WS-FST-BS-BALANCED
               MOVE "BALANCE SHEET DOES NOT BALANCE" TO FS-REPORT-LINE
           END-IF
           WRITE FS-REPORT-LINE
           .


      * one section of the balance sheet; leaves the section totals
      * in WS-FST-COL
       7231-BS-SECTION-PARA.
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE WS-FST-HEADING TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE 0 TO WS-FST-COL(1)
           MOVE 0 TO WS-FST-COL(2)
           MOVE 0 TO WS-FST-COL(3)
           PERFORM VARYING WS-FST-INDEX FROM 1 BY 1
             UNTIL WS-FST-INDEX > WS-FST-COUNT
               IF WS-FST-TYPE(WS-FST-INDEX) = WS-FST-SECTION
                   MOVE WS-FST-BAL-CUR(WS-FST-INDEX) TO WS-FST-ROW(1)
                   MOVE WS-FST-BAL-PRI(WS-FST-INDEX) TO WS-FST-ROW(2)
                   MOVE WS-FST-BAL-LY(WS-FST-INDEX) TO WS-FST-ROW(3)
                   IF WS-FST-SECTION NOT = "A"
                       MULTIPLY -1 BY WS-FST-ROW(1)
                       MULTIPLY -1 BY WS-FST-ROW(2)
                       MULTIPLY -1 BY WS-FST-ROW(3)
                   END-IF
                   ADD WS-FST-ROW(1) TO WS-FST-COL(1)
                   ADD WS-FST-ROW(2) TO WS-FST-COL(2)
                   ADD WS-FST-ROW(3) TO WS-FST-COL(3)
                   MOVE WS-FST-ACCT(WS-FST-INDEX) TO WS-FST-ROW-ACCT
                   MOVE WS-FST-NAME(WS-FST-INDEX) TO WS-FST-ROW-NAME
                   PERFORM 7232-WRITE-BS-ROW-PARA
               END-IF
           END-PERFORM
           IF WS-FST-SECTION NOT = "Q"
               MOVE WS-FST-COL(1) TO WS-FST-ROW(1)
               MOVE WS-FST-COL(2) TO WS-FST-ROW(2)
               MOVE WS-FST-COL(3) TO WS-FST-ROW(3)
               MOVE 0 TO WS-FST-ROW-ACCT
               MOVE SPACES TO WS-FST-ROW-NAME
               STRING "TOTAL "WS-FST-HEADING
                 DELIMITED BY SIZE INTO WS-FST-ROW-NAME
               PERFORM 7232-WRITE-BS-ROW-PARA
           END-IF
           .


      * account, name, this month, prior month, change, last year,
      * change - from WS-FST-ROW(1..3)
       7232-WRITE-BS-ROW-PARA.
           COMPUTE WS-FST-ROW(4) = WS-FST-ROW(1) - WS-FST-ROW(2)
           COMPUTE WS-FST-ROW(5) = WS-FST-ROW(1) - WS-FST-ROW(3)
           MOVE SPACES TO FS-REPORT-LINE
           MOVE 1 TO WS-STR-LEN
           IF WS-FST-ROW-ACCT = 0
               STRING ","FUNCTION TRIM(WS-FST-ROW-NAME)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
                 WITH POINTER WS-STR-LEN
           ELSE
               STRING WS-FST-ROW-ACCT","
                      FUNCTION TRIM(WS-FST-ROW-NAME)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
                 WITH POINTER WS-STR-LEN
           END-IF
           MOVE WS-FST-ROW(1) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-FST-ROW(2) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-FST-ROW(4) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-FST-ROW(3) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-FST-ROW(5) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           WRITE FS-REPORT-LINE
           .


       7233-APPEND-MONEY-PARA.
           MOVE SPACES TO WS-DISPLAY
           PERFORM CALCULATE-MONEY-CSV-PARA
           STRING ","FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
             WITH POINTER WS-STR-LEN
           .


      * the month block and the year-to-date block share the row
      * writer: the month block fills all five columns, the year
      * block this year, last year, and the change
       7240-INCOME-STATEMENT-PARA.
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "INCOME STATEMENT FOR "WS-FST-PERIOD
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "M" TO WS-FST-BLOCK
           MOVE "ACCOUNT,NAME,THIS MONTH,PRIOR MONTH,CHANGE,SAME MONTH
      -         " LAST YEAR,CHANGE" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           PERFORM 7241-IS-BLOCK-PARA
           MOVE WS-FST-NET(1) TO WS-FST-NET-MTD

           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "Y" TO WS-FST-BLOCK
           MOVE "ACCOUNT,NAME,YEAR TO DATE,LAST YEAR TO DATE,CHANGE"
             TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           PERFORM 7241-IS-BLOCK-PARA
           MOVE WS-FST-NET(1) TO WS-FST-NET-YTD
           .


       7241-IS-BLOCK-PARA.
           MOVE "I" TO WS-FST-SECTION
           MOVE "INCOME" TO WS-FST-HEADING
           PERFORM 7242-IS-SECTION-PARA
           MOVE WS-FST-COL(1) TO WS-FST-NET(1)
           MOVE WS-FST-COL(2) TO WS-FST-NET(2)
           MOVE WS-FST-COL(3) TO WS-FST-NET(3)

           MOVE "E" TO WS-FST-SECTION
           MOVE "EXPENSE" TO WS-FST-HEADING
           PERFORM 7242-IS-SECTION-PARA
           SUBTRACT WS-FST-COL(1) FROM WS-FST-NET(1)
           SUBTRACT WS-FST-COL(2) FROM WS-FST-NET(2)
           SUBTRACT WS-FST-COL(3) FROM WS-FST-NET(3)

           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE WS-FST-NET(1) TO WS-FST-ROW(1)
           MOVE WS-FST-NET(2) TO WS-FST-ROW(2)
           MOVE WS-FST-NET(3) TO WS-FST-ROW(3)
           MOVE 0 TO WS-FST-ROW-ACCT
           MOVE "NET INCOME" TO WS-FST-ROW-NAME
           PERFORM 7244-WRITE-IS-ROW-PARA
           .


       7242-IS-SECTION-PARA.
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE WS-FST-HEADING TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE 0 TO WS-FST-COL(1)
           MOVE 0 TO WS-FST-COL(2)
           MOVE 0 TO WS-FST-COL(3)
           PERFORM VARYING WS-FST-INDEX FROM 1 BY 1
             UNTIL WS-FST-INDEX > WS-FST-COUNT
               IF WS-FST-TYPE(WS-FST-INDEX) = WS-FST-SECTION
                   PERFORM 7243-IS-ONE-ACCOUNT-PARA
               END-IF
           END-PERFORM
           MOVE WS-FST-COL(1) TO WS-FST-ROW(1)
           MOVE WS-FST-COL(2) TO WS-FST-ROW(2)
           MOVE WS-FST-COL(3) TO WS-FST-ROW(3)
           MOVE 0 TO WS-FST-ROW-ACCT
           MOVE SPACES TO WS-FST-ROW-NAME
           STRING "TOTAL "WS-FST-HEADING
             DELIMITED BY SIZE INTO WS-FST-ROW-NAME
           PERFORM 7244-WRITE-IS-ROW-PARA
           .


       7243-IS-ONE-ACCOUNT-PARA.
           IF WS-FST-BLOCK = "M"
               MOVE WS-FST-MTD-CUR(WS-FST-INDEX) TO WS-FST-ROW(1)
               MOVE WS-FST-MTD-PRI(WS-FST-INDEX) TO WS-FST-ROW(2)
               MOVE WS-FST-MTD-LY(WS-FST-INDEX) TO WS-FST-ROW(3)
           ELSE
               MOVE WS-FST-YTD-CUR(WS-FST-INDEX) TO WS-FST-ROW(1)
               MOVE WS-FST-YTD-LY(WS-FST-INDEX) TO WS-FST-ROW(2)
               MOVE 0 TO WS-FST-ROW(3)
           END-IF
           IF WS-FST-SECTION = "I"
               MULTIPLY -1 BY WS-FST-ROW(1)
               MULTIPLY -1 BY WS-FST-ROW(2)
               MULTIPLY -1 BY WS-FST-ROW(3)
           END-IF
           ADD WS-FST-ROW(1) TO WS-FST-COL(1)
           ADD WS-FST-ROW(2) TO WS-FST-COL(2)
           ADD WS-FST-ROW(3) TO WS-FST-COL(3)
           MOVE WS-FST-ACCT(WS-FST-INDEX) TO WS-FST-ROW-ACCT
           MOVE WS-FST-NAME(WS-FST-INDEX) TO WS-FST-ROW-NAME
           PERFORM 7244-WRITE-IS-ROW-PARA
           .


       7244-WRITE-IS-ROW-PARA.
           IF WS-FST-BLOCK = "M"
               PERFORM 7232-WRITE-BS-ROW-PARA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FST-ROW(4) = WS-FST-ROW(1) - WS-FST-ROW(2)
           MOVE SPACES TO FS-REPORT-LINE
           MOVE 1 TO WS-STR-LEN
           IF WS-FST-ROW-ACCT = 0
               STRING ","FUNCTION TRIM(WS-FST-ROW-NAME)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
                 WITH POINTER WS-STR-LEN
           ELSE
               STRING WS-FST-ROW-ACCT","
                      FUNCTION TRIM(WS-FST-ROW-NAME)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
                 WITH POINTER WS-STR-LEN
           END-IF
           MOVE WS-FST-ROW(1) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-FST-ROW(2) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-FST-ROW(4) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           WRITE FS-REPORT-LINE
           .


      * year-end close: each income and expense account's balance
      * for the year moves to retained earnings (3010) in one journal
      * entry per account dated 31 December; a year already closed
      * is not closed twice
       7250-YEAR-END-CLOSE-PARA.
           COMPUTE WS-FST-CLOSE-DATE =
               WS-FST-PERIOD-YEAR * 10000 + 1231
           MOVE "NO" TO WS-FST-CLOSED-ALREADY
           MOVE "NO" TO WS-GL-EOF
           OPEN INPUT FS-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS NOT = "00"
                   MOVE "YES" TO WS-GL-EOF
               END-IF
               PERFORM UNTIL WS-GL-EOF = "YES"
                   READ FS-GL-JOURNAL-FILE
                       AT END
                           MOVE "YES" TO WS-GL-EOF
                       NOT AT END
                           IF FS-GLJ-TYPE = "YECLOSE" AND
                              FS-GLJ-DATE = WS-FST-CLOSE-DATE
                               MOVE "YES" TO WS-FST-CLOSED-ALREADY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-GL-JOURNAL-FILE
           IF WS-FST-CLOSED-ALREADY = "YES"
               DISPLAY "Year "WS-FST-PERIOD-YEAR" is already closed to
      -                " retained earnings"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FST-CLOSE-COUNT
           OPEN EXTEND FS-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT FS-GL-JOURNAL-FILE
               END-IF
               PERFORM VARYING WS-FST-INDEX FROM 1 BY 1
                 UNTIL WS-FST-INDEX > WS-FST-COUNT
                   IF (WS-FST-TYPE(WS-FST-INDEX) = "I" OR
                       WS-FST-TYPE(WS-FST-INDEX) = "E") AND
                      WS-FST-YTD-CUR(WS-FST-INDEX) NOT = 0
                       PERFORM 7251-CLOSE-ONE-ACCOUNT-PARA
                   END-IF
               END-PERFORM
           CLOSE FS-GL-JOURNAL-FILE

           DISPLAY "Year "WS-FST-PERIOD-YEAR" closed - closing entries
      -            " written: "WS-FST-CLOSE-COUNT
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "GL year "WS-FST-PERIOD-YEAR" closed to retained ear
      -           "nings"
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


       7251-CLOSE-ONE-ACCOUNT-PARA.
           MOVE WS-FST-CLOSE-DATE TO FS-GLJ-DATE
           IF WS-FST-YTD-CUR(WS-FST-INDEX) > 0
               MOVE 3010 TO FS-GLJ-DEBIT-ACCT
               MOVE WS-FST-ACCT(WS-FST-INDEX) TO FS-GLJ-CREDIT-ACCT
               MOVE WS-FST-YTD-CUR(WS-FST-INDEX) TO FS-GLJ-AMOUNT
           ELSE
               MOVE WS-FST-ACCT(WS-FST-INDEX) TO FS-GLJ-DEBIT-ACCT
               MOVE 3010 TO FS-GLJ-CREDIT-ACCT
               COMPUTE FS-GLJ-AMOUNT =
                   WS-FST-YTD-CUR(WS-FST-INDEX) * -1
           END-IF
           MOVE 0 TO FS-GLJ-SOURCE-ID
           MOVE "YECLOSE" TO FS-GLJ-TYPE
           WRITE FS-GLJ-RECORD
           ADD 1 TO WS-FST-CLOSE-COUNT
           .




      * catch-up close after missed days: every date from the current
      * business date through the target runs in order - business
      * dates get the full close and their own EOD report, weekend
      * and holiday dates accrue (and capitalize at a month end) and
      * roll; the first close that does not reconcile stops the run
      * with the business date left on it, so a rerun resumes there
       7300-CATCH-UP-CLOSE-PARA.
           PERFORM 2110-READ-BUSINESS-DATE-PARA
           IF WS-BUSDATE-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           CALL "DATE-TO-DAYS" USING WS-BUSINESS-YEAR WS-BUSINESS-MONTH
                                     WS-BUSINESS-DAY WS-BUSINESS-AS-DAYS
           MOVE WS-BUSINESS-DATE TO WS-CATCH-FROM-DATE
           DISPLAY "Business date on file is "WS-BUSINESS-MONTH"/"
             WS-BUSINESS-DAY"/"WS-BUSINESS-YEAR

           DISPLAY "Catch up through which date?"
           DISPLAY "Enter year (yyyy):"
           ACCEPT WS-CATCH-TARGET-YEAR
           DISPLAY "Enter month (1-12):"
           ACCEPT WS-CATCH-TARGET-MONTH
           DISPLAY "Enter day (1-31):"
           ACCEPT WS-CATCH-TARGET-DAY
           CALL "VALIDATE-DATE" USING WS-CATCH-TARGET-YEAR
                                      WS-CATCH-TARGET-MONTH
                                      WS-CATCH-TARGET-DAY
           CALL "DATE-TO-DAYS" USING WS-CATCH-TARGET-YEAR
               WS-CATCH-TARGET-MONTH WS-CATCH-TARGET-DAY
               WS-CATCH-TARGET-AS-DAYS

           IF WS-CATCH-TARGET-AS-DAYS < WS-BUSINESS-AS-DAYS
               DISPLAY "Target is before the business date on file - n
      -                "othing to catch up"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CATCH-TODAY
           IF WS-CATCH-TARGET-DATE > WS-CATCH-TODAY
               DISPLAY "Target is in the future - a catch-up cannot cl
      -                "ose a day that has not happened"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CATCH-DAY-COUNT =
               WS-CATCH-TARGET-AS-DAYS - WS-BUSINESS-AS-DAYS + 1
           DISPLAY "Dates to process: "WS-CATCH-DAY-COUNT
             " - continue? (Y/N)"
           ACCEPT WS-CATCH-REPLY
           IF WS-CATCH-REPLY NOT = "Y" AND WS-CATCH-REPLY NOT = "y"
               DISPLAY "Catch-up cancelled"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CATCH-CLOSED-COUNT
           MOVE 0 TO WS-CATCH-ACCRUED-COUNT
           MOVE "NO" TO WS-CATCHUP-FAILED
           MOVE "YES" TO WS-CATCHUP-MODE

           MOVE SPACES TO WS-CATCH-REPORT-FILENAME
           STRING "eod_catchup_"WS-CATCH-FROM-DATE"_"
                  WS-CATCH-TARGET-DATE".txt"
             DELIMITED BY SIZE INTO WS-CATCH-REPORT-FILENAME
           MOVE WS-CATCH-REPORT-FILENAME TO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "CATCH-UP CLOSE "WS-CATCH-FROM-DATE" THROUGH "
                  WS-CATCH-TARGET-DATE
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE

           PERFORM UNTIL WS-BUSINESS-AS-DAYS > WS-CATCH-TARGET-AS-DAYS
                      OR WS-CATCHUP-FAILED = "YES"
               PERFORM 7310-CATCH-UP-ONE-DATE-PARA
           END-PERFORM

           MOVE "NO" TO WS-CATCHUP-MODE
           MOVE WS-CATCH-REPORT-FILENAME TO WS-REPORT-FILENAME
           OPEN EXTEND FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Business dates closed "WS-CATCH-CLOSED-COUNT
                  "  weekend/holiday dates accrued "
                  WS-CATCH-ACCRUED-COUNT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           IF WS-CATCHUP-FAILED = "YES"
               STRING "STOPPED - resume from business date "
                      WS-BUSINESS-DATE
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
           ELSE
               STRING "Complete - next business date "WS-BUSINESS-DATE
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
           END-IF
           WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE

           DISPLAY " "
           DISPLAY "Catch-up close summary"
           DISPLAY "Business dates closed:         "
             WS-CATCH-CLOSED-COUNT
           DISPLAY "Weekend/holiday dates accrued: "
             WS-CATCH-ACCRUED-COUNT
           DISPLAY "Report written to "
             FUNCTION TRIM(WS-CATCH-REPORT-FILENAME)

           MOVE SPACES TO WS-OPS-MESSAGE
           IF WS-CATCHUP-FAILED = "YES"
               MOVE "E" TO WS-OPS-SEVERITY
               STRING "catch-up close stopped at "WS-BUSINESS-DATE
                      " - reconcile mismatches"
                 DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               IF WS-UNATTENDED-SESSION = "Y"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "I" TO WS-OPS-SEVERITY
               STRING "catch-up close complete through "
                      WS-CATCH-TARGET-DATE
                 DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           END-IF
           PERFORM OPS-LOG-PARA

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "catch-up close "WS-CATCH-FROM-DATE"-"
                  WS-CATCH-TARGET-DATE" closed "WS-CATCH-CLOSED-COUNT
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA

           MOVE "EODCATCHUP" TO WS-RCAT-TYPE
           MOVE WS-CATCH-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-CATCH-CLOSED-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       7310-CATCH-UP-ONE-DATE-PARA.
           MOVE WS-BUSINESS-DATE TO WS-CATCH-THIS-DATE
           MOVE "ISBUS" TO WS-BUSDAY-ACTION
           MOVE 0 TO WS-BUSDAY-COUNT
           CALL "BUSINESS-DAY" USING WS-BUSDAY-ACTION
               WS-BUSINESS-AS-DAYS WS-BUSDAY-COUNT WS-BUSDAY-RESULT
               WS-BUSDAY-FLAG

           DISPLAY " "
           IF WS-BUSDAY-FLAG = "Y"
               DISPLAY "=== Catch-up close for business date "
                 WS-BUSINESS-MONTH"/"WS-BUSINESS-DAY"/"
                 WS-BUSINESS-YEAR" ==="
               PERFORM 2101-RUN-ONE-CLOSE-PARA
               MOVE SPACES TO FS-REPORT-LINE
               IF WS-CATCHUP-FAILED = "YES"
                   STRING WS-CATCH-THIS-DATE"  CLOSE FAILED - "
                          WS-RECON-MISMATCH-COUNT
                          " reconcile mismatches"
                     DELIMITED BY SIZE INTO FS-REPORT-LINE
               ELSE
                   ADD 1 TO WS-CATCH-CLOSED-COUNT
                   STRING WS-CATCH-THIS-DATE"  closed  "
                          FUNCTION TRIM(WS-EOD-REPORT-FILENAME)
                     DELIMITED BY SIZE INTO FS-REPORT-LINE
               END-IF
           ELSE
               DISPLAY "=== "WS-BUSINESS-MONTH"/"WS-BUSINESS-DAY"/"
                 WS-BUSINESS-YEAR" is not a business day - accrual o
      -          "nly ==="
               PERFORM 2102-ACCRUAL-ONLY-DATE-PARA
               ADD 1 TO WS-CATCH-ACCRUED-COUNT
               MOVE SPACES TO FS-REPORT-LINE
               STRING WS-CATCH-THIS-DATE"  weekend/holiday - accrued "
                      WS-ACCR-ACCOUNT-COUNT" accounts"
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
           END-IF

           MOVE WS-CATCH-REPORT-FILENAME TO WS-REPORT-FILENAME
           OPEN EXTEND FS-REPORT-FILE
               WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE
           .




      * one record per close step finished, keyed by the business
      * date being closed; a rerun of that date picks up after the
      * last step it finds here
       EOD-LOAD-CHECKPOINT-PARA.
           MOVE "NO" TO WS-EODCK-RESTART
           MOVE 1 TO WS-EODCK-RESUME-STEP
           MOVE ZERO TO WS-EODCK-SKIPPED-COUNT
           PERFORM VARYING WS-EODCK-IDX FROM 1 BY 1
                   UNTIL WS-EODCK-IDX > 12
               MOVE "N" TO WS-EODCK-DONE(WS-EODCK-IDX)
           END-PERFORM

           MOVE "NO" TO WS-EODCK-EOF
           OPEN INPUT FS-EODCK-FILE
           IF WS-EODCK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EODCK-EOF = "YES"
               READ FS-EODCK-FILE
                   AT END
                       MOVE "YES" TO WS-EODCK-EOF
                   NOT AT END
                       IF FS-EODCK-DATE = WS-BUSINESS-DATE
                          AND FS-EODCK-STEP >= 1
                          AND FS-EODCK-STEP <= 12
                           MOVE "Y" TO WS-EODCK-DONE(FS-EODCK-STEP)
                           MOVE "YES" TO WS-EODCK-RESTART
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FS-EODCK-FILE

           IF WS-EODCK-RESTART = "YES"
               PERFORM VARYING WS-EODCK-IDX FROM 12 BY -1
                       UNTIL WS-EODCK-IDX < 1
                   IF WS-EODCK-DONE(WS-EODCK-IDX) = "N"
                      AND WS-EODCK-IDX NOT = 3
                       MOVE WS-EODCK-IDX TO WS-EODCK-RESUME-STEP
                   END-IF
               END-PERFORM
               IF WS-EODCK-DONE(12) = "Y"
                   MOVE 13 TO WS-EODCK-RESUME-STEP
               END-IF
           END-IF
           .


       EOD-CHECKPOINT-STEP-PARA.
           OPEN EXTEND FS-EODCK-FILE
           IF WS-EODCK-FILE-STATUS = "35"
               OPEN OUTPUT FS-EODCK-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO FS-EODCK-DATE
           MOVE WS-EODCK-STEP TO FS-EODCK-STEP
           MOVE FUNCTION CURRENT-DATE(1:14) TO FS-EODCK-STAMP
           WRITE FS-EODCK-RECORD
           CLOSE FS-EODCK-FILE
           .


       EOD-STEP-SKIPPED-PARA.
           DISPLAY " "
           DISPLAY "Step "WS-EODCK-STEP" - already complete, skipped"
           ADD 1 TO WS-EODCK-SKIPPED-COUNT
           MOVE WS-EODCK-STEP
             TO WS-EODCK-SKIPPED(WS-EODCK-SKIPPED-COUNT)
           .


      * the date has rolled, so nothing in the checkpoint is needed
       EOD-CLEAR-CHECKPOINT-PARA.
           OPEN OUTPUT FS-EODCK-FILE
           CLOSE FS-EODCK-FILE
           .




      * which customers make the bank money: a month of fee income,
      * loan late fees and loan interest against deposit and term
      * deposit interest and a cost-of-funds charge on the average
      * deposit balance, netted per customer off the general ledger
      * and the balance history, ranked, and subtotaled by branch
      * and by product code
       7400-PROFITABILITY-PARA.
           DISPLAY "Profitability for which month (yyyymm)?"
           ACCEPT WS-PRF-PERIOD
           IF WS-PRF-PERIOD-MONTH < 1 OR WS-PRF-PERIOD-MONTH > 12
               DISPLAY "Invalid month"
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-PRF-PERIOD-MONTH
               WHEN 1
                   COMPUTE WS-PRF-PRIOR-1 =
                       (WS-PRF-PERIOD-YEAR - 1) * 100 + 12
                   COMPUTE WS-PRF-PRIOR-2 =
                       (WS-PRF-PERIOD-YEAR - 1) * 100 + 11
               WHEN 2
                   COMPUTE WS-PRF-PRIOR-1 = WS-PRF-PERIOD - 1
                   COMPUTE WS-PRF-PRIOR-2 =
                       (WS-PRF-PERIOD-YEAR - 1) * 100 + 12
               WHEN OTHER
                   COMPUTE WS-PRF-PRIOR-1 = WS-PRF-PERIOD - 1
                   COMPUTE WS-PRF-PRIOR-2 = WS-PRF-PERIOD - 2
           END-EVALUATE

           IF WS-PRF-PERIOD-MONTH = 12
               COMPUTE WS-PRF-NEXT-YEAR = WS-PRF-PERIOD-YEAR + 1
               MOVE 1 TO WS-PRF-NEXT-MONTH
           ELSE
               MOVE WS-PRF-PERIOD-YEAR TO WS-PRF-NEXT-YEAR
               COMPUTE WS-PRF-NEXT-MONTH = WS-PRF-PERIOD-MONTH + 1
           END-IF
           CALL "DATE-TO-DAYS" USING WS-PRF-PERIOD-YEAR
                                     WS-PRF-PERIOD-MONTH
                                     WS-PRF-FIRST-DAY
                                     WS-PRF-START-AS-DAYS
           CALL "DATE-TO-DAYS" USING WS-PRF-NEXT-YEAR
                                     WS-PRF-NEXT-MONTH
                                     WS-PRF-FIRST-DAY
                                     WS-PRF-NEXT-AS-DAYS
           COMPUTE WS-PRF-MONTH-DAYS =
               WS-PRF-NEXT-AS-DAYS - WS-PRF-START-AS-DAYS

           PERFORM 7410-READ-PROFIT-CONTROL-PARA

           MOVE 0 TO WS-PRF-COUNT
           MOVE 0 TO WS-PRF-UNASSIGNED-COUNT
           MOVE 0 TO WS-PRF-TOT-INCOME
           MOVE 0 TO WS-PRF-TOT-EXPENSE
           MOVE 0 TO WS-PRF-TOT-NET
           MOVE 0 TO WS-PRF-NEG-COUNT
           MOVE 0 TO WS-PRF-FLAG-COUNT

           PERFORM 7420-LOAD-CUSTOMERS-PARA
           PERFORM 7430-ACCUMULATE-JOURNAL-PARA
           PERFORM 7440-ACCUMULATE-BALANCES-PARA
           PERFORM 7450-NET-AND-FLAG-PARA
           PERFORM 7460-RANK-CUSTOMERS-PARA

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "profitability_"WS-PRF-PERIOD".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           PERFORM 7470-WRITE-RANKING-PARA
           MOVE "B" TO WS-PRF-GROUP-BY
           PERFORM 7480-WRITE-SUBTOTALS-PARA
           MOVE "P" TO WS-PRF-GROUP-BY
           PERFORM 7480-WRITE-SUBTOTALS-PARA
           PERFORM 7490-WRITE-TOTALS-PARA
           CLOSE FS-REPORT-FILE

           MOVE "USD" TO WS-DISPLAY-CURRENCY-CODE
           DISPLAY "Customer profitability for "WS-PRF-PERIOD
           DISPLAY "Customers ranked:             "WS-PRF-COUNT
           DISPLAY "Negative contribution:        "WS-PRF-NEG-COUNT
           DISPLAY "Negative three months running: "WS-PRF-FLAG-COUNT
           MOVE WS-PRF-TOT-NET TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Net contribution, all customers: "WS-DISPLAY
           IF WS-PRF-UNASSIGNED-COUNT > 0
               DISPLAY "Ledger entries with no customer on file: "
                 WS-PRF-UNASSIGNED-COUNT
           END-IF
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE "PROFIT" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-PRF-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


      * no control file means the standard two percent
       7410-READ-PROFIT-CONTROL-PARA.
           MOVE 0.02 TO WS-PRF-COF-RATE
           OPEN INPUT FS-PROFCTL-FILE
               IF WS-PROFCTL-FILE-STATUS = "00"
                   READ FS-PROFCTL-FILE
                       NOT AT END
                           IF FS-PROF-COF-RATE IS NUMERIC
                               MOVE FS-PROF-COF-RATE
                                 TO WS-PRF-COF-RATE
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-PROFCTL-FILE
           .


      * every customer with an account is ranked, earning or not; a
      * customer's branch and product are those of the lowest-
      * numbered account
       7420-LOAD-CUSTOMERS-PARA.
           MOVE "NO" TO WS-PRF-EOF
           OPEN INPUT FS-USERS-FILE
               PERFORM UNTIL WS-PRF-EOF = "YES"
                   READ FS-USERS-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-PRF-EOF
                       NOT AT END
                           IF FS-ACCOUNT-CUSTOMER-NUMBER NOT = 0
                               MOVE FS-ACCOUNT-CUSTOMER-NUMBER
                                 TO WS-PRF-NEW-CUST
                               MOVE FS-ACCOUNT-BRANCH
                                 TO WS-PRF-NEW-BRANCH
                               MOVE FS-ACCOUNT-PRODUCT-CODE
                                 TO WS-PRF-NEW-PRODUCT
                               PERFORM 7421-FIND-CUSTOMER-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           .


      * WS-PRF-NEW-CUST's entry comes back in WS-PRF-INDEX, added on
      * first sight with the new branch and product; 0 means the
      * table is full and the customer is left out
       7421-FIND-CUSTOMER-PARA.
           PERFORM VARYING WS-PRF-INDEX FROM 1 BY 1
             UNTIL WS-PRF-INDEX > WS-PRF-COUNT
               IF WS-PRF-CUST(WS-PRF-INDEX) = WS-PRF-NEW-CUST
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-PRF-COUNT < 500
               ADD 1 TO WS-PRF-COUNT
               MOVE WS-PRF-COUNT TO WS-PRF-INDEX
               INITIALIZE WS-PRF-ENTRY(WS-PRF-INDEX)
               MOVE WS-PRF-NEW-CUST TO WS-PRF-CUST(WS-PRF-INDEX)
               MOVE WS-PRF-NEW-BRANCH TO WS-PRF-BRANCH(WS-PRF-INDEX)
               MOVE WS-PRF-NEW-PRODUCT TO WS-PRF-PRODUCT(WS-PRF-INDEX)
           ELSE
               DISPLAY "Customer table is at its 500-entry limit -
      -                " customer "WS-PRF-NEW-CUST" was NOT included"
               MOVE 0 TO WS-PRF-INDEX
           END-IF
           .


      * the month's fee, interest and loan entries off the journal;
      * account-sourced entries find the customer on the account,
      * loan-sourced ones on the loan
       7430-ACCUMULATE-JOURNAL-PARA.
           MOVE "NO" TO WS-PRF-LOANS-OPEN
           OPEN INPUT FS-LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               MOVE "YES" TO WS-PRF-LOANS-OPEN
           END-IF
           OPEN INPUT FS-USERS-FILE

           MOVE "NO" TO WS-PRF-EOF
           OPEN INPUT FS-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS NOT = "00"
                   MOVE "YES" TO WS-PRF-EOF
               END-IF
               PERFORM UNTIL WS-PRF-EOF = "YES"
                   READ FS-GL-JOURNAL-FILE
                       AT END
                           MOVE "YES" TO WS-PRF-EOF
                       NOT AT END
                           IF FS-GLJ-DATE(1:6) = WS-PRF-PERIOD
                               PERFORM 7431-ONE-JOURNAL-ENTRY-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-GL-JOURNAL-FILE

           CLOSE FS-USERS-FILE
           IF WS-PRF-LOANS-OPEN = "YES"
               CLOSE FS-LOAN-FILE
           END-IF
           .


       7431-ONE-JOURNAL-ENTRY-PARA.
           EVALUATE FS-GLJ-TYPE
               WHEN "FEE"
               WHEN "INTEREST"
               WHEN "TERMINT"
                   PERFORM 7432-CUSTOMER-FROM-ACCOUNT-PARA
               WHEN "LOANINT"
               WHEN "LOANFEE"
                   PERFORM 7433-CUSTOMER-FROM-LOAN-PARA
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-PRF-INDEX = 0
               ADD 1 TO WS-PRF-UNASSIGNED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE FS-GLJ-AMOUNT TO WS-PRF-AMOUNT
           EVALUATE FS-GLJ-TYPE
               WHEN "FEE"
                   ADD WS-PRF-AMOUNT TO WS-PRF-FEES(WS-PRF-INDEX)
               WHEN "LOANFEE"
                   ADD WS-PRF-AMOUNT TO WS-PRF-LATE(WS-PRF-INDEX)
      * interest taken back off an account is booked the other way
      * round and comes off what was paid
               WHEN "INTEREST"
                   IF FS-GLJ-DEBIT-ACCT = 5010
                       ADD WS-PRF-AMOUNT
                         TO WS-PRF-DEP-INT(WS-PRF-INDEX)
                   ELSE
                       SUBTRACT WS-PRF-AMOUNT
                         FROM WS-PRF-DEP-INT(WS-PRF-INDEX)
                   END-IF
               WHEN "TERMINT"
                   ADD WS-PRF-AMOUNT TO WS-PRF-CD-INT(WS-PRF-INDEX)
               WHEN "LOANINT"
                   ADD WS-PRF-AMOUNT TO WS-PRF-LOAN-INT(WS-PRF-INDEX)
           END-EVALUATE
           .


       7432-CUSTOMER-FROM-ACCOUNT-PARA.
           MOVE 0 TO WS-PRF-INDEX
           MOVE FS-GLJ-SOURCE-ID TO FS-USER-ID
           READ FS-USERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-ACCOUNT-CUSTOMER-NUMBER NOT = 0
                       MOVE FS-ACCOUNT-CUSTOMER-NUMBER
                         TO WS-PRF-NEW-CUST
                       MOVE FS-ACCOUNT-BRANCH TO WS-PRF-NEW-BRANCH
                       MOVE FS-ACCOUNT-PRODUCT-CODE
                         TO WS-PRF-NEW-PRODUCT
                       PERFORM 7421-FIND-CUSTOMER-PARA
                   END-IF
           END-READ
           .


      * a borrower with no deposit account of their own takes the
      * branch and product of the loan's linked account
       7433-CUSTOMER-FROM-LOAN-PARA.
           MOVE 0 TO WS-PRF-INDEX
           IF WS-PRF-LOANS-OPEN = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE FS-GLJ-SOURCE-ID TO FS-LOAN-ID
           READ FS-LOAN-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF FS-LOAN-CUSTOMER-NUMBER = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FS-LOAN-CUSTOMER-NUMBER TO WS-PRF-NEW-CUST
           MOVE SPACES TO WS-PRF-NEW-BRANCH
           MOVE SPACES TO WS-PRF-NEW-PRODUCT
           MOVE FS-LOAN-ACCOUNT-ID TO FS-USER-ID
           READ FS-USERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-ACCOUNT-BRANCH TO WS-PRF-NEW-BRANCH
                   MOVE FS-ACCOUNT-PRODUCT-CODE TO WS-PRF-NEW-PRODUCT
           END-READ
           PERFORM 7421-FIND-CUSTOMER-PARA
           .


      * cost of funds is charged on the month's average daily
      * closing balance - overdrawn days count as nothing - so each
      * customer's positive closing balances are summed here and the
      * distinct business dates counted
       7440-ACCUMULATE-BALANCES-PARA.
           MOVE 0 TO WS-PRF-HIST-DAYS
           MOVE 0 TO WS-PRF-LAST-BH-DATE
           OPEN INPUT FS-USERS-FILE

           MOVE "NO" TO WS-PRF-EOF
           OPEN INPUT FS-BALHIST-FILE
               IF WS-BALHIST-STATUS NOT = "00"
                   MOVE "YES" TO WS-PRF-EOF
               END-IF
               PERFORM UNTIL WS-PRF-EOF = "YES"
                   READ FS-BALHIST-FILE
                       AT END
                           MOVE "YES" TO WS-PRF-EOF
                       NOT AT END
                           IF FS-BH-DATE(1:6) = WS-PRF-PERIOD
                               PERFORM 7441-ONE-BALANCE-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-BALHIST-FILE

           CLOSE FS-USERS-FILE
           .


       7441-ONE-BALANCE-PARA.
           IF FS-BH-DATE NOT = WS-PRF-LAST-BH-DATE
               MOVE FS-BH-DATE TO WS-PRF-LAST-BH-DATE
               ADD 1 TO WS-PRF-HIST-DAYS
           END-IF
           IF FS-BH-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE FS-BH-ACCOUNT-ID TO FS-USER-ID
           READ FS-USERS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF FS-ACCOUNT-CUSTOMER-NUMBER = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FS-ACCOUNT-CUSTOMER-NUMBER TO WS-PRF-NEW-CUST
           MOVE FS-ACCOUNT-BRANCH TO WS-PRF-NEW-BRANCH
           MOVE FS-ACCOUNT-PRODUCT-CODE TO WS-PRF-NEW-PRODUCT
           PERFORM 7421-FIND-CUSTOMER-PARA
           IF WS-PRF-INDEX NOT = 0
               ADD FS-BH-BALANCE TO WS-PRF-BAL-SUM(WS-PRF-INDEX)
           END-IF
           .


      * each customer's net is filed under the month, a rerun
      * replacing it, so later runs can look back two months; three
      * negative months running is flagged NEG3
       7450-NET-AND-FLAG-PARA.
           OPEN I-O FS-PROFHIST-FILE
               IF WS-PROFHIST-FILE-STATUS = '35'
                   CLOSE FS-PROFHIST-FILE
                   OPEN OUTPUT FS-PROFHIST-FILE
                   CLOSE FS-PROFHIST-FILE
                   OPEN I-O FS-PROFHIST-FILE
               END-IF
               PERFORM 7451-NET-ONE-CUSTOMER-PARA
                 VARYING WS-PRF-INDEX FROM 1 BY 1
                 UNTIL WS-PRF-INDEX > WS-PRF-COUNT
           CLOSE FS-PROFHIST-FILE
           .


       7451-NET-ONE-CUSTOMER-PARA.
           IF WS-PRF-HIST-DAYS > 0
               COMPUTE WS-PRF-COF(WS-PRF-INDEX) ROUNDED =
                   WS-PRF-BAL-SUM(WS-PRF-INDEX) / WS-PRF-HIST-DAYS
                   * WS-PRF-COF-RATE * WS-PRF-MONTH-DAYS / 365
           END-IF

           COMPUTE WS-PRF-NET(WS-PRF-INDEX) =
               WS-PRF-FEES(WS-PRF-INDEX) + WS-PRF-LATE(WS-PRF-INDEX)
               + WS-PRF-LOAN-INT(WS-PRF-INDEX)
               - WS-PRF-DEP-INT(WS-PRF-INDEX)
               - WS-PRF-CD-INT(WS-PRF-INDEX)
               - WS-PRF-COF(WS-PRF-INDEX)
           COMPUTE WS-PRF-TOT-INCOME = WS-PRF-TOT-INCOME
               + WS-PRF-FEES(WS-PRF-INDEX) + WS-PRF-LATE(WS-PRF-INDEX)
               + WS-PRF-LOAN-INT(WS-PRF-INDEX)
           COMPUTE WS-PRF-TOT-EXPENSE = WS-PRF-TOT-EXPENSE
               + WS-PRF-DEP-INT(WS-PRF-INDEX)
               + WS-PRF-CD-INT(WS-PRF-INDEX)
               + WS-PRF-COF(WS-PRF-INDEX)
           ADD WS-PRF-NET(WS-PRF-INDEX) TO WS-PRF-TOT-NET

           MOVE SPACES TO WS-PRF-FLAG(WS-PRF-INDEX)
           IF WS-PRF-NET(WS-PRF-INDEX) < 0
               ADD 1 TO WS-PRF-NEG-COUNT
               MOVE 0 TO WS-PRF-PRIOR-NEG
               MOVE WS-PRF-PRIOR-1 TO FS-PH-PERIOD
               PERFORM 7452-CHECK-PRIOR-MONTH-PARA
               MOVE WS-PRF-PRIOR-2 TO FS-PH-PERIOD
               PERFORM 7452-CHECK-PRIOR-MONTH-PARA
               IF WS-PRF-PRIOR-NEG = 2
                   MOVE "NEG3" TO WS-PRF-FLAG(WS-PRF-INDEX)
                   ADD 1 TO WS-PRF-FLAG-COUNT
               END-IF
           END-IF

           MOVE WS-PRF-PERIOD TO FS-PH-PERIOD
           MOVE WS-PRF-CUST(WS-PRF-INDEX) TO FS-PH-CUSTOMER
           READ FS-PROFHIST-FILE
               INVALID KEY
                   MOVE WS-PRF-NET(WS-PRF-INDEX) TO FS-PH-NET
                   WRITE FS-PROFHIST-RECORD
               NOT INVALID KEY
                   MOVE WS-PRF-NET(WS-PRF-INDEX) TO FS-PH-NET
                   REWRITE FS-PROFHIST-RECORD
           END-READ
           .


      * FS-PH-PERIOD set by the caller; a month with no record for
      * the customer breaks the run
       7452-CHECK-PRIOR-MONTH-PARA.
           MOVE WS-PRF-CUST(WS-PRF-INDEX) TO FS-PH-CUSTOMER
           READ FS-PROFHIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-PH-NET < 0
                       ADD 1 TO WS-PRF-PRIOR-NEG
                   END-IF
           END-READ
           .


      * highest contribution first; a plain exchange sort is plenty
      * for a table this size
       7460-RANK-CUSTOMERS-PARA.
           PERFORM VARYING WS-PRF-INDEX FROM 1 BY 1
             UNTIL WS-PRF-INDEX >= WS-PRF-COUNT
               PERFORM VARYING WS-PRF-INDEX-2 FROM WS-PRF-INDEX BY 1
                 UNTIL WS-PRF-INDEX-2 > WS-PRF-COUNT
                   IF WS-PRF-NET(WS-PRF-INDEX-2) >
                      WS-PRF-NET(WS-PRF-INDEX)
                       MOVE WS-PRF-ENTRY(WS-PRF-INDEX) TO WS-PRF-HOLD
                       MOVE WS-PRF-ENTRY(WS-PRF-INDEX-2)
                         TO WS-PRF-ENTRY(WS-PRF-INDEX)
                       MOVE WS-PRF-HOLD TO WS-PRF-ENTRY(WS-PRF-INDEX-2)
                   END-IF
               END-PERFORM
           END-PERFORM
           .


       7470-WRITE-RANKING-PARA.
           MOVE SPACES TO FS-REPORT-LINE
           STRING "CUSTOMER PROFITABILITY - "WS-PRF-PERIOD
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE WS-PRF-COF-RATE TO WS-PRF-RATE-DISPLAY
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Cost of funds at "WS-PRF-RATE-DISPLAY
                  " a year on the average balance over "
                  WS-PRF-HIST-DAYS" days of balance history"
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "RANK,CUSTOMER,BRANCH,PRODUCT,FLAG,FEES,LATE FEES,DEP
      -         "OSIT INT,TERM INT,LOAN INT,COST OF FUNDS,NET"
             TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           PERFORM 7471-WRITE-ONE-CUSTOMER-PARA
             VARYING WS-PRF-INDEX FROM 1 BY 1
             UNTIL WS-PRF-INDEX > WS-PRF-COUNT
           .


       7471-WRITE-ONE-CUSTOMER-PARA.
           MOVE SPACES TO FS-REPORT-LINE
           MOVE 1 TO WS-STR-LEN
           STRING WS-PRF-INDEX","WS-PRF-CUST(WS-PRF-INDEX)","
                  WS-PRF-BRANCH(WS-PRF-INDEX)","
                  WS-PRF-PRODUCT(WS-PRF-INDEX)","
                  WS-PRF-FLAG(WS-PRF-INDEX)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
             WITH POINTER WS-STR-LEN
           MOVE WS-PRF-FEES(WS-PRF-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-PRF-LATE(WS-PRF-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-PRF-DEP-INT(WS-PRF-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-PRF-CD-INT(WS-PRF-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-PRF-LOAN-INT(WS-PRF-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-PRF-COF(WS-PRF-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-PRF-NET(WS-PRF-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           WRITE FS-REPORT-LINE
           .


      * WS-PRF-GROUP-BY B subtotals by branch, P by product code;
      * groups come out in the order of their best customer
       7480-WRITE-SUBTOTALS-PARA.
           MOVE 0 TO WS-PRF-GROUP-COUNT
           PERFORM 7481-ADD-TO-GROUP-PARA
             VARYING WS-PRF-INDEX FROM 1 BY 1
             UNTIL WS-PRF-INDEX > WS-PRF-COUNT

           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           IF WS-PRF-GROUP-BY = "B"
               MOVE "SUBTOTAL BY BRANCH" TO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
               MOVE "BRANCH,CUSTOMERS,INCOME,EXPENSE,NET"
                 TO FS-REPORT-LINE
           ELSE
               MOVE "SUBTOTAL BY PRODUCT" TO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
               MOVE "PRODUCT,CUSTOMERS,INCOME,EXPENSE,NET"
                 TO FS-REPORT-LINE
           END-IF
           WRITE FS-REPORT-LINE

           PERFORM 7482-WRITE-ONE-GROUP-PARA
             VARYING WS-PRF-GROUP-INDEX FROM 1 BY 1
             UNTIL WS-PRF-GROUP-INDEX > WS-PRF-GROUP-COUNT
           .


       7481-ADD-TO-GROUP-PARA.
           IF WS-PRF-GROUP-BY = "B"
               MOVE WS-PRF-BRANCH(WS-PRF-INDEX) TO WS-PRF-GROUP-KEY
           ELSE
               MOVE WS-PRF-PRODUCT(WS-PRF-INDEX) TO WS-PRF-GROUP-KEY
           END-IF

           MOVE "NO" TO WS-PRF-FOUND
           PERFORM VARYING WS-PRF-GROUP-INDEX FROM 1 BY 1
             UNTIL WS-PRF-GROUP-INDEX > WS-PRF-GROUP-COUNT
               IF WS-PRF-G-CODE(WS-PRF-GROUP-INDEX) = WS-PRF-GROUP-KEY
                   MOVE WS-PRF-GROUP-INDEX TO WS-PRF-GROUP-FOUND
                   MOVE "YES" TO WS-PRF-FOUND
               END-IF
           END-PERFORM

           IF WS-PRF-FOUND = "NO"
               IF WS-PRF-GROUP-COUNT = 50
                   DISPLAY "Subtotal table is at its 50-entry limit -
      -                    " "WS-PRF-GROUP-KEY" was NOT subtotaled"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PRF-GROUP-COUNT
               MOVE WS-PRF-GROUP-COUNT TO WS-PRF-GROUP-FOUND
               INITIALIZE WS-PRF-GROUP(WS-PRF-GROUP-FOUND)
               MOVE WS-PRF-GROUP-KEY
                 TO WS-PRF-G-CODE(WS-PRF-GROUP-FOUND)
           END-IF

           ADD 1 TO WS-PRF-G-COUNT(WS-PRF-GROUP-FOUND)
           COMPUTE WS-PRF-G-INCOME(WS-PRF-GROUP-FOUND) =
               WS-PRF-G-INCOME(WS-PRF-GROUP-FOUND)
               + WS-PRF-FEES(WS-PRF-INDEX) + WS-PRF-LATE(WS-PRF-INDEX)
               + WS-PRF-LOAN-INT(WS-PRF-INDEX)
           COMPUTE WS-PRF-G-EXPENSE(WS-PRF-GROUP-FOUND) =
               WS-PRF-G-EXPENSE(WS-PRF-GROUP-FOUND)
               + WS-PRF-DEP-INT(WS-PRF-INDEX)
               + WS-PRF-CD-INT(WS-PRF-INDEX)
               + WS-PRF-COF(WS-PRF-INDEX)
           ADD WS-PRF-NET(WS-PRF-INDEX)
             TO WS-PRF-G-NET(WS-PRF-GROUP-FOUND)
           .


       7482-WRITE-ONE-GROUP-PARA.
           MOVE SPACES TO FS-REPORT-LINE
           MOVE 1 TO WS-STR-LEN
           IF WS-PRF-G-CODE(WS-PRF-GROUP-INDEX) = SPACES
               STRING "(none),"WS-PRF-G-COUNT(WS-PRF-GROUP-INDEX)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
                 WITH POINTER WS-STR-LEN
           ELSE
               STRING FUNCTION TRIM(WS-PRF-G-CODE(WS-PRF-GROUP-INDEX))
                      ","WS-PRF-G-COUNT(WS-PRF-GROUP-INDEX)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
                 WITH POINTER WS-STR-LEN
           END-IF
           MOVE WS-PRF-G-INCOME(WS-PRF-GROUP-INDEX)
             TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-PRF-G-EXPENSE(WS-PRF-GROUP-INDEX)
             TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-PRF-G-NET(WS-PRF-GROUP-INDEX)
             TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           WRITE FS-REPORT-LINE
           .


       7490-WRITE-TOTALS-PARA.
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           MOVE 1 TO WS-STR-LEN
           STRING "TOTAL,"WS-PRF-COUNT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
             WITH POINTER WS-STR-LEN
           MOVE WS-PRF-TOT-INCOME TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-PRF-TOT-EXPENSE TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-PRF-TOT-NET TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           WRITE FS-REPORT-LINE

           MOVE SPACES TO FS-REPORT-LINE
           STRING "Customers with a negative contribution: "
                  WS-PRF-NEG-COUNT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Negative three months running (NEG3): "
                  WS-PRF-FLAG-COUNT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           IF WS-PRF-UNASSIGNED-COUNT > 0
               MOVE SPACES TO FS-REPORT-LINE
               STRING "Ledger entries with no customer on file (not i
      -               "n the figures above): "WS-PRF-UNASSIGNED-COUNT
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
           END-IF
           .


      * debit cards: issued by any teller against an active account,
      * for the owner or the joint owner; hot-carding and closing are
      * taken from the customer on the phone or at the window, while
      * limits and the monthly reissue run need a supervisor
       7500-CARD-DESK-PARA.
           DISPLAY "Debit cards:"
           DISPLAY "1) Issue a card   2) Report lost or stolen   3) Clo
      -            "se a card"
           DISPLAY "4) Change daily limit   5) List an account's cards
      -            "   6) Monthly reissue run"
           ACCEPT WS-CM-CHOICE
           PERFORM SET-CM-TODAY-PARA
           EVALUATE WS-CM-CHOICE
               WHEN 1
                   PERFORM 7510-ISSUE-CARD-PARA
               WHEN 2
                   PERFORM 7520-HOT-CARD-PARA
               WHEN 3
                   PERFORM 7530-CLOSE-CARD-PARA
               WHEN 4
                   PERFORM 7540-CHANGE-CARD-LIMIT-PARA
               WHEN 5
                   PERFORM 7550-LIST-ACCOUNT-CARDS-PARA
               WHEN 6
                   PERFORM 7560-REISSUE-RUN-PARA
               WHEN OTHER
                   DISPLAY "Invalid option!"
           END-EVALUATE
           .


      * a card number is proved by its check digit before it is
      * looked up, the same as an account number
       7501-ACCEPT-CARD-NUMBER-PARA.
           MOVE "NO" TO WS-CM-FOUND
           DISPLAY "Enter card number:"
           ACCEPT WS-CM-NUMBER
           MOVE "CHECK" TO WS-CD-ACTION
           CALL "CHECK-DIGIT" USING WS-CD-ACTION WS-CM-NUMBER
               WS-CD-RESULT
           IF WS-CD-RESULT NOT = "Y"
               DISPLAY "Card number is not valid (check digit) - check
      -                "it and key it again"
               IF WS-UNATTENDED-SESSION = "Y"
                   MOVE 8 TO RETURN-CODE
                   MOVE "YES" TO WS-SCRIPT-ABORT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "YES" TO WS-CM-FOUND
           .


       7502-OPEN-CARDM-FILE-PARA.
           OPEN I-O FS-CARDM-FILE
           IF WS-CARDM-FILE-STATUS = '35'
               CLOSE FS-CARDM-FILE
               OPEN OUTPUT FS-CARDM-FILE
               CLOSE FS-CARDM-FILE
               OPEN I-O FS-CARDM-FILE
           END-IF
           .


       7503-STATUS-WORD-PARA.
           EVALUATE FS-CM-STATUS
               WHEN "A"
                   MOVE "ACTIVE" TO WS-CM-STATUS-WORD
               WHEN "L"
                   MOVE "LOST" TO WS-CM-STATUS-WORD
               WHEN "S"
                   MOVE "STOLEN" TO WS-CM-STATUS-WORD
               WHEN "E"
                   MOVE "EXPIRED" TO WS-CM-STATUS-WORD
               WHEN "C"
                   MOVE "CLOSED" TO WS-CM-STATUS-WORD
               WHEN OTHER
                   MOVE FS-CM-STATUS TO WS-CM-STATUS-WORD
           END-EVALUATE
           .


      * a new number is the BIN plus a random serial and its check
      * digit, drawn again until it is not already on the master
       7504-NEW-CARD-NUMBER-PARA.
           MOVE "YES" TO WS-CM-FOUND
           PERFORM UNTIL WS-CM-FOUND = "NO"
               MOVE FUNCTION RANDOM TO WS-RANDOM
               COMPUTE WS-CM-SERIAL = WS-RANDOM * 999999999
               COMPUTE WS-CM-NUMBER =
                   WS-CM-BIN-BASE + WS-CM-SERIAL * 10
               MOVE "MAKE" TO WS-CD-ACTION
               CALL "CHECK-DIGIT" USING WS-CD-ACTION WS-CM-NUMBER
                   WS-CD-RESULT
               MOVE WS-CM-NUMBER TO FS-CM-NUMBER
               READ FS-CARDM-FILE
                   INVALID KEY
                       MOVE "NO" TO WS-CM-FOUND
               END-READ
           END-PERFORM
           .


      * the card goes to the vendor with the customer's mailing
      * address; with no customer record the address is left blank
      * and the vendor ships the plastic to the branch
       7512-WRITE-VENDOR-RECORD-PARA.
           MOVE SPACES TO FS-CARD-VENDOR-RECORD
           MOVE WS-CM-VENDOR-REASON TO FS-CV-REASON
           MOVE FS-CM-NUMBER TO FS-CV-CARD-NUMBER
           MOVE FS-CM-EXPIRY TO FS-CV-EXPIRY
           MOVE FUNCTION UPPER-CASE(FS-CM-HOLDER-NAME)
             TO FS-CV-EMBOSS-NAME
           MOVE 0 TO FS-CV-ZIP
           IF WS-CM-CUSTOMER NOT = 0
               OPEN INPUT FS-CUSTOMER-FILE
                   IF WS-CUSTOMER-FILE-STATUS = "00"
                       MOVE WS-CM-CUSTOMER TO FS-CUSTOMER-NUMBER
                       READ FS-CUSTOMER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE FS-CUSTOMER-STREET TO FS-CV-STREET
                               MOVE FS-CUSTOMER-CITY TO FS-CV-CITY
                               MOVE FS-CUSTOMER-REGION TO FS-CV-REGION
                               MOVE FS-CUSTOMER-ZIP TO FS-CV-ZIP
                       END-READ
                   END-IF
               CLOSE FS-CUSTOMER-FILE
           END-IF

           MOVE SPACES TO WS-CARD-VENDOR-FILENAME
           STRING "card_vendor_"WS-CM-THIS-MONTH".txt"
             DELIMITED BY SIZE INTO WS-CARD-VENDOR-FILENAME
           OPEN EXTEND FS-CARD-VENDOR-FILE
               IF WS-CARD-VENDOR-STATUS = '35'
                   OPEN OUTPUT FS-CARD-VENDOR-FILE
               END-IF
               WRITE FS-CARD-VENDOR-RECORD
           CLOSE FS-CARD-VENDOR-FILE
           .


      * the account behind a card, for its status and its customer
       7514-READ-CARD-ACCOUNT-PARA.
           MOVE "NO" TO WS-CM-FOUND
           MOVE 0 TO WS-CM-CUSTOMER
           OPEN INPUT FS-USERS-FILE
               MOVE WS-CM-ACCOUNT TO FS-USER-ID
               READ FS-USERS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-CM-FOUND
                       MOVE FS-ACCOUNT-CUSTOMER-NUMBER TO WS-CM-CUSTOMER
                       MOVE FS-ACCOUNT-STATUS TO WS-CM-ACCT-STATUS
                       MOVE FS-HAS-JOINT-OWNER TO WS-CM-HAS-JOINT
                       MOVE FS-NAME TO WS-CM-PRIMARY-NAME
                       MOVE FS-JOINT-OWNER-NAME TO WS-CM-JOINT-NAME
               END-READ
           CLOSE FS-USERS-FILE
           .


      * a replacement names the card it replaces; that card is closed
      * if it is still active (a lost or stolen card keeps its status)
       7510-ISSUE-CARD-PARA.
           DISPLAY "Enter account ID for the card:"
           ACCEPT WS-CM-ACCOUNT
           MOVE WS-CM-ACCOUNT TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           PERFORM 7514-READ-CARD-ACCOUNT-PARA
           IF WS-CM-FOUND = "NO"
               DISPLAY "Account not found"
               EXIT PARAGRAPH
           END-IF
           IF WS-CM-ACCT-STATUS NOT = "A"
               DISPLAY "Cards are issued on active accounts only - sta
      -                "tus "WS-CM-ACCT-STATUS
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Cardholder: P) primary owner  J) joint owner"
           ACCEPT WS-CM-HOLDER-TYPE
           MOVE FUNCTION UPPER-CASE(WS-CM-HOLDER-TYPE)
             TO WS-CM-HOLDER-TYPE
           IF WS-CM-HOLDER-TYPE = "J" AND WS-CM-HAS-JOINT NOT = "YES"
               DISPLAY "The account has no joint owner"
               EXIT PARAGRAPH
           END-IF
           IF WS-CM-HOLDER-TYPE NOT = "P" AND
              WS-CM-HOLDER-TYPE NOT = "J"
               DISPLAY "Invalid cardholder"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Daily spend limit (0 for the standard limit):"
           ACCEPT WS-CM-LIMIT
           IF WS-CM-LIMIT = 0
               MOVE WS-CM-STANDARD-LIMIT TO WS-CM-LIMIT
           END-IF

           DISPLAY "Card number this replaces (0 for a first card):"
           ACCEPT WS-CM-REPLACES

           PERFORM 7502-OPEN-CARDM-FILE-PARA
               IF WS-CM-REPLACES NOT = 0
                   MOVE WS-CM-REPLACES TO FS-CM-NUMBER
                   READ FS-CARDM-FILE
                       INVALID KEY
                           DISPLAY "Replaced card not on file"
                           CLOSE FS-CARDM-FILE
                           EXIT PARAGRAPH
                   END-READ
                   IF FS-CM-ACCOUNT-ID NOT = WS-CM-ACCOUNT
                       DISPLAY "Replaced card is on another account"
                       CLOSE FS-CARDM-FILE
                       EXIT PARAGRAPH
                   END-IF
                   IF FS-CM-STATUS = "A"
                       MOVE "C" TO FS-CM-STATUS
                       MOVE WS-CM-TODAY TO FS-CM-STATUS-DATE
                       REWRITE FS-CARD-MASTER
                           INVALID KEY
                               DISPLAY "Replaced card not closed"
                       END-REWRITE
                   END-IF
               END-IF

               PERFORM 7504-NEW-CARD-NUMBER-PARA
               MOVE WS-CM-NUMBER TO FS-CM-NUMBER
               MOVE WS-CM-ACCOUNT TO FS-CM-ACCOUNT-ID
               MOVE WS-CM-HOLDER-TYPE TO FS-CM-HOLDER-TYPE
               IF WS-CM-HOLDER-TYPE = "J"
                   MOVE WS-CM-JOINT-NAME TO FS-CM-HOLDER-NAME
               ELSE
                   MOVE WS-CM-PRIMARY-NAME TO FS-CM-HOLDER-NAME
               END-IF
               MOVE WS-CM-TODAY TO FS-CM-ISSUE-DATE
               COMPUTE FS-CM-EXP-YEAR =
                   WS-CM-TODAY-YEAR + WS-CM-VALID-YEARS
               MOVE WS-CM-TODAY-MONTH TO FS-CM-EXP-MONTH
               MOVE "A" TO FS-CM-STATUS
               MOVE WS-CM-TODAY TO FS-CM-STATUS-DATE
               MOVE WS-CM-LIMIT TO FS-CM-DAILY-LIMIT
               MOVE 0 TO FS-CM-SPEND-DATE
               MOVE 0 TO FS-CM-SPEND-TOTAL
               MOVE WS-CM-REPLACES TO FS-CM-REPLACES
               WRITE FS-CARD-MASTER
                   INVALID KEY
                       DISPLAY "Card not issued - number in use"
                       CLOSE FS-CARDM-FILE
                       EXIT PARAGRAPH
               END-WRITE
           CLOSE FS-CARDM-FILE

           IF WS-CM-REPLACES = 0
               MOVE "N" TO WS-CM-VENDOR-REASON
           ELSE
               MOVE "P" TO WS-CM-VENDOR-REASON
           END-IF
           PERFORM 7512-WRITE-VENDOR-RECORD-PARA

           MOVE WS-CM-LIMIT TO WS-CM-LIMIT-DISPLAY
           DISPLAY "Card issued: "WS-CM-NUMBER
           DISPLAY "Cardholder:  "FUNCTION TRIM(FS-CM-HOLDER-NAME)
           DISPLAY "Expires:     "FS-CM-EXP-MONTH"/"FS-CM-EXP-YEAR
           DISPLAY "Daily limit: "FUNCTION TRIM(WS-CM-LIMIT-DISPLAY)
           DISPLAY "Sent to the card vendor in "
             FUNCTION TRIM(WS-CARD-VENDOR-FILENAME)

           MOVE WS-CM-NUMBER TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "card "WS-MASKED" issued on account #"WS-CM-ACCOUNT
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


      * a hot card stops authorizing at once; the customer gets a
      * replacement through option 1
       7520-HOT-CARD-PARA.
           PERFORM 7501-ACCEPT-CARD-NUMBER-PARA
           IF WS-CM-FOUND = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "L) lost  S) stolen"
           ACCEPT WS-CM-NEW-STATUS
           MOVE FUNCTION UPPER-CASE(WS-CM-NEW-STATUS)
             TO WS-CM-NEW-STATUS
           IF WS-CM-NEW-STATUS NOT = "L" AND WS-CM-NEW-STATUS NOT = "S"
               DISPLAY "Invalid option!"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7522-SET-CARD-STATUS-PARA
           .


       7530-CLOSE-CARD-PARA.
           PERFORM 7501-ACCEPT-CARD-NUMBER-PARA
           IF WS-CM-FOUND = "NO"
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-CM-NEW-STATUS
           PERFORM 7522-SET-CARD-STATUS-PARA
           .


      * a closed card stays closed - there is nothing to reopen, a
      * new card is issued instead
       7522-SET-CARD-STATUS-PARA.
           PERFORM 7502-OPEN-CARDM-FILE-PARA
               MOVE WS-CM-NUMBER TO FS-CM-NUMBER
               READ FS-CARDM-FILE
                   INVALID KEY
                       DISPLAY "Card not on file"
                       CLOSE FS-CARDM-FILE
                       EXIT PARAGRAPH
               END-READ
               IF FS-CM-STATUS = "C"
                   DISPLAY "Card is already closed"
                   CLOSE FS-CARDM-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CM-NEW-STATUS TO FS-CM-STATUS
               MOVE WS-CM-TODAY TO FS-CM-STATUS-DATE
               REWRITE FS-CARD-MASTER
                   INVALID KEY
                       DISPLAY "Card not updated"
                       CLOSE FS-CARDM-FILE
                       EXIT PARAGRAPH
               END-REWRITE
           CLOSE FS-CARDM-FILE

           PERFORM 7503-STATUS-WORD-PARA
           MOVE WS-CM-NUMBER TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY "Card "WS-MASKED" is now "
             FUNCTION TRIM(WS-CM-STATUS-WORD)
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "card "WS-MASKED" marked "
                  FUNCTION TRIM(WS-CM-STATUS-WORD)
                  " account #"FS-CM-ACCOUNT-ID
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


       7540-CHANGE-CARD-LIMIT-PARA.
           IF WS-TELLER-ROLE NOT = "S"
               DISPLAY "Changing a card limit requires a supervisor si
      -                "gn-on"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7501-ACCEPT-CARD-NUMBER-PARA
           IF WS-CM-FOUND = "NO"
               EXIT PARAGRAPH
           END-IF

           PERFORM 7502-OPEN-CARDM-FILE-PARA
               MOVE WS-CM-NUMBER TO FS-CM-NUMBER
               READ FS-CARDM-FILE
                   INVALID KEY
                       DISPLAY "Card not on file"
                       CLOSE FS-CARDM-FILE
                       EXIT PARAGRAPH
               END-READ
               MOVE FS-CM-DAILY-LIMIT TO WS-CM-LIMIT-DISPLAY
               DISPLAY "Current daily limit: "
                 FUNCTION TRIM(WS-CM-LIMIT-DISPLAY)
               DISPLAY "New daily limit (0 for the standard limit):"
               ACCEPT WS-CM-LIMIT
               IF WS-CM-LIMIT = 0
                   MOVE WS-CM-STANDARD-LIMIT TO WS-CM-LIMIT
               END-IF
               MOVE WS-CM-LIMIT TO FS-CM-DAILY-LIMIT
               REWRITE FS-CARD-MASTER
                   INVALID KEY
                       DISPLAY "Card not updated"
                       CLOSE FS-CARDM-FILE
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE FS-CM-ACCOUNT-ID TO WS-INS-CHECK-ACCOUNT
           CLOSE FS-CARDM-FILE

           MOVE WS-CM-LIMIT TO WS-CM-LIMIT-DISPLAY
           MOVE WS-CM-NUMBER TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY "Daily limit on card "WS-MASKED" is now "
             FUNCTION TRIM(WS-CM-LIMIT-DISPLAY)
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "card "WS-MASKED" daily limit "
                  FUNCTION TRIM(WS-CM-LIMIT-DISPLAY)
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           MOVE "OVR" TO WS-INS-KIND
           MOVE "card daily limit changed" TO WS-INS-ACTION
           PERFORM INSIDER-ACTIVITY-CHECK-PARA
           .


       7550-LIST-ACCOUNT-CARDS-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT WS-CM-ACCOUNT
           MOVE WS-CM-ACCOUNT TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CM-COUNT
           MOVE "NO" TO WS-CM-EOF
           OPEN INPUT FS-CARDM-FILE
               IF WS-CARDM-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-CM-EOF
               ELSE
                   MOVE WS-CM-ACCOUNT TO FS-CM-ACCOUNT-ID
                   START FS-CARDM-FILE
                       KEY IS EQUAL TO FS-CM-ACCOUNT-ID
                       INVALID KEY
                           MOVE "YES" TO WS-CM-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-CM-EOF = "YES"
                   READ FS-CARDM-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-CM-EOF
                       NOT AT END
                           IF FS-CM-ACCOUNT-ID NOT = WS-CM-ACCOUNT
                               MOVE "YES" TO WS-CM-EOF
                           ELSE
                               PERFORM 7551-SHOW-CARD-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-CARDM-FILE
           DISPLAY "Cards on the account: "WS-CM-COUNT
           .


       7551-SHOW-CARD-PARA.
           ADD 1 TO WS-CM-COUNT
           PERFORM 7503-STATUS-WORD-PARA
           MOVE FS-CM-NUMBER TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           MOVE FS-CM-DAILY-LIMIT TO WS-CM-LIMIT-DISPLAY
           DISPLAY WS-MASKED" "FS-CM-HOLDER-TYPE" "
             FUNCTION TRIM(FS-CM-HOLDER-NAME)
           DISPLAY "    expires "FS-CM-EXP-MONTH"/"FS-CM-EXP-YEAR
             "  "WS-CM-STATUS-WORD" since "FS-CM-STATUS-DATE
             "  limit "FUNCTION TRIM(WS-CM-LIMIT-DISPLAY)
           .


      * every active card expiring next month is reissued under the
      * same number with a new expiry and goes on this month's vendor
      * file; a card whose account is no longer active is listed and
      * left to run out, and an active card already past its month is
      * marked expired
       7560-REISSUE-RUN-PARA.
           IF WS-TELLER-ROLE NOT = "S"
               DISPLAY "The reissue run requires a supervisor sign-on"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CM-COUNT
           MOVE 0 TO WS-CM-SKIP-COUNT
           MOVE 0 TO WS-CM-EXPIRED-COUNT
           MOVE "NO" TO WS-CM-EOF
           OPEN I-O FS-CARDM-FILE
           IF WS-CARDM-FILE-STATUS NOT = "00"
               DISPLAY "No cards on file"
               CLOSE FS-CARDM-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "card_reissue_"WS-CM-NEXT-MONTH".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "DEBIT CARDS EXPIRING "WS-CM-NEXT-MON"/"
                  WS-CM-NEXT-YEAR" - RUN "WS-CM-TODAY
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

               PERFORM UNTIL WS-CM-EOF = "YES"
                   READ FS-CARDM-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-CM-EOF
                       NOT AT END
                           PERFORM 7561-REISSUE-ONE-CARD-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-CARDM-FILE

           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Reissued to the card vendor: "WS-CM-COUNT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Not reissued (account not active): "
                  WS-CM-SKIP-COUNT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Marked expired: "WS-CM-EXPIRED-COUNT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           CLOSE FS-REPORT-FILE

           DISPLAY "Card reissue run for cards expiring "
             WS-CM-NEXT-MON"/"WS-CM-NEXT-YEAR
           DISPLAY "Reissued:       "WS-CM-COUNT
           DISPLAY "Not reissued:   "WS-CM-SKIP-COUNT
           DISPLAY "Marked expired: "WS-CM-EXPIRED-COUNT
           IF WS-CM-COUNT > 0
               DISPLAY "Vendor file:    "
                 FUNCTION TRIM(WS-CARD-VENDOR-FILENAME)
           END-IF
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE "CARDREIS" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-CM-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "card reissue run "WS-CM-NEXT-MONTH" reissued "
                  WS-CM-COUNT
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


       7561-REISSUE-ONE-CARD-PARA.
           IF FS-CM-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF
           IF FS-CM-EXPIRY < WS-CM-THIS-MONTH
               MOVE "E" TO FS-CM-STATUS
               MOVE WS-CM-TODAY TO FS-CM-STATUS-DATE
               REWRITE FS-CARD-MASTER
                   INVALID KEY
                       DISPLAY "Card not updated"
               END-REWRITE
               ADD 1 TO WS-CM-EXPIRED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF FS-CM-EXPIRY NOT = WS-CM-NEXT-MONTH
               EXIT PARAGRAPH
           END-IF

           MOVE FS-CM-NUMBER TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           MOVE FS-CM-ACCOUNT-ID TO WS-CM-ACCOUNT
           PERFORM 7514-READ-CARD-ACCOUNT-PARA
           IF WS-CM-FOUND = "NO" OR WS-CM-ACCT-STATUS NOT = "A"
               ADD 1 TO WS-CM-SKIP-COUNT
               MOVE SPACES TO FS-REPORT-LINE
               STRING WS-MASKED"  NOT REISSUED - account not active  "
                      FUNCTION TRIM(FS-CM-HOLDER-NAME)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE FS-CM-EXP-YEAR = FS-CM-EXP-YEAR + WS-CM-VALID-YEARS
           REWRITE FS-CARD-MASTER
               INVALID KEY
                   DISPLAY "Card not updated"
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "R" TO WS-CM-VENDOR-REASON
           PERFORM 7512-WRITE-VENDOR-RECORD-PARA
           ADD 1 TO WS-CM-COUNT

           MOVE SPACES TO FS-REPORT-LINE
           STRING WS-MASKED"  reissued, new expiry "FS-CM-EXP-MONTH"/"
                  FS-CM-EXP-YEAR"  "FUNCTION TRIM(FS-CM-HOLDER-NAME)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .


      * today, this month and next month as yyyymm, for expiry tests
       SET-CM-TODAY-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CM-TODAY
           COMPUTE WS-CM-THIS-MONTH =
               WS-CM-TODAY-YEAR * 100 + WS-CM-TODAY-MONTH
           IF WS-CM-TODAY-MONTH = 12
               COMPUTE WS-CM-NEXT-YEAR = WS-CM-TODAY-YEAR + 1
               MOVE 1 TO WS-CM-NEXT-MON
           ELSE
               MOVE WS-CM-TODAY-YEAR TO WS-CM-NEXT-YEAR
               COMPUTE WS-CM-NEXT-MON = WS-CM-TODAY-MONTH + 1
           END-IF
           .


      * closing an account closes every card still drawing on it,
      * whatever its status, so nothing can settle against it later
       CLOSE-ACCOUNT-CARDS-PARA.
           MOVE FS-USER-ID TO WS-CM-ACCOUNT
           PERFORM SET-CM-TODAY-PARA
           MOVE "NO" TO WS-CM-EOF
           OPEN I-O FS-CARDM-FILE
               IF WS-CARDM-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-CM-EOF
               ELSE
                   MOVE WS-CM-ACCOUNT TO FS-CM-ACCOUNT-ID
                   START FS-CARDM-FILE
                       KEY IS EQUAL TO FS-CM-ACCOUNT-ID
                       INVALID KEY
                           MOVE "YES" TO WS-CM-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-CM-EOF = "YES"
                   READ FS-CARDM-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-CM-EOF
                       NOT AT END
                           IF FS-CM-ACCOUNT-ID NOT = WS-CM-ACCOUNT
                               MOVE "YES" TO WS-CM-EOF
                           ELSE
                               IF FS-CM-STATUS NOT = "C"
                                   MOVE "C" TO FS-CM-STATUS
                                   MOVE WS-CM-TODAY
                                     TO FS-CM-STATUS-DATE
                                   REWRITE FS-CARD-MASTER
                                       INVALID KEY
                                           CONTINUE
                                   END-REWRITE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-CARDM-FILE
           .


      * the asset/liability committee's gap: loan principal as the
      * amortization schedule brings it in, CD principal at maturity,
      * and non-maturity deposits run off by the decay assumption in
      * bank_alco.ctl, bucketed 0-30, 31-90, 91-180, 181-365 days and
      * beyond; the night chain runs it at month end with 0 for the
      * date
       7600-ALCO-GAP-PARA.
           DISPLAY "Gap report as of (yyyymmdd, 0 for today):"
           ACCEPT WS-GAP-ASOF-NUM
           IF WS-GAP-ASOF-NUM = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GAP-ASOF-NUM
           END-IF
           CALL "VALIDATE-DATE" USING WS-GAP-ASOF-YEAR WS-GAP-ASOF-MONTH
                                      WS-GAP-ASOF-DAY
           CALL "DATE-TO-DAYS" USING WS-GAP-ASOF-YEAR WS-GAP-ASOF-MONTH
                                     WS-GAP-ASOF-DAY WS-GAP-ASOF-DAYS

           INITIALIZE WS-GAP-TABLE
           MOVE 0 TO WS-GAP-LOAN-COUNT
           MOVE 0 TO WS-GAP-CD-COUNT
           MOVE 0 TO WS-GAP-NMD-COUNT

           PERFORM 7610-READ-ALCO-CONTROL-PARA
           PERFORM 7620-BUCKET-CDS-PARA
           PERFORM 7630-BUCKET-LOANS-PARA
           PERFORM 7640-BUCKET-DEPOSITS-PARA
           PERFORM 7650-TOTAL-BUCKETS-PARA

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "alco_gap_"WS-GAP-ASOF-NUM".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           PERFORM 7660-WRITE-GAP-REPORT-PARA
           CLOSE FS-REPORT-FILE

           MOVE "USD" TO WS-DISPLAY-CURRENCY-CODE
           DISPLAY "Repricing gap as of "WS-GAP-ASOF-NUM
           DISPLAY "Loans:                  "WS-GAP-LOAN-COUNT
           DISPLAY "Certificates of deposit: "WS-GAP-CD-COUNT
           DISPLAY "Deposit accounts:       "WS-GAP-NMD-COUNT
           MOVE WS-GAP-CUM(4) TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "One-year cumulative gap: "WS-DISPLAY
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE "ALCOGAP" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           COMPUTE WS-RCAT-COUNT = WS-GAP-LOAN-COUNT + WS-GAP-CD-COUNT
               + WS-GAP-NMD-COUNT
           PERFORM REGISTER-REPORT-PARA

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "ALCO gap report as of "WS-GAP-ASOF-NUM
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


      * decay is the percent of non-maturity balances taken to run
      * off or reprice in each of the four buckets inside a year,
      * whatever is left counting beyond a year; a missing control
      * file, or one that adds to more than 100, means the standard
      * 10/10/15/15. Deposit rates are the tier rates the interest
      * run uses
       7610-READ-ALCO-CONTROL-PARA.
           MOVE 10 TO WS-GAP-DECAY(1)
           MOVE 10 TO WS-GAP-DECAY(2)
           MOVE 15 TO WS-GAP-DECAY(3)
           MOVE 15 TO WS-GAP-DECAY(4)
           OPEN INPUT FS-ALCOCTL-FILE
               IF WS-ALCOCTL-FILE-STATUS = "00"
                   READ FS-ALCOCTL-FILE
                       NOT AT END
                           IF FS-ALCO-DECAY-TABLE IS NUMERIC
                              AND FS-ALCO-DECAY(1) + FS-ALCO-DECAY(2)
                                + FS-ALCO-DECAY(3) + FS-ALCO-DECAY(4)
                                NOT > 100
                               PERFORM VARYING WS-GAP-IDX FROM 1 BY 1
                                 UNTIL WS-GAP-IDX > 4
                                   MOVE FS-ALCO-DECAY(WS-GAP-IDX)
                                     TO WS-GAP-DECAY(WS-GAP-IDX)
                               END-PERFORM
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-ALCOCTL-FILE

           MOVE 0 TO WS-GAP-RATE-STANDARD
           MOVE 0 TO WS-GAP-RATE-PREMIUM
           MOVE 0 TO WS-GAP-RATE-SAVINGS
           MOVE "NO" TO WS-GAP-RATES-FOUND
           OPEN INPUT FS-INTEREST-CONTROL-FILE
               IF WS-CONTROL-FILE-STATUS = "00"
                   READ FS-INTEREST-CONTROL-FILE
                       NOT AT END
                           MOVE "YES" TO WS-GAP-RATES-FOUND
                           MOVE FS-CONTROL-RATE-STANDARD
                             TO WS-GAP-RATE-STANDARD
                           MOVE FS-CONTROL-RATE-PREMIUM
                             TO WS-GAP-RATE-PREMIUM
                           MOVE FS-CONTROL-RATE-SAVINGS
                             TO WS-GAP-RATE-SAVINGS
                   END-READ
               END-IF
           CLOSE FS-INTEREST-CONTROL-FILE
           .


      * an active CD reprices when it matures; one already past its
      * maturity date and not yet paid out sits in the first bucket
       7620-BUCKET-CDS-PARA.
           MOVE "NO" TO WS-GAP-EOF
           OPEN INPUT FS-TERM-FILE
               IF WS-TERM-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-GAP-EOF
               END-IF
               PERFORM UNTIL WS-GAP-EOF = "YES"
                   READ FS-TERM-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-GAP-EOF
                       NOT AT END
                           IF FS-TERM-STATUS = "A"
                               PERFORM 7621-BUCKET-ONE-CD-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-TERM-FILE
           .


       7621-BUCKET-ONE-CD-PARA.
           ADD 1 TO WS-GAP-CD-COUNT
           CALL "DATE-TO-DAYS" USING FS-TERM-MAT-YEAR FS-TERM-MAT-MONTH
                                     FS-TERM-MAT-DAY WS-GAP-ITEM-DAYS
           PERFORM 7690-FIND-BUCKET-PARA
           ADD FS-TERM-PRINCIPAL TO WS-GAP-CDS(WS-GAP-BUCKET)
           COMPUTE WS-GAP-RSL-RATE-SUM(WS-GAP-BUCKET) =
               WS-GAP-RSL-RATE-SUM(WS-GAP-BUCKET)
               + FS-TERM-PRINCIPAL * FS-TERM-RATE
           .


       7630-BUCKET-LOANS-PARA.
           MOVE "NO" TO WS-GAP-EOF
           OPEN INPUT FS-LOAN-FILE
               IF WS-LOAN-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-GAP-EOF
               END-IF
               PERFORM UNTIL WS-GAP-EOF = "YES"
                   READ FS-LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-GAP-EOF
                       NOT AT END
                           IF FS-LOAN-STATUS = "A" AND
                              FS-LOAN-BALANCE > 0
                               PERFORM 7631-BUCKET-ONE-LOAN-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-LOAN-FILE
           .


      * the remaining payments are run forward from the next due date
      * in thirty-day cycles, splitting each into interest and
      * principal the way the amortization schedule does; whatever is
      * still owed once the payments reach past a year is beyond the
      * last bucket, and a loan past its last scheduled payment is
      * all due in the first
       7631-BUCKET-ONE-LOAN-PARA.
           ADD 1 TO WS-GAP-LOAN-COUNT
           MOVE FS-LOAN-BALANCE TO WS-GAP-BALANCE
           COMPUTE WS-GAP-MONTH-RATE ROUNDED = FS-LOAN-RATE / 12
           COMPUTE WS-GAP-PAYS-LEFT =
               FS-LOAN-TERM-PAYMENTS - FS-LOAN-PAYMENTS-MADE
           IF WS-GAP-PAYS-LEFT < 1
               MOVE 1 TO WS-GAP-PAYS-LEFT
           END-IF
           CALL "DATE-TO-DAYS" USING FS-LOAN-NEXT-YEAR
                                     FS-LOAN-NEXT-MONTH
                                     FS-LOAN-NEXT-DAY
                                     WS-GAP-FIRST-DUE-DAYS

           PERFORM VARYING WS-GAP-PAY-NUMBER FROM 1 BY 1
                   UNTIL WS-GAP-PAY-NUMBER > WS-GAP-PAYS-LEFT
                      OR WS-GAP-BALANCE NOT > 0
               COMPUTE WS-GAP-ITEM-DAYS = WS-GAP-FIRST-DUE-DAYS
                   + (WS-GAP-PAY-NUMBER - 1) * 30
               PERFORM 7690-FIND-BUCKET-PARA
               COMPUTE WS-GAP-INTEREST ROUNDED =
                   WS-GAP-BALANCE * WS-GAP-MONTH-RATE
               COMPUTE WS-GAP-PRINCIPAL =
                   FS-LOAN-PAYMENT-AMOUNT - WS-GAP-INTEREST
               IF WS-GAP-PRINCIPAL < 0
                   MOVE 0 TO WS-GAP-PRINCIPAL
               END-IF
               IF WS-GAP-BUCKET = 5 OR
                  WS-GAP-PAY-NUMBER = WS-GAP-PAYS-LEFT OR
                  WS-GAP-PRINCIPAL > WS-GAP-BALANCE
                   MOVE WS-GAP-BALANCE TO WS-GAP-PRINCIPAL
               END-IF
               ADD WS-GAP-PRINCIPAL TO WS-GAP-LOANS(WS-GAP-BUCKET)
               COMPUTE WS-GAP-RSA-RATE-SUM(WS-GAP-BUCKET) =
                   WS-GAP-RSA-RATE-SUM(WS-GAP-BUCKET)
                   + WS-GAP-PRINCIPAL * FS-LOAN-RATE
               SUBTRACT WS-GAP-PRINCIPAL FROM WS-GAP-BALANCE
           END-PERFORM
           .


      * checking and savings balances on open accounts; an overdrawn
      * account carries nothing here
       7640-BUCKET-DEPOSITS-PARA.
           MOVE "NO" TO WS-GAP-EOF
           OPEN INPUT FS-USERS-FILE
               IF WS-USERS-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-GAP-EOF
               END-IF
               PERFORM UNTIL WS-GAP-EOF = "YES"
                   READ FS-USERS-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-GAP-EOF
                       NOT AT END
                           IF FS-ACCOUNT-STATUS NOT = "C" AND
                              FS-BALANCE > 0
                               PERFORM 7641-BUCKET-ONE-DEPOSIT-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           .


       7641-BUCKET-ONE-DEPOSIT-PARA.
           ADD 1 TO WS-GAP-NMD-COUNT
           EVALUATE FS-ACCOUNT-TIER
               WHEN 2
                   MOVE WS-GAP-RATE-PREMIUM TO WS-GAP-ITEM-RATE
               WHEN 3
                   MOVE WS-GAP-RATE-SAVINGS TO WS-GAP-ITEM-RATE
               WHEN OTHER
                   MOVE WS-GAP-RATE-STANDARD TO WS-GAP-ITEM-RATE
           END-EVALUATE

           MOVE FS-BALANCE TO WS-GAP-BALANCE
           PERFORM VARYING WS-GAP-BUCKET FROM 1 BY 1
                   UNTIL WS-GAP-BUCKET > 5
               IF WS-GAP-BUCKET = 5
                   MOVE WS-GAP-BALANCE TO WS-GAP-PRINCIPAL
               ELSE
                   COMPUTE WS-GAP-PRINCIPAL ROUNDED = FS-BALANCE
                       * WS-GAP-DECAY(WS-GAP-BUCKET) / 100
               END-IF
               ADD WS-GAP-PRINCIPAL TO WS-GAP-NMD(WS-GAP-BUCKET)
               COMPUTE WS-GAP-RSL-RATE-SUM(WS-GAP-BUCKET) =
                   WS-GAP-RSL-RATE-SUM(WS-GAP-BUCKET)
                   + WS-GAP-PRINCIPAL * WS-GAP-ITEM-RATE
               SUBTRACT WS-GAP-PRINCIPAL FROM WS-GAP-BALANCE
           END-PERFORM
           .


      * row 6 is the total; the cumulative gap runs down the buckets
       7650-TOTAL-BUCKETS-PARA.
           PERFORM VARYING WS-GAP-BUCKET FROM 1 BY 1
                   UNTIL WS-GAP-BUCKET > 5
               MOVE WS-GAP-LOANS(WS-GAP-BUCKET)
                 TO WS-GAP-RSA(WS-GAP-BUCKET)
               COMPUTE WS-GAP-RSL(WS-GAP-BUCKET) =
                   WS-GAP-CDS(WS-GAP-BUCKET) + WS-GAP-NMD(WS-GAP-BUCKET)
               COMPUTE WS-GAP-GAP(WS-GAP-BUCKET) =
                   WS-GAP-RSA(WS-GAP-BUCKET) - WS-GAP-RSL(WS-GAP-BUCKET)
               ADD WS-GAP-GAP(WS-GAP-BUCKET) TO WS-GAP-CUM(6)
               MOVE WS-GAP-CUM(6) TO WS-GAP-CUM(WS-GAP-BUCKET)
               ADD WS-GAP-LOANS(WS-GAP-BUCKET) TO WS-GAP-LOANS(6)
               ADD WS-GAP-CDS(WS-GAP-BUCKET) TO WS-GAP-CDS(6)
               ADD WS-GAP-NMD(WS-GAP-BUCKET) TO WS-GAP-NMD(6)
               ADD WS-GAP-RSA(WS-GAP-BUCKET) TO WS-GAP-RSA(6)
               ADD WS-GAP-RSL(WS-GAP-BUCKET) TO WS-GAP-RSL(6)
               ADD WS-GAP-GAP(WS-GAP-BUCKET) TO WS-GAP-GAP(6)
               ADD WS-GAP-RSA-RATE-SUM(WS-GAP-BUCKET)
                 TO WS-GAP-RSA-RATE-SUM(6)
               ADD WS-GAP-RSL-RATE-SUM(WS-GAP-BUCKET)
                 TO WS-GAP-RSL-RATE-SUM(6)
           END-PERFORM
           .


      * two tables, so each line stays inside the report width: what
      * sits in each bucket, then the gap and the weighted rates
       7660-WRITE-GAP-REPORT-PARA.
           MOVE SPACES TO FS-REPORT-LINE
           STRING "REPRICING AND MATURITY GAP AS OF "WS-GAP-ASOF-NUM
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           PERFORM VARYING WS-GAP-IDX FROM 1 BY 1 UNTIL WS-GAP-IDX > 4
               MOVE WS-GAP-DECAY(WS-GAP-IDX)
                 TO WS-GAP-DECAY-SHOW(WS-GAP-IDX)
           END-PERFORM
           MOVE SPACES TO FS-REPORT-LINE
           STRING "Deposit decay (percent by bucket inside a year): "
                  WS-GAP-DECAY-SHOW(1)" "WS-GAP-DECAY-SHOW(2)" "
                  WS-GAP-DECAY-SHOW(3)" "WS-GAP-DECAY-SHOW(4)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           IF WS-GAP-RATES-FOUND = "NO"
               MOVE "No bank_interest.ctl - deposit rates taken as zer
      -             "o" TO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
           END-IF
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "BUCKET,LOANS,CDS,NON-MATURITY DEPOSITS"
             TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           PERFORM VARYING WS-GAP-BUCKET FROM 1 BY 1
                   UNTIL WS-GAP-BUCKET > 6
               MOVE SPACES TO FS-REPORT-LINE
               MOVE 1 TO WS-STR-LEN
               STRING FUNCTION TRIM(WS-GAP-LABEL(WS-GAP-BUCKET))
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
                 WITH POINTER WS-STR-LEN
               MOVE WS-GAP-LOANS(WS-GAP-BUCKET) TO WS-DISPLAY-MONEY-TMP
               PERFORM 7233-APPEND-MONEY-PARA
               MOVE WS-GAP-CDS(WS-GAP-BUCKET) TO WS-DISPLAY-MONEY-TMP
               PERFORM 7233-APPEND-MONEY-PARA
               MOVE WS-GAP-NMD(WS-GAP-BUCKET) TO WS-DISPLAY-MONEY-TMP
               PERFORM 7233-APPEND-MONEY-PARA
               WRITE FS-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "BUCKET,RSA,RSL,GAP,CUMULATIVE GAP,RSA RATE %,RSL RATE
      -         " %" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           PERFORM 7661-WRITE-GAP-ROW-PARA
             VARYING WS-GAP-BUCKET FROM 1 BY 1
             UNTIL WS-GAP-BUCKET > 6
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE SPACES TO FS-REPORT-LINE
           STRING "Loans "WS-GAP-LOAN-COUNT"  CDs "WS-GAP-CD-COUNT
                  "  deposit accounts "WS-GAP-NMD-COUNT
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .


      * RSA rate-sensitive assets, RSL rate-sensitive liabilities;
      * each rate is the balance-weighted average in the bucket
       7661-WRITE-GAP-ROW-PARA.
           MOVE SPACES TO FS-REPORT-LINE
           MOVE 1 TO WS-STR-LEN
           STRING FUNCTION TRIM(WS-GAP-LABEL(WS-GAP-BUCKET))
             DELIMITED BY SIZE INTO FS-REPORT-LINE
             WITH POINTER WS-STR-LEN
           MOVE WS-GAP-RSA(WS-GAP-BUCKET) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-GAP-RSL(WS-GAP-BUCKET) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-GAP-GAP(WS-GAP-BUCKET) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-GAP-CUM(WS-GAP-BUCKET) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA

           MOVE 0 TO WS-GAP-RATE-PCT
           IF WS-GAP-RSA(WS-GAP-BUCKET) > 0
               COMPUTE WS-GAP-RATE-PCT ROUNDED =
                   WS-GAP-RSA-RATE-SUM(WS-GAP-BUCKET) * 100
                   / WS-GAP-RSA(WS-GAP-BUCKET)
           END-IF
           MOVE WS-GAP-RATE-PCT TO WS-GAP-RATE-DISPLAY
           STRING ","FUNCTION TRIM(WS-GAP-RATE-DISPLAY)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
             WITH POINTER WS-STR-LEN
           MOVE 0 TO WS-GAP-RATE-PCT
           IF WS-GAP-RSL(WS-GAP-BUCKET) > 0
               COMPUTE WS-GAP-RATE-PCT ROUNDED =
                   WS-GAP-RSL-RATE-SUM(WS-GAP-BUCKET) * 100
                   / WS-GAP-RSL(WS-GAP-BUCKET)
           END-IF
           MOVE WS-GAP-RATE-PCT TO WS-GAP-RATE-DISPLAY
           STRING ","FUNCTION TRIM(WS-GAP-RATE-DISPLAY)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
             WITH POINTER WS-STR-LEN
           WRITE FS-REPORT-LINE
           .


      * days from the as-of date to WS-GAP-ITEM-DAYS into the bucket;
      * anything already due falls in the first
       7690-FIND-BUCKET-PARA.
           COMPUTE WS-GAP-DAYS-OUT = WS-GAP-ITEM-DAYS - WS-GAP-ASOF-DAYS
           MOVE 5 TO WS-GAP-BUCKET
           PERFORM VARYING WS-GAP-IDX FROM 4 BY -1 UNTIL WS-GAP-IDX < 1
               IF WS-GAP-DAYS-OUT NOT > WS-GAP-LIMIT(WS-GAP-IDX)
                   MOVE WS-GAP-IDX TO WS-GAP-BUCKET
               END-IF
           END-PERFORM
           .


      * GL to subledger reconciliation: every control account in the
      * journal is proved against the file it controls. Deposits,
      * term deposits, loans, accrued interest, official checks and
      * pending wires each make one pair; a pair that does not agree
      * to the cent is a break, and any break fails the run so the
      * night chain stops before anything is built on bad books
       7700-GL-RECON-PARA.
           IF WS-POSTING-DATE-OVERRIDE = "YES"
               MOVE WS-BUSINESS-DATE TO WS-GLR-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GLR-DATE
           END-IF
           PERFORM ENSURE-GL-ACCOUNTS-PARA
           INITIALIZE WS-GLR-AMOUNTS
           PERFORM 7710-SUM-DEPOSITS-PARA
           PERFORM 7720-SUM-TERM-DEPOSITS-PARA
           PERFORM 7730-SUM-LOANS-PARA
           PERFORM SUM-ACCRUALS-PARA
           COMPUTE WS-GLR-SUB(4) ROUNDED = WS-ACCR-FILE-TOTAL
           MOVE WS-ACCR-FILE-COUNT TO WS-GLR-SUB-COUNT(4)
           PERFORM 7750-SUM-OFFICIAL-CHECKS-PARA
           PERFORM 7760-SUM-PENDING-WIRES-PARA
           PERFORM 7770-SUM-CONTROL-ACCOUNTS-PARA

           MOVE 0 TO WS-GLR-BREAKS
           PERFORM VARYING WS-GLR-IDX FROM 1 BY 1 UNTIL WS-GLR-IDX > 6
               COMPUTE WS-GLR-DIFF(WS-GLR-IDX) =
                   WS-GLR-SUB(WS-GLR-IDX) - WS-GLR-GL(WS-GLR-IDX)
               IF WS-GLR-DIFF(WS-GLR-IDX) NOT = 0
                   ADD 1 TO WS-GLR-BREAKS
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "gl_recon_"WS-GLR-DATE".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           PERFORM 7780-WRITE-RECON-REPORT-PARA
           CLOSE FS-REPORT-FILE

           MOVE "USD" TO WS-DISPLAY-CURRENCY-CODE
           PERFORM VARYING WS-GLR-IDX FROM 1 BY 1 UNTIL WS-GLR-IDX > 6
               MOVE WS-GLR-DIFF(WS-GLR-IDX) TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               DISPLAY WS-GLR-NAME(WS-GLR-IDX)" "
                 WS-GLR-ACCT(WS-GLR-IDX)"  difference "WS-DISPLAY
           END-PERFORM
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE "GLRECON" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE 6 TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "GL to subledger reconciliation, "WS-GLR-BREAKS
                  " breaks"
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA

           IF WS-GLR-BREAKS = 0
               DISPLAY "Every control account agrees with its subledg
      -                "er"
               MOVE "I" TO WS-OPS-SEVERITY
               MOVE "GL to subledger reconciliation clean"
                 TO WS-OPS-MESSAGE
               PERFORM OPS-LOG-PARA
               EXIT PARAGRAPH
           END-IF

           DISPLAY "GL OUT OF BALANCE WITH SUBLEDGERS - "WS-GLR-BREAKS
             " breaks"
           MOVE "E" TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "GL to subledger reconciliation: "WS-GLR-BREAKS
                  " breaks, see "FUNCTION TRIM(WS-REPORT-FILENAME)
             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM OPS-LOG-PARA
           MOVE 8 TO RETURN-CODE
           IF WS-UNATTENDED-SESSION = "Y"
               MOVE "YES" TO WS-SCRIPT-ABORT
           ELSE
               PERFORM 7790-OFFER-TAKE-ON-PARA
           END-IF
           .


      * every account is counted, closed ones included, so a balance
      * left on a closed account still has to be in the ledger; the
      * breakdown by currency and product is for the reader - the
      * GL carries face amounts, so the pair is on the grand total
       7710-SUM-DEPOSITS-PARA.
           MOVE 0 TO WS-GLR-DEP-COUNT
           MOVE 0 TO WS-GLR-DEP-OVERFLOW
           MOVE "NO" TO WS-GLR-EOF
           OPEN INPUT FS-USERS-FILE
               IF WS-USERS-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-GLR-EOF
               END-IF
               PERFORM UNTIL WS-GLR-EOF = "YES"
                   READ FS-USERS-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-GLR-EOF
                       NOT AT END
                           PERFORM 7711-ADD-ONE-DEPOSIT-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           .


       7711-ADD-ONE-DEPOSIT-PARA.
           ADD FS-BALANCE TO WS-GLR-SUB(1)
           ADD 1 TO WS-GLR-SUB-COUNT(1)

           MOVE "NO" TO WS-GLR-DEP-FOUND
           PERFORM VARYING WS-GLR-DEP-IDX FROM 1 BY 1
                   UNTIL WS-GLR-DEP-IDX > WS-GLR-DEP-COUNT
                      OR WS-GLR-DEP-FOUND = "YES"
               IF WS-GLR-DEP-CURRENCY(WS-GLR-DEP-IDX) =
                      FS-CURRENCY-CODE AND
                  WS-GLR-DEP-PRODUCT(WS-GLR-DEP-IDX) =
                      FS-ACCOUNT-PRODUCT-CODE
                   MOVE "YES" TO WS-GLR-DEP-FOUND
                   ADD 1 TO WS-GLR-DEP-ACCTS(WS-GLR-DEP-IDX)
                   ADD FS-BALANCE TO WS-GLR-DEP-TOTAL(WS-GLR-DEP-IDX)
               END-IF
           END-PERFORM
           IF WS-GLR-DEP-FOUND = "YES"
               EXIT PARAGRAPH
           END-IF

           IF WS-GLR-DEP-COUNT < 60
               ADD 1 TO WS-GLR-DEP-COUNT
               MOVE FS-CURRENCY-CODE
                 TO WS-GLR-DEP-CURRENCY(WS-GLR-DEP-COUNT)
               MOVE FS-ACCOUNT-PRODUCT-CODE
                 TO WS-GLR-DEP-PRODUCT(WS-GLR-DEP-COUNT)
               MOVE 1 TO WS-GLR-DEP-ACCTS(WS-GLR-DEP-COUNT)
               MOVE FS-BALANCE TO WS-GLR-DEP-TOTAL(WS-GLR-DEP-COUNT)
           ELSE
               ADD FS-BALANCE TO WS-GLR-DEP-OVERFLOW
           END-IF
           .


       7720-SUM-TERM-DEPOSITS-PARA.
           MOVE "NO" TO WS-GLR-EOF
           OPEN INPUT FS-TERM-FILE
               IF WS-TERM-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-GLR-EOF
               END-IF
               PERFORM UNTIL WS-GLR-EOF = "YES"
                   READ FS-TERM-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-GLR-EOF
                       NOT AT END
                           IF FS-TERM-STATUS = "A"
                               ADD FS-TERM-PRINCIPAL TO WS-GLR-SUB(2)
                               ADD 1 TO WS-GLR-SUB-COUNT(2)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-TERM-FILE
           .


      * a charged-off loan keeps its balance for collections but has
      * already left loans receivable, so only active loans count
       7730-SUM-LOANS-PARA.
           MOVE "NO" TO WS-GLR-EOF
           OPEN INPUT FS-LOAN-FILE
               IF WS-LOAN-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-GLR-EOF
               END-IF
               PERFORM UNTIL WS-GLR-EOF = "YES"
                   READ FS-LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-GLR-EOF
                       NOT AT END
                           IF FS-LOAN-STATUS = "A"
                               ADD FS-LOAN-BALANCE TO WS-GLR-SUB(3)
                               ADD 1 TO WS-GLR-SUB-COUNT(3)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-LOAN-FILE
           .


       7750-SUM-OFFICIAL-CHECKS-PARA.
           MOVE "NO" TO WS-GLR-EOF
           OPEN INPUT FS-OCR-FILE
               IF WS-OCR-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-GLR-EOF
               END-IF
               PERFORM UNTIL WS-GLR-EOF = "YES"
                   READ FS-OCR-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-GLR-EOF
                       NOT AT END
                           IF FS-OCR-STATUS = "O"
                               ADD FS-OCR-AMOUNT TO WS-GLR-SUB(5)
                               ADD 1 TO WS-GLR-SUB-COUNT(5)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-OCR-FILE
           .


       7760-SUM-PENDING-WIRES-PARA.
           MOVE "NO" TO WS-GLR-EOF
           OPEN INPUT FS-WIRE-FILE
               IF WS-WIRE-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-GLR-EOF
               END-IF
               PERFORM UNTIL WS-GLR-EOF = "YES"
                   READ FS-WIRE-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-GLR-EOF
                       NOT AT END
                           IF FS-WIRE-STATUS = "P"
                               ADD FS-WIRE-AMOUNT TO WS-GLR-SUB(6)
                               ADD 1 TO WS-GLR-SUB-COUNT(6)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-WIRE-FILE
           .


      * the whole journal, not a period - a control account balance
      * is everything ever posted to it. Liabilities and the memo
      * account read credits less debits, assets debits less credits
       7770-SUM-CONTROL-ACCOUNTS-PARA.
           MOVE "NO" TO WS-GLR-EOF
           OPEN INPUT FS-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS NOT = "00"
                   MOVE "YES" TO WS-GLR-EOF
               END-IF
               PERFORM UNTIL WS-GLR-EOF = "YES"
                   READ FS-GL-JOURNAL-FILE
                       AT END
                           MOVE "YES" TO WS-GLR-EOF
                       NOT AT END
                           PERFORM 7771-ADD-ONE-ENTRY-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-GL-JOURNAL-FILE

           PERFORM VARYING WS-GLR-IDX FROM 1 BY 1 UNTIL WS-GLR-IDX > 6
               IF WS-GLR-NATURE(WS-GLR-IDX) = "D"
                   COMPUTE WS-GLR-GL(WS-GLR-IDX) =
                       WS-GLR-DEBITS(WS-GLR-IDX)
                       - WS-GLR-CREDITS(WS-GLR-IDX)
               ELSE
                   COMPUTE WS-GLR-GL(WS-GLR-IDX) =
                       WS-GLR-CREDITS(WS-GLR-IDX)
                       - WS-GLR-DEBITS(WS-GLR-IDX)
               END-IF
           END-PERFORM
           .


       7771-ADD-ONE-ENTRY-PARA.
           PERFORM VARYING WS-GLR-IDX FROM 1 BY 1 UNTIL WS-GLR-IDX > 6
               IF FS-GLJ-DEBIT-ACCT = WS-GLR-ACCT(WS-GLR-IDX)
                   ADD FS-GLJ-AMOUNT TO WS-GLR-DEBITS(WS-GLR-IDX)
                   IF FS-GLJ-TYPE = "TAKEON"
                       MOVE "YES" TO WS-GLR-TAKEN-ON(WS-GLR-IDX)
                   END-IF
               END-IF
               IF FS-GLJ-CREDIT-ACCT = WS-GLR-ACCT(WS-GLR-IDX)
                   ADD FS-GLJ-AMOUNT TO WS-GLR-CREDITS(WS-GLR-IDX)
                   IF FS-GLJ-TYPE = "TAKEON"
                       MOVE "YES" TO WS-GLR-TAKEN-ON(WS-GLR-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .


       7780-WRITE-RECON-REPORT-PARA.
           MOVE SPACES TO FS-REPORT-LINE
           STRING "GL TO SUBLEDGER RECONCILIATION AS OF "WS-GLR-DATE
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "PAIR,GL ACCOUNT,ITEMS,SUBLEDGER,GL BALANCE,DIFFERENCE"
             TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           PERFORM 7781-WRITE-PAIR-PARA
             VARYING WS-GLR-IDX FROM 1 BY 1
             UNTIL WS-GLR-IDX > 6
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "DEPOSITS BY CURRENCY AND PRODUCT (FACE AMOUNTS)"
             TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "CURRENCY,PRODUCT,ACCOUNTS,BALANCE" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           PERFORM VARYING WS-GLR-DEP-IDX FROM 1 BY 1
                   UNTIL WS-GLR-DEP-IDX > WS-GLR-DEP-COUNT
               MOVE SPACES TO FS-REPORT-LINE
               MOVE 1 TO WS-STR-LEN
               IF WS-GLR-DEP-PRODUCT(WS-GLR-DEP-IDX) = SPACES
                   STRING WS-GLR-DEP-CURRENCY(WS-GLR-DEP-IDX)
                          ",NONE,"
                          WS-GLR-DEP-ACCTS(WS-GLR-DEP-IDX)
                     DELIMITED BY SIZE INTO FS-REPORT-LINE
                     WITH POINTER WS-STR-LEN
               ELSE
                   STRING WS-GLR-DEP-CURRENCY(WS-GLR-DEP-IDX)","
                          FUNCTION TRIM(
                              WS-GLR-DEP-PRODUCT(WS-GLR-DEP-IDX))","
                          WS-GLR-DEP-ACCTS(WS-GLR-DEP-IDX)
                     DELIMITED BY SIZE INTO FS-REPORT-LINE
                     WITH POINTER WS-STR-LEN
               END-IF
               MOVE WS-GLR-DEP-TOTAL(WS-GLR-DEP-IDX)
                 TO WS-DISPLAY-MONEY-TMP
               PERFORM 7233-APPEND-MONEY-PARA
               WRITE FS-REPORT-LINE
           END-PERFORM
           IF WS-GLR-DEP-OVERFLOW NOT = 0
               MOVE SPACES TO FS-REPORT-LINE
               MOVE 1 TO WS-STR-LEN
               STRING "ALL,OTHER,"
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
                 WITH POINTER WS-STR-LEN
               MOVE WS-GLR-DEP-OVERFLOW TO WS-DISPLAY-MONEY-TMP
               PERFORM 7233-APPEND-MONEY-PARA
               WRITE FS-REPORT-LINE
           END-IF
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE SPACES TO FS-REPORT-LINE
           IF WS-GLR-BREAKS = 0
               MOVE "RESULT: IN BALANCE" TO FS-REPORT-LINE
           ELSE
               STRING "RESULT: OUT OF BALANCE - "WS-GLR-BREAKS
                      " PAIRS BREAK"
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
           END-IF
           WRITE FS-REPORT-LINE
           .


       7781-WRITE-PAIR-PARA.
           MOVE SPACES TO FS-REPORT-LINE
           MOVE 1 TO WS-STR-LEN
           STRING FUNCTION TRIM(WS-GLR-NAME(WS-GLR-IDX))","
                  WS-GLR-ACCT(WS-GLR-IDX)","
                  WS-GLR-SUB-COUNT(WS-GLR-IDX)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
             WITH POINTER WS-STR-LEN
           MOVE WS-GLR-SUB(WS-GLR-IDX) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-GLR-GL(WS-GLR-IDX) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE WS-GLR-DIFF(WS-GLR-IDX) TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           WRITE FS-REPORT-LINE
           .


      * control accounts opened after their subledgers were already
      * carrying business start out short by whatever was on file at
      * the time; a supervisor may book that opening balance once
      * per account, against the account the original postings hit.
      * Deposits have always been controlled, so a deposit break is
      * never taken on - it has to be found
       7790-OFFER-TAKE-ON-PARA.
           PERFORM VARYING WS-GLR-IDX FROM 2 BY 1 UNTIL WS-GLR-IDX > 6
               IF WS-GLR-DIFF(WS-GLR-IDX) NOT = 0 AND
                  WS-GLR-TAKEN-ON(WS-GLR-IDX) NOT = "YES"
                   PERFORM 7791-TAKE-ON-ONE-PARA
               END-IF
           END-PERFORM
           .


       7791-TAKE-ON-ONE-PARA.
           MOVE WS-GLR-DIFF(WS-GLR-IDX) TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Book "WS-DISPLAY" as the opening balance of "
             WS-GLR-ACCT(WS-GLR-IDX)" "
             FUNCTION TRIM(WS-GLR-NAME(WS-GLR-IDX))
             " against "WS-GLR-CONTRA(WS-GLR-IDX)"? (Y/N)"
           ACCEPT WS-GLR-REPLY
           IF WS-GLR-REPLY NOT = "Y" AND WS-GLR-REPLY NOT = "y"
               EXIT PARAGRAPH
           END-IF

      * a shortfall on a credit-natured account is made up with a
      * credit, on a debit-natured one with a debit
           IF (WS-GLR-DIFF(WS-GLR-IDX) > 0 AND
               WS-GLR-NATURE(WS-GLR-IDX) = "C") OR
              (WS-GLR-DIFF(WS-GLR-IDX) < 0 AND
               WS-GLR-NATURE(WS-GLR-IDX) = "D")
               MOVE WS-GLR-CONTRA(WS-GLR-IDX) TO WS-GL-DEBIT-ACCT
               MOVE WS-GLR-ACCT(WS-GLR-IDX) TO WS-GL-CREDIT-ACCT
           ELSE
               MOVE WS-GLR-ACCT(WS-GLR-IDX) TO WS-GL-DEBIT-ACCT
               MOVE WS-GLR-CONTRA(WS-GLR-IDX) TO WS-GL-CREDIT-ACCT
           END-IF
           IF WS-GLR-DIFF(WS-GLR-IDX) < 0
               COMPUTE WS-GL-ABS-AMOUNT = WS-GLR-DIFF(WS-GLR-IDX) * -1
           ELSE
               MOVE WS-GLR-DIFF(WS-GLR-IDX) TO WS-GL-ABS-AMOUNT
           END-IF
           MOVE WS-GLR-DATE TO WS-GL-LEG-DATE
           MOVE 0 TO WS-GL-LEG-SOURCE
           MOVE "TAKEON" TO WS-GL-LEG-TYPE
           PERFORM WRITE-GL-LEG-PARA
           DISPLAY "Opening balance booked - rerun the reconciliation t
      -            "o confirm"

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "GL take-on "WS-GLR-ACCT(WS-GLR-IDX)" vs "
                  WS-GLR-CONTRA(WS-GLR-IDX)" "WS-DISPLAY
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


      * the whole accrual ledger to the micro-cent; the daily run
      * books the movement in its rounded total and the
      * reconciliation proves the rounded total against the GL
       SUM-ACCRUALS-PARA.
           MOVE 0 TO WS-ACCR-FILE-TOTAL
           MOVE 0 TO WS-ACCR-FILE-COUNT
           MOVE "NO" TO WS-ACCR-EOF
           OPEN INPUT FS-ACCRUAL-FILE
               IF WS-ACCRUAL-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-ACCR-EOF
               END-IF
               PERFORM UNTIL WS-ACCR-EOF = "YES"
                   READ FS-ACCRUAL-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-ACCR-EOF
                       NOT AT END
                           ADD FS-ACCR-AMOUNT TO WS-ACCR-FILE-TOTAL
                           ADD 1 TO WS-ACCR-FILE-COUNT
                   END-READ
               END-PERFORM
           CLOSE FS-ACCRUAL-FILE
           .


      * the same person keyed twice - once with a middle initial,
      * once without, or again after a move - splits the 1099, the
      * relationship view and the KYC history. Two live customers
      * are a candidate pair when they share a tax ID, or when
      * their names agree once normalized and they share a ZIP.
      * The score is 60 for the tax ID, 30 for the name and 10 for
      * the ZIP
       2950-DUPLICATE-SCAN-PARA.
           MOVE 0 TO WS-DUP-COUNT
           MOVE 0 TO WS-DUP-PAIR-COUNT
           MOVE 0 TO WS-DUP-SKIPPED
           MOVE "NO" TO WS-DUP-EOF
           OPEN INPUT FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                   DISPLAY "No customer master on file yet"
                   MOVE "YES" TO WS-DUP-EOF
               END-IF
               PERFORM UNTIL WS-DUP-EOF = "YES"
                   READ FS-CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-DUP-EOF
                       NOT AT END
                           PERFORM 2951-LOAD-ONE-CUSTOMER-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-CUSTOMER-FILE

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "dup_customers_"FUNCTION CURRENT-DATE(1:8)".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE "DUPLICATE CUSTOMER CANDIDATES" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "SCORE,CUSTOMER,NAME,CUSTOMER,NAME,MATCHED ON"
             TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           PERFORM VARYING WS-DUP-IDX-A FROM 1 BY 1
                   UNTIL WS-DUP-IDX-A >= WS-DUP-COUNT
               COMPUTE WS-DUP-START = WS-DUP-IDX-A + 1
               PERFORM VARYING WS-DUP-IDX-B FROM WS-DUP-START BY 1
                       UNTIL WS-DUP-IDX-B > WS-DUP-COUNT
                   PERFORM 2952-SCORE-ONE-PAIR-PARA
               END-PERFORM
           END-PERFORM
           IF WS-DUP-SKIPPED > 0
               MOVE SPACES TO FS-REPORT-LINE
               STRING "Customer table full - "WS-DUP-SKIPPED
                      " customers not compared"
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
           END-IF
           CLOSE FS-REPORT-FILE

           MOVE WS-DUP-COUNT TO WS-DISPLAY-NUMBER
           PERFORM CALCULATE-NUMBER-DISPLAY-PARA
           DISPLAY "Customers compared: "WS-DISPLAY
           MOVE WS-DUP-PAIR-COUNT TO WS-DISPLAY-NUMBER
           PERFORM CALCULATE-NUMBER-DISPLAY-PARA
           DISPLAY "Candidate pairs:    "WS-DISPLAY
           IF WS-DUP-SKIPPED > 0
               DISPLAY "Customer table full - "WS-DUP-SKIPPED
                 " customers not compared"
           END-IF
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE "DUPCUST" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-DUP-PAIR-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


      * a customer already merged away is not a candidate again
       2951-LOAD-ONE-CUSTOMER-PARA.
           IF FS-CUSTOMER-MERGED-INTO IS NUMERIC AND
              FS-CUSTOMER-MERGED-INTO > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DUP-COUNT NOT < 500
               ADD 1 TO WS-DUP-SKIPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DUP-COUNT
           MOVE FS-CUSTOMER-NUMBER TO WS-DUP-NUMBER(WS-DUP-COUNT)
           MOVE FS-CUSTOMER-NAME TO WS-DUP-NAME(WS-DUP-COUNT)
           IF FS-CUSTOMER-TAX-ID IS NUMERIC
               MOVE FS-CUSTOMER-TAX-ID TO WS-DUP-TAX-ID(WS-DUP-COUNT)
           ELSE
               MOVE 0 TO WS-DUP-TAX-ID(WS-DUP-COUNT)
           END-IF
           IF FS-CUSTOMER-ZIP IS NUMERIC
               MOVE FS-CUSTOMER-ZIP TO WS-DUP-ZIP(WS-DUP-COUNT)
           ELSE
               MOVE 0 TO WS-DUP-ZIP(WS-DUP-COUNT)
           END-IF
           MOVE FS-CUSTOMER-NAME TO WS-DUP-NORM-IN
           PERFORM NORMALIZE-CUSTOMER-NAME-PARA
           MOVE WS-DUP-NORM-OUT TO WS-DUP-NORM(WS-DUP-COUNT)
           .


       2952-SCORE-ONE-PAIR-PARA.
           MOVE 0 TO WS-DUP-SCORE
           MOVE SPACES TO WS-DUP-REASON
           MOVE 1 TO WS-DUP-REASON-LEN
           IF WS-DUP-TAX-ID(WS-DUP-IDX-A) > 0 AND
              WS-DUP-TAX-ID(WS-DUP-IDX-A) = WS-DUP-TAX-ID(WS-DUP-IDX-B)
               ADD 60 TO WS-DUP-SCORE
               STRING "TAX ID " DELIMITED BY SIZE
                 INTO WS-DUP-REASON WITH POINTER WS-DUP-REASON-LEN
           END-IF
           IF WS-DUP-NORM(WS-DUP-IDX-A) NOT = SPACES AND
              WS-DUP-NORM(WS-DUP-IDX-A) = WS-DUP-NORM(WS-DUP-IDX-B)
               ADD 30 TO WS-DUP-SCORE
               STRING "NAME " DELIMITED BY SIZE
                 INTO WS-DUP-REASON WITH POINTER WS-DUP-REASON-LEN
           END-IF
           IF WS-DUP-ZIP(WS-DUP-IDX-A) > 0 AND
              WS-DUP-ZIP(WS-DUP-IDX-A) = WS-DUP-ZIP(WS-DUP-IDX-B)
               ADD 10 TO WS-DUP-SCORE
               STRING "ZIP " DELIMITED BY SIZE
                 INTO WS-DUP-REASON WITH POINTER WS-DUP-REASON-LEN
           END-IF

      * a shared ZIP alone, or a common name in another town, is
      * not enough to call two customers one
           IF WS-DUP-SCORE < 40
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DUP-PAIR-COUNT
           MOVE SPACES TO FS-REPORT-LINE
           STRING WS-DUP-SCORE","
                  WS-DUP-NUMBER(WS-DUP-IDX-A)","
                  FUNCTION TRIM(WS-DUP-NAME(WS-DUP-IDX-A)(1:30))","
                  WS-DUP-NUMBER(WS-DUP-IDX-B)","
                  FUNCTION TRIM(WS-DUP-NAME(WS-DUP-IDX-B)(1:30))","
                  FUNCTION TRIM(WS-DUP-REASON)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .


      * upper case, punctuation to blanks, single letters (middle
      * initials) dropped, and one blank between the words left -
      * "Smith, John Q." and "JOHN  SMITH" still differ in word
      * order, which a clerk keys the same way nearly every time
       NORMALIZE-CUSTOMER-NAME-PARA.
           MOVE FUNCTION UPPER-CASE(WS-DUP-NORM-IN) TO WS-DUP-NORM-IN
           MOVE SPACES TO WS-DUP-NORM-OUT
           MOVE SPACES TO WS-DUP-TOKEN
           MOVE 0 TO WS-DUP-TOKEN-LEN
           MOVE 1 TO WS-DUP-OUT-LEN
           PERFORM VARYING WS-DUP-POS FROM 1 BY 1 UNTIL WS-DUP-POS > 100
               MOVE WS-DUP-NORM-IN(WS-DUP-POS:1) TO WS-DUP-CHAR
               IF (WS-DUP-CHAR >= "A" AND WS-DUP-CHAR <= "Z") OR
                  (WS-DUP-CHAR >= "0" AND WS-DUP-CHAR <= "9")
                   ADD 1 TO WS-DUP-TOKEN-LEN
                   MOVE WS-DUP-CHAR
                     TO WS-DUP-TOKEN(WS-DUP-TOKEN-LEN:1)
               ELSE
                   PERFORM NORMALIZE-END-WORD-PARA
               END-IF
           END-PERFORM
           PERFORM NORMALIZE-END-WORD-PARA
           .


       NORMALIZE-END-WORD-PARA.
           IF WS-DUP-TOKEN-LEN > 1
               IF WS-DUP-OUT-LEN > 1
                   STRING " " DELIMITED BY SIZE
                     INTO WS-DUP-NORM-OUT WITH POINTER WS-DUP-OUT-LEN
               END-IF
               STRING WS-DUP-TOKEN(1:WS-DUP-TOKEN-LEN)
                 DELIMITED BY SIZE
                 INTO WS-DUP-NORM-OUT WITH POINTER WS-DUP-OUT-LEN
           END-IF
           MOVE SPACES TO WS-DUP-TOKEN
           MOVE 0 TO WS-DUP-TOKEN-LEN
           .


      * the survivor keeps its number and takes over every account,
      * loan and safe deposit box of the other; the other stays on
      * file, retired with a pointer to the survivor, so anything
      * still quoting the old number can be followed. Accounts and
      * loans move first - a merge cut short is simply run again
       2960-MERGE-CUSTOMERS-PARA.
           IF WS-TELLER-ROLE NOT = "S"
               DISPLAY "Merging customers requires a supervisor sign-o
      -                "n"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter the surviving customer number:"
           ACCEPT WS-MERGE-SURVIVOR
           DISPLAY "Enter the customer number to merge into it:"
           ACCEPT WS-MERGE-LOSER
           IF WS-MERGE-SURVIVOR = 0 OR WS-MERGE-LOSER = 0 OR
              WS-MERGE-SURVIVOR = WS-MERGE-LOSER
               DISPLAY "Two different customer numbers are needed"
               EXIT PARAGRAPH
           END-IF

           MOVE "YES" TO WS-MERGE-OK
           OPEN INPUT FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                   DISPLAY "No customer master on file yet"
                   MOVE "NO" TO WS-MERGE-OK
               ELSE
                   MOVE WS-MERGE-SURVIVOR TO FS-CUSTOMER-NUMBER
                   PERFORM 2961-CHECK-MERGE-CUSTOMER-PARA
                   MOVE FS-CUSTOMER-NAME TO WS-MERGE-SURVIVOR-NAME
                   MOVE WS-MERGE-LOSER TO FS-CUSTOMER-NUMBER
                   PERFORM 2961-CHECK-MERGE-CUSTOMER-PARA
                   MOVE FS-CUSTOMER-NAME TO WS-MERGE-LOSER-NAME
                   MOVE FS-CUSTOMER-RISK-RATING TO WS-MERGE-LOSER-RATING
                   MOVE FS-CUSTOMER-NEXT-REVIEW TO WS-MERGE-LOSER-REVIEW
                   MOVE FS-CUSTOMER-INSIDER TO WS-MERGE-LOSER-INSIDER
                   MOVE FS-CUSTOMER-INSIDER-CATEGORY
                     TO WS-MERGE-LOSER-INS-CAT
                   MOVE FS-CUSTOMER-INSIDER-SOURCE
                     TO WS-MERGE-LOSER-INS-SRC
                   MOVE 0 TO WS-MERGE-LOSER-INS-TLR
                   IF FS-CUSTOMER-INSIDER-TELLER IS NUMERIC
                       MOVE FS-CUSTOMER-INSIDER-TELLER
                         TO WS-MERGE-LOSER-INS-TLR
                   END-IF
               END-IF
           CLOSE FS-CUSTOMER-FILE
           IF WS-MERGE-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Surviving: "WS-MERGE-SURVIVOR" "
             FUNCTION TRIM(WS-MERGE-SURVIVOR-NAME)
           DISPLAY "Retiring:  "WS-MERGE-LOSER" "
             FUNCTION TRIM(WS-MERGE-LOSER-NAME)
           DISPLAY "Move every account, loan and box to the surviving
      -            " customer? (Y/N)"
           ACCEPT WS-CONFIRM-REPLY
           IF WS-CONFIRM-REPLY NOT = "Y" AND WS-CONFIRM-REPLY NOT = "y"
               DISPLAY "Merge cancelled"
               EXIT PARAGRAPH
           END-IF

           PERFORM 2962-REPOINT-ACCOUNTS-PARA
           PERFORM 2963-REPOINT-LOANS-PARA
           PERFORM 2964-REPOINT-BOXES-PARA
           PERFORM 2965-RETIRE-MERGED-CUSTOMER-PARA

           DISPLAY "Customer "WS-MERGE-LOSER" merged into "
             WS-MERGE-SURVIVOR
           DISPLAY "Accounts moved: "WS-MERGE-ACCT-COUNT
             "  loans moved: "WS-MERGE-LOAN-COUNT
             "  boxes moved: "WS-MERGE-BOX-COUNT

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "customer "WS-MERGE-LOSER" merged into "
                  WS-MERGE-SURVIVOR
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "merge moved "WS-MERGE-ACCT-COUNT" accounts "
                  WS-MERGE-LOAN-COUNT" loans "
                  WS-MERGE-BOX-COUNT" boxes"
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


      * FS-CUSTOMER-NUMBER is set by the caller; the record is left
      * in the record area for the caller to take what it needs
       2961-CHECK-MERGE-CUSTOMER-PARA.
           READ FS-CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "No customer "FS-CUSTOMER-NUMBER
                   MOVE "NO" TO WS-MERGE-OK
                   MOVE SPACES TO FS-CUSTOMER-NAME
               NOT INVALID KEY
                   IF FS-CUSTOMER-MERGED-INTO IS NUMERIC AND
                      FS-CUSTOMER-MERGED-INTO > 0
                       DISPLAY "Customer "FS-CUSTOMER-NUMBER
                         " was already merged into "
                         FS-CUSTOMER-MERGED-INTO
                       MOVE "NO" TO WS-MERGE-OK
                   END-IF
           END-READ
           .


       2962-REPOINT-ACCOUNTS-PARA.
           MOVE 0 TO WS-MERGE-ACCT-COUNT
           MOVE "NO" TO WS-DUP-EOF
           OPEN I-O FS-USERS-FILE
               IF WS-USERS-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-DUP-EOF
               END-IF
               PERFORM UNTIL WS-DUP-EOF = "YES"
                   READ FS-USERS-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-DUP-EOF
                       NOT AT END
                           IF FS-ACCOUNT-CUSTOMER-NUMBER =
                              WS-MERGE-LOSER
                               MOVE WS-MERGE-SURVIVOR
                                 TO FS-ACCOUNT-CUSTOMER-NUMBER
                               REWRITE FS-USER
                                   INVALID KEY
                                       DISPLAY "INVALID KEY - "
                                         FS-USER-ID
                                   NOT INVALID KEY
                                       ADD 1 TO WS-MERGE-ACCT-COUNT
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           .


       2963-REPOINT-LOANS-PARA.
           MOVE 0 TO WS-MERGE-LOAN-COUNT
           MOVE "NO" TO WS-DUP-EOF
           OPEN I-O FS-LOAN-FILE
               IF WS-LOAN-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-DUP-EOF
               END-IF
               PERFORM UNTIL WS-DUP-EOF = "YES"
                   READ FS-LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-DUP-EOF
                       NOT AT END
                           IF FS-LOAN-CUSTOMER-NUMBER = WS-MERGE-LOSER
                               MOVE WS-MERGE-SURVIVOR
                                 TO FS-LOAN-CUSTOMER-NUMBER
                               REWRITE FS-LOAN
                                   INVALID KEY
                                       DISPLAY "INVALID KEY - "
                                         FS-LOAN-ID
                                   NOT INVALID KEY
                                       ADD 1 TO WS-MERGE-LOAN-COUNT
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-LOAN-FILE
           .


       2964-REPOINT-BOXES-PARA.
           MOVE 0 TO WS-MERGE-BOX-COUNT
           MOVE "NO" TO WS-DUP-EOF
           OPEN I-O FS-SDB-FILE
               IF WS-SDB-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-DUP-EOF
               END-IF
               PERFORM UNTIL WS-DUP-EOF = "YES"
                   READ FS-SDB-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-DUP-EOF
                       NOT AT END
                           IF FS-SDB-CUSTOMER-NUMBER = WS-MERGE-LOSER
                               MOVE WS-MERGE-SURVIVOR
                                 TO FS-SDB-CUSTOMER-NUMBER
                               REWRITE FS-SDB-BOX
                                   INVALID KEY
                                       DISPLAY "INVALID KEY - "
                                         FS-SDB-BOX-NUMBER
                                   NOT INVALID KEY
                                       ADD 1 TO WS-MERGE-BOX-COUNT
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-SDB-FILE
           .


      * the survivor carries the stricter KYC view of the two: the
      * higher risk rating and the sooner review date
       2965-RETIRE-MERGED-CUSTOMER-PARA.
           OPEN I-O FS-CUSTOMER-FILE
               MOVE WS-MERGE-LOSER TO FS-CUSTOMER-NUMBER
               READ FS-CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE WS-MERGE-SURVIVOR TO FS-CUSTOMER-MERGED-INTO
                       PERFORM CLEAR-INSIDER-FIELDS-PARA
                       REWRITE FS-CUSTOMER
                           INVALID KEY
                               DISPLAY "INVALID KEY - "
                                 FS-CUSTOMER-NUMBER
                       END-REWRITE
               END-READ

               MOVE WS-MERGE-SURVIVOR TO FS-CUSTOMER-NUMBER
               READ FS-CUSTOMER-FILE
                   NOT INVALID KEY
                       IF WS-MERGE-LOSER-RATING = "H" OR
                          (WS-MERGE-LOSER-RATING = "M" AND
                           FS-CUSTOMER-RISK-RATING NOT = "H")
                           MOVE WS-MERGE-LOSER-RATING
                             TO FS-CUSTOMER-RISK-RATING
                       END-IF
                       IF WS-MERGE-LOSER-REVIEW IS NUMERIC AND
                          WS-MERGE-LOSER-REVIEW NOT = ZEROS
                           IF FS-CUSTOMER-NEXT-REVIEW IS NOT NUMERIC OR
                              FS-CUSTOMER-NEXT-REVIEW = ZEROS OR
                              WS-MERGE-LOSER-REVIEW <
                                  FS-CUSTOMER-NEXT-REVIEW
                               MOVE WS-MERGE-LOSER-REVIEW
                                 TO FS-CUSTOMER-NEXT-REVIEW
                           END-IF
                       END-IF
      * an insider flag on the retired record carries over
                       IF WS-MERGE-LOSER-INSIDER = "Y" AND
                          FS-CUSTOMER-INSIDER NOT = "Y"
                           MOVE "Y" TO FS-CUSTOMER-INSIDER
                           MOVE WS-MERGE-LOSER-INS-CAT
                             TO FS-CUSTOMER-INSIDER-CATEGORY
                           MOVE WS-MERGE-LOSER-INS-SRC
                             TO FS-CUSTOMER-INSIDER-SOURCE
                           MOVE WS-MERGE-LOSER-INS-TLR
                             TO FS-CUSTOMER-INSIDER-TELLER
                       END-IF
                       REWRITE FS-CUSTOMER
                           INVALID KEY
                               DISPLAY "INVALID KEY - "
                                 FS-CUSTOMER-NUMBER
                       END-REWRITE
               END-READ
           CLOSE FS-CUSTOMER-FILE
           .


      * a teller who is also an insider customer (the customer master
      * carries the teller ID they sign on with) has every account of
      * their own, and of anyone at their street address and ZIP,
      * noted here for the rest of the session
       LOAD-INSIDER-TELLER-PARA.
           MOVE 0 TO WS-INS-TELLER-CUSTOMER
           MOVE 0 TO WS-INS-HOUSE-COUNT
           MOVE 0 TO WS-INS-ACCT-COUNT
           MOVE "NO" TO WS-INS-EOF
           OPEN INPUT FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-INS-EOF
               END-IF
               PERFORM UNTIL WS-INS-EOF = "YES"
                   READ FS-CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-INS-EOF
                       NOT AT END
                           IF FS-CUSTOMER-INSIDER = "Y" AND
                              FS-CUSTOMER-INSIDER-TELLER IS NUMERIC AND
                              FS-CUSTOMER-INSIDER-TELLER =
                                  WS-SIGNED-ON-TELLER-ID
                               MOVE FS-CUSTOMER-NUMBER
                                 TO WS-INS-TELLER-CUSTOMER
                               MOVE FS-CUSTOMER-TAX-ID
                                 TO WS-INS-TELLER-TAX-ID
                               MOVE FUNCTION UPPER-CASE(
                                   FS-CUSTOMER-STREET)
                                 TO WS-INS-TELLER-STREET
                               MOVE FS-CUSTOMER-ZIP
                                 TO WS-INS-TELLER-ZIP
                               MOVE "YES" TO WS-INS-EOF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-CUSTOMER-FILE
           IF WS-INS-TELLER-CUSTOMER = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "NO" TO WS-INS-EOF
           OPEN INPUT FS-CUSTOMER-FILE
               PERFORM UNTIL WS-INS-EOF = "YES"
                   READ FS-CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-INS-EOF
                       NOT AT END
                           IF FS-CUSTOMER-NUMBER NOT =
                                  WS-INS-TELLER-CUSTOMER AND
                              WS-INS-TELLER-STREET NOT = SPACES AND
                              FUNCTION UPPER-CASE(FS-CUSTOMER-STREET)
                                  = WS-INS-TELLER-STREET AND
                              FS-CUSTOMER-ZIP = WS-INS-TELLER-ZIP AND
                              WS-INS-HOUSE-COUNT < 20
                               ADD 1 TO WS-INS-HOUSE-COUNT
                               MOVE FS-CUSTOMER-NUMBER TO
                                 WS-INS-HOUSE-CUSTOMER(
                                     WS-INS-HOUSE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-CUSTOMER-FILE

           MOVE "NO" TO WS-INS-EOF
           OPEN INPUT FS-USERS-FILE
               IF WS-USERS-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-INS-EOF
               END-IF
               PERFORM UNTIL WS-INS-EOF = "YES"
                   READ FS-USERS-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-INS-EOF
                       NOT AT END
                           PERFORM NOTE-INSIDER-ACCOUNT-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           .


      * the account in FS-USER is the insider teller's own when it
      * carries their customer number or is linked to their payroll
      * record, and a household member's when it carries the number
      * of someone at the same address
       NOTE-INSIDER-ACCOUNT-PARA.
           MOVE SPACES TO WS-INS-RELATION
           IF FS-ACCOUNT-CUSTOMER-NUMBER = WS-INS-TELLER-CUSTOMER OR
              (WS-INS-TELLER-TAX-ID > 0 AND
               FS-LINKED-EMPLOYEE-SSN = WS-INS-TELLER-TAX-ID)
               MOVE "OWN" TO WS-INS-RELATION
           ELSE
               IF FS-ACCOUNT-CUSTOMER-NUMBER > 0
                   PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                           UNTIL WS-INS-IDX > WS-INS-HOUSE-COUNT
                       IF FS-ACCOUNT-CUSTOMER-NUMBER =
                          WS-INS-HOUSE-CUSTOMER(WS-INS-IDX)
                           MOVE "REL" TO WS-INS-RELATION
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF WS-INS-RELATION NOT = SPACES AND WS-INS-ACCT-COUNT < 50
               ADD 1 TO WS-INS-ACCT-COUNT
               MOVE FS-USER-ID TO WS-INS-ACCT-ID(WS-INS-ACCT-COUNT)
               MOVE WS-INS-RELATION
                 TO WS-INS-ACCT-RELATION(WS-INS-ACCT-COUNT)
           END-IF
           .


      * called with WS-INS-CHECK-ACCOUNT, WS-INS-KIND (OVR for a hold
      * or limit override, TXN for a posting) and WS-INS-ACTION; an
      * override on the teller's own or a household account, or a
      * posting to their own, leaves an INSIDER line in the audit
      * trail for the monthly review. The caller's audit detail is
      * put back afterwards
       INSIDER-ACTIVITY-CHECK-PARA.
           IF WS-INS-TELLER-CUSTOMER = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-INS-RELATION
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX > WS-INS-ACCT-COUNT
               IF WS-INS-ACCT-ID(WS-INS-IDX) = WS-INS-CHECK-ACCOUNT
                   MOVE WS-INS-ACCT-RELATION(WS-INS-IDX)
                     TO WS-INS-RELATION
               END-IF
           END-PERFORM
           IF WS-INS-RELATION = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-INS-KIND = "TXN" AND WS-INS-RELATION NOT = "OWN"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AUDIT-DETAIL TO WS-INS-SAVED-DETAIL
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "INSIDER "WS-INS-KIND" "WS-INS-RELATION" #"
                  WS-INS-CHECK-ACCOUNT" "WS-INS-ACTION
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           MOVE WS-INS-SAVED-DETAIL TO WS-AUDIT-DETAIL
           .


       CLEAR-INSIDER-FIELDS-PARA.
           MOVE "N" TO FS-CUSTOMER-INSIDER
           MOVE SPACE TO FS-CUSTOMER-INSIDER-CATEGORY
           MOVE SPACE TO FS-CUSTOMER-INSIDER-SOURCE
           MOVE 0 TO FS-CUSTOMER-INSIDER-TELLER
           .


      * employees.txt belongs to PAYROLL - its lock is borrowed for
      * the staff match and given straight back afterwards
       OPEN-STAFF-EMPLOYEES-PARA.
           MOVE "NO" TO WS-INS-EMP-OPEN
           MOVE "employees" TO WS-XLOCK-RESOURCE
           MOVE "LOCK" TO WS-XLOCK-ACTION
           CALL "FILE-LOCK" USING WS-XLOCK-ACTION WS-XLOCK-RESOURCE
               WS-LOCK-SESSION WS-XLOCK-RESULT
           IF WS-XLOCK-RESULT NOT = "OK"
               DISPLAY "Another session holds the employee file - sta
      -                "ff flags not checked"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS = "00"
               MOVE "YES" TO WS-INS-EMP-OPEN
           ELSE
               CLOSE FS-EMPLOYEE-FILE
               MOVE "UNLOCK" TO WS-XLOCK-ACTION
               CALL "FILE-LOCK" USING WS-XLOCK-ACTION WS-XLOCK-RESOURCE
                   WS-LOCK-SESSION WS-XLOCK-RESULT
           END-IF
           .


       CLOSE-STAFF-EMPLOYEES-PARA.
           IF WS-INS-EMP-OPEN = "YES"
               CLOSE FS-EMPLOYEE-FILE
               MOVE "UNLOCK" TO WS-XLOCK-ACTION
               CALL "FILE-LOCK" USING WS-XLOCK-ACTION WS-XLOCK-RESOURCE
                   WS-LOCK-SESSION WS-XLOCK-RESULT
               MOVE "NO" TO WS-INS-EMP-OPEN
           END-IF
           .


      * WS-INS-EMP-ACTIVE answers whether the tax ID on the customer
      * in the record area is the SSN of an active employee; the
      * employee file is open when this runs
       LOOKUP-STAFF-EMPLOYEE-PARA.
           MOVE "NO" TO WS-INS-EMP-ACTIVE
           IF FS-CUSTOMER-TAX-ID IS NOT NUMERIC OR
              FS-CUSTOMER-TAX-ID = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FS-CUSTOMER-TAX-ID TO FS-EMPLOYEE-SSN
           READ FS-EMPLOYEE-FILE
               NOT INVALID KEY
                   IF FS-EMPLOYEE-ACTIVE-FLAG = "Y"
                       MOVE "YES" TO WS-INS-EMP-ACTIVE
                   END-IF
           END-READ
           .


      * the payroll match only sets or clears a flag of its own; a
      * category a supervisor set by hand is left alone
       APPLY-STAFF-INSIDER-PARA.
           MOVE "NO" TO WS-INS-CHANGED
           IF FS-CUSTOMER-INSIDER-SOURCE = "M"
               EXIT PARAGRAPH
           END-IF

           IF WS-INS-EMP-ACTIVE = "YES"
               IF FS-CUSTOMER-INSIDER NOT = "Y"
                   MOVE "Y" TO FS-CUSTOMER-INSIDER
                   MOVE "S" TO FS-CUSTOMER-INSIDER-CATEGORY
                   MOVE "A" TO FS-CUSTOMER-INSIDER-SOURCE
                   IF FS-CUSTOMER-INSIDER-TELLER IS NOT NUMERIC
                       MOVE 0 TO FS-CUSTOMER-INSIDER-TELLER
                   END-IF
                   ADD 1 TO WS-INS-FLAGGED-COUNT
                   MOVE "YES" TO WS-INS-CHANGED
               END-IF
           ELSE
               IF FS-CUSTOMER-INSIDER = "Y"
                   PERFORM CLEAR-INSIDER-FIELDS-PARA
                   ADD 1 TO WS-INS-CLEARED-COUNT
                   MOVE "YES" TO WS-INS-CHANGED
               END-IF
           END-IF
           .


       DISPLAY-INSIDER-STATUS-PARA.
           IF FS-CUSTOMER-INSIDER NOT = "Y"
               DISPLAY "Insider:  no"
               EXIT PARAGRAPH
           END-IF

           EVALUATE FS-CUSTOMER-INSIDER-CATEGORY
               WHEN "D"
                   MOVE "director" TO WS-INS-CATEGORY-NAME
               WHEN "O"
                   MOVE "officer" TO WS-INS-CATEGORY-NAME
               WHEN OTHER
                   MOVE "staff" TO WS-INS-CATEGORY-NAME
           END-EVALUATE
           IF FS-CUSTOMER-INSIDER-SOURCE = "A"
               DISPLAY "Insider:  "FUNCTION TRIM(WS-INS-CATEGORY-NAME)
                 " (tax ID matches an active employee)"
           ELSE
               DISPLAY "Insider:  "FUNCTION TRIM(WS-INS-CATEGORY-NAME)
                 " (set by a supervisor)"
           END-IF
           IF FS-CUSTOMER-INSIDER-TELLER IS NUMERIC AND
              FS-CUSTOMER-INSIDER-TELLER > 0
               DISPLAY "          signs on as teller "
                 FS-CUSTOMER-INSIDER-TELLER
           END-IF
           .


      * a staff-pricing product opens only for a customer on file as
      * an insider
       INSIDER-PRODUCT-GATE-PARA.
           MOVE "NO" TO WS-INS-IS-INSIDER
           IF FS-ACCOUNT-CUSTOMER-NUMBER > 0
               MOVE FS-ACCOUNT-CUSTOMER-NUMBER TO FS-CUSTOMER-NUMBER
               OPEN INPUT FS-CUSTOMER-FILE
                   IF WS-CUSTOMER-FILE-STATUS = "00"
                       READ FS-CUSTOMER-FILE
                           NOT INVALID KEY
                               IF FS-CUSTOMER-INSIDER = "Y"
                                   MOVE "YES" TO WS-INS-IS-INSIDER
                               END-IF
                       END-READ
                   END-IF
               CLOSE FS-CUSTOMER-FILE
           END-IF

           IF WS-INS-IS-INSIDER = "NO"
               DISPLAY "Product "FS-ACCOUNT-PRODUCT-CODE" is staff pric
      -                "ing - the customer is not on file as an insid
      -                "er"
           END-IF
           .


      * directors and officers are flagged by hand; staff come from
      * the payroll match, though a supervisor may set a category by
      * hand or record the teller ID an insider signs on with
       2970-SET-INSIDER-PARA.
           IF WS-TELLER-ROLE NOT = "S"
               DISPLAY "Setting insider status requires a supervisor s
      -                "ign-on"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter customer number:"
           ACCEPT WS-CUSTOMER-LOOKUP
           OPEN I-O FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                   DISPLAY "No customer master on file yet"
                   CLOSE FS-CUSTOMER-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CUSTOMER-LOOKUP TO FS-CUSTOMER-NUMBER
               READ FS-CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "No customer with that number"
                       CLOSE FS-CUSTOMER-FILE
                       EXIT PARAGRAPH
               END-READ
               IF FS-CUSTOMER-MERGED-INTO IS NUMERIC AND
                  FS-CUSTOMER-MERGED-INTO > 0
                   DISPLAY "Customer "FS-CUSTOMER-NUMBER" was merged i
      -                    "nto "FS-CUSTOMER-MERGED-INTO" - update that
      -                    " customer instead"
                   CLOSE FS-CUSTOMER-FILE
                   EXIT PARAGRAPH
               END-IF
               IF FS-CUSTOMER-INSIDER NOT = "Y"
                   PERFORM CLEAR-INSIDER-FIELDS-PARA
               END-IF

               DISPLAY "Customer: "FUNCTION TRIM(FS-CUSTOMER-NAME)
               PERFORM DISPLAY-INSIDER-STATUS-PARA
               DISPLAY "Insider category: D) director  O) officer  S)
      -                " staff  N) not an insider (blank keeps it)"
               MOVE SPACE TO WS-INS-NEW-CATEGORY
               ACCEPT WS-INS-NEW-CATEGORY
               MOVE FUNCTION UPPER-CASE(WS-INS-NEW-CATEGORY)
                 TO WS-INS-NEW-CATEGORY
               EVALUATE WS-INS-NEW-CATEGORY
                   WHEN "D"
                   WHEN "O"
                   WHEN "S"
                       MOVE "Y" TO FS-CUSTOMER-INSIDER
                       MOVE WS-INS-NEW-CATEGORY
                         TO FS-CUSTOMER-INSIDER-CATEGORY
                       MOVE "M" TO FS-CUSTOMER-INSIDER-SOURCE
                   WHEN "N"
      * clearing by hand gives the customer back to the payroll match,
      * so a current employee is flagged staff again straight away
                       PERFORM CLEAR-INSIDER-FIELDS-PARA
                       MOVE 0 TO WS-INS-FLAGGED-COUNT
                       MOVE 0 TO WS-INS-CLEARED-COUNT
                       PERFORM OPEN-STAFF-EMPLOYEES-PARA
                       IF WS-INS-EMP-OPEN = "YES"
                           PERFORM LOOKUP-STAFF-EMPLOYEE-PARA
                           PERFORM APPLY-STAFF-INSIDER-PARA
                           PERFORM CLOSE-STAFF-EMPLOYEES-PARA
                           IF WS-INS-CHANGED = "YES"
                               DISPLAY "Tax ID matches an active empl
      -                                "oyee - kept as staff"
                           END-IF
                       END-IF
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid category - nothing changed"
                       CLOSE FS-CUSTOMER-FILE
                       EXIT PARAGRAPH
               END-EVALUATE

               IF FS-CUSTOMER-INSIDER = "Y"
                   DISPLAY "Teller ID this insider signs on with (0 fo
      -                    "r none):"
                   ACCEPT WS-INS-NEW-TELLER
                   MOVE WS-INS-NEW-TELLER TO FS-CUSTOMER-INSIDER-TELLER
               END-IF

               REWRITE FS-CUSTOMER
                   INVALID KEY
                       DISPLAY "INVALID KEY - "FS-CUSTOMER-NUMBER
                   NOT INVALID KEY
                       DISPLAY "Insider status updated"
                       PERFORM DISPLAY-INSIDER-STATUS-PARA
                       MOVE SPACES TO WS-AUDIT-DETAIL
                       STRING "insider customer "FS-CUSTOMER-NUMBER
                              " flag "FS-CUSTOMER-INSIDER
                              " cat "FS-CUSTOMER-INSIDER-CATEGORY
                              " tlr "FS-CUSTOMER-INSIDER-TELLER
                         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                       PERFORM WRITE-AUDIT-PARA
               END-REWRITE
           CLOSE FS-CUSTOMER-FILE
           .


      * the payroll match run: every customer whose tax ID is an
      * active employee's SSN is flagged staff, and a flag the match
      * set is cleared once the employee has left
       2975-REFRESH-STAFF-INSIDERS-PARA.
           IF WS-TELLER-ROLE NOT = "S"
               DISPLAY "Refreshing staff flags requires a supervisor s
      -                "ign-on"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-INS-FLAGGED-COUNT
           MOVE 0 TO WS-INS-CLEARED-COUNT
           PERFORM OPEN-STAFF-EMPLOYEES-PARA
           IF WS-INS-EMP-OPEN = "NO"
               DISPLAY "Employee file not available - staff flags not
      -                " refreshed"
               EXIT PARAGRAPH
           END-IF

           MOVE "NO" TO WS-INS-EOF
           OPEN I-O FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-INS-EOF
               END-IF
               PERFORM UNTIL WS-INS-EOF = "YES"
                   READ FS-CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-INS-EOF
                       NOT AT END
                           PERFORM 2976-REFRESH-ONE-CUSTOMER-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-CUSTOMER-FILE
           PERFORM CLOSE-STAFF-EMPLOYEES-PARA

           DISPLAY "Staff insider flags set:     "WS-INS-FLAGGED-COUNT
           DISPLAY "Staff insider flags cleared: "WS-INS-CLEARED-COUNT
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "staff insider refresh set "WS-INS-FLAGGED-COUNT
                  " cleared "WS-INS-CLEARED-COUNT
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           .


      * a retired duplicate is skipped; a record from before the
      * insider fields existed is given clean ones on the way through
       2976-REFRESH-ONE-CUSTOMER-PARA.
           IF FS-CUSTOMER-MERGED-INTO IS NUMERIC AND
              FS-CUSTOMER-MERGED-INTO > 0
               EXIT PARAGRAPH
           END-IF

           MOVE "NO" TO WS-INS-REWRITE
           IF FS-CUSTOMER-INSIDER NOT = "Y" AND
              FS-CUSTOMER-INSIDER NOT = "N"
               PERFORM CLEAR-INSIDER-FIELDS-PARA
               MOVE "YES" TO WS-INS-REWRITE
           END-IF
           PERFORM LOOKUP-STAFF-EMPLOYEE-PARA
           PERFORM APPLY-STAFF-INSIDER-PARA
           IF WS-INS-CHANGED = "YES"
               MOVE "YES" TO WS-INS-REWRITE
           END-IF

           IF WS-INS-REWRITE = "YES"
               REWRITE FS-CUSTOMER
                   INVALID KEY
                       DISPLAY "INVALID KEY - "FS-CUSTOMER-NUMBER
               END-REWRITE
           END-IF
           .


      * the monthly insider review: every insider and their loans,
      * hold and limit overrides a teller made on their own or a
      * household member's account, teller postings to their own
      * accounts, and staff-priced accounts held by anyone who is
      * no longer an insider
       7800-INSIDER-REVIEW-PARA.
           DISPLAY "Insider review for which month (yyyymm, 0 for thi
      -            "s month)?"
           ACCEPT WS-INS-PERIOD
           IF WS-INS-PERIOD = 0
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-INS-PERIOD
           END-IF
           IF WS-INS-PERIOD-MONTH < 1 OR WS-INS-PERIOD-MONTH > 12
               DISPLAY "Invalid month"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-INS-LIST-COUNT
           MOVE 0 TO WS-INS-LOAN-COUNT
           MOVE 0 TO WS-INS-OVR-COUNT
           MOVE 0 TO WS-INS-TXN-COUNT
           MOVE 0 TO WS-INS-STAFF-COUNT

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "insider_review_"WS-INS-PERIOD".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "INSIDER ACTIVITY REVIEW FOR "WS-INS-PERIOD
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           PERFORM 7810-LIST-INSIDERS-PARA
           PERFORM 7820-INSIDER-LOANS-PARA
           MOVE "OVR" TO WS-INS-KIND
           PERFORM 7830-INSIDER-AUDIT-PARA
           MOVE "TXN" TO WS-INS-KIND
           PERFORM 7830-INSIDER-AUDIT-PARA
           PERFORM 7840-STAFF-PRICING-PARA
           CLOSE FS-REPORT-FILE

           DISPLAY "Insider review for "WS-INS-PERIOD
           DISPLAY "Insiders on file:                  "
             WS-INS-LIST-COUNT
           DISPLAY "Insider loans:                     "
             WS-INS-LOAN-COUNT
           DISPLAY "Overrides on own/household accounts: "
             WS-INS-OVR-COUNT
           DISPLAY "Teller postings to own accounts:   "
             WS-INS-TXN-COUNT
           DISPLAY "Staff pricing held by non-insiders: "
             WS-INS-STAFF-COUNT
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE "INSIDER" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           COMPUTE WS-RCAT-COUNT = WS-INS-LOAN-COUNT + WS-INS-OVR-COUNT
               + WS-INS-TXN-COUNT + WS-INS-STAFF-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       7810-LIST-INSIDERS-PARA.
           MOVE "INSIDERS ON FILE" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "CUSTOMER,CATEGORY,SOURCE,TELLER,NAME" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "NO" TO WS-INS-EOF
           OPEN INPUT FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-INS-EOF
               END-IF
               PERFORM UNTIL WS-INS-EOF = "YES"
                   READ FS-CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-INS-EOF
                       NOT AT END
                           IF FS-CUSTOMER-INSIDER = "Y" AND
                              WS-INS-LIST-COUNT < 500
                               PERFORM 7811-LIST-ONE-INSIDER-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-CUSTOMER-FILE

           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .


       7811-LIST-ONE-INSIDER-PARA.
           ADD 1 TO WS-INS-LIST-COUNT
           MOVE FS-CUSTOMER-NUMBER
             TO WS-INS-LIST-CUSTOMER(WS-INS-LIST-COUNT)
           MOVE FS-CUSTOMER-INSIDER-CATEGORY
             TO WS-INS-LIST-CATEGORY(WS-INS-LIST-COUNT)
           IF FS-CUSTOMER-INSIDER-TELLER IS NOT NUMERIC
               MOVE 0 TO FS-CUSTOMER-INSIDER-TELLER
           END-IF

           MOVE SPACES TO FS-REPORT-LINE
           STRING FS-CUSTOMER-NUMBER","FS-CUSTOMER-INSIDER-CATEGORY","
                  FS-CUSTOMER-INSIDER-SOURCE","
                  FS-CUSTOMER-INSIDER-TELLER","
                  FUNCTION TRIM(FS-CUSTOMER-NAME)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .


      * WS-INS-CHECK-CUSTOMER in; WS-INS-LIST-IDX comes back pointing
      * at the insider, or zero when the customer is not one
       FIND-INSIDER-LIST-PARA.
           MOVE 0 TO WS-INS-LIST-IDX
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX > WS-INS-LIST-COUNT
                      OR WS-INS-LIST-IDX > 0
               IF WS-INS-LIST-CUSTOMER(WS-INS-IDX) =
                  WS-INS-CHECK-CUSTOMER
                   MOVE WS-INS-IDX TO WS-INS-LIST-IDX
               END-IF
           END-PERFORM
           .


      * every loan to an insider that is not paid off
       7820-INSIDER-LOANS-PARA.
           MOVE "INSIDER LOANS" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "LOAN,CUSTOMER,CATEGORY,STATUS,ORIGINAL,BALANCE"
             TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "NO" TO WS-INS-EOF
           OPEN INPUT FS-LOAN-FILE
               IF WS-LOAN-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-INS-EOF
               END-IF
               PERFORM UNTIL WS-INS-EOF = "YES"
                   READ FS-LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-INS-EOF
                       NOT AT END
                           IF FS-LOAN-STATUS NOT = "P"
                               MOVE FS-LOAN-CUSTOMER-NUMBER
                                 TO WS-INS-CHECK-CUSTOMER
                               PERFORM FIND-INSIDER-LIST-PARA
                               IF WS-INS-LIST-IDX > 0
                                   PERFORM 7821-WRITE-INSIDER-LOAN-PARA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-LOAN-FILE

           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .


       7821-WRITE-INSIDER-LOAN-PARA.
           ADD 1 TO WS-INS-LOAN-COUNT
           MOVE SPACES TO FS-REPORT-LINE
           MOVE 1 TO WS-STR-LEN
           STRING FS-LOAN-ID","FS-LOAN-CUSTOMER-NUMBER","
                  WS-INS-LIST-CATEGORY(WS-INS-LIST-IDX)","
                  FS-LOAN-STATUS
             DELIMITED BY SIZE INTO FS-REPORT-LINE
             WITH POINTER WS-STR-LEN
           MOVE FS-LOAN-ORIG-PRINCIPAL TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           MOVE FS-LOAN-BALANCE TO WS-DISPLAY-MONEY-TMP
           PERFORM 7233-APPEND-MONEY-PARA
           WRITE FS-REPORT-LINE
           .


      * the INSIDER lines the audit trail picked up during the month,
      * overrides (OVR) or postings (TXN) as WS-INS-KIND says
       7830-INSIDER-AUDIT-PARA.
           IF WS-INS-KIND = "OVR"
               MOVE "HOLD AND LIMIT OVERRIDES ON OWN OR HOUSEHOLD ACCOU
      -             "NTS" TO FS-REPORT-LINE
           ELSE
               MOVE "TELLER POSTINGS TO OWN ACCOUNTS" TO FS-REPORT-LINE
           END-IF
           WRITE FS-REPORT-LINE
           MOVE "DATE,TIME,TELLER,COMMAND,RELATION,ACCOUNT,ACTION"
             TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "NO" TO WS-INS-EOF
           OPEN INPUT FS-AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-INS-EOF
               END-IF
               PERFORM UNTIL WS-INS-EOF = "YES"
                   READ FS-AUDIT-FILE
                       AT END
                           MOVE "YES" TO WS-INS-EOF
                       NOT AT END
                           IF FS-AUDIT-TIMESTAMP(1:6) = WS-INS-PERIOD
                              AND FS-AUDIT-DETAIL(1:8) = "INSIDER "
                              AND FS-AUDIT-DETAIL(9:3) = WS-INS-KIND
                               PERFORM 7831-WRITE-INSIDER-AUDIT-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-AUDIT-FILE

           MOVE SPACES TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .


       7831-WRITE-INSIDER-AUDIT-PARA.
           IF WS-INS-KIND = "OVR"
               ADD 1 TO WS-INS-OVR-COUNT
           ELSE
               ADD 1 TO WS-INS-TXN-COUNT
           END-IF
           MOVE FS-AUDIT-DETAIL(18:16) TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA

           MOVE SPACES TO FS-REPORT-LINE
           STRING FS-AUDIT-TIMESTAMP(1:8)","
                  FS-AUDIT-TIMESTAMP(9:2)":"FS-AUDIT-TIMESTAMP(11:2)","
                  FS-AUDIT-TELLER-ID","FS-AUDIT-COMMAND","
                  FS-AUDIT-DETAIL(13:3)","WS-MASKED","
                  FUNCTION TRIM(FS-AUDIT-DETAIL(35:24))
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .


      * staff pricing is for insiders only - an account on such a
      * product whose customer is not (or no longer) an insider is
      * listed for repricing
       7840-STAFF-PRICING-PARA.
           MOVE "STAFF-PRICED ACCOUNTS HELD BY NON-INSIDERS"
             TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           MOVE "ACCOUNT,CUSTOMER,PRODUCT" TO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "NO" TO WS-INS-EOF
           OPEN INPUT FS-PRODUCT-FILE
           IF WS-PRODUCT-FILE-STATUS NOT = "00"
               MOVE "YES" TO WS-INS-EOF
           END-IF
           OPEN INPUT FS-USERS-FILE
               IF WS-USERS-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-INS-EOF
               END-IF
               PERFORM UNTIL WS-INS-EOF = "YES"
                   READ FS-USERS-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-INS-EOF
                       NOT AT END
                           IF FS-ACCOUNT-PRODUCT-CODE NOT = SPACES
                               PERFORM 7841-CHECK-STAFF-PRICING-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           CLOSE FS-PRODUCT-FILE
           .


       7841-CHECK-STAFF-PRICING-PARA.
           MOVE FS-ACCOUNT-PRODUCT-CODE TO FS-PROD-CODE
           READ FS-PRODUCT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF FS-PROD-ELIGIBILITY NOT = "I"
               EXIT PARAGRAPH
           END-IF

           MOVE FS-ACCOUNT-CUSTOMER-NUMBER TO WS-INS-CHECK-CUSTOMER
           PERFORM FIND-INSIDER-LIST-PARA
           IF WS-INS-LIST-IDX > 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-INS-STAFF-COUNT
           MOVE FS-USER-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           MOVE SPACES TO FS-REPORT-LINE
           STRING WS-MASKED","FS-ACCOUNT-CUSTOMER-NUMBER","
                  FS-ACCOUNT-PRODUCT-CODE
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           .


      * the transaction master is opened for reading only when no
      * batch pass already holds it; a held master reads as open
       OPEN-TXN-MASTER-PARA.
           IF WS-TXM-HOLD-DEPTH = 0
               OPEN INPUT FS-TRANSACTION-FILE
           ELSE
               MOVE "00" TO WS-TRANSACTION-FILE-STATUS
           END-IF
           .


       CLOSE-TXN-MASTER-PARA.
           IF WS-TXM-HOLD-DEPTH = 0
               CLOSE FS-TRANSACTION-FILE
           END-IF
           .


      * opened for update the master is created the first time it is
      * missing, the way the other indexed files are
       OPEN-TXN-MASTER-IO-PARA.
           IF WS-TXM-HOLD-DEPTH = 0
               OPEN I-O FS-TRANSACTION-FILE
               IF WS-TRANSACTION-FILE-STATUS = '35'
                   CLOSE FS-TRANSACTION-FILE
                   OPEN OUTPUT FS-TRANSACTION-FILE
                   CLOSE FS-TRANSACTION-FILE
                   OPEN I-O FS-TRANSACTION-FILE
               END-IF
           ELSE
               MOVE "00" TO WS-TRANSACTION-FILE-STATUS
           END-IF
           .


      * an all-accounts pass opens the master once for the whole pass;
      * everything it performs in between finds it already open
       HOLD-TXN-MASTER-PARA.
           IF WS-TXM-HOLD-DEPTH = 0
               PERFORM OPEN-TXN-MASTER-IO-PARA
           END-IF
           ADD 1 TO WS-TXM-HOLD-DEPTH
           .


       RELEASE-TXN-MASTER-PARA.
           IF WS-TXM-HOLD-DEPTH > 0
               SUBTRACT 1 FROM WS-TXM-HOLD-DEPTH
               IF WS-TXM-HOLD-DEPTH = 0
                   CLOSE FS-TRANSACTION-FILE
               END-IF
           END-IF
           .


      * positions the master on the first entry of WS-TXM-ACCOUNT;
      * WS-TXM-FOUND says NO when the account has nothing on file
       POSITION-ACCOUNT-TXNS-PARA.
           MOVE "NO" TO WS-TXM-FOUND
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TXM-ACCOUNT TO FS-TRANSACTION-ACCOUNT-ID
           MOVE 0 TO FS-TRANSACTION-NUMBER
           START FS-TRANSACTION-FILE
             KEY IS NOT LESS THAN FS-TRANSACTION-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ FS-TRANSACTION-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF FS-TRANSACTION-ACCOUNT-ID NOT = WS-TXM-ACCOUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "YES" TO WS-TXM-FOUND
           MOVE WS-TXM-ACCOUNT TO FS-TRANSACTION-ACCOUNT-ID
           MOVE 0 TO FS-TRANSACTION-NUMBER
           START FS-TRANSACTION-FILE
             KEY IS NOT LESS THAN FS-TRANSACTION-KEY
               INVALID KEY
                   MOVE "NO" TO WS-TXM-FOUND
           END-START
           .


       OPEN-ACCOUNT-TXNS-PARA.
           PERFORM OPEN-TXN-MASTER-PARA
           PERFORM POSITION-ACCOUNT-TXNS-PARA
           .


      * next entry of the positioned account, in transaction number
      * order; the first entry of the following account ends the run
       READ-ACCOUNT-TXN-PARA.
           READ FS-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "NO" TO WS-TXM-FOUND
               NOT AT END
                   IF FS-TRANSACTION-ACCOUNT-ID NOT = WS-TXM-ACCOUNT
                       MOVE "NO" TO WS-TXM-FOUND
                   END-IF
           END-READ
           .


       2200-PRINT-DAY-JOURNAL-PARA.
           DISPLAY "Enter journal year (yyyy):"
           ACCEPT WS-DJ-YEAR
           DISPLAY "Enter journal month (1-12):"
           ACCEPT WS-DJ-MONTH
           DISPLAY "Enter journal day (1-31):"
           ACCEPT WS-DJ-DAY

           MOVE SPACES TO WS-DAY-JOURNAL-FILENAME
           STRING "bank_journal_"WS-DJ-YEAR WS-DJ-MONTH WS-DJ-DAY
                  ".txt" DELIMITED BY SIZE
             INTO WS-DAY-JOURNAL-FILENAME

           MOVE 0 TO WS-DAY-JOURNAL-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-DAY-JOURNAL-FILE
               IF WS-DAY-JOURNAL-FILE-STATUS = '35'
                   DISPLAY "No journal on file for that date"
               ELSE
                   DISPLAY "Postings for "WS-DJ-MONTH"/"WS-DJ-DAY"/"
                     WS-DJ-YEAR":"
                   PERFORM UNTIL WS-EOF = "YES"
                       READ FS-DAY-JOURNAL-FILE
                           AT END
                               MOVE "YES" TO WS-EOF
                           NOT AT END
                               PERFORM 2210-PRINT-JOURNAL-LINE-PARA
                       END-READ
                   END-PERFORM

                   MOVE WS-DAY-JOURNAL-COUNT TO WS-DISPLAY-NUMBER
                   PERFORM CALCULATE-NUMBER-DISPLAY-PARA
                   DISPLAY "Postings listed: "WS-DISPLAY
                   DISPLAY "Journal file: "WS-DAY-JOURNAL-FILENAME
               END-IF
           CLOSE FS-DAY-JOURNAL-FILE
           .
           MOVE FS-DJ-AMOUNT TO WS-DISPLAY-MONEY-TMP
           MOVE "USD" TO WS-DISPLAY-CURRENCY-CODE
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE FS-DJ-ACCOUNT-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY "Acct "WS-MASKED" "FS-DJ-TYPE" "WS-DISPLAY
             " at "FS-DJ-TIMESTAMP(9:2)":"FS-DJ-TIMESTAMP(11:2)":"
             FS-DJ-TIMESTAMP(13:2)
           .
           MOVE WS-OCR-SERIAL TO FS-OCR-SERIAL
           MOVE FS-START-DATE TO FS-OCR-ISSUE-DATE
           MOVE WS-USER-ID TO FS-OCR-ACCOUNT-ID
      * an estate payout is drawn to the beneficiary, not the holder
           IF WS-OCR-PAYEE-NAME NOT = SPACES
               MOVE WS-OCR-PAYEE-NAME TO FS-OCR-PAYEE
           ELSE
               MOVE FS-NAME TO FS-OCR-PAYEE
           END-IF
           COMPUTE FS-OCR-AMOUNT = FS-TRANSACTION-AMOUNT * -1
           MOVE "O" TO FS-OCR-STATUS
           MOVE 0 TO FS-OCR-CLEARED-DATE
               END-WRITE
           CLOSE FS-OCR-FILE

      * the withdrawal booked the money out of cash, but no cash
      * leaves until the check clears - it is owed on the check
           MOVE FS-START-DATE TO WS-GL-LEG-DATE
           MOVE WS-USER-ID TO WS-GL-LEG-SOURCE
           MOVE 1010 TO WS-GL-DEBIT-ACCT
           MOVE 2040 TO WS-GL-CREDIT-ACCT
           MOVE FS-OCR-AMOUNT TO WS-GL-ABS-AMOUNT
           MOVE "OCHKISSUE" TO WS-GL-LEG-TYPE
           PERFORM WRITE-GL-LEG-PARA

           OPEN EXTEND FS-VOUCHER-FILE
               MOVE SPACES TO FS-VOUCHER-LINE
               STRING "Official check serial: "WS-OCR-SERIAL
       2510-PLACE-HOLD-PARA.
           DISPLAY "Enter account ID to hold funds on:"
           ACCEPT FS-USER-ID
           MOVE FS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE "NO" TO WS-PIN-OK
           OPEN INPUT FS-USERS-FILE
       2520-LIST-HOLDS-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT FS-USER-ID
           MOVE FS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-HOLD-TODAY-PARA
           MOVE 0 TO WS-HOLD-LIST-COUNT
               IF WS-HOLDS-FILE-STATUS = '35'
                   DISPLAY "No holds have been placed"
               ELSE
                   MOVE 0 TO WS-INS-CHECK-ACCOUNT
                   READ FS-HOLDS-FILE
                       NOT INVALID KEY
                           MOVE FS-HOLD-ACCOUNT-ID
                             TO WS-INS-CHECK-ACCOUNT
                   END-READ
                   DELETE FS-HOLDS-FILE RECORD
                       INVALID KEY
                           DISPLAY "No hold with that id"
                           STRING "hold "FS-HOLD-ID" released"
                             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                           PERFORM WRITE-AUDIT-PARA
                           MOVE "OVR" TO WS-INS-KIND
                           MOVE SPACES TO WS-INS-ACTION
                           STRING "hold "FS-HOLD-ID" released"
                             DELIMITED BY SIZE INTO WS-INS-ACTION
                           PERFORM INSIDER-ACTIVITY-CHECK-PARA
                   END-DELETE
               END-IF
           CLOSE FS-HOLDS-FILE
                           MOVE FS-FEE-WAIVE-TIER TO WS-FEE-WAIVE-TIER
                           MOVE FS-FEE-LOAN-LATE  TO WS-FEE-LOAN-LATE
                           MOVE FS-FEE-NSF        TO WS-FEE-NSF
      * a control record keyed before the protection fee or the
      * charge-off threshold existed reads short - no fee and the
      * standard 120 days rather than garbage
                           IF FS-FEE-OD-PROTECT IS NUMERIC
                               MOVE FS-FEE-OD-PROTECT
                                 TO WS-FEE-OD-PROTECT
                           ELSE
                               MOVE 0 TO WS-FEE-OD-PROTECT
                           END-IF
                           IF FS-FEE-CHARGEOFF-DAYS IS NUMERIC AND
                              FS-FEE-CHARGEOFF-DAYS > 0
                               MOVE FS-FEE-CHARGEOFF-DAYS
                                 TO WS-FEE-CHARGEOFF-DAYS
                           ELSE
                               MOVE 120 TO WS-FEE-CHARGEOFF-DAYS
                           END-IF
                           IF FS-FEE-RETURNED-ITEM IS NUMERIC
                               MOVE FS-FEE-RETURNED-ITEM
                                 TO WS-FEE-RETURNED-ITEM
                           ELSE
                               MOVE 0 TO WS-FEE-RETURNED-ITEM
                           END-IF
                           MOVE "YES" TO WS-FEE-CONTROL-OK
                   END-READ
               END-IF
           END-IF

           PERFORM CHECK-PRODUCT-FEE-WAIVER-PARA
      * commercial accounts are priced by the monthly analysis instead
           IF WS-PRODUCT-ANALYZED = "YES"
               EXIT PARAGRAPH
           END-IF
           IF WS-PRODUCT-FEE-WAIVED = "YES"
               ADD 1 TO WS-FEE-WAIVED-COUNT
               ADD WS-FEE-MONTHLY TO WS-FEE-WAIVED-TOTAL
       2800-MAINTAIN-PAYEES-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter PIN:"
           ACCEPT WS-PIN-ENTRY

           ACCEPT FS-PAYEE-NICKNAME
           DISPLAY "Enter the payee's account ID:"
           ACCEPT FS-PAYEE-TARGET-ID
           MOVE FS-PAYEE-TARGET-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE FS-PAYEE-TARGET-ID TO FS-USER-ID
           MOVE "NO" TO WS-PAYEE-FOUND
                               MOVE "YES" TO WS-PAYEE-EOF
                           NOT AT END
                               ADD 1 TO WS-PAYEE-COUNT
                               MOVE FS-PAYEE-TARGET-ID TO WS-MASK-NUMBER
                               PERFORM MASK-LAST-FOUR-PARA
                               DISPLAY FS-PAYEE-NICKNAME" -> "
                                 WS-MASKED
                       END-READ
                   END-PERFORM
                   IF WS-PAYEE-COUNT = 0
           DISPLAY "Customer master:"
           DISPLAY "1) Add or update a customer   2) List a customer's
      -            " accounts"
           DISPLAY "3) Record a KYC review        4) KYC review-due re
      -            "port"
           DISPLAY "5) Duplicate customer scan    6) Merge two custome
      -            "rs (supervisor)"
           DISPLAY "7) Set insider status (supervisor)  8) Refresh staf
      -            "f insiders from payroll (supervisor)"
           ACCEPT WS-CUSTOMER-CHOICE
           EVALUATE WS-CUSTOMER-CHOICE
               WHEN 1
                   PERFORM 2910-ADD-UPDATE-CUSTOMER-PARA
               WHEN 2
                   PERFORM 2920-CUSTOMER-INQUIRY-PARA
               WHEN 3
                   PERFORM 2930-RECORD-KYC-REVIEW-PARA
               WHEN 4
                   PERFORM 2940-KYC-REVIEW-DUE-PARA
               WHEN 5
                   PERFORM 2950-DUPLICATE-SCAN-PARA
               WHEN 6
                   PERFORM 2960-MERGE-CUSTOMERS-PARA
               WHEN 7
                   PERFORM 2970-SET-INSIDER-PARA
               WHEN 8
                   PERFORM 2975-REFRESH-STAFF-INSIDERS-PARA
               WHEN OTHER
                   DISPLAY "Invalid option!"
           END-EVALUATE

               DISPLAY "Enter customer number (9 digits):"
               ACCEPT FS-CUSTOMER-NUMBER
      * an update keeps the KYC fields already on file; only a new
      * customer is rated here
               MOVE "YES" TO WS-KYC-NEW-CUSTOMER
               READ FS-CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE "NO" TO WS-KYC-NEW-CUSTOMER
               END-READ
               IF WS-KYC-NEW-CUSTOMER = "NO" AND
                  FS-CUSTOMER-MERGED-INTO IS NUMERIC AND
                  FS-CUSTOMER-MERGED-INTO > 0
                   DISPLAY "Customer "FS-CUSTOMER-NUMBER" was merged i
      -                    "nto "FS-CUSTOMER-MERGED-INTO" - update that
      -                    " customer instead"
                   CLOSE FS-CUSTOMER-FILE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Enter customer name:"
               ACCEPT FS-CUSTOMER-NAME

                   CLOSE FS-CUSTOMER-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-WATCH-HIT TO WS-KYC-WATCH-HIT

               DISPLAY "Enter street address:"
               ACCEPT FS-CUSTOMER-STREET
               ACCEPT FS-CUSTOMER-PHONE
               DISPLAY "Enter tax ID (digits only):"
               ACCEPT FS-CUSTOMER-TAX-ID
               DISPLAY "One combined relationship statement (Y/N)?"
               ACCEPT FS-CUSTOMER-COMBINED-STMT
               MOVE FUNCTION UPPER-CASE(FS-CUSTOMER-COMBINED-STMT)
                 TO FS-CUSTOMER-COMBINED-STMT
               IF FS-CUSTOMER-COMBINED-STMT NOT = "Y"
                   MOVE "N" TO FS-CUSTOMER-COMBINED-STMT
               END-IF

               IF WS-KYC-NEW-CUSTOMER = "YES"
                   PERFORM KYC-RATE-CUSTOMER-PARA
                   MOVE "N" TO FS-CUSTOMER-DECEASED
                   MOVE ZEROS TO FS-CUSTOMER-DEATH-DATE
                   MOVE 0 TO FS-CUSTOMER-MERGED-INTO
               END-IF

      * a tax ID that is an active employee's SSN makes the customer
      * a staff insider
               IF WS-KYC-NEW-CUSTOMER = "YES" OR
                  FS-CUSTOMER-INSIDER NOT = "Y"
                   PERFORM CLEAR-INSIDER-FIELDS-PARA
               END-IF
               MOVE 0 TO WS-INS-FLAGGED-COUNT
               MOVE 0 TO WS-INS-CLEARED-COUNT
               PERFORM OPEN-STAFF-EMPLOYEES-PARA
               IF WS-INS-EMP-OPEN = "YES"
                   PERFORM LOOKUP-STAFF-EMPLOYEE-PARA
                   PERFORM APPLY-STAFF-INSIDER-PARA
                   PERFORM CLOSE-STAFF-EMPLOYEES-PARA
                   IF WS-INS-FLAGGED-COUNT > 0
                       DISPLAY "Tax ID matches an active employee - fl
      -                        "agged as a staff insider"
                   END-IF
                   IF WS-INS-CLEARED-COUNT > 0
                       DISPLAY "Tax ID no longer matches an active emp
      -                        "loyee - staff insider flag cleared"
                   END-IF
               END-IF

               WRITE FS-CUSTOMER
                   INVALID KEY
                             FUNCTION TRIM(FS-CUSTOMER-CITY)" "
                             FS-CUSTOMER-REGION" "FS-CUSTOMER-ZIP
                           DISPLAY "Phone:    "FS-CUSTOMER-PHONE
                           IF FS-CUSTOMER-COMBINED-STMT = "Y"
                               DISPLAY "Statement: combined relationsh
      -                                "ip statement"
                           ELSE
                               DISPLAY "Statement: one per account"
                           END-IF
                           DISPLAY "KYC risk: "FS-CUSTOMER-RISK-RATING
                             "  next review "FS-CUSTOMER-NEXT-REVIEW
                           IF FS-CUSTOMER-DECEASED = "Y"
                               DISPLAY "DECEASED - date of death "
                                 FS-CUSTOMER-DEATH-DATE
                           END-IF
                           IF FS-CUSTOMER-MERGED-INTO IS NUMERIC AND
                              FS-CUSTOMER-MERGED-INTO > 0
                               DISPLAY "MERGED into customer "
                                 FS-CUSTOMER-MERGED-INTO
                           END-IF
                           IF FS-CUSTOMER-INSIDER = "Y"
                               PERFORM DISPLAY-INSIDER-STATUS-PARA
                           END-IF
                           MOVE "YES" TO WS-PIN-OK
                   END-READ
               END-IF
                               MOVE FS-CURRENCY-CODE
                                 TO WS-DISPLAY-CURRENCY-CODE
                               PERFORM CALCULATE-MONEY-DISPLAY-PARA
                               MOVE FS-USER-ID TO WS-MASK-NUMBER
                               PERFORM MASK-LAST-FOUR-PARA
                               DISPLAY "Account "WS-MASKED" status "
                                 FS-ACCOUNT-STATUS" balance "WS-DISPLAY
                           END-IF
                   END-READ
           .


      * a periodic review re-rates the customer against what the
      * accounts look like today and restarts the review clock
       2930-RECORD-KYC-REVIEW-PARA.
           DISPLAY "Enter customer number:"
           ACCEPT WS-CUSTOMER-LOOKUP

           OPEN I-O FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS = '35'
                   DISPLAY "No customer master on file yet"
                   CLOSE FS-CUSTOMER-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CUSTOMER-LOOKUP TO FS-CUSTOMER-NUMBER
               READ FS-CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "No customer with that number"
                       CLOSE FS-CUSTOMER-FILE
                       EXIT PARAGRAPH
               END-READ

               DISPLAY "Customer: "FUNCTION TRIM(FS-CUSTOMER-NAME)
               DISPLAY "Current rating "FS-CUSTOMER-RISK-RATING
                 ", last reviewed "FS-CUSTOMER-LAST-REVIEW

               MOVE FS-CUSTOMER-NAME TO WS-WATCH-NAME
               PERFORM SCREEN-WATCH-NAME-PARA
               IF WS-WATCH-HIT = "YES"
                   DISPLAY "WATCH LIST "WS-WATCH-MATCH-TYPE" MATCH: "
                     FUNCTION TRIM(WS-WATCH-MATCHED-NAME)
               END-IF
               MOVE WS-WATCH-HIT TO WS-KYC-WATCH-HIT

               PERFORM KYC-RATE-CUSTOMER-PARA

               REWRITE FS-CUSTOMER
                   INVALID KEY
                       DISPLAY "INVALID KEY - "FS-CUSTOMER-NUMBER
                   NOT INVALID KEY
                       DISPLAY "Review recorded"
                       MOVE SPACES TO WS-AUDIT-DETAIL
                       STRING "kyc review customer "FS-CUSTOMER-NUMBER
                              " rated "FS-CUSTOMER-RISK-RATING
                         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                       PERFORM WRITE-AUDIT-PARA
               END-REWRITE
           CLOSE FS-CUSTOMER-FILE
           .


      * run monthly for the compliance officer: every customer whose
      * next review date has passed, with those past the 90-day grace
      * marked as blocked from new products; customers keyed before
      * reviews were tracked show up as having none on file
       2940-KYC-REVIEW-DUE-PARA.
           PERFORM SET-HOLD-TODAY-PARA
           CALL "DAYS-TO-DATE" USING WS-HOLD-NOW-AS-DAYS
                                     WS-KYC-TODAY-YEAR
                                     WS-KYC-TODAY-MONTH
                                     WS-KYC-TODAY-DAY
           MOVE 0 TO WS-KYC-DUE-COUNT
           MOVE 0 TO WS-KYC-BLOCK-COUNT

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "kyc_review_due_"WS-KYC-TODAY".txt"
             DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO FS-REPORT-LINE
           STRING "KYC REVIEWS DUE AS OF "WS-KYC-TODAY
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE

           MOVE "NO" TO WS-KYC-EOF
           OPEN INPUT FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                   DISPLAY "No customer master on file yet"
                   MOVE "YES" TO WS-KYC-EOF
               END-IF
               PERFORM UNTIL WS-KYC-EOF = "YES"
                   READ FS-CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-KYC-EOF
                       NOT AT END
                           PERFORM 2941-KYC-DUE-ONE-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-CUSTOMER-FILE

           CLOSE FS-REPORT-FILE

           MOVE WS-KYC-DUE-COUNT TO WS-DISPLAY-NUMBER
           PERFORM CALCULATE-NUMBER-DISPLAY-PARA
           DISPLAY "Reviews lapsed:        "WS-DISPLAY
           MOVE WS-KYC-BLOCK-COUNT TO WS-DISPLAY-NUMBER
           PERFORM CALCULATE-NUMBER-DISPLAY-PARA
           DISPLAY "Blocked (90+ overdue): "WS-DISPLAY
           DISPLAY "Report written to "FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE "KYCDUE" TO WS-RCAT-TYPE
           MOVE WS-REPORT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-KYC-DUE-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       2941-KYC-DUE-ONE-PARA.
           IF FS-CUSTOMER-MERGED-INTO IS NUMERIC AND
              FS-CUSTOMER-MERGED-INTO > 0
               EXIT PARAGRAPH
           END-IF
           IF FS-CUSTOMER-NEXT-REVIEW IS NOT NUMERIC OR
              FS-CUSTOMER-NEXT-REVIEW = ZEROS
               ADD 1 TO WS-KYC-DUE-COUNT
               MOVE SPACES TO FS-REPORT-LINE
               STRING "customer "FS-CUSTOMER-NUMBER" NO REVIEW ON FILE "
                      FUNCTION TRIM(FS-CUSTOMER-NAME)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           CALL "DATE-TO-DAYS" USING FS-CUSTOMER-NEXT-REV-YEAR
                                     FS-CUSTOMER-NEXT-REV-MONTH
                                     FS-CUSTOMER-NEXT-REV-DAY
                                     WS-KYC-DUE-AS-DAYS
           IF WS-KYC-DUE-AS-DAYS >= WS-HOLD-NOW-AS-DAYS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-KYC-DUE-COUNT
           COMPUTE WS-KYC-OVERDUE-DAYS =
               WS-HOLD-NOW-AS-DAYS - WS-KYC-DUE-AS-DAYS
           MOVE SPACES TO FS-REPORT-LINE
           IF WS-KYC-OVERDUE-DAYS > 90
               ADD 1 TO WS-KYC-BLOCK-COUNT
               STRING "BLOCKED customer "FS-CUSTOMER-NUMBER" rating "
                      FS-CUSTOMER-RISK-RATING" due "
                      FS-CUSTOMER-NEXT-REVIEW" "WS-KYC-OVERDUE-DAYS
                      " days over "FUNCTION TRIM(FS-CUSTOMER-NAME)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
           ELSE
               STRING "customer "FS-CUSTOMER-NUMBER" rating "
                      FS-CUSTOMER-RISK-RATING" due "
                      FS-CUSTOMER-NEXT-REVIEW" "WS-KYC-OVERDUE-DAYS
                      " days over "FUNCTION TRIM(FS-CUSTOMER-NAME)
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
           END-IF
           WRITE FS-REPORT-LINE
           DISPLAY FS-REPORT-LINE
           .


       3000-MAINTAIN-BRANCHES-PARA.
           OPEN I-O FS-BRANCH-FILE
               IF WS-BRANCH-FILE-STATUS = '35'
           END-IF

           MOVE FS-CONV-NAME        TO FS-NAME
           MOVE 0                   TO FS-PIN
           MOVE FS-CONV-TIER        TO FS-ACCOUNT-TIER
           MOVE FS-CONV-CURRENCY    TO FS-CURRENCY-CODE
           MOVE FS-CONV-MIN-BALANCE TO FS-MIN-BALANCE

           MOVE "YES" TO WS-ID-COLLISION
           PERFORM UNTIL WS-ID-COLLISION = "NO"
               PERFORM NEW-ACCOUNT-NUMBER-PARA
               WRITE FS-USER
                   NOT INVALID KEY
                       MOVE "NO" TO WS-ID-COLLISION
           END-PERFORM

           DISPLAY "Loaded "FUNCTION TRIM(FS-CONV-NAME)" as "FS-USER-ID
           MOVE FS-USER-ID TO WS-PH-ACCOUNT
           MOVE FS-CONV-PIN TO WS-HASH-SECRET
           PERFORM STORE-PIN-HASH-PARA
           PERFORM 220-CREATE-TRANSACTION-FILE
           IF WS-OPENING-DEPOSIT > 0
               PERFORM 230-POST-OPENING-DEPOSIT-PARA
                               MOVE FS-UNLOAD-RECORD TO FS-USER
                               WRITE FS-USER
                                   INVALID KEY
                                       MOVE FS-USER-ID TO WS-MASK-NUMBER
                                       PERFORM MASK-LAST-FOUR-PARA
                                       DISPLAY "INVALID ID - "
                                         WS-MASKED
                                   NOT INVALID KEY
                                       ADD 1 TO WS-RELOAD-COUNT
                               END-WRITE

           MOVE 0 TO WS-COMP-COUNT
           MOVE "NO" TO WS-EOF
           PERFORM HOLD-TXN-MASTER-PARA
           OPEN INPUT FS-USERS-FILE
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-USERS-FILE NEXT RECORD
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           PERFORM RELEASE-TXN-MASTER-PARA

           CLOSE FS-REPORT-FILE


       3310-READ-COMPLIANCE-CONTROL-PARA.
           MOVE 10000.00 TO WS-COMPLIANCE-THRESHOLD
           MOVE 10  TO WS-SAR-WINDOW-DAYS
           MOVE 80  TO WS-SAR-NEAR-PERCENT
           MOVE 3   TO WS-SAR-NEAR-COUNT
           MOVE 90  TO WS-SAR-PASS-PERCENT
           MOVE 180 TO WS-SAR-DORMANT-DAYS
           OPEN INPUT FS-COMPLIANCE-FILE
               IF WS-COMPLIANCE-FILE-STATUS = "00"
                   READ FS-COMPLIANCE-FILE
                       NOT AT END
                           MOVE FS-COMPLIANCE-THRESHOLD
                             TO WS-COMPLIANCE-THRESHOLD
                           PERFORM 3311-READ-MONITOR-SETTINGS-PARA
                   END-READ
               ELSE
                   DISPLAY "No bank_compliance.ctl on file - using the
           .


      * a control record keyed before the monitor settings existed
      * reads short - each missing or zero setting keeps its default
       3311-READ-MONITOR-SETTINGS-PARA.
           IF FS-COMPLIANCE-WINDOW-DAYS IS NUMERIC AND
              FS-COMPLIANCE-WINDOW-DAYS > 0
               MOVE FS-COMPLIANCE-WINDOW-DAYS TO WS-SAR-WINDOW-DAYS
           END-IF
           IF FS-COMPLIANCE-NEAR-PERCENT IS NUMERIC AND
              FS-COMPLIANCE-NEAR-PERCENT > 0 AND
              FS-COMPLIANCE-NEAR-PERCENT < 100
               MOVE FS-COMPLIANCE-NEAR-PERCENT TO WS-SAR-NEAR-PERCENT
           END-IF
           IF FS-COMPLIANCE-NEAR-COUNT IS NUMERIC AND
              FS-COMPLIANCE-NEAR-COUNT > 0
               MOVE FS-COMPLIANCE-NEAR-COUNT TO WS-SAR-NEAR-COUNT
           END-IF
           IF FS-COMPLIANCE-PASS-PERCENT IS NUMERIC AND
              FS-COMPLIANCE-PASS-PERCENT > 0
               MOVE FS-COMPLIANCE-PASS-PERCENT TO WS-SAR-PASS-PERCENT
           END-IF
           IF FS-COMPLIANCE-DORMANT-DAYS IS NUMERIC AND
              FS-COMPLIANCE-DORMANT-DAYS > 0
               MOVE FS-COMPLIANCE-DORMANT-DAYS TO WS-SAR-DORMANT-DAYS
           END-IF
           .


       3320-SCAN-ONE-ACCOUNT-PARA.
           MOVE FS-USER-ID TO WS-USER-ID
           MOVE FUNCTION TRIM(FS-NAME) TO WS-COMP-NAME
           MOVE SPACES TO WS-COMP-AGG-DATE
           MOVE 0 TO WS-COMP-AGG-TOTAL
           MOVE "NO" TO WS-COMP-EOF
           MOVE WS-USER-ID TO WS-TXM-ACCOUNT
           PERFORM OPEN-ACCOUNT-TXNS-PARA
               IF WS-TXM-FOUND = "YES"
                   PERFORM UNTIL WS-COMP-EOF = "YES"
                       PERFORM READ-ACCOUNT-TXN-PARA
                       IF WS-TXM-FOUND = "NO"
                           MOVE "YES" TO WS-COMP-EOF
                       ELSE
                           PERFORM 3330-CHECK-ONE-TXN-PARA
                       END-IF
                   END-PERFORM
               END-IF
           PERFORM CLOSE-TXN-MASTER-PARA

           PERFORM 3340-FLUSH-DAY-AGGREGATE-PARA
           .
               MOVE WS-COMP-ABS-AMOUNT TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-CSV-PARA
               MOVE SPACES TO FS-REPORT-LINE
               MOVE WS-USER-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING "SINGLE    "WS-MASKED" "
                      FS-START-MONTH"/"FS-START-DAY"/"FS-START-YEAR
                      " "WS-DISPLAY" "WS-COMP-NAME
                 DELIMITED BY SIZE INTO FS-REPORT-LINE
               MOVE WS-COMP-AGG-TOTAL TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-CSV-PARA
               MOVE SPACES TO FS-REPORT-LINE
               MOVE WS-USER-ID TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING "DAY TOTAL "WS-MASKED" "
                      WS-COMP-AGG-DATE(5:2)"/"WS-COMP-AGG-DATE(7:2)"/"
                      WS-COMP-AGG-DATE(1:4)
                      " "WS-DISPLAY" "WS-COMP-NAME
       3400-QUERY-TRANSACTIONS-PARA.
           DISPLAY "Enter account ID:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter PIN:"
           ACCEPT WS-PIN-ENTRY

           ACCEPT WS-QUERY-MAX
           PERFORM 710-ACCEPT-START-AND-END-DATES-PARA

           MOVE 0 TO WS-QUERY-COUNT
           MOVE 0 TO WS-QUERY-TOTAL
           MOVE "NO" TO WS-QUERY-EOF
           MOVE WS-USER-ID TO WS-TXM-ACCOUNT
           PERFORM OPEN-ACCOUNT-TXNS-PARA
               IF WS-TXM-FOUND = "NO"
                   DISPLAY "ID does not exist"
               ELSE
                   PERFORM UNTIL WS-QUERY-EOF = "YES"
                       PERFORM READ-ACCOUNT-TXN-PARA
                       IF WS-TXM-FOUND = "NO"
                           MOVE "YES" TO WS-QUERY-EOF
                       ELSE
                           PERFORM 3410-CHECK-QUERY-MATCH-PARA
                       END-IF
                   END-PERFORM

                   MOVE WS-QUERY-COUNT TO WS-DISPLAY-NUMBER
                   PERFORM CALCULATE-MONEY-DISPLAY-PARA
                   DISPLAY "Total:   "WS-DISPLAY
               END-IF
           PERFORM CLOSE-TXN-MASTER-PARA
           .


       3500-CLOSE-ACCOUNT-PARA.
           DISPLAY "Enter account ID to close:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter PIN for that account:"
           ACCEPT WS-PIN-ENTRY

               MOVE FUNCTION CURRENT-DATE(1:8) TO FS-CLOSED-DATE
               WRITE FS-CLOSED-RECORD
           CLOSE FS-CLOSED-FILE
           PERFORM CLOSE-ACCOUNT-CARDS-PARA

           DELETE FS-USERS-FILE RECORD
               INVALID KEY
                   MOVE FS-USER-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "INVALID ID - "WS-MASKED
               NOT INVALID KEY
                   DISPLAY "Account closed and moved to the closed-acc
      -                    "ounts file"
           MOVE 0 TO WS-CURRENT-AS-DAYS
           MOVE 0 TO WS-TOTAL-CHANGE

           MOVE WS-USER-ID TO WS-TXM-ACCOUNT
           PERFORM OPEN-ACCOUNT-TXNS-PARA
               IF WS-TXM-FOUND = "YES"
                   PERFORM 720-READ-TRANSACTION-PARA
                     UNTIL WS-CURRENT-AS-DAYS > WS-END-AS-DAYS
               END-IF
           PERFORM CLOSE-TXN-MASTER-PARA

           CLOSE FS-STATEMENT-FILE
           MOVE "NO" TO WS-SAVE-TO-FILE
           MOVE 0 TO WS-ACH-POSTED-COUNT
           MOVE 0 TO WS-ACH-EXCEPTION-COUNT

           PERFORM 3605-CHECK-PAYROLL-APPROVED-PARA
           IF WS-PAYRUN-APPROVED = "NO"
               DISPLAY "No payroll deposits posted"
               MOVE "W" TO WS-OPS-SEVERITY
               MOVE "payroll deposits refused - run not approved"
                 TO WS-OPS-MESSAGE
               PERFORM OPS-LOG-PARA
               EXIT PARAGRAPH
           END-IF

      * the matching pass reads employees.txt for every ACH entry, so
      * PAYROLL's lock is held for the run and released right after
           MOVE "employees" TO WS-XLOCK-RESOURCE
           MOVE "bank_ach_exceptions.txt" TO WS-REPORT-FILENAME
           OPEN OUTPUT FS-REPORT-FILE

      * only the current generation of the export is posted
           MOVE "RESOLVE" TO WS-GEN-ACTION
           MOVE "ach_export.txt" TO WS-GEN-BASE
           MOVE 0 TO WS-GEN-NUMBER
           CALL "OUTPUT-GEN" USING WS-GEN-ACTION WS-GEN-BASE
               WS-GEN-NUMBER WS-GEN-FILENAME WS-GEN-RESULT
           MOVE WS-GEN-FILENAME TO WS-ACH-FILENAME
           DISPLAY "Posting from "FUNCTION TRIM(WS-ACH-FILENAME)

           MOVE "NO" TO WS-ACH-EOF
           OPEN INPUT FS-ACH-FILE
               IF WS-ACH-FILE-STATUS = '35'
                   DISPLAY "No direct deposit export found - run the PAY
      -                    "ROLL export first"
                   MOVE "YES" TO WS-ACH-EOF
               END-IF
               PERFORM UNTIL WS-ACH-EOF = "YES"
           .


      * PAYROLL leaves its last batch run PENDING until a second
      * supervisor approves it; nothing posts before then
       3605-CHECK-PAYROLL-APPROVED-PARA.
           MOVE "NO" TO WS-PAYRUN-APPROVED
           OPEN INPUT FS-PAYRUN-FILE
               IF WS-PAYRUN-FILE-STATUS NOT = "00"
                   DISPLAY "No payroll run status on file - PAYROLL has
      -                    " no approved run"
                   CLOSE FS-PAYRUN-FILE
                   EXIT PARAGRAPH
               END-IF
               READ FS-PAYRUN-FILE
                   AT END
                       DISPLAY "No payroll run status on file - PAYROL
      -                        "L has no approved run"
                   NOT AT END
                       IF FS-PR-STATUS = "APPROVED"
                           MOVE "YES" TO WS-PAYRUN-APPROVED
                           DISPLAY "Payroll run "FS-PR-FREQ FS-PR-PERIOD
                             " of "FS-PR-YEAR" approved by "
                             FUNCTION TRIM(FS-PR-APPR-BY-NAME)
                       ELSE
                           DISPLAY "Payroll run "FS-PR-FREQ FS-PR-PERIOD
                             " of "FS-PR-YEAR" is "
                             FUNCTION TRIM(FS-PR-STATUS)
                             " - a second supervisor must approve it in
      -                      " PAYROLL first"
                       END-IF
               END-READ
           CLOSE FS-PAYRUN-FILE
           .


       3610-POST-ONE-DEPOSIT-PARA.
           MOVE FS-ACH-LINE TO WS-ACH-SAVED-LINE
           MOVE SPACES TO WS-ACH-ROUTING-X
                       END-READ
               END-START

               IF WS-ACH-MATCH-FOUND = "YES"
                   PERFORM 3650-CHECK-HOLDER-DECEASED-PARA
                   IF WS-DEC-HOLDER-DECEASED = "YES"
                       MOVE "account holder deceased - returned"
                         TO WS-ACH-REASON
                       CLOSE FS-USERS-FILE
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               IF WS-ACH-MATCH-FOUND = "YES"
                   MOVE FS-USER-ID TO WS-USER-ID
                   MOVE WS-ACH-AMOUNT TO WS-TRANSACTION-AMOUNT
                     TO WS-PRESET-DESCRIPTION
                   MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
                   MOVE "DEPOSIT" TO WS-TRANSACTION-TYPE
                   MOVE "P" TO WS-DEP-KIND
                   PERFORM 510-UPDATE-USER-ACCOUNT-PARA
                   IF WS-UPDATE-REJECTED = "YES"
                       MOVE "account rejected the deposit"
           .


      * pay arriving on or after the holder's recorded date of death
      * goes back to the payer as an exception instead of posting
       3650-CHECK-HOLDER-DECEASED-PARA.
           MOVE "NO" TO WS-DEC-HOLDER-DECEASED
           IF FS-ACCOUNT-CUSTOMER-NUMBER = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS = "00"
                   MOVE FS-ACCOUNT-CUSTOMER-NUMBER TO FS-CUSTOMER-NUMBER
                   READ FS-CUSTOMER-FILE
                       NOT INVALID KEY
                           IF FS-CUSTOMER-DECEASED = "Y" AND
                              FS-CUSTOMER-DEATH-DATE IS NUMERIC
                               PERFORM SET-HOLD-TODAY-PARA
                               CALL "DATE-TO-DAYS" USING
                                   FS-CUSTOMER-DEATH-YEAR
                                   FS-CUSTOMER-DEATH-MONTH
                                   FS-CUSTOMER-DEATH-DAY
                                   WS-DEC-DEATH-AS-DAYS
                               IF WS-HOLD-NOW-AS-DAYS >=
                                  WS-DEC-DEATH-AS-DAYS
                                   MOVE "YES" TO WS-DEC-HOLDER-DECEASED
                               END-IF
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-CUSTOMER-FILE
           .


      * a term deposit is its own record, not an account - the money
      * leaves the linked account the day it opens and comes back
      * (with interest) at maturity or early redemption
       3700-OPEN-TERM-DEPOSIT-PARA.
           DISPLAY "Enter the linked account ID to fund the deposit:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter PIN for that account:"
           ACCEPT WS-PIN-ENTRY
           DISPLAY "Enter the deposit principal (positive number):"
                       IF WS-PIN-OK = "NO"
                           DISPLAY "Incorrect PIN"
                       ELSE
                           MOVE FS-ACCOUNT-CUSTOMER-NUMBER
                             TO WS-KYC-CUSTOMER
                           PERFORM KYC-REVIEW-GATE-PARA
                       END-IF
                       IF WS-PIN-OK = "YES" AND WS-KYC-BLOCKED = "NO"
                           MOVE "Term deposit funding"
                             TO WS-PRESET-DESCRIPTION
                           MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
                   END-WRITE
               END-PERFORM
           CLOSE FS-TERM-FILE

      * the funding withdrawal took the money out of deposits and
      * cash; this leg puts it into the term deposit liability
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GL-LEG-DATE
           MOVE FS-TERM-ACCOUNT-ID TO WS-GL-LEG-SOURCE
           MOVE 1010 TO WS-GL-DEBIT-ACCT
           MOVE 2020 TO WS-GL-CREDIT-ACCT
           MOVE FS-TERM-PRINCIPAL TO WS-GL-ABS-AMOUNT
           MOVE "TERMOPEN" TO WS-GL-LEG-TYPE
           PERFORM WRITE-GL-LEG-PARA
           .




       3810-REDEEM-TERM-BODY-PARA.
           MOVE FS-TERM-ACCOUNT-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY "Enter PIN for linked account "WS-MASKED":"
           ACCEPT WS-PIN-ENTRY

           PERFORM SET-HOLD-TODAY-PARA
                             INTO WS-PRESET-DESCRIPTION
                           MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
                           MOVE "DEPOSIT" TO WS-TRANSACTION-TYPE
                           MOVE "B" TO WS-DEP-KIND
                           COMPUTE WS-TRANSACTION-AMOUNT =
                               FS-TERM-PRINCIPAL + WS-TERM-INTEREST
                               - WS-TERM-PENALTY
               STRING "term deposit "FS-TERM-ID" redeemed early"
                 DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM WRITE-AUDIT-PARA

               IF WS-TERM-INTEREST > WS-TERM-PENALTY
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GL-LEG-DATE
                   COMPUTE WS-GL-ABS-AMOUNT =
                       WS-TERM-INTEREST - WS-TERM-PENALTY
                   PERFORM BOOK-TERM-INTEREST-PARA
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GL-LEG-DATE
               MOVE FS-TERM-PRINCIPAL TO WS-GL-ABS-AMOUNT
               PERFORM BOOK-TERM-PRINCIPAL-PAID-PARA
           END-IF
           .

                       DISPLAY "INVALID KEY - "FS-TERM-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-TERM-ROLLED-COUNT
                       MOVE WS-BUSINESS-DATE TO WS-GL-LEG-DATE
                       MOVE WS-TERM-INTEREST TO WS-GL-ABS-AMOUNT
                       PERFORM BOOK-TERM-INTEREST-PARA
      * the interest never left the bank - it joined the principal
                       MOVE 1010 TO WS-GL-DEBIT-ACCT
                       MOVE 2020 TO WS-GL-CREDIT-ACCT
                       MOVE "TERMROLL" TO WS-GL-LEG-TYPE
                       PERFORM WRITE-GL-LEG-PARA
                       DISPLAY "Term deposit "FS-TERM-ID" rolled over
      -                        " to "FS-TERM-MAT-MONTH"/"
                         FS-TERM-MAT-DAY"/"FS-TERM-MAT-YEAR
           OPEN I-O FS-USERS-FILE
               READ FS-USERS-FILE
                   INVALID KEY
                       MOVE FS-TERM-ACCOUNT-ID TO WS-MASK-NUMBER
                       PERFORM MASK-LAST-FOUR-PARA
                       DISPLAY "Linked account "WS-MASKED
                         " no longer exists - deposit "FS-TERM-ID
                         " left active for follow-up"
                   NOT INVALID KEY
                         DELIMITED BY SIZE INTO WS-PRESET-DESCRIPTION
                       MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
                       MOVE "DEPOSIT" TO WS-TRANSACTION-TYPE
                       MOVE "B" TO WS-DEP-KIND
                       COMPUTE WS-TRANSACTION-AMOUNT =
                           FS-TERM-PRINCIPAL + WS-TERM-INTEREST
                       PERFORM 510-UPDATE-USER-ACCOUNT-PARA
                   NOT INVALID KEY
                       ADD 1 TO WS-TERM-MATURED-COUNT
               END-REWRITE
               MOVE WS-BUSINESS-DATE TO WS-GL-LEG-DATE
               MOVE WS-TERM-INTEREST TO WS-GL-ABS-AMOUNT
               PERFORM BOOK-TERM-INTEREST-PARA
               MOVE WS-BUSINESS-DATE TO WS-GL-LEG-DATE
               MOVE FS-TERM-PRINCIPAL TO WS-GL-ABS-AMOUNT
               PERFORM BOOK-TERM-PRINCIPAL-PAID-PARA
           END-IF
           .

           MOVE WS-TRANSACTION-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-REPORT-LINE
           MOVE FS-TERM-ACCOUNT-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING FS-TERM-MAT-YEAR FS-TERM-MAT-MONTH FS-TERM-MAT-DAY
                  " deposit "FS-TERM-ID" account "WS-MASKED
                  " pays "WS-DISPLAY
                  " roll "FS-TERM-ROLLOVER
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           IF FS-LOAN-CUSTOMER-NUMBER = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FS-LOAN-CUSTOMER-NUMBER TO WS-KYC-CUSTOMER
           PERFORM KYC-REVIEW-GATE-PARA
           IF WS-KYC-BLOCKED = "YES"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter the linked account ID for disbursement and p
      -            "ayments:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO WS-CD-NUMBER
           PERFORM VALIDATE-ACCOUNT-NUMBER-PARA
           IF WS-CD-OK = "NO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USER-ID TO FS-LOAN-ACCOUNT-ID
           DISPLAY "Enter the loan principal (positive number):"
           ACCEPT FS-LOAN-ORIG-PRINCIPAL
                         TO WS-PRESET-DESCRIPTION
                       MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
                       MOVE "DEPOSIT" TO WS-TRANSACTION-TYPE
                       MOVE "B" TO WS-DEP-KIND
                       MOVE FS-LOAN-ORIG-PRINCIPAL
                         TO WS-TRANSACTION-AMOUNT
                       PERFORM 510-UPDATE-USER-ACCOUNT-PARA
                   END-WRITE
               END-PERFORM
           CLOSE FS-LOAN-FILE

      * the disbursement deposit booked cash to the customer; the
      * loan's own leg books the receivable the cash came out of
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GL-LEG-DATE
           MOVE FS-LOAN-ID TO WS-GL-LEG-SOURCE
           MOVE 1210 TO WS-GL-DEBIT-ACCT
           MOVE 1010 TO WS-GL-CREDIT-ACCT
           MOVE FS-LOAN-ORIG-PRINCIPAL TO WS-GL-ABS-AMOUNT
           MOVE "LOANORIG" TO WS-GL-LEG-TYPE
           PERFORM WRITE-GL-LEG-PARA
           .


                       DISPLAY "No loan with that id"
                       MOVE "YES" TO WS-LOAN-EOF
                   NOT INVALID KEY
                       EVALUATE FS-LOAN-STATUS
                           WHEN "A"
                               CONTINUE
                           WHEN "C"
                               DISPLAY "That loan was charged off - th
      -                                "e payment posts as a recovery"
                           WHEN OTHER
                               DISPLAY "That loan is already paid off"
                               MOVE "YES" TO WS-LOAN-EOF
                       END-EVALUATE
               END-READ

               IF WS-LOAN-EOF = "NO"
                   IF FS-LOAN-STATUS = "C"
                       PERFORM 4120-POST-RECOVERY-PARA
                   ELSE
                       PERFORM 4110-POST-PAYMENT-BODY-PARA
                   END-IF
               END-IF
           CLOSE FS-LOAN-FILE
           .
               DISPLAY "Payment trimmed to the remaining balance"
           END-IF

           MOVE FS-LOAN-ACCOUNT-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY "Enter PIN for linked account "WS-MASKED":"
           ACCEPT WS-PIN-ENTRY

           MOVE "NO" TO WS-PIN-OK
           MOVE "YES" TO WS-UPDATE-REJECTED
           MOVE FS-LOAN-ACCOUNT-ID TO FS-USER-ID
           MOVE FS-LOAN-ACCOUNT-ID TO WS-USER-ID
           OPEN I-O FS-USERS-FILE
               READ FS-USERS-FILE
                   INVALID KEY
                       DISPLAY "Linked account no longer exists"
                   NOT INVALID KEY
                       PERFORM CHECK-PIN-PARA
                       IF WS-PIN-OK = "NO"
                           DISPLAY "Incorrect PIN"
                       ELSE
                           MOVE SPACES TO WS-PRESET-DESCRIPTION
                           STRING "Loan "FS-LOAN-ID" payment"
                             DELIMITED BY SIZE
                             INTO WS-PRESET-DESCRIPTION
                           MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
                           MOVE "WITHDRAWAL" TO WS-TRANSACTION-TYPE
                           COMPUTE WS-TRANSACTION-AMOUNT =
                               WS-LOAN-PAYMENT-IN * -1
                           PERFORM 510-UPDATE-USER-ACCOUNT-PARA
                       END-IF
               END-READ
           CLOSE FS-USERS-FILE

           IF WS-PIN-OK = "YES" AND WS-UPDATE-REJECTED = "NO"
               SUBTRACT WS-LOAN-PRIN-PORTION FROM FS-LOAN-BALANCE
               ADD 1 TO FS-LOAN-PAYMENTS-MADE
               IF FS-LOAN-BALANCE NOT > 0
                   MOVE "P" TO FS-LOAN-STATUS
                   DISPLAY "Loan paid in full"
               END-IF
               REWRITE FS-LOAN
                   INVALID KEY
                       DISPLAY "INVALID KEY - "FS-LOAN-ID
               END-REWRITE

               MOVE WS-LOAN-INT-PORTION TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               DISPLAY "Interest portion:  "WS-DISPLAY
               MOVE WS-LOAN-PRIN-PORTION TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               DISPLAY "Principal portion: "WS-DISPLAY

      * the withdrawal above booked the deposit side; the loan's own
      * legs split the cash between interest income and the loan
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GL-LEG-DATE
               MOVE FS-LOAN-ID TO WS-GL-LEG-SOURCE
               MOVE 1010 TO WS-GL-DEBIT-ACCT
               MOVE 4030 TO WS-GL-CREDIT-ACCT
               MOVE WS-LOAN-INT-PORTION TO WS-GL-ABS-AMOUNT
               MOVE "LOANINT" TO WS-GL-LEG-TYPE
               PERFORM WRITE-GL-LEG-PARA
               MOVE 1210 TO WS-GL-CREDIT-ACCT
               MOVE WS-LOAN-PRIN-PORTION TO WS-GL-ABS-AMOUNT
               MOVE "LOANPRIN" TO WS-GL-LEG-TYPE
               PERFORM WRITE-GL-LEG-PARA
           END-IF
           .


      * a charged-off loan keeps the written-off amount as its
      * balance so collections know what is still owed; each payment
      * draws it down and books to recovery income, not the loan
       4120-POST-RECOVERY-PARA.
           MOVE FS-LOAN-BALANCE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Charged-off balance still owed: "WS-DISPLAY
           DISPLAY "Enter the payment amount:"
           ACCEPT WS-LOAN-PAYMENT-IN
           IF WS-LOAN-PAYMENT-IN NOT > 0
               DISPLAY "Amount must be positive"
               EXIT PARAGRAPH
           END-IF

           MOVE FS-LOAN-ACCOUNT-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY "Enter PIN for linked account "WS-MASKED":"
           ACCEPT WS-PIN-ENTRY

           MOVE "NO" TO WS-PIN-OK
                           DISPLAY "Incorrect PIN"
                       ELSE
                           MOVE SPACES TO WS-PRESET-DESCRIPTION
                           STRING "Loan "FS-LOAN-ID" recovery"
                             DELIMITED BY SIZE
                             INTO WS-PRESET-DESCRIPTION
                           MOVE "YES" TO WS-USE-PRESET-DESCRIPTION
               END-READ
           CLOSE FS-USERS-FILE

           IF WS-PIN-OK = "NO" OR WS-UPDATE-REJECTED = "YES"
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-LOAN-PAYMENT-IN FROM FS-LOAN-BALANCE
           IF FS-LOAN-BALANCE < 0
               MOVE 0 TO FS-LOAN-BALANCE
           END-IF
           REWRITE FS-LOAN
               INVALID KEY
                   DISPLAY "INVALID KEY - "FS-LOAN-ID
           END-REWRITE

      * the withdrawal above already moved the deposit side; this leg
      * books the cash to recovery income
           PERFORM ENSURE-GL-ACCOUNTS-PARA
           MOVE "RECOVERY" TO FS-TRANSACTION-TYPE
           MOVE WS-LOAN-PAYMENT-IN TO FS-TRANSACTION-AMOUNT
           MOVE FS-LOAN-ID TO WS-USER-ID
           PERFORM WRITE-GL-ENTRY-PARA

           MOVE FS-START-DATE      TO FS-LREC-DATE
           MOVE FS-LOAN-ID         TO FS-LREC-LOAN-ID
           MOVE FS-LOAN-ACCOUNT-ID TO FS-LREC-ACCOUNT-ID
           MOVE WS-LOAN-PAYMENT-IN TO FS-LREC-AMOUNT
           OPEN EXTEND FS-LREC-FILE
               IF WS-LREC-FILE-STATUS = '35'
                   OPEN OUTPUT FS-LREC-FILE
               END-IF
               WRITE FS-LREC-RECORD
           CLOSE FS-LREC-FILE

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "recovery on charged-off loan "FS-LOAN-ID
             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "Recovery posted"
           .


               STRING "late fee on loan "FS-LOAN-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM WRITE-AUDIT-PARA
               MOVE WS-BUSINESS-DATE TO WS-GL-LEG-DATE
               MOVE FS-LOAN-ID TO WS-GL-LEG-SOURCE
               MOVE 1210 TO WS-GL-DEBIT-ACCT
               MOVE 4010 TO WS-GL-CREDIT-ACCT
               MOVE WS-FEE-LOAN-LATE TO WS-GL-ABS-AMOUNT
               MOVE "LOANFEE" TO WS-GL-LEG-TYPE
               PERFORM WRITE-GL-LEG-PARA
           END-IF

           COMPUTE WS-LOAN-DUE-AS-DAYS = WS-LOAN-DUE-AS-DAYS + 30

           MOVE WS-BUSINESS-DATE TO WS-ACCR-BUSDATE-NUM
           MOVE 0 TO WS-ACCR-ACCOUNT-COUNT
           PERFORM SUM-ACCRUALS-PARA
           COMPUTE WS-ACCR-CENTS-BEFORE ROUNDED = WS-ACCR-FILE-TOTAL

           OPEN I-O FS-ACCRUAL-FILE
               IF WS-ACCRUAL-FILE-STATUS = '35'
               END-IF

               MOVE "NO" TO WS-ACCR-EOF
               PERFORM HOLD-TXN-MASTER-PARA
               OPEN INPUT FS-USERS-FILE
                   PERFORM UNTIL WS-ACCR-EOF = "YES"
                       READ FS-USERS-FILE NEXT RECORD
                       END-READ
                   END-PERFORM
               CLOSE FS-USERS-FILE
               PERFORM RELEASE-TXN-MASTER-PARA
           CLOSE FS-ACCRUAL-FILE

           MOVE WS-ACCR-ACCOUNT-COUNT TO WS-DISPLAY-NUMBER
           PERFORM CALCULATE-NUMBER-DISPLAY-PARA
           DISPLAY "Accounts accrued: "WS-DISPLAY

      * the expense goes to the ledger as the accrual builds: the
      * move in the rounded ledger total, so a rerun of the date
      * books nothing and the sub-cent residue never drifts
           PERFORM SUM-ACCRUALS-PARA
           COMPUTE WS-ACCR-CENTS-AFTER ROUNDED = WS-ACCR-FILE-TOTAL
           MOVE WS-BUSINESS-DATE TO WS-GL-LEG-DATE
           MOVE 0 TO WS-GL-LEG-SOURCE
           MOVE "ACCRUAL" TO WS-GL-LEG-TYPE
           IF WS-ACCR-CENTS-AFTER > WS-ACCR-CENTS-BEFORE
               COMPUTE WS-GL-ABS-AMOUNT =
                   WS-ACCR-CENTS-AFTER - WS-ACCR-CENTS-BEFORE
               MOVE 5010 TO WS-GL-DEBIT-ACCT
               MOVE 2030 TO WS-GL-CREDIT-ACCT
               PERFORM WRITE-GL-LEG-PARA
           END-IF
           IF WS-ACCR-CENTS-AFTER < WS-ACCR-CENTS-BEFORE
               COMPUTE WS-GL-ABS-AMOUNT =
                   WS-ACCR-CENTS-BEFORE - WS-ACCR-CENTS-AFTER
               MOVE 2030 TO WS-GL-DEBIT-ACCT
               MOVE 5010 TO WS-GL-CREDIT-ACCT
               PERFORM WRITE-GL-LEG-PARA
           END-IF

      * when tomorrow is a new month this business date closed the
      * old one, so the accumulated accrual posts as one transaction
           COMPUTE WS-ACCR-TOMORROW-NUM =
           OPEN I-O FS-USERS-FILE
               READ FS-USERS-FILE
                   INVALID KEY
                       MOVE FS-ACCR-ACCOUNT-ID TO WS-MASK-NUMBER
                       PERFORM MASK-LAST-FOUR-PARA
                       DISPLAY "Accrual account "WS-MASKED
                         " no longer exists - accrual left in place"
                   NOT INVALID KEY
                       MOVE "Monthly interest capitalization"
                       MOVE "INTEREST" TO WS-TRANSACTION-TYPE
                       MOVE WS-ACCR-POST-AMOUNT
                         TO WS-TRANSACTION-AMOUNT
                       MOVE "YES" TO WS-GL-ACCRUED-INTEREST
                       PERFORM 510-UPDATE-USER-ACCOUNT-PARA
                       MOVE "NO" TO WS-GL-ACCRUED-INTEREST
               END-READ
           CLOSE FS-USERS-FILE

               SUBTRACT WS-ACCR-POST-AMOUNT FROM FS-ACCR-AMOUNT
               REWRITE FS-ACCRUAL
                   INVALID KEY
                       MOVE FS-ACCR-ACCOUNT-ID TO WS-MASK-NUMBER
                       PERFORM MASK-LAST-FOUR-PARA
                       DISPLAY "INVALID KEY - "WS-MASKED
               END-REWRITE
               ADD 1 TO WS-ACCR-CAP-COUNT
               ADD WS-ACCR-POST-AMOUNT TO WS-ACCR-CAP-TOTAL
      * date's day of month get their statement cut automatically
      * into a dated file, through the same formatting the on-request
      * statement command uses
      * accounts whose customer opted into the relationship statement
      * are collected instead of cut one by one; each such customer
      * gets a single combined statement once the users pass is done
       2180-CYCLE-STATEMENTS-PARA.
           MOVE 0 TO WS-CYCLE-DONE-COUNT
           MOVE 0 TO WS-CYCLE-SKIP-COUNT
           MOVE 0 TO WS-RSTMT-COUNT
           MOVE 0 TO WS-RSTMT-DONE-COUNT
           MOVE "YES" TO WS-RSTMT-CUST-OPEN
           OPEN INPUT FS-CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                   MOVE "NO" TO WS-RSTMT-CUST-OPEN
               END-IF

           PERFORM HOLD-TXN-MASTER-PARA
           MOVE "NO" TO WS-CYCLE-EOF
           OPEN INPUT FS-USERS-FILE
               PERFORM UNTIL WS-CYCLE-EOF = "YES"
                       NOT AT END
                           IF FS-STATEMENT-CYCLE-DAY > 0 AND
                              FS-STATEMENT-CYCLE-DAY = WS-BUSINESS-DAY
                               PERFORM 2182-ROUTE-COMBINED-PARA
                               IF WS-RSTMT-ROUTED = "NO"
                                   PERFORM 2181-CYCLE-ONE-STATEMENT-PARA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           CLOSE FS-CUSTOMER-FILE

           PERFORM 2183-COMBINED-STATEMENT-PARA
             VARYING WS-RSTMT-INDEX FROM 1 BY 1
             UNTIL WS-RSTMT-INDEX > WS-RSTMT-COUNT
           PERFORM RELEASE-TXN-MASTER-PARA

           MOVE WS-CYCLE-DONE-COUNT TO WS-DISPLAY-NUMBER
           PERFORM CALCULATE-NUMBER-DISPLAY-PARA
           DISPLAY "Cycle statements produced: "WS-DISPLAY
           MOVE WS-RSTMT-DONE-COUNT TO WS-DISPLAY-NUMBER
           PERFORM CALCULATE-NUMBER-DISPLAY-PARA
           DISPLAY "Relationship statements:   "WS-DISPLAY
           MOVE WS-CYCLE-SKIP-COUNT TO WS-DISPLAY-NUMBER
           PERFORM CALCULATE-NUMBER-DISPLAY-PARA
           DISPLAY "Accounts skipped:          "WS-DISPLAY
           MOVE FS-NAME    TO WS-NAME
           MOVE FS-CURRENCY-CODE TO WS-DISPLAY-CURRENCY-CODE

           MOVE SPACES TO WS-STATEMENT-FILENAME
           STRING "bank_transactions/"WS-USER-ID"_statement_"
                  WS-BUSINESS-YEAR WS-BUSINESS-MONTH WS-BUSINESS-DAY
           MOVE WS-TERM-NEW-MAT-YEAR TO WS-START-YEAR
           MOVE WS-BUSINESS-YEAR     TO WS-END-YEAR

           MOVE WS-USER-ID TO WS-TXM-ACCOUNT
           PERFORM OPEN-ACCOUNT-TXNS-PARA
               IF WS-TXM-FOUND = "NO"
                   ADD 1 TO WS-CYCLE-SKIP-COUNT
                   MOVE WS-USER-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "Skipped "WS-MASKED
                     " - no history on the transaction master"
                   PERFORM CLOSE-TXN-MASTER-PARA
                   EXIT PARAGRAPH
               END-IF


               PERFORM APPEND-BALANCE-HISTORY-PARA
               CLOSE FS-STATEMENT-FILE
           PERFORM CLOSE-TXN-MASTER-PARA

           ADD 1 TO WS-CYCLE-DONE-COUNT
           DISPLAY "Statement written to "
           PERFORM REGISTER-REPORT-PARA
           .

      * decides whether the due account in FS-USER belongs to a
      * customer who takes the combined statement; if so the customer
      * number joins the run's list once and the account is not cut
      * on its own
       2182-ROUTE-COMBINED-PARA.
           MOVE "NO" TO WS-RSTMT-ROUTED
           IF WS-RSTMT-CUST-OPEN = "NO" OR
              FS-ACCOUNT-CUSTOMER-NUMBER = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FS-ACCOUNT-CUSTOMER-NUMBER TO FS-CUSTOMER-NUMBER
           READ FS-CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF FS-CUSTOMER-COMBINED-STMT NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "NO" TO WS-RSTMT-FOUND
           PERFORM VARYING WS-RSTMT-INDEX FROM 1 BY 1
             UNTIL WS-RSTMT-INDEX > WS-RSTMT-COUNT
               IF WS-RSTMT-CUST(WS-RSTMT-INDEX) =
                  FS-ACCOUNT-CUSTOMER-NUMBER
                   MOVE "YES" TO WS-RSTMT-FOUND
               END-IF
           END-PERFORM
           IF WS-RSTMT-FOUND = "YES"
               MOVE "YES" TO WS-RSTMT-ROUTED
               EXIT PARAGRAPH
           END-IF

           IF WS-RSTMT-COUNT < 200
               ADD 1 TO WS-RSTMT-COUNT
               MOVE FS-ACCOUNT-CUSTOMER-NUMBER
                 TO WS-RSTMT-CUST(WS-RSTMT-COUNT)
               MOVE "YES" TO WS-RSTMT-ROUTED
           ELSE
               DISPLAY "Relationship table is at its 200-entry limit -
      -                " account "FS-USER-ID" cut on its own"
           END-IF
           .


      * one relationship statement for the customer at WS-RSTMT-INDEX:
      * a pre-pass gathers the customer's accounts and totals so the
      * relationship figure can head the statement, then each deposit
      * account's cycle activity, each active CD, and each active loan
      * follow in that order
       2183-COMBINED-STATEMENT-PARA.
           MOVE WS-RSTMT-CUST(WS-RSTMT-INDEX) TO WS-RSTMT-CUST-NUM
           MOVE 0 TO WS-RSTMT-ACCT-COUNT
           MOVE 0 TO WS-RSTMT-DEPOSIT-TOTAL
           MOVE 0 TO WS-RSTMT-CD-TOTAL
           MOVE 0 TO WS-RSTMT-LOAN-TOTAL

           MOVE "NO" TO WS-RSTMT-EOF
           OPEN INPUT FS-USERS-FILE
               PERFORM UNTIL WS-RSTMT-EOF = "YES"
                   READ FS-USERS-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-RSTMT-EOF
                       NOT AT END
                           IF FS-ACCOUNT-CUSTOMER-NUMBER =
                              WS-RSTMT-CUST-NUM AND
                              WS-RSTMT-ACCT-COUNT < 50
                               ADD 1 TO WS-RSTMT-ACCT-COUNT
                               MOVE FS-USER-ID
                                 TO WS-RSTMT-ACCT(WS-RSTMT-ACCT-COUNT)
                               ADD FS-BALANCE TO WS-RSTMT-DEPOSIT-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE

           MOVE "NO" TO WS-RSTMT-EOF
           OPEN INPUT FS-TERM-FILE
               IF WS-TERM-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-RSTMT-EOF
               END-IF
               PERFORM UNTIL WS-RSTMT-EOF = "YES"
                   READ FS-TERM-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-RSTMT-EOF
                       NOT AT END
                           IF FS-TERM-STATUS = "A"
                               PERFORM 2184-MATCH-TERM-ACCOUNT-PARA
                               IF WS-RSTMT-FOUND = "YES"
                                   ADD FS-TERM-PRINCIPAL
                                     TO WS-RSTMT-CD-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-TERM-FILE

           MOVE "NO" TO WS-RSTMT-EOF
           OPEN INPUT FS-LOAN-FILE
               IF WS-LOAN-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-RSTMT-EOF
               END-IF
               PERFORM UNTIL WS-RSTMT-EOF = "YES"
                   READ FS-LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-RSTMT-EOF
                       NOT AT END
                           IF FS-LOAN-CUSTOMER-NUMBER =
                              WS-RSTMT-CUST-NUM AND
                              FS-LOAN-STATUS = "A"
                               ADD FS-LOAN-BALANCE
                                 TO WS-RSTMT-LOAN-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-LOAN-FILE

           COMPUTE WS-RSTMT-NET-TOTAL = WS-RSTMT-DEPOSIT-TOTAL
               + WS-RSTMT-CD-TOTAL - WS-RSTMT-LOAN-TOTAL

           MOVE WS-RSTMT-CUST-NUM TO FS-CUSTOMER-NUMBER
           OPEN INPUT FS-CUSTOMER-FILE
               READ FS-CUSTOMER-FILE
                   INVALID KEY
                       MOVE SPACES TO FS-CUSTOMER-NAME
                       MOVE SPACES TO FS-CUSTOMER-STREET
                       MOVE SPACES TO FS-CUSTOMER-CITY
                       MOVE SPACES TO FS-CUSTOMER-REGION
                       MOVE 0 TO FS-CUSTOMER-ZIP
               END-READ
           CLOSE FS-CUSTOMER-FILE

           MOVE SPACES TO WS-STATEMENT-FILENAME
           STRING "bank_transactions/customer_"WS-RSTMT-CUST-NUM
                  "_statement_"
                  WS-BUSINESS-YEAR WS-BUSINESS-MONTH WS-BUSINESS-DAY
                  ".csv" DELIMITED BY SIZE
             INTO WS-STATEMENT-FILENAME
           OPEN OUTPUT FS-STATEMENT-FILE

           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "RELATIONSHIP STATEMENT,"WS-RSTMT-CUST-NUM","
                  WS-BUSINESS-YEAR WS-BUSINESS-MONTH WS-BUSINESS-DAY
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "NAME,"FUNCTION TRIM(FS-CUSTOMER-NAME)
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "ADDRESS,"FUNCTION TRIM(FS-CUSTOMER-STREET)
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "CITY,"FUNCTION TRIM(FS-CUSTOMER-CITY)" "
                  FS-CUSTOMER-REGION" "FS-CUSTOMER-ZIP
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE

           MOVE WS-RSTMT-NET-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "RELATIONSHIP TOTAL,,,"WS-DISPLAY
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           MOVE WS-RSTMT-DEPOSIT-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "DEPOSIT ACCOUNTS,,,"WS-DISPLAY
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           MOVE WS-RSTMT-CD-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "CERTIFICATES,,,"WS-DISPLAY
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           MOVE WS-RSTMT-LOAN-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "LESS LOANS,,,"WS-DISPLAY
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE

           PERFORM 2187-COMBINED-ONE-ACCOUNT-PARA
             VARYING WS-RSTMT-ACCT-INDEX FROM 1 BY 1
             UNTIL WS-RSTMT-ACCT-INDEX > WS-RSTMT-ACCT-COUNT

           MOVE "NO" TO WS-RSTMT-EOF
           OPEN INPUT FS-TERM-FILE
               IF WS-TERM-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-RSTMT-EOF
               END-IF
               PERFORM UNTIL WS-RSTMT-EOF = "YES"
                   READ FS-TERM-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-RSTMT-EOF
                       NOT AT END
                           IF FS-TERM-STATUS = "A"
                               PERFORM 2184-MATCH-TERM-ACCOUNT-PARA
                               IF WS-RSTMT-FOUND = "YES"
                                   PERFORM 2188-COMBINED-ONE-CD-PARA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-TERM-FILE

           MOVE "NO" TO WS-RSTMT-EOF
           OPEN INPUT FS-LOAN-FILE
               IF WS-LOAN-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-RSTMT-EOF
               END-IF
               PERFORM UNTIL WS-RSTMT-EOF = "YES"
                   READ FS-LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-RSTMT-EOF
                       NOT AT END
                           IF FS-LOAN-CUSTOMER-NUMBER =
                              WS-RSTMT-CUST-NUM AND
                              FS-LOAN-STATUS = "A"
                               PERFORM 2189-COMBINED-ONE-LOAN-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-LOAN-FILE

           CLOSE FS-STATEMENT-FILE

           ADD 1 TO WS-RSTMT-DONE-COUNT
           DISPLAY "Relationship statement written to "
             FUNCTION TRIM(WS-STATEMENT-FILENAME)

           MOVE "STATEMENT" TO WS-RCAT-TYPE
           MOVE WS-STATEMENT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-RSTMT-ACCT-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


      * a CD carries no customer number, only its funding account, so
      * it belongs to the relationship when that account does
       2184-MATCH-TERM-ACCOUNT-PARA.
           MOVE "NO" TO WS-RSTMT-FOUND
           PERFORM VARYING WS-RSTMT-ACCT-INDEX FROM 1 BY 1
             UNTIL WS-RSTMT-ACCT-INDEX > WS-RSTMT-ACCT-COUNT
               IF WS-RSTMT-ACCT(WS-RSTMT-ACCT-INDEX) =
                  FS-TERM-ACCOUNT-ID
                   MOVE "YES" TO WS-RSTMT-FOUND
               END-IF
           END-PERFORM
           .


      * same cycle window and line format as 2181, written into the
      * relationship statement under an ACCOUNT heading
       2187-COMBINED-ONE-ACCOUNT-PARA.
           MOVE WS-RSTMT-ACCT(WS-RSTMT-ACCT-INDEX) TO FS-USER-ID
           OPEN INPUT FS-USERS-FILE
               READ FS-USERS-FILE
                   INVALID KEY
                       CLOSE FS-USERS-FILE
                       EXIT PARAGRAPH
               END-READ
           CLOSE FS-USERS-FILE

           MOVE FS-USER-ID TO WS-USER-ID
           MOVE FS-CURRENCY-CODE TO WS-DISPLAY-CURRENCY-CODE
           MOVE FS-BALANCE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-STATEMENT-LINE
           MOVE WS-USER-ID TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING "ACCOUNT,"WS-MASKED","FUNCTION TRIM(FS-NAME)","
                  WS-DISPLAY
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE

           COMPUTE WS-START-AS-DAYS = WS-BUSINESS-AS-DAYS - 30
           MOVE WS-BUSINESS-AS-DAYS TO WS-END-AS-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-START-AS-DAYS)
             TO WS-TERM-NEW-MAT-NUM
           MOVE WS-TERM-NEW-MAT-YEAR TO WS-START-YEAR
           MOVE WS-BUSINESS-YEAR     TO WS-END-YEAR

           MOVE WS-USER-ID TO WS-TXM-ACCOUNT
           PERFORM OPEN-ACCOUNT-TXNS-PARA
               IF WS-TXM-FOUND = "NO"
                   ADD 1 TO WS-CYCLE-SKIP-COUNT
                   MOVE WS-USER-ID TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "Skipped "WS-MASKED
                     " - no history on the transaction master"
                   MOVE "NO ACTIVITY ON FILE" TO FS-STATEMENT-LINE
                   WRITE FS-STATEMENT-LINE
                   PERFORM CLOSE-TXN-MASTER-PARA
                   EXIT PARAGRAPH
               END-IF

               MOVE SPACES TO FS-STATEMENT-LINE
               STRING WS-NUMBER-TITLE','WS-DESCRIPTION-TITLE','
                      WS-CHANGE-TITLE','WS-BALANCE-TITLE
                 DELIMITED BY SIZE
                 INTO FS-STATEMENT-LINE
               WRITE FS-STATEMENT-LINE

               MOVE "YES" TO WS-SAVE-TO-FILE
               MOVE 0 TO WS-CURRENT-AS-DAYS
               MOVE 0 TO WS-TOTAL-CHANGE
               PERFORM 740-READ-ARCHIVE-YEARS-PARA
               PERFORM 720-READ-TRANSACTION-PARA
                 UNTIL WS-CURRENT-AS-DAYS > WS-END-AS-DAYS
               MOVE "NO" TO WS-SAVE-TO-FILE

               PERFORM APPEND-BALANCE-HISTORY-PARA
           PERFORM CLOSE-TXN-MASTER-PARA
           .


       2188-COMBINED-ONE-CD-PARA.
           MOVE FS-TERM-RATE TO WS-RSTMT-RATE-DISPLAY
           MOVE FS-TERM-PRINCIPAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "CD,"FS-TERM-ID",RATE "
                  FUNCTION TRIM(WS-RSTMT-RATE-DISPLAY)
                  " MATURES "FS-TERM-MATURITY","WS-DISPLAY
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           .


       2189-COMBINED-ONE-LOAN-PARA.
           MOVE FS-LOAN-BALANCE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-CSV-PARA
           MOVE SPACES TO FS-STATEMENT-LINE
           STRING "LOAN,"FS-LOAN-ID",NEXT DUE "FS-LOAN-NEXT-DUE
                  " PAYMENTS MADE "FS-LOAN-PAYMENTS-MADE","
                  WS-DISPLAY
             DELIMITED BY SIZE INTO FS-STATEMENT-LINE
           WRITE FS-STATEMENT-LINE
           .


       2700-DORMANCY-SWEEP-PARA.
           DISPLAY "Flag accounts with no activity in how many days?"

           MOVE 0 TO WS-DORMANT-COUNT
           MOVE "NO" TO WS-EOF
           PERFORM HOLD-TXN-MASTER-PARA
           OPEN I-O FS-USERS-FILE
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-USERS-FILE NEXT RECORD
                   END-READ
               END-PERFORM
           CLOSE FS-USERS-FILE
           PERFORM RELEASE-TXN-MASTER-PARA

           CLOSE FS-REPORT-FILE

           END-IF

           MOVE FS-USER-ID TO WS-USER-ID

           MOVE 0 TO WS-DORMANT-LAST-AS-DAYS
           MOVE FS-TRANSACTION-COUNT TO WS-TRANSACTION-NUMBER
           PERFORM OPEN-TXN-MASTER-PARA
               IF WS-TRANSACTION-FILE-STATUS = "00"
                   MOVE WS-USER-ID TO FS-TRANSACTION-ACCOUNT-ID
                   MOVE WS-TRANSACTION-NUMBER TO FS-TRANSACTION-NUMBER
                   READ FS-TRANSACTION-FILE RECORD
                       NOT INVALID KEY
                           CALL "DATE-TO-DAYS" USING FS-START-YEAR
                                             WS-DORMANT-LAST-AS-DAYS
                   END-READ
               END-IF
           PERFORM CLOSE-TXN-MASTER-PARA

           IF WS-DORMANT-LAST-AS-DAYS = 0
               EXIT PARAGRAPH
               MOVE "D" TO FS-ACCOUNT-STATUS
               REWRITE FS-USER
                   INVALID KEY
                       MOVE FS-USER-ID TO WS-MASK-NUMBER
                       PERFORM MASK-LAST-FOUR-PARA
                       DISPLAY "INVALID ID - "WS-MASKED
                   NOT INVALID KEY
                       ADD 1 TO WS-DORMANT-COUNT
                       MOVE FS-USER-ID TO WS-MASK-NUMBER
                       PERFORM MASK-LAST-FOUR-PARA
                       DISPLAY "Flagged dormant: "WS-MASKED" ("
                         WS-DORMANT-IDLE-DAYS" days idle)"

                       MOVE SPACES TO FS-REPORT-LINE
                       MOVE FS-USER-ID TO WS-MASK-NUMBER
                       PERFORM MASK-LAST-FOUR-PARA
                       STRING "Account "WS-MASKED" - "
                              WS-DORMANT-IDLE-DAYS" days idle - "
                              FS-NAME DELIMITED BY SIZE
                         INTO FS-REPORT-LINE
           MOVE 0 TO WS-TODAY-WITHDRAWN-TOTAL
           MOVE 0 TO WS-TODAY-WITHDRAWN-COUNT

           MOVE "NO" TO WS-VELOCITY-EOF
           MOVE WS-USER-ID TO WS-TXM-ACCOUNT
           PERFORM OPEN-ACCOUNT-TXNS-PARA
               IF WS-TXM-FOUND = "YES"
                   PERFORM UNTIL WS-VELOCITY-EOF = "YES"
                       PERFORM READ-ACCOUNT-TXN-PARA
                       IF WS-TXM-FOUND = "NO"
                           MOVE "YES" TO WS-VELOCITY-EOF
                       ELSE
                           PERFORM CHECK-ONE-WITHDRAWAL-PARA
                       END-IF
                   END-PERFORM
               END-IF
           PERFORM CLOSE-TXN-MASTER-PARA
           .


           MOVE WS-COMMAND TO FS-AUDIT-COMMAND
           MOVE WS-AUDIT-DETAIL TO FS-AUDIT-DETAIL

           MOVE "SEAL" TO WS-CHAIN-ACTION
           MOVE "bank_audit_log.txt" TO WS-CHAIN-LOG-NAME
           MOVE FS-AUDIT-RECORD(1:83) TO WS-CHAIN-RECORD
           CALL "LOG-CHAIN" USING WS-CHAIN-ACTION WS-CHAIN-LOG-NAME
               WS-CHAIN-RECORD FS-AUDIT-CHAIN WS-CHAIN-COUNT

           OPEN EXTEND FS-AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS = '35'
                   OPEN OUTPUT FS-AUDIT-FILE
           .


      * WS-MASK-NUMBER in, "****" and its last four digits out in
      * WS-MASKED
       MASK-LAST-FOUR-PARA.
           MOVE SPACES TO WS-MASKED
           STRING "****" WS-MASK-NUMBER-X(15:4)
             DELIMITED BY SIZE INTO WS-MASKED
           .


       CALCULATE-NUMBER-DISPLAY-PARA.
           MOVE 1 TO WS-DISPLAY-INDEX
           PERFORM
