      *     startup, shown at sign-on, and stamps batch-run output,
      *     rate changes, advances, and catalogued reports, with a
      *     warning when the wall clock has drifted from it
      *   - screens, reports, and pay stubs show only the last four
      *     digits of an SSN; the full number stays on the W-2 and on
      *     the 401k, garnishment, ACH, and year-end interface files
      *   - a rate change dated back into periods already paid is
      *     re-priced period by period from pay history and the
      *     timesheets on file, the difference paid as retro pay in
      *     the next regular check's gross with a retro audit report
      *   - supervisor void of a paycheck: a per-check detail record
      *     lets the void reverse YTD totals, employer tax, benefit
      *     and 401k liability, garnishment, voluntary, advance, and
      *     leave balances; a negative pay history record offsets the
      *     check, a monthly void register names who voided it, and a
      *     corrected check can be reissued for the same period
      *   - FUTA and SUTA accrue on every check from per-company
      *     control-file rates and annual wage bases into the tax
      *     liability file, with a quarterly state wage report by
      *     company and an annual 940 summary by quarter
      *   - federal tax deposit calendar: each batch check's
      *     liability posts to a deposit period under the company's
      *     monthly or semiweekly schedule, due dates pushed past
      *     holidays through BUSINESS-DAY; a deposit run queues the
      *     payment in BANK's ACH origination file from the company's
      *     operating account, and a status report shows each period
      *     as due, paid, or late
      *   - year-end electronic W2 submission file per company in the
      *     SSA's fixed 512-byte record format, built from pay history,
      *     the tax liability file, and the employer master EIN, with a
      *     W-3 transmittal of the totals; SSN and address exceptions
      *     are reported and stop the run before anything is written
      *   - workers' comp class and rate per $100 on the position
      *     master; each check's payroll, less the overtime premium,
      *     is rated by class - job-coded timesheet days in the job's
      *     class - feeding a quarterly/annual premium audit report by
      *     company and class with unclassed employees as exceptions
      *   - leave requests: entered against the vacation or sick balance
      *     projected to the first day off by the leave control accrual,
      *     approved or denied by a supervisor, approved days written to
      *     the timesheet file as V/S days, and a department leave
      *     calendar of who is out on each working day
      *   - final pay at termination as an off-cycle run: the last
      *     partial period from approved timesheets, vacation payout
      *     and advance recovery under payroll_final_pay.ctl, benefit
      *     enrollment and voluntary deductions ended, and a separation
      *     statement itemizing the check
      *   - commission plans with sales-volume tiers and a monthly draw,
      *     assigned to salespeople; a monthly sales import prices each
      *     sale through the tiers, nets out recoverable draw, writes a
      *     statement per salesperson, and the payable amount rides the
      *     next batch check as commission on the stub, register, and
      *     labor distribution
      *   - preview of a batch run: every check is calculated into a
      *     preview register and an exception list (negative or zero
      *     net, net swings past payroll_preview.ctl's percent) while
      *     no file is posted
      *   - two-person approval of a batch run: a finished run waits
      *     as PENDING in payroll_run_status.txt with its totals and
      *     the operator who signed on to run it; the direct deposit
      *     export, the GL journal and the bank's deposit posting wait
      *     until a different supervisor approves it (command 43), and
      *     a rejection rolls every check back the way a void does.
      *     Both outcomes go on payroll_run_approvals.txt
      *   - annual merit cycle (command 44): a supervisor keeps a merit
      *     matrix (rating by position in the grade range), department
      *     merit budgets and employee ratings; the proposal run shows
      *     each new rate with its compa-ratio before and after, holds
      *     the rate at the range maximum and pays the rest as a lump
      *     sum, and the approved proposals post as effective-dated
      *     rate changes with a budget report by department
      *   - paper paychecks: an employee with no bank routing gets a
      *     printed check (company, payee, amount in words, stub
      *     attached) numbered off the bank's official check serial
      *     control and registered on bank_check_register.txt against
      *     the company's operating account; voids take it off the
      *     bank's outstanding items, and a payroll check register
      *     (command 45) lists the checks by number with totals
      *   - the payroll register and the direct deposit export are
      *     generation-numbered through OUTPUT-GEN, keeping the last
      *     few of each instead of overwriting ach_export.txt
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL.
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-HISTORY-FILE-STATUS.
               SELECT FS-ACH-FILE ASSIGN TO WS-ACH-FILENAME
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-SHIFT-CTL-STATUS.
               SELECT FS-UNEMP-CTL-FILE ASSIGN TO "payroll_unemp.ctl"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-UNEMP-CTL-STATUS.
               SELECT FS-TAXDEP-FILE
                               ASSIGN TO "payroll_tax_deposits.txt"
                                       ORGANIZATION IS INDEXED
                                       ACCESS       IS DYNAMIC
                                       RECORD KEY   IS FS-TD-KEY
                                       FILE STATUS  IS
                                       WS-TAXDEP-FILE-STATUS.
               SELECT FS-DEPCTL-FILE ASSIGN TO "payroll_deposit.ctl"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-DEPCTL-STATUS.
               SELECT FS-AO-FILE ASSIGN TO "bank_ach_orig.txt"
                                       ORGANIZATION IS INDEXED
                                       ACCESS       IS DYNAMIC
                                       RECORD KEY   IS FS-AO-ID
                                       FILE STATUS  IS
                                       WS-AO-FILE-STATUS.
               SELECT FS-EFW2-FILE ASSIGN TO WS-EFW2-FILENAME
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-EFW2-FILE-STATUS.
               SELECT FS-WCPAY-FILE ASSIGN TO "payroll_wc_payroll.txt"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-WCPAY-FILE-STATUS.
               SELECT FS-LVREQ-FILE
                               ASSIGN TO "payroll_leave_requests.txt"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-LVREQ-FILE-STATUS.
               SELECT FS-FPCTL-FILE ASSIGN TO "payroll_final_pay.ctl"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-FPCTL-FILE-STATUS.
               SELECT FS-FPLOG-FILE ASSIGN TO "payroll_final_pay.txt"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-FPLOG-FILE-STATUS.
               SELECT FS-COMMPLAN-FILE
                                   ASSIGN TO "payroll_comm_plans.txt"
                                       ORGANIZATION IS INDEXED
                                       ACCESS       IS DYNAMIC
                                       RECORD KEY   IS FS-CP-CODE
                                       FILE STATUS  IS
                                       WS-COMMPLAN-FILE-STATUS.
               SELECT FS-COMMASG-FILE
                                   ASSIGN TO "payroll_comm_assign.txt"
                                       ORGANIZATION IS INDEXED
                                       ACCESS       IS DYNAMIC
                                       RECORD KEY   IS FS-CA-SSN
                                       FILE STATUS  IS
                                       WS-COMMASG-FILE-STATUS.
               SELECT FS-SALES-FILE ASSIGN TO WS-SALES-FILENAME
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-SALES-FILE-STATUS.
               SELECT FS-COMMERN-FILE
                                   ASSIGN TO "payroll_commission.txt"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-COMMERN-FILE-STATUS.
               SELECT FS-COMMSTMT-FILE ASSIGN TO WS-CM-STMT-FILENAME
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-COMMSTMT-FILE-STATUS.
               SELECT FS-PVCTL-FILE ASSIGN TO "payroll_preview.ctl"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-PVCTL-FILE-STATUS.
               SELECT FS-PVEXC-FILE ASSIGN TO WS-PV-EXC-FILENAME
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-PVEXC-FILE-STATUS.
               SELECT FS-GLHOLD-FILE
                                   ASSIGN TO "payroll_gl_pending.txt"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-GLHOLD-FILE-STATUS.
               SELECT FS-TELLER-FILE ASSIGN TO "bank_tellers.txt"
                                       ORGANIZATION IS INDEXED
                                       ACCESS       IS DYNAMIC
                                       RECORD KEY   IS FS-TELLER-ID
                                       FILE STATUS  IS
                                       WS-TELLER-FILE-STATUS.
               SELECT FS-APPRLOG-FILE
                                   ASSIGN TO "payroll_run_approvals.txt"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-APPRLOG-FILE-STATUS.
               SELECT FS-MERITMX-FILE
                                   ASSIGN TO "payroll_merit_matrix.txt"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-MERITMX-FILE-STATUS.
               SELECT FS-MERITRT-FILE
                                  ASSIGN TO "payroll_merit_ratings.txt"
                                       ORGANIZATION IS INDEXED
                                       ACCESS       IS DYNAMIC
                                       RECORD KEY   IS FS-MR-SSN
                                       FILE STATUS  IS
                                       WS-MERITRT-FILE-STATUS.
               SELECT FS-MERITBG-FILE
                                   ASSIGN TO "payroll_merit_budget.txt"
                                       ORGANIZATION IS INDEXED
                                       ACCESS       IS DYNAMIC
                                       RECORD KEY   IS FS-MB-DEPT
                                       FILE STATUS  IS
                                       WS-MERITBG-FILE-STATUS.
               SELECT FS-MERITPR-FILE
                                ASSIGN TO "payroll_merit_proposals.txt"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-MERITPR-FILE-STATUS.
               SELECT FS-MERITLS-FILE
                                     ASSIGN TO "payroll_merit_lump.txt"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-MERITLS-FILE-STATUS.
               SELECT FS-OCR-FILE ASSIGN TO "bank_check_register.txt"
                                       ORGANIZATION IS INDEXED
                                       ACCESS       IS DYNAMIC
                                       RECORD KEY   IS FS-OCR-SERIAL
                                       FILE STATUS  IS
                                       WS-OCR-FILE-STATUS.
               SELECT FS-OCR-SERIAL-FILE
                                     ASSIGN TO "bank_check_serial.ctl"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-OCR-SERIAL-STATUS.
               SELECT FS-PCK-FILE
                                   ASSIGN TO "payroll_paper_checks.txt"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-PCK-FILE-STATUS.
               SELECT FS-PCK-PRINT-FILE ASSIGN TO WS-PCK-PRINT-FILENAME
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-PCK-PRINT-FILE-STATUS.
               SELECT FS-PAYGL-FILE ASSIGN TO WS-PAYGL-FILENAME
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       RECORD KEY   IS FS-CT-KEY
                                       FILE STATUS  IS
                                       WS-CONTACT-FILE-STATUS.
               SELECT FS-RETRO-FILE ASSIGN TO WS-RETRO-FILENAME
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-RETRO-FILE-STATUS.
               SELECT FS-CHKDET-FILE
                                   ASSIGN TO "paycheck_detail.txt"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-CHKDET-FILE-STATUS.
               SELECT FS-VOIDREG-FILE ASSIGN TO WS-VOIDREG-FILENAME
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
                                       FILE STATUS  IS
                                       WS-VOIDREG-FILE-STATUS.
               SELECT FS-RCAT-FILE ASSIGN TO "report_catalog.txt"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS       IS SEQUENTIAL
               05 FS-PAYHIST-SSN    PIC 9(9).
               05 FS-PAYHIST-YEAR   PIC 9(4).
               05 FS-PAYHIST-MONTH  PIC 9(2).
               05 FS-PAYHIST-GROSS  PIC S9(18)V99.
               05 FS-PAYHIST-TAX    PIC S9(18)V99.
               05 FS-PAYHIST-DEDUCT PIC S9(18)V99.
               05 FS-PAYHIST-NET    PIC S9(18)V99.

           FD FS-STUB-FILE.
           FD FS-REGISTER-FILE.
           01 FS-REGISTER-LINE PIC X(120).

           FD FS-RETRO-FILE.
           01 FS-RETRO-LINE PIC X(120).

      * one record per check written - laid out in WS-CHECK-DETAIL
           FD FS-CHKDET-FILE.
           01 FS-CHKDET-RECORD PIC X(700).

           FD FS-VOIDREG-FILE.
           01 FS-VOIDREG-LINE PIC X(160).

           FD FS-TS-REJECT-FILE.
           01 FS-TS-REJECT-LINE PIC X(80).

               05 FS-RUNSTAT-YEAR   PIC 9(4).
               05 FS-RUNSTAT-MONTH  PIC 9(2).
               05 FS-RUNSTAT-COUNT  PIC 9(5).
      * RUNNING, then PENDING until a second supervisor makes it
      * APPROVED or REJECTED; the bank reads this record too
               05 FS-RUNSTAT-COMPANY     PIC X(3).
               05 FS-RUNSTAT-GROSS       PIC 9(18)V99.
               05 FS-RUNSTAT-TAX         PIC 9(18)V99.
               05 FS-RUNSTAT-NET         PIC S9(18)V99.
               05 FS-RUNSTAT-GL-FILENAME PIC X(40).
               05 FS-RUNSTAT-RUN-BY-ID   PIC 9(5).
               05 FS-RUNSTAT-RUN-BY-NAME PIC X(50).
               05 FS-RUNSTAT-APPR-BY-ID  PIC 9(5).
               05 FS-RUNSTAT-APPR-BY-NAME PIC X(50).
               05 FS-RUNSTAT-APPR-DATE   PIC 9(8).

           FD FS-RATECHG-FILE.
           01 FS-RATECHG-RECORD.
               05 FS-TAXLIAB-SSN      PIC 9(9).
               05 FS-TAXLIAB-YEAR     PIC 9(4).
               05 FS-TAXLIAB-MONTH    PIC 9(2).
               05 FS-TAXLIAB-GROSS    PIC S9(18)V99.
               05 FS-TAXLIAB-WITHHELD PIC S9(18)V99.
               05 FS-TAXLIAB-ER-SS    PIC S9(18)V99.
               05 FS-TAXLIAB-ER-MED   PIC S9(18)V99.
               05 FS-TAXLIAB-COMPANY  PIC X(3).
               05 FS-TAXLIAB-FUTA-WAGES PIC S9(9)V99.
               05 FS-TAXLIAB-FUTA       PIC S9(7)V99.
               05 FS-TAXLIAB-SUTA-WAGES PIC S9(9)V99.
               05 FS-TAXLIAB-SUTA       PIC S9(7)V99.

      * coverage levels: E employee only, S employee+spouse, F family
           FD FS-BENPLAN-FILE.
               05 FS-BL-SSN      PIC 9(9).
               05 FS-BL-YEAR     PIC 9(4).
               05 FS-BL-MONTH    PIC 9(2).
               05 FS-BL-ER-SHARE PIC S9(7)V99.

      * match rules: percent of the employee's contribution matched,
      * applied to at most the first N percent of gross, with the
               05 FS-POS-MIN-RATE PIC 9(7)V99.
               05 FS-POS-MID-RATE PIC 9(7)V99.
               05 FS-POS-MAX-RATE PIC 9(7)V99.
               05 FS-POS-WC-CLASS PIC X(4).
               05 FS-POS-WC-RATE  PIC 9(3)V9(4).

           FD FS-EMPLOYER-FILE.
           01 FS-EMPLOYER.
               05 FS-ER-EIN     PIC 9(9).
               05 FS-ER-NAME    PIC X(40).
               05 FS-ER-ADDRESS PIC X(60).
               05 FS-ER-DEPOSIT-SCHEDULE PIC X(1).
               05 FS-ER-OPERATING-ACCT   PIC 9(16).

      * repayments of employee expenses - approved like timesheets,
      * paid after tax so they never poison the tax figures
               05 FS-SHIFT-METHOD PIC X(1).
               05 FS-SHIFT-AMOUNT PIC 9(3)V99.

      * one record per company code (blank code = every other company):
      * FUTA rate and wage base, and the state the company files SUTA
      * with at its assigned rate and that state's wage base
           FD FS-UNEMP-CTL-FILE.
           01 FS-UNEMP-CTL-RECORD.
               05 FS-UC-COMPANY   PIC X(3).
               05 FS-UC-FUTA-RATE PIC 9V9(5).
               05 FS-UC-FUTA-BASE PIC 9(7)V99.
               05 FS-UC-STATE     PIC X(2).
               05 FS-UC-SUTA-RATE PIC 9V9(5).
               05 FS-UC-SUTA-BASE PIC 9(7)V99.

      * one record per company and deposit period - the check month
      * (day zero) for monthly depositors, the check date for
      * semiweekly ones
           FD FS-TAXDEP-FILE.
           01 FS-TD-RECORD.
               05 FS-TD-KEY.
                   10 FS-TD-COMPANY  PIC X(3).
                   10 FS-TD-PERIOD   PIC 9(8).
               05 FS-TD-SCHEDULE     PIC X(1).
               05 FS-TD-CHECK-DATE   PIC 9(8).
               05 FS-TD-DUE-DATE     PIC 9(8).
               05 FS-TD-LIABILITY    PIC S9(11)V99.
               05 FS-TD-PAID         PIC 9(11)V99.
               05 FS-TD-PAID-DATE    PIC 9(8).
               05 FS-TD-AO-ID        PIC 9(9).

           FD FS-DEPCTL-FILE.
           01 FS-DEPCTL-RECORD.
               05 FS-DC-PAYEE-NAME PIC X(30).
               05 FS-DC-ROUTING    PIC 9(9).
               05 FS-DC-ACCOUNT    PIC 9(17).

      * BANK's ACH origination instructions, laid out as BANK has them
           FD FS-AO-FILE.
           01 FS-AO-INSTRUCTION.
               05 FS-AO-ID           PIC 9(9).
               05 FS-AO-ACCOUNT-ID   PIC 9(16).
               05 FS-AO-AMOUNT       PIC S9(18)V99.
               05 FS-AO-PAYEE-NAME   PIC X(30).
               05 FS-AO-ROUTING      PIC 9(9).
               05 FS-AO-PAYEE-ACCT   PIC 9(17).
               05 FS-AO-SETTLE-DATE  PIC 9(8).
               05 FS-AO-STATUS       PIC X(1).

           FD FS-EFW2-FILE.
           01 FS-EFW2-RECORD PIC X(512).

      * one line per check and workers' comp class; a void writes the
      * check's lines back negated
           FD FS-WCPAY-FILE.
           01 FS-WCPAY-RECORD.
               05 FS-WC-SSN         PIC 9(9).
               05 FS-WC-YEAR        PIC 9(4).
               05 FS-WC-MONTH       PIC 9(2).
               05 FS-WC-FREQUENCY   PIC X(1).
               05 FS-WC-PERIOD      PIC 9(3).
               05 FS-WC-COMPANY     PIC X(3).
               05 FS-WC-JOB-CODE    PIC X(6).
               05 FS-WC-CLASS       PIC X(4).
               05 FS-WC-RATE        PIC 9(3)V9(4).
               05 FS-WC-PAYROLL     PIC S9(9)V99.
               05 FS-WC-OT-EXCLUDED PIC S9(7)V99.
               05 FS-WC-PREMIUM     PIC S9(7)V99.

      * status P pending, A approved, D denied; the projected balance
      * is the one the request was last checked against
           FD FS-LVREQ-FILE.
           01 FS-LEAVE-REQUEST.
               05 FS-LR-SSN           PIC 9(9).
               05 FS-LR-START         PIC 9(8).
               05 FS-LR-END           PIC 9(8).
               05 FS-LR-TYPE          PIC X(1).
               05 FS-LR-HOURS-PER-DAY PIC 9(2)V99.
               05 FS-LR-DAYS          PIC 9(3).
               05 FS-LR-TOTAL-HOURS   PIC 9(5)V99.
               05 FS-LR-STATUS        PIC X(1).
               05 FS-LR-ENTERED       PIC 9(8).
               05 FS-LR-DECIDED-BY    PIC X(3).
               05 FS-LR-DECIDED-DATE  PIC 9(8).
               05 FS-LR-PROJECTED     PIC S9(5)V99.

      * vacation payout policy A all, C capped at the hours given, N
      * none; the advance recovery limits on a final check
           FD FS-FPCTL-FILE.
           01 FS-FPCTL-RECORD.
               05 FS-FPC-VAC-POLICY    PIC X(1).
               05 FS-FPC-VAC-MAX-HOURS PIC 9(4)V99.
               05 FS-FPC-ADV-MAX-PCT   PIC 9(3)V99.
               05 FS-FPC-MIN-WAGE      PIC 9(3)V99.

      * one record per final check, which also keeps a termination
      * from being paid out twice
           FD FS-FPLOG-FILE.
           01 FS-FPLOG-RECORD.
               05 FS-FPL-SSN        PIC 9(9).
               05 FS-FPL-TERM-DATE  PIC 9(8).
               05 FS-FPL-ISSUED     PIC 9(8).
               05 FS-FPL-RUN-SEQ    PIC 9(3).
               05 FS-FPL-GROSS      PIC 9(9)V99.
               05 FS-FPL-NET        PIC S9(9)V99.
               05 FS-FPL-VAC-HOURS  PIC 9(5)V99.
               05 FS-FPL-VAC-PAY    PIC 9(9)V99.
               05 FS-FPL-ADV-TAKEN  PIC 9(9)V99.
               05 FS-FPL-ADV-LEFT   PIC 9(9)V99.

      * up to five tiers by the month's sales volume, tier 1 from zero;
      * each tier's percent applies to the sales that fall inside it.
      * The draw is the monthly floor; a recoverable draw is owed back
           FD FS-COMMPLAN-FILE.
           01 FS-COMM-PLAN.
               05 FS-CP-CODE        PIC X(4).
               05 FS-CP-DESC        PIC X(20).
               05 FS-CP-TIER-COUNT  PIC 9(1).
               05 FS-CP-TIER OCCURS 5 TIMES.
                   10 FS-CP-TIER-FLOOR PIC 9(9)V99.
                   10 FS-CP-TIER-PCT   PIC 9(2)V9(3).
               05 FS-CP-DRAW        PIC 9(7)V99.
               05 FS-CP-RECOVERABLE PIC X(1).

      * one record per salesperson; the draw owed survives a change of
      * plan or coming off commission
           FD FS-COMMASG-FILE.
           01 FS-COMM-ASSIGN.
               05 FS-CA-SSN        PIC 9(9).
               05 FS-CA-PLAN       PIC X(4).
               05 FS-CA-EFFECTIVE  PIC 9(8).
               05 FS-CA-DRAW-OWED  PIC 9(9)V99.

           FD FS-SALES-FILE.
           01 FS-SALES-LINE PIC X(60).

      * one record per salesperson per sales month; the paid stamp is
      * the run of the check that carried it
           FD FS-COMMERN-FILE.
           01 FS-COMM-EARNING.
               05 FS-CE-SSN         PIC 9(9).
               05 FS-CE-YEAR        PIC 9(4).
               05 FS-CE-MONTH       PIC 9(2).
               05 FS-CE-PLAN        PIC X(4).
               05 FS-CE-SALES       PIC 9(9)V99.
               05 FS-CE-EARNED      PIC 9(9)V99.
               05 FS-CE-DRAW-PAID   PIC 9(9)V99.
               05 FS-CE-RECOVERED   PIC 9(9)V99.
               05 FS-CE-PAYABLE     PIC 9(9)V99.
               05 FS-CE-DRAW-OWED   PIC 9(9)V99.
               05 FS-CE-PAID        PIC X(1).
               05 FS-CE-PAID-YEAR   PIC 9(4).
               05 FS-CE-PAID-MONTH  PIC 9(2).
               05 FS-CE-PAID-FREQ   PIC X(1).
               05 FS-CE-PAID-PERIOD PIC 9(3).

           FD FS-COMMSTMT-FILE.
           01 FS-COMMSTMT-LINE PIC X(120).

      * the percent a previewed net may move from the employee's last
      * check before it is flagged for a look
           FD FS-PVCTL-FILE.
           01 FS-PVCTL-RECORD.
               05 FS-PVC-SWING-PCT PIC 9(3)V99.

           FD FS-PVEXC-FILE.
           01 FS-PVEXC-LINE PIC X(120).

      * a batch run's GL journal waits here, in the export layout,
      * until the run is approved
           FD FS-GLHOLD-FILE.
           01 FS-GLHOLD-RECORD PIC X(62).

      * the bank's teller master, read for operator sign-on only
           FD FS-TELLER-FILE.
           01 FS-TELLER.
               05 FS-TELLER-ID           PIC 9(5).
               05 FS-TELLER-NAME         PIC X(50).
               05 FS-TELLER-PASSWORD     PIC X(20).
               05 FS-TELLER-ROLE         PIC X(1).
               05 FS-TELLER-PW-SET-DATE  PIC 9(8).
               05 FS-TELLER-FAIL-COUNT   PIC 9(1).
               05 FS-TELLER-LOCKED       PIC X(1).
               05 FS-TELLER-LAST-SIGN-ON PIC 9(8).

           FD FS-APPRLOG-FILE.
           01 FS-APPRLOG-LINE PIC X(250).

      * merit percent by performance rating (rows 1-5) and quartile of
      * the grade range the rate sits in (columns 1-4)
           FD FS-MERITMX-FILE.
           01 FS-MERIT-MATRIX.
               05 FS-MM-ROW OCCURS 5 TIMES.
                   10 FS-MM-PCT PIC 9(2)V99 OCCURS 4 TIMES.

           FD FS-MERITRT-FILE.
           01 FS-MERIT-RATING.
               05 FS-MR-SSN         PIC 9(9).
               05 FS-MR-RATING      PIC 9(1).
               05 FS-MR-RATED-DATE  PIC 9(8).

           FD FS-MERITBG-FILE.
           01 FS-MERIT-BUDGET.
               05 FS-MB-DEPT        PIC X(4).
               05 FS-MB-AMOUNT      PIC 9(9)V99.

      * rates are in the employee's pay unit - H hourly, S monthly
      * salary; cost is the annualized base increase plus the lump sum
           FD FS-MERITPR-FILE.
           01 FS-MERIT-PROPOSAL.
               05 FS-MP-SSN          PIC 9(9).
               05 FS-MP-NAME         PIC X(30).
               05 FS-MP-DEPT         PIC X(4).
               05 FS-MP-JOB          PIC X(6).
               05 FS-MP-EFFECTIVE    PIC 9(8).
               05 FS-MP-UNIT         PIC X(1).
               05 FS-MP-RATING       PIC 9(1).
               05 FS-MP-QUARTILE     PIC 9(1).
               05 FS-MP-PCT          PIC 9(2)V99.
               05 FS-MP-OLD-RATE     PIC 9(9)V99.
               05 FS-MP-NEW-RATE     PIC 9(9)V99.
               05 FS-MP-COMPA-BEFORE PIC 9V999.
               05 FS-MP-COMPA-AFTER  PIC 9V999.
               05 FS-MP-LUMP         PIC 9(9)V99.
               05 FS-MP-COST         PIC 9(11)V99.
               05 FS-MP-STATUS       PIC X(1).
               05 FS-MP-APPROVED-BY  PIC 9(5).

      * one record per lump sum; the paid stamp is the run of the
      * check that carried it
           FD FS-MERITLS-FILE.
           01 FS-MERIT-LUMP.
               05 FS-ML-SSN         PIC 9(9).
               05 FS-ML-EFFECTIVE   PIC 9(8).
               05 FS-ML-AMOUNT      PIC 9(9)V99.
               05 FS-ML-PAID        PIC X(1).
               05 FS-ML-PAID-YEAR   PIC 9(4).
               05 FS-ML-PAID-MONTH  PIC 9(2).
               05 FS-ML-PAID-FREQ   PIC X(1).
               05 FS-ML-PAID-PERIOD PIC 9(3).

      * the bank's official check register and serial control, the
      * same layouts BANK keeps; status O outstanding, C cleared,
      * V stopped/void
           FD FS-OCR-FILE.
           01 FS-OCR-RECORD.
               05 FS-OCR-SERIAL       PIC 9(9).
               05 FS-OCR-ISSUE-DATE.
                   10 FS-OCR-ISSUE-YEAR  PIC 9(4).
                   10 FS-OCR-ISSUE-MONTH PIC 9(2).
                   10 FS-OCR-ISSUE-DAY   PIC 9(2).
               05 FS-OCR-ACCOUNT-ID   PIC 9(16).
               05 FS-OCR-PAYEE        PIC X(50).
               05 FS-OCR-AMOUNT       PIC S9(18)V99.
               05 FS-OCR-STATUS       PIC X(1).
               05 FS-OCR-CLEARED-DATE PIC 9(8).

           FD FS-OCR-SERIAL-FILE.
           01 FS-OCR-SERIAL-RECORD.
               05 FS-OCR-NEXT-SERIAL PIC 9(9).

      * one record per paper paycheck, in serial order; status I
      * issued, V voided by payroll
           FD FS-PCK-FILE.
           01 FS-PAPER-CHECK.
               05 FS-PCK-SERIAL     PIC 9(9).
               05 FS-PCK-SSN        PIC 9(9).
               05 FS-PCK-NAME       PIC X(30).
               05 FS-PCK-COMPANY    PIC X(3).
               05 FS-PCK-YEAR       PIC 9(4).
               05 FS-PCK-MONTH      PIC 9(2).
               05 FS-PCK-FREQ       PIC X(1).
               05 FS-PCK-PERIOD     PIC 9(3).
               05 FS-PCK-ISSUE-DATE PIC 9(8).
               05 FS-PCK-AMOUNT     PIC 9(9)V99.
               05 FS-PCK-STATUS     PIC X(1).

           FD FS-PCK-PRINT-FILE.
           01 FS-PCK-PRINT-LINE PIC X(132).

      * one balanced entry per record, the same layout the bank's
      * general ledger journal carries, so the export drops straight
      * into the GL; the run's period number rides the source field
           01 WS-EOF                   PIC X(3).
           01 WS-TIMESHEET-EOF         PIC X(3).
           01 WS-BATCH-COUNT           PIC 9(5).
           01 WS-MASK-NUMBER           PIC 9(18).
           01 WS-MASK-NUMBER-X REDEFINES WS-MASK-NUMBER PIC X(18).
           01 WS-MASKED                PIC X(9).

           01 WS-ROSTER-SORT-OPTION PIC 9(1).
           01 WS-ROSTER-MAX         PIC 9(4) VALUE 500.

           01 WS-ACH-FILE-STATUS PIC XX.
           01 WS-ACH-COUNT       PIC 9(5).
           01 WS-ACH-FILENAME    PIC X(60).
      * OUTPUT-GEN hands out generation names for the register and
      * the direct deposit export
           01 WS-GEN-ACTION      PIC X(8).
           01 WS-GEN-BASE        PIC X(30).
           01 WS-GEN-NUMBER      PIC S9(3).
           01 WS-GEN-FILENAME    PIC X(60).
           01 WS-GEN-RESULT      PIC X(4).

           01 WS-PAYHIST-FILE-STATUS PIC XX.
           01 WS-PAYHIST-EOF         PIC X(3).
           01 WS-REG-NET              PIC S9(18)V99.
           01 WS-REGISTER-PTR         PIC 9(3).

           01 WS-RETRO-FILENAME       PIC X(40).
           01 WS-RETRO-FILE-STATUS    PIC XX.
           01 WS-RETRO-EOF            PIC X(3).
           01 WS-RETRO-PAY            PIC 9(9)V99.
           01 WS-REG-RETRO            PIC 9(18)V99.
           01 WS-RETRO-RUN-LINES      PIC 9(5).
           01 WS-RETRO-EMP-LINES      PIC 9(3).
           01 WS-RETRO-EFF-DATE       PIC 9(8).
           01 WS-RETRO-FROM-DATE      PIC 9(8).
           01 WS-RETRO-DATE-WORK      PIC 9(8).
           01 WS-RETRO-DATE-WORK-R REDEFINES WS-RETRO-DATE-WORK.
               05 WS-RETRO-WORK-YEAR  PIC 9(4).
               05 WS-RETRO-WORK-MONTH PIC 9(2).
               05 WS-RETRO-WORK-DAY   PIC 9(2).
           01 WS-RETRO-WORK-AS-DAYS   PIC 9(9).
           01 WS-RETRO-FROM-AS-DAYS   PIC 9(9).
           01 WS-RETRO-START-AS-DAYS  PIC 9(9).
           01 WS-RETRO-END-AS-DAYS    PIC 9(9).
           01 WS-RETRO-OVERLAP-DAYS   PIC 9(5).
           01 WS-RETRO-PERIOD-DAYS    PIC 9(5).
           01 WS-RETRO-EFF-YM         PIC 9(6).
           01 WS-RETRO-CHECK-YM       PIC 9(6).
           01 WS-RETRO-LAST-PAID-YM   PIC 9(6).
           01 WS-RETRO-ORDINAL        PIC 9(2).
           01 WS-RETRO-SEEN           PIC 9(2).
           01 WS-RETRO-PAID           PIC X(3).
           01 WS-RETRO-RATE-DIFF      PIC 9(18)V99.
           01 WS-RETRO-OLD-GROSS      PIC 9(18)V99.
           01 WS-RETRO-NEW-GROSS      PIC 9(18)V99.
           01 WS-RETRO-DIFF           PIC 9(9)V99.
           01 WS-RETRO-ELIG-HOURS     PIC 9(5)V99.
           01 WS-RETRO-LEAVE-HOURS    PIC 9(5)V99.
           01 WS-RETRO-TOTAL-HOURS    PIC 9(5)V99.
           01 WS-RETRO-OT-HOURS       PIC 9(5)V99.
           01 WS-RETRO-PERIOD-TABLE.
               05 WS-RP-ENTRY OCCURS 60 TIMES.
                   10 WS-RP-NUMBER PIC 9(3).
                   10 WS-RP-START  PIC 9(8).
                   10 WS-RP-END    PIC 9(8).
                   10 WS-RP-CHECK  PIC 9(8).
           01 WS-RP-COUNT             PIC 9(3).
           01 WS-RP-INDEX             PIC 9(3).
           01 WS-RP-SCAN              PIC 9(3).

           01 WS-CHKDET-FILE-STATUS   PIC XX.
           01 WS-CHECK-DETAIL.
               05 WS-CD-SSN           PIC 9(9).
               05 WS-CD-YEAR          PIC 9(4).
               05 WS-CD-MONTH         PIC 9(2).
               05 WS-CD-FREQUENCY     PIC X(1).
               05 WS-CD-PERIOD        PIC 9(3).
               05 WS-CD-COMPANY       PIC X(3).
               05 WS-CD-VOIDED        PIC X(1).
               05 WS-CD-GROSS         PIC 9(18)V99.
               05 WS-CD-TAX           PIC 9(18)V99.
               05 WS-CD-DEDUCT        PIC 9(18)V99.
               05 WS-CD-NET           PIC S9(18)V99.
               05 WS-CD-401K          PIC 9(18)V99.
               05 WS-CD-MATCH         PIC 9(18)V99.
               05 WS-CD-BEN-ER        PIC 9(7)V99.
               05 WS-CD-ER-SS         PIC 9(18)V99.
               05 WS-CD-ER-MED        PIC 9(18)V99.
               05 WS-CD-ADV-TAKE      PIC 9(9)V99.
               05 WS-CD-REIMB         PIC 9(9)V99.
               05 WS-CD-VAC-USED      PIC 9(5)V99.
               05 WS-CD-SICK-USED     PIC 9(5)V99.
               05 WS-CD-VAC-ACCRUAL   PIC 9(3)V99.
               05 WS-CD-SICK-ACCRUAL  PIC 9(3)V99.
               05 WS-CD-START-DAYS    PIC 9(9).
               05 WS-CD-END-DAYS      PIC 9(9).
               05 WS-CD-STD-HOURS     PIC 9(5).
               05 WS-CD-GARN-COUNT    PIC 9(2).
               05 WS-CD-GARN-ENTRY OCCURS 10 TIMES.
                   10 WS-CD-GARN-ID    PIC 9(5).
                   10 WS-CD-GARN-TAKEN PIC 9(9)V99.
               05 WS-CD-VOL-COUNT     PIC 9(2).
               05 WS-CD-VOL-ENTRY OCCURS 10 TIMES.
                   10 WS-CD-VOL-CODE        PIC X(4).
                   10 WS-CD-VOL-TAKE        PIC 9(9)V99.
                   10 WS-CD-VOL-ARREARS-CHG PIC S9(7)V99.
               05 WS-CD-FUTA-WAGES    PIC 9(7)V99.
               05 WS-CD-FUTA          PIC 9(5)V99.
               05 WS-CD-SUTA-WAGES    PIC 9(7)V99.
               05 WS-CD-SUTA          PIC 9(5)V99.
      * P while the batch run that wrote the check waits for
      * approval, A once approved, R when the run was rejected
               05 WS-CD-APPROVAL      PIC X(1).
               05 FILLER              PIC X(2).
           01 WS-VOL-OLD-ARREARS      PIC 9(7)V99.

           01 WS-VOIDREG-FILENAME     PIC X(40).
           01 WS-VOIDREG-FILE-STATUS  PIC XX.
           01 WS-VOID-EOF             PIC X(3).
           01 WS-VOID-DONE            PIC X(3).
           01 WS-VOID-COUNT           PIC 9(3).
           01 WS-VOID-PICK            PIC 9(3).
           01 WS-VOID-INDEX           PIC 9(2).
           01 WS-VOID-BY              PIC X(3).
           01 WS-VOID-REASON          PIC X(40).
           01 WS-VOID-ARREARS         PIC S9(9)V99.
           01 WS-VOID-SAVE-YEAR       PIC 9(4).
           01 WS-VOID-SAVE-MONTH      PIC 9(2).
           01 WS-VOID-SAVE-PERIOD     PIC 9(3).

           01 WS-TS-REJECT-FILE-STATUS PIC XX.
           01 WS-TS-ENTRY-SSN          PIC 9(9).
           01 WS-TS-ENTRY-DATE.
                   10 WS-TS-ALT-PAY    PIC 9(9)V99.
                   10 WS-TS-PREM-FACTOR PIC 9(5)V9(4).
                   10 WS-TS-PREM-FLAT   PIC 9(7)V99.
                   10 WS-TS-JOB-SLOT OCCURS 3 TIMES.
                       15 WS-TS-JOB-CODE PIC X(6).
                       15 WS-TS-JOB-PAY  PIC 9(9)V99.
           01 WS-TS-COUNT              PIC 9(3).
           01 WS-TS-INDEX              PIC 9(3).
           01 WS-TS-FOUND              PIC X(3).
           01 WS-TS-JOB-INDEX          PIC 9(1).
           01 WS-TS-REFUSED            PIC X(3).

           01 WS-PERIOD-FILE-STATUS    PIC XX.
           01 WS-QTR-CHECK-COUNT     PIC 9(5).
           01 WS-941-FILENAME        PIC X(30).

           01 WS-UNEMP-CTL-STATUS    PIC XX.
           01 WS-UC-EOF              PIC X(3).
           01 WS-UC-FOUND            PIC X(3).
           01 WS-UC-STATE            PIC X(2).
           01 WS-UC-FUTA-RATE        PIC 9V9(5).
           01 WS-UC-FUTA-BASE        PIC 9(7)V99.
           01 WS-UC-SUTA-RATE        PIC 9V9(5).
           01 WS-UC-SUTA-BASE        PIC 9(7)V99.
           01 WS-UC-PRIOR-YTD        PIC 9(18)V99.
           01 WS-UC-CHOICE           PIC 9(1).
           01 WS-FUTA-WAGES          PIC 9(7)V99.
           01 WS-FUTA-AMOUNT         PIC 9(5)V99.
           01 WS-SUTA-WAGES          PIC 9(7)V99.
           01 WS-SUTA-AMOUNT         PIC 9(5)V99.
           01 WS-SW-COUNT            PIC 9(3).
           01 WS-SW-INDEX            PIC 9(3).
           01 WS-SW-FOUND            PIC X(3).
           01 WS-SW-TABLE.
               05 WS-SW-ENTRY OCCURS 500 TIMES.
                   10 WS-SW-SSN     PIC 9(9).
                   10 WS-SW-COMPANY PIC X(3).
                   10 WS-SW-GROSS   PIC S9(9)V99.
                   10 WS-SW-TAXABLE PIC S9(9)V99.
           01 WS-SW-CO-COUNT         PIC 9(2).
           01 WS-SW-CO-INDEX         PIC 9(2).
           01 WS-SW-CO-TABLE.
               05 WS-SW-CO-CODE OCCURS 20 TIMES PIC X(3).
           01 WS-SW-CO-EMPLOYEES     PIC 9(3).
           01 WS-SW-CO-GROSS         PIC S9(11)V99.
           01 WS-SW-CO-TAXABLE       PIC S9(11)V99.
           01 WS-FQ-INDEX            PIC 9(1).
           01 WS-FQ-TABLE.
               05 WS-FQ-ENTRY OCCURS 4 TIMES.
                   10 WS-FQ-GROSS   PIC S9(11)V99.
                   10 WS-FQ-TAXABLE PIC S9(11)V99.
                   10 WS-FQ-TAX     PIC S9(9)V99.
           01 WS-FQ-TOTAL-GROSS      PIC S9(11)V99.
           01 WS-FQ-TOTAL-TAXABLE    PIC S9(11)V99.
           01 WS-FQ-TOTAL-TAX        PIC S9(9)V99.

           01 WS-TAXDEP-FILE-STATUS  PIC XX.
           01 WS-DEPCTL-STATUS       PIC XX.
           01 WS-AO-FILE-STATUS      PIC XX.
           01 WS-DC-FOUND            PIC X(3).
           01 WS-TD-CHOICE           PIC 9(1).
           01 WS-TD-AMOUNT           PIC S9(11)V99.
           01 WS-TD-SCHEDULE         PIC X(1).
           01 WS-TD-PERIOD           PIC 9(8).
           01 WS-TD-CHECK-DATE       PIC 9(8).
           01 WS-TD-CHECK-R REDEFINES WS-TD-CHECK-DATE.
               05 WS-TD-CHECK-YEAR   PIC 9(4).
               05 WS-TD-CHECK-MONTH  PIC 9(2).
               05 WS-TD-CHECK-DAY    PIC 9(2).
           01 WS-TD-DUE-DATE         PIC 9(8).
           01 WS-TD-DUE-R REDEFINES WS-TD-DUE-DATE.
               05 WS-TD-DUE-YEAR     PIC 9(4).
               05 WS-TD-DUE-MONTH    PIC 9(2).
               05 WS-TD-DUE-DAY      PIC 9(2).
           01 WS-TD-DUE-AS-DAYS      PIC 9(9).
           01 WS-TD-WEEKDAY          PIC 9(1).
           01 WS-TD-THROUGH-DATE     PIC 9(8).
           01 WS-TD-SETTLE-DATE      PIC 9(8).
           01 WS-TD-RUN-COMPANY      PIC X(3).
           01 WS-TD-ER-EOF           PIC X(3).
           01 WS-TD-EOF              PIC X(3).
           01 WS-TD-PASS             PIC X(3).
           01 WS-TD-DUE-TOTAL        PIC S9(11)V99.
           01 WS-TD-PAY-COUNT        PIC 9(3).
           01 WS-TD-PAY-TOTAL        PIC S9(11)V99.
           01 WS-TD-AO-ID            PIC 9(9).
           01 WS-TD-AO-WRITTEN       PIC X(3).
           01 WS-TD-ID-COLLISION     PIC X(3).
           01 WS-TD-RANDOM           PIC V9(16).
           01 WS-TD-STATUS           PIC X(4).
           01 WS-TD-DUE-COUNT        PIC 9(5).
           01 WS-TD-PAID-COUNT       PIC 9(5).
           01 WS-TD-LATE-COUNT       PIC 9(5).
           01 WS-TD-OWED-TOTAL       PIC S9(11)V99.
           01 WS-TD-CD-ACTION        PIC X(5).
           01 WS-TD-CD-NUMBER        PIC 9(16).
           01 WS-TD-CD-RESULT        PIC X(1).
           01 WS-BUSDAY-ACTION       PIC X(8).
           01 WS-BUSDAY-COUNT        PIC S9(4).
           01 WS-BUSDAY-RESULT       PIC 9(9).
           01 WS-BUSDAY-FLAG         PIC X(1).

           01 WS-EFW2-FILE-STATUS    PIC XX.
           01 WS-EFW2-FILENAME       PIC X(40).
           01 WS-EW-YEAR             PIC 9(4).
           01 WS-EW-COMPANY          PIC X(3).
           01 WS-EW-ER-FOUND         PIC X(3).
           01 WS-EW-EIN              PIC 9(9).
           01 WS-EW-ER-NAME          PIC X(40).
           01 WS-EW-ER-ADDRESS       PIC X(60).
           01 WS-EW-ER-CITY          PIC X(22).
           01 WS-EW-ER-STATE         PIC X(2).
           01 WS-EW-ER-ZIP           PIC 9(5).
           01 WS-EW-EOF              PIC X(3).
           01 WS-EW-K4-STATUS        PIC XX.
           01 WS-EW-COUNT            PIC 9(3).
           01 WS-EW-INDEX            PIC 9(3).
           01 WS-EW-EXC-COUNT        PIC 9(3).
           01 WS-EW-FILED            PIC 9(7).
           01 WS-EW-TABLE.
               05 WS-EW-ENTRY OCCURS 500 TIMES.
                   10 WS-EW-SSN      PIC 9(9).
                   10 WS-EW-WAGES    PIC S9(9)V99.
                   10 WS-EW-FED-TAX  PIC S9(9)V99.
                   10 WS-EW-SS-TAX   PIC S9(9)V99.
                   10 WS-EW-MED-TAX  PIC S9(9)V99.
           01 WS-EW-SSN-CHECK        PIC 9(9).
           01 WS-EW-SSN-PARTS REDEFINES WS-EW-SSN-CHECK.
               05 WS-EW-SSN-AREA     PIC X(3).
               05 WS-EW-SSN-GROUP    PIC X(2).
               05 WS-EW-SSN-SERIAL   PIC X(4).
           01 WS-EW-REASON           PIC X(30).
           01 WS-EW-NAME-END         PIC S9(3).
           01 WS-EW-NAME-SPLIT       PIC S9(3).
           01 WS-EW-401K             PIC 9(9)V99.
           01 WS-EW-W3-LABEL         PIC X(36).

      * submitter record
           01 WS-EFW2-RA.
               05 FILLER               PIC X(2)  VALUE "RA".
               05 WS-RA-EIN            PIC 9(9).
               05 WS-RA-USER-ID        PIC X(8)  VALUE SPACES.
               05 FILLER               PIC X(9)  VALUE SPACES.
               05 FILLER               PIC X(1)  VALUE "0".
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 FILLER               PIC X(2)  VALUE "98".
               05 WS-RA-COMPANY-NAME   PIC X(57) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE SPACES.
               05 WS-RA-DELIVERY       PIC X(22) VALUE SPACES.
               05 WS-RA-CITY           PIC X(22) VALUE SPACES.
               05 WS-RA-STATE          PIC X(2)  VALUE SPACES.
               05 WS-RA-ZIP            PIC X(5)  VALUE SPACES.
               05 FILLER               PIC X(49) VALUE SPACES.
               05 WS-RA-SUBMITTER-NAME PIC X(57) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE SPACES.
               05 WS-RA-SUB-DELIVERY   PIC X(22) VALUE SPACES.
               05 WS-RA-SUB-CITY       PIC X(22) VALUE SPACES.
               05 WS-RA-SUB-STATE      PIC X(2)  VALUE SPACES.
               05 WS-RA-SUB-ZIP        PIC X(5)  VALUE SPACES.
               05 FILLER               PIC X(49) VALUE SPACES.
               05 WS-RA-CONTACT-NAME   PIC X(27) VALUE SPACES.
               05 WS-RA-CONTACT-PHONE  PIC X(15) VALUE SPACES.
               05 FILLER               PIC X(8)  VALUE SPACES.
               05 WS-RA-CONTACT-EMAIL  PIC X(40) VALUE SPACES.
               05 FILLER               PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(1)  VALUE "L".
               05 FILLER               PIC X(12) VALUE SPACES.

      * employer record - kind "N" (none of the special kinds),
      * employment code "R" (regular, form 941)
           01 WS-EFW2-RE.
               05 FILLER               PIC X(2)  VALUE "RE".
               05 WS-RE-YEAR           PIC 9(4).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 WS-RE-EIN            PIC 9(9).
               05 FILLER               PIC X(9)  VALUE SPACES.
               05 FILLER               PIC X(1)  VALUE "0".
               05 FILLER               PIC X(13) VALUE SPACES.
               05 WS-RE-NAME           PIC X(57) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE SPACES.
               05 WS-RE-DELIVERY       PIC X(22) VALUE SPACES.
               05 WS-RE-CITY           PIC X(22) VALUE SPACES.
               05 WS-RE-STATE          PIC X(2)  VALUE SPACES.
               05 WS-RE-ZIP            PIC X(5)  VALUE SPACES.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 FILLER               PIC X(1)  VALUE "N".
               05 FILLER               PIC X(44) VALUE SPACES.
               05 FILLER               PIC X(1)  VALUE "R".
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 FILLER               PIC X(1)  VALUE "0".
               05 WS-RE-CONTACT-NAME   PIC X(27) VALUE SPACES.
               05 WS-RE-CONTACT-PHONE  PIC X(15) VALUE SPACES.
               05 FILLER               PIC X(15) VALUE SPACES.
               05 WS-RE-CONTACT-EMAIL  PIC X(40) VALUE SPACES.
               05 FILLER               PIC X(194) VALUE SPACES.

      * employee wage record - money is in cents, zero filled
           01 WS-EFW2-RW.
               05 WS-RW-ID             PIC X(2).
               05 WS-RW-SSN            PIC 9(9).
               05 WS-RW-FIRST-NAME     PIC X(15).
               05 FILLER               PIC X(15).
               05 WS-RW-LAST-NAME      PIC X(20).
               05 FILLER               PIC X(4).
               05 WS-RW-LOCATION       PIC X(22).
               05 WS-RW-DELIVERY       PIC X(22).
               05 WS-RW-CITY           PIC X(22).
               05 WS-RW-STATE          PIC X(2).
               05 WS-RW-ZIP            PIC X(5).
               05 FILLER               PIC X(49).
               05 WS-RW-WAGES          PIC 9(9)V99.
               05 WS-RW-FED-TAX        PIC 9(9)V99.
               05 WS-RW-SS-WAGES       PIC 9(9)V99.
               05 WS-RW-SS-TAX         PIC 9(9)V99.
               05 WS-RW-MED-WAGES      PIC 9(9)V99.
               05 WS-RW-MED-TAX        PIC 9(9)V99.
               05 WS-RW-SS-TIPS        PIC 9(9)V99.
               05 FILLER               PIC X(11).
               05 WS-RW-DEP-CARE       PIC 9(9)V99.
               05 WS-RW-401K           PIC 9(9)V99.
               05 WS-RW-OTHER-CODES    PIC X(44).
               05 FILLER               PIC X(11).
               05 WS-RW-MORE-CODES     PIC X(44).
               05 FILLER               PIC X(11).
               05 WS-RW-LAST-CODES     PIC X(77).
               05 FILLER               PIC X(3).
               05 WS-RW-STATUTORY      PIC X(1).
               05 FILLER               PIC X(1).
               05 WS-RW-RETIREMENT     PIC X(1).
               05 WS-RW-SICK-PAY       PIC X(1).
               05 FILLER               PIC X(21).

      * employer total record
           01 WS-EFW2-RT.
               05 FILLER               PIC X(2)  VALUE "RT".
               05 WS-RT-COUNT          PIC 9(7).
               05 WS-RT-WAGES          PIC 9(13)V99.
               05 WS-RT-FED-TAX        PIC 9(13)V99.
               05 WS-RT-SS-WAGES       PIC 9(13)V99.
               05 WS-RT-SS-TAX         PIC 9(13)V99.
               05 WS-RT-MED-WAGES      PIC 9(13)V99.
               05 WS-RT-MED-TAX        PIC 9(13)V99.
               05 FILLER               PIC X(15) VALUE ALL "0".
               05 FILLER               PIC X(15) VALUE SPACES.
               05 FILLER               PIC X(15) VALUE ALL "0".
               05 WS-RT-401K           PIC 9(13)V99.
               05 FILLER               PIC X(60) VALUE ALL "0".
               05 FILLER               PIC X(15) VALUE SPACES.
               05 FILLER               PIC X(60) VALUE ALL "0".
               05 FILLER               PIC X(15) VALUE SPACES.
               05 FILLER               PIC X(120) VALUE ALL "0".
               05 FILLER               PIC X(83) VALUE SPACES.

      * final record
           01 WS-EFW2-RF.
               05 FILLER               PIC X(2)  VALUE "RF".
               05 FILLER               PIC X(5)  VALUE SPACES.
               05 WS-RF-COUNT          PIC 9(9).
               05 FILLER               PIC X(496) VALUE SPACES.

           01 WS-WCPAY-FILE-STATUS   PIC XX.
           01 WS-WC-EOF              PIC X(3).
           01 WS-WC-HOME-PAY         PIC S9(9)V99.
           01 WS-WC-OT-PREMIUM       PIC 9(7)V99.
           01 WS-WC-JOB-PAID         PIC X(3).
           01 WS-WC-POS-STATUS       PIC XX.
           01 WS-WC-JOB-INDEX        PIC 9(1).
           01 WS-WC-JOB-CODE         PIC X(6).
           01 WS-WC-PAYROLL          PIC S9(9)V99.
           01 WS-WC-OT-EXCLUDED      PIC 9(7)V99.
           01 WS-TS-JOB-REQ-TABLE.
               05 WS-TS-JOB-REQ OCCURS 3 TIMES.
                   10 WS-TS-JOB-CODE-REQ PIC X(6).
                   10 WS-TS-JOB-PAY-REQ  PIC 9(9)V99.
           01 WS-WV-COUNT            PIC 9(2).
           01 WS-WV-INDEX            PIC 9(2).
           01 WS-WV-HIT              PIC 9(2).
           01 WS-WV-TABLE.
               05 WS-WV-ENTRY OCCURS 10 TIMES.
                   10 WS-WV-JOB-CODE    PIC X(6).
                   10 WS-WV-CLASS       PIC X(4).
                   10 WS-WV-RATE        PIC 9(3)V9(4).
                   10 WS-WV-PAYROLL     PIC S9(9)V99.
                   10 WS-WV-OT-EXCLUDED PIC S9(7)V99.
                   10 WS-WV-PREMIUM     PIC S9(7)V99.
           01 WS-WA-YEAR             PIC 9(4).
           01 WS-WA-QUARTER          PIC 9(1).
           01 WS-WA-COMPANY          PIC X(3).
           01 WS-WA-FIRST-MONTH      PIC 9(2).
           01 WS-WA-LAST-MONTH       PIC 9(2).
           01 WS-WA-COUNT            PIC 9(3).
           01 WS-WA-INDEX            PIC 9(3).
           01 WS-WA-HIT              PIC 9(3).
           01 WS-WA-SLOT             PIC 9(3).
           01 WS-WA-LAST-COMPANY     PIC X(3).
           01 WS-WA-ER-STATUS        PIC XX.
           01 WS-WA-EE-STATUS        PIC XX.
           01 WS-WA-TABLE.
               05 WS-WA-ENTRY OCCURS 200 TIMES.
                   10 WS-WA-CO       PIC X(3).
                   10 WS-WA-CLASS    PIC X(4).
                   10 WS-WA-RATE     PIC 9(3)V9(4).
                   10 WS-WA-PAYROLL  PIC S9(11)V99.
                   10 WS-WA-OT       PIC S9(9)V99.
                   10 WS-WA-PREMIUM  PIC S9(9)V99.
           01 WS-WA-CO-PAYROLL       PIC S9(11)V99.
           01 WS-WA-CO-OT            PIC S9(9)V99.
           01 WS-WA-CO-PREMIUM       PIC S9(9)V99.
           01 WS-WA-TOT-PAYROLL      PIC S9(11)V99.
           01 WS-WA-TOT-OT           PIC S9(9)V99.
           01 WS-WA-TOT-PREMIUM      PIC S9(9)V99.
           01 WS-WA-RATE-EDIT        PIC ZZ9.9999.
           01 WS-WX-COUNT            PIC 9(3).
           01 WS-WX-INDEX            PIC 9(3).
           01 WS-WX-TABLE.
               05 WS-WX-ENTRY OCCURS 200 TIMES.
                   10 WS-WX-SSN      PIC 9(9).
                   10 WS-WX-COMPANY  PIC X(3).
                   10 WS-WX-JOB-CODE PIC X(6).
                   10 WS-WX-PAYROLL  PIC S9(11)V99.

           01 WS-LVREQ-FILE-STATUS   PIC XX.
           01 WS-LR-CHOICE           PIC 9(1).
           01 WS-LR-SSN              PIC 9(9).
           01 WS-LR-EMP-FOUND        PIC X(3).
           01 WS-LR-EMP-ACTIVE       PIC X(1).
           01 WS-LR-EMP-VACATION     PIC S9(5)V99.
           01 WS-LR-EMP-SICK         PIC S9(5)V99.
           01 WS-LR-EMP-FREQUENCY    PIC X(1).
           01 WS-LR-TYPE             PIC X(1).
           01 WS-LR-START            PIC 9(8).
           01 WS-LR-START-PARTS REDEFINES WS-LR-START.
               05 WS-LR-START-YEAR   PIC 9(4).
               05 WS-LR-START-MONTH  PIC 9(2).
               05 WS-LR-START-DAY    PIC 9(2).
           01 WS-LR-END              PIC 9(8).
           01 WS-LR-END-PARTS REDEFINES WS-LR-END.
               05 WS-LR-END-YEAR     PIC 9(4).
               05 WS-LR-END-MONTH    PIC 9(2).
               05 WS-LR-END-DAY      PIC 9(2).
           01 WS-LR-DATE             PIC 9(8).
           01 WS-LR-DATE-PARTS REDEFINES WS-LR-DATE.
               05 WS-LR-DATE-YEAR    PIC 9(4).
               05 WS-LR-DATE-MONTH   PIC 9(2).
               05 WS-LR-DATE-DAY     PIC 9(2).
           01 WS-LR-LAST-PAID        PIC 9(6).
           01 WS-LR-LAST-PAID-PARTS REDEFINES WS-LR-LAST-PAID.
               05 WS-LR-LAST-PAID-YEAR  PIC 9(4).
               05 WS-LR-LAST-PAID-MONTH PIC 9(2).
           01 WS-LR-LAST-PAID-X REDEFINES WS-LR-LAST-PAID PIC X(6).
           01 WS-LR-START-DAYS       PIC 9(9).
           01 WS-LR-END-DAYS         PIC 9(9).
           01 WS-LR-DAY              PIC 9(9).
           01 WS-LR-MAX-SPAN         PIC 9(3).
           01 WS-LR-DATES-OK         PIC X(3).
           01 WS-LR-BUS-DAYS         PIC 9(3).
           01 WS-LR-HPD              PIC 9(2)V99.
           01 WS-LR-HPD-EDIT         PIC Z9.99.
           01 WS-LR-TOTAL            PIC 9(5)V99.
           01 WS-LR-BALANCE          PIC S9(5)V99.
           01 WS-LR-ACCRUAL          PIC 9(3)V99.
           01 WS-LR-MONTHS           PIC S9(5).
           01 WS-LR-CHECKS           PIC S9(5).
           01 WS-LR-OUTSTANDING      PIC 9(5)V99.
           01 WS-LR-PROJECTED        PIC S9(5)V99.
           01 WS-LR-BY               PIC X(3).
           01 WS-LR-DECISION         PIC X(1).
           01 WS-LR-WORD             PIC X(9).
           01 WS-LR-EOF              PIC X(3).
           01 WS-LR-APPROVED         PIC 9(5).
           01 WS-LR-DENIED           PIC 9(5).
           01 WS-LR-COUNT            PIC 9(5).
           01 WS-LR-WRITTEN          PIC 9(3).
           01 WS-LQ-COUNT            PIC 9(3).
           01 WS-LQ-INDEX            PIC 9(3).
           01 WS-LQ-TABLE.
               05 WS-LQ-ENTRY OCCURS 500 TIMES.
                   10 WS-LQ-SSN      PIC 9(9).
                   10 WS-LQ-START    PIC 9(8).
                   10 WS-LQ-END      PIC 9(8).
                   10 WS-LQ-TYPE     PIC X(1).
                   10 WS-LQ-STATUS   PIC X(1).
                   10 WS-LQ-HOURS    PIC 9(5)V99.
           01 WS-LC-DEPT-WANTED      PIC X(4).
           01 WS-LC-DEPT-STATUS      PIC XX.
           01 WS-LC-WEEKDAY          PIC 9(1).
           01 WS-LC-DAY-NAMES        PIC X(21)
                                     VALUE "MonTueWedThuFriSatSun".
           01 WS-LC-DAY-TABLE REDEFINES WS-LC-DAY-NAMES.
               05 WS-LC-DAY-NAME     PIC X(3) OCCURS 7 TIMES.
           01 WS-LC-COUNT            PIC 9(3).
           01 WS-LC-INDEX            PIC 9(3).
           01 WS-LC-TABLE.
               05 WS-LC-ENTRY OCCURS 300 TIMES.
                   10 WS-LC-SSN      PIC 9(9).
                   10 WS-LC-NAME     PIC X(30).
                   10 WS-LC-DEPT     PIC X(4).
                   10 WS-LC-START    PIC 9(8).
                   10 WS-LC-END      PIC 9(8).
                   10 WS-LC-TYPE     PIC X(1).
                   10 WS-LC-HPD      PIC 9(2)V99.
                   10 WS-LC-STATUS   PIC X(1).
           01 WS-LD-COUNT            PIC 9(2).
           01 WS-LD-INDEX            PIC 9(2).
           01 WS-LD-SLOT             PIC 9(2).
           01 WS-LD-TABLE.
               05 WS-LD-CODE OCCURS 50 TIMES PIC X(4).

           01 WS-FPCTL-FILE-STATUS   PIC XX.
           01 WS-FPLOG-FILE-STATUS   PIC XX.
           01 WS-FP-SSN              PIC 9(9).
           01 WS-FP-NAME             PIC X(30).
           01 WS-FP-FREQUENCY        PIC X(1).
           01 WS-FP-PAY-TYPE         PIC X(6).
           01 WS-FP-LAST-PAID-YEAR   PIC 9(4).
           01 WS-FP-LAST-PAID-PERIOD PIC 9(3).
           01 WS-FP-TERM-DATE        PIC 9(8).
           01 WS-FP-ALREADY          PIC X(3).
           01 WS-FP-EOF              PIC X(3).
           01 WS-FP-ISSUED           PIC X(3).
           01 WS-FP-PERIOD-OWED      PIC X(3).
           01 WS-FP-PERIOD-NUMBER    PIC 9(3).
           01 WS-FP-PERIOD-START     PIC 9(8).
           01 WS-FP-PERIOD-END       PIC 9(8).
           01 WS-FP-PERIOD-END-R REDEFINES WS-FP-PERIOD-END.
               05 WS-FP-PERIOD-END-YEAR  PIC 9(4).
               05 WS-FP-PERIOD-END-MONTH PIC 9(2).
               05 WS-FP-PERIOD-END-DAY   PIC 9(2).
           01 WS-FP-PERIOD-CHECK     PIC 9(8).
           01 WS-FP-PERIOD-CHECK-R REDEFINES WS-FP-PERIOD-CHECK.
               05 WS-FP-PERIOD-CHECK-YEAR  PIC 9(4).
               05 WS-FP-PERIOD-CHECK-MONTH PIC 9(2).
               05 WS-FP-PERIOD-CHECK-DAY   PIC 9(2).
           01 WS-FP-END-AS-DAYS      PIC 9(9).
           01 WS-FP-DAY              PIC 9(9).
           01 WS-FP-DAYS-WORKED      PIC 9(3).
           01 WS-FP-DAYS-IN-PERIOD   PIC 9(3).
           01 WS-FP-RUN-SEQ          PIC 9(3).
           01 WS-FP-VAC-POLICY       PIC X(1).
           01 WS-FP-VAC-MAX          PIC 9(4)V99.
           01 WS-FP-ADV-PCT          PIC 9(3)V99.
           01 WS-FP-MIN-WAGE         PIC 9(3)V99.
           01 WS-FP-PERIOD-SALARY    PIC 9(18)V99.
           01 WS-FP-WAGES            PIC 9(18)V99.
           01 WS-FP-HOURS-WORKED     PIC 9(5)V99.
           01 WS-FP-HOURLY-RATE      PIC 9(16)V9(4).
           01 WS-FP-VAC-HOURS        PIC 9(5)V99.
           01 WS-FP-VAC-PAY          PIC 9(9)V99.
           01 WS-FP-VAC-FORFEIT      PIC S9(5)V99.
           01 WS-FP-SICK-FORFEIT     PIC S9(5)V99.
           01 WS-FP-ADV-LIMIT        PIC S9(9)V99.
           01 WS-FP-FLOOR            PIC 9(9)V99.
           01 WS-FP-ADV-TAKE         PIC 9(9)V99.
           01 WS-FP-ENR-PLAN         PIC X(4).
           01 WS-FP-ENR-COVERAGE     PIC X(1).
           01 WS-FP-VOL-ENDED        PIC 9(2).
           01 WS-FP-VOL-ARREARS      PIC 9(9)V99.
           01 WS-FP-INDEX            PIC 9(2).
           01 WS-FP-LINES            PIC 9(3).
           01 WS-FP-LINE             PIC X(120).
           01 WS-FP-LABEL            PIC X(32).
           01 WS-FP-AMOUNT           PIC S9(18)V99.
           01 WS-FP-HOURS-EDIT       PIC -ZZZZ9.99.

           01 WS-COMMPLAN-FILE-STATUS PIC XX.
           01 WS-COMMASG-FILE-STATUS PIC XX.
           01 WS-SALES-FILE-STATUS   PIC XX.
           01 WS-COMMERN-FILE-STATUS PIC XX.
           01 WS-COMMSTMT-FILE-STATUS PIC XX.
           01 WS-SALES-FILENAME      PIC X(60).
           01 WS-SALES-EOF           PIC X(3).
           01 WS-COMM-PAY            PIC 9(9)V99.
           01 WS-REG-COMM            PIC 9(18)V99.
           01 WS-CM-CHOICE           PIC 9(1).
           01 WS-CM-CODE             PIC X(4).
           01 WS-CM-SSN              PIC 9(9).
           01 WS-CM-NAME             PIC X(30).
           01 WS-CM-FOUND            PIC X(3).
           01 WS-CM-PLAN-OK          PIC X(3).
           01 WS-CM-ALREADY          PIC X(3).
           01 WS-CM-EARN-EOF         PIC X(3).
           01 WS-CM-ASG-EOF          PIC X(3).
           01 WS-CM-HAD-SALES        PIC X(3).
           01 WS-CM-FIRST-PIECE      PIC X(3).
           01 WS-CM-TIER-INPUT       PIC 9(1).
           01 WS-CM-TIER             PIC 9(1).
           01 WS-CM-TIER-SCAN        PIC 9(1).
           01 WS-CM-YM               PIC 9(6).
           01 WS-CM-YM-R REDEFINES WS-CM-YM.
               05 WS-CM-YM-YEAR      PIC 9(4).
               05 WS-CM-YM-MONTH     PIC 9(2).
           01 WS-CM-SALE-SSN-X       PIC X(15).
           01 WS-CM-SALE-DATE-X      PIC X(15).
           01 WS-CM-SALE-AMT-X       PIC X(20).
           01 WS-CM-SALE-SSN         PIC 9(9).
           01 WS-CM-SALE-DATE        PIC 9(8).
           01 WS-CM-SALE-DATE-R REDEFINES WS-CM-SALE-DATE.
               05 WS-CM-SALE-DATE-YM PIC 9(6).
               05 WS-CM-SALE-DATE-DD PIC 9(2).
           01 WS-CM-SALE-AMOUNT      PIC S9(9)V99.
           01 WS-CM-SALES-TABLE.
               05 WS-CS-ENTRY OCCURS 1001 TIMES.
                   10 WS-CS-SSN      PIC 9(9).
                   10 WS-CS-DATE     PIC 9(8).
                   10 WS-CS-AMOUNT   PIC 9(9)V99.
           01 WS-CM-SALE-COUNT       PIC 9(4).
           01 WS-CM-SLOT             PIC 9(4).
           01 WS-CM-INDEX            PIC 9(4).
           01 WS-CM-FIRST            PIC 9(4).
           01 WS-CM-LAST             PIC 9(4).
           01 WS-CM-READ-COUNT       PIC 9(5).
           01 WS-CM-OUT-OF-MONTH     PIC 9(5).
           01 WS-CM-REJECTED         PIC 9(5).
           01 WS-CM-VOLUME           PIC 9(9)V99.
           01 WS-CM-LEFT             PIC 9(9)V99.
           01 WS-CM-CAP              PIC 9(9)V99.
           01 WS-CM-PORTION          PIC 9(9)V99.
           01 WS-CM-PIECE            PIC 9(9)V99.
           01 WS-CM-EARNED           PIC 9(9)V99.
           01 WS-CM-TOPUP            PIC 9(9)V99.
           01 WS-CM-RECOVER          PIC 9(9)V99.
           01 WS-CM-EXCESS           PIC 9(9)V99.
           01 WS-CM-PAYABLE          PIC 9(9)V99.
           01 WS-CM-OWED             PIC 9(9)V99.
           01 WS-CM-TOTAL-PAYABLE    PIC 9(18)V99.
           01 WS-CM-PEOPLE           PIC 9(5).
           01 WS-CM-SUM-LINES        PIC 9(5).
           01 WS-CM-STMT-LINES       PIC 9(5).
           01 WS-CM-STMT-FILENAME    PIC X(60).
           01 WS-CM-STAMP-FREQ       PIC X(1).
           01 WS-CM-STAMP-PERIOD     PIC 9(3).
           01 WS-CM-RESTORED         PIC 9(3).
           01 WS-CM-PCT-EDIT         PIC Z9.999.
           01 WS-CM-LINE             PIC X(120).
           01 WS-CM-LABEL            PIC X(40).
           01 WS-CM-AMOUNT           PIC S9(18)V99.

           01 WS-PREVIEW-RUN         PIC X(3) VALUE "NO".
           01 WS-PVCTL-FILE-STATUS   PIC XX.
           01 WS-PVEXC-FILE-STATUS   PIC XX.
           01 WS-PV-EXC-FILENAME     PIC X(40).
           01 WS-PV-EXC-COUNT        PIC 9(5).
           01 WS-PV-SWING-LIMIT      PIC 9(3)V99.
           01 WS-PV-PREV-NET         PIC S9(18)V99.
           01 WS-PV-SWING            PIC S9(7)V99.
           01 WS-PV-SWING-ABS        PIC 9(7)V99.
           01 WS-PV-SWING-EDIT       PIC -(7)9.99.
           01 WS-PV-PCT-EDIT         PIC ZZ9.99.
           01 WS-PV-REASON           PIC X(80).

           01 WS-GLHOLD-FILE-STATUS  PIC XX.
           01 WS-TELLER-FILE-STATUS  PIC XX.
           01 WS-APPRLOG-FILE-STATUS PIC XX.
           01 WS-RUN-APPROVAL-HOLD   PIC X(3) VALUE "NO".
           01 WS-RS-BLOCKED          PIC X(3) VALUE "NO".
           01 WS-RS-APPROVED         PIC X(3) VALUE "NO".
           01 WS-OP-SIGNED-ON        PIC X(3) VALUE "NO".
           01 WS-OP-ID               PIC 9(5).
           01 WS-OP-NAME             PIC X(50).
           01 WS-OP-ROLE             PIC X(1).
           01 WS-OP-PASSWORD         PIC X(20).
           01 WS-RUN-BY-ID           PIC 9(5) VALUE 0.
           01 WS-RUN-BY-NAME         PIC X(50) VALUE SPACES.
           01 WS-RUN-GL-FILENAME     PIC X(40) VALUE SPACES.
           01 WS-HASH-ACTION         PIC X(5).
           01 WS-HASH-SECRET         PIC X(20).
           01 WS-HASH-RESULT         PIC X(1).
           01 WS-AP-FOUND            PIC X(3).
           01 WS-AP-ACTION           PIC X(1).
           01 WS-AP-REASON           PIC X(40).
           01 WS-AP-MATCH            PIC X(3).
           01 WS-AP-EOF              PIC X(3).
           01 WS-AP-COUNT            PIC 9(5).
           01 WS-AP-GL-COUNT         PIC 9(5).
           01 WS-RUNSTAT-SAVE.
               05 WS-RSV-STATUS          PIC X(10).
               05 WS-RSV-FREQ            PIC X(1).
               05 WS-RSV-PERIOD          PIC 9(3).
               05 WS-RSV-YEAR            PIC 9(4).
               05 WS-RSV-MONTH           PIC 9(2).
               05 WS-RSV-COUNT           PIC 9(5).
               05 WS-RSV-COMPANY         PIC X(3).
               05 WS-RSV-GROSS           PIC 9(18)V99.
               05 WS-RSV-TAX             PIC 9(18)V99.
               05 WS-RSV-NET             PIC S9(18)V99.
               05 WS-RSV-GL-FILENAME     PIC X(40).
               05 WS-RSV-RUN-BY-ID       PIC 9(5).
               05 WS-RSV-RUN-BY-NAME     PIC X(50).
               05 WS-RSV-APPR-BY-ID      PIC 9(5).
               05 WS-RSV-APPR-BY-NAME    PIC X(50).
               05 WS-RSV-APPR-DATE       PIC 9(8).

           01 WS-MERITMX-FILE-STATUS PIC XX.
           01 WS-MERITRT-FILE-STATUS PIC XX.
           01 WS-MERITBG-FILE-STATUS PIC XX.
           01 WS-MERITPR-FILE-STATUS PIC XX.
           01 WS-MERITLS-FILE-STATUS PIC XX.
           01 WS-MERIT-LUMP-PAY      PIC 9(9)V99.
           01 WS-MR-CHOICE           PIC 9(1).
           01 WS-MR-MATRIX.
               05 WS-MR-ROW OCCURS 5 TIMES.
                   10 WS-MR-CELL PIC 9(2)V99 OCCURS 4 TIMES.
           01 WS-MR-MATRIX-FOUND     PIC X(3).
           01 WS-MR-ROW-IX           PIC 9(1).
           01 WS-MR-COL-IX           PIC 9(1).
           01 WS-MR-PCT-EDIT         PIC Z9.99.
           01 WS-MR-COMPA-EDIT       PIC 9.999.
           01 WS-MR-COMPA-EDIT-2     PIC 9.999.
           01 WS-MR-DEPT             PIC X(4).
           01 WS-MR-FOUND            PIC X(3).
           01 WS-MR-EOF              PIC X(3).
           01 WS-MR-SSN              PIC 9(9).
           01 WS-MR-RATING           PIC 9(1).
           01 WS-MR-EFFECTIVE        PIC 9(8).
           01 WS-MR-EFFECTIVE-R REDEFINES WS-MR-EFFECTIVE.
               05 WS-MR-EFF-YEAR     PIC 9(4).
               05 WS-MR-EFF-MONTH    PIC 9(2).
               05 WS-MR-EFF-DAY      PIC 9(2).
           01 WS-MR-UNIT             PIC X(1).
           01 WS-MR-OLD-RATE         PIC 9(9)V99.
           01 WS-MR-NEW-RATE         PIC 9(9)V99.
           01 WS-MR-UNCAPPED         PIC 9(9)V99.
           01 WS-MR-CAP              PIC 9(9)V99.
           01 WS-MR-LUMP             PIC 9(9)V99.
           01 WS-MR-HOURLY           PIC 9(7)V9(4).
           01 WS-MR-FACTOR           PIC 9(4).
           01 WS-MR-PIR              PIC S9(3)V9(4).
           01 WS-MR-QUARTILE         PIC 9(1).
           01 WS-MR-PCT              PIC 9(2)V99.
           01 WS-MR-COMPA-BEFORE     PIC 9V999.
           01 WS-MR-COMPA-AFTER      PIC 9V999.
           01 WS-MR-PROPOSED         PIC 9(5).
           01 WS-MR-SKIPPED          PIC 9(5).
           01 WS-MR-CAPPED           PIC 9(5).
           01 WS-MR-PENDING          PIC 9(5).
           01 WS-MR-POSTED           PIC 9(5).
           01 WS-MR-LUMP-COUNT       PIC 9(5).
           01 WS-MR-HEADS            PIC 9(5).
           01 WS-MR-LINE-BASE        PIC 9(11)V99.
           01 WS-MR-LINE-LUMP        PIC 9(11)V99.
           01 WS-MR-LINE-BUDGET      PIC 9(11)V99.
           01 WS-MR-LINE-TOTAL       PIC 9(11)V99.
           01 WS-MR-VARIANCE         PIC S9(11)V99.
           01 WS-MR-TOT-BASE         PIC 9(11)V99.
           01 WS-MR-TOT-LUMP         PIC 9(11)V99.
           01 WS-MR-TOT-BUDGET       PIC 9(11)V99.
           01 WS-MR-TOT-COST         PIC 9(11)V99.
           01 WS-MB-COUNT            PIC 9(3).
           01 WS-MB-INDEX            PIC 9(3).
           01 WS-MB-HIT              PIC 9(3).
           01 WS-MB-TABLE.
               05 WS-MB-ENTRY OCCURS 100 TIMES.
                   10 WS-MB-DEPT     PIC X(4).
                   10 WS-MB-HEADS    PIC 9(5).
                   10 WS-MB-BASE     PIC 9(11)V99.
                   10 WS-MB-LUMP     PIC 9(11)V99.
                   10 WS-MB-BUDGET   PIC 9(9)V99.
           01 WS-ML-EOF              PIC X(3).
           01 WS-ML-RESTORED         PIC 9(3).

           01 WS-OCR-FILE-STATUS     PIC XX.
           01 WS-OCR-SERIAL-STATUS   PIC XX.
           01 WS-PCK-FILE-STATUS     PIC XX.
           01 WS-PCK-PRINT-FILE-STATUS PIC XX.
           01 WS-PCK-PRINT-FILENAME  PIC X(40).
           01 WS-REG-PAPER           PIC 9(18)V99.
           01 WS-PCK-FOUND           PIC X(3).
           01 WS-PCK-EOF             PIC X(3).
           01 WS-PCK-SERIAL          PIC 9(9).
           01 WS-PCK-ISSUE-DATE      PIC 9(8).
           01 WS-PCK-WORDS           PIC X(132).
           01 WS-PCK-PTR             PIC 9(3).
           01 WS-PCK-WORK-AMOUNT     PIC 9(9)V99.
           01 WS-PCK-WORK-R REDEFINES WS-PCK-WORK-AMOUNT.
               05 WS-PCK-MILLIONS    PIC 9(3).
               05 WS-PCK-THOUSANDS   PIC 9(3).
               05 WS-PCK-UNITS       PIC 9(3).
               05 WS-PCK-CENTS       PIC 9(2).
           01 WS-PCK-GROUP           PIC 9(3).
           01 WS-PCK-GROUP-R REDEFINES WS-PCK-GROUP.
               05 WS-PCK-HUNDREDS    PIC 9(1).
               05 WS-PCK-TEEN        PIC 9(2).
               05 WS-PCK-TEEN-R REDEFINES WS-PCK-TEEN.
                   10 WS-PCK-TENS    PIC 9(1).
                   10 WS-PCK-ONES    PIC 9(1).
           01 WS-PCK-ONE-VALUES.
               05 FILLER PIC X(9) VALUE "ONE".
               05 FILLER PIC X(9) VALUE "TWO".
               05 FILLER PIC X(9) VALUE "THREE".
               05 FILLER PIC X(9) VALUE "FOUR".
               05 FILLER PIC X(9) VALUE "FIVE".
               05 FILLER PIC X(9) VALUE "SIX".
               05 FILLER PIC X(9) VALUE "SEVEN".
               05 FILLER PIC X(9) VALUE "EIGHT".
               05 FILLER PIC X(9) VALUE "NINE".
               05 FILLER PIC X(9) VALUE "TEN".
               05 FILLER PIC X(9) VALUE "ELEVEN".
               05 FILLER PIC X(9) VALUE "TWELVE".
               05 FILLER PIC X(9) VALUE "THIRTEEN".
               05 FILLER PIC X(9) VALUE "FOURTEEN".
               05 FILLER PIC X(9) VALUE "FIFTEEN".
               05 FILLER PIC X(9) VALUE "SIXTEEN".
               05 FILLER PIC X(9) VALUE "SEVENTEEN".
               05 FILLER PIC X(9) VALUE "EIGHTEEN".
               05 FILLER PIC X(9) VALUE "NINETEEN".
           01 WS-PCK-ONE-TABLE REDEFINES WS-PCK-ONE-VALUES.
               05 WS-PCK-ONE-WORD PIC X(9) OCCURS 19 TIMES.
           01 WS-PCK-TEN-VALUES.
               05 FILLER PIC X(7) VALUE "TEN".
               05 FILLER PIC X(7) VALUE "TWENTY".
               05 FILLER PIC X(7) VALUE "THIRTY".
               05 FILLER PIC X(7) VALUE "FORTY".
               05 FILLER PIC X(7) VALUE "FIFTY".
               05 FILLER PIC X(7) VALUE "SIXTY".
               05 FILLER PIC X(7) VALUE "SEVENTY".
               05 FILLER PIC X(7) VALUE "EIGHTY".
               05 FILLER PIC X(7) VALUE "NINETY".
           01 WS-PCK-TEN-TABLE REDEFINES WS-PCK-TEN-VALUES.
               05 WS-PCK-TEN-WORD PIC X(7) OCCURS 9 TIMES.
           01 WS-PCK-YM              PIC 9(6).
           01 WS-PCK-DAY-DATE        PIC 9(8).
           01 WS-PCK-DAY-R REDEFINES WS-PCK-DAY-DATE.
               05 WS-PCK-DAY-YEAR    PIC 9(4).
               05 WS-PCK-DAY-MONTH   PIC 9(2).
               05 WS-PCK-DAY-DAY     PIC 9(2).
           01 WS-PCK-TODAY-DAYS      PIC 9(9).
           01 WS-PCK-ISSUE-DAYS      PIC 9(9).
           01 WS-PCK-BANK-STATUS     PIC X(1).
           01 WS-PCK-STATUS-TEXT     PIC X(20).
           01 WS-PCK-AMOUNT-EDIT     PIC $$,$$$,$$9.99.
           01 WS-PCK-COUNT           PIC 9(5).
           01 WS-PCK-TOTAL           PIC 9(11)V99.
           01 WS-PCK-OUT-COUNT       PIC 9(5).
           01 WS-PCK-OUT-TOTAL       PIC 9(11)V99.
           01 WS-PCK-CLR-COUNT       PIC 9(5).
           01 WS-PCK-CLR-TOTAL       PIC 9(11)V99.
           01 WS-PCK-VOID-COUNT      PIC 9(5).
           01 WS-PCK-VOID-TOTAL      PIC 9(11)V99.
           01 WS-PCK-STALE-COUNT     PIC 9(5).

           01 WS-GARN-FILE-STATUS    PIC XX.
           01 WS-REMIT-FILENAME      PIC X(40).
           01 WS-REMIT-FILE-STATUS   PIC XX.
                   10 WS-DT-TAX   PIC 9(18)V99.
                   10 WS-DT-NET   PIC S9(18)V99.
                   10 WS-DT-PREM  PIC 9(18)V99.
                   10 WS-DT-COMM  PIC 9(18)V99.
           01 WS-DEPT-TAB-COUNT      PIC 9(2).
           01 WS-DEPT-INDEX          PIC 9(2).
           01 WS-DEPT-FOUND          PIC X(3).
                       PERFORM 3200-ADVANCES-PARA
                   WHEN 33
                       PERFORM 3300-DEPENDENT-CHECK-PARA
                   WHEN 34
                       PERFORM 3400-VOID-CHECK-PARA
                   WHEN 35
                       PERFORM 3500-UNEMPLOYMENT-REPORTS-PARA
                   WHEN 36
                       PERFORM 3600-TAX-DEPOSITS-PARA
                   WHEN 37
                       PERFORM 720-ELECTRONIC-W2-PARA
                   WHEN 38
                       PERFORM 3700-WORKERS-COMP-AUDIT-PARA
                   WHEN 39
                       PERFORM 3800-LEAVE-REQUESTS-PARA
                   WHEN 40
                       PERFORM 3900-FINAL-PAY-PARA
                   WHEN 41
                       PERFORM 4000-COMMISSIONS-PARA
                   WHEN 42
                       MOVE "YES" TO WS-PREVIEW-RUN
                       PERFORM 800-BATCH-PAYROLL-PARA
                       MOVE "NO" TO WS-PREVIEW-RUN
                   WHEN 43
                       PERFORM 4100-RUN-APPROVAL-PARA
                   WHEN 44
                       PERFORM 4200-MERIT-CYCLE-PARA
                   WHEN 45
                       PERFORM 4300-PAPER-CHECK-REGISTER-PARA
                   WHEN OTHER
                       IF WS-UNATTENDED-SESSION = "Y"
                           DISPLAY "Invalid command in the script - a
      -            "ction, outstanding report"
           DISPLAY "33) Dependents listing - family coverage validated
      -            " against the dependents on file"
           DISPLAY "34) Void a paycheck (supervisor) and optionally re
      -            "issue it"
           DISPLAY "35) Unemployment tax - quarterly state wage report,
      -            " annual 940 summary"
           DISPLAY "36) Federal tax deposits - ACH deposit run, deposit
      -            " status report"
           DISPLAY "37) Electronic W2 submission file and W-3 transmitta
      -            "l by company"
           DISPLAY "38) Workers' comp premium audit by company and clas
      -            "s"
           DISPLAY "39) Leave requests - enter, supervisor review, depar
      -            "tment leave calendar"
           DISPLAY "40) Final pay at termination - last partial period,
      -            " vacation payout, separation statement"
           DISPLAY "41) Commission plans - plan master, assignments, mo
      -            "nthly sales import and statements"
           DISPLAY "42) Preview a batch run - every check calculated, n
      -            "othing posted, exceptions listed"
           DISPLAY "43) Approve or reject the pending batch run (a seco
      -            "nd supervisor)"
           DISPLAY "44) Merit increase cycle (supervisor)"
           DISPLAY "45) Payroll check register (paper checks)"
           .


                           NOT INVALID KEY
                               DISPLAY "Employee marked terminated - YT
      -                                "D figures are kept on file"
                               DISPLAY "Issue the final check with co
      -                                "mmand 40"
                       END-REWRITE
               END-READ
           CLOSE FS-EMPLOYEE-FILE


       640-PROCESS-PAYCHECK-PARA.
           PERFORM 661-RESET-CHECK-DETAIL-PARA
           PERFORM 645-APPLY-RATE-CHANGE-PARA

           IF FS-EMPLOYEE-PAY-TYPE = "SALARY"
                   COMPUTE WS-OVERTIME-PAY =
                       WS-OVERTIME-HOURS * FS-EMPLOYEE-HOURLY-WAGE * 1.5
                   ADD WS-OVERTIME-PAY TO WS-GROSS-PAY
                   COMPUTE WS-WC-OT-PREMIUM ROUNDED = WS-WC-OT-PREMIUM
                       + (WS-OVERTIME-HOURS * FS-EMPLOYEE-HOURLY-WAGE
                          * 0.5)

                   MOVE WS-OVERTIME-PAY TO WS-DISPLAY-MONEY-TMP
                   PERFORM CALCULATE-MONEY-DISPLAY-PARA
           IF FS-EMPLOYEE-PAY-TYPE NOT = "SALARY" AND
              WS-TS-ALT-PAY-REQ > 0
               ADD WS-TS-ALT-PAY-REQ TO WS-GROSS-PAY
               MOVE "YES" TO WS-WC-JOB-PAID
               MOVE WS-TS-ALT-PAY-REQ TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               DISPLAY "Job-coded Pay: "WS-DISPLAY" ("
               END-IF
           END-IF

      * commission settled by the monthly sales import is earnings -
      * it goes in the gross and is taxed like any other wage
           IF WS-REGISTER-ACTIVE = "YES"
               MOVE WS-RUN-FREQUENCY TO WS-CM-STAMP-FREQ
               MOVE WS-RUN-PERIOD    TO WS-CM-STAMP-PERIOD
               PERFORM 654-PAY-COMMISSION-PARA
               IF WS-COMM-PAY > 0
                   ADD WS-COMM-PAY TO WS-GROSS-PAY
                   MOVE WS-COMM-PAY TO WS-DISPLAY-MONEY-TMP
                   PERFORM CALCULATE-MONEY-DISPLAY-PARA
                   DISPLAY "Commission  : "WS-DISPLAY
               END-IF
               PERFORM 663-PAY-MERIT-LUMP-PARA
               IF WS-MERIT-LUMP-PAY > 0
                   ADD WS-MERIT-LUMP-PAY TO WS-GROSS-PAY
                   MOVE WS-MERIT-LUMP-PAY TO WS-DISPLAY-MONEY-TMP
                   PERFORM CALCULATE-MONEY-DISPLAY-PARA
                   DISPLAY "Merit lump  : "WS-DISPLAY
               END-IF
           END-IF

      * back pay for a rate change dated into periods already paid
      * rides this check's gross, so the tax, the 401k and its YTD,
      * the employer liability, and pay history all carry it
           IF WS-RETRO-PAY > 0
               ADD WS-RETRO-PAY TO WS-GROSS-PAY
               MOVE WS-RETRO-PAY TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               DISPLAY "Retro Pay   : "WS-DISPLAY" (see "
                 FUNCTION TRIM(WS-RETRO-FILENAME)")"
           END-IF

      * the blended rate only priced this one check - the record goes
      * back to file carrying the full new rate
           IF WS-RATECHG-PENDING = "YES"

           ADD WS-LEAVE-VAC-ACCRUAL  TO FS-EMPLOYEE-VACATION-HOURS
           ADD WS-LEAVE-SICK-ACCRUAL TO FS-EMPLOYEE-SICK-HOURS
           MOVE WS-LEAVE-VAC-ACCRUAL  TO WS-CD-VAC-ACCRUAL
           MOVE WS-LEAVE-SICK-ACCRUAL TO WS-CD-SICK-ACCRUAL

           MOVE WS-MONTH TO FS-EMPLOYEE-LAST-PAID-MONTH
           MOVE WS-YEAR  TO FS-EMPLOYEE-LAST-PAID-YEAR
           MOVE WS-RUN-PERIOD TO FS-EMPLOYEE-LAST-PAID-PERIOD

      * a preview prices the employer taxes for the register and
      * stops short of history, stub and check detail
           IF WS-PREVIEW-RUN = "YES"
               PERFORM 670-ACCRUE-EMPLOYER-TAX-PARA
               EXIT PARAGRAPH
           END-IF

           PERFORM 650-WRITE-PAY-HISTORY-PARA
           PERFORM 660-WRITE-PAY-STUB-PARA
           PERFORM 670-ACCRUE-EMPLOYER-TAX-PARA
           PERFORM 662-WRITE-CHECK-DETAIL-PARA
           .


      * everything a check moves is kept beside it on
      * paycheck_detail.txt, so a void can move it all back
       661-RESET-CHECK-DETAIL-PARA.
           MOVE ZEROS TO WS-CHECK-DETAIL
           MOVE SPACE  TO WS-CD-FREQUENCY
           MOVE SPACES TO WS-CD-COMPANY
           MOVE "N"    TO WS-CD-VOIDED
           MOVE 0      TO WS-WC-OT-PREMIUM
           MOVE "NO"   TO WS-WC-JOB-PAID
           MOVE 0      TO WS-FP-VAC-PAY
           MOVE 0      TO WS-COMM-PAY
           MOVE 0      TO WS-MERIT-LUMP-PAY
           .


       662-WRITE-CHECK-DETAIL-PARA.
           MOVE FS-EMPLOYEE-SSN          TO WS-CD-SSN
           MOVE WS-YEAR                  TO WS-CD-YEAR
           MOVE WS-MONTH                 TO WS-CD-MONTH
           MOVE WS-RUN-FREQUENCY         TO WS-CD-FREQUENCY
           MOVE WS-RUN-PERIOD            TO WS-CD-PERIOD
           MOVE FS-EMPLOYEE-COMPANY-CODE TO WS-CD-COMPANY
           MOVE "N"                      TO WS-CD-VOIDED
           MOVE WS-GROSS-PAY             TO WS-CD-GROSS
           MOVE WS-TAX-WITHHELD          TO WS-CD-TAX
           MOVE WS-TOTAL-DEDUCTIONS      TO WS-CD-DEDUCT
           MOVE WS-NET-PAY               TO WS-CD-NET
           MOVE WS-401K-CONTRIBUTION     TO WS-CD-401K
           MOVE WS-401K-MATCH            TO WS-CD-MATCH
           MOVE WS-ER-SS-AMOUNT          TO WS-CD-ER-SS
           MOVE WS-ER-MED-AMOUNT         TO WS-CD-ER-MED
           MOVE WS-FUTA-WAGES            TO WS-CD-FUTA-WAGES
           MOVE WS-FUTA-AMOUNT           TO WS-CD-FUTA
           MOVE WS-SUTA-WAGES            TO WS-CD-SUTA-WAGES
           MOVE WS-SUTA-AMOUNT           TO WS-CD-SUTA
           MOVE WS-REIMB-PAY             TO WS-CD-REIMB
           MOVE WS-PERIOD-START-AS-DAYS  TO WS-CD-START-DAYS
           MOVE WS-PERIOD-END-AS-DAYS    TO WS-CD-END-DAYS
           MOVE WS-STANDARD-PERIOD-HOURS TO WS-CD-STD-HOURS
           IF WS-RUN-APPROVAL-HOLD = "YES"
               MOVE "P" TO WS-CD-APPROVAL
           ELSE
               MOVE SPACE TO WS-CD-APPROVAL
           END-IF

           MOVE WS-CHECK-DETAIL TO FS-CHKDET-RECORD
           OPEN EXTEND FS-CHKDET-FILE
               IF WS-CHKDET-FILE-STATUS = '35'
                   OPEN OUTPUT FS-CHKDET-FILE
               END-IF
               WRITE FS-CHKDET-RECORD
           CLOSE FS-CHKDET-FILE
           .


               WS-GROSS-PAY * WS-ER-SS-RATE
           COMPUTE WS-ER-MED-AMOUNT ROUNDED =
               WS-GROSS-PAY * WS-ER-MED-RATE
           PERFORM 671-ACCRUE-UNEMPLOYMENT-PARA
           IF WS-PREVIEW-RUN = "YES"
               ADD WS-ER-SS-AMOUNT  TO WS-REG-ER-TAX
               ADD WS-ER-MED-AMOUNT TO WS-REG-ER-TAX
               EXIT PARAGRAPH
           END-IF

           MOVE FS-EMPLOYEE-SSN   TO FS-TAXLIAB-SSN
           MOVE WS-YEAR           TO FS-TAXLIAB-YEAR
           MOVE WS-ER-SS-AMOUNT   TO FS-TAXLIAB-ER-SS
           MOVE WS-ER-MED-AMOUNT  TO FS-TAXLIAB-ER-MED
           MOVE FS-EMPLOYEE-COMPANY-CODE TO FS-TAXLIAB-COMPANY
           MOVE WS-FUTA-WAGES     TO FS-TAXLIAB-FUTA-WAGES
           MOVE WS-FUTA-AMOUNT    TO FS-TAXLIAB-FUTA
           MOVE WS-SUTA-WAGES     TO FS-TAXLIAB-SUTA-WAGES
           MOVE WS-SUTA-AMOUNT    TO FS-TAXLIAB-SUTA

           OPEN EXTEND FS-TAXLIAB-FILE
               IF WS-TAXLIAB-FILE-STATUS = '35'
               END-IF
               WRITE FS-TAXLIAB-RECORD
           CLOSE FS-TAXLIAB-FILE
           PERFORM 675-ACCRUE-WORKERS-COMP-PARA

           IF WS-REGISTER-ACTIVE = "YES"
               ADD WS-ER-SS-AMOUNT  TO WS-REG-ER-TAX
               ADD WS-ER-MED-AMOUNT TO WS-REG-ER-TAX
               PERFORM 673-POST-TAX-DEPOSIT-PARA
           END-IF
           .


      * a batch check's federal deposit liability - the withholding
      * and both halves of social security and medicare, as the 941
      * counts it - lands in the deposit period its check date falls
      * in under the company's depositor schedule
       673-POST-TAX-DEPOSIT-PARA.
           COMPUTE WS-TD-AMOUNT = WS-TAX-WITHHELD +
               (WS-ER-SS-AMOUNT * 2) + (WS-ER-MED-AMOUNT * 2)

           MOVE "M" TO WS-TD-SCHEDULE
           OPEN INPUT FS-EMPLOYER-FILE
               IF WS-EMPLOYER-FILE-STATUS = "00"
                   MOVE FS-EMPLOYEE-COMPANY-CODE TO FS-ER-CODE
                   READ FS-EMPLOYER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FS-ER-DEPOSIT-SCHEDULE = "S"
                               MOVE "S" TO WS-TD-SCHEDULE
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-EMPLOYER-FILE

           MOVE WS-PERIOD-CHECK-DATE TO WS-TD-CHECK-DATE
           PERFORM 674-COMPUTE-DEPOSIT-DUE-PARA

           OPEN I-O FS-TAXDEP-FILE
               IF WS-TAXDEP-FILE-STATUS = '35'
                   CLOSE FS-TAXDEP-FILE
                   OPEN OUTPUT FS-TAXDEP-FILE
                   CLOSE FS-TAXDEP-FILE
                   OPEN I-O FS-TAXDEP-FILE
               END-IF

               MOVE FS-EMPLOYEE-COMPANY-CODE TO FS-TD-COMPANY
               MOVE WS-TD-PERIOD TO FS-TD-PERIOD
               READ FS-TAXDEP-FILE
                   INVALID KEY
                       MOVE FS-EMPLOYEE-COMPANY-CODE TO FS-TD-COMPANY
                       MOVE WS-TD-PERIOD         TO FS-TD-PERIOD
                       MOVE WS-TD-SCHEDULE       TO FS-TD-SCHEDULE
                       MOVE WS-TD-CHECK-DATE     TO FS-TD-CHECK-DATE
                       MOVE WS-TD-DUE-DATE       TO FS-TD-DUE-DATE
                       MOVE WS-TD-AMOUNT         TO FS-TD-LIABILITY
                       MOVE 0 TO FS-TD-PAID
                       MOVE 0 TO FS-TD-PAID-DATE
                       MOVE 0 TO FS-TD-AO-ID
                       WRITE FS-TD-RECORD
                           INVALID KEY
                               DISPLAY "Unable to add deposit period "
                                 FS-TD-COMPANY" "FS-TD-PERIOD
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-TD-AMOUNT TO FS-TD-LIABILITY
                       MOVE WS-TD-CHECK-DATE TO FS-TD-CHECK-DATE
                       REWRITE FS-TD-RECORD
                           INVALID KEY
                               DISPLAY "Unable to update deposit peri
      -                                "od "FS-TD-COMPANY" "
                                 FS-TD-PERIOD
                       END-REWRITE
               END-READ
           CLOSE FS-TAXDEP-FILE
           .


      * monthly depositors owe by the 15th of the following month;
      * semiweekly depositors owe the Wednesday after a Wednesday,
      * Thursday or Friday check date and the Friday after any other.
      * A due date on a weekend or bank holiday moves to the next
      * business day. Semiweekly periods are keyed by the check date,
      * monthly ones by the check month with a zero day
       674-COMPUTE-DEPOSIT-DUE-PARA.
           IF WS-TD-SCHEDULE = "S"
               MOVE WS-TD-CHECK-DATE TO WS-TD-PERIOD
               CALL "DATE-TO-DAYS" USING WS-TD-CHECK-YEAR
                                         WS-TD-CHECK-MONTH
                                         WS-TD-CHECK-DAY
                                         WS-TD-DUE-AS-DAYS
      * day 1 of the DATE-TO-DAYS scale was a Monday
               COMPUTE WS-TD-WEEKDAY =
                   FUNCTION MOD(WS-TD-DUE-AS-DAYS - 1, 7)
               EVALUATE TRUE
                   WHEN WS-TD-WEEKDAY >= 2 AND WS-TD-WEEKDAY <= 4
                       COMPUTE WS-TD-DUE-AS-DAYS =
                           WS-TD-DUE-AS-DAYS + 9 - WS-TD-WEEKDAY
                   WHEN WS-TD-WEEKDAY >= 5
                       COMPUTE WS-TD-DUE-AS-DAYS =
                           WS-TD-DUE-AS-DAYS + 11 - WS-TD-WEEKDAY
                   WHEN OTHER
                       COMPUTE WS-TD-DUE-AS-DAYS =
                           WS-TD-DUE-AS-DAYS + 4 - WS-TD-WEEKDAY
               END-EVALUATE
           ELSE
               COMPUTE WS-TD-PERIOD =
                   (WS-TD-CHECK-YEAR * 10000) +
                   (WS-TD-CHECK-MONTH * 100)
               MOVE WS-TD-CHECK-YEAR TO WS-TD-DUE-YEAR
               COMPUTE WS-TD-DUE-MONTH = WS-TD-CHECK-MONTH + 1
               IF WS-TD-DUE-MONTH > 12
                   MOVE 1 TO WS-TD-DUE-MONTH
                   ADD 1 TO WS-TD-DUE-YEAR
               END-IF
               MOVE 15 TO WS-TD-DUE-DAY
               CALL "DATE-TO-DAYS" USING WS-TD-DUE-YEAR
                                         WS-TD-DUE-MONTH
                                         WS-TD-DUE-DAY
                                         WS-TD-DUE-AS-DAYS
           END-IF

           MOVE "NEXTBUS" TO WS-BUSDAY-ACTION
           MOVE 0 TO WS-BUSDAY-COUNT
           CALL "BUSINESS-DAY" USING WS-BUSDAY-ACTION
               WS-TD-DUE-AS-DAYS WS-BUSDAY-COUNT
               WS-BUSDAY-RESULT WS-BUSDAY-FLAG
           MOVE WS-BUSDAY-RESULT TO WS-TD-DUE-AS-DAYS
           CALL "DAYS-TO-DATE" USING WS-TD-DUE-AS-DAYS
                                     WS-TD-DUE-YEAR
                                     WS-TD-DUE-MONTH
                                     WS-TD-DUE-DAY
           .


      * unemployment tax stops at each wage base: only the part of
      * this check that keeps the year's gross under the base is
      * taxable, at the rates on file for the employee's company
       671-ACCRUE-UNEMPLOYMENT-PARA.
           MOVE 0 TO WS-FUTA-WAGES
           MOVE 0 TO WS-FUTA-AMOUNT
           MOVE 0 TO WS-SUTA-WAGES
           MOVE 0 TO WS-SUTA-AMOUNT

           PERFORM 672-READ-UNEMP-CONTROL-PARA
           IF WS-UC-FOUND = "NO"
               EXIT PARAGRAPH
           END-IF

      * the check is already in the YTD figure by the time it accrues
           IF FS-EMPLOYEE-GROSS-PAY-THIS-YEAR > WS-GROSS-PAY
               SUBTRACT WS-GROSS-PAY FROM
                 FS-EMPLOYEE-GROSS-PAY-THIS-YEAR
                 GIVING WS-UC-PRIOR-YTD
           ELSE
               MOVE 0 TO WS-UC-PRIOR-YTD
           END-IF

           IF WS-UC-FUTA-BASE > WS-UC-PRIOR-YTD
               COMPUTE WS-FUTA-WAGES =
                   WS-UC-FUTA-BASE - WS-UC-PRIOR-YTD
               IF WS-FUTA-WAGES > WS-GROSS-PAY
                   MOVE WS-GROSS-PAY TO WS-FUTA-WAGES
               END-IF
               COMPUTE WS-FUTA-AMOUNT ROUNDED =
                   WS-FUTA-WAGES * WS-UC-FUTA-RATE
           END-IF

           IF WS-UC-SUTA-BASE > WS-UC-PRIOR-YTD
               COMPUTE WS-SUTA-WAGES =
                   WS-UC-SUTA-BASE - WS-UC-PRIOR-YTD
               IF WS-SUTA-WAGES > WS-GROSS-PAY
                   MOVE WS-GROSS-PAY TO WS-SUTA-WAGES
               END-IF
               COMPUTE WS-SUTA-AMOUNT ROUNDED =
                   WS-SUTA-WAGES * WS-UC-SUTA-RATE
           END-IF
           .


      * payroll_unemp.ctl holds one record per company code; a record
      * with a blank code stands in for any company without its own
       672-READ-UNEMP-CONTROL-PARA.
           MOVE "NO" TO WS-UC-FOUND
           MOVE "NO" TO WS-UC-EOF
           OPEN INPUT FS-UNEMP-CTL-FILE
               IF WS-UNEMP-CTL-STATUS NOT = "00"
                   MOVE "YES" TO WS-UC-EOF
               END-IF
               PERFORM UNTIL WS-UC-EOF = "YES"
                   READ FS-UNEMP-CTL-FILE
                       AT END
                           MOVE "YES" TO WS-UC-EOF
                       NOT AT END
                           IF FS-UC-COMPANY = FS-EMPLOYEE-COMPANY-CODE
                              OR (FS-UC-COMPANY = SPACES AND
                                  WS-UC-FOUND = "NO")
                               MOVE FS-UC-STATE     TO WS-UC-STATE
                               MOVE FS-UC-FUTA-RATE TO WS-UC-FUTA-RATE
                               MOVE FS-UC-FUTA-BASE TO WS-UC-FUTA-BASE
                               MOVE FS-UC-SUTA-RATE TO WS-UC-SUTA-RATE
                               MOVE FS-UC-SUTA-BASE TO WS-UC-SUTA-BASE
                               MOVE "YES" TO WS-UC-FOUND
                               IF FS-UC-COMPANY =
                                  FS-EMPLOYEE-COMPANY-CODE
                                   MOVE "YES" TO WS-UC-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-UNEMP-CTL-FILE
           .


      * workers' comp payroll by class: hours on a job-coded day are
      * rated in that job's class, the rest of the check in the class
      * of the employee's own position, and the overtime premium - the
      * half-time over straight time - is left out of the rated
      * payroll as the carrier requires. A blank class is still
      * written so the audit report can list it as an exception
       675-ACCRUE-WORKERS-COMP-PARA.
           COMPUTE WS-WC-HOME-PAY = WS-GROSS-PAY - WS-WC-OT-PREMIUM
           OPEN INPUT FS-POSITION-FILE
           MOVE WS-POSITION-FILE-STATUS TO WS-WC-POS-STATUS
           OPEN EXTEND FS-WCPAY-FILE
               IF WS-WCPAY-FILE-STATUS = '35'
                   OPEN OUTPUT FS-WCPAY-FILE
               END-IF

               IF WS-WC-JOB-PAID = "YES"
                   PERFORM VARYING WS-WC-JOB-INDEX FROM 1 BY 1
                     UNTIL WS-WC-JOB-INDEX > 3
                       IF WS-TS-JOB-CODE-REQ(WS-WC-JOB-INDEX)
                          NOT = SPACES AND
                          WS-TS-JOB-PAY-REQ(WS-WC-JOB-INDEX) > 0
                           MOVE WS-TS-JOB-CODE-REQ(WS-WC-JOB-INDEX)
                             TO WS-WC-JOB-CODE
                           MOVE WS-TS-JOB-PAY-REQ(WS-WC-JOB-INDEX)
                             TO WS-WC-PAYROLL
                           MOVE 0 TO WS-WC-OT-EXCLUDED
                           PERFORM 676-WRITE-WORKERS-COMP-PARA
                           SUBTRACT WS-WC-PAYROLL FROM WS-WC-HOME-PAY
                       END-IF
                   END-PERFORM
               END-IF

               MOVE FS-EMPLOYEE-JOB-CODE TO WS-WC-JOB-CODE
               MOVE WS-WC-HOME-PAY TO WS-WC-PAYROLL
               MOVE WS-WC-OT-PREMIUM TO WS-WC-OT-EXCLUDED
               PERFORM 676-WRITE-WORKERS-COMP-PARA
           CLOSE FS-WCPAY-FILE
           CLOSE FS-POSITION-FILE
           .


       676-WRITE-WORKERS-COMP-PARA.
           MOVE SPACES TO FS-WC-CLASS
           MOVE 0 TO FS-WC-RATE
           IF WS-WC-JOB-CODE NOT = SPACES AND
              WS-WC-POS-STATUS = "00"
               MOVE WS-WC-JOB-CODE TO FS-POS-JOB-CODE
               READ FS-POSITION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-POS-WC-CLASS TO FS-WC-CLASS
                       MOVE FS-POS-WC-RATE  TO FS-WC-RATE
               END-READ
           END-IF

           MOVE FS-EMPLOYEE-SSN          TO FS-WC-SSN
           MOVE WS-YEAR                  TO FS-WC-YEAR
           MOVE WS-MONTH                 TO FS-WC-MONTH
           MOVE WS-RUN-FREQUENCY         TO FS-WC-FREQUENCY
           MOVE WS-RUN-PERIOD            TO FS-WC-PERIOD
           MOVE FS-EMPLOYEE-COMPANY-CODE TO FS-WC-COMPANY
           MOVE WS-WC-JOB-CODE           TO FS-WC-JOB-CODE
           MOVE WS-WC-PAYROLL            TO FS-WC-PAYROLL
           MOVE WS-WC-OT-EXCLUDED        TO FS-WC-OT-EXCLUDED
           COMPUTE FS-WC-PREMIUM ROUNDED =
               WS-WC-PAYROLL * FS-WC-RATE / 100
           WRITE FS-WCPAY-RECORD
           .


               MOVE WS-YEAR  TO FS-BL-YEAR
               MOVE WS-MONTH TO FS-BL-MONTH
               MOVE WS-BENEFIT-ER-SHARE TO FS-BL-ER-SHARE
               MOVE WS-BENEFIT-ER-SHARE TO WS-CD-BEN-ER
               IF WS-PREVIEW-RUN NOT = "YES"
                   OPEN EXTEND FS-BENLIAB-FILE
                       IF WS-BENLIAB-FILE-STATUS = '35'
                           OPEN OUTPUT FS-BENLIAB-FILE
                       END-IF
                       WRITE FS-BENLIAB-RECORD
                   CLOSE FS-BENLIAB-FILE
               END-IF
           END-IF
           .

               END-IF
               IF WS-401K-CONTRIBUTION > WS-K4-REMAINING
                   MOVE WS-K4-REMAINING TO WS-401K-CONTRIBUTION
                   MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "401k contribution trimmed to the annual li
      -                    "mit for "WS-MASKED
               END-IF
           END-IF


           ADD WS-401K-CONTRIBUTION TO FS-K4Y-EE-YTD
           ADD WS-401K-MATCH        TO FS-K4Y-ER-YTD
           IF WS-PREVIEW-RUN NOT = "YES"
               PERFORM 652-WRITE-401K-YTD-PARA
           END-IF

           IF WS-401K-MATCH > 0
               MOVE WS-401K-MATCH TO WS-DISPLAY-MONEY-TMP
      * the year-to-date record rolls to zero the first check of a
      * new year, so January never inherits December's cap
       651-READ-401K-YTD-PARA.
           IF WS-PREVIEW-RUN = "YES"
               PERFORM 659-PEEK-401K-YTD-PARA
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-K4YTD-FILE
               IF WS-K4YTD-FILE-STATUS = '35'
                   CLOSE FS-K4YTD-FILE
           .


      * the preview's read of the year-to-date: nothing is created
      * for an employee not on file yet
       659-PEEK-401K-YTD-PARA.
           MOVE FS-EMPLOYEE-SSN TO FS-K4Y-SSN
           MOVE WS-YEAR TO FS-K4Y-YEAR
           MOVE 0 TO FS-K4Y-EE-YTD
           MOVE 0 TO FS-K4Y-ER-YTD
           OPEN INPUT FS-K4YTD-FILE
               IF WS-K4YTD-FILE-STATUS = "00"
                   READ FS-K4YTD-FILE
                       INVALID KEY
                           MOVE FS-EMPLOYEE-SSN TO FS-K4Y-SSN
                           MOVE WS-YEAR TO FS-K4Y-YEAR
                           MOVE 0 TO FS-K4Y-EE-YTD
                           MOVE 0 TO FS-K4Y-ER-YTD
                       NOT INVALID KEY
                           IF FS-K4Y-YEAR NOT = WS-YEAR
                               MOVE WS-YEAR TO FS-K4Y-YEAR
                               MOVE 0 TO FS-K4Y-EE-YTD
                               MOVE 0 TO FS-K4Y-ER-YTD
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-K4YTD-FILE
           .


       652-WRITE-401K-YTD-PARA.
           OPEN I-O FS-K4YTD-FILE
               IF WS-K4YTD-FILE-STATUS = "00"
           IF WS-ACA-PRIOR-CLASS NOT = SPACES AND
              WS-ACA-PRIOR-CLASS NOT = WS-ACA-CLASS
               ADD 1 TO WS-ACA-CHG-COUNT
               MOVE WS-ACA-SSN(WS-ACA-INDEX) TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING "CHANGED "WS-MASKED" avg "
                      WS-ACA-AVG-WEEKLY" now "WS-ACA-CLASS" was "
                      WS-ACA-PRIOR-CLASS
                 DELIMITED BY SIZE INTO FS-ACARPT-LINE
           ELSE
               MOVE WS-ACA-SSN(WS-ACA-INDEX) TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING "        "WS-MASKED" avg "
                      WS-ACA-AVG-WEEKLY" class "WS-ACA-CLASS
                 DELIMITED BY SIZE INTO FS-ACARPT-LINE
           END-IF
               ACCEPT FS-POS-MID-RATE
               DISPLAY "Enter the maximum hourly rate:"
               ACCEPT FS-POS-MAX-RATE
               DISPLAY "Enter the workers' comp class code (blank if n
      -                "one):"
               ACCEPT FS-POS-WC-CLASS
               DISPLAY "Enter the workers' comp rate per $100 of payro
      -                "ll:"
               ACCEPT FS-POS-WC-RATE

               WRITE FS-POSITION
                   INVALID KEY

           IF WS-POS-FOUND = "NO"
               ADD 1 TO WS-POS-EXC-COUNT
               MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "EXCEPTION "WS-MASKED" job "
                 FS-EMPLOYEE-JOB-CODE" is not on the position master"
               EXIT PARAGRAPH
           END-IF
           IF WS-POS-RATE-HOURLY < FS-POS-MIN-RATE OR
              WS-POS-RATE-HOURLY > FS-POS-MAX-RATE
               ADD 1 TO WS-POS-EXC-COUNT
               MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "EXCEPTION "WS-MASKED" "
                 FS-EMPLOYEE-NAME(1:25)" rate "WS-POS-RATE-HOURLY
                 " outside grade "FS-POS-GRADE" range "
                 FS-POS-MIN-RATE" - "FS-POS-MAX-RATE
           .


      * commission the monthly import settled is paid once, on the next
      * check; the check's run is stamped on the record so a void can
      * put it back to unpaid
       654-PAY-COMMISSION-PARA.
           MOVE "NO" TO WS-CM-EARN-EOF
           OPEN I-O FS-COMMERN-FILE
               IF WS-COMMERN-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-CM-EARN-EOF
               END-IF
               PERFORM UNTIL WS-CM-EARN-EOF = "YES"
                   READ FS-COMMERN-FILE
                       AT END
                           MOVE "YES" TO WS-CM-EARN-EOF
                       NOT AT END
                           IF FS-CE-SSN = FS-EMPLOYEE-SSN AND
                              FS-CE-PAID NOT = "Y"
                               ADD FS-CE-PAYABLE TO WS-COMM-PAY
                               MOVE "Y" TO FS-CE-PAID
                               MOVE WS-YEAR TO FS-CE-PAID-YEAR
                               MOVE WS-MONTH TO FS-CE-PAID-MONTH
                               MOVE WS-CM-STAMP-FREQ
                                 TO FS-CE-PAID-FREQ
                               MOVE WS-CM-STAMP-PERIOD
                                 TO FS-CE-PAID-PERIOD
                               IF WS-PREVIEW-RUN NOT = "YES"
                                   REWRITE FS-COMM-EARNING
                                   END-REWRITE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-COMMERN-FILE
           .


      * a merit lump sum is paid once, on the first check dated on or
      * after the cycle's effective date; the check's run is stamped
      * on the record so a void can put it back to unpaid
       663-PAY-MERIT-LUMP-PARA.
           MOVE "NO" TO WS-ML-EOF
           OPEN I-O FS-MERITLS-FILE
               IF WS-MERITLS-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-ML-EOF
               END-IF
               PERFORM UNTIL WS-ML-EOF = "YES"
                   READ FS-MERITLS-FILE
                       AT END
                           MOVE "YES" TO WS-ML-EOF
                       NOT AT END
                           IF FS-ML-SSN = FS-EMPLOYEE-SSN AND
                              FS-ML-PAID NOT = "Y" AND
                              FS-ML-EFFECTIVE <= WS-PERIOD-CHECK-DATE
                               ADD FS-ML-AMOUNT TO WS-MERIT-LUMP-PAY
                               MOVE "Y" TO FS-ML-PAID
                               MOVE WS-YEAR TO FS-ML-PAID-YEAR
                               MOVE WS-MONTH TO FS-ML-PAID-MONTH
                               MOVE WS-CM-STAMP-FREQ
                                 TO FS-ML-PAID-FREQ
                               MOVE WS-CM-STAMP-PERIOD
                                 TO FS-ML-PAID-PERIOD
                               IF WS-PREVIEW-RUN NOT = "YES"
                                   REWRITE FS-MERIT-LUMP
                                   END-REWRITE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-MERITLS-FILE
           .

      * an employee with no bank routing on file is paid by a printed
      * check drawn on the company's operating account; the serial
      * comes off the bank's official check control and the check is
      * registered with the bank, so clearing, stops and the
      * outstanding-items report carry payroll checks with the rest
       665-ISSUE-PAPER-CHECK-PARA.
           IF FS-EMPLOYEE-BANK-ROUTING NOT = 0 OR WS-NET-PAY NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA

           MOVE "NO" TO WS-PCK-FOUND
           OPEN INPUT FS-EMPLOYER-FILE
               IF WS-EMPLOYER-FILE-STATUS = "00"
                   MOVE FS-EMPLOYEE-COMPANY-CODE TO FS-ER-CODE
                   READ FS-EMPLOYER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FS-ER-OPERATING-ACCT NOT = 0
                               MOVE "YES" TO WS-PCK-FOUND
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-EMPLOYER-FILE
           IF WS-PCK-FOUND = "NO"
               DISPLAY "Company "FS-EMPLOYEE-COMPANY-CODE" has no opera
      -                "ting account on the employer master - no check p
      -                "rinted for "WS-MASKED
               EXIT PARAGRAPH
           END-IF

      * a batch check carries the period's check date; off-cycle,
      * reissued and single checks are dated the day they are cut
           IF WS-REGISTER-ACTIVE = "YES" AND WS-RUN-FREQUENCY NOT = "X"
               MOVE WS-PERIOD-CHECK-DATE TO WS-PCK-ISSUE-DATE
           ELSE
               PERFORM GET-STAMP-DATE-PARA
               MOVE WS-STAMP-DATE TO WS-PCK-ISSUE-DATE
           END-IF

           MOVE 1 TO WS-PCK-SERIAL
           OPEN INPUT FS-OCR-SERIAL-FILE
               IF WS-OCR-SERIAL-STATUS = "00"
                   READ FS-OCR-SERIAL-FILE
                       NOT AT END
                           MOVE FS-OCR-NEXT-SERIAL TO WS-PCK-SERIAL
                   END-READ
               END-IF
           CLOSE FS-OCR-SERIAL-FILE

           COMPUTE FS-OCR-NEXT-SERIAL = WS-PCK-SERIAL + 1
           OPEN OUTPUT FS-OCR-SERIAL-FILE
               WRITE FS-OCR-SERIAL-RECORD
           CLOSE FS-OCR-SERIAL-FILE

           MOVE WS-PCK-SERIAL        TO FS-OCR-SERIAL
           MOVE WS-PCK-ISSUE-DATE    TO FS-OCR-ISSUE-DATE
           MOVE FS-ER-OPERATING-ACCT TO FS-OCR-ACCOUNT-ID
           MOVE FS-EMPLOYEE-NAME     TO FS-OCR-PAYEE
           MOVE WS-NET-PAY           TO FS-OCR-AMOUNT
           MOVE "O"                  TO FS-OCR-STATUS
           MOVE 0                    TO FS-OCR-CLEARED-DATE
           OPEN I-O FS-OCR-FILE
               IF WS-OCR-FILE-STATUS = '35'
                   CLOSE FS-OCR-FILE
                   OPEN OUTPUT FS-OCR-FILE
                   CLOSE FS-OCR-FILE
                   OPEN I-O FS-OCR-FILE
               END-IF
               WRITE FS-OCR-RECORD
                   INVALID KEY
                       DISPLAY "INVALID KEY - "FS-OCR-SERIAL
               END-WRITE
           CLOSE FS-OCR-FILE

           MOVE WS-PCK-SERIAL            TO FS-PCK-SERIAL
           MOVE FS-EMPLOYEE-SSN          TO FS-PCK-SSN
           MOVE FS-EMPLOYEE-NAME         TO FS-PCK-NAME
           MOVE FS-EMPLOYEE-COMPANY-CODE TO FS-PCK-COMPANY
           MOVE WS-YEAR                  TO FS-PCK-YEAR
           MOVE WS-MONTH                 TO FS-PCK-MONTH
           MOVE WS-RUN-FREQUENCY         TO FS-PCK-FREQ
           MOVE WS-RUN-PERIOD            TO FS-PCK-PERIOD
           MOVE WS-PCK-ISSUE-DATE        TO FS-PCK-ISSUE-DATE
           MOVE WS-NET-PAY               TO FS-PCK-AMOUNT
           MOVE "I"                      TO FS-PCK-STATUS
           OPEN EXTEND FS-PCK-FILE
               IF WS-PCK-FILE-STATUS = '35'
                   OPEN OUTPUT FS-PCK-FILE
               END-IF
               WRITE FS-PAPER-CHECK
           CLOSE FS-PCK-FILE

           IF WS-REGISTER-ACTIVE = "YES"
               ADD WS-NET-PAY TO WS-REG-PAPER
           END-IF

           PERFORM 666-PRINT-CHECK-PARA
           DISPLAY "Paper check "WS-PCK-SERIAL" printed to "
             WS-PCK-PRINT-FILENAME
           IF WS-RUN-APPROVAL-HOLD = "YES"
               DISPLAY "Hold the printed check until the run is appro
      -                "ved"
           END-IF
           .


      * the check face, then the stub the employee tears off
       666-PRINT-CHECK-PARA.
           MOVE SPACES TO WS-PCK-PRINT-FILENAME
           STRING "payroll_checks_"WS-YEAR WS-MONTH"_"
                  WS-RUN-FREQUENCY WS-RUN-PERIOD".txt"
             DELIMITED BY SIZE INTO WS-PCK-PRINT-FILENAME
           PERFORM 667-AMOUNT-IN-WORDS-PARA

           OPEN EXTEND FS-PCK-PRINT-FILE
           IF WS-PCK-PRINT-FILE-STATUS = '35'
               OPEN OUTPUT FS-PCK-PRINT-FILE
           END-IF
               MOVE ALL "=" TO FS-PCK-PRINT-LINE(1:80)
               WRITE FS-PCK-PRINT-LINE

               MOVE SPACES TO FS-PCK-PRINT-LINE
               MOVE FS-ER-NAME TO FS-PCK-PRINT-LINE(1:40)
               STRING "CHECK NO. "WS-PCK-SERIAL DELIMITED BY SIZE
                 INTO FS-PCK-PRINT-LINE(60:19)
               WRITE FS-PCK-PRINT-LINE

               MOVE SPACES TO FS-PCK-PRINT-LINE
               MOVE FS-ER-ADDRESS TO FS-PCK-PRINT-LINE(1:55)
               STRING "DATE "WS-PCK-ISSUE-DATE(1:4)"/"
                      WS-PCK-ISSUE-DATE(5:2)"/"WS-PCK-ISSUE-DATE(7:2)
                 DELIMITED BY SIZE INTO FS-PCK-PRINT-LINE(60:15)
               WRITE FS-PCK-PRINT-LINE

               MOVE SPACES TO FS-PCK-PRINT-LINE
               WRITE FS-PCK-PRINT-LINE

               MOVE WS-NET-PAY TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE SPACES TO FS-PCK-PRINT-LINE
               STRING "PAY TO THE ORDER OF "FS-EMPLOYEE-NAME
                 DELIMITED BY SIZE INTO FS-PCK-PRINT-LINE
               STRING "***"FUNCTION TRIM(WS-DISPLAY)"***"
                 DELIMITED BY SIZE INTO FS-PCK-PRINT-LINE(60:30)
               WRITE FS-PCK-PRINT-LINE

               MOVE SPACES TO FS-PCK-PRINT-LINE
               MOVE WS-PCK-WORDS TO FS-PCK-PRINT-LINE
               WRITE FS-PCK-PRINT-LINE

               MOVE SPACES TO FS-PCK-PRINT-LINE
               WRITE FS-PCK-PRINT-LINE

               MOVE FS-ER-OPERATING-ACCT TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               MOVE SPACES TO FS-PCK-PRINT-LINE
               STRING "DRAWN ON OPERATING ACCOUNT "WS-MASKED
                      "   PAYROLL "WS-YEAR"/"WS-MONTH" PERIOD "
                      WS-RUN-FREQUENCY WS-RUN-PERIOD
                 DELIMITED BY SIZE INTO FS-PCK-PRINT-LINE
               WRITE FS-PCK-PRINT-LINE
               MOVE "VOID AFTER 180 DAYS" TO FS-PCK-PRINT-LINE
               WRITE FS-PCK-PRINT-LINE

               MOVE "- - - - - - - - - - detach pay stub - - - - - - - -
      -             " - -" TO FS-PCK-PRINT-LINE
               WRITE FS-PCK-PRINT-LINE

               MOVE "NO" TO WS-PCK-EOF
               OPEN INPUT FS-STUB-FILE
                   IF WS-STUB-FILE-STATUS NOT = "00"
                       MOVE "YES" TO WS-PCK-EOF
                   END-IF
                   PERFORM UNTIL WS-PCK-EOF = "YES"
                       READ FS-STUB-FILE
                           AT END
                               MOVE "YES" TO WS-PCK-EOF
                           NOT AT END
                               MOVE FS-STUB-LINE TO FS-PCK-PRINT-LINE
                               WRITE FS-PCK-PRINT-LINE
                       END-READ
                   END-PERFORM
               CLOSE FS-STUB-FILE

               MOVE SPACES TO FS-PCK-PRINT-LINE
               WRITE FS-PCK-PRINT-LINE
           CLOSE FS-PCK-PRINT-FILE
           .


      * the legal amount line: dollars in words by thousands groups,
      * cents as a fraction
       667-AMOUNT-IN-WORDS-PARA.
           MOVE SPACES TO WS-PCK-WORDS
           MOVE 1 TO WS-PCK-PTR
           MOVE WS-NET-PAY TO WS-PCK-WORK-AMOUNT

           IF WS-PCK-MILLIONS > 0
               MOVE WS-PCK-MILLIONS TO WS-PCK-GROUP
               PERFORM 668-WORDS-FOR-GROUP-PARA
               STRING "MILLION " DELIMITED BY SIZE
                 INTO WS-PCK-WORDS WITH POINTER WS-PCK-PTR
           END-IF
           IF WS-PCK-THOUSANDS > 0
               MOVE WS-PCK-THOUSANDS TO WS-PCK-GROUP
               PERFORM 668-WORDS-FOR-GROUP-PARA
               STRING "THOUSAND " DELIMITED BY SIZE
                 INTO WS-PCK-WORDS WITH POINTER WS-PCK-PTR
           END-IF
           IF WS-PCK-UNITS > 0
               MOVE WS-PCK-UNITS TO WS-PCK-GROUP
               PERFORM 668-WORDS-FOR-GROUP-PARA
           END-IF
           IF WS-PCK-WORK-AMOUNT < 1
               STRING "ZERO " DELIMITED BY SIZE
                 INTO WS-PCK-WORDS WITH POINTER WS-PCK-PTR
           END-IF
           STRING "AND "WS-PCK-CENTS"/100 DOLLARS" DELIMITED BY SIZE
             INTO WS-PCK-WORDS WITH POINTER WS-PCK-PTR
           .


       668-WORDS-FOR-GROUP-PARA.
           IF WS-PCK-HUNDREDS > 0
               STRING FUNCTION TRIM(WS-PCK-ONE-WORD(WS-PCK-HUNDREDS))
                      " HUNDRED " DELIMITED BY SIZE
                 INTO WS-PCK-WORDS WITH POINTER WS-PCK-PTR
           END-IF
           EVALUATE TRUE
               WHEN WS-PCK-TEEN = 0
                   CONTINUE
               WHEN WS-PCK-TEEN < 20
                   STRING FUNCTION TRIM(WS-PCK-ONE-WORD(WS-PCK-TEEN))
                          " " DELIMITED BY SIZE
                     INTO WS-PCK-WORDS WITH POINTER WS-PCK-PTR
               WHEN WS-PCK-ONES = 0
                   STRING FUNCTION TRIM(WS-PCK-TEN-WORD(WS-PCK-TENS))
                          " " DELIMITED BY SIZE
                     INTO WS-PCK-WORDS WITH POINTER WS-PCK-PTR
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-PCK-TEN-WORD(WS-PCK-TENS))
                          "-"
                          FUNCTION TRIM(WS-PCK-ONE-WORD(WS-PCK-ONES))
                          " " DELIMITED BY SIZE
                     INTO WS-PCK-WORDS WITH POINTER WS-PCK-PTR
           END-EVALUATE
           .

      * approved, unpaid items for this SSN are summed and marked
      * paid in place - sequential I-O allows the rewrite because the
      * record length never changes, same as the timesheet approval
       655-PAY-REIMBURSEMENTS-PARA.
           MOVE "NO" TO WS-REIMB-EOF
           OPEN I-O FS-REIMB-FILE
               IF WS-REIMB-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-REIMB-EOF
               END-IF
               PERFORM UNTIL WS-REIMB-EOF = "YES"
                   READ FS-REIMB-FILE
                       AT END
                           MOVE "YES" TO WS-REIMB-EOF
                       NOT AT END
                           IF FS-RB-SSN = FS-EMPLOYEE-SSN AND
                              FS-RB-APPROVED = "Y" AND
                              FS-RB-PAID NOT = "Y"
                               ADD FS-RB-AMOUNT TO WS-REIMB-PAY
                               MOVE "Y" TO FS-RB-PAID
                               IF WS-PREVIEW-RUN NOT = "YES"
                                   REWRITE FS-REIMBURSEMENT
                                   END-REWRITE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-REIMB-FILE
           .


       410-WARN-UNPAID-ADVANCE-PARA.
           OPEN INPUT FS-ADVANCE-FILE
               IF WS-ADVANCE-FILE-STATUS = "00"
                   MOVE FS-EMPLOYEE-SSN TO FS-ADV-SSN
                   READ FS-ADVANCE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FS-ADV-BALANCE > 0
                               DISPLAY "WARNING: this employee still o
      -                                "wes "FS-ADV-BALANCE" on a pay
      -                          " advance - the final check (command
      -                          " 40) recovers what the limits allow"
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-ADVANCE-FILE
           .


       3200-ADVANCES-PARA.
           DISPLAY "Employee advances:"
           DISPLAY "1) Record an advance (supervisor control)   2) Out
      -            "standing-advances report"
           ACCEPT WS-ADV-CHOICE
           EVALUATE WS-ADV-CHOICE

           IF WS-ADV-EMP-ACTIVE = "N"
               ADD 1 TO WS-ADV-TERM-COUNT
               MOVE FS-ADV-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "TERMINATED "WS-MASKED" balance "
                 FS-ADV-BALANCE" from "FS-ADV-DATE
           ELSE
               MOVE FS-ADV-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "           "WS-MASKED" balance "
                 FS-ADV-BALANCE" repay "FS-ADV-PER-PERIOD
                 " per period"
           END-IF
           IF WS-PUNCH-REASON NOT = SPACES
               ADD 1 TO WS-PUNCH-DAY-REJ-COUNT
               MOVE SPACES TO FS-PUNCHREJ-LINE
               MOVE WS-PUNCH-CUR-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING WS-MASKED" "WS-PUNCH-CUR-DATE" - "
                      WS-PUNCH-REASON
                 DELIMITED BY SIZE INTO FS-PUNCHREJ-LINE
               WRITE FS-PUNCHREJ-LINE
               MOVE WS-PUNCH-CUR-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "Rejected "WS-MASKED" "
                 WS-PUNCH-CUR-DATE" - "WS-PUNCH-REASON
           ELSE
      * nearest-multiple rounding (integer division so the quotient
           COMPUTE WS-TAX-WITHHELD ROUNDED =
               WS-GROSS-PAY * WS-SUPP-RATE
           MOVE 0 TO WS-401K-CONTRIBUTION
           MOVE 0 TO WS-401K-MATCH
           MOVE 0 TO WS-BENEFIT-PREMIUM
           MOVE 0 TO WS-REIMB-PAY
           PERFORM 661-RESET-CHECK-DETAIL-PARA
      * the stub prints whatever sits in these, so a supplemental
      * check must not inherit the last batch employee's figures
           MOVE 0 TO WS-SHIFT-PREM-PAY
           MOVE 0 TO WS-RETRO-PAY
           MOVE 0 TO WS-ADV-REMAINING
           MOVE 0 TO WS-TOTAL-DEDUCTIONS
           SUBTRACT WS-TAX-WITHHELD FROM WS-GROSS-PAY
           PERFORM 650-WRITE-PAY-HISTORY-PARA
           PERFORM 660-WRITE-PAY-STUB-PARA
           PERFORM 670-ACCRUE-EMPLOYER-TAX-PARA
           PERFORM 662-WRITE-CHECK-DETAIL-PARA
           PERFORM 840-WRITE-REGISTER-DETAIL-PARA

           REWRITE FS-EMPLOYEE
                       NOT AT END
                           IF FS-RB-PAID NOT = "Y"
                               ADD 1 TO WS-REIMB-LIST-COUNT
                               MOVE FS-RB-SSN TO WS-MASK-NUMBER
                               PERFORM MASK-LAST-FOUR-PARA
                               DISPLAY WS-MASKED" "FS-RB-DATE" "
                                 FS-RB-CATEGORY" "FS-RB-AMOUNT
                                 " approved "FS-RB-APPROVED
                                 " receipt "FS-RB-RECEIPT
                   READ FS-BENPLAN-FILE
                       INVALID KEY
                           ADD 1 TO WS-OE-EXC-COUNT
                           MOVE FS-ENR-SSN TO WS-MASK-NUMBER
                           PERFORM MASK-LAST-FOUR-PARA
                           DISPLAY "EXCEPTION: "WS-MASKED" enrolled i
      -                            "n "FS-ENR-PLAN-CODE"/"
                             FS-ENR-COVERAGE" which is not on the new
      -                      " plan table"
           IF WS-BENPLAN-FILE-STATUS = "00"
               REWRITE FS-ENROLLMENT
                   INVALID KEY
                       MOVE FS-ENR-SSN TO WS-MASK-NUMBER
                       PERFORM MASK-LAST-FOUR-PARA
                       DISPLAY "Unable to update enrollment "
                         WS-MASKED
               END-REWRITE
           END-IF
           .
               WRITE FS-STUB-LINE

               MOVE SPACES TO FS-STUB-LINE
               MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING "SSN:        "WS-MASKED
                 DELIMITED BY SIZE INTO FS-STUB-LINE
               WRITE FS-STUB-LINE

                   WRITE FS-STUB-LINE
               END-IF

               IF WS-RETRO-PAY > 0
                   MOVE WS-RETRO-PAY TO WS-DISPLAY-MONEY-TMP
                   PERFORM CALCULATE-MONEY-DISPLAY-PARA
                   MOVE SPACES TO FS-STUB-LINE
                   STRING "Retro pay:  "WS-DISPLAY" (in gross)"
                     DELIMITED BY SIZE INTO FS-STUB-LINE
                   WRITE FS-STUB-LINE
               END-IF

               IF WS-COMM-PAY > 0
                   MOVE WS-COMM-PAY TO WS-DISPLAY-MONEY-TMP
                   PERFORM CALCULATE-MONEY-DISPLAY-PARA
                   MOVE SPACES TO FS-STUB-LINE
                   STRING "Commission: "WS-DISPLAY" (in gross)"
                     DELIMITED BY SIZE INTO FS-STUB-LINE
                   WRITE FS-STUB-LINE
               END-IF

               IF WS-MERIT-LUMP-PAY > 0
                   MOVE WS-MERIT-LUMP-PAY TO WS-DISPLAY-MONEY-TMP
                   PERFORM CALCULATE-MONEY-DISPLAY-PARA
                   MOVE SPACES TO FS-STUB-LINE
                   STRING "Merit lump: "WS-DISPLAY" (in gross)"
                     DELIMITED BY SIZE INTO FS-STUB-LINE
                   WRITE FS-STUB-LINE
               END-IF

               IF WS-FP-VAC-PAY > 0
                   MOVE WS-FP-VAC-PAY TO WS-DISPLAY-MONEY-TMP
                   PERFORM CALCULATE-MONEY-DISPLAY-PARA
                   MOVE SPACES TO FS-STUB-LINE
                   STRING "Vac payout: "WS-DISPLAY" (in gross)"
                     DELIMITED BY SIZE INTO FS-STUB-LINE
                   WRITE FS-STUB-LINE
               END-IF

               IF WS-REIMB-PAY > 0
                   MOVE WS-REIMB-PAY TO WS-DISPLAY-MONEY-TMP
                   PERFORM CALCULATE-MONEY-DISPLAY-PARA
           CLOSE FS-STUB-FILE

           DISPLAY "Pay stub written to "WS-STUB-FILENAME
           PERFORM 665-ISSUE-PAPER-CHECK-PARA
           .


           .


      * year-end electronic W2 submission for one company: the
      * employees come off the year's tax liability records for the
      * company, their wages and withholding off pay history. Every
      * employee is checked before anything is written - a bad SSN or
      * missing address goes on the exceptions report and the run
      * stops there
       720-ELECTRONIC-W2-PARA.
           DISPLAY "Tax year for the submission (yyyy)?"
           ACCEPT WS-EW-YEAR
           DISPLAY "Company code?"
           ACCEPT WS-EW-COMPANY
           MOVE FUNCTION UPPER-CASE(WS-EW-COMPANY) TO WS-EW-COMPANY

           MOVE "NO" TO WS-EW-ER-FOUND
           OPEN INPUT FS-EMPLOYER-FILE
               IF WS-EMPLOYER-FILE-STATUS = "00"
                   MOVE WS-EW-COMPANY TO FS-ER-CODE
                   READ FS-EMPLOYER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "YES" TO WS-EW-ER-FOUND
                           MOVE FS-ER-EIN TO WS-EW-EIN
                           MOVE FS-ER-NAME TO WS-EW-ER-NAME
                           MOVE FS-ER-ADDRESS TO WS-EW-ER-ADDRESS
                   END-READ
               END-IF
           CLOSE FS-EMPLOYER-FILE
           IF WS-EW-ER-FOUND = "NO" OR WS-EW-EIN = 0
               DISPLAY "Company "WS-EW-COMPANY" is not on the employer
      -                " master with an EIN - add it first (command 27)"
               EXIT PARAGRAPH
           END-IF

           PERFORM 721-COLLECT-W2-WAGES-PARA
           IF WS-EW-COUNT = 0
               DISPLAY "No wages for company "WS-EW-COMPANY" in "
                 WS-EW-YEAR
               EXIT PARAGRAPH
           END-IF

           PERFORM 723-CHECK-W2-EMPLOYEES-PARA
           IF WS-EW-EXC-COUNT > 0
               DISPLAY WS-EW-EXC-COUNT" employees cannot be filed - n
      -                "othing written; see "WS-REGISTER-FILENAME
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Submitter's SSA user ID:"
           ACCEPT WS-RA-USER-ID
           DISPLAY "Contact name for the submission:"
           ACCEPT WS-RA-CONTACT-NAME
           DISPLAY "Contact phone (digits only):"
           ACCEPT WS-RA-CONTACT-PHONE
           DISPLAY "Contact email:"
           ACCEPT WS-RA-CONTACT-EMAIL
      * the employer master carries the street line only
           DISPLAY "Employer city:"
           ACCEPT WS-EW-ER-CITY
           DISPLAY "Employer state (2 letters):"
           ACCEPT WS-EW-ER-STATE
           MOVE FUNCTION UPPER-CASE(WS-EW-ER-STATE) TO WS-EW-ER-STATE
           DISPLAY "Employer ZIP code:"
           ACCEPT WS-EW-ER-ZIP

           PERFORM 725-WRITE-EFW2-FILE-PARA
           PERFORM 727-WRITE-W3-PARA
           .


      * tax liability records name the company, so they decide who
      * belongs on the company's filing and carry the social security
      * and medicare tax; pay history then supplies wages and federal
      * withholding for those employees
       721-COLLECT-W2-WAGES-PARA.
           MOVE 0 TO WS-EW-COUNT
           MOVE "NO" TO WS-EW-EOF
           OPEN INPUT FS-TAXLIAB-FILE
               IF WS-TAXLIAB-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EW-EOF
               END-IF
               PERFORM UNTIL WS-EW-EOF = "YES"
                   READ FS-TAXLIAB-FILE
                       AT END
                           MOVE "YES" TO WS-EW-EOF
                       NOT AT END
                           IF FS-TAXLIAB-YEAR = WS-EW-YEAR AND
                              FS-TAXLIAB-COMPANY = WS-EW-COMPANY
                               PERFORM 722-FIND-W2-ENTRY-PARA
                               IF WS-EW-INDEX > 0
                                   ADD FS-TAXLIAB-ER-SS
                                     TO WS-EW-SS-TAX(WS-EW-INDEX)
                                   ADD FS-TAXLIAB-ER-MED
                                     TO WS-EW-MED-TAX(WS-EW-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-TAXLIAB-FILE

           MOVE "NO" TO WS-EW-EOF
           OPEN INPUT FS-PAYHIST-FILE
               IF WS-PAYHIST-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EW-EOF
               END-IF
               PERFORM UNTIL WS-EW-EOF = "YES"
                   READ FS-PAYHIST-FILE
                       AT END
                           MOVE "YES" TO WS-EW-EOF
                       NOT AT END
                           IF FS-PAYHIST-YEAR = WS-EW-YEAR
                               PERFORM VARYING WS-EW-INDEX FROM 1 BY 1
                                 UNTIL WS-EW-INDEX > WS-EW-COUNT
                                   IF WS-EW-SSN(WS-EW-INDEX) =
                                      FS-PAYHIST-SSN
                                       ADD FS-PAYHIST-GROSS
                                         TO WS-EW-WAGES(WS-EW-INDEX)
                                       ADD FS-PAYHIST-TAX
                                         TO WS-EW-FED-TAX(WS-EW-INDEX)
                                       MOVE WS-EW-COUNT TO WS-EW-INDEX
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-PAYHIST-FILE
           .


       722-FIND-W2-ENTRY-PARA.
           PERFORM VARYING WS-EW-INDEX FROM 1 BY 1
             UNTIL WS-EW-INDEX > WS-EW-COUNT
               IF WS-EW-SSN(WS-EW-INDEX) = FS-TAXLIAB-SSN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-EW-COUNT < 500
               ADD 1 TO WS-EW-COUNT
               MOVE WS-EW-COUNT TO WS-EW-INDEX
               MOVE FS-TAXLIAB-SSN TO WS-EW-SSN(WS-EW-INDEX)
               MOVE 0 TO WS-EW-WAGES(WS-EW-INDEX)
               MOVE 0 TO WS-EW-FED-TAX(WS-EW-INDEX)
               MOVE 0 TO WS-EW-SS-TAX(WS-EW-INDEX)
               MOVE 0 TO WS-EW-MED-TAX(WS-EW-INDEX)
           ELSE
               DISPLAY "W2 table is at its 500-employee limit - SSN ***
      -                "**"FS-TAXLIAB-SSN(6:4)" left off"
               MOVE 0 TO WS-EW-INDEX
           END-IF
           .


      * an SSN the SSA will never have issued - area 000, 666 or
      * 900 and up, group 00, serial 0000 - or an address without a
      * street, city, state or ZIP keeps the whole file back
       723-CHECK-W2-EMPLOYEES-PARA.
           MOVE 0 TO WS-EW-EXC-COUNT
           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING "w2_exceptions_"WS-EW-YEAR"_"
             FUNCTION TRIM(WS-EW-COMPANY)".txt"
             DELIMITED BY SIZE INTO WS-REGISTER-FILENAME

           OPEN OUTPUT FS-REGISTER-FILE
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "ELECTRONIC W2 EXCEPTIONS - company "
                 WS-EW-COMPANY" tax year "WS-EW-YEAR
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE

               OPEN INPUT FS-EMPLOYEE-FILE
                   PERFORM 724-CHECK-ONE-W2-PARA
                     VARYING WS-EW-INDEX FROM 1 BY 1
                     UNTIL WS-EW-INDEX > WS-EW-COUNT
               CLOSE FS-EMPLOYEE-FILE

               MOVE SPACES TO FS-REGISTER-LINE
               STRING "Employees checked: "WS-EW-COUNT
                 "  exceptions: "WS-EW-EXC-COUNT
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
           CLOSE FS-REGISTER-FILE

           MOVE "W2EXCEPT" TO WS-RCAT-TYPE
           MOVE WS-REGISTER-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-EW-EXC-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       724-CHECK-ONE-W2-PARA.
           MOVE SPACES TO WS-EW-REASON
           MOVE WS-EW-SSN(WS-EW-INDEX) TO WS-EW-SSN-CHECK
           MOVE WS-EW-SSN(WS-EW-INDEX) TO FS-EMPLOYEE-SSN
           MOVE SPACES TO FS-EMPLOYEE-NAME
           READ FS-EMPLOYEE-FILE
               INVALID KEY
                   MOVE "not on the employee file" TO WS-EW-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-EW-SSN-AREA = "000" OR
                            WS-EW-SSN-AREA = "666" OR
                            WS-EW-SSN-AREA >= "900" OR
                            WS-EW-SSN-GROUP = "00" OR
                            WS-EW-SSN-SERIAL = "0000"
                           MOVE "missing or invalid SSN"
                             TO WS-EW-REASON
                       WHEN FS-EMPLOYEE-ADDRESS-STREET = SPACES OR
                            FS-EMPLOYEE-ADDRESS-CITY = SPACES OR
                            FS-EMPLOYEE-ADDRESS-REGION = SPACES OR
                            FS-EMPLOYEE-ADDRESS-ZIP = 0
                           MOVE "missing or incomplete address"
                             TO WS-EW-REASON
                   END-EVALUATE
           END-READ

           IF WS-EW-REASON NOT = SPACES
               ADD 1 TO WS-EW-EXC-COUNT
               MOVE WS-EW-SSN(WS-EW-INDEX) TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               MOVE SPACES TO FS-REGISTER-LINE
               STRING WS-MASKED" "FS-EMPLOYEE-NAME(1:30)" "
                 WS-EW-REASON DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
           END-IF
           .


      * the SSA's fixed 512-byte layout: submitter (RA), employer
      * (RE), one RW per employee, the employer total (RT), and the
      * final record (RF)
       725-WRITE-EFW2-FILE-PARA.
           MOVE SPACES TO WS-EFW2-FILENAME
           STRING "w2_efw2_"WS-EW-YEAR"_"
             FUNCTION TRIM(WS-EW-COMPANY)".txt"
             DELIMITED BY SIZE INTO WS-EFW2-FILENAME

           MOVE 0 TO WS-EW-FILED
           MOVE 0 TO WS-RT-WAGES
           MOVE 0 TO WS-RT-FED-TAX
           MOVE 0 TO WS-RT-SS-WAGES
           MOVE 0 TO WS-RT-SS-TAX
           MOVE 0 TO WS-RT-MED-WAGES
           MOVE 0 TO WS-RT-MED-TAX
           MOVE 0 TO WS-RT-401K

           MOVE WS-EW-EIN TO WS-RA-EIN
           MOVE WS-EW-ER-NAME TO WS-RA-COMPANY-NAME
           MOVE WS-EW-ER-ADDRESS(1:22) TO WS-RA-DELIVERY
           MOVE WS-EW-ER-CITY TO WS-RA-CITY
           MOVE WS-EW-ER-STATE TO WS-RA-STATE
           MOVE WS-EW-ER-ZIP TO WS-RA-ZIP
           MOVE WS-EW-ER-NAME TO WS-RA-SUBMITTER-NAME
           MOVE WS-EW-ER-ADDRESS(1:22) TO WS-RA-SUB-DELIVERY
           MOVE WS-EW-ER-CITY TO WS-RA-SUB-CITY
           MOVE WS-EW-ER-STATE TO WS-RA-SUB-STATE
           MOVE WS-EW-ER-ZIP TO WS-RA-SUB-ZIP

           MOVE WS-EW-YEAR TO WS-RE-YEAR
           MOVE WS-EW-EIN TO WS-RE-EIN
           MOVE WS-EW-ER-NAME TO WS-RE-NAME
           MOVE WS-EW-ER-ADDRESS(1:22) TO WS-RE-DELIVERY
           MOVE WS-EW-ER-CITY TO WS-RE-CITY
           MOVE WS-EW-ER-STATE TO WS-RE-STATE
           MOVE WS-EW-ER-ZIP TO WS-RE-ZIP
           MOVE WS-RA-CONTACT-NAME TO WS-RE-CONTACT-NAME
           MOVE WS-RA-CONTACT-PHONE TO WS-RE-CONTACT-PHONE
           MOVE WS-RA-CONTACT-EMAIL TO WS-RE-CONTACT-EMAIL

           OPEN OUTPUT FS-EFW2-FILE
               MOVE WS-EFW2-RA TO FS-EFW2-RECORD
               WRITE FS-EFW2-RECORD
               MOVE WS-EFW2-RE TO FS-EFW2-RECORD
               WRITE FS-EFW2-RECORD

               OPEN INPUT FS-EMPLOYEE-FILE
               OPEN INPUT FS-K4YTD-FILE
               MOVE WS-K4YTD-FILE-STATUS TO WS-EW-K4-STATUS
                   PERFORM 726-WRITE-ONE-RW-PARA
                     VARYING WS-EW-INDEX FROM 1 BY 1
                     UNTIL WS-EW-INDEX > WS-EW-COUNT
               CLOSE FS-K4YTD-FILE
               CLOSE FS-EMPLOYEE-FILE

               MOVE WS-EW-FILED TO WS-RT-COUNT
               MOVE WS-EFW2-RT TO FS-EFW2-RECORD
               WRITE FS-EFW2-RECORD
               MOVE WS-EW-FILED TO WS-RF-COUNT
               MOVE WS-EFW2-RF TO FS-EFW2-RECORD
               WRITE FS-EFW2-RECORD
           CLOSE FS-EFW2-FILE

           DISPLAY "W2 records written: "WS-EW-FILED
           DISPLAY "Electronic W2 file written to "WS-EFW2-FILENAME

           MOVE "EFW2" TO WS-RCAT-TYPE
           MOVE WS-EFW2-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-EW-FILED TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


      * the name on file is one field - the last word goes down as
      * the surname and the rest as the first name; an employee whose
      * wages net to nothing for the year (voided out) gets no W2
       726-WRITE-ONE-RW-PARA.
           IF WS-EW-WAGES(WS-EW-INDEX) NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EW-SSN(WS-EW-INDEX) TO FS-EMPLOYEE-SSN
           READ FS-EMPLOYEE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-EFW2-RW
           MOVE "RW" TO WS-RW-ID
           MOVE WS-EW-SSN(WS-EW-INDEX) TO WS-RW-SSN

           MOVE 50 TO WS-EW-NAME-END
           PERFORM UNTIL WS-EW-NAME-END < 1 OR
             FS-EMPLOYEE-NAME(WS-EW-NAME-END:1) NOT = SPACE
               SUBTRACT 1 FROM WS-EW-NAME-END
           END-PERFORM
           MOVE WS-EW-NAME-END TO WS-EW-NAME-SPLIT
           PERFORM UNTIL WS-EW-NAME-SPLIT < 1 OR
             FS-EMPLOYEE-NAME(WS-EW-NAME-SPLIT:1) = SPACE
               SUBTRACT 1 FROM WS-EW-NAME-SPLIT
           END-PERFORM
           IF WS-EW-NAME-SPLIT > 1
               MOVE FS-EMPLOYEE-NAME(1:WS-EW-NAME-SPLIT - 1)
                 TO WS-RW-FIRST-NAME
           END-IF
           IF WS-EW-NAME-END > WS-EW-NAME-SPLIT
               MOVE FS-EMPLOYEE-NAME(WS-EW-NAME-SPLIT + 1:
                 WS-EW-NAME-END - WS-EW-NAME-SPLIT)
                 TO WS-RW-LAST-NAME
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-RW-FIRST-NAME)
             TO WS-RW-FIRST-NAME
           MOVE FUNCTION UPPER-CASE(WS-RW-LAST-NAME)
             TO WS-RW-LAST-NAME

           MOVE FS-EMPLOYEE-ADDRESS-APT          TO WS-RW-LOCATION
           MOVE FS-EMPLOYEE-ADDRESS-STREET(1:22) TO WS-RW-DELIVERY
           MOVE FS-EMPLOYEE-ADDRESS-CITY(1:22)   TO WS-RW-CITY
           MOVE FS-EMPLOYEE-ADDRESS-REGION       TO WS-RW-STATE
           MOVE FS-EMPLOYEE-ADDRESS-ZIP          TO WS-RW-ZIP

           MOVE 0 TO WS-EW-401K
           MOVE FS-EMPLOYEE-SSN TO FS-K4Y-SSN
           IF WS-EW-K4-STATUS = "00"
               READ FS-K4YTD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS-K4Y-YEAR = WS-EW-YEAR
                           MOVE FS-K4Y-EE-YTD TO WS-EW-401K
                       END-IF
               END-READ
           END-IF

           MOVE WS-EW-WAGES(WS-EW-INDEX)   TO WS-RW-WAGES
           MOVE WS-EW-FED-TAX(WS-EW-INDEX) TO WS-RW-FED-TAX
           MOVE WS-EW-WAGES(WS-EW-INDEX)   TO WS-RW-SS-WAGES
           MOVE WS-EW-SS-TAX(WS-EW-INDEX)  TO WS-RW-SS-TAX
           MOVE WS-EW-WAGES(WS-EW-INDEX)   TO WS-RW-MED-WAGES
           MOVE WS-EW-MED-TAX(WS-EW-INDEX) TO WS-RW-MED-TAX
           MOVE 0 TO WS-RW-SS-TIPS
           MOVE 0 TO WS-RW-DEP-CARE
           MOVE WS-EW-401K TO WS-RW-401K
           MOVE ZEROS TO WS-RW-OTHER-CODES
           MOVE ZEROS TO WS-RW-MORE-CODES
           MOVE ZEROS TO WS-RW-LAST-CODES
           MOVE "0" TO WS-RW-STATUTORY
           IF WS-EW-401K > 0
               MOVE "1" TO WS-RW-RETIREMENT
           ELSE
               MOVE "0" TO WS-RW-RETIREMENT
           END-IF
           MOVE "0" TO WS-RW-SICK-PAY

           MOVE WS-EFW2-RW TO FS-EFW2-RECORD
           WRITE FS-EFW2-RECORD

           ADD 1 TO WS-EW-FILED
           ADD WS-EW-WAGES(WS-EW-INDEX)   TO WS-RT-WAGES
           ADD WS-EW-FED-TAX(WS-EW-INDEX) TO WS-RT-FED-TAX
           ADD WS-EW-WAGES(WS-EW-INDEX)   TO WS-RT-SS-WAGES
           ADD WS-EW-SS-TAX(WS-EW-INDEX)  TO WS-RT-SS-TAX
           ADD WS-EW-WAGES(WS-EW-INDEX)   TO WS-RT-MED-WAGES
           ADD WS-EW-MED-TAX(WS-EW-INDEX) TO WS-RT-MED-TAX
           ADD WS-EW-401K                 TO WS-RT-401K
           .


      * the W-3 transmittal carries the same totals as the RT record
       727-WRITE-W3-PARA.
           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING "w3_"WS-EW-YEAR"_"FUNCTION TRIM(WS-EW-COMPANY)".txt"
             DELIMITED BY SIZE INTO WS-REGISTER-FILENAME

           OPEN OUTPUT FS-REGISTER-FILE
               MOVE "Form W-3 Transmittal of Wage and Tax Statements"
                 TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "Tax year "WS-EW-YEAR DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "Employer: "FUNCTION TRIM(WS-EW-ER-NAME)
                 "  EIN "WS-EW-EIN DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "Kind of payer: 941   Kind of employer: none app
      -          "ly" DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "c  Total number of Forms W-2: "WS-EW-FILED
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE SPACES TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE

               MOVE WS-RT-WAGES TO WS-DISPLAY-MONEY-TMP
               MOVE "1  Wages, tips, other compensation:"
                 TO WS-EW-W3-LABEL
               PERFORM 728-WRITE-W3-LINE-PARA
               MOVE WS-RT-FED-TAX TO WS-DISPLAY-MONEY-TMP
               MOVE "2  Federal income tax withheld:"
                 TO WS-EW-W3-LABEL
               PERFORM 728-WRITE-W3-LINE-PARA
               MOVE WS-RT-SS-WAGES TO WS-DISPLAY-MONEY-TMP
               MOVE "3  Social security wages:" TO WS-EW-W3-LABEL
               PERFORM 728-WRITE-W3-LINE-PARA
               MOVE WS-RT-SS-TAX TO WS-DISPLAY-MONEY-TMP
               MOVE "4  Social security tax withheld:"
                 TO WS-EW-W3-LABEL
               PERFORM 728-WRITE-W3-LINE-PARA
               MOVE WS-RT-MED-WAGES TO WS-DISPLAY-MONEY-TMP
               MOVE "5  Medicare wages and tips:" TO WS-EW-W3-LABEL
               PERFORM 728-WRITE-W3-LINE-PARA
               MOVE WS-RT-MED-TAX TO WS-DISPLAY-MONEY-TMP
               MOVE "6  Medicare tax withheld:" TO WS-EW-W3-LABEL
               PERFORM 728-WRITE-W3-LINE-PARA
               MOVE WS-RT-401K TO WS-DISPLAY-MONEY-TMP
               MOVE "12a Deferred compensation (code D):"
                 TO WS-EW-W3-LABEL
               PERFORM 728-WRITE-W3-LINE-PARA
           CLOSE FS-REGISTER-FILE

           DISPLAY "W-3 transmittal written to "WS-REGISTER-FILENAME

           MOVE "W3" TO WS-RCAT-TYPE
           MOVE WS-REGISTER-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-EW-FILED TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       728-WRITE-W3-LINE-PARA.
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-REGISTER-LINE
           STRING WS-EW-W3-LABEL" "FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE
           .


       800-BATCH-PAYROLL-PARA.
           PERFORM 880-ACCEPT-PAY-PERIOD-PARA
           IF WS-PERIOD-FOUND = "NO"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BATCH-COUNT
           MOVE "NO" TO WS-EOF

      * a preview starts from the top every time and leaves the run
      * status, the checkpoint and the timings alone
           IF WS-PREVIEW-RUN = "YES"
               MOVE "N" TO WS-PAYCHK-RESUME
           ELSE
               PERFORM 890-CHECK-RUN-STATUS-PARA
               IF WS-RS-BLOCKED = "YES"
                   EXIT PARAGRAPH
               END-IF
      * the operator who runs the batch signs on so the approval can
      * insist on somebody else
               DISPLAY "Batch operator - sign on with your teller ID"
               PERFORM 895-OPERATOR-SIGN-ON-PARA
               IF WS-OP-SIGNED-ON = "NO"
                   DISPLAY "A batch run needs a signed-on operator - n
      -                    "othing run"
                   IF WS-UNATTENDED-SESSION = "Y"
                       MOVE 8 TO RETURN-CODE
                       MOVE "YES" TO WS-SCRIPT-ABORT
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OP-ID   TO WS-RUN-BY-ID
               MOVE WS-OP-NAME TO WS-RUN-BY-NAME
               PERFORM 891-READ-CHECKPOINT-PARA
           END-IF
           IF WS-PAYCHK-RESUME = "Y" OR WS-PAYCHK-RESUME = "y"
               MOVE "YES" TO WS-RESUMED-RUN
           ELSE
               MOVE "NO" TO WS-RESUMED-RUN
           END-IF

           PERFORM 860-LOAD-TIMESHEET-TABLE-PARA
           PERFORM 830-OPEN-REGISTER-PARA

           IF WS-PREVIEW-RUN NOT = "YES"
               MOVE "YES" TO WS-RUN-APPROVAL-HOLD
               MOVE SPACES TO WS-RUN-GL-FILENAME
               MOVE "RUNNING" TO FS-RUNSTAT-STATUS
               PERFORM 894-WRITE-RUN-STATUS-PARA

               MOVE "START" TO WS-TIMER-ACTION
               MOVE "PAYROLL batch run" TO WS-TIMER-STEP
               CALL "TIME-IT" USING WS-TIMER-ACTION WS-TIMER-STEP
           END-IF

           IF WS-PREVIEW-RUN = "YES"
               OPEN INPUT FS-EMPLOYEE-FILE
               IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                   DISPLAY "No employee file - nothing to preview"
                   MOVE "YES" TO WS-EOF
               END-IF
           ELSE
               OPEN I-O FS-EMPLOYEE-FILE
               IF WS-EMPLOYEE-FILE-STATUS = '35'
                   PERFORM CREATE-EMPLOYEE-FILE-PARA
                   OPEN I-O FS-EMPLOYEE-FILE
               END-IF
           END-IF
               IF WS-PAYCHK-RESUME = "Y" OR WS-PAYCHK-RESUME = "y"
                   MOVE FS-PAYCHK-SSN TO FS-EMPLOYEE-SSN
                   START FS-EMPLOYEE-FILE KEY IS GREATER THAN
                       FS-EMPLOYEE-SSN
                       INVALID KEY
                           MOVE "YES" TO WS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-EMPLOYEE-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           PERFORM 810-BATCH-ONE-EMPLOYEE-PARA
                           IF WS-PREVIEW-RUN NOT = "YES"
                               PERFORM 892-WRITE-CHECKPOINT-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-EMPLOYEE-FILE

           IF WS-PREVIEW-RUN = "YES"
               PERFORM 850-CLOSE-REGISTER-PARA
               DISPLAY "Paychecks previewed: "WS-BATCH-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "STOP" TO WS-TIMER-ACTION
           CALL "TIME-IT" USING WS-TIMER-ACTION WS-TIMER-STEP

           PERFORM 850-CLOSE-REGISTER-PARA
           PERFORM 893-CLEAR-CHECKPOINT-PARA
           MOVE "NO" TO WS-RUN-APPROVAL-HOLD
           MOVE "PENDING" TO FS-RUNSTAT-STATUS
           PERFORM 894-WRITE-RUN-STATUS-PARA

           DISPLAY "Paychecks processed: "WS-BATCH-COUNT
           DISPLAY "The run is pending - a second supervisor must appr
      -            "ove it (command 43) before money moves"

           MOVE "I" TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "batch run "WS-RUN-FREQUENCY WS-RUN-PERIOD
                  " pending approval, "WS-BATCH-COUNT" paychecks"
             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM OPS-LOG-PARA
           .


      * one line into the shared ops log so the morning check finds
      * this program's news next to everyone else's
       OPS-LOG-PARA.
           CALL "OPS-LOG" USING WS-OPS-SEVERITY WS-OPS-PROGRAM
               WS-OPS-MESSAGE
           .


       READ-BUSINESS-DATE-PARA.
           MOVE "NO" TO WS-BUSDATE-ON-FILE
           OPEN INPUT FS-BUSDATE-FILE
               IF WS-BUSDATE-FILE-STATUS = "00"
                   READ FS-BUSDATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FS-BUSDATE-YEAR  TO WS-BUSINESS-YEAR
                           MOVE FS-BUSDATE-MONTH TO WS-BUSINESS-MONTH
                           MOVE FS-BUSDATE-DAY   TO WS-BUSINESS-DAY
                           MOVE "YES" TO WS-BUSDATE-ON-FILE
                   END-READ
               END-IF
           CLOSE FS-BUSDATE-FILE

           IF WS-BUSDATE-ON-FILE = "YES"
               DISPLAY "Shop business date: "WS-BUSINESS-MONTH"/"
                 WS-BUSINESS-DAY"/"WS-BUSINESS-YEAR
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WALL-DATE
               IF WS-WALL-DATE NOT = WS-BUSINESS-DATE
                   DISPLAY "NOTE: the wall clock says "WS-WALL-DATE
                     " - records will stamp the business date"
               END-IF
           ELSE
               DISPLAY "No bank_busdate.ctl on file - records will st
      -                "amp the wall-clock date"
           END-IF
           .


      * the date that goes on records and reports: the shop business
      * date when one is on file, the wall clock otherwise
       GET-STAMP-DATE-PARA.
           IF WS-BUSDATE-ON-FILE = "YES"
               MOVE WS-BUSINESS-DATE TO WS-STAMP-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STAMP-DATE
           END-IF
           .


      * every report-writing path registers its output in the shared
      * catalog so the binder question becomes a lookup
       REGISTER-REPORT-PARA.
           MOVE WS-RCAT-TYPE     TO FS-RCAT-TYPE
           MOVE WS-RCAT-FILENAME TO FS-RCAT-FILENAME
           MOVE WS-RCAT-COUNT    TO FS-RCAT-COUNT


       890-CHECK-RUN-STATUS-PARA.
           MOVE "NO" TO WS-RS-BLOCKED
           OPEN INPUT FS-RUNSTAT-FILE
               IF WS-RUNSTAT-FILE-STATUS = "00"
                   READ FS-RUNSTAT-FILE
                                 TO WS-OPS-MESSAGE
                               PERFORM OPS-LOG-PARA
                           END-IF
                           IF FS-RUNSTAT-STATUS = "PENDING"
                               DISPLAY "The last payroll run (period "
                                 FS-RUNSTAT-FREQ FS-RUNSTAT-PERIOD
                                 " of "FS-RUNSTAT-YEAR") still waits f
      -                          "or approval - approve or reject it (c
      -                          "ommand 43) first"
                               MOVE "YES" TO WS-RS-BLOCKED
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-RUNSTAT-FILE
                   READ FS-PAYCHK-FILE
                       NOT AT END
                           IF WS-UNATTENDED-SESSION = "Y"
                               MOVE FS-PAYCHK-SSN TO WS-MASK-NUMBER
                               PERFORM MASK-LAST-FOUR-PARA
                               DISPLAY "Found a checkpoint from an int
      -                                "errupted run - auto-resuming a
      -                                "fter employee "WS-MASKED
                               MOVE "Y" TO WS-PAYCHK-RESUME
                           ELSE
                               MOVE FS-PAYCHK-SSN TO WS-MASK-NUMBER
                               PERFORM MASK-LAST-FOUR-PARA
                               DISPLAY "Found a checkpoint from an int
      -                                "errupted run - resume after em
      -                                "ployee "WS-MASKED" instead
      -                                " of starting over? (Y/N)"
                               ACCEPT WS-PAYCHK-RESUME
                           END-IF
           MOVE WS-YEAR          TO FS-RUNSTAT-YEAR
           MOVE WS-MONTH         TO FS-RUNSTAT-MONTH
           MOVE WS-BATCH-COUNT   TO FS-RUNSTAT-COUNT
           MOVE WS-RUN-COMPANY   TO FS-RUNSTAT-COMPANY
           MOVE WS-REG-GROSS     TO FS-RUNSTAT-GROSS
           MOVE WS-REG-TAX       TO FS-RUNSTAT-TAX
           MOVE WS-REG-NET       TO FS-RUNSTAT-NET
           MOVE WS-RUN-GL-FILENAME TO FS-RUNSTAT-GL-FILENAME
           MOVE WS-RUN-BY-ID     TO FS-RUNSTAT-RUN-BY-ID
           MOVE WS-RUN-BY-NAME   TO FS-RUNSTAT-RUN-BY-NAME
           MOVE 0                TO FS-RUNSTAT-APPR-BY-ID
           MOVE SPACES           TO FS-RUNSTAT-APPR-BY-NAME
           MOVE 0                TO FS-RUNSTAT-APPR-DATE
           OPEN OUTPUT FS-RUNSTAT-FILE
               WRITE FS-RUNSTAT-RECORD
           CLOSE FS-RUNSTAT-FILE
           .


      * operators sign on with their bank teller IDs - the teller
      * master is read, never updated, so the bank keeps ownership of
      * lockouts, resets and password changes
       895-OPERATOR-SIGN-ON-PARA.
           MOVE "NO" TO WS-OP-SIGNED-ON
           MOVE 0 TO WS-OP-ID
           MOVE SPACES TO WS-OP-NAME
           MOVE SPACE TO WS-OP-ROLE
           DISPLAY "Enter teller ID:"
           ACCEPT WS-OP-ID
           DISPLAY "Enter password:"
           ACCEPT WS-OP-PASSWORD

           OPEN INPUT FS-TELLER-FILE
               IF WS-TELLER-FILE-STATUS NOT = "00"
                   DISPLAY "No teller master on file - set up sign-ons
      -                    " in BANK first"
                   CLOSE FS-TELLER-FILE
                   MOVE SPACES TO WS-OP-PASSWORD
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OP-ID TO FS-TELLER-ID
               READ FS-TELLER-FILE
                   INVALID KEY
                       DISPLAY "Unknown teller ID"
                   NOT INVALID KEY
                       PERFORM 896-CHECK-OPERATOR-PARA
               END-READ
           CLOSE FS-TELLER-FILE
           MOVE SPACES TO WS-OP-PASSWORD
           .


       896-CHECK-OPERATOR-PARA.
           IF FS-TELLER-LOCKED NOT = "N"
               DISPLAY "Teller ID is locked or disabled - a supervisor
      -                " reset must come first"
               EXIT PARAGRAPH
           END-IF

           MOVE "CHECK" TO WS-HASH-ACTION
           MOVE WS-OP-PASSWORD TO WS-HASH-SECRET
           CALL "HASH-SECRET" USING WS-HASH-ACTION WS-HASH-SECRET
               FS-TELLER-PASSWORD WS-HASH-RESULT
           MOVE SPACES TO WS-HASH-SECRET
           IF WS-HASH-RESULT NOT = "Y"
               DISPLAY "Incorrect password"
               EXIT PARAGRAPH
           END-IF

           MOVE "YES" TO WS-OP-SIGNED-ON
           MOVE FS-TELLER-NAME TO WS-OP-NAME
           MOVE FS-TELLER-ROLE TO WS-OP-ROLE
           DISPLAY "Signed on: "FUNCTION TRIM(WS-OP-NAME)
           .


      * money only leaves on an approved run
       897-CHECK-RUN-APPROVED-PARA.
           MOVE "NO" TO WS-RS-APPROVED
           OPEN INPUT FS-RUNSTAT-FILE
               IF WS-RUNSTAT-FILE-STATUS NOT = "00"
                   DISPLAY "No batch run on file - nothing has been ap
      -                    "proved"
                   CLOSE FS-RUNSTAT-FILE
                   EXIT PARAGRAPH
               END-IF
               READ FS-RUNSTAT-FILE
                   AT END
                       DISPLAY "No batch run on file - nothing has bee
      -                        "n approved"
                   NOT AT END
                       IF FS-RUNSTAT-STATUS = "APPROVED"
                           MOVE "YES" TO WS-RS-APPROVED
                       ELSE
                           DISPLAY "The last batch run (period "
                             FS-RUNSTAT-FREQ FS-RUNSTAT-PERIOD" of "
                             FS-RUNSTAT-YEAR") is "
                             FUNCTION TRIM(FS-RUNSTAT-STATUS)
                             " - a second supervisor must approve it (c
      -                      "ommand 43) first"
                       END-IF
               END-READ
           CLOSE FS-RUNSTAT-FILE
           .


       830-OPEN-REGISTER-PARA.
           MOVE 0 TO WS-REG-GROSS
           MOVE 0 TO WS-REG-TAX
           MOVE 0 TO WS-REG-401K
           MOVE 0 TO WS-REG-HEALTH
           MOVE 0 TO WS-REG-REIMB
           MOVE 0 TO WS-REG-NET
           MOVE 0 TO WS-REG-ER-TAX
           MOVE 0 TO WS-REG-BEN-ER
           MOVE 0 TO WS-REG-RETRO
           MOVE 0 TO WS-REG-COMM
           MOVE 0 TO WS-REG-PAPER
           MOVE 0 TO WS-RETRO-RUN-LINES
           MOVE 0 TO WS-VOL-RUN-COUNT
           MOVE 0 TO WS-DEPT-TAB-COUNT
           IF WS-PREVIEW-RUN = "YES"
               PERFORM 875-OPEN-PREVIEW-PARA
               EXIT PARAGRAPH
           END-IF

      * every run's register is a new generation; a resumed run picks
      * up the interrupted run's, which is still the current one
           MOVE "payroll_register.txt" TO WS-GEN-BASE
           IF WS-RESUMED-RUN = "YES"
               MOVE "RESOLVE" TO WS-GEN-ACTION
           ELSE
               MOVE "NEXT" TO WS-GEN-ACTION
           END-IF
           MOVE 0 TO WS-GEN-NUMBER
           CALL "OUTPUT-GEN" USING WS-GEN-ACTION WS-GEN-BASE
               WS-GEN-NUMBER WS-GEN-FILENAME WS-GEN-RESULT
           MOVE WS-GEN-FILENAME TO WS-REGISTER-FILENAME

      * a resumed run must not truncate the interrupted run's detail,
      * so it appends instead and flags the break - the totals at the
      * bottom then cover the resumed portion only
           IF WS-RESUMED-RUN = "YES"
               OPEN EXTEND FS-REGISTER-FILE
           END-IF
           MOVE "YES" TO WS-REGISTER-ACTIVE

      * biweekly and semimonthly runs land in the same month twice,
      * so the frequency and period number keep each run's files
           MOVE SPACES TO WS-REMIT-FILENAME
           STRING "garnish_remit_"WS-YEAR WS-MONTH"_"
                  WS-RUN-FREQUENCY WS-RUN-PERIOD".txt"
           ADD WS-401K-CONTRIBUTION         TO WS-REG-401K
           ADD WS-BENEFIT-PREMIUM           TO WS-REG-HEALTH
           ADD WS-REIMB-PAY                 TO WS-REG-REIMB
           ADD WS-RETRO-PAY                 TO WS-REG-RETRO
           ADD WS-COMM-PAY                  TO WS-REG-COMM
           ADD WS-NET-PAY                   TO WS-REG-NET
           PERFORM 845-TALLY-DEPARTMENT-PARA

           MOVE SPACES TO FS-REGISTER-LINE
           MOVE 1 TO WS-REGISTER-PTR
           MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           STRING FS-EMPLOYEE-NAME(1:30)" "WS-MASKED" "
             DELIMITED BY SIZE INTO FS-REGISTER-LINE
             WITH POINTER WS-REGISTER-PTR

           STRING FUNCTION TRIM(WS-DISPLAY) DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR

           IF WS-RETRO-PAY > 0
               MOVE WS-RETRO-PAY TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               STRING " RETRO "FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           END-IF

           IF WS-COMM-PAY > 0
               MOVE WS-COMM-PAY TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               STRING " COMM "FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           END-IF

           IF WS-MERIT-LUMP-PAY > 0
               MOVE WS-MERIT-LUMP-PAY TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               STRING " MERIT "FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           END-IF

           WRITE FS-REGISTER-LINE
           .

             DELIMITED BY SIZE INTO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE

           MOVE WS-REG-RETRO TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-REGISTER-LINE
           STRING "TOTAL RETRO PAY:       "WS-DISPLAY" (in gross)"
             DELIMITED BY SIZE INTO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE

           MOVE WS-REG-COMM TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-REGISTER-LINE
           STRING "TOTAL COMMISSION:      "WS-DISPLAY" (in gross)"
             DELIMITED BY SIZE INTO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE

           MOVE WS-REG-PAPER TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-REGISTER-LINE
           STRING "TOTAL PAPER CHECKS:    "WS-DISPLAY" (of net)"
             DELIMITED BY SIZE INTO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE

           MOVE WS-REG-TAX TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-REGISTER-LINE
             DELIMITED BY SIZE INTO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE

           IF WS-PREVIEW-RUN = "YES"
               PERFORM 878-CLOSE-PREVIEW-PARA
               EXIT PARAGRAPH
           END-IF

           CLOSE FS-REGISTER-FILE
           MOVE "NO" TO WS-REGISTER-ACTIVE
           DISPLAY "Payroll register written to "WS-REGISTER-FILENAME
           MOVE WS-BATCH-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA

           IF WS-RETRO-RUN-LINES > 0
               DISPLAY "Retro audit written to "WS-RETRO-FILENAME
               MOVE "RETROAUDIT" TO WS-RCAT-TYPE
               MOVE WS-RETRO-FILENAME TO WS-RCAT-FILENAME
               MOVE WS-RETRO-RUN-LINES TO WS-RCAT-COUNT
               PERFORM REGISTER-REPORT-PARA
           END-IF

           IF WS-RESUMED-RUN = "YES"
               MOVE "PARTIAL - RESUMED RUN: total below covers only t
      -            "he employees paid after the checkpoint"
           STRING "payroll_gl_"WS-YEAR WS-MONTH"_"
                  WS-RUN-FREQUENCY WS-RUN-PERIOD".txt"
             DELIMITED BY SIZE INTO WS-PAYGL-FILENAME
      * a batch run's journal is held back until the run is approved
           IF WS-RUN-APPROVAL-HOLD = "YES"
               MOVE WS-PAYGL-FILENAME TO WS-RUN-GL-FILENAME
               MOVE "payroll_gl_pending.txt" TO WS-PAYGL-FILENAME
           END-IF

           IF WS-RUN-FREQUENCY = "X"
               COMPUTE WS-PGL-RUN-DATE =
                   MOVE "BEN-ER" TO FS-PGL-TYPE
                   WRITE FS-PGL-RECORD
               END-IF
      * net pay on paper checks has not left cash yet - it is owed on
      * the checks until the bank books them out as they clear
               IF WS-REG-PAPER > 0
                   MOVE 1010 TO FS-PGL-DEBIT-ACCT
                   MOVE 2040 TO FS-PGL-CREDIT-ACCT
                   MOVE WS-REG-PAPER TO FS-PGL-AMOUNT
                   MOVE "PAPERCHK" TO FS-PGL-TYPE
                   WRITE FS-PGL-RECORD
               END-IF
           CLOSE FS-PAYGL-FILE

           IF WS-RUN-APPROVAL-HOLD = "YES"
               DISPLAY "GL journal held in payroll_gl_pending.txt unti
      -                "l the run is approved"
           ELSE
               DISPLAY "GL journal export written to "WS-PAYGL-FILENAME
           END-IF
           .


                   ADD WS-TAX-WITHHELD TO WS-DT-TAX(WS-DEPT-INDEX)
                   ADD WS-NET-PAY TO WS-DT-NET(WS-DEPT-INDEX)
                   ADD WS-SHIFT-PREM-PAY TO WS-DT-PREM(WS-DEPT-INDEX)
                   ADD WS-COMM-PAY TO WS-DT-COMM(WS-DEPT-INDEX)
                   MOVE "YES" TO WS-DEPT-FOUND
               END-IF
           END-PERFORM
               MOVE WS-NET-PAY TO WS-DT-NET(WS-DEPT-TAB-COUNT)
               MOVE WS-SHIFT-PREM-PAY
                 TO WS-DT-PREM(WS-DEPT-TAB-COUNT)
               MOVE WS-COMM-PAY TO WS-DT-COMM(WS-DEPT-TAB-COUNT)
           END-IF
           .

             WITH POINTER WS-REGISTER-PTR
           MOVE WS-DT-PREM(WS-DEPT-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)" comm "
             DELIMITED BY SIZE INTO FS-LABOR-LINE
             WITH POINTER WS-REGISTER-PTR
           MOVE WS-DT-COMM(WS-DEPT-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO FS-LABOR-LINE
             WITH POINTER WS-REGISTER-PTR
           END-IF

           IF FS-EMPLOYEE-ACTIVE-FLAG = "N"
               MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "Skipping "WS-MASKED" - terminated"
           ELSE
           IF FS-EMPLOYEE-PAY-FREQUENCY NOT = WS-RUN-FREQUENCY
               MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "Skipping "WS-MASKED" - different pay freq
      -                "uency"
           ELSE
           IF FS-EMPLOYEE-LAST-PAID-YEAR = WS-YEAR AND
              FS-EMPLOYEE-LAST-PAID-PERIOD NOT < WS-RUN-PERIOD
               MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "Skipping "WS-MASKED" - already paid for t
      -                "his period"
           ELSE
               MOVE 0 TO WS-WORKING-HOURS
               END-IF

               IF WS-TS-REFUSED = "YES"
                   MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "Skipping "WS-MASKED" - timesheet not
      -                    " approved for this month"
                   IF WS-PREVIEW-RUN = "YES"
                       MOVE "ZERO PAY - timesheet not approved"
                         TO WS-PV-REASON
                       PERFORM 877-WRITE-PREVIEW-EXCEPTION-PARA
                   END-IF
               ELSE
               IF FS-EMPLOYEE-PAY-TYPE <> "SALARY" AND
                  WS-WORKING-HOURS = 0
                   MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "Skipping "WS-MASKED" - no timesheet h
      -                    "ours found"
                   IF WS-PREVIEW-RUN = "YES"
                       MOVE "ZERO PAY - no timesheet hours"
                         TO WS-PV-REASON
                       PERFORM 877-WRITE-PREVIEW-EXCEPTION-PARA
                   END-IF
               ELSE
                   DISPLAY " "
                   MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "Employee: "FS-EMPLOYEE-NAME" ("
                           WS-MASKED")"
                   MOVE FS-EMPLOYEE-LAST-NET-PAY TO WS-PV-PREV-NET
                   PERFORM 640-PROCESS-PAYCHECK-PARA
                   IF WS-PREVIEW-RUN = "YES"
                       PERFORM 876-CHECK-PREVIEW-EMPLOYEE-PARA
                   ELSE
                       REWRITE FS-EMPLOYEE
                           INVALID KEY
                               DISPLAY "Unable to update pay and tax t
      -                                "otals for employee"
                       END-REWRITE
                   END-IF
                   PERFORM 840-WRITE-REGISTER-DETAIL-PARA
                   ADD 1 TO WS-BATCH-COUNT
               END-IF
                     TO WS-TS-PREM-FACTOR-REQ
                   MOVE WS-TS-PREM-FLAT(WS-TS-INDEX)
                     TO WS-TS-PREM-FLAT-REQ
                   PERFORM VARYING WS-TS-JOB-INDEX FROM 1 BY 1
                     UNTIL WS-TS-JOB-INDEX > 3
                       MOVE WS-TS-JOB-SLOT(WS-TS-INDEX, WS-TS-JOB-INDEX)
                         TO WS-TS-JOB-REQ(WS-TS-JOB-INDEX)
                   END-PERFORM
                   IF WS-TS-UNAPPROVED(WS-TS-INDEX) = "Y"
                       MOVE "YES" TO WS-TS-REFUSED
                   END-IF
                   MOVE 0 TO WS-TS-ALT-PAY(WS-TS-INDEX)
                   MOVE 0 TO WS-TS-PREM-FACTOR(WS-TS-INDEX)
                   MOVE 0 TO WS-TS-PREM-FLAT(WS-TS-INDEX)
                   PERFORM VARYING WS-TS-JOB-INDEX FROM 1 BY 1
                     UNTIL WS-TS-JOB-INDEX > 3
                       MOVE SPACES
                         TO WS-TS-JOB-CODE(WS-TS-INDEX, WS-TS-JOB-INDEX)
                       MOVE 0
                         TO WS-TS-JOB-PAY(WS-TS-INDEX, WS-TS-JOB-INDEX)
                   END-PERFORM
                   PERFORM 871-ADD-DAY-TO-ENTRY-PARA
               ELSE
                   DISPLAY "Timesheet table is at its 500-employee lim
               COMPUTE WS-TS-ALT-PAY(WS-TS-INDEX) ROUNDED =
                   WS-TS-ALT-PAY(WS-TS-INDEX) +
                   (FS-TIMESHEET-HOURS * FS-POS-MID-RATE)
               PERFORM 874-TALLY-JOB-PAY-PARA
           ELSE
               MOVE FS-TIMESHEET-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "Job code "FS-TIMESHEET-JOB-CODE" on "
                 WS-MASKED" is not on the position master - ho
      -                "urs paid at the base rate"
               ADD FS-TIMESHEET-HOURS TO WS-TS-HOURS(WS-TS-INDEX)
           END-IF
           .


      * the day's pay is kept by job code as well, so workers' comp
      * can rate it in the job's class - past three job codes in a
      * period the extra days ride the employee's own class
       874-TALLY-JOB-PAY-PARA.
           PERFORM VARYING WS-TS-JOB-INDEX FROM 1 BY 1
             UNTIL WS-TS-JOB-INDEX > 3
               IF WS-TS-JOB-CODE(WS-TS-INDEX, WS-TS-JOB-INDEX) = SPACES
                   MOVE FS-TIMESHEET-JOB-CODE
                     TO WS-TS-JOB-CODE(WS-TS-INDEX, WS-TS-JOB-INDEX)
               END-IF
               IF WS-TS-JOB-CODE(WS-TS-INDEX, WS-TS-JOB-INDEX) =
                  FS-TIMESHEET-JOB-CODE
                   COMPUTE WS-TS-JOB-PAY(WS-TS-INDEX, WS-TS-JOB-INDEX)
                       ROUNDED =
                       WS-TS-JOB-PAY(WS-TS-INDEX, WS-TS-JOB-INDEX) +
                       (FS-TIMESHEET-HOURS * FS-POS-MID-RATE)
                   MOVE 3 TO WS-TS-JOB-INDEX
               END-IF
           END-PERFORM
           .


       900-ROSTER-PARA.
           DISPLAY "Sort roster by (1) SSN or (2) Name?"
           ACCEPT WS-ROSTER-SORT-OPTION


       930-PRINT-ROSTER-ENTRY-PARA.
           MOVE WS-ROSTER-SSN(WS-ROSTER-INDEX) TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY WS-ROSTER-NAME(WS-ROSTER-INDEX)" "
                   WS-MASKED
           .


           MOVE 0 TO FS-EMPLOYEE-DEDUCTIONS-THIS-YEAR
           REWRITE FS-EMPLOYEE
               INVALID KEY
                   MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "Unable to close out "WS-MASKED
           END-REWRITE

           ADD 1 TO WS-CLOSE-COUNT


       1100-EXPORT-DIRECT-DEPOSIT-PARA.
           PERFORM 897-CHECK-RUN-APPROVED-PARA
           IF WS-RS-APPROVED = "NO"
               DISPLAY "Direct deposit file not written"
               IF WS-UNATTENDED-SESSION = "Y"
                   MOVE 8 TO RETURN-CODE
                   MOVE "YES" TO WS-SCRIPT-ABORT
               END-IF
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Export for which company code (blank for all)?"
           ACCEPT WS-ACH-COMPANY
           MOVE FUNCTION UPPER-CASE(WS-ACH-COMPANY) TO WS-ACH-COMPANY
           MOVE 0 TO WS-ACH-COUNT
           MOVE "NO" TO WS-EOF

      * each export is a new generation, so the last few survive for
      * BANK's posting and the deposit reconciliation to look back on
           MOVE "NEXT" TO WS-GEN-ACTION
           MOVE "ach_export.txt" TO WS-GEN-BASE
           MOVE 0 TO WS-GEN-NUMBER
           CALL "OUTPUT-GEN" USING WS-GEN-ACTION WS-GEN-BASE
               WS-GEN-NUMBER WS-GEN-FILENAME WS-GEN-RESULT
           MOVE WS-GEN-FILENAME TO WS-ACH-FILENAME

           OPEN OUTPUT FS-ACH-FILE
               OPEN INPUT FS-EMPLOYEE-FILE
                   IF WS-EMPLOYEE-FILE-STATUS = '35'
               CLOSE FS-EMPLOYEE-FILE
           CLOSE FS-ACH-FILE

           DISPLAY "Direct deposit file written to "
                   FUNCTION TRIM(WS-ACH-FILENAME)" - "
                   WS-ACH-COUNT" entries"
           .

           .


      * a preview lands in its own register and exception list; the
      * remittance, 401k and GL files of the real run are not opened
       875-OPEN-PREVIEW-PARA.
           MOVE 25 TO WS-PV-SWING-LIMIT
           OPEN INPUT FS-PVCTL-FILE
               IF WS-PVCTL-FILE-STATUS = "00"
                   READ FS-PVCTL-FILE
                       NOT AT END
                           IF FS-PVC-SWING-PCT > 0
                               MOVE FS-PVC-SWING-PCT
                                 TO WS-PV-SWING-LIMIT
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-PVCTL-FILE

           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING "payroll_preview_"WS-YEAR WS-MONTH"_"
                  WS-RUN-FREQUENCY WS-RUN-PERIOD".txt"
             DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           OPEN OUTPUT FS-REGISTER-FILE
           MOVE "PAYROLL PREVIEW - NOTHING HAS BEEN POSTED"
             TO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE
           MOVE SPACES TO FS-REGISTER-LINE
           STRING "Pay period: "WS-YEAR"/"WS-MONTH" run "
                  WS-RUN-FREQUENCY WS-RUN-PERIOD
             DELIMITED BY SIZE INTO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE
           PERFORM GET-STAMP-DATE-PARA
           MOVE SPACES TO FS-REGISTER-LINE
           STRING "Previewed on business date: "WS-STAMP-DATE
             DELIMITED BY SIZE INTO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE
           MOVE SPACES TO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE
           MOVE "YES" TO WS-REGISTER-ACTIVE

           MOVE SPACES TO WS-PV-EXC-FILENAME
           STRING "payroll_preview_exc_"WS-YEAR WS-MONTH"_"
                  WS-RUN-FREQUENCY WS-RUN-PERIOD".txt"
             DELIMITED BY SIZE INTO WS-PV-EXC-FILENAME
           MOVE 0 TO WS-PV-EXC-COUNT
           OPEN OUTPUT FS-PVEXC-FILE
           MOVE "PAYROLL PREVIEW EXCEPTIONS" TO FS-PVEXC-LINE
           WRITE FS-PVEXC-LINE
           MOVE WS-PV-SWING-LIMIT TO WS-PV-PCT-EDIT
           MOVE SPACES TO FS-PVEXC-LINE
           STRING "Net pay swings beyond "
             FUNCTION TRIM(WS-PV-PCT-EDIT)
             "% of the previous check are flagged"
             DELIMITED BY SIZE INTO FS-PVEXC-LINE
           WRITE FS-PVEXC-LINE
           MOVE SPACES TO FS-PVEXC-LINE
           WRITE FS-PVEXC-LINE
           .


      * what the clerk should look at before the real run: a negative
      * or zero net, and a net that moved too far from the last check
       876-CHECK-PREVIEW-EMPLOYEE-PARA.
           IF WS-NET-PAY < 0
               MOVE WS-NET-PAY TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE SPACES TO WS-PV-REASON
               STRING "NEGATIVE NET "FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE INTO WS-PV-REASON
               PERFORM 877-WRITE-PREVIEW-EXCEPTION-PARA
               EXIT PARAGRAPH
           END-IF

           IF WS-NET-PAY = 0
               MOVE "ZERO PAY - the check nets to nothing"
                 TO WS-PV-REASON
               PERFORM 877-WRITE-PREVIEW-EXCEPTION-PARA
               EXIT PARAGRAPH
           END-IF

           IF WS-PV-PREV-NET NOT > 0
               MOVE "NOTE - no previous check to compare against"
                 TO WS-PV-REASON
               PERFORM 877-WRITE-PREVIEW-EXCEPTION-PARA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PV-SWING ROUNDED =
               (WS-NET-PAY - WS-PV-PREV-NET) * 100 / WS-PV-PREV-NET
           MOVE WS-PV-SWING TO WS-PV-SWING-ABS
           IF WS-PV-SWING < 0
               COMPUTE WS-PV-SWING-ABS = 0 - WS-PV-SWING
           END-IF
           IF WS-PV-SWING-ABS > WS-PV-SWING-LIMIT
               MOVE WS-PV-SWING TO WS-PV-SWING-EDIT
               MOVE WS-PV-PREV-NET TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE SPACES TO WS-PV-REASON
               MOVE 1 TO WS-REGISTER-PTR
               STRING "SWING "FUNCTION TRIM(WS-PV-SWING-EDIT)
                 "% - previous net "FUNCTION TRIM(WS-DISPLAY)
                 " this net "
                 DELIMITED BY SIZE INTO WS-PV-REASON
                 WITH POINTER WS-REGISTER-PTR
               MOVE WS-NET-PAY TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               STRING FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE INTO WS-PV-REASON
                 WITH POINTER WS-REGISTER-PTR
               PERFORM 877-WRITE-PREVIEW-EXCEPTION-PARA
           END-IF
           .


       877-WRITE-PREVIEW-EXCEPTION-PARA.
           MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           MOVE SPACES TO FS-PVEXC-LINE
           STRING FS-EMPLOYEE-NAME(1:30)" "WS-MASKED" "
                  FS-EMPLOYEE-DEPT-CODE" "WS-PV-REASON
             DELIMITED BY SIZE INTO FS-PVEXC-LINE
           WRITE FS-PVEXC-LINE
           ADD 1 TO WS-PV-EXC-COUNT
           .


       878-CLOSE-PREVIEW-PARA.
           CLOSE FS-REGISTER-FILE
           MOVE "NO" TO WS-REGISTER-ACTIVE
           DISPLAY "Preview register written to "WS-REGISTER-FILENAME
           MOVE "PREVIEW" TO WS-RCAT-TYPE
           MOVE WS-REGISTER-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-BATCH-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA

           MOVE SPACES TO FS-PVEXC-LINE
           WRITE FS-PVEXC-LINE
           MOVE SPACES TO FS-PVEXC-LINE
           STRING "Exceptions: "WS-PV-EXC-COUNT
             DELIMITED BY SIZE INTO FS-PVEXC-LINE
           WRITE FS-PVEXC-LINE
           CLOSE FS-PVEXC-FILE
           DISPLAY "Preview exceptions ("WS-PV-EXC-COUNT
             ") written to "WS-PV-EXC-FILENAME
           MOVE "PREVIEWEXC" TO WS-RCAT-TYPE
           MOVE WS-PV-EXC-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-PV-EXC-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


      * the batch run is driven by the pay-period calendar: the
      * operator names a frequency and period number and the record
      * supplies the start/end/check dates

       681-COLLECT-GARNISHMENT-PARA.
           IF WS-GARN-COUNT >= 10
               MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "More than 10 open orders for "WS-MASKED
                 " - extra orders held to the next check"
               EXIT PARAGRAPH
           END-IF
                   IF WS-GARN-TAKEN > 0
                       SUBTRACT WS-GARN-TAKEN FROM WS-NET-PAY
                       SUBTRACT WS-GARN-TAKEN FROM FS-GARN-REMAINING
                       IF WS-PREVIEW-RUN NOT = "YES"
                           REWRITE FS-GARNISHMENT
                               INVALID KEY
                                   DISPLAY "Unable to update garnishme
      -                                    "nt "FS-GARN-ID
                           END-REWRITE
                       END-IF
                       IF WS-CD-GARN-COUNT < 10
                           ADD 1 TO WS-CD-GARN-COUNT
                           MOVE FS-GARN-ID
                             TO WS-CD-GARN-ID(WS-CD-GARN-COUNT)
                           MOVE WS-GARN-TAKEN
                             TO WS-CD-GARN-TAKEN(WS-CD-GARN-COUNT)
                       END-IF

                       MOVE WS-GARN-TAKEN TO WS-DISPLAY-MONEY-TMP
                       PERFORM CALCULATE-MONEY-DISPLAY-PARA
               DISPLAY "Deduction ("FS-VD-DESCRIPTION"): "WS-DISPLAY
           END-IF

           MOVE FS-VD-ARREARS TO WS-VOL-OLD-ARREARS
           COMPUTE FS-VD-ARREARS = WS-VOL-WANTED - WS-VOL-TAKE
           IF WS-CD-VOL-COUNT < 10
               ADD 1 TO WS-CD-VOL-COUNT
               MOVE FS-VD-CODE TO WS-CD-VOL-CODE(WS-CD-VOL-COUNT)
               MOVE WS-VOL-TAKE TO WS-CD-VOL-TAKE(WS-CD-VOL-COUNT)
               COMPUTE WS-CD-VOL-ARREARS-CHG(WS-CD-VOL-COUNT) =
                   FS-VD-ARREARS - WS-VOL-OLD-ARREARS
           END-IF
           IF FS-VD-ARREARS > 0
               DISPLAY "  "FS-VD-CODE" short by "FS-VD-ARREARS
                 " - carried as arrears"
           END-IF

           IF WS-PREVIEW-RUN NOT = "YES"
               REWRITE FS-VOLUNTARY-DED
                   INVALID KEY
                       DISPLAY "Unable to update deduction "FS-VD-KEY
               END-REWRITE
           END-IF

           IF WS-REGISTER-ACTIVE = "YES" AND WS-VOL-TAKE > 0
               PERFORM 687-TALLY-VOL-RUN-PARA
           IF WS-ADV-TAKE > 0
               SUBTRACT WS-ADV-TAKE FROM WS-NET-PAY
               SUBTRACT WS-ADV-TAKE FROM FS-ADV-BALANCE
               MOVE WS-ADV-TAKE TO WS-CD-ADV-TAKE
               IF WS-PREVIEW-RUN NOT = "YES"
                   REWRITE FS-ADVANCE
                       INVALID KEY
                           MOVE FS-ADV-SSN TO WS-MASK-NUMBER
                           PERFORM MASK-LAST-FOUR-PARA
                           DISPLAY "Unable to update advance for "
                             WS-MASKED
                   END-REWRITE
               END-IF
               MOVE WS-ADV-TAKE TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               DISPLAY "Advance repayment: "WS-DISPLAY
               ADD WS-LEAVE-PAY TO WS-GROSS-PAY
               SUBTRACT WS-VAC-PAID FROM FS-EMPLOYEE-VACATION-HOURS
               SUBTRACT WS-SICK-PAID FROM FS-EMPLOYEE-SICK-HOURS
               MOVE WS-VAC-PAID  TO WS-CD-VAC-USED
               MOVE WS-SICK-PAID TO WS-CD-SICK-USED

               MOVE WS-LEAVE-PAY TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
      * blends the old and new rates by days so the check is neither
      * over- nor under-paid; one effective before the period applies
      * in full; either way the change is marked applied on file
      * a change dated back into periods already paid is owed on this
      * check - every paid period from the effective date up to this
      * one is re-priced at the new rate and the difference rides
      * this check as retro pay, one audit line per period
       641-COMPUTE-RETRO-PARA.
           IF FS-RATECHG-NEW-RATE NOT > FS-RATECHG-OLD-RATE
               DISPLAY "Rate change effective "FS-RATECHG-EFFECTIVE
                 " lowers the rate for periods already paid - no ret"
                 "ro pay, recover any overpayment by hand"
               EXIT PARAGRAPH
           END-IF

           MOVE FS-RATECHG-EFFECTIVE TO WS-RETRO-EFF-DATE
           COMPUTE WS-RETRO-EFF-YM =
               FS-RATECHG-EFF-YEAR * 100 + FS-RATECHG-EFF-MONTH
           COMPUTE WS-RETRO-LAST-PAID-YM =
               FS-EMPLOYEE-LAST-PAID-YEAR * 100
               + FS-EMPLOYEE-LAST-PAID-MONTH
           SUBTRACT FS-RATECHG-OLD-RATE FROM FS-RATECHG-NEW-RATE
             GIVING WS-RETRO-RATE-DIFF
           MOVE 0 TO WS-RETRO-EMP-LINES

           MOVE SPACES TO WS-RETRO-FILENAME
           STRING "retro_audit_"WS-YEAR WS-MONTH"_"
                  WS-RUN-FREQUENCY WS-RUN-PERIOD".txt"
             DELIMITED BY SIZE INTO WS-RETRO-FILENAME

      * the calendar for this frequency is loaded first - from the
      * effective month up to this run - so each period can be
      * paired with the check it was paid on
           MOVE 0 TO WS-RP-COUNT
           MOVE "NO" TO WS-RETRO-EOF
           OPEN INPUT FS-PERIOD-FILE
               IF WS-PERIOD-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-RETRO-EOF
               END-IF
               PERFORM UNTIL WS-RETRO-EOF = "YES"
                   READ FS-PERIOD-FILE
                       AT END
                           MOVE "YES" TO WS-RETRO-EOF
                       NOT AT END
                           IF FS-PERIOD-FREQUENCY = WS-RUN-FREQUENCY
                               PERFORM 642-LOAD-RETRO-PERIOD-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-PERIOD-FILE

           IF WS-RP-COUNT = 0
               DISPLAY "No calendar periods on file for the back pay
      -                " - retro for "FS-RATECHG-EFFECTIVE
                 " must be paid by hand"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-RP-INDEX FROM 1 BY 1
             UNTIL WS-RP-INDEX > WS-RP-COUNT
               IF WS-RP-END(WS-RP-INDEX) >= WS-RETRO-EFF-DATE
                   PERFORM 643-RETRO-ONE-PERIOD-PARA
               END-IF
           END-PERFORM

      * a one-off check has no register to carry the audit into the
      * catalog, so it is registered here for that employee alone
           IF WS-RETRO-EMP-LINES > 0 AND WS-REGISTER-ACTIVE NOT = "YES"
               DISPLAY "Retro audit written to "WS-RETRO-FILENAME
               MOVE "RETROAUDIT" TO WS-RCAT-TYPE
               MOVE WS-RETRO-FILENAME TO WS-RCAT-FILENAME
               MOVE WS-RETRO-EMP-LINES TO WS-RCAT-COUNT
               PERFORM REGISTER-REPORT-PARA
           END-IF
           .


       642-LOAD-RETRO-PERIOD-PARA.
           MOVE FS-PERIOD-CHECK TO WS-RETRO-DATE-WORK
           COMPUTE WS-RETRO-CHECK-YM =
               WS-RETRO-WORK-YEAR * 100 + WS-RETRO-WORK-MONTH
           IF WS-RETRO-CHECK-YM < WS-RETRO-EFF-YM
               EXIT PARAGRAPH
           END-IF

           MOVE FS-PERIOD-START TO WS-RETRO-DATE-WORK
           CALL "DATE-TO-DAYS" USING WS-RETRO-WORK-YEAR
                                     WS-RETRO-WORK-MONTH
                                     WS-RETRO-WORK-DAY
                                     WS-RETRO-WORK-AS-DAYS
           IF WS-RETRO-WORK-AS-DAYS >= WS-PERIOD-START-AS-DAYS
               EXIT PARAGRAPH
           END-IF

           IF WS-RP-COUNT < 60
               ADD 1 TO WS-RP-COUNT
               MOVE FS-PERIOD-NUMBER TO WS-RP-NUMBER(WS-RP-COUNT)
               MOVE FS-PERIOD-START  TO WS-RP-START(WS-RP-COUNT)
               MOVE FS-PERIOD-END    TO WS-RP-END(WS-RP-COUNT)
               MOVE FS-PERIOD-CHECK  TO WS-RP-CHECK(WS-RP-COUNT)
           ELSE
               DISPLAY "Retro period table is at its 60-period limit
      -                " - earlier periods must be paid by hand"
           END-IF
           .


      * pay_history.txt carries no period number, so the Nth period
      * whose check fell in a month pairs with the Nth check paid to
      * the employee that month; a period with no check is skipped
       643-RETRO-ONE-PERIOD-PARA.
           MOVE WS-RP-CHECK(WS-RP-INDEX) TO WS-RETRO-DATE-WORK
           COMPUTE WS-RETRO-CHECK-YM =
               WS-RETRO-WORK-YEAR * 100 + WS-RETRO-WORK-MONTH
           IF WS-RETRO-CHECK-YM > WS-RETRO-LAST-PAID-YM
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-RETRO-ORDINAL
           PERFORM VARYING WS-RP-SCAN FROM 1 BY 1
             UNTIL WS-RP-SCAN > WS-RP-COUNT
               IF WS-RP-CHECK(WS-RP-SCAN)(1:6) =
                  WS-RP-CHECK(WS-RP-INDEX)(1:6) AND
                  WS-RP-START(WS-RP-SCAN) < WS-RP-START(WS-RP-INDEX)
                   ADD 1 TO WS-RETRO-ORDINAL
               END-IF
           END-PERFORM

           MOVE "NO" TO WS-RETRO-PAID
           MOVE 0 TO WS-RETRO-SEEN
           MOVE "NO" TO WS-RETRO-EOF
           OPEN INPUT FS-PAYHIST-FILE
               IF WS-PAYHIST-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-RETRO-EOF
               END-IF
               PERFORM UNTIL WS-RETRO-EOF = "YES"
                   READ FS-PAYHIST-FILE
                       AT END
                           MOVE "YES" TO WS-RETRO-EOF
                       NOT AT END
                           IF FS-PAYHIST-SSN = FS-EMPLOYEE-SSN AND
                              FS-PAYHIST-YEAR = WS-RETRO-WORK-YEAR AND
                              FS-PAYHIST-MONTH = WS-RETRO-WORK-MONTH
                              AND FS-PAYHIST-GROSS > 0
                               ADD 1 TO WS-RETRO-SEEN
                               IF WS-RETRO-SEEN = WS-RETRO-ORDINAL
                                   MOVE FS-PAYHIST-GROSS
                                     TO WS-RETRO-OLD-GROSS
                                   MOVE "YES" TO WS-RETRO-PAID
                                   MOVE "YES" TO WS-RETRO-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-PAYHIST-FILE

           IF WS-RETRO-PAID = "NO"
               EXIT PARAGRAPH
           END-IF

      * only the days on or after the effective date earn the new rate
           MOVE WS-RP-START(WS-RP-INDEX) TO WS-RETRO-FROM-DATE
           IF WS-RETRO-EFF-DATE > WS-RETRO-FROM-DATE
               MOVE WS-RETRO-EFF-DATE TO WS-RETRO-FROM-DATE
           END-IF

           IF FS-EMPLOYEE-PAY-TYPE = "SALARY"
               PERFORM 644-RETRO-SALARY-PARA
           ELSE
               PERFORM 656-RETRO-HOURLY-PARA
           END-IF

           ADD WS-RETRO-OLD-GROSS WS-RETRO-DIFF
             GIVING WS-RETRO-NEW-GROSS
           ADD WS-RETRO-DIFF TO WS-RETRO-PAY
           PERFORM 658-WRITE-RETRO-AUDIT-PARA
           .


      * salary is re-priced by the share of the period's calendar days
      * on or after the effective date, at this frequency's per-check
      * split of the monthly figure
       644-RETRO-SALARY-PARA.
           MOVE WS-RETRO-FROM-DATE TO WS-RETRO-DATE-WORK
           CALL "DATE-TO-DAYS" USING WS-RETRO-WORK-YEAR
                                     WS-RETRO-WORK-MONTH
                                     WS-RETRO-WORK-DAY
                                     WS-RETRO-FROM-AS-DAYS
           MOVE WS-RP-START(WS-RP-INDEX) TO WS-RETRO-DATE-WORK
           CALL "DATE-TO-DAYS" USING WS-RETRO-WORK-YEAR
                                     WS-RETRO-WORK-MONTH
                                     WS-RETRO-WORK-DAY
                                     WS-RETRO-START-AS-DAYS
           MOVE WS-RP-END(WS-RP-INDEX) TO WS-RETRO-DATE-WORK
           CALL "DATE-TO-DAYS" USING WS-RETRO-WORK-YEAR
                                     WS-RETRO-WORK-MONTH
                                     WS-RETRO-WORK-DAY
                                     WS-RETRO-END-AS-DAYS

           COMPUTE WS-RETRO-PERIOD-DAYS =
               WS-RETRO-END-AS-DAYS - WS-RETRO-START-AS-DAYS + 1
           COMPUTE WS-RETRO-OVERLAP-DAYS =
               WS-RETRO-END-AS-DAYS - WS-RETRO-FROM-AS-DAYS + 1

           EVALUATE WS-RUN-FREQUENCY
               WHEN "B"
                   COMPUTE WS-RETRO-DIFF ROUNDED =
                       WS-RETRO-RATE-DIFF * 12 / 26
                       * WS-RETRO-OVERLAP-DAYS / WS-RETRO-PERIOD-DAYS
               WHEN "S"
                   COMPUTE WS-RETRO-DIFF ROUNDED =
                       WS-RETRO-RATE-DIFF / 2
                       * WS-RETRO-OVERLAP-DAYS / WS-RETRO-PERIOD-DAYS
               WHEN OTHER
                   COMPUTE WS-RETRO-DIFF ROUNDED =
                       WS-RETRO-RATE-DIFF
                       * WS-RETRO-OVERLAP-DAYS / WS-RETRO-PERIOD-DAYS
           END-EVALUATE
           .


      * hourly pay is re-priced from the approved timesheet days on
      * file, sorted the way the batch run tallies them: worked hours
      * and vacation/sick hours on or after the effective date earn
      * the difference, and their share of the period's overtime
      * earns the extra half; job-coded days were paid at position
      * rates and are left alone
       656-RETRO-HOURLY-PARA.
           MOVE 0 TO WS-RETRO-ELIG-HOURS
           MOVE 0 TO WS-RETRO-LEAVE-HOURS
           MOVE 0 TO WS-RETRO-TOTAL-HOURS
           MOVE "NO" TO WS-RETRO-EOF
           OPEN INPUT FS-TIMESHEET-FILE
               IF WS-TIMESHEET-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-RETRO-EOF
               END-IF
               PERFORM UNTIL WS-RETRO-EOF = "YES"
                   READ FS-TIMESHEET-FILE
                       AT END
                           MOVE "YES" TO WS-RETRO-EOF
                       NOT AT END
                           MOVE FS-TIMESHEET-DATE TO WS-TS-DATE-NUM
                           IF FS-TIMESHEET-SSN = FS-EMPLOYEE-SSN AND
                              FS-TIMESHEET-APPROVED = "Y" AND
                              WS-TS-DATE-NUM >=
                                WS-RP-START(WS-RP-INDEX) AND
                              WS-TS-DATE-NUM <=
                                WS-RP-END(WS-RP-INDEX)
                               PERFORM 657-TALLY-RETRO-DAY-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-TIMESHEET-FILE

           MOVE 0 TO WS-RETRO-OT-HOURS
           IF WS-RETRO-TOTAL-HOURS > WS-STANDARD-PERIOD-HOURS
               COMPUTE WS-RETRO-OT-HOURS ROUNDED =
                   (WS-RETRO-TOTAL-HOURS - WS-STANDARD-PERIOD-HOURS)
                   * WS-RETRO-ELIG-HOURS / WS-RETRO-TOTAL-HOURS
           END-IF

           COMPUTE WS-RETRO-DIFF ROUNDED =
               WS-RETRO-RATE-DIFF *
               (WS-RETRO-ELIG-HOURS + WS-RETRO-LEAVE-HOURS
                + WS-RETRO-OT-HOURS * 0.5)
           COMPUTE WS-WC-OT-PREMIUM ROUNDED = WS-WC-OT-PREMIUM +
               (WS-RETRO-RATE-DIFF * WS-RETRO-OT-HOURS * 0.5)
           .


       657-TALLY-RETRO-DAY-PARA.
           IF FS-TIMESHEET-JOB-CODE NOT = SPACES AND
              FS-TIMESHEET-LEAVE-CODE = SPACE
               EXIT PARAGRAPH
           END-IF

           EVALUATE FS-TIMESHEET-LEAVE-CODE
               WHEN "V"
               WHEN "S"
                   IF WS-TS-DATE-NUM >= WS-RETRO-FROM-DATE
                       ADD FS-TIMESHEET-HOURS TO WS-RETRO-LEAVE-HOURS
                   END-IF
               WHEN OTHER
                   ADD FS-TIMESHEET-HOURS TO WS-RETRO-TOTAL-HOURS
                   IF WS-TS-DATE-NUM >= WS-RETRO-FROM-DATE
                       ADD FS-TIMESHEET-HOURS TO WS-RETRO-ELIG-HOURS
                   END-IF
           END-EVALUATE
           .


      * one line per re-priced period: the period, its dates, the
      * gross as paid, the gross at the new rate, and the difference
       658-WRITE-RETRO-AUDIT-PARA.
           IF WS-PREVIEW-RUN = "YES"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND FS-RETRO-FILE
               IF WS-RETRO-FILE-STATUS = '35'
                   OPEN OUTPUT FS-RETRO-FILE
                   MOVE "RETRO PAY AUDIT" TO FS-RETRO-LINE
                   WRITE FS-RETRO-LINE
               END-IF

               MOVE SPACES TO FS-RETRO-LINE
               MOVE 1 TO WS-REGISTER-PTR
               MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING WS-MASKED" eff "WS-RETRO-EFF-DATE" period "
                 WS-RUN-FREQUENCY WS-RP-NUMBER(WS-RP-INDEX)" "
                 WS-RP-START(WS-RP-INDEX)"-"WS-RP-END(WS-RP-INDEX)
                 " old " DELIMITED BY SIZE
                 INTO FS-RETRO-LINE WITH POINTER WS-REGISTER-PTR

               MOVE WS-RETRO-OLD-GROSS TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               STRING FUNCTION TRIM(WS-DISPLAY)" new " DELIMITED BY SIZE
                 INTO FS-RETRO-LINE WITH POINTER WS-REGISTER-PTR

               MOVE WS-RETRO-NEW-GROSS TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               STRING FUNCTION TRIM(WS-DISPLAY)" diff "
                 DELIMITED BY SIZE
                 INTO FS-RETRO-LINE WITH POINTER WS-REGISTER-PTR

               MOVE WS-RETRO-DIFF TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               STRING FUNCTION TRIM(WS-DISPLAY) DELIMITED BY SIZE
                 INTO FS-RETRO-LINE WITH POINTER WS-REGISTER-PTR

               WRITE FS-RETRO-LINE
           CLOSE FS-RETRO-FILE

           ADD 1 TO WS-RETRO-EMP-LINES
           ADD 1 TO WS-RETRO-RUN-LINES
           .


       645-APPLY-RATE-CHANGE-PARA.
           MOVE "NO" TO WS-RATECHG-PENDING
           MOVE 0 TO WS-RETRO-PAY
           MOVE "NO" TO WS-RATECHG-EOF
           OPEN I-O FS-RATECHG-FILE
               IF WS-RATECHG-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-RATECHG-EOF
               END-IF
               PERFORM UNTIL WS-RATECHG-EOF = "YES"
                   READ FS-RATECHG-FILE
                       AT END
                           MOVE "YES" TO WS-RATECHG-EOF
                       NOT AT END
                           IF FS-RATECHG-SSN = FS-EMPLOYEE-SSN AND
                              FS-RATECHG-APPLIED NOT = "Y"
                               PERFORM 646-APPLY-ONE-CHANGE-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-RATECHG-FILE
           .


       646-APPLY-ONE-CHANGE-PARA.
           CALL "DATE-TO-DAYS" USING FS-RATECHG-EFF-YEAR
                                     FS-RATECHG-EFF-MONTH
                                     FS-RATECHG-EFF-DAY
                                     WS-RATE-EFF-AS-DAYS
           IF WS-RATE-EFF-AS-DAYS > WS-PERIOD-END-AS-DAYS
               EXIT PARAGRAPH
           END-IF

           IF WS-RATE-EFF-AS-DAYS <= WS-PERIOD-START-AS-DAYS
               MOVE FS-RATECHG-NEW-RATE TO WS-RATE-BLENDED
           ELSE
               COMPUTE WS-RATE-TOTAL-DAYS = WS-PERIOD-END-AS-DAYS
                   - WS-PERIOD-START-AS-DAYS + 1
               COMPUTE WS-RATE-BEFORE-DAYS = WS-RATE-EFF-AS-DAYS
                   - WS-PERIOD-START-AS-DAYS
               COMPUTE WS-RATE-BLENDED ROUNDED =
                   (FS-RATECHG-OLD-RATE * WS-RATE-BEFORE-DAYS
                    + FS-RATECHG-NEW-RATE *
                      (WS-RATE-TOTAL-DAYS - WS-RATE-BEFORE-DAYS))
                   / WS-RATE-TOTAL-DAYS
               DISPLAY "Rate change effective "FS-RATECHG-EFFECTIVE
                 " prorated across this period"
           END-IF

           IF FS-EMPLOYEE-PAY-TYPE = "SALARY"
               MOVE WS-RATE-BLENDED TO FS-EMPLOYEE-MONTHLY-SALARY
           ELSE
               MOVE WS-RATE-BLENDED TO FS-EMPLOYEE-HOURLY-WAGE
           END-IF
           MOVE FS-RATECHG-NEW-RATE TO WS-RATECHG-NEW-SAVE
           MOVE "YES" TO WS-RATECHG-PENDING

           IF WS-RATE-EFF-AS-DAYS < WS-PERIOD-START-AS-DAYS
               PERFORM 641-COMPUTE-RETRO-PARA
           END-IF

           IF WS-PREVIEW-RUN NOT = "YES"
               MOVE "Y" TO FS-RATECHG-APPLIED
               REWRITE FS-RATECHG-RECORD
           END-IF
           .


       2000-RATE-CHANGES-PARA.
           DISPLAY "Rate changes:"
           DISPLAY "1) Enter a rate change   2) Wage-change audit list
      -            "ing"
           ACCEPT WS-RC-CHOICE
           EVALUATE WS-RC-CHOICE
               WHEN 1
                   PERFORM 2010-ENTER-RATE-CHANGE-PARA
               WHEN 2
                   PERFORM 2020-RATE-AUDIT-LISTING-PARA
               WHEN OTHER
                   DISPLAY "Invalid option!"
           END-EVALUATE
           .


       2010-ENTER-RATE-CHANGE-PARA.
           PERFORM ACCEPT-EMPLOYEE-SSN-PARA
           OPEN INPUT FS-EMPLOYEE-FILE
               IF WS-EMPLOYEE-FILE-STATUS = '35'
           ACCEPT FS-RATECHG-EFFECTIVE
           MOVE "N" TO FS-RATECHG-APPLIED

           COMPUTE WS-RETRO-EFF-YM =
               FS-RATECHG-EFF-YEAR * 100 + FS-RATECHG-EFF-MONTH
           COMPUTE WS-RETRO-LAST-PAID-YM =
               FS-EMPLOYEE-LAST-PAID-YEAR * 100
               + FS-EMPLOYEE-LAST-PAID-MONTH
           IF WS-RETRO-EFF-YM <= WS-RETRO-LAST-PAID-YM
               DISPLAY "The effective date reaches back into periods a
      -                "lready paid - the next regular check pays the"
               DISPLAY "difference for those periods as retro pay"
           END-IF

           OPEN EXTEND FS-RATECHG-FILE
               IF WS-RATECHG-FILE-STATUS = '35'
                   OPEN OUTPUT FS-RATECHG-FILE
       2021-PRINT-RATE-CHANGE-PARA.
           MOVE FS-RATECHG-OLD-RATE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE FS-RATECHG-SSN TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY "SSN "WS-MASKED" effective "
             FS-RATECHG-EFFECTIVE" from "FUNCTION TRIM(WS-DISPLAY)
             WITH NO ADVANCING
           MOVE FS-RATECHG-NEW-RATE TO WS-DISPLAY-MONEY-TMP
           ELSE
               ADD 1 TO WS-DDVAL-EXC-COUNT
               MOVE SPACES TO FS-DDVAL-LINE
               MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING WS-MASKED" "FS-EMPLOYEE-NAME(1:30)" - "
                      WS-DDVAL-REASON
                 DELIMITED BY SIZE INTO FS-DDVAL-LINE
               WRITE FS-DDVAL-LINE
               MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "Exception: "WS-MASKED" - "
                 WS-DDVAL-REASON
           END-IF
           .
              WS-ACT-TERM-DATE-NUM <= WS-ACT-END-DATE AND
              WS-ACT-TERM-DATE-NUM NOT = 0
               ADD 1 TO WS-ACT-TERM-COUNT
               MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "TERMINATED "FS-EMPLOYEE-TERM-DATE" "
                 WS-MASKED" "FS-EMPLOYEE-NAME(1:40)
           END-IF

      * the dates alone decide the class: a hire date at or before the
               IF WS-ACT-TERM-DATE-NUM = 0 OR
                  FS-EMPLOYEE-HIRE-DATE <= WS-ACT-TERM-DATE-NUM
                   ADD 1 TO WS-ACT-HIRE-COUNT
                   MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "HIRED      "FS-EMPLOYEE-HIRE-DATE" "
                     WS-MASKED" "FS-EMPLOYEE-NAME(1:40)
               ELSE
                   ADD 1 TO WS-ACT-REHIRE-COUNT
                   MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   DISPLAY "REHIRED    "FS-EMPLOYEE-HIRE-DATE" "
                     WS-MASKED" "FS-EMPLOYEE-NAME(1:40)
               END-IF
           END-IF
           .
                       OPEN OUTPUT FS-TS-REJECT-FILE
                   END-IF
                   MOVE SPACES TO FS-TS-REJECT-LINE
                   MOVE WS-TS-ENTRY-SSN TO WS-MASK-NUMBER
                   PERFORM MASK-LAST-FOUR-PARA
                   STRING WS-MASKED" "WS-TS-ENTRY-DATE" - "
                          WS-TS-REJECT-REASON
                     DELIMITED BY SIZE INTO FS-TS-REJECT-LINE
                   WRITE FS-TS-REJECT-LINE
               ACCEPT FS-ER-NAME
               DISPLAY "Enter the employer address:"
               ACCEPT FS-ER-ADDRESS
               DISPLAY "Federal deposit schedule (M monthly, S semiwee
      -                "kly):"
               ACCEPT FS-ER-DEPOSIT-SCHEDULE
               MOVE FUNCTION UPPER-CASE(FS-ER-DEPOSIT-SCHEDULE)
                 TO FS-ER-DEPOSIT-SCHEDULE
               IF FS-ER-DEPOSIT-SCHEDULE NOT = "S"
                   MOVE "M" TO FS-ER-DEPOSIT-SCHEDULE
               END-IF
               DISPLAY "Operating account the tax deposits are paid fr
      -                "om (0 for none):"
               ACCEPT FS-ER-OPERATING-ACCT
               IF FS-ER-OPERATING-ACCT NOT = 0
                   MOVE "CHECK" TO WS-TD-CD-ACTION
                   MOVE FS-ER-OPERATING-ACCT TO WS-TD-CD-NUMBER
                   CALL "CHECK-DIGIT" USING WS-TD-CD-ACTION
                       WS-TD-CD-NUMBER WS-TD-CD-RESULT
                   IF WS-TD-CD-RESULT NOT = "Y"
                       DISPLAY "Not a valid account number - the check
      -                        " digit fails"
                       CLOSE FS-EMPLOYER-FILE
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               WRITE FS-EMPLOYER
                   INVALID KEY
           .


      * runs from the edit menu with the employee record in hand
       MAINTAIN-CONTACTS-PARA.
           DISPLAY "Dependents and contacts:"
           DISPLAY "1) Add a dependent/contact   2) List them"
           ACCEPT WS-CT-CHOICE
           EVALUATE WS-CT-CHOICE
               WHEN 1
                   PERFORM ADD-ONE-CONTACT-PARA
               WHEN 2
                   PERFORM LIST-CONTACTS-PARA
               WHEN OTHER
                   DISPLAY "Invalid command!"
           END-EVALUATE
           .


       ADD-ONE-CONTACT-PARA.
           OPEN I-O FS-CONTACT-FILE
               IF WS-CONTACT-FILE-STATUS = '35'
                   CLOSE FS-CONTACT-FILE
                   OPEN OUTPUT FS-CONTACT-FILE
                   CLOSE FS-CONTACT-FILE
                   OPEN I-O FS-CONTACT-FILE
               END-IF

      * next free sequence for this employee
               MOVE 0 TO WS-CT-NEXT-SEQ
               MOVE "NO" TO WS-CT-EOF
               MOVE FS-EMPLOYEE-SSN TO FS-CT-SSN
               MOVE 0 TO FS-CT-SEQ
               START FS-CONTACT-FILE KEY IS GREATER THAN OR EQUAL
                   TO FS-CT-KEY
                   INVALID KEY
                       MOVE "YES" TO WS-CT-EOF
               END-START
               PERFORM UNTIL WS-CT-EOF = "YES"
                   READ FS-CONTACT-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-CT-EOF
                       NOT AT END
                           IF FS-CT-SSN = FS-EMPLOYEE-SSN
                               MOVE FS-CT-SEQ TO WS-CT-NEXT-SEQ
                           ELSE
                               MOVE "YES" TO WS-CT-EOF
                           END-IF
                   END-READ
               END-PERFORM

               MOVE FS-EMPLOYEE-SSN TO FS-CT-SSN
               COMPUTE FS-CT-SEQ = WS-CT-NEXT-SEQ + 1
               DISPLAY "Enter the person's name:"
               ACCEPT FS-CT-NAME
               DISPLAY "Enter the relationship (SPOUSE, CHILD, FRIEND,
      -                " ...):"
               ACCEPT FS-CT-RELATIONSHIP
               MOVE FUNCTION UPPER-CASE(FS-CT-RELATIONSHIP)
                 TO FS-CT-RELATIONSHIP
               DISPLAY "Enter birth date (yyyymmdd, 0 if unknown):"
               ACCEPT FS-CT-BIRTH-DATE
               DISPLAY "Enter a phone number:"
               ACCEPT FS-CT-PHONE
               DISPLAY "Emergency contact? (Y/N)"
               ACCEPT FS-CT-EMERGENCY
               MOVE FUNCTION UPPER-CASE(FS-CT-EMERGENCY)
                 TO FS-CT-EMERGENCY
               IF FS-CT-EMERGENCY = "Y"
                   DISPLAY "Call order (1 is called first):"
                   ACCEPT FS-CT-EMERG-ORDER
               ELSE
                   MOVE "N" TO FS-CT-EMERGENCY
                   MOVE 0 TO FS-CT-EMERG-ORDER
               END-IF

               WRITE FS-CONTACT
                   INVALID KEY
                       DISPLAY "Unable to save the contact"
                   NOT INVALID KEY
                       DISPLAY "Contact saved as entry "FS-CT-SEQ
               END-WRITE
           CLOSE FS-CONTACT-FILE
           .


       LIST-CONTACTS-PARA.
           MOVE 0 TO WS-CT-LIST-COUNT
           MOVE "NO" TO WS-CT-EOF
           OPEN INPUT FS-CONTACT-FILE
               IF WS-CONTACT-FILE-STATUS NOT = "00"
                   DISPLAY "No contacts on file"
                   MOVE "YES" TO WS-CT-EOF
               ELSE
                   MOVE FS-EMPLOYEE-SSN TO FS-CT-SSN
                   MOVE 0 TO FS-CT-SEQ
                   START FS-CONTACT-FILE KEY IS GREATER THAN OR EQUAL
                       TO FS-CT-KEY
                       INVALID KEY
                           MOVE "YES" TO WS-CT-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-CT-EOF = "YES"
                   READ FS-CONTACT-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-CT-EOF
                       NOT AT END
                           IF FS-CT-SSN = FS-EMPLOYEE-SSN
                               ADD 1 TO WS-CT-LIST-COUNT
                               DISPLAY FS-CT-SEQ" "FS-CT-NAME(1:30)
                                 " "FS-CT-RELATIONSHIP" "FS-CT-PHONE
                                 " emerg "FS-CT-EMERGENCY
                                 FS-CT-EMERG-ORDER
                           ELSE
                               MOVE "YES" TO WS-CT-EOF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-CONTACT-FILE

           DISPLAY "Contacts listed: "WS-CT-LIST-COUNT
           .


      * spouse or family coverage with nobody on the dependents file
      * is the exception benefits chases before open enrollment
       3300-DEPENDENT-CHECK-PARA.
           MOVE 0 TO WS-CT-EXC-COUNT
           MOVE "NO" TO WS-BEN-EOF
           OPEN INPUT FS-ENROLL-FILE
               IF WS-ENROLL-FILE-STATUS NOT = "00"
                   DISPLAY "No enrollments on file"
                   MOVE "YES" TO WS-BEN-EOF
               END-IF
               PERFORM UNTIL WS-BEN-EOF = "YES"
                   READ FS-ENROLL-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-BEN-EOF
                       NOT AT END
                           IF FS-ENR-COVERAGE = "S" OR
                              FS-ENR-COVERAGE = "F"
                               PERFORM 3310-CHECK-ONE-COVERAGE-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-ENROLL-FILE

           DISPLAY "Coverage exceptions: "WS-CT-EXC-COUNT
           .


       3310-CHECK-ONE-COVERAGE-PARA.
           MOVE 0 TO WS-CT-DEP-COUNT
           MOVE "NO" TO WS-CT-EOF
           OPEN INPUT FS-CONTACT-FILE
               IF WS-CONTACT-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-CT-EOF
               ELSE
                   MOVE FS-ENR-SSN TO FS-CT-SSN
                   MOVE 0 TO FS-CT-SEQ
                   START FS-CONTACT-FILE KEY IS GREATER THAN OR EQUAL
                       TO FS-CT-KEY
                       INVALID KEY
                           MOVE "YES" TO WS-CT-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-CT-EOF = "YES"
                   READ FS-CONTACT-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-CT-EOF
                       NOT AT END
                           IF FS-CT-SSN = FS-ENR-SSN
                               IF FS-CT-RELATIONSHIP = "SPOUSE" OR
                                  FS-CT-RELATIONSHIP = "CHILD"
                                   ADD 1 TO WS-CT-DEP-COUNT
                               END-IF
                           ELSE
                               MOVE "YES" TO WS-CT-EOF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-CONTACT-FILE

           IF WS-CT-DEP-COUNT = 0
               ADD 1 TO WS-CT-EXC-COUNT
               MOVE FS-ENR-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY "EXCEPTION "WS-MASKED" has "FS-ENR-COVERAGE
                 " coverage but no dependents on file"
           ELSE
               MOVE FS-ENR-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               DISPLAY WS-MASKED" "FS-ENR-COVERAGE" coverage, "
                 WS-CT-DEP-COUNT" dependent(s) on file"
           END-IF
           .


      * a wrong check is taken back whole: every balance it moved is
      * moved back from the check's detail record, a negative pay
      * history record offsets it, and the month's void register
      * names the supervisor - a corrected check can follow at once
       3400-VOID-CHECK-PARA.
           PERFORM ACCEPT-EMPLOYEE-SSN-PARA
           OPEN INPUT FS-EMPLOYEE-FILE
               IF WS-EMPLOYEE-FILE-STATUS = '35'
                   DISPLAY "No employees in the database"
                   CLOSE FS-EMPLOYEE-FILE
                   EXIT PARAGRAPH
               END-IF
               READ FS-EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "Employee not found in the database"
                       CLOSE FS-EMPLOYEE-FILE
                       EXIT PARAGRAPH
               END-READ
           CLOSE FS-EMPLOYEE-FILE

           MOVE 0 TO WS-VOID-COUNT
           MOVE "NO" TO WS-VOID-EOF
           OPEN INPUT FS-CHKDET-FILE
               IF WS-CHKDET-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-VOID-EOF
               END-IF
               PERFORM UNTIL WS-VOID-EOF = "YES"
                   READ FS-CHKDET-FILE
                       AT END
                           MOVE "YES" TO WS-VOID-EOF
                       NOT AT END
                           MOVE FS-CHKDET-RECORD TO WS-CHECK-DETAIL
                           IF WS-CD-SSN = FS-EMPLOYEE-SSN
                               ADD 1 TO WS-VOID-COUNT
                               PERFORM 3410-LIST-ONE-CHECK-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-CHKDET-FILE

           IF WS-VOID-COUNT = 0
               DISPLAY "No voidable checks on file for that SSN"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Number of the check to void (0 to cancel):"
           ACCEPT WS-VOID-PICK
           IF WS-VOID-PICK = 0 OR WS-VOID-PICK > WS-VOID-COUNT
               DISPLAY "Nothing voided"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Voiding supervisor's initials:"
           ACCEPT WS-VOID-BY
           MOVE FUNCTION UPPER-CASE(WS-VOID-BY) TO WS-VOID-BY
           IF WS-VOID-BY = SPACES
               DISPLAY "A void needs the supervisor's initials - nothi
      -                "ng voided"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason for the void:"
           ACCEPT WS-VOID-REASON

      * the pick is found again and flagged under I-O so the same
      * check can never be taken back twice
           MOVE "NO" TO WS-VOID-DONE
           MOVE 0 TO WS-VOID-COUNT
           MOVE "NO" TO WS-VOID-EOF
           OPEN I-O FS-CHKDET-FILE
               PERFORM UNTIL WS-VOID-EOF = "YES"
                   READ FS-CHKDET-FILE
                       AT END
                           MOVE "YES" TO WS-VOID-EOF
                       NOT AT END
                           MOVE FS-CHKDET-RECORD TO WS-CHECK-DETAIL
                           IF WS-CD-SSN = FS-EMPLOYEE-SSN
                               ADD 1 TO WS-VOID-COUNT
                               IF WS-VOID-COUNT = WS-VOID-PICK
                                   PERFORM 3420-FLAG-VOIDED-PARA
                                   MOVE "YES" TO WS-VOID-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-CHKDET-FILE

           IF WS-VOID-DONE = "NO"
               EXIT PARAGRAPH
           END-IF

           PERFORM 3430-REVERSE-EMPLOYEE-PARA
           PERFORM 3440-REVERSE-LIABILITIES-PARA
           PERFORM 3450-REVERSE-BALANCES-PARA
           PERFORM 3460-WRITE-VOID-REGISTER-PARA

           MOVE WS-CD-GROSS TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Check for "WS-CD-YEAR"/"WS-CD-MONTH" period "
             WS-CD-FREQUENCY WS-CD-PERIOD" voided - gross "WS-DISPLAY
             " taken back"
           IF WS-CD-REIMB > 0
               DISPLAY "Reimbursements paid on this check stay marked
      -                " paid - re-enter any that must be paid again"
           END-IF
           IF WS-CM-RESTORED > 0
               DISPLAY "Commission paid on this check is unpaid again
      -                " - the next batch check pays it"
           END-IF
           IF WS-ML-RESTORED > 0
               DISPLAY "The merit lump sum paid on this check is unpai
      -                "d again - the next batch check pays it"
           END-IF

           IF WS-CD-FREQUENCY = "X"
               DISPLAY "Reissue an off-cycle check through command 29"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reissue a corrected check for the same period now?
      -            " (y/n)"
           ACCEPT WS-YES-NO
           MOVE FUNCTION LOWER-CASE(WS-YES-NO) TO WS-YES-NO
           IF WS-YES-NO = 'y'
               PERFORM 3470-REISSUE-CHECK-PARA
           END-IF
           .


       3410-LIST-ONE-CHECK-PARA.
           MOVE WS-CD-NET TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           IF WS-CD-VOIDED = "Y"
               DISPLAY WS-VOID-COUNT") "WS-CD-YEAR"/"WS-CD-MONTH
                 " period "WS-CD-FREQUENCY WS-CD-PERIOD" net "
                 FUNCTION TRIM(WS-DISPLAY)" - VOIDED"
           ELSE
               DISPLAY WS-VOID-COUNT") "WS-CD-YEAR"/"WS-CD-MONTH
                 " period "WS-CD-FREQUENCY WS-CD-PERIOD" net "
                 FUNCTION TRIM(WS-DISPLAY)
           END-IF
           .


      * year-to-date figures only make sense inside the year they
      * belong to - a check from a closed year is corrected by hand
       3420-FLAG-VOIDED-PARA.
           IF WS-CD-VOIDED = "Y"
               DISPLAY "That check was already voided"
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-STAMP-DATE-PARA
           IF WS-CD-YEAR NOT = WS-STAMP-DATE(1:4)
               DISPLAY "That check belongs to a closed pay year - corre
      -                "ct it through the edit menu"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-CD-VOIDED
           MOVE WS-CHECK-DETAIL TO FS-CHKDET-RECORD
           REWRITE FS-CHKDET-RECORD
           MOVE "YES" TO WS-VOID-DONE
           .


      * the YTD totals and leave banks on the employee record, and
      * the negative pay history record that offsets the check
       3430-REVERSE-EMPLOYEE-PARA.
           OPEN I-O FS-EMPLOYEE-FILE
               READ FS-EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "Employee vanished - YTD totals not rev
      -                        "ersed"
                   NOT INVALID KEY
                       PERFORM 3431-BACK-OUT-YTD-PARA
                       REWRITE FS-EMPLOYEE
                           INVALID KEY
                               DISPLAY "Unable to update pay and tax t
      -                                "otals for employee"
                       END-REWRITE
               END-READ
           CLOSE FS-EMPLOYEE-FILE

           MOVE FS-EMPLOYEE-SSN TO FS-PAYHIST-SSN
           MOVE WS-CD-YEAR      TO FS-PAYHIST-YEAR
           MOVE WS-CD-MONTH     TO FS-PAYHIST-MONTH
           COMPUTE FS-PAYHIST-GROSS  = 0 - WS-CD-GROSS
           COMPUTE FS-PAYHIST-TAX    = 0 - WS-CD-TAX
           COMPUTE FS-PAYHIST-DEDUCT = 0 - WS-CD-DEDUCT
           COMPUTE FS-PAYHIST-NET    = 0 - WS-CD-NET
           OPEN EXTEND FS-PAYHIST-FILE
               IF WS-PAYHIST-FILE-STATUS = '35'
                   OPEN OUTPUT FS-PAYHIST-FILE
               END-IF
               WRITE FS-PAYHIST-RECORD
           CLOSE FS-PAYHIST-FILE
           .


       3431-BACK-OUT-YTD-PARA.
           IF FS-EMPLOYEE-GROSS-PAY-THIS-YEAR > WS-CD-GROSS
               SUBTRACT WS-CD-GROSS FROM FS-EMPLOYEE-GROSS-PAY-THIS-YEAR
           ELSE
               MOVE 0 TO FS-EMPLOYEE-GROSS-PAY-THIS-YEAR
           END-IF
           IF FS-EMPLOYEE-WITHHELD-THIS-YEAR > WS-CD-TAX
               SUBTRACT WS-CD-TAX FROM FS-EMPLOYEE-WITHHELD-THIS-YEAR
           ELSE
               MOVE 0 TO FS-EMPLOYEE-WITHHELD-THIS-YEAR
           END-IF
           IF FS-EMPLOYEE-DEDUCTIONS-THIS-YEAR > WS-CD-DEDUCT
               SUBTRACT WS-CD-DEDUCT
                 FROM FS-EMPLOYEE-DEDUCTIONS-THIS-YEAR
           ELSE
               MOVE 0 TO FS-EMPLOYEE-DEDUCTIONS-THIS-YEAR
           END-IF

      * leave taken on the check goes back in the bank; leave the
      * check accrued comes back out
           ADD WS-CD-VAC-USED  TO FS-EMPLOYEE-VACATION-HOURS
           ADD WS-CD-SICK-USED TO FS-EMPLOYEE-SICK-HOURS
           SUBTRACT WS-CD-VAC-ACCRUAL  FROM FS-EMPLOYEE-VACATION-HOURS
           SUBTRACT WS-CD-SICK-ACCRUAL FROM FS-EMPLOYEE-SICK-HOURS
           .


      * the employer tax and benefit liability files are appended to,
      * never edited, so the void adds offsetting negative records
       3440-REVERSE-LIABILITIES-PARA.
           MOVE FS-EMPLOYEE-SSN TO FS-TAXLIAB-SSN
           MOVE WS-CD-YEAR      TO FS-TAXLIAB-YEAR
           MOVE WS-CD-MONTH     TO FS-TAXLIAB-MONTH
           COMPUTE FS-TAXLIAB-GROSS    = 0 - WS-CD-GROSS
           COMPUTE FS-TAXLIAB-WITHHELD = 0 - WS-CD-TAX
           COMPUTE FS-TAXLIAB-ER-SS    = 0 - WS-CD-ER-SS
           COMPUTE FS-TAXLIAB-ER-MED   = 0 - WS-CD-ER-MED
           MOVE WS-CD-COMPANY   TO FS-TAXLIAB-COMPANY
           COMPUTE FS-TAXLIAB-FUTA-WAGES = 0 - WS-CD-FUTA-WAGES
           COMPUTE FS-TAXLIAB-FUTA       = 0 - WS-CD-FUTA
           COMPUTE FS-TAXLIAB-SUTA-WAGES = 0 - WS-CD-SUTA-WAGES
           COMPUTE FS-TAXLIAB-SUTA       = 0 - WS-CD-SUTA
           OPEN EXTEND FS-TAXLIAB-FILE
               IF WS-TAXLIAB-FILE-STATUS = '35'
                   OPEN OUTPUT FS-TAXLIAB-FILE
               END-IF
               WRITE FS-TAXLIAB-RECORD
           CLOSE FS-TAXLIAB-FILE

           IF WS-CD-BEN-ER > 0
               MOVE FS-EMPLOYEE-SSN TO FS-BL-SSN
               MOVE WS-CD-YEAR      TO FS-BL-YEAR
               MOVE WS-CD-MONTH     TO FS-BL-MONTH
               COMPUTE FS-BL-ER-SHARE = 0 - WS-CD-BEN-ER
               OPEN EXTEND FS-BENLIAB-FILE
                   IF WS-BENLIAB-FILE-STATUS = '35'
                       OPEN OUTPUT FS-BENLIAB-FILE
                   END-IF
                   WRITE FS-BENLIAB-RECORD
               CLOSE FS-BENLIAB-FILE
           END-IF

           IF WS-CD-401K > 0 OR WS-CD-MATCH > 0
               OPEN I-O FS-K4YTD-FILE
                   IF WS-K4YTD-FILE-STATUS = "00"
                       MOVE FS-EMPLOYEE-SSN TO FS-K4Y-SSN
                       READ FS-K4YTD-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF FS-K4Y-YEAR = WS-CD-YEAR
                                   PERFORM 3441-BACK-OUT-401K-PARA
                               END-IF
                       END-READ
                   END-IF
               CLOSE FS-K4YTD-FILE
           END-IF

           PERFORM 3442-REVERSE-WORKERS-COMP-PARA
           .


       3441-BACK-OUT-401K-PARA.
           IF FS-K4Y-EE-YTD > WS-CD-401K
               SUBTRACT WS-CD-401K FROM FS-K4Y-EE-YTD
           ELSE
               MOVE 0 TO FS-K4Y-EE-YTD
           END-IF
           IF FS-K4Y-ER-YTD > WS-CD-MATCH
               SUBTRACT WS-CD-MATCH FROM FS-K4Y-ER-YTD
           ELSE
               MOVE 0 TO FS-K4Y-ER-YTD
           END-IF
           REWRITE FS-K4YTD-RECORD
               INVALID KEY
                   DISPLAY "Unable to update the 401k YTD record"
           END-REWRITE
           .


      * a check's workers' comp lines are netted by job code and the
      * net backed out, so a void of a reissued check lands at zero too
       3442-REVERSE-WORKERS-COMP-PARA.
           MOVE 0 TO WS-WV-COUNT
           MOVE "NO" TO WS-WC-EOF
           OPEN INPUT FS-WCPAY-FILE
               IF WS-WCPAY-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-WC-EOF
               END-IF
               PERFORM UNTIL WS-WC-EOF = "YES"
                   READ FS-WCPAY-FILE
                       AT END
                           MOVE "YES" TO WS-WC-EOF
                       NOT AT END
                           IF FS-WC-SSN = FS-EMPLOYEE-SSN AND
                              FS-WC-YEAR = WS-CD-YEAR AND
                              FS-WC-MONTH = WS-CD-MONTH AND
                              FS-WC-FREQUENCY = WS-CD-FREQUENCY AND
                              FS-WC-PERIOD = WS-CD-PERIOD AND
                              FS-WC-COMPANY = WS-CD-COMPANY
                               PERFORM 3443-NET-WORKERS-COMP-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-WCPAY-FILE

           IF WS-WV-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND FS-WCPAY-FILE
               IF WS-WCPAY-FILE-STATUS = '35'
                   OPEN OUTPUT FS-WCPAY-FILE
               END-IF
               PERFORM VARYING WS-WV-INDEX FROM 1 BY 1
                 UNTIL WS-WV-INDEX > WS-WV-COUNT
                   IF WS-WV-PAYROLL(WS-WV-INDEX) NOT = 0 OR
                      WS-WV-OT-EXCLUDED(WS-WV-INDEX) NOT = 0 OR
                      WS-WV-PREMIUM(WS-WV-INDEX) NOT = 0
                       MOVE FS-EMPLOYEE-SSN TO FS-WC-SSN
                       MOVE WS-CD-YEAR      TO FS-WC-YEAR
                       MOVE WS-CD-MONTH     TO FS-WC-MONTH
                       MOVE WS-CD-FREQUENCY TO FS-WC-FREQUENCY
                       MOVE WS-CD-PERIOD    TO FS-WC-PERIOD
                       MOVE WS-CD-COMPANY   TO FS-WC-COMPANY
                       MOVE WS-WV-JOB-CODE(WS-WV-INDEX)
                         TO FS-WC-JOB-CODE
                       MOVE WS-WV-CLASS(WS-WV-INDEX) TO FS-WC-CLASS
                       MOVE WS-WV-RATE(WS-WV-INDEX)  TO FS-WC-RATE
                       COMPUTE FS-WC-PAYROLL =
                           0 - WS-WV-PAYROLL(WS-WV-INDEX)
                       COMPUTE FS-WC-OT-EXCLUDED =
                           0 - WS-WV-OT-EXCLUDED(WS-WV-INDEX)
                       COMPUTE FS-WC-PREMIUM =
                           0 - WS-WV-PREMIUM(WS-WV-INDEX)
                       WRITE FS-WCPAY-RECORD
                   END-IF
               END-PERFORM
           CLOSE FS-WCPAY-FILE
           .


       3443-NET-WORKERS-COMP-PARA.
           MOVE 0 TO WS-WV-HIT
           PERFORM VARYING WS-WV-INDEX FROM 1 BY 1
             UNTIL WS-WV-INDEX > WS-WV-COUNT
               IF WS-WV-JOB-CODE(WS-WV-INDEX) = FS-WC-JOB-CODE AND
                  WS-WV-CLASS(WS-WV-INDEX) = FS-WC-CLASS AND
                  WS-WV-HIT = 0
                   MOVE WS-WV-INDEX TO WS-WV-HIT
               END-IF
           END-PERFORM

           IF WS-WV-HIT = 0
               IF WS-WV-COUNT >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WV-COUNT
               MOVE WS-WV-COUNT TO WS-WV-HIT
               MOVE FS-WC-JOB-CODE TO WS-WV-JOB-CODE(WS-WV-HIT)
               MOVE FS-WC-CLASS    TO WS-WV-CLASS(WS-WV-HIT)
               MOVE FS-WC-RATE     TO WS-WV-RATE(WS-WV-HIT)
               MOVE 0 TO WS-WV-PAYROLL(WS-WV-HIT)
               MOVE 0 TO WS-WV-OT-EXCLUDED(WS-WV-HIT)
               MOVE 0 TO WS-WV-PREMIUM(WS-WV-HIT)
           END-IF

           ADD FS-WC-PAYROLL     TO WS-WV-PAYROLL(WS-WV-HIT)
           ADD FS-WC-OT-EXCLUDED TO WS-WV-OT-EXCLUDED(WS-WV-HIT)
           ADD FS-WC-PREMIUM     TO WS-WV-PREMIUM(WS-WV-HIT)
           .


      * what the check collected against court orders, voluntary
      * codes, and an advance is owed again
       3450-REVERSE-BALANCES-PARA.
           IF WS-CD-GARN-COUNT > 0
               OPEN I-O FS-GARN-FILE
                   IF WS-GARN-FILE-STATUS = "00"
                       PERFORM 3451-RESTORE-GARNISHMENT-PARA
                         VARYING WS-GARN-INDEX FROM 1 BY 1
                         UNTIL WS-GARN-INDEX > WS-CD-GARN-COUNT
                   END-IF
               CLOSE FS-GARN-FILE
           END-IF

           IF WS-CD-VOL-COUNT > 0
               OPEN I-O FS-VOLDED-FILE
                   IF WS-VOLDED-FILE-STATUS = "00"
                       PERFORM 3452-RESTORE-VOLUNTARY-PARA
                         VARYING WS-VOID-INDEX FROM 1 BY 1
                         UNTIL WS-VOID-INDEX > WS-CD-VOL-COUNT
                   END-IF
               CLOSE FS-VOLDED-FILE
           END-IF

           PERFORM 3453-RESTORE-COMMISSION-PARA
           PERFORM 3454-RESTORE-MERIT-LUMP-PARA
           PERFORM 3455-VOID-PAPER-CHECK-PARA

           IF WS-CD-ADV-TAKE > 0
               OPEN I-O FS-ADVANCE-FILE
                   IF WS-ADVANCE-FILE-STATUS = "00"
                       MOVE FS-EMPLOYEE-SSN TO FS-ADV-SSN
                       READ FS-ADVANCE-FILE
                           INVALID KEY
                               DISPLAY "Advance record is gone - repay
      -                                "ment not restored"
                           NOT INVALID KEY
                               ADD WS-CD-ADV-TAKE TO FS-ADV-BALANCE
                               REWRITE FS-ADVANCE
                                   INVALID KEY
                                       DISPLAY "Unable to update the
      -                                        " advance"
                               END-REWRITE
                       END-READ
                   END-IF
               CLOSE FS-ADVANCE-FILE
           END-IF
           .


       3451-RESTORE-GARNISHMENT-PARA.
           MOVE WS-CD-GARN-ID(WS-GARN-INDEX) TO FS-GARN-ID
           READ FS-GARN-FILE
               INVALID KEY
                   DISPLAY "Garnishment "FS-GARN-ID" is gone - balanc
      -                    "e not restored"
               NOT INVALID KEY
                   ADD WS-CD-GARN-TAKEN(WS-GARN-INDEX)
                     TO FS-GARN-REMAINING
                   REWRITE FS-GARNISHMENT
                       INVALID KEY
                           DISPLAY "Unable to update garnishment "
                             FS-GARN-ID
                   END-REWRITE
           END-READ
           .


       3452-RESTORE-VOLUNTARY-PARA.
           MOVE FS-EMPLOYEE-SSN TO FS-VD-SSN
           MOVE WS-CD-VOL-CODE(WS-VOID-INDEX) TO FS-VD-CODE
           READ FS-VOLDED-FILE
               INVALID KEY
                   DISPLAY "Deduction "FS-VD-CODE" is gone - balance n
      -                    "ot restored"
               NOT INVALID KEY
                   IF FS-VD-TAKEN > WS-CD-VOL-TAKE(WS-VOID-INDEX)
                       SUBTRACT WS-CD-VOL-TAKE(WS-VOID-INDEX)
                         FROM FS-VD-TAKEN
                   ELSE
                       MOVE 0 TO FS-VD-TAKEN
                   END-IF
                   COMPUTE WS-VOID-ARREARS = FS-VD-ARREARS
                       - WS-CD-VOL-ARREARS-CHG(WS-VOID-INDEX)
                   IF WS-VOID-ARREARS < 0
                       MOVE 0 TO FS-VD-ARREARS
                   ELSE
                       MOVE WS-VOID-ARREARS TO FS-VD-ARREARS
                   END-IF
                   REWRITE FS-VOLUNTARY-DED
                       INVALID KEY
                           DISPLAY "Unable to update deduction "
                             FS-VD-KEY
                   END-REWRITE
           END-READ
           .


      * commission the voided check carried goes back to unpaid, so
      * the next batch check pays it again
       3453-RESTORE-COMMISSION-PARA.
           MOVE 0 TO WS-CM-RESTORED
           MOVE "NO" TO WS-CM-EARN-EOF
           OPEN I-O FS-COMMERN-FILE
               IF WS-COMMERN-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-CM-EARN-EOF
               END-IF
               PERFORM UNTIL WS-CM-EARN-EOF = "YES"
                   READ FS-COMMERN-FILE
                       AT END
                           MOVE "YES" TO WS-CM-EARN-EOF
                       NOT AT END
                           IF FS-CE-SSN = WS-CD-SSN AND
                              FS-CE-PAID = "Y" AND
                              FS-CE-PAID-YEAR = WS-CD-YEAR AND
                              FS-CE-PAID-MONTH = WS-CD-MONTH AND
                              FS-CE-PAID-FREQ = WS-CD-FREQUENCY AND
                              FS-CE-PAID-PERIOD = WS-CD-PERIOD
                               MOVE "N"   TO FS-CE-PAID
                               MOVE 0     TO FS-CE-PAID-YEAR
                               MOVE 0     TO FS-CE-PAID-MONTH
                               MOVE SPACE TO FS-CE-PAID-FREQ
                               MOVE 0     TO FS-CE-PAID-PERIOD
                               REWRITE FS-COMM-EARNING
                               END-REWRITE
                               ADD 1 TO WS-CM-RESTORED
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-COMMERN-FILE
           .


      * a merit lump sum the voided check carried goes back to unpaid,
      * so the next batch check pays it again
       3454-RESTORE-MERIT-LUMP-PARA.
           MOVE 0 TO WS-ML-RESTORED
           MOVE "NO" TO WS-ML-EOF
           OPEN I-O FS-MERITLS-FILE
               IF WS-MERITLS-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-ML-EOF
               END-IF
               PERFORM UNTIL WS-ML-EOF = "YES"
                   READ FS-MERITLS-FILE
                       AT END
                           MOVE "YES" TO WS-ML-EOF
                       NOT AT END
                           IF FS-ML-SSN = WS-CD-SSN AND
                              FS-ML-PAID = "Y" AND
                              FS-ML-PAID-YEAR = WS-CD-YEAR AND
                              FS-ML-PAID-MONTH = WS-CD-MONTH AND
                              FS-ML-PAID-FREQ = WS-CD-FREQUENCY AND
                              FS-ML-PAID-PERIOD = WS-CD-PERIOD
                               MOVE "N"   TO FS-ML-PAID
                               MOVE 0     TO FS-ML-PAID-YEAR
                               MOVE 0     TO FS-ML-PAID-MONTH
                               MOVE SPACE TO FS-ML-PAID-FREQ
                               MOVE 0     TO FS-ML-PAID-PERIOD
                               REWRITE FS-MERIT-LUMP
                               END-REWRITE
                               ADD 1 TO WS-ML-RESTORED
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-MERITLS-FILE
           .

      * a voided paper check comes off the bank's outstanding items;
      * one that already cleared can only be recovered from the
      * employee
       3455-VOID-PAPER-CHECK-PARA.
           MOVE 0 TO WS-PCK-SERIAL
           MOVE "NO" TO WS-PCK-EOF
           OPEN I-O FS-PCK-FILE
               IF WS-PCK-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-PCK-EOF
               END-IF
               PERFORM UNTIL WS-PCK-EOF = "YES"
                   READ FS-PCK-FILE
                       AT END
                           MOVE "YES" TO WS-PCK-EOF
                       NOT AT END
                           IF FS-PCK-SSN = WS-CD-SSN AND
                              FS-PCK-STATUS = "I" AND
                              FS-PCK-YEAR = WS-CD-YEAR AND
                              FS-PCK-MONTH = WS-CD-MONTH AND
                              FS-PCK-FREQ = WS-CD-FREQUENCY AND
                              FS-PCK-PERIOD = WS-CD-PERIOD
                               MOVE "V" TO FS-PCK-STATUS
                               REWRITE FS-PAPER-CHECK
                               END-REWRITE
                               MOVE FS-PCK-SERIAL TO WS-PCK-SERIAL
                               MOVE "YES" TO WS-PCK-EOF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-PCK-FILE
           IF WS-PCK-SERIAL = 0
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-OCR-FILE
               IF WS-OCR-FILE-STATUS = "00"
                   MOVE WS-PCK-SERIAL TO FS-OCR-SERIAL
                   READ FS-OCR-FILE
                       INVALID KEY
                           DISPLAY "Paper check "WS-PCK-SERIAL
                             " is not on the bank's check register"
                       NOT INVALID KEY
                           IF FS-OCR-STATUS = "O"
                               MOVE "V" TO FS-OCR-STATUS
                               REWRITE FS-OCR-RECORD
                                   INVALID KEY
                                       DISPLAY "INVALID KEY - "
                                         FS-OCR-SERIAL
                                   NOT INVALID KEY
                                       DISPLAY "Paper check "
                                         WS-PCK-SERIAL" voided on the b
      -                                  "ank's check register"
                               END-REWRITE
                           ELSE
                               DISPLAY "Paper check "WS-PCK-SERIAL
                                 " is not outstanding ("FS-OCR-STATUS
                                 ") - if it cleared, recover the net p
      -                          "ay from the employee"
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-OCR-FILE
           .

      * one register per month of voiding, appended to as voids
      * happen; the catalog hears of it when the month's file starts
       3460-WRITE-VOID-REGISTER-PARA.
           PERFORM GET-STAMP-DATE-PARA
           MOVE SPACES TO WS-VOIDREG-FILENAME
           STRING "void_register_"WS-STAMP-DATE(1:6)".txt"
             DELIMITED BY SIZE INTO WS-VOIDREG-FILENAME

           OPEN EXTEND FS-VOIDREG-FILE
               IF WS-VOIDREG-FILE-STATUS = '35'
                   OPEN OUTPUT FS-VOIDREG-FILE
                   MOVE "VOIDED PAYCHECK REGISTER" TO FS-VOIDREG-LINE
                   WRITE FS-VOIDREG-LINE
                   MOVE SPACES TO FS-VOIDREG-LINE
                   STRING "Month of voiding: "WS-STAMP-DATE(1:4)"/"
                     WS-STAMP-DATE(5:2) DELIMITED BY SIZE
                     INTO FS-VOIDREG-LINE
                   WRITE FS-VOIDREG-LINE
                   MOVE "VOIDREG" TO WS-RCAT-TYPE
                   MOVE WS-VOIDREG-FILENAME TO WS-RCAT-FILENAME
                   MOVE 1 TO WS-RCAT-COUNT
                   PERFORM REGISTER-REPORT-PARA
               END-IF

               MOVE SPACES TO FS-VOIDREG-LINE
               MOVE 1 TO WS-REGISTER-PTR
               MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               STRING WS-STAMP-DATE" "FS-EMPLOYEE-NAME(1:25)" "
                 WS-MASKED" check "WS-CD-YEAR"/"WS-CD-MONTH" "
                 WS-CD-FREQUENCY WS-CD-PERIOD" gross "
                 DELIMITED BY SIZE
                 INTO FS-VOIDREG-LINE WITH POINTER WS-REGISTER-PTR
               MOVE WS-CD-GROSS TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               STRING FUNCTION TRIM(WS-DISPLAY)" net "
                 DELIMITED BY SIZE
                 INTO FS-VOIDREG-LINE WITH POINTER WS-REGISTER-PTR
               MOVE WS-CD-NET TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               STRING FUNCTION TRIM(WS-DISPLAY)" by "WS-VOID-BY" "
                 FUNCTION TRIM(WS-VOID-REASON)
                 DELIMITED BY SIZE
                 INTO FS-VOIDREG-LINE WITH POINTER WS-REGISTER-PTR
               WRITE FS-VOIDREG-LINE
           CLOSE FS-VOIDREG-FILE
           DISPLAY "Void recorded in "WS-VOIDREG-FILENAME
           .


      * the corrected check runs the ordinary paycheck path for the
      * voided check's period; the employee's last-paid period is
      * left where it was, since a later check may already be out
       3470-REISSUE-CHECK-PARA.
           MOVE WS-CD-YEAR      TO WS-YEAR
           MOVE WS-CD-MONTH     TO WS-MONTH
           MOVE WS-CD-FREQUENCY TO WS-RUN-FREQUENCY
           MOVE WS-CD-PERIOD    TO WS-RUN-PERIOD
           MOVE WS-CD-START-DAYS TO WS-PERIOD-START-AS-DAYS
           MOVE WS-CD-END-DAYS   TO WS-PERIOD-END-AS-DAYS
           MOVE WS-CD-STD-HOURS  TO WS-STANDARD-PERIOD-HOURS
           MOVE 0 TO WS-TS-VAC-REQ
           MOVE 0 TO WS-TS-SICK-REQ
           MOVE 0 TO WS-TS-ALT-HOURS-REQ
           MOVE 0 TO WS-TS-ALT-PAY-REQ
           MOVE 0 TO WS-TS-PREM-FACTOR-REQ
           MOVE 0 TO WS-TS-PREM-FLAT-REQ
           PERFORM READ-LEAVE-CONTROL-PARA

           MOVE FS-EMPLOYEE-LAST-PAID-YEAR   TO WS-VOID-SAVE-YEAR
           MOVE FS-EMPLOYEE-LAST-PAID-MONTH  TO WS-VOID-SAVE-MONTH
           MOVE FS-EMPLOYEE-LAST-PAID-PERIOD TO WS-VOID-SAVE-PERIOD

           PERFORM 620-ACCEPT-PAYCHECK-DATA-PARA
           PERFORM 640-PROCESS-PAYCHECK-PARA

           MOVE WS-VOID-SAVE-YEAR   TO FS-EMPLOYEE-LAST-PAID-YEAR
           MOVE WS-VOID-SAVE-MONTH  TO FS-EMPLOYEE-LAST-PAID-MONTH
           MOVE WS-VOID-SAVE-PERIOD TO FS-EMPLOYEE-LAST-PAID-PERIOD
           PERFORM 630-REWRITE-EMPLOYEE-RECORD-PARA
           .


      * both reports come straight off the FUTA and SUTA figures each
      * check accrued to the tax liability file
       3500-UNEMPLOYMENT-REPORTS-PARA.
           DISPLAY "Unemployment tax reports:"
           DISPLAY "1) Quarterly state wage report   2) Annual 940 FUTA
      -            " summary"
           ACCEPT WS-UC-CHOICE
           EVALUATE WS-UC-CHOICE
               WHEN 1
                   PERFORM 3510-STATE-WAGE-REPORT-PARA
               WHEN 2
                   PERFORM 3530-ANNUAL-940-PARA
               WHEN OTHER
                   DISPLAY "Invalid command!"
           END-EVALUATE
           .


      * the state wants every employee's quarter wages and the part
      * of them under its wage base, filed per employer account - the
      * SSN prints in full because the report is the filing itself
       3510-STATE-WAGE-REPORT-PARA.
           DISPLAY "Report for what year (yyyy)?"
           ACCEPT WS-QTR-YEAR
           DISPLAY "And what quarter (1-4)?"
           ACCEPT WS-QTR-NUMBER
           IF WS-QTR-NUMBER < 1 OR WS-QTR-NUMBER > 4
               DISPLAY "Quarter must be 1 through 4"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "For which company code (blank for all)?"
           ACCEPT WS-QTR-COMPANY
           MOVE FUNCTION UPPER-CASE(WS-QTR-COMPANY) TO WS-QTR-COMPANY

           COMPUTE WS-QTR-FIRST-MONTH = (WS-QTR-NUMBER * 3) - 2
           COMPUTE WS-QTR-LAST-MONTH = WS-QTR-NUMBER * 3

           MOVE 0 TO WS-SW-COUNT
           MOVE 0 TO WS-SW-CO-COUNT
           MOVE "NO" TO WS-QTR-EOF
           OPEN INPUT FS-TAXLIAB-FILE
               IF WS-TAXLIAB-FILE-STATUS NOT = "00"
                   DISPLAY "No tax liability records on file yet"
                   MOVE "YES" TO WS-QTR-EOF
               END-IF
               PERFORM UNTIL WS-QTR-EOF = "YES"
                   READ FS-TAXLIAB-FILE
                       AT END
                           MOVE "YES" TO WS-QTR-EOF
                       NOT AT END
                           IF FS-TAXLIAB-YEAR = WS-QTR-YEAR AND
                              FS-TAXLIAB-MONTH >= WS-QTR-FIRST-MONTH
                              AND FS-TAXLIAB-MONTH <= WS-QTR-LAST-MONTH
                              AND (WS-QTR-COMPANY = SPACES OR
                                   FS-TAXLIAB-COMPANY =
                                       WS-QTR-COMPANY)
                               PERFORM 3511-TALLY-STATE-WAGES-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-TAXLIAB-FILE

           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING "payroll_suta_"WS-QTR-YEAR"q"WS-QTR-NUMBER".txt"
             DELIMITED BY SIZE INTO WS-REGISTER-FILENAME

           OPEN OUTPUT FS-REGISTER-FILE
               MOVE "QUARTERLY STATE UNEMPLOYMENT WAGE REPORT"
                 TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "Year "WS-QTR-YEAR" quarter "WS-QTR-NUMBER
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE

               OPEN INPUT FS-EMPLOYEE-FILE
               OPEN INPUT FS-EMPLOYER-FILE
               PERFORM 3520-WRITE-STATE-COMPANY-PARA
                 VARYING WS-SW-CO-INDEX FROM 1 BY 1
                 UNTIL WS-SW-CO-INDEX > WS-SW-CO-COUNT
               CLOSE FS-EMPLOYER-FILE
               CLOSE FS-EMPLOYEE-FILE
           CLOSE FS-REGISTER-FILE

           DISPLAY "Employees on the report: "WS-SW-COUNT
           DISPLAY "State wage report written to "WS-REGISTER-FILENAME

           MOVE "SUTAWAGE" TO WS-RCAT-TYPE
           MOVE WS-REGISTER-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-SW-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       3511-TALLY-STATE-WAGES-PARA.
           MOVE "NO" TO WS-SW-FOUND
           PERFORM VARYING WS-SW-INDEX FROM 1 BY 1
             UNTIL WS-SW-INDEX > WS-SW-COUNT
               IF WS-SW-SSN(WS-SW-INDEX) = FS-TAXLIAB-SSN AND
                  WS-SW-COMPANY(WS-SW-INDEX) = FS-TAXLIAB-COMPANY
                   MOVE "YES" TO WS-SW-FOUND
                   ADD FS-TAXLIAB-GROSS TO WS-SW-GROSS(WS-SW-INDEX)
                   ADD FS-TAXLIAB-SUTA-WAGES
                     TO WS-SW-TAXABLE(WS-SW-INDEX)
                   MOVE WS-SW-COUNT TO WS-SW-INDEX
               END-IF
           END-PERFORM

           IF WS-SW-FOUND = "NO"
               IF WS-SW-COUNT < 500
                   ADD 1 TO WS-SW-COUNT
                   MOVE FS-TAXLIAB-SSN TO WS-SW-SSN(WS-SW-COUNT)
                   MOVE FS-TAXLIAB-COMPANY
                     TO WS-SW-COMPANY(WS-SW-COUNT)
                   MOVE FS-TAXLIAB-GROSS TO WS-SW-GROSS(WS-SW-COUNT)
                   MOVE FS-TAXLIAB-SUTA-WAGES
                     TO WS-SW-TAXABLE(WS-SW-COUNT)
               ELSE
                   DISPLAY "State wage table is at its 500-employee li
      -                    "mit - remaining records ignored"
               END-IF
           END-IF

      * each company heads its own section of the report
           MOVE "NO" TO WS-SW-FOUND
           PERFORM VARYING WS-SW-CO-INDEX FROM 1 BY 1
             UNTIL WS-SW-CO-INDEX > WS-SW-CO-COUNT
               IF WS-SW-CO-CODE(WS-SW-CO-INDEX) = FS-TAXLIAB-COMPANY
                   MOVE "YES" TO WS-SW-FOUND
               END-IF
           END-PERFORM
           IF WS-SW-FOUND = "NO" AND WS-SW-CO-COUNT < 20
               ADD 1 TO WS-SW-CO-COUNT
               MOVE FS-TAXLIAB-COMPANY TO WS-SW-CO-CODE(WS-SW-CO-COUNT)
           END-IF
           .


       3520-WRITE-STATE-COMPANY-PARA.
           MOVE 0 TO WS-SW-CO-GROSS
           MOVE 0 TO WS-SW-CO-TAXABLE
           MOVE 0 TO WS-SW-CO-EMPLOYEES

           MOVE SPACES TO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE
           MOVE WS-SW-CO-CODE(WS-SW-CO-INDEX) TO FS-ER-CODE
           MOVE SPACES TO FS-ER-NAME
           MOVE 0 TO FS-ER-EIN
           IF WS-EMPLOYER-FILE-STATUS = "00"
               READ FS-EMPLOYER-FILE
                   INVALID KEY
                       MOVE SPACES TO FS-ER-NAME
                       MOVE 0 TO FS-ER-EIN
               END-READ
           END-IF
           MOVE FS-ER-CODE TO FS-EMPLOYEE-COMPANY-CODE
           PERFORM 672-READ-UNEMP-CONTROL-PARA
           IF WS-UC-FOUND = "NO"
               MOVE SPACES TO WS-UC-STATE
           END-IF
           MOVE SPACES TO FS-REGISTER-LINE
           STRING "Company "WS-SW-CO-CODE(WS-SW-CO-INDEX)" "
             FUNCTION TRIM(FS-ER-NAME)"  EIN "FS-ER-EIN
             "  state "WS-UC-STATE
             DELIMITED BY SIZE INTO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE
           MOVE "SSN       Name                           Quarter gr
      -         "oss       Taxable wages" TO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE

           PERFORM VARYING WS-SW-INDEX FROM 1 BY 1
             UNTIL WS-SW-INDEX > WS-SW-COUNT
               IF WS-SW-COMPANY(WS-SW-INDEX) =
                  WS-SW-CO-CODE(WS-SW-CO-INDEX)
                   PERFORM 3521-WRITE-STATE-EMPLOYEE-PARA
               END-IF
           END-PERFORM

           MOVE SPACES TO FS-REGISTER-LINE
           MOVE 1 TO WS-REGISTER-PTR
           STRING "Company total - "WS-SW-CO-EMPLOYEES" employees,
      -      " gross " DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-SW-CO-GROSS TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)", taxable "
             DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-SW-CO-TAXABLE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY) DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           WRITE FS-REGISTER-LINE
           .


       3521-WRITE-STATE-EMPLOYEE-PARA.
           MOVE WS-SW-SSN(WS-SW-INDEX) TO FS-EMPLOYEE-SSN
           MOVE SPACES TO FS-EMPLOYEE-NAME
           READ FS-EMPLOYEE-FILE
               INVALID KEY
                   MOVE "(not on the employee file)" TO FS-EMPLOYEE-NAME
           END-READ

           ADD 1 TO WS-SW-CO-EMPLOYEES
           ADD WS-SW-GROSS(WS-SW-INDEX)   TO WS-SW-CO-GROSS
           ADD WS-SW-TAXABLE(WS-SW-INDEX) TO WS-SW-CO-TAXABLE

           MOVE SPACES TO FS-REGISTER-LINE
           MOVE 1 TO WS-REGISTER-PTR
           STRING WS-SW-SSN(WS-SW-INDEX)" "FS-EMPLOYEE-NAME(1:30)" "
             DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-SW-GROSS(WS-SW-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)"  " DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-SW-TAXABLE(WS-SW-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY) DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           WRITE FS-REGISTER-LINE
           .


      * the 940 wants the year's FUTA taxable wages and the tax
      * accrued against them quarter by quarter, with the wages over
      * the base shown as the excess
       3530-ANNUAL-940-PARA.
           DISPLAY "Report for what year (yyyy)?"
           ACCEPT WS-QTR-YEAR
           DISPLAY "For which company code (blank for all)?"
           ACCEPT WS-QTR-COMPANY
           MOVE FUNCTION UPPER-CASE(WS-QTR-COMPANY) TO WS-QTR-COMPANY

           PERFORM VARYING WS-FQ-INDEX FROM 1 BY 1
             UNTIL WS-FQ-INDEX > 4
               MOVE 0 TO WS-FQ-GROSS(WS-FQ-INDEX)
               MOVE 0 TO WS-FQ-TAXABLE(WS-FQ-INDEX)
               MOVE 0 TO WS-FQ-TAX(WS-FQ-INDEX)
           END-PERFORM
           MOVE 0 TO WS-QTR-CHECK-COUNT

           MOVE "NO" TO WS-QTR-EOF
           OPEN INPUT FS-TAXLIAB-FILE
               IF WS-TAXLIAB-FILE-STATUS NOT = "00"
                   DISPLAY "No tax liability records on file yet"
                   MOVE "YES" TO WS-QTR-EOF
               END-IF
               PERFORM UNTIL WS-QTR-EOF = "YES"
                   READ FS-TAXLIAB-FILE
                       AT END
                           MOVE "YES" TO WS-QTR-EOF
                       NOT AT END
                           IF FS-TAXLIAB-YEAR = WS-QTR-YEAR AND
                              (WS-QTR-COMPANY = SPACES OR
                               FS-TAXLIAB-COMPANY = WS-QTR-COMPANY)
                               ADD 1 TO WS-QTR-CHECK-COUNT
                               COMPUTE WS-FQ-INDEX =
                                   (FS-TAXLIAB-MONTH + 2) / 3
                               ADD FS-TAXLIAB-GROSS
                                 TO WS-FQ-GROSS(WS-FQ-INDEX)
                               ADD FS-TAXLIAB-FUTA-WAGES
                                 TO WS-FQ-TAXABLE(WS-FQ-INDEX)
                               ADD FS-TAXLIAB-FUTA
                                 TO WS-FQ-TAX(WS-FQ-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-TAXLIAB-FILE

           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING "payroll_940_"WS-QTR-YEAR".txt"
             DELIMITED BY SIZE INTO WS-REGISTER-FILENAME

           MOVE 0 TO WS-FQ-TOTAL-GROSS
           MOVE 0 TO WS-FQ-TOTAL-TAXABLE
           MOVE 0 TO WS-FQ-TOTAL-TAX
           OPEN OUTPUT FS-REGISTER-FILE
               MOVE "ANNUAL FEDERAL UNEMPLOYMENT (940) SUMMARY"
                 TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE SPACES TO FS-REGISTER-LINE
               IF WS-QTR-COMPANY = SPACES
                   STRING "Year "WS-QTR-YEAR" - all companies"
                     DELIMITED BY SIZE INTO FS-REGISTER-LINE
               ELSE
                   STRING "Year "WS-QTR-YEAR" - company "
                     WS-QTR-COMPANY DELIMITED BY SIZE
                     INTO FS-REGISTER-LINE
               END-IF
               WRITE FS-REGISTER-LINE
               MOVE SPACES TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE

               PERFORM 3531-WRITE-940-QUARTER-PARA
                 VARYING WS-FQ-INDEX FROM 1 BY 1
                 UNTIL WS-FQ-INDEX > 4

               MOVE SPACES TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE WS-FQ-TOTAL-GROSS TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "Total payments to employees: "WS-DISPLAY
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               COMPUTE WS-DISPLAY-MONEY-TMP =
                   WS-FQ-TOTAL-GROSS - WS-FQ-TOTAL-TAXABLE
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "Payments over the wage base: "WS-DISPLAY
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE WS-FQ-TOTAL-TAXABLE TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "Total FUTA taxable wages:    "WS-DISPLAY
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE WS-FQ-TOTAL-TAX TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "Total FUTA liability:        "WS-DISPLAY
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               DISPLAY "Total FUTA liability: "WS-DISPLAY
           CLOSE FS-REGISTER-FILE

           DISPLAY "940 summary written to "WS-REGISTER-FILENAME

           MOVE "940RPT" TO WS-RCAT-TYPE
           MOVE WS-REGISTER-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-QTR-CHECK-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       3531-WRITE-940-QUARTER-PARA.
           ADD WS-FQ-GROSS(WS-FQ-INDEX)   TO WS-FQ-TOTAL-GROSS
           ADD WS-FQ-TAXABLE(WS-FQ-INDEX) TO WS-FQ-TOTAL-TAXABLE
           ADD WS-FQ-TAX(WS-FQ-INDEX)     TO WS-FQ-TOTAL-TAX

           MOVE SPACES TO FS-REGISTER-LINE
           MOVE 1 TO WS-REGISTER-PTR
           STRING "Quarter "WS-FQ-INDEX"  wages " DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-FQ-GROSS(WS-FQ-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)"  FUTA taxable "
             DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-FQ-TAXABLE(WS-FQ-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)"  liability "
             DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-FQ-TAX(WS-FQ-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY) DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           WRITE FS-REGISTER-LINE
           .


      * federal tax deposits: the calendar fills in from each batch
      * run's checks; the deposit run pays what has come due through
      * BANK's ACH origination and the status report shows each
      * deposit period as due, paid, or late
       3600-TAX-DEPOSITS-PARA.
           DISPLAY "Tax deposits:"
           DISPLAY "1) Deposit run - pay the liability due by ACH   2)
      -            " Deposit status report"
           ACCEPT WS-TD-CHOICE
           EVALUATE WS-TD-CHOICE
               WHEN 1
                   PERFORM 3610-DEPOSIT-RUN-PARA
               WHEN 2
                   PERFORM 3620-DEPOSIT-STATUS-PARA
               WHEN OTHER
                   DISPLAY "Invalid command!"
           END-EVALUATE
           .


      * every deposit period due by the chosen date and not yet fully
      * paid goes out as one ACH payment per company from its
      * operating account to the Treasury; BANK takes the money off
      * the operating account when it batches the settlement date
       3610-DEPOSIT-RUN-PARA.
           PERFORM GET-STAMP-DATE-PARA
           DISPLAY "Pay deposits due on or before (yyyymmdd, 0 for "
             WS-STAMP-DATE")?"
           ACCEPT WS-TD-THROUGH-DATE
           IF WS-TD-THROUGH-DATE = 0
               MOVE WS-STAMP-DATE TO WS-TD-THROUGH-DATE
           END-IF
           DISPLAY "For which company code (blank for all)?"
           ACCEPT WS-TD-RUN-COMPANY
           MOVE FUNCTION UPPER-CASE(WS-TD-RUN-COMPANY)
             TO WS-TD-RUN-COMPANY

           PERFORM 3611-READ-DEPOSIT-CONTROL-PARA
           IF WS-DC-FOUND = "NO"
               DISPLAY "payroll_deposit.ctl not found - the Treasury's
      -                " payee name, routing and account come from it"
               EXIT PARAGRAPH
           END-IF

      * the money moves on the next business day from today
           MOVE WS-STAMP-DATE TO WS-TD-CHECK-DATE
           CALL "DATE-TO-DAYS" USING WS-TD-CHECK-YEAR
                                     WS-TD-CHECK-MONTH
                                     WS-TD-CHECK-DAY
                                     WS-TD-DUE-AS-DAYS
           MOVE "NEXTBUS" TO WS-BUSDAY-ACTION
           MOVE 0 TO WS-BUSDAY-COUNT
           CALL "BUSINESS-DAY" USING WS-BUSDAY-ACTION
               WS-TD-DUE-AS-DAYS WS-BUSDAY-COUNT
               WS-BUSDAY-RESULT WS-BUSDAY-FLAG
           CALL "DAYS-TO-DATE" USING WS-BUSDAY-RESULT
                                     WS-TD-DUE-YEAR
                                     WS-TD-DUE-MONTH
                                     WS-TD-DUE-DAY
           MOVE WS-TD-DUE-DATE TO WS-TD-SETTLE-DATE

      * bank_ach_orig.txt belongs to BANK - borrow its lock for the
      * run and give it straight back
           MOVE "bank_users" TO WS-XLOCK-RESOURCE
           MOVE "LOCK" TO WS-XLOCK-ACTION
           CALL "FILE-LOCK" USING WS-XLOCK-ACTION WS-XLOCK-RESOURCE
               WS-LOCK-SESSION WS-XLOCK-RESULT
           IF WS-XLOCK-RESULT NOT = "OK"
               DISPLAY "Another session holds the bank files - try aga
      -                "in later"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TD-PAY-COUNT
           MOVE 0 TO WS-TD-PAY-TOTAL
           MOVE "NO" TO WS-TD-ER-EOF
           OPEN INPUT FS-EMPLOYER-FILE
               IF WS-EMPLOYER-FILE-STATUS NOT = "00"
                   DISPLAY "No employers on file - add them first (com
      -                    "mand 27)"
                   MOVE "YES" TO WS-TD-ER-EOF
               END-IF
               PERFORM UNTIL WS-TD-ER-EOF = "YES"
                   READ FS-EMPLOYER-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-TD-ER-EOF
                       NOT AT END
                           IF WS-TD-RUN-COMPANY = SPACES OR
                              FS-ER-CODE = WS-TD-RUN-COMPANY
                               PERFORM 3612-PAY-ONE-COMPANY-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-EMPLOYER-FILE

           MOVE "UNLOCK" TO WS-XLOCK-ACTION
           CALL "FILE-LOCK" USING WS-XLOCK-ACTION WS-XLOCK-RESOURCE
               WS-LOCK-SESSION WS-XLOCK-RESULT

           MOVE WS-TD-PAY-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY " "
           DISPLAY "Deposit run complete"
           DISPLAY "Payments queued: "WS-TD-PAY-COUNT
           DISPLAY "Total:           "WS-DISPLAY
           DISPLAY "Settling:        "WS-TD-SETTLE-DATE
           .


      * payroll_deposit.ctl: one record - the payee name, routing and
      * account the Treasury's tax payments go to
       3611-READ-DEPOSIT-CONTROL-PARA.
           MOVE "NO" TO WS-DC-FOUND
           OPEN INPUT FS-DEPCTL-FILE
               IF WS-DEPCTL-STATUS = "00"
                   READ FS-DEPCTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "YES" TO WS-DC-FOUND
                   END-READ
               END-IF
           CLOSE FS-DEPCTL-FILE
           .


       3612-PAY-ONE-COMPANY-PARA.
           MOVE 0 TO WS-TD-DUE-TOTAL
           MOVE "SUM" TO WS-TD-PASS
           PERFORM 3613-SCAN-COMPANY-DEPOSITS-PARA
           IF WS-TD-DUE-TOTAL NOT > 0
               EXIT PARAGRAPH
           END-IF

           IF FS-ER-OPERATING-ACCT = 0
               DISPLAY "Company "FS-ER-CODE" has deposits due but no o
      -                "perating account on the employer master - skip
      -                "ped"
               EXIT PARAGRAPH
           END-IF

           PERFORM 3614-WRITE-ACH-PAYMENT-PARA
           IF WS-TD-AO-WRITTEN = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE "PAY" TO WS-TD-PASS
           PERFORM 3613-SCAN-COMPANY-DEPOSITS-PARA

           ADD 1 TO WS-TD-PAY-COUNT
           ADD WS-TD-DUE-TOTAL TO WS-TD-PAY-TOTAL
           MOVE WS-TD-DUE-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Company "FS-ER-CODE": deposit of "
             FUNCTION TRIM(WS-DISPLAY)" queued, ACH id "WS-TD-AO-ID
           .


      * pass SUM totals the company's unpaid periods due by the run
      * date; pass PAY marks the same periods paid by the payment
       3613-SCAN-COMPANY-DEPOSITS-PARA.
           MOVE "NO" TO WS-TD-EOF
           OPEN I-O FS-TAXDEP-FILE
               IF WS-TAXDEP-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-TD-EOF
               ELSE
                   MOVE FS-ER-CODE TO FS-TD-COMPANY
                   MOVE 0 TO FS-TD-PERIOD
                   START FS-TAXDEP-FILE KEY IS NOT LESS THAN FS-TD-KEY
                       INVALID KEY
                           MOVE "YES" TO WS-TD-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-TD-EOF = "YES"
                   READ FS-TAXDEP-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-TD-EOF
                       NOT AT END
                           IF FS-TD-COMPANY NOT = FS-ER-CODE
                               MOVE "YES" TO WS-TD-EOF
                           ELSE
                               IF FS-TD-LIABILITY > FS-TD-PAID AND
                                  FS-TD-DUE-DATE <= WS-TD-THROUGH-DATE
                                   PERFORM 3615-APPLY-ONE-DEPOSIT-PARA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-TAXDEP-FILE
           .


      * the payment goes to BANK as status T: queued by payroll, the
      * operating account not yet debited
       3614-WRITE-ACH-PAYMENT-PARA.
           MOVE "NO" TO WS-TD-AO-WRITTEN
           MOVE FS-ER-OPERATING-ACCT TO FS-AO-ACCOUNT-ID
           MOVE WS-TD-DUE-TOTAL      TO FS-AO-AMOUNT
           MOVE FS-DC-PAYEE-NAME     TO FS-AO-PAYEE-NAME
           MOVE FS-DC-ROUTING        TO FS-AO-ROUTING
           MOVE FS-DC-ACCOUNT        TO FS-AO-PAYEE-ACCT
           MOVE WS-TD-SETTLE-DATE    TO FS-AO-SETTLE-DATE
           MOVE "T"                  TO FS-AO-STATUS

           OPEN I-O FS-AO-FILE
               IF WS-AO-FILE-STATUS = '35'
                   CLOSE FS-AO-FILE
                   OPEN OUTPUT FS-AO-FILE
                   CLOSE FS-AO-FILE
                   OPEN I-O FS-AO-FILE
               END-IF

               MOVE "YES" TO WS-TD-ID-COLLISION
               PERFORM UNTIL WS-TD-ID-COLLISION = "NO"
                   MOVE FUNCTION RANDOM TO WS-TD-RANDOM
                   MULTIPLY 999999999 BY WS-TD-RANDOM GIVING FS-AO-ID
                   ADD 1 TO FS-AO-ID
                   WRITE FS-AO-INSTRUCTION
                       INVALID KEY
                           IF WS-AO-FILE-STATUS NOT = "22"
                               DISPLAY "Unable to queue the payment fo
      -                                "r company "FS-ER-CODE" - status
      -                                " "WS-AO-FILE-STATUS
                               MOVE "NO" TO WS-TD-ID-COLLISION
                           END-IF
                       NOT INVALID KEY
                           MOVE FS-AO-ID TO WS-TD-AO-ID
                           MOVE "YES" TO WS-TD-AO-WRITTEN
                           MOVE "NO" TO WS-TD-ID-COLLISION
                   END-WRITE
               END-PERFORM
           CLOSE FS-AO-FILE
           .


       3615-APPLY-ONE-DEPOSIT-PARA.
           IF WS-TD-PASS = "SUM"
               COMPUTE WS-TD-DUE-TOTAL =
                   WS-TD-DUE-TOTAL + FS-TD-LIABILITY - FS-TD-PAID
           ELSE
               MOVE FS-TD-LIABILITY   TO FS-TD-PAID
               MOVE WS-TD-SETTLE-DATE TO FS-TD-PAID-DATE
               MOVE WS-TD-AO-ID       TO FS-TD-AO-ID
               REWRITE FS-TD-RECORD
                   INVALID KEY
                       DISPLAY "Unable to mark deposit period "
                         FS-TD-COMPANY" "FS-TD-PERIOD" paid"
               END-REWRITE
           END-IF
           .


      * paid means paid in full with the money settling by the due
      * date; late is paid after it, or still owed with the due date
      * behind us; due is still owed and not yet due
       3620-DEPOSIT-STATUS-PARA.
           DISPLAY "For which company code (blank for all)?"
           ACCEPT WS-TD-RUN-COMPANY
           MOVE FUNCTION UPPER-CASE(WS-TD-RUN-COMPANY)
             TO WS-TD-RUN-COMPANY
           PERFORM GET-STAMP-DATE-PARA

           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING "payroll_deposit_status_"WS-STAMP-DATE".txt"
             DELIMITED BY SIZE INTO WS-REGISTER-FILENAME

           MOVE 0 TO WS-TD-DUE-COUNT
           MOVE 0 TO WS-TD-PAID-COUNT
           MOVE 0 TO WS-TD-LATE-COUNT
           MOVE 0 TO WS-TD-OWED-TOTAL

           OPEN OUTPUT FS-REGISTER-FILE
               MOVE "FEDERAL TAX DEPOSIT STATUS" TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "As of "WS-STAMP-DATE DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE "Co  Period   Sch Check    Due      Status  Liab
      -             "ility / paid (date)" TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE

               MOVE "NO" TO WS-TD-EOF
               OPEN INPUT FS-TAXDEP-FILE
                   IF WS-TAXDEP-FILE-STATUS NOT = "00"
                       DISPLAY "No deposit periods on file yet"
                       MOVE "YES" TO WS-TD-EOF
                   END-IF
                   PERFORM UNTIL WS-TD-EOF = "YES"
                       READ FS-TAXDEP-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-TD-EOF
                           NOT AT END
                               IF WS-TD-RUN-COMPANY = SPACES OR
                                  FS-TD-COMPANY = WS-TD-RUN-COMPANY
                                   PERFORM 3621-WRITE-DEPOSIT-LINE-PARA
                               END-IF
                       END-READ
                   END-PERFORM
               CLOSE FS-TAXDEP-FILE

               MOVE SPACES TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE WS-TD-OWED-TOTAL TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "Due: "WS-TD-DUE-COUNT"  Paid: "WS-TD-PAID-COUNT
                 "  Late: "WS-TD-LATE-COUNT"  Still owed: "
                 FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
           CLOSE FS-REGISTER-FILE

           DISPLAY "Deposits due: "WS-TD-DUE-COUNT"  paid: "
             WS-TD-PAID-COUNT"  late: "WS-TD-LATE-COUNT
           DISPLAY "Deposit status written to "WS-REGISTER-FILENAME

           MOVE "TAXDEPST" TO WS-RCAT-TYPE
           MOVE WS-REGISTER-FILENAME TO WS-RCAT-FILENAME
           COMPUTE WS-RCAT-COUNT =
               WS-TD-DUE-COUNT + WS-TD-PAID-COUNT + WS-TD-LATE-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       3621-WRITE-DEPOSIT-LINE-PARA.
           EVALUATE TRUE
               WHEN FS-TD-PAID >= FS-TD-LIABILITY AND
                    FS-TD-PAID-DATE <= FS-TD-DUE-DATE
                   MOVE "PAID" TO WS-TD-STATUS
                   ADD 1 TO WS-TD-PAID-COUNT
               WHEN FS-TD-PAID >= FS-TD-LIABILITY
                   MOVE "LATE" TO WS-TD-STATUS
                   ADD 1 TO WS-TD-LATE-COUNT
               WHEN WS-STAMP-DATE > FS-TD-DUE-DATE
                   MOVE "LATE" TO WS-TD-STATUS
                   ADD 1 TO WS-TD-LATE-COUNT
                   COMPUTE WS-TD-OWED-TOTAL =
                       WS-TD-OWED-TOTAL + FS-TD-LIABILITY - FS-TD-PAID
               WHEN OTHER
                   MOVE "DUE" TO WS-TD-STATUS
                   ADD 1 TO WS-TD-DUE-COUNT
                   COMPUTE WS-TD-OWED-TOTAL =
                       WS-TD-OWED-TOTAL + FS-TD-LIABILITY - FS-TD-PAID
           END-EVALUATE

           MOVE SPACES TO FS-REGISTER-LINE
           MOVE 1 TO WS-REGISTER-PTR
           STRING FS-TD-COMPANY" "FS-TD-PERIOD" "FS-TD-SCHEDULE"   "
             FS-TD-CHECK-DATE" "FS-TD-DUE-DATE" "WS-TD-STATUS"  "
             DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE FS-TD-LIABILITY TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)" / " DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE FS-TD-PAID TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY) DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           IF FS-TD-PAID-DATE > 0
               STRING " ("FS-TD-PAID-DATE")" DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           END-IF
           WRITE FS-REGISTER-LINE
           .


      * the carrier's premium audit: remuneration and premium by
      * company and class for a quarter or the whole year, straight
      * off the workers' comp lines each check wrote, with anyone paid
      * under no class listed as an exception
       3700-WORKERS-COMP-AUDIT-PARA.
           DISPLAY "Workers' comp audit for what year (yyyy)?"
           ACCEPT WS-WA-YEAR
           DISPLAY "Which quarter (1-4, or 0 for the whole year)?"
           ACCEPT WS-WA-QUARTER
           IF WS-WA-QUARTER > 4
               DISPLAY "Quarter must be 0 through 4"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "For which company code (blank for all)?"
           ACCEPT WS-WA-COMPANY
           MOVE FUNCTION UPPER-CASE(WS-WA-COMPANY) TO WS-WA-COMPANY

           IF WS-WA-QUARTER = 0
               MOVE 1 TO WS-WA-FIRST-MONTH
               MOVE 12 TO WS-WA-LAST-MONTH
           ELSE
               COMPUTE WS-WA-FIRST-MONTH = (WS-WA-QUARTER * 3) - 2
               COMPUTE WS-WA-LAST-MONTH = WS-WA-QUARTER * 3
           END-IF

           MOVE 0 TO WS-WA-COUNT
           MOVE 0 TO WS-WX-COUNT
           MOVE "NO" TO WS-WC-EOF
           OPEN INPUT FS-WCPAY-FILE
               IF WS-WCPAY-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-WC-EOF
               END-IF
               PERFORM UNTIL WS-WC-EOF = "YES"
                   READ FS-WCPAY-FILE
                       AT END
                           MOVE "YES" TO WS-WC-EOF
                       NOT AT END
                           IF FS-WC-YEAR = WS-WA-YEAR AND
                              FS-WC-MONTH >= WS-WA-FIRST-MONTH AND
                              FS-WC-MONTH <= WS-WA-LAST-MONTH AND
                              (WS-WA-COMPANY = SPACES OR
                               FS-WC-COMPANY = WS-WA-COMPANY)
                               IF FS-WC-CLASS = SPACES
                                   PERFORM 3712-TALLY-WC-EXCEPTION-PARA
                               ELSE
                                   PERFORM 3711-TALLY-WC-CLASS-PARA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-WCPAY-FILE

           IF WS-WA-COUNT = 0 AND WS-WX-COUNT = 0
               DISPLAY "No workers' comp payroll for that period"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REGISTER-FILENAME
           IF WS-WA-QUARTER = 0
               STRING "payroll_wc_audit_"WS-WA-YEAR".txt"
                 DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           ELSE
               STRING "payroll_wc_audit_"WS-WA-YEAR"q"WS-WA-QUARTER
                 ".txt" DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           END-IF

           MOVE 0 TO WS-WA-TOT-PAYROLL
           MOVE 0 TO WS-WA-TOT-OT
           MOVE 0 TO WS-WA-TOT-PREMIUM
           MOVE SPACES TO WS-WA-LAST-COMPANY

           OPEN INPUT FS-EMPLOYER-FILE
           MOVE WS-EMPLOYER-FILE-STATUS TO WS-WA-ER-STATUS
           OPEN INPUT FS-EMPLOYEE-FILE
           MOVE WS-EMPLOYEE-FILE-STATUS TO WS-WA-EE-STATUS
           OPEN OUTPUT FS-REGISTER-FILE
               MOVE SPACES TO FS-REGISTER-LINE
               IF WS-WA-QUARTER = 0
                   STRING "WORKERS' COMPENSATION PREMIUM AUDIT - year "
                     WS-WA-YEAR DELIMITED BY SIZE INTO FS-REGISTER-LINE
               ELSE
                   STRING "WORKERS' COMPENSATION PREMIUM AUDIT - "
                     WS-WA-YEAR" quarter "WS-WA-QUARTER
                     DELIMITED BY SIZE INTO FS-REGISTER-LINE
               END-IF
               WRITE FS-REGISTER-LINE
               MOVE "Remuneration excludes the overtime premium; premi
      -             "um is per $100 of remuneration" TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE

               PERFORM VARYING WS-WA-INDEX FROM 1 BY 1
                 UNTIL WS-WA-INDEX > WS-WA-COUNT
                   IF WS-WA-CO(WS-WA-INDEX) NOT = WS-WA-LAST-COMPANY
                      OR WS-WA-INDEX = 1
                       IF WS-WA-INDEX > 1
                           PERFORM 3722-WRITE-WC-COMPANY-TOTAL-PARA
                       END-IF
                       PERFORM 3721-WRITE-WC-COMPANY-HEAD-PARA
                   END-IF
                   PERFORM 3723-WRITE-WC-CLASS-LINE-PARA
               END-PERFORM
               IF WS-WA-COUNT > 0
                   PERFORM 3722-WRITE-WC-COMPANY-TOTAL-PARA
               END-IF

               MOVE SPACES TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE SPACES TO FS-REGISTER-LINE
               MOVE 1 TO WS-REGISTER-PTR
               STRING "All companies - remuneration " DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
               MOVE WS-WA-TOT-PAYROLL TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               STRING FUNCTION TRIM(WS-DISPLAY)", overtime premium ex
      -          "cluded " DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
               MOVE WS-WA-TOT-OT TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               STRING FUNCTION TRIM(WS-DISPLAY)", premium "
                 DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
               MOVE WS-WA-TOT-PREMIUM TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               STRING FUNCTION TRIM(WS-DISPLAY) DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
               WRITE FS-REGISTER-LINE

               MOVE SPACES TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE "EXCEPTIONS - employees paid with no class assigned"
                 TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               IF WS-WX-COUNT = 0
                   MOVE "  None" TO FS-REGISTER-LINE
                   WRITE FS-REGISTER-LINE
               END-IF
               PERFORM 3724-WRITE-WC-EXCEPTION-PARA
                 VARYING WS-WX-INDEX FROM 1 BY 1
                 UNTIL WS-WX-INDEX > WS-WX-COUNT
           CLOSE FS-REGISTER-FILE
           CLOSE FS-EMPLOYEE-FILE
           CLOSE FS-EMPLOYER-FILE

           DISPLAY "Class lines: "WS-WA-COUNT"  exceptions: "
             WS-WX-COUNT
           DISPLAY "Workers' comp audit written to "
             WS-REGISTER-FILENAME

           MOVE "WCAUDIT" TO WS-RCAT-TYPE
           MOVE WS-REGISTER-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-WA-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


      * the table is kept in company and class order as it fills, so
      * the report reads straight down it
       3711-TALLY-WC-CLASS-PARA.
           MOVE 0 TO WS-WA-HIT
           MOVE 0 TO WS-WA-SLOT
           PERFORM VARYING WS-WA-INDEX FROM 1 BY 1
             UNTIL WS-WA-INDEX > WS-WA-COUNT
               IF WS-WA-CO(WS-WA-INDEX) = FS-WC-COMPANY AND
                  WS-WA-CLASS(WS-WA-INDEX) = FS-WC-CLASS
                   MOVE WS-WA-INDEX TO WS-WA-HIT
               END-IF
               IF WS-WA-SLOT = 0 AND
                  (WS-WA-CO(WS-WA-INDEX) > FS-WC-COMPANY OR
                   (WS-WA-CO(WS-WA-INDEX) = FS-WC-COMPANY AND
                    WS-WA-CLASS(WS-WA-INDEX) > FS-WC-CLASS))
                   MOVE WS-WA-INDEX TO WS-WA-SLOT
               END-IF
           END-PERFORM

           IF WS-WA-HIT = 0
               IF WS-WA-COUNT >= 200
                   DISPLAY "Workers' comp table is at its 200-line limi
      -                    "t - class "FS-WC-CLASS" left off"
                   EXIT PARAGRAPH
               END-IF
               IF WS-WA-SLOT = 0
                   COMPUTE WS-WA-SLOT = WS-WA-COUNT + 1
               ELSE
                   PERFORM VARYING WS-WA-INDEX FROM WS-WA-COUNT BY -1
                     UNTIL WS-WA-INDEX < WS-WA-SLOT
                       MOVE WS-WA-ENTRY(WS-WA-INDEX)
                         TO WS-WA-ENTRY(WS-WA-INDEX + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-WA-COUNT
               MOVE WS-WA-SLOT TO WS-WA-HIT
               MOVE FS-WC-COMPANY TO WS-WA-CO(WS-WA-HIT)
               MOVE FS-WC-CLASS   TO WS-WA-CLASS(WS-WA-HIT)
               MOVE 0 TO WS-WA-PAYROLL(WS-WA-HIT)
               MOVE 0 TO WS-WA-OT(WS-WA-HIT)
               MOVE 0 TO WS-WA-PREMIUM(WS-WA-HIT)
           END-IF

      * the rate shown is the one on the latest check in the class
           IF FS-WC-PAYROLL > 0
               MOVE FS-WC-RATE TO WS-WA-RATE(WS-WA-HIT)
           END-IF
           ADD FS-WC-PAYROLL     TO WS-WA-PAYROLL(WS-WA-HIT)
           ADD FS-WC-OT-EXCLUDED TO WS-WA-OT(WS-WA-HIT)
           ADD FS-WC-PREMIUM     TO WS-WA-PREMIUM(WS-WA-HIT)
           .


       3712-TALLY-WC-EXCEPTION-PARA.
           MOVE 0 TO WS-WA-HIT
           PERFORM VARYING WS-WX-INDEX FROM 1 BY 1
             UNTIL WS-WX-INDEX > WS-WX-COUNT
               IF WS-WX-SSN(WS-WX-INDEX) = FS-WC-SSN AND
                  WS-WX-COMPANY(WS-WX-INDEX) = FS-WC-COMPANY AND
                  WS-WX-JOB-CODE(WS-WX-INDEX) = FS-WC-JOB-CODE
                   MOVE WS-WX-INDEX TO WS-WA-HIT
               END-IF
           END-PERFORM

           IF WS-WA-HIT = 0
               IF WS-WX-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WX-COUNT
               MOVE WS-WX-COUNT TO WS-WA-HIT
               MOVE FS-WC-SSN      TO WS-WX-SSN(WS-WA-HIT)
               MOVE FS-WC-COMPANY  TO WS-WX-COMPANY(WS-WA-HIT)
               MOVE FS-WC-JOB-CODE TO WS-WX-JOB-CODE(WS-WA-HIT)
               MOVE 0 TO WS-WX-PAYROLL(WS-WA-HIT)
           END-IF
           ADD FS-WC-PAYROLL TO WS-WX-PAYROLL(WS-WA-HIT)
           .


       3721-WRITE-WC-COMPANY-HEAD-PARA.
           MOVE WS-WA-CO(WS-WA-INDEX) TO WS-WA-LAST-COMPANY
           MOVE 0 TO WS-WA-CO-PAYROLL
           MOVE 0 TO WS-WA-CO-OT
           MOVE 0 TO WS-WA-CO-PREMIUM

           MOVE WS-WA-LAST-COMPANY TO FS-ER-CODE
           MOVE SPACES TO FS-ER-NAME
           IF WS-WA-ER-STATUS = "00"
               READ FS-EMPLOYER-FILE
                   INVALID KEY
                       MOVE SPACES TO FS-ER-NAME
               END-READ
           END-IF

           MOVE SPACES TO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE
           MOVE SPACES TO FS-REGISTER-LINE
           STRING "Company "WS-WA-LAST-COMPANY" "
             FUNCTION TRIM(FS-ER-NAME)
             DELIMITED BY SIZE INTO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE
           .


       3722-WRITE-WC-COMPANY-TOTAL-PARA.
           MOVE SPACES TO FS-REGISTER-LINE
           MOVE 1 TO WS-REGISTER-PTR
           STRING "  Company total - remuneration " DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-WA-CO-PAYROLL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)", premium "
             DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-WA-CO-PREMIUM TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY) DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           WRITE FS-REGISTER-LINE
           .


       3723-WRITE-WC-CLASS-LINE-PARA.
           ADD WS-WA-PAYROLL(WS-WA-INDEX) TO WS-WA-CO-PAYROLL
           ADD WS-WA-OT(WS-WA-INDEX)      TO WS-WA-CO-OT
           ADD WS-WA-PREMIUM(WS-WA-INDEX) TO WS-WA-CO-PREMIUM
           ADD WS-WA-PAYROLL(WS-WA-INDEX) TO WS-WA-TOT-PAYROLL
           ADD WS-WA-OT(WS-WA-INDEX)      TO WS-WA-TOT-OT
           ADD WS-WA-PREMIUM(WS-WA-INDEX) TO WS-WA-TOT-PREMIUM

           MOVE WS-WA-RATE(WS-WA-INDEX) TO WS-WA-RATE-EDIT
           MOVE SPACES TO FS-REGISTER-LINE
           MOVE 1 TO WS-REGISTER-PTR
           STRING "  Class "WS-WA-CLASS(WS-WA-INDEX)"  rate "
             WS-WA-RATE-EDIT"  remuneration " DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-WA-PAYROLL(WS-WA-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)"  OT excluded "
             DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-WA-OT(WS-WA-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)"  premium "
             DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-WA-PREMIUM(WS-WA-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY) DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           WRITE FS-REGISTER-LINE
           .


       3724-WRITE-WC-EXCEPTION-PARA.
           MOVE WS-WX-SSN(WS-WX-INDEX) TO FS-EMPLOYEE-SSN
           MOVE SPACES TO FS-EMPLOYEE-NAME
           IF WS-WA-EE-STATUS = "00"
               READ FS-EMPLOYEE-FILE
                   INVALID KEY
                       MOVE "(not on the employee file)"
                         TO FS-EMPLOYEE-NAME
               END-READ
           END-IF

           MOVE WS-WX-SSN(WS-WX-INDEX) TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           MOVE WS-WX-PAYROLL(WS-WX-INDEX) TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO FS-REGISTER-LINE
           IF WS-WX-JOB-CODE(WS-WX-INDEX) = SPACES
               STRING "  "WS-MASKED" "FS-EMPLOYEE-NAME(1:30)" co "
                 WS-WX-COMPANY(WS-WX-INDEX)" no job code  "
                 FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
           ELSE
               STRING "  "WS-MASKED" "FS-EMPLOYEE-NAME(1:30)" co "
                 WS-WX-COMPANY(WS-WX-INDEX)" job "
                 WS-WX-JOB-CODE(WS-WX-INDEX)" has no class  "
                 FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
           END-IF
           WRITE FS-REGISTER-LINE
           .


      * time off asked for ahead of time: a request is checked against
      * the balance it will have on the first day off, a supervisor
      * approves or denies it, and an approval writes the V or S days
      * into timesheet.txt ready for the batch run
       3800-LEAVE-REQUESTS-PARA.
           DISPLAY "Leave requests:"
           DISPLAY "1) Enter a request   2) Supervisor review of pendi
      -            "ng requests   3) List an employee's requests   4) D
      -            "epartment leave calendar"
           ACCEPT WS-LR-CHOICE
           EVALUATE WS-LR-CHOICE
               WHEN 1
                   PERFORM 3810-ENTER-LEAVE-REQUEST-PARA
               WHEN 2
                   PERFORM 3820-REVIEW-LEAVE-REQUESTS-PARA
               WHEN 3
                   PERFORM 3840-LIST-LEAVE-REQUESTS-PARA
               WHEN 4
                   PERFORM 3850-LEAVE-CALENDAR-PARA
               WHEN OTHER
                   DISPLAY "Invalid command!"
           END-EVALUATE
           .


       3810-ENTER-LEAVE-REQUEST-PARA.
           DISPLAY "Enter employee SSN:"
           ACCEPT WS-LR-SSN
           MOVE "NO" TO WS-LR-EMP-FOUND
           OPEN INPUT FS-EMPLOYEE-FILE
               MOVE WS-LR-SSN TO FS-EMPLOYEE-SSN
               READ FS-EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-LR-EMP-FOUND
                       PERFORM 3833-SAVE-EMPLOYEE-LEAVE-PARA
               END-READ
           CLOSE FS-EMPLOYEE-FILE
           IF WS-LR-EMP-FOUND = "NO"
               DISPLAY "Employee not found in the database"
               EXIT PARAGRAPH
           END-IF
           IF WS-LR-EMP-ACTIVE = "N"
               DISPLAY "Employee is terminated - no leave can be reque
      -                "sted"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Leave type (V vacation, S sick):"
           ACCEPT WS-LR-TYPE
           MOVE FUNCTION UPPER-CASE(WS-LR-TYPE) TO WS-LR-TYPE
           IF WS-LR-TYPE NOT = "V" AND WS-LR-TYPE NOT = "S"
               DISPLAY "Leave type must be V or S"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "First day off (yyyymmdd):"
           ACCEPT WS-LR-START
           DISPLAY "Last day off (yyyymmdd):"
           ACCEPT WS-LR-END
           DISPLAY "Hours per day (like 8.00):"
           ACCEPT WS-LR-HPD
           IF WS-LR-HPD = 0 OR WS-LR-HPD > 24
               DISPLAY "Hours per day must be more than 0 and no more
      -                " than 24"
               EXIT PARAGRAPH
           END-IF

      * longer leave is entered as more than one request
           MOVE 60 TO WS-LR-MAX-SPAN
           PERFORM 3811-CHECK-LEAVE-DATES-PARA
           IF WS-LR-DATES-OK NOT = "YES"
               EXIT PARAGRAPH
           END-IF

           PERFORM 3831-LOAD-OPEN-REQUESTS-PARA
           PERFORM VARYING WS-LQ-INDEX FROM 1 BY 1
             UNTIL WS-LQ-INDEX > WS-LQ-COUNT
               IF WS-LQ-SSN(WS-LQ-INDEX) = WS-LR-SSN AND
                  WS-LQ-START(WS-LQ-INDEX) <= WS-LR-END AND
                  WS-LQ-END(WS-LQ-INDEX) >= WS-LR-START
                   DISPLAY "Request refused - it overlaps the "
                     WS-LQ-START(WS-LQ-INDEX)" - "
                     WS-LQ-END(WS-LQ-INDEX)" request already on file"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           COMPUTE WS-LR-TOTAL = WS-LR-BUS-DAYS * WS-LR-HPD
           PERFORM 3830-PROJECT-LEAVE-BALANCE-PARA
           IF WS-LR-PROJECTED < WS-LR-TOTAL
               DISPLAY "Request refused - the balance projected to "
                 WS-LR-START" is "WS-LR-PROJECTED" hours and the req
      -          "uest needs "WS-LR-TOTAL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LR-SSN       TO FS-LR-SSN
           MOVE WS-LR-START     TO FS-LR-START
           MOVE WS-LR-END       TO FS-LR-END
           MOVE WS-LR-TYPE      TO FS-LR-TYPE
           MOVE WS-LR-HPD       TO FS-LR-HOURS-PER-DAY
           MOVE WS-LR-BUS-DAYS  TO FS-LR-DAYS
           MOVE WS-LR-TOTAL     TO FS-LR-TOTAL-HOURS
           MOVE "P"             TO FS-LR-STATUS
           PERFORM GET-STAMP-DATE-PARA
           MOVE WS-STAMP-DATE   TO FS-LR-ENTERED
           MOVE SPACES          TO FS-LR-DECIDED-BY
           MOVE 0               TO FS-LR-DECIDED-DATE
           MOVE WS-LR-PROJECTED TO FS-LR-PROJECTED

           OPEN EXTEND FS-LVREQ-FILE
               IF WS-LVREQ-FILE-STATUS = '35'
                   OPEN OUTPUT FS-LVREQ-FILE
               END-IF
               WRITE FS-LEAVE-REQUEST
           CLOSE FS-LVREQ-FILE
           DISPLAY "Request entered for "WS-LR-BUS-DAYS" working days
      -            ", "WS-LR-TOTAL" hours - pending supervisor review"
           .


      * both dates must be real, in order, and no further apart than
      * the caller allows; weekends and bank holidays are not counted
       3811-CHECK-LEAVE-DATES-PARA.
           MOVE "NO" TO WS-LR-DATES-OK
           MOVE WS-LR-START TO WS-TS-ENTRY-DATE
           PERFORM 1415-CHECK-TS-DATE-PARA
           IF WS-TS-DATE-OK NOT = "Y"
               DISPLAY "First date is not a valid date"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LR-END TO WS-TS-ENTRY-DATE
           PERFORM 1415-CHECK-TS-DATE-PARA
           IF WS-TS-DATE-OK NOT = "Y"
               DISPLAY "Last date is not a valid date"
               EXIT PARAGRAPH
           END-IF

           CALL "DATE-TO-DAYS" USING WS-LR-START-YEAR WS-LR-START-MONTH
                                     WS-LR-START-DAY WS-LR-START-DAYS
           CALL "DATE-TO-DAYS" USING WS-LR-END-YEAR WS-LR-END-MONTH
                                     WS-LR-END-DAY WS-LR-END-DAYS
           IF WS-LR-END-DAYS < WS-LR-START-DAYS
               DISPLAY "Last date is before the first"
               EXIT PARAGRAPH
           END-IF
           IF WS-LR-END-DAYS - WS-LR-START-DAYS > WS-LR-MAX-SPAN
               DISPLAY "The dates may be at most "WS-LR-MAX-SPAN
                 " days apart"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LR-BUS-DAYS
           PERFORM VARYING WS-LR-DAY FROM WS-LR-START-DAYS BY 1
             UNTIL WS-LR-DAY > WS-LR-END-DAYS
               PERFORM 3812-CHECK-LEAVE-DAY-PARA
               IF WS-BUSDAY-FLAG = "Y"
                   ADD 1 TO WS-LR-BUS-DAYS
               END-IF
           END-PERFORM
           IF WS-LR-BUS-DAYS = 0
               DISPLAY "There are no working days in that range"
               EXIT PARAGRAPH
           END-IF
           MOVE "YES" TO WS-LR-DATES-OK
           .


       3812-CHECK-LEAVE-DAY-PARA.
           MOVE "ISBUS" TO WS-BUSDAY-ACTION
           MOVE 0 TO WS-BUSDAY-COUNT
           CALL "BUSINESS-DAY" USING WS-BUSDAY-ACTION
                                     WS-LR-DAY
                                     WS-BUSDAY-COUNT
                                     WS-BUSDAY-RESULT
                                     WS-BUSDAY-FLAG
           .


      * each request waiting on a supervisor is shown with the balance
      * projected to its first day; an approval that would overdraw
      * is refused, so such a request can only be denied or left
       3820-REVIEW-LEAVE-REQUESTS-PARA.
           DISPLAY "Reviewing supervisor's initials:"
           ACCEPT WS-LR-BY
           MOVE FUNCTION UPPER-CASE(WS-LR-BY) TO WS-LR-BY
           IF WS-LR-BY = SPACES
               DISPLAY "A review needs the supervisor's initials"
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-STAMP-DATE-PARA
           PERFORM 3831-LOAD-OPEN-REQUESTS-PARA

           MOVE 0 TO WS-LR-APPROVED
           MOVE 0 TO WS-LR-DENIED
           MOVE "NO" TO WS-LR-EOF
           OPEN INPUT FS-EMPLOYEE-FILE
           OPEN I-O FS-LVREQ-FILE
               IF WS-LVREQ-FILE-STATUS = '35'
                   DISPLAY "No leave requests on file"
                   MOVE "YES" TO WS-LR-EOF
               END-IF
               PERFORM UNTIL WS-LR-EOF = "YES"
                   READ FS-LVREQ-FILE
                       AT END
                           MOVE "YES" TO WS-LR-EOF
                       NOT AT END
                           IF FS-LR-STATUS = "P"
                               PERFORM 3821-REVIEW-ONE-REQUEST-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-LVREQ-FILE
           CLOSE FS-EMPLOYEE-FILE

           DISPLAY "Approved: "WS-LR-APPROVED"  denied: "WS-LR-DENIED
           .


       3821-REVIEW-ONE-REQUEST-PARA.
           MOVE FS-LR-SSN TO FS-EMPLOYEE-SSN
           READ FS-EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "SSN on request not on the employee file - s
      -                    "kipped"
                   EXIT PARAGRAPH
           END-READ
           PERFORM 3833-SAVE-EMPLOYEE-LEAVE-PARA

           MOVE FS-LR-SSN   TO WS-LR-SSN
           MOVE FS-LR-TYPE  TO WS-LR-TYPE
           MOVE FS-LR-START TO WS-LR-START
           PERFORM 3830-PROJECT-LEAVE-BALANCE-PARA

           MOVE FS-LR-SSN TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY WS-MASKED" "FS-EMPLOYEE-NAME(1:30)
           DISPLAY "  "FS-LR-TYPE" "FS-LR-START" - "FS-LR-END" "
             FS-LR-DAYS" days "FS-LR-TOTAL-HOURS" hours, projected ba
      -      "lance "WS-LR-PROJECTED
           DISPLAY "  A) Approve   D) Deny   anything else leaves it p
      -            "ending"
           ACCEPT WS-LR-DECISION
           MOVE FUNCTION UPPER-CASE(WS-LR-DECISION) TO WS-LR-DECISION

           EVALUATE WS-LR-DECISION
               WHEN "A"
                   IF WS-LR-PROJECTED < FS-LR-TOTAL-HOURS
                       DISPLAY "  Cannot approve - the balance would b
      -                        "e overdrawn; left pending"
                   ELSE
                       MOVE "A" TO FS-LR-STATUS
                       MOVE WS-LR-BY TO FS-LR-DECIDED-BY
                       MOVE WS-STAMP-DATE TO FS-LR-DECIDED-DATE
                       MOVE WS-LR-PROJECTED TO FS-LR-PROJECTED
                       REWRITE FS-LEAVE-REQUEST
                       END-REWRITE
                       PERFORM 3822-WRITE-LEAVE-DAYS-PARA
                       PERFORM 3832-ADD-OPEN-REQUEST-PARA
                       ADD 1 TO WS-LR-APPROVED
                       DISPLAY "  Approved - "WS-LR-WRITTEN" timeshe
      -                        "et days written"
                   END-IF
               WHEN "D"
                   MOVE "D" TO FS-LR-STATUS
                   MOVE WS-LR-BY TO FS-LR-DECIDED-BY
                   MOVE WS-STAMP-DATE TO FS-LR-DECIDED-DATE
                   REWRITE FS-LEAVE-REQUEST
                   END-REWRITE
                   ADD 1 TO WS-LR-DENIED
                   DISPLAY "  Denied"
               WHEN OTHER
                   DISPLAY "  Left pending"
           END-EVALUATE
           .


      * the approved days go in already approved, so the batch run
      * pays them without waiting on the month's timesheet approval
       3822-WRITE-LEAVE-DAYS-PARA.
           MOVE 0 TO WS-LR-WRITTEN
           MOVE FS-LR-START TO WS-LR-START
           MOVE FS-LR-END   TO WS-LR-END
           CALL "DATE-TO-DAYS" USING WS-LR-START-YEAR WS-LR-START-MONTH
                                     WS-LR-START-DAY WS-LR-START-DAYS
           CALL "DATE-TO-DAYS" USING WS-LR-END-YEAR WS-LR-END-MONTH
                                     WS-LR-END-DAY WS-LR-END-DAYS

           OPEN EXTEND FS-TIMESHEET-FILE
               IF WS-TIMESHEET-FILE-STATUS = '35'
                   OPEN OUTPUT FS-TIMESHEET-FILE
               END-IF
               PERFORM VARYING WS-LR-DAY FROM WS-LR-START-DAYS BY 1
                 UNTIL WS-LR-DAY > WS-LR-END-DAYS
                   PERFORM 3812-CHECK-LEAVE-DAY-PARA
                   IF WS-BUSDAY-FLAG = "Y"
                       CALL "DAYS-TO-DATE" USING WS-LR-DAY
                                                 WS-LR-DATE-YEAR
                                                 WS-LR-DATE-MONTH
                                                 WS-LR-DATE-DAY
                       MOVE FS-LR-SSN  TO FS-TIMESHEET-SSN
                       MOVE WS-LR-DATE TO FS-TIMESHEET-DATE
                       MOVE FS-LR-HOURS-PER-DAY TO FS-TIMESHEET-HOURS
                       MOVE FS-LR-TYPE TO FS-TIMESHEET-LEAVE-CODE
                       MOVE "Y"        TO FS-TIMESHEET-APPROVED
                       MOVE SPACES     TO FS-TIMESHEET-JOB-CODE
                       MOVE SPACE      TO FS-TIMESHEET-SHIFT-CODE
                       WRITE FS-TIMESHEET-RECORD
                       ADD 1 TO WS-LR-WRITTEN
                   END-IF
               END-PERFORM
           CLOSE FS-TIMESHEET-FILE
           .


      * the banked hours plus what the checks still to come before the
      * first day off will accrue, less approved leave not yet paid -
      * leave comes off the balance only when a check pays it, so any
      * approved request dated after the last paid month still counts
       3830-PROJECT-LEAVE-BALANCE-PARA.
           PERFORM READ-LEAVE-CONTROL-PARA
           IF WS-LR-TYPE = "V"
               MOVE WS-LR-EMP-VACATION TO WS-LR-BALANCE
               MOVE WS-LEAVE-VAC-ACCRUAL TO WS-LR-ACCRUAL
           ELSE
               MOVE WS-LR-EMP-SICK TO WS-LR-BALANCE
               MOVE WS-LEAVE-SICK-ACCRUAL TO WS-LR-ACCRUAL
           END-IF

           IF WS-LR-LAST-PAID = 0
               PERFORM GET-STAMP-DATE-PARA
               MOVE WS-STAMP-DATE(1:6) TO WS-LR-LAST-PAID
           END-IF
           COMPUTE WS-LR-MONTHS =
               (WS-LR-START-YEAR * 12 + WS-LR-START-MONTH) -
               (WS-LR-LAST-PAID-YEAR * 12 + WS-LR-LAST-PAID-MONTH) - 1
           IF WS-LR-MONTHS < 0
               MOVE 0 TO WS-LR-MONTHS
           END-IF

           EVALUATE WS-LR-EMP-FREQUENCY
               WHEN "B"
                   COMPUTE WS-LR-CHECKS = WS-LR-MONTHS * 26 / 12
               WHEN "S"
                   COMPUTE WS-LR-CHECKS = WS-LR-MONTHS * 2
               WHEN OTHER
                   MOVE WS-LR-MONTHS TO WS-LR-CHECKS
           END-EVALUATE

           MOVE 0 TO WS-LR-OUTSTANDING
           PERFORM VARYING WS-LQ-INDEX FROM 1 BY 1
             UNTIL WS-LQ-INDEX > WS-LQ-COUNT
               IF WS-LQ-SSN(WS-LQ-INDEX) = WS-LR-SSN AND
                  WS-LQ-TYPE(WS-LQ-INDEX) = WS-LR-TYPE AND
                  WS-LQ-STATUS(WS-LQ-INDEX) = "A" AND
                  WS-LQ-START(WS-LQ-INDEX)(1:6) > WS-LR-LAST-PAID-X
                   ADD WS-LQ-HOURS(WS-LQ-INDEX) TO WS-LR-OUTSTANDING
               END-IF
           END-PERFORM

           COMPUTE WS-LR-PROJECTED = WS-LR-BALANCE +
               (WS-LR-ACCRUAL * WS-LR-CHECKS) - WS-LR-OUTSTANDING
           .


      * pending and approved requests - the overlap check and the
      * projection both work from this table
       3831-LOAD-OPEN-REQUESTS-PARA.
           MOVE 0 TO WS-LQ-COUNT
           MOVE "NO" TO WS-LR-EOF
           OPEN INPUT FS-LVREQ-FILE
               IF WS-LVREQ-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-LR-EOF
               END-IF
               PERFORM UNTIL WS-LR-EOF = "YES"
                   READ FS-LVREQ-FILE
                       AT END
                           MOVE "YES" TO WS-LR-EOF
                       NOT AT END
                           IF FS-LR-STATUS = "P" OR FS-LR-STATUS = "A"
                               PERFORM 3832-ADD-OPEN-REQUEST-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-LVREQ-FILE
           .


       3832-ADD-OPEN-REQUEST-PARA.
      * an approval during review updates the entry already loaded
           PERFORM VARYING WS-LQ-INDEX FROM 1 BY 1
             UNTIL WS-LQ-INDEX > WS-LQ-COUNT
               IF WS-LQ-SSN(WS-LQ-INDEX) = FS-LR-SSN AND
                  WS-LQ-START(WS-LQ-INDEX) = FS-LR-START AND
                  WS-LQ-TYPE(WS-LQ-INDEX) = FS-LR-TYPE
                   MOVE FS-LR-STATUS TO WS-LQ-STATUS(WS-LQ-INDEX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-LQ-COUNT < 500
               ADD 1 TO WS-LQ-COUNT
               MOVE FS-LR-SSN         TO WS-LQ-SSN(WS-LQ-COUNT)
               MOVE FS-LR-START       TO WS-LQ-START(WS-LQ-COUNT)
               MOVE FS-LR-END         TO WS-LQ-END(WS-LQ-COUNT)
               MOVE FS-LR-TYPE        TO WS-LQ-TYPE(WS-LQ-COUNT)
               MOVE FS-LR-STATUS      TO WS-LQ-STATUS(WS-LQ-COUNT)
               MOVE FS-LR-TOTAL-HOURS TO WS-LQ-HOURS(WS-LQ-COUNT)
           ELSE
               DISPLAY "Leave request table is at its 500-request lim
      -                "it - later requests not counted"
           END-IF
           .


      * the projection works from these, not the employee record,
      * since the employee file is closed by the time it runs
       3833-SAVE-EMPLOYEE-LEAVE-PARA.
           MOVE FS-EMPLOYEE-ACTIVE-FLAG     TO WS-LR-EMP-ACTIVE
           MOVE FS-EMPLOYEE-VACATION-HOURS  TO WS-LR-EMP-VACATION
           MOVE FS-EMPLOYEE-SICK-HOURS      TO WS-LR-EMP-SICK
           MOVE FS-EMPLOYEE-PAY-FREQUENCY   TO WS-LR-EMP-FREQUENCY
           MOVE FS-EMPLOYEE-LAST-PAID-YEAR  TO WS-LR-LAST-PAID-YEAR
           MOVE FS-EMPLOYEE-LAST-PAID-MONTH TO WS-LR-LAST-PAID-MONTH
           .


       3840-LIST-LEAVE-REQUESTS-PARA.
           DISPLAY "Enter employee SSN:"
           ACCEPT WS-LR-SSN
           MOVE 0 TO WS-LR-COUNT
           MOVE "NO" TO WS-LR-EOF
           OPEN INPUT FS-LVREQ-FILE
               IF WS-LVREQ-FILE-STATUS NOT = "00"
                   DISPLAY "No leave requests on file"
                   MOVE "YES" TO WS-LR-EOF
               END-IF
               PERFORM UNTIL WS-LR-EOF = "YES"
                   READ FS-LVREQ-FILE
                       AT END
                           MOVE "YES" TO WS-LR-EOF
                       NOT AT END
                           IF FS-LR-SSN = WS-LR-SSN
                               ADD 1 TO WS-LR-COUNT
                               EVALUATE FS-LR-STATUS
                                   WHEN "A"
                                       MOVE "APPROVED" TO WS-LR-WORD
                                   WHEN "D"
                                       MOVE "DENIED" TO WS-LR-WORD
                                   WHEN OTHER
                                       MOVE "PENDING" TO WS-LR-WORD
                               END-EVALUATE
                               DISPLAY FS-LR-TYPE" "FS-LR-START" - "
                                 FS-LR-END" "FS-LR-TOTAL-HOURS
                                 " hours "WS-LR-WORD" "
                                 FS-LR-DECIDED-BY" "FS-LR-DECIDED-DATE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-LVREQ-FILE
           DISPLAY "Requests: "WS-LR-COUNT
           .


      * who is out on which working day, department by department -
      * approved leave and pending requests, the latter marked so
       3850-LEAVE-CALENDAR-PARA.
           DISPLAY "Department code (blank for all):"
           ACCEPT WS-LC-DEPT-WANTED
           MOVE FUNCTION UPPER-CASE(WS-LC-DEPT-WANTED)
             TO WS-LC-DEPT-WANTED
           DISPLAY "Calendar from (yyyymmdd):"
           ACCEPT WS-LR-START
           DISPLAY "Calendar through (yyyymmdd):"
           ACCEPT WS-LR-END
           MOVE 92 TO WS-LR-MAX-SPAN
           PERFORM 3811-CHECK-LEAVE-DATES-PARA
           IF WS-LR-DATES-OK NOT = "YES"
               EXIT PARAGRAPH
           END-IF

           PERFORM 3851-LOAD-CALENDAR-PARA
           IF WS-LC-COUNT = 0
               DISPLAY "Nobody is out in that range"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING "payroll_leave_calendar_"WS-LR-START"_"WS-LR-END
             ".txt" DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           MOVE 0 TO WS-LR-COUNT

           OPEN INPUT FS-DEPT-FILE
           MOVE WS-DEPT-FILE-STATUS TO WS-LC-DEPT-STATUS
           OPEN OUTPUT FS-REGISTER-FILE
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "LEAVE CALENDAR "WS-LR-START" through "WS-LR-END
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               PERFORM 3853-WRITE-CALENDAR-DEPT-PARA
                 VARYING WS-LD-INDEX FROM 1 BY 1
                 UNTIL WS-LD-INDEX > WS-LD-COUNT
           CLOSE FS-REGISTER-FILE
           CLOSE FS-DEPT-FILE

           DISPLAY "Leave calendar written to "WS-REGISTER-FILENAME
           MOVE "LEAVECAL" TO WS-RCAT-TYPE
           MOVE WS-REGISTER-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-LR-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


      * requests touching the range, each with its department, and
      * the departments in code order for the report to walk
       3851-LOAD-CALENDAR-PARA.
           MOVE 0 TO WS-LC-COUNT
           MOVE 0 TO WS-LD-COUNT
           MOVE "NO" TO WS-LR-EOF
           OPEN INPUT FS-EMPLOYEE-FILE
           OPEN INPUT FS-LVREQ-FILE
               IF WS-LVREQ-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-LR-EOF
               END-IF
               PERFORM UNTIL WS-LR-EOF = "YES"
                   READ FS-LVREQ-FILE
                       AT END
                           MOVE "YES" TO WS-LR-EOF
                       NOT AT END
                           IF (FS-LR-STATUS = "A" OR
                               FS-LR-STATUS = "P") AND
                              FS-LR-START <= WS-LR-END AND
                              FS-LR-END >= WS-LR-START
                               PERFORM 3852-ADD-CALENDAR-ENTRY-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-LVREQ-FILE
           CLOSE FS-EMPLOYEE-FILE
           .


       3852-ADD-CALENDAR-ENTRY-PARA.
           MOVE FS-LR-SSN TO FS-EMPLOYEE-SSN
           MOVE SPACES TO FS-EMPLOYEE-NAME
           MOVE SPACES TO FS-EMPLOYEE-DEPT-CODE
           READ FS-EMPLOYEE-FILE
               INVALID KEY
                   MOVE "(not on the employee file)" TO FS-EMPLOYEE-NAME
           END-READ
           IF WS-LC-DEPT-WANTED NOT = SPACES AND
              FS-EMPLOYEE-DEPT-CODE NOT = WS-LC-DEPT-WANTED
               EXIT PARAGRAPH
           END-IF
           IF WS-LC-COUNT >= 300
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LC-COUNT
           MOVE FS-LR-SSN             TO WS-LC-SSN(WS-LC-COUNT)
           MOVE FS-EMPLOYEE-NAME(1:30) TO WS-LC-NAME(WS-LC-COUNT)
           MOVE FS-EMPLOYEE-DEPT-CODE TO WS-LC-DEPT(WS-LC-COUNT)
           MOVE FS-LR-START           TO WS-LC-START(WS-LC-COUNT)
           MOVE FS-LR-END             TO WS-LC-END(WS-LC-COUNT)
           MOVE FS-LR-TYPE            TO WS-LC-TYPE(WS-LC-COUNT)
           MOVE FS-LR-HOURS-PER-DAY   TO WS-LC-HPD(WS-LC-COUNT)
           MOVE FS-LR-STATUS          TO WS-LC-STATUS(WS-LC-COUNT)

           MOVE 0 TO WS-LD-SLOT
           PERFORM VARYING WS-LD-INDEX FROM 1 BY 1
             UNTIL WS-LD-INDEX > WS-LD-COUNT
               IF WS-LD-CODE(WS-LD-INDEX) = FS-EMPLOYEE-DEPT-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-LD-SLOT = 0 AND
                  WS-LD-CODE(WS-LD-INDEX) > FS-EMPLOYEE-DEPT-CODE
                   MOVE WS-LD-INDEX TO WS-LD-SLOT
               END-IF
           END-PERFORM
           IF WS-LD-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           IF WS-LD-SLOT = 0
               COMPUTE WS-LD-SLOT = WS-LD-COUNT + 1
           ELSE
               PERFORM VARYING WS-LD-INDEX FROM WS-LD-COUNT BY -1
                 UNTIL WS-LD-INDEX < WS-LD-SLOT
                   MOVE WS-LD-CODE(WS-LD-INDEX)
                     TO WS-LD-CODE(WS-LD-INDEX + 1)
               END-PERFORM
           END-IF
           ADD 1 TO WS-LD-COUNT
           MOVE FS-EMPLOYEE-DEPT-CODE TO WS-LD-CODE(WS-LD-SLOT)
           .


       3853-WRITE-CALENDAR-DEPT-PARA.
           MOVE WS-LD-CODE(WS-LD-INDEX) TO FS-DEPT-CODE
           MOVE SPACES TO FS-DEPT-NAME
           IF WS-LC-DEPT-STATUS = "00" AND FS-DEPT-CODE NOT = SPACES
               READ FS-DEPT-FILE
                   INVALID KEY
                       MOVE SPACES TO FS-DEPT-NAME
               END-READ
           END-IF

           MOVE SPACES TO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE
           MOVE SPACES TO FS-REGISTER-LINE
           IF WS-LD-CODE(WS-LD-INDEX) = SPACES
               MOVE "Department (none)" TO FS-REGISTER-LINE
           ELSE
               STRING "Department "WS-LD-CODE(WS-LD-INDEX)" "
                 FUNCTION TRIM(FS-DEPT-NAME)
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
           END-IF
           WRITE FS-REGISTER-LINE

           PERFORM VARYING WS-LR-DAY FROM WS-LR-START-DAYS BY 1
             UNTIL WS-LR-DAY > WS-LR-END-DAYS
               PERFORM 3812-CHECK-LEAVE-DAY-PARA
               IF WS-BUSDAY-FLAG = "Y"
                   CALL "DAYS-TO-DATE" USING WS-LR-DAY
                                             WS-LR-DATE-YEAR
                                             WS-LR-DATE-MONTH
                                             WS-LR-DATE-DAY
                   COMPUTE WS-LC-WEEKDAY =
                       FUNCTION MOD(WS-LR-DAY - 1, 7) + 1
                   PERFORM 3854-WRITE-CALENDAR-DAY-PARA
                     VARYING WS-LC-INDEX FROM 1 BY 1
                     UNTIL WS-LC-INDEX > WS-LC-COUNT
               END-IF
           END-PERFORM
           .


       3854-WRITE-CALENDAR-DAY-PARA.
           IF WS-LC-DEPT(WS-LC-INDEX) NOT = WS-LD-CODE(WS-LD-INDEX) OR
              WS-LC-START(WS-LC-INDEX) > WS-LR-DATE OR
              WS-LC-END(WS-LC-INDEX) < WS-LR-DATE
               EXIT PARAGRAPH
           END-IF

           IF WS-LC-STATUS(WS-LC-INDEX) = "P"
               MOVE "(pending)" TO WS-LR-WORD
           ELSE
               MOVE SPACES TO WS-LR-WORD
           END-IF
           MOVE WS-LC-HPD(WS-LC-INDEX) TO WS-LR-HPD-EDIT
           MOVE WS-LC-SSN(WS-LC-INDEX) TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           MOVE SPACES TO FS-REGISTER-LINE
           STRING "  "WS-LR-DATE" "WS-LC-DAY-NAME(WS-LC-WEEKDAY)"  "
             WS-MASKED" "WS-LC-NAME(WS-LC-INDEX)" "
             WS-LC-TYPE(WS-LC-INDEX)" "WS-LR-HPD-EDIT" "
             WS-LR-WORD
             DELIMITED BY SIZE INTO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE
           ADD 1 TO WS-LR-COUNT
           .


      * final pay at termination, issued as its own off-cycle run: the
      * last partial period from the approved timesheets (a salary
      * prorated by working days), banked vacation paid out under the
      * payroll_final_pay.ctl policy, and any open advance recovered
      * as far as the limits there allow; benefits and voluntary
      * deductions then end and a separation statement itemizes it all
       3900-FINAL-PAY-PARA.
           PERFORM ACCEPT-EMPLOYEE-SSN-PARA
           MOVE FS-EMPLOYEE-SSN TO WS-FP-SSN
           OPEN INPUT FS-EMPLOYEE-FILE
               READ FS-EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "Employee not found in the database"
                       CLOSE FS-EMPLOYEE-FILE
                       EXIT PARAGRAPH
               END-READ
           CLOSE FS-EMPLOYEE-FILE
           MOVE FS-EMPLOYEE-PAY-FREQUENCY TO WS-FP-FREQUENCY
           MOVE FS-EMPLOYEE-PAY-TYPE      TO WS-FP-PAY-TYPE
           MOVE FS-EMPLOYEE-NAME(1:30)    TO WS-FP-NAME
           MOVE FS-EMPLOYEE-LAST-PAID-YEAR   TO WS-FP-LAST-PAID-YEAR
           MOVE FS-EMPLOYEE-LAST-PAID-PERIOD TO WS-FP-LAST-PAID-PERIOD

      * someone already marked terminated (command 4) is paid as of
      * the date on file; otherwise the termination happens here
           IF FS-EMPLOYEE-ACTIVE-FLAG = "N"
               MOVE FS-EMPLOYEE-TERM-DATE TO WS-FP-TERM-DATE
               IF WS-FP-TERM-DATE = 0
                   DISPLAY "Employee is terminated but has no terminat
      -                    "ion date on file"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Employee was terminated "WS-FP-TERM-DATE
                 " - the final check is figured to that date"
           ELSE
               DISPLAY "Termination date, the last day worked (yyyymmd
      -                "d, 0 for today):"
               ACCEPT WS-FP-TERM-DATE
               IF WS-FP-TERM-DATE = 0
                   PERFORM GET-STAMP-DATE-PARA
                   MOVE WS-STAMP-DATE TO WS-FP-TERM-DATE
               END-IF
               MOVE WS-FP-TERM-DATE TO WS-TS-ENTRY-DATE
               PERFORM 1415-CHECK-TS-DATE-PARA
               IF WS-TS-DATE-OK NOT = "Y"
                   DISPLAY "Termination date is not a valid date"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 3901-CHECK-FINAL-LOG-PARA
           IF WS-FP-ALREADY = "YES"
               DISPLAY "A final check was already issued for this term
      -                "ination - void it (command 34) to issue anothe
      -                "r"
               EXIT PARAGRAPH
           END-IF

           PERFORM 3902-FIND-FINAL-PERIOD-PARA
           IF WS-PERIOD-FOUND = "NO"
               DISPLAY "No "WS-FP-FREQUENCY" period on the pay calenda
      -                "r covers "WS-FP-TERM-DATE" - add it first (comm
      -                "and 16)"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3903-READ-FINAL-PAY-CONTROL-PARA

      * the period runs from its own start to the termination date;
      * working days are counted against the whole period for a salary
           MOVE WS-FP-PERIOD-START TO WS-PERIOD-START-DATE
           MOVE WS-FP-TERM-DATE    TO WS-PERIOD-END-DATE
           CALL "DATE-TO-DAYS" USING WS-PERIOD-START-YEAR
                                     WS-PERIOD-START-MONTH
                                     WS-PERIOD-START-DAY
                                     WS-PERIOD-START-AS-DAYS
           CALL "DATE-TO-DAYS" USING WS-PERIOD-END-YEAR
                                     WS-PERIOD-END-MONTH
                                     WS-PERIOD-END-DAY
                                     WS-PERIOD-END-AS-DAYS
           CALL "DATE-TO-DAYS" USING WS-FP-PERIOD-END-YEAR
                                     WS-FP-PERIOD-END-MONTH
                                     WS-FP-PERIOD-END-DAY
                                     WS-FP-END-AS-DAYS
           PERFORM 3904-COUNT-FINAL-DAYS-PARA

           EVALUATE WS-FP-FREQUENCY
               WHEN "B"
                   MOVE 80 TO WS-STANDARD-PERIOD-HOURS
               WHEN "S"
                   MOVE 87 TO WS-STANDARD-PERIOD-HOURS
               WHEN OTHER
                   MOVE 173 TO WS-STANDARD-PERIOD-HOURS
           END-EVALUATE

           MOVE 0 TO WS-WORKING-HOURS
           MOVE 0 TO WS-TS-VAC-REQ
           MOVE 0 TO WS-TS-SICK-REQ
           MOVE 0 TO WS-TS-ALT-HOURS-REQ
           MOVE 0 TO WS-TS-ALT-PAY-REQ
           MOVE 0 TO WS-TS-PREM-FACTOR-REQ
           MOVE 0 TO WS-TS-PREM-FLAT-REQ
           IF WS-FP-PERIOD-OWED = "YES" AND WS-FP-PAY-TYPE <> "SALARY"
               PERFORM 860-LOAD-TIMESHEET-TABLE-PARA
               MOVE WS-FP-SSN TO FS-EMPLOYEE-SSN
               PERFORM 820-LOOKUP-TIMESHEET-HOURS-PARA
               IF WS-TS-REFUSED = "YES"
                   DISPLAY "The final period's timesheet is not fully
      -                    " approved - approve it (command 15) first"
                   EXIT PARAGRAPH
               END-IF
           END-IF

      * the check goes out today on an off-cycle run of its own, so a
      * regular run's files for the period are never touched
           PERFORM GET-STAMP-DATE-PARA
           MOVE WS-STAMP-DATE TO WS-PERIOD-CHECK-DATE
           MOVE WS-PERIOD-CHECK-YEAR  TO WS-YEAR
           MOVE WS-PERIOD-CHECK-MONTH TO WS-MONTH
           MOVE "X" TO WS-RUN-FREQUENCY
           PERFORM 2905-NEXT-OFFCYCLE-SEQ-PARA
           MOVE WS-RUN-PERIOD TO WS-FP-RUN-SEQ
           DISPLAY "Off-cycle run number "WS-RUN-PERIOD
           MOVE SPACES TO WS-RUN-COMPANY
           MOVE "NO" TO WS-RESUMED-RUN
           MOVE "NO" TO WS-FP-ISSUED
           PERFORM 830-OPEN-REGISTER-PARA

           MOVE SPACES TO FS-REGISTER-LINE
           STRING "OFF-CYCLE FINAL PAY - TERMINATION "WS-FP-TERM-DATE
             DELIMITED BY SIZE INTO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE

           OPEN I-O FS-EMPLOYEE-FILE
               MOVE WS-FP-SSN TO FS-EMPLOYEE-SSN
               READ FS-EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "Employee not found in the database"
                   NOT INVALID KEY
                       PERFORM 3910-COMPUTE-FINAL-CHECK-PARA
               END-READ
           CLOSE FS-EMPLOYEE-FILE

           PERFORM 850-CLOSE-REGISTER-PARA
           IF WS-FP-ISSUED NOT = "YES"
               EXIT PARAGRAPH
           END-IF

           PERFORM 3930-END-ENROLLMENT-PARA
           PERFORM 3940-END-VOLUNTARY-PARA
           PERFORM 3950-WRITE-SEPARATION-PARA
           PERFORM 3905-WRITE-FINAL-LOG-PARA
           .


       3901-CHECK-FINAL-LOG-PARA.
           MOVE "NO" TO WS-FP-ALREADY
           MOVE "NO" TO WS-FP-EOF
           OPEN INPUT FS-FPLOG-FILE
               IF WS-FPLOG-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-FP-EOF
               END-IF
               PERFORM UNTIL WS-FP-EOF = "YES"
                   READ FS-FPLOG-FILE
                       AT END
                           MOVE "YES" TO WS-FP-EOF
                       NOT AT END
                           IF FS-FPL-SSN = WS-FP-SSN AND
                              FS-FPL-TERM-DATE = WS-FP-TERM-DATE
                               MOVE "YES" TO WS-FP-ALREADY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-FPLOG-FILE
           .


      * the employee's own calendar period holding the termination
      * date; if a regular run already paid it, only the payout is due
       3902-FIND-FINAL-PERIOD-PARA.
           MOVE "NO" TO WS-PERIOD-FOUND
           MOVE "NO" TO WS-PERIOD-EOF
           OPEN INPUT FS-PERIOD-FILE
               IF WS-PERIOD-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-PERIOD-EOF
               END-IF
               PERFORM UNTIL WS-PERIOD-EOF = "YES"
                   READ FS-PERIOD-FILE
                       AT END
                           MOVE "YES" TO WS-PERIOD-EOF
                       NOT AT END
                           IF FS-PERIOD-FREQUENCY = WS-FP-FREQUENCY
                              AND FS-PERIOD-START <= WS-FP-TERM-DATE
                              AND FS-PERIOD-END >= WS-FP-TERM-DATE
                               MOVE FS-PERIOD-NUMBER
                                 TO WS-FP-PERIOD-NUMBER
                               MOVE FS-PERIOD-START
                                 TO WS-FP-PERIOD-START
                               MOVE FS-PERIOD-END TO WS-FP-PERIOD-END
                               MOVE FS-PERIOD-CHECK
                                 TO WS-FP-PERIOD-CHECK
                               MOVE "YES" TO WS-PERIOD-FOUND
                               MOVE "YES" TO WS-PERIOD-EOF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-PERIOD-FILE
           IF WS-PERIOD-FOUND = "NO"
               EXIT PARAGRAPH
           END-IF

           MOVE "YES" TO WS-FP-PERIOD-OWED
           IF WS-FP-LAST-PAID-YEAR > WS-FP-PERIOD-CHECK-YEAR OR
              (WS-FP-LAST-PAID-YEAR = WS-FP-PERIOD-CHECK-YEAR AND
               WS-FP-LAST-PAID-PERIOD NOT < WS-FP-PERIOD-NUMBER)
               MOVE "NO" TO WS-FP-PERIOD-OWED
               DISPLAY "Period "WS-FP-PERIOD-NUMBER" was already paid
      -                " in full by a regular run - no final-period wa
      -                "ges are due"
           END-IF
           .


      * the payout policy: A pays every banked vacation hour, C pays up
      * to the cap, N forfeits them; the advance may take no more than
      * the percent of the check's net, and never brings the net below
      * minimum wage for the final period's hours
       3903-READ-FINAL-PAY-CONTROL-PARA.
           MOVE "A"    TO WS-FP-VAC-POLICY
           MOVE 0      TO WS-FP-VAC-MAX
           MOVE 100    TO WS-FP-ADV-PCT
           MOVE 7.25   TO WS-FP-MIN-WAGE
           OPEN INPUT FS-FPCTL-FILE
               IF WS-FPCTL-FILE-STATUS = "00"
                   READ FS-FPCTL-FILE
                       NOT AT END
                           MOVE FS-FPC-VAC-POLICY    TO WS-FP-VAC-POLICY
                           MOVE FS-FPC-VAC-MAX-HOURS TO WS-FP-VAC-MAX
                           MOVE FS-FPC-ADV-MAX-PCT   TO WS-FP-ADV-PCT
                           MOVE FS-FPC-MIN-WAGE      TO WS-FP-MIN-WAGE
                   END-READ
               END-IF
           CLOSE FS-FPCTL-FILE
           .


       3904-COUNT-FINAL-DAYS-PARA.
           MOVE 0 TO WS-FP-DAYS-WORKED
           MOVE 0 TO WS-FP-DAYS-IN-PERIOD
           PERFORM VARYING WS-FP-DAY FROM WS-PERIOD-START-AS-DAYS BY 1
             UNTIL WS-FP-DAY > WS-FP-END-AS-DAYS
               MOVE "ISBUS" TO WS-BUSDAY-ACTION
               MOVE 0 TO WS-BUSDAY-COUNT
               CALL "BUSINESS-DAY" USING WS-BUSDAY-ACTION
                                         WS-FP-DAY
                                         WS-BUSDAY-COUNT
                                         WS-BUSDAY-RESULT
                                         WS-BUSDAY-FLAG
               IF WS-BUSDAY-FLAG = "Y"
                   ADD 1 TO WS-FP-DAYS-IN-PERIOD
                   IF WS-FP-DAY <= WS-PERIOD-END-AS-DAYS
                       ADD 1 TO WS-FP-DAYS-WORKED
                   END-IF
               END-IF
           END-PERFORM
           .


       3905-WRITE-FINAL-LOG-PARA.
           MOVE WS-FP-SSN        TO FS-FPL-SSN
           MOVE WS-FP-TERM-DATE  TO FS-FPL-TERM-DATE
           MOVE WS-PERIOD-CHECK-DATE TO FS-FPL-ISSUED
           MOVE WS-FP-RUN-SEQ    TO FS-FPL-RUN-SEQ
           MOVE WS-GROSS-PAY     TO FS-FPL-GROSS
           MOVE WS-NET-PAY       TO FS-FPL-NET
           MOVE WS-FP-VAC-HOURS  TO FS-FPL-VAC-HOURS
           MOVE WS-FP-VAC-PAY    TO FS-FPL-VAC-PAY
           MOVE WS-FP-ADV-TAKE   TO FS-FPL-ADV-TAKEN
           MOVE WS-ADV-REMAINING TO FS-FPL-ADV-LEFT
           OPEN EXTEND FS-FPLOG-FILE
               IF WS-FPLOG-FILE-STATUS = '35'
                   OPEN OUTPUT FS-FPLOG-FILE
               END-IF
               WRITE FS-FPLOG-RECORD
           CLOSE FS-FPLOG-FILE
           .


      * the same steps as a batch check, in the same order, with the
      * final-pay pieces slotted in; the rate change and the W4 are
      * priced on the employee's own frequency, the files land under
      * the off-cycle run
       3910-COMPUTE-FINAL-CHECK-PARA.
           PERFORM 661-RESET-CHECK-DETAIL-PARA
           MOVE 0 TO WS-GROSS-PAY
           MOVE 0 TO WS-OVERTIME-PAY
           MOVE 0 TO WS-SHIFT-PREM-PAY
           MOVE 0 TO WS-RETRO-PAY
           MOVE 0 TO WS-ADV-REMAINING
           MOVE 0 TO WS-REIMB-PAY
           MOVE 0 TO WS-FP-WAGES
           MOVE 0 TO WS-FP-HOURS-WORKED
           MOVE 0 TO WS-FP-ADV-TAKE
           MOVE "NO" TO WS-RATECHG-PENDING

           MOVE WS-FP-FREQUENCY     TO WS-RUN-FREQUENCY
           MOVE WS-FP-PERIOD-NUMBER TO WS-RUN-PERIOD
           IF WS-FP-PERIOD-OWED = "YES"
               PERFORM 645-APPLY-RATE-CHANGE-PARA
               PERFORM 3911-FINAL-PERIOD-WAGES-PARA
           END-IF

           IF WS-RETRO-PAY > 0
               ADD WS-RETRO-PAY TO WS-GROSS-PAY
               MOVE WS-RETRO-PAY TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               DISPLAY "Retro Pay   : "WS-DISPLAY" (see "
                 FUNCTION TRIM(WS-RETRO-FILENAME)")"
           END-IF

           IF WS-RATECHG-PENDING = "YES"
               IF FS-EMPLOYEE-PAY-TYPE = "SALARY"
                   MOVE WS-RATECHG-NEW-SAVE
                     TO FS-EMPLOYEE-MONTHLY-SALARY
               ELSE
                   MOVE WS-RATECHG-NEW-SAVE
                     TO FS-EMPLOYEE-HOURLY-WAGE
               END-IF
               MOVE "NO" TO WS-RATECHG-PENDING
           END-IF

           PERFORM 3912-VACATION-PAYOUT-PARA

           MOVE "X" TO WS-CM-STAMP-FREQ
           MOVE WS-FP-RUN-SEQ TO WS-CM-STAMP-PERIOD
           PERFORM 654-PAY-COMMISSION-PARA
           IF WS-COMM-PAY > 0
               ADD WS-COMM-PAY TO WS-GROSS-PAY
               MOVE WS-COMM-PAY TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               DISPLAY "Commission  : "WS-DISPLAY
           END-IF
           PERFORM 663-PAY-MERIT-LUMP-PARA
           IF WS-MERIT-LUMP-PAY > 0
               ADD WS-MERIT-LUMP-PAY TO WS-GROSS-PAY
               MOVE WS-MERIT-LUMP-PAY TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               DISPLAY "Merit lump  : "WS-DISPLAY
           END-IF

           PERFORM 625-CALCULATE-TAX-RATE-PARA
           MULTIPLY WS-GROSS-PAY BY WS-TAX-RATE GIVING WS-TAX-WITHHELD
           PERFORM 626-APPLY-W4-ADJUSTMENTS-PARA
           MOVE "X" TO WS-RUN-FREQUENCY
           MOVE WS-FP-RUN-SEQ TO WS-RUN-PERIOD

           ADD WS-GROSS-PAY TO FS-EMPLOYEE-GROSS-PAY-THIS-YEAR
           ADD WS-TAX-WITHHELD TO FS-EMPLOYEE-WITHHELD-THIS-YEAR

           MOVE WS-GROSS-PAY TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Gross Pay   : "WS-DISPLAY
           MOVE WS-TAX-WITHHELD TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Withheld Tax: "WS-DISPLAY

           PERFORM 647-LOOKUP-BENEFIT-PREMIUM-PARA
           COMPUTE WS-401K-CONTRIBUTION ROUNDED =
               WS-GROSS-PAY * FS-EMPLOYEE-401K-PERCENT / 100
           PERFORM 648-APPLY-401K-RULES-PARA
           ADD WS-BENEFIT-PREMIUM TO WS-401K-CONTRIBUTION
             GIVING WS-TOTAL-DEDUCTIONS
           ADD WS-TOTAL-DEDUCTIONS TO FS-EMPLOYEE-DEDUCTIONS-THIS-YEAR

           SUBTRACT WS-TAX-WITHHELD FROM WS-GROSS-PAY GIVING WS-NET-PAY
           SUBTRACT WS-TOTAL-DEDUCTIONS FROM WS-NET-PAY

           PERFORM 680-APPLY-GARNISHMENTS-PARA
           PERFORM 685-APPLY-VOLUNTARY-PARA
           PERFORM 3913-RECOVER-ADVANCE-PARA

           PERFORM 655-PAY-REIMBURSEMENTS-PARA
           IF WS-REIMB-PAY > 0
               ADD WS-REIMB-PAY TO WS-NET-PAY
               MOVE WS-REIMB-PAY TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               DISPLAY "Reimbursed  : "WS-DISPLAY
           END-IF

           MOVE WS-NET-PAY TO FS-EMPLOYEE-LAST-NET-PAY
           MOVE WS-NET-PAY TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Net Pay     : "WS-DISPLAY

      * no leave accrues on a final check; the period it paid is the
      * employee's last, and the fallback premium goes with the plan
           IF WS-FP-PERIOD-OWED = "YES"
               MOVE WS-FP-PERIOD-CHECK-YEAR
                 TO FS-EMPLOYEE-LAST-PAID-YEAR
               MOVE WS-FP-PERIOD-CHECK-MONTH
                 TO FS-EMPLOYEE-LAST-PAID-MONTH
               MOVE WS-FP-PERIOD-NUMBER TO FS-EMPLOYEE-LAST-PAID-PERIOD
           END-IF
           MOVE "N" TO FS-EMPLOYEE-ACTIVE-FLAG
           MOVE WS-FP-TERM-DATE TO FS-EMPLOYEE-TERM-DATE
           MOVE 0 TO FS-EMPLOYEE-HEALTH-PREMIUM
           MOVE FS-EMPLOYEE-SICK-HOURS TO WS-FP-SICK-FORFEIT

           PERFORM 650-WRITE-PAY-HISTORY-PARA
           PERFORM 660-WRITE-PAY-STUB-PARA
           PERFORM 670-ACCRUE-EMPLOYER-TAX-PARA
           PERFORM 662-WRITE-CHECK-DETAIL-PARA
           PERFORM 840-WRITE-REGISTER-DETAIL-PARA

           REWRITE FS-EMPLOYEE
               INVALID KEY
                   DISPLAY "Unable to update pay and tax totals for em
      -                    "ployee"
           END-REWRITE
           MOVE "YES" TO WS-FP-ISSUED
           .


       3911-FINAL-PERIOD-WAGES-PARA.
           IF FS-EMPLOYEE-PAY-TYPE = "SALARY"
               EVALUATE WS-FP-FREQUENCY
                   WHEN "B"
                       COMPUTE WS-FP-PERIOD-SALARY ROUNDED =
                           FS-EMPLOYEE-MONTHLY-SALARY * 12 / 26
                   WHEN "S"
                       COMPUTE WS-FP-PERIOD-SALARY ROUNDED =
                           FS-EMPLOYEE-MONTHLY-SALARY / 2
                   WHEN OTHER
                       MOVE FS-EMPLOYEE-MONTHLY-SALARY
                         TO WS-FP-PERIOD-SALARY
               END-EVALUATE
               IF WS-FP-DAYS-IN-PERIOD > 0
                   COMPUTE WS-GROSS-PAY ROUNDED = WS-FP-PERIOD-SALARY
                       * WS-FP-DAYS-WORKED / WS-FP-DAYS-IN-PERIOD
               END-IF
               COMPUTE WS-FP-HOURS-WORKED = WS-FP-DAYS-WORKED * 8
               MOVE WS-GROSS-PAY TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               DISPLAY "Final Salary: "WS-DISPLAY" ("WS-FP-DAYS-WORKED
                 " of "WS-FP-DAYS-IN-PERIOD" working days)"
           ELSE
               MOVE WS-WORKING-HOURS TO WS-FP-HOURS-WORKED
               IF WS-WORKING-HOURS > WS-STANDARD-PERIOD-HOURS
                   MOVE WS-STANDARD-PERIOD-HOURS TO WS-REGULAR-HOURS
                   SUBTRACT WS-STANDARD-PERIOD-HOURS
                     FROM WS-WORKING-HOURS GIVING WS-OVERTIME-HOURS
               ELSE
                   MOVE WS-WORKING-HOURS TO WS-REGULAR-HOURS
                   MOVE 0 TO WS-OVERTIME-HOURS
               END-IF

               MULTIPLY WS-REGULAR-HOURS BY FS-EMPLOYEE-HOURLY-WAGE
               GIVING WS-GROSS-PAY

               IF WS-OVERTIME-HOURS > 0
                   COMPUTE WS-OVERTIME-PAY =
                       WS-OVERTIME-HOURS * FS-EMPLOYEE-HOURLY-WAGE * 1.5
                   ADD WS-OVERTIME-PAY TO WS-GROSS-PAY
                   COMPUTE WS-WC-OT-PREMIUM ROUNDED = WS-WC-OT-PREMIUM
                       + (WS-OVERTIME-HOURS * FS-EMPLOYEE-HOURLY-WAGE
                          * 0.5)
               END-IF

               IF WS-TS-VAC-REQ > 0 OR WS-TS-SICK-REQ > 0
                   PERFORM 690-PAY-LEAVE-HOURS-PARA
               END-IF

               IF WS-TS-ALT-PAY-REQ > 0
                   ADD WS-TS-ALT-PAY-REQ TO WS-GROSS-PAY
                   MOVE "YES" TO WS-WC-JOB-PAID
               END-IF

               COMPUTE WS-SHIFT-PREM-PAY ROUNDED =
                   (WS-TS-PREM-FACTOR-REQ * FS-EMPLOYEE-HOURLY-WAGE)
                   + WS-TS-PREM-FLAT-REQ
               ADD WS-SHIFT-PREM-PAY TO WS-GROSS-PAY

               MOVE WS-GROSS-PAY TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               DISPLAY "Final Wages : "WS-DISPLAY" ("WS-WORKING-HOURS
                 " hours through "WS-FP-TERM-DATE")"
           END-IF
           MOVE WS-GROSS-PAY TO WS-FP-WAGES
           .


      * salaried vacation is valued at the salary's hourly equivalent
       3912-VACATION-PAYOUT-PARA.
           MOVE 0 TO WS-FP-VAC-HOURS
           MOVE 0 TO WS-FP-VAC-PAY
           MOVE 0 TO WS-FP-VAC-FORFEIT
           IF FS-EMPLOYEE-VACATION-HOURS NOT > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-FP-VAC-POLICY NOT = "N"
               MOVE FS-EMPLOYEE-VACATION-HOURS TO WS-FP-VAC-HOURS
               IF WS-FP-VAC-POLICY = "C" AND
                  WS-FP-VAC-HOURS > WS-FP-VAC-MAX
                   MOVE WS-FP-VAC-MAX TO WS-FP-VAC-HOURS
               END-IF
           END-IF
           COMPUTE WS-FP-VAC-FORFEIT =
               FS-EMPLOYEE-VACATION-HOURS - WS-FP-VAC-HOURS
           IF WS-FP-VAC-HOURS = 0
               EXIT PARAGRAPH
           END-IF

           IF FS-EMPLOYEE-PAY-TYPE = "SALARY"
               COMPUTE WS-FP-HOURLY-RATE ROUNDED =
                   FS-EMPLOYEE-MONTHLY-SALARY * 12 / 2080
           ELSE
               MOVE FS-EMPLOYEE-HOURLY-WAGE TO WS-FP-HOURLY-RATE
           END-IF
           COMPUTE WS-FP-VAC-PAY ROUNDED =
               WS-FP-VAC-HOURS * WS-FP-HOURLY-RATE
           ADD WS-FP-VAC-PAY TO WS-GROSS-PAY
           SUBTRACT WS-FP-VAC-HOURS FROM FS-EMPLOYEE-VACATION-HOURS
           ADD WS-FP-VAC-HOURS TO WS-CD-VAC-USED

           MOVE WS-FP-VAC-PAY TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "Vac Payout  : "WS-DISPLAY" ("WS-FP-VAC-HOURS
             " hours)"
           .


      * the whole balance is due at separation, not the per-period
      * repayment; what the limits leave uncollected stays on file
       3913-RECOVER-ADVANCE-PARA.
           OPEN I-O FS-ADVANCE-FILE
               IF WS-ADVANCE-FILE-STATUS = "00"
                   MOVE FS-EMPLOYEE-SSN TO FS-ADV-SSN
                   READ FS-ADVANCE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FS-ADV-BALANCE > 0
                               PERFORM 3914-TAKE-FINAL-ADVANCE-PARA
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-ADVANCE-FILE
           .


       3914-TAKE-FINAL-ADVANCE-PARA.
           COMPUTE WS-FP-ADV-LIMIT ROUNDED =
               WS-NET-PAY * WS-FP-ADV-PCT / 100
           COMPUTE WS-FP-FLOOR ROUNDED =
               WS-FP-MIN-WAGE * WS-FP-HOURS-WORKED
           IF WS-NET-PAY - WS-FP-FLOOR < WS-FP-ADV-LIMIT
               COMPUTE WS-FP-ADV-LIMIT = WS-NET-PAY - WS-FP-FLOOR
           END-IF
           IF WS-FP-ADV-LIMIT < 0
               MOVE 0 TO WS-FP-ADV-LIMIT
           END-IF

           MOVE FS-ADV-BALANCE TO WS-ADV-TAKE
           IF WS-ADV-TAKE > WS-FP-ADV-LIMIT
               MOVE WS-FP-ADV-LIMIT TO WS-ADV-TAKE
           END-IF

           IF WS-ADV-TAKE > 0
               SUBTRACT WS-ADV-TAKE FROM WS-NET-PAY
               SUBTRACT WS-ADV-TAKE FROM FS-ADV-BALANCE
               MOVE WS-ADV-TAKE TO WS-CD-ADV-TAKE
               MOVE WS-ADV-TAKE TO WS-FP-ADV-TAKE
               REWRITE FS-ADVANCE
                   INVALID KEY
                       MOVE FS-ADV-SSN TO WS-MASK-NUMBER
                       PERFORM MASK-LAST-FOUR-PARA
                       DISPLAY "Unable to update advance for "
                         WS-MASKED
               END-REWRITE
               MOVE WS-ADV-TAKE TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               DISPLAY "Advance recovered: "WS-DISPLAY
           END-IF
           MOVE FS-ADV-BALANCE TO WS-ADV-REMAINING
           IF WS-ADV-REMAINING > 0
               MOVE WS-ADV-REMAINING TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               DISPLAY "  "WS-DISPLAY" of the advance is beyond what
      -                " the final check may recover - collect it sepa
      -                "rately"
           END-IF
           .


      * coverage ran through the final check's premium; the enrollment
      * record goes so no later check or open enrollment picks it up
       3930-END-ENROLLMENT-PARA.
           MOVE SPACES TO WS-FP-ENR-PLAN
           MOVE SPACE  TO WS-FP-ENR-COVERAGE
           OPEN I-O FS-ENROLL-FILE
               IF WS-ENROLL-FILE-STATUS = "00"
                   MOVE WS-FP-SSN TO FS-ENR-SSN
                   READ FS-ENROLL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FS-ENR-PLAN-CODE TO WS-FP-ENR-PLAN
                           MOVE FS-ENR-COVERAGE  TO WS-FP-ENR-COVERAGE
                           DELETE FS-ENROLL-FILE
                               INVALID KEY
                                   DISPLAY "Unable to end the benefit
      -                                    " enrollment"
                           END-DELETE
                   END-READ
               END-IF
           CLOSE FS-ENROLL-FILE
           IF WS-FP-ENR-PLAN NOT = SPACES
               DISPLAY "Benefit enrollment "WS-FP-ENR-PLAN"/"
                 WS-FP-ENR-COVERAGE" ended"
           END-IF
           .


      * each deduction is switched off; arrears it could not collect
      * are written off and shown on the separation statement
       3940-END-VOLUNTARY-PARA.
           MOVE 0 TO WS-FP-VOL-ENDED
           MOVE 0 TO WS-FP-VOL-ARREARS
           MOVE "NO" TO WS-VOL-EOF
           OPEN I-O FS-VOLDED-FILE
               IF WS-VOLDED-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-VOL-EOF
               ELSE
                   MOVE WS-FP-SSN TO FS-VD-SSN
                   MOVE LOW-VALUES TO FS-VD-CODE
                   START FS-VOLDED-FILE KEY IS GREATER THAN OR EQUAL
                       TO FS-VD-KEY
                       INVALID KEY
                           MOVE "YES" TO WS-VOL-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-VOL-EOF = "YES"
                   READ FS-VOLDED-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-VOL-EOF
                       NOT AT END
                           IF FS-VD-SSN = WS-FP-SSN
                               IF FS-VD-ACTIVE = "Y"
                                   ADD 1 TO WS-FP-VOL-ENDED
                                   ADD FS-VD-ARREARS
                                     TO WS-FP-VOL-ARREARS
                                   MOVE "N" TO FS-VD-ACTIVE
                                   REWRITE FS-VOLUNTARY-DED
                                       INVALID KEY
                                           DISPLAY "Unable to end dedu
      -                                            "ction "FS-VD-KEY
                                   END-REWRITE
                               END-IF
                           ELSE
                               MOVE "YES" TO WS-VOL-EOF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-VOLDED-FILE
           IF WS-FP-VOL-ENDED > 0
               DISPLAY "Voluntary deductions ended: "WS-FP-VOL-ENDED
           END-IF
           .


      * one page for the employee: everything the final check paid and
      * took, what happened to the leave balances, and what ended
       3950-WRITE-SEPARATION-PARA.
           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING "separation_"WS-FP-SSN"_"WS-FP-TERM-DATE".txt"
             DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           MOVE 0 TO WS-FP-LINES

           OPEN OUTPUT FS-REGISTER-FILE
               MOVE "SEPARATION STATEMENT - FINAL PAY" TO WS-FP-LINE
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA
               MOVE SPACES TO WS-FP-LINE
               STRING "Employee:          "WS-FP-NAME
                 DELIMITED BY SIZE INTO WS-FP-LINE
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA
               MOVE WS-FP-SSN TO WS-MASK-NUMBER
               PERFORM MASK-LAST-FOUR-PARA
               MOVE SPACES TO WS-FP-LINE
               STRING "SSN:               "WS-MASKED
                 DELIMITED BY SIZE INTO WS-FP-LINE
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA
               MOVE SPACES TO WS-FP-LINE
               STRING "Termination date:  "WS-FP-TERM-DATE
                 DELIMITED BY SIZE INTO WS-FP-LINE
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA
               MOVE SPACES TO WS-FP-LINE
               STRING "Check date:        "WS-PERIOD-CHECK-DATE
                 "  (off-cycle run X"WS-FP-RUN-SEQ")"
                 DELIMITED BY SIZE INTO WS-FP-LINE
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA
               MOVE SPACES TO WS-FP-LINE
               STRING "Final period:      "WS-FP-FREQUENCY
                 WS-FP-PERIOD-NUMBER" "WS-FP-PERIOD-START" - "
                 WS-FP-PERIOD-END
                 DELIMITED BY SIZE INTO WS-FP-LINE
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA
               MOVE SPACES TO WS-FP-LINE
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA

               MOVE "EARNINGS" TO WS-FP-LINE
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA
               IF WS-FP-PERIOD-OWED = "YES"
                   IF WS-FP-PAY-TYPE = "SALARY"
                       MOVE SPACES TO WS-FP-LABEL
                       STRING "Salary, "WS-FP-DAYS-WORKED" of "
                         WS-FP-DAYS-IN-PERIOD" days"
                         DELIMITED BY SIZE INTO WS-FP-LABEL
                   ELSE
                       MOVE WS-WORKING-HOURS TO WS-FP-HOURS-EDIT
                       MOVE SPACES TO WS-FP-LABEL
                       STRING "Wages, "FUNCTION TRIM(WS-FP-HOURS-EDIT)
                         " hours" DELIMITED BY SIZE INTO WS-FP-LABEL
                   END-IF
               ELSE
                   MOVE "Wages (paid by the regular run)"
                     TO WS-FP-LABEL
               END-IF
               MOVE WS-FP-WAGES TO WS-FP-AMOUNT
               PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               IF WS-RETRO-PAY > 0
                   MOVE "Retro pay" TO WS-FP-LABEL
                   MOVE WS-RETRO-PAY TO WS-FP-AMOUNT
                   PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               END-IF
               IF WS-COMM-PAY > 0
                   MOVE "Commission" TO WS-FP-LABEL
                   MOVE WS-COMM-PAY TO WS-FP-AMOUNT
                   PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               END-IF
               IF WS-MERIT-LUMP-PAY > 0
                   MOVE "Merit lump sum" TO WS-FP-LABEL
                   MOVE WS-MERIT-LUMP-PAY TO WS-FP-AMOUNT
                   PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               END-IF
               MOVE WS-FP-VAC-HOURS TO WS-FP-HOURS-EDIT
               MOVE SPACES TO WS-FP-LABEL
               STRING "Vacation payout, "
                 FUNCTION TRIM(WS-FP-HOURS-EDIT)" hours"
                 DELIMITED BY SIZE INTO WS-FP-LABEL
               MOVE WS-FP-VAC-PAY TO WS-FP-AMOUNT
               PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               MOVE "Gross pay" TO WS-FP-LABEL
               MOVE WS-GROSS-PAY TO WS-FP-AMOUNT
               PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               MOVE SPACES TO WS-FP-LINE
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA

               MOVE "WITHHELD AND DEDUCTED" TO WS-FP-LINE
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA
               MOVE "Federal income tax" TO WS-FP-LABEL
               MOVE WS-TAX-WITHHELD TO WS-FP-AMOUNT
               PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               MOVE "401k contribution" TO WS-FP-LABEL
               MOVE WS-401K-CONTRIBUTION TO WS-FP-AMOUNT
               PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               MOVE "Benefit premium" TO WS-FP-LABEL
               MOVE WS-BENEFIT-PREMIUM TO WS-FP-AMOUNT
               PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               PERFORM VARYING WS-FP-INDEX FROM 1 BY 1
                 UNTIL WS-FP-INDEX > WS-CD-GARN-COUNT
                   MOVE SPACES TO WS-FP-LABEL
                   STRING "Garnishment "WS-CD-GARN-ID(WS-FP-INDEX)
                     DELIMITED BY SIZE INTO WS-FP-LABEL
                   MOVE WS-CD-GARN-TAKEN(WS-FP-INDEX) TO WS-FP-AMOUNT
                   PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               END-PERFORM
               PERFORM VARYING WS-FP-INDEX FROM 1 BY 1
                 UNTIL WS-FP-INDEX > WS-CD-VOL-COUNT
                   MOVE SPACES TO WS-FP-LABEL
                   STRING "Voluntary deduction "
                     WS-CD-VOL-CODE(WS-FP-INDEX)
                     DELIMITED BY SIZE INTO WS-FP-LABEL
                   MOVE WS-CD-VOL-TAKE(WS-FP-INDEX) TO WS-FP-AMOUNT
                   PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               END-PERFORM
               MOVE "Advance recovered" TO WS-FP-LABEL
               MOVE WS-FP-ADV-TAKE TO WS-FP-AMOUNT
               PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               IF WS-REIMB-PAY > 0
                   MOVE "Reimbursements added" TO WS-FP-LABEL
                   MOVE WS-REIMB-PAY TO WS-FP-AMOUNT
                   PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               END-IF
               MOVE "NET PAY" TO WS-FP-LABEL
               MOVE WS-NET-PAY TO WS-FP-AMOUNT
               PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               MOVE SPACES TO WS-FP-LINE
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA

               MOVE "BALANCES AT SEPARATION" TO WS-FP-LINE
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA
               MOVE WS-FP-VAC-FORFEIT TO WS-FP-HOURS-EDIT
               MOVE SPACES TO WS-FP-LINE
               STRING "Vacation hours forfeited:  "WS-FP-HOURS-EDIT
                 DELIMITED BY SIZE INTO WS-FP-LINE
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA
               MOVE WS-FP-SICK-FORFEIT TO WS-FP-HOURS-EDIT
               MOVE SPACES TO WS-FP-LINE
               STRING "Sick hours not paid out:   "WS-FP-HOURS-EDIT
                 DELIMITED BY SIZE INTO WS-FP-LINE
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA
               MOVE "Advance still owed" TO WS-FP-LABEL
               MOVE WS-ADV-REMAINING TO WS-FP-AMOUNT
               PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               MOVE "Deduction arrears written off" TO WS-FP-LABEL
               MOVE WS-FP-VOL-ARREARS TO WS-FP-AMOUNT
               PERFORM 3952-WRITE-SEPARATION-AMOUNT-PARA
               MOVE SPACES TO WS-FP-LINE
               IF WS-FP-ENR-PLAN = SPACES
                   MOVE "Benefit enrollment:        none on file"
                     TO WS-FP-LINE
               ELSE
                   STRING "Benefit enrollment ended:  "WS-FP-ENR-PLAN
                     "/"WS-FP-ENR-COVERAGE
                     DELIMITED BY SIZE INTO WS-FP-LINE
               END-IF
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA
               MOVE SPACES TO WS-FP-LINE
               STRING "Voluntary deductions ended: "WS-FP-VOL-ENDED
                 DELIMITED BY SIZE INTO WS-FP-LINE
               PERFORM 3951-WRITE-SEPARATION-LINE-PARA
           CLOSE FS-REGISTER-FILE

           DISPLAY "Separation statement written to "
             WS-REGISTER-FILENAME
           MOVE "SEPARATION" TO WS-RCAT-TYPE
           MOVE WS-REGISTER-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-FP-LINES TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       3951-WRITE-SEPARATION-LINE-PARA.
           MOVE WS-FP-LINE TO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE
           ADD 1 TO WS-FP-LINES
           .


       3952-WRITE-SEPARATION-AMOUNT-PARA.
           MOVE WS-FP-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO WS-FP-LINE
           MOVE WS-FP-LABEL TO WS-FP-LINE(1:32)
           MOVE FUNCTION TRIM(WS-DISPLAY) TO WS-FP-LINE(34:20)
           PERFORM 3951-WRITE-SEPARATION-LINE-PARA
           .


      * salespeople are paid commission from a plan: the plan master
      * holds the volume tiers and the monthly draw, an assignment ties
      * an employee to a plan and carries any recoverable draw still
      * owed, and the monthly sales import settles each salesperson
      * into payroll_commission.txt for the next batch check to pay
       4000-COMMISSIONS-PARA.
           DISPLAY "Commission plans:"
           DISPLAY "1) Add or change a plan   2) Assign an employee to a
      -            " plan   3) Import a month's sales and compute commi
      -            "ssion"
           ACCEPT WS-CM-CHOICE
           EVALUATE WS-CM-CHOICE
               WHEN 1
                   PERFORM 4010-MAINTAIN-PLAN-PARA
               WHEN 2
                   PERFORM 4020-ASSIGN-PLAN-PARA
               WHEN 3
                   PERFORM 4030-IMPORT-SALES-PARA
               WHEN OTHER
                   DISPLAY "Invalid command!"
           END-EVALUATE
           .


      * tier 1 always starts at zero; each later tier starts where the
      * month's volume crosses its floor, and the floors must climb
       4010-MAINTAIN-PLAN-PARA.
           DISPLAY "Plan code (4 characters):"
           ACCEPT WS-CM-CODE
           MOVE FUNCTION UPPER-CASE(WS-CM-CODE) TO WS-CM-CODE
           IF WS-CM-CODE = SPACES
               DISPLAY "Plan code is required"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-COMMPLAN-FILE
               IF WS-COMMPLAN-FILE-STATUS = '35'
                   OPEN OUTPUT FS-COMMPLAN-FILE
                   CLOSE FS-COMMPLAN-FILE
                   OPEN I-O FS-COMMPLAN-FILE
               END-IF

               MOVE "NO" TO WS-CM-FOUND
               MOVE WS-CM-CODE TO FS-CP-CODE
               READ FS-COMMPLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-CM-FOUND
                       DISPLAY "Plan "FS-CP-CODE" "FS-CP-DESC" has "
                         FS-CP-TIER-COUNT" tier(s), draw "FS-CP-DRAW
                         " recoverable "FS-CP-RECOVERABLE
                       DISPLAY "Enter the plan again to replace it"
               END-READ

               MOVE WS-CM-CODE TO FS-CP-CODE
               DISPLAY "Description:"
               ACCEPT FS-CP-DESC
               DISPLAY "Number of tiers (1-5):"
               ACCEPT WS-CM-TIER-INPUT
               IF WS-CM-TIER-INPUT < 1 OR WS-CM-TIER-INPUT > 5
                   DISPLAY "Tiers must be 1 to 5 - plan not saved"
                   CLOSE FS-COMMPLAN-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CM-TIER-INPUT TO FS-CP-TIER-COUNT
               MOVE "YES" TO WS-CM-PLAN-OK
               PERFORM VARYING WS-CM-TIER FROM 1 BY 1
                 UNTIL WS-CM-TIER > 5
                   MOVE 0 TO FS-CP-TIER-FLOOR(WS-CM-TIER)
                   MOVE 0 TO FS-CP-TIER-PCT(WS-CM-TIER)
                   IF WS-CM-TIER <= FS-CP-TIER-COUNT
                       PERFORM 4011-ACCEPT-TIER-PARA
                   END-IF
               END-PERFORM
               IF WS-CM-PLAN-OK = "NO"
                   DISPLAY "Tier floors must climb - plan not saved"
                   CLOSE FS-COMMPLAN-FILE
                   EXIT PARAGRAPH
               END-IF

               DISPLAY "Monthly draw paid when commission falls short
      -                " (0 for none):"
               ACCEPT FS-CP-DRAW
               MOVE "N" TO FS-CP-RECOVERABLE
               IF FS-CP-DRAW > 0
                   DISPLAY "Is the draw recoverable from later commis
      -                    "sion? (Y/N)"
                   ACCEPT FS-CP-RECOVERABLE
                   MOVE FUNCTION UPPER-CASE(FS-CP-RECOVERABLE)
                     TO FS-CP-RECOVERABLE
                   IF FS-CP-RECOVERABLE NOT = "Y"
                       MOVE "N" TO FS-CP-RECOVERABLE
                   END-IF
               END-IF

               IF WS-CM-FOUND = "YES"
                   REWRITE FS-COMM-PLAN
                       INVALID KEY
                           DISPLAY "Unable to update plan "FS-CP-CODE
                       NOT INVALID KEY
                           DISPLAY "Plan "FS-CP-CODE" updated"
                   END-REWRITE
               ELSE
                   WRITE FS-COMM-PLAN
                       INVALID KEY
                           DISPLAY "Unable to add plan "FS-CP-CODE
                       NOT INVALID KEY
                           DISPLAY "Plan "FS-CP-CODE" added"
                   END-WRITE
               END-IF
           CLOSE FS-COMMPLAN-FILE
           .


       4011-ACCEPT-TIER-PARA.
           IF WS-CM-TIER > 1
               DISPLAY "Tier "WS-CM-TIER" starts at monthly sales of:"
               ACCEPT FS-CP-TIER-FLOOR(WS-CM-TIER)
               IF FS-CP-TIER-FLOOR(WS-CM-TIER) <=
                  FS-CP-TIER-FLOOR(WS-CM-TIER - 1)
                   MOVE "NO" TO WS-CM-PLAN-OK
               END-IF
           END-IF
           DISPLAY "Tier "WS-CM-TIER" commission percent (e.g. 5.5):"
           ACCEPT FS-CP-TIER-PCT(WS-CM-TIER)
           .


      * removing an employee from commission blanks the plan but keeps
      * the record, so a draw still owed is not forgotten
       4020-ASSIGN-PLAN-PARA.
           DISPLAY "Enter employee SSN:"
           ACCEPT WS-CM-SSN
           MOVE "NO" TO WS-CM-FOUND
           OPEN INPUT FS-EMPLOYEE-FILE
               MOVE WS-CM-SSN TO FS-EMPLOYEE-SSN
               READ FS-EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-CM-FOUND
                       MOVE FS-EMPLOYEE-NAME TO WS-CM-NAME
               END-READ
           CLOSE FS-EMPLOYEE-FILE
           IF WS-CM-FOUND = "NO"
               DISPLAY "Employee not found"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Plan code for "FUNCTION TRIM(WS-CM-NAME)
             " (blank to take the employee off commission):"
           ACCEPT WS-CM-CODE
           MOVE FUNCTION UPPER-CASE(WS-CM-CODE) TO WS-CM-CODE
           IF WS-CM-CODE NOT = SPACES
               MOVE "NO" TO WS-CM-PLAN-OK
               OPEN INPUT FS-COMMPLAN-FILE
                   IF WS-COMMPLAN-FILE-STATUS = "00"
                       MOVE WS-CM-CODE TO FS-CP-CODE
                       READ FS-COMMPLAN-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "YES" TO WS-CM-PLAN-OK
                       END-READ
                   END-IF
               CLOSE FS-COMMPLAN-FILE
               IF WS-CM-PLAN-OK = "NO"
                   DISPLAY "Plan "WS-CM-CODE" is not on file"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN I-O FS-COMMASG-FILE
               IF WS-COMMASG-FILE-STATUS = '35'
                   OPEN OUTPUT FS-COMMASG-FILE
                   CLOSE FS-COMMASG-FILE
                   OPEN I-O FS-COMMASG-FILE
               END-IF

               MOVE WS-CM-SSN TO FS-CA-SSN
               READ FS-COMMASG-FILE
                   INVALID KEY
                       IF WS-CM-CODE = SPACES
                           DISPLAY "Employee has no commission plan"
                       ELSE
                           PERFORM 4021-ACCEPT-PLAN-START-PARA
                           MOVE WS-CM-SSN  TO FS-CA-SSN
                           MOVE WS-CM-CODE TO FS-CA-PLAN
                           MOVE 0 TO FS-CA-DRAW-OWED
                           WRITE FS-COMM-ASSIGN
                               INVALID KEY
                                   DISPLAY "Unable to assign the plan"
                               NOT INVALID KEY
                                   DISPLAY "Plan "FS-CA-PLAN" assigned"
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       IF FS-CA-DRAW-OWED > 0
                           MOVE FS-CA-DRAW-OWED TO WS-DISPLAY-MONEY-TMP
                           PERFORM CALCULATE-MONEY-DISPLAY-PARA
                           DISPLAY "Draw still owed from plan "
                             FS-CA-PLAN": "FUNCTION TRIM(WS-DISPLAY)
                             " - it carries over"
                       END-IF
                       IF WS-CM-CODE NOT = SPACES
                           PERFORM 4021-ACCEPT-PLAN-START-PARA
                       END-IF
                       MOVE WS-CM-CODE TO FS-CA-PLAN
                       REWRITE FS-COMM-ASSIGN
                           INVALID KEY
                               DISPLAY "Unable to update the assignme
      -                                "nt"
                           NOT INVALID KEY
                               DISPLAY "Assignment updated"
                       END-REWRITE
               END-READ
           CLOSE FS-COMMASG-FILE
           .


       4021-ACCEPT-PLAN-START-PARA.
           DISPLAY "Plan effective date (yyyymmdd) - earlier sales ar
      -            "e not paid under it:"
           ACCEPT FS-CA-EFFECTIVE
           .


      * one run per sales month: every salesperson with sales is priced
      * through the plan tiers, and everyone on a plan with a draw gets
      * it whether or not anything sold
       4030-IMPORT-SALES-PARA.
           DISPLAY "Sales month to import (yyyymm):"
           ACCEPT WS-CM-YM
           IF WS-CM-YM-MONTH < 1 OR WS-CM-YM-MONTH > 12
               DISPLAY "Invalid month"
               EXIT PARAGRAPH
           END-IF

           MOVE "NO" TO WS-CM-ALREADY
           MOVE "NO" TO WS-CM-EARN-EOF
           OPEN INPUT FS-COMMERN-FILE
               IF WS-COMMERN-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-CM-EARN-EOF
               END-IF
               PERFORM UNTIL WS-CM-EARN-EOF = "YES"
                   READ FS-COMMERN-FILE
                       AT END
                           MOVE "YES" TO WS-CM-EARN-EOF
                       NOT AT END
                           IF FS-CE-YEAR = WS-CM-YM-YEAR AND
                              FS-CE-MONTH = WS-CM-YM-MONTH
                               MOVE "YES" TO WS-CM-ALREADY
                               MOVE "YES" TO WS-CM-EARN-EOF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-COMMERN-FILE
           IF WS-CM-ALREADY = "YES"
               DISPLAY "Commission for "WS-CM-YM" was already import
      -                "ed - nothing done"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-COMMASG-FILE
           IF WS-COMMASG-FILE-STATUS NOT = "00"
               CLOSE FS-COMMASG-FILE
               DISPLAY "No employee is assigned a commission plan"
               EXIT PARAGRAPH
           END-IF
           CLOSE FS-COMMASG-FILE

           DISPLAY "Enter the path of the sales file:"
           ACCEPT WS-SALES-FILENAME

           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING "commission_summary_"WS-CM-YM".txt"
             DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           MOVE 0 TO WS-CM-SUM-LINES
           MOVE 0 TO WS-CM-PEOPLE
           MOVE 0 TO WS-CM-TOTAL-PAYABLE
           MOVE 0 TO WS-CM-SALE-COUNT
           MOVE 0 TO WS-CM-READ-COUNT
           MOVE 0 TO WS-CM-OUT-OF-MONTH
           MOVE 0 TO WS-CM-REJECTED

           OPEN OUTPUT FS-REGISTER-FILE
           MOVE SPACES TO WS-CM-LINE
           STRING "COMMISSION SUMMARY - SALES MONTH "WS-CM-YM
             DELIMITED BY SIZE INTO WS-CM-LINE
           PERFORM 4036-WRITE-SUMMARY-LINE-PARA
           MOVE SPACES TO WS-CM-LINE
           PERFORM 4036-WRITE-SUMMARY-LINE-PARA

           MOVE "NO" TO WS-SALES-EOF
           OPEN INPUT FS-SALES-FILE
               IF WS-SALES-FILE-STATUS = '35'
                   DISPLAY "Sales file not found - draws only"
                   MOVE "Sales file not found - draws only"
                     TO WS-CM-LINE
                   PERFORM 4036-WRITE-SUMMARY-LINE-PARA
                   MOVE "YES" TO WS-SALES-EOF
               END-IF
               PERFORM UNTIL WS-SALES-EOF = "YES"
                   READ FS-SALES-FILE
                       AT END
                           MOVE "YES" TO WS-SALES-EOF
                       NOT AT END
                           PERFORM 4031-LOAD-ONE-SALE-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-SALES-FILE

           OPEN INPUT FS-EMPLOYEE-FILE
           OPEN INPUT FS-COMMPLAN-FILE
           OPEN I-O FS-COMMASG-FILE
           OPEN EXTEND FS-COMMERN-FILE
               IF WS-COMMERN-FILE-STATUS = '35'
                   OPEN OUTPUT FS-COMMERN-FILE
               END-IF

      * the table is in SSN and date order, so each salesperson is one
      * run of entries
           MOVE 1 TO WS-CM-FIRST
           PERFORM UNTIL WS-CM-FIRST > WS-CM-SALE-COUNT
               MOVE WS-CS-SSN(WS-CM-FIRST) TO WS-CM-SSN
               MOVE WS-CM-FIRST TO WS-CM-LAST
               PERFORM UNTIL WS-CM-LAST >= WS-CM-SALE-COUNT OR
                             WS-CS-SSN(WS-CM-LAST + 1) NOT = WS-CM-SSN
                   ADD 1 TO WS-CM-LAST
               END-PERFORM
               PERFORM 4040-SETTLE-SALESPERSON-PARA
               COMPUTE WS-CM-FIRST = WS-CM-LAST + 1
           END-PERFORM

           PERFORM 4050-SETTLE-DRAW-ONLY-PARA

           CLOSE FS-COMMERN-FILE
           CLOSE FS-COMMASG-FILE
           CLOSE FS-COMMPLAN-FILE
           CLOSE FS-EMPLOYEE-FILE

           MOVE SPACES TO WS-CM-LINE
           PERFORM 4036-WRITE-SUMMARY-LINE-PARA
           MOVE SPACES TO WS-CM-LINE
           STRING "Sales lines read: "WS-CM-READ-COUNT
             "  other months: "WS-CM-OUT-OF-MONTH
             "  rejected: "WS-CM-REJECTED
             DELIMITED BY SIZE INTO WS-CM-LINE
           PERFORM 4036-WRITE-SUMMARY-LINE-PARA
           MOVE WS-CM-TOTAL-PAYABLE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO WS-CM-LINE
           STRING "TOTAL PAYABLE: "FUNCTION TRIM(WS-DISPLAY)" for "
             WS-CM-PEOPLE" salespeople - paid on the next batch run"
             DELIMITED BY SIZE INTO WS-CM-LINE
           PERFORM 4036-WRITE-SUMMARY-LINE-PARA
           CLOSE FS-REGISTER-FILE

           DISPLAY "Salespeople settled: "WS-CM-PEOPLE
           DISPLAY "Summary written to "WS-REGISTER-FILENAME
           MOVE "COMMISSION" TO WS-RCAT-TYPE
           MOVE WS-REGISTER-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-CM-SUM-LINES TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


      * the sales system exports ssn,yyyymmdd,amount per line in no
      * particular order; sales from other months are left for their
      * own import
       4031-LOAD-ONE-SALE-PARA.
           ADD 1 TO WS-CM-READ-COUNT
           MOVE SPACES TO WS-CM-SALE-SSN-X
           MOVE SPACES TO WS-CM-SALE-DATE-X
           MOVE SPACES TO WS-CM-SALE-AMT-X
           UNSTRING FS-SALES-LINE DELIMITED BY ","
               INTO WS-CM-SALE-SSN-X WS-CM-SALE-DATE-X
                    WS-CM-SALE-AMT-X
           COMPUTE WS-CM-SALE-SSN  = FUNCTION NUMVAL(WS-CM-SALE-SSN-X)
           COMPUTE WS-CM-SALE-DATE = FUNCTION NUMVAL(WS-CM-SALE-DATE-X)
           COMPUTE WS-CM-SALE-AMOUNT =
               FUNCTION NUMVAL(WS-CM-SALE-AMT-X)

           IF WS-CM-SALE-DATE-YM NOT = WS-CM-YM
               ADD 1 TO WS-CM-OUT-OF-MONTH
               EXIT PARAGRAPH
           END-IF

           IF WS-CM-SALE-SSN = 0 OR WS-CM-SALE-AMOUNT NOT > 0 OR
              WS-CM-SALE-COUNT >= 1000
               ADD 1 TO WS-CM-REJECTED
               MOVE SPACES TO WS-CM-LINE
               STRING "REJECTED sales line: "FS-SALES-LINE
                 DELIMITED BY SIZE INTO WS-CM-LINE
               PERFORM 4036-WRITE-SUMMARY-LINE-PARA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CM-SALE-COUNT TO WS-CM-SLOT
           ADD 1 TO WS-CM-SLOT
           PERFORM VARYING WS-CM-INDEX FROM 1 BY 1
             UNTIL WS-CM-INDEX > WS-CM-SALE-COUNT
               IF WS-CM-SLOT > WS-CM-SALE-COUNT
                   IF WS-CS-SSN(WS-CM-INDEX) > WS-CM-SALE-SSN OR
                      (WS-CS-SSN(WS-CM-INDEX) = WS-CM-SALE-SSN AND
                       WS-CS-DATE(WS-CM-INDEX) > WS-CM-SALE-DATE)
                       MOVE WS-CM-INDEX TO WS-CM-SLOT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CM-INDEX FROM WS-CM-SALE-COUNT BY -1
             UNTIL WS-CM-INDEX < WS-CM-SLOT
               MOVE WS-CS-ENTRY(WS-CM-INDEX)
                 TO WS-CS-ENTRY(WS-CM-INDEX + 1)
           END-PERFORM
           MOVE WS-CM-SALE-SSN    TO WS-CS-SSN(WS-CM-SLOT)
           MOVE WS-CM-SALE-DATE   TO WS-CS-DATE(WS-CM-SLOT)
           MOVE WS-CM-SALE-AMOUNT TO WS-CS-AMOUNT(WS-CM-SLOT)
           ADD 1 TO WS-CM-SALE-COUNT
           .


       4036-WRITE-SUMMARY-LINE-PARA.
           MOVE WS-CM-LINE TO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE
           ADD 1 TO WS-CM-SUM-LINES
           .


       4037-WRITE-STATEMENT-LINE-PARA.
           MOVE WS-CM-LINE TO FS-COMMSTMT-LINE
           WRITE FS-COMMSTMT-LINE
           ADD 1 TO WS-CM-STMT-LINES
           .


       4038-WRITE-STATEMENT-AMOUNT-PARA.
           MOVE WS-CM-AMOUNT TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE SPACES TO WS-CM-LINE
           MOVE WS-CM-LABEL TO WS-CM-LINE(1:40)
           MOVE FUNCTION TRIM(WS-DISPLAY) TO WS-CM-LINE(42:20)
           PERFORM 4037-WRITE-STATEMENT-LINE-PARA
           .


      * one salesperson's month: WS-CM-FIRST thru WS-CM-LAST are the
      * sales (none when FIRST is past LAST); the statement lists each
      * sale and the tier or tiers it was paid at
       4040-SETTLE-SALESPERSON-PARA.
           MOVE "NO" TO WS-CM-PLAN-OK
           MOVE WS-CM-SSN TO FS-CA-SSN
           READ FS-COMMASG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-CA-PLAN NOT = SPACES
                       MOVE FS-CA-PLAN TO FS-CP-CODE
                       READ FS-COMMPLAN-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "YES" TO WS-CM-PLAN-OK
                       END-READ
                   END-IF
           END-READ

           MOVE WS-CM-SSN TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           IF WS-CM-PLAN-OK = "NO"
               IF WS-CM-FIRST > WS-CM-LAST
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-CM-INDEX = WS-CM-LAST - WS-CM-FIRST + 1
               MOVE SPACES TO WS-CM-LINE
               STRING "NO PLAN: "WS-MASKED" has "WS-CM-INDEX
                 " sale(s) and no commission plan - not paid"
                 DELIMITED BY SIZE INTO WS-CM-LINE
               PERFORM 4036-WRITE-SUMMARY-LINE-PARA
               EXIT PARAGRAPH
           END-IF

           IF WS-CM-FIRST > WS-CM-LAST AND FS-CP-DRAW = 0
               EXIT PARAGRAPH
           END-IF
           IF FS-CP-TIER-COUNT < 1
               MOVE 1 TO FS-CP-TIER-COUNT
           END-IF

           MOVE "(not on file)" TO WS-CM-NAME
           MOVE WS-CM-SSN TO FS-EMPLOYEE-SSN
           READ FS-EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-EMPLOYEE-NAME TO WS-CM-NAME
           END-READ

           MOVE SPACES TO WS-CM-STMT-FILENAME
           STRING "commission_"WS-CM-SSN"_"WS-CM-YM".txt"
             DELIMITED BY SIZE INTO WS-CM-STMT-FILENAME
           MOVE 0 TO WS-CM-STMT-LINES
           OPEN OUTPUT FS-COMMSTMT-FILE
           MOVE SPACES TO WS-CM-LINE
           STRING "COMMISSION STATEMENT - SALES MONTH "WS-CM-YM
             DELIMITED BY SIZE INTO WS-CM-LINE
           PERFORM 4037-WRITE-STATEMENT-LINE-PARA
           MOVE SPACES TO WS-CM-LINE
           STRING "Salesperson: "WS-CM-NAME"  SSN: "WS-MASKED
             DELIMITED BY SIZE INTO WS-CM-LINE
           PERFORM 4037-WRITE-STATEMENT-LINE-PARA
           MOVE SPACES TO WS-CM-LINE
           STRING "Plan:        "FS-CP-CODE" "FS-CP-DESC
             DELIMITED BY SIZE INTO WS-CM-LINE
           PERFORM 4037-WRITE-STATEMENT-LINE-PARA
           PERFORM VARYING WS-CM-TIER FROM 1 BY 1
             UNTIL WS-CM-TIER > FS-CP-TIER-COUNT
               MOVE FS-CP-TIER-FLOOR(WS-CM-TIER) TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE FS-CP-TIER-PCT(WS-CM-TIER) TO WS-CM-PCT-EDIT
               MOVE SPACES TO WS-CM-LINE
               STRING "  Tier "WS-CM-TIER" from "
                 FUNCTION TRIM(WS-DISPLAY)" at "WS-CM-PCT-EDIT"%"
                 DELIMITED BY SIZE INTO WS-CM-LINE
               PERFORM 4037-WRITE-STATEMENT-LINE-PARA
           END-PERFORM
           MOVE SPACES TO WS-CM-LINE
           PERFORM 4037-WRITE-STATEMENT-LINE-PARA
           MOVE "Sale date  Sale amount       Tier paid           Sale
      -         "s in tier      Commission" TO WS-CM-LINE
           PERFORM 4037-WRITE-STATEMENT-LINE-PARA

           MOVE 0 TO WS-CM-VOLUME
           MOVE 0 TO WS-CM-EARNED
           IF WS-CM-FIRST > WS-CM-LAST
               MOVE "No sales this month" TO WS-CM-LINE
               PERFORM 4037-WRITE-STATEMENT-LINE-PARA
           END-IF
           PERFORM 4041-PRICE-ONE-SALE-PARA
             VARYING WS-CM-INDEX FROM WS-CM-FIRST BY 1
             UNTIL WS-CM-INDEX > WS-CM-LAST

           PERFORM 4043-APPLY-DRAW-PARA

           MOVE SPACES TO WS-CM-LINE
           PERFORM 4037-WRITE-STATEMENT-LINE-PARA
           MOVE "Sales volume" TO WS-CM-LABEL
           MOVE WS-CM-VOLUME TO WS-CM-AMOUNT
           PERFORM 4038-WRITE-STATEMENT-AMOUNT-PARA
           MOVE "Commission earned" TO WS-CM-LABEL
           MOVE WS-CM-EARNED TO WS-CM-AMOUNT
           PERFORM 4038-WRITE-STATEMENT-AMOUNT-PARA
           IF FS-CP-DRAW > 0
               MOVE "Monthly draw" TO WS-CM-LABEL
               MOVE FS-CP-DRAW TO WS-CM-AMOUNT
               PERFORM 4038-WRITE-STATEMENT-AMOUNT-PARA
               MOVE "Draw paid above commission" TO WS-CM-LABEL
               MOVE WS-CM-TOPUP TO WS-CM-AMOUNT
               PERFORM 4038-WRITE-STATEMENT-AMOUNT-PARA
           END-IF
           IF WS-CM-RECOVER > 0
               MOVE "Earlier draw recovered" TO WS-CM-LABEL
               MOVE WS-CM-RECOVER TO WS-CM-AMOUNT
               PERFORM 4038-WRITE-STATEMENT-AMOUNT-PARA
           END-IF
           MOVE "PAYABLE ON THE NEXT PAYCHECK" TO WS-CM-LABEL
           MOVE WS-CM-PAYABLE TO WS-CM-AMOUNT
           PERFORM 4038-WRITE-STATEMENT-AMOUNT-PARA
           IF WS-CM-OWED > 0
               MOVE "Draw still to be recovered" TO WS-CM-LABEL
               MOVE WS-CM-OWED TO WS-CM-AMOUNT
               PERFORM 4038-WRITE-STATEMENT-AMOUNT-PARA
           END-IF
           CLOSE FS-COMMSTMT-FILE

           MOVE "COMMSTMT" TO WS-RCAT-TYPE
           MOVE WS-CM-STMT-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-CM-STMT-LINES TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA

           MOVE WS-CM-OWED TO FS-CA-DRAW-OWED
           REWRITE FS-COMM-ASSIGN
               INVALID KEY
                   DISPLAY "Unable to update the draw owed for "
                     WS-MASKED
           END-REWRITE

           MOVE WS-CM-SSN        TO FS-CE-SSN
           MOVE WS-CM-YM-YEAR    TO FS-CE-YEAR
           MOVE WS-CM-YM-MONTH   TO FS-CE-MONTH
           MOVE FS-CP-CODE       TO FS-CE-PLAN
           MOVE WS-CM-VOLUME     TO FS-CE-SALES
           MOVE WS-CM-EARNED     TO FS-CE-EARNED
           MOVE WS-CM-TOPUP      TO FS-CE-DRAW-PAID
           MOVE WS-CM-RECOVER    TO FS-CE-RECOVERED
           MOVE WS-CM-PAYABLE    TO FS-CE-PAYABLE
           MOVE WS-CM-OWED       TO FS-CE-DRAW-OWED
           MOVE "N"              TO FS-CE-PAID
           MOVE 0                TO FS-CE-PAID-YEAR
           MOVE 0                TO FS-CE-PAID-MONTH
           MOVE SPACE            TO FS-CE-PAID-FREQ
           MOVE 0                TO FS-CE-PAID-PERIOD
           WRITE FS-COMM-EARNING

           ADD 1 TO WS-CM-PEOPLE
           ADD WS-CM-PAYABLE TO WS-CM-TOTAL-PAYABLE
           MOVE SPACES TO WS-CM-LINE
           MOVE 1 TO WS-REGISTER-PTR
           STRING WS-CM-NAME" "WS-MASKED" "FS-CP-CODE" sales "
             DELIMITED BY SIZE INTO WS-CM-LINE
             WITH POINTER WS-REGISTER-PTR
           MOVE WS-CM-VOLUME TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)" earned "
             DELIMITED BY SIZE INTO WS-CM-LINE
             WITH POINTER WS-REGISTER-PTR
           MOVE WS-CM-EARNED TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)" payable "
             DELIMITED BY SIZE INTO WS-CM-LINE
             WITH POINTER WS-REGISTER-PTR
           MOVE WS-CM-PAYABLE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)" draw owed "
             DELIMITED BY SIZE INTO WS-CM-LINE
             WITH POINTER WS-REGISTER-PTR
           MOVE WS-CM-OWED TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE INTO WS-CM-LINE
             WITH POINTER WS-REGISTER-PTR
           PERFORM 4036-WRITE-SUMMARY-LINE-PARA
           .


      * tiers are marginal on the month's running volume: a sale that
      * crosses a floor is split, the part below at the lower rate and
      * the rest at the next, one statement line per part
       4041-PRICE-ONE-SALE-PARA.
           MOVE "YES" TO WS-CM-FIRST-PIECE
           IF WS-CS-DATE(WS-CM-INDEX) < FS-CA-EFFECTIVE
               MOVE SPACES TO WS-CM-LINE
               MOVE WS-CS-DATE(WS-CM-INDEX) TO WS-CM-LINE(1:8)
               MOVE WS-CS-AMOUNT(WS-CM-INDEX) TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE FUNCTION TRIM(WS-DISPLAY) TO WS-CM-LINE(12:16)
               MOVE "before the plan started - not paid"
                 TO WS-CM-LINE(30:40)
               PERFORM 4037-WRITE-STATEMENT-LINE-PARA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CS-AMOUNT(WS-CM-INDEX) TO WS-CM-LEFT
           PERFORM UNTIL WS-CM-LEFT = 0
               MOVE 1 TO WS-CM-TIER
               PERFORM VARYING WS-CM-TIER-SCAN FROM 2 BY 1
                 UNTIL WS-CM-TIER-SCAN > FS-CP-TIER-COUNT
                   IF FS-CP-TIER-FLOOR(WS-CM-TIER-SCAN) <= WS-CM-VOLUME
                       MOVE WS-CM-TIER-SCAN TO WS-CM-TIER
                   END-IF
               END-PERFORM
               MOVE WS-CM-LEFT TO WS-CM-PORTION
               IF WS-CM-TIER < FS-CP-TIER-COUNT
                   COMPUTE WS-CM-CAP =
                       FS-CP-TIER-FLOOR(WS-CM-TIER + 1) - WS-CM-VOLUME
                   IF WS-CM-CAP < WS-CM-PORTION
                       MOVE WS-CM-CAP TO WS-CM-PORTION
                   END-IF
               END-IF
               COMPUTE WS-CM-PIECE ROUNDED =
                   WS-CM-PORTION * FS-CP-TIER-PCT(WS-CM-TIER) / 100
               ADD WS-CM-PIECE TO WS-CM-EARNED
               ADD WS-CM-PORTION TO WS-CM-VOLUME
               SUBTRACT WS-CM-PORTION FROM WS-CM-LEFT
               PERFORM 4042-WRITE-SALE-LINE-PARA
           END-PERFORM
           .


       4042-WRITE-SALE-LINE-PARA.
           MOVE SPACES TO WS-CM-LINE
           IF WS-CM-FIRST-PIECE = "YES"
               MOVE WS-CS-DATE(WS-CM-INDEX) TO WS-CM-LINE(1:8)
               MOVE WS-CS-AMOUNT(WS-CM-INDEX) TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE FUNCTION TRIM(WS-DISPLAY) TO WS-CM-LINE(12:16)
               MOVE "NO" TO WS-CM-FIRST-PIECE
           END-IF
           MOVE FS-CP-TIER-PCT(WS-CM-TIER) TO WS-CM-PCT-EDIT
           MOVE SPACES TO WS-CM-LABEL
           STRING "tier "WS-CM-TIER" at "WS-CM-PCT-EDIT"%"
             DELIMITED BY SIZE INTO WS-CM-LABEL
           MOVE WS-CM-LABEL(1:18) TO WS-CM-LINE(30:18)
           MOVE WS-CM-PORTION TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE FUNCTION TRIM(WS-DISPLAY) TO WS-CM-LINE(50:16)
           MOVE WS-CM-PIECE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           MOVE FUNCTION TRIM(WS-DISPLAY) TO WS-CM-LINE(67:16)
           PERFORM 4037-WRITE-STATEMENT-LINE-PARA
           .


      * the draw is a floor under the month: short commission is made
      * up to the draw, and on a recoverable plan the shortfall is owed
      * back out of commission above the draw in later months
       4043-APPLY-DRAW-PARA.
           MOVE FS-CA-DRAW-OWED TO WS-CM-OWED
           MOVE 0 TO WS-CM-TOPUP
           MOVE 0 TO WS-CM-RECOVER
           IF WS-CM-EARNED < FS-CP-DRAW
               SUBTRACT WS-CM-EARNED FROM FS-CP-DRAW
                 GIVING WS-CM-TOPUP
               MOVE FS-CP-DRAW TO WS-CM-PAYABLE
               IF FS-CP-RECOVERABLE = "Y"
                   ADD WS-CM-TOPUP TO WS-CM-OWED
               END-IF
           ELSE
               MOVE WS-CM-EARNED TO WS-CM-PAYABLE
               IF WS-CM-OWED > 0
                   SUBTRACT FS-CP-DRAW FROM WS-CM-EARNED
                     GIVING WS-CM-EXCESS
                   IF WS-CM-EXCESS < WS-CM-OWED
                       MOVE WS-CM-EXCESS TO WS-CM-RECOVER
                   ELSE
                       MOVE WS-CM-OWED TO WS-CM-RECOVER
                   END-IF
                   SUBTRACT WS-CM-RECOVER FROM WS-CM-PAYABLE
                   SUBTRACT WS-CM-RECOVER FROM WS-CM-OWED
               END-IF
           END-IF
           .


      * assigned salespeople with nothing sold still draw; anyone with
      * sales was settled already
       4050-SETTLE-DRAW-ONLY-PARA.
           MOVE "NO" TO WS-CM-ASG-EOF
           MOVE 0 TO FS-CA-SSN
           START FS-COMMASG-FILE KEY IS >= FS-CA-SSN
               INVALID KEY
                   MOVE "YES" TO WS-CM-ASG-EOF
           END-START
           PERFORM UNTIL WS-CM-ASG-EOF = "YES"
               READ FS-COMMASG-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-CM-ASG-EOF
                   NOT AT END
                       IF FS-CA-PLAN NOT = SPACES
                           PERFORM 4051-CHECK-HAD-SALES-PARA
                           IF WS-CM-HAD-SALES = "NO"
                               MOVE FS-CA-SSN TO WS-CM-SSN
                               MOVE 1 TO WS-CM-FIRST
                               MOVE 0 TO WS-CM-LAST
                               PERFORM 4040-SETTLE-SALESPERSON-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .


       4051-CHECK-HAD-SALES-PARA.
           MOVE "NO" TO WS-CM-HAD-SALES
           PERFORM VARYING WS-CM-INDEX FROM 1 BY 1
             UNTIL WS-CM-INDEX > WS-CM-SALE-COUNT
               IF WS-CS-SSN(WS-CM-INDEX) = FS-CA-SSN
                   MOVE "YES" TO WS-CM-HAD-SALES
               END-IF
           END-PERFORM
           .


      * a finished batch run waits in payroll_run_status.txt until a
      * second supervisor - not the operator who ran it - signs on
      * with a teller ID and approves it, which frees the direct
      * deposit export, the GL journal, and the bank's deposit
      * posting; a rejection takes every check of the run back the
      * way a void does. Both outcomes go on the approval log
       4100-RUN-APPROVAL-PARA.
           MOVE "NO" TO WS-AP-FOUND
           OPEN INPUT FS-RUNSTAT-FILE
               IF WS-RUNSTAT-FILE-STATUS = "00"
                   READ FS-RUNSTAT-FILE
                       NOT AT END
                           MOVE FS-RUNSTAT-RECORD TO WS-RUNSTAT-SAVE
                           MOVE "YES" TO WS-AP-FOUND
                   END-READ
               END-IF
           CLOSE FS-RUNSTAT-FILE

           IF WS-AP-FOUND = "NO"
               DISPLAY "No batch run on file"
               EXIT PARAGRAPH
           END-IF
           IF WS-RSV-STATUS NOT = "PENDING"
               DISPLAY "The last batch run (period "WS-RSV-FREQ
                 WS-RSV-PERIOD" of "WS-RSV-YEAR") is "
                 FUNCTION TRIM(WS-RSV-STATUS)" - nothing waits for ap
      -          "proval"
               EXIT PARAGRAPH
           END-IF

           PERFORM 4110-SHOW-PENDING-RUN-PARA

           DISPLAY "Approving supervisor - sign on with your teller I
      -            "D"
           PERFORM 895-OPERATOR-SIGN-ON-PARA
           IF WS-OP-SIGNED-ON = "NO"
               DISPLAY "Run left pending"
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-ROLE NOT = "S"
               DISPLAY "Only a supervisor can approve or reject a payr
      -                "oll run - run left pending"
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-ID = WS-RSV-RUN-BY-ID
               DISPLAY "The operator who ran the batch cannot approve
      -                " it - a second supervisor must sign on"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "A) Approve the run  R) Reject and roll it back  (a
      -            "nything else leaves it pending)"
           ACCEPT WS-AP-ACTION
           MOVE FUNCTION UPPER-CASE(WS-AP-ACTION) TO WS-AP-ACTION

           MOVE WS-RSV-YEAR    TO WS-YEAR
           MOVE WS-RSV-MONTH   TO WS-MONTH
           MOVE WS-RSV-FREQ    TO WS-RUN-FREQUENCY
           MOVE WS-RSV-PERIOD  TO WS-RUN-PERIOD
           MOVE WS-RSV-COMPANY TO WS-RUN-COMPANY
           MOVE SPACES TO WS-AP-REASON

           EVALUATE WS-AP-ACTION
               WHEN "A"
                   PERFORM 4120-APPROVE-RUN-PARA
                   MOVE "APPROVED" TO WS-RSV-STATUS
               WHEN "R"
                   DISPLAY "Reason for rejecting the run:"
                   ACCEPT WS-AP-REASON
                   IF WS-AP-REASON = SPACES
                       DISPLAY "A rejection needs a reason - run left
      -                        " pending"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 4130-REJECT-RUN-PARA
                   MOVE "REJECTED" TO WS-RSV-STATUS
               WHEN OTHER
                   DISPLAY "Run left pending"
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM GET-STAMP-DATE-PARA
           MOVE WS-OP-ID      TO WS-RSV-APPR-BY-ID
           MOVE WS-OP-NAME    TO WS-RSV-APPR-BY-NAME
           MOVE WS-STAMP-DATE TO WS-RSV-APPR-DATE
           MOVE WS-RUNSTAT-SAVE TO FS-RUNSTAT-RECORD
           OPEN OUTPUT FS-RUNSTAT-FILE
               WRITE FS-RUNSTAT-RECORD
           CLOSE FS-RUNSTAT-FILE

           PERFORM 4140-WRITE-APPROVAL-LOG-PARA

           MOVE "I" TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "batch run "WS-RSV-FREQ WS-RSV-PERIOD" "
                  FUNCTION TRIM(WS-RSV-STATUS)" by teller "WS-OP-ID
             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM OPS-LOG-PARA
           DISPLAY "Run "FUNCTION TRIM(WS-RSV-STATUS)
             " - recorded in payroll_run_approvals.txt"
           .


       4110-SHOW-PENDING-RUN-PARA.
           DISPLAY " "
           DISPLAY "Batch run waiting for approval"
           IF WS-RSV-COMPANY = SPACES
               DISPLAY "  Run:     "WS-RSV-FREQ WS-RSV-PERIOD" of "
                 WS-RSV-YEAR"/"WS-RSV-MONTH" (all companies)"
           ELSE
               DISPLAY "  Run:     "WS-RSV-FREQ WS-RSV-PERIOD" of "
                 WS-RSV-YEAR"/"WS-RSV-MONTH" company "WS-RSV-COMPANY
           END-IF
           DISPLAY "  Checks:  "WS-RSV-COUNT
           MOVE WS-RSV-GROSS TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "  Gross:   "FUNCTION TRIM(WS-DISPLAY)
           MOVE WS-RSV-TAX TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "  Tax:     "FUNCTION TRIM(WS-DISPLAY)
           MOVE WS-RSV-NET TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY "  Net:     "FUNCTION TRIM(WS-DISPLAY)
           DISPLAY "  Run by:  "FUNCTION TRIM(WS-RSV-RUN-BY-NAME)
             " (teller "WS-RSV-RUN-BY-ID")"
           .


      * the run's checks stop being pending and the held GL journal
      * is released under the name the run gave it
       4120-APPROVE-RUN-PARA.
           MOVE 0 TO WS-AP-COUNT
           MOVE "NO" TO WS-VOID-EOF
           OPEN I-O FS-CHKDET-FILE
               IF WS-CHKDET-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-VOID-EOF
               END-IF
               PERFORM UNTIL WS-VOID-EOF = "YES"
                   READ FS-CHKDET-FILE
                       AT END
                           MOVE "YES" TO WS-VOID-EOF
                       NOT AT END
                           MOVE FS-CHKDET-RECORD TO WS-CHECK-DETAIL
                           PERFORM 4150-MATCH-RUN-CHECK-PARA
                           IF WS-AP-MATCH = "YES"
                               MOVE "A" TO WS-CD-APPROVAL
                               MOVE WS-CHECK-DETAIL TO FS-CHKDET-RECORD
                               REWRITE FS-CHKDET-RECORD
                               ADD 1 TO WS-AP-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-CHKDET-FILE
           DISPLAY "Checks approved: "WS-AP-COUNT

           IF WS-RSV-GL-FILENAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RSV-GL-FILENAME TO WS-PAYGL-FILENAME
           MOVE 0 TO WS-AP-GL-COUNT
           MOVE "NO" TO WS-AP-EOF
           OPEN INPUT FS-GLHOLD-FILE
               IF WS-GLHOLD-FILE-STATUS NOT = "00"
                   DISPLAY "The held GL journal is missing - rebuild "
                     FUNCTION TRIM(WS-PAYGL-FILENAME)" by hand"
                   CLOSE FS-GLHOLD-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT FS-PAYGL-FILE
                   PERFORM UNTIL WS-AP-EOF = "YES"
                       READ FS-GLHOLD-FILE
                           AT END
                               MOVE "YES" TO WS-AP-EOF
                           NOT AT END
                               MOVE FS-GLHOLD-RECORD TO FS-PGL-RECORD
                               WRITE FS-PGL-RECORD
                               ADD 1 TO WS-AP-GL-COUNT
                       END-READ
                   END-PERFORM
               CLOSE FS-PAYGL-FILE
           CLOSE FS-GLHOLD-FILE

           OPEN OUTPUT FS-GLHOLD-FILE
           CLOSE FS-GLHOLD-FILE
           DISPLAY "GL journal export written to "
             FUNCTION TRIM(WS-PAYGL-FILENAME)" - "WS-AP-GL-COUNT
             " entries"
           .


      * every check the run wrote is flagged void and moved back
      * through the void paragraphs, and the employee's last-paid
      * period steps back so the corrected run pays them again
       4130-REJECT-RUN-PARA.
           MOVE "REJ" TO WS-VOID-BY
           MOVE SPACES TO WS-VOID-REASON
           STRING "RUN REJECTED BY TELLER "WS-OP-ID
             DELIMITED BY SIZE INTO WS-VOID-REASON
           MOVE 0 TO WS-AP-COUNT
           MOVE "NO" TO WS-VOID-EOF
           OPEN I-O FS-CHKDET-FILE
               IF WS-CHKDET-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-VOID-EOF
               END-IF
               PERFORM UNTIL WS-VOID-EOF = "YES"
                   READ FS-CHKDET-FILE
                       AT END
                           MOVE "YES" TO WS-VOID-EOF
                       NOT AT END
                           MOVE FS-CHKDET-RECORD TO WS-CHECK-DETAIL
                           PERFORM 4150-MATCH-RUN-CHECK-PARA
                           IF WS-AP-MATCH = "YES"
                               PERFORM 4131-ROLL-BACK-ONE-CHECK-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-CHKDET-FILE

      * the held journal belonged to the rejected run only
           OPEN OUTPUT FS-GLHOLD-FILE
           CLOSE FS-GLHOLD-FILE

           DISPLAY "Checks rolled back: "WS-AP-COUNT
           DISPLAY "Correct the problem and run the batch for the per
      -            "iod again"
           .


       4131-ROLL-BACK-ONE-CHECK-PARA.
           MOVE "Y" TO WS-CD-VOIDED
           MOVE "R" TO WS-CD-APPROVAL
           MOVE WS-CHECK-DETAIL TO FS-CHKDET-RECORD
           REWRITE FS-CHKDET-RECORD

           MOVE WS-CD-SSN TO FS-EMPLOYEE-SSN
           PERFORM 3430-REVERSE-EMPLOYEE-PARA
           PERFORM 3440-REVERSE-LIABILITIES-PARA
           PERFORM 3450-REVERSE-BALANCES-PARA
           PERFORM 3460-WRITE-VOID-REGISTER-PARA
           PERFORM 4132-STEP-BACK-LAST-PAID-PARA
           ADD 1 TO WS-AP-COUNT
           .


       4132-STEP-BACK-LAST-PAID-PARA.
           OPEN I-O FS-EMPLOYEE-FILE
               MOVE WS-CD-SSN TO FS-EMPLOYEE-SSN
               READ FS-EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS-EMPLOYEE-LAST-PAID-YEAR = WS-CD-YEAR AND
                          FS-EMPLOYEE-LAST-PAID-PERIOD = WS-CD-PERIOD
                           SUBTRACT 1 FROM FS-EMPLOYEE-LAST-PAID-PERIOD
                           MOVE 0 TO FS-EMPLOYEE-LAST-NET-PAY
                           REWRITE FS-EMPLOYEE
                               INVALID KEY
                                   DISPLAY "Unable to reset the last-p
      -                                    "aid period for employee"
                           END-REWRITE
                       END-IF
               END-READ
           CLOSE FS-EMPLOYEE-FILE
           .


       4140-WRITE-APPROVAL-LOG-PARA.
           MOVE SPACES TO FS-APPRLOG-LINE
           MOVE 1 TO WS-REGISTER-PTR
           STRING WS-RSV-APPR-DATE" "WS-RSV-STATUS" run "WS-RSV-FREQ
             WS-RSV-PERIOD" "WS-RSV-YEAR"/"WS-RSV-MONTH" checks "
             WS-RSV-COUNT" net "
             DELIMITED BY SIZE
             INTO FS-APPRLOG-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-RSV-NET TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)" run by "
             FUNCTION TRIM(WS-RSV-RUN-BY-NAME)" ("WS-RSV-RUN-BY-ID
             ") decided by "FUNCTION TRIM(WS-RSV-APPR-BY-NAME)" ("
             WS-RSV-APPR-BY-ID")"
             DELIMITED BY SIZE
             INTO FS-APPRLOG-LINE WITH POINTER WS-REGISTER-PTR
           IF WS-AP-REASON NOT = SPACES
               STRING " - "FUNCTION TRIM(WS-AP-REASON)
                 DELIMITED BY SIZE
                 INTO FS-APPRLOG-LINE WITH POINTER WS-REGISTER-PTR
           END-IF

           OPEN EXTEND FS-APPRLOG-FILE
               IF WS-APPRLOG-FILE-STATUS = '35'
                   OPEN OUTPUT FS-APPRLOG-FILE
               END-IF
               WRITE FS-APPRLOG-LINE
           CLOSE FS-APPRLOG-FILE
           .


      * a check belongs to the pending run when it is still flagged
      * pending and carries the run's period (and company, when the
      * run was for one company)
       4150-MATCH-RUN-CHECK-PARA.
           MOVE "NO" TO WS-AP-MATCH
           IF WS-CD-APPROVAL = "P" AND
              WS-CD-VOIDED = "N" AND
              WS-CD-YEAR = WS-RSV-YEAR AND
              WS-CD-MONTH = WS-RSV-MONTH AND
              WS-CD-FREQUENCY = WS-RSV-FREQ AND
              WS-CD-PERIOD = WS-RSV-PERIOD
               IF WS-RSV-COMPANY = SPACES OR
                  WS-CD-COMPANY = WS-RSV-COMPANY
                   MOVE "YES" TO WS-AP-MATCH
               END-IF
           END-IF
           .


      * the annual merit cycle: a supervisor keeps a matrix of
      * percents by performance rating and position in range, rates
      * each employee, and proposes the cycle for an effective date.
      * Increases stop at the grade maximum and the part that does
      * not fit is paid once as a lump sum; posting the approved
      * proposals writes ordinary effective-dated rate changes
       4200-MERIT-CYCLE-PARA.
           DISPLAY "Merit cycle - supervisor sign-on"
           PERFORM 895-OPERATOR-SIGN-ON-PARA
           IF WS-OP-SIGNED-ON = "NO"
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-ROLE NOT = "S"
               DISPLAY "Only a supervisor can work the merit cycle"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Merit cycle:"
           DISPLAY "1) Merit matrix   2) Department merit budgets   3)
      -            " Employee ratings"
           DISPLAY "4) Propose the cycle   5) Approve and post the prop
      -            "osals   6) Budget report"
           ACCEPT WS-MR-CHOICE
           EVALUATE WS-MR-CHOICE
               WHEN 1
                   PERFORM 4210-ENTER-MATRIX-PARA
               WHEN 2
                   PERFORM 4220-ENTER-BUDGET-PARA
               WHEN 3
                   PERFORM 4230-ENTER-RATINGS-PARA
               WHEN 4
                   PERFORM 4240-PROPOSE-CYCLE-PARA
               WHEN 5
                   PERFORM 4270-APPROVE-POST-PARA
               WHEN 6
                   PERFORM 4260-BUDGET-REPORT-PARA
               WHEN OTHER
                   DISPLAY "Invalid command!"
           END-EVALUATE
           .


      * ratings run 1 (lowest) to 5; position in range is the quartile
      * of the grade range the current rate sits in, 1 at the bottom
      * to 4 at the top (a rate below the minimum counts as 1, above
      * the maximum as 4)
       4210-ENTER-MATRIX-PARA.
           PERFORM 4211-LOAD-MATRIX-PARA
           DISPLAY "Enter the merit percent for each rating and range
      -            " quartile (e.g. 3.5)"
           PERFORM 4212-ACCEPT-MATRIX-CELL-PARA
             VARYING WS-MR-ROW-IX FROM 1 BY 1 UNTIL WS-MR-ROW-IX > 5
               AFTER WS-MR-COL-IX FROM 1 BY 1 UNTIL WS-MR-COL-IX > 4

           MOVE WS-MR-MATRIX TO FS-MERIT-MATRIX
           OPEN OUTPUT FS-MERITMX-FILE
               WRITE FS-MERIT-MATRIX
           CLOSE FS-MERITMX-FILE
           DISPLAY "Merit matrix saved"
           .


       4211-LOAD-MATRIX-PARA.
           MOVE ZEROS TO WS-MR-MATRIX
           MOVE "NO" TO WS-MR-MATRIX-FOUND
           OPEN INPUT FS-MERITMX-FILE
               IF WS-MERITMX-FILE-STATUS = "00"
                   READ FS-MERITMX-FILE
                       NOT AT END
                           MOVE FS-MERIT-MATRIX TO WS-MR-MATRIX
                           MOVE "YES" TO WS-MR-MATRIX-FOUND
                   END-READ
               END-IF
           CLOSE FS-MERITMX-FILE
           .


       4212-ACCEPT-MATRIX-CELL-PARA.
           MOVE WS-MR-CELL(WS-MR-ROW-IX WS-MR-COL-IX) TO WS-MR-PCT-EDIT
           DISPLAY "Rating "WS-MR-ROW-IX", quartile "WS-MR-COL-IX
             " percent (now "WS-MR-PCT-EDIT"):"
           ACCEPT WS-MR-CELL(WS-MR-ROW-IX WS-MR-COL-IX)
           .


      * the budget is the cycle's allowance for a department - base
      * increases annualized plus lump sums are held against it
       4220-ENTER-BUDGET-PARA.
           DISPLAY "Department code:"
           ACCEPT WS-MR-DEPT
           MOVE FUNCTION UPPER-CASE(WS-MR-DEPT) TO WS-MR-DEPT

           MOVE "NO" TO WS-MR-FOUND
           OPEN INPUT FS-DEPT-FILE
               IF WS-DEPT-FILE-STATUS = "00"
                   MOVE WS-MR-DEPT TO FS-DEPT-CODE
                   READ FS-DEPT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "YES" TO WS-MR-FOUND
                   END-READ
               END-IF
           CLOSE FS-DEPT-FILE
           IF WS-MR-FOUND = "NO"
               DISPLAY "Department is not on the department master (c
      -                "ommand 21)"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-MERITBG-FILE
               IF WS-MERITBG-FILE-STATUS = '35'
                   OPEN OUTPUT FS-MERITBG-FILE
                   CLOSE FS-MERITBG-FILE
                   OPEN I-O FS-MERITBG-FILE
               END-IF

               MOVE "NO" TO WS-MR-FOUND
               MOVE WS-MR-DEPT TO FS-MB-DEPT
               READ FS-MERITBG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-MR-FOUND
                       MOVE FS-MB-AMOUNT TO WS-DISPLAY-MONEY-TMP
                       PERFORM CALCULATE-MONEY-DISPLAY-PARA
                       DISPLAY "Current budget: "
                         FUNCTION TRIM(WS-DISPLAY)
               END-READ

               MOVE WS-MR-DEPT TO FS-MB-DEPT
               DISPLAY "Merit budget for the cycle:"
               ACCEPT FS-MB-AMOUNT
               IF WS-MR-FOUND = "YES"
                   REWRITE FS-MERIT-BUDGET
                       INVALID KEY
                           DISPLAY "Unable to update the budget"
                   END-REWRITE
               ELSE
                   WRITE FS-MERIT-BUDGET
                       INVALID KEY
                           DISPLAY "Unable to add the budget"
                   END-WRITE
               END-IF
           CLOSE FS-MERITBG-FILE
           DISPLAY "Budget saved for "WS-MR-DEPT
           .


       4230-ENTER-RATINGS-PARA.
           OPEN INPUT FS-EMPLOYEE-FILE
               IF WS-EMPLOYEE-FILE-STATUS = '35'
                   DISPLAY "No employees in the database"
                   CLOSE FS-EMPLOYEE-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN I-O FS-MERITRT-FILE
                   IF WS-MERITRT-FILE-STATUS = '35'
                       OPEN OUTPUT FS-MERITRT-FILE
                       CLOSE FS-MERITRT-FILE
                       OPEN I-O FS-MERITRT-FILE
                   END-IF
                   MOVE 1 TO WS-MR-SSN
                   PERFORM 4231-RATE-ONE-EMPLOYEE-PARA
                     UNTIL WS-MR-SSN = 0
               CLOSE FS-MERITRT-FILE
           CLOSE FS-EMPLOYEE-FILE
           .


       4231-RATE-ONE-EMPLOYEE-PARA.
           DISPLAY "Enter employee SSN (0 to finish):"
           ACCEPT WS-MR-SSN
           IF WS-MR-SSN = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MR-SSN TO FS-EMPLOYEE-SSN
           READ FS-EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Employee not found in the database"
                   EXIT PARAGRAPH
           END-READ
           IF FS-EMPLOYEE-ACTIVE-FLAG NOT = "Y"
               DISPLAY "Employee is terminated - not rated"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Rating for "FS-EMPLOYEE-NAME(1:30)" (1-5):"
           ACCEPT WS-MR-RATING
           IF WS-MR-RATING < 1 OR WS-MR-RATING > 5
               DISPLAY "Rating must be 1 to 5 - not saved"
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-STAMP-DATE-PARA
           MOVE WS-MR-SSN TO FS-MR-SSN
           READ FS-MERITRT-FILE
               INVALID KEY
                   MOVE WS-MR-SSN     TO FS-MR-SSN
                   MOVE WS-MR-RATING  TO FS-MR-RATING
                   MOVE WS-STAMP-DATE TO FS-MR-RATED-DATE
                   WRITE FS-MERIT-RATING
                       INVALID KEY
                           DISPLAY "Unable to save the rating"
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-MR-RATING  TO FS-MR-RATING
                   MOVE WS-STAMP-DATE TO FS-MR-RATED-DATE
                   REWRITE FS-MERIT-RATING
                       INVALID KEY
                           DISPLAY "Unable to update the rating"
                   END-REWRITE
           END-READ
           DISPLAY "Rating saved"
           .


      * each active, rated employee on a graded position gets one
      * proposal; the proposal file is rebuilt on every run until the
      * cycle is posted
       4240-PROPOSE-CYCLE-PARA.
           PERFORM 4211-LOAD-MATRIX-PARA
           IF WS-MR-MATRIX-FOUND = "NO"
               DISPLAY "Enter the merit matrix first"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Effective date for the increases (yyyymmdd):"
           ACCEPT WS-MR-EFFECTIVE
           IF WS-MR-EFF-MONTH < 1 OR WS-MR-EFF-MONTH > 12 OR
              WS-MR-EFF-DAY < 1 OR WS-MR-EFF-DAY > 31
               DISPLAY "Invalid effective date"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MR-PROPOSED
           MOVE 0 TO WS-MR-SKIPPED
           MOVE 0 TO WS-MR-CAPPED
           MOVE "NO" TO WS-MR-EOF
           OPEN INPUT FS-MERITRT-FILE
           IF WS-MERITRT-FILE-STATUS NOT = "00"
               DISPLAY "No ratings on file - rate the employees first"
               CLOSE FS-MERITRT-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FS-POSITION-FILE
           IF WS-POSITION-FILE-STATUS NOT = "00"
               DISPLAY "No position master on file (command 26)"
               CLOSE FS-POSITION-FILE
               CLOSE FS-MERITRT-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT FS-MERITPR-FILE
               OPEN INPUT FS-EMPLOYEE-FILE
                   IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                       DISPLAY "No employees in the database"
                       MOVE "YES" TO WS-MR-EOF
                   END-IF
                   PERFORM UNTIL WS-MR-EOF = "YES"
                       READ FS-EMPLOYEE-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-MR-EOF
                           NOT AT END
                               PERFORM 4241-PROPOSE-ONE-PARA
                       END-READ
                   END-PERFORM
               CLOSE FS-EMPLOYEE-FILE
           CLOSE FS-MERITPR-FILE
           CLOSE FS-POSITION-FILE
           CLOSE FS-MERITRT-FILE

           DISPLAY "Proposals: "WS-MR-PROPOSED"  capped at range maxi
      -            "mum: "WS-MR-CAPPED"  skipped: "WS-MR-SKIPPED
           PERFORM 4250-PROPOSAL-REPORT-PARA
           PERFORM 4260-BUDGET-REPORT-PARA
           .


       4241-PROPOSE-ONE-PARA.
           IF FS-EMPLOYEE-ACTIVE-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA

           IF FS-EMPLOYEE-JOB-CODE = SPACES
               DISPLAY "Skipping "WS-MASKED" - no job code"
               ADD 1 TO WS-MR-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE FS-EMPLOYEE-JOB-CODE TO FS-POS-JOB-CODE
           READ FS-POSITION-FILE
               INVALID KEY
                   DISPLAY "Skipping "WS-MASKED" - job "
                     FS-EMPLOYEE-JOB-CODE" is not on the position mas
      -              "ter"
                   ADD 1 TO WS-MR-SKIPPED
                   EXIT PARAGRAPH
           END-READ
           IF FS-POS-MID-RATE = 0
               DISPLAY "Skipping "WS-MASKED" - grade "FS-POS-GRADE
                 " has no midpoint"
               ADD 1 TO WS-MR-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE FS-EMPLOYEE-SSN TO FS-MR-SSN
           READ FS-MERITRT-FILE
               INVALID KEY
                   DISPLAY "Skipping "WS-MASKED" - no rating"
                   ADD 1 TO WS-MR-SKIPPED
                   EXIT PARAGRAPH
           END-READ

      * the grade range is hourly; salaried staff are measured against
      * it on their monthly salary over the standard month, and their
      * increase and cap are worked in monthly salary
           IF FS-EMPLOYEE-PAY-TYPE = "SALARY"
               MOVE "S" TO WS-MR-UNIT
               MOVE FS-EMPLOYEE-MONTHLY-SALARY TO WS-MR-OLD-RATE
               COMPUTE WS-MR-HOURLY ROUNDED =
                   WS-MR-OLD-RATE / WS-STANDARD-MONTHLY-HOURS
               COMPUTE WS-MR-CAP ROUNDED =
                   FS-POS-MAX-RATE * WS-STANDARD-MONTHLY-HOURS
               MOVE 12 TO WS-MR-FACTOR
           ELSE
               MOVE "H" TO WS-MR-UNIT
               MOVE FS-EMPLOYEE-HOURLY-WAGE TO WS-MR-OLD-RATE
               MOVE WS-MR-OLD-RATE TO WS-MR-HOURLY
               MOVE FS-POS-MAX-RATE TO WS-MR-CAP
               MOVE 2080 TO WS-MR-FACTOR
           END-IF

           COMPUTE WS-MR-COMPA-BEFORE ROUNDED =
               WS-MR-HOURLY / FS-POS-MID-RATE

           IF FS-POS-MAX-RATE > FS-POS-MIN-RATE
               COMPUTE WS-MR-PIR ROUNDED =
                   (WS-MR-HOURLY - FS-POS-MIN-RATE) /
                   (FS-POS-MAX-RATE - FS-POS-MIN-RATE)
           ELSE
               MOVE 1 TO WS-MR-PIR
           END-IF
           EVALUATE TRUE
               WHEN WS-MR-PIR < 0.25
                   MOVE 1 TO WS-MR-QUARTILE
               WHEN WS-MR-PIR < 0.50
                   MOVE 2 TO WS-MR-QUARTILE
               WHEN WS-MR-PIR < 0.75
                   MOVE 3 TO WS-MR-QUARTILE
               WHEN OTHER
                   MOVE 4 TO WS-MR-QUARTILE
           END-EVALUATE
           MOVE WS-MR-CELL(FS-MR-RATING WS-MR-QUARTILE) TO WS-MR-PCT

           COMPUTE WS-MR-UNCAPPED ROUNDED =
               WS-MR-OLD-RATE * (100 + WS-MR-PCT) / 100
           MOVE 0 TO WS-MR-LUMP
           EVALUATE TRUE
               WHEN WS-MR-OLD-RATE >= WS-MR-CAP
                   MOVE WS-MR-OLD-RATE TO WS-MR-NEW-RATE
                   COMPUTE WS-MR-LUMP =
                       (WS-MR-UNCAPPED - WS-MR-OLD-RATE) * WS-MR-FACTOR
               WHEN WS-MR-UNCAPPED > WS-MR-CAP
                   MOVE WS-MR-CAP TO WS-MR-NEW-RATE
                   COMPUTE WS-MR-LUMP =
                       (WS-MR-UNCAPPED - WS-MR-CAP) * WS-MR-FACTOR
               WHEN OTHER
                   MOVE WS-MR-UNCAPPED TO WS-MR-NEW-RATE
           END-EVALUATE
           IF WS-MR-LUMP > 0
               ADD 1 TO WS-MR-CAPPED
           END-IF

           IF WS-MR-UNIT = "S"
               COMPUTE WS-MR-COMPA-AFTER ROUNDED =
                   WS-MR-NEW-RATE / WS-STANDARD-MONTHLY-HOURS
                   / FS-POS-MID-RATE
           ELSE
               COMPUTE WS-MR-COMPA-AFTER ROUNDED =
                   WS-MR-NEW-RATE / FS-POS-MID-RATE
           END-IF

           MOVE FS-EMPLOYEE-SSN          TO FS-MP-SSN
           MOVE FS-EMPLOYEE-NAME         TO FS-MP-NAME
           MOVE FS-EMPLOYEE-DEPT-CODE    TO FS-MP-DEPT
           MOVE FS-EMPLOYEE-JOB-CODE     TO FS-MP-JOB
           MOVE WS-MR-EFFECTIVE          TO FS-MP-EFFECTIVE
           MOVE WS-MR-UNIT               TO FS-MP-UNIT
           MOVE FS-MR-RATING             TO FS-MP-RATING
           MOVE WS-MR-QUARTILE           TO FS-MP-QUARTILE
           MOVE WS-MR-PCT                TO FS-MP-PCT
           MOVE WS-MR-OLD-RATE           TO FS-MP-OLD-RATE
           MOVE WS-MR-NEW-RATE           TO FS-MP-NEW-RATE
           MOVE WS-MR-COMPA-BEFORE       TO FS-MP-COMPA-BEFORE
           MOVE WS-MR-COMPA-AFTER        TO FS-MP-COMPA-AFTER
           MOVE WS-MR-LUMP               TO FS-MP-LUMP
           COMPUTE FS-MP-COST =
               (WS-MR-NEW-RATE - WS-MR-OLD-RATE) * WS-MR-FACTOR
               + WS-MR-LUMP
           MOVE "P"                      TO FS-MP-STATUS
           MOVE 0                        TO FS-MP-APPROVED-BY
           WRITE FS-MERIT-PROPOSAL
           ADD 1 TO WS-MR-PROPOSED
           .


       4250-PROPOSAL-REPORT-PARA.
           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING "merit_proposals_"WS-MR-EFFECTIVE".txt"
             DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           MOVE "NO" TO WS-MR-EOF

           OPEN OUTPUT FS-REGISTER-FILE
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "MERIT INCREASE PROPOSALS - EFFECTIVE "
                 WS-MR-EFFECTIVE DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE "Employee                  SSN         Dept Rt Q
      -            "  Pct  Compa before>after  Old rate -> new rate  L
      -            "ump sum" TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE

               OPEN INPUT FS-MERITPR-FILE
                   IF WS-MERITPR-FILE-STATUS NOT = "00"
                       MOVE "YES" TO WS-MR-EOF
                   END-IF
                   PERFORM UNTIL WS-MR-EOF = "YES"
                       READ FS-MERITPR-FILE
                           AT END
                               MOVE "YES" TO WS-MR-EOF
                           NOT AT END
                               PERFORM 4251-WRITE-PROPOSAL-LINE-PARA
                       END-READ
                   END-PERFORM
               CLOSE FS-MERITPR-FILE
           CLOSE FS-REGISTER-FILE

           DISPLAY "Merit proposals written to "WS-REGISTER-FILENAME
           MOVE "MERITPROP" TO WS-RCAT-TYPE
           MOVE WS-REGISTER-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-MR-PROPOSED TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       4251-WRITE-PROPOSAL-LINE-PARA.
           MOVE FS-MP-SSN TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           MOVE FS-MP-PCT          TO WS-MR-PCT-EDIT
           MOVE FS-MP-COMPA-BEFORE TO WS-MR-COMPA-EDIT
           MOVE FS-MP-COMPA-AFTER  TO WS-MR-COMPA-EDIT-2
           MOVE SPACES TO FS-REGISTER-LINE
           MOVE 1 TO WS-REGISTER-PTR
           STRING FS-MP-NAME(1:25)" "WS-MASKED" "FS-MP-DEPT" "
             FS-MP-RATING"  "FS-MP-QUARTILE" "WS-MR-PCT-EDIT"%  "
             WS-MR-COMPA-EDIT" > "WS-MR-COMPA-EDIT-2"  "
             DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE FS-MP-OLD-RATE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)" -> "
             DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE FS-MP-NEW-RATE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)
             DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           IF FS-MP-UNIT = "S"
               STRING "/mo" DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           ELSE
               STRING "/hr" DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           END-IF
           IF FS-MP-LUMP > 0
               MOVE FS-MP-LUMP TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               STRING "  "FUNCTION TRIM(WS-DISPLAY)" (at max)"
                 DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           END-IF
           WRITE FS-REGISTER-LINE
           .


      * the cycle on the proposal file totalled by department - base
      * increases annualized plus lump sums against the budget
       4260-BUDGET-REPORT-PARA.
           MOVE 0 TO WS-MB-COUNT
           MOVE 0 TO WS-MR-EFFECTIVE
           MOVE "NO" TO WS-MR-EOF
           OPEN INPUT FS-MERITPR-FILE
               IF WS-MERITPR-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-MR-EOF
               END-IF
               PERFORM UNTIL WS-MR-EOF = "YES"
                   READ FS-MERITPR-FILE
                       AT END
                           MOVE "YES" TO WS-MR-EOF
                       NOT AT END
                           MOVE FS-MP-EFFECTIVE TO WS-MR-EFFECTIVE
                           PERFORM 4261-ADD-TO-DEPT-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-MERITPR-FILE

           IF WS-MB-COUNT = 0
               DISPLAY "No merit proposals on file - propose the cycl
      -                "e first"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-MERITBG-FILE
               PERFORM VARYING WS-MB-INDEX FROM 1 BY 1
                 UNTIL WS-MB-INDEX > WS-MB-COUNT
                   MOVE 0 TO WS-MB-BUDGET(WS-MB-INDEX)
                   IF WS-MERITBG-FILE-STATUS = "00"
                       MOVE WS-MB-DEPT(WS-MB-INDEX) TO FS-MB-DEPT
                       READ FS-MERITBG-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE FS-MB-AMOUNT
                                 TO WS-MB-BUDGET(WS-MB-INDEX)
                       END-READ
                   END-IF
               END-PERFORM
           CLOSE FS-MERITBG-FILE

           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING "merit_budget_"WS-MR-EFFECTIVE".txt"
             DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           MOVE 0 TO WS-MR-TOT-BASE
           MOVE 0 TO WS-MR-TOT-LUMP
           MOVE 0 TO WS-MR-TOT-BUDGET

           OPEN OUTPUT FS-REGISTER-FILE
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "MERIT CYCLE COST AGAINST BUDGET - EFFECTIVE "
                 WS-MR-EFFECTIVE DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE "Dept  Heads  Base increase (annual)  Lump sums  T
      -            "otal cost  Budget  Over(-)/under"
                 TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               PERFORM 4262-WRITE-DEPT-BUDGET-LINE-PARA
                 VARYING WS-MB-INDEX FROM 1 BY 1
                 UNTIL WS-MB-INDEX > WS-MB-COUNT

               MOVE SPACES TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE "ALL " TO WS-MR-DEPT
               MOVE WS-MR-TOT-BASE   TO WS-MR-LINE-BASE
               MOVE WS-MR-TOT-LUMP   TO WS-MR-LINE-LUMP
               MOVE WS-MR-TOT-BUDGET TO WS-MR-LINE-BUDGET
               PERFORM 4263-WRITE-BUDGET-LINE-PARA
           CLOSE FS-REGISTER-FILE

           DISPLAY "Merit budget report written to "
             WS-REGISTER-FILENAME
           MOVE "MERITBUD" TO WS-RCAT-TYPE
           MOVE WS-REGISTER-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-MB-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


       4261-ADD-TO-DEPT-PARA.
           MOVE 0 TO WS-MB-HIT
           PERFORM VARYING WS-MB-INDEX FROM 1 BY 1
             UNTIL WS-MB-INDEX > WS-MB-COUNT
               IF WS-MB-DEPT(WS-MB-INDEX) = FS-MP-DEPT
                   MOVE WS-MB-INDEX TO WS-MB-HIT
               END-IF
           END-PERFORM
           IF WS-MB-HIT = 0
               IF WS-MB-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MB-COUNT
               MOVE WS-MB-COUNT TO WS-MB-HIT
               MOVE FS-MP-DEPT TO WS-MB-DEPT(WS-MB-HIT)
               MOVE 0 TO WS-MB-HEADS(WS-MB-HIT)
               MOVE 0 TO WS-MB-BASE(WS-MB-HIT)
               MOVE 0 TO WS-MB-LUMP(WS-MB-HIT)
           END-IF
           ADD 1 TO WS-MB-HEADS(WS-MB-HIT)
           ADD FS-MP-LUMP TO WS-MB-LUMP(WS-MB-HIT)
           COMPUTE WS-MB-BASE(WS-MB-HIT) = WS-MB-BASE(WS-MB-HIT)
               + FS-MP-COST - FS-MP-LUMP
           .


       4262-WRITE-DEPT-BUDGET-LINE-PARA.
           MOVE WS-MB-DEPT(WS-MB-INDEX)   TO WS-MR-DEPT
           MOVE WS-MB-HEADS(WS-MB-INDEX)  TO WS-MR-HEADS
           MOVE WS-MB-BASE(WS-MB-INDEX)   TO WS-MR-LINE-BASE
           MOVE WS-MB-LUMP(WS-MB-INDEX)   TO WS-MR-LINE-LUMP
           MOVE WS-MB-BUDGET(WS-MB-INDEX) TO WS-MR-LINE-BUDGET
           ADD WS-MR-LINE-BASE   TO WS-MR-TOT-BASE
           ADD WS-MR-LINE-LUMP   TO WS-MR-TOT-LUMP
           ADD WS-MR-LINE-BUDGET TO WS-MR-TOT-BUDGET
           PERFORM 4263-WRITE-BUDGET-LINE-PARA
           .


       4263-WRITE-BUDGET-LINE-PARA.
           IF WS-MR-DEPT = "ALL "
               MOVE 0 TO WS-MR-HEADS
               PERFORM VARYING WS-MB-INDEX FROM 1 BY 1
                 UNTIL WS-MB-INDEX > WS-MB-COUNT
                   ADD WS-MB-HEADS(WS-MB-INDEX) TO WS-MR-HEADS
               END-PERFORM
           END-IF
           COMPUTE WS-MR-LINE-TOTAL = WS-MR-LINE-BASE + WS-MR-LINE-LUMP
           COMPUTE WS-MR-VARIANCE = WS-MR-LINE-BUDGET - WS-MR-LINE-TOTAL

           MOVE SPACES TO FS-REGISTER-LINE
           MOVE 1 TO WS-REGISTER-PTR
           IF WS-MR-DEPT = SPACES
               STRING "(none) " DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           ELSE
               STRING WS-MR-DEPT"   " DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           END-IF
           STRING WS-MR-HEADS"  " DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-MR-LINE-BASE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)"  " DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-MR-LINE-LUMP TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)"  " DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-MR-LINE-TOTAL TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)"  " DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-MR-LINE-BUDGET TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY)"  " DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           MOVE WS-MR-VARIANCE TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           STRING FUNCTION TRIM(WS-DISPLAY) DELIMITED BY SIZE
             INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           IF WS-MR-VARIANCE < 0
               STRING "  OVER BUDGET" DELIMITED BY SIZE
                 INTO FS-REGISTER-LINE WITH POINTER WS-REGISTER-PTR
           END-IF
           WRITE FS-REGISTER-LINE
           .


      * posting turns each proposal into a rate change dated to the
      * cycle - the check whose period reaches it applies it, with
      * retro pay when the date is already behind the last check -
      * and queues any lump sum for the next batch check
       4270-APPROVE-POST-PARA.
           MOVE 0 TO WS-MR-PENDING
           MOVE 0 TO WS-MR-TOT-COST
           MOVE "NO" TO WS-MR-EOF
           OPEN INPUT FS-MERITPR-FILE
               IF WS-MERITPR-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-MR-EOF
               END-IF
               PERFORM UNTIL WS-MR-EOF = "YES"
                   READ FS-MERITPR-FILE
                       AT END
                           MOVE "YES" TO WS-MR-EOF
                       NOT AT END
                           IF FS-MP-STATUS = "P"
                               ADD 1 TO WS-MR-PENDING
                               ADD FS-MP-COST TO WS-MR-TOT-COST
                               MOVE FS-MP-EFFECTIVE TO WS-MR-EFFECTIVE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-MERITPR-FILE

           IF WS-MR-PENDING = 0
               DISPLAY "No merit proposals wait for approval"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MR-TOT-COST TO WS-DISPLAY-MONEY-TMP
           PERFORM CALCULATE-MONEY-DISPLAY-PARA
           DISPLAY WS-MR-PENDING" proposals effective "WS-MR-EFFECTIVE
             ", annual cost "FUNCTION TRIM(WS-DISPLAY)
           DISPLAY "Approve and post them? (Y/N)"
           ACCEPT WS-YES-NO
           MOVE FUNCTION LOWER-CASE(WS-YES-NO) TO WS-YES-NO
           IF WS-YES-NO NOT = 'y'
               DISPLAY "Nothing posted"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MR-POSTED
           MOVE 0 TO WS-MR-LUMP-COUNT
           MOVE "NO" TO WS-MR-EOF
           OPEN EXTEND FS-RATECHG-FILE
           IF WS-RATECHG-FILE-STATUS = '35'
               OPEN OUTPUT FS-RATECHG-FILE
           END-IF
           OPEN EXTEND FS-MERITLS-FILE
           IF WS-MERITLS-FILE-STATUS = '35'
               OPEN OUTPUT FS-MERITLS-FILE
           END-IF
           OPEN I-O FS-MERITPR-FILE
               PERFORM UNTIL WS-MR-EOF = "YES"
                   READ FS-MERITPR-FILE
                       AT END
                           MOVE "YES" TO WS-MR-EOF
                       NOT AT END
                           IF FS-MP-STATUS = "P"
                               PERFORM 4271-POST-ONE-PROPOSAL-PARA
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-MERITPR-FILE
           CLOSE FS-MERITLS-FILE
           CLOSE FS-RATECHG-FILE

           DISPLAY "Rate changes posted: "WS-MR-POSTED
             "  lump sums queued: "WS-MR-LUMP-COUNT
           MOVE "I" TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "merit cycle "WS-MR-EFFECTIVE" posted by teller "
                  WS-OP-ID DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM OPS-LOG-PARA
           .


       4271-POST-ONE-PROPOSAL-PARA.
           IF FS-MP-NEW-RATE > FS-MP-OLD-RATE
               MOVE FS-MP-SSN       TO FS-RATECHG-SSN
               MOVE FS-MP-EFFECTIVE TO FS-RATECHG-EFFECTIVE
               MOVE FS-MP-OLD-RATE  TO FS-RATECHG-OLD-RATE
               MOVE FS-MP-NEW-RATE  TO FS-RATECHG-NEW-RATE
               MOVE "N"             TO FS-RATECHG-APPLIED
               WRITE FS-RATECHG-RECORD
               ADD 1 TO WS-MR-POSTED
           END-IF
           IF FS-MP-LUMP > 0
               MOVE FS-MP-SSN       TO FS-ML-SSN
               MOVE FS-MP-EFFECTIVE TO FS-ML-EFFECTIVE
               MOVE FS-MP-LUMP      TO FS-ML-AMOUNT
               MOVE "N"             TO FS-ML-PAID
               MOVE 0               TO FS-ML-PAID-YEAR
               MOVE 0               TO FS-ML-PAID-MONTH
               MOVE SPACE           TO FS-ML-PAID-FREQ
               MOVE 0               TO FS-ML-PAID-PERIOD
               WRITE FS-MERIT-LUMP
               ADD 1 TO WS-MR-LUMP-COUNT
           END-IF
           MOVE "A"      TO FS-MP-STATUS
           MOVE WS-OP-ID TO FS-MP-APPROVED-BY
           REWRITE FS-MERIT-PROPOSAL
           .


      * paper payroll checks by serial - the file is appended as the
      * serials are drawn, so it reads back in check-number order -
      * with each check's standing on the bank's register
       4300-PAPER-CHECK-REGISTER-PARA.
           DISPLAY "Checks issued in which month (yyyymm, 0 for all)?"
           ACCEPT WS-PCK-YM

           MOVE 0 TO WS-PCK-COUNT
           MOVE 0 TO WS-PCK-TOTAL
           MOVE 0 TO WS-PCK-OUT-COUNT
           MOVE 0 TO WS-PCK-OUT-TOTAL
           MOVE 0 TO WS-PCK-CLR-COUNT
           MOVE 0 TO WS-PCK-CLR-TOTAL
           MOVE 0 TO WS-PCK-VOID-COUNT
           MOVE 0 TO WS-PCK-VOID-TOTAL
           MOVE 0 TO WS-PCK-STALE-COUNT
           PERFORM GET-STAMP-DATE-PARA
           MOVE WS-STAMP-DATE TO WS-PCK-DAY-DATE
           CALL "DATE-TO-DAYS" USING WS-PCK-DAY-YEAR WS-PCK-DAY-MONTH
                                     WS-PCK-DAY-DAY WS-PCK-TODAY-DAYS

           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING "payroll_check_register_"WS-PCK-YM".txt"
             DELIMITED BY SIZE INTO WS-REGISTER-FILENAME

           OPEN OUTPUT FS-REGISTER-FILE
               MOVE SPACES TO FS-REGISTER-LINE
               IF WS-PCK-YM = 0
                   MOVE "PAYROLL CHECK REGISTER - ALL PAPER CHECKS"
                     TO FS-REGISTER-LINE
               ELSE
                   STRING "PAYROLL CHECK REGISTER - ISSUED "WS-PCK-YM
                     DELIMITED BY SIZE INTO FS-REGISTER-LINE
               END-IF
               WRITE FS-REGISTER-LINE
               MOVE "Check no.  Issued   Payee                         
      -            " SSN       Co  Period       Amount  Status"
                 TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE

               MOVE "NO" TO WS-PCK-EOF
               OPEN INPUT FS-OCR-FILE
               OPEN INPUT FS-PCK-FILE
                   IF WS-PCK-FILE-STATUS NOT = "00"
                       DISPLAY "No paper payroll checks on file"
                       MOVE "YES" TO WS-PCK-EOF
                   END-IF
                   PERFORM UNTIL WS-PCK-EOF = "YES"
                       READ FS-PCK-FILE
                           AT END
                               MOVE "YES" TO WS-PCK-EOF
                           NOT AT END
                               IF WS-PCK-YM = 0 OR
                                  FS-PCK-ISSUE-DATE(1:6) = WS-PCK-YM
                                   PERFORM 4310-LIST-PAPER-CHECK-PARA
                               END-IF
                       END-READ
                   END-PERFORM
               CLOSE FS-PCK-FILE
               CLOSE FS-OCR-FILE

               MOVE SPACES TO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE WS-PCK-TOTAL TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "CHECKS ISSUED:     "WS-PCK-COUNT"  "
                      FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE WS-PCK-OUT-TOTAL TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "OUTSTANDING:       "WS-PCK-OUT-COUNT"  "
                      FUNCTION TRIM(WS-DISPLAY)"  (stale over 180 day
      -               "s: "WS-PCK-STALE-COUNT")"
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE WS-PCK-CLR-TOTAL TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "CLEARED:           "WS-PCK-CLR-COUNT"  "
                      FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
               MOVE WS-PCK-VOID-TOTAL TO WS-DISPLAY-MONEY-TMP
               PERFORM CALCULATE-MONEY-DISPLAY-PARA
               MOVE SPACES TO FS-REGISTER-LINE
               STRING "VOIDED:            "WS-PCK-VOID-COUNT"  "
                      FUNCTION TRIM(WS-DISPLAY)
                 DELIMITED BY SIZE INTO FS-REGISTER-LINE
               WRITE FS-REGISTER-LINE
           CLOSE FS-REGISTER-FILE

           DISPLAY "Paper checks listed: "WS-PCK-COUNT
             "  outstanding: "WS-PCK-OUT-COUNT
             "  stale: "WS-PCK-STALE-COUNT
           DISPLAY "Payroll check register written to "
             WS-REGISTER-FILENAME
           MOVE "PAYCHKREG" TO WS-RCAT-TYPE
           MOVE WS-REGISTER-FILENAME TO WS-RCAT-FILENAME
           MOVE WS-PCK-COUNT TO WS-RCAT-COUNT
           PERFORM REGISTER-REPORT-PARA
           .


      * the bank's register has the last word on whether a check is
      * out, cleared or stopped; a payroll void is shown as voided
       4310-LIST-PAPER-CHECK-PARA.
           ADD 1 TO WS-PCK-COUNT
           ADD FS-PCK-AMOUNT TO WS-PCK-TOTAL
           MOVE "O" TO WS-PCK-BANK-STATUS
           IF WS-OCR-FILE-STATUS = "00"
               MOVE FS-PCK-SERIAL TO FS-OCR-SERIAL
               READ FS-OCR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-OCR-STATUS TO WS-PCK-BANK-STATUS
               END-READ
           END-IF
           IF FS-PCK-STATUS = "V"
               MOVE "V" TO WS-PCK-BANK-STATUS
           END-IF

           MOVE SPACES TO WS-PCK-STATUS-TEXT
           EVALUATE WS-PCK-BANK-STATUS
               WHEN "C"
                   ADD 1 TO WS-PCK-CLR-COUNT
                   ADD FS-PCK-AMOUNT TO WS-PCK-CLR-TOTAL
                   MOVE "CLEARED" TO WS-PCK-STATUS-TEXT
               WHEN "V"
                   ADD 1 TO WS-PCK-VOID-COUNT
                   ADD FS-PCK-AMOUNT TO WS-PCK-VOID-TOTAL
                   MOVE "VOID" TO WS-PCK-STATUS-TEXT
               WHEN OTHER
                   ADD 1 TO WS-PCK-OUT-COUNT
                   ADD FS-PCK-AMOUNT TO WS-PCK-OUT-TOTAL
                   MOVE FS-PCK-ISSUE-DATE TO WS-PCK-DAY-DATE
                   CALL "DATE-TO-DAYS" USING WS-PCK-DAY-YEAR
                                             WS-PCK-DAY-MONTH
                                             WS-PCK-DAY-DAY
                                             WS-PCK-ISSUE-DAYS
                   IF WS-PCK-TODAY-DAYS > WS-PCK-ISSUE-DAYS + 180
                       ADD 1 TO WS-PCK-STALE-COUNT
                       MOVE "OUTSTANDING - STALE" TO WS-PCK-STATUS-TEXT
                   ELSE
                       MOVE "OUTSTANDING" TO WS-PCK-STATUS-TEXT
                   END-IF
           END-EVALUATE

           MOVE FS-PCK-SSN TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           MOVE FS-PCK-AMOUNT TO WS-PCK-AMOUNT-EDIT
           MOVE SPACES TO FS-REGISTER-LINE
           STRING FS-PCK-SERIAL"  "FS-PCK-ISSUE-DATE" "FS-PCK-NAME" "
                  WS-MASKED" "FS-PCK-COMPANY" "FS-PCK-YEAR"/"
                  FS-PCK-MONTH" "FS-PCK-FREQ FS-PCK-PERIOD" "
                  WS-PCK-AMOUNT-EDIT"  "WS-PCK-STATUS-TEXT
             DELIMITED BY SIZE INTO FS-REGISTER-LINE
           WRITE FS-REGISTER-LINE
           .



       DISPLAY-EMPLOYEE-DATA-PARA.
           DISPLAY "Name: "FS-EMPLOYEE-NAME
           MOVE FS-EMPLOYEE-SSN TO WS-MASK-NUMBER
           PERFORM MASK-LAST-FOUR-PARA
           DISPLAY "SSN : "WS-MASKED
           IF FS-EMPLOYEE-ACTIVE-FLAG = "N"
               DISPLAY "Status: TERMINATED on "FS-EMPLOYEE-TERM-YEAR"/"
                       FS-EMPLOYEE-TERM-MONTH"/"FS-EMPLOYEE-TERM-DAY
           .


      * WS-MASK-NUMBER in, "****" and its last four digits out in
      * WS-MASKED - the W-2 and the files sent outside are the only
      * places a full SSN is still written
       MASK-LAST-FOUR-PARA.
           MOVE SPACES TO WS-MASKED
           STRING "****" WS-MASK-NUMBER-X(15:4)
             DELIMITED BY SIZE INTO WS-MASKED
           .


       CREATE-EMPLOYEE-FILE-PARA.
           CLOSE FS-EMPLOYEE-FILE
           OPEN OUTPUT FS-EMPLOYEE-FILE
