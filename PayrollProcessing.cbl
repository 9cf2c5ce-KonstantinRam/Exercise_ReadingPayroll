           SELECT ANNUAL-REGISTER-FILE ASSIGN TO 'ANNUAL.RPT'
                  ORGANIZATION IS LINE SEQUENTIAL.

      *> Wage and tax statements - one printed W-2 (or W-2c when the
      *> 'W' card asks for corrections) per employee for the year,
      *> built from YTDHIST.DAT, plus an employer totals page. This
      *> is what replaces hand-typing every form off ANNUAL.RPT.
           SELECT W2-STATEMENT-FILE ASSIGN TO 'W2STMT.RPT'
                  ORGANIZATION IS LINE SEQUENTIAL.

      *> Electronic wage filing extract - employer record, one
      *> employee record per statement, employer totals, and a final
      *> record count, amounts in whole cents. The totals record
      *> carries the same employee count and gross as ANNUAL.RPT's
      *> closing line so the two can be tied before it is sent.
           SELECT W2-EXTRACT-FILE ASSIGN TO 'W2FILE.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL.

      *> Quarter history - one record per employee per closed
      *> quarter, written by the quarterly close from the master's
      *> quarter-to-date buckets just before they are reset, the
      *> same way YTDHIST.DAT keeps the closed years.
           SELECT QTD-HISTORY-FILE ASSIGN TO "QTDHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QH-HIST-KEY
           FILE STATUS IS WS-QTDHIST-FILE-STATUS.

      *> Quarterly wage listing - per employee gross, taxes, taxable
      *> wages and the unemployment wages under the 'Q' card's wage
      *> base, with the archive reconciliation on top. Feeds the
      *> federal quarterly return and the state listing.
           SELECT QUARTER-WAGE-FILE ASSIGN TO 'QTRWAGE.RPT'
                  ORGANIZATION IS LINE SEQUENTIAL.

      *> State unemployment wage extract - header, one detail per
      *> employee paid in the quarter, and a trailer with count and
      *> total cents, in the same H/D/T style as POSPAY.DAT.
           SELECT STATE-WAGE-FILE ASSIGN TO 'STATEQTR.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL.

      *> Restart checkpoint - 1000-INPUT-PROCEDURE rewrites this every
      *> WS-CKPT-INTERVAL successful records so an operator restarting
      *> after an abort can see how far the prior run got. The SORT's
           RECORD KEY IS PD-KEY
           FILE STATUS IS WS-PAYDETL-FILE-STATUS.

      *> Court-order master - one record per employee per case
      *> (support, creditor garnishment, tax levy) with the payee
      *> agency, per-period amount, total owed, balance and arrears.
      *> Carried forward run to run like the YTD master, and the
      *> only place 1350 takes court-ordered withholding from.
           SELECT GARN-MASTER-FILE ASSIGN TO "GARNMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GO-KEY
           FILE STATUS IS WS-GARNMAST-FILE-STATUS.

      *> Order maintenance transactions - add/change/stop rows from
      *> the payroll office, applied to GARNMAST.DAT by the 'M'
      *> maintenance run alongside EMPTRAN.DAT.
           SELECT GARN-TRANS-FILE ASSIGN TO "GARNTRAN.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GARNTRAN-FILE-STATUS.

      *> Order maintenance audit trail - before/after image of every
      *> order touched, plus rejects, same idea as EMPAUDIT.RPT.
           SELECT GARN-AUDIT-FILE ASSIGN TO 'GARNAUD.RPT'
                  ORGANIZATION IS LINE SEQUENTIAL.

      *> Remittance register - every amount withheld this run,
      *> grouped by payee agency with case numbers and what is left
      *> on each order. What the disbursement checks are cut from.
           SELECT GARN-REGISTER-FILE ASSIGN TO 'GARNREG.RPT'
                  ORGANIZATION IS LINE SEQUENTIAL.

      *> Agency remittance extract - header, then per agency an
      *> agency record, one detail per case and an agency total,
      *> then a file trailer, amounts in whole cents. Feeds the
      *> EFT to the agencies the way DEPOSIT.DAT feeds the bank.
           SELECT GARN-REMIT-FILE ASSIGN TO 'GARNREMIT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL.

      *> Deduction register - every DEDUCT.DAT amount withheld this
      *> run, grouped by deduction code, with a total per code. What
      *> the benefit, union and plan remittances are cut from.
           SELECT DEDUCT-REGISTER-FILE ASSIGN TO 'DEDREG.RPT'
                  ORGANIZATION IS LINE SEQUENTIAL.

      *> The benefit carrier's monthly invoice/eligibility file -
      *> who they billed for which deduction code and how much.
      *> Matched against PAYDETL.DAT by the 'C' reconciliation run.
           SELECT CARRIER-INVOICE-FILE ASSIGN TO "CARRINV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CARRINV-FILE-STATUS.

      *> Carrier reconciliation exceptions - billed not deducted,
      *> deducted not billed, amount mismatches and terminated
      *> employees still billed.
           SELECT CARRIER-RECON-FILE ASSIGN TO 'CARRREC.RPT'
                  ORGANIZATION IS LINE SEQUENTIAL.

      *> Run ledger - one entry per run of any mode, keyed by a
      *> rising run number: what ran, for which period or year, when
      *> it started and ended, its count, gross and RETURN-CODE, and
      *> whether balancing or the variance hold stopped it. Every
      *> mode reads it before it starts to refuse an out-of-order or
      *> repeated run, and the 'U' card lists it for the auditors.
           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-RUN-NO
           FILE STATUS IS WS-RUNLEDG-FILE-STATUS.

      *> Run history - the ledger printed, one line per run, with
      *> every refusal and supervisor override spelled out.
           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.RPT'
                  ORGANIZATION IS LINE SEQUENTIAL.

      *> Final-pay rows out of the 'M' run - the vacation payout for
      *> every termination it applied, laid down in the 80-byte
      *> PAYROLL.DAT input format the way RETROADJ.DAT is, flagged
      *> as the final check and ready for the off-cycle run.
           SELECT FINAL-PAY-FILE ASSIGN TO "FINALPAY.DAT"
           ORGANIZATION IS SEQUENTIAL.

      *> Termination checklist - per terminated employee the last
      *> regular period paid, the payout, the court orders and
      *> standing deductions still open, and the bank account to
      *> close, so final pay no longer runs off somebody's memory.
           SELECT TERM-CHECKLIST-FILE ASSIGN TO 'TERMLIST.RPT'
                  ORGANIZATION IS LINE SEQUENTIAL.

      *> Department labor budget - budgeted dollars and hours per
      *> department per pay period, kept by finance. Read at the
      *> end of a regular period run for the budget-versus-actual
      *> report; no file, no report.
           SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUDG.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DEPTBUDG-FILE-STATUS.

      *> Pay-group period calendar - one row per pay group, year and
      *> period with the period's date window and the group's pay
      *> frequency. A 'P' card naming a group takes its window from
      *> here instead of off the card.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PAYCAL-FILE-STATUS.

      *> Budget versus actual by department, period and year to
      *> date, printed and as a CSV the controllers load directly.
           SELECT BUDGET-VARIANCE-FILE ASSIGN TO 'BUDGVAR.RPT'
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUDGET-CSV-FILE ASSIGN TO 'BUDGVAR.CSV'
                  ORGANIZATION IS LINE SEQUENTIAL.

      *> Check master - every check 4287-ISSUE-CHECK-NUMBER cuts,
      *> keyed by check number, kept for good. The 'K' run marks
      *> them cleared off the bank's paid-items file; whatever is
      *> still outstanding is aged from here. A held payroll run
      *> voids the checks it cut - they never went to the bank.
           SELECT CHECK-MASTER-FILE ASSIGN TO "CHKMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CHECK-NO
           FILE STATUS IS WS-CHKMAST-FILE-STATUS.

      *> The bank's paid-items file - one row per check it paid
      *> against the account, trailer-checked like CARRINV.DAT.
           SELECT BANK-PAID-FILE ASSIGN TO "BANKPAID.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BANKPAID-FILE-STATUS.

      *> Paid-item exceptions out of the 'K' run, the outstanding
      *> checks aged by issue date, the stale checks to void and
      *> reissue, and the dormant ones owed to the state as
      *> unclaimed property.
           SELECT CHECK-RECON-FILE ASSIGN TO 'CHKRECON.RPT'
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTSTANDING-CHECK-FILE ASSIGN TO 'CHKOUTST.RPT'
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STALE-CHECK-FILE ASSIGN TO 'CHKSTALE.RPT'
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESCHEAT-FILE ASSIGN TO 'ESCHEAT.RPT'
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-FILE.
       01  OVERTIME-LINE         PIC X(132).

       FD  CSV-FILE.
       01  CSV-LINE              PIC X(200).

       FD  PAYSTUB-FILE.
       01  PAYSTUB-LINE          PIC X(132).
           05  YM-YTD-TAXES          PIC S9(9)V99 COMP-3.
           05  YM-YTD-DEDUCTIONS     PIC S9(9)V99 COMP-3.
           05  YM-LAST-PERIOD-POSTED PIC 9(4).
      *>  The wage-and-tax statement breakout of YM-YTD-TAXES and
      *>  YM-YTD-DEDUCTIONS by DEDUCT.DAT class - federal income tax
      *>  ('T'), social security ('S') and medicare ('M') are inside
      *>  the taxes figure, pre-tax ('P') inside the deductions.
           05  YM-YTD-FED-TAX        PIC S9(9)V99 COMP-3.
           05  YM-YTD-SS-TAX         PIC S9(9)V99 COMP-3.
           05  YM-YTD-MED-TAX        PIC S9(9)V99 COMP-3.
           05  YM-YTD-PRETAX         PIC S9(9)V99 COMP-3.
      *>  Quarter-to-date buckets, reset by the quarterly close and
      *>  nothing else. Taxable is gross less the pre-tax deductions.
      *>  YM-YTD-SUI-WAGES is the unemployment-taxable wages already
      *>  reported in this year's closed quarters, so the next one
      *>  knows how much of the wage base is left.
           05  YM-QTD-GROSS          PIC S9(9)V99 COMP-3.
           05  YM-QTD-TAXES          PIC S9(9)V99 COMP-3.
           05  YM-QTD-TAXABLE        PIC S9(9)V99 COMP-3.
           05  YM-YTD-SUI-WAGES      PIC S9(9)V99 COMP-3.
      *>  The pay group YM-LAST-PERIOD-POSTED was numbered in - the
      *>  same period number in another group's calendar is a
      *>  different period.
           05  YM-LAST-GROUP-POSTED  PIC X(2).

       FD  YTD-HISTORY-FILE.
       01  YTD-HISTORY-RECORD.
           05  YH-PERIODS            PIC S9(5)    COMP.
           05  YH-TAXES              PIC S9(9)V99 COMP-3.
           05  YH-DEDUCTIONS         PIC S9(9)V99 COMP-3.
           05  YH-FED-TAX            PIC S9(9)V99 COMP-3.
           05  YH-SS-TAX             PIC S9(9)V99 COMP-3.
           05  YH-MED-TAX            PIC S9(9)V99 COMP-3.
           05  YH-PRETAX             PIC S9(9)V99 COMP-3.
      *>  What the statement run actually reported for the year. The
      *>  live figures above can be fixed after filing; these can't,
      *>  so a later difference between the two is exactly what a
      *>  corrected statement has to carry as previously reported.
           05  YH-FILED-SW           PIC X(1).
               88  YH-IS-FILED       VALUE 'Y'.
           05  YH-FILED-DATE         PIC 9(6).
           05  YH-FILED-GROSS        PIC S9(9)V99 COMP-3.
           05  YH-FILED-FED-TAX      PIC S9(9)V99 COMP-3.
           05  YH-FILED-SS-TAX       PIC S9(9)V99 COMP-3.
           05  YH-FILED-MED-TAX      PIC S9(9)V99 COMP-3.
           05  YH-FILED-PRETAX       PIC S9(9)V99 COMP-3.

       FD  ANNUAL-REGISTER-FILE.
       01  ANNUAL-REGISTER-LINE  PIC X(132).

       FD  QTD-HISTORY-FILE.
       01  QTD-HISTORY-RECORD.
           05  QH-HIST-KEY.
               10  QH-EMP-ID         PIC X(8).
               10  QH-YEAR           PIC 9(4).
               10  QH-QUARTER        PIC 9(1).
           05  QH-LASTNAME           PIC X(20).
           05  QH-FIRSTNAME          PIC X(15).
           05  QH-GROSS              PIC S9(9)V99 COMP-3.
           05  QH-TAXES              PIC S9(9)V99 COMP-3.
           05  QH-TAXABLE            PIC S9(9)V99 COMP-3.
           05  QH-EXCESS             PIC S9(9)V99 COMP-3.
           05  QH-SUI-WAGES          PIC S9(9)V99 COMP-3.
           05  QH-CLOSED-DATE        PIC 9(6).

       FD  QUARTER-WAGE-FILE.
       01  QUARTER-WAGE-LINE     PIC X(132).

       FD  STATE-WAGE-FILE.
       01  STATE-WAGE-LINE       PIC X(80).

       FD  W2-STATEMENT-FILE.
       01  W2-STATEMENT-LINE     PIC X(132).

       FD  W2-EXTRACT-FILE.
       01  W2-EXTRACT-LINE       PIC X(240).

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMP-ID             PIC X(8).
           05  EM-HIRE-DATE          PIC 9(6).
           05  EM-STATUS             PIC X(1).
               88  EM-IS-ACTIVE      VALUE 'A'.
           05  EM-SSN                PIC X(9).
      *>  The pay group whose calendar the employee is paid on -
      *>  blank in a shop that runs one cycle - and the annual
      *>  salary a salaried row's period amount is cut from.
           05  EM-PAY-GROUP          PIC X(2).
           05  EM-ANNUAL-SALARY      PIC S9(7)V99 COMP-3.

       FD  PARM-FILE.
       01  PARM-RECORD-RAW       PIC X(80).
      *>  period's regular-run check (only a true re-run replaces
      *>  it); regular-run adjustments stack at 1-49 and off-cycle
      *>  records in their own 50-99 range, so the two runs' checks
      *>  can never overwrite each other. PD-PAY-GROUP is the group
      *>  whose calendar PD-PERIOD is numbered in, so the weekly
      *>  period 5 and the semi-monthly period 5 are two periods.
       FD  PAY-DETAIL-ARCHIVE.
       01  PAY-DETAIL-RECORD.
           05  PD-KEY.
               10  PD-EMP-ID         PIC X(8).
               10  PD-PAY-GROUP      PIC X(2).
               10  PD-PERIOD         PIC 9(4).
               10  PD-SEQ            PIC 9(2).
           05  PD-RUN-TYPE           PIC X(1).
           05  PD-OT-HOURS           PIC S9(3)V9  COMP-3.
           05  PD-OT-BASE            PIC 9(3).
           05  PD-OT-MULT            PIC 9V9.
           05  PD-DT-HOURS           PIC S9(3)V9  COMP-3.
           05  PD-DT-PAY             PIC S9(7)V99 COMP-3.
           05  PD-TAXES              PIC S9(7)V99 COMP-3.
           05  PD-DEDUCTIONS         PIC S9(7)V99 COMP-3.
           05  PD-NET-PAY            PIC S9(7)V99 COMP-3.
           05  PD-FED-TAX            PIC S9(7)V99 COMP-3.
           05  PD-SS-TAX             PIC S9(7)V99 COMP-3.
           05  PD-MED-TAX            PIC S9(7)V99 COMP-3.
           05  PD-PRETAX             PIC S9(7)V99 COMP-3.
      *>  YYMMDD the record posted - period numbers restart every
      *>  year, so this is what tells this year's period 3 from last.
           05  PD-RUN-DATE           PIC 9(6).
      *>  YYMMDD the period's window closed - zero when the run had
      *>  no window. Lets a quarter or a coverage month take each
      *>  group's checks by date when their period numbers differ.
           05  PD-PERIOD-END         PIC 9(6).
      *>  Court-ordered withholding inside PD-DEDUCTIONS.
           05  PD-GARNISHED          PIC S9(7)V99 COMP-3.
      *>  The rest of PD-DEDUCTIONS, one entry per DEDUCT.DAT row
      *>  worked for the check - what the carrier invoice is
      *>  reconciled against.
           05  PD-DED-COUNT          PIC 9(2).
           05  PD-DED-ENTRY OCCURS 20 TIMES.
               10  PD-DED-CODE       PIC X(3).
               10  PD-DED-CLASS      PIC X(1).
               10  PD-DED-AMOUNT     PIC S9(7)V99 COMP-3.

      *>  GO-TYPE 'S' support, 'C' creditor garnishment, 'L' tax
      *>  levy. GO-TOTAL-OWED zero is an open-ended order (ongoing
      *>  support) that never pays down; otherwise GO-BALANCE is
      *>  what is left and the order is satisfied at zero.
      *>  GO-ARREARS is what the disposable-earnings cap kept the
      *>  order from taking in earlier periods, collected on top of
      *>  the per-period amount as room allows. GO-EXEMPT-AMT is the
      *>  levy's per-period exempt amount; a levy with no per-period
      *>  amount takes everything above it up to the balance.
       FD  GARN-MASTER-FILE.
       01  GARN-ORDER-RECORD.
           05  GO-KEY.
               10  GO-EMP-ID         PIC X(8).
               10  GO-CASE-NO        PIC X(15).
           05  GO-TYPE               PIC X(1).
               88  GO-IS-SUPPORT     VALUE 'S'.
               88  GO-IS-CREDITOR    VALUE 'C'.
               88  GO-IS-LEVY        VALUE 'L'.
           05  GO-AGENCY-ID          PIC X(8).
           05  GO-AGENCY-NAME        PIC X(18).
           05  GO-ORDER-DATE         PIC 9(6).
           05  GO-PER-PERIOD         PIC S9(5)V99 COMP-3.
           05  GO-TOTAL-OWED         PIC S9(7)V99 COMP-3.
           05  GO-BALANCE            PIC S9(7)V99 COMP-3.
           05  GO-ARREARS            PIC S9(7)V99 COMP-3.
           05  GO-EXEMPT-AMT         PIC S9(5)V99 COMP-3.
           05  GO-STATUS             PIC X(1).
               88  GO-IS-ACTIVE      VALUE 'A'.
               88  GO-IS-SATISFIED   VALUE 'S'.
               88  GO-IS-STOPPED     VALUE 'X'.
           05  GO-LAST-PERIOD        PIC 9(4).
           05  GO-LAST-DATE          PIC 9(6).
           05  GO-TOTAL-WITHHELD     PIC S9(7)V99 COMP-3.

       FD  GARN-TRANS-FILE.
       01  GARN-TRANS-RECORD     PIC X(80).

       FD  GARN-AUDIT-FILE.
       01  GARN-AUDIT-LINE       PIC X(132).

       FD  GARN-REGISTER-FILE.
       01  GARN-REGISTER-LINE    PIC X(132).

       FD  GARN-REMIT-FILE.
       01  GARN-REMIT-LINE       PIC X(80).

       FD  DEDUCT-REGISTER-FILE.
       01  DEDUCT-REGISTER-LINE  PIC X(132).

      *>  'H' header naming the carrier and invoice, one 'D' per
      *>  employee and deduction code billed, 'T' trailer with the
      *>  detail count and billed total in cents so a short file is
      *>  caught. Raw-plus-redefine on the amounts, same idea as
      *>  WS-INPUT-RECORD.
       FD  CARRIER-INVOICE-FILE.
       01  CARRIER-INVOICE-RECORD.
           05  CI-TYPE               PIC X(1).
               88  CI-IS-HEADER      VALUE 'H'.
               88  CI-IS-DETAIL      VALUE 'D'.
               88  CI-IS-TRAILER     VALUE 'T'.
           05  CI-EMP-ID             PIC X(8).
           05  CI-DED-CODE           PIC X(3).
           05  CI-BILLED-X           PIC X(7).
           05  CI-BILLED-X-NUM REDEFINES CI-BILLED-X PIC 9(5)V99.
           05  CI-LASTNAME           PIC X(20).
           05  CI-FIRSTNAME          PIC X(15).
           05  CI-COVERAGE           PIC X(2).
           05  FILLER                PIC X(24).
       01  CARRIER-INVOICE-HEADER.
           05  FILLER                PIC X(1).
           05  CIH-CARRIER-ID        PIC X(8).
           05  CIH-INVOICE-NO        PIC X(12).
           05  CIH-INVOICE-DATE      PIC X(6).
           05  FILLER                PIC X(53).
       01  CARRIER-INVOICE-TRAILER.
           05  FILLER                PIC X(1).
           05  CIT-COUNT-X           PIC X(7).
           05  CIT-COUNT-X-NUM REDEFINES CIT-COUNT-X PIC 9(7).
           05  CIT-AMOUNT-X          PIC X(11).
           05  CIT-AMOUNT-X-NUM REDEFINES CIT-AMOUNT-X PIC 9(11).
           05  FILLER                PIC X(61).

       FD  CARRIER-RECON-FILE.
       01  CARRIER-RECON-LINE    PIC X(132).

      *>  Status 'S' is written when the run starts and turned to 'E'
      *>  when it ends; an entry still 'S' is a run that died before
      *>  its end. 'A' is an aborted run, 'R' a run the sequence
      *>  check refused. A refused-then-overridden run carries the
      *>  refusal in RL-NOTE and who overrode it and why.
       FD  RUN-LEDGER-FILE.
       01  RUN-LEDGER-RECORD.
           05  RL-RUN-NO             PIC 9(8).
           05  RL-MODE               PIC X(1).
           05  RL-OPTION             PIC X(1).
      *>  Pay group of a payroll or off-cycle run - each group's
      *>  periods are in sequence on their own.
           05  RL-PAY-GROUP          PIC X(2).
           05  RL-PERIOD             PIC 9(4).
           05  RL-YEAR               PIC 9(4).
           05  RL-STATUS             PIC X(1).
               88  RL-STARTED        VALUE 'S'.
               88  RL-ENDED          VALUE 'E'.
               88  RL-ABORTED        VALUE 'A'.
               88  RL-REFUSED        VALUE 'R'.
           05  RL-START-DATE         PIC 9(6).
           05  RL-START-TIME         PIC 9(8).
           05  RL-END-DATE           PIC 9(6).
           05  RL-END-TIME           PIC 9(8).
           05  RL-RECORD-COUNT       PIC S9(7) COMP-3.
           05  RL-GROSS              PIC S9(11)V99 COMP-3.
           05  RL-RETURN-CODE        PIC 9(4).
           05  RL-BALANCE-SW         PIC X(1).
               88  RL-OUT-OF-BALANCE VALUE 'Y'.
           05  RL-VARIANCE-SW        PIC X(1).
               88  RL-VARIANCE-HELD  VALUE 'Y'.
           05  RL-INPUT-COUNT        PIC S9(7) COMP-3.
           05  RL-INPUT-HASH         PIC S9(13)V99 COMP-3.
           05  RL-OVERRIDE-BY        PIC X(8).
           05  RL-OVERRIDE-REASON    PIC X(40).
           05  RL-NOTE               PIC X(60).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-LINE      PIC X(132).

       FD  FINAL-PAY-FILE.
       01  FINAL-PAY-RECORD      PIC X(80).

       FD  TERM-CHECKLIST-FILE.
       01  TERM-CHECKLIST-LINE   PIC X(132).

      *>  One row per department per period of the budget year.
      *>  Two rows for the same department and period add together.
       FD  DEPT-BUDGET-FILE.
       01  DEPT-BUDGET-RECORD.
           05  BG-DEPT               PIC X(3).
           05  BG-YEAR-X             PIC X(4).
           05  BG-YEAR-X-NUM REDEFINES BG-YEAR-X PIC 9(4).
           05  BG-PERIOD-X           PIC X(4).
           05  BG-PERIOD-X-NUM REDEFINES BG-PERIOD-X PIC 9(4).
           05  BG-DOLLARS-X          PIC X(11).
           05  BG-DOLLARS-X-NUM REDEFINES BG-DOLLARS-X
                                     PIC 9(9)V99.
           05  BG-HOURS-X            PIC X(7).
           05  BG-HOURS-X-NUM REDEFINES BG-HOURS-X PIC 9(6)V9.
      *>  The pay group whose calendar BG-PERIOD-X is numbered in -
      *>  blank for the ungrouped calendar.
           05  BG-PAY-GROUP          PIC X(2).
           05  FILLER                PIC X(49).

      *>  Frequency 'W' weekly (52 a year), 'B' biweekly (26), 'S'
      *>  semi-monthly (24), 'M' monthly (12). Dates are YYMMDD.
       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           05  PC-PAY-GROUP          PIC X(2).
           05  PC-YEAR-X             PIC X(4).
           05  PC-YEAR-X-NUM REDEFINES PC-YEAR-X PIC 9(4).
           05  PC-PERIOD-X           PIC X(4).
           05  PC-PERIOD-X-NUM REDEFINES PC-PERIOD-X PIC 9(4).
           05  PC-START-X            PIC X(6).
           05  PC-START-X-NUM REDEFINES PC-START-X PIC 9(6).
           05  PC-END-X              PIC X(6).
           05  PC-END-X-NUM REDEFINES PC-END-X PIC 9(6).
           05  PC-FREQUENCY          PIC X(1).
           05  FILLER                PIC X(57).

       FD  BUDGET-VARIANCE-FILE.
       01  BUDGET-VARIANCE-LINE  PIC X(132).

       FD  BUDGET-CSV-FILE.
       01  BUDGET-CSV-LINE       PIC X(200).

      *>  Written 'O' outstanding when the check is issued and turned
      *>  'C' cleared by the first paid item the bank reports for
      *>  it. A later paid item for the same check only adds to
      *>  CM-PAID-COUNT - the first payment's date and amount stand.
       FD  CHECK-MASTER-FILE.
       01  CHECK-MASTER-RECORD.
           05  CM-CHECK-NO           PIC 9(8).
           05  CM-EMP-ID             PIC X(8).
           05  CM-PAYEE              PIC X(36).
           05  CM-AMOUNT             PIC S9(7)V99 COMP-3.
           05  CM-ISSUE-DATE         PIC 9(6).
           05  CM-PERIOD             PIC 9(4).
           05  CM-RUN-TYPE           PIC X(1).
           05  CM-STATUS             PIC X(1).
               88  CM-OUTSTANDING    VALUE 'O'.
               88  CM-CLEARED        VALUE 'C'.
               88  CM-VOIDED         VALUE 'V'.
           05  CM-PAID-DATE          PIC 9(6).
           05  CM-PAID-AMOUNT        PIC S9(9)V99 COMP-3.
           05  CM-PAID-COUNT         PIC 9(2).
           05  CM-RECON-DATE         PIC 9(6).
           05  CM-RECON-RUN-NO       PIC 9(8).
           05  CM-PAY-GROUP          PIC X(2).
           05  FILLER                PIC X(18).

      *>  'D' per paid check, 'T' trailer with the detail count and
      *>  paid total in cents - same cents convention as the
      *>  positive-pay file the bank was sent.
       FD  BANK-PAID-FILE.
       01  BANK-PAID-RECORD.
           05  BP-TYPE               PIC X(1).
               88  BP-IS-DETAIL      VALUE 'D'.
               88  BP-IS-TRAILER     VALUE 'T'.
           05  BP-CHECK-NO-X         PIC X(8).
           05  BP-CHECK-NO-X-NUM REDEFINES BP-CHECK-NO-X PIC 9(8).
           05  BP-AMOUNT-X           PIC X(11).
           05  BP-AMOUNT-X-NUM REDEFINES BP-AMOUNT-X PIC 9(11).
           05  BP-PAID-DATE-X        PIC X(6).
           05  BP-PAID-DATE-X-NUM REDEFINES BP-PAID-DATE-X PIC 9(6).
           05  BP-BANK-REF           PIC X(15).
           05  FILLER                PIC X(39).
       01  BANK-PAID-TRAILER.
           05  FILLER                PIC X(1).
           05  BPT-COUNT-X           PIC X(7).
           05  BPT-COUNT-X-NUM REDEFINES BPT-COUNT-X PIC 9(7).
           05  BPT-AMOUNT-X          PIC X(13).
           05  BPT-AMOUNT-X-NUM REDEFINES BPT-AMOUNT-X PIC 9(13).
           05  FILLER                PIC X(59).

       FD  CHECK-RECON-FILE.
       01  CHECK-RECON-LINE      PIC X(132).

       FD  OUTSTANDING-CHECK-FILE.
       01  OUTSTANDING-CHECK-LINE PIC X(132).

       FD  STALE-CHECK-FILE.
       01  STALE-CHECK-LINE      PIC X(132).

       FD  ESCHEAT-FILE.
       01  ESCHEAT-LINE          PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-OT-HOURS          PIC S9(3)V9  COMP-3.
           05  SR-OT-BASE           PIC 9(3).
           05  SR-OT-MULT           PIC 9V9.
      *> The double-time share of SR-OT-HOURS / SR-OT-PAY - the rest
      *> is the 1.5x tier.
           05  SR-DT-HOURS          PIC S9(3)V9  COMP-3.
           05  SR-DT-PAY            PIC S9(7)V99 COMP-3.
           05  SR-TAXES             PIC S9(7)V99 COMP-3.
           05  SR-DEDUCTIONS        PIC S9(7)V99 COMP-3.
           05  SR-NET-PAY           PIC S9(7)V99 COMP-3.
      *> 'T' when the hours came off TIMECARD.DAT - only then do the
      *> punch rows carry a trustworthy worked-dept split.
           05  SR-HOURS-SRC         PIC X(1).
      *> 'F' on the employee's final check - 4255 closes the leave
      *> balances out when it posts.
           05  SR-FINAL-PAY         PIC X(1).
               88  SR-IS-FINAL-PAY  VALUE 'F'.
      *> The employee's pay group off the master - it keys the
      *> archive record under the right group's calendar.
           05  SR-PAY-GROUP         PIC X(2).
      *> Class breakout of SR-TAXES / SR-DEDUCTIONS for the W-2 boxes.
           05  SR-FED-TAX           PIC S9(7)V99 COMP-3.
           05  SR-SS-TAX            PIC S9(7)V99 COMP-3.
           05  SR-MED-TAX           PIC S9(7)V99 COMP-3.
           05  SR-PRETAX            PIC S9(7)V99 COMP-3.
      *> Court-ordered withholding inside SR-DEDUCTIONS, and every
      *> active order it was worked against - a zero amount still
      *> rides along so 4240 can carry the shortfall to arrears.
           05  SR-GARNISHED         PIC S9(7)V99 COMP-3.
           05  SR-GARN-COUNT        PIC 9(1).
           05  SR-GARN-ENTRY OCCURS 5 TIMES.
               10  SR-GARN-CASE-NO  PIC X(15).
               10  SR-GARN-AMOUNT   PIC S9(7)V99 COMP-3.
      *> Every DEDUCT.DAT row worked for the check, by code, with
      *> what it actually took - zero when the net ran out first.
           05  SR-DED-COUNT         PIC 9(2).
           05  SR-DED-ENTRY OCCURS 20 TIMES.
               10  SR-DED-CODE      PIC X(3).
               10  SR-DED-CLASS     PIC X(1).
               10  SR-DED-AMOUNT    PIC S9(7)V99 COMP-3.



           05  WS-ADJ-SIGN-X        PIC X(1).
           05  WS-AMOUNT-X          PIC X(9).
           05  WS-AMOUNT-X-NUM REDEFINES WS-AMOUNT-X PIC 9(7)V99.
      *> 'F' marks the employee's final check, carved out of the old
      *> FILLER - blank on every other row. The 'M' run sets it on
      *> the vacation payout it generates; HR can key it on the
      *> final hours row too.
           05  WS-FINAL-PAY-X       PIC X(1).
               88  FINAL-PAY-ROW    VALUE 'F'.
           05  FILLER               PIC X(7).

       01  WS-VALIDATED-RECORD.
           05  WS-EMP-ID            PIC X(8) VALUE 'BLANC'.
           05  WS-LASTNAME          PIC X(20) VALUE 'BLANC'.
           05  WS-REGULAR-PAY       PIC S9(8)V99 VALUE 0 COMP-3.
           05  WS-OVERTIME-PAY      PIC S9(8)V99 VALUE 0 COMP-3.
           05  WS-OVERTIME-RATE     PIC S9(4)V99 VALUE 0 COMP-3.
           05  WS-DT-HOURS          PIC S9(3)V9 VALUE 0 COMP-3.
           05  WS-DT-PAY            PIC S9(8)V99 VALUE 0 COMP-3.
           05  WS-TAX-WITHHELD      PIC S9(8)V99 VALUE 0 COMP-3.
           05  WS-TOTAL-DEDUCTIONS  PIC S9(8)V99 VALUE 0 COMP-3.
           05  WS-NET-PAY           PIC S9(8)V99 VALUE 0 COMP-3.
           05  WS-FED-WITHHELD      PIC S9(8)V99 VALUE 0 COMP-3.
           05  WS-SS-WITHHELD       PIC S9(8)V99 VALUE 0 COMP-3.
           05  WS-MED-WITHHELD      PIC S9(8)V99 VALUE 0 COMP-3.
           05  WS-PRETAX-DEDUCTED   PIC S9(8)V99 VALUE 0 COMP-3.
           05  WS-GARN-WITHHELD     PIC S9(8)V99 VALUE 0 COMP-3.

       01 WS-PAYROLL-DSP.
          05  WS-TOTAL-PAY-DSP     PIC Z9.9 VALUE '0'.
           88 PAYDETL-FILE-NOT-FOUND  VALUE "23", "35".
           88 PAYDETL-FILE-DUPLICATE  VALUE "22".

       01 WS-QTDHIST-FILE-STATUS    PIC XX.
           88 QTDHIST-FILE-OK         VALUE "00".
           88 QTDHIST-FILE-NOT-FOUND  VALUE "23", "35".
           88 QTDHIST-FILE-DUPLICATE  VALUE "22".

       01 WS-GARNMAST-FILE-STATUS   PIC XX.
           88 GARNMAST-FILE-OK        VALUE "00".
           88 GARNMAST-FILE-NOT-FOUND VALUE "23", "35".
           88 GARNMAST-FILE-DUPLICATE VALUE "22".

       01 WS-GARNTRAN-FILE-STATUS   PIC XX.
           88 GARNTRAN-FILE-OK        VALUE "00".
           88 GARNTRAN-FILE-EOF       VALUE "10".
           88 GARNTRAN-FILE-NOT-FOUND VALUE "35".

       01 WS-CARRINV-FILE-STATUS    PIC XX.
           88 CARRINV-FILE-OK         VALUE "00".
           88 CARRINV-FILE-EOF        VALUE "10".
           88 CARRINV-FILE-NOT-FOUND  VALUE "35".

       01 WS-RUNLEDG-FILE-STATUS    PIC XX.
           88 RUNLEDG-FILE-OK         VALUE "00".
           88 RUNLEDG-FILE-NOT-FOUND  VALUE "23", "35".
           88 RUNLEDG-FILE-DUPLICATE  VALUE "22".

       01 WS-DEPTBUDG-FILE-STATUS   PIC XX.
           88 DEPTBUDG-FILE-OK        VALUE "00".
           88 DEPTBUDG-FILE-EOF       VALUE "10".
           88 DEPTBUDG-FILE-NOT-FOUND VALUE "35".

       01 WS-PAYCAL-FILE-STATUS     PIC XX.
           88 PAYCAL-FILE-OK          VALUE "00".
           88 PAYCAL-FILE-EOF         VALUE "10".
           88 PAYCAL-FILE-NOT-FOUND   VALUE "35".

       01 WS-CHKMAST-FILE-STATUS    PIC XX.
           88 CHKMAST-FILE-OK         VALUE "00".
           88 CHKMAST-FILE-NOT-FOUND  VALUE "23", "35".
           88 CHKMAST-FILE-DUPLICATE  VALUE "22".

       01 WS-BANKPAID-FILE-STATUS   PIC XX.
           88 BANKPAID-FILE-OK        VALUE "00".
           88 BANKPAID-FILE-EOF       VALUE "10".
           88 BANKPAID-FILE-NOT-FOUND VALUE "35".

      *> RESTART/CHECKPOINT CONTROL - see 1050-READ-RESTART-CHECKPOINT
      *> and 1500-WRITE-CHECKPOINT.
       01  WS-CHECKPOINT-CONTROL.
               10  WS-TC-SAVE-HOURS  PIC S9(5)V9 COMP-3.
           05  WS-PUNCH-DEPT         PIC X(3) VALUE SPACES.

      *> DAILY HOURS TABLE - the same punches again, but kept by
      *> EMP-ID and work date (summed across worked depts) so 1315
      *> can work overtime out per day and per workweek. 0131 appends
      *> a row per punch; 0180 sorts and 0183 collapses them to one
      *> row per employee per day, in SEARCH ALL order like the
      *> hours table above.
       01  WS-DAILY-HOURS-TABLE.
           05  WS-DH-AREA.
               10  WS-DH-ENTRIES OCCURS 100000 TIMES
                                   ASCENDING KEY IS WS-DH-EMP-ID
                                   INDEXED BY DH-IDX.
                   15  WS-DH-EMP-ID      PIC X(8).
                   15  WS-DH-WORK-DATE   PIC 9(6).
                   15  WS-DH-HOURS       PIC S9(3)V9 COMP-3.
           05  WS-DH-TABLE-MAX       PIC S9(8) COMP VALUE 100000.
           05  WS-DH-TABLE-HIGH      PIC S9(8) COMP VALUE ZERO.
           05  WS-DH-RAW-HIGH        PIC S9(8) COMP VALUE ZERO.
           05  WS-DH-SAVE-ENTRY.
               10  WS-DH-SAVE-EMP-ID PIC X(8).
               10  WS-DH-SAVE-DATE   PIC 9(6).
               10  WS-DH-SAVE-HOURS  PIC S9(3)V9 COMP-3.

      *> Shared work fields for the binary-search/shell-sort plumbing.
       01  WS-LOOKUP-WORK.
           05  WS-BIN-LO             PIC S9(8) COMP VALUE ZERO.
      *> DEDUCTION MASTER TABLE - loaded whole from DEDUCTION-MASTER-
      *> FILE by 0140-LOAD-DEDUCTIONS so 1350-CALCULATE-DEDUCTIONS can
      *> find an employee's deductions without a file READ per released
      *> record. WS-DED-CLASS 'T' (federal income tax), 'S' (social
      *> security) and 'M' (medicare) rows count as tax withholding in
      *> the YTD figures; 'P' is a pre-tax deduction that comes out of
      *> wage-and-tax box 1; anything else is an ordinary deduction.
      *> DEDUCT.DAT must arrive in EMP-ID sequence (the load enforces
      *> it) so 1350 can SEARCH ALL straight to an employee's rows
      *> instead of scanning the table per released record.
                   15  WS-DED-EMP-ID     PIC X(8).
                   15  WS-DED-CODE       PIC X(3).
                   15  WS-DED-CLASS      PIC X(1).
                       88  DED-IS-TAX    VALUE 'T' 'S' 'M'.
                       88  DED-IS-PRETAX VALUE 'P'.
                   15  WS-DED-METHOD     PIC X(1).
                       88  DED-IS-FLAT    VALUE 'F'.
                       88  DED-IS-PERCENT VALUE 'P'.
           05  WS-CHECKS-ISSUED      PIC S9(7) COMP VALUE ZERO.
           05  WS-CHECKS-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-POSPAY-CENTS       PIC 9(11) VALUE ZERO.
           05  WS-CHM-WRITTEN-COUNT  PIC S9(7) COMP VALUE ZERO.
           05  WS-CHM-REPLACED-COUNT PIC S9(7) COMP VALUE ZERO.
           05  WS-CHM-CONFLICT-COUNT PIC S9(7) COMP VALUE ZERO.
           05  WS-CHM-SAVE-RECORD    PIC X(117) VALUE SPACES.
           05  WS-CHM-FIRST-NO       PIC 9(8) VALUE ZERO.
           05  WS-CHM-VOID-NO        PIC 9(8) VALUE ZERO.
           05  WS-CHM-VOIDED-COUNT   PIC S9(7) COMP VALUE ZERO.

      *> CHECK REGISTER LAYOUTS
       01  WS-CKR-HEADER.
           05  CKR-PERIOD-NO     PIC ZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CKR-RUN-TYPE      PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'PAY GROUP '.
           05  CKR-PAY-GROUP     PIC X(2) VALUE SPACES.

       01  WS-CKR-DETAIL.
           05  CKR-CHECK-NO      PIC 9(8).
           05  WS-EDW-MAX            PIC S9(3) COMP VALUE 20.
           05  WS-EDW-ENTRIES OCCURS 20 TIMES
                               INDEXED BY EDW-IDX.
               10  WS-EDW-CODE       PIC X(3).
               10  WS-EDW-CLASS      PIC X(1).
               10  WS-EDW-METHOD     PIC X(1).
               10  WS-EDW-AMOUNT     PIC S9(5)V99 COMP-3.
               10  WS-EDW-PRIORITY   PIC S9(2)    COMP.
               10  WS-EDW-APPLIED    PIC X(1).
               10  WS-EDW-TAKEN      PIC S9(7)V99 COMP-3.
           05  WS-EDW-HIGH           PIC S9(3) COMP VALUE ZERO.
           05  WS-EDW-PICK           PIC S9(3) COMP VALUE ZERO.
           05  WS-EDW-BEST-PRIORITY  PIC S9(3) COMP VALUE ZERO.
           05  WS-EDW-THIS-AMOUNT    PIC S9(8)V99 COMP-3 VALUE ZERO.
      *> 'T' on the first pass takes only the tax classes, so the
      *> court orders can be worked against what is left after the
      *> mandatory taxes; 'A' on the second pass takes the rest.
           05  WS-EDW-PASS-SW        PIC X(1) VALUE 'A'.
               88  EDW-TAX-PASS      VALUE 'T'.
               88  EDW-ALL-PASS      VALUE 'A'.

      *> DISPOSABLE-EARNINGS LIMITS - percent of disposable earnings
      *> a support order may take, percent a creditor garnishment
      *> may take, and the per-period floor of disposable earnings a
      *> creditor garnishment may never touch (30 hours at minimum
      *> wage on a weekly cycle - a pay group on a longer cycle has
      *> it scaled up per check). Compiled defaults, overridden by a
      *> 'J' PARMS.DAT card.
       01  WS-GARN-LIMITS.
           05  WS-GL-SUPPORT-PCT     PIC 9(3)    VALUE 50.
           05  WS-GL-CREDITOR-PCT    PIC 9(3)    VALUE 25.
           05  WS-GL-FLOOR           PIC 9(5)V99 VALUE 217.50.
      *>   The floor for this check - the weekly floor scaled to the
      *>   pay group's frequency when the run is on a calendar.
           05  WS-GL-PERIOD-FLOOR    PIC 9(5)V99 VALUE ZERO.

      *> Per-employee working set for 1360-APPLY-GARNISHMENTS - the
      *> employee's active orders off GARNMAST.DAT, taken in rank
      *> order: support first, then tax levies, then creditor
      *> garnishments, oldest order first within a type.
       01  WS-EMP-GARN-WORK.
           05  WS-GRW-MAX            PIC S9(3) COMP VALUE 5.
           05  WS-GRW-ENTRIES OCCURS 5 TIMES
                               INDEXED BY GRW-IDX.
               10  WS-GRW-CASE-NO    PIC X(15).
               10  WS-GRW-TYPE       PIC X(1).
               10  WS-GRW-RANK       PIC 9(9).
               10  WS-GRW-PER-PERIOD PIC S9(5)V99 COMP-3.
               10  WS-GRW-ARREARS    PIC S9(7)V99 COMP-3.
               10  WS-GRW-TOTAL-OWED PIC S9(7)V99 COMP-3.
               10  WS-GRW-BALANCE    PIC S9(7)V99 COMP-3.
               10  WS-GRW-EXEMPT     PIC S9(5)V99 COMP-3.
               10  WS-GRW-TAKEN      PIC S9(7)V99 COMP-3.
               10  WS-GRW-APPLIED    PIC X(1).
           05  WS-GRW-HIGH           PIC S9(3) COMP VALUE ZERO.
           05  WS-GRW-PICK           PIC S9(3) COMP VALUE ZERO.
           05  WS-GRW-BEST-RANK      PIC 9(9) VALUE ZERO.
           05  WS-GRW-DISPOSABLE     PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-GRW-SUPPORT-ROOM   PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-GRW-CREDITOR-ROOM  PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-GRW-ALL-TAKEN      PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-GRW-WANT           PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-GRW-ROOM           PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-GRW-SUB            PIC S9(3) COMP VALUE ZERO.
      *> Order dates are YYMMDD - a YY later than this year's is
      *> last century, same rule as the service-years arithmetic.
           05  WS-GRW-ORDER-DATE     PIC 9(6).
           05  WS-GRW-ORDER-SPLIT REDEFINES WS-GRW-ORDER-DATE.
               10  WS-GRW-ORDER-YY   PIC 9(2).
               10  WS-GRW-ORDER-MMDD PIC 9(4).
           05  WS-GRW-TODAY          PIC 9(6).
           05  WS-GRW-TODAY-SPLIT REDEFINES WS-GRW-TODAY.
               10  WS-GRW-TODAY-YY   PIC 9(2).
               10  WS-GRW-TODAY-MMDD PIC 9(4).

      *> REMITTANCE TABLE - one entry per order that had money
      *> withheld, collected by 4240 as each record posts, then
      *> put in agency/case order by 5710 for the register and the
      *> remittance extract.
       01  WS-REMIT-TABLE.
           05  WS-RMT-MAX            PIC S9(5) COMP VALUE 5000.
           05  WS-RMT-ENTRIES OCCURS 5000 TIMES
                               INDEXED BY RMT-IDX.
               10  WS-RMT-KEY.
                   15  WS-RMT-AGENCY-ID   PIC X(8).
                   15  WS-RMT-CASE-NO     PIC X(15).
                   15  WS-RMT-EMP-ID      PIC X(8).
               10  WS-RMT-AGENCY-NAME PIC X(18).
               10  WS-RMT-TYPE       PIC X(1).
               10  WS-RMT-LASTNAME   PIC X(20).
               10  WS-RMT-FIRSTNAME  PIC X(15).
               10  WS-RMT-AMOUNT     PIC S9(7)V99 COMP-3.
               10  WS-RMT-BALANCE    PIC S9(7)V99 COMP-3.
               10  WS-RMT-STATUS     PIC X(1).
           05  WS-RMT-HIGH           PIC S9(5) COMP VALUE ZERO.
           05  WS-RMT-SAVE-ENTRY.
               10  WS-RMT-SAVE-KEY   PIC X(31).
               10  FILLER            PIC X(65).
           05  WS-RMT-DROPPED        PIC S9(7) COMP VALUE ZERO.
           05  WS-RMT-PREV-AGENCY    PIC X(8) VALUE SPACES.
           05  WS-RMT-AGENCY-COUNT   PIC S9(7) COMP VALUE ZERO.
           05  WS-RMT-AGENCY-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-RMT-AGENCIES       PIC S9(5) COMP VALUE ZERO.
           05  WS-RMT-GRAND-COUNT    PIC S9(7) COMP VALUE ZERO.
           05  WS-RMT-GRAND-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RMT-POSTED-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RMT-CENTS          PIC 9(13) VALUE ZERO.

      *> GARNISHMENT REGISTER LAYOUTS
       01  WS-GRG-HEADER.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(34)
                     VALUE 'GARNISHMENT REMITTANCE REGISTER'.
           05  FILLER            PIC X(8) VALUE 'PERIOD '.
           05  GRG-PERIOD-NO     PIC ZZZ9.
           05  FILLER            PIC X(12) VALUE '  RUN DATE: '.
           05  GRG-RUN-DATE      PIC 9(6).
           05  FILLER            PIC X(13) VALUE '  PAY GROUP: '.
           05  GRG-PAY-GROUP     PIC X(2).

       01  WS-GRG-AGENCY-LINE.
           05  FILLER            PIC X(8) VALUE 'AGENCY: '.
           05  GRG-AGENCY-ID     PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GRG-AGENCY-NAME   PIC X(18).

       01  WS-GRG-COLUMN-LINE.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FILLER            PIC X(17) VALUE 'CASE NUMBER'.
           05  FILLER            PIC X(10) VALUE 'EMP ID'.
           05  FILLER            PIC X(38) VALUE 'EMPLOYEE'.
           05  FILLER            PIC X(6) VALUE 'TYPE'.
           05  FILLER            PIC X(15) VALUE '       WITHHELD'.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(15) VALUE '   BALANCE LEFT'.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'STATUS'.

       01  WS-GRG-DETAIL.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  GRG-CASE-NO       PIC X(15).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GRG-EMP-ID        PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GRG-LASTNAME      PIC X(20).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  GRG-FIRSTNAME     PIC X(15).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  GRG-TYPE          PIC X(1).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  GRG-AMOUNT        PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  GRG-BALANCE       PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  GRG-STATUS        PIC X(10).

       01  WS-GRG-AGENCY-TOTAL.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'AGENCY TOTAL: '.
           05  GRG-AGY-COUNT     PIC ZZ,ZZ9.
           05  FILLER            PIC X(8) VALUE ' CASES  '.
           05  GRG-AGY-TOTAL     PIC $$$,$$$,$$9.99.

       01  WS-GRG-TOTAL-LINE.
           05  FILLER            PIC X(18) VALUE '*** REMITTANCES: '.
           05  GRG-COUNT         PIC ZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE '  AGENCIES: '.
           05  GRG-AGENCIES      PIC ZZ,ZZ9.
           05  FILLER            PIC X(9) VALUE '  TOTAL: '.
           05  GRG-TOTAL         PIC $$$,$$$,$$9.99.

       01  WS-GRG-DROPPED-LINE.
           05  FILLER            PIC X(32)
                     VALUE '*** REMITTANCE TABLE FULL -'.
           05  GRG-DROPPED       PIC ZZ,ZZ9.
           05  FILLER            PIC X(40)
                     VALUE ' WITHHOLDINGS NOT LISTED - RUN HELD'.

      *> Fixed-format agency remittance records - 'H' header with
      *> run date and period, then per agency an 'A' agency record,
      *> one 'D' per case and an 'S' agency total, then a 'T'
      *> trailer carrying the agency count, detail count and total
      *> cents so the receiving side can balance the file.
       01  WS-GRM-HEADER-REC.
           05  FILLER            PIC X(1) VALUE 'H'.
           05  GRM-HDR-RUN-DATE  PIC 9(6).
           05  GRM-HDR-PERIOD    PIC 9(4).
           05  FILLER            PIC X(69) VALUE SPACES.

       01  WS-GRM-AGENCY-REC.
           05  FILLER            PIC X(1) VALUE 'A'.
           05  GRM-AGY-ID        PIC X(8).
           05  GRM-AGY-NAME      PIC X(18).
           05  FILLER            PIC X(53) VALUE SPACES.

       01  WS-GRM-DETAIL-REC.
           05  FILLER            PIC X(1) VALUE 'D'.
           05  GRM-DTL-AGENCY-ID PIC X(8).
           05  GRM-DTL-CASE-NO   PIC X(15).
           05  GRM-DTL-EMP-ID    PIC X(8).
           05  GRM-DTL-TYPE      PIC X(1).
           05  GRM-DTL-AMOUNT    PIC 9(11).
           05  GRM-DTL-LASTNAME  PIC X(20).
           05  FILLER            PIC X(16) VALUE SPACES.

       01  WS-GRM-AGENCY-TOTAL-REC.
           05  FILLER            PIC X(1) VALUE 'S'.
           05  GRM-AGT-ID        PIC X(8).
           05  GRM-AGT-COUNT     PIC 9(7).
           05  GRM-AGT-AMOUNT    PIC 9(13).
           05  FILLER            PIC X(51) VALUE SPACES.

       01  WS-GRM-TRAILER-REC.
           05  FILLER            PIC X(1) VALUE 'T'.
           05  GRM-TRL-AGENCIES  PIC 9(5).
           05  GRM-TRL-COUNT     PIC 9(7).
           05  GRM-TRL-AMOUNT    PIC 9(13).
           05  FILLER            PIC X(54) VALUE SPACES.

      *> DEDUCTION REGISTER TABLE - one entry per DEDUCT.DAT amount
      *> withheld on a check that posted, collected by 4245 as each
      *> record goes through, then put in code/EMP-ID order by 5810
      *> for DEDREG.RPT. WS-DRT-POSTED-TOTAL is the same money added
      *> up off the checks themselves, for the balancing page.
       01  WS-DEDREG-TABLE.
           05  WS-DRT-MAX            PIC S9(5) COMP VALUE 20000.
           05  WS-DRT-ENTRIES OCCURS 20000 TIMES
                               INDEXED BY DRT-IDX.
               10  WS-DRT-KEY.
                   15  WS-DRT-CODE        PIC X(3).
                   15  WS-DRT-EMP-ID      PIC X(8).
               10  WS-DRT-CLASS      PIC X(1).
               10  WS-DRT-LASTNAME   PIC X(20).
               10  WS-DRT-FIRSTNAME  PIC X(15).
               10  WS-DRT-AMOUNT     PIC S9(7)V99 COMP-3.
           05  WS-DRT-HIGH           PIC S9(5) COMP VALUE ZERO.
           05  WS-DRT-SAVE-ENTRY.
               10  WS-DRT-SAVE-KEY   PIC X(11).
               10  FILLER            PIC X(41).
           05  WS-DRT-SUB            PIC S9(3) COMP VALUE ZERO.
           05  WS-DRT-DROPPED        PIC S9(7) COMP VALUE ZERO.
           05  WS-DRT-PREV-CODE      PIC X(3) VALUE SPACES.
           05  WS-DRT-CODE-COUNT     PIC S9(7) COMP VALUE ZERO.
           05  WS-DRT-CODE-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-DRT-CODES          PIC S9(5) COMP VALUE ZERO.
           05  WS-DRT-GRAND-COUNT    PIC S9(7) COMP VALUE ZERO.
           05  WS-DRT-GRAND-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DRT-POSTED-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.

      *> DEDUCTION REGISTER LAYOUTS
       01  WS-DRG-HEADER.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(34)
                     VALUE 'DEDUCTION REGISTER BY CODE'.
           05  FILLER            PIC X(8) VALUE 'PERIOD '.
           05  DRG-PERIOD-NO     PIC ZZZ9.
           05  FILLER            PIC X(12) VALUE '  RUN DATE: '.
           05  DRG-RUN-DATE      PIC 9(6).
           05  FILLER            PIC X(13) VALUE '  PAY GROUP: '.
           05  DRG-PAY-GROUP     PIC X(2).

       01  WS-DRG-CODE-LINE.
           05  FILLER            PIC X(16) VALUE 'DEDUCTION CODE: '.
           05  DRG-CODE          PIC X(3).
           05  FILLER            PIC X(10) VALUE '   CLASS: '.
           05  DRG-CLASS         PIC X(1).

       01  WS-DRG-COLUMN-LINE.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'EMP ID'.
           05  FILLER            PIC X(38) VALUE 'EMPLOYEE'.
           05  FILLER            PIC X(15) VALUE '       WITHHELD'.

       01  WS-DRG-DETAIL.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  DRG-EMP-ID        PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DRG-LASTNAME      PIC X(20).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  DRG-FIRSTNAME     PIC X(15).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DRG-AMOUNT        PIC $$$,$$$,$$9.99.

       01  WS-DRG-CODE-TOTAL.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FILLER            PIC X(13) VALUE 'CODE TOTAL: '.
           05  DRG-CODE-COUNT    PIC ZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE ' EMPLOYEES  '.
           05  FILLER            PIC X(17) VALUE SPACES.
           05  DRG-CODE-AMOUNT   PIC $$$,$$$,$$9.99.

       01  WS-DRG-TOTAL-LINE.
           05  FILLER            PIC X(17) VALUE '*** DEDUCTIONS: '.
           05  DRG-COUNT         PIC ZZZ,ZZ9.
           05  FILLER            PIC X(9) VALUE '  CODES: '.
           05  DRG-CODES         PIC ZZ,ZZ9.
           05  FILLER            PIC X(9) VALUE '  TOTAL: '.
           05  DRG-TOTAL         PIC $$$,$$$,$$9.99.

       01  WS-DRG-DROPPED-LINE.
           05  FILLER            PIC X(32)
                     VALUE '*** REGISTER TABLE FULL -'.
           05  DRG-DROPPED       PIC ZZ,ZZ9.
           05  FILLER            PIC X(40)
                     VALUE ' DEDUCTIONS NOT LISTED - RUN HELD'.

      *> BUDGET VERSUS ACTUAL CONTROL - tolerance and year from the
      *> 'B' PARMS.DAT card (defaults: 5.0 percent, the run date's
      *> year). Actuals are this run's department table and burden
      *> plus the year's earlier checks off PAYDETL.DAT; the archive
      *> burden is rebuilt from the 'E' rules on file for this run.
       01  WS-BUDGET-CONTROL.
           05  WS-BGT-TOLERANCE-PCT  PIC 9(3)V9 VALUE 5.0.
           05  WS-BGT-YEAR           PIC 9(4) VALUE ZERO.
           05  WS-BGT-YY             PIC 9(2) VALUE ZERO.
           05  WS-BGT-DATE           PIC 9(6) VALUE ZERO.
           05  WS-BGT-DATE-R REDEFINES WS-BGT-DATE.
               10  WS-BGT-DATE-YY    PIC 9(2).
               10  FILLER            PIC 9(4).
           05  WS-BGT-DEPT           PIC X(3) VALUE SPACES.
           05  WS-BGT-DEPT-NAME      PIC X(30) VALUE SPACES.
           05  WS-BGT-READ-COUNT     PIC S9(7) COMP VALUE ZERO.
           05  WS-BGT-USED-COUNT     PIC S9(7) COMP VALUE ZERO.
           05  WS-BGT-BAD-COUNT      PIC S9(7) COMP VALUE ZERO.
           05  WS-BGT-ARCH-COUNT     PIC S9(7) COMP VALUE ZERO.
           05  WS-BGT-DROPPED        PIC S9(7) COMP VALUE ZERO.
           05  WS-BGT-OVER-PERIOD    PIC S9(5) COMP VALUE ZERO.
           05  WS-BGT-OVER-YTD       PIC S9(5) COMP VALUE ZERO.
           05  WS-BGT-NO-BUDGET      PIC S9(5) COMP VALUE ZERO.
           05  WS-BGT-READ-ERROR-SW  PIC X VALUE 'N'.
               88  BGT-READ-ERROR    VALUE 'Y'.
           05  WS-BGT-TOTALS-SW      PIC X VALUE 'N'.
               88  BGT-PRINTING-TOTALS VALUE 'Y'.
           05  WS-BVA-FOUND-SW       PIC X VALUE 'N'.
               88  BVA-DEPT-FOUND    VALUE 'Y'.
           05  WS-BGT-BURDEN-AMOUNT  PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-BGT-ARCH-BURDEN    PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-BGT-SCOPE          PIC X(6) VALUE SPACES.
           05  WS-BGT-LABOR          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BGT-BURDEN         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BGT-OT-PAY         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BGT-COST           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BGT-BUDGET         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BGT-VARIANCE       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BGT-HOURS          PIC S9(9)V9 COMP-3 VALUE ZERO.
           05  WS-BGT-BUD-HOURS      PIC S9(9)V9 COMP-3 VALUE ZERO.
           05  WS-BGT-VAR-PCT        PIC S9(13)V9 COMP-3 VALUE ZERO.
           05  WS-BGT-OT-PCT         PIC S9(13)V9 COMP-3 VALUE ZERO.
           05  WS-BGT-FLAG           PIC X(6) VALUE SPACES.

      *> BUDGET VERSUS ACTUAL TABLE - one row per department that
      *> has a budget for the year or an actual on record, put in
      *> department order by 5960 before printing. WS-BVA-WORK-ENTRY
      *> and WS-BVA-TOTAL-ENTRY carry the same layout: the row being
      *> printed (and the sort's save slot) and the all-departments
      *> totals.
       01  WS-BUDGET-VS-ACTUAL-TABLE.
           05  WS-BVA-MAX            PIC S9(3) COMP VALUE 512.
           05  WS-BVA-ENTRIES OCCURS 512 TIMES
                               INDEXED BY BVA-IDX.
               10  WS-BVA-DEPT           PIC X(3).
               10  WS-BVA-PER-LABOR      PIC S9(9)V99 COMP-3.
               10  WS-BVA-PER-BURDEN     PIC S9(9)V99 COMP-3.
               10  WS-BVA-PER-OT-PAY     PIC S9(9)V99 COMP-3.
               10  WS-BVA-PER-HOURS      PIC S9(7)V9 COMP-3.
               10  WS-BVA-PER-BUDGET     PIC S9(9)V99 COMP-3.
               10  WS-BVA-PER-BUD-HOURS  PIC S9(7)V9 COMP-3.
               10  WS-BVA-YTD-LABOR      PIC S9(9)V99 COMP-3.
               10  WS-BVA-YTD-BURDEN     PIC S9(9)V99 COMP-3.
               10  WS-BVA-YTD-OT-PAY     PIC S9(9)V99 COMP-3.
               10  WS-BVA-YTD-HOURS      PIC S9(7)V9 COMP-3.
               10  WS-BVA-YTD-BUDGET     PIC S9(9)V99 COMP-3.
               10  WS-BVA-YTD-BUD-HOURS  PIC S9(7)V9 COMP-3.
           05  WS-BVA-HIGH           PIC S9(3) COMP VALUE ZERO.
           05  WS-BVA-WORK-ENTRY.
               10  WS-BVW-DEPT           PIC X(3).
               10  WS-BVW-PER-LABOR      PIC S9(9)V99 COMP-3.
               10  WS-BVW-PER-BURDEN     PIC S9(9)V99 COMP-3.
               10  WS-BVW-PER-OT-PAY     PIC S9(9)V99 COMP-3.
               10  WS-BVW-PER-HOURS      PIC S9(7)V9 COMP-3.
               10  WS-BVW-PER-BUDGET     PIC S9(9)V99 COMP-3.
               10  WS-BVW-PER-BUD-HOURS  PIC S9(7)V9 COMP-3.
               10  WS-BVW-YTD-LABOR      PIC S9(9)V99 COMP-3.
               10  WS-BVW-YTD-BURDEN     PIC S9(9)V99 COMP-3.
               10  WS-BVW-YTD-OT-PAY     PIC S9(9)V99 COMP-3.
               10  WS-BVW-YTD-HOURS      PIC S9(7)V9 COMP-3.
               10  WS-BVW-YTD-BUDGET     PIC S9(9)V99 COMP-3.
               10  WS-BVW-YTD-BUD-HOURS  PIC S9(7)V9 COMP-3.
           05  WS-BVA-TOTAL-ENTRY.
               10  WS-BVT-DEPT           PIC X(3).
               10  WS-BVT-PER-LABOR      PIC S9(9)V99 COMP-3.
               10  WS-BVT-PER-BURDEN     PIC S9(9)V99 COMP-3.
               10  WS-BVT-PER-OT-PAY     PIC S9(9)V99 COMP-3.
               10  WS-BVT-PER-HOURS      PIC S9(7)V9 COMP-3.
               10  WS-BVT-PER-BUDGET     PIC S9(9)V99 COMP-3.
               10  WS-BVT-PER-BUD-HOURS  PIC S9(7)V9 COMP-3.
               10  WS-BVT-YTD-LABOR      PIC S9(9)V99 COMP-3.
               10  WS-BVT-YTD-BURDEN     PIC S9(9)V99 COMP-3.
               10  WS-BVT-YTD-OT-PAY     PIC S9(9)V99 COMP-3.
               10  WS-BVT-YTD-HOURS      PIC S9(7)V9 COMP-3.
               10  WS-BVT-YTD-BUDGET     PIC S9(9)V99 COMP-3.
               10  WS-BVT-YTD-BUD-HOURS  PIC S9(7)V9 COMP-3.

      *> BUDGET VERSUS ACTUAL LAYOUTS - a heading line per
      *> department, then its PERIOD and YTD lines.
       01  WS-BVR-HEADER.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(36)
                     VALUE 'DEPARTMENT LABOR BUDGET VS ACTUAL'.
           05  FILLER            PIC X(8) VALUE 'PERIOD '.
           05  BVR-PERIOD-NO     PIC ZZZ9.
           05  FILLER            PIC X(8) VALUE '  YEAR '.
           05  BVR-YEAR          PIC 9(4).
           05  FILLER            PIC X(12) VALUE '  RUN DATE: '.
           05  BVR-RUN-DATE      PIC 9(6).
           05  FILLER            PIC X(13) VALUE '  TOLERANCE: '.
           05  BVR-TOLERANCE     PIC ZZ9.9.
           05  FILLER            PIC X(13) VALUE '  PAY GROUP: '.
           05  BVR-PAY-GROUP     PIC X(2).
           05  FILLER            PIC X(4) VALUE ' PCT'.

       01  WS-BVR-COLUMN-LINE.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FILLER            PIC X(7) VALUE 'SCOPE'.
           05  FILLER            PIC X(14) VALUE '        LABOR '.
           05  FILLER            PIC X(14) VALUE '       BURDEN '.
           05  FILLER            PIC X(14) VALUE '   TOTAL COST '.
           05  FILLER            PIC X(14) VALUE '       BUDGET '.
           05  FILLER            PIC X(14) VALUE '     VARIANCE '.
           05  FILLER            PIC X(9)  VALUE '   VAR % '.
           05  FILLER            PIC X(10) VALUE '    HOURS '.
           05  FILLER            PIC X(10) VALUE '  BUD HRS '.
           05  FILLER            PIC X(7)  VALUE '  OT % '.
           05  FILLER            PIC X(4)  VALUE 'FLAG'.

       01  WS-BVR-DEPT-LINE.
           05  FILLER            PIC X(5) VALUE 'DEPT '.
           05  BVR-DEPT          PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  BVR-DEPT-NAME     PIC X(30).

       01  WS-BVR-DETAIL.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  BVR-SCOPE         PIC X(6).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  BVR-LABOR         PIC ZZZZZZZZ9.99-.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  BVR-BURDEN        PIC ZZZZZZZZ9.99-.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  BVR-COST          PIC ZZZZZZZZ9.99-.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  BVR-BUDGET        PIC ZZZZZZZZ9.99-.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  BVR-VARIANCE      PIC ZZZZZZZZ9.99-.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  BVR-VAR-PCT       PIC ZZZZ9.9-.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  BVR-HOURS         PIC ZZZZZZ9.9.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  BVR-BUD-HOURS     PIC ZZZZZZ9.9.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  BVR-OT-PCT        PIC ZZ9.9-.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  BVR-FLAG          PIC X(6).

       01  WS-BVR-TOTAL-LINE.
           05  FILLER            PIC X(17) VALUE '*** DEPARTMENTS: '.
           05  BVR-DEPT-COUNT    PIC ZZ9.
           05  FILLER            PIC X(22)
                     VALUE '  OVER BUDGET PERIOD: '.
           05  BVR-OVER-PERIOD   PIC ZZ9.
           05  FILLER            PIC X(7) VALUE '  YTD: '.
           05  BVR-OVER-YTD      PIC ZZ9.
           05  FILLER            PIC X(13) VALUE '  NO BUDGET: '.
           05  BVR-NO-BUDGET     PIC ZZ9.

       01  WS-BVR-ROWS-LINE.
           05  FILLER            PIC X(22)
                     VALUE '*** BUDGET ROWS READ: '.
           05  BVR-ROWS-READ     PIC ZZZ,ZZ9.
           05  FILLER            PIC X(8) VALUE '  USED: '.
           05  BVR-ROWS-USED     PIC ZZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE '  REJECTED: '.
           05  BVR-ROWS-BAD      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(20) VALUE '  ARCHIVE RECORDS: '.
           05  BVR-ARCH-COUNT    PIC ZZZ,ZZ9.

       01  WS-BVR-DROPPED-LINE.
           05  FILLER            PIC X(32)
                     VALUE '*** BUDGET TABLE FULL -'.
           05  BVR-DROPPED       PIC ZZ,ZZ9.
           05  FILLER            PIC X(40)
                     VALUE ' ROWS/RECORDS NOT REPORTED'.

       01  WS-BVR-READ-ERROR-LINE.
           05  FILLER            PIC X(44)
                     VALUE '*** DEPTBUDG.DAT READ ERROR - INCOMPLETE'.

      *> Budget CSV - one row per department and scope, no totals
      *> row, so a pivot over the file never counts anything twice.
       01  WS-BCV-HEADER-LINE.
           05  FILLER            PIC X(26)
               VALUE 'PERIOD,YEAR,DEPT,DEPTNAME,'.
           05  FILLER            PIC X(32)
               VALUE 'SCOPE,LABOR,BURDEN,TOTAL,BUDGET,'.
           05  FILLER            PIC X(16) VALUE 'VARIANCE,VARPCT,'.
           05  FILLER            PIC X(28)
               VALUE 'HOURS,BUDGETHOURS,OTPCT,FLAG'.
           05  FILLER            PIC X(9) VALUE ',PAYGROUP'.

       01  WS-BCV-DSP-FIELDS.
           05  WS-BCV-PERIOD-DSP     PIC 9(4).
           05  WS-BCV-YEAR-DSP       PIC 9(4).
           05  WS-BCV-LABOR-DSP      PIC -9(9).99.
           05  WS-BCV-BURDEN-DSP     PIC -9(9).99.
           05  WS-BCV-COST-DSP       PIC -9(9).99.
           05  WS-BCV-BUDGET-DSP     PIC -9(9).99.
           05  WS-BCV-VARIANCE-DSP   PIC -9(9).99.
           05  WS-BCV-VAR-PCT-DSP    PIC -9(5).9.
           05  WS-BCV-HOURS-DSP      PIC -9(7).9.
           05  WS-BCV-BUD-HOURS-DSP  PIC -9(7).9.
           05  WS-BCV-OT-PCT-DSP     PIC -9(3).9.

      *> CARRIER INVOICE TABLE - the invoice's detail rows, put in
      *> EMP-ID/code order by 7915 (duplicate rows for the same
      *> employee and code folded together) so the archive pass can
      *> binary-search it. WS-CIV-GROUP is where 7940 filed the row:
      *> 'M' matched, 'B' billed not deducted, 'X' amount mismatch,
      *> 'T' terminated or not on the master but still billed.
       01  WS-CARRIER-INVOICE-TABLE.
           05  WS-CIV-AREA.
               10  WS-CIV-ENTRIES OCCURS 10000 TIMES
                                   ASCENDING KEY IS WS-CIV-EMP-ID
                                                    WS-CIV-CODE
                                   INDEXED BY CIV-IDX.
                   15  WS-CIV-KEY.
                       20  WS-CIV-EMP-ID  PIC X(8).
                       20  WS-CIV-CODE    PIC X(3).
                   15  WS-CIV-LASTNAME   PIC X(20).
                   15  WS-CIV-FIRSTNAME  PIC X(15).
                   15  WS-CIV-BILLED     PIC S9(7)V99 COMP-3.
                   15  WS-CIV-DEDUCTED   PIC S9(7)V99 COMP-3.
                   15  WS-CIV-GROUP      PIC X(1).
                   15  WS-CIV-EM-STATUS  PIC X(1).
           05  WS-CIV-MAX            PIC S9(5) COMP VALUE 10000.
           05  WS-CIV-HIGH           PIC S9(5) COMP VALUE ZERO.
           05  WS-CIV-SAVE-ENTRY.
               10  WS-CIV-SAVE-KEY   PIC X(11).
               10  FILLER            PIC X(47).

      *> Deducted-but-not-billed rows found walking the archive -
      *> one per check, folded per employee and code after 7935
      *> sorts them.
       01  WS-CARRIER-UNBILLED-TABLE.
           05  WS-CUB-MAX            PIC S9(5) COMP VALUE 5000.
           05  WS-CUB-ENTRIES OCCURS 5000 TIMES
                               INDEXED BY CUB-IDX.
               10  WS-CUB-KEY.
                   15  WS-CUB-EMP-ID      PIC X(8).
                   15  WS-CUB-CODE        PIC X(3).
               10  WS-CUB-LASTNAME   PIC X(20).
               10  WS-CUB-FIRSTNAME  PIC X(15).
               10  WS-CUB-AMOUNT     PIC S9(7)V99 COMP-3.
           05  WS-CUB-HIGH           PIC S9(5) COMP VALUE ZERO.
           05  WS-CUB-SAVE-ENTRY.
               10  WS-CUB-SAVE-KEY   PIC X(11).
               10  FILLER            PIC X(40).

      *> The deduction codes this carrier bills, off the invoice
      *> itself - only those codes are looked for in the archive,
      *> so the retirement plan isn't "deducted but not billed" on
      *> the medical carrier's reconciliation.
       01  WS-CARRIER-CODE-TABLE.
           05  WS-CCD-MAX            PIC S9(3) COMP VALUE 20.
           05  WS-CCD-ENTRIES OCCURS 20 TIMES
                               INDEXED BY CCD-IDX.
               10  WS-CCD-CODE       PIC X(3).
           05  WS-CCD-HIGH           PIC S9(3) COMP VALUE ZERO.
           05  WS-CCD-FOUND-SW       PIC X VALUE 'N'.
               88  CCD-CODE-FOUND    VALUE 'Y'.

       01  WS-HOURS-FROM-TIMECARD-SW  PIC X VALUE 'N'.
           88  HOURS-FROM-TIMECARD    VALUE 'Y'.
               VALUE 'EMPID,LASTNAME,FIRSTNAME,DEPT,HOURS,RATE,'.
           05  FILLER            PIC X(45)
               VALUE 'TOTALPAY,OTPAY,HIREDATE,TAXES,DEDUCTS,NETPAY,'.
           05  FILLER            PIC X(15) VALUE 'PERIOD,RUNTYPE,'.
           05  FILLER            PIC X(35)
               VALUE 'OT15HOURS,OT15PAY,OT20HOURS,OT20PAY'.
           05  FILLER            PIC X(9) VALUE ',PAYGROUP'.

      *> Edited pictures (real decimal point, not an assumed V) so the
      *> STRINGed CSV row loads into a spreadsheet as actual dollars
           05  WS-CSV-NET-PAY-DSP    PIC -9(7).99.
           05  WS-CSV-PERIOD-DSP     PIC 9(4).
           05  WS-CSV-RUNTYPE-DSP    PIC X(1) VALUE 'R'.
           05  WS-CSV-OT15-HRS-DSP   PIC 9(3).9.
           05  WS-CSV-OT15-PAY-DSP   PIC 9(7).99.
           05  WS-CSV-OT20-HRS-DSP   PIC 9(3).9.
           05  WS-CSV-OT20-PAY-DSP   PIC 9(7).99.
           05  WS-CSV-PAYGROUP-DSP   PIC X(2).

      *> REJECT / AUDIT TRAIL LAYOUT
      *> RJ-ERROR-TEXT matches WS-ERROR-BUFFER's width so a record that
      *> OVERTIME RULE PARAMETERS - loaded from PARMS.DAT by
      *> 0110-LOAD-PARMS. Defaults below apply when the control file is
      *> absent so the run still completes.
      *> The base is the weekly threshold, applied per workweek of
      *> the punch dates. The daily threshold, the daily double-time
      *> threshold and the seventh-consecutive-day rule are off
      *> (zero / 'N') unless a 'G' or 'D' card turns them on for the
      *> plants in daily-overtime states. Double time is always 2.0x.
       01  WS-OT-RULES-GLOBAL.
           05  WS-OT-BASE-GLOBAL     PIC 9(3) VALUE 40.
           05  WS-OT-MULT-GLOBAL     PIC 9V9  VALUE 1.5.
           05  WS-OT-DAILY-GLOBAL    PIC 9(2)V9 VALUE ZERO.
           05  WS-OT-DT-DAILY-GLOBAL PIC 9(2)V9 VALUE ZERO.
           05  WS-OT-SEVENTH-GLOBAL  PIC X(1) VALUE 'N'.
           05  WS-OT-DT-MULT         PIC 9V9  VALUE 2.0.
      *>   The card's daily fields once checked - 0112 fills these
      *>   for either card type.
           05  WS-OTP-DAILY          PIC 9(2)V9 VALUE ZERO.
           05  WS-OTP-DT-DAILY       PIC 9(2)V9 VALUE ZERO.
           05  WS-OTP-SEVENTH        PIC X(1) VALUE 'N'.

       01  WS-OT-DEPT-TABLE.
           05  WS-OT-DEPT-MAX        PIC S9(3) COMP VALUE 50.
               10  WS-OTD-DEPT       PIC X(3).
               10  WS-OTD-BASE       PIC 9(3).
               10  WS-OTD-MULT       PIC 9V9.
               10  WS-OTD-DAILY      PIC 9(2)V9.
               10  WS-OTD-DT-DAILY   PIC 9(2)V9.
               10  WS-OTD-SEVENTH    PIC X(1).
           05  WS-OT-DEPT-HIGH       PIC S9(3) COMP VALUE ZERO.

       01  WS-EFFECTIVE-OT-RULE.
           05  WS-EFFECTIVE-BASE     PIC 9(3)  VALUE 40.
           05  WS-EFFECTIVE-MULT     PIC 9V9   VALUE 1.5.
           05  WS-EFFECTIVE-DAILY    PIC 9(2)V9 VALUE ZERO.
           05  WS-EFFECTIVE-DT-DAILY PIC 9(2)V9 VALUE ZERO.
           05  WS-EFFECTIVE-SEVENTH  PIC X(1) VALUE 'N'.
               88  SEVENTH-DAY-RULE  VALUE 'Y'.

      *> DAILY OVERTIME WORK - 1315 walks one employee's days in date
      *> order. Workweeks are seven-day blocks counted from the pay
      *> period's start date (from the employee's first punch when
      *> no 'P' card controls the run), so a two-week period is two
      *> workweeks, each held to the weekly base on its own.
       01  WS-DAILY-OT-WORK.
           05  WS-DOT-USED-SW        PIC X VALUE 'N'.
               88  OT-FROM-PUNCH-DATES VALUE 'Y'.
           05  WS-DOT-ANCHOR         PIC S9(7) COMP VALUE ZERO.
           05  WS-DOT-WEEK           PIC S9(5) COMP VALUE ZERO.
           05  WS-DOT-CUR-WEEK       PIC S9(5) COMP VALUE ZERO.
           05  WS-DOT-LAST-DAYNO     PIC S9(7) COMP VALUE ZERO.
           05  WS-DOT-CONSEC         PIC S9(3) COMP VALUE ZERO.
           05  WS-DOT-WEEK-REG       PIC S9(3)V9 COMP-3 VALUE ZERO.
           05  WS-DOT-DAY-HOURS      PIC S9(3)V9 COMP-3 VALUE ZERO.
           05  WS-DOT-DAY-REG        PIC S9(3)V9 COMP-3 VALUE ZERO.
           05  WS-DOT-DAY-OT         PIC S9(3)V9 COMP-3 VALUE ZERO.
           05  WS-DOT-DAY-DT         PIC S9(3)V9 COMP-3 VALUE ZERO.
           05  WS-DOT-EXCESS         PIC S9(3)V9 COMP-3 VALUE ZERO.
           05  WS-DOT-SUM-HOURS      PIC S9(5)V9 COMP-3 VALUE ZERO.
           05  WS-DOT-OT-HOURS       PIC S9(3)V9 COMP-3 VALUE ZERO.
           05  WS-DOT-DT-HOURS       PIC S9(3)V9 COMP-3 VALUE ZERO.
           05  WS-DOT-REG-HOURS      PIC S9(3)V9 COMP-3 VALUE ZERO.

      *> Day number - days since 1 Jan 2000 for a YYMMDD date, exact
      *> (leap years included) so workweeks and consecutive days
      *> come out right across month ends.
       01  WS-DAYNO-WORK.
           05  WS-DAYNO-DATE         PIC 9(6) VALUE ZERO.
           05  WS-DAYNO-SPLIT REDEFINES WS-DAYNO-DATE.
               10  WS-DAYNO-YY       PIC 9(2).
               10  WS-DAYNO-MM       PIC 9(2).
               10  WS-DAYNO-DD       PIC 9(2).
           05  WS-DAYNO-RESULT       PIC S9(7) COMP VALUE ZERO.
           05  WS-DAYNO-LEAPS        PIC S9(3) COMP VALUE ZERO.
           05  WS-DAYNO-REM          PIC S9(3) COMP VALUE ZERO.
           05  WS-DAYNO-CUM-VALUES   PIC X(36) VALUE
               '000031059090120151181212243273304334'.
           05  WS-DAYNO-CUM-TABLE REDEFINES WS-DAYNO-CUM-VALUES.
               10  WS-DAYNO-CUM      PIC 9(3) OCCURS 12 TIMES.

      *> HOURS/RATE PLAUSIBILITY RANGES - loaded from PARMS.DAT ('H' and
      *> 'R' cards) by 0110-LOAD-PARMS. Defaults below apply when the
               88  PARM-IS-OFF-CYCLE     VALUE 'O'.
               88  PARM-IS-VARIANCE      VALUE 'L'.
               88  PARM-IS-REPRINT       VALUE 'X'.
               88  PARM-IS-W2            VALUE 'W'.
               88  PARM-IS-QUARTER-CLOSE VALUE 'Q'.
               88  PARM-IS-GARN-LIMITS   VALUE 'J'.
               88  PARM-IS-CARRIER-RECON VALUE 'C'.
               88  PARM-IS-OVERRIDE      VALUE 'S'.
               88  PARM-IS-RUN-HISTORY   VALUE 'U'.
               88  PARM-IS-BUDGET        VALUE 'B'.
               88  PARM-IS-CHECK-RECON   VALUE 'K'.
           05  WS-PARM-DEPT-X        PIC X(3).
           05  WS-PARM-BASE-X        PIC X(3).
           05  WS-PARM-BASE-X-NUM REDEFINES WS-PARM-BASE-X PIC 9(3).
           05  WS-PARM-MULT-X        PIC X(2).
           05  WS-PARM-MULT-X-NUM REDEFINES WS-PARM-MULT-X PIC 9V9.
      *>  'G'/'D' cards only - daily OT threshold, daily double-time
      *>  threshold (hours and tenths, blank = off) and 'Y' to pay
      *>  the seventh consecutive day of a workweek as overtime.
           05  WS-PARM-DAILY-X       PIC X(3).
           05  WS-PARM-DAILY-X-NUM REDEFINES WS-PARM-DAILY-X
                                     PIC 9(2)V9.
           05  WS-PARM-DT-DAILY-X    PIC X(3).
           05  WS-PARM-DT-DAILY-X-NUM REDEFINES WS-PARM-DT-DAILY-X
                                     PIC 9(2)V9.
           05  WS-PARM-SEVENTH-X     PIC X(1).
           05  FILLER                PIC X(64).

      *>  'H'/'R' cards carry a MIN/MAX pair instead of a base/mult pair -
      *>  redefine the same 80 bytes rather than add a second FD/record.
           05  FILLER                PIC X(75).

      *>  'P' cards carry the pay-period number and date window.
      *>  A card naming a pay group takes the window off PAYCAL.DAT
      *>  for that group, period and year (blank year is the run
      *>  date's) - dates keyed on it as well have to agree.
       01  WS-PARM-PERIOD-INPUT REDEFINES WS-PARM-INPUT.
           05  WS-PARM-PD-TYPE-X     PIC X(1).
           05  WS-PARM-PD-NUMBER-X   PIC X(4).
           05  WS-PARM-PD-END-X      PIC X(6).
           05  WS-PARM-PD-END-X-NUM REDEFINES WS-PARM-PD-END-X
                                     PIC 9(6).
           05  WS-PARM-PD-GROUP-X    PIC X(2).
           05  WS-PARM-PD-YEAR-X     PIC X(4).
           05  WS-PARM-PD-YEAR-X-NUM REDEFINES WS-PARM-PD-YEAR-X
                                     PIC 9(4).
           05  FILLER                PIC X(57).

      *>  'O' cards carry the pay period the off-cycle checks belong
      *>  to - it labels the outputs and keys the archive. It is NOT
      *>  consumed or stamped on the YTD master; that is the whole
      *>  point of the mode.
      *>  An optional pay group pays only that group's employees.
       01  WS-PARM-OFFCYCLE-INPUT REDEFINES WS-PARM-INPUT.
           05  WS-PARM-OC-TYPE-X     PIC X(1).
           05  WS-PARM-OC-PERIOD-X   PIC X(4).
           05  WS-PARM-OC-PERIOD-X-NUM REDEFINES WS-PARM-OC-PERIOD-X
                                     PIC 9(4).
           05  WS-PARM-OC-GROUP-X    PIC X(2).
           05  FILLER                PIC X(73).

      *>  'X' cards ask for a reprint: the period, an optional
      *>  EMP-ID (spaces = the whole period), and which outputs -
      *>  'S' stubs, 'C' CSV, anything else the whole set - and
      *>  the pay group whose period it is (spaces = any group).
       01  WS-PARM-REPRINT-INPUT REDEFINES WS-PARM-INPUT.
           05  WS-PARM-RPR-TYPE-X    PIC X(1).
           05  WS-PARM-RPR-PERIOD-X  PIC X(4).
               WS-PARM-RPR-PERIOD-X  PIC 9(4).
           05  WS-PARM-RPR-EMP-ID-X  PIC X(8).
           05  WS-PARM-RPR-WHICH-X   PIC X(1).
           05  WS-PARM-RPR-GROUP-X   PIC X(2).
           05  FILLER                PIC X(64).

      *>  'L' cards carry the variance tolerance (whole percent) and
      *>  a hold byte - 'Y' holds distribution the way balancing
               WS-PARM-BDN-AMOUNT-X  PIC 9(5)V99.
           05  FILLER                PIC X(70).

      *>  'W' cards ask for the wage-and-tax statements: the tax year
      *>  (blank alongside a 'Y' card means the year being closed),
      *>  'C' for corrected statements only, the employer's federal
      *>  id and name for the forms and the filing extract, and the
      *>  social security wage base for the year in whole dollars
      *>  (blank keeps the compiled default).
       01  WS-PARM-W2-INPUT REDEFINES WS-PARM-INPUT.
           05  WS-PARM-W2-TYPE-X     PIC X(1).
           05  WS-PARM-W2-YEAR-X     PIC X(4).
           05  WS-PARM-W2-YEAR-X-NUM REDEFINES WS-PARM-W2-YEAR-X
                                     PIC 9(4).
           05  WS-PARM-W2-KIND-X     PIC X(1).
           05  WS-PARM-W2-EIN-X      PIC X(9).
           05  WS-PARM-W2-EMPLOYER-X PIC X(30).
           05  WS-PARM-W2-SS-BASE-X  PIC X(7).
           05  WS-PARM-W2-SS-BASE-X-NUM REDEFINES
               WS-PARM-W2-SS-BASE-X  PIC 9(7).
           05  FILLER                PIC X(28).

      *>  'Q' cards close a quarter: the year and quarter, the first
      *>  and last pay periods that make it up (the archive side of
      *>  the reconciliation), the unemployment wage base in whole
      *>  dollars, and the state and employer account number for the
      *>  state extract.
       01  WS-PARM-QUARTER-INPUT REDEFINES WS-PARM-INPUT.
           05  WS-PARM-QC-TYPE-X     PIC X(1).
           05  WS-PARM-QC-YEAR-X     PIC X(4).
           05  WS-PARM-QC-YEAR-X-NUM REDEFINES WS-PARM-QC-YEAR-X
                                     PIC 9(4).
           05  WS-PARM-QC-QUARTER-X  PIC X(1).
           05  WS-PARM-QC-QUARTER-X-NUM REDEFINES
               WS-PARM-QC-QUARTER-X  PIC 9(1).
           05  WS-PARM-QC-FROM-X     PIC X(4).
           05  WS-PARM-QC-FROM-X-NUM REDEFINES WS-PARM-QC-FROM-X
                                     PIC 9(4).
           05  WS-PARM-QC-THRU-X     PIC X(4).
           05  WS-PARM-QC-THRU-X-NUM REDEFINES WS-PARM-QC-THRU-X
                                     PIC 9(4).
           05  WS-PARM-QC-BASE-X     PIC X(7).
           05  WS-PARM-QC-BASE-X-NUM REDEFINES WS-PARM-QC-BASE-X
                                     PIC 9(7).
           05  WS-PARM-QC-STATE-X    PIC X(2).
           05  WS-PARM-QC-ACCOUNT-X  PIC X(15).
           05  FILLER                PIC X(42).

      *>  'J' cards carry the disposable-earnings limits for court
      *>  orders - support percent, creditor percent (both whole
      *>  percent) and the creditor floor per period. A blank field
      *>  keeps the compiled default.
       01  WS-PARM-GARN-INPUT REDEFINES WS-PARM-INPUT.
           05  WS-PARM-GL-TYPE-X     PIC X(1).
           05  WS-PARM-GL-SUPPORT-X  PIC X(3).
           05  WS-PARM-GL-SUPPORT-X-NUM REDEFINES WS-PARM-GL-SUPPORT-X
                                     PIC 9(3).
           05  WS-PARM-GL-CREDITOR-X PIC X(3).
           05  WS-PARM-GL-CREDITOR-X-NUM REDEFINES
               WS-PARM-GL-CREDITOR-X PIC 9(3).
           05  WS-PARM-GL-FLOOR-X    PIC X(7).
           05  WS-PARM-GL-FLOOR-X-NUM REDEFINES WS-PARM-GL-FLOOR-X
                                     PIC 9(5)V99.
           05  FILLER                PIC X(66).

      *>  'C' cards reconcile a carrier invoice: the carrier id the
      *>  invoice header must carry, the year and the first and last
      *>  pay periods whose checks paid for the invoiced coverage,
      *>  and the per-row difference still counted as a match
      *>  (rounding on split premiums; blank is exact). With a pay
      *>  group on it the periods are that group's, and every
      *>  group's checks are taken by the dates those periods span.
       01  WS-PARM-CARRIER-INPUT REDEFINES WS-PARM-INPUT.
           05  WS-PARM-CR-TYPE-X     PIC X(1).
           05  WS-PARM-CR-CARRIER-X  PIC X(8).
           05  WS-PARM-CR-YEAR-X     PIC X(4).
           05  WS-PARM-CR-YEAR-X-NUM REDEFINES WS-PARM-CR-YEAR-X
                                     PIC 9(4).
           05  WS-PARM-CR-FROM-X     PIC X(4).
           05  WS-PARM-CR-FROM-X-NUM REDEFINES WS-PARM-CR-FROM-X
                                     PIC 9(4).
           05  WS-PARM-CR-THRU-X     PIC X(4).
           05  WS-PARM-CR-THRU-X-NUM REDEFINES WS-PARM-CR-THRU-X
                                     PIC 9(4).
           05  WS-PARM-CR-TOLER-X    PIC X(5).
           05  WS-PARM-CR-TOLER-X-NUM REDEFINES WS-PARM-CR-TOLER-X
                                     PIC 9(3)V99.
           05  WS-PARM-CR-GROUP-X    PIC X(2).
           05  FILLER                PIC X(52).

      *>  'S' cards are a supervisor's override of the run ledger's
      *>  sequence check - who (their sign-on id) and why. Both are
      *>  written on the run's ledger entry.
       01  WS-PARM-OVERRIDE-INPUT REDEFINES WS-PARM-INPUT.
           05  WS-PARM-OV-TYPE-X     PIC X(1).
           05  WS-PARM-OV-BY-X       PIC X(8).
           05  WS-PARM-OV-REASON-X   PIC X(40).
           05  FILLER                PIC X(31).

      *>  'U' cards ask for the run history listing - start dates
      *>  from and thru (YYMMDD, blank for the whole ledger).
       01  WS-PARM-HISTORY-INPUT REDEFINES WS-PARM-INPUT.
           05  WS-PARM-RH-TYPE-X     PIC X(1).
           05  WS-PARM-RH-FROM-X     PIC X(6).
           05  WS-PARM-RH-FROM-X-NUM REDEFINES WS-PARM-RH-FROM-X
                                     PIC 9(6).
           05  WS-PARM-RH-THRU-X     PIC X(6).
           05  WS-PARM-RH-THRU-X-NUM REDEFINES WS-PARM-RH-THRU-X
                                     PIC 9(6).
           05  FILLER                PIC X(67).

      *>  'B' cards tune the budget-versus-actual report - the
      *>  percent over budget a department may run before it is
      *>  flagged (one decimal, blank keeps the compiled 5.0) and
      *>  the budget year (blank is the year of the run date).
       01  WS-PARM-BUDGET-INPUT REDEFINES WS-PARM-INPUT.
           05  WS-PARM-BGT-TYPE-X    PIC X(1).
           05  WS-PARM-BGT-TOLER-X   PIC X(4).
           05  WS-PARM-BGT-TOLER-X-NUM REDEFINES WS-PARM-BGT-TOLER-X
                                     PIC 9(3)V9.
           05  WS-PARM-BGT-YEAR-X    PIC X(4).
           05  WS-PARM-BGT-YEAR-X-NUM REDEFINES WS-PARM-BGT-YEAR-X
                                     PIC 9(4).
           05  FILLER                PIC X(71).

      *>  'K' cards make a paid-check reconciliation run - days
      *>  after issue a check goes stale (blank is 180), days after
      *>  issue it is dormant and owed to the state as unclaimed
      *>  property (blank is 365), and the date to age to (YYMMDD,
      *>  blank is the run date).
       01  WS-PARM-CHECK-RECON-INPUT REDEFINES WS-PARM-INPUT.
           05  WS-PARM-CK-TYPE-X     PIC X(1).
           05  WS-PARM-CK-STALE-X    PIC X(3).
           05  WS-PARM-CK-STALE-X-NUM REDEFINES WS-PARM-CK-STALE-X
                                     PIC 9(3).
           05  WS-PARM-CK-DORMANT-X  PIC X(4).
           05  WS-PARM-CK-DORMANT-X-NUM REDEFINES WS-PARM-CK-DORMANT-X
                                     PIC 9(4).
           05  WS-PARM-CK-ASOF-X     PIC X(6).
           05  WS-PARM-CK-ASOF-X-NUM REDEFINES WS-PARM-CK-ASOF-X
                                     PIC 9(6).
           05  FILLER                PIC X(66).

      *> PAY-PERIOD CALENDAR CONTROL - set from the 'P' PARMS.DAT
      *> card. With a period on file, 0131-ACCUMULATE-TIMECARD only
      *> sums punches dated inside the window (stragglers from last
           05  WS-OOW-LEAVE-COUNT    PIC S9(7) COMP VALUE ZERO.
           05  WS-PERIOD-DUP-COUNT   PIC S9(7) COMP VALUE ZERO.

      *> PAY GROUP CONTROL - set from a 'P' (or 'O') card naming a
      *> group. The run pays only that group's employees off
      *> EMPMAST.DAT: the others' payroll rows, punches and leave
      *> rows are counted and passed over, not rejected. The
      *> group's PAYCAL.DAT row supplies the period window and the
      *> frequency that cuts a salaried period amount and the
      *> salaried accrual hours out of the year. Without a group
      *> the run behaves as it always did.
       01  WS-PAY-GROUP-CONTROL.
           05  WS-PAY-GROUP-SW       PIC X VALUE 'N'.
               88  PAY-GROUP-SET     VALUE 'Y'.
           05  WS-PAY-GROUP          PIC X(2) VALUE SPACES.
           05  WS-PGC-CALENDAR-SW    PIC X VALUE 'N'.
               88  WINDOW-FROM-CALENDAR VALUE 'Y'.
           05  WS-PGC-YEAR           PIC 9(4) VALUE ZERO.
           05  WS-PGC-CARD-START     PIC 9(6) VALUE ZERO.
           05  WS-PGC-CARD-END       PIC 9(6) VALUE ZERO.
           05  WS-PGC-FREQUENCY      PIC X(1) VALUE SPACE.
           05  WS-PGC-PERIODS-PER-YEAR PIC 9(2) VALUE ZERO.
           05  WS-PGC-STD-HOURS      PIC 9(3)V9 VALUE ZERO.
           05  WS-PGC-TODAY          PIC 9(6) VALUE ZERO.
           05  WS-PGC-TODAY-R REDEFINES WS-PGC-TODAY.
               10  WS-PGC-TODAY-YY   PIC 9(2).
               10  FILLER            PIC 9(4).
      *>   The employee row being validated - the salary 2040 found
      *>   on the master.
           05  WS-PGC-EMP-SALARY     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-PGC-OTHER-SW       PIC X VALUE 'N'.
               88  ROW-IN-OTHER-GROUP VALUE 'Y'.
      *>   Punch and leave rows are checked against the master one
      *>   EMP-ID at a time - the last answer is kept because a
      *>   file sorted by employee asks the same question in a row.
           05  WS-PGC-LOOKUP-ID      PIC X(8) VALUE SPACES.
           05  WS-PGC-LAST-ID        PIC X(8) VALUE SPACES.
           05  WS-PGC-LAST-SW        PIC X VALUE 'N'.
               88  LOOKUP-IN-OTHER-GROUP VALUE 'Y'.
           05  WS-PGC-OTHER-ROW-COUNT   PIC S9(7) COMP VALUE ZERO.
           05  WS-PGC-OTHER-PUNCH-COUNT PIC S9(7) COMP VALUE ZERO.
           05  WS-PGC-OTHER-LEAVE-COUNT PIC S9(7) COMP VALUE ZERO.
           05  WS-PGC-MASTER-SALARY-COUNT PIC S9(7) COMP VALUE ZERO.

      *> PAYCAL.DAT in storage - every group's periods, for the
      *> 'P' card's window and for the quarter and carrier runs
      *> that have to place another group's archived period on the
      *> calendar.
       01  WS-PCL-CONTROL.
           05  WS-PCL-HIGH           PIC S9(4) COMP VALUE ZERO.
           05  WS-PCL-MAX            PIC S9(4) COMP VALUE 800.
           05  WS-PCL-BAD-COUNT      PIC S9(7) COMP VALUE ZERO.
           05  WS-PCL-FOUND-SW       PIC X VALUE 'N'.
               88  PCL-PERIOD-FOUND  VALUE 'Y'.
           05  WS-PCL-GROUP-SW       PIC X VALUE 'N'.
               88  PCL-GROUP-KNOWN   VALUE 'Y'.
           05  WS-PCL-KEY-GROUP      PIC X(2) VALUE SPACES.
           05  WS-PCL-KEY-YEAR       PIC 9(4) VALUE ZERO.
           05  WS-PCL-KEY-PERIOD     PIC 9(4) VALUE ZERO.
           05  WS-PCL-FOUND-START    PIC 9(6) VALUE ZERO.
           05  WS-PCL-FOUND-END      PIC 9(6) VALUE ZERO.
           05  WS-PCL-FOUND-FREQ     PIC X(1) VALUE SPACE.
           05  WS-PCL-SUB            PIC S9(4) COMP VALUE ZERO.

       01  WS-PCL-AREA.
           05  WS-PCL-ENTRY OCCURS 800 TIMES.
               10  WS-PCL-GROUP      PIC X(2).
               10  WS-PCL-YEAR       PIC 9(4).
               10  WS-PCL-PERIOD     PIC 9(4).
               10  WS-PCL-START      PIC 9(6).
               10  WS-PCL-END        PIC 9(6).
               10  WS-PCL-FREQ       PIC X(1).

      *> YEAR-END CLOSE CONTROL - set from the 'Y' PARMS.DAT card.
      *> When the card is present the run is a close run: no payroll
      *> input, no sort - the YTD master is archived to YTDHIST.DAT,
           05  WS-YE-YEAR            PIC 9(4) VALUE ZERO.
           05  WS-YE-EMP-COUNT       PIC S9(7) COMP VALUE ZERO.
           05  WS-YE-TOTAL-GROSS     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-YE-OPEN-QTD-COUNT  PIC S9(7) COMP VALUE ZERO.

      *> WAGE-AND-TAX STATEMENT CONTROL - set from the 'W' PARMS.DAT
      *> card. Alone it is a statement run against YTDHIST.DAT for
      *> the card's year; with a 'Y' card it runs right after the
      *> close, off the history rows the close just wrote, and its
      *> totals are held to the close's own ANNUAL.RPT totals.
       01  WS-W2-CONTROL.
           05  WS-W2-MODE-SW         PIC X VALUE 'N'.
               88  W2-MODE           VALUE 'Y'.
           05  WS-W2-KIND            PIC X(1) VALUE 'O'.
               88  W2-ORIGINALS      VALUE 'O'.
               88  W2-CORRECTIONS    VALUE 'C'.
           05  WS-W2-YEAR            PIC 9(4) VALUE ZERO.
           05  WS-W2-EIN             PIC X(9) VALUE SPACES.
           05  WS-W2-EMPLOYER        PIC X(30) VALUE SPACES.
           05  WS-W2-SS-BASE         PIC S9(7)V99 COMP-3
                                     VALUE 168600.00.
           05  WS-W2-READ-COUNT      PIC S9(7) COMP VALUE ZERO.
           05  WS-W2-ISSUED-COUNT    PIC S9(7) COMP VALUE ZERO.
           05  WS-W2-NO-SSN-COUNT    PIC S9(7) COMP VALUE ZERO.
           05  WS-W2-CHANGED-COUNT   PIC S9(7) COMP VALUE ZERO.
           05  WS-W2-RECORD-COUNT    PIC S9(7) COMP VALUE ZERO.
           05  WS-W2-TOTAL-GROSS     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-W2-CENTS           PIC 9(13) VALUE ZERO.
           05  WS-W2-SSN             PIC X(9) VALUE SPACES.
           05  WS-W2-OUT-OF-BALANCE-SW PIC X VALUE 'N'.
               88  W2-OUT-OF-BALANCE VALUE 'Y'.

      *> QUARTERLY CLOSE CONTROL - set from the 'Q' PARMS.DAT card.
      *> The close reconciles the master's quarter-to-date buckets to
      *> the period archive for the card's periods before it touches
      *> anything; out of balance, it lists the difference and stops.
       01  WS-QUARTER-CONTROL.
           05  WS-QC-MODE-SW         PIC X VALUE 'N'.
               88  QUARTER-CLOSE-MODE VALUE 'Y'.
           05  WS-QC-REFUSED-SW      PIC X VALUE 'N'.
               88  QUARTER-CLOSE-REFUSED VALUE 'Y'.
           05  WS-QC-YEAR            PIC 9(4) VALUE ZERO.
           05  WS-QC-YY              PIC 9(2) VALUE ZERO.
           05  WS-QC-QUARTER         PIC 9(1) VALUE ZERO.
           05  WS-QC-FROM-PERIOD     PIC 9(4) VALUE ZERO.
           05  WS-QC-THRU-PERIOD     PIC 9(4) VALUE ZERO.
           05  WS-QC-WAGE-BASE       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-QC-STATE           PIC X(2) VALUE SPACES.
           05  WS-QC-ACCOUNT         PIC X(15) VALUE SPACES.
           05  WS-QC-ARCH-GROSS      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-QC-ARCH-TAXES      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-QC-MAST-GROSS      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-QC-MAST-TAXES      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-QC-EMP-COUNT       PIC S9(7) COMP VALUE ZERO.
           05  WS-QC-TOT-GROSS       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-QC-TOT-TAXES       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-QC-TOT-TAXABLE     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-QC-TOT-EXCESS      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-QC-TOT-SUI         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-QC-PRIOR-SUI       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-QC-BASE-LEFT       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-QC-SUI-WAGES       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-QC-EXCESS          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-QC-CENTS           PIC 9(13) VALUE ZERO.
           05  WS-QC-ARCHIVED-SW     PIC X VALUE 'N'.
               88  QTR-ALREADY-ARCHIVED VALUE 'Y'.
           05  WS-QC-RUN-DATE      PIC 9(6) VALUE ZERO.
           05  WS-QC-RUN-DATE-R REDEFINES WS-QC-RUN-DATE.
               10  WS-QC-RUN-YY      PIC 9(2).
               10  FILLER            PIC 9(4).
           05  WS-QC-END-DATE        PIC 9(6) VALUE ZERO.
           05  WS-QC-END-DATE-R REDEFINES WS-QC-END-DATE.
               10  WS-QC-END-YY      PIC 9(2).
               10  WS-QC-END-MM      PIC 9(2).
               10  FILLER            PIC 9(2).
           05  WS-QC-FIRST-MM        PIC 9(2) VALUE ZERO.
           05  WS-QC-LAST-MM         PIC 9(2) VALUE ZERO.

      *> CARRIER RECONCILIATION CONTROL - set from the 'C' PARMS.DAT
      *> card. The run reads the carrier's invoice, adds up what the
      *> card's periods actually withheld for the codes it bills off
      *> PAYDETL.DAT, and lists every row that doesn't agree.
       01  WS-CARRIER-CONTROL.
           05  WS-CR-MODE-SW         PIC X VALUE 'N'.
               88  CARRIER-RECON-MODE VALUE 'Y'.
           05  WS-CR-CARRIER-ID      PIC X(8) VALUE SPACES.
           05  WS-CR-YEAR            PIC 9(4) VALUE ZERO.
           05  WS-CR-YY              PIC 9(2) VALUE ZERO.
           05  WS-CR-FROM-PERIOD     PIC 9(4) VALUE ZERO.
           05  WS-CR-THRU-PERIOD     PIC 9(4) VALUE ZERO.
           05  WS-CR-TOLERANCE       PIC S9(3)V99 COMP-3 VALUE ZERO.
           05  WS-CR-INVOICE-NO      PIC X(12) VALUE SPACES.
           05  WS-CR-INVOICE-DATE    PIC X(6) VALUE SPACES.
           05  WS-CR-HEADER-SW       PIC X VALUE 'N'.
               88  CR-HEADER-SEEN    VALUE 'Y'.
           05  WS-CR-TRAILER-SW      PIC X VALUE 'N'.
               88  CR-TRAILER-SEEN   VALUE 'Y'.
           05  WS-CR-BAD-FILE-SW     PIC X VALUE 'N'.
               88  CR-FILE-BAD       VALUE 'Y'.
           05  WS-CR-READ-COUNT      PIC S9(7) COMP VALUE ZERO.
           05  WS-CR-DETAIL-COUNT    PIC S9(7) COMP VALUE ZERO.
           05  WS-CR-REJECT-COUNT    PIC S9(7) COMP VALUE ZERO.
           05  WS-CR-DROPPED-COUNT   PIC S9(7) COMP VALUE ZERO.
           05  WS-CR-CHECKS-READ     PIC S9(7) COMP VALUE ZERO.
           05  WS-CR-FILE-BILLED     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CR-CENTS           PIC 9(13) VALUE ZERO.
           05  WS-CR-MATCHED-COUNT   PIC S9(7) COMP VALUE ZERO.
           05  WS-CR-EXCEPTION-COUNT PIC S9(7) COMP VALUE ZERO.
           05  WS-CR-TOTAL-BILLED    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CR-TOTAL-DEDUCTED  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CR-UNBILLED-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CR-WANT-GROUP      PIC X(1) VALUE SPACE.
           05  WS-CR-GROUP-COUNT     PIC S9(7) COMP VALUE ZERO.
           05  WS-CR-GROUP-BILLED    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CR-GROUP-DEDUCTED  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CR-DIFF            PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-CR-SUB             PIC S9(3) COMP VALUE ZERO.
           05  WS-CR-KEEP            PIC S9(5) COMP VALUE ZERO.
           05  WS-CR-RUN-DATE        PIC 9(6) VALUE ZERO.
           05  WS-CR-RUN-DATE-R REDEFINES WS-CR-RUN-DATE.
               10  WS-CR-RUN-YY      PIC 9(2).
               10  FILLER            PIC 9(4).
      *>   A card naming a pay group turns its periods into the date
      *>   span they cover on that group's calendar; every archived
      *>   check whose period closed inside the span is taken.
           05  WS-CR-PAY-GROUP       PIC X(2) VALUE SPACES.
           05  WS-CR-SPAN-START      PIC 9(6) VALUE ZERO.
           05  WS-CR-SPAN-END        PIC 9(6) VALUE ZERO.
           05  WS-CR-TAKE-SW         PIC X VALUE 'N'.
               88  CR-TAKE-CHECK     VALUE 'Y'.
           05  WS-CR-END-DATE        PIC 9(6) VALUE ZERO.

      *> CARRIER RECONCILIATION LAYOUTS
       01  WS-CRR-HEADER-1.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(42)
                     VALUE 'BENEFIT CARRIER INVOICE RECONCILIATION'.
           05  FILLER            PIC X(9) VALUE 'CARRIER: '.
           05  CRR-CARRIER-ID    PIC X(8).
           05  FILLER            PIC X(11) VALUE '  INVOICE: '.
           05  CRR-INVOICE-NO    PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CRR-INVOICE-DATE  PIC X(6).

       01  WS-CRR-HEADER-2.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'PAY PERIODS '.
           05  CRR-FROM-PERIOD   PIC ZZZ9.
           05  FILLER            PIC X(6) VALUE ' THRU '.
           05  CRR-THRU-PERIOD   PIC ZZZ9.
           05  FILLER            PIC X(4) VALUE ' OF '.
           05  CRR-YEAR          PIC 9(4).
           05  FILLER            PIC X(14) VALUE '  TOLERANCE: '.
           05  CRR-TOLERANCE     PIC $$9.99.
           05  FILLER            PIC X(12) VALUE '  RUN DATE: '.
           05  CRR-RUN-DATE      PIC 9(6).
           05  FILLER            PIC X(13) VALUE '  PAY GROUP: '.
           05  CRR-PAY-GROUP     PIC X(2).

       01  WS-CRR-SECTION-LINE.
           05  FILLER            PIC X(4) VALUE '*** '.
           05  CRR-SECTION-TITLE PIC X(60).

       01  WS-CRR-COLUMN-LINE.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'EMP ID'.
           05  FILLER            PIC X(38) VALUE 'EMPLOYEE'.
           05  FILLER            PIC X(6) VALUE 'CODE'.
           05  FILLER            PIC X(13) VALUE '       BILLED'.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(13) VALUE '     DEDUCTED'.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(13) VALUE '   DIFFERENCE'.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'MASTER'.

       01  WS-CRR-DETAIL.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  CRR-EMP-ID        PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CRR-LASTNAME      PIC X(20).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  CRR-FIRSTNAME     PIC X(15).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CRR-CODE          PIC X(3).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  CRR-BILLED        PIC $$$,$$9.99-.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  CRR-DEDUCTED      PIC $$$,$$9.99-.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  CRR-DIFF          PIC $$$,$$9.99-.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  CRR-STATUS        PIC X(12).

       01  WS-CRR-NONE-LINE.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'NONE'.

       01  WS-CRR-GROUP-TOTAL.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FILLER            PIC X(7) VALUE 'TOTAL: '.
           05  CRR-GRP-COUNT     PIC ZZ,ZZ9.
           05  FILLER            PIC X(5) VALUE ' ROWS'.
           05  FILLER            PIC X(33) VALUE SPACES.
           05  CRR-GRP-BILLED    PIC $$,$$$,$$9.99-.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  CRR-GRP-DEDUCTED  PIC $$,$$$,$$9.99-.

       01  WS-CRR-FILE-BAD-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(60) VALUE
               '*** INVOICE FILE INCOMPLETE OR UNREADABLE - SEE ABOVE'.

       01  WS-CRR-NO-MASTER-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(60) VALUE
               '*** EMPMAST.DAT NOT AVAILABLE - STATUS NOT CHECKED'.

       01  WS-CRR-HOLD-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(50) VALUE
               '*** EXCEPTIONS FOUND - HOLD INVOICE PAYMENT ***'.

       01  WS-CRR-CLEAR-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(50) VALUE
               '*** INVOICE RECONCILES - CLEAR TO PAY ***'.

      *> PAID-CHECK RECONCILIATION CONTROL - set from the 'K'
      *> PARMS.DAT card. The run applies the bank's paid items to
      *> CHKMAST.DAT, then ages whatever is still outstanding to
      *> the as-of date for the outstanding list, the void/reissue
      *> worklist and the unclaimed-property report.
       01  WS-CHECK-RECON-CONTROL.
           05  WS-CKK-MODE-SW        PIC X VALUE 'N'.
               88  CHECK-RECON-MODE  VALUE 'Y'.
           05  WS-CKK-STALE-DAYS     PIC 9(3) VALUE 180.
           05  WS-CKK-DORMANT-DAYS   PIC 9(4) VALUE 365.
           05  WS-CKK-ASOF-DATE      PIC 9(6) VALUE ZERO.
           05  WS-CKK-ASOF-DAYNO     PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-AGE            PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-TRAILER-SW     PIC X VALUE 'N'.
               88  CKK-TRAILER-SEEN  VALUE 'Y'.
           05  WS-CKK-BAD-FILE-SW    PIC X VALUE 'N'.
               88  CKK-FILE-BAD      VALUE 'Y'.
           05  WS-CKK-NO-FILE-SW     PIC X VALUE 'N'.
               88  CKK-NO-PAID-FILE  VALUE 'Y'.
           05  WS-CKK-MASTER-EOF-SW  PIC X VALUE 'N'.
               88  CKK-MASTER-EOF    VALUE 'Y'.
           05  WS-CKK-READ-COUNT     PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-DETAIL-COUNT   PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-REJECT-COUNT   PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-CLEARED-COUNT  PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-MISMATCH-COUNT PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-UNISSUED-COUNT PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-TWICE-COUNT    PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-VOID-PAID-COUNT PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-EXCEPTION-COUNT PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-FILE-PAID      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CKK-CENTS          PIC 9(13) VALUE ZERO.
           05  WS-CKK-PAID-AMOUNT    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-CKK-CLEARED-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CKK-DIFF           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-CKK-CHECKS-READ    PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-FUTURE-COUNT   PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-OUTST-COUNT    PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-OUTST-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CKK-STALE-COUNT    PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-STALE-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CKK-ESCHEAT-COUNT  PIC S9(7) COMP VALUE ZERO.
           05  WS-CKK-ESCHEAT-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CKK-BKT            PIC S9(3) COMP VALUE ZERO.
           05  WS-CKK-EM-FOUND-SW    PIC X VALUE 'N'.
               88  CKK-EM-FOUND      VALUE 'Y'.

      *> Aging buckets for the outstanding list - upper limit in
      *> days and the label, the last bucket open-ended.
       01  WS-CKK-AGING-VALUES.
           05  FILLER  PIC X(16) VALUE '0030DAYS 0-30   '.
           05  FILLER  PIC X(16) VALUE '0060DAYS 31-60  '.
           05  FILLER  PIC X(16) VALUE '0090DAYS 61-90  '.
           05  FILLER  PIC X(16) VALUE '0180DAYS 91-180 '.
           05  FILLER  PIC X(16) VALUE '9999OVER 180    '.
       01  WS-CKK-AGING-TABLE REDEFINES WS-CKK-AGING-VALUES.
           05  WS-CKK-AGING-ENTRY OCCURS 5 TIMES.
               10  WS-CKK-BKT-LIMIT  PIC 9(4).
               10  WS-CKK-BKT-LABEL  PIC X(12).

       01  WS-CKK-AGING-TOTALS.
           05  WS-CKK-AGING-SUM OCCURS 5 TIMES.
               10  WS-CKK-BKT-COUNT  PIC S9(7) COMP.
               10  WS-CKK-BKT-TOTAL  PIC S9(11)V99 COMP-3.

      *> PAID-CHECK RECONCILIATION LAYOUTS
       01  WS-CKX-HEADER.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(36)
                     VALUE 'PAID CHECK RECONCILIATION'.
           05  FILLER            PIC X(12) VALUE 'RUN DATE: '.
           05  CKX-RUN-DATE      PIC 9(6).

       01  WS-CKX-COLUMN-LINE.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'CHECK NO'.
           05  FILLER            PIC X(17) VALUE 'BANK REFERENCE'.
           05  FILLER            PIC X(8) VALUE 'PAID'.
           05  FILLER            PIC X(15) VALUE '  PAID AMOUNT'.
           05  FILLER            PIC X(15) VALUE 'ISSUED AMOUNT'.
           05  FILLER            PIC X(13) VALUE '   DIFFERENCE'.
           05  FILLER            PIC X(22) VALUE 'EXCEPTION'.
           05  FILLER            PIC X(30) VALUE 'NOTE'.

       01  WS-CKX-DETAIL.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CKX-CHECK-NO      PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CKX-BANK-REF      PIC X(15).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CKX-PAID-DATE     PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CKX-PAID-AMOUNT   PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CKX-ISSUED-AMOUNT PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CKX-DIFF          PIC $$$,$$9.99-.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CKX-EXCEPTION     PIC X(20).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CKX-NOTE          PIC X(30).

       01  WS-CKX-NO-FILE-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(60) VALUE
               '*** BANKPAID.DAT NOT FOUND - NO PAID ITEMS APPLIED'.

       01  WS-CKX-FILE-BAD-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(60) VALUE
               '*** PAID-ITEMS FILE INCOMPLETE OR UNREADABLE'.

       01  WS-CKX-HOLD-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(50) VALUE
               '*** PAID ITEM EXCEPTIONS - REFER TO THE BANK ***'.

       01  WS-CKX-CLEAR-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(50) VALUE
               '*** ALL PAID ITEMS AGREE WITH THE CHECK MASTER'.

      *> OUTSTANDING / STALE / UNCLAIMED-PROPERTY LAYOUTS
       01  WS-OCK-HEADER.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  OCK-TITLE         PIC X(46).
           05  FILLER            PIC X(7) VALUE 'AS OF '.
           05  OCK-ASOF-DATE     PIC 9(6).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  OCK-LIMIT-LABEL   PIC X(14).
           05  OCK-LIMIT-DAYS    PIC ZZZ9.
           05  FILLER            PIC X(5) VALUE ' DAYS'.

       01  WS-OCK-COLUMN-LINE.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'CHECK NO'.
           05  FILLER            PIC X(10) VALUE 'EMP ID'.
           05  FILLER            PIC X(38) VALUE 'PAYEE AS ISSUED'.
           05  FILLER            PIC X(8) VALUE 'ISSUED'.
           05  FILLER            PIC X(6) VALUE 'PERIOD'.
           05  FILLER            PIC X(15) VALUE '       AMOUNT'.
           05  FILLER            PIC X(7) VALUE ' DAYS'.
           05  OCK-COLUMN-LAST   PIC X(26) VALUE 'AGE'.

       01  WS-OCK-DETAIL.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  OCK-CHECK-NO      PIC 9(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  OCK-EMP-ID        PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  OCK-PAYEE         PIC X(36).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  OCK-ISSUE-DATE    PIC 9(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  OCK-PERIOD        PIC ZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  OCK-AMOUNT        PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  OCK-AGE           PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  OCK-LAST          PIC X(34).

       01  WS-OCK-EMPLOYEE-LINE.
           05  FILLER            PIC X(12) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'LAST KNOWN: '.
           05  OCK-EM-LASTNAME   PIC X(20).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  OCK-EM-FIRSTNAME  PIC X(15).
           05  FILLER            PIC X(10) VALUE '  SSN XXX-'.
           05  FILLER            PIC X(3) VALUE 'XX-'.
           05  OCK-EM-SSN-LAST4  PIC X(4).
           05  FILLER            PIC X(7) VALUE '  DEPT '.
           05  OCK-EM-DEPT       PIC X(3).
           05  FILLER            PIC X(8) VALUE '  HIRED '.
           05  OCK-EM-HIRE-DATE  PIC 9(6).
           05  FILLER            PIC X(9) VALUE '  STATUS '.
           05  OCK-EM-STATUS     PIC X(10).

       01  WS-OCK-NOT-ON-MASTER-LINE.
           05  FILLER            PIC X(12) VALUE SPACES.
           05  FILLER            PIC X(60) VALUE
               '*** NOT ON EMPMAST.DAT - PAYEE AS ISSUED ONLY'.

       01  WS-OCK-BUCKET-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  OCK-BKT-LABEL     PIC X(20).
           05  OCK-BKT-COUNT     PIC ZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(9) VALUE ' CHECKS  '.
           05  OCK-BKT-TOTAL     PIC $$$,$$$,$$9.99.

       01  WS-OCK-NONE-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'NONE'.

      *> RUN LEDGER CONTROL - every mode logs itself to RUNLEDG.DAT
      *> through 0600-LEDGER-START-RUN and 0690-LEDGER-END-RUN. The
      *> caller sets the mode, the period or quarter and the year
      *> (and the W-2 kind as the option byte) before the start,
      *> and the count and gross it wants kept before the end. The
      *> start scan works out from the ledger whether the run is in
      *> sequence; an 'S' card from a supervisor lets a refused run
      *> through with who and why written on its entry.
       01  WS-RUN-LEDGER-CONTROL.
           05  WS-RLG-MODE           PIC X(1) VALUE SPACE.
           05  WS-RLG-OPTION         PIC X(1) VALUE SPACE.
           05  WS-RLG-PAY-GROUP      PIC X(2) VALUE SPACES.
           05  WS-RLG-PERIOD         PIC 9(4) VALUE ZERO.
           05  WS-RLG-YEAR           PIC 9(4) VALUE ZERO.
           05  WS-RLG-RUN-NO         PIC 9(8) VALUE ZERO.
           05  WS-RLG-LAST-RUN-NO    PIC 9(8) VALUE ZERO.
           05  WS-RLG-TIME           PIC 9(8) VALUE ZERO.
           05  WS-RLG-TODAY          PIC 9(6) VALUE ZERO.
           05  WS-RLG-TODAY-R REDEFINES WS-RLG-TODAY.
               10  WS-RLG-TODAY-YY   PIC 9(2).
               10  FILLER            PIC 9(4).
           05  WS-RLG-COUNT          PIC S9(7) COMP VALUE ZERO.
           05  WS-RLG-GROSS          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RLG-BALANCE-SW     PIC X VALUE 'N'.
           05  WS-RLG-VARIANCE-SW    PIC X VALUE 'N'.
           05  WS-RLG-INPUT-COUNT    PIC S9(7) COMP VALUE ZERO.
           05  WS-RLG-INPUT-HASH     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RLG-HASH-ID        PIC 9(8) VALUE ZERO.
           05  WS-RLG-HASH-DATE      PIC 9(6) VALUE ZERO.
           05  WS-RLG-ACTIVE-SW      PIC X VALUE 'N'.
               88  RLG-RUN-ACTIVE    VALUE 'Y'.
           05  WS-RLG-REFUSED-SW     PIC X VALUE 'N'.
               88  RLG-RUN-REFUSED   VALUE 'Y'.
           05  WS-RLG-REASON         PIC X(60) VALUE SPACES.
           05  WS-RLG-OVERRIDE-SW    PIC X VALUE 'N'.
               88  RLG-OVERRIDE-GIVEN VALUE 'Y'.
           05  WS-RLG-OVERRIDE-BY    PIC X(8) VALUE SPACES.
           05  WS-RLG-OVERRIDE-REASON PIC X(40) VALUE SPACES.
      *>   What the scan found - regular period runs count only since
      *>   the last completed year-end close.
           05  WS-RLG-RELEASED-SW    PIC X VALUE 'N'.
               88  RLG-ENTRY-RELEASED VALUE 'Y'.
           05  WS-RLG-ANY-REGULAR-SW PIC X VALUE 'N'.
               88  RLG-ANY-REGULAR   VALUE 'Y'.
           05  WS-RLG-PRIOR-SW       PIC X VALUE 'N'.
               88  RLG-PRIOR-RELEASED VALUE 'Y'.
           05  WS-RLG-THIS-SW        PIC X VALUE 'N'.
               88  RLG-THIS-RELEASED VALUE 'Y'.
           05  WS-RLG-LAST-REG-PERIOD PIC 9(4) VALUE ZERO.
           05  WS-RLG-DONE-SW        PIC X VALUE 'N'.
               88  RLG-ALREADY-DONE  VALUE 'Y'.
           05  WS-RLG-DONE-RUN-NO    PIC 9(8) VALUE ZERO.
      *>   Each pay group's last regular run since the last close -
      *>   the year cannot close while any group's is unreleased.
           05  WS-RLG-GRP-HIGH       PIC S9(4) COMP VALUE ZERO.
           05  WS-RLG-GRP-MAX        PIC S9(4) COMP VALUE 20.
           05  WS-RLG-GRP-SUB        PIC S9(4) COMP VALUE ZERO.
           05  WS-RLG-GRP-HIT        PIC S9(4) COMP VALUE ZERO.
           05  WS-RLG-GRP-ENTRY OCCURS 20 TIMES.
               10  WS-RLG-GRP-CODE   PIC X(2).
               10  WS-RLG-GRP-PERIOD PIC 9(4).
               10  WS-RLG-GRP-REL-SW PIC X(1).
                   88  RLG-GRP-RELEASED VALUE 'Y'.
      *>   'U' history listing.
           05  WS-RLH-MODE-SW        PIC X VALUE 'N'.
               88  RUN-HISTORY-MODE  VALUE 'Y'.
           05  WS-RLH-FROM           PIC 9(6) VALUE ZERO.
           05  WS-RLH-THRU           PIC 9(6) VALUE 999999.
           05  WS-RLH-TIME           PIC 9(8) VALUE ZERO.
           05  WS-RLH-TIME-R REDEFINES WS-RLH-TIME.
               10  WS-RLH-HHMM       PIC 9(4).
               10  FILLER            PIC 9(4).
           05  WS-RLH-LISTED-COUNT   PIC S9(7) COMP VALUE ZERO.
           05  WS-RLH-ENDED-COUNT    PIC S9(7) COMP VALUE ZERO.
           05  WS-RLH-REFUSED-COUNT  PIC S9(7) COMP VALUE ZERO.
           05  WS-RLH-OVERRIDE-COUNT PIC S9(7) COMP VALUE ZERO.
           05  WS-RLH-ABORTED-COUNT  PIC S9(7) COMP VALUE ZERO.
           05  WS-RLH-OPEN-COUNT     PIC S9(7) COMP VALUE ZERO.
           05  WS-RLH-HELD-COUNT     PIC S9(7) COMP VALUE ZERO.
      *>   Completed payroll and off-cycle runs totalled by pay group.
           05  WS-RLH-GRP-HIGH       PIC S9(4) COMP VALUE ZERO.
           05  WS-RLH-GRP-MAX        PIC S9(4) COMP VALUE 20.
           05  WS-RLH-GRP-SUB        PIC S9(4) COMP VALUE ZERO.
           05  WS-RLH-GRP-HIT        PIC S9(4) COMP VALUE ZERO.
           05  WS-RLH-GRP-ENTRY OCCURS 20 TIMES.
               10  WS-RLH-GRP-CODE   PIC X(2).
               10  WS-RLH-GRP-RUNS   PIC S9(7) COMP.
               10  WS-RLH-GRP-CHECKS PIC S9(9) COMP.
               10  WS-RLH-GRP-GROSS  PIC S9(13)V99 COMP-3.

      *> RUN HISTORY LAYOUTS
       01  WS-RLH-HEADER.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(36)
                     VALUE 'PAYROLL RUN HISTORY - RUNLEDG.DAT'.
           05  FILLER            PIC X(6) VALUE 'FROM: '.
           05  RLH-FROM          PIC 9(6).
           05  FILLER            PIC X(8) VALUE '  THRU: '.
           05  RLH-THRU          PIC 9(6).
           05  FILLER            PIC X(11) VALUE '  PRINTED: '.
           05  RLH-PRINTED       PIC 9(6).

       01  WS-RLH-COLUMN-LINE.
           05  FILLER            PIC X(10) VALUE '  RUN NO  '.
           05  FILLER            PIC X(12) VALUE 'STARTED     '.
           05  FILLER            PIC X(12) VALUE 'ENDED       '.
           05  FILLER            PIC X(11) VALUE 'MODE       '.
           05  FILLER            PIC X(5) VALUE ' PER '.
           05  FILLER            PIC X(3) VALUE 'GP '.
           05  FILLER            PIC X(5) VALUE 'YEAR '.
           05  FILLER            PIC X(11) VALUE 'STATUS     '.
           05  FILLER            PIC X(10) VALUE '    COUNT '.
           05  FILLER            PIC X(18)
                                 VALUE '             GROSS'.
           05  FILLER            PIC X(4) VALUE '  RC'.
           05  FILLER            PIC X(12) VALUE '  BAL  VAR'.
           05  FILLER            PIC X(8) VALUE 'OVERRIDE'.

       01  WS-RLH-DETAIL.
           05  RHD-RUN-NO        PIC ZZZZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RHD-START-DATE    PIC 9(6).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RHD-START-TIME    PIC 9(4).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RHD-END-DATE      PIC 9(6).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RHD-END-TIME      PIC 9(4).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RHD-MODE          PIC X(10).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RHD-PERIOD        PIC ZZZ9.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RHD-PAY-GROUP     PIC X(2).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RHD-YEAR          PIC 9(4).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RHD-STATUS        PIC X(10).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RHD-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RHD-GROSS         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RHD-RC            PIC ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RHD-BALANCE       PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RHD-VARIANCE      PIC X(4).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RHD-OVERRIDE-BY   PIC X(8).

       01  WS-RLH-GROUP-TITLE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(50)
               VALUE 'COMPLETED PAYROLL AND OFF-CYCLE RUNS BY GROUP'.

       01  WS-RLH-GROUP-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'PAY GROUP '.
           05  RHG-PAY-GROUP     PIC X(6).
           05  FILLER            PIC X(6) VALUE 'RUNS: '.
           05  RHG-RUNS          PIC ZZ,ZZ9.
           05  FILLER            PIC X(10) VALUE '  CHECKS: '.
           05  RHG-CHECKS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(9) VALUE '  GROSS: '.
           05  RHG-GROSS         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-RLH-NOTE-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  RHN-LABEL         PIC X(16).
           05  RHN-BY            PIC X(9).
           05  RHN-TEXT          PIC X(60).

      *> One statement's boxes - current figures, and on a corrected
      *> statement the previously reported set beside them.
       01  WS-W2-BOXES.
           05  WS-W2-BOX-1           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-W2-BOX-2           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-W2-BOX-3           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-W2-BOX-4           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-W2-BOX-5           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-W2-BOX-6           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-W2-BOX-12          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-W2-PRIOR-BOXES.
           05  WS-W2-PRV-BOX-1       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-W2-PRV-BOX-2       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-W2-PRV-BOX-3       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-W2-PRV-BOX-4       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-W2-PRV-BOX-5       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-W2-PRV-BOX-6       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-W2-PRV-BOX-12      PIC S9(9)V99 COMP-3 VALUE ZERO.

      *> Employer totals of the boxes for the totals page and the
      *> extract's totals record.
       01  WS-W2-TOTALS.
           05  WS-W2-TOT-BOX-1       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-W2-TOT-BOX-2       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-W2-TOT-BOX-3       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-W2-TOT-BOX-4       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-W2-TOT-BOX-5       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-W2-TOT-BOX-6       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-W2-TOT-BOX-12      PIC S9(11)V99 COMP-3 VALUE ZERO.

      *> REPRINT RUN CONTROL - set from the 'X' PARMS.DAT card.
      *> "Regenerate March period 6 for one employee" is this card
               88  REPRINT-MODE      VALUE 'Y'.
           05  WS-RPR-PERIOD         PIC 9(4) VALUE ZERO.
           05  WS-RPR-EMP-ID         PIC X(8) VALUE SPACES.
           05  WS-RPR-PAY-GROUP      PIC X(2) VALUE SPACES.
           05  WS-RPR-WHICH          PIC X(1) VALUE 'A'.
               88  REPRINT-STUBS-ONLY VALUE 'S'.
               88  REPRINT-CSV-ONLY   VALUE 'C'.
           05  WS-RTR-PERIOD-DIFF    PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-RTR-TOTAL-DIFF     PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-RTR-ABS-DIFF       PIC 9(7)V99 VALUE ZERO.
           05  WS-RTR-GRAND-DIFF     PIC S9(11)V99 COMP-3 VALUE ZERO.

      *> RETRO REGISTER LAYOUTS
       01  WS-RTR-HEADER.
           05  WS-EMT-RATE-X         PIC X(5).
           05  WS-EMT-RATE-X-NUM REDEFINES WS-EMT-RATE-X PIC 9(3)V99.
           05  WS-EMT-HIRE-DATE-X    PIC X(6).
      *> Taxpayer id for the wage-and-tax statements, carved out of
      *> the old FILLER - blank on a change leaves the master alone.
           05  WS-EMT-SSN-X          PIC X(9).
      *> Pay group and annual salary, likewise out of the FILLER.
           05  WS-EMT-PAY-GROUP-X    PIC X(2).
           05  WS-EMT-SALARY-X       PIC X(9).
           05  WS-EMT-SALARY-X-NUM REDEFINES WS-EMT-SALARY-X
                                     PIC 9(7)V99.
           05  FILLER                PIC X(2).

      *> Same accumulate-every-reason idea as WS-ERROR-ACCUMULATOR,
      *> so a transaction that trips several checks shows them all on
           88  EMT-MASTER-FOUND      VALUE 'Y'.
           88  EMT-MASTER-NOT-FOUND  VALUE 'N'.

      *> FINAL-PAY PACKAGE CONTROL - 7400 notes every employee it
      *> terminates here; 7450 builds the package after the order
      *> batch has gone in too, so an order stopped in the same run
      *> no longer shows as open. The payout is LM-VAC-BALANCE at
      *> the employee's EM-RATE.
       01  WS-FINAL-PAY-CONTROL.
           05  WS-FPY-TERM-ENTRIES OCCURS 500 TIMES.
               10  WS-FPY-TERM-EMP-ID PIC X(8).
           05  WS-FPY-TERM-MAX       PIC S9(5) COMP VALUE 500.
           05  WS-FPY-TERM-HIGH      PIC S9(5) COMP VALUE ZERO.
           05  WS-FPY-SUB            PIC S9(5) COMP VALUE ZERO.
           05  WS-FPY-NOT-BUILT      PIC S9(5) COMP VALUE ZERO.
           05  WS-FPY-EMP-ID         PIC X(8).
           05  WS-FPY-PAYOUT-COUNT   PIC S9(7) COMP VALUE ZERO.
           05  WS-FPY-PAYOUT-HOURS   PIC S9(5)V9 COMP-3 VALUE ZERO.
           05  WS-FPY-PAYOUT-AMT     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-FPY-PAYOUT-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-FPY-SICK-HOURS     PIC S9(5)V9 COMP-3 VALUE ZERO.
           05  WS-FPY-OPEN-ORDERS    PIC S9(5) COMP VALUE ZERO.
           05  WS-FPY-OPEN-DEDUCTS   PIC S9(5) COMP VALUE ZERO.
           05  WS-FPY-BANK-CLOSES    PIC S9(5) COMP VALUE ZERO.
           05  WS-FPY-ITEM-COUNT     PIC S9(5) COMP VALUE ZERO.
           05  WS-FPY-LAST-PERIOD    PIC 9(4) VALUE ZERO.
           05  WS-FPY-LAST-DATE      PIC 9(6) VALUE ZERO.
           05  WS-FPY-LAST-GROSS     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-FPY-EMP-FOUND-SW   PIC X VALUE 'N'.
               88  FPY-EMP-FOUND     VALUE 'Y'.
               88  FPY-EMP-NOT-FOUND VALUE 'N'.

      *> COURT-ORDER MAINTENANCE CONTROL - GARNTRAN.DAT rides the
      *> same 'M' run as EMPTRAN.DAT.
       01  WS-GARN-MAINT-CONTROL.
           05  WS-GOT-READ-COUNT     PIC S9(7) COMP VALUE ZERO.
           05  WS-GOT-APPLIED-COUNT  PIC S9(7) COMP VALUE ZERO.
           05  WS-GOT-REJECT-COUNT   PIC S9(7) COMP VALUE ZERO.
           05  WS-GOT-FOUND-SW       PIC X VALUE 'N'.
               88  GOT-ORDER-FOUND     VALUE 'Y'.
               88  GOT-ORDER-NOT-FOUND VALUE 'N'.
           05  WS-GOT-EMP-FOUND-SW   PIC X VALUE 'N'.
               88  GOT-EMP-FOUND       VALUE 'Y'.
           05  WS-GOT-OLD-OWED       PIC S9(7)V99 COMP-3 VALUE ZERO.

      *>  Raw-plus-redefine order transaction layout, same idea as
      *>  WS-EMPTRAN-INPUT. 'A' adds an order, 'C' changes one
      *>  (blank fields leave the master alone; a new total owed
      *>  moves the balance by the difference), 'X' stops one the
      *>  court has released. Total owed blank or zero on an add is
      *>  an open-ended order.
       01  WS-GARNTRAN-INPUT.
           05  WS-GOT-ACTION-X       PIC X(1).
               88  GOT-IS-ADD        VALUE 'A'.
               88  GOT-IS-CHANGE     VALUE 'C'.
               88  GOT-IS-STOP       VALUE 'X'.
           05  WS-GOT-EMP-ID-X       PIC X(8).
           05  WS-GOT-CASE-NO-X      PIC X(15).
           05  WS-GOT-TYPE-X         PIC X(1).
           05  WS-GOT-AGENCY-ID-X    PIC X(8).
           05  WS-GOT-AGENCY-NAME-X  PIC X(18).
           05  WS-GOT-PER-PERIOD-X   PIC X(7).
           05  WS-GOT-PER-PERIOD-X-NUM REDEFINES WS-GOT-PER-PERIOD-X
                                     PIC 9(5)V99.
           05  WS-GOT-TOTAL-OWED-X   PIC X(9).
           05  WS-GOT-TOTAL-OWED-X-NUM REDEFINES WS-GOT-TOTAL-OWED-X
                                     PIC 9(7)V99.
           05  WS-GOT-EXEMPT-X       PIC X(7).
           05  WS-GOT-EXEMPT-X-NUM REDEFINES WS-GOT-EXEMPT-X
                                     PIC 9(5)V99.
           05  WS-GOT-ORDER-DATE-X   PIC X(6).

      *> Run date in YYMMDD, accepted once at startup - prenote aging
      *> and service-years arithmetic both need "today".
       01  WS-CURRENT-DATE           PIC 9(6) VALUE ZERO.
           05  WS-ACC-DEPT           PIC X(3) VALUE SPACES.
           05  WS-ACC-AMOUNT         PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-ACC-COUNT          PIC S9(3) COMP VALUE ZERO.
           05  WS-ACC-HOURS          PIC S9(5)V9 COMP-3 VALUE ZERO.
           05  WS-ACC-OT-PAY         PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-ACC-OT-ALLOCATED   PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-BDN-ALLOCATED      PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-BDN-PORTION        PIC S9(8)V99 COMP-3 VALUE ZERO.

               10  WS-DPT-CODE       PIC X(3).
               10  WS-DPT-TOTAL      PIC S9(9)V99 COMP-3.
               10  WS-DPT-COUNT      PIC S9(5) COMP.
               10  WS-DPT-HOURS      PIC S9(7)V9 COMP-3.
               10  WS-DPT-OT-PAY     PIC S9(9)V99 COMP-3.
           05  WS-DEPT-TABLE-HIGH    PIC S9(3) COMP VALUE ZERO.
           05 WS-DEPT-TABLE-SENTINEL PIC X(7) VALUE '*!END!*'.
      *> I don't use SENTINEL for this table, added just to remember they may exist. 
           05  H1-PERIOD-NO      PIC ZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  H1-RUN-TYPE       PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(6) VALUE 'GROUP '.
           05  H1-PAY-GROUP      PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(8) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE 'PAGE '.
           05  H1-PAGE-NO        PIC ZZ9.
       
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(8) VALUE 'OT PAY: '.
           05  OT-PAY            PIC $$,$$9.99.
           05  FILLER            PIC X(7) VALUE '  1.5X '.
           05  OT-HOURS-15       PIC ZZ9.9.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  OT-PAY-15         PIC $$,$$9.99.
           05  FILLER            PIC X(7) VALUE '  2.0X '.
           05  OT-HOURS-20       PIC ZZ9.9.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  OT-PAY-20         PIC $$,$$9.99.

      *> ANNUAL EARNINGS REGISTER (YEAR-END CLOSE)
       01  WS-ANNUAL-HEADER.
           05  FILLER            PIC X(16) VALUE '  TOTAL GROSS: '.
           05  ART-TOTAL-GROSS   PIC $$$,$$$,$$$,$$9.99.

      *> WAGE AND TAX STATEMENT LAYOUTS - one page per employee on
      *> W2-STATEMENT-FILE, built by 8600-W2-PRINT-ORIGINAL and
      *> 8610-W2-PRINT-CORRECTION. A corrected statement prints each
      *> box as previously reported beside the correct figure, the
      *> way the W-2c form reads.
       01  WS-W2-TITLE-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  W2T-TITLE         PIC X(44).
           05  FILLER            PIC X(10) VALUE 'TAX YEAR '.
           05  W2T-YEAR          PIC 9(4).

       01  WS-W2-EMPLOYER-LINE.
           05  FILLER            PIC X(12) VALUE 'EMPLOYER:   '.
           05  W2R-EMPLOYER      PIC X(30).
           05  FILLER            PIC X(8) VALUE '  EIN: '.
           05  W2R-EIN           PIC X(9).

       01  WS-W2-EMPLOYEE-LINE.
           05  FILLER            PIC X(12) VALUE 'EMPLOYEE:   '.
           05  W2E-EMP-ID        PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  W2E-LASTNAME      PIC X(20).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  W2E-FIRSTNAME     PIC X(15).
           05  FILLER            PIC X(8) VALUE '  SSN: '.
           05  W2E-SSN           PIC X(32).

       01  WS-W2-BOX-LINE.
           05  W2B-LABEL-L       PIC X(34).
           05  W2B-AMOUNT-L      PIC $$$,$$$,$$9.99-.
           05  FILLER            PIC X(6) VALUE SPACES.
           05  W2B-LABEL-R       PIC X(34).
           05  W2B-AMOUNT-R      PIC $$$,$$$,$$9.99-.

       01  WS-W2C-COLUMN-LINE.
           05  FILLER            PIC X(34) VALUE SPACES.
           05  FILLER            PIC X(21)
                                 VALUE 'PREVIOUSLY REPORTED'.
           05  FILLER            PIC X(21)
                                 VALUE 'CORRECT INFORMATION'.

       01  WS-W2C-BOX-LINE.
           05  W2C-LABEL         PIC X(34).
           05  W2C-PRIOR         PIC $$$,$$$,$$9.99-.
           05  FILLER            PIC X(6) VALUE SPACES.
           05  W2C-CORRECT       PIC $$$,$$$,$$9.99-.

       01  WS-W2-TOTALS-TITLE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(32)
                          VALUE 'EMPLOYER TOTALS - TAX YEAR '.
           05  W2H-YEAR          PIC 9(4).

       01  WS-W2-TOTAL-LINE.
           05  FILLER            PIC X(21)
                                 VALUE '*** STATEMENTS: '.
           05  W2Z-COUNT         PIC ZZ,ZZ9.
           05  FILLER            PIC X(16) VALUE '  TOTAL GROSS: '.
           05  W2Z-TOTAL-GROSS   PIC $$$,$$$,$$$,$$9.99-.

       01  WS-W2-NOTE-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  W2N-TEXT          PIC X(80).

      *> Fixed-format filing extract records, amounts in whole
      *> cents. Originals go out as RE/RW/RT/RF; a corrected file
      *> as RCE/RCW/RCT/RF with the previously reported figures in
      *> the second set of boxes (zero on an original).
       01  WS-W2X-EMPLOYER-REC.
           05  W2X-E-REC-ID      PIC X(3).
           05  W2X-E-YEAR        PIC 9(4).
           05  W2X-E-EIN         PIC X(9).
           05  W2X-E-EMPLOYER    PIC X(30).
           05  W2X-E-KIND        PIC X(1).
           05  FILLER            PIC X(193) VALUE SPACES.

       01  WS-W2X-EMPLOYEE-REC.
           05  W2X-W-REC-ID      PIC X(3).
           05  W2X-W-EMP-ID      PIC X(8).
           05  W2X-W-SSN         PIC X(9).
           05  W2X-W-LASTNAME    PIC X(20).
           05  W2X-W-FIRSTNAME   PIC X(15).
           05  W2X-W-BOX-1       PIC 9(11).
           05  W2X-W-BOX-2       PIC 9(11).
           05  W2X-W-BOX-3       PIC 9(11).
           05  W2X-W-BOX-4       PIC 9(11).
           05  W2X-W-BOX-5       PIC 9(11).
           05  W2X-W-BOX-6       PIC 9(11).
           05  W2X-W-BOX-12      PIC 9(11).
           05  W2X-W-PRV-BOX-1   PIC 9(11).
           05  W2X-W-PRV-BOX-2   PIC 9(11).
           05  W2X-W-PRV-BOX-3   PIC 9(11).
           05  W2X-W-PRV-BOX-4   PIC 9(11).
           05  W2X-W-PRV-BOX-5   PIC 9(11).
           05  W2X-W-PRV-BOX-6   PIC 9(11).
           05  W2X-W-PRV-BOX-12  PIC 9(11).
           05  FILLER            PIC X(31) VALUE SPACES.

       01  WS-W2X-TOTAL-REC.
           05  W2X-T-REC-ID      PIC X(3).
           05  W2X-T-COUNT       PIC 9(7).
           05  W2X-T-BOX-1       PIC 9(13).
           05  W2X-T-BOX-2       PIC 9(13).
           05  W2X-T-BOX-3       PIC 9(13).
           05  W2X-T-BOX-4       PIC 9(13).
           05  W2X-T-BOX-5       PIC 9(13).
           05  W2X-T-BOX-6       PIC 9(13).
           05  W2X-T-BOX-12      PIC 9(13).
           05  W2X-T-GROSS       PIC 9(13).
           05  FILLER            PIC X(126) VALUE SPACES.

       01  WS-W2X-FINAL-REC.
           05  FILLER            PIC X(3) VALUE 'RF '.
           05  W2X-F-RECORDS     PIC 9(7).
           05  FILLER            PIC X(230) VALUE SPACES.

      *> QUARTERLY WAGE LISTING LAYOUTS
       01  WS-QTR-HEADER.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(30)
                          VALUE 'QUARTERLY WAGE LISTING - YEAR '.
           05  QTH-YEAR          PIC 9(4).
           05  FILLER            PIC X(11) VALUE '  QUARTER '.
           05  QTH-QUARTER       PIC 9(1).
           05  FILLER            PIC X(11) VALUE '  PERIODS '.
           05  QTH-FROM          PIC ZZZ9.
           05  FILLER            PIC X(4) VALUE ' TO '.
           05  QTH-THRU          PIC ZZZ9.
           05  FILLER            PIC X(14) VALUE '  WAGE BASE: '.
           05  QTH-BASE          PIC $$,$$$,$$9.

       01  WS-QTR-COLUMN-LINE.
           05  FILLER            PIC X(8) VALUE 'EMP ID'.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FILLER            PIC X(21) VALUE 'NAME'.
           05  FILLER            PIC X(12) VALUE 'SSN'.
           05  FILLER            PIC X(15) VALUE '      QTR GROSS'.
           05  FILLER            PIC X(15) VALUE '      QTR TAXES'.
           05  FILLER            PIC X(15) VALUE '        TAXABLE'.
           05  FILLER            PIC X(15) VALUE '      OVER BASE'.
           05  FILLER            PIC X(15) VALUE '     UI TAXABLE'.

       01  WS-QTR-DETAIL.
           05  QTL-EMP-ID        PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  QTL-LASTNAME      PIC X(20).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  QTL-SSN           PIC X(11).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  QTL-GROSS         PIC $$$,$$$,$$9.99-.
           05  QTL-TAXES         PIC $$$,$$$,$$9.99-.
           05  QTL-TAXABLE       PIC $$$,$$$,$$9.99-.
           05  QTL-EXCESS        PIC $$$,$$$,$$9.99-.
           05  QTL-SUI           PIC $$$,$$$,$$9.99-.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  QTL-NOTE          PIC X(10).

       01  WS-QTR-TOTAL-LINE.
           05  FILLER            PIC X(20) VALUE '*** EMPLOYEES: '.
           05  QTT-COUNT         PIC ZZ,ZZ9.
           05  FILLER            PIC X(16) VALUE SPACES.
           05  QTT-GROSS         PIC $$$,$$$,$$9.99-.
           05  QTT-TAXES         PIC $$$,$$$,$$9.99-.
           05  QTT-TAXABLE       PIC $$$,$$$,$$9.99-.
           05  QTT-EXCESS        PIC $$$,$$$,$$9.99-.
           05  QTT-SUI           PIC $$$,$$$,$$9.99-.

       01  WS-QTR-REFUSED-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(60) VALUE
               '*** QUARTER DOES NOT RECONCILE - CLOSE REFUSED ***'.

      *> Fixed-format state wage records - 'H' employer/quarter,
      *> 'D' per employee with quarter gross and unemployment wages
      *> in whole cents, 'T' count and totals.
       01  WS-SQ-HEADER-REC.
           05  FILLER            PIC X(1) VALUE 'H'.
           05  SQ-HDR-STATE      PIC X(2).
           05  SQ-HDR-ACCOUNT    PIC X(15).
           05  SQ-HDR-YEAR       PIC 9(4).
           05  SQ-HDR-QUARTER    PIC 9(1).
           05  FILLER            PIC X(57) VALUE SPACES.

       01  WS-SQ-DETAIL-REC.
           05  FILLER            PIC X(1) VALUE 'D'.
           05  SQ-SSN            PIC X(9).
           05  SQ-LASTNAME       PIC X(20).
           05  SQ-FIRSTNAME      PIC X(15).
           05  SQ-GROSS          PIC 9(11).
           05  SQ-SUI-WAGES      PIC 9(11).
           05  SQ-EMP-ID         PIC X(8).
           05  FILLER            PIC X(5) VALUE SPACES.

       01  WS-SQ-TRAILER-REC.
           05  FILLER            PIC X(1) VALUE 'T'.
           05  SQ-TRL-COUNT      PIC 9(7).
           05  SQ-TRL-GROSS      PIC 9(13).
           05  SQ-TRL-SUI-WAGES  PIC 9(13).
           05  FILLER            PIC X(46) VALUE SPACES.

      *> EMPLOYEE MASTER MAINTENANCE AUDIT REPORT
       01  WS-EMT-AUDIT-HEADER.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(40)
                     VALUE 'EMPLOYEE MASTER MAINTENANCE AUDIT'.

       01  WS-EMT-ACTION-LINE.
           05  FILLER            PIC X(8) VALUE 'ACTION: '.
           05  EMA-ACTION        PIC X(1).
           05  FILLER            PIC X(10) VALUE '  EMP ID: '.
           05  EMA-EMP-ID        PIC X(8).

       01  WS-EMT-IMAGE-LINE.
           05  EMI-LABEL         PIC X(8).
           05  EMI-EMP-ID        PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EMI-LASTNAME      PIC X(20).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EMI-FIRSTNAME     PIC X(15).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EMI-DEPT          PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EMI-RATE          PIC $$,$$9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EMI-HIRE-DATE     PIC 9(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EMI-STATUS        PIC X(1).
           05  FILLER            PIC X(9) VALUE '  SSN: **'.
           05  EMI-SSN-LAST4     PIC X(4).
           05  FILLER            PIC X(7) VALUE '  GRP: '.
           05  EMI-PAY-GROUP     PIC X(2).
           05  FILLER            PIC X(10) VALUE '  SALARY: '.
           05  EMI-SALARY        PIC $$,$$$,$$9.99.

       01  WS-EMT-NEW-LINE.
           05  FILLER            PIC X(8) VALUE 'BEFORE: '.
           05  FILLER            PIC X(12) VALUE '  REJECTED: '.
           05  EMT-REJECTED      PIC ZZ,ZZ9.

      *> TERMINATION CHECKLIST LAYOUTS
       01  WS-TRM-HEADER.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(38)
                     VALUE 'TERMINATION FINAL-PAY CHECKLIST'.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  TRH-RUN-DATE      PIC 9(6).

       01  WS-TRM-EMP-LINE.
           05  FILLER            PIC X(8) VALUE 'EMP ID: '.
           05  TRE-EMP-ID        PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TRE-LASTNAME      PIC X(20).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TRE-FIRSTNAME     PIC X(15).
           05  FILLER            PIC X(8) VALUE '  DEPT: '.
           05  TRE-DEPT          PIC X(3).
           05  FILLER            PIC X(8) VALUE '  RATE: '.
           05  TRE-RATE          PIC $$,$$9.99.

       01  WS-TRM-PERIOD-LINE.
           05  FILLER            PIC X(30)
                     VALUE '  LAST REGULAR PERIOD PAID:  '.
           05  TRP-PERIOD        PIC ZZZ9.
           05  FILLER            PIC X(10) VALUE '  POSTED '.
           05  TRP-RUN-DATE      PIC 9(6).
           05  FILLER            PIC X(9) VALUE '  GROSS '.
           05  TRP-GROSS         PIC $$,$$$,$$9.99-.

       01  WS-TRM-PAYOUT-LINE.
           05  FILLER            PIC X(20) VALUE '  VACATION PAYOUT: '.
           05  TRV-HOURS         PIC ZZ,ZZ9.9-.
           05  FILLER            PIC X(6) VALUE ' HRS  '.
           05  TRV-AMOUNT        PIC $$,$$$,$$9.99-.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TRV-NOTE          PIC X(40).
           05  FILLER            PIC X(14) VALUE '  SICK HOURS: '.
           05  TRV-SICK-HOURS    PIC ZZ,ZZ9.9-.
           05  FILLER            PIC X(11) VALUE ' (NOT PAID)'.

       01  WS-TRM-ORDER-LINE.
           05  FILLER            PIC X(16) VALUE '  COURT ORDER:  '.
           05  TRO-CASE-NO       PIC X(15).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TRO-TYPE          PIC X(1).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TRO-AGENCY        PIC X(18).
           05  FILLER            PIC X(10) VALUE '  BALANCE '.
           05  TRO-BALANCE       PIC $$,$$$,$$9.99-.
           05  FILLER            PIC X(10) VALUE '  ARREARS '.
           05  TRO-ARREARS       PIC $$,$$$,$$9.99-.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TRO-NOTE          PIC X(28).

       01  WS-TRM-DEDUCT-LINE.
           05  FILLER            PIC X(16) VALUE '  DEDUCTION:    '.
           05  TRD-CODE          PIC X(3).
           05  FILLER            PIC X(9) VALUE '  CLASS '.
           05  TRD-CLASS         PIC X(1).
           05  FILLER            PIC X(10) VALUE '  METHOD '.
           05  TRD-METHOD        PIC X(1).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TRD-AMOUNT        PIC ZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TRD-NOTE          PIC X(40).

       01  WS-TRM-BANK-LINE.
           05  FILLER            PIC X(16) VALUE '  BANK ACCOUNT: '.
           05  TRB-ACCT-TYPE     PIC X(1).
           05  FILLER            PIC X(11) VALUE '  ROUTING '.
           05  TRB-ROUTING       PIC X(9).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TRB-NOTE          PIC X(60).

       01  WS-TRM-NOTE-LINE.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TRN-NOTE          PIC X(70).

       01  WS-TRM-TOTAL-LINE.
           05  FILLER            PIC X(19) VALUE '*** TERMINATIONS: '.
           05  TRT-TERMS         PIC ZZ,ZZ9.
           05  FILLER            PIC X(16) VALUE '  PAYOUT ROWS: '.
           05  TRT-PAYOUTS       PIC ZZ,ZZ9.
           05  FILLER            PIC X(17) VALUE '  PAYOUT TOTAL: '.
           05  TRT-PAYOUT-TOTAL  PIC $$$,$$$,$$9.99-.
           05  FILLER            PIC X(15) VALUE '  NOT BUILT: '.
           05  TRT-NOT-BUILT     PIC ZZ,ZZ9.

       01  WS-TRM-TOTAL-LINE-2.
           05  FILLER            PIC X(19) VALUE '*** OPEN ORDERS:  '.
           05  TRT-ORDERS        PIC ZZ,ZZ9.
           05  FILLER            PIC X(16) VALUE '  DEDUCTIONS:  '.
           05  TRT-DEDUCTS       PIC ZZ,ZZ9.
           05  FILLER            PIC X(17) VALUE '  BANK CLOSES:  '.
           05  TRT-BANKS         PIC ZZ,ZZ9.

      *> COURT-ORDER MAINTENANCE AUDIT REPORT - the reject and
      *> totals lines are the employee audit's own.
       01  WS-GOT-AUDIT-HEADER.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(40)
                     VALUE 'COURT ORDER MAINTENANCE AUDIT'.

       01  WS-GOT-ACTION-LINE.
           05  FILLER            PIC X(8) VALUE 'ACTION: '.
           05  GOA-ACTION        PIC X(1).
           05  FILLER            PIC X(10) VALUE '  EMP ID: '.
           05  GOA-EMP-ID        PIC X(8).
           05  FILLER            PIC X(8) VALUE '  CASE: '.
           05  GOA-CASE-NO       PIC X(15).

       01  WS-GOT-IMAGE-LINE.
           05  GOI-LABEL         PIC X(8).
           05  GOI-TYPE          PIC X(1).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GOI-AGENCY-ID     PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  GOI-AGENCY-NAME   PIC X(18).
           05  FILLER            PIC X(5) VALUE ' PER:'.
           05  GOI-PER-PERIOD    PIC $$,$$9.99.
           05  FILLER            PIC X(6) VALUE ' OWED:'.
           05  GOI-TOTAL-OWED    PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(5) VALUE ' BAL:'.
           05  GOI-BALANCE       PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(5) VALUE ' ARR:'.
           05  GOI-ARREARS       PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(5) VALUE ' EXM:'.
           05  GOI-EXEMPT        PIC $$,$$9.99.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  GOI-ORDER-DATE    PIC 9(6).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  GOI-STATUS        PIC X(1).

      *> RUN BALANCING PAGE
       01  WS-BAL-HEADER.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(11) VALUE ' TIMES =  '.
           05  PS-OT-PAY         PIC $$,$$$,$$9.99.

       01  WS-STUB-DOUBLE-TIME-LINE.
           05  FILLER            PIC X(15) VALUE 'DOUBLE TIME:  '.
           05  PS-DT-HOURS       PIC ZZ9.9.
           05  FILLER            PIC X(21) VALUE ' HRS AT '.
           05  PS-DT-MULT        PIC 9.9.
           05  FILLER            PIC X(11) VALUE ' TIMES =  '.
           05  PS-DT-PAY         PIC $$,$$$,$$9.99.

       01  WS-STUB-SALARY-LINE.
           05  FILLER            PIC X(15) VALUE 'SALARY:       '.
           05  PS-SALARY         PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(15) VALUE 'NET PAY:      '.
           05  PS-NET-PAY        PIC $$,$$$,$$9.99-.

       01  WS-STUB-GARN-LINE.
           05  FILLER            PIC X(15) VALUE 'COURT ORDER:  '.
           05  FILLER            PIC X(5) VALUE 'CASE '.
           05  PS-GARN-CASE-NO   PIC X(15).
           05  FILLER            PIC X(12) VALUE '  WITHHELD: '.
           05  PS-GARN-AMOUNT    PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(24)
                                 VALUE '  (INSIDE DEDUCTIONS)'.

       01  WS-STUB-YTD-LINE.
           05  FILLER            PIC X(26)
                                 VALUE 'YEAR TO DATE:  GROSS: '.
           DISPLAY "Execution started"
           PERFORM 0100-LOAD-CONTROL-FILES

      *> A 'U' card lists the run ledger for the auditors - it only
      *> reads RUNLEDG.DAT, so it is not itself logged, then leave.
           IF RUN-HISTORY-MODE
               PERFORM 8900-RUN-HISTORY-REPORT
               DISPLAY "Execution stopped"
               GOBACK
           END-IF

      *> Every mode below logs itself to RUNLEDG.DAT - the start
      *> refuses a run out of sequence, the end records what it did.

      *> A 'Q' card makes this a quarterly close - reconcile, list,
      *> extract, archive and reset the quarter buckets. It can ride
      *> in front of a 'Y' card for the fourth quarter, and the year
      *> then closes only if the quarter did.
           IF QUARTER-CLOSE-MODE
               MOVE 'Q'           TO WS-RLG-MODE
               MOVE WS-QC-QUARTER TO WS-RLG-PERIOD
               MOVE WS-QC-YEAR    TO WS-RLG-YEAR
               PERFORM 0600-LEDGER-START-RUN
               PERFORM 8800-QUARTER-CLOSE
               MOVE WS-QC-EMP-COUNT TO WS-RLG-COUNT
               MOVE WS-QC-TOT-GROSS TO WS-RLG-GROSS
               PERFORM 0690-LEDGER-END-RUN
               IF QUARTER-CLOSE-REFUSED OR NOT YEAR-END-MODE
                   DISPLAY "Execution stopped"
                   GOBACK
               END-IF
           END-IF

      *> A 'Y' PARMS.DAT card makes this a year-end close run, not a
      *> payroll run - archive and reset the YTD master, then leave.
           IF YEAR-END-MODE
               MOVE 'Y'        TO WS-RLG-MODE
               MOVE WS-YE-YEAR TO WS-RLG-YEAR
               PERFORM 0600-LEDGER-START-RUN
               PERFORM 8000-YEAR-END-CLOSE
               MOVE WS-YE-EMP-COUNT   TO WS-RLG-COUNT
               MOVE WS-YE-TOTAL-GROSS TO WS-RLG-GROSS
               PERFORM 0690-LEDGER-END-RUN
               IF W2-MODE
                   PERFORM 0605-LEDGER-START-W2
                   PERFORM 8500-W2-STATEMENT-RUN
                   MOVE WS-W2-ISSUED-COUNT TO WS-RLG-COUNT
                   MOVE WS-W2-TOTAL-GROSS  TO WS-RLG-GROSS
                   PERFORM 0690-LEDGER-END-RUN
               END-IF
               DISPLAY "Execution stopped"
               GOBACK
           END-IF

      *> A 'W' card on its own makes this a wage-and-tax statement
      *> run against a year already closed to YTDHIST.DAT - first
      *> filing or corrections - then leave.
           IF W2-MODE
               PERFORM 0605-LEDGER-START-W2
               PERFORM 8500-W2-STATEMENT-RUN
               MOVE WS-W2-ISSUED-COUNT TO WS-RLG-COUNT
               MOVE WS-W2-TOTAL-GROSS  TO WS-RLG-GROSS
               PERFORM 0690-LEDGER-END-RUN
               DISPLAY "Execution stopped"
               GOBACK
           END-IF

      *> An 'M' card makes this an employee-master maintenance run -
      *> apply HR's EMPTRAN.DAT batch to EMPMAST.DAT, then the
      *> court-order batch in GARNTRAN.DAT to GARNMAST.DAT, each
      *> with the full before/after audit trail, build the final-pay
      *> package for every termination applied, then leave.
           IF EMPMAST-MAINT-MODE
               MOVE 'M' TO WS-RLG-MODE
               PERFORM 0600-LEDGER-START-RUN
               PERFORM 7000-EMPLOYEE-MAINTENANCE
               PERFORM 7050-ORDER-MAINTENANCE
               PERFORM 7450-BUILD-FINAL-PAY
               ADD WS-EMT-APPLIED-COUNT WS-GOT-APPLIED-COUNT
                   GIVING WS-RLG-COUNT
               MOVE WS-FPY-PAYOUT-TOTAL TO WS-RLG-GROSS
               PERFORM 0690-LEDGER-END-RUN
               DISPLAY "Execution stopped"
               GOBACK
           END-IF
      *> the bank's return/correction file to the bank master, build
      *> the reversal/re-pay worklist, age prenotes, then leave.
           IF ACH-RETURN-MODE
               MOVE 'A' TO WS-RLG-MODE
               PERFORM 0600-LEDGER-START-RUN
               PERFORM 7600-ACH-RETURN-RUN
               MOVE WS-ARN-READ-COUNT TO WS-RLG-COUNT
               PERFORM 0690-LEDGER-END-RUN
               DISPLAY "Execution stopped"
               GOBACK
           END-IF
      *> backdated rate-change differences, generate the signed
      *> adjustment rows and the math register, then leave.
           IF RETRO-MODE
               MOVE 'T' TO WS-RLG-MODE
               PERFORM 0600-LEDGER-START-RUN
               PERFORM 7700-RETRO-RUN
               MOVE WS-RTR-ADJ-COUNT  TO WS-RLG-COUNT
               MOVE WS-RTR-GRAND-DIFF TO WS-RLG-GROSS
               PERFORM 0690-LEDGER-END-RUN
               DISPLAY "Execution stopped"
               GOBACK
           END-IF
      *> a past period straight from the archive, touch no master,
      *> then leave.
           IF REPRINT-MODE
               MOVE 'X'           TO WS-RLG-MODE
               MOVE WS-RPR-PERIOD TO WS-RLG-PERIOD
               PERFORM 0600-LEDGER-START-RUN
               PERFORM 7800-REPRINT-RUN
               MOVE WS-RPR-COUNT TO WS-RLG-COUNT
               PERFORM 0690-LEDGER-END-RUN
               DISPLAY "Execution stopped"
               GOBACK
           END-IF

      *> A 'C' card makes this a carrier invoice reconciliation run -
      *> match the carrier's invoice to what PAYDETL.DAT says was
      *> withheld for the codes it bills, list the exceptions, then
      *> leave. Nothing is posted or changed.
           IF CARRIER-RECON-MODE
               MOVE 'C'               TO WS-RLG-MODE
               MOVE WS-CR-FROM-PERIOD TO WS-RLG-PERIOD
               MOVE WS-CR-YEAR        TO WS-RLG-YEAR
               PERFORM 0600-LEDGER-START-RUN
               PERFORM 7900-CARRIER-RECON-RUN
               MOVE WS-CR-DETAIL-COUNT TO WS-RLG-COUNT
               MOVE WS-CR-TOTAL-BILLED TO WS-RLG-GROSS
               PERFORM 0690-LEDGER-END-RUN
               DISPLAY "Execution stopped"
               GOBACK
           END-IF

      *> A 'K' card makes this a paid-check reconciliation run -
      *> clear the checks the bank says it paid on CHKMAST.DAT,
      *> list what doesn't agree, age what is still outstanding
      *> into the void/reissue and unclaimed-property lists, then
      *> leave.
           IF CHECK-RECON-MODE
               MOVE 'K' TO WS-RLG-MODE
               PERFORM 0600-LEDGER-START-RUN
               PERFORM 6000-CHECK-RECON-RUN
               MOVE WS-CKK-DETAIL-COUNT  TO WS-RLG-COUNT
               MOVE WS-CKK-CLEARED-TOTAL TO WS-RLG-GROSS
               PERFORM 0690-LEDGER-END-RUN
               DISPLAY "Execution stopped"
               GOBACK
           END-IF

           IF OFF-CYCLE-MODE
               MOVE 'O' TO WS-RLG-MODE
           ELSE
               MOVE 'P' TO WS-RLG-MODE
           END-IF
           MOVE WS-PERIOD-NUMBER TO WS-RLG-PERIOD
           MOVE WS-PAY-GROUP     TO WS-RLG-PAY-GROUP
           IF WINDOW-FROM-CALENDAR
               MOVE WS-PGC-YEAR TO WS-RLG-YEAR
           END-IF
           PERFORM 0600-LEDGER-START-RUN

           PERFORM 0300-OPEN-YTD-MASTER
           PERFORM 0310-OPEN-LEAVE-MASTER
           PERFORM 0320-OPEN-PAY-ARCHIVE
           PERFORM 0330-OPEN-GARN-MASTER
           PERFORM 0400-OPEN-EMPLOYEE-MASTER

           SORT SORT-WORK
           PERFORM 0900-CLOSE-YTD-MASTER
           PERFORM 0910-CLOSE-LEAVE-MASTER
           PERFORM 0920-CLOSE-PAY-ARCHIVE
           PERFORM 0930-CLOSE-GARN-MASTER
           PERFORM 0950-CLOSE-EMPLOYEE-MASTER

           IF RUN-OUT-OF-BALANCE
      *> run DEPOSIT.DAT never reaches the bank, so stamping would
      *> leave the corrected rerun sending no prenote at all while
      *> the aging still counted down against an unverified
      *> account. The checks the run cut are on CHKMAST.DAT already
      *> and are voided there for the same reason.
           IF (RUN-OUT-OF-BALANCE OR RUN-HELD-FOR-VARIANCE)
              AND WS-CHECKS-ISSUED > ZERO
               PERFORM 4290-VOID-HELD-CHECKS
           END-IF

           IF BANK-TABLE-DIRTY
               IF RUN-OUT-OF-BALANCE OR RUN-HELD-FOR-VARIANCE
                   DISPLAY "RUN HELD - PRENOTE SENT DATES NOT "
               END-IF
           END-IF

           PERFORM 0695-LEDGER-END-PAYROLL
           DISPLAY "Execution stopped"
           GOBACK.

           PERFORM 0105-PRIME-LOOKUP-TABLES
           PERFORM 0110-LOAD-PARMS

      *> A 'W' card riding with a 'Y' card reports the year being
      *> closed - a different year on it is a keying error, and a
      *> statement run on its own has nothing else to take one from.
           IF W2-MODE
               IF YEAR-END-MODE AND WS-W2-YEAR = ZERO
                   MOVE WS-YE-YEAR TO WS-W2-YEAR
               END-IF
               IF WS-W2-YEAR = ZERO
                  OR (YEAR-END-MODE AND WS-W2-YEAR NOT = WS-YE-YEAR)
                   DISPLAY "'W' CARD YEAR " WS-W2-YEAR
                           " DOES NOT MATCH THE CLOSE YEAR "
                           WS-YE-YEAR " OR IS MISSING"
                   PERFORM 3000-ABORT-RUN
               END-IF
           END-IF

      *> Stamp the header either way - an uncontrolled run prints
      *> period zero rather than leaving the edited field unset.
      *> An off-cycle run legitimately runs without a period card,
           IF OFF-CYCLE-MODE AND NOT PAY-PERIOD-SET
               MOVE WS-OC-PERIOD TO WS-PERIOD-NUMBER
           END-IF

      *> The calendar is loaded whether or not this run names a
      *> group - the quarter and carrier runs and the maintenance
      *> run's group check read it too.
           PERFORM 0190-LOAD-PAY-CALENDAR
           IF WINDOW-FROM-CALENDAR
               PERFORM 0193-RESOLVE-GROUP-PERIOD
           END-IF
           MOVE WS-PERIOD-NUMBER TO H1-PERIOD-NO
           MOVE WS-PAY-GROUP     TO H1-PAY-GROUP
           MOVE WS-PAY-GROUP     TO CKR-PAY-GROUP
           IF NOT PAY-PERIOD-SET AND NOT OFF-CYCLE-MODE
               DISPLAY "NO 'P' PARM CARD - PAY PERIOD NOT CONTROLLED,"
                       " TIMECARD PUNCHES NOT DATE-WINDOWED"
                       "STAMP"
           END-IF

      *> A group run needs the master to tell its employees from
      *> the rest before the punches and leave rows load - it is
      *> open just for that here and reopened by the run itself.
           IF PAY-GROUP-SET
               DISPLAY "PAY GROUP " WS-PAY-GROUP " RUN - ONLY THAT "
                       "GROUP'S EMPLOYEES ARE PAID"
               PERFORM 0400-OPEN-EMPLOYEE-MASTER
               IF NOT EMPMAST-AVAILABLE
                   DISPLAY "A PAY GROUP RUN NEEDS EMPMAST.DAT TO "
                           "KNOW WHO IS IN THE GROUP"
                   PERFORM 3000-ABORT-RUN
               END-IF
           END-IF

           PERFORM 0120-LOAD-DEPARTMENT-MASTER
           PERFORM 0130-LOAD-TIMECARDS
           PERFORM 0140-LOAD-DEDUCTIONS
           PERFORM 0150-LOAD-BANK-MASTER
           PERFORM 0160-LOAD-GL-MAP
           PERFORM 0170-LOAD-LEAVE-TRANS

           IF PAY-GROUP-SET
               PERFORM 0950-CLOSE-EMPLOYEE-MASTER
               MOVE 'N' TO WS-EMPMAST-AVAILABLE-SW
           END-IF
           .

      *> SEARCH ALL binary-searches the whole OCCURS, not just the
       0105-PRIME-LOOKUP-TABLES.
           MOVE HIGH-VALUES TO WS-EMPID-AREA
           MOVE HIGH-VALUES TO WS-TC-AREA
           MOVE HIGH-VALUES TO WS-DH-AREA
           MOVE HIGH-VALUES TO WS-DED-AREA
           MOVE HIGH-VALUES TO WS-BNK-AREA
           MOVE HIGH-VALUES TO WS-LVT-AREA
           MOVE HIGH-VALUES TO WS-CIV-AREA
           .

       0110-LOAD-PARMS.
               WHEN PARM-IS-GLOBAL-OT
                   MOVE WS-PARM-BASE-X-NUM TO WS-OT-BASE-GLOBAL
                   MOVE WS-PARM-MULT-X-NUM TO WS-OT-MULT-GLOBAL
                   PERFORM 0112-CHECK-DAILY-OT-FIELDS
                   MOVE WS-OTP-DAILY    TO WS-OT-DAILY-GLOBAL
                   MOVE WS-OTP-DT-DAILY TO WS-OT-DT-DAILY-GLOBAL
                   MOVE WS-OTP-SEVENTH  TO WS-OT-SEVENTH-GLOBAL

               WHEN PARM-IS-DEPT-OT
                   IF WS-OT-DEPT-HIGH < WS-OT-DEPT-MAX
                            WS-OTD-BASE(WS-OT-DEPT-HIGH)
                       MOVE WS-PARM-MULT-X-NUM TO
                            WS-OTD-MULT(WS-OT-DEPT-HIGH)
                       PERFORM 0112-CHECK-DAILY-OT-FIELDS
                       MOVE WS-OTP-DAILY TO
                            WS-OTD-DAILY(WS-OT-DEPT-HIGH)
                       MOVE WS-OTP-DT-DAILY TO
                            WS-OTD-DT-DAILY(WS-OT-DEPT-HIGH)
                       MOVE WS-OTP-SEVENTH TO
                            WS-OTD-SEVENTH(WS-OT-DEPT-HIGH)
                   END-IF

               WHEN PARM-IS-HOURS-RANGE
               WHEN PARM-IS-OFF-CYCLE
                   IF WS-PARM-OC-PERIOD-X IS NUMERIC
                      AND WS-PARM-OC-PERIOD-X-NUM > ZERO
                      AND (WS-PARM-OC-GROUP-X = SPACES
                           OR WS-PAY-GROUP = SPACES
                           OR WS-PAY-GROUP = WS-PARM-OC-GROUP-X)
                       SET OFF-CYCLE-MODE TO TRUE
                       MOVE WS-PARM-OC-PERIOD-X-NUM TO WS-OC-PERIOD
                       IF WS-PARM-OC-GROUP-X NOT = SPACES
                           SET PAY-GROUP-SET TO TRUE
                           MOVE WS-PARM-OC-GROUP-X TO WS-PAY-GROUP
                       END-IF
                   ELSE
                       DISPLAY "BAD 'O' PARM CARD: " WS-PARM-INPUT
                       PERFORM 3000-ABORT-RUN
                       MOVE WS-PARM-RPR-PERIOD-X-NUM
                            TO WS-RPR-PERIOD
                       MOVE WS-PARM-RPR-EMP-ID-X TO WS-RPR-EMP-ID
                       MOVE WS-PARM-RPR-GROUP-X  TO WS-RPR-PAY-GROUP
                       IF WS-PARM-RPR-WHICH-X = 'S'
                          OR WS-PARM-RPR-WHICH-X = 'C'
                           MOVE WS-PARM-RPR-WHICH-X TO WS-RPR-WHICH
                               " - CARD IGNORED"
                   END-IF

      *> Closing the wrong quarter resets buckets nobody can get
      *> back - a bad card is fatal.
               WHEN PARM-IS-QUARTER-CLOSE
                   IF WS-PARM-QC-YEAR-X IS NUMERIC
                      AND WS-PARM-QC-QUARTER-X IS NUMERIC
                      AND WS-PARM-QC-QUARTER-X-NUM >= 1
                      AND WS-PARM-QC-QUARTER-X-NUM <= 4
                      AND WS-PARM-QC-FROM-X IS NUMERIC
                      AND WS-PARM-QC-THRU-X IS NUMERIC
                      AND WS-PARM-QC-FROM-X-NUM > ZERO
                      AND WS-PARM-QC-FROM-X-NUM NOT >
                          WS-PARM-QC-THRU-X-NUM
                      AND WS-PARM-QC-BASE-X IS NUMERIC
                      AND WS-PARM-QC-BASE-X-NUM > ZERO
                       SET QUARTER-CLOSE-MODE TO TRUE
                       MOVE WS-PARM-QC-YEAR-X-NUM    TO WS-QC-YEAR
                       MOVE WS-PARM-QC-QUARTER-X-NUM TO WS-QC-QUARTER
                       MOVE WS-PARM-QC-FROM-X-NUM
                            TO WS-QC-FROM-PERIOD
                       MOVE WS-PARM-QC-THRU-X-NUM
                            TO WS-QC-THRU-PERIOD
                       MOVE WS-PARM-QC-BASE-X-NUM    TO WS-QC-WAGE-BASE
                       MOVE WS-PARM-QC-STATE-X       TO WS-QC-STATE
                       MOVE WS-PARM-QC-ACCOUNT-X     TO WS-QC-ACCOUNT
                   ELSE
                       DISPLAY "BAD 'Q' PARM CARD: " WS-PARM-INPUT
                       PERFORM 3000-ABORT-RUN
                   END-IF

      *> Statements for the wrong year, or for no employer, go to
      *> every employee and the government - a bad card is fatal.
               WHEN PARM-IS-W2
                   IF (WS-PARM-W2-YEAR-X IS NUMERIC
                       OR WS-PARM-W2-YEAR-X = SPACES)
                      AND WS-PARM-W2-EIN-X IS NUMERIC
                      AND WS-PARM-W2-EMPLOYER-X NOT = SPACES
                      AND (WS-PARM-W2-SS-BASE-X IS NUMERIC
                           OR WS-PARM-W2-SS-BASE-X = SPACES)
                       SET W2-MODE TO TRUE
                       IF WS-PARM-W2-YEAR-X IS NUMERIC
                           MOVE WS-PARM-W2-YEAR-X-NUM TO WS-W2-YEAR
                       END-IF
                       IF WS-PARM-W2-KIND-X = 'C'
                           SET W2-CORRECTIONS TO TRUE
                       ELSE
                           SET W2-ORIGINALS TO TRUE
                       END-IF
                       MOVE WS-PARM-W2-EIN-X      TO WS-W2-EIN
                       MOVE WS-PARM-W2-EMPLOYER-X TO WS-W2-EMPLOYER
                       IF WS-PARM-W2-SS-BASE-X IS NUMERIC
                          AND WS-PARM-W2-SS-BASE-X-NUM > ZERO
                           MOVE WS-PARM-W2-SS-BASE-X-NUM
                                TO WS-W2-SS-BASE
                       END-IF
                   ELSE
                       DISPLAY "BAD 'W' PARM CARD: " WS-PARM-INPUT
                       PERFORM 3000-ABORT-RUN
                   END-IF

      *> Support tops out at 65% of disposable earnings and a
      *> creditor garnishment at 25% - anything over that is a
      *> keying error, so the whole card is ignored and the
      *> defaults stand.
               WHEN PARM-IS-GARN-LIMITS
                   IF (WS-PARM-GL-SUPPORT-X = SPACES
                       OR (WS-PARM-GL-SUPPORT-X IS NUMERIC
                           AND WS-PARM-GL-SUPPORT-X-NUM > ZERO
                           AND WS-PARM-GL-SUPPORT-X-NUM NOT > 65))
                      AND (WS-PARM-GL-CREDITOR-X = SPACES
                       OR (WS-PARM-GL-CREDITOR-X IS NUMERIC
                           AND WS-PARM-GL-CREDITOR-X-NUM > ZERO
                           AND WS-PARM-GL-CREDITOR-X-NUM NOT > 25))
                      AND (WS-PARM-GL-FLOOR-X = SPACES
                           OR WS-PARM-GL-FLOOR-X IS NUMERIC)
                       IF WS-PARM-GL-SUPPORT-X NOT = SPACES
                           MOVE WS-PARM-GL-SUPPORT-X-NUM
                                TO WS-GL-SUPPORT-PCT
                       END-IF
                       IF WS-PARM-GL-CREDITOR-X NOT = SPACES
                           MOVE WS-PARM-GL-CREDITOR-X-NUM
                                TO WS-GL-CREDITOR-PCT
                       END-IF
                       IF WS-PARM-GL-FLOOR-X NOT = SPACES
                           MOVE WS-PARM-GL-FLOOR-X-NUM TO WS-GL-FLOOR
                       END-IF
                   ELSE
                       DISPLAY "BAD 'J' PARM CARD: " WS-PARM-INPUT
                               " - CARD IGNORED"
                   END-IF

      *> Reconciling the wrong periods or the wrong carrier's file
      *> produces a confident list of wrong disputes - a bad card
      *> is fatal.
               WHEN PARM-IS-CARRIER-RECON
                   IF WS-PARM-CR-CARRIER-X NOT = SPACES
                      AND WS-PARM-CR-YEAR-X IS NUMERIC
                      AND WS-PARM-CR-FROM-X IS NUMERIC
                      AND WS-PARM-CR-THRU-X IS NUMERIC
                      AND WS-PARM-CR-FROM-X-NUM > ZERO
                      AND WS-PARM-CR-FROM-X-NUM NOT >
                          WS-PARM-CR-THRU-X-NUM
                      AND (WS-PARM-CR-TOLER-X IS NUMERIC
                           OR WS-PARM-CR-TOLER-X = SPACES)
                       SET CARRIER-RECON-MODE TO TRUE
                       MOVE WS-PARM-CR-CARRIER-X  TO WS-CR-CARRIER-ID
                       MOVE WS-PARM-CR-YEAR-X-NUM TO WS-CR-YEAR
                       MOVE WS-PARM-CR-FROM-X-NUM
                            TO WS-CR-FROM-PERIOD
                       MOVE WS-PARM-CR-THRU-X-NUM
                            TO WS-CR-THRU-PERIOD
                       IF WS-PARM-CR-TOLER-X IS NUMERIC
                           MOVE WS-PARM-CR-TOLER-X-NUM
                                TO WS-CR-TOLERANCE
                       END-IF
                       MOVE WS-PARM-CR-GROUP-X TO WS-CR-PAY-GROUP
                   ELSE
                       DISPLAY "BAD 'C' PARM CARD: " WS-PARM-INPUT
                       PERFORM 3000-ABORT-RUN
                   END-IF

      *> An override with nobody's name or no reason on it overrides
      *> nothing - the run then meets the sequence check as usual.
               WHEN PARM-IS-OVERRIDE
                   IF WS-PARM-OV-BY-X NOT = SPACES
                      AND WS-PARM-OV-REASON-X NOT = SPACES
                       SET RLG-OVERRIDE-GIVEN TO TRUE
                       MOVE WS-PARM-OV-BY-X     TO WS-RLG-OVERRIDE-BY
                       MOVE WS-PARM-OV-REASON-X
                            TO WS-RLG-OVERRIDE-REASON
                   ELSE
                       DISPLAY "BAD 'S' PARM CARD: " WS-PARM-INPUT
                               " - CARD IGNORED"
                   END-IF

               WHEN PARM-IS-RUN-HISTORY
                   IF (WS-PARM-RH-FROM-X IS NUMERIC
                       OR WS-PARM-RH-FROM-X = SPACES)
                      AND (WS-PARM-RH-THRU-X IS NUMERIC
                       OR WS-PARM-RH-THRU-X = SPACES)
                       SET RUN-HISTORY-MODE TO TRUE
                       IF WS-PARM-RH-FROM-X IS NUMERIC
                           MOVE WS-PARM-RH-FROM-X-NUM TO WS-RLH-FROM
                       END-IF
                       IF WS-PARM-RH-THRU-X IS NUMERIC
                           MOVE WS-PARM-RH-THRU-X-NUM TO WS-RLH-THRU
                       END-IF
                   ELSE
                       DISPLAY "BAD 'U' PARM CARD: " WS-PARM-INPUT
                       PERFORM 3000-ABORT-RUN
                   END-IF

               WHEN PARM-IS-BUDGET
                   IF (WS-PARM-BGT-TOLER-X IS NUMERIC
                       OR WS-PARM-BGT-TOLER-X = SPACES)
                      AND ((WS-PARM-BGT-YEAR-X IS NUMERIC
                            AND WS-PARM-BGT-YEAR-X-NUM > 2000)
                       OR WS-PARM-BGT-YEAR-X = SPACES)
                       IF WS-PARM-BGT-TOLER-X IS NUMERIC
                           MOVE WS-PARM-BGT-TOLER-X-NUM
                                TO WS-BGT-TOLERANCE-PCT
                       END-IF
                       IF WS-PARM-BGT-YEAR-X IS NUMERIC
                           MOVE WS-PARM-BGT-YEAR-X-NUM TO WS-BGT-YEAR
                       END-IF
                   ELSE
                       DISPLAY "BAD 'B' PARM CARD: " WS-PARM-INPUT
                               " - CARD IGNORED"
                   END-IF

      *> Aging to the wrong date or limits puts good checks on the
      *> void list and sends live ones to the state - a bad card is
      *> fatal. A dormancy period inside the stale-date limit would
      *> send checks to the state before anyone tried to reissue.
               WHEN PARM-IS-CHECK-RECON
                   IF (WS-PARM-CK-STALE-X = SPACES
                       OR (WS-PARM-CK-STALE-X IS NUMERIC
                           AND WS-PARM-CK-STALE-X-NUM > ZERO))
                      AND (WS-PARM-CK-DORMANT-X = SPACES
                       OR (WS-PARM-CK-DORMANT-X IS NUMERIC
                           AND WS-PARM-CK-DORMANT-X-NUM > ZERO))
                      AND (WS-PARM-CK-ASOF-X = SPACES
                           OR WS-PARM-CK-ASOF-X IS NUMERIC)
                       SET CHECK-RECON-MODE TO TRUE
                       IF WS-PARM-CK-STALE-X IS NUMERIC
                           MOVE WS-PARM-CK-STALE-X-NUM
                                TO WS-CKK-STALE-DAYS
                       END-IF
                       IF WS-PARM-CK-DORMANT-X IS NUMERIC
                           MOVE WS-PARM-CK-DORMANT-X-NUM
                                TO WS-CKK-DORMANT-DAYS
                       END-IF
                       IF WS-PARM-CK-ASOF-X IS NUMERIC
                           MOVE WS-PARM-CK-ASOF-X-NUM
                                TO WS-CKK-ASOF-DATE
                       END-IF
                       IF WS-CKK-DORMANT-DAYS NOT > WS-CKK-STALE-DAYS
                           DISPLAY "BAD 'K' PARM CARD: " WS-PARM-INPUT
                                   " - DORMANCY NOT PAST STALE DATE"
                           PERFORM 3000-ABORT-RUN
                       END-IF
                   ELSE
                       DISPLAY "BAD 'K' PARM CARD: " WS-PARM-INPUT
                       PERFORM 3000-ABORT-RUN
                   END-IF

      *> A garbage period card is fatal - running a payroll against
      *> the wrong date window posts wrong, so there is no safe
      *> "ignore the card" direction here.
      *> Period zero is reserved - it's the "never posted" stamp on
      *> the YTD master, so a real period card has to carry 1 up.
      *> A card naming a pay group may leave the dates blank - the
      *> calendar has them, and 0190 checks any that were keyed.
               WHEN PARM-IS-PAY-PERIOD
                   IF WS-PARM-PD-GROUP-X = SPACES
                       IF WS-PARM-PD-NUMBER-X IS NUMERIC
                          AND WS-PARM-PD-NUMBER-X-NUM > ZERO
                          AND WS-PARM-PD-START-X IS NUMERIC
                          AND WS-PARM-PD-END-X IS NUMERIC
                          AND WS-PARM-PD-START-X-NUM NOT >
                              WS-PARM-PD-END-X-NUM
                          AND WS-PARM-PD-YEAR-X = SPACES
                           SET PAY-PERIOD-SET TO TRUE
                           MOVE WS-PARM-PD-NUMBER-X-NUM
                                TO WS-PERIOD-NUMBER
                           MOVE WS-PARM-PD-START-X-NUM
                                TO WS-PERIOD-START
                           MOVE WS-PARM-PD-END-X-NUM
                                TO WS-PERIOD-END
                       ELSE
                           DISPLAY "BAD 'P' PARM CARD: " WS-PARM-INPUT
                           PERFORM 3000-ABORT-RUN
                       END-IF
                   ELSE
                       IF WS-PARM-PD-NUMBER-X IS NUMERIC
                          AND WS-PARM-PD-NUMBER-X-NUM > ZERO
                          AND (WS-PARM-PD-START-X IS NUMERIC
                               OR WS-PARM-PD-START-X = SPACES)
                          AND (WS-PARM-PD-END-X IS NUMERIC
                               OR WS-PARM-PD-END-X = SPACES)
                          AND (WS-PARM-PD-YEAR-X IS NUMERIC
                               OR WS-PARM-PD-YEAR-X = SPACES)
                          AND (WS-PAY-GROUP = SPACES
                               OR WS-PAY-GROUP = WS-PARM-PD-GROUP-X)
                           SET PAY-PERIOD-SET TO TRUE
                           SET PAY-GROUP-SET TO TRUE
                           SET WINDOW-FROM-CALENDAR TO TRUE
                           MOVE WS-PARM-PD-GROUP-X TO WS-PAY-GROUP
                           MOVE WS-PARM-PD-NUMBER-X-NUM
                                TO WS-PERIOD-NUMBER
                           IF WS-PARM-PD-START-X IS NUMERIC
                               MOVE WS-PARM-PD-START-X-NUM
                                    TO WS-PGC-CARD-START
                           END-IF
                           IF WS-PARM-PD-END-X IS NUMERIC
                               MOVE WS-PARM-PD-END-X-NUM
                                    TO WS-PGC-CARD-END
                           END-IF
                           IF WS-PARM-PD-YEAR-X IS NUMERIC
                               MOVE WS-PARM-PD-YEAR-X-NUM
                                    TO WS-PGC-YEAR
                           END-IF
                       ELSE
                           DISPLAY "BAD 'P' PARM CARD: " WS-PARM-INPUT
                           PERFORM 3000-ABORT-RUN
                       END-IF
                   END-IF
           END-EVALUATE
           .

      *> Daily fields on a 'G' or 'D' card. Blank is off, as it was
      *> before the fields existed; garbage is off with a note. A
      *> double-time threshold has to sit above the OT threshold or
      *> the same hours would be paid in both tiers.
       0112-CHECK-DAILY-OT-FIELDS.
           MOVE ZERO TO WS-OTP-DAILY
           MOVE ZERO TO WS-OTP-DT-DAILY
           MOVE 'N'  TO WS-OTP-SEVENTH

           IF WS-PARM-DAILY-X IS NUMERIC
               MOVE WS-PARM-DAILY-X-NUM TO WS-OTP-DAILY
           ELSE
               IF WS-PARM-DAILY-X NOT = SPACES
                   DISPLAY "BAD DAILY OT THRESHOLD ON PARM CARD: "
                           WS-PARM-INPUT " - DAILY OT OFF"
               END-IF
           END-IF

           IF WS-PARM-DT-DAILY-X IS NUMERIC
               MOVE WS-PARM-DT-DAILY-X-NUM TO WS-OTP-DT-DAILY
           ELSE
               IF WS-PARM-DT-DAILY-X NOT = SPACES
                   DISPLAY "BAD DOUBLE-TIME THRESHOLD ON PARM CARD: "
                           WS-PARM-INPUT " - DOUBLE TIME OFF"
               END-IF
           END-IF

           IF WS-OTP-DT-DAILY > ZERO
              AND WS-OTP-DT-DAILY NOT > WS-OTP-DAILY
               DISPLAY "DOUBLE-TIME THRESHOLD NOT ABOVE DAILY OT "
                       "THRESHOLD: " WS-PARM-INPUT " - DOUBLE TIME OFF"
               MOVE ZERO TO WS-OTP-DT-DAILY
           END-IF

           IF WS-PARM-SEVENTH-X = 'Y'
               MOVE 'Y' TO WS-OTP-SEVENTH
           END-IF
           .

      *> DEPARTMENT MASTER LOAD - whole file into WS-DEPT-MASTER-TABLE
      *> so 2060-CHECK-DEPARTMENT can look codes up without a file READ
      *> per input record. Missing file just leaves the table empty and
                   DISPLAY "TIMECARD PUNCHES OUTSIDE PAY PERIOD: "
                           WS-OOW-PUNCH-COUNT " - SEE DETAIL ABOVE"
               END-IF
               IF WS-PGC-OTHER-PUNCH-COUNT > 0
                   DISPLAY "TIMECARD PUNCHES FOR OTHER PAY GROUPS "
                           "PASSED OVER: " WS-PGC-OTHER-PUNCH-COUNT
               END-IF

               PERFORM 0132-SORT-TIMECARD-TABLE
               PERFORM 0133-COLLAPSE-TIMECARD-TABLE
               PERFORM 0180-SORT-DAILY-HOURS
               PERFORM 0183-COLLAPSE-DAILY-HOURS
           END-IF
           .

       0131-ACCUMULATE-TIMECARD.
           MOVE TC-EMP-ID TO WS-PGC-LOOKUP-ID
           PERFORM 0195-CHECK-EMP-PAY-GROUP
           IF TC-HOURS-X IS NOT NUMERIC
               DISPLAY "REJECTED TIMECARD ROW - HOURS NOT NUMERIC: "
                       "EMP ID " TC-EMP-ID " HOURS " TC-HOURS-X
           ELSE
      *> Another pay group's punches belong to that group's run and
      *> its own window - passed over here, not called stragglers.
           IF LOOKUP-IN-OTHER-GROUP
               ADD 1 TO WS-PGC-OTHER-PUNCH-COUNT
           ELSE
      *> Only punches dated inside the pay-period window count - a
      *> straggler from the previous period is reported instead of
      *> quietly inflating this period's hours.
                   MOVE TC-HOURS-X-NUM
                        TO WS-TC-TOTAL-HOURS(WS-TC-TABLE-HIGH)
               END-IF

               IF WS-DH-TABLE-HIGH >= WS-DH-TABLE-MAX
                   DISPLAY "WARNING: DAILY HOURS TABLE FULL - EMP ID "
                           TC-EMP-ID " DATE " TC-WORK-DATE
                           " NOT LOADED"
               ELSE
                   ADD 1 TO WS-DH-TABLE-HIGH
                   MOVE TC-EMP-ID TO WS-DH-EMP-ID(WS-DH-TABLE-HIGH)
                   MOVE TC-WORK-DATE
                        TO WS-DH-WORK-DATE(WS-DH-TABLE-HIGH)
                   MOVE TC-HOURS-X-NUM
                        TO WS-DH-HOURS(WS-DH-TABLE-HIGH)
               END-IF
           END-IF
           END-IF
           END-IF
           .
           END-PERFORM
           .

      *> Same shell sort as 0132, on EMP-ID plus work date.
       0180-SORT-DAILY-HOURS.
           MOVE 1 TO WS-SORT-GAP
           PERFORM UNTIL WS-SORT-GAP * 3 + 1 > WS-DH-TABLE-HIGH
               COMPUTE WS-SORT-GAP = WS-SORT-GAP * 3 + 1
           END-PERFORM

           PERFORM UNTIL WS-SORT-GAP < 1
               PERFORM 0181-DAILY-GAP-PASS
               IF WS-SORT-GAP = 1
                   MOVE ZERO TO WS-SORT-GAP
               ELSE
                   COMPUTE WS-SORT-GAP = WS-SORT-GAP / 3
                   IF WS-SORT-GAP < 1
                       MOVE 1 TO WS-SORT-GAP
                   END-IF
               END-IF
           END-PERFORM
           .

       0181-DAILY-GAP-PASS.
           COMPUTE WS-SORT-I = WS-SORT-GAP + 1
           PERFORM UNTIL WS-SORT-I > WS-DH-TABLE-HIGH
               PERFORM 0182-DAILY-GAP-INSERT
               ADD 1 TO WS-SORT-I
           END-PERFORM
           .

       0182-DAILY-GAP-INSERT.
           MOVE WS-DH-ENTRIES(WS-SORT-I) TO WS-DH-SAVE-ENTRY
           MOVE WS-SORT-I TO WS-SORT-J
           MOVE 'N' TO WS-SHIFT-DONE-SW

           PERFORM UNTIL SHIFT-DONE
               IF WS-SORT-J NOT > WS-SORT-GAP
                   SET SHIFT-DONE TO TRUE
               ELSE
                   COMPUTE WS-SORT-K = WS-SORT-J - WS-SORT-GAP
                   IF WS-DH-EMP-ID(WS-SORT-K) > WS-DH-SAVE-EMP-ID
                      OR (WS-DH-EMP-ID(WS-SORT-K) = WS-DH-SAVE-EMP-ID
                          AND WS-DH-WORK-DATE(WS-SORT-K)
                              > WS-DH-SAVE-DATE)
                       MOVE WS-DH-ENTRIES(WS-SORT-K)
                            TO WS-DH-ENTRIES(WS-SORT-J)
                       MOVE WS-SORT-K TO WS-SORT-J
                   ELSE
                       SET SHIFT-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-DH-SAVE-ENTRY TO WS-DH-ENTRIES(WS-SORT-J)
           .

      *> One row per employee per day - punches in several depts on
      *> the same day are one day's hours for overtime. Freed slots
      *> go back to HIGH-VALUES, same as 0133.
       0183-COLLAPSE-DAILY-HOURS.
           MOVE WS-DH-TABLE-HIGH TO WS-DH-RAW-HIGH
           MOVE ZERO TO WS-SORT-J

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-DH-RAW-HIGH
               IF WS-SORT-J > ZERO
                  AND WS-DH-EMP-ID(WS-SORT-J) =
                      WS-DH-EMP-ID(WS-SORT-I)
                  AND WS-DH-WORK-DATE(WS-SORT-J) =
                      WS-DH-WORK-DATE(WS-SORT-I)
                   ADD WS-DH-HOURS(WS-SORT-I)
                       TO WS-DH-HOURS(WS-SORT-J)
               ELSE
                   ADD 1 TO WS-SORT-J
                   MOVE WS-DH-ENTRIES(WS-SORT-I)
                        TO WS-DH-ENTRIES(WS-SORT-J)
               END-IF
           END-PERFORM

           MOVE WS-SORT-J TO WS-DH-TABLE-HIGH

           COMPUTE WS-SORT-I = WS-DH-TABLE-HIGH + 1
           PERFORM UNTIL WS-SORT-I > WS-DH-RAW-HIGH
               MOVE HIGH-VALUES TO WS-DH-ENTRIES(WS-SORT-I)
               ADD 1 TO WS-SORT-I
           END-PERFORM
           .

      *> DEDUCTION MASTER LOAD - whole file into WS-DEDUCT-TABLE so
      *> 1350-CALCULATE-DEDUCTIONS can work without a file READ per
      *> released record. Optional - a missing file just leaves the
                   DISPLAY "LEAVE ROWS OUTSIDE PAY PERIOD: "
                           WS-OOW-LEAVE-COUNT " - SEE DETAIL ABOVE"
               END-IF
               IF WS-PGC-OTHER-LEAVE-COUNT > 0
                   DISPLAY "LEAVE ROWS FOR OTHER PAY GROUPS "
                           "PASSED OVER: " WS-PGC-OTHER-LEAVE-COUNT
               END-IF
           END-IF
           .

           END-IF
           MOVE LV-EMP-ID TO WS-LVT-PREV-EMP-ID

           MOVE LV-EMP-ID TO WS-PGC-LOOKUP-ID
           PERFORM 0195-CHECK-EMP-PAY-GROUP
           IF LV-HOURS-X IS NOT NUMERIC
              OR NOT (LV-TYPE = 'V' OR LV-TYPE = 'S')
               DISPLAY "REJECTED LEAVE ROW - EMP ID " LV-EMP-ID
                       " TYPE " LV-TYPE " HOURS " LV-HOURS-X
           ELSE
      *> Same as the punches - another group's leave is burned by
      *> that group's run against its own window.
           IF LOOKUP-IN-OTHER-GROUP
               ADD 1 TO WS-PGC-OTHER-LEAVE-COUNT
           ELSE
      *> A period-controlled run only burns leave dated inside the
      *> window - an undated row can't be windowed, and a straggler
      *> from last period is reported instead of quietly burning
           END-IF
           END-IF
           END-IF
           END-IF
           .

      *> PAY CALENDAR LOAD - PAYCAL.DAT into storage. No file is
      *> only a problem for a run that names a pay group; a bad row
      *> is reported and left out, the way the other control files
      *> treat theirs.
       0190-LOAD-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE

           IF PAYCAL-FILE-NOT-FOUND
               IF PAY-GROUP-SET
                   DISPLAY "PAYCAL.DAT NOT FOUND - PAY GROUP "
                           WS-PAY-GROUP " HAS NO CALENDAR"
               END-IF
           ELSE
               PERFORM UNTIL PAYCAL-FILE-EOF
                   READ PAY-CALENDAR-FILE
                       AT END
                           SET PAYCAL-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 0191-ADD-CALENDAR-ENTRY
                   END-READ

                   IF NOT (PAYCAL-FILE-OK OR PAYCAL-FILE-EOF)
                      DISPLAY "READ ERROR ON PAYCAL.DAT: "
                              WS-PAYCAL-FILE-STATUS
                      PERFORM 3000-ABORT-RUN
                   END-IF
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE

               IF WS-PCL-BAD-COUNT > 0
                   DISPLAY "PAYCAL.DAT ROWS REJECTED: "
                           WS-PCL-BAD-COUNT " - SEE DETAIL ABOVE"
               END-IF
           END-IF
           .

       0191-ADD-CALENDAR-ENTRY.
           IF PC-PAY-GROUP = SPACES
              OR PC-YEAR-X IS NOT NUMERIC
              OR PC-PERIOD-X IS NOT NUMERIC
              OR PC-PERIOD-X-NUM = ZERO
              OR PC-START-X IS NOT NUMERIC
              OR PC-END-X IS NOT NUMERIC
              OR PC-START-X-NUM > PC-END-X-NUM
              OR NOT (PC-FREQUENCY = 'W' OR PC-FREQUENCY = 'B'
                      OR PC-FREQUENCY = 'S' OR PC-FREQUENCY = 'M')
               ADD 1 TO WS-PCL-BAD-COUNT
               DISPLAY "REJECTED PAYCAL ROW: " PAY-CALENDAR-RECORD
           ELSE
               IF WS-PCL-HIGH < WS-PCL-MAX
                   ADD 1 TO WS-PCL-HIGH
                   MOVE PC-PAY-GROUP   TO WS-PCL-GROUP(WS-PCL-HIGH)
                   MOVE PC-YEAR-X-NUM  TO WS-PCL-YEAR(WS-PCL-HIGH)
                   MOVE PC-PERIOD-X-NUM
                        TO WS-PCL-PERIOD(WS-PCL-HIGH)
                   MOVE PC-START-X-NUM TO WS-PCL-START(WS-PCL-HIGH)
                   MOVE PC-END-X-NUM   TO WS-PCL-END(WS-PCL-HIGH)
                   MOVE PC-FREQUENCY   TO WS-PCL-FREQ(WS-PCL-HIGH)
               ELSE
                   DISPLAY "WARNING: PAY CALENDAR TABLE FULL - GROUP "
                           PC-PAY-GROUP " PERIOD " PC-PERIOD-X
                           " NOT LOADED"
               END-IF
           END-IF
           .

      *> One period off the calendar - WS-PCL-KEY-GROUP, -YEAR and
      *> -PERIOD in; the window and the frequency out, and
      *> PCL-GROUP-KNOWN when the group has any row at all.
       0192-FIND-CALENDAR-PERIOD.
           MOVE 'N' TO WS-PCL-FOUND-SW
           MOVE 'N' TO WS-PCL-GROUP-SW
           MOVE ZERO  TO WS-PCL-FOUND-START
           MOVE ZERO  TO WS-PCL-FOUND-END
           MOVE SPACE TO WS-PCL-FOUND-FREQ
           PERFORM VARYING WS-PCL-SUB FROM 1 BY 1
                   UNTIL WS-PCL-SUB > WS-PCL-HIGH
                      OR PCL-PERIOD-FOUND
               IF WS-PCL-GROUP(WS-PCL-SUB) = WS-PCL-KEY-GROUP
                   SET PCL-GROUP-KNOWN TO TRUE
                   IF WS-PCL-YEAR(WS-PCL-SUB) = WS-PCL-KEY-YEAR
                      AND WS-PCL-PERIOD(WS-PCL-SUB) = WS-PCL-KEY-PERIOD
                       SET PCL-PERIOD-FOUND TO TRUE
                       MOVE WS-PCL-START(WS-PCL-SUB)
                            TO WS-PCL-FOUND-START
                       MOVE WS-PCL-END(WS-PCL-SUB)
                            TO WS-PCL-FOUND-END
                       MOVE WS-PCL-FREQ(WS-PCL-SUB)
                            TO WS-PCL-FOUND-FREQ
                   END-IF
               END-IF
           END-PERFORM
           .

      *> The 'P' card named a group - its window, and the frequency
      *> the salaried amounts and accrual hours are cut by, come off
      *> the calendar. Running the wrong window posts wrong, so a
      *> period missing from the calendar or a keyed date that
      *> disagrees with it is fatal, same as a bad card.
       0193-RESOLVE-GROUP-PERIOD.
           IF WS-PGC-YEAR = ZERO
               MOVE WS-CURRENT-DATE TO WS-PGC-TODAY
               COMPUTE WS-PGC-YEAR = 2000 + WS-PGC-TODAY-YY
           END-IF
           MOVE WS-PAY-GROUP     TO WS-PCL-KEY-GROUP
           MOVE WS-PGC-YEAR      TO WS-PCL-KEY-YEAR
           MOVE WS-PERIOD-NUMBER TO WS-PCL-KEY-PERIOD
           PERFORM 0192-FIND-CALENDAR-PERIOD

           IF NOT PCL-PERIOD-FOUND
               DISPLAY "PERIOD " WS-PERIOD-NUMBER " OF " WS-PGC-YEAR
                       " NOT ON PAYCAL.DAT FOR PAY GROUP "
                       WS-PAY-GROUP
               PERFORM 3000-ABORT-RUN
           END-IF
           IF (WS-PGC-CARD-START NOT = ZERO
               AND WS-PGC-CARD-START NOT = WS-PCL-FOUND-START)
              OR (WS-PGC-CARD-END NOT = ZERO
               AND WS-PGC-CARD-END NOT = WS-PCL-FOUND-END)
               DISPLAY "'P' CARD DATES " WS-PGC-CARD-START " - "
                       WS-PGC-CARD-END " DISAGREE WITH PAYCAL.DAT "
                       WS-PCL-FOUND-START " - " WS-PCL-FOUND-END
                       " FOR PAY GROUP " WS-PAY-GROUP
               PERFORM 3000-ABORT-RUN
           END-IF

           MOVE WS-PCL-FOUND-START TO WS-PERIOD-START
           MOVE WS-PCL-FOUND-END   TO WS-PERIOD-END
           MOVE WS-PCL-FOUND-FREQ  TO WS-PGC-FREQUENCY
           EVALUATE WS-PGC-FREQUENCY
               WHEN 'W'  MOVE 52 TO WS-PGC-PERIODS-PER-YEAR
               WHEN 'B'  MOVE 26 TO WS-PGC-PERIODS-PER-YEAR
               WHEN 'S'  MOVE 24 TO WS-PGC-PERIODS-PER-YEAR
               WHEN 'M'  MOVE 12 TO WS-PGC-PERIODS-PER-YEAR
           END-EVALUATE
      *> A 2080-hour year spread over the group's periods.
           COMPUTE WS-PGC-STD-HOURS ROUNDED =
               2080 / WS-PGC-PERIODS-PER-YEAR
           DISPLAY "PAY GROUP " WS-PAY-GROUP " PERIOD "
                   WS-PERIOD-NUMBER " OF " WS-PGC-YEAR " WINDOW "
                   WS-PERIOD-START " - " WS-PERIOD-END
                   " FREQUENCY " WS-PGC-FREQUENCY
           .

      *> Is WS-PGC-LOOKUP-ID someone this group run should pass
      *> over? Only a row the master puts in another group is - an
      *> EMP-ID missing from the master stays in, so the payroll
      *> row's own master check rejects it the usual way.
       0195-CHECK-EMP-PAY-GROUP.
           IF NOT PAY-GROUP-SET
               MOVE 'N' TO WS-PGC-LAST-SW
           ELSE
               IF WS-PGC-LOOKUP-ID NOT = WS-PGC-LAST-ID
                   MOVE WS-PGC-LOOKUP-ID TO WS-PGC-LAST-ID
                   MOVE 'N' TO WS-PGC-LAST-SW
                   MOVE WS-PGC-LOOKUP-ID TO EM-EMP-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EM-PAY-GROUP NOT = WS-PAY-GROUP
                               SET LOOKUP-IN-OTHER-GROUP TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF
           .

      *> YTD MASTER OPEN/CLOSE - I-O so 4250-UPDATE-YTD-MASTER can READ,
      *> REWRITE or WRITE, and 5500 can browse it for the YTD summary.
       0300-OPEN-YTD-MASTER.
           OPEN I-O YTD-MASTER-FILE
           IF YTD-FILE-NOT-FOUND
      *>         First run - dataset doesn't exist yet. Create it empty
      *>         then re-open for I-O the way a VSAM KSDS has to be primed.
               OPEN OUTPUT YTD-MASTER-FILE
           CLOSE PAY-DETAIL-ARCHIVE
           .

      *> COURT-ORDER MASTER OPEN/CLOSE - same prime-an-empty-dataset
      *> step as the YTD master: no orders on file yet is simply an
      *> empty master, not a fallback condition.
       0330-OPEN-GARN-MASTER.
           OPEN I-O GARN-MASTER-FILE
           IF GARNMAST-FILE-NOT-FOUND
               OPEN OUTPUT GARN-MASTER-FILE
               CLOSE GARN-MASTER-FILE
               OPEN I-O GARN-MASTER-FILE
           END-IF
           MOVE WS-CURRENT-DATE TO WS-GRW-TODAY
           .

       0930-CLOSE-GARN-MASTER.
           CLOSE GARN-MASTER-FILE
           .

      *> EMPLOYEE MASTER OPEN/CLOSE - INPUT only; payroll reads it,
      *> personnel maintains it. Unlike the YTD master there is no
      *> prime-an-empty-dataset step: an absent master is a fallback
           END-IF
           .

      *> RUN LEDGER OPEN/CLOSE - same prime-an-empty-dataset step as
      *> the YTD master: the first run ever logged creates it.
       0340-OPEN-RUN-LEDGER.
           OPEN I-O RUN-LEDGER-FILE
           IF RUNLEDG-FILE-NOT-FOUND
               OPEN OUTPUT RUN-LEDGER-FILE
               CLOSE RUN-LEDGER-FILE
               OPEN I-O RUN-LEDGER-FILE
           END-IF
           .

       0940-CLOSE-RUN-LEDGER.
           CLOSE RUN-LEDGER-FILE
           .

      *> CHECK MASTER OPEN/CLOSE - same prime-an-empty-dataset step:
      *> the first run that cuts a check creates it.
       0350-OPEN-CHECK-MASTER.
           OPEN I-O CHECK-MASTER-FILE
           IF CHKMAST-FILE-NOT-FOUND
               OPEN OUTPUT CHECK-MASTER-FILE
               CLOSE CHECK-MASTER-FILE
               OPEN I-O CHECK-MASTER-FILE
           END-IF
           IF NOT CHKMAST-FILE-OK
               DISPLAY "CHKMAST.DAT WILL NOT OPEN: "
                       WS-CHKMAST-FILE-STATUS
               PERFORM 3000-ABORT-RUN
           END-IF
           .

       0960-CLOSE-CHECK-MASTER.
           CLOSE CHECK-MASTER-FILE
           .

      *> RUN LEDGER - START OF RUN. One pass over the ledger finds the
      *> next run number and what the sequence rules need:
      *>   'P' a period already released is not run again, and a
      *>       period is not run before the one ahead of it has been
      *>       released (balanced, not held, RETURN-CODE under 8);
      *>   'Y' a year is closed once, and not while the last regular
      *>       period since the previous close is held, aborted or
      *>       never finished;
      *>   'Q' a quarter is closed once;
      *>   'W' original statements go out once a year - corrections
      *>       as often as needed;
      *>   'T' the same RETRO.DAT (same count and hash) is applied
      *>       once.
      *> Off-cycle, maintenance, ACH return, reprint and carrier runs
      *> are logged but have no order to keep. A refused run is
      *> logged as refused and stops with RETURN-CODE 8 before it
      *> touches anything - unless a supervisor's 'S' card is in
      *> PARMS.DAT, in which case the refusal is written on the
      *> run's entry with the supervisor's id and reason and the run
      *> goes ahead.
       0600-LEDGER-START-RUN.
           MOVE WS-CURRENT-DATE TO WS-RLG-TODAY
           IF WS-RLG-YEAR = ZERO
               COMPUTE WS-RLG-YEAR = 2000 + WS-RLG-TODAY-YY
           END-IF
           MOVE ZERO TO WS-RLG-LAST-RUN-NO
           MOVE ZERO TO WS-RLG-DONE-RUN-NO
           MOVE ZERO TO WS-RLG-LAST-REG-PERIOD
           MOVE ZERO TO WS-RLG-INPUT-COUNT
           MOVE ZERO TO WS-RLG-INPUT-HASH
           MOVE 'N' TO WS-RLG-REFUSED-SW
           MOVE 'N' TO WS-RLG-ANY-REGULAR-SW
           MOVE 'N' TO WS-RLG-PRIOR-SW
           MOVE 'N' TO WS-RLG-THIS-SW
           MOVE ZERO TO WS-RLG-GRP-HIGH
           MOVE 'N' TO WS-RLG-DONE-SW
           MOVE SPACES TO WS-RLG-REASON

           IF WS-RLG-MODE = 'T'
               PERFORM 0620-LEDGER-FINGERPRINT-RETRO
           END-IF
           IF WS-RLG-MODE = 'K'
               PERFORM 0625-LEDGER-FINGERPRINT-PAID
           END-IF

           PERFORM 0340-OPEN-RUN-LEDGER
           MOVE ZERO TO RL-RUN-NO
           START RUN-LEDGER-FILE KEY IS NOT LESS THAN RL-RUN-NO
               INVALID KEY
                   CONTINUE
           END-START

           IF RUNLEDG-FILE-OK
               PERFORM UNTIL RUNLEDG-FILE-NOT-FOUND
                   READ RUN-LEDGER-FILE NEXT RECORD
                       AT END
                           SET RUNLEDG-FILE-NOT-FOUND TO TRUE
                       NOT AT END
                           PERFORM 0610-LEDGER-SCAN-ENTRY
                   END-READ
               END-PERFORM
           END-IF

           PERFORM 0630-LEDGER-CHECK-SEQUENCE

           ADD 1 TO WS-RLG-LAST-RUN-NO GIVING WS-RLG-RUN-NO
           ACCEPT WS-RLG-TIME FROM TIME
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE WS-RLG-RUN-NO      TO RL-RUN-NO
           MOVE WS-RLG-MODE        TO RL-MODE
           MOVE WS-RLG-OPTION      TO RL-OPTION
           MOVE WS-RLG-PAY-GROUP   TO RL-PAY-GROUP
           MOVE WS-RLG-PERIOD      TO RL-PERIOD
           MOVE WS-RLG-YEAR        TO RL-YEAR
           MOVE WS-CURRENT-DATE    TO RL-START-DATE
           MOVE WS-RLG-TIME        TO RL-START-TIME
           MOVE ZERO               TO RL-END-DATE
           MOVE ZERO               TO RL-END-TIME
           MOVE ZERO               TO RL-RECORD-COUNT
           MOVE ZERO               TO RL-GROSS
           MOVE ZERO               TO RL-RETURN-CODE
           MOVE 'N'                TO RL-BALANCE-SW
           MOVE 'N'                TO RL-VARIANCE-SW
           MOVE WS-RLG-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-RLG-INPUT-HASH  TO RL-INPUT-HASH
           MOVE WS-RLG-REASON      TO RL-NOTE
           IF RLG-RUN-REFUSED AND NOT RLG-OVERRIDE-GIVEN
               SET RL-REFUSED TO TRUE
               MOVE WS-CURRENT-DATE TO RL-END-DATE
               MOVE WS-RLG-TIME     TO RL-END-TIME
               MOVE 8               TO RL-RETURN-CODE
           ELSE
               SET RL-STARTED TO TRUE
               IF RLG-RUN-REFUSED
                   MOVE WS-RLG-OVERRIDE-BY     TO RL-OVERRIDE-BY
                   MOVE WS-RLG-OVERRIDE-REASON TO RL-OVERRIDE-REASON
               END-IF
           END-IF

           WRITE RUN-LEDGER-RECORD
           IF NOT RUNLEDG-FILE-OK
               DISPLAY "WRITE ERROR ON RUNLEDG.DAT: "
                       WS-RUNLEDG-FILE-STATUS " RUN NO " WS-RLG-RUN-NO
               PERFORM 0940-CLOSE-RUN-LEDGER
               PERFORM 3000-ABORT-RUN
           END-IF
           PERFORM 0940-CLOSE-RUN-LEDGER

           IF RLG-RUN-REFUSED
               IF RLG-OVERRIDE-GIVEN
                   DISPLAY "RUN SEQUENCE CHECK FAILED - " WS-RLG-REASON
                   DISPLAY "OVERRIDDEN BY " WS-RLG-OVERRIDE-BY
                           " - " WS-RLG-OVERRIDE-REASON
               ELSE
                   DISPLAY "RUN REFUSED - " WS-RLG-REASON
                   DISPLAY "NOTHING PROCESSED - LOGGED AS RUN NO "
                           WS-RLG-RUN-NO " ON RUNLEDG.DAT"
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "Execution stopped"
                   GOBACK
               END-IF
           END-IF

           SET RLG-RUN-ACTIVE TO TRUE
           DISPLAY "RUN NO " WS-RLG-RUN-NO " STARTED ON RUNLEDG.DAT"
           .

      *> The W-2 run logs its year and whether it is originals or
      *> corrections - only originals are held to once a year.
       0605-LEDGER-START-W2.
           MOVE 'W'        TO WS-RLG-MODE
           MOVE WS-W2-KIND TO WS-RLG-OPTION
           MOVE WS-W2-YEAR TO WS-RLG-YEAR
           PERFORM 0600-LEDGER-START-RUN
           .

      *> One ledger entry against the rules. Refused entries never
      *> ran, so they count for nothing but the run number. A
      *> completed year-end close starts the period history over.
       0610-LEDGER-SCAN-ENTRY.
           IF RL-RUN-NO > WS-RLG-LAST-RUN-NO
               MOVE RL-RUN-NO TO WS-RLG-LAST-RUN-NO
           END-IF

           MOVE 'N' TO WS-RLG-RELEASED-SW
           IF RL-ENDED AND RL-RETURN-CODE < 8
              AND NOT RL-OUT-OF-BALANCE AND NOT RL-VARIANCE-HELD
               SET RLG-ENTRY-RELEASED TO TRUE
           END-IF

           IF NOT RL-REFUSED
               EVALUATE RL-MODE
                   WHEN 'Y'
                       IF RLG-ENTRY-RELEASED
                           MOVE 'N' TO WS-RLG-PRIOR-SW
                           MOVE 'N' TO WS-RLG-THIS-SW
                           MOVE ZERO TO WS-RLG-LAST-REG-PERIOD
                           MOVE ZERO TO WS-RLG-GRP-HIGH
                           IF WS-RLG-MODE = 'Y'
                              AND RL-YEAR = WS-RLG-YEAR
                               SET RLG-ALREADY-DONE TO TRUE
                               MOVE RL-RUN-NO TO WS-RLG-DONE-RUN-NO
                           END-IF
                       END-IF
      *> Another pay group's runs are its own sequence - they only
      *> matter here to the year-end close.
                   WHEN 'P'
                       PERFORM 0615-LEDGER-NOTE-GROUP-RUN
                       IF RL-PAY-GROUP = WS-RLG-PAY-GROUP
                           MOVE RL-PERIOD TO WS-RLG-LAST-REG-PERIOD
                       END-IF
                       IF RL-PERIOD > ZERO
                          AND RL-PAY-GROUP = WS-RLG-PAY-GROUP
                           SET RLG-ANY-REGULAR TO TRUE
                           IF RLG-ENTRY-RELEASED
                               IF RL-PERIOD + 1 = WS-RLG-PERIOD
                                   SET RLG-PRIOR-RELEASED TO TRUE
                               END-IF
                               IF RL-PERIOD = WS-RLG-PERIOD
                                   SET RLG-THIS-RELEASED TO TRUE
                                   MOVE RL-RUN-NO TO WS-RLG-DONE-RUN-NO
                               END-IF
                           END-IF
                       END-IF
                   WHEN 'Q'
                       IF WS-RLG-MODE = 'Q' AND RLG-ENTRY-RELEASED
                          AND RL-YEAR = WS-RLG-YEAR
                          AND RL-PERIOD = WS-RLG-PERIOD
                           SET RLG-ALREADY-DONE TO TRUE
                           MOVE RL-RUN-NO TO WS-RLG-DONE-RUN-NO
                       END-IF
                   WHEN 'W'
                       IF WS-RLG-MODE = 'W' AND RLG-ENTRY-RELEASED
                          AND WS-RLG-OPTION = 'O' AND RL-OPTION = 'O'
                          AND RL-YEAR = WS-RLG-YEAR
                           SET RLG-ALREADY-DONE TO TRUE
                           MOVE RL-RUN-NO TO WS-RLG-DONE-RUN-NO
                       END-IF
                   WHEN 'T'
                       IF WS-RLG-MODE = 'T' AND RLG-ENTRY-RELEASED
                          AND WS-RLG-INPUT-COUNT > ZERO
                          AND RL-INPUT-COUNT = WS-RLG-INPUT-COUNT
                          AND RL-INPUT-HASH = WS-RLG-INPUT-HASH
                           SET RLG-ALREADY-DONE TO TRUE
                           MOVE RL-RUN-NO TO WS-RLG-DONE-RUN-NO
                       END-IF
      *> A paid-items file is applied to the check master even when
      *> its run ends on exceptions, so any run that finished counts.
                   WHEN 'K'
                       IF WS-RLG-MODE = 'K' AND RL-ENDED
                          AND WS-RLG-INPUT-COUNT > ZERO
                          AND RL-INPUT-COUNT = WS-RLG-INPUT-COUNT
                          AND RL-INPUT-HASH = WS-RLG-INPUT-HASH
                           SET RLG-ALREADY-DONE TO TRUE
                           MOVE RL-RUN-NO TO WS-RLG-DONE-RUN-NO
                       END-IF
               END-EVALUATE
           END-IF
           .

       0615-LEDGER-NOTE-GROUP-RUN.
           MOVE ZERO TO WS-RLG-GRP-HIT
           PERFORM VARYING WS-RLG-GRP-SUB FROM 1 BY 1
                   UNTIL WS-RLG-GRP-SUB > WS-RLG-GRP-HIGH
               IF WS-RLG-GRP-CODE(WS-RLG-GRP-SUB) = RL-PAY-GROUP
                   MOVE WS-RLG-GRP-SUB TO WS-RLG-GRP-HIT
               END-IF
           END-PERFORM
           IF WS-RLG-GRP-HIT = ZERO
              AND WS-RLG-GRP-HIGH < WS-RLG-GRP-MAX
               ADD 1 TO WS-RLG-GRP-HIGH
               MOVE WS-RLG-GRP-HIGH TO WS-RLG-GRP-HIT
               MOVE RL-PAY-GROUP TO WS-RLG-GRP-CODE(WS-RLG-GRP-HIT)
           END-IF
           IF WS-RLG-GRP-HIT > ZERO
               MOVE RL-PERIOD TO WS-RLG-GRP-PERIOD(WS-RLG-GRP-HIT)
               MOVE WS-RLG-RELEASED-SW
                    TO WS-RLG-GRP-REL-SW(WS-RLG-GRP-HIT)
           END-IF
           .

      *> RETRO.DAT fingerprint - the row count and a hash of every
      *> numeric field. The same file fed twice matches on both; a
      *> genuinely new batch of rate changes will not.
       0620-LEDGER-FINGERPRINT-RETRO.
           OPEN INPUT RETRO-TRANS-FILE
           IF NOT RETRO-FILE-NOT-FOUND
               PERFORM UNTIL RETRO-FILE-EOF
                   READ RETRO-TRANS-FILE
                       AT END
                           SET RETRO-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RLG-INPUT-COUNT
                           IF RT-EMP-ID IS NUMERIC
                               MOVE RT-EMP-ID TO WS-RLG-HASH-ID
                               ADD WS-RLG-HASH-ID TO WS-RLG-INPUT-HASH
                           END-IF
                           IF RT-OLD-RATE-X IS NUMERIC
                               ADD RT-OLD-RATE-X-NUM
                                   TO WS-RLG-INPUT-HASH
                           END-IF
                           IF RT-NEW-RATE-X IS NUMERIC
                               ADD RT-NEW-RATE-X-NUM
                                   TO WS-RLG-INPUT-HASH
                           END-IF
                           IF RT-EFF-DATE-X IS NUMERIC
                               MOVE RT-EFF-DATE-X TO WS-RLG-HASH-DATE
                               ADD WS-RLG-HASH-DATE
                                   TO WS-RLG-INPUT-HASH
                           END-IF
                           IF RT-FROM-PERIOD-X IS NUMERIC
                               ADD RT-FROM-PERIOD-X-NUM
                                   TO WS-RLG-INPUT-HASH
                           END-IF
                   END-READ

                   IF NOT (RETRO-FILE-OK OR RETRO-FILE-EOF)
                      DISPLAY "READ ERROR ON RETRO.DAT: "
                              WS-RETRO-FILE-STATUS
                      PERFORM 3000-ABORT-RUN
                   END-IF
               END-PERFORM
               CLOSE RETRO-TRANS-FILE
           END-IF
           .

      *> BANKPAID.DAT fingerprint - the paid items and a hash of
      *> their check numbers, cents and paid dates. Fed twice, every
      *> check on it would come back paid twice.
       0625-LEDGER-FINGERPRINT-PAID.
           OPEN INPUT BANK-PAID-FILE
           IF NOT BANKPAID-FILE-NOT-FOUND
               PERFORM UNTIL BANKPAID-FILE-EOF
                   READ BANK-PAID-FILE
                       AT END
                           SET BANKPAID-FILE-EOF TO TRUE
                       NOT AT END
                           IF BP-IS-DETAIL
                               ADD 1 TO WS-RLG-INPUT-COUNT
                               IF BP-CHECK-NO-X IS NUMERIC
                                   ADD BP-CHECK-NO-X-NUM
                                       TO WS-RLG-INPUT-HASH
                               END-IF
                               IF BP-AMOUNT-X IS NUMERIC
                                   ADD BP-AMOUNT-X-NUM
                                       TO WS-RLG-INPUT-HASH
                               END-IF
                               IF BP-PAID-DATE-X IS NUMERIC
                                   ADD BP-PAID-DATE-X-NUM
                                       TO WS-RLG-INPUT-HASH
                               END-IF
                           END-IF
                   END-READ

                   IF NOT (BANKPAID-FILE-OK OR BANKPAID-FILE-EOF)
                      DISPLAY "READ ERROR ON BANKPAID.DAT: "
                              WS-BANKPAID-FILE-STATUS
                      PERFORM 3000-ABORT-RUN
                   END-IF
               END-PERFORM
               CLOSE BANK-PAID-FILE
           END-IF
           .

       0630-LEDGER-CHECK-SEQUENCE.
           EVALUATE WS-RLG-MODE
               WHEN 'P'
                   IF WS-RLG-PERIOD > ZERO
                       IF RLG-THIS-RELEASED
                           SET RLG-RUN-REFUSED TO TRUE
                           STRING 'PERIOD ' WS-RLG-PERIOD
                                  ' GROUP ' WS-RLG-PAY-GROUP
                                  ' ALREADY RELEASED BY RUN NO '
                                  WS-RLG-DONE-RUN-NO
                                  DELIMITED BY SIZE INTO WS-RLG-REASON
                           END-STRING
                       ELSE
                           IF RLG-ANY-REGULAR AND WS-RLG-PERIOD > 1
                              AND NOT RLG-PRIOR-RELEASED
                               SET RLG-RUN-REFUSED TO TRUE
                               STRING 'PERIOD BEFORE ' WS-RLG-PERIOD
                                      ' GROUP ' WS-RLG-PAY-GROUP
                                      ' NOT RELEASED - LAST RUN '
                                      'WAS ' WS-RLG-LAST-REG-PERIOD
                                      DELIMITED BY SIZE
                                      INTO WS-RLG-REASON
                               END-STRING
                           END-IF
                       END-IF
                   END-IF
               WHEN 'Y'
                   IF RLG-ALREADY-DONE
                       SET RLG-RUN-REFUSED TO TRUE
                       STRING 'YEAR ' WS-RLG-YEAR
                              ' ALREADY CLOSED BY RUN NO '
                              WS-RLG-DONE-RUN-NO
                              DELIMITED BY SIZE INTO WS-RLG-REASON
                       END-STRING
                   ELSE
                       MOVE ZERO TO WS-RLG-GRP-HIT
                       PERFORM VARYING WS-RLG-GRP-SUB FROM 1 BY 1
                               UNTIL WS-RLG-GRP-SUB > WS-RLG-GRP-HIGH
                                  OR WS-RLG-GRP-HIT > ZERO
                           IF NOT RLG-GRP-RELEASED(WS-RLG-GRP-SUB)
                               MOVE WS-RLG-GRP-SUB TO WS-RLG-GRP-HIT
                           END-IF
                       END-PERFORM
                       IF WS-RLG-GRP-HIT > ZERO
                           SET RLG-RUN-REFUSED TO TRUE
                           STRING 'LAST PERIOD RUN ('
                                  WS-RLG-GRP-PERIOD(WS-RLG-GRP-HIT)
                                  ') GROUP '
                                  WS-RLG-GRP-CODE(WS-RLG-GRP-HIT)
                                  ' HELD, ABORTED OR UNFINISHED'
                                  DELIMITED BY SIZE INTO WS-RLG-REASON
                           END-STRING
                       END-IF
                   END-IF
               WHEN 'Q'
                   IF RLG-ALREADY-DONE
                       SET RLG-RUN-REFUSED TO TRUE
                       STRING 'QUARTER ' WS-RLG-PERIOD ' OF '
                              WS-RLG-YEAR ' ALREADY CLOSED BY RUN NO '
                              WS-RLG-DONE-RUN-NO
                              DELIMITED BY SIZE INTO WS-RLG-REASON
                       END-STRING
                   END-IF
               WHEN 'W'
                   IF RLG-ALREADY-DONE
                       SET RLG-RUN-REFUSED TO TRUE
                       STRING 'W-2 ORIGINALS FOR ' WS-RLG-YEAR
                              ' ALREADY ISSUED BY RUN NO '
                              WS-RLG-DONE-RUN-NO
                              DELIMITED BY SIZE INTO WS-RLG-REASON
                       END-STRING
                   END-IF
               WHEN 'T'
                   IF RLG-ALREADY-DONE
                       SET RLG-RUN-REFUSED TO TRUE
                       STRING 'THIS RETRO.DAT ALREADY APPLIED BY '
                              'RUN NO '
                              WS-RLG-DONE-RUN-NO
                              DELIMITED BY SIZE INTO WS-RLG-REASON
                       END-STRING
                   END-IF
               WHEN 'K'
                   IF RLG-ALREADY-DONE
                       SET RLG-RUN-REFUSED TO TRUE
                       STRING 'THIS BANKPAID.DAT ALREADY RECONCILED '
                              'BY RUN NO '
                              WS-RLG-DONE-RUN-NO
                              DELIMITED BY SIZE INTO WS-RLG-REASON
                       END-STRING
                   END-IF
           END-EVALUATE
           .

      *> RUN LEDGER - END OF RUN. Turn the run's entry to ended with
      *> what the caller left in the count, gross and balance/variance
      *> switches and the RETURN-CODE as it stands, then clear them
      *> for the next mode riding the same run.
       0690-LEDGER-END-RUN.
           MOVE 'N' TO WS-RLG-ACTIVE-SW
           PERFORM 0340-OPEN-RUN-LEDGER
           MOVE WS-RLG-RUN-NO TO RL-RUN-NO
           READ RUN-LEDGER-FILE
               INVALID KEY
                   DISPLAY "RUN NO " WS-RLG-RUN-NO
                           " MISSING FROM RUNLEDG.DAT - END NOT LOGGED"
           END-READ
           IF RUNLEDG-FILE-OK
               ACCEPT WS-RLG-TIME FROM TIME
               SET RL-ENDED TO TRUE
               MOVE WS-CURRENT-DATE    TO RL-END-DATE
               MOVE WS-RLG-TIME        TO RL-END-TIME
               MOVE WS-RLG-COUNT       TO RL-RECORD-COUNT
               MOVE WS-RLG-GROSS       TO RL-GROSS
               MOVE RETURN-CODE        TO RL-RETURN-CODE
               MOVE WS-RLG-BALANCE-SW  TO RL-BALANCE-SW
               MOVE WS-RLG-VARIANCE-SW TO RL-VARIANCE-SW
               REWRITE RUN-LEDGER-RECORD
               IF NOT RUNLEDG-FILE-OK
                   DISPLAY "REWRITE ERROR ON RUNLEDG.DAT: "
                           WS-RUNLEDG-FILE-STATUS " RUN NO "
                           WS-RLG-RUN-NO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0940-CLOSE-RUN-LEDGER

           MOVE ZERO TO WS-RLG-COUNT
           MOVE ZERO TO WS-RLG-GROSS
           MOVE 'N' TO WS-RLG-BALANCE-SW
           MOVE 'N' TO WS-RLG-VARIANCE-SW
           MOVE SPACE TO WS-RLG-OPTION
           MOVE SPACES TO WS-RLG-PAY-GROUP
           MOVE ZERO TO WS-RLG-PERIOD
           MOVE ZERO TO WS-RLG-YEAR
           .

      *> The payroll path ends in two places (the normal end and the
      *> no-departments exit in 5200) - both log the same way.
       0695-LEDGER-END-PAYROLL.
           MOVE WS-GRAND-COUNT TO WS-RLG-COUNT
           MOVE WS-GRAND-TOTAL TO WS-RLG-GROSS
           IF RUN-OUT-OF-BALANCE
               MOVE 'Y' TO WS-RLG-BALANCE-SW
           END-IF
           IF RUN-HELD-FOR-VARIANCE
               MOVE 'Y' TO WS-RLG-VARIANCE-SW
           END-IF
           PERFORM 0690-LEDGER-END-RUN
           .

      *> An aborted run's entry is turned to 'A' so the sequence
      *> check sees the period as never released.
       0697-LEDGER-ABORT-RUN.
           MOVE 'N' TO WS-RLG-ACTIVE-SW
           PERFORM 0340-OPEN-RUN-LEDGER
           MOVE WS-RLG-RUN-NO TO RL-RUN-NO
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF RUNLEDG-FILE-OK
               ACCEPT WS-RLG-TIME FROM TIME
               SET RL-ABORTED TO TRUE
               MOVE WS-CURRENT-DATE TO RL-END-DATE
               MOVE WS-RLG-TIME     TO RL-END-TIME
               MOVE RETURN-CODE     TO RL-RETURN-CODE
               REWRITE RUN-LEDGER-RECORD
           END-IF
           PERFORM 0940-CLOSE-RUN-LEDGER
           .

       1000-INPUT-PROCEDURE.
           OPEN INPUT PAYROLL-FILE
           OPEN OUTPUT REJECT-FILE
                      PERFORM 2200-CALCULATE-AND-RELEASE
                      PERFORM 1500-CHECKPOINT-IF-DUE
                   ELSE
                   IF ROW-IN-OTHER-GROUP
                      ADD 1 TO WS-PGC-OTHER-ROW-COUNT
                   ELSE
      *> It would be nice to have proper error handling, but for the test task I just do DISPLAY
                     DISPLAY "Error record. EMP ID:" WS-EMP-ID
                   END-IF
                   END-IF
               END-READ

               IF NOT (FILE-OK OR FILE-EOF)
      *> Resolve which OT base/multiplier applies - a per-DEPT PARMS.DAT
      *> override if one was loaded for WS-DEPT, otherwise the global.
       1250-RESOLVE-OT-RULE.
           MOVE WS-OT-BASE-GLOBAL     TO WS-EFFECTIVE-BASE
           MOVE WS-OT-MULT-GLOBAL     TO WS-EFFECTIVE-MULT
           MOVE WS-OT-DAILY-GLOBAL    TO WS-EFFECTIVE-DAILY
           MOVE WS-OT-DT-DAILY-GLOBAL TO WS-EFFECTIVE-DT-DAILY
           MOVE WS-OT-SEVENTH-GLOBAL  TO WS-EFFECTIVE-SEVENTH

           PERFORM VARYING OTD-IDX FROM 1 BY 1
                   UNTIL OTD-IDX > WS-OT-DEPT-HIGH
               IF WS-OTD-DEPT(OTD-IDX) = WS-DEPT
                   MOVE WS-OTD-BASE(OTD-IDX) TO WS-EFFECTIVE-BASE
                   MOVE WS-OTD-MULT(OTD-IDX) TO WS-EFFECTIVE-MULT
                   MOVE WS-OTD-DAILY(OTD-IDX) TO WS-EFFECTIVE-DAILY
                   MOVE WS-OTD-DT-DAILY(OTD-IDX)
                        TO WS-EFFECTIVE-DT-DAILY
                   MOVE WS-OTD-SEVENTH(OTD-IDX)
                        TO WS-EFFECTIVE-SEVENTH
               END-IF
           END-PERFORM
           .
           END-IF
           .

      *> Hours summed off TIMECARD.DAT still carry their dates, so
      *> overtime is worked out per day and per workweek (1315). Hours
      *> keyed straight on PAYROLL.DAT have no dates - they keep the
      *> one weekly threshold against the total, as always.
       1310-CALCULATE-HOURLY-PAY.
           PERFORM 1250-RESOLVE-OT-RULE

           MOVE 'N' TO WS-DOT-USED-SW
           IF HOURS-FROM-TIMECARD
               PERFORM 1315-SPLIT-HOURS-BY-DAY
           END-IF

           IF OT-FROM-PUNCH-DATES
              COMPUTE WS-OVERTIME-HRS = WS-DOT-OT-HOURS
                                      + WS-DOT-DT-HOURS
              MOVE WS-DOT-DT-HOURS TO WS-DT-HOURS
              COMPUTE WS-REGULAR-PAY = WS-DOT-REG-HOURS * WS-RATE
              COMPUTE WS-OVERTIME-RATE = WS-RATE * WS-EFFECTIVE-MULT
              COMPUTE WS-DT-PAY =
                       WS-DT-HOURS * WS-RATE * WS-OT-DT-MULT
              COMPUTE WS-OVERTIME-PAY =
                       WS-DOT-OT-HOURS * WS-OVERTIME-RATE + WS-DT-PAY
              COMPUTE WS-TOTAL-PAY = WS-REGULAR-PAY + WS-OVERTIME-PAY
           ELSE
           IF WS-HOURS > WS-EFFECTIVE-BASE
              COMPUTE WS-OVERTIME-HRS = WS-HOURS - WS-EFFECTIVE-BASE
              COMPUTE WS-REGULAR-PAY = WS-EFFECTIVE-BASE * WS-RATE
              COMPUTE WS-REGULAR-PAY = WS-HOURS * WS-RATE
              MOVE WS-REGULAR-PAY TO WS-TOTAL-PAY
           END-IF
           END-IF
           .

      *> Walk the employee's days in date order. Each day's hours
      *> over the double-time threshold are 2.0x, hours over the
      *> daily threshold up to it are 1.5x, and what is left is
      *> straight time - which then counts toward the workweek's
      *> base, anything past the base going to 1.5x (daily overtime
      *> hours never count toward the weekly base, so no hour is
      *> paid overtime twice). The seventh consecutive day worked in
      *> a workweek, where the rule is on, is all overtime: 1.5x up
      *> to the daily threshold and 2.0x past it. The days have to
      *> add back to the hours being paid; if they don't (a full
      *> table dropped punches) the weekly total rule is used with a
      *> note.
       1315-SPLIT-HOURS-BY-DAY.
           MOVE ZERO TO WS-DOT-OT-HOURS
           MOVE ZERO TO WS-DOT-DT-HOURS
           MOVE ZERO TO WS-DOT-REG-HOURS
           MOVE ZERO TO WS-DOT-SUM-HOURS

           SEARCH ALL WS-DH-ENTRIES
               AT END
                   CONTINUE
               WHEN WS-DH-EMP-ID(DH-IDX) = WS-EMP-ID-X
                   SET OT-FROM-PUNCH-DATES TO TRUE
           END-SEARCH

           IF OT-FROM-PUNCH-DATES
               PERFORM UNTIL DH-IDX = 1
                      OR WS-DH-EMP-ID(DH-IDX - 1) NOT = WS-EMP-ID-X
                   SET DH-IDX DOWN BY 1
               END-PERFORM

               IF PAY-PERIOD-SET
                   MOVE WS-PERIOD-START TO WS-DAYNO-DATE
               ELSE
                   MOVE WS-DH-WORK-DATE(DH-IDX) TO WS-DAYNO-DATE
               END-IF
               PERFORM 1330-COMPUTE-DAY-NUMBER
               MOVE WS-DAYNO-RESULT TO WS-DOT-ANCHOR
               MOVE -1 TO WS-DOT-CUR-WEEK
               MOVE ZERO TO WS-DOT-LAST-DAYNO

               PERFORM UNTIL DH-IDX > WS-DH-TABLE-HIGH
                      OR WS-DH-EMP-ID(DH-IDX) NOT = WS-EMP-ID-X
                   PERFORM 1316-PRICE-ONE-DAY
                   SET DH-IDX UP BY 1
               END-PERFORM

               IF WS-DOT-SUM-HOURS NOT = WS-HOURS
                   DISPLAY "PUNCH DAYS DO NOT ADD TO HOURS PAID - EMP "
                           "ID " WS-EMP-ID-X " - WEEKLY TOTAL RULE USED"
                   MOVE 'N' TO WS-DOT-USED-SW
               END-IF
           END-IF
           .

       1316-PRICE-ONE-DAY.
           MOVE WS-DH-HOURS(DH-IDX) TO WS-DOT-DAY-HOURS
           ADD WS-DOT-DAY-HOURS TO WS-DOT-SUM-HOURS
           MOVE WS-DH-WORK-DATE(DH-IDX) TO WS-DAYNO-DATE
           PERFORM 1330-COMPUTE-DAY-NUMBER
           COMPUTE WS-DOT-WEEK =
                   (WS-DAYNO-RESULT - WS-DOT-ANCHOR) / 7

           IF WS-DOT-WEEK NOT = WS-DOT-CUR-WEEK
               MOVE WS-DOT-WEEK TO WS-DOT-CUR-WEEK
               MOVE ZERO TO WS-DOT-WEEK-REG
               MOVE ZERO TO WS-DOT-CONSEC
           END-IF
           IF WS-DOT-CONSEC > ZERO
              AND WS-DAYNO-RESULT = WS-DOT-LAST-DAYNO + 1
               ADD 1 TO WS-DOT-CONSEC
           ELSE
               MOVE 1 TO WS-DOT-CONSEC
           END-IF
           MOVE WS-DAYNO-RESULT TO WS-DOT-LAST-DAYNO

           MOVE ZERO TO WS-DOT-DAY-DT
           MOVE ZERO TO WS-DOT-DAY-OT

           IF SEVENTH-DAY-RULE AND WS-DOT-CONSEC = 7
               IF WS-EFFECTIVE-DAILY > ZERO
                  AND WS-DOT-DAY-HOURS > WS-EFFECTIVE-DAILY
                   COMPUTE WS-DOT-DAY-DT =
                           WS-DOT-DAY-HOURS - WS-EFFECTIVE-DAILY
               END-IF
               COMPUTE WS-DOT-DAY-OT = WS-DOT-DAY-HOURS - WS-DOT-DAY-DT
               MOVE ZERO TO WS-DOT-DAY-REG
           ELSE
               IF WS-EFFECTIVE-DT-DAILY > ZERO
                  AND WS-DOT-DAY-HOURS > WS-EFFECTIVE-DT-DAILY
                   COMPUTE WS-DOT-DAY-DT =
                           WS-DOT-DAY-HOURS - WS-EFFECTIVE-DT-DAILY
               END-IF
               IF WS-EFFECTIVE-DAILY > ZERO
                  AND WS-DOT-DAY-HOURS - WS-DOT-DAY-DT
                      > WS-EFFECTIVE-DAILY
                   COMPUTE WS-DOT-DAY-OT = WS-DOT-DAY-HOURS
                           - WS-DOT-DAY-DT - WS-EFFECTIVE-DAILY
               END-IF
               COMPUTE WS-DOT-DAY-REG = WS-DOT-DAY-HOURS
                       - WS-DOT-DAY-DT - WS-DOT-DAY-OT

               IF WS-DOT-WEEK-REG + WS-DOT-DAY-REG > WS-EFFECTIVE-BASE
                   COMPUTE WS-DOT-EXCESS = WS-DOT-WEEK-REG
                           + WS-DOT-DAY-REG - WS-EFFECTIVE-BASE
                   ADD WS-DOT-EXCESS TO WS-DOT-DAY-OT
                   SUBTRACT WS-DOT-EXCESS FROM WS-DOT-DAY-REG
               END-IF
               ADD WS-DOT-DAY-REG TO WS-DOT-WEEK-REG
           END-IF

           ADD WS-DOT-DAY-REG TO WS-DOT-REG-HOURS
           ADD WS-DOT-DAY-OT  TO WS-DOT-OT-HOURS
           ADD WS-DOT-DAY-DT  TO WS-DOT-DT-HOURS
           .

      *> Days since 1 Jan 2000: whole years, the leap days before
      *> this year, the days before this month, and this year's leap
      *> day once February is past.
       1330-COMPUTE-DAY-NUMBER.
           DIVIDE WS-DAYNO-YY BY 4 GIVING WS-DAYNO-LEAPS
                  REMAINDER WS-DAYNO-REM
           IF WS-DAYNO-REM > ZERO
               ADD 1 TO WS-DAYNO-LEAPS
           END-IF
           IF WS-DAYNO-MM < 1 OR WS-DAYNO-MM > 12
               MOVE 1 TO WS-DAYNO-MM
           END-IF
           COMPUTE WS-DAYNO-RESULT = WS-DAYNO-YY * 365
                   + WS-DAYNO-LEAPS
                   + WS-DAYNO-CUM(WS-DAYNO-MM)
                   + WS-DAYNO-DD
           IF WS-DAYNO-REM = ZERO AND WS-DAYNO-MM > 2
               ADD 1 TO WS-DAYNO-RESULT
           END-IF
           .

      *> GROSS-TO-NET - applies the employee's DEDUCT.DAT rows to the
      *> priority 99 that goes short, not the tax at priority 01. A
      *> deduction bigger than what's left is taken partially down to a
      *> zero net - net pay is never driven negative.
      *> The tax classes come out first, on their own pass, because
      *> court orders are capped on disposable earnings - gross less
      *> the mandatory taxes - and 1360 has to know that figure
      *> before anything voluntary is taken. Everything else follows
      *> on the second pass in the same priority order as always.
       1350-CALCULATE-DEDUCTIONS.
           MOVE ZERO TO WS-TAX-WITHHELD
           MOVE ZERO TO WS-TOTAL-DEDUCTIONS
           MOVE ZERO TO WS-FED-WITHHELD
           MOVE ZERO TO WS-SS-WITHHELD
           MOVE ZERO TO WS-MED-WITHHELD
           MOVE ZERO TO WS-PRETAX-DEDUCTED
           MOVE ZERO TO WS-GARN-WITHHELD
           MOVE WS-TOTAL-PAY TO WS-NET-PAY
           MOVE ZERO TO WS-EDW-HIGH
           MOVE ZERO TO WS-GRW-HIGH

      *> Adjustments are corrections, not earnings - they pass
      *> through gross-to-net untouched so a clawback takes back
                       PERFORM 1353-GATHER-EMP-DEDUCTIONS
               END-SEARCH

               SET EDW-TAX-PASS TO TRUE
               PERFORM WS-EDW-HIGH TIMES
                   PERFORM 1352-APPLY-NEXT-DEDUCTION
               END-PERFORM

               PERFORM 1360-APPLY-GARNISHMENTS

               SET EDW-ALL-PASS TO TRUE
               PERFORM WS-EDW-HIGH TIMES
                   PERFORM 1352-APPLY-NEXT-DEDUCTION
               END-PERFORM
       1351-GATHER-ONE-DEDUCTION.
           IF WS-EDW-HIGH < WS-EDW-MAX
               ADD 1 TO WS-EDW-HIGH
               MOVE WS-DED-CODE(DED-IDX)
                    TO WS-EDW-CODE(WS-EDW-HIGH)
               MOVE WS-DED-CLASS(DED-IDX)
                    TO WS-EDW-CLASS(WS-EDW-HIGH)
               MOVE WS-DED-METHOD(DED-IDX)
               MOVE WS-DED-PRIORITY(DED-IDX)
                    TO WS-EDW-PRIORITY(WS-EDW-HIGH)
               MOVE 'N' TO WS-EDW-APPLIED(WS-EDW-HIGH)
               MOVE ZERO TO WS-EDW-TAKEN(WS-EDW-HIGH)
           ELSE
               DISPLAY "WARNING: MORE THAN " WS-EDW-MAX " DEDUCTIONS "
                       "FOR EMP ID " WS-EMP-ID " - EXTRAS SKIPPED"
                   UNTIL EDW-IDX > WS-EDW-HIGH
               IF WS-EDW-APPLIED(EDW-IDX) = 'N'
                  AND WS-EDW-PRIORITY(EDW-IDX) < WS-EDW-BEST-PRIORITY
                  AND (EDW-ALL-PASS
                       OR WS-EDW-CLASS(EDW-IDX) = 'T'
                       OR WS-EDW-CLASS(EDW-IDX) = 'S'
                       OR WS-EDW-CLASS(EDW-IDX) = 'M')
                   MOVE WS-EDW-PRIORITY(EDW-IDX)
                        TO WS-EDW-BEST-PRIORITY
                   SET WS-EDW-PICK TO EDW-IDX

               SUBTRACT WS-EDW-THIS-AMOUNT FROM WS-NET-PAY
               ADD WS-EDW-THIS-AMOUNT TO WS-TOTAL-DEDUCTIONS
               MOVE WS-EDW-THIS-AMOUNT TO WS-EDW-TAKEN(WS-EDW-PICK)
      *> The statement boxes need the tax split by kind, so each tax
      *> class lands in its own bucket as well as the combined one.
               EVALUATE WS-EDW-CLASS(WS-EDW-PICK)
                   WHEN 'T'
                       ADD WS-EDW-THIS-AMOUNT TO WS-TAX-WITHHELD
                       ADD WS-EDW-THIS-AMOUNT TO WS-FED-WITHHELD
                   WHEN 'S'
                       ADD WS-EDW-THIS-AMOUNT TO WS-TAX-WITHHELD
                       ADD WS-EDW-THIS-AMOUNT TO WS-SS-WITHHELD
                   WHEN 'M'
                       ADD WS-EDW-THIS-AMOUNT TO WS-TAX-WITHHELD
                       ADD WS-EDW-THIS-AMOUNT TO WS-MED-WITHHELD
                   WHEN 'P'
                       ADD WS-EDW-THIS-AMOUNT TO WS-PRETAX-DEDUCTED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      *> COURT-ORDER WITHHOLDING - the employee's active orders off
      *> GARNMAST.DAT, worked against disposable earnings (gross less
      *> the taxes the first pass just took). Support may take up to
      *> WS-GL-SUPPORT-PCT of it; a creditor garnishment the lesser
      *> of WS-GL-CREDITOR-PCT of it or whatever is above the floor;
      *> a levy everything above its exempt amount - each less what
      *> the higher-ranked orders already took. An order that can't
      *> get its per-period amount plus arrears goes short here and
      *> 4240 carries the shortfall forward. An off-cycle check is
      *> not a pay period, so per-period order amounts are not taken
      *> from it a second time.
       1360-APPLY-GARNISHMENTS.
           IF OFF-CYCLE-MODE
               CONTINUE
           ELSE
               MOVE WS-EMP-ID  TO GO-EMP-ID
               MOVE LOW-VALUES TO GO-CASE-NO
               START GARN-MASTER-FILE KEY IS NOT LESS THAN GO-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF GARNMAST-FILE-OK
                   PERFORM UNTIL GARNMAST-FILE-NOT-FOUND
                       READ GARN-MASTER-FILE NEXT RECORD
                           AT END
                               SET GARNMAST-FILE-NOT-FOUND TO TRUE
                           NOT AT END
                               IF GO-EMP-ID NOT = WS-EMP-ID
                                   SET GARNMAST-FILE-NOT-FOUND TO TRUE
                               ELSE
                                   IF GO-IS-ACTIVE
                                       PERFORM 1361-GATHER-ONE-ORDER
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF

           IF WS-GRW-HIGH > ZERO
               COMPUTE WS-GRW-DISPOSABLE =
                   WS-TOTAL-PAY - WS-TAX-WITHHELD
               IF WS-GRW-DISPOSABLE < ZERO
                   MOVE ZERO TO WS-GRW-DISPOSABLE
               END-IF
               COMPUTE WS-GRW-SUPPORT-ROOM ROUNDED =
                   WS-GRW-DISPOSABLE * WS-GL-SUPPORT-PCT / 100
               COMPUTE WS-GRW-CREDITOR-ROOM ROUNDED =
                   WS-GRW-DISPOSABLE * WS-GL-CREDITOR-PCT / 100
               MOVE WS-GL-FLOOR TO WS-GL-PERIOD-FLOOR
               IF WINDOW-FROM-CALENDAR
                   EVALUATE WS-PGC-FREQUENCY
                       WHEN 'B'
                           COMPUTE WS-GL-PERIOD-FLOOR ROUNDED =
                               WS-GL-FLOOR * 2
                       WHEN 'S'
                           COMPUTE WS-GL-PERIOD-FLOOR ROUNDED =
                               WS-GL-FLOOR * 13 / 6
                       WHEN 'M'
                           COMPUTE WS-GL-PERIOD-FLOOR ROUNDED =
                               WS-GL-FLOOR * 13 / 3
                   END-EVALUATE
               END-IF
               IF WS-GRW-DISPOSABLE - WS-GL-PERIOD-FLOOR
                  < WS-GRW-CREDITOR-ROOM
                   COMPUTE WS-GRW-CREDITOR-ROOM =
                       WS-GRW-DISPOSABLE - WS-GL-PERIOD-FLOOR
               END-IF
               MOVE ZERO TO WS-GRW-ALL-TAKEN

               PERFORM WS-GRW-HIGH TIMES
                   PERFORM 1362-APPLY-NEXT-ORDER
               END-PERFORM
           END-IF
           .

      *> Rank is the type (support 1, levy 2, creditor 3) ahead of
      *> the order date with its century, so the lowest rank is the
      *> order the law says gets paid first.
       1361-GATHER-ONE-ORDER.
           IF WS-GRW-HIGH < WS-GRW-MAX
               ADD 1 TO WS-GRW-HIGH
               MOVE GO-CASE-NO     TO WS-GRW-CASE-NO(WS-GRW-HIGH)
               MOVE GO-TYPE        TO WS-GRW-TYPE(WS-GRW-HIGH)
               MOVE GO-PER-PERIOD  TO WS-GRW-PER-PERIOD(WS-GRW-HIGH)
               MOVE GO-ARREARS     TO WS-GRW-ARREARS(WS-GRW-HIGH)
               MOVE GO-TOTAL-OWED  TO WS-GRW-TOTAL-OWED(WS-GRW-HIGH)
               MOVE GO-BALANCE     TO WS-GRW-BALANCE(WS-GRW-HIGH)
               MOVE GO-EXEMPT-AMT  TO WS-GRW-EXEMPT(WS-GRW-HIGH)
               MOVE ZERO           TO WS-GRW-TAKEN(WS-GRW-HIGH)
               MOVE 'N'            TO WS-GRW-APPLIED(WS-GRW-HIGH)

               MOVE GO-ORDER-DATE TO WS-GRW-ORDER-DATE
               EVALUATE TRUE
                   WHEN GO-IS-SUPPORT
                       MOVE 100000000 TO WS-GRW-RANK(WS-GRW-HIGH)
                   WHEN GO-IS-LEVY
                       MOVE 200000000 TO WS-GRW-RANK(WS-GRW-HIGH)
                   WHEN OTHER
                       MOVE 300000000 TO WS-GRW-RANK(WS-GRW-HIGH)
               END-EVALUATE
               IF WS-GRW-ORDER-YY > WS-GRW-TODAY-YY
                   ADD 19000000 TO WS-GRW-RANK(WS-GRW-HIGH)
               ELSE
                   ADD 20000000 TO WS-GRW-RANK(WS-GRW-HIGH)
               END-IF
               ADD WS-GRW-ORDER-DATE TO WS-GRW-RANK(WS-GRW-HIGH)
           ELSE
               DISPLAY "WARNING: MORE THAN " WS-GRW-MAX " ACTIVE "
                       "COURT ORDERS FOR EMP ID " WS-EMP-ID
                       " - CASE " GO-CASE-NO " NOT TAKEN"
           END-IF
           .

      *> Pick the not-yet-applied order with the lowest rank and
      *> take what it wants, what the law leaves room for, what is
      *> left on the order, or what is left of the net - whichever
      *> is least.
       1362-APPLY-NEXT-ORDER.
           MOVE ZERO      TO WS-GRW-PICK
           MOVE 999999999 TO WS-GRW-BEST-RANK

           PERFORM VARYING GRW-IDX FROM 1 BY 1
                   UNTIL GRW-IDX > WS-GRW-HIGH
               IF WS-GRW-APPLIED(GRW-IDX) = 'N'
                  AND WS-GRW-RANK(GRW-IDX) < WS-GRW-BEST-RANK
                   MOVE WS-GRW-RANK(GRW-IDX) TO WS-GRW-BEST-RANK
                   SET WS-GRW-PICK TO GRW-IDX
               END-IF
           END-PERFORM

           IF WS-GRW-PICK > ZERO
               MOVE 'Y' TO WS-GRW-APPLIED(WS-GRW-PICK)

               IF WS-GRW-TYPE(WS-GRW-PICK) = 'L'
                  AND WS-GRW-PER-PERIOD(WS-GRW-PICK) = ZERO
                   MOVE WS-GRW-BALANCE(WS-GRW-PICK) TO WS-GRW-WANT
               ELSE
                   COMPUTE WS-GRW-WANT =
                       WS-GRW-PER-PERIOD(WS-GRW-PICK)
                       + WS-GRW-ARREARS(WS-GRW-PICK)
               END-IF
               IF WS-GRW-TOTAL-OWED(WS-GRW-PICK) > ZERO
                  AND WS-GRW-WANT > WS-GRW-BALANCE(WS-GRW-PICK)
                   MOVE WS-GRW-BALANCE(WS-GRW-PICK) TO WS-GRW-WANT
               END-IF

               EVALUATE WS-GRW-TYPE(WS-GRW-PICK)
                   WHEN 'S'
                       COMPUTE WS-GRW-ROOM =
                           WS-GRW-SUPPORT-ROOM - WS-GRW-ALL-TAKEN
                   WHEN 'L'
                       COMPUTE WS-GRW-ROOM =
                           WS-GRW-DISPOSABLE
                           - WS-GRW-EXEMPT(WS-GRW-PICK)
                           - WS-GRW-ALL-TAKEN
                   WHEN OTHER
                       COMPUTE WS-GRW-ROOM =
                           WS-GRW-CREDITOR-ROOM - WS-GRW-ALL-TAKEN
               END-EVALUATE

               IF WS-GRW-ROOM < ZERO
                   MOVE ZERO TO WS-GRW-ROOM
               END-IF
               IF WS-GRW-WANT > WS-GRW-ROOM
                   MOVE WS-GRW-ROOM TO WS-GRW-WANT
               END-IF
               IF WS-GRW-WANT > WS-NET-PAY
                   MOVE WS-NET-PAY TO WS-GRW-WANT
               END-IF
               IF WS-GRW-WANT < ZERO
                   MOVE ZERO TO WS-GRW-WANT
               END-IF

               MOVE WS-GRW-WANT TO WS-GRW-TAKEN(WS-GRW-PICK)
               SUBTRACT WS-GRW-WANT FROM WS-NET-PAY
               ADD WS-GRW-WANT TO WS-TOTAL-DEDUCTIONS
               ADD WS-GRW-WANT TO WS-GARN-WITHHELD
               ADD WS-GRW-WANT TO WS-GRW-ALL-TAKEN
           END-IF
           .

       1400-CREATE-PAYROLL-DSP.
           INITIALIZE WS-PAYROLL-DSP
           MOVE WS-OVERTIME-HRS TO WS-OVERTIME-HRS-DSP
           MOVE WS-TOTAL-PAY    TO WS-TOTAL-PAY-DSP
           MOVE WS-REGULAR-PAY  TO WS-REGULAR-PAY-DSP
           MOVE WS-OVERTIME-PAY TO WS-OVERTIME-PAY-DSP
           .

       2000-VALIDATE-AND-MOVE.
           INITIALIZE WS-VALIDATED-RECORD
           INITIALIZE WS-ERROR-ACCUMULATOR
                   
           STRING " EMP:" WS-EMP-ID-X
               END-STRING
           END-IF

           IF WS-FINAL-PAY-X NOT = SPACE AND NOT FINAL-PAY-ROW
               ADD 1 TO WS-ERROR-COUNT
               STRING " [FINAL PAY FLAG:" WS-FINAL-PAY-X "]"
                      DELIMITED BY SIZE
                      INTO WS-ERROR-BUFFER
                      WITH POINTER WS-ERROR-PTR
               END-STRING
           END-IF

           PERFORM 2040-APPLY-EMPLOYEE-MASTER

      *> An adjustment legitimately arrives alongside the employee's
      *> Salaried and adjustment rows carry a signed period amount
      *> instead of hours-times-rate - their hours and rate fields
      *> are ignored, so none of the hourly validation below applies.
      *> A group run cuts a salaried employee's regular period
      *> amount from the master's annual salary - see 2091.
           IF REC-IS-SALARIED OR REC-IS-ADJUSTMENT
               IF REC-IS-SALARIED
                  AND WINDOW-FROM-CALENDAR
                  AND NOT OFF-CYCLE-MODE
                  AND NOT FINAL-PAY-ROW
                  AND EMPMAST-APPLIED
                  AND WS-PGC-EMP-SALARY > ZERO
                   PERFORM 2091-TAKE-MASTER-SALARY
               ELSE
                   PERFORM 2090-CHECK-PAY-AMOUNT
               END-IF
               MOVE ZERO TO WS-HOURS
               MOVE ZERO TO WS-RATE
               PERFORM 2095-VALIDATE-HIRE-DATE
           END-IF
           .

      *> The period's salary is the annual salary over the group's
      *> periods a year, so weekly and semi-monthly staff on one
      *> master each get their own calendar's amount. As with the
      *> rate, a keyed amount is only a cross-check now - blank or
      *> zero checks nothing, one that disagrees is rejected for
      *> review. A part period goes through as an adjustment row.
       2091-TAKE-MASTER-SALARY.
           COMPUTE WS-PAY-AMOUNT ROUNDED =
               WS-PGC-EMP-SALARY / WS-PGC-PERIODS-PER-YEAR
           ADD 1 TO WS-PGC-MASTER-SALARY-COUNT
           IF WS-AMOUNT-X IS NUMERIC
              AND WS-AMOUNT-X NOT = ZEROS
              AND WS-AMOUNT-X-NUM NOT = WS-PAY-AMOUNT
               ADD 1 TO WS-ERROR-COUNT
               STRING " [AMOUNT DIFFERS FROM MASTER SALARY:"
                      WS-AMOUNT-X "]"
                      DELIMITED BY SIZE
                      INTO WS-ERROR-BUFFER
                      WITH POINTER WS-ERROR-PTR
               END-STRING
           END-IF
           .

      *> Hire date likewise comes off the master when it was applied.
       2095-VALIDATE-HIRE-DATE.
           IF EMPMAST-APPLIED
           END-IF
           .

      *> Another pay group's row is neither paid nor rejected - it
      *> is counted, and the balancing page carries the count.
       2098-SET-RECORD-STATUS.
           IF ROW-IN-OTHER-GROUP
               SET RECORD-INVALID TO TRUE
           ELSE
           IF WS-ERROR-COUNT > ZERO
               SET RECORD-INVALID TO TRUE
               PERFORM 2100-WRITE-VALIDATION-ERROR
           ELSE
               SET RECORD-VALID TO TRUE
           END-IF
           END-IF
           .

      *> EMPLOYEE MASTER LOOKUP - the master is the system of record
      *> master.
       2040-APPLY-EMPLOYEE-MASTER.
           SET EMPMAST-NOT-APPLIED TO TRUE
           MOVE ZERO   TO WS-PGC-EMP-SALARY
           MOVE 'N'    TO WS-PGC-OTHER-SW

           IF EMPMAST-AVAILABLE
               MOVE WS-EMP-ID TO EM-EMP-ID
      *> the master to 'T' - so off-cycle accepts a terminated row.
      *> Unknown IDs and every other status still reject, and a
      *> regular period run still pays active employees only.
      *> A pay group run passes over another group's employee
      *> whatever the status - that row is the other run's to pay
      *> or reject.
                       IF PAY-GROUP-SET
                          AND EM-PAY-GROUP NOT = WS-PAY-GROUP
                           SET ROW-IN-OTHER-GROUP TO TRUE
                       ELSE
                       IF EM-IS-ACTIVE
                          OR (OFF-CYCLE-MODE AND EM-STATUS = 'T')
                           MOVE EM-LASTNAME  TO WS-LASTNAME
                           MOVE EM-DEPT      TO WS-DEPT
                           MOVE EM-RATE      TO WS-RATE
                           MOVE EM-HIRE-DATE TO WS-HIRE-DATE
                           MOVE EM-ANNUAL-SALARY
                                TO WS-PGC-EMP-SALARY
                           SET EMPMAST-APPLIED TO TRUE
                       ELSE
                           ADD 1 TO WS-ERROR-COUNT
                                  WITH POINTER WS-ERROR-PTR
                           END-STRING
                       END-IF
                       END-IF
               END-READ
           END-IF
           .
           MOVE WS-OVERTIME-HRS  TO SR-OT-HOURS
           MOVE WS-EFFECTIVE-BASE TO SR-OT-BASE
           MOVE WS-EFFECTIVE-MULT TO SR-OT-MULT
           MOVE WS-DT-HOURS      TO SR-DT-HOURS
           MOVE WS-DT-PAY        TO SR-DT-PAY
           MOVE WS-TAX-WITHHELD  TO SR-TAXES
           MOVE WS-TOTAL-DEDUCTIONS TO SR-DEDUCTIONS
           MOVE WS-NET-PAY       TO SR-NET-PAY
           MOVE WS-FED-WITHHELD  TO SR-FED-TAX
           MOVE WS-SS-WITHHELD   TO SR-SS-TAX
           MOVE WS-MED-WITHHELD  TO SR-MED-TAX
           MOVE WS-PRETAX-DEDUCTED TO SR-PRETAX
           MOVE WS-GARN-WITHHELD TO SR-GARNISHED
           MOVE WS-GRW-HIGH      TO SR-GARN-COUNT
           PERFORM VARYING WS-GRW-SUB FROM 1 BY 1
                   UNTIL WS-GRW-SUB > WS-GRW-MAX
               IF WS-GRW-SUB > WS-GRW-HIGH
                   MOVE SPACES TO SR-GARN-CASE-NO(WS-GRW-SUB)
                   MOVE ZERO   TO SR-GARN-AMOUNT(WS-GRW-SUB)
               ELSE
                   MOVE WS-GRW-CASE-NO(WS-GRW-SUB)
                        TO SR-GARN-CASE-NO(WS-GRW-SUB)
                   MOVE WS-GRW-TAKEN(WS-GRW-SUB)
                        TO SR-GARN-AMOUNT(WS-GRW-SUB)
               END-IF
           END-PERFORM
           MOVE WS-EDW-HIGH      TO SR-DED-COUNT
           PERFORM VARYING WS-DRT-SUB FROM 1 BY 1
                   UNTIL WS-DRT-SUB > WS-EDW-MAX
               IF WS-DRT-SUB > WS-EDW-HIGH
                   MOVE SPACES TO SR-DED-CODE(WS-DRT-SUB)
                   MOVE SPACES TO SR-DED-CLASS(WS-DRT-SUB)
                   MOVE ZERO   TO SR-DED-AMOUNT(WS-DRT-SUB)
               ELSE
                   MOVE WS-EDW-CODE(WS-DRT-SUB)
                        TO SR-DED-CODE(WS-DRT-SUB)
                   MOVE WS-EDW-CLASS(WS-DRT-SUB)
                        TO SR-DED-CLASS(WS-DRT-SUB)
                   MOVE WS-EDW-TAKEN(WS-DRT-SUB)
                        TO SR-DED-AMOUNT(WS-DRT-SUB)
               END-IF
           END-PERFORM
           MOVE WS-DEPT          TO SR-DEPT
           MOVE WS-EMP-ID        TO SR-EMP-ID
           MOVE WS-LASTNAME      TO SR-LASTNAME
           ELSE
               MOVE SPACE TO SR-HOURS-SRC
           END-IF
           MOVE WS-FINAL-PAY-X   TO SR-FINAL-PAY
      *> The run's group, not the master's - the check is numbered
      *> on this run's calendar whatever group the employee is in,
      *> and that is what the archive key and 4250 go by.
           MOVE WS-PAY-GROUP     TO SR-PAY-GROUP

           ADD 1 TO WS-BAL-RELEASED-COUNT
           ADD WS-TOTAL-PAY TO WS-BAL-RELEASED-GROSS

       3000-ABORT-RUN.
                   DISPLAY "Programm execution was aborted."
                   IF RLG-RUN-ACTIVE
                       PERFORM 0697-LEDGER-ABORT-RUN
                   END-IF
                   STOP RUN
           .
     
                       CHECK-REGISTER-FILE
                       POSITIVE-PAY-FILE
                       VARIANCE-FILE
           PERFORM 0350-OPEN-CHECK-MASTER

           PERFORM 4050-READ-CHECK-CONTROL
           MOVE WS-VAR-TOLERANCE-PCT TO VAR-H-TOLERANCE
                 CHECK-REGISTER-FILE
                 POSITIVE-PAY-FILE
                 VARIANCE-FILE
           PERFORM 0960-CLOSE-CHECK-MASTER

           PERFORM 4060-WRITE-CHECK-CONTROL
           .
      *> gross is split over its worked departments first (see
      *> 4095), then each portion accumulates. 4120's burden reuses
      *> the same split, so 4100 has to run first.
      *> Hours ride along for the budget report - a split record's
      *> punch hours by department, otherwise the record's own -
      *> and the overtime dollars follow each portion's share of
      *> the gross, remainder to the last split department.
       4100-ACCUMULATE-DEPT-TOTALS.
           SET DEPT-TABLE-NOT-OVERFLOWED TO TRUE
           PERFORM 4095-BUILD-DEPT-SPLIT
           MOVE ZERO TO WS-ACC-OT-ALLOCATED

           PERFORM VARYING SPL-IDX FROM 1 BY 1
                   UNTIL SPL-IDX > WS-SPL-HIGH
               ELSE
                   MOVE ZERO TO WS-ACC-COUNT
               END-IF
               IF WS-SPL-HIGH > 1
                   MOVE WS-SPL-HOURS(SPL-IDX) TO WS-ACC-HOURS
                   IF SPL-IDX = WS-SPL-HIGH
                       COMPUTE WS-ACC-OT-PAY =
                           SR-OT-PAY - WS-ACC-OT-ALLOCATED
                   ELSE
                       COMPUTE WS-ACC-OT-PAY ROUNDED =
                           SR-OT-PAY * WS-SPL-AMOUNT(SPL-IDX)
                           / SR-TOTAL-PAY
                       ADD WS-ACC-OT-PAY TO WS-ACC-OT-ALLOCATED
                   END-IF
               ELSE
                   MOVE SR-HOURS  TO WS-ACC-HOURS
                   MOVE SR-OT-PAY TO WS-ACC-OT-PAY
               END-IF
               PERFORM 4110-ADD-TO-DEPT-TABLE
           END-PERFORM
           .

               ADD WS-ACC-AMOUNT TO WS-DPT-TOTAL(DPT-IDX)
               ADD WS-ACC-COUNT TO WS-DPT-COUNT(DPT-IDX)
               ADD WS-ACC-HOURS TO WS-DPT-HOURS(DPT-IDX)
               ADD WS-ACC-OT-PAY TO WS-DPT-OT-PAY(DPT-IDX)
           END-IF
           .

           PERFORM 4260-WRITE-CSV-DETAIL
           PERFORM 4250-UPDATE-YTD-MASTER
           PERFORM 4255-UPDATE-LEAVE-MASTER
           PERFORM 4240-POST-GARNISHMENTS
           PERFORM 4245-ADD-DEDUCT-REGISTER
           PERFORM 4259-ARCHIVE-PAY-DETAIL
           PERFORM 4270-WRITE-PAY-STATEMENT
           PERFORM 4280-WRITE-DIRECT-DEPOSIT
           MOVE SR-DEDUCTIONS TO WS-CSV-DEDUCTS-DSP
           MOVE SR-NET-PAY   TO WS-CSV-NET-PAY-DSP
           MOVE WS-PERIOD-NUMBER TO WS-CSV-PERIOD-DSP
           COMPUTE WS-CSV-OT15-HRS-DSP = SR-OT-HOURS - SR-DT-HOURS
           COMPUTE WS-CSV-OT15-PAY-DSP = SR-OT-PAY - SR-DT-PAY
           MOVE SR-DT-HOURS  TO WS-CSV-OT20-HRS-DSP
           MOVE SR-DT-PAY    TO WS-CSV-OT20-PAY-DSP
           MOVE SR-PAY-GROUP TO WS-CSV-PAYGROUP-DSP

           MOVE SPACES TO CSV-LINE
      *> DELIMITED BY SIZE (not SPACE) for the names - SPACE would
                  WS-CSV-PERIOD-DSP    DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-CSV-RUNTYPE-DSP   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-CSV-OT15-HRS-DSP  DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-CSV-OT15-PAY-DSP  DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-CSV-OT20-HRS-DSP  DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-CSV-OT20-PAY-DSP  DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-CSV-PAYGROUP-DSP  DELIMITED BY SIZE
                  INTO CSV-LINE
           END-STRING

                   WRITE PAYSTUB-LINE FROM WS-STUB-REGULAR-LINE
           END-EVALUATE

      *> Overtime prints by tier - the 1.5x hours and pay, then the
      *> double-time share on its own line when there is any.
           IF SR-OT-HOURS > SR-DT-HOURS
               COMPUTE PS-OT-HOURS = SR-OT-HOURS - SR-DT-HOURS
               MOVE SR-OT-BASE  TO PS-OT-BASE
               MOVE SR-OT-MULT  TO PS-OT-MULT
               COMPUTE PS-OT-PAY = SR-OT-PAY - SR-DT-PAY
               WRITE PAYSTUB-LINE FROM WS-STUB-OVERTIME-LINE
           END-IF
           IF SR-DT-HOURS > 0
               MOVE SR-DT-HOURS   TO PS-DT-HOURS
               MOVE WS-OT-DT-MULT TO PS-DT-MULT
               MOVE SR-DT-PAY     TO PS-DT-PAY
               WRITE PAYSTUB-LINE FROM WS-STUB-DOUBLE-TIME-LINE
           END-IF

           MOVE SR-TOTAL-PAY  TO PS-GROSS-PAY
           MOVE SR-TAXES      TO PS-TAXES
           MOVE SR-NET-PAY    TO PS-NET-PAY
           WRITE PAYSTUB-LINE FROM WS-STUB-GROSS-LINE
           WRITE PAYSTUB-LINE FROM WS-STUB-NET-LINE
           PERFORM VARYING WS-GRW-SUB FROM 1 BY 1
                   UNTIL WS-GRW-SUB > SR-GARN-COUNT
               MOVE SR-GARN-CASE-NO(WS-GRW-SUB) TO PS-GARN-CASE-NO
               MOVE SR-GARN-AMOUNT(WS-GRW-SUB)  TO PS-GARN-AMOUNT
               WRITE PAYSTUB-LINE FROM WS-STUB-GARN-LINE
           END-PERFORM
           WRITE PAYSTUB-LINE FROM SPACES

           MOVE YM-YTD-GROSS      TO PS-YTD-GROSS
      *> no leave movement, a skipped (already-posted) record never
      *> touched LEAVEMAST.DAT, and an off-cycle run doesn't accrue -
      *> in all those cases the LM fields would be some other
      *> employee's, so the line stays off. A posted final check is
      *> the exception: 4251 just closed the balances to zero, and
      *> the stub says so.
           IF (SR-REC-TYPE NOT = 'A' AND YTD-POSTED
               AND NOT OFF-CYCLE-MODE)
              OR (SR-IS-FINAL-PAY AND YTD-POSTED)
               MOVE LM-VAC-BALANCE  TO PS-VAC-BALANCE
               MOVE LM-SICK-BALANCE TO PS-SICK-BALANCE
               WRITE PAYSTUB-LINE FROM WS-STUB-LEAVE-LINE
           .

       4287-ISSUE-CHECK-NUMBER.
           IF WS-CHECKS-ISSUED = ZERO
               MOVE WS-NEXT-CHECK-NO TO WS-CHM-FIRST-NO
           END-IF
           MOVE WS-NEXT-CHECK-NO TO CKP-CHECK-NO

           MOVE WS-NEXT-CHECK-NO TO CKR-CHECK-NO
           MOVE CKR-PAYEE        TO PP-PAYEE
           WRITE POSITIVE-PAY-LINE FROM WS-PP-DETAIL-REC

           PERFORM 4288-RECORD-ISSUED-CHECK

           ADD 1 TO WS-CHECKS-ISSUED
           ADD SR-NET-PAY TO WS-CHECKS-TOTAL
           ADD 1 TO WS-NEXT-CHECK-NO
           .

      *> Every check cut goes on CHKMAST.DAT outstanding, for the
      *> 'K' run to clear against the bank's paid items.
       4288-RECORD-ISSUED-CHECK.
           MOVE SPACES           TO CHECK-MASTER-RECORD
           MOVE WS-NEXT-CHECK-NO TO CM-CHECK-NO
           MOVE SR-EMP-ID        TO CM-EMP-ID
           MOVE CKR-PAYEE        TO CM-PAYEE
           MOVE SR-NET-PAY       TO CM-AMOUNT
           MOVE WS-CURRENT-DATE  TO CM-ISSUE-DATE
           MOVE WS-PERIOD-NUMBER TO CM-PERIOD
           MOVE SR-PAY-GROUP     TO CM-PAY-GROUP
           IF OFF-CYCLE-MODE
               MOVE 'O' TO CM-RUN-TYPE
           ELSE
               MOVE 'R' TO CM-RUN-TYPE
           END-IF
           SET CM-OUTSTANDING TO TRUE
           MOVE ZERO TO CM-PAID-DATE
           MOVE ZERO TO CM-PAID-AMOUNT
           MOVE ZERO TO CM-PAID-COUNT
           MOVE ZERO TO CM-RECON-DATE
           MOVE ZERO TO CM-RECON-RUN-NO

           WRITE CHECK-MASTER-RECORD
               INVALID KEY
                   PERFORM 4289-REPLACE-ISSUED-CHECK
               NOT INVALID KEY
                   ADD 1 TO WS-CHM-WRITTEN-COUNT
           END-WRITE
           .

      *> The number is already on file only when an earlier run cut
      *> it and died before CHECKCTL.DAT was rewritten - that check
      *> never went out, so this one replaces it. One the bank has
      *> already paid is a real duplicate: it stays, the count
      *> comes up short and the balancing page holds the run.
       4289-REPLACE-ISSUED-CHECK.
           MOVE CHECK-MASTER-RECORD TO WS-CHM-SAVE-RECORD
           READ CHECK-MASTER-FILE
               INVALID KEY
                   SET CM-CLEARED TO TRUE
           END-READ

           IF (CM-OUTSTANDING OR CM-VOIDED) AND CM-PAID-COUNT = ZERO
               MOVE WS-CHM-SAVE-RECORD TO CHECK-MASTER-RECORD
               REWRITE CHECK-MASTER-RECORD
                   INVALID KEY
                       SET CM-CLEARED TO TRUE
               END-REWRITE
           END-IF

           IF CM-OUTSTANDING
               ADD 1 TO WS-CHM-WRITTEN-COUNT
               ADD 1 TO WS-CHM-REPLACED-COUNT
               DISPLAY "CHECK NO " WS-NEXT-CHECK-NO
                       " REPLACES AN UNRELEASED CHECK ON CHKMAST.DAT"
           ELSE
               ADD 1 TO WS-CHM-CONFLICT-COUNT
               DISPLAY "CHECK NO " WS-NEXT-CHECK-NO
                       " ALREADY ON CHKMAST.DAT AND PAID - CHECK "
                       "CONTROL OUT OF STEP"
           END-IF
           .

      *> A held run's checks were written to CHKMAST.DAT as they
      *> were cut, but POSPAY.DAT never goes to the bank and the
      *> corrected rerun cuts new numbers, so they are voided here -
      *> left outstanding they would age onto the stale and escheat
      *> lists. A number in the range already paid is the conflict
      *> 4289 reported and is left alone.
       4290-VOID-HELD-CHECKS.
           PERFORM 0350-OPEN-CHECK-MASTER
           PERFORM VARYING WS-CHM-VOID-NO FROM WS-CHM-FIRST-NO BY 1
                   UNTIL WS-CHM-VOID-NO NOT < WS-NEXT-CHECK-NO
               MOVE WS-CHM-VOID-NO TO CM-CHECK-NO
               READ CHECK-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-OUTSTANDING
                           SET CM-VOIDED TO TRUE
                           MOVE WS-CURRENT-DATE TO CM-RECON-DATE
                           MOVE WS-RLG-RUN-NO   TO CM-RECON-RUN-NO
                           REWRITE CHECK-MASTER-RECORD
                               INVALID KEY
                                   DISPLAY "REWRITE ERROR ON "
                                           "CHKMAST.DAT: "
                                           WS-CHKMAST-FILE-STATUS
                                           " CHECK NO " CM-CHECK-NO
                               NOT INVALID KEY
                                   ADD 1 TO WS-CHM-VOIDED-COUNT
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 0960-CLOSE-CHECK-MASTER
           DISPLAY "RUN HELD - " WS-CHM-VOIDED-COUNT
                   " CHECKS VOIDED ON CHKMAST.DAT"
           .

      *> Batch trailer - the bank balances the file against these.
       4290-WRITE-DEPOSIT-TRAILER.
           MOVE WS-ACH-ENTRY-COUNT TO ACH-TRL-COUNT
                   MOVE ZERO            TO YM-YTD-PERIODS
                   MOVE SR-TAXES        TO YM-YTD-TAXES
                   MOVE SR-DEDUCTIONS   TO YM-YTD-DEDUCTIONS
                   MOVE SR-FED-TAX      TO YM-YTD-FED-TAX
                   MOVE SR-SS-TAX       TO YM-YTD-SS-TAX
                   MOVE SR-MED-TAX      TO YM-YTD-MED-TAX
                   MOVE SR-PRETAX       TO YM-YTD-PRETAX
                   MOVE SR-TOTAL-PAY    TO YM-QTD-GROSS
                   MOVE SR-TAXES        TO YM-QTD-TAXES
                   COMPUTE YM-QTD-TAXABLE = SR-TOTAL-PAY - SR-PRETAX
                   MOVE ZERO            TO YM-YTD-SUI-WAGES
                   MOVE ZERO            TO YM-LAST-PERIOD-POSTED
                   MOVE SPACES          TO YM-LAST-GROUP-POSTED
      *> Only a real pay record marks the period as posted - an
      *> adjustment is not a pay period, so it neither counts one
      *> nor stamps one. Stamping here would also break the regular
                   IF SR-REC-TYPE NOT = 'A' AND NOT OFF-CYCLE-MODE
                       MOVE 1 TO YM-YTD-PERIODS
                       MOVE WS-PERIOD-NUMBER TO YM-LAST-PERIOD-POSTED
                       MOVE WS-PAY-GROUP     TO YM-LAST-GROUP-POSTED
                   END-IF
                   WRITE YTD-MASTER-RECORD
                   SET YTD-POSTED TO TRUE
      *> Adjustments are exempt from the already-posted guard - they
      *> legitimately post on top of the employee's regular check in
      *> the same period. So is an off-cycle check: it rides between
      *> period runs by design. A period is the same one only in
      *> the same pay group's calendar - an employee moved from the
      *> weekly group to the semi-monthly one can be paid a period
      *> whose number the weekly run already posted.
                   IF PAY-PERIOD-SET
                      AND YM-LAST-PERIOD-POSTED = WS-PERIOD-NUMBER
                      AND YM-LAST-GROUP-POSTED = WS-PAY-GROUP
                      AND SR-REC-TYPE NOT = 'A'
                      AND NOT OFF-CYCLE-MODE
                       ADD 1 TO WS-PERIOD-DUP-COUNT
                       DISPLAY "PERIOD " WS-PERIOD-NUMBER " ALREADY "
                               "POSTED FOR EMP ID " SR-EMP-ID
                               " PAY GROUP " WS-PAY-GROUP
                               " - YTD NOT UPDATED AGAIN"
                   ELSE
      *> Variance is measured against the YTD figures as they stand
                       ADD SR-HOURS         TO YM-YTD-HOURS
                       ADD SR-TAXES         TO YM-YTD-TAXES
                       ADD SR-DEDUCTIONS    TO YM-YTD-DEDUCTIONS
                       ADD SR-FED-TAX       TO YM-YTD-FED-TAX
                       ADD SR-SS-TAX        TO YM-YTD-SS-TAX
                       ADD SR-MED-TAX       TO YM-YTD-MED-TAX
                       ADD SR-PRETAX        TO YM-YTD-PRETAX
                       ADD SR-TOTAL-PAY     TO YM-QTD-GROSS
                       ADD SR-TAXES         TO YM-QTD-TAXES
                       COMPUTE YM-QTD-TAXABLE =
                           YM-QTD-TAXABLE + SR-TOTAL-PAY - SR-PRETAX
                       IF SR-REC-TYPE NOT = 'A'
                          AND NOT OFF-CYCLE-MODE
                           ADD 1 TO YM-YTD-PERIODS
                           MOVE WS-PERIOD-NUMBER
                                TO YM-LAST-PERIOD-POSTED
                           MOVE WS-PAY-GROUP
                                TO YM-LAST-GROUP-POSTED
                       END-IF
                       REWRITE YTD-MASTER-RECORD
                       SET YTD-POSTED TO TRUE
           END-READ
           .

      *> COURT-ORDER POSTING - every order 1360 worked for this
      *> record goes back to GARNMAST.DAT: the amount comes off the
      *> balance, whatever fell short of the per-period amount goes
      *> to arrears (or comes off them when arrears were collected),
      *> and an order with a total owed is satisfied when its
      *> balance reaches zero. Only records that really posted -
      *> the already-posted skip of a re-run must not pay an order
      *> down twice.
       4240-POST-GARNISHMENTS.
           IF YTD-POSTED
               PERFORM VARYING WS-GRW-SUB FROM 1 BY 1
                       UNTIL WS-GRW-SUB > SR-GARN-COUNT
                   PERFORM 4241-POST-ONE-ORDER
               END-PERFORM
           END-IF
           .

       4241-POST-ONE-ORDER.
           MOVE SR-EMP-ID                   TO GO-EMP-ID
           MOVE SR-GARN-CASE-NO(WS-GRW-SUB) TO GO-CASE-NO
           READ GARN-MASTER-FILE
               INVALID KEY
                   DISPLAY "GARNMAST.DAT ORDER MISSING AT POSTING, "
                           "STATUS " WS-GARNMAST-FILE-STATUS
                           " EMP ID " GO-EMP-ID " CASE " GO-CASE-NO
                   PERFORM 3000-ABORT-RUN
           END-READ

           IF GO-IS-LEVY AND GO-PER-PERIOD = ZERO
               CONTINUE
           ELSE
               COMPUTE GO-ARREARS = GO-ARREARS + GO-PER-PERIOD
                                  - SR-GARN-AMOUNT(WS-GRW-SUB)
               IF GO-ARREARS < ZERO
                   MOVE ZERO TO GO-ARREARS
               END-IF
           END-IF

           IF GO-TOTAL-OWED > ZERO
               SUBTRACT SR-GARN-AMOUNT(WS-GRW-SUB) FROM GO-BALANCE
               IF GO-BALANCE NOT > ZERO
                   MOVE ZERO TO GO-BALANCE
                   MOVE ZERO TO GO-ARREARS
                   SET GO-IS-SATISFIED TO TRUE
                   DISPLAY "COURT ORDER SATISFIED - EMP ID "
                           GO-EMP-ID " CASE " GO-CASE-NO
               END-IF
               IF GO-ARREARS > GO-BALANCE
                   MOVE GO-BALANCE TO GO-ARREARS
               END-IF
           END-IF

           ADD SR-GARN-AMOUNT(WS-GRW-SUB) TO GO-TOTAL-WITHHELD
           MOVE WS-PERIOD-NUMBER TO GO-LAST-PERIOD
           MOVE WS-CURRENT-DATE  TO GO-LAST-DATE
           REWRITE GARN-ORDER-RECORD
               INVALID KEY
                   DISPLAY "GARNMAST.DAT REWRITE FAILED, STATUS "
                           WS-GARNMAST-FILE-STATUS
                           " EMP ID " GO-EMP-ID " CASE " GO-CASE-NO
                   PERFORM 3000-ABORT-RUN
           END-REWRITE

           IF SR-GARN-AMOUNT(WS-GRW-SUB) > ZERO
               ADD SR-GARN-AMOUNT(WS-GRW-SUB) TO WS-RMT-POSTED-TOTAL
               PERFORM 4242-ADD-REMIT-ENTRY
           END-IF
           .

      *> A full table can't be silently short - the count lands on
      *> the register and the balancing page holds the run.
       4242-ADD-REMIT-ENTRY.
           IF WS-RMT-HIGH < WS-RMT-MAX
               ADD 1 TO WS-RMT-HIGH
               MOVE GO-AGENCY-ID   TO WS-RMT-AGENCY-ID(WS-RMT-HIGH)
               MOVE GO-CASE-NO     TO WS-RMT-CASE-NO(WS-RMT-HIGH)
               MOVE GO-EMP-ID      TO WS-RMT-EMP-ID(WS-RMT-HIGH)
               MOVE GO-AGENCY-NAME TO WS-RMT-AGENCY-NAME(WS-RMT-HIGH)
               MOVE GO-TYPE        TO WS-RMT-TYPE(WS-RMT-HIGH)
               MOVE SR-LASTNAME    TO WS-RMT-LASTNAME(WS-RMT-HIGH)
               MOVE SR-FIRSTNAME   TO WS-RMT-FIRSTNAME(WS-RMT-HIGH)
               MOVE SR-GARN-AMOUNT(WS-GRW-SUB)
                    TO WS-RMT-AMOUNT(WS-RMT-HIGH)
               MOVE GO-BALANCE     TO WS-RMT-BALANCE(WS-RMT-HIGH)
               MOVE GO-STATUS      TO WS-RMT-STATUS(WS-RMT-HIGH)
           ELSE
               ADD 1 TO WS-RMT-DROPPED
               DISPLAY "WARNING: REMITTANCE TABLE FULL - EMP ID "
                       GO-EMP-ID " CASE " GO-CASE-NO " NOT LISTED"
           END-IF
           .

      *> DEDUCTION REGISTER - every DEDUCT.DAT amount the posted
      *> check actually withheld, by code. The check's deductions
      *> less its court-order money go to WS-DRT-POSTED-TOTAL from
      *> the check itself, so a register that lost a row can't
      *> balance.
       4245-ADD-DEDUCT-REGISTER.
           IF YTD-POSTED
               COMPUTE WS-DRT-POSTED-TOTAL = WS-DRT-POSTED-TOTAL
                                           + SR-DEDUCTIONS
                                           - SR-GARNISHED
               PERFORM VARYING WS-DRT-SUB FROM 1 BY 1
                       UNTIL WS-DRT-SUB > SR-DED-COUNT
                   IF SR-DED-AMOUNT(WS-DRT-SUB) NOT = ZERO
                       PERFORM 4246-ADD-REGISTER-ENTRY
                   END-IF
               END-PERFORM
           END-IF
           .

       4246-ADD-REGISTER-ENTRY.
           IF WS-DRT-HIGH < WS-DRT-MAX
               ADD 1 TO WS-DRT-HIGH
               MOVE SR-DED-CODE(WS-DRT-SUB)
                    TO WS-DRT-CODE(WS-DRT-HIGH)
               MOVE SR-EMP-ID    TO WS-DRT-EMP-ID(WS-DRT-HIGH)
               MOVE SR-DED-CLASS(WS-DRT-SUB)
                    TO WS-DRT-CLASS(WS-DRT-HIGH)
               MOVE SR-LASTNAME  TO WS-DRT-LASTNAME(WS-DRT-HIGH)
               MOVE SR-FIRSTNAME TO WS-DRT-FIRSTNAME(WS-DRT-HIGH)
               MOVE SR-DED-AMOUNT(WS-DRT-SUB)
                    TO WS-DRT-AMOUNT(WS-DRT-HIGH)
           ELSE
               ADD 1 TO WS-DRT-DROPPED
               DISPLAY "WARNING: DEDUCTION REGISTER FULL - EMP ID "
                       SR-EMP-ID " CODE " SR-DED-CODE(WS-DRT-SUB)
                       " NOT LISTED"
           END-IF
           .

      *> PERIOD DETAIL ARCHIVE - everything the sorted record
      *> carried, keyed employee/period/sequence, written only for
      *> records that really posted (an already-posted skip must
               CONTINUE
           ELSE
               MOVE SR-EMP-ID        TO PD-EMP-ID
               MOVE SR-PAY-GROUP     TO PD-PAY-GROUP
               MOVE WS-PERIOD-NUMBER TO PD-PERIOD
      *> Sequence ranges keep the runs from overwriting each other:
      *> seq 0 is the period's one regular-run check, regular-run
               MOVE SR-OT-HOURS    TO PD-OT-HOURS
               MOVE SR-OT-BASE     TO PD-OT-BASE
               MOVE SR-OT-MULT     TO PD-OT-MULT
               MOVE SR-DT-HOURS    TO PD-DT-HOURS
               MOVE SR-DT-PAY      TO PD-DT-PAY
               MOVE SR-TAXES       TO PD-TAXES
               MOVE SR-DEDUCTIONS  TO PD-DEDUCTIONS
               MOVE SR-NET-PAY     TO PD-NET-PAY
               MOVE SR-FED-TAX     TO PD-FED-TAX
               MOVE SR-SS-TAX      TO PD-SS-TAX
               MOVE SR-MED-TAX     TO PD-MED-TAX
               MOVE SR-PRETAX      TO PD-PRETAX
               MOVE WS-CURRENT-DATE TO PD-RUN-DATE
               IF PAY-PERIOD-SET
                   MOVE WS-PERIOD-END TO PD-PERIOD-END
               ELSE
                   MOVE ZERO TO PD-PERIOD-END
               END-IF
               MOVE SR-GARNISHED   TO PD-GARNISHED
               MOVE SR-DED-COUNT   TO PD-DED-COUNT
               PERFORM VARYING WS-DRT-SUB FROM 1 BY 1
                       UNTIL WS-DRT-SUB > WS-EDW-MAX
                   MOVE SR-DED-ENTRY(WS-DRT-SUB)
                        TO PD-DED-ENTRY(WS-DRT-SUB)
               END-PERFORM
               PERFORM 4261-WRITE-ARCHIVE-RECORD
           END-IF
           .
                               WHEN OTHER
                                   DISPLAY "ARCHIVE SEQ EXHAUSTED "
                                           "FOR EMP ID " PD-EMP-ID
                                           " GROUP " PD-PAY-GROUP
                                           " PERIOD " PD-PERIOD
                                   SET ARCHIVE-DONE TO TRUE
                           END-EVALUATE
                       REWRITE LEAVE-MASTER-RECORD
               END-READ
           END-IF

      *> The final check closes the balances out - the vacation was
      *> paid on the payout row the 'M' run built, and sick time is
      *> not paid at separation. Off-cycle or not, adjustment or
      *> not: once the flagged check really posts, the employee has
      *> nothing left to take.
           IF SR-IS-FINAL-PAY AND YTD-POSTED
               PERFORM 4251-CLOSE-LEAVE-BALANCES
           END-IF
           .

       4251-CLOSE-LEAVE-BALANCES.
           MOVE SR-EMP-ID TO LM-EMP-ID
           READ LEAVE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZERO TO LM-VAC-BALANCE
                   MOVE ZERO TO LM-SICK-BALANCE
                   REWRITE LEAVE-MASTER-RECORD
           END-READ
           MOVE SR-EMP-ID TO LM-EMP-ID
           MOVE ZERO      TO LM-VAC-BALANCE
           MOVE ZERO      TO LM-SICK-BALANCE
           DISPLAY "FINAL CHECK POSTED - LEAVE BALANCES CLOSED FOR "
                   "EMP ID " SR-EMP-ID
           .

       4256-CALCULATE-ACCRUAL.
      *> A salaried row carries no hours - its period accrues as the
      *> standard week the global OT base describes, or on a group
      *> run as the group's share of a 2080-hour year, so a
      *> semi-monthly period accrues more than a weekly one.
           IF SR-REC-TYPE = 'S'
               IF WINDOW-FROM-CALENDAR
                   MOVE WS-PGC-STD-HOURS TO WS-LV-ACCRUAL-HOURS
               ELSE
                   MOVE WS-OT-BASE-GLOBAL TO WS-LV-ACCRUAL-HOURS
               END-IF
           ELSE
               MOVE SR-HOURS TO WS-LV-ACCRUAL-HOURS
           END-IF
           MOVE SR-EMP-ID TO OT-EMP-ID
           MOVE SR-HOURS TO OT-HOURS
           MOVE SR-OT-PAY TO OT-PAY
           COMPUTE OT-HOURS-15 = SR-OT-HOURS - SR-DT-HOURS
           COMPUTE OT-PAY-15 = SR-OT-PAY - SR-DT-PAY
           MOVE SR-DT-HOURS TO OT-HOURS-20
           MOVE SR-DT-PAY TO OT-PAY-20
           WRITE OVERTIME-LINE FROM WS-OVERTIME-DETAIL
           .

           PERFORM 5200-WRITE-DEPT-REPORT
           PERFORM 5100-WRITE-GRAND-TOTAL
           PERFORM 5500-WRITE-YTD-SUMMARY
           PERFORM 5700-WRITE-GARN-REMITTANCE
           PERFORM 5800-WRITE-DEDUCT-REGISTER
           PERFORM 5950-WRITE-BUDGET-VS-ACTUAL
           PERFORM 5900-BALANCE-THE-RUN
           CLOSE REPORT-FILE
           .
               PERFORM 0900-CLOSE-YTD-MASTER
               PERFORM 0910-CLOSE-LEAVE-MASTER
               PERFORM 0920-CLOSE-PAY-ARCHIVE
               PERFORM 0930-CLOSE-GARN-MASTER
               PERFORM 0950-CLOSE-EMPLOYEE-MASTER
               IF RUN-OUT-OF-BALANCE
                   DISPLAY "RUN OUT OF BALANCE - SEE BALANCING PAGE - "
                           "PAYVAR.RPT - HOLD ALL DISTRIBUTION"
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 0695-LEDGER-END-PAYROLL
               GOBACK
           END-IF
           
           END-IF
           .

      *> GARNISHMENT REMITTANCE - the withholdings 4240 collected,
      *> put in agency/case order and written twice: the register
      *> with agency subtotals for the disbursement clerk, and the
      *> fixed-format extract for the agency EFTs. Both come out on
      *> every payroll run, empty or not, so "nothing to remit" is
      *> provable rather than a missing file.
       5700-WRITE-GARN-REMITTANCE.
           OPEN OUTPUT GARN-REGISTER-FILE
                       GARN-REMIT-FILE

           MOVE WS-PERIOD-NUMBER TO GRG-PERIOD-NO
           MOVE WS-CURRENT-DATE  TO GRG-RUN-DATE
           MOVE WS-PAY-GROUP     TO GRG-PAY-GROUP
           WRITE GARN-REGISTER-LINE FROM WS-GRG-HEADER
           WRITE GARN-REGISTER-LINE FROM SPACES
           MOVE WS-CURRENT-DATE  TO GRM-HDR-RUN-DATE
           MOVE WS-PERIOD-NUMBER TO GRM-HDR-PERIOD
           WRITE GARN-REMIT-LINE FROM WS-GRM-HEADER-REC

           IF WS-RMT-HIGH > 1
               PERFORM 5710-SORT-REMIT-TABLE
           END-IF

           MOVE SPACES TO WS-RMT-PREV-AGENCY
           PERFORM VARYING RMT-IDX FROM 1 BY 1
                   UNTIL RMT-IDX > WS-RMT-HIGH
               IF RMT-IDX = 1
                   PERFORM 5720-OPEN-REMIT-AGENCY
               ELSE
                   IF WS-RMT-AGENCY-ID(RMT-IDX)
                      NOT = WS-RMT-PREV-AGENCY
                       PERFORM 5730-CLOSE-REMIT-AGENCY
                       PERFORM 5720-OPEN-REMIT-AGENCY
                   END-IF
               END-IF
               PERFORM 5725-WRITE-REMIT-DETAIL
           END-PERFORM
           IF WS-RMT-HIGH > ZERO
               PERFORM 5730-CLOSE-REMIT-AGENCY
           END-IF

           MOVE WS-RMT-GRAND-COUNT TO GRG-COUNT
           MOVE WS-RMT-AGENCIES    TO GRG-AGENCIES
           MOVE WS-RMT-GRAND-TOTAL TO GRG-TOTAL
           WRITE GARN-REGISTER-LINE FROM SPACES
           WRITE GARN-REGISTER-LINE FROM WS-GRG-TOTAL-LINE
           IF WS-RMT-DROPPED > ZERO
               MOVE WS-RMT-DROPPED TO GRG-DROPPED
               WRITE GARN-REGISTER-LINE FROM WS-GRG-DROPPED-LINE
           END-IF

           MOVE WS-RMT-AGENCIES    TO GRM-TRL-AGENCIES
           MOVE WS-RMT-GRAND-COUNT TO GRM-TRL-COUNT
           COMPUTE WS-RMT-CENTS = WS-RMT-GRAND-TOTAL * 100
           MOVE WS-RMT-CENTS       TO GRM-TRL-AMOUNT
           WRITE GARN-REMIT-LINE FROM WS-GRM-TRAILER-REC

           CLOSE GARN-REGISTER-FILE
                 GARN-REMIT-FILE
           .

      *> Shell sort on agency, case and EMP-ID - same in-memory
      *> plumbing as 0132-SORT-TIMECARD-TABLE.
       5710-SORT-REMIT-TABLE.
           MOVE 1 TO WS-SORT-GAP
           PERFORM UNTIL WS-SORT-GAP * 3 + 1 > WS-RMT-HIGH
               COMPUTE WS-SORT-GAP = WS-SORT-GAP * 3 + 1
           END-PERFORM

           PERFORM UNTIL WS-SORT-GAP < 1
               PERFORM 5711-REMIT-GAP-PASS
               IF WS-SORT-GAP = 1
                   MOVE ZERO TO WS-SORT-GAP
               ELSE
                   COMPUTE WS-SORT-GAP = WS-SORT-GAP / 3
                   IF WS-SORT-GAP < 1
                       MOVE 1 TO WS-SORT-GAP
                   END-IF
               END-IF
           END-PERFORM
           .

       5711-REMIT-GAP-PASS.
           COMPUTE WS-SORT-I = WS-SORT-GAP + 1
           PERFORM UNTIL WS-SORT-I > WS-RMT-HIGH
               PERFORM 5712-REMIT-GAP-INSERT
               ADD 1 TO WS-SORT-I
           END-PERFORM
           .

       5712-REMIT-GAP-INSERT.
           MOVE WS-RMT-ENTRIES(WS-SORT-I) TO WS-RMT-SAVE-ENTRY
           MOVE WS-SORT-I TO WS-SORT-J
           MOVE 'N' TO WS-SHIFT-DONE-SW

           PERFORM UNTIL SHIFT-DONE
               IF WS-SORT-J NOT > WS-SORT-GAP
                   SET SHIFT-DONE TO TRUE
               ELSE
                   COMPUTE WS-SORT-K = WS-SORT-J - WS-SORT-GAP
                   IF WS-RMT-KEY(WS-SORT-K) > WS-RMT-SAVE-KEY
                       MOVE WS-RMT-ENTRIES(WS-SORT-K)
                            TO WS-RMT-ENTRIES(WS-SORT-J)
                       MOVE WS-SORT-K TO WS-SORT-J
                   ELSE
                       SET SHIFT-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-RMT-SAVE-ENTRY TO WS-RMT-ENTRIES(WS-SORT-J)
           .

       5720-OPEN-REMIT-AGENCY.
           MOVE WS-RMT-AGENCY-ID(RMT-IDX) TO WS-RMT-PREV-AGENCY
           MOVE ZERO TO WS-RMT-AGENCY-COUNT
           MOVE ZERO TO WS-RMT-AGENCY-TOTAL
           ADD 1 TO WS-RMT-AGENCIES

           MOVE WS-RMT-AGENCY-ID(RMT-IDX)   TO GRG-AGENCY-ID
           MOVE WS-RMT-AGENCY-NAME(RMT-IDX) TO GRG-AGENCY-NAME
           WRITE GARN-REGISTER-LINE FROM WS-GRG-AGENCY-LINE
           WRITE GARN-REGISTER-LINE FROM WS-GRG-COLUMN-LINE

           MOVE WS-RMT-AGENCY-ID(RMT-IDX)   TO GRM-AGY-ID
           MOVE WS-RMT-AGENCY-NAME(RMT-IDX) TO GRM-AGY-NAME
           WRITE GARN-REMIT-LINE FROM WS-GRM-AGENCY-REC
           .

       5725-WRITE-REMIT-DETAIL.
           ADD 1 TO WS-RMT-AGENCY-COUNT
           ADD 1 TO WS-RMT-GRAND-COUNT
           ADD WS-RMT-AMOUNT(RMT-IDX) TO WS-RMT-AGENCY-TOTAL
           ADD WS-RMT-AMOUNT(RMT-IDX) TO WS-RMT-GRAND-TOTAL

           MOVE WS-RMT-CASE-NO(RMT-IDX)   TO GRG-CASE-NO
           MOVE WS-RMT-EMP-ID(RMT-IDX)    TO GRG-EMP-ID
           MOVE WS-RMT-LASTNAME(RMT-IDX)  TO GRG-LASTNAME
           MOVE WS-RMT-FIRSTNAME(RMT-IDX) TO GRG-FIRSTNAME
           MOVE WS-RMT-TYPE(RMT-IDX)      TO GRG-TYPE
           MOVE WS-RMT-AMOUNT(RMT-IDX)    TO GRG-AMOUNT
           MOVE WS-RMT-BALANCE(RMT-IDX)   TO GRG-BALANCE
           IF WS-RMT-STATUS(RMT-IDX) = 'S'
               MOVE 'SATISFIED' TO GRG-STATUS
           ELSE
               MOVE 'ACTIVE'    TO GRG-STATUS
           END-IF
           WRITE GARN-REGISTER-LINE FROM WS-GRG-DETAIL

           MOVE WS-RMT-AGENCY-ID(RMT-IDX) TO GRM-DTL-AGENCY-ID
           MOVE WS-RMT-CASE-NO(RMT-IDX)   TO GRM-DTL-CASE-NO
           MOVE WS-RMT-EMP-ID(RMT-IDX)    TO GRM-DTL-EMP-ID
           MOVE WS-RMT-TYPE(RMT-IDX)      TO GRM-DTL-TYPE
           COMPUTE WS-RMT-CENTS = WS-RMT-AMOUNT(RMT-IDX) * 100
           MOVE WS-RMT-CENTS              TO GRM-DTL-AMOUNT
           MOVE WS-RMT-LASTNAME(RMT-IDX)  TO GRM-DTL-LASTNAME
           WRITE GARN-REMIT-LINE FROM WS-GRM-DETAIL-REC
           .

       5730-CLOSE-REMIT-AGENCY.
           MOVE WS-RMT-AGENCY-COUNT TO GRG-AGY-COUNT
           MOVE WS-RMT-AGENCY-TOTAL TO GRG-AGY-TOTAL
           WRITE GARN-REGISTER-LINE FROM WS-GRG-AGENCY-TOTAL
           WRITE GARN-REGISTER-LINE FROM SPACES

           MOVE WS-RMT-PREV-AGENCY  TO GRM-AGT-ID
           MOVE WS-RMT-AGENCY-COUNT TO GRM-AGT-COUNT
           COMPUTE WS-RMT-CENTS = WS-RMT-AGENCY-TOTAL * 100
           MOVE WS-RMT-CENTS        TO GRM-AGT-AMOUNT
           WRITE GARN-REMIT-LINE FROM WS-GRM-AGENCY-TOTAL-REC
           .

      *> DEDUCTION REGISTER BY CODE - the period's withholdings in
      *> code/EMP-ID order with a total per code. Same walk as the
      *> garnishment register above.
       5800-WRITE-DEDUCT-REGISTER.
           OPEN OUTPUT DEDUCT-REGISTER-FILE

           MOVE WS-PERIOD-NUMBER TO DRG-PERIOD-NO
           MOVE WS-CURRENT-DATE  TO DRG-RUN-DATE
           MOVE WS-PAY-GROUP     TO DRG-PAY-GROUP
           WRITE DEDUCT-REGISTER-LINE FROM WS-DRG-HEADER
           WRITE DEDUCT-REGISTER-LINE FROM SPACES

           IF WS-DRT-HIGH > 1
               PERFORM 5810-SORT-DEDUCT-REGISTER
           END-IF

           MOVE SPACES TO WS-DRT-PREV-CODE
           PERFORM VARYING DRT-IDX FROM 1 BY 1
                   UNTIL DRT-IDX > WS-DRT-HIGH
               IF DRT-IDX = 1
                   PERFORM 5820-OPEN-REGISTER-CODE
               ELSE
                   IF WS-DRT-CODE(DRT-IDX) NOT = WS-DRT-PREV-CODE
                       PERFORM 5830-CLOSE-REGISTER-CODE
                       PERFORM 5820-OPEN-REGISTER-CODE
                   END-IF
               END-IF
               PERFORM 5825-WRITE-REGISTER-DETAIL
           END-PERFORM
           IF WS-DRT-HIGH > ZERO
               PERFORM 5830-CLOSE-REGISTER-CODE
           END-IF

           MOVE WS-DRT-GRAND-COUNT TO DRG-COUNT
           MOVE WS-DRT-CODES       TO DRG-CODES
           MOVE WS-DRT-GRAND-TOTAL TO DRG-TOTAL
           WRITE DEDUCT-REGISTER-LINE FROM SPACES
           WRITE DEDUCT-REGISTER-LINE FROM WS-DRG-TOTAL-LINE
           IF WS-DRT-DROPPED > ZERO
               MOVE WS-DRT-DROPPED TO DRG-DROPPED
               WRITE DEDUCT-REGISTER-LINE FROM WS-DRG-DROPPED-LINE
           END-IF

           CLOSE DEDUCT-REGISTER-FILE
           .

      *> Shell sort on code and EMP-ID - same in-memory plumbing as
      *> 0132-SORT-TIMECARD-TABLE.
       5810-SORT-DEDUCT-REGISTER.
           MOVE 1 TO WS-SORT-GAP
           PERFORM UNTIL WS-SORT-GAP * 3 + 1 > WS-DRT-HIGH
               COMPUTE WS-SORT-GAP = WS-SORT-GAP * 3 + 1
           END-PERFORM

           PERFORM UNTIL WS-SORT-GAP < 1
               PERFORM 5811-REGISTER-GAP-PASS
               IF WS-SORT-GAP = 1
                   MOVE ZERO TO WS-SORT-GAP
               ELSE
                   COMPUTE WS-SORT-GAP = WS-SORT-GAP / 3
                   IF WS-SORT-GAP < 1
                       MOVE 1 TO WS-SORT-GAP
                   END-IF
               END-IF
           END-PERFORM
           .

       5811-REGISTER-GAP-PASS.
           COMPUTE WS-SORT-I = WS-SORT-GAP + 1
           PERFORM UNTIL WS-SORT-I > WS-DRT-HIGH
               PERFORM 5812-REGISTER-GAP-INSERT
               ADD 1 TO WS-SORT-I
           END-PERFORM
           .

       5812-REGISTER-GAP-INSERT.
           MOVE WS-DRT-ENTRIES(WS-SORT-I) TO WS-DRT-SAVE-ENTRY
           MOVE WS-SORT-I TO WS-SORT-J
           MOVE 'N' TO WS-SHIFT-DONE-SW

           PERFORM UNTIL SHIFT-DONE
               IF WS-SORT-J NOT > WS-SORT-GAP
                   SET SHIFT-DONE TO TRUE
               ELSE
                   COMPUTE WS-SORT-K = WS-SORT-J - WS-SORT-GAP
                   IF WS-DRT-KEY(WS-SORT-K) > WS-DRT-SAVE-KEY
                       MOVE WS-DRT-ENTRIES(WS-SORT-K)
                            TO WS-DRT-ENTRIES(WS-SORT-J)
                       MOVE WS-SORT-K TO WS-SORT-J
                   ELSE
                       SET SHIFT-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-DRT-SAVE-ENTRY TO WS-DRT-ENTRIES(WS-SORT-J)
           .

       5820-OPEN-REGISTER-CODE.
           MOVE WS-DRT-CODE(DRT-IDX) TO WS-DRT-PREV-CODE
           MOVE ZERO TO WS-DRT-CODE-COUNT
           MOVE ZERO TO WS-DRT-CODE-TOTAL
           ADD 1 TO WS-DRT-CODES

           MOVE WS-DRT-CODE(DRT-IDX)  TO DRG-CODE
           MOVE WS-DRT-CLASS(DRT-IDX) TO DRG-CLASS
           WRITE DEDUCT-REGISTER-LINE FROM WS-DRG-CODE-LINE
           WRITE DEDUCT-REGISTER-LINE FROM WS-DRG-COLUMN-LINE
           .

       5825-WRITE-REGISTER-DETAIL.
           ADD 1 TO WS-DRT-CODE-COUNT
           ADD 1 TO WS-DRT-GRAND-COUNT
           ADD WS-DRT-AMOUNT(DRT-IDX) TO WS-DRT-CODE-TOTAL
           ADD WS-DRT-AMOUNT(DRT-IDX) TO WS-DRT-GRAND-TOTAL

           MOVE WS-DRT-EMP-ID(DRT-IDX)    TO DRG-EMP-ID
           MOVE WS-DRT-LASTNAME(DRT-IDX)  TO DRG-LASTNAME
           MOVE WS-DRT-FIRSTNAME(DRT-IDX) TO DRG-FIRSTNAME
           MOVE WS-DRT-AMOUNT(DRT-IDX)    TO DRG-AMOUNT
           WRITE DEDUCT-REGISTER-LINE FROM WS-DRG-DETAIL
           .

       5830-CLOSE-REGISTER-CODE.
           MOVE WS-DRT-CODE-COUNT TO DRG-CODE-COUNT
           MOVE WS-DRT-CODE-TOTAL TO DRG-CODE-AMOUNT
           WRITE DEDUCT-REGISTER-LINE FROM WS-DRG-CODE-TOTAL
           WRITE DEDUCT-REGISTER-LINE FROM SPACES
           .

      *> BUDGET VERSUS ACTUAL - department labor against finance's
      *> budget for the period and the year to date, with the
      *> variance, overtime's share of labor, and a flag on any
      *> department running more than the tolerance over plan. Only
      *> a regular period run has a period to compare; no
      *> DEPTBUDG.DAT, no report.
       5950-WRITE-BUDGET-VS-ACTUAL.
           IF PAY-PERIOD-SET AND NOT OFF-CYCLE-MODE
               OPEN INPUT DEPT-BUDGET-FILE
               IF DEPTBUDG-FILE-NOT-FOUND
                   DISPLAY "NO DEPTBUDG.DAT - BUDGET VS ACTUAL "
                           "NOT PRODUCED"
               ELSE
                   PERFORM 5951-SET-BUDGET-YEAR
                   PERFORM 5952-LOAD-DEPT-BUDGET
                   CLOSE DEPT-BUDGET-FILE
                   PERFORM 5955-ADD-RUN-ACTUALS
                   PERFORM 5957-ADD-ARCHIVE-ACTUALS
                   IF WS-BVA-HIGH > 1
                       PERFORM 5960-SORT-BUDGET-TABLE
                   END-IF
                   PERFORM 5970-PRINT-BUDGET-REPORT
               END-IF
           END-IF
           .

      *> Same two-digit-year rule the quarter close uses against
      *> PD-RUN-DATE: the archive carries no year of its own. A
      *> group run's year is the calendar year its period is in.
       5951-SET-BUDGET-YEAR.
           IF WS-BGT-YEAR = ZERO AND WINDOW-FROM-CALENDAR
               MOVE WS-PGC-YEAR TO WS-BGT-YEAR
           END-IF
           IF WS-BGT-YEAR = ZERO
               MOVE WS-CURRENT-DATE TO WS-BGT-DATE
               COMPUTE WS-BGT-YEAR = 2000 + WS-BGT-DATE-YY
           END-IF
           COMPUTE WS-BGT-YY = WS-BGT-YEAR - 2000
           .

       5952-LOAD-DEPT-BUDGET.
           PERFORM UNTIL DEPTBUDG-FILE-EOF
               READ DEPT-BUDGET-FILE
                   AT END
                       SET DEPTBUDG-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BGT-READ-COUNT
                       PERFORM 5953-TAKE-BUDGET-ROW
               END-READ

      *> A report-only input - a bad read stops the load and says
      *> so on the report, it does not take the payroll down.
               IF NOT (DEPTBUDG-FILE-OK OR DEPTBUDG-FILE-EOF)
                   DISPLAY "READ ERROR ON DEPTBUDG.DAT: "
                           WS-DEPTBUDG-FILE-STATUS
                   SET BGT-READ-ERROR TO TRUE
                   SET DEPTBUDG-FILE-EOF TO TRUE
               END-IF
           END-PERFORM
           .

      *> Rows for the budget year up to this period count to the
      *> year to date; this period's row is the period budget too.
      *> Blank hours is a dollars-only budget. Only rows numbered in
      *> this run's pay group calendar count - another group's
      *> period 5 is not this one's.
       5953-TAKE-BUDGET-ROW.
           IF BG-DEPT = SPACES
              OR BG-YEAR-X IS NOT NUMERIC
              OR BG-PERIOD-X IS NOT NUMERIC
              OR BG-DOLLARS-X IS NOT NUMERIC
              OR NOT (BG-HOURS-X IS NUMERIC OR BG-HOURS-X = SPACES)
               ADD 1 TO WS-BGT-BAD-COUNT
               DISPLAY "REJECTED BUDGET ROW: " DEPT-BUDGET-RECORD
           ELSE
               IF BG-YEAR-X-NUM = WS-BGT-YEAR
                  AND BG-PAY-GROUP = WS-PAY-GROUP
                  AND BG-PERIOD-X-NUM > ZERO
                  AND BG-PERIOD-X-NUM <= WS-PERIOD-NUMBER
                   MOVE BG-DEPT TO WS-BGT-DEPT
                   PERFORM 5954-FIND-BUDGET-DEPT
                   IF BVA-DEPT-FOUND
                       ADD 1 TO WS-BGT-USED-COUNT
                       ADD BG-DOLLARS-X-NUM
                           TO WS-BVA-YTD-BUDGET(BVA-IDX)
                       IF BG-PERIOD-X-NUM = WS-PERIOD-NUMBER
                           ADD BG-DOLLARS-X-NUM
                               TO WS-BVA-PER-BUDGET(BVA-IDX)
                       END-IF
                       IF BG-HOURS-X IS NUMERIC
                           ADD BG-HOURS-X-NUM
                               TO WS-BVA-YTD-BUD-HOURS(BVA-IDX)
                           IF BG-PERIOD-X-NUM = WS-PERIOD-NUMBER
                               ADD BG-HOURS-X-NUM
                                   TO WS-BVA-PER-BUD-HOURS(BVA-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       5954-FIND-BUDGET-DEPT.
           MOVE 'Y' TO WS-BVA-FOUND-SW
           PERFORM VARYING BVA-IDX FROM 1 BY 1
                   UNTIL BVA-IDX > WS-BVA-HIGH
                         OR WS-BVA-DEPT(BVA-IDX) = WS-BGT-DEPT
               CONTINUE
           END-PERFORM

           IF BVA-IDX > WS-BVA-HIGH
               IF WS-BVA-HIGH >= WS-BVA-MAX
                   MOVE 'N' TO WS-BVA-FOUND-SW
                   ADD 1 TO WS-BGT-DROPPED
               ELSE
                   ADD 1 TO WS-BVA-HIGH
                   SET BVA-IDX TO WS-BVA-HIGH
                   INITIALIZE WS-BVA-ENTRIES(BVA-IDX)
                   MOVE WS-BGT-DEPT TO WS-BVA-DEPT(BVA-IDX)
               END-IF
           END-IF
           .

      *> This run's actuals are where the labor happened (the
      *> worked-dept split behind WS-DEPT-TABLE), burden included.
       5955-ADD-RUN-ACTUALS.
           PERFORM VARYING DPT-IDX FROM 1 BY 1
                   UNTIL DPT-IDX > WS-DEPT-TABLE-HIGH
               MOVE WS-DPT-CODE(DPT-IDX) TO WS-BGT-DEPT
               PERFORM 5954-FIND-BUDGET-DEPT
               IF BVA-DEPT-FOUND
                   PERFORM 5956-ADD-ONE-RUN-DEPT
               END-IF
           END-PERFORM
           .

       5956-ADD-ONE-RUN-DEPT.
           MOVE ZERO TO WS-BDN-DEPT-SUM
           PERFORM VARYING BDN-IDX FROM 1 BY 1
                   UNTIL BDN-IDX > WS-BDN-TABLE-HIGH
               IF WS-BDN-DEPT(BDN-IDX) = WS-DPT-CODE(DPT-IDX)
                   ADD WS-BDN-TOTAL(BDN-IDX) TO WS-BDN-DEPT-SUM
               END-IF
           END-PERFORM

           ADD WS-DPT-TOTAL(DPT-IDX)  TO WS-BVA-PER-LABOR(BVA-IDX)
                                         WS-BVA-YTD-LABOR(BVA-IDX)
           ADD WS-BDN-DEPT-SUM        TO WS-BVA-PER-BURDEN(BVA-IDX)
                                         WS-BVA-YTD-BURDEN(BVA-IDX)
           ADD WS-DPT-OT-PAY(DPT-IDX) TO WS-BVA-PER-OT-PAY(BVA-IDX)
                                         WS-BVA-YTD-OT-PAY(BVA-IDX)
           ADD WS-DPT-HOURS(DPT-IDX)  TO WS-BVA-PER-HOURS(BVA-IDX)
                                         WS-BVA-YTD-HOURS(BVA-IDX)
           .

      *> The year's earlier checks off the archive. This run has
      *> already archived its own regular records for the period,
      *> and those are in the department table - so period 'R'
      *> records are skipped here, and only this period's earlier
      *> off-cycle checks are added to it. Archived records charge
      *> the home department: the archive keeps no split.
       5957-ADD-ARCHIVE-ACTUALS.
           MOVE LOW-VALUES TO PD-KEY
           START PAY-DETAIL-ARCHIVE KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF PAYDETL-FILE-OK
               PERFORM UNTIL PAYDETL-FILE-NOT-FOUND
                   READ PAY-DETAIL-ARCHIVE NEXT RECORD
                       AT END
                           SET PAYDETL-FILE-NOT-FOUND TO TRUE
                       NOT AT END
                           PERFORM 5958-TAKE-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
           END-IF
           .

       5958-TAKE-ARCHIVE-RECORD.
           MOVE PD-RUN-DATE TO WS-BGT-DATE
           IF WS-BGT-DATE-YY = WS-BGT-YY
              AND PD-PAY-GROUP = WS-PAY-GROUP
              AND (PD-PERIOD < WS-PERIOD-NUMBER
                   OR (PD-PERIOD = WS-PERIOD-NUMBER
                       AND PD-RUN-TYPE NOT = 'R'))
               MOVE PD-DEPT TO WS-BGT-DEPT
               PERFORM 5954-FIND-BUDGET-DEPT
               IF BVA-DEPT-FOUND
                   ADD 1 TO WS-BGT-ARCH-COUNT
                   PERFORM 5959-REBUILD-ARCHIVE-BURDEN
                   ADD PD-TOTAL-PAY TO WS-BVA-YTD-LABOR(BVA-IDX)
                   ADD WS-BGT-ARCH-BURDEN
                       TO WS-BVA-YTD-BURDEN(BVA-IDX)
                   ADD PD-OT-PAY TO WS-BVA-YTD-OT-PAY(BVA-IDX)
                   ADD PD-HOURS  TO WS-BVA-YTD-HOURS(BVA-IDX)
                   IF PD-PERIOD = WS-PERIOD-NUMBER
                       ADD PD-TOTAL-PAY TO WS-BVA-PER-LABOR(BVA-IDX)
                       ADD WS-BGT-ARCH-BURDEN
                           TO WS-BVA-PER-BURDEN(BVA-IDX)
                       ADD PD-OT-PAY TO WS-BVA-PER-OT-PAY(BVA-IDX)
                       ADD PD-HOURS  TO WS-BVA-PER-HOURS(BVA-IDX)
                   END-IF
               END-IF
           END-IF
           .

      *> Same rules as 4120: a percent rule follows the gross, a
      *> flat rule only lands on a real pay record from a regular
      *> run.
       5959-REBUILD-ARCHIVE-BURDEN.
           MOVE ZERO TO WS-BGT-ARCH-BURDEN
           PERFORM VARYING BRL-IDX FROM 1 BY 1
                   UNTIL BRL-IDX > WS-BRL-HIGH
               IF BRL-IS-PERCENT(BRL-IDX)
                   COMPUTE WS-BGT-BURDEN-AMOUNT ROUNDED =
                       PD-TOTAL-PAY * WS-BRL-AMOUNT(BRL-IDX) / 100
                   ADD WS-BGT-BURDEN-AMOUNT TO WS-BGT-ARCH-BURDEN
               ELSE
                   IF PD-REC-TYPE NOT = 'A'
                      AND PD-RUN-TYPE = 'R'
                       ADD WS-BRL-AMOUNT(BRL-IDX)
                           TO WS-BGT-ARCH-BURDEN
                   END-IF
               END-IF
           END-PERFORM
           .

      *> Shell sort on department - same in-memory plumbing as
      *> 5810-SORT-DEDUCT-REGISTER.
       5960-SORT-BUDGET-TABLE.
           MOVE 1 TO WS-SORT-GAP
           PERFORM UNTIL WS-SORT-GAP * 3 + 1 > WS-BVA-HIGH
               COMPUTE WS-SORT-GAP = WS-SORT-GAP * 3 + 1
           END-PERFORM

           PERFORM UNTIL WS-SORT-GAP < 1
               PERFORM 5961-BUDGET-GAP-PASS
               IF WS-SORT-GAP = 1
                   MOVE ZERO TO WS-SORT-GAP
               ELSE
                   COMPUTE WS-SORT-GAP = WS-SORT-GAP / 3
                   IF WS-SORT-GAP < 1
                       MOVE 1 TO WS-SORT-GAP
                   END-IF
               END-IF
           END-PERFORM
           .

       5961-BUDGET-GAP-PASS.
           COMPUTE WS-SORT-I = WS-SORT-GAP + 1
           PERFORM UNTIL WS-SORT-I > WS-BVA-HIGH
               PERFORM 5962-BUDGET-GAP-INSERT
               ADD 1 TO WS-SORT-I
           END-PERFORM
           .

       5962-BUDGET-GAP-INSERT.
           MOVE WS-BVA-ENTRIES(WS-SORT-I) TO WS-BVA-WORK-ENTRY
           MOVE WS-SORT-I TO WS-SORT-J
           MOVE 'N' TO WS-SHIFT-DONE-SW

           PERFORM UNTIL SHIFT-DONE
               IF WS-SORT-J NOT > WS-SORT-GAP
                   SET SHIFT-DONE TO TRUE
               ELSE
                   COMPUTE WS-SORT-K = WS-SORT-J - WS-SORT-GAP
                   IF WS-BVA-DEPT(WS-SORT-K) > WS-BVW-DEPT
                       MOVE WS-BVA-ENTRIES(WS-SORT-K)
                            TO WS-BVA-ENTRIES(WS-SORT-J)
                       MOVE WS-SORT-K TO WS-SORT-J
                   ELSE
                       SET SHIFT-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-BVA-WORK-ENTRY TO WS-BVA-ENTRIES(WS-SORT-J)
           .

       5970-PRINT-BUDGET-REPORT.
           OPEN OUTPUT BUDGET-VARIANCE-FILE
                       BUDGET-CSV-FILE

           MOVE WS-PERIOD-NUMBER     TO BVR-PERIOD-NO
           MOVE WS-BGT-YEAR          TO BVR-YEAR
           MOVE WS-CURRENT-DATE      TO BVR-RUN-DATE
           MOVE WS-BGT-TOLERANCE-PCT TO BVR-TOLERANCE
           MOVE WS-PAY-GROUP         TO BVR-PAY-GROUP
           WRITE BUDGET-VARIANCE-LINE FROM WS-BVR-HEADER
           WRITE BUDGET-VARIANCE-LINE FROM SPACES
           WRITE BUDGET-VARIANCE-LINE FROM WS-BVR-COLUMN-LINE
           WRITE BUDGET-VARIANCE-LINE FROM SPACES
           WRITE BUDGET-CSV-LINE FROM WS-BCV-HEADER-LINE

           MOVE WS-PERIOD-NUMBER TO WS-BCV-PERIOD-DSP
           MOVE WS-BGT-YEAR      TO WS-BCV-YEAR-DSP
           INITIALIZE WS-BVA-TOTAL-ENTRY
           MOVE 'N' TO WS-BGT-TOTALS-SW

           PERFORM VARYING BVA-IDX FROM 1 BY 1
                   UNTIL BVA-IDX > WS-BVA-HIGH
               MOVE WS-BVA-ENTRIES(BVA-IDX) TO WS-BVA-WORK-ENTRY
               PERFORM 5975-ADD-TO-BUDGET-TOTALS
               MOVE WS-BVW-DEPT TO DTL-DEPT
               PERFORM 5250-LOOKUP-DEPT-NAME
               MOVE DTL-DEPT-NAME TO WS-BGT-DEPT-NAME
               PERFORM 5980-WRITE-BUDGET-DEPT
           END-PERFORM

           SET BGT-PRINTING-TOTALS TO TRUE
           MOVE WS-BVA-TOTAL-ENTRY TO WS-BVA-WORK-ENTRY
           MOVE 'ALL'              TO WS-BVW-DEPT
           MOVE 'ALL DEPARTMENTS'  TO WS-BGT-DEPT-NAME
           PERFORM 5980-WRITE-BUDGET-DEPT

           MOVE WS-BVA-HIGH        TO BVR-DEPT-COUNT
           MOVE WS-BGT-OVER-PERIOD TO BVR-OVER-PERIOD
           MOVE WS-BGT-OVER-YTD    TO BVR-OVER-YTD
           MOVE WS-BGT-NO-BUDGET   TO BVR-NO-BUDGET
           WRITE BUDGET-VARIANCE-LINE FROM WS-BVR-TOTAL-LINE
           MOVE WS-BGT-READ-COUNT  TO BVR-ROWS-READ
           MOVE WS-BGT-USED-COUNT  TO BVR-ROWS-USED
           MOVE WS-BGT-BAD-COUNT   TO BVR-ROWS-BAD
           MOVE WS-BGT-ARCH-COUNT  TO BVR-ARCH-COUNT
           WRITE BUDGET-VARIANCE-LINE FROM WS-BVR-ROWS-LINE
           IF WS-BGT-DROPPED > ZERO
               MOVE WS-BGT-DROPPED TO BVR-DROPPED
               WRITE BUDGET-VARIANCE-LINE FROM WS-BVR-DROPPED-LINE
           END-IF
           IF BGT-READ-ERROR
               WRITE BUDGET-VARIANCE-LINE FROM WS-BVR-READ-ERROR-LINE
           END-IF

           IF WS-BGT-OVER-PERIOD > ZERO OR WS-BGT-OVER-YTD > ZERO
               DISPLAY "DEPARTMENTS OVER LABOR BUDGET - SEE "
                       "BUDGVAR.RPT"
           END-IF

           CLOSE BUDGET-VARIANCE-FILE
                 BUDGET-CSV-FILE
           .

       5975-ADD-TO-BUDGET-TOTALS.
           ADD WS-BVW-PER-LABOR     TO WS-BVT-PER-LABOR
           ADD WS-BVW-PER-BURDEN    TO WS-BVT-PER-BURDEN
           ADD WS-BVW-PER-OT-PAY    TO WS-BVT-PER-OT-PAY
           ADD WS-BVW-PER-HOURS     TO WS-BVT-PER-HOURS
           ADD WS-BVW-PER-BUDGET    TO WS-BVT-PER-BUDGET
           ADD WS-BVW-PER-BUD-HOURS TO WS-BVT-PER-BUD-HOURS
           ADD WS-BVW-YTD-LABOR     TO WS-BVT-YTD-LABOR
           ADD WS-BVW-YTD-BURDEN    TO WS-BVT-YTD-BURDEN
           ADD WS-BVW-YTD-OT-PAY    TO WS-BVT-YTD-OT-PAY
           ADD WS-BVW-YTD-HOURS     TO WS-BVT-YTD-HOURS
           ADD WS-BVW-YTD-BUDGET    TO WS-BVT-YTD-BUDGET
           ADD WS-BVW-YTD-BUD-HOURS TO WS-BVT-YTD-BUD-HOURS
           .

       5980-WRITE-BUDGET-DEPT.
           MOVE WS-BVW-DEPT      TO BVR-DEPT
           MOVE WS-BGT-DEPT-NAME TO BVR-DEPT-NAME
           WRITE BUDGET-VARIANCE-LINE FROM WS-BVR-DEPT-LINE

           MOVE 'PERIOD'             TO WS-BGT-SCOPE
           MOVE WS-BVW-PER-LABOR     TO WS-BGT-LABOR
           MOVE WS-BVW-PER-BURDEN    TO WS-BGT-BURDEN
           MOVE WS-BVW-PER-OT-PAY    TO WS-BGT-OT-PAY
           MOVE WS-BVW-PER-HOURS     TO WS-BGT-HOURS
           MOVE WS-BVW-PER-BUDGET    TO WS-BGT-BUDGET
           MOVE WS-BVW-PER-BUD-HOURS TO WS-BGT-BUD-HOURS
           PERFORM 5985-WRITE-BUDGET-FIGURES

           MOVE 'YTD'                TO WS-BGT-SCOPE
           MOVE WS-BVW-YTD-LABOR     TO WS-BGT-LABOR
           MOVE WS-BVW-YTD-BURDEN    TO WS-BGT-BURDEN
           MOVE WS-BVW-YTD-OT-PAY    TO WS-BGT-OT-PAY
           MOVE WS-BVW-YTD-HOURS     TO WS-BGT-HOURS
           MOVE WS-BVW-YTD-BUDGET    TO WS-BGT-BUDGET
           MOVE WS-BVW-YTD-BUD-HOURS TO WS-BGT-BUD-HOURS
           PERFORM 5985-WRITE-BUDGET-FIGURES

           WRITE BUDGET-VARIANCE-LINE FROM SPACES
           .

      *> Over budget is cost (labor plus burden) more than the
      *> tolerance percent above the budget. Actual cost against
      *> no budget at all is flagged on its own - that is a
      *> department finance never planned for. The totals lines
      *> are flagged the same way but not counted.
       5985-WRITE-BUDGET-FIGURES.
           COMPUTE WS-BGT-COST = WS-BGT-LABOR + WS-BGT-BURDEN
           COMPUTE WS-BGT-VARIANCE = WS-BGT-COST - WS-BGT-BUDGET
           MOVE ZERO   TO WS-BGT-VAR-PCT
           MOVE ZERO   TO WS-BGT-OT-PCT
           MOVE SPACES TO WS-BGT-FLAG

           IF WS-BGT-BUDGET > ZERO
               COMPUTE WS-BGT-VAR-PCT ROUNDED =
                   WS-BGT-VARIANCE * 100 / WS-BGT-BUDGET
               IF WS-BGT-VAR-PCT > WS-BGT-TOLERANCE-PCT
                   MOVE 'OVER' TO WS-BGT-FLAG
                   IF NOT BGT-PRINTING-TOTALS
                       IF WS-BGT-SCOPE = 'PERIOD'
                           ADD 1 TO WS-BGT-OVER-PERIOD
                       ELSE
                           ADD 1 TO WS-BGT-OVER-YTD
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF WS-BGT-COST NOT = ZERO
                   MOVE 'NO BUD' TO WS-BGT-FLAG
                   IF NOT BGT-PRINTING-TOTALS
                      AND WS-BGT-SCOPE = 'YTD'
                       ADD 1 TO WS-BGT-NO-BUDGET
                   END-IF
               END-IF
           END-IF

           IF WS-BGT-LABOR > ZERO
               COMPUTE WS-BGT-OT-PCT ROUNDED =
                   WS-BGT-OT-PAY * 100 / WS-BGT-LABOR
           END-IF

      *> A tiny budget against real cost can run to a percent no
      *> column holds - pin it at the column's limit.
           IF WS-BGT-VAR-PCT > 99999.9
               MOVE 99999.9 TO WS-BGT-VAR-PCT
           END-IF
           IF WS-BGT-VAR-PCT < -99999.9
               MOVE -99999.9 TO WS-BGT-VAR-PCT
           END-IF
           IF WS-BGT-OT-PCT > 999.9
               MOVE 999.9 TO WS-BGT-OT-PCT
           END-IF
           IF WS-BGT-OT-PCT < -999.9
               MOVE -999.9 TO WS-BGT-OT-PCT
           END-IF

           MOVE WS-BGT-SCOPE     TO BVR-SCOPE
           MOVE WS-BGT-LABOR     TO BVR-LABOR
           MOVE WS-BGT-BURDEN    TO BVR-BURDEN
           MOVE WS-BGT-COST      TO BVR-COST
           MOVE WS-BGT-BUDGET    TO BVR-BUDGET
           MOVE WS-BGT-VARIANCE  TO BVR-VARIANCE
           MOVE WS-BGT-VAR-PCT   TO BVR-VAR-PCT
           MOVE WS-BGT-HOURS     TO BVR-HOURS
           MOVE WS-BGT-BUD-HOURS TO BVR-BUD-HOURS
           MOVE WS-BGT-OT-PCT    TO BVR-OT-PCT
           MOVE WS-BGT-FLAG      TO BVR-FLAG
           WRITE BUDGET-VARIANCE-LINE FROM WS-BVR-DETAIL

           IF NOT BGT-PRINTING-TOTALS
               PERFORM 5990-WRITE-BUDGET-CSV
           END-IF
           .

       5990-WRITE-BUDGET-CSV.
           MOVE WS-BGT-LABOR     TO WS-BCV-LABOR-DSP
           MOVE WS-BGT-BURDEN    TO WS-BCV-BURDEN-DSP
           MOVE WS-BGT-COST      TO WS-BCV-COST-DSP
           MOVE WS-BGT-BUDGET    TO WS-BCV-BUDGET-DSP
           MOVE WS-BGT-VARIANCE  TO WS-BCV-VARIANCE-DSP
           MOVE WS-BGT-VAR-PCT   TO WS-BCV-VAR-PCT-DSP
           MOVE WS-BGT-HOURS     TO WS-BCV-HOURS-DSP
           MOVE WS-BGT-BUD-HOURS TO WS-BCV-BUD-HOURS-DSP
           MOVE WS-BGT-OT-PCT    TO WS-BCV-OT-PCT-DSP

           MOVE SPACES TO BUDGET-CSV-LINE
           STRING WS-BCV-PERIOD-DSP    DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-BCV-YEAR-DSP      DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-BVW-DEPT          DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-BGT-DEPT-NAME     DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-BGT-SCOPE         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-BCV-LABOR-DSP     DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-BCV-BURDEN-DSP    DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-BCV-COST-DSP      DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-BCV-BUDGET-DSP    DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-BCV-VARIANCE-DSP  DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-BCV-VAR-PCT-DSP   DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-BCV-HOURS-DSP     DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-BCV-BUD-HOURS-DSP DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-BCV-OT-PCT-DSP    DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-BGT-FLAG          DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-PAY-GROUP         DELIMITED BY SIZE
                  INTO BUDGET-CSV-LINE
           END-STRING
           WRITE BUDGET-CSV-LINE
           .

      *> RUN BALANCING - the arithmetic proof the run is whole, on its
      *> own page at the back of the report. Read must equal released
      *> plus rejected; released, returned-from-sort and the grand
      *> count must all agree; and the gross dollars computed going
      *> into the sort must match the grand total added up coming out.
      *> Anything off flips WS-RUN-BALANCE-SW, and the mainline turns
      *> that into RETURN-CODE 8 so the scheduler holds distribution.
       5900-BALANCE-THE-RUN.
           ADD 1 TO WS-PAGE-NO-REP
           MOVE WS-PAGE-NO-REP TO H1-PAGE-NO
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-1
           WRITE REPORT-LINE FROM WS-HEADER-2
           WRITE REPORT-LINE FROM WS-BAL-HEADER
           WRITE REPORT-LINE FROM SPACES

           MOVE 'PAYROLL RECORDS READ'   TO BAL-LABEL
           MOVE WS-BAL-READ-COUNT        TO BAL-COUNT
           WRITE REPORT-LINE FROM WS-BAL-COUNT-LINE

           MOVE 'RECORDS REJECTED'       TO BAL-LABEL
           MOVE WS-BAL-REJECT-COUNT      TO BAL-COUNT
           WRITE REPORT-LINE FROM WS-BAL-COUNT-LINE

           MOVE 'RECORDS FOR OTHER PAY GROUPS' TO BAL-LABEL
           MOVE WS-PGC-OTHER-ROW-COUNT   TO BAL-COUNT
           WRITE REPORT-LINE FROM WS-BAL-COUNT-LINE

           MOVE 'RECORDS RELEASED TO SORT' TO BAL-LABEL
           MOVE WS-BAL-RELEASED-COUNT    TO BAL-COUNT
           WRITE REPORT-LINE FROM WS-BAL-COUNT-LINE

           MOVE 'RECORDS RETURNED FROM SORT' TO BAL-LABEL
           MOVE WS-BAL-RETURNED-COUNT    TO BAL-COUNT
           WRITE REPORT-LINE FROM WS-BAL-COUNT-LINE

           MOVE 'RECORDS ON REPORT'      TO BAL-LABEL
           MOVE WS-GRAND-COUNT           TO BAL-COUNT
           WRITE REPORT-LINE FROM WS-BAL-COUNT-LINE

           MOVE 'GROSS RELEASED TO SORT' TO BAL-AMT-LABEL
           MOVE WS-BAL-RELEASED-GROSS    TO BAL-AMOUNT
           WRITE REPORT-LINE FROM WS-BAL-AMOUNT-LINE

           MOVE 'GROSS ON REPORT'        TO BAL-AMT-LABEL
           MOVE WS-GRAND-TOTAL           TO BAL-AMOUNT
           WRITE REPORT-LINE FROM WS-BAL-AMOUNT-LINE

           MOVE 'PUNCHES OUTSIDE PAY PERIOD' TO BAL-LABEL
           MOVE WS-OOW-PUNCH-COUNT       TO BAL-COUNT
           WRITE REPORT-LINE FROM WS-BAL-COUNT-LINE

           MOVE 'PUNCHES FOR OTHER PAY GROUPS' TO BAL-LABEL
           MOVE WS-PGC-OTHER-PUNCH-COUNT TO BAL-COUNT
           WRITE REPORT-LINE FROM WS-BAL-COUNT-LINE

           MOVE 'LEAVE ROWS FOR OTHER PAY GROUPS' TO BAL-LABEL
           MOVE WS-PGC-OTHER-LEAVE-COUNT TO BAL-COUNT
           WRITE REPORT-LINE FROM WS-BAL-COUNT-LINE

           MOVE 'SALARIED PAY FROM MASTER SALARY' TO BAL-LABEL
           MOVE WS-PGC-MASTER-SALARY-COUNT TO BAL-COUNT
           WRITE REPORT-LINE FROM WS-BAL-COUNT-LINE

           MOVE 'YTD ALREADY-POSTED SKIPS' TO BAL-LABEL
           MOVE WS-PERIOD-DUP-COUNT      TO BAL-COUNT
           WRITE REPORT-LINE FROM WS-BAL-COUNT-LINE

           MOVE 'PAY VARIANCES FLAGGED'  TO BAL-LABEL
           MOVE WS-VAR-FLAG-COUNT        TO BAL-COUNT
           WRITE REPORT-LINE FROM WS-BAL-COUNT-LINE

           MOVE 'COURT ORDERS WITHHELD'  TO BAL-AMT-LABEL
           MOVE WS-RMT-POSTED-TOTAL      TO BAL-AMOUNT
           WRITE REPORT-LINE FROM WS-BAL-AMOUNT-LINE

           MOVE 'COURT ORDERS REMITTED'  TO BAL-AMT-LABEL
           MOVE WS-RMT-GRAND-TOTAL       TO BAL-AMOUNT
           WRITE REPORT-LINE FROM WS-BAL-AMOUNT-LINE

           MOVE 'DEDUCTIONS WITHHELD BY CODE' TO BAL-AMT-LABEL
           MOVE WS-DRT-POSTED-TOTAL      TO BAL-AMOUNT
           WRITE REPORT-LINE FROM WS-BAL-AMOUNT-LINE

           MOVE 'DEDUCTIONS ON REGISTER' TO BAL-AMT-LABEL
           MOVE WS-DRT-GRAND-TOTAL       TO BAL-AMOUNT
           WRITE REPORT-LINE FROM WS-BAL-AMOUNT-LINE

           MOVE 'CHECKS ISSUED'          TO BAL-LABEL
           MOVE WS-CHECKS-ISSUED         TO BAL-COUNT
           WRITE REPORT-LINE FROM WS-BAL-COUNT-LINE

           MOVE 'CHECKS ON CHECK MASTER' TO BAL-LABEL
           MOVE WS-CHM-WRITTEN-COUNT     TO BAL-COUNT
           WRITE REPORT-LINE FROM WS-BAL-COUNT-LINE

           WRITE REPORT-LINE FROM SPACES

      *> Already-posted skips mean this period was run before - the
      *> outputs would pay everyone a second time, so that holds
      *> distribution the same way a count mismatch does. Court-
      *> order money posted against the orders but missing from the
      *> remittance would be withheld and never sent - same hold,
      *> and likewise deduction money missing from the register the
      *> carrier and plan remittances are cut from. A check cut
      *> but missing from CHKMAST.DAT could never be reconciled
      *> when the bank pays it - every check cut is counted here
      *> whether or not the run is then held; a held run's checks
      *> stay on the master, voided, so the two still agree on the
      *> rerun's audit trail. A group run reads the other groups'
      *> records too and passes them over, so they are part of what
      *> was read.
           IF WS-BAL-READ-COUNT NOT EQUAL
                  WS-BAL-RELEASED-COUNT + WS-BAL-REJECT-COUNT
                  + WS-PGC-OTHER-ROW-COUNT
              OR WS-BAL-RELEASED-COUNT NOT EQUAL WS-BAL-RETURNED-COUNT
              OR WS-BAL-RETURNED-COUNT NOT EQUAL WS-GRAND-COUNT
              OR WS-BAL-RELEASED-GROSS NOT EQUAL WS-GRAND-TOTAL
              OR WS-PERIOD-DUP-COUNT > ZERO
              OR WS-RMT-POSTED-TOTAL NOT EQUAL WS-RMT-GRAND-TOTAL
              OR WS-DRT-POSTED-TOTAL NOT EQUAL WS-DRT-GRAND-TOTAL
              OR WS-CHECKS-ISSUED NOT EQUAL WS-CHM-WRITTEN-COUNT
               SET RUN-OUT-OF-BALANCE TO TRUE
               WRITE REPORT-LINE FROM WS-BAL-BAD-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-BAL-OK-LINE
           END-IF
           .

      *> PAID-CHECK RECONCILIATION RUN - the bank's paid items
      *> against CHKMAST.DAT. A paid item for a check on file and
      *> still outstanding clears it, flagged if the bank paid a
      *> different amount than was issued; a check that is not on
      *> file was never issued here, and one already cleared has
      *> been paid twice. Everything listed goes back to the bank.
      *> Then every check still outstanding is aged from its issue
      *> date to the as-of date: past the stale-date limit it goes
      *> on the void/reissue worklist, past the dormancy period it
      *> is owed to the state instead and goes on the unclaimed-
      *> property report with what EMPMAST.DAT last knew of the
      *> payee. The master is in check-number order, which is the
      *> order the checks were issued in.
       6000-CHECK-RECON-RUN.
           IF WS-CKK-ASOF-DATE = ZERO
               MOVE WS-CURRENT-DATE TO WS-CKK-ASOF-DATE
           END-IF
           DISPLAY "PAID-CHECK RECONCILIATION RUN - AGED TO "
                   WS-CKK-ASOF-DATE
           MOVE WS-CKK-ASOF-DATE TO WS-DAYNO-DATE
           PERFORM 1330-COMPUTE-DAY-NUMBER
           MOVE WS-DAYNO-RESULT TO WS-CKK-ASOF-DAYNO
           INITIALIZE WS-CKK-AGING-TOTALS

           PERFORM 0350-OPEN-CHECK-MASTER

           OPEN OUTPUT CHECK-RECON-FILE
           MOVE WS-CURRENT-DATE TO CKX-RUN-DATE
           WRITE CHECK-RECON-LINE FROM WS-CKX-HEADER
           WRITE CHECK-RECON-LINE FROM SPACES

           OPEN INPUT BANK-PAID-FILE
           IF BANKPAID-FILE-NOT-FOUND
               SET CKK-NO-PAID-FILE TO TRUE
               DISPLAY "BANKPAID.DAT NOT FOUND - NO PAID ITEMS "
                       "APPLIED, OUTSTANDING CHECKS AGED ONLY"
               WRITE CHECK-RECON-LINE FROM WS-CKX-NO-FILE-LINE
           ELSE
               WRITE CHECK-RECON-LINE FROM WS-CKX-COLUMN-LINE
               WRITE CHECK-RECON-LINE FROM SPACES
               PERFORM 6010-APPLY-PAID-ITEMS
               CLOSE BANK-PAID-FILE
               PERFORM 6030-WRITE-RECON-SUMMARY
           END-IF
           CLOSE CHECK-RECON-FILE

           PERFORM 0400-OPEN-EMPLOYEE-MASTER
           OPEN OUTPUT OUTSTANDING-CHECK-FILE
                       STALE-CHECK-FILE
                       ESCHEAT-FILE
           PERFORM 6035-WRITE-AGING-HEADERS
           PERFORM 6040-AGE-OUTSTANDING-CHECKS
           PERFORM 6060-WRITE-AGING-TOTALS
           CLOSE OUTSTANDING-CHECK-FILE
                 STALE-CHECK-FILE
                 ESCHEAT-FILE
           PERFORM 0950-CLOSE-EMPLOYEE-MASTER
           PERFORM 0960-CLOSE-CHECK-MASTER

           IF WS-CKK-EXCEPTION-COUNT > ZERO
              OR CKK-FILE-BAD
               DISPLAY "PAID ITEM EXCEPTIONS - REFER TO THE BANK - "
                       "SEE CHKRECON.RPT"
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "CHECK RECONCILIATION COMPLETE - "
                   WS-CKK-CLEARED-COUNT " CLEARED, "
                   WS-CKK-EXCEPTION-COUNT " EXCEPTIONS, "
                   WS-CKK-OUTST-COUNT " OUTSTANDING"
           DISPLAY "  " WS-CKK-STALE-COUNT " TO VOID AND REISSUE, "
                   WS-CKK-ESCHEAT-COUNT " DORMANT - SEE CHKSTALE.RPT "
                   "AND ESCHEAT.RPT"
           .

       6010-APPLY-PAID-ITEMS.
           PERFORM UNTIL BANKPAID-FILE-EOF
               READ BANK-PAID-FILE
                   AT END
                       SET BANKPAID-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CKK-READ-COUNT
                       PERFORM 6015-TAKE-PAID-RECORD
               END-READ

               IF NOT (BANKPAID-FILE-OK OR BANKPAID-FILE-EOF)
                  DISPLAY "READ ERROR ON BANKPAID.DAT: "
                          WS-BANKPAID-FILE-STATUS
                  PERFORM 3000-ABORT-RUN
               END-IF
           END-PERFORM

           IF NOT CKK-TRAILER-SEEN
               DISPLAY "BANKPAID.DAT TRAILER MISSING - FILE INCOMPLETE"
               SET CKK-FILE-BAD TO TRUE
           END-IF
           .

      *> A row that can't be read is listed and flags the file, but
      *> the rest still apply - the trailer then says how much the
      *> bank meant to send.
       6015-TAKE-PAID-RECORD.
           EVALUATE TRUE
               WHEN BP-IS-DETAIL
                   ADD 1 TO WS-CKK-DETAIL-COUNT
                   IF BP-CHECK-NO-X IS NOT NUMERIC
                      OR BP-AMOUNT-X IS NOT NUMERIC
                      OR BP-PAID-DATE-X IS NOT NUMERIC
                       ADD 1 TO WS-CKK-REJECT-COUNT
                       SET CKK-FILE-BAD TO TRUE
                       DISPLAY "REJECTED PAID ITEM: " BANK-PAID-RECORD
                       MOVE ZERO TO WS-CKK-PAID-AMOUNT
                       MOVE ZERO TO CKX-ISSUED-AMOUNT
                       MOVE ZERO TO CKX-DIFF
                       MOVE 'UNREADABLE ITEM'    TO CKX-EXCEPTION
                       MOVE 'FIELDS NOT NUMERIC' TO CKX-NOTE
                       PERFORM 6025-WRITE-PAID-EXCEPTION
                   ELSE
                       COMPUTE WS-CKK-PAID-AMOUNT =
                               BP-AMOUNT-X-NUM / 100
                       ADD WS-CKK-PAID-AMOUNT TO WS-CKK-FILE-PAID
                       PERFORM 6020-APPLY-PAID-ITEM
                   END-IF

               WHEN BP-IS-TRAILER
                   SET CKK-TRAILER-SEEN TO TRUE
                   COMPUTE WS-CKK-CENTS = WS-CKK-FILE-PAID * 100
                   IF BPT-COUNT-X IS NOT NUMERIC
                      OR BPT-AMOUNT-X IS NOT NUMERIC
                      OR BPT-COUNT-X-NUM NOT = WS-CKK-DETAIL-COUNT
                      OR BPT-AMOUNT-X-NUM NOT = WS-CKK-CENTS
                       DISPLAY "BANKPAID.DAT TRAILER DOES NOT MATCH "
                               "ITS DETAIL - COUNT "
                               WS-CKK-DETAIL-COUNT
                               " CENTS " WS-CKK-CENTS
                       SET CKK-FILE-BAD TO TRUE
                   END-IF

               WHEN OTHER
                   ADD 1 TO WS-CKK-REJECT-COUNT
                   SET CKK-FILE-BAD TO TRUE
                   DISPLAY "UNKNOWN PAID ITEM RECORD TYPE: "
                           BANK-PAID-RECORD
           END-EVALUATE
           .

       6020-APPLY-PAID-ITEM.
           MOVE BP-CHECK-NO-X-NUM TO CM-CHECK-NO
           READ CHECK-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-CKK-UNISSUED-COUNT
                   MOVE ZERO               TO CKX-ISSUED-AMOUNT
                   MOVE WS-CKK-PAID-AMOUNT TO CKX-DIFF
                   MOVE 'PAID - NEVER ISSUED' TO CKX-EXCEPTION
                   MOVE 'NOT ON CHKMAST.DAT'  TO CKX-NOTE
                   PERFORM 6025-WRITE-PAID-EXCEPTION
               NOT INVALID KEY
                   PERFORM 6022-CLEAR-ISSUED-CHECK
           END-READ
           .

      *> The first payment clears the check and its date and amount
      *> stand; any later one only counts against it.
       6022-CLEAR-ISSUED-CHECK.
           MOVE CM-AMOUNT TO CKX-ISSUED-AMOUNT
           COMPUTE WS-CKK-DIFF = WS-CKK-PAID-AMOUNT - CM-AMOUNT
           MOVE WS-CKK-DIFF TO CKX-DIFF

      *> A voided check came from a held run and was never sent to
      *> the bank for positive pay - paying one is an exception and
      *> it stays void.
           IF CM-VOIDED
               IF CM-PAID-COUNT < 99
                   ADD 1 TO CM-PAID-COUNT
               END-IF
               PERFORM 6024-REWRITE-CHECK-MASTER
               ADD 1 TO WS-CKK-VOID-PAID-COUNT
               MOVE 'PAID - VOIDED CHECK' TO CKX-EXCEPTION
               MOVE SPACES       TO CKX-NOTE
               STRING 'VOIDED ' CM-RECON-DATE
                      ' RUN ' CM-RECON-RUN-NO
                      DELIMITED BY SIZE INTO CKX-NOTE
               END-STRING
               PERFORM 6025-WRITE-PAID-EXCEPTION
           ELSE
           IF CM-CLEARED
               IF CM-PAID-COUNT < 99
                   ADD 1 TO CM-PAID-COUNT
               END-IF
               PERFORM 6024-REWRITE-CHECK-MASTER
               ADD 1 TO WS-CKK-TWICE-COUNT
               MOVE 'PAID TWICE' TO CKX-EXCEPTION
               MOVE SPACES       TO CKX-NOTE
               STRING 'FIRST PAID ' CM-PAID-DATE
                      ' RUN ' CM-RECON-RUN-NO
                      DELIMITED BY SIZE INTO CKX-NOTE
               END-STRING
               PERFORM 6025-WRITE-PAID-EXCEPTION
           ELSE
               SET CM-CLEARED TO TRUE
               MOVE BP-PAID-DATE-X-NUM TO CM-PAID-DATE
               MOVE WS-CKK-PAID-AMOUNT TO CM-PAID-AMOUNT
               MOVE 1                  TO CM-PAID-COUNT
               MOVE WS-CURRENT-DATE    TO CM-RECON-DATE
               MOVE WS-RLG-RUN-NO      TO CM-RECON-RUN-NO
               PERFORM 6024-REWRITE-CHECK-MASTER
               ADD 1 TO WS-CKK-CLEARED-COUNT
               ADD WS-CKK-PAID-AMOUNT TO WS-CKK-CLEARED-TOTAL
               IF WS-CKK-DIFF NOT = ZERO
                   ADD 1 TO WS-CKK-MISMATCH-COUNT
                   MOVE 'AMOUNT MISMATCH' TO CKX-EXCEPTION
                   MOVE CM-PAYEE          TO CKX-NOTE
                   PERFORM 6025-WRITE-PAID-EXCEPTION
               END-IF
           END-IF
           END-IF
           .

       6024-REWRITE-CHECK-MASTER.
           REWRITE CHECK-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON CHKMAST.DAT: "
                           WS-CHKMAST-FILE-STATUS " CHECK NO "
                           CM-CHECK-NO
                   PERFORM 3000-ABORT-RUN
           END-REWRITE
           .

       6025-WRITE-PAID-EXCEPTION.
           MOVE BP-CHECK-NO-X      TO CKX-CHECK-NO
           MOVE BP-BANK-REF        TO CKX-BANK-REF
           MOVE BP-PAID-DATE-X     TO CKX-PAID-DATE
           MOVE WS-CKK-PAID-AMOUNT TO CKX-PAID-AMOUNT
           WRITE CHECK-RECON-LINE FROM WS-CKX-DETAIL
           ADD 1 TO WS-CKK-EXCEPTION-COUNT
           .

       6030-WRITE-RECON-SUMMARY.
           IF WS-CKK-EXCEPTION-COUNT = ZERO
               WRITE CHECK-RECON-LINE FROM WS-OCK-NONE-LINE
           END-IF
           WRITE CHECK-RECON-LINE FROM SPACES
           MOVE 'PAID-ITEM RECORDS READ'     TO BAL-LABEL
           MOVE WS-CKK-READ-COUNT            TO BAL-COUNT
           WRITE CHECK-RECON-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'PAID ITEMS'                 TO BAL-LABEL
           MOVE WS-CKK-DETAIL-COUNT          TO BAL-COUNT
           WRITE CHECK-RECON-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'PAID ITEMS REJECTED'        TO BAL-LABEL
           MOVE WS-CKK-REJECT-COUNT          TO BAL-COUNT
           WRITE CHECK-RECON-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'CHECKS CLEARED'             TO BAL-LABEL
           MOVE WS-CKK-CLEARED-COUNT         TO BAL-COUNT
           WRITE CHECK-RECON-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'CLEARED - AMOUNT MISMATCH'  TO BAL-LABEL
           MOVE WS-CKK-MISMATCH-COUNT        TO BAL-COUNT
           WRITE CHECK-RECON-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'PAID - NEVER ISSUED'        TO BAL-LABEL
           MOVE WS-CKK-UNISSUED-COUNT        TO BAL-COUNT
           WRITE CHECK-RECON-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'PAID TWICE'                 TO BAL-LABEL
           MOVE WS-CKK-TWICE-COUNT           TO BAL-COUNT
           WRITE CHECK-RECON-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'PAID - VOIDED CHECK'        TO BAL-LABEL
           MOVE WS-CKK-VOID-PAID-COUNT       TO BAL-COUNT
           WRITE CHECK-RECON-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'PAID PER BANK FILE'         TO BAL-AMT-LABEL
           MOVE WS-CKK-FILE-PAID             TO BAL-AMOUNT
           WRITE CHECK-RECON-LINE FROM WS-BAL-AMOUNT-LINE
           MOVE 'CLEARED ON CHECK MASTER'    TO BAL-AMT-LABEL
           MOVE WS-CKK-CLEARED-TOTAL         TO BAL-AMOUNT
           WRITE CHECK-RECON-LINE FROM WS-BAL-AMOUNT-LINE
           WRITE CHECK-RECON-LINE FROM SPACES

           IF CKK-FILE-BAD
               WRITE CHECK-RECON-LINE FROM WS-CKX-FILE-BAD-LINE
           END-IF
           IF WS-CKK-EXCEPTION-COUNT > ZERO
              OR CKK-FILE-BAD
               WRITE CHECK-RECON-LINE FROM WS-CKX-HOLD-LINE
           ELSE
               WRITE CHECK-RECON-LINE FROM WS-CKX-CLEAR-LINE
           END-IF
           .

       6035-WRITE-AGING-HEADERS.
           MOVE WS-CKK-ASOF-DATE TO OCK-ASOF-DATE

           MOVE 'OUTSTANDING CHECKS AGED BY ISSUE DATE' TO OCK-TITLE
           MOVE 'STALE AFTER'        TO OCK-LIMIT-LABEL
           MOVE WS-CKK-STALE-DAYS    TO OCK-LIMIT-DAYS
           MOVE 'AGE'                TO OCK-COLUMN-LAST
           WRITE OUTSTANDING-CHECK-LINE FROM WS-OCK-HEADER
           WRITE OUTSTANDING-CHECK-LINE FROM SPACES
           WRITE OUTSTANDING-CHECK-LINE FROM WS-OCK-COLUMN-LINE
           WRITE OUTSTANDING-CHECK-LINE FROM SPACES

           MOVE 'STALE-DATED CHECKS - VOID AND REISSUE' TO OCK-TITLE
           MOVE 'EMPLOYEE STATUS'    TO OCK-COLUMN-LAST
           WRITE STALE-CHECK-LINE FROM WS-OCK-HEADER
           WRITE STALE-CHECK-LINE FROM SPACES
           WRITE STALE-CHECK-LINE FROM WS-OCK-COLUMN-LINE
           WRITE STALE-CHECK-LINE FROM SPACES

           MOVE 'DORMANT CHECKS - UNCLAIMED PROPERTY' TO OCK-TITLE
           MOVE 'DORMANT AFTER'      TO OCK-LIMIT-LABEL
           MOVE WS-CKK-DORMANT-DAYS  TO OCK-LIMIT-DAYS
           WRITE ESCHEAT-LINE FROM WS-OCK-HEADER
           WRITE ESCHEAT-LINE FROM SPACES
           WRITE ESCHEAT-LINE FROM WS-OCK-COLUMN-LINE
           WRITE ESCHEAT-LINE FROM SPACES
           .

       6040-AGE-OUTSTANDING-CHECKS.
           MOVE ZERO TO CM-CHECK-NO
           START CHECK-MASTER-FILE KEY IS NOT LESS THAN CM-CHECK-NO
               INVALID KEY
                   SET CKK-MASTER-EOF TO TRUE
           END-START

           PERFORM UNTIL CKK-MASTER-EOF
               READ CHECK-MASTER-FILE NEXT RECORD
                   AT END
                       SET CKK-MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CKK-CHECKS-READ
                       IF CM-OUTSTANDING
                           PERFORM 6045-AGE-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM
           .

      *> A check issued after the as-of date wasn't outstanding yet
      *> on that date - counted, not aged.
       6045-AGE-ONE-CHECK.
           MOVE CM-ISSUE-DATE TO WS-DAYNO-DATE
           PERFORM 1330-COMPUTE-DAY-NUMBER
           COMPUTE WS-CKK-AGE = WS-CKK-ASOF-DAYNO - WS-DAYNO-RESULT

           IF WS-CKK-AGE < ZERO
               ADD 1 TO WS-CKK-FUTURE-COUNT
           ELSE
               PERFORM 6046-LIST-OUTSTANDING-CHECK
           END-IF
           .

      *> A dormant check is past the stale date too, but it goes to
      *> the state rather than back to the employee, so it is on the
      *> unclaimed-property report and not the reissue worklist.
       6046-LIST-OUTSTANDING-CHECK.
           MOVE 1 TO WS-CKK-BKT
           PERFORM UNTIL WS-CKK-BKT NOT < 5
                      OR WS-CKK-AGE NOT > WS-CKK-BKT-LIMIT(WS-CKK-BKT)
               ADD 1 TO WS-CKK-BKT
           END-PERFORM
           ADD 1         TO WS-CKK-BKT-COUNT(WS-CKK-BKT)
           ADD CM-AMOUNT TO WS-CKK-BKT-TOTAL(WS-CKK-BKT)
           ADD 1         TO WS-CKK-OUTST-COUNT
           ADD CM-AMOUNT TO WS-CKK-OUTST-TOTAL

           MOVE CM-CHECK-NO   TO OCK-CHECK-NO
           MOVE CM-EMP-ID     TO OCK-EMP-ID
           MOVE CM-PAYEE      TO OCK-PAYEE
           MOVE CM-ISSUE-DATE TO OCK-ISSUE-DATE
           MOVE CM-PERIOD     TO OCK-PERIOD
           MOVE CM-AMOUNT     TO OCK-AMOUNT
           MOVE WS-CKK-AGE    TO OCK-AGE
           MOVE SPACES        TO OCK-LAST
           EVALUATE TRUE
               WHEN WS-CKK-AGE > WS-CKK-DORMANT-DAYS
                   STRING WS-CKK-BKT-LABEL(WS-CKK-BKT) 'DORMANT'
                          DELIMITED BY SIZE INTO OCK-LAST
                   END-STRING
               WHEN WS-CKK-AGE > WS-CKK-STALE-DAYS
                   STRING WS-CKK-BKT-LABEL(WS-CKK-BKT) 'STALE'
                          DELIMITED BY SIZE INTO OCK-LAST
                   END-STRING
               WHEN OTHER
                   MOVE WS-CKK-BKT-LABEL(WS-CKK-BKT) TO OCK-LAST
           END-EVALUATE
           WRITE OUTSTANDING-CHECK-LINE FROM WS-OCK-DETAIL

           IF WS-CKK-AGE > WS-CKK-STALE-DAYS
               PERFORM 6048-LOOK-UP-PAYEE
               IF WS-CKK-AGE > WS-CKK-DORMANT-DAYS
                   PERFORM 6055-LIST-DORMANT-CHECK
               ELSE
                   PERFORM 6050-LIST-STALE-CHECK
               END-IF
           END-IF
           .

       6048-LOOK-UP-PAYEE.
           MOVE 'N' TO WS-CKK-EM-FOUND-SW
           IF EMPMAST-AVAILABLE
               MOVE CM-EMP-ID TO EM-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CKK-EM-FOUND TO TRUE
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN NOT EMPMAST-AVAILABLE
                   MOVE 'NO MASTER'  TO OCK-EM-STATUS
               WHEN NOT CKK-EM-FOUND
                   MOVE 'NOT ON MST' TO OCK-EM-STATUS
               WHEN EM-IS-ACTIVE
                   MOVE 'ACTIVE'     TO OCK-EM-STATUS
               WHEN EM-STATUS = 'T'
                   MOVE 'TERMINATED' TO OCK-EM-STATUS
               WHEN OTHER
                   MOVE EM-STATUS    TO OCK-EM-STATUS
           END-EVALUATE
           .

       6050-LIST-STALE-CHECK.
           MOVE OCK-EM-STATUS TO OCK-LAST
           WRITE STALE-CHECK-LINE FROM WS-OCK-DETAIL
           ADD 1         TO WS-CKK-STALE-COUNT
           ADD CM-AMOUNT TO WS-CKK-STALE-TOTAL
           .

      *> The payee's last known particulars for the state filing.
      *> EMPMAST.DAT keeps no mailing address - the holder report
      *> takes it from HR's file on the employee id shown.
       6055-LIST-DORMANT-CHECK.
           MOVE OCK-EM-STATUS TO OCK-LAST
           WRITE ESCHEAT-LINE FROM WS-OCK-DETAIL
           IF CKK-EM-FOUND
               MOVE EM-LASTNAME   TO OCK-EM-LASTNAME
               MOVE EM-FIRSTNAME  TO OCK-EM-FIRSTNAME
               MOVE EM-SSN(6:4)   TO OCK-EM-SSN-LAST4
               MOVE EM-DEPT       TO OCK-EM-DEPT
               MOVE EM-HIRE-DATE  TO OCK-EM-HIRE-DATE
               WRITE ESCHEAT-LINE FROM WS-OCK-EMPLOYEE-LINE
           ELSE
               WRITE ESCHEAT-LINE FROM WS-OCK-NOT-ON-MASTER-LINE
           END-IF
           ADD 1         TO WS-CKK-ESCHEAT-COUNT
           ADD CM-AMOUNT TO WS-CKK-ESCHEAT-TOTAL
           .

       6060-WRITE-AGING-TOTALS.
           IF WS-CKK-OUTST-COUNT = ZERO
               WRITE OUTSTANDING-CHECK-LINE FROM WS-OCK-NONE-LINE
           END-IF
           WRITE OUTSTANDING-CHECK-LINE FROM SPACES
           PERFORM VARYING WS-CKK-BKT FROM 1 BY 1
                   UNTIL WS-CKK-BKT > 5
               MOVE WS-CKK-BKT-LABEL(WS-CKK-BKT) TO OCK-BKT-LABEL
               MOVE WS-CKK-BKT-COUNT(WS-CKK-BKT) TO OCK-BKT-COUNT
               MOVE WS-CKK-BKT-TOTAL(WS-CKK-BKT) TO OCK-BKT-TOTAL
               WRITE OUTSTANDING-CHECK-LINE FROM WS-OCK-BUCKET-LINE
           END-PERFORM
           MOVE 'TOTAL OUTSTANDING'  TO OCK-BKT-LABEL
           MOVE WS-CKK-OUTST-COUNT   TO OCK-BKT-COUNT
           MOVE WS-CKK-OUTST-TOTAL   TO OCK-BKT-TOTAL
           WRITE OUTSTANDING-CHECK-LINE FROM SPACES
           WRITE OUTSTANDING-CHECK-LINE FROM WS-OCK-BUCKET-LINE
           WRITE OUTSTANDING-CHECK-LINE FROM SPACES
           MOVE 'CHECKS ON CHECK MASTER'     TO BAL-LABEL
           MOVE WS-CKK-CHECKS-READ           TO BAL-COUNT
           WRITE OUTSTANDING-CHECK-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'ISSUED AFTER THE AS-OF DATE' TO BAL-LABEL
           MOVE WS-CKK-FUTURE-COUNT          TO BAL-COUNT
           WRITE OUTSTANDING-CHECK-LINE FROM WS-BAL-COUNT-LINE

           IF WS-CKK-STALE-COUNT = ZERO
               WRITE STALE-CHECK-LINE FROM WS-OCK-NONE-LINE
           END-IF
           MOVE 'TO VOID AND REISSUE' TO OCK-BKT-LABEL
           MOVE WS-CKK-STALE-COUNT    TO OCK-BKT-COUNT
           MOVE WS-CKK-STALE-TOTAL    TO OCK-BKT-TOTAL
           WRITE STALE-CHECK-LINE FROM SPACES
           WRITE STALE-CHECK-LINE FROM WS-OCK-BUCKET-LINE

           IF WS-CKK-ESCHEAT-COUNT = ZERO
               WRITE ESCHEAT-LINE FROM WS-OCK-NONE-LINE
           END-IF
           MOVE 'UNCLAIMED PROPERTY'  TO OCK-BKT-LABEL
           MOVE WS-CKK-ESCHEAT-COUNT  TO OCK-BKT-COUNT
           MOVE WS-CKK-ESCHEAT-TOTAL  TO OCK-BKT-TOTAL
           WRITE ESCHEAT-LINE FROM SPACES
           WRITE ESCHEAT-LINE FROM WS-OCK-BUCKET-LINE
           .

      *> EMPLOYEE MASTER MAINTENANCE RUN - HR's controlled path into
      *> EMPMAST.DAT. Reads add/change/terminate transactions,
      *> applies them under the same DEPTMAST.DAT check the payroll
      *> run uses, and prints the before and after image of every
      *> record it touched plus a reject listing for transactions
      *> that didn't apply.
       7000-EMPLOYEE-MAINTENANCE.
           PERFORM 7010-OPEN-EMPMAST-MAINT
           OPEN INPUT EMPLOYEE-TRANS-FILE

           IF EMPTRAN-FILE-NOT-FOUND
               DISPLAY "EMPTRAN.DAT NOT FOUND - NOTHING TO APPLY"
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               OPEN OUTPUT EMP-AUDIT-FILE
               WRITE EMP-AUDIT-LINE FROM WS-EMT-AUDIT-HEADER
               WRITE EMP-AUDIT-LINE FROM SPACES

               PERFORM UNTIL EMPTRAN-FILE-EOF
                   READ EMPLOYEE-TRANS-FILE INTO WS-EMPTRAN-INPUT
                       AT END
                           SET EMPTRAN-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-EMT-READ-COUNT
                           PERFORM 7100-APPLY-ONE-TRANSACTION
                   END-READ

                   IF NOT (EMPTRAN-FILE-OK OR EMPTRAN-FILE-EOF)
                      DISPLAY "READ ERROR ON EMPTRAN.DAT: "
                              WS-EMPTRAN-FILE-STATUS
                      PERFORM 3000-ABORT-RUN
                   END-IF
               END-PERFORM

               MOVE WS-EMT-READ-COUNT    TO EMT-READ
               MOVE WS-EMT-APPLIED-COUNT TO EMT-APPLIED
               MOVE WS-EMT-REJECT-COUNT  TO EMT-REJECTED
               WRITE EMP-AUDIT-LINE FROM SPACES
               WRITE EMP-AUDIT-LINE FROM WS-EMT-TOTAL-LINE

               CLOSE EMPLOYEE-TRANS-FILE
               CLOSE EMP-AUDIT-FILE
               CLOSE EMPLOYEE-MASTER-FILE

               DISPLAY "MAINTENANCE COMPLETE - "
                       WS-EMT-APPLIED-COUNT " APPLIED, "
                       WS-EMT-REJECT-COUNT " REJECTED"
           END-IF
           .

      *> Same prime-an-empty-dataset step as the YTD master - the
      *> very first maintenance run is what creates EMPMAST.DAT.
       7010-OPEN-EMPMAST-MAINT.
           OPEN I-O EMPLOYEE-MASTER-FILE
           IF EMPMAST-FILE-NOT-FOUND
               OPEN OUTPUT EMPLOYEE-MASTER-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               OPEN I-O EMPLOYEE-MASTER-FILE
           END-IF
           .

       7100-APPLY-ONE-TRANSACTION.
           INITIALIZE WS-EMT-ERROR-ACCUMULATOR
           SET EMT-MASTER-NOT-FOUND TO TRUE

           MOVE WS-EMT-EMP-ID-X TO EM-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EMT-MASTER-FOUND TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN EMT-IS-ADD
                   PERFORM 7200-APPLY-ADD
               WHEN EMT-IS-CHANGE
                   PERFORM 7300-APPLY-CHANGE
               WHEN EMT-IS-TERMINATE
                   PERFORM 7400-APPLY-TERMINATE
               WHEN OTHER
                   ADD 1 TO WS-EMT-ERROR-COUNT
                   STRING " [ACTION:" WS-EMT-ACTION-X "]"
                          DELIMITED BY SIZE
                          INTO WS-EMT-ERROR-BUFFER
                          WITH POINTER WS-EMT-ERROR-PTR
                   END-STRING
                   PERFORM 7150-WRITE-MAINT-REJECT
           END-EVALUATE
           .

       7200-APPLY-ADD.
           IF EMT-MASTER-FOUND
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [ALREADY ON MASTER]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           END-IF

           IF WS-EMT-LASTNAME-X = SPACES
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [LAST NAME BLANK]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           END-IF

           PERFORM 7500-CHECK-MAINT-DEPT
           PERFORM 7510-CHECK-MAINT-RATE

           IF WS-EMT-HIRE-DATE-X IS NOT NUMERIC
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [HIRE DATE:" WS-EMT-HIRE-DATE-X "]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           END-IF

           PERFORM 7520-CHECK-MAINT-SSN
           PERFORM 7530-CHECK-MAINT-PAY-GROUP

           IF WS-EMT-ERROR-COUNT > ZERO
               PERFORM 7150-WRITE-MAINT-REJECT
           ELSE
               PERFORM 7120-WRITE-BEFORE-NEW
               MOVE WS-EMT-EMP-ID-X    TO EM-EMP-ID
               MOVE WS-EMT-LASTNAME-X  TO EM-LASTNAME
               MOVE WS-EMT-FIRSTNAME-X TO EM-FIRSTNAME
               MOVE WS-EMT-DEPT-X      TO EM-DEPT
               MOVE WS-EMT-RATE-X-NUM  TO EM-RATE
               MOVE WS-EMT-HIRE-DATE-X TO EM-HIRE-DATE
               MOVE 'A'                TO EM-STATUS
               MOVE WS-EMT-SSN-X       TO EM-SSN
               MOVE WS-EMT-PAY-GROUP-X TO EM-PAY-GROUP
               IF WS-EMT-SALARY-X = SPACES
                   MOVE ZERO TO EM-ANNUAL-SALARY
               ELSE
                   MOVE WS-EMT-SALARY-X-NUM TO EM-ANNUAL-SALARY
               END-IF
               WRITE EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "EMPMAST.DAT WRITE FAILED, STATUS "
                               WS-EMPMAST-FILE-STATUS " FOR EMP ID "
                               EM-EMP-ID
                       PERFORM 3000-ABORT-RUN
               END-WRITE
               PERFORM 7130-WRITE-AFTER-IMAGE
               ADD 1 TO WS-EMT-APPLIED-COUNT
           END-IF
           .

       7300-APPLY-CHANGE.
           IF EMT-MASTER-NOT-FOUND
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [NOT ON MASTER]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           ELSE
               IF WS-EMT-DEPT-X NOT = SPACES
                   PERFORM 7500-CHECK-MAINT-DEPT
               END-IF
               IF WS-EMT-RATE-X NOT = SPACES
                  AND WS-EMT-RATE-X NOT = ZEROS
                   PERFORM 7510-CHECK-MAINT-RATE
               END-IF
               IF WS-EMT-HIRE-DATE-X NOT = SPACES
                  AND WS-EMT-HIRE-DATE-X IS NOT NUMERIC
                   ADD 1 TO WS-EMT-ERROR-COUNT
                   STRING " [HIRE DATE:" WS-EMT-HIRE-DATE-X "]"
                          DELIMITED BY SIZE
                          INTO WS-EMT-ERROR-BUFFER
                          WITH POINTER WS-EMT-ERROR-PTR
                   END-STRING
               END-IF
               PERFORM 7520-CHECK-MAINT-SSN
               PERFORM 7530-CHECK-MAINT-PAY-GROUP
           END-IF

           IF WS-EMT-ERROR-COUNT > ZERO
               PERFORM 7150-WRITE-MAINT-REJECT
           ELSE
               PERFORM 7110-WRITE-BEFORE-IMAGE
               IF WS-EMT-LASTNAME-X NOT = SPACES
                   MOVE WS-EMT-LASTNAME-X TO EM-LASTNAME
               END-IF
               IF WS-EMT-FIRSTNAME-X NOT = SPACES
                   MOVE WS-EMT-FIRSTNAME-X TO EM-FIRSTNAME
               END-IF
               IF WS-EMT-DEPT-X NOT = SPACES
                   MOVE WS-EMT-DEPT-X TO EM-DEPT
               END-IF
               IF WS-EMT-RATE-X NOT = SPACES
                  AND WS-EMT-RATE-X NOT = ZEROS
                   MOVE WS-EMT-RATE-X-NUM TO EM-RATE
               END-IF
               IF WS-EMT-HIRE-DATE-X NOT = SPACES
                   MOVE WS-EMT-HIRE-DATE-X TO EM-HIRE-DATE
               END-IF
               IF WS-EMT-SSN-X NOT = SPACES
                   MOVE WS-EMT-SSN-X TO EM-SSN
               END-IF
               IF WS-EMT-PAY-GROUP-X NOT = SPACES
                   MOVE WS-EMT-PAY-GROUP-X TO EM-PAY-GROUP
               END-IF
               IF WS-EMT-SALARY-X NOT = SPACES
                   MOVE WS-EMT-SALARY-X-NUM TO EM-ANNUAL-SALARY
               END-IF
               REWRITE EMPLOYEE-MASTER-RECORD
               PERFORM 7130-WRITE-AFTER-IMAGE
               ADD 1 TO WS-EMT-APPLIED-COUNT
           END-IF
           .

       7400-APPLY-TERMINATE.
           IF EMT-MASTER-NOT-FOUND
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [NOT ON MASTER]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
               PERFORM 7150-WRITE-MAINT-REJECT
           ELSE
               PERFORM 7110-WRITE-BEFORE-IMAGE
      *> Terminating somebody already terminated changes nothing on
      *> the master and must not build a second payout.
               IF EM-STATUS = 'T'
                   DISPLAY "EMP ID " EM-EMP-ID " ALREADY TERMINATED"
                           " - NO SECOND FINAL-PAY PACKAGE"
               ELSE
                   PERFORM 7410-NOTE-TERMINATION
               END-IF
               MOVE 'T' TO EM-STATUS
               REWRITE EMPLOYEE-MASTER-RECORD
               PERFORM 7130-WRITE-AFTER-IMAGE
               ADD 1 TO WS-EMT-APPLIED-COUNT
           END-IF
           .

       7110-WRITE-BEFORE-IMAGE.
           WRITE EMP-AUDIT-LINE FROM SPACES
           MOVE WS-EMT-ACTION-X TO EMA-ACTION
           MOVE WS-EMT-EMP-ID-X TO EMA-EMP-ID
           WRITE EMP-AUDIT-LINE FROM WS-EMT-ACTION-LINE
           MOVE 'BEFORE: ' TO EMI-LABEL
           PERFORM 7140-FILL-MASTER-IMAGE
           WRITE EMP-AUDIT-LINE FROM WS-EMT-IMAGE-LINE
           .

       7120-WRITE-BEFORE-NEW.
           WRITE EMP-AUDIT-LINE FROM SPACES
           MOVE WS-EMT-ACTION-X TO EMA-ACTION
           MOVE WS-EMT-EMP-ID-X TO EMA-EMP-ID
           WRITE EMP-AUDIT-LINE FROM WS-EMT-ACTION-LINE
           WRITE EMP-AUDIT-LINE FROM WS-EMT-NEW-LINE
           .

       7130-WRITE-AFTER-IMAGE.
           MOVE ' AFTER: ' TO EMI-LABEL
           PERFORM 7140-FILL-MASTER-IMAGE
           WRITE EMP-AUDIT-LINE FROM WS-EMT-IMAGE-LINE
           .

       7140-FILL-MASTER-IMAGE.
           MOVE EM-EMP-ID    TO EMI-EMP-ID
           MOVE EM-LASTNAME  TO EMI-LASTNAME
           MOVE EM-FIRSTNAME TO EMI-FIRSTNAME
           MOVE EM-DEPT      TO EMI-DEPT
           MOVE EM-RATE      TO EMI-RATE
           MOVE EM-HIRE-DATE TO EMI-HIRE-DATE
           MOVE EM-STATUS    TO EMI-STATUS
           MOVE EM-SSN(6:4)  TO EMI-SSN-LAST4
           MOVE EM-PAY-GROUP TO EMI-PAY-GROUP
           MOVE EM-ANNUAL-SALARY TO EMI-SALARY
           .

       7150-WRITE-MAINT-REJECT.
           ADD 1 TO WS-EMT-REJECT-COUNT
           WRITE EMP-AUDIT-LINE FROM SPACES
           MOVE WS-EMPTRAN-INPUT TO EMR-RAW
           WRITE EMP-AUDIT-LINE FROM WS-EMT-REJECT-LINE
           MOVE WS-EMT-ERROR-BUFFER TO EMR-REASON
           WRITE EMP-AUDIT-LINE FROM WS-EMT-REASON-LINE
           DISPLAY "MAINT REJECT EMP ID " WS-EMT-EMP-ID-X
                   WS-EMT-ERROR-BUFFER
           .

       7410-NOTE-TERMINATION.
           IF WS-FPY-TERM-HIGH < WS-FPY-TERM-MAX
               ADD 1 TO WS-FPY-TERM-HIGH
               MOVE EM-EMP-ID TO WS-FPY-TERM-EMP-ID(WS-FPY-TERM-HIGH)
           ELSE
               ADD 1 TO WS-FPY-NOT-BUILT
               DISPLAY "WARNING: MORE THAN " WS-FPY-TERM-MAX
                       " TERMINATIONS - NO FINAL-PAY PACKAGE FOR "
                       "EMP ID " EM-EMP-ID
           END-IF
           .

      *> FINAL-PAY PACKAGE - for every employee 7400 terminated this
      *> run: the vacation payout as an 'A' row flagged final in
      *> FINALPAY.DAT for the off-cycle run (4251 zeroes the leave
      *> balances when it posts), and a checklist of what else has
      *> to be settled - the last regular period paid, court orders
      *> still open (an off-cycle check takes no per-period order
      *> amount, so the agency has to hear about it), standing
      *> DEDUCT.DAT rows, and the bank account to close. Nothing
      *> here changes a master.
       7450-BUILD-FINAL-PAY.
           IF WS-FPY-TERM-HIGH = ZERO
               DISPLAY "NO TERMINATIONS APPLIED - NO FINAL-PAY PACKAGE"
           ELSE
               PERFORM 0400-OPEN-EMPLOYEE-MASTER
               PERFORM 0310-OPEN-LEAVE-MASTER
               PERFORM 0320-OPEN-PAY-ARCHIVE
               PERFORM 0330-OPEN-GARN-MASTER
               OPEN OUTPUT FINAL-PAY-FILE
                           TERM-CHECKLIST-FILE
               MOVE WS-CURRENT-DATE TO TRH-RUN-DATE
               WRITE TERM-CHECKLIST-LINE FROM WS-TRM-HEADER
               WRITE TERM-CHECKLIST-LINE FROM SPACES

               PERFORM VARYING WS-FPY-SUB FROM 1 BY 1
                       UNTIL WS-FPY-SUB > WS-FPY-TERM-HIGH
                   MOVE WS-FPY-TERM-EMP-ID(WS-FPY-SUB)
                        TO WS-FPY-EMP-ID
                   PERFORM 7460-BUILD-ONE-PACKAGE
               END-PERFORM

               MOVE WS-FPY-TERM-HIGH    TO TRT-TERMS
               MOVE WS-FPY-PAYOUT-COUNT TO TRT-PAYOUTS
               MOVE WS-FPY-PAYOUT-TOTAL TO TRT-PAYOUT-TOTAL
               MOVE WS-FPY-NOT-BUILT    TO TRT-NOT-BUILT
               WRITE TERM-CHECKLIST-LINE FROM WS-TRM-TOTAL-LINE
               MOVE WS-FPY-OPEN-ORDERS  TO TRT-ORDERS
               MOVE WS-FPY-OPEN-DEDUCTS TO TRT-DEDUCTS
               MOVE WS-FPY-BANK-CLOSES  TO TRT-BANKS
               WRITE TERM-CHECKLIST-LINE FROM WS-TRM-TOTAL-LINE-2

               CLOSE FINAL-PAY-FILE
                     TERM-CHECKLIST-FILE
               PERFORM 0930-CLOSE-GARN-MASTER
               PERFORM 0920-CLOSE-PAY-ARCHIVE
               PERFORM 0910-CLOSE-LEAVE-MASTER
               PERFORM 0950-CLOSE-EMPLOYEE-MASTER

               DISPLAY "FINAL-PAY PACKAGE COMPLETE - "
                       WS-FPY-PAYOUT-COUNT " PAYOUT ROW(S) IN "
                       "FINALPAY.DAT, CHECKLIST IN TERMLIST.RPT"
           END-IF
           .

       7460-BUILD-ONE-PACKAGE.
           SET FPY-EMP-NOT-FOUND TO TRUE
           IF EMPMAST-AVAILABLE
               MOVE WS-FPY-EMP-ID TO EM-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FPY-EMP-FOUND TO TRUE
               END-READ
           END-IF

           IF FPY-EMP-NOT-FOUND
               ADD 1 TO WS-FPY-NOT-BUILT
               MOVE WS-FPY-EMP-ID TO TRE-EMP-ID
               MOVE SPACES        TO TRE-LASTNAME
                                     TRE-FIRSTNAME
                                     TRE-DEPT
               MOVE ZERO          TO TRE-RATE
               WRITE TERM-CHECKLIST-LINE FROM WS-TRM-EMP-LINE
               MOVE 'NOT READABLE ON EMPMAST.DAT - NO PACKAGE BUILT'
                    TO TRN-NOTE
               WRITE TERM-CHECKLIST-LINE FROM WS-TRM-NOTE-LINE
           ELSE
               MOVE EM-EMP-ID    TO TRE-EMP-ID
               MOVE EM-LASTNAME  TO TRE-LASTNAME
               MOVE EM-FIRSTNAME TO TRE-FIRSTNAME
               MOVE EM-DEPT      TO TRE-DEPT
               MOVE EM-RATE      TO TRE-RATE
               WRITE TERM-CHECKLIST-LINE FROM WS-TRM-EMP-LINE
               PERFORM 7465-FIND-LAST-REGULAR
               PERFORM 7470-BUILD-VACATION-PAYOUT
               PERFORM 7475-LIST-OPEN-ORDERS
               PERFORM 7480-LIST-STANDING-DEDUCTIONS
               PERFORM 7485-CHECK-BANK-ACCOUNT
           END-IF
           WRITE TERM-CHECKLIST-LINE FROM SPACES
           .

      *> The period's regular-run check is the seq-0 'R' archive
      *> record. Period numbers restart every year, so the latest is
      *> picked on the posting date first and the period second -
      *> which also holds across pay groups for someone who moved
      *> between them, so the browse starts ahead of every group.
       7465-FIND-LAST-REGULAR.
           MOVE ZERO TO WS-FPY-LAST-PERIOD
           MOVE ZERO TO WS-FPY-LAST-DATE
           MOVE ZERO TO WS-FPY-LAST-GROSS

           MOVE WS-FPY-EMP-ID TO PD-EMP-ID
           MOVE LOW-VALUES    TO PD-PAY-GROUP
           MOVE ZERO          TO PD-PERIOD
           MOVE ZERO          TO PD-SEQ
           START PAY-DETAIL-ARCHIVE KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF PAYDETL-FILE-OK
               PERFORM UNTIL PAYDETL-FILE-NOT-FOUND
                   READ PAY-DETAIL-ARCHIVE NEXT RECORD
                       AT END
                           SET PAYDETL-FILE-NOT-FOUND TO TRUE
                       NOT AT END
                           IF PD-EMP-ID NOT = WS-FPY-EMP-ID
                               SET PAYDETL-FILE-NOT-FOUND TO TRUE
                           ELSE
                           IF PD-RUN-TYPE = 'R' AND PD-SEQ = ZERO
                              AND (PD-RUN-DATE > WS-FPY-LAST-DATE
                                OR (PD-RUN-DATE = WS-FPY-LAST-DATE
                                AND PD-PERIOD > WS-FPY-LAST-PERIOD))
                               MOVE PD-PERIOD    TO WS-FPY-LAST-PERIOD
                               MOVE PD-RUN-DATE  TO WS-FPY-LAST-DATE
                               MOVE PD-TOTAL-PAY TO WS-FPY-LAST-GROSS
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-FPY-LAST-DATE = ZERO
               MOVE 'LAST REGULAR PERIOD PAID:  NONE ON PAYDETL.DAT'
                    TO TRN-NOTE
               WRITE TERM-CHECKLIST-LINE FROM WS-TRM-NOTE-LINE
           ELSE
               MOVE WS-FPY-LAST-PERIOD TO TRP-PERIOD
               MOVE WS-FPY-LAST-DATE   TO TRP-RUN-DATE
               MOVE WS-FPY-LAST-GROSS  TO TRP-GROSS
               WRITE TERM-CHECKLIST-LINE FROM WS-TRM-PERIOD-LINE
           END-IF
           .

      *> Payout is the whole vacation balance at the current master
      *> rate. A zero or negative balance pays nothing - negative
      *> is somebody's keying to chase, not a clawback to generate.
       7470-BUILD-VACATION-PAYOUT.
           MOVE ZERO TO WS-FPY-PAYOUT-HOURS
           MOVE ZERO TO WS-FPY-PAYOUT-AMT
           MOVE ZERO TO WS-FPY-SICK-HOURS

           MOVE WS-FPY-EMP-ID TO LM-EMP-ID
           READ LEAVE-MASTER-FILE
               INVALID KEY
                   MOVE 'NO LEAVEMAST.DAT RECORD - NO PAYOUT'
                        TO TRV-NOTE
               NOT INVALID KEY
                   MOVE LM-VAC-BALANCE  TO WS-FPY-PAYOUT-HOURS
                   MOVE LM-SICK-BALANCE TO WS-FPY-SICK-HOURS
                   EVALUATE TRUE
                       WHEN WS-FPY-PAYOUT-HOURS = ZERO
                           MOVE 'NO VACATION BALANCE - NO PAYOUT'
                                TO TRV-NOTE
                       WHEN WS-FPY-PAYOUT-HOURS < ZERO
                           MOVE 'NEGATIVE BALANCE - REVIEW, NO PAYOUT'
                                TO TRV-NOTE
                       WHEN OTHER
                           COMPUTE WS-FPY-PAYOUT-AMT ROUNDED =
                               WS-FPY-PAYOUT-HOURS * EM-RATE
                           IF WS-FPY-PAYOUT-AMT > ZERO
                               PERFORM 7471-WRITE-PAYOUT-ROW
                               MOVE 'WRITTEN TO FINALPAY.DAT'
                                    TO TRV-NOTE
                           ELSE
                               MOVE 'NO RATE ON EMPMAST - PRICE BY HAND'
                                    TO TRV-NOTE
                           END-IF
                   END-EVALUATE
           END-READ

           MOVE WS-FPY-PAYOUT-HOURS TO TRV-HOURS
           MOVE WS-FPY-PAYOUT-AMT   TO TRV-AMOUNT
           MOVE WS-FPY-SICK-HOURS   TO TRV-SICK-HOURS
           WRITE TERM-CHECKLIST-LINE FROM WS-TRM-PAYOUT-LINE
           .

      *> Same row 7730 lays down for a retro difference - a signed
      *> 'A' adjustment in the 80-byte input format - plus the final
      *> pay flag.
       7471-WRITE-PAYOUT-ROW.
           MOVE SPACES TO WS-INPUT-RECORD
           MOVE EM-EMP-ID     TO WS-EMP-ID-X
           MOVE EM-LASTNAME   TO WS-LASTNAME-X
           MOVE EM-FIRSTNAME  TO WS-FIRSTNAME-X
           MOVE EM-DEPT       TO WS-DEPT-X
           MOVE '0000'        TO WS-HOURS-X
           MOVE '00000'       TO WS-RATE-X
           MOVE '000000'      TO WS-HIRE-DATE-X
           MOVE 'A'           TO WS-REC-TYPE-X
           MOVE '+'           TO WS-ADJ-SIGN-X
           MOVE WS-FPY-PAYOUT-AMT TO WS-AMOUNT-X-NUM
           MOVE 'F'           TO WS-FINAL-PAY-X

           WRITE FINAL-PAY-RECORD FROM WS-INPUT-RECORD
           ADD 1 TO WS-FPY-PAYOUT-COUNT
           ADD WS-FPY-PAYOUT-AMT TO WS-FPY-PAYOUT-TOTAL
           .

       7475-LIST-OPEN-ORDERS.
           MOVE ZERO TO WS-FPY-ITEM-COUNT
           MOVE WS-FPY-EMP-ID TO GO-EMP-ID
           MOVE LOW-VALUES    TO GO-CASE-NO
           START GARN-MASTER-FILE KEY IS NOT LESS THAN GO-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF GARNMAST-FILE-OK
               PERFORM UNTIL GARNMAST-FILE-NOT-FOUND
                   READ GARN-MASTER-FILE NEXT RECORD
                       AT END
                           SET GARNMAST-FILE-NOT-FOUND TO TRUE
                       NOT AT END
                           IF GO-EMP-ID NOT = WS-FPY-EMP-ID
                               SET GARNMAST-FILE-NOT-FOUND TO TRUE
                           ELSE
                               IF GO-IS-ACTIVE
                                   PERFORM 7476-LIST-ONE-ORDER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-FPY-ITEM-COUNT = ZERO
               MOVE 'COURT ORDERS:  NONE OPEN ON GARNMAST.DAT'
                    TO TRN-NOTE
               WRITE TERM-CHECKLIST-LINE FROM WS-TRM-NOTE-LINE
           END-IF
           .

       7476-LIST-ONE-ORDER.
           ADD 1 TO WS-FPY-ITEM-COUNT
           ADD 1 TO WS-FPY-OPEN-ORDERS
           MOVE GO-CASE-NO     TO TRO-CASE-NO
           MOVE GO-TYPE        TO TRO-TYPE
           MOVE GO-AGENCY-NAME TO TRO-AGENCY
           MOVE GO-BALANCE     TO TRO-BALANCE
           MOVE GO-ARREARS     TO TRO-ARREARS
           IF GO-TOTAL-OWED = ZERO
               MOVE 'OPEN-ENDED - NOTIFY AGENCY' TO TRO-NOTE
           ELSE
               MOVE 'BALANCE OWED - NOTIFY AGENCY' TO TRO-NOTE
           END-IF
           WRITE TERM-CHECKLIST-LINE FROM WS-TRM-ORDER-LINE
           .

      *> DEDUCT.DAT carries no balances - what is left open is the
      *> standing row itself, which keeps taking from any later
      *> check until somebody ends it. Tax rows are not deductions
      *> to end, so they stay off the list.
       7480-LIST-STANDING-DEDUCTIONS.
           MOVE ZERO TO WS-FPY-ITEM-COUNT
           SEARCH ALL WS-DED-ENTRIES
               AT END
                   CONTINUE
               WHEN WS-DED-EMP-ID(DED-IDX) = WS-FPY-EMP-ID
                   PERFORM 7481-WALK-EMP-DEDUCTIONS
           END-SEARCH

           IF WS-FPY-ITEM-COUNT = ZERO
               MOVE 'DEDUCTIONS:    NONE STANDING ON DEDUCT.DAT'
                    TO TRN-NOTE
               WRITE TERM-CHECKLIST-LINE FROM WS-TRM-NOTE-LINE
           END-IF
           .

       7481-WALK-EMP-DEDUCTIONS.
           PERFORM UNTIL DED-IDX = 1
                      OR WS-DED-EMP-ID(DED-IDX - 1) NOT = WS-FPY-EMP-ID
               SET DED-IDX DOWN BY 1
           END-PERFORM

           PERFORM UNTIL DED-IDX > WS-DED-TABLE-HIGH
                      OR WS-DED-EMP-ID(DED-IDX) NOT = WS-FPY-EMP-ID
               IF NOT DED-IS-TAX(DED-IDX)
                   ADD 1 TO WS-FPY-ITEM-COUNT
                   ADD 1 TO WS-FPY-OPEN-DEDUCTS
                   MOVE WS-DED-CODE(DED-IDX)   TO TRD-CODE
                   MOVE WS-DED-CLASS(DED-IDX)  TO TRD-CLASS
                   MOVE WS-DED-METHOD(DED-IDX) TO TRD-METHOD
                   MOVE WS-DED-AMOUNT(DED-IDX) TO TRD-AMOUNT
                   MOVE 'STANDING - END IT ON DEDUCT.DAT' TO TRD-NOTE
                   WRITE TERM-CHECKLIST-LINE FROM WS-TRM-DEDUCT-LINE
               END-IF
               SET DED-IDX UP BY 1
           END-PERFORM
           .

      *> The account is closed after the final pay has settled, not
      *> before - until then it is where the payout is going. A held
      *> or prenote account gets the final pay by check, so it can
      *> go now.
       7485-CHECK-BANK-ACCOUNT.
           SET BANK-RECORD-NOT-FOUND TO TRUE
           SEARCH ALL WS-BNK-ENTRIES
               AT END
                   CONTINUE
               WHEN WS-BNK-EMP-ID(BNK-IDX) = WS-FPY-EMP-ID
                   SET BANK-RECORD-FOUND TO TRUE
           END-SEARCH

           IF BANK-RECORD-NOT-FOUND
               MOVE 'BANK ACCOUNT:  NONE ON BANKMAST.DAT - BY CHECK'
                    TO TRN-NOTE
               WRITE TERM-CHECKLIST-LINE FROM WS-TRM-NOTE-LINE
           ELSE
               ADD 1 TO WS-FPY-BANK-CLOSES
               MOVE WS-BNK-ACCT-TYPE(BNK-IDX) TO TRB-ACCT-TYPE
               MOVE WS-BNK-ROUTING(BNK-IDX)   TO TRB-ROUTING
               EVALUATE TRUE
                   WHEN BNK-IS-HELD(BNK-IDX)
                   WHEN BNK-IS-PRENOTE(BNK-IDX)
                       MOVE 'CLOSE NOW - FINAL PAY GOES BY CHECK'
                            TO TRB-NOTE
                   WHEN OTHER
                       MOVE 'CLOSE AFTER THE FINAL PAY DEPOSIT SETTLES'
                            TO TRB-NOTE
               END-EVALUATE
               WRITE TERM-CHECKLIST-LINE FROM WS-TRM-BANK-LINE
           END-IF
           .

      *> COURT-ORDER MAINTENANCE - the payroll office's controlled
      *> path into GARNMAST.DAT, run right behind the employee
      *> maintenance so a new hire and the order served with them
      *> can go in one batch. Same shape as 7000: apply, audit the
      *> before and after image, list the rejects.
       7050-ORDER-MAINTENANCE.
           DISPLAY "COURT ORDER MAINTENANCE RUN"
           OPEN INPUT GARN-TRANS-FILE

           IF GARNTRAN-FILE-NOT-FOUND
               DISPLAY "GARNTRAN.DAT NOT FOUND - NO ORDERS TO APPLY"
           ELSE
               PERFORM 0330-OPEN-GARN-MASTER
               PERFORM 0400-OPEN-EMPLOYEE-MASTER
               OPEN OUTPUT GARN-AUDIT-FILE
               WRITE GARN-AUDIT-LINE FROM WS-GOT-AUDIT-HEADER
               WRITE GARN-AUDIT-LINE FROM SPACES

               PERFORM UNTIL GARNTRAN-FILE-EOF
                   READ GARN-TRANS-FILE INTO WS-GARNTRAN-INPUT
                       AT END
                           SET GARNTRAN-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-GOT-READ-COUNT
                           PERFORM 7060-APPLY-ONE-ORDER-TRAN
                   END-READ

                   IF NOT (GARNTRAN-FILE-OK OR GARNTRAN-FILE-EOF)
                      DISPLAY "READ ERROR ON GARNTRAN.DAT: "
                              WS-GARNTRAN-FILE-STATUS
                      PERFORM 3000-ABORT-RUN
                   END-IF
               END-PERFORM

               MOVE WS-GOT-READ-COUNT    TO EMT-READ
               MOVE WS-GOT-APPLIED-COUNT TO EMT-APPLIED
               MOVE WS-GOT-REJECT-COUNT  TO EMT-REJECTED
               WRITE GARN-AUDIT-LINE FROM SPACES
               WRITE GARN-AUDIT-LINE FROM WS-EMT-TOTAL-LINE

               CLOSE GARN-TRANS-FILE
               CLOSE GARN-AUDIT-FILE
               PERFORM 0930-CLOSE-GARN-MASTER
               PERFORM 0950-CLOSE-EMPLOYEE-MASTER

               DISPLAY "ORDER MAINTENANCE COMPLETE - "
                       WS-GOT-APPLIED-COUNT " APPLIED, "
                       WS-GOT-REJECT-COUNT " REJECTED"
           END-IF
           .

       7060-APPLY-ONE-ORDER-TRAN.
           INITIALIZE WS-EMT-ERROR-ACCUMULATOR
           SET GOT-ORDER-NOT-FOUND TO TRUE

           MOVE WS-GOT-EMP-ID-X  TO GO-EMP-ID
           MOVE WS-GOT-CASE-NO-X TO GO-CASE-NO
           READ GARN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GOT-ORDER-FOUND TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN GOT-IS-ADD
                   PERFORM 7065-APPLY-ORDER-ADD
               WHEN GOT-IS-CHANGE
                   PERFORM 7070-APPLY-ORDER-CHANGE
               WHEN GOT-IS-STOP
                   PERFORM 7075-APPLY-ORDER-STOP
               WHEN OTHER
                   ADD 1 TO WS-EMT-ERROR-COUNT
                   STRING " [ACTION:" WS-GOT-ACTION-X "]"
                          DELIMITED BY SIZE
                          INTO WS-EMT-ERROR-BUFFER
                          WITH POINTER WS-EMT-ERROR-PTR
                   END-STRING
                   PERFORM 7095-WRITE-ORDER-REJECT
           END-EVALUATE
           .

      *> Creditor judgments and levies always carry an amount owed;
      *> only support may be open-ended. A levy may leave the per-
      *> period amount blank to take everything above its exempt
      *> amount.
       7065-APPLY-ORDER-ADD.
           IF GOT-ORDER-FOUND
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [CASE ALREADY ON MASTER]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           END-IF

           IF EMPMAST-AVAILABLE
               MOVE 'N' TO WS-GOT-EMP-FOUND-SW
               MOVE WS-GOT-EMP-ID-X TO EM-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GOT-EMP-FOUND TO TRUE
               END-READ
               IF NOT GOT-EMP-FOUND
                   ADD 1 TO WS-EMT-ERROR-COUNT
                   STRING " [EMPLOYEE NOT ON MASTER]"
                          DELIMITED BY SIZE
                          INTO WS-EMT-ERROR-BUFFER
                          WITH POINTER WS-EMT-ERROR-PTR
                   END-STRING
               END-IF
           END-IF

           IF WS-GOT-CASE-NO-X = SPACES
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [CASE NUMBER BLANK]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           END-IF

           IF NOT (WS-GOT-TYPE-X = 'S' OR WS-GOT-TYPE-X = 'C'
                   OR WS-GOT-TYPE-X = 'L')
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [ORDER TYPE:" WS-GOT-TYPE-X "]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           END-IF

           IF WS-GOT-AGENCY-ID-X = SPACES
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [AGENCY BLANK]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           END-IF

           PERFORM 7080-CHECK-ORDER-FIELDS

           IF WS-GOT-ORDER-DATE-X = SPACES
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [ORDER DATE BLANK]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           END-IF

           IF WS-GOT-TYPE-X NOT = 'L'
              AND (WS-GOT-PER-PERIOD-X = SPACES
                   OR WS-GOT-PER-PERIOD-X = ZEROS)
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [NO PER-PERIOD AMOUNT]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           END-IF

           IF (WS-GOT-TYPE-X = 'C' OR WS-GOT-TYPE-X = 'L')
              AND (WS-GOT-TOTAL-OWED-X = SPACES
                   OR WS-GOT-TOTAL-OWED-X = ZEROS)
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [NO TOTAL OWED]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
           END-IF

           IF WS-EMT-ERROR-COUNT > ZERO
               PERFORM 7095-WRITE-ORDER-REJECT
           ELSE
               PERFORM 7090-WRITE-ORDER-ACTION
               WRITE GARN-AUDIT-LINE FROM WS-EMT-NEW-LINE
               INITIALIZE GARN-ORDER-RECORD
               MOVE WS-GOT-EMP-ID-X      TO GO-EMP-ID
               MOVE WS-GOT-CASE-NO-X     TO GO-CASE-NO
               MOVE WS-GOT-TYPE-X        TO GO-TYPE
               MOVE WS-GOT-AGENCY-ID-X   TO GO-AGENCY-ID
               MOVE WS-GOT-AGENCY-NAME-X TO GO-AGENCY-NAME
               MOVE WS-GOT-ORDER-DATE-X  TO GO-ORDER-DATE
               IF WS-GOT-PER-PERIOD-X NOT = SPACES
                   MOVE WS-GOT-PER-PERIOD-X-NUM TO GO-PER-PERIOD
               END-IF
               IF WS-GOT-TOTAL-OWED-X NOT = SPACES
                   MOVE WS-GOT-TOTAL-OWED-X-NUM TO GO-TOTAL-OWED
                   MOVE WS-GOT-TOTAL-OWED-X-NUM TO GO-BALANCE
               END-IF
               IF WS-GOT-EXEMPT-X NOT = SPACES
                   MOVE WS-GOT-EXEMPT-X-NUM TO GO-EXEMPT-AMT
               END-IF
               SET GO-IS-ACTIVE TO TRUE
               WRITE GARN-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "GARNMAST.DAT WRITE FAILED, STATUS "
                               WS-GARNMAST-FILE-STATUS " EMP ID "
                               GO-EMP-ID " CASE " GO-CASE-NO
                       PERFORM 3000-ABORT-RUN
               END-WRITE
               MOVE ' AFTER: ' TO GOI-LABEL
               PERFORM 7085-WRITE-ORDER-IMAGE
               ADD 1 TO WS-GOT-APPLIED-COUNT
           END-IF
           .

      *> Only an active order can be changed - a satisfied or
      *> stopped one is history, and a new order for the same case
      *> comes in under a new case suffix. A new total owed moves
      *> the balance by the difference, so what has already been
      *> withheld stays counted against the order.
       7070-APPLY-ORDER-CHANGE.
           IF GOT-ORDER-NOT-FOUND
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [CASE NOT ON MASTER]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           ELSE
               IF NOT GO-IS-ACTIVE
                   ADD 1 TO WS-EMT-ERROR-COUNT
                   STRING " [ORDER NOT ACTIVE:" GO-STATUS "]"
                          DELIMITED BY SIZE
                          INTO WS-EMT-ERROR-BUFFER
                          WITH POINTER WS-EMT-ERROR-PTR
                   END-STRING
               END-IF
               IF WS-GOT-TYPE-X NOT = SPACES
                  AND WS-GOT-TYPE-X NOT = GO-TYPE
                   ADD 1 TO WS-EMT-ERROR-COUNT
                   STRING " [ORDER TYPE CANNOT CHANGE]"
                          DELIMITED BY SIZE
                          INTO WS-EMT-ERROR-BUFFER
                          WITH POINTER WS-EMT-ERROR-PTR
                   END-STRING
               END-IF
               PERFORM 7080-CHECK-ORDER-FIELDS
               IF WS-GOT-TOTAL-OWED-X IS NUMERIC
                  AND GO-BALANCE + WS-GOT-TOTAL-OWED-X-NUM
                      - GO-TOTAL-OWED < ZERO
                   ADD 1 TO WS-EMT-ERROR-COUNT
                   STRING " [TOTAL OWED BELOW AMOUNT PAID]"
                          DELIMITED BY SIZE
                          INTO WS-EMT-ERROR-BUFFER
                          WITH POINTER WS-EMT-ERROR-PTR
           END-IF

           IF WS-EMT-ERROR-COUNT > ZERO
               PERFORM 7095-WRITE-ORDER-REJECT
           ELSE
               PERFORM 7090-WRITE-ORDER-ACTION
               MOVE 'BEFORE: ' TO GOI-LABEL
               PERFORM 7085-WRITE-ORDER-IMAGE
               IF WS-GOT-AGENCY-ID-X NOT = SPACES
                   MOVE WS-GOT-AGENCY-ID-X TO GO-AGENCY-ID
               END-IF
               IF WS-GOT-AGENCY-NAME-X NOT = SPACES
                   MOVE WS-GOT-AGENCY-NAME-X TO GO-AGENCY-NAME
               END-IF
               IF WS-GOT-PER-PERIOD-X NOT = SPACES
                   MOVE WS-GOT-PER-PERIOD-X-NUM TO GO-PER-PERIOD
               END-IF
               IF WS-GOT-TOTAL-OWED-X NOT = SPACES
                   MOVE GO-TOTAL-OWED TO WS-GOT-OLD-OWED
                   MOVE WS-GOT-TOTAL-OWED-X-NUM TO GO-TOTAL-OWED
                   COMPUTE GO-BALANCE = GO-BALANCE + GO-TOTAL-OWED
                                      - WS-GOT-OLD-OWED
               END-IF
               IF WS-GOT-EXEMPT-X NOT = SPACES
                   MOVE WS-GOT-EXEMPT-X-NUM TO GO-EXEMPT-AMT
               END-IF
               IF WS-GOT-ORDER-DATE-X NOT = SPACES
                   MOVE WS-GOT-ORDER-DATE-X TO GO-ORDER-DATE
               END-IF
               REWRITE GARN-ORDER-RECORD
               MOVE ' AFTER: ' TO GOI-LABEL
               PERFORM 7085-WRITE-ORDER-IMAGE
               ADD 1 TO WS-GOT-APPLIED-COUNT
           END-IF
           .

      *> The court released the order - it stops being taken but
      *> stays on the master, with its balance and arrears, as the
      *> record of what was collected.
       7075-APPLY-ORDER-STOP.
           IF GOT-ORDER-NOT-FOUND
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [CASE NOT ON MASTER]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           ELSE
               IF GO-IS-STOPPED
                   ADD 1 TO WS-EMT-ERROR-COUNT
                   STRING " [ORDER ALREADY STOPPED]"
                          DELIMITED BY SIZE
                          INTO WS-EMT-ERROR-BUFFER
                          WITH POINTER WS-EMT-ERROR-PTR
                   END-STRING
               END-IF
           END-IF

           IF WS-EMT-ERROR-COUNT > ZERO
               PERFORM 7095-WRITE-ORDER-REJECT
           ELSE
               PERFORM 7090-WRITE-ORDER-ACTION
               MOVE 'BEFORE: ' TO GOI-LABEL
               PERFORM 7085-WRITE-ORDER-IMAGE
               SET GO-IS-STOPPED TO TRUE
               REWRITE GARN-ORDER-RECORD
               MOVE ' AFTER: ' TO GOI-LABEL
               PERFORM 7085-WRITE-ORDER-IMAGE
               ADD 1 TO WS-GOT-APPLIED-COUNT
           END-IF
           .

      *> Any amount or date keyed at all has to be numeric - blank
      *> is "not given", garbage is a reject.
       7080-CHECK-ORDER-FIELDS.
           IF WS-GOT-PER-PERIOD-X NOT = SPACES
              AND WS-GOT-PER-PERIOD-X IS NOT NUMERIC
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [PER PERIOD:" WS-GOT-PER-PERIOD-X "]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           END-IF
           IF WS-GOT-TOTAL-OWED-X NOT = SPACES
              AND WS-GOT-TOTAL-OWED-X IS NOT NUMERIC
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [TOTAL OWED:" WS-GOT-TOTAL-OWED-X "]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           END-IF
           IF WS-GOT-EXEMPT-X NOT = SPACES
              AND WS-GOT-EXEMPT-X IS NOT NUMERIC
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [EXEMPT:" WS-GOT-EXEMPT-X "]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           END-IF
           IF WS-GOT-ORDER-DATE-X NOT = SPACES
              AND WS-GOT-ORDER-DATE-X IS NOT NUMERIC
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [ORDER DATE:" WS-GOT-ORDER-DATE-X "]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           END-IF
           .

       7085-WRITE-ORDER-IMAGE.
           MOVE GO-TYPE           TO GOI-TYPE
           MOVE GO-AGENCY-ID      TO GOI-AGENCY-ID
           MOVE GO-AGENCY-NAME    TO GOI-AGENCY-NAME
           MOVE GO-PER-PERIOD     TO GOI-PER-PERIOD
           MOVE GO-TOTAL-OWED     TO GOI-TOTAL-OWED
           MOVE GO-BALANCE        TO GOI-BALANCE
           MOVE GO-ARREARS        TO GOI-ARREARS
           MOVE GO-EXEMPT-AMT     TO GOI-EXEMPT
           MOVE GO-ORDER-DATE     TO GOI-ORDER-DATE
           MOVE GO-STATUS         TO GOI-STATUS
           WRITE GARN-AUDIT-LINE FROM WS-GOT-IMAGE-LINE
           .

       7090-WRITE-ORDER-ACTION.
           WRITE GARN-AUDIT-LINE FROM SPACES
           MOVE WS-GOT-ACTION-X  TO GOA-ACTION
           MOVE WS-GOT-EMP-ID-X  TO GOA-EMP-ID
           MOVE WS-GOT-CASE-NO-X TO GOA-CASE-NO
           WRITE GARN-AUDIT-LINE FROM WS-GOT-ACTION-LINE
           .

       7095-WRITE-ORDER-REJECT.
           ADD 1 TO WS-GOT-REJECT-COUNT
           WRITE GARN-AUDIT-LINE FROM SPACES
           MOVE WS-GARNTRAN-INPUT TO EMR-RAW
           WRITE GARN-AUDIT-LINE FROM WS-EMT-REJECT-LINE
           MOVE WS-EMT-ERROR-BUFFER TO EMR-REASON
           WRITE GARN-AUDIT-LINE FROM WS-EMT-REASON-LINE
           DISPLAY "ORDER MAINT REJECT EMP ID " WS-GOT-EMP-ID-X
                   " CASE " WS-GOT-CASE-NO-X WS-EMT-ERROR-BUFFER
           .

      *> Dept must pass the same DEPTMAST.DAT check the payroll run
           END-IF
           .

      *> A keyed SSN has to be nine digits - a blank one is let
      *> through (the statement run lists it as missing) because HR
      *> often adds the employee before the paperwork comes back.
       7520-CHECK-MAINT-SSN.
           IF WS-EMT-SSN-X NOT = SPACES
              AND WS-EMT-SSN-X IS NOT NUMERIC
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [SSN:" WS-EMT-SSN-X "]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           END-IF
           .

      *> A pay group has to be one PAYCAL.DAT has periods for, or
      *> no group run would ever pay the employee. A blank salary
      *> is let through - hourly staff have none, and a salaried
      *> employee without one is paid the keyed amount as before.
       7530-CHECK-MAINT-PAY-GROUP.
           IF WS-EMT-PAY-GROUP-X NOT = SPACES
               MOVE WS-EMT-PAY-GROUP-X TO WS-PCL-KEY-GROUP
               MOVE 'N' TO WS-PCL-GROUP-SW
               PERFORM VARYING WS-PCL-SUB FROM 1 BY 1
                       UNTIL WS-PCL-SUB > WS-PCL-HIGH
                          OR PCL-GROUP-KNOWN
                   IF WS-PCL-GROUP(WS-PCL-SUB) = WS-PCL-KEY-GROUP
                       SET PCL-GROUP-KNOWN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT PCL-GROUP-KNOWN
                   ADD 1 TO WS-EMT-ERROR-COUNT
                   STRING " [PAY GROUP NOT ON PAYCAL.DAT:"
                          WS-EMT-PAY-GROUP-X "]"
                          DELIMITED BY SIZE
                          INTO WS-EMT-ERROR-BUFFER
                          WITH POINTER WS-EMT-ERROR-PTR
                   END-STRING
               END-IF
           END-IF
           IF WS-EMT-SALARY-X NOT = SPACES
              AND WS-EMT-SALARY-X IS NOT NUMERIC
               ADD 1 TO WS-EMT-ERROR-COUNT
               STRING " [SALARY:" WS-EMT-SALARY-X "]"
                      DELIMITED BY SIZE
                      INTO WS-EMT-ERROR-BUFFER
                      WITH POINTER WS-EMT-ERROR-PTR
               END-STRING
           END-IF
           .

      *> RETROACTIVE PAY RUN - HR hands us the rate change (old and
      *> new rate, effective date, and the first already-paid period
      *> it covers, which HR reads off the effective date against

           WRITE RETRO-ADJ-RECORD FROM WS-INPUT-RECORD
           ADD 1 TO WS-RTR-ADJ-COUNT
           ADD WS-RTR-TOTAL-DIFF TO WS-RTR-GRAND-DIFF
           .

       7740-WRITE-RETRO-REGISTER.

               MOVE WS-RPR-PERIOD TO WS-PERIOD-NUMBER
               MOVE WS-PERIOD-NUMBER TO H1-PERIOD-NO
               MOVE WS-RPR-PAY-GROUP TO H1-PAY-GROUP
               MOVE 'REPRINT' TO H1-RUN-TYPE

               MOVE LOW-VALUES TO PD-KEY
           IF PD-PERIOD = WS-RPR-PERIOD
              AND (WS-RPR-EMP-ID = SPACES
                   OR PD-EMP-ID = WS-RPR-EMP-ID)
              AND (WS-RPR-PAY-GROUP = SPACES
                   OR PD-PAY-GROUP = WS-RPR-PAY-GROUP)
               ADD 1 TO WS-RPR-COUNT
               PERFORM 7820-LOAD-SR-FROM-ARCHIVE
               EVALUATE TRUE
           MOVE PD-RATE        TO SR-RATE
           MOVE PD-HIRE-DATE   TO SR-HIRE-DATE
           MOVE PD-REC-TYPE    TO SR-REC-TYPE
           MOVE PD-PAY-GROUP   TO SR-PAY-GROUP
           MOVE PD-TOTAL-PAY   TO SR-TOTAL-PAY
           MOVE PD-OT-PAY      TO SR-OT-PAY
           MOVE PD-REGULAR-PAY TO SR-REGULAR-PAY
           MOVE PD-OT-HOURS    TO SR-OT-HOURS
           MOVE PD-OT-BASE     TO SR-OT-BASE
           MOVE PD-OT-MULT     TO SR-OT-MULT
           MOVE PD-DT-HOURS    TO SR-DT-HOURS
           MOVE PD-DT-PAY      TO SR-DT-PAY
           MOVE PD-TAXES       TO SR-TAXES
           MOVE PD-DEDUCTIONS  TO SR-DEDUCTIONS
           MOVE PD-NET-PAY     TO SR-NET-PAY
           MOVE PD-FED-TAX     TO SR-FED-TAX
           MOVE PD-SS-TAX      TO SR-SS-TAX
           MOVE PD-MED-TAX     TO SR-MED-TAX
           MOVE PD-PRETAX      TO SR-PRETAX
           MOVE PD-GARNISHED   TO SR-GARNISHED
           MOVE ZERO           TO SR-GARN-COUNT
           MOVE PD-DED-COUNT   TO SR-DED-COUNT
           PERFORM VARYING WS-DRT-SUB FROM 1 BY 1
                   UNTIL WS-DRT-SUB > WS-EDW-MAX
               MOVE PD-DED-ENTRY(WS-DRT-SUB)
                    TO SR-DED-ENTRY(WS-DRT-SUB)
           END-PERFORM
           .

      *> Same statement body 4270 prints, minus the YTD and leave
                   MOVE SR-REGULAR-PAY TO PS-SALARY
                   WRITE PAYSTUB-LINE FROM WS-STUB-SALARY-LINE
               WHEN OTHER
                   IF SR-OT-HOURS > 0
                       COMPUTE PS-REG-HOURS = SR-HOURS - SR-OT-HOURS
                   ELSE
                       MOVE SR-HOURS TO PS-REG-HOURS
                   END-IF
                   MOVE SR-RATE        TO PS-RATE
                   MOVE SR-REGULAR-PAY TO PS-REGULAR-PAY
                   WRITE PAYSTUB-LINE FROM WS-STUB-REGULAR-LINE
           END-EVALUATE

      *> Overtime prints by tier - the 1.5x hours and pay, then the
      *> double-time share on its own line when there is any.
           IF SR-OT-HOURS > SR-DT-HOURS
               COMPUTE PS-OT-HOURS = SR-OT-HOURS - SR-DT-HOURS
               MOVE SR-OT-BASE  TO PS-OT-BASE
               MOVE SR-OT-MULT  TO PS-OT-MULT
               COMPUTE PS-OT-PAY = SR-OT-PAY - SR-DT-PAY
               WRITE PAYSTUB-LINE FROM WS-STUB-OVERTIME-LINE
           END-IF
           IF SR-DT-HOURS > 0
               MOVE SR-DT-HOURS   TO PS-DT-HOURS
               MOVE WS-OT-DT-MULT TO PS-DT-MULT
               MOVE SR-DT-PAY     TO PS-DT-PAY
               WRITE PAYSTUB-LINE FROM WS-STUB-DOUBLE-TIME-LINE
           END-IF

           MOVE SR-TOTAL-PAY  TO PS-GROSS-PAY
           MOVE SR-TAXES      TO PS-TAXES
           MOVE SR-DEDUCTIONS TO PS-DEDUCTIONS
           MOVE SR-NET-PAY    TO PS-NET-PAY
           WRITE PAYSTUB-LINE FROM WS-STUB-GROSS-LINE
           WRITE PAYSTUB-LINE FROM WS-STUB-NET-LINE
           WRITE PAYSTUB-LINE FROM WS-STUB-RULE-LINE
           .

       7835-REPRINT-CSV.
           MOVE PD-RUN-TYPE TO WS-CSV-RUNTYPE-DSP
           PERFORM 4260-WRITE-CSV-DETAIL
           .

       7840-REPRINT-REPORT-LINE.
           PERFORM 4210-PAGE-BREAK-REP-IF-NEEDED
           MOVE SR-EMP-ID    TO DL-EMP-ID
           MOVE SR-LASTNAME  TO DL-LASTNAME
           MOVE SR-FIRSTNAME TO DL-FIRSTNAME
           MOVE SR-DEPT      TO DL-DEPT
           MOVE SR-HOURS     TO DL-HOURS
           MOVE SR-RATE      TO DL-RATE
           MOVE SR-TOTAL-PAY TO DL-TOTAL-PAY
           MOVE SR-NET-PAY   TO DL-NET-PAY
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT-REP
           .

      *> CARRIER INVOICE RECONCILIATION RUN - the carrier's invoice
      *> against what the card's pay periods actually withheld for
      *> the codes it bills, employee by employee. Every invoice row
      *> lands in exactly one group: terminated (or not on the
      *> master at all) but still billed comes first whatever the
      *> amounts say, then billed with nothing withheld, then billed
      *> and withheld but not the same money. Withholding for a code
      *> the carrier bills, with no invoice row behind it, is the
      *> fourth group. Anything listed holds the invoice payment.
       7900-CARRIER-RECON-RUN.
           DISPLAY "CARRIER INVOICE RECONCILIATION RUN - CARRIER "
                   WS-CR-CARRIER-ID
           MOVE WS-CR-YEAR TO WS-CR-YY
           IF WS-CR-PAY-GROUP NOT = SPACES
               PERFORM 7905-SET-GROUP-SPAN
           END-IF
           OPEN INPUT CARRIER-INVOICE-FILE

           IF CARRINV-FILE-NOT-FOUND
               DISPLAY "CARRINV.DAT NOT FOUND - NOTHING TO RECONCILE"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 7910-LOAD-CARRIER-INVOICE
               CLOSE CARRIER-INVOICE-FILE

               IF WS-CIV-HIGH > 1
                   PERFORM 7915-SORT-INVOICE-TABLE
                   PERFORM 7918-FOLD-INVOICE-TABLE
               END-IF

               PERFORM 0320-OPEN-PAY-ARCHIVE
               PERFORM 7930-SUM-ARCHIVE-DEDUCTIONS
               PERFORM 0920-CLOSE-PAY-ARCHIVE

               IF WS-CUB-HIGH > 1
                   PERFORM 7935-SORT-UNBILLED-TABLE
                   PERFORM 7938-FOLD-UNBILLED-TABLE
               END-IF

               PERFORM 0400-OPEN-EMPLOYEE-MASTER
               PERFORM VARYING CIV-IDX FROM 1 BY 1
                       UNTIL CIV-IDX > WS-CIV-HIGH
                   PERFORM 7940-CLASSIFY-INVOICE-ROW
               END-PERFORM
               PERFORM 0950-CLOSE-EMPLOYEE-MASTER

               OPEN OUTPUT CARRIER-RECON-FILE
               MOVE WS-CR-CARRIER-ID   TO CRR-CARRIER-ID
               MOVE WS-CR-INVOICE-NO   TO CRR-INVOICE-NO
               MOVE WS-CR-INVOICE-DATE TO CRR-INVOICE-DATE
               MOVE WS-CR-FROM-PERIOD  TO CRR-FROM-PERIOD
               MOVE WS-CR-THRU-PERIOD  TO CRR-THRU-PERIOD
               MOVE WS-CR-YEAR         TO CRR-YEAR
               MOVE WS-CR-TOLERANCE    TO CRR-TOLERANCE
               MOVE WS-CURRENT-DATE    TO CRR-RUN-DATE
               MOVE WS-CR-PAY-GROUP    TO CRR-PAY-GROUP
               WRITE CARRIER-RECON-LINE FROM WS-CRR-HEADER-1
               WRITE CARRIER-RECON-LINE FROM WS-CRR-HEADER-2

               MOVE 'BILLED BUT NOT DEDUCTED' TO CRR-SECTION-TITLE
               MOVE 'B' TO WS-CR-WANT-GROUP
               PERFORM 7950-WRITE-INVOICE-GROUP

               PERFORM 7960-WRITE-UNBILLED-GROUP

               MOVE 'BILLED AND DEDUCTED - AMOUNTS DO NOT AGREE'
                    TO CRR-SECTION-TITLE
               MOVE 'X' TO WS-CR-WANT-GROUP
               PERFORM 7950-WRITE-INVOICE-GROUP

               MOVE 'TERMINATED OR NOT ON MASTER BUT STILL BILLED'
                    TO CRR-SECTION-TITLE
               MOVE 'T' TO WS-CR-WANT-GROUP
               PERFORM 7950-WRITE-INVOICE-GROUP

               PERFORM 7970-WRITE-CARRIER-SUMMARY
               CLOSE CARRIER-RECON-FILE

               IF WS-CR-EXCEPTION-COUNT > ZERO
                  OR CR-FILE-BAD
                  OR NOT EMPMAST-AVAILABLE
                   DISPLAY "CARRIER INVOICE EXCEPTIONS - HOLD INVOICE "
                           "PAYMENT - SEE CARRREC.RPT"
                   MOVE 8 TO RETURN-CODE
               END-IF

               DISPLAY "CARRIER RECONCILIATION COMPLETE - "
                       WS-CR-MATCHED-COUNT " MATCHED, "
                       WS-CR-EXCEPTION-COUNT " EXCEPTIONS"
           END-IF
           .

      *> The span runs from the first day of the card's from-period
      *> to the last day of its thru-period on the named group's
      *> calendar. Periods the calendar does not have would make the
      *> span up - a bad card, so fatal.
       7905-SET-GROUP-SPAN.
           MOVE WS-CR-PAY-GROUP   TO WS-PCL-KEY-GROUP
           MOVE WS-CR-YEAR        TO WS-PCL-KEY-YEAR
           MOVE WS-CR-FROM-PERIOD TO WS-PCL-KEY-PERIOD
           PERFORM 0192-FIND-CALENDAR-PERIOD
           IF NOT PCL-PERIOD-FOUND
               DISPLAY "PERIOD " WS-CR-FROM-PERIOD " OF " WS-CR-YEAR
                       " NOT ON PAYCAL.DAT FOR PAY GROUP "
                       WS-CR-PAY-GROUP
               PERFORM 3000-ABORT-RUN
           END-IF
           MOVE WS-PCL-FOUND-START TO WS-CR-SPAN-START

           MOVE WS-CR-THRU-PERIOD TO WS-PCL-KEY-PERIOD
           PERFORM 0192-FIND-CALENDAR-PERIOD
           IF NOT PCL-PERIOD-FOUND
               DISPLAY "PERIOD " WS-CR-THRU-PERIOD " OF " WS-CR-YEAR
                       " NOT ON PAYCAL.DAT FOR PAY GROUP "
                       WS-CR-PAY-GROUP
               PERFORM 3000-ABORT-RUN
           END-IF
           MOVE WS-PCL-FOUND-END TO WS-CR-SPAN-END
           DISPLAY "PAY GROUP " WS-CR-PAY-GROUP " PERIODS "
                   WS-CR-FROM-PERIOD " THRU " WS-CR-THRU-PERIOD
                   " COVER " WS-CR-SPAN-START " - " WS-CR-SPAN-END
           .

       7910-LOAD-CARRIER-INVOICE.
           PERFORM UNTIL CARRINV-FILE-EOF
               READ CARRIER-INVOICE-FILE
                   AT END
                       SET CARRINV-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CR-READ-COUNT
                       PERFORM 7911-TAKE-INVOICE-RECORD
               END-READ

               IF NOT (CARRINV-FILE-OK OR CARRINV-FILE-EOF)
                  DISPLAY "READ ERROR ON CARRINV.DAT: "
                          WS-CARRINV-FILE-STATUS
                  PERFORM 3000-ABORT-RUN
               END-IF
           END-PERFORM

           IF NOT CR-HEADER-SEEN OR NOT CR-TRAILER-SEEN
               DISPLAY "CARRINV.DAT HEADER OR TRAILER MISSING - "
                       "FILE INCOMPLETE"
               SET CR-FILE-BAD TO TRUE
           END-IF
           .

      *> Somebody else's invoice reconciled against this carrier's
      *> codes would dispute every row on it - a header naming a
      *> different carrier than the card is fatal. A short file
      *> (trailer count or total off) still reconciles what came,
      *> but the run is flagged and held.
       7911-TAKE-INVOICE-RECORD.
           EVALUATE TRUE
               WHEN CI-IS-HEADER
                   SET CR-HEADER-SEEN TO TRUE
                   MOVE CIH-INVOICE-NO   TO WS-CR-INVOICE-NO
                   MOVE CIH-INVOICE-DATE TO WS-CR-INVOICE-DATE
                   IF CIH-CARRIER-ID NOT = WS-CR-CARRIER-ID
                       DISPLAY "CARRINV.DAT IS FOR CARRIER "
                               CIH-CARRIER-ID " - 'C' CARD SAYS "
                               WS-CR-CARRIER-ID
                       PERFORM 3000-ABORT-RUN
                   END-IF

               WHEN CI-IS-DETAIL
                   ADD 1 TO WS-CR-DETAIL-COUNT
                   IF CI-EMP-ID = SPACES
                      OR CI-DED-CODE = SPACES
                      OR CI-BILLED-X IS NOT NUMERIC
                       ADD 1 TO WS-CR-REJECT-COUNT
                       SET CR-FILE-BAD TO TRUE
                       DISPLAY "REJECTED INVOICE ROW: "
                               CARRIER-INVOICE-RECORD
                   ELSE
                       ADD CI-BILLED-X-NUM TO WS-CR-FILE-BILLED
                       PERFORM 7912-ADD-INVOICE-ENTRY
                       PERFORM 7913-ADD-CARRIER-CODE
                   END-IF

               WHEN CI-IS-TRAILER
                   SET CR-TRAILER-SEEN TO TRUE
                   COMPUTE WS-CR-CENTS = WS-CR-FILE-BILLED * 100
                   IF CIT-COUNT-X IS NOT NUMERIC
                      OR CIT-AMOUNT-X IS NOT NUMERIC
                      OR CIT-COUNT-X-NUM NOT = WS-CR-DETAIL-COUNT
                      OR CIT-AMOUNT-X-NUM NOT = WS-CR-CENTS
                       DISPLAY "CARRINV.DAT TRAILER DOES NOT MATCH "
                               "ITS DETAIL - COUNT " WS-CR-DETAIL-COUNT
                               " CENTS " WS-CR-CENTS
                       SET CR-FILE-BAD TO TRUE
                   END-IF

               WHEN OTHER
                   ADD 1 TO WS-CR-REJECT-COUNT
                   SET CR-FILE-BAD TO TRUE
                   DISPLAY "UNKNOWN INVOICE RECORD TYPE: "
                           CARRIER-INVOICE-RECORD
           END-EVALUATE
           .

       7912-ADD-INVOICE-ENTRY.
           IF WS-CIV-HIGH < WS-CIV-MAX
               ADD 1 TO WS-CIV-HIGH
               MOVE CI-EMP-ID       TO WS-CIV-EMP-ID(WS-CIV-HIGH)
               MOVE CI-DED-CODE     TO WS-CIV-CODE(WS-CIV-HIGH)
               MOVE CI-LASTNAME     TO WS-CIV-LASTNAME(WS-CIV-HIGH)
               MOVE CI-FIRSTNAME    TO WS-CIV-FIRSTNAME(WS-CIV-HIGH)
               MOVE CI-BILLED-X-NUM TO WS-CIV-BILLED(WS-CIV-HIGH)
               MOVE ZERO            TO WS-CIV-DEDUCTED(WS-CIV-HIGH)
               MOVE SPACE           TO WS-CIV-GROUP(WS-CIV-HIGH)
               MOVE SPACE           TO WS-CIV-EM-STATUS(WS-CIV-HIGH)
           ELSE
               ADD 1 TO WS-CR-DROPPED-COUNT
               SET CR-FILE-BAD TO TRUE
               DISPLAY "WARNING: INVOICE TABLE FULL - EMP ID "
                       CI-EMP-ID " CODE " CI-DED-CODE " NOT CHECKED"
           END-IF
           .

       7913-ADD-CARRIER-CODE.
           MOVE 'N' TO WS-CCD-FOUND-SW
           PERFORM VARYING CCD-IDX FROM 1 BY 1
                   UNTIL CCD-IDX > WS-CCD-HIGH
               IF WS-CCD-CODE(CCD-IDX) = CI-DED-CODE
                   SET CCD-CODE-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT CCD-CODE-FOUND
               IF WS-CCD-HIGH < WS-CCD-MAX
                   ADD 1 TO WS-CCD-HIGH
                   MOVE CI-DED-CODE TO WS-CCD-CODE(WS-CCD-HIGH)
               ELSE
                   SET CR-FILE-BAD TO TRUE
                   DISPLAY "WARNING: MORE THAN " WS-CCD-MAX
                           " CODES ON INVOICE - CODE " CI-DED-CODE
                           " NOT LOOKED FOR IN PAYDETL.DAT"
               END-IF
           END-IF
           .

      *> Shell sort on EMP-ID and code - same in-memory plumbing as
      *> 0132-SORT-TIMECARD-TABLE.
       7915-SORT-INVOICE-TABLE.
           MOVE 1 TO WS-SORT-GAP
           PERFORM UNTIL WS-SORT-GAP * 3 + 1 > WS-CIV-HIGH
               COMPUTE WS-SORT-GAP = WS-SORT-GAP * 3 + 1
           END-PERFORM

           PERFORM UNTIL WS-SORT-GAP < 1
               PERFORM 7916-INVOICE-GAP-PASS
               IF WS-SORT-GAP = 1
                   MOVE ZERO TO WS-SORT-GAP
               ELSE
                   COMPUTE WS-SORT-GAP = WS-SORT-GAP / 3
                   IF WS-SORT-GAP < 1
                       MOVE 1 TO WS-SORT-GAP
                   END-IF
               END-IF
           END-PERFORM
           .

       7916-INVOICE-GAP-PASS.
           COMPUTE WS-SORT-I = WS-SORT-GAP + 1
           PERFORM UNTIL WS-SORT-I > WS-CIV-HIGH
               PERFORM 7917-INVOICE-GAP-INSERT
               ADD 1 TO WS-SORT-I
           END-PERFORM
           .

       7917-INVOICE-GAP-INSERT.
           MOVE WS-CIV-ENTRIES(WS-SORT-I) TO WS-CIV-SAVE-ENTRY
           MOVE WS-SORT-I TO WS-SORT-J
           MOVE 'N' TO WS-SHIFT-DONE-SW

           PERFORM UNTIL SHIFT-DONE
               IF WS-SORT-J NOT > WS-SORT-GAP
                   SET SHIFT-DONE TO TRUE
               ELSE
                   COMPUTE WS-SORT-K = WS-SORT-J - WS-SORT-GAP
                   IF WS-CIV-KEY(WS-SORT-K) > WS-CIV-SAVE-KEY
                       MOVE WS-CIV-ENTRIES(WS-SORT-K)
                            TO WS-CIV-ENTRIES(WS-SORT-J)
                       MOVE WS-SORT-K TO WS-SORT-J
                   ELSE
                       SET SHIFT-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-CIV-SAVE-ENTRY TO WS-CIV-ENTRIES(WS-SORT-J)
           .

      *> A carrier bills employee and dependent coverage as separate
      *> rows under the same code - fold them into one row per
      *> employee and code, and put the freed slots back to
      *> HIGH-VALUES so the binary search still works.
       7918-FOLD-INVOICE-TABLE.
           MOVE 1 TO WS-CR-KEEP
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-CIV-HIGH
               IF WS-CIV-KEY(WS-SORT-I) = WS-CIV-KEY(WS-CR-KEEP)
                   ADD WS-CIV-BILLED(WS-SORT-I)
                       TO WS-CIV-BILLED(WS-CR-KEEP)
               ELSE
                   ADD 1 TO WS-CR-KEEP
                   IF WS-CR-KEEP NOT = WS-SORT-I
                       MOVE WS-CIV-ENTRIES(WS-SORT-I)
                            TO WS-CIV-ENTRIES(WS-CR-KEEP)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SORT-I FROM WS-CR-KEEP BY 1
                   UNTIL WS-SORT-I >= WS-CIV-HIGH
               MOVE HIGH-VALUES TO WS-CIV-ENTRIES(WS-SORT-I + 1)
           END-PERFORM
           MOVE WS-CR-KEEP TO WS-CIV-HIGH
           .

      *> Period numbers restart every year, so a check only counts
      *> when it is in the card's periods and also posted in the
      *> card's year - same test as the quarterly close.
      *> Without a group on the card the card's periods are read
      *> the old way. With one, a group's check is placed by the day
      *> its period ended, since each group numbers its own periods;
      *> a check from before pay groups still goes by period number.
       7929-CHECK-IN-RANGE.
           MOVE 'N' TO WS-CR-TAKE-SW
           MOVE PD-RUN-DATE TO WS-CR-RUN-DATE
           IF WS-CR-PAY-GROUP = SPACES
              OR PD-PAY-GROUP = SPACES
               IF PD-PERIOD >= WS-CR-FROM-PERIOD
                  AND PD-PERIOD <= WS-CR-THRU-PERIOD
                  AND WS-CR-RUN-YY = WS-CR-YY
                   SET CR-TAKE-CHECK TO TRUE
               END-IF
           ELSE
               MOVE PD-PERIOD-END TO WS-CR-END-DATE
               IF WS-CR-END-DATE = ZERO
                   MOVE PD-PAY-GROUP TO WS-PCL-KEY-GROUP
                   COMPUTE WS-PCL-KEY-YEAR = 2000 + WS-CR-RUN-YY
                   MOVE PD-PERIOD    TO WS-PCL-KEY-PERIOD
                   PERFORM 0192-FIND-CALENDAR-PERIOD
                   MOVE WS-PCL-FOUND-END TO WS-CR-END-DATE
               END-IF
               IF WS-CR-END-DATE = ZERO
                   MOVE WS-CR-RUN-DATE TO WS-CR-END-DATE
               END-IF
               IF WS-CR-END-DATE >= WS-CR-SPAN-START
                  AND WS-CR-END-DATE <= WS-CR-SPAN-END
                   SET CR-TAKE-CHECK TO TRUE
               END-IF
           END-IF
           .

       7930-SUM-ARCHIVE-DEDUCTIONS.
           MOVE LOW-VALUES TO PD-KEY
           START PAY-DETAIL-ARCHIVE KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   DISPLAY "NO ARCHIVE RECORDS ON FILE"
           END-START
           IF PAYDETL-FILE-OK
               PERFORM UNTIL PAYDETL-FILE-NOT-FOUND
                   READ PAY-DETAIL-ARCHIVE NEXT RECORD
                       AT END
                           SET PAYDETL-FILE-NOT-FOUND TO TRUE
                       NOT AT END
                           PERFORM 7929-CHECK-IN-RANGE
                           IF CR-TAKE-CHECK
                               ADD 1 TO WS-CR-CHECKS-READ
                               PERFORM VARYING WS-CR-SUB FROM 1 BY 1
                                       UNTIL WS-CR-SUB > PD-DED-COUNT
                                   PERFORM 7931-TAKE-ARCHIVE-DEDUCTION
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       7931-TAKE-ARCHIVE-DEDUCTION.
           MOVE 'N' TO WS-CCD-FOUND-SW
           PERFORM VARYING CCD-IDX FROM 1 BY 1
                   UNTIL CCD-IDX > WS-CCD-HIGH
               IF WS-CCD-CODE(CCD-IDX) = PD-DED-CODE(WS-CR-SUB)
                   SET CCD-CODE-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF CCD-CODE-FOUND
              AND PD-DED-AMOUNT(WS-CR-SUB) NOT = ZERO
               SEARCH ALL WS-CIV-ENTRIES
                   AT END
                       PERFORM 7932-ADD-UNBILLED-ENTRY
                   WHEN WS-CIV-EMP-ID(CIV-IDX) = PD-EMP-ID
                    AND WS-CIV-CODE(CIV-IDX) = PD-DED-CODE(WS-CR-SUB)
                       ADD PD-DED-AMOUNT(WS-CR-SUB)
                           TO WS-CIV-DEDUCTED(CIV-IDX)
               END-SEARCH
           END-IF
           .

       7932-ADD-UNBILLED-ENTRY.
           IF WS-CUB-HIGH < WS-CUB-MAX
               ADD 1 TO WS-CUB-HIGH
               MOVE PD-EMP-ID    TO WS-CUB-EMP-ID(WS-CUB-HIGH)
               MOVE PD-DED-CODE(WS-CR-SUB)
                    TO WS-CUB-CODE(WS-CUB-HIGH)
               MOVE PD-LASTNAME  TO WS-CUB-LASTNAME(WS-CUB-HIGH)
               MOVE PD-FIRSTNAME TO WS-CUB-FIRSTNAME(WS-CUB-HIGH)
               MOVE PD-DED-AMOUNT(WS-CR-SUB)
                    TO WS-CUB-AMOUNT(WS-CUB-HIGH)
           ELSE
               ADD 1 TO WS-CR-DROPPED-COUNT
               SET CR-FILE-BAD TO TRUE
               DISPLAY "WARNING: UNBILLED TABLE FULL - EMP ID "
                       PD-EMP-ID " PERIOD " PD-PERIOD " NOT LISTED"
           END-IF
           .

       7935-SORT-UNBILLED-TABLE.
           MOVE 1 TO WS-SORT-GAP
           PERFORM UNTIL WS-SORT-GAP * 3 + 1 > WS-CUB-HIGH
               COMPUTE WS-SORT-GAP = WS-SORT-GAP * 3 + 1
           END-PERFORM

           PERFORM UNTIL WS-SORT-GAP < 1
               PERFORM 7936-UNBILLED-GAP-PASS
               IF WS-SORT-GAP = 1
                   MOVE ZERO TO WS-SORT-GAP
               ELSE
                   COMPUTE WS-SORT-GAP = WS-SORT-GAP / 3
                   IF WS-SORT-GAP < 1
                       MOVE 1 TO WS-SORT-GAP
                   END-IF
               END-IF
           END-PERFORM
           .

       7936-UNBILLED-GAP-PASS.
           COMPUTE WS-SORT-I = WS-SORT-GAP + 1
           PERFORM UNTIL WS-SORT-I > WS-CUB-HIGH
               PERFORM 7937-UNBILLED-GAP-INSERT
               ADD 1 TO WS-SORT-I
           END-PERFORM
           .

       7937-UNBILLED-GAP-INSERT.
           MOVE WS-CUB-ENTRIES(WS-SORT-I) TO WS-CUB-SAVE-ENTRY
           MOVE WS-SORT-I TO WS-SORT-J
           MOVE 'N' TO WS-SHIFT-DONE-SW

           PERFORM UNTIL SHIFT-DONE
               IF WS-SORT-J NOT > WS-SORT-GAP
                   SET SHIFT-DONE TO TRUE
               ELSE
                   COMPUTE WS-SORT-K = WS-SORT-J - WS-SORT-GAP
                   IF WS-CUB-KEY(WS-SORT-K) > WS-CUB-SAVE-KEY
                       MOVE WS-CUB-ENTRIES(WS-SORT-K)
                            TO WS-CUB-ENTRIES(WS-SORT-J)
                       MOVE WS-SORT-K TO WS-SORT-J
                   ELSE
                       SET SHIFT-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-CUB-SAVE-ENTRY TO WS-CUB-ENTRIES(WS-SORT-J)
           .

      *> One row per employee and code, whatever number of checks
      *> in the periods withheld it.
       7938-FOLD-UNBILLED-TABLE.
           MOVE 1 TO WS-CR-KEEP
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-CUB-HIGH
               IF WS-CUB-KEY(WS-SORT-I) = WS-CUB-KEY(WS-CR-KEEP)
                   ADD WS-CUB-AMOUNT(WS-SORT-I)
                       TO WS-CUB-AMOUNT(WS-CR-KEEP)
               ELSE
                   ADD 1 TO WS-CR-KEEP
                   IF WS-CR-KEEP NOT = WS-SORT-I
                       MOVE WS-CUB-ENTRIES(WS-SORT-I)
                            TO WS-CUB-ENTRIES(WS-CR-KEEP)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CR-KEEP TO WS-CUB-HIGH
           .

      *> The master's name wins over the carrier's spelling of it.
      *> A row billed at zero and withheld at zero agrees.
       7940-CLASSIFY-INVOICE-ROW.
           IF EMPMAST-AVAILABLE
               MOVE WS-CIV-EMP-ID(CIV-IDX) TO EM-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE '?' TO WS-CIV-EM-STATUS(CIV-IDX)
                   NOT INVALID KEY
                       MOVE EM-STATUS TO WS-CIV-EM-STATUS(CIV-IDX)
                       MOVE EM-LASTNAME
                            TO WS-CIV-LASTNAME(CIV-IDX)
                       MOVE EM-FIRSTNAME
                            TO WS-CIV-FIRSTNAME(CIV-IDX)
               END-READ
           END-IF

           ADD WS-CIV-BILLED(CIV-IDX)   TO WS-CR-TOTAL-BILLED
           ADD WS-CIV-DEDUCTED(CIV-IDX) TO WS-CR-TOTAL-DEDUCTED
           COMPUTE WS-CR-DIFF = WS-CIV-BILLED(CIV-IDX)
                              - WS-CIV-DEDUCTED(CIV-IDX)

           EVALUATE TRUE
               WHEN WS-CIV-EM-STATUS(CIV-IDX) NOT = SPACE
                AND WS-CIV-EM-STATUS(CIV-IDX) NOT = 'A'
                   MOVE 'T' TO WS-CIV-GROUP(CIV-IDX)
               WHEN WS-CIV-DEDUCTED(CIV-IDX) = ZERO
                AND WS-CIV-BILLED(CIV-IDX) NOT = ZERO
                   MOVE 'B' TO WS-CIV-GROUP(CIV-IDX)
               WHEN WS-CR-DIFF > WS-CR-TOLERANCE
                 OR WS-CR-DIFF < ZERO - WS-CR-TOLERANCE
                   MOVE 'X' TO WS-CIV-GROUP(CIV-IDX)
               WHEN OTHER
                   MOVE 'M' TO WS-CIV-GROUP(CIV-IDX)
           END-EVALUATE

           IF WS-CIV-GROUP(CIV-IDX) = 'M'
               ADD 1 TO WS-CR-MATCHED-COUNT
           ELSE
               ADD 1 TO WS-CR-EXCEPTION-COUNT
           END-IF
           .

       7950-WRITE-INVOICE-GROUP.
           WRITE CARRIER-RECON-LINE FROM SPACES
           WRITE CARRIER-RECON-LINE FROM WS-CRR-SECTION-LINE
           WRITE CARRIER-RECON-LINE FROM WS-CRR-COLUMN-LINE
           MOVE ZERO TO WS-CR-GROUP-COUNT
           MOVE ZERO TO WS-CR-GROUP-BILLED
           MOVE ZERO TO WS-CR-GROUP-DEDUCTED

           PERFORM VARYING CIV-IDX FROM 1 BY 1
                   UNTIL CIV-IDX > WS-CIV-HIGH
               IF WS-CIV-GROUP(CIV-IDX) = WS-CR-WANT-GROUP
                   PERFORM 7955-WRITE-INVOICE-LINE
               END-IF
           END-PERFORM

           PERFORM 7958-WRITE-GROUP-TOTAL
           .

       7955-WRITE-INVOICE-LINE.
           ADD 1 TO WS-CR-GROUP-COUNT
           ADD WS-CIV-BILLED(CIV-IDX)   TO WS-CR-GROUP-BILLED
           ADD WS-CIV-DEDUCTED(CIV-IDX) TO WS-CR-GROUP-DEDUCTED

           MOVE WS-CIV-EMP-ID(CIV-IDX)    TO CRR-EMP-ID
           MOVE WS-CIV-LASTNAME(CIV-IDX)  TO CRR-LASTNAME
           MOVE WS-CIV-FIRSTNAME(CIV-IDX) TO CRR-FIRSTNAME
           MOVE WS-CIV-CODE(CIV-IDX)      TO CRR-CODE
           MOVE WS-CIV-BILLED(CIV-IDX)    TO CRR-BILLED
           MOVE WS-CIV-DEDUCTED(CIV-IDX)  TO CRR-DEDUCTED
           COMPUTE CRR-DIFF = WS-CIV-BILLED(CIV-IDX)
                            - WS-CIV-DEDUCTED(CIV-IDX)
           EVALUATE WS-CIV-EM-STATUS(CIV-IDX)
               WHEN '?'
                   MOVE 'NOT ON FILE' TO CRR-STATUS
               WHEN 'A'
                   MOVE 'ACTIVE'      TO CRR-STATUS
               WHEN 'T'
                   MOVE 'TERMINATED'  TO CRR-STATUS
               WHEN SPACE
                   MOVE 'NOT CHECKED' TO CRR-STATUS
               WHEN OTHER
                   MOVE SPACES TO CRR-STATUS
                   STRING 'STATUS ' WS-CIV-EM-STATUS(CIV-IDX)
                          DELIMITED BY SIZE INTO CRR-STATUS
                   END-STRING
           END-EVALUATE
           WRITE CARRIER-RECON-LINE FROM WS-CRR-DETAIL
           .

       7958-WRITE-GROUP-TOTAL.
           IF WS-CR-GROUP-COUNT = ZERO
               WRITE CARRIER-RECON-LINE FROM WS-CRR-NONE-LINE
           END-IF
           MOVE WS-CR-GROUP-COUNT    TO CRR-GRP-COUNT
           MOVE WS-CR-GROUP-BILLED   TO CRR-GRP-BILLED
           MOVE WS-CR-GROUP-DEDUCTED TO CRR-GRP-DEDUCTED
           WRITE CARRIER-RECON-LINE FROM WS-CRR-GROUP-TOTAL
           .

      *> Withheld for a code this carrier bills, with no invoice row
      *> behind it - either the carrier dropped the coverage or we
      *> are taking money for nothing.
       7960-WRITE-UNBILLED-GROUP.
           MOVE 'DEDUCTED BUT NOT BILLED' TO CRR-SECTION-TITLE
           WRITE CARRIER-RECON-LINE FROM SPACES
           WRITE CARRIER-RECON-LINE FROM WS-CRR-SECTION-LINE
           WRITE CARRIER-RECON-LINE FROM WS-CRR-COLUMN-LINE
           MOVE ZERO TO WS-CR-GROUP-COUNT
           MOVE ZERO TO WS-CR-GROUP-BILLED
           MOVE ZERO TO WS-CR-GROUP-DEDUCTED

           PERFORM VARYING CUB-IDX FROM 1 BY 1
                   UNTIL CUB-IDX > WS-CUB-HIGH
               ADD 1 TO WS-CR-GROUP-COUNT
               ADD 1 TO WS-CR-EXCEPTION-COUNT
               ADD WS-CUB-AMOUNT(CUB-IDX) TO WS-CR-GROUP-DEDUCTED
               ADD WS-CUB-AMOUNT(CUB-IDX) TO WS-CR-UNBILLED-TOTAL
               MOVE WS-CUB-EMP-ID(CUB-IDX)    TO CRR-EMP-ID
               MOVE WS-CUB-LASTNAME(CUB-IDX)  TO CRR-LASTNAME
               MOVE WS-CUB-FIRSTNAME(CUB-IDX) TO CRR-FIRSTNAME
               MOVE WS-CUB-CODE(CUB-IDX)      TO CRR-CODE
               MOVE ZERO                      TO CRR-BILLED
               MOVE WS-CUB-AMOUNT(CUB-IDX)    TO CRR-DEDUCTED
               COMPUTE CRR-DIFF = ZERO - WS-CUB-AMOUNT(CUB-IDX)
               MOVE SPACES                    TO CRR-STATUS
               WRITE CARRIER-RECON-LINE FROM WS-CRR-DETAIL
           END-PERFORM

           PERFORM 7958-WRITE-GROUP-TOTAL
           .

       7970-WRITE-CARRIER-SUMMARY.
           WRITE CARRIER-RECON-LINE FROM SPACES
           MOVE 'INVOICE RECORDS READ'       TO BAL-LABEL
           MOVE WS-CR-READ-COUNT             TO BAL-COUNT
           WRITE CARRIER-RECON-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'INVOICE DETAIL ROWS'        TO BAL-LABEL
           MOVE WS-CR-DETAIL-COUNT           TO BAL-COUNT
           WRITE CARRIER-RECON-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'INVOICE ROWS REJECTED'      TO BAL-LABEL
           MOVE WS-CR-REJECT-COUNT           TO BAL-COUNT
           WRITE CARRIER-RECON-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'ROWS NOT CHECKED - TABLE FULL' TO BAL-LABEL
           MOVE WS-CR-DROPPED-COUNT          TO BAL-COUNT
           WRITE CARRIER-RECON-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'ARCHIVED CHECKS IN PERIODS' TO BAL-LABEL
           MOVE WS-CR-CHECKS-READ            TO BAL-COUNT
           WRITE CARRIER-RECON-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'EMPLOYEE/CODE ROWS MATCHED' TO BAL-LABEL
           MOVE WS-CR-MATCHED-COUNT          TO BAL-COUNT
           WRITE CARRIER-RECON-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'EXCEPTION ROWS'             TO BAL-LABEL
           MOVE WS-CR-EXCEPTION-COUNT        TO BAL-COUNT
           WRITE CARRIER-RECON-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'TOTAL BILLED'               TO BAL-AMT-LABEL
           MOVE WS-CR-TOTAL-BILLED           TO BAL-AMOUNT
           WRITE CARRIER-RECON-LINE FROM WS-BAL-AMOUNT-LINE
           MOVE 'DEDUCTED AGAINST BILLED ROWS' TO BAL-AMT-LABEL
           MOVE WS-CR-TOTAL-DEDUCTED         TO BAL-AMOUNT
           WRITE CARRIER-RECON-LINE FROM WS-BAL-AMOUNT-LINE
           MOVE 'DEDUCTED BUT NOT BILLED'    TO BAL-AMT-LABEL
           MOVE WS-CR-UNBILLED-TOTAL         TO BAL-AMOUNT
           WRITE CARRIER-RECON-LINE FROM WS-BAL-AMOUNT-LINE
           WRITE CARRIER-RECON-LINE FROM SPACES

           IF CR-FILE-BAD
               WRITE CARRIER-RECON-LINE FROM WS-CRR-FILE-BAD-LINE
           END-IF
           IF NOT EMPMAST-AVAILABLE
               WRITE CARRIER-RECON-LINE FROM WS-CRR-NO-MASTER-LINE
           END-IF
           IF WS-CR-EXCEPTION-COUNT > ZERO
              OR CR-FILE-BAD
              OR NOT EMPMAST-AVAILABLE
               WRITE CARRIER-RECON-LINE FROM WS-CRR-HOLD-LINE
           ELSE
               WRITE CARRIER-RECON-LINE FROM WS-CRR-CLEAR-LINE
           END-IF
           .

      *> YEAR-END CLOSE - browse the YTD master the way 5500 does, but

           DISPLAY "YEAR-END CLOSE COMPLETE - " WS-YE-EMP-COUNT
                   " EMPLOYEES ARCHIVED AND RESET"
           IF WS-YE-OPEN-QTD-COUNT > ZERO
               DISPLAY "WARNING: " WS-YE-OPEN-QTD-COUNT
                       " EMPLOYEE(S) STILL CARRY QUARTER-TO-DATE "
                       "WAGES - RUN THE 'Q' CLOSE BEFORE THE NEXT "
                       "PAYROLL"
           END-IF
           .

      *> Same prime-an-empty-dataset step as the YTD master - the
       8100-CLOSE-ONE-EMPLOYEE.
           MOVE YM-EMP-ID         TO YH-EMP-ID
           MOVE WS-YE-YEAR        TO YH-YEAR
           PERFORM 8105-MOVE-YTD-TO-HISTORY
           MOVE 'N'               TO YH-FILED-SW
           MOVE ZERO              TO YH-FILED-DATE
           MOVE ZERO              TO YH-FILED-GROSS
           MOVE ZERO              TO YH-FILED-FED-TAX
           MOVE ZERO              TO YH-FILED-SS-TAX
           MOVE ZERO              TO YH-FILED-MED-TAX
           MOVE ZERO              TO YH-FILED-PRETAX

           WRITE YTD-HISTORY-RECORD
               INVALID KEY
                   IF YTDHIST-FILE-DUPLICATE
      *> Already archived by an earlier attempt at this close -
      *> re-archive what the master still says and keep going. The
      *> row is read back first so a statement already filed off
      *> it keeps its as-filed figures for a correction later.
                       READ YTD-HISTORY-FILE
                       PERFORM 8105-MOVE-YTD-TO-HISTORY
                       REWRITE YTD-HISTORY-RECORD
                   ELSE
                       DISPLAY "YTDHIST.DAT WRITE FAILED, STATUS "

           ADD 1            TO WS-YE-EMP-COUNT
           ADD YM-YTD-GROSS TO WS-YE-TOTAL-GROSS
      *> The quarter buckets are left for the fourth-quarter close -
      *> the year closing doesn't close the quarter - but an open one
      *> is called out so it gets closed before January pays into it.
           IF YM-QTD-GROSS NOT = ZERO
              OR YM-QTD-TAXES NOT = ZERO
               ADD 1 TO WS-YE-OPEN-QTD-COUNT
           END-IF

           MOVE ZERO TO YM-YTD-GROSS
           MOVE ZERO TO YM-YTD-OT-PAY
           MOVE ZERO TO YM-YTD-PERIODS
           MOVE ZERO TO YM-YTD-TAXES
           MOVE ZERO TO YM-YTD-DEDUCTIONS
           MOVE ZERO TO YM-YTD-FED-TAX
           MOVE ZERO TO YM-YTD-SS-TAX
           MOVE ZERO TO YM-YTD-MED-TAX
           MOVE ZERO TO YM-YTD-PRETAX
      *> Clear the period stamp too - period numbers restart in the
      *> new year, and a stale stamp would make the first run of
      *> period N look like a re-run of last year's period N.
           MOVE ZERO TO YM-LAST-PERIOD-POSTED
           MOVE SPACES TO YM-LAST-GROUP-POSTED
           REWRITE YTD-MASTER-RECORD
           .

       8105-MOVE-YTD-TO-HISTORY.
           MOVE YM-LASTNAME       TO YH-LASTNAME
           MOVE YM-FIRSTNAME      TO YH-FIRSTNAME
           MOVE YM-YTD-GROSS      TO YH-GROSS
           MOVE YM-YTD-OT-PAY     TO YH-OT-PAY
           MOVE YM-YTD-HOURS      TO YH-HOURS
           MOVE YM-YTD-PERIODS    TO YH-PERIODS
           MOVE YM-YTD-TAXES      TO YH-TAXES
           MOVE YM-YTD-DEDUCTIONS TO YH-DEDUCTIONS
           MOVE YM-YTD-FED-TAX    TO YH-FED-TAX
           MOVE YM-YTD-SS-TAX     TO YH-SS-TAX
           MOVE YM-YTD-MED-TAX    TO YH-MED-TAX
           MOVE YM-YTD-PRETAX     TO YH-PRETAX
           .

      *> WAGE-AND-TAX STATEMENT RUN - browse YTDHIST.DAT for the
      *> 'W' card's year and issue a statement per history row, with
      *> the filing extract built alongside. An original run reports
      *> a row's live figures the first time and stamps them on the
      *> row as filed; a row already stamped is reissued exactly as
      *> filed, and any fix made to it since is counted and left for
      *> a correction run, which reissues only the stamped rows whose
      *> live figures have moved - previously reported beside the
      *> correct figures - and restamps them.
       8500-W2-STATEMENT-RUN.
           IF W2-CORRECTIONS
               DISPLAY "CORRECTED WAGE AND TAX STATEMENTS FOR YEAR "
                       WS-W2-YEAR
               MOVE 'CORRECTED WAGE AND TAX STATEMENT (W-2C)'
                    TO W2T-TITLE
               MOVE 'RCE' TO W2X-E-REC-ID
               MOVE 'C'   TO W2X-E-KIND
           ELSE
               DISPLAY "WAGE AND TAX STATEMENTS FOR YEAR " WS-W2-YEAR
               MOVE 'WAGE AND TAX STATEMENT (W-2)' TO W2T-TITLE
               MOVE 'RE ' TO W2X-E-REC-ID
               MOVE 'O'   TO W2X-E-KIND
           END-IF

           PERFORM 8050-OPEN-YTD-HISTORY
           PERFORM 0400-OPEN-EMPLOYEE-MASTER
           OPEN OUTPUT W2-STATEMENT-FILE
                       W2-EXTRACT-FILE

           MOVE WS-W2-YEAR     TO W2T-YEAR
           MOVE WS-W2-EMPLOYER TO W2R-EMPLOYER
           MOVE WS-W2-EIN      TO W2R-EIN
           MOVE WS-W2-YEAR     TO W2X-E-YEAR
           MOVE WS-W2-EIN      TO W2X-E-EIN
           MOVE WS-W2-EMPLOYER TO W2X-E-EMPLOYER
           WRITE W2-EXTRACT-LINE FROM WS-W2X-EMPLOYER-REC
           ADD 1 TO WS-W2-RECORD-COUNT

           MOVE LOW-VALUES TO YH-HIST-KEY
           START YTD-HISTORY-FILE KEY IS NOT LESS THAN YH-HIST-KEY
               INVALID KEY
                   DISPLAY "NO HISTORY RECORDS ON FILE"
           END-START

           IF YTDHIST-FILE-OK
               PERFORM UNTIL YTDHIST-FILE-NOT-FOUND
                   READ YTD-HISTORY-FILE NEXT RECORD
                       AT END
                           SET YTDHIST-FILE-NOT-FOUND TO TRUE
                       NOT AT END
                           IF YH-YEAR = WS-W2-YEAR
                               PERFORM 8510-W2-ONE-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           PERFORM 8700-W2-FINISH-EXTRACT
           PERFORM 8750-W2-TOTALS-PAGE

           CLOSE W2-STATEMENT-FILE
                 W2-EXTRACT-FILE
           CLOSE YTD-HISTORY-FILE
           PERFORM 0950-CLOSE-EMPLOYEE-MASTER

           IF WS-W2-NO-SSN-COUNT > ZERO
               DISPLAY "WARNING: " WS-W2-NO-SSN-COUNT
                       " STATEMENT(S) WITH NO SSN ON EMPMAST.DAT - "
                       "FIX BEFORE FILING"
           END-IF
           IF W2-ORIGINALS AND WS-W2-CHANGED-COUNT > ZERO
               DISPLAY "WARNING: " WS-W2-CHANGED-COUNT
                       " FILED STATEMENT(S) CHANGED SINCE FILING - "
                       "RUN CORRECTIONS ('W' CARD KIND 'C')"
           END-IF
           IF W2-OUT-OF-BALANCE
               DISPLAY "STATEMENTS DO NOT AGREE TO ANNUAL.RPT - "
                       "HOLD W2FILE.DAT"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "STATEMENT RUN COMPLETE - " WS-W2-ISSUED-COUNT
                   " STATEMENT(S) ISSUED"
           .

       8510-W2-ONE-HISTORY.
           ADD 1 TO WS-W2-READ-COUNT
           PERFORM 8520-W2-LOOK-UP-SSN

           IF W2-CORRECTIONS
               IF YH-IS-FILED
                  AND (YH-GROSS   NOT = YH-FILED-GROSS
                    OR YH-FED-TAX NOT = YH-FILED-FED-TAX
                    OR YH-SS-TAX  NOT = YH-FILED-SS-TAX
                    OR YH-MED-TAX NOT = YH-FILED-MED-TAX
                    OR YH-PRETAX  NOT = YH-FILED-PRETAX)
                   PERFORM 8535-W2-PRIOR-FROM-FILED
                   PERFORM 8530-W2-BOXES-FROM-CURRENT
                   PERFORM 8610-W2-PRINT-CORRECTION
                   PERFORM 8650-W2-EXTRACT-EMPLOYEE
                   PERFORM 8540-W2-STAMP-FILED
               END-IF
           ELSE
               IF YH-IS-FILED
                   PERFORM 8535-W2-PRIOR-FROM-FILED
                   MOVE WS-W2-PRIOR-BOXES TO WS-W2-BOXES
                   IF YH-GROSS   NOT = YH-FILED-GROSS
                      OR YH-FED-TAX NOT = YH-FILED-FED-TAX
                      OR YH-SS-TAX  NOT = YH-FILED-SS-TAX
                      OR YH-MED-TAX NOT = YH-FILED-MED-TAX
                      OR YH-PRETAX  NOT = YH-FILED-PRETAX
                       ADD 1 TO WS-W2-CHANGED-COUNT
                       DISPLAY "EMP ID " YH-EMP-ID " HISTORY CHANGED "
                               "SINCE FILED - REISSUED AS FILED"
                   END-IF
               ELSE
                   PERFORM 8530-W2-BOXES-FROM-CURRENT
                   PERFORM 8540-W2-STAMP-FILED
               END-IF
               INITIALIZE WS-W2-PRIOR-BOXES
               PERFORM 8600-W2-PRINT-ORIGINAL
               PERFORM 8650-W2-EXTRACT-EMPLOYEE
           END-IF
           .

      *> The SSN lives on the employee master, not the history -
      *> a missing one still gets a statement (the totals have to
      *> tie) but is counted and called out on the form.
       8520-W2-LOOK-UP-SSN.
           MOVE SPACES TO WS-W2-SSN
           IF EMPMAST-AVAILABLE
               MOVE YH-EMP-ID TO EM-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-SSN TO WS-W2-SSN
               END-READ
           END-IF
           IF WS-W2-SSN IS NOT NUMERIC
               MOVE SPACES TO WS-W2-SSN
               ADD 1 TO WS-W2-NO-SSN-COUNT
           END-IF
           .

      *> Box 1 is gross less the pre-tax deductions, box 3 is gross
      *> up to the social security wage base, box 5 (medicare) is
      *> all of gross, and box 12 carries the pre-tax total.
       8530-W2-BOXES-FROM-CURRENT.
           COMPUTE WS-W2-BOX-1 = YH-GROSS - YH-PRETAX
           MOVE YH-FED-TAX TO WS-W2-BOX-2
           IF YH-GROSS > WS-W2-SS-BASE
               MOVE WS-W2-SS-BASE TO WS-W2-BOX-3
           ELSE
               MOVE YH-GROSS TO WS-W2-BOX-3
           END-IF
           MOVE YH-SS-TAX  TO WS-W2-BOX-4
           MOVE YH-GROSS   TO WS-W2-BOX-5
           MOVE YH-MED-TAX TO WS-W2-BOX-6
           MOVE YH-PRETAX  TO WS-W2-BOX-12
           .

       8535-W2-PRIOR-FROM-FILED.
           COMPUTE WS-W2-PRV-BOX-1 = YH-FILED-GROSS - YH-FILED-PRETAX
           MOVE YH-FILED-FED-TAX TO WS-W2-PRV-BOX-2
           IF YH-FILED-GROSS > WS-W2-SS-BASE
               MOVE WS-W2-SS-BASE TO WS-W2-PRV-BOX-3
           ELSE
               MOVE YH-FILED-GROSS TO WS-W2-PRV-BOX-3
           END-IF
           MOVE YH-FILED-SS-TAX  TO WS-W2-PRV-BOX-4
           MOVE YH-FILED-GROSS   TO WS-W2-PRV-BOX-5
           MOVE YH-FILED-MED-TAX TO WS-W2-PRV-BOX-6
           MOVE YH-FILED-PRETAX  TO WS-W2-PRV-BOX-12
           .

       8540-W2-STAMP-FILED.
           MOVE 'Y'             TO YH-FILED-SW
           MOVE WS-CURRENT-DATE TO YH-FILED-DATE
           MOVE YH-GROSS        TO YH-FILED-GROSS
           MOVE YH-FED-TAX      TO YH-FILED-FED-TAX
           MOVE YH-SS-TAX       TO YH-FILED-SS-TAX
           MOVE YH-MED-TAX      TO YH-FILED-MED-TAX
           MOVE YH-PRETAX       TO YH-FILED-PRETAX
           REWRITE YTD-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "YTDHIST.DAT REWRITE FAILED, STATUS "
                           WS-YTDHIST-FILE-STATUS " FOR EMP ID "
                           YH-EMP-ID
                   PERFORM 3000-ABORT-RUN
           END-REWRITE
           .

       8590-W2-PRINT-HEADING.
           WRITE W2-STATEMENT-LINE FROM WS-STUB-RULE-LINE
                 AFTER ADVANCING PAGE
           WRITE W2-STATEMENT-LINE FROM WS-W2-TITLE-LINE
           WRITE W2-STATEMENT-LINE FROM WS-STUB-RULE-LINE
           WRITE W2-STATEMENT-LINE FROM WS-W2-EMPLOYER-LINE

           MOVE YH-EMP-ID    TO W2E-EMP-ID
           MOVE YH-LASTNAME  TO W2E-LASTNAME
           MOVE YH-FIRSTNAME TO W2E-FIRSTNAME
           IF WS-W2-SSN = SPACES
               MOVE 'MISSING - FURNISH BEFORE FILING' TO W2E-SSN
           ELSE
               MOVE SPACES TO W2E-SSN
               STRING '***-**-' WS-W2-SSN(6:4)
                      DELIMITED BY SIZE
                      INTO W2E-SSN
               END-STRING
           END-IF
           WRITE W2-STATEMENT-LINE FROM WS-W2-EMPLOYEE-LINE
           WRITE W2-STATEMENT-LINE FROM SPACES
           .

       8600-W2-PRINT-ORIGINAL.
           PERFORM 8590-W2-PRINT-HEADING

           MOVE ' 1 WAGES, TIPS, OTHER COMP'    TO W2B-LABEL-L
           MOVE WS-W2-BOX-1                     TO W2B-AMOUNT-L
           MOVE ' 2 FEDERAL INCOME TAX WITHHELD' TO W2B-LABEL-R
           MOVE WS-W2-BOX-2                     TO W2B-AMOUNT-R
           WRITE W2-STATEMENT-LINE FROM WS-W2-BOX-LINE

           MOVE ' 3 SOCIAL SECURITY WAGES'      TO W2B-LABEL-L
           MOVE WS-W2-BOX-3                     TO W2B-AMOUNT-L
           MOVE ' 4 SOCIAL SECURITY TAX WITHHELD' TO W2B-LABEL-R
           MOVE WS-W2-BOX-4                     TO W2B-AMOUNT-R
           WRITE W2-STATEMENT-LINE FROM WS-W2-BOX-LINE

           MOVE ' 5 MEDICARE WAGES AND TIPS'    TO W2B-LABEL-L
           MOVE WS-W2-BOX-5                     TO W2B-AMOUNT-L
           MOVE ' 6 MEDICARE TAX WITHHELD'      TO W2B-LABEL-R
           MOVE WS-W2-BOX-6                     TO W2B-AMOUNT-R
           WRITE W2-STATEMENT-LINE FROM WS-W2-BOX-LINE

           MOVE '12 PRE-TAX DEDUCTIONS'         TO W2B-LABEL-L
           MOVE WS-W2-BOX-12                    TO W2B-AMOUNT-L
           MOVE SPACES                          TO W2B-LABEL-R
           MOVE ZERO                            TO W2B-AMOUNT-R
           WRITE W2-STATEMENT-LINE FROM WS-W2-BOX-LINE
           WRITE W2-STATEMENT-LINE FROM WS-STUB-RULE-LINE
           .

       8610-W2-PRINT-CORRECTION.
           PERFORM 8590-W2-PRINT-HEADING
           WRITE W2-STATEMENT-LINE FROM WS-W2C-COLUMN-LINE

           MOVE ' 1 WAGES, TIPS, OTHER COMP'    TO W2C-LABEL
           MOVE WS-W2-PRV-BOX-1                 TO W2C-PRIOR
           MOVE WS-W2-BOX-1                     TO W2C-CORRECT
           WRITE W2-STATEMENT-LINE FROM WS-W2C-BOX-LINE

           MOVE ' 2 FEDERAL INCOME TAX WITHHELD' TO W2C-LABEL
           MOVE WS-W2-PRV-BOX-2                 TO W2C-PRIOR
           MOVE WS-W2-BOX-2                     TO W2C-CORRECT
           WRITE W2-STATEMENT-LINE FROM WS-W2C-BOX-LINE

           MOVE ' 3 SOCIAL SECURITY WAGES'      TO W2C-LABEL
           MOVE WS-W2-PRV-BOX-3                 TO W2C-PRIOR
           MOVE WS-W2-BOX-3                     TO W2C-CORRECT
           WRITE W2-STATEMENT-LINE FROM WS-W2C-BOX-LINE

           MOVE ' 4 SOCIAL SECURITY TAX WITHHELD' TO W2C-LABEL
           MOVE WS-W2-PRV-BOX-4                 TO W2C-PRIOR
           MOVE WS-W2-BOX-4                     TO W2C-CORRECT
           WRITE W2-STATEMENT-LINE FROM WS-W2C-BOX-LINE

           MOVE ' 5 MEDICARE WAGES AND TIPS'    TO W2C-LABEL
           MOVE WS-W2-PRV-BOX-5                 TO W2C-PRIOR
           MOVE WS-W2-BOX-5                     TO W2C-CORRECT
           WRITE W2-STATEMENT-LINE FROM WS-W2C-BOX-LINE

           MOVE ' 6 MEDICARE TAX WITHHELD'      TO W2C-LABEL
           MOVE WS-W2-PRV-BOX-6                 TO W2C-PRIOR
           MOVE WS-W2-BOX-6                     TO W2C-CORRECT
           WRITE W2-STATEMENT-LINE FROM WS-W2C-BOX-LINE

           MOVE '12 PRE-TAX DEDUCTIONS'         TO W2C-LABEL
           MOVE WS-W2-PRV-BOX-12                TO W2C-PRIOR
           MOVE WS-W2-BOX-12                    TO W2C-CORRECT
           WRITE W2-STATEMENT-LINE FROM WS-W2C-BOX-LINE
           WRITE W2-STATEMENT-LINE FROM WS-STUB-RULE-LINE
           .

      *> One employee record per statement issued, and the
      *> employer totals run up from exactly what went on the forms.
       8650-W2-EXTRACT-EMPLOYEE.
           ADD 1 TO WS-W2-ISSUED-COUNT
           ADD WS-W2-BOX-1  TO WS-W2-TOT-BOX-1
           ADD WS-W2-BOX-2  TO WS-W2-TOT-BOX-2
           ADD WS-W2-BOX-3  TO WS-W2-TOT-BOX-3
           ADD WS-W2-BOX-4  TO WS-W2-TOT-BOX-4
           ADD WS-W2-BOX-5  TO WS-W2-TOT-BOX-5
           ADD WS-W2-BOX-6  TO WS-W2-TOT-BOX-6
           ADD WS-W2-BOX-12 TO WS-W2-TOT-BOX-12
           ADD WS-W2-BOX-5  TO WS-W2-TOTAL-GROSS

           IF W2-CORRECTIONS
               MOVE 'RCW' TO W2X-W-REC-ID
           ELSE
               MOVE 'RW ' TO W2X-W-REC-ID
           END-IF
           MOVE YH-EMP-ID    TO W2X-W-EMP-ID
           MOVE WS-W2-SSN    TO W2X-W-SSN
           MOVE YH-LASTNAME  TO W2X-W-LASTNAME
           MOVE YH-FIRSTNAME TO W2X-W-FIRSTNAME
           COMPUTE W2X-W-BOX-1      = WS-W2-BOX-1 * 100
           COMPUTE W2X-W-BOX-2      = WS-W2-BOX-2 * 100
           COMPUTE W2X-W-BOX-3      = WS-W2-BOX-3 * 100
           COMPUTE W2X-W-BOX-4      = WS-W2-BOX-4 * 100
           COMPUTE W2X-W-BOX-5      = WS-W2-BOX-5 * 100
           COMPUTE W2X-W-BOX-6      = WS-W2-BOX-6 * 100
           COMPUTE W2X-W-BOX-12     = WS-W2-BOX-12 * 100
           COMPUTE W2X-W-PRV-BOX-1  = WS-W2-PRV-BOX-1 * 100
           COMPUTE W2X-W-PRV-BOX-2  = WS-W2-PRV-BOX-2 * 100
           COMPUTE W2X-W-PRV-BOX-3  = WS-W2-PRV-BOX-3 * 100
           COMPUTE W2X-W-PRV-BOX-4  = WS-W2-PRV-BOX-4 * 100
           COMPUTE W2X-W-PRV-BOX-5  = WS-W2-PRV-BOX-5 * 100
           COMPUTE W2X-W-PRV-BOX-6  = WS-W2-PRV-BOX-6 * 100
           COMPUTE W2X-W-PRV-BOX-12 = WS-W2-PRV-BOX-12 * 100
           WRITE W2-EXTRACT-LINE FROM WS-W2X-EMPLOYEE-REC
           ADD 1 TO WS-W2-RECORD-COUNT
           .

      *> Totals record, then the final record counting every record
      *> in the file including itself.
       8700-W2-FINISH-EXTRACT.
           IF W2-CORRECTIONS
               MOVE 'RCT' TO W2X-T-REC-ID
           ELSE
               MOVE 'RT ' TO W2X-T-REC-ID
           END-IF
           MOVE WS-W2-ISSUED-COUNT TO W2X-T-COUNT
           COMPUTE W2X-T-BOX-1  = WS-W2-TOT-BOX-1 * 100
           COMPUTE W2X-T-BOX-2  = WS-W2-TOT-BOX-2 * 100
           COMPUTE W2X-T-BOX-3  = WS-W2-TOT-BOX-3 * 100
           COMPUTE W2X-T-BOX-4  = WS-W2-TOT-BOX-4 * 100
           COMPUTE W2X-T-BOX-5  = WS-W2-TOT-BOX-5 * 100
           COMPUTE W2X-T-BOX-6  = WS-W2-TOT-BOX-6 * 100
           COMPUTE W2X-T-BOX-12 = WS-W2-TOT-BOX-12 * 100
           COMPUTE W2X-T-GROSS  = WS-W2-TOTAL-GROSS * 100
           WRITE W2-EXTRACT-LINE FROM WS-W2X-TOTAL-REC
           ADD 1 TO WS-W2-RECORD-COUNT

           ADD 1 TO WS-W2-RECORD-COUNT
           MOVE WS-W2-RECORD-COUNT TO W2X-F-RECORDS
           WRITE W2-EXTRACT-LINE FROM WS-W2X-FINAL-REC
           .

      *> Employer totals page, then the balance: every history row
      *> for the year has to have produced a statement, and when
      *> the close ran in this same job the count and gross have to
      *> be the ones it just printed on ANNUAL.RPT.
       8750-W2-TOTALS-PAGE.
           WRITE W2-STATEMENT-LINE FROM WS-STUB-RULE-LINE
                 AFTER ADVANCING PAGE
           MOVE WS-W2-YEAR TO W2H-YEAR
           WRITE W2-STATEMENT-LINE FROM WS-W2-TOTALS-TITLE
           WRITE W2-STATEMENT-LINE FROM WS-STUB-RULE-LINE
           WRITE W2-STATEMENT-LINE FROM WS-W2-EMPLOYER-LINE
           WRITE W2-STATEMENT-LINE FROM SPACES

           MOVE ' 1 WAGES, TIPS, OTHER COMP'    TO W2B-LABEL-L
           MOVE WS-W2-TOT-BOX-1                 TO W2B-AMOUNT-L
           MOVE ' 2 FEDERAL INCOME TAX WITHHELD' TO W2B-LABEL-R
           MOVE WS-W2-TOT-BOX-2                 TO W2B-AMOUNT-R
           WRITE W2-STATEMENT-LINE FROM WS-W2-BOX-LINE
           MOVE ' 3 SOCIAL SECURITY WAGES'      TO W2B-LABEL-L
           MOVE WS-W2-TOT-BOX-3                 TO W2B-AMOUNT-L
           MOVE ' 4 SOCIAL SECURITY TAX WITHHELD' TO W2B-LABEL-R
           MOVE WS-W2-TOT-BOX-4                 TO W2B-AMOUNT-R
           WRITE W2-STATEMENT-LINE FROM WS-W2-BOX-LINE
           MOVE ' 5 MEDICARE WAGES AND TIPS'    TO W2B-LABEL-L
           MOVE WS-W2-TOT-BOX-5                 TO W2B-AMOUNT-L
           MOVE ' 6 MEDICARE TAX WITHHELD'      TO W2B-LABEL-R
           MOVE WS-W2-TOT-BOX-6                 TO W2B-AMOUNT-R
           WRITE W2-STATEMENT-LINE FROM WS-W2-BOX-LINE
           MOVE '12 PRE-TAX DEDUCTIONS'         TO W2B-LABEL-L
           MOVE WS-W2-TOT-BOX-12                TO W2B-AMOUNT-L
           MOVE SPACES                          TO W2B-LABEL-R
           MOVE ZERO                            TO W2B-AMOUNT-R
           WRITE W2-STATEMENT-LINE FROM WS-W2-BOX-LINE
           WRITE W2-STATEMENT-LINE FROM SPACES

           MOVE 'HISTORY RECORDS FOR THE YEAR' TO BAL-LABEL
           MOVE WS-W2-READ-COUNT TO BAL-COUNT
           WRITE W2-STATEMENT-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'STATEMENTS ISSUED' TO BAL-LABEL
           MOVE WS-W2-ISSUED-COUNT TO BAL-COUNT
           WRITE W2-STATEMENT-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'MISSING SSN' TO BAL-LABEL
           MOVE WS-W2-NO-SSN-COUNT TO BAL-COUNT
           WRITE W2-STATEMENT-LINE FROM WS-BAL-COUNT-LINE
           IF W2-ORIGINALS
               MOVE 'CHANGED SINCE FILED' TO BAL-LABEL
               MOVE WS-W2-CHANGED-COUNT TO BAL-COUNT
               WRITE W2-STATEMENT-LINE FROM WS-BAL-COUNT-LINE
               IF WS-W2-ISSUED-COUNT NOT = WS-W2-READ-COUNT
                   SET W2-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF

           IF YEAR-END-MODE AND W2-ORIGINALS
               MOVE 'ANNUAL.RPT EMPLOYEES CLOSED' TO BAL-LABEL
               MOVE WS-YE-EMP-COUNT TO BAL-COUNT
               WRITE W2-STATEMENT-LINE FROM WS-BAL-COUNT-LINE
               MOVE 'ANNUAL.RPT TOTAL GROSS' TO BAL-AMT-LABEL
               MOVE WS-YE-TOTAL-GROSS TO BAL-AMOUNT
               WRITE W2-STATEMENT-LINE FROM WS-BAL-AMOUNT-LINE
               IF WS-W2-ISSUED-COUNT NOT = WS-YE-EMP-COUNT
                  OR WS-W2-TOTAL-GROSS NOT = WS-YE-TOTAL-GROSS
                   SET W2-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF

           MOVE WS-W2-ISSUED-COUNT TO W2Z-COUNT
           MOVE WS-W2-TOTAL-GROSS  TO W2Z-TOTAL-GROSS
           WRITE W2-STATEMENT-LINE FROM SPACES
           WRITE W2-STATEMENT-LINE FROM WS-W2-TOTAL-LINE

           EVALUATE TRUE
               WHEN W2-OUT-OF-BALANCE
                   MOVE '*** OUT OF BALANCE - HOLD W2FILE.DAT ***'
                        TO W2N-TEXT
               WHEN YEAR-END-MODE AND W2-ORIGINALS
                   MOVE '*** AGREES TO ANNUAL.RPT ***' TO W2N-TEXT
               WHEN W2-ORIGINALS
                   MOVE SPACES TO W2N-TEXT
                   STRING '*** TOTALS MUST AGREE TO ANNUAL.RPT FOR THE'
                          ' YEAR BEFORE FILING ***'
                          DELIMITED BY SIZE INTO W2N-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE SPACES TO W2N-TEXT
                   STRING '*** CORRECTED STATEMENTS ONLY - TOTALS ARE'
                          ' THE CORRECT FIGURES ***'
                          DELIMITED BY SIZE INTO W2N-TEXT
                   END-STRING
           END-EVALUATE
           WRITE W2-STATEMENT-LINE FROM WS-W2-NOTE-LINE
           .

      *> QUARTERLY CLOSE - prove the master's quarter-to-date
      *> buckets against the period archive for the 'Q' card's
      *> periods first; only a quarter that ties is listed, written
      *> to the state extract, archived to QTDHIST.DAT and reset.
      *> An employee already archived for the quarter with nothing
      *> left in the buckets is a re-run of a close that got that
      *> far - the archived row counts on the master side and is
      *> listed again, so finishing an interrupted close is safe.
       8800-QUARTER-CLOSE.
           DISPLAY "QUARTERLY CLOSE FOR YEAR " WS-QC-YEAR
                   " QUARTER " WS-QC-QUARTER
           MOVE WS-QC-YEAR TO WS-QC-YY
           PERFORM 0300-OPEN-YTD-MASTER
           PERFORM 0320-OPEN-PAY-ARCHIVE
           PERFORM 0400-OPEN-EMPLOYEE-MASTER
           PERFORM 8805-OPEN-QTD-HISTORY
           OPEN OUTPUT QUARTER-WAGE-FILE

           MOVE WS-QC-YEAR        TO QTH-YEAR
           MOVE WS-QC-QUARTER     TO QTH-QUARTER
           MOVE WS-QC-FROM-PERIOD TO QTH-FROM
           MOVE WS-QC-THRU-PERIOD TO QTH-THRU
           MOVE WS-QC-WAGE-BASE   TO QTH-BASE
           WRITE QUARTER-WAGE-LINE FROM WS-QTR-HEADER
           WRITE QUARTER-WAGE-LINE FROM SPACES

           PERFORM 8810-SUM-ARCHIVE-QUARTER
           PERFORM 8820-SUM-MASTER-QUARTER

           MOVE 'PAYDETL.DAT GROSS, QUARTER PERIODS' TO BAL-AMT-LABEL
           MOVE WS-QC-ARCH-GROSS TO BAL-AMOUNT
           WRITE QUARTER-WAGE-LINE FROM WS-BAL-AMOUNT-LINE
           MOVE 'YTDMAST.DAT QUARTER-TO-DATE GROSS' TO BAL-AMT-LABEL
           MOVE WS-QC-MAST-GROSS TO BAL-AMOUNT
           WRITE QUARTER-WAGE-LINE FROM WS-BAL-AMOUNT-LINE
           MOVE 'PAYDETL.DAT TAXES, QUARTER PERIODS' TO BAL-AMT-LABEL
           MOVE WS-QC-ARCH-TAXES TO BAL-AMOUNT
           WRITE QUARTER-WAGE-LINE FROM WS-BAL-AMOUNT-LINE
           MOVE 'YTDMAST.DAT QUARTER-TO-DATE TAXES' TO BAL-AMT-LABEL
           MOVE WS-QC-MAST-TAXES TO BAL-AMOUNT
           WRITE QUARTER-WAGE-LINE FROM WS-BAL-AMOUNT-LINE
           WRITE QUARTER-WAGE-LINE FROM SPACES

           IF WS-QC-ARCH-GROSS NOT = WS-QC-MAST-GROSS
              OR WS-QC-ARCH-TAXES NOT = WS-QC-MAST-TAXES
               SET QUARTER-CLOSE-REFUSED TO TRUE
               WRITE QUARTER-WAGE-LINE FROM WS-QTR-REFUSED-LINE
               DISPLAY "QUARTER DOES NOT RECONCILE TO PAYDETL.DAT - "
                       "NOTHING ARCHIVED OR RESET - SEE QTRWAGE.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT STATE-WAGE-FILE
               MOVE WS-QC-STATE   TO SQ-HDR-STATE
               MOVE WS-QC-ACCOUNT TO SQ-HDR-ACCOUNT
               MOVE WS-QC-YEAR    TO SQ-HDR-YEAR
               MOVE WS-QC-QUARTER TO SQ-HDR-QUARTER
               WRITE STATE-WAGE-LINE FROM WS-SQ-HEADER-REC

               WRITE QUARTER-WAGE-LINE FROM WS-QTR-COLUMN-LINE
               WRITE QUARTER-WAGE-LINE FROM WS-HEADER-2

               MOVE LOW-VALUES TO YM-EMP-ID
               START YTD-MASTER-FILE KEY IS NOT LESS THAN YM-EMP-ID
                   INVALID KEY
                       DISPLAY "NO YTD RECORDS ON FILE"
               END-START
               IF YTD-FILE-OK
                   PERFORM UNTIL YTD-FILE-NOT-FOUND
                       READ YTD-MASTER-FILE NEXT RECORD
                           AT END
                               SET YTD-FILE-NOT-FOUND TO TRUE
                           NOT AT END
                               PERFORM 8830-CLOSE-ONE-QUARTER
                       END-READ
                   END-PERFORM
               END-IF

               MOVE WS-QC-EMP-COUNT   TO QTT-COUNT
               MOVE WS-QC-TOT-GROSS   TO QTT-GROSS
               MOVE WS-QC-TOT-TAXES   TO QTT-TAXES
               MOVE WS-QC-TOT-TAXABLE TO QTT-TAXABLE
               MOVE WS-QC-TOT-EXCESS  TO QTT-EXCESS
               MOVE WS-QC-TOT-SUI     TO QTT-SUI
               WRITE QUARTER-WAGE-LINE FROM SPACES
               WRITE QUARTER-WAGE-LINE FROM WS-QTR-TOTAL-LINE

               MOVE WS-QC-EMP-COUNT TO SQ-TRL-COUNT
               COMPUTE WS-QC-CENTS = WS-QC-TOT-GROSS * 100
               MOVE WS-QC-CENTS TO SQ-TRL-GROSS
               COMPUTE WS-QC-CENTS = WS-QC-TOT-SUI * 100
               MOVE WS-QC-CENTS TO SQ-TRL-SUI-WAGES
               WRITE STATE-WAGE-LINE FROM WS-SQ-TRAILER-REC
               CLOSE STATE-WAGE-FILE

               DISPLAY "QUARTERLY CLOSE COMPLETE - " WS-QC-EMP-COUNT
                       " EMPLOYEES LISTED, QUARTER BUCKETS RESET"
           END-IF

           CLOSE QUARTER-WAGE-FILE
           CLOSE QTD-HISTORY-FILE
           PERFORM 0900-CLOSE-YTD-MASTER
           PERFORM 0920-CLOSE-PAY-ARCHIVE
           PERFORM 0950-CLOSE-EMPLOYEE-MASTER
           .

       8805-OPEN-QTD-HISTORY.
           OPEN I-O QTD-HISTORY-FILE
           IF QTDHIST-FILE-NOT-FOUND
               OPEN OUTPUT QTD-HISTORY-FILE
               CLOSE QTD-HISTORY-FILE
               OPEN I-O QTD-HISTORY-FILE
           END-IF
           .

      *> Period numbers restart every year, so an archived record
      *> only belongs to the quarter when it also posted in the
      *> card's year. A pay group's periods are numbered on its own
      *> calendar, so the card's period range cannot apply to them -
      *> a group's record belongs to the quarter its period ended in.
       8810-SUM-ARCHIVE-QUARTER.
           COMPUTE WS-QC-FIRST-MM = (WS-QC-QUARTER - 1) * 3 + 1
           COMPUTE WS-QC-LAST-MM  = WS-QC-QUARTER * 3
           MOVE LOW-VALUES TO PD-KEY
           START PAY-DETAIL-ARCHIVE KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   DISPLAY "NO ARCHIVE RECORDS ON FILE"
           END-START
           IF PAYDETL-FILE-OK
               PERFORM UNTIL PAYDETL-FILE-NOT-FOUND
                   READ PAY-DETAIL-ARCHIVE NEXT RECORD
                       AT END
                           SET PAYDETL-FILE-NOT-FOUND TO TRUE
                       NOT AT END
                           PERFORM 8815-TAKE-QUARTER-RECORD
                   END-READ
               END-PERFORM
           END-IF
           .

       8815-TAKE-QUARTER-RECORD.
           MOVE PD-RUN-DATE TO WS-QC-RUN-DATE
           IF PD-PAY-GROUP = SPACES
               IF PD-PERIOD >= WS-QC-FROM-PERIOD
                  AND PD-PERIOD <= WS-QC-THRU-PERIOD
                  AND WS-QC-RUN-YY = WS-QC-YY
                   ADD PD-TOTAL-PAY TO WS-QC-ARCH-GROSS
                   ADD PD-TAXES     TO WS-QC-ARCH-TAXES
               END-IF
           ELSE
               MOVE PD-PERIOD-END TO WS-QC-END-DATE
      *> An off-cycle record carries no window of its own - look
      *> its period up on the group's calendar for the year it ran.
               IF WS-QC-END-DATE = ZERO
                   MOVE PD-PAY-GROUP TO WS-PCL-KEY-GROUP
                   COMPUTE WS-PCL-KEY-YEAR = 2000 + WS-QC-RUN-YY
                   MOVE PD-PERIOD    TO WS-PCL-KEY-PERIOD
                   PERFORM 0192-FIND-CALENDAR-PERIOD
                   MOVE WS-PCL-FOUND-END TO WS-QC-END-DATE
               END-IF
               IF WS-QC-END-DATE = ZERO
                   MOVE WS-QC-RUN-DATE TO WS-QC-END-DATE
               END-IF
               IF WS-QC-END-YY = WS-QC-YY
                  AND WS-QC-END-MM >= WS-QC-FIRST-MM
                  AND WS-QC-END-MM <= WS-QC-LAST-MM
                   ADD PD-TOTAL-PAY TO WS-QC-ARCH-GROSS
                   ADD PD-TAXES     TO WS-QC-ARCH-TAXES
               END-IF
           END-IF
           .

       8820-SUM-MASTER-QUARTER.
           MOVE LOW-VALUES TO YM-EMP-ID
           START YTD-MASTER-FILE KEY IS NOT LESS THAN YM-EMP-ID
               INVALID KEY
                   DISPLAY "NO YTD RECORDS ON FILE"
           END-START
           IF YTD-FILE-OK
               PERFORM UNTIL YTD-FILE-NOT-FOUND
                   READ YTD-MASTER-FILE NEXT RECORD
                       AT END
                           SET YTD-FILE-NOT-FOUND TO TRUE
                       NOT AT END
                           IF YM-QTD-GROSS = ZERO
                              AND YM-QTD-TAXES = ZERO
                              AND YM-QTD-TAXABLE = ZERO
                               PERFORM 8825-FIND-QUARTER-ARCHIVE
                               IF QTR-ALREADY-ARCHIVED
                                   ADD QH-GROSS TO WS-QC-MAST-GROSS
                                   ADD QH-TAXES TO WS-QC-MAST-TAXES
                               END-IF
                           ELSE
                               ADD YM-QTD-GROSS TO WS-QC-MAST-GROSS
                               ADD YM-QTD-TAXES TO WS-QC-MAST-TAXES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       8825-FIND-QUARTER-ARCHIVE.
           MOVE 'N'           TO WS-QC-ARCHIVED-SW
           MOVE YM-EMP-ID     TO QH-EMP-ID
           MOVE WS-QC-YEAR    TO QH-YEAR
           MOVE WS-QC-QUARTER TO QH-QUARTER
           READ QTD-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET QTR-ALREADY-ARCHIVED TO TRUE
           END-READ
           .

      *> Unemployment wages stop at the wage base for the year: the
      *> first quarter starts the year's running total over, later
      *> quarters take only what the earlier ones left of the base.
       8830-CLOSE-ONE-QUARTER.
           IF YM-QTD-GROSS = ZERO
              AND YM-QTD-TAXES = ZERO
              AND YM-QTD-TAXABLE = ZERO
               PERFORM 8825-FIND-QUARTER-ARCHIVE
               IF QTR-ALREADY-ARCHIVED
                   MOVE 'RE-LISTED' TO QTL-NOTE
                   PERFORM 8850-LIST-QUARTER-LINE
               END-IF
           ELSE
               IF WS-QC-QUARTER = 1
                   MOVE ZERO TO WS-QC-PRIOR-SUI
               ELSE
                   MOVE YM-YTD-SUI-WAGES TO WS-QC-PRIOR-SUI
               END-IF
               COMPUTE WS-QC-BASE-LEFT =
                   WS-QC-WAGE-BASE - WS-QC-PRIOR-SUI
               IF WS-QC-BASE-LEFT < ZERO
                   MOVE ZERO TO WS-QC-BASE-LEFT
               END-IF
               IF YM-QTD-TAXABLE > WS-QC-BASE-LEFT
                   MOVE WS-QC-BASE-LEFT TO WS-QC-SUI-WAGES
               ELSE
                   MOVE YM-QTD-TAXABLE TO WS-QC-SUI-WAGES
               END-IF
               COMPUTE WS-QC-EXCESS = YM-QTD-TAXABLE - WS-QC-SUI-WAGES

               MOVE YM-EMP-ID       TO QH-EMP-ID
               MOVE WS-QC-YEAR      TO QH-YEAR
               MOVE WS-QC-QUARTER   TO QH-QUARTER
               MOVE YM-LASTNAME     TO QH-LASTNAME
               MOVE YM-FIRSTNAME    TO QH-FIRSTNAME
               MOVE YM-QTD-GROSS    TO QH-GROSS
               MOVE YM-QTD-TAXES    TO QH-TAXES
               MOVE YM-QTD-TAXABLE  TO QH-TAXABLE
               MOVE WS-QC-EXCESS    TO QH-EXCESS
               MOVE WS-QC-SUI-WAGES TO QH-SUI-WAGES
               MOVE WS-CURRENT-DATE TO QH-CLOSED-DATE
               WRITE QTD-HISTORY-RECORD
                   INVALID KEY
                       IF QTDHIST-FILE-DUPLICATE
      *> Archived by an earlier attempt that died before the reset -
      *> re-archive what the buckets still say.
                           REWRITE QTD-HISTORY-RECORD
                       ELSE
                           DISPLAY "QTDHIST.DAT WRITE FAILED, STATUS "
                                   WS-QTDHIST-FILE-STATUS
                                   " FOR EMP ID " QH-EMP-ID
                           PERFORM 3000-ABORT-RUN
                       END-IF
               END-WRITE

               MOVE SPACES TO QTL-NOTE
               PERFORM 8850-LIST-QUARTER-LINE

               COMPUTE YM-YTD-SUI-WAGES =
                   WS-QC-PRIOR-SUI + WS-QC-SUI-WAGES
               MOVE ZERO TO YM-QTD-GROSS
               MOVE ZERO TO YM-QTD-TAXES
               MOVE ZERO TO YM-QTD-TAXABLE
               REWRITE YTD-MASTER-RECORD
           END-IF
           .

      *> One listing line and one state detail from the archived
      *> quarter row, so a fresh close and a re-listing print alike.
       8850-LIST-QUARTER-LINE.
           MOVE SPACES TO WS-W2-SSN
           IF EMPMAST-AVAILABLE
               MOVE QH-EMP-ID TO EM-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-SSN TO WS-W2-SSN
               END-READ
           END-IF

           MOVE QH-EMP-ID    TO QTL-EMP-ID
           MOVE QH-LASTNAME  TO QTL-LASTNAME
           IF WS-W2-SSN IS NUMERIC
               MOVE SPACES TO QTL-SSN
               STRING '***-**-' WS-W2-SSN(6:4)
                      DELIMITED BY SIZE
                      INTO QTL-SSN
               END-STRING
           ELSE
               MOVE 'NO SSN' TO QTL-SSN
               MOVE SPACES   TO WS-W2-SSN
           END-IF
           MOVE QH-GROSS     TO QTL-GROSS
           MOVE QH-TAXES     TO QTL-TAXES
           MOVE QH-TAXABLE   TO QTL-TAXABLE
           MOVE QH-EXCESS    TO QTL-EXCESS
           MOVE QH-SUI-WAGES TO QTL-SUI
           WRITE QUARTER-WAGE-LINE FROM WS-QTR-DETAIL

           MOVE WS-W2-SSN    TO SQ-SSN
           MOVE QH-LASTNAME  TO SQ-LASTNAME
           MOVE QH-FIRSTNAME TO SQ-FIRSTNAME
           COMPUTE WS-QC-CENTS = QH-GROSS * 100
           MOVE WS-QC-CENTS  TO SQ-GROSS
           COMPUTE WS-QC-CENTS = QH-SUI-WAGES * 100
           MOVE WS-QC-CENTS  TO SQ-SUI-WAGES
           MOVE QH-EMP-ID    TO SQ-EMP-ID
           WRITE STATE-WAGE-LINE FROM WS-SQ-DETAIL-REC

           ADD 1            TO WS-QC-EMP-COUNT
           ADD QH-GROSS     TO WS-QC-TOT-GROSS
           ADD QH-TAXES     TO WS-QC-TOT-TAXES
           ADD QH-TAXABLE   TO WS-QC-TOT-TAXABLE
           ADD QH-EXCESS    TO WS-QC-TOT-EXCESS
           ADD QH-SUI-WAGES TO WS-QC-TOT-SUI
           .

      *> RUN HISTORY - every ledger entry started inside the 'U'
      *> card's dates, in run order, with the refusal and override
      *> behind any run that had one spelled out under it, then
      *> counts of how the runs ended. Read-only.
       8900-RUN-HISTORY-REPORT.
           DISPLAY "RUN HISTORY FROM " WS-RLH-FROM " THRU " WS-RLH-THRU
           OPEN OUTPUT RUN-HISTORY-FILE
           MOVE WS-RLH-FROM     TO RLH-FROM
           MOVE WS-RLH-THRU     TO RLH-THRU
           MOVE WS-CURRENT-DATE TO RLH-PRINTED
           WRITE RUN-HISTORY-LINE FROM WS-RLH-HEADER
           WRITE RUN-HISTORY-LINE FROM SPACES
           WRITE RUN-HISTORY-LINE FROM WS-RLH-COLUMN-LINE
           WRITE RUN-HISTORY-LINE FROM SPACES

           OPEN INPUT RUN-LEDGER-FILE
           IF RUNLEDG-FILE-NOT-FOUND
               DISPLAY "RUNLEDG.DAT NOT FOUND - NO RUNS LOGGED YET"
           ELSE
               MOVE ZERO TO RL-RUN-NO
               START RUN-LEDGER-FILE KEY IS NOT LESS THAN RL-RUN-NO
                   INVALID KEY
                       DISPLAY "NO RUNS ON RUNLEDG.DAT"
               END-START

               IF RUNLEDG-FILE-OK
                   PERFORM UNTIL RUNLEDG-FILE-NOT-FOUND
                       READ RUN-LEDGER-FILE NEXT RECORD
                           AT END
                               SET RUNLEDG-FILE-NOT-FOUND TO TRUE
                           NOT AT END
                               IF RL-START-DATE NOT < WS-RLH-FROM
                                  AND RL-START-DATE NOT > WS-RLH-THRU
                                   PERFORM 8910-LIST-LEDGER-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE RUN-LEDGER-FILE
           END-IF

           WRITE RUN-HISTORY-LINE FROM SPACES
           MOVE 'RUNS LISTED'                TO BAL-LABEL
           MOVE WS-RLH-LISTED-COUNT          TO BAL-COUNT
           WRITE RUN-HISTORY-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'ENDED NORMALLY'             TO BAL-LABEL
           MOVE WS-RLH-ENDED-COUNT           TO BAL-COUNT
           WRITE RUN-HISTORY-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'ENDED HELD (RETURN-CODE 8)' TO BAL-LABEL
           MOVE WS-RLH-HELD-COUNT            TO BAL-COUNT
           WRITE RUN-HISTORY-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'REFUSED BY SEQUENCE CHECK'  TO BAL-LABEL
           MOVE WS-RLH-REFUSED-COUNT         TO BAL-COUNT
           WRITE RUN-HISTORY-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'RUN ON SUPERVISOR OVERRIDE' TO BAL-LABEL
           MOVE WS-RLH-OVERRIDE-COUNT        TO BAL-COUNT
           WRITE RUN-HISTORY-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'ABORTED'                    TO BAL-LABEL
           MOVE WS-RLH-ABORTED-COUNT         TO BAL-COUNT
           WRITE RUN-HISTORY-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'STARTED, NEVER ENDED'       TO BAL-LABEL
           MOVE WS-RLH-OPEN-COUNT            TO BAL-COUNT
           WRITE RUN-HISTORY-LINE FROM WS-BAL-COUNT-LINE

           IF WS-RLH-GRP-HIGH > ZERO
               WRITE RUN-HISTORY-LINE FROM SPACES
               WRITE RUN-HISTORY-LINE FROM WS-RLH-GROUP-TITLE
               PERFORM VARYING WS-RLH-GRP-SUB FROM 1 BY 1
                       UNTIL WS-RLH-GRP-SUB > WS-RLH-GRP-HIGH
                   IF WS-RLH-GRP-CODE(WS-RLH-GRP-SUB) = SPACES
                       MOVE '(NONE)' TO RHG-PAY-GROUP
                   ELSE
                       MOVE WS-RLH-GRP-CODE(WS-RLH-GRP-SUB)
                            TO RHG-PAY-GROUP
                   END-IF
                   MOVE WS-RLH-GRP-RUNS(WS-RLH-GRP-SUB)   TO RHG-RUNS
                   MOVE WS-RLH-GRP-CHECKS(WS-RLH-GRP-SUB)
                        TO RHG-CHECKS
                   MOVE WS-RLH-GRP-GROSS(WS-RLH-GRP-SUB)  TO RHG-GROSS
                   WRITE RUN-HISTORY-LINE FROM WS-RLH-GROUP-LINE
               END-PERFORM
           END-IF

           CLOSE RUN-HISTORY-FILE
           DISPLAY "RUN HISTORY COMPLETE - " WS-RLH-LISTED-COUNT
                   " RUNS LISTED - SEE RUNHIST.RPT"
           .

       8910-LIST-LEDGER-ENTRY.
           ADD 1 TO WS-RLH-LISTED-COUNT
           MOVE RL-RUN-NO     TO RHD-RUN-NO
           MOVE RL-START-DATE TO RHD-START-DATE
           MOVE RL-START-TIME TO WS-RLH-TIME
           MOVE WS-RLH-HHMM   TO RHD-START-TIME
           MOVE RL-END-DATE   TO RHD-END-DATE
           MOVE RL-END-TIME   TO WS-RLH-TIME
           MOVE WS-RLH-HHMM   TO RHD-END-TIME

           EVALUATE RL-MODE
               WHEN 'P'  MOVE 'PAYROLL'    TO RHD-MODE
               WHEN 'O'  MOVE 'OFF-CYCLE'  TO RHD-MODE
               WHEN 'Q'  MOVE 'QTR CLOSE'  TO RHD-MODE
               WHEN 'Y'  MOVE 'YEAR CLOSE' TO RHD-MODE
               WHEN 'W'
                   IF RL-OPTION = 'C'
                       MOVE 'W-2 CORR'     TO RHD-MODE
                   ELSE
                       MOVE 'W-2'          TO RHD-MODE
                   END-IF
               WHEN 'M'  MOVE 'MAINT'      TO RHD-MODE
               WHEN 'A'  MOVE 'ACH RETURN' TO RHD-MODE
               WHEN 'T'  MOVE 'RETRO'      TO RHD-MODE
               WHEN 'X'  MOVE 'REPRINT'    TO RHD-MODE
               WHEN 'C'  MOVE 'CARRIER'    TO RHD-MODE
               WHEN 'K'  MOVE 'CHECK RECN' TO RHD-MODE
               WHEN OTHER
                   MOVE RL-MODE TO RHD-MODE
           END-EVALUATE

           MOVE RL-PERIOD       TO RHD-PERIOD
           MOVE RL-PAY-GROUP    TO RHD-PAY-GROUP
           MOVE RL-YEAR         TO RHD-YEAR
           MOVE RL-RECORD-COUNT TO RHD-COUNT
           MOVE RL-GROSS        TO RHD-GROSS
           MOVE RL-RETURN-CODE  TO RHD-RC
           MOVE RL-OVERRIDE-BY  TO RHD-OVERRIDE-BY
           MOVE SPACES TO RHD-BALANCE
           MOVE SPACES TO RHD-VARIANCE
           IF RL-OUT-OF-BALANCE
               MOVE 'OUT' TO RHD-BALANCE
           END-IF
           IF RL-VARIANCE-HELD
               MOVE 'HELD' TO RHD-VARIANCE
           END-IF

           EVALUATE TRUE
               WHEN RL-ENDED
                   IF RL-RETURN-CODE < 8
                       MOVE 'COMPLETED'  TO RHD-STATUS
                       ADD 1 TO WS-RLH-ENDED-COUNT
                       IF RL-MODE = 'P' OR RL-MODE = 'O'
                           PERFORM 8915-ADD-GROUP-TOTAL
                       END-IF
                   ELSE
                       MOVE 'HELD'       TO RHD-STATUS
                       ADD 1 TO WS-RLH-HELD-COUNT
                   END-IF
               WHEN RL-REFUSED
                   MOVE 'REFUSED'        TO RHD-STATUS
                   ADD 1 TO WS-RLH-REFUSED-COUNT
               WHEN RL-ABORTED
                   MOVE 'ABORTED'        TO RHD-STATUS
                   ADD 1 TO WS-RLH-ABORTED-COUNT
               WHEN OTHER
                   MOVE 'NOT ENDED'      TO RHD-STATUS
                   ADD 1 TO WS-RLH-OPEN-COUNT
           END-EVALUATE
           WRITE RUN-HISTORY-LINE FROM WS-RLH-DETAIL

           IF RL-REFUSED
               MOVE 'REFUSED -'  TO RHN-LABEL
               MOVE SPACES       TO RHN-BY
               MOVE RL-NOTE      TO RHN-TEXT
               WRITE RUN-HISTORY-LINE FROM WS-RLH-NOTE-LINE
           END-IF
           IF RL-OVERRIDE-BY NOT = SPACES
               ADD 1 TO WS-RLH-OVERRIDE-COUNT
               MOVE 'CHECK FAILED -' TO RHN-LABEL
               MOVE SPACES           TO RHN-BY
               MOVE RL-NOTE          TO RHN-TEXT
               WRITE RUN-HISTORY-LINE FROM WS-RLH-NOTE-LINE
               MOVE 'OVERRIDDEN BY'  TO RHN-LABEL
               MOVE RL-OVERRIDE-BY   TO RHN-BY
               MOVE RL-OVERRIDE-REASON TO RHN-TEXT
               WRITE RUN-HISTORY-LINE FROM WS-RLH-NOTE-LINE
           END-IF
           .

       8915-ADD-GROUP-TOTAL.
           MOVE ZERO TO WS-RLH-GRP-HIT
           PERFORM VARYING WS-RLH-GRP-SUB FROM 1 BY 1
                   UNTIL WS-RLH-GRP-SUB > WS-RLH-GRP-HIGH
               IF WS-RLH-GRP-CODE(WS-RLH-GRP-SUB) = RL-PAY-GROUP
                   MOVE WS-RLH-GRP-SUB TO WS-RLH-GRP-HIT
               END-IF
           END-PERFORM
           IF WS-RLH-GRP-HIT = ZERO
              AND WS-RLH-GRP-HIGH < WS-RLH-GRP-MAX
               ADD 1 TO WS-RLH-GRP-HIGH
               MOVE WS-RLH-GRP-HIGH TO WS-RLH-GRP-HIT
               MOVE RL-PAY-GROUP TO WS-RLH-GRP-CODE(WS-RLH-GRP-HIT)
               MOVE ZERO TO WS-RLH-GRP-RUNS(WS-RLH-GRP-HIT)
               MOVE ZERO TO WS-RLH-GRP-CHECKS(WS-RLH-GRP-HIT)
               MOVE ZERO TO WS-RLH-GRP-GROSS(WS-RLH-GRP-HIT)
           END-IF
           IF WS-RLH-GRP-HIT > ZERO
               ADD 1 TO WS-RLH-GRP-RUNS(WS-RLH-GRP-HIT)
               ADD RL-RECORD-COUNT TO WS-RLH-GRP-CHECKS(WS-RLH-GRP-HIT)
               ADD RL-GROSS TO WS-RLH-GRP-GROSS(WS-RLH-GRP-HIT)
           END-IF
           .

       5600-PAGE-BREAK-YTD-IF-NEEDED.
           IF WS-LINE-COUNT-REP > WS-MAX-LINES-REP
               PERFORM 5610-PAGE-BREAK-REP-YTD
