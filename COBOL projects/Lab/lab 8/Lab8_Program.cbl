      * Date:
      * Purpose:
      * Modification history:
      *   10-06-2026 NH - batch run aborts with RC 8 while a run is held
      *     for release; what each flagged pay posted goes on
      *     PAY-HOLD-POSTINGS.TXT so a pulled pay can be backed out
      *   06-09-2026 NH - the hours on each pay record roll up by
      *     department beside the gross and are written last on
      *     PAYROLL-DEPT-TOTALS.TXT for the labour budget report;
      *     off-cycle pays carry no hours
      *   05-26-2026 NH - off-cycle run (mode O): OFFCYCLE-IN.TXT bonus
      *     and correction transactions, balanced to their trailer, are
      *     paid by deposit or manual cheque through the regular cheque
      *     numbering; bonuses are withheld at the lump-sum rate
      *     (LUMP-SUM-RATES.TXT), corrections through the tax brackets;
      *     employee and job-type YTD, remittances, department and
      *     payroll totals post as on a regular run, on the
      *     OFFCYCLE-REGISTER.TXT register. Not run while a batch run is
      *     held
      *   05-19-2026 NH - pay-period variance check: each pay is
      *     compared with the employee's last pay and YTD average (pay
      *     count and last pay now ride on EMPLOYEE-YTD.TXT); zero,
      *     first and over-swing pays (VARIANCE-CONTROL.TXT percent) are
      *     listed on PAY-VARIANCE.TXT.  Pays wait on PAY-HOLD.TXT and a
      *     run with anything listed is held (RC 4) for
      *     PAY_RELEASE_PROGRAM instead of going to the bank
      *   05-12-2026 NH - earnings codes: EARNINGS-CODES.TXT defines
      *     statutory-holiday, shift-premium, call-in and similar codes
      *     (multiplier or flat premium per hour, minimum hours, taxable
      *     and counts-toward-overtime flags); the timesheet's earnings
      *     lines on PAY-EARNINGS.TXT, balanced to their own trailer,
      *     are priced line by line on top of straight time and shown by
      *     code under the employee on the register and the stub
      *   05-05-2026 NH - employer contributions: EMPLOYER-RATES.TXT
      *     gives each contribution type's rate on gross by effective
      *     date; the employer share is figured per employee per pay,
      *     carried year-to-date on EMPLOYEE-YTD.TXT and on the stub,
      *     accumulated per type for the remittance run, posted by
      *     department on PAYROLL-DEPT-TOTALS.TXT (and in total on
      *     PAYROLL-TOTALS.TXT) for the GL extract, and reported with
      *     the gross on the EMPLOYMENT-COST.TXT
      *     total-cost-of-employment report
      *   04-28-2026 NH - garnishments and other court-ordered
      *     deductions: orders on DEDUCTION-ORDERS.TXT (payee, fixed
      *     amount or percentage of net, per-period cap, balance owing,
      *     start date, legal priority) come off after tax and the
      *     standing deductions in priority order, never below the
      *     protected net on GARNISHMENT-CONTROL.TXT; the balance owing
      *     comes down as it is taken, a paid-off order closes itself,
      *     and a clean run writes what each order gave up to
      *     GARNISHMENT-WITHHELD.TXT for the remittance run
      *   04-21-2026 NH - the employee master carries the mailing
      *     address (street, city, province, postal code) for the
      *     year-end tax slips; the remittance accumulator carries a
      *     year-to-date column beside the period amount, which the
      *     remittance run leaves alone, so TAX_SLIP_PROGRAM can balance
      *     the slips to the year's withholdings
      *   04-15-2025 NH - the withheld money finally accumulates
      *     somewhere: every clean batch adds its tax, union-dues,
      *     and benefits totals to the per-payee accumulator on
           SELECT PAY-STUBS-FILE
           ASSIGN TO '..\PAY-STUBS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEDUCTION-ORDERS-FILE
           ASSIGN TO '..\DEDUCTION-ORDERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GARNISHMENT-CONTROL-FILE
           ASSIGN TO '..\GARNISHMENT-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GARNISHMENT-WITHHELD-FILE
           ASSIGN TO '..\GARNISHMENT-WITHHELD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYER-RATES-FILE
           ASSIGN TO '..\EMPLOYER-RATES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYMENT-COST-OUT
           ASSIGN TO '..\EMPLOYMENT-COST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EARNINGS-CODES-FILE
           ASSIGN TO '..\EARNINGS-CODES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-EARNINGS-FILE
           ASSIGN TO '..\PAY-EARNINGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VARIANCE-CONTROL-FILE
           ASSIGN TO '..\VARIANCE-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-VARIANCE-OUT
           ASSIGN TO '..\PAY-VARIANCE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HOLD-FILE
           ASSIGN TO '..\PAY-HOLD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-HOLD-POSTINGS-FILE
           ASSIGN TO '..\PAY-HOLD-POSTINGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OFFCYCLE-IN-FILE
           ASSIGN TO '..\OFFCYCLE-IN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LUMP-SUM-RATES-FILE
           ASSIGN TO '..\LUMP-SUM-RATES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OFFCYCLE-REGISTER-OUT
           ASSIGN TO '..\OFFCYCLE-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

           05  PTOT-GROSS            PIC 9(8)V99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PTOT-NET              PIC 9(8)V99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PTOT-EMPLOYER         PIC 9(8)V99.

       FD  OVERTIME-RULES-FILE.
       01  OVERTIME-RULE-RECORD.

      *> Running amount owed to each payee (TAXATION, UNION,
      *> BENEFITS) across pay runs, until the remittance run cuts
      *> the summary files and clears it.  The year-to-date column
      *> beside it is not cleared by the remittance run -- the
      *> year-end tax slips balance to it.  Each employer
      *> contribution type rides on a row of its own, keyed by
      *> the type code off EMPLOYER-RATES.TXT.
       FD  REMITTANCE-ACCUM-FILE.
       01  REMITTANCE-ACCUM-RECORD.
           05  RMA-PAYEE             PIC X(8).
           05  FILLER                PIC X(1).
           05  RMA-AMOUNT            PIC 9(9)V99.
           05  FILLER                PIC X(1).
           05  RMA-YTD-AMOUNT        PIC 9(9)V99.

       FD  CHEQUE-PRINT-FILE.
       01  CHEQUE-PRINT-RECORD.
           05  NC-NEXT-NUMBER        PIC 9(7).

      *> Machine-readable per-department gross/net per clean run,
      *> for the GL extract's labor distribution.  The employer
      *> contributions the department's pay drew ride beside them,
      *> and the hours worked for the labour budget.
       FD  DEPT-TOTALS-FILE.
       01  DEPT-TOTALS-LINE.
           05  DTL-DATE              PIC 9(8).
           05  DTL-GROSS             PIC 9(8)V99.
           05  FILLER                PIC X(1).
           05  DTL-NET               PIC 9(8)V99.
           05  FILLER                PIC X(1).
           05  DTL-EMPLOYER          PIC 9(8)V99.
           05  FILLER                PIC X(1).
           05  DTL-HOURS             PIC 9(7).

      *> Per-period accrual by job type: vacation hours and sick
      *> hours earned each pay period.
           05  EYT-BENEFITS-F        PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  EYT-NET-F             PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  EYT-EMPLOYER-F        PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  EYT-PAYS-F            PIC 9(3).
           05  FILLER                PIC X(1).
           05  EYT-LAST-GROSS-F      PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  EYT-LAST-NET-F        PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  EYT-PAYS-GROSS-F      PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  EYT-PAYS-NET-F        PIC 9(7)V99.

       FD  PAY-STUBS-FILE.
       01  PAY-STUB-LINE             PIC X(100).
               88  EMP-TERMINATED        VALUE 'T'.
           05  EMP-TERM-DATE         PIC 9(8).
           05  EMP-DEPARTMENT        PIC X(4).
           05  EMP-ADDRESS.
               10  EMP-STREET-ADDRESS PIC X(25).
               10  EMP-CITY-NAME      PIC X(15).
               10  EMP-PROVINCE       PIC X(15).
               10  EMP-POSTAL-CODE    PIC X(7).

      *> Garnishments and other court-ordered deductions, one line
      *> per order.  Priority 1 is taken first (support orders
      *> ahead of tax authority demands ahead of ordinary creditor
      *> garnishments); method F takes the fixed amount each pay,
      *> method P the percentage of net pay; a period cap of zero
      *> means no cap.  The balance owing comes down as the money
      *> is taken and the order closes itself (status C, dated)
      *> when it reaches zero.
       FD  DEDUCTION-ORDERS-FILE.
       01  DEDUCTION-ORDER-RECORD.
           05  DOR-ORDER-NUMBER      PIC 9(6).
           05  FILLER                PIC X(1).
           05  DOR-EMP-NUMBER        PIC 9(5).
           05  FILLER                PIC X(1).
           05  DOR-PRIORITY          PIC 9(1).
           05  FILLER                PIC X(1).
           05  DOR-PAYEE             PIC X(8).
           05  FILLER                PIC X(1).
           05  DOR-METHOD            PIC X(1).
           05  FILLER                PIC X(1).
           05  DOR-AMOUNT            PIC 9(5)V99.
           05  FILLER                PIC X(1).
           05  DOR-PERCENT           PIC 9(3)V99.
           05  FILLER                PIC X(1).
           05  DOR-PERIOD-CAP        PIC 9(5)V99.
           05  FILLER                PIC X(1).
           05  DOR-BALANCE           PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  DOR-START-DATE        PIC 9(8).
           05  FILLER                PIC X(1).
           05  DOR-STATUS            PIC X(1).
           05  FILLER                PIC X(1).
           05  DOR-CLOSED-DATE       PIC 9(8).

      *> The net pay a garnishment may never take an employee
      *> below; no file means the shop default in WORKING-STORAGE.
       FD  GARNISHMENT-CONTROL-FILE.
       01  GARNISHMENT-CONTROL-RECORD.
           05  GCT-PROTECTED-NET     PIC 9(5)V99.

      *> What each order gave up on a clean run, by payee, until
      *> REMITTANCE_PROGRAM cuts the garnishment payee file from it
      *> and clears it.
       FD  GARNISHMENT-WITHHELD-FILE.
       01  GARNISHMENT-WITHHELD-RECORD.
           05  GWH-DATE              PIC 9(8).
           05  FILLER                PIC X(1).
           05  GWH-PAYEE             PIC X(8).
           05  FILLER                PIC X(1).
           05  GWH-EMP-NUMBER        PIC 9(5).
           05  FILLER                PIC X(1).
           05  GWH-ORDER-NUMBER      PIC 9(6).
           05  FILLER                PIC X(1).
           05  GWH-AMOUNT            PIC 9(7)V99.

      *> Employer contribution rates, one row per contribution type
      *> and effective window: the type code (which is also the
      *> payee the contribution is remitted to), the window
      *> (eff-to of zero means still open), and the employer's
      *> rate as a percentage of gross pay.
       FD  EMPLOYER-RATES-FILE.
       01  EMPLOYER-RATE-RECORD.
           05  ERR-TYPE              PIC X(8).
           05  FILLER                PIC X(1).
           05  ERR-EFF-FROM          PIC 9(8).
           05  FILLER                PIC X(1).
           05  ERR-EFF-TO            PIC 9(8).
           05  FILLER                PIC X(1).
           05  ERR-RATE              PIC 9(2)V9999.

       FD  EMPLOYMENT-COST-OUT.
       01  EMPLOYMENT-COST-LINE      PIC X(80).

      *> Earnings codes beyond straight time: method M pays the
      *> hours at the pay record's rate times the multiplier,
      *> method F pays a flat premium per hour; a minimum-hours
      *> figure (call-in) pays at least that many hours.  A code
      *> not taxable stays out of the income-tax base, and a code
      *> that counts toward overtime brings the straight-time
      *> overtime threshold down by its hours.
       FD  EARNINGS-CODES-FILE.
       01  EARNINGS-CODE-RECORD.
           05  ECD-CODE              PIC X(3).
           05  FILLER                PIC X(1).
           05  ECD-DESCRIPTION       PIC X(20).
           05  FILLER                PIC X(1).
           05  ECD-METHOD            PIC X(1).
           05  FILLER                PIC X(1).
           05  ECD-MULTIPLIER        PIC 9V99.
           05  FILLER                PIC X(1).
           05  ECD-PREMIUM           PIC 9(3)V99.
           05  FILLER                PIC X(1).
           05  ECD-MIN-HOURS         PIC 9(2).
           05  FILLER                PIC X(1).
           05  ECD-TAXABLE           PIC X(1).
           05  FILLER                PIC X(1).
           05  ECD-COUNTS-OT         PIC X(1).

      *> Earnings lines keyed at the timesheet screen beside the
      *> pay records, matched to a pay record by employee and pay
      *> date, and balanced to their own TRL count/hours trailer.
       FD  PAY-EARNINGS-FILE.
       01  PAY-EARNINGS-RECORD.
           05  PEL-EMP-NUMBER        PIC 9(5).
           05  FILLER                PIC X(1).
           05  PEL-PAY-DATE          PIC 9(8).
           05  FILLER                PIC X(1).
           05  PEL-CODE              PIC X(3).
           05  FILLER                PIC X(1).
           05  PEL-HOURS             PIC 9(2).
       01  PAY-EARNINGS-TRAILER.
           05  ETL-MARKER            PIC X(3).
           05  FILLER                PIC X(2).
           05  ETL-RECORD-COUNT      PIC 9(7).
           05  FILLER                PIC X(1).
           05  ETL-HOURS-HASH        PIC 9(7).

      *> The swing, in whole percent, a pay's gross or net may move
      *> from the employee's last pay or year-to-date average pay
      *> before it goes on the variance list.  No file means the
      *> shop default in WORKING-STORAGE.
       FD  VARIANCE-CONTROL-FILE.
       01  VARIANCE-CONTROL-RECORD.
           05  VCT-SWING-PERCENT     PIC 9(3).

       FD  PAY-VARIANCE-OUT.
       01  PAY-VARIANCE-LINE         PIC X(100).

      *> Every pay of a batch run, waiting to go to the bank or the
      *> cheque printer.  A zero transit pays by cheque.  The
      *> trailer carries the status: H held for the supervisor, R
      *> released, P released with the flagged pays pulled.
       FD  PAY-HOLD-FILE.
       01  PAY-HOLD-RECORD.
           05  PHD-EMPLOYEE          PIC 9(5).
           05  FILLER                PIC X(1).
           05  PHD-NAME              PIC X(20).
           05  FILLER                PIC X(1).
           05  PHD-PAY-DATE          PIC 9(8).
           05  FILLER                PIC X(1).
           05  PHD-TRANSIT           PIC 9(8).
           05  FILLER                PIC X(1).
           05  PHD-ACCOUNT           PIC 9(12).
           05  FILLER                PIC X(1).
           05  PHD-NET               PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  PHD-FLAG              PIC X(1).
           05  FILLER                PIC X(1).
           05  PHD-REASON            PIC X(16).
       01  PAY-HOLD-TRAILER.
           05  PHT-MARKER            PIC X(3).
           05  FILLER                PIC X(2).
           05  PHT-RECORD-COUNT      PIC 9(7).
           05  FILLER                PIC X(1).
           05  PHT-NET-TOTAL         PIC 9(9)V99.
           05  FILLER                PIC X(1).
           05  PHT-STATUS            PIC X(1).
           05  FILLER                PIC X(1).
           05  PHT-STATUS-DATE       PIC 9(8).

      *> What each flagged pay on the hold posted, so a pay the
      *> supervisor pulls can be backed out of everything it
      *> touched: a PAY line with the pay's own figures, then a
      *> GAR line for each order it paid toward and a CON line for
      *> each employer contribution type it drew.  The hold line
      *> number ties them to the pay on PAY-HOLD.TXT.
       FD  PAY-HOLD-POSTINGS-FILE.
       01  HELD-PAY-POSTING.
           05  HPP-KIND              PIC X(3).
           05  FILLER                PIC X(1).
           05  HPP-HOLD-LINE         PIC 9(7).
           05  FILLER                PIC X(1).
           05  HPP-EMPLOYEE          PIC 9(5).
           05  FILLER                PIC X(1).
           05  HPP-JOB-TYPE          PIC X(3).
           05  FILLER                PIC X(1).
           05  HPP-DEPARTMENT        PIC X(4).
           05  FILLER                PIC X(1).
           05  HPP-GROSS             PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  HPP-TAX               PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  HPP-DUES              PIC 9(3)V99.
           05  FILLER                PIC X(1).
           05  HPP-BENEFITS          PIC 9(3)V99.
           05  FILLER                PIC X(1).
           05  HPP-NET               PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  HPP-EMPLOYER          PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  HPP-HOURS             PIC 9(2).
           05  FILLER                PIC X(1).
           05  HPP-YTD-POSTED        PIC X(1).
           05  FILLER                PIC X(1).
           05  HPP-PRIOR-LAST-GROSS  PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  HPP-PRIOR-LAST-NET    PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  HPP-DEPT-POSTED       PIC X(1).
           05  FILLER                PIC X(1).
           05  HPP-LEAVE-POSTED      PIC X(1).
           05  FILLER                PIC X(1).
           05  HPP-VAC-BEFORE        PIC 9(4)V99.
           05  FILLER                PIC X(1).
           05  HPP-VAC-AFTER         PIC 9(4)V99.
           05  FILLER                PIC X(1).
           05  HPP-SICK-BEFORE       PIC 9(4)V99.
           05  FILLER                PIC X(1).
           05  HPP-SICK-AFTER        PIC 9(4)V99.
       01  HELD-GARNISH-POSTING.
           05  HPG-KIND              PIC X(3).
           05  FILLER                PIC X(1).
           05  HPG-HOLD-LINE         PIC 9(7).
           05  FILLER                PIC X(1).
           05  HPG-ORDER-NUMBER      PIC 9(6).
           05  FILLER                PIC X(1).
           05  HPG-AMOUNT            PIC 9(5)V99.
           05  FILLER                PIC X(1).
           05  HPG-CLOSED            PIC X(1).
       01  HELD-CONTRIBUTION-POSTING.
           05  HPC-KIND              PIC X(3).
           05  FILLER                PIC X(1).
           05  HPC-HOLD-LINE         PIC 9(7).
           05  FILLER                PIC X(1).
           05  HPC-TYPE              PIC X(8).
           05  FILLER                PIC X(1).
           05  HPC-AMOUNT            PIC 9(7)V99.

      *> Off-cycle transactions, one per payment: B a bonus or
      *> other lump sum, C a correction of regular earnings.  The
      *> method is D deposit or C cheque (a manual cheque).  The
      *> file ends with a trailer carrying the transaction count
      *> and the sum of the amounts.
       FD  OFFCYCLE-IN-FILE.
       01  OFFCYCLE-RECORD.
           05  OFC-EMP-NUMBER        PIC 9(5).
           05  FILLER                PIC X(1).
           05  OFC-PAY-DATE          PIC 9(8).
           05  FILLER                PIC X(1).
           05  OFC-TYPE              PIC X(1).
           05  FILLER                PIC X(1).
           05  OFC-AMOUNT            PIC 9(5)V99.
           05  FILLER                PIC X(1).
           05  OFC-METHOD            PIC X(1).
           05  FILLER                PIC X(1).
           05  OFC-DESCRIPTION       PIC X(20).
       01  OFFCYCLE-TRAILER.
           05  OFT-MARKER            PIC X(3).
           05  FILLER                PIC X(3).
           05  OFT-RECORD-COUNT      PIC 9(7).
           05  FILLER                PIC X(1).
           05  OFT-AMOUNT-HASH       PIC 9(9)V99.

      *> Lump-sum withholding: the first row whose ceiling covers
      *> the amount gives the rate (ceiling zero is open-ended).
       FD  LUMP-SUM-RATES-FILE.
       01  LUMP-SUM-RATE-RECORD.
           05  LSR-CEILING           PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  LSR-RATE              PIC 9V99.

       FD  OFFCYCLE-REGISTER-OUT.
       01  OFFCYCLE-REGISTER-LINE    PIC X(120).

       WORKING-STORAGE SECTION.
       01   WS-RATE-COUNT            PIC 9(4) VALUE 0.
           05  WS-R-TOTAL            PIC $$,$$$,$$9.99-.
       01   WS-EMP-STATUS            PIC X(2).
       01   WS-EMP-FOUND-FLAG        PIC X(1).
      *> The employee and pay date being paid, whichever run the
      *> pay came from.
       01   WS-CUR-EMP-NUMBER        PIC 9(5).
       01   WS-CUR-PAY-DATE          PIC 9(8).
       01   WS-CUR-HOURS             PIC 9(2).
       01   WS-GROSS-PAY             PIC 9(5)V99.
       01   WS-REG-PAY               PIC 9(5)V99.
       01   WS-OT-PAY                PIC 9(5)V99.
       01   WS-ACCUM-TAX             PIC 9(9)V99 VALUE 0.
       01   WS-ACCUM-DUES            PIC 9(9)V99 VALUE 0.
       01   WS-ACCUM-BEN             PIC 9(9)V99 VALUE 0.
       01   WS-ACCUM-YTD-TAX         PIC 9(9)V99 VALUE 0.
       01   WS-ACCUM-YTD-DUES        PIC 9(9)V99 VALUE 0.
       01   WS-ACCUM-YTD-BEN         PIC 9(9)V99 VALUE 0.
       01   WS-ACCUM-EOF             PIC X(1) VALUE 'N'.
       01   WS-CHEQUE-NUMBER         PIC 9(7).
       01   WS-CHEQUE-COUNT          PIC 9(5) VALUE 0.
               10  WS-DP-CODE        PIC X(4).
               10  WS-DP-GROSS       PIC 9(8)V99.
               10  WS-DP-NET         PIC 9(8)V99.
               10  WS-DP-EMPLOYER    PIC 9(8)V99.
               10  WS-DP-HOURS       PIC 9(7).
       01   WS-DP-COUNT              PIC 9(2) VALUE 0.
       01   WS-DP-SUB                PIC 9(2).
       01   WS-DP-HIT-SUB            PIC 9(2).
           05  WS-DL-GROSS           PIC $$,$$$,$$9.99.
           05  FILLER                PIC X(6) VALUE "  NET ".
           05  WS-DL-NET             PIC $$,$$$,$$9.99.
           05  FILLER                PIC X(11) VALUE "  EMPLOYER ".
           05  WS-DL-EMPLOYER        PIC $$,$$$,$$9.99.

       01   WS-EMPLOYER-RATE-TABLE.
           05  WS-ER-ENTRY OCCURS 100 TIMES.
               10  WS-ER-TYPE        PIC X(8).
               10  WS-ER-FROM        PIC 9(8).
               10  WS-ER-TO          PIC 9(8).
               10  WS-ER-RATE        PIC 9(2)V9999.
       01   WS-ER-COUNT              PIC 9(3) VALUE 0.
       01   WS-ER-EOF                PIC X(1) VALUE 'N'.
       01   WS-ER-SUB                PIC 9(3).
       01   WS-EMPLOYER-SHARE        PIC 9(5)V99.
       01   WS-EMPLOYER-PIECE        PIC 9(5)V99.
       01   WS-RUN-EMPLOYER-TOTAL    PIC 9(9)V99 VALUE 0.
      *> One row per contribution type: this run's amount, and the
      *> accumulator's period and year-to-date figures once 283
      *> has read them back.
       01   WS-EMPLOYER-TYPE-TABLE.
           05  WS-EC-ENTRY OCCURS 100 TIMES.
               10  WS-EC-TYPE        PIC X(8).
               10  WS-EC-RUN         PIC 9(9)V99.
               10  WS-EC-ACCUM       PIC 9(9)V99.
               10  WS-EC-ACCUM-YTD   PIC 9(9)V99.
       01   WS-EC-COUNT              PIC 9(3) VALUE 0.
       01   WS-EC-SUB                PIC 9(3).
       01   WS-EC-HIT-SUB            PIC 9(3).
       01   WS-EC-LOOKUP-TYPE        PIC X(8).
       01   WS-COST-GROSS-TOTAL      PIC 9(9)V99.
       01   WS-COST-EMPLOYER-TOTAL   PIC 9(9)V99.
       01   WS-COST-HEAD-LINE.
           05  FILLER                PIC X(29)
               VALUE "TOTAL COST OF EMPLOYMENT FOR ".
           05  WS-CH-DATE            PIC 9(8).
       01   WS-COST-COLUMN-LINE.
           05  FILLER                PIC X(4) VALUE "DEPT".
           05  FILLER                PIC X(16)
               VALUE "           GROSS".
           05  FILLER                PIC X(16)
               VALUE "        EMPLOYER".
           05  FILLER                PIC X(16)
               VALUE "      TOTAL COST".
       01   WS-COST-LINE.
           05  WS-CL-CODE            PIC X(4).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-CL-GROSS           PIC $$$,$$$,$$9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-CL-EMPLOYER        PIC $$$,$$$,$$9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-CL-TOTAL           PIC $$$,$$$,$$9.99.

       01   WS-LEAVE-RULE-TABLE.
           05  WS-LR-ENTRY OCCURS 100 TIMES.
       01   WS-LB-FOUND-FLAG         PIC X(1).
       01   WS-LEAVE-TAKEN           PIC 9(2).

       01   WS-STUB-GARNISH-LINE.
           05  FILLER                PIC X(8)
               VALUE "ORDERS  ".
           05  FILLER                PIC X(11) VALUE " GARNISHED ".
           05  WS-SG-AMOUNT          PIC $$$,$$9.99.
       01   WS-EARNINGS-CODE-TABLE.
           05  WS-ED-ENTRY OCCURS 100 TIMES.
               10  WS-ED-CODE        PIC X(3).
               10  WS-ED-DESCRIPTION PIC X(20).
               10  WS-ED-METHOD      PIC X(1).
               10  WS-ED-MULTIPLIER  PIC 9V99.
               10  WS-ED-PREMIUM     PIC 9(3)V99.
               10  WS-ED-MIN-HOURS   PIC 9(2).
               10  WS-ED-TAXABLE     PIC X(1).
               10  WS-ED-COUNTS-OT   PIC X(1).
       01   WS-ED-COUNT              PIC 9(3) VALUE 0.
       01   WS-ED-EOF                PIC X(1) VALUE 'N'.
       01   WS-ED-SUB                PIC 9(3).
       01   WS-ED-HIT-SUB            PIC 9(3).
       01   WS-EARNINGS-LINE-TABLE.
           05  WS-EL-ENTRY OCCURS 2000 TIMES.
               10  WS-EL-EMP-NUMBER  PIC 9(5).
               10  WS-EL-PAY-DATE    PIC 9(8).
               10  WS-EL-CODE        PIC X(3).
               10  WS-EL-HOURS       PIC 9(2).
       01   WS-EL-COUNT              PIC 9(4) VALUE 0.
       01   WS-EL-EOF                PIC X(1) VALUE 'N'.
       01   WS-EL-SUB                PIC 9(4).
       01   WS-EL-READ-COUNT         PIC 9(7) VALUE 0.
       01   WS-EL-HOURS-HASH         PIC 9(7) VALUE 0.
       01   WS-EL-TRL-SEEN           PIC X(1) VALUE 'N'.
       01   WS-EL-TRL-COUNT          PIC 9(7) VALUE 0.
       01   WS-EL-TRL-HASH           PIC 9(7) VALUE 0.
       01   WS-EL-OK-FLAG            PIC X(1) VALUE 'Y'.
      *> This pay record's earnings lines, priced.
       01   WS-PAY-EARNINGS-TABLE.
           05  WS-PE-ENTRY OCCURS 20 TIMES.
               10  WS-PE-CODE-SUB    PIC 9(3).
               10  WS-PE-HOURS       PIC 9(2).
               10  WS-PE-AMOUNT      PIC 9(5)V99.
       01   WS-PE-COUNT              PIC 9(2) VALUE 0.
       01   WS-PE-SUB                PIC 9(2).
       01   WS-EARN-BAD-FLAG         PIC X(1).
       01   WS-EARN-BAD-CODE         PIC X(3).
       01   WS-OT-CREDIT-HOURS       PIC 9(3).
       01   WS-NONTAX-EARNINGS       PIC 9(5)V99.
       01   WS-TAXABLE-GROSS         PIC 9(5)V99.
       01   WS-BASE-PAY              PIC 9(5)V99.
       01   WS-THRESHOLD1            PIC 9(3)V9.
       01   WS-THRESHOLD2            PIC 9(3)V9.
       01   WS-TIER2-FLAG            PIC X(1).
       01   WS-EARN-HOURS-PAID       PIC 9(2).
       01   WS-EARNINGS-LINE.
           05  WS-EN-CAPTION         PIC X(8).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EN-CODE            PIC X(3).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EN-DESCRIPTION     PIC X(20).
           05  FILLER                PIC X(5) VALUE " HRS ".
           05  WS-EN-HOURS           PIC ZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EN-AMOUNT          PIC $$$,$$9.99.
      *> Pay-period variance check ahead of the bank file.
       01   WS-SWING-PERCENT         PIC 9(3) VALUE 50.
       01   WS-VC-EOF                PIC X(1) VALUE 'N'.
       01   WS-VARIANCE-COUNT        PIC 9(5) VALUE 0.
       01   WS-VARIANCE-REASON       PIC X(16).
       01   WS-SWING-REASON          PIC X(16).
       01   WS-SWING-BASE            PIC 9(7)V99.
       01   WS-SWING-TEST            PIC 9(7)V99.
       01   WS-SWING-AMOUNT          PIC 9(7)V99.
       01   WS-AVG-GROSS             PIC 9(7)V99.
       01   WS-AVG-NET               PIC 9(7)V99.
       01   WS-HOLD-COUNT            PIC 9(7) VALUE 0.
       01   WS-HOLD-NET-TOTAL        PIC 9(9)V99 VALUE 0.
       01   WS-HOLD-EOF              PIC X(1).
      *> What a flagged pay posted, noted as it posts and written
      *> to PAY-HOLD-POSTINGS.TXT once the pay is done.
       01   WS-HP-PRIOR-LAST-GROSS   PIC 9(7)V99.
       01   WS-HP-PRIOR-LAST-NET     PIC 9(7)V99.
       01   WS-HP-VAC-BEFORE         PIC 9(4)V99.
       01   WS-HP-SICK-BEFORE        PIC 9(4)V99.
       01   WS-PAY-GARNISH-TABLE.
           05  WS-PG-ENTRY OCCURS 500 TIMES.
               10  WS-PG-ORDER-NUMBER PIC 9(6).
               10  WS-PG-TAKE        PIC 9(5)V99.
               10  WS-PG-CLOSED      PIC X(1).
       01   WS-PG-COUNT              PIC 9(4) VALUE 0.
       01   WS-PG-SUB                PIC 9(4).
       01   WS-PAY-CONTRIBUTION-TABLE.
           05  WS-PC-ENTRY OCCURS 100 TIMES.
               10  WS-PC-TYPE        PIC X(8).
               10  WS-PC-AMOUNT      PIC 9(5)V99.
       01   WS-PC-COUNT              PIC 9(4) VALUE 0.
       01   WS-PC-SUB                PIC 9(4).
       01   WS-VARIANCE-HEAD.
           05  FILLER                PIC X(34)
               VALUE "PAY VARIANCE REVIEW -- SWING OVER ".
           05  WS-VH-PERCENT         PIC ZZ9.
           05  FILLER                PIC X(28)
               VALUE "% OF LAST PAY OR YTD AVERAGE".
       01   WS-VARIANCE-COLUMNS.
           05  FILLER                PIC X(53)
               VALUE "EMP   NAME                 PAY DATE REASON".
           05  FILLER                PIC X(44)
               VALUE "     GROSS        NET   LAST GRS    AVG GRS".
       01   WS-VARIANCE-LINE.
           05  WS-VL-NUMBER          PIC 9(5).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-VL-NAME            PIC X(20).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-VL-DATE            PIC 9(8).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-VL-REASON          PIC X(16).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-VL-GROSS           PIC $$$,$$9.99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-VL-NET             PIC $$$,$$9.99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-VL-LAST-GROSS      PIC $$$,$$9.99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-VL-AVG-GROSS       PIC $$$,$$9.99.
      *> The pay being sent to the bank or the cheque printer,
      *> laid out as it sits on PAY-HOLD.TXT.
       01   WS-PAYOUT-RECORD.
           05  WS-PO-EMPLOYEE        PIC 9(5).
           05  FILLER                PIC X(1).
           05  WS-PO-NAME            PIC X(20).
           05  FILLER                PIC X(1).
           05  WS-PO-PAY-DATE        PIC 9(8).
           05  FILLER                PIC X(1).
           05  WS-PO-TRANSIT         PIC 9(8).
           05  FILLER                PIC X(1).
           05  WS-PO-ACCOUNT         PIC 9(12).
           05  FILLER                PIC X(1).
           05  WS-PO-NET             PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  WS-PO-FLAG            PIC X(1).
           05  FILLER                PIC X(1).
           05  WS-PO-REASON          PIC X(16).

       01   WS-OFF-CYCLE-FLAG        PIC X(1) VALUE 'N'.
       01   WS-OC-HOLD-STATUS        PIC X(1).
       01   WS-OC-EOF                PIC X(1) VALUE 'N'.
       01   WS-OC-READ-COUNT         PIC 9(7) VALUE 0.
       01   WS-OC-AMOUNT-HASH        PIC 9(9)V99 VALUE 0.
       01   WS-OC-TRL-SEEN           PIC X(1) VALUE 'N'.
       01   WS-OC-TRL-COUNT          PIC 9(7) VALUE 0.
       01   WS-OC-TRL-HASH           PIC 9(9)V99 VALUE 0.
       01   WS-OC-OK-FLAG            PIC X(1) VALUE 'Y'.
       01   WS-OC-REJECT-REASON      PIC X(30).
       01   WS-LUMP-SUM-TABLE.
           05  WS-LS-ENTRY OCCURS 10 TIMES.
               10  WS-LS-CEILING     PIC 9(7)V99.
               10  WS-LS-RATE        PIC 9V99.
       01   WS-LS-COUNT              PIC 9(2) VALUE 0.
       01   WS-LS-EOF                PIC X(1) VALUE 'N'.
       01   WS-LS-SUB                PIC 9(2).
       01   WS-LS-FOUND-FLAG         PIC X(1).
       01   WS-OC-HEAD-LINE.
           05  FILLER                PIC X(33)
               VALUE "OFF-CYCLE PAYROLL REGISTER   RUN ".
           05  WS-OH-DATE            PIC 9(8).
       01   WS-OC-COLUMN-LINE.
           05  FILLER                PIC X(46) VALUE
               "EMP   NAME                 PAY DATE TYPE      ".
           05  FILLER                PIC X(47) VALUE
               " DESCRIPTION               GROSS       TAX     ".
           05  FILLER                PIC X(20) VALUE
               "   NET PAID BY      ".
       01   WS-OC-LINE.
           05  WS-OL-NUMBER          PIC 9(5).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-OL-NAME            PIC X(20).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-OL-DATE            PIC 9(8).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-OL-TYPE            PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-OL-DESCRIPTION     PIC X(20).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-OL-GROSS           PIC $$$,$$9.99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-OL-TAX             PIC $$,$$9.99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-OL-NET             PIC $$$,$$9.99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-OL-PAID-BY         PIC X(7).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-OL-CHEQUE          PIC X(7).
       01   WS-OC-REJECT-LINE.
           05  WS-OR-NUMBER          PIC X(5).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-OR-DATE            PIC X(8).
           05  FILLER                PIC X(11) VALUE " REJECTED: ".
           05  WS-OR-REASON          PIC X(30).
       01   WS-OC-TOTAL-LINE.
           05  FILLER                PIC X(16)
               VALUE "OFF-CYCLE TOTAL ".
           05  WS-OCT-GROSS          PIC $$,$$$,$$9.99.
           05  FILLER                PIC X(6) VALUE "  TAX ".
           05  WS-OCT-TAX            PIC $$,$$$,$$9.99.
           05  FILLER                PIC X(6) VALUE "  NET ".
           05  WS-OCT-NET            PIC $$,$$$,$$9.99.
       01   WS-STUB-EMPLOYER-LINE.
           05  FILLER                PIC X(8)
               VALUE "EMPLOYER".
           05  FILLER                PIC X(9) VALUE " CONTRIB ".
           05  WS-SE-AMOUNT          PIC $$$,$$9.99.
           05  FILLER                PIC X(5) VALUE " YTD ".
           05  WS-SE-YTD             PIC $$$,$$9.99.
       01   WS-STUB-LEAVE-LINE.
           05  FILLER                PIC X(8)
               VALUE "LEAVE   ".
               10  WS-EY-DUES        PIC 9(7)V99.
               10  WS-EY-BENEFITS    PIC 9(7)V99.
               10  WS-EY-NET         PIC 9(7)V99.
               10  WS-EY-EMPLOYER    PIC 9(7)V99.
               10  WS-EY-PAYS        PIC 9(3).
               10  WS-EY-LAST-GROSS  PIC 9(7)V99.
               10  WS-EY-LAST-NET    PIC 9(7)V99.
               10  WS-EY-PAYS-GROSS  PIC 9(7)V99.
               10  WS-EY-PAYS-NET    PIC 9(7)V99.
       01   WS-EY-COUNT              PIC 9(4) VALUE 0.
       01   WS-EY-EOF                PIC X(1) VALUE 'N'.
       01   WS-EY-SUB                PIC 9(4).
           05  FILLER                PIC X(5) VALUE " NET ".
           05  WS-SM-NET             PIC $$$,$$9.99.

       01   WS-ORDER-TABLE.
           05  WS-GO-ENTRY OCCURS 500 TIMES.
               10  WS-GO-ORDER-NUMBER PIC 9(6).
               10  WS-GO-EMP-NUMBER  PIC 9(5).
               10  WS-GO-PRIORITY    PIC 9(1).
               10  WS-GO-PAYEE       PIC X(8).
               10  WS-GO-METHOD      PIC X(1).
               10  WS-GO-AMOUNT      PIC 9(5)V99.
               10  WS-GO-PERCENT     PIC 9(3)V99.
               10  WS-GO-PERIOD-CAP  PIC 9(5)V99.
               10  WS-GO-BALANCE     PIC 9(7)V99.
               10  WS-GO-START-DATE  PIC 9(8).
               10  WS-GO-STATUS      PIC X(1).
               10  WS-GO-CLOSED-DATE PIC 9(8).
               10  WS-GO-TAKEN       PIC 9(7)V99.
       01   WS-GO-COUNT              PIC 9(4) VALUE 0.
       01   WS-GO-EOF                PIC X(1) VALUE 'N'.
       01   WS-GO-SUB                PIC 9(4).
       01   WS-GO-LEVEL              PIC 9(2).
       01   WS-GO-CLOSED-COUNT       PIC 9(4) VALUE 0.
       01   WS-PROTECTED-NET         PIC 9(5)V99 VALUE 300.00.
       01   WS-GC-EOF                PIC X(1) VALUE 'N'.
       01   WS-NET-BEFORE-GARNISH    PIC 9(5)V99.
       01   WS-GARNISH-TOTAL         PIC 9(5)V99.
       01   WS-GARNISH-TAKE          PIC 9(5)V99.
       01   WS-GARNISH-ROOM          PIC 9(5)V99.
       01   WS-RUN-GARN-TOTAL        PIC 9(9)V99 VALUE 0.
       01   WS-GARN-EDITED           PIC $$,$$$,$$9.99.

       01   WS-YTD-TABLE.
           05  WS-YTD-ENTRY OCCURS 500 TIMES.
               10  WS-YTD-JOB-TYPE   PIC X(3).
           PERFORM 069B-LOAD-LEAVE-BALANCES.
           PERFORM 070-LOAD-CONTROL-CARD.
           PERFORM 075-LOAD-JOB-TYPE-FILTER.
           PERFORM 085-LOAD-DEDUCTION-ORDERS.
           PERFORM 088-LOAD-GARNISHMENT-CONTROL.
           PERFORM 089-LOAD-VARIANCE-CONTROL.
           PERFORM 087-LOAD-EMPLOYER-RATES.
           PERFORM 072-LOAD-EARNINGS-CODES.
           PERFORM 073-LOAD-EARNINGS-LINES.

           DISPLAY "Single job-type lookup, batch payroll "
               "register, retro recalculation, or off-cycle "
               "run? (S/B/R/O) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'B' OR 'b'
                   PERFORM 705-CHECK-HELD-RUN
                   EVALUATE TRUE
                       WHEN WS-OC-HOLD-STATUS = 'H'
                           DISPLAY "*** A BATCH RUN IS HELD FOR "
                               "SUPERVISOR RELEASE -- BATCH RUN "
                               "ABORTED, PAY-HOLD.TXT LEFT ALONE ***"
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-GO-EOF NOT = 'Y'
                           DISPLAY "*** DEDUCTION-ORDERS.TXT EXCEEDS "
                               "THE 500-LINE TABLE -- RUN ABORTED, "
                               "FILE LEFT ALONE ***"
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-EL-OK-FLAG NOT = 'Y'
                           DISPLAY "*** PAY-EARNINGS.TXT DOES NOT "
                               "BALANCE TO ITS TRAILER -- RUN "
                               "ABORTED ***"
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           PERFORM 200-RUN-BATCH-PAYROLL
                   END-EVALUATE
               WHEN WS-MODE = 'R' OR 'r'
                   PERFORM 600-RUN-RETRO-RECALC
               WHEN WS-MODE = 'O' OR 'o'
                   PERFORM 700-RUN-OFF-CYCLE
               WHEN OTHER
                   PERFORM 100-SINGLE-LOOKUP
           END-EVALUATE.
                       "LOADED ***"
               END-IF.

      *> Garnishment and deduction orders, one row per order with
      *> its priority, payee and method, loaded at startup.
      *> The whole order file rides in the table and is rewritten
      *> from it after a clean run, so a file too big for the
      *> table stops the batch before anyone is paid.
           085-LOAD-DEDUCTION-ORDERS.
               OPEN INPUT DEDUCTION-ORDERS-FILE.
               PERFORM 086-READ-DEDUCTION-ORDER
                   UNTIL WS-GO-EOF = 'Y' OR WS-GO-COUNT = 500.
               CLOSE DEDUCTION-ORDERS-FILE.

           086-READ-DEDUCTION-ORDER.
               READ DEDUCTION-ORDERS-FILE
                   AT END MOVE 'Y' TO WS-GO-EOF
                   NOT AT END
                       ADD 1 TO WS-GO-COUNT
                       MOVE DOR-ORDER-NUMBER
                           TO WS-GO-ORDER-NUMBER(WS-GO-COUNT)
                       MOVE DOR-EMP-NUMBER
                           TO WS-GO-EMP-NUMBER(WS-GO-COUNT)
                       MOVE DOR-PRIORITY TO WS-GO-PRIORITY(WS-GO-COUNT)
                       MOVE DOR-PAYEE TO WS-GO-PAYEE(WS-GO-COUNT)
                       MOVE DOR-METHOD TO WS-GO-METHOD(WS-GO-COUNT)
                       MOVE DOR-AMOUNT TO WS-GO-AMOUNT(WS-GO-COUNT)
                       MOVE DOR-PERCENT TO WS-GO-PERCENT(WS-GO-COUNT)
                       MOVE DOR-PERIOD-CAP
                           TO WS-GO-PERIOD-CAP(WS-GO-COUNT)
                       MOVE DOR-BALANCE TO WS-GO-BALANCE(WS-GO-COUNT)
                       MOVE DOR-START-DATE
                           TO WS-GO-START-DATE(WS-GO-COUNT)
                       MOVE DOR-STATUS TO WS-GO-STATUS(WS-GO-COUNT)
                       MOVE DOR-CLOSED-DATE
                           TO WS-GO-CLOSED-DATE(WS-GO-COUNT)
                       MOVE 0 TO WS-GO-TAKEN(WS-GO-COUNT)
               END-READ.

           088-LOAD-GARNISHMENT-CONTROL.
               OPEN INPUT GARNISHMENT-CONTROL-FILE.
               READ GARNISHMENT-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-GC-EOF
               END-READ.
               IF WS-GC-EOF NOT = 'Y'
                   MOVE GCT-PROTECTED-NET TO WS-PROTECTED-NET
               END-IF.
               CLOSE GARNISHMENT-CONTROL-FILE.

           089-LOAD-VARIANCE-CONTROL.
               OPEN INPUT VARIANCE-CONTROL-FILE.
               READ VARIANCE-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-VC-EOF
               END-READ.
               IF WS-VC-EOF NOT = 'Y'
                   AND VCT-SWING-PERCENT IS NUMERIC
                   MOVE VCT-SWING-PERCENT TO WS-SWING-PERCENT
               END-IF.
               CLOSE VARIANCE-CONTROL-FILE.

      *> Employer contribution rates, loaded at startup like the
      *> tax brackets.  No file means no employer contributions.
           087-LOAD-EMPLOYER-RATES.
               OPEN INPUT EMPLOYER-RATES-FILE.
               PERFORM 087A-READ-EMPLOYER-RATE
                   UNTIL WS-ER-EOF = 'Y' OR WS-ER-COUNT = 100.
               PERFORM 087B-CHECK-EMPLOYER-CEILING.
               CLOSE EMPLOYER-RATES-FILE.

           087A-READ-EMPLOYER-RATE.
               READ EMPLOYER-RATES-FILE
                   AT END MOVE 'Y' TO WS-ER-EOF
                   NOT AT END
                       ADD 1 TO WS-ER-COUNT
                       MOVE ERR-TYPE TO WS-ER-TYPE(WS-ER-COUNT)
                       MOVE ERR-EFF-FROM TO WS-ER-FROM(WS-ER-COUNT)
                       MOVE ERR-EFF-TO TO WS-ER-TO(WS-ER-COUNT)
                       MOVE ERR-RATE TO WS-ER-RATE(WS-ER-COUNT)
               END-READ.

           087B-CHECK-EMPLOYER-CEILING.
               IF WS-ER-EOF NOT = 'Y'
                   DISPLAY "*** WARNING: EMPLOYER-RATES FILE HAS MORE "
                       "THAN 100 ROWS -- REMAINING ROWS WERE NOT "
                       "LOADED ***"
               END-IF.

      *> Per-job-type overtime rules, loaded at startup like the
      *> pay rates: first threshold and multiplier, and an optional
      *> second tier (threshold of zero means no second tier).
                       "LOADED ***"
               END-IF.

           072-LOAD-EARNINGS-CODES.
               OPEN INPUT EARNINGS-CODES-FILE.
               PERFORM 072A-READ-EARNINGS-CODE
                   UNTIL WS-ED-EOF = 'Y' OR WS-ED-COUNT = 100.
               PERFORM 072B-CHECK-EARNINGS-CEILING.
               CLOSE EARNINGS-CODES-FILE.

           072A-READ-EARNINGS-CODE.
               READ EARNINGS-CODES-FILE
                   AT END MOVE 'Y' TO WS-ED-EOF
                   NOT AT END
                       ADD 1 TO WS-ED-COUNT
                       MOVE ECD-CODE TO WS-ED-CODE(WS-ED-COUNT)
                       MOVE ECD-DESCRIPTION
                           TO WS-ED-DESCRIPTION(WS-ED-COUNT)
                       MOVE ECD-METHOD TO WS-ED-METHOD(WS-ED-COUNT)
                       MOVE ECD-MULTIPLIER
                           TO WS-ED-MULTIPLIER(WS-ED-COUNT)
                       MOVE ECD-PREMIUM TO WS-ED-PREMIUM(WS-ED-COUNT)
                       MOVE ECD-MIN-HOURS
                           TO WS-ED-MIN-HOURS(WS-ED-COUNT)
                       MOVE ECD-TAXABLE TO WS-ED-TAXABLE(WS-ED-COUNT)
                       MOVE ECD-COUNTS-OT
                           TO WS-ED-COUNTS-OT(WS-ED-COUNT)
               END-READ.

           072B-CHECK-EARNINGS-CEILING.
               IF WS-ED-EOF NOT = 'Y'
                   DISPLAY "*** WARNING: EARNINGS-CODES FILE HAS MORE "
                       "THAN 100 ROWS -- REMAINING ROWS WERE NOT "
                       "LOADED ***"
               END-IF.

      *> The earnings lines are read to the end so the trailer can
      *> prove them; lines past the table are still counted, and
      *> a file that overflows the table or misses its trailer
      *> stops the batch the way a short pay file does.
           073-LOAD-EARNINGS-LINES.
               OPEN INPUT PAY-EARNINGS-FILE.
               PERFORM 073A-READ-EARNINGS-LINE
                   UNTIL WS-EL-EOF = 'Y'.
               CLOSE PAY-EARNINGS-FILE.
               IF WS-EL-READ-COUNT > 0 OR WS-EL-TRL-SEEN = 'Y'
                   PERFORM 073B-VERIFY-EARNINGS-TRAILER
               END-IF.

           073A-READ-EARNINGS-LINE.
               READ PAY-EARNINGS-FILE
                   AT END MOVE 'Y' TO WS-EL-EOF
                   NOT AT END
                       IF ETL-MARKER = "TRL"
                           MOVE 'Y' TO WS-EL-TRL-SEEN
                           MOVE ETL-RECORD-COUNT TO WS-EL-TRL-COUNT
                           MOVE ETL-HOURS-HASH TO WS-EL-TRL-HASH
                       ELSE
                           ADD 1 TO WS-EL-READ-COUNT
                           ADD PEL-HOURS TO WS-EL-HOURS-HASH
                           IF WS-EL-COUNT < 2000
                               ADD 1 TO WS-EL-COUNT
                               MOVE PEL-EMP-NUMBER
                                   TO WS-EL-EMP-NUMBER(WS-EL-COUNT)
                               MOVE PEL-PAY-DATE
                                   TO WS-EL-PAY-DATE(WS-EL-COUNT)
                               MOVE PEL-CODE TO WS-EL-CODE(WS-EL-COUNT)
                               MOVE PEL-HOURS
                                   TO WS-EL-HOURS(WS-EL-COUNT)
                           END-IF
                       END-IF
               END-READ.

           073B-VERIFY-EARNINGS-TRAILER.
               EVALUATE TRUE
                   WHEN WS-EL-TRL-SEEN NOT = 'Y'
                       DISPLAY "NO TRAILER RECORD ON PAY-EARNINGS"
                       MOVE 'N' TO WS-EL-OK-FLAG
                   WHEN WS-EL-READ-COUNT NOT = WS-EL-TRL-COUNT
                       DISPLAY "EARNINGS LINE COUNT MISMATCH: READ "
                           WS-EL-READ-COUNT " TRAILER SAYS "
                           WS-EL-TRL-COUNT
                       MOVE 'N' TO WS-EL-OK-FLAG
                   WHEN WS-EL-HOURS-HASH NOT = WS-EL-TRL-HASH
                       DISPLAY "EARNINGS HOURS HASH MISMATCH: READ "
                           WS-EL-HOURS-HASH " TRAILER SAYS "
                           WS-EL-TRL-HASH
                       MOVE 'N' TO WS-EL-OK-FLAG
                   WHEN WS-EL-READ-COUNT > WS-EL-COUNT
                       DISPLAY "PAY-EARNINGS HAS MORE THAN 2000 LINES"
                       MOVE 'N' TO WS-EL-OK-FLAG
               END-EVALUATE.

      *> With no lump-sum file the standard withholding on a lump
      *> sum applies: 10% to 5,000, 20% to 15,000, 30% above.
           074-LOAD-LUMP-SUM-RATES.
               OPEN INPUT LUMP-SUM-RATES-FILE.
               PERFORM 074A-READ-LUMP-SUM-RATE
                   UNTIL WS-LS-EOF = 'Y' OR WS-LS-COUNT = 10.
               PERFORM 074B-CHECK-LUMP-SUM-CEILING.
               CLOSE LUMP-SUM-RATES-FILE.
               IF WS-LS-COUNT = 0
                   MOVE 3 TO WS-LS-COUNT
                   MOVE 5000.00 TO WS-LS-CEILING(1)
                   MOVE 0.10 TO WS-LS-RATE(1)
                   MOVE 15000.00 TO WS-LS-CEILING(2)
                   MOVE 0.20 TO WS-LS-RATE(2)
                   MOVE 0 TO WS-LS-CEILING(3)
                   MOVE 0.30 TO WS-LS-RATE(3)
               END-IF.

           074A-READ-LUMP-SUM-RATE.
               READ LUMP-SUM-RATES-FILE
                   AT END MOVE 'Y' TO WS-LS-EOF
                   NOT AT END
                       ADD 1 TO WS-LS-COUNT
                       MOVE LSR-CEILING TO WS-LS-CEILING(WS-LS-COUNT)
                       MOVE LSR-RATE TO WS-LS-RATE(WS-LS-COUNT)
               END-READ.

           074B-CHECK-LUMP-SUM-CEILING.
               IF WS-LS-EOF NOT = 'Y'
                   DISPLAY "*** WARNING: LUMP-SUM-RATES FILE HAS MORE "
                       "THAN 10 ROWS -- REMAINING ROWS WERE NOT "
                       "LOADED ***"
               END-IF.

           100-SINGLE-LOOKUP.
               DISPLAY "Enter Job Type: ".
               ACCEPT JOB-TYPE-IN.
               OPEN OUTPUT PAY-STUBS-FILE.
               OPEN OUTPUT CHEQUE-PRINT-FILE.
               OPEN EXTEND CHEQUE-REGISTER-FILE.
               OPEN OUTPUT PAY-HOLD-FILE.
               OPEN OUTPUT PAY-HOLD-POSTINGS-FILE.
               OPEN OUTPUT PAY-VARIANCE-OUT.
               MOVE WS-SWING-PERCENT TO WS-VH-PERCENT.
               WRITE PAY-VARIANCE-LINE FROM WS-VARIANCE-HEAD.
               WRITE PAY-VARIANCE-LINE FROM WS-VARIANCE-COLUMNS.
               PERFORM 270-RUN-ONE-PERIOD
                   VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
                   DISPLAY WS-RUN-TOTAL-LINE
                   WRITE REGISTER-LINE-OUT FROM WS-RUN-TOTAL-LINE
                   PERFORM 275-PRINT-DEPT-SUBTOTALS
                   PERFORM 277-WRITE-EMPLOYMENT-COST
                   PERFORM 280-WRITE-PAYROLL-TOTALS
                   PERFORM 282-ACCUMULATE-REMITTANCES
                   PERFORM 284-POST-GARNISHMENTS
                   PERFORM 285-RELEASE-DIRECT-DEPOSIT
               ELSE
                   CLOSE PAY-HOLD-FILE
                   DISPLAY "*** REGISTER NOT FINALIZED -- INPUT "
                       "FILE DOES NOT BALANCE TO ITS TRAILER ***"
                   MOVE 8 TO RETURN-CODE
               END-IF.
               CLOSE PAY-VARIANCE-OUT.
               CLOSE PAY-HOLD-POSTINGS-FILE.
               CLOSE EMPLOYEE-MASTER-FILE.
               CLOSE PAYROLL-REGISTER-OUT.
               CLOSE PAYROLL-REJECTS-OUT.
               DISPLAY "CHEQUES QUEUED FOR PRINT: " WS-CHEQUE-COUNT.
               PERFORM 290-LOG-THIS-RUN.

      *> Every pay goes to PAY-HOLD.TXT first, and the hold file is
      *> only closed off (trailer written) when its total equals
      *> the register's net grand total -- the same balancing
      *> discipline as the GL extract; money never goes out
      *> against an unbalanced split.  A run with nothing on the
      *> variance list is paid out at once; otherwise the deposit
      *> file and the cheques wait for PAY_RELEASE_PROGRAM.
           285-RELEASE-DIRECT-DEPOSIT.
               IF WS-HOLD-NET-TOTAL = WS-RUN-NET-TOTAL
                   MOVE SPACES TO PAY-HOLD-TRAILER
                   MOVE "TRL" TO PHT-MARKER
                   MOVE WS-HOLD-COUNT TO PHT-RECORD-COUNT
                   MOVE WS-HOLD-NET-TOTAL TO PHT-NET-TOTAL
                   ACCEPT WS-TOTALS-DATE FROM DATE YYYYMMDD
                   MOVE WS-TOTALS-DATE TO PHT-STATUS-DATE
                   IF WS-VARIANCE-COUNT = 0
                       MOVE 'R' TO PHT-STATUS
                   ELSE
                       MOVE 'H' TO PHT-STATUS
                   END-IF
                   WRITE PAY-HOLD-TRAILER
                   CLOSE PAY-HOLD-FILE
                   IF WS-VARIANCE-COUNT = 0
                       PERFORM 286-RELEASE-HELD-PAYMENTS
                   ELSE
                       DISPLAY "*** " WS-VARIANCE-COUNT " PAY(S) ON "
                           "PAY-VARIANCE.TXT -- DEPOSITS AND CHEQUES "
                           "HELD FOR SUPERVISOR RELEASE ***"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               ELSE
                   CLOSE PAY-HOLD-FILE
                   DISPLAY "*** PAYMENTS NOT RELEASED -- HELD PAYMENTS "
                       "DO NOT EQUAL THE REGISTER NET ***"
                   MOVE 8 TO RETURN-CODE
               END-IF.

      *> Nothing flagged: the held pays go out as the supervisor's
      *> release would send them, and the deposit file is only
      *> released (trailer written) when the deposits plus the
      *> cheques equal what was held.
           286-RELEASE-HELD-PAYMENTS.
               MOVE 'N' TO WS-HOLD-EOF.
               OPEN INPUT PAY-HOLD-FILE.
               PERFORM 287-READ-HELD-PAYMENT
                   UNTIL WS-HOLD-EOF = 'Y'.
               CLOSE PAY-HOLD-FILE.
               IF WS-DD-NET-TOTAL + WS-CHEQUE-TOTAL
                   = WS-HOLD-NET-TOTAL
                   MOVE SPACES TO DIRECT-DEPOSIT-TRAILER
                   MOVE "TRL" TO DDT-MARKER
                   MOVE WS-DD-RECORD-COUNT TO DDT-RECORD-COUNT
                   MOVE 8 TO RETURN-CODE
               END-IF.

           287-READ-HELD-PAYMENT.
               READ PAY-HOLD-FILE INTO WS-PAYOUT-RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF PHT-MARKER NOT = "TRL"
                           PERFORM 235-WRITE-DEPOSIT-RECORD
                       END-IF
               END-READ.

      *> Machine-readable copy of the run's grand totals for
      *> GL_EXTRACT_PROGRAM, one line per clean run.
           280-WRITE-PAYROLL-TOTALS.
               MOVE WS-TOTALS-DATE TO PTOT-DATE.
               MOVE WS-RUN-GROSS-TOTAL TO PTOT-GROSS.
               MOVE WS-RUN-NET-TOTAL TO PTOT-NET.
               MOVE WS-RUN-EMPLOYER-TOTAL TO PTOT-EMPLOYER.
               WRITE PAYROLL-TOTALS-LINE.
               CLOSE PAYROLL-TOTALS-FILE.

               ADD WS-RUN-TAX-TOTAL TO WS-ACCUM-TAX.
               ADD WS-RUN-DUES-TOTAL TO WS-ACCUM-DUES.
               ADD WS-RUN-BEN-TOTAL TO WS-ACCUM-BEN.
               ADD WS-RUN-TAX-TOTAL TO WS-ACCUM-YTD-TAX.
               ADD WS-RUN-DUES-TOTAL TO WS-ACCUM-YTD-DUES.
               ADD WS-RUN-BEN-TOTAL TO WS-ACCUM-YTD-BEN.
               OPEN OUTPUT REMITTANCE-ACCUM-FILE.
               MOVE SPACES TO REMITTANCE-ACCUM-RECORD.
               MOVE "TAXATION" TO RMA-PAYEE.
               MOVE WS-ACCUM-TAX TO RMA-AMOUNT.
               MOVE WS-ACCUM-YTD-TAX TO RMA-YTD-AMOUNT.
               WRITE REMITTANCE-ACCUM-RECORD.
               MOVE SPACES TO REMITTANCE-ACCUM-RECORD.
               MOVE "UNION   " TO RMA-PAYEE.
               MOVE WS-ACCUM-DUES TO RMA-AMOUNT.
               MOVE WS-ACCUM-YTD-DUES TO RMA-YTD-AMOUNT.
               WRITE REMITTANCE-ACCUM-RECORD.
               MOVE SPACES TO REMITTANCE-ACCUM-RECORD.
               MOVE "BENEFITS" TO RMA-PAYEE.
               MOVE WS-ACCUM-BEN TO RMA-AMOUNT.
               MOVE WS-ACCUM-YTD-BEN TO RMA-YTD-AMOUNT.
               WRITE REMITTANCE-ACCUM-RECORD.
               PERFORM 282A-WRITE-EMPLOYER-ACCUM
                   VARYING WS-EC-SUB FROM 1 BY 1
                   UNTIL WS-EC-SUB > WS-EC-COUNT.
               CLOSE REMITTANCE-ACCUM-FILE.

      *> The employer's own money is owed to each contribution
      *> type's payee the same way the withholdings are.
           282A-WRITE-EMPLOYER-ACCUM.
               ADD WS-EC-RUN(WS-EC-SUB) TO WS-EC-ACCUM(WS-EC-SUB).
               ADD WS-EC-RUN(WS-EC-SUB)
                   TO WS-EC-ACCUM-YTD(WS-EC-SUB).
               MOVE SPACES TO REMITTANCE-ACCUM-RECORD.
               MOVE WS-EC-TYPE(WS-EC-SUB) TO RMA-PAYEE.
               MOVE WS-EC-ACCUM(WS-EC-SUB) TO RMA-AMOUNT.
               MOVE WS-EC-ACCUM-YTD(WS-EC-SUB) TO RMA-YTD-AMOUNT.
               WRITE REMITTANCE-ACCUM-RECORD.

      *> Only a clean run gets here, so an unbalanced run leaves
      *> the balances owing and the withheld file as they were.
      *> Each order that gave something up this run puts one line
      *> on the withheld file for the remittance run.
           284-POST-GARNISHMENTS.
               IF WS-RUN-GARN-TOTAL > 0
                   ACCEPT WS-TOTALS-DATE FROM DATE YYYYMMDD
                   OPEN EXTEND GARNISHMENT-WITHHELD-FILE
                   PERFORM 284A-WRITE-WITHHELD-LINE
                       VARYING WS-GO-SUB FROM 1 BY 1
                       UNTIL WS-GO-SUB > WS-GO-COUNT
                   CLOSE GARNISHMENT-WITHHELD-FILE
                   OPEN OUTPUT DEDUCTION-ORDERS-FILE
                   PERFORM 284B-WRITE-DEDUCTION-ORDER
                       VARYING WS-GO-SUB FROM 1 BY 1
                       UNTIL WS-GO-SUB > WS-GO-COUNT
                   CLOSE DEDUCTION-ORDERS-FILE
                   MOVE WS-RUN-GARN-TOTAL TO WS-GARN-EDITED
                   DISPLAY "COURT-ORDERED DEDUCTIONS WITHHELD: "
                       WS-GARN-EDITED
                   DISPLAY "DEDUCTION ORDERS CLOSED: "
                       WS-GO-CLOSED-COUNT
               END-IF.

           284A-WRITE-WITHHELD-LINE.
               IF WS-GO-TAKEN(WS-GO-SUB) > 0
                   MOVE SPACES TO GARNISHMENT-WITHHELD-RECORD
                   MOVE WS-TOTALS-DATE TO GWH-DATE
                   MOVE WS-GO-PAYEE(WS-GO-SUB) TO GWH-PAYEE
                   MOVE WS-GO-EMP-NUMBER(WS-GO-SUB) TO GWH-EMP-NUMBER
                   MOVE WS-GO-ORDER-NUMBER(WS-GO-SUB)
                       TO GWH-ORDER-NUMBER
                   MOVE WS-GO-TAKEN(WS-GO-SUB) TO GWH-AMOUNT
                   WRITE GARNISHMENT-WITHHELD-RECORD
               END-IF.

           284B-WRITE-DEDUCTION-ORDER.
               MOVE SPACES TO DEDUCTION-ORDER-RECORD.
               MOVE WS-GO-ORDER-NUMBER(WS-GO-SUB) TO DOR-ORDER-NUMBER.
               MOVE WS-GO-EMP-NUMBER(WS-GO-SUB) TO DOR-EMP-NUMBER.
               MOVE WS-GO-PRIORITY(WS-GO-SUB) TO DOR-PRIORITY.
               MOVE WS-GO-PAYEE(WS-GO-SUB) TO DOR-PAYEE.
               MOVE WS-GO-METHOD(WS-GO-SUB) TO DOR-METHOD.
               MOVE WS-GO-AMOUNT(WS-GO-SUB) TO DOR-AMOUNT.
               MOVE WS-GO-PERCENT(WS-GO-SUB) TO DOR-PERCENT.
               MOVE WS-GO-PERIOD-CAP(WS-GO-SUB) TO DOR-PERIOD-CAP.
               MOVE WS-GO-BALANCE(WS-GO-SUB) TO DOR-BALANCE.
               MOVE WS-GO-START-DATE(WS-GO-SUB) TO DOR-START-DATE.
               MOVE WS-GO-STATUS(WS-GO-SUB) TO DOR-STATUS.
               MOVE WS-GO-CLOSED-DATE(WS-GO-SUB) TO DOR-CLOSED-DATE.
               WRITE DEDUCTION-ORDER-RECORD.

      *> An accumulator written before the year-to-date column
      *> reads it as spaces, which starts the year figure at zero.
           283-READ-ACCUM-RECORD.
               READ REMITTANCE-ACCUM-FILE
                   AT END MOVE 'Y' TO WS-ACCUM-EOF
                   NOT AT END
                       IF RMA-YTD-AMOUNT IS NOT NUMERIC
                           MOVE 0 TO RMA-YTD-AMOUNT
                       END-IF
                       EVALUATE RMA-PAYEE
                           WHEN "TAXATION"
                               MOVE RMA-AMOUNT TO WS-ACCUM-TAX
                               MOVE RMA-YTD-AMOUNT
                                   TO WS-ACCUM-YTD-TAX
                           WHEN "UNION   "
                               MOVE RMA-AMOUNT TO WS-ACCUM-DUES
                               MOVE RMA-YTD-AMOUNT
                                   TO WS-ACCUM-YTD-DUES
                           WHEN "BENEFITS"
                               MOVE RMA-AMOUNT TO WS-ACCUM-BEN
                               MOVE RMA-YTD-AMOUNT
                                   TO WS-ACCUM-YTD-BEN
                           WHEN OTHER
                               MOVE RMA-PAYEE TO WS-EC-LOOKUP-TYPE
                               PERFORM 229C-FIND-OR-ADD-EMPLOYER-TYPE
                               IF WS-EC-HIT-SUB > 0
                                   MOVE RMA-AMOUNT
                                       TO WS-EC-ACCUM(WS-EC-HIT-SUB)
                                   MOVE RMA-YTD-AMOUNT
                                       TO WS-EC-ACCUM-YTD(WS-EC-HIT-SUB)
                               END-IF
                       END-EVALUATE
               END-READ.

               END-IF.

           202-PROCESS-PAY-RECORD.
               MOVE EMPLOYEE-NUMBER-IN TO WS-CUR-EMP-NUMBER.
               MOVE PAY-DATE-IN TO WS-CUR-PAY-DATE.
               MOVE HOURS TO WS-CUR-HOURS.
               PERFORM 203-CHECK-CONTROL-FILTER.
               IF WS-INCLUDE-FLAG = 'Y'
                   PERFORM 206-FIND-EMPLOYEE-MASTER
                           ADD 1 TO WS-RL-REJECTED-COUNT
                       ELSE
                           IF VALID-SALARY AND (REG-HOURS OR OT-HOURS)
                               PERFORM 221-GATHER-EARNINGS-LINES
                           ELSE
                               MOVE 'V' TO WS-EARN-BAD-FLAG
                           END-IF
                           IF WS-EARN-BAD-FLAG = 'N'
                               PERFORM 220-COMPUTE-GROSS-PAY
                               PERFORM 225-COMPUTE-NET-PAY
                               PERFORM 230-WRITE-REGISTER-LINE
               END-IF.

           206-FIND-EMPLOYEE-MASTER.
               MOVE WS-CUR-EMP-NUMBER TO EMP-NUMBER.
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY MOVE 'N' TO WS-EMP-FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO WS-EMP-FOUND-FLAG
      *> Rule-driven gross: straight time up to the first
      *> threshold, the first multiplier to the second threshold,
      *> and the second multiplier (double time for the maintenance
      *> contracts) past it.  Earnings-code hours that count toward
      *> overtime bring both thresholds down first; the earnings
      *> lines are then priced on top of the straight-time pay.
           220-COMPUTE-GROSS-PAY.
               PERFORM 220A-SET-OT-THRESHOLDS.
               EVALUATE TRUE
                   WHEN HOURS <= WS-THRESHOLD1
                       COMPUTE WS-GROSS-PAY = SALARY * HOURS
                   WHEN WS-TIER2-FLAG = 'Y'
                       AND HOURS > WS-THRESHOLD2
                       COMPUTE WS-REG-PAY = SALARY * WS-THRESHOLD1
                       COMPUTE WS-OT-PAY = SALARY *
                           WS-OT-MULT1(WS-OT-RULE-SUB) *
                           (WS-THRESHOLD2 - WS-THRESHOLD1)
                       COMPUTE WS-TIER2-PAY = SALARY *
                           WS-OT-MULT2(WS-OT-RULE-SUB) *
                           (HOURS - WS-THRESHOLD2)
                       COMPUTE WS-GROSS-PAY =
                           WS-REG-PAY + WS-OT-PAY + WS-TIER2-PAY
                   WHEN OTHER
                       COMPUTE WS-REG-PAY = SALARY * WS-THRESHOLD1
                       COMPUTE WS-OT-PAY = SALARY *
                           WS-OT-MULT1(WS-OT-RULE-SUB) *
                           (HOURS - WS-THRESHOLD1)
                       COMPUTE WS-GROSS-PAY = WS-REG-PAY + WS-OT-PAY
               END-EVALUATE.
               MOVE WS-GROSS-PAY TO WS-BASE-PAY.
               PERFORM 222-PRICE-EARNINGS-LINE
                   VARYING WS-PE-SUB FROM 1 BY 1
                   UNTIL WS-PE-SUB > WS-PE-COUNT.
               ADD WS-GROSS-PAY TO WS-GRAND-TOTAL.
               MOVE JOB-TYPE-REC-IN TO WS-YTD-LOOKUP-TYPE.
               PERFORM 241-FIND-OR-ADD-YTD-ENTRY.
               ADD WS-GROSS-PAY TO WS-YTD-TOTAL(WS-YTD-SUB).

           220A-SET-OT-THRESHOLDS.
               MOVE WS-OT-THRESHOLD1(WS-OT-RULE-SUB) TO WS-THRESHOLD1.
               MOVE WS-OT-THRESHOLD2(WS-OT-RULE-SUB) TO WS-THRESHOLD2.
               MOVE 'N' TO WS-TIER2-FLAG.
               IF WS-THRESHOLD2 > 0
                   MOVE 'Y' TO WS-TIER2-FLAG
               END-IF.
               IF WS-OT-CREDIT-HOURS >= WS-THRESHOLD1
                   MOVE 0 TO WS-THRESHOLD1
               ELSE
                   SUBTRACT WS-OT-CREDIT-HOURS FROM WS-THRESHOLD1
               END-IF.
               IF WS-OT-CREDIT-HOURS >= WS-THRESHOLD2
                   MOVE 0 TO WS-THRESHOLD2
               ELSE
                   SUBTRACT WS-OT-CREDIT-HOURS FROM WS-THRESHOLD2
               END-IF.

      *> Collect this pay record's earnings lines (same employee,
      *> same pay date) before anything is priced; an unknown code
      *> rejects the whole record rather than paying it short.
           221-GATHER-EARNINGS-LINES.
               MOVE 0 TO WS-PE-COUNT.
               MOVE 0 TO WS-OT-CREDIT-HOURS.
               MOVE 0 TO WS-NONTAX-EARNINGS.
               MOVE 'N' TO WS-EARN-BAD-FLAG.
               PERFORM 221A-GATHER-ONE-LINE
                   VARYING WS-EL-SUB FROM 1 BY 1
                   UNTIL WS-EL-SUB > WS-EL-COUNT.

           221A-GATHER-ONE-LINE.
               IF WS-EL-EMP-NUMBER(WS-EL-SUB) = EMPLOYEE-NUMBER-IN
                   AND WS-EL-PAY-DATE(WS-EL-SUB) = PAY-DATE-IN
                   PERFORM 221B-FIND-EARNINGS-CODE
                   EVALUATE TRUE
                       WHEN WS-ED-HIT-SUB = 0
                           MOVE 'C' TO WS-EARN-BAD-FLAG
                           MOVE WS-EL-CODE(WS-EL-SUB)
                               TO WS-EARN-BAD-CODE
                       WHEN WS-PE-COUNT = 20
                           MOVE 'M' TO WS-EARN-BAD-FLAG
                       WHEN OTHER
                           ADD 1 TO WS-PE-COUNT
                           MOVE WS-ED-HIT-SUB
                               TO WS-PE-CODE-SUB(WS-PE-COUNT)
                           MOVE WS-EL-HOURS(WS-EL-SUB)
                               TO WS-PE-HOURS(WS-PE-COUNT)
                           MOVE 0 TO WS-PE-AMOUNT(WS-PE-COUNT)
                           IF WS-ED-COUNTS-OT(WS-ED-HIT-SUB) = 'Y'
                               ADD WS-EL-HOURS(WS-EL-SUB)
                                   TO WS-OT-CREDIT-HOURS
                           END-IF
                   END-EVALUATE
               END-IF.

           221B-FIND-EARNINGS-CODE.
               MOVE 0 TO WS-ED-HIT-SUB.
               PERFORM 221C-SCAN-EARNINGS-CODE
                   VARYING WS-ED-SUB FROM 1 BY 1
                   UNTIL WS-ED-SUB > WS-ED-COUNT
                       OR WS-ED-HIT-SUB > 0.

           221C-SCAN-EARNINGS-CODE.
               IF WS-ED-CODE(WS-ED-SUB) = WS-EL-CODE(WS-EL-SUB)
                   MOVE WS-ED-SUB TO WS-ED-HIT-SUB
               END-IF.

      *> A call-in line pays at least the code's minimum hours; the
      *> hours kept on the line are the hours paid, so the stub
      *> shows what the money was figured on.
           222-PRICE-EARNINGS-LINE.
               MOVE WS-PE-CODE-SUB(WS-PE-SUB) TO WS-ED-HIT-SUB.
               MOVE WS-PE-HOURS(WS-PE-SUB) TO WS-EARN-HOURS-PAID.
               IF WS-EARN-HOURS-PAID < WS-ED-MIN-HOURS(WS-ED-HIT-SUB)
                   MOVE WS-ED-MIN-HOURS(WS-ED-HIT-SUB)
                       TO WS-EARN-HOURS-PAID
               END-IF.
               IF WS-ED-METHOD(WS-ED-HIT-SUB) = 'F'
                   COMPUTE WS-PE-AMOUNT(WS-PE-SUB) ROUNDED =
                       WS-EARN-HOURS-PAID * WS-ED-PREMIUM(WS-ED-HIT-SUB)
               ELSE
                   COMPUTE WS-PE-AMOUNT(WS-PE-SUB) ROUNDED =
                       WS-EARN-HOURS-PAID * SALARY
                       * WS-ED-MULTIPLIER(WS-ED-HIT-SUB)
               END-IF.
               MOVE WS-EARN-HOURS-PAID TO WS-PE-HOURS(WS-PE-SUB).
               ADD WS-PE-AMOUNT(WS-PE-SUB) TO WS-GROSS-PAY.
               IF WS-ED-TAXABLE(WS-ED-HIT-SUB) = 'N'
                   ADD WS-PE-AMOUNT(WS-PE-SUB) TO WS-NONTAX-EARNINGS
               END-IF.

      *> Income tax off the effective-dated bracket table: the row
      *> must match the status, bracket the pay date, and be the
      *> first whose ceiling covers the gross (ceiling zero is
      *> open-ended).  No table at all, or no matching row, falls
      *> back to the legacy in-program rates so a missing file drop
      *> never zeroes everyone's tax.  Earnings under a code that
      *> is not taxable stay out of the taxed gross.
           225-COMPUTE-NET-PAY.
               COMPUTE WS-TAXABLE-GROSS =
                   WS-GROSS-PAY - WS-NONTAX-EARNINGS.
               PERFORM 225A-SET-TAX-RATE.
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-TAXABLE-GROSS * WS-TAX-RATE.
               COMPUTE WS-DEDUCTIONS =
                   EMP-UNION-DUES + EMP-BENEFITS.
               COMPUTE WS-NET-PAY =
                   WS-GROSS-PAY - WS-TAX-AMOUNT - WS-DEDUCTIONS.
               PERFORM 228-TAKE-GARNISHMENTS.
               PERFORM 229-COMPUTE-EMPLOYER-SHARE.
               ADD WS-NET-PAY TO WS-NET-GRAND-TOTAL.
               ADD WS-TAX-AMOUNT TO WS-RUN-TAX-TOTAL.
               ADD EMP-UNION-DUES TO WS-RUN-DUES-TOTAL.
               ADD EMP-BENEFITS TO WS-RUN-BEN-TOTAL.

           225A-SET-TAX-RATE.
               MOVE 'N' TO WS-TT-FOUND-FLAG.
               IF WS-TT-COUNT > 0
                   PERFORM 226-FIND-TAX-BRACKET
                   IF WS-TT-FOUND-FLAG NOT = 'Y'
                       DISPLAY "NO TAX BRACKET FOR STATUS "
                           EMP-TAX-STATUS " ON " WS-CUR-PAY-DATE
                           " -- LEGACY RATE USED"
                   END-IF
               END-IF.
                       WHEN OTHER MOVE 0.25 TO WS-TAX-RATE
                   END-EVALUATE
               END-IF.

      *> Court-ordered deductions come off after tax and the
      *> standing deductions, a priority level at a time, and
      *> stop at the protected net -- a lower-priority order gets
      *> only what the ones ahead of it left.  A percentage order
      *> is figured on the net before any order was taken.
           228-TAKE-GARNISHMENTS.
               MOVE 0 TO WS-GARNISH-TOTAL.
               MOVE 0 TO WS-PG-COUNT.
               MOVE WS-NET-PAY TO WS-NET-BEFORE-GARNISH.
               IF WS-GO-COUNT > 0 AND WS-NET-PAY > WS-PROTECTED-NET
                   PERFORM 228A-TAKE-PRIORITY-LEVEL
                       VARYING WS-GO-LEVEL FROM 1 BY 1
                       UNTIL WS-GO-LEVEL > 9
                   ADD WS-GARNISH-TOTAL TO WS-DEDUCTIONS
                   ADD WS-GARNISH-TOTAL TO WS-RUN-GARN-TOTAL
               END-IF.

           228A-TAKE-PRIORITY-LEVEL.
               PERFORM 228B-TAKE-ONE-ORDER
                   VARYING WS-GO-SUB FROM 1 BY 1
                   UNTIL WS-GO-SUB > WS-GO-COUNT.

           228B-TAKE-ONE-ORDER.
               IF WS-GO-EMP-NUMBER(WS-GO-SUB) = EMPLOYEE-NUMBER-IN
                   AND WS-GO-PRIORITY(WS-GO-SUB) = WS-GO-LEVEL
                   AND WS-GO-STATUS(WS-GO-SUB) = 'A'
                   AND WS-GO-BALANCE(WS-GO-SUB) > 0
                   AND PAY-DATE-IN >= WS-GO-START-DATE(WS-GO-SUB)
                   AND WS-NET-PAY > WS-PROTECTED-NET
                   IF WS-GO-METHOD(WS-GO-SUB) = 'P'
                       COMPUTE WS-GARNISH-TAKE ROUNDED =
                           WS-NET-BEFORE-GARNISH
                           * WS-GO-PERCENT(WS-GO-SUB) / 100
                   ELSE
                       MOVE WS-GO-AMOUNT(WS-GO-SUB)
                           TO WS-GARNISH-TAKE
                   END-IF
                   IF WS-GO-PERIOD-CAP(WS-GO-SUB) > 0
                       AND WS-GARNISH-TAKE
                           > WS-GO-PERIOD-CAP(WS-GO-SUB)
                       MOVE WS-GO-PERIOD-CAP(WS-GO-SUB)
                           TO WS-GARNISH-TAKE
                   END-IF
                   IF WS-GARNISH-TAKE > WS-GO-BALANCE(WS-GO-SUB)
                       MOVE WS-GO-BALANCE(WS-GO-SUB)
                           TO WS-GARNISH-TAKE
                   END-IF
                   COMPUTE WS-GARNISH-ROOM =
                       WS-NET-PAY - WS-PROTECTED-NET
                   IF WS-GARNISH-TAKE > WS-GARNISH-ROOM
                       MOVE WS-GARNISH-ROOM TO WS-GARNISH-TAKE
                   END-IF
                   SUBTRACT WS-GARNISH-TAKE FROM WS-NET-PAY
                   SUBTRACT WS-GARNISH-TAKE
                       FROM WS-GO-BALANCE(WS-GO-SUB)
                   ADD WS-GARNISH-TAKE TO WS-GO-TAKEN(WS-GO-SUB)
                   ADD WS-GARNISH-TAKE TO WS-GARNISH-TOTAL
                   ADD 1 TO WS-PG-COUNT
                   MOVE WS-GO-ORDER-NUMBER(WS-GO-SUB)
                       TO WS-PG-ORDER-NUMBER(WS-PG-COUNT)
                   MOVE WS-GARNISH-TAKE TO WS-PG-TAKE(WS-PG-COUNT)
                   MOVE 'N' TO WS-PG-CLOSED(WS-PG-COUNT)
                   IF WS-GO-BALANCE(WS-GO-SUB) = 0
                       MOVE 'Y' TO WS-PG-CLOSED(WS-PG-COUNT)
                       MOVE 'C' TO WS-GO-STATUS(WS-GO-SUB)
                       MOVE PAY-DATE-IN
                           TO WS-GO-CLOSED-DATE(WS-GO-SUB)
                       ADD 1 TO WS-GO-CLOSED-COUNT
                       DISPLAY "DEDUCTION ORDER "
                           WS-GO-ORDER-NUMBER(WS-GO-SUB)
                           " PAID IN FULL -- CLOSED"
                   END-IF
               END-IF.

      *> The employer's share is not taken from the employee: it is
      *> every contribution type's rate in effect on the pay date
      *> applied to the gross, each type rounded on its own.
           229-COMPUTE-EMPLOYER-SHARE.
               MOVE 0 TO WS-EMPLOYER-SHARE.
               MOVE 0 TO WS-PC-COUNT.
               PERFORM 229A-APPLY-EMPLOYER-RATE
                   VARYING WS-ER-SUB FROM 1 BY 1
                   UNTIL WS-ER-SUB > WS-ER-COUNT.
               ADD WS-EMPLOYER-SHARE TO WS-RUN-EMPLOYER-TOTAL.

           229A-APPLY-EMPLOYER-RATE.
               IF WS-CUR-PAY-DATE >= WS-ER-FROM(WS-ER-SUB)
                   AND (WS-ER-TO(WS-ER-SUB) = 0
                       OR WS-CUR-PAY-DATE <= WS-ER-TO(WS-ER-SUB))
                   COMPUTE WS-EMPLOYER-PIECE ROUNDED =
                       WS-GROSS-PAY * WS-ER-RATE(WS-ER-SUB) / 100
                   ADD WS-EMPLOYER-PIECE TO WS-EMPLOYER-SHARE
                   MOVE WS-ER-TYPE(WS-ER-SUB) TO WS-EC-LOOKUP-TYPE
                   PERFORM 229C-FIND-OR-ADD-EMPLOYER-TYPE
                   IF WS-EC-HIT-SUB > 0
                       ADD WS-EMPLOYER-PIECE
                           TO WS-EC-RUN(WS-EC-HIT-SUB)
                       ADD 1 TO WS-PC-COUNT
                       MOVE WS-EC-LOOKUP-TYPE TO WS-PC-TYPE(WS-PC-COUNT)
                       MOVE WS-EMPLOYER-PIECE
                           TO WS-PC-AMOUNT(WS-PC-COUNT)
                   END-IF
               END-IF.

      *> The rate file can name at most 100 types, so the table
      *> only fills when old accumulator rows for types no longer
      *> on the rate file crowd it.
           229C-FIND-OR-ADD-EMPLOYER-TYPE.
               MOVE 0 TO WS-EC-HIT-SUB.
               PERFORM 229D-SCAN-EMPLOYER-TYPE
                   VARYING WS-EC-SUB FROM 1 BY 1
                   UNTIL WS-EC-SUB > WS-EC-COUNT
                       OR WS-EC-HIT-SUB > 0.
               IF WS-EC-HIT-SUB = 0
                   IF WS-EC-COUNT < 100
                       ADD 1 TO WS-EC-COUNT
                       MOVE WS-EC-COUNT TO WS-EC-HIT-SUB
                       MOVE WS-EC-LOOKUP-TYPE
                           TO WS-EC-TYPE(WS-EC-HIT-SUB)
                       MOVE 0 TO WS-EC-RUN(WS-EC-HIT-SUB)
                       MOVE 0 TO WS-EC-ACCUM(WS-EC-HIT-SUB)
                       MOVE 0 TO WS-EC-ACCUM-YTD(WS-EC-HIT-SUB)
                   ELSE
                       DISPLAY "*** WARNING: EMPLOYER TYPE TABLE IS "
                           "FULL -- NOT CARRIED: " WS-EC-LOOKUP-TYPE
                   END-IF
               END-IF.

           229D-SCAN-EMPLOYER-TYPE.
               IF WS-EC-TYPE(WS-EC-SUB) = WS-EC-LOOKUP-TYPE
                   MOVE WS-EC-SUB TO WS-EC-HIT-SUB
               END-IF.

           226-FIND-TAX-BRACKET.
               PERFORM 227-TEST-ONE-TAX-ROW

           227-TEST-ONE-TAX-ROW.
               IF WS-TT-STATUS(WS-TT-SUB) = EMP-TAX-STATUS
                   AND WS-CUR-PAY-DATE >= WS-TT-FROM(WS-TT-SUB)
                   AND (WS-TT-TO(WS-TT-SUB) = 0
                       OR WS-CUR-PAY-DATE <= WS-TT-TO(WS-TT-SUB))
                   AND (WS-TT-CEILING(WS-TT-SUB) = 0
                       OR WS-TAXABLE-GROSS <= WS-TT-CEILING(WS-TT-SUB))
                   MOVE WS-TT-RATE(WS-TT-SUB) TO WS-TAX-RATE
                   MOVE 'Y' TO WS-TT-FOUND-FLAG
               END-IF.
               MOVE WS-NET-PAY TO WS-D-NET.
               DISPLAY WS-DETAIL-LINE.
               WRITE REGISTER-LINE-OUT FROM WS-DETAIL-LINE.
               IF WS-PE-COUNT > 0
                   MOVE SPACES TO WS-EN-CAPTION
                   PERFORM 231-WRITE-REGISTER-EARNINGS
               END-IF.
               ADD 1 TO WS-RL-WRITTEN-COUNT.
               PERFORM 234-CHECK-PAY-VARIANCE.
               PERFORM 234D-HOLD-THE-PAYMENT.
               PERFORM 236-ACCUMULATE-EMPLOYEE-YTD.
               PERFORM 236A-ACCUMULATE-DEPT-TOTAL.
               PERFORM 238-APPLY-LEAVE-MOVEMENT.
               PERFORM 237-WRITE-PAY-STUB.
               IF WS-VARIANCE-REASON NOT = SPACES
                   PERFORM 234E-NOTE-HELD-POSTINGS
               END-IF.

      *> Under a pay with earnings lines, the register breaks the
      *> gross down by code: the straight-time and overtime pay
      *> first, then each line as priced.
           231-WRITE-REGISTER-EARNINGS.
               PERFORM 232-BUILD-BASE-EARNINGS.
               DISPLAY WS-EARNINGS-LINE.
               WRITE REGISTER-LINE-OUT FROM WS-EARNINGS-LINE.
               PERFORM 231A-WRITE-REGISTER-EARN-LINE
                   VARYING WS-PE-SUB FROM 1 BY 1
                   UNTIL WS-PE-SUB > WS-PE-COUNT.

           231A-WRITE-REGISTER-EARN-LINE.
               PERFORM 233-BUILD-EARNINGS-LINE.
               DISPLAY WS-EARNINGS-LINE.
               WRITE REGISTER-LINE-OUT FROM WS-EARNINGS-LINE.

           232-BUILD-BASE-EARNINGS.
               MOVE "REG" TO WS-EN-CODE.
               MOVE "REGULAR/OVERTIME" TO WS-EN-DESCRIPTION.
               MOVE HOURS TO WS-EN-HOURS.
               MOVE WS-BASE-PAY TO WS-EN-AMOUNT.

           233-BUILD-EARNINGS-LINE.
               MOVE WS-PE-CODE-SUB(WS-PE-SUB) TO WS-ED-HIT-SUB.
               MOVE WS-ED-CODE(WS-ED-HIT-SUB) TO WS-EN-CODE.
               MOVE WS-ED-DESCRIPTION(WS-ED-HIT-SUB)
                   TO WS-EN-DESCRIPTION.
               MOVE WS-PE-HOURS(WS-PE-SUB) TO WS-EN-HOURS.
               MOVE WS-PE-AMOUNT(WS-PE-SUB) TO WS-EN-AMOUNT.

      *> Before any money moves, each pay is held up against the
      *> employee's last pay and year-to-date average pay.  A zero
      *> pay, a first pay, or a gross or net that swings past the
      *> control percentage goes on the variance list.  The average
      *> is over the pays counted on the row, so a YTD row carried
      *> over without a pay count has no history to compare and
      *> only the zero test applies to it.
           234-CHECK-PAY-VARIANCE.
               MOVE SPACES TO WS-VARIANCE-REASON.
               PERFORM 065A-FIND-OR-ADD-EMP-YTD.
               EVALUATE TRUE
                   WHEN WS-GROSS-PAY = 0 OR WS-NET-PAY = 0
                       MOVE "ZERO PAY" TO WS-VARIANCE-REASON
                   WHEN WS-EY-FOUND-FLAG NOT = 'Y'
                       CONTINUE
                   WHEN WS-EY-PAYS(WS-EY-HIT-SUB) = 0
                       AND WS-EY-GROSS(WS-EY-HIT-SUB) = 0
                       MOVE "NEW TO PAYROLL" TO WS-VARIANCE-REASON
                   WHEN WS-EY-PAYS(WS-EY-HIT-SUB) > 0
                       PERFORM 234A-TEST-PAY-SWINGS
               END-EVALUATE.
               IF WS-VARIANCE-REASON NOT = SPACES
                   PERFORM 234C-WRITE-VARIANCE-LINE
               END-IF.

           234A-TEST-PAY-SWINGS.
               COMPUTE WS-AVG-GROSS ROUNDED =
                   WS-EY-PAYS-GROSS(WS-EY-HIT-SUB)
                       / WS-EY-PAYS(WS-EY-HIT-SUB).
               COMPUTE WS-AVG-NET ROUNDED =
                   WS-EY-PAYS-NET(WS-EY-HIT-SUB)
                       / WS-EY-PAYS(WS-EY-HIT-SUB).
               MOVE WS-EY-LAST-GROSS(WS-EY-HIT-SUB) TO WS-SWING-BASE.
               MOVE WS-GROSS-PAY TO WS-SWING-TEST.
               MOVE "GROSS VS LAST" TO WS-SWING-REASON.
               PERFORM 234B-TEST-ONE-SWING.
               MOVE WS-EY-LAST-NET(WS-EY-HIT-SUB) TO WS-SWING-BASE.
               MOVE WS-NET-PAY TO WS-SWING-TEST.
               MOVE "NET VS LAST" TO WS-SWING-REASON.
               PERFORM 234B-TEST-ONE-SWING.
               MOVE WS-AVG-GROSS TO WS-SWING-BASE.
               MOVE WS-GROSS-PAY TO WS-SWING-TEST.
               MOVE "GROSS VS YTD AVG" TO WS-SWING-REASON.
               PERFORM 234B-TEST-ONE-SWING.
               MOVE WS-AVG-NET TO WS-SWING-BASE.
               MOVE WS-NET-PAY TO WS-SWING-TEST.
               MOVE "NET VS YTD AVG" TO WS-SWING-REASON.
               PERFORM 234B-TEST-ONE-SWING.

      *> The first test that trips names the pay's reason.
           234B-TEST-ONE-SWING.
               IF WS-VARIANCE-REASON = SPACES
                   IF WS-SWING-TEST > WS-SWING-BASE
                       COMPUTE WS-SWING-AMOUNT =
                           WS-SWING-TEST - WS-SWING-BASE
                   ELSE
                       COMPUTE WS-SWING-AMOUNT =
                           WS-SWING-BASE - WS-SWING-TEST
                   END-IF
                   IF WS-SWING-AMOUNT * 100
                       > WS-SWING-BASE * WS-SWING-PERCENT
                       MOVE WS-SWING-REASON TO WS-VARIANCE-REASON
                   END-IF
               END-IF.

           234C-WRITE-VARIANCE-LINE.
               ADD 1 TO WS-VARIANCE-COUNT.
               MOVE EMPLOYEE-NUMBER-IN TO WS-VL-NUMBER.
               MOVE EMP-NAME TO WS-VL-NAME.
               MOVE PAY-DATE-IN TO WS-VL-DATE.
               MOVE WS-VARIANCE-REASON TO WS-VL-REASON.
               MOVE WS-GROSS-PAY TO WS-VL-GROSS.
               MOVE WS-NET-PAY TO WS-VL-NET.
               MOVE 0 TO WS-VL-LAST-GROSS.
               MOVE 0 TO WS-VL-AVG-GROSS.
               IF WS-EY-FOUND-FLAG = 'Y'
                   AND WS-EY-PAYS(WS-EY-HIT-SUB) > 0
                   MOVE WS-EY-LAST-GROSS(WS-EY-HIT-SUB)
                       TO WS-VL-LAST-GROSS
                   MOVE WS-AVG-GROSS TO WS-VL-AVG-GROSS
               END-IF.
               DISPLAY "VARIANCE: " WS-VARIANCE-LINE.
               WRITE PAY-VARIANCE-LINE FROM WS-VARIANCE-LINE.

      *> The pay waits on PAY-HOLD.TXT, flagged or not, until the
      *> run is released.
           234D-HOLD-THE-PAYMENT.
               MOVE SPACES TO PAY-HOLD-RECORD.
               MOVE EMPLOYEE-NUMBER-IN TO PHD-EMPLOYEE.
               MOVE EMP-NAME TO PHD-NAME.
               MOVE PAY-DATE-IN TO PHD-PAY-DATE.
               MOVE EMP-BANK-TRANSIT TO PHD-TRANSIT.
               MOVE EMP-BANK-ACCOUNT TO PHD-ACCOUNT.
               MOVE WS-NET-PAY TO PHD-NET.
               IF WS-VARIANCE-REASON = SPACES
                   MOVE 'N' TO PHD-FLAG
               ELSE
                   MOVE 'Y' TO PHD-FLAG
               END-IF.
               MOVE WS-VARIANCE-REASON TO PHD-REASON.
               WRITE PAY-HOLD-RECORD.
               ADD 1 TO WS-HOLD-COUNT.
               ADD WS-NET-PAY TO WS-HOLD-NET-TOTAL.

      *> A flagged pay may be pulled at release, so everything it
      *> posted goes on PAY-HOLD-POSTINGS.TXT under its hold line.
           234E-NOTE-HELD-POSTINGS.
               MOVE SPACES TO HELD-PAY-POSTING.
               MOVE "PAY" TO HPP-KIND.
               MOVE WS-HOLD-COUNT TO HPP-HOLD-LINE.
               MOVE EMPLOYEE-NUMBER-IN TO HPP-EMPLOYEE.
               MOVE JOB-TYPE-REC-IN TO HPP-JOB-TYPE.
               MOVE EMP-DEPARTMENT TO HPP-DEPARTMENT.
               MOVE WS-GROSS-PAY TO HPP-GROSS.
               MOVE WS-TAX-AMOUNT TO HPP-TAX.
               MOVE EMP-UNION-DUES TO HPP-DUES.
               MOVE EMP-BENEFITS TO HPP-BENEFITS.
               MOVE WS-NET-PAY TO HPP-NET.
               MOVE WS-EMPLOYER-SHARE TO HPP-EMPLOYER.
               MOVE WS-CUR-HOURS TO HPP-HOURS.
               MOVE WS-EY-FOUND-FLAG TO HPP-YTD-POSTED.
               MOVE WS-HP-PRIOR-LAST-GROSS TO HPP-PRIOR-LAST-GROSS.
               MOVE WS-HP-PRIOR-LAST-NET TO HPP-PRIOR-LAST-NET.
               MOVE WS-DP-FOUND-FLAG TO HPP-DEPT-POSTED.
               MOVE WS-LB-FOUND-FLAG TO HPP-LEAVE-POSTED.
               MOVE WS-HP-VAC-BEFORE TO HPP-VAC-BEFORE.
               MOVE WS-HP-SICK-BEFORE TO HPP-SICK-BEFORE.
               IF WS-LB-FOUND-FLAG = 'Y'
                   MOVE WS-LB-VAC(WS-LB-HIT-SUB) TO HPP-VAC-AFTER
                   MOVE WS-LB-SICK(WS-LB-HIT-SUB) TO HPP-SICK-AFTER
               ELSE
                   MOVE 0 TO HPP-VAC-AFTER HPP-SICK-AFTER
               END-IF.
               WRITE HELD-PAY-POSTING.
               PERFORM 234F-NOTE-HELD-GARNISH
                   VARYING WS-PG-SUB FROM 1 BY 1
                   UNTIL WS-PG-SUB > WS-PG-COUNT.
               PERFORM 234G-NOTE-HELD-CONTRIBUTION
                   VARYING WS-PC-SUB FROM 1 BY 1
                   UNTIL WS-PC-SUB > WS-PC-COUNT.

           234F-NOTE-HELD-GARNISH.
               MOVE SPACES TO HELD-GARNISH-POSTING.
               MOVE "GAR" TO HPG-KIND.
               MOVE WS-HOLD-COUNT TO HPG-HOLD-LINE.
               MOVE WS-PG-ORDER-NUMBER(WS-PG-SUB) TO HPG-ORDER-NUMBER.
               MOVE WS-PG-TAKE(WS-PG-SUB) TO HPG-AMOUNT.
               MOVE WS-PG-CLOSED(WS-PG-SUB) TO HPG-CLOSED.
               WRITE HELD-GARNISH-POSTING.

           234G-NOTE-HELD-CONTRIBUTION.
               MOVE SPACES TO HELD-CONTRIBUTION-POSTING.
               MOVE "CON" TO HPC-KIND.
               MOVE WS-HOLD-COUNT TO HPC-HOLD-LINE.
               MOVE WS-PC-TYPE(WS-PC-SUB) TO HPC-TYPE.
               MOVE WS-PC-AMOUNT(WS-PC-SUB) TO HPC-AMOUNT.
               WRITE HELD-CONTRIBUTION-POSTING.

      *> A zero transit means no banking on file: the pay splits to
      *> a numbered cheque instead of a deposit the bank would
      *> bounce.
           235-WRITE-DEPOSIT-RECORD.
               IF WS-PO-TRANSIT = 0
                   PERFORM 235A-WRITE-CHEQUE
               ELSE
                   MOVE WS-PO-EMPLOYEE TO DD-EMPLOYEE-NUMBER
                   MOVE WS-PO-TRANSIT TO DD-BANK-TRANSIT
                   MOVE WS-PO-ACCOUNT TO DD-BANK-ACCOUNT
                   MOVE WS-PO-NET TO DD-NET-AMOUNT
                   WRITE DIRECT-DEPOSIT-RECORD
                   ADD 1 TO WS-DD-RECORD-COUNT
                   ADD WS-PO-NET TO WS-DD-NET-TOTAL
               END-IF.

           235A-WRITE-CHEQUE.
               PERFORM 235B-ISSUE-CHEQUE-NUMBER.
               MOVE SPACES TO CHEQUE-PRINT-RECORD.
               MOVE WS-CHEQUE-NUMBER TO CHQ-NUMBER.
               MOVE WS-PO-EMPLOYEE TO CHQ-EMPLOYEE.
               MOVE WS-PO-NAME TO CHQ-NAME.
               MOVE WS-PO-NET TO CHQ-AMOUNT.
               WRITE CHEQUE-PRINT-RECORD.
               ACCEPT WS-TOTALS-DATE FROM DATE YYYYMMDD.
               MOVE SPACES TO CHEQUE-REGISTER-RECORD.
               MOVE WS-TOTALS-DATE TO CRG-DATE.
               MOVE WS-CHEQUE-NUMBER TO CRG-NUMBER.
               MOVE WS-PO-EMPLOYEE TO CRG-EMPLOYEE.
               MOVE WS-PO-NET TO CRG-AMOUNT.
               WRITE CHEQUE-REGISTER-RECORD.
               ADD 1 TO WS-CHEQUE-COUNT.
               ADD WS-PO-NET TO WS-CHEQUE-TOTAL.

      *> Cheque numbers are issued, not guessed -- same register
      *> shape as the student-number issuance.
               CLOSE NEXT-CHEQUE-FILE.

           236-ACCUMULATE-EMPLOYEE-YTD.
               MOVE 0 TO WS-HP-PRIOR-LAST-GROSS WS-HP-PRIOR-LAST-NET.
               PERFORM 065A-FIND-OR-ADD-EMP-YTD.
               IF WS-EY-FOUND-FLAG = 'Y'
                   MOVE WS-EY-LAST-GROSS(WS-EY-HIT-SUB)
                       TO WS-HP-PRIOR-LAST-GROSS
                   MOVE WS-EY-LAST-NET(WS-EY-HIT-SUB)
                       TO WS-HP-PRIOR-LAST-NET
                   ADD WS-GROSS-PAY TO WS-EY-GROSS(WS-EY-HIT-SUB)
                   ADD WS-TAX-AMOUNT TO WS-EY-TAX(WS-EY-HIT-SUB)
                   ADD EMP-UNION-DUES TO WS-EY-DUES(WS-EY-HIT-SUB)
                   ADD EMP-BENEFITS
                       TO WS-EY-BENEFITS(WS-EY-HIT-SUB)
                   ADD WS-NET-PAY TO WS-EY-NET(WS-EY-HIT-SUB)
                   ADD WS-EMPLOYER-SHARE
                       TO WS-EY-EMPLOYER(WS-EY-HIT-SUB)
                   ADD 1 TO WS-EY-PAYS(WS-EY-HIT-SUB)
                   MOVE WS-GROSS-PAY
                       TO WS-EY-LAST-GROSS(WS-EY-HIT-SUB)
                   MOVE WS-NET-PAY TO WS-EY-LAST-NET(WS-EY-HIT-SUB)
                   ADD WS-GROSS-PAY
                       TO WS-EY-PAYS-GROSS(WS-EY-HIT-SUB)
                   ADD WS-NET-PAY TO WS-EY-PAYS-NET(WS-EY-HIT-SUB)
               END-IF.

      *> One stub per employee per period: this pay's figures and
               MOVE EMP-BENEFITS TO WS-SM-BENEFITS.
               MOVE WS-NET-PAY TO WS-SM-NET.
               WRITE PAY-STUB-LINE FROM WS-STUB-MONEY-LINE.
               IF WS-PE-COUNT > 0
                   MOVE "EARNINGS" TO WS-EN-CAPTION
                   PERFORM 232-BUILD-BASE-EARNINGS
                   WRITE PAY-STUB-LINE FROM WS-EARNINGS-LINE
                   PERFORM 237A-WRITE-STUB-EARN-LINE
                       VARYING WS-PE-SUB FROM 1 BY 1
                       UNTIL WS-PE-SUB > WS-PE-COUNT
               END-IF.
               IF WS-EY-FOUND-FLAG = 'Y'
                   MOVE "YTD     " TO WS-SM-CAPTION
                   MOVE WS-EY-GROSS(WS-EY-HIT-SUB) TO WS-SM-GROSS
                   MOVE WS-EY-NET(WS-EY-HIT-SUB) TO WS-SM-NET
                   WRITE PAY-STUB-LINE FROM WS-STUB-MONEY-LINE
               END-IF.
               IF WS-GARNISH-TOTAL > 0
                   MOVE WS-GARNISH-TOTAL TO WS-SG-AMOUNT
                   WRITE PAY-STUB-LINE FROM WS-STUB-GARNISH-LINE
               END-IF.
               IF WS-EMPLOYER-SHARE > 0 AND WS-EY-FOUND-FLAG = 'Y'
                   MOVE WS-EMPLOYER-SHARE TO WS-SE-AMOUNT
                   MOVE WS-EY-EMPLOYER(WS-EY-HIT-SUB) TO WS-SE-YTD
                   WRITE PAY-STUB-LINE FROM WS-STUB-EMPLOYER-LINE
               END-IF.
               IF WS-LB-FOUND-FLAG = 'Y'
                   MOVE WS-LB-VAC(WS-LB-HIT-SUB) TO WS-SL-VAC
                   MOVE WS-LB-SICK(WS-LB-HIT-SUB) TO WS-SL-SICK
               MOVE ALL "-" TO PAY-STUB-LINE.
               WRITE PAY-STUB-LINE.

           237A-WRITE-STUB-EARN-LINE.
               PERFORM 233-BUILD-EARNINGS-LINE.
               WRITE PAY-STUB-LINE FROM WS-EARNINGS-LINE.

      *> Labor cost rolls up by the department on the master; an
      *> employee without a department subtotals under spaces.
           236A-ACCUMULATE-DEPT-TOTAL.
                           TO WS-DP-CODE(WS-DP-HIT-SUB)
                       MOVE 0 TO WS-DP-GROSS(WS-DP-HIT-SUB)
                       MOVE 0 TO WS-DP-NET(WS-DP-HIT-SUB)
                       MOVE 0 TO WS-DP-EMPLOYER(WS-DP-HIT-SUB)
                       MOVE 0 TO WS-DP-HOURS(WS-DP-HIT-SUB)
                       MOVE 'Y' TO WS-DP-FOUND-FLAG
                   ELSE
                       DISPLAY "*** WARNING: DEPARTMENT TABLE IS "
               IF WS-DP-FOUND-FLAG = 'Y'
                   ADD WS-GROSS-PAY TO WS-DP-GROSS(WS-DP-HIT-SUB)
                   ADD WS-NET-PAY TO WS-DP-NET(WS-DP-HIT-SUB)
                   ADD WS-EMPLOYER-SHARE
                       TO WS-DP-EMPLOYER(WS-DP-HIT-SUB)
                   ADD WS-CUR-HOURS TO WS-DP-HOURS(WS-DP-HIT-SUB)
               END-IF.

           236B-SCAN-DEPT-ENTRY.
               MOVE WS-DP-CODE(WS-DP-SUB) TO WS-DL-CODE.
               MOVE WS-DP-GROSS(WS-DP-SUB) TO WS-DL-GROSS.
               MOVE WS-DP-NET(WS-DP-SUB) TO WS-DL-NET.
               MOVE WS-DP-EMPLOYER(WS-DP-SUB) TO WS-DL-EMPLOYER.
               DISPLAY WS-DEPT-LINE.
               IF WS-OFF-CYCLE-FLAG = 'Y'
                   WRITE OFFCYCLE-REGISTER-LINE FROM WS-DEPT-LINE
               ELSE
                   WRITE REGISTER-LINE-OUT FROM WS-DEPT-LINE
               END-IF.
               MOVE SPACES TO DEPT-TOTALS-LINE.
               MOVE WS-TOTALS-DATE TO DTL-DATE.
               MOVE WS-DP-CODE(WS-DP-SUB) TO DTL-DEPARTMENT.
               MOVE WS-DP-GROSS(WS-DP-SUB) TO DTL-GROSS.
               MOVE WS-DP-NET(WS-DP-SUB) TO DTL-NET.
               MOVE WS-DP-EMPLOYER(WS-DP-SUB) TO DTL-EMPLOYER.
               MOVE WS-DP-HOURS(WS-DP-SUB) TO DTL-HOURS.
               WRITE DEPT-TOTALS-LINE.

      *> What each department's people actually cost: the gross
      *> paid plus the employer contributions on top of it, with
      *> the run's grand total under them.
           277-WRITE-EMPLOYMENT-COST.
               OPEN OUTPUT EMPLOYMENT-COST-OUT.
               MOVE WS-TOTALS-DATE TO WS-CH-DATE.
               WRITE EMPLOYMENT-COST-LINE FROM WS-COST-HEAD-LINE.
               WRITE EMPLOYMENT-COST-LINE FROM WS-COST-COLUMN-LINE.
               MOVE 0 TO WS-COST-GROSS-TOTAL WS-COST-EMPLOYER-TOTAL.
               PERFORM 278-WRITE-ONE-DEPT-COST
                   VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT.
               MOVE "ALL " TO WS-CL-CODE.
               MOVE WS-COST-GROSS-TOTAL TO WS-CL-GROSS.
               MOVE WS-COST-EMPLOYER-TOTAL TO WS-CL-EMPLOYER.
               COMPUTE WS-CL-TOTAL =
                   WS-COST-GROSS-TOTAL + WS-COST-EMPLOYER-TOTAL.
               WRITE EMPLOYMENT-COST-LINE FROM WS-COST-LINE.
               CLOSE EMPLOYMENT-COST-OUT.

           278-WRITE-ONE-DEPT-COST.
               MOVE WS-DP-CODE(WS-DP-SUB) TO WS-CL-CODE.
               MOVE WS-DP-GROSS(WS-DP-SUB) TO WS-CL-GROSS.
               MOVE WS-DP-EMPLOYER(WS-DP-SUB) TO WS-CL-EMPLOYER.
               COMPUTE WS-CL-TOTAL = WS-DP-GROSS(WS-DP-SUB)
                   + WS-DP-EMPLOYER(WS-DP-SUB).
               WRITE EMPLOYMENT-COST-LINE FROM WS-COST-LINE.
               ADD WS-DP-GROSS(WS-DP-SUB) TO WS-COST-GROSS-TOTAL.
               ADD WS-DP-EMPLOYER(WS-DP-SUB)
                   TO WS-COST-EMPLOYER-TOTAL.

      *> Accrue this period's leave by the job-type rule, then take
      *> off the hours the pay record reports as used; using more
      *> than the balance raises the exception and caps at zero
      *> rather than paying out phantom hours.
           238-APPLY-LEAVE-MOVEMENT.
               MOVE 0 TO WS-HP-VAC-BEFORE WS-HP-SICK-BEFORE.
               PERFORM 239-FIND-OR-ADD-LEAVE-BALANCE.
               IF WS-LB-FOUND-FLAG = 'Y'
                   MOVE WS-LB-VAC(WS-LB-HIT-SUB) TO WS-HP-VAC-BEFORE
                   MOVE WS-LB-SICK(WS-LB-HIT-SUB) TO WS-HP-SICK-BEFORE
                   PERFORM 239A-FIND-LEAVE-RULE
                   IF WS-LR-FOUND-FLAG = 'Y'
                       ADD WS-LR-VAC(WS-LR-HIT-SUB)
               END-IF.

           250-WRITE-REJECT-LINE.
               EVALUATE WS-EARN-BAD-FLAG
                   WHEN 'C'
                       DISPLAY EMPLOYEE-NAME-IN
                           " REJECTED: UNKNOWN EARNINGS CODE "
                           WS-EARN-BAD-CODE
                   WHEN 'M'
                       DISPLAY EMPLOYEE-NAME-IN
                           " REJECTED: MORE THAN 20 EARNINGS LINES"
                   WHEN OTHER
                       DISPLAY EMPLOYEE-NAME-IN
                           " REJECTED: SALARY OR HOURS OUT OF RANGE"
               END-EVALUATE.
               WRITE REJECT-LINE-OUT FROM PAY-RECORD-IN.
               ADD 1 TO WS-RL-REJECTED-COUNT.

               DISPLAY WS-RETRO-LINE.
               WRITE RETRO-REGISTER-LINE FROM WS-RETRO-LINE.

      *> Off-cycle run: corrections, bonuses and manual cheques
      *> paid between regular runs, one transaction per payment.
      *> The transaction file must balance to its trailer before
      *> anything is paid, and a batch run still held for the
      *> supervisor has to be released first so its bank file and
      *> this one can't be confused.  The pays go to the bank and
      *> the cheque printer at once and post to the year-to-date,
      *> remittance and department totals the way a regular run's
      *> do, on a register of their own.
           700-RUN-OFF-CYCLE.
               MOVE 'Y' TO WS-OFF-CYCLE-FLAG.
               PERFORM 074-LOAD-LUMP-SUM-RATES.
               PERFORM 705-CHECK-HELD-RUN.
               IF WS-OC-HOLD-STATUS = 'H'
                   DISPLAY "*** A BATCH RUN IS HELD FOR SUPERVISOR "
                       "RELEASE -- OFF-CYCLE RUN ABORTED ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 710-VERIFY-OFF-CYCLE-FILE
                   IF WS-OC-OK-FLAG NOT = 'Y'
                       DISPLAY "*** OFFCYCLE-IN.TXT DOES NOT BALANCE "
                           "TO ITS TRAILER -- RUN ABORTED ***"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 720-PAY-OFF-CYCLE
                   END-IF
               END-IF.
               PERFORM 290-LOG-THIS-RUN.

           705-CHECK-HELD-RUN.
               MOVE SPACE TO WS-OC-HOLD-STATUS.
               MOVE 'N' TO WS-HOLD-EOF.
               OPEN INPUT PAY-HOLD-FILE.
               PERFORM 706-READ-HOLD-STATUS
                   UNTIL WS-HOLD-EOF = 'Y'.
               CLOSE PAY-HOLD-FILE.

           706-READ-HOLD-STATUS.
               READ PAY-HOLD-FILE
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF PHT-MARKER = "TRL"
                           MOVE PHT-STATUS TO WS-OC-HOLD-STATUS
                       END-IF
               END-READ.

           710-VERIFY-OFF-CYCLE-FILE.
               MOVE 'N' TO WS-OC-EOF.
               OPEN INPUT OFFCYCLE-IN-FILE.
               PERFORM 711-COUNT-OFF-CYCLE-RECORD
                   UNTIL WS-OC-EOF = 'Y'.
               CLOSE OFFCYCLE-IN-FILE.
               EVALUATE TRUE
                   WHEN WS-OC-TRL-SEEN NOT = 'Y'
                       DISPLAY "NO TRAILER RECORD ON OFFCYCLE-IN"
                       MOVE 'N' TO WS-OC-OK-FLAG
                   WHEN WS-OC-READ-COUNT NOT = WS-OC-TRL-COUNT
                       DISPLAY "OFF-CYCLE COUNT MISMATCH: READ "
                           WS-OC-READ-COUNT " TRAILER SAYS "
                           WS-OC-TRL-COUNT
                       MOVE 'N' TO WS-OC-OK-FLAG
                   WHEN WS-OC-AMOUNT-HASH NOT = WS-OC-TRL-HASH
                       DISPLAY "OFF-CYCLE AMOUNT HASH MISMATCH: READ "
                           WS-OC-AMOUNT-HASH " TRAILER SAYS "
                           WS-OC-TRL-HASH
                       MOVE 'N' TO WS-OC-OK-FLAG
               END-EVALUATE.

           711-COUNT-OFF-CYCLE-RECORD.
               READ OFFCYCLE-IN-FILE
                   AT END MOVE 'Y' TO WS-OC-EOF
                   NOT AT END
                       IF OFT-MARKER = "TRL"
                           MOVE 'Y' TO WS-OC-TRL-SEEN
                           MOVE OFT-RECORD-COUNT TO WS-OC-TRL-COUNT
                           MOVE OFT-AMOUNT-HASH TO WS-OC-TRL-HASH
                       ELSE
                           ADD 1 TO WS-OC-READ-COUNT
                           IF OFC-AMOUNT IS NUMERIC
                               ADD OFC-AMOUNT TO WS-OC-AMOUNT-HASH
                           END-IF
                       END-IF
               END-READ.

           720-PAY-OFF-CYCLE.
               OPEN INPUT EMPLOYEE-MASTER-FILE.
               OPEN OUTPUT OFFCYCLE-REGISTER-OUT.
               OPEN OUTPUT DIRECT-DEPOSIT-FILE.
               OPEN OUTPUT CHEQUE-PRINT-FILE.
               OPEN EXTEND CHEQUE-REGISTER-FILE.
               ACCEPT WS-TOTALS-DATE FROM DATE YYYYMMDD.
               MOVE WS-TOTALS-DATE TO WS-OH-DATE.
               DISPLAY WS-OC-HEAD-LINE.
               WRITE OFFCYCLE-REGISTER-LINE FROM WS-OC-HEAD-LINE.
               WRITE OFFCYCLE-REGISTER-LINE FROM WS-OC-COLUMN-LINE.
               MOVE 'N' TO WS-OC-EOF.
               OPEN INPUT OFFCYCLE-IN-FILE.
               PERFORM 721-READ-OFF-CYCLE-RECORD
                   UNTIL WS-OC-EOF = 'Y'.
               CLOSE OFFCYCLE-IN-FILE.
               MOVE WS-RUN-GROSS-TOTAL TO WS-OCT-GROSS.
               MOVE WS-RUN-TAX-TOTAL TO WS-OCT-TAX.
               MOVE WS-RUN-NET-TOTAL TO WS-OCT-NET.
               DISPLAY WS-OC-TOTAL-LINE.
               WRITE OFFCYCLE-REGISTER-LINE FROM WS-OC-TOTAL-LINE.
               IF WS-RL-WRITTEN-COUNT > 0
                   PERFORM 275-PRINT-DEPT-SUBTOTALS
                   PERFORM 280-WRITE-PAYROLL-TOTALS
                   PERFORM 282-ACCUMULATE-REMITTANCES
               END-IF.
               PERFORM 750-RELEASE-OFF-CYCLE-DEPOSITS.
               CLOSE EMPLOYEE-MASTER-FILE.
               CLOSE OFFCYCLE-REGISTER-OUT.
               CLOSE DIRECT-DEPOSIT-FILE.
               CLOSE CHEQUE-PRINT-FILE.
               CLOSE CHEQUE-REGISTER-FILE.
               DISPLAY "CHEQUES QUEUED FOR PRINT: " WS-CHEQUE-COUNT.
               IF WS-RL-REJECTED-COUNT > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF.

           721-READ-OFF-CYCLE-RECORD.
               READ OFFCYCLE-IN-FILE
                   AT END MOVE 'Y' TO WS-OC-EOF
                   NOT AT END
                       IF OFT-MARKER NOT = "TRL"
                           ADD 1 TO WS-RL-READ-COUNT
                           PERFORM 730-PROCESS-OFF-CYCLE
                       END-IF
               END-READ.

      *> A terminated employee can still be paid off-cycle -- a
      *> correction or a final cheque after the last regular pay
      *> is much of what this run is for.
           730-PROCESS-OFF-CYCLE.
               MOVE OFC-EMP-NUMBER TO WS-CUR-EMP-NUMBER.
               MOVE OFC-PAY-DATE TO WS-CUR-PAY-DATE.
               MOVE 0 TO WS-CUR-HOURS.
               PERFORM 731-EDIT-OFF-CYCLE.
               IF WS-OC-REJECT-REASON NOT = SPACES
                   PERFORM 739-WRITE-OFF-CYCLE-REJECT
               ELSE
                   PERFORM 732-COMPUTE-OFF-CYCLE-PAY
                   PERFORM 735-PAY-OFF-CYCLE
                   PERFORM 736-WRITE-OFF-CYCLE-LINE
                   PERFORM 737-ACCUMULATE-OFF-CYCLE
               END-IF.

           731-EDIT-OFF-CYCLE.
               MOVE SPACES TO WS-OC-REJECT-REASON.
               EVALUATE TRUE
                   WHEN OFC-EMP-NUMBER IS NOT NUMERIC
                       MOVE "EMPLOYEE NUMBER NOT NUMERIC"
                           TO WS-OC-REJECT-REASON
                   WHEN OFC-PAY-DATE IS NOT NUMERIC
                       MOVE "PAY DATE NOT NUMERIC"
                           TO WS-OC-REJECT-REASON
                   WHEN OFC-TYPE NOT = 'B' AND OFC-TYPE NOT = 'C'
                       MOVE "UNKNOWN TRANSACTION TYPE"
                           TO WS-OC-REJECT-REASON
                   WHEN OFC-METHOD NOT = 'D' AND OFC-METHOD NOT = 'C'
                       MOVE "UNKNOWN PAY METHOD"
                           TO WS-OC-REJECT-REASON
                   WHEN OFC-AMOUNT IS NOT NUMERIC
                       MOVE "AMOUNT NOT NUMERIC"
                           TO WS-OC-REJECT-REASON
                   WHEN OFC-AMOUNT = 0
                       MOVE "ZERO AMOUNT" TO WS-OC-REJECT-REASON
                   WHEN OTHER
                       PERFORM 206-FIND-EMPLOYEE-MASTER
                       IF WS-EMP-FOUND-FLAG NOT = 'Y'
                           MOVE "EMPLOYEE NOT ON MASTER"
                               TO WS-OC-REJECT-REASON
                       END-IF
               END-EVALUATE.

      *> A bonus is withheld at the lump-sum rate for its amount;
      *> a correction is regular earnings and goes through the
      *> tax brackets as a regular pay would.  No dues, benefits
      *> or court orders come off an off-cycle payment -- they
      *> are taken on the regular cycle.  The employer share is
      *> owed on the gross either way.
           732-COMPUTE-OFF-CYCLE-PAY.
               MOVE OFC-AMOUNT TO WS-GROSS-PAY.
               MOVE WS-GROSS-PAY TO WS-TAXABLE-GROSS.
               IF OFC-TYPE = 'B'
                   PERFORM 733-FIND-LUMP-SUM-RATE
               ELSE
                   PERFORM 225A-SET-TAX-RATE
               END-IF.
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-TAXABLE-GROSS * WS-TAX-RATE.
               MOVE 0 TO WS-DEDUCTIONS.
               COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-TAX-AMOUNT.
               PERFORM 229-COMPUTE-EMPLOYER-SHARE.
               ADD WS-TAX-AMOUNT TO WS-RUN-TAX-TOTAL.

           733-FIND-LUMP-SUM-RATE.
               MOVE 'N' TO WS-LS-FOUND-FLAG.
               PERFORM 734-TEST-LUMP-SUM-ROW
                   VARYING WS-LS-SUB FROM 1 BY 1
                   UNTIL WS-LS-SUB > WS-LS-COUNT
                       OR WS-LS-FOUND-FLAG = 'Y'.
               IF WS-LS-FOUND-FLAG NOT = 'Y'
                   MOVE WS-LS-RATE(WS-LS-COUNT) TO WS-TAX-RATE
               END-IF.

           734-TEST-LUMP-SUM-ROW.
               IF WS-LS-CEILING(WS-LS-SUB) = 0
                   OR WS-GROSS-PAY <= WS-LS-CEILING(WS-LS-SUB)
                   MOVE WS-LS-RATE(WS-LS-SUB) TO WS-TAX-RATE
                   MOVE 'Y' TO WS-LS-FOUND-FLAG
               END-IF.

      *> A manual cheque is forced by paying with no transit.
           735-PAY-OFF-CYCLE.
               MOVE SPACES TO WS-PAYOUT-RECORD.
               MOVE WS-CUR-EMP-NUMBER TO WS-PO-EMPLOYEE.
               MOVE EMP-NAME TO WS-PO-NAME.
               MOVE WS-CUR-PAY-DATE TO WS-PO-PAY-DATE.
               MOVE EMP-BANK-TRANSIT TO WS-PO-TRANSIT.
               MOVE EMP-BANK-ACCOUNT TO WS-PO-ACCOUNT.
               MOVE WS-NET-PAY TO WS-PO-NET.
               IF OFC-METHOD = 'C'
                   MOVE 0 TO WS-PO-TRANSIT
               END-IF.
               PERFORM 235-WRITE-DEPOSIT-RECORD.

           736-WRITE-OFF-CYCLE-LINE.
               MOVE WS-CUR-EMP-NUMBER TO WS-OL-NUMBER.
               MOVE EMP-NAME TO WS-OL-NAME.
               MOVE WS-CUR-PAY-DATE TO WS-OL-DATE.
               IF OFC-TYPE = 'B'
                   MOVE "BONUS" TO WS-OL-TYPE
               ELSE
                   MOVE "CORRECTION" TO WS-OL-TYPE
               END-IF.
               MOVE OFC-DESCRIPTION TO WS-OL-DESCRIPTION.
               MOVE WS-GROSS-PAY TO WS-OL-GROSS.
               MOVE WS-TAX-AMOUNT TO WS-OL-TAX.
               MOVE WS-NET-PAY TO WS-OL-NET.
               IF WS-PO-TRANSIT = 0
                   MOVE "CHEQUE" TO WS-OL-PAID-BY
                   MOVE WS-CHEQUE-NUMBER TO WS-OL-CHEQUE
               ELSE
                   MOVE "DEPOSIT" TO WS-OL-PAID-BY
                   MOVE SPACES TO WS-OL-CHEQUE
               END-IF.
               DISPLAY WS-OC-LINE.
               WRITE OFFCYCLE-REGISTER-LINE FROM WS-OC-LINE.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

      *> The same postings a regular pay makes, except the pay
      *> count and last pay the variance check compares against:
      *> an off-cycle amount is not a period's pay.
           737-ACCUMULATE-OFF-CYCLE.
               ADD WS-GROSS-PAY TO WS-RUN-GROSS-TOTAL.
               ADD WS-NET-PAY TO WS-RUN-NET-TOTAL.
               MOVE EMP-JOB-TYPE TO WS-YTD-LOOKUP-TYPE.
               PERFORM 241-FIND-OR-ADD-YTD-ENTRY.
               ADD WS-GROSS-PAY TO WS-YTD-TOTAL(WS-YTD-SUB).
               PERFORM 065A-FIND-OR-ADD-EMP-YTD.
               IF WS-EY-FOUND-FLAG = 'Y'
                   ADD WS-GROSS-PAY TO WS-EY-GROSS(WS-EY-HIT-SUB)
                   ADD WS-TAX-AMOUNT TO WS-EY-TAX(WS-EY-HIT-SUB)
                   ADD WS-NET-PAY TO WS-EY-NET(WS-EY-HIT-SUB)
                   ADD WS-EMPLOYER-SHARE
                       TO WS-EY-EMPLOYER(WS-EY-HIT-SUB)
               END-IF.
               PERFORM 236A-ACCUMULATE-DEPT-TOTAL.

           739-WRITE-OFF-CYCLE-REJECT.
               MOVE OFC-EMP-NUMBER TO WS-OR-NUMBER.
               MOVE OFC-PAY-DATE TO WS-OR-DATE.
               MOVE WS-OC-REJECT-REASON TO WS-OR-REASON.
               DISPLAY WS-OC-REJECT-LINE.
               WRITE OFFCYCLE-REGISTER-LINE FROM WS-OC-REJECT-LINE.
               ADD 1 TO WS-RL-REJECTED-COUNT.

      *> Same release rule as the regular run: the deposit file
      *> gets its trailer only when the deposits and the cheques
      *> add up to the net paid.
           750-RELEASE-OFF-CYCLE-DEPOSITS.
               IF WS-DD-NET-TOTAL + WS-CHEQUE-TOTAL
                   = WS-RUN-NET-TOTAL
                   MOVE SPACES TO DIRECT-DEPOSIT-TRAILER
                   MOVE "TRL" TO DDT-MARKER
                   MOVE WS-DD-RECORD-COUNT TO DDT-RECORD-COUNT
                   MOVE WS-DD-NET-TOTAL TO DDT-NET-TOTAL
                   WRITE DIRECT-DEPOSIT-TRAILER
                   DISPLAY "DIRECT-DEPOSIT FILE RELEASED, RECORDS: "
                       WS-DD-RECORD-COUNT
               ELSE
                   DISPLAY "*** DIRECT-DEPOSIT FILE NOT RELEASED -- "
                       "DEPOSITS DO NOT EQUAL THE OFF-CYCLE NET ***"
                   MOVE 8 TO RETURN-CODE
               END-IF.

           241-FIND-OR-ADD-YTD-ENTRY.
               MOVE 'N' TO WS-YTD-FOUND-FLAG.
               PERFORM 242-SCAN-YTD-ENTRY
                       MOVE EYT-BENEFITS-F
                           TO WS-EY-BENEFITS(WS-EY-COUNT)
                       MOVE EYT-NET-F TO WS-EY-NET(WS-EY-COUNT)
                       IF EYT-EMPLOYER-F IS NUMERIC
                           MOVE EYT-EMPLOYER-F
                               TO WS-EY-EMPLOYER(WS-EY-COUNT)
                       ELSE
                           MOVE 0 TO WS-EY-EMPLOYER(WS-EY-COUNT)
                       END-IF
                       PERFORM 066A-LOAD-EMP-PAY-HISTORY
               END-READ.

      *> Pay count and last pay ride at the end of the row; a row
      *> written before they were carried starts with no history.
           066A-LOAD-EMP-PAY-HISTORY.
               IF EYT-PAYS-F IS NUMERIC
                   AND EYT-LAST-GROSS-F IS NUMERIC
                   AND EYT-LAST-NET-F IS NUMERIC
                   AND EYT-PAYS-GROSS-F IS NUMERIC
                   AND EYT-PAYS-NET-F IS NUMERIC
                   MOVE EYT-PAYS-F TO WS-EY-PAYS(WS-EY-COUNT)
                   MOVE EYT-LAST-GROSS-F
                       TO WS-EY-LAST-GROSS(WS-EY-COUNT)
                   MOVE EYT-LAST-NET-F
                       TO WS-EY-LAST-NET(WS-EY-COUNT)
                   MOVE EYT-PAYS-GROSS-F
                       TO WS-EY-PAYS-GROSS(WS-EY-COUNT)
                   MOVE EYT-PAYS-NET-F
                       TO WS-EY-PAYS-NET(WS-EY-COUNT)
               ELSE
                   MOVE 0 TO WS-EY-PAYS(WS-EY-COUNT)
                   MOVE 0 TO WS-EY-LAST-GROSS(WS-EY-COUNT)
                   MOVE 0 TO WS-EY-LAST-NET(WS-EY-COUNT)
                   MOVE 0 TO WS-EY-PAYS-GROSS(WS-EY-COUNT)
                   MOVE 0 TO WS-EY-PAYS-NET(WS-EY-COUNT)
               END-IF.

           067-CHECK-EMP-YTD-CEILING.
               IF WS-EY-EOF NOT = 'Y'
                   DISPLAY "*** WARNING: EMPLOYEE-YTD FILE HAS MORE "
                   IF WS-EY-COUNT < 500
                       ADD 1 TO WS-EY-COUNT
                       MOVE WS-EY-COUNT TO WS-EY-HIT-SUB
                       MOVE WS-CUR-EMP-NUMBER
                           TO WS-EY-NUMBER(WS-EY-HIT-SUB)
                       MOVE 0 TO WS-EY-GROSS(WS-EY-HIT-SUB)
                       MOVE 0 TO WS-EY-TAX(WS-EY-HIT-SUB)
                       MOVE 0 TO WS-EY-DUES(WS-EY-HIT-SUB)
                       MOVE 0 TO WS-EY-BENEFITS(WS-EY-HIT-SUB)
                       MOVE 0 TO WS-EY-NET(WS-EY-HIT-SUB)
                       MOVE 0 TO WS-EY-EMPLOYER(WS-EY-HIT-SUB)
                       MOVE 0 TO WS-EY-PAYS(WS-EY-HIT-SUB)
                       MOVE 0 TO WS-EY-LAST-GROSS(WS-EY-HIT-SUB)
                       MOVE 0 TO WS-EY-LAST-NET(WS-EY-HIT-SUB)
                       MOVE 0 TO WS-EY-PAYS-GROSS(WS-EY-HIT-SUB)
                       MOVE 0 TO WS-EY-PAYS-NET(WS-EY-HIT-SUB)
                       MOVE 'Y' TO WS-EY-FOUND-FLAG
                   ELSE
                       DISPLAY "*** WARNING: EMPLOYEE-YTD TABLE IS "
                           "FULL -- YTD WILL NOT COVER: "
                           WS-CUR-EMP-NUMBER
                   END-IF
               END-IF.

           068-SCAN-EMP-YTD-ENTRY.
               IF WS-EY-NUMBER(WS-EY-SUB) = WS-CUR-EMP-NUMBER
                   MOVE 'Y' TO WS-EY-FOUND-FLAG
                   MOVE WS-EY-SUB TO WS-EY-HIT-SUB
               END-IF.
               MOVE WS-EY-DUES(WS-EY-SUB) TO EYT-DUES-F.
               MOVE WS-EY-BENEFITS(WS-EY-SUB) TO EYT-BENEFITS-F.
               MOVE WS-EY-NET(WS-EY-SUB) TO EYT-NET-F.
               MOVE WS-EY-EMPLOYER(WS-EY-SUB) TO EYT-EMPLOYER-F.
               MOVE WS-EY-PAYS(WS-EY-SUB) TO EYT-PAYS-F.
               MOVE WS-EY-LAST-GROSS(WS-EY-SUB) TO EYT-LAST-GROSS-F.
               MOVE WS-EY-LAST-NET(WS-EY-SUB) TO EYT-LAST-NET-F.
               MOVE WS-EY-PAYS-GROSS(WS-EY-SUB) TO EYT-PAYS-GROSS-F.
               MOVE WS-EY-PAYS-NET(WS-EY-SUB) TO EYT-PAYS-NET-F.
               WRITE EMPLOYEE-YTD-RECORD.

           069-LOAD-LEAVE-RULES.
