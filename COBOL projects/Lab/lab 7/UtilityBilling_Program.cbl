      * table on UTILITY-RATE-TIERS.TXT (each row a units-up-to
      * ceiling and a per-unit rate, priced progressively within
      * the tiers), prints a client invoice with the name and
      * address off CLIENT-MASTER.IDX, carries the receivable as
      * open items on CLIENT-BALANCES.TXT, and appends the
      * cycle's billing total to UTILITY-BILLING-TOTALS.TXT for
      * the GL extract.
      * Modification history:
      *   04-14-2026 NH - a bill far above the client's same month last
      *     year and recent average on READING-HISTORY.TXT
      *     (BILL-REVIEW-CONTROL.TXT percentage) is held on
      *     BILL-REVIEW-QUEUE.TXT instead of printed; Q mode bills the
      *     entries BILL_REVIEW_PROGRAM has released, adjusted or
      *     re-read
      *   04-07-2026 NH - the cycle is priced by UTILITY_RATE_PRICE at
      *     the tiers in effect for the reading period; a period that
      *     crosses a rate change is prorated by days and the invoice
      *     shows each portion
      *   03-24-2026 NH - clients on a budget plan (BUDGET-PLANS.TXT)
      *     are billed the installment with the actual charge
      *     accumulated behind it and trued up on the plan anniversary
      *     or withdrawal; the invoice shows both amounts
      *   03-10-2026 NH - CLIENT-BALANCES.TXT carries one open item per
      *     invoice with its invoice date instead of one lump per
      *     client, so payments can be applied and the receivable aged;
      *     a payment credit on file is used up against the next invoice
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RATINGS-FILE-IN
           ASSIGN TO '..\CLIENT-RATINGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLIENT-BALANCES-FILE
           ASSIGN TO '..\CLIENT-BALANCES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUDGET-PLANS-FILE
           ASSIGN TO '..\BUDGET-PLANS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL READING-HISTORY-FILE
           ASSIGN TO '..\READING-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REVIEW-CONTROL-FILE
           ASSIGN TO '..\BILL-REVIEW-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REVIEW-QUEUE-FILE
           ASSIGN TO '..\BILL-REVIEW-QUEUE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INVOICES-FILE-OUT
           ASSIGN TO '..\UTILITY-INVOICES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BILLING-TOTALS-FILE
           05 CM-CLIENT-NAME       PIC X(25).
           05 CM-CLIENT-ADDRESS    PIC X(40).

      *> Read into WS-RATING-LINE, where a bill released from the
      *> review queue is also set up to go through the same pricing.
       FD RATINGS-FILE-IN.
       01 RATING-RECORD-IN        PIC X(29).

       FD READING-HISTORY-FILE.
       01 READING-HISTORY-RECORD.
           05 RH-CLIENT-NUMBER    PIC 9(5).
           05 FILLER              PIC X(1).
           05 RH-READ-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 RH-METER-VALUE      PIC 9(6).

      *> A bill is held when its charge is more than the percentage
      *> above every comparison the client has; a bill at or under
      *> the minimum is never held.
       FD REVIEW-CONTROL-FILE.
       01 REVIEW-CONTROL-RECORD.
           05 CTL-REVIEW-PERCENT  PIC 9(3).
           05 FILLER              PIC X(1).
           05 CTL-REVIEW-MINIMUM  PIC 9(5)V99.

      *> One line per held bill: what the cycle would have billed,
      *> the two charges it was compared with (the same month last
      *> year and the recent average, priced at this period's
      *> rates), and the readings either side of the period.  Status
      *> H held, R released as is, A units adjusted, M re-read,
      *> B billed; BILL_REVIEW_PROGRAM clears the H lines.
       FD REVIEW-QUEUE-FILE.
       01 REVIEW-QUEUE-RECORD.
           05 BRQ-CLIENT-NUMBER   PIC 9(5).
           05 FILLER              PIC X(1).
           05 BRQ-QUEUED-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 BRQ-UNITS           PIC 9(3).
           05 FILLER              PIC X(1).
           05 BRQ-ESTIMATE-FLAG   PIC X(1).
           05 FILLER              PIC X(1).
           05 BRQ-PERIOD-FROM     PIC 9(8).
           05 FILLER              PIC X(1).
           05 BRQ-PERIOD-TO       PIC 9(8).
           05 FILLER              PIC X(1).
           05 BRQ-PRIOR-READING   PIC 9(6).
           05 FILLER              PIC X(1).
           05 BRQ-READING         PIC 9(6).
           05 FILLER              PIC X(1).
           05 BRQ-CHARGE          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 BRQ-LAST-YEAR       PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 BRQ-AVERAGE         PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 BRQ-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 BRQ-ACTION-DATE     PIC 9(8).

      *> One open item per line: the amount still owing on one
      *> invoice and the invoice date it ages from (a negative item
      *> is an unapplied payment credit, dated the day it was paid).
      *> A client's balance is the sum of their items.  Lines from
      *> before open items carry no date and age as brought forward.
       FD CLIENT-BALANCES-FILE.
       01 CLIENT-BALANCE-RECORD.
           05 CBL-CLIENT-NUMBER   PIC 9(5).
           05 FILLER              PIC X(1).
           05 CBL-BALANCE         PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 CBL-INVOICE-DATE    PIC 9(8).

      *> One line per budget plan, kept by BUDGET_PLAN_PROGRAM: the
      *> plan-year start (its anniversary is the true-up date), the
      *> monthly installment, and the plan year so far -- cycles
      *> billed, installments billed and the actual tiered charges
      *> behind them.  Status A active, W withdrawn (settled at the
      *> next billing run), C closed.
       FD BUDGET-PLANS-FILE.
       01 BUDGET-PLAN-RECORD.
           05 BP-CLIENT-NUMBER    PIC 9(5).
           05 FILLER              PIC X(1).
           05 BP-PLAN-START       PIC 9(8).
           05 FILLER              PIC X(1).
           05 BP-INSTALLMENT      PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 BP-CYCLES           PIC 9(2).
           05 FILLER              PIC X(1).
           05 BP-BILLED-TO-DATE   PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 BP-ACTUAL-TO-DATE   PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 BP-STATUS           PIC X(1).

       FD INVOICES-FILE-OUT.
       01 INVOICE-LINE-OUT        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-RAT-EOF PIC X(1) VALUE 'N'.
       01 WS-RATING-LINE.
           05 RAT-CLIENT-NUMBER   PIC 9(5).
           05 FILLER              PIC X(1).
           05 RAT-GAS-IN          PIC 9(3).
           05 FILLER              PIC X(1).
      *> E when the figure is an estimate; blank on actuals and on
      *> pre-estimate files.  A bill out of the review queue carries
      *> A when its units were adjusted, M when they were re-read.
           05 RAT-ESTIMATE-FLAG   PIC X(1).
           05 FILLER              PIC X(1).
      *> The reading period the units were used in; blank on
      *> estimates and on files from before the period was carried.
           05 RAT-PERIOD-FROM     PIC X(8).
           05 RAT-PERIOD-FROM-9 REDEFINES RAT-PERIOD-FROM PIC 9(8).
           05 FILLER              PIC X(1).
           05 RAT-PERIOD-TO       PIC X(8).
           05 RAT-PERIOD-TO-9 REDEFINES RAT-PERIOD-TO PIC 9(8).

       01 WS-REVIEW-PERCENT PIC 9(3) VALUE 100.
       01 WS-REVIEW-MINIMUM PIC 9(5)V99 VALUE 25.00.
       01 WS-REVIEW-FLAG PIC X(1).
       01 WS-HOLD-FLAG PIC X(1).
       01 WS-REVIEW-LIMIT PIC 9(9)V99.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-LY-FOUND PIC X(1).
       01 WS-LY-MONTH PIC 9(6).
       01 WS-LY-UNITS PIC 9(7).
       01 WS-LY-CHARGE PIC 9(7)V99.
       01 WS-AVG-COUNT PIC 9(2).
       01 WS-AVG-SUM PIC 9(8).
       01 WS-AVG-UNITS PIC 9(7).
       01 WS-AVG-CHARGE PIC 9(7)V99.
       01 WS-DELTA-MONTH PIC 9(6).
       01 WS-PRIOR-READING PIC 9(6).
       01 WS-THIS-READING PIC 9(6).

      *> The last thirteen consumption deltas per client, enough to
      *> reach the same month a year back and the recent average.
       01 WS-RH-EOF PIC X(1) VALUE 'N'.
       01 WS-HISTORY-TABLE.
           05 WS-HC-ENTRY OCCURS 500 TIMES.
               10 WS-HC-CLIENT    PIC 9(5).
               10 WS-HC-LAST-VALUE PIC 9(6).
               10 WS-HC-LAST-DATE PIC 9(8).
               10 WS-HC-PREV-VALUE PIC 9(6).
               10 WS-HC-DELTA-COUNT PIC 9(2).
               10 WS-HC-DELTA OCCURS 13 TIMES.
                   15 WS-HC-D-DATE    PIC 9(8).
                   15 WS-HC-D-UNITS   PIC 9(7).
       01 WS-HC-COUNT PIC 9(4) VALUE 0.
       01 WS-HC-HIT PIC 9(4).
       01 WS-HC-FULL PIC X(1) VALUE 'N'.
       01 WS-HD-SUB PIC 9(2).
       01 WS-HIST-DELTA PIC S9(7).

       01 WS-QUEUE-TABLE.
           05 WS-RQ-ENTRY OCCURS 1000 TIMES.
               10 WS-RQ-CLIENT    PIC 9(5).
               10 WS-RQ-QUEUED    PIC 9(8).
               10 WS-RQ-UNITS     PIC 9(3).
               10 WS-RQ-ESTIMATE  PIC X(1).
               10 WS-RQ-FROM      PIC 9(8).
               10 WS-RQ-TO        PIC 9(8).
               10 WS-RQ-PRIOR     PIC 9(6).
               10 WS-RQ-READING   PIC 9(6).
               10 WS-RQ-CHARGE    PIC 9(7)V99.
               10 WS-RQ-LAST-YEAR PIC 9(7)V99.
               10 WS-RQ-AVERAGE   PIC 9(7)V99.
               10 WS-RQ-STATUS    PIC X(1).
               10 WS-RQ-ACTION    PIC 9(8).
       01 WS-RQ-COUNT PIC 9(4) VALUE 0.
       01 WS-RQ-EOF PIC X(1) VALUE 'N'.
       01 WS-RQ-SUB PIC 9(4).
       01 WS-COUNT-BEFORE PIC 9(5).
       01 WS-BAL-EOF PIC X(1) VALUE 'N'.
       01 WS-BP-EOF PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).

       01 WS-PRICE-AREA.
           05 WS-RP-UNITS         PIC 9(7).
           05 WS-RP-PERIOD-FROM   PIC 9(8).
           05 WS-RP-PERIOD-TO     PIC 9(8).
           05 WS-RP-PRICE-DATE    PIC 9(8).
           05 WS-RP-AMOUNT        PIC 9(7)V99.
           05 WS-RP-STATUS        PIC X(1).
           05 WS-RP-PORTION-COUNT PIC 9(1).
           05 WS-RP-PORTION OCCURS 5 TIMES.
               10 WS-RP-PORTION-FROM   PIC 9(8).
               10 WS-RP-PORTION-DAYS   PIC 9(5).
               10 WS-RP-PORTION-UNITS  PIC 9(7).
               10 WS-RP-PORTION-AMOUNT PIC 9(7)V99.
       01 WS-SUB PIC 9(4).
       01 WS-CYCLE-AMOUNT PIC 9(7)V99.
      *> What the invoice charges: the cycle amount, or for a client
      *> on a budget plan the installment (plus any true-up).
       01 WS-BILL-AMOUNT PIC S9(7)V99.

       01 WS-PLAN-TABLE.
           05 WS-BP-ENTRY OCCURS 500 TIMES.
               10 WS-BP-CLIENT    PIC 9(5).
               10 WS-BP-START     PIC 9(8).
               10 WS-BP-INSTALL   PIC 9(5)V99.
               10 WS-BP-CYCLES    PIC 9(2).
               10 WS-BP-BILLED    PIC 9(7)V99.
               10 WS-BP-ACTUAL    PIC 9(7)V99.
               10 WS-BP-STATUS    PIC X(1).
       01 WS-BP-COUNT PIC 9(4) VALUE 0.
       01 WS-BP-HIT PIC 9(4).
       01 WS-ANNIVERSARY PIC 9(8).
       01 WS-TRUE-UP PIC S9(7)V99.
       01 WS-TRUE-UP-FLAG PIC X(1).

       01 WS-BALANCE-TABLE.
           05 WS-BL-ENTRY OCCURS 2000 TIMES.
               10 WS-BL-NUMBER    PIC 9(5).
               10 WS-BL-BALANCE   PIC S9(7)V99.
               10 WS-BL-DATE      PIC 9(8).
       01 WS-BAL-COUNT PIC 9(4) VALUE 0.
       01 WS-ITEM-AMOUNT PIC S9(7)V99.
       01 WS-CLIENT-BALANCE PIC S9(7)V99.

       01 WS-BILLED-COUNT PIC 9(5) VALUE 0.
       01 WS-BILLED-TOTAL PIC 9(9)V99 VALUE 0.
           05 WS-IB-UNITS         PIC ZZ9.
           05 WS-IB-ESTIMATE      PIC X(11).
           05 FILLER              PIC X(9) VALUE " CHARGE $".
           05 WS-IB-AMOUNT        PIC ZZ,ZZ9.99-.
           05 FILLER              PIC X(11)
               VALUE " BALANCE  $".
           05 WS-IB-BALANCE       PIC ZZZ,ZZ9.99-.
      *> One line per portion when the period crossed a rate change.
       01 WS-INVOICE-PORTION.
           05 FILLER              PIC X(13)
               VALUE "  RATES FROM ".
           05 WS-IR-FROM          PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-IR-DAYS          PIC ZZ9.
           05 FILLER              PIC X(7) VALUE " DAYS  ".
           05 WS-IR-UNITS         PIC ZZZ,ZZ9.
           05 FILLER              PIC X(9) VALUE " UNITS  $".
           05 WS-IR-AMOUNT        PIC ZZ,ZZ9.99.
       01 WS-INVOICE-PLAN.
           05 FILLER              PIC X(25)
               VALUE "BUDGET PLAN INSTALLMENT $".
           05 WS-IP-INSTALL       PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(23)
               VALUE "  ACTUAL USAGE CHARGE $".
           05 WS-IP-ACTUAL        PIC ZZ,ZZ9.99.
       01 WS-INVOICE-PLAN-YEAR.
           05 FILLER              PIC X(27)
               VALUE "PLAN YEAR TO DATE: BILLED $".
           05 WS-IY-BILLED        PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(10) VALUE "  ACTUAL $".
           05 WS-IY-ACTUAL        PIC ZZZ,ZZ9.99.
       01 WS-INVOICE-TRUE-UP.
           05 WS-IT-CAPTION       PIC X(24).
           05 WS-IT-AMOUNT        PIC ZZZ,ZZ9.99-.
           05 WS-IT-CLOSING       PIC X(40).
       01 WS-NEW-INSTALLMENT-TEXT.
           05 FILLER              PIC X(19)
               VALUE "  NEW INSTALLMENT $".
           05 WS-NI-AMOUNT        PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 150-LOAD-CLIENT-BALANCES.
           PERFORM 170-LOAD-BUDGET-PLANS.
      *> The save rebuilds the balances file from the table, so a
      *> file past the ceiling must not be billed against --
      *> receivables the table never held would be written off.
           IF WS-BAL-EOF NOT = 'Y'
               DISPLAY "CLIENT-BALANCES.TXT EXCEEDS THE 2000-LINE "
                   "TABLE -- BILLING ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BP-EOF NOT = 'Y'
               DISPLAY "BUDGET-PLANS.TXT EXCEEDS THE 500-LINE "
                   "TABLE -- BILLING ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Bill the cycle, or bill the bills released from "
               "the review queue? (C/Q) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'Q' OR 'q'
                   PERFORM 700-BILL-THE-RELEASED-QUEUE
               WHEN OTHER
                   PERFORM 190-BILL-THE-CYCLE
           END-EVALUATE.
           PERFORM 500-SAVE-CLIENT-BALANCES.
           PERFORM 550-SAVE-BUDGET-PLANS.
           PERFORM 600-APPEND-CYCLE-TOTAL.
           DISPLAY "INVOICES BILLED:  " WS-BILLED-COUNT.
           DISPLAY "CLIENTS SKIPPED:  " WS-SKIPPED-COUNT.
           DISPLAY "HELD FOR REVIEW:  " WS-HELD-COUNT.
           IF WS-SKIPPED-COUNT > 0 OR WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           120-LOAD-REVIEW-CONTROL.
               OPEN INPUT REVIEW-CONTROL-FILE.
               READ REVIEW-CONTROL-FILE
                   AT END
                       DISPLAY "No bill review control card -- using "
                           "defaults."
                   NOT AT END
                       MOVE CTL-REVIEW-PERCENT TO WS-REVIEW-PERCENT
                       MOVE CTL-REVIEW-MINIMUM TO WS-REVIEW-MINIMUM
               END-READ.
               CLOSE REVIEW-CONTROL-FILE.

           130-LOAD-READING-HISTORY.
               OPEN INPUT READING-HISTORY-FILE.
               PERFORM 135-READ-ONE-HISTORY-LINE
                   UNTIL WS-RH-EOF = 'Y'.
               CLOSE READING-HISTORY-FILE.

      *> The client number is set up where 325 looks for it.
           135-READ-ONE-HISTORY-LINE.
               READ READING-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-RH-EOF
                   NOT AT END
                       MOVE RH-CLIENT-NUMBER TO RAT-CLIENT-NUMBER
                       PERFORM 325-FIND-CLIENT-HISTORY
                       IF WS-HC-HIT = 0
                           PERFORM 140-ADD-CLIENT-HISTORY
                       ELSE
                           PERFORM 145-NOTE-ONE-DELTA
                       END-IF
               END-READ.

           140-ADD-CLIENT-HISTORY.
               IF WS-HC-COUNT < 500
                   ADD 1 TO WS-HC-COUNT
                   MOVE RH-CLIENT-NUMBER TO WS-HC-CLIENT(WS-HC-COUNT)
                   MOVE RH-METER-VALUE
                       TO WS-HC-LAST-VALUE(WS-HC-COUNT)
                   MOVE RH-READ-DATE TO WS-HC-LAST-DATE(WS-HC-COUNT)
                   MOVE RH-METER-VALUE
                       TO WS-HC-PREV-VALUE(WS-HC-COUNT)
                   MOVE 0 TO WS-HC-DELTA-COUNT(WS-HC-COUNT)
               ELSE
                   MOVE 'Y' TO WS-HC-FULL
               END-IF.

      *> Successive readings give the deltas, a drop from near the
      *> top of the dial being a rollover.  Any other drop is a
      *> re-read correcting the reading before it (the review
      *> program appends the corrected reading), so the misread's
      *> delta is taken back and the correction is deltaed against
      *> the reading before the misread.  Past thirteen, the oldest
      *> delta is shifted out.
           145-NOTE-ONE-DELTA.
               COMPUTE WS-HIST-DELTA = RH-METER-VALUE
                   - WS-HC-LAST-VALUE(WS-HC-HIT).
               IF WS-HIST-DELTA < 0
                   AND WS-HC-LAST-VALUE(WS-HC-HIT) > 900000
                   COMPUTE WS-HIST-DELTA = 999999
                       - WS-HC-LAST-VALUE(WS-HC-HIT)
                       + RH-METER-VALUE + 1
               END-IF.
               MOVE WS-HC-DELTA-COUNT(WS-HC-HIT) TO WS-HD-SUB.
               IF WS-HIST-DELTA < 0 AND WS-HD-SUB > 0
                   IF WS-HC-D-DATE(WS-HC-HIT, WS-HD-SUB)
                       = WS-HC-LAST-DATE(WS-HC-HIT)
                       SUBTRACT 1 FROM WS-HC-DELTA-COUNT(WS-HC-HIT)
                       MOVE WS-HC-PREV-VALUE(WS-HC-HIT)
                           TO WS-HC-LAST-VALUE(WS-HC-HIT)
                       COMPUTE WS-HIST-DELTA = RH-METER-VALUE
                           - WS-HC-LAST-VALUE(WS-HC-HIT)
                   END-IF
               END-IF.
               IF WS-HIST-DELTA >= 0
                   IF WS-HC-DELTA-COUNT(WS-HC-HIT) = 13
                       PERFORM 146-SHIFT-ONE-DELTA
                           VARYING WS-HD-SUB FROM 1 BY 1
                           UNTIL WS-HD-SUB > 12
                   ELSE
                       ADD 1 TO WS-HC-DELTA-COUNT(WS-HC-HIT)
                   END-IF
                   MOVE WS-HC-DELTA-COUNT(WS-HC-HIT) TO WS-HD-SUB
                   MOVE RH-READ-DATE
                       TO WS-HC-D-DATE(WS-HC-HIT, WS-HD-SUB)
                   MOVE WS-HIST-DELTA
                       TO WS-HC-D-UNITS(WS-HC-HIT, WS-HD-SUB)
               END-IF.
               MOVE WS-HC-LAST-VALUE(WS-HC-HIT)
                   TO WS-HC-PREV-VALUE(WS-HC-HIT).
               MOVE RH-METER-VALUE TO WS-HC-LAST-VALUE(WS-HC-HIT).
               MOVE RH-READ-DATE TO WS-HC-LAST-DATE(WS-HC-HIT).

           146-SHIFT-ONE-DELTA.
               MOVE WS-HC-DELTA(WS-HC-HIT, WS-HD-SUB + 1)
                   TO WS-HC-DELTA(WS-HC-HIT, WS-HD-SUB).

           150-LOAD-CLIENT-BALANCES.
               OPEN INPUT CLIENT-BALANCES-FILE.
               PERFORM 160-READ-ONE-BALANCE
                   UNTIL WS-BAL-EOF = 'Y' OR WS-BAL-COUNT = 2000.
               CLOSE CLIENT-BALANCES-FILE.

           160-READ-ONE-BALANCE.
                           TO WS-BL-NUMBER(WS-BAL-COUNT)
                       MOVE CBL-BALANCE
                           TO WS-BL-BALANCE(WS-BAL-COUNT)
                       IF CBL-INVOICE-DATE IS NUMERIC
                           MOVE CBL-INVOICE-DATE
                               TO WS-BL-DATE(WS-BAL-COUNT)
                       ELSE
                           MOVE 0 TO WS-BL-DATE(WS-BAL-COUNT)
                       END-IF
               END-READ.

           170-LOAD-BUDGET-PLANS.
               OPEN INPUT BUDGET-PLANS-FILE.
               PERFORM 180-READ-ONE-PLAN
                   UNTIL WS-BP-EOF = 'Y' OR WS-BP-COUNT = 500.
               CLOSE BUDGET-PLANS-FILE.

           180-READ-ONE-PLAN.
               READ BUDGET-PLANS-FILE
                   AT END MOVE 'Y' TO WS-BP-EOF
                   NOT AT END
                       ADD 1 TO WS-BP-COUNT
                       MOVE BP-CLIENT-NUMBER
                           TO WS-BP-CLIENT(WS-BP-COUNT)
                       MOVE BP-PLAN-START TO WS-BP-START(WS-BP-COUNT)
                       MOVE BP-INSTALLMENT
                           TO WS-BP-INSTALL(WS-BP-COUNT)
                       MOVE BP-CYCLES TO WS-BP-CYCLES(WS-BP-COUNT)
                       MOVE BP-BILLED-TO-DATE
                           TO WS-BP-BILLED(WS-BP-COUNT)
                       MOVE BP-ACTUAL-TO-DATE
                           TO WS-BP-ACTUAL(WS-BP-COUNT)
                       MOVE BP-STATUS TO WS-BP-STATUS(WS-BP-COUNT)
               END-READ.

      *> A held bill goes to the review queue instead of the
      *> invoice file; the invoices printed are only the ones that
      *> can be mailed.
           190-BILL-THE-CYCLE.
               PERFORM 120-LOAD-REVIEW-CONTROL.
               PERFORM 130-LOAD-READING-HISTORY.
               IF WS-HC-FULL = 'Y'
                   DISPLAY "*** WARNING: READING HISTORY HAS MORE "
                       "THAN 500 CLIENTS -- THE REST ARE NOT "
                       "REVIEWED."
               END-IF.
               OPEN INPUT CLIENT-MASTER-FILE.
               OPEN INPUT RATINGS-FILE-IN.
               OPEN OUTPUT INVOICES-FILE-OUT.
               OPEN EXTEND REVIEW-QUEUE-FILE.
               PERFORM 200-BILL-ONE-CLIENT UNTIL WS-RAT-EOF = 'Y'.
               CLOSE RATINGS-FILE-IN.
               CLOSE CLIENT-MASTER-FILE.
               CLOSE INVOICES-FILE-OUT.
               CLOSE REVIEW-QUEUE-FILE.

           200-BILL-ONE-CLIENT.
               READ RATINGS-FILE-IN INTO WS-RATING-LINE
                   AT END MOVE 'Y' TO WS-RAT-EOF
                   NOT AT END PERFORM 210-PRICE-AND-INVOICE
               END-READ.
                       DISPLAY "CLIENT NOT ON THE MASTER -- NOT "
                           "BILLED: " RAT-CLIENT-NUMBER
                   NOT INVALID KEY
                       PERFORM 320-PRICE-THE-COMPARISONS
                       PERFORM 300-PRICE-THE-CYCLE
                       IF WS-RP-STATUS = '1'
                           ADD 1 TO WS-SKIPPED-COUNT
                           DISPLAY "NO RATE IN EFFECT FOR THE "
                               "PERIOD -- NOT BILLED: "
                               RAT-CLIENT-NUMBER
                       ELSE
                           PERFORM 330-CHECK-FOR-HIGH-BILL
                           IF WS-HOLD-FLAG = 'Y'
                               PERFORM 340-HOLD-FOR-REVIEW
                           ELSE
                               PERFORM 350-APPLY-BUDGET-PLAN
                               PERFORM 400-WRITE-THE-INVOICE
                           END-IF
                       END-IF
               END-READ.

      *> UTILITY_RATE_PRICE prices the units through the tiers in
      *> effect for the reading period, split into portions when
      *> the rates changed inside it.  An estimate has no period
      *> and is priced at today's rates.
           300-PRICE-THE-CYCLE.
               MOVE RAT-GAS-IN TO WS-RP-UNITS.
               IF RAT-PERIOD-FROM IS NUMERIC
                   AND RAT-PERIOD-TO IS NUMERIC
                   MOVE RAT-PERIOD-FROM-9 TO WS-RP-PERIOD-FROM
                   MOVE RAT-PERIOD-TO-9 TO WS-RP-PERIOD-TO
               ELSE
                   MOVE 0 TO WS-RP-PERIOD-FROM
                   MOVE 0 TO WS-RP-PERIOD-TO
               END-IF.
               MOVE WS-RUN-DATE TO WS-RP-PRICE-DATE.
               CALL 'UTILITY_RATE_PRICE' USING WS-PRICE-AREA.
               MOVE WS-RP-AMOUNT TO WS-CYCLE-AMOUNT.

      *> An actual reading in the cycle run is compared with the
      *> same month a year back and with the average of up to six
      *> periods before this one.  Both are priced at this
      *> period's rates, so a rate change is never taken for a
      *> high bill.  Estimates come from the average already and
      *> bills out of the queue have been reviewed.
           320-PRICE-THE-COMPARISONS.
               MOVE 'N' TO WS-REVIEW-FLAG.
               MOVE 'N' TO WS-LY-FOUND.
               MOVE 0 TO WS-LY-CHARGE.
               MOVE 0 TO WS-AVG-COUNT.
               MOVE 0 TO WS-AVG-SUM.
               MOVE 0 TO WS-AVG-CHARGE.
               MOVE 0 TO WS-PRIOR-READING.
               MOVE 0 TO WS-THIS-READING.
               IF WS-MODE NOT = 'Q' AND WS-MODE NOT = 'q'
                   AND RAT-ESTIMATE-FLAG NOT = 'E'
                   AND RAT-PERIOD-TO IS NUMERIC
                   AND RAT-PERIOD-FROM IS NUMERIC
                   PERFORM 325-FIND-CLIENT-HISTORY
                   IF WS-HC-HIT > 0
                       MOVE 'Y' TO WS-REVIEW-FLAG
                       PERFORM 322-WEIGH-THE-HISTORY
                   END-IF
               END-IF.

           322-WEIGH-THE-HISTORY.
               COMPUTE WS-LY-MONTH = (RAT-PERIOD-TO-9 - 10000) / 100.
               PERFORM 326-WEIGH-ONE-DELTA
                   VARYING WS-HD-SUB FROM WS-HC-DELTA-COUNT(WS-HC-HIT)
                   BY -1 UNTIL WS-HD-SUB < 1.
               IF WS-HC-LAST-DATE(WS-HC-HIT) = RAT-PERIOD-TO-9
                   MOVE WS-HC-PREV-VALUE(WS-HC-HIT) TO WS-PRIOR-READING
                   MOVE WS-HC-LAST-VALUE(WS-HC-HIT) TO WS-THIS-READING
               ELSE
                   MOVE WS-HC-LAST-VALUE(WS-HC-HIT) TO WS-PRIOR-READING
               END-IF.
               IF WS-LY-FOUND = 'Y'
                   MOVE WS-LY-UNITS TO WS-RP-UNITS
                   PERFORM 328-PRICE-ONE-COMPARISON
                   MOVE WS-RP-AMOUNT TO WS-LY-CHARGE
               END-IF.
               IF WS-AVG-COUNT > 0
                   COMPUTE WS-AVG-UNITS ROUNDED =
                       WS-AVG-SUM / WS-AVG-COUNT
                   MOVE WS-AVG-UNITS TO WS-RP-UNITS
                   PERFORM 328-PRICE-ONE-COMPARISON
                   MOVE WS-RP-AMOUNT TO WS-AVG-CHARGE
               END-IF.

           325-FIND-CLIENT-HISTORY.
               MOVE 0 TO WS-HC-HIT.
               PERFORM 327-SCAN-ONE-HISTORY
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HC-COUNT OR WS-HC-HIT > 0.

      *> Newest first: the latest delta in last year's month, and
      *> the six latest before this period.
           326-WEIGH-ONE-DELTA.
               IF WS-HC-D-DATE(WS-HC-HIT, WS-HD-SUB) < RAT-PERIOD-TO-9
                   COMPUTE WS-DELTA-MONTH =
                       WS-HC-D-DATE(WS-HC-HIT, WS-HD-SUB) / 100
                   IF WS-DELTA-MONTH = WS-LY-MONTH
                       AND WS-LY-FOUND = 'N'
                       MOVE 'Y' TO WS-LY-FOUND
                       MOVE WS-HC-D-UNITS(WS-HC-HIT, WS-HD-SUB)
                           TO WS-LY-UNITS
                   END-IF
                   IF WS-AVG-COUNT < 6
                       ADD WS-HC-D-UNITS(WS-HC-HIT, WS-HD-SUB)
                           TO WS-AVG-SUM
                       ADD 1 TO WS-AVG-COUNT
                   END-IF
               END-IF.

           327-SCAN-ONE-HISTORY.
               IF WS-HC-CLIENT(WS-SUB) = RAT-CLIENT-NUMBER
                   MOVE WS-SUB TO WS-HC-HIT
               END-IF.

           328-PRICE-ONE-COMPARISON.
               MOVE RAT-PERIOD-FROM-9 TO WS-RP-PERIOD-FROM.
               MOVE RAT-PERIOD-TO-9 TO WS-RP-PERIOD-TO.
               MOVE WS-RUN-DATE TO WS-RP-PRICE-DATE.
               CALL 'UTILITY_RATE_PRICE' USING WS-PRICE-AREA.

      *> Held only when the charge is over the limit against every
      *> comparison there is -- a winter bill well above the summer
      *> average but in line with last winter goes out.
           330-CHECK-FOR-HIGH-BILL.
               MOVE 'N' TO WS-HOLD-FLAG.
               IF WS-REVIEW-FLAG = 'Y'
                   AND WS-CYCLE-AMOUNT > WS-REVIEW-MINIMUM
                   AND (WS-LY-FOUND = 'Y' OR WS-AVG-COUNT > 0)
                   MOVE 'Y' TO WS-HOLD-FLAG
                   IF WS-LY-FOUND = 'Y'
                       COMPUTE WS-REVIEW-LIMIT = WS-LY-CHARGE
                           * (100 + WS-REVIEW-PERCENT) / 100
                       IF WS-CYCLE-AMOUNT NOT > WS-REVIEW-LIMIT
                           MOVE 'N' TO WS-HOLD-FLAG
                       END-IF
                   END-IF
                   IF WS-AVG-COUNT > 0
                       COMPUTE WS-REVIEW-LIMIT = WS-AVG-CHARGE
                           * (100 + WS-REVIEW-PERCENT) / 100
                       IF WS-CYCLE-AMOUNT NOT > WS-REVIEW-LIMIT
                           MOVE 'N' TO WS-HOLD-FLAG
                       END-IF
                   END-IF
               END-IF.

      *> The bill is not invoiced, not put on the receivable and not
      *> run through a budget plan until it is released.
           340-HOLD-FOR-REVIEW.
               ADD 1 TO WS-HELD-COUNT.
               MOVE SPACES TO REVIEW-QUEUE-RECORD.
               MOVE RAT-CLIENT-NUMBER TO BRQ-CLIENT-NUMBER.
               MOVE WS-RUN-DATE TO BRQ-QUEUED-DATE.
               MOVE RAT-GAS-IN TO BRQ-UNITS.
               MOVE RAT-ESTIMATE-FLAG TO BRQ-ESTIMATE-FLAG.
               MOVE RAT-PERIOD-FROM-9 TO BRQ-PERIOD-FROM.
               MOVE RAT-PERIOD-TO-9 TO BRQ-PERIOD-TO.
               MOVE WS-PRIOR-READING TO BRQ-PRIOR-READING.
               MOVE WS-THIS-READING TO BRQ-READING.
               MOVE WS-CYCLE-AMOUNT TO BRQ-CHARGE.
               MOVE WS-LY-CHARGE TO BRQ-LAST-YEAR.
               MOVE WS-AVG-CHARGE TO BRQ-AVERAGE.
               MOVE 'H' TO BRQ-STATUS.
               MOVE 0 TO BRQ-ACTION-DATE.
               WRITE REVIEW-QUEUE-RECORD.
               DISPLAY "HELD FOR REVIEW: " RAT-CLIENT-NUMBER
                   "  CHARGE " WS-CYCLE-AMOUNT.

      *> A client on a budget plan is billed the installment while
      *> the actual cycle charge is accumulated behind it.  On the
      *> plan anniversary, or once the client has withdrawn, the
      *> invoice also carries the difference between the year's
      *> actual charges and the installments billed -- a charge or
      *> a credit.  At the anniversary the installment is reset to
      *> the average actual charge of the year just ended and a new
      *> plan year begins; a withdrawn plan is closed.
           350-APPLY-BUDGET-PLAN.
               MOVE WS-CYCLE-AMOUNT TO WS-BILL-AMOUNT.
               MOVE 'N' TO WS-TRUE-UP-FLAG.
               PERFORM 360-FIND-LIVE-PLAN.
               IF WS-BP-HIT > 0
                   MOVE WS-BP-INSTALL(WS-BP-HIT) TO WS-IP-INSTALL
                   MOVE WS-CYCLE-AMOUNT TO WS-IP-ACTUAL
                   ADD WS-CYCLE-AMOUNT TO WS-BP-ACTUAL(WS-BP-HIT)
                   ADD 1 TO WS-BP-CYCLES(WS-BP-HIT)
                   COMPUTE WS-ANNIVERSARY =
                       WS-BP-START(WS-BP-HIT) + 10000
                   IF WS-BP-STATUS(WS-BP-HIT) = 'W'
                       OR WS-RUN-DATE >= WS-ANNIVERSARY
                       PERFORM 370-TRUE-UP-THE-PLAN
                   ELSE
                       MOVE WS-BP-INSTALL(WS-BP-HIT) TO WS-BILL-AMOUNT
                       ADD WS-BP-INSTALL(WS-BP-HIT)
                           TO WS-BP-BILLED(WS-BP-HIT)
                       MOVE WS-BP-BILLED(WS-BP-HIT) TO WS-IY-BILLED
                       MOVE WS-BP-ACTUAL(WS-BP-HIT) TO WS-IY-ACTUAL
                   END-IF
               END-IF.

           360-FIND-LIVE-PLAN.
               MOVE 0 TO WS-BP-HIT.
               PERFORM 365-SCAN-ONE-PLAN
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BP-COUNT OR WS-BP-HIT > 0.

           365-SCAN-ONE-PLAN.
               IF WS-BP-CLIENT(WS-SUB) = RAT-CLIENT-NUMBER
                   AND (WS-BP-STATUS(WS-SUB) = 'A'
                       OR WS-BP-STATUS(WS-SUB) = 'W')
                   MOVE WS-SUB TO WS-BP-HIT
               END-IF.

      *> The actual charges now include this cycle, the billed
      *> installments do not, so the difference IS this invoice:
      *> the cycle's installment plus the year's under- or
      *> over-payment.
           370-TRUE-UP-THE-PLAN.
               COMPUTE WS-BILL-AMOUNT =
                   WS-BP-ACTUAL(WS-BP-HIT) - WS-BP-BILLED(WS-BP-HIT).
               COMPUTE WS-TRUE-UP =
                   WS-BILL-AMOUNT - WS-BP-INSTALL(WS-BP-HIT).
               ADD WS-BILL-AMOUNT TO WS-BP-BILLED(WS-BP-HIT).
               MOVE WS-BP-BILLED(WS-BP-HIT) TO WS-IY-BILLED.
               MOVE WS-BP-ACTUAL(WS-BP-HIT) TO WS-IY-ACTUAL.
               MOVE WS-TRUE-UP TO WS-IT-AMOUNT.
               IF WS-BP-STATUS(WS-BP-HIT) = 'W'
                   MOVE 'C' TO WS-TRUE-UP-FLAG
                   MOVE 'C' TO WS-BP-STATUS(WS-BP-HIT)
                   MOVE "PLAN SETTLEMENT        $" TO WS-IT-CAPTION
                   MOVE "  BUDGET PLAN CLOSED" TO WS-IT-CLOSING
               ELSE
                   MOVE 'Y' TO WS-TRUE-UP-FLAG
                   MOVE "ANNUAL TRUE-UP         $" TO WS-IT-CAPTION
                   COMPUTE WS-BP-INSTALL(WS-BP-HIT) ROUNDED =
                       WS-BP-ACTUAL(WS-BP-HIT)
                       / WS-BP-CYCLES(WS-BP-HIT)
                   MOVE WS-ANNIVERSARY TO WS-BP-START(WS-BP-HIT)
                   MOVE 0 TO WS-BP-CYCLES(WS-BP-HIT)
                   MOVE 0 TO WS-BP-BILLED(WS-BP-HIT)
                   MOVE 0 TO WS-BP-ACTUAL(WS-BP-HIT)
                   MOVE WS-BP-INSTALL(WS-BP-HIT) TO WS-NI-AMOUNT
                   MOVE WS-NEW-INSTALLMENT-TEXT TO WS-IT-CLOSING
               END-IF.

           400-WRITE-THE-INVOICE.
               PERFORM 410-ADD-OPEN-ITEM.
               ADD 1 TO WS-BILLED-COUNT.
               ADD WS-BILL-AMOUNT TO WS-BILLED-TOTAL.
               MOVE WS-RUN-DATE TO WS-IH-DATE.
               MOVE RAT-CLIENT-NUMBER TO WS-IH-NUMBER.
               WRITE INVOICE-LINE-OUT FROM WS-INVOICE-HEAD.
               WRITE INVOICE-LINE-OUT FROM CM-CLIENT-NAME.
               WRITE INVOICE-LINE-OUT FROM CM-CLIENT-ADDRESS.
               MOVE RAT-GAS-IN TO WS-IB-UNITS.
               EVALUATE RAT-ESTIMATE-FLAG
                   WHEN 'E'
                       MOVE " (ESTIMATE)" TO WS-IB-ESTIMATE
                   WHEN 'A'
                       MOVE " (ADJUSTED)" TO WS-IB-ESTIMATE
                   WHEN 'M'
                       MOVE " (RE-READ)" TO WS-IB-ESTIMATE
                   WHEN OTHER
                       MOVE SPACES TO WS-IB-ESTIMATE
               END-EVALUATE.
               MOVE WS-BILL-AMOUNT TO WS-IB-AMOUNT.
               PERFORM 430-SUM-CLIENT-BALANCE.
               MOVE WS-CLIENT-BALANCE TO WS-IB-BALANCE.
               WRITE INVOICE-LINE-OUT FROM WS-INVOICE-BODY.
               IF WS-RP-PORTION-COUNT > 1
                   PERFORM 405-WRITE-ONE-PORTION
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-RP-PORTION-COUNT
               END-IF.
               IF WS-BP-HIT > 0
                   WRITE INVOICE-LINE-OUT FROM WS-INVOICE-PLAN
                   WRITE INVOICE-LINE-OUT FROM WS-INVOICE-PLAN-YEAR
               END-IF.
               IF WS-TRUE-UP-FLAG NOT = 'N'
                   WRITE INVOICE-LINE-OUT FROM WS-INVOICE-TRUE-UP
               END-IF.
               MOVE ALL "-" TO INVOICE-LINE-OUT.
               WRITE INVOICE-LINE-OUT.

           405-WRITE-ONE-PORTION.
               MOVE WS-RP-PORTION-FROM(WS-SUB) TO WS-IR-FROM.
               MOVE WS-RP-PORTION-DAYS(WS-SUB) TO WS-IR-DAYS.
               MOVE WS-RP-PORTION-UNITS(WS-SUB) TO WS-IR-UNITS.
               MOVE WS-RP-PORTION-AMOUNT(WS-SUB) TO WS-IR-AMOUNT.
               WRITE INVOICE-LINE-OUT FROM WS-INVOICE-PORTION.

      *> The cycle's charge becomes a new open item dated today,
      *> after any payment credit the client has on file is used up
      *> against it.  A budget-plan true-up that comes out as a
      *> credit is carried as a negative item, like a payment
      *> credit, and is used up against the next invoice.
           410-ADD-OPEN-ITEM.
               MOVE WS-BILL-AMOUNT TO WS-ITEM-AMOUNT.
               IF WS-ITEM-AMOUNT > 0
                   PERFORM 420-TAKE-ONE-CREDIT
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-BAL-COUNT
                           OR WS-ITEM-AMOUNT = 0
               END-IF.
               IF WS-ITEM-AMOUNT NOT = 0
                   IF WS-BAL-COUNT < 2000
                       ADD 1 TO WS-BAL-COUNT
                       MOVE RAT-CLIENT-NUMBER
                           TO WS-BL-NUMBER(WS-BAL-COUNT)
                       MOVE WS-ITEM-AMOUNT
                           TO WS-BL-BALANCE(WS-BAL-COUNT)
                       MOVE WS-RUN-DATE TO WS-BL-DATE(WS-BAL-COUNT)
                   ELSE
                       DISPLAY "*** WARNING: BALANCE TABLE IS FULL "
                           "-- BALANCE NOT CARRIED FOR: "
                   END-IF
               END-IF.

           420-TAKE-ONE-CREDIT.
               IF WS-BL-NUMBER(WS-SUB) = RAT-CLIENT-NUMBER
                   AND WS-BL-BALANCE(WS-SUB) < 0
                   IF WS-ITEM-AMOUNT + WS-BL-BALANCE(WS-SUB) > 0
                       ADD WS-BL-BALANCE(WS-SUB) TO WS-ITEM-AMOUNT
                       MOVE 0 TO WS-BL-BALANCE(WS-SUB)
                   ELSE
                       ADD WS-ITEM-AMOUNT TO WS-BL-BALANCE(WS-SUB)
                       MOVE 0 TO WS-ITEM-AMOUNT
                   END-IF
               END-IF.

           430-SUM-CLIENT-BALANCE.
               MOVE 0 TO WS-CLIENT-BALANCE.
               PERFORM 435-ADD-ONE-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BAL-COUNT.

           435-ADD-ONE-ITEM.
               IF WS-BL-NUMBER(WS-SUB) = RAT-CLIENT-NUMBER
                   ADD WS-BL-BALANCE(WS-SUB) TO WS-CLIENT-BALANCE
               END-IF.

           500-SAVE-CLIENT-BALANCES.
                   UNTIL WS-SUB > WS-BAL-COUNT.
               CLOSE CLIENT-BALANCES-FILE.

      *> An item settled to zero is finished with and is dropped.
           510-WRITE-ONE-BALANCE.
               IF WS-BL-BALANCE(WS-SUB) NOT = 0
                   MOVE SPACES TO CLIENT-BALANCE-RECORD
                   MOVE WS-BL-NUMBER(WS-SUB) TO CBL-CLIENT-NUMBER
                   MOVE WS-BL-BALANCE(WS-SUB) TO CBL-BALANCE
                   MOVE WS-BL-DATE(WS-SUB) TO CBL-INVOICE-DATE
                   WRITE CLIENT-BALANCE-RECORD
               END-IF.

           550-SAVE-BUDGET-PLANS.
               OPEN OUTPUT BUDGET-PLANS-FILE.
               PERFORM 560-WRITE-ONE-PLAN
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BP-COUNT.
               CLOSE BUDGET-PLANS-FILE.

           560-WRITE-ONE-PLAN.
               MOVE SPACES TO BUDGET-PLAN-RECORD.
               MOVE WS-BP-CLIENT(WS-SUB) TO BP-CLIENT-NUMBER.
               MOVE WS-BP-START(WS-SUB) TO BP-PLAN-START.
               MOVE WS-BP-INSTALL(WS-SUB) TO BP-INSTALLMENT.
               MOVE WS-BP-CYCLES(WS-SUB) TO BP-CYCLES.
               MOVE WS-BP-BILLED(WS-SUB) TO BP-BILLED-TO-DATE.
               MOVE WS-BP-ACTUAL(WS-SUB) TO BP-ACTUAL-TO-DATE.
               MOVE WS-BP-STATUS(WS-SUB) TO BP-STATUS.
               WRITE BUDGET-PLAN-RECORD.

      *> Machine-readable cycle total, one line per billing run,
      *> the PAYROLL-TOTALS.TXT shape for the GL extract.
               WRITE BILLING-TOTALS-LINE.
               CLOSE BILLING-TOTALS-FILE.

      *> The bills cleared by BILL_REVIEW_PROGRAM go through the same
      *> budget-plan, receivable and invoice paragraphs as the
      *> cycle, added to the end of the invoice file so they are
      *> mailed with it.
           700-BILL-THE-RELEASED-QUEUE.
               PERFORM 710-LOAD-THE-QUEUE.
               IF WS-RQ-EOF NOT = 'Y'
                   DISPLAY "BILL-REVIEW-QUEUE.TXT EXCEEDS THE "
                       "1000-LINE TABLE -- BILLING ABORTED, FILE "
                       "LEFT ALONE."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT CLIENT-MASTER-FILE.
               OPEN EXTEND INVOICES-FILE-OUT.
               PERFORM 720-BILL-ONE-RELEASED
                   VARYING WS-RQ-SUB FROM 1 BY 1
                   UNTIL WS-RQ-SUB > WS-RQ-COUNT.
               CLOSE CLIENT-MASTER-FILE.
               CLOSE INVOICES-FILE-OUT.
               PERFORM 750-SAVE-THE-QUEUE.

           710-LOAD-THE-QUEUE.
               OPEN INPUT REVIEW-QUEUE-FILE.
               PERFORM 715-READ-ONE-QUEUE-LINE
                   UNTIL WS-RQ-EOF = 'Y' OR WS-RQ-COUNT = 1000.
               CLOSE REVIEW-QUEUE-FILE.

           715-READ-ONE-QUEUE-LINE.
               READ REVIEW-QUEUE-FILE
                   AT END MOVE 'Y' TO WS-RQ-EOF
                   NOT AT END
                       ADD 1 TO WS-RQ-COUNT
                       MOVE BRQ-CLIENT-NUMBER
                           TO WS-RQ-CLIENT(WS-RQ-COUNT)
                       MOVE BRQ-QUEUED-DATE
                           TO WS-RQ-QUEUED(WS-RQ-COUNT)
                       MOVE BRQ-UNITS TO WS-RQ-UNITS(WS-RQ-COUNT)
                       MOVE BRQ-ESTIMATE-FLAG
                           TO WS-RQ-ESTIMATE(WS-RQ-COUNT)
                       MOVE BRQ-PERIOD-FROM TO WS-RQ-FROM(WS-RQ-COUNT)
                       MOVE BRQ-PERIOD-TO TO WS-RQ-TO(WS-RQ-COUNT)
                       MOVE BRQ-PRIOR-READING
                           TO WS-RQ-PRIOR(WS-RQ-COUNT)
                       MOVE BRQ-READING TO WS-RQ-READING(WS-RQ-COUNT)
                       MOVE BRQ-CHARGE TO WS-RQ-CHARGE(WS-RQ-COUNT)
                       MOVE BRQ-LAST-YEAR
                           TO WS-RQ-LAST-YEAR(WS-RQ-COUNT)
                       MOVE BRQ-AVERAGE TO WS-RQ-AVERAGE(WS-RQ-COUNT)
                       MOVE BRQ-STATUS TO WS-RQ-STATUS(WS-RQ-COUNT)
                       MOVE BRQ-ACTION-DATE
                           TO WS-RQ-ACTION(WS-RQ-COUNT)
               END-READ.

      *> Released bills go out on their original units, adjusted
      *> and re-read ones on the corrected units, all at the rates
      *> for the original period.
           720-BILL-ONE-RELEASED.
               IF WS-RQ-STATUS(WS-RQ-SUB) = 'R'
                   OR WS-RQ-STATUS(WS-RQ-SUB) = 'A'
                   OR WS-RQ-STATUS(WS-RQ-SUB) = 'M'
                   MOVE SPACES TO WS-RATING-LINE
                   MOVE WS-RQ-CLIENT(WS-RQ-SUB) TO RAT-CLIENT-NUMBER
                   MOVE WS-RQ-UNITS(WS-RQ-SUB) TO RAT-GAS-IN
                   IF WS-RQ-STATUS(WS-RQ-SUB) = 'R'
                       MOVE WS-RQ-ESTIMATE(WS-RQ-SUB)
                           TO RAT-ESTIMATE-FLAG
                   ELSE
                       MOVE WS-RQ-STATUS(WS-RQ-SUB)
                           TO RAT-ESTIMATE-FLAG
                   END-IF
                   MOVE WS-RQ-FROM(WS-RQ-SUB) TO RAT-PERIOD-FROM-9
                   MOVE WS-RQ-TO(WS-RQ-SUB) TO RAT-PERIOD-TO-9
                   MOVE WS-BILLED-COUNT TO WS-COUNT-BEFORE
                   PERFORM 210-PRICE-AND-INVOICE
                   IF WS-BILLED-COUNT > WS-COUNT-BEFORE
                       MOVE 'B' TO WS-RQ-STATUS(WS-RQ-SUB)
                       MOVE WS-RUN-DATE TO WS-RQ-ACTION(WS-RQ-SUB)
                   END-IF
               END-IF.

      *> Billed lines are kept a year for the record, then dropped.
           750-SAVE-THE-QUEUE.
               OPEN OUTPUT REVIEW-QUEUE-FILE.
               PERFORM 760-WRITE-ONE-QUEUE-LINE
                   VARYING WS-RQ-SUB FROM 1 BY 1
                   UNTIL WS-RQ-SUB > WS-RQ-COUNT.
               CLOSE REVIEW-QUEUE-FILE.

           760-WRITE-ONE-QUEUE-LINE.
               IF WS-RQ-STATUS(WS-RQ-SUB) NOT = 'B'
                   OR WS-RQ-ACTION(WS-RQ-SUB) >= WS-RUN-DATE - 10000
                   MOVE SPACES TO REVIEW-QUEUE-RECORD
                   MOVE WS-RQ-CLIENT(WS-RQ-SUB) TO BRQ-CLIENT-NUMBER
                   MOVE WS-RQ-QUEUED(WS-RQ-SUB) TO BRQ-QUEUED-DATE
                   MOVE WS-RQ-UNITS(WS-RQ-SUB) TO BRQ-UNITS
                   MOVE WS-RQ-ESTIMATE(WS-RQ-SUB) TO BRQ-ESTIMATE-FLAG
                   MOVE WS-RQ-FROM(WS-RQ-SUB) TO BRQ-PERIOD-FROM
                   MOVE WS-RQ-TO(WS-RQ-SUB) TO BRQ-PERIOD-TO
                   MOVE WS-RQ-PRIOR(WS-RQ-SUB) TO BRQ-PRIOR-READING
                   MOVE WS-RQ-READING(WS-RQ-SUB) TO BRQ-READING
                   MOVE WS-RQ-CHARGE(WS-RQ-SUB) TO BRQ-CHARGE
                   MOVE WS-RQ-LAST-YEAR(WS-RQ-SUB) TO BRQ-LAST-YEAR
                   MOVE WS-RQ-AVERAGE(WS-RQ-SUB) TO BRQ-AVERAGE
                   MOVE WS-RQ-STATUS(WS-RQ-SUB) TO BRQ-STATUS
                   MOVE WS-RQ-ACTION(WS-RQ-SUB) TO BRQ-ACTION-DATE
                   WRITE REVIEW-QUEUE-RECORD
               END-IF.

       END PROGRAM UTILITY_BILLING_PROGRAM.
