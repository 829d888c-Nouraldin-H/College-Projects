      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 03-24-2026
      * Purpose: equal-payment budget plans, so a client's winter gas
      * bills are spread across the year.  Enroll mode puts a client
      * proved on CLIENT-MASTER.IDX on a plan whose fixed monthly
      * installment is the client's average cycle charge over the
      * last twelve months: each successive pair of readings on
      * READING-HISTORY.TXT dated inside the year is priced through
      * the tiers on UTILITY-RATE-TIERS.TXT, the way billing prices
      * a cycle.  Withdraw mode takes a client off the plan; the
      * next billing run settles the difference between what was
      * billed and what was used and closes the plan.  List mode
      * shows every plan on BUDGET-PLANS.TXT.
      * UTILITY_BILLING_PROGRAM bills the installment, keeps the
      * actual charge behind it, and trues up on each plan
      * anniversary.
      * Modification history:
      *   04-07-2026 NH - the installment is priced by
      *     UTILITY_RATE_PRICE at the tiers in effect on the enrollment
      *     date
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET_PLAN_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE
           ASSIGN TO '..\CLIENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CM-CLIENT-NUMBER
           FILE STATUS WS-MASTER-STATUS.
           SELECT OPTIONAL BUDGET-PLANS-FILE
           ASSIGN TO '..\BUDGET-PLANS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL READING-HISTORY-FILE
           ASSIGN TO '..\READING-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
       01 CLIENT-MASTER-RECORD.
           05 CM-CLIENT-NUMBER     PIC 9(5).
           05 CM-CLIENT-NAME       PIC X(25).
           05 CM-CLIENT-ADDRESS    PIC X(40).

      *> One line per plan: the plan-year start (its anniversary is
      *> the true-up date), the monthly installment, and the plan
      *> year so far -- cycles billed, installments billed and the
      *> actual tiered charges behind them.  Status A active,
      *> W withdrawn (settled at the next billing run), C closed.
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

       FD READING-HISTORY-FILE.
       01 READING-HISTORY-LINE.
           05 RH-CLIENT-NUMBER    PIC 9(5).
           05 FILLER              PIC X(1).
           05 RH-READ-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 RH-METER-VALUE      PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-YEAR-AGO PIC 9(8).
       01 WS-CLIENT-EDIT PIC X(5).
       01 WS-CLIENT-9 REDEFINES WS-CLIENT-EDIT PIC 9(5).
       01 WS-SUB PIC 9(4).

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
       01 WS-BP-EOF PIC X(1) VALUE 'N'.
       01 WS-BP-HIT PIC 9(4).

       01 WS-PRICE-AREA.
           05 WS-RP-UNITS         PIC 9(7).
           05 WS-RP-PERIOD-FROM   PIC 9(8).
           05 WS-RP-PERIOD-TO     PIC 9(8).
           05 WS-RP-PRICE-DATE    PIC 9(8).
           05 WS-RP-AMOUNT        PIC 9(7)V99.
           05 WS-RP-STATUS        PIC X(1) VALUE '0'.
           05 WS-RP-PORTION-COUNT PIC 9(1).
           05 WS-RP-PORTION OCCURS 5 TIMES.
               10 WS-RP-PORTION-FROM   PIC 9(8).
               10 WS-RP-PORTION-DAYS   PIC 9(5).
               10 WS-RP-PORTION-UNITS  PIC 9(7).
               10 WS-RP-PORTION-AMOUNT PIC 9(7)V99.

       01 WS-RH-EOF PIC X(1) VALUE 'N'.
       01 WS-HAS-PRIOR PIC X(1) VALUE 'N'.
       01 WS-PRIOR-VALUE PIC 9(6).
       01 WS-DELTA PIC S9(7).
       01 WS-YEAR-CYCLES PIC 9(3) VALUE 0.
       01 WS-YEAR-CHARGES PIC 9(7)V99 VALUE 0.
       01 WS-NEW-INSTALLMENT PIC 9(5)V99.

       01 WS-LIST-LINE.
           05 WS-L-CLIENT         PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-STATUS         PIC X(1).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-START          PIC 9(8).
           05 FILLER              PIC X(3) VALUE " $ ".
           05 WS-L-INSTALL        PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-CYCLES         PIC Z9.
           05 FILLER              PIC X(10) VALUE " BILLED $ ".
           05 WS-L-BILLED         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(10) VALUE " ACTUAL $ ".
           05 WS-L-ACTUAL         PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-YEAR-AGO = WS-TODAY - 10000.
           PERFORM 100-LOAD-PLANS.
      *> The plans file is rewritten from the table, so a file past
      *> the ceiling must not be touched.
           IF WS-BP-EOF NOT = 'Y'
               DISPLAY "BUDGET-PLANS.TXT EXCEEDS THE 500-LINE "
                   "TABLE -- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Enroll a client, withdraw a client, or list the "
               "plans? (E/W/L) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'E' OR 'e'
                   PERFORM 200-ENROLL-A-CLIENT
               WHEN WS-MODE = 'W' OR 'w'
                   PERFORM 400-WITHDRAW-A-CLIENT
               WHEN OTHER
                   PERFORM 600-LIST-THE-PLANS
           END-EVALUATE.
           STOP RUN.

           100-LOAD-PLANS.
               OPEN INPUT BUDGET-PLANS-FILE.
               PERFORM 110-READ-ONE-PLAN
                   UNTIL WS-BP-EOF = 'Y' OR WS-BP-COUNT = 500.
               CLOSE BUDGET-PLANS-FILE.

           110-READ-ONE-PLAN.
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

      *> A client may hold one live plan at a time; a closed plan
      *> does not stop a new enrollment.
           200-ENROLL-A-CLIENT.
               DISPLAY "Client number to enroll: "
               ACCEPT WS-CLIENT-EDIT.
               IF WS-CLIENT-EDIT IS NOT NUMERIC
                   DISPLAY "Client number must be numeric."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT CLIENT-MASTER-FILE.
               MOVE WS-CLIENT-9 TO CM-CLIENT-NUMBER.
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Client not on the master -- not "
                           "enrolled."
                       CLOSE CLIENT-MASTER-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ.
               CLOSE CLIENT-MASTER-FILE.
               PERFORM 500-FIND-LIVE-PLAN.
               IF WS-BP-HIT > 0
                   DISPLAY "Client is already on a budget plan."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-BP-COUNT >= 500
                   DISPLAY "Plan table is full -- not enrolled."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM 300-PRICE-THE-LAST-YEAR.
               IF WS-RP-STATUS = '1'
                   DISPLAY "No rate in effect today -- the "
                       "installment cannot be priced."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-YEAR-CYCLES = 0
                   DISPLAY "No readings for this client in the last "
                       "twelve months -- not enrolled."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               COMPUTE WS-NEW-INSTALLMENT ROUNDED =
                   WS-YEAR-CHARGES / WS-YEAR-CYCLES.
               ADD 1 TO WS-BP-COUNT.
               MOVE WS-CLIENT-9 TO WS-BP-CLIENT(WS-BP-COUNT).
               MOVE WS-TODAY TO WS-BP-START(WS-BP-COUNT).
               MOVE WS-NEW-INSTALLMENT TO WS-BP-INSTALL(WS-BP-COUNT).
               MOVE 0 TO WS-BP-CYCLES(WS-BP-COUNT).
               MOVE 0 TO WS-BP-BILLED(WS-BP-COUNT).
               MOVE 0 TO WS-BP-ACTUAL(WS-BP-COUNT).
               MOVE 'A' TO WS-BP-STATUS(WS-BP-COUNT).
               PERFORM 550-SAVE-PLANS.
               DISPLAY "Enrolled: " CM-CLIENT-NAME.
               DISPLAY "Cycles in the last year: " WS-YEAR-CYCLES
                   "  Monthly installment: " WS-NEW-INSTALLMENT.

      *> Every successive pair of the client's readings whose later
      *> reading falls inside the last year is one cycle, priced
      *> through the tiers in effect today -- the installment pays
      *> for the coming year's usage at the coming year's rates, so
      *> there is no proration here.  A drop from near the top of the
      *> dial is a rollover; any other negative delta is a misread
      *> (or a meter exchange) and is left out.
           300-PRICE-THE-LAST-YEAR.
               OPEN INPUT READING-HISTORY-FILE.
               PERFORM 310-READ-ONE-HISTORY-LINE
                   UNTIL WS-RH-EOF = 'Y'.
               CLOSE READING-HISTORY-FILE.

           310-READ-ONE-HISTORY-LINE.
               READ READING-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-RH-EOF
                   NOT AT END
                       IF RH-CLIENT-NUMBER = WS-CLIENT-9
                           PERFORM 320-PRICE-ONE-CYCLE
                       END-IF
               END-READ.

           320-PRICE-ONE-CYCLE.
               IF WS-HAS-PRIOR = 'Y'
                   AND RH-READ-DATE >= WS-YEAR-AGO
                   COMPUTE WS-DELTA = RH-METER-VALUE - WS-PRIOR-VALUE
                   IF WS-DELTA < 0 AND WS-PRIOR-VALUE > 900000
                       COMPUTE WS-DELTA = 999999 - WS-PRIOR-VALUE
                           + RH-METER-VALUE + 1
                   END-IF
                   IF WS-DELTA >= 0
                       PERFORM 330-PRICE-AT-TODAYS-RATES
                       ADD WS-RP-AMOUNT TO WS-YEAR-CHARGES
                       ADD 1 TO WS-YEAR-CYCLES
                   END-IF
               END-IF.
               MOVE RH-METER-VALUE TO WS-PRIOR-VALUE.
               MOVE 'Y' TO WS-HAS-PRIOR.

           330-PRICE-AT-TODAYS-RATES.
               MOVE WS-DELTA TO WS-RP-UNITS.
               MOVE 0 TO WS-RP-PERIOD-FROM.
               MOVE 0 TO WS-RP-PERIOD-TO.
               MOVE WS-TODAY TO WS-RP-PRICE-DATE.
               CALL 'UTILITY_RATE_PRICE' USING WS-PRICE-AREA.

      *> Withdrawal only marks the plan: the difference between
      *> installments billed and actual charges is settled on the
      *> client's next invoice.
           400-WITHDRAW-A-CLIENT.
               DISPLAY "Client number to withdraw: "
               ACCEPT WS-CLIENT-EDIT.
               IF WS-CLIENT-EDIT IS NOT NUMERIC
                   DISPLAY "Client number must be numeric."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM 500-FIND-LIVE-PLAN.
               IF WS-BP-HIT = 0
                   DISPLAY "Client is not on a budget plan."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-BP-STATUS(WS-BP-HIT) = 'W'
                       DISPLAY "Client is already withdrawn -- "
                           "awaiting the settling invoice."
                   ELSE
                       MOVE 'W' TO WS-BP-STATUS(WS-BP-HIT)
                       PERFORM 550-SAVE-PLANS
                       DISPLAY "Withdrawn -- the next invoice "
                           "settles the plan."
                   END-IF
               END-IF.

           500-FIND-LIVE-PLAN.
               MOVE 0 TO WS-BP-HIT.
               PERFORM 510-SCAN-ONE-PLAN
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BP-COUNT OR WS-BP-HIT > 0.

           510-SCAN-ONE-PLAN.
               IF WS-BP-CLIENT(WS-SUB) = WS-CLIENT-9
                   AND (WS-BP-STATUS(WS-SUB) = 'A'
                       OR WS-BP-STATUS(WS-SUB) = 'W')
                   MOVE WS-SUB TO WS-BP-HIT
               END-IF.

           550-SAVE-PLANS.
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

           600-LIST-THE-PLANS.
               PERFORM 610-LIST-ONE-PLAN
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BP-COUNT.

           610-LIST-ONE-PLAN.
               MOVE WS-BP-CLIENT(WS-SUB) TO WS-L-CLIENT.
               MOVE WS-BP-STATUS(WS-SUB) TO WS-L-STATUS.
               MOVE WS-BP-START(WS-SUB) TO WS-L-START.
               MOVE WS-BP-INSTALL(WS-SUB) TO WS-L-INSTALL.
               MOVE WS-BP-CYCLES(WS-SUB) TO WS-L-CYCLES.
               MOVE WS-BP-BILLED(WS-SUB) TO WS-L-BILLED.
               MOVE WS-BP-ACTUAL(WS-SUB) TO WS-L-ACTUAL.
               DISPLAY WS-LIST-LINE.

       END PROGRAM BUDGET_PLAN_PROGRAM.
