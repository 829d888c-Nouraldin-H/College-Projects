      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 03-31-2026
      * Purpose: tenants moving in and out of a service address.
      * Move-out mode takes the departing client's closing meter
      * reading, prices the consumption since the last reading on
      * READING-HISTORY.TXT through UTILITY-RATE-TIERS.TXT, and
      * issues the final bill at once on FINAL-BILLS.TXT (a budget
      * plan is settled on it).  The client's security deposit is
      * then applied against everything the client owes on
      * CLIENT-BALANCES.TXT, oldest item first, and any remainder is
      * put on DEPOSIT-REFUNDS.TXT for a refund cheque.  The meter
      * is taken out of service for the client (status R on
      * METER-MASTER.TXT) and the account is recorded as closed on
      * CLOSED-ACCOUNTS.TXT.  Move-in mode opens the next client
      * number on CLIENT-MASTER.IDX at the address the meter serves,
      * puts the meter on the new client with an opening reading on
      * history, and charges the security deposit from
      * MOVE-CONTROL.TXT: the deposit is held on
      * SECURITY-DEPOSITS.TXT and billed as an open item.
      * Modification history:
      *   04-07-2026 NH - the final bill is priced by UTILITY_RATE_PRICE
      *     from the last reading's date to the move-out, prorated
      *     across any rate change, with each portion shown
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT_MOVE_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE
           ASSIGN TO '..\CLIENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CM-CLIENT-NUMBER
           FILE STATUS WS-MASTER-STATUS.
           SELECT OPTIONAL MOVE-CONTROL-FILE
           ASSIGN TO '..\MOVE-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL METER-MASTER-FILE
           ASSIGN TO '..\METER-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL READING-HISTORY-FILE
           ASSIGN TO '..\READING-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLIENT-BALANCES-FILE
           ASSIGN TO '..\CLIENT-BALANCES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUDGET-PLANS-FILE
           ASSIGN TO '..\BUDGET-PLANS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPOSITS-FILE
           ASSIGN TO '..\SECURITY-DEPOSITS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSED-ACCOUNTS-FILE
           ASSIGN TO '..\CLOSED-ACCOUNTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FINAL-BILLS-OUT
           ASSIGN TO '..\FINAL-BILLS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPOSIT-REFUNDS-OUT
           ASSIGN TO '..\DEPOSIT-REFUNDS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
       01 CLIENT-MASTER-RECORD.
           05 CM-CLIENT-NUMBER     PIC 9(5).
           05 CM-CLIENT-NAME       PIC X(25).
           05 CM-CLIENT-ADDRESS    PIC X(40).

      *> The security deposit charged to every new client.
       FD MOVE-CONTROL-FILE.
       01 MOVE-CONTROL-RECORD.
           05 CTL-DEPOSIT-AMOUNT  PIC 9(5)V99.

      *> Meter status A installed, R removed (or the client moved
      *> out), D disconnected for arrears.
       FD METER-MASTER-FILE.
       01 METER-MASTER-RECORD.
           05 MM-METER-NUMBER     PIC X(8).
           05 FILLER              PIC X(1).
           05 MM-CLIENT-NUMBER    PIC 9(5).
           05 FILLER              PIC X(1).
           05 MM-INSTALL-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 MM-STATUS           PIC X(1).

       FD READING-HISTORY-FILE.
       01 READING-HISTORY-LINE.
           05 RH-CLIENT-NUMBER    PIC 9(5).
           05 FILLER              PIC X(1).
           05 RH-READ-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 RH-METER-VALUE      PIC 9(6).

       FD CLIENT-BALANCES-FILE.
       01 CLIENT-BALANCE-RECORD.
           05 CBL-CLIENT-NUMBER   PIC 9(5).
           05 FILLER              PIC X(1).
           05 CBL-BALANCE         PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 CBL-INVOICE-DATE    PIC 9(8).

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

      *> One line per deposit: status H held, A applied at
      *> move-out, with what went against the final account and
      *> what was refunded.
       FD DEPOSITS-FILE.
       01 DEPOSIT-RECORD.
           05 DEP-CLIENT-NUMBER   PIC 9(5).
           05 FILLER              PIC X(1).
           05 DEP-TAKEN-DATE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 DEP-AMOUNT          PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 DEP-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 DEP-APPLIED         PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 DEP-REFUNDED        PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 DEP-CLOSED-DATE     PIC 9(8).

       FD CLOSED-ACCOUNTS-FILE.
       01 CLOSED-ACCOUNT-RECORD.
           05 CLO-CLIENT-NUMBER   PIC 9(5).
           05 FILLER              PIC X(1).
           05 CLO-CLOSED-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 CLO-METER-NUMBER    PIC X(8).
           05 FILLER              PIC X(1).
           05 CLO-CLOSING-READING PIC 9(6).

       FD FINAL-BILLS-OUT.
       01 FINAL-BILL-LINE-OUT     PIC X(80).

       FD DEPOSIT-REFUNDS-OUT.
       01 DEPOSIT-REFUND-RECORD.
           05 DRF-CLIENT-NUMBER   PIC 9(5).
           05 FILLER              PIC X(1).
           05 DRF-REFUND-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 DRF-AMOUNT          PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 DRF-NAME            PIC X(25).
           05 FILLER              PIC X(1).
           05 DRF-ADDRESS         PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-SUB PIC 9(4).
       01 WS-CLIENT-EDIT PIC X(5).
       01 WS-CLIENT-9 REDEFINES WS-CLIENT-EDIT PIC 9(5).
       01 WS-READING-EDIT PIC X(6).
       01 WS-READING-9 REDEFINES WS-READING-EDIT PIC 9(6).
       01 WS-METER-EDIT PIC X(8).
       01 WS-NEW-NAME PIC X(25).
       01 WS-CLIENT-NAME PIC X(25).
       01 WS-SERVICE-ADDRESS PIC X(40).
       01 WS-CM-EOF PIC X(1) VALUE 'N'.
       01 WS-NEXT-CLIENT PIC 9(5) VALUE 0.
       01 WS-DEPOSIT-AMOUNT PIC 9(5)V99 VALUE 150.00.

       01 WS-METER-TABLE.
           05 WS-MT-ENTRY OCCURS 500 TIMES.
               10 WS-MT-METER     PIC X(8).
               10 WS-MT-CLIENT    PIC 9(5).
               10 WS-MT-DATE      PIC 9(8).
               10 WS-MT-STATUS    PIC X(1).
       01 WS-MT-COUNT PIC 9(4) VALUE 0.
       01 WS-MM-EOF PIC X(1) VALUE 'N'.
       01 WS-MT-HIT PIC 9(4).
       01 WS-MT-LIVE PIC 9(4).

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

       01 WS-BALANCE-TABLE.
           05 WS-BL-ENTRY OCCURS 2000 TIMES.
               10 WS-BL-NUMBER    PIC 9(5).
               10 WS-BL-BALANCE   PIC S9(7)V99.
               10 WS-BL-DATE      PIC 9(8).
       01 WS-BAL-COUNT PIC 9(4) VALUE 0.
       01 WS-BAL-EOF PIC X(1) VALUE 'N'.
       01 WS-OLDEST-SUB PIC 9(4).
       01 WS-CLIENT-BALANCE PIC S9(7)V99.

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

       01 WS-DEPOSIT-TABLE.
           05 WS-DP-ENTRY OCCURS 1000 TIMES.
               10 WS-DP-CLIENT    PIC 9(5).
               10 WS-DP-DATE      PIC 9(8).
               10 WS-DP-AMOUNT    PIC 9(5)V99.
               10 WS-DP-STATUS    PIC X(1).
               10 WS-DP-APPLIED   PIC 9(5)V99.
               10 WS-DP-REFUNDED  PIC 9(5)V99.
               10 WS-DP-CLOSED    PIC 9(8).
       01 WS-DP-COUNT PIC 9(4) VALUE 0.
       01 WS-DP-EOF PIC X(1) VALUE 'N'.
       01 WS-DP-HIT PIC 9(4).

       01 WS-CLO-EOF PIC X(1) VALUE 'N'.
       01 WS-ALREADY-CLOSED PIC X(1) VALUE 'N'.
       01 WS-RH-EOF PIC X(1) VALUE 'N'.
       01 WS-HAS-PRIOR PIC X(1) VALUE 'N'.
       01 WS-PRIOR-VALUE PIC 9(6).
       01 WS-PRIOR-DATE PIC 9(8) VALUE 0.
       01 WS-DELTA PIC S9(7).
       01 WS-FINAL-AMOUNT PIC S9(7)V99.
       01 WS-FUNDS-LEFT PIC S9(7)V99.
       01 WS-DEPOSIT-APPLIED PIC 9(5)V99 VALUE 0.
       01 WS-REFUND-AMOUNT PIC 9(5)V99 VALUE 0.

       01 WS-BILL-HEAD.
           05 FILLER              PIC X(11) VALUE "FINAL BILL ".
           05 WS-BH-DATE          PIC 9(8).
           05 FILLER              PIC X(9) VALUE "  CLIENT ".
           05 WS-BH-CLIENT        PIC 9(5).
           05 FILLER              PIC X(8) VALUE "  METER ".
           05 WS-BH-METER         PIC X(8).
       01 WS-BILL-USAGE.
           05 FILLER              PIC X(16)
               VALUE "CLOSING READING ".
           05 WS-BU-READING       PIC 9(6).
           05 FILLER              PIC X(14)
               VALUE "  CONSUMPTION ".
           05 WS-BU-UNITS         PIC ZZZZZ9.
           05 FILLER              PIC X(10) VALUE "  CHARGE $".
           05 WS-BU-AMOUNT        PIC ZZ,ZZ9.99-.
       01 WS-BILL-PORTION.
           05 FILLER              PIC X(13)
               VALUE "  RATES FROM ".
           05 WS-BR-FROM          PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-BR-DAYS          PIC ZZ9.
           05 FILLER              PIC X(7) VALUE " DAYS  ".
           05 WS-BR-UNITS         PIC ZZZ,ZZ9.
           05 FILLER              PIC X(9) VALUE " UNITS  $".
           05 WS-BR-AMOUNT        PIC ZZ,ZZ9.99.
       01 WS-BILL-PLAN.
           05 FILLER              PIC X(33)
               VALUE "BUDGET PLAN SETTLED -- BILLED $".
           05 WS-BP-L-BILLED      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(10) VALUE "  ACTUAL $".
           05 WS-BP-L-ACTUAL      PIC ZZZ,ZZ9.99.
       01 WS-BILL-DEPOSIT.
           05 FILLER              PIC X(17)
               VALUE "DEPOSIT APPLIED $".
           05 WS-BD-APPLIED       PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(10) VALUE "  REFUND $".
           05 WS-BD-REFUND        PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(17)
               VALUE "  STILL OWING   $".
           05 WS-BD-OWING         PIC ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-METERS.
           PERFORM 110-LOAD-CLIENT-BALANCES.
           PERFORM 120-LOAD-DEPOSITS.
           PERFORM 130-LOAD-BUDGET-PLANS.
           PERFORM 190-CHECK-TABLE-CEILINGS.
           DISPLAY "Move a client out, or move a client in? (O/I) "
           ACCEPT WS-MODE.
           IF WS-MODE = 'I' OR 'i'
               PERFORM 300-MOVE-IN
           ELSE
               PERFORM 200-MOVE-OUT
           END-IF.
           STOP RUN.

           100-LOAD-METERS.
               OPEN INPUT METER-MASTER-FILE.
               PERFORM 105-READ-ONE-METER
                   UNTIL WS-MM-EOF = 'Y' OR WS-MT-COUNT = 500.
               CLOSE METER-MASTER-FILE.

           105-READ-ONE-METER.
               READ METER-MASTER-FILE
                   AT END MOVE 'Y' TO WS-MM-EOF
                   NOT AT END
                       ADD 1 TO WS-MT-COUNT
                       MOVE MM-METER-NUMBER TO WS-MT-METER(WS-MT-COUNT)
                       MOVE MM-CLIENT-NUMBER
                           TO WS-MT-CLIENT(WS-MT-COUNT)
                       MOVE MM-INSTALL-DATE TO WS-MT-DATE(WS-MT-COUNT)
                       MOVE MM-STATUS TO WS-MT-STATUS(WS-MT-COUNT)
               END-READ.

           110-LOAD-CLIENT-BALANCES.
               OPEN INPUT CLIENT-BALANCES-FILE.
               PERFORM 115-READ-ONE-BALANCE
                   UNTIL WS-BAL-EOF = 'Y' OR WS-BAL-COUNT = 2000.
               CLOSE CLIENT-BALANCES-FILE.

           115-READ-ONE-BALANCE.
               READ CLIENT-BALANCES-FILE
                   AT END MOVE 'Y' TO WS-BAL-EOF
                   NOT AT END
                       ADD 1 TO WS-BAL-COUNT
                       MOVE CBL-CLIENT-NUMBER
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

           120-LOAD-DEPOSITS.
               OPEN INPUT DEPOSITS-FILE.
               PERFORM 125-READ-ONE-DEPOSIT
                   UNTIL WS-DP-EOF = 'Y' OR WS-DP-COUNT = 1000.
               CLOSE DEPOSITS-FILE.

           125-READ-ONE-DEPOSIT.
               READ DEPOSITS-FILE
                   AT END MOVE 'Y' TO WS-DP-EOF
                   NOT AT END
                       ADD 1 TO WS-DP-COUNT
                       MOVE DEP-CLIENT-NUMBER
                           TO WS-DP-CLIENT(WS-DP-COUNT)
                       MOVE DEP-TAKEN-DATE TO WS-DP-DATE(WS-DP-COUNT)
                       MOVE DEP-AMOUNT TO WS-DP-AMOUNT(WS-DP-COUNT)
                       MOVE DEP-STATUS TO WS-DP-STATUS(WS-DP-COUNT)
                       MOVE DEP-APPLIED TO WS-DP-APPLIED(WS-DP-COUNT)
                       MOVE DEP-REFUNDED
                           TO WS-DP-REFUNDED(WS-DP-COUNT)
                       MOVE DEP-CLOSED-DATE
                           TO WS-DP-CLOSED(WS-DP-COUNT)
               END-READ.

           130-LOAD-BUDGET-PLANS.
               OPEN INPUT BUDGET-PLANS-FILE.
               PERFORM 135-READ-ONE-PLAN
                   UNTIL WS-BP-EOF = 'Y' OR WS-BP-COUNT = 500.
               CLOSE BUDGET-PLANS-FILE.

           135-READ-ONE-PLAN.
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

      *> Every table here is written back whole, so a file past
      *> its ceiling stops the run before anything is changed.
           190-CHECK-TABLE-CEILINGS.
               IF WS-MM-EOF NOT = 'Y'
                   DISPLAY "METER-MASTER.TXT EXCEEDS THE 500-LINE "
                       "TABLE -- RUN ABORTED, FILE LEFT ALONE."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-BAL-EOF NOT = 'Y'
                   DISPLAY "CLIENT-BALANCES.TXT EXCEEDS THE 2000-LINE "
                       "TABLE -- RUN ABORTED, FILE LEFT ALONE."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-DP-EOF NOT = 'Y'
                   DISPLAY "SECURITY-DEPOSITS.TXT EXCEEDS THE "
                       "1000-LINE TABLE -- RUN ABORTED, FILE LEFT "
                       "ALONE."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-BP-EOF NOT = 'Y'
                   DISPLAY "BUDGET-PLANS.TXT EXCEEDS THE 500-LINE "
                       "TABLE -- RUN ABORTED, FILE LEFT ALONE."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> Nothing is written until every check has passed: the
      *> client, the open account, the meter in service and a
      *> closing reading that is not below the last one.
           200-MOVE-OUT.
               DISPLAY "Client number moving out: "
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
                       DISPLAY "Client not on the master."
                       CLOSE CLIENT-MASTER-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ.
               MOVE CM-CLIENT-NAME TO WS-CLIENT-NAME.
               MOVE CM-CLIENT-ADDRESS TO WS-SERVICE-ADDRESS.
               CLOSE CLIENT-MASTER-FILE.
               PERFORM 205-CHECK-NOT-CLOSED.
               IF WS-ALREADY-CLOSED = 'Y'
                   DISPLAY "Account is already closed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM 210-FIND-CLIENT-METER.
               IF WS-MT-HIT = 0
                   DISPLAY "Client has no meter in service -- "
                       "nothing to close."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'N' TO WS-READING-EDIT.
               PERFORM 220-ACCEPT-READING
                   UNTIL WS-READING-EDIT IS NUMERIC.
               PERFORM 230-FIND-LAST-READING.
               PERFORM 240-COMPUTE-FINAL-USAGE.
               PERFORM 250-SETTLE-BUDGET-PLAN.
               PERFORM 260-ADD-FINAL-ITEM.
               PERFORM 400-APPLY-THE-DEPOSIT.
               PERFORM 270-TAKE-METER-OUT.
               PERFORM 280-RECORD-THE-CLOSURE.
               PERFORM 500-SAVE-METERS.
               PERFORM 510-SAVE-CLIENT-BALANCES.
               PERFORM 520-SAVE-DEPOSITS.
               PERFORM 530-SAVE-BUDGET-PLANS.
               PERFORM 700-PRINT-FINAL-BILL.
               DISPLAY "Account " WS-CLIENT-9 " closed.".

           205-CHECK-NOT-CLOSED.
               OPEN INPUT CLOSED-ACCOUNTS-FILE.
               PERFORM 206-READ-ONE-CLOSURE
                   UNTIL WS-CLO-EOF = 'Y'.
               CLOSE CLOSED-ACCOUNTS-FILE.

           206-READ-ONE-CLOSURE.
               READ CLOSED-ACCOUNTS-FILE
                   AT END MOVE 'Y' TO WS-CLO-EOF
                   NOT AT END
                       IF CLO-CLIENT-NUMBER = WS-CLIENT-9
                           MOVE 'Y' TO WS-ALREADY-CLOSED
                       END-IF
               END-READ.

      *> A meter disconnected for arrears is still the client's
      *> meter and is closed like an installed one.
           210-FIND-CLIENT-METER.
               MOVE 0 TO WS-MT-HIT.
               PERFORM 215-SCAN-ONE-METER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MT-COUNT OR WS-MT-HIT > 0.

           215-SCAN-ONE-METER.
               IF WS-MT-CLIENT(WS-SUB) = WS-CLIENT-9
                   AND (WS-MT-STATUS(WS-SUB) = 'A'
                       OR WS-MT-STATUS(WS-SUB) = 'D')
                   MOVE WS-SUB TO WS-MT-HIT
               END-IF.

           220-ACCEPT-READING.
               DISPLAY "Meter reading (6 digits): "
               ACCEPT WS-READING-EDIT
               IF WS-READING-EDIT IS NOT NUMERIC
                   DISPLAY "Reading must be numeric, try again."
               END-IF.

           230-FIND-LAST-READING.
               OPEN INPUT READING-HISTORY-FILE.
               PERFORM 235-READ-ONE-HISTORY-LINE
                   UNTIL WS-RH-EOF = 'Y'.
               CLOSE READING-HISTORY-FILE.

           235-READ-ONE-HISTORY-LINE.
               READ READING-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-RH-EOF
                   NOT AT END
                       IF RH-CLIENT-NUMBER = WS-CLIENT-9
                           MOVE RH-METER-VALUE TO WS-PRIOR-VALUE
                           MOVE RH-READ-DATE TO WS-PRIOR-DATE
                           MOVE 'Y' TO WS-HAS-PRIOR
                       END-IF
               END-READ.

      *> The closing reading deltas against the last reading on
      *> history, a drop from near the top of the dial being a
      *> rollover.  Any other drop is a misread and is refused.
           240-COMPUTE-FINAL-USAGE.
               MOVE 0 TO WS-DELTA.
               IF WS-HAS-PRIOR = 'Y'
                   COMPUTE WS-DELTA = WS-READING-9 - WS-PRIOR-VALUE
                   IF WS-DELTA < 0 AND WS-PRIOR-VALUE > 900000
                       COMPUTE WS-DELTA = 999999 - WS-PRIOR-VALUE
                           + WS-READING-9 + 1
                   END-IF
               ELSE
                   DISPLAY "*** WARNING: NO READING ON HISTORY -- "
                       "NO CONSUMPTION BILLED."
                   MOVE 4 TO RETURN-CODE
               END-IF.
               IF WS-DELTA < 0
                   DISPLAY "Closing reading is below the last "
                       "reading " WS-PRIOR-VALUE " -- move-out "
                       "refused, nothing changed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM 800-PRICE-FINAL-USAGE.
               IF WS-RP-STATUS = '1'
                   DISPLAY "No rate in effect for the final period "
                       "-- move-out refused, nothing changed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-RP-AMOUNT TO WS-FINAL-AMOUNT.

      *> A client on a budget plan is settled on the final bill:
      *> the plan year's actual charges, this last one included,
      *> less the installments already billed.
           250-SETTLE-BUDGET-PLAN.
               MOVE 0 TO WS-BP-HIT.
               PERFORM 255-SCAN-ONE-PLAN
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BP-COUNT OR WS-BP-HIT > 0.
               IF WS-BP-HIT > 0
                   ADD WS-RP-AMOUNT TO WS-BP-ACTUAL(WS-BP-HIT)
                   ADD 1 TO WS-BP-CYCLES(WS-BP-HIT)
                   COMPUTE WS-FINAL-AMOUNT =
                       WS-BP-ACTUAL(WS-BP-HIT) - WS-BP-BILLED(WS-BP-HIT)
                   ADD WS-FINAL-AMOUNT TO WS-BP-BILLED(WS-BP-HIT)
                   MOVE 'C' TO WS-BP-STATUS(WS-BP-HIT)
               END-IF.

           255-SCAN-ONE-PLAN.
               IF WS-BP-CLIENT(WS-SUB) = WS-CLIENT-9
                   AND (WS-BP-STATUS(WS-SUB) = 'A'
                       OR WS-BP-STATUS(WS-SUB) = 'W')
                   MOVE WS-SUB TO WS-BP-HIT
               END-IF.

           260-ADD-FINAL-ITEM.
               IF WS-FINAL-AMOUNT NOT = 0
                   IF WS-BAL-COUNT < 2000
                       ADD 1 TO WS-BAL-COUNT
                       MOVE WS-CLIENT-9 TO WS-BL-NUMBER(WS-BAL-COUNT)
                       MOVE WS-FINAL-AMOUNT
                           TO WS-BL-BALANCE(WS-BAL-COUNT)
                       MOVE WS-TODAY TO WS-BL-DATE(WS-BAL-COUNT)
                   ELSE
                       DISPLAY "Balance table is full -- move-out "
                           "refused, nothing changed."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      *> The closing reading goes on history and the meter comes
      *> off the client, so the reading worklist stops expecting
      *> the account; the meter stays at the address for the next
      *> occupant.
           270-TAKE-METER-OUT.
               PERFORM 275-RETIRE-ONE-METER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MT-COUNT.
               OPEN EXTEND READING-HISTORY-FILE.
               MOVE SPACES TO READING-HISTORY-LINE.
               MOVE WS-CLIENT-9 TO RH-CLIENT-NUMBER.
               MOVE WS-TODAY TO RH-READ-DATE.
               MOVE WS-READING-9 TO RH-METER-VALUE.
               WRITE READING-HISTORY-LINE.
               CLOSE READING-HISTORY-FILE.

           275-RETIRE-ONE-METER.
               IF WS-MT-CLIENT(WS-SUB) = WS-CLIENT-9
                   AND (WS-MT-STATUS(WS-SUB) = 'A'
                       OR WS-MT-STATUS(WS-SUB) = 'D')
                   MOVE 'R' TO WS-MT-STATUS(WS-SUB)
               END-IF.

           280-RECORD-THE-CLOSURE.
               OPEN EXTEND CLOSED-ACCOUNTS-FILE.
               MOVE SPACES TO CLOSED-ACCOUNT-RECORD.
               MOVE WS-CLIENT-9 TO CLO-CLIENT-NUMBER.
               MOVE WS-TODAY TO CLO-CLOSED-DATE.
               MOVE WS-MT-METER(WS-MT-HIT) TO CLO-METER-NUMBER.
               MOVE WS-READING-9 TO CLO-CLOSING-READING.
               WRITE CLOSED-ACCOUNT-RECORD.
               CLOSE CLOSED-ACCOUNTS-FILE.

      *> The new occupant takes over the meter once the previous
      *> client has moved out; the service address is the one that
      *> client was billed at.
           300-MOVE-IN.
               DISPLAY "Meter number at the service address: "
               ACCEPT WS-METER-EDIT.
               MOVE 0 TO WS-MT-HIT.
               MOVE 0 TO WS-MT-LIVE.
               PERFORM 305-SCAN-ONE-METER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MT-COUNT.
               IF WS-MT-HIT = 0
                   DISPLAY "Meter not on METER-MASTER.TXT."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-MT-LIVE > 0
                   DISPLAY "Meter is still on client "
                       WS-MT-CLIENT(WS-MT-LIVE)
                       " -- move that client out first."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-MT-COUNT >= 500
                   DISPLAY "Meter table is full -- move-in refused, "
                       "nothing changed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-DP-COUNT >= 1000 OR WS-BAL-COUNT >= 2000
                   DISPLAY "Deposit or balance table is full -- "
                       "move-in refused, nothing changed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT MOVE-CONTROL-FILE.
               READ MOVE-CONTROL-FILE
                   AT END
                       DISPLAY "No move control card -- using the "
                           "default deposit."
                   NOT AT END
                       MOVE CTL-DEPOSIT-AMOUNT TO WS-DEPOSIT-AMOUNT
               END-READ.
               CLOSE MOVE-CONTROL-FILE.
               DISPLAY "New client name: "
               ACCEPT WS-NEW-NAME.
               MOVE 'N' TO WS-READING-EDIT.
               PERFORM 220-ACCEPT-READING
                   UNTIL WS-READING-EDIT IS NUMERIC.
               OPEN I-O CLIENT-MASTER-FILE.
               MOVE WS-MT-CLIENT(WS-MT-HIT) TO CM-CLIENT-NUMBER.
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO CM-CLIENT-ADDRESS
               END-READ.
               MOVE CM-CLIENT-ADDRESS TO WS-SERVICE-ADDRESS.
               PERFORM 310-OPEN-NEW-CLIENT.
               CLOSE CLIENT-MASTER-FILE.
               PERFORM 320-PUT-METER-ON-CLIENT.
               PERFORM 330-CHARGE-THE-DEPOSIT.
               PERFORM 500-SAVE-METERS.
               PERFORM 510-SAVE-CLIENT-BALANCES.
               PERFORM 520-SAVE-DEPOSITS.
               DISPLAY "Client " WS-NEXT-CLIENT " opened at "
                   WS-SERVICE-ADDRESS.
               DISPLAY "Security deposit charged: " WS-DEPOSIT-AMOUNT.

      *> The latest line for the meter names the last client it
      *> served; any line still in service stops the move-in.
           305-SCAN-ONE-METER.
               IF WS-MT-METER(WS-SUB) = WS-METER-EDIT
                   MOVE WS-SUB TO WS-MT-HIT
                   IF WS-MT-STATUS(WS-SUB) = 'A'
                       OR WS-MT-STATUS(WS-SUB) = 'D'
                       MOVE WS-SUB TO WS-MT-LIVE
                   END-IF
               END-IF.

      *> The new client number is one past the highest on the
      *> master.
           310-OPEN-NEW-CLIENT.
               MOVE 0 TO CM-CLIENT-NUMBER.
               START CLIENT-MASTER-FILE
                   KEY IS NOT LESS THAN CM-CLIENT-NUMBER
                   INVALID KEY MOVE 'Y' TO WS-CM-EOF
               END-START.
               PERFORM 315-READ-ONE-MASTER-KEY
                   UNTIL WS-CM-EOF = 'Y'.
               ADD 1 TO WS-NEXT-CLIENT.
               MOVE WS-NEXT-CLIENT TO CM-CLIENT-NUMBER.
               MOVE WS-NEW-NAME TO CM-CLIENT-NAME.
               MOVE WS-SERVICE-ADDRESS TO CM-CLIENT-ADDRESS.
               WRITE CLIENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "CLIENT REJECTED ON THE MASTER, FILE "
                           "STATUS: " WS-MASTER-STATUS
                       CLOSE CLIENT-MASTER-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-WRITE.

           315-READ-ONE-MASTER-KEY.
               READ CLIENT-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CM-EOF
                   NOT AT END
                       MOVE CM-CLIENT-NUMBER TO WS-NEXT-CLIENT
               END-READ.

      *> The opening reading seeds the new client's chain on
      *> history, so the first cycle deltas against it.
           320-PUT-METER-ON-CLIENT.
               ADD 1 TO WS-MT-COUNT.
               MOVE WS-METER-EDIT TO WS-MT-METER(WS-MT-COUNT).
               MOVE WS-NEXT-CLIENT TO WS-MT-CLIENT(WS-MT-COUNT).
               MOVE WS-TODAY TO WS-MT-DATE(WS-MT-COUNT).
               MOVE 'A' TO WS-MT-STATUS(WS-MT-COUNT).
               OPEN EXTEND READING-HISTORY-FILE.
               MOVE SPACES TO READING-HISTORY-LINE.
               MOVE WS-NEXT-CLIENT TO RH-CLIENT-NUMBER.
               MOVE WS-TODAY TO RH-READ-DATE.
               MOVE WS-READING-9 TO RH-METER-VALUE.
               WRITE READING-HISTORY-LINE.
               CLOSE READING-HISTORY-FILE.

      *> The deposit is held on its own file and billed as an open
      *> item dated today, collected and aged like any invoice.
           330-CHARGE-THE-DEPOSIT.
               ADD 1 TO WS-DP-COUNT.
               MOVE WS-NEXT-CLIENT TO WS-DP-CLIENT(WS-DP-COUNT).
               MOVE WS-TODAY TO WS-DP-DATE(WS-DP-COUNT).
               MOVE WS-DEPOSIT-AMOUNT TO WS-DP-AMOUNT(WS-DP-COUNT).
               MOVE 'H' TO WS-DP-STATUS(WS-DP-COUNT).
               MOVE 0 TO WS-DP-APPLIED(WS-DP-COUNT).
               MOVE 0 TO WS-DP-REFUNDED(WS-DP-COUNT).
               MOVE 0 TO WS-DP-CLOSED(WS-DP-COUNT).
               IF WS-DEPOSIT-AMOUNT > 0
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-NEXT-CLIENT TO WS-BL-NUMBER(WS-BAL-COUNT)
                   MOVE WS-DEPOSIT-AMOUNT
                       TO WS-BL-BALANCE(WS-BAL-COUNT)
                   MOVE WS-TODAY TO WS-BL-DATE(WS-BAL-COUNT)
               END-IF.

      *> The held deposit, with any payment credits the client has
      *> on file, pays down the client's items oldest first (a
      *> deposit never paid clears its own charge).  Whatever is
      *> left of the deposit is refunded.
           400-APPLY-THE-DEPOSIT.
               MOVE 0 TO WS-DP-HIT.
               PERFORM 405-SCAN-ONE-DEPOSIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DP-COUNT OR WS-DP-HIT > 0.
               IF WS-DP-HIT > 0
                   MOVE WS-DP-AMOUNT(WS-DP-HIT) TO WS-FUNDS-LEFT
                   PERFORM 410-TAKE-ONE-CREDIT
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-BAL-COUNT
                   MOVE 1 TO WS-OLDEST-SUB
                   PERFORM 420-PAY-OLDEST-ITEM
                       UNTIL WS-FUNDS-LEFT = 0 OR WS-OLDEST-SUB = 0
                   PERFORM 440-SETTLE-THE-DEPOSIT
               END-IF.
               PERFORM 450-SUM-CLIENT-BALANCE.

           405-SCAN-ONE-DEPOSIT.
               IF WS-DP-CLIENT(WS-SUB) = WS-CLIENT-9
                   AND WS-DP-STATUS(WS-SUB) = 'H'
                   MOVE WS-SUB TO WS-DP-HIT
               END-IF.

           410-TAKE-ONE-CREDIT.
               IF WS-BL-NUMBER(WS-SUB) = WS-CLIENT-9
                   AND WS-BL-BALANCE(WS-SUB) < 0
                   SUBTRACT WS-BL-BALANCE(WS-SUB) FROM WS-FUNDS-LEFT
                   MOVE 0 TO WS-BL-BALANCE(WS-SUB)
               END-IF.

           420-PAY-OLDEST-ITEM.
               MOVE 0 TO WS-OLDEST-SUB.
               PERFORM 430-CHECK-ONE-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BAL-COUNT.
               IF WS-OLDEST-SUB > 0
                   IF WS-BL-BALANCE(WS-OLDEST-SUB) > WS-FUNDS-LEFT
                       SUBTRACT WS-FUNDS-LEFT
                           FROM WS-BL-BALANCE(WS-OLDEST-SUB)
                       MOVE 0 TO WS-FUNDS-LEFT
                   ELSE
                       SUBTRACT WS-BL-BALANCE(WS-OLDEST-SUB)
                           FROM WS-FUNDS-LEFT
                       MOVE 0 TO WS-BL-BALANCE(WS-OLDEST-SUB)
                   END-IF
               END-IF.

           430-CHECK-ONE-ITEM.
               IF WS-BL-NUMBER(WS-SUB) = WS-CLIENT-9
                   AND WS-BL-BALANCE(WS-SUB) > 0
                   IF WS-OLDEST-SUB = 0
                       MOVE WS-SUB TO WS-OLDEST-SUB
                   ELSE
                       IF WS-BL-DATE(WS-SUB)
                           < WS-BL-DATE(WS-OLDEST-SUB)
                           MOVE WS-SUB TO WS-OLDEST-SUB
                       END-IF
                   END-IF
               END-IF.

      *> What is left over is refunded -- capped at the deposit;
      *> credits beyond it stay on the account.
           440-SETTLE-THE-DEPOSIT.
               IF WS-FUNDS-LEFT > WS-DP-AMOUNT(WS-DP-HIT)
                   MOVE WS-DP-AMOUNT(WS-DP-HIT) TO WS-REFUND-AMOUNT
                   SUBTRACT WS-DP-AMOUNT(WS-DP-HIT) FROM WS-FUNDS-LEFT
                   PERFORM 445-CARRY-LEFTOVER-CREDIT
               ELSE
                   MOVE WS-FUNDS-LEFT TO WS-REFUND-AMOUNT
               END-IF.
               COMPUTE WS-DEPOSIT-APPLIED =
                   WS-DP-AMOUNT(WS-DP-HIT) - WS-REFUND-AMOUNT.
               MOVE 'A' TO WS-DP-STATUS(WS-DP-HIT).
               MOVE WS-DEPOSIT-APPLIED TO WS-DP-APPLIED(WS-DP-HIT).
               MOVE WS-REFUND-AMOUNT TO WS-DP-REFUNDED(WS-DP-HIT).
               MOVE WS-TODAY TO WS-DP-CLOSED(WS-DP-HIT).
               IF WS-REFUND-AMOUNT > 0
                   OPEN EXTEND DEPOSIT-REFUNDS-OUT
                   MOVE SPACES TO DEPOSIT-REFUND-RECORD
                   MOVE WS-CLIENT-9 TO DRF-CLIENT-NUMBER
                   MOVE WS-TODAY TO DRF-REFUND-DATE
                   MOVE WS-REFUND-AMOUNT TO DRF-AMOUNT
                   MOVE WS-CLIENT-NAME TO DRF-NAME
                   MOVE WS-SERVICE-ADDRESS TO DRF-ADDRESS
                   WRITE DEPOSIT-REFUND-RECORD
                   CLOSE DEPOSIT-REFUNDS-OUT
               END-IF.

      *> Payment credits the deposit did not need go back on the
      *> account as one credit item.
           445-CARRY-LEFTOVER-CREDIT.
               IF WS-BAL-COUNT < 2000
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-CLIENT-9 TO WS-BL-NUMBER(WS-BAL-COUNT)
                   COMPUTE WS-BL-BALANCE(WS-BAL-COUNT) =
                       0 - WS-FUNDS-LEFT
                   MOVE WS-TODAY TO WS-BL-DATE(WS-BAL-COUNT)
               END-IF.

           450-SUM-CLIENT-BALANCE.
               MOVE 0 TO WS-CLIENT-BALANCE.
               PERFORM 455-ADD-ONE-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BAL-COUNT.

           455-ADD-ONE-ITEM.
               IF WS-BL-NUMBER(WS-SUB) = WS-CLIENT-9
                   ADD WS-BL-BALANCE(WS-SUB) TO WS-CLIENT-BALANCE
               END-IF.

           500-SAVE-METERS.
               OPEN OUTPUT METER-MASTER-FILE.
               PERFORM 505-WRITE-ONE-METER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MT-COUNT.
               CLOSE METER-MASTER-FILE.

           505-WRITE-ONE-METER.
               MOVE SPACES TO METER-MASTER-RECORD.
               MOVE WS-MT-METER(WS-SUB) TO MM-METER-NUMBER.
               MOVE WS-MT-CLIENT(WS-SUB) TO MM-CLIENT-NUMBER.
               MOVE WS-MT-DATE(WS-SUB) TO MM-INSTALL-DATE.
               MOVE WS-MT-STATUS(WS-SUB) TO MM-STATUS.
               WRITE METER-MASTER-RECORD.

           510-SAVE-CLIENT-BALANCES.
               OPEN OUTPUT CLIENT-BALANCES-FILE.
               PERFORM 515-WRITE-ONE-BALANCE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BAL-COUNT.
               CLOSE CLIENT-BALANCES-FILE.

      *> An item settled to zero is finished with and is dropped.
           515-WRITE-ONE-BALANCE.
               IF WS-BL-BALANCE(WS-SUB) NOT = 0
                   MOVE SPACES TO CLIENT-BALANCE-RECORD
                   MOVE WS-BL-NUMBER(WS-SUB) TO CBL-CLIENT-NUMBER
                   MOVE WS-BL-BALANCE(WS-SUB) TO CBL-BALANCE
                   MOVE WS-BL-DATE(WS-SUB) TO CBL-INVOICE-DATE
                   WRITE CLIENT-BALANCE-RECORD
               END-IF.

           520-SAVE-DEPOSITS.
               OPEN OUTPUT DEPOSITS-FILE.
               PERFORM 525-WRITE-ONE-DEPOSIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DP-COUNT.
               CLOSE DEPOSITS-FILE.

           525-WRITE-ONE-DEPOSIT.
               MOVE SPACES TO DEPOSIT-RECORD.
               MOVE WS-DP-CLIENT(WS-SUB) TO DEP-CLIENT-NUMBER.
               MOVE WS-DP-DATE(WS-SUB) TO DEP-TAKEN-DATE.
               MOVE WS-DP-AMOUNT(WS-SUB) TO DEP-AMOUNT.
               MOVE WS-DP-STATUS(WS-SUB) TO DEP-STATUS.
               MOVE WS-DP-APPLIED(WS-SUB) TO DEP-APPLIED.
               MOVE WS-DP-REFUNDED(WS-SUB) TO DEP-REFUNDED.
               MOVE WS-DP-CLOSED(WS-SUB) TO DEP-CLOSED-DATE.
               WRITE DEPOSIT-RECORD.

           530-SAVE-BUDGET-PLANS.
               OPEN OUTPUT BUDGET-PLANS-FILE.
               PERFORM 535-WRITE-ONE-PLAN
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BP-COUNT.
               CLOSE BUDGET-PLANS-FILE.

           535-WRITE-ONE-PLAN.
               MOVE SPACES TO BUDGET-PLAN-RECORD.
               MOVE WS-BP-CLIENT(WS-SUB) TO BP-CLIENT-NUMBER.
               MOVE WS-BP-START(WS-SUB) TO BP-PLAN-START.
               MOVE WS-BP-INSTALL(WS-SUB) TO BP-INSTALLMENT.
               MOVE WS-BP-CYCLES(WS-SUB) TO BP-CYCLES.
               MOVE WS-BP-BILLED(WS-SUB) TO BP-BILLED-TO-DATE.
               MOVE WS-BP-ACTUAL(WS-SUB) TO BP-ACTUAL-TO-DATE.
               MOVE WS-BP-STATUS(WS-SUB) TO BP-STATUS.
               WRITE BUDGET-PLAN-RECORD.

           700-PRINT-FINAL-BILL.
               OPEN EXTEND FINAL-BILLS-OUT.
               MOVE WS-TODAY TO WS-BH-DATE.
               MOVE WS-CLIENT-9 TO WS-BH-CLIENT.
               MOVE WS-MT-METER(WS-MT-HIT) TO WS-BH-METER.
               WRITE FINAL-BILL-LINE-OUT FROM WS-BILL-HEAD.
               WRITE FINAL-BILL-LINE-OUT FROM WS-CLIENT-NAME.
               WRITE FINAL-BILL-LINE-OUT FROM WS-SERVICE-ADDRESS.
               MOVE WS-READING-9 TO WS-BU-READING.
               MOVE WS-DELTA TO WS-BU-UNITS.
               MOVE WS-FINAL-AMOUNT TO WS-BU-AMOUNT.
               WRITE FINAL-BILL-LINE-OUT FROM WS-BILL-USAGE.
               IF WS-RP-PORTION-COUNT > 1
                   PERFORM 710-PRINT-ONE-PORTION
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-RP-PORTION-COUNT
               END-IF.
               IF WS-BP-HIT > 0
                   MOVE WS-BP-BILLED(WS-BP-HIT) TO WS-BP-L-BILLED
                   MOVE WS-BP-ACTUAL(WS-BP-HIT) TO WS-BP-L-ACTUAL
                   WRITE FINAL-BILL-LINE-OUT FROM WS-BILL-PLAN
               END-IF.
               MOVE WS-DEPOSIT-APPLIED TO WS-BD-APPLIED.
               MOVE WS-REFUND-AMOUNT TO WS-BD-REFUND.
               MOVE WS-CLIENT-BALANCE TO WS-BD-OWING.
               WRITE FINAL-BILL-LINE-OUT FROM WS-BILL-DEPOSIT.
               MOVE ALL "-" TO FINAL-BILL-LINE-OUT.
               WRITE FINAL-BILL-LINE-OUT.
               CLOSE FINAL-BILLS-OUT.
               DISPLAY WS-BILL-USAGE.
               DISPLAY WS-BILL-DEPOSIT.

           710-PRINT-ONE-PORTION.
               MOVE WS-RP-PORTION-FROM(WS-SUB) TO WS-BR-FROM.
               MOVE WS-RP-PORTION-DAYS(WS-SUB) TO WS-BR-DAYS.
               MOVE WS-RP-PORTION-UNITS(WS-SUB) TO WS-BR-UNITS.
               MOVE WS-RP-PORTION-AMOUNT(WS-SUB) TO WS-BR-AMOUNT.
               WRITE FINAL-BILL-LINE-OUT FROM WS-BILL-PORTION.

      *> The final period runs from the last reading on history to
      *> today and is priced, prorated across any rate change, the
      *> way the billing run prices a cycle.
           800-PRICE-FINAL-USAGE.
               MOVE WS-DELTA TO WS-RP-UNITS.
               MOVE WS-PRIOR-DATE TO WS-RP-PERIOD-FROM.
               MOVE WS-TODAY TO WS-RP-PERIOD-TO.
               MOVE WS-TODAY TO WS-RP-PRICE-DATE.
               CALL 'UTILITY_RATE_PRICE' USING WS-PRICE-AREA.

       END PROGRAM CLIENT_MOVE_PROGRAM.
