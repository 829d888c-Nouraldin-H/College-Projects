      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 03-10-2026
      * Purpose: utility payment posting -- until now billing only
      * ever added to CLIENT-BALANCES.TXT.  Each payment on
      * UTILITY-PAYMENTS.TXT is validated (numeric client number on
      * CLIENT-MASTER.IDX, a positive amount) and applied to the
      * client's open items oldest invoice first; whatever is left
      * after every item is paid stays on file as a credit item
      * dated the day of payment, for billing to use up against the
      * next invoice.  Every posting is listed on the payment
      * register (UTILITY-PAYMENT-REGISTER.TXT) with the client's
      * new balance, and every payment that cannot be posted goes
      * to UNMATCHED-UTILITY-PAYMENTS.TXT with the reason, for the
      * office to research and key again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTILITY_PAYMENT_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE
           ASSIGN TO '..\CLIENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CM-CLIENT-NUMBER
           FILE STATUS WS-MASTER-STATUS.
           SELECT PAYMENTS-FILE-IN
           ASSIGN TO '..\UTILITY-PAYMENTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLIENT-BALANCES-FILE
           ASSIGN TO '..\CLIENT-BALANCES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE-OUT
           ASSIGN TO '..\UTILITY-PAYMENT-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNMATCHED-FILE-OUT
           ASSIGN TO '..\UNMATCHED-UTILITY-PAYMENTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
       01 CLIENT-MASTER-RECORD.
           05 CM-CLIENT-NUMBER     PIC 9(5).
           05 CM-CLIENT-NAME       PIC X(25).
           05 CM-CLIENT-ADDRESS    PIC X(40).

      *> One payment per line as received: client number, date
      *> paid, amount, and the cheque or receipt reference.
       FD PAYMENTS-FILE-IN.
       01 PAYMENT-RECORD-IN.
           05 UPY-CLIENT-NUMBER   PIC 9(5).
           05 FILLER              PIC X(1).
           05 UPY-PAYMENT-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 UPY-AMOUNT          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 UPY-REFERENCE       PIC X(10).

      *> One open item per line: the amount still owing on one
      *> invoice and the invoice date it ages from (a negative item
      *> is an unapplied payment credit, dated the day it was paid).
       FD CLIENT-BALANCES-FILE.
       01 CLIENT-BALANCE-RECORD.
           05 CBL-CLIENT-NUMBER   PIC 9(5).
           05 FILLER              PIC X(1).
           05 CBL-BALANCE         PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 CBL-INVOICE-DATE    PIC 9(8).

       FD REGISTER-FILE-OUT.
       01 REGISTER-LINE-OUT       PIC X(80).

      *> The payment line exactly as received, then the reason it
      *> was not posted.
       FD UNMATCHED-FILE-OUT.
       01 UNMATCHED-RECORD-OUT.
           05 UNM-PAYMENT-IMAGE   PIC X(35).
           05 FILLER              PIC X(1).
           05 UNM-REASON          PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-PAY-EOF PIC X(1) VALUE 'N'.
       01 WS-BAL-EOF PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SUB PIC 9(4).

       01 WS-BALANCE-TABLE.
           05 WS-BL-ENTRY OCCURS 2000 TIMES.
               10 WS-BL-NUMBER    PIC 9(5).
               10 WS-BL-BALANCE   PIC S9(7)V99.
               10 WS-BL-DATE      PIC 9(8).
       01 WS-BAL-COUNT PIC 9(4) VALUE 0.

       01 WS-PAYMENT-LEFT PIC S9(7)V99.
       01 WS-PAYMENT-APPLIED PIC S9(7)V99.
       01 WS-OLDEST-SUB PIC 9(4).
       01 WS-CLIENT-BALANCE PIC S9(7)V99.
       01 WS-REASON PIC X(25).

       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.
       01 WS-POSTED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-TOTAL PIC 9(9)V99 VALUE 0.

       01 WS-REGISTER-HEAD.
           05 FILLER              PIC X(30)
               VALUE "UTILITY PAYMENT REGISTER  RUN ".
           05 WS-RH-DATE          PIC 9(8).
       01 WS-REGISTER-COLUMNS.
           05 FILLER              PIC X(40)
               VALUE "CLIENT NAME                  PAID ON   ".
           05 FILLER              PIC X(38)
               VALUE "    AMOUNT    APPLIED  NEW BALANCE".
       01 WS-REGISTER-DETAIL.
           05 WS-RD-NUMBER        PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RD-NAME          PIC X(22).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RD-DATE          PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RD-AMOUNT        PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RD-APPLIED       PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RD-BALANCE       PIC ZZZ,ZZ9.99-.
       01 WS-REGISTER-TOTAL.
           05 WS-RT-CAPTION       PIC X(30).
           05 WS-RT-COUNT         PIC ZZZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-RT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 150-LOAD-CLIENT-BALANCES.
      *> The save rebuilds the balances file from the table, so a
      *> file past the ceiling must not be posted against --
      *> receivables the table never held would be written off.
           IF WS-BAL-EOF NOT = 'Y'
               DISPLAY "CLIENT-BALANCES.TXT EXCEEDS THE 2000-LINE "
                   "TABLE -- POSTING ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENT-MASTER-FILE.
           OPEN INPUT PAYMENTS-FILE-IN.
           OPEN OUTPUT REGISTER-FILE-OUT.
           OPEN OUTPUT UNMATCHED-FILE-OUT.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE REGISTER-LINE-OUT FROM WS-REGISTER-HEAD.
           WRITE REGISTER-LINE-OUT FROM WS-REGISTER-COLUMNS.
           PERFORM 200-POST-ONE-PAYMENT UNTIL WS-PAY-EOF = 'Y'.
           PERFORM 600-WRITE-REGISTER-TOTALS.
           CLOSE PAYMENTS-FILE-IN.
           CLOSE CLIENT-MASTER-FILE.
           CLOSE REGISTER-FILE-OUT.
           CLOSE UNMATCHED-FILE-OUT.
           PERFORM 500-SAVE-CLIENT-BALANCES.
           DISPLAY "PAYMENTS POSTED:    " WS-POSTED-COUNT.
           DISPLAY "PAYMENTS UNMATCHED: " WS-UNMATCHED-COUNT.
           IF WS-UNMATCHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           150-LOAD-CLIENT-BALANCES.
               OPEN INPUT CLIENT-BALANCES-FILE.
               PERFORM 160-READ-ONE-BALANCE
                   UNTIL WS-BAL-EOF = 'Y' OR WS-BAL-COUNT = 2000.
               CLOSE CLIENT-BALANCES-FILE.

           160-READ-ONE-BALANCE.
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

           200-POST-ONE-PAYMENT.
               READ PAYMENTS-FILE-IN
                   AT END MOVE 'Y' TO WS-PAY-EOF
                   NOT AT END PERFORM 210-VALIDATE-PAYMENT
               END-READ.

           210-VALIDATE-PAYMENT.
               EVALUATE TRUE
                   WHEN UPY-CLIENT-NUMBER IS NOT NUMERIC
                       MOVE "CLIENT NUMBER NOT NUMERIC" TO WS-REASON
                       PERFORM 400-WRITE-UNMATCHED
                   WHEN UPY-AMOUNT IS NOT NUMERIC
                       MOVE "AMOUNT NOT NUMERIC" TO WS-REASON
                       PERFORM 400-WRITE-UNMATCHED
                   WHEN UPY-AMOUNT = 0
                       MOVE "ZERO AMOUNT" TO WS-REASON
                       PERFORM 400-WRITE-UNMATCHED
                   WHEN OTHER
                       MOVE UPY-CLIENT-NUMBER TO CM-CLIENT-NUMBER
                       READ CLIENT-MASTER-FILE
                           INVALID KEY
                               MOVE "CLIENT NOT ON THE MASTER"
                                   TO WS-REASON
                               PERFORM 400-WRITE-UNMATCHED
                           NOT INVALID KEY
                               PERFORM 300-APPLY-THE-PAYMENT
                       END-READ
               END-EVALUATE.

      *> Oldest invoice first: each pass finds the client's oldest
      *> item still owing and pays it down, until the payment is
      *> spent or nothing is left owing.  What is left becomes a
      *> credit item.
           300-APPLY-THE-PAYMENT.
               MOVE UPY-AMOUNT TO WS-PAYMENT-LEFT.
               MOVE 1 TO WS-OLDEST-SUB.
               PERFORM 310-PAY-OLDEST-ITEM
                   UNTIL WS-PAYMENT-LEFT = 0 OR WS-OLDEST-SUB = 0.
               COMPUTE WS-PAYMENT-APPLIED = UPY-AMOUNT
                   - WS-PAYMENT-LEFT.
               IF WS-PAYMENT-LEFT > 0
                   PERFORM 330-ADD-CREDIT-ITEM
               END-IF.
               ADD 1 TO WS-POSTED-COUNT.
               ADD UPY-AMOUNT TO WS-POSTED-TOTAL.
               PERFORM 350-SUM-CLIENT-BALANCE.
               MOVE UPY-CLIENT-NUMBER TO WS-RD-NUMBER.
               MOVE CM-CLIENT-NAME TO WS-RD-NAME.
               MOVE UPY-PAYMENT-DATE TO WS-RD-DATE.
               MOVE UPY-AMOUNT TO WS-RD-AMOUNT.
               MOVE WS-PAYMENT-APPLIED TO WS-RD-APPLIED.
               MOVE WS-CLIENT-BALANCE TO WS-RD-BALANCE.
               WRITE REGISTER-LINE-OUT FROM WS-REGISTER-DETAIL.

           310-PAY-OLDEST-ITEM.
               MOVE 0 TO WS-OLDEST-SUB.
               PERFORM 320-CHECK-ONE-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BAL-COUNT.
               IF WS-OLDEST-SUB > 0
                   IF WS-BL-BALANCE(WS-OLDEST-SUB) > WS-PAYMENT-LEFT
                       SUBTRACT WS-PAYMENT-LEFT
                           FROM WS-BL-BALANCE(WS-OLDEST-SUB)
                       MOVE 0 TO WS-PAYMENT-LEFT
                   ELSE
                       SUBTRACT WS-BL-BALANCE(WS-OLDEST-SUB)
                           FROM WS-PAYMENT-LEFT
                       MOVE 0 TO WS-BL-BALANCE(WS-OLDEST-SUB)
                   END-IF
               END-IF.

           320-CHECK-ONE-ITEM.
               IF WS-BL-NUMBER(WS-SUB) = UPY-CLIENT-NUMBER
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

           330-ADD-CREDIT-ITEM.
               IF WS-BAL-COUNT < 2000
                   ADD 1 TO WS-BAL-COUNT
                   MOVE UPY-CLIENT-NUMBER TO WS-BL-NUMBER(WS-BAL-COUNT)
                   COMPUTE WS-BL-BALANCE(WS-BAL-COUNT) =
                       0 - WS-PAYMENT-LEFT
                   MOVE UPY-PAYMENT-DATE TO WS-BL-DATE(WS-BAL-COUNT)
                   ADD WS-PAYMENT-LEFT TO WS-CREDIT-TOTAL
               ELSE
                   DISPLAY "*** WARNING: BALANCE TABLE IS FULL "
                       "-- CREDIT NOT CARRIED FOR: "
                       UPY-CLIENT-NUMBER
                   MOVE 4 TO RETURN-CODE
               END-IF.

           350-SUM-CLIENT-BALANCE.
               MOVE 0 TO WS-CLIENT-BALANCE.
               PERFORM 355-ADD-ONE-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BAL-COUNT.

           355-ADD-ONE-ITEM.
               IF WS-BL-NUMBER(WS-SUB) = UPY-CLIENT-NUMBER
                   ADD WS-BL-BALANCE(WS-SUB) TO WS-CLIENT-BALANCE
               END-IF.

           400-WRITE-UNMATCHED.
               MOVE SPACES TO UNMATCHED-RECORD-OUT.
               MOVE PAYMENT-RECORD-IN TO UNM-PAYMENT-IMAGE.
               MOVE WS-REASON TO UNM-REASON.
               WRITE UNMATCHED-RECORD-OUT.
               ADD 1 TO WS-UNMATCHED-COUNT.
               IF UPY-AMOUNT IS NUMERIC
                   ADD UPY-AMOUNT TO WS-UNMATCHED-TOTAL
               END-IF.
               DISPLAY "PAYMENT NOT POSTED (" WS-REASON "): "
                   PAYMENT-RECORD-IN.

      *> An item settled to zero is finished with and is dropped.
           500-SAVE-CLIENT-BALANCES.
               OPEN OUTPUT CLIENT-BALANCES-FILE.
               PERFORM 510-WRITE-ONE-BALANCE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BAL-COUNT.
               CLOSE CLIENT-BALANCES-FILE.

           510-WRITE-ONE-BALANCE.
               IF WS-BL-BALANCE(WS-SUB) NOT = 0
                   MOVE SPACES TO CLIENT-BALANCE-RECORD
                   MOVE WS-BL-NUMBER(WS-SUB) TO CBL-CLIENT-NUMBER
                   MOVE WS-BL-BALANCE(WS-SUB) TO CBL-BALANCE
                   MOVE WS-BL-DATE(WS-SUB) TO CBL-INVOICE-DATE
                   WRITE CLIENT-BALANCE-RECORD
               END-IF.

           600-WRITE-REGISTER-TOTALS.
               MOVE SPACES TO REGISTER-LINE-OUT.
               WRITE REGISTER-LINE-OUT.
               MOVE "PAYMENTS POSTED:" TO WS-RT-CAPTION.
               MOVE WS-POSTED-COUNT TO WS-RT-COUNT.
               MOVE WS-POSTED-TOTAL TO WS-RT-AMOUNT.
               WRITE REGISTER-LINE-OUT FROM WS-REGISTER-TOTAL.
               MOVE "  OF WHICH LEFT AS CREDIT:" TO WS-RT-CAPTION.
               MOVE 0 TO WS-RT-COUNT.
               MOVE WS-CREDIT-TOTAL TO WS-RT-AMOUNT.
               WRITE REGISTER-LINE-OUT FROM WS-REGISTER-TOTAL.
               MOVE "PAYMENTS UNMATCHED:" TO WS-RT-CAPTION.
               MOVE WS-UNMATCHED-COUNT TO WS-RT-COUNT.
               MOVE WS-UNMATCHED-TOTAL TO WS-RT-AMOUNT.
               WRITE REGISTER-LINE-OUT FROM WS-REGISTER-TOTAL.

       END PROGRAM UTILITY_PAYMENT_PROGRAM.
