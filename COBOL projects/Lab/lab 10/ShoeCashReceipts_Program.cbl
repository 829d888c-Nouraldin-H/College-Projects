      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 07-21-2026
      * Purpose: take payments on account from the shoe customers
      * who buy on charge.  Each payment is keyed at the counter
      * against a customer on SHOE-CUSTOMER-MASTER.IDX and applied
      * to their open items on SHOE-RECEIVABLES.TXT oldest invoice
      * first (the UTILITY_PAYMENT_PROGRAM rule); whatever is left
      * stays on the account as a credit item, taken up with the
      * customer's next payment.
      * Every payment goes on the customer's statement activity
      * (SHOE-CUSTOMER-ACTIVITY.TXT) and on the receipts register
      * SHOE-RECEIPTS-REGISTER.TXT with the new balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOE_CASH_RECEIPTS_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
           ASSIGN TO '..\SHOE-CUSTOMER-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY SCU-CUSTOMER-NUMBER
           FILE STATUS WS-CUS-STATUS.
           SELECT OPTIONAL SHOE-RECEIVABLES-FILE
           ASSIGN TO '..\SHOE-RECEIVABLES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-ACTIVITY-FILE
           ASSIGN TO '..\SHOE-CUSTOMER-ACTIVITY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPTS-REGISTER-OUT
           ASSIGN TO '..\SHOE-RECEIPTS-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  SCU-CUSTOMER-NUMBER PIC 9(5).
           05  SCU-NAME            PIC X(30).
           05  SCU-ADDRESS         PIC X(40).
           05  SCU-CONTACT         PIC X(25).
           05  SCU-CREDIT-LIMIT    PIC 9(7)V99.

       FD  SHOE-RECEIVABLES-FILE.
       01  SHOE-RECEIVABLE-RECORD.
           05  SAR-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(1).
           05  SAR-INVOICE-NUMBER  PIC 9(7).
           05  FILLER              PIC X(1).
           05  SAR-INVOICE-DATE    PIC 9(8).
           05  FILLER              PIC X(1).
           05  SAR-AMOUNT          PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  SAR-BALANCE         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.

       FD  CUSTOMER-ACTIVITY-FILE.
       01  CUSTOMER-ACTIVITY-RECORD.
           05  SCA-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  SCA-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(1).
           05  SCA-TYPE            PIC X(3).
           05  FILLER              PIC X(1).
           05  SCA-REFERENCE       PIC X(10).
           05  FILLER              PIC X(1).
           05  SCA-AMOUNT          PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  SCA-OPERATOR        PIC X(20).

       FD  RECEIPTS-REGISTER-OUT.
       01  REGISTER-LINE-OUT       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CUS-STATUS PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-OPERATOR PIC X(20).
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).
       01 WS-RESOURCE-LOCK-AREA.
           05 WS-RLK-ACTION       PIC X(1).
           05 WS-RLK-RESOURCE     PIC X(20).
           05 WS-RLK-OPERATOR     PIC X(20).
           05 WS-RLK-RESULT       PIC X(1).

       01 WS-AR-EOF PIC X(1) VALUE 'N'.
       01 WS-DONE-FLG PIC X(1) VALUE 'N'.
       01 WS-SUB PIC 9(4).
       01 WS-CUSTOMER-EDIT PIC X(5).
       01 WS-CUSTOMER-EDIT-9 REDEFINES WS-CUSTOMER-EDIT PIC 9(5).
       01 WS-AMOUNT-EDIT PIC X(9).
       01 WS-AMOUNT-EDIT-9 REDEFINES WS-AMOUNT-EDIT PIC 9(7)V99.
       01 WS-REFERENCE PIC X(10).
       01 WS-CONFIRM-ANSWER PIC X(1).

       01 WS-AR-TABLE.
           05 WS-AR-ENTRY OCCURS 2000 TIMES.
               10 WS-AR-CUSTOMER  PIC 9(5).
               10 WS-AR-INVOICE   PIC 9(7).
               10 WS-AR-DATE      PIC 9(8).
               10 WS-AR-AMOUNT    PIC 9(7)V99.
               10 WS-AR-BALANCE   PIC S9(7)V99.
       01 WS-AR-COUNT PIC 9(4) VALUE 0.

       01 WS-PAYMENT-LEFT PIC S9(7)V99.
       01 WS-PAYMENT-APPLIED PIC S9(7)V99.
       01 WS-OLDEST-SUB PIC 9(4).
       01 WS-FREE-SUB PIC 9(4).
       01 WS-ACCOUNT-BALANCE PIC S9(9)V99.
       01 WS-BALANCE-EDIT PIC Z,ZZZ,ZZ9.99-.

       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.
       01 WS-POSTED-TOTAL PIC 9(9)V99 VALUE 0.

       01 WS-REGISTER-HEAD.
           05 FILLER              PIC X(30)
               VALUE "SHOE RECEIPTS ON ACCOUNT  RUN ".
           05 WS-RH-DATE          PIC 9(8).
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-RH-OPERATOR      PIC X(20).
       01 WS-REGISTER-DETAIL.
           05 WS-RD-NUMBER        PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RD-NAME          PIC X(22).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RD-REFERENCE     PIC X(10).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RD-AMOUNT        PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RD-APPLIED       PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RD-BALANCE       PIC ZZZ,ZZ9.99-.
       01 WS-REGISTER-TOTAL.
           05 FILLER              PIC X(18)
               VALUE "RECEIPTS POSTED:  ".
           05 WS-RT-COUNT         PIC ZZZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-RT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR.
           MOVE WS-OPERATOR TO WS-OP-OPERATOR-ID.
           CALL 'OPERATOR_CHECK' USING WS-OPERATOR-AREA.
           IF WS-OP-AUTH-STATUS NOT = '0'
               DISPLAY "OPERATOR NOT ON THE OPERATOR MASTER -- "
                   "SIGN-ON REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OP-AUTH-LEVEL < 2
               DISPLAY "INQUIRY-ONLY OPERATOR -- A RECEIPT UPDATES "
                   "CUSTOMER ACCOUNTS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'A' TO WS-RLK-ACTION.
           MOVE "SHOE-RECEIVABLES" TO WS-RLK-RESOURCE.
           MOVE WS-OPERATOR TO WS-RLK-OPERATOR.
           CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.
           IF WS-RLK-RESULT NOT = '0'
               DISPLAY "CUSTOMER ACCOUNTS ARE IN USE -- TRY AGAIN "
                   "SHORTLY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-LOAD-RECEIVABLES.
      *> The save rebuilds the receivables from the table, so a
      *> file past the ceiling must not be posted against.
           IF WS-AR-EOF NOT = 'Y'
               DISPLAY "SHOE-RECEIVABLES.TXT EXCEEDS THE 2000-LINE "
                   "TABLE -- NOTHING POSTED, FILE LEFT ALONE."
               PERFORM 900-RELEASE-RECEIVABLES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN EXTEND CUSTOMER-ACTIVITY-FILE.
           OPEN EXTEND RECEIPTS-REGISTER-OUT.
           MOVE WS-TODAY TO WS-RH-DATE.
           MOVE WS-OPERATOR TO WS-RH-OPERATOR.
           WRITE REGISTER-LINE-OUT FROM WS-REGISTER-HEAD.
           PERFORM 200-TAKE-ONE-RECEIPT UNTIL WS-DONE-FLG = 'Y'.
           MOVE WS-POSTED-COUNT TO WS-RT-COUNT.
           MOVE WS-POSTED-TOTAL TO WS-RT-AMOUNT.
           DISPLAY WS-REGISTER-TOTAL.
           WRITE REGISTER-LINE-OUT FROM WS-REGISTER-TOTAL.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE CUSTOMER-ACTIVITY-FILE.
           CLOSE RECEIPTS-REGISTER-OUT.
           PERFORM 500-SAVE-RECEIVABLES.
           PERFORM 900-RELEASE-RECEIVABLES.
           STOP RUN.

           100-LOAD-RECEIVABLES.
               OPEN INPUT SHOE-RECEIVABLES-FILE.
               PERFORM 110-READ-ONE-OPEN-ITEM
                   UNTIL WS-AR-EOF = 'Y' OR WS-AR-COUNT = 2000.
               IF WS-AR-EOF NOT = 'Y'
                   READ SHOE-RECEIVABLES-FILE
                       AT END MOVE 'Y' TO WS-AR-EOF
                   END-READ
               END-IF.
               CLOSE SHOE-RECEIVABLES-FILE.

           110-READ-ONE-OPEN-ITEM.
               READ SHOE-RECEIVABLES-FILE
                   AT END MOVE 'Y' TO WS-AR-EOF
                   NOT AT END
                       ADD 1 TO WS-AR-COUNT
                       MOVE SAR-CUSTOMER-NUMBER
                           TO WS-AR-CUSTOMER(WS-AR-COUNT)
                       MOVE SAR-INVOICE-NUMBER
                           TO WS-AR-INVOICE(WS-AR-COUNT)
                       MOVE SAR-INVOICE-DATE TO WS-AR-DATE(WS-AR-COUNT)
                       MOVE SAR-AMOUNT TO WS-AR-AMOUNT(WS-AR-COUNT)
                       MOVE SAR-BALANCE TO WS-AR-BALANCE(WS-AR-COUNT)
               END-READ.

      *> A blank customer number ends the session.
           200-TAKE-ONE-RECEIPT.
               DISPLAY "Customer number (blank to finish): "
               MOVE SPACES TO WS-CUSTOMER-EDIT.
               ACCEPT WS-CUSTOMER-EDIT.
               IF WS-CUSTOMER-EDIT = SPACES
                   MOVE 'Y' TO WS-DONE-FLG
               ELSE
               IF WS-CUSTOMER-EDIT IS NOT NUMERIC
                   DISPLAY "Customer number must be 5 digits, try "
                       "again."
               ELSE
                   MOVE WS-CUSTOMER-EDIT-9 TO SCU-CUSTOMER-NUMBER
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           DISPLAY "No customer on file for that "
                               "number."
                       NOT INVALID KEY
                           PERFORM 210-KEY-THE-PAYMENT
                   END-READ
               END-IF
               END-IF.

           210-KEY-THE-PAYMENT.
               PERFORM 350-SUM-ACCOUNT-BALANCE.
               MOVE WS-ACCOUNT-BALANCE TO WS-BALANCE-EDIT.
               DISPLAY SCU-NAME "  OWING " WS-BALANCE-EDIT.
               MOVE SPACES TO WS-AMOUNT-EDIT.
               PERFORM 220-ACCEPT-PAYMENT-AMOUNT
                   UNTIL WS-AMOUNT-EDIT IS NUMERIC.
               DISPLAY "Cheque or receipt reference: "
               MOVE SPACES TO WS-REFERENCE.
               ACCEPT WS-REFERENCE.
               DISPLAY "Post " WS-AMOUNT-EDIT-9 " to "
                   SCU-CUSTOMER-NUMBER "? (Y/N) "
               ACCEPT WS-CONFIRM-ANSWER.
               IF WS-CONFIRM-ANSWER = 'Y' OR 'y'
                   PERFORM 300-APPLY-THE-PAYMENT
               ELSE
                   DISPLAY "Payment not posted."
               END-IF.

           220-ACCEPT-PAYMENT-AMOUNT.
               DISPLAY "Amount paid (dollars and cents, 9 digits -- "
                   "000125050 is 1,250.50): "
               ACCEPT WS-AMOUNT-EDIT.
               IF WS-AMOUNT-EDIT IS NOT NUMERIC
                   DISPLAY "Amount must be numeric, try again."
               ELSE
                   IF WS-AMOUNT-EDIT-9 = 0
                       DISPLAY "Amount must be more than zero."
                       MOVE SPACES TO WS-AMOUNT-EDIT
                   END-IF
               END-IF.

      *> Oldest invoice first: each pass finds the customer's oldest
      *> item still owing and pays it down, until the payment is
      *> spent or nothing is left owing.  Any credit already on the
      *> account goes in with the payment, and what is left of the
      *> two becomes a single credit item.  With the table full,
      *> that item needs a settled item's slot or the customer's
      *> own credit item to go in; without one the payment is not
      *> taken, so no credit is ever lost.
           300-APPLY-THE-PAYMENT.
               MOVE 0 TO WS-FREE-SUB.
               IF WS-AR-COUNT = 2000
                   PERFORM 302-LOOK-FOR-ROOM
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-AR-COUNT
                           OR WS-FREE-SUB > 0
               END-IF.
               IF WS-AR-COUNT = 2000 AND WS-FREE-SUB = 0
                   DISPLAY "*** RECEIVABLES TABLE IS FULL -- PAYMENT "
                       "NOT POSTED FOR: " SCU-CUSTOMER-NUMBER
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 301-POST-THE-PAYMENT
               END-IF.

           301-POST-THE-PAYMENT.
               MOVE WS-AMOUNT-EDIT-9 TO WS-PAYMENT-LEFT.
               PERFORM 305-TAKE-UP-ONE-CREDIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AR-COUNT.
               MOVE WS-PAYMENT-LEFT TO WS-PAYMENT-APPLIED.
               MOVE 1 TO WS-OLDEST-SUB.
               PERFORM 310-PAY-OLDEST-ITEM
                   UNTIL WS-PAYMENT-LEFT = 0 OR WS-OLDEST-SUB = 0.
               SUBTRACT WS-PAYMENT-LEFT FROM WS-PAYMENT-APPLIED.
               IF WS-PAYMENT-LEFT > 0
                   PERFORM 330-ADD-CREDIT-ITEM
               END-IF.
               ADD 1 TO WS-POSTED-COUNT.
               ADD WS-AMOUNT-EDIT-9 TO WS-POSTED-TOTAL.
               PERFORM 340-WRITE-PAYMENT-ACTIVITY.
               PERFORM 350-SUM-ACCOUNT-BALANCE.
               MOVE SCU-CUSTOMER-NUMBER TO WS-RD-NUMBER.
               MOVE SCU-NAME TO WS-RD-NAME.
               MOVE WS-REFERENCE TO WS-RD-REFERENCE.
               MOVE WS-AMOUNT-EDIT-9 TO WS-RD-AMOUNT.
               MOVE WS-PAYMENT-APPLIED TO WS-RD-APPLIED.
               MOVE WS-ACCOUNT-BALANCE TO WS-RD-BALANCE.
               DISPLAY WS-REGISTER-DETAIL.
               WRITE REGISTER-LINE-OUT FROM WS-REGISTER-DETAIL.

           302-LOOK-FOR-ROOM.
               IF WS-AR-BALANCE(WS-SUB) = 0
                   MOVE WS-SUB TO WS-FREE-SUB
               END-IF.
               IF WS-AR-CUSTOMER(WS-SUB) = SCU-CUSTOMER-NUMBER
                   AND WS-AR-BALANCE(WS-SUB) < 0
                   MOVE WS-SUB TO WS-FREE-SUB
               END-IF.

           305-TAKE-UP-ONE-CREDIT.
               IF WS-AR-CUSTOMER(WS-SUB) = SCU-CUSTOMER-NUMBER
                   AND WS-AR-BALANCE(WS-SUB) < 0
                   SUBTRACT WS-AR-BALANCE(WS-SUB)
                       FROM WS-PAYMENT-LEFT
                   MOVE 0 TO WS-AR-BALANCE(WS-SUB)
               END-IF.

           310-PAY-OLDEST-ITEM.
               MOVE 0 TO WS-OLDEST-SUB.
               PERFORM 320-CHECK-ONE-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AR-COUNT.
               IF WS-OLDEST-SUB > 0
                   IF WS-AR-BALANCE(WS-OLDEST-SUB) > WS-PAYMENT-LEFT
                       SUBTRACT WS-PAYMENT-LEFT
                           FROM WS-AR-BALANCE(WS-OLDEST-SUB)
                       MOVE 0 TO WS-PAYMENT-LEFT
                   ELSE
                       SUBTRACT WS-AR-BALANCE(WS-OLDEST-SUB)
                           FROM WS-PAYMENT-LEFT
                       MOVE 0 TO WS-AR-BALANCE(WS-OLDEST-SUB)
                   END-IF
               END-IF.

           320-CHECK-ONE-ITEM.
               IF WS-AR-CUSTOMER(WS-SUB) = SCU-CUSTOMER-NUMBER
                   AND WS-AR-BALANCE(WS-SUB) > 0
                   IF WS-OLDEST-SUB = 0
                       MOVE WS-SUB TO WS-OLDEST-SUB
                   ELSE
                       IF WS-AR-DATE(WS-SUB)
                           < WS-AR-DATE(WS-OLDEST-SUB)
                           MOVE WS-SUB TO WS-OLDEST-SUB
                       END-IF
                   END-IF
               END-IF.

      *> A full table always has a settled slot by now: 300 found
      *> one, or the credit 305 just took up.  A settled item is
      *> dropped on the save, so its slot is free to reuse.
           330-ADD-CREDIT-ITEM.
               IF WS-AR-COUNT < 2000
                   ADD 1 TO WS-AR-COUNT
                   MOVE WS-AR-COUNT TO WS-FREE-SUB
               ELSE
                   MOVE 0 TO WS-FREE-SUB
                   PERFORM 331-FIND-SETTLED-ITEM
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-AR-COUNT
                           OR WS-FREE-SUB > 0
               END-IF.
               MOVE SCU-CUSTOMER-NUMBER TO WS-AR-CUSTOMER(WS-FREE-SUB).
               MOVE 0 TO WS-AR-INVOICE(WS-FREE-SUB).
               MOVE WS-TODAY TO WS-AR-DATE(WS-FREE-SUB).
               MOVE WS-PAYMENT-LEFT TO WS-AR-AMOUNT(WS-FREE-SUB).
               COMPUTE WS-AR-BALANCE(WS-FREE-SUB) =
                   0 - WS-PAYMENT-LEFT.

           331-FIND-SETTLED-ITEM.
               IF WS-AR-BALANCE(WS-SUB) = 0
                   MOVE WS-SUB TO WS-FREE-SUB
               END-IF.

           340-WRITE-PAYMENT-ACTIVITY.
               MOVE SPACES TO CUSTOMER-ACTIVITY-RECORD.
               MOVE WS-TODAY TO SCA-DATE.
               MOVE SCU-CUSTOMER-NUMBER TO SCA-CUSTOMER-NUMBER.
               MOVE "PAY" TO SCA-TYPE.
               MOVE WS-REFERENCE TO SCA-REFERENCE.
               COMPUTE SCA-AMOUNT = 0 - WS-AMOUNT-EDIT-9.
               MOVE WS-OPERATOR TO SCA-OPERATOR.
               WRITE CUSTOMER-ACTIVITY-RECORD.

           350-SUM-ACCOUNT-BALANCE.
               MOVE 0 TO WS-ACCOUNT-BALANCE.
               PERFORM 355-ADD-ONE-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AR-COUNT.

           355-ADD-ONE-ITEM.
               IF WS-AR-CUSTOMER(WS-SUB) = SCU-CUSTOMER-NUMBER
                   ADD WS-AR-BALANCE(WS-SUB) TO WS-ACCOUNT-BALANCE
               END-IF.

      *> An item settled to zero is finished with and is dropped.
           500-SAVE-RECEIVABLES.
               OPEN OUTPUT SHOE-RECEIVABLES-FILE.
               PERFORM 510-WRITE-ONE-OPEN-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AR-COUNT.
               CLOSE SHOE-RECEIVABLES-FILE.

           510-WRITE-ONE-OPEN-ITEM.
               IF WS-AR-BALANCE(WS-SUB) NOT = 0
                   MOVE SPACES TO SHOE-RECEIVABLE-RECORD
                   MOVE WS-AR-CUSTOMER(WS-SUB) TO SAR-CUSTOMER-NUMBER
                   MOVE WS-AR-INVOICE(WS-SUB) TO SAR-INVOICE-NUMBER
                   MOVE WS-AR-DATE(WS-SUB) TO SAR-INVOICE-DATE
                   MOVE WS-AR-AMOUNT(WS-SUB) TO SAR-AMOUNT
                   MOVE WS-AR-BALANCE(WS-SUB) TO SAR-BALANCE
                   WRITE SHOE-RECEIVABLE-RECORD
               END-IF.

           900-RELEASE-RECEIVABLES.
               MOVE 'R' TO WS-RLK-ACTION.
               CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.

       END PROGRAM SHOE_CASH_RECEIPTS_PROGRAM.
