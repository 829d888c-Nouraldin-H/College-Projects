      * return plus a new priced order written in the same
      * session.  Register mode prints the day's returns.
      * Modification history:
      *   10-06-2026 NH - a pair sold on account is credited back to the
      *     customer's account (a credit open item on
      *     SHOE-RECEIVABLES.TXT and a CRN line on the statement
      *     activity) under the SHOE-RECEIVABLES lock instead of
      *     refunded in cash
      *   08-04-2026 NH - a pair sold under a promotion is refunded at
      *     the sale price it was paid and the return carries the event
      *     code for the promotion results; the exchange pair records
      *     its regular price
      *   07-28-2026 NH - a refund gives back the sales tax the original
      *     order charged, reversed through SALES_TAX_CALC at the
      *     original date's rates and kept on the return record; the
      *     exchange pair is taxed like any sale and the register shows
      *     the tax refunded
      *   06-30-2026 NH - a defective pair not fit to resell can be held
      *     for return to the vendor: it is booked back into stock
      *     (journal reference RTV HOLD) and queued on RTV-LINES.TXT for
      *     the return-to-vendor run
      *   10-07-2025 NH - the restock and the exchange sale claim
      *     the INDEXED-INVENTORY resource through the shop-wide
      *     RESOURCE_LOCK around their keyed rewrites, like the
           SELECT OPTIONAL SELLING-PRICES-FILE
           ASSIGN TO '..\SELLING-PRICES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RTV-LINES-FILE
           ASSIGN TO '..\RTV-LINES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURNS-REGISTER-OUT
           ASSIGN TO '..\RETURNS-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHOE-RECEIVABLES-FILE
           ASSIGN TO '..\SHOE-RECEIVABLES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-ACTIVITY-FILE
           ASSIGN TO '..\SHOE-CUSTOMER-ACTIVITY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER              PIC X(1).
           05  ORD-PRICE           PIC X(7).
           05  ORD-PRICE-9 REDEFINES ORD-PRICE PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  ORD-CUSTOMER-NUMBER PIC X(5).
           05  ORD-CUSTOMER-9 REDEFINES ORD-CUSTOMER-NUMBER
                                   PIC 9(5).
           05  FILLER              PIC X(1).
           05  ORD-TENDER          PIC X(1).
           05  FILLER              PIC X(1).
           05  ORD-INVOICE-NUMBER  PIC X(7).
           05  ORD-INVOICE-9 REDEFINES ORD-INVOICE-NUMBER
                                   PIC 9(7).
           05  FILLER              PIC X(1).
           05  ORD-TAX-FLAG        PIC X(1).
           05  FILLER              PIC X(1).
           05  ORD-TAX-AMOUNT      PIC X(7).
           05  ORD-TAX-9 REDEFINES ORD-TAX-AMOUNT PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  ORD-EVENT-CODE      PIC X(8).
           05  FILLER              PIC X(1).
           05  ORD-REGULAR-PRICE   PIC X(7).
           05  ORD-REGULAR-9 REDEFINES ORD-REGULAR-PRICE
                                   PIC 9(5)V99.

       FD  SHOE-RETURNS-FILE.
       01  SHOE-RETURN-RECORD.
           05  RTN-RESTOCK-FLAG    PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RTN-EXCHANGE-FLAG   PIC X(1).
      *> The tax flag the original sale carried and the tax given
      *> back with the refund; returns from before tax read these
      *> as spaces.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RTN-TAX-FLAG        PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RTN-TAX             PIC X(7).
           05  RTN-TAX-9 REDEFINES RTN-TAX PIC 9(5)V99.
      *> The promotion the original pair sold under, if any.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RTN-EVENT-CODE      PIC X(8).

       FD  RETURN-REASONS-FILE.
       01  RETURN-REASON-RECORD.
           05  FILLER              PIC X(1).
           05  SPR-EFF-TO          PIC 9(8).

      *> Defective stock waiting to go back to its vendor, read
      *> and authorized by RETURN_TO_VENDOR_PROGRAM.
       FD  RTV-LINES-FILE.
       01  RTV-LINE-RECORD.
           05  RTL-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  RTL-INVENTORY-ID    PIC X(9).
           05  FILLER              PIC X(1).
           05  RTL-QUANTITY        PIC 9(5).
           05  FILLER              PIC X(1).
           05  RTL-SOURCE          PIC X(1).
           05  FILLER              PIC X(1).
           05  RTL-REASON          PIC X(3).
           05  FILLER              PIC X(1).
           05  RTL-STATUS          PIC X(1).
           05  FILLER              PIC X(1).
           05  RTL-RTV-NUMBER      PIC 9(7).
           05  FILLER              PIC X(1).
           05  RTL-VENDOR          PIC X(5).
           05  FILLER              PIC X(1).
           05  RTL-UNIT-COST       PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  RTL-SHIP-DATE       PIC 9(8).

       FD  RETURNS-REGISTER-OUT.
       01  REGISTER-LINE-OUT       PIC X(80).

      *> A pair sold on account is credited back to the account:
      *> the credit goes on as an open item with no invoice of its
      *> own, the way SHOE_CASH_RECEIPTS_PROGRAM carries an
      *> overpayment, and is taken up with the next payment.
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

      *> CRN is the credit for a returned pair, carried negative.
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

       WORKING-STORAGE SECTION.
       01  WS-KEY PIC X(2).
       01  WS-MODE PIC X(1).
       01  WS-ORIG-DATE-EDIT PIC X(8).
       01  WS-ORIG-FOUND-FLAG PIC X(1).
       01  WS-ORIG-PRICE PIC 9(5)V99.
       01  WS-ORIG-TAX PIC 9(5)V99.
       01  WS-ORIG-TAX-FLAG PIC X(1).
       01  WS-ORIG-INVOICE PIC 9(7).
       01  WS-ORIG-EVENT PIC X(8).
       01  WS-ORIG-CUSTOMER PIC 9(5).
       01  WS-ORIG-TENDER PIC X(1).
       01  WS-REFUND-DUE PIC 9(5)V99.
       01  WS-SALES-TAX-AREA.
           05 WS-TAX-ACTION       PIC X(1).
           05 WS-TAX-INVENTORY-ID PIC X(9).
           05 WS-TAX-DATE         PIC 9(8).
           05 WS-TAX-POST-DATE    PIC 9(8).
           05 WS-TAX-INVOICE      PIC 9(7).
           05 WS-TAX-PRICE        PIC 9(5)V99.
           05 WS-TAX-FLAG         PIC X(1).
           05 WS-TAX-AMOUNT       PIC 9(5)V99.
           05 WS-TAX-RESULT       PIC X(1).
       01  WS-REASON-CODE PIC X(3).
       01  WS-REASON-VALID-FLAG PIC X(1).
       01  WS-RESELLABLE PIC X(1).
       01  WS-RTV-HOLD PIC X(1).
       01  WS-RESTOCKED-FLAG PIC X(1).
       01  WS-JOURNAL-REFERENCE PIC X(10).
       01  WS-HELD-VENDOR PIC X(5).
       01  WS-HELD-COST PIC 9(5)V99.
       01  WS-EXCHANGE PIC X(1).
       01  WS-BEFORE-QTY PIC 9(5).
       01  WS-REPORT-DATE PIC 9(8).
       01  WS-RETURN-COUNT PIC 9(4) VALUE 0.
       01  WS-REFUND-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-TAX-REFUND-TOTAL PIC 9(9)V99 VALUE 0.

       01  WS-PRICE-TABLE.
           05  WS-PR-ENTRY OCCURS 500 TIMES.
           05  WS-R-RESTOCK        PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-R-EXCHANGE       PIC X(1).
           05  FILLER              PIC X(6) VALUE " TAX $".
           05  WS-R-TAX            PIC Z,ZZ9.99.
       01  WS-REGISTER-TOTAL-LINE.
           05  FILLER              PIC X(9) VALUE "RETURNS: ".
           05  WS-T-COUNT          PIC ZZZ9.
           05  FILLER              PIC X(11)
               VALUE "  REFUNDS $".
           05  WS-T-REFUND         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(6) VALUE " TAX $".
           05  WS-T-TAX            PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       "and date -- return refused."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE '0' TO WS-RLK-RESULT
                   IF WS-ORIG-TENDER = 'A'
                       PERFORM 720-CLAIM-RECEIVABLES-LOCK
                   END-IF
                   IF WS-RLK-RESULT NOT = '0'
                       DISPLAY "The pair was sold on account and the "
                           "receivables are in use -- return "
                           "refused, try again shortly."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 130-TAKE-THE-RETURN
                   END-IF
               END-IF.

      *> A return against a charge sale holds the SHOE-RECEIVABLES
      *> resource from here until the credit is on the account.
           130-TAKE-THE-RETURN.
               PERFORM 300-ACCEPT-REASON-AND-DISPOSITION.
               DISPLAY "Exchange for another pair? (Y/N) "
               ACCEPT WS-EXCHANGE.
               PERFORM 400-RECORD-THE-RETURN.
               IF WS-ORIG-TENDER = 'A'
                   PERFORM 730-RELEASE-RECEIVABLES-LOCK
               END-IF.
               IF WS-EXCHANGE = 'Y' OR 'y'
                   PERFORM 500-RUN-THE-EXCHANGE
               END-IF.

           110-ACCEPT-SHOE-SIZE.
               DISPLAY "Returned shoe size: "
               ACCEPT WS-SIZE-EDIT
                           ELSE
                               MOVE 0 TO WS-ORIG-PRICE
                           END-IF
                           PERFORM 220-TAKE-ORIGINAL-TAX
                       END-IF
               END-READ.

      *> The refund gives back the tax the sale actually charged;
      *> an order from before tax carries none.
           220-TAKE-ORIGINAL-TAX.
               MOVE ORD-TAX-FLAG TO WS-ORIG-TAX-FLAG.
               IF ORD-TAX-AMOUNT IS NUMERIC
                   MOVE ORD-TAX-9 TO WS-ORIG-TAX
               ELSE
                   MOVE 0 TO WS-ORIG-TAX
               END-IF.
               IF ORD-INVOICE-NUMBER IS NUMERIC
                   MOVE ORD-INVOICE-9 TO WS-ORIG-INVOICE
               ELSE
                   MOVE 0 TO WS-ORIG-INVOICE
               END-IF.
               MOVE ORD-EVENT-CODE TO WS-ORIG-EVENT.
               IF ORD-TENDER = 'A' AND ORD-CUSTOMER-NUMBER IS NUMERIC
                   MOVE 'A' TO WS-ORIG-TENDER
                   MOVE ORD-CUSTOMER-9 TO WS-ORIG-CUSTOMER
               ELSE
                   MOVE 'C' TO WS-ORIG-TENDER
                   MOVE 0 TO WS-ORIG-CUSTOMER
               END-IF.

           300-ACCEPT-REASON-AND-DISPOSITION.
               MOVE 'N' TO WS-REASON-VALID-FLAG.
               PERFORM 310-ACCEPT-REASON-CODE
                   UNTIL WS-REASON-VALID-FLAG = 'Y'.
               DISPLAY "Resellable pair -- restock it? (Y/N) "
               ACCEPT WS-RESELLABLE.
               MOVE 'N' TO WS-RTV-HOLD.
               IF WS-RESELLABLE NOT = 'Y' AND WS-RESELLABLE NOT = 'y'
                   DISPLAY "Defective -- hold the pair for return "
                       "to the vendor? (Y/N) "
                   ACCEPT WS-RTV-HOLD
               END-IF.

      *> The reason table is maintained like the adjustment
      *> reasons: a return without a real reason code does not
                       END-IF
               END-READ.

      *> A defective pair held for the vendor is booked back into
      *> stock under its own journal reference, so the shipment
      *> back to the vendor has a pair on hand to take out.
           400-RECORD-THE-RETURN.
               MOVE 'N' TO WS-RESTOCKED-FLAG.
               IF WS-RESELLABLE = 'Y' OR 'y'
                   MOVE "RETURN" TO WS-JOURNAL-REFERENCE
                   PERFORM 410-RESTOCK-THE-PAIR
               ELSE
                   IF WS-RTV-HOLD = 'Y' OR 'y'
                       MOVE "RTV HOLD" TO WS-JOURNAL-REFERENCE
                       PERFORM 410-RESTOCK-THE-PAIR
                       IF WS-RESTOCKED-FLAG = 'Y'
                           PERFORM 430-HOLD-FOR-THE-VENDOR
                       ELSE
                           DISPLAY "Pair not held for the vendor "
                               "-- enter it as floor stock later."
                       END-IF
                   END-IF
               END-IF.
               OPEN EXTEND SHOE-RETURNS-FILE.
               MOVE SPACES TO SHOE-RETURN-RECORD.
               MOVE WS-REASON-CODE TO RTN-REASON.
               MOVE WS-ORIG-DATE-EDIT TO RTN-ORIG-DATE.
               MOVE WS-ORIG-PRICE TO RTN-REFUND.
               EVALUATE TRUE
                   WHEN WS-RESELLABLE = 'Y' OR 'y'
                       MOVE 'Y' TO RTN-RESTOCK-FLAG
                   WHEN WS-RESTOCKED-FLAG = 'Y'
                       MOVE 'V' TO RTN-RESTOCK-FLAG
                   WHEN OTHER
                       MOVE 'N' TO RTN-RESTOCK-FLAG
               END-EVALUATE.
               IF WS-EXCHANGE = 'Y' OR 'y'
                   MOVE 'Y' TO RTN-EXCHANGE-FLAG
               ELSE
                   MOVE 'N' TO RTN-EXCHANGE-FLAG
               END-IF.
               MOVE WS-ORIG-TAX-FLAG TO RTN-TAX-FLAG.
               MOVE WS-ORIG-TAX TO RTN-TAX-9.
               MOVE WS-ORIG-EVENT TO RTN-EVENT-CODE.
               WRITE SHOE-RETURN-RECORD.
               CLOSE SHOE-RETURNS-FILE.
               IF WS-ORIG-TAX > 0
                   PERFORM 440-REVERSE-THE-TAX
               END-IF.
               COMPUTE WS-REFUND-DUE = WS-ORIG-PRICE + WS-ORIG-TAX.
               IF WS-ORIG-TENDER = 'A'
                   PERFORM 450-CREDIT-THE-ACCOUNT
                   DISPLAY "Return recorded, credited to account "
                       WS-ORIG-CUSTOMER ": " WS-REFUND-DUE
                       " (tax " WS-ORIG-TAX ")"
               ELSE
                   DISPLAY "Return recorded, refund due: "
                       WS-REFUND-DUE " (tax " WS-ORIG-TAX ")"
               END-IF.
               IF WS-ORIG-EVENT NOT = SPACES
                   DISPLAY "Refunded at the sale price paid under "
                       "event " WS-ORIG-EVENT
               END-IF.

      *> Resellable pairs come back on the shelf through the same
      *> journal every other movement uses.
               MOVE 1 TO SJ-QUANTITY.
               MOVE WS-BEFORE-QTY TO SJ-BEFORE.
               MOVE QUANTITY-ON-HAND TO SJ-AFTER.
               MOVE WS-JOURNAL-REFERENCE TO SJ-REFERENCE.
               WRITE STOCK-JOURNAL-LINE.
               CLOSE STOCK-JOURNAL-FILE.
               MOVE 'Y' TO WS-RESTOCKED-FLAG.
               MOVE VENDOR-CODE TO WS-HELD-VENDOR.
               MOVE UNIT-COST TO WS-HELD-COST.

           430-HOLD-FOR-THE-VENDOR.
               OPEN EXTEND RTV-LINES-FILE.
               MOVE SPACES TO RTV-LINE-RECORD.
               MOVE WS-TODAY TO RTL-DATE.
               MOVE WS-LOOKUP-ID TO RTL-INVENTORY-ID.
               MOVE 1 TO RTL-QUANTITY.
               MOVE 'R' TO RTL-SOURCE.
               MOVE WS-REASON-CODE TO RTL-REASON.
               MOVE 'P' TO RTL-STATUS.
               MOVE 0 TO RTL-RTV-NUMBER.
               MOVE WS-HELD-VENDOR TO RTL-VENDOR.
               MOVE WS-HELD-COST TO RTL-UNIT-COST.
               MOVE 0 TO RTL-SHIP-DATE.
               WRITE RTV-LINE-RECORD.
               CLOSE RTV-LINES-FILE.
               DISPLAY "Pair held for return to vendor "
                   WS-HELD-VENDOR.

      *> The reversal is worked at the rates of the original sale
      *> date, under the original invoice, so the tax return can
      *> give it back against the types it was collected under.
           440-REVERSE-THE-TAX.
               MOVE 'R' TO WS-TAX-ACTION.
               MOVE WS-LOOKUP-ID TO WS-TAX-INVENTORY-ID.
               MOVE WS-ORIG-DATE-EDIT TO WS-TAX-DATE.
               MOVE WS-TODAY TO WS-TAX-POST-DATE.
               MOVE WS-ORIG-INVOICE TO WS-TAX-INVOICE.
               MOVE WS-ORIG-PRICE TO WS-TAX-PRICE.
               MOVE WS-ORIG-TAX-FLAG TO WS-TAX-FLAG.
               CALL 'SALES_TAX_CALC' USING WS-SALES-TAX-AREA.
               IF WS-TAX-AMOUNT NOT = WS-ORIG-TAX
                   DISPLAY "Tax rates for " WS-ORIG-DATE-EDIT
                       " no longer give the tax the sale charged "
                       "-- check the rate table."
                   MOVE 4 TO RETURN-CODE
               END-IF.

      *> No cash goes back for a charge sale: the refund comes off
      *> what the customer owes, and the statement shows it as a
      *> CRN line against the original invoice.
           450-CREDIT-THE-ACCOUNT.
               OPEN EXTEND SHOE-RECEIVABLES-FILE.
               MOVE SPACES TO SHOE-RECEIVABLE-RECORD.
               MOVE WS-ORIG-CUSTOMER TO SAR-CUSTOMER-NUMBER.
               MOVE 0 TO SAR-INVOICE-NUMBER.
               MOVE WS-TODAY TO SAR-INVOICE-DATE.
               MOVE WS-REFUND-DUE TO SAR-AMOUNT.
               COMPUTE SAR-BALANCE = 0 - WS-REFUND-DUE.
               WRITE SHOE-RECEIVABLE-RECORD.
               CLOSE SHOE-RECEIVABLES-FILE.
               OPEN EXTEND CUSTOMER-ACTIVITY-FILE.
               MOVE SPACES TO CUSTOMER-ACTIVITY-RECORD.
               MOVE WS-TODAY TO SCA-DATE.
               MOVE WS-ORIG-CUSTOMER TO SCA-CUSTOMER-NUMBER.
               MOVE "CRN" TO SCA-TYPE.
               MOVE WS-ORIG-INVOICE TO SCA-REFERENCE.
               COMPUTE SCA-AMOUNT = 0 - WS-REFUND-DUE.
               MOVE WS-OPERATOR TO SCA-OPERATOR.
               WRITE CUSTOMER-ACTIVITY-RECORD.
               CLOSE CUSTOMER-ACTIVITY-FILE.

      *> An exchange is the return above plus a new priced order
      *> in the same session: the new pair comes off the shelf and
               MOVE 'R' TO WS-RLK-ACTION.
               CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.

           720-CLAIM-RECEIVABLES-LOCK.
               MOVE 'A' TO WS-RLK-ACTION.
               MOVE "SHOE-RECEIVABLES" TO WS-RLK-RESOURCE.
               MOVE WS-OPERATOR TO WS-RLK-OPERATOR.
               CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.

      *> The restock claims the inventory through the same area in
      *> between, so the release names the receivables again.
           730-RELEASE-RECEIVABLES-LOCK.
               MOVE 'R' TO WS-RLK-ACTION.
               MOVE "SHOE-RECEIVABLES" TO WS-RLK-RESOURCE.
               MOVE WS-OPERATOR TO WS-RLK-OPERATOR.
               CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.

           540-TAKE-NEW-PAIR-OFF-SHELF.
               IF QUANTITY-ON-HAND = 0
                   DISPLAY "Nothing on hand for the new pair -- "
               MOVE WS-TODAY TO ORD-DATE.
               MOVE WS-OPERATOR TO ORD-OPERATOR.
               MOVE WS-SELLING-PRICE TO ORD-PRICE-9.
               MOVE 'S' TO WS-TAX-ACTION.
               MOVE WS-LOOKUP-ID TO WS-TAX-INVENTORY-ID.
               MOVE WS-TODAY TO WS-TAX-DATE.
               MOVE WS-TODAY TO WS-TAX-POST-DATE.
               MOVE 0 TO WS-TAX-INVOICE.
               MOVE WS-SELLING-PRICE TO WS-TAX-PRICE.
               CALL 'SALES_TAX_CALC' USING WS-SALES-TAX-AREA.
               MOVE WS-TAX-FLAG TO ORD-TAX-FLAG.
               MOVE WS-TAX-AMOUNT TO ORD-TAX-9.
               MOVE WS-SELLING-PRICE TO ORD-REGULAR-9.
               WRITE SHOE-ORDER-RECORD.
               CLOSE SHOE-ORDER-FILE.
               DISPLAY "Exchange completed at " WS-SELLING-PRICE
                   " plus tax " WS-TAX-AMOUNT.

           600-PRINT-RETURNS-REGISTER.
               DISPLAY "Register for which date (YYYYMMDD)? "
                   UNTIL WS-RTN-EOF = 'Y'.
               MOVE WS-RETURN-COUNT TO WS-T-COUNT.
               MOVE WS-REFUND-TOTAL TO WS-T-REFUND.
               MOVE WS-TAX-REFUND-TOTAL TO WS-T-TAX.
               DISPLAY WS-REGISTER-TOTAL-LINE.
               WRITE REGISTER-LINE-OUT
                   FROM WS-REGISTER-TOTAL-LINE.
                       IF RTN-DATE = WS-REPORT-DATE
                           ADD 1 TO WS-RETURN-COUNT
                           ADD RTN-REFUND TO WS-REFUND-TOTAL
                           IF RTN-TAX IS NUMERIC
                               ADD RTN-TAX-9 TO WS-TAX-REFUND-TOTAL
                               MOVE RTN-TAX-9 TO WS-R-TAX
                           ELSE
                               MOVE 0 TO WS-R-TAX
                           END-IF
                           MOVE RTN-DATE TO WS-R-DATE
                           MOVE RTN-INVENTORY-ID TO WS-R-ID
                           MOVE RTN-REASON TO WS-R-REASON
