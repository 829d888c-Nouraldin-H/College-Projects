      * Date: 07-25-2023
      * Purpose: Use redefine after declaration for external console for entries
      * Modification history:
      *   10-06-2026 NH - a captured backorder carries the order's
      *     customer number and tender, so BACKORDER_FILL_PROGRAM can
      *     charge a filled pair to the account
      *   08-04-2026 NH - the best promotion on PROMOTIONS.TXT running
      *     on the order date (item or vendor, percentage off or fixed
      *     sale price) replaces the regular price when it is lower; the
      *     order carries the event code and the regular price, and the
      *     invoice shows both
      *   07-28-2026 NH - sales tax through SALES_TAX_CALC on every
      *     order: the tax flag and amount go on the order record and
      *     the invoice, and a charge goes on the account (and against
      *     the credit limit) at the invoice total
      *   07-21-2026 NH - an order can name a customer off
      *     SHOE-CUSTOMER-MASTER.IDX and carries its tender and an
      *     invoice number; a charge (tender A) is refused over the
      *     credit limit, otherwise it goes on SHOE-RECEIVABLES.TXT as
      *     an open item and on the customer's statement activity
      *   07-07-2026 NH - each sale posted writes a type-S line
      *     (reference SALE) to STOCK-JOURNAL.TXT
      *   10-07-2025 NH - order posting claims the
      *     INDEXED-INVENTORY resource through the shop-wide
      *     RESOURCE_LOCK around its keyed rewrite, like the
           SELECT OPTIONAL SELLING-PRICES-FILE
           ASSIGN TO '..\SELLING-PRICES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMOTIONS-FILE
           ASSIGN TO '..\PROMOTIONS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INVOICE-PRINT-FILE
           ASSIGN TO '..\SHOE-INVOICES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BACKORDER-FILE
           ASSIGN TO '..\BACKORDERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STOCK-JOURNAL-FILE
           ASSIGN TO '..\STOCK-JOURNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT NEXT-INVOICE-FILE
           ASSIGN TO '..\NEXT-SHOE-INVOICE-NUMBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INDEXED-INVENT-FILE.
      *> Selling price stamped at entry; pre-pricing records are
      *> shorter and read in as spaces.
           05  ORD-PRICE           PIC 9(5)V99.
           05  FILLER              PIC X(1) VALUE SPACE.
      *> Customer (zero for a walk-in), tender (C cash, Q cheque,
      *> D debit, A charged to account) and invoice number; older
      *> records read these as spaces.
           05  ORD-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ORD-TENDER          PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ORD-INVOICE-NUMBER  PIC 9(7).
           05  FILLER              PIC X(1) VALUE SPACE.
      *> Taxable (T) or exempt (E) and the sales tax charged on the
      *> pair; orders from before tax read these as spaces.
           05  ORD-TAX-FLAG        PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ORD-TAX-AMOUNT      PIC 9(5)V99.
           05  FILLER              PIC X(1) VALUE SPACE.
      *> The promotion the pair sold under and the regular price it
      *> would otherwise have fetched; spaces when sold at regular.
           05  ORD-EVENT-CODE      PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ORD-REGULAR-PRICE   PIC 9(5)V99.

      *> Effective-dated selling price per item -- the
      *> PAY-RATES.TXT shape (eff-to of zero means still open).
           05  FILLER              PIC X(1).
           05  SPR-EFF-TO          PIC 9(8).

      *> A promotional event over one item (scope I) or everything
      *> from one vendor (scope V), either a percentage off the
      *> regular price (method P, 0002500 is 25.00%) or a fixed
      *> sale price (method F).
       FD  PROMOTIONS-FILE.
       01  PROMOTION-RECORD.
           05  PRM-EVENT-CODE      PIC X(8).
           05  FILLER              PIC X(1).
           05  PRM-EFF-FROM        PIC 9(8).
           05  FILLER              PIC X(1).
           05  PRM-EFF-TO          PIC 9(8).
           05  FILLER              PIC X(1).
           05  PRM-SCOPE           PIC X(1).
           05  FILLER              PIC X(1).
           05  PRM-COVERS          PIC X(9).
           05  FILLER              PIC X(1).
           05  PRM-METHOD          PIC X(1).
           05  FILLER              PIC X(1).
           05  PRM-VALUE           PIC 9(5)V99.

       FD  INVOICE-PRINT-FILE.
       01  INVOICE-LINE-OUT        PIC X(80).

      *> One waiting sale per line, oldest first by arrival order;
      *> the fill run consumes from the top.  The customer and
      *> tender go with it so a charge is still a charge when the
      *> pair is filled; older lines read these as spaces.
       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           05  BKO-INVENTORY-ID    PIC X(9).
           05  BKO-OPERATOR        PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  BKO-PRICE           PIC 9(5)V99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  BKO-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  BKO-TENDER          PIC X(1).

       FD  STOCK-JOURNAL-FILE.
       01  STOCK-JOURNAL-LINE.
           05  SJ-DATE             PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SJ-TYPE             PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SJ-INVENTORY-ID     PIC X(9).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SJ-QUANTITY         PIC 9(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SJ-BEFORE           PIC 9(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SJ-AFTER            PIC 9(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SJ-REFERENCE        PIC X(10).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  SCU-CUSTOMER-NUMBER PIC 9(5).
           05  SCU-NAME            PIC X(30).
           05  SCU-ADDRESS         PIC X(40).
           05  SCU-CONTACT         PIC X(25).
           05  SCU-CREDIT-LIMIT    PIC 9(7)V99.

      *> One open item per line, the CLIENT-BALANCES.TXT shape: the
      *> invoice, its original amount and what is still owing (a
      *> negative item with invoice zero is an unapplied payment).
       FD  SHOE-RECEIVABLES-FILE.
       01  SHOE-RECEIVABLE-RECORD.
           05  SAR-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SAR-INVOICE-NUMBER  PIC 9(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SAR-INVOICE-DATE    PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SAR-AMOUNT          PIC 9(7)V99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SAR-BALANCE         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.

      *> Every charge (INV) and payment (PAY) on an account, signed,
      *> for the monthly statement.
       FD  CUSTOMER-ACTIVITY-FILE.
       01  CUSTOMER-ACTIVITY-RECORD.
           05  SCA-DATE            PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCA-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCA-TYPE            PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCA-REFERENCE       PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCA-AMOUNT          PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCA-OPERATOR        PIC X(20).

       FD  NEXT-INVOICE-FILE.
       01  NEXT-INVOICE-RECORD.
           05  NI-NEXT-NUMBER      PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-DECLARATION.
       01 WS-PRICE-SUB PIC 9(3).
       01 WS-PRICE-FOUND-FLG PIC X(1).
       01 WS-SELLING-PRICE PIC 9(5)V99.
       01 WS-PROMO-TABLE.
           05 WS-PM-ENTRY OCCURS 500 TIMES.
               10 WS-PM-EVENT     PIC X(8).
               10 WS-PM-FROM      PIC 9(8).
               10 WS-PM-TO        PIC 9(8).
               10 WS-PM-SCOPE     PIC X(1).
               10 WS-PM-COVERS    PIC X(9).
               10 WS-PM-METHOD    PIC X(1).
               10 WS-PM-VALUE     PIC 9(5)V99.
       01 WS-PROMO-COUNT PIC 9(3) VALUE 0.
       01 WS-PROMO-EOF PIC X(1) VALUE 'N'.
       01 WS-PROMO-SUB PIC 9(3).
       01 WS-PROMO-PRICE PIC 9(5)V99.
       01 WS-REGULAR-PRICE PIC 9(5)V99.
       01 WS-EVENT-CODE PIC X(8) VALUE SPACES.
       01 WS-CUS-STATUS PIC X(2).
       01 WS-NI-STATUS PIC X(2).
       01 WS-CUSTOMER-EDIT PIC X(5).
       01 WS-CUSTOMER-EDIT-9 REDEFINES WS-CUSTOMER-EDIT PIC 9(5).
       01 WS-CUSTOMER-NUMBER PIC 9(5) VALUE 0.
       01 WS-CUSTOMER-NAME PIC X(30).
       01 WS-CREDIT-LIMIT PIC 9(7)V99.
       01 WS-CUSTOMER-OK-FLG PIC X(1).
       01 WS-TENDER PIC X(1) VALUE 'C'.
       01 WS-TENDER-OK-FLG PIC X(1).
       01 WS-CREDIT-OK-FLG PIC X(1).
       01 WS-ACCOUNT-BALANCE PIC S9(9)V99.
       01 WS-OWING-EDIT PIC Z,ZZZ,ZZ9.99-.
       01 WS-LIMIT-EDIT PIC Z,ZZZ,ZZ9.99.
       01 WS-AR-EOF PIC X(1).
       01 WS-INVOICE-NUMBER PIC 9(7) VALUE 0.
       01 WS-SALES-TAX-AREA.
           05 WS-TAX-ACTION       PIC X(1).
           05 WS-TAX-INVENTORY-ID PIC X(9).
           05 WS-TAX-DATE         PIC 9(8).
           05 WS-TAX-POST-DATE    PIC 9(8).
           05 WS-TAX-INVOICE      PIC 9(7).
           05 WS-TAX-PRICE        PIC 9(5)V99.
           05 WS-TAX-FLAG         PIC X(1).
           05 WS-TAX-AMOUNT       PIC 9(5)V99.
           05 WS-TAX-RESULT       PIC X(1).
       01 WS-INVOICE-TOTAL PIC 9(7)V99.
       01 WS-INVOICE-HEAD.
           05 FILLER PIC X(8) VALUE "INVOICE ".
           05 WS-IH-NUMBER PIC 9(7).
           05 FILLER PIC X(9) VALUE " -- DATE ".
           05 WS-IH-DATE PIC 9(8).
       01 WS-INVOICE-ACCOUNT.
           05 WS-IA-CAPTION PIC X(19).
           05 WS-IA-NUMBER PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IA-NAME PIC X(30).
       01 WS-INVOICE-DETAIL.
           05 WS-ID-STYLE PIC X(5).
           05 FILLER PIC X(6) VALUE " SIZE ".
           05 WS-ID-SIZE PIC 9(2).
           05 FILLER PIC X(9) VALUE "  1 PR $ ".
           05 WS-ID-PRICE PIC ZZ,ZZ9.99.
       01 WS-INVOICE-PROMO.
           05 FILLER PIC X(22) VALUE "  REGULAR PRICE     $ ".
           05 WS-IP-REGULAR PIC ZZ,ZZ9.99.
           05 FILLER PIC X(12) VALUE "  SALE EVENT".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IP-EVENT PIC X(8).
       01 WS-INVOICE-TAX.
           05 WS-IT-CAPTION PIC X(22).
           05 WS-IT-AMOUNT PIC ZZ,ZZ9.99.
       01 WS-INVOICE-TOTAL-LINE.
           05 FILLER PIC X(19) VALUE "TOTAL            $ ".
           05 WS-IL-TOTAL PIC Z,ZZZ,ZZ9.99.
       SCREEN SECTION.
       01  SCREEN-DECLARATION.
      *>      05 BLANK SCREEN.
               STOP RUN
           END-IF.
           PERFORM 050-LOAD-SELLING-PRICES.
           PERFORM 055-LOAD-PROMOTIONS.
           PERFORM 100-GET-SHOE-ENTRY UNTIL WS-CONFIRM-FLG = 'Y'.
           PERFORM 150-GET-CUSTOMER-AND-TENDER.
           PERFORM 200-POST-SHOE-ORDER.
           DISPLAY SCREEN-DISPLAY.
           ACCEPT SCREEN-HOLD.
                       MOVE SPR-EFF-TO TO WS-PR-TO(WS-PRICE-COUNT)
               END-READ.

           055-LOAD-PROMOTIONS.
               OPEN INPUT PROMOTIONS-FILE.
               PERFORM 065-READ-ONE-PROMOTION
                   UNTIL WS-PROMO-EOF = 'Y'
                       OR WS-PROMO-COUNT = 500.
               CLOSE PROMOTIONS-FILE.

           065-READ-ONE-PROMOTION.
               READ PROMOTIONS-FILE
                   AT END MOVE 'Y' TO WS-PROMO-EOF
                   NOT AT END
                       ADD 1 TO WS-PROMO-COUNT
                       MOVE PRM-EVENT-CODE
                           TO WS-PM-EVENT(WS-PROMO-COUNT)
                       MOVE PRM-EFF-FROM TO WS-PM-FROM(WS-PROMO-COUNT)
                       MOVE PRM-EFF-TO TO WS-PM-TO(WS-PROMO-COUNT)
                       MOVE PRM-SCOPE TO WS-PM-SCOPE(WS-PROMO-COUNT)
                       MOVE PRM-COVERS
                           TO WS-PM-COVERS(WS-PROMO-COUNT)
                       MOVE PRM-METHOD
                           TO WS-PM-METHOD(WS-PROMO-COUNT)
                       MOVE PRM-VALUE TO WS-PM-VALUE(WS-PROMO-COUNT)
               END-READ.

      *> Date-aware price lookup, the PAY-RATES shape: the row
      *> must match the item and bracket the order date.
           070-FIND-EFFECTIVE-PRICE.
                   MOVE 'Y' TO WS-PRICE-FOUND-FLG
               END-IF.

      *> Every promotion running on the order date that covers the
      *> item or its vendor is tried against the regular price; the
      *> lowest price wins, and only if it beats the regular one.
           085-APPLY-BEST-PROMOTION.
               MOVE WS-SELLING-PRICE TO WS-REGULAR-PRICE.
               MOVE SPACES TO WS-EVENT-CODE.
               PERFORM 086-TEST-ONE-PROMOTION
                   VARYING WS-PROMO-SUB FROM 1 BY 1
                   UNTIL WS-PROMO-SUB > WS-PROMO-COUNT.

           086-TEST-ONE-PROMOTION.
               IF WS-ORDER-DATE >= WS-PM-FROM(WS-PROMO-SUB)
                   AND WS-ORDER-DATE <= WS-PM-TO(WS-PROMO-SUB)
                   AND ((WS-PM-SCOPE(WS-PROMO-SUB) = 'I'
                       AND WS-PM-COVERS(WS-PROMO-SUB) = WS-LOOKUP-ID)
                   OR (WS-PM-SCOPE(WS-PROMO-SUB) = 'V'
                       AND WS-PM-COVERS(WS-PROMO-SUB)(1:5)
                           = VENDOR-CODE))
                   MOVE WS-REGULAR-PRICE TO WS-PROMO-PRICE
                   EVALUATE TRUE
                       WHEN WS-PM-METHOD(WS-PROMO-SUB) = 'P'
                           AND WS-PM-VALUE(WS-PROMO-SUB) < 100
                           COMPUTE WS-PROMO-PRICE ROUNDED =
                               WS-REGULAR-PRICE - WS-REGULAR-PRICE
                               * WS-PM-VALUE(WS-PROMO-SUB) / 100
                       WHEN WS-PM-METHOD(WS-PROMO-SUB) = 'F'
                           MOVE WS-PM-VALUE(WS-PROMO-SUB)
                               TO WS-PROMO-PRICE
                   END-EVALUATE
                   IF WS-PROMO-PRICE < WS-SELLING-PRICE
                       MOVE WS-PROMO-PRICE TO WS-SELLING-PRICE
                       MOVE WS-PM-EVENT(WS-PROMO-SUB) TO WS-EVENT-CODE
                   END-IF
               END-IF.

      *> Tax is worked out before the credit check (C) and again
      *> when the sale posts (S), which writes its detail lines
      *> under the invoice number; the invoice total is what the
      *> customer pays or is charged.
           090-CALCULATE-SALES-TAX.
               MOVE WS-LOOKUP-ID TO WS-TAX-INVENTORY-ID.
               MOVE WS-ORDER-DATE TO WS-TAX-DATE.
               MOVE WS-ORDER-DATE TO WS-TAX-POST-DATE.
               MOVE WS-INVOICE-NUMBER TO WS-TAX-INVOICE.
               MOVE WS-SELLING-PRICE TO WS-TAX-PRICE.
               CALL 'SALES_TAX_CALC' USING WS-SALES-TAX-AREA.
               IF WS-TAX-RESULT NOT = '0' AND WS-TAX-ACTION = 'C'
                   DISPLAY "NO SALES TAX RATE EFFECTIVE FOR "
                       WS-ORDER-DATE " -- PAIR TAXED AT ZERO"
                   MOVE 4 TO RETURN-CODE
               END-IF.
               COMPUTE WS-INVOICE-TOTAL =
                   WS-SELLING-PRICE + WS-TAX-AMOUNT.

           100-GET-SHOE-ENTRY.
               MOVE 'N' TO WS-VALID-SIZE-FLG.
               PERFORM 110-PROMPT-FOR-ENTRY
                   MOVE 'N' TO WS-CONFIRM-FLG
               END-IF.

      *> The customer is optional -- a walk-in sale names none --
      *> but charging to an account needs one on the master.
           150-GET-CUSTOMER-AND-TENDER.
               MOVE 'N' TO WS-CUSTOMER-OK-FLG.
               PERFORM 160-ACCEPT-CUSTOMER
                   UNTIL WS-CUSTOMER-OK-FLG = 'Y'.
               MOVE 'N' TO WS-TENDER-OK-FLG.
               PERFORM 170-ACCEPT-TENDER
                   UNTIL WS-TENDER-OK-FLG = 'Y'.

           160-ACCEPT-CUSTOMER.
               DISPLAY "Customer number (blank for a walk-in "
                   "sale): "
               MOVE SPACES TO WS-CUSTOMER-EDIT.
               ACCEPT WS-CUSTOMER-EDIT.
               IF WS-CUSTOMER-EDIT = SPACES
                   MOVE 0 TO WS-CUSTOMER-NUMBER
                   MOVE 'Y' TO WS-CUSTOMER-OK-FLG
               ELSE
               IF WS-CUSTOMER-EDIT IS NOT NUMERIC
                   DISPLAY "Customer number must be 5 digits, try "
                       "again."
               ELSE
                   OPEN INPUT CUSTOMER-MASTER-FILE
                   MOVE WS-CUSTOMER-EDIT-9 TO SCU-CUSTOMER-NUMBER
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           DISPLAY "No customer on file for that "
                               "number, try again."
                       NOT INVALID KEY
                           MOVE SCU-CUSTOMER-NUMBER
                               TO WS-CUSTOMER-NUMBER
                           MOVE SCU-NAME TO WS-CUSTOMER-NAME
                           MOVE SCU-CREDIT-LIMIT TO WS-CREDIT-LIMIT
                           DISPLAY "Customer: " SCU-NAME
                           MOVE 'Y' TO WS-CUSTOMER-OK-FLG
                   END-READ
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
               END-IF.

      *> The cashier-drawer tender codes, plus A for a charge.
           170-ACCEPT-TENDER.
               DISPLAY "Tender (C cash / Q cheque / D debit / "
                   "A charge to account): "
               ACCEPT WS-TENDER.
               EVALUATE WS-TENDER
                   WHEN 'C' WHEN 'c'
                       MOVE 'C' TO WS-TENDER
                       MOVE 'Y' TO WS-TENDER-OK-FLG
                   WHEN 'Q' WHEN 'q'
                       MOVE 'Q' TO WS-TENDER
                       MOVE 'Y' TO WS-TENDER-OK-FLG
                   WHEN 'D' WHEN 'd'
                       MOVE 'D' TO WS-TENDER
                       MOVE 'Y' TO WS-TENDER-OK-FLG
                   WHEN 'A' WHEN 'a'
                       IF WS-CUSTOMER-NUMBER = 0
                           DISPLAY "A charge needs a customer "
                               "number -- choose another tender."
                       ELSE
                           MOVE 'A' TO WS-TENDER
                           MOVE 'Y' TO WS-TENDER-OK-FLG
                       END-IF
                   WHEN OTHER
                       DISPLAY "Tender must be C, Q, D or A, try "
                           "again."
               END-EVALUATE.

      *> The confirmed entry is only real once it is on the order
      *> file AND off the shelf: the style/size pair is the leading
      *> part of the inventory key, the order is refused when nothing
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TENDER = 'A'
               PERFORM 205-CLAIM-RECEIVABLES
           END-IF.
           OPEN I-O INDEXED-INVENT-FILE.
           MOVE WS-LOOKUP-ID TO INVENTORY-ID.
           READ INDEXED-INVENT-FILE
           END-READ.
           CLOSE INDEXED-INVENT-FILE.
           MOVE 'R' TO WS-RLK-ACTION.
           MOVE "INDEXED-INVENTORY" TO WS-RLK-RESOURCE.
           CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.
           IF WS-TENDER = 'A'
               MOVE "SHOE-RECEIVABLES" TO WS-RLK-RESOURCE
               CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA
           END-IF.

      *> A charge reads and adds to the receivables, which the cash
      *> receipts rewrite -- both claim them first.
       205-CLAIM-RECEIVABLES.
           MOVE "SHOE-RECEIVABLES" TO WS-RLK-RESOURCE.
           CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.
           IF WS-RLK-RESULT NOT = '0'
               DISPLAY "CUSTOMER ACCOUNTS ARE IN USE -- ORDER NOT "
                   "POSTED"
               MOVE 'R' TO WS-RLK-ACTION
               MOVE "INDEXED-INVENTORY" TO WS-RLK-RESOURCE
               CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> An order must be priceable before it touches stock: no
      *> effective price, no sale -- the register cannot total
       210-DECREMENT-AND-RECORD.
           ACCEPT WS-ORDER-DATE FROM DATE YYYYMMDD.
           PERFORM 070-FIND-EFFECTIVE-PRICE.
           IF WS-PRICE-FOUND-FLG = 'Y'
               PERFORM 085-APPLY-BEST-PROMOTION
               MOVE 'C' TO WS-TAX-ACTION
               PERFORM 090-CALCULATE-SALES-TAX
           END-IF.
           MOVE 'Y' TO WS-CREDIT-OK-FLG.
           IF WS-PRICE-FOUND-FLG = 'Y' AND WS-TENDER = 'A'
               PERFORM 250-CHECK-CREDIT-LIMIT
           END-IF.
           IF WS-PRICE-FOUND-FLG NOT = 'Y'
               DISPLAY "NO EFFECTIVE SELLING PRICE FOR "
                   WS-LOOKUP-ID " -- ORDER REFUSED"
           ELSE
           IF WS-CREDIT-OK-FLG NOT = 'Y'
               DISPLAY "CHARGE REFUSED -- ACCOUNT "
                   WS-CUSTOMER-NUMBER " WOULD GO OVER ITS CREDIT "
                   "LIMIT"
           ELSE
           IF QUANTITY-ON-HAND = 0
               DISPLAY "NOTHING ON HAND FOR STYLE/SIZE "
                   WS-LOOKUP-ID " -- ORDER REJECTED"
                       DISPLAY "REWRITE REJECTED, FILE STATUS: "
                           WS-INV-STATUS
                   NOT INVALID KEY
                       PERFORM 215-APPEND-STOCK-JOURNAL
                       PERFORM 220-WRITE-ORDER-RECORD
               END-REWRITE
           END-IF
           END-IF
           END-IF.

      *> The sale goes on the stock journal like every other
      *> movement, so the journal's demand history is complete.
       215-APPEND-STOCK-JOURNAL.
           OPEN EXTEND STOCK-JOURNAL-FILE.
           MOVE SPACES TO STOCK-JOURNAL-LINE.
           MOVE WS-ORDER-DATE TO SJ-DATE.
           MOVE 'S' TO SJ-TYPE.
           MOVE WS-LOOKUP-ID TO SJ-INVENTORY-ID.
           MOVE 1 TO SJ-QUANTITY.
           COMPUTE SJ-BEFORE = QUANTITY-ON-HAND + 1.
           MOVE QUANTITY-ON-HAND TO SJ-AFTER.
           MOVE "SALE" TO SJ-REFERENCE.
           WRITE STOCK-JOURNAL-LINE.
           CLOSE STOCK-JOURNAL-FILE.

       220-WRITE-ORDER-RECORD.
           PERFORM 225-ISSUE-INVOICE-NUMBER.
           MOVE 'S' TO WS-TAX-ACTION.
           PERFORM 090-CALCULATE-SALES-TAX.
           OPEN EXTEND SHOE-ORDER-FILE.
           MOVE SPACES TO SHOE-ORDER-RECORD.
           MOVE WS-SHOE-STYLE TO ORD-SHOE-STYLE.
           MOVE WS-ORDER-DATE TO ORD-DATE.
           MOVE WS-OPERATOR TO ORD-OPERATOR.
           MOVE WS-SELLING-PRICE TO ORD-PRICE.
           MOVE WS-CUSTOMER-NUMBER TO ORD-CUSTOMER-NUMBER.
           MOVE WS-TENDER TO ORD-TENDER.
           MOVE WS-INVOICE-NUMBER TO ORD-INVOICE-NUMBER.
           MOVE WS-TAX-FLAG TO ORD-TAX-FLAG.
           MOVE WS-TAX-AMOUNT TO ORD-TAX-AMOUNT.
           MOVE WS-EVENT-CODE TO ORD-EVENT-CODE.
           MOVE WS-REGULAR-PRICE TO ORD-REGULAR-PRICE.
           WRITE SHOE-ORDER-RECORD.
           CLOSE SHOE-ORDER-FILE.
           IF WS-TENDER = 'A'
               PERFORM 260-CHARGE-TO-ACCOUNT
           END-IF.
           PERFORM 230-PRINT-INVOICE.
           DISPLAY "ORDER RECORDED AT " WS-SELLING-PRICE
               " PLUS TAX " WS-TAX-AMOUNT
               ", REMAINING ON HAND: " QUANTITY-ON-HAND.

      *> Invoice numbers are issued, not guessed -- same register
      *> shape as the PO-number issuance.
       225-ISSUE-INVOICE-NUMBER.
           OPEN INPUT NEXT-INVOICE-FILE.
           IF WS-NI-STATUS NOT = "00"
               MOVE 8000001 TO NI-NEXT-NUMBER
           ELSE
               READ NEXT-INVOICE-FILE
                   AT END MOVE 8000001 TO NI-NEXT-NUMBER
               END-READ
               CLOSE NEXT-INVOICE-FILE
           END-IF.
           MOVE NI-NEXT-NUMBER TO WS-INVOICE-NUMBER.
           ADD 1 TO NI-NEXT-NUMBER.
           OPEN OUTPUT NEXT-INVOICE-FILE.
           WRITE NEXT-INVOICE-RECORD.
           CLOSE NEXT-INVOICE-FILE.

       230-PRINT-INVOICE.
           OPEN EXTEND INVOICE-PRINT-FILE.
           MOVE WS-INVOICE-NUMBER TO WS-IH-NUMBER.
           MOVE WS-ORDER-DATE TO WS-IH-DATE.
           WRITE INVOICE-LINE-OUT FROM WS-INVOICE-HEAD.
           IF WS-CUSTOMER-NUMBER NOT = 0
               IF WS-TENDER = 'A'
                   MOVE "CHARGED TO ACCOUNT " TO WS-IA-CAPTION
               ELSE
                   MOVE "CUSTOMER" TO WS-IA-CAPTION
               END-IF
               MOVE WS-CUSTOMER-NUMBER TO WS-IA-NUMBER
               MOVE WS-CUSTOMER-NAME TO WS-IA-NAME
               WRITE INVOICE-LINE-OUT FROM WS-INVOICE-ACCOUNT
           END-IF.
           MOVE WS-SHOE-STYLE TO WS-ID-STYLE.
           MOVE WS-SHOE-SIZE TO WS-ID-SIZE.
           MOVE WS-SELLING-PRICE TO WS-ID-PRICE.
           WRITE INVOICE-LINE-OUT FROM WS-INVOICE-DETAIL.
           IF WS-EVENT-CODE NOT = SPACES
               MOVE WS-REGULAR-PRICE TO WS-IP-REGULAR
               MOVE WS-EVENT-CODE TO WS-IP-EVENT
               WRITE INVOICE-LINE-OUT FROM WS-INVOICE-PROMO
           END-IF.
           IF WS-TAX-FLAG = 'E'
               MOVE "SALES TAX (EXEMPT)  $ " TO WS-IT-CAPTION
           ELSE
               MOVE "SALES TAX           $ " TO WS-IT-CAPTION
           END-IF.
           MOVE WS-TAX-AMOUNT TO WS-IT-AMOUNT.
           WRITE INVOICE-LINE-OUT FROM WS-INVOICE-TAX.
           MOVE WS-INVOICE-TOTAL TO WS-IL-TOTAL.
           WRITE INVOICE-LINE-OUT FROM WS-INVOICE-TOTAL-LINE.
           MOVE ALL "-" TO INVOICE-LINE-OUT.
           WRITE INVOICE-LINE-OUT.
           CLOSE INVOICE-PRINT-FILE.
               MOVE WS-ORDER-DATE TO BKO-DATE
               MOVE WS-OPERATOR TO BKO-OPERATOR
               MOVE WS-SELLING-PRICE TO BKO-PRICE
               MOVE WS-CUSTOMER-NUMBER TO BKO-CUSTOMER-NUMBER
               MOVE WS-TENDER TO BKO-TENDER
               WRITE BACKORDER-RECORD
               CLOSE BACKORDER-FILE
               DISPLAY "BACKORDER CAPTURED FOR " WS-LOOKUP-ID
           END-IF.

      *> What the account already owes, open items net of any
      *> unapplied payment, plus this pair must stay inside the
      *> limit.
       250-CHECK-CREDIT-LIMIT.
           MOVE 0 TO WS-ACCOUNT-BALANCE.
           MOVE 'N' TO WS-AR-EOF.
           OPEN INPUT SHOE-RECEIVABLES-FILE.
           PERFORM 255-ADD-ONE-OPEN-ITEM UNTIL WS-AR-EOF = 'Y'.
           CLOSE SHOE-RECEIVABLES-FILE.
           IF WS-ACCOUNT-BALANCE + WS-INVOICE-TOTAL > WS-CREDIT-LIMIT
               MOVE 'N' TO WS-CREDIT-OK-FLG
               MOVE WS-ACCOUNT-BALANCE TO WS-OWING-EDIT
               MOVE WS-CREDIT-LIMIT TO WS-LIMIT-EDIT
               DISPLAY "ACCOUNT OWES " WS-OWING-EDIT "  LIMIT "
                   WS-LIMIT-EDIT
           END-IF.

       255-ADD-ONE-OPEN-ITEM.
           READ SHOE-RECEIVABLES-FILE
               AT END MOVE 'Y' TO WS-AR-EOF
               NOT AT END
                   IF SAR-CUSTOMER-NUMBER = WS-CUSTOMER-NUMBER
                       ADD SAR-BALANCE TO WS-ACCOUNT-BALANCE
                   END-IF
           END-READ.

      *> The charged invoice becomes an open item on the account and
      *> a line of statement activity.
       260-CHARGE-TO-ACCOUNT.
           OPEN EXTEND SHOE-RECEIVABLES-FILE.
           MOVE SPACES TO SHOE-RECEIVABLE-RECORD.
           MOVE WS-CUSTOMER-NUMBER TO SAR-CUSTOMER-NUMBER.
           MOVE WS-INVOICE-NUMBER TO SAR-INVOICE-NUMBER.
           MOVE WS-ORDER-DATE TO SAR-INVOICE-DATE.
           MOVE WS-INVOICE-TOTAL TO SAR-AMOUNT.
           MOVE WS-INVOICE-TOTAL TO SAR-BALANCE.
           WRITE SHOE-RECEIVABLE-RECORD.
           CLOSE SHOE-RECEIVABLES-FILE.
           OPEN EXTEND CUSTOMER-ACTIVITY-FILE.
           MOVE SPACES TO CUSTOMER-ACTIVITY-RECORD.
           MOVE WS-ORDER-DATE TO SCA-DATE.
           MOVE WS-CUSTOMER-NUMBER TO SCA-CUSTOMER-NUMBER.
           MOVE "INV" TO SCA-TYPE.
           MOVE WS-INVOICE-NUMBER TO SCA-REFERENCE.
           MOVE WS-INVOICE-TOTAL TO SCA-AMOUNT.
           MOVE WS-OPERATOR TO SCA-OPERATOR.
           WRITE CUSTOMER-ACTIVITY-RECORD.
           CLOSE CUSTOMER-ACTIVITY-FILE.

       END PROGRAM LAB_10_PROGRAM.
