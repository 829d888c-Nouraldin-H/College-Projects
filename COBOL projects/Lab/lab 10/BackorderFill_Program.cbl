      * the shelf still cannot cover stays on the file and the
      * fill report says what was filled and what still waits.
      * Modification history:
      *   10-06-2026 NH - the inventory lock is released by name at the
      *     end of the fill run
      *   10-06-2026 NH - a backorder captured on a charge (tender A) is
      *     charged to its customer when filled: the credit limit is
      *     checked again at fill time (an order over it stays on the
      *     file), and the filled pair gets an invoice number, an open
      *     item on SHOE-RECEIVABLES.TXT and an INV line of statement
      *     activity, under the SHOE-RECEIVABLES resource lock
      *   07-28-2026 NH - a filled backorder is taxed at today's rates
      *     through SALES_TAX_CALC and the order record carries the
      *     walk-in cash tender, the tax flag and the tax
      *   07-07-2026 NH - each filled backorder writes a type-S sale
      *     line (reference BACKORDER) to STOCK-JOURNAL.TXT
      *   10-07-2025 NH - the run claims the INDEXED-INVENTORY
      *     resource through the shop-wide RESOURCE_LOCK around
      *     its keyed rewrites, like the movement posting does
           SELECT OPTIONAL SHOE-ORDER-FILE
           ASSIGN TO '..\SHOE-ORDERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STOCK-JOURNAL-FILE
           ASSIGN TO '..\STOCK-JOURNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILL-REPORT-OUT
           ASSIGN TO '..\BACKORDER-FILL-REPORT.TXT'
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
           05  BKO-OPERATOR        PIC X(20).
           05  FILLER              PIC X(1).
           05  BKO-PRICE           PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  BKO-CUSTOMER-NUMBER PIC X(5).
           05  BKO-CUSTOMER-9 REDEFINES BKO-CUSTOMER-NUMBER
                                   PIC 9(5).
           05  FILLER              PIC X(1).
           05  BKO-TENDER          PIC X(1).

       FD  SHOE-ORDER-FILE.
       01  SHOE-ORDER-RECORD.
           05  ORD-OPERATOR        PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ORD-PRICE           PIC 9(5)V99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ORD-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ORD-TENDER          PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ORD-INVOICE-NUMBER  PIC 9(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ORD-TAX-FLAG        PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ORD-TAX-AMOUNT      PIC 9(5)V99.

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

       FD  FILL-REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).

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
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SAR-INVOICE-NUMBER  PIC 9(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SAR-INVOICE-DATE    PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SAR-AMOUNT          PIC 9(7)V99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SAR-BALANCE         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.

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
       01  WS-KEY PIC X(2).
       01  WS-BKO-EOF PIC X(1) VALUE 'N'.
           05 WS-RLK-OPERATOR     PIC X(20).
           05 WS-RLK-RESULT       PIC X(1).
       01  WS-BACKORDER-TABLE.
           05  WS-BK-ENTRY OCCURS 1000 TIMES PIC X(55).
       01  WS-BK-COUNT PIC 9(4) VALUE 0.
       01  WS-BK-KEEP-TABLE.
           05  WS-BK-KEEP OCCURS 1000 TIMES PIC X(1).
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
       01  WS-SUB PIC 9(4).
       01  WS-FILLED-COUNT PIC 9(4) VALUE 0.
       01  WS-WAITING-COUNT PIC 9(4) VALUE 0.
       01  WS-CHARGE-COUNT PIC 9(4) VALUE 0.
       01  WS-CUS-STATUS PIC X(2).
       01  WS-NI-STATUS PIC X(2).
       01  WS-CUSTOMER-NUMBER PIC 9(5).
       01  WS-TENDER PIC X(1).
       01  WS-CREDIT-LIMIT PIC 9(7)V99.
       01  WS-CREDIT-OK-FLG PIC X(1).
       01  WS-ACCOUNT-BALANCE PIC S9(9)V99.
       01  WS-AR-EOF PIC X(1).
       01  WS-INVOICE-NUMBER PIC 9(7).
       01  WS-INVOICE-TOTAL PIC 9(7)V99.

       01  WS-FILL-LINE.
           05  WS-F-TAG            PIC X(8).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CHARGE-COUNT > 0
               PERFORM 150-CLAIM-RECEIVABLES
           END-IF.
           OPEN I-O INDEXED-INVENT-FILE.
           OPEN OUTPUT FILL-REPORT-OUT.
           PERFORM 200-TRY-ONE-BACKORDER
               UNTIL WS-SUB > WS-BK-COUNT.
           CLOSE INDEXED-INVENT-FILE.
           MOVE 'R' TO WS-RLK-ACTION.
           MOVE "INDEXED-INVENTORY" TO WS-RLK-RESOURCE.
           CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.
           IF WS-CHARGE-COUNT > 0
               MOVE "SHOE-RECEIVABLES" TO WS-RLK-RESOURCE
               CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA
           END-IF.
           DISPLAY "BACKORDERS FILLED:  " WS-FILLED-COUNT.
           DISPLAY "BACKORDERS WAITING: " WS-WAITING-COUNT.
           CLOSE FILL-REPORT-OUT.
                       MOVE BACKORDER-RECORD
                           TO WS-BK-ENTRY(WS-BK-COUNT)
                       MOVE 'Y' TO WS-BK-KEEP(WS-BK-COUNT)
                       IF BKO-TENDER = 'A'
                           ADD 1 TO WS-CHARGE-COUNT
                       END-IF
               END-READ.

      *> A charge reads and adds to the receivables, which the cash
      *> receipts rewrite -- both claim them first, as order entry
      *> does.
           150-CLAIM-RECEIVABLES.
               MOVE 'A' TO WS-RLK-ACTION.
               MOVE "SHOE-RECEIVABLES" TO WS-RLK-RESOURCE.
               CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.
               IF WS-RLK-RESULT NOT = '0'
                   DISPLAY "CUSTOMER ACCOUNTS ARE IN USE -- FILL RUN "
                       "NOT STARTED"
                   MOVE 'R' TO WS-RLK-ACTION
                   MOVE "INDEXED-INVENTORY" TO WS-RLK-RESOURCE
                   CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> File order is capture order, so walking the table from
      *> the top is oldest-first allocation.
           200-TRY-ONE-BACKORDER.
               MOVE WS-BK-ENTRY(WS-SUB) TO BACKORDER-RECORD.
               PERFORM 202-TAKE-CUSTOMER-AND-TENDER.
               MOVE BKO-INVENTORY-ID TO INVENTORY-ID.
               READ INDEXED-INVENT-FILE
                   INVALID KEY
                       PERFORM 230-REPORT-STILL-WAITING
                   NOT INVALID KEY
                       IF QUANTITY-ON-HAND > 0
                           PERFORM 205-CHECK-THE-CHARGE
                           IF WS-CREDIT-OK-FLG = 'Y'
                               PERFORM 210-FILL-THIS-BACKORDER
                           ELSE
                               PERFORM 235-REPORT-OVER-LIMIT
                           END-IF
                       ELSE
                           PERFORM 230-REPORT-STILL-WAITING
                       END-IF
               END-READ.

      *> Lines captured before the customer and tender were carried
      *> are walk-in cash sales.
           202-TAKE-CUSTOMER-AND-TENDER.
               IF BKO-CUSTOMER-NUMBER IS NUMERIC
                   MOVE BKO-CUSTOMER-9 TO WS-CUSTOMER-NUMBER
               ELSE
                   MOVE 0 TO WS-CUSTOMER-NUMBER
               END-IF.
               IF BKO-TENDER = SPACE
                   MOVE 'C' TO WS-TENDER
               ELSE
                   MOVE BKO-TENDER TO WS-TENDER
               END-IF.

      *> The account may have taken other charges since the pair
      *> was captured, so a charge is held to the limit again at
      *> today's price and tax before any stock moves.
           205-CHECK-THE-CHARGE.
               MOVE 'Y' TO WS-CREDIT-OK-FLG.
               IF WS-TENDER = 'A'
                   MOVE 'C' TO WS-TAX-ACTION
                   MOVE BKO-INVENTORY-ID TO WS-TAX-INVENTORY-ID
                   MOVE WS-TODAY TO WS-TAX-DATE
                   MOVE WS-TODAY TO WS-TAX-POST-DATE
                   MOVE 0 TO WS-TAX-INVOICE
                   MOVE BKO-PRICE TO WS-TAX-PRICE
                   CALL 'SALES_TAX_CALC' USING WS-SALES-TAX-AREA
                   COMPUTE WS-INVOICE-TOTAL =
                       BKO-PRICE + WS-TAX-AMOUNT
                   PERFORM 250-CHECK-CREDIT-LIMIT
               END-IF.

           210-FILL-THIS-BACKORDER.
               SUBTRACT 1 FROM QUANTITY-ON-HAND.
               REWRITE INVENTORY-RECORD-OUT
                           WS-KEY " FOR: " BKO-INVENTORY-ID
                       PERFORM 230-REPORT-STILL-WAITING
                   NOT INVALID KEY
                       PERFORM 215-APPEND-STOCK-JOURNAL
                       PERFORM 220-WRITE-FILLED-ORDER
               END-REWRITE.

      *> A filled backorder is a sale: it goes on the stock
      *> journal the way order entry's sales do.
           215-APPEND-STOCK-JOURNAL.
               OPEN EXTEND STOCK-JOURNAL-FILE.
               MOVE SPACES TO STOCK-JOURNAL-LINE.
               MOVE WS-TODAY TO SJ-DATE.
               MOVE 'S' TO SJ-TYPE.
               MOVE BKO-INVENTORY-ID TO SJ-INVENTORY-ID.
               MOVE 1 TO SJ-QUANTITY.
               COMPUTE SJ-BEFORE = QUANTITY-ON-HAND + 1.
               MOVE QUANTITY-ON-HAND TO SJ-AFTER.
               MOVE "BACKORDER" TO SJ-REFERENCE.
               WRITE STOCK-JOURNAL-LINE.
               CLOSE STOCK-JOURNAL-FILE.

      *> The sale happens today, so it is taxed at today's rates.
      *> A cash fill has no invoice of its own; a charge is issued
      *> one, so the open item and the payment against it can find
      *> each other.
           220-WRITE-FILLED-ORDER.
               MOVE 0 TO WS-INVOICE-NUMBER.
               IF WS-TENDER = 'A'
                   PERFORM 225-ISSUE-INVOICE-NUMBER
               END-IF.
               MOVE 'S' TO WS-TAX-ACTION.
               MOVE BKO-INVENTORY-ID TO WS-TAX-INVENTORY-ID.
               MOVE WS-TODAY TO WS-TAX-DATE.
               MOVE WS-TODAY TO WS-TAX-POST-DATE.
               MOVE WS-INVOICE-NUMBER TO WS-TAX-INVOICE.
               MOVE BKO-PRICE TO WS-TAX-PRICE.
               CALL 'SALES_TAX_CALC' USING WS-SALES-TAX-AREA.
               COMPUTE WS-INVOICE-TOTAL = BKO-PRICE + WS-TAX-AMOUNT.
               OPEN EXTEND SHOE-ORDER-FILE.
               MOVE SPACES TO SHOE-ORDER-RECORD.
               MOVE BKO-INVENTORY-ID(1:5) TO ORD-SHOE-STYLE.
               MOVE WS-TODAY TO ORD-DATE.
               MOVE BKO-OPERATOR TO ORD-OPERATOR.
               MOVE BKO-PRICE TO ORD-PRICE.
               MOVE WS-CUSTOMER-NUMBER TO ORD-CUSTOMER-NUMBER.
               MOVE WS-TENDER TO ORD-TENDER.
               MOVE WS-INVOICE-NUMBER TO ORD-INVOICE-NUMBER.
               MOVE WS-TAX-FLAG TO ORD-TAX-FLAG.
               MOVE WS-TAX-AMOUNT TO ORD-TAX-AMOUNT.
               WRITE SHOE-ORDER-RECORD.
               CLOSE SHOE-ORDER-FILE.
               IF WS-TENDER = 'A'
                   PERFORM 260-CHARGE-TO-ACCOUNT
               END-IF.
               MOVE 'N' TO WS-BK-KEEP(WS-SUB).
               ADD 1 TO WS-FILLED-COUNT.
               MOVE "FILLED  " TO WS-F-TAG.
               DISPLAY WS-FILL-LINE.
               WRITE REPORT-LINE-OUT FROM WS-FILL-LINE.

      *> Same register as order entry's invoices.
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

           230-REPORT-STILL-WAITING.
               ADD 1 TO WS-WAITING-COUNT.
               MOVE "WAITING " TO WS-F-TAG.
               DISPLAY WS-FILL-LINE.
               WRITE REPORT-LINE-OUT FROM WS-FILL-LINE.

      *> A charge over the limit stays on the file for the next
      *> run, once the customer has paid down the account.
           235-REPORT-OVER-LIMIT.
               ADD 1 TO WS-WAITING-COUNT.
               MOVE "OVER LIM" TO WS-F-TAG.
               MOVE BKO-INVENTORY-ID TO WS-F-ID.
               MOVE BKO-DATE TO WS-F-DATE.
               DISPLAY WS-FILL-LINE.
               WRITE REPORT-LINE-OUT FROM WS-FILL-LINE.

      *> What the account already owes, open items net of any
      *> unapplied payment, plus this pair must stay inside the
      *> limit.  A customer no longer on the master is refused.
           250-CHECK-CREDIT-LIMIT.
               OPEN INPUT CUSTOMER-MASTER-FILE.
               MOVE WS-CUSTOMER-NUMBER TO SCU-CUSTOMER-NUMBER.
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE 0 TO WS-CREDIT-LIMIT
                       MOVE 'N' TO WS-CREDIT-OK-FLG
                       DISPLAY "NO CUSTOMER " WS-CUSTOMER-NUMBER
                           " ON FILE -- CHARGE NOT FILLED"
                   NOT INVALID KEY
                       MOVE SCU-CREDIT-LIMIT TO WS-CREDIT-LIMIT
               END-READ.
               CLOSE CUSTOMER-MASTER-FILE.
               MOVE 0 TO WS-ACCOUNT-BALANCE.
               MOVE 'N' TO WS-AR-EOF.
               OPEN INPUT SHOE-RECEIVABLES-FILE.
               PERFORM 255-ADD-ONE-OPEN-ITEM UNTIL WS-AR-EOF = 'Y'.
               CLOSE SHOE-RECEIVABLES-FILE.
               IF WS-ACCOUNT-BALANCE + WS-INVOICE-TOTAL
                   > WS-CREDIT-LIMIT
                   MOVE 'N' TO WS-CREDIT-OK-FLG
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
      *> a line of statement activity, as at order entry.
           260-CHARGE-TO-ACCOUNT.
               OPEN EXTEND SHOE-RECEIVABLES-FILE.
               MOVE SPACES TO SHOE-RECEIVABLE-RECORD.
               MOVE WS-CUSTOMER-NUMBER TO SAR-CUSTOMER-NUMBER.
               MOVE WS-INVOICE-NUMBER TO SAR-INVOICE-NUMBER.
               MOVE WS-TODAY TO SAR-INVOICE-DATE.
               MOVE WS-INVOICE-TOTAL TO SAR-AMOUNT.
               MOVE WS-INVOICE-TOTAL TO SAR-BALANCE.
               WRITE SHOE-RECEIVABLE-RECORD.
               CLOSE SHOE-RECEIVABLES-FILE.
               OPEN EXTEND CUSTOMER-ACTIVITY-FILE.
               MOVE SPACES TO CUSTOMER-ACTIVITY-RECORD.
               MOVE WS-TODAY TO SCA-DATE.
               MOVE WS-CUSTOMER-NUMBER TO SCA-CUSTOMER-NUMBER.
               MOVE "INV" TO SCA-TYPE.
               MOVE WS-INVOICE-NUMBER TO SCA-REFERENCE.
               MOVE WS-INVOICE-TOTAL TO SCA-AMOUNT.
               MOVE BKO-OPERATOR TO SCA-OPERATOR.
               WRITE CUSTOMER-ACTIVITY-RECORD.
               CLOSE CUSTOMER-ACTIVITY-FILE.

           500-REWRITE-BACKORDER-FILE.
               OPEN OUTPUT BACKORDER-FILE.
               PERFORM 510-WRITE-KEPT-BACKORDER
