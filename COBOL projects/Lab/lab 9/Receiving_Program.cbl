      * each vendor invoice line to the PO price and the received
      * quantity and holds mismatches on the exception report
      * instead of letting them be paid.
      * Modification history:
      *   10-06-2026 NH - match mode keeps every priced invoice line
      *     with its PO price and due date on INVOICE-PRICE-HISTORY.TXT
      *     for the vendor scorecard
      *   06-23-2026 NH - a receipt stamps its date on the PO line, so
      *     the line shows when it was last (and, once closed, fully)
      *     received
      *   06-16-2026 NH - match mode: invoice lines carry the vendor's
      *     invoice number and date, lines of one invoice are judged
      *     together, and an invoice with no held line goes to
      *     MATCHED-INVOICES.TXT as one line for the payables run to
      *     voucher
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT INVOICES-FILE-IN
           ASSIGN TO '..\VENDOR-INVOICES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MATCHED-INVOICES-FILE
           ASSIGN TO '..\MATCHED-INVOICES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATCH-EXCEPTIONS-OUT
           ASSIGN TO '..\PO-MATCH-EXCEPTIONS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INVOICE-PRICE-HISTORY-FILE
           ASSIGN TO '..\INVOICE-PRICE-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 POM-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 POM-ORDER-DATE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 POM-DUE-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 POM-RECEIVED-DATE   PIC 9(8).

       FD RECEIPTS-FILE-IN.
       01 RECEIPT-RECORD-IN.
           05 INV-UNIT-COST       PIC X(7).
           05 INV-UNIT-COST-9 REDEFINES INV-UNIT-COST
                                  PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 INV-NUMBER          PIC X(10).
           05 FILLER              PIC X(1).
           05 INV-DATE            PIC X(8).
           05 INV-DATE-9 REDEFINES INV-DATE PIC 9(8).

      *> One line per invoice whose every line matched, for the
      *> payables run to voucher.
       FD MATCHED-INVOICES-FILE.
       01 MATCHED-INVOICE-RECORD.
           05 MTI-VENDOR          PIC X(5).
           05 FILLER              PIC X(1).
           05 MTI-INVOICE         PIC X(10).
           05 FILLER              PIC X(1).
           05 MTI-INVOICE-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 MTI-PO-NUMBER       PIC X(7).
           05 FILLER              PIC X(1).
           05 MTI-AMOUNT          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 MTI-LINES           PIC 9(3).

       FD MATCH-EXCEPTIONS-OUT.
       01 EXCEPTION-LINE-OUT      PIC X(90).

      *> Every priced invoice line judged against a PO line, clean
      *> or held, with the PO line's price and due date, kept for
      *> the vendor scorecard.
       FD INVOICE-PRICE-HISTORY-FILE.
       01 INVOICE-PRICE-RECORD.
           05 IPH-VENDOR          PIC X(5).
           05 FILLER              PIC X(1).
           05 IPH-INVOICE         PIC X(10).
           05 FILLER              PIC X(1).
           05 IPH-INVOICE-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 IPH-PO-NUMBER       PIC X(7).
           05 FILLER              PIC X(1).
           05 IPH-INVENTORY-ID    PIC X(9).
           05 FILLER              PIC X(1).
           05 IPH-DUE-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 IPH-INV-COST        PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 IPH-PO-COST         PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 WS-PO-EOF PIC X(1).
       01 WS-RCP-EOF PIC X(1) VALUE 'N'.
       01 WS-MODE PIC X(1).

       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 2000 TIMES PIC X(74).
       01 WS-PO-COUNT PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(4).
       01 WS-HIT-SUB PIC 9(4).
       01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
       01 WS-MATCHED-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(5) VALUE 0.
       01 WS-INVOICES-HELD PIC 9(5) VALUE 0.

      *> The invoice being matched: its lines arrive together, and
      *> it is released to payables only if none of them is held.
       01 WS-CUR-VENDOR PIC X(5).
       01 WS-CUR-INVOICE PIC X(10).
       01 WS-CUR-INVOICE-DATE PIC 9(8).
       01 WS-CUR-PO-NUMBER PIC X(7).
       01 WS-CUR-AMOUNT PIC 9(7)V99.
       01 WS-CUR-LINES PIC 9(3) VALUE 0.
       01 WS-CUR-HELD-FLAG PIC X(1).

       01 WS-EXCEPTION-LINE.
           05 WS-E-TAG            PIC X(14).
               ELSE
                   MOVE WS-PO-ENTRY(WS-HIT-SUB) TO PO-MASTER-RECORD
                   ADD RCP-QUANTITY-9 TO POM-QTY-RECEIVED
                   MOVE RCP-DATE TO POM-RECEIVED-DATE
                   IF POM-QTY-RECEIVED >= POM-QTY-ORDERED
                       MOVE 'C' TO POM-STATUS
                       ADD 1 TO WS-CLOSED-COUNT
           500-MATCH-THE-INVOICES.
               OPEN INPUT INVOICES-FILE-IN.
               OPEN OUTPUT MATCH-EXCEPTIONS-OUT.
               OPEN EXTEND MATCHED-INVOICES-FILE.
               OPEN EXTEND INVOICE-PRICE-HISTORY-FILE.
               PERFORM 510-READ-ONE-INVOICE
                   UNTIL WS-INV-EOF = 'Y'.
               IF WS-CUR-LINES > 0
                   PERFORM 560-RELEASE-OR-HOLD-INVOICE
               END-IF.
               CLOSE INVOICES-FILE-IN.
               CLOSE MATCH-EXCEPTIONS-OUT.
               CLOSE MATCHED-INVOICES-FILE.
               CLOSE INVOICE-PRICE-HISTORY-FILE.
               DISPLAY "INVOICE LINES CLEAN: " WS-MATCHED-COUNT.
               DISPLAY "INVOICE LINES HELD:  " WS-HELD-COUNT.
               DISPLAY "INVOICES TO PAYABLES:" WS-RELEASED-COUNT.
               DISPLAY "INVOICES HELD:       " WS-INVOICES-HELD.
               IF WS-HELD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
           510-READ-ONE-INVOICE.
               READ INVOICES-FILE-IN
                   AT END MOVE 'Y' TO WS-INV-EOF
                   NOT AT END
                       IF WS-CUR-LINES > 0
                           AND (INV-VENDOR NOT = WS-CUR-VENDOR
                               OR INV-NUMBER NOT = WS-CUR-INVOICE)
                           PERFORM 560-RELEASE-OR-HOLD-INVOICE
                       END-IF
                       IF WS-CUR-LINES = 0
                           PERFORM 550-START-INVOICE
                       END-IF
                       ADD 1 TO WS-CUR-LINES
                       PERFORM 520-MATCH-ONE-INVOICE
               END-READ.

           520-MATCH-ONE-INVOICE.
               PERFORM 530-FIND-INVOICE-PO-LINE.
               IF WS-FOUND-FLAG = 'Y'
                   AND INV-UNIT-COST IS NUMERIC
                   PERFORM 545-WRITE-PRICE-HISTORY
               END-IF.
               EVALUATE TRUE
                   WHEN INV-NUMBER = SPACES
                       OR INV-DATE IS NOT NUMERIC
                       ADD 1 TO WS-HELD-COUNT
                       MOVE 'Y' TO WS-CUR-HELD-FLAG
                       MOVE "NO INV NO/DATE" TO WS-E-TAG
                       MOVE INV-PO-NUMBER TO WS-E-PO
                       MOVE INV-INVENTORY-ID TO WS-E-ID
                       MOVE 0 TO WS-E-INV-FIGURE
                       MOVE 0 TO WS-E-PO-FIGURE
                       PERFORM 540-WRITE-EXCEPTION-LINE
                   WHEN WS-FOUND-FLAG = 'N'
                       ADD 1 TO WS-HELD-COUNT
                       MOVE 'Y' TO WS-CUR-HELD-FLAG
                       MOVE "NO PO LINE    " TO WS-E-TAG
                       MOVE INV-PO-NUMBER TO WS-E-PO
                       MOVE INV-INVENTORY-ID TO WS-E-ID
                   WHEN INV-UNIT-COST IS NOT NUMERIC
                       OR INV-UNIT-COST-9 NOT = POM-UNIT-COST
                       ADD 1 TO WS-HELD-COUNT
                       MOVE 'Y' TO WS-CUR-HELD-FLAG
                       MOVE "PRICE MISMATCH" TO WS-E-TAG
                       MOVE INV-PO-NUMBER TO WS-E-PO
                       MOVE INV-INVENTORY-ID TO WS-E-ID
                   WHEN INV-QUANTITY IS NOT NUMERIC
                       OR INV-QUANTITY-9 > POM-QTY-RECEIVED
                       ADD 1 TO WS-HELD-COUNT
                       MOVE 'Y' TO WS-CUR-HELD-FLAG
                       MOVE "QTY NOT RECVD " TO WS-E-TAG
                       MOVE INV-PO-NUMBER TO WS-E-PO
                       MOVE INV-INVENTORY-ID TO WS-E-ID
                       PERFORM 540-WRITE-EXCEPTION-LINE
                   WHEN OTHER
                       ADD 1 TO WS-MATCHED-COUNT
                       COMPUTE WS-CUR-AMOUNT = WS-CUR-AMOUNT
                           + INV-QUANTITY-9 * INV-UNIT-COST-9
                       DISPLAY "INVOICE LINE CLEAN: "
                           INVOICE-RECORD-IN
               END-EVALUATE.

               DISPLAY WS-EXCEPTION-LINE.
               WRITE EXCEPTION-LINE-OUT FROM WS-EXCEPTION-LINE.

           545-WRITE-PRICE-HISTORY.
               MOVE SPACES TO INVOICE-PRICE-RECORD.
               MOVE INV-VENDOR TO IPH-VENDOR.
               MOVE INV-NUMBER TO IPH-INVOICE.
               IF INV-DATE IS NUMERIC
                   MOVE INV-DATE-9 TO IPH-INVOICE-DATE
               ELSE
                   MOVE 0 TO IPH-INVOICE-DATE
               END-IF.
               MOVE INV-PO-NUMBER TO IPH-PO-NUMBER.
               MOVE INV-INVENTORY-ID TO IPH-INVENTORY-ID.
               IF POM-DUE-DATE IS NUMERIC
                   MOVE POM-DUE-DATE TO IPH-DUE-DATE
               ELSE
                   MOVE 0 TO IPH-DUE-DATE
               END-IF.
               MOVE INV-UNIT-COST-9 TO IPH-INV-COST.
               MOVE POM-UNIT-COST TO IPH-PO-COST.
               WRITE INVOICE-PRICE-RECORD.

           550-START-INVOICE.
               MOVE INV-VENDOR TO WS-CUR-VENDOR.
               MOVE INV-NUMBER TO WS-CUR-INVOICE.
               MOVE INV-PO-NUMBER TO WS-CUR-PO-NUMBER.
               IF INV-DATE IS NUMERIC
                   MOVE INV-DATE-9 TO WS-CUR-INVOICE-DATE
               ELSE
                   MOVE 0 TO WS-CUR-INVOICE-DATE
               END-IF.
               MOVE 0 TO WS-CUR-AMOUNT.
               MOVE 'N' TO WS-CUR-HELD-FLAG.

      *> One held line holds the whole invoice: paying the clean
      *> part would leave the vendor short-paid against a bill
      *> still in dispute.
           560-RELEASE-OR-HOLD-INVOICE.
               IF WS-CUR-HELD-FLAG = 'Y'
                   ADD 1 TO WS-INVOICES-HELD
                   DISPLAY "INVOICE " WS-CUR-INVOICE " VENDOR "
                       WS-CUR-VENDOR " HELD -- NOT SENT TO PAYABLES"
               ELSE
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE SPACES TO MATCHED-INVOICE-RECORD
                   MOVE WS-CUR-VENDOR TO MTI-VENDOR
                   MOVE WS-CUR-INVOICE TO MTI-INVOICE
                   MOVE WS-CUR-INVOICE-DATE TO MTI-INVOICE-DATE
                   MOVE WS-CUR-PO-NUMBER TO MTI-PO-NUMBER
                   MOVE WS-CUR-AMOUNT TO MTI-AMOUNT
                   MOVE WS-CUR-LINES TO MTI-LINES
                   WRITE MATCHED-INVOICE-RECORD
               END-IF.
               MOVE 0 TO WS-CUR-LINES.

       END PROGRAM RECEIVING_PROGRAM.
