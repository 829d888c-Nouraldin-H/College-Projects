      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 07-28-2026
      * Purpose: the period-end sales tax return.  For the period
      * keyed it totals the priced orders on SHOE-ORDERS.TXT into
      * taxable, exempt and (for orders from before tax) untaxed
      * sales with the tax they carried, and the refunds on
      * SHOE-RETURNS.TXT the same way with the tax given back; the
      * taxable sales are proved to the sales the tax was worked on
      * (the sale lines on SALES-TAX-DETAIL.TXT), and the tax is
      * broken out by jurisdiction, tax type and rate off the same
      * file and proved back to the orders and returns.  The return
      * goes to SALES-TAX-RETURN.TXT; anything that does not tie
      * sets RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES_TAX_RETURN_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL SHOE-ORDER-FILE
           ASSIGN TO '..\SHOE-ORDERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHOE-RETURNS-FILE
           ASSIGN TO '..\SHOE-RETURNS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TAX-DETAIL-FILE
           ASSIGN TO '..\SALES-TAX-DETAIL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-RETURN-OUT
           ASSIGN TO '..\SALES-TAX-RETURN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHOE-ORDER-FILE.
       01  SHOE-ORDER-RECORD.
           05  ORD-SHOE-STYLE      PIC X(5).
           05  FILLER              PIC X(1).
           05  ORD-SHOE-SIZE       PIC 9(2).
           05  FILLER              PIC X(1).
           05  ORD-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  ORD-OPERATOR        PIC X(20).
           05  FILLER              PIC X(1).
           05  ORD-PRICE           PIC X(7).
           05  ORD-PRICE-9 REDEFINES ORD-PRICE PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  ORD-CUSTOMER-NUMBER PIC X(5).
           05  FILLER              PIC X(1).
           05  ORD-TENDER          PIC X(1).
           05  FILLER              PIC X(1).
           05  ORD-INVOICE-NUMBER  PIC X(7).
           05  FILLER              PIC X(1).
           05  ORD-TAX-FLAG        PIC X(1).
           05  FILLER              PIC X(1).
           05  ORD-TAX-AMOUNT      PIC X(7).
           05  ORD-TAX-9 REDEFINES ORD-TAX-AMOUNT PIC 9(5)V99.

       FD  SHOE-RETURNS-FILE.
       01  SHOE-RETURN-RECORD.
           05  RTN-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  RTN-INVENTORY-ID    PIC X(9).
           05  FILLER              PIC X(1).
           05  RTN-REASON          PIC X(3).
           05  FILLER              PIC X(1).
           05  RTN-ORIG-DATE       PIC 9(8).
           05  FILLER              PIC X(1).
           05  RTN-REFUND          PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  RTN-RESTOCK-FLAG    PIC X(1).
           05  FILLER              PIC X(1).
           05  RTN-EXCHANGE-FLAG   PIC X(1).
           05  FILLER              PIC X(1).
           05  RTN-TAX-FLAG        PIC X(1).
           05  FILLER              PIC X(1).
           05  RTN-TAX             PIC X(7).
           05  RTN-TAX-9 REDEFINES RTN-TAX PIC 9(5)V99.

       FD  TAX-DETAIL-FILE.
       01  TAX-DETAIL-RECORD.
           05  STD-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  STD-INVOICE-NUMBER  PIC 9(7).
           05  FILLER              PIC X(1).
           05  STD-KIND            PIC X(1).
           05  FILLER              PIC X(1).
           05  STD-JURISDICTION    PIC X(5).
           05  FILLER              PIC X(1).
           05  STD-TAX-TYPE        PIC X(3).
           05  FILLER              PIC X(1).
           05  STD-RATE            PIC 9(2)V9(3).
           05  FILLER              PIC X(1).
           05  STD-BASE            PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  STD-TAX             PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  STD-INVENTORY-ID    PIC X(9).

       FD  TAX-RETURN-OUT.
       01  RETURN-LINE-OUT         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1).
       01 WS-PERIOD-START PIC 9(8).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-SUB PIC 9(3).
       01 WS-HIT-SUB PIC 9(3).
       01 WS-TIED-FLG PIC X(1) VALUE 'Y'.

       01 WS-TAXABLE-SALES PIC 9(9)V99 VALUE 0.
       01 WS-EXEMPT-SALES PIC 9(9)V99 VALUE 0.
       01 WS-UNTAXED-SALES PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-SALES PIC 9(9)V99 VALUE 0.
       01 WS-DETAIL-TAXABLE PIC 9(9)V99 VALUE 0.
       01 WS-UNPRICED-COUNT PIC 9(5) VALUE 0.
       01 WS-TAX-COLLECTED PIC 9(9)V99 VALUE 0.
       01 WS-TAXABLE-REFUNDED PIC 9(9)V99 VALUE 0.
       01 WS-EXEMPT-REFUNDED PIC 9(9)V99 VALUE 0.
       01 WS-UNTAXED-REFUNDED PIC 9(9)V99 VALUE 0.
       01 WS-TAX-REFUNDED PIC 9(9)V99 VALUE 0.
       01 WS-DETAIL-COLLECTED PIC 9(9)V99 VALUE 0.
       01 WS-DETAIL-REFUNDED PIC 9(9)V99 VALUE 0.
       01 WS-NET-AMOUNT PIC S9(9)V99.

      *> The pair whose sale lines are being read: a pair taxed
      *> under several types writes one line per type, each with
      *> the pair's price as its base, so the base is taken once.
      *> A line repeating the pair's first tax type is the next
      *> pair on the same invoice.
       01 WS-LAST-SALE-KEY.
           05 WS-LS-DATE          PIC 9(8) VALUE 0.
           05 WS-LS-INVOICE       PIC 9(7) VALUE 0.
           05 WS-LS-INVENTORY-ID  PIC X(9) VALUE SPACES.
       01 WS-LEAD-TAX-TYPE PIC X(3) VALUE SPACES.

      *> One row per jurisdiction, tax type and rate met in the
      *> period -- a rate change inside the period shows as its
      *> own row.
       01 WS-TAX-TABLE.
           05 WS-TX-ENTRY OCCURS 100 TIMES.
               10 WS-TX-JURISDICTION  PIC X(5).
               10 WS-TX-TAX-TYPE      PIC X(3).
               10 WS-TX-RATE          PIC 9(2)V9(3).
               10 WS-TX-COLLECTED     PIC 9(9)V99.
               10 WS-TX-REFUNDED      PIC 9(9)V99.
       01 WS-TX-COUNT PIC 9(3) VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER              PIC X(24)
               VALUE "SALES TAX RETURN  PERIOD".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-H-START          PIC 9(8).
           05 FILLER              PIC X(3) VALUE " - ".
           05 WS-H-END            PIC 9(8).
       01 WS-AMOUNT-LINE.
           05 WS-A-CAPTION        PIC X(34).
           05 WS-A-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-TYPE-HEAD.
           05 FILLER              PIC X(18)
               VALUE "JURIS TYPE  RATE %".
           05 FILLER              PIC X(14) VALUE "     COLLECTED".
           05 FILLER              PIC X(14) VALUE "      REFUNDED".
           05 FILLER              PIC X(14) VALUE "           NET".
       01 WS-TYPE-LINE.
           05 WS-TL-JURISDICTION  PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-TL-TAX-TYPE      PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-TL-RATE          PIC Z9.999.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-TL-COLLECTED     PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-REFUNDED      PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-NET           PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-MESSAGE-LINE         PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Period start date (YYYYMMDD): "
           ACCEPT WS-PERIOD-START.
           DISPLAY "Period end date (YYYYMMDD): "
           ACCEPT WS-PERIOD-END.
           PERFORM 100-TOTAL-THE-SALES.
           PERFORM 200-TOTAL-THE-REFUNDS.
           PERFORM 300-TOTAL-THE-TAX-DETAIL.
           OPEN OUTPUT TAX-RETURN-OUT.
           PERFORM 400-PRINT-THE-SALES.
           PERFORM 500-PRINT-THE-TAX.
           CLOSE TAX-RETURN-OUT.
           IF WS-TIED-FLG NOT = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           100-TOTAL-THE-SALES.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT SHOE-ORDER-FILE.
               PERFORM 110-TOTAL-ONE-ORDER UNTIL WS-EOF = 'Y'.
               CLOSE SHOE-ORDER-FILE.
               COMPUTE WS-TOTAL-SALES = WS-TAXABLE-SALES
                   + WS-EXEMPT-SALES + WS-UNTAXED-SALES.

      *> The sales register's rule: a priced order is revenue, an
      *> unpriced one is counted and left out.  The flag decides
      *> which line of the return the same price lands on.
           110-TOTAL-ONE-ORDER.
               READ SHOE-ORDER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ORD-DATE >= WS-PERIOD-START
                           AND ORD-DATE <= WS-PERIOD-END
                           PERFORM 120-CLASSIFY-ONE-ORDER
                       END-IF
               END-READ.

           120-CLASSIFY-ONE-ORDER.
               IF ORD-PRICE IS NOT NUMERIC
                   ADD 1 TO WS-UNPRICED-COUNT
               ELSE
                   EVALUATE ORD-TAX-FLAG
                       WHEN 'T'
                           ADD ORD-PRICE-9 TO WS-TAXABLE-SALES
                       WHEN 'E'
                           ADD ORD-PRICE-9 TO WS-EXEMPT-SALES
                       WHEN OTHER
                           ADD ORD-PRICE-9 TO WS-UNTAXED-SALES
                   END-EVALUATE
                   IF ORD-TAX-AMOUNT IS NUMERIC
                       ADD ORD-TAX-9 TO WS-TAX-COLLECTED
                   END-IF
               END-IF.

           200-TOTAL-THE-REFUNDS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT SHOE-RETURNS-FILE.
               PERFORM 210-TOTAL-ONE-RETURN UNTIL WS-EOF = 'Y'.
               CLOSE SHOE-RETURNS-FILE.

           210-TOTAL-ONE-RETURN.
               READ SHOE-RETURNS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RTN-DATE >= WS-PERIOD-START
                           AND RTN-DATE <= WS-PERIOD-END
                           PERFORM 220-CLASSIFY-ONE-RETURN
                       END-IF
               END-READ.

           220-CLASSIFY-ONE-RETURN.
               EVALUATE RTN-TAX-FLAG
                   WHEN 'T'
                       ADD RTN-REFUND TO WS-TAXABLE-REFUNDED
                   WHEN 'E'
                       ADD RTN-REFUND TO WS-EXEMPT-REFUNDED
                   WHEN OTHER
                       ADD RTN-REFUND TO WS-UNTAXED-REFUNDED
               END-EVALUATE.
               IF RTN-TAX IS NUMERIC
                   ADD RTN-TAX-9 TO WS-TAX-REFUNDED
               END-IF.

           300-TOTAL-THE-TAX-DETAIL.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT TAX-DETAIL-FILE.
               PERFORM 310-TOTAL-ONE-DETAIL UNTIL WS-EOF = 'Y'.
               CLOSE TAX-DETAIL-FILE.

           310-TOTAL-ONE-DETAIL.
               READ TAX-DETAIL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STD-DATE >= WS-PERIOD-START
                           AND STD-DATE <= WS-PERIOD-END
                           PERFORM 320-POST-ONE-DETAIL
                       END-IF
               END-READ.

           320-POST-ONE-DETAIL.
               MOVE 0 TO WS-HIT-SUB.
               PERFORM 330-FIND-ONE-TAX-ROW
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TX-COUNT OR WS-HIT-SUB > 0.
               IF WS-HIT-SUB = 0
                   IF WS-TX-COUNT = 100
                       DISPLAY "MORE THAN 100 TAX TYPES AND RATES IN "
                           "THE PERIOD -- DETAIL LEFT OUT"
                       MOVE 'N' TO WS-TIED-FLG
                   ELSE
                       ADD 1 TO WS-TX-COUNT
                       MOVE WS-TX-COUNT TO WS-HIT-SUB
                       MOVE STD-JURISDICTION
                           TO WS-TX-JURISDICTION(WS-HIT-SUB)
                       MOVE STD-TAX-TYPE TO WS-TX-TAX-TYPE(WS-HIT-SUB)
                       MOVE STD-RATE TO WS-TX-RATE(WS-HIT-SUB)
                       MOVE 0 TO WS-TX-COLLECTED(WS-HIT-SUB)
                       MOVE 0 TO WS-TX-REFUNDED(WS-HIT-SUB)
                   END-IF
               END-IF.
               IF WS-HIT-SUB > 0
                   IF STD-KIND = 'R'
                       ADD STD-TAX TO WS-TX-REFUNDED(WS-HIT-SUB)
                       ADD STD-TAX TO WS-DETAIL-REFUNDED
                   ELSE
                       ADD STD-TAX TO WS-TX-COLLECTED(WS-HIT-SUB)
                       ADD STD-TAX TO WS-DETAIL-COLLECTED
                   END-IF
               END-IF.
               IF STD-KIND NOT = 'R'
                   PERFORM 340-TAKE-THE-SALE-BASE
               END-IF.

           330-FIND-ONE-TAX-ROW.
               IF WS-TX-JURISDICTION(WS-SUB) = STD-JURISDICTION
                   AND WS-TX-TAX-TYPE(WS-SUB) = STD-TAX-TYPE
                   AND WS-TX-RATE(WS-SUB) = STD-RATE
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF.

           340-TAKE-THE-SALE-BASE.
               IF STD-DATE NOT = WS-LS-DATE
                   OR STD-INVOICE-NUMBER NOT = WS-LS-INVOICE
                   OR STD-INVENTORY-ID NOT = WS-LS-INVENTORY-ID
                   OR STD-TAX-TYPE = WS-LEAD-TAX-TYPE
                   ADD STD-BASE TO WS-DETAIL-TAXABLE
                   MOVE STD-DATE TO WS-LS-DATE
                   MOVE STD-INVOICE-NUMBER TO WS-LS-INVOICE
                   MOVE STD-INVENTORY-ID TO WS-LS-INVENTORY-ID
                   MOVE STD-TAX-TYPE TO WS-LEAD-TAX-TYPE
               END-IF.

      *> The taxable sales on the orders must be the sales the tax
      *> was worked on when each was posted -- a taxable order with
      *> no tax detail, or detail with no order, shows here.
           400-PRINT-THE-SALES.
               MOVE WS-PERIOD-START TO WS-H-START.
               MOVE WS-PERIOD-END TO WS-H-END.
               DISPLAY WS-HEADER-LINE.
               WRITE RETURN-LINE-OUT FROM WS-HEADER-LINE.
               MOVE "TAXABLE SALES" TO WS-A-CAPTION.
               MOVE WS-TAXABLE-SALES TO WS-A-AMOUNT.
               PERFORM 900-PRINT-AMOUNT-LINE.
               MOVE "EXEMPT SALES" TO WS-A-CAPTION.
               MOVE WS-EXEMPT-SALES TO WS-A-AMOUNT.
               PERFORM 900-PRINT-AMOUNT-LINE.
               MOVE "SALES BEFORE TAX WAS CHARGED" TO WS-A-CAPTION.
               MOVE WS-UNTAXED-SALES TO WS-A-AMOUNT.
               PERFORM 900-PRINT-AMOUNT-LINE.
               MOVE "TOTAL SALES" TO WS-A-CAPTION.
               MOVE WS-TOTAL-SALES TO WS-A-AMOUNT.
               PERFORM 900-PRINT-AMOUNT-LINE.
               MOVE "TAXABLE SALES ON THE TAX DETAIL" TO WS-A-CAPTION.
               MOVE WS-DETAIL-TAXABLE TO WS-A-AMOUNT.
               PERFORM 900-PRINT-AMOUNT-LINE.
               IF WS-TAXABLE-SALES = WS-DETAIL-TAXABLE
                   MOVE "TAXABLE SALES TIE TO THE TAX DETAIL"
                       TO WS-MESSAGE-LINE
               ELSE
                   MOVE "*** TAXABLE SALES DO NOT TIE TO THE TAX DETAIL"
                       TO WS-MESSAGE-LINE
                   MOVE 'N' TO WS-TIED-FLG
               END-IF.
               PERFORM 910-PRINT-MESSAGE-LINE.
               IF WS-UNPRICED-COUNT > 0
                   MOVE SPACES TO WS-MESSAGE-LINE
                   STRING "UNPRICED ORDERS LEFT OUT, AS ON THE "
                       "REGISTER: " WS-UNPRICED-COUNT
                       DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                   PERFORM 910-PRINT-MESSAGE-LINE
               END-IF.
               MOVE "TAXABLE SALES REFUNDED" TO WS-A-CAPTION.
               MOVE WS-TAXABLE-REFUNDED TO WS-A-AMOUNT.
               PERFORM 900-PRINT-AMOUNT-LINE.
               MOVE "EXEMPT SALES REFUNDED" TO WS-A-CAPTION.
               MOVE WS-EXEMPT-REFUNDED TO WS-A-AMOUNT.
               PERFORM 900-PRINT-AMOUNT-LINE.
               MOVE "UNTAXED SALES REFUNDED" TO WS-A-CAPTION.
               MOVE WS-UNTAXED-REFUNDED TO WS-A-AMOUNT.
               PERFORM 900-PRINT-AMOUNT-LINE.
               MOVE "NET TAXABLE SALES" TO WS-A-CAPTION.
               COMPUTE WS-NET-AMOUNT =
                   WS-TAXABLE-SALES - WS-TAXABLE-REFUNDED.
               MOVE WS-NET-AMOUNT TO WS-A-AMOUNT.
               PERFORM 900-PRINT-AMOUNT-LINE.

      *> The detail lines must prove back to the tax on the orders
      *> and returns themselves, or the breakdown cannot be filed.
           500-PRINT-THE-TAX.
               MOVE SPACES TO WS-MESSAGE-LINE.
               PERFORM 910-PRINT-MESSAGE-LINE.
               DISPLAY WS-TYPE-HEAD.
               WRITE RETURN-LINE-OUT FROM WS-TYPE-HEAD.
               PERFORM 510-PRINT-ONE-TAX-ROW
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TX-COUNT.
               MOVE "TAX COLLECTED" TO WS-A-CAPTION.
               MOVE WS-TAX-COLLECTED TO WS-A-AMOUNT.
               PERFORM 900-PRINT-AMOUNT-LINE.
               MOVE "TAX REFUNDED" TO WS-A-CAPTION.
               MOVE WS-TAX-REFUNDED TO WS-A-AMOUNT.
               PERFORM 900-PRINT-AMOUNT-LINE.
               MOVE "NET TAX DUE" TO WS-A-CAPTION.
               COMPUTE WS-NET-AMOUNT =
                   WS-TAX-COLLECTED - WS-TAX-REFUNDED.
               MOVE WS-NET-AMOUNT TO WS-A-AMOUNT.
               PERFORM 900-PRINT-AMOUNT-LINE.
               IF WS-DETAIL-COLLECTED = WS-TAX-COLLECTED
                   AND WS-DETAIL-REFUNDED = WS-TAX-REFUNDED
                   MOVE "TAX DETAIL AGREES WITH THE ORDERS AND RETURNS"
                       TO WS-MESSAGE-LINE
               ELSE
                   MOVE SPACES TO WS-MESSAGE-LINE
                   STRING "*** TAX DETAIL DOES NOT AGREE WITH THE "
                       "ORDERS AND RETURNS"
                       DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                   MOVE 'N' TO WS-TIED-FLG
               END-IF.
               PERFORM 910-PRINT-MESSAGE-LINE.

           510-PRINT-ONE-TAX-ROW.
               MOVE WS-TX-JURISDICTION(WS-SUB) TO WS-TL-JURISDICTION.
               MOVE WS-TX-TAX-TYPE(WS-SUB) TO WS-TL-TAX-TYPE.
               MOVE WS-TX-RATE(WS-SUB) TO WS-TL-RATE.
               MOVE WS-TX-COLLECTED(WS-SUB) TO WS-TL-COLLECTED.
               MOVE WS-TX-REFUNDED(WS-SUB) TO WS-TL-REFUNDED.
               COMPUTE WS-NET-AMOUNT = WS-TX-COLLECTED(WS-SUB)
                   - WS-TX-REFUNDED(WS-SUB).
               MOVE WS-NET-AMOUNT TO WS-TL-NET.
               DISPLAY WS-TYPE-LINE.
               WRITE RETURN-LINE-OUT FROM WS-TYPE-LINE.

           900-PRINT-AMOUNT-LINE.
               DISPLAY WS-AMOUNT-LINE.
               WRITE RETURN-LINE-OUT FROM WS-AMOUNT-LINE.

           910-PRINT-MESSAGE-LINE.
               DISPLAY WS-MESSAGE-LINE.
               WRITE RETURN-LINE-OUT FROM WS-MESSAGE-LINE.

       END PROGRAM SALES_TAX_RETURN_PROGRAM.
