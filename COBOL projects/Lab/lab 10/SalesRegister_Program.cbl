      * margin for the day -- the first time anyone has seen what
      * a pair actually earned.  Orders from before pricing
      * existed carry no price and are counted separately.
      * Modification history:
      *   07-28-2026 NH - the day's sales tax collected prints under the
      *     revenue totals, off the tax amount on each order
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

       FD  SALES-REGISTER-OUT.
       01  REGISTER-LINE-OUT       PIC X(80).
       01  WS-REVENUE-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-COST-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-MARGIN-TOTAL PIC S9(9)V99 VALUE 0.
       01  WS-TAX-TOTAL PIC 9(9)V99 VALUE 0.

       01  WS-DETAIL-LINE.
           05  WS-D-STYLE          PIC X(5).
           05  WS-T-COST           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(9) VALUE " MARGIN $".
           05  WS-T-MARGIN         PIC ZZZ,ZZZ,ZZ9.99-.
      *> Tax is collected on top of revenue, never part of it.
       01  WS-TAX-TOTAL-LINE.
           05  FILLER              PIC X(22)
               VALUE "SALES TAX COLLECTED  $".
           05  WS-T-TAX            PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               ELSE
                   ADD 1 TO WS-SOLD-COUNT
                   ADD ORD-PRICE-9 TO WS-REVENUE-TOTAL
                   IF ORD-TAX-AMOUNT IS NUMERIC
                       ADD ORD-TAX-9 TO WS-TAX-TOTAL
                   END-IF
                   PERFORM 210-PULL-UNIT-COST
                   ADD WS-ORDER-COST TO WS-COST-TOTAL
                   MOVE ORD-SHOE-STYLE TO WS-D-STYLE
               MOVE WS-MARGIN-TOTAL TO WS-T-MARGIN.
               DISPLAY WS-TOTAL-LINE.
               WRITE REGISTER-LINE-OUT FROM WS-TOTAL-LINE.
               MOVE WS-TAX-TOTAL TO WS-T-TAX.
               DISPLAY WS-TAX-TOTAL-LINE.
               WRITE REGISTER-LINE-OUT FROM WS-TAX-TOTAL-LINE.
               DISPLAY "PAIRS SOLD:        " WS-SOLD-COUNT.
               DISPLAY "ORDERS UNPRICED:   " WS-UNPRICED-COUNT.

