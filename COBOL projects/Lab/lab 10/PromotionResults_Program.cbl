      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 08-04-2026
      * Purpose: how each promotional event did.  Every event on
      * PROMOTIONS.TXT gets one line on PROMOTION-RESULTS.TXT: the
      * pairs sold under it on SHOE-ORDERS.TXT, the revenue they
      * brought in, the margin left over the unit cost on
      * INDEXED-INVENTORY.IDX, the margin given up (the regular
      * price less the price paid) and the pairs brought back on
      * SHOE-RETURNS.TXT.  An event code on an order that is no
      * longer on the promotion file still gets its line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOTION_RESULTS_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT INDEXED-INVENT-FILE
           ASSIGN TO '..\INDEXED-INVENTORY.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY INVENTORY-ID
           ALTERNATE KEY VENDOR-CODE WITH DUPLICATES
           FILE STATUS WS-KEY.
           SELECT OPTIONAL PROMOTIONS-FILE
           ASSIGN TO '..\PROMOTIONS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHOE-ORDER-FILE
           ASSIGN TO '..\SHOE-ORDERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHOE-RETURNS-FILE
           ASSIGN TO '..\SHOE-RETURNS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESULTS-REPORT-OUT
           ASSIGN TO '..\PROMOTION-RESULTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEXED-INVENT-FILE.
       01  INVENTORY-RECORD-OUT.
           05  INVENTORY-ID            PIC X(9).
           05  VENDOR-CODE             PIC X(5).
           05  INVENTORY-DESCRIPTION   PIC X(40).
           05  QUANTITY-ON-HAND        PIC 9(5).
           05  REORDER-POINT           PIC 9(5).
           05  MAXIMUM-STOCK           PIC 9(5).
           05  UNIT-COST               PIC 9(5)V99.
           05  ITEM-STATUS             PIC X(1).

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
           05  FILLER              PIC X(1).
           05  ORD-EVENT-CODE      PIC X(8).
           05  FILLER              PIC X(1).
           05  ORD-REGULAR-PRICE   PIC X(7).
           05  ORD-REGULAR-9 REDEFINES ORD-REGULAR-PRICE
                                   PIC 9(5)V99.

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
           05  FILLER              PIC X(1).
           05  RTN-EVENT-CODE      PIC X(8).

       FD  RESULTS-REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KEY PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-SUB PIC 9(3).
       01 WS-HIT-SUB PIC 9(3).
       01 WS-FIND-EVENT PIC X(8).
       01 WS-LOOKUP-ID.
           05 WS-L-STYLE PIC X(5).
           05 WS-L-SIZE  PIC 9(2).
           05 FILLER     PIC X(2) VALUE SPACES.
       01 WS-ORDER-COST PIC 9(5)V99.

       01 WS-EVENT-TABLE.
           05 WS-EV-ENTRY OCCURS 200 TIMES.
               10 WS-EV-CODE      PIC X(8).
               10 WS-EV-FROM      PIC 9(8).
               10 WS-EV-TO        PIC 9(8).
               10 WS-EV-UNITS     PIC 9(5).
               10 WS-EV-REVENUE   PIC 9(7)V99.
               10 WS-EV-COST      PIC 9(7)V99.
               10 WS-EV-GIVEN-UP  PIC 9(7)V99.
               10 WS-EV-RETURNED  PIC 9(4).
       01 WS-EV-COUNT PIC 9(3) VALUE 0.
       01 WS-EV-OVERFLOW PIC X(1) VALUE 'N'.

       01 WS-TOTAL-UNITS PIC 9(5) VALUE 0.
       01 WS-TOTAL-REVENUE PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-COST PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-GIVEN-UP PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-RETURNED PIC 9(4) VALUE 0.
       01 WS-MARGIN PIC S9(7)V99.

       01 WS-HEAD-LINE.
           05 FILLER              PIC X(27)
               VALUE "EVENT    FROM     TO       ".
           05 FILLER              PIC X(6) VALUE "UNITS ".
           05 FILLER              PIC X(11) VALUE "   REVENUE ".
           05 FILLER              PIC X(12) VALUE "     MARGIN ".
           05 FILLER              PIC X(11) VALUE "  GIVEN UP ".
           05 FILLER              PIC X(4) VALUE "RETD".
       01 WS-EVENT-LINE.
           05 WS-EL-EVENT         PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-EL-FROM          PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-EL-TO            PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-EL-UNITS         PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-EL-REVENUE       PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-EL-MARGIN        PIC ZZZ,ZZ9.99-.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-EL-GIVEN-UP      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-EL-RETURNED      PIC ZZZ9.
       01 WS-TOTAL-LINE.
           05 FILLER              PIC X(27)
               VALUE "ALL EVENTS".
           05 WS-TL-UNITS         PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-TL-REVENUE       PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-TL-MARGIN        PIC ZZZ,ZZ9.99-.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-TL-GIVEN-UP      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-TL-RETURNED      PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-LOAD-EVENTS.
           OPEN INPUT INDEXED-INVENT-FILE.
           PERFORM 200-TOTAL-THE-ORDERS.
           CLOSE INDEXED-INVENT-FILE.
           PERFORM 300-TOTAL-THE-RETURNS.
           OPEN OUTPUT RESULTS-REPORT-OUT.
           DISPLAY WS-HEAD-LINE.
           WRITE REPORT-LINE-OUT FROM WS-HEAD-LINE.
           PERFORM 400-PRINT-ONE-EVENT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EV-COUNT.
           PERFORM 500-PRINT-TOTALS.
           CLOSE RESULTS-REPORT-OUT.
           IF WS-EV-OVERFLOW = 'Y'
               DISPLAY "MORE THAN 200 EVENTS -- SOME LEFT OFF THE "
                   "REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> An event over several items or vendors has a row for each
      *> on the promotion file; it reports once, over the widest
      *> dates any of its rows ran.
           100-LOAD-EVENTS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT PROMOTIONS-FILE.
               PERFORM 110-LOAD-ONE-PROMOTION UNTIL WS-EOF = 'Y'.
               CLOSE PROMOTIONS-FILE.

           110-LOAD-ONE-PROMOTION.
               READ PROMOTIONS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE PRM-EVENT-CODE TO WS-FIND-EVENT
                       PERFORM 800-FIND-OR-ADD-EVENT
                       IF WS-HIT-SUB > 0
                           PERFORM 120-WIDEN-EVENT-DATES
                       END-IF
               END-READ.

           120-WIDEN-EVENT-DATES.
               IF WS-EV-FROM(WS-HIT-SUB) = 0
                   OR PRM-EFF-FROM < WS-EV-FROM(WS-HIT-SUB)
                   MOVE PRM-EFF-FROM TO WS-EV-FROM(WS-HIT-SUB)
               END-IF.
               IF PRM-EFF-TO > WS-EV-TO(WS-HIT-SUB)
                   MOVE PRM-EFF-TO TO WS-EV-TO(WS-HIT-SUB)
               END-IF.

           200-TOTAL-THE-ORDERS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT SHOE-ORDER-FILE.
               PERFORM 210-TOTAL-ONE-ORDER UNTIL WS-EOF = 'Y'.
               CLOSE SHOE-ORDER-FILE.

           210-TOTAL-ONE-ORDER.
               READ SHOE-ORDER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ORD-EVENT-CODE NOT = SPACES
                           AND ORD-PRICE IS NUMERIC
                           MOVE ORD-EVENT-CODE TO WS-FIND-EVENT
                           PERFORM 800-FIND-OR-ADD-EVENT
                           IF WS-HIT-SUB > 0
                               PERFORM 220-ADD-ONE-SALE
                           END-IF
                       END-IF
               END-READ.

      *> Cost is today's unit cost, the sales register's rule.
           220-ADD-ONE-SALE.
               ADD 1 TO WS-EV-UNITS(WS-HIT-SUB).
               ADD ORD-PRICE-9 TO WS-EV-REVENUE(WS-HIT-SUB).
               IF ORD-REGULAR-PRICE IS NUMERIC
                   AND ORD-REGULAR-9 > ORD-PRICE-9
                   COMPUTE WS-EV-GIVEN-UP(WS-HIT-SUB) =
                       WS-EV-GIVEN-UP(WS-HIT-SUB)
                       + ORD-REGULAR-9 - ORD-PRICE-9
               END-IF.
               MOVE ORD-SHOE-STYLE TO WS-L-STYLE.
               MOVE ORD-SHOE-SIZE TO WS-L-SIZE.
               MOVE WS-LOOKUP-ID TO INVENTORY-ID.
               READ INDEXED-INVENT-FILE
                   INVALID KEY MOVE 0 TO WS-ORDER-COST
                   NOT INVALID KEY MOVE UNIT-COST TO WS-ORDER-COST
               END-READ.
               ADD WS-ORDER-COST TO WS-EV-COST(WS-HIT-SUB).

           300-TOTAL-THE-RETURNS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT SHOE-RETURNS-FILE.
               PERFORM 310-TOTAL-ONE-RETURN UNTIL WS-EOF = 'Y'.
               CLOSE SHOE-RETURNS-FILE.

           310-TOTAL-ONE-RETURN.
               READ SHOE-RETURNS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RTN-EVENT-CODE NOT = SPACES
                           MOVE RTN-EVENT-CODE TO WS-FIND-EVENT
                           PERFORM 800-FIND-OR-ADD-EVENT
                           IF WS-HIT-SUB > 0
                               ADD 1 TO WS-EV-RETURNED(WS-HIT-SUB)
                           END-IF
                       END-IF
               END-READ.

           400-PRINT-ONE-EVENT.
               MOVE WS-EV-CODE(WS-SUB) TO WS-EL-EVENT.
               MOVE WS-EV-FROM(WS-SUB) TO WS-EL-FROM.
               MOVE WS-EV-TO(WS-SUB) TO WS-EL-TO.
               MOVE WS-EV-UNITS(WS-SUB) TO WS-EL-UNITS.
               MOVE WS-EV-REVENUE(WS-SUB) TO WS-EL-REVENUE.
               COMPUTE WS-MARGIN = WS-EV-REVENUE(WS-SUB)
                   - WS-EV-COST(WS-SUB).
               MOVE WS-MARGIN TO WS-EL-MARGIN.
               MOVE WS-EV-GIVEN-UP(WS-SUB) TO WS-EL-GIVEN-UP.
               MOVE WS-EV-RETURNED(WS-SUB) TO WS-EL-RETURNED.
               DISPLAY WS-EVENT-LINE.
               WRITE REPORT-LINE-OUT FROM WS-EVENT-LINE.
               ADD WS-EV-UNITS(WS-SUB) TO WS-TOTAL-UNITS.
               ADD WS-EV-REVENUE(WS-SUB) TO WS-TOTAL-REVENUE.
               ADD WS-EV-COST(WS-SUB) TO WS-TOTAL-COST.
               ADD WS-EV-GIVEN-UP(WS-SUB) TO WS-TOTAL-GIVEN-UP.
               ADD WS-EV-RETURNED(WS-SUB) TO WS-TOTAL-RETURNED.

           500-PRINT-TOTALS.
               MOVE WS-TOTAL-UNITS TO WS-TL-UNITS.
               MOVE WS-TOTAL-REVENUE TO WS-TL-REVENUE.
               COMPUTE WS-MARGIN = WS-TOTAL-REVENUE - WS-TOTAL-COST.
               MOVE WS-MARGIN TO WS-TL-MARGIN.
               MOVE WS-TOTAL-GIVEN-UP TO WS-TL-GIVEN-UP.
               MOVE WS-TOTAL-RETURNED TO WS-TL-RETURNED.
               DISPLAY WS-TOTAL-LINE.
               WRITE REPORT-LINE-OUT FROM WS-TOTAL-LINE.

           800-FIND-OR-ADD-EVENT.
               MOVE 0 TO WS-HIT-SUB.
               PERFORM 810-TEST-ONE-EVENT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EV-COUNT OR WS-HIT-SUB > 0.
               IF WS-HIT-SUB = 0
                   IF WS-EV-COUNT = 200
                       MOVE 'Y' TO WS-EV-OVERFLOW
                   ELSE
                       ADD 1 TO WS-EV-COUNT
                       MOVE WS-EV-COUNT TO WS-HIT-SUB
                       MOVE WS-FIND-EVENT TO WS-EV-CODE(WS-HIT-SUB)
                       MOVE 0 TO WS-EV-FROM(WS-HIT-SUB)
                       MOVE 0 TO WS-EV-TO(WS-HIT-SUB)
                       MOVE 0 TO WS-EV-UNITS(WS-HIT-SUB)
                       MOVE 0 TO WS-EV-REVENUE(WS-HIT-SUB)
                       MOVE 0 TO WS-EV-COST(WS-HIT-SUB)
                       MOVE 0 TO WS-EV-GIVEN-UP(WS-HIT-SUB)
                       MOVE 0 TO WS-EV-RETURNED(WS-HIT-SUB)
                   END-IF
               END-IF.

           810-TEST-ONE-EVENT.
               IF WS-EV-CODE(WS-SUB) = WS-FIND-EVENT
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF.

       END PROGRAM PROMOTION_RESULTS_PROGRAM.
