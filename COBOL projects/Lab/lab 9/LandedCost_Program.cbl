      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 08-11-2026
      * Purpose: freight, duty and brokerage bills that arrive after
      * the goods become part of what the goods cost.  Each line of
      * LANDED-COST-CHARGES.TXT is one charge against a PO -- every
      * receipt on it, or only the receipt of one date -- and is
      * spread over the items received (the type-R lines
      * RECEIVING_PROGRAM wrote to STOCK-MOVEMENTS.TXT) by their
      * value at PO cost or by their quantity.  Each item's share
      * goes into its weighted-average UNIT-COST on
      * INDEXED-INVENTORY.IDX, so the valuation and the sales
      * margins carry it, and LANDED-COST-REGISTER.TXT shows the
      * cost before and after for every item.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDED_COST_PROGRAM.
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
           SELECT CHARGES-FILE-IN
           ASSIGN TO '..\LANDED-COST-CHARGES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MOVEMENT-FILE-IN
           ASSIGN TO '..\STOCK-MOVEMENTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LANDED-COST-REGISTER-OUT
           ASSIGN TO '..\LANDED-COST-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-INVENT-FILE.
       01 INVENTORY-RECORD-OUT.
           05 INVENTORY-ID            PIC X(9).
           05 VENDOR-CODE             PIC X(5).
           05 INVENTORY-DESCRIPTION   PIC X(40).
           05 QUANTITY-ON-HAND        PIC 9(5).
           05 REORDER-POINT           PIC 9(5).
           05 MAXIMUM-STOCK           PIC 9(5).
           05 UNIT-COST               PIC 9(5)V99.
           05 ITEM-STATUS             PIC X(1).

      *> Charge type FRT freight, DTY duty, BRK brokerage; basis V
      *> spreads by value at PO cost, Q by pairs received.  A
      *> receipt date of spaces or zeros takes every receipt on
      *> the PO.
       FD CHARGES-FILE-IN.
       01 CHARGE-RECORD-IN.
           05 LCC-PO-NUMBER       PIC X(7).
           05 FILLER              PIC X(1).
           05 LCC-RECEIPT-DATE    PIC X(8).
           05 LCC-RECEIPT-DATE-9 REDEFINES LCC-RECEIPT-DATE
                                  PIC 9(8).
           05 FILLER              PIC X(1).
           05 LCC-CHARGE-TYPE     PIC X(3).
           05 FILLER              PIC X(1).
           05 LCC-AMOUNT          PIC X(9).
           05 LCC-AMOUNT-9 REDEFINES LCC-AMOUNT PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 LCC-BASIS           PIC X(1).
           05 FILLER              PIC X(1).
           05 LCC-BILL            PIC X(10).

       FD MOVEMENT-FILE-IN.
       01 MOVEMENT-RECORD-IN.
           05 MOV-INVENTORY-ID    PIC X(9).
           05 FILLER              PIC X(1).
           05 MOV-TYPE            PIC X(1).
           05 FILLER              PIC X(1).
           05 MOV-QUANTITY        PIC 9(5).
           05 FILLER              PIC X(1).
           05 MOV-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 MOV-REFERENCE       PIC X(10).
           05 FILLER              PIC X(1).
           05 MOV-UNIT-COST       PIC 9(5)V99.

       FD LANDED-COST-REGISTER-OUT.
       01 REGISTER-LINE-OUT       PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-KEY PIC X(2).
       01 WS-CHG-EOF PIC X(1) VALUE 'N'.
       01 WS-MOV-EOF PIC X(1).
       01 WS-SUB PIC 9(3).
       01 WS-HIT-SUB PIC 9(3).
       01 WS-FOUND-FLAG PIC X(1).
       01 WS-PO-REFERENCE PIC X(10).
       01 WS-ALL-RECEIPTS PIC X(1).
       01 WS-REJECT-REASON PIC X(30).

       01 WS-RESOURCE-LOCK-AREA.
           05 WS-RLK-ACTION       PIC X(1).
           05 WS-RLK-RESOURCE     PIC X(20).
           05 WS-RLK-OPERATOR     PIC X(20).
           05 WS-RLK-RESULT       PIC X(1).

      *> The items the charge is spread over, one entry per item
      *> however many receipt lines it came in on.
       01 WS-RECEIPT-TABLE.
           05 WS-RC-ENTRY OCCURS 200 TIMES.
               10 WS-RC-ID            PIC X(9).
               10 WS-RC-QUANTITY      PIC 9(7).
               10 WS-RC-VALUE         PIC 9(9)V99.
               10 WS-RC-SHARE         PIC 9(7)V99.
       01 WS-RC-COUNT PIC 9(3).
       01 WS-RC-OVERFLOW PIC X(1).
       01 WS-BASIS-TOTAL PIC 9(9)V99.
       01 WS-BASIS-ITEM PIC 9(9)V99.
       01 WS-SHARED-SO-FAR PIC 9(7)V99.

       01 WS-BEFORE-COST PIC 9(5)V99.
       01 WS-ABSORBED PIC 9(7)V99.
       01 WS-EXPENSED PIC 9(7)V99.
       01 WS-EXTENDED-VALUE PIC 9(12)V99.

       01 WS-CHARGES-POSTED PIC 9(5) VALUE 0.
       01 WS-CHARGES-REJECTED PIC 9(5) VALUE 0.
       01 WS-TOTAL-CHARGED PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ABSORBED PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-EXPENSED PIC 9(9)V99 VALUE 0.

       01 WS-CHARGE-HEADER.
           05 FILLER              PIC X(7) VALUE "CHARGE ".
           05 WS-CH-TYPE          PIC X(3).
           05 FILLER              PIC X(6) VALUE " BILL ".
           05 WS-CH-BILL          PIC X(10).
           05 FILLER              PIC X(4) VALUE " PO ".
           05 WS-CH-PO            PIC X(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-CH-RECEIPTS      PIC X(16).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-CH-AMOUNT        PIC $$,$$$,$$9.99.
           05 FILLER              PIC X(4) VALUE " BY ".
           05 WS-CH-BASIS         PIC X(8).
       01 WS-COLUMN-HEAD.
           05 FILLER              PIC X(17) VALUE "    ITEM".
           05 FILLER              PIC X(10) VALUE "ALLOCATED ".
           05 FILLER              PIC X(9) VALUE "ON HAND".
           05 FILLER              PIC X(13) VALUE "COST BEFORE".
           05 FILLER              PIC X(13) VALUE "COST AFTER".
           05 FILLER              PIC X(8) VALUE "EXPENSED".
       01 WS-ITEM-LINE.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-IL-ID            PIC X(9).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-IL-SHARE         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-IL-ON-HAND       PIC ZZZZ9.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-IL-BEFORE        PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-IL-AFTER         PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-IL-EXPENSED      PIC ZZ,ZZ9.99.
       01 WS-REJECT-LINE.
           05 FILLER              PIC X(10) VALUE "REJECTED: ".
           05 WS-RL-REASON        PIC X(30).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RL-CHARGE        PIC X(45).
       01 WS-TOTAL-LINE.
           05 WS-TL-CAPTION       PIC X(30).
           05 WS-TL-AMOUNT        PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'A' TO WS-RLK-ACTION.
           MOVE "INDEXED-INVENTORY" TO WS-RLK-RESOURCE.
           MOVE "LANDED COST RUN" TO WS-RLK-OPERATOR.
           CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.
           IF WS-RLK-RESULT NOT = '0'
               DISPLAY "INVENTORY IS IN USE -- LANDED COST RUN NOT "
                   "STARTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O INDEXED-INVENT-FILE.
           OPEN INPUT CHARGES-FILE-IN.
           OPEN OUTPUT LANDED-COST-REGISTER-OUT.
           PERFORM 100-READ-ONE-CHARGE UNTIL WS-CHG-EOF = 'Y'.
           PERFORM 500-PRINT-RUN-TOTALS.
           CLOSE LANDED-COST-REGISTER-OUT.
           CLOSE CHARGES-FILE-IN.
           CLOSE INDEXED-INVENT-FILE.
           MOVE 'R' TO WS-RLK-ACTION.
           CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.
           DISPLAY "CHARGES POSTED:      " WS-CHARGES-POSTED.
           DISPLAY "CHARGES REJECTED:    " WS-CHARGES-REJECTED.
           IF WS-CHARGES-POSTED = 0 AND WS-CHARGES-REJECTED > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-CHARGES-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

           100-READ-ONE-CHARGE.
               READ CHARGES-FILE-IN
                   AT END MOVE 'Y' TO WS-CHG-EOF
                   NOT AT END PERFORM 200-POST-ONE-CHARGE
               END-READ.

      *> A charge is all-or-nothing: one that cannot be spread in
      *> full is rejected whole and goes back to be rekeyed.
           200-POST-ONE-CHARGE.
               MOVE SPACES TO WS-REJECT-REASON.
               EVALUATE TRUE
                   WHEN LCC-PO-NUMBER IS NOT NUMERIC
                       MOVE "PO NUMBER NOT NUMERIC"
                           TO WS-REJECT-REASON
                   WHEN LCC-AMOUNT IS NOT NUMERIC
                       OR LCC-AMOUNT-9 = 0
                       MOVE "AMOUNT MISSING OR NOT NUMERIC"
                           TO WS-REJECT-REASON
                   WHEN LCC-BASIS NOT = 'V' AND LCC-BASIS NOT = 'Q'
                       MOVE "BASIS MUST BE V OR Q"
                           TO WS-REJECT-REASON
                   WHEN LCC-RECEIPT-DATE NOT = SPACES
                       AND LCC-RECEIPT-DATE IS NOT NUMERIC
                       MOVE "RECEIPT DATE NOT NUMERIC"
                           TO WS-REJECT-REASON
               END-EVALUATE.
               IF WS-REJECT-REASON = SPACES
                   PERFORM 210-LOAD-RECEIPT-LINES
                   EVALUATE TRUE
                       WHEN WS-RC-OVERFLOW = 'Y'
                           MOVE "MORE THAN 200 ITEMS RECEIVED"
                               TO WS-REJECT-REASON
                       WHEN WS-RC-COUNT = 0
                           MOVE "NO RECEIPT ON FILE FOR THE PO"
                               TO WS-REJECT-REASON
                       WHEN WS-BASIS-TOTAL = 0
                           MOVE "RECEIPT HAS NO VALUE TO SPREAD ON"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF.
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 400-REJECT-THE-CHARGE
               ELSE
                   PERFORM 220-SPREAD-THE-CHARGE
                   PERFORM 300-PRINT-CHARGE-HEADER
                   PERFORM 310-APPLY-ONE-ITEM
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-RC-COUNT
                   ADD 1 TO WS-CHARGES-POSTED
                   ADD LCC-AMOUNT-9 TO WS-TOTAL-CHARGED
               END-IF.

      *> Receiving references every type-R line it writes as
      *> "PO " and the PO number; the movement file is kept whole,
      *> so a bill arriving weeks later still finds its receipt.
           210-LOAD-RECEIPT-LINES.
               MOVE 0 TO WS-RC-COUNT.
               MOVE 'N' TO WS-RC-OVERFLOW.
               MOVE 0 TO WS-BASIS-TOTAL.
               MOVE SPACES TO WS-PO-REFERENCE.
               STRING "PO " DELIMITED BY SIZE
                   LCC-PO-NUMBER DELIMITED BY SIZE
                   INTO WS-PO-REFERENCE
               END-STRING.
               IF LCC-RECEIPT-DATE = SPACES
                   OR LCC-RECEIPT-DATE-9 = 0
                   MOVE 'Y' TO WS-ALL-RECEIPTS
               ELSE
                   MOVE 'N' TO WS-ALL-RECEIPTS
               END-IF.
               MOVE 'N' TO WS-MOV-EOF.
               OPEN INPUT MOVEMENT-FILE-IN.
               PERFORM 211-READ-ONE-MOVEMENT UNTIL WS-MOV-EOF = 'Y'.
               CLOSE MOVEMENT-FILE-IN.

           211-READ-ONE-MOVEMENT.
               READ MOVEMENT-FILE-IN
                   AT END MOVE 'Y' TO WS-MOV-EOF
                   NOT AT END
                       IF MOV-TYPE = 'R'
                           AND MOV-REFERENCE = WS-PO-REFERENCE
                           AND (WS-ALL-RECEIPTS = 'Y'
                               OR MOV-DATE = LCC-RECEIPT-DATE-9)
                           PERFORM 212-ADD-RECEIPT-LINE
                       END-IF
               END-READ.

           212-ADD-RECEIPT-LINE.
               MOVE 'N' TO WS-FOUND-FLAG.
               PERFORM 213-SCAN-RECEIPT-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RC-COUNT
                       OR WS-FOUND-FLAG = 'Y'.
               IF WS-FOUND-FLAG = 'N'
                   IF WS-RC-COUNT = 200
                       MOVE 'Y' TO WS-RC-OVERFLOW
                   ELSE
                       ADD 1 TO WS-RC-COUNT
                       MOVE WS-RC-COUNT TO WS-HIT-SUB
                       MOVE MOV-INVENTORY-ID TO WS-RC-ID(WS-HIT-SUB)
                       MOVE 0 TO WS-RC-QUANTITY(WS-HIT-SUB)
                       MOVE 0 TO WS-RC-VALUE(WS-HIT-SUB)
                       MOVE 0 TO WS-RC-SHARE(WS-HIT-SUB)
                       MOVE 'Y' TO WS-FOUND-FLAG
                   END-IF
               END-IF.
               IF WS-FOUND-FLAG = 'Y'
                   ADD MOV-QUANTITY TO WS-RC-QUANTITY(WS-HIT-SUB)
                   IF MOV-UNIT-COST IS NUMERIC
                       COMPUTE WS-RC-VALUE(WS-HIT-SUB) =
                           WS-RC-VALUE(WS-HIT-SUB)
                           + MOV-QUANTITY * MOV-UNIT-COST
                   END-IF
                   IF LCC-BASIS = 'V'
                       IF MOV-UNIT-COST IS NUMERIC
                           COMPUTE WS-BASIS-TOTAL = WS-BASIS-TOTAL
                               + MOV-QUANTITY * MOV-UNIT-COST
                       END-IF
                   ELSE
                       ADD MOV-QUANTITY TO WS-BASIS-TOTAL
                   END-IF
               END-IF.

           213-SCAN-RECEIPT-ITEM.
               IF WS-RC-ID(WS-SUB) = MOV-INVENTORY-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF.

      *> Each item's share is rounded to the cent; the last item
      *> takes whatever is left, so the shares add up to the bill.
           220-SPREAD-THE-CHARGE.
               MOVE 0 TO WS-SHARED-SO-FAR.
               PERFORM 221-SHARE-ONE-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RC-COUNT.

           221-SHARE-ONE-ITEM.
               IF WS-SUB = WS-RC-COUNT
                   COMPUTE WS-RC-SHARE(WS-SUB) =
                       LCC-AMOUNT-9 - WS-SHARED-SO-FAR
               ELSE
                   IF LCC-BASIS = 'V'
                       MOVE WS-RC-VALUE(WS-SUB) TO WS-BASIS-ITEM
                   ELSE
                       MOVE WS-RC-QUANTITY(WS-SUB) TO WS-BASIS-ITEM
                   END-IF
                   COMPUTE WS-RC-SHARE(WS-SUB) ROUNDED =
                       LCC-AMOUNT-9 * WS-BASIS-ITEM / WS-BASIS-TOTAL
                   ADD WS-RC-SHARE(WS-SUB) TO WS-SHARED-SO-FAR
               END-IF.

           300-PRINT-CHARGE-HEADER.
               MOVE LCC-CHARGE-TYPE TO WS-CH-TYPE.
               MOVE LCC-BILL TO WS-CH-BILL.
               MOVE LCC-PO-NUMBER TO WS-CH-PO.
               IF WS-ALL-RECEIPTS = 'Y'
                   MOVE "ALL RECEIPTS" TO WS-CH-RECEIPTS
               ELSE
                   MOVE SPACES TO WS-CH-RECEIPTS
                   STRING "RECEIPT " DELIMITED BY SIZE
                       LCC-RECEIPT-DATE DELIMITED BY SIZE
                       INTO WS-CH-RECEIPTS
                   END-STRING
               END-IF.
               MOVE LCC-AMOUNT-9 TO WS-CH-AMOUNT.
               IF LCC-BASIS = 'V'
                   MOVE "VALUE" TO WS-CH-BASIS
               ELSE
                   MOVE "QUANTITY" TO WS-CH-BASIS
               END-IF.
               DISPLAY WS-CHARGE-HEADER.
               WRITE REGISTER-LINE-OUT FROM WS-CHARGE-HEADER.
               DISPLAY WS-COLUMN-HEAD.
               WRITE REGISTER-LINE-OUT FROM WS-COLUMN-HEAD.

      *> The share lands on the pairs still on the shelf.  Pairs
      *> of the receipt already sold went out at the old cost, so
      *> their part of the share cannot be put into stock and is
      *> shown as expensed; an item with nothing on hand, or gone
      *> from the file, expenses its whole share.
           310-APPLY-ONE-ITEM.
               MOVE 0 TO WS-BEFORE-COST.
               MOVE 0 TO WS-ABSORBED.
               MOVE WS-RC-ID(WS-SUB) TO INVENTORY-ID.
               READ INDEXED-INVENT-FILE
                   INVALID KEY
                       DISPLAY "ITEM NOT ON INVENTORY, SHARE "
                           "EXPENSED: " WS-RC-ID(WS-SUB)
                       MOVE 0 TO QUANTITY-ON-HAND
                       MOVE 0 TO UNIT-COST
                   NOT INVALID KEY
                       PERFORM 320-ABSORB-THE-SHARE
               END-READ.
               COMPUTE WS-EXPENSED = WS-RC-SHARE(WS-SUB) - WS-ABSORBED.
               ADD WS-ABSORBED TO WS-TOTAL-ABSORBED.
               ADD WS-EXPENSED TO WS-TOTAL-EXPENSED.
               MOVE WS-RC-ID(WS-SUB) TO WS-IL-ID.
               MOVE WS-RC-SHARE(WS-SUB) TO WS-IL-SHARE.
               MOVE QUANTITY-ON-HAND TO WS-IL-ON-HAND.
               MOVE WS-BEFORE-COST TO WS-IL-BEFORE.
               MOVE UNIT-COST TO WS-IL-AFTER.
               MOVE WS-EXPENSED TO WS-IL-EXPENSED.
               DISPLAY WS-ITEM-LINE.
               WRITE REGISTER-LINE-OUT FROM WS-ITEM-LINE.

           320-ABSORB-THE-SHARE.
               MOVE UNIT-COST TO WS-BEFORE-COST.
               IF QUANTITY-ON-HAND > 0
                   IF QUANTITY-ON-HAND >= WS-RC-QUANTITY(WS-SUB)
                       MOVE WS-RC-SHARE(WS-SUB) TO WS-ABSORBED
                   ELSE
                       COMPUTE WS-ABSORBED ROUNDED =
                           WS-RC-SHARE(WS-SUB) * QUANTITY-ON-HAND
                           / WS-RC-QUANTITY(WS-SUB)
                   END-IF
                   COMPUTE WS-EXTENDED-VALUE =
                       QUANTITY-ON-HAND * UNIT-COST + WS-ABSORBED
                   COMPUTE UNIT-COST ROUNDED =
                       WS-EXTENDED-VALUE / QUANTITY-ON-HAND
                   REWRITE INVENTORY-RECORD-OUT
                       INVALID KEY
                           DISPLAY "REWRITE REJECTED, FILE STATUS "
                               WS-KEY " FOR: " INVENTORY-ID
                           MOVE WS-BEFORE-COST TO UNIT-COST
                           MOVE 0 TO WS-ABSORBED
                   END-REWRITE
               END-IF.

           400-REJECT-THE-CHARGE.
               ADD 1 TO WS-CHARGES-REJECTED.
               MOVE WS-REJECT-REASON TO WS-RL-REASON.
               MOVE CHARGE-RECORD-IN TO WS-RL-CHARGE.
               DISPLAY WS-REJECT-LINE.
               WRITE REGISTER-LINE-OUT FROM WS-REJECT-LINE.

           500-PRINT-RUN-TOTALS.
               MOVE "LANDED COST CHARGED" TO WS-TL-CAPTION.
               MOVE WS-TOTAL-CHARGED TO WS-TL-AMOUNT.
               PERFORM 510-PRINT-TOTAL-LINE.
               MOVE "PUT INTO STOCK COST" TO WS-TL-CAPTION.
               MOVE WS-TOTAL-ABSORBED TO WS-TL-AMOUNT.
               PERFORM 510-PRINT-TOTAL-LINE.
               MOVE "EXPENSED (STOCK ALREADY SOLD)" TO WS-TL-CAPTION.
               MOVE WS-TOTAL-EXPENSED TO WS-TL-AMOUNT.
               PERFORM 510-PRINT-TOTAL-LINE.

           510-PRINT-TOTAL-LINE.
               DISPLAY WS-TOTAL-LINE.
               WRITE REGISTER-LINE-OUT FROM WS-TOTAL-LINE.

       END PROGRAM LANDED_COST_PROGRAM.
