      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 07-28-2026
      * Purpose: sales tax on one pair, called (like OPERATOR_CHECK)
      * from every program that sells or refunds a shoe.  The item
      * is taxable unless ITEM-TAX-FLAGS.TXT marks it E (exempt);
      * every row of TAX-RATES.TXT for the shop's jurisdiction
      * (SALES-TAX-CONTROL.TXT) that is effective on the tax date is
      * one tax type charged on the price, each rounded on its own.
      * A sale posted or a refund reversed writes one line per tax
      * type to SALES-TAX-DETAIL.TXT for the period-end return; a
      * calculation only returns the amount.  A shop with no
      * control record taxes at every rate on the table.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES_TAX_CALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL TAX-RATES-FILE
           ASSIGN TO '..\TAX-RATES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ITEM-TAX-FLAGS-FILE
           ASSIGN TO '..\ITEM-TAX-FLAGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-CONTROL-FILE
           ASSIGN TO '..\SALES-TAX-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TC-STATUS.
           SELECT OPTIONAL TAX-DETAIL-FILE
           ASSIGN TO '..\SALES-TAX-DETAIL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Effective-dated rate per jurisdiction and tax type, the
      *> SELLING-PRICES.TXT shape (eff-to of zero means still open);
      *> the rate is a percentage, 13000 is 13.000%.
       FD  TAX-RATES-FILE.
       01  TAX-RATE-RECORD.
           05  TXR-JURISDICTION    PIC X(5).
           05  FILLER              PIC X(1).
           05  TXR-TAX-TYPE        PIC X(3).
           05  FILLER              PIC X(1).
           05  TXR-RATE            PIC 9(2)V9(3).
           05  FILLER              PIC X(1).
           05  TXR-EFF-FROM        PIC 9(8).
           05  FILLER              PIC X(1).
           05  TXR-EFF-TO          PIC 9(8).

       FD  ITEM-TAX-FLAGS-FILE.
       01  ITEM-TAX-FLAG-RECORD.
           05  ITF-INVENTORY-ID    PIC X(9).
           05  FILLER              PIC X(1).
           05  ITF-TAX-FLAG        PIC X(1).

       FD  TAX-CONTROL-FILE.
       01  TAX-CONTROL-RECORD.
           05  STC-JURISDICTION    PIC X(5).

      *> One line per tax type per pair sold (S) or refunded (R).
       FD  TAX-DETAIL-FILE.
       01  TAX-DETAIL-RECORD.
           05  STD-DATE            PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  STD-INVOICE-NUMBER  PIC 9(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  STD-KIND            PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  STD-JURISDICTION    PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  STD-TAX-TYPE        PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  STD-RATE            PIC 9(2)V9(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  STD-BASE            PIC 9(5)V99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  STD-TAX             PIC 9(5)V99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  STD-INVENTORY-ID    PIC X(9).

       WORKING-STORAGE SECTION.
       01 WS-TC-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-JURISDICTION PIC X(5).
       01 WS-SUB PIC 9(3).
       01 WS-RATE-TABLE.
           05 WS-TR-ENTRY OCCURS 200 TIMES.
               10 WS-TR-JURISDICTION  PIC X(5).
               10 WS-TR-TAX-TYPE      PIC X(3).
               10 WS-TR-RATE          PIC 9(2)V9(3).
               10 WS-TR-FROM          PIC 9(8).
               10 WS-TR-TO            PIC 9(8).
       01 WS-RATE-COUNT PIC 9(3) VALUE 0.
       01 WS-TYPE-TAX PIC 9(5)V99.

       LINKAGE SECTION.
       01 LS-SALES-TAX-AREA.
           05 LS-TAX-ACTION       PIC X(1).
               88 LS-CALCULATE-ONLY    VALUE 'C'.
               88 LS-POST-SALE         VALUE 'S'.
               88 LS-REVERSE-REFUND    VALUE 'R'.
           05 LS-TAX-INVENTORY-ID PIC X(9).
           05 LS-TAX-DATE         PIC 9(8).
           05 LS-TAX-POST-DATE    PIC 9(8).
           05 LS-TAX-INVOICE      PIC 9(7).
           05 LS-TAX-PRICE        PIC 9(5)V99.
           05 LS-TAX-FLAG         PIC X(1).
               88 LS-ITEM-TAXABLE      VALUE 'T'.
               88 LS-ITEM-EXEMPT       VALUE 'E'.
           05 LS-TAX-AMOUNT       PIC 9(5)V99.
           05 LS-TAX-RESULT       PIC X(1).
               88 LS-TAX-FOUND         VALUE '0'.
               88 LS-NO-RATE-EFFECTIVE VALUE '1'.

      *> A refund comes in with the flag the original sale carried
      *> and the original sale date, so it reverses what was
      *> charged even if the item's flag has changed since.
       PROCEDURE DIVISION USING LS-SALES-TAX-AREA.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-TAX-AMOUNT.
           MOVE '1' TO LS-TAX-RESULT.
           IF NOT LS-REVERSE-REFUND
               PERFORM 100-LOOK-UP-ITEM-FLAG
           END-IF.
           IF LS-ITEM-EXEMPT
               MOVE '0' TO LS-TAX-RESULT
           ELSE
               MOVE 'T' TO LS-TAX-FLAG
               PERFORM 200-LOAD-TAX-RATES
               IF LS-POST-SALE OR LS-REVERSE-REFUND
                   OPEN EXTEND TAX-DETAIL-FILE
               END-IF
               PERFORM 300-APPLY-ONE-RATE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RATE-COUNT
               IF LS-POST-SALE OR LS-REVERSE-REFUND
                   CLOSE TAX-DETAIL-FILE
               END-IF
           END-IF.
       GOBACK.

           100-LOOK-UP-ITEM-FLAG.
               MOVE 'T' TO LS-TAX-FLAG.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT ITEM-TAX-FLAGS-FILE.
               PERFORM 110-READ-ONE-FLAG UNTIL WS-EOF = 'Y'.
               CLOSE ITEM-TAX-FLAGS-FILE.

           110-READ-ONE-FLAG.
               READ ITEM-TAX-FLAGS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ITF-INVENTORY-ID = LS-TAX-INVENTORY-ID
                           AND ITF-TAX-FLAG = 'E'
                           MOVE 'E' TO LS-TAX-FLAG
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ.

           200-LOAD-TAX-RATES.
               MOVE SPACES TO WS-JURISDICTION.
               OPEN INPUT TAX-CONTROL-FILE.
               IF WS-TC-STATUS = "00"
                   READ TAX-CONTROL-FILE
                       AT END MOVE SPACES TO STC-JURISDICTION
                   END-READ
                   MOVE STC-JURISDICTION TO WS-JURISDICTION
                   CLOSE TAX-CONTROL-FILE
               END-IF.
               MOVE 0 TO WS-RATE-COUNT.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT TAX-RATES-FILE.
               PERFORM 210-READ-ONE-RATE
                   UNTIL WS-EOF = 'Y' OR WS-RATE-COUNT = 200.
               CLOSE TAX-RATES-FILE.

           210-READ-ONE-RATE.
               READ TAX-RATES-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-JURISDICTION = SPACES
                           OR TXR-JURISDICTION = WS-JURISDICTION
                           ADD 1 TO WS-RATE-COUNT
                           MOVE TXR-JURISDICTION
                               TO WS-TR-JURISDICTION(WS-RATE-COUNT)
                           MOVE TXR-TAX-TYPE
                               TO WS-TR-TAX-TYPE(WS-RATE-COUNT)
                           MOVE TXR-RATE TO WS-TR-RATE(WS-RATE-COUNT)
                           MOVE TXR-EFF-FROM
                               TO WS-TR-FROM(WS-RATE-COUNT)
                           MOVE TXR-EFF-TO TO WS-TR-TO(WS-RATE-COUNT)
                       END-IF
               END-READ.

      *> Each tax type is rounded on its own, so the detail lines
      *> add up to exactly the tax on the invoice.
           300-APPLY-ONE-RATE.
               IF LS-TAX-DATE >= WS-TR-FROM(WS-SUB)
                   AND (WS-TR-TO(WS-SUB) = 0
                       OR LS-TAX-DATE <= WS-TR-TO(WS-SUB))
                   MOVE '0' TO LS-TAX-RESULT
                   COMPUTE WS-TYPE-TAX ROUNDED =
                       LS-TAX-PRICE * WS-TR-RATE(WS-SUB) / 100
                   ADD WS-TYPE-TAX TO LS-TAX-AMOUNT
                   IF LS-POST-SALE OR LS-REVERSE-REFUND
                       PERFORM 310-WRITE-TAX-DETAIL
                   END-IF
               END-IF.

           310-WRITE-TAX-DETAIL.
               MOVE SPACES TO TAX-DETAIL-RECORD.
               MOVE LS-TAX-POST-DATE TO STD-DATE.
               MOVE LS-TAX-INVOICE TO STD-INVOICE-NUMBER.
               IF LS-REVERSE-REFUND
                   MOVE 'R' TO STD-KIND
               ELSE
                   MOVE 'S' TO STD-KIND
               END-IF.
               MOVE WS-TR-JURISDICTION(WS-SUB) TO STD-JURISDICTION.
               MOVE WS-TR-TAX-TYPE(WS-SUB) TO STD-TAX-TYPE.
               MOVE WS-TR-RATE(WS-SUB) TO STD-RATE.
               MOVE LS-TAX-PRICE TO STD-BASE.
               MOVE WS-TYPE-TAX TO STD-TAX.
               MOVE LS-TAX-INVENTORY-ID TO STD-INVENTORY-ID.
               WRITE TAX-DETAIL-RECORD.

       END PROGRAM SALES_TAX_CALC.
