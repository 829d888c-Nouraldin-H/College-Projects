      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 06-30-2026
      * Purpose: defective stock goes back to the vendor and the
      * money is claimed.  RTV-LINES.TXT queues every defective
      * pair: SHOE_RETURNS_PROGRAM holds returned pairs on it, and
      * floor mode here keys defective stock found on the shelves.
      * Authorize mode gathers the waiting lines into one
      * return-to-vendor authorization per vendor, numbered off
      * NEXT-RTV-NUMBER.TXT, and prints RTV-AUTHORIZATIONS.TXT to
      * send the vendor.  Ship mode sends one authorization: each
      * line's quantity comes out of INDEXED-INVENTORY.IDX through
      * the stock journal as a type-V movement, and a debit memo
      * for the goods at the item's unit cost is raised on
      * AP-DEBIT-MEMOS.TXT (printed on RTV-DEBIT-MEMO.TXT and
      * written to AP-REGISTER.TXT) for ACCOUNTS_PAYABLE_PROGRAM to
      * take off the vendor's next payment.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURN_TO_VENDOR_PROGRAM.
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
           SELECT VENDOR-MASTER-FILE
           ASSIGN TO '..\VENDOR-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY VEN-CODE
           FILE STATUS WS-VEN-STATUS.
           SELECT OPTIONAL RTV-LINES-FILE
           ASSIGN TO '..\RTV-LINES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEXT-RTV-FILE
           ASSIGN TO '..\NEXT-RTV-NUMBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NR-STATUS.
           SELECT OPTIONAL STOCK-JOURNAL-FILE
           ASSIGN TO '..\STOCK-JOURNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-DEBIT-MEMO-FILE
           ASSIGN TO '..\AP-DEBIT-MEMOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-REGISTER-FILE
           ASSIGN TO '..\AP-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTHORIZATION-REPORT-OUT
           ASSIGN TO '..\RTV-AUTHORIZATIONS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEBIT-MEMO-PRINT-OUT
           ASSIGN TO '..\RTV-DEBIT-MEMO.TXT'
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

       FD VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-RECORD.
           05 VEN-CODE            PIC X(5).
           05 VEN-NAME            PIC X(30).
           05 VEN-ADDRESS         PIC X(40).
           05 VEN-CONTACT         PIC X(25).
           05 VEN-TERMS-DAYS      PIC 9(3).
           05 VEN-PAY-METHOD      PIC X(1).
           05 VEN-BANK-TRANSIT    PIC 9(8).
           05 VEN-BANK-ACCOUNT    PIC 9(12).
           05 VEN-LEAD-DAYS       PIC 9(3).

      *> One line per defective quantity: source R (customer
      *> return) or F (found on the floor), status P waiting, A on
      *> an authorization, S shipped.
       FD RTV-LINES-FILE.
       01 RTV-LINE-RECORD.
           05 RTL-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 RTL-INVENTORY-ID    PIC X(9).
           05 FILLER              PIC X(1).
           05 RTL-QUANTITY        PIC 9(5).
           05 FILLER              PIC X(1).
           05 RTL-SOURCE          PIC X(1).
           05 FILLER              PIC X(1).
           05 RTL-REASON          PIC X(3).
           05 FILLER              PIC X(1).
           05 RTL-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 RTL-RTV-NUMBER      PIC 9(7).
           05 FILLER              PIC X(1).
           05 RTL-VENDOR          PIC X(5).
           05 FILLER              PIC X(1).
           05 RTL-UNIT-COST       PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 RTL-SHIP-DATE       PIC 9(8).

       FD NEXT-RTV-FILE.
       01 NEXT-RTV-RECORD.
           05 NR-NEXT-NUMBER      PIC 9(7).

       FD STOCK-JOURNAL-FILE.
       01 STOCK-JOURNAL-LINE.
           05 SJ-DATE             PIC 9(8).
           05 FILLER              PIC X(1).
           05 SJ-TYPE             PIC X(1).
           05 FILLER              PIC X(1).
           05 SJ-INVENTORY-ID     PIC X(9).
           05 FILLER              PIC X(1).
           05 SJ-QUANTITY         PIC 9(5).
           05 FILLER              PIC X(1).
           05 SJ-BEFORE           PIC 9(5).
           05 FILLER              PIC X(1).
           05 SJ-AFTER            PIC 9(5).
           05 FILLER              PIC X(1).
           05 SJ-REFERENCE        PIC X(10).

      *> Debit memos against vendors, numbered as the RTV that
      *> raised them; the payables run draws the balance down.
       FD AP-DEBIT-MEMO-FILE.
       01 AP-DEBIT-MEMO-RECORD.
           05 DBM-NUMBER          PIC 9(7).
           05 FILLER              PIC X(1).
           05 DBM-VENDOR          PIC X(5).
           05 FILLER              PIC X(1).
           05 DBM-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 DBM-AMOUNT          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 DBM-BALANCE         PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 DBM-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 DBM-APPLIED-DATE    PIC 9(8).

       FD AP-REGISTER-FILE.
       01 AP-REGISTER-RECORD.
           05 APR-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 APR-TYPE            PIC X(3).
           05 FILLER              PIC X(1).
           05 APR-VENDOR          PIC X(5).
           05 FILLER              PIC X(1).
           05 APR-REFERENCE       PIC 9(7).
           05 FILLER              PIC X(1).
           05 APR-AMOUNT          PIC 9(9)V99.

       FD AUTHORIZATION-REPORT-OUT.
       01 AUTHORIZATION-LINE-OUT  PIC X(90).

       FD DEBIT-MEMO-PRINT-OUT.
       01 DEBIT-MEMO-LINE-OUT     PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-KEY PIC X(2).
       01 WS-VEN-STATUS PIC X(2).
       01 WS-NR-STATUS PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-RTL-EOF PIC X(1).
       01 WS-SUB PIC 9(4).
       01 WS-LINE-SUB PIC 9(4).
       01 WS-FOUND-FLAG PIC X(1).

       01 WS-RESOURCE-LOCK-AREA.
           05 WS-RLK-ACTION       PIC X(1).
           05 WS-RLK-RESOURCE     PIC X(20).
           05 WS-RLK-OPERATOR     PIC X(20).
           05 WS-RLK-RESULT       PIC X(1).

      *> The whole RTV line file, rewritten from here.
       01 WS-RTV-TABLE.
           05 WS-RT-ENTRY OCCURS 2000 TIMES PIC X(63).
       01 WS-RT-COUNT PIC 9(4) VALUE 0.

       01 WS-ID-EDIT PIC X(9).
       01 WS-QTY-EDIT PIC X(5).
       01 WS-QTY-EDIT-9 REDEFINES WS-QTY-EDIT PIC 9(5).
       01 WS-REASON-EDIT PIC X(3).
       01 WS-RTV-EDIT PIC X(7).
       01 WS-RTV-EDIT-9 REDEFINES WS-RTV-EDIT PIC 9(7).
       01 WS-RTV-NUMBER PIC 9(7).
       01 WS-BEFORE-QTY PIC 9(5).

      *> One authorization per vendor per authorize run.
       01 WS-VENDOR-RTV-TABLE.
           05 WS-VR-ENTRY OCCURS 200 TIMES.
               10 WS-VR-VENDOR        PIC X(5).
               10 WS-VR-NUMBER        PIC 9(7).
       01 WS-VR-COUNT PIC 9(3) VALUE 0.
       01 WS-VR-SUB PIC 9(3).
       01 WS-VR-FOUND-FLAG PIC X(1).

       01 WS-LINES-AUTHORIZED PIC 9(5) VALUE 0.
       01 WS-LINES-LEFT PIC 9(5) VALUE 0.
       01 WS-LINES-SHIPPED PIC 9(5) VALUE 0.
       01 WS-LINES-NOT-SHIPPED PIC 9(5) VALUE 0.
       01 WS-RTV-TOTAL PIC 9(7)V99.
       01 WS-EXTENDED PIC 9(7)V99.
       01 WS-SHIP-VENDOR PIC X(5).

       01 WS-RTV-HEADER.
           05 FILLER              PIC X(30)
               VALUE "RETURN TO VENDOR AUTHORIZATION".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RH-NUMBER        PIC 9(7).
           05 FILLER              PIC X(9) VALUE "  VENDOR ".
           05 WS-RH-VENDOR        PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RH-NAME          PIC X(30).
       01 WS-MEMO-HEADER.
           05 FILLER              PIC X(11) VALUE "DEBIT MEMO ".
           05 WS-MH-NUMBER        PIC 9(7).
           05 FILLER              PIC X(6) VALUE "  TO: ".
           05 WS-MH-VENDOR        PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-MH-NAME          PIC X(30).
           05 FILLER              PIC X(6) VALUE "  ON: ".
           05 WS-MH-DATE          PIC 9(8).
       01 WS-MEMO-ADDRESS.
           05 FILLER              PIC X(24) VALUE SPACES.
           05 WS-MA-ADDRESS       PIC X(40).
       01 WS-RTV-DETAIL.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-RD-ID            PIC X(9).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RD-SOURCE        PIC X(6).
           05 FILLER              PIC X(8) VALUE " REASON ".
           05 WS-RD-REASON        PIC X(3).
           05 FILLER              PIC X(6) VALUE " QTY: ".
           05 WS-RD-QUANTITY      PIC ZZZZ9.
           05 FILLER              PIC X(3) VALUE " @ ".
           05 WS-RD-COST          PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RD-EXTENDED      PIC $$,$$$,$$9.99.
       01 WS-RTV-TOTAL-LINE.
           05 FILLER              PIC X(55) VALUE SPACES.
           05 FILLER              PIC X(8) VALUE "TOTAL: ".
           05 WS-RT-TOTAL         PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Key floor defects, authorize returns, or ship "
               "an RTV? (F/A/S) "
           ACCEPT WS-MODE.
           PERFORM 100-LOAD-RTV-LINES.
      *> Every mode rewrites RTV-LINES.TXT from the table, so a
      *> file past the ceiling aborts up front.
           IF WS-RTL-EOF NOT = 'Y'
               DISPLAY "RTV-LINES.TXT EXCEEDS THE 2000-LINE "
                   "TABLE -- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE TRUE
               WHEN WS-MODE = 'A' OR 'a'
                   PERFORM 300-AUTHORIZE-THE-RETURNS
               WHEN WS-MODE = 'S' OR 's'
                   PERFORM 400-SHIP-ONE-RTV
               WHEN OTHER
                   PERFORM 200-KEY-FLOOR-DEFECT
           END-EVALUATE.
           STOP RUN.

           100-LOAD-RTV-LINES.
               MOVE 'N' TO WS-RTL-EOF.
               OPEN INPUT RTV-LINES-FILE.
               PERFORM 110-READ-RTV-LINE
                   UNTIL WS-RTL-EOF = 'Y' OR WS-RT-COUNT = 2000.
               IF WS-RTL-EOF NOT = 'Y'
                   READ RTV-LINES-FILE
                       AT END MOVE 'Y' TO WS-RTL-EOF
                   END-READ
               END-IF.
               CLOSE RTV-LINES-FILE.

           110-READ-RTV-LINE.
               READ RTV-LINES-FILE
                   AT END MOVE 'Y' TO WS-RTL-EOF
                   NOT AT END
                       ADD 1 TO WS-RT-COUNT
                       MOVE RTV-LINE-RECORD TO WS-RT-ENTRY(WS-RT-COUNT)
               END-READ.

           150-REWRITE-RTV-LINES.
               OPEN OUTPUT RTV-LINES-FILE.
               PERFORM 151-WRITE-ONE-RTV-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RT-COUNT.
               CLOSE RTV-LINES-FILE.

           151-WRITE-ONE-RTV-LINE.
               MOVE WS-RT-ENTRY(WS-SUB) TO RTV-LINE-RECORD.
               WRITE RTV-LINE-RECORD.

      *> RTV numbers are issued, not guessed -- same register
      *> shape as the PO-number issuance.
           160-ISSUE-RTV-NUMBER.
               OPEN INPUT NEXT-RTV-FILE.
               IF WS-NR-STATUS NOT = "00"
                   MOVE 7000001 TO NR-NEXT-NUMBER
               ELSE
                   READ NEXT-RTV-FILE
                       AT END MOVE 7000001 TO NR-NEXT-NUMBER
                   END-READ
                   CLOSE NEXT-RTV-FILE
               END-IF.
               MOVE NR-NEXT-NUMBER TO WS-RTV-NUMBER.
               ADD 1 TO NR-NEXT-NUMBER.
               OPEN OUTPUT NEXT-RTV-FILE.
               WRITE NEXT-RTV-RECORD.
               CLOSE NEXT-RTV-FILE.

      *> Defective stock found on the shelves is already on hand,
      *> so it is only queued here; the shipment takes it out.
           200-KEY-FLOOR-DEFECT.
               DISPLAY "Enter inventory ID: "
               ACCEPT WS-ID-EDIT.
               OPEN INPUT INDEXED-INVENT-FILE.
               MOVE WS-ID-EDIT TO INVENTORY-ID.
               READ INDEXED-INVENT-FILE
                   INVALID KEY
                       DISPLAY "Item not on the inventory."
                       MOVE 8 TO RETURN-CODE
                       CLOSE INDEXED-INVENT-FILE
                       STOP RUN
               END-READ.
               MOVE 'N' TO WS-QTY-EDIT.
               PERFORM 210-ACCEPT-DEFECT-QTY
                   UNTIL WS-QTY-EDIT IS NUMERIC.
               IF WS-QTY-EDIT-9 = 0
                   OR WS-QTY-EDIT-9 > QUANTITY-ON-HAND
                   DISPLAY "Only " QUANTITY-ON-HAND " on hand -- "
                       "defect not queued."
                   MOVE 8 TO RETURN-CODE
                   CLOSE INDEXED-INVENT-FILE
                   STOP RUN
               END-IF.
               DISPLAY "Defect reason code: "
               ACCEPT WS-REASON-EDIT.
               ADD 1 TO WS-RT-COUNT.
               IF WS-RT-COUNT > 2000
                   DISPLAY "RTV-LINES.TXT IS FULL -- DEFECT NOT "
                       "QUEUED."
                   MOVE 8 TO RETURN-CODE
                   CLOSE INDEXED-INVENT-FILE
                   STOP RUN
               END-IF.
               MOVE SPACES TO RTV-LINE-RECORD.
               MOVE WS-TODAY TO RTL-DATE.
               MOVE INVENTORY-ID TO RTL-INVENTORY-ID.
               MOVE WS-QTY-EDIT-9 TO RTL-QUANTITY.
               MOVE 'F' TO RTL-SOURCE.
               MOVE WS-REASON-EDIT TO RTL-REASON.
               MOVE 'P' TO RTL-STATUS.
               MOVE 0 TO RTL-RTV-NUMBER.
               MOVE VENDOR-CODE TO RTL-VENDOR.
               MOVE UNIT-COST TO RTL-UNIT-COST.
               MOVE 0 TO RTL-SHIP-DATE.
               MOVE RTV-LINE-RECORD TO WS-RT-ENTRY(WS-RT-COUNT).
               CLOSE INDEXED-INVENT-FILE.
               PERFORM 150-REWRITE-RTV-LINES.
               DISPLAY "Defect queued for return to vendor "
                   RTL-VENDOR.

           210-ACCEPT-DEFECT-QTY.
               DISPLAY "Defective quantity: "
               ACCEPT WS-QTY-EDIT
               IF WS-QTY-EDIT IS NOT NUMERIC
                   DISPLAY "Quantity must be numeric, try again."
               END-IF.

      *> Every waiting line goes on its vendor's authorization for
      *> this run; a vendor not on the master cannot be sent one,
      *> so its lines wait.
           300-AUTHORIZE-THE-RETURNS.
               OPEN INPUT VENDOR-MASTER-FILE.
               PERFORM 310-AUTHORIZE-ONE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-RT-COUNT.
               OPEN OUTPUT AUTHORIZATION-REPORT-OUT.
               PERFORM 330-PRINT-ONE-AUTHORIZATION
                   VARYING WS-VR-SUB FROM 1 BY 1
                   UNTIL WS-VR-SUB > WS-VR-COUNT.
               CLOSE AUTHORIZATION-REPORT-OUT.
               CLOSE VENDOR-MASTER-FILE.
               PERFORM 150-REWRITE-RTV-LINES.
               DISPLAY "RTV AUTHORIZATIONS:  " WS-VR-COUNT.
               DISPLAY "LINES AUTHORIZED:    " WS-LINES-AUTHORIZED.
               DISPLAY "LINES LEFT WAITING:  " WS-LINES-LEFT.
               IF WS-LINES-LEFT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

           310-AUTHORIZE-ONE-LINE.
               MOVE WS-RT-ENTRY(WS-LINE-SUB) TO RTV-LINE-RECORD.
               IF RTL-STATUS = 'P'
                   MOVE RTL-VENDOR TO VEN-CODE
                   READ VENDOR-MASTER-FILE
                       INVALID KEY
                           ADD 1 TO WS-LINES-LEFT
                           DISPLAY "VENDOR NOT ON MASTER, LINE LEFT "
                               "WAITING: " RTV-LINE-RECORD
                       NOT INVALID KEY
                           PERFORM 320-FIND-OR-ISSUE-VENDOR-RTV
                           IF WS-VR-FOUND-FLAG = 'Y'
                               MOVE 'A' TO RTL-STATUS
                               MOVE WS-RTV-NUMBER TO RTL-RTV-NUMBER
                               MOVE RTV-LINE-RECORD
                                   TO WS-RT-ENTRY(WS-LINE-SUB)
                               ADD 1 TO WS-LINES-AUTHORIZED
                           ELSE
                               ADD 1 TO WS-LINES-LEFT
                           END-IF
                   END-READ
               END-IF.

           320-FIND-OR-ISSUE-VENDOR-RTV.
               MOVE 'N' TO WS-VR-FOUND-FLAG.
               PERFORM 321-SCAN-VENDOR-RTV
                   VARYING WS-VR-SUB FROM 1 BY 1
                   UNTIL WS-VR-SUB > WS-VR-COUNT
                       OR WS-VR-FOUND-FLAG = 'Y'.
               IF WS-VR-FOUND-FLAG = 'N' AND WS-VR-COUNT < 200
                   PERFORM 160-ISSUE-RTV-NUMBER
                   ADD 1 TO WS-VR-COUNT
                   MOVE RTL-VENDOR TO WS-VR-VENDOR(WS-VR-COUNT)
                   MOVE WS-RTV-NUMBER TO WS-VR-NUMBER(WS-VR-COUNT)
                   MOVE 'Y' TO WS-VR-FOUND-FLAG
               END-IF.

           321-SCAN-VENDOR-RTV.
               IF WS-VR-VENDOR(WS-VR-SUB) = RTL-VENDOR
                   MOVE 'Y' TO WS-VR-FOUND-FLAG
                   MOVE WS-VR-NUMBER(WS-VR-SUB) TO WS-RTV-NUMBER
               END-IF.

           330-PRINT-ONE-AUTHORIZATION.
               MOVE WS-VR-VENDOR(WS-VR-SUB) TO VEN-CODE.
               READ VENDOR-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO VEN-NAME
               END-READ.
               MOVE WS-VR-NUMBER(WS-VR-SUB) TO WS-RH-NUMBER.
               MOVE WS-VR-VENDOR(WS-VR-SUB) TO WS-RH-VENDOR.
               MOVE VEN-NAME TO WS-RH-NAME.
               DISPLAY WS-RTV-HEADER.
               WRITE AUTHORIZATION-LINE-OUT FROM WS-RTV-HEADER.
               MOVE 0 TO WS-RTV-TOTAL.
               PERFORM 340-PRINT-AUTHORIZED-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-RT-COUNT.
               MOVE WS-RTV-TOTAL TO WS-RT-TOTAL.
               DISPLAY WS-RTV-TOTAL-LINE.
               WRITE AUTHORIZATION-LINE-OUT FROM WS-RTV-TOTAL-LINE.

           340-PRINT-AUTHORIZED-LINE.
               MOVE WS-RT-ENTRY(WS-LINE-SUB) TO RTV-LINE-RECORD.
               IF RTL-STATUS = 'A'
                   AND RTL-RTV-NUMBER = WS-VR-NUMBER(WS-VR-SUB)
                   PERFORM 350-FORMAT-RTV-DETAIL
                   DISPLAY WS-RTV-DETAIL
                   WRITE AUTHORIZATION-LINE-OUT FROM WS-RTV-DETAIL
               END-IF.

           350-FORMAT-RTV-DETAIL.
               MOVE RTL-INVENTORY-ID TO WS-RD-ID.
               IF RTL-SOURCE = 'R'
                   MOVE "RETURN" TO WS-RD-SOURCE
               ELSE
                   MOVE "FLOOR" TO WS-RD-SOURCE
               END-IF.
               MOVE RTL-REASON TO WS-RD-REASON.
               MOVE RTL-QUANTITY TO WS-RD-QUANTITY.
               MOVE RTL-UNIT-COST TO WS-RD-COST.
               COMPUTE WS-EXTENDED = RTL-QUANTITY * RTL-UNIT-COST.
               MOVE WS-EXTENDED TO WS-RD-EXTENDED.
               ADD WS-EXTENDED TO WS-RTV-TOTAL.

      *> Shipping takes each line out of stock under the shared
      *> inventory lock and prices it at the item's unit cost as
      *> it stands today; the debit memo claims the total.  A
      *> line the shelf can no longer cover stays authorized.
           400-SHIP-ONE-RTV.
               DISPLAY "RTV number to ship: "
               ACCEPT WS-RTV-EDIT.
               IF WS-RTV-EDIT IS NOT NUMERIC
                   DISPLAY "RTV number must be numeric."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-RTV-EDIT-9 TO WS-RTV-NUMBER.
               MOVE 'N' TO WS-FOUND-FLAG.
               PERFORM 405-LOOK-FOR-THE-RTV
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-RT-COUNT.
               IF WS-FOUND-FLAG = 'N'
                   DISPLAY "No authorized lines waiting on RTV "
                       WS-RTV-NUMBER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'A' TO WS-RLK-ACTION.
               MOVE "INDEXED-INVENTORY" TO WS-RLK-RESOURCE.
               MOVE "RTV SHIPMENT" TO WS-RLK-OPERATOR.
               CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.
               IF WS-RLK-RESULT NOT = '0'
                   DISPLAY "INVENTORY IS IN USE -- RTV NOT SHIPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN I-O INDEXED-INVENT-FILE.
               OPEN EXTEND STOCK-JOURNAL-FILE.
               MOVE 0 TO WS-RTV-TOTAL.
               PERFORM 410-SHIP-ONE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-RT-COUNT.
               CLOSE STOCK-JOURNAL-FILE.
               CLOSE INDEXED-INVENT-FILE.
               MOVE 'R' TO WS-RLK-ACTION.
               CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.
               PERFORM 150-REWRITE-RTV-LINES.
               IF WS-RTV-TOTAL > 0
                   PERFORM 450-RAISE-THE-DEBIT-MEMO
               END-IF.
               DISPLAY "LINES SHIPPED:       " WS-LINES-SHIPPED.
               DISPLAY "LINES NOT SHIPPED:   " WS-LINES-NOT-SHIPPED.
               IF WS-LINES-NOT-SHIPPED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

           405-LOOK-FOR-THE-RTV.
               MOVE WS-RT-ENTRY(WS-LINE-SUB) TO RTV-LINE-RECORD.
               IF RTL-STATUS = 'A'
                   AND RTL-RTV-NUMBER = WS-RTV-NUMBER
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE RTL-VENDOR TO WS-SHIP-VENDOR
               END-IF.

           410-SHIP-ONE-LINE.
               MOVE WS-RT-ENTRY(WS-LINE-SUB) TO RTV-LINE-RECORD.
               IF RTL-STATUS = 'A'
                   AND RTL-RTV-NUMBER = WS-RTV-NUMBER
                   MOVE RTL-INVENTORY-ID TO INVENTORY-ID
                   READ INDEXED-INVENT-FILE
                       INVALID KEY
                           ADD 1 TO WS-LINES-NOT-SHIPPED
                           DISPLAY "ITEM NOT ON INVENTORY, NOT "
                               "SHIPPED: " RTL-INVENTORY-ID
                       NOT INVALID KEY
                           PERFORM 420-TAKE-OUT-OF-STOCK
                   END-READ
               END-IF.

           420-TAKE-OUT-OF-STOCK.
               IF RTL-QUANTITY > QUANTITY-ON-HAND
                   ADD 1 TO WS-LINES-NOT-SHIPPED
                   DISPLAY "ONLY " QUANTITY-ON-HAND " ON HAND, NOT "
                       "SHIPPED: " RTL-INVENTORY-ID
               ELSE
                   MOVE QUANTITY-ON-HAND TO WS-BEFORE-QTY
                   SUBTRACT RTL-QUANTITY FROM QUANTITY-ON-HAND
                   REWRITE INVENTORY-RECORD-OUT
                       INVALID KEY
                           ADD 1 TO WS-LINES-NOT-SHIPPED
                           DISPLAY "REWRITE REJECTED, FILE STATUS "
                               WS-KEY
                       NOT INVALID KEY
                           PERFORM 430-JOURNAL-AND-CLOSE-LINE
                   END-REWRITE
               END-IF.

           430-JOURNAL-AND-CLOSE-LINE.
               MOVE SPACES TO STOCK-JOURNAL-LINE.
               MOVE WS-TODAY TO SJ-DATE.
               MOVE 'V' TO SJ-TYPE.
               MOVE RTL-INVENTORY-ID TO SJ-INVENTORY-ID.
               MOVE RTL-QUANTITY TO SJ-QUANTITY.
               MOVE WS-BEFORE-QTY TO SJ-BEFORE.
               MOVE QUANTITY-ON-HAND TO SJ-AFTER.
               STRING "RTV" DELIMITED BY SIZE
                   RTL-RTV-NUMBER DELIMITED BY SIZE
                   INTO SJ-REFERENCE
               END-STRING.
               WRITE STOCK-JOURNAL-LINE.
               MOVE 'S' TO RTL-STATUS.
               MOVE UNIT-COST TO RTL-UNIT-COST.
               MOVE WS-TODAY TO RTL-SHIP-DATE.
               MOVE RTV-LINE-RECORD TO WS-RT-ENTRY(WS-LINE-SUB).
               COMPUTE WS-EXTENDED = RTL-QUANTITY * RTL-UNIT-COST.
               ADD WS-EXTENDED TO WS-RTV-TOTAL.
               ADD 1 TO WS-LINES-SHIPPED.

      *> The memo carries the RTV number, so the vendor's credit
      *> and the goods it covers are one reference.
           450-RAISE-THE-DEBIT-MEMO.
               OPEN EXTEND AP-DEBIT-MEMO-FILE.
               MOVE SPACES TO AP-DEBIT-MEMO-RECORD.
               MOVE WS-RTV-NUMBER TO DBM-NUMBER.
               MOVE WS-SHIP-VENDOR TO DBM-VENDOR.
               MOVE WS-TODAY TO DBM-DATE.
               MOVE WS-RTV-TOTAL TO DBM-AMOUNT.
               MOVE WS-RTV-TOTAL TO DBM-BALANCE.
               MOVE 'O' TO DBM-STATUS.
               MOVE 0 TO DBM-APPLIED-DATE.
               WRITE AP-DEBIT-MEMO-RECORD.
               CLOSE AP-DEBIT-MEMO-FILE.
               OPEN EXTEND AP-REGISTER-FILE.
               MOVE SPACES TO AP-REGISTER-RECORD.
               MOVE WS-TODAY TO APR-DATE.
               MOVE "DBM" TO APR-TYPE.
               MOVE WS-SHIP-VENDOR TO APR-VENDOR.
               MOVE WS-RTV-NUMBER TO APR-REFERENCE.
               MOVE WS-RTV-TOTAL TO APR-AMOUNT.
               WRITE AP-REGISTER-RECORD.
               CLOSE AP-REGISTER-FILE.
               PERFORM 460-PRINT-THE-DEBIT-MEMO.

           460-PRINT-THE-DEBIT-MEMO.
               OPEN INPUT VENDOR-MASTER-FILE.
               MOVE WS-SHIP-VENDOR TO VEN-CODE.
               READ VENDOR-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO VEN-NAME
                       MOVE SPACES TO VEN-ADDRESS
               END-READ.
               CLOSE VENDOR-MASTER-FILE.
               OPEN OUTPUT DEBIT-MEMO-PRINT-OUT.
               MOVE WS-RTV-NUMBER TO WS-MH-NUMBER.
               MOVE WS-SHIP-VENDOR TO WS-MH-VENDOR.
               MOVE VEN-NAME TO WS-MH-NAME.
               MOVE WS-TODAY TO WS-MH-DATE.
               MOVE VEN-ADDRESS TO WS-MA-ADDRESS.
               DISPLAY WS-MEMO-HEADER.
               WRITE DEBIT-MEMO-LINE-OUT FROM WS-MEMO-HEADER.
               DISPLAY WS-MEMO-ADDRESS.
               WRITE DEBIT-MEMO-LINE-OUT FROM WS-MEMO-ADDRESS.
               MOVE 0 TO WS-RTV-TOTAL.
               PERFORM 470-PRINT-SHIPPED-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-RT-COUNT.
               MOVE WS-RTV-TOTAL TO WS-RT-TOTAL.
               DISPLAY WS-RTV-TOTAL-LINE.
               WRITE DEBIT-MEMO-LINE-OUT FROM WS-RTV-TOTAL-LINE.
               CLOSE DEBIT-MEMO-PRINT-OUT.

           470-PRINT-SHIPPED-LINE.
               MOVE WS-RT-ENTRY(WS-LINE-SUB) TO RTV-LINE-RECORD.
               IF RTL-STATUS = 'S'
                   AND RTL-RTV-NUMBER = WS-RTV-NUMBER
                   AND RTL-SHIP-DATE = WS-TODAY
                   PERFORM 350-FORMAT-RTV-DETAIL
                   DISPLAY WS-RTV-DETAIL
                   WRITE DEBIT-MEMO-LINE-OUT FROM WS-RTV-DETAIL
               END-IF.

       END PROGRAM RETURN_TO_VENDOR_PROGRAM.
