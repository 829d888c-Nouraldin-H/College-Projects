      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 07-21-2026
      * Purpose: look a shoe customer up by number (the
      * INVENTORY_INQUIRY_PROGRAM shape): their details and credit
      * position off SHOE-CUSTOMER-MASTER.IDX and SHOE-RECEIVABLES.TXT,
      * then every pair they have bought on SHOE-ORDERS.TXT with its
      * date, price, tender and invoice number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOE_CUSTOMER_INQUIRY_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
           ASSIGN TO '..\SHOE-CUSTOMER-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY SCU-CUSTOMER-NUMBER
           FILE STATUS WS-CUS-STATUS.
           SELECT OPTIONAL SHOE-RECEIVABLES-FILE
           ASSIGN TO '..\SHOE-RECEIVABLES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHOE-ORDER-FILE
           ASSIGN TO '..\SHOE-ORDERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
           05  FILLER              PIC X(1).
           05  SAR-INVOICE-NUMBER  PIC 9(7).
           05  FILLER              PIC X(1).
           05  SAR-INVOICE-DATE    PIC 9(8).
           05  FILLER              PIC X(1).
           05  SAR-AMOUNT          PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  SAR-BALANCE         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.

      *> Orders from before customers were recorded read the
      *> customer as spaces and never match.
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
           05  ORD-CUSTOMER-9 REDEFINES ORD-CUSTOMER-NUMBER
                                   PIC 9(5).
           05  FILLER              PIC X(1).
           05  ORD-TENDER          PIC X(1).
           05  FILLER              PIC X(1).
           05  ORD-INVOICE-NUMBER  PIC X(7).

       WORKING-STORAGE SECTION.
       01 WS-CUS-STATUS PIC X(2).
       01 WS-MORE-FLG PIC X(1) VALUE 'Y'.
       01 WS-AR-EOF PIC X(1).
       01 WS-ORD-EOF PIC X(1).
       01 WS-CUSTOMER-EDIT PIC X(5).
       01 WS-CUSTOMER-EDIT-9 REDEFINES WS-CUSTOMER-EDIT PIC 9(5).
       01 WS-ACCOUNT-BALANCE PIC S9(9)V99.
       01 WS-PAIR-COUNT PIC 9(5).
       01 WS-PAIR-TOTAL PIC 9(9)V99.
       01 WS-MONEY-EDIT PIC Z,ZZZ,ZZ9.99-.

       01 WS-HISTORY-HEAD         PIC X(50)
           VALUE "DATE      STYLE SIZE     PRICE TENDER  INVOICE".
       01 WS-HISTORY-LINE.
           05 WS-HL-DATE          PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-HL-STYLE         PIC X(5).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-HL-SIZE          PIC Z9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-HL-PRICE         PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-HL-TENDER        PIC X(8).
           05 WS-HL-INVOICE       PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM 100-LOOKUP-ONE-CUSTOMER UNTIL WS-MORE-FLG NOT = 'Y'
               AND WS-MORE-FLG NOT = 'y'.
           CLOSE CUSTOMER-MASTER-FILE.
           STOP RUN.

           100-LOOKUP-ONE-CUSTOMER.
               DISPLAY "Enter customer number (5 digits): "
               MOVE SPACES TO WS-CUSTOMER-EDIT.
               ACCEPT WS-CUSTOMER-EDIT.
               IF WS-CUSTOMER-EDIT IS NOT NUMERIC
                   DISPLAY "Customer number must be 5 digits"
               ELSE
                   MOVE WS-CUSTOMER-EDIT-9 TO SCU-CUSTOMER-NUMBER
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           DISPLAY "No customer on file for that "
                               "number"
                       NOT INVALID KEY
                           PERFORM 110-DISPLAY-CUSTOMER
                           PERFORM 200-DISPLAY-PURCHASES
                   END-READ
               END-IF.
               DISPLAY "Look up another customer? (Y/N) "
               ACCEPT WS-MORE-FLG.

           110-DISPLAY-CUSTOMER.
               MOVE 0 TO WS-ACCOUNT-BALANCE.
               MOVE 'N' TO WS-AR-EOF.
               OPEN INPUT SHOE-RECEIVABLES-FILE.
               PERFORM 120-ADD-ONE-OPEN-ITEM UNTIL WS-AR-EOF = 'Y'.
               CLOSE SHOE-RECEIVABLES-FILE.
               DISPLAY "Name:            " SCU-NAME.
               DISPLAY "Address:         " SCU-ADDRESS.
               DISPLAY "Contact:         " SCU-CONTACT.
               MOVE SCU-CREDIT-LIMIT TO WS-MONEY-EDIT.
               DISPLAY "Credit limit:    " WS-MONEY-EDIT.
               MOVE WS-ACCOUNT-BALANCE TO WS-MONEY-EDIT.
               DISPLAY "Balance owing:   " WS-MONEY-EDIT.

           120-ADD-ONE-OPEN-ITEM.
               READ SHOE-RECEIVABLES-FILE
                   AT END MOVE 'Y' TO WS-AR-EOF
                   NOT AT END
                       IF SAR-CUSTOMER-NUMBER = SCU-CUSTOMER-NUMBER
                           ADD SAR-BALANCE TO WS-ACCOUNT-BALANCE
                       END-IF
               END-READ.

           200-DISPLAY-PURCHASES.
               MOVE 0 TO WS-PAIR-COUNT.
               MOVE 0 TO WS-PAIR-TOTAL.
               MOVE 'N' TO WS-ORD-EOF.
               DISPLAY WS-HISTORY-HEAD.
               OPEN INPUT SHOE-ORDER-FILE.
               PERFORM 210-CHECK-ONE-ORDER UNTIL WS-ORD-EOF = 'Y'.
               CLOSE SHOE-ORDER-FILE.
               MOVE WS-PAIR-TOTAL TO WS-MONEY-EDIT.
               DISPLAY "Pairs bought: " WS-PAIR-COUNT
                   "   total " WS-MONEY-EDIT.

           210-CHECK-ONE-ORDER.
               READ SHOE-ORDER-FILE
                   AT END MOVE 'Y' TO WS-ORD-EOF
                   NOT AT END
                       IF ORD-CUSTOMER-NUMBER IS NUMERIC
                           AND ORD-CUSTOMER-9 = SCU-CUSTOMER-NUMBER
                           PERFORM 220-DISPLAY-ONE-ORDER
                       END-IF
               END-READ.

           220-DISPLAY-ONE-ORDER.
               ADD 1 TO WS-PAIR-COUNT.
               MOVE ORD-DATE TO WS-HL-DATE.
               MOVE ORD-SHOE-STYLE TO WS-HL-STYLE.
               MOVE ORD-SHOE-SIZE TO WS-HL-SIZE.
               IF ORD-PRICE IS NUMERIC
                   MOVE ORD-PRICE-9 TO WS-HL-PRICE
                   ADD ORD-PRICE-9 TO WS-PAIR-TOTAL
               ELSE
                   MOVE 0 TO WS-HL-PRICE
               END-IF.
               EVALUATE ORD-TENDER
                   WHEN 'A' MOVE "ACCOUNT" TO WS-HL-TENDER
                   WHEN 'Q' MOVE "CHEQUE" TO WS-HL-TENDER
                   WHEN 'D' MOVE "DEBIT" TO WS-HL-TENDER
                   WHEN OTHER MOVE "CASH" TO WS-HL-TENDER
               END-EVALUATE.
               MOVE ORD-INVOICE-NUMBER TO WS-HL-INVOICE.
               DISPLAY WS-HISTORY-LINE.

       END PROGRAM SHOE_CUSTOMER_INQUIRY_PROGRAM.
