      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 07-21-2026
      * Purpose: the monthly statement for the shoe customers who
      * buy on account.  For the period keyed, each customer on
      * SHOE-CUSTOMER-MASTER.IDX with activity in the period or a
      * balance owing gets one statement on SHOE-STATEMENTS.TXT:
      * the previous balance (worked back from what is open now on
      * SHOE-RECEIVABLES.TXT and the activity since, the
      * STATEMENT_CYCLE_PROGRAM way), every charge, payment and
      * return credit from SHOE-CUSTOMER-ACTIVITY.TXT inside the
      * period with the running balance, the balance due, then the
      * invoices still open and the credit left under the
      * customer's limit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOE_STATEMENT_PROGRAM.
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
           SELECT OPTIONAL CUSTOMER-ACTIVITY-FILE
           ASSIGN TO '..\SHOE-CUSTOMER-ACTIVITY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-PRINT-FILE
           ASSIGN TO '..\SHOE-STATEMENTS.TXT'
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

       FD  CUSTOMER-ACTIVITY-FILE.
       01  CUSTOMER-ACTIVITY-RECORD.
           05  SCA-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  SCA-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(1).
           05  SCA-TYPE            PIC X(3).
           05  FILLER              PIC X(1).
           05  SCA-REFERENCE       PIC X(10).
           05  FILLER              PIC X(1).
           05  SCA-AMOUNT          PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  SCA-OPERATOR        PIC X(20).

       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-LINE-OUT      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CUS-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-AR-EOF PIC X(1) VALUE 'N'.
       01 WS-ACT-EOF PIC X(1).
       01 WS-PERIOD-START PIC 9(8).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-SUB PIC 9(4).

       01 WS-AR-TABLE.
           05 WS-AR-ENTRY OCCURS 2000 TIMES.
               10 WS-AR-CUSTOMER  PIC 9(5).
               10 WS-AR-INVOICE   PIC 9(7).
               10 WS-AR-DATE      PIC 9(8).
               10 WS-AR-AMOUNT    PIC 9(7)V99.
               10 WS-AR-BALANCE   PIC S9(7)V99.
       01 WS-AR-COUNT PIC 9(4) VALUE 0.

       01 WS-CURRENT-BALANCE PIC S9(9)V99.
       01 WS-SINCE-START PIC S9(9)V99.
       01 WS-SINCE-END PIC S9(9)V99.
       01 WS-OPENING-BALANCE PIC S9(9)V99.
       01 WS-CLOSING-BALANCE PIC S9(9)V99.
       01 WS-RUNNING-BALANCE PIC S9(9)V99.
       01 WS-AVAILABLE-CREDIT PIC S9(9)V99.
       01 WS-ACTIVITY-COUNT PIC 9(5).
       01 WS-STATEMENT-COUNT PIC 9(5) VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER              PIC X(28)
               VALUE "STATEMENT OF ACCOUNT  PERIOD".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-H-START          PIC 9(8).
           05 FILLER              PIC X(3) VALUE " - ".
           05 WS-H-END            PIC 9(8).
       01 WS-CUSTOMER-LINE.
           05 FILLER              PIC X(9) VALUE "ACCOUNT  ".
           05 WS-C-NUMBER         PIC 9(5).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-C-NAME           PIC X(30).
       01 WS-ADDRESS-LINE.
           05 FILLER              PIC X(16) VALUE SPACES.
           05 WS-A-ADDRESS        PIC X(40).
       01 WS-AMOUNT-LINE.
           05 WS-AM-CAPTION       PIC X(34).
           05 WS-AM-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
       01 WS-ACTIVITY-LINE.
           05 WS-AC-DATE          PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-AC-CAPTION       PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-AC-REFERENCE     PIC X(10).
           05 FILLER              PIC X(5) VALUE SPACES.
           05 WS-AC-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-AC-BALANCE       PIC Z,ZZZ,ZZ9.99-.
       01 WS-OPEN-HEAD            PIC X(50)
           VALUE "OPEN ITEMS  INVOICE  DATED       AMOUNT     OWING".
       01 WS-OPEN-LINE.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 WS-OP-INVOICE       PIC X(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-OP-DATE          PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-OP-AMOUNT        PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-OP-OWING         PIC ZZZ,ZZ9.99-.
       01 WS-CYCLE-TOTAL-LINE.
           05 FILLER              PIC X(20)
               VALUE "STATEMENTS PRINTED: ".
           05 WS-CT-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Period start date (YYYYMMDD): "
           ACCEPT WS-PERIOD-START.
           DISPLAY "Period end date (YYYYMMDD): "
           ACCEPT WS-PERIOD-END.
           PERFORM 100-LOAD-RECEIVABLES.
           IF WS-AR-EOF NOT = 'Y'
               DISPLAY "SHOE-RECEIVABLES.TXT EXCEEDS THE 2000-LINE "
                   "TABLE -- STATEMENTS NOT PRINTED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN OUTPUT STATEMENT-PRINT-FILE.
           PERFORM 200-READ-ONE-CUSTOMER UNTIL WS-EOF = 'Y'.
           MOVE WS-STATEMENT-COUNT TO WS-CT-COUNT.
           DISPLAY WS-CYCLE-TOTAL-LINE.
           WRITE STATEMENT-LINE-OUT FROM WS-CYCLE-TOTAL-LINE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE STATEMENT-PRINT-FILE.
           STOP RUN.

           100-LOAD-RECEIVABLES.
               OPEN INPUT SHOE-RECEIVABLES-FILE.
               PERFORM 110-READ-ONE-OPEN-ITEM
                   UNTIL WS-AR-EOF = 'Y' OR WS-AR-COUNT = 2000.
               IF WS-AR-EOF NOT = 'Y'
                   READ SHOE-RECEIVABLES-FILE
                       AT END MOVE 'Y' TO WS-AR-EOF
                   END-READ
               END-IF.
               CLOSE SHOE-RECEIVABLES-FILE.

           110-READ-ONE-OPEN-ITEM.
               READ SHOE-RECEIVABLES-FILE
                   AT END MOVE 'Y' TO WS-AR-EOF
                   NOT AT END
                       ADD 1 TO WS-AR-COUNT
                       MOVE SAR-CUSTOMER-NUMBER
                           TO WS-AR-CUSTOMER(WS-AR-COUNT)
                       MOVE SAR-INVOICE-NUMBER
                           TO WS-AR-INVOICE(WS-AR-COUNT)
                       MOVE SAR-INVOICE-DATE TO WS-AR-DATE(WS-AR-COUNT)
                       MOVE SAR-AMOUNT TO WS-AR-AMOUNT(WS-AR-COUNT)
                       MOVE SAR-BALANCE TO WS-AR-BALANCE(WS-AR-COUNT)
               END-READ.

           200-READ-ONE-CUSTOMER.
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 210-CONSIDER-ONE-CUSTOMER
               END-READ.

      *> A statement goes to every customer who either had activity
      *> in the period or carries a balance; a settled account with
      *> a quiet month gets no mail.
           210-CONSIDER-ONE-CUSTOMER.
               MOVE 0 TO WS-CURRENT-BALANCE.
               PERFORM 215-ADD-ONE-OPEN-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AR-COUNT.
               PERFORM 220-TALLY-THE-ACTIVITY.
               COMPUTE WS-OPENING-BALANCE =
                   WS-CURRENT-BALANCE - WS-SINCE-START.
               COMPUTE WS-CLOSING-BALANCE =
                   WS-CURRENT-BALANCE - WS-SINCE-END.
               IF WS-ACTIVITY-COUNT > 0
                   OR WS-CLOSING-BALANCE NOT = 0
                   PERFORM 300-PRINT-ONE-STATEMENT
                   ADD 1 TO WS-STATEMENT-COUNT
               END-IF.

           215-ADD-ONE-OPEN-ITEM.
               IF WS-AR-CUSTOMER(WS-SUB) = SCU-CUSTOMER-NUMBER
                   ADD WS-AR-BALANCE(WS-SUB) TO WS-CURRENT-BALANCE
               END-IF.

      *> What is open now, less everything posted since the period
      *> began, is the previous balance; less everything posted
      *> after it ended, the balance due.
           220-TALLY-THE-ACTIVITY.
               MOVE 0 TO WS-SINCE-START.
               MOVE 0 TO WS-SINCE-END.
               MOVE 0 TO WS-ACTIVITY-COUNT.
               MOVE 'N' TO WS-ACT-EOF.
               OPEN INPUT CUSTOMER-ACTIVITY-FILE.
               PERFORM 225-TALLY-ONE-LINE UNTIL WS-ACT-EOF = 'Y'.
               CLOSE CUSTOMER-ACTIVITY-FILE.

           225-TALLY-ONE-LINE.
               READ CUSTOMER-ACTIVITY-FILE
                   AT END MOVE 'Y' TO WS-ACT-EOF
                   NOT AT END
                       IF SCA-CUSTOMER-NUMBER = SCU-CUSTOMER-NUMBER
                           AND SCA-DATE NOT < WS-PERIOD-START
                           ADD SCA-AMOUNT TO WS-SINCE-START
                           IF SCA-DATE > WS-PERIOD-END
                               ADD SCA-AMOUNT TO WS-SINCE-END
                           ELSE
                               ADD 1 TO WS-ACTIVITY-COUNT
                           END-IF
                       END-IF
               END-READ.

           300-PRINT-ONE-STATEMENT.
               MOVE WS-PERIOD-START TO WS-H-START.
               MOVE WS-PERIOD-END TO WS-H-END.
               WRITE STATEMENT-LINE-OUT FROM WS-HEADER-LINE.
               MOVE SCU-CUSTOMER-NUMBER TO WS-C-NUMBER.
               MOVE SCU-NAME TO WS-C-NAME.
               WRITE STATEMENT-LINE-OUT FROM WS-CUSTOMER-LINE.
               MOVE SCU-ADDRESS TO WS-A-ADDRESS.
               WRITE STATEMENT-LINE-OUT FROM WS-ADDRESS-LINE.
               MOVE SPACES TO STATEMENT-LINE-OUT.
               WRITE STATEMENT-LINE-OUT.
               MOVE "PREVIOUS BALANCE" TO WS-AM-CAPTION.
               MOVE WS-OPENING-BALANCE TO WS-AM-AMOUNT.
               WRITE STATEMENT-LINE-OUT FROM WS-AMOUNT-LINE.
               MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
               MOVE 'N' TO WS-ACT-EOF.
               OPEN INPUT CUSTOMER-ACTIVITY-FILE.
               PERFORM 310-PRINT-ONE-ACTIVITY UNTIL WS-ACT-EOF = 'Y'.
               CLOSE CUSTOMER-ACTIVITY-FILE.
               MOVE "BALANCE DUE" TO WS-AM-CAPTION.
               MOVE WS-CLOSING-BALANCE TO WS-AM-AMOUNT.
               WRITE STATEMENT-LINE-OUT FROM WS-AMOUNT-LINE.
               MOVE SPACES TO STATEMENT-LINE-OUT.
               WRITE STATEMENT-LINE-OUT.
               WRITE STATEMENT-LINE-OUT FROM WS-OPEN-HEAD.
               PERFORM 320-PRINT-ONE-OPEN-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AR-COUNT.
               MOVE "CREDIT LIMIT" TO WS-AM-CAPTION.
               MOVE SCU-CREDIT-LIMIT TO WS-AM-AMOUNT.
               WRITE STATEMENT-LINE-OUT FROM WS-AMOUNT-LINE.
               COMPUTE WS-AVAILABLE-CREDIT =
                   SCU-CREDIT-LIMIT - WS-CURRENT-BALANCE.
               MOVE "AVAILABLE TO CHARGE" TO WS-AM-CAPTION.
               MOVE WS-AVAILABLE-CREDIT TO WS-AM-AMOUNT.
               WRITE STATEMENT-LINE-OUT FROM WS-AMOUNT-LINE.
               MOVE ALL "-" TO STATEMENT-LINE-OUT.
               WRITE STATEMENT-LINE-OUT.
               DISPLAY "STATEMENT FOR " SCU-CUSTOMER-NUMBER " "
                   SCU-NAME.

           310-PRINT-ONE-ACTIVITY.
               READ CUSTOMER-ACTIVITY-FILE
                   AT END MOVE 'Y' TO WS-ACT-EOF
                   NOT AT END
                       IF SCA-CUSTOMER-NUMBER = SCU-CUSTOMER-NUMBER
                           AND SCA-DATE NOT < WS-PERIOD-START
                           AND SCA-DATE NOT > WS-PERIOD-END
                           PERFORM 315-FORMAT-ONE-ACTIVITY
                       END-IF
               END-READ.

           315-FORMAT-ONE-ACTIVITY.
               ADD SCA-AMOUNT TO WS-RUNNING-BALANCE.
               MOVE SCA-DATE TO WS-AC-DATE.
               EVALUATE SCA-TYPE
                   WHEN "PAY"
                       MOVE "PAYMENT" TO WS-AC-CAPTION
                   WHEN "CRN"
                       MOVE "RETURN" TO WS-AC-CAPTION
                   WHEN OTHER
                       MOVE "INVOICE" TO WS-AC-CAPTION
               END-EVALUATE.
               MOVE SCA-REFERENCE TO WS-AC-REFERENCE.
               MOVE SCA-AMOUNT TO WS-AC-AMOUNT.
               MOVE WS-RUNNING-BALANCE TO WS-AC-BALANCE.
               WRITE STATEMENT-LINE-OUT FROM WS-ACTIVITY-LINE.

      *> A credit item has no invoice of its own.
           320-PRINT-ONE-OPEN-ITEM.
               IF WS-AR-CUSTOMER(WS-SUB) = SCU-CUSTOMER-NUMBER
                   IF WS-AR-INVOICE(WS-SUB) = 0
                       MOVE "CREDIT" TO WS-OP-INVOICE
                   ELSE
                       MOVE WS-AR-INVOICE(WS-SUB) TO WS-OP-INVOICE
                   END-IF
                   MOVE WS-AR-DATE(WS-SUB) TO WS-OP-DATE
                   MOVE WS-AR-AMOUNT(WS-SUB) TO WS-OP-AMOUNT
                   MOVE WS-AR-BALANCE(WS-SUB) TO WS-OP-OWING
                   WRITE STATEMENT-LINE-OUT FROM WS-OPEN-LINE
               END-IF.

       END PROGRAM SHOE_STATEMENT_PROGRAM.
