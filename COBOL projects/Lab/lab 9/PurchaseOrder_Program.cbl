      * record, and one line per item on the PO master.  Report
      * mode prints the open-PO report by vendor with each line's
      * age in days, so nobody re-orders what is already on order.
      * Modification history:
      *   06-23-2026 NH - each PO line carries a due date, the order
      *     date plus the vendor's lead time, and the date its last
      *     receipt came in
      *   06-23-2026 NH - vendor master record carries the vendor's
      *     standard lead time in days
      *   06-16-2026 NH - vendor master record carries the payment
      *     terms, payment method and bank account the payables run pays
      *     by
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  VEN-NAME              PIC X(30).
           05  VEN-ADDRESS           PIC X(40).
           05  VEN-CONTACT           PIC X(25).
           05  VEN-TERMS-DAYS        PIC 9(3).
           05  VEN-PAY-METHOD        PIC X(1).
           05  VEN-BANK-TRANSIT      PIC 9(8).
           05  VEN-BANK-ACCOUNT      PIC 9(12).
           05  VEN-LEAD-DAYS         PIC 9(3).

      *> The approved lines purchasing hands back after reviewing
      *> the suggestion report: item, vendor, quantity to order.
           05  POM-STATUS          PIC X(1).
           05  FILLER              PIC X(1).
           05  POM-ORDER-DATE      PIC 9(8).
           05  FILLER              PIC X(1).
           05  POM-DUE-DATE        PIC 9(8).
           05  FILLER              PIC X(1).
           05  POM-RECEIVED-DATE   PIC 9(8).

       FD  NEXT-PO-FILE.
       01  NEXT-PO-RECORD.
           05  WS-ORD-DAY PIC 9(2).
       01  WS-AGE-DAYS PIC S9(5).

      *> The line is due the vendor's lead time after it is
      *> ordered, walked forward a calendar day at a time.
       01  WS-DUE-DATE PIC 9(8).
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR PIC 9(4).
           05  WS-DUE-MONTH PIC 9(2).
           05  WS-DUE-DAY PIC 9(2).
       01  WS-MONTH-LENGTHS.
           05  FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).
       01  WS-DAYS-THIS-MONTH PIC 9(2).
       01  WS-LEAP-QUOTIENT PIC 9(4).
       01  WS-LEAP-REMAINDER PIC 9(3).

      *> One PO number per vendor per generate run.
       01  WS-VENDOR-PO-TABLE.
           05  WS-VP-ENTRY OCCURS 100 TIMES.
               MOVE UNIT-COST TO POM-UNIT-COST.
               MOVE 'O' TO POM-STATUS.
               MOVE WS-TODAY TO POM-ORDER-DATE.
               MOVE WS-TODAY TO WS-DUE-DATE.
               IF VEN-LEAD-DAYS IS NUMERIC
                   PERFORM 240-ADVANCE-ONE-DAY VEN-LEAD-DAYS TIMES
               END-IF.
               MOVE WS-DUE-DATE TO POM-DUE-DATE.
               MOVE 0 TO POM-RECEIVED-DATE.
               WRITE PO-MASTER-RECORD.
               ADD 1 TO WS-LINES-WRITTEN.

           240-ADVANCE-ONE-DAY.
               MOVE WS-MONTH-LENGTH(WS-DUE-MONTH) TO WS-DAYS-THIS-MONTH.
               IF WS-DUE-MONTH = 2
                   DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-THIS-MONTH
                       DIVIDE WS-DUE-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 28 TO WS-DAYS-THIS-MONTH
                           DIVIDE WS-DUE-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               MOVE 29 TO WS-DAYS-THIS-MONTH
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF WS-DUE-DAY < WS-DAYS-THIS-MONTH
                   ADD 1 TO WS-DUE-DAY
               ELSE
                   MOVE 1 TO WS-DUE-DAY
                   IF WS-DUE-MONTH < 12
                       ADD 1 TO WS-DUE-MONTH
                   ELSE
                       MOVE 1 TO WS-DUE-MONTH
                       ADD 1 TO WS-DUE-YEAR
                   END-IF
               END-IF.

      *> Open lines grouped by vendor, each with its age in days,
      *> so dispatch sees what is already on order before anyone
      *> phones another one in.
