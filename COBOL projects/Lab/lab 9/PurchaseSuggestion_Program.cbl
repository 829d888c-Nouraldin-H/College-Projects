      * its maximum-stock level, cut one order-suggestion document
      * per vendor with line counts and totals, and list items with
      * no vendor on an exception list.
      * Modification history:
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

       FD  SUGGESTION-FILE-OUT.
       01  SUGGESTION-LINE-OUT         PIC X(80).
