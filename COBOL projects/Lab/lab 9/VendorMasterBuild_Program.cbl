      * vendor code keying the full name, address, and contact, so
      * "ACME SUPPLY" and "ACME SUPPLY CO" stop splitting one
      * vendor's stock across two alternate-key values.
      * Modification history:
      *   06-23-2026 NH - VENDORS.TXT carries the vendor's standard lead
      *     time in days (default 14), from which purchase orders take
      *     their due date
      *   06-16-2026 NH - VENDORS.TXT carries payment terms in days
      *     (default net 30), the payment method (C cheque, E EFT) and
      *     the vendor's bank transit and account for EFT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 VEN-ADDRESS-IN      PIC X(40).
           05 FILLER              PIC X(1).
           05 VEN-CONTACT-IN      PIC X(25).
           05 FILLER              PIC X(1).
           05 VEN-TERMS-DAYS-IN   PIC X(3).
           05 VEN-TERMS-DAYS-IN-9 REDEFINES VEN-TERMS-DAYS-IN
                                  PIC 9(3).
           05 FILLER              PIC X(1).
           05 VEN-PAY-METHOD-IN   PIC X(1).
           05 FILLER              PIC X(1).
           05 VEN-BANK-TRANSIT-IN PIC 9(8).
           05 FILLER              PIC X(1).
           05 VEN-BANK-ACCOUNT-IN PIC 9(12).
           05 FILLER              PIC X(1).
           05 VEN-LEAD-DAYS-IN    PIC X(3).
           05 VEN-LEAD-DAYS-IN-9 REDEFINES VEN-LEAD-DAYS-IN
                                  PIC 9(3).

       FD VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-RECORD.
           05 VEN-NAME            PIC X(30).
           05 VEN-ADDRESS         PIC X(40).
           05 VEN-CONTACT         PIC X(25).
           05 VEN-TERMS-DAYS      PIC 9(3).
           05 VEN-PAY-METHOD      PIC X(1).
           05 VEN-BANK-TRANSIT    PIC 9(8).
           05 VEN-BANK-ACCOUNT    PIC 9(12).
           05 VEN-LEAD-DAYS       PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
               MOVE VEN-NAME-IN TO VEN-NAME.
               MOVE VEN-ADDRESS-IN TO VEN-ADDRESS.
               MOVE VEN-CONTACT-IN TO VEN-CONTACT.
               PERFORM 210-SET-PAYMENT-TERMS.
               IF VEN-LEAD-DAYS-IN IS NUMERIC
                   MOVE VEN-LEAD-DAYS-IN-9 TO VEN-LEAD-DAYS
               ELSE
                   MOVE 14 TO VEN-LEAD-DAYS
               END-IF.
               WRITE VENDOR-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE VENDOR CODE, NOT "
                       ADD 1 TO WS-BUILT-COUNT
               END-WRITE.

      *> A vendor line without terms pays net 30 by cheque; EFT is
      *> only taken when the bank numbers are there to pay into.
           210-SET-PAYMENT-TERMS.
               IF VEN-TERMS-DAYS-IN IS NUMERIC
                   MOVE VEN-TERMS-DAYS-IN-9 TO VEN-TERMS-DAYS
               ELSE
                   MOVE 30 TO VEN-TERMS-DAYS
               END-IF.
               MOVE 'C' TO VEN-PAY-METHOD.
               MOVE 0 TO VEN-BANK-TRANSIT.
               MOVE 0 TO VEN-BANK-ACCOUNT.
               IF VEN-PAY-METHOD-IN = 'E'
                   IF VEN-BANK-TRANSIT-IN IS NUMERIC
                       AND VEN-BANK-ACCOUNT-IN IS NUMERIC
                       AND VEN-BANK-ACCOUNT-IN > 0
                       MOVE 'E' TO VEN-PAY-METHOD
                       MOVE VEN-BANK-TRANSIT-IN TO VEN-BANK-TRANSIT
                       MOVE VEN-BANK-ACCOUNT-IN TO VEN-BANK-ACCOUNT
                   ELSE
                       DISPLAY "EFT VENDOR WITHOUT BANK NUMBERS, "
                           "SET TO CHEQUE: " VEN-CODE-IN
                   END-IF
               END-IF.

       END PROGRAM VENDOR_MASTER_BUILD_PROGRAM.
