      * at least readable still lets the file balance, but a line
      * whose amount cannot be read makes the total unprovable and
      * the run refuses the file.
      * Modification history:
      *   12-02-2025 NH - the bank's cents are passed through to
      *     PAYMENT-TRANSACTIONS.TXT instead of being rounded to whole
      *     dollars, so the deposit ties to the master to the cent
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 PAY-DATE-OUT            PIC 9(8).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 PAY-AMOUNT-OUT          PIC 9(7)V99.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 PAY-RECEIPT-OUT         PIC X(8).
           05 FILLER                  PIC X(3) VALUE SPACES.
       01 WS-AMOUNT-READ-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-UNREADABLE-AMOUNTS PIC 9(5) VALUE 0.
       01 WS-BALANCE-OK-FLAG PIC X(1) VALUE 'Y'.

       01 WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 5000 TIMES.
               10 WS-P-STUDENT    PIC 9(7).
               10 WS-P-DATE       PIC 9(8).
               10 WS-P-AMOUNT     PIC 9(7)V99.
               10 WS-P-CHEQUE     PIC X(8).
       01 WS-PAY-COUNT PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(4).
                   MOVE LBX-STUDENT-IN
                       TO WS-P-STUDENT(WS-PAY-COUNT)
                   MOVE LBX-DATE-IN TO WS-P-DATE(WS-PAY-COUNT)
                   MOVE LBX-AMOUNT-9 TO WS-P-AMOUNT(WS-PAY-COUNT)
                   MOVE LBX-CHEQUE-IN TO WS-P-CHEQUE(WS-PAY-COUNT)
               ELSE
                   DISPLAY "*** WARNING: PAYMENT TABLE IS FULL -- "
