      * month-end cash application is one run instead of one
      * 400-UPDATE-STUDENT-TUITION session per student.
      * Modification history:
      *   10-06-2026 NH - the sponsor receivable is loaded before the
      *     master is locked, and a sponsor master or invoice file past
      *     its table ceiling aborts the session with return code 8
      *     before any payment posts, instead of being rewritten short
      *   12-30-2025 NH - the TUITION_ADJUST area carries the
      *     approving-operator field, left blank by this program
      *   12-16-2025 NH - counter payments carry the cashier and the
      *     tender (C cash, Q cheque, D debit) on
      *     PAYMENT-TRANSACTIONS.TXT; the counter payments each run
      *     posts are appended to POSTED-TENDER-TOTALS.TXT by payment
      *     date and tender for the cashier deposit slip
      *   12-02-2025 NH - payment amounts on PAYMENT-TRANSACTIONS.TXT
      *     are dollars and cents (9(7)V99) and post to the cent;
      *     register, journal, sub-ledger and sponsor invoice amounts
      *     carry cents
      *   11-25-2025 NH - sponsor payment record type (type byte S,
      *     with the sponsor invoice number in the student-number
      *     columns): the payment is applied against the invoice on
      *     SPONSOR-INVOICES.TXT and brings down the sponsor's
      *     receivable on SPONSOR-MASTER.TXT instead of a student
      *     balance; an unknown invoice goes to the unmatched list
      *   11-19-2024 NH - every posted payment and reversal also
      *     posts a PAY-coded line to the SUBLEDGER-POSTINGS.TXT
      *     sub-ledger so the balance itemizes by charge type
           SELECT OPTIONAL SUBLEDGER-FILE
           ASSIGN TO '..\SUBLEDGER-POSTINGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPONSOR-MASTER-FILE
           ASSIGN TO '..\SPONSOR-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPONSOR-INVOICE-FILE
           ASSIGN TO '..\SPONSOR-INVOICES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTED-TENDER-FILE
           ASSIGN TO '..\POSTED-TENDER-TOTALS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 STUDENT-FILE-OUT.
           05 STUDENT-NUMBER-OUT           PIC 9(7).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 STUDENT-TUITION-OWED-OUT     PIC S9(7)V99.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 STUDENT-FULL-NAME-OUT.
               10 STUDENT-TITLE-OUT        PIC A(6).
           05 FILLER                  PIC X(3).
           05 PAY-DATE-IN             PIC 9(8).
           05 FILLER                  PIC X(3).
           05 PAY-AMOUNT-IN           PIC 9(7)V99.
           05 FILLER                  PIC X(3).
           05 PAY-RECEIPT-IN          PIC X(8).
           05 FILLER                  PIC X(3).
      *> Blank or P = payment in; R = reversal (bounced cheque);
      *> S = sponsor payment, where the first column carries the
      *> sponsor invoice number instead of a student number.
      *> Pre-reversal files are shorter and read in as spaces.
           05 PAY-TYPE-IN             PIC X(1).
      *> Counter payments only: the cashier who took the payment
      *> and the tender (C cash, Q cheque, D debit).  Lockbox and
      *> agency lines leave both blank.
           05 FILLER                  PIC X(3).
           05 PAY-OPERATOR-IN         PIC X(20).
           05 FILLER                  PIC X(3).
           05 PAY-TENDER-IN           PIC X(1).

       FD NSF-FEE-CONTROL-FILE.
       01 NSF-FEE-CONTROL-RECORD.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-STUDENT-OUT    PIC 9(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-BEFORE-OUT     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-AFTER-OUT      PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD SUBLEDGER-FILE.
       01 SUBLEDGER-LINE-OUT.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 SUB-CHARGE-OUT      PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 SUB-AMOUNT-OUT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 SUB-SOURCE-OUT      PIC X(3).

      *> Sponsor master and open sponsor invoices, the same layouts
      *> SPONSOR_BILLING_PROGRAM writes.
       FD SPONSOR-MASTER-FILE.
       01 SPONSOR-MASTER-RECORD.
           05 SPM-SPONSOR-ID      PIC X(6).
           05 FILLER              PIC X(1).
           05 SPM-NAME            PIC X(30).
           05 FILLER              PIC X(1).
           05 SPM-ADDRESS         PIC X(40).
           05 FILLER              PIC X(1).
           05 SPM-RECEIVABLE      PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD SPONSOR-INVOICE-FILE.
       01 SPONSOR-INVOICE-RECORD.
           05 SPI-INVOICE-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 SPI-SPONSOR-ID      PIC X(6).
           05 FILLER              PIC X(1).
           05 SPI-INVOICE-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 SPI-PERIOD-END      PIC 9(8).
           05 FILLER              PIC X(1).
           05 SPI-AMOUNT          PIC 9(9)V99.
           05 FILLER              PIC X(1).
           05 SPI-PAID            PIC 9(9)V99.

      *> Counter payments posted by this run, by payment date and
      *> tender, for the cashier deposit-slip tie-out.
       FD POSTED-TENDER-FILE.
       01 POSTED-TENDER-RECORD.
           05 PTT-POSTING-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 PTT-PAYMENT-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 PTT-TENDER          PIC X(1).
           05 FILLER              PIC X(1).
           05 PTT-COUNT           PIC 9(5).
           05 FILLER              PIC X(1).
           05 PTT-AMOUNT          PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-PAY-EOF PIC A(1) VALUE 'N'.
       01 WS-SPONSOR-EOF PIC X(1).
       01 WS-INVOICE-EOF PIC X(1).
       01 WS-SUBLEDGER-AMOUNT PIC S9(7)V99.
       01 WS-SUBLEDGER-SOURCE PIC X(3).
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-JOURNAL-BEFORE PIC S9(7)V99.
       01 WS-BACKUP-STATUS PIC X(1).
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
       01 PAID-STUDENT-TABLE.
           05 PAID-STUDENT-ENTRY OCCURS 5000 TIMES.
               10 PAID-STUDENT-NUMBER  PIC 9(7).
               10 PAID-AMOUNT          PIC 9(9)V99.
               10 PAID-COUNT           PIC 9(3).
       01 WS-PAID-COUNT        PIC 9(4) VALUE 0.
       01 WS-PAID-SUB          PIC 9(4).
       01 WS-PAID-FOUND-FLAG   PIC X(1).

       01 WS-POSTED-COUNT      PIC 9(5) VALUE 0.
       01 WS-POSTED-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-UNMATCHED-COUNT   PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-TOTAL   PIC 9(9)V99 VALUE 0.
       01 WS-REVERSED-COUNT    PIC 9(5) VALUE 0.
       01 WS-REVERSED-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-OVERPAY-FLAG      PIC X(1).
       01 WS-SPONSOR-PAID-COUNT PIC 9(5) VALUE 0.
       01 WS-SPONSOR-PAID-TOTAL PIC 9(9)V99 VALUE 0.

      *> Sponsor receivable, loaded whole at the start of the run
      *> and written back at the end when a sponsor payment posted.
       01 WS-SPONSOR-TABLE.
           05 WS-SP-ENTRY OCCURS 500 TIMES.
               10 WS-SP-SPONSOR-ID    PIC X(6).
               10 WS-SP-NAME          PIC X(30).
               10 WS-SP-ADDRESS       PIC X(40).
               10 WS-SP-RECEIVABLE    PIC S9(9)V99.
       01 WS-SPONSOR-COUNT PIC 9(3) VALUE 0.
       01 WS-SPONSOR-SUB PIC 9(3).
       01 WS-INVOICE-TABLE.
           05 WS-INV-ENTRY OCCURS 2000 TIMES.
               10 WS-INV-NUMBER       PIC 9(7).
               10 WS-INV-SPONSOR-ID   PIC X(6).
               10 WS-INV-DATE         PIC 9(8).
               10 WS-INV-PERIOD-END   PIC 9(8).
               10 WS-INV-AMOUNT       PIC 9(9)V99.
               10 WS-INV-PAID         PIC 9(9)V99.
       01 WS-INVOICE-COUNT PIC 9(4) VALUE 0.
       01 WS-INVOICE-SUB PIC 9(4).
       01 WS-INVOICE-OPEN PIC S9(9)V99.

       01 WS-TENDER-TABLE.
           05 WS-TD-ENTRY OCCURS 100 TIMES.
               10 WS-TD-PAYMENT-DATE  PIC 9(8).
               10 WS-TD-TENDER        PIC X(1).
               10 WS-TD-COUNT         PIC 9(5).
               10 WS-TD-AMOUNT        PIC 9(9)V99.
       01 WS-TENDER-COUNT PIC 9(3) VALUE 0.
       01 WS-TENDER-SUB PIC 9(3).
       01 WS-TENDER-HIT-SUB PIC 9(3).

       01 WS-NSF-FEE PIC 9(5) VALUE 25.
      *> Students owed an NSF fee this run; the fee goes through
       01 WS-NSF-SUB PIC 9(3).
       01 WS-ADJUST-AREA.
           05 WS-ADJ-STUDENT-NUMBER   PIC 9(7).
           05 WS-ADJ-AMOUNT           PIC S9(7)V99.
           05 WS-ADJ-REASON-CODE      PIC X(3).
           05 WS-ADJ-OPERATOR         PIC X(20).
           05 WS-ADJ-STATUS-CODE      PIC X(1).
               88 WS-ADJUSTMENT-APPLIED    VALUE '0'.
           05 WS-ADJ-APPROVER         PIC X(20) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WS-D-NUMBER          PIC 9(7).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-D-RECEIPT         PIC X(8).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-D-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-D-NEW-OWED        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-D-OVERPAY         PIC X(7).

           05 FILLER               PIC X(10) VALUE " PAYMENTS ".
           05 WS-ST-COUNT          PIC ZZ9.
           05 FILLER               PIC X(8) VALUE " POSTED ".
           05 WS-ST-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-RUN-TOTAL-LINE.
           05 WS-RT-CAPTION        PIC X(20).
           05 WS-RT-COUNT          PIC ZZZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-RT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-UNMATCHED-LINE.
           05 WS-U-NUMBER          PIC 9(7).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-U-RECEIPT         PIC X(8).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-U-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-U-REASON          PIC X(18).

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 690-LOAD-SPONSOR-RECEIVABLE.
           MOVE 'A' TO WS-LOCK-ACTION.
           MOVE WS-AUDIT-OPERATOR TO WS-LOCK-OPERATOR.
           CALL 'MASTER_LOCK' USING WS-LOCK-AREA.
           PERFORM 640-PRINT-STUDENT-TOTALS.
           PERFORM 650-PRINT-RUN-TOTALS.
           CLOSE STUDENT-RECORDS-FILE.
           IF WS-SPONSOR-PAID-COUNT > 0
               PERFORM 696-REWRITE-SPONSOR-RECEIVABLE
           END-IF.
           PERFORM 660-ASSESS-NSF-FEES.
           PERFORM 675-APPEND-TENDER-TOTALS.
           CLOSE PAYMENT-FILE-IN.
           CLOSE POSTING-REGISTER-OUT.
           CLOSE UNMATCHED-PAYMENTS-OUT.
               END-READ.

           620-POST-ONE-PAYMENT.
               IF PAY-TYPE-IN = 'S' OR 's'
                   PERFORM 692-POST-SPONSOR-PAYMENT
               ELSE
                   PERFORM 621-POST-STUDENT-PAYMENT
               END-IF.

           621-POST-STUDENT-PAYMENT.
               MOVE PAY-STUDENT-NUMBER-IN TO STUDENT-NUMBER-OUT.
               READ STUDENT-RECORDS-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
                       MOVE 4 TO WS-RUN-STATUS
                   NOT INVALID KEY
                       PERFORM 632-ACCUMULATE-STUDENT-TOTAL
                       IF PAY-TENDER-IN NOT = SPACE
                           PERFORM 672-ACCUMULATE-TENDER-TOTAL
                       END-IF
                       ADD 1 TO WS-POSTED-COUNT
                       ADD PAY-AMOUNT-IN TO WS-POSTED-TOTAL
                       PERFORM 631-WRITE-REGISTER-DETAIL
               MOVE PAY-DATE-IN TO WS-U-DATE.
               MOVE PAY-RECEIPT-IN TO WS-U-RECEIPT.
               MOVE PAY-AMOUNT-IN TO WS-U-AMOUNT.
               IF PAY-TYPE-IN = 'S' OR 's'
                   MOVE "NO SPONSOR INVOICE" TO WS-U-REASON
               ELSE
                   MOVE "NO MASTER RECORD" TO WS-U-REASON
               END-IF.
               DISPLAY WS-UNMATCHED-LINE.
               WRITE UNMATCHED-LINE-OUT FROM WS-UNMATCHED-LINE.
               MOVE 4 TO WS-RUN-STATUS.
               MOVE WS-REVERSED-TOTAL TO WS-RT-AMOUNT.
               DISPLAY WS-RUN-TOTAL-LINE.
               WRITE REGISTER-LINE-OUT FROM WS-RUN-TOTAL-LINE.
               MOVE "SPONSOR PAYMENTS    " TO WS-RT-CAPTION.
               MOVE WS-SPONSOR-PAID-COUNT TO WS-RT-COUNT.
               MOVE WS-SPONSOR-PAID-TOTAL TO WS-RT-AMOUNT.
               DISPLAY WS-RUN-TOTAL-LINE.
               WRITE REGISTER-LINE-OUT FROM WS-RUN-TOTAL-LINE.

      *> Standard run-log record for the morning summary.
      *> A CALL resets the RETURN-CODE register, so the run's own
           680-LOG-THIS-RUN.
               COMPUTE WS-RL-READ-COUNT =
                   WS-POSTED-COUNT + WS-UNMATCHED-COUNT
                   + WS-REVERSED-COUNT + WS-SPONSOR-PAID-COUNT.
               COMPUTE WS-RL-WRITTEN-COUNT =
                   WS-POSTED-COUNT + WS-REVERSED-COUNT
                   + WS-SPONSOR-PAID-COUNT.
               MOVE WS-UNMATCHED-COUNT TO WS-RL-REJECTED-COUNT.
               MOVE WS-RUN-STATUS TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

           670-SET-RETURN-CODE.
               IF WS-POSTED-COUNT = 0 AND WS-SPONSOR-PAID-COUNT = 0
                   AND WS-UNMATCHED-COUNT > 0
                   MOVE 8 TO WS-RUN-STATUS
               END-IF.
               MOVE WS-RUN-STATUS TO RETURN-CODE.

      *> What the counter took is tied back to what posted by the
      *> cashier's deposit slip, so each counter payment posted is
      *> totalled by its payment date and tender.
           672-ACCUMULATE-TENDER-TOTAL.
               MOVE 0 TO WS-TENDER-HIT-SUB.
               PERFORM 673-SCAN-TENDER-ENTRY
                   VARYING WS-TENDER-SUB FROM 1 BY 1
                   UNTIL WS-TENDER-SUB > WS-TENDER-COUNT
                       OR WS-TENDER-HIT-SUB > 0.
               IF WS-TENDER-HIT-SUB = 0
                   IF WS-TENDER-COUNT < 100
                       ADD 1 TO WS-TENDER-COUNT
                       MOVE WS-TENDER-COUNT TO WS-TENDER-HIT-SUB
                       MOVE PAY-DATE-IN
                           TO WS-TD-PAYMENT-DATE(WS-TENDER-HIT-SUB)
                       MOVE PAY-TENDER-IN
                           TO WS-TD-TENDER(WS-TENDER-HIT-SUB)
                       MOVE 0 TO WS-TD-COUNT(WS-TENDER-HIT-SUB)
                       MOVE 0 TO WS-TD-AMOUNT(WS-TENDER-HIT-SUB)
                   ELSE
                       DISPLAY "*** WARNING: TENDER TABLE IS FULL -- "
                           "NOT IN THE DEPOSIT TIE-OUT: "
                           PAY-RECEIPT-IN
                       MOVE 4 TO WS-RUN-STATUS
                   END-IF
               END-IF.
               IF WS-TENDER-HIT-SUB > 0
                   ADD 1 TO WS-TD-COUNT(WS-TENDER-HIT-SUB)
                   ADD PAY-AMOUNT-IN TO WS-TD-AMOUNT(WS-TENDER-HIT-SUB)
               END-IF.

           673-SCAN-TENDER-ENTRY.
               IF WS-TD-PAYMENT-DATE(WS-TENDER-SUB) = PAY-DATE-IN
                   AND WS-TD-TENDER(WS-TENDER-SUB) = PAY-TENDER-IN
                   MOVE WS-TENDER-SUB TO WS-TENDER-HIT-SUB
               END-IF.

           675-APPEND-TENDER-TOTALS.
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
               OPEN EXTEND POSTED-TENDER-FILE.
               PERFORM 676-WRITE-ONE-TENDER-TOTAL
                   VARYING WS-TENDER-SUB FROM 1 BY 1
                   UNTIL WS-TENDER-SUB > WS-TENDER-COUNT.
               CLOSE POSTED-TENDER-FILE.

           676-WRITE-ONE-TENDER-TOTAL.
               MOVE SPACES TO POSTED-TENDER-RECORD.
               MOVE WS-AUDIT-DATE TO PTT-POSTING-DATE.
               MOVE WS-TD-PAYMENT-DATE(WS-TENDER-SUB)
                   TO PTT-PAYMENT-DATE.
               MOVE WS-TD-TENDER(WS-TENDER-SUB) TO PTT-TENDER.
               MOVE WS-TD-COUNT(WS-TENDER-SUB) TO PTT-COUNT.
               MOVE WS-TD-AMOUNT(WS-TENDER-SUB) TO PTT-AMOUNT.
               WRITE POSTED-TENDER-RECORD.

      *> The sponsor receivable is small enough to hold whole: the
      *> sponsor master and every invoice, paid or open.  Both are
      *> rewritten whole after the posting, so a file past its
      *> table ceiling stops the session before the master is
      *> locked or any payment is posted -- lines the table never
      *> held would be destroyed.
           690-LOAD-SPONSOR-RECEIVABLE.
               MOVE 'N' TO WS-SPONSOR-EOF.
               OPEN INPUT SPONSOR-MASTER-FILE.
               PERFORM 691-READ-ONE-SPONSOR
                   UNTIL WS-SPONSOR-EOF = 'Y'
                       OR WS-SPONSOR-COUNT = 500.
               CLOSE SPONSOR-MASTER-FILE.
               IF WS-SPONSOR-EOF NOT = 'Y'
                   DISPLAY "SPONSOR-MASTER.TXT EXCEEDS THE 500-LINE "
                       "TABLE -- RUN ABORTED, FILE LEFT ALONE."
                   MOVE 8 TO WS-RUN-STATUS
                   PERFORM 680-LOG-THIS-RUN
                   STOP RUN
               END-IF.
               MOVE 'N' TO WS-INVOICE-EOF.
               OPEN INPUT SPONSOR-INVOICE-FILE.
               PERFORM 693-READ-ONE-INVOICE
                   UNTIL WS-INVOICE-EOF = 'Y'
                       OR WS-INVOICE-COUNT = 2000.
               CLOSE SPONSOR-INVOICE-FILE.
               IF WS-INVOICE-EOF NOT = 'Y'
                   DISPLAY "SPONSOR-INVOICES.TXT EXCEEDS THE "
                       "2000-LINE TABLE -- RUN ABORTED, FILE LEFT "
                       "ALONE."
                   MOVE 8 TO WS-RUN-STATUS
                   PERFORM 680-LOG-THIS-RUN
                   STOP RUN
               END-IF.

           691-READ-ONE-SPONSOR.
               READ SPONSOR-MASTER-FILE
                   AT END MOVE 'Y' TO WS-SPONSOR-EOF
                   NOT AT END
                       ADD 1 TO WS-SPONSOR-COUNT
                       MOVE SPM-SPONSOR-ID
                           TO WS-SP-SPONSOR-ID(WS-SPONSOR-COUNT)
                       MOVE SPM-NAME TO WS-SP-NAME(WS-SPONSOR-COUNT)
                       MOVE SPM-ADDRESS
                           TO WS-SP-ADDRESS(WS-SPONSOR-COUNT)
                       MOVE SPM-RECEIVABLE
                           TO WS-SP-RECEIVABLE(WS-SPONSOR-COUNT)
               END-READ.

           693-READ-ONE-INVOICE.
               READ SPONSOR-INVOICE-FILE
                   AT END MOVE 'Y' TO WS-INVOICE-EOF
                   NOT AT END
                       ADD 1 TO WS-INVOICE-COUNT
                       MOVE SPI-INVOICE-NUMBER
                           TO WS-INV-NUMBER(WS-INVOICE-COUNT)
                       MOVE SPI-SPONSOR-ID
                           TO WS-INV-SPONSOR-ID(WS-INVOICE-COUNT)
                       MOVE SPI-INVOICE-DATE
                           TO WS-INV-DATE(WS-INVOICE-COUNT)
                       MOVE SPI-PERIOD-END
                           TO WS-INV-PERIOD-END(WS-INVOICE-COUNT)
                       MOVE SPI-AMOUNT
                           TO WS-INV-AMOUNT(WS-INVOICE-COUNT)
                       MOVE SPI-PAID TO WS-INV-PAID(WS-INVOICE-COUNT)
               END-READ.

      *> A sponsor payment never touches a student balance -- the
      *> student's share already came off when the sponsor was
      *> billed.  It is applied to the invoice and the sponsor's
      *> receivable; the register shows what is still open on the
      *> invoice, flagged CREDIT if the sponsor paid over it.
           692-POST-SPONSOR-PAYMENT.
               MOVE 'N' TO WS-FOUND-FLAG.
               PERFORM 694-SCAN-INVOICE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-INVOICE-COUNT
                       OR WS-FOUND-FLAG = 'Y'.
               IF WS-FOUND-FLAG = 'N'
                   PERFORM 635-WRITE-UNMATCHED-PAYMENT
               ELSE
                   ADD PAY-AMOUNT-IN TO WS-INV-PAID(WS-INVOICE-SUB)
                   MOVE 'N' TO WS-FOUND-FLAG
                   PERFORM 695-SCAN-SPONSOR
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-SPONSOR-COUNT
                           OR WS-FOUND-FLAG = 'Y'
                   IF WS-FOUND-FLAG = 'Y'
                       SUBTRACT PAY-AMOUNT-IN
                           FROM WS-SP-RECEIVABLE(WS-SPONSOR-SUB)
                   ELSE
                       DISPLAY "*** WARNING: SPONSOR "
                           WS-INV-SPONSOR-ID(WS-INVOICE-SUB)
                           " IS NOT ON THE SPONSOR MASTER -- "
                           "RECEIVABLE NOT REDUCED"
                       MOVE 4 TO WS-RUN-STATUS
                   END-IF
                   ADD 1 TO WS-SPONSOR-PAID-COUNT
                   ADD PAY-AMOUNT-IN TO WS-SPONSOR-PAID-TOTAL
                   COMPUTE WS-INVOICE-OPEN =
                       WS-INV-AMOUNT(WS-INVOICE-SUB)
                       - WS-INV-PAID(WS-INVOICE-SUB)
                   MOVE PAY-STUDENT-NUMBER-IN TO WS-D-NUMBER
                   MOVE PAY-DATE-IN TO WS-D-DATE
                   MOVE PAY-RECEIPT-IN TO WS-D-RECEIPT
                   MOVE PAY-AMOUNT-IN TO WS-D-AMOUNT
                   MOVE WS-INVOICE-OPEN TO WS-D-NEW-OWED
                   IF WS-INVOICE-OPEN < 0
                       MOVE "CREDIT " TO WS-D-OVERPAY
                   ELSE
                       MOVE "SPONSOR" TO WS-D-OVERPAY
                   END-IF
                   DISPLAY WS-DETAIL-LINE
                   WRITE REGISTER-LINE-OUT FROM WS-DETAIL-LINE
               END-IF.

           694-SCAN-INVOICE.
               IF WS-INV-NUMBER(WS-SUB) = PAY-STUDENT-NUMBER-IN
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-SUB TO WS-INVOICE-SUB
               END-IF.

           695-SCAN-SPONSOR.
               IF WS-SP-SPONSOR-ID(WS-SUB) =
                   WS-INV-SPONSOR-ID(WS-INVOICE-SUB)
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-SUB TO WS-SPONSOR-SUB
               END-IF.

           696-REWRITE-SPONSOR-RECEIVABLE.
               OPEN OUTPUT SPONSOR-MASTER-FILE.
               PERFORM 697-WRITE-ONE-SPONSOR
                   VARYING WS-SPONSOR-SUB FROM 1 BY 1
                   UNTIL WS-SPONSOR-SUB > WS-SPONSOR-COUNT.
               CLOSE SPONSOR-MASTER-FILE.
               OPEN OUTPUT SPONSOR-INVOICE-FILE.
               PERFORM 698-WRITE-ONE-INVOICE
                   VARYING WS-INVOICE-SUB FROM 1 BY 1
                   UNTIL WS-INVOICE-SUB > WS-INVOICE-COUNT.
               CLOSE SPONSOR-INVOICE-FILE.

           697-WRITE-ONE-SPONSOR.
               MOVE SPACES TO SPONSOR-MASTER-RECORD.
               MOVE WS-SP-SPONSOR-ID(WS-SPONSOR-SUB) TO SPM-SPONSOR-ID.
               MOVE WS-SP-NAME(WS-SPONSOR-SUB) TO SPM-NAME.
               MOVE WS-SP-ADDRESS(WS-SPONSOR-SUB) TO SPM-ADDRESS.
               MOVE WS-SP-RECEIVABLE(WS-SPONSOR-SUB) TO SPM-RECEIVABLE.
               WRITE SPONSOR-MASTER-RECORD.

           698-WRITE-ONE-INVOICE.
               MOVE SPACES TO SPONSOR-INVOICE-RECORD.
               MOVE WS-INV-NUMBER(WS-INVOICE-SUB) TO SPI-INVOICE-NUMBER.
               MOVE WS-INV-SPONSOR-ID(WS-INVOICE-SUB) TO SPI-SPONSOR-ID.
               MOVE WS-INV-DATE(WS-INVOICE-SUB) TO SPI-INVOICE-DATE.
               MOVE WS-INV-PERIOD-END(WS-INVOICE-SUB) TO SPI-PERIOD-END.
               MOVE WS-INV-AMOUNT(WS-INVOICE-SUB) TO SPI-AMOUNT.
               MOVE WS-INV-PAID(WS-INVOICE-SUB) TO SPI-PAID.
               WRITE SPONSOR-INVOICE-RECORD.

       END PROGRAM PAYMENT_POSTING_PROGRAM.
