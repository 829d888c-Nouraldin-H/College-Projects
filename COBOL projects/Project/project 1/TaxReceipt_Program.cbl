      * money paid in the year off the NEXT-RECEIPT-NUMBER.TXT
      * register, and write a control report totaling receipts
      * issued so finance can tie the run to the GL.
      * Modification history:
      *   02-17-2026 NH - a receipt for an address the post office has
      *     returned (MAIL_ADDRESS_CHECK) is neither numbered nor
      *     printed; the student is listed on NO-GOOD-ADDRESS.TXT and
      *     the amount shown as held on the control report
      *   12-02-2025 NH - eligible tuition paid is totalled and printed
      *     to the cent
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO '..\NEXT-RECEIPT-NUMBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NR-STATUS.
           SELECT OPTIONAL NO-GOOD-ADDRESS-FILE
           ASSIGN TO '..\NO-GOOD-ADDRESS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 STUDENT-FILE-IN.
           05 STUDENT-NUMBER-IN           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-IN     PIC S9(7)V99.
           05 FILLER         PIC X(3).
           05 STUDENT-FULL-NAME-IN.
               10 STUDENT-TITLE-IN        PIC A(6).
           05 FILLER              PIC X(1).
           05 JRNL-STUDENT-IN     PIC 9(7).
           05 FILLER              PIC X(1).
           05 JRNL-BEFORE-IN      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 JRNL-AFTER-IN       PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD TAX-RECEIPTS-OUT.
       01 RECEIPT-LINE-OUT        PIC X(80).
       01 NEXT-RECEIPT-RECORD.
           05 NR-NEXT-NUMBER      PIC 9(7).

      *> Mail held back because the post office returned the
      *> address -- same layout the statement cycle writes.
       FD NO-GOOD-ADDRESS-FILE.
       01 NO-GOOD-ADDRESS-RECORD.
           05 NGA-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 NGA-DOCUMENT        PIC X(3).
           05 FILLER              PIC X(1).
           05 NGA-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 NGA-LAST-NAME       PIC X(28).
           05 FILLER              PIC X(1).
           05 NGA-AMOUNT          PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 NGA-RETURNED-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-KEY PIC X(2).
       01 WS-JRNL-EOF PIC X(1).
       01 WS-TAX-YEAR PIC 9(4).
       01 WS-RECEIPT-NUMBER PIC 9(7).
       01 WS-PAID-THIS-YEAR PIC S9(9)V99.
       01 WS-LINE-AMOUNT PIC S9(8)V99.
       01 WS-RECEIPT-COUNT PIC 9(5) VALUE 0.
       01 WS-RECEIPT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-TOTAL PIC 9(9)V99 VALUE 0.

       01 WS-MAIL-AREA.
           05 WS-MA-STUDENT       PIC 9(7).
           05 WS-MA-ADDRESS       PIC X(62).
           05 WS-MA-RESULT        PIC X(1).
           05 WS-MA-RETURNED-DATE PIC 9(8).

       01 WS-NAME-BLOCK PIC X(55).
       01 WS-RECEIPT-HEADER.
       01 WS-PAID-LINE.
           05 FILLER              PIC X(25)
               VALUE "ELIGIBLE TUITION PAID:  $".
           05 WS-P-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       01 WS-CONTROL-LINE.
           05 FILLER              PIC X(18)
               VALUE "RECEIPTS ISSUED:  ".
           05 WS-C-COUNT          PIC ZZZZ9.
           05 FILLER              PIC X(9) VALUE "  TOTAL: ".
           05 WS-C-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(11)
               VALUE "  TAX YEAR ".
           05 WS-C-YEAR           PIC 9(4).
       01 WS-HELD-LINE.
           05 FILLER              PIC X(18)
               VALUE "RECEIPTS HELD:    ".
           05 WS-HC-COUNT         PIC ZZZZ9.
           05 FILLER              PIC X(9) VALUE "  TOTAL: ".
           05 WS-HC-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(22)
               VALUE "  NO GOOD ADDRESS".

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
           ACCEPT WS-TAX-YEAR.
           OPEN INPUT STUDENT-MASTER-FILE.
           OPEN OUTPUT TAX-RECEIPTS-OUT.
           OPEN EXTEND NO-GOOD-ADDRESS-FILE.
           PERFORM 100-READ-STUDENT-RECORD UNTIL WS-EOF = 'Y'.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE TAX-RECEIPTS-OUT.
           CLOSE NO-GOOD-ADDRESS-FILE.
           PERFORM 500-WRITE-CONTROL-REPORT.
           PERFORM 600-LOG-THIS-RUN.
           STOP RUN.
                       ADD 1 TO WS-RL-READ-COUNT
                       PERFORM 200-TOTAL-YEAR-PAYMENTS
                       IF WS-PAID-THIS-YEAR > 0
                           PERFORM 220-CHECK-MAIL-ADDRESS
                           IF WS-MA-RESULT = '1'
                               PERFORM 230-LIST-NO-GOOD-ADDRESS
                           ELSE
                               PERFORM 300-ISSUE-RECEIPT-NUMBER
                               PERFORM 400-PRINT-ONE-RECEIPT
                           END-IF
                       END-IF
               END-READ.

                       END-IF
               END-READ.

      *> A receipt for an address the post office has returned is
      *> not numbered or printed; the student is listed on the
      *> no-good-address list and the amount is carried on the
      *> control report as held, so issued plus held still ties to
      *> the year's payments.
           220-CHECK-MAIL-ADDRESS.
               MOVE STUDENT-NUMBER-IN TO WS-MA-STUDENT.
               MOVE STUDENT-ADDRESS-IN TO WS-MA-ADDRESS.
               CALL 'MAIL_ADDRESS_CHECK' USING WS-MAIL-AREA.

           230-LIST-NO-GOOD-ADDRESS.
               MOVE SPACES TO NO-GOOD-ADDRESS-RECORD.
               MOVE WS-RL-START-DATE TO NGA-RUN-DATE.
               MOVE "RCP" TO NGA-DOCUMENT.
               MOVE STUDENT-NUMBER-IN TO NGA-STUDENT-NUMBER.
               MOVE STUDENT-LAST-NAME-IN TO NGA-LAST-NAME.
               MOVE WS-PAID-THIS-YEAR TO NGA-AMOUNT.
               MOVE WS-MA-RETURNED-DATE TO NGA-RETURNED-DATE.
               WRITE NO-GOOD-ADDRESS-RECORD.
               ADD 1 TO WS-HELD-COUNT.
               ADD WS-PAID-THIS-YEAR TO WS-HELD-TOTAL.
               ADD 1 TO WS-RL-REJECTED-COUNT.

      *> Receipt numbers are issued, not guessed -- same register
      *> shape as the student-number issuance.
           300-ISSUE-RECEIPT-NUMBER.
               MOVE WS-TAX-YEAR TO WS-C-YEAR.
               DISPLAY WS-CONTROL-LINE.
               WRITE CONTROL-LINE-OUT FROM WS-CONTROL-LINE.
               MOVE WS-HELD-COUNT TO WS-HC-COUNT.
               MOVE WS-HELD-TOTAL TO WS-HC-TOTAL.
               DISPLAY WS-HELD-LINE.
               WRITE CONTROL-LINE-OUT FROM WS-HELD-LINE.
               CLOSE TAX-CONTROL-OUT.

      *> Standard run-log record for the morning summary.
