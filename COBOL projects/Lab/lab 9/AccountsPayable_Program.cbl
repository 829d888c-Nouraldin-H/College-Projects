      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 06-16-2026
      * Purpose: accounts payable, from the matched invoice to the
      * vendor's payment.  Voucher mode turns each invoice
      * RECEIVING_PROGRAM's match mode released onto
      * MATCHED-INVOICES.TXT into an open voucher on AP-VOUCHERS.TXT:
      * a voucher number off the NEXT-VOUCHER-NUMBER.TXT register,
      * due the invoice date plus the vendor's terms on
      * VENDOR-MASTER.IDX, and an invoice the vendor already has a
      * voucher for is refused.  Pay mode selects the open vouchers
      * due by a date and pays each vendor once for all of them, by
      * EFT (AP-EFT.TXT) or by cheque (AP-CHEQUE-PRINT.TXT, numbered
      * off NEXT-AP-CHEQUE-NUMBER.TXT) as the vendor master says,
      * and closes the vouchers paid.  Report mode prints the
      * payables aging and the cash requirements forecast.  Every
      * voucher and payment is written to AP-REGISTER.TXT, which
      * GL_EXTRACT_PROGRAM posts to the ledger.
      * Modification history:
      *   10-06-2026 NH - more invoices kept back than the table holds
      *     aborts the voucher run with RC 8 and leaves
      *     MATCHED-INVOICES.TXT alone
      *   06-30-2026 NH - open vendor debit memos on AP-DEBIT-MEMOS.TXT
      *     come off the vendor's next payment; vouchers a memo covers
      *     in full close as method D
      *   06-23-2026 NH - vendor master record carries the vendor's
      *     standard lead time in days
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNTS_PAYABLE_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL AP-VOUCHER-FILE
           ASSIGN TO '..\AP-VOUCHERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MATCHED-INVOICES-FILE
           ASSIGN TO '..\MATCHED-INVOICES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-MASTER-FILE
           ASSIGN TO '..\VENDOR-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY VEN-CODE
           FILE STATUS WS-VEN-STATUS.
           SELECT NEXT-VOUCHER-FILE
           ASSIGN TO '..\NEXT-VOUCHER-NUMBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NV-STATUS.
           SELECT NEXT-AP-CHEQUE-FILE
           ASSIGN TO '..\NEXT-AP-CHEQUE-NUMBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NC-STATUS.
           SELECT OPTIONAL AP-REGISTER-FILE
           ASSIGN TO '..\AP-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-DEBIT-MEMO-FILE
           ASSIGN TO '..\AP-DEBIT-MEMOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-EFT-FILE
           ASSIGN TO '..\AP-EFT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-CHEQUE-PRINT-FILE
           ASSIGN TO '..\AP-CHEQUE-PRINT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-PAYMENT-REGISTER-OUT
           ASSIGN TO '..\AP-PAYMENT-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-AGING-REPORT-OUT
           ASSIGN TO '..\AP-AGING-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-CASH-REPORT-OUT
           ASSIGN TO '..\AP-CASH-REQUIREMENTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One line per voucher, O while open and P once paid; the
      *> payment date, method (C/E, or D for a debit memo) and
      *> cheque number, EFT sequence or memo number are filled in
      *> by the pay run.
       FD AP-VOUCHER-FILE.
       01 AP-VOUCHER-RECORD.
           05 APV-NUMBER          PIC 9(7).
           05 FILLER              PIC X(1).
           05 APV-VENDOR          PIC X(5).
           05 FILLER              PIC X(1).
           05 APV-INVOICE         PIC X(10).
           05 FILLER              PIC X(1).
           05 APV-INVOICE-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 APV-DUE-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 APV-AMOUNT          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 APV-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 APV-PAID-DATE       PIC 9(8).
           05 FILLER              PIC X(1).
           05 APV-PAY-METHOD      PIC X(1).
           05 FILLER              PIC X(1).
           05 APV-PAY-REFERENCE   PIC 9(7).
           05 FILLER              PIC X(1).
           05 APV-PO-NUMBER       PIC X(7).

       FD MATCHED-INVOICES-FILE.
       01 MATCHED-INVOICE-RECORD.
           05 MTI-VENDOR          PIC X(5).
           05 FILLER              PIC X(1).
           05 MTI-INVOICE         PIC X(10).
           05 FILLER              PIC X(1).
           05 MTI-INVOICE-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 MTI-PO-NUMBER       PIC X(7).
           05 FILLER              PIC X(1).
           05 MTI-AMOUNT          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 MTI-LINES           PIC 9(3).

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

       FD NEXT-VOUCHER-FILE.
       01 NEXT-VOUCHER-RECORD.
           05 NV-NEXT-NUMBER      PIC 9(7).

       FD NEXT-AP-CHEQUE-FILE.
       01 NEXT-AP-CHEQUE-RECORD.
           05 NC-NEXT-NUMBER      PIC 9(7).

      *> VCH for a voucher raised, PAY for a vendor payment.
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

      *> Vendor debit memos raised by RETURN_TO_VENDOR_PROGRAM;
      *> the pay run draws each balance down against the vendor's
      *> payment, O while any balance is left and A once applied.
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

       FD AP-EFT-FILE.
       01 AP-EFT-RECORD.
           05 EFT-TRANSIT         PIC 9(8).
           05 FILLER              PIC X(1).
           05 EFT-ACCOUNT         PIC 9(12).
           05 FILLER              PIC X(1).
           05 EFT-AMOUNT          PIC 9(9)V99.
           05 FILLER              PIC X(1).
           05 EFT-VENDOR          PIC X(5).
           05 FILLER              PIC X(1).
           05 EFT-NAME            PIC X(30).
       01 AP-EFT-TRAILER.
           05 EFT-MARKER          PIC X(3).
           05 FILLER              PIC X(3).
           05 EFT-RECORD-COUNT    PIC 9(7).
           05 FILLER              PIC X(1).
           05 EFT-TOTAL           PIC 9(9)V99.

       FD AP-CHEQUE-PRINT-FILE.
       01 AP-CHEQUE-RECORD.
           05 APC-NUMBER          PIC 9(7).
           05 FILLER              PIC X(1).
           05 APC-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 APC-AMOUNT          PIC 9(9)V99.
           05 FILLER              PIC X(1).
           05 APC-VENDOR          PIC X(5).
           05 FILLER              PIC X(1).
           05 APC-NAME            PIC X(30).
           05 FILLER              PIC X(1).
           05 APC-ADDRESS         PIC X(40).

       FD AP-PAYMENT-REGISTER-OUT.
       01 PAYMENT-REGISTER-LINE   PIC X(100).

       FD AP-AGING-REPORT-OUT.
       01 AGING-REPORT-LINE       PIC X(110).

       FD AP-CASH-REPORT-OUT.
       01 CASH-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-VEN-STATUS PIC X(2).
       01 WS-NV-STATUS PIC X(2).
       01 WS-NC-STATUS PIC X(2).
       01 WS-VCH-EOF PIC X(1).
       01 WS-MTI-EOF PIC X(1) VALUE 'N'.
       01 WS-SUB PIC 9(4).
       01 WS-FOUND-FLAG PIC X(1).

      *> The whole voucher file, rewritten from here when a run
      *> raises or closes vouchers.
       01 WS-VOUCHER-TABLE.
           05 WS-VC-ENTRY OCCURS 2000 TIMES PIC X(81).
       01 WS-VC-COUNT PIC 9(4) VALUE 0.

      *> Matched invoices that could not be vouchered stay on the
      *> matched file for the next run.
       01 WS-KEPT-TABLE.
           05 WS-KEPT-ENTRY OCCURS 500 TIMES PIC X(50).
       01 WS-KEPT-COUNT PIC 9(3) VALUE 0.
       01 WS-KEPT-FULL-FLAG PIC X(1) VALUE 'N'.

       01 WS-VOUCHER-NUMBER PIC 9(7).
       01 WS-VOUCHERED-COUNT PIC 9(5) VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(5) VALUE 0.
       01 WS-KEPT-BACK-COUNT PIC 9(5) VALUE 0.
       01 WS-VOUCHERED-TOTAL PIC 9(9)V99 VALUE 0.

      *> One row per vendor paid in a pay run.
       01 WS-PAY-DATE-EDIT PIC X(8).
       01 WS-PAY-THROUGH-DATE PIC 9(8).
       01 WS-PAY-VENDOR-TABLE.
           05 WS-PV-ENTRY OCCURS 200 TIMES.
               10 WS-PV-VENDOR    PIC X(5).
               10 WS-PV-AMOUNT    PIC 9(9)V99.
               10 WS-PV-COUNT     PIC 9(4).
               10 WS-PV-METHOD    PIC X(1).
               10 WS-PV-REFERENCE PIC 9(7).
               10 WS-PV-MEMO      PIC 9(9)V99.
       01 WS-PV-COUNT-ALL PIC 9(3) VALUE 0.
       01 WS-PV-SUB PIC 9(3).
       01 WS-PV-HIT-SUB PIC 9(3).
       01 WS-PV-FOUND-FLAG PIC X(1).
       01 WS-CHEQUE-NUMBER PIC 9(7).
       01 WS-EFT-COUNT PIC 9(7) VALUE 0.
       01 WS-EFT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-CHEQUE-COUNT PIC 9(5) VALUE 0.
       01 WS-CHEQUE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-VOUCHERS-PAID PIC 9(5) VALUE 0.
       01 WS-VOUCHERS-SKIPPED PIC 9(5) VALUE 0.
       01 WS-VENDOR-FULL-FLAG PIC X(1) VALUE 'N'.

      *> The whole debit memo file, rewritten by the pay run.
       01 WS-DBM-EOF PIC X(1).
       01 WS-MEMO-TABLE.
           05 WS-DM-ENTRY OCCURS 500 TIMES PIC X(53).
       01 WS-DM-COUNT PIC 9(3) VALUE 0.
       01 WS-DM-SUB PIC 9(3).
       01 WS-MEMO-TAKEN PIC 9(9)V99.
       01 WS-MEMO-COUNT PIC 9(5) VALUE 0.
       01 WS-MEMO-TOTAL PIC 9(9)V99 VALUE 0.

      *> Aging buckets by days past due (current, 1-30, 31-60,
      *> 61-90, over 90) and the cash windows by days until due
      *> (past due, 0-7, 8-14, 15-30, 31-60, over 60).
       01 WS-AGE-DAYS PIC S9(7).
       01 WS-TODAY-DAYS PIC 9(7).
       01 WS-BUCKET PIC 9(1).
       01 WS-AGING-VENDOR-TABLE.
           05 WS-AV-ENTRY OCCURS 200 TIMES.
               10 WS-AV-VENDOR    PIC X(5).
               10 WS-AV-AMOUNT OCCURS 5 TIMES PIC 9(9)V99.
       01 WS-AV-COUNT PIC 9(3) VALUE 0.
       01 WS-AV-SUB PIC 9(3).
       01 WS-AV-HIT-SUB PIC 9(3).
       01 WS-AV-FOUND-FLAG PIC X(1).
       01 WS-AGING-GRAND.
           05 WS-AG-AMOUNT OCCURS 5 TIMES PIC 9(9)V99.
       01 WS-AGING-ROW-TOTAL PIC 9(9)V99.
       01 WS-AGING-GRAND-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-CASH-WINDOWS.
           05 WS-CW-ENTRY OCCURS 6 TIMES.
               10 WS-CW-COUNT     PIC 9(5).
               10 WS-CW-AMOUNT    PIC 9(9)V99.
       01 WS-CASH-CAPTIONS.
           05 FILLER              PIC X(16) VALUE "PAST DUE".
           05 FILLER              PIC X(16) VALUE "DUE IN 0-7 DAYS".
           05 FILLER              PIC X(16) VALUE "DUE IN 8-14".
           05 FILLER              PIC X(16) VALUE "DUE IN 15-30".
           05 FILLER              PIC X(16) VALUE "DUE IN 31-60".
           05 FILLER              PIC X(16) VALUE "DUE AFTER 60".
       01 WS-CASH-CAPTION-TABLE REDEFINES WS-CASH-CAPTIONS.
           05 WS-CW-CAPTION OCCURS 6 TIMES PIC X(16).
       01 WS-CW-SUB PIC 9(1).
       01 WS-CASH-RUNNING PIC 9(9)V99 VALUE 0.
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.

       01 WS-DN-DATE PIC 9(8).
       01 WS-DN-DATE-R REDEFINES WS-DN-DATE.
           05 WS-DN-YEAR          PIC 9(4).
           05 WS-DN-MONTH         PIC 9(2).
           05 WS-DN-DAY           PIC 9(2).
       01 WS-DN-Y PIC 9(4).
       01 WS-DN-M PIC 9(2).
       01 WS-DN-QUAD PIC 9(4).
       01 WS-DN-CENT PIC 9(4).
       01 WS-DN-FOUR-CENT PIC 9(4).
       01 WS-DN-MONTH-DAYS PIC 9(4).
       01 WS-DN-DAYS PIC 9(7).
       01 WS-MONTH-LENGTHS.
           05 FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).
       01 WS-DAYS-THIS-MONTH PIC 9(2).
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).

       01 WS-PAYMENT-HEAD.
           05 FILLER              PIC X(25)
               VALUE "AP PAYMENT RUN -- DUE BY ".
           05 WS-PH-DATE          PIC 9(8).
           05 FILLER              PIC X(9) VALUE "  PAID ON".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-PH-TODAY         PIC 9(8).
       01 WS-PAYMENT-LINE.
           05 WS-PL-VENDOR        PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-PL-NAME          PIC X(30).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-PL-METHOD        PIC X(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-PL-REFERENCE     PIC 9(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-PL-COUNT         PIC ZZZ9.
           05 FILLER              PIC X(6) VALUE " VCHR ".
           05 WS-PL-AMOUNT        PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(7) VALUE " MEMOS ".
           05 WS-PL-MEMO          PIC $$$,$$$,$$9.99.
       01 WS-PAYMENT-TOTAL-LINE.
           05 FILLER              PIC X(16) VALUE "CHEQUES ".
           05 WS-PT-CHEQUES       PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-PT-CHEQUE-TOTAL  PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(7) VALUE "   EFT ".
           05 WS-PT-EFTS          PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-PT-EFT-TOTAL     PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(7) VALUE " MEMOS ".
           05 WS-PT-MEMOS         PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-PT-MEMO-TOTAL    PIC $$$,$$$,$$9.99.

       01 WS-AGING-HEAD.
           05 FILLER              PIC X(30)
               VALUE "ACCOUNTS PAYABLE AGING  AS AT ".
           05 WS-AH-DATE          PIC 9(8).
       01 WS-AGING-COLUMNS.
           05 FILLER              PIC X(36) VALUE "VENDOR".
           05 FILLER              PIC X(36) VALUE
               "     CURRENT   1-30 DAYS  31-60 DAYS".
           05 FILLER              PIC X(37) VALUE
               "  61-90 DAYS     OVER 90        TOTAL".
       01 WS-AGING-LINE.
           05 WS-AL-VENDOR        PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-AL-NAME          PIC X(30).
           05 WS-AL-AMOUNT OCCURS 5 TIMES PIC Z,ZZZ,ZZ9.99.
           05 WS-AL-TOTAL         PIC ZZ,ZZZ,ZZ9.99.

       01 WS-CASH-HEAD.
           05 FILLER              PIC X(34)
               VALUE "CASH REQUIREMENTS FORECAST  AS AT ".
           05 WS-CH-DATE          PIC 9(8).
       01 WS-CASH-LINE.
           05 WS-CL-CAPTION       PIC X(16).
           05 WS-CL-COUNT         PIC ZZZZ9.
           05 FILLER              PIC X(7) VALUE " VCHRS ".
           05 WS-CL-AMOUNT        PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(14) VALUE "   CUMULATIVE ".
           05 WS-CL-RUNNING       PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Voucher matched invoices, run payments, or "
               "print the payables reports? (V/P/R) "
           ACCEPT WS-MODE.
           PERFORM 100-LOAD-VOUCHERS.
      *> Voucher and pay modes rewrite AP-VOUCHERS.TXT from the
      *> table, so a file past the ceiling aborts up front rather
      *> than losing the vouchers the table never held.
           IF WS-VCH-EOF NOT = 'Y'
               DISPLAY "AP-VOUCHERS.TXT EXCEEDS THE 2000-LINE "
                   "TABLE -- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE TRUE
               WHEN WS-MODE = 'P' OR 'p'
                   PERFORM 300-RUN-THE-PAYMENTS
               WHEN WS-MODE = 'R' OR 'r'
                   PERFORM 500-PRINT-AGING-REPORT
                   PERFORM 600-PRINT-CASH-REQUIREMENTS
               WHEN OTHER
                   PERFORM 200-VOUCHER-THE-INVOICES
           END-EVALUATE.
           STOP RUN.

           100-LOAD-VOUCHERS.
               MOVE 'N' TO WS-VCH-EOF.
               OPEN INPUT AP-VOUCHER-FILE.
               PERFORM 110-READ-VOUCHER
                   UNTIL WS-VCH-EOF = 'Y' OR WS-VC-COUNT = 2000.
               IF WS-VCH-EOF NOT = 'Y'
                   READ AP-VOUCHER-FILE
                       AT END MOVE 'Y' TO WS-VCH-EOF
                   END-READ
               END-IF.
               CLOSE AP-VOUCHER-FILE.

           110-READ-VOUCHER.
               READ AP-VOUCHER-FILE
                   AT END MOVE 'Y' TO WS-VCH-EOF
                   NOT AT END
                       ADD 1 TO WS-VC-COUNT
                       MOVE AP-VOUCHER-RECORD
                           TO WS-VC-ENTRY(WS-VC-COUNT)
               END-READ.

           150-REWRITE-VOUCHERS.
               OPEN OUTPUT AP-VOUCHER-FILE.
               PERFORM 151-WRITE-ONE-VOUCHER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-VC-COUNT.
               CLOSE AP-VOUCHER-FILE.

           151-WRITE-ONE-VOUCHER.
               MOVE WS-VC-ENTRY(WS-SUB) TO AP-VOUCHER-RECORD.
               WRITE AP-VOUCHER-RECORD.

      *> Voucher numbers are issued, not guessed -- same register
      *> shape as the PO-number issuance.
           160-ISSUE-VOUCHER-NUMBER.
               OPEN INPUT NEXT-VOUCHER-FILE.
               IF WS-NV-STATUS NOT = "00"
                   MOVE 5000001 TO NV-NEXT-NUMBER
               ELSE
                   READ NEXT-VOUCHER-FILE
                       AT END MOVE 5000001 TO NV-NEXT-NUMBER
                   END-READ
                   CLOSE NEXT-VOUCHER-FILE
               END-IF.
               MOVE NV-NEXT-NUMBER TO WS-VOUCHER-NUMBER.
               ADD 1 TO NV-NEXT-NUMBER.
               OPEN OUTPUT NEXT-VOUCHER-FILE.
               WRITE NEXT-VOUCHER-RECORD.
               CLOSE NEXT-VOUCHER-FILE.

           170-ISSUE-CHEQUE-NUMBER.
               OPEN INPUT NEXT-AP-CHEQUE-FILE.
               IF WS-NC-STATUS NOT = "00"
                   MOVE 6000001 TO NC-NEXT-NUMBER
               ELSE
                   READ NEXT-AP-CHEQUE-FILE
                       AT END MOVE 6000001 TO NC-NEXT-NUMBER
                   END-READ
                   CLOSE NEXT-AP-CHEQUE-FILE
               END-IF.
               MOVE NC-NEXT-NUMBER TO WS-CHEQUE-NUMBER.
               ADD 1 TO NC-NEXT-NUMBER.
               OPEN OUTPUT NEXT-AP-CHEQUE-FILE.
               WRITE NEXT-AP-CHEQUE-RECORD.
               CLOSE NEXT-AP-CHEQUE-FILE.

      *> Each released invoice becomes one open voucher.  One the
      *> vendor already has a voucher for is a second copy of the
      *> bill and is dropped; one whose vendor is not on the
      *> master is kept on the matched file until it is.  More kept
      *> back than the table holds and the matched file is left as
      *> it was: the vouchers raised are saved, and come off it as
      *> duplicates on the next run.
           200-VOUCHER-THE-INVOICES.
               OPEN INPUT MATCHED-INVOICES-FILE.
               OPEN INPUT VENDOR-MASTER-FILE.
               OPEN EXTEND AP-REGISTER-FILE.
               PERFORM 210-READ-MATCHED-INVOICE
                   UNTIL WS-MTI-EOF = 'Y'.
               CLOSE MATCHED-INVOICES-FILE.
               CLOSE VENDOR-MASTER-FILE.
               CLOSE AP-REGISTER-FILE.
               PERFORM 150-REWRITE-VOUCHERS.
               IF WS-KEPT-FULL-FLAG = 'Y'
                   DISPLAY "*** MORE THAN 500 INVOICES KEPT BACK -- "
                       "MATCHED-INVOICES.TXT LEFT ALONE, RUN ABORTED "
                       "***"
                   DISPLAY "VOUCHERS RAISED:     " WS-VOUCHERED-COUNT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT MATCHED-INVOICES-FILE.
               PERFORM 250-WRITE-KEPT-INVOICE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-KEPT-COUNT.
               CLOSE MATCHED-INVOICES-FILE.
               DISPLAY "VOUCHERS RAISED:     " WS-VOUCHERED-COUNT.
               DISPLAY "DUPLICATES DROPPED:  " WS-DUPLICATE-COUNT.
               DISPLAY "INVOICES KEPT BACK:  " WS-KEPT-BACK-COUNT.
               IF WS-DUPLICATE-COUNT > 0 OR WS-KEPT-BACK-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

           210-READ-MATCHED-INVOICE.
               READ MATCHED-INVOICES-FILE
                   AT END MOVE 'Y' TO WS-MTI-EOF
                   NOT AT END PERFORM 220-VOUCHER-ONE-INVOICE
               END-READ.

           220-VOUCHER-ONE-INVOICE.
               MOVE 'N' TO WS-FOUND-FLAG.
               PERFORM 225-SCAN-FOR-DUPLICATE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-VC-COUNT
                       OR WS-FOUND-FLAG = 'Y'.
               IF WS-FOUND-FLAG = 'Y'
                   ADD 1 TO WS-DUPLICATE-COUNT
                   DISPLAY "INVOICE ALREADY VOUCHERED, DROPPED: "
                       MATCHED-INVOICE-RECORD
               ELSE
                   MOVE MTI-VENDOR TO VEN-CODE
                   READ VENDOR-MASTER-FILE
                       INVALID KEY
                           DISPLAY "VENDOR NOT ON MASTER, KEPT BACK: "
                               MATCHED-INVOICE-RECORD
                           PERFORM 240-KEEP-INVOICE-BACK
                       NOT INVALID KEY
                           PERFORM 230-RAISE-THE-VOUCHER
                   END-READ
               END-IF.

           225-SCAN-FOR-DUPLICATE.
               MOVE WS-VC-ENTRY(WS-SUB) TO AP-VOUCHER-RECORD.
               IF APV-VENDOR = MTI-VENDOR
                   AND APV-INVOICE = MTI-INVOICE
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF.

           230-RAISE-THE-VOUCHER.
               IF WS-VC-COUNT = 2000
                   DISPLAY "VOUCHER TABLE FULL, KEPT BACK: "
                       MATCHED-INVOICE-RECORD
                   PERFORM 240-KEEP-INVOICE-BACK
               ELSE
                   PERFORM 160-ISSUE-VOUCHER-NUMBER
                   MOVE SPACES TO AP-VOUCHER-RECORD
                   MOVE WS-VOUCHER-NUMBER TO APV-NUMBER
                   MOVE MTI-VENDOR TO APV-VENDOR
                   MOVE MTI-INVOICE TO APV-INVOICE
                   MOVE MTI-INVOICE-DATE TO APV-INVOICE-DATE
                   MOVE MTI-INVOICE-DATE TO WS-DN-DATE
                   IF VEN-TERMS-DAYS IS NUMERIC
                       PERFORM 810-ADVANCE-ONE-DAY
                           VEN-TERMS-DAYS TIMES
                   END-IF
                   MOVE WS-DN-DATE TO APV-DUE-DATE
                   MOVE MTI-AMOUNT TO APV-AMOUNT
                   MOVE 'O' TO APV-STATUS
                   MOVE 0 TO APV-PAID-DATE
                   MOVE SPACE TO APV-PAY-METHOD
                   MOVE 0 TO APV-PAY-REFERENCE
                   MOVE MTI-PO-NUMBER TO APV-PO-NUMBER
                   ADD 1 TO WS-VC-COUNT
                   MOVE AP-VOUCHER-RECORD TO WS-VC-ENTRY(WS-VC-COUNT)
                   MOVE SPACES TO AP-REGISTER-RECORD
                   MOVE WS-TODAY TO APR-DATE
                   MOVE "VCH" TO APR-TYPE
                   MOVE MTI-VENDOR TO APR-VENDOR
                   MOVE WS-VOUCHER-NUMBER TO APR-REFERENCE
                   MOVE MTI-AMOUNT TO APR-AMOUNT
                   WRITE AP-REGISTER-RECORD
                   ADD 1 TO WS-VOUCHERED-COUNT
                   ADD MTI-AMOUNT TO WS-VOUCHERED-TOTAL
                   DISPLAY "VOUCHER " WS-VOUCHER-NUMBER " VENDOR "
                       MTI-VENDOR " INVOICE " MTI-INVOICE
                       " DUE " APV-DUE-DATE
               END-IF.

           240-KEEP-INVOICE-BACK.
               ADD 1 TO WS-KEPT-BACK-COUNT.
               IF WS-KEPT-COUNT < 500
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE MATCHED-INVOICE-RECORD
                       TO WS-KEPT-ENTRY(WS-KEPT-COUNT)
               ELSE
                   MOVE 'Y' TO WS-KEPT-FULL-FLAG
               END-IF.

           250-WRITE-KEPT-INVOICE.
               MOVE WS-KEPT-ENTRY(WS-SUB) TO MATCHED-INVOICE-RECORD.
               WRITE MATCHED-INVOICE-RECORD.

      *> Every open voucher due by the pay-through date is paid;
      *> a vendor gets one payment for all of them, less any open
      *> debit memo the vendor owes us.  The vouchers close as
      *> paid, carrying the cheque number or the EFT line number
      *> that paid them, or method D and the memo number when the
      *> memos cover the whole of it.
           300-RUN-THE-PAYMENTS.
               PERFORM 360-LOAD-DEBIT-MEMOS.
               IF WS-DBM-EOF NOT = 'Y'
                   DISPLAY "AP-DEBIT-MEMOS.TXT EXCEEDS THE 500-LINE "
                       "TABLE -- RUN ABORTED, NOTHING PAID."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               DISPLAY "Pay vouchers due on or before (YYYYMMDD, "
                   "blank for today): "
               ACCEPT WS-PAY-DATE-EDIT.
               IF WS-PAY-DATE-EDIT IS NUMERIC
                   MOVE WS-PAY-DATE-EDIT TO WS-PAY-THROUGH-DATE
               ELSE
                   MOVE WS-TODAY TO WS-PAY-THROUGH-DATE
               END-IF.
               PERFORM 310-SELECT-ONE-VOUCHER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-VC-COUNT.
               IF WS-VENDOR-FULL-FLAG = 'Y'
                   DISPLAY "*** MORE THAN 200 VENDORS DUE -- PAYMENT "
                       "RUN ABORTED, NOTHING PAID ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 320-PAY-THE-VENDORS
               END-IF.

           310-SELECT-ONE-VOUCHER.
               MOVE WS-VC-ENTRY(WS-SUB) TO AP-VOUCHER-RECORD.
               IF APV-STATUS = 'O'
                   AND APV-DUE-DATE NOT > WS-PAY-THROUGH-DATE
                   PERFORM 315-FIND-OR-ADD-PAY-VENDOR
                   IF WS-PV-FOUND-FLAG = 'Y'
                       ADD APV-AMOUNT TO WS-PV-AMOUNT(WS-PV-HIT-SUB)
                       ADD 1 TO WS-PV-COUNT(WS-PV-HIT-SUB)
                   END-IF
               END-IF.

           315-FIND-OR-ADD-PAY-VENDOR.
               MOVE 'N' TO WS-PV-FOUND-FLAG.
               PERFORM 316-SCAN-PAY-VENDOR
                   VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PV-COUNT-ALL
                       OR WS-PV-FOUND-FLAG = 'Y'.
               IF WS-PV-FOUND-FLAG = 'N'
                   IF WS-PV-COUNT-ALL < 200
                       ADD 1 TO WS-PV-COUNT-ALL
                       MOVE WS-PV-COUNT-ALL TO WS-PV-HIT-SUB
                       MOVE APV-VENDOR TO WS-PV-VENDOR(WS-PV-HIT-SUB)
                       MOVE 0 TO WS-PV-AMOUNT(WS-PV-HIT-SUB)
                       MOVE 0 TO WS-PV-COUNT(WS-PV-HIT-SUB)
                       MOVE SPACE TO WS-PV-METHOD(WS-PV-HIT-SUB)
                       MOVE 0 TO WS-PV-REFERENCE(WS-PV-HIT-SUB)
                       MOVE 0 TO WS-PV-MEMO(WS-PV-HIT-SUB)
                       MOVE 'Y' TO WS-PV-FOUND-FLAG
                   ELSE
                       MOVE 'Y' TO WS-VENDOR-FULL-FLAG
                   END-IF
               END-IF.

           316-SCAN-PAY-VENDOR.
               IF WS-PV-VENDOR(WS-PV-SUB) = APV-VENDOR
                   MOVE 'Y' TO WS-PV-FOUND-FLAG
                   MOVE WS-PV-SUB TO WS-PV-HIT-SUB
               END-IF.

           320-PAY-THE-VENDORS.
               OPEN INPUT VENDOR-MASTER-FILE.
               OPEN OUTPUT AP-EFT-FILE.
               OPEN OUTPUT AP-CHEQUE-PRINT-FILE.
               OPEN OUTPUT AP-PAYMENT-REGISTER-OUT.
               OPEN EXTEND AP-REGISTER-FILE.
               MOVE WS-PAY-THROUGH-DATE TO WS-PH-DATE.
               MOVE WS-TODAY TO WS-PH-TODAY.
               DISPLAY WS-PAYMENT-HEAD.
               WRITE PAYMENT-REGISTER-LINE FROM WS-PAYMENT-HEAD.
               PERFORM 330-PAY-ONE-VENDOR
                   VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PV-COUNT-ALL.
               MOVE SPACES TO AP-EFT-TRAILER.
               MOVE "TRL" TO EFT-MARKER.
               MOVE WS-EFT-COUNT TO EFT-RECORD-COUNT.
               MOVE WS-EFT-TOTAL TO EFT-TOTAL.
               WRITE AP-EFT-TRAILER.
               MOVE WS-CHEQUE-COUNT TO WS-PT-CHEQUES.
               MOVE WS-CHEQUE-TOTAL TO WS-PT-CHEQUE-TOTAL.
               MOVE WS-EFT-COUNT TO WS-PT-EFTS.
               MOVE WS-EFT-TOTAL TO WS-PT-EFT-TOTAL.
               MOVE WS-MEMO-COUNT TO WS-PT-MEMOS.
               MOVE WS-MEMO-TOTAL TO WS-PT-MEMO-TOTAL.
               DISPLAY WS-PAYMENT-TOTAL-LINE.
               WRITE PAYMENT-REGISTER-LINE FROM WS-PAYMENT-TOTAL-LINE.
               CLOSE VENDOR-MASTER-FILE.
               CLOSE AP-EFT-FILE.
               CLOSE AP-CHEQUE-PRINT-FILE.
               CLOSE AP-PAYMENT-REGISTER-OUT.
               CLOSE AP-REGISTER-FILE.
               PERFORM 350-CLOSE-ONE-VOUCHER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-VC-COUNT.
               PERFORM 150-REWRITE-VOUCHERS.
               PERFORM 370-REWRITE-DEBIT-MEMOS.
               DISPLAY "VOUCHERS PAID:       " WS-VOUCHERS-PAID.
               DISPLAY "VOUCHERS NOT PAID:   " WS-VOUCHERS-SKIPPED.
               IF WS-VOUCHERS-SKIPPED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

      *> A vendor no longer on the master is not paid: there is
      *> nowhere to send the money.  Its vouchers stay open.
           330-PAY-ONE-VENDOR.
               MOVE WS-PV-VENDOR(WS-PV-SUB) TO VEN-CODE.
               READ VENDOR-MASTER-FILE
                   INVALID KEY
                       DISPLAY "VENDOR NOT ON MASTER, NOT PAID: "
                           WS-PV-VENDOR(WS-PV-SUB)
                       ADD WS-PV-COUNT(WS-PV-SUB)
                           TO WS-VOUCHERS-SKIPPED
                   NOT INVALID KEY
                       PERFORM 332-APPLY-DEBIT-MEMOS
                           VARYING WS-DM-SUB FROM 1 BY 1
                           UNTIL WS-DM-SUB > WS-DM-COUNT
                       EVALUATE TRUE
                           WHEN WS-PV-AMOUNT(WS-PV-SUB) = 0
                               PERFORM 337-SETTLE-BY-MEMO
                           WHEN VEN-PAY-METHOD = 'E'
                               PERFORM 335-PAY-BY-EFT
                           WHEN OTHER
                               PERFORM 336-PAY-BY-CHEQUE
                       END-EVALUATE
                       PERFORM 340-RECORD-THE-PAYMENT
               END-READ.

      *> Each open memo for the vendor comes off the payment, as
      *> much of it as the payment can absorb; what is left of a
      *> memo waits for the vendor's next payment.
           332-APPLY-DEBIT-MEMOS.
               MOVE WS-DM-ENTRY(WS-DM-SUB) TO AP-DEBIT-MEMO-RECORD.
               IF DBM-STATUS = 'O'
                   AND DBM-VENDOR = WS-PV-VENDOR(WS-PV-SUB)
                   AND WS-PV-AMOUNT(WS-PV-SUB) > 0
                   IF DBM-BALANCE > WS-PV-AMOUNT(WS-PV-SUB)
                       MOVE WS-PV-AMOUNT(WS-PV-SUB) TO WS-MEMO-TAKEN
                   ELSE
                       MOVE DBM-BALANCE TO WS-MEMO-TAKEN
                       MOVE 'A' TO DBM-STATUS
                   END-IF
                   SUBTRACT WS-MEMO-TAKEN FROM DBM-BALANCE
                   SUBTRACT WS-MEMO-TAKEN FROM WS-PV-AMOUNT(WS-PV-SUB)
                   ADD WS-MEMO-TAKEN TO WS-PV-MEMO(WS-PV-SUB)
                   MOVE WS-TODAY TO DBM-APPLIED-DATE
                   MOVE DBM-NUMBER TO WS-PV-REFERENCE(WS-PV-SUB)
                   MOVE AP-DEBIT-MEMO-RECORD TO WS-DM-ENTRY(WS-DM-SUB)
                   ADD 1 TO WS-MEMO-COUNT
                   ADD WS-MEMO-TAKEN TO WS-MEMO-TOTAL
               END-IF.

           335-PAY-BY-EFT.
               ADD 1 TO WS-EFT-COUNT.
               ADD WS-PV-AMOUNT(WS-PV-SUB) TO WS-EFT-TOTAL.
               MOVE 'E' TO WS-PV-METHOD(WS-PV-SUB).
               MOVE WS-EFT-COUNT TO WS-PV-REFERENCE(WS-PV-SUB).
               MOVE SPACES TO AP-EFT-RECORD.
               MOVE VEN-BANK-TRANSIT TO EFT-TRANSIT.
               MOVE VEN-BANK-ACCOUNT TO EFT-ACCOUNT.
               MOVE WS-PV-AMOUNT(WS-PV-SUB) TO EFT-AMOUNT.
               MOVE VEN-CODE TO EFT-VENDOR.
               MOVE VEN-NAME TO EFT-NAME.
               WRITE AP-EFT-RECORD.
               MOVE "EFT" TO WS-PL-METHOD.

           336-PAY-BY-CHEQUE.
               PERFORM 170-ISSUE-CHEQUE-NUMBER.
               ADD 1 TO WS-CHEQUE-COUNT.
               ADD WS-PV-AMOUNT(WS-PV-SUB) TO WS-CHEQUE-TOTAL.
               MOVE 'C' TO WS-PV-METHOD(WS-PV-SUB).
               MOVE WS-CHEQUE-NUMBER TO WS-PV-REFERENCE(WS-PV-SUB).
               MOVE SPACES TO AP-CHEQUE-RECORD.
               MOVE WS-CHEQUE-NUMBER TO APC-NUMBER.
               MOVE WS-TODAY TO APC-DATE.
               MOVE WS-PV-AMOUNT(WS-PV-SUB) TO APC-AMOUNT.
               MOVE VEN-CODE TO APC-VENDOR.
               MOVE VEN-NAME TO APC-NAME.
               MOVE VEN-ADDRESS TO APC-ADDRESS.
               WRITE AP-CHEQUE-RECORD.
               MOVE "CHEQUE" TO WS-PL-METHOD.

      *> Nothing left to send: the memos paid the vouchers, and
      *> the last memo applied is the reference that closes them.
           337-SETTLE-BY-MEMO.
               MOVE 'D' TO WS-PV-METHOD(WS-PV-SUB).
               MOVE "MEMO" TO WS-PL-METHOD.

      *> The register carries the cash paid; the memo's share of
      *> the payable was posted when the goods went back.
           340-RECORD-THE-PAYMENT.
               ADD WS-PV-COUNT(WS-PV-SUB) TO WS-VOUCHERS-PAID.
               IF WS-PV-AMOUNT(WS-PV-SUB) > 0
                   MOVE SPACES TO AP-REGISTER-RECORD
                   MOVE WS-TODAY TO APR-DATE
                   MOVE "PAY" TO APR-TYPE
                   MOVE VEN-CODE TO APR-VENDOR
                   MOVE WS-PV-REFERENCE(WS-PV-SUB) TO APR-REFERENCE
                   MOVE WS-PV-AMOUNT(WS-PV-SUB) TO APR-AMOUNT
                   WRITE AP-REGISTER-RECORD
               END-IF.
               MOVE VEN-CODE TO WS-PL-VENDOR.
               MOVE VEN-NAME TO WS-PL-NAME.
               MOVE WS-PV-REFERENCE(WS-PV-SUB) TO WS-PL-REFERENCE.
               MOVE WS-PV-COUNT(WS-PV-SUB) TO WS-PL-COUNT.
               MOVE WS-PV-AMOUNT(WS-PV-SUB) TO WS-PL-AMOUNT.
               MOVE WS-PV-MEMO(WS-PV-SUB) TO WS-PL-MEMO.
               DISPLAY WS-PAYMENT-LINE.
               WRITE PAYMENT-REGISTER-LINE FROM WS-PAYMENT-LINE.

      *> A selected voucher closes only if its vendor was paid.
           350-CLOSE-ONE-VOUCHER.
               MOVE WS-VC-ENTRY(WS-SUB) TO AP-VOUCHER-RECORD.
               IF APV-STATUS = 'O'
                   AND APV-DUE-DATE NOT > WS-PAY-THROUGH-DATE
                   PERFORM 315-FIND-OR-ADD-PAY-VENDOR
                   IF WS-PV-METHOD(WS-PV-HIT-SUB) NOT = SPACE
                       MOVE 'P' TO APV-STATUS
                       MOVE WS-TODAY TO APV-PAID-DATE
                       MOVE WS-PV-METHOD(WS-PV-HIT-SUB)
                           TO APV-PAY-METHOD
                       MOVE WS-PV-REFERENCE(WS-PV-HIT-SUB)
                           TO APV-PAY-REFERENCE
                       MOVE AP-VOUCHER-RECORD TO WS-VC-ENTRY(WS-SUB)
                   END-IF
               END-IF.

           360-LOAD-DEBIT-MEMOS.
               MOVE 'N' TO WS-DBM-EOF.
               OPEN INPUT AP-DEBIT-MEMO-FILE.
               PERFORM 365-READ-DEBIT-MEMO
                   UNTIL WS-DBM-EOF = 'Y' OR WS-DM-COUNT = 500.
               IF WS-DBM-EOF NOT = 'Y'
                   READ AP-DEBIT-MEMO-FILE
                       AT END MOVE 'Y' TO WS-DBM-EOF
                   END-READ
               END-IF.
               CLOSE AP-DEBIT-MEMO-FILE.

           365-READ-DEBIT-MEMO.
               READ AP-DEBIT-MEMO-FILE
                   AT END MOVE 'Y' TO WS-DBM-EOF
                   NOT AT END
                       ADD 1 TO WS-DM-COUNT
                       MOVE AP-DEBIT-MEMO-RECORD
                           TO WS-DM-ENTRY(WS-DM-COUNT)
               END-READ.

           370-REWRITE-DEBIT-MEMOS.
               OPEN OUTPUT AP-DEBIT-MEMO-FILE.
               PERFORM 375-WRITE-ONE-DEBIT-MEMO
                   VARYING WS-DM-SUB FROM 1 BY 1
                   UNTIL WS-DM-SUB > WS-DM-COUNT.
               CLOSE AP-DEBIT-MEMO-FILE.

           375-WRITE-ONE-DEBIT-MEMO.
               MOVE WS-DM-ENTRY(WS-DM-SUB) TO AP-DEBIT-MEMO-RECORD.
               WRITE AP-DEBIT-MEMO-RECORD.

      *> Open vouchers by vendor, bucketed by days past due as at
      *> today; a voucher not yet due is current.
           500-PRINT-AGING-REPORT.
               MOVE WS-TODAY TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               MOVE WS-DN-DAYS TO WS-TODAY-DAYS.
               INITIALIZE WS-AGING-GRAND.
               INITIALIZE WS-CASH-WINDOWS.
               PERFORM 510-AGE-ONE-VOUCHER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-VC-COUNT.
               OPEN OUTPUT AP-AGING-REPORT-OUT.
               OPEN INPUT VENDOR-MASTER-FILE.
               MOVE WS-TODAY TO WS-AH-DATE.
               DISPLAY WS-AGING-HEAD.
               WRITE AGING-REPORT-LINE FROM WS-AGING-HEAD.
               DISPLAY WS-AGING-COLUMNS.
               WRITE AGING-REPORT-LINE FROM WS-AGING-COLUMNS.
               PERFORM 530-PRINT-ONE-AGING-VENDOR
                   VARYING WS-AV-SUB FROM 1 BY 1
                   UNTIL WS-AV-SUB > WS-AV-COUNT.
               MOVE SPACES TO WS-AL-VENDOR.
               MOVE "TOTAL PAYABLES" TO WS-AL-NAME.
               PERFORM 535-MOVE-GRAND-BUCKET
                   VARYING WS-BUCKET FROM 1 BY 1
                   UNTIL WS-BUCKET > 5.
               MOVE WS-AGING-GRAND-TOTAL TO WS-AL-TOTAL.
               DISPLAY WS-AGING-LINE.
               WRITE AGING-REPORT-LINE FROM WS-AGING-LINE.
               CLOSE VENDOR-MASTER-FILE.
               CLOSE AP-AGING-REPORT-OUT.
               DISPLAY "OPEN VOUCHERS: " WS-OPEN-COUNT.

           510-AGE-ONE-VOUCHER.
               MOVE WS-VC-ENTRY(WS-SUB) TO AP-VOUCHER-RECORD.
               IF APV-STATUS = 'O'
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE APV-DUE-DATE TO WS-DN-DATE
                   PERFORM 800-COMPUTE-DAY-NUMBER
                   COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DN-DAYS
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS <= 0
                           MOVE 1 TO WS-BUCKET
                       WHEN WS-AGE-DAYS <= 30
                           MOVE 2 TO WS-BUCKET
                       WHEN WS-AGE-DAYS <= 60
                           MOVE 3 TO WS-BUCKET
                       WHEN WS-AGE-DAYS <= 90
                           MOVE 4 TO WS-BUCKET
                       WHEN OTHER
                           MOVE 5 TO WS-BUCKET
                   END-EVALUATE
                   PERFORM 520-FIND-OR-ADD-AGING-VENDOR
                   IF WS-AV-FOUND-FLAG = 'Y'
                       ADD APV-AMOUNT
                           TO WS-AV-AMOUNT(WS-AV-HIT-SUB, WS-BUCKET)
                   END-IF
                   ADD APV-AMOUNT TO WS-AG-AMOUNT(WS-BUCKET)
                   ADD APV-AMOUNT TO WS-AGING-GRAND-TOTAL
                   PERFORM 610-WINDOW-ONE-VOUCHER
               END-IF.

           520-FIND-OR-ADD-AGING-VENDOR.
               MOVE 'N' TO WS-AV-FOUND-FLAG.
               PERFORM 521-SCAN-AGING-VENDOR
                   VARYING WS-AV-SUB FROM 1 BY 1
                   UNTIL WS-AV-SUB > WS-AV-COUNT
                       OR WS-AV-FOUND-FLAG = 'Y'.
               IF WS-AV-FOUND-FLAG = 'N'
                   IF WS-AV-COUNT < 200
                       ADD 1 TO WS-AV-COUNT
                       MOVE WS-AV-COUNT TO WS-AV-HIT-SUB
                       INITIALIZE WS-AV-ENTRY(WS-AV-HIT-SUB)
                       MOVE APV-VENDOR TO WS-AV-VENDOR(WS-AV-HIT-SUB)
                       MOVE 'Y' TO WS-AV-FOUND-FLAG
                   ELSE
                       DISPLAY "*** WARNING: AGING VENDOR TABLE "
                           "FULL -- IN TOTAL ONLY: " APV-VENDOR
                   END-IF
               END-IF.

           521-SCAN-AGING-VENDOR.
               IF WS-AV-VENDOR(WS-AV-SUB) = APV-VENDOR
                   MOVE 'Y' TO WS-AV-FOUND-FLAG
                   MOVE WS-AV-SUB TO WS-AV-HIT-SUB
               END-IF.

           530-PRINT-ONE-AGING-VENDOR.
               MOVE WS-AV-VENDOR(WS-AV-SUB) TO WS-AL-VENDOR.
               MOVE WS-AV-VENDOR(WS-AV-SUB) TO VEN-CODE.
               READ VENDOR-MASTER-FILE
                   INVALID KEY
                       MOVE "** NOT ON VENDOR MASTER **"
                           TO WS-AL-NAME
                   NOT INVALID KEY
                       MOVE VEN-NAME TO WS-AL-NAME
               END-READ.
               MOVE 0 TO WS-AGING-ROW-TOTAL.
               PERFORM 531-MOVE-VENDOR-BUCKET
                   VARYING WS-BUCKET FROM 1 BY 1
                   UNTIL WS-BUCKET > 5.
               MOVE WS-AGING-ROW-TOTAL TO WS-AL-TOTAL.
               DISPLAY WS-AGING-LINE.
               WRITE AGING-REPORT-LINE FROM WS-AGING-LINE.

           531-MOVE-VENDOR-BUCKET.
               MOVE WS-AV-AMOUNT(WS-AV-SUB, WS-BUCKET)
                   TO WS-AL-AMOUNT(WS-BUCKET).
               ADD WS-AV-AMOUNT(WS-AV-SUB, WS-BUCKET)
                   TO WS-AGING-ROW-TOTAL.

           535-MOVE-GRAND-BUCKET.
               MOVE WS-AG-AMOUNT(WS-BUCKET) TO WS-AL-AMOUNT(WS-BUCKET).

      *> What the open vouchers will draw from the bank and when:
      *> by days until due, with the running total to date.  The
      *> windows are filled by the aging pass.
           600-PRINT-CASH-REQUIREMENTS.
               OPEN OUTPUT AP-CASH-REPORT-OUT.
               MOVE WS-TODAY TO WS-CH-DATE.
               DISPLAY WS-CASH-HEAD.
               WRITE CASH-REPORT-LINE FROM WS-CASH-HEAD.
               PERFORM 620-PRINT-ONE-WINDOW
                   VARYING WS-CW-SUB FROM 1 BY 1
                   UNTIL WS-CW-SUB > 6.
               CLOSE AP-CASH-REPORT-OUT.

           610-WINDOW-ONE-VOUCHER.
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS > 0
                       MOVE 1 TO WS-CW-SUB
                   WHEN WS-AGE-DAYS >= -7
                       MOVE 2 TO WS-CW-SUB
                   WHEN WS-AGE-DAYS >= -14
                       MOVE 3 TO WS-CW-SUB
                   WHEN WS-AGE-DAYS >= -30
                       MOVE 4 TO WS-CW-SUB
                   WHEN WS-AGE-DAYS >= -60
                       MOVE 5 TO WS-CW-SUB
                   WHEN OTHER
                       MOVE 6 TO WS-CW-SUB
               END-EVALUATE.
               ADD 1 TO WS-CW-COUNT(WS-CW-SUB).
               ADD APV-AMOUNT TO WS-CW-AMOUNT(WS-CW-SUB).

           620-PRINT-ONE-WINDOW.
               ADD WS-CW-AMOUNT(WS-CW-SUB) TO WS-CASH-RUNNING.
               MOVE WS-CW-CAPTION(WS-CW-SUB) TO WS-CL-CAPTION.
               MOVE WS-CW-COUNT(WS-CW-SUB) TO WS-CL-COUNT.
               MOVE WS-CW-AMOUNT(WS-CW-SUB) TO WS-CL-AMOUNT.
               MOVE WS-CASH-RUNNING TO WS-CL-RUNNING.
               DISPLAY WS-CASH-LINE.
               WRITE CASH-REPORT-LINE FROM WS-CASH-LINE.

      *> Days from a fixed origin: whole years of 365 days, a leap
      *> day every fourth year less the centuries not divisible by
      *> 400, then the days in the months since March and the day.
           800-COMPUTE-DAY-NUMBER.
               IF WS-DN-MONTH < 3
                   COMPUTE WS-DN-Y = WS-DN-YEAR - 1
                   COMPUTE WS-DN-M = WS-DN-MONTH + 9
               ELSE
                   MOVE WS-DN-YEAR TO WS-DN-Y
                   COMPUTE WS-DN-M = WS-DN-MONTH - 3
               END-IF.
               DIVIDE WS-DN-Y BY 4 GIVING WS-DN-QUAD.
               DIVIDE WS-DN-Y BY 100 GIVING WS-DN-CENT.
               DIVIDE WS-DN-Y BY 400 GIVING WS-DN-FOUR-CENT.
               COMPUTE WS-DN-MONTH-DAYS = WS-DN-M * 153 + 2.
               DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS.
               COMPUTE WS-DN-DAYS = WS-DN-Y * 365 + WS-DN-QUAD
                   - WS-DN-CENT + WS-DN-FOUR-CENT
                   + WS-DN-MONTH-DAYS + WS-DN-DAY.

      *> The due date is walked forward a day at a time from the
      *> invoice date, February taking its leap day.
           810-ADVANCE-ONE-DAY.
               MOVE WS-MONTH-LENGTH(WS-DN-MONTH) TO WS-DAYS-THIS-MONTH.
               IF WS-DN-MONTH = 2
                   DIVIDE WS-DN-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-THIS-MONTH
                       DIVIDE WS-DN-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 28 TO WS-DAYS-THIS-MONTH
                           DIVIDE WS-DN-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               MOVE 29 TO WS-DAYS-THIS-MONTH
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF WS-DN-DAY < WS-DAYS-THIS-MONTH
                   ADD 1 TO WS-DN-DAY
               ELSE
                   MOVE 1 TO WS-DN-DAY
                   IF WS-DN-MONTH < 12
                       ADD 1 TO WS-DN-MONTH
                   ELSE
                       MOVE 1 TO WS-DN-MONTH
                       ADD 1 TO WS-DN-YEAR
                   END-IF
               END-IF.

       END PROGRAM ACCOUNTS_PAYABLE_PROGRAM.
