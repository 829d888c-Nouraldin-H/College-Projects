      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 11-25-2025
      * Purpose: periodic sponsor billing for employer- and
      * government-funded students.  SPONSOR-MASTER.TXT carries each
      * sponsor and its receivable; STUDENT-SPONSORSHIPS.TXT ties a
      * student to a sponsor and says how much of the student's
      * charges the sponsor takes -- a percentage of them (basis P)
      * or all of them up to a cap (basis C).  The run nets each
      * sponsored student's charges off SUBLEDGER-POSTINGS.TXT since
      * the last billing through the period-end date keyed, moves the
      * sponsor's share off the student balance through the shared
      * TUITION_ADJUST path with the SPN reason code, and bills it to
      * the sponsor: one invoice per sponsor on the SPONSOR-INVOICES
      * open-item file and on SPONSOR-INVOICE-PRINT.TXT, listing each
      * covered student and amount.  The uncovered remainder is left
      * on the student balance and goes out on the student statement
      * as before; sponsor payments post against the invoice number
      * through PAYMENT_POSTING_PROGRAM.
      * Modification history:
      *   10-06-2026 NH - refunds and bad-debt write-offs and recoveries
      *     on the sub-ledger are no longer billed to the sponsor
      *   10-06-2026 NH - a sponsor master or sponsorship file past its
      *     table ceiling aborts the run with return code 8 before
      *     anything is posted, instead of being rewritten short
      *   12-30-2025 NH - the TUITION_ADJUST area carries the
      *     approving-operator field, left blank by this program
      *   12-02-2025 NH - sponsor receivables, caps, shares and invoice
      *     amounts are carried in dollars and cents like the student
      *     balances they come off
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR_BILLING_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SPONSOR-MASTER-FILE
           ASSIGN TO '..\SPONSOR-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPONSORSHIP-FILE
           ASSIGN TO '..\STUDENT-SPONSORSHIPS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUBLEDGER-FILE
           ASSIGN TO '..\SUBLEDGER-POSTINGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPONSOR-INVOICE-FILE
           ASSIGN TO '..\SPONSOR-INVOICES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NEXT-INVOICE-FILE
           ASSIGN TO '..\NEXT-SPONSOR-INVOICE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-PRINT-OUT
           ASSIGN TO '..\SPONSOR-INVOICE-PRINT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One row per sponsor; the receivable is what the sponsor
      *> owes on all its open invoices, raised by this run and
      *> brought down by the payment run.
       FD SPONSOR-MASTER-FILE.
       01 SPONSOR-MASTER-RECORD.
           05 SPM-SPONSOR-ID      PIC X(6).
           05 FILLER              PIC X(1).
           05 SPM-NAME            PIC X(30).
           05 FILLER              PIC X(1).
           05 SPM-ADDRESS         PIC X(40).
           05 FILLER              PIC X(1).
           05 SPM-RECEIVABLE      PIC S9(9)V99 SIGN LEADING SEPARATE.

      *> One sponsorship per student: basis P takes SPS-PERCENT of
      *> the student's charges, basis C takes them all until the
      *> sponsor has been billed SPS-CAP in total.  SPS-BILLED is
      *> what has gone to the sponsor so far and SPS-BILLED-THROUGH
      *> the period-end date of the last billing, so a charge is
      *> never billed to the sponsor twice.
       FD SPONSORSHIP-FILE.
       01 SPONSORSHIP-RECORD.
           05 SPS-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 SPS-SPONSOR-ID      PIC X(6).
           05 FILLER              PIC X(1).
           05 SPS-BASIS           PIC X(1).
           05 FILLER              PIC X(1).
           05 SPS-PERCENT         PIC 9(3).
           05 FILLER              PIC X(1).
           05 SPS-CAP             PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 SPS-BILLED          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 SPS-BILLED-THROUGH  PIC 9(8).

       FD SUBLEDGER-FILE.
       01 SUBLEDGER-LINE-IN.
           05 SUB-DATE-IN         PIC 9(8).
           05 FILLER              PIC X(1).
           05 SUB-STUDENT-IN      PIC 9(7).
           05 FILLER              PIC X(1).
           05 SUB-CHARGE-IN       PIC X(3).
           05 FILLER              PIC X(1).
           05 SUB-AMOUNT-IN       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 SUB-SOURCE-IN       PIC X(3).

      *> The sponsor receivable's open items: one line per invoice,
      *> the amount billed and the amount paid against it so far.
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

       FD NEXT-INVOICE-FILE.
       01 NEXT-INVOICE-RECORD.
           05 NXT-INVOICE-NUMBER  PIC 9(7).

       FD INVOICE-PRINT-OUT.
       01 INVOICE-PRINT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-TODAY PIC 9(8).
       01 WS-PERIOD-END-IN PIC X(8).
       01 WS-PERIOD-END-9 REDEFINES WS-PERIOD-END-IN PIC 9(8).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-EOF PIC X(1).
       01 WS-SPONSOR-EOF PIC X(1).
       01 WS-SPS-EOF PIC X(1).
       01 WS-SUB PIC 9(4).
       01 WS-SPONSOR-SUB PIC 9(3).
       01 WS-SPS-SUB PIC 9(4).
       01 WS-FOUND-FLAG PIC X(1).
       01 WS-NEXT-INVOICE PIC 9(7) VALUE 1.
       01 WS-INVOICE-TOTAL PIC 9(9)V99.
       01 WS-INVOICE-COUNT PIC 9(3).
       01 WS-SHARE-REMAINING PIC S9(9)V99.
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).
       01 WS-ADJUST-AREA.
           05 WS-ADJ-STUDENT-NUMBER   PIC 9(7).
           05 WS-ADJ-AMOUNT           PIC S9(7)V99.
           05 WS-ADJ-REASON-CODE      PIC X(3).
           05 WS-ADJ-OPERATOR         PIC X(20).
           05 WS-ADJ-STATUS-CODE      PIC X(1).
               88 WS-ADJUSTMENT-APPLIED    VALUE '0'.
               88 WS-ADJ-STUDENT-NOT-FOUND VALUE '1'.
           05 WS-ADJ-APPROVER         PIC X(20) VALUE SPACES.

       01 WS-SPONSOR-TABLE.
           05 WS-SPONSOR-ENTRY OCCURS 500 TIMES.
               10 WS-SP-SPONSOR-ID    PIC X(6).
               10 WS-SP-NAME          PIC X(30).
               10 WS-SP-ADDRESS       PIC X(40).
               10 WS-SP-RECEIVABLE    PIC S9(9)V99.
               10 WS-SP-SHARE-TOTAL   PIC 9(9)V99.
       01 WS-SPONSOR-COUNT PIC 9(3) VALUE 0.

      *> Sponsorship rows with the charges netted for this period
      *> and the share worked out for the sponsor.
       01 WS-SPS-TABLE.
           05 WS-SPS-ENTRY OCCURS 2000 TIMES.
               10 WS-SS-STUDENT       PIC 9(7).
               10 WS-SS-SPONSOR-ID    PIC X(6).
               10 WS-SS-BASIS         PIC X(1).
               10 WS-SS-PERCENT       PIC 9(3).
               10 WS-SS-CAP           PIC 9(7)V99.
               10 WS-SS-BILLED        PIC 9(7)V99.
               10 WS-SS-BILLED-THROUGH PIC 9(8).
               10 WS-SS-CHARGES       PIC S9(9)V99.
               10 WS-SS-SHARE         PIC 9(7)V99.
               10 WS-SS-SKIP          PIC X(1).
       01 WS-SPS-COUNT PIC 9(4) VALUE 0.

       01 WS-BILLED-COUNT PIC 9(5) VALUE 0.
       01 WS-BILLED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-FAILED-COUNT PIC 9(5) VALUE 0.

       01 WS-INVOICE-HEADER-1.
           05 FILLER              PIC X(16) VALUE "SPONSOR INVOICE ".
           05 WS-H-INVOICE        PIC 9(7).
           05 FILLER              PIC X(7) VALUE "  DATE ".
           05 WS-H-DATE           PIC 9(8).
           05 FILLER              PIC X(15) VALUE "  PERIOD ENDED ".
           05 WS-H-PERIOD-END     PIC 9(8).
       01 WS-INVOICE-HEADER-2.
           05 FILLER              PIC X(8) VALUE "SPONSOR ".
           05 WS-H-SPONSOR-ID     PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-H-NAME           PIC X(30).
       01 WS-INVOICE-HEADER-3.
           05 FILLER              PIC X(16) VALUE SPACES.
           05 WS-H-ADDRESS        PIC X(40).
       01 WS-INVOICE-HEADER-4.
           05 FILLER              PIC X(30)
               VALUE "STUDENT    BASIS              ".
           05 FILLER              PIC X(12) VALUE "      AMOUNT".
       01 WS-INVOICE-DETAIL.
           05 WS-D-STUDENT        PIC 9(7).
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-D-BASIS          PIC X(16).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-D-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-NOTE           PIC X(30).
       01 WS-PERCENT-TEXT.
           05 WS-PT-PERCENT       PIC ZZ9.
           05 FILLER              PIC X(13) VALUE " PCT".
       01 WS-CAP-TEXT.
           05 FILLER              PIC X(4) VALUE "CAP ".
           05 WS-CT-CAP           PIC Z,ZZZ,ZZ9.99.
       01 WS-INVOICE-TOTAL-LINE.
           05 FILLER              PIC X(15) VALUE "INVOICE TOTAL  ".
           05 WS-T-COUNT          PIC ZZ9.
           05 FILLER              PIC X(11) VALUE " STUDENTS  ".
           05 WS-T-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(16) VALUE "  NOW OWING     ".
           05 WS-T-RECEIVABLE     PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-RUN-TOTAL-LINE.
           05 WS-RT-CAPTION       PIC X(24).
           05 WS-RT-COUNT         PIC ZZZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-RT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.


       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "SPONSOR_BILLING_PROGRAM".
           05 WS-RL-START-DATE    PIC 9(8).
           05 WS-RL-START-TIME    PIC 9(8).
           05 WS-RL-READ-COUNT    PIC 9(7) VALUE 0.
           05 WS-RL-WRITTEN-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-REJECTED-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-RETURN-CODE   PIC 9(1).

       01 WS-RUN-STATUS PIC 9(1) VALUE 0.
      *> 0=clean 4=partial 8=failed, shared return-code convention
      *> with PROJECT_1_PROGRAM and LAB_9_PROGRAM

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RL-START-TIME FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-AUDIT-OPERATOR.
           MOVE WS-AUDIT-OPERATOR TO WS-OP-OPERATOR-ID.
           CALL 'OPERATOR_CHECK' USING WS-OPERATOR-AREA.
           IF WS-OP-AUTH-STATUS NOT = '0'
               DISPLAY "Operator not on the operator master -- "
                   "sign-on refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OP-AUTH-LEVEL < 2
               DISPLAY "Operator is inquiry-only -- sponsor billing "
                   "writes the master."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Bill charges through period-end date "
               "(YYYYMMDD, blank for today): "
           ACCEPT WS-PERIOD-END-IN.
           IF WS-PERIOD-END-IN = SPACES
               MOVE WS-TODAY TO WS-PERIOD-END
           ELSE IF WS-PERIOD-END-IN IS NUMERIC
               AND WS-PERIOD-END-9 <= WS-TODAY
               MOVE WS-PERIOD-END-9 TO WS-PERIOD-END
           ELSE
               DISPLAY "Period-end date is not a date on or before "
                   "today -- billing run not started."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-LOAD-SPONSOR-MASTER.
           PERFORM 120-LOAD-SPONSORSHIPS.
           PERFORM 140-LOAD-NEXT-INVOICE.
           PERFORM 200-NET-PERIOD-CHARGES.
           PERFORM 300-WORK-OUT-SHARES.
           OPEN OUTPUT INVOICE-PRINT-OUT.
           PERFORM 400-BILL-ONE-SPONSOR
               VARYING WS-SPONSOR-SUB FROM 1 BY 1
               UNTIL WS-SPONSOR-SUB > WS-SPONSOR-COUNT.
           PERFORM 600-PRINT-RUN-TOTALS.
           CLOSE INVOICE-PRINT-OUT.
           PERFORM 500-REWRITE-SPONSORSHIPS.
           PERFORM 520-REWRITE-SPONSOR-MASTER.
           PERFORM 540-REWRITE-NEXT-INVOICE.
           IF WS-BILLED-COUNT = 0 AND WS-FAILED-COUNT > 0
               MOVE 8 TO WS-RUN-STATUS
           END-IF.
           MOVE WS-RUN-STATUS TO RETURN-CODE.
           PERFORM 700-LOG-THIS-RUN.
           STOP RUN.

      *> Both files are rewritten whole at the end of the run, so a
      *> file past its table ceiling must not be touched -- lines
      *> the table never held would be destroyed.
           100-LOAD-SPONSOR-MASTER.
               MOVE 'N' TO WS-SPONSOR-EOF.
               OPEN INPUT SPONSOR-MASTER-FILE.
               PERFORM 110-READ-ONE-SPONSOR
                   UNTIL WS-SPONSOR-EOF = 'Y'
                       OR WS-SPONSOR-COUNT = 500.
               CLOSE SPONSOR-MASTER-FILE.
               IF WS-SPONSOR-EOF NOT = 'Y'
                   DISPLAY "SPONSOR-MASTER.TXT EXCEEDS THE 500-LINE "
                       "TABLE -- RUN ABORTED, FILE LEFT ALONE."
                   MOVE 8 TO WS-RUN-STATUS
                   PERFORM 700-LOG-THIS-RUN
                   STOP RUN
               END-IF.

           110-READ-ONE-SPONSOR.
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
                       MOVE 0 TO WS-SP-SHARE-TOTAL(WS-SPONSOR-COUNT)
               END-READ.

      *> A second row for a student already sponsored is reported
      *> and left out of the billing, so one charge is never split
      *> twice; it is still written back with the file.
           120-LOAD-SPONSORSHIPS.
               MOVE 'N' TO WS-SPS-EOF.
               OPEN INPUT SPONSORSHIP-FILE.
               PERFORM 130-READ-ONE-SPONSORSHIP
                   UNTIL WS-SPS-EOF = 'Y' OR WS-SPS-COUNT = 2000.
               CLOSE SPONSORSHIP-FILE.
               IF WS-SPS-EOF NOT = 'Y'
                   DISPLAY "STUDENT-SPONSORSHIPS.TXT EXCEEDS THE "
                       "2000-LINE TABLE -- RUN ABORTED, FILE LEFT "
                       "ALONE."
                   MOVE 8 TO WS-RUN-STATUS
                   PERFORM 700-LOG-THIS-RUN
                   STOP RUN
               END-IF.

           130-READ-ONE-SPONSORSHIP.
               READ SPONSORSHIP-FILE
                   AT END MOVE 'Y' TO WS-SPS-EOF
                   NOT AT END
                       ADD 1 TO WS-SPS-COUNT
                       ADD 1 TO WS-RL-READ-COUNT
                       MOVE SPS-STUDENT-NUMBER
                           TO WS-SS-STUDENT(WS-SPS-COUNT)
                       MOVE SPS-SPONSOR-ID
                           TO WS-SS-SPONSOR-ID(WS-SPS-COUNT)
                       MOVE SPS-BASIS TO WS-SS-BASIS(WS-SPS-COUNT)
                       MOVE SPS-PERCENT TO WS-SS-PERCENT(WS-SPS-COUNT)
                       MOVE SPS-CAP TO WS-SS-CAP(WS-SPS-COUNT)
                       MOVE SPS-BILLED TO WS-SS-BILLED(WS-SPS-COUNT)
                       MOVE SPS-BILLED-THROUGH
                           TO WS-SS-BILLED-THROUGH(WS-SPS-COUNT)
                       MOVE 0 TO WS-SS-CHARGES(WS-SPS-COUNT)
                       MOVE 0 TO WS-SS-SHARE(WS-SPS-COUNT)
                       MOVE 'N' TO WS-SS-SKIP(WS-SPS-COUNT)
                       PERFORM 135-CHECK-DUPLICATE-STUDENT
               END-READ.

           135-CHECK-DUPLICATE-STUDENT.
               PERFORM 136-SCAN-EARLIER-SPONSORSHIP
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= WS-SPS-COUNT.

           136-SCAN-EARLIER-SPONSORSHIP.
               IF WS-SS-STUDENT(WS-SUB) = WS-SS-STUDENT(WS-SPS-COUNT)
                   AND WS-SS-SKIP(WS-SPS-COUNT) = 'N'
                   MOVE 'Y' TO WS-SS-SKIP(WS-SPS-COUNT)
                   DISPLAY "*** STUDENT " WS-SS-STUDENT(WS-SPS-COUNT)
                       " HAS A SECOND SPONSORSHIP ("
                       WS-SS-SPONSOR-ID(WS-SPS-COUNT)
                       ") -- NOT BILLED"
                   ADD 1 TO WS-RL-REJECTED-COUNT
                   MOVE 4 TO WS-RUN-STATUS
               END-IF.

           140-LOAD-NEXT-INVOICE.
               OPEN INPUT NEXT-INVOICE-FILE.
               READ NEXT-INVOICE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF NXT-INVOICE-NUMBER IS NUMERIC
                           AND NXT-INVOICE-NUMBER > 0
                           MOVE NXT-INVOICE-NUMBER TO WS-NEXT-INVOICE
                       END-IF
               END-READ.
               CLOSE NEXT-INVOICE-FILE.

      *> Charges are every sub-ledger line that is not a payment
      *> (PAY), an earlier sponsor transfer (SPN), a refund of a
      *> credit balance (REF) or a bad-debt write-off or recovery
      *> (BDW/BDR, itemized as BDX), netted so a drop credit or a
      *> reversed charge comes off what the sponsor is asked to
      *> cover.  Only lines after the last billing and up to the
      *> period end count.
           200-NET-PERIOD-CHARGES.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT SUBLEDGER-FILE.
               PERFORM 210-READ-ONE-POSTING UNTIL WS-EOF = 'Y'.
               CLOSE SUBLEDGER-FILE.

           210-READ-ONE-POSTING.
               READ SUBLEDGER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SUB-CHARGE-IN NOT = "PAY"
                           AND SUB-CHARGE-IN NOT = "SPN"
                           AND SUB-CHARGE-IN NOT = "REF"
                           AND SUB-CHARGE-IN NOT = "BDW"
                           AND SUB-CHARGE-IN NOT = "BDR"
                           AND SUB-CHARGE-IN NOT = "BDX"
                           AND SUB-DATE-IN <= WS-PERIOD-END
                           PERFORM 220-FIND-SPONSORSHIP
                           IF WS-FOUND-FLAG = 'Y'
                               AND SUB-DATE-IN >
                                   WS-SS-BILLED-THROUGH(WS-SPS-SUB)
                               ADD SUB-AMOUNT-IN
                                   TO WS-SS-CHARGES(WS-SPS-SUB)
                           END-IF
                       END-IF
               END-READ.

           220-FIND-SPONSORSHIP.
               MOVE 'N' TO WS-FOUND-FLAG.
               PERFORM 230-SCAN-SPONSORSHIP
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SPS-COUNT
                       OR WS-FOUND-FLAG = 'Y'.

           230-SCAN-SPONSORSHIP.
               IF WS-SS-STUDENT(WS-SUB) = SUB-STUDENT-IN
                   AND WS-SS-SKIP(WS-SUB) = 'N'
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-SUB TO WS-SPS-SUB
               END-IF.

           300-WORK-OUT-SHARES.
               PERFORM 310-WORK-OUT-ONE-SHARE
                   VARYING WS-SPS-SUB FROM 1 BY 1
                   UNTIL WS-SPS-SUB > WS-SPS-COUNT.

      *> Basis P: the percentage of the period's net charges.
      *> Basis C: the whole of them, but never past the cap less
      *> what the sponsor has already been billed.
           310-WORK-OUT-ONE-SHARE.
               IF WS-SS-SKIP(WS-SPS-SUB) = 'N'
                   AND WS-SS-CHARGES(WS-SPS-SUB) > 0
                   EVALUATE WS-SS-BASIS(WS-SPS-SUB)
                       WHEN 'P'
                           COMPUTE WS-SS-SHARE(WS-SPS-SUB) ROUNDED =
                               WS-SS-CHARGES(WS-SPS-SUB)
                               * WS-SS-PERCENT(WS-SPS-SUB) / 100
                       WHEN 'C'
                           COMPUTE WS-SHARE-REMAINING =
                               WS-SS-CAP(WS-SPS-SUB)
                               - WS-SS-BILLED(WS-SPS-SUB)
                           IF WS-SHARE-REMAINING < 0
                               MOVE 0 TO WS-SHARE-REMAINING
                           END-IF
                           IF WS-SS-CHARGES(WS-SPS-SUB)
                               < WS-SHARE-REMAINING
                               MOVE WS-SS-CHARGES(WS-SPS-SUB)
                                   TO WS-SS-SHARE(WS-SPS-SUB)
                           ELSE
                               MOVE WS-SHARE-REMAINING
                                   TO WS-SS-SHARE(WS-SPS-SUB)
                           END-IF
                       WHEN OTHER
                           DISPLAY "*** STUDENT "
                               WS-SS-STUDENT(WS-SPS-SUB)
                               " SPONSORSHIP BASIS IS NOT P OR C -- "
                               "NOT BILLED"
                           MOVE 'Y' TO WS-SS-SKIP(WS-SPS-SUB)
                           ADD 1 TO WS-RL-REJECTED-COUNT
                           MOVE 4 TO WS-RUN-STATUS
                   END-EVALUATE
               END-IF.
               IF WS-SS-SKIP(WS-SPS-SUB) = 'N'
                   PERFORM 320-ADD-TO-SPONSOR-TOTAL
               END-IF.

           320-ADD-TO-SPONSOR-TOTAL.
               MOVE 'N' TO WS-FOUND-FLAG.
               PERFORM 330-SCAN-SPONSOR
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SPONSOR-COUNT
                       OR WS-FOUND-FLAG = 'Y'.
               IF WS-FOUND-FLAG = 'Y'
                   ADD WS-SS-SHARE(WS-SPS-SUB)
                       TO WS-SP-SHARE-TOTAL(WS-SPONSOR-SUB)
               ELSE
                   DISPLAY "*** STUDENT " WS-SS-STUDENT(WS-SPS-SUB)
                       " SPONSOR " WS-SS-SPONSOR-ID(WS-SPS-SUB)
                       " IS NOT ON THE SPONSOR MASTER -- NOT BILLED"
                   MOVE 'Y' TO WS-SS-SKIP(WS-SPS-SUB)
                   ADD 1 TO WS-RL-REJECTED-COUNT
                   MOVE 4 TO WS-RUN-STATUS
               END-IF.

           330-SCAN-SPONSOR.
               IF WS-SP-SPONSOR-ID(WS-SUB) =
                   WS-SS-SPONSOR-ID(WS-SPS-SUB)
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-SUB TO WS-SPONSOR-SUB
               END-IF.

      *> One invoice per sponsor with something to bill.  Each
      *> student's share comes off the student balance through
      *> TUITION_ADJUST first; only what the master took goes on
      *> the invoice, so the two sides always agree.
           400-BILL-ONE-SPONSOR.
               MOVE 0 TO WS-INVOICE-TOTAL.
               MOVE 0 TO WS-INVOICE-COUNT.
               IF WS-SP-SHARE-TOTAL(WS-SPONSOR-SUB) > 0
                   PERFORM 410-PRINT-INVOICE-HEADER
                   PERFORM 420-BILL-ONE-STUDENT
                       VARYING WS-SPS-SUB FROM 1 BY 1
                       UNTIL WS-SPS-SUB > WS-SPS-COUNT
                   PERFORM 440-CLOSE-THE-INVOICE
               ELSE
                   PERFORM 430-MARK-NOTHING-DUE
                       VARYING WS-SPS-SUB FROM 1 BY 1
                       UNTIL WS-SPS-SUB > WS-SPS-COUNT
               END-IF.

           410-PRINT-INVOICE-HEADER.
               MOVE WS-NEXT-INVOICE TO WS-H-INVOICE.
               MOVE WS-TODAY TO WS-H-DATE.
               MOVE WS-PERIOD-END TO WS-H-PERIOD-END.
               MOVE WS-SP-SPONSOR-ID(WS-SPONSOR-SUB) TO WS-H-SPONSOR-ID.
               MOVE WS-SP-NAME(WS-SPONSOR-SUB) TO WS-H-NAME.
               MOVE WS-SP-ADDRESS(WS-SPONSOR-SUB) TO WS-H-ADDRESS.
               MOVE SPACES TO INVOICE-PRINT-LINE.
               WRITE INVOICE-PRINT-LINE.
               WRITE INVOICE-PRINT-LINE FROM WS-INVOICE-HEADER-1.
               WRITE INVOICE-PRINT-LINE FROM WS-INVOICE-HEADER-2.
               WRITE INVOICE-PRINT-LINE FROM WS-INVOICE-HEADER-3.
               WRITE INVOICE-PRINT-LINE FROM WS-INVOICE-HEADER-4.
               DISPLAY WS-INVOICE-HEADER-1.
               DISPLAY WS-INVOICE-HEADER-2.

           420-BILL-ONE-STUDENT.
               IF WS-SS-SPONSOR-ID(WS-SPS-SUB) =
                   WS-SP-SPONSOR-ID(WS-SPONSOR-SUB)
                   AND WS-SS-SKIP(WS-SPS-SUB) = 'N'
                   IF WS-SS-SHARE(WS-SPS-SUB) > 0
                       PERFORM 425-TRANSFER-THE-SHARE
                   ELSE
                       PERFORM 427-ADVANCE-BILLED-THROUGH
                   END-IF
               END-IF.

           425-TRANSFER-THE-SHARE.
               MOVE WS-SS-STUDENT(WS-SPS-SUB) TO WS-ADJ-STUDENT-NUMBER.
               COMPUTE WS-ADJ-AMOUNT = 0 - WS-SS-SHARE(WS-SPS-SUB).
               MOVE "SPN" TO WS-ADJ-REASON-CODE.
               MOVE WS-AUDIT-OPERATOR TO WS-ADJ-OPERATOR.
               CALL 'TUITION_ADJUST' USING WS-ADJUST-AREA.
               MOVE WS-SS-STUDENT(WS-SPS-SUB) TO WS-D-STUDENT.
               IF WS-SS-BASIS(WS-SPS-SUB) = 'P'
                   MOVE WS-SS-PERCENT(WS-SPS-SUB) TO WS-PT-PERCENT
                   MOVE WS-PERCENT-TEXT TO WS-D-BASIS
               ELSE
                   MOVE WS-SS-CAP(WS-SPS-SUB) TO WS-CT-CAP
                   MOVE WS-CAP-TEXT TO WS-D-BASIS
               END-IF.
               MOVE WS-SS-SHARE(WS-SPS-SUB) TO WS-D-AMOUNT.
               EVALUATE TRUE
                   WHEN WS-ADJUSTMENT-APPLIED
                       MOVE SPACES TO WS-D-NOTE
                       ADD WS-SS-SHARE(WS-SPS-SUB) TO WS-INVOICE-TOTAL
                       ADD WS-SS-SHARE(WS-SPS-SUB)
                           TO WS-SS-BILLED(WS-SPS-SUB)
                       PERFORM 427-ADVANCE-BILLED-THROUGH
                       ADD 1 TO WS-INVOICE-COUNT
                       ADD 1 TO WS-BILLED-COUNT
                       ADD WS-SS-SHARE(WS-SPS-SUB) TO WS-BILLED-TOTAL
                       ADD 1 TO WS-RL-WRITTEN-COUNT
                       WRITE INVOICE-PRINT-LINE FROM WS-INVOICE-DETAIL
                   WHEN WS-ADJ-STUDENT-NOT-FOUND
                       MOVE "NOT ON MASTER -- NOT BILLED" TO WS-D-NOTE
                       PERFORM 426-NOTE-FAILED-TRANSFER
                   WHEN OTHER
                       MOVE "REFUSED BY ADJUSTMENT PATH" TO WS-D-NOTE
                       PERFORM 426-NOTE-FAILED-TRANSFER
               END-EVALUATE.
               DISPLAY WS-INVOICE-DETAIL.

           426-NOTE-FAILED-TRANSFER.
               ADD 1 TO WS-FAILED-COUNT.
               ADD 1 TO WS-RL-REJECTED-COUNT.
               MOVE 4 TO WS-RUN-STATUS.

      *> A period end keyed earlier than the last billing never
      *> winds the billed-through date back.
           427-ADVANCE-BILLED-THROUGH.
               IF WS-PERIOD-END > WS-SS-BILLED-THROUGH(WS-SPS-SUB)
                   MOVE WS-PERIOD-END
                       TO WS-SS-BILLED-THROUGH(WS-SPS-SUB)
               END-IF.

           430-MARK-NOTHING-DUE.
               IF WS-SS-SPONSOR-ID(WS-SPS-SUB) =
                   WS-SP-SPONSOR-ID(WS-SPONSOR-SUB)
                   AND WS-SS-SKIP(WS-SPS-SUB) = 'N'
                   PERFORM 427-ADVANCE-BILLED-THROUGH
               END-IF.

      *> The invoice goes on the open-item file and the sponsor's
      *> receivable only for what was actually transferred; an
      *> invoice whose every transfer failed takes no number.
           440-CLOSE-THE-INVOICE.
               IF WS-INVOICE-TOTAL > 0
                   ADD WS-INVOICE-TOTAL
                       TO WS-SP-RECEIVABLE(WS-SPONSOR-SUB)
                   OPEN EXTEND SPONSOR-INVOICE-FILE
                   MOVE SPACES TO SPONSOR-INVOICE-RECORD
                   MOVE WS-NEXT-INVOICE TO SPI-INVOICE-NUMBER
                   MOVE WS-SP-SPONSOR-ID(WS-SPONSOR-SUB)
                       TO SPI-SPONSOR-ID
                   MOVE WS-TODAY TO SPI-INVOICE-DATE
                   MOVE WS-PERIOD-END TO SPI-PERIOD-END
                   MOVE WS-INVOICE-TOTAL TO SPI-AMOUNT
                   MOVE 0 TO SPI-PAID
                   WRITE SPONSOR-INVOICE-RECORD
                   CLOSE SPONSOR-INVOICE-FILE
                   ADD 1 TO WS-NEXT-INVOICE
               END-IF.
               MOVE WS-INVOICE-COUNT TO WS-T-COUNT.
               MOVE WS-INVOICE-TOTAL TO WS-T-AMOUNT.
               MOVE WS-SP-RECEIVABLE(WS-SPONSOR-SUB) TO WS-T-RECEIVABLE.
               WRITE INVOICE-PRINT-LINE FROM WS-INVOICE-TOTAL-LINE.
               DISPLAY WS-INVOICE-TOTAL-LINE.

           500-REWRITE-SPONSORSHIPS.
               OPEN OUTPUT SPONSORSHIP-FILE.
               PERFORM 510-WRITE-ONE-SPONSORSHIP
                   VARYING WS-SPS-SUB FROM 1 BY 1
                   UNTIL WS-SPS-SUB > WS-SPS-COUNT.
               CLOSE SPONSORSHIP-FILE.

           510-WRITE-ONE-SPONSORSHIP.
               MOVE SPACES TO SPONSORSHIP-RECORD.
               MOVE WS-SS-STUDENT(WS-SPS-SUB) TO SPS-STUDENT-NUMBER.
               MOVE WS-SS-SPONSOR-ID(WS-SPS-SUB) TO SPS-SPONSOR-ID.
               MOVE WS-SS-BASIS(WS-SPS-SUB) TO SPS-BASIS.
               MOVE WS-SS-PERCENT(WS-SPS-SUB) TO SPS-PERCENT.
               MOVE WS-SS-CAP(WS-SPS-SUB) TO SPS-CAP.
               MOVE WS-SS-BILLED(WS-SPS-SUB) TO SPS-BILLED.
               MOVE WS-SS-BILLED-THROUGH(WS-SPS-SUB)
                   TO SPS-BILLED-THROUGH.
               WRITE SPONSORSHIP-RECORD.

           520-REWRITE-SPONSOR-MASTER.
               OPEN OUTPUT SPONSOR-MASTER-FILE.
               PERFORM 530-WRITE-ONE-SPONSOR
                   VARYING WS-SPONSOR-SUB FROM 1 BY 1
                   UNTIL WS-SPONSOR-SUB > WS-SPONSOR-COUNT.
               CLOSE SPONSOR-MASTER-FILE.

           530-WRITE-ONE-SPONSOR.
               MOVE SPACES TO SPONSOR-MASTER-RECORD.
               MOVE WS-SP-SPONSOR-ID(WS-SPONSOR-SUB) TO SPM-SPONSOR-ID.
               MOVE WS-SP-NAME(WS-SPONSOR-SUB) TO SPM-NAME.
               MOVE WS-SP-ADDRESS(WS-SPONSOR-SUB) TO SPM-ADDRESS.
               MOVE WS-SP-RECEIVABLE(WS-SPONSOR-SUB) TO SPM-RECEIVABLE.
               WRITE SPONSOR-MASTER-RECORD.

           540-REWRITE-NEXT-INVOICE.
               OPEN OUTPUT NEXT-INVOICE-FILE.
               MOVE WS-NEXT-INVOICE TO NXT-INVOICE-NUMBER.
               WRITE NEXT-INVOICE-RECORD.
               CLOSE NEXT-INVOICE-FILE.

           600-PRINT-RUN-TOTALS.
               MOVE SPACES TO INVOICE-PRINT-LINE.
               WRITE INVOICE-PRINT-LINE.
               MOVE "SPONSOR TRANSFERS BILLED" TO WS-RT-CAPTION.
               MOVE WS-BILLED-COUNT TO WS-RT-COUNT.
               MOVE WS-BILLED-TOTAL TO WS-RT-AMOUNT.
               WRITE INVOICE-PRINT-LINE FROM WS-RUN-TOTAL-LINE.
               DISPLAY WS-RUN-TOTAL-LINE.
               MOVE "TRANSFERS NOT APPLIED   " TO WS-RT-CAPTION.
               MOVE WS-FAILED-COUNT TO WS-RT-COUNT.
               MOVE 0 TO WS-RT-AMOUNT.
               WRITE INVOICE-PRINT-LINE FROM WS-RUN-TOTAL-LINE.
               DISPLAY WS-RUN-TOTAL-LINE.

      *> Standard run-log record for the morning summary.
      *> A CALL resets the RETURN-CODE register, so the run's own
      *> code is put back after the log call -- it must be the last
      *> thing set before control leaves the program.
           700-LOG-THIS-RUN.
               MOVE WS-RUN-STATUS TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM SPONSOR_BILLING_PROGRAM.
