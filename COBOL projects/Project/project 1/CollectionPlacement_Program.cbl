      * back off the placement file, and the agency-payments mode
      * translates the agency's remittance lines into ordinary
      * payment transactions so the money posts back in through
      * PAYMENT_POSTING_PROGRAM like any other payment.  The
      * agency-returns mode takes the accounts the agency hands back
      * as uncollectable and queues them on WRITEOFF-PENDING.TXT for
      * BAD_DEBT_WRITEOFF_PROGRAM; the account stays placed until
      * the write-off is actually posted.
      * Modification history:
      *   10-06-2026 NH - the placed amount on COLLECTION-PLACEMENTS.TXT
      *     and on the WRITEOFF-PENDING.TXT queue is carried in dollars
      *     and cents
      *   12-09-2025 NH - agency-returns mode queues the accounts the
      *     agency hands back as uncollectable on WRITEOFF-PENDING.TXT
      *     for the bad-debt write-off
      *   12-02-2025 NH - the agency extract carries the balance in
      *     dollars and cents, and the agency's whole-dollar
      *     remittances go onto the payment file in its new cents
      *     layout; the placed amount on COLLECTION-PLACEMENTS.TXT stays
      *     a whole-dollar memo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL PAYMENT-FILE-OUT
           ASSIGN TO '..\PAYMENT-TRANSACTIONS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AGENCY-RETURNS-FILE
           ASSIGN TO '..\AGENCY-RETURNS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WRITEOFF-PENDING-FILE
           ASSIGN TO '..\WRITEOFF-PENDING.TXT'
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
           05 PLC-PLACED-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 PLC-PLACED-AMOUNT   PIC 9(7)V99.

       FD AGENCY-EXTRACT-OUT.
       01 AGENCY-EXTRACT-RECORD.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AGX-ADDRESS         PIC X(62).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AGX-BALANCE         PIC 9(7)V99.

      *> The agency's remittance line: student, date paid, amount,
      *> and the agency's own reference.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 PAY-DATE-OUT            PIC 9(8).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 PAY-AMOUNT-OUT          PIC 9(7)V99.

           05 FILLER                  PIC X(3) VALUE SPACES.
           05 PAY-RECEIPT-OUT         PIC X(8).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 PAY-TYPE-OUT            PIC X(1).

      *> The agency's return line: student, date returned, the
      *> agency's reason code, and its reference.
       FD AGENCY-RETURNS-FILE.
       01 AGENCY-RETURN-RECORD.
           05 AGR-STUDENT-IN      PIC X(7).
           05 AGR-STUDENT-9 REDEFINES AGR-STUDENT-IN PIC 9(7).
           05 FILLER              PIC X(1).
           05 AGR-DATE-IN         PIC X(8).
           05 FILLER              PIC X(1).
           05 AGR-REASON-IN       PIC X(2).
           05 FILLER              PIC X(1).
           05 AGR-REFERENCE-IN    PIC X(8).

      *> Queued for write-off: student, date returned, the agency's
      *> reason and reference, and the placed amount memo.
       FD WRITEOFF-PENDING-FILE.
       01 WRITEOFF-PENDING-RECORD.
           05 WOP-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 WOP-RETURNED-DATE   PIC 9(8).
           05 FILLER              PIC X(1).
           05 WOP-REASON          PIC X(2).
           05 FILLER              PIC X(1).
           05 WOP-REFERENCE       PIC X(8).
           05 FILLER              PIC X(1).
           05 WOP-PLACED-AMOUNT   PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-KEY PIC X(2).
           05 WS-PLACED-ENTRY OCCURS 1000 TIMES.
               10 WS-PL-STUDENT   PIC 9(7).
               10 WS-PL-DATE      PIC 9(8).
               10 WS-PL-AMOUNT    PIC 9(7)V99.
       01 WS-PLACED-COUNT PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(4).
       01 WS-PLACED-HIT-SUB PIC 9(4).
       01 WS-PLACED-EOF PIC X(1) VALUE 'N'.
       01 WS-PLACED-FOUND-FLAG PIC X(1).
       01 WS-LOOKUP-STUDENT PIC 9(7).
       01 WS-NEW-PLACEMENTS PIC 9(4) VALUE 0.
       01 WS-IMPORTED-COUNT PIC 9(5) VALUE 0.
       01 WS-AGP-EOF PIC X(1) VALUE 'N'.
       01 WS-AGR-EOF PIC X(1) VALUE 'N'.
       01 WS-RETURNED-COUNT PIC 9(5) VALUE 0.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Placement run, recall a student, import "
               "agency payments, or agency returns? (P/R/A/U) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'R' OR 'r'
                   PERFORM 500-RECALL-ONE-STUDENT
               WHEN WS-MODE = 'A' OR 'a'
                   PERFORM 600-IMPORT-AGENCY-PAYMENTS
               WHEN WS-MODE = 'U' OR 'u'
                   PERFORM 650-QUEUE-AGENCY-RETURNS
               WHEN OTHER
                   PERFORM 200-RUN-PLACEMENT-PASS
           END-EVALUATE.
           130-SCAN-PLACED-ENTRY.
               IF WS-PL-STUDENT(WS-SUB) = WS-LOOKUP-STUDENT
                   MOVE 'Y' TO WS-PLACED-FOUND-FLAG
                   MOVE WS-SUB TO WS-PLACED-HIT-SUB
               END-IF.

           200-RUN-PLACEMENT-PASS.
                   ADD 1 TO WS-RL-WRITTEN-COUNT
               END-IF.

      *> An account the agency returns as uncollectable is queued
      *> for write-off with the placed amount as a memo.  It stays
      *> on the placements file -- letters and statements keep
      *> skipping it -- until the write-off program posts it and
      *> takes it off.  A return for an account that is not placed
      *> is listed and not queued.
           650-QUEUE-AGENCY-RETURNS.
               OPEN INPUT AGENCY-RETURNS-FILE.
               OPEN EXTEND WRITEOFF-PENDING-FILE.
               PERFORM 660-READ-AGENCY-RETURN
                   UNTIL WS-AGR-EOF = 'Y'.
               CLOSE AGENCY-RETURNS-FILE.
               CLOSE WRITEOFF-PENDING-FILE.
               DISPLAY "AGENCY RETURNS QUEUED FOR WRITE-OFF: "
                   WS-RETURNED-COUNT.

           660-READ-AGENCY-RETURN.
               READ AGENCY-RETURNS-FILE
                   AT END MOVE 'Y' TO WS-AGR-EOF
                   NOT AT END
                       ADD 1 TO WS-RL-READ-COUNT
                       PERFORM 670-QUEUE-ONE-RETURN
               END-READ.

           670-QUEUE-ONE-RETURN.
               MOVE 'N' TO WS-PLACED-FOUND-FLAG.
               IF AGR-STUDENT-IN IS NUMERIC
                   AND AGR-DATE-IN IS NUMERIC
                   MOVE AGR-STUDENT-9 TO WS-LOOKUP-STUDENT
                   PERFORM 120-FIND-PLACED-ENTRY
               END-IF.
               IF WS-PLACED-FOUND-FLAG = 'N'
                   DISPLAY "AGENCY RETURN NOT QUEUED (NOT PLACED OR "
                       "NOT READABLE): " AGENCY-RETURN-RECORD
                   ADD 1 TO WS-RL-REJECTED-COUNT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO WRITEOFF-PENDING-RECORD
                   MOVE AGR-STUDENT-9 TO WOP-STUDENT-NUMBER
                   MOVE AGR-DATE-IN TO WOP-RETURNED-DATE
                   MOVE AGR-REASON-IN TO WOP-REASON
                   MOVE AGR-REFERENCE-IN TO WOP-REFERENCE
                   MOVE WS-PL-AMOUNT(WS-PLACED-HIT-SUB)
                       TO WOP-PLACED-AMOUNT
                   WRITE WRITEOFF-PENDING-RECORD
                   ADD 1 TO WS-RETURNED-COUNT
                   ADD 1 TO WS-RL-WRITTEN-COUNT
               END-IF.

      *> Standard run-log record for the morning summary.
      *> A CALL resets the RETURN-CODE register, so the run's own
      *> code is put back after the log call -- it must be the last
