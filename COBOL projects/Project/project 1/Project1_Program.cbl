      * Date: 06-13-2023
      * Purpose: create a file that holds student records via input
      * Modification history:
      *   10-06-2026 NH - the batch transaction carries the tuition owed
      *     in dollars and cents (9 digits, 2 implied decimals), so an
      *     add or change no longer drops the cents from the balance;
      *     the reject line widens to match
      *   02-17-2026 NH - a change transaction that alters the street,
      *     city, province or postal code appends the old and new
      *     address to ADDRESS-HISTORY.TXT with the change date
      *   12-30-2025 NH - a keyed tuition change over the APPROVAL_CHECK
      *     threshold is parked on PENDING-APPROVALS.TXT for a second,
      *     supervisor-level operator instead of applied
      *   12-02-2025 NH - tuition owed is keyed and carried in dollars
      *     and cents (seven digits, the last two the cents); journal,
      *     sub-ledger, checkpoint and session totals carry cents too
      *   11-19-2024 NH - every journaled master change also posts
      *     its signed difference to the SUBLEDGER-POSTINGS.TXT
      *     sub-ledger under the TUI charge code, so the single
           SELECT OPTIONAL SUBLEDGER-FILE
           ASSIGN TO '..\SUBLEDGER-POSTINGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADDRESS-HISTORY-FILE
           ASSIGN TO '..\ADDRESS-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *>      SELECT RECORDS-INPUT-FILE
      *>      ASSIGN TO '..\STUDENT-RECORDS.TXT'
      *>      ORGANIZATION IS LINE SEQUENTIAL.
       01 STUDENT-FILE-OUT.
           05 STUDENT-NUMBER-OUT           PIC 9(7).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 STUDENT-TUITION-OWED-OUT     PIC S9(7)V99.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 STUDENT-FULL-NAME-OUT.
               10 STUDENT-TITLE-OUT        PIC A(6).
           05 FILLER                  PIC X(2).
           05 TRANS-NUMBER-IN         PIC 9(7).
           05 FILLER                  PIC X(3).
           05 TRANS-TUITION-OWED-IN   PIC 9(7)V99.
           05 FILLER                  PIC X(3).
           05 TRANS-TITLE-IN          PIC A(6).
           05 TRANS-FIRST-NAME-IN     PIC A(15).
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

      *> The address before and after every change to it, effective
      *> on the change date (same layout RETURNED_MAIL_PROGRAM writes).
       FD ADDRESS-HISTORY-FILE.
       01 ADDRESS-HISTORY-RECORD.
           05 ADH-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 ADH-CHANGE-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 ADH-PREVIOUS-ADDRESS PIC X(62).
           05 FILLER              PIC X(1).
           05 ADH-NEW-ADDRESS     PIC X(62).
           05 FILLER              PIC X(1).
           05 ADH-OPERATOR        PIC X(20).
           05 FILLER              PIC X(1).
           05 ADH-SOURCE          PIC X(3).

       FD BATCH-CHECKPOINT-FILE.
       01 BATCH-CHECKPOINT-RECORD.
           05 CKPT-TRANS-COUNT    PIC 9(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 CKPT-SESSION-COUNT  PIC 9(4).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 CKPT-SESSION-TOTAL  PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD TRANS-REJECTS-FILE.
       01 TRANS-REJECT-LINE-OUT.
           05 REJECT-TRANSACTION-OUT  PIC X(161).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 REJECT-REASON-OUT       PIC X(2).

           05 FILLER              PIC X(1) VALUE SPACE.
           05 SESS-COUNT-OUT      PIC 9(4).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 SESS-TOTAL-OUT      PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-LINE-OUT.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-NN-STATUS PIC X(2).

       01 WS-TUITION-EDIT PIC X(7). *> holds keystrokes until verified numeric
       01 WS-TUITION-EDIT-9 REDEFINES WS-TUITION-EDIT PIC 9(5)V99.

       01 WS-SESSION-COUNT PIC 9(4) VALUE 0. *> records written this session
       01 WS-SESSION-TOTAL PIC S9(9)V99 VALUE 0. *> tuition owed written this session

       01 WS-BATCH-MODE PIC A(1). *> Y when running unattended from a transaction file
       01 WS-TRANS-EOF PIC A(1).
       01 WS-EDIT-REASON PIC X(2).
       01 WS-BATCH-RESTART-MODE PIC X(1).
       01 WS-JOURNAL-ACTION PIC X(3).
       01 WS-JOURNAL-BEFORE PIC S9(7)V99.
       01 WS-JOURNAL-AFTER PIC S9(7)V99.
       01 WS-SUBLEDGER-AMOUNT PIC S9(7)V99.

       01 WS-NEW-TUITION PIC S9(7)V99.
       01 WS-ADJUST-AREA.
           05 WS-ADJ-STUDENT-NUMBER   PIC 9(7).
           05 WS-ADJ-AMOUNT           PIC S9(7)V99.
           05 WS-ADJ-REASON-CODE      PIC X(3).
           05 WS-ADJ-OPERATOR         PIC X(20).
           05 WS-ADJ-STATUS-CODE      PIC X(1).
               88 WS-ADJ-STUDENT-NOT-FOUND VALUE '1'.
               88 WS-ADJ-BAD-REASON        VALUE '2'.
               88 WS-ADJ-REWRITE-FAILED    VALUE '3'.
           05 WS-ADJ-APPROVER         PIC X(20) VALUE SPACES.
       01 WS-APPROVAL-AREA.
           05 WS-AP-FUNCTION          PIC X(1) VALUE 'C'.
           05 WS-AP-TYPE              PIC X(3) VALUE "ADJ".
           05 WS-AP-STUDENT           PIC 9(7).
           05 WS-AP-AMOUNT            PIC S9(7)V99.
           05 WS-AP-REASON            PIC X(3).
           05 WS-AP-OPERATOR          PIC X(20).
           05 WS-AP-APPROVER          PIC X(20).
           05 WS-AP-RESULT            PIC X(1).
               88 WS-AP-PARKED             VALUE '1'.
               88 WS-AP-STILL-PENDING      VALUE '3'.
       01 WS-TRANS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-CKPT-TRANS-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIP-SUB PIC 9(7).
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-PREVIOUS-ADDRESS PIC X(62).

       01 WS-UPDATE-MODE PIC A(1). *> Y to update an existing student's tuition owed

                   UNTIL WS-TUITION-EDIT IS NUMERIC.

           311-ACCEPT-ONE-TUITION-OWED.
               DISPLAY "Enter Student Tuition Owed (dollars and "
                   "cents, 7 digits -- 0125050 is 1,250.50): "
               ACCEPT WS-TUITION-EDIT
               IF WS-TUITION-EDIT IS NOT NUMERIC
                   DISPLAY "Tuition owed must be numeric, try again."
               ELSE
                   MOVE WS-TUITION-EDIT-9 TO STUDENT-TUITION-OWED-OUT
               END-IF.

           312-APPLY-LATE-FEE.

      *> The keyed read in 328 left the current record in the record
      *> area, so the overdue-periods count survives a change -- the
      *> registrar's file does not carry it.  The address as it
      *> stood is kept first so a change to it reaches the address
      *> history.
           324-APPLY-CHANGE-TRANSACTION.
               MOVE STUDENT-ADDRESS-OUT TO WS-PREVIOUS-ADDRESS.
               PERFORM 326-MOVE-TRANS-TO-MASTER.
               REWRITE STUDENT-FILE-OUT
                   INVALID KEY
                       MOVE STUDENT-TUITION-OWED-OUT
                           TO WS-JOURNAL-AFTER
                       PERFORM 360-APPEND-JOURNAL
                       IF STUDENT-ADDRESS-OUT NOT = WS-PREVIOUS-ADDRESS
                           PERFORM 367-APPEND-ADDRESS-HISTORY
                       END-IF
               END-REWRITE.

           325-APPLY-DELETE-TRANSACTION.
                   CLOSE SUBLEDGER-FILE
               END-IF.

      *> A change transaction that moves the student keeps the old
      *> address on the history with the date it stopped applying,
      *> so the address any statement went to can be found later.
           367-APPEND-ADDRESS-HISTORY.
               OPEN EXTEND ADDRESS-HISTORY-FILE.
               MOVE SPACES TO ADDRESS-HISTORY-RECORD.
               MOVE STUDENT-NUMBER-OUT TO ADH-STUDENT-NUMBER.
               MOVE WS-AUDIT-DATE TO ADH-CHANGE-DATE.
               MOVE WS-PREVIOUS-ADDRESS TO ADH-PREVIOUS-ADDRESS.
               MOVE STUDENT-ADDRESS-OUT TO ADH-NEW-ADDRESS.
               MOVE WS-AUDIT-OPERATOR TO ADH-OPERATOR.
               MOVE "CHG" TO ADH-SOURCE.
               WRITE ADDRESS-HISTORY-RECORD.
               CLOSE ADDRESS-HISTORY-FILE.

           203-CLOSE-FILE.
               CLOSE STUDENT-RECORDS-FILE.
               CLOSE TUITION-STATEMENT-FILE.
                   UNTIL WS-TUITION-EDIT IS NUMERIC.

           407-ACCEPT-ONE-NEW-TUITION.
               DISPLAY "Enter new tuition owed (dollars and cents, "
                   "7 digits -- 0125050 is 1,250.50): "
               ACCEPT WS-TUITION-EDIT
               IF WS-TUITION-EDIT IS NOT NUMERIC
                   DISPLAY "Tuition owed must be numeric, try again."
               ELSE
                   MOVE WS-TUITION-EDIT-9 TO WS-NEW-TUITION
               END-IF.

           404-CALL-TUITION-ADJUST.
                   DISPLAY "Adjustment reason code (BUR/COR/PEN/NSF): "
                   ACCEPT WS-ADJ-REASON-CODE
                   MOVE WS-AUDIT-OPERATOR TO WS-ADJ-OPERATOR
                   PERFORM 405-CHECK-APPROVAL-THRESHOLD
               END-IF.

      *> A change over the approval threshold is parked for a
      *> second, supervisor-level operator instead of applied.
           405-CHECK-APPROVAL-THRESHOLD.
               MOVE WS-ADJ-STUDENT-NUMBER TO WS-AP-STUDENT.
               MOVE WS-ADJ-AMOUNT TO WS-AP-AMOUNT.
               MOVE WS-ADJ-REASON-CODE TO WS-AP-REASON.
               MOVE WS-AUDIT-OPERATOR TO WS-AP-OPERATOR.
               CALL 'APPROVAL_CHECK' USING WS-APPROVAL-AREA.
               EVALUATE TRUE
                   WHEN WS-AP-PARKED
                       DISPLAY "Over the approval threshold -- parked "
                           "for a supervisor's approval, not applied."
                       MOVE 4 TO WS-RUN-STATUS
                   WHEN WS-AP-STILL-PENDING
                       DISPLAY "The same adjustment is already "
                           "awaiting approval -- not applied."
                       MOVE 4 TO WS-RUN-STATUS
                   WHEN OTHER
                       PERFORM 406-APPLY-THE-ADJUSTMENT
               END-EVALUATE.

           406-APPLY-THE-ADJUSTMENT.
               CALL 'TUITION_ADJUST' USING WS-ADJUST-AREA.
               EVALUATE TRUE
                   WHEN WS-ADJUSTMENT-APPLIED
                       DISPLAY "Student record updated."
                   WHEN WS-ADJ-BAD-REASON
                       DISPLAY "Reason code not on the reason "
                           "table -- adjustment not applied."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN OTHER
                       DISPLAY "Adjustment rejected, status: "
                           WS-ADJ-STATUS-CODE
                       MOVE 8 TO WS-RUN-STATUS
               END-EVALUATE.

       END PROGRAM PROJECT_1_PROGRAM.
