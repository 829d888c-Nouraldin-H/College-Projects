      * LAB_8_PROGRAM applies to DIRECT-DEPOSIT.TXT -- plus a refund
      * register for finance.  Credits with no bank record stay on
      * the register flagged for a manual cheque.
      * Modification history:
      *   12-30-2025 NH - a refund over the APPROVAL_CHECK threshold is
      *     parked for a second, supervisor-level operator and held
      *     until approved; an approved refund pays with the approver on
      *     the adjustment journal and is marked paid on
      *     PENDING-APPROVALS.TXT
      *   12-02-2025 NH - credit balances are refunded to the cent now
      *     that the master carries cents; register amounts print with
      *     cents
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 STUDENT-FILE-IN.
           05 STUDENT-NUMBER-IN           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-IN     PIC S9(7)V99.
           05 FILLER         PIC X(3).
           05 STUDENT-FULL-NAME-IN.
               10 STUDENT-TITLE-IN        PIC A(6).

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
           05 WS-AP-FUNCTION          PIC X(1).
           05 WS-AP-TYPE              PIC X(3) VALUE "REF".
           05 WS-AP-STUDENT           PIC 9(7).
           05 WS-AP-AMOUNT            PIC S9(7)V99.
           05 WS-AP-REASON            PIC X(3) VALUE "REF".
           05 WS-AP-OPERATOR          PIC X(20).
           05 WS-AP-APPROVER          PIC X(20).
           05 WS-AP-RESULT            PIC X(1).
               88 WS-AP-GO-AHEAD           VALUE '0'.
               88 WS-AP-PARKED             VALUE '1'.
               88 WS-AP-APPROVED           VALUE '2'.
               88 WS-AP-STILL-PENDING      VALUE '3'.
               88 WS-AP-REJECTED           VALUE '4'.

      *> Credits selected off the master in pass one; the master is
      *> closed again before TUITION_ADJUST (which opens it itself)
       01 WS-CREDIT-TABLE.
           05 WS-CREDIT-ENTRY OCCURS 1000 TIMES.
               10 WS-CR-STUDENT   PIC 9(7).
               10 WS-CR-AMOUNT    PIC 9(7)V99.
               10 WS-CR-LAST-NAME PIC A(28).
       01 WS-CREDIT-COUNT PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(4).
       01 WS-BANK-SUB PIC 9(4).
       01 WS-BANK-FOUND-FLAG PIC X(1).

       01 WS-REFUND-DUE PIC 9(7)V99.
       01 WS-PAID-COUNT PIC 9(5) VALUE 0.
       01 WS-PAID-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-FILE-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-FILE-TOTAL PIC 9(9)V99 VALUE 0.

           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-D-LAST-NAME      PIC A(28).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-D-REFUND         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-DISPOSITION    PIC X(24).
       01 WS-TOTAL-LINE.
           05 WS-T-CAPTION        PIC X(20).
           05 WS-T-COUNT          PIC ZZZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-T-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               IF WS-BANK-FOUND-FLAG = 'N'
                   PERFORM 350-HOLD-FOR-MANUAL-CHEQUE
               ELSE
                   PERFORM 305-CHECK-APPROVAL-THRESHOLD
               END-IF.

      *> A refund over the approval threshold waits for a second,
      *> supervisor-level operator: it is parked the first time
      *> round, held while pending or rejected, and paid with the
      *> approver on the journal once approved.
           305-CHECK-APPROVAL-THRESHOLD.
               MOVE 'C' TO WS-AP-FUNCTION.
               MOVE WS-CR-STUDENT(WS-SUB) TO WS-AP-STUDENT.
               MOVE WS-CR-AMOUNT(WS-SUB) TO WS-AP-AMOUNT.
               MOVE WS-AUDIT-OPERATOR TO WS-AP-OPERATOR.
               CALL 'APPROVAL_CHECK' USING WS-APPROVAL-AREA.
               EVALUATE TRUE
                   WHEN WS-AP-PARKED OR WS-AP-STILL-PENDING
                       MOVE "AWAITING APPROVAL       "
                           TO WS-D-DISPOSITION
                       PERFORM 360-HOLD-FOR-APPROVAL
                   WHEN WS-AP-REJECTED
                       MOVE "REFUND REJECTED         "
                           TO WS-D-DISPOSITION
                       PERFORM 360-HOLD-FOR-APPROVAL
                   WHEN OTHER
                       MOVE WS-AP-APPROVER TO WS-ADJ-APPROVER
                       PERFORM 310-CLEAR-CREDIT-AND-PAY
               END-EVALUATE.

           310-CLEAR-CREDIT-AND-PAY.
               MOVE WS-CR-STUDENT(WS-SUB) TO WS-ADJ-STUDENT-NUMBER.
               MOVE WS-CR-AMOUNT(WS-SUB) TO WS-ADJ-AMOUNT.
               IF WS-ADJUSTMENT-APPLIED
                   PERFORM 320-WRITE-BANK-RECORD
                   PERFORM 330-WRITE-PAID-REGISTER-LINE
                   IF WS-AP-APPROVED
                       PERFORM 315-MARK-APPROVAL-PAID
                   END-IF
               ELSE
                   DISPLAY "ADJUSTMENT REFUSED, STATUS "
                       WS-ADJ-STATUS-CODE " FOR: "
                   MOVE 4 TO WS-RUN-STATUS
               END-IF.

           315-MARK-APPROVAL-PAID.
               MOVE 'D' TO WS-AP-FUNCTION.
               CALL 'APPROVAL_CHECK' USING WS-APPROVAL-AREA.
               IF NOT WS-AP-GO-AHEAD
                   DISPLAY "*** WARNING: APPROVAL NOT MARKED PAID ON "
                       "PENDING-APPROVALS.TXT FOR: "
                       WS-CR-STUDENT(WS-SUB)
                   MOVE 4 TO WS-RUN-STATUS
               END-IF.

           320-WRITE-BANK-RECORD.
               MOVE WS-CR-STUDENT(WS-SUB) TO RBF-STUDENT-NUMBER.
               MOVE WS-BK-TRANSIT(WS-BANK-SUB) TO RBF-BANK-TRANSIT.
               PERFORM 340-WRITE-REGISTER-DETAIL.
               MOVE 4 TO WS-RUN-STATUS.

      *> Parked, pending, or rejected: the credit stays on the
      *> master and the register says why.
           360-HOLD-FOR-APPROVAL.
               ADD 1 TO WS-HELD-COUNT.
               ADD WS-CR-AMOUNT(WS-SUB) TO WS-HELD-TOTAL.
               ADD 1 TO WS-RL-REJECTED-COUNT.
               PERFORM 340-WRITE-REGISTER-DETAIL.
               MOVE 4 TO WS-RUN-STATUS.

      *> The trailer is only written when the file's own running
      *> total equals the register's refunded total -- the same
      *> balancing discipline as the direct-deposit release.
