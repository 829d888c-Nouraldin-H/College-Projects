      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 12-30-2025
      * Purpose: two-operator approval gate (called like
      * STUDENT_HOLD_CHECK from every path that can move a large
      * amount on one operator's say-so): given an adjustment or a
      * refund, returns go-ahead when the amount is within the
      * threshold on APPROVAL-CONTROL.TXT, and otherwise parks it on
      * PENDING-APPROVALS.TXT for a second, supervisor-level operator
      * to approve or reject through APPROVAL_QUEUE_PROGRAM.  A
      * refund already parked comes back approved (with the
      * approver), still pending, or rejected instead of being
      * parked twice, and the refund run marks an approved refund
      * disbursed through the same call once it has paid it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL_CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL APPROVAL-CONTROL-FILE
           ASSIGN TO '..\APPROVAL-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-APPROVAL-FILE
           ASSIGN TO '..\PENDING-APPROVALS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Control card: the amount above which a second operator must
      *> approve, and the age in days past which a pending item is
      *> an exception.
       FD APPROVAL-CONTROL-FILE.
       01 APPROVAL-CONTROL-RECORD.
           05 APC-THRESHOLD       PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 APC-MAX-AGE-DAYS    PIC 9(3).

      *> One line per parked item: when and by whom it was keyed,
      *> ADJ or REF, the student, the signed amount and reason, the
      *> status (P pending, A approved, R rejected, D refund paid),
      *> and who decided it and when.
       FD PENDING-APPROVAL-FILE.
       01 PENDING-APPROVAL-RECORD.
           05 PND-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 PND-TIME            PIC 9(8).
           05 FILLER              PIC X(1).
           05 PND-TYPE            PIC X(3).
           05 FILLER              PIC X(1).
           05 PND-STUDENT         PIC 9(7).
           05 FILLER              PIC X(1).
           05 PND-AMOUNT          PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 PND-REASON          PIC X(3).
           05 FILLER              PIC X(1).
           05 PND-KEYED-BY        PIC X(20).
           05 FILLER              PIC X(1).
           05 PND-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 PND-DECIDED-BY      PIC X(20).
           05 FILLER              PIC X(1).
           05 PND-DECIDED-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1).
       01 WS-THRESHOLD PIC 9(7)V99 VALUE 5000.00.
       01 WS-ABS-AMOUNT PIC 9(7)V99.
       01 WS-TODAY PIC 9(8).
       01 WS-NOW PIC 9(8).

      *> Marking a refund paid rewrites the file from this table.
       01 WS-PENDING-TABLE.
           05 WS-PN-IMAGE OCCURS 2000 TIMES PIC X(97).
       01 WS-PENDING-COUNT PIC 9(4) VALUE 0.
       01 WS-PN-SUB PIC 9(4).
       01 WS-PN-HIT-SUB PIC 9(4).

       LINKAGE SECTION.
       01 LS-APPROVAL-AREA.
           05 LS-AP-FUNCTION      PIC X(1).
               88 LS-AP-CHECK          VALUE 'C'.
               88 LS-AP-MARK-PAID      VALUE 'D'.
           05 LS-AP-TYPE          PIC X(3).
           05 LS-AP-STUDENT       PIC 9(7).
           05 LS-AP-AMOUNT        PIC S9(7)V99.
           05 LS-AP-REASON        PIC X(3).
           05 LS-AP-OPERATOR      PIC X(20).
           05 LS-AP-APPROVER      PIC X(20).
           05 LS-AP-RESULT        PIC X(1).
               88 LS-AP-GO-AHEAD       VALUE '0'.
               88 LS-AP-PARKED         VALUE '1'.
               88 LS-AP-APPROVED       VALUE '2'.
               88 LS-AP-STILL-PENDING  VALUE '3'.
               88 LS-AP-REJECTED       VALUE '4'.
               88 LS-AP-NOT-MARKED     VALUE '5'.

       PROCEDURE DIVISION USING LS-APPROVAL-AREA.
       MAIN-PROCEDURE.
           MOVE SPACES TO LS-AP-APPROVER.
           IF LS-AP-MARK-PAID
               PERFORM 300-MARK-REFUND-PAID
           ELSE
               PERFORM 100-CHECK-THE-AMOUNT
           END-IF.
       GOBACK.

           100-CHECK-THE-AMOUNT.
               MOVE '0' TO LS-AP-RESULT.
               PERFORM 110-READ-CONTROL-CARD.
               IF LS-AP-AMOUNT < 0
                   COMPUTE WS-ABS-AMOUNT = 0 - LS-AP-AMOUNT
               ELSE
                   MOVE LS-AP-AMOUNT TO WS-ABS-AMOUNT
               END-IF.
               IF WS-ABS-AMOUNT > WS-THRESHOLD
                   PERFORM 200-FIND-EARLIER-ITEM
                   IF LS-AP-GO-AHEAD
                       PERFORM 250-PARK-THE-ITEM
                   END-IF
               END-IF.

           110-READ-CONTROL-CARD.
               OPEN INPUT APPROVAL-CONTROL-FILE.
               READ APPROVAL-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF APC-THRESHOLD IS NUMERIC
                           MOVE APC-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ.
               CLOSE APPROVAL-CONTROL-FILE.

      *> The last line for the same item decides: an adjustment
      *> already waiting is not parked twice, and a refund comes back
      *> approved or rejected once a supervisor has ruled on it.
           200-FIND-EARLIER-ITEM.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT PENDING-APPROVAL-FILE.
               PERFORM 210-READ-ONE-ITEM UNTIL WS-EOF = 'Y'.
               CLOSE PENDING-APPROVAL-FILE.

           210-READ-ONE-ITEM.
               READ PENDING-APPROVAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PND-TYPE = LS-AP-TYPE
                           AND PND-STUDENT = LS-AP-STUDENT
                           AND PND-AMOUNT = LS-AP-AMOUNT
                           PERFORM 220-TAKE-ITEM-STATUS
                       END-IF
               END-READ.

           220-TAKE-ITEM-STATUS.
               EVALUATE TRUE
                   WHEN PND-STATUS = 'P'
                       MOVE '3' TO LS-AP-RESULT
                   WHEN PND-STATUS = 'A' AND LS-AP-TYPE = "REF"
                       MOVE '2' TO LS-AP-RESULT
                       MOVE PND-DECIDED-BY TO LS-AP-APPROVER
                   WHEN PND-STATUS = 'R' AND LS-AP-TYPE = "REF"
                       MOVE '4' TO LS-AP-RESULT
                   WHEN OTHER
                       MOVE '0' TO LS-AP-RESULT
               END-EVALUATE.

           250-PARK-THE-ITEM.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               ACCEPT WS-NOW FROM TIME.
               OPEN EXTEND PENDING-APPROVAL-FILE.
               MOVE SPACES TO PENDING-APPROVAL-RECORD.
               MOVE WS-TODAY TO PND-DATE.
               MOVE WS-NOW TO PND-TIME.
               MOVE LS-AP-TYPE TO PND-TYPE.
               MOVE LS-AP-STUDENT TO PND-STUDENT.
               MOVE LS-AP-AMOUNT TO PND-AMOUNT.
               MOVE LS-AP-REASON TO PND-REASON.
               MOVE LS-AP-OPERATOR TO PND-KEYED-BY.
               MOVE 'P' TO PND-STATUS.
               MOVE 0 TO PND-DECIDED-DATE.
               WRITE PENDING-APPROVAL-RECORD.
               CLOSE PENDING-APPROVAL-FILE.
               MOVE '1' TO LS-AP-RESULT.

      *> The approved refund the run has just paid goes to D, so the
      *> same approval can never release a second payment.  A file
      *> past the table ceiling is left alone.
           300-MARK-REFUND-PAID.
               MOVE '5' TO LS-AP-RESULT.
               MOVE 'N' TO WS-EOF.
               MOVE 0 TO WS-PENDING-COUNT.
               MOVE 0 TO WS-PN-HIT-SUB.
               OPEN INPUT PENDING-APPROVAL-FILE.
               PERFORM 310-LOAD-ONE-ITEM
                   UNTIL WS-EOF = 'Y' OR WS-PENDING-COUNT = 2000.
               CLOSE PENDING-APPROVAL-FILE.
               IF WS-EOF = 'Y' AND WS-PN-HIT-SUB > 0
                   MOVE WS-PN-IMAGE(WS-PN-HIT-SUB)
                       TO PENDING-APPROVAL-RECORD
                   MOVE 'D' TO PND-STATUS
                   MOVE PENDING-APPROVAL-RECORD
                       TO WS-PN-IMAGE(WS-PN-HIT-SUB)
                   OPEN OUTPUT PENDING-APPROVAL-FILE
                   PERFORM 320-WRITE-ONE-ITEM
                       VARYING WS-PN-SUB FROM 1 BY 1
                       UNTIL WS-PN-SUB > WS-PENDING-COUNT
                   CLOSE PENDING-APPROVAL-FILE
                   MOVE '0' TO LS-AP-RESULT
               END-IF.

           310-LOAD-ONE-ITEM.
               READ PENDING-APPROVAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE PENDING-APPROVAL-RECORD
                           TO WS-PN-IMAGE(WS-PENDING-COUNT)
                       IF PND-TYPE = "REF"
                           AND PND-STUDENT = LS-AP-STUDENT
                           AND PND-AMOUNT = LS-AP-AMOUNT
                           AND PND-STATUS = 'A'
                           MOVE WS-PENDING-COUNT TO WS-PN-HIT-SUB
                       END-IF
               END-READ.

           320-WRITE-ONE-ITEM.
               MOVE WS-PN-IMAGE(WS-PN-SUB) TO PENDING-APPROVAL-RECORD.
               WRITE PENDING-APPROVAL-RECORD.

       END PROGRAM APPROVAL_CHECK.
