      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 12-30-2025
      * Purpose: the second pair of eyes on large balance changes.
      * Approval mode (supervisor-level) lists what APPROVAL_CHECK
      * parked on PENDING-APPROVALS.TXT and lets a supervisor other
      * than the operator who keyed it approve or reject each item.
      * An approved adjustment is applied at once through the shared
      * TUITION_ADJUST path with the keying operator and the approver
      * both on the adjustment journal; an approved refund is paid by
      * the next REFUND_DISBURSEMENT_PROGRAM run.  Exceptions mode
      * prints every item still pending past the age on
      * APPROVAL-CONTROL.TXT to APPROVAL-EXCEPTIONS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL_QUEUE_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL APPROVAL-CONTROL-FILE
           ASSIGN TO '..\APPROVAL-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-APPROVAL-FILE
           ASSIGN TO '..\PENDING-APPROVALS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT-OUT
           ASSIGN TO '..\APPROVAL-EXCEPTIONS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD APPROVAL-CONTROL-FILE.
       01 APPROVAL-CONTROL-RECORD.
           05 APC-THRESHOLD       PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 APC-MAX-AGE-DAYS    PIC 9(3).

      *> Same layout APPROVAL_CHECK parks items in: P pending,
      *> A approved, R rejected, D refund paid.
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

       FD EXCEPTION-REPORT-OUT.
       01 REPORT-LINE-OUT         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-MAX-AGE-DAYS PIC 9(3) VALUE 5.
       01 WS-ITEM-EDIT PIC X(4).
       01 WS-ITEM-NUMBER REDEFINES WS-ITEM-EDIT PIC 9(4).
       01 WS-DECISION PIC X(1).
       01 WS-DONE-FLAG PIC X(1).
       01 WS-AGE-DAYS PIC S9(7).
       01 WS-TODAY-DAYS PIC 9(7).
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-TOTAL PIC S9(9)V99 VALUE 0.

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
           05 WS-ADJ-APPROVER         PIC X(20) VALUE SPACES.

      *> The queue is worked from this table and rewritten after
      *> each decision, so a file past the ceiling is left alone.
       01 WS-PENDING-TABLE.
           05 WS-PN-IMAGE OCCURS 2000 TIMES PIC X(97).
       01 WS-PENDING-COUNT PIC 9(4) VALUE 0.
       01 WS-PENDING-EOF PIC X(1) VALUE 'N'.
       01 WS-PN-SUB PIC 9(4).

      *> Day number of a YYYYMMDD date, counted from a March-based
      *> year so the leap day falls at the end; only differences
      *> between two day numbers mean anything.
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

       01 WS-LIST-LINE.
           05 WS-L-ITEM           PIC ZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-L-DATE           PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-L-TYPE           PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-L-STUDENT        PIC 9(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-L-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-L-REASON         PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-L-KEYED-BY       PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-L-AGE            PIC ZZZ9.
           05 FILLER              PIC X(5) VALUE " DAYS".
       01 WS-HEADING-1.
           05 FILLER              PIC X(34)
               VALUE "PENDING APPROVALS OLDER THAN".
           05 WS-H-AGE            PIC ZZ9.
           05 FILLER              PIC X(16) VALUE " DAYS AS AT".
           05 WS-H-DATE           PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER              PIC X(6) VALUE "ITEM".
           05 FILLER              PIC X(10) VALUE "KEYED".
           05 FILLER              PIC X(5) VALUE "TYPE".
           05 FILLER              PIC X(9) VALUE "STUDENT".
           05 FILLER              PIC X(15) VALUE "         AMOUNT".
           05 FILLER              PIC X(5) VALUE "RSN".
           05 FILLER              PIC X(22) VALUE "KEYED BY".
           05 FILLER              PIC X(9) VALUE "AGE".
       01 WS-TOTAL-LINE.
           05 WS-T-CAPTION        PIC X(30).
           05 WS-T-COUNT          PIC ZZ,ZZ9.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-T-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "APPROVAL_QUEUE_PROGRAM".
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
           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 100-LOAD-PENDING-TABLE.
           DISPLAY "Work the pending approvals, or print the aged "
               "exceptions? (A/E) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'E' OR 'e'
                   PERFORM 500-PRINT-THE-EXCEPTIONS
               WHEN OTHER
                   PERFORM 150-REQUIRE-SUPERVISOR
                   PERFORM 200-WORK-THE-QUEUE
           END-EVALUATE.
           PERFORM 700-LOG-THIS-RUN.
           STOP RUN.

           100-LOAD-PENDING-TABLE.
               OPEN INPUT PENDING-APPROVAL-FILE.
               PERFORM 105-READ-PENDING-RECORD
                   UNTIL WS-PENDING-EOF = 'Y'
                       OR WS-PENDING-COUNT = 2000.
               CLOSE PENDING-APPROVAL-FILE.
               IF WS-PENDING-EOF NOT = 'Y'
                   DISPLAY "PENDING-APPROVALS.TXT EXCEEDS THE "
                       "2000-LINE TABLE -- RUN ABORTED, FILE LEFT "
                       "ALONE."
                   MOVE 8 TO WS-RUN-STATUS
                   PERFORM 700-LOG-THIS-RUN
                   STOP RUN
               END-IF.

           105-READ-PENDING-RECORD.
               READ PENDING-APPROVAL-FILE
                   AT END MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       ADD 1 TO WS-PENDING-COUNT
                       ADD 1 TO WS-RL-READ-COUNT
                       MOVE PENDING-APPROVAL-RECORD
                           TO WS-PN-IMAGE(WS-PENDING-COUNT)
               END-READ.

           110-READ-CONTROL-CARD.
               OPEN INPUT APPROVAL-CONTROL-FILE.
               READ APPROVAL-CONTROL-FILE
                   AT END
                       DISPLAY "No approval control card -- using "
                           "default age limit: " WS-MAX-AGE-DAYS
                   NOT AT END
                       IF APC-MAX-AGE-DAYS IS NUMERIC
                           MOVE APC-MAX-AGE-DAYS TO WS-MAX-AGE-DAYS
                       END-IF
               END-READ.
               CLOSE APPROVAL-CONTROL-FILE.

      *> Approving is the second operator's job, and a supervisor's.
           150-REQUIRE-SUPERVISOR.
               IF WS-OP-AUTH-LEVEL < 3
                   DISPLAY "Approving adjustments and refunds is "
                       "supervisor-level."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           180-REWRITE-PENDING-FILE.
               OPEN OUTPUT PENDING-APPROVAL-FILE.
               PERFORM 185-WRITE-ONE-PENDING
                   VARYING WS-PN-SUB FROM 1 BY 1
                   UNTIL WS-PN-SUB > WS-PENDING-COUNT.
               CLOSE PENDING-APPROVAL-FILE.

           185-WRITE-ONE-PENDING.
               MOVE WS-PN-IMAGE(WS-PN-SUB) TO PENDING-APPROVAL-RECORD.
               WRITE PENDING-APPROVAL-RECORD.

           190-FORMAT-LIST-LINE.
               MOVE WS-PN-SUB TO WS-L-ITEM.
               MOVE PND-DATE TO WS-L-DATE.
               MOVE PND-TYPE TO WS-L-TYPE.
               MOVE PND-STUDENT TO WS-L-STUDENT.
               MOVE PND-AMOUNT TO WS-L-AMOUNT.
               MOVE PND-REASON TO WS-L-REASON.
               MOVE PND-KEYED-BY TO WS-L-KEYED-BY.
               MOVE PND-DATE TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DN-DAYS.
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF.
               MOVE WS-AGE-DAYS TO WS-L-AGE.

      *> The list is shown once; the supervisor then picks items by
      *> number until done.
           200-WORK-THE-QUEUE.
               MOVE WS-TODAY TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               MOVE WS-DN-DAYS TO WS-TODAY-DAYS.
               PERFORM 210-LIST-ONE-PENDING
                   VARYING WS-PN-SUB FROM 1 BY 1
                   UNTIL WS-PN-SUB > WS-PENDING-COUNT.
               IF WS-LISTED-COUNT = 0
                   DISPLAY "Nothing is awaiting approval."
               ELSE
                   MOVE 'N' TO WS-DONE-FLAG
                   PERFORM 220-DECIDE-ONE-ITEM
                       UNTIL WS-DONE-FLAG = 'Y'
               END-IF.

           210-LIST-ONE-PENDING.
               MOVE WS-PN-IMAGE(WS-PN-SUB) TO PENDING-APPROVAL-RECORD.
               IF PND-STATUS = 'P'
                   PERFORM 190-FORMAT-LIST-LINE
                   DISPLAY WS-LIST-LINE
                   ADD 1 TO WS-LISTED-COUNT
               END-IF.

      *> Nobody approves their own keying; an item that is not
      *> pending any more cannot be decided twice.
           220-DECIDE-ONE-ITEM.
               MOVE 'N' TO WS-ITEM-EDIT.
               PERFORM 225-ACCEPT-ITEM-NUMBER
                   UNTIL WS-ITEM-EDIT IS NUMERIC.
               IF WS-ITEM-NUMBER = 0
                   MOVE 'Y' TO WS-DONE-FLAG
               ELSE
                   IF WS-ITEM-NUMBER > WS-PENDING-COUNT
                       DISPLAY "Item " WS-ITEM-NUMBER
                           " is not awaiting approval."
                   ELSE
                       MOVE WS-ITEM-NUMBER TO WS-PN-SUB
                       MOVE WS-PN-IMAGE(WS-PN-SUB)
                           TO PENDING-APPROVAL-RECORD
                       EVALUATE TRUE
                           WHEN PND-STATUS NOT = 'P'
                               DISPLAY "Item " WS-ITEM-NUMBER
                                   " is not awaiting approval."
                           WHEN PND-KEYED-BY = WS-AUDIT-OPERATOR
                               DISPLAY "You keyed item "
                                   WS-ITEM-NUMBER " -- another "
                                   "supervisor must decide it."
                               ADD 1 TO WS-RL-REJECTED-COUNT
                           WHEN OTHER
                               PERFORM 230-TAKE-THE-DECISION
                       END-EVALUATE
                   END-IF
               END-IF.

           225-ACCEPT-ITEM-NUMBER.
               DISPLAY "Item number to decide (0 when done): "
               ACCEPT WS-ITEM-EDIT
               IF WS-ITEM-EDIT IS NOT NUMERIC
                   DISPLAY "Item number must be numeric, try again."
               END-IF.

           230-TAKE-THE-DECISION.
               PERFORM 190-FORMAT-LIST-LINE.
               DISPLAY WS-LIST-LINE.
               DISPLAY "Approve, reject, or skip? (A/R/S) "
               ACCEPT WS-DECISION.
               EVALUATE TRUE
                   WHEN WS-DECISION = 'A' OR 'a'
                       PERFORM 240-APPROVE-THE-ITEM
                   WHEN WS-DECISION = 'R' OR 'r'
                       MOVE 'R' TO PND-STATUS
                       PERFORM 260-STAMP-THE-DECISION
                       DISPLAY "Item " WS-ITEM-NUMBER " rejected."
                   WHEN OTHER
                       DISPLAY "Item " WS-ITEM-NUMBER " left pending."
               END-EVALUATE.

      *> An adjustment is applied here and now under both operator
      *> IDs; a refund is only released -- the refund run pays it.
           240-APPROVE-THE-ITEM.
               IF PND-TYPE = "ADJ"
                   MOVE PND-STUDENT TO WS-ADJ-STUDENT-NUMBER
                   MOVE PND-AMOUNT TO WS-ADJ-AMOUNT
                   MOVE PND-REASON TO WS-ADJ-REASON-CODE
                   MOVE PND-KEYED-BY TO WS-ADJ-OPERATOR
                   MOVE WS-AUDIT-OPERATOR TO WS-ADJ-APPROVER
                   CALL 'TUITION_ADJUST' USING WS-ADJUST-AREA
                   IF WS-ADJUSTMENT-APPLIED
                       MOVE 'A' TO PND-STATUS
                       PERFORM 260-STAMP-THE-DECISION
                       DISPLAY "Item " WS-ITEM-NUMBER
                           " approved and applied."
                   ELSE
                       DISPLAY "ADJUSTMENT REFUSED, STATUS "
                           WS-ADJ-STATUS-CODE " -- item "
                           WS-ITEM-NUMBER " left pending."
                       ADD 1 TO WS-RL-REJECTED-COUNT
                       MOVE 4 TO WS-RUN-STATUS
                   END-IF
               ELSE
                   MOVE 'A' TO PND-STATUS
                   PERFORM 260-STAMP-THE-DECISION
                   DISPLAY "Item " WS-ITEM-NUMBER " approved -- "
                       "the next refund run pays it."
               END-IF.

           260-STAMP-THE-DECISION.
               MOVE WS-AUDIT-OPERATOR TO PND-DECIDED-BY.
               MOVE WS-TODAY TO PND-DECIDED-DATE.
               MOVE PENDING-APPROVAL-RECORD TO WS-PN-IMAGE(WS-PN-SUB).
               PERFORM 180-REWRITE-PENDING-FILE.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

      *> Anything still pending past the age limit is an exception:
      *> somebody is sitting on it.
           500-PRINT-THE-EXCEPTIONS.
               MOVE WS-TODAY TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               MOVE WS-DN-DAYS TO WS-TODAY-DAYS.
               OPEN OUTPUT EXCEPTION-REPORT-OUT.
               MOVE WS-MAX-AGE-DAYS TO WS-H-AGE.
               MOVE WS-TODAY TO WS-H-DATE.
               WRITE REPORT-LINE-OUT FROM WS-HEADING-1.
               WRITE REPORT-LINE-OUT FROM WS-HEADING-2.
               PERFORM 510-CHECK-ONE-PENDING
                   VARYING WS-PN-SUB FROM 1 BY 1
                   UNTIL WS-PN-SUB > WS-PENDING-COUNT.
               MOVE "PENDING PAST THE AGE LIMIT" TO WS-T-CAPTION.
               MOVE WS-EXCEPTION-COUNT TO WS-T-COUNT.
               MOVE WS-EXCEPTION-TOTAL TO WS-T-AMOUNT.
               DISPLAY WS-TOTAL-LINE.
               WRITE REPORT-LINE-OUT FROM WS-TOTAL-LINE.
               CLOSE EXCEPTION-REPORT-OUT.
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO WS-RUN-STATUS
               END-IF.

           510-CHECK-ONE-PENDING.
               MOVE WS-PN-IMAGE(WS-PN-SUB) TO PENDING-APPROVAL-RECORD.
               IF PND-STATUS = 'P'
                   PERFORM 190-FORMAT-LIST-LINE
                   IF WS-AGE-DAYS > WS-MAX-AGE-DAYS
                       DISPLAY WS-LIST-LINE
                       WRITE REPORT-LINE-OUT FROM WS-LIST-LINE
                       ADD 1 TO WS-EXCEPTION-COUNT
                       ADD PND-AMOUNT TO WS-EXCEPTION-TOTAL
                       ADD 1 TO WS-RL-WRITTEN-COUNT
                   END-IF
               END-IF.

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

      *> Standard run-log record for the morning summary.
      *> A CALL resets the RETURN-CODE register, so the run's own
      *> code is put back after the log call -- it must be the last
      *> thing set before control leaves the program.
           700-LOG-THIS-RUN.
               MOVE WS-RUN-STATUS TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM APPROVAL_QUEUE_PROGRAM.
