      * Purpose: data-entry and lookup/update screens against the real
      * student file instead of just echoing typed-in values back.
      * Modification history:
      *   01-06-2026 NH - an update-screen balance change over the
      *     approval threshold is parked for a supervisor
      *     (APPROVAL_CHECK) instead of applied; the adjustment area
      *     carries the approver
      *   12-02-2025 NH - tuition owed is keyed on the update screen as
      *     a sign and nine digits, the last two the cents, and the 360
      *     view shows the balance to the cent
      *   08-01-2023 NH - widened STUDENT-ID-WS to match the 7-digit
      *     student number and wired INPUT-SCREEN to the real student
      *     file
       01 STUDENT-FILE-OUT.
           05 STUDENT-NUMBER-OUT           PIC 9(7).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 STUDENT-TUITION-OWED-OUT     PIC S9(7)V99.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 STUDENT-FULL-NAME-OUT.
               10 STUDENT-TITLE-OUT        PIC A(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-STUDENT-OUT    PIC 9(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-BEFORE-OUT     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-AFTER-OUT      PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD PAYMENT-SCHEDULE-FILE.
       01 SCHEDULE-LINE-IN.
           05 STUDENT-ID-WS PIC 9(7).
           05 PROGRAM-NAME-WS PIC X(20).

       01 STUDENT-TUITION-WS         PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
       01 STUDENT-TUITION-X REDEFINES STUDENT-TUITION-WS
                                     PIC X(10).
       01 STUDENT-FULL-NAME-WS.
           05 STUDENT-TITLE-WS        PIC A(6).
           05 STUDENT-FIRST-NAME-WS   PIC A(15).
       01 WS-AUDIT-TIME        PIC 9(8).
       01 WS-AUDIT-OPERATOR    PIC X(20).
       01 WS-JOURNAL-ACTION    PIC X(3).
       01 WS-JOURNAL-BEFORE    PIC S9(7)V99.
       01 WS-BACKUP-STATUS     PIC X(1).
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
       01 WS-ADJ-PENDING-FLG   PIC X(1) VALUE 'N'.
       01 WS-ADJUST-AREA.
           05 WS-ADJ-STUDENT-NUMBER   PIC 9(7).
           05 WS-ADJ-AMOUNT           PIC S9(7)V99.
           05 WS-ADJ-REASON-CODE      PIC X(3).
           05 WS-ADJ-OPERATOR         PIC X(20).
           05 WS-ADJ-STATUS-CODE      PIC X(1).
               88 WS-ADJUSTMENT-APPLIED    VALUE '0'.
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
       01 WS-360-PAGE          PIC X(1).
       01 WS-360-EOF           PIC X(1).
       01 WS-360-LINES         PIC 9(4).
           05 WS-3G-LETTER         PIC X(1).
       01 WS-360-MASTER-LINE.
           05 FILLER               PIC X(8) VALUE "BALANCE ".
           05 WS-3M-BALANCE        PIC Z,ZZZ,ZZ9.99-.

           05 FILLER               PIC X(10)
               VALUE "  PROGRAM ".
           05 WS-3M-PROGRAM        PIC X(8).
                   PIC 9(7) FROM STUDENT-ID-WS.
           05 VALUE "TUITION OWED (+/-)" LINE 5 COL 10.
           05 UPD-TUITION-IN LINE 5 COL 29
                   PIC X(10) USING STUDENT-TUITION-X.
           05 VALUE "TITLE" LINE 7 COL 10.
           05 UPD-TITLE-IN LINE 7 COL 25
                   PIC A(6) USING STUDENT-TITLE-WS.
               END-READ.

      *> Applied after the master is closed so TUITION_ADJUST can
      *> open it I-O itself.  An amount over the approval threshold
      *> is parked by APPROVAL_CHECK for a supervisor instead.
           590-APPLY-PENDING-ADJUSTMENT.
               IF WS-ADJ-PENDING-FLG = 'Y'
                   DISPLAY "ADJUSTMENT REASON CODE (BUR/COR/PEN/NSF) "
                   ACCEPT WS-ADJ-REASON-CODE
                   MOVE WS-AUDIT-OPERATOR TO WS-ADJ-OPERATOR
                   MOVE WS-ADJ-STUDENT-NUMBER TO WS-AP-STUDENT
                   MOVE WS-ADJ-AMOUNT TO WS-AP-AMOUNT
                   MOVE WS-ADJ-REASON-CODE TO WS-AP-REASON
                   MOVE WS-AUDIT-OPERATOR TO WS-AP-OPERATOR
                   CALL 'APPROVAL_CHECK' USING WS-APPROVAL-AREA
                   EVALUATE TRUE
                       WHEN WS-AP-PARKED
                           DISPLAY "OVER THE APPROVAL THRESHOLD -- "
                               "PARKED FOR A SUPERVISOR"
                       WHEN WS-AP-STILL-PENDING
                           DISPLAY "SAME ADJUSTMENT ALREADY AWAITING "
                               "APPROVAL -- NOT APPLIED"
                       WHEN OTHER
                           PERFORM 591-APPLY-THE-ADJUSTMENT
                   END-EVALUATE
                   MOVE 'N' TO WS-ADJ-PENDING-FLG
               END-IF.

           591-APPLY-THE-ADJUSTMENT.
               CALL 'TUITION_ADJUST' USING WS-ADJUST-AREA.
               IF WS-ADJUSTMENT-APPLIED
                   DISPLAY "BALANCE ADJUSTMENT APPLIED"
               ELSE
                   DISPLAY "BALANCE ADJUSTMENT REJECTED, "
                       "STATUS: " WS-ADJ-STATUS-CODE
               END-IF.

           520-FIND-STUDENT.
               MOVE STUDENT-ID-WS TO STUDENT-NUMBER-OUT.
               READ STUDENT-RECORDS-FILE
