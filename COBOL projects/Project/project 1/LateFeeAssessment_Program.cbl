      * reason code, so each month-end run compounds exactly one
      * period the way 312-APPLY-LATE-FEE always has.  An assessment
      * register shows who was charged what.
      * Modification history:
      *   12-30-2025 NH - the TUITION_ADJUST area carries the
      *     approving-operator field, left blank by this program
      *   12-02-2025 NH - the fee is worked out and applied to the cent
      *     instead of being rounded to whole dollars, and the register
      *     prints cents
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 STUDENT-FILE-OUT.
           05 STUDENT-NUMBER-OUT           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-OUT     PIC S9(7)V99.
           05 FILLER         PIC X(3).
           05 STUDENT-FULL-NAME-OUT.
               10 STUDENT-TITLE-OUT        PIC A(6).
           05 WS-LOCK-RESULT      PIC X(1).

       01 WS-LATE-FEE-RATE PIC 9V999 VALUE 0.015. *> 1.5% per period
       01 WS-FEE-AMOUNT PIC 9(7)V99.

      *> Past-due students selected in the rewrite pass; the fees
      *> go through TUITION_ADJUST afterwards, because the
       01 WS-DUE-TABLE.
           05 WS-DUE-ENTRY OCCURS 5000 TIMES.
               10 WS-DU-STUDENT   PIC 9(7).
               10 WS-DU-BALANCE   PIC 9(7)V99.
               10 WS-DU-PERIODS   PIC 9(2).
               10 WS-DU-FEE       PIC 9(7)V99.
               10 WS-DU-LAST-NAME PIC A(28).
       01 WS-DUE-COUNT PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(4).

       01 WS-ADJUST-AREA.
           05 WS-ADJ-STUDENT-NUMBER   PIC 9(7).
           05 WS-ADJ-AMOUNT           PIC S9(7)V99.
           05 WS-ADJ-REASON-CODE      PIC X(3).
           05 WS-ADJ-OPERATOR         PIC X(20).
           05 WS-ADJ-STATUS-CODE      PIC X(1).
               88 WS-ADJUSTMENT-APPLIED    VALUE '0'.
           05 WS-ADJ-APPROVER         PIC X(20) VALUE SPACES.

       01 WS-ASSESSED-COUNT PIC 9(5) VALUE 0.
       01 WS-ASSESSED-TOTAL PIC 9(9)V99 VALUE 0.

       01 WS-DETAIL-LINE.
           05 WS-D-NUMBER         PIC 9(7).
           05 FILLER              PIC X(9) VALUE " PERIODS ".
           05 WS-D-PERIODS        PIC Z9.
           05 FILLER              PIC X(9) VALUE " BALANCE ".
           05 WS-D-BALANCE        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(5) VALUE " FEE ".
           05 WS-D-FEE            PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           05 FILLER              PIC X(20)
               VALUE "LATE FEES ASSESSED: ".
           05 WS-T-COUNT          PIC ZZZZ9.
           05 FILLER              PIC X(9) VALUE "  TOTAL: ".
           05 WS-T-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.


       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
