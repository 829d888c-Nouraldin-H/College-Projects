      * credit (negative) tuition balance on the student master --
      * with the amount to refund and a run total, for finance's
      * term-end refund cheques.
      * Modification history:
      *   12-02-2025 NH - balances and totals are shown in dollars and
      *     cents now that the master carries cents
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
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-KEY PIC X(2).
       01 WS-CREDIT-COUNT PIC 9(5) VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-REFUND-DUE PIC 9(7)V99.

       01 WS-HEADING-LINE PIC X(80).
       01 WS-DETAIL-LINE.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-D-LAST-NAME        PIC A(28).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-D-REFUND           PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           05 FILLER                PIC X(14)
               VALUE "REFUNDS OWED: ".
           05 WS-T-COUNT            PIC ZZZZ9.
           05 FILLER                PIC X(9) VALUE "  TOTAL: ".
           05 WS-T-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
