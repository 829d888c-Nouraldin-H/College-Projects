      * tuition-owed listing, sorted by student number, for the
      * bursar's office.
      * Modification history:
      *   12-02-2025 NH - tuition owed and the grand total print in
      *     dollars and cents
      *   10-24-2023 NH - re-pointed at the indexed STUDENT-MASTER.IDX
      *   12-05-2023 NH - tuition owed signed to carry credit balances
      *   01-30-2024 NH - redesigned around the SORT verb with a sort
       01 STUDENT-FILE-IN.
           05 STUDENT-NUMBER-IN           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-IN     PIC S9(7)V99.
           05 FILLER         PIC X(3).
           05 STUDENT-FULL-NAME-IN.
               10 STUDENT-TITLE-IN        PIC A(6).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-NUMBER      PIC 9(7).
           05 SORT-TUITION     PIC S9(7)V99.
           05 SORT-FIRST-NAME  PIC A(15).
           05 SORT-LAST-NAME   PIC A(28).

           05 WS-RL-REJECTED-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-RETURN-CODE   PIC 9(1).

       01 WS-GRAND-TOTAL PIC S9(9)V99 VALUE 0.

       01 WS-HEADING-LINE          PIC X(80).
       01 WS-DETAIL-LINE.
           05 WS-D-NUMBER           PIC 9(7).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-D-TUITION          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-D-FIRST-NAME       PIC A(15).
           05 FILLER                PIC X(1) VALUE SPACE.
       01 WS-TOTAL-LINE.
           05 FILLER                PIC X(11) VALUE "GRAND TOTAL".
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-TOT-TUITION        PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
