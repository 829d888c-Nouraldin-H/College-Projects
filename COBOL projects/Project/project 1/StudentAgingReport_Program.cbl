      * overdue-periods count carried on the record (captured by
      * PROJECT_1_PROGRAM's late-fee step), with bucket subtotals,
      * for the bursar's monthly aging.
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
       01 WS-KEY PIC X(2).
       01 WS-STUDENT-COUNT PIC 9(5) VALUE 0.

       01 WS-CURRENT-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-30-DAY-TOTAL  PIC S9(9)V99 VALUE 0.
       01 WS-60-DAY-TOTAL  PIC S9(9)V99 VALUE 0.
       01 WS-90-DAY-TOTAL  PIC S9(9)V99 VALUE 0.
       01 WS-GRAND-TOTAL   PIC S9(9)V99 VALUE 0.

       01 WS-HEADING-LINE.
           05 FILLER PIC X(7) VALUE "STUDENT".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "NAME".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "      CURRENT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "      30 DAYS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "      60 DAYS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "     90+ DAYS".

       01 WS-DETAIL-LINE.
           05 WS-D-NUMBER           PIC 9(7).
           05 FILLER                PIC X(5) VALUE SPACES.
           05 WS-D-LAST-NAME        PIC A(28).
           05 WS-D-CURRENT          PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-D-30-DAY           PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-D-60-DAY           PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-D-90-DAY           PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01 WS-TOTAL-LINE.
           05 FILLER                PIC X(13) VALUE "BUCKET TOTALS".
           05 FILLER                PIC X(27) VALUE SPACES.
           05 WS-T-CURRENT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-T-30-DAY           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-T-60-DAY           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-T-90-DAY           PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-GRAND-LINE.
           05 FILLER                PIC X(11) VALUE "GRAND TOTAL".
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-G-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(11) VALUE "  STUDENTS ".
           05 WS-G-COUNT            PIC ZZZZ9.

