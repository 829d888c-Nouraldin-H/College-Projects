      * pulled from PROGRAM-CODES.TXT, for the academic office's
      * term headcounts.  Codes found on the master but not on the
      * program table are still reported, flagged with a '?'.
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
           05 FILLER         PIC X(57).
           05 STUDENT-PROGRAM-IN          PIC X(8).
           05 FILLER         PIC X(79).
               10 WS-E-DESC       PIC X(25).
               10 WS-E-KNOWN      PIC X(1).
               10 WS-E-COUNT      PIC 9(5).
               10 WS-E-TUITION    PIC S9(9)V99.
       01 WS-ENROLL-COUNT PIC 9(3) VALUE 0.
       01 WS-ENROLL-SUB PIC 9(3).
       01 WS-CODE-EOF PIC X(1) VALUE 'N'.

       01 WS-TOTAL-STUDENTS PIC 9(5) VALUE 0.
       01 WS-TOTAL-TUITION PIC S9(9)V99 VALUE 0.

       01 WS-HEADING-LINE PIC X(80).
       01 WS-DETAIL-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-COUNT          PIC ZZZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-D-TUITION        PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-TOTAL-LINE.
           05 FILLER              PIC X(12) VALUE "ALL PROGRAMS".
           05 FILLER              PIC X(26) VALUE SPACES.
           05 WS-T-COUNT          PIC ZZZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-T-TUITION        PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
