      * portions, and append the due dates and amounts to the
      * schedule file that the posting and aging runs can check
      * actual payments against.
      * Modification history:
      *   12-02-2025 NH - the balance read off the master carries cents,
      *     so the installments split the true balance rather than the
      *     whole-dollar figure
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
