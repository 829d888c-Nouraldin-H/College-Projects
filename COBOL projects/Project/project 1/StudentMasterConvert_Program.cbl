      * number, same from-flat-file build shape as LAB_9_PROGRAM's
      * indexed inventory build, with duplicate-key rejects written
      * to their own file.
      * Modification history:
      *   12-02-2025 NH - builds the master in the dollars-and-cents
      *     layout; the flat file's whole-dollar tuition is carried in
      *     with zero cents
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 STUDENT-FILE-OUT.
           05 STUDENT-NUMBER-OUT           PIC 9(7).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 STUDENT-TUITION-OWED-OUT     PIC S9(7)V99.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 STUDENT-FULL-NAME-OUT.
               10 STUDENT-TITLE-OUT        PIC A(6).
