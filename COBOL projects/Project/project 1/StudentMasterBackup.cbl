      * (like NUMERIC_CHECK_PROGRAM) from every program that updates
      * the master; STUDENT_MASTER_RESTORE_PROGRAM falls back to a
      * named generation after a crash.
      * Modification history:
      *   12-02-2025 NH - master and generation records are 163 bytes
      *     now that tuition owed carries cents
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD STUDENT-MASTER-FILE.
       01 MASTER-RECORD.
           05 MASTER-KEY          PIC 9(7).
           05 FILLER              PIC X(156).

       FD GEN1-FILE.
       01 GEN1-RECORD.
           05 GEN1-KEY            PIC 9(7).
           05 FILLER              PIC X(156).

       FD GEN2-FILE.
       01 GEN2-RECORD.
           05 GEN2-KEY            PIC 9(7).
           05 FILLER              PIC X(156).

       FD GEN3-FILE.
       01 GEN3-RECORD.
           05 GEN3-KEY            PIC 9(7).
           05 FILLER              PIC X(156).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
