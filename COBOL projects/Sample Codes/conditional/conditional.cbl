      * (including withdrawn/incomplete statuses) to a history file,
      * and compute a GPA off the letter-grade bands.
      * Modification history:
      *   12-02-2025 NH - the master record is 163 bytes now that
      *     tuition owed carries cents
      *   01-14-2025 NH - course codes validated against the
      *     COURSE-CATALOG.TXT master (code, title, credit hours,
      *     offering program; same table-check shape as the program
       FD STUDENT-MASTER-FILE.
       01 MASTER-RECORD.
           05 MASTER-STUDENT-NUMBER   PIC 9(7).
           05 FILLER                  PIC X(156).

       FD CLASS-GRADES-FILE.
       01 CLASS-GRADE-RECORD-IN.
