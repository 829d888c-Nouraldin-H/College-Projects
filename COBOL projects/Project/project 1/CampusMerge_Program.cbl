      * for any student number present on both campuses -- the main
      * campus record is kept in the combined file and the collision
      * is flagged loudly instead of one record silently winning.
      * Modification history:
      *   12-02-2025 NH - master, satellite and combined records are 163
      *     bytes now that tuition owed carries cents
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD STUDENT-MASTER-FILE.
       01 MASTER-RECORD.
           05 MASTER-STUDENT-NUMBER   PIC 9(7).
           05 FILLER                  PIC X(156).

       FD SATELLITE-FILE-IN.
       01 SATELLITE-RECORD-IN.
           05 SAT-STUDENT-NUMBER-IN   PIC 9(7).
           05 FILLER                  PIC X(156).

       FD COMBINED-FILE-OUT.
       01 COMBINED-RECORD-OUT         PIC X(163).

       FD COLLISION-REPORT-OUT.
       01 COLLISION-LINE-OUT          PIC X(172).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-SATELLITE-TABLE.
           05 WS-SAT-ENTRY OCCURS 5000 TIMES.
               10 WS-SAT-NUMBER   PIC 9(7).
               10 WS-SAT-RECORD   PIC X(163).
       01 WS-SAT-COUNT PIC 9(4) VALUE 0.
       01 WS-SAT-SUB PIC 9(4) VALUE 1.
       01 WS-SWAP-ENTRY.
           05 WS-SWAP-NUMBER      PIC 9(7).
           05 WS-SWAP-RECORD      PIC X(163).

       01 WS-COMBINED-COUNT PIC 9(5) VALUE 0.
       01 WS-COLLISION-COUNT PIC 9(4) VALUE 0.
       01 WS-SIDE-LINE.
           05 WS-SIDE-TAG PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SIDE-RECORD PIC X(163).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
