      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 02-10-2026
      * Purpose: the funding numbers are counted as of the census
      * date, and ENROLLMENT-FILE.TXT and the student master keep
      * moving after it.  Freeze mode copies every enrollment line
      * on file, with the student's program, year level, province
      * and the course's credit hours, onto CENSUS-SNAPSHOT.TXT under
      * the term code and census date from REGISTRATION-CONTROL.TXT,
      * along with the full-time load from TUITION-CONTROL.TXT in
      * force that day.  The snapshot is appended to and never
      * rewritten, and a term already frozen is refused, so a term's
      * numbers stay as they were counted.  Report mode reads the
      * frozen lines back for any term and prints CENSUS-REPORT.TXT:
      * headcount, credit hours and full-time equivalents by program
      * and year level (a student's FTE is the hours carried over
      * the full-time load, at most one), then headcount by
      * province.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS_SNAPSHOT_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO '..\STUDENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY MASTER-STUDENT-NUMBER
           FILE STATUS WS-MASTER-STATUS.
           SELECT OPTIONAL COURSE-CATALOG-FILE
           ASSIGN TO '..\COURSE-CATALOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ENROLLMENT-FILE
           ASSIGN TO '..\ENROLLMENT-FILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTRATION-CONTROL-FILE
           ASSIGN TO '..\REGISTRATION-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TUITION-CONTROL-FILE
           ASSIGN TO '..\TUITION-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SNAPSHOT-FILE
           ASSIGN TO '..\CENSUS-SNAPSHOT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CENSUS-REPORT-OUT
           ASSIGN TO '..\CENSUS-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER-FILE.
       01 MASTER-RECORD.
           05 MASTER-STUDENT-NUMBER   PIC 9(7).
           05 FILLER                  PIC X(3).
           05 MASTER-TUITION-OWED     PIC S9(7)V99.
           05 FILLER                  PIC X(3).
           05 MASTER-FULL-NAME        PIC X(51).
           05 FILLER                  PIC X(3).
           05 MASTER-PROGRAM          PIC X(8).
           05 FILLER                  PIC X(3).
           05 MASTER-YEAR             PIC 9(6).
           05 MASTER-YEAR-R REDEFINES MASTER-YEAR.
               10 MASTER-YEAR-CALENDAR PIC 9(4).
               10 MASTER-YEAR-LEVEL   PIC 9(2).
           05 FILLER                  PIC X(3).
           05 MASTER-ADDRESS.
               10 MASTER-STREET       PIC X(25).
               10 MASTER-CITY         PIC X(15).
               10 MASTER-PROVINCE     PIC X(15).
               10 MASTER-POSTAL-CODE  PIC X(7).
           05 FILLER                  PIC X(3).
           05 MASTER-OVERDUE-PERIODS  PIC 9(2).

       FD COURSE-CATALOG-FILE.
       01 COURSE-CATALOG-RECORD.
           05 CAT-COURSE-CODE      PIC X(8).
           05 FILLER               PIC X(1).
           05 CAT-COURSE-TITLE     PIC X(25).
           05 FILLER               PIC X(1).
           05 CAT-CREDIT-HOURS     PIC 9(2).

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
           05 ENR-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 ENR-COURSE-CODE     PIC X(8).

       FD REGISTRATION-CONTROL-FILE.
       01 REGISTRATION-CONTROL-RECORD.
           05 CTL-ADD-DROP-DEADLINE PIC 9(8).
           05 FILLER              PIC X(1).
           05 CTL-CENSUS-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 CTL-TERM-CODE       PIC X(6).
           05 FILLER              PIC X(1).
           05 CTL-GRADE-DEADLINE  PIC X(8).

       FD TUITION-CONTROL-FILE.
       01 TUITION-CONTROL-RECORD.
           05 CTL-FULL-TIME-HOURS PIC 9(2).

      *> One line per enrollment as it stood at the census, with
      *> everything the report needs, so the report never goes back
      *> to the live files.
       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD.
           05 SNP-TERM-CODE       PIC X(6).
           05 FILLER              PIC X(1).
           05 SNP-CENSUS-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 SNP-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 SNP-COURSE-CODE     PIC X(8).
           05 FILLER              PIC X(1).
           05 SNP-CREDIT-HOURS    PIC 9(2).
           05 FILLER              PIC X(1).
           05 SNP-PROGRAM         PIC X(8).
           05 FILLER              PIC X(1).
           05 SNP-YEAR-LEVEL      PIC 9(2).
           05 FILLER              PIC X(1).
           05 SNP-PROVINCE        PIC X(15).
           05 FILLER              PIC X(1).
           05 SNP-FULL-TIME-HOURS PIC 9(2).

       FD CENSUS-REPORT-OUT.
       01 REPORT-LINE-OUT         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-CATALOG-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-TERM-CODE PIC X(6) VALUE SPACES.
       01 WS-CENSUS-DATE PIC 9(8) VALUE 0.
       01 WS-FULL-TIME-HOURS PIC 9(2) VALUE 12.
       01 WS-FROZEN-FLAG PIC X(1) VALUE 'N'.
       01 WS-CREDIT-HOURS PIC 9(2).
       01 WS-FROZEN-COUNT PIC 9(5) VALUE 0.
       01 WS-NOT-ON-MASTER-COUNT PIC 9(5) VALUE 0.
       01 WS-NOT-ON-CATALOG-COUNT PIC 9(5) VALUE 0.

       01 WS-CATALOG-TABLE.
           05 WS-CAT-ENTRY OCCURS 500 TIMES.
               10 WS-CAT-CODE     PIC X(8).
               10 WS-CAT-CREDITS  PIC 9(2).
       01 WS-CATALOG-COUNT PIC 9(3) VALUE 0.
       01 WS-CAT-SUB PIC 9(3).
       01 WS-CAT-HIT-SUB PIC 9(3).

      *> Report mode: the frozen lines rolled up to one entry per
      *> student first, so a student is counted once however many
      *> courses the student carried.
       01 WS-STUDENT-TABLE.
           05 WS-ST-ENTRY OCCURS 5000 TIMES.
               10 WS-ST-NUMBER    PIC 9(7).
               10 WS-ST-PROGRAM   PIC X(8).
               10 WS-ST-LEVEL     PIC 9(2).
               10 WS-ST-PROVINCE  PIC X(15).
               10 WS-ST-HOURS     PIC 9(3).
       01 WS-STUDENT-COUNT PIC 9(4) VALUE 0.
       01 WS-ST-SUB PIC 9(4).
       01 WS-ST-HIT-SUB PIC 9(4).
       01 WS-STUDENT-FTE PIC 9(1)V9999.

       01 WS-GROUP-TABLE.
           05 WS-GR-ENTRY OCCURS 500 TIMES.
               10 WS-GR-KEY.
                   15 WS-GR-PROGRAM   PIC X(8).
                   15 WS-GR-LEVEL     PIC 9(2).
               10 WS-GR-HEADCOUNT     PIC 9(5).
               10 WS-GR-HOURS         PIC 9(7).
               10 WS-GR-FTE           PIC 9(5)V9999.
       01 WS-GROUP-COUNT PIC 9(3) VALUE 0.
       01 WS-GR-SUB PIC 9(3).
       01 WS-GR-HIT-SUB PIC 9(3).
       01 WS-GROUP-SWAP PIC X(31).

       01 WS-PROVINCE-TABLE.
           05 WS-PV-ENTRY OCCURS 100 TIMES.
               10 WS-PV-PROVINCE      PIC X(15).
               10 WS-PV-HEADCOUNT     PIC 9(5).
       01 WS-PROVINCE-COUNT PIC 9(3) VALUE 0.
       01 WS-PV-SUB PIC 9(3).
       01 WS-PV-HIT-SUB PIC 9(3).
       01 WS-PROVINCE-SWAP PIC X(20).
       01 WS-TABLE-FULL-COUNT PIC 9(5) VALUE 0.

       01 WS-SUB PIC 9(4).
       01 WS-SUB2 PIC 9(4).
       01 WS-LIMIT PIC 9(4).
       01 WS-TOTAL-HEADCOUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-HOURS PIC 9(7) VALUE 0.
       01 WS-TOTAL-FTE PIC 9(5)V9999 VALUE 0.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(18) VALUE "CENSUS REPORT FOR ".
           05 WS-TL-TERM PIC X(6).
           05 FILLER PIC X(16) VALUE "  CENSUS DATE   ".
           05 WS-TL-DATE PIC 9(8).
           05 FILLER PIC X(19) VALUE "  FULL-TIME HOURS  ".
           05 WS-TL-FULL-TIME PIC Z9.
       01 WS-GROUP-HEADING.
           05 FILLER PIC X(40)
               VALUE "PROGRAM   LEVEL  HEADCOUNT  CREDIT HRS  ".
           05 FILLER PIC X(10) VALUE "      FTE ".
       01 WS-GROUP-LINE.
           05 WS-GL-PROGRAM PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-GL-LEVEL PIC ZZ.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-GL-HEADCOUNT PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-GL-HOURS PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GL-FTE PIC ZZ,ZZ9.99.
       01 WS-PROVINCE-HEADING.
           05 FILLER PIC X(28) VALUE "PROVINCE         HEADCOUNT  ".
       01 WS-PROVINCE-LINE.
           05 WS-PL-PROVINCE PIC X(15).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-PL-HEADCOUNT PIC ZZZZ9.
       01 WS-COUNT-LINE.
           05 WS-C-CAPTION PIC X(26).
           05 WS-C-COUNT PIC ZZZZ9.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "CENSUS_SNAPSHOT_PROGRAM".
           05 WS-RL-START-DATE    PIC 9(8).
           05 WS-RL-START-TIME    PIC 9(8).
           05 WS-RL-READ-COUNT    PIC 9(7) VALUE 0.
           05 WS-RL-WRITTEN-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-REJECTED-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-RETURN-CODE   PIC 9(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RL-START-TIME FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "Freeze the census snapshot, or report a frozen "
               "term? (F/R) "
           ACCEPT WS-MODE.
           IF WS-MODE = 'F' OR 'f'
               PERFORM 200-FREEZE-THE-CENSUS
           ELSE
               PERFORM 400-REPORT-ONE-TERM
           END-IF.
           PERFORM 700-LOG-THIS-RUN.
           STOP RUN.

           100-LOAD-COURSE-CATALOG.
               OPEN INPUT COURSE-CATALOG-FILE.
               PERFORM 110-READ-CATALOG-RECORD
                   UNTIL WS-CATALOG-EOF = 'Y'
                       OR WS-CATALOG-COUNT = 500.
               CLOSE COURSE-CATALOG-FILE.

           110-READ-CATALOG-RECORD.
               READ COURSE-CATALOG-FILE
                   AT END MOVE 'Y' TO WS-CATALOG-EOF
                   NOT AT END
                       ADD 1 TO WS-CATALOG-COUNT
                       MOVE CAT-COURSE-CODE
                           TO WS-CAT-CODE(WS-CATALOG-COUNT)
                       MOVE CAT-CREDIT-HOURS
                           TO WS-CAT-CREDITS(WS-CATALOG-COUNT)
               END-READ.

           120-LOAD-CONTROL-CARDS.
               OPEN INPUT REGISTRATION-CONTROL-FILE.
               READ REGISTRATION-CONTROL-FILE
                   AT END
                       DISPLAY "No registration control card -- no "
                           "term or census date to freeze under."
                   NOT AT END
                       MOVE CTL-TERM-CODE TO WS-TERM-CODE
                       MOVE CTL-CENSUS-DATE TO WS-CENSUS-DATE
               END-READ.
               CLOSE REGISTRATION-CONTROL-FILE.
               OPEN INPUT TUITION-CONTROL-FILE.
               READ TUITION-CONTROL-FILE
                   AT END
                       DISPLAY "No tuition control card -- full-time "
                           "load taken as " WS-FULL-TIME-HOURS
                           " hours."
                   NOT AT END
                       MOVE CTL-FULL-TIME-HOURS TO WS-FULL-TIME-HOURS
               END-READ.
               CLOSE TUITION-CONTROL-FILE.

      *> A term is frozen once; the first freeze is the one the
      *> funding return was filed from.
           130-CHECK-TERM-NOT-FROZEN.
               MOVE 'N' TO WS-FROZEN-FLAG.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT SNAPSHOT-FILE.
               PERFORM 140-READ-FOR-TERM
                   UNTIL WS-EOF = 'Y' OR WS-FROZEN-FLAG = 'Y'.
               CLOSE SNAPSHOT-FILE.

           140-READ-FOR-TERM.
               READ SNAPSHOT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SNP-TERM-CODE = WS-TERM-CODE
                           MOVE 'Y' TO WS-FROZEN-FLAG
                       END-IF
               END-READ.

           200-FREEZE-THE-CENSUS.
               PERFORM 120-LOAD-CONTROL-CARDS.
               IF WS-TERM-CODE = SPACES OR WS-CENSUS-DATE = 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 130-CHECK-TERM-NOT-FROZEN
                   EVALUATE TRUE
                       WHEN WS-FROZEN-FLAG = 'Y'
                           DISPLAY "Term " WS-TERM-CODE " is already "
                               "frozen -- snapshot left as counted."
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-TODAY < WS-CENSUS-DATE
                           DISPLAY "Census date " WS-CENSUS-DATE
                               " not reached -- nothing frozen."
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           PERFORM 210-WRITE-THE-SNAPSHOT
                   END-EVALUATE
               END-IF.

           210-WRITE-THE-SNAPSHOT.
               IF WS-TODAY > WS-CENSUS-DATE
                   DISPLAY "*** WARNING: FROZEN AFTER THE CENSUS DATE "
                       WS-CENSUS-DATE " -- CHANGES SINCE THEN ARE IN."
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM 100-LOAD-COURSE-CATALOG.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT ENROLLMENT-FILE.
               OPEN INPUT STUDENT-MASTER-FILE.
               OPEN EXTEND SNAPSHOT-FILE.
               PERFORM 220-FREEZE-ONE-ENROLLMENT UNTIL WS-EOF = 'Y'.
               CLOSE SNAPSHOT-FILE.
               CLOSE STUDENT-MASTER-FILE.
               CLOSE ENROLLMENT-FILE.
               MOVE "ENROLLMENTS FROZEN:       " TO WS-C-CAPTION.
               MOVE WS-FROZEN-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               MOVE "STUDENT NOT ON MASTER:    " TO WS-C-CAPTION.
               MOVE WS-NOT-ON-MASTER-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               MOVE "COURSE NOT ON CATALOG:    " TO WS-C-CAPTION.
               MOVE WS-NOT-ON-CATALOG-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               IF WS-NOT-ON-MASTER-COUNT > 0
                   OR WS-NOT-ON-CATALOG-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

      *> A line for a student gone from the master cannot carry a
      *> program or province and is left out, counted; a course
      *> missing from the catalog is frozen at zero hours.
           220-FREEZE-ONE-ENROLLMENT.
               READ ENROLLMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RL-READ-COUNT
                       MOVE ENR-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER
                       READ STUDENT-MASTER-FILE
                           INVALID KEY
                               ADD 1 TO WS-NOT-ON-MASTER-COUNT
                               ADD 1 TO WS-RL-REJECTED-COUNT
                               DISPLAY "Not on master, not frozen: "
                                   ENR-STUDENT-NUMBER " "
                                   ENR-COURSE-CODE
                           NOT INVALID KEY
                               PERFORM 230-WRITE-SNAPSHOT-LINE
                       END-READ
               END-READ.

           230-WRITE-SNAPSHOT-LINE.
               MOVE 0 TO WS-CAT-HIT-SUB.
               PERFORM 240-SCAN-CATALOG-ENTRY
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
                       OR WS-CAT-HIT-SUB > 0.
               IF WS-CAT-HIT-SUB = 0
                   MOVE 0 TO WS-CREDIT-HOURS
                   ADD 1 TO WS-NOT-ON-CATALOG-COUNT
                   DISPLAY "Not on catalog, frozen at zero hours: "
                       ENR-COURSE-CODE
               ELSE
                   MOVE WS-CAT-CREDITS(WS-CAT-HIT-SUB)
                       TO WS-CREDIT-HOURS
               END-IF.
               MOVE SPACES TO SNAPSHOT-RECORD.
               MOVE WS-TERM-CODE TO SNP-TERM-CODE.
               MOVE WS-CENSUS-DATE TO SNP-CENSUS-DATE.
               MOVE ENR-STUDENT-NUMBER TO SNP-STUDENT-NUMBER.
               MOVE ENR-COURSE-CODE TO SNP-COURSE-CODE.
               MOVE WS-CREDIT-HOURS TO SNP-CREDIT-HOURS.
               MOVE MASTER-PROGRAM TO SNP-PROGRAM.
               MOVE MASTER-YEAR-LEVEL TO SNP-YEAR-LEVEL.
               MOVE MASTER-PROVINCE TO SNP-PROVINCE.
               MOVE WS-FULL-TIME-HOURS TO SNP-FULL-TIME-HOURS.
               WRITE SNAPSHOT-RECORD.
               ADD 1 TO WS-FROZEN-COUNT.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

           240-SCAN-CATALOG-ENTRY.
               IF WS-CAT-CODE(WS-CAT-SUB) = ENR-COURSE-CODE
                   MOVE WS-CAT-SUB TO WS-CAT-HIT-SUB
               END-IF.

      *> Everything in the report comes off the frozen lines,
      *> including the full-time load, so a rerun a year on prints
      *> the same figures.
           400-REPORT-ONE-TERM.
               DISPLAY "Term code to report (blank for the term on "
                   "the registration control card): "
               ACCEPT WS-TERM-CODE.
               IF WS-TERM-CODE = SPACES
                   PERFORM 120-LOAD-CONTROL-CARDS
               END-IF.
               MOVE 'N' TO WS-EOF.
               MOVE 'N' TO WS-FROZEN-FLAG.
               OPEN INPUT SNAPSHOT-FILE.
               PERFORM 410-READ-SNAPSHOT-LINE UNTIL WS-EOF = 'Y'.
               CLOSE SNAPSHOT-FILE.
               IF WS-FROZEN-FLAG = 'N'
                   DISPLAY "Term " WS-TERM-CODE " has not been "
                       "frozen -- no census report."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 450-ROLL-UP-STUDENTS
                   PERFORM 600-SORT-GROUP-TABLE
                   PERFORM 630-SORT-PROVINCE-TABLE
                   PERFORM 500-PRINT-CENSUS-REPORT
                   IF WS-TABLE-FULL-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

           410-READ-SNAPSHOT-LINE.
               READ SNAPSHOT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SNP-TERM-CODE = WS-TERM-CODE
                           ADD 1 TO WS-RL-READ-COUNT
                           MOVE 'Y' TO WS-FROZEN-FLAG
                           MOVE SNP-CENSUS-DATE TO WS-CENSUS-DATE
                           MOVE SNP-FULL-TIME-HOURS
                               TO WS-FULL-TIME-HOURS
                           PERFORM 420-ADD-TO-STUDENT
                       END-IF
               END-READ.

           420-ADD-TO-STUDENT.
               MOVE 0 TO WS-ST-HIT-SUB.
               PERFORM 430-SCAN-STUDENT-ENTRY
                   VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-STUDENT-COUNT
                       OR WS-ST-HIT-SUB > 0.
               IF WS-ST-HIT-SUB = 0
                   IF WS-STUDENT-COUNT < 5000
                       ADD 1 TO WS-STUDENT-COUNT
                       MOVE WS-STUDENT-COUNT TO WS-ST-HIT-SUB
                       MOVE SNP-STUDENT-NUMBER
                           TO WS-ST-NUMBER(WS-ST-HIT-SUB)
                       MOVE SNP-PROGRAM TO WS-ST-PROGRAM(WS-ST-HIT-SUB)
                       MOVE SNP-YEAR-LEVEL TO WS-ST-LEVEL(WS-ST-HIT-SUB)
                       MOVE SNP-PROVINCE
                           TO WS-ST-PROVINCE(WS-ST-HIT-SUB)
                       MOVE 0 TO WS-ST-HOURS(WS-ST-HIT-SUB)
                   ELSE
                       ADD 1 TO WS-TABLE-FULL-COUNT
                       DISPLAY "*** WARNING: STUDENT TABLE IS FULL -- "
                           "NOT COUNTED: " SNP-STUDENT-NUMBER
                   END-IF
               END-IF.
               IF WS-ST-HIT-SUB > 0
                   ADD SNP-CREDIT-HOURS TO WS-ST-HOURS(WS-ST-HIT-SUB)
               END-IF.

           430-SCAN-STUDENT-ENTRY.
               IF WS-ST-NUMBER(WS-ST-SUB) = SNP-STUDENT-NUMBER
                   MOVE WS-ST-SUB TO WS-ST-HIT-SUB
               END-IF.

           450-ROLL-UP-STUDENTS.
               PERFORM 460-ROLL-UP-ONE-STUDENT
                   VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-STUDENT-COUNT.

      *> A student at or over the full-time load is one FTE; below
      *> it, the share of the load carried.
           460-ROLL-UP-ONE-STUDENT.
               IF WS-ST-HOURS(WS-ST-SUB) NOT < WS-FULL-TIME-HOURS
                   OR WS-FULL-TIME-HOURS = 0
                   MOVE 1 TO WS-STUDENT-FTE
               ELSE
                   COMPUTE WS-STUDENT-FTE ROUNDED =
                       WS-ST-HOURS(WS-ST-SUB) / WS-FULL-TIME-HOURS
               END-IF.
               MOVE 0 TO WS-GR-HIT-SUB.
               PERFORM 470-SCAN-GROUP-ENTRY
                   VARYING WS-GR-SUB FROM 1 BY 1
                   UNTIL WS-GR-SUB > WS-GROUP-COUNT
                       OR WS-GR-HIT-SUB > 0.
               IF WS-GR-HIT-SUB = 0
                   IF WS-GROUP-COUNT < 500
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE WS-GROUP-COUNT TO WS-GR-HIT-SUB
                       MOVE WS-ST-PROGRAM(WS-ST-SUB)
                           TO WS-GR-PROGRAM(WS-GR-HIT-SUB)
                       MOVE WS-ST-LEVEL(WS-ST-SUB)
                           TO WS-GR-LEVEL(WS-GR-HIT-SUB)
                       MOVE 0 TO WS-GR-HEADCOUNT(WS-GR-HIT-SUB)
                       MOVE 0 TO WS-GR-HOURS(WS-GR-HIT-SUB)
                       MOVE 0 TO WS-GR-FTE(WS-GR-HIT-SUB)
                   ELSE
                       ADD 1 TO WS-TABLE-FULL-COUNT
                       DISPLAY "*** WARNING: PROGRAM TABLE IS FULL -- "
                           "NOT COUNTED: " WS-ST-PROGRAM(WS-ST-SUB)
                   END-IF
               END-IF.
               IF WS-GR-HIT-SUB > 0
                   ADD 1 TO WS-GR-HEADCOUNT(WS-GR-HIT-SUB)
                   ADD WS-ST-HOURS(WS-ST-SUB)
                       TO WS-GR-HOURS(WS-GR-HIT-SUB)
                   ADD WS-STUDENT-FTE TO WS-GR-FTE(WS-GR-HIT-SUB)
               END-IF.
               PERFORM 480-ADD-TO-PROVINCE.

           470-SCAN-GROUP-ENTRY.
               IF WS-GR-PROGRAM(WS-GR-SUB) = WS-ST-PROGRAM(WS-ST-SUB)
                   AND WS-GR-LEVEL(WS-GR-SUB) = WS-ST-LEVEL(WS-ST-SUB)
                   MOVE WS-GR-SUB TO WS-GR-HIT-SUB
               END-IF.

      *> A master address with no province is counted as such
      *> rather than dropped, so the headcounts still add up.
           480-ADD-TO-PROVINCE.
               IF WS-ST-PROVINCE(WS-ST-SUB) = SPACES
                   MOVE "(NONE ON FILE)" TO WS-ST-PROVINCE(WS-ST-SUB)
               END-IF.
               MOVE 0 TO WS-PV-HIT-SUB.
               PERFORM 490-SCAN-PROVINCE-ENTRY
                   VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PROVINCE-COUNT
                       OR WS-PV-HIT-SUB > 0.
               IF WS-PV-HIT-SUB = 0
                   IF WS-PROVINCE-COUNT < 100
                       ADD 1 TO WS-PROVINCE-COUNT
                       MOVE WS-PROVINCE-COUNT TO WS-PV-HIT-SUB
                       MOVE WS-ST-PROVINCE(WS-ST-SUB)
                           TO WS-PV-PROVINCE(WS-PV-HIT-SUB)
                       MOVE 0 TO WS-PV-HEADCOUNT(WS-PV-HIT-SUB)
                   ELSE
                       ADD 1 TO WS-TABLE-FULL-COUNT
                       DISPLAY "*** WARNING: PROVINCE TABLE IS FULL "
                           "-- NOT COUNTED: " WS-ST-PROVINCE(WS-ST-SUB)
                   END-IF
               END-IF.
               IF WS-PV-HIT-SUB > 0
                   ADD 1 TO WS-PV-HEADCOUNT(WS-PV-HIT-SUB)
               END-IF.

           490-SCAN-PROVINCE-ENTRY.
               IF WS-PV-PROVINCE(WS-PV-SUB) = WS-ST-PROVINCE(WS-ST-SUB)
                   MOVE WS-PV-SUB TO WS-PV-HIT-SUB
               END-IF.

           500-PRINT-CENSUS-REPORT.
               OPEN OUTPUT CENSUS-REPORT-OUT.
               MOVE WS-TERM-CODE TO WS-TL-TERM.
               MOVE WS-CENSUS-DATE TO WS-TL-DATE.
               MOVE WS-FULL-TIME-HOURS TO WS-TL-FULL-TIME.
               DISPLAY WS-TITLE-LINE.
               WRITE REPORT-LINE-OUT FROM WS-TITLE-LINE.
               DISPLAY WS-GROUP-HEADING.
               WRITE REPORT-LINE-OUT FROM WS-GROUP-HEADING.
               PERFORM 510-PRINT-ONE-GROUP
                   VARYING WS-GR-SUB FROM 1 BY 1
                   UNTIL WS-GR-SUB > WS-GROUP-COUNT.
               MOVE "TOTAL   " TO WS-GL-PROGRAM.
               MOVE 0 TO WS-GL-LEVEL.
               MOVE WS-TOTAL-HEADCOUNT TO WS-GL-HEADCOUNT.
               MOVE WS-TOTAL-HOURS TO WS-GL-HOURS.
               MOVE WS-TOTAL-FTE TO WS-GL-FTE.
               DISPLAY WS-GROUP-LINE.
               WRITE REPORT-LINE-OUT FROM WS-GROUP-LINE.
               MOVE SPACES TO REPORT-LINE-OUT.
               WRITE REPORT-LINE-OUT.
               DISPLAY WS-PROVINCE-HEADING.
               WRITE REPORT-LINE-OUT FROM WS-PROVINCE-HEADING.
               PERFORM 520-PRINT-ONE-PROVINCE
                   VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PROVINCE-COUNT.
               CLOSE CENSUS-REPORT-OUT.

           510-PRINT-ONE-GROUP.
               MOVE WS-GR-PROGRAM(WS-GR-SUB) TO WS-GL-PROGRAM.
               MOVE WS-GR-LEVEL(WS-GR-SUB) TO WS-GL-LEVEL.
               MOVE WS-GR-HEADCOUNT(WS-GR-SUB) TO WS-GL-HEADCOUNT.
               MOVE WS-GR-HOURS(WS-GR-SUB) TO WS-GL-HOURS.
               MOVE WS-GR-FTE(WS-GR-SUB) TO WS-GL-FTE.
               ADD WS-GR-HEADCOUNT(WS-GR-SUB) TO WS-TOTAL-HEADCOUNT.
               ADD WS-GR-HOURS(WS-GR-SUB) TO WS-TOTAL-HOURS.
               ADD WS-GR-FTE(WS-GR-SUB) TO WS-TOTAL-FTE.
               DISPLAY WS-GROUP-LINE.
               WRITE REPORT-LINE-OUT FROM WS-GROUP-LINE.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

           520-PRINT-ONE-PROVINCE.
               MOVE WS-PV-PROVINCE(WS-PV-SUB) TO WS-PL-PROVINCE.
               MOVE WS-PV-HEADCOUNT(WS-PV-SUB) TO WS-PL-HEADCOUNT.
               DISPLAY WS-PROVINCE-LINE.
               WRITE REPORT-LINE-OUT FROM WS-PROVINCE-LINE.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

           600-SORT-GROUP-TABLE.
               PERFORM 610-SORT-GROUP-PASS
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= WS-GROUP-COUNT.

           610-SORT-GROUP-PASS.
               COMPUTE WS-LIMIT = WS-GROUP-COUNT - WS-SUB.
               PERFORM 620-SORT-GROUP-COMPARE
                   VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-LIMIT.

           620-SORT-GROUP-COMPARE.
               IF WS-GR-KEY(WS-SUB2) > WS-GR-KEY(WS-SUB2 + 1)
                   MOVE WS-GR-ENTRY(WS-SUB2) TO WS-GROUP-SWAP
                   MOVE WS-GR-ENTRY(WS-SUB2 + 1)
                       TO WS-GR-ENTRY(WS-SUB2)
                   MOVE WS-GROUP-SWAP TO WS-GR-ENTRY(WS-SUB2 + 1)
               END-IF.

           630-SORT-PROVINCE-TABLE.
               PERFORM 640-SORT-PROVINCE-PASS
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= WS-PROVINCE-COUNT.

           640-SORT-PROVINCE-PASS.
               COMPUTE WS-LIMIT = WS-PROVINCE-COUNT - WS-SUB.
               PERFORM 650-SORT-PROVINCE-COMPARE
                   VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-LIMIT.

           650-SORT-PROVINCE-COMPARE.
               IF WS-PV-PROVINCE(WS-SUB2) > WS-PV-PROVINCE(WS-SUB2 + 1)
                   MOVE WS-PV-ENTRY(WS-SUB2) TO WS-PROVINCE-SWAP
                   MOVE WS-PV-ENTRY(WS-SUB2 + 1)
                       TO WS-PV-ENTRY(WS-SUB2)
                   MOVE WS-PROVINCE-SWAP TO WS-PV-ENTRY(WS-SUB2 + 1)
               END-IF.

      *> Standard run-log record for the morning summary.
      *> A CALL resets the RETURN-CODE register, so the run's own
      *> code is put back after the log call -- it must be the last
      *> thing set before control leaves the program.
           700-LOG-THIS-RUN.
               MOVE RETURN-CODE TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM CENSUS_SNAPSHOT_PROGRAM.
