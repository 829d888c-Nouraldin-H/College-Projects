      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 01-13-2026
      * Purpose: the instructor master and the term's teaching
      * assignments.  INSTRUCTOR-MASTER.TXT holds one line per
      * instructor (ID, name, department, active or inactive);
      * COURSE-INSTRUCTORS.TXT holds one line per term and course
      * naming the instructor who owns that class list, the course
      * validated against COURSE-CATALOG.TXT and the instructor
      * against the master.  Reassigning a course for the same term
      * replaces the earlier line.  Both files are loaded, edited,
      * and rewritten whole, and GRADE_SUBMISSION_PROGRAM reads
      * them to chase missing grades instructor by instructor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRUCTOR_MAINT_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL INSTRUCTOR-MASTER-FILE
           ASSIGN TO '..\INSTRUCTOR-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COURSE-INSTRUCTOR-FILE
           ASSIGN TO '..\COURSE-INSTRUCTORS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-CATALOG-FILE
           ASSIGN TO '..\COURSE-CATALOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Status A active, I inactive -- an inactive instructor keeps
      *> past assignments but takes no new ones.
       FD INSTRUCTOR-MASTER-FILE.
       01 INSTRUCTOR-MASTER-RECORD.
           05 INS-ID              PIC X(8).
           05 FILLER              PIC X(1).
           05 INS-NAME            PIC X(30).
           05 FILLER              PIC X(1).
           05 INS-DEPARTMENT      PIC X(8).
           05 FILLER              PIC X(1).
           05 INS-STATUS          PIC X(1).

      *> Term code is the year and term number, e.g. 202601.
       FD COURSE-INSTRUCTOR-FILE.
       01 COURSE-INSTRUCTOR-RECORD.
           05 ASG-TERM            PIC X(6).
           05 FILLER              PIC X(1).
           05 ASG-COURSE-CODE     PIC X(8).
           05 FILLER              PIC X(1).
           05 ASG-INSTRUCTOR-ID   PIC X(8).

       FD COURSE-CATALOG-FILE.
       01 COURSE-CATALOG-RECORD.
           05 CAT-COURSE-CODE      PIC X(8).
           05 FILLER               PIC X(1).
           05 CAT-COURSE-TITLE     PIC X(25).
           05 FILLER               PIC X(1).
           05 CAT-CREDIT-HOURS     PIC 9(2).
           05 FILLER               PIC X(1).
           05 CAT-PROGRAM-CODE     PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1).
       01 WS-ACTION PIC X(1).
       01 WS-DONE-FLAG PIC X(1) VALUE 'N'.
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).

       01 WS-INSTRUCTOR-TABLE.
           05 WS-IN-ENTRY OCCURS 500 TIMES.
               10 WS-IN-ID        PIC X(8).
               10 WS-IN-NAME      PIC X(30).
               10 WS-IN-DEPT      PIC X(8).
               10 WS-IN-STATUS    PIC X(1).
       01 WS-INSTRUCTOR-COUNT PIC 9(3) VALUE 0.
       01 WS-IN-SUB PIC 9(3).
       01 WS-IN-HIT-SUB PIC 9(3).

       01 WS-ASSIGNMENT-TABLE.
           05 WS-AS-ENTRY OCCURS 2000 TIMES.
               10 WS-AS-TERM      PIC X(6).
               10 WS-AS-COURSE    PIC X(8).
               10 WS-AS-INSTRUCTOR PIC X(8).
       01 WS-ASSIGNMENT-COUNT PIC 9(4) VALUE 0.
       01 WS-AS-SUB PIC 9(4).
       01 WS-AS-HIT-SUB PIC 9(4).

       01 WS-CATALOG-TABLE.
           05 WS-CAT-CODE OCCURS 500 TIMES PIC X(8).
       01 WS-CATALOG-COUNT PIC 9(3) VALUE 0.
       01 WS-CAT-SUB PIC 9(3).
       01 WS-CAT-FOUND-FLAG PIC X(1).

       01 WS-WORK-ID PIC X(8).
       01 WS-WORK-NAME PIC X(30).
       01 WS-WORK-DEPT PIC X(8).
       01 WS-WORK-TERM PIC X(6).
       01 WS-WORK-COURSE PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-AUDIT-OPERATOR.
           MOVE WS-AUDIT-OPERATOR TO WS-OP-OPERATOR-ID.
           CALL 'OPERATOR_CHECK' USING WS-OPERATOR-AREA.
           IF WS-OP-AUTH-STATUS NOT = '0'
               DISPLAY "Operator not on the operator master -- "
                   "sign-on refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OP-AUTH-LEVEL < 2
               DISPLAY "Operator is inquiry-only -- instructor "
                   "maintenance is update level."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-LOAD-COURSE-CATALOG.
           PERFORM 120-LOAD-INSTRUCTOR-TABLE.
      *> Every action rebuilds the whole file from its table, so a
      *> file past the ceiling would lose the lines the table never
      *> held; maintenance refuses to run at all.
           IF WS-EOF NOT = 'Y'
               DISPLAY "Instructor master exceeds the 500-row "
                   "table -- maintenance refused, file left alone."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 140-LOAD-ASSIGNMENT-TABLE.
           IF WS-EOF NOT = 'Y'
               DISPLAY "Course assignments exceed the 2000-row "
                   "table -- maintenance refused, file left alone."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-DO-ONE-ACTION UNTIL WS-DONE-FLAG = 'Y'.
           STOP RUN.

           100-LOAD-COURSE-CATALOG.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT COURSE-CATALOG-FILE.
               PERFORM 110-READ-CATALOG-RECORD
                   UNTIL WS-EOF = 'Y' OR WS-CATALOG-COUNT = 500.
               CLOSE COURSE-CATALOG-FILE.

           110-READ-CATALOG-RECORD.
               READ COURSE-CATALOG-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CATALOG-COUNT
                       MOVE CAT-COURSE-CODE
                           TO WS-CAT-CODE(WS-CATALOG-COUNT)
               END-READ.

           120-LOAD-INSTRUCTOR-TABLE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT INSTRUCTOR-MASTER-FILE.
               PERFORM 130-READ-ONE-INSTRUCTOR
                   UNTIL WS-EOF = 'Y' OR WS-INSTRUCTOR-COUNT = 500.
               CLOSE INSTRUCTOR-MASTER-FILE.

           130-READ-ONE-INSTRUCTOR.
               READ INSTRUCTOR-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-INSTRUCTOR-COUNT
                       MOVE INS-ID TO WS-IN-ID(WS-INSTRUCTOR-COUNT)
                       MOVE INS-NAME
                           TO WS-IN-NAME(WS-INSTRUCTOR-COUNT)
                       MOVE INS-DEPARTMENT
                           TO WS-IN-DEPT(WS-INSTRUCTOR-COUNT)
                       MOVE INS-STATUS
                           TO WS-IN-STATUS(WS-INSTRUCTOR-COUNT)
               END-READ.

           140-LOAD-ASSIGNMENT-TABLE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT COURSE-INSTRUCTOR-FILE.
               PERFORM 150-READ-ONE-ASSIGNMENT
                   UNTIL WS-EOF = 'Y' OR WS-ASSIGNMENT-COUNT = 2000.
               CLOSE COURSE-INSTRUCTOR-FILE.

           150-READ-ONE-ASSIGNMENT.
               READ COURSE-INSTRUCTOR-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ASSIGNMENT-COUNT
                       MOVE ASG-TERM TO WS-AS-TERM(WS-ASSIGNMENT-COUNT)
                       MOVE ASG-COURSE-CODE
                           TO WS-AS-COURSE(WS-ASSIGNMENT-COUNT)
                       MOVE ASG-INSTRUCTOR-ID
                           TO WS-AS-INSTRUCTOR(WS-ASSIGNMENT-COUNT)
               END-READ.

           200-DO-ONE-ACTION.
               DISPLAY "A=add instructor, C=change instructor, "
                   "I=inactivate, S=assign course for a term, "
                   "Q=quit: "
               ACCEPT WS-ACTION.
               EVALUATE TRUE
                   WHEN WS-ACTION = 'A' OR 'a'
                       PERFORM 300-ADD-ONE-INSTRUCTOR
                   WHEN WS-ACTION = 'C' OR 'c'
                       PERFORM 320-CHANGE-ONE-INSTRUCTOR
                   WHEN WS-ACTION = 'I' OR 'i'
                       PERFORM 330-INACTIVATE-INSTRUCTOR
                   WHEN WS-ACTION = 'S' OR 's'
                       PERFORM 400-ASSIGN-ONE-COURSE
                   WHEN WS-ACTION = 'Q' OR 'q'
                       MOVE 'Y' TO WS-DONE-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           210-FIND-WORK-INSTRUCTOR.
               MOVE 0 TO WS-IN-HIT-SUB.
               PERFORM 220-SCAN-ONE-INSTRUCTOR
                   VARYING WS-IN-SUB FROM 1 BY 1
                   UNTIL WS-IN-SUB > WS-INSTRUCTOR-COUNT.

           220-SCAN-ONE-INSTRUCTOR.
               IF WS-IN-ID(WS-IN-SUB) = WS-WORK-ID
                   MOVE WS-IN-SUB TO WS-IN-HIT-SUB
               END-IF.

           300-ADD-ONE-INSTRUCTOR.
               DISPLAY "New instructor ID: "
               ACCEPT WS-WORK-ID.
               PERFORM 210-FIND-WORK-INSTRUCTOR.
               EVALUATE TRUE
                   WHEN WS-WORK-ID = SPACES
                       DISPLAY "Instructor ID is required."
                   WHEN WS-IN-HIT-SUB > 0
                       DISPLAY "Instructor is already on the master."
                   WHEN WS-INSTRUCTOR-COUNT = 500
                       DISPLAY "Instructor table is full."
                   WHEN OTHER
                       DISPLAY "Instructor name: "
                       ACCEPT WS-WORK-NAME
                       DISPLAY "Department: "
                       ACCEPT WS-WORK-DEPT
                       ADD 1 TO WS-INSTRUCTOR-COUNT
                       MOVE WS-WORK-ID
                           TO WS-IN-ID(WS-INSTRUCTOR-COUNT)
                       MOVE WS-WORK-NAME
                           TO WS-IN-NAME(WS-INSTRUCTOR-COUNT)
                       MOVE WS-WORK-DEPT
                           TO WS-IN-DEPT(WS-INSTRUCTOR-COUNT)
                       MOVE 'A' TO WS-IN-STATUS(WS-INSTRUCTOR-COUNT)
                       PERFORM 500-REWRITE-INSTRUCTOR-MASTER
                       DISPLAY "Instructor added."
               END-EVALUATE.

      *> A blank reply keeps the name or department on file.
           320-CHANGE-ONE-INSTRUCTOR.
               DISPLAY "Instructor ID to change: "
               ACCEPT WS-WORK-ID.
               PERFORM 210-FIND-WORK-INSTRUCTOR.
               IF WS-IN-HIT-SUB = 0
                   DISPLAY "Instructor not on the master."
               ELSE
                   DISPLAY "Name (" WS-IN-NAME(WS-IN-HIT-SUB)
                       "), blank to keep: "
                   ACCEPT WS-WORK-NAME
                   DISPLAY "Department (" WS-IN-DEPT(WS-IN-HIT-SUB)
                       "), blank to keep: "
                   ACCEPT WS-WORK-DEPT
                   IF WS-WORK-NAME NOT = SPACES
                       MOVE WS-WORK-NAME TO WS-IN-NAME(WS-IN-HIT-SUB)
                   END-IF
                   IF WS-WORK-DEPT NOT = SPACES
                       MOVE WS-WORK-DEPT TO WS-IN-DEPT(WS-IN-HIT-SUB)
                   END-IF
                   MOVE 'A' TO WS-IN-STATUS(WS-IN-HIT-SUB)
                   PERFORM 500-REWRITE-INSTRUCTOR-MASTER
                   DISPLAY "Instructor changed (and active)."
               END-IF.

           330-INACTIVATE-INSTRUCTOR.
               DISPLAY "Instructor ID to inactivate: "
               ACCEPT WS-WORK-ID.
               PERFORM 210-FIND-WORK-INSTRUCTOR.
               IF WS-IN-HIT-SUB = 0
                   DISPLAY "Instructor not on the master."
               ELSE
                   MOVE 'I' TO WS-IN-STATUS(WS-IN-HIT-SUB)
                   PERFORM 500-REWRITE-INSTRUCTOR-MASTER
                   DISPLAY "Instructor inactivated."
               END-IF.

      *> One instructor per course per term: a second assignment for
      *> the same term and course replaces the first.
           400-ASSIGN-ONE-COURSE.
               DISPLAY "Term (YYYYTT, e.g. 202601): "
               ACCEPT WS-WORK-TERM.
               DISPLAY "Course code: "
               ACCEPT WS-WORK-COURSE.
               DISPLAY "Instructor ID: "
               ACCEPT WS-WORK-ID.
               PERFORM 410-FIND-CATALOG-COURSE.
               PERFORM 210-FIND-WORK-INSTRUCTOR.
               EVALUATE TRUE
                   WHEN WS-WORK-TERM IS NOT NUMERIC
                       DISPLAY "Term must be six digits."
                   WHEN WS-CAT-FOUND-FLAG = 'N'
                       DISPLAY "Course not on the course catalog."
                   WHEN WS-IN-HIT-SUB = 0
                       DISPLAY "Instructor not on the master."
                   WHEN WS-IN-STATUS(WS-IN-HIT-SUB) NOT = 'A'
                       DISPLAY "Instructor is inactive."
                   WHEN OTHER
                       PERFORM 430-STORE-THE-ASSIGNMENT
               END-EVALUATE.

           410-FIND-CATALOG-COURSE.
               MOVE 'N' TO WS-CAT-FOUND-FLAG.
               PERFORM 420-SCAN-CATALOG
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
                       OR WS-CAT-FOUND-FLAG = 'Y'.

           420-SCAN-CATALOG.
               IF WS-CAT-CODE(WS-CAT-SUB) = WS-WORK-COURSE
                   MOVE 'Y' TO WS-CAT-FOUND-FLAG
               END-IF.

           430-STORE-THE-ASSIGNMENT.
               MOVE 0 TO WS-AS-HIT-SUB.
               PERFORM 440-SCAN-ONE-ASSIGNMENT
                   VARYING WS-AS-SUB FROM 1 BY 1
                   UNTIL WS-AS-SUB > WS-ASSIGNMENT-COUNT.
               EVALUATE TRUE
                   WHEN WS-AS-HIT-SUB > 0
                       DISPLAY "Replacing instructor "
                           WS-AS-INSTRUCTOR(WS-AS-HIT-SUB)
                       MOVE WS-WORK-ID
                           TO WS-AS-INSTRUCTOR(WS-AS-HIT-SUB)
                       PERFORM 550-REWRITE-ASSIGNMENTS
                       DISPLAY "Course reassigned."
                   WHEN WS-ASSIGNMENT-COUNT = 2000
                       DISPLAY "Assignment table is full."
                   WHEN OTHER
                       ADD 1 TO WS-ASSIGNMENT-COUNT
                       MOVE WS-WORK-TERM
                           TO WS-AS-TERM(WS-ASSIGNMENT-COUNT)
                       MOVE WS-WORK-COURSE
                           TO WS-AS-COURSE(WS-ASSIGNMENT-COUNT)
                       MOVE WS-WORK-ID
                           TO WS-AS-INSTRUCTOR(WS-ASSIGNMENT-COUNT)
                       PERFORM 550-REWRITE-ASSIGNMENTS
                       DISPLAY "Course assigned."
               END-EVALUATE.

           440-SCAN-ONE-ASSIGNMENT.
               IF WS-AS-TERM(WS-AS-SUB) = WS-WORK-TERM
                   AND WS-AS-COURSE(WS-AS-SUB) = WS-WORK-COURSE
                   MOVE WS-AS-SUB TO WS-AS-HIT-SUB
               END-IF.

           500-REWRITE-INSTRUCTOR-MASTER.
               OPEN OUTPUT INSTRUCTOR-MASTER-FILE.
               PERFORM 510-WRITE-ONE-INSTRUCTOR
                   VARYING WS-IN-SUB FROM 1 BY 1
                   UNTIL WS-IN-SUB > WS-INSTRUCTOR-COUNT.
               CLOSE INSTRUCTOR-MASTER-FILE.

           510-WRITE-ONE-INSTRUCTOR.
               MOVE SPACES TO INSTRUCTOR-MASTER-RECORD.
               MOVE WS-IN-ID(WS-IN-SUB) TO INS-ID.
               MOVE WS-IN-NAME(WS-IN-SUB) TO INS-NAME.
               MOVE WS-IN-DEPT(WS-IN-SUB) TO INS-DEPARTMENT.
               MOVE WS-IN-STATUS(WS-IN-SUB) TO INS-STATUS.
               WRITE INSTRUCTOR-MASTER-RECORD.

           550-REWRITE-ASSIGNMENTS.
               OPEN OUTPUT COURSE-INSTRUCTOR-FILE.
               PERFORM 560-WRITE-ONE-ASSIGNMENT
                   VARYING WS-AS-SUB FROM 1 BY 1
                   UNTIL WS-AS-SUB > WS-ASSIGNMENT-COUNT.
               CLOSE COURSE-INSTRUCTOR-FILE.

           560-WRITE-ONE-ASSIGNMENT.
               MOVE SPACES TO COURSE-INSTRUCTOR-RECORD.
               MOVE WS-AS-TERM(WS-AS-SUB) TO ASG-TERM.
               MOVE WS-AS-COURSE(WS-AS-SUB) TO ASG-COURSE-CODE.
               MOVE WS-AS-INSTRUCTOR(WS-AS-SUB) TO ASG-INSTRUCTOR-ID.
               WRITE COURSE-INSTRUCTOR-RECORD.

       END PROGRAM INSTRUCTOR_MAINT_PROGRAM.
