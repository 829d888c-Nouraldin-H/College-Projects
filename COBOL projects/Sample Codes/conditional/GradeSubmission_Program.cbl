      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 01-13-2026
      * Purpose: term-end grade submission tracking.  Every seat on
      * the class-list skeletons COURSE_REGISTRATION_PROGRAM wrote
      * to CLASS-GRADES-SKELETON.TXT is matched against what the
      * grade load actually posted to GRADE-HISTORY.TXT, and each
      * class comes out complete, partially graded, or outstanding.
      * The submission status report lists the partial and
      * outstanding classes grouped by the instructor who owns them
      * for the term on REGISTRATION-CONTROL.TXT (the assignments
      * on COURSE-INSTRUCTORS.TXT, names and departments from
      * INSTRUCTOR-MASTER.TXT, both kept by
      * INSTRUCTOR_MAINT_PROGRAM), with unassigned classes first.
      * Once the term's grade deadline on the same control card has
      * passed, a reminder notice per instructor still owing grades
      * goes to GRADE-REMINDERS.TXT and the run ends RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE_SUBMISSION_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL REGISTRATION-CONTROL-FILE
           ASSIGN TO '..\REGISTRATION-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLASS-SKELETON-FILE
           ASSIGN TO '..\CLASS-GRADES-SKELETON.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRADE-HISTORY-FILE
           ASSIGN TO '..\GRADE-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INSTRUCTOR-MASTER-FILE
           ASSIGN TO '..\INSTRUCTOR-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COURSE-INSTRUCTOR-FILE
           ASSIGN TO '..\COURSE-INSTRUCTORS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBMISSION-REPORT-OUT
           ASSIGN TO '..\GRADE-SUBMISSION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMINDER-NOTICE-OUT
           ASSIGN TO '..\GRADE-REMINDERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Control card: add/drop deadline and census date (read by
      *> the registration program), then the term code and the
      *> grade submission deadline.
       FD REGISTRATION-CONTROL-FILE.
       01 REGISTRATION-CONTROL-RECORD.
           05 CTL-ADD-DROP-DEADLINE PIC 9(8).
           05 FILLER              PIC X(1).
           05 CTL-CENSUS-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 CTL-TERM-CODE       PIC X(6).
           05 FILLER              PIC X(1).
           05 CTL-GRADE-DEADLINE  PIC 9(8).

       FD CLASS-SKELETON-FILE.
       01 CLASS-SKELETON-RECORD.
           05 SKL-COURSE-CODE     PIC X(8).
           05 FILLER              PIC X(1).
           05 SKL-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 SKL-GRADE           PIC X(3).

       FD GRADE-HISTORY-FILE.
       01 GRADE-HISTORY-LINE-IN.
           05 HIST-STUDENT-NUMBER  PIC 9(7).
           05 FILLER               PIC X(1).
           05 HIST-COURSE-CODE     PIC X(8).
           05 FILLER               PIC X(1).
           05 HIST-GRADE-NUMBER    PIC 9(3).
           05 FILLER               PIC X(1).
           05 HIST-GRADE-IN        PIC 9(3).
           05 FILLER               PIC X(1).
           05 HIST-GRADE-STATUS    PIC X(1).
           05 FILLER               PIC X(1).
           05 HIST-LETTER-GRADE    PIC X(1).

       FD INSTRUCTOR-MASTER-FILE.
       01 INSTRUCTOR-MASTER-RECORD.
           05 INS-ID              PIC X(8).
           05 FILLER              PIC X(1).
           05 INS-NAME            PIC X(30).
           05 FILLER              PIC X(1).
           05 INS-DEPARTMENT      PIC X(8).
           05 FILLER              PIC X(1).
           05 INS-STATUS          PIC X(1).

       FD COURSE-INSTRUCTOR-FILE.
       01 COURSE-INSTRUCTOR-RECORD.
           05 ASG-TERM            PIC X(6).
           05 FILLER              PIC X(1).
           05 ASG-COURSE-CODE     PIC X(8).
           05 FILLER              PIC X(1).
           05 ASG-INSTRUCTOR-ID   PIC X(8).

       FD SUBMISSION-REPORT-OUT.
       01 SUBMISSION-LINE-OUT     PIC X(80).

       FD REMINDER-NOTICE-OUT.
       01 REMINDER-LINE-OUT       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-TERM-CODE PIC X(6) VALUE SPACES.
       01 WS-GRADE-DEADLINE PIC 9(8) VALUE 0.
       01 WS-PAST-DEADLINE-FLAG PIC X(1) VALUE 'N'.

       01 WS-INSTRUCTOR-TABLE.
           05 WS-IN-ENTRY OCCURS 500 TIMES.
               10 WS-IN-ID        PIC X(8).
               10 WS-IN-NAME      PIC X(30).
               10 WS-IN-DEPT      PIC X(8).
       01 WS-INSTRUCTOR-COUNT PIC 9(3) VALUE 0.
       01 WS-IN-SUB PIC 9(3).
       01 WS-IN-HIT-SUB PIC 9(3).

      *> One entry per class on the skeleton, keyed instructor then
      *> course so the sort groups each instructor's classes; an
      *> unassigned class carries a blank instructor and sorts first.
       01 WS-CLASS-TABLE.
           05 WS-CL-ENTRY OCCURS 500 TIMES.
               10 WS-CL-KEY.
                   15 WS-CL-INSTRUCTOR PIC X(8).
                   15 WS-CL-COURSE PIC X(8).
               10 WS-CL-SEATS     PIC 9(4).
               10 WS-CL-GRADED    PIC 9(4).
       01 WS-CLASS-COUNT PIC 9(3) VALUE 0.
       01 WS-CL-SUB PIC 9(3).
       01 WS-CL-HIT-SUB PIC 9(3).
       01 WS-SWAP-ENTRY PIC X(24).
       01 WS-SUB PIC 9(3).
       01 WS-SUB2 PIC 9(3).
       01 WS-LIMIT PIC 9(3).

      *> One entry per seat; the history pass flags the graded ones.
       01 WS-SEAT-TABLE.
           05 WS-ST-ENTRY OCCURS 5000 TIMES.
               10 WS-ST-COURSE    PIC X(8).
               10 WS-ST-STUDENT   PIC 9(7).
               10 WS-ST-GRADED    PIC X(1).
       01 WS-SEAT-COUNT PIC 9(4) VALUE 0.
       01 WS-ST-SUB PIC 9(4).

       01 WS-OVERFLOW-FLAG PIC X(1) VALUE 'N'.
       01 WS-COMPLETE-COUNT PIC 9(3) VALUE 0.
       01 WS-PARTIAL-COUNT PIC 9(3) VALUE 0.
       01 WS-OUTSTANDING-COUNT PIC 9(3) VALUE 0.
       01 WS-NOTICE-COUNT PIC 9(3) VALUE 0.
       01 WS-LAST-INSTRUCTOR PIC X(8).

       01 WS-REPORT-HEADING.
           05 FILLER PIC X(29) VALUE "GRADE SUBMISSION STATUS  TERM".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RH-TERM PIC X(6).
           05 FILLER PIC X(12) VALUE "   DEADLINE ".
           05 WS-RH-DEADLINE PIC 9(8).
           05 FILLER PIC X(9) VALUE "   AS OF ".
           05 WS-RH-TODAY PIC 9(8).
       01 WS-INSTRUCTOR-LINE.
           05 FILLER PIC X(12) VALUE "INSTRUCTOR: ".
           05 WS-IL-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-IL-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-IL-DEPT PIC X(8).
       01 WS-CLASS-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-CD-COURSE PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-CD-GRADED PIC ZZZ9.
           05 FILLER PIC X(4) VALUE " OF ".
           05 WS-CD-SEATS PIC ZZZ9.
           05 FILLER PIC X(8) VALUE " GRADED ".
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-CD-STATUS PIC X(11).
       01 WS-COUNTS-LINE.
           05 FILLER PIC X(10) VALUE "COMPLETE: ".
           05 WS-CT-COMPLETE PIC ZZ9.
           05 FILLER PIC X(12) VALUE "   PARTIAL: ".
           05 WS-CT-PARTIAL PIC ZZ9.
           05 FILLER PIC X(16) VALUE "   OUTSTANDING: ".
           05 WS-CT-OUTSTANDING PIC ZZ9.
           05 FILLER PIC X(14) VALUE "   REMINDERS: ".
           05 WS-CT-NOTICES PIC ZZ9.
       01 WS-NOTICE-TO-LINE.
           05 FILLER PIC X(4) VALUE "TO: ".
           05 WS-NT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-NT-DEPT PIC X(8).
       01 WS-NOTICE-DUE-LINE.
           05 FILLER PIC X(34)
               VALUE "GRADES FOR THESE CLASSES WERE DUE ".
           05 WS-ND-DEADLINE PIC 9(8).
           05 FILLER PIC X(10) VALUE " FOR TERM ".
           05 WS-ND-TERM PIC X(6).

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "GRADE_SUBMISSION_PROGRAM".
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
           PERFORM 100-LOAD-REGISTRATION-CONTROL.
           IF WS-TERM-CODE IS NOT NUMERIC
               DISPLAY "NO TERM CODE ON REGISTRATION-CONTROL.TXT -- "
                   "CLASSES CANNOT BE MATCHED TO INSTRUCTORS."
               MOVE 8 TO RETURN-CODE
               PERFORM 600-LOG-THIS-RUN
               STOP RUN
           END-IF.
           PERFORM 110-LOAD-INSTRUCTORS.
           PERFORM 130-LOAD-CLASS-SKELETONS.
           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY "CLASS-LIST SKELETONS EXCEED THE 5000-SEAT OR "
                   "500-CLASS TABLE -- NO REPORT PRODUCED."
               MOVE 8 TO RETURN-CODE
               PERFORM 600-LOG-THIS-RUN
               STOP RUN
           END-IF.
           PERFORM 150-LOAD-ASSIGNMENTS.
           PERFORM 170-MATCH-GRADE-HISTORY.
           PERFORM 190-COUNT-GRADED-SEATS.
           PERFORM 200-SORT-CLASS-TABLE.
           IF WS-PAST-DEADLINE-FLAG = 'Y'
               PERFORM 400-WRITE-REMINDER-NOTICES
           END-IF.
           PERFORM 300-PRINT-SUBMISSION-REPORT.
           IF WS-PAST-DEADLINE-FLAG = 'Y'
               AND (WS-PARTIAL-COUNT > 0 OR WS-OUTSTANDING-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY WS-COUNTS-LINE.
           PERFORM 600-LOG-THIS-RUN.
           STOP RUN.

           100-LOAD-REGISTRATION-CONTROL.
               OPEN INPUT REGISTRATION-CONTROL-FILE.
               READ REGISTRATION-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CTL-TERM-CODE TO WS-TERM-CODE
                       IF CTL-GRADE-DEADLINE IS NUMERIC
                           MOVE CTL-GRADE-DEADLINE
                               TO WS-GRADE-DEADLINE
                       END-IF
               END-READ.
               CLOSE REGISTRATION-CONTROL-FILE.
               IF WS-GRADE-DEADLINE = 0
                   DISPLAY "No grade deadline on the control card -- "
                       "no reminder notices this run."
               ELSE
                   IF WS-TODAY > WS-GRADE-DEADLINE
                       MOVE 'Y' TO WS-PAST-DEADLINE-FLAG
                   END-IF
               END-IF.

           110-LOAD-INSTRUCTORS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT INSTRUCTOR-MASTER-FILE.
               PERFORM 120-READ-ONE-INSTRUCTOR
                   UNTIL WS-EOF = 'Y' OR WS-INSTRUCTOR-COUNT = 500.
               CLOSE INSTRUCTOR-MASTER-FILE.

           120-READ-ONE-INSTRUCTOR.
               READ INSTRUCTOR-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-INSTRUCTOR-COUNT
                       MOVE INS-ID TO WS-IN-ID(WS-INSTRUCTOR-COUNT)
                       MOVE INS-NAME
                           TO WS-IN-NAME(WS-INSTRUCTOR-COUNT)
                       MOVE INS-DEPARTMENT
                           TO WS-IN-DEPT(WS-INSTRUCTOR-COUNT)
               END-READ.

      *> Each skeleton line is a seat; a course seen for the first
      *> time opens a class entry.
           130-LOAD-CLASS-SKELETONS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT CLASS-SKELETON-FILE.
               PERFORM 140-READ-ONE-SEAT
                   UNTIL WS-EOF = 'Y' OR WS-OVERFLOW-FLAG = 'Y'.
               CLOSE CLASS-SKELETON-FILE.

           140-READ-ONE-SEAT.
               READ CLASS-SKELETON-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RL-READ-COUNT
                       PERFORM 145-TABLE-ONE-SEAT
               END-READ.

           145-TABLE-ONE-SEAT.
               PERFORM 160-FIND-CLASS.
               EVALUATE TRUE
                   WHEN WS-SEAT-COUNT = 5000
                       MOVE 'Y' TO WS-OVERFLOW-FLAG
                   WHEN WS-CL-HIT-SUB = 0 AND WS-CLASS-COUNT = 500
                       MOVE 'Y' TO WS-OVERFLOW-FLAG
                   WHEN OTHER
                       IF WS-CL-HIT-SUB = 0
                           ADD 1 TO WS-CLASS-COUNT
                           MOVE SPACES
                               TO WS-CL-INSTRUCTOR(WS-CLASS-COUNT)
                           MOVE SKL-COURSE-CODE
                               TO WS-CL-COURSE(WS-CLASS-COUNT)
                           MOVE 0 TO WS-CL-SEATS(WS-CLASS-COUNT)
                           MOVE 0 TO WS-CL-GRADED(WS-CLASS-COUNT)
                           MOVE WS-CLASS-COUNT TO WS-CL-HIT-SUB
                       END-IF
                       ADD 1 TO WS-CL-SEATS(WS-CL-HIT-SUB)
                       ADD 1 TO WS-SEAT-COUNT
                       MOVE SKL-COURSE-CODE
                           TO WS-ST-COURSE(WS-SEAT-COUNT)
                       MOVE SKL-STUDENT-NUMBER
                           TO WS-ST-STUDENT(WS-SEAT-COUNT)
                       MOVE 'N' TO WS-ST-GRADED(WS-SEAT-COUNT)
               END-EVALUATE.

           150-LOAD-ASSIGNMENTS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT COURSE-INSTRUCTOR-FILE.
               PERFORM 155-READ-ONE-ASSIGNMENT UNTIL WS-EOF = 'Y'.
               CLOSE COURSE-INSTRUCTOR-FILE.

      *> Only this term's assignments apply; a course with no
      *> class on the skeleton is ignored.
           155-READ-ONE-ASSIGNMENT.
               READ COURSE-INSTRUCTOR-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ASG-TERM = WS-TERM-CODE
                           MOVE ASG-COURSE-CODE TO SKL-COURSE-CODE
                           PERFORM 160-FIND-CLASS
                           IF WS-CL-HIT-SUB > 0
                               MOVE ASG-INSTRUCTOR-ID
                                 TO WS-CL-INSTRUCTOR(WS-CL-HIT-SUB)
                           END-IF
                       END-IF
               END-READ.

           160-FIND-CLASS.
               MOVE 0 TO WS-CL-HIT-SUB.
               PERFORM 165-SCAN-ONE-CLASS
                   VARYING WS-CL-SUB FROM 1 BY 1
                   UNTIL WS-CL-SUB > WS-CLASS-COUNT
                       OR WS-CL-HIT-SUB > 0.

           165-SCAN-ONE-CLASS.
               IF WS-CL-COURSE(WS-CL-SUB) = SKL-COURSE-CODE
                   MOVE WS-CL-SUB TO WS-CL-HIT-SUB
               END-IF.

      *> Any line the grade load posted -- a mark, W, or I -- counts
      *> as submitted; transfer credit lines are not the class's.
           170-MATCH-GRADE-HISTORY.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT GRADE-HISTORY-FILE.
               PERFORM 175-READ-ONE-HISTORY-LINE UNTIL WS-EOF = 'Y'.
               CLOSE GRADE-HISTORY-FILE.

           175-READ-ONE-HISTORY-LINE.
               READ GRADE-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HIST-GRADE-STATUS NOT = 'T'
                           PERFORM 180-MARK-ONE-SEAT
                               VARYING WS-ST-SUB FROM 1 BY 1
                               UNTIL WS-ST-SUB > WS-SEAT-COUNT
                       END-IF
               END-READ.

           180-MARK-ONE-SEAT.
               IF WS-ST-STUDENT(WS-ST-SUB) = HIST-STUDENT-NUMBER
                   AND WS-ST-COURSE(WS-ST-SUB) = HIST-COURSE-CODE
                   MOVE 'Y' TO WS-ST-GRADED(WS-ST-SUB)
               END-IF.

           190-COUNT-GRADED-SEATS.
               PERFORM 195-COUNT-ONE-SEAT
                   VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-SEAT-COUNT.

           195-COUNT-ONE-SEAT.
               IF WS-ST-GRADED(WS-ST-SUB) = 'Y'
                   MOVE WS-ST-COURSE(WS-ST-SUB) TO SKL-COURSE-CODE
                   PERFORM 160-FIND-CLASS
                   ADD 1 TO WS-CL-GRADED(WS-CL-HIT-SUB)
               END-IF.

           200-SORT-CLASS-TABLE.
               PERFORM 210-SORT-PASS
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= WS-CLASS-COUNT.

           210-SORT-PASS.
               COMPUTE WS-LIMIT = WS-CLASS-COUNT - WS-SUB.
               PERFORM 220-SORT-COMPARE
                   VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-LIMIT.

           220-SORT-COMPARE.
               IF WS-CL-KEY(WS-SUB2) > WS-CL-KEY(WS-SUB2 + 1)
                   MOVE WS-CL-ENTRY(WS-SUB2) TO WS-SWAP-ENTRY
                   MOVE WS-CL-ENTRY(WS-SUB2 + 1)
                       TO WS-CL-ENTRY(WS-SUB2)
                   MOVE WS-SWAP-ENTRY TO WS-CL-ENTRY(WS-SUB2 + 1)
               END-IF.

      *> Complete classes are only counted; partial and outstanding
      *> ones print under an instructor heading at each change of
      *> instructor.
           300-PRINT-SUBMISSION-REPORT.
               OPEN OUTPUT SUBMISSION-REPORT-OUT.
               MOVE WS-TERM-CODE TO WS-RH-TERM.
               MOVE WS-GRADE-DEADLINE TO WS-RH-DEADLINE.
               MOVE WS-TODAY TO WS-RH-TODAY.
               WRITE SUBMISSION-LINE-OUT FROM WS-REPORT-HEADING.
               DISPLAY WS-REPORT-HEADING.
               MOVE HIGH-VALUES TO WS-LAST-INSTRUCTOR.
               PERFORM 310-REPORT-ONE-CLASS
                   VARYING WS-CL-SUB FROM 1 BY 1
                   UNTIL WS-CL-SUB > WS-CLASS-COUNT.
               MOVE SPACES TO SUBMISSION-LINE-OUT.
               WRITE SUBMISSION-LINE-OUT.
               MOVE WS-COMPLETE-COUNT TO WS-CT-COMPLETE.
               MOVE WS-PARTIAL-COUNT TO WS-CT-PARTIAL.
               MOVE WS-OUTSTANDING-COUNT TO WS-CT-OUTSTANDING.
               MOVE WS-NOTICE-COUNT TO WS-CT-NOTICES.
               WRITE SUBMISSION-LINE-OUT FROM WS-COUNTS-LINE.
               CLOSE SUBMISSION-REPORT-OUT.

           310-REPORT-ONE-CLASS.
               EVALUATE TRUE
                   WHEN WS-CL-GRADED(WS-CL-SUB) =
                       WS-CL-SEATS(WS-CL-SUB)
                       ADD 1 TO WS-COMPLETE-COUNT
                   WHEN WS-CL-GRADED(WS-CL-SUB) = 0
                       ADD 1 TO WS-OUTSTANDING-COUNT
                       MOVE "OUTSTANDING" TO WS-CD-STATUS
                       PERFORM 320-PRINT-CLASS-LINE
                   WHEN OTHER
                       ADD 1 TO WS-PARTIAL-COUNT
                       MOVE "PARTIAL" TO WS-CD-STATUS
                       PERFORM 320-PRINT-CLASS-LINE
               END-EVALUATE.

           320-PRINT-CLASS-LINE.
               IF WS-CL-INSTRUCTOR(WS-CL-SUB) NOT = WS-LAST-INSTRUCTOR
                   MOVE WS-CL-INSTRUCTOR(WS-CL-SUB)
                       TO WS-LAST-INSTRUCTOR
                   PERFORM 330-PRINT-INSTRUCTOR-LINE
               END-IF.
               MOVE WS-CL-COURSE(WS-CL-SUB) TO WS-CD-COURSE.
               MOVE WS-CL-GRADED(WS-CL-SUB) TO WS-CD-GRADED.
               MOVE WS-CL-SEATS(WS-CL-SUB) TO WS-CD-SEATS.
               WRITE SUBMISSION-LINE-OUT FROM WS-CLASS-LINE.
               DISPLAY WS-CLASS-LINE.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

           330-PRINT-INSTRUCTOR-LINE.
               MOVE SPACES TO SUBMISSION-LINE-OUT.
               WRITE SUBMISSION-LINE-OUT.
               PERFORM 340-FIND-INSTRUCTOR.
               IF WS-LAST-INSTRUCTOR = SPACES
                   MOVE "NONE" TO WS-IL-ID
                   MOVE "*** NO INSTRUCTOR ASSIGNED ***" TO WS-IL-NAME
                   MOVE SPACES TO WS-IL-DEPT
               END-IF.
               WRITE SUBMISSION-LINE-OUT FROM WS-INSTRUCTOR-LINE.
               DISPLAY WS-INSTRUCTOR-LINE.

      *> An assigned ID missing from the master still prints, with
      *> the name flagged so the master gets corrected.
           340-FIND-INSTRUCTOR.
               MOVE 0 TO WS-IN-HIT-SUB.
               PERFORM 345-SCAN-ONE-INSTRUCTOR
                   VARYING WS-IN-SUB FROM 1 BY 1
                   UNTIL WS-IN-SUB > WS-INSTRUCTOR-COUNT
                       OR WS-IN-HIT-SUB > 0.
               MOVE WS-LAST-INSTRUCTOR TO WS-IL-ID.
               IF WS-IN-HIT-SUB > 0
                   MOVE WS-IN-NAME(WS-IN-HIT-SUB) TO WS-IL-NAME
                   MOVE WS-IN-DEPT(WS-IN-HIT-SUB) TO WS-IL-DEPT
               ELSE
                   MOVE "*** NOT ON INSTRUCTOR MASTER ***"
                       TO WS-IL-NAME
                   MOVE SPACES TO WS-IL-DEPT
               END-IF.

           345-SCAN-ONE-INSTRUCTOR.
               IF WS-IN-ID(WS-IN-SUB) = WS-LAST-INSTRUCTOR
                   MOVE WS-IN-SUB TO WS-IN-HIT-SUB
               END-IF.

      *> One notice per assigned instructor still owing grades,
      *> listing every partial or outstanding class of theirs.
      *> Unassigned classes have nobody to send to and stay on the
      *> report for the registrar.
           400-WRITE-REMINDER-NOTICES.
               OPEN OUTPUT REMINDER-NOTICE-OUT.
               MOVE HIGH-VALUES TO WS-LAST-INSTRUCTOR.
               PERFORM 410-NOTICE-ONE-CLASS
                   VARYING WS-CL-SUB FROM 1 BY 1
                   UNTIL WS-CL-SUB > WS-CLASS-COUNT.
               IF WS-NOTICE-COUNT > 0
                   PERFORM 430-CLOSE-ONE-NOTICE
               END-IF.
               CLOSE REMINDER-NOTICE-OUT.

           410-NOTICE-ONE-CLASS.
               IF WS-CL-INSTRUCTOR(WS-CL-SUB) NOT = SPACES
                   AND WS-CL-GRADED(WS-CL-SUB) <
                       WS-CL-SEATS(WS-CL-SUB)
                   IF WS-CL-INSTRUCTOR(WS-CL-SUB)
                       NOT = WS-LAST-INSTRUCTOR
                       IF WS-NOTICE-COUNT > 0
                           PERFORM 430-CLOSE-ONE-NOTICE
                       END-IF
                       MOVE WS-CL-INSTRUCTOR(WS-CL-SUB)
                           TO WS-LAST-INSTRUCTOR
                       PERFORM 420-OPEN-ONE-NOTICE
                   END-IF
                   MOVE WS-CL-COURSE(WS-CL-SUB) TO WS-CD-COURSE
                   MOVE WS-CL-GRADED(WS-CL-SUB) TO WS-CD-GRADED
                   MOVE WS-CL-SEATS(WS-CL-SUB) TO WS-CD-SEATS
                   IF WS-CL-GRADED(WS-CL-SUB) = 0
                       MOVE "OUTSTANDING" TO WS-CD-STATUS
                   ELSE
                       MOVE "PARTIAL" TO WS-CD-STATUS
                   END-IF
                   WRITE REMINDER-LINE-OUT FROM WS-CLASS-LINE
               END-IF.

           420-OPEN-ONE-NOTICE.
               ADD 1 TO WS-NOTICE-COUNT.
               PERFORM 340-FIND-INSTRUCTOR.
               MOVE WS-IL-NAME TO WS-NT-NAME.
               MOVE WS-IL-DEPT TO WS-NT-DEPT.
               MOVE "GRADE SUBMISSION REMINDER" TO REMINDER-LINE-OUT.
               WRITE REMINDER-LINE-OUT.
               MOVE SPACES TO REMINDER-LINE-OUT.
               WRITE REMINDER-LINE-OUT.
               WRITE REMINDER-LINE-OUT FROM WS-NOTICE-TO-LINE.
               MOVE SPACES TO REMINDER-LINE-OUT.
               WRITE REMINDER-LINE-OUT.
               MOVE WS-GRADE-DEADLINE TO WS-ND-DEADLINE.
               MOVE WS-TERM-CODE TO WS-ND-TERM.
               WRITE REMINDER-LINE-OUT FROM WS-NOTICE-DUE-LINE.
               MOVE "AND HAVE NOT ALL REACHED THE GRADE HISTORY:"
                   TO REMINDER-LINE-OUT.
               WRITE REMINDER-LINE-OUT.
               MOVE SPACES TO REMINDER-LINE-OUT.
               WRITE REMINDER-LINE-OUT.

           430-CLOSE-ONE-NOTICE.
               MOVE SPACES TO REMINDER-LINE-OUT.
               WRITE REMINDER-LINE-OUT.
               MOVE "PLEASE SUBMIT THE REMAINING GRADES AT ONCE."
                   TO REMINDER-LINE-OUT.
               WRITE REMINDER-LINE-OUT.
               MOVE SPACES TO REMINDER-LINE-OUT.
               WRITE REMINDER-LINE-OUT.
               MOVE "THE REGISTRAR'S OFFICE" TO REMINDER-LINE-OUT.
               WRITE REMINDER-LINE-OUT.
               MOVE ALL "-" TO REMINDER-LINE-OUT.
               WRITE REMINDER-LINE-OUT.

           600-LOG-THIS-RUN.
               MOVE RETURN-CODE TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM GRADE_SUBMISSION_PROGRAM.
