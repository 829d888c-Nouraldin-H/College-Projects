      * CLASS-GRADES.TXT layout, grouped by course with the grade
      * column blank, so the professors' files stop appearing out
      * of thin air.
      * Modification history:
      *   10-06-2026 NH - a session stops with RC 8, files untouched,
      *     when the prerequisites or the waitlist exceed their tables
      *   10-06-2026 NH - a census-date drop for a student with an
      *     active waiver on TUITION-WAIVERS.TXT posts the gross
      *     difference under RAS and the waiver's share of it under WVR,
      *     the same TUI/WVR split term assessment posts
      *   01-13-2026 NH - REGISTRATION-CONTROL.TXT carries the term code
      *     and grade submission deadline (GRADE_SUBMISSION_PROGRAM);
      *     the class-list skeletons are tracked against the grade load
      *     by instructor
      *   01-06-2026 NH - transfer credit lines (status T) on
      *     GRADE-HISTORY.TXT satisfy a prerequisite at any minimum
      *     grade; the TUITION_ADJUST area carries the approver field
      *   12-02-2025 NH - the master's tuition owed is dollars and
      *     cents; a census-date reassessment is worked and posted to
      *     the cent
      *   11-18-2025 NH - a drop on or before the census date on
      *     REGISTRATION-CONTROL.TXT reassesses the student's
      *     tuition for the lighter load (CREDIT_HOUR_RATE) and
      *     posts the difference through TUITION_ADJUST (RAS).
      *   11-11-2025 NH - timetable clash check: a course whose
      *     meeting times on COURSE-SCHEDULE.TXT overlap a course the
      *     student already holds is refused, the clash named (the
      *     timetable and room reports are TIMETABLE_PROGRAM).
      *   11-04-2025 NH - waitlists on COURSE-WAITLIST.TXT: a full
      *     course offers the student a place in request order, a
      *     drop promotes the first eligible waitlisted student onto
      *     WAITLIST-PROMOTIONS.TXT for the office to notify, plus a
      *     position inquiry (W) and the add/drop deadline purge (P)
      *     against REGISTRATION-CONTROL.TXT.
      *   10-28-2025 NH - prerequisite check from
      *     COURSE-PREREQUISITES.TXT against the student's passed
      *     lines on GRADE-HISTORY.TXT; a refusal names the missing
      *     course, and a registrar (supervisor sign-on) may
      *     override, logged to PREREQ-OVERRIDES.TXT.
      *   10-21-2025 NH - refuse registration for a student with a
      *     hold on STUDENT-HOLDS.TXT (STUDENT_HOLD_CHECK).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CLASS-SKELETON-OUT
           ASSIGN TO '..\CLASS-GRADES-SKELETON.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PREREQUISITE-FILE
           ASSIGN TO '..\COURSE-PREREQUISITES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRADE-HISTORY-FILE
           ASSIGN TO '..\GRADE-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OVERRIDE-LOG-FILE
           ASSIGN TO '..\PREREQ-OVERRIDES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WAITLIST-FILE
           ASSIGN TO '..\COURSE-WAITLIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMOTION-REPORT-OUT
           ASSIGN TO '..\WAITLIST-PROMOTIONS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCHEDULE-FILE
           ASSIGN TO '..\COURSE-SCHEDULE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTRATION-CONTROL-FILE
           ASSIGN TO '..\REGISTRATION-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WAIVER-FILE
           ASSIGN TO '..\TUITION-WAIVERS.TXT'
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
           05 FILLER                  PIC X(70).

      *> Catalog record with the trailing seat capacity; older rows
      *> without the column read in as spaces and carry no cap.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 SKL-GRADE           PIC X(3).

      *> One prerequisite per line: the course, a course that must
      *> be passed first, and the minimum numeric grade in it (zero
      *> means any passing grade will do).
       FD PREREQUISITE-FILE.
       01 PREREQUISITE-RECORD.
           05 PRQ-COURSE-CODE     PIC X(8).
           05 FILLER              PIC X(1).
           05 PRQ-REQUIRED-COURSE PIC X(8).
           05 FILLER              PIC X(1).
           05 PRQ-MIN-GRADE       PIC 9(3).

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

      *> Who let the student past a prerequisite, and which one.
       FD OVERRIDE-LOG-FILE.
       01 OVERRIDE-LOG-LINE.
           05 OVR-DATE-OUT        PIC 9(8).
           05 FILLER              PIC X(1).
           05 OVR-TIME-OUT        PIC 9(8).
           05 FILLER              PIC X(1).
           05 OVR-OPERATOR-OUT    PIC X(20).
           05 FILLER              PIC X(1).
           05 OVR-STUDENT-OUT     PIC 9(7).
           05 FILLER              PIC X(1).
           05 OVR-COURSE-OUT      PIC X(8).
           05 FILLER              PIC X(1).
           05 OVR-MISSING-OUT     PIC X(8).

      *> One waiting student per line, in the order the seats were
      *> asked for; the file order is the queue order.
       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 WLT-COURSE-CODE     PIC X(8).
           05 FILLER              PIC X(1).
           05 WLT-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 WLT-REQUEST-DATE    PIC 9(8).

      *> Promotions and purges alike, so the office notifies every
      *> student whose waitlist place has been settled.
       FD PROMOTION-REPORT-OUT.
       01 PROMOTION-LINE-OUT.
           05 PRM-DATE-OUT        PIC 9(8).
           05 FILLER              PIC X(1).
           05 PRM-COURSE-OUT      PIC X(8).
           05 FILLER              PIC X(1).
           05 PRM-STUDENT-OUT     PIC 9(7).
           05 FILLER              PIC X(1).
           05 PRM-ACTION-OUT      PIC X(25).

      *> One meeting per line: the course, its days as a seven-
      *> position mask (MTWRFSU, blank where it does not meet), the
      *> 24-hour start and end times, and the room.  A course with a
      *> lecture and a lab carries two lines.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           05 SCH-COURSE-CODE     PIC X(8).
           05 FILLER              PIC X(1).
           05 SCH-DAYS            PIC X(7).
           05 FILLER              PIC X(1).
           05 SCH-START-TIME      PIC 9(4).
           05 FILLER              PIC X(1).
           05 SCH-END-TIME        PIC 9(4).
           05 FILLER              PIC X(1).
           05 SCH-ROOM            PIC X(8).

      *> Control card: the term's add/drop deadline and census
      *> date (YYYYMMDD each), then the term code (YYYYTT) and the
      *> grade submission deadline GRADE_SUBMISSION_PROGRAM reads.
       FD REGISTRATION-CONTROL-FILE.
       01 REGISTRATION-CONTROL-RECORD.
           05 CTL-ADD-DROP-DEADLINE PIC 9(8).
           05 FILLER              PIC X(1).
           05 CTL-CENSUS-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 CTL-TERM-CODE       PIC X(6).
           05 FILLER              PIC X(1).
           05 CTL-GRADE-DEADLINE  PIC X(8).

      *> Employee and dependant tuition waivers, kept by
      *> TUITION_WAIVER_PROGRAM; status A is the active one.
       FD WAIVER-FILE.
       01 WAIVER-RECORD.
           05 WVR-EMPLOYEE-NUMBER PIC 9(5).
           05 FILLER              PIC X(1).
           05 WVR-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 WVR-RELATIONSHIP    PIC X(1).
           05 FILLER              PIC X(1).
           05 WVR-PERCENT         PIC 9(3).
           05 FILLER              PIC X(1).
           05 WVR-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 WVR-START-DATE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 WVR-END-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MODE PIC X(1).
           05 WS-CAT-ENTRY OCCURS 500 TIMES.
               10 WS-CAT-CODE     PIC X(8).
               10 WS-CAT-CAP      PIC 9(3).
               10 WS-CAT-CREDITS  PIC 9(2).
       01 WS-CATALOG-COUNT PIC 9(3) VALUE 0.
       01 WS-CAT-SUB PIC 9(3).
       01 WS-CAT-FOUND-FLAG PIC X(1).
       01 WS-DROP-FLAG PIC X(1).
       01 WS-SKELETON-COUNT PIC 9(5) VALUE 0.

       01 WS-PREREQ-TABLE.
           05 WS-PREREQ-ENTRY OCCURS 1000 TIMES.
               10 WS-PQ-COURSE    PIC X(8).
               10 WS-PQ-REQUIRED  PIC X(8).
               10 WS-PQ-MIN-GRADE PIC 9(3).
       01 WS-PREREQ-COUNT PIC 9(4) VALUE 0.
       01 WS-PREREQ-EOF PIC X(1) VALUE 'N'.
       01 WS-PQ-SUB PIC 9(4).
       01 WS-HIST-EOF PIC X(1).

       01 WS-PASSED-TABLE.
           05 WS-PASSED-ENTRY OCCURS 200 TIMES.
               10 WS-PS-COURSE    PIC X(8).
               10 WS-PS-GRADE     PIC 9(3).
       01 WS-PASSED-COUNT PIC 9(3).
       01 WS-PS-SUB PIC 9(3).
       01 WS-PASSED-FLAG PIC X(1).

       01 WS-MISSING-TABLE.
           05 WS-MISSING-COURSE OCCURS 20 TIMES PIC X(8).
       01 WS-MISSING-COUNT PIC 9(2).
       01 WS-MS-SUB PIC 9(2).
       01 WS-PREREQ-OK-FLAG PIC X(1).
       01 WS-OVERRIDE-REPLY PIC X(1).

       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).

       01 WS-WAITLIST-TABLE.
           05 WS-WAITLIST-ENTRY OCCURS 2000 TIMES.
               10 WS-WL-COURSE    PIC X(8).
               10 WS-WL-STUDENT   PIC 9(7).
               10 WS-WL-DATE      PIC 9(8).
       01 WS-WAITLIST-COUNT PIC 9(4) VALUE 0.
       01 WS-WAITLIST-EOF PIC X(1) VALUE 'N'.
       01 WS-WL-SUB PIC 9(4).
       01 WS-WL-POSITION PIC 9(4).
       01 WS-WL-FOUND-FLAG PIC X(1).
       01 WS-WAITLIST-REPLY PIC X(1).
       01 WS-PROMOTED-FLAG PIC X(1).
       01 WS-QUIET-FLAG PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-ADD-DROP-DEADLINE PIC 9(8) VALUE 0.
       01 WS-CENSUS-DATE PIC 9(8) VALUE 0.
       01 WS-CONTROL-FOUND-FLAG PIC X(1) VALUE 'N'.
       01 WS-DROPPED-CREDITS PIC 9(2).
       01 WS-DROPPED-COURSE PIC X(8).
       01 WS-AFTER-TUITION PIC 9(7)V99.
       01 WS-GROSS-CHANGE PIC S9(7)V99.
       01 WS-WAIVER-EOF PIC X(1).
       01 WS-WAIVER-PERCENT PIC 9(3).
       01 WS-WAIVER-SHARE PIC S9(7)V99.
       01 WS-CREDIT-AREA.
           05 WS-CR-PROGRAM       PIC X(8).
           05 WS-CR-LEVEL         PIC 9(2).
           05 WS-CR-HOURS         PIC 9(3).
           05 WS-CR-AMOUNT        PIC 9(7)V99.
           05 WS-CR-BASIS         PIC X(1).
           05 WS-CR-STATUS        PIC X(1).
       01 WS-ADJUST-AREA.
           05 WS-ADJ-STUDENT-NUMBER PIC 9(7).
           05 WS-ADJ-AMOUNT       PIC S9(7)V99.
           05 WS-ADJ-REASON-CODE  PIC X(3).
           05 WS-ADJ-OPERATOR     PIC X(20).
           05 WS-ADJ-STATUS-CODE  PIC X(1).
           05 WS-ADJ-APPROVER     PIC X(20) VALUE SPACES.
       01 WS-PURGED-COUNT PIC 9(5) VALUE 0.
       01 WS-PLACES-FOUND PIC 9(4).
       01 WS-POSITION-LINE.
           05 WS-P-COURSE         PIC X(8).
           05 FILLER              PIC X(12) VALUE "  POSITION: ".
           05 WS-P-POSITION       PIC ZZZ9.

       01 WS-SCHEDULE-TABLE.
           05 WS-SCHEDULE-ENTRY OCCURS 1000 TIMES.
               10 WS-SC-COURSE    PIC X(8).
               10 WS-SC-DAYS      PIC X(7).
               10 WS-SC-START     PIC 9(4).
               10 WS-SC-END       PIC 9(4).
       01 WS-SCHEDULE-COUNT PIC 9(4) VALUE 0.
       01 WS-SCHEDULE-EOF PIC X(1) VALUE 'N'.
       01 WS-SN-SUB PIC 9(4).
       01 WS-SO-SUB PIC 9(4).
       01 WS-DAY-SUB PIC 9(1).
       01 WS-CLASH-FLAG PIC X(1).
       01 WS-CLASH-COURSE PIC X(8).
       01 WS-DAYS-A.
           05 WS-DAY-A OCCURS 7 TIMES PIC X(1).
       01 WS-DAYS-B.
           05 WS-DAY-B OCCURS 7 TIMES PIC X(1).

       01 WS-HOLD-AREA.
           05 WS-HOLD-STUDENT     PIC 9(7).
           05 WS-HOLD-RESULT      PIC X(1).
           05 WS-HOLD-TYPE        PIC X(3).
           05 WS-HOLD-REASON      PIC X(30).
           05 WS-HOLD-DATE        PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-LOAD-COURSE-CATALOG.
           PERFORM 150-LOAD-ENROLLMENTS.
           PERFORM 170-LOAD-PREREQUISITES.
      *> Prerequisites the table never held would let students in
      *> unchecked, so an oversized file stops the session.
           IF WS-PREREQ-EOF NOT = 'Y'
               DISPLAY "COURSE-PREREQUISITES.TXT EXCEEDS THE "
                   "1000-LINE TABLE -- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 190-LOAD-WAITLIST.
      *> Enrol, drop and promotion rebuild the waitlist from the
      *> table, so a file past the ceiling is left alone.
           IF WS-WAITLIST-EOF NOT = 'Y'
               DISPLAY "COURSE-WAITLIST.TXT EXCEEDS THE 2000-LINE "
                   "TABLE -- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 175-LOAD-SCHEDULE.
           PERFORM 185-LOAD-REGISTRATION-CONTROL.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Register, drop, generate the class lists, "
               "waitlist position, or purge waitlists? (R/D/L/W/P) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'D' OR 'd'
                   PERFORM 400-DROP-ONE-ENROLLMENT
                   PERFORM 350-REWRITE-ENROLLMENT-FILE
                   PERFORM 370-REWRITE-WAITLIST-FILE
               WHEN WS-MODE = 'L' OR 'l'
                   PERFORM 500-GENERATE-CLASS-LISTS
               WHEN WS-MODE = 'W' OR 'w'
                   PERFORM 600-WAITLIST-POSITION-INQUIRY
               WHEN WS-MODE = 'P' OR 'p'
                   PERFORM 650-PURGE-THE-WAITLISTS
               WHEN OTHER
                   MOVE 'Y' TO WS-ANOTHER
                   PERFORM 200-REGISTER-ONE-STUDENT
                       UNTIL WS-ANOTHER NOT = 'Y' AND 'y'
                   PERFORM 350-REWRITE-ENROLLMENT-FILE
                   PERFORM 370-REWRITE-WAITLIST-FILE
           END-EVALUATE.
           STOP RUN.

                       ADD 1 TO WS-CATALOG-COUNT
                       MOVE CAT-COURSE-CODE
                           TO WS-CAT-CODE(WS-CATALOG-COUNT)
                       MOVE CAT-CREDIT-HOURS
                           TO WS-CAT-CREDITS(WS-CATALOG-COUNT)
                       IF CAT-CAPACITY IS NUMERIC
                           MOVE CAT-CAPACITY-9
                               TO WS-CAT-CAP(WS-CATALOG-COUNT)
                           TO WS-EN-COURSE(WS-ENROLL-COUNT)
               END-READ.

           170-LOAD-PREREQUISITES.
               OPEN INPUT PREREQUISITE-FILE.
               PERFORM 180-READ-PREREQUISITE-RECORD
                   UNTIL WS-PREREQ-EOF = 'Y'
                       OR WS-PREREQ-COUNT = 1000.
               CLOSE PREREQUISITE-FILE.

           180-READ-PREREQUISITE-RECORD.
               READ PREREQUISITE-FILE
                   AT END MOVE 'Y' TO WS-PREREQ-EOF
                   NOT AT END
                       ADD 1 TO WS-PREREQ-COUNT
                       MOVE PRQ-COURSE-CODE
                           TO WS-PQ-COURSE(WS-PREREQ-COUNT)
                       MOVE PRQ-REQUIRED-COURSE
                           TO WS-PQ-REQUIRED(WS-PREREQ-COUNT)
                       IF PRQ-MIN-GRADE IS NUMERIC
                           MOVE PRQ-MIN-GRADE
                               TO WS-PQ-MIN-GRADE(WS-PREREQ-COUNT)
                       ELSE
                           MOVE 0 TO WS-PQ-MIN-GRADE(WS-PREREQ-COUNT)
                       END-IF
               END-READ.

           175-LOAD-SCHEDULE.
               OPEN INPUT SCHEDULE-FILE.
               PERFORM 176-READ-SCHEDULE-RECORD
                   UNTIL WS-SCHEDULE-EOF = 'Y'
                       OR WS-SCHEDULE-COUNT = 1000.
               CLOSE SCHEDULE-FILE.

           176-READ-SCHEDULE-RECORD.
               READ SCHEDULE-FILE
                   AT END MOVE 'Y' TO WS-SCHEDULE-EOF
                   NOT AT END
                       ADD 1 TO WS-SCHEDULE-COUNT
                       MOVE SCH-COURSE-CODE
                           TO WS-SC-COURSE(WS-SCHEDULE-COUNT)
                       MOVE SCH-DAYS TO WS-SC-DAYS(WS-SCHEDULE-COUNT)
                       MOVE SCH-START-TIME
                           TO WS-SC-START(WS-SCHEDULE-COUNT)
                       MOVE SCH-END-TIME
                           TO WS-SC-END(WS-SCHEDULE-COUNT)
               END-READ.

           185-LOAD-REGISTRATION-CONTROL.
               OPEN INPUT REGISTRATION-CONTROL-FILE.
               READ REGISTRATION-CONTROL-FILE
                   AT END
                       MOVE 'N' TO WS-CONTROL-FOUND-FLAG
                   NOT AT END
                       MOVE 'Y' TO WS-CONTROL-FOUND-FLAG
                       IF CTL-ADD-DROP-DEADLINE IS NUMERIC
                           MOVE CTL-ADD-DROP-DEADLINE
                               TO WS-ADD-DROP-DEADLINE
                       END-IF
                       IF CTL-CENSUS-DATE IS NUMERIC
                           MOVE CTL-CENSUS-DATE TO WS-CENSUS-DATE
                       END-IF
               END-READ.
               CLOSE REGISTRATION-CONTROL-FILE.

           190-LOAD-WAITLIST.
               OPEN INPUT WAITLIST-FILE.
               PERFORM 195-READ-WAITLIST-RECORD
                   UNTIL WS-WAITLIST-EOF = 'Y'
                       OR WS-WAITLIST-COUNT = 2000.
               CLOSE WAITLIST-FILE.

           195-READ-WAITLIST-RECORD.
               READ WAITLIST-FILE
                   AT END MOVE 'Y' TO WS-WAITLIST-EOF
                   NOT AT END
                       ADD 1 TO WS-WAITLIST-COUNT
                       MOVE WLT-COURSE-CODE
                           TO WS-WL-COURSE(WS-WAITLIST-COUNT)
                       MOVE WLT-STUDENT-NUMBER
                           TO WS-WL-STUDENT(WS-WAITLIST-COUNT)
                       MOVE WLT-REQUEST-DATE
                           TO WS-WL-DATE(WS-WAITLIST-COUNT)
               END-READ.

           200-REGISTER-ONE-STUDENT.
               MOVE 'N' TO WS-STUDENT-OK-FLAG.
               PERFORM 210-ACCEPT-STUDENT-NUMBER
                   UNTIL WS-STUDENT-OK-FLAG = 'Y'.
               PERFORM 215-CHECK-STUDENT-HOLD.
               IF WS-HOLD-RESULT = '1'
                   DISPLAY "Student is on hold (" WS-HOLD-TYPE " "
                       WS-HOLD-REASON ") -- registration refused."
               ELSE
                   PERFORM 216-REGISTER-THE-COURSE
               END-IF.
               DISPLAY "Register another? (Y/N) "
               ACCEPT WS-ANOTHER.
                   CLOSE STUDENT-MASTER-FILE
               END-IF.

      *> A student with a hold on file registers for nothing until
      *> the hold is released.
           215-CHECK-STUDENT-HOLD.
               MOVE WS-STUDENT-NUMBER TO WS-HOLD-STUDENT.
               CALL 'STUDENT_HOLD_CHECK' USING WS-HOLD-AREA.

           216-REGISTER-THE-COURSE.
               MOVE 'N' TO WS-CAT-FOUND-FLAG.
               PERFORM 220-ACCEPT-COURSE-CODE
                   UNTIL WS-CAT-FOUND-FLAG = 'Y'.
               PERFORM 230-CHECK-DUPLICATE.
               IF WS-DUP-FLAG = 'Y'
                   DISPLAY "Student is already enrolled in that "
                       "course."
               ELSE
                   PERFORM 260-CHECK-PREREQUISITES
                   IF WS-PREREQ-OK-FLAG = 'Y'
                       PERFORM 290-CHECK-TIMETABLE-CLASH
                       IF WS-CLASH-FLAG = 'Y'
                           DISPLAY "Timetable clash with "
                               WS-CLASH-COURSE
                               " -- registration refused."
                       ELSE
                           PERFORM 240-CHECK-SEAT-CAPACITY
                       END-IF
                   END-IF
               END-IF.

           220-ACCEPT-COURSE-CODE.
               DISPLAY "Enter course code: "
               ACCEPT WS-COURSE-CODE.
                   DISPLAY "Course is full ("
                       WS-CAT-CAP(WS-CAT-HIT-SUB)
                       " seats) -- registration refused."
                   PERFORM 245-OFFER-THE-WAITLIST
               ELSE
                   PERFORM 250-ADD-THE-ENROLLMENT
               END-IF.
                   ADD 1 TO WS-SEAT-COUNT
               END-IF.

      *> A full course keeps the request: the student joins the end
      *> of the course's waitlist, once.
           245-OFFER-THE-WAITLIST.
               PERFORM 246-FIND-WAITLIST-PLACE.
               IF WS-WL-FOUND-FLAG = 'Y'
                   DISPLAY "Student is already waitlisted, position "
                       WS-WL-POSITION
               ELSE
                   DISPLAY "Add the student to the waitlist? (Y/N) "
                   ACCEPT WS-WAITLIST-REPLY
                   IF WS-WAITLIST-REPLY = 'Y' OR 'y'
                       PERFORM 248-ADD-WAITLIST-ENTRY
                   END-IF
               END-IF.

      *> Position counts only the live entries for the same course
      *> ahead of (and including) the student's own.
           246-FIND-WAITLIST-PLACE.
               MOVE 'N' TO WS-WL-FOUND-FLAG.
               MOVE 0 TO WS-WL-POSITION.
               PERFORM 247-SCAN-WAITLIST-PLACE
                   VARYING WS-WL-SUB FROM 1 BY 1
                   UNTIL WS-WL-SUB > WS-WAITLIST-COUNT
                       OR WS-WL-FOUND-FLAG = 'Y'.

           247-SCAN-WAITLIST-PLACE.
               IF WS-WL-COURSE(WS-WL-SUB) = WS-COURSE-CODE
                   AND WS-WL-STUDENT(WS-WL-SUB) NOT = 0
                   ADD 1 TO WS-WL-POSITION
                   IF WS-WL-STUDENT(WS-WL-SUB) = WS-STUDENT-NUMBER
                       MOVE 'Y' TO WS-WL-FOUND-FLAG
                   END-IF
               END-IF.

           248-ADD-WAITLIST-ENTRY.
               IF WS-WAITLIST-COUNT < 2000
                   ADD 1 TO WS-WAITLIST-COUNT
                   MOVE WS-COURSE-CODE
                       TO WS-WL-COURSE(WS-WAITLIST-COUNT)
                   MOVE WS-STUDENT-NUMBER
                       TO WS-WL-STUDENT(WS-WAITLIST-COUNT)
                   MOVE WS-TODAY TO WS-WL-DATE(WS-WAITLIST-COUNT)
                   ADD 1 TO WS-WL-POSITION
                   DISPLAY "Waitlisted " WS-STUDENT-NUMBER " for "
                       WS-COURSE-CODE ", position " WS-WL-POSITION
               ELSE
                   DISPLAY "*** WAITLIST TABLE IS FULL -- NOT "
                       "WAITLISTED ***"
               END-IF.

           250-ADD-THE-ENROLLMENT.
               IF WS-ENROLL-COUNT < 5000
                   ADD 1 TO WS-ENROLL-COUNT
                       "REGISTRATION REFUSED ***"
               END-IF.

      *> Every prerequisite row for the course must be met by a
      *> passed line on the grade history at or above its minimum
      *> grade.  Each one missing is named; the registrar may then
      *> let the student in anyway, and the override is logged
      *> course by course.
           260-CHECK-PREREQUISITES.
               MOVE 'Y' TO WS-PREREQ-OK-FLAG.
               MOVE 0 TO WS-MISSING-COUNT.
               MOVE 0 TO WS-PASSED-COUNT.
               MOVE 'N' TO WS-HIST-EOF.
               OPEN INPUT GRADE-HISTORY-FILE.
               PERFORM 261-READ-ONE-HISTORY-LINE
                   UNTIL WS-HIST-EOF = 'Y'.
               CLOSE GRADE-HISTORY-FILE.
               PERFORM 263-CHECK-ONE-PREREQUISITE
                   VARYING WS-PQ-SUB FROM 1 BY 1
                   UNTIL WS-PQ-SUB > WS-PREREQ-COUNT.
               IF WS-MISSING-COUNT > 0
                   MOVE 'N' TO WS-PREREQ-OK-FLAG
               END-IF.
               IF WS-MISSING-COUNT > 0 AND WS-QUIET-FLAG = 'N'
                   DISPLAY "Registrar override? (Y/N) "
                   ACCEPT WS-OVERRIDE-REPLY
                   IF WS-OVERRIDE-REPLY = 'Y' OR 'y'
                       PERFORM 270-REGISTRAR-OVERRIDE
                   ELSE
                       DISPLAY "Prerequisites not met -- "
                           "registration refused."
                   END-IF
               END-IF.

      *> Passed means an A through D letter; F, W and I lines do
      *> not satisfy a prerequisite.  Transfer credit (T) does, and
      *> since its grade column holds credits rather than a mark it
      *> is taken as meeting any minimum grade -- the equivalency
      *> was only approved on an acceptable outside grade.
           261-READ-ONE-HISTORY-LINE.
               READ GRADE-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           AND (HIST-LETTER-GRADE = 'A' OR 'B'
                               OR 'C' OR 'D' OR 'T')
                           AND WS-PASSED-COUNT < 200
                           ADD 1 TO WS-PASSED-COUNT
                           MOVE HIST-COURSE-CODE
                               TO WS-PS-COURSE(WS-PASSED-COUNT)
                           MOVE HIST-GRADE-IN
                               TO WS-PS-GRADE(WS-PASSED-COUNT)
                           IF HIST-GRADE-STATUS = 'T'
                               MOVE 100
                                   TO WS-PS-GRADE(WS-PASSED-COUNT)
                           END-IF
                       END-IF
               END-READ.

           263-CHECK-ONE-PREREQUISITE.
               IF WS-PQ-COURSE(WS-PQ-SUB) = WS-COURSE-CODE
                   MOVE 'N' TO WS-PASSED-FLAG
                   PERFORM 264-SCAN-PASSED-COURSE
                       VARYING WS-PS-SUB FROM 1 BY 1
                       UNTIL WS-PS-SUB > WS-PASSED-COUNT
                           OR WS-PASSED-FLAG = 'Y'
                   IF WS-PASSED-FLAG = 'N'
                       IF WS-QUIET-FLAG = 'N'
                           DISPLAY "Missing prerequisite "
                               WS-PQ-REQUIRED(WS-PQ-SUB)
                               " (minimum grade "
                               WS-PQ-MIN-GRADE(WS-PQ-SUB) ")"
                       END-IF
                       IF WS-MISSING-COUNT < 20
                           ADD 1 TO WS-MISSING-COUNT
                           MOVE WS-PQ-REQUIRED(WS-PQ-SUB)
                               TO WS-MISSING-COURSE(WS-MISSING-COUNT)
                       END-IF
                   END-IF
               END-IF.

           264-SCAN-PASSED-COURSE.
               IF WS-PS-COURSE(WS-PS-SUB) = WS-PQ-REQUIRED(WS-PQ-SUB)
                   AND WS-PS-GRADE(WS-PS-SUB) >=
                       WS-PQ-MIN-GRADE(WS-PQ-SUB)
                   MOVE 'Y' TO WS-PASSED-FLAG
               END-IF.

      *> The override is the registrar's call: a supervisor-level
      *> sign-on, and one log line per prerequisite waived.
           270-REGISTRAR-OVERRIDE.
               DISPLAY "Registrar operator ID: "
               ACCEPT WS-AUDIT-OPERATOR.
               MOVE WS-AUDIT-OPERATOR TO WS-OP-OPERATOR-ID.
               CALL 'OPERATOR_CHECK' USING WS-OPERATOR-AREA.
               IF WS-OP-AUTH-STATUS NOT = '0'
                   OR WS-OP-AUTH-LEVEL < 3
                   DISPLAY "Override needs a registrar sign-on -- "
                       "registration refused."
               ELSE
                   ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-AUDIT-TIME FROM TIME
                   OPEN EXTEND OVERRIDE-LOG-FILE
                   PERFORM 271-LOG-ONE-OVERRIDE
                       VARYING WS-MS-SUB FROM 1 BY 1
                       UNTIL WS-MS-SUB > WS-MISSING-COUNT
                   CLOSE OVERRIDE-LOG-FILE
                   MOVE 'Y' TO WS-PREREQ-OK-FLAG
                   DISPLAY "Prerequisites overridden by "
                       WS-AUDIT-OPERATOR
               END-IF.

           271-LOG-ONE-OVERRIDE.
               MOVE SPACES TO OVERRIDE-LOG-LINE.
               MOVE WS-AUDIT-DATE TO OVR-DATE-OUT.
               MOVE WS-AUDIT-TIME TO OVR-TIME-OUT.
               MOVE WS-AUDIT-OPERATOR TO OVR-OPERATOR-OUT.
               MOVE WS-STUDENT-NUMBER TO OVR-STUDENT-OUT.
               MOVE WS-COURSE-CODE TO OVR-COURSE-OUT.
               MOVE WS-MISSING-COURSE(WS-MS-SUB) TO OVR-MISSING-OUT.
               WRITE OVERRIDE-LOG-LINE.

      *> Every meeting of the new course against every meeting of
      *> each course the student already holds: a shared day and
      *> overlapping times is a clash.  A course with no schedule
      *> lines cannot clash.
           290-CHECK-TIMETABLE-CLASH.
               MOVE 'N' TO WS-CLASH-FLAG.
               PERFORM 291-CHECK-NEW-MEETING
                   VARYING WS-SN-SUB FROM 1 BY 1
                   UNTIL WS-SN-SUB > WS-SCHEDULE-COUNT
                       OR WS-CLASH-FLAG = 'Y'.

           291-CHECK-NEW-MEETING.
               IF WS-SC-COURSE(WS-SN-SUB) = WS-COURSE-CODE
                   PERFORM 292-CHECK-HELD-COURSE
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ENROLL-COUNT
                           OR WS-CLASH-FLAG = 'Y'
               END-IF.

           292-CHECK-HELD-COURSE.
               IF WS-EN-STUDENT(WS-SUB) = WS-STUDENT-NUMBER
                   AND WS-EN-COURSE(WS-SUB) NOT = WS-COURSE-CODE
                   PERFORM 293-CHECK-HELD-MEETING
                       VARYING WS-SO-SUB FROM 1 BY 1
                       UNTIL WS-SO-SUB > WS-SCHEDULE-COUNT
                           OR WS-CLASH-FLAG = 'Y'
               END-IF.

           293-CHECK-HELD-MEETING.
               IF WS-SC-COURSE(WS-SO-SUB) = WS-EN-COURSE(WS-SUB)
                   AND WS-SC-START(WS-SN-SUB) < WS-SC-END(WS-SO-SUB)
                   AND WS-SC-START(WS-SO-SUB) < WS-SC-END(WS-SN-SUB)
                   MOVE WS-SC-DAYS(WS-SN-SUB) TO WS-DAYS-A
                   MOVE WS-SC-DAYS(WS-SO-SUB) TO WS-DAYS-B
                   PERFORM 294-COMPARE-ONE-DAY
                       VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7
                           OR WS-CLASH-FLAG = 'Y'
                   IF WS-CLASH-FLAG = 'Y'
                       MOVE WS-EN-COURSE(WS-SUB) TO WS-CLASH-COURSE
                   END-IF
               END-IF.

           294-COMPARE-ONE-DAY.
               IF WS-DAY-A(WS-DAY-SUB) NOT = SPACE
                   AND WS-DAY-B(WS-DAY-SUB) NOT = SPACE
                   MOVE 'Y' TO WS-CLASH-FLAG
               END-IF.

           350-REWRITE-ENROLLMENT-FILE.
               OPEN OUTPUT ENROLLMENT-FILE.
               PERFORM 360-WRITE-ONE-ENROLLMENT
                   WRITE ENROLLMENT-RECORD
               END-IF.

           370-REWRITE-WAITLIST-FILE.
               OPEN OUTPUT WAITLIST-FILE.
               PERFORM 380-WRITE-ONE-WAITLIST
                   VARYING WS-WL-SUB FROM 1 BY 1
                   UNTIL WS-WL-SUB > WS-WAITLIST-COUNT.
               CLOSE WAITLIST-FILE.

           380-WRITE-ONE-WAITLIST.
               IF WS-WL-STUDENT(WS-WL-SUB) NOT = 0
                   MOVE SPACES TO WAITLIST-RECORD
                   MOVE WS-WL-COURSE(WS-WL-SUB) TO WLT-COURSE-CODE
                   MOVE WS-WL-STUDENT(WS-WL-SUB) TO WLT-STUDENT-NUMBER
                   MOVE WS-WL-DATE(WS-WL-SUB) TO WLT-REQUEST-DATE
                   WRITE WAITLIST-RECORD
               END-IF.

           400-DROP-ONE-ENROLLMENT.
               MOVE 'N' TO WS-NUMBER-EDIT.
               PERFORM 410-ACCEPT-DROP-NUMBER
                   UNTIL WS-SUB > WS-ENROLL-COUNT.
               IF WS-DROP-FLAG = 'Y'
                   DISPLAY "Enrollment dropped."
                   IF WS-CENSUS-DATE > 0
                       AND WS-TODAY NOT > WS-CENSUS-DATE
                       PERFORM 470-REASSESS-THE-DROP
                   END-IF
                   PERFORM 430-PROMOTE-FROM-WAITLIST
               ELSE
                   DISPLAY "No such enrollment on file."
               END-IF.
                   MOVE 'Y' TO WS-DROP-FLAG
               END-IF.

      *> The freed seat goes to the first waitlisted student who
      *> could register now: no hold, every prerequisite met, and
      *> no clash with the timetable the student already holds.
      *> A student passed over keeps the place for a later drop; one
      *> already holding a seat in the course is simply taken off.
           430-PROMOTE-FROM-WAITLIST.
               PERFORM 225-FIND-CATALOG-ENTRY.
               IF WS-CAT-FOUND-FLAG = 'Y'
                   MOVE 0 TO WS-SEAT-COUNT
                   PERFORM 241-COUNT-ONE-SEAT
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ENROLL-COUNT
                   IF WS-CAT-CAP(WS-CAT-HIT-SUB) > 0
                       AND WS-SEAT-COUNT < WS-CAT-CAP(WS-CAT-HIT-SUB)
                       MOVE 'N' TO WS-PROMOTED-FLAG
                       MOVE 'Y' TO WS-QUIET-FLAG
                       PERFORM 440-TRY-ONE-WAITLISTED
                           VARYING WS-WL-SUB FROM 1 BY 1
                           UNTIL WS-WL-SUB > WS-WAITLIST-COUNT
                               OR WS-PROMOTED-FLAG = 'Y'
                       MOVE 'N' TO WS-QUIET-FLAG
                   END-IF
               END-IF.

           440-TRY-ONE-WAITLISTED.
               IF WS-WL-COURSE(WS-WL-SUB) = WS-COURSE-CODE
                   AND WS-WL-STUDENT(WS-WL-SUB) NOT = 0
                   MOVE WS-WL-STUDENT(WS-WL-SUB) TO WS-STUDENT-NUMBER
                   PERFORM 230-CHECK-DUPLICATE
                   IF WS-DUP-FLAG = 'Y'
                       MOVE 0 TO WS-WL-STUDENT(WS-WL-SUB)
                   ELSE
                       PERFORM 215-CHECK-STUDENT-HOLD
                       PERFORM 260-CHECK-PREREQUISITES
                       PERFORM 290-CHECK-TIMETABLE-CLASH
                       IF WS-HOLD-RESULT NOT = '1'
                           AND WS-PREREQ-OK-FLAG = 'Y'
                           AND WS-CLASH-FLAG = 'N'
                           PERFORM 450-PROMOTE-ONE-STUDENT
                       END-IF
                   END-IF
               END-IF.

           450-PROMOTE-ONE-STUDENT.
               PERFORM 250-ADD-THE-ENROLLMENT.
               MOVE 0 TO WS-WL-STUDENT(WS-WL-SUB).
               MOVE 'Y' TO WS-PROMOTED-FLAG.
               OPEN EXTEND PROMOTION-REPORT-OUT.
               MOVE SPACES TO PROMOTION-LINE-OUT.
               MOVE WS-TODAY TO PRM-DATE-OUT.
               MOVE WS-COURSE-CODE TO PRM-COURSE-OUT.
               MOVE WS-STUDENT-NUMBER TO PRM-STUDENT-OUT.
               MOVE "PROMOTED FROM WAITLIST" TO PRM-ACTION-OUT.
               WRITE PROMOTION-LINE-OUT.
               CLOSE PROMOTION-REPORT-OUT.
               DISPLAY "Promoted from the waitlist: "
                   WS-STUDENT-NUMBER.

      *> Before census a drop lightens the bill: the load is priced
      *> with and without the dropped course and the difference
      *> goes through the shared adjustment path, which journals
      *> and sub-ledgers it like any other change.  Past the
      *> flat-rate threshold both prices match and nothing posts.
           470-REASSESS-THE-DROP.
               MOVE WS-COURSE-CODE TO WS-DROPPED-COURSE.
               PERFORM 225-FIND-CATALOG-ENTRY.
               MOVE 0 TO WS-DROPPED-CREDITS.
               IF WS-CAT-FOUND-FLAG = 'Y'
                   MOVE WS-CAT-CREDITS(WS-CAT-HIT-SUB)
                       TO WS-DROPPED-CREDITS
               END-IF.
               MOVE 'N' TO WS-STUDENT-OK-FLAG.
               OPEN INPUT STUDENT-MASTER-FILE.
               MOVE WS-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Student not on the master -- "
                           "tuition not reassessed."
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STUDENT-OK-FLAG
               END-READ.
               CLOSE STUDENT-MASTER-FILE.
               IF WS-STUDENT-OK-FLAG = 'Y' AND WS-DROPPED-CREDITS > 0
                   MOVE MASTER-PROGRAM TO WS-CR-PROGRAM
                   MOVE MASTER-YEAR-LEVEL TO WS-CR-LEVEL
                   MOVE 0 TO WS-CR-HOURS
                   PERFORM 475-ADD-ONE-HELD-CREDIT
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ENROLL-COUNT
                   CALL 'CREDIT_HOUR_RATE' USING WS-CREDIT-AREA
                   MOVE WS-CR-AMOUNT TO WS-AFTER-TUITION
                   ADD WS-DROPPED-CREDITS TO WS-CR-HOURS
                   CALL 'CREDIT_HOUR_RATE' USING WS-CREDIT-AREA
                   IF WS-CR-STATUS NOT = '0'
                       DISPLAY "No tuition rate for " WS-CR-PROGRAM
                           " level " WS-CR-LEVEL
                           " -- tuition not reassessed."
                   ELSE
                       PERFORM 480-POST-THE-REASSESSMENT
                   END-IF
               END-IF.
               MOVE WS-DROPPED-COURSE TO WS-COURSE-CODE.

           475-ADD-ONE-HELD-CREDIT.
               IF WS-EN-STUDENT(WS-SUB) = WS-STUDENT-NUMBER
                   MOVE WS-EN-COURSE(WS-SUB) TO WS-COURSE-CODE
                   PERFORM 225-FIND-CATALOG-ENTRY
                   IF WS-CAT-FOUND-FLAG = 'Y'
                       ADD WS-CAT-CREDITS(WS-CAT-HIT-SUB)
                           TO WS-CR-HOURS
                   END-IF
               END-IF.

      *> A waived student was billed the tuition net of the waiver
      *> (TUITION_ASSESSMENT_PROGRAM), so the drop takes the same
      *> share off the difference: RAS carries the gross change
      *> under TUI and a WVR adjustment gives back the waiver on
      *> the dropped hours, the same TUI/WVR pair the assessment
      *> posts.  The waiver goes first; if it is refused the RAS
      *> is not posted either, so the two never part company.
           480-POST-THE-REASSESSMENT.
               COMPUTE WS-GROSS-CHANGE =
                   WS-AFTER-TUITION - WS-CR-AMOUNT.
               IF WS-GROSS-CHANGE NOT = 0
                   PERFORM 485-FIND-ACTIVE-WAIVER
                   COMPUTE WS-WAIVER-SHARE ROUNDED =
                       WS-GROSS-CHANGE * WS-WAIVER-PERCENT / 100
                   MOVE WS-STUDENT-NUMBER TO WS-ADJ-STUDENT-NUMBER
                   MOVE "REGISTRATION DROP" TO WS-ADJ-OPERATOR
                   MOVE '0' TO WS-ADJ-STATUS-CODE
                   IF WS-WAIVER-SHARE NOT = 0
                       PERFORM 490-POST-THE-WAIVER-CHANGE
                   END-IF
                   IF WS-ADJ-STATUS-CODE = '0'
                       MOVE WS-GROSS-CHANGE TO WS-ADJ-AMOUNT
                       MOVE "RAS" TO WS-ADJ-REASON-CODE
                       CALL 'TUITION_ADJUST' USING WS-ADJUST-AREA
                   END-IF
                   IF WS-ADJ-STATUS-CODE = '0'
                       DISPLAY "Tuition reassessed: " WS-ADJ-AMOUNT
                   ELSE
                       DISPLAY "Tuition reassessment not applied, "
                           "status " WS-ADJ-STATUS-CODE
                   END-IF
               END-IF.

           485-FIND-ACTIVE-WAIVER.
               MOVE 0 TO WS-WAIVER-PERCENT.
               MOVE 'N' TO WS-WAIVER-EOF.
               OPEN INPUT WAIVER-FILE.
               PERFORM 486-READ-ONE-WAIVER
                   UNTIL WS-WAIVER-EOF = 'Y'.
               CLOSE WAIVER-FILE.

           486-READ-ONE-WAIVER.
               READ WAIVER-FILE
                   AT END MOVE 'Y' TO WS-WAIVER-EOF
                   NOT AT END
                       IF WVR-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           AND WVR-STATUS = 'A'
                           MOVE WVR-PERCENT TO WS-WAIVER-PERCENT
                           MOVE 'Y' TO WS-WAIVER-EOF
                       END-IF
               END-READ.

      *> The waiver share of a drop is a credit the student no
      *> longer gets, so it goes on as a positive WVR amount.
           490-POST-THE-WAIVER-CHANGE.
               COMPUTE WS-ADJ-AMOUNT = 0 - WS-WAIVER-SHARE.
               MOVE "WVR" TO WS-ADJ-REASON-CODE.
               CALL 'TUITION_ADJUST' USING WS-ADJUST-AREA.
               IF WS-ADJ-STATUS-CODE = '0'
                   DISPLAY "Waiver on the dropped hours ("
                       WS-WAIVER-PERCENT "%) given back: "
                       WS-ADJ-AMOUNT
               END-IF.

      *> One skeleton line per enrollment, grouped course by course
      *> in catalog order, grade column blank for the professor.
           500-GENERATE-CLASS-LISTS.
                   ADD 1 TO WS-SKELETON-COUNT
               END-IF.

      *> Every course the student is waiting on, with the place.
           600-WAITLIST-POSITION-INQUIRY.
               MOVE 'N' TO WS-NUMBER-EDIT.
               PERFORM 410-ACCEPT-DROP-NUMBER
                   UNTIL WS-NUMBER-EDIT IS NUMERIC.
               MOVE WS-NUMBER-EDIT TO WS-STUDENT-NUMBER.
               MOVE 0 TO WS-PLACES-FOUND.
               PERFORM 610-REPORT-ONE-PLACE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-WAITLIST-COUNT.
               IF WS-PLACES-FOUND = 0
                   DISPLAY "Student is not on any waitlist."
               END-IF.

           610-REPORT-ONE-PLACE.
               IF WS-WL-STUDENT(WS-SUB) = WS-STUDENT-NUMBER
                   MOVE WS-WL-COURSE(WS-SUB) TO WS-COURSE-CODE
                   PERFORM 246-FIND-WAITLIST-PLACE
                   MOVE WS-COURSE-CODE TO WS-P-COURSE
                   MOVE WS-WL-POSITION TO WS-P-POSITION
                   DISPLAY WS-POSITION-LINE
                   ADD 1 TO WS-PLACES-FOUND
               END-IF.

      *> At the add/drop deadline no seat can be offered any more:
      *> every waitlist is cleared, each student listed on the
      *> promotions file so the office can tell them.  Before the
      *> deadline on the control card the purge is refused.
           650-PURGE-THE-WAITLISTS.
               IF WS-CONTROL-FOUND-FLAG = 'N'
                   DISPLAY "No registration control card -- "
                       "purging as of today."
               END-IF.
               IF WS-TODAY < WS-ADD-DROP-DEADLINE
                   DISPLAY "Add/drop deadline " WS-ADD-DROP-DEADLINE
                       " not reached -- waitlists kept."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   OPEN EXTEND PROMOTION-REPORT-OUT
                   PERFORM 660-PURGE-ONE-ENTRY
                       VARYING WS-WL-SUB FROM 1 BY 1
                       UNTIL WS-WL-SUB > WS-WAITLIST-COUNT
                   CLOSE PROMOTION-REPORT-OUT
                   PERFORM 370-REWRITE-WAITLIST-FILE
                   DISPLAY "WAITLIST ENTRIES PURGED: " WS-PURGED-COUNT
               END-IF.

           660-PURGE-ONE-ENTRY.
               IF WS-WL-STUDENT(WS-WL-SUB) NOT = 0
                   MOVE SPACES TO PROMOTION-LINE-OUT
                   MOVE WS-TODAY TO PRM-DATE-OUT
                   MOVE WS-WL-COURSE(WS-WL-SUB) TO PRM-COURSE-OUT
                   MOVE WS-WL-STUDENT(WS-WL-SUB) TO PRM-STUDENT-OUT
                   MOVE "PURGED AT ADD/DROP" TO PRM-ACTION-OUT
                   WRITE PROMOTION-LINE-OUT
                   MOVE 0 TO WS-WL-STUDENT(WS-WL-SUB)
                   ADD 1 TO WS-PURGED-COUNT
               END-IF.

       END PROGRAM COURSE_REGISTRATION_PROGRAM.
