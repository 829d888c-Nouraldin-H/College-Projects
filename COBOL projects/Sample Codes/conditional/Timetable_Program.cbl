      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 11-11-2025
      * Purpose: printable views of COURSE-SCHEDULE.TXT, the meeting
      * times registration checks clashes against.  Timetable mode
      * takes a student number and prints the week the student's
      * ENROLLMENT-FILE.TXT lines add up to, day by day in start-time
      * order, to TIMETABLE.TXT.  Room mode sorts every meeting by
      * room, day, and start time and prints ROOM-UTILIZATION.TXT:
      * the hours each room is booked in the week, with any meeting
      * that starts before the room's previous meeting that day has
      * ended flagged as double-booked (return code 4 when any are).
      * Modification history:
      *   12-02-2025 NH - the master record layout carries tuition owed
      *     in dollars and cents (163 bytes)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO '..\STUDENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY MASTER-STUDENT-NUMBER
           FILE STATUS WS-MASTER-STATUS.
           SELECT OPTIONAL SCHEDULE-FILE
           ASSIGN TO '..\COURSE-SCHEDULE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COURSE-CATALOG-FILE
           ASSIGN TO '..\COURSE-CATALOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ENROLLMENT-FILE
           ASSIGN TO '..\ENROLLMENT-FILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMETABLE-OUT
           ASSIGN TO '..\TIMETABLE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROOM-REPORT-OUT
           ASSIGN TO '..\ROOM-UTILIZATION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
           ASSIGN TO '..\TIMETABLE-SORT-WORK.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER-FILE.
       01 MASTER-RECORD.
           05 MASTER-STUDENT-NUMBER   PIC 9(7).
           05 FILLER                  PIC X(3).
           05 MASTER-TUITION-OWED     PIC S9(7)V99.
           05 FILLER                  PIC X(3).
           05 MASTER-FULL-NAME.
               10 MASTER-TITLE        PIC A(6).
               10 MASTER-FIRST-NAME   PIC A(15).
               10 MASTER-INITIAL      PIC A(2).
               10 MASTER-LAST-NAME    PIC A(28).
           05 FILLER                  PIC X(3).
           05 MASTER-PROGRAM          PIC X(8).
           05 FILLER                  PIC X(79).

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

       FD COURSE-CATALOG-FILE.
       01 COURSE-CATALOG-RECORD.
           05 CAT-COURSE-CODE      PIC X(8).
           05 FILLER               PIC X(1).
           05 CAT-COURSE-TITLE     PIC X(25).

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
           05 ENR-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 ENR-COURSE-CODE     PIC X(8).

       FD TIMETABLE-OUT.
       01 TIMETABLE-LINE-OUT      PIC X(80).

       FD ROOM-REPORT-OUT.
       01 ROOM-REPORT-LINE-OUT    PIC X(80).

      *> One meeting on one day.  Timetable mode sorts on day and
      *> start; room mode puts the room in front.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-ROOM           PIC X(8).
           05 SORT-DAY            PIC 9(1).
           05 SORT-START          PIC 9(4).
           05 SORT-END            PIC 9(4).
           05 SORT-COURSE         PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-SORT-EOF PIC X(1) VALUE 'N'.
       01 WS-NUMBER-EDIT PIC X(7).
       01 WS-STUDENT-NUMBER PIC 9(7).
       01 WS-STUDENT-OK-FLAG PIC X(1) VALUE 'N'.

       01 WS-SCHEDULE-TABLE.
           05 WS-SCHEDULE-ENTRY OCCURS 1000 TIMES.
               10 WS-SC-COURSE    PIC X(8).
               10 WS-SC-DAYS      PIC X(7).
               10 WS-SC-START     PIC 9(4).
               10 WS-SC-END       PIC 9(4).
               10 WS-SC-ROOM      PIC X(8).
       01 WS-SCHEDULE-COUNT PIC 9(4) VALUE 0.
       01 WS-SCHEDULE-EOF PIC X(1) VALUE 'N'.
       01 WS-SC-SUB PIC 9(4).

       01 WS-CATALOG-TABLE.
           05 WS-CAT-ENTRY OCCURS 500 TIMES.
               10 WS-CAT-CODE     PIC X(8).
               10 WS-CAT-TITLE    PIC X(25).
       01 WS-CATALOG-COUNT PIC 9(3) VALUE 0.
       01 WS-CATALOG-EOF PIC X(1) VALUE 'N'.
       01 WS-CAT-SUB PIC 9(3).

       01 WS-DAYS-MASK.
           05 WS-DAY-FLAG OCCURS 7 TIMES PIC X(1).
       01 WS-DAY-SUB PIC 9(1).
       01 WS-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01 WS-LAST-DAY PIC 9(1) VALUE 0.

       01 WS-LAST-ROOM PIC X(8) VALUE SPACES.
       01 WS-LAST-END PIC 9(4) VALUE 0.
       01 WS-LAST-COURSE PIC X(8).
       01 WS-ROOM-MINUTES PIC 9(5) VALUE 0.
       01 WS-ROOM-MEETINGS PIC 9(4) VALUE 0.
       01 WS-DOUBLE-BOOKED PIC 9(4) VALUE 0.
       01 WS-TIME-WORK PIC 9(4).
       01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05 WS-TIME-HH          PIC 9(2).
           05 WS-TIME-MM          PIC 9(2).
       01 WS-START-MINUTES PIC 9(4).
       01 WS-END-MINUTES PIC 9(4).

       01 WS-NAME-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT: ".
           05 WS-N-NAME PIC X(55).
       01 WS-NUMBER-LINE.
           05 FILLER PIC X(9) VALUE "NUMBER:  ".
           05 WS-N-NUMBER PIC 9(7).
           05 FILLER PIC X(12) VALUE "   PROGRAM: ".
           05 WS-N-PROGRAM PIC X(8).
       01 WS-DAY-LINE.
           05 WS-DL-DAY PIC X(3).
       01 WS-MEETING-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-M-START PIC 9(4).
           05 FILLER PIC X(1) VALUE "-".
           05 WS-M-END PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-M-COURSE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-M-TITLE PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-M-ROOM PIC X(8).

       01 WS-ROOM-HEADING.
           05 FILLER PIC X(6) VALUE "ROOM: ".
           05 WS-RH-ROOM PIC X(8).
       01 WS-ROOM-MEETING-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RM-DAY PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RM-START PIC 9(4).
           05 FILLER PIC X(1) VALUE "-".
           05 WS-RM-END PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RM-COURSE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RM-FLAG PIC X(32).
       01 WS-ROOM-TOTAL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "MEETINGS: ".
           05 WS-RT-MEETINGS PIC ZZZ9.
           05 FILLER PIC X(18) VALUE "   HOURS BOOKED:  ".
           05 WS-RT-HOURS PIC ZZ9.99.
       01 WS-ROOM-HOURS PIC 9(3)V99.
       01 WS-COUNT-LINE.
           05 WS-C-CAPTION PIC X(22).
           05 WS-C-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-LOAD-SCHEDULE.
           PERFORM 120-LOAD-COURSE-CATALOG.
           DISPLAY "Student timetable or room utilization? (T/U) "
           ACCEPT WS-MODE.
           IF WS-MODE = 'U' OR 'u'
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-ROOM SORT-DAY SORT-START
                   INPUT PROCEDURE 400-RELEASE-ROOM-MEETINGS
                       THRU 499-RELEASE-EXIT
                   OUTPUT PROCEDURE 500-PRINT-ROOM-REPORT
                       THRU 599-PRINT-EXIT
               IF WS-DOUBLE-BOOKED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 200-ACCEPT-THE-STUDENT
               IF WS-STUDENT-OK-FLAG = 'Y'
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SORT-DAY SORT-START
                       INPUT PROCEDURE 300-RELEASE-STUDENT-MEETINGS
                           THRU 399-RELEASE-EXIT
                       OUTPUT PROCEDURE 350-PRINT-TIMETABLE
                           THRU 389-PRINT-EXIT
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

           100-LOAD-SCHEDULE.
               OPEN INPUT SCHEDULE-FILE.
               PERFORM 110-READ-SCHEDULE-RECORD
                   UNTIL WS-SCHEDULE-EOF = 'Y'
                       OR WS-SCHEDULE-COUNT = 1000.
               CLOSE SCHEDULE-FILE.

           110-READ-SCHEDULE-RECORD.
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
                       MOVE SCH-ROOM TO WS-SC-ROOM(WS-SCHEDULE-COUNT)
               END-READ.

           120-LOAD-COURSE-CATALOG.
               OPEN INPUT COURSE-CATALOG-FILE.
               PERFORM 130-READ-CATALOG-RECORD
                   UNTIL WS-CATALOG-EOF = 'Y'
                       OR WS-CATALOG-COUNT = 500.
               CLOSE COURSE-CATALOG-FILE.

           130-READ-CATALOG-RECORD.
               READ COURSE-CATALOG-FILE
                   AT END MOVE 'Y' TO WS-CATALOG-EOF
                   NOT AT END
                       ADD 1 TO WS-CATALOG-COUNT
                       MOVE CAT-COURSE-CODE
                           TO WS-CAT-CODE(WS-CATALOG-COUNT)
                       MOVE CAT-COURSE-TITLE
                           TO WS-CAT-TITLE(WS-CATALOG-COUNT)
               END-READ.

           200-ACCEPT-THE-STUDENT.
               MOVE 'N' TO WS-NUMBER-EDIT.
               PERFORM 210-ACCEPT-STUDENT-NUMBER
                   UNTIL WS-NUMBER-EDIT IS NUMERIC.
               MOVE WS-NUMBER-EDIT TO WS-STUDENT-NUMBER.
               OPEN INPUT STUDENT-MASTER-FILE.
               MOVE WS-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Student number not found on file."
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STUDENT-OK-FLAG
               END-READ.
               CLOSE STUDENT-MASTER-FILE.

           210-ACCEPT-STUDENT-NUMBER.
               DISPLAY "Enter student number for timetable: "
               ACCEPT WS-NUMBER-EDIT.
               IF WS-NUMBER-EDIT IS NOT NUMERIC
                   DISPLAY "Student number must be numeric, try again."
               END-IF.

      *> Input procedure: each of the student's courses, each of its
      *> meetings, one sort record per day it meets.
           300-RELEASE-STUDENT-MEETINGS.
               OPEN INPUT ENROLLMENT-FILE.
               PERFORM 310-READ-ONE-ENROLLMENT UNTIL WS-EOF = 'Y'.
               CLOSE ENROLLMENT-FILE.
               GO TO 399-RELEASE-EXIT.

           310-READ-ONE-ENROLLMENT.
               READ ENROLLMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ENR-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           PERFORM 320-RELEASE-ONE-COURSE
                               VARYING WS-SC-SUB FROM 1 BY 1
                               UNTIL WS-SC-SUB > WS-SCHEDULE-COUNT
                       END-IF
               END-READ.

           320-RELEASE-ONE-COURSE.
               IF WS-SC-COURSE(WS-SC-SUB) = ENR-COURSE-CODE
                   PERFORM 330-RELEASE-MEETING-DAYS
               END-IF.

           330-RELEASE-MEETING-DAYS.
               MOVE WS-SC-DAYS(WS-SC-SUB) TO WS-DAYS-MASK.
               PERFORM 340-RELEASE-ONE-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7.

           340-RELEASE-ONE-DAY.
               IF WS-DAY-FLAG(WS-DAY-SUB) NOT = SPACE
                   MOVE WS-SC-ROOM(WS-SC-SUB) TO SORT-ROOM
                   MOVE WS-DAY-SUB TO SORT-DAY
                   MOVE WS-SC-START(WS-SC-SUB) TO SORT-START
                   MOVE WS-SC-END(WS-SC-SUB) TO SORT-END
                   MOVE WS-SC-COURSE(WS-SC-SUB) TO SORT-COURSE
                   RELEASE SORT-RECORD
               END-IF.

           399-RELEASE-EXIT.
               EXIT.

           350-PRINT-TIMETABLE.
               OPEN OUTPUT TIMETABLE-OUT.
               MOVE "STUDENT TIMETABLE" TO TIMETABLE-LINE-OUT.
               WRITE TIMETABLE-LINE-OUT.
               DISPLAY TIMETABLE-LINE-OUT.
               MOVE SPACES TO WS-N-NAME.
               STRING MASTER-TITLE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   MASTER-FIRST-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   MASTER-INITIAL DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   MASTER-LAST-NAME DELIMITED BY SPACE
                   INTO WS-N-NAME
               END-STRING.
               WRITE TIMETABLE-LINE-OUT FROM WS-NAME-LINE.
               DISPLAY WS-NAME-LINE.
               MOVE WS-STUDENT-NUMBER TO WS-N-NUMBER.
               MOVE MASTER-PROGRAM TO WS-N-PROGRAM.
               WRITE TIMETABLE-LINE-OUT FROM WS-NUMBER-LINE.
               DISPLAY WS-NUMBER-LINE.
               PERFORM 360-RETURN-AND-PRINT UNTIL WS-SORT-EOF = 'Y'.
               CLOSE TIMETABLE-OUT.
               GO TO 389-PRINT-EXIT.

           360-RETURN-AND-PRINT.
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SORT-DAY NOT = WS-LAST-DAY
                           MOVE WS-DAY-NAME(SORT-DAY) TO WS-DL-DAY
                           WRITE TIMETABLE-LINE-OUT FROM WS-DAY-LINE
                           DISPLAY WS-DAY-LINE
                           MOVE SORT-DAY TO WS-LAST-DAY
                       END-IF
                       MOVE SORT-START TO WS-M-START
                       MOVE SORT-END TO WS-M-END
                       MOVE SORT-COURSE TO WS-M-COURSE
                       MOVE SORT-ROOM TO WS-M-ROOM
                       PERFORM 370-FIND-COURSE-TITLE
                       WRITE TIMETABLE-LINE-OUT FROM WS-MEETING-LINE
                       DISPLAY WS-MEETING-LINE
               END-RETURN.

           370-FIND-COURSE-TITLE.
               MOVE SPACES TO WS-M-TITLE.
               PERFORM 380-SCAN-CATALOG-TITLE
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CATALOG-COUNT.

           380-SCAN-CATALOG-TITLE.
               IF WS-CAT-CODE(WS-CAT-SUB) = SORT-COURSE
                   MOVE WS-CAT-TITLE(WS-CAT-SUB) TO WS-M-TITLE
               END-IF.

           389-PRINT-EXIT.
               EXIT.

      *> Input procedure: every meeting on the schedule, one sort
      *> record per day it meets, keyed by room.
           400-RELEASE-ROOM-MEETINGS.
               PERFORM 330-RELEASE-MEETING-DAYS
                   VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SCHEDULE-COUNT.
               GO TO 499-RELEASE-EXIT.

           499-RELEASE-EXIT.
               EXIT.

      *> Meetings arrive in room, day, start order, so a meeting
      *> that starts before the latest end seen for the same room
      *> and day overlaps one already booked.
           500-PRINT-ROOM-REPORT.
               OPEN OUTPUT ROOM-REPORT-OUT.
               MOVE "ROOM UTILIZATION REPORT" TO ROOM-REPORT-LINE-OUT.
               WRITE ROOM-REPORT-LINE-OUT.
               DISPLAY ROOM-REPORT-LINE-OUT.
               PERFORM 510-RETURN-ONE-MEETING UNTIL WS-SORT-EOF = 'Y'.
               IF WS-LAST-ROOM NOT = SPACES
                   PERFORM 540-PRINT-ROOM-TOTALS
               END-IF.
               MOVE "DOUBLE BOOKINGS:      " TO WS-C-CAPTION.
               MOVE WS-DOUBLE-BOOKED TO WS-C-COUNT.
               WRITE ROOM-REPORT-LINE-OUT FROM WS-COUNT-LINE.
               DISPLAY WS-COUNT-LINE.
               CLOSE ROOM-REPORT-OUT.
               GO TO 599-PRINT-EXIT.

           510-RETURN-ONE-MEETING.
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END PERFORM 520-PRINT-ONE-MEETING
               END-RETURN.

           520-PRINT-ONE-MEETING.
               IF SORT-ROOM NOT = WS-LAST-ROOM
                   IF WS-LAST-ROOM NOT = SPACES
                       PERFORM 540-PRINT-ROOM-TOTALS
                   END-IF
                   MOVE SORT-ROOM TO WS-LAST-ROOM WS-RH-ROOM
                   WRITE ROOM-REPORT-LINE-OUT FROM WS-ROOM-HEADING
                   DISPLAY WS-ROOM-HEADING
                   MOVE 0 TO WS-LAST-DAY
               END-IF.
               IF SORT-DAY NOT = WS-LAST-DAY
                   MOVE SORT-DAY TO WS-LAST-DAY
                   MOVE 0 TO WS-LAST-END
               END-IF.
               MOVE WS-DAY-NAME(SORT-DAY) TO WS-RM-DAY.
               MOVE SORT-START TO WS-RM-START.
               MOVE SORT-END TO WS-RM-END.
               MOVE SORT-COURSE TO WS-RM-COURSE.
               MOVE SPACES TO WS-RM-FLAG.
               IF SORT-START < WS-LAST-END
                   STRING "*** DOUBLE-BOOKED WITH "
                       DELIMITED BY SIZE
                       WS-LAST-COURSE DELIMITED BY SIZE
                       INTO WS-RM-FLAG
                   END-STRING
                   ADD 1 TO WS-DOUBLE-BOOKED
               END-IF.
               WRITE ROOM-REPORT-LINE-OUT FROM WS-ROOM-MEETING-LINE.
               DISPLAY WS-ROOM-MEETING-LINE.
               IF SORT-END > WS-LAST-END
                   MOVE SORT-END TO WS-LAST-END
                   MOVE SORT-COURSE TO WS-LAST-COURSE
               END-IF.
               PERFORM 530-ADD-MEETING-MINUTES.

           530-ADD-MEETING-MINUTES.
               MOVE SORT-START TO WS-TIME-WORK.
               COMPUTE WS-START-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.
               MOVE SORT-END TO WS-TIME-WORK.
               COMPUTE WS-END-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.
               IF WS-END-MINUTES > WS-START-MINUTES
                   COMPUTE WS-ROOM-MINUTES = WS-ROOM-MINUTES
                       + WS-END-MINUTES - WS-START-MINUTES
               END-IF.
               ADD 1 TO WS-ROOM-MEETINGS.

           540-PRINT-ROOM-TOTALS.
               MOVE WS-ROOM-MEETINGS TO WS-RT-MEETINGS.
               DIVIDE WS-ROOM-MINUTES BY 60 GIVING WS-ROOM-HOURS
                   ROUNDED.
               MOVE WS-ROOM-HOURS TO WS-RT-HOURS.
               WRITE ROOM-REPORT-LINE-OUT FROM WS-ROOM-TOTAL-LINE.
               DISPLAY WS-ROOM-TOTAL-LINE.
               MOVE 0 TO WS-ROOM-MINUTES.
               MOVE 0 TO WS-ROOM-MEETINGS.

           599-PRINT-EXIT.
               EXIT.

       END PROGRAM TIMETABLE_PROGRAM.
