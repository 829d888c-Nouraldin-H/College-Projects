      * the master, list every course, numeric grade, and letter from
      * GRADE-HISTORY.TXT (as written by STUDENT_GRADE_PROGRAM), and
      * compute the GPA, in a printable transcript layout.
      * Modification history:
      *   01-06-2026 NH - transfer credit lines (status T) print in
      *     their own section after the GPA, course and credits granted,
      *     and are kept out of the institutional course list and GPA
      *   12-02-2025 NH - the master record layout carries tuition owed
      *     in dollars and cents (163 bytes)
      *   10-21-2025 NH - withhold the transcript of a student with a
      *     hold on STUDENT-HOLDS.TXT (STUDENT_HOLD_CHECK), RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 MASTER-RECORD.
           05 MASTER-STUDENT-NUMBER   PIC 9(7).
           05 FILLER                  PIC X(3).
           05 MASTER-TUITION-OWED     PIC S9(7)V99.
           05 FILLER                  PIC X(3).
           05 MASTER-FULL-NAME.
               10 MASTER-TITLE        PIC A(6).
       01 WS-POINT-TOTAL PIC 9(4) VALUE 0.
       01 WS-GPA PIC 9(1)V99.

       01 WS-HOLD-AREA.
           05 WS-HOLD-STUDENT     PIC 9(7).
           05 WS-HOLD-RESULT      PIC X(1).
           05 WS-HOLD-TYPE        PIC X(3).
           05 WS-HOLD-REASON      PIC X(30).
           05 WS-HOLD-DATE        PIC 9(8).

       01 WS-NAME-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT: ".
           05 WS-N-NAME PIC X(55).
           05 WS-G-GPA PIC 9.99.
           05 FILLER PIC X(19) VALUE "  COURSES GRADED:  ".
           05 WS-G-COUNT PIC ZZ9.
       01 WS-TRANSFER-COLUMN-LINE.
           05 FILLER PIC X(8) VALUE "COURSE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "CREDITS".
       01 WS-TRANSFER-DETAIL-LINE.
           05 WS-TD-COURSE PIC X(8).
           05 FILLER PIC X(7) VALUE SPACES.
           05 WS-TD-CREDITS PIC ZZ9.
       01 WS-TRANSFER-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE "TRANSFER CREDITS TOTAL: ".
           05 WS-TT-CREDITS PIC ZZZ9.

       01 WS-TRANSFER-COUNT PIC 9(3) VALUE 0.
       01 WS-TRANSFER-CREDITS PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   DISPLAY "Student number not found on file."
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 150-CHECK-STUDENT-HOLD
           END-READ.
           CLOSE STUDENT-MASTER-FILE.
           STOP RUN.
                   DISPLAY "Student number must be numeric, try again."
               END-IF.

      *> A held student's transcript is not released; the hold is
      *> named so the counter can send the student to the right
      *> office.
           150-CHECK-STUDENT-HOLD.
               MOVE WS-STUDENT-NUMBER TO WS-HOLD-STUDENT.
               CALL 'STUDENT_HOLD_CHECK' USING WS-HOLD-AREA.
               IF WS-HOLD-RESULT = '1'
                   DISPLAY "Student is on hold (" WS-HOLD-TYPE " "
                       WS-HOLD-REASON ") -- transcript withheld."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 200-PRINT-TRANSCRIPT
               END-IF.

           200-PRINT-TRANSCRIPT.
               OPEN OUTPUT TRANSCRIPT-FILE-OUT.
               PERFORM 210-PRINT-TRANSCRIPT-HEADING.
               PERFORM 220-READ-HISTORY-LINE UNTIL WS-EOF = 'Y'.
               CLOSE GRADE-HISTORY-FILE.
               PERFORM 240-PRINT-GPA-LINE.
               IF WS-TRANSFER-COUNT > 0
                   PERFORM 250-PRINT-TRANSFER-SECTION
               END-IF.
               CLOSE TRANSCRIPT-FILE-OUT.

           210-PRINT-TRANSCRIPT-HEADING.
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HIST-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           IF HIST-GRADE-STATUS = 'T'
                               ADD 1 TO WS-TRANSFER-COUNT
                           ELSE
                               PERFORM 230-PRINT-COURSE-LINE
                           END-IF
                       END-IF
               END-READ.

               WRITE TRANSCRIPT-LINE-OUT FROM WS-GPA-LINE.
               DISPLAY WS-GPA-LINE.

      *> Transfer credit is listed after the GPA in its own section,
      *> course and credits granted only -- it carries no grade and
      *> no grade points.
           250-PRINT-TRANSFER-SECTION.
               MOVE SPACES TO TRANSCRIPT-LINE-OUT.
               WRITE TRANSCRIPT-LINE-OUT.
               MOVE "TRANSFER CREDIT" TO TRANSCRIPT-LINE-OUT.
               WRITE TRANSCRIPT-LINE-OUT.
               DISPLAY TRANSCRIPT-LINE-OUT.
               WRITE TRANSCRIPT-LINE-OUT FROM WS-TRANSFER-COLUMN-LINE.
               DISPLAY WS-TRANSFER-COLUMN-LINE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT GRADE-HISTORY-FILE.
               PERFORM 260-READ-TRANSFER-LINE UNTIL WS-EOF = 'Y'.
               CLOSE GRADE-HISTORY-FILE.
               MOVE WS-TRANSFER-CREDITS TO WS-TT-CREDITS.
               WRITE TRANSCRIPT-LINE-OUT FROM WS-TRANSFER-TOTAL-LINE.
               DISPLAY WS-TRANSFER-TOTAL-LINE.

           260-READ-TRANSFER-LINE.
               READ GRADE-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HIST-STUDENT-NUMBER = WS-STUDENT-NUMBER
                           AND HIST-GRADE-STATUS = 'T'
                           PERFORM 270-PRINT-TRANSFER-LINE
                       END-IF
               END-READ.

      *> The grade column of a transfer line holds the credits
      *> granted.
           270-PRINT-TRANSFER-LINE.
               MOVE HIST-COURSE-CODE TO WS-TD-COURSE.
               MOVE HIST-GRADE-IN TO WS-TD-CREDITS.
               ADD HIST-GRADE-IN TO WS-TRANSFER-CREDITS.
               WRITE TRANSCRIPT-LINE-OUT FROM WS-TRANSFER-DETAIL-LINE.
               DISPLAY WS-TRANSFER-DETAIL-LINE.

       END PROGRAM STUDENT_TRANSCRIPT_PROGRAM.
