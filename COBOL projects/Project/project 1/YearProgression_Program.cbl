      * graduates file and off the master, and print a control
      * report of progressed/graduated/held counts.
      * Modification history:
      *   01-06-2026 NH - transfer credit lines (status T, posted by
      *     TRANSFER_CREDIT_PROGRAM) count as passed courses in the
      *     degree audit, earning the credits granted
      *   12-02-2025 NH - the master record layout carries tuition owed
      *     in dollars and cents
      *   10-21-2025 NH - a graduation candidate with a hold on
      *     STUDENT-HOLDS.TXT (STUDENT_HOLD_CHECK) is held on the
      *     roll report and stays on the master until it is released
      *   01-28-2025 NH - degree audit gate in front of the
      *     graduates file: a final-year candidate must have passed
      *     every required course on PROGRAM-REQUIREMENTS.TXT for
       01 STUDENT-FILE-OUT.
           05 STUDENT-NUMBER-OUT           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-OUT     PIC S9(7)V99.
           05 FILLER         PIC X(3).
           05 STUDENT-FULL-NAME-OUT        PIC X(51).
           05 FILLER         PIC X(3).
           05 FILLER               PIC X(1).
           05 HIST-GRADE-NUMBER    PIC 9(3).
           05 FILLER               PIC X(1).
      *> On a transfer credit line (status T) the grade column
      *> carries the credit hours granted.
           05 HIST-GRADE-IN        PIC 9(3).
           05 FILLER               PIC X(1).
           05 HIST-GRADE-STATUS    PIC X(1).
           05 WS-E-NUMBER PIC 9(7).
           05 WS-E-REASON PIC X(40).

       01 WS-HOLD-AREA.
           05 WS-HOLD-STUDENT     PIC 9(7).
           05 WS-HOLD-RESULT      PIC X(1).
           05 WS-HOLD-TYPE        PIC X(3).
           05 WS-HOLD-REASON      PIC X(30).
           05 WS-HOLD-DATE        PIC 9(8).

       01 WS-PROGRESSED-COUNT PIC 9(5) VALUE 0.
       01 WS-GRADUATED-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
                   WHEN STUDENT-YEAR-LEVEL >=
                       WS-PROGRAM-LENGTH(WS-PROGRAM-SUB)
                       PERFORM 260-AUDIT-THE-DEGREE
                       MOVE STUDENT-NUMBER-OUT TO WS-HOLD-STUDENT
                       CALL 'STUDENT_HOLD_CHECK' USING WS-HOLD-AREA
                       EVALUATE TRUE
                           WHEN WS-AUDIT-OK-FLAG NOT = 'Y'
                               MOVE "  HELD: DEGREE AUDIT EXCEPTIONS"
                                   TO WS-H-REASON
                               PERFORM 230-HOLD-STUDENT
                           WHEN WS-HOLD-RESULT = '1'
                               MOVE SPACES TO WS-H-REASON
                               STRING "  HELD: " DELIMITED BY SIZE
                                   WS-HOLD-TYPE DELIMITED BY SIZE
                                   " HOLD ON ACCOUNT"
                                   DELIMITED BY SIZE
                                   INTO WS-H-REASON
                               END-STRING
                               PERFORM 230-HOLD-STUDENT
                           WHEN OTHER
                               PERFORM 240-GRADUATE-STUDENT
                       END-EVALUATE
                   WHEN OTHER
                       PERFORM 250-PROGRESS-STUDENT
               END-EVALUATE.
                   UNTIL WS-HIST-EOF = 'Y'.
               CLOSE GRADE-HISTORY-FILE.

      *> Transfer credit (T) satisfies a requirement like a passing
      *> letter, and earns the credits granted on the evaluation
      *> rather than the catalog credits.
           271-READ-ONE-HISTORY-LINE.
               READ GRADE-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-STUDENT-NUMBER = STUDENT-NUMBER-OUT
                           AND (HIST-LETTER-GRADE = 'A' OR 'B'
                               OR 'C' OR 'D' OR 'T')
                           PERFORM 272-TABLE-ONE-PASSED-COURSE
                       END-IF
               END-READ.
                   MOVE HIST-COURSE-CODE
                       TO WS-PASSED-COURSE(WS-PASSED-COUNT)
               END-IF.
               IF HIST-GRADE-STATUS = 'T'
                   ADD HIST-GRADE-IN TO WS-PASSED-CREDITS
               ELSE
                   PERFORM 273-ADD-COURSE-CREDITS
               END-IF.

           273-ADD-COURSE-CREDITS.
               PERFORM 274-SCAN-CATALOG-CREDITS
