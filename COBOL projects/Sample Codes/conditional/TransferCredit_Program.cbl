      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 01-06-2026
      * Purpose: transfer credit from other institutions.  The
      * evaluation step (E) keys one line per outside course onto
      * TRANSFER-CREDITS.TXT -- the student (validated against
      * STUDENT-MASTER.IDX), the external institution and course,
      * our equivalent course (validated against COURSE-CATALOG.TXT)
      * and the credit granted, which defaults to the catalog
      * credits and may not exceed them -- approved or refused, with
      * the evaluating operator and date.  The posting run (P) puts
      * every approved equivalency onto GRADE-HISTORY.TXT as a
      * transfer credit line (status and letter T, the credits
      * granted in the grade column), marks the evaluation posted,
      * and prints the posting report; an equivalency already on the
      * history is marked posted without a second line.  Transfer
      * lines count toward program requirements in the degree audit
      * and prerequisites, stay out of every GPA, and print in their
      * own section of the transcript.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER_CREDIT_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO '..\STUDENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY MASTER-STUDENT-NUMBER
           FILE STATUS WS-MASTER-STATUS.
           SELECT COURSE-CATALOG-FILE
           ASSIGN TO '..\COURSE-CATALOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANSFER-CREDIT-FILE
           ASSIGN TO '..\TRANSFER-CREDITS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRADE-HISTORY-FILE
           ASSIGN TO '..\GRADE-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSFER-REPORT-OUT
           ASSIGN TO '..\TRANSFER-POSTING.TXT'
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
           05 FILLER                  PIC X(79).

       FD COURSE-CATALOG-FILE.
       01 COURSE-CATALOG-RECORD.
           05 CAT-COURSE-CODE      PIC X(8).
           05 FILLER               PIC X(1).
           05 CAT-COURSE-TITLE     PIC X(25).
           05 FILLER               PIC X(1).
           05 CAT-CREDIT-HOURS     PIC 9(2).
           05 FILLER               PIC X(1).
           05 CAT-PROGRAM-CODE     PIC X(8).

      *> One line per outside course evaluated: the student, where
      *> the course was taken and its code there, our equivalent and
      *> the credit granted, the status (A approved, R refused,
      *> P posted to the grade history), who evaluated it and when,
      *> and the date it was posted.
       FD TRANSFER-CREDIT-FILE.
       01 TRANSFER-CREDIT-RECORD.
           05 TRC-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 TRC-INSTITUTION     PIC X(30).
           05 FILLER              PIC X(1).
           05 TRC-EXTERNAL-COURSE PIC X(10).
           05 FILLER              PIC X(1).
           05 TRC-COURSE-CODE     PIC X(8).
           05 FILLER              PIC X(1).
           05 TRC-CREDITS         PIC 9(2).
           05 FILLER              PIC X(1).
           05 TRC-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 TRC-EVALUATED-BY    PIC X(20).
           05 FILLER              PIC X(1).
           05 TRC-EVALUATED-DATE  PIC 9(8).
           05 FILLER              PIC X(1).
           05 TRC-POSTED-DATE     PIC 9(8).

      *> On a transfer credit line (status T) the grade column
      *> carries the credit hours granted.
       FD GRADE-HISTORY-FILE.
       01 GRADE-HISTORY-LINE-IO.
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

       FD TRANSFER-REPORT-OUT.
       01 TRANSFER-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-ANOTHER PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).

       01 WS-NUMBER-EDIT PIC X(7).
       01 WS-STUDENT-NUMBER PIC 9(7).
       01 WS-INSTITUTION PIC X(30).
       01 WS-EXTERNAL-COURSE PIC X(10).
       01 WS-COURSE-CODE PIC X(8).
       01 WS-CREDITS-EDIT PIC X(2).
       01 WS-CREDITS PIC 9(2).
       01 WS-DECISION PIC X(1).

       01 WS-CATALOG-TABLE.
           05 WS-CAT-ENTRY OCCURS 500 TIMES.
               10 WS-CAT-CODE     PIC X(8).
               10 WS-CAT-CREDITS  PIC 9(2).
       01 WS-CATALOG-COUNT PIC 9(3) VALUE 0.
       01 WS-CATALOG-EOF PIC X(1) VALUE 'N'.
       01 WS-CAT-SUB PIC 9(3).
       01 WS-CAT-FOUND-FLAG PIC X(1).
       01 WS-CAT-HIT-SUB PIC 9(3).

      *> The posting run marks each evaluation in this table and
      *> writes the file back whole.
       01 WS-EVALUATION-TABLE.
           05 WS-EV-IMAGE OCCURS 2000 TIMES PIC X(102).
       01 WS-EVALUATION-COUNT PIC 9(4) VALUE 0.
       01 WS-EVALUATION-EOF PIC X(1) VALUE 'N'.
       01 WS-EV-SUB PIC 9(4).

      *> Transfer lines already on the grade history, so an
      *> equivalency is never posted twice.
       01 WS-ON-HISTORY-TABLE.
           05 WS-OH-ENTRY OCCURS 5000 TIMES.
               10 WS-OH-STUDENT   PIC 9(7).
               10 WS-OH-COURSE    PIC X(8).
       01 WS-ON-HISTORY-COUNT PIC 9(4) VALUE 0.
       01 WS-HIST-EOF PIC X(1) VALUE 'N'.
       01 WS-OH-SUB PIC 9(4).
       01 WS-ON-HISTORY-FLAG PIC X(1).

       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.
       01 WS-ALREADY-COUNT PIC 9(5) VALUE 0.

       01 WS-REPORT-HEADING.
           05 FILLER PIC X(34)
               VALUE "TRANSFER CREDIT POSTING   RUN DATE".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RH-DATE PIC 9(8).
       01 WS-REPORT-COLUMNS.
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(31) VALUE "INSTITUTION".
           05 FILLER PIC X(11) VALUE "EXTERNAL".
           05 FILLER PIC X(9) VALUE "COURSE".
           05 FILLER PIC X(4) VALUE "CR".
           05 FILLER PIC X(16) VALUE "RESULT".
       01 WS-REPORT-DETAIL.
           05 WS-RD-STUDENT PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-INSTITUTION PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-EXTERNAL PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-COURSE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-CREDITS PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-RESULT PIC X(16).
       01 WS-REPORT-COUNTS.
           05 FILLER PIC X(8) VALUE "POSTED: ".
           05 WS-RC-POSTED PIC ZZZZ9.
           05 FILLER PIC X(24)
               VALUE "   ALREADY ON HISTORY: ".
           05 WS-RC-ALREADY PIC ZZZZ9.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "TRANSFER_CREDIT_PROGRAM".
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
               DISPLAY "Operator is inquiry-only -- transfer credit "
                   "is evaluated and posted at update level."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-LOAD-COURSE-CATALOG.
           DISPLAY "Evaluate transfer courses or post approved "
               "credit to the grade history? (E/P) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'P' OR 'p'
                   PERFORM 400-POST-APPROVED-CREDIT
               WHEN OTHER
                   PERFORM 200-KEY-EVALUATIONS
           END-EVALUATE.
           PERFORM 600-LOG-THIS-RUN.
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

      *> Evaluation: one outside course at a time onto the end of
      *> the evaluation file, approved or refused there and then.
           200-KEY-EVALUATIONS.
               OPEN INPUT STUDENT-MASTER-FILE.
               OPEN EXTEND TRANSFER-CREDIT-FILE.
               MOVE 'Y' TO WS-ANOTHER.
               PERFORM 210-EVALUATE-ONE-COURSE
                   UNTIL WS-ANOTHER NOT = 'Y' AND 'y'.
               CLOSE TRANSFER-CREDIT-FILE.
               CLOSE STUDENT-MASTER-FILE.

           210-EVALUATE-ONE-COURSE.
               MOVE 'N' TO WS-NUMBER-EDIT.
               PERFORM 215-ACCEPT-STUDENT-NUMBER
                   UNTIL WS-NUMBER-EDIT IS NUMERIC.
               MOVE WS-NUMBER-EDIT TO WS-STUDENT-NUMBER.
               ADD 1 TO WS-RL-READ-COUNT.
               MOVE WS-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Student number not found on file."
                       ADD 1 TO WS-RL-REJECTED-COUNT
                   NOT INVALID KEY
                       PERFORM 220-KEY-THE-EQUIVALENCY
               END-READ.
               DISPLAY "Evaluate another course? (Y/N) "
               ACCEPT WS-ANOTHER.

           215-ACCEPT-STUDENT-NUMBER.
               DISPLAY "Enter student number: "
               ACCEPT WS-NUMBER-EDIT
               IF WS-NUMBER-EDIT IS NOT NUMERIC
                   DISPLAY "Student number must be numeric, try again."
               END-IF.

           220-KEY-THE-EQUIVALENCY.
               DISPLAY "External institution: "
               ACCEPT WS-INSTITUTION.
               DISPLAY "External course code: "
               ACCEPT WS-EXTERNAL-COURSE.
               DISPLAY "Our equivalent course code: "
               ACCEPT WS-COURSE-CODE.
               PERFORM 230-FIND-CATALOG-COURSE.
               EVALUATE TRUE
                   WHEN WS-INSTITUTION = SPACES
                       OR WS-EXTERNAL-COURSE = SPACES
                       DISPLAY "Institution and external course are "
                           "both required -- not recorded."
                       ADD 1 TO WS-RL-REJECTED-COUNT
                   WHEN WS-CAT-FOUND-FLAG = 'N'
                       DISPLAY "Course " WS-COURSE-CODE " is not on "
                           "the course catalog -- not recorded."
                       ADD 1 TO WS-RL-REJECTED-COUNT
                   WHEN OTHER
                       PERFORM 240-ACCEPT-THE-CREDITS
               END-EVALUATE.

           230-FIND-CATALOG-COURSE.
               MOVE 'N' TO WS-CAT-FOUND-FLAG.
               PERFORM 235-SCAN-CATALOG
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
                       OR WS-CAT-FOUND-FLAG = 'Y'.

           235-SCAN-CATALOG.
               IF WS-CAT-CODE(WS-CAT-SUB) = WS-COURSE-CODE
                   MOVE 'Y' TO WS-CAT-FOUND-FLAG
                   MOVE WS-CAT-SUB TO WS-CAT-HIT-SUB
               END-IF.

      *> The credit granted defaults to our course's catalog credits;
      *> a partial grant may be keyed, never more than the catalog.
           240-ACCEPT-THE-CREDITS.
               DISPLAY "Credits granted (2 digits, blank for the "
                   "catalog " WS-CAT-CREDITS(WS-CAT-HIT-SUB) "): "
               ACCEPT WS-CREDITS-EDIT.
               EVALUATE TRUE
                   WHEN WS-CREDITS-EDIT = SPACES
                       MOVE WS-CAT-CREDITS(WS-CAT-HIT-SUB)
                           TO WS-CREDITS
                       PERFORM 250-RECORD-THE-DECISION
                   WHEN WS-CREDITS-EDIT IS NOT NUMERIC
                       DISPLAY "Credits must be two digits -- "
                           "not recorded."
                       ADD 1 TO WS-RL-REJECTED-COUNT
                   WHEN OTHER
                       MOVE WS-CREDITS-EDIT TO WS-CREDITS
                       IF WS-CREDITS = 0
                           OR WS-CREDITS >
                               WS-CAT-CREDITS(WS-CAT-HIT-SUB)
                           DISPLAY "Credits must be 01 to the "
                               "catalog credits -- not recorded."
                           ADD 1 TO WS-RL-REJECTED-COUNT
                       ELSE
                           PERFORM 250-RECORD-THE-DECISION
                       END-IF
               END-EVALUATE.

           250-RECORD-THE-DECISION.
               MOVE SPACE TO WS-DECISION.
               PERFORM 255-ACCEPT-ONE-DECISION
                   UNTIL WS-DECISION = 'A' OR 'R'.
               MOVE SPACES TO TRANSFER-CREDIT-RECORD.
               MOVE WS-STUDENT-NUMBER TO TRC-STUDENT-NUMBER.
               MOVE WS-INSTITUTION TO TRC-INSTITUTION.
               MOVE WS-EXTERNAL-COURSE TO TRC-EXTERNAL-COURSE.
               MOVE WS-COURSE-CODE TO TRC-COURSE-CODE.
               MOVE WS-CREDITS TO TRC-CREDITS.
               MOVE WS-DECISION TO TRC-STATUS.
               MOVE WS-AUDIT-OPERATOR TO TRC-EVALUATED-BY.
               MOVE WS-TODAY TO TRC-EVALUATED-DATE.
               MOVE 0 TO TRC-POSTED-DATE.
               WRITE TRANSFER-CREDIT-RECORD.
               ADD 1 TO WS-RL-WRITTEN-COUNT.
               IF WS-DECISION = 'A'
                   DISPLAY "Equivalency approved -- it posts on the "
                       "next transfer credit posting run."
               ELSE
                   DISPLAY "Equivalency refused and recorded."
               END-IF.

           255-ACCEPT-ONE-DECISION.
               DISPLAY "Approve or refuse the equivalency? (A/R) "
               ACCEPT WS-DECISION.
               EVALUATE TRUE
                   WHEN WS-DECISION = 'a'
                       MOVE 'A' TO WS-DECISION
                   WHEN WS-DECISION = 'r'
                       MOVE 'R' TO WS-DECISION
                   WHEN WS-DECISION = 'A' OR 'R'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Reply A or R."
               END-EVALUATE.

      *> Posting: every approved evaluation becomes a T line on the
      *> grade history and is marked posted.  Either table past its
      *> ceiling stops the run before anything is written.
           400-POST-APPROVED-CREDIT.
               OPEN INPUT TRANSFER-CREDIT-FILE.
               PERFORM 410-LOAD-ONE-EVALUATION
                   UNTIL WS-EVALUATION-EOF = 'Y'
                       OR WS-EVALUATION-COUNT = 2000.
               CLOSE TRANSFER-CREDIT-FILE.
               OPEN INPUT GRADE-HISTORY-FILE.
               PERFORM 420-LOAD-ONE-HISTORY-LINE
                   UNTIL WS-HIST-EOF = 'Y'
                       OR WS-ON-HISTORY-COUNT = 5000.
               CLOSE GRADE-HISTORY-FILE.
               EVALUATE TRUE
                   WHEN WS-EVALUATION-EOF NOT = 'Y'
                       DISPLAY "TRANSFER CREDITS FILE EXCEEDS THE "
                           "2000-LINE TABLE -- NOTHING POSTED."
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-HIST-EOF NOT = 'Y'
                       DISPLAY "TRANSFER LINES ON THE GRADE HISTORY "
                           "EXCEED THE 5000-LINE TABLE -- NOTHING "
                           "POSTED."
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 430-POST-THE-EVALUATIONS
               END-EVALUATE.

           410-LOAD-ONE-EVALUATION.
               READ TRANSFER-CREDIT-FILE
                   AT END MOVE 'Y' TO WS-EVALUATION-EOF
                   NOT AT END
                       ADD 1 TO WS-EVALUATION-COUNT
                       ADD 1 TO WS-RL-READ-COUNT
                       MOVE TRANSFER-CREDIT-RECORD
                           TO WS-EV-IMAGE(WS-EVALUATION-COUNT)
               END-READ.

           420-LOAD-ONE-HISTORY-LINE.
               READ GRADE-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-GRADE-STATUS = 'T'
                           ADD 1 TO WS-ON-HISTORY-COUNT
                           MOVE HIST-STUDENT-NUMBER
                               TO WS-OH-STUDENT(WS-ON-HISTORY-COUNT)
                           MOVE HIST-COURSE-CODE
                               TO WS-OH-COURSE(WS-ON-HISTORY-COUNT)
                       END-IF
               END-READ.

           430-POST-THE-EVALUATIONS.
               OPEN OUTPUT TRANSFER-REPORT-OUT.
               MOVE WS-TODAY TO WS-RH-DATE.
               WRITE TRANSFER-REPORT-LINE FROM WS-REPORT-HEADING.
               DISPLAY WS-REPORT-HEADING.
               WRITE TRANSFER-REPORT-LINE FROM WS-REPORT-COLUMNS.
               DISPLAY WS-REPORT-COLUMNS.
               OPEN EXTEND GRADE-HISTORY-FILE.
               PERFORM 440-POST-ONE-EVALUATION
                   VARYING WS-EV-SUB FROM 1 BY 1
                   UNTIL WS-EV-SUB > WS-EVALUATION-COUNT.
               CLOSE GRADE-HISTORY-FILE.
               MOVE WS-POSTED-COUNT TO WS-RC-POSTED.
               MOVE WS-ALREADY-COUNT TO WS-RC-ALREADY.
               WRITE TRANSFER-REPORT-LINE FROM WS-REPORT-COUNTS.
               DISPLAY WS-REPORT-COUNTS.
               CLOSE TRANSFER-REPORT-OUT.
               OPEN OUTPUT TRANSFER-CREDIT-FILE.
               PERFORM 470-WRITE-ONE-EVALUATION
                   VARYING WS-EV-SUB FROM 1 BY 1
                   UNTIL WS-EV-SUB > WS-EVALUATION-COUNT.
               CLOSE TRANSFER-CREDIT-FILE.

           440-POST-ONE-EVALUATION.
               MOVE WS-EV-IMAGE(WS-EV-SUB) TO TRANSFER-CREDIT-RECORD.
               IF TRC-STATUS = 'A'
                   PERFORM 450-FIND-ON-HISTORY
                   IF WS-ON-HISTORY-FLAG = 'Y'
                       ADD 1 TO WS-ALREADY-COUNT
                       MOVE "ALREADY ON FILE" TO WS-RD-RESULT
                   ELSE
                       PERFORM 460-WRITE-TRANSFER-LINE
                       MOVE "POSTED" TO WS-RD-RESULT
                   END-IF
                   MOVE 'P' TO TRC-STATUS
                   MOVE WS-TODAY TO TRC-POSTED-DATE
                   MOVE TRANSFER-CREDIT-RECORD
                       TO WS-EV-IMAGE(WS-EV-SUB)
                   MOVE TRC-STUDENT-NUMBER TO WS-RD-STUDENT
                   MOVE TRC-INSTITUTION TO WS-RD-INSTITUTION
                   MOVE TRC-EXTERNAL-COURSE TO WS-RD-EXTERNAL
                   MOVE TRC-COURSE-CODE TO WS-RD-COURSE
                   MOVE TRC-CREDITS TO WS-RD-CREDITS
                   WRITE TRANSFER-REPORT-LINE FROM WS-REPORT-DETAIL
                   DISPLAY WS-REPORT-DETAIL
               END-IF.

           450-FIND-ON-HISTORY.
               MOVE 'N' TO WS-ON-HISTORY-FLAG.
               PERFORM 455-SCAN-ON-HISTORY
                   VARYING WS-OH-SUB FROM 1 BY 1
                   UNTIL WS-OH-SUB > WS-ON-HISTORY-COUNT
                       OR WS-ON-HISTORY-FLAG = 'Y'.

           455-SCAN-ON-HISTORY.
               IF WS-OH-STUDENT(WS-OH-SUB) = TRC-STUDENT-NUMBER
                   AND WS-OH-COURSE(WS-OH-SUB) = TRC-COURSE-CODE
                   MOVE 'Y' TO WS-ON-HISTORY-FLAG
               END-IF.

      *> The new line joins the on-history table too, so a second
      *> approved evaluation for the same course in the same run is
      *> not posted again.
           460-WRITE-TRANSFER-LINE.
               MOVE SPACES TO GRADE-HISTORY-LINE-IO.
               MOVE TRC-STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
               MOVE TRC-COURSE-CODE TO HIST-COURSE-CODE.
               MOVE 0 TO HIST-GRADE-NUMBER.
               MOVE TRC-CREDITS TO HIST-GRADE-IN.
               MOVE 'T' TO HIST-GRADE-STATUS.
               MOVE 'T' TO HIST-LETTER-GRADE.
               WRITE GRADE-HISTORY-LINE-IO.
               ADD 1 TO WS-POSTED-COUNT.
               ADD 1 TO WS-RL-WRITTEN-COUNT.
               IF WS-ON-HISTORY-COUNT < 5000
                   ADD 1 TO WS-ON-HISTORY-COUNT
                   MOVE TRC-STUDENT-NUMBER
                       TO WS-OH-STUDENT(WS-ON-HISTORY-COUNT)
                   MOVE TRC-COURSE-CODE
                       TO WS-OH-COURSE(WS-ON-HISTORY-COUNT)
               END-IF.

           470-WRITE-ONE-EVALUATION.
               MOVE WS-EV-IMAGE(WS-EV-SUB) TO TRANSFER-CREDIT-RECORD.
               WRITE TRANSFER-CREDIT-RECORD.

           600-LOG-THIS-RUN.
               MOVE RETURN-CODE TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM TRANSFER_CREDIT_PROGRAM.
