      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 02-03-2026
      * Purpose: employee and dependant tuition waivers.  The
      * eligibility file TUITION-WAIVERS.TXT links an employee on
      * EMPLOYEE-MASTER.IDX to a student on STUDENT-MASTER.IDX, with
      * the relationship (E the employee, S spouse, D dependant),
      * the percentage of tuition waived, the status (A active, E
      * ended) and the dates it ran from and to.  Add mode proves
      * both numbers and refuses a terminated employee or a student
      * who already holds an active waiver; end mode closes one by
      * hand, and EMPLOYEE_TERMINATION_PROGRAM closes every waiver
      * of an employee it terminates.  TUITION_ASSESSMENT_PROGRAM
      * takes the active percentage off the assessed tuition and
      * itemizes it under the WVR charge code on SUBLEDGER-
      * POSTINGS.TXT.  The year-end list totals the WVR postings
      * for a calendar year per employee and student, for the
      * taxable-benefit slips.  Add and end are update-level
      * sign-ons.
      * Modification history:
      *   04-21-2026 NH - employee master record layout picks up the
      *     mailing address
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION_WAIVER_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO '..\STUDENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY STUDENT-NUMBER-IN
           FILE STATUS WS-KEY.
           SELECT EMPLOYEE-MASTER-FILE
           ASSIGN TO '..\EMPLOYEE-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY EMP-NUMBER
           FILE STATUS WS-EMP-STATUS.
           SELECT OPTIONAL WAIVER-FILE
           ASSIGN TO '..\TUITION-WAIVERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUBLEDGER-FILE
           ASSIGN TO '..\SUBLEDGER-POSTINGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAIVER-BENEFIT-OUT
           ASSIGN TO '..\WAIVER-BENEFIT-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER-FILE.
       01 STUDENT-FILE-IN.
           05 STUDENT-NUMBER-IN           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-IN     PIC S9(7)V99.
           05 FILLER         PIC X(3).
           05 STUDENT-FULL-NAME-IN.
               10 STUDENT-TITLE-IN        PIC A(6).
               10 STUDENT-FIRST-NAME-IN   PIC A(15).
               10 STUDENT-INITIAL-IN      PIC A(2).
               10 STUDENT-LAST-NAME-IN    PIC A(28).
           05 FILLER         PIC X(3).
           05 STUDENT-PROGRAM-IN          PIC X(8).
           05 FILLER         PIC X(3).
           05 STUDENT-YEAR-IN             PIC 9(6).
           05 FILLER         PIC X(3).
           05 STUDENT-ADDRESS-IN          PIC X(62).
           05 FILLER         PIC X(3).
           05 STUDENT-OVERDUE-PERIODS-IN  PIC 9(2).

       FD EMPLOYEE-MASTER-FILE.
       01 EMPLOYEE-MASTER-RECORD.
           05 EMP-NUMBER          PIC 9(5).
           05 EMP-NAME            PIC X(20).
           05 EMP-JOB-TYPE        PIC X(3).
           05 EMP-TAX-STATUS      PIC 9(1).
           05 EMP-UNION-DUES      PIC 9(3)V99.
           05 EMP-BENEFITS        PIC 9(3)V99.
           05 EMP-BANK-TRANSIT    PIC 9(8).
           05 EMP-BANK-ACCOUNT    PIC 9(12).
           05 EMP-STATUS          PIC X(1).
               88 EMP-TERMINATED      VALUE 'T'.
           05 EMP-TERM-DATE       PIC 9(8).
           05 EMP-DEPARTMENT      PIC X(4).
           05 EMP-ADDRESS.
               10 EMP-STREET-ADDRESS PIC X(25).
               10 EMP-CITY-NAME      PIC X(15).
               10 EMP-PROVINCE       PIC X(15).
               10 EMP-POSTAL-CODE    PIC X(7).

      *> One line per waiver; an ended waiver keeps its line, with
      *> the end date, so the year-end list can still find whose
      *> benefit a posting was.
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

       FD SUBLEDGER-FILE.
       01 SUBLEDGER-RECORD.
           05 SUB-DATE            PIC 9(8).
           05 SUB-DATE-R REDEFINES SUB-DATE.
               10 SUB-YEAR        PIC 9(4).
               10 SUB-MONTH-DAY   PIC 9(4).
           05 FILLER              PIC X(1).
           05 SUB-STUDENT         PIC 9(7).
           05 FILLER              PIC X(1).
           05 SUB-CHARGE          PIC X(3).
           05 FILLER              PIC X(1).
           05 SUB-AMOUNT          PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 SUB-SOURCE          PIC X(3).

       FD WAIVER-BENEFIT-OUT.
       01 BENEFIT-LINE-OUT        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KEY PIC X(2).
       01 WS-EMP-STATUS PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-WAIVER-EOF PIC A(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).

      *> The waiver file is rewritten whole from this table.
       01 WS-WAIVER-TABLE.
           05 WS-WV-IMAGE OCCURS 2000 TIMES PIC X(39).
       01 WS-WAIVER-COUNT PIC 9(4) VALUE 0.
       01 WS-WV-SUB PIC 9(4).
       01 WS-WV-HIT-SUB PIC 9(4).

       01 WS-LOOKUP-EMPLOYEE PIC 9(5).
       01 WS-LOOKUP-STUDENT PIC 9(7).
       01 WS-KEYED-RELATIONSHIP PIC X(1).
       01 WS-KEYED-PERCENT PIC 9(3).
       01 WS-KEYED-YEAR PIC 9(4).
       01 WS-EMPLOYEE-OK-FLAG PIC X(1).
       01 WS-STUDENT-OK-FLAG PIC X(1).
       01 WS-ACTIVE-COUNT PIC 9(5) VALUE 0.

      *> Year-end accumulation, one entry per employee and student,
      *> sorted by employee for the list.
       01 WS-BENEFIT-TABLE.
           05 WS-BN-ENTRY OCCURS 3000 TIMES.
               10 WS-BN-KEY.
                   15 WS-BN-EMPLOYEE  PIC 9(5).
                   15 WS-BN-STUDENT   PIC 9(7).
               10 WS-BN-AMOUNT        PIC S9(7)V99.
       01 WS-BENEFIT-COUNT PIC 9(4) VALUE 0.
       01 WS-BN-SUB PIC 9(4).
       01 WS-BN-HIT-SUB PIC 9(4).
       01 WS-SWAP-ENTRY PIC X(21).
       01 WS-SUB PIC 9(4).
       01 WS-SUB2 PIC 9(4).
       01 WS-LIMIT PIC 9(4).
       01 WS-POSTING-EMPLOYEE PIC 9(5).
       01 WS-PREVIOUS-EMPLOYEE PIC 9(5).
       01 WS-EMPLOYEE-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-GRAND-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-UNLINKED-COUNT PIC 9(5) VALUE 0.

       01 WS-LIST-LINE.
           05 WS-LL-EMPLOYEE      PIC 9(5).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-LL-STUDENT       PIC 9(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-LL-RELATIONSHIP  PIC X(1).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-LL-PERCENT       PIC ZZ9.
           05 FILLER              PIC X(8) VALUE "%  FROM ".
           05 WS-LL-START         PIC 9(8).
       01 WS-BENEFIT-HEADING.
           05 FILLER              PIC X(35)
               VALUE "TUITION WAIVER TAXABLE BENEFIT FOR ".
           05 WS-BH-YEAR          PIC 9(4).
       01 WS-EMPLOYEE-HEADING.
           05 FILLER              PIC X(9) VALUE "EMPLOYEE ".
           05 WS-EH-EMPLOYEE      PIC 9(5).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-EH-NAME          PIC X(20).
       01 WS-BENEFIT-DETAIL.
           05 FILLER              PIC X(12) VALUE "    STUDENT ".
           05 WS-BD-STUDENT       PIC 9(7).
           05 FILLER              PIC X(9) VALUE "  WAIVED ".
           05 WS-BD-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
       01 WS-EMPLOYEE-TOTAL-LINE.
           05 FILLER              PIC X(28)
               VALUE "    TOTAL TAXABLE BENEFIT   ".
           05 WS-ET-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-GRAND-TOTAL-LINE.
           05 FILLER              PIC X(28)
               VALUE "ALL EMPLOYEES               ".
           05 WS-GT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "TUITION_WAIVER_PROGRAM".
           05 WS-RL-START-DATE    PIC 9(8).
           05 WS-RL-START-TIME    PIC 9(8).
           05 WS-RL-READ-COUNT    PIC 9(7) VALUE 0.
           05 WS-RL-WRITTEN-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-REJECTED-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-RETURN-CODE   PIC 9(1).

       01 WS-RUN-STATUS PIC 9(1) VALUE 0.
      *> 0=clean 4=partial 8=failed, shared return-code convention
      *> with PROJECT_1_PROGRAM and LAB_9_PROGRAM

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RL-START-TIME FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-WAIVER-TABLE.
      *> Add and end rebuild the waiver file from the table, so a
      *> file past the ceiling is left alone.
           IF WS-WAIVER-EOF NOT = 'Y'
               DISPLAY "TUITION-WAIVERS.TXT EXCEEDS THE 2000-LINE "
                   "TABLE -- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Add a waiver, end a waiver, list active waivers, "
               "or year-end benefit list? (A/E/L/Y) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'A' OR 'a'
                   PERFORM 150-SIGN-ON-OPERATOR
                   PERFORM 200-ADD-ONE-WAIVER
               WHEN WS-MODE = 'E' OR 'e'
                   PERFORM 150-SIGN-ON-OPERATOR
                   PERFORM 300-END-ONE-WAIVER
               WHEN WS-MODE = 'Y' OR 'y'
                   PERFORM 500-PRINT-YEAR-END-LIST
               WHEN OTHER
                   PERFORM 400-LIST-ACTIVE-WAIVERS
           END-EVALUATE.
           PERFORM 700-LOG-THIS-RUN.
           STOP RUN.

           100-LOAD-WAIVER-TABLE.
               OPEN INPUT WAIVER-FILE.
               PERFORM 110-READ-WAIVER-RECORD
                   UNTIL WS-WAIVER-EOF = 'Y' OR WS-WAIVER-COUNT = 2000.
               CLOSE WAIVER-FILE.

           110-READ-WAIVER-RECORD.
               READ WAIVER-FILE
                   AT END MOVE 'Y' TO WS-WAIVER-EOF
                   NOT AT END
                       ADD 1 TO WS-WAIVER-COUNT
                       ADD 1 TO WS-RL-READ-COUNT
                       MOVE WAIVER-RECORD
                           TO WS-WV-IMAGE(WS-WAIVER-COUNT)
               END-READ.

      *> Waivers move tuition off a balance, so only an
      *> update-level sign-on gets this far.
           150-SIGN-ON-OPERATOR.
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
                   DISPLAY "Operator is inquiry-only -- waivers are "
                       "update-level."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> A student holds one active waiver at a time.
           160-FIND-ACTIVE-WAIVER.
               MOVE 0 TO WS-WV-HIT-SUB.
               PERFORM 170-SCAN-ACTIVE-WAIVER
                   VARYING WS-WV-SUB FROM 1 BY 1
                   UNTIL WS-WV-SUB > WS-WAIVER-COUNT
                       OR WS-WV-HIT-SUB > 0.

           170-SCAN-ACTIVE-WAIVER.
               MOVE WS-WV-IMAGE(WS-WV-SUB) TO WAIVER-RECORD.
               IF WVR-STUDENT-NUMBER = WS-LOOKUP-STUDENT
                   AND WVR-STATUS = 'A'
                   MOVE WS-WV-SUB TO WS-WV-HIT-SUB
               END-IF.

           200-ADD-ONE-WAIVER.
               DISPLAY "Enter employee number: "
               ACCEPT WS-LOOKUP-EMPLOYEE.
               PERFORM 210-CHECK-THE-EMPLOYEE.
               IF WS-EMPLOYEE-OK-FLAG = 'Y'
                   DISPLAY "Enter student number: "
                   ACCEPT WS-LOOKUP-STUDENT
                   PERFORM 220-CHECK-THE-STUDENT
               END-IF.
               IF WS-EMPLOYEE-OK-FLAG = 'Y'
                   AND WS-STUDENT-OK-FLAG = 'Y'
                   PERFORM 230-KEY-WAIVER-TERMS
               END-IF.

           210-CHECK-THE-EMPLOYEE.
               MOVE 'N' TO WS-EMPLOYEE-OK-FLAG.
               OPEN INPUT EMPLOYEE-MASTER-FILE.
               MOVE WS-LOOKUP-EMPLOYEE TO EMP-NUMBER.
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Employee not on the employee master."
                       MOVE 8 TO WS-RUN-STATUS
                   NOT INVALID KEY
                       IF EMP-TERMINATED
                           DISPLAY "Employee was terminated "
                               EMP-TERM-DATE " -- no waiver."
                           MOVE 8 TO WS-RUN-STATUS
                       ELSE
                           MOVE 'Y' TO WS-EMPLOYEE-OK-FLAG
                           DISPLAY "Employee: " EMP-NAME
                       END-IF
               END-READ.
               CLOSE EMPLOYEE-MASTER-FILE.

           220-CHECK-THE-STUDENT.
               MOVE 'N' TO WS-STUDENT-OK-FLAG.
               OPEN INPUT STUDENT-MASTER-FILE.
               MOVE WS-LOOKUP-STUDENT TO STUDENT-NUMBER-IN.
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Student not on the master."
                       MOVE 8 TO WS-RUN-STATUS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STUDENT-OK-FLAG
                       DISPLAY "Student: " STUDENT-FIRST-NAME-IN " "
                           STUDENT-LAST-NAME-IN
               END-READ.
               CLOSE STUDENT-MASTER-FILE.
               IF WS-STUDENT-OK-FLAG = 'Y'
                   PERFORM 160-FIND-ACTIVE-WAIVER
                   IF WS-WV-HIT-SUB > 0
                       DISPLAY "Student already holds an active "
                           "waiver through employee "
                           WVR-EMPLOYEE-NUMBER "."
                       MOVE 'N' TO WS-STUDENT-OK-FLAG
                       MOVE 8 TO WS-RUN-STATUS
                   END-IF
               END-IF.

           230-KEY-WAIVER-TERMS.
               DISPLAY "Relationship -- employee, spouse or "
                   "dependant? (E/S/D) "
               ACCEPT WS-KEYED-RELATIONSHIP.
               DISPLAY "Percentage of tuition waived (1-100): "
               ACCEPT WS-KEYED-PERCENT.
               EVALUATE TRUE
                   WHEN WS-KEYED-RELATIONSHIP NOT = 'E' AND NOT = 'S'
                       AND NOT = 'D'
                       DISPLAY "Relationship must be E, S or D."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN WS-KEYED-PERCENT = 0
                       OR WS-KEYED-PERCENT > 100
                       DISPLAY "Percentage must be 1 to 100."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN WS-WAIVER-COUNT = 2000
                       DISPLAY "Waiver table is full -- waiver not "
                           "added."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN OTHER
                       PERFORM 240-STORE-THE-WAIVER
               END-EVALUATE.

           240-STORE-THE-WAIVER.
               MOVE SPACES TO WAIVER-RECORD.
               MOVE WS-LOOKUP-EMPLOYEE TO WVR-EMPLOYEE-NUMBER.
               MOVE WS-LOOKUP-STUDENT TO WVR-STUDENT-NUMBER.
               MOVE WS-KEYED-RELATIONSHIP TO WVR-RELATIONSHIP.
               MOVE WS-KEYED-PERCENT TO WVR-PERCENT.
               MOVE 'A' TO WVR-STATUS.
               MOVE WS-TODAY TO WVR-START-DATE.
               MOVE 0 TO WVR-END-DATE.
               ADD 1 TO WS-WAIVER-COUNT.
               MOVE WAIVER-RECORD TO WS-WV-IMAGE(WS-WAIVER-COUNT).
               PERFORM 900-REWRITE-WAIVER-FILE.
               DISPLAY "Waiver added; the next tuition assessment "
                   "applies it.".

           300-END-ONE-WAIVER.
               DISPLAY "Enter student number: "
               ACCEPT WS-LOOKUP-STUDENT.
               PERFORM 160-FIND-ACTIVE-WAIVER.
               IF WS-WV-HIT-SUB = 0
                   DISPLAY "Student holds no active waiver."
                   MOVE 8 TO WS-RUN-STATUS
               ELSE
                   MOVE WS-WV-IMAGE(WS-WV-HIT-SUB) TO WAIVER-RECORD
                   MOVE 'E' TO WVR-STATUS
                   MOVE WS-TODAY TO WVR-END-DATE
                   MOVE WAIVER-RECORD TO WS-WV-IMAGE(WS-WV-HIT-SUB)
                   PERFORM 900-REWRITE-WAIVER-FILE
                   DISPLAY "Waiver ended."
               END-IF.

           400-LIST-ACTIVE-WAIVERS.
               DISPLAY "EMPL.  STUDENT  R  PCT      SINCE".
               PERFORM 410-LIST-ONE-WAIVER
                   VARYING WS-WV-SUB FROM 1 BY 1
                   UNTIL WS-WV-SUB > WS-WAIVER-COUNT.
               DISPLAY "ACTIVE WAIVERS: " WS-ACTIVE-COUNT.

           410-LIST-ONE-WAIVER.
               MOVE WS-WV-IMAGE(WS-WV-SUB) TO WAIVER-RECORD.
               IF WVR-STATUS = 'A'
                   ADD 1 TO WS-ACTIVE-COUNT
                   MOVE WVR-EMPLOYEE-NUMBER TO WS-LL-EMPLOYEE
                   MOVE WVR-STUDENT-NUMBER TO WS-LL-STUDENT
                   MOVE WVR-RELATIONSHIP TO WS-LL-RELATIONSHIP
                   MOVE WVR-PERCENT TO WS-LL-PERCENT
                   MOVE WVR-START-DATE TO WS-LL-START
                   DISPLAY WS-LIST-LINE
               END-IF.

      *> The benefit is what was actually waived: every WVR line on
      *> the sub-ledger dated in the year, charged to the employee
      *> whose waiver covered the student on that date.  A waiver
      *> posts as a credit, so the benefit is the posting reversed,
      *> and a debit that reverses a waiver nets it off.
           500-PRINT-YEAR-END-LIST.
               DISPLAY "Enter the calendar year (YYYY): "
               ACCEPT WS-KEYED-YEAR.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT SUBLEDGER-FILE.
               PERFORM 510-READ-ONE-POSTING UNTIL WS-EOF = 'Y'.
               CLOSE SUBLEDGER-FILE.
               PERFORM 600-SORT-BENEFIT-TABLE.
               OPEN OUTPUT WAIVER-BENEFIT-OUT.
               OPEN INPUT EMPLOYEE-MASTER-FILE.
               MOVE WS-KEYED-YEAR TO WS-BH-YEAR.
               DISPLAY WS-BENEFIT-HEADING.
               WRITE BENEFIT-LINE-OUT FROM WS-BENEFIT-HEADING.
               MOVE 99999 TO WS-PREVIOUS-EMPLOYEE.
               PERFORM 540-PRINT-ONE-BENEFIT
                   VARYING WS-BN-SUB FROM 1 BY 1
                   UNTIL WS-BN-SUB > WS-BENEFIT-COUNT.
               IF WS-BENEFIT-COUNT > 0
                   PERFORM 550-PRINT-EMPLOYEE-TOTAL
               END-IF.
               MOVE WS-GRAND-TOTAL TO WS-GT-AMOUNT.
               DISPLAY WS-GRAND-TOTAL-LINE.
               WRITE BENEFIT-LINE-OUT FROM WS-GRAND-TOTAL-LINE.
               CLOSE EMPLOYEE-MASTER-FILE.
               CLOSE WAIVER-BENEFIT-OUT.
               IF WS-UNLINKED-COUNT > 0
                   DISPLAY "*** " WS-UNLINKED-COUNT " WVR POSTINGS "
                       "MATCH NO WAIVER -- LISTED UNDER EMPLOYEE 0."
                   MOVE 4 TO WS-RUN-STATUS
               END-IF.

           510-READ-ONE-POSTING.
               READ SUBLEDGER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SUB-CHARGE = "WVR"
                           AND SUB-YEAR = WS-KEYED-YEAR
                           PERFORM 520-FIND-POSTING-EMPLOYEE
                           PERFORM 530-ADD-TO-BENEFIT
                       END-IF
               END-READ.

           520-FIND-POSTING-EMPLOYEE.
               MOVE 0 TO WS-POSTING-EMPLOYEE.
               PERFORM 525-SCAN-WAIVER-DATES
                   VARYING WS-WV-SUB FROM 1 BY 1
                   UNTIL WS-WV-SUB > WS-WAIVER-COUNT
                       OR WS-POSTING-EMPLOYEE > 0.
               IF WS-POSTING-EMPLOYEE = 0
                   ADD 1 TO WS-UNLINKED-COUNT
               END-IF.

           525-SCAN-WAIVER-DATES.
               MOVE WS-WV-IMAGE(WS-WV-SUB) TO WAIVER-RECORD.
               IF WVR-STUDENT-NUMBER = SUB-STUDENT
                   AND WVR-START-DATE NOT > SUB-DATE
                   AND (WVR-END-DATE = 0
                       OR WVR-END-DATE NOT < SUB-DATE)
                   MOVE WVR-EMPLOYEE-NUMBER TO WS-POSTING-EMPLOYEE
               END-IF.

           530-ADD-TO-BENEFIT.
               MOVE 0 TO WS-BN-HIT-SUB.
               PERFORM 535-SCAN-BENEFIT-ENTRY
                   VARYING WS-BN-SUB FROM 1 BY 1
                   UNTIL WS-BN-SUB > WS-BENEFIT-COUNT
                       OR WS-BN-HIT-SUB > 0.
               IF WS-BN-HIT-SUB = 0
                   IF WS-BENEFIT-COUNT < 3000
                       ADD 1 TO WS-BENEFIT-COUNT
                       MOVE WS-BENEFIT-COUNT TO WS-BN-HIT-SUB
                       MOVE WS-POSTING-EMPLOYEE
                           TO WS-BN-EMPLOYEE(WS-BN-HIT-SUB)
                       MOVE SUB-STUDENT TO WS-BN-STUDENT(WS-BN-HIT-SUB)
                       MOVE 0 TO WS-BN-AMOUNT(WS-BN-HIT-SUB)
                   ELSE
                       DISPLAY "*** WARNING: BENEFIT TABLE IS FULL "
                           "-- POSTING NOT LISTED FOR: " SUB-STUDENT
                       MOVE 4 TO WS-RUN-STATUS
                   END-IF
               END-IF.
               IF WS-BN-HIT-SUB > 0
                   SUBTRACT SUB-AMOUNT FROM WS-BN-AMOUNT(WS-BN-HIT-SUB)
               END-IF.

           535-SCAN-BENEFIT-ENTRY.
               IF WS-BN-EMPLOYEE(WS-BN-SUB) = WS-POSTING-EMPLOYEE
                   AND WS-BN-STUDENT(WS-BN-SUB) = SUB-STUDENT
                   MOVE WS-BN-SUB TO WS-BN-HIT-SUB
               END-IF.

      *> A heading with the employee's name at each change of
      *> employee, and the employee's total when it ends.
           540-PRINT-ONE-BENEFIT.
               IF WS-BN-EMPLOYEE(WS-BN-SUB) NOT = WS-PREVIOUS-EMPLOYEE
                   IF WS-BN-SUB > 1
                       PERFORM 550-PRINT-EMPLOYEE-TOTAL
                   END-IF
                   MOVE WS-BN-EMPLOYEE(WS-BN-SUB)
                       TO WS-PREVIOUS-EMPLOYEE
                   MOVE 0 TO WS-EMPLOYEE-TOTAL
                   MOVE WS-BN-EMPLOYEE(WS-BN-SUB) TO WS-EH-EMPLOYEE
                   MOVE WS-BN-EMPLOYEE(WS-BN-SUB) TO EMP-NUMBER
                   MOVE SPACES TO WS-EH-NAME
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           MOVE "NOT ON EMPLOYEE FILE" TO WS-EH-NAME
                       NOT INVALID KEY
                           MOVE EMP-NAME TO WS-EH-NAME
                   END-READ
                   DISPLAY WS-EMPLOYEE-HEADING
                   WRITE BENEFIT-LINE-OUT FROM WS-EMPLOYEE-HEADING
               END-IF.
               MOVE WS-BN-STUDENT(WS-BN-SUB) TO WS-BD-STUDENT.
               MOVE WS-BN-AMOUNT(WS-BN-SUB) TO WS-BD-AMOUNT.
               ADD WS-BN-AMOUNT(WS-BN-SUB) TO WS-EMPLOYEE-TOTAL.
               ADD WS-BN-AMOUNT(WS-BN-SUB) TO WS-GRAND-TOTAL.
               DISPLAY WS-BENEFIT-DETAIL.
               WRITE BENEFIT-LINE-OUT FROM WS-BENEFIT-DETAIL.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

           550-PRINT-EMPLOYEE-TOTAL.
               MOVE WS-EMPLOYEE-TOTAL TO WS-ET-AMOUNT.
               DISPLAY WS-EMPLOYEE-TOTAL-LINE.
               WRITE BENEFIT-LINE-OUT FROM WS-EMPLOYEE-TOTAL-LINE.

           600-SORT-BENEFIT-TABLE.
               PERFORM 610-SORT-PASS
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= WS-BENEFIT-COUNT.

           610-SORT-PASS.
               COMPUTE WS-LIMIT = WS-BENEFIT-COUNT - WS-SUB.
               PERFORM 620-SORT-COMPARE
                   VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-LIMIT.

           620-SORT-COMPARE.
               IF WS-BN-KEY(WS-SUB2) > WS-BN-KEY(WS-SUB2 + 1)
                   MOVE WS-BN-ENTRY(WS-SUB2) TO WS-SWAP-ENTRY
                   MOVE WS-BN-ENTRY(WS-SUB2 + 1)
                       TO WS-BN-ENTRY(WS-SUB2)
                   MOVE WS-SWAP-ENTRY TO WS-BN-ENTRY(WS-SUB2 + 1)
               END-IF.

      *> Standard run-log record for the morning summary.
      *> A CALL resets the RETURN-CODE register, so the run's own
      *> code is put back after the log call -- it must be the last
      *> thing set before control leaves the program.
           700-LOG-THIS-RUN.
               MOVE WS-RUN-STATUS TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

           900-REWRITE-WAIVER-FILE.
               OPEN OUTPUT WAIVER-FILE.
               PERFORM 910-WRITE-ONE-WAIVER
                   VARYING WS-WV-SUB FROM 1 BY 1
                   UNTIL WS-WV-SUB > WS-WAIVER-COUNT.
               CLOSE WAIVER-FILE.

           910-WRITE-ONE-WAIVER.
               MOVE WS-WV-IMAGE(WS-WV-SUB) TO WAIVER-RECORD.
               WRITE WAIVER-RECORD.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

       END PROGRAM TUITION_WAIVER_PROGRAM.
