      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 10-21-2025
      * Purpose: financial holds on STUDENT-HOLDS.TXT, one line per
      * student (hold type, reason, date placed, and the operator or
      * run that placed it) -- the file STUDENT_HOLD_CHECK reads so
      * registration, the transcript, and graduation refuse a held
      * student.  The automatic pass places a COL hold on every
      * account on COLLECTION-PLACEMENTS.TXT and an OVD hold on every
      * account at or past the overdue-periods threshold on
      * HOLD-CONTROL.TXT, and lifts its own automatic holds once the
      * account is recalled or brought current; holds keyed by hand
      * (FIN financial, ADM administrative) are only ever lifted by
      * hand.  Set and release modes are update-level sign-ons, and
      * every lifted hold is copied to STUDENT-HOLD-HISTORY.TXT with
      * the date and who released it.
      * Modification history:
      *   10-06-2026 NH - COLLECTION-PLACEMENTS.TXT read in its
      *     dollars-and-cents layout
      *   10-06-2026 NH - the automatic pass stops with RC 8, holds file
      *     untouched, when the collection placements or written-off
      *     accounts exceed their tables
      *   12-09-2025 NH - accounts written off as bad debt (on
      *     WRITTEN-OFF-ACCOUNTS.TXT with an unrecovered amount) get an
      *     automatic WOF hold, which takes the place of the COL hold
      *     the write-off would otherwise lift
      *   12-02-2025 NH - the master record layout carries tuition owed
      *     in dollars and cents
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT_HOLD_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO '..\STUDENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY STUDENT-NUMBER-IN
           FILE STATUS WS-KEY.
           SELECT OPTIONAL HOLD-CONTROL-FILE
           ASSIGN TO '..\HOLD-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLACEMENT-FILE
           ASSIGN TO '..\COLLECTION-PLACEMENTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WRITEOFF-FILE
           ASSIGN TO '..\WRITTEN-OFF-ACCOUNTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE
           ASSIGN TO '..\STUDENT-HOLDS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-HISTORY-FILE
           ASSIGN TO '..\STUDENT-HOLD-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-REPORT-OUT
           ASSIGN TO '..\HOLD-REPORT.TXT'
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

      *> Control card: overdue periods at or past which an account
      *> is held automatically.
       FD HOLD-CONTROL-FILE.
       01 HOLD-CONTROL-RECORD.
           05 CTL-HOLD-PERIODS    PIC 9(2).

       FD PLACEMENT-FILE.
       01 PLACEMENT-RECORD.
           05 PLC-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 PLC-PLACED-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 PLC-PLACED-AMOUNT   PIC 9(7)V99.

      *> Accounts written off as bad debt, with what has come back.
       FD WRITEOFF-FILE.
       01 WRITEOFF-RECORD.
           05 WOF-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 WOF-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 WOF-WRITTEN-OFF     PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 WOF-RECOVERED       PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 WOF-REFERENCE       PIC X(8).

       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HLD-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 HLD-TYPE            PIC X(3).
           05 FILLER              PIC X(1).
           05 HLD-REASON          PIC X(30).
           05 FILLER              PIC X(1).
           05 HLD-PLACED-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 HLD-OPERATOR        PIC X(20).

      *> The lifted hold as it stood, plus when and by whom.
       FD HOLD-HISTORY-FILE.
       01 HOLD-HISTORY-RECORD.
           05 HHS-HOLD-IMAGE      PIC X(72).
           05 FILLER              PIC X(1).
           05 HHS-RELEASED-DATE   PIC 9(8).
           05 FILLER              PIC X(1).
           05 HHS-RELEASED-BY     PIC X(20).

       FD HOLD-REPORT-OUT.
       01 HOLD-REPORT-LINE-OUT    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-KEY PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-HOLD-PERIODS PIC 9(2) VALUE 3.
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-NUMBER-EDIT PIC X(7).
       01 WS-LOOKUP-STUDENT PIC 9(7).
       01 WS-NEW-TYPE PIC X(3).
       01 WS-NEW-REASON PIC X(30).
       01 WS-STUDENT-OK-FLAG PIC X(1).

       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).

       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 2000 TIMES.
               10 WS-HL-STUDENT   PIC 9(7).
               10 WS-HL-TYPE      PIC X(3).
                   88 WS-HL-AUTOMATIC  VALUE "COL" "OVD" "WOF".
               10 WS-HL-REASON    PIC X(30).
               10 WS-HL-DATE      PIC 9(8).
               10 WS-HL-OPERATOR  PIC X(20).
       01 WS-HOLD-COUNT PIC 9(4) VALUE 0.
       01 WS-HOLD-EOF PIC X(1) VALUE 'N'.
       01 WS-HOLD-SUB PIC 9(4).
       01 WS-HOLD-HIT-SUB PIC 9(4).

       01 WS-PLACED-TABLE.
           05 WS-PLACED-STUDENT OCCURS 1000 TIMES PIC 9(7).
       01 WS-PLACED-COUNT PIC 9(4) VALUE 0.
       01 WS-PLACED-EOF PIC X(1) VALUE 'N'.
       01 WS-PLACED-FOUND-FLAG PIC X(1).
       01 WS-PLACED-SUB PIC 9(4).

       01 WS-WRITEOFF-TABLE.
           05 WS-WRITEOFF-STUDENT OCCURS 3000 TIMES PIC 9(7).
       01 WS-WRITEOFF-COUNT PIC 9(4) VALUE 0.
       01 WS-WRITEOFF-EOF PIC X(1) VALUE 'N'.
       01 WS-WRITEOFF-FOUND-FLAG PIC X(1).

       01 WS-PERIODS-EDIT PIC Z9.
       01 WS-PLACED-HOLDS PIC 9(5) VALUE 0.
       01 WS-LIFTED-HOLDS PIC 9(5) VALUE 0.

       01 WS-DETAIL-LINE.
           05 WS-D-NUMBER         PIC 9(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-TYPE           PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-REASON         PIC X(30).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-DATE           PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-ACTION         PIC X(7).
       01 WS-COUNT-LINE.
           05 WS-C-CAPTION        PIC X(22).
           05 WS-C-COUNT          PIC ZZZZ9.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "STUDENT_HOLD_PROGRAM".
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
           PERFORM 100-LOAD-HOLD-TABLE.
      *> Every mode rebuilds the holds file from the table, so a
      *> file past the ceiling is left alone -- holds the table
      *> never held would silently come off.
           IF WS-HOLD-EOF NOT = 'Y'
               DISPLAY "STUDENT-HOLDS.TXT EXCEEDS THE 2000-LINE "
                   "TABLE -- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Automatic hold pass, set a hold, release a "
               "hold, or list holds? (A/S/R/L) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'S' OR 's'
                   PERFORM 150-SIGN-ON-OPERATOR
                   PERFORM 400-SET-ONE-HOLD
               WHEN WS-MODE = 'R' OR 'r'
                   PERFORM 150-SIGN-ON-OPERATOR
                   PERFORM 500-RELEASE-ONE-HOLD
               WHEN WS-MODE = 'L' OR 'l'
                   PERFORM 600-LIST-THE-HOLDS
               WHEN OTHER
                   MOVE "AUTO HOLD RUN" TO WS-AUDIT-OPERATOR
                   PERFORM 200-RUN-AUTOMATIC-PASS
           END-EVALUATE.
           PERFORM 700-LOG-THIS-RUN.
           STOP RUN.

           100-LOAD-HOLD-TABLE.
               OPEN INPUT HOLD-FILE.
               PERFORM 110-READ-HOLD-RECORD
                   UNTIL WS-HOLD-EOF = 'Y' OR WS-HOLD-COUNT = 2000.
               CLOSE HOLD-FILE.

           110-READ-HOLD-RECORD.
               READ HOLD-FILE
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE HLD-STUDENT-NUMBER
                           TO WS-HL-STUDENT(WS-HOLD-COUNT)
                       MOVE HLD-TYPE TO WS-HL-TYPE(WS-HOLD-COUNT)
                       MOVE HLD-REASON TO WS-HL-REASON(WS-HOLD-COUNT)
                       MOVE HLD-PLACED-DATE
                           TO WS-HL-DATE(WS-HOLD-COUNT)
                       MOVE HLD-OPERATOR
                           TO WS-HL-OPERATOR(WS-HOLD-COUNT)
               END-READ.

           120-FIND-HOLD-ENTRY.
               MOVE 0 TO WS-HOLD-HIT-SUB.
               PERFORM 130-SCAN-HOLD-ENTRY
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                       OR WS-HOLD-HIT-SUB > 0.

           130-SCAN-HOLD-ENTRY.
               IF WS-HL-STUDENT(WS-HOLD-SUB) = WS-LOOKUP-STUDENT
                   MOVE WS-HOLD-SUB TO WS-HOLD-HIT-SUB
               END-IF.

      *> Holds placed and lifted by hand carry the operator's name,
      *> so only an update-level sign-on gets this far.
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
                   DISPLAY "Operator is inquiry-only -- holds are "
                       "update-level."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> The automatic pass walks the master once: a written-off
      *> account gets a WOF hold, a placed account a COL hold, an
      *> account at or past the threshold an OVD hold, and an
      *> automatic hold whose reason has gone away is lifted.  A
      *> hold already on file is left as it stands, except that a
      *> COL or OVD hold on a written-off account is lifted and
      *> replaced by the WOF hold.
           200-RUN-AUTOMATIC-PASS.
               PERFORM 210-LOAD-HOLD-CONTROL.
               PERFORM 220-LOAD-PLACEMENT-TABLE.
               PERFORM 225-LOAD-WRITEOFF-TABLE.
      *> A placed or written-off account past either ceiling would
      *> be found in neither table and lose a hold it still needs.
               IF WS-PLACED-EOF NOT = 'Y'
                   DISPLAY "COLLECTION-PLACEMENTS.TXT EXCEEDS THE "
                       "1000-LINE TABLE -- RUN ABORTED, FILE LEFT "
                       "ALONE."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-WRITEOFF-EOF NOT = 'Y'
                   DISPLAY "WRITTEN-OFF-ACCOUNTS.TXT EXCEEDS THE "
                       "3000-LINE TABLE -- RUN ABORTED, FILE LEFT "
                       "ALONE."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT STUDENT-MASTER-FILE.
               OPEN EXTEND HOLD-HISTORY-FILE.
               OPEN OUTPUT HOLD-REPORT-OUT.
               PERFORM 240-READ-STUDENT-RECORD UNTIL WS-EOF = 'Y'.
               CLOSE STUDENT-MASTER-FILE.
               PERFORM 300-REWRITE-HOLD-FILE.
               MOVE "HOLDS PLACED:         " TO WS-C-CAPTION.
               MOVE WS-PLACED-HOLDS TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE HOLD-REPORT-LINE-OUT FROM WS-COUNT-LINE.
               MOVE "HOLDS LIFTED:         " TO WS-C-CAPTION.
               MOVE WS-LIFTED-HOLDS TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE HOLD-REPORT-LINE-OUT FROM WS-COUNT-LINE.
               CLOSE HOLD-HISTORY-FILE.
               CLOSE HOLD-REPORT-OUT.

           210-LOAD-HOLD-CONTROL.
               OPEN INPUT HOLD-CONTROL-FILE.
               READ HOLD-CONTROL-FILE
                   AT END
                       DISPLAY "No hold control card -- using "
                           "default: " WS-HOLD-PERIODS " PERIODS"
                   NOT AT END
                       IF CTL-HOLD-PERIODS IS NUMERIC
                           AND CTL-HOLD-PERIODS > 0
                           MOVE CTL-HOLD-PERIODS TO WS-HOLD-PERIODS
                       END-IF
               END-READ.
               CLOSE HOLD-CONTROL-FILE.

           220-LOAD-PLACEMENT-TABLE.
               OPEN INPUT PLACEMENT-FILE.
               PERFORM 230-READ-PLACEMENT-RECORD
                   UNTIL WS-PLACED-EOF = 'Y'
                       OR WS-PLACED-COUNT = 1000.
               CLOSE PLACEMENT-FILE.

           230-READ-PLACEMENT-RECORD.
               READ PLACEMENT-FILE
                   AT END MOVE 'Y' TO WS-PLACED-EOF
                   NOT AT END
                       ADD 1 TO WS-PLACED-COUNT
                       MOVE PLC-STUDENT-NUMBER
                           TO WS-PLACED-STUDENT(WS-PLACED-COUNT)
               END-READ.

      *> An account stays written off for as long as any of the
      *> amount written off is unrecovered.
           225-LOAD-WRITEOFF-TABLE.
               OPEN INPUT WRITEOFF-FILE.
               PERFORM 226-READ-WRITEOFF-RECORD
                   UNTIL WS-WRITEOFF-EOF = 'Y'
                       OR WS-WRITEOFF-COUNT = 3000.
               CLOSE WRITEOFF-FILE.

           226-READ-WRITEOFF-RECORD.
               READ WRITEOFF-FILE
                   AT END MOVE 'Y' TO WS-WRITEOFF-EOF
                   NOT AT END
                       IF WOF-WRITTEN-OFF > WOF-RECOVERED
                           ADD 1 TO WS-WRITEOFF-COUNT
                           MOVE WOF-STUDENT-NUMBER
                               TO WS-WRITEOFF-STUDENT(WS-WRITEOFF-COUNT)
                       END-IF
               END-READ.

           227-CHECK-IF-WRITTEN-OFF.
               MOVE 'N' TO WS-WRITEOFF-FOUND-FLAG.
               PERFORM 228-SCAN-WRITEOFF-ENTRY
                   VARYING WS-PLACED-SUB FROM 1 BY 1
                   UNTIL WS-PLACED-SUB > WS-WRITEOFF-COUNT
                       OR WS-WRITEOFF-FOUND-FLAG = 'Y'.

           228-SCAN-WRITEOFF-ENTRY.
               IF WS-WRITEOFF-STUDENT(WS-PLACED-SUB) =
                   STUDENT-NUMBER-IN
                   MOVE 'Y' TO WS-WRITEOFF-FOUND-FLAG
               END-IF.

           235-CHECK-IF-PLACED.
               MOVE 'N' TO WS-PLACED-FOUND-FLAG.
               PERFORM 236-SCAN-PLACED-ENTRY
                   VARYING WS-PLACED-SUB FROM 1 BY 1
                   UNTIL WS-PLACED-SUB > WS-PLACED-COUNT
                       OR WS-PLACED-FOUND-FLAG = 'Y'.

           236-SCAN-PLACED-ENTRY.
               IF WS-PLACED-STUDENT(WS-PLACED-SUB) =
                   STUDENT-NUMBER-IN
                   MOVE 'Y' TO WS-PLACED-FOUND-FLAG
               END-IF.

           240-READ-STUDENT-RECORD.
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RL-READ-COUNT
                       PERFORM 250-JUDGE-ONE-ACCOUNT
               END-READ.

           250-JUDGE-ONE-ACCOUNT.
               MOVE STUDENT-NUMBER-IN TO WS-LOOKUP-STUDENT.
               PERFORM 120-FIND-HOLD-ENTRY.
               PERFORM 227-CHECK-IF-WRITTEN-OFF.
               PERFORM 235-CHECK-IF-PLACED.
               EVALUATE TRUE
                   WHEN WS-WRITEOFF-FOUND-FLAG = 'Y'
                       IF WS-HOLD-HIT-SUB > 0
                           IF WS-HL-TYPE(WS-HOLD-HIT-SUB) = "COL"
                               OR WS-HL-TYPE(WS-HOLD-HIT-SUB) = "OVD"
                               MOVE WS-HOLD-HIT-SUB TO WS-HOLD-SUB
                               PERFORM 270-LIFT-HOLD-ENTRY
                               MOVE 0 TO WS-HOLD-HIT-SUB
                           END-IF
                       END-IF
                       IF WS-HOLD-HIT-SUB = 0
                           MOVE "WOF" TO WS-NEW-TYPE
                           MOVE "WRITTEN OFF AS BAD DEBT"
                               TO WS-NEW-REASON
                           PERFORM 260-ADD-HOLD-ENTRY
                       END-IF
                   WHEN WS-PLACED-FOUND-FLAG = 'Y'
                       IF WS-HOLD-HIT-SUB = 0
                           MOVE "COL" TO WS-NEW-TYPE
                           MOVE "PLACED WITH COLLECTION AGENCY"
                               TO WS-NEW-REASON
                           PERFORM 260-ADD-HOLD-ENTRY
                       END-IF
                   WHEN STUDENT-OVERDUE-PERIODS-IN >= WS-HOLD-PERIODS
                       IF WS-HOLD-HIT-SUB = 0
                           MOVE "OVD" TO WS-NEW-TYPE
                           MOVE STUDENT-OVERDUE-PERIODS-IN
                               TO WS-PERIODS-EDIT
                           MOVE SPACES TO WS-NEW-REASON
                           STRING "ACCOUNT " DELIMITED BY SIZE
                               WS-PERIODS-EDIT DELIMITED BY SIZE
                               " PERIODS OVERDUE" DELIMITED BY SIZE
                               INTO WS-NEW-REASON
                           END-STRING
                           PERFORM 260-ADD-HOLD-ENTRY
                       END-IF
                   WHEN WS-HOLD-HIT-SUB > 0
                       IF WS-HL-AUTOMATIC(WS-HOLD-HIT-SUB)
                           MOVE WS-HOLD-HIT-SUB TO WS-HOLD-SUB
                           PERFORM 270-LIFT-HOLD-ENTRY
                       END-IF
               END-EVALUATE.

           260-ADD-HOLD-ENTRY.
               IF WS-HOLD-COUNT < 2000
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-LOOKUP-STUDENT
                       TO WS-HL-STUDENT(WS-HOLD-COUNT)
                   MOVE WS-NEW-TYPE TO WS-HL-TYPE(WS-HOLD-COUNT)
                   MOVE WS-NEW-REASON TO WS-HL-REASON(WS-HOLD-COUNT)
                   MOVE WS-TODAY TO WS-HL-DATE(WS-HOLD-COUNT)
                   MOVE WS-AUDIT-OPERATOR
                       TO WS-HL-OPERATOR(WS-HOLD-COUNT)
                   ADD 1 TO WS-PLACED-HOLDS
                   ADD 1 TO WS-RL-WRITTEN-COUNT
                   MOVE WS-HOLD-COUNT TO WS-HOLD-SUB
                   MOVE "PLACED " TO WS-D-ACTION
                   PERFORM 280-REPORT-HOLD-ENTRY
               ELSE
                   DISPLAY "*** WARNING: HOLD TABLE IS FULL -- NOT "
                       "HELD: " WS-LOOKUP-STUDENT
                   ADD 1 TO WS-RL-REJECTED-COUNT
                   MOVE 4 TO WS-RUN-STATUS
               END-IF.

      *> A lifted hold goes to the history file as it stood, then
      *> the table entry is zeroed and drops out of the rewrite.
           270-LIFT-HOLD-ENTRY.
               MOVE "LIFTED " TO WS-D-ACTION.
               PERFORM 280-REPORT-HOLD-ENTRY.
               MOVE SPACES TO HOLD-HISTORY-RECORD.
               MOVE SPACES TO HOLD-RECORD.
               MOVE WS-HL-STUDENT(WS-HOLD-SUB) TO HLD-STUDENT-NUMBER.
               MOVE WS-HL-TYPE(WS-HOLD-SUB) TO HLD-TYPE.
               MOVE WS-HL-REASON(WS-HOLD-SUB) TO HLD-REASON.
               MOVE WS-HL-DATE(WS-HOLD-SUB) TO HLD-PLACED-DATE.
               MOVE WS-HL-OPERATOR(WS-HOLD-SUB) TO HLD-OPERATOR.
               MOVE HOLD-RECORD TO HHS-HOLD-IMAGE.
               MOVE WS-TODAY TO HHS-RELEASED-DATE.
               MOVE WS-AUDIT-OPERATOR TO HHS-RELEASED-BY.
               WRITE HOLD-HISTORY-RECORD.
               MOVE 0 TO WS-HL-STUDENT(WS-HOLD-SUB).
               ADD 1 TO WS-LIFTED-HOLDS.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

           280-REPORT-HOLD-ENTRY.
               MOVE WS-HL-STUDENT(WS-HOLD-SUB) TO WS-D-NUMBER.
               MOVE WS-HL-TYPE(WS-HOLD-SUB) TO WS-D-TYPE.
               MOVE WS-HL-REASON(WS-HOLD-SUB) TO WS-D-REASON.
               MOVE WS-HL-DATE(WS-HOLD-SUB) TO WS-D-DATE.
               DISPLAY WS-DETAIL-LINE.
               IF WS-MODE NOT = 'S' AND 's' AND 'R' AND 'r'
                   WRITE HOLD-REPORT-LINE-OUT FROM WS-DETAIL-LINE
               END-IF.

           300-REWRITE-HOLD-FILE.
               OPEN OUTPUT HOLD-FILE.
               PERFORM 310-WRITE-ONE-HOLD
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
               CLOSE HOLD-FILE.

           310-WRITE-ONE-HOLD.
               IF WS-HL-STUDENT(WS-HOLD-SUB) NOT = 0
                   MOVE SPACES TO HOLD-RECORD
                   MOVE WS-HL-STUDENT(WS-HOLD-SUB)
                       TO HLD-STUDENT-NUMBER
                   MOVE WS-HL-TYPE(WS-HOLD-SUB) TO HLD-TYPE
                   MOVE WS-HL-REASON(WS-HOLD-SUB) TO HLD-REASON
                   MOVE WS-HL-DATE(WS-HOLD-SUB) TO HLD-PLACED-DATE
                   MOVE WS-HL-OPERATOR(WS-HOLD-SUB) TO HLD-OPERATOR
                   WRITE HOLD-RECORD
               END-IF.

      *> A hold by hand: the student must be on the master and not
      *> already held; the type is FIN (financial) or ADM
      *> (administrative) -- COL, OVD and WOF belong to the
      *> automatic pass.
           400-SET-ONE-HOLD.
               PERFORM 410-ACCEPT-HOLD-STUDENT.
               IF WS-STUDENT-OK-FLAG = 'Y'
                   PERFORM 120-FIND-HOLD-ENTRY
                   IF WS-HOLD-HIT-SUB > 0
                       DISPLAY "Student is already held ("
                           WS-HL-TYPE(WS-HOLD-HIT-SUB) " "
                           WS-HL-REASON(WS-HOLD-HIT-SUB) ")."
                       MOVE 4 TO WS-RUN-STATUS
                   ELSE
                       PERFORM 420-ACCEPT-HOLD-DETAILS
                       PERFORM 260-ADD-HOLD-ENTRY
                       PERFORM 300-REWRITE-HOLD-FILE
                       DISPLAY "Hold placed."
                   END-IF
               END-IF.

           410-ACCEPT-HOLD-STUDENT.
               MOVE 'N' TO WS-NUMBER-EDIT.
               PERFORM 415-ACCEPT-ONE-NUMBER
                   UNTIL WS-NUMBER-EDIT IS NUMERIC.
               MOVE WS-NUMBER-EDIT TO WS-LOOKUP-STUDENT.
               MOVE 'N' TO WS-STUDENT-OK-FLAG.
               OPEN INPUT STUDENT-MASTER-FILE.
               MOVE WS-LOOKUP-STUDENT TO STUDENT-NUMBER-IN.
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Student not on the master."
                       MOVE 8 TO WS-RUN-STATUS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STUDENT-OK-FLAG
               END-READ.
               CLOSE STUDENT-MASTER-FILE.

           415-ACCEPT-ONE-NUMBER.
               DISPLAY "Student number: "
               ACCEPT WS-NUMBER-EDIT.
               IF WS-NUMBER-EDIT IS NOT NUMERIC
                   DISPLAY "Student number must be numeric, try again."
               END-IF.

           420-ACCEPT-HOLD-DETAILS.
               MOVE SPACES TO WS-NEW-TYPE.
               PERFORM 425-ACCEPT-HOLD-TYPE
                   UNTIL WS-NEW-TYPE = "FIN" OR "ADM".
               MOVE SPACES TO WS-NEW-REASON.
               PERFORM 430-ACCEPT-HOLD-REASON
                   UNTIL WS-NEW-REASON NOT = SPACES.

           425-ACCEPT-HOLD-TYPE.
               DISPLAY "Hold type (FIN financial / ADM "
                   "administrative): "
               ACCEPT WS-NEW-TYPE.
               IF WS-NEW-TYPE NOT = "FIN" AND "ADM"
                   DISPLAY "Hold type must be FIN or ADM, try again."
               END-IF.

           430-ACCEPT-HOLD-REASON.
               DISPLAY "Reason for the hold: "
               ACCEPT WS-NEW-REASON.

      *> Any hold, automatic or manual, can be lifted by hand; an
      *> automatic hold whose reason still stands is simply placed
      *> again by the next automatic pass.
           500-RELEASE-ONE-HOLD.
               MOVE 'N' TO WS-NUMBER-EDIT.
               PERFORM 415-ACCEPT-ONE-NUMBER
                   UNTIL WS-NUMBER-EDIT IS NUMERIC.
               MOVE WS-NUMBER-EDIT TO WS-LOOKUP-STUDENT.
               PERFORM 120-FIND-HOLD-ENTRY.
               IF WS-HOLD-HIT-SUB = 0
                   DISPLAY "Student has no hold on file."
                   MOVE 4 TO WS-RUN-STATUS
               ELSE
                   OPEN EXTEND HOLD-HISTORY-FILE
                   MOVE WS-HOLD-HIT-SUB TO WS-HOLD-SUB
                   PERFORM 270-LIFT-HOLD-ENTRY
                   CLOSE HOLD-HISTORY-FILE
                   PERFORM 300-REWRITE-HOLD-FILE
                   DISPLAY "Hold released."
               END-IF.

           600-LIST-THE-HOLDS.
               OPEN OUTPUT HOLD-REPORT-OUT.
               MOVE "ON HOLD" TO WS-D-ACTION.
               PERFORM 280-REPORT-HOLD-ENTRY
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
               MOVE "STUDENTS ON HOLD:     " TO WS-C-CAPTION.
               MOVE WS-HOLD-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE HOLD-REPORT-LINE-OUT FROM WS-COUNT-LINE.
               CLOSE HOLD-REPORT-OUT.

      *> Standard run-log record for the morning summary.
      *> A CALL resets the RETURN-CODE register, so the run's own
      *> code is put back after the log call -- it must be the last
      *> thing set before control leaves the program.
           700-LOG-THIS-RUN.
               MOVE WS-RUN-STATUS TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM STUDENT_HOLD_PROGRAM.
