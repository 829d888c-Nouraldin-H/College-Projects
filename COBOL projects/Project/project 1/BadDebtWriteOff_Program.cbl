      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 12-09-2025
      * Purpose: bad-debt write-off for the accounts the collection
      * agency hands back as uncollectable.  Write-off mode works
      * the WRITEOFF-PENDING.TXT queue COLLECTION_PLACEMENT_PROGRAM
      * builds: each account's balance comes off the master through
      * the shared TUITION_ADJUST path under the BDW reason code
      * (journalled, and itemized on the sub-ledger under the
      * bad-debt charge code CHARGE-CODES.TXT maps BDW to), the
      * account comes off COLLECTION-PLACEMENTS.TXT, and the student
      * is flagged on WRITTEN-OFF-ACCOUNTS.TXT -- the flag the
      * letter and statement cycles skip on and the hold pass turns
      * into a WOF hold.  Recovery mode reinstates what a written-off
      * student later pays (BDR reason code) so the payment posts
      * against a balance in the ordinary way.  Every write-off and
      * recovery is one line on the append-only WRITEOFF-REGISTER.TXT,
      * which GL_EXTRACT_PROGRAM posts as bad-debt expense and
      * recovery, and register mode prints it for a date range for
      * the auditors.  Write-off and recovery are supervisor-level.
      * Modification history:
      *   10-06-2026 NH - COLLECTION-PLACEMENTS.TXT and
      *     WRITEOFF-PENDING.TXT read and rewritten in their
      *     dollars-and-cents layouts
      *   12-30-2025 NH - the TUITION_ADJUST area carries the
      *     approving-operator field, left blank by this program
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAD_DEBT_WRITEOFF_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO '..\STUDENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY STUDENT-NUMBER-IN
           FILE STATUS WS-KEY.
           SELECT OPTIONAL WRITEOFF-PENDING-FILE
           ASSIGN TO '..\WRITEOFF-PENDING.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLACEMENT-FILE
           ASSIGN TO '..\COLLECTION-PLACEMENTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WRITEOFF-FILE
           ASSIGN TO '..\WRITTEN-OFF-ACCOUNTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WRITEOFF-REGISTER-FILE
           ASSIGN TO '..\WRITEOFF-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-REPORT-OUT
           ASSIGN TO '..\WRITEOFF-REGISTER-REPORT.TXT'
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

      *> Queued by the agency-returns mode of the placement program:
      *> student, date returned, the agency's reason and reference,
      *> and the placed amount memo.
       FD WRITEOFF-PENDING-FILE.
       01 WRITEOFF-PENDING-RECORD.
           05 WOP-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 WOP-RETURNED-DATE   PIC 9(8).
           05 FILLER              PIC X(1).
           05 WOP-REASON          PIC X(2).
           05 FILLER              PIC X(1).
           05 WOP-REFERENCE       PIC X(8).
           05 FILLER              PIC X(1).
           05 WOP-PLACED-AMOUNT   PIC 9(7)V99.

       FD PLACEMENT-FILE.
       01 PLACEMENT-RECORD.
           05 PLC-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 PLC-PLACED-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 PLC-PLACED-AMOUNT   PIC 9(7)V99.

      *> One line per written-off student: date of the last
      *> write-off, the total written off, the total since
      *> recovered, and the agency reference.  The account is
      *> treated as written off while anything is unrecovered.
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

      *> Append-only: WOF for a write-off, REC for a recovery.
       FD WRITEOFF-REGISTER-FILE.
       01 WRITEOFF-REGISTER-RECORD.
           05 WRG-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 WRG-TIME            PIC 9(8).
           05 FILLER              PIC X(1).
           05 WRG-OPERATOR        PIC X(20).
           05 FILLER              PIC X(1).
           05 WRG-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 WRG-TYPE            PIC X(3).
           05 FILLER              PIC X(1).
           05 WRG-AMOUNT          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 WRG-REFERENCE       PIC X(8).

       FD REGISTER-REPORT-OUT.
       01 REPORT-LINE-OUT         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-KEY PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-NOW PIC 9(8).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-NUMBER-EDIT PIC X(7).
       01 WS-LOOKUP-STUDENT PIC 9(7).
       01 WS-AMOUNT-EDIT PIC X(9).
       01 WS-AMOUNT-EDIT-9 REDEFINES WS-AMOUNT-EDIT PIC 9(7)V99.
       01 WS-RECEIPT-EDIT PIC X(8).
       01 WS-FROM-DATE-EDIT PIC X(8).
       01 WS-FROM-DATE REDEFINES WS-FROM-DATE-EDIT PIC 9(8).
       01 WS-TO-DATE-EDIT PIC X(8).
       01 WS-TO-DATE REDEFINES WS-TO-DATE-EDIT PIC 9(8).
       01 WS-FOUND-FLAG PIC X(1).
       01 WS-BALANCE PIC S9(7)V99.
       01 WS-UNRECOVERED PIC 9(7)V99.
       01 WS-LAST-NAME PIC X(28).

       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).
       01 WS-ADJUST-AREA.
           05 WS-ADJ-STUDENT-NUMBER   PIC 9(7).
           05 WS-ADJ-AMOUNT           PIC S9(7)V99.
           05 WS-ADJ-REASON-CODE      PIC X(3).
           05 WS-ADJ-OPERATOR         PIC X(20).
           05 WS-ADJ-STATUS-CODE      PIC X(1).
               88 WS-ADJUSTMENT-APPLIED    VALUE '0'.
           05 WS-ADJ-APPROVER         PIC X(20) VALUE SPACES.

       01 WS-PENDING-TABLE.
           05 WS-PENDING-ENTRY OCCURS 1000 TIMES.
               10 WS-PN-IMAGE     PIC X(38).
               10 WS-PN-DONE      PIC X(1).
       01 WS-PENDING-COUNT PIC 9(4) VALUE 0.
       01 WS-PENDING-EOF PIC X(1) VALUE 'N'.
       01 WS-PENDING-SUB PIC 9(4).

       01 WS-PLACED-TABLE.
           05 WS-PLACED-ENTRY OCCURS 1000 TIMES.
               10 WS-PL-STUDENT   PIC 9(7).
               10 WS-PL-IMAGE     PIC X(26).
       01 WS-PLACED-COUNT PIC 9(4) VALUE 0.
       01 WS-PLACED-EOF PIC X(1) VALUE 'N'.
       01 WS-PLACED-SUB PIC 9(4).

       01 WS-WRITEOFF-TABLE.
           05 WS-WRITEOFF-ENTRY OCCURS 2000 TIMES.
               10 WS-WO-STUDENT   PIC 9(7).
               10 WS-WO-DATE      PIC 9(8).
               10 WS-WO-WRITTEN   PIC 9(7)V99.
               10 WS-WO-RECOVERED PIC 9(7)V99.
               10 WS-WO-REFERENCE PIC X(8).
       01 WS-WRITEOFF-COUNT PIC 9(4) VALUE 0.
       01 WS-WRITEOFF-EOF PIC X(1) VALUE 'N'.
       01 WS-WO-SUB PIC 9(4).
       01 WS-WO-HIT-SUB PIC 9(4).

       01 WS-REGISTER-EOF PIC X(1) VALUE 'N'.
       01 WS-WRITTEN-COUNT PIC 9(5) VALUE 0.
       01 WS-RECOVERY-COUNT PIC 9(5) VALUE 0.
       01 WS-WRITTEN-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-RECOVERED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-NET-TOTAL PIC S9(9)V99 VALUE 0.

       01 WS-HEADING-1.
           05 FILLER              PIC X(30)
               VALUE "BAD-DEBT WRITE-OFF REGISTER   ".
           05 FILLER              PIC X(6) VALUE "FROM  ".
           05 WS-H-FROM           PIC 9(8).
           05 FILLER              PIC X(6) VALUE "  TO  ".
           05 WS-H-TO             PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER              PIC X(10) VALUE "DATE".
           05 FILLER              PIC X(9) VALUE "STUDENT".
           05 FILLER              PIC X(30) VALUE "NAME".
           05 FILLER              PIC X(5) VALUE "TYPE".
           05 FILLER              PIC X(14) VALUE "        AMOUNT".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(22) VALUE "OPERATOR".
           05 FILLER              PIC X(8) VALUE "REF".
       01 WS-DETAIL-LINE.
           05 WS-D-DATE           PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-NUMBER         PIC 9(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-NAME           PIC X(28).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-TYPE           PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-D-OPERATOR       PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-REFERENCE      PIC X(8).
       01 WS-TOTAL-LINE.
           05 WS-T-CAPTION        PIC X(30).
           05 WS-T-COUNT          PIC ZZ,ZZ9.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-T-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "BAD_DEBT_WRITEOFF_PROGRAM".
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
           DISPLAY "Write off the agency returns, record a recovery, "
               "or print the register? (W/R/L) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'W' OR 'w'
                   PERFORM 150-REQUIRE-SUPERVISOR
                   PERFORM 100-LOAD-WRITEOFF-TABLE
                   PERFORM 200-WRITE-OFF-PENDING-RETURNS
               WHEN WS-MODE = 'R' OR 'r'
                   PERFORM 150-REQUIRE-SUPERVISOR
                   PERFORM 100-LOAD-WRITEOFF-TABLE
                   PERFORM 400-RECORD-ONE-RECOVERY
               WHEN OTHER
                   PERFORM 500-PRINT-THE-REGISTER
           END-EVALUATE.
           PERFORM 700-LOG-THIS-RUN.
           STOP RUN.

      *> Both update modes rebuild the write-off file from the
      *> table, so a file past the ceiling is left alone.
           100-LOAD-WRITEOFF-TABLE.
               OPEN INPUT WRITEOFF-FILE.
               PERFORM 110-READ-WRITEOFF-RECORD
                   UNTIL WS-WRITEOFF-EOF = 'Y'
                       OR WS-WRITEOFF-COUNT = 2000.
               CLOSE WRITEOFF-FILE.
               IF WS-WRITEOFF-EOF NOT = 'Y'
                   DISPLAY "WRITTEN-OFF-ACCOUNTS.TXT EXCEEDS THE "
                       "2000-LINE TABLE -- RUN ABORTED, FILE LEFT "
                       "ALONE."
                   MOVE 8 TO WS-RUN-STATUS
                   PERFORM 700-LOG-THIS-RUN
                   STOP RUN
               END-IF.

           110-READ-WRITEOFF-RECORD.
               READ WRITEOFF-FILE
                   AT END MOVE 'Y' TO WS-WRITEOFF-EOF
                   NOT AT END
                       ADD 1 TO WS-WRITEOFF-COUNT
                       MOVE WOF-STUDENT-NUMBER
                           TO WS-WO-STUDENT(WS-WRITEOFF-COUNT)
                       MOVE WOF-DATE TO WS-WO-DATE(WS-WRITEOFF-COUNT)
                       MOVE WOF-WRITTEN-OFF
                           TO WS-WO-WRITTEN(WS-WRITEOFF-COUNT)
                       MOVE WOF-RECOVERED
                           TO WS-WO-RECOVERED(WS-WRITEOFF-COUNT)
                       MOVE WOF-REFERENCE
                           TO WS-WO-REFERENCE(WS-WRITEOFF-COUNT)
               END-READ.

           120-FIND-WRITEOFF-ENTRY.
               MOVE 0 TO WS-WO-HIT-SUB.
               PERFORM 130-SCAN-WRITEOFF-ENTRY
                   VARYING WS-WO-SUB FROM 1 BY 1
                   UNTIL WS-WO-SUB > WS-WRITEOFF-COUNT
                       OR WS-WO-HIT-SUB > 0.

           130-SCAN-WRITEOFF-ENTRY.
               IF WS-WO-STUDENT(WS-WO-SUB) = WS-LOOKUP-STUDENT
                   MOVE WS-WO-SUB TO WS-WO-HIT-SUB
               END-IF.

      *> Taking money off the books, or putting it back, is a
      *> supervisor's call.
           150-REQUIRE-SUPERVISOR.
               IF WS-OP-AUTH-LEVEL < 3
                   DISPLAY "Write-offs and recoveries are "
                       "supervisor-level."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> The balance is looked up with the master closed again
      *> before TUITION_ADJUST opens it for update.
           160-READ-THE-STUDENT.
               MOVE 'N' TO WS-FOUND-FLAG.
               MOVE 0 TO WS-BALANCE.
               MOVE SPACES TO WS-LAST-NAME.
               OPEN INPUT STUDENT-MASTER-FILE.
               MOVE WS-LOOKUP-STUDENT TO STUDENT-NUMBER-IN.
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE STUDENT-TUITION-OWED-IN TO WS-BALANCE
                       MOVE STUDENT-LAST-NAME-IN TO WS-LAST-NAME
               END-READ.
               CLOSE STUDENT-MASTER-FILE.

           170-WRITE-REGISTER-LINE.
               ACCEPT WS-NOW FROM TIME.
               OPEN EXTEND WRITEOFF-REGISTER-FILE.
               MOVE SPACES TO WRITEOFF-REGISTER-RECORD.
               MOVE WS-TODAY TO WRG-DATE.
               MOVE WS-NOW TO WRG-TIME.
               MOVE WS-AUDIT-OPERATOR TO WRG-OPERATOR.
               MOVE WS-LOOKUP-STUDENT TO WRG-STUDENT-NUMBER.
               MOVE WS-D-TYPE TO WRG-TYPE.
               MOVE WS-AMOUNT-EDIT-9 TO WRG-AMOUNT.
               MOVE WS-D-REFERENCE TO WRG-REFERENCE.
               WRITE WRITEOFF-REGISTER-RECORD.
               CLOSE WRITEOFF-REGISTER-FILE.
               MOVE WS-TODAY TO WS-D-DATE.
               MOVE WS-LOOKUP-STUDENT TO WS-D-NUMBER.
               MOVE WS-LAST-NAME TO WS-D-NAME.
               MOVE WS-AMOUNT-EDIT-9 TO WS-D-AMOUNT.
               MOVE WS-AUDIT-OPERATOR TO WS-D-OPERATOR.
               DISPLAY WS-DETAIL-LINE.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

           180-REWRITE-WRITEOFF-FILE.
               OPEN OUTPUT WRITEOFF-FILE.
               PERFORM 185-WRITE-ONE-WRITEOFF
                   VARYING WS-WO-SUB FROM 1 BY 1
                   UNTIL WS-WO-SUB > WS-WRITEOFF-COUNT.
               CLOSE WRITEOFF-FILE.

           185-WRITE-ONE-WRITEOFF.
               MOVE SPACES TO WRITEOFF-RECORD.
               MOVE WS-WO-STUDENT(WS-WO-SUB) TO WOF-STUDENT-NUMBER.
               MOVE WS-WO-DATE(WS-WO-SUB) TO WOF-DATE.
               MOVE WS-WO-WRITTEN(WS-WO-SUB) TO WOF-WRITTEN-OFF.
               MOVE WS-WO-RECOVERED(WS-WO-SUB) TO WOF-RECOVERED.
               MOVE WS-WO-REFERENCE(WS-WO-SUB) TO WOF-REFERENCE.
               WRITE WRITEOFF-RECORD.

      *> The queue and the placements are both rebuilt from their
      *> tables, so either file past its ceiling stops the run
      *> before anything is posted.
           200-WRITE-OFF-PENDING-RETURNS.
               PERFORM 210-LOAD-PENDING-TABLE.
               PERFORM 230-LOAD-PLACEMENT-TABLE.
               IF WS-PENDING-EOF NOT = 'Y'
                   OR WS-PLACED-EOF NOT = 'Y'
                   DISPLAY "WRITEOFF-PENDING.TXT OR COLLECTION-"
                       "PLACEMENTS.TXT EXCEEDS ITS 1000-LINE TABLE "
                       "-- RUN ABORTED, FILES LEFT ALONE."
                   MOVE 8 TO WS-RUN-STATUS
               ELSE
                   PERFORM 250-WRITE-OFF-ONE-RETURN
                       VARYING WS-PENDING-SUB FROM 1 BY 1
                       UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                   PERFORM 180-REWRITE-WRITEOFF-FILE
                   PERFORM 300-REWRITE-PLACEMENT-FILE
                   PERFORM 320-REWRITE-PENDING-FILE
                   MOVE "ACCOUNTS WRITTEN OFF" TO WS-T-CAPTION
                   MOVE WS-WRITTEN-COUNT TO WS-T-COUNT
                   MOVE WS-WRITTEN-TOTAL TO WS-T-AMOUNT
                   DISPLAY WS-TOTAL-LINE
               END-IF.

           210-LOAD-PENDING-TABLE.
               OPEN INPUT WRITEOFF-PENDING-FILE.
               PERFORM 220-READ-PENDING-RECORD
                   UNTIL WS-PENDING-EOF = 'Y'
                       OR WS-PENDING-COUNT = 1000.
               CLOSE WRITEOFF-PENDING-FILE.

           220-READ-PENDING-RECORD.
               READ WRITEOFF-PENDING-FILE
                   AT END MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       ADD 1 TO WS-PENDING-COUNT
                       ADD 1 TO WS-RL-READ-COUNT
                       MOVE WRITEOFF-PENDING-RECORD
                           TO WS-PN-IMAGE(WS-PENDING-COUNT)
                       MOVE 'N' TO WS-PN-DONE(WS-PENDING-COUNT)
               END-READ.

           230-LOAD-PLACEMENT-TABLE.
               OPEN INPUT PLACEMENT-FILE.
               PERFORM 240-READ-PLACEMENT-RECORD
                   UNTIL WS-PLACED-EOF = 'Y'
                       OR WS-PLACED-COUNT = 1000.
               CLOSE PLACEMENT-FILE.

           240-READ-PLACEMENT-RECORD.
               READ PLACEMENT-FILE
                   AT END MOVE 'Y' TO WS-PLACED-EOF
                   NOT AT END
                       ADD 1 TO WS-PLACED-COUNT
                       MOVE PLC-STUDENT-NUMBER
                           TO WS-PL-STUDENT(WS-PLACED-COUNT)
                       MOVE PLACEMENT-RECORD
                           TO WS-PL-IMAGE(WS-PLACED-COUNT)
               END-READ.

      *> The whole balance goes: a credit or zero balance has
      *> nothing to write off and the return is simply taken off
      *> placement.  A student not on the master, or an adjustment
      *> TUITION_ADJUST refuses, stays queued for the next run.
           250-WRITE-OFF-ONE-RETURN.
               MOVE WS-PN-IMAGE(WS-PENDING-SUB)
                   TO WRITEOFF-PENDING-RECORD.
               MOVE WOP-STUDENT-NUMBER TO WS-LOOKUP-STUDENT.
               PERFORM 160-READ-THE-STUDENT.
               EVALUATE TRUE
                   WHEN WS-FOUND-FLAG = 'N'
                       DISPLAY "RETURNED ACCOUNT NOT ON THE MASTER, "
                           "LEFT QUEUED: " WS-LOOKUP-STUDENT
                       ADD 1 TO WS-RL-REJECTED-COUNT
                       MOVE 4 TO WS-RUN-STATUS
                   WHEN WS-BALANCE NOT > 0
                       DISPLAY "NO BALANCE TO WRITE OFF, TAKEN OFF "
                           "PLACEMENT: " WS-LOOKUP-STUDENT
                       PERFORM 280-TAKE-OFF-PLACEMENT
                       MOVE 'Y' TO WS-PN-DONE(WS-PENDING-SUB)
                   WHEN OTHER
                       PERFORM 260-POST-THE-WRITEOFF
               END-EVALUATE.

           260-POST-THE-WRITEOFF.
               MOVE WS-LOOKUP-STUDENT TO WS-ADJ-STUDENT-NUMBER.
               COMPUTE WS-ADJ-AMOUNT = 0 - WS-BALANCE.
               MOVE "BDW" TO WS-ADJ-REASON-CODE.
               MOVE WS-AUDIT-OPERATOR TO WS-ADJ-OPERATOR.
               CALL 'TUITION_ADJUST' USING WS-ADJUST-AREA.
               IF WS-ADJUSTMENT-APPLIED
                   MOVE WS-BALANCE TO WS-AMOUNT-EDIT-9
                   MOVE "WOF" TO WS-D-TYPE
                   MOVE WOP-REFERENCE TO WS-D-REFERENCE
                   PERFORM 170-WRITE-REGISTER-LINE
                   PERFORM 270-FLAG-WRITTEN-OFF
                   PERFORM 280-TAKE-OFF-PLACEMENT
                   MOVE 'Y' TO WS-PN-DONE(WS-PENDING-SUB)
                   ADD 1 TO WS-WRITTEN-COUNT
                   ADD WS-BALANCE TO WS-WRITTEN-TOTAL
               ELSE
                   DISPLAY "WRITE-OFF REJECTED, STATUS "
                       WS-ADJ-STATUS-CODE ", LEFT QUEUED: "
                       WS-LOOKUP-STUDENT
                   ADD 1 TO WS-RL-REJECTED-COUNT
                   MOVE 4 TO WS-RUN-STATUS
               END-IF.

      *> A student written off a second time keeps one flag line,
      *> the amounts accumulating on it.
           270-FLAG-WRITTEN-OFF.
               PERFORM 120-FIND-WRITEOFF-ENTRY.
               IF WS-WO-HIT-SUB = 0
                   IF WS-WRITEOFF-COUNT < 2000
                       ADD 1 TO WS-WRITEOFF-COUNT
                       MOVE WS-WRITEOFF-COUNT TO WS-WO-HIT-SUB
                       MOVE WS-LOOKUP-STUDENT
                           TO WS-WO-STUDENT(WS-WO-HIT-SUB)
                       MOVE 0 TO WS-WO-WRITTEN(WS-WO-HIT-SUB)
                       MOVE 0 TO WS-WO-RECOVERED(WS-WO-HIT-SUB)
                   ELSE
                       DISPLAY "*** WARNING: WRITE-OFF TABLE IS "
                           "FULL -- NOT FLAGGED: " WS-LOOKUP-STUDENT
                       MOVE 4 TO WS-RUN-STATUS
                   END-IF
               END-IF.
               IF WS-WO-HIT-SUB > 0
                   MOVE WS-TODAY TO WS-WO-DATE(WS-WO-HIT-SUB)
                   ADD WS-BALANCE TO WS-WO-WRITTEN(WS-WO-HIT-SUB)
                   MOVE WOP-REFERENCE
                       TO WS-WO-REFERENCE(WS-WO-HIT-SUB)
               END-IF.

           280-TAKE-OFF-PLACEMENT.
               PERFORM 290-CLEAR-ONE-PLACEMENT
                   VARYING WS-PLACED-SUB FROM 1 BY 1
                   UNTIL WS-PLACED-SUB > WS-PLACED-COUNT.

           290-CLEAR-ONE-PLACEMENT.
               IF WS-PL-STUDENT(WS-PLACED-SUB) = WS-LOOKUP-STUDENT
                   MOVE 0 TO WS-PL-STUDENT(WS-PLACED-SUB)
               END-IF.

           300-REWRITE-PLACEMENT-FILE.
               OPEN OUTPUT PLACEMENT-FILE.
               PERFORM 310-WRITE-ONE-PLACEMENT
                   VARYING WS-PLACED-SUB FROM 1 BY 1
                   UNTIL WS-PLACED-SUB > WS-PLACED-COUNT.
               CLOSE PLACEMENT-FILE.

           310-WRITE-ONE-PLACEMENT.
               IF WS-PL-STUDENT(WS-PLACED-SUB) NOT = 0
                   MOVE WS-PL-IMAGE(WS-PLACED-SUB) TO PLACEMENT-RECORD
                   WRITE PLACEMENT-RECORD
               END-IF.

           320-REWRITE-PENDING-FILE.
               OPEN OUTPUT WRITEOFF-PENDING-FILE.
               PERFORM 330-WRITE-ONE-PENDING
                   VARYING WS-PENDING-SUB FROM 1 BY 1
                   UNTIL WS-PENDING-SUB > WS-PENDING-COUNT.
               CLOSE WRITEOFF-PENDING-FILE.

           330-WRITE-ONE-PENDING.
               IF WS-PN-DONE(WS-PENDING-SUB) = 'N'
                   MOVE WS-PN-IMAGE(WS-PENDING-SUB)
                       TO WRITEOFF-PENDING-RECORD
                   WRITE WRITEOFF-PENDING-RECORD
               END-IF.

      *> A recovery puts back on the balance what the student has
      *> paid (or is paying) on a written-off account, so the
      *> payment itself posts through PAYMENT_POSTING_PROGRAM in
      *> the ordinary way.  No more than is still unrecovered can
      *> be put back.
           400-RECORD-ONE-RECOVERY.
               MOVE 'N' TO WS-NUMBER-EDIT.
               PERFORM 410-ACCEPT-ONE-NUMBER
                   UNTIL WS-NUMBER-EDIT IS NUMERIC.
               MOVE WS-NUMBER-EDIT TO WS-LOOKUP-STUDENT.
               PERFORM 120-FIND-WRITEOFF-ENTRY.
               IF WS-WO-HIT-SUB = 0
                   DISPLAY "Student has not been written off."
                   MOVE 8 TO WS-RUN-STATUS
               ELSE
                   COMPUTE WS-UNRECOVERED =
                       WS-WO-WRITTEN(WS-WO-HIT-SUB)
                       - WS-WO-RECOVERED(WS-WO-HIT-SUB)
                   IF WS-UNRECOVERED = 0
                       DISPLAY "Write-off is already fully "
                           "recovered."
                       MOVE 8 TO WS-RUN-STATUS
                   ELSE
                       PERFORM 420-ACCEPT-RECOVERY-DETAILS
                       PERFORM 430-POST-THE-RECOVERY
                   END-IF
               END-IF.

           410-ACCEPT-ONE-NUMBER.
               DISPLAY "Student number: "
               ACCEPT WS-NUMBER-EDIT.
               IF WS-NUMBER-EDIT IS NOT NUMERIC
                   DISPLAY "Student number must be numeric, try again."
               END-IF.

           420-ACCEPT-RECOVERY-DETAILS.
               DISPLAY "Unrecovered write-off: " WS-UNRECOVERED.
               MOVE SPACES TO WS-AMOUNT-EDIT.
               PERFORM 425-ACCEPT-RECOVERY-AMOUNT
                   UNTIL WS-AMOUNT-EDIT IS NUMERIC.
               DISPLAY "Receipt or reference: "
               ACCEPT WS-RECEIPT-EDIT.

           425-ACCEPT-RECOVERY-AMOUNT.
               DISPLAY "Amount recovered (dollars and cents, "
                   "9 digits -- 000125050 is 1,250.50): "
               ACCEPT WS-AMOUNT-EDIT.
               IF WS-AMOUNT-EDIT IS NOT NUMERIC
                   DISPLAY "Amount must be numeric, try again."
               ELSE
                   IF WS-AMOUNT-EDIT-9 = 0
                       OR WS-AMOUNT-EDIT-9 > WS-UNRECOVERED
                       DISPLAY "Amount must be more than zero and "
                           "no more than the unrecovered write-off."
                       MOVE SPACES TO WS-AMOUNT-EDIT
                   END-IF
               END-IF.

           430-POST-THE-RECOVERY.
               PERFORM 160-READ-THE-STUDENT.
               MOVE WS-LOOKUP-STUDENT TO WS-ADJ-STUDENT-NUMBER.
               MOVE WS-AMOUNT-EDIT-9 TO WS-ADJ-AMOUNT.
               MOVE "BDR" TO WS-ADJ-REASON-CODE.
               MOVE WS-AUDIT-OPERATOR TO WS-ADJ-OPERATOR.
               CALL 'TUITION_ADJUST' USING WS-ADJUST-AREA.
               IF WS-ADJUSTMENT-APPLIED
                   ADD WS-AMOUNT-EDIT-9
                       TO WS-WO-RECOVERED(WS-WO-HIT-SUB)
                   MOVE "REC" TO WS-D-TYPE
                   MOVE WS-RECEIPT-EDIT TO WS-D-REFERENCE
                   PERFORM 170-WRITE-REGISTER-LINE
                   PERFORM 180-REWRITE-WRITEOFF-FILE
                   DISPLAY "Recovery reinstated -- post the payment "
                       "itself through payment posting."
               ELSE
                   DISPLAY "Recovery rejected, status: "
                       WS-ADJ-STATUS-CODE
                   ADD 1 TO WS-RL-REJECTED-COUNT
                   MOVE 8 TO WS-RUN-STATUS
               END-IF.

      *> The auditors' register: every write-off and recovery in
      *> the date range, with the student's name and who posted it.
           500-PRINT-THE-REGISTER.
               MOVE 'N' TO WS-FROM-DATE-EDIT.
               PERFORM 510-ACCEPT-FROM-DATE
                   UNTIL WS-FROM-DATE-EDIT IS NUMERIC.
               MOVE 'N' TO WS-TO-DATE-EDIT.
               PERFORM 515-ACCEPT-TO-DATE
                   UNTIL WS-TO-DATE-EDIT IS NUMERIC.
               MOVE WS-FROM-DATE TO WS-H-FROM.
               MOVE WS-TO-DATE TO WS-H-TO.
               OPEN OUTPUT REGISTER-REPORT-OUT.
               WRITE REPORT-LINE-OUT FROM WS-HEADING-1.
               WRITE REPORT-LINE-OUT FROM WS-HEADING-2.
               OPEN INPUT WRITEOFF-REGISTER-FILE.
               PERFORM 520-READ-REGISTER-RECORD
                   UNTIL WS-REGISTER-EOF = 'Y'.
               CLOSE WRITEOFF-REGISTER-FILE.
               PERFORM 550-PRINT-REGISTER-TOTALS.
               CLOSE REGISTER-REPORT-OUT.

           510-ACCEPT-FROM-DATE.
               DISPLAY "Register from date (YYYYMMDD): "
               ACCEPT WS-FROM-DATE-EDIT.
               IF WS-FROM-DATE-EDIT IS NOT NUMERIC
                   DISPLAY "Date must be numeric, try again."
               END-IF.

           515-ACCEPT-TO-DATE.
               DISPLAY "Register to date (YYYYMMDD): "
               ACCEPT WS-TO-DATE-EDIT.
               IF WS-TO-DATE-EDIT IS NOT NUMERIC
                   DISPLAY "Date must be numeric, try again."
               END-IF.

           520-READ-REGISTER-RECORD.
               READ WRITEOFF-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       ADD 1 TO WS-RL-READ-COUNT
                       IF WRG-DATE >= WS-FROM-DATE
                           AND WRG-DATE <= WS-TO-DATE
                           PERFORM 530-PRINT-ONE-REGISTER-LINE
                       END-IF
               END-READ.

           530-PRINT-ONE-REGISTER-LINE.
               MOVE WRG-STUDENT-NUMBER TO WS-LOOKUP-STUDENT.
               PERFORM 160-READ-THE-STUDENT.
               MOVE WRG-DATE TO WS-D-DATE.
               MOVE WRG-STUDENT-NUMBER TO WS-D-NUMBER.
               MOVE WS-LAST-NAME TO WS-D-NAME.
               MOVE WRG-TYPE TO WS-D-TYPE.
               MOVE WRG-AMOUNT TO WS-D-AMOUNT.
               MOVE WRG-OPERATOR TO WS-D-OPERATOR.
               MOVE WRG-REFERENCE TO WS-D-REFERENCE.
               WRITE REPORT-LINE-OUT FROM WS-DETAIL-LINE.
               ADD 1 TO WS-RL-WRITTEN-COUNT.
               IF WRG-TYPE = "REC"
                   ADD 1 TO WS-RECOVERY-COUNT
                   ADD WRG-AMOUNT TO WS-RECOVERED-TOTAL
               ELSE
                   ADD 1 TO WS-WRITTEN-COUNT
                   ADD WRG-AMOUNT TO WS-WRITTEN-TOTAL
               END-IF.

           550-PRINT-REGISTER-TOTALS.
               MOVE SPACES TO REPORT-LINE-OUT.
               WRITE REPORT-LINE-OUT.
               MOVE "WRITTEN OFF" TO WS-T-CAPTION.
               MOVE WS-WRITTEN-COUNT TO WS-T-COUNT.
               MOVE WS-WRITTEN-TOTAL TO WS-T-AMOUNT.
               WRITE REPORT-LINE-OUT FROM WS-TOTAL-LINE.
               DISPLAY WS-TOTAL-LINE.
               MOVE "RECOVERED" TO WS-T-CAPTION.
               MOVE WS-RECOVERY-COUNT TO WS-T-COUNT.
               MOVE WS-RECOVERED-TOTAL TO WS-T-AMOUNT.
               WRITE REPORT-LINE-OUT FROM WS-TOTAL-LINE.
               DISPLAY WS-TOTAL-LINE.
               COMPUTE WS-NET-TOTAL =
                   WS-WRITTEN-TOTAL - WS-RECOVERED-TOTAL.
               MOVE "NET BAD DEBT" TO WS-T-CAPTION.
               MOVE 0 TO WS-T-COUNT.
               MOVE WS-NET-TOTAL TO WS-T-AMOUNT.
               WRITE REPORT-LINE-OUT FROM WS-TOTAL-LINE.
               DISPLAY WS-TOTAL-LINE.

      *> Standard run-log record for the morning summary.
      *> A CALL resets the RETURN-CODE register, so the run's own
      *> code is put back after the log call -- it must be the last
      *> thing set before control leaves the program.
           700-LOG-THIS-RUN.
               MOVE WS-RUN-STATUS TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM BAD_DEBT_WRITEOFF_PROGRAM.
