      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 01-27-2026
      * Purpose: student parking permits on PARKING-PERMITS.TXT, one
      * line per permit: permit number, student number, the vehicle
      * key on VEHICLE-MASTER.IDX (car type and year), lot, term
      * (YYYYTT), fee, and status (A active, V void, E expired).
      * Issue mode proves the student on the student master and the
      * vehicle on the vehicle master, refuses a second active
      * permit for the same vehicle and term, takes the lot's term
      * fee off PARKING-LOTS.TXT, and posts it to the student's
      * balance through the shared TUITION_ADJUST path under the PRK
      * reason code, which CHARGE-CODES.TXT maps to the parking
      * charge code; the permit is only issued once the fee is on
      * the account.  Void mode cancels one permit by number; the
      * transfer run voids the permit on any vehicle that changes
      * hands.  The roster lists the active permits by lot, and the
      * term-end run marks every active permit for the ended term
      * (or an earlier one) expired and lists them.  Issue, void and
      * the term-end run are update-level sign-ons.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARKING_PERMIT_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO '..\STUDENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY STUDENT-NUMBER-IN
           FILE STATUS WS-KEY.
           SELECT VEHICLE-MASTER-FILE
           ASSIGN TO '..\VEHICLE-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY VM-KEY
           FILE STATUS WS-VM-STATUS.
           SELECT OPTIONAL PERMIT-FILE
           ASSIGN TO '..\PARKING-PERMITS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARKING-LOT-FILE
           ASSIGN TO '..\PARKING-LOTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHARGE-CODE-FILE
           ASSIGN TO '..\CHARGE-CODES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERMIT-ROSTER-OUT
           ASSIGN TO '..\PERMIT-ROSTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPIRED-PERMITS-OUT
           ASSIGN TO '..\EXPIRED-PERMITS.TXT'
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

       FD VEHICLE-MASTER-FILE.
       01 VEHICLE-MASTER-RECORD.
           05 VM-KEY.
               10 VM-CAR-TYPE        PIC X(5).
               10 VM-CAR-YEAR        PIC 9(4).
           05 VM-ENGINE-SIZE         PIC 9(1).
           05 VM-MODEL               PIC X(15).
           05 VM-ENGINE              PIC X(25).
           05 VM-TOWING-CAPACITY     PIC 9(8).
           05 VM-OWNER-NAME          PIC X(30).
           05 VM-EXPIRY-DATE         PIC 9(8).

      *> The status date is the day the permit went void or expired.
       FD PERMIT-FILE.
       01 PERMIT-RECORD.
           05 PRM-PERMIT-NUMBER   PIC 9(6).
           05 FILLER              PIC X(1).
           05 PRM-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 PRM-VEHICLE-KEY.
               10 PRM-CAR-TYPE    PIC X(5).
               10 PRM-CAR-YEAR    PIC 9(4).
           05 FILLER              PIC X(1).
           05 PRM-LOT             PIC X(4).
           05 FILLER              PIC X(1).
           05 PRM-TERM-CODE       PIC X(6).
           05 FILLER              PIC X(1).
           05 PRM-FEE             PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 PRM-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 PRM-ISSUE-DATE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 PRM-STATUS-DATE     PIC 9(8).

      *> One line per lot: code, term permit fee, and description.
       FD PARKING-LOT-FILE.
       01 PARKING-LOT-RECORD.
           05 LOT-CODE            PIC X(4).
           05 FILLER              PIC X(1).
           05 LOT-TERM-FEE        PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 LOT-DESCRIPTION     PIC X(30).

       FD CHARGE-CODE-FILE.
       01 CHARGE-CODE-RECORD.
           05 CHG-REASON-CODE     PIC X(3).
           05 FILLER              PIC X(1).
           05 CHG-CHARGE-CODE     PIC X(3).

       FD PERMIT-ROSTER-OUT.
       01 ROSTER-LINE-OUT         PIC X(80).

       FD EXPIRED-PERMITS-OUT.
       01 EXPIRED-LINE-OUT        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KEY PIC X(2).
       01 WS-VM-STATUS PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-PERMIT-EOF PIC A(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).

      *> The permit file is rewritten whole from this table.
       01 WS-PERMIT-TABLE.
           05 WS-PM-IMAGE OCCURS 3000 TIMES PIC X(64).
       01 WS-PERMIT-COUNT PIC 9(4) VALUE 0.
       01 WS-PM-SUB PIC 9(4).
       01 WS-PM-HIT-SUB PIC 9(4).
       01 WS-LAST-PERMIT-NUMBER PIC 9(6) VALUE 0.

       01 WS-LOOKUP-STUDENT PIC 9(7).
       01 WS-LOOKUP-TYPE PIC X(5).
       01 WS-LOOKUP-YEAR PIC 9(4).
       01 WS-LOOKUP-LOT PIC X(4).
       01 WS-LOOKUP-TERM PIC X(6).
       01 WS-LOOKUP-PERMIT PIC 9(6).
       01 WS-LOT-FEE PIC 9(5)V99.
       01 WS-LOT-FOUND-FLAG PIC X(1).
       01 WS-STUDENT-OK-FLAG PIC X(1).
       01 WS-VEHICLE-OK-FLAG PIC X(1).
       01 WS-CONFIRM PIC X(1).
       01 WS-PRK-CHARGE-CODE PIC X(3) VALUE SPACES.

       01 WS-ADJUST-AREA.
           05 WS-ADJ-STUDENT-NUMBER   PIC 9(7).
           05 WS-ADJ-AMOUNT           PIC S9(7)V99.
           05 WS-ADJ-REASON-CODE      PIC X(3).
           05 WS-ADJ-OPERATOR         PIC X(20).
           05 WS-ADJ-STATUS-CODE      PIC X(1).
               88 WS-ADJUSTMENT-APPLIED    VALUE '0'.
           05 WS-ADJ-APPROVER         PIC X(20) VALUE SPACES.

      *> The roster sorts the active permits by lot, term and permit
      *> number.
       01 WS-ROSTER-TABLE.
           05 WS-RO-ENTRY OCCURS 3000 TIMES.
               10 WS-RO-KEY.
                   15 WS-RO-LOT       PIC X(4).
                   15 WS-RO-TERM      PIC X(6).
                   15 WS-RO-PERMIT    PIC 9(6).
               10 WS-RO-IMAGE         PIC X(64).
       01 WS-ROSTER-COUNT PIC 9(4) VALUE 0.
       01 WS-SWAP-ENTRY PIC X(80).
       01 WS-SUB PIC 9(4).
       01 WS-SUB2 PIC 9(4).
       01 WS-LIMIT PIC 9(4).
       01 WS-PREVIOUS-LOT PIC X(4).
       01 WS-LOT-PERMIT-COUNT PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(5) VALUE 0.

       01 WS-PERMIT-LINE.
           05 WS-PL-PERMIT        PIC 9(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-PL-STUDENT       PIC 9(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-PL-CAR-TYPE      PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-PL-CAR-YEAR      PIC 9(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-PL-LOT           PIC X(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-PL-TERM          PIC X(6).
           05 FILLER              PIC X(5) VALUE " FEE ".
           05 WS-PL-FEE           PIC ZZ,ZZ9.99.
       01 WS-LOT-HEADING.
           05 FILLER              PIC X(4) VALUE "LOT ".
           05 WS-LH-LOT           PIC X(4).
       01 WS-LOT-TOTAL.
           05 FILLER              PIC X(20)
               VALUE "  PERMITS IN LOT:   ".
           05 WS-LT-COUNT         PIC ZZZZ9.
       01 WS-ROSTER-HEADING.
           05 FILLER              PIC X(30)
               VALUE "ACTIVE PARKING PERMITS BY LOT ".
           05 FILLER              PIC X(6) VALUE "AS OF ".
           05 WS-RH-DATE          PIC 9(8).
       01 WS-EXPIRED-HEADING.
           05 FILLER              PIC X(31)
               VALUE "PERMITS EXPIRED AT END OF TERM ".
           05 WS-EH-TERM          PIC X(6).
           05 FILLER              PIC X(4) VALUE " ON ".
           05 WS-EH-DATE          PIC 9(8).
       01 WS-COUNT-LINE.
           05 WS-CL-TEXT          PIC X(20).
           05 WS-CL-COUNT         PIC ZZZZ9.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "PARKING_PERMIT_PROGRAM".
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
           PERFORM 100-LOAD-PERMIT-TABLE.
      *> Every update mode rebuilds the permit file from the table,
      *> so a file past the ceiling is left alone.
           IF WS-PERMIT-EOF NOT = 'Y'
               DISPLAY "PARKING-PERMITS.TXT EXCEEDS THE 3000-LINE "
                   "TABLE -- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Issue a permit, void a permit, roster by lot, "
               "or term-end expiry? (I/V/L/E) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'I' OR 'i'
                   PERFORM 150-SIGN-ON-OPERATOR
                   PERFORM 160-CHECK-CHARGE-CODE
                   PERFORM 200-ISSUE-ONE-PERMIT
               WHEN WS-MODE = 'V' OR 'v'
                   PERFORM 150-SIGN-ON-OPERATOR
                   PERFORM 300-VOID-ONE-PERMIT
               WHEN WS-MODE = 'E' OR 'e'
                   PERFORM 150-SIGN-ON-OPERATOR
                   PERFORM 500-EXPIRE-ENDED-TERM
               WHEN OTHER
                   PERFORM 400-PRINT-LOT-ROSTER
           END-EVALUATE.
           PERFORM 700-LOG-THIS-RUN.
           STOP RUN.

           100-LOAD-PERMIT-TABLE.
               OPEN INPUT PERMIT-FILE.
               PERFORM 110-READ-PERMIT-RECORD
                   UNTIL WS-PERMIT-EOF = 'Y' OR WS-PERMIT-COUNT = 3000.
               CLOSE PERMIT-FILE.

           110-READ-PERMIT-RECORD.
               READ PERMIT-FILE
                   AT END MOVE 'Y' TO WS-PERMIT-EOF
                   NOT AT END
                       ADD 1 TO WS-PERMIT-COUNT
                       ADD 1 TO WS-RL-READ-COUNT
                       MOVE PERMIT-RECORD
                           TO WS-PM-IMAGE(WS-PERMIT-COUNT)
                       IF PRM-PERMIT-NUMBER > WS-LAST-PERMIT-NUMBER
                           MOVE PRM-PERMIT-NUMBER
                               TO WS-LAST-PERMIT-NUMBER
                       END-IF
               END-READ.

      *> Permits and their fees carry the operator's name, so only
      *> an update-level sign-on gets this far.
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
                   DISPLAY "Operator is inquiry-only -- permits are "
                       "update-level."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> TUITION_ADJUST itemizes an unmapped reason under TUI, which
      *> would bury parking in tuition on the sub-ledger; no permit
      *> is issued until PRK has its own charge code.
           160-CHECK-CHARGE-CODE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT CHARGE-CODE-FILE.
               PERFORM 170-READ-CHARGE-CODE UNTIL WS-EOF = 'Y'.
               CLOSE CHARGE-CODE-FILE.
               IF WS-PRK-CHARGE-CODE = SPACES
                   OR WS-PRK-CHARGE-CODE = "TUI"
                   DISPLAY "CHARGE-CODES.TXT DOES NOT MAP THE PRK "
                       "REASON TO A PARKING CHARGE CODE -- NO PERMIT "
                       "ISSUED."
                   MOVE 8 TO WS-RUN-STATUS
                   PERFORM 700-LOG-THIS-RUN
                   STOP RUN
               END-IF.

           170-READ-CHARGE-CODE.
               READ CHARGE-CODE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHG-REASON-CODE = "PRK"
                           MOVE CHG-CHARGE-CODE TO WS-PRK-CHARGE-CODE
                       END-IF
               END-READ.

      *> A vehicle holds one active permit a term, whoever asks.
           180-FIND-ACTIVE-PERMIT.
               MOVE 0 TO WS-PM-HIT-SUB.
               PERFORM 190-SCAN-ACTIVE-PERMIT
                   VARYING WS-PM-SUB FROM 1 BY 1
                   UNTIL WS-PM-SUB > WS-PERMIT-COUNT
                       OR WS-PM-HIT-SUB > 0.

           190-SCAN-ACTIVE-PERMIT.
               MOVE WS-PM-IMAGE(WS-PM-SUB) TO PERMIT-RECORD.
               IF PRM-CAR-TYPE = WS-LOOKUP-TYPE
                   AND PRM-CAR-YEAR = WS-LOOKUP-YEAR
                   AND PRM-TERM-CODE = WS-LOOKUP-TERM
                   AND PRM-STATUS = 'A'
                   MOVE WS-PM-SUB TO WS-PM-HIT-SUB
               END-IF.

           200-ISSUE-ONE-PERMIT.
               DISPLAY "Enter student number: "
               ACCEPT WS-LOOKUP-STUDENT.
               PERFORM 210-CHECK-THE-STUDENT.
               IF WS-STUDENT-OK-FLAG = 'Y'
                   DISPLAY "Enter car type (5 characters): "
                   ACCEPT WS-LOOKUP-TYPE
                   DISPLAY "Enter car year (4 digits): "
                   ACCEPT WS-LOOKUP-YEAR
                   PERFORM 220-CHECK-THE-VEHICLE
               END-IF.
               IF WS-STUDENT-OK-FLAG = 'Y' AND WS-VEHICLE-OK-FLAG = 'Y'
                   PERFORM 230-KEY-LOT-AND-TERM
               END-IF.

           210-CHECK-THE-STUDENT.
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

      *> The vehicle master carries the owner's name, not a student
      *> number, so the operator confirms the owner shown is the
      *> student asking for the permit.
           220-CHECK-THE-VEHICLE.
               MOVE 'N' TO WS-VEHICLE-OK-FLAG.
               OPEN INPUT VEHICLE-MASTER-FILE.
               MOVE WS-LOOKUP-TYPE TO VM-CAR-TYPE.
               MOVE WS-LOOKUP-YEAR TO VM-CAR-YEAR.
               READ VEHICLE-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Vehicle not on the vehicle master."
                       MOVE 8 TO WS-RUN-STATUS
                   NOT INVALID KEY
                       DISPLAY "Vehicle: " VM-MODEL " owner "
                           VM-OWNER-NAME
                       DISPLAY "Is this the student's vehicle? (Y/N) "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'Y' OR 'y'
                           MOVE 'Y' TO WS-VEHICLE-OK-FLAG
                       ELSE
                           DISPLAY "Permit not issued."
                           MOVE 8 TO WS-RUN-STATUS
                       END-IF
               END-READ.
               CLOSE VEHICLE-MASTER-FILE.

           230-KEY-LOT-AND-TERM.
               DISPLAY "Enter lot: "
               ACCEPT WS-LOOKUP-LOT.
               DISPLAY "Enter term (YYYYTT): "
               ACCEPT WS-LOOKUP-TERM.
               PERFORM 240-FIND-THE-LOT.
               PERFORM 180-FIND-ACTIVE-PERMIT.
               EVALUATE TRUE
                   WHEN WS-LOT-FOUND-FLAG NOT = 'Y'
                       DISPLAY "Lot not on PARKING-LOTS.TXT."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN WS-LOOKUP-TERM = SPACES
                       DISPLAY "Term is required."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN WS-PM-HIT-SUB > 0
                       MOVE WS-PM-IMAGE(WS-PM-HIT-SUB) TO PERMIT-RECORD
                       DISPLAY "Vehicle already holds permit "
                           PRM-PERMIT-NUMBER " for term "
                           WS-LOOKUP-TERM "."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN WS-PERMIT-COUNT = 3000
                       DISPLAY "Permit table is full -- permit not "
                           "issued."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN OTHER
                       PERFORM 250-POST-AND-ISSUE
               END-EVALUATE.

           240-FIND-THE-LOT.
               MOVE 'N' TO WS-LOT-FOUND-FLAG.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT PARKING-LOT-FILE.
               PERFORM 245-READ-ONE-LOT
                   UNTIL WS-EOF = 'Y' OR WS-LOT-FOUND-FLAG = 'Y'.
               CLOSE PARKING-LOT-FILE.

           245-READ-ONE-LOT.
               READ PARKING-LOT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LOT-CODE = WS-LOOKUP-LOT
                           MOVE 'Y' TO WS-LOT-FOUND-FLAG
                           MOVE LOT-TERM-FEE TO WS-LOT-FEE
                       END-IF
               END-READ.

      *> The fee goes on the account first; a fee TUITION_ADJUST
      *> turns away leaves no permit behind it.  A free lot issues
      *> the permit without a posting.
           250-POST-AND-ISSUE.
               MOVE '0' TO WS-ADJ-STATUS-CODE.
               IF WS-LOT-FEE > 0
                   MOVE WS-LOOKUP-STUDENT TO WS-ADJ-STUDENT-NUMBER
                   MOVE WS-LOT-FEE TO WS-ADJ-AMOUNT
                   MOVE "PRK" TO WS-ADJ-REASON-CODE
                   MOVE WS-AUDIT-OPERATOR TO WS-ADJ-OPERATOR
                   CALL 'TUITION_ADJUST' USING WS-ADJUST-AREA
               END-IF.
               IF WS-ADJUSTMENT-APPLIED
                   PERFORM 260-STORE-THE-PERMIT
               ELSE
                   DISPLAY "Permit fee not applied, status "
                       WS-ADJ-STATUS-CODE " -- permit not issued."
                   ADD 1 TO WS-RL-REJECTED-COUNT
                   MOVE 8 TO WS-RUN-STATUS
               END-IF.

           260-STORE-THE-PERMIT.
               ADD 1 TO WS-LAST-PERMIT-NUMBER.
               MOVE SPACES TO PERMIT-RECORD.
               MOVE WS-LAST-PERMIT-NUMBER TO PRM-PERMIT-NUMBER.
               MOVE WS-LOOKUP-STUDENT TO PRM-STUDENT-NUMBER.
               MOVE WS-LOOKUP-TYPE TO PRM-CAR-TYPE.
               MOVE WS-LOOKUP-YEAR TO PRM-CAR-YEAR.
               MOVE WS-LOOKUP-LOT TO PRM-LOT.
               MOVE WS-LOOKUP-TERM TO PRM-TERM-CODE.
               MOVE WS-LOT-FEE TO PRM-FEE.
               MOVE 'A' TO PRM-STATUS.
               MOVE WS-TODAY TO PRM-ISSUE-DATE.
               MOVE 0 TO PRM-STATUS-DATE.
               ADD 1 TO WS-PERMIT-COUNT.
               MOVE PERMIT-RECORD TO WS-PM-IMAGE(WS-PERMIT-COUNT).
               PERFORM 900-REWRITE-PERMIT-FILE.
               MOVE WS-LOT-FEE TO WS-PL-FEE.
               DISPLAY "Permit " WS-LAST-PERMIT-NUMBER " issued, fee "
                   WS-PL-FEE " posted to the account.".

      *> A void takes the permit off the roster; the fee stays on
      *> the account, as a voided permit is not refunded here.
           300-VOID-ONE-PERMIT.
               DISPLAY "Enter permit number: "
               ACCEPT WS-LOOKUP-PERMIT.
               MOVE 0 TO WS-PM-HIT-SUB.
               PERFORM 310-SCAN-PERMIT-NUMBER
                   VARYING WS-PM-SUB FROM 1 BY 1
                   UNTIL WS-PM-SUB > WS-PERMIT-COUNT
                       OR WS-PM-HIT-SUB > 0.
               IF WS-PM-HIT-SUB = 0
                   DISPLAY "No active permit with that number."
                   MOVE 8 TO WS-RUN-STATUS
               ELSE
                   MOVE WS-PM-IMAGE(WS-PM-HIT-SUB) TO PERMIT-RECORD
                   MOVE 'V' TO PRM-STATUS
                   MOVE WS-TODAY TO PRM-STATUS-DATE
                   MOVE PERMIT-RECORD TO WS-PM-IMAGE(WS-PM-HIT-SUB)
                   PERFORM 900-REWRITE-PERMIT-FILE
                   DISPLAY "Permit " WS-LOOKUP-PERMIT " voided."
               END-IF.

           310-SCAN-PERMIT-NUMBER.
               MOVE WS-PM-IMAGE(WS-PM-SUB) TO PERMIT-RECORD.
               IF PRM-PERMIT-NUMBER = WS-LOOKUP-PERMIT
                   AND PRM-STATUS = 'A'
                   MOVE WS-PM-SUB TO WS-PM-HIT-SUB
               END-IF.

           400-PRINT-LOT-ROSTER.
               PERFORM 410-TABLE-ONE-ACTIVE
                   VARYING WS-PM-SUB FROM 1 BY 1
                   UNTIL WS-PM-SUB > WS-PERMIT-COUNT.
               PERFORM 600-SORT-ROSTER-TABLE.
               OPEN OUTPUT PERMIT-ROSTER-OUT.
               MOVE WS-TODAY TO WS-RH-DATE.
               DISPLAY WS-ROSTER-HEADING.
               WRITE ROSTER-LINE-OUT FROM WS-ROSTER-HEADING.
               MOVE SPACES TO WS-PREVIOUS-LOT.
               PERFORM 420-PRINT-ONE-ROSTER-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROSTER-COUNT.
               IF WS-ROSTER-COUNT > 0
                   PERFORM 430-PRINT-LOT-TOTAL
               END-IF.
               MOVE "ACTIVE PERMITS:     " TO WS-CL-TEXT.
               MOVE WS-ROSTER-COUNT TO WS-CL-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE ROSTER-LINE-OUT FROM WS-COUNT-LINE.
               CLOSE PERMIT-ROSTER-OUT.

           410-TABLE-ONE-ACTIVE.
               MOVE WS-PM-IMAGE(WS-PM-SUB) TO PERMIT-RECORD.
               IF PRM-STATUS = 'A'
                   ADD 1 TO WS-ROSTER-COUNT
                   MOVE PRM-LOT TO WS-RO-LOT(WS-ROSTER-COUNT)
                   MOVE PRM-TERM-CODE TO WS-RO-TERM(WS-ROSTER-COUNT)
                   MOVE PRM-PERMIT-NUMBER
                       TO WS-RO-PERMIT(WS-ROSTER-COUNT)
                   MOVE PERMIT-RECORD TO WS-RO-IMAGE(WS-ROSTER-COUNT)
               END-IF.

      *> A heading at each change of lot, and the lot's count when
      *> it ends.
           420-PRINT-ONE-ROSTER-LINE.
               MOVE WS-RO-IMAGE(WS-SUB) TO PERMIT-RECORD.
               IF PRM-LOT NOT = WS-PREVIOUS-LOT
                   IF WS-SUB > 1
                       PERFORM 430-PRINT-LOT-TOTAL
                   END-IF
                   MOVE PRM-LOT TO WS-LH-LOT
                   MOVE PRM-LOT TO WS-PREVIOUS-LOT
                   MOVE 0 TO WS-LOT-PERMIT-COUNT
                   DISPLAY WS-LOT-HEADING
                   WRITE ROSTER-LINE-OUT FROM WS-LOT-HEADING
               END-IF.
               ADD 1 TO WS-LOT-PERMIT-COUNT.
               PERFORM 800-FORMAT-PERMIT-LINE.
               DISPLAY WS-PERMIT-LINE.
               WRITE ROSTER-LINE-OUT FROM WS-PERMIT-LINE.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

           430-PRINT-LOT-TOTAL.
               MOVE WS-LOT-PERMIT-COUNT TO WS-LT-COUNT.
               DISPLAY WS-LOT-TOTAL.
               WRITE ROSTER-LINE-OUT FROM WS-LOT-TOTAL.

      *> Term codes run YYYYTT, so an active permit for the ended
      *> term or any earlier one sorts at or below it.
           500-EXPIRE-ENDED-TERM.
               DISPLAY "Enter the term that has ended (YYYYTT): "
               ACCEPT WS-LOOKUP-TERM.
               IF WS-LOOKUP-TERM = SPACES
                   DISPLAY "Term is required."
                   MOVE 8 TO WS-RUN-STATUS
               ELSE
                   OPEN OUTPUT EXPIRED-PERMITS-OUT
                   MOVE WS-LOOKUP-TERM TO WS-EH-TERM
                   MOVE WS-TODAY TO WS-EH-DATE
                   DISPLAY WS-EXPIRED-HEADING
                   WRITE EXPIRED-LINE-OUT FROM WS-EXPIRED-HEADING
                   PERFORM 510-EXPIRE-ONE-PERMIT
                       VARYING WS-PM-SUB FROM 1 BY 1
                       UNTIL WS-PM-SUB > WS-PERMIT-COUNT
                   MOVE "PERMITS EXPIRED:    " TO WS-CL-TEXT
                   MOVE WS-EXPIRED-COUNT TO WS-CL-COUNT
                   DISPLAY WS-COUNT-LINE
                   WRITE EXPIRED-LINE-OUT FROM WS-COUNT-LINE
                   CLOSE EXPIRED-PERMITS-OUT
                   IF WS-EXPIRED-COUNT > 0
                       PERFORM 900-REWRITE-PERMIT-FILE
                   END-IF
               END-IF.

           510-EXPIRE-ONE-PERMIT.
               MOVE WS-PM-IMAGE(WS-PM-SUB) TO PERMIT-RECORD.
               IF PRM-STATUS = 'A'
                   AND PRM-TERM-CODE NOT > WS-LOOKUP-TERM
                   MOVE 'E' TO PRM-STATUS
                   MOVE WS-TODAY TO PRM-STATUS-DATE
                   MOVE PERMIT-RECORD TO WS-PM-IMAGE(WS-PM-SUB)
                   ADD 1 TO WS-EXPIRED-COUNT
                   PERFORM 800-FORMAT-PERMIT-LINE
                   DISPLAY WS-PERMIT-LINE
                   WRITE EXPIRED-LINE-OUT FROM WS-PERMIT-LINE
               END-IF.

           600-SORT-ROSTER-TABLE.
               PERFORM 610-SORT-PASS
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= WS-ROSTER-COUNT.

           610-SORT-PASS.
               COMPUTE WS-LIMIT = WS-ROSTER-COUNT - WS-SUB.
               PERFORM 620-SORT-COMPARE
                   VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-LIMIT.

           620-SORT-COMPARE.
               IF WS-RO-KEY(WS-SUB2) > WS-RO-KEY(WS-SUB2 + 1)
                   MOVE WS-RO-ENTRY(WS-SUB2) TO WS-SWAP-ENTRY
                   MOVE WS-RO-ENTRY(WS-SUB2 + 1)
                       TO WS-RO-ENTRY(WS-SUB2)
                   MOVE WS-SWAP-ENTRY TO WS-RO-ENTRY(WS-SUB2 + 1)
               END-IF.

      *> Standard run-log record for the morning summary.
      *> A CALL resets the RETURN-CODE register, so the run's own
      *> code is put back after the log call -- it must be the last
      *> thing set before control leaves the program.
           700-LOG-THIS-RUN.
               MOVE WS-RUN-STATUS TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

           800-FORMAT-PERMIT-LINE.
               MOVE PRM-PERMIT-NUMBER TO WS-PL-PERMIT.
               MOVE PRM-STUDENT-NUMBER TO WS-PL-STUDENT.
               MOVE PRM-CAR-TYPE TO WS-PL-CAR-TYPE.
               MOVE PRM-CAR-YEAR TO WS-PL-CAR-YEAR.
               MOVE PRM-LOT TO WS-PL-LOT.
               MOVE PRM-TERM-CODE TO WS-PL-TERM.
               MOVE PRM-FEE TO WS-PL-FEE.

           900-REWRITE-PERMIT-FILE.
               OPEN OUTPUT PERMIT-FILE.
               PERFORM 910-WRITE-ONE-PERMIT
                   VARYING WS-PM-SUB FROM 1 BY 1
                   UNTIL WS-PM-SUB > WS-PERMIT-COUNT.
               CLOSE PERMIT-FILE.

           910-WRITE-ONE-PERMIT.
               MOVE WS-PM-IMAGE(WS-PM-SUB) TO PERMIT-RECORD.
               WRITE PERMIT-RECORD.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

       END PROGRAM PARKING_PERMIT_PROGRAM.
