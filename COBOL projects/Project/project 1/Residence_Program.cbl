      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 01-20-2026
      * Purpose: student residence -- the room master on
      * ROOM-MASTER.TXT (building, room, capacity, term rate, open or
      * closed), room assignments on ROOM-ASSIGNMENTS.TXT (student,
      * housing term, room, move-in and move-out dates, and what has
      * been charged for the stay so far), the occupancy/vacancy
      * report, and the term housing charge run.  Assignments are
      * keyed by student number and checked against the student
      * master.  The charge run posts each stay's charge through the
      * shared TUITION_ADJUST path under the HSG reason code, which
      * CHARGE-CODES.TXT maps to the HSG charge code so housing is
      * itemized on its own on SUBLEDGER-POSTINGS.TXT.  A stay that
      * starts or ends inside the term is charged for the days in
      * residence only, and a move-out after the run posts the
      * difference straight away, so the run can be repeated and
      * only ever posts what is still owed or due back.  The housing
      * term and its first and last days come off the control card
      * HOUSING-CONTROL.TXT.  Every mode but the report is an
      * update-level sign-on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIDENCE_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO '..\STUDENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY STUDENT-NUMBER-IN
           FILE STATUS WS-KEY.
           SELECT OPTIONAL HOUSING-CONTROL-FILE
           ASSIGN TO '..\HOUSING-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROOM-MASTER-FILE
           ASSIGN TO '..\ROOM-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROOM-ASSIGNMENT-FILE
           ASSIGN TO '..\ROOM-ASSIGNMENTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHARGE-CODE-FILE
           ASSIGN TO '..\CHARGE-CODES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OCCUPANCY-REPORT-OUT
           ASSIGN TO '..\OCCUPANCY-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOUSING-REGISTER-OUT
           ASSIGN TO '..\HOUSING-CHARGE-REGISTER.TXT'
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

      *> Control card: the housing term (YYYYTT, as on the course
      *> assignments) and its first and last days.
       FD HOUSING-CONTROL-FILE.
       01 HOUSING-CONTROL-RECORD.
           05 HSC-TERM-CODE       PIC X(6).
           05 FILLER              PIC X(1).
           05 HSC-TERM-START      PIC 9(8).
           05 FILLER              PIC X(1).
           05 HSC-TERM-END        PIC 9(8).

      *> One line per room: the rate is for a full term, and a
      *> closed room (C) takes no new assignments.
       FD ROOM-MASTER-FILE.
       01 ROOM-MASTER-RECORD.
           05 RM-BUILDING         PIC X(6).
           05 FILLER              PIC X(1).
           05 RM-ROOM             PIC X(5).
           05 FILLER              PIC X(1).
           05 RM-CAPACITY         PIC 9(2).
           05 FILLER              PIC X(1).
           05 RM-TERM-RATE        PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 RM-STATUS           PIC X(1).

      *> One line per stay: a move-out date of zero means the
      *> student is still in residence; the charged amount is what
      *> has been posted to the balance for the stay so far.
       FD ROOM-ASSIGNMENT-FILE.
       01 ROOM-ASSIGNMENT-RECORD.
           05 RA-STUDENT-NUMBER   PIC 9(7).
           05 FILLER              PIC X(1).
           05 RA-TERM-CODE        PIC X(6).
           05 FILLER              PIC X(1).
           05 RA-BUILDING         PIC X(6).
           05 FILLER              PIC X(1).
           05 RA-ROOM             PIC X(5).
           05 FILLER              PIC X(1).
           05 RA-MOVE-IN-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 RA-MOVE-OUT-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 RA-CHARGED          PIC S9(5)V99 SIGN LEADING SEPARATE.

       FD CHARGE-CODE-FILE.
       01 CHARGE-CODE-RECORD.
           05 CHG-REASON-CODE     PIC X(3).
           05 FILLER              PIC X(1).
           05 CHG-CHARGE-CODE     PIC X(3).

       FD OCCUPANCY-REPORT-OUT.
       01 OCCUPANCY-LINE-OUT      PIC X(80).

       FD HOUSING-REGISTER-OUT.
       01 REGISTER-LINE-OUT       PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-KEY PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-ROOM-EOF PIC A(1) VALUE 'N'.
       01 WS-ASSIGNMENT-EOF PIC A(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-BACKUP-STATUS PIC X(1).
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).
       01 WS-LOCK-AREA.
           05 WS-LOCK-ACTION      PIC X(1).
           05 WS-LOCK-OPERATOR    PIC X(20).
           05 WS-LOCK-RESULT      PIC X(1).

       01 WS-TERM-CODE PIC X(6) VALUE SPACES.
       01 WS-TERM-START PIC 9(8) VALUE 0.
       01 WS-TERM-END PIC 9(8) VALUE 0.
       01 WS-HSG-CHARGE-CODE PIC X(3) VALUE SPACES.

      *> Both files are rewritten whole from these tables.
       01 WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 1000 TIMES.
               10 WS-RM-BUILDING  PIC X(6).
               10 WS-RM-ROOM      PIC X(5).
               10 WS-RM-CAPACITY  PIC 9(2).
               10 WS-RM-RATE      PIC 9(5)V99.
               10 WS-RM-STATUS    PIC X(1).
               10 WS-RM-OCCUPIED  PIC 9(2).
       01 WS-ROOM-COUNT PIC 9(4) VALUE 0.
       01 WS-RM-SUB PIC 9(4).
       01 WS-RM-HIT-SUB PIC 9(4).

       01 WS-ASSIGNMENT-TABLE.
           05 WS-AS-IMAGE OCCURS 5000 TIMES PIC X(54).
       01 WS-ASSIGNMENT-COUNT PIC 9(4) VALUE 0.
       01 WS-AS-SUB PIC 9(4).
       01 WS-AS-HIT-SUB PIC 9(4).

       01 WS-KEYED-BUILDING PIC X(6).
       01 WS-KEYED-ROOM PIC X(5).
       01 WS-KEYED-CAPACITY PIC 9(2).
       01 WS-KEYED-RATE PIC 9(5)V99.
       01 WS-KEYED-STATUS PIC X(1).
       01 WS-KEYED-DATE PIC X(8).
       01 WS-KEYED-DATE-N REDEFINES WS-KEYED-DATE PIC 9(8).
       01 WS-LOOKUP-STUDENT PIC 9(7).
       01 WS-STUDENT-OK-FLAG PIC X(1).

      *> Proration: the stay is counted from the later of move-in
      *> and the first day of term, up to the earlier of move-out
      *> and the day after the last day of term (the move-out day
      *> itself is not charged).
       01 WS-RATE PIC 9(5)V99.
       01 WS-TERM-START-DAYS PIC 9(7).
       01 WS-TERM-END-DAYS PIC 9(7).
       01 WS-STAY-FROM-DAYS PIC 9(7).
       01 WS-STAY-TO-DAYS PIC 9(7).
       01 WS-TERM-DAY-COUNT PIC S9(7).
       01 WS-STAY-DAY-COUNT PIC S9(7).
       01 WS-DUE-AMOUNT PIC S9(5)V99.
       01 WS-POST-AMOUNT PIC S9(7)V99.

       01 WS-DN-DATE PIC 9(8).
       01 WS-DN-DATE-R REDEFINES WS-DN-DATE.
           05 WS-DN-YEAR          PIC 9(4).
           05 WS-DN-MONTH         PIC 9(2).
           05 WS-DN-DAY           PIC 9(2).
       01 WS-DN-Y PIC 9(4).
       01 WS-DN-M PIC 9(2).
       01 WS-DN-QUAD PIC 9(4).
       01 WS-DN-CENT PIC 9(4).
       01 WS-DN-FOUR-CENT PIC 9(4).
       01 WS-DN-MONTH-DAYS PIC 9(4).
       01 WS-DN-DAYS PIC 9(7).

       01 WS-ADJUST-AREA.
           05 WS-ADJ-STUDENT-NUMBER   PIC 9(7).
           05 WS-ADJ-AMOUNT           PIC S9(7)V99.
           05 WS-ADJ-REASON-CODE      PIC X(3).
           05 WS-ADJ-OPERATOR         PIC X(20).
           05 WS-ADJ-STATUS-CODE      PIC X(1).
               88 WS-ADJUSTMENT-APPLIED    VALUE '0'.
           05 WS-ADJ-APPROVER         PIC X(20) VALUE SPACES.

       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.
       01 WS-POSTED-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-CAPACITY PIC 9(6) VALUE 0.
       01 WS-TOTAL-OCCUPIED PIC 9(6) VALUE 0.
       01 WS-VACANT PIC 9(2).

       01 WS-OCC-HEADING.
           05 FILLER              PIC X(28)
               VALUE "OCCUPANCY AND VACANCY, TERM ".
           05 WS-OH-TERM          PIC X(6).
           05 FILLER              PIC X(7) VALUE " AS OF ".
           05 WS-OH-DATE          PIC 9(8).
       01 WS-OCC-COLUMNS.
           05 FILLER              PIC X(45)
               VALUE "BLDG   ROOM   STATUS  CAPACITY  OCCUPIED  VAC".
           05 FILLER              PIC X(4) VALUE "ANT ".
       01 WS-OCC-DETAIL.
           05 WS-OD-BUILDING      PIC X(6).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-OD-ROOM          PIC X(5).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-OD-STATUS        PIC X(6).
           05 FILLER              PIC X(6) VALUE SPACES.
           05 WS-OD-CAPACITY      PIC Z9.
           05 FILLER              PIC X(8) VALUE SPACES.
           05 WS-OD-OCCUPIED      PIC Z9.
           05 FILLER              PIC X(8) VALUE SPACES.
           05 WS-OD-VACANT        PIC Z9.
       01 WS-OCC-TOTAL.
           05 FILLER              PIC X(16) VALUE "TOTAL CAPACITY: ".
           05 WS-OT-CAPACITY      PIC ZZZZZ9.
           05 FILLER              PIC X(12) VALUE "  OCCUPIED: ".
           05 WS-OT-OCCUPIED      PIC ZZZZZ9.
           05 FILLER              PIC X(10) VALUE "  VACANT: ".
           05 WS-OT-VACANT        PIC ZZZZZ9.

       01 WS-REG-HEADING.
           05 FILLER              PIC X(29)
               VALUE "HOUSING CHARGE REGISTER, TERM".
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-RH-TERM          PIC X(6).
           05 FILLER              PIC X(7) VALUE " AS OF ".
           05 WS-RH-DATE          PIC 9(8).
       01 WS-REG-DETAIL.
           05 WS-RD-STUDENT       PIC 9(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-RD-BUILDING      PIC X(6).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-RD-ROOM          PIC X(5).
           05 FILLER              PIC X(4) VALUE " IN ".
           05 WS-RD-MOVE-IN       PIC 9(8).
           05 FILLER              PIC X(5) VALUE " OUT ".
           05 WS-RD-MOVE-OUT      PIC 9(8).
           05 FILLER              PIC X(5) VALUE " DUE ".
           05 WS-RD-DUE           PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(8) VALUE " POSTED ".
           05 WS-RD-POSTED        PIC ZZ,ZZ9.99-.
       01 WS-REG-TOTAL.
           05 FILLER              PIC X(16) VALUE "CHARGES POSTED: ".
           05 WS-RT-COUNT         PIC ZZZZ9.
           05 FILLER              PIC X(9) VALUE "  TOTAL: ".
           05 WS-RT-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "RESIDENCE_PROGRAM".
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
           PERFORM 100-LOAD-ROOM-TABLE.
           PERFORM 120-LOAD-ASSIGNMENT-TABLE.
      *> Every update mode rebuilds both files from the tables, so
      *> a file past its ceiling is left alone.
           IF WS-ROOM-EOF NOT = 'Y'
               DISPLAY "ROOM-MASTER.TXT EXCEEDS THE 1000-ROOM "
                   "TABLE -- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ASSIGNMENT-EOF NOT = 'Y'
               DISPLAY "ROOM-ASSIGNMENTS.TXT EXCEEDS THE 5000-LINE "
                   "TABLE -- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Room maintenance, assign, vacate, occupancy "
               "report, or term charge run? (R/A/V/O/C) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'R' OR 'r'
                   PERFORM 150-SIGN-ON-OPERATOR
                   PERFORM 200-MAINTAIN-ONE-ROOM
               WHEN WS-MODE = 'A' OR 'a'
                   PERFORM 150-SIGN-ON-OPERATOR
                   PERFORM 140-READ-HOUSING-CONTROL
                   PERFORM 300-ASSIGN-ONE-STUDENT
               WHEN WS-MODE = 'V' OR 'v'
                   PERFORM 150-SIGN-ON-OPERATOR
                   PERFORM 140-READ-HOUSING-CONTROL
                   PERFORM 160-CHECK-CHARGE-CODE
                   PERFORM 400-VACATE-ONE-STUDENT
               WHEN WS-MODE = 'C' OR 'c'
                   PERFORM 150-SIGN-ON-OPERATOR
                   PERFORM 140-READ-HOUSING-CONTROL
                   PERFORM 160-CHECK-CHARGE-CODE
                   PERFORM 600-RUN-TERM-CHARGES
               WHEN OTHER
                   PERFORM 140-READ-HOUSING-CONTROL
                   PERFORM 500-PRINT-OCCUPANCY
           END-EVALUATE.
           PERFORM 700-LOG-THIS-RUN.
           STOP RUN.

           100-LOAD-ROOM-TABLE.
               OPEN INPUT ROOM-MASTER-FILE.
               PERFORM 110-READ-ROOM-RECORD
                   UNTIL WS-ROOM-EOF = 'Y' OR WS-ROOM-COUNT = 1000.
               CLOSE ROOM-MASTER-FILE.

           110-READ-ROOM-RECORD.
               READ ROOM-MASTER-FILE
                   AT END MOVE 'Y' TO WS-ROOM-EOF
                   NOT AT END
                       ADD 1 TO WS-ROOM-COUNT
                       ADD 1 TO WS-RL-READ-COUNT
                       MOVE RM-BUILDING
                           TO WS-RM-BUILDING(WS-ROOM-COUNT)
                       MOVE RM-ROOM TO WS-RM-ROOM(WS-ROOM-COUNT)
                       MOVE RM-CAPACITY
                           TO WS-RM-CAPACITY(WS-ROOM-COUNT)
                       MOVE RM-TERM-RATE TO WS-RM-RATE(WS-ROOM-COUNT)
                       MOVE RM-STATUS TO WS-RM-STATUS(WS-ROOM-COUNT)
                       MOVE 0 TO WS-RM-OCCUPIED(WS-ROOM-COUNT)
               END-READ.

           120-LOAD-ASSIGNMENT-TABLE.
               OPEN INPUT ROOM-ASSIGNMENT-FILE.
               PERFORM 130-READ-ASSIGNMENT-RECORD
                   UNTIL WS-ASSIGNMENT-EOF = 'Y'
                       OR WS-ASSIGNMENT-COUNT = 5000.
               CLOSE ROOM-ASSIGNMENT-FILE.

           130-READ-ASSIGNMENT-RECORD.
               READ ROOM-ASSIGNMENT-FILE
                   AT END MOVE 'Y' TO WS-ASSIGNMENT-EOF
                   NOT AT END
                       ADD 1 TO WS-ASSIGNMENT-COUNT
                       ADD 1 TO WS-RL-READ-COUNT
                       MOVE ROOM-ASSIGNMENT-RECORD
                           TO WS-AS-IMAGE(WS-ASSIGNMENT-COUNT)
               END-READ.

      *> Assigning, vacating, charging and the report all work on
      *> the one housing term on the control card, and proration
      *> needs its first and last days; without them nothing runs.
           140-READ-HOUSING-CONTROL.
               OPEN INPUT HOUSING-CONTROL-FILE.
               READ HOUSING-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF HSC-TERM-START IS NUMERIC
                           AND HSC-TERM-END IS NUMERIC
                           MOVE HSC-TERM-CODE TO WS-TERM-CODE
                           MOVE HSC-TERM-START TO WS-TERM-START
                           MOVE HSC-TERM-END TO WS-TERM-END
                       END-IF
               END-READ.
               CLOSE HOUSING-CONTROL-FILE.
               IF WS-TERM-CODE = SPACES OR WS-TERM-START = 0
                   OR WS-TERM-END < WS-TERM-START
                   DISPLAY "HOUSING-CONTROL.TXT HAS NO VALID HOUSING "
                       "TERM -- RUN ABORTED."
                   MOVE 8 TO WS-RUN-STATUS
                   PERFORM 700-LOG-THIS-RUN
                   STOP RUN
               END-IF.
               MOVE WS-TERM-START TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               MOVE WS-DN-DAYS TO WS-TERM-START-DAYS.
               MOVE WS-TERM-END TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               COMPUTE WS-TERM-END-DAYS = WS-DN-DAYS + 1.
               COMPUTE WS-TERM-DAY-COUNT =
                   WS-TERM-END-DAYS - WS-TERM-START-DAYS.

      *> Room changes and housing charges carry the operator's
      *> name, so only an update-level sign-on gets this far.
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
                   DISPLAY "Operator is inquiry-only -- residence "
                       "changes are update-level."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> TUITION_ADJUST itemizes an unmapped reason under TUI, which
      *> would bury housing in tuition on the sub-ledger; nothing is
      *> posted until HSG has its own charge code.
           160-CHECK-CHARGE-CODE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT CHARGE-CODE-FILE.
               PERFORM 170-READ-CHARGE-CODE UNTIL WS-EOF = 'Y'.
               CLOSE CHARGE-CODE-FILE.
               IF WS-HSG-CHARGE-CODE = SPACES
                   OR WS-HSG-CHARGE-CODE = "TUI"
                   DISPLAY "CHARGE-CODES.TXT DOES NOT MAP THE HSG "
                       "REASON TO A HOUSING CHARGE CODE -- NOTHING "
                       "POSTED."
                   MOVE 8 TO WS-RUN-STATUS
                   PERFORM 700-LOG-THIS-RUN
                   STOP RUN
               END-IF.

           170-READ-CHARGE-CODE.
               READ CHARGE-CODE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHG-REASON-CODE = "HSG"
                           MOVE CHG-CHARGE-CODE TO WS-HSG-CHARGE-CODE
                       END-IF
               END-READ.

           180-FIND-ROOM-ENTRY.
               MOVE 0 TO WS-RM-HIT-SUB.
               PERFORM 190-SCAN-ROOM-ENTRY
                   VARYING WS-RM-SUB FROM 1 BY 1
                   UNTIL WS-RM-SUB > WS-ROOM-COUNT
                       OR WS-RM-HIT-SUB > 0.

           190-SCAN-ROOM-ENTRY.
               IF WS-RM-BUILDING(WS-RM-SUB) = WS-KEYED-BUILDING
                   AND WS-RM-ROOM(WS-RM-SUB) = WS-KEYED-ROOM
                   MOVE WS-RM-SUB TO WS-RM-HIT-SUB
               END-IF.

      *> A student in residence this term is on a line for the term
      *> with no move-out date; the last such line is the one held.
           195-FIND-ACTIVE-STAY.
               MOVE 0 TO WS-AS-HIT-SUB.
               PERFORM 196-SCAN-ACTIVE-STAY
                   VARYING WS-AS-SUB FROM 1 BY 1
                   UNTIL WS-AS-SUB > WS-ASSIGNMENT-COUNT.

           196-SCAN-ACTIVE-STAY.
               MOVE WS-AS-IMAGE(WS-AS-SUB) TO ROOM-ASSIGNMENT-RECORD.
               IF RA-STUDENT-NUMBER = WS-LOOKUP-STUDENT
                   AND RA-TERM-CODE = WS-TERM-CODE
                   AND RA-MOVE-OUT-DATE = 0
                   MOVE WS-AS-SUB TO WS-AS-HIT-SUB
               END-IF.

      *> A new room is added; a room already on file takes the keyed
      *> capacity, rate and status.  Capacity cannot drop below the
      *> students in the room now, and a room with students in it
      *> cannot be closed.
           200-MAINTAIN-ONE-ROOM.
               DISPLAY "Enter building: "
               ACCEPT WS-KEYED-BUILDING.
               DISPLAY "Enter room: "
               ACCEPT WS-KEYED-ROOM.
               IF WS-KEYED-BUILDING = SPACES OR WS-KEYED-ROOM = SPACES
                   DISPLAY "Building and room are both required."
                   MOVE 8 TO WS-RUN-STATUS
               ELSE
                   PERFORM 180-FIND-ROOM-ENTRY
                   PERFORM 210-KEY-ROOM-DETAILS
               END-IF.

           210-KEY-ROOM-DETAILS.
               DISPLAY "Enter capacity (1-99): "
               ACCEPT WS-KEYED-CAPACITY.
               DISPLAY "Enter full-term rate: "
               ACCEPT WS-KEYED-RATE.
               DISPLAY "Open or closed? (A/C) "
               ACCEPT WS-KEYED-STATUS.
               IF WS-KEYED-STATUS = 'c'
                   MOVE 'C' TO WS-KEYED-STATUS
               END-IF.
               IF WS-KEYED-STATUS NOT = 'C'
                   MOVE 'A' TO WS-KEYED-STATUS
               END-IF.
               PERFORM 220-COUNT-ROOM-OCCUPANTS.
               EVALUATE TRUE
                   WHEN WS-KEYED-CAPACITY = 0
                       DISPLAY "Capacity must be at least 1."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN WS-RM-HIT-SUB > 0
                       AND WS-KEYED-CAPACITY
                           < WS-RM-OCCUPIED(WS-RM-HIT-SUB)
                       DISPLAY "Room has more students in it than "
                           "the new capacity -- not changed."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN WS-RM-HIT-SUB > 0 AND WS-KEYED-STATUS = 'C'
                       AND WS-RM-OCCUPIED(WS-RM-HIT-SUB) > 0
                       DISPLAY "Room has students in it -- vacate "
                           "them before closing it."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN WS-RM-HIT-SUB = 0 AND WS-ROOM-COUNT = 1000
                       DISPLAY "Room table is full -- room not added."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN OTHER
                       PERFORM 230-STORE-THE-ROOM
               END-EVALUATE.

      *> Occupants are counted over every open stay, whatever the
      *> term, so a room is never closed under a student.
           220-COUNT-ROOM-OCCUPANTS.
               IF WS-RM-HIT-SUB > 0
                   MOVE 0 TO WS-RM-OCCUPIED(WS-RM-HIT-SUB)
                   PERFORM 225-COUNT-ONE-OCCUPANT
                       VARYING WS-AS-SUB FROM 1 BY 1
                       UNTIL WS-AS-SUB > WS-ASSIGNMENT-COUNT
               END-IF.

           225-COUNT-ONE-OCCUPANT.
               MOVE WS-AS-IMAGE(WS-AS-SUB) TO ROOM-ASSIGNMENT-RECORD.
               IF RA-BUILDING = WS-KEYED-BUILDING
                   AND RA-ROOM = WS-KEYED-ROOM
                   AND RA-MOVE-OUT-DATE = 0
                   ADD 1 TO WS-RM-OCCUPIED(WS-RM-HIT-SUB)
               END-IF.

           230-STORE-THE-ROOM.
               IF WS-RM-HIT-SUB = 0
                   ADD 1 TO WS-ROOM-COUNT
                   MOVE WS-ROOM-COUNT TO WS-RM-HIT-SUB
                   MOVE WS-KEYED-BUILDING
                       TO WS-RM-BUILDING(WS-RM-HIT-SUB)
                   MOVE WS-KEYED-ROOM TO WS-RM-ROOM(WS-RM-HIT-SUB)
                   DISPLAY "Room added."
               ELSE
                   DISPLAY "Room changed."
               END-IF.
               MOVE WS-KEYED-CAPACITY TO WS-RM-CAPACITY(WS-RM-HIT-SUB).
               MOVE WS-KEYED-RATE TO WS-RM-RATE(WS-RM-HIT-SUB).
               MOVE WS-KEYED-STATUS TO WS-RM-STATUS(WS-RM-HIT-SUB).
               PERFORM 900-REWRITE-ROOM-FILE.

      *> The student must be on the master and not already in
      *> residence this term, and the room open with a bed free.
      *> Nothing is charged here; the term charge run picks the
      *> stay up, prorated from the move-in date.
           300-ASSIGN-ONE-STUDENT.
               DISPLAY "Enter student number: "
               ACCEPT WS-LOOKUP-STUDENT.
               PERFORM 310-CHECK-THE-STUDENT.
               IF WS-STUDENT-OK-FLAG = 'Y'
                   PERFORM 195-FIND-ACTIVE-STAY
                   IF WS-AS-HIT-SUB > 0
                       MOVE WS-AS-IMAGE(WS-AS-HIT-SUB)
                           TO ROOM-ASSIGNMENT-RECORD
                       DISPLAY "Student is already in " RA-BUILDING
                           " " RA-ROOM " for term " WS-TERM-CODE
                           " -- vacate that room first."
                       MOVE 8 TO WS-RUN-STATUS
                   ELSE
                       PERFORM 320-KEY-THE-ROOM
                   END-IF
               END-IF.

           310-CHECK-THE-STUDENT.
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

           320-KEY-THE-ROOM.
               DISPLAY "Enter building: "
               ACCEPT WS-KEYED-BUILDING.
               DISPLAY "Enter room: "
               ACCEPT WS-KEYED-ROOM.
               PERFORM 180-FIND-ROOM-ENTRY.
               PERFORM 220-COUNT-ROOM-OCCUPANTS.
               EVALUATE TRUE
                   WHEN WS-RM-HIT-SUB = 0
                       DISPLAY "Room not on the room master."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN WS-RM-STATUS(WS-RM-HIT-SUB) = 'C'
                       DISPLAY "Room is closed."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN WS-RM-OCCUPIED(WS-RM-HIT-SUB)
                       NOT < WS-RM-CAPACITY(WS-RM-HIT-SUB)
                       DISPLAY "Room is full."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN WS-ASSIGNMENT-COUNT = 5000
                       DISPLAY "Assignment table is full -- student "
                           "not assigned."
                       MOVE 8 TO WS-RUN-STATUS
                   WHEN OTHER
                       PERFORM 330-KEY-MOVE-IN-DATE
               END-EVALUATE.

           330-KEY-MOVE-IN-DATE.
               DISPLAY "Enter move-in date (YYYYMMDD, blank for "
                   "today): "
               ACCEPT WS-KEYED-DATE.
               IF WS-KEYED-DATE = SPACES
                   MOVE WS-TODAY TO WS-KEYED-DATE-N
               END-IF.
               IF WS-KEYED-DATE NOT NUMERIC
                   OR WS-KEYED-DATE-N > WS-TERM-END
                   DISPLAY "Move-in date is not a date in or before "
                       "the housing term."
                   MOVE 8 TO WS-RUN-STATUS
               ELSE
                   PERFORM 340-STORE-THE-STAY
               END-IF.

           340-STORE-THE-STAY.
               MOVE SPACES TO ROOM-ASSIGNMENT-RECORD.
               MOVE WS-LOOKUP-STUDENT TO RA-STUDENT-NUMBER.
               MOVE WS-TERM-CODE TO RA-TERM-CODE.
               MOVE WS-KEYED-BUILDING TO RA-BUILDING.
               MOVE WS-KEYED-ROOM TO RA-ROOM.
               MOVE WS-KEYED-DATE-N TO RA-MOVE-IN-DATE.
               MOVE 0 TO RA-MOVE-OUT-DATE.
               MOVE 0 TO RA-CHARGED.
               ADD 1 TO WS-ASSIGNMENT-COUNT.
               MOVE ROOM-ASSIGNMENT-RECORD
                   TO WS-AS-IMAGE(WS-ASSIGNMENT-COUNT).
               PERFORM 910-REWRITE-ASSIGNMENT-FILE.
               DISPLAY "Student assigned to " WS-KEYED-BUILDING " "
                   WS-KEYED-ROOM " for term " WS-TERM-CODE ".".

      *> The move-out date closes the stay.  Once the term has been
      *> charged, the stay is re-prorated to the move-out date and
      *> the difference -- normally a credit -- is posted at once;
      *> a stay not yet charged is prorated by the next charge run.
           400-VACATE-ONE-STUDENT.
               DISPLAY "Enter student number: "
               ACCEPT WS-LOOKUP-STUDENT.
               PERFORM 195-FIND-ACTIVE-STAY.
               IF WS-AS-HIT-SUB = 0
                   DISPLAY "Student is not in residence for term "
                       WS-TERM-CODE "."
                   MOVE 8 TO WS-RUN-STATUS
               ELSE
                   MOVE WS-AS-IMAGE(WS-AS-HIT-SUB)
                       TO ROOM-ASSIGNMENT-RECORD
                   DISPLAY "Student is in " RA-BUILDING " " RA-ROOM
                       ", moved in " RA-MOVE-IN-DATE "."
                   PERFORM 410-KEY-MOVE-OUT-DATE
               END-IF.

           410-KEY-MOVE-OUT-DATE.
               DISPLAY "Enter move-out date (YYYYMMDD, blank for "
                   "today): "
               ACCEPT WS-KEYED-DATE.
               IF WS-KEYED-DATE = SPACES
                   MOVE WS-TODAY TO WS-KEYED-DATE-N
               END-IF.
               IF WS-KEYED-DATE NOT NUMERIC
                   OR WS-KEYED-DATE-N < RA-MOVE-IN-DATE
                   DISPLAY "Move-out date is not a date on or after "
                       "the move-in date."
                   MOVE 8 TO WS-RUN-STATUS
               ELSE
                   MOVE WS-KEYED-DATE-N TO RA-MOVE-OUT-DATE
                   IF RA-CHARGED NOT = 0
                       PERFORM 420-POST-THE-DIFFERENCE
                   END-IF
                   MOVE ROOM-ASSIGNMENT-RECORD
                       TO WS-AS-IMAGE(WS-AS-HIT-SUB)
                   PERFORM 910-REWRITE-ASSIGNMENT-FILE
                   DISPLAY "Student vacated."
               END-IF.

           420-POST-THE-DIFFERENCE.
               PERFORM 840-FIND-RATE-FOR-STAY.
               PERFORM 850-PRORATE-THE-STAY.
               COMPUTE WS-POST-AMOUNT = WS-DUE-AMOUNT - RA-CHARGED.
               IF WS-POST-AMOUNT NOT = 0
                   PERFORM 860-POST-HOUSING-CHARGE
                   IF WS-ADJUSTMENT-APPLIED
                       MOVE WS-DUE-AMOUNT TO RA-CHARGED
                       DISPLAY "Housing charge adjusted by "
                           WS-RD-POSTED "."
                   ELSE
                       DISPLAY "Housing adjustment not applied, "
                           "status " WS-ADJ-STATUS-CODE
                           " -- vacated without it."
                       MOVE 4 TO WS-RUN-STATUS
                   END-IF
               END-IF.

      *> Occupancy is as of today: the students on an open stay for
      *> the housing term in each room, against its capacity.  A
      *> closed room shows no vacancy.
           500-PRINT-OCCUPANCY.
               PERFORM 510-COUNT-TERM-OCCUPANTS
                   VARYING WS-AS-SUB FROM 1 BY 1
                   UNTIL WS-AS-SUB > WS-ASSIGNMENT-COUNT.
               OPEN OUTPUT OCCUPANCY-REPORT-OUT.
               MOVE WS-TERM-CODE TO WS-OH-TERM.
               MOVE WS-TODAY TO WS-OH-DATE.
               DISPLAY WS-OCC-HEADING.
               WRITE OCCUPANCY-LINE-OUT FROM WS-OCC-HEADING.
               DISPLAY WS-OCC-COLUMNS.
               WRITE OCCUPANCY-LINE-OUT FROM WS-OCC-COLUMNS.
               PERFORM 520-PRINT-ONE-ROOM
                   VARYING WS-RM-SUB FROM 1 BY 1
                   UNTIL WS-RM-SUB > WS-ROOM-COUNT.
               MOVE WS-TOTAL-CAPACITY TO WS-OT-CAPACITY.
               MOVE WS-TOTAL-OCCUPIED TO WS-OT-OCCUPIED.
               COMPUTE WS-OT-VACANT =
                   WS-TOTAL-CAPACITY - WS-TOTAL-OCCUPIED.
               DISPLAY WS-OCC-TOTAL.
               WRITE OCCUPANCY-LINE-OUT FROM WS-OCC-TOTAL.
               CLOSE OCCUPANCY-REPORT-OUT.

           510-COUNT-TERM-OCCUPANTS.
               MOVE WS-AS-IMAGE(WS-AS-SUB) TO ROOM-ASSIGNMENT-RECORD.
               IF RA-TERM-CODE = WS-TERM-CODE
                   AND RA-MOVE-OUT-DATE = 0
                   MOVE RA-BUILDING TO WS-KEYED-BUILDING
                   MOVE RA-ROOM TO WS-KEYED-ROOM
                   PERFORM 180-FIND-ROOM-ENTRY
                   IF WS-RM-HIT-SUB > 0
                       ADD 1 TO WS-RM-OCCUPIED(WS-RM-HIT-SUB)
                   END-IF
               END-IF.

           520-PRINT-ONE-ROOM.
               MOVE WS-RM-BUILDING(WS-RM-SUB) TO WS-OD-BUILDING.
               MOVE WS-RM-ROOM(WS-RM-SUB) TO WS-OD-ROOM.
               MOVE WS-RM-CAPACITY(WS-RM-SUB) TO WS-OD-CAPACITY.
               MOVE WS-RM-OCCUPIED(WS-RM-SUB) TO WS-OD-OCCUPIED.
               IF WS-RM-STATUS(WS-RM-SUB) = 'C'
                   MOVE "CLOSED" TO WS-OD-STATUS
                   MOVE 0 TO WS-VACANT
               ELSE
                   MOVE "OPEN" TO WS-OD-STATUS
                   ADD WS-RM-CAPACITY(WS-RM-SUB) TO WS-TOTAL-CAPACITY
                   IF WS-RM-OCCUPIED(WS-RM-SUB)
                       < WS-RM-CAPACITY(WS-RM-SUB)
                       COMPUTE WS-VACANT = WS-RM-CAPACITY(WS-RM-SUB)
                           - WS-RM-OCCUPIED(WS-RM-SUB)
                   ELSE
                       MOVE 0 TO WS-VACANT
                   END-IF
               END-IF.
               ADD WS-RM-OCCUPIED(WS-RM-SUB) TO WS-TOTAL-OCCUPIED.
               MOVE WS-VACANT TO WS-OD-VACANT.
               DISPLAY WS-OCC-DETAIL.
               WRITE OCCUPANCY-LINE-OUT FROM WS-OCC-DETAIL.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

      *> Every stay for the housing term is priced as it stands and
      *> only the difference from what it has already been charged
      *> is posted, so a second run posts nothing new and a move-in
      *> since the last run is picked up.  The run holds the master
      *> and takes a backup generation like the other batch runs
      *> that move balances.
           600-RUN-TERM-CHARGES.
               MOVE 'A' TO WS-LOCK-ACTION.
               MOVE WS-AUDIT-OPERATOR TO WS-LOCK-OPERATOR.
               CALL 'MASTER_LOCK' USING WS-LOCK-AREA.
               IF WS-LOCK-RESULT NOT = '0'
                   DISPLAY "Master is in use -- charge run not "
                       "started."
                   MOVE 8 TO WS-RUN-STATUS
                   PERFORM 700-LOG-THIS-RUN
                   STOP RUN
               END-IF.
               CALL 'STUDENT_MASTER_BACKUP' USING WS-BACKUP-STATUS.
               OPEN OUTPUT HOUSING-REGISTER-OUT.
               MOVE WS-TERM-CODE TO WS-RH-TERM.
               MOVE WS-TODAY TO WS-RH-DATE.
               DISPLAY WS-REG-HEADING.
               WRITE REGISTER-LINE-OUT FROM WS-REG-HEADING.
               PERFORM 610-CHARGE-ONE-STAY
                   VARYING WS-AS-SUB FROM 1 BY 1
                   UNTIL WS-AS-SUB > WS-ASSIGNMENT-COUNT.
               MOVE WS-POSTED-COUNT TO WS-RT-COUNT.
               MOVE WS-POSTED-TOTAL TO WS-RT-TOTAL.
               DISPLAY WS-REG-TOTAL.
               WRITE REGISTER-LINE-OUT FROM WS-REG-TOTAL.
               CLOSE HOUSING-REGISTER-OUT.
               PERFORM 910-REWRITE-ASSIGNMENT-FILE.
               MOVE 'R' TO WS-LOCK-ACTION.
               CALL 'MASTER_LOCK' USING WS-LOCK-AREA.

           610-CHARGE-ONE-STAY.
               MOVE WS-AS-IMAGE(WS-AS-SUB) TO ROOM-ASSIGNMENT-RECORD.
               IF RA-TERM-CODE = WS-TERM-CODE
                   PERFORM 840-FIND-RATE-FOR-STAY
                   PERFORM 850-PRORATE-THE-STAY
                   COMPUTE WS-POST-AMOUNT = WS-DUE-AMOUNT - RA-CHARGED
                   IF WS-POST-AMOUNT NOT = 0
                       PERFORM 620-POST-ONE-STAY
                   END-IF
               END-IF.

           620-POST-ONE-STAY.
               PERFORM 860-POST-HOUSING-CHARGE.
               IF WS-ADJUSTMENT-APPLIED
                   MOVE WS-DUE-AMOUNT TO RA-CHARGED
                   MOVE ROOM-ASSIGNMENT-RECORD
                       TO WS-AS-IMAGE(WS-AS-SUB)
                   ADD 1 TO WS-POSTED-COUNT
                   ADD WS-POST-AMOUNT TO WS-POSTED-TOTAL
                   ADD 1 TO WS-RL-WRITTEN-COUNT
                   MOVE RA-STUDENT-NUMBER TO WS-RD-STUDENT
                   MOVE RA-BUILDING TO WS-RD-BUILDING
                   MOVE RA-ROOM TO WS-RD-ROOM
                   MOVE RA-MOVE-IN-DATE TO WS-RD-MOVE-IN
                   MOVE RA-MOVE-OUT-DATE TO WS-RD-MOVE-OUT
                   MOVE WS-DUE-AMOUNT TO WS-RD-DUE
                   DISPLAY WS-REG-DETAIL
                   WRITE REGISTER-LINE-OUT FROM WS-REG-DETAIL
               ELSE
                   DISPLAY "HOUSING CHARGE NOT APPLIED, STATUS "
                       WS-ADJ-STATUS-CODE " FOR: " RA-STUDENT-NUMBER
                   ADD 1 TO WS-RL-REJECTED-COUNT
                   MOVE 4 TO WS-RUN-STATUS
               END-IF.

      *> Standard run-log record for the morning summary.
      *> A CALL resets the RETURN-CODE register, so the run's own
      *> code is put back after the log call -- it must be the last
      *> thing set before control leaves the program.
           700-LOG-THIS-RUN.
               MOVE WS-RUN-STATUS TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

      *> Days from a fixed origin: whole years of 365 days, a leap
      *> day every fourth year less the centuries not divisible by
      *> 400, then the days in the months since March and the day.
           800-COMPUTE-DAY-NUMBER.
               IF WS-DN-MONTH < 3
                   COMPUTE WS-DN-Y = WS-DN-YEAR - 1
                   COMPUTE WS-DN-M = WS-DN-MONTH + 9
               ELSE
                   MOVE WS-DN-YEAR TO WS-DN-Y
                   COMPUTE WS-DN-M = WS-DN-MONTH - 3
               END-IF.
               DIVIDE WS-DN-Y BY 4 GIVING WS-DN-QUAD.
               DIVIDE WS-DN-Y BY 100 GIVING WS-DN-CENT.
               DIVIDE WS-DN-Y BY 400 GIVING WS-DN-FOUR-CENT.
               COMPUTE WS-DN-MONTH-DAYS = WS-DN-M * 153 + 2.
               DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS.
               COMPUTE WS-DN-DAYS = WS-DN-Y * 365 + WS-DN-QUAD
                   - WS-DN-CENT + WS-DN-FOUR-CENT
                   + WS-DN-MONTH-DAYS + WS-DN-DAY.

      *> The stay is priced at its room's current term rate.
           840-FIND-RATE-FOR-STAY.
               MOVE RA-BUILDING TO WS-KEYED-BUILDING.
               MOVE RA-ROOM TO WS-KEYED-ROOM.
               PERFORM 180-FIND-ROOM-ENTRY.
               IF WS-RM-HIT-SUB > 0
                   MOVE WS-RM-RATE(WS-RM-HIT-SUB) TO WS-RATE
               ELSE
                   MOVE 0 TO WS-RATE
               END-IF.

      *> A stay covering the whole term pays the full rate; one that
      *> starts late or ends early pays for its days, to the cent.
           850-PRORATE-THE-STAY.
               MOVE RA-MOVE-IN-DATE TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               IF WS-DN-DAYS > WS-TERM-START-DAYS
                   MOVE WS-DN-DAYS TO WS-STAY-FROM-DAYS
               ELSE
                   MOVE WS-TERM-START-DAYS TO WS-STAY-FROM-DAYS
               END-IF.
               MOVE WS-TERM-END-DAYS TO WS-STAY-TO-DAYS.
               IF RA-MOVE-OUT-DATE NOT = 0
                   MOVE RA-MOVE-OUT-DATE TO WS-DN-DATE
                   PERFORM 800-COMPUTE-DAY-NUMBER
                   IF WS-DN-DAYS < WS-TERM-END-DAYS
                       MOVE WS-DN-DAYS TO WS-STAY-TO-DAYS
                   END-IF
               END-IF.
               COMPUTE WS-STAY-DAY-COUNT =
                   WS-STAY-TO-DAYS - WS-STAY-FROM-DAYS.
               EVALUATE TRUE
                   WHEN WS-STAY-DAY-COUNT NOT > 0
                       MOVE 0 TO WS-DUE-AMOUNT
                   WHEN WS-STAY-DAY-COUNT NOT < WS-TERM-DAY-COUNT
                       MOVE WS-RATE TO WS-DUE-AMOUNT
                   WHEN OTHER
                       COMPUTE WS-DUE-AMOUNT ROUNDED = WS-RATE
                           * WS-STAY-DAY-COUNT / WS-TERM-DAY-COUNT
               END-EVALUATE.

           860-POST-HOUSING-CHARGE.
               MOVE RA-STUDENT-NUMBER TO WS-ADJ-STUDENT-NUMBER.
               MOVE WS-POST-AMOUNT TO WS-ADJ-AMOUNT.
               MOVE WS-POST-AMOUNT TO WS-RD-POSTED.
               MOVE "HSG" TO WS-ADJ-REASON-CODE.
               MOVE WS-AUDIT-OPERATOR TO WS-ADJ-OPERATOR.
               CALL 'TUITION_ADJUST' USING WS-ADJUST-AREA.

           900-REWRITE-ROOM-FILE.
               OPEN OUTPUT ROOM-MASTER-FILE.
               PERFORM 905-WRITE-ONE-ROOM
                   VARYING WS-RM-SUB FROM 1 BY 1
                   UNTIL WS-RM-SUB > WS-ROOM-COUNT.
               CLOSE ROOM-MASTER-FILE.

           905-WRITE-ONE-ROOM.
               MOVE SPACES TO ROOM-MASTER-RECORD.
               MOVE WS-RM-BUILDING(WS-RM-SUB) TO RM-BUILDING.
               MOVE WS-RM-ROOM(WS-RM-SUB) TO RM-ROOM.
               MOVE WS-RM-CAPACITY(WS-RM-SUB) TO RM-CAPACITY.
               MOVE WS-RM-RATE(WS-RM-SUB) TO RM-TERM-RATE.
               MOVE WS-RM-STATUS(WS-RM-SUB) TO RM-STATUS.
               WRITE ROOM-MASTER-RECORD.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

           910-REWRITE-ASSIGNMENT-FILE.
               OPEN OUTPUT ROOM-ASSIGNMENT-FILE.
               PERFORM 915-WRITE-ONE-ASSIGNMENT
                   VARYING WS-AS-SUB FROM 1 BY 1
                   UNTIL WS-AS-SUB > WS-ASSIGNMENT-COUNT.
               CLOSE ROOM-ASSIGNMENT-FILE.

           915-WRITE-ONE-ASSIGNMENT.
               MOVE WS-AS-IMAGE(WS-AS-SUB) TO ROOM-ASSIGNMENT-RECORD.
               WRITE ROOM-ASSIGNMENT-RECORD.

       END PROGRAM RESIDENCE_PROGRAM.
