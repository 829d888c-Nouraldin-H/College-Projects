      * so "who owned this vehicle eighteen months ago" finally has
      * an answer.
      * Modification history:
      *   08-25-2026 NH - a vehicle INSURANCE_CHECK finds uninsured on
      *     the transfer date rejects with reason NI unless a supervisor
      *     overrides; overrides logged to INSURANCE-OVERRIDES.TXT
      *   01-27-2026 NH - a vehicle that changes hands has its active
      *     student parking permit on PARKING-PERMITS.TXT voided as of
      *     the transfer date
      *   09-23-2025 NH - the transfer run claims the
      *     VEHICLE-MASTER resource through the shop-wide
      *     RESOURCE_LOCK before opening the master for update
           SELECT OPTIONAL VEHICLE-LIENS-FILE
           ASSIGN TO '..\VEHICLE-LIENS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERMIT-FILE
           ASSIGN TO '..\PARKING-PERMITS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INSURANCE-OVERRIDE-FILE
           ASSIGN TO '..\INSURANCE-OVERRIDES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER              PIC X(1).
           05 LIEN-DISCHARGE-DATE PIC 9(8).

      *> Student parking permits, kept by PARKING_PERMIT_PROGRAM;
      *> status A active, V void, E expired.
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

      *> Who let an uninsured vehicle through, and on which run.
       FD INSURANCE-OVERRIDE-FILE.
       01 INSURANCE-OVERRIDE-LINE.
           05 IOV-DATE-OUT        PIC 9(8).
           05 FILLER              PIC X(1).
           05 IOV-TIME-OUT        PIC 9(8).
           05 FILLER              PIC X(1).
           05 IOV-OPERATOR-OUT    PIC X(20).
           05 FILLER              PIC X(1).
           05 IOV-CAR-TYPE-OUT    PIC X(5).
           05 FILLER              PIC X(1).
           05 IOV-CAR-YEAR-OUT    PIC 9(4).
           05 FILLER              PIC X(1).
           05 IOV-RUN-OUT         PIC X(8).
           05 FILLER              PIC X(1).
           05 IOV-TRANS-DATE-OUT  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-VM-STATUS PIC X(2).
       01 WS-LIEN-EOF PIC X(1) VALUE 'N'.
       01 WS-LIEN-COUNT PIC 9(3) VALUE 0.
       01 WS-LIEN-SUB PIC 9(3).
       01 WS-LIEN-FOUND-FLAG PIC X(1).
       01 WS-PERMIT-EOF PIC X(1) VALUE 'N'.
       01 WS-PERMIT-TABLE.
           05 WS-PM-IMAGE OCCURS 3000 TIMES PIC X(64).
       01 WS-PERMIT-COUNT PIC 9(4) VALUE 0.
       01 WS-PERMIT-SUB PIC 9(4).
       01 WS-VOIDED-COUNT PIC 9(5) VALUE 0.
       01 WS-MODE PIC X(1).
       01 WS-TRANSFER-EOF PIC X(1) VALUE 'N'.
       01 WS-HISTORY-EOF PIC X(1) VALUE 'N'.
       01 WS-HISTORY-LINES PIC 9(4) VALUE 0.
       01 WS-LOOKUP-TYPE PIC X(5).
       01 WS-LOOKUP-YEAR PIC 9(4).
       01 WS-INSURED-FLAG PIC X(1).
       01 WS-OVERRIDE-REPLY PIC X(1).
       01 WS-SUPERVISOR-FLAG PIC X(1) VALUE 'N'.
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-OVERRIDE-COUNT PIC 9(5) VALUE 0.
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).
       01 WS-INSURANCE-AREA.
           05 WS-INS-CAR-TYPE     PIC X(5).
           05 WS-INS-CAR-YEAR     PIC 9(4).
           05 WS-INS-DATE         PIC 9(8).
           05 WS-INS-INSURER      PIC X(25).
           05 WS-INS-POLICY       PIC X(15).
           05 WS-INS-COVERAGE     PIC X(3).
           05 WS-INS-EXPIRY       PIC 9(8).
           05 WS-INS-RESULT       PIC X(1).
       01 WS-RESOURCE-LOCK-AREA.
           05 WS-RLK-ACTION       PIC X(1).
           05 WS-RLK-RESOURCE     PIC X(20).
           STOP RUN.

           100-APPLY-TRANSFER-FILE.
               PERFORM 160-LOAD-PERMIT-TABLE.
      *> The permit file is rebuilt from the table when a permit is
      *> voided, so a file past the ceiling stops the run before
      *> any vehicle changes hands.
               IF WS-PERMIT-EOF NOT = 'Y'
                   DISPLAY "PARKING-PERMITS.TXT EXCEEDS THE 3000-LINE "
                       "TABLE -- TRANSFER RUN NOT STARTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'A' TO WS-RLK-ACTION.
               MOVE "VEHICLE-MASTER" TO WS-RLK-RESOURCE.
               MOVE "TRANSFER RUN" TO WS-RLK-OPERATOR.
               CLOSE TRANSFER-FILE-IN.
               CLOSE OWNER-HISTORY-FILE.
               CLOSE VEHICLE-MASTER-FILE.
               IF WS-VOIDED-COUNT > 0
                   PERFORM 180-REWRITE-PERMIT-FILE
               END-IF.
               MOVE 'R' TO WS-RLK-ACTION.
               CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.
               DISPLAY "Transfers applied:  " WS-APPLIED-COUNT.
               DISPLAY "Transfers rejected: " WS-REJECTED-COUNT.
               DISPLAY "Permits voided:     " WS-VOIDED-COUNT.
               DISPLAY "Insurance overrides: " WS-OVERRIDE-COUNT.
               IF WS-APPLIED-COUNT = 0 AND WS-REJECTED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE IF WS-REJECTED-COUNT > 0
                   MOVE 'Y' TO WS-LIEN-FOUND-FLAG
               END-IF.

           160-LOAD-PERMIT-TABLE.
               OPEN INPUT PERMIT-FILE.
               PERFORM 170-READ-ONE-PERMIT
                   UNTIL WS-PERMIT-EOF = 'Y' OR WS-PERMIT-COUNT = 3000.
               CLOSE PERMIT-FILE.

           170-READ-ONE-PERMIT.
               READ PERMIT-FILE
                   AT END MOVE 'Y' TO WS-PERMIT-EOF
                   NOT AT END
                       ADD 1 TO WS-PERMIT-COUNT
                       MOVE PERMIT-RECORD
                           TO WS-PM-IMAGE(WS-PERMIT-COUNT)
               END-READ.

           180-REWRITE-PERMIT-FILE.
               OPEN OUTPUT PERMIT-FILE.
               PERFORM 190-WRITE-ONE-PERMIT
                   VARYING WS-PERMIT-SUB FROM 1 BY 1
                   UNTIL WS-PERMIT-SUB > WS-PERMIT-COUNT.
               CLOSE PERMIT-FILE.

           190-WRITE-ONE-PERMIT.
               MOVE WS-PM-IMAGE(WS-PERMIT-SUB) TO PERMIT-RECORD.
               WRITE PERMIT-RECORD.

           200-APPLY-ONE-TRANSFER.
               PERFORM 140-CHECK-FOR-LIEN.
               IF WS-LIEN-FOUND-FLAG = 'Y'
                       " " TRF-CAR-YEAR-IN
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   PERFORM 240-CHECK-THE-INSURANCE
                   IF WS-INSURED-FLAG = 'N'
                       DISPLAY "TRANSFER REJECTED, REASON NI "
                           "(NO INSURANCE): " TRF-CAR-TYPE-IN
                           " " TRF-CAR-YEAR-IN
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       MOVE TRF-CAR-TYPE-IN TO VM-CAR-TYPE
                       MOVE TRF-CAR-YEAR-IN TO VM-CAR-YEAR
                       READ VEHICLE-MASTER-FILE
                           INVALID KEY
                               DISPLAY "NO VEHICLE ON FILE FOR "
                                   "TRANSFER: " TRF-CAR-TYPE-IN " "
                                   TRF-CAR-YEAR-IN
                               ADD 1 TO WS-REJECTED-COUNT
                           NOT INVALID KEY
                               PERFORM 210-REWRITE-AND-JOURNAL
                       END-READ
                   END-IF
               END-IF.

      *> The outgoing owner goes to the history file BEFORE the
                   NOT INVALID KEY
                       WRITE OWNER-HISTORY-LINE
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM 220-VOID-VEHICLE-PERMITS
               END-REWRITE.

      *> A parking permit belongs to the car as its old owner held
      *> it, so any active permit on a vehicle that changes hands
      *> goes void on the transfer date.
           220-VOID-VEHICLE-PERMITS.
               PERFORM 230-VOID-ONE-PERMIT
                   VARYING WS-PERMIT-SUB FROM 1 BY 1
                   UNTIL WS-PERMIT-SUB > WS-PERMIT-COUNT.

           230-VOID-ONE-PERMIT.
               MOVE WS-PM-IMAGE(WS-PERMIT-SUB) TO PERMIT-RECORD.
               IF PRM-CAR-TYPE = TRF-CAR-TYPE-IN
                   AND PRM-CAR-YEAR = TRF-CAR-YEAR-IN
                   AND PRM-STATUS = 'A'
                   MOVE 'V' TO PRM-STATUS
                   MOVE TRF-DATE-IN TO PRM-STATUS-DATE
                   MOVE PERMIT-RECORD TO WS-PM-IMAGE(WS-PERMIT-SUB)
                   ADD 1 TO WS-VOIDED-COUNT
                   DISPLAY "PERMIT " PRM-PERMIT-NUMBER " VOIDED ON "
                       "TRANSFER: " TRF-CAR-TYPE-IN " " TRF-CAR-YEAR-IN
               END-IF.

      *> A vehicle must be insured on the transfer date.  A
      *> supervisor may let an uninsured one through; the sign-on
      *> is asked for once and holds for the rest of the run, but
      *> every vehicle let through is asked about and logged.
           240-CHECK-THE-INSURANCE.
               MOVE 'Y' TO WS-INSURED-FLAG.
               MOVE TRF-CAR-TYPE-IN TO WS-INS-CAR-TYPE.
               MOVE TRF-CAR-YEAR-IN TO WS-INS-CAR-YEAR.
               MOVE TRF-DATE-IN TO WS-INS-DATE.
               CALL 'INSURANCE_CHECK' USING WS-INSURANCE-AREA.
               IF WS-INS-RESULT NOT = '0'
                   MOVE 'N' TO WS-INSURED-FLAG
                   DISPLAY "NO INSURANCE IN FORCE ON " TRF-DATE-IN
                       " FOR: " TRF-CAR-TYPE-IN " " TRF-CAR-YEAR-IN
                   DISPLAY "Supervisor override? (Y/N) "
                   ACCEPT WS-OVERRIDE-REPLY
                   IF WS-OVERRIDE-REPLY = 'Y' OR 'y'
                       PERFORM 250-SUPERVISOR-OVERRIDE
                   END-IF
               END-IF.

           250-SUPERVISOR-OVERRIDE.
               IF WS-SUPERVISOR-FLAG = 'N'
                   DISPLAY "Supervisor operator ID: "
                   ACCEPT WS-AUDIT-OPERATOR
                   MOVE WS-AUDIT-OPERATOR TO WS-OP-OPERATOR-ID
                   CALL 'OPERATOR_CHECK' USING WS-OPERATOR-AREA
                   IF WS-OP-AUTH-STATUS = '0'
                       AND WS-OP-AUTH-LEVEL NOT < 3
                       MOVE 'Y' TO WS-SUPERVISOR-FLAG
                   ELSE
                       DISPLAY "Override needs a supervisor sign-on."
                   END-IF
               END-IF.
               IF WS-SUPERVISOR-FLAG = 'Y'
                   MOVE 'Y' TO WS-INSURED-FLAG
                   ADD 1 TO WS-OVERRIDE-COUNT
                   ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-AUDIT-TIME FROM TIME
                   OPEN EXTEND INSURANCE-OVERRIDE-FILE
                   MOVE SPACES TO INSURANCE-OVERRIDE-LINE
                   MOVE WS-AUDIT-DATE TO IOV-DATE-OUT
                   MOVE WS-AUDIT-TIME TO IOV-TIME-OUT
                   MOVE WS-AUDIT-OPERATOR TO IOV-OPERATOR-OUT
                   MOVE TRF-CAR-TYPE-IN TO IOV-CAR-TYPE-OUT
                   MOVE TRF-CAR-YEAR-IN TO IOV-CAR-YEAR-OUT
                   MOVE "TRANSFER" TO IOV-RUN-OUT
                   MOVE TRF-DATE-IN TO IOV-TRANS-DATE-OUT
                   WRITE INSURANCE-OVERRIDE-LINE
                   CLOSE INSURANCE-OVERRIDE-FILE
                   DISPLAY "Insurance overridden by " WS-AUDIT-OPERATOR
               END-IF.

           500-INQUIRE-OWNER-HISTORY.
               DISPLAY "Enter car type (5 characters): "
               ACCEPT WS-LOOKUP-TYPE.
