      * trigger list the estimated-readings pass in
      * METER_CONSUMPTION_PROGRAM covers, and the reading office's
      * route-review sheet.
      * Modification history:
      *   03-31-2026 NH - clients moved out (meters all removed) are
      *     left off the worklist too
      *   03-17-2026 NH - clients with disconnected meters are left
      *     off the cycle-start worklist
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL METER-READINGS-FILE
           ASSIGN TO '..\METER-READINGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL METER-MASTER-FILE
           ASSIGN TO '..\METER-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MISSED-REPORT-OUT
           ASSIGN TO '..\MISSED-READINGS-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           05 FILLER              PIC X(1).
           05 MTR-METER-VALUE     PIC 9(6).

      *> Meter status A installed, R removed (or the client moved
      *> out), D disconnected for arrears.
       FD METER-MASTER-FILE.
       01 METER-MASTER-RECORD.
           05 MM-METER-NUMBER     PIC X(8).
           05 FILLER              PIC X(1).
           05 MM-CLIENT-NUMBER    PIC 9(5).
           05 FILLER              PIC X(1).
           05 MM-INSTALL-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 MM-STATUS           PIC X(1).

       FD MISSED-REPORT-OUT.
       01 REPORT-LINE-OUT         PIC X(80).

       01 WS-EXPECTED-COUNT PIC 9(3) VALUE 0.
       01 WS-RECEIVED-COUNT PIC 9(3) VALUE 0.
       01 WS-MISSED-COUNT PIC 9(3) VALUE 0.
       01 WS-OUT-OF-SERVICE-COUNT PIC 9(3) VALUE 0.

       01 WS-METER-TABLE.
           05 WS-MT-ENTRY OCCURS 500 TIMES.
               10 WS-MT-CLIENT    PIC 9(5).
               10 WS-MT-STATUS    PIC X(1).
       01 WS-MT-COUNT PIC 9(3) VALUE 0.
       01 WS-MM-EOF PIC X(1) VALUE 'N'.
       01 WS-MT-SUB PIC 9(3).
       01 WS-LIVE-METERS PIC 9(3).
       01 WS-DEAD-METERS PIC 9(3).

       01 WS-MISSED-LINE.
           05 FILLER              PIC X(7) VALUE "CLIENT ".
           STOP RUN.

      *> One pending line per client on the master: the cycle's
      *> definition of "everyone we expect to hear from" -- less
      *> the clients with no meter left in service (disconnected
      *> for arrears, or moved out), who will send no reading and
      *> must not be estimated or billed.
           100-GENERATE-THE-WORKLIST.
               PERFORM 120-LOAD-THE-METERS.
               IF WS-MM-EOF NOT = 'Y'
                   DISPLAY "METER-MASTER.TXT EXCEEDS THE 500-LINE "
                       "TABLE -- WORKLIST NOT GENERATED."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT CLIENT-MASTER-FILE.
               OPEN OUTPUT WORKLIST-FILE.
               PERFORM 110-EXPECT-ONE-CLIENT UNTIL WS-CM-EOF = 'Y'.
               CLOSE WORKLIST-FILE.
               DISPLAY "READINGS EXPECTED THIS CYCLE: "
                   WS-EXPECTED-COUNT.
               DISPLAY "CLIENTS OUT OF SERVICE, NOT EXPECTED: "
                   WS-OUT-OF-SERVICE-COUNT.

           110-EXPECT-ONE-CLIENT.
               READ CLIENT-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CM-EOF
                   NOT AT END
                       PERFORM 115-COUNT-CLIENT-METERS
                       IF WS-DEAD-METERS > 0 AND WS-LIVE-METERS = 0
                           ADD 1 TO WS-OUT-OF-SERVICE-COUNT
                       ELSE
                           ADD 1 TO WS-EXPECTED-COUNT
                           MOVE SPACES TO WORKLIST-RECORD
                           MOVE CM-CLIENT-NUMBER TO WKL-CLIENT-NUMBER
                           MOVE 'P' TO WKL-STATUS
                           WRITE WORKLIST-RECORD
                       END-IF
               END-READ.

      *> A client with no meter on file at all is still expected,
      *> as before meters were tracked.
           115-COUNT-CLIENT-METERS.
               MOVE 0 TO WS-LIVE-METERS.
               MOVE 0 TO WS-DEAD-METERS.
               PERFORM 116-COUNT-ONE-METER
                   VARYING WS-MT-SUB FROM 1 BY 1
                   UNTIL WS-MT-SUB > WS-MT-COUNT.

           116-COUNT-ONE-METER.
               IF WS-MT-CLIENT(WS-MT-SUB) = CM-CLIENT-NUMBER
                   IF WS-MT-STATUS(WS-MT-SUB) = 'A'
                       ADD 1 TO WS-LIVE-METERS
                   END-IF
                   IF WS-MT-STATUS(WS-MT-SUB) = 'D'
                       OR WS-MT-STATUS(WS-MT-SUB) = 'R'
                       ADD 1 TO WS-DEAD-METERS
                   END-IF
               END-IF.

           120-LOAD-THE-METERS.
               OPEN INPUT METER-MASTER-FILE.
               PERFORM 125-READ-ONE-METER
                   UNTIL WS-MM-EOF = 'Y' OR WS-MT-COUNT = 500.
               CLOSE METER-MASTER-FILE.

           125-READ-ONE-METER.
               READ METER-MASTER-FILE
                   AT END MOVE 'Y' TO WS-MM-EOF
                   NOT AT END
                       ADD 1 TO WS-MT-COUNT
                       MOVE MM-CLIENT-NUMBER
                           TO WS-MT-CLIENT(WS-MT-COUNT)
                       MOVE MM-STATUS TO WS-MT-STATUS(WS-MT-COUNT)
               END-READ.

           300-CLOSE-THE-CYCLE.
