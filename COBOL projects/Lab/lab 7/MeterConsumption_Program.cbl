      * figures as the number-keyed CLIENT-RATINGS.TXT that feeds
      * ACTION_GET-RATING in LAB_7_PROGRAM.
      * Modification history:
      *   10-06-2026 NH - a client whose meters on METER-MASTER.TXT are
      *     all disconnected or removed is not estimated; the run counts
      *     them as out of service
      *   04-07-2026 NH - each rating line now carries its reading
      *     period (the previous reading's date to this one's) so
      *     billing can prorate a period that crosses a rate change
      *   08-05-2025 NH - a client with history but no reading this
      *     cycle no longer vanishes: an estimate is generated from
      *     the client's average historical delta, written to the
           SELECT OPTIONAL ESTIMATES-PENDING-FILE
           ASSIGN TO '..\ESTIMATES-PENDING.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL METER-MASTER-FILE
           ASSIGN TO '..\METER-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER              PIC X(1) VALUE SPACE.
      *> E when the figure is an estimate, blank on an actual.
           05 RAT-ESTIMATE-OUT    PIC X(1).
           05 FILLER              PIC X(1) VALUE SPACE.
      *> The reading period the units were used in -- the previous
      *> reading's date to this one's -- so billing can prorate
      *> across a rate change.  Zeros on an estimate.
           05 RAT-PERIOD-FROM     PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RAT-PERIOD-TO       PIC 9(8).

       FD METER-EXCEPTIONS-FILE.
       01 METER-EXCEPTION-OUT.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 EST-UNITS           PIC 9(5).

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

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC X(2).
       01 WS-EOF PIC A(1) VALUE 'N'.
           05 WS-LAST-ENTRY OCCURS 500 TIMES.
               10 WS-L-NUMBER     PIC 9(5).
               10 WS-L-VALUE      PIC 9(6).
               10 WS-L-DATE       PIC 9(8).
               10 WS-L-HAS-PRIOR  PIC X(1).
               10 WS-L-SEEN-FLAG  PIC X(1).
               10 WS-L-DELTA-SUM  PIC 9(7).
       01 WS-PENDING-EOF PIC X(1) VALUE 'N'.
       01 WS-ESTIMATE-SUB PIC 9(3).

       01 WS-METER-TABLE.
           05 WS-MT-ENTRY OCCURS 500 TIMES.
               10 WS-MT-CLIENT    PIC 9(5).
               10 WS-MT-STATUS    PIC X(1).
       01 WS-MT-COUNT PIC 9(3) VALUE 0.
       01 WS-MM-EOF PIC X(1) VALUE 'N'.
       01 WS-MT-SUB PIC 9(3).
       01 WS-LIVE-METERS PIC 9(3).
       01 WS-DEAD-METERS PIC 9(3).
       01 WS-OUT-OF-SERVICE-COUNT PIC 9(5) VALUE 0.
       01 WS-IN-SERVICE-FLAG PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-SEED-FROM-HISTORY.
           PERFORM 150-LOAD-PENDING-ESTIMATES.
           PERFORM 190-LOAD-THE-METERS.
           IF WS-MM-EOF NOT = 'Y'
               DISPLAY "METER-MASTER.TXT EXCEEDS THE 500-LINE "
                   "TABLE -- RUN ABORTED, FILES LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT METER-READINGS-FILE.
           OPEN EXTEND READING-HISTORY-FILE.
           OPEN OUTPUT RATINGS-FILE-OUT.
           PERFORM 800-SAVE-PENDING-ESTIMATES.
           DISPLAY "READINGS ESTIMATED:          "
               WS-ESTIMATED-COUNT.
           DISPLAY "OUT OF SERVICE, NOT ESTIMATED: "
               WS-OUT-OF-SERVICE-COUNT.
           DISPLAY "CONSUMPTION FIGURES WRITTEN: " WS-RATED-COUNT.
           DISPLAY "READINGS EXCEPTED:           "
               WS-EXCEPTION-COUNT.
                   NOT AT END
                       MOVE RH-CLIENT-NUMBER TO MTR-CLIENT-NUMBER
                       MOVE RH-METER-VALUE TO MTR-METER-VALUE
                       MOVE RH-READ-DATE TO MTR-READ-DATE
                       PERFORM 300-NOTE-LAST-VALUE
               END-READ.

                   MOVE WS-PD-SUB TO WS-PD-HIT-SUB
               END-IF.

           190-LOAD-THE-METERS.
               OPEN INPUT METER-MASTER-FILE.
               PERFORM 195-READ-ONE-METER
                   UNTIL WS-MM-EOF = 'Y' OR WS-MT-COUNT = 500.
               CLOSE METER-MASTER-FILE.

           195-READ-ONE-METER.
               READ METER-MASTER-FILE
                   AT END MOVE 'Y' TO WS-MM-EOF
                   NOT AT END
                       ADD 1 TO WS-MT-COUNT
                       MOVE MM-CLIENT-NUMBER
                           TO WS-MT-CLIENT(WS-MT-COUNT)
                       MOVE MM-STATUS TO WS-MT-STATUS(WS-MT-COUNT)
               END-READ.

           210-COMPUTE-CONSUMPTION.
               MOVE SPACE TO WS-ESTIMATE-FLAG.
               PERFORM 310-FIND-LAST-VALUE.
                           TO WS-L-NUMBER(WS-LAST-SUB)
                       MOVE MTR-METER-VALUE
                           TO WS-L-VALUE(WS-LAST-SUB)
                       MOVE MTR-READ-DATE
                           TO WS-L-DATE(WS-LAST-SUB)
                       MOVE 'Y' TO WS-L-HAS-PRIOR(WS-LAST-SUB)
                       MOVE 'N' TO WS-L-SEEN-FLAG(WS-LAST-SUB)
                       MOVE 0 TO WS-L-DELTA-SUM(WS-LAST-SUB)
                       ADD 1 TO WS-L-DELTA-CNT(WS-LAST-SUB)
                   END-IF
                   MOVE MTR-METER-VALUE TO WS-L-VALUE(WS-LAST-SUB)
                   MOVE MTR-READ-DATE TO WS-L-DATE(WS-LAST-SUB)
                   MOVE 'Y' TO WS-L-HAS-PRIOR(WS-LAST-SUB)
               END-IF.

                   MOVE WS-DELTA TO RAT-GAS-OUT
               END-IF.
               MOVE WS-ESTIMATE-FLAG TO RAT-ESTIMATE-OUT.
               IF MTR-READ-DATE = 0
                   MOVE 0 TO RAT-PERIOD-FROM
                   MOVE 0 TO RAT-PERIOD-TO
               ELSE
                   MOVE WS-L-DATE(WS-LAST-SUB) TO RAT-PERIOD-FROM
                   MOVE MTR-READ-DATE TO RAT-PERIOD-TO
               END-IF.
               WRITE RATING-RECORD-OUT.

      *> A client with history but no reading this cycle gets an
                   UNTIL WS-ESTIMATE-SUB > WS-LAST-COUNT.

           710-ESTIMATE-ONE-CLIENT.
               MOVE 'Y' TO WS-IN-SERVICE-FLAG.
               IF WS-L-SEEN-FLAG(WS-ESTIMATE-SUB) NOT = 'Y'
                   PERFORM 715-COUNT-CLIENT-METERS
                   IF WS-DEAD-METERS > 0 AND WS-LIVE-METERS = 0
                       MOVE 'N' TO WS-IN-SERVICE-FLAG
                       ADD 1 TO WS-OUT-OF-SERVICE-COUNT
                   END-IF
               END-IF.
               IF WS-L-SEEN-FLAG(WS-ESTIMATE-SUB) NOT = 'Y'
                   AND WS-IN-SERVICE-FLAG = 'Y'
                   MOVE WS-L-NUMBER(WS-ESTIMATE-SUB)
                       TO MTR-CLIENT-NUMBER
                   MOVE WS-L-VALUE(WS-ESTIMATE-SUB)
                   END-IF
               END-IF.

      *> The same test READING_WORKLIST_PROGRAM makes: every meter
      *> the client has is disconnected or removed, so no reading
      *> is coming and none is owed.  A client with no meter on
      *> file at all is still estimated, as before meters were
      *> tracked.
           715-COUNT-CLIENT-METERS.
               MOVE 0 TO WS-LIVE-METERS.
               MOVE 0 TO WS-DEAD-METERS.
               PERFORM 716-COUNT-ONE-METER
                   VARYING WS-MT-SUB FROM 1 BY 1
                   UNTIL WS-MT-SUB > WS-MT-COUNT.

           716-COUNT-ONE-METER.
               IF WS-MT-CLIENT(WS-MT-SUB) = WS-L-NUMBER(WS-ESTIMATE-SUB)
                   IF WS-MT-STATUS(WS-MT-SUB) = 'A'
                       ADD 1 TO WS-LIVE-METERS
                   END-IF
                   IF WS-MT-STATUS(WS-MT-SUB) = 'D'
                       OR WS-MT-STATUS(WS-MT-SUB) = 'R'
                       ADD 1 TO WS-DEAD-METERS
                   END-IF
               END-IF.

           720-PARK-PENDING-ESTIMATE.
               PERFORM 170-FIND-PENDING-ESTIMATE.
               IF WS-PD-FOUND-FLAG = 'Y'
