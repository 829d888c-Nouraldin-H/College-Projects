      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 04-14-2026
      * Purpose: clears the high-bill review queue before the
      * invoices are mailed.  UTILITY_BILLING_PROGRAM holds a bill on
      * BILL-REVIEW-QUEUE.TXT when its charge is far above the
      * client's same month last year and recent average; billing
      * staff then release it as it stands, adjust its units, or key
      * the reading a re-read brought back -- the units are taken
      * from the reading before the suspect one, and the corrected
      * reading goes on READING-HISTORY.TXT so the next cycle deltas
      * from it.  List mode shows the queue.  Cleared bills are
      * invoiced by the billing run's Q mode.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILL_REVIEW_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL REVIEW-QUEUE-FILE
           ASSIGN TO '..\BILL-REVIEW-QUEUE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL READING-HISTORY-FILE
           ASSIGN TO '..\READING-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One line per held bill, as UTILITY_BILLING_PROGRAM writes
      *> it.  Status H held, R released as is, A units adjusted,
      *> M re-read, B billed.
       FD REVIEW-QUEUE-FILE.
       01 REVIEW-QUEUE-RECORD.
           05 BRQ-CLIENT-NUMBER   PIC 9(5).
           05 FILLER              PIC X(1).
           05 BRQ-QUEUED-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 BRQ-UNITS           PIC 9(3).
           05 FILLER              PIC X(1).
           05 BRQ-ESTIMATE-FLAG   PIC X(1).
           05 FILLER              PIC X(1).
           05 BRQ-PERIOD-FROM     PIC 9(8).
           05 FILLER              PIC X(1).
           05 BRQ-PERIOD-TO       PIC 9(8).
           05 FILLER              PIC X(1).
           05 BRQ-PRIOR-READING   PIC 9(6).
           05 FILLER              PIC X(1).
           05 BRQ-READING         PIC 9(6).
           05 FILLER              PIC X(1).
           05 BRQ-CHARGE          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 BRQ-LAST-YEAR       PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 BRQ-AVERAGE         PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 BRQ-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 BRQ-ACTION-DATE     PIC 9(8).

       FD READING-HISTORY-FILE.
       01 READING-HISTORY-LINE.
           05 RH-CLIENT-NUMBER    PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RH-READ-DATE        PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RH-METER-VALUE      PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-SUB PIC 9(4).

       01 WS-CLIENT-EDIT PIC X(5).
       01 WS-CLIENT-9 REDEFINES WS-CLIENT-EDIT PIC 9(5).
       01 WS-UNITS-EDIT PIC X(3).
       01 WS-UNITS-9 REDEFINES WS-UNITS-EDIT PIC 9(3).
       01 WS-READING-EDIT PIC X(6).
       01 WS-READING-9 REDEFINES WS-READING-EDIT PIC 9(6).
       01 WS-DELTA PIC S9(7).

       01 WS-QUEUE-TABLE.
           05 WS-RQ-ENTRY OCCURS 1000 TIMES.
               10 WS-RQ-CLIENT    PIC 9(5).
               10 WS-RQ-QUEUED    PIC 9(8).
               10 WS-RQ-UNITS     PIC 9(3).
               10 WS-RQ-ESTIMATE  PIC X(1).
               10 WS-RQ-FROM      PIC 9(8).
               10 WS-RQ-TO        PIC 9(8).
               10 WS-RQ-PRIOR     PIC 9(6).
               10 WS-RQ-READING   PIC 9(6).
               10 WS-RQ-CHARGE    PIC 9(7)V99.
               10 WS-RQ-LAST-YEAR PIC 9(7)V99.
               10 WS-RQ-AVERAGE   PIC 9(7)V99.
               10 WS-RQ-STATUS    PIC X(1).
               10 WS-RQ-ACTION    PIC 9(8).
       01 WS-RQ-COUNT PIC 9(4) VALUE 0.
       01 WS-RQ-EOF PIC X(1) VALUE 'N'.
       01 WS-RQ-HIT PIC 9(4).
       01 WS-HELD-COUNT PIC 9(4) VALUE 0.

       01 WS-LIST-HEAD.
           05 FILLER              PIC X(40)
               VALUE "CLIENT S QUEUED    UNT    CHARGE LAST YE".
           05 FILLER              PIC X(40)
               VALUE "AR   AVERAGE PRIOR  READ".
       01 WS-LIST-LINE.
           05 WS-L-CLIENT         PIC 9(5).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-L-STATUS         PIC X(1).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-QUEUED         PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-L-UNITS          PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-CHARGE         PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-LAST-YEAR      PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-AVERAGE        PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-PRIOR          PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-READING        PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-QUEUE.
      *> The queue is rewritten from the table, so a file past the
      *> ceiling must not be touched.
           IF WS-RQ-EOF NOT = 'Y'
               DISPLAY "BILL-REVIEW-QUEUE.TXT EXCEEDS THE 1000-LINE "
                   "TABLE -- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Release a held bill, adjust its units, enter a "
               "re-read, or list the queue? (R/A/M/L) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'R' OR 'r'
                   PERFORM 200-RELEASE-A-BILL
               WHEN WS-MODE = 'A' OR 'a'
                   PERFORM 300-ADJUST-A-BILL
               WHEN WS-MODE = 'M' OR 'm'
                   PERFORM 400-ENTER-A-RE-READ
               WHEN OTHER
                   PERFORM 600-LIST-THE-QUEUE
           END-EVALUATE.
           STOP RUN.

           100-LOAD-QUEUE.
               OPEN INPUT REVIEW-QUEUE-FILE.
               PERFORM 110-READ-ONE-QUEUE-LINE
                   UNTIL WS-RQ-EOF = 'Y' OR WS-RQ-COUNT = 1000.
               CLOSE REVIEW-QUEUE-FILE.

           110-READ-ONE-QUEUE-LINE.
               READ REVIEW-QUEUE-FILE
                   AT END MOVE 'Y' TO WS-RQ-EOF
                   NOT AT END
                       ADD 1 TO WS-RQ-COUNT
                       MOVE BRQ-CLIENT-NUMBER
                           TO WS-RQ-CLIENT(WS-RQ-COUNT)
                       MOVE BRQ-QUEUED-DATE
                           TO WS-RQ-QUEUED(WS-RQ-COUNT)
                       MOVE BRQ-UNITS TO WS-RQ-UNITS(WS-RQ-COUNT)
                       MOVE BRQ-ESTIMATE-FLAG
                           TO WS-RQ-ESTIMATE(WS-RQ-COUNT)
                       MOVE BRQ-PERIOD-FROM TO WS-RQ-FROM(WS-RQ-COUNT)
                       MOVE BRQ-PERIOD-TO TO WS-RQ-TO(WS-RQ-COUNT)
                       MOVE BRQ-PRIOR-READING
                           TO WS-RQ-PRIOR(WS-RQ-COUNT)
                       MOVE BRQ-READING TO WS-RQ-READING(WS-RQ-COUNT)
                       MOVE BRQ-CHARGE TO WS-RQ-CHARGE(WS-RQ-COUNT)
                       MOVE BRQ-LAST-YEAR
                           TO WS-RQ-LAST-YEAR(WS-RQ-COUNT)
                       MOVE BRQ-AVERAGE TO WS-RQ-AVERAGE(WS-RQ-COUNT)
                       MOVE BRQ-STATUS TO WS-RQ-STATUS(WS-RQ-COUNT)
                       MOVE BRQ-ACTION-DATE
                           TO WS-RQ-ACTION(WS-RQ-COUNT)
               END-READ.

      *> Every transaction works on the client's held bill; one
      *> that is not held (or already cleared) is refused.
           150-FIND-HELD-BILL.
               DISPLAY "Client number: "
               ACCEPT WS-CLIENT-EDIT.
               IF WS-CLIENT-EDIT IS NOT NUMERIC
                   DISPLAY "Client number must be numeric."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 0 TO WS-RQ-HIT.
               PERFORM 160-SCAN-ONE-QUEUE-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RQ-COUNT OR WS-RQ-HIT > 0.
               IF WS-RQ-HIT = 0
                   DISPLAY "No bill held for review for this client."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-RQ-HIT TO WS-SUB.
               PERFORM 610-LIST-ONE-BILL.

           160-SCAN-ONE-QUEUE-LINE.
               IF WS-RQ-CLIENT(WS-SUB) = WS-CLIENT-9
                   AND WS-RQ-STATUS(WS-SUB) = 'H'
                   MOVE WS-SUB TO WS-RQ-HIT
               END-IF.

      *> The reading was right after all: the bill goes out as it
      *> stands.
           200-RELEASE-A-BILL.
               PERFORM 150-FIND-HELD-BILL.
               MOVE 'R' TO WS-RQ-STATUS(WS-RQ-HIT).
               MOVE WS-TODAY TO WS-RQ-ACTION(WS-RQ-HIT).
               PERFORM 500-SAVE-QUEUE.
               DISPLAY "Released -- billed as it stands by the next "
                   "billing Q run.".

      *> The units billed are keyed by hand (from an estimate or a
      *> conversation with the client); history is left alone.
           300-ADJUST-A-BILL.
               PERFORM 150-FIND-HELD-BILL.
               DISPLAY "Units to bill (3 digits): "
               ACCEPT WS-UNITS-EDIT.
               IF WS-UNITS-EDIT IS NOT NUMERIC
                   DISPLAY "Units must be numeric -- nothing changed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-UNITS-9 TO WS-RQ-UNITS(WS-RQ-HIT).
               MOVE 'A' TO WS-RQ-STATUS(WS-RQ-HIT).
               MOVE WS-TODAY TO WS-RQ-ACTION(WS-RQ-HIT).
               PERFORM 500-SAVE-QUEUE.
               DISPLAY "Adjusted -- billed on " WS-UNITS-9
                   " units by the next billing Q run.".

      *> The units are the re-read less the reading before the
      *> suspect one (a drop from near the top of the dial being a
      *> rollover); a re-read below that reading is refused.  The
      *> corrected reading is appended to history dated today, so
      *> the next cycle's delta starts from it.
           400-ENTER-A-RE-READ.
               PERFORM 150-FIND-HELD-BILL.
               DISPLAY "Re-read meter reading (6 digits): "
               ACCEPT WS-READING-EDIT.
               IF WS-READING-EDIT IS NOT NUMERIC
                   DISPLAY "Reading must be numeric -- nothing "
                       "changed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               COMPUTE WS-DELTA =
                   WS-READING-9 - WS-RQ-PRIOR(WS-RQ-HIT).
               IF WS-DELTA < 0 AND WS-RQ-PRIOR(WS-RQ-HIT) > 900000
                   COMPUTE WS-DELTA = 999999 - WS-RQ-PRIOR(WS-RQ-HIT)
                       + WS-READING-9 + 1
               END-IF.
               IF WS-DELTA < 0
                   DISPLAY "Re-read is below the reading before the "
                       "period " WS-RQ-PRIOR(WS-RQ-HIT)
                       " -- nothing changed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-DELTA > 999
                   MOVE 999 TO WS-RQ-UNITS(WS-RQ-HIT)
               ELSE
                   MOVE WS-DELTA TO WS-RQ-UNITS(WS-RQ-HIT)
               END-IF.
               MOVE WS-READING-9 TO WS-RQ-READING(WS-RQ-HIT).
               MOVE 'M' TO WS-RQ-STATUS(WS-RQ-HIT).
               MOVE WS-TODAY TO WS-RQ-ACTION(WS-RQ-HIT).
               OPEN EXTEND READING-HISTORY-FILE.
               MOVE SPACES TO READING-HISTORY-LINE.
               MOVE WS-CLIENT-9 TO RH-CLIENT-NUMBER.
               MOVE WS-TODAY TO RH-READ-DATE.
               MOVE WS-READING-9 TO RH-METER-VALUE.
               WRITE READING-HISTORY-LINE.
               CLOSE READING-HISTORY-FILE.
               PERFORM 500-SAVE-QUEUE.
               DISPLAY "Re-read entered -- billed on "
                   WS-RQ-UNITS(WS-RQ-HIT)
                   " units by the next billing Q run.".

           500-SAVE-QUEUE.
               OPEN OUTPUT REVIEW-QUEUE-FILE.
               PERFORM 510-WRITE-ONE-QUEUE-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RQ-COUNT.
               CLOSE REVIEW-QUEUE-FILE.

           510-WRITE-ONE-QUEUE-LINE.
               MOVE SPACES TO REVIEW-QUEUE-RECORD.
               MOVE WS-RQ-CLIENT(WS-SUB) TO BRQ-CLIENT-NUMBER.
               MOVE WS-RQ-QUEUED(WS-SUB) TO BRQ-QUEUED-DATE.
               MOVE WS-RQ-UNITS(WS-SUB) TO BRQ-UNITS.
               MOVE WS-RQ-ESTIMATE(WS-SUB) TO BRQ-ESTIMATE-FLAG.
               MOVE WS-RQ-FROM(WS-SUB) TO BRQ-PERIOD-FROM.
               MOVE WS-RQ-TO(WS-SUB) TO BRQ-PERIOD-TO.
               MOVE WS-RQ-PRIOR(WS-SUB) TO BRQ-PRIOR-READING.
               MOVE WS-RQ-READING(WS-SUB) TO BRQ-READING.
               MOVE WS-RQ-CHARGE(WS-SUB) TO BRQ-CHARGE.
               MOVE WS-RQ-LAST-YEAR(WS-SUB) TO BRQ-LAST-YEAR.
               MOVE WS-RQ-AVERAGE(WS-SUB) TO BRQ-AVERAGE.
               MOVE WS-RQ-STATUS(WS-SUB) TO BRQ-STATUS.
               MOVE WS-RQ-ACTION(WS-SUB) TO BRQ-ACTION-DATE.
               WRITE REVIEW-QUEUE-RECORD.

           600-LIST-THE-QUEUE.
               DISPLAY WS-LIST-HEAD.
               PERFORM 605-LIST-IF-OPEN
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RQ-COUNT.
               DISPLAY "BILLS STILL HELD: " WS-HELD-COUNT.

      *> Billed lines are history; everything else still needs
      *> either a decision or the billing Q run.
           605-LIST-IF-OPEN.
               IF WS-RQ-STATUS(WS-SUB) NOT = 'B'
                   PERFORM 610-LIST-ONE-BILL
               END-IF.
               IF WS-RQ-STATUS(WS-SUB) = 'H'
                   ADD 1 TO WS-HELD-COUNT
               END-IF.

           610-LIST-ONE-BILL.
               MOVE WS-RQ-CLIENT(WS-SUB) TO WS-L-CLIENT.
               MOVE WS-RQ-STATUS(WS-SUB) TO WS-L-STATUS.
               MOVE WS-RQ-QUEUED(WS-SUB) TO WS-L-QUEUED.
               MOVE WS-RQ-UNITS(WS-SUB) TO WS-L-UNITS.
               MOVE WS-RQ-CHARGE(WS-SUB) TO WS-L-CHARGE.
               MOVE WS-RQ-LAST-YEAR(WS-SUB) TO WS-L-LAST-YEAR.
               MOVE WS-RQ-AVERAGE(WS-SUB) TO WS-L-AVERAGE.
               MOVE WS-RQ-PRIOR(WS-SUB) TO WS-L-PRIOR.
               MOVE WS-RQ-READING(WS-SUB) TO WS-L-READING.
               DISPLAY WS-LIST-LINE.

       END PROGRAM BILL_REVIEW_PROGRAM.
