      * chain before dependent steps run against bad data.  The
      * whole sequence outcome goes to the run log.
      * Modification history:
      *   09-29-2026 NH - step frequency W: a weekly step, such as the
      *     referential integrity audit, runs only when the business
      *     date is a Sunday
      *   09-22-2026 NH - step outcomes kept per business date; restart
      *     mode skips steps already completed and resumes at the failed
      *     step or a supervisor-chosen one, logging every skip and the
      *     restart
      *   08-26-2025 NH - the step list comes off the
      *     NIGHTLY-STEPS.TXT control file (sequence, program name,
      *     halt-or-continue policy on an 8, and a daily/month-end
           SELECT OPTIONAL BUSINESS-CALENDAR-FILE
           ASSIGN TO '..\BUSINESS-CALENDAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STEP-OUTCOME-FILE
           ASSIGN TO '..\NIGHTLY-STEP-OUTCOMES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER              PIC X(1).
           05 BCL-DAY-TYPE        PIC X(1).

      *> One line per step the driver CALLs, appended as the step
      *> comes back, keyed by the business date the night belongs
      *> to: C completed (RC 0 or 4), F failed (RC 8).  A restart
      *> reads it to know what that night already did.
       FD STEP-OUTCOME-FILE.
       01 STEP-OUTCOME-RECORD.
           05 SOC-BUSINESS-DATE   PIC 9(8).
           05 FILLER              PIC X(1).
           05 SOC-SEQUENCE        PIC 9(2).
           05 FILLER              PIC X(1).
           05 SOC-PROGRAM         PIC X(30).
           05 FILLER              PIC X(1).
           05 SOC-OUTCOME         PIC X(1).
           05 FILLER              PIC X(1).
           05 SOC-RETURN-CODE     PIC 9(1).
           05 FILLER              PIC X(1).
           05 SOC-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 SOC-RUN-TIME        PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 WS-STEP-PROGRAM     PIC X(30).
               10 WS-STEP-HALT        PIC X(1).
               10 WS-STEP-FREQUENCY   PIC X(1).
               10 WS-STEP-DONE        PIC X(1).
       01 WS-STEP-COUNT PIC 9(2) VALUE 0.
       01 WS-STEP-SUB PIC 9(2).
       01 WS-SUB2 PIC 9(2).
           05 WS-SW-PROGRAM       PIC X(30).
           05 WS-SW-HALT          PIC X(1).
           05 WS-SW-FREQUENCY     PIC X(1).
           05 WS-SW-DONE          PIC X(1).
       01 WS-STEPS-EOF PIC X(1) VALUE 'N'.
       01 WS-CAL-EOF PIC X(1) VALUE 'N'.
       01 WS-OUTCOME-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-DATE-EDIT PIC X(8).
       01 WS-DATE-9 REDEFINES WS-DATE-EDIT PIC 9(8).
       01 WS-RUN-MODE PIC X(1).
           88 WS-RESTART-RUN VALUE 'R' 'r'.
       01 WS-RESUME-EDIT PIC X(2).
       01 WS-RESUME-9 REDEFINES WS-RESUME-EDIT PIC 9(2).
       01 WS-RESUME-SEQUENCE PIC 9(2) VALUE 0.
       01 WS-RESUME-FOUND-FLAG PIC X(1).
       01 WS-OUTCOMES-FOUND PIC X(1) VALUE 'N'.
       01 WS-FAILED-FOUND PIC X(1) VALUE 'N'.
       01 WS-SKIP-REASON PIC X(40).
       01 WS-STEPS-PASSED-OVER PIC 9(2) VALUE 0.
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).
       01 WS-DAY-TYPE PIC X(1) VALUE 'B'.
      *> Day of the week of the business date, 0 = Monday through
      *> 6 = Sunday; weekly steps run on the Sunday night.
       01 WS-WEEKDAY PIC 9(1).
       01 WS-WEEK-COUNT PIC 9(7).
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
       01 WS-STEP-RC PIC 9(1).
       01 WS-HALTED-FLAG PIC X(1) VALUE 'N'.
       01 WS-STEPS-RUN PIC 9(2) VALUE 0.
           05 WS-RL-REJECTED-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-RETURN-CODE   PIC 9(1).

      *> A step passed over on a restart gets its own run-log line
      *> under its own name, marked S, so the morning summary
      *> shows the step was not run rather than run clean.
       01 WS-SKIP-LOG-AREA.
           05 WS-SL-PROGRAM-ID    PIC X(30).
           05 WS-SL-START-DATE    PIC 9(8).
           05 WS-SL-START-TIME    PIC 9(8).
           05 WS-SL-READ-COUNT    PIC 9(7) VALUE 0.
           05 WS-SL-WRITTEN-COUNT PIC 9(7) VALUE 0.
           05 WS-SL-REJECTED-COUNT PIC 9(7) VALUE 0.
           05 WS-SL-RETURN-CODE   PIC 9(1) VALUE 0.
      *> RUN_LOG_EVENT takes the standard run-log area with the
      *> event byte on the end.
       01 WS-EVENT-LOG-AREA.
           05 WS-EV-LOG-FIELDS    PIC X(68).
           05 WS-EV-RUN-EVENT     PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RL-START-TIME FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-BUSINESS-DATE.
           DISPLAY "Run tonight's chain, or restart a night that "
               "failed? (N/R) "
           ACCEPT WS-RUN-MODE.
           IF WS-RESTART-RUN
               PERFORM 020-ACCEPT-BUSINESS-DATE
           END-IF.
           PERFORM 050-LOOK-UP-THE-CALENDAR.
           PERFORM 070-FIND-THE-WEEKDAY.
           IF WS-DAY-TYPE = 'H'
               DISPLAY "TODAY IS A HOLIDAY ON THE BUSINESS "
                   "CALENDAR -- NOTHING RUNS"
           END-IF.
           PERFORM 100-LOAD-STEP-TABLE.
           PERFORM 150-SORT-STEPS-BY-SEQUENCE.
           PERFORM 080-LOAD-STEP-OUTCOMES.
           IF WS-RESTART-RUN
               PERFORM 030-CHOOSE-RESUME-STEP
           ELSE IF WS-OUTCOMES-FOUND = 'Y'
               DISPLAY "STEPS HAVE ALREADY RUN FOR " WS-BUSINESS-DATE
                   " -- USE RESTART MODE SO COMPLETED STEPS ARE "
                   "NOT POSTED TWICE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-RUN-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
           MOVE WS-WORST-RC TO RETURN-CODE.
           STOP RUN.

      *> A restart belongs to the night that failed, which may be
      *> yesterday by the time the problem is fixed.
           020-ACCEPT-BUSINESS-DATE.
               DISPLAY "Business date of the night to restart "
                   "(YYYYMMDD, blank for today): "
               ACCEPT WS-DATE-EDIT.
               IF WS-DATE-EDIT NOT = SPACES
                   IF WS-DATE-EDIT IS NUMERIC
                       AND WS-DATE-9 <= WS-TODAY
                       MOVE WS-DATE-9 TO WS-BUSINESS-DATE
                   ELSE
                       DISPLAY "Business date is not a date on or "
                           "before today -- restart not started."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      *> Left blank, the restart resumes at the failed step: every
      *> step the night already completed is skipped.  Naming a
      *> step instead skips everything before it and reruns it and
      *> the steps after it even if they completed, which is a
      *> supervisor's decision.
           030-CHOOSE-RESUME-STEP.
               IF WS-FAILED-FOUND = 'N'
                   DISPLAY "NO FAILED STEP ON RECORD FOR "
                       WS-BUSINESS-DATE " -- ONLY STEPS NOT YET "
                       "COMPLETED WILL RUN"
               END-IF.
               DISPLAY "Resume at step sequence (blank for the "
                   "failed step): "
               ACCEPT WS-RESUME-EDIT.
               IF WS-RESUME-EDIT NOT = SPACES
                   PERFORM 035-CHECK-THE-CHOSEN-STEP
                   PERFORM 040-SUPERVISOR-AUTHORITY
               END-IF.

           035-CHECK-THE-CHOSEN-STEP.
               MOVE 'N' TO WS-RESUME-FOUND-FLAG.
               IF WS-RESUME-EDIT IS NUMERIC
                   PERFORM 036-MATCH-ONE-SEQUENCE
                       VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
               END-IF.
               IF WS-RESUME-FOUND-FLAG = 'N'
                   DISPLAY "No step " WS-RESUME-EDIT " in tonight's "
                       "chain -- restart not started."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-RESUME-9 TO WS-RESUME-SEQUENCE.

           036-MATCH-ONE-SEQUENCE.
               IF WS-STEP-SEQUENCE(WS-STEP-SUB) = WS-RESUME-9
                   MOVE 'Y' TO WS-RESUME-FOUND-FLAG
               END-IF.

           040-SUPERVISOR-AUTHORITY.
               DISPLAY "Supervisor operator ID: "
               ACCEPT WS-AUDIT-OPERATOR.
               MOVE WS-AUDIT-OPERATOR TO WS-OP-OPERATOR-ID.
               CALL 'OPERATOR_CHECK' USING WS-OPERATOR-AREA.
               IF WS-OP-AUTH-STATUS NOT = '0'
                   OR WS-OP-AUTH-LEVEL < 3
                   DISPLAY "Choosing the restart step needs a "
                       "supervisor sign-on -- restart not started."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               DISPLAY "RESTART AT STEP " WS-RESUME-SEQUENCE
                   " AUTHORIZED BY " WS-AUDIT-OPERATOR.

           050-LOOK-UP-THE-CALENDAR.
               OPEN INPUT BUSINESS-CALENDAR-FILE.
               PERFORM 060-READ-ONE-CALENDAR-DAY
               READ BUSINESS-CALENDAR-FILE
                   AT END MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                       IF BCL-DATE = WS-BUSINESS-DATE
                           MOVE BCL-DAY-TYPE TO WS-DAY-TYPE
                       END-IF
               END-READ.

      *> Day 0 of the day-number count falls on a Tuesday, so the
      *> count is shifted one day to make Monday 0.
           070-FIND-THE-WEEKDAY.
               MOVE WS-BUSINESS-DATE TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               ADD 1 TO WS-DN-DAYS.
               DIVIDE WS-DN-DAYS BY 7 GIVING WS-WEEK-COUNT
                   REMAINDER WS-WEEKDAY.

      *> A step counts as completed for the night when any of its
      *> outcome lines for the business date says C; a step rerun
      *> after a failure leaves both lines on the file.
           080-LOAD-STEP-OUTCOMES.
               OPEN INPUT STEP-OUTCOME-FILE.
               PERFORM 090-READ-ONE-OUTCOME
                   UNTIL WS-OUTCOME-EOF = 'Y'.
               CLOSE STEP-OUTCOME-FILE.

           090-READ-ONE-OUTCOME.
               READ STEP-OUTCOME-FILE
                   AT END MOVE 'Y' TO WS-OUTCOME-EOF
                   NOT AT END
                       IF SOC-BUSINESS-DATE = WS-BUSINESS-DATE
                           MOVE 'Y' TO WS-OUTCOMES-FOUND
                           IF SOC-OUTCOME = 'F'
                               MOVE 'Y' TO WS-FAILED-FOUND
                           END-IF
                           PERFORM 095-MARK-STEP-DONE
                               VARYING WS-SUB2 FROM 1 BY 1
                               UNTIL WS-SUB2 > WS-STEP-COUNT
                       END-IF
               END-READ.

           095-MARK-STEP-DONE.
               IF SOC-OUTCOME = 'C'
                   AND WS-STEP-SEQUENCE(WS-SUB2) = SOC-SEQUENCE
                   AND WS-STEP-PROGRAM(WS-SUB2) = SOC-PROGRAM
                   MOVE 'Y' TO WS-STEP-DONE(WS-SUB2)
               END-IF.

           100-LOAD-STEP-TABLE.
               OPEN INPUT NIGHTLY-STEPS-FILE.
               PERFORM 110-READ-ONE-STEP
                           TO WS-STEP-HALT(WS-STEP-COUNT)
                       MOVE NST-FREQUENCY
                           TO WS-STEP-FREQUENCY(WS-STEP-COUNT)
                       MOVE 'N' TO WS-STEP-DONE(WS-STEP-COUNT)
               END-READ.

      *> The original hardcoded chain, kept as the fallback so a
           130-DEFAULT-ONE-POLICY.
               MOVE 'H' TO WS-STEP-HALT(WS-STEP-SUB).
               MOVE 'D' TO WS-STEP-FREQUENCY(WS-STEP-SUB).
               MOVE 'N' TO WS-STEP-DONE(WS-STEP-SUB).

      *> Same bubble-sort shape as the campus merge, so the file
      *> can be kept in any order and the sequence column rules.
               END-IF.

           200-RUN-ONE-STEP.
               MOVE SPACES TO WS-SKIP-REASON.
               IF WS-RESTART-RUN
                   PERFORM 220-DECIDE-RESTART-SKIP
               END-IF.
               IF WS-SKIP-REASON NOT = SPACES
                   PERFORM 230-PASS-OVER-THE-STEP
               ELSE IF WS-STEP-FREQUENCY(WS-STEP-SUB) = 'M'
                   AND WS-DAY-TYPE NOT = 'M'
                   ADD 1 TO WS-STEPS-SKIPPED
                   DISPLAY "STEP " WS-STEP-SEQUENCE(WS-STEP-SUB)
                       " (" WS-STEP-PROGRAM(WS-STEP-SUB)
                       ") IS MONTH-END ONLY -- SKIPPED"
               ELSE IF WS-STEP-FREQUENCY(WS-STEP-SUB) = 'W'
                   AND WS-WEEKDAY NOT = 6
                   ADD 1 TO WS-STEPS-SKIPPED
                   DISPLAY "STEP " WS-STEP-SEQUENCE(WS-STEP-SUB)
                       " (" WS-STEP-PROGRAM(WS-STEP-SUB)
                       ") IS WEEKLY (SUNDAY) -- SKIPPED"
               ELSE
                   PERFORM 210-CALL-THE-STEP
               END-IF.
               END-CALL.
               MOVE RETURN-CODE TO WS-STEP-RC.
               ADD 1 TO WS-STEPS-RUN.
               PERFORM 240-RECORD-STEP-OUTCOME.
               PERFORM 300-HONOR-STEP-RC.

      *> On a restart at the failed step, every step the night
      *> already completed is passed over.  At a supervisor-chosen
      *> step, like a job RESTART=, the steps ahead of it are
      *> passed over and it and every step after it run again.
           220-DECIDE-RESTART-SKIP.
               IF WS-RESUME-SEQUENCE > 0
                   IF WS-STEP-SEQUENCE(WS-STEP-SUB)
                       < WS-RESUME-SEQUENCE
                       MOVE "BEFORE THE CHOSEN RESTART STEP"
                           TO WS-SKIP-REASON
                   END-IF
               ELSE IF WS-STEP-DONE(WS-STEP-SUB) = 'Y'
                   MOVE "COMPLETED EARLIER THIS NIGHT"
                       TO WS-SKIP-REASON
               END-IF.

           230-PASS-OVER-THE-STEP.
               ADD 1 TO WS-STEPS-PASSED-OVER.
               DISPLAY "STEP " WS-STEP-SEQUENCE(WS-STEP-SUB)
                   " (" WS-STEP-PROGRAM(WS-STEP-SUB)
                   ") NOT RUN ON RESTART -- " WS-SKIP-REASON.
               MOVE WS-STEP-PROGRAM(WS-STEP-SUB) TO WS-SL-PROGRAM-ID.
               ACCEPT WS-SL-START-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-SL-START-TIME FROM TIME.
               MOVE WS-SKIP-LOG-AREA TO WS-EV-LOG-FIELDS.
               MOVE 'S' TO WS-EV-RUN-EVENT.
               CALL 'RUN_LOG_EVENT' USING WS-EVENT-LOG-AREA.

           240-RECORD-STEP-OUTCOME.
               OPEN EXTEND STEP-OUTCOME-FILE.
               MOVE SPACES TO STEP-OUTCOME-RECORD.
               MOVE WS-BUSINESS-DATE TO SOC-BUSINESS-DATE.
               MOVE WS-STEP-SEQUENCE(WS-STEP-SUB) TO SOC-SEQUENCE.
               MOVE WS-STEP-PROGRAM(WS-STEP-SUB) TO SOC-PROGRAM.
               IF WS-STEP-RC = 8
                   MOVE 'F' TO SOC-OUTCOME
               ELSE
                   MOVE 'C' TO SOC-OUTCOME
               END-IF.
               MOVE WS-STEP-RC TO SOC-RETURN-CODE.
               ACCEPT SOC-RUN-DATE FROM DATE YYYYMMDD.
               ACCEPT SOC-RUN-TIME FROM TIME.
               WRITE STEP-OUTCOME-RECORD.
               CLOSE STEP-OUTCOME-FILE.

      *> The per-step halt policy decides what an 8 does: H halts
      *> the chain before dependent steps run against bad data, C
      *> shrugs and carries on like a 4.
               END-EVALUATE.

      *> The sequence itself is a run: steps attempted go in the
      *> read column, warnings in the rejected column.  A restart
      *> is marked R so the night never reads as clean.
           400-LOG-SEQUENCE-OUTCOME.
               MOVE WS-STEPS-RUN TO WS-RL-READ-COUNT.
               COMPUTE WS-RL-WRITTEN-COUNT =
                   WS-STEPS-RUN - WS-STEPS-WARNED.
               MOVE WS-STEPS-WARNED TO WS-RL-REJECTED-COUNT.
               MOVE WS-WORST-RC TO WS-RL-RETURN-CODE.
               IF WS-RESTART-RUN
                   DISPLAY "RESTART OF " WS-BUSINESS-DATE
                       " -- STEPS RUN: " WS-STEPS-RUN
                       "  PASSED OVER: " WS-STEPS-PASSED-OVER
                   MOVE WS-RUN-LOG-AREA TO WS-EV-LOG-FIELDS
                   MOVE 'R' TO WS-EV-RUN-EVENT
                   CALL 'RUN_LOG_EVENT' USING WS-EVENT-LOG-AREA
               ELSE
                   CALL 'RUN_LOG' USING WS-RUN-LOG-AREA
               END-IF.

      *> Days since a fixed origin, so two dates subtract to the
      *> days between them.
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

       END PROGRAM NIGHTLY_DRIVER_PROGRAM.
