      * with counts of each -- what happened overnight in one look
      * instead of a console-capture grep.
      * Modification history:
      *   09-22-2026 NH - runs marked restarted are tagged, steps passed
      *     over on a restart are listed apart from the return-code
      *     sections and kept out of the trends, and a restarted night
      *     is called out as not clean
      *   09-02-2025 NH - a trend section at the end: each of the
      *     date's runs is compared against that program's average
      *     elapsed seconds and read count over its earlier logged
      *> Blank on records from before the duration capture.
           05 RL-ELAPSED-SECONDS  PIC X(6).
           05 RL-ELAPSED-9 REDEFINES RL-ELAPSED-SECONDS PIC 9(6).
           05 FILLER              PIC X(1).
      *> R a restarted night, S a step passed over on a restart;
      *> blank on ordinary runs and on older records.
           05 RL-RUN-EVENT        PIC X(1).
               88 RL-RESTARTED-RUN     VALUE 'R'.
               88 RL-SKIPPED-STEP      VALUE 'S'.

       FD SUMMARY-REPORT-OUT.
       01 SUMMARY-LINE-OUT        PIC X(100).
       01 WS-FAILED-COUNT PIC 9(4) VALUE 0.
       01 WS-PARTIAL-COUNT PIC 9(4) VALUE 0.
       01 WS-CLEAN-COUNT PIC 9(4) VALUE 0.
       01 WS-RESTART-COUNT PIC 9(4) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(4) VALUE 0.

       01 WS-SECTION-LINE PIC X(40).
       01 WS-DETAIL-LINE.
           05 WS-D-REJECTED       PIC ZZZZZZ9.
           05 FILLER              PIC X(5) VALUE " RC: ".
           05 WS-D-RC             PIC 9(1).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-EVENT          PIC X(10).
       01 WS-COUNT-LINE.
           05 WS-C-CAPTION        PIC X(16).
           05 WS-C-COUNT          PIC ZZZ9.
           ACCEPT WS-REPORT-DATE.
           OPEN OUTPUT SUMMARY-REPORT-OUT.
      *> Three passes, worst news first: failures, then partials,
      *> then the clean runs.  Steps passed over on a restart were
      *> not run, so they are left to the restart section.
           MOVE "*** FAILED RUNS (RC 8) ***" TO WS-SECTION-LINE.
           PERFORM 500-PRINT-SECTION-HEADER.
           MOVE 8 TO WS-WANTED-RC.
           PERFORM 500-PRINT-SECTION-HEADER.
           MOVE 0 TO WS-WANTED-RC.
           PERFORM 100-LIST-RUNS-FOR-RC.
           MOVE "*** RESTARTS AND SKIPPED STEPS ***"
               TO WS-SECTION-LINE.
           PERFORM 500-PRINT-SECTION-HEADER.
           PERFORM 300-LIST-RESTART-EVENTS.
           PERFORM 600-PRINT-SUMMARY-COUNTS.
           PERFORM 700-PRINT-TREND-SECTION.
           CLOSE SUMMARY-REPORT-OUT.
                   NOT AT END
                       IF RL-START-DATE = WS-REPORT-DATE
                           AND RL-RETURN-CODE = WS-WANTED-RC
                           AND NOT RL-SKIPPED-STEP
                           PERFORM 200-PRINT-RUN-LINE
                       END-IF
               END-READ.
               MOVE RL-WRITTEN-COUNT TO WS-D-WRITTEN.
               MOVE RL-REJECTED-COUNT TO WS-D-REJECTED.
               MOVE RL-RETURN-CODE TO WS-D-RC.
               PERFORM 210-TAG-THE-EVENT.
               DISPLAY WS-DETAIL-LINE.
               WRITE SUMMARY-LINE-OUT FROM WS-DETAIL-LINE.

           210-TAG-THE-EVENT.
               EVALUATE TRUE
                   WHEN RL-RESTARTED-RUN
                       MOVE "RESTARTED" TO WS-D-EVENT
                   WHEN RL-SKIPPED-STEP
                       MOVE "SKIPPED" TO WS-D-EVENT
                   WHEN OTHER
                       MOVE SPACES TO WS-D-EVENT
               END-EVALUATE.

      *> One more pass for the restart records: the restarted
      *> driver run and every step it passed over.  Any of them
      *> means the night was recovered, not clean.
           300-LIST-RESTART-EVENTS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT RUN-LOG-FILE.
               PERFORM 310-READ-FOR-RESTART UNTIL WS-EOF = 'Y'.
               CLOSE RUN-LOG-FILE.

           310-READ-FOR-RESTART.
               READ RUN-LOG-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RL-START-DATE = WS-REPORT-DATE
                           AND (RL-RESTARTED-RUN OR RL-SKIPPED-STEP)
                           PERFORM 320-PRINT-RESTART-LINE
                       END-IF
               END-READ.

           320-PRINT-RESTART-LINE.
               IF RL-RESTARTED-RUN
                   ADD 1 TO WS-RESTART-COUNT
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF.
               MOVE RL-PROGRAM-ID TO WS-D-PROGRAM.
               MOVE RL-START-TIME TO WS-D-START-TIME.
               MOVE RL-READ-COUNT TO WS-D-READ.
               MOVE RL-WRITTEN-COUNT TO WS-D-WRITTEN.
               MOVE RL-REJECTED-COUNT TO WS-D-REJECTED.
               MOVE RL-RETURN-CODE TO WS-D-RC.
               PERFORM 210-TAG-THE-EVENT.
               DISPLAY WS-DETAIL-LINE.
               WRITE SUMMARY-LINE-OUT FROM WS-DETAIL-LINE.

               MOVE WS-CLEAN-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE SUMMARY-LINE-OUT FROM WS-COUNT-LINE.
               MOVE "RESTARTS:       " TO WS-C-CAPTION.
               MOVE WS-RESTART-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE SUMMARY-LINE-OUT FROM WS-COUNT-LINE.
               MOVE "STEPS SKIPPED:  " TO WS-C-CAPTION.
               MOVE WS-SKIPPED-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE SUMMARY-LINE-OUT FROM WS-COUNT-LINE.
               IF WS-RESTART-COUNT > 0 OR WS-SKIPPED-COUNT > 0
                   MOVE "NIGHT WAS RESTARTED -- NOT CLEAN"
                       TO WS-SECTION-LINE
                   PERFORM 500-PRINT-SECTION-HEADER
               END-IF.

      *> The trend section: one more pass loads every logged run,
      *> then each of the report date's runs is held against that
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-TREND-COUNT < 2000
                           AND NOT RL-SKIPPED-STEP
                           ADD 1 TO WS-TREND-COUNT
                           MOVE RL-PROGRAM-ID
                               TO WS-TR-PROGRAM(WS-TREND-COUNT)
