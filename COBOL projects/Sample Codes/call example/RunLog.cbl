      * report the night's outcomes without grepping console
      * captures.
      * Modification history:
      *   09-22-2026 NH - the record ends in a run-event byte, blank on
      *     the ordinary runs logged here; RUN_LOG_EVENT writes the
      *     restart and skip records
      *   09-02-2025 NH - the record carries the run's elapsed
      *     seconds now, computed here from the caller's start
      *     stamp and the end stamp (midnight crossings handled),
           05 RL-RETURN-CODE      PIC 9(1).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RL-ELAPSED-SECONDS  PIC 9(6).
      *> Blank from here; RUN_LOG_EVENT marks R for a restarted run
      *> and S for a step skipped on a restart.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RL-RUN-EVENT        PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-END-DATE PIC 9(8).
