      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 09-22-2026
      * Purpose: the run-log writer for the nightly driver's restart
      * mode.  Appends the same standard record RUN_LOG writes to
      * the shop-wide RUN-LOG file, with the run-event byte on the
      * end set from the caller: R for the restarted chain, S for a
      * step passed over on the restart -- so the morning summary
      * shows the night as restarted rather than clean.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN_LOG_EVENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL RUN-LOG-FILE
           ASSIGN TO '..\RUN-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-LOG-FILE.
       01 RUN-LOG-LINE.
           05 RL-PROGRAM-ID       PIC X(30).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RL-START-DATE       PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RL-START-TIME       PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RL-END-DATE         PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RL-END-TIME         PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RL-READ-COUNT       PIC 9(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RL-WRITTEN-COUNT    PIC 9(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RL-REJECTED-COUNT   PIC 9(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RL-RETURN-CODE      PIC 9(1).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RL-ELAPSED-SECONDS  PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RL-RUN-EVENT        PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-END-DATE PIC 9(8).
       01 WS-END-TIME PIC 9(8).
       01 WS-END-TIME-R REDEFINES WS-END-TIME.
           05 WS-END-HH PIC 9(2).
           05 WS-END-MM PIC 9(2).
           05 WS-END-SS PIC 9(2).
           05 FILLER    PIC 9(2).
       01 WS-START-TIME-R PIC 9(8).
       01 WS-START-TIME-X REDEFINES WS-START-TIME-R.
           05 WS-START-HH PIC 9(2).
           05 WS-START-MM PIC 9(2).
           05 WS-START-SS PIC 9(2).
           05 FILLER      PIC 9(2).
       01 WS-ELAPSED-SECONDS PIC S9(7).

       LINKAGE SECTION.
       01 LS-RUN-EVENT-AREA.
           05 LS-PROGRAM-ID       PIC X(30).
           05 LS-START-DATE       PIC 9(8).
           05 LS-START-TIME       PIC 9(8).
           05 LS-READ-COUNT       PIC 9(7).
           05 LS-WRITTEN-COUNT    PIC 9(7).
           05 LS-REJECTED-COUNT   PIC 9(7).
           05 LS-RETURN-CODE      PIC 9(1).
      *> R = a restarted run, S = a step skipped on a restart.
           05 LS-RUN-EVENT        PIC X(1).

       PROCEDURE DIVISION USING LS-RUN-EVENT-AREA.
       MAIN-PROCEDURE.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-LINE.
           MOVE LS-PROGRAM-ID TO RL-PROGRAM-ID.
           MOVE LS-START-DATE TO RL-START-DATE.
           MOVE LS-START-TIME TO RL-START-TIME.
           MOVE WS-END-DATE TO RL-END-DATE.
           MOVE WS-END-TIME TO RL-END-TIME.
           MOVE LS-READ-COUNT TO RL-READ-COUNT.
           MOVE LS-WRITTEN-COUNT TO RL-WRITTEN-COUNT.
           MOVE LS-REJECTED-COUNT TO RL-REJECTED-COUNT.
           MOVE LS-RETURN-CODE TO RL-RETURN-CODE.
           PERFORM 100-COMPUTE-ELAPSED-SECONDS.
           MOVE WS-ELAPSED-SECONDS TO RL-ELAPSED-SECONDS.
           MOVE LS-RUN-EVENT TO RL-RUN-EVENT.
           WRITE RUN-LOG-LINE.
           CLOSE RUN-LOG-FILE.
       GOBACK.

      *> Same arithmetic as RUN_LOG: a negative difference means
      *> the run crossed midnight, which costs one day's worth.
           100-COMPUTE-ELAPSED-SECONDS.
               MOVE LS-START-TIME TO WS-START-TIME-R.
               COMPUTE WS-ELAPSED-SECONDS =
                   (WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS)
                   - (WS-START-HH * 3600 + WS-START-MM * 60
                       + WS-START-SS).
               IF WS-ELAPSED-SECONDS < 0
                   ADD 86400 TO WS-ELAPSED-SECONDS
               END-IF.

       END PROGRAM RUN_LOG_EVENT.
