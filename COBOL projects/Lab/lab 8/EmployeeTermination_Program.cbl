      * balances, and appends the before/after image to the
      * employee journal.
      * Modification history:
      *   04-21-2026 NH - master record layout picks up the mailing
      *     address; the journal images widen to match
      *   02-03-2026 NH - a termination ends every active tuition waiver
      *     on the employee's number in TUITION-WAIVERS.TXT, dated the
      *     termination date
      *   10-07-2025 NH - the termination claims the
      *     EMPLOYEE-MASTER resource through the shop-wide
      *     RESOURCE_LOCK around its keyed rewrite, like the
           SELECT OPTIONAL EMPLOYEE-JOURNAL-FILE
           ASSIGN TO '..\EMPLOYEE-JOURNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WAIVER-FILE
           ASSIGN TO '..\TUITION-WAIVERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               88 EMP-TERMINATED      VALUE 'T'.
           05 EMP-TERM-DATE       PIC 9(8).
           05 EMP-DEPARTMENT      PIC X(4).
           05 EMP-ADDRESS.
               10 EMP-STREET-ADDRESS PIC X(25).
               10 EMP-CITY-NAME      PIC X(15).
               10 EMP-PROVINCE       PIC X(15).
               10 EMP-POSTAL-CODE    PIC X(7).

       FD PAY-RATES-FILE.
       01 PAY-RATE-RECORD-IN.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 EJL-ACTION-OUT      PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 EJL-BEFORE-IMAGE    PIC X(134).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 EJL-AFTER-IMAGE     PIC X(134).

       FD WAIVER-FILE.
       01 WAIVER-RECORD.
           05 WVR-EMPLOYEE-NUMBER PIC 9(5).
           05 FILLER              PIC X(1).
           05 WVR-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 WVR-RELATIONSHIP    PIC X(1).
           05 FILLER              PIC X(1).
           05 WVR-PERCENT         PIC 9(3).
           05 FILLER              PIC X(1).
           05 WVR-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 WVR-START-DATE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 WVR-END-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-DATE-EDIT PIC X(8).
       01 WS-TERM-NUMBER PIC 9(5).
       01 WS-TERM-DATE PIC 9(8).
       01 WS-BEFORE-IMAGE PIC X(134).

       01 WS-RATE-TABLE.
           05 WS-RT-ENTRY OCCURS 500 TIMES.
       01 WS-VAC-HOURS PIC 9(4)V99 VALUE 0.
       01 WS-PAYOUT PIC 9(7)V99 VALUE 0.

       01 WS-WAIVER-EOF PIC X(1) VALUE 'N'.
       01 WS-WAIVER-TABLE.
           05 WS-WV-IMAGE OCCURS 2000 TIMES PIC X(39).
       01 WS-WAIVER-COUNT PIC 9(4) VALUE 0.
       01 WS-WV-SUB PIC 9(4).
       01 WS-WAIVERS-ENDED PIC 9(4) VALUE 0.

       01 WS-FINAL-PAY-DETAIL.
           05 FILLER              PIC X(9)
               VALUE "EMPLOYEE ".
               UNTIL WS-DATE-EDIT IS NUMERIC.
           PERFORM 200-LOAD-PAY-RATES.
           PERFORM 210-LOAD-LEAVE-BALANCES.
           PERFORM 220-LOAD-TUITION-WAIVERS.
      *> The waiver file is rewritten whole from the table, so a
      *> file past the ceiling stops the run before anything moves.
           IF WS-WAIVER-EOF NOT = 'Y'
               DISPLAY "TUITION-WAIVERS.TXT EXCEEDS THE 2000-LINE "
                   "TABLE -- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 300-STAMP-THE-TERMINATION.
           STOP RUN.

                       MOVE LVB-SICK-F TO WS-BL-SICK(WS-BAL-COUNT)
               END-READ.

           220-LOAD-TUITION-WAIVERS.
               OPEN INPUT WAIVER-FILE.
               PERFORM 221-READ-ONE-WAIVER
                   UNTIL WS-WAIVER-EOF = 'Y'
                       OR WS-WAIVER-COUNT = 2000.
               CLOSE WAIVER-FILE.

           221-READ-ONE-WAIVER.
               READ WAIVER-FILE
                   AT END MOVE 'Y' TO WS-WAIVER-EOF
                   NOT AT END
                       ADD 1 TO WS-WAIVER-COUNT
                       MOVE WAIVER-RECORD
                           TO WS-WV-IMAGE(WS-WAIVER-COUNT)
               END-READ.

           300-STAMP-THE-TERMINATION.
               MOVE 'A' TO WS-RLK-ACTION.
               MOVE "EMPLOYEE-MASTER" TO WS-RLK-RESOURCE.
                       NOT INVALID KEY
                           PERFORM 400-PAY-OUT-THE-LEAVE
                           PERFORM 500-APPEND-JOURNAL
                           PERFORM 600-END-TUITION-WAIVERS
                           DISPLAY "Employee terminated and final "
                               "pay registered."
                   END-REWRITE
               WRITE EMPLOYEE-JOURNAL-LINE.
               CLOSE EMPLOYEE-JOURNAL-FILE.

      *> Tuition waiver eligibility ends with the employment: every
      *> active waiver on the employee's number, theirs or a
      *> dependant's, is ended as of the termination date, so the
      *> next tuition assessment bills the student in full.
           600-END-TUITION-WAIVERS.
               PERFORM 610-END-ONE-WAIVER
                   VARYING WS-WV-SUB FROM 1 BY 1
                   UNTIL WS-WV-SUB > WS-WAIVER-COUNT.
               IF WS-WAIVERS-ENDED > 0
                   OPEN OUTPUT WAIVER-FILE
                   PERFORM 620-WRITE-ONE-WAIVER
                       VARYING WS-WV-SUB FROM 1 BY 1
                       UNTIL WS-WV-SUB > WS-WAIVER-COUNT
                   CLOSE WAIVER-FILE
                   DISPLAY "Tuition waivers ended: " WS-WAIVERS-ENDED
               END-IF.

           610-END-ONE-WAIVER.
               MOVE WS-WV-IMAGE(WS-WV-SUB) TO WAIVER-RECORD.
               IF WVR-EMPLOYEE-NUMBER = WS-TERM-NUMBER
                   AND WVR-STATUS = 'A'
                   MOVE 'E' TO WVR-STATUS
                   MOVE WS-TERM-DATE TO WVR-END-DATE
                   MOVE WAIVER-RECORD TO WS-WV-IMAGE(WS-WV-SUB)
                   ADD 1 TO WS-WAIVERS-ENDED
               END-IF.

           620-WRITE-ONE-WAIVER.
               MOVE WS-WV-IMAGE(WS-WV-SUB) TO WAIVER-RECORD.
               WRITE WAIVER-RECORD.

       END PROGRAM EMPLOYEE_TERMINATION_PROGRAM.
