      * enforces, and carries the optional leave type/hours
      * columns; at close the TRL trailer's record count and hours
      * hash are computed from what was actually written.
      * Modification history:
      *   05-12-2026 NH - any number of earnings lines (statutory
      *     holiday worked, shift premium, call-in) can follow a
      *     timesheet, each code checked against EARNINGS-CODES.TXT,
      *     written to PAY-EARNINGS.TXT under its own TRL count/hours
      *     trailer
      *   04-21-2026 NH - master record layout picks up the mailing
      *     address
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PAY-FILE-OUT
           ASSIGN TO '..\PAY-FILE-IN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EARNINGS-CODES-FILE
           ASSIGN TO '..\EARNINGS-CODES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-EARNINGS-OUT
           ASSIGN TO '..\PAY-EARNINGS.TXT'
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

       FD PAY-FILE-OUT.
       01 PAY-RECORD-OUT.
           05 TRL-HOURS-HASH      PIC 9(7).
           05 FILLER              PIC X(22).

      *> Only the code and description are needed here; the
      *> payroll batch does the pricing.
       FD EARNINGS-CODES-FILE.
       01 EARNINGS-CODE-RECORD.
           05 ECD-CODE            PIC X(3).
           05 FILLER              PIC X(1).
           05 ECD-DESCRIPTION     PIC X(20).
           05 FILLER              PIC X(48).

       FD PAY-EARNINGS-OUT.
       01 PAY-EARNINGS-RECORD.
           05 PEL-EMP-NUMBER      PIC 9(5).
           05 FILLER              PIC X(1).
           05 PEL-PAY-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 PEL-CODE            PIC X(3).
           05 FILLER              PIC X(1).
           05 PEL-HOURS           PIC 9(2).
       01 PAY-EARNINGS-TRAILER.
           05 ETL-MARKER          PIC X(3).
           05 FILLER              PIC X(2).
           05 ETL-RECORD-COUNT    PIC 9(7).
           05 FILLER              PIC X(1).
           05 ETL-HOURS-HASH      PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-DONE-FLAG PIC X(1) VALUE 'N'.
       01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-HOURS-HASH PIC 9(7) VALUE 0.

       01 WS-EARN-CODE-TABLE.
           05 WS-ED-ENTRY OCCURS 100 TIMES.
               10 WS-ED-CODE      PIC X(3).
               10 WS-ED-DESCRIPTION PIC X(20).
       01 WS-ED-COUNT PIC 9(3) VALUE 0.
       01 WS-ED-SUB PIC 9(3).
       01 WS-ED-HIT-SUB PIC 9(3).
       01 WS-ED-EOF PIC X(1) VALUE 'N'.
       01 WS-EARN-CODE PIC X(3).
       01 WS-EARN-HOURS-X PIC X(2).
       01 WS-EARN-HOURS-9 REDEFINES WS-EARN-HOURS-X PIC 9(2).
       01 WS-EARN-DESCRIPTION PIC X(20).
       01 WS-MORE-EARNINGS PIC X(1).
       01 WS-EARN-COUNT PIC 9(7) VALUE 0.
       01 WS-EARN-HASH PIC 9(7) VALUE 0.

       SCREEN SECTION.
       01  TIMESHEET-SCREEN.
           05 VALUE "TIMESHEET ENTRY" BLANK SCREEN LINE 1 COL 30.
           05 VALUE "PRESS ENTER TO CONTINUE" LINE 17 COL 10.
           05 LINE 18 COL 10 TO HOLD.

       01  EARNINGS-LINE-SCREEN.
           05 VALUE "EARNINGS LINE" BLANK SCREEN LINE 1 COL 30.
           05 VALUE "EMPLOYEE" LINE 3 COL 10.
           05 EL-NAME-OUT LINE 3 COL 20
                   PIC X(20) FROM EMP-NAME.
           05 VALUE "EARNINGS CODE" LINE 5 COL 10.
           05 EL-CODE-IN LINE 5 COL 30
                   PIC X(3) TO WS-EARN-CODE.
           05 VALUE "HOURS" LINE 7 COL 10.
           05 EL-HOURS-IN LINE 7 COL 30
                   PIC X(2) TO WS-EARN-HOURS-X.

       01  EARNINGS-ECHO-SCREEN.
           05 VALUE "CODE" LINE 9 COL 10.
           05 EL-DESCRIPTION-OUT LINE 9 COL 20
                   PIC X(20) FROM WS-EARN-DESCRIPTION.
           05 VALUE "PRESS ENTER TO CONTINUE" LINE 11 COL 10.
           05 LINE 12 COL 10 TO HOLD.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-LOAD-EARNINGS-CODES.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           OPEN OUTPUT PAY-FILE-OUT.
           OPEN OUTPUT PAY-EARNINGS-OUT.
           PERFORM 100-ENTER-ONE-TIMESHEET
               UNTIL WS-DONE-FLAG = 'Y'.
           PERFORM 500-WRITE-THE-TRAILER.
           CLOSE PAY-FILE-OUT.
           CLOSE PAY-EARNINGS-OUT.
           CLOSE EMPLOYEE-MASTER-FILE.
           DISPLAY "TIMESHEETS WRITTEN: " WS-RECORD-COUNT
               " HOURS HASH: " WS-HOURS-HASH.
           DISPLAY "EARNINGS LINES WRITTEN: " WS-EARN-COUNT
               " HOURS HASH: " WS-EARN-HASH.
           STOP RUN.

           050-LOAD-EARNINGS-CODES.
               OPEN INPUT EARNINGS-CODES-FILE.
               PERFORM 060-READ-EARNINGS-CODE
                   UNTIL WS-ED-EOF = 'Y' OR WS-ED-COUNT = 100.
               CLOSE EARNINGS-CODES-FILE.

           060-READ-EARNINGS-CODE.
               READ EARNINGS-CODES-FILE
                   AT END MOVE 'Y' TO WS-ED-EOF
                   NOT AT END
                       ADD 1 TO WS-ED-COUNT
                       MOVE ECD-CODE TO WS-ED-CODE(WS-ED-COUNT)
                       MOVE ECD-DESCRIPTION
                           TO WS-ED-DESCRIPTION(WS-ED-COUNT)
               END-READ.

           100-ENTER-ONE-TIMESHEET.
               DISPLAY TIMESHEET-SCREEN.
               ACCEPT TIMESHEET-SCREEN.
                   PERFORM 300-WRITE-THE-RECORD
                   DISPLAY EMPLOYEE-ECHO-SCREEN
                   ACCEPT EMPLOYEE-ECHO-SCREEN
                   DISPLAY "ADD AN EARNINGS LINE (HOLIDAY, SHIFT, "
                       "CALL-IN)? (Y/N) "
                   ACCEPT WS-MORE-EARNINGS
                   PERFORM 400-ENTER-ONE-EARNINGS-LINE
                       UNTIL WS-MORE-EARNINGS NOT = 'Y' AND 'y'
               END-IF.
               DISPLAY "ANOTHER TIMESHEET? (Y/N) "
               ACCEPT WS-MORE.
               ADD 1 TO WS-RECORD-COUNT.
               ADD WS-HOURS-9 TO WS-HOURS-HASH.

      *> Any number of earnings lines may follow a timesheet; each
      *> is tied to it by employee number and pay date, and the
      *> code must be on the earnings-code table.
           400-ENTER-ONE-EARNINGS-LINE.
               DISPLAY EARNINGS-LINE-SCREEN.
               ACCEPT EARNINGS-LINE-SCREEN.
               PERFORM 410-FIND-EARNINGS-CODE.
               EVALUATE TRUE
                   WHEN WS-ED-HIT-SUB = 0
                       DISPLAY "EARNINGS CODE NOT ON THE TABLE: "
                           WS-EARN-CODE
                   WHEN WS-EARN-HOURS-X IS NOT NUMERIC
                       DISPLAY "HOURS MUST BE NUMERIC"
                   WHEN WS-EARN-HOURS-9 = 0
                       DISPLAY "HOURS MUST BE MORE THAN ZERO"
                   WHEN OTHER
                       PERFORM 420-WRITE-EARNINGS-LINE
                       MOVE WS-ED-DESCRIPTION(WS-ED-HIT-SUB)
                           TO WS-EARN-DESCRIPTION
                       DISPLAY EARNINGS-ECHO-SCREEN
                       ACCEPT EARNINGS-ECHO-SCREEN
               END-EVALUATE.
               DISPLAY "ANOTHER EARNINGS LINE? (Y/N) "
               ACCEPT WS-MORE-EARNINGS.

           410-FIND-EARNINGS-CODE.
               MOVE 0 TO WS-ED-HIT-SUB.
               PERFORM 415-SCAN-EARNINGS-CODE
                   VARYING WS-ED-SUB FROM 1 BY 1
                   UNTIL WS-ED-SUB > WS-ED-COUNT
                       OR WS-ED-HIT-SUB > 0.

           415-SCAN-EARNINGS-CODE.
               IF WS-ED-CODE(WS-ED-SUB) = WS-EARN-CODE
                   MOVE WS-ED-SUB TO WS-ED-HIT-SUB
               END-IF.

           420-WRITE-EARNINGS-LINE.
               MOVE SPACES TO PAY-EARNINGS-RECORD.
               MOVE WS-EMP-NUMBER TO PEL-EMP-NUMBER.
               MOVE WS-PAY-DATE-X TO PEL-PAY-DATE.
               MOVE WS-EARN-CODE TO PEL-CODE.
               MOVE WS-EARN-HOURS-9 TO PEL-HOURS.
               WRITE PAY-EARNINGS-RECORD.
               ADD 1 TO WS-EARN-COUNT.
               ADD WS-EARN-HOURS-9 TO WS-EARN-HASH.

      *> The trailer the batch balances to, computed from what was
      *> written -- the calculator retires.  The earnings file
      *> gets one of its own.
           500-WRITE-THE-TRAILER.
               MOVE SPACES TO PAY-TRAILER-OUT.
               MOVE "TRL" TO TRL-MARKER-OUT.
               MOVE WS-RECORD-COUNT TO TRL-RECORD-COUNT.
               MOVE WS-HOURS-HASH TO TRL-HOURS-HASH.
               WRITE PAY-TRAILER-OUT.
               MOVE SPACES TO PAY-EARNINGS-TRAILER.
               MOVE "TRL" TO ETL-MARKER.
               MOVE WS-EARN-COUNT TO ETL-RECORD-COUNT.
               MOVE WS-EARN-HASH TO ETL-HOURS-HASH.
               WRITE PAY-EARNINGS-TRAILER.

       END PROGRAM TIMESHEET_ENTRY_PROGRAM.
