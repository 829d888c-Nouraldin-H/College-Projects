      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 09-01-2026
      * Purpose: parking and traffic tickets against registered
      * vehicles, off the separate list and onto a file the
      * renewal run can see.  VEHICLE-VIOLATIONS.TXT carries one
      * line per ticket keyed by vehicle: ticket number, date,
      * offence, fine, late penalty and paid status.  Issue mode
      * records a ticket against a vehicle proved on
      * VEHICLE-MASTER.IDX; payment mode clears one ticket; the
      * late-penalty run adds the penalty once to every unpaid
      * ticket past its due date; the fines report lists what is
      * outstanding by owner for enforcement.  VIOLATION_CHECK
      * reads the same file for VEHICLE_RENEWAL_PROGRAM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHICLE_VIOLATION_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE
           ASSIGN TO '..\VEHICLE-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY VM-KEY
           FILE STATUS WS-VM-STATUS.
           SELECT OPTIONAL VIOLATION-FILE
           ASSIGN TO '..\VEHICLE-VIOLATIONS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINES-REPORT-OUT
           ASSIGN TO '..\OUTSTANDING-FINES-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINES-SORT-FILE
           ASSIGN TO '..\FINES-SORT-WORK.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD VEHICLE-MASTER-FILE.
       01 VEHICLE-MASTER-RECORD.
           05 VM-KEY.
               10 VM-CAR-TYPE        PIC X(5).
               10 VM-CAR-YEAR        PIC 9(4).
           05 VM-ENGINE-SIZE         PIC 9(1).
           05 VM-MODEL               PIC X(15).
           05 VM-ENGINE              PIC X(25).
           05 VM-TOWING-CAPACITY     PIC 9(8).
           05 VM-OWNER-NAME          PIC X(30).
           05 VM-EXPIRY-DATE         PIC 9(8).

      *> Status U unpaid, P paid.  The penalty is added once, by
      *> the late-penalty run or at payment, whichever comes first.
       FD VIOLATION-FILE.
       01 VIOLATION-RECORD.
           05 VIO-CAR-TYPE        PIC X(5).
           05 FILLER              PIC X(1).
           05 VIO-CAR-YEAR        PIC 9(4).
           05 FILLER              PIC X(1).
           05 VIO-TICKET          PIC X(10).
           05 FILLER              PIC X(1).
           05 VIO-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 VIO-OFFENCE         PIC X(20).
           05 FILLER              PIC X(1).
           05 VIO-FINE            PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 VIO-PENALTY         PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 VIO-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 VIO-PAID-DATE       PIC 9(8).
           05 FILLER              PIC X(1).
           05 VIO-AMOUNT-PAID     PIC 9(5)V99.

       FD FINES-REPORT-OUT.
       01 REPORT-LINE-OUT         PIC X(120).

       SD FINES-SORT-FILE.
       01 SORT-RECORD.
           05 SORT-OWNER          PIC X(30).
           05 SORT-CAR-TYPE       PIC X(5).
           05 SORT-CAR-YEAR       PIC 9(4).
           05 SORT-DATE           PIC 9(8).
           05 SORT-TICKET         PIC X(10).
           05 SORT-OFFENCE        PIC X(20).
           05 SORT-FINE           PIC 9(5)V99.
           05 SORT-PENALTY        PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 WS-VM-STATUS PIC X(2).
       01 WS-VIO-EOF PIC X(1) VALUE 'N'.
       01 WS-SORT-EOF PIC X(1) VALUE 'N'.
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-AS-OF-DATE PIC 9(8).
       01 WS-AS-OF-DAYS PIC 9(7).
       01 WS-DAYS-OVERDUE PIC S9(7).
       01 WS-DUE-DAYS PIC 9(3) VALUE 30.
       01 WS-PENALTY-PERCENT PIC 9(3) VALUE 25.
       01 WS-TYPE-EDIT PIC X(5).
       01 WS-YEAR-EDIT PIC X(4).
       01 WS-TICKET PIC X(10).
       01 WS-OFFENCE PIC X(20).
       01 WS-DATE-EDIT PIC X(8).
       01 WS-DATE-9 REDEFINES WS-DATE-EDIT PIC 9(8).
       01 WS-AMOUNT-EDIT PIC X(7).
       01 WS-AMOUNT-9 REDEFINES WS-AMOUNT-EDIT PIC 9(5)V99.
       01 WS-FINE PIC 9(5)V99.
       01 WS-OWED PIC 9(5)V99.
       01 WS-OVERPAID PIC 9(5)V99.
       01 WS-OWED-EDIT PIC ZZ,ZZ9.99.

       01 WS-VIOLATION-TABLE.
           05 WS-VT-IMAGE OCCURS 3000 TIMES PIC X(86).
       01 WS-VIOLATION-COUNT PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(4).
       01 WS-FOUND-SUB PIC 9(4).
       01 WS-PENALIZED-COUNT PIC 9(4) VALUE 0.
       01 WS-PENALTY-TOTAL PIC 9(7)V99 VALUE 0.

       01 WS-PREV-OWNER PIC X(30).
       01 WS-OWNER-TICKETS PIC 9(4) VALUE 0.
       01 WS-OWNER-OWED PIC 9(7)V99 VALUE 0.
       01 WS-OWNER-COUNT PIC 9(4) VALUE 0.
       01 WS-TOTAL-TICKETS PIC 9(5) VALUE 0.
       01 WS-TOTAL-OWED PIC 9(8)V99 VALUE 0.

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

       01 WS-HEAD-1.
           05 FILLER              PIC X(33)
               VALUE "OUTSTANDING FINES BY OWNER AS OF ".
           05 WS-H1-DATE          PIC 9(8).
       01 WS-HEAD-2.
           05 FILLER              PIC X(31) VALUE "OWNER".
           05 FILLER              PIC X(11) VALUE "VEHICLE".
           05 FILLER              PIC X(11) VALUE "TICKET".
           05 FILLER              PIC X(9) VALUE "DATE".
           05 FILLER              PIC X(21) VALUE "OFFENCE".
           05 FILLER              PIC X(10) VALUE "     FINE".
           05 FILLER              PIC X(10) VALUE "  PENALTY".
           05 FILLER              PIC X(10) VALUE "      OWED".
       01 WS-DETAIL-LINE.
           05 WS-D-OWNER          PIC X(30).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-CAR-TYPE       PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-CAR-YEAR       PIC 9(4).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-TICKET         PIC X(10).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-DATE           PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-OFFENCE        PIC X(20).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-FINE           PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-PENALTY        PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-OWED           PIC ZZ,ZZ9.99.
       01 WS-OWNER-LINE.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE "TOTAL FOR OWNER ".
           05 WS-O-OWNER          PIC X(30).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-TICKETS        PIC ZZZ9.
           05 FILLER              PIC X(9) VALUE " TICKETS ".
           05 FILLER              PIC X(30) VALUE SPACES.
           05 WS-O-OWED           PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           05 FILLER              PIC X(26)
               VALUE "TOTAL OUTSTANDING, OWNERS ".
           05 WS-T-OWNERS         PIC ZZZ9.
           05 FILLER              PIC X(10) VALUE "  TICKETS ".
           05 WS-T-TICKETS        PIC ZZZZ9.
           05 FILLER              PIC X(54) VALUE SPACES.
           05 WS-T-OWED           PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Issue a ticket, pay a ticket, run late penalties, "
               "or print the fines report? (I/P/L/R) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'P' OR 'p'
                   PERFORM 300-PAY-ONE-TICKET
               WHEN WS-MODE = 'L' OR 'l'
                   PERFORM 400-ASSESS-LATE-PENALTIES
               WHEN WS-MODE = 'R' OR 'r'
                   PERFORM 500-PRINT-FINES-REPORT
               WHEN OTHER
                   PERFORM 200-ISSUE-ONE-TICKET
           END-EVALUATE.
           STOP RUN.

      *> Payment and the penalty run rewrite the whole file from
      *> the table, so a file past the ceiling stops the run
      *> before anything is changed.
           100-LOAD-VIOLATION-TABLE.
               OPEN INPUT VIOLATION-FILE.
               PERFORM 110-READ-ONE-TICKET
                   UNTIL WS-VIO-EOF = 'Y'
                       OR WS-VIOLATION-COUNT = 3000.
               CLOSE VIOLATION-FILE.
               IF WS-VIO-EOF NOT = 'Y'
                   DISPLAY "VEHICLE-VIOLATIONS.TXT EXCEEDS THE "
                       "3000-LINE TABLE -- RUN NOT STARTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           110-READ-ONE-TICKET.
               READ VIOLATION-FILE
                   AT END MOVE 'Y' TO WS-VIO-EOF
                   NOT AT END
                       ADD 1 TO WS-VIOLATION-COUNT
                       MOVE VIOLATION-RECORD
                           TO WS-VT-IMAGE(WS-VIOLATION-COUNT)
               END-READ.

           120-FIND-TICKET.
               MOVE 0 TO WS-FOUND-SUB.
               PERFORM 130-SCAN-ONE-TICKET
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-VIOLATION-COUNT
                       OR WS-FOUND-SUB > 0.

           130-SCAN-ONE-TICKET.
               MOVE WS-VT-IMAGE(WS-SUB) TO VIOLATION-RECORD.
               IF VIO-TICKET = WS-TICKET
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF.

           140-REWRITE-VIOLATION-FILE.
               OPEN OUTPUT VIOLATION-FILE.
               PERFORM 150-WRITE-ONE-TICKET
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-VIOLATION-COUNT.
               CLOSE VIOLATION-FILE.

           150-WRITE-ONE-TICKET.
               MOVE WS-VT-IMAGE(WS-SUB) TO VIOLATION-RECORD.
               WRITE VIOLATION-RECORD.

           200-ISSUE-ONE-TICKET.
               PERFORM 210-ACCEPT-VEHICLE-KEY.
               OPEN INPUT VEHICLE-MASTER-FILE.
               MOVE WS-TYPE-EDIT TO VM-CAR-TYPE.
               MOVE WS-YEAR-EDIT TO VM-CAR-YEAR.
               READ VEHICLE-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Vehicle not on the master -- ticket "
                           "not recorded."
                       MOVE 8 TO RETURN-CODE
                       CLOSE VEHICLE-MASTER-FILE
                       STOP RUN
               END-READ.
               CLOSE VEHICLE-MASTER-FILE.
               DISPLAY "Ticket number: "
               ACCEPT WS-TICKET.
               PERFORM 100-LOAD-VIOLATION-TABLE.
               PERFORM 120-FIND-TICKET.
               IF WS-FOUND-SUB > 0
                   DISPLAY "Ticket " WS-TICKET " is already on file "
                       "-- not recorded again."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'N' TO WS-DATE-EDIT.
               PERFORM 230-ACCEPT-TICKET-DATE
                   UNTIL WS-DATE-EDIT IS NUMERIC.
               DISPLAY "Offence: "
               ACCEPT WS-OFFENCE.
               MOVE 'N' TO WS-AMOUNT-EDIT.
               PERFORM 240-ACCEPT-AMOUNT
                   UNTIL WS-AMOUNT-EDIT IS NUMERIC.
               MOVE WS-AMOUNT-9 TO WS-FINE.
               OPEN EXTEND VIOLATION-FILE.
               MOVE SPACES TO VIOLATION-RECORD.
               MOVE WS-TYPE-EDIT TO VIO-CAR-TYPE.
               MOVE WS-YEAR-EDIT TO VIO-CAR-YEAR.
               MOVE WS-TICKET TO VIO-TICKET.
               MOVE WS-DATE-9 TO VIO-DATE.
               MOVE WS-OFFENCE TO VIO-OFFENCE.
               MOVE WS-FINE TO VIO-FINE.
               MOVE 0 TO VIO-PENALTY.
               MOVE 'U' TO VIO-STATUS.
               MOVE 0 TO VIO-PAID-DATE.
               MOVE 0 TO VIO-AMOUNT-PAID.
               WRITE VIOLATION-RECORD.
               CLOSE VIOLATION-FILE.
               DISPLAY "Ticket " WS-TICKET " recorded against "
                   WS-TYPE-EDIT " " WS-YEAR-EDIT.

           210-ACCEPT-VEHICLE-KEY.
               DISPLAY "Vehicle type (5 characters): "
               ACCEPT WS-TYPE-EDIT.
               MOVE 'N' TO WS-YEAR-EDIT.
               PERFORM 211-ACCEPT-VEHICLE-YEAR
                   UNTIL WS-YEAR-EDIT IS NUMERIC.

           211-ACCEPT-VEHICLE-YEAR.
               DISPLAY "Vehicle model year (YYYY): "
               ACCEPT WS-YEAR-EDIT
               IF WS-YEAR-EDIT IS NOT NUMERIC
                   DISPLAY "Year must be numeric, try again."
               END-IF.

           230-ACCEPT-TICKET-DATE.
               DISPLAY "Date (YYYYMMDD): "
               ACCEPT WS-DATE-EDIT
               IF WS-DATE-EDIT IS NOT NUMERIC
                   DISPLAY "Date must be numeric, try again."
               END-IF.

           240-ACCEPT-AMOUNT.
               DISPLAY "Amount in cents, 7 digits (0002500 = $25): "
               ACCEPT WS-AMOUNT-EDIT
               IF WS-AMOUNT-EDIT IS NOT NUMERIC
                   DISPLAY "Amount must be numeric, try again."
               END-IF.

      *> A ticket paid after its due date owes the penalty even if
      *> the penalty run has not yet reached it.
           300-PAY-ONE-TICKET.
               DISPLAY "Ticket number: "
               ACCEPT WS-TICKET.
               PERFORM 100-LOAD-VIOLATION-TABLE.
               PERFORM 120-FIND-TICKET.
               IF WS-FOUND-SUB = 0
                   DISPLAY "Ticket " WS-TICKET " is not on file."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF VIO-STATUS NOT = 'U'
                   DISPLAY "Ticket " WS-TICKET " was paid on "
                       VIO-PAID-DATE "."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'N' TO WS-DATE-EDIT.
               PERFORM 230-ACCEPT-TICKET-DATE
                   UNTIL WS-DATE-EDIT IS NUMERIC.
               MOVE WS-DATE-9 TO WS-AS-OF-DATE.
               PERFORM 310-SET-AS-OF-DAYS.
               MOVE WS-FOUND-SUB TO WS-SUB.
               PERFORM 410-PENALIZE-ONE-TICKET.
               COMPUTE WS-OWED = VIO-FINE + VIO-PENALTY.
               MOVE WS-OWED TO WS-OWED-EDIT.
               DISPLAY "Amount owed on " WS-TICKET ": $" WS-OWED-EDIT.
               MOVE 'N' TO WS-AMOUNT-EDIT.
               PERFORM 240-ACCEPT-AMOUNT
                   UNTIL WS-AMOUNT-EDIT IS NUMERIC.
               IF WS-AMOUNT-9 < WS-OWED
                   DISPLAY "Payment is short of the amount owed -- "
                       "ticket not cleared."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'P' TO VIO-STATUS.
               MOVE WS-DATE-9 TO VIO-PAID-DATE.
               MOVE WS-AMOUNT-9 TO VIO-AMOUNT-PAID.
               MOVE VIOLATION-RECORD TO WS-VT-IMAGE(WS-FOUND-SUB).
               PERFORM 140-REWRITE-VIOLATION-FILE.
               DISPLAY "Ticket " WS-TICKET " paid.".
               IF WS-AMOUNT-9 > WS-OWED
                   COMPUTE WS-OVERPAID = WS-AMOUNT-9 - WS-OWED
                   MOVE WS-OVERPAID TO WS-OWED-EDIT
                   DISPLAY "Overpaid by $" WS-OWED-EDIT
                       " -- refund due."
                   MOVE 4 TO RETURN-CODE
               END-IF.

           310-SET-AS-OF-DAYS.
               MOVE WS-AS-OF-DATE TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               MOVE WS-DN-DAYS TO WS-AS-OF-DAYS.

           400-ASSESS-LATE-PENALTIES.
               PERFORM 100-LOAD-VIOLATION-TABLE.
               MOVE WS-TODAY TO WS-AS-OF-DATE.
               PERFORM 310-SET-AS-OF-DAYS.
               PERFORM 405-CHECK-ONE-TICKET
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-VIOLATION-COUNT.
               IF WS-PENALIZED-COUNT > 0
                   PERFORM 140-REWRITE-VIOLATION-FILE
               END-IF.
               MOVE WS-PENALTY-TOTAL TO WS-OWED-EDIT.
               DISPLAY "TICKETS PENALIZED: " WS-PENALIZED-COUNT.
               DISPLAY "PENALTIES ADDED:   $" WS-OWED-EDIT.

           405-CHECK-ONE-TICKET.
               MOVE WS-VT-IMAGE(WS-SUB) TO VIOLATION-RECORD.
               PERFORM 410-PENALIZE-ONE-TICKET.

      *> Due the set number of days after the ticket date; past
      *> that an unpaid ticket takes the penalty, once.
           410-PENALIZE-ONE-TICKET.
               IF VIO-STATUS = 'U' AND VIO-PENALTY = 0
                   MOVE VIO-DATE TO WS-DN-DATE
                   PERFORM 800-COMPUTE-DAY-NUMBER
                   COMPUTE WS-DAYS-OVERDUE =
                       WS-AS-OF-DAYS - WS-DN-DAYS - WS-DUE-DAYS
                   IF WS-DAYS-OVERDUE > 0
                       COMPUTE VIO-PENALTY ROUNDED =
                           VIO-FINE * WS-PENALTY-PERCENT / 100
                       MOVE VIOLATION-RECORD TO WS-VT-IMAGE(WS-SUB)
                       ADD 1 TO WS-PENALIZED-COUNT
                       ADD VIO-PENALTY TO WS-PENALTY-TOTAL
                       MOVE VIO-PENALTY TO WS-OWED-EDIT
                       DISPLAY "LATE PENALTY $" WS-OWED-EDIT
                           " ON TICKET " VIO-TICKET " " VIO-CAR-TYPE
                           " " VIO-CAR-YEAR
                   END-IF
               END-IF.

           500-PRINT-FINES-REPORT.
               SORT FINES-SORT-FILE
                   ON ASCENDING KEY SORT-OWNER
                   ON ASCENDING KEY SORT-CAR-TYPE
                   ON ASCENDING KEY SORT-CAR-YEAR
                   ON ASCENDING KEY SORT-DATE
                   INPUT PROCEDURE 600-RELEASE-UNPAID
                       THRU 699-RELEASE-EXIT
                   OUTPUT PROCEDURE 700-PRINT-BY-OWNER
                       THRU 799-PRINT-EXIT.
               IF WS-TOTAL-TICKETS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

      *> Input procedure: every unpaid ticket, tagged with the
      *> vehicle's owner off the master.
           600-RELEASE-UNPAID.
               OPEN INPUT VEHICLE-MASTER-FILE.
               OPEN INPUT VIOLATION-FILE.
               PERFORM 610-RELEASE-ONE-TICKET UNTIL WS-VIO-EOF = 'Y'.
               CLOSE VIOLATION-FILE.
               CLOSE VEHICLE-MASTER-FILE.
               GO TO 699-RELEASE-EXIT.

           610-RELEASE-ONE-TICKET.
               READ VIOLATION-FILE
                   AT END MOVE 'Y' TO WS-VIO-EOF
                   NOT AT END
                       IF VIO-STATUS = 'U'
                           PERFORM 620-RELEASE-WITH-OWNER
                       END-IF
               END-READ.

           620-RELEASE-WITH-OWNER.
               MOVE VIO-CAR-TYPE TO VM-CAR-TYPE.
               MOVE VIO-CAR-YEAR TO VM-CAR-YEAR.
               READ VEHICLE-MASTER-FILE
                   INVALID KEY
                       MOVE "** NOT ON VEHICLE MASTER **"
                           TO SORT-OWNER
                   NOT INVALID KEY
                       MOVE VM-OWNER-NAME TO SORT-OWNER
               END-READ.
               MOVE VIO-CAR-TYPE TO SORT-CAR-TYPE.
               MOVE VIO-CAR-YEAR TO SORT-CAR-YEAR.
               MOVE VIO-DATE TO SORT-DATE.
               MOVE VIO-TICKET TO SORT-TICKET.
               MOVE VIO-OFFENCE TO SORT-OFFENCE.
               MOVE VIO-FINE TO SORT-FINE.
               MOVE VIO-PENALTY TO SORT-PENALTY.
               RELEASE SORT-RECORD.

           699-RELEASE-EXIT.
               EXIT.

           700-PRINT-BY-OWNER.
               OPEN OUTPUT FINES-REPORT-OUT.
               MOVE WS-TODAY TO WS-H1-DATE.
               DISPLAY WS-HEAD-1.
               WRITE REPORT-LINE-OUT FROM WS-HEAD-1.
               DISPLAY WS-HEAD-2.
               WRITE REPORT-LINE-OUT FROM WS-HEAD-2.
               MOVE SPACES TO WS-PREV-OWNER.
               PERFORM 710-RETURN-AND-PRINT
                   UNTIL WS-SORT-EOF = 'Y'.
               IF WS-OWNER-TICKETS > 0
                   PERFORM 730-PRINT-OWNER-TOTAL
               END-IF.
               MOVE WS-OWNER-COUNT TO WS-T-OWNERS.
               MOVE WS-TOTAL-TICKETS TO WS-T-TICKETS.
               MOVE WS-TOTAL-OWED TO WS-T-OWED.
               DISPLAY WS-TOTAL-LINE.
               WRITE REPORT-LINE-OUT FROM WS-TOTAL-LINE.
               CLOSE FINES-REPORT-OUT.
               GO TO 799-PRINT-EXIT.

           710-RETURN-AND-PRINT.
               RETURN FINES-SORT-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SORT-OWNER NOT = WS-PREV-OWNER
                           AND WS-OWNER-TICKETS > 0
                           PERFORM 730-PRINT-OWNER-TOTAL
                       END-IF
                       PERFORM 720-PRINT-ONE-TICKET
               END-RETURN.

           720-PRINT-ONE-TICKET.
               MOVE SORT-OWNER TO WS-PREV-OWNER.
               COMPUTE WS-OWED = SORT-FINE + SORT-PENALTY.
               ADD 1 TO WS-OWNER-TICKETS.
               ADD WS-OWED TO WS-OWNER-OWED.
               ADD 1 TO WS-TOTAL-TICKETS.
               ADD WS-OWED TO WS-TOTAL-OWED.
               MOVE SORT-OWNER TO WS-D-OWNER.
               MOVE SORT-CAR-TYPE TO WS-D-CAR-TYPE.
               MOVE SORT-CAR-YEAR TO WS-D-CAR-YEAR.
               MOVE SORT-TICKET TO WS-D-TICKET.
               MOVE SORT-DATE TO WS-D-DATE.
               MOVE SORT-OFFENCE TO WS-D-OFFENCE.
               MOVE SORT-FINE TO WS-D-FINE.
               MOVE SORT-PENALTY TO WS-D-PENALTY.
               MOVE WS-OWED TO WS-D-OWED.
               DISPLAY WS-DETAIL-LINE.
               WRITE REPORT-LINE-OUT FROM WS-DETAIL-LINE.

           730-PRINT-OWNER-TOTAL.
               ADD 1 TO WS-OWNER-COUNT.
               MOVE WS-PREV-OWNER TO WS-O-OWNER.
               MOVE WS-OWNER-TICKETS TO WS-O-TICKETS.
               MOVE WS-OWNER-OWED TO WS-O-OWED.
               DISPLAY WS-OWNER-LINE.
               WRITE REPORT-LINE-OUT FROM WS-OWNER-LINE.
               MOVE 0 TO WS-OWNER-TICKETS.
               MOVE 0 TO WS-OWNER-OWED.

           799-PRINT-EXIT.
               EXIT.

      *> Days from a fixed origin: whole years of 365 days, a leap
      *> day every fourth year less the centuries not divisible by
      *> 400, then the days in the months since March and the day.
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

       END PROGRAM VEHICLE_VIOLATION_PROGRAM.
