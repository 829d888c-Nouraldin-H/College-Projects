      * assessment stays a traceable change like every other update
      * path.
      * Modification history:
      *   10-06-2026 NH - set mode takes the term start date and posts
      *     only the change in the waiver under WVR, net of the WVR
      *     lines already on the sub-ledger for the student that term;
      *     TUI carries the rest of the balance change
      *   02-03-2026 NH - active employee and dependant waivers from
      *     TUITION-WAIVERS.TXT come off the assessed tuition; the
      *     balance is compared and set net, and the sub-ledger gets the
      *     gross under TUI and the waiver as a credit under WVR
      *   01-20-2026 NH - the journal before-balance and the sub-ledger
      *     difference are held to the cent, so set mode no longer drops
      *     the cents from both lines
      *   12-02-2025 NH - assessed and stored tuition are compared and
      *     set to the cent
      *   11-18-2025 NH - credit-hour basis: each student's hours
      *     are summed from ENROLLMENT-FILE.TXT and the catalog
      *     CAT-CREDIT-HOURS and priced through CREDIT_HOUR_RATE
      *     (per credit below the full-time threshold, the flat
      *     rate at or above it); same journal and sub-ledger
      *     postings as the flat basis
      *   11-19-2024 NH - set mode also posts the assessed
      *     difference to the SUBLEDGER-POSTINGS.TXT sub-ledger
      *     under the TUI charge code, so term billing itemizes by
           SELECT OPTIONAL SUBLEDGER-FILE
           ASSIGN TO '..\SUBLEDGER-POSTINGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COURSE-CATALOG-FILE
           ASSIGN TO '..\COURSE-CATALOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ENROLLMENT-FILE
           ASSIGN TO '..\ENROLLMENT-FILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WAIVER-FILE
           ASSIGN TO '..\TUITION-WAIVERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 STUDENT-FILE-OUT.
           05 STUDENT-NUMBER-OUT           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-OUT     PIC S9(7)V99.
           05 FILLER         PIC X(3).
           05 STUDENT-FULL-NAME-OUT        PIC X(51).
           05 FILLER         PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-STUDENT-OUT    PIC 9(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-BEFORE-OUT     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-AFTER-OUT      PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD SUBLEDGER-FILE.
       01 SUBLEDGER-LINE-OUT.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 SUB-CHARGE-OUT      PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 SUB-AMOUNT-OUT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 SUB-SOURCE-OUT      PIC X(3).

       FD COURSE-CATALOG-FILE.
       01 COURSE-CATALOG-RECORD.
           05 CAT-COURSE-CODE      PIC X(8).
           05 FILLER               PIC X(1).
           05 CAT-COURSE-TITLE     PIC X(25).
           05 FILLER               PIC X(1).
           05 CAT-CREDIT-HOURS     PIC 9(2).

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
           05 ENR-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 ENR-COURSE-CODE     PIC X(8).

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
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-SUBLEDGER-AMOUNT PIC S9(7)V99.
       01 WS-RATE-EOF PIC X(1) VALUE 'N'.
       01 WS-MODE PIC X(1).
       01 WS-SUB PIC 9(3).
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-JOURNAL-BEFORE PIC S9(7)V99.
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
       01 WS-RATE-COUNT PIC 9(3) VALUE 0.
       01 WS-RATE-SUB PIC 9(3).

       01 WS-BASIS PIC X(1).
       01 WS-CATALOG-EOF PIC X(1) VALUE 'N'.
       01 WS-ENROLL-EOF PIC X(1) VALUE 'N'.
       01 WS-CATALOG-TABLE.
           05 WS-CAT-ENTRY OCCURS 500 TIMES.
               10 WS-CAT-CODE     PIC X(8).
               10 WS-CAT-CREDITS  PIC 9(2).
       01 WS-CATALOG-COUNT PIC 9(3) VALUE 0.
       01 WS-CAT-SUB PIC 9(3).
       01 WS-ENROLL-TABLE.
           05 WS-ENROLL-ENTRY OCCURS 5000 TIMES.
               10 WS-EN-STUDENT   PIC 9(7).
               10 WS-EN-COURSE    PIC X(8).
       01 WS-ENROLL-COUNT PIC 9(4) VALUE 0.
       01 WS-EN-SUB PIC 9(4).
       01 WS-NO-LOAD-COUNT PIC 9(5) VALUE 0.
       01 WS-CREDIT-AREA.
           05 WS-CR-PROGRAM       PIC X(8).
           05 WS-CR-LEVEL         PIC 9(2).
           05 WS-CR-HOURS         PIC 9(3).
           05 WS-CR-AMOUNT        PIC 9(7)V99.
           05 WS-CR-BASIS         PIC X(1).
           05 WS-CR-STATUS        PIC X(1).

       01 WS-WAIVER-EOF PIC X(1) VALUE 'N'.
       01 WS-WAIVER-TABLE.
           05 WS-WV-ENTRY OCCURS 2000 TIMES.
               10 WS-WV-STUDENT   PIC 9(7).
               10 WS-WV-EMPLOYEE  PIC 9(5).
               10 WS-WV-PERCENT   PIC 9(3).
       01 WS-WAIVER-COUNT PIC 9(4) VALUE 0.
       01 WS-WV-SUB PIC 9(4).
       01 WS-WV-HIT-SUB PIC 9(4).
       01 WS-GROSS-AMOUNT PIC 9(7)V99.
       01 WS-WAIVER-AMOUNT PIC 9(7)V99.
       01 WS-WAIVED-COUNT PIC 9(5) VALUE 0.
       01 WS-TERM-START-X PIC X(8).
       01 WS-TERM-START REDEFINES WS-TERM-START-X PIC 9(8).
       01 WS-PRIOR-WAIVER PIC S9(7)V99.
       01 WS-WAIVER-CHANGE PIC S9(7)V99.
       01 WS-SUBLEDGER-EOF PIC X(1).

       01 WS-ASSESSED-AMOUNT PIC 9(7)V99.
       01 WS-AGREE-COUNT PIC 9(5) VALUE 0.
       01 WS-DISAGREE-COUNT PIC 9(5) VALUE 0.
       01 WS-NO-RATE-COUNT PIC 9(5) VALUE 0.
           05 FILLER PIC X(8) VALUE "STUDENT ".
           05 WS-D-NUMBER PIC 9(7).
           05 FILLER PIC X(9) VALUE "  STORED ".
           05 WS-D-STORED PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(10) VALUE " ASSESSED ".
           05 WS-D-ASSESSED PIC Z,ZZZ,ZZ9.99.
           05 WS-D-ACTION PIC X(15).
       01 WS-NO-RATE-LINE.
           05 FILLER PIC X(8) VALUE "STUDENT ".
           05 WS-N-PROGRAM PIC X(8).
           05 FILLER PIC X(7) VALUE " LEVEL ".
           05 WS-N-LEVEL PIC 9(2).
       01 WS-NO-LOAD-LINE.
           05 FILLER PIC X(8) VALUE "STUDENT ".
           05 WS-L-NUMBER PIC 9(7).
           05 FILLER PIC X(36)
               VALUE "  NO CREDIT HOURS ON ENROLLMENT FILE".
       01 WS-WAIVER-LINE.
           05 FILLER PIC X(8) VALUE "STUDENT ".
           05 WS-W-NUMBER PIC 9(7).
           05 FILLER PIC X(9) VALUE "  GROSS  ".
           05 WS-W-GROSS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "  WAIVED ".
           05 WS-W-PERCENT PIC ZZ9.
           05 FILLER PIC X(3) VALUE "%  ".
           05 WS-W-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(11) VALUE "  EMPLOYEE ".
           05 WS-W-EMPLOYEE PIC 9(5).
       01 WS-COUNT-LINE.
           05 WS-C-CAPTION PIC X(26).
           05 WS-C-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 160-LOAD-WAIVER-TABLE.
           IF WS-WAIVER-EOF NOT = 'Y'
               DISPLAY "TUITION-WAIVERS.TXT EXCEEDS THE 2000-LINE "
                   "TABLE -- RUN ABORTED, NO BALANCE ASSESSED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Verify stored balances, or set them from the "
               "rate table? (V/S) "
           ACCEPT WS-MODE.
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Enter the term start date (YYYYMMDD): "
               ACCEPT WS-TERM-START-X
               IF WS-TERM-START-X NOT NUMERIC
                   DISPLAY "Term start date not valid -- set mode "
                       "not started."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'A' TO WS-LOCK-ACTION
               MOVE WS-AUDIT-OPERATOR TO WS-LOCK-OPERATOR
               CALL 'MASTER_LOCK' USING WS-LOCK-AREA
               OPEN INPUT STUDENT-MASTER-FILE
           END-IF.
           PERFORM 100-LOAD-RATE-TABLE.
           DISPLAY "Flat program rate or by credit hours? (F/C) "
           ACCEPT WS-BASIS.
           IF WS-BASIS = 'C' OR 'c'
               PERFORM 120-LOAD-COURSE-CATALOG
               PERFORM 140-LOAD-ENROLLMENTS
           END-IF.
           OPEN OUTPUT ASSESSMENT-REPORT-OUT.
           PERFORM 200-ASSESS-ONE-STUDENT UNTIL WS-EOF = 'Y'.
           PERFORM 500-PRINT-SUMMARY-COUNTS.
               MOVE 'R' TO WS-LOCK-ACTION
               CALL 'MASTER_LOCK' USING WS-LOCK-AREA
           END-IF.
           IF WS-NO-RATE-COUNT > 0 OR WS-NO-LOAD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
                       MOVE TRT-AMOUNT TO WS-R-AMOUNT(WS-RATE-COUNT)
               END-READ.

           120-LOAD-COURSE-CATALOG.
               OPEN INPUT COURSE-CATALOG-FILE.
               PERFORM 130-READ-CATALOG-RECORD
                   UNTIL WS-CATALOG-EOF = 'Y'
                       OR WS-CATALOG-COUNT = 500.
               CLOSE COURSE-CATALOG-FILE.

           130-READ-CATALOG-RECORD.
               READ COURSE-CATALOG-FILE
                   AT END MOVE 'Y' TO WS-CATALOG-EOF
                   NOT AT END
                       ADD 1 TO WS-CATALOG-COUNT
                       MOVE CAT-COURSE-CODE
                           TO WS-CAT-CODE(WS-CATALOG-COUNT)
                       MOVE CAT-CREDIT-HOURS
                           TO WS-CAT-CREDITS(WS-CATALOG-COUNT)
               END-READ.

           140-LOAD-ENROLLMENTS.
               OPEN INPUT ENROLLMENT-FILE.
               PERFORM 150-READ-ENROLLMENT-RECORD
                   UNTIL WS-ENROLL-EOF = 'Y'
                       OR WS-ENROLL-COUNT = 5000.
               CLOSE ENROLLMENT-FILE.

           150-READ-ENROLLMENT-RECORD.
               READ ENROLLMENT-FILE
                   AT END MOVE 'Y' TO WS-ENROLL-EOF
                   NOT AT END
                       ADD 1 TO WS-ENROLL-COUNT
                       MOVE ENR-STUDENT-NUMBER
                           TO WS-EN-STUDENT(WS-ENROLL-COUNT)
                       MOVE ENR-COURSE-CODE
                           TO WS-EN-COURSE(WS-ENROLL-COUNT)
               END-READ.

      *> Only active waivers are held; an ended one no longer
      *> comes off the tuition.
           160-LOAD-WAIVER-TABLE.
               OPEN INPUT WAIVER-FILE.
               PERFORM 170-READ-WAIVER-RECORD
                   UNTIL WS-WAIVER-EOF = 'Y'
                       OR WS-WAIVER-COUNT = 2000.
               CLOSE WAIVER-FILE.

           170-READ-WAIVER-RECORD.
               READ WAIVER-FILE
                   AT END MOVE 'Y' TO WS-WAIVER-EOF
                   NOT AT END
                       IF WVR-STATUS = 'A'
                           ADD 1 TO WS-WAIVER-COUNT
                           MOVE WVR-STUDENT-NUMBER
                               TO WS-WV-STUDENT(WS-WAIVER-COUNT)
                           MOVE WVR-EMPLOYEE-NUMBER
                               TO WS-WV-EMPLOYEE(WS-WAIVER-COUNT)
                           MOVE WVR-PERCENT
                               TO WS-WV-PERCENT(WS-WAIVER-COUNT)
                       END-IF
               END-READ.

           200-ASSESS-ONE-STUDENT.
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BASIS = 'C' OR 'c'
                           PERFORM 350-ASSESS-BY-CREDIT-HOURS
                       ELSE
                           PERFORM 300-COMPARE-TO-RATE-TABLE
                       END-IF
               END-READ.

           300-COMPARE-TO-RATE-TABLE.
               ELSE
                   MOVE WS-R-AMOUNT(WS-RATE-SUB)
                       TO WS-ASSESSED-AMOUNT
                   PERFORM 330-APPLY-WAIVER
                   IF STUDENT-TUITION-OWED-OUT = WS-ASSESSED-AMOUNT
                       ADD 1 TO WS-AGREE-COUNT
                   ELSE
                   MOVE WS-SUB TO WS-RATE-SUB
               END-IF.

      *> An employee or dependant waiver comes off the assessed
      *> tuition, so the amount compared and set is the net; the
      *> gross and the waiver are kept for the sub-ledger lines.
           330-APPLY-WAIVER.
               MOVE WS-ASSESSED-AMOUNT TO WS-GROSS-AMOUNT.
               MOVE 0 TO WS-WAIVER-AMOUNT.
               MOVE 0 TO WS-WV-HIT-SUB.
               PERFORM 340-SCAN-WAIVER-ENTRY
                   VARYING WS-WV-SUB FROM 1 BY 1
                   UNTIL WS-WV-SUB > WS-WAIVER-COUNT
                       OR WS-WV-HIT-SUB > 0.
               IF WS-WV-HIT-SUB > 0
                   COMPUTE WS-WAIVER-AMOUNT ROUNDED =
                       WS-GROSS-AMOUNT * WS-WV-PERCENT(WS-WV-HIT-SUB)
                           / 100
                   SUBTRACT WS-WAIVER-AMOUNT FROM WS-ASSESSED-AMOUNT
                   ADD 1 TO WS-WAIVED-COUNT
                   MOVE STUDENT-NUMBER-OUT TO WS-W-NUMBER
                   MOVE WS-GROSS-AMOUNT TO WS-W-GROSS
                   MOVE WS-WV-PERCENT(WS-WV-HIT-SUB) TO WS-W-PERCENT
                   MOVE WS-WAIVER-AMOUNT TO WS-W-AMOUNT
                   MOVE WS-WV-EMPLOYEE(WS-WV-HIT-SUB) TO WS-W-EMPLOYEE
                   DISPLAY WS-WAIVER-LINE
                   WRITE ASSESSMENT-LINE-OUT FROM WS-WAIVER-LINE
               END-IF.

           340-SCAN-WAIVER-ENTRY.
               IF WS-WV-STUDENT(WS-WV-SUB) = STUDENT-NUMBER-OUT
                   MOVE WS-WV-SUB TO WS-WV-HIT-SUB
               END-IF.

      *> Credit-hour basis: the student's hours off the enrollment
      *> lines, priced by the shared rule.  A student carrying no
      *> hours is listed and left alone rather than billed nothing.
           350-ASSESS-BY-CREDIT-HOURS.
               MOVE 0 TO WS-CR-HOURS.
               PERFORM 360-ADD-ONE-ENROLLMENT
                   VARYING WS-EN-SUB FROM 1 BY 1
                   UNTIL WS-EN-SUB > WS-ENROLL-COUNT.
               IF WS-CR-HOURS = 0
                   ADD 1 TO WS-NO-LOAD-COUNT
                   MOVE STUDENT-NUMBER-OUT TO WS-L-NUMBER
                   DISPLAY WS-NO-LOAD-LINE
                   WRITE ASSESSMENT-LINE-OUT FROM WS-NO-LOAD-LINE
               ELSE
                   MOVE STUDENT-PROGRAM-OUT TO WS-CR-PROGRAM
                   MOVE STUDENT-YEAR-LEVEL TO WS-CR-LEVEL
                   CALL 'CREDIT_HOUR_RATE' USING WS-CREDIT-AREA
                   IF WS-CR-STATUS NOT = '0'
                       ADD 1 TO WS-NO-RATE-COUNT
                       MOVE STUDENT-NUMBER-OUT TO WS-N-NUMBER
                       MOVE STUDENT-PROGRAM-OUT TO WS-N-PROGRAM
                       MOVE STUDENT-YEAR-LEVEL TO WS-N-LEVEL
                       DISPLAY WS-NO-RATE-LINE
                       WRITE ASSESSMENT-LINE-OUT FROM WS-NO-RATE-LINE
                   ELSE
                       MOVE WS-CR-AMOUNT TO WS-ASSESSED-AMOUNT
                       PERFORM 330-APPLY-WAIVER
                       IF STUDENT-TUITION-OWED-OUT = WS-ASSESSED-AMOUNT
                           ADD 1 TO WS-AGREE-COUNT
                       ELSE
                           PERFORM 400-REPORT-DISAGREEMENT
                       END-IF
                   END-IF
               END-IF.

           360-ADD-ONE-ENROLLMENT.
               IF WS-EN-STUDENT(WS-EN-SUB) = STUDENT-NUMBER-OUT
                   PERFORM 370-SCAN-CATALOG-CREDITS
                       VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
               END-IF.

           370-SCAN-CATALOG-CREDITS.
               IF WS-CAT-CODE(WS-CAT-SUB) = WS-EN-COURSE(WS-EN-SUB)
                   ADD WS-CAT-CREDITS(WS-CAT-SUB) TO WS-CR-HOURS
               END-IF.

           400-REPORT-DISAGREEMENT.
               ADD 1 TO WS-DISAGREE-COUNT.
               MOVE STUDENT-NUMBER-OUT TO WS-D-NUMBER.

      *> The assessed difference itemizes under TUI on the
      *> sub-ledger, the same line every other balance change posts.
      *> The waiver goes on its own WVR line as a credit.  Only the
      *> change in the waiver is posted: the WVR lines already on
      *> the sub-ledger for the student this term are netted off,
      *> so a re-assessment does not count the waiver twice on the
      *> year-end benefit report.  TUI takes the rest, so the two
      *> lines still net to the balance change.
           460-APPEND-SUBLEDGER.
               PERFORM 465-SUM-PRIOR-WAIVER.
               COMPUTE WS-WAIVER-CHANGE =
                   (0 - WS-WAIVER-AMOUNT) - WS-PRIOR-WAIVER.
               COMPUTE WS-SUBLEDGER-AMOUNT =
                   STUDENT-TUITION-OWED-OUT - WS-JOURNAL-BEFORE
                       - WS-WAIVER-CHANGE.
               OPEN EXTEND SUBLEDGER-FILE.
               MOVE SPACES TO SUBLEDGER-LINE-OUT.
               MOVE WS-AUDIT-DATE TO SUB-DATE-OUT.
               MOVE WS-SUBLEDGER-AMOUNT TO SUB-AMOUNT-OUT.
               MOVE "ASM" TO SUB-SOURCE-OUT.
               WRITE SUBLEDGER-LINE-OUT.
               IF WS-WAIVER-CHANGE NOT = 0
                   MOVE "WVR" TO SUB-CHARGE-OUT
                   MOVE WS-WAIVER-CHANGE TO SUB-AMOUNT-OUT
                   WRITE SUBLEDGER-LINE-OUT
               END-IF.
               CLOSE SUBLEDGER-FILE.

      *> The term's WVR lines for the student, whatever posted them
      *> -- an earlier assessment or a registration drop.
           465-SUM-PRIOR-WAIVER.
               MOVE 0 TO WS-PRIOR-WAIVER.
               MOVE 'N' TO WS-SUBLEDGER-EOF.
               OPEN INPUT SUBLEDGER-FILE.
               PERFORM 466-ADD-ONE-PRIOR-WAIVER
                   UNTIL WS-SUBLEDGER-EOF = 'Y'.
               CLOSE SUBLEDGER-FILE.

           466-ADD-ONE-PRIOR-WAIVER.
               READ SUBLEDGER-FILE
                   AT END MOVE 'Y' TO WS-SUBLEDGER-EOF
                   NOT AT END
                       IF SUB-STUDENT-OUT = STUDENT-NUMBER-OUT
                           AND SUB-CHARGE-OUT = "WVR"
                           AND SUB-DATE-OUT NOT < WS-TERM-START
                           ADD SUB-AMOUNT-OUT TO WS-PRIOR-WAIVER
                       END-IF
               END-READ.

           500-PRINT-SUMMARY-COUNTS.
               MOVE "BALANCES IN AGREEMENT:    " TO WS-C-CAPTION.
               MOVE WS-AGREE-COUNT TO WS-C-COUNT.
               MOVE WS-NO-RATE-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE ASSESSMENT-LINE-OUT FROM WS-COUNT-LINE.
               IF WS-BASIS = 'C' OR 'c'
                   MOVE "NO CREDIT HOURS ON FILE:  " TO WS-C-CAPTION
                   MOVE WS-NO-LOAD-COUNT TO WS-C-COUNT
                   DISPLAY WS-COUNT-LINE
                   WRITE ASSESSMENT-LINE-OUT FROM WS-COUNT-LINE
               END-IF.
               MOVE "TUITION WAIVERS APPLIED:  " TO WS-C-CAPTION.
               MOVE WS-WAIVED-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE ASSESSMENT-LINE-OUT FROM WS-COUNT-LINE.
               MOVE "BALANCES SET FROM TABLE:  " TO WS-C-CAPTION.
               MOVE WS-SET-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
