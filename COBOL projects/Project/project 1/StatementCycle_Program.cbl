      * STATEMENT-INDEX.TXT, and a reprint mode honors a later
      * request by statement number off that index.
      * Modification history:
      *   10-06-2026 NH - COLLECTION-PLACEMENTS.TXT read in its
      *     dollars-and-cents layout
      *   02-17-2026 NH - a statement for an address the post office has
      *     returned (MAIL_ADDRESS_CHECK) is neither numbered nor
      *     printed; the student is listed on NO-GOOD-ADDRESS.TXT
      *     instead, and a reprint to that address is refused
      *   12-09-2025 NH - accounts written off as bad debt (on
      *     WRITTEN-OFF-ACCOUNTS.TXT with an unrecovered amount) get no
      *     statement
      *   12-02-2025 NH - opening, activity and closing amounts on the
      *     statement and on STATEMENT-INDEX.TXT are in dollars and
      *     cents, worked from the journal's cents
      *   12-10-2024 NH - accounts placed with the outside agency
      *     (on COLLECTION-PLACEMENTS.TXT) get no statement while
      *     placed; they come back automatically on recall
           SELECT OPTIONAL PLACEMENT-FILE
           ASSIGN TO '..\COLLECTION-PLACEMENTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WRITEOFF-FILE
           ASSIGN TO '..\WRITTEN-OFF-ACCOUNTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NO-GOOD-ADDRESS-FILE
           ASSIGN TO '..\NO-GOOD-ADDRESS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 STUDENT-FILE-IN.
           05 STUDENT-NUMBER-IN           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-IN     PIC S9(7)V99.
           05 FILLER         PIC X(3).
           05 STUDENT-FULL-NAME-IN.
               10 STUDENT-TITLE-IN        PIC A(6).
           05 FILLER              PIC X(1).
           05 JRNL-STUDENT-IN     PIC 9(7).
           05 FILLER              PIC X(1).
           05 JRNL-BEFORE-IN      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 JRNL-AFTER-IN       PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD STATEMENT-PRINT-FILE.
       01 STATEMENT-LINE-OUT      PIC X(80).
           05 FILLER              PIC X(1).
           05 SIX-PERIOD-END      PIC 9(8).
           05 FILLER              PIC X(1).
           05 SIX-OPENING-BALANCE PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 SIX-CLOSING-BALANCE PIC S9(7)V99
                                  SIGN LEADING SEPARATE.

       FD NEXT-STATEMENT-FILE.
       01 NEXT-STATEMENT-RECORD.
           05 FILLER              PIC X(1).
           05 PLC-PLACED-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 PLC-PLACED-AMOUNT   PIC 9(7)V99.

       FD WRITEOFF-FILE.
       01 WRITEOFF-RECORD.
           05 WOF-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 WOF-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 WOF-WRITTEN-OFF     PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 WOF-RECOVERED       PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 WOF-REFERENCE       PIC X(8).

      *> Mail held back because the post office returned the
      *> address: run date, document (STM statement, LTR collection
      *> letter, RCP tax receipt), student, amount, and the date the
      *> mail came back.  Shared with the letters and the receipts.
       FD NO-GOOD-ADDRESS-FILE.
       01 NO-GOOD-ADDRESS-RECORD.
           05 NGA-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 NGA-DOCUMENT        PIC X(3).
           05 FILLER              PIC X(1).
           05 NGA-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 NGA-LAST-NAME       PIC X(28).
           05 FILLER              PIC X(1).
           05 NGA-AMOUNT          PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 NGA-RETURNED-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-INDEX-EOF PIC X(1).

       01 WS-PLACED-TABLE.
           05 WS-PLACED-STUDENT OCCURS 3000 TIMES PIC 9(7).
       01 WS-PLACED-COUNT PIC 9(4) VALUE 0.
       01 WS-PLACED-EOF PIC X(1) VALUE 'N'.
       01 WS-WRITEOFF-EOF PIC X(1) VALUE 'N'.
       01 WS-PLACED-FOUND-FLAG PIC X(1).
       01 WS-PLACED-SUB PIC 9(4).

       01 WS-ACTIVITY-COUNT PIC 9(5).
       01 WS-NET-CHANGE PIC S9(9)V99.
       01 WS-OPENING-BALANCE PIC S9(8)V99.
       01 WS-LINE-AMOUNT PIC S9(8)V99.
       01 WS-STATEMENT-COUNT PIC 9(5) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(5) VALUE 0.

       01 WS-MAIL-AREA.
           05 WS-MA-STUDENT       PIC 9(7).
           05 WS-MA-ADDRESS       PIC X(62).
           05 WS-MA-RESULT        PIC X(1).
           05 WS-MA-RETURNED-DATE PIC 9(8).

       01 WS-NAME-BLOCK PIC X(55).
       01 WS-CITY-LINE PIC X(40).
       01 WS-OPENING-LINE.
           05 FILLER              PIC X(18)
               VALUE "OPENING BALANCE   ".
           05 WS-O-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
       01 WS-ACTIVITY-LINE.
           05 WS-A-DATE           PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-A-ACTION         PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-A-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(10) VALUE " BALANCE  ".
           05 WS-A-BALANCE        PIC Z,ZZZ,ZZ9.99-.
       01 WS-CLOSING-LINE.
           05 FILLER              PIC X(18)
               VALUE "CLOSING BALANCE   ".
           05 WS-C-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
       01 WS-CYCLE-TOTAL-LINE.
           05 FILLER              PIC X(20)
               VALUE "STATEMENTS ISSUED:  ".
           05 WS-CT-COUNT         PIC ZZZZ9.
       01 WS-SUPPRESSED-LINE.
           05 FILLER              PIC X(29)
               VALUE "HELD BACK, NO GOOD ADDRESS:  ".
           05 WS-SP-COUNT         PIC ZZZZ9.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)

           100-RUN-STATEMENT-CYCLE.
               PERFORM 105-LOAD-PLACEMENT-TABLE.
               PERFORM 103-LOAD-WRITTEN-OFF-ACCOUNTS.
               DISPLAY "Period start date (YYYYMMDD): "
               ACCEPT WS-PERIOD-START.
               DISPLAY "Period end date (YYYYMMDD): "
               OPEN INPUT STUDENT-MASTER-FILE.
               OPEN OUTPUT STATEMENT-PRINT-FILE.
               OPEN EXTEND STATEMENT-INDEX-FILE.
               OPEN EXTEND NO-GOOD-ADDRESS-FILE.
               PERFORM 110-READ-STUDENT-RECORD UNTIL WS-EOF = 'Y'.
               MOVE WS-STATEMENT-COUNT TO WS-CT-COUNT.
               DISPLAY WS-CYCLE-TOTAL-LINE.
               WRITE STATEMENT-LINE-OUT FROM WS-CYCLE-TOTAL-LINE.
               MOVE WS-SUPPRESSED-COUNT TO WS-SP-COUNT.
               DISPLAY WS-SUPPRESSED-LINE.
               WRITE STATEMENT-LINE-OUT FROM WS-SUPPRESSED-LINE.
               CLOSE STUDENT-MASTER-FILE.
               CLOSE STATEMENT-PRINT-FILE.
               CLOSE STATEMENT-INDEX-FILE.
               CLOSE NO-GOOD-ADDRESS-FILE.

           110-READ-STUDENT-RECORD.
               READ STUDENT-MASTER-FILE NEXT RECORD
                   MOVE 'Y' TO WS-PLACED-FOUND-FLAG
               END-IF.

      *> A written-off account gets no statement either, for as
      *> long as any of the write-off is unrecovered.
           103-LOAD-WRITTEN-OFF-ACCOUNTS.
               OPEN INPUT WRITEOFF-FILE.
               PERFORM 104-READ-WRITEOFF-RECORD
                   UNTIL WS-WRITEOFF-EOF = 'Y'
                       OR WS-PLACED-COUNT = 3000.
               CLOSE WRITEOFF-FILE.

           104-READ-WRITEOFF-RECORD.
               READ WRITEOFF-FILE
                   AT END MOVE 'Y' TO WS-WRITEOFF-EOF
                   NOT AT END
                       IF WOF-WRITTEN-OFF > WOF-RECOVERED
                           ADD 1 TO WS-PLACED-COUNT
                           MOVE WOF-STUDENT-NUMBER
                               TO WS-PLACED-STUDENT(WS-PLACED-COUNT)
                       END-IF
               END-READ.

      *> A statement goes out to every student who either had
      *> activity in the period or carries a balance; a zero-balance
      *> student with a quiet month gets no mail.
                   PERFORM 205-BUILD-ONE-STATEMENT
               END-IF.

      *> A statement due to an address the post office has returned
      *> is not numbered or printed; the student goes on the
      *> no-good-address list and gets the statement next cycle
      *> once the address is corrected.
           205-BUILD-ONE-STATEMENT.
               PERFORM 210-TALLY-PERIOD-ACTIVITY.
               IF WS-ACTIVITY-COUNT > 0
                   OR STUDENT-TUITION-OWED-IN NOT = 0
                   PERFORM 230-CHECK-MAIL-ADDRESS
                   IF WS-MA-RESULT = '1'
                       PERFORM 240-LIST-NO-GOOD-ADDRESS
                   ELSE
                       PERFORM 300-ISSUE-STATEMENT-NUMBER
                       PERFORM 310-PRINT-ONE-STATEMENT
                       PERFORM 320-RECORD-STATEMENT-INDEX
                       ADD 1 TO WS-STATEMENT-COUNT
                       ADD 1 TO WS-RL-WRITTEN-COUNT
                   END-IF
               END-IF.

      *> First pass over the journal counts the student's period
                       END-IF
               END-READ.

           230-CHECK-MAIL-ADDRESS.
               MOVE STUDENT-NUMBER-IN TO WS-MA-STUDENT.
               MOVE STUDENT-ADDRESS-IN TO WS-MA-ADDRESS.
               CALL 'MAIL_ADDRESS_CHECK' USING WS-MAIL-AREA.

           240-LIST-NO-GOOD-ADDRESS.
               MOVE SPACES TO NO-GOOD-ADDRESS-RECORD.
               MOVE WS-RL-START-DATE TO NGA-RUN-DATE.
               MOVE "STM" TO NGA-DOCUMENT.
               MOVE STUDENT-NUMBER-IN TO NGA-STUDENT-NUMBER.
               MOVE STUDENT-LAST-NAME-IN TO NGA-LAST-NAME.
               MOVE STUDENT-TUITION-OWED-IN TO NGA-AMOUNT.
               MOVE WS-MA-RETURNED-DATE TO NGA-RETURNED-DATE.
               WRITE NO-GOOD-ADDRESS-RECORD.
               ADD 1 TO WS-SUPPRESSED-COUNT.
               ADD 1 TO WS-RL-REJECTED-COUNT.

      *> Statement numbers are issued, not guessed -- same register
      *> shape as the student-number issuance.
           300-ISSUE-STATEMENT-NUMBER.
                           "reprint refused."
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 230-CHECK-MAIL-ADDRESS
                       IF WS-MA-RESULT = '1'
                           DISPLAY "Mail to this address was returned "
                               "on " WS-MA-RETURNED-DATE
                               " -- reprint refused."
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           PERFORM 630-PRINT-THE-REPRINT
                       END-IF
               END-READ.
               CLOSE STUDENT-MASTER-FILE.

