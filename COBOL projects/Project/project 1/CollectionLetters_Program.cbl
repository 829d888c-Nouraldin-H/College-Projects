      * to the letters file, with a summary count and total at the
      * end of the run.
      * Modification history:
      *   10-06-2026 NH - COLLECTION-PLACEMENTS.TXT read in its
      *     dollars-and-cents layout
      *   02-17-2026 NH - a letter for an address the post office has
      *     returned (MAIL_ADDRESS_CHECK) is not printed; the student is
      *     listed on NO-GOOD-ADDRESS.TXT instead
      *   12-09-2025 NH - accounts written off as bad debt (on
      *     WRITTEN-OFF-ACCOUNTS.TXT with an unrecovered amount) get no
      *     letter
      *   12-02-2025 NH - the balance on the letter and the run total
      *     print in dollars and cents
      *   12-10-2024 NH - accounts placed with the outside agency
      *     (on COLLECTION-PLACEMENTS.TXT) are skipped: the agency
      *     works them now, and our letters would cross theirs
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
      *> address -- same layout the statement cycle writes.
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
       01 WS-KEY PIC X(2).
       01 WS-THRESHOLD PIC 9(7) VALUE 500.
       01 WS-LETTER-COUNT PIC 9(5) VALUE 0.
       01 WS-LETTER-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-PLACED-TABLE.
           05 WS-PLACED-STUDENT OCCURS 3000 TIMES PIC 9(7).
       01 WS-PLACED-COUNT PIC 9(4) VALUE 0.
       01 WS-PLACED-EOF PIC X(1) VALUE 'N'.
       01 WS-WRITEOFF-EOF PIC X(1) VALUE 'N'.
       01 WS-PLACED-FOUND-FLAG PIC X(1).
       01 WS-SUB PIC 9(4).
       01 WS-TODAY PIC 9(8).
       01 WS-SUPPRESSED-COUNT PIC 9(5) VALUE 0.

       01 WS-MAIL-AREA.
           05 WS-MA-STUDENT       PIC 9(7).
           05 WS-MA-ADDRESS       PIC X(62).
           05 WS-MA-RESULT        PIC X(1).
           05 WS-MA-RETURNED-DATE PIC 9(8).

       01 WS-NAME-BLOCK PIC X(55).
       01 WS-CITY-LINE PIC X(40).
       01 WS-AMOUNT-LINE.
           05 FILLER PIC X(25)
               VALUE "AMOUNT NOW DUE:        $ ".
           05 WS-A-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 WS-SALUTATION-LINE.
           05 FILLER PIC X(5) VALUE "DEAR ".
           05 WS-S-NAME PIC X(36).
           05 FILLER PIC X(17) VALUE "LETTERS PRINTED: ".
           05 WS-SUM-COUNT PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE "  TOTAL: ".
           05 WS-SUM-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SUPPRESSED-LINE.
           05 FILLER PIC X(29) VALUE "HELD BACK, NO GOOD ADDRESS:  ".
           05 WS-SP-COUNT PIC ZZZZ9.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-THRESHOLD.
           PERFORM 110-LOAD-PLACEMENT-TABLE.
           PERFORM 125-LOAD-WRITTEN-OFF-ACCOUNTS.
           OPEN INPUT STUDENT-MASTER-FILE.
           OPEN OUTPUT COLLECTION-LETTERS-OUT.
           OPEN EXTEND NO-GOOD-ADDRESS-FILE.
           PERFORM 200-READ-STUDENT-RECORD UNTIL WS-EOF = 'Y'.
           MOVE WS-LETTER-COUNT TO WS-SUM-COUNT.
           MOVE WS-LETTER-TOTAL TO WS-SUM-TOTAL.
           DISPLAY WS-SUMMARY-LINE.
           WRITE LETTER-LINE-OUT FROM WS-SUMMARY-LINE.
           MOVE WS-SUPPRESSED-COUNT TO WS-SP-COUNT.
           DISPLAY WS-SUPPRESSED-LINE.
           WRITE LETTER-LINE-OUT FROM WS-SUPPRESSED-LINE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE COLLECTION-LETTERS-OUT.
           CLOSE NO-GOOD-ADDRESS-FILE.
           STOP RUN.

           100-LOAD-THRESHOLD.
                           TO WS-PLACED-STUDENT(WS-PLACED-COUNT)
               END-READ.

      *> A written-off account is off our books as well: it joins
      *> the skip table for as long as any of it is unrecovered.
           125-LOAD-WRITTEN-OFF-ACCOUNTS.
               OPEN INPUT WRITEOFF-FILE.
               PERFORM 126-READ-WRITEOFF-RECORD
                   UNTIL WS-WRITEOFF-EOF = 'Y'
                       OR WS-PLACED-COUNT = 3000.
               CLOSE WRITEOFF-FILE.

           126-READ-WRITEOFF-RECORD.
               READ WRITEOFF-FILE
                   AT END MOVE 'Y' TO WS-WRITEOFF-EOF
                   NOT AT END
                       IF WOF-WRITTEN-OFF > WOF-RECOVERED
                           ADD 1 TO WS-PLACED-COUNT
                           MOVE WOF-STUDENT-NUMBER
                               TO WS-PLACED-STUDENT(WS-PLACED-COUNT)
                       END-IF
               END-READ.

           130-CHECK-IF-PLACED.
               MOVE 'N' TO WS-PLACED-FOUND-FLAG.
               PERFORM 140-SCAN-PLACED-ENTRY
                       IF STUDENT-TUITION-OWED-IN > WS-THRESHOLD
                           PERFORM 130-CHECK-IF-PLACED
                           IF WS-PLACED-FOUND-FLAG = 'N'
                               PERFORM 210-CHECK-MAIL-ADDRESS
                               IF WS-MA-RESULT = '1'
                                   PERFORM 220-LIST-NO-GOOD-ADDRESS
                               ELSE
                                   PERFORM 300-PRINT-COLLECTION-LETTER
                               END-IF
                           END-IF
                       END-IF
               END-READ.

      *> A letter to an address the post office has returned would
      *> only come back again: it is held and the student listed on
      *> the no-good-address list instead.
           210-CHECK-MAIL-ADDRESS.
               MOVE STUDENT-NUMBER-IN TO WS-MA-STUDENT.
               MOVE STUDENT-ADDRESS-IN TO WS-MA-ADDRESS.
               CALL 'MAIL_ADDRESS_CHECK' USING WS-MAIL-AREA.

           220-LIST-NO-GOOD-ADDRESS.
               MOVE SPACES TO NO-GOOD-ADDRESS-RECORD.
               MOVE WS-TODAY TO NGA-RUN-DATE.
               MOVE "LTR" TO NGA-DOCUMENT.
               MOVE STUDENT-NUMBER-IN TO NGA-STUDENT-NUMBER.
               MOVE STUDENT-LAST-NAME-IN TO NGA-LAST-NAME.
               MOVE STUDENT-TUITION-OWED-IN TO NGA-AMOUNT.
               MOVE WS-MA-RETURNED-DATE TO NGA-RETURNED-DATE.
               WRITE NO-GOOD-ADDRESS-RECORD.
               ADD 1 TO WS-SUPPRESSED-COUNT.

           300-PRINT-COLLECTION-LETTER.
               ADD 1 TO WS-LETTER-COUNT.
               ADD STUDENT-TUITION-OWED-IN TO WS-LETTER-TOTAL.
