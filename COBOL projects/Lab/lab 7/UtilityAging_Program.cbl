      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 03-10-2026
      * Purpose: 30/60/90-day aging of the utility receivable.  Every
      * open item on CLIENT-BALANCES.TXT is aged by the days from its
      * invoice date to the run date into CURRENT (30 days or less),
      * 31-60, 61-90 and OVER 90; the items are totalled per client
      * in client-number order off CLIENT-MASTER.IDX, with the name,
      * onto UTILITY-AGING-REPORT.TXT, and the report closes with
      * the bucket totals.  Items brought forward from before open
      * items (no invoice date) are shown as over 90 days, and
      * unapplied payment credits are netted into the current
      * column.  Items for a client number no longer on the master
      * are totalled on a line of their own so the report still
      * ties to the file.
      * Modification history:
      *   03-17-2026 NH - client lines also go to
      *     UTILITY-AGING-EXTRACT.TXT for the arrears cycle
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTILITY_AGING_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE
           ASSIGN TO '..\CLIENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CM-CLIENT-NUMBER
           FILE STATUS WS-MASTER-STATUS.
           SELECT OPTIONAL CLIENT-BALANCES-FILE
           ASSIGN TO '..\CLIENT-BALANCES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-OUT
           ASSIGN TO '..\UTILITY-AGING-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-EXTRACT-OUT
           ASSIGN TO '..\UTILITY-AGING-EXTRACT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
       01 CLIENT-MASTER-RECORD.
           05 CM-CLIENT-NUMBER     PIC 9(5).
           05 CM-CLIENT-NAME       PIC X(25).
           05 CM-CLIENT-ADDRESS    PIC X(40).

      *> One open item per line: the amount still owing on one
      *> invoice and the invoice date it ages from (a negative item
      *> is an unapplied payment credit, dated the day it was paid).
       FD CLIENT-BALANCES-FILE.
       01 CLIENT-BALANCE-RECORD.
           05 CBL-CLIENT-NUMBER   PIC 9(5).
           05 FILLER              PIC X(1).
           05 CBL-BALANCE         PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 CBL-INVOICE-DATE    PIC 9(8).

       FD AGING-REPORT-OUT.
       01 AGING-LINE-OUT          PIC X(80).

      *> The report's client lines in machine-readable form, one per
      *> client with a balance, for the arrears cycle.
       FD AGING-EXTRACT-OUT.
       01 AGING-EXTRACT-RECORD.
           05 UAX-CLIENT-NUMBER   PIC 9(5).
           05 UAX-BUCKET OCCURS 4 TIMES.
               10 FILLER          PIC X(1).
               10 UAX-AMOUNT      PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 UAX-TOTAL           PIC S9(7)V99
                                  SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-BAL-EOF PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYS PIC 9(7).
       01 WS-SUB PIC 9(4).
       01 WS-BUCKET PIC 9(1).
       01 WS-AGE-DAYS PIC S9(7).

      *> Each item carries the bucket it aged into (1 current to
      *> 4 over 90) and whether a client line has taken it yet.
       01 WS-BALANCE-TABLE.
           05 WS-BL-ENTRY OCCURS 2000 TIMES.
               10 WS-BL-NUMBER    PIC 9(5).
               10 WS-BL-BALANCE   PIC S9(7)V99.
               10 WS-BL-BUCKET    PIC 9(1).
               10 WS-BL-REPORTED  PIC X(1).
       01 WS-BAL-COUNT PIC 9(4) VALUE 0.

       01 WS-CLIENT-BUCKETS.
           05 WS-CB-AMOUNT OCCURS 4 TIMES PIC S9(7)V99.
       01 WS-CLIENT-TOTAL PIC S9(7)V99.
       01 WS-CLIENT-ITEMS PIC 9(4).
       01 WS-GRAND-BUCKETS.
           05 WS-GB-AMOUNT OCCURS 4 TIMES PIC S9(9)V99.
       01 WS-GRAND-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-CLIENT-COUNT PIC 9(5) VALUE 0.

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

       01 WS-REPORT-HEAD.
           05 FILLER              PIC X(32)
               VALUE "UTILITY RECEIVABLE AGING  AS AT ".
           05 WS-RH-DATE          PIC 9(8).
       01 WS-REPORT-COLUMNS.
           05 FILLER              PIC X(36)
               VALUE "CLIENT NAME                 CURRENT".
           05 FILLER              PIC X(44)
               VALUE "      31-60      61-90    OVER 90      TOTAL".
       01 WS-AGING-DETAIL.
           05 WS-AD-NUMBER        PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-AD-NAME          PIC X(18).
           05 WS-AD-BUCKET OCCURS 4 TIMES PIC ZZZ,ZZ9.99-.
           05 WS-AD-TOTAL         PIC ZZZ,ZZ9.99-.
       01 WS-AGING-TOTAL.
           05 WS-AT-CAPTION       PIC X(24).
           05 WS-AT-BUCKET OCCURS 4 TIMES PIC ZZZZZZ9.99-.
           05 WS-AT-TOTAL         PIC ZZZZZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 800-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS TO WS-RUN-DAYS.
           PERFORM 150-LOAD-OPEN-ITEMS.
      *> A report short of items would understate the receivable
      *> without saying so.
           IF WS-BAL-EOF NOT = 'Y'
               DISPLAY "CLIENT-BALANCES.TXT EXCEEDS THE 2000-LINE "
                   "TABLE -- AGING NOT PRODUCED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-GB-AMOUNT(1).
           MOVE 0 TO WS-GB-AMOUNT(2).
           MOVE 0 TO WS-GB-AMOUNT(3).
           MOVE 0 TO WS-GB-AMOUNT(4).
           OPEN INPUT CLIENT-MASTER-FILE.
           OPEN OUTPUT AGING-REPORT-OUT.
           OPEN OUTPUT AGING-EXTRACT-OUT.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE AGING-LINE-OUT FROM WS-REPORT-HEAD.
           WRITE AGING-LINE-OUT FROM WS-REPORT-COLUMNS.
           PERFORM 200-AGE-ONE-CLIENT UNTIL WS-EOF = 'Y'.
           PERFORM 300-AGE-UNKNOWN-CLIENTS.
           PERFORM 400-WRITE-GRAND-TOTALS.
           CLOSE CLIENT-MASTER-FILE.
           CLOSE AGING-REPORT-OUT.
           CLOSE AGING-EXTRACT-OUT.
           DISPLAY "CLIENTS WITH A BALANCE: " WS-CLIENT-COUNT.
           STOP RUN.

           150-LOAD-OPEN-ITEMS.
               OPEN INPUT CLIENT-BALANCES-FILE.
               PERFORM 160-READ-ONE-ITEM
                   UNTIL WS-BAL-EOF = 'Y' OR WS-BAL-COUNT = 2000.
               CLOSE CLIENT-BALANCES-FILE.

           160-READ-ONE-ITEM.
               READ CLIENT-BALANCES-FILE
                   AT END MOVE 'Y' TO WS-BAL-EOF
                   NOT AT END
                       ADD 1 TO WS-BAL-COUNT
                       MOVE CBL-CLIENT-NUMBER
                           TO WS-BL-NUMBER(WS-BAL-COUNT)
                       MOVE CBL-BALANCE
                           TO WS-BL-BALANCE(WS-BAL-COUNT)
                       MOVE 'N' TO WS-BL-REPORTED(WS-BAL-COUNT)
                       PERFORM 170-SET-ITEM-BUCKET
               END-READ.

      *> Credits always net into current; an undated item is aged
      *> as over 90.
           170-SET-ITEM-BUCKET.
               IF CBL-BALANCE < 0
                   MOVE 1 TO WS-BUCKET
               ELSE
                   IF CBL-INVOICE-DATE IS NUMERIC
                       AND CBL-INVOICE-DATE > 0
                       MOVE CBL-INVOICE-DATE TO WS-DN-DATE
                       PERFORM 800-COMPUTE-DAY-NUMBER
                       COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-DN-DAYS
                       EVALUATE TRUE
                           WHEN WS-AGE-DAYS <= 30
                               MOVE 1 TO WS-BUCKET
                           WHEN WS-AGE-DAYS <= 60
                               MOVE 2 TO WS-BUCKET
                           WHEN WS-AGE-DAYS <= 90
                               MOVE 3 TO WS-BUCKET
                           WHEN OTHER
                               MOVE 4 TO WS-BUCKET
                       END-EVALUATE
                   ELSE
                       MOVE 4 TO WS-BUCKET
                   END-IF
               END-IF.
               MOVE WS-BUCKET TO WS-BL-BUCKET(WS-BAL-COUNT).

           200-AGE-ONE-CLIENT.
               READ CLIENT-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 210-TOTAL-CLIENT-ITEMS
                       IF WS-CLIENT-ITEMS > 0
                           MOVE CM-CLIENT-NUMBER TO WS-AD-NUMBER
                           MOVE CM-CLIENT-NAME TO WS-AD-NAME
                           PERFORM 250-WRITE-CLIENT-LINE
                           PERFORM 270-WRITE-EXTRACT-LINE
                       END-IF
               END-READ.

           210-TOTAL-CLIENT-ITEMS.
               MOVE 0 TO WS-CB-AMOUNT(1).
               MOVE 0 TO WS-CB-AMOUNT(2).
               MOVE 0 TO WS-CB-AMOUNT(3).
               MOVE 0 TO WS-CB-AMOUNT(4).
               MOVE 0 TO WS-CLIENT-ITEMS.
               PERFORM 220-TAKE-ONE-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BAL-COUNT.

           220-TAKE-ONE-ITEM.
               IF WS-BL-NUMBER(WS-SUB) = CM-CLIENT-NUMBER
                   PERFORM 230-ADD-ITEM-TO-BUCKET
               END-IF.

           230-ADD-ITEM-TO-BUCKET.
               MOVE WS-BL-BUCKET(WS-SUB) TO WS-BUCKET.
               ADD WS-BL-BALANCE(WS-SUB) TO WS-CB-AMOUNT(WS-BUCKET).
               MOVE 'Y' TO WS-BL-REPORTED(WS-SUB).
               ADD 1 TO WS-CLIENT-ITEMS.

           250-WRITE-CLIENT-LINE.
               COMPUTE WS-CLIENT-TOTAL = WS-CB-AMOUNT(1)
                   + WS-CB-AMOUNT(2) + WS-CB-AMOUNT(3)
                   + WS-CB-AMOUNT(4).
               PERFORM 260-MOVE-ONE-BUCKET
                   VARYING WS-BUCKET FROM 1 BY 1
                   UNTIL WS-BUCKET > 4.
               MOVE WS-CLIENT-TOTAL TO WS-AD-TOTAL.
               ADD WS-CLIENT-TOTAL TO WS-GRAND-TOTAL.
               ADD 1 TO WS-CLIENT-COUNT.
               WRITE AGING-LINE-OUT FROM WS-AGING-DETAIL.

           260-MOVE-ONE-BUCKET.
               MOVE WS-CB-AMOUNT(WS-BUCKET) TO WS-AD-BUCKET(WS-BUCKET).
               ADD WS-CB-AMOUNT(WS-BUCKET) TO WS-GB-AMOUNT(WS-BUCKET).

           270-WRITE-EXTRACT-LINE.
               MOVE SPACES TO AGING-EXTRACT-RECORD.
               MOVE CM-CLIENT-NUMBER TO UAX-CLIENT-NUMBER.
               MOVE WS-CB-AMOUNT(1) TO UAX-AMOUNT(1).
               MOVE WS-CB-AMOUNT(2) TO UAX-AMOUNT(2).
               MOVE WS-CB-AMOUNT(3) TO UAX-AMOUNT(3).
               MOVE WS-CB-AMOUNT(4) TO UAX-AMOUNT(4).
               MOVE WS-CLIENT-TOTAL TO UAX-TOTAL.
               WRITE AGING-EXTRACT-RECORD.

      *> Whatever no master client took is some client number that
      *> has left the master -- shown as one line for follow-up.
           300-AGE-UNKNOWN-CLIENTS.
               MOVE 0 TO WS-CB-AMOUNT(1).
               MOVE 0 TO WS-CB-AMOUNT(2).
               MOVE 0 TO WS-CB-AMOUNT(3).
               MOVE 0 TO WS-CB-AMOUNT(4).
               MOVE 0 TO WS-CLIENT-ITEMS.
               PERFORM 310-TAKE-UNREPORTED-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BAL-COUNT.
               IF WS-CLIENT-ITEMS > 0
                   MOVE 0 TO WS-AD-NUMBER
                   MOVE "NOT ON THE MASTER" TO WS-AD-NAME
                   PERFORM 250-WRITE-CLIENT-LINE
                   DISPLAY "*** WARNING: OPEN ITEMS FOR CLIENTS NOT "
                       "ON THE MASTER: " WS-CLIENT-ITEMS
                   MOVE 4 TO RETURN-CODE
               END-IF.

           310-TAKE-UNREPORTED-ITEM.
               IF WS-BL-REPORTED(WS-SUB) = 'N'
                   PERFORM 230-ADD-ITEM-TO-BUCKET
               END-IF.

           400-WRITE-GRAND-TOTALS.
               MOVE SPACES TO AGING-LINE-OUT.
               WRITE AGING-LINE-OUT.
               MOVE "TOTALS" TO WS-AT-CAPTION.
               MOVE WS-GB-AMOUNT(1) TO WS-AT-BUCKET(1).
               MOVE WS-GB-AMOUNT(2) TO WS-AT-BUCKET(2).
               MOVE WS-GB-AMOUNT(3) TO WS-AT-BUCKET(3).
               MOVE WS-GB-AMOUNT(4) TO WS-AT-BUCKET(4).
               MOVE WS-GRAND-TOTAL TO WS-AT-TOTAL.
               WRITE AGING-LINE-OUT FROM WS-AGING-TOTAL.

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

       END PROGRAM UTILITY_AGING_PROGRAM.
