      * periods (period zero), prints debits, credits, and the net
      * per account, and proves the whole file's debits equal its
      * credits -- pre-period lines without a period column count
      * only in the all-periods view.  The sub-ledger tie-out
      * proves the student receivable control account (named on
      * RECEIVABLE-CONTROL.TXT) against the balances on the master
      * and SUBLEDGER-POSTINGS.TXT, breaks a difference down by
      * charge code and posting date, and holds a close that does
      * not tie unless a supervisor overrides it with a reason.
      * Modification history:
      *   12-23-2025 NH - sub-ledger tie-out mode; close refused until
      *     tied or overridden
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TRIAL-BALANCE-OUT
           ASSIGN TO '..\TRIAL-BALANCE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO '..\STUDENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY STUDENT-NUMBER-IN
           FILE STATUS WS-KEY.
           SELECT OPTIONAL SUBLEDGER-FILE
           ASSIGN TO '..\SUBLEDGER-POSTINGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIVABLE-CONTROL-FILE
           ASSIGN TO '..\RECEIVABLE-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIEOUT-REPORT-OUT
           ASSIGN TO '..\SUBLEDGER-TIEOUT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TIEOUT-OVERRIDE-FILE
           ASSIGN TO '..\TIEOUT-OVERRIDES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TRIAL-BALANCE-OUT.
       01 REPORT-LINE-OUT         PIC X(90).

       FD STUDENT-MASTER-FILE.
       01 STUDENT-FILE-IN.
           05 STUDENT-NUMBER-IN           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-IN     PIC S9(7)V99.
           05 FILLER         PIC X(144).

       FD SUBLEDGER-FILE.
       01 SUBLEDGER-RECORD.
           05 SUB-DATE-IN         PIC 9(8).
           05 SUB-DATE-R REDEFINES SUB-DATE-IN.
               10 SUB-PERIOD-IN   PIC 9(6).
               10 FILLER          PIC 9(2).
           05 FILLER              PIC X(1).
           05 SUB-STUDENT-IN      PIC 9(7).
           05 FILLER              PIC X(1).
           05 SUB-CHARGE-IN       PIC X(3).
           05 FILLER              PIC X(1).
           05 SUB-AMOUNT-IN       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 SUB-SOURCE-IN       PIC X(3).

      *> Control card: the general-ledger account that carries the
      *> student receivable.
       FD RECEIVABLE-CONTROL-FILE.
       01 RECEIVABLE-CONTROL-RECORD.
           05 CTL-CONTROL-ACCOUNT PIC 9(6).

       FD TIEOUT-REPORT-OUT.
       01 TIEOUT-LINE-OUT         PIC X(90).

      *> A close let through while the tie-out disagreed: who, when,
      *> why, and the two differences as they stood.
       FD TIEOUT-OVERRIDE-FILE.
       01 TIEOUT-OVERRIDE-RECORD.
           05 TOV-PERIOD          PIC 9(6).
           05 FILLER              PIC X(1).
           05 TOV-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 TOV-TIME            PIC 9(8).
           05 FILLER              PIC X(1).
           05 TOV-OPERATOR        PIC X(20).
           05 FILLER              PIC X(1).
           05 TOV-MASTER-DIFF     PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 TOV-GL-DIFF         PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 TOV-REASON          PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X(1).
       01 WS-PERIOD-EOF PIC X(1) VALUE 'N'.
       01 WS-DEBIT-TOTAL PIC 9(12)V99 VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(12)V99 VALUE 0.

      *> Sub-ledger tie-out: the three balances, the sub-ledger by
      *> charge code through the period end, and the period's
      *> activity by posting date (sub-ledger against the control
      *> account, with each day's sub-ledger split by charge code).
       01 WS-KEY PIC X(2).
       01 WS-MASTER-EOF PIC X(1) VALUE 'N'.
       01 WS-SUB-EOF PIC X(1) VALUE 'N'.
       01 WS-TIE-PERIOD PIC 9(6).
       01 WS-CONTROL-ACCOUNT PIC 9(6) VALUE 0.
       01 WS-TIED-FLAG PIC X(1).
       01 WS-INCOMPLETE-FLAG PIC X(1) VALUE 'N'.
       01 WS-MASTER-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-SUBLEDGER-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-GL-CONTROL-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-MASTER-DIFF PIC S9(11)V99 VALUE 0.
       01 WS-GL-DIFF PIC S9(11)V99 VALUE 0.
       01 WS-DAY-DIFF PIC S9(11)V99.
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-CHARGE PIC X(3).
       01 WS-GL-SIGNED PIC S9(11)V99.
       01 WS-OVERRIDE-ANSWER PIC X(1).
       01 WS-OVERRIDE-REASON PIC X(40).
       01 WS-NOW PIC 9(8).
       01 WS-TODAY PIC 9(8).

       01 WS-CHARGE-TABLE.
           05 WS-CG-ENTRY OCCURS 50 TIMES.
               10 WS-CG-CODE      PIC X(3).
               10 WS-CG-AMOUNT    PIC S9(11)V99.
       01 WS-CG-COUNT PIC 9(2) VALUE 0.
       01 WS-CG-SUB PIC 9(2).
       01 WS-CG-HIT-SUB PIC 9(2).

       01 WS-DAY-TABLE.
           05 WS-DY-ENTRY OCCURS 100 TIMES.
               10 WS-DY-DATE      PIC 9(8).
               10 WS-DY-SUBLEDGER PIC S9(11)V99.
               10 WS-DY-GL        PIC S9(11)V99.
       01 WS-DY-COUNT PIC 9(3) VALUE 0.
       01 WS-DY-SUB PIC 9(3).
       01 WS-DY-SUB2 PIC 9(3).
       01 WS-DY-HIT-SUB PIC 9(3).
       01 WS-DY-LIMIT PIC 9(3).
       01 WS-DY-SWAP-ENTRY.
           05 WS-DS-DATE          PIC 9(8).
           05 WS-DS-SUBLEDGER     PIC S9(11)V99.
           05 WS-DS-GL            PIC S9(11)V99.

       01 WS-DAY-CHARGE-TABLE.
           05 WS-DC-ENTRY OCCURS 1000 TIMES.
               10 WS-DC-DATE      PIC 9(8).
               10 WS-DC-CODE      PIC X(3).
               10 WS-DC-AMOUNT    PIC S9(9)V99.
       01 WS-DC-COUNT PIC 9(4) VALUE 0.
       01 WS-DC-SUB PIC 9(4).
       01 WS-DC-HIT-SUB PIC 9(4).

       01 WS-TIE-HEADING.
           05 FILLER              PIC X(34)
               VALUE "SUB-LEDGER TO GL TIE-OUT, PERIOD ".
           05 WS-TH-PERIOD        PIC 9(6).
           05 FILLER              PIC X(20)
               VALUE "   CONTROL ACCOUNT ".
           05 WS-TH-ACCOUNT       PIC 9(6).
       01 WS-TIE-AMOUNT-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-TA-CAPTION       PIC X(40).
           05 WS-TA-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-TA-FLAG          PIC X(10).
       01 WS-DAY-HEADING.
           05 FILLER              PIC X(12) VALUE "  DATE".
           05 FILLER              PIC X(20)
               VALUE "          SUB-LEDGER".
           05 FILLER              PIC X(20)
               VALUE "      GL CONTROL    ".
           05 FILLER              PIC X(20)
               VALUE "      DIFFERENCE    ".
       01 WS-DAY-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DL-DATE          PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DL-SUBLEDGER     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-DL-GL            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-DL-DIFF          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-DAY-CHARGE-LINE.
           05 FILLER              PIC X(16) VALUE SPACES.
           05 WS-DCL-CODE         PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DCL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-TIE-MESSAGE          PIC X(90).

       01 WS-BALANCE-LINE.
           05 WS-B-ACCOUNT        PIC 9(6).
           05 FILLER              PIC X(5) VALUE " DR $".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Close a period, print the trial balance, or "
               "print the sub-ledger tie-out? (C/T/S) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'T' OR 't'
                   PERFORM 400-PRINT-TRIAL-BALANCE
               WHEN WS-MODE = 'S' OR 's'
                   PERFORM 500-PRINT-THE-TIEOUT
               WHEN OTHER
                   PERFORM 100-CLOSE-ONE-PERIOD
           END-EVALUATE.
           STOP RUN.

      *> Closing is a finance decision, so it demands a
               PERFORM 110-ACCEPT-CLOSE-PERIOD
                   UNTIL WS-PERIOD-EDIT IS NUMERIC.
               MOVE WS-PERIOD-EDIT TO WS-CLOSE-PERIOD.
               MOVE WS-CLOSE-PERIOD TO WS-TIE-PERIOD.
               PERFORM 510-RUN-THE-TIEOUT.
               IF WS-TIED-FLAG NOT = 'Y'
                   PERFORM 150-ASK-FOR-OVERRIDE
               END-IF.
               PERFORM 120-LOAD-PERIOD-TABLE.
               PERFORM 130-STAMP-PERIOD-CLOSED.
               PERFORM 140-REWRITE-PERIOD-CONTROL.
               MOVE WS-PD-STATUS(WS-SUB) TO GPC-STATUS.
               WRITE GL-PERIOD-CONTROL-RECORD.

      *> The period does not close on a tie-out that disagrees
      *> unless the supervisor says so and gives a reason; the
      *> override is kept with the differences as they stood.
           150-ASK-FOR-OVERRIDE.
               DISPLAY "*** SUB-LEDGER DOES NOT TIE -- SEE "
                   "SUBLEDGER-TIEOUT.TXT ***".
               DISPLAY "Override the tie-out and close anyway? (Y/N) "
               ACCEPT WS-OVERRIDE-ANSWER.
               IF WS-OVERRIDE-ANSWER NOT = 'Y' AND 'y'
                   DISPLAY "Period " WS-CLOSE-PERIOD " NOT closed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO WS-OVERRIDE-REASON.
               PERFORM 155-ACCEPT-OVERRIDE-REASON
                   UNTIL WS-OVERRIDE-REASON NOT = SPACES.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               ACCEPT WS-NOW FROM TIME.
               OPEN EXTEND TIEOUT-OVERRIDE-FILE.
               MOVE SPACES TO TIEOUT-OVERRIDE-RECORD.
               MOVE WS-CLOSE-PERIOD TO TOV-PERIOD.
               MOVE WS-TODAY TO TOV-DATE.
               MOVE WS-NOW TO TOV-TIME.
               MOVE WS-AUDIT-OPERATOR TO TOV-OPERATOR.
               MOVE WS-MASTER-DIFF TO TOV-MASTER-DIFF.
               MOVE WS-GL-DIFF TO TOV-GL-DIFF.
               MOVE WS-OVERRIDE-REASON TO TOV-REASON.
               WRITE TIEOUT-OVERRIDE-RECORD.
               CLOSE TIEOUT-OVERRIDE-FILE.
               MOVE 4 TO RETURN-CODE.

           155-ACCEPT-OVERRIDE-REASON.
               DISPLAY "Reason for the override: "
               ACCEPT WS-OVERRIDE-REASON.

      *> The trial balance: every interface line accumulates into
      *> its account's debit or credit column, within the one
      *> requested period or across all of them, and the bottom
               DISPLAY WS-BALANCE-LINE.
               WRITE REPORT-LINE-OUT FROM WS-BALANCE-LINE.

      *> The tie-out proves the student receivable three ways: the
      *> balances on the master as they stand, the sub-ledger
      *> through the end of the period, and the control account on
      *> the GL through the same period.  A difference is broken
      *> down by charge code and by posting date within the period.
           500-PRINT-THE-TIEOUT.
               MOVE 'N' TO WS-PERIOD-EDIT.
               PERFORM 505-ACCEPT-TIE-PERIOD
                   UNTIL WS-PERIOD-EDIT IS NUMERIC.
               MOVE WS-PERIOD-EDIT TO WS-TIE-PERIOD.
               PERFORM 510-RUN-THE-TIEOUT.
               IF WS-TIED-FLAG NOT = 'Y'
                   MOVE 4 TO RETURN-CODE
               END-IF.

           505-ACCEPT-TIE-PERIOD.
               DISPLAY "Tie-out through which period (YYYYMM)? "
               ACCEPT WS-PERIOD-EDIT
               IF WS-PERIOD-EDIT IS NOT NUMERIC
                   DISPLAY "Period must be numeric, try again."
               END-IF.

           510-RUN-THE-TIEOUT.
               PERFORM 520-READ-CONTROL-CARD.
               PERFORM 530-TOTAL-THE-MASTER.
               PERFORM 540-ACCUMULATE-SUBLEDGER.
               PERFORM 550-ACCUMULATE-CONTROL-ACCOUNT.
               IF WS-DY-COUNT > 1
                   PERFORM 560-SORT-PASS
                       VARYING WS-DY-SUB FROM 1 BY 1
                       UNTIL WS-DY-SUB >= WS-DY-COUNT
               END-IF.
               COMPUTE WS-MASTER-DIFF =
                   WS-MASTER-TOTAL - WS-SUBLEDGER-TOTAL.
               COMPUTE WS-GL-DIFF =
                   WS-GL-CONTROL-TOTAL - WS-SUBLEDGER-TOTAL.
               IF WS-MASTER-DIFF = 0 AND WS-GL-DIFF = 0
                   AND WS-INCOMPLETE-FLAG = 'N'
                   MOVE 'Y' TO WS-TIED-FLAG
               ELSE
                   MOVE 'N' TO WS-TIED-FLAG
               END-IF.
               PERFORM 570-WRITE-THE-TIEOUT.

      *> Without the control account there is nothing to tie to.
           520-READ-CONTROL-CARD.
               OPEN INPUT RECEIVABLE-CONTROL-FILE.
               READ RECEIVABLE-CONTROL-FILE
                   AT END MOVE 0 TO WS-CONTROL-ACCOUNT
                   NOT AT END
                       IF CTL-CONTROL-ACCOUNT IS NUMERIC
                           MOVE CTL-CONTROL-ACCOUNT
                               TO WS-CONTROL-ACCOUNT
                       END-IF
               END-READ.
               CLOSE RECEIVABLE-CONTROL-FILE.
               IF WS-CONTROL-ACCOUNT = 0
                   DISPLAY "No receivable control account on "
                       "RECEIVABLE-CONTROL.TXT -- tie-out cannot run."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           530-TOTAL-THE-MASTER.
               OPEN INPUT STUDENT-MASTER-FILE.
               IF WS-KEY NOT = '00'
                   DISPLAY "STUDENT-MASTER.IDX will not open, status "
                       WS-KEY " -- tie-out cannot run."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM 531-READ-ONE-MASTER
                   UNTIL WS-MASTER-EOF = 'Y'.
               CLOSE STUDENT-MASTER-FILE.

           531-READ-ONE-MASTER.
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD STUDENT-TUITION-OWED-IN TO WS-MASTER-TOTAL
               END-READ.

           540-ACCUMULATE-SUBLEDGER.
               OPEN INPUT SUBLEDGER-FILE.
               PERFORM 541-READ-ONE-POSTING
                   UNTIL WS-SUB-EOF = 'Y'.
               CLOSE SUBLEDGER-FILE.

           541-READ-ONE-POSTING.
               READ SUBLEDGER-FILE
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF SUB-DATE-IN IS NUMERIC
                           AND SUB-PERIOD-IN <= WS-TIE-PERIOD
                           PERFORM 542-ACCUMULATE-ONE-POSTING
                       END-IF
               END-READ.

           542-ACCUMULATE-ONE-POSTING.
               ADD SUB-AMOUNT-IN TO WS-SUBLEDGER-TOTAL.
               MOVE SUB-CHARGE-IN TO WS-WORK-CHARGE.
               PERFORM 543-FIND-OR-ADD-CHARGE.
               IF WS-CG-HIT-SUB > 0
                   ADD SUB-AMOUNT-IN TO WS-CG-AMOUNT(WS-CG-HIT-SUB)
               END-IF.
               IF SUB-PERIOD-IN = WS-TIE-PERIOD
                   MOVE SUB-DATE-IN TO WS-WORK-DATE
                   PERFORM 545-FIND-OR-ADD-DAY
                   IF WS-DY-HIT-SUB > 0
                       ADD SUB-AMOUNT-IN
                           TO WS-DY-SUBLEDGER(WS-DY-HIT-SUB)
                   END-IF
                   PERFORM 547-FIND-OR-ADD-DAY-CHARGE
                   IF WS-DC-HIT-SUB > 0
                       ADD SUB-AMOUNT-IN
                           TO WS-DC-AMOUNT(WS-DC-HIT-SUB)
                   END-IF
               END-IF.

           543-FIND-OR-ADD-CHARGE.
               MOVE 0 TO WS-CG-HIT-SUB.
               PERFORM 544-SCAN-ONE-CHARGE
                   VARYING WS-CG-SUB FROM 1 BY 1
                   UNTIL WS-CG-SUB > WS-CG-COUNT
                       OR WS-CG-HIT-SUB > 0.
               IF WS-CG-HIT-SUB = 0
                   IF WS-CG-COUNT < 50
                       ADD 1 TO WS-CG-COUNT
                       MOVE WS-CG-COUNT TO WS-CG-HIT-SUB
                       MOVE WS-WORK-CHARGE
                           TO WS-CG-CODE(WS-CG-HIT-SUB)
                       MOVE 0 TO WS-CG-AMOUNT(WS-CG-HIT-SUB)
                   ELSE
                       DISPLAY "*** WARNING: CHARGE CODE TABLE IS "
                           "FULL -- NOT BROKEN DOWN: " WS-WORK-CHARGE
                       MOVE 'Y' TO WS-INCOMPLETE-FLAG
                   END-IF
               END-IF.

           544-SCAN-ONE-CHARGE.
               IF WS-CG-CODE(WS-CG-SUB) = WS-WORK-CHARGE
                   MOVE WS-CG-SUB TO WS-CG-HIT-SUB
               END-IF.

           545-FIND-OR-ADD-DAY.
               MOVE 0 TO WS-DY-HIT-SUB.
               PERFORM 546-SCAN-ONE-DAY
                   VARYING WS-DY-SUB FROM 1 BY 1
                   UNTIL WS-DY-SUB > WS-DY-COUNT
                       OR WS-DY-HIT-SUB > 0.
               IF WS-DY-HIT-SUB = 0
                   IF WS-DY-COUNT < 100
                       ADD 1 TO WS-DY-COUNT
                       MOVE WS-DY-COUNT TO WS-DY-HIT-SUB
                       MOVE WS-WORK-DATE TO WS-DY-DATE(WS-DY-HIT-SUB)
                       MOVE 0 TO WS-DY-SUBLEDGER(WS-DY-HIT-SUB)
                       MOVE 0 TO WS-DY-GL(WS-DY-HIT-SUB)
                   ELSE
                       DISPLAY "*** WARNING: POSTING DATE TABLE IS "
                           "FULL -- NOT BROKEN DOWN: " WS-WORK-DATE
                       MOVE 'Y' TO WS-INCOMPLETE-FLAG
                   END-IF
               END-IF.

           546-SCAN-ONE-DAY.
               IF WS-DY-DATE(WS-DY-SUB) = WS-WORK-DATE
                   MOVE WS-DY-SUB TO WS-DY-HIT-SUB
               END-IF.

           547-FIND-OR-ADD-DAY-CHARGE.
               MOVE 0 TO WS-DC-HIT-SUB.
               PERFORM 548-SCAN-ONE-DAY-CHARGE
                   VARYING WS-DC-SUB FROM 1 BY 1
                   UNTIL WS-DC-SUB > WS-DC-COUNT
                       OR WS-DC-HIT-SUB > 0.
               IF WS-DC-HIT-SUB = 0
                   IF WS-DC-COUNT < 1000
                       ADD 1 TO WS-DC-COUNT
                       MOVE WS-DC-COUNT TO WS-DC-HIT-SUB
                       MOVE WS-WORK-DATE TO WS-DC-DATE(WS-DC-HIT-SUB)
                       MOVE WS-WORK-CHARGE
                           TO WS-DC-CODE(WS-DC-HIT-SUB)
                       MOVE 0 TO WS-DC-AMOUNT(WS-DC-HIT-SUB)
                   ELSE
                       DISPLAY "*** WARNING: DAILY CHARGE TABLE IS "
                           "FULL -- NOT BROKEN DOWN: " WS-WORK-DATE
                       MOVE 'Y' TO WS-INCOMPLETE-FLAG
                   END-IF
               END-IF.

           548-SCAN-ONE-DAY-CHARGE.
               IF WS-DC-DATE(WS-DC-SUB) = WS-WORK-DATE
                   AND WS-DC-CODE(WS-DC-SUB) = WS-WORK-CHARGE
                   MOVE WS-DC-SUB TO WS-DC-HIT-SUB
               END-IF.

      *> The control account nets debits against credits; lines
      *> written before the period column existed count as history.
           550-ACCUMULATE-CONTROL-ACCOUNT.
               OPEN INPUT GL-INTERFACE-FILE.
               PERFORM 551-READ-ONE-CONTROL-LINE
                   UNTIL WS-GL-EOF = 'Y'.
               CLOSE GL-INTERFACE-FILE.

           551-READ-ONE-CONTROL-LINE.
               READ GL-INTERFACE-FILE
                   AT END MOVE 'Y' TO WS-GL-EOF
                   NOT AT END
                       IF GL-ACCOUNT = WS-CONTROL-ACCOUNT
                           AND (GL-PERIOD IS NOT NUMERIC
                               OR GL-PERIOD-9 <= WS-TIE-PERIOD)
                           PERFORM 552-ACCUMULATE-CONTROL-LINE
                       END-IF
               END-READ.

           552-ACCUMULATE-CONTROL-LINE.
               IF GL-DR-CR = "DR"
                   MOVE GL-AMOUNT TO WS-GL-SIGNED
               ELSE
                   COMPUTE WS-GL-SIGNED = 0 - GL-AMOUNT
               END-IF.
               ADD WS-GL-SIGNED TO WS-GL-CONTROL-TOTAL.
               IF GL-PERIOD IS NUMERIC
                   AND GL-PERIOD-9 = WS-TIE-PERIOD
                   MOVE GL-RUN-DATE TO WS-WORK-DATE
                   PERFORM 545-FIND-OR-ADD-DAY
                   IF WS-DY-HIT-SUB > 0
                       ADD WS-GL-SIGNED TO WS-DY-GL(WS-DY-HIT-SUB)
                   END-IF
               END-IF.

           560-SORT-PASS.
               COMPUTE WS-DY-LIMIT = WS-DY-COUNT - WS-DY-SUB.
               PERFORM 565-SORT-COMPARE
                   VARYING WS-DY-SUB2 FROM 1 BY 1
                   UNTIL WS-DY-SUB2 > WS-DY-LIMIT.

           565-SORT-COMPARE.
               IF WS-DY-DATE(WS-DY-SUB2) > WS-DY-DATE(WS-DY-SUB2 + 1)
                   MOVE WS-DY-ENTRY(WS-DY-SUB2) TO WS-DY-SWAP-ENTRY
                   MOVE WS-DY-ENTRY(WS-DY-SUB2 + 1)
                       TO WS-DY-ENTRY(WS-DY-SUB2)
                   MOVE WS-DY-SWAP-ENTRY TO WS-DY-ENTRY(WS-DY-SUB2 + 1)
               END-IF.

           570-WRITE-THE-TIEOUT.
               OPEN OUTPUT TIEOUT-REPORT-OUT.
               MOVE WS-TIE-PERIOD TO WS-TH-PERIOD.
               MOVE WS-CONTROL-ACCOUNT TO WS-TH-ACCOUNT.
               WRITE TIEOUT-LINE-OUT FROM WS-TIE-HEADING.
               MOVE SPACES TO TIEOUT-LINE-OUT.
               WRITE TIEOUT-LINE-OUT.
               MOVE "STUDENT MASTER BALANCES (AS AT TODAY)"
                   TO WS-TA-CAPTION.
               MOVE WS-MASTER-TOTAL TO WS-TA-AMOUNT.
               MOVE SPACES TO WS-TA-FLAG.
               WRITE TIEOUT-LINE-OUT FROM WS-TIE-AMOUNT-LINE.
               MOVE "SUB-LEDGER THROUGH PERIOD END"
                   TO WS-TA-CAPTION.
               MOVE WS-SUBLEDGER-TOTAL TO WS-TA-AMOUNT.
               WRITE TIEOUT-LINE-OUT FROM WS-TIE-AMOUNT-LINE.
               MOVE "GL CONTROL ACCOUNT THROUGH PERIOD END"
                   TO WS-TA-CAPTION.
               MOVE WS-GL-CONTROL-TOTAL TO WS-TA-AMOUNT.
               WRITE TIEOUT-LINE-OUT FROM WS-TIE-AMOUNT-LINE.
               MOVE "MASTER LESS SUB-LEDGER" TO WS-TA-CAPTION.
               MOVE WS-MASTER-DIFF TO WS-TA-AMOUNT.
               IF WS-MASTER-DIFF NOT = 0
                   MOVE "*** DIFF" TO WS-TA-FLAG
               END-IF.
               WRITE TIEOUT-LINE-OUT FROM WS-TIE-AMOUNT-LINE.
               MOVE "GL CONTROL LESS SUB-LEDGER" TO WS-TA-CAPTION.
               MOVE WS-GL-DIFF TO WS-TA-AMOUNT.
               MOVE SPACES TO WS-TA-FLAG.
               IF WS-GL-DIFF NOT = 0
                   MOVE "*** DIFF" TO WS-TA-FLAG
               END-IF.
               WRITE TIEOUT-LINE-OUT FROM WS-TIE-AMOUNT-LINE.
               MOVE SPACES TO TIEOUT-LINE-OUT.
               WRITE TIEOUT-LINE-OUT.
               MOVE "SUB-LEDGER BY CHARGE CODE THROUGH PERIOD END"
                   TO TIEOUT-LINE-OUT.
               WRITE TIEOUT-LINE-OUT.
               MOVE SPACES TO WS-TA-FLAG.
               PERFORM 575-WRITE-ONE-CHARGE
                   VARYING WS-CG-SUB FROM 1 BY 1
                   UNTIL WS-CG-SUB > WS-CG-COUNT.
               MOVE SPACES TO TIEOUT-LINE-OUT.
               WRITE TIEOUT-LINE-OUT.
               MOVE "PERIOD ACTIVITY BY POSTING DATE"
                   TO TIEOUT-LINE-OUT.
               WRITE TIEOUT-LINE-OUT.
               WRITE TIEOUT-LINE-OUT FROM WS-DAY-HEADING.
               PERFORM 580-WRITE-ONE-DAY
                   VARYING WS-DY-SUB FROM 1 BY 1
                   UNTIL WS-DY-SUB > WS-DY-COUNT.
               MOVE SPACES TO TIEOUT-LINE-OUT.
               WRITE TIEOUT-LINE-OUT.
               IF WS-INCOMPLETE-FLAG = 'Y'
                   MOVE "*** A TABLE FILLED -- BREAKDOWN INCOMPLETE ***"
                       TO TIEOUT-LINE-OUT
                   WRITE TIEOUT-LINE-OUT
               END-IF.
               IF WS-TIED-FLAG = 'Y'
                   MOVE "TIED" TO WS-TIE-MESSAGE
               ELSE
                   MOVE "*** NOT TIED ***" TO WS-TIE-MESSAGE
               END-IF.
               WRITE TIEOUT-LINE-OUT FROM WS-TIE-MESSAGE.
               DISPLAY "Sub-ledger tie-out for " WS-TIE-PERIOD ": "
                   WS-TIE-MESSAGE.
               CLOSE TIEOUT-REPORT-OUT.

           575-WRITE-ONE-CHARGE.
               MOVE WS-CG-CODE(WS-CG-SUB) TO WS-TA-CAPTION.
               MOVE WS-CG-AMOUNT(WS-CG-SUB) TO WS-TA-AMOUNT.
               WRITE TIEOUT-LINE-OUT FROM WS-TIE-AMOUNT-LINE.

      *> A day that does not agree shows its sub-ledger split by
      *> charge code underneath it.
           580-WRITE-ONE-DAY.
               MOVE WS-DY-DATE(WS-DY-SUB) TO WS-DL-DATE.
               MOVE WS-DY-SUBLEDGER(WS-DY-SUB) TO WS-DL-SUBLEDGER.
               MOVE WS-DY-GL(WS-DY-SUB) TO WS-DL-GL.
               COMPUTE WS-DAY-DIFF =
                   WS-DY-GL(WS-DY-SUB) - WS-DY-SUBLEDGER(WS-DY-SUB).
               MOVE WS-DAY-DIFF TO WS-DL-DIFF.
               WRITE TIEOUT-LINE-OUT FROM WS-DAY-LINE.
               IF WS-DAY-DIFF NOT = 0
                   MOVE WS-DY-DATE(WS-DY-SUB) TO WS-WORK-DATE
                   PERFORM 585-WRITE-ONE-DAY-CHARGE
                       VARYING WS-DC-SUB FROM 1 BY 1
                       UNTIL WS-DC-SUB > WS-DC-COUNT
               END-IF.

           585-WRITE-ONE-DAY-CHARGE.
               IF WS-DC-DATE(WS-DC-SUB) = WS-WORK-DATE
                   MOVE WS-DC-CODE(WS-DC-SUB) TO WS-DCL-CODE
                   MOVE WS-DC-AMOUNT(WS-DC-SUB) TO WS-DCL-AMOUNT
                   WRITE TIEOUT-LINE-OUT FROM WS-DAY-CHARGE-LINE
               END-IF.

       END PROGRAM GL_PERIOD_CLOSE_PROGRAM.
