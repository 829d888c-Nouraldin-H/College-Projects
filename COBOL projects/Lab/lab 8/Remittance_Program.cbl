      * registers, and clear the accumulator to zero so the next
      * period starts fresh.  An accumulator that is already zero
      * cuts nothing and says so.
      * Modification history:
      *   05-05-2026 NH - the employer contribution rows the payroll
      *     batch now adds to the accumulator are cut to
      *     REMIT-EMPLOYER.TXT, one line per contribution type plus the
      *     TRL trailer, and cleared with the rest, their year-to-date
      *     column kept
      *   04-28-2026 NH - garnishments get their own payee file: the
      *     withheld lines the payroll batch writes are totalled per
      *     payee onto REMIT-GARNISHMENTS.TXT with the usual TRL
      *     trailer, and the withheld file is emptied once cut
      *   04-21-2026 NH - the accumulator's year-to-date column is
      *     carried through the period-end clear untouched; only the
      *     period amount goes back to zero, and the year-end tax slips
      *     balance to the year figure
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REMIT-BENEFITS-FILE
           ASSIGN TO '..\REMIT-BENEFITS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GARNISHMENT-WITHHELD-FILE
           ASSIGN TO '..\GARNISHMENT-WITHHELD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-GARNISH-FILE
           ASSIGN TO '..\REMIT-GARNISHMENTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-EMPLOYER-FILE
           ASSIGN TO '..\REMIT-EMPLOYER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMITTANCE-REGISTER-OUT
           ASSIGN TO '..\REMITTANCE-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           05 RMA-PAYEE           PIC X(8).
           05 FILLER              PIC X(1).
           05 RMA-AMOUNT          PIC 9(9)V99.
           05 FILLER              PIC X(1).
           05 RMA-YTD-AMOUNT      PIC 9(9)V99.

       FD REMIT-TAX-FILE.
       01 REMIT-TAX-RECORD        PIC X(40).
       FD REMIT-BENEFITS-FILE.
       01 REMIT-BENEFITS-RECORD   PIC X(40).

      *> One line per deduction order per clean pay run, written by
      *> the payroll batch; the garnishment payee file is cut from
      *> it by payee.
       FD GARNISHMENT-WITHHELD-FILE.
       01 GARNISHMENT-WITHHELD-RECORD.
           05 GWH-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 GWH-PAYEE           PIC X(8).
           05 FILLER              PIC X(1).
           05 GWH-EMP-NUMBER      PIC 9(5).
           05 FILLER              PIC X(1).
           05 GWH-ORDER-NUMBER    PIC 9(6).
           05 FILLER              PIC X(1).
           05 GWH-AMOUNT          PIC 9(7)V99.

       FD REMIT-GARNISH-FILE.
       01 REMIT-GARNISH-RECORD    PIC X(40).

       FD REMIT-EMPLOYER-FILE.
       01 REMIT-EMPLOYER-RECORD   PIC X(40).

       FD REMITTANCE-REGISTER-OUT.
       01 REGISTER-LINE-OUT       PIC X(60).

       01 WS-ACCUM-TAX PIC 9(9)V99 VALUE 0.
       01 WS-ACCUM-DUES PIC 9(9)V99 VALUE 0.
       01 WS-ACCUM-BEN PIC 9(9)V99 VALUE 0.
       01 WS-ACCUM-YTD-TAX PIC 9(9)V99 VALUE 0.
       01 WS-ACCUM-YTD-DUES PIC 9(9)V99 VALUE 0.
       01 WS-ACCUM-YTD-BEN PIC 9(9)V99 VALUE 0.
       01 WS-FILES-CUT PIC 9(1) VALUE 0.
       01 WS-GARN-EOF PIC X(1) VALUE 'N'.
       01 WS-GARN-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-GARN-TABLE.
           05 WS-GP-ENTRY OCCURS 100 TIMES.
               10 WS-GP-PAYEE     PIC X(8).
               10 WS-GP-AMOUNT    PIC 9(9)V99.
       01 WS-GP-COUNT PIC 9(3) VALUE 0.
       01 WS-GP-SUB PIC 9(3).
       01 WS-GP-HIT-SUB PIC 9(3).
       01 WS-GP-FULL PIC X(1) VALUE 'N'.
      *> Employer contribution rows off the accumulator: every row
      *> that is not one of the three withholding payees.
       01 WS-EMPLOYER-TABLE.
           05 WS-EC-ENTRY OCCURS 100 TIMES.
               10 WS-EC-TYPE      PIC X(8).
               10 WS-EC-AMOUNT    PIC 9(9)V99.
               10 WS-EC-YTD       PIC 9(9)V99.
       01 WS-EC-COUNT PIC 9(3) VALUE 0.
       01 WS-EC-SUB PIC 9(3).
       01 WS-EC-LINES PIC 9(3) VALUE 0.
       01 WS-EC-FULL PIC X(1) VALUE 'N'.
       01 WS-EMPLOYER-TOTAL PIC 9(9)V99 VALUE 0.

       01 WS-REMIT-DETAIL.
           05 WS-RD-DATE          PIC 9(8).
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-THE-ACCUMULATOR.
           PERFORM 150-LOAD-GARNISHMENTS.
           IF WS-GP-FULL = 'Y'
               DISPLAY "GARNISHMENT-WITHHELD.TXT NAMES MORE THAN 100 "
                   "PAYEES -- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EC-FULL = 'Y'
               DISPLAY "REMITTANCE-ACCUM.TXT CARRIES MORE THAN 100 "
                   "EMPLOYER TYPES -- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ACCUM-TAX = 0 AND WS-ACCUM-DUES = 0
               AND WS-ACCUM-BEN = 0 AND WS-GARN-TOTAL = 0
               AND WS-EMPLOYER-TOTAL = 0
               DISPLAY "Nothing accumulated -- no remittances cut."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           PERFORM 200-CUT-TAXATION-FILE.
           PERFORM 300-CUT-UNION-FILE.
           PERFORM 400-CUT-BENEFITS-FILE.
           PERFORM 450-CUT-GARNISHMENT-FILE.
           PERFORM 470-CUT-EMPLOYER-FILE.
           CLOSE REMITTANCE-REGISTER-OUT.
           PERFORM 500-CLEAR-THE-ACCUMULATOR.
           PERFORM 550-CLEAR-THE-GARNISHMENTS.
           DISPLAY "REMITTANCE FILES CUT: " WS-FILES-CUT.
           STOP RUN.

               READ REMITTANCE-ACCUM-FILE
                   AT END MOVE 'Y' TO WS-ACCUM-EOF
                   NOT AT END
                       IF RMA-YTD-AMOUNT IS NOT NUMERIC
                           MOVE 0 TO RMA-YTD-AMOUNT
                       END-IF
                       EVALUATE RMA-PAYEE
                           WHEN "TAXATION"
                               MOVE RMA-AMOUNT TO WS-ACCUM-TAX
                               MOVE RMA-YTD-AMOUNT
                                   TO WS-ACCUM-YTD-TAX
                           WHEN "UNION   "
                               MOVE RMA-AMOUNT TO WS-ACCUM-DUES
                               MOVE RMA-YTD-AMOUNT
                                   TO WS-ACCUM-YTD-DUES
                           WHEN "BENEFITS"
                               MOVE RMA-AMOUNT TO WS-ACCUM-BEN
                               MOVE RMA-YTD-AMOUNT
                                   TO WS-ACCUM-YTD-BEN
                           WHEN OTHER
                               PERFORM 120-LOAD-EMPLOYER-ROW
                       END-EVALUATE
               END-READ.

           120-LOAD-EMPLOYER-ROW.
               IF WS-EC-COUNT = 100
                   MOVE 'Y' TO WS-EC-FULL
               ELSE
                   ADD 1 TO WS-EC-COUNT
                   MOVE RMA-PAYEE TO WS-EC-TYPE(WS-EC-COUNT)
                   MOVE RMA-AMOUNT TO WS-EC-AMOUNT(WS-EC-COUNT)
                   MOVE RMA-YTD-AMOUNT TO WS-EC-YTD(WS-EC-COUNT)
                   ADD RMA-AMOUNT TO WS-EMPLOYER-TOTAL
               END-IF.

      *> Court-ordered deductions go to many payees, so they are
      *> totalled per payee here rather than carried on the
      *> three-payee accumulator.
           150-LOAD-GARNISHMENTS.
               OPEN INPUT GARNISHMENT-WITHHELD-FILE.
               PERFORM 160-READ-WITHHELD-LINE
                   UNTIL WS-GARN-EOF = 'Y' OR WS-GP-FULL = 'Y'.
               CLOSE GARNISHMENT-WITHHELD-FILE.

           160-READ-WITHHELD-LINE.
               READ GARNISHMENT-WITHHELD-FILE
                   AT END MOVE 'Y' TO WS-GARN-EOF
                   NOT AT END PERFORM 170-ADD-TO-GARNISH-PAYEE
               END-READ.

           170-ADD-TO-GARNISH-PAYEE.
               MOVE 0 TO WS-GP-HIT-SUB.
               PERFORM 175-MATCH-GARNISH-PAYEE
                   VARYING WS-GP-SUB FROM 1 BY 1
                   UNTIL WS-GP-SUB > WS-GP-COUNT
                   OR WS-GP-HIT-SUB > 0.
               IF WS-GP-HIT-SUB = 0
                   IF WS-GP-COUNT = 100
                       MOVE 'Y' TO WS-GP-FULL
                   ELSE
                       ADD 1 TO WS-GP-COUNT
                       MOVE WS-GP-COUNT TO WS-GP-HIT-SUB
                       MOVE GWH-PAYEE TO WS-GP-PAYEE(WS-GP-COUNT)
                       MOVE 0 TO WS-GP-AMOUNT(WS-GP-COUNT)
                   END-IF
               END-IF.
               IF WS-GP-HIT-SUB > 0
                   ADD GWH-AMOUNT TO WS-GP-AMOUNT(WS-GP-HIT-SUB)
                   ADD GWH-AMOUNT TO WS-GARN-TOTAL
               END-IF.

           175-MATCH-GARNISH-PAYEE.
               IF WS-GP-PAYEE(WS-GP-SUB) = GWH-PAYEE
                   MOVE WS-GP-SUB TO WS-GP-HIT-SUB
               END-IF.

      *> Each payee file is one detail line and the TRL trailer
      *> whose count and amount must equal it -- the receiving
      *> office proves the file the same way the payroll proves
                   WRITE REGISTER-LINE-OUT FROM WS-REGISTER-LINE
               END-IF.

      *> One detail line per garnishment payee, and a trailer whose
      *> count is the payees and whose amount is their total.
           450-CUT-GARNISHMENT-FILE.
               IF WS-GARN-TOTAL > 0
                   OPEN OUTPUT REMIT-GARNISH-FILE
                   PERFORM 460-WRITE-GARNISH-PAYEE
                       VARYING WS-GP-SUB FROM 1 BY 1
                       UNTIL WS-GP-SUB > WS-GP-COUNT
                   MOVE WS-GP-COUNT TO WS-RT-COUNT
                   MOVE WS-GARN-TOTAL TO WS-RT-AMOUNT
                   WRITE REMIT-GARNISH-RECORD FROM WS-REMIT-TRAILER
                   CLOSE REMIT-GARNISH-FILE
                   ADD 1 TO WS-FILES-CUT
               END-IF.

           460-WRITE-GARNISH-PAYEE.
               MOVE WS-RUN-DATE TO WS-RD-DATE.
               MOVE WS-GP-PAYEE(WS-GP-SUB) TO WS-RD-PAYEE.
               MOVE WS-GP-AMOUNT(WS-GP-SUB) TO WS-RD-AMOUNT.
               WRITE REMIT-GARNISH-RECORD FROM WS-REMIT-DETAIL.
               MOVE WS-GP-PAYEE(WS-GP-SUB) TO WS-RG-PAYEE.
               MOVE WS-GP-AMOUNT(WS-GP-SUB) TO WS-RG-AMOUNT.
               DISPLAY WS-REGISTER-LINE.
               WRITE REGISTER-LINE-OUT FROM WS-REGISTER-LINE.

      *> The employer's contributions: one detail line per type
      *> with money owing, and a trailer whose count is those lines
      *> and whose amount is their total.
           470-CUT-EMPLOYER-FILE.
               IF WS-EMPLOYER-TOTAL > 0
                   OPEN OUTPUT REMIT-EMPLOYER-FILE
                   PERFORM 480-WRITE-EMPLOYER-TYPE
                       VARYING WS-EC-SUB FROM 1 BY 1
                       UNTIL WS-EC-SUB > WS-EC-COUNT
                   MOVE WS-EC-LINES TO WS-RT-COUNT
                   MOVE WS-EMPLOYER-TOTAL TO WS-RT-AMOUNT
                   WRITE REMIT-EMPLOYER-RECORD FROM WS-REMIT-TRAILER
                   CLOSE REMIT-EMPLOYER-FILE
                   ADD 1 TO WS-FILES-CUT
               END-IF.

           480-WRITE-EMPLOYER-TYPE.
               IF WS-EC-AMOUNT(WS-EC-SUB) > 0
                   MOVE WS-RUN-DATE TO WS-RD-DATE
                   MOVE WS-EC-TYPE(WS-EC-SUB) TO WS-RD-PAYEE
                   MOVE WS-EC-AMOUNT(WS-EC-SUB) TO WS-RD-AMOUNT
                   WRITE REMIT-EMPLOYER-RECORD FROM WS-REMIT-DETAIL
                   ADD 1 TO WS-EC-LINES
                   MOVE WS-EC-TYPE(WS-EC-SUB) TO WS-RG-PAYEE
                   MOVE WS-EC-AMOUNT(WS-EC-SUB) TO WS-RG-AMOUNT
                   DISPLAY WS-REGISTER-LINE
                   WRITE REGISTER-LINE-OUT FROM WS-REGISTER-LINE
               END-IF.

      *> Remitted money leaves the accumulator; the next pay run
      *> starts the next period's figure from zero.  The year-to-
      *> date column rides through untouched for the tax slips.
           500-CLEAR-THE-ACCUMULATOR.
               OPEN OUTPUT REMITTANCE-ACCUM-FILE.
               MOVE SPACES TO REMITTANCE-ACCUM-RECORD.
               MOVE "TAXATION" TO RMA-PAYEE.
               MOVE 0 TO RMA-AMOUNT.
               MOVE WS-ACCUM-YTD-TAX TO RMA-YTD-AMOUNT.
               WRITE REMITTANCE-ACCUM-RECORD.
               MOVE SPACES TO REMITTANCE-ACCUM-RECORD.
               MOVE "UNION   " TO RMA-PAYEE.
               MOVE 0 TO RMA-AMOUNT.
               MOVE WS-ACCUM-YTD-DUES TO RMA-YTD-AMOUNT.
               WRITE REMITTANCE-ACCUM-RECORD.
               MOVE SPACES TO REMITTANCE-ACCUM-RECORD.
               MOVE "BENEFITS" TO RMA-PAYEE.
               MOVE 0 TO RMA-AMOUNT.
               MOVE WS-ACCUM-YTD-BEN TO RMA-YTD-AMOUNT.
               WRITE REMITTANCE-ACCUM-RECORD.
               PERFORM 510-CLEAR-EMPLOYER-ROW
                   VARYING WS-EC-SUB FROM 1 BY 1
                   UNTIL WS-EC-SUB > WS-EC-COUNT.
               CLOSE REMITTANCE-ACCUM-FILE.

           510-CLEAR-EMPLOYER-ROW.
               MOVE SPACES TO REMITTANCE-ACCUM-RECORD.
               MOVE WS-EC-TYPE(WS-EC-SUB) TO RMA-PAYEE.
               MOVE 0 TO RMA-AMOUNT.
               MOVE WS-EC-YTD(WS-EC-SUB) TO RMA-YTD-AMOUNT.
               WRITE REMITTANCE-ACCUM-RECORD.

           550-CLEAR-THE-GARNISHMENTS.
               OPEN OUTPUT GARNISHMENT-WITHHELD-FILE.
               CLOSE GARNISHMENT-WITHHELD-FILE.

       END PROGRAM REMITTANCE_PROGRAM.
