      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 12-16-2025
      * Purpose: the cashier's counter.  Key mode takes payments at
      * the counter and appends each one to PAYMENT-TRANSACTIONS.TXT
      * stamped with the signed-on cashier and the tender (C cash,
      * Q cheque, D debit) -- a cheque carries its cheque number as
      * the receipt the way the lockbox import does, cash and debit
      * take the next counter receipt off NEXT-COUNTER-RECEIPT.TXT.
      * Close-out mode takes one cashier's counted drawer at the end
      * of the shift (cash less the float on DRAWER-CONTROL.TXT,
      * cheques, and the debit terminal's batch total), reports over
      * or short per tender against what that cashier keyed, and
      * records the close-out on DRAWER-CLOSEOUTS.TXT; a closed
      * drawer takes no more payments that day.  Deposit-slip mode
      * totals the day's counted cash and cheques for the bank and
      * ties what the counter keyed to what PAYMENT_POSTING_PROGRAM
      * posted (POSTED-TENDER-TOTALS.TXT), naming any cashier not
      * yet closed out.  Close-out and the deposit slip are
      * supervisor-level -- the drawers stop being balanced on an
      * adding machine.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHIER_DRAWER_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO '..\STUDENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY STUDENT-NUMBER-IN
           FILE STATUS WS-KEY.
           SELECT OPTIONAL PAYMENT-FILE
           ASSIGN TO '..\PAYMENT-TRANSACTIONS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEXT-RECEIPT-FILE
           ASSIGN TO '..\NEXT-COUNTER-RECEIPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NR-STATUS.
           SELECT OPTIONAL DRAWER-CONTROL-FILE
           ASSIGN TO '..\DRAWER-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSEOUT-FILE
           ASSIGN TO '..\DRAWER-CLOSEOUTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTED-TENDER-FILE
           ASSIGN TO '..\POSTED-TENDER-TOTALS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSEOUT-REPORT-OUT
           ASSIGN TO '..\DRAWER-CLOSEOUT-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSIT-SLIP-OUT
           ASSIGN TO '..\DEPOSIT-SLIP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER-FILE.
       01 STUDENT-FILE-IN.
           05 STUDENT-NUMBER-IN           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-IN     PIC S9(7)V99.
           05 FILLER         PIC X(3).
           05 STUDENT-FULL-NAME-IN.
               10 STUDENT-TITLE-IN        PIC A(6).
               10 STUDENT-FIRST-NAME-IN   PIC A(15).
               10 STUDENT-INITIAL-IN      PIC A(2).
               10 STUDENT-LAST-NAME-IN    PIC A(28).
           05 FILLER         PIC X(3).
           05 STUDENT-PROGRAM-IN          PIC X(8).
           05 FILLER         PIC X(3).
           05 STUDENT-YEAR-IN             PIC 9(6).
           05 FILLER         PIC X(3).
           05 STUDENT-ADDRESS-IN          PIC X(62).
           05 FILLER         PIC X(3).
           05 STUDENT-OVERDUE-PERIODS-IN  PIC 9(2).

      *> Same layout PAYMENT_POSTING_PROGRAM reads; lockbox and
      *> agency lines carry no cashier or tender and read in blank.
       FD PAYMENT-FILE.
       01 PAYMENT-RECORD.
           05 PAY-STUDENT-NUMBER      PIC 9(7).
           05 FILLER                  PIC X(3).
           05 PAY-DATE                PIC 9(8).
           05 FILLER                  PIC X(3).
           05 PAY-AMOUNT              PIC 9(7)V99.
           05 FILLER                  PIC X(3).
           05 PAY-RECEIPT             PIC X(8).
           05 FILLER                  PIC X(3).
           05 PAY-TYPE                PIC X(1).
           05 FILLER                  PIC X(3).
           05 PAY-OPERATOR            PIC X(20).
           05 FILLER                  PIC X(3).
           05 PAY-TENDER              PIC X(1).

       FD NEXT-RECEIPT-FILE.
       01 NEXT-RECEIPT-RECORD.
           05 NR-NEXT-NUMBER      PIC 9(7).

      *> Control card: the float each cash drawer opens with.
       FD DRAWER-CONTROL-FILE.
       01 DRAWER-CONTROL-RECORD.
           05 CTL-DRAWER-FLOAT    PIC 9(5)V99.

      *> One line per tender per closed drawer: what was keyed,
      *> what was counted (cash net of the float), and the over
      *> (+) or short (-).
       FD CLOSEOUT-FILE.
       01 CLOSEOUT-RECORD.
           05 DCO-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 DCO-CASHIER         PIC X(20).
           05 FILLER              PIC X(1).
           05 DCO-TENDER          PIC X(1).
           05 FILLER              PIC X(1).
           05 DCO-KEYED-COUNT     PIC 9(5).
           05 FILLER              PIC X(1).
           05 DCO-KEYED-AMOUNT    PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 DCO-COUNTED         PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 DCO-OVER-SHORT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 DCO-CLOSED-BY       PIC X(20).

      *> Appended by every payment posting run: the counter
      *> payments it posted, by payment date and tender.
       FD POSTED-TENDER-FILE.
       01 POSTED-TENDER-RECORD.
           05 PTT-POSTING-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 PTT-PAYMENT-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 PTT-TENDER          PIC X(1).
           05 FILLER              PIC X(1).
           05 PTT-COUNT           PIC 9(5).
           05 FILLER              PIC X(1).
           05 PTT-AMOUNT          PIC 9(9)V99.

       FD CLOSEOUT-REPORT-OUT.
       01 CLOSEOUT-LINE-OUT       PIC X(80).

       FD DEPOSIT-SLIP-OUT.
       01 DEPOSIT-LINE-OUT        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KEY PIC X(2).
       01 WS-NR-STATUS PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-CASHIER PIC X(20).
       01 WS-NUMBER-EDIT PIC X(7).
       01 WS-LOOKUP-STUDENT PIC 9(7).
       01 WS-AMOUNT-EDIT PIC X(9).
       01 WS-AMOUNT-EDIT-9 REDEFINES WS-AMOUNT-EDIT PIC 9(7)V99.
       01 WS-DATE-EDIT PIC X(8).
       01 WS-WORK-DATE REDEFINES WS-DATE-EDIT PIC 9(8).
       01 WS-TENDER PIC X(1).
       01 WS-CHEQUE-EDIT PIC X(8).
       01 WS-FOUND-FLAG PIC X(1).
       01 WS-CLOSED-FLAG PIC X(1).
       01 WS-PAY-EOF PIC X(1) VALUE 'N'.
       01 WS-CLOSEOUT-EOF PIC X(1) VALUE 'N'.
       01 WS-POSTED-EOF PIC X(1) VALUE 'N'.
       01 WS-DRAWER-FLOAT PIC 9(5)V99 VALUE 0.
       01 WS-OVER-SHORT-FLAG PIC X(1).
       01 WS-OWED-EDIT PIC Z,ZZZ,ZZ9.99-.

       01 WS-RECEIPT-NUMBER.
           05 FILLER              PIC X(1) VALUE "C".
           05 WS-RN-NUMBER        PIC 9(7).

       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).

      *> The three counter tenders, in the order every report
      *> prints them.
       01 WS-TENDER-NAMES.
           05 FILLER              PIC X(8) VALUE "CCASH   ".
           05 FILLER              PIC X(8) VALUE "QCHEQUES".
           05 FILLER              PIC X(8) VALUE "DDEBIT  ".
       01 WS-TENDER-NAME-TABLE REDEFINES WS-TENDER-NAMES.
           05 WS-TN-ENTRY OCCURS 3 TIMES.
               10 WS-TN-CODE      PIC X(1).
               10 WS-TN-NAME      PIC X(7).
       01 WS-TENDER-SUB PIC 9(1).

       01 WS-TENDER-TOTALS.
           05 WS-TT-ENTRY OCCURS 3 TIMES.
               10 WS-TT-KEYED-COUNT   PIC 9(5).
               10 WS-TT-KEYED-AMOUNT  PIC 9(9)V99.
               10 WS-TT-COUNTED       PIC 9(9)V99.
               10 WS-TT-POSTED-COUNT  PIC 9(5).
               10 WS-TT-POSTED-AMOUNT PIC 9(9)V99.
               10 WS-TT-OVER-SHORT    PIC S9(9)V99.

      *> Cashiers who keyed on the deposit date, and whether each
      *> has closed out.
       01 WS-CASHIER-TABLE.
           05 WS-CA-ENTRY OCCURS 100 TIMES.
               10 WS-CA-CASHIER   PIC X(20).
               10 WS-CA-CLOSED    PIC X(1).
       01 WS-CASHIER-COUNT PIC 9(3) VALUE 0.
       01 WS-CA-SUB PIC 9(3).
       01 WS-CA-HIT-SUB PIC 9(3).

       01 WS-KEYED-COUNT PIC 9(5) VALUE 0.
       01 WS-KEYED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-DEPOSIT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(9)V99.

       01 WS-HEADING-1.
           05 WS-H-TITLE          PIC X(30).
           05 WS-H-CAPTION        PIC X(10).
           05 WS-H-NAME           PIC X(20).
           05 FILLER              PIC X(6) VALUE "  ON  ".
           05 WS-H-DATE           PIC 9(8).
       01 WS-CLOSEOUT-HEADING.
           05 FILLER              PIC X(9) VALUE "TENDER".
           05 FILLER              PIC X(7) VALUE "  COUNT".
           05 FILLER              PIC X(16) VALUE "           KEYED".
           05 FILLER              PIC X(16) VALUE "         COUNTED".
           05 FILLER              PIC X(16) VALUE "    OVER (SHORT)".
       01 WS-CLOSEOUT-LINE.
           05 WS-CL-TENDER        PIC X(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-CL-COUNT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-CL-KEYED         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-CL-COUNTED       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-CL-OVER-SHORT    PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-SLIP-HEADING.
           05 FILLER              PIC X(9) VALUE "TENDER".
           05 FILLER              PIC X(16) VALUE "       DEPOSITED".
           05 FILLER              PIC X(16) VALUE "           KEYED".
           05 FILLER              PIC X(16) VALUE "          POSTED".
           05 FILLER              PIC X(16) VALUE "      DIFFERENCE".
       01 WS-SLIP-LINE.
           05 WS-SL-TENDER        PIC X(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SL-DEPOSITED     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SL-KEYED         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SL-POSTED        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-SL-DIFFERENCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-SL-FLAG          PIC X(10).
       01 WS-MESSAGE-LINE         PIC X(80).
       01 WS-TOTAL-LINE.
           05 WS-T-CAPTION        PIC X(30).
           05 WS-T-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "CASHIER_DRAWER_PROGRAM".
           05 WS-RL-START-DATE    PIC 9(8).
           05 WS-RL-START-TIME    PIC 9(8).
           05 WS-RL-READ-COUNT    PIC 9(7) VALUE 0.
           05 WS-RL-WRITTEN-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-REJECTED-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-RETURN-CODE   PIC 9(1).

       01 WS-RUN-STATUS PIC 9(1) VALUE 0.
      *> 0=clean 4=partial 8=failed, shared return-code convention
      *> with PROJECT_1_PROGRAM and LAB_9_PROGRAM

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RL-START-TIME FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-AUDIT-OPERATOR.
           MOVE WS-AUDIT-OPERATOR TO WS-OP-OPERATOR-ID.
           CALL 'OPERATOR_CHECK' USING WS-OPERATOR-AREA.
           IF WS-OP-AUTH-STATUS NOT = '0'
               DISPLAY "Operator not on the operator master -- "
                   "sign-on refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OP-AUTH-LEVEL < 2
               DISPLAY "Operator is inquiry-only -- the counter is "
                   "update-level."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-LOAD-DRAWER-CONTROL.
           DISPLAY "Key counter payments, close out a drawer, or "
               "print the deposit slip? (K/C/S) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'C' OR 'c'
                   PERFORM 150-REQUIRE-SUPERVISOR
                   PERFORM 400-CLOSE-OUT-ONE-DRAWER
               WHEN WS-MODE = 'S' OR 's'
                   PERFORM 150-REQUIRE-SUPERVISOR
                   PERFORM 500-PRINT-DEPOSIT-SLIP
               WHEN OTHER
                   PERFORM 200-KEY-COUNTER-PAYMENTS
           END-EVALUATE.
           PERFORM 700-LOG-THIS-RUN.
           STOP RUN.

           100-LOAD-DRAWER-CONTROL.
               OPEN INPUT DRAWER-CONTROL-FILE.
               READ DRAWER-CONTROL-FILE
                   AT END
                       DISPLAY "No drawer control card -- using "
                           "default float: " WS-DRAWER-FLOAT
                   NOT AT END
                       IF CTL-DRAWER-FLOAT IS NUMERIC
                           MOVE CTL-DRAWER-FLOAT TO WS-DRAWER-FLOAT
                       END-IF
               END-READ.
               CLOSE DRAWER-CONTROL-FILE.

      *> Balancing someone else's drawer, and the bank deposit, are
      *> a supervisor's job.
           150-REQUIRE-SUPERVISOR.
               IF WS-OP-AUTH-LEVEL < 3
                   DISPLAY "Close-out and the deposit slip are "
                       "supervisor-level."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> Has this cashier's drawer already been closed for the
      *> date in WS-WORK-DATE?
           160-CHECK-IF-CLOSED.
               MOVE 'N' TO WS-CLOSED-FLAG.
               MOVE 'N' TO WS-CLOSEOUT-EOF.
               OPEN INPUT CLOSEOUT-FILE.
               PERFORM 165-READ-ONE-CLOSEOUT
                   UNTIL WS-CLOSEOUT-EOF = 'Y'.
               CLOSE CLOSEOUT-FILE.

           165-READ-ONE-CLOSEOUT.
               READ CLOSEOUT-FILE
                   AT END MOVE 'Y' TO WS-CLOSEOUT-EOF
                   NOT AT END
                       IF DCO-DATE = WS-WORK-DATE
                           AND DCO-CASHIER = WS-CASHIER
                           MOVE 'Y' TO WS-CLOSED-FLAG
                       END-IF
               END-READ.

           170-FIND-TENDER.
               MOVE 0 TO WS-TENDER-SUB.
               EVALUATE WS-TENDER
                   WHEN 'C'
                   WHEN 'c'
                       MOVE 1 TO WS-TENDER-SUB
                   WHEN 'Q'
                   WHEN 'q'
                       MOVE 2 TO WS-TENDER-SUB
                   WHEN 'D'
                   WHEN 'd'
                       MOVE 3 TO WS-TENDER-SUB
               END-EVALUATE.
               IF WS-TENDER-SUB > 0
                   MOVE WS-TN-CODE(WS-TENDER-SUB) TO WS-TENDER
               END-IF.

           175-ZERO-ONE-TENDER.
               MOVE 0 TO WS-TT-KEYED-COUNT(WS-TENDER-SUB).
               MOVE 0 TO WS-TT-KEYED-AMOUNT(WS-TENDER-SUB).
               MOVE 0 TO WS-TT-COUNTED(WS-TENDER-SUB).
               MOVE 0 TO WS-TT-POSTED-COUNT(WS-TENDER-SUB).
               MOVE 0 TO WS-TT-POSTED-AMOUNT(WS-TENDER-SUB).
               MOVE 0 TO WS-TT-OVER-SHORT(WS-TENDER-SUB).

      *> The counter session: one payment after another until the
      *> cashier keys a zero student number.  Each payment goes to
      *> the transaction file as soon as it is taken, so a session
      *> that drops loses nothing already receipted.
           200-KEY-COUNTER-PAYMENTS.
               MOVE WS-AUDIT-OPERATOR TO WS-CASHIER.
               MOVE WS-TODAY TO WS-WORK-DATE.
               PERFORM 160-CHECK-IF-CLOSED.
               IF WS-CLOSED-FLAG = 'Y'
                   DISPLAY "Drawer already closed out for today -- "
                       "no more counter payments."
                   MOVE 8 TO WS-RUN-STATUS
               ELSE
                   MOVE 1 TO WS-LOOKUP-STUDENT
                   PERFORM 210-TAKE-ONE-PAYMENT
                       UNTIL WS-LOOKUP-STUDENT = 0
                   MOVE "PAYMENTS TAKEN THIS SESSION" TO WS-T-CAPTION
                   MOVE WS-KEYED-TOTAL TO WS-T-AMOUNT
                   DISPLAY WS-TOTAL-LINE " (" WS-KEYED-COUNT ")"
               END-IF.

           210-TAKE-ONE-PAYMENT.
               MOVE 'N' TO WS-NUMBER-EDIT.
               PERFORM 220-ACCEPT-ONE-NUMBER
                   UNTIL WS-NUMBER-EDIT IS NUMERIC.
               MOVE WS-NUMBER-EDIT TO WS-LOOKUP-STUDENT.
               IF WS-LOOKUP-STUDENT NOT = 0
                   PERFORM 230-READ-THE-STUDENT
                   IF WS-FOUND-FLAG = 'N'
                       DISPLAY "Student not on the master -- payment "
                           "not taken."
                       ADD 1 TO WS-RL-REJECTED-COUNT
                   ELSE
                       PERFORM 240-ACCEPT-PAYMENT-DETAILS
                       PERFORM 260-WRITE-COUNTER-PAYMENT
                   END-IF
               END-IF.

           220-ACCEPT-ONE-NUMBER.
               DISPLAY "Student number (0000000 to finish): "
               ACCEPT WS-NUMBER-EDIT.
               IF WS-NUMBER-EDIT IS NOT NUMERIC
                   DISPLAY "Student number must be numeric, try again."
               END-IF.

           230-READ-THE-STUDENT.
               MOVE 'N' TO WS-FOUND-FLAG.
               OPEN INPUT STUDENT-MASTER-FILE.
               MOVE WS-LOOKUP-STUDENT TO STUDENT-NUMBER-IN.
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE STUDENT-TUITION-OWED-IN TO WS-OWED-EDIT
                       DISPLAY STUDENT-FIRST-NAME-IN " "
                           STUDENT-LAST-NAME-IN " OWES "
                           WS-OWED-EDIT
               END-READ.
               CLOSE STUDENT-MASTER-FILE.

           240-ACCEPT-PAYMENT-DETAILS.
               MOVE SPACES TO WS-AMOUNT-EDIT.
               PERFORM 245-ACCEPT-PAYMENT-AMOUNT
                   UNTIL WS-AMOUNT-EDIT IS NUMERIC.
               MOVE 0 TO WS-TENDER-SUB.
               PERFORM 250-ACCEPT-TENDER
                   UNTIL WS-TENDER-SUB > 0.
               IF WS-TENDER = 'Q'
                   MOVE SPACES TO WS-CHEQUE-EDIT
                   PERFORM 255-ACCEPT-CHEQUE-NUMBER
                       UNTIL WS-CHEQUE-EDIT NOT = SPACES
               END-IF.

           245-ACCEPT-PAYMENT-AMOUNT.
               DISPLAY "Amount paid (dollars and cents, 9 digits -- "
                   "000125050 is 1,250.50): "
               ACCEPT WS-AMOUNT-EDIT.
               IF WS-AMOUNT-EDIT IS NOT NUMERIC
                   DISPLAY "Amount must be numeric, try again."
               ELSE
                   IF WS-AMOUNT-EDIT-9 = 0
                       DISPLAY "Amount must be more than zero."
                       MOVE SPACES TO WS-AMOUNT-EDIT
                   END-IF
               END-IF.

           250-ACCEPT-TENDER.
               DISPLAY "Tender (C cash / Q cheque / D debit): "
               ACCEPT WS-TENDER.
               PERFORM 170-FIND-TENDER.
               IF WS-TENDER-SUB = 0
                   DISPLAY "Tender must be C, Q or D, try again."
               END-IF.

           255-ACCEPT-CHEQUE-NUMBER.
               DISPLAY "Cheque number: "
               ACCEPT WS-CHEQUE-EDIT.

      *> A cheque is receipted under its own number, as the lockbox
      *> does; cash and debit take the next counter receipt number.
           260-WRITE-COUNTER-PAYMENT.
               MOVE SPACES TO PAYMENT-RECORD.
               MOVE WS-LOOKUP-STUDENT TO PAY-STUDENT-NUMBER.
               MOVE WS-TODAY TO PAY-DATE.
               MOVE WS-AMOUNT-EDIT-9 TO PAY-AMOUNT.
               IF WS-TENDER = 'Q'
                   MOVE WS-CHEQUE-EDIT TO PAY-RECEIPT
               ELSE
                   PERFORM 270-ISSUE-RECEIPT-NUMBER
                   MOVE WS-RECEIPT-NUMBER TO PAY-RECEIPT
               END-IF.
               MOVE 'P' TO PAY-TYPE.
               MOVE WS-CASHIER TO PAY-OPERATOR.
               MOVE WS-TENDER TO PAY-TENDER.
               OPEN EXTEND PAYMENT-FILE.
               WRITE PAYMENT-RECORD.
               CLOSE PAYMENT-FILE.
               ADD 1 TO WS-KEYED-COUNT.
               ADD WS-AMOUNT-EDIT-9 TO WS-KEYED-TOTAL.
               ADD 1 TO WS-RL-WRITTEN-COUNT.
               DISPLAY "Payment taken, receipt " PAY-RECEIPT ".".

      *> Same register shape as the GL journal numbers.
           270-ISSUE-RECEIPT-NUMBER.
               OPEN INPUT NEXT-RECEIPT-FILE.
               IF WS-NR-STATUS NOT = "00"
                   MOVE 1 TO NR-NEXT-NUMBER
               ELSE
                   READ NEXT-RECEIPT-FILE
                       AT END MOVE 1 TO NR-NEXT-NUMBER
                   END-READ
                   CLOSE NEXT-RECEIPT-FILE
               END-IF.
               MOVE NR-NEXT-NUMBER TO WS-RN-NUMBER.
               ADD 1 TO NR-NEXT-NUMBER.
               OPEN OUTPUT NEXT-RECEIPT-FILE.
               WRITE NEXT-RECEIPT-RECORD.
               CLOSE NEXT-RECEIPT-FILE.

      *> One cashier's drawer for one day: what the cashier keyed,
      *> by tender, against what the supervisor counts.  Cash is
      *> counted whole and the float comes off before it is
      *> compared.  A drawer closes once.
           400-CLOSE-OUT-ONE-DRAWER.
               DISPLAY "Cashier ID to close out: "
               ACCEPT WS-CASHIER.
               MOVE 'N' TO WS-DATE-EDIT.
               PERFORM 410-ACCEPT-WORK-DATE
                   UNTIL WS-DATE-EDIT IS NUMERIC.
               PERFORM 160-CHECK-IF-CLOSED.
               IF WS-CLOSED-FLAG = 'Y'
                   DISPLAY "Drawer already closed out for that day."
                   MOVE 8 TO WS-RUN-STATUS
               ELSE
                   PERFORM 175-ZERO-ONE-TENDER
                       VARYING WS-TENDER-SUB FROM 1 BY 1
                       UNTIL WS-TENDER-SUB > 3
                   OPEN INPUT PAYMENT-FILE
                   PERFORM 420-READ-CASHIER-PAYMENT
                       UNTIL WS-PAY-EOF = 'Y'
                   CLOSE PAYMENT-FILE
                   PERFORM 430-ACCEPT-COUNTED-DRAWER
                       VARYING WS-TENDER-SUB FROM 1 BY 1
                       UNTIL WS-TENDER-SUB > 3
                   PERFORM 440-REPORT-THE-CLOSE-OUT
               END-IF.

           410-ACCEPT-WORK-DATE.
               DISPLAY "For which date (YYYYMMDD): "
               ACCEPT WS-DATE-EDIT.
               IF WS-DATE-EDIT IS NOT NUMERIC
                   DISPLAY "Date must be numeric, try again."
               END-IF.

           420-READ-CASHIER-PAYMENT.
               READ PAYMENT-FILE
                   AT END MOVE 'Y' TO WS-PAY-EOF
                   NOT AT END
                       ADD 1 TO WS-RL-READ-COUNT
                       IF PAY-OPERATOR = WS-CASHIER
                           AND PAY-DATE = WS-WORK-DATE
                           PERFORM 425-ACCUMULATE-KEYED-PAYMENT
                       END-IF
               END-READ.

      *> Counter payments only -- a reversal on the file is the
      *> bank's, not the drawer's.
           425-ACCUMULATE-KEYED-PAYMENT.
               MOVE PAY-TENDER TO WS-TENDER.
               PERFORM 170-FIND-TENDER.
               IF WS-TENDER-SUB > 0
                   AND (PAY-TYPE = SPACE OR 'P' OR 'p')
                   ADD 1 TO WS-TT-KEYED-COUNT(WS-TENDER-SUB)
                   ADD PAY-AMOUNT TO WS-TT-KEYED-AMOUNT(WS-TENDER-SUB)
               END-IF.

           430-ACCEPT-COUNTED-DRAWER.
               MOVE SPACES TO WS-AMOUNT-EDIT.
               PERFORM 435-ACCEPT-ONE-COUNT
                   UNTIL WS-AMOUNT-EDIT IS NUMERIC.
               IF WS-TENDER-SUB = 1
                   COMPUTE WS-TT-COUNTED(WS-TENDER-SUB) =
                       WS-AMOUNT-EDIT-9 - WS-DRAWER-FLOAT
               ELSE
                   MOVE WS-AMOUNT-EDIT-9
                       TO WS-TT-COUNTED(WS-TENDER-SUB)
               END-IF.

           435-ACCEPT-ONE-COUNT.
               IF WS-TENDER-SUB = 1
                   DISPLAY "Cash counted in the drawer, float "
                       "included (9 digits, dollars and cents): "
               ELSE
                   DISPLAY WS-TN-NAME(WS-TENDER-SUB) " counted "
                       "(9 digits, dollars and cents): "
               END-IF.
               ACCEPT WS-AMOUNT-EDIT.
               IF WS-AMOUNT-EDIT IS NOT NUMERIC
                   DISPLAY "Amount must be numeric, try again."
               ELSE
                   IF WS-TENDER-SUB = 1
                       AND WS-AMOUNT-EDIT-9 < WS-DRAWER-FLOAT
                       DISPLAY "Cash counted is less than the float "
                           "of " WS-DRAWER-FLOAT " -- recount."
                       MOVE SPACES TO WS-AMOUNT-EDIT
                   END-IF
               END-IF.

           440-REPORT-THE-CLOSE-OUT.
               MOVE 'N' TO WS-OVER-SHORT-FLAG.
               OPEN OUTPUT CLOSEOUT-REPORT-OUT.
               MOVE "DRAWER CLOSE-OUT" TO WS-H-TITLE.
               MOVE "CASHIER" TO WS-H-CAPTION.
               MOVE WS-CASHIER TO WS-H-NAME.
               MOVE WS-WORK-DATE TO WS-H-DATE.
               DISPLAY WS-HEADING-1.
               WRITE CLOSEOUT-LINE-OUT FROM WS-HEADING-1.
               WRITE CLOSEOUT-LINE-OUT FROM WS-CLOSEOUT-HEADING.
               OPEN EXTEND CLOSEOUT-FILE.
               PERFORM 450-CLOSE-ONE-TENDER
                   VARYING WS-TENDER-SUB FROM 1 BY 1
                   UNTIL WS-TENDER-SUB > 3.
               CLOSE CLOSEOUT-FILE.
               MOVE SPACES TO WS-MESSAGE-LINE.
               IF WS-OVER-SHORT-FLAG = 'Y'
                   MOVE "*** DRAWER IS OVER OR SHORT -- SEE ABOVE ***"
                       TO WS-MESSAGE-LINE
                   MOVE 4 TO WS-RUN-STATUS
               ELSE
                   MOVE "DRAWER BALANCES." TO WS-MESSAGE-LINE
               END-IF.
               DISPLAY WS-MESSAGE-LINE.
               WRITE CLOSEOUT-LINE-OUT FROM WS-MESSAGE-LINE.
               CLOSE CLOSEOUT-REPORT-OUT.

           450-CLOSE-ONE-TENDER.
               COMPUTE WS-TT-OVER-SHORT(WS-TENDER-SUB) =
                   WS-TT-COUNTED(WS-TENDER-SUB)
                   - WS-TT-KEYED-AMOUNT(WS-TENDER-SUB).
               IF WS-TT-OVER-SHORT(WS-TENDER-SUB) NOT = 0
                   MOVE 'Y' TO WS-OVER-SHORT-FLAG
               END-IF.
               MOVE WS-TN-NAME(WS-TENDER-SUB) TO WS-CL-TENDER.
               MOVE WS-TT-KEYED-COUNT(WS-TENDER-SUB) TO WS-CL-COUNT.
               MOVE WS-TT-KEYED-AMOUNT(WS-TENDER-SUB) TO WS-CL-KEYED.
               MOVE WS-TT-COUNTED(WS-TENDER-SUB) TO WS-CL-COUNTED.
               MOVE WS-TT-OVER-SHORT(WS-TENDER-SUB)
                   TO WS-CL-OVER-SHORT.
               DISPLAY WS-CLOSEOUT-LINE.
               WRITE CLOSEOUT-LINE-OUT FROM WS-CLOSEOUT-LINE.
               MOVE SPACES TO CLOSEOUT-RECORD.
               MOVE WS-WORK-DATE TO DCO-DATE.
               MOVE WS-CASHIER TO DCO-CASHIER.
               MOVE WS-TN-CODE(WS-TENDER-SUB) TO DCO-TENDER.
               MOVE WS-TT-KEYED-COUNT(WS-TENDER-SUB)
                   TO DCO-KEYED-COUNT.
               MOVE WS-TT-KEYED-AMOUNT(WS-TENDER-SUB)
                   TO DCO-KEYED-AMOUNT.
               MOVE WS-TT-COUNTED(WS-TENDER-SUB) TO DCO-COUNTED.
               MOVE WS-TT-OVER-SHORT(WS-TENDER-SUB) TO DCO-OVER-SHORT.
               MOVE WS-AUDIT-OPERATOR TO DCO-CLOSED-BY.
               WRITE CLOSEOUT-RECORD.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

      *> The day's deposit is what the closed drawers counted in
      *> cash and cheques (debit settles through the card terminal
      *> and is shown only for the tie-out).  Every tender then ties
      *> what the counter keyed for the day to what the posting runs
      *> posted for that payment date; a difference, or a cashier
      *> who keyed and has not closed out, leaves the slip partial.
           500-PRINT-DEPOSIT-SLIP.
               MOVE 'N' TO WS-DATE-EDIT.
               PERFORM 410-ACCEPT-WORK-DATE
                   UNTIL WS-DATE-EDIT IS NUMERIC.
               PERFORM 175-ZERO-ONE-TENDER
                   VARYING WS-TENDER-SUB FROM 1 BY 1
                   UNTIL WS-TENDER-SUB > 3.
               OPEN INPUT PAYMENT-FILE.
               PERFORM 510-READ-DAY-PAYMENT
                   UNTIL WS-PAY-EOF = 'Y'.
               CLOSE PAYMENT-FILE.
               MOVE 'N' TO WS-CLOSEOUT-EOF.
               OPEN INPUT CLOSEOUT-FILE.
               PERFORM 530-READ-DAY-CLOSEOUT
                   UNTIL WS-CLOSEOUT-EOF = 'Y'.
               CLOSE CLOSEOUT-FILE.
               OPEN INPUT POSTED-TENDER-FILE.
               PERFORM 540-READ-POSTED-TENDER
                   UNTIL WS-POSTED-EOF = 'Y'.
               CLOSE POSTED-TENDER-FILE.
               OPEN OUTPUT DEPOSIT-SLIP-OUT.
               MOVE "DEPOSIT SLIP SUMMARY" TO WS-H-TITLE.
               MOVE SPACES TO WS-H-CAPTION.
               MOVE "COUNTER PAYMENTS" TO WS-H-NAME.
               MOVE WS-WORK-DATE TO WS-H-DATE.
               DISPLAY WS-HEADING-1.
               WRITE DEPOSIT-LINE-OUT FROM WS-HEADING-1.
               WRITE DEPOSIT-LINE-OUT FROM WS-SLIP-HEADING.
               PERFORM 550-PRINT-ONE-TENDER
                   VARYING WS-TENDER-SUB FROM 1 BY 1
                   UNTIL WS-TENDER-SUB > 3.
               MOVE SPACES TO DEPOSIT-LINE-OUT.
               WRITE DEPOSIT-LINE-OUT.
               MOVE "TOTAL DEPOSIT, CASH + CHEQUES" TO WS-T-CAPTION.
               MOVE WS-DEPOSIT-TOTAL TO WS-T-AMOUNT.
               DISPLAY WS-TOTAL-LINE.
               WRITE DEPOSIT-LINE-OUT FROM WS-TOTAL-LINE.
               PERFORM 560-LIST-OPEN-DRAWER
                   VARYING WS-CA-SUB FROM 1 BY 1
                   UNTIL WS-CA-SUB > WS-CASHIER-COUNT.
               CLOSE DEPOSIT-SLIP-OUT.

           510-READ-DAY-PAYMENT.
               READ PAYMENT-FILE
                   AT END MOVE 'Y' TO WS-PAY-EOF
                   NOT AT END
                       ADD 1 TO WS-RL-READ-COUNT
                       IF PAY-DATE = WS-WORK-DATE
                           AND PAY-TENDER NOT = SPACE
                           PERFORM 425-ACCUMULATE-KEYED-PAYMENT
                           MOVE PAY-OPERATOR TO WS-CASHIER
                           PERFORM 520-NOTE-CASHIER
                       END-IF
               END-READ.

           520-NOTE-CASHIER.
               MOVE 0 TO WS-CA-HIT-SUB.
               PERFORM 525-SCAN-CASHIER
                   VARYING WS-CA-SUB FROM 1 BY 1
                   UNTIL WS-CA-SUB > WS-CASHIER-COUNT
                       OR WS-CA-HIT-SUB > 0.
               IF WS-CA-HIT-SUB = 0
                   IF WS-CASHIER-COUNT < 100
                       ADD 1 TO WS-CASHIER-COUNT
                       MOVE WS-CASHIER
                           TO WS-CA-CASHIER(WS-CASHIER-COUNT)
                       MOVE 'N' TO WS-CA-CLOSED(WS-CASHIER-COUNT)
                   ELSE
                       DISPLAY "*** WARNING: CASHIER TABLE IS FULL "
                           "-- NOT CHECKED FOR CLOSE-OUT: "
                           WS-CASHIER
                       MOVE 4 TO WS-RUN-STATUS
                   END-IF
               END-IF.

           525-SCAN-CASHIER.
               IF WS-CA-CASHIER(WS-CA-SUB) = WS-CASHIER
                   MOVE WS-CA-SUB TO WS-CA-HIT-SUB
               END-IF.

           530-READ-DAY-CLOSEOUT.
               READ CLOSEOUT-FILE
                   AT END MOVE 'Y' TO WS-CLOSEOUT-EOF
                   NOT AT END
                       IF DCO-DATE = WS-WORK-DATE
                           MOVE DCO-TENDER TO WS-TENDER
                           PERFORM 170-FIND-TENDER
                           IF WS-TENDER-SUB > 0
                               ADD DCO-COUNTED
                                   TO WS-TT-COUNTED(WS-TENDER-SUB)
                           END-IF
                           MOVE DCO-CASHIER TO WS-CASHIER
                           PERFORM 535-MARK-CASHIER-CLOSED
                       END-IF
               END-READ.

           535-MARK-CASHIER-CLOSED.
               MOVE 0 TO WS-CA-HIT-SUB.
               PERFORM 525-SCAN-CASHIER
                   VARYING WS-CA-SUB FROM 1 BY 1
                   UNTIL WS-CA-SUB > WS-CASHIER-COUNT
                       OR WS-CA-HIT-SUB > 0.
               IF WS-CA-HIT-SUB > 0
                   MOVE 'Y' TO WS-CA-CLOSED(WS-CA-HIT-SUB)
               END-IF.

           540-READ-POSTED-TENDER.
               READ POSTED-TENDER-FILE
                   AT END MOVE 'Y' TO WS-POSTED-EOF
                   NOT AT END
                       IF PTT-PAYMENT-DATE = WS-WORK-DATE
                           MOVE PTT-TENDER TO WS-TENDER
                           PERFORM 170-FIND-TENDER
                           IF WS-TENDER-SUB > 0
                               ADD PTT-COUNT
                                   TO WS-TT-POSTED-COUNT(WS-TENDER-SUB)
                               ADD PTT-AMOUNT
                                   TO WS-TT-POSTED-AMOUNT(WS-TENDER-SUB)
                           END-IF
                       END-IF
               END-READ.

           550-PRINT-ONE-TENDER.
               MOVE SPACES TO WS-SL-FLAG.
               MOVE WS-TN-NAME(WS-TENDER-SUB) TO WS-SL-TENDER.
               IF WS-TENDER-SUB = 3
                   MOVE 0 TO WS-SL-DEPOSITED
               ELSE
                   MOVE WS-TT-COUNTED(WS-TENDER-SUB)
                       TO WS-SL-DEPOSITED
                   ADD WS-TT-COUNTED(WS-TENDER-SUB)
                       TO WS-DEPOSIT-TOTAL
               END-IF.
               MOVE WS-TT-KEYED-AMOUNT(WS-TENDER-SUB) TO WS-SL-KEYED.
               MOVE WS-TT-POSTED-AMOUNT(WS-TENDER-SUB)
                   TO WS-SL-POSTED.
               COMPUTE WS-DIFFERENCE =
                   WS-TT-KEYED-AMOUNT(WS-TENDER-SUB)
                   - WS-TT-POSTED-AMOUNT(WS-TENDER-SUB).
               MOVE WS-DIFFERENCE TO WS-SL-DIFFERENCE.
               IF WS-DIFFERENCE NOT = 0
                   MOVE "NOT TIED" TO WS-SL-FLAG
                   MOVE 4 TO WS-RUN-STATUS
               END-IF.
               DISPLAY WS-SLIP-LINE.
               WRITE DEPOSIT-LINE-OUT FROM WS-SLIP-LINE.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

           560-LIST-OPEN-DRAWER.
               IF WS-CA-CLOSED(WS-CA-SUB) = 'N'
                   MOVE SPACES TO WS-MESSAGE-LINE
                   STRING "*** DRAWER NOT CLOSED OUT: "
                           DELIMITED BY SIZE
                       WS-CA-CASHIER(WS-CA-SUB) DELIMITED BY SIZE
                       INTO WS-MESSAGE-LINE
                   END-STRING
                   DISPLAY WS-MESSAGE-LINE
                   WRITE DEPOSIT-LINE-OUT FROM WS-MESSAGE-LINE
                   MOVE 4 TO WS-RUN-STATUS
               END-IF.

      *> Standard run-log record for the morning summary.
      *> A CALL resets the RETURN-CODE register, so the run's own
      *> code is put back after the log call -- it must be the last
      *> thing set before control leaves the program.
           700-LOG-THIS-RUN.
               MOVE WS-RUN-STATUS TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM CASHIER_DRAWER_PROGRAM.
