      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 06-02-2026
      * Purpose: the positive-pay file the bank checks every payroll
      * cheque against.  Build mode takes the CHEQUE-REGISTER.TXT
      * entries written since the last build (an issue line each:
      * cheque number, issue date, amount, payee) and the cheques
      * voided since then on CHEQUE-VOIDS.TXT (a void line each),
      * and adds them to the day's POSITIVE-PAY.TXT under a header
      * carrying the account, the file date and the issue and void
      * counts and totals.  A second build the same day carries the
      * day's earlier lines forward, so the file sent last is always
      * the whole day.  Void mode cancels one issued cheque: it goes
      * on CHEQUE-VOIDS.TXT for the next build, and the bank will
      * then refuse it.  POSITIVE-PAY-CONTROL.TXT holds the payroll
      * account number and how far into the register and the void
      * file the bank has already been told.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE_PAY_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL CHEQUE-REGISTER-FILE
           ASSIGN TO '..\CHEQUE-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHEQUE-VOIDS-FILE
           ASSIGN TO '..\CHEQUE-VOIDS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSITIVE-PAY-CONTROL-FILE
           ASSIGN TO '..\POSITIVE-PAY-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSITIVE-PAY-FILE
           ASSIGN TO '..\POSITIVE-PAY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER-FILE
           ASSIGN TO '..\EMPLOYEE-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY EMP-NUMBER
           FILE STATUS WS-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHEQUE-REGISTER-FILE.
       01 CHEQUE-REGISTER-RECORD.
           05 CRG-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 CRG-NUMBER          PIC 9(7).
           05 FILLER              PIC X(1).
           05 CRG-EMPLOYEE        PIC 9(5).
           05 FILLER              PIC X(1).
           05 CRG-AMOUNT          PIC 9(7)V99.

      *> One line per cancelled cheque, in the order voided.
       FD CHEQUE-VOIDS-FILE.
       01 CHEQUE-VOID-RECORD.
           05 CVD-NUMBER          PIC 9(7).
           05 FILLER              PIC X(1).
           05 CVD-ISSUE-DATE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 CVD-EMPLOYEE        PIC 9(5).
           05 FILLER              PIC X(1).
           05 CVD-AMOUNT          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 CVD-VOID-DATE       PIC 9(8).
           05 FILLER              PIC X(1).
           05 CVD-REASON          PIC X(20).

      *> The payroll account, and the number of register and void
      *> lines already sent to the bank.
       FD POSITIVE-PAY-CONTROL-FILE.
       01 POSITIVE-PAY-CONTROL-RECORD.
           05 PPC-ACCOUNT         PIC 9(12).
           05 FILLER              PIC X(1).
           05 PPC-REGISTER-SENT   PIC 9(7).
           05 FILLER              PIC X(1).
           05 PPC-VOIDS-SENT      PIC 9(7).

      *> The bank's layout: a header, then I (issued) and V (void)
      *> lines, fixed width with no separators.
       FD POSITIVE-PAY-FILE.
       01 POSITIVE-PAY-HEADER.
           05 PPH-RECORD-TYPE     PIC X(1).
           05 PPH-ACCOUNT         PIC 9(12).
           05 PPH-FILE-DATE       PIC 9(8).
           05 PPH-ISSUE-COUNT     PIC 9(7).
           05 PPH-ISSUE-TOTAL     PIC 9(9)V99.
           05 PPH-VOID-COUNT      PIC 9(7).
           05 PPH-VOID-TOTAL      PIC 9(9)V99.
       01 POSITIVE-PAY-DETAIL.
           05 PPD-RECORD-TYPE     PIC X(1).
           05 PPD-ACCOUNT         PIC 9(12).
           05 PPD-CHEQUE          PIC 9(7).
           05 PPD-ISSUE-DATE      PIC 9(8).
           05 PPD-AMOUNT          PIC 9(7)V99.
           05 PPD-PAYEE           PIC X(20).

       FD EMPLOYEE-MASTER-FILE.
       01 EMPLOYEE-MASTER-RECORD.
           05 EMP-NUMBER          PIC 9(5).
           05 EMP-NAME            PIC X(20).
           05 EMP-JOB-TYPE        PIC X(3).
           05 EMP-TAX-STATUS      PIC 9(1).
           05 EMP-UNION-DUES      PIC 9(3)V99.
           05 EMP-BENEFITS        PIC 9(3)V99.
           05 EMP-BANK-TRANSIT    PIC 9(8).
           05 EMP-BANK-ACCOUNT    PIC 9(12).
           05 EMP-STATUS          PIC X(1).
           05 EMP-TERM-DATE       PIC 9(8).
           05 EMP-DEPARTMENT      PIC X(4).
           05 EMP-ADDRESS.
               10 EMP-STREET-ADDRESS PIC X(25).
               10 EMP-CITY-NAME   PIC X(15).
               10 EMP-PROVINCE    PIC X(15).
               10 EMP-POSTAL-CODE PIC X(7).

       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-SUB PIC 9(4).
       01 WS-EMP-STATUS PIC X(2).

       01 WS-ACCOUNT PIC 9(12) VALUE 0.
       01 WS-REGISTER-SENT PIC 9(7) VALUE 0.
       01 WS-VOIDS-SENT PIC 9(7) VALUE 0.
       01 WS-CONTROL-SEEN PIC X(1) VALUE 'N'.
       01 WS-CTL-EOF PIC X(1) VALUE 'N'.

      *> The day's lines: those already on today's file first, then
      *> the new ones in register and void order.
       01 WS-PP-TABLE.
           05 WS-PP-ENTRY OCCURS 2000 TIMES.
               10 WS-PP-TYPE      PIC X(1).
               10 WS-PP-CHEQUE    PIC 9(7).
               10 WS-PP-ISSUE-DATE PIC 9(8).
               10 WS-PP-AMOUNT    PIC 9(7)V99.
               10 WS-PP-PAYEE     PIC X(20).
       01 WS-PP-COUNT PIC 9(4) VALUE 0.
       01 WS-PP-EOF PIC X(1) VALUE 'N'.
       01 WS-PP-TODAY-FLAG PIC X(1) VALUE 'N'.
       01 WS-PP-FULL-FLAG PIC X(1) VALUE 'N'.

       01 WS-REG-EOF PIC X(1) VALUE 'N'.
       01 WS-REG-COUNT PIC 9(7) VALUE 0.
       01 WS-VOID-EOF PIC X(1) VALUE 'N'.
       01 WS-VOID-COUNT PIC 9(7) VALUE 0.
       01 WS-NEW-ISSUES PIC 9(5) VALUE 0.
       01 WS-NEW-VOIDS PIC 9(5) VALUE 0.

       01 WS-ISSUE-COUNT PIC 9(7) VALUE 0.
       01 WS-ISSUE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-VOIDED-COUNT PIC 9(7) VALUE 0.
       01 WS-VOIDED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-MONEY-EDITED PIC $$$,$$$,$$9.99.

       01 WS-VOID-NUMBER PIC 9(7).
       01 WS-VOID-REASON PIC X(20).
       01 WS-FOUND-FLAG PIC X(1).
       01 WS-ALREADY-VOID-FLAG PIC X(1).
       01 WS-VD-ISSUE-DATE PIC 9(8).
       01 WS-VD-EMPLOYEE PIC 9(5).
       01 WS-VD-AMOUNT PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Build the positive-pay file or void a cheque? "
               "(B/V) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'V' OR 'v'
                   PERFORM 600-VOID-A-CHEQUE
               WHEN OTHER
                   PERFORM 100-BUILD-POSITIVE-PAY
           END-EVALUATE.
           STOP RUN.

      *> The control counts only move forward after the day's file
      *> is written, so a build that stops part way sends the same
      *> lines again next time rather than dropping any.
           100-BUILD-POSITIVE-PAY.
               PERFORM 110-LOAD-CONTROL.
               PERFORM 200-LOAD-TODAYS-FILE.
               OPEN INPUT EMPLOYEE-MASTER-FILE.
               OPEN INPUT CHEQUE-REGISTER-FILE.
               PERFORM 300-TAKE-ONE-REGISTER-LINE
                   UNTIL WS-REG-EOF = 'Y'.
               CLOSE CHEQUE-REGISTER-FILE.
               CLOSE EMPLOYEE-MASTER-FILE.
               OPEN INPUT CHEQUE-VOIDS-FILE.
               PERFORM 400-TAKE-ONE-VOID-LINE
                   UNTIL WS-VOID-EOF = 'Y'.
               CLOSE CHEQUE-VOIDS-FILE.
               EVALUATE TRUE
                   WHEN WS-REG-COUNT < WS-REGISTER-SENT
                       OR WS-VOID-COUNT < WS-VOIDS-SENT
                       DISPLAY "*** CHEQUE-REGISTER.TXT OR "
                           "CHEQUE-VOIDS.TXT IS SHORTER THAN THE "
                           "BANK HAS BEEN SENT -- FILE NOT BUILT ***"
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-PP-FULL-FLAG = 'Y'
                       DISPLAY "*** MORE THAN 2000 POSITIVE-PAY LINES "
                           "FOR THE DAY -- FILE NOT BUILT ***"
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 500-WRITE-POSITIVE-PAY
                       PERFORM 510-SAVE-CONTROL
                       PERFORM 520-SHOW-BUILD-TOTALS
               END-EVALUATE.

      *> Without a control record the account is unknown and the
      *> whole register goes to the bank -- right for the first
      *> build, when every outstanding cheque must be on file.
           110-LOAD-CONTROL.
               OPEN INPUT POSITIVE-PAY-CONTROL-FILE.
               READ POSITIVE-PAY-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-CTL-EOF
                   NOT AT END
                       MOVE 'Y' TO WS-CONTROL-SEEN
                       MOVE PPC-ACCOUNT TO WS-ACCOUNT
                       MOVE PPC-REGISTER-SENT TO WS-REGISTER-SENT
                       MOVE PPC-VOIDS-SENT TO WS-VOIDS-SENT
               END-READ.
               CLOSE POSITIVE-PAY-CONTROL-FILE.
               IF WS-CONTROL-SEEN NOT = 'Y'
                   DISPLAY "NO POSITIVE-PAY CONTROL RECORD -- ACCOUNT "
                       "NUMBER NOT SET, WHOLE REGISTER SENT"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   IF WS-ACCOUNT = 0
                       DISPLAY "POSITIVE-PAY ACCOUNT NUMBER IS ZERO -- "
                           "SET IT ON POSITIVE-PAY-CONTROL.TXT"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

      *> Yesterday's file has gone to the bank; only a file dated
      *> today is carried forward.
           200-LOAD-TODAYS-FILE.
               OPEN INPUT POSITIVE-PAY-FILE.
               READ POSITIVE-PAY-FILE
                   AT END MOVE 'Y' TO WS-PP-EOF
                   NOT AT END
                       IF PPH-RECORD-TYPE = 'H'
                           AND PPH-FILE-DATE = WS-TODAY
                           MOVE 'Y' TO WS-PP-TODAY-FLAG
                       END-IF
               END-READ.
               IF WS-PP-TODAY-FLAG = 'Y'
                   PERFORM 210-READ-TODAYS-LINE
                       UNTIL WS-PP-EOF = 'Y'
               END-IF.
               CLOSE POSITIVE-PAY-FILE.

           210-READ-TODAYS-LINE.
               READ POSITIVE-PAY-FILE
                   AT END MOVE 'Y' TO WS-PP-EOF
                   NOT AT END
                       PERFORM 220-ADD-ONE-LINE
                       IF WS-PP-FULL-FLAG NOT = 'Y'
                           MOVE PPD-RECORD-TYPE
                               TO WS-PP-TYPE(WS-PP-COUNT)
                           MOVE PPD-CHEQUE TO WS-PP-CHEQUE(WS-PP-COUNT)
                           MOVE PPD-ISSUE-DATE
                               TO WS-PP-ISSUE-DATE(WS-PP-COUNT)
                           MOVE PPD-AMOUNT TO WS-PP-AMOUNT(WS-PP-COUNT)
                           MOVE PPD-PAYEE TO WS-PP-PAYEE(WS-PP-COUNT)
                       END-IF
               END-READ.

           220-ADD-ONE-LINE.
               IF WS-PP-COUNT < 2000
                   ADD 1 TO WS-PP-COUNT
               ELSE
                   MOVE 'Y' TO WS-PP-FULL-FLAG
               END-IF.

      *> The register is append-only, so the lines past the count
      *> already sent are the cheques the bank has not heard of.
           300-TAKE-ONE-REGISTER-LINE.
               READ CHEQUE-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       ADD 1 TO WS-REG-COUNT
                       IF WS-REG-COUNT > WS-REGISTER-SENT
                           PERFORM 310-ADD-ISSUE-LINE
                       END-IF
               END-READ.

           310-ADD-ISSUE-LINE.
               PERFORM 220-ADD-ONE-LINE.
               IF WS-PP-FULL-FLAG NOT = 'Y'
                   ADD 1 TO WS-NEW-ISSUES
                   MOVE 'I' TO WS-PP-TYPE(WS-PP-COUNT)
                   MOVE CRG-NUMBER TO WS-PP-CHEQUE(WS-PP-COUNT)
                   MOVE CRG-DATE TO WS-PP-ISSUE-DATE(WS-PP-COUNT)
                   MOVE CRG-AMOUNT TO WS-PP-AMOUNT(WS-PP-COUNT)
                   MOVE CRG-EMPLOYEE TO EMP-NUMBER
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO WS-PP-PAYEE(WS-PP-COUNT)
                       NOT INVALID KEY
                           MOVE EMP-NAME TO WS-PP-PAYEE(WS-PP-COUNT)
                   END-READ
               END-IF.

           400-TAKE-ONE-VOID-LINE.
               READ CHEQUE-VOIDS-FILE
                   AT END MOVE 'Y' TO WS-VOID-EOF
                   NOT AT END
                       ADD 1 TO WS-VOID-COUNT
                       IF WS-VOID-COUNT > WS-VOIDS-SENT
                           PERFORM 410-ADD-VOID-LINE
                       END-IF
               END-READ.

           410-ADD-VOID-LINE.
               PERFORM 220-ADD-ONE-LINE.
               IF WS-PP-FULL-FLAG NOT = 'Y'
                   ADD 1 TO WS-NEW-VOIDS
                   MOVE 'V' TO WS-PP-TYPE(WS-PP-COUNT)
                   MOVE CVD-NUMBER TO WS-PP-CHEQUE(WS-PP-COUNT)
                   MOVE CVD-ISSUE-DATE
                       TO WS-PP-ISSUE-DATE(WS-PP-COUNT)
                   MOVE CVD-AMOUNT TO WS-PP-AMOUNT(WS-PP-COUNT)
                   MOVE SPACES TO WS-PP-PAYEE(WS-PP-COUNT)
               END-IF.

      *> The header's counts and totals are the bank's control on
      *> the whole day's file.
           500-WRITE-POSITIVE-PAY.
               PERFORM 505-TOTAL-ONE-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PP-COUNT.
               OPEN OUTPUT POSITIVE-PAY-FILE.
               MOVE SPACES TO POSITIVE-PAY-HEADER.
               MOVE 'H' TO PPH-RECORD-TYPE.
               MOVE WS-ACCOUNT TO PPH-ACCOUNT.
               MOVE WS-TODAY TO PPH-FILE-DATE.
               MOVE WS-ISSUE-COUNT TO PPH-ISSUE-COUNT.
               MOVE WS-ISSUE-TOTAL TO PPH-ISSUE-TOTAL.
               MOVE WS-VOIDED-COUNT TO PPH-VOID-COUNT.
               MOVE WS-VOIDED-TOTAL TO PPH-VOID-TOTAL.
               WRITE POSITIVE-PAY-HEADER.
               PERFORM 506-WRITE-ONE-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PP-COUNT.
               CLOSE POSITIVE-PAY-FILE.

           505-TOTAL-ONE-LINE.
               IF WS-PP-TYPE(WS-SUB) = 'V'
                   ADD 1 TO WS-VOIDED-COUNT
                   ADD WS-PP-AMOUNT(WS-SUB) TO WS-VOIDED-TOTAL
               ELSE
                   ADD 1 TO WS-ISSUE-COUNT
                   ADD WS-PP-AMOUNT(WS-SUB) TO WS-ISSUE-TOTAL
               END-IF.

           506-WRITE-ONE-LINE.
               MOVE SPACES TO POSITIVE-PAY-DETAIL.
               MOVE WS-PP-TYPE(WS-SUB) TO PPD-RECORD-TYPE.
               MOVE WS-ACCOUNT TO PPD-ACCOUNT.
               MOVE WS-PP-CHEQUE(WS-SUB) TO PPD-CHEQUE.
               MOVE WS-PP-ISSUE-DATE(WS-SUB) TO PPD-ISSUE-DATE.
               MOVE WS-PP-AMOUNT(WS-SUB) TO PPD-AMOUNT.
               MOVE WS-PP-PAYEE(WS-SUB) TO PPD-PAYEE.
               WRITE POSITIVE-PAY-DETAIL.

           510-SAVE-CONTROL.
               OPEN OUTPUT POSITIVE-PAY-CONTROL-FILE.
               MOVE SPACES TO POSITIVE-PAY-CONTROL-RECORD.
               MOVE WS-ACCOUNT TO PPC-ACCOUNT.
               MOVE WS-REG-COUNT TO PPC-REGISTER-SENT.
               MOVE WS-VOID-COUNT TO PPC-VOIDS-SENT.
               WRITE POSITIVE-PAY-CONTROL-RECORD.
               CLOSE POSITIVE-PAY-CONTROL-FILE.

           520-SHOW-BUILD-TOTALS.
               DISPLAY "NEW CHEQUES ADDED: " WS-NEW-ISSUES
                   "  NEW VOIDS ADDED: " WS-NEW-VOIDS.
               MOVE WS-ISSUE-TOTAL TO WS-MONEY-EDITED.
               DISPLAY "POSITIVE-PAY FOR " WS-TODAY ": ISSUED "
                   WS-ISSUE-COUNT " " WS-MONEY-EDITED.
               MOVE WS-VOIDED-TOTAL TO WS-MONEY-EDITED.
               DISPLAY "                          VOIDED "
                   WS-VOIDED-COUNT " " WS-MONEY-EDITED.

      *> Only a cheque the register issued can be voided, and only
      *> once; the void goes to the bank on the next build.
           600-VOID-A-CHEQUE.
               DISPLAY "Cheque number to void: ".
               ACCEPT WS-VOID-NUMBER.
               DISPLAY "Reason: ".
               ACCEPT WS-VOID-REASON.
               MOVE 'N' TO WS-FOUND-FLAG.
               OPEN INPUT CHEQUE-REGISTER-FILE.
               PERFORM 610-FIND-ISSUED-CHEQUE
                   UNTIL WS-REG-EOF = 'Y' OR WS-FOUND-FLAG = 'Y'.
               CLOSE CHEQUE-REGISTER-FILE.
               MOVE 'N' TO WS-ALREADY-VOID-FLAG.
               OPEN INPUT CHEQUE-VOIDS-FILE.
               PERFORM 620-FIND-EARLIER-VOID
                   UNTIL WS-VOID-EOF = 'Y'
                       OR WS-ALREADY-VOID-FLAG = 'Y'.
               CLOSE CHEQUE-VOIDS-FILE.
               EVALUATE TRUE
                   WHEN WS-FOUND-FLAG NOT = 'Y'
                       DISPLAY "CHEQUE " WS-VOID-NUMBER
                           " IS NOT ON THE CHEQUE REGISTER -- "
                           "NOTHING VOIDED"
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-ALREADY-VOID-FLAG = 'Y'
                       DISPLAY "CHEQUE " WS-VOID-NUMBER
                           " IS ALREADY VOID -- NOTHING VOIDED"
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 630-WRITE-VOID
               END-EVALUATE.

           610-FIND-ISSUED-CHEQUE.
               READ CHEQUE-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       IF CRG-NUMBER = WS-VOID-NUMBER
                           MOVE 'Y' TO WS-FOUND-FLAG
                           MOVE CRG-DATE TO WS-VD-ISSUE-DATE
                           MOVE CRG-EMPLOYEE TO WS-VD-EMPLOYEE
                           MOVE CRG-AMOUNT TO WS-VD-AMOUNT
                       END-IF
               END-READ.

           620-FIND-EARLIER-VOID.
               READ CHEQUE-VOIDS-FILE
                   AT END MOVE 'Y' TO WS-VOID-EOF
                   NOT AT END
                       IF CVD-NUMBER = WS-VOID-NUMBER
                           MOVE 'Y' TO WS-ALREADY-VOID-FLAG
                       END-IF
               END-READ.

           630-WRITE-VOID.
               OPEN EXTEND CHEQUE-VOIDS-FILE.
               MOVE SPACES TO CHEQUE-VOID-RECORD.
               MOVE WS-VOID-NUMBER TO CVD-NUMBER.
               MOVE WS-VD-ISSUE-DATE TO CVD-ISSUE-DATE.
               MOVE WS-VD-EMPLOYEE TO CVD-EMPLOYEE.
               MOVE WS-VD-AMOUNT TO CVD-AMOUNT.
               MOVE WS-TODAY TO CVD-VOID-DATE.
               MOVE WS-VOID-REASON TO CVD-REASON.
               WRITE CHEQUE-VOID-RECORD.
               CLOSE CHEQUE-VOIDS-FILE.
               MOVE WS-VD-AMOUNT TO WS-MONEY-EDITED.
               DISPLAY "CHEQUE " WS-VOID-NUMBER " VOIDED, "
                   WS-MONEY-EDITED " -- THE BANK IS TOLD ON THE NEXT "
                   "POSITIVE-PAY BUILD".

       END PROGRAM POSITIVE_PAY_PROGRAM.
