      * the shared clean/partial/failed return-code convention --
      * finance stops rekeying totals into the ledger by hand.
      * Modification history:
      *   09-08-2026 NH - fleet-asset movements on the extract date
      *     (FIXED-ASSET-REGISTER.TXT, written by FLEET_ASSET_PROGRAM)
      *     post under chart sources FAA, FAO, FAD, FAX, FAP, FAL and
      *     FAG
      *   06-30-2026 NH - vendor debit memos for goods returned
      *     (AP-REGISTER.TXT type DBM) post under chart source APD
      *   06-16-2026 NH - payables vouchered and vendors paid on the
      *     extract date (AP-REGISTER.TXT) post under chart sources APV
      *     and APP
      *   06-09-2026 NH - PAYROLL-DEPT-TOTALS.TXT carries each
      *     department's hours at the end of the line; read with the
      *     record, not posted
      *   05-05-2026 NH - employer contributions post: each department's
      *     employer share on PAYROLL-DEPT-TOTALS.TXT debits that
      *     department's labour expense account and credits the
      *     contributions payable account on chart source ERC; without
      *     department figures the total off PAYROLL-TOTALS.TXT posts as
      *     one ERC pair
      *   12-09-2025 NH - bad debt written off and recovered on the
      *     extract date (WRITEOFF-REGISTER.TXT) posts under chart
      *     sources BDX and BDR
      *   12-02-2025 NH - the tuition session totals are read in dollars
      *     and cents and post to the ledger to the cent
      *   10-07-2025 NH - every source is proved against the
      *     department master and the chart BEFORE the interface
      *     file is opened: now that the file is appended and
           SELECT OPTIONAL DEPARTMENT-MASTER-FILE
           ASSIGN TO '..\DEPARTMENT-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WRITEOFF-REGISTER-FILE
           ASSIGN TO '..\WRITEOFF-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-REGISTER-FILE
           ASSIGN TO '..\AP-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FA-REGISTER-FILE
           ASSIGN TO '..\FIXED-ASSET-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 PTOT-GROSS          PIC 9(8)V99.
           05 FILLER              PIC X(1).
           05 PTOT-NET            PIC 9(8)V99.
           05 FILLER              PIC X(1).
           05 PTOT-EMPLOYER       PIC 9(8)V99.

       FD SESSION-TOTALS-FILE.
       01 SESSION-TOTALS-LINE.
           05 FILLER              PIC X(1).
           05 SESS-COUNT-IN       PIC 9(4).
           05 FILLER              PIC X(1).
           05 SESS-TOTAL-IN       PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD CHART-OF-ACCOUNTS-FILE.
       01 CHART-RECORD.
           05 DTL-GROSS           PIC 9(8)V99.
           05 FILLER              PIC X(1).
           05 DTL-NET             PIC 9(8)V99.
           05 FILLER              PIC X(1).
           05 DTL-EMPLOYER        PIC 9(8)V99.
           05 FILLER              PIC X(1).
           05 DTL-HOURS           PIC 9(7).

      *> Department cost-center master: code, name, and the chart
      *> source its labor posts under.
           05 FILLER              PIC X(1).
           05 DPT-SOURCE-CODE     PIC X(3).

      *> One line per bad-debt write-off (WOF) or recovery (REC),
      *> written by BAD_DEBT_WRITEOFF_PROGRAM.
       FD WRITEOFF-REGISTER-FILE.
       01 WRITEOFF-REGISTER-RECORD.
           05 WRG-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 WRG-TIME            PIC 9(8).
           05 FILLER              PIC X(1).
           05 WRG-OPERATOR        PIC X(20).
           05 FILLER              PIC X(1).
           05 WRG-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 WRG-TYPE            PIC X(3).
           05 FILLER              PIC X(1).
           05 WRG-AMOUNT          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 WRG-REFERENCE       PIC X(8).

      *> One line per payables voucher raised (VCH) or vendor paid
      *> (PAY), written by ACCOUNTS_PAYABLE_PROGRAM.
       FD AP-REGISTER-FILE.
       01 AP-REGISTER-RECORD.
           05 APR-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 APR-TYPE            PIC X(3).
           05 FILLER              PIC X(1).
           05 APR-VENDOR          PIC X(5).
           05 FILLER              PIC X(1).
           05 APR-REFERENCE       PIC 9(7).
           05 FILLER              PIC X(1).
           05 APR-AMOUNT          PIC 9(9)V99.

      *> One line per fleet-asset money movement, written by
      *> FLEET_ASSET_PROGRAM; the type is the chart source.
       FD FA-REGISTER-FILE.
       01 FA-REGISTER-RECORD.
           05 FAR-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 FAR-TYPE            PIC X(3).
           05 FILLER              PIC X(1).
           05 FAR-CAR-TYPE        PIC X(5).
           05 FILLER              PIC X(1).
           05 FAR-CAR-YEAR        PIC 9(4).
           05 FILLER              PIC X(1).
           05 FAR-AMOUNT          PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-PAY-EOF PIC A(1) VALUE 'N'.
       01 WS-WRG-EOF PIC X(1) VALUE 'N'.
       01 WS-APR-EOF PIC X(1) VALUE 'N'.
       01 WS-FAR-EOF PIC X(1) VALUE 'N'.
       01 WS-DEPT-EOF PIC X(1) VALUE 'N'.
       01 WS-DEPTMAST-EOF PIC X(1) VALUE 'N'.
       01 WS-DEPT-PAY-TABLE.
           05 WS-DY-ENTRY OCCURS 50 TIMES.
               10 WS-DY-CODE      PIC X(4).
               10 WS-DY-GROSS     PIC 9(9)V99.
               10 WS-DY-EMPLOYER  PIC 9(9)V99.
       01 WS-DY-COUNT PIC 9(2) VALUE 0.
       01 WS-DY-SUB PIC 9(2).
       01 WS-DY-HIT-SUB PIC 9(2).
       01 WS-JOURNAL-NUMBER PIC 9(7).

       01 WS-PAYROLL-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-EMPLOYER-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-DEPT-EMPLOYER-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-DEPT-DEBIT-ACCOUNT PIC 9(6).
       01 WS-TUITION-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-TUITION-ABS PIC 9(9)V99 VALUE 0.
       01 WS-WRITEOFF-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-RECOVERY-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-AP-VOUCHER-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-AP-PAYMENT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-AP-DEBIT-MEMO-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-FA-SOURCE-VALUES PIC X(21)
           VALUE "FAAFAOFADFAXFAPFALFAG".
       01 WS-FA-SOURCE-TABLE REDEFINES WS-FA-SOURCE-VALUES.
           05 WS-FA-SOURCE OCCURS 7 TIMES PIC X(3).
       01 WS-FA-TOTALS.
           05 WS-FA-TOTAL OCCURS 7 TIMES PIC 9(9)V99 VALUE 0.
       01 WS-FA-SUB PIC 9(1).


       01 WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 50 TIMES.
           PERFORM 150-TOTAL-DEPT-PAYROLL.
           PERFORM 200-TOTAL-PAYROLL-RUNS.
           PERFORM 300-TOTAL-TUITION-SESSIONS.
           PERFORM 320-TOTAL-BAD-DEBT.
           PERFORM 340-TOTAL-PAYABLES.
           PERFORM 380-TOTAL-FIXED-ASSETS.
           PERFORM 350-PREVALIDATE-THE-POSTINGS.
           IF WS-EXTRACT-FAILED-FLAG = 'Y'
               DISPLAY "*** A SOURCE HAS NO ACCOUNT MAPPING -- "
               PERFORM 400-POST-PAYROLL-TOTAL
           END-IF.
           PERFORM 500-POST-TUITION-TOTAL.
           PERFORM 520-POST-BAD-DEBT.
           PERFORM 540-POST-PAYABLES.
           PERFORM 560-POST-FIXED-ASSETS.
           CLOSE GL-INTERFACE-FILE.
           PERFORM 600-VERIFY-AND-SET-RC.
           PERFORM 650-LOG-THIS-RUN.
                   NOT AT END
                       ADD 1 TO WS-RL-READ-COUNT
                       IF DTL-DATE = WS-EXTRACT-DATE
                           IF DTL-EMPLOYER IS NOT NUMERIC
                               MOVE 0 TO DTL-EMPLOYER
                           END-IF
                           PERFORM 152-ACCUMULATE-DEPT-GROSS
                       END-IF
               END-READ.
                       OR WS-DY-FOUND-FLAG = 'Y'.
               IF WS-DY-FOUND-FLAG = 'Y'
                   ADD DTL-GROSS TO WS-DY-GROSS(WS-DY-HIT-SUB)
                   ADD DTL-EMPLOYER TO WS-DY-EMPLOYER(WS-DY-HIT-SUB)
               ELSE
                   IF WS-DY-COUNT < 50
                       ADD 1 TO WS-DY-COUNT
                       MOVE DTL-DEPARTMENT
                           TO WS-DY-CODE(WS-DY-COUNT)
                       MOVE DTL-GROSS TO WS-DY-GROSS(WS-DY-COUNT)
                       MOVE DTL-EMPLOYER
                           TO WS-DY-EMPLOYER(WS-DY-COUNT)
                   END-IF
               END-IF.
               ADD DTL-EMPLOYER TO WS-DEPT-EMPLOYER-TOTAL.

           153-SCAN-DEPT-GROSS.
               IF WS-DY-CODE(WS-DY-SUB) = DTL-DEPARTMENT
                   IF WS-FOUND-FLAG = 'Y'
                       MOVE WS-DY-GROSS(WS-DY-SUB) TO GL-AMOUNT
                       PERFORM 700-WRITE-DEBIT-CREDIT-PAIR
                       PERFORM 465-POST-DEPT-EMPLOYER
                   ELSE
                       DISPLAY "NO CHART ENTRY FOR SOURCE "
                           GL-SOURCE-CODE
                   END-IF
               END-IF.

      *> The employer contributions a department's pay drew are
      *> labour cost of that department: they debit the
      *> department's own expense account and credit the
      *> contributions payable account on the ERC chart row.
           465-POST-DEPT-EMPLOYER.
               IF WS-DY-EMPLOYER(WS-DY-SUB) > 0
                   MOVE WS-CH-DEBIT(WS-CHART-SUB)
                       TO WS-DEPT-DEBIT-ACCOUNT
                   MOVE SPACES TO GL-INTERFACE-LINE
                   MOVE "ERC" TO GL-SOURCE-CODE
                   PERFORM 120-FIND-CHART-ENTRY
                   MOVE WS-DY-EMPLOYER(WS-DY-SUB) TO GL-AMOUNT
                   MOVE WS-DEPT-DEBIT-ACCOUNT TO GL-ACCOUNT
                   PERFORM 710-WRITE-SPLIT-PAIR
               END-IF.

      *> 120 matches on GL-SOURCE-CODE, so the department's chart
      *> source is parked there before the scan.
           461-SCAN-DEPT-MASTER.
      *> its source, and the lump sources need their chart
      *> entries.  Any gap refuses the whole extract up front.
           350-PREVALIDATE-THE-POSTINGS.
               IF (WS-DY-COUNT > 0 AND WS-DEPT-EMPLOYER-TOTAL > 0)
                   OR (WS-DY-COUNT = 0 AND WS-EMPLOYER-TOTAL > 0)
                   MOVE "ERC" TO GL-SOURCE-CODE
                   PERFORM 120-FIND-CHART-ENTRY
                   IF WS-FOUND-FLAG = 'N'
                       DISPLAY "NO CHART ENTRY FOR SOURCE ERC"
                       MOVE 'Y' TO WS-EXTRACT-FAILED-FLAG
                   END-IF
               END-IF.
               IF WS-DY-COUNT > 0
                   PERFORM 360-PREVALIDATE-ONE-DEPT
                       VARYING WS-DY-SUB FROM 1 BY 1
                   END-IF
               END-IF.

               IF WS-WRITEOFF-TOTAL > 0
                   MOVE "BDX" TO GL-SOURCE-CODE
                   PERFORM 120-FIND-CHART-ENTRY
                   IF WS-FOUND-FLAG = 'N'
                       DISPLAY "NO CHART ENTRY FOR SOURCE BDX"
                       MOVE 'Y' TO WS-EXTRACT-FAILED-FLAG
                   END-IF
               END-IF.
               IF WS-RECOVERY-TOTAL > 0
                   MOVE "BDR" TO GL-SOURCE-CODE
                   PERFORM 120-FIND-CHART-ENTRY
                   IF WS-FOUND-FLAG = 'N'
                       DISPLAY "NO CHART ENTRY FOR SOURCE BDR"
                       MOVE 'Y' TO WS-EXTRACT-FAILED-FLAG
                   END-IF
               END-IF.
               IF WS-AP-VOUCHER-TOTAL > 0
                   MOVE "APV" TO GL-SOURCE-CODE
                   PERFORM 120-FIND-CHART-ENTRY
                   IF WS-FOUND-FLAG = 'N'
                       DISPLAY "NO CHART ENTRY FOR SOURCE APV"
                       MOVE 'Y' TO WS-EXTRACT-FAILED-FLAG
                   END-IF
               END-IF.
               IF WS-AP-PAYMENT-TOTAL > 0
                   MOVE "APP" TO GL-SOURCE-CODE
                   PERFORM 120-FIND-CHART-ENTRY
                   IF WS-FOUND-FLAG = 'N'
                       DISPLAY "NO CHART ENTRY FOR SOURCE APP"
                       MOVE 'Y' TO WS-EXTRACT-FAILED-FLAG
                   END-IF
               END-IF.
               IF WS-AP-DEBIT-MEMO-TOTAL > 0
                   MOVE "APD" TO GL-SOURCE-CODE
                   PERFORM 120-FIND-CHART-ENTRY
                   IF WS-FOUND-FLAG = 'N'
                       DISPLAY "NO CHART ENTRY FOR SOURCE APD"
                       MOVE 'Y' TO WS-EXTRACT-FAILED-FLAG
                   END-IF
               END-IF.
               PERFORM 370-PREVALIDATE-FA-SOURCE
                   VARYING WS-FA-SUB FROM 1 BY 1
                   UNTIL WS-FA-SUB > 7.

           370-PREVALIDATE-FA-SOURCE.
               IF WS-FA-TOTAL(WS-FA-SUB) > 0
                   MOVE WS-FA-SOURCE(WS-FA-SUB) TO GL-SOURCE-CODE
                   PERFORM 120-FIND-CHART-ENTRY
                   IF WS-FOUND-FLAG = 'N'
                       DISPLAY "NO CHART ENTRY FOR SOURCE "
                           GL-SOURCE-CODE
                       MOVE 'Y' TO WS-EXTRACT-FAILED-FLAG
                   END-IF
               END-IF.

           360-PREVALIDATE-ONE-DEPT.
               MOVE 'N' TO WS-DM-FOUND-FLAG.
               PERFORM 461-SCAN-DEPT-MASTER
                       ADD 1 TO WS-RL-READ-COUNT
                       IF PTOT-DATE = WS-EXTRACT-DATE
                           ADD PTOT-GROSS TO WS-PAYROLL-TOTAL
                           IF PTOT-EMPLOYER IS NUMERIC
                               ADD PTOT-EMPLOYER TO WS-EMPLOYER-TOTAL
                           END-IF
                       END-IF
               END-READ.

                       END-IF
               END-READ.

      *> Bad debt written off and recovered on the extract date,
      *> totalled off the write-off register.
           320-TOTAL-BAD-DEBT.
               OPEN INPUT WRITEOFF-REGISTER-FILE.
               PERFORM 330-READ-WRITEOFF-REGISTER
                   UNTIL WS-WRG-EOF = 'Y'.
               CLOSE WRITEOFF-REGISTER-FILE.

           330-READ-WRITEOFF-REGISTER.
               READ WRITEOFF-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-WRG-EOF
                   NOT AT END
                       ADD 1 TO WS-RL-READ-COUNT
                       IF WRG-DATE = WS-EXTRACT-DATE
                           EVALUATE WRG-TYPE
                               WHEN "WOF"
                                   ADD WRG-AMOUNT TO WS-WRITEOFF-TOTAL
                               WHEN "REC"
                                   ADD WRG-AMOUNT TO WS-RECOVERY-TOTAL
                           END-EVALUATE
                       END-IF
               END-READ.

      *> Payables vouchered and vendors paid on the extract date,
      *> totalled off the AP register.
           340-TOTAL-PAYABLES.
               OPEN INPUT AP-REGISTER-FILE.
               PERFORM 345-READ-AP-REGISTER
                   UNTIL WS-APR-EOF = 'Y'.
               CLOSE AP-REGISTER-FILE.

           345-READ-AP-REGISTER.
               READ AP-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-APR-EOF
                   NOT AT END
                       ADD 1 TO WS-RL-READ-COUNT
                       IF APR-DATE = WS-EXTRACT-DATE
                           EVALUATE APR-TYPE
                               WHEN "VCH"
                                   ADD APR-AMOUNT
                                       TO WS-AP-VOUCHER-TOTAL
                               WHEN "PAY"
                                   ADD APR-AMOUNT
                                       TO WS-AP-PAYMENT-TOTAL
                               WHEN "DBM"
                                   ADD APR-AMOUNT
                                       TO WS-AP-DEBIT-MEMO-TOTAL
                           END-EVALUATE
                       END-IF
               END-READ.

      *> Fleet-asset movements on the extract date, totalled by
      *> type off the fixed-asset register; a type that is not one
      *> of the seven FA sources is left unposted.
           380-TOTAL-FIXED-ASSETS.
               OPEN INPUT FA-REGISTER-FILE.
               PERFORM 385-READ-FA-REGISTER
                   UNTIL WS-FAR-EOF = 'Y'.
               CLOSE FA-REGISTER-FILE.

           385-READ-FA-REGISTER.
               READ FA-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-FAR-EOF
                   NOT AT END
                       ADD 1 TO WS-RL-READ-COUNT
                       IF FAR-DATE = WS-EXTRACT-DATE
                           PERFORM 386-ADD-TO-FA-SOURCE
                               VARYING WS-FA-SUB FROM 1 BY 1
                               UNTIL WS-FA-SUB > 7
                       END-IF
               END-READ.

           386-ADD-TO-FA-SOURCE.
               IF FAR-TYPE = WS-FA-SOURCE(WS-FA-SUB)
                   ADD FAR-AMOUNT TO WS-FA-TOTAL(WS-FA-SUB)
               END-IF.

      *> Every source posts one balanced debit/credit pair from its
      *> chart entry; a source with a total but no chart entry fails
      *> the run rather than leaving one-sided money.
                       MOVE 'Y' TO WS-EXTRACT-FAILED-FLAG
                   END-IF
               END-IF.
               IF WS-EMPLOYER-TOTAL > 0
                   MOVE SPACES TO GL-INTERFACE-LINE
                   MOVE "ERC" TO GL-SOURCE-CODE
                   PERFORM 120-FIND-CHART-ENTRY
                   MOVE WS-EMPLOYER-TOTAL TO GL-AMOUNT
                   PERFORM 700-WRITE-DEBIT-CREDIT-PAIR
               END-IF.

           500-POST-TUITION-TOTAL.
               IF WS-TUITION-ABS > 0
                   END-IF
               END-IF.

      *> The write-off moves the balance from the student receivable
      *> to bad-debt expense (BDX); a recovery moves it back (BDR).
      *> The accounts are whatever the chart maps each source to.
           520-POST-BAD-DEBT.
               IF WS-WRITEOFF-TOTAL > 0
                   MOVE SPACES TO GL-INTERFACE-LINE
                   MOVE "BDX" TO GL-SOURCE-CODE
                   PERFORM 120-FIND-CHART-ENTRY
                   MOVE WS-WRITEOFF-TOTAL TO GL-AMOUNT
                   PERFORM 700-WRITE-DEBIT-CREDIT-PAIR
               END-IF.
               IF WS-RECOVERY-TOTAL > 0
                   MOVE SPACES TO GL-INTERFACE-LINE
                   MOVE "BDR" TO GL-SOURCE-CODE
                   PERFORM 120-FIND-CHART-ENTRY
                   MOVE WS-RECOVERY-TOTAL TO GL-AMOUNT
                   PERFORM 700-WRITE-DEBIT-CREDIT-PAIR
               END-IF.

      *> A voucher charges the goods received to the chart's APV
      *> debit account and owes the vendor (accounts payable); a
      *> payment clears the payable against the bank (APP); a
      *> debit memo for goods returned to the vendor takes them
      *> back off the payable against inventory (APD).
           540-POST-PAYABLES.
               IF WS-AP-VOUCHER-TOTAL > 0
                   MOVE SPACES TO GL-INTERFACE-LINE
                   MOVE "APV" TO GL-SOURCE-CODE
                   PERFORM 120-FIND-CHART-ENTRY
                   MOVE WS-AP-VOUCHER-TOTAL TO GL-AMOUNT
                   PERFORM 700-WRITE-DEBIT-CREDIT-PAIR
               END-IF.
               IF WS-AP-PAYMENT-TOTAL > 0
                   MOVE SPACES TO GL-INTERFACE-LINE
                   MOVE "APP" TO GL-SOURCE-CODE
                   PERFORM 120-FIND-CHART-ENTRY
                   MOVE WS-AP-PAYMENT-TOTAL TO GL-AMOUNT
                   PERFORM 700-WRITE-DEBIT-CREDIT-PAIR
               END-IF.
               IF WS-AP-DEBIT-MEMO-TOTAL > 0
                   MOVE SPACES TO GL-INTERFACE-LINE
                   MOVE "APD" TO GL-SOURCE-CODE
                   PERFORM 120-FIND-CHART-ENTRY
                   MOVE WS-AP-DEBIT-MEMO-TOTAL TO GL-AMOUNT
                   PERFORM 700-WRITE-DEBIT-CREDIT-PAIR
               END-IF.

      *> Fleet assets: FAA capitalizes the vehicle's cost, FAO
      *> brings over depreciation already taken, FAD is the month's
      *> depreciation; on disposal FAX retires the accumulated
      *> depreciation and FAP the proceeds against the asset
      *> account, with FAL the loss or FAG the gain.
           560-POST-FIXED-ASSETS.
               PERFORM 565-POST-ONE-FA-SOURCE
                   VARYING WS-FA-SUB FROM 1 BY 1
                   UNTIL WS-FA-SUB > 7.

           565-POST-ONE-FA-SOURCE.
               IF WS-FA-TOTAL(WS-FA-SUB) > 0
                   MOVE SPACES TO GL-INTERFACE-LINE
                   MOVE WS-FA-SOURCE(WS-FA-SUB) TO GL-SOURCE-CODE
                   PERFORM 120-FIND-CHART-ENTRY
                   MOVE WS-FA-TOTAL(WS-FA-SUB) TO GL-AMOUNT
                   PERFORM 700-WRITE-DEBIT-CREDIT-PAIR
               END-IF.

      *> The caller blanked the line and parked the source code and
      *> amount in it before coming here.
           700-WRITE-DEBIT-CREDIT-PAIR.
               ADD GL-AMOUNT TO WS-CREDIT-TOTAL.
               ADD 2 TO WS-RL-WRITTEN-COUNT.

      *> Same as 700, but the debit account comes in on the line
      *> from the caller and only the credit comes off the chart
      *> entry 120 found.
           710-WRITE-SPLIT-PAIR.
               MOVE WS-RUN-DATE TO GL-RUN-DATE.
               MOVE WS-JOURNAL-NUMBER TO GL-JOURNAL-NUMBER.
               MOVE WS-EXTRACT-PERIOD TO GL-PERIOD.
               MOVE "DR" TO GL-DR-CR.
               WRITE GL-INTERFACE-LINE.
               ADD GL-AMOUNT TO WS-DEBIT-TOTAL.
               MOVE WS-CH-CREDIT(WS-CHART-SUB) TO GL-ACCOUNT.
               MOVE "CR" TO GL-DR-CR.
               WRITE GL-INTERFACE-LINE.
               ADD GL-AMOUNT TO WS-CREDIT-TOTAL.
               ADD 2 TO WS-RL-WRITTEN-COUNT.

      *> Clean/partial/failed return-code convention, shared with
      *> PROJECT_1_PROGRAM and LAB_9_PROGRAM: an out-of-balance
      *> interface file is a hard failure.
