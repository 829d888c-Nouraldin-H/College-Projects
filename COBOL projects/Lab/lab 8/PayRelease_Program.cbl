      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 05-19-2026
      * Purpose: the payroll supervisor's release of a held pay run.
      * LAB_8_PROGRAM puts every pay of a batch run on PAY-HOLD.TXT
      * and, when anything landed on PAY-VARIANCE.TXT (a zero pay, a
      * first pay, or a gross or net far off the employee's last pay
      * or year-to-date average), leaves the run held instead of
      * writing the bank file and the cheques.  Release mode sends
      * the whole run; pull mode sends everyone but the flagged pays,
      * which go on PAY-PULLED.TXT for correction.  A pulled pay is
      * backed out of everything the payroll run posted for it --
      * the year-to-date files, the remittance accumulator, the
      * garnishment orders, the run and department totals and the
      * leave balances -- from PAY-HOLD-POSTINGS.TXT, and the pull
      * is refused before anything is released if any of them can
      * no longer take it back.  List mode shows the hold.  Either
      * release writes DIRECT-DEPOSIT.TXT and CHEQUE-PRINT.TXT
      * exactly as the payroll run would have.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY_RELEASE_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL PAY-HOLD-FILE
           ASSIGN TO '..\PAY-HOLD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIRECT-DEPOSIT-FILE
           ASSIGN TO '..\DIRECT-DEPOSIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHEQUE-PRINT-FILE
           ASSIGN TO '..\CHEQUE-PRINT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHEQUE-REGISTER-FILE
           ASSIGN TO '..\CHEQUE-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEXT-CHEQUE-FILE
           ASSIGN TO '..\NEXT-CHEQUE-NUMBER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NC-STATUS.
           SELECT PAY-PULLED-FILE
           ASSIGN TO '..\PAY-PULLED.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HOLD-POSTINGS-FILE
           ASSIGN TO '..\PAY-HOLD-POSTINGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYEE-YTD-FILE
           ASSIGN TO '..\EMPLOYEE-YTD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL YTD-FILE
           ASSIGN TO '..\PAY-YTD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REMITTANCE-ACCUM-FILE
           ASSIGN TO '..\REMITTANCE-ACCUM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEDUCTION-ORDERS-FILE
           ASSIGN TO '..\DEDUCTION-ORDERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GARNISHMENT-WITHHELD-FILE
           ASSIGN TO '..\GARNISHMENT-WITHHELD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEAVE-BALANCES-FILE
           ASSIGN TO '..\LEAVE-BALANCES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYROLL-TOTALS-FILE
           ASSIGN TO '..\PAYROLL-TOTALS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYROLL-TOTALS-COPY
           ASSIGN TO '..\PAYROLL-TOTALS-PULL.TMP'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPT-TOTALS-FILE
           ASSIGN TO '..\PAYROLL-DEPT-TOTALS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPT-TOTALS-COPY
           ASSIGN TO '..\PAYROLL-DEPT-TOTALS-PULL.TMP'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One line per pay, as LAB_8_PROGRAM writes it, and a TRL
      *> with the count, the net total and the run's status: H
      *> held, R released, P released with the flagged pays pulled.
       FD PAY-HOLD-FILE.
       01 PAY-HOLD-RECORD.
           05 PHD-EMPLOYEE        PIC 9(5).
           05 FILLER              PIC X(1).
           05 PHD-NAME            PIC X(20).
           05 FILLER              PIC X(1).
           05 PHD-PAY-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 PHD-TRANSIT         PIC 9(8).
           05 FILLER              PIC X(1).
           05 PHD-ACCOUNT         PIC 9(12).
           05 FILLER              PIC X(1).
           05 PHD-NET             PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 PHD-FLAG            PIC X(1).
           05 FILLER              PIC X(1).
           05 PHD-REASON          PIC X(16).
       01 PAY-HOLD-TRAILER.
           05 PHT-MARKER          PIC X(3).
           05 FILLER              PIC X(2).
           05 PHT-RECORD-COUNT    PIC 9(7).
           05 FILLER              PIC X(1).
           05 PHT-NET-TOTAL       PIC 9(9)V99.
           05 FILLER              PIC X(1).
           05 PHT-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 PHT-STATUS-DATE     PIC 9(8).

       FD DIRECT-DEPOSIT-FILE.
       01 DIRECT-DEPOSIT-RECORD.
           05 DD-EMPLOYEE-NUMBER  PIC 9(5).
           05 DD-BANK-TRANSIT     PIC 9(8).
           05 DD-BANK-ACCOUNT     PIC 9(12).
           05 DD-NET-AMOUNT       PIC 9(7)V99.
       01 DIRECT-DEPOSIT-TRAILER.
           05 DDT-MARKER          PIC X(3).
           05 DDT-RECORD-COUNT    PIC 9(7).
           05 DDT-NET-TOTAL       PIC 9(9)V99.
           05 FILLER              PIC X(13).

       FD CHEQUE-PRINT-FILE.
       01 CHEQUE-PRINT-RECORD.
           05 CHQ-NUMBER          PIC 9(7).
           05 FILLER              PIC X(1).
           05 CHQ-EMPLOYEE        PIC 9(5).
           05 FILLER              PIC X(1).
           05 CHQ-NAME            PIC X(20).
           05 FILLER              PIC X(1).
           05 CHQ-AMOUNT          PIC 9(7)V99.

       FD CHEQUE-REGISTER-FILE.
       01 CHEQUE-REGISTER-RECORD.
           05 CRG-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 CRG-NUMBER          PIC 9(7).
           05 FILLER              PIC X(1).
           05 CRG-EMPLOYEE        PIC 9(5).
           05 FILLER              PIC X(1).
           05 CRG-AMOUNT          PIC 9(7)V99.

       FD NEXT-CHEQUE-FILE.
       01 NEXT-CHEQUE-RECORD.
           05 NC-NEXT-NUMBER      PIC 9(7).

      *> The pays held back for correction: payroll fixes the
      *> figures and pays them by adjustment.
       FD PAY-PULLED-FILE.
       01 PAY-PULLED-RECORD.
           05 PPL-EMPLOYEE        PIC 9(5).
           05 FILLER              PIC X(1).
           05 PPL-NAME            PIC X(20).
           05 FILLER              PIC X(1).
           05 PPL-PAY-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 PPL-NET             PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 PPL-REASON          PIC X(16).
           05 FILLER              PIC X(1).
           05 PPL-PULLED-DATE     PIC 9(8).

      *> What LAB_8_PROGRAM posted for each flagged pay: a PAY line
      *> with the pay's own figures, a GAR line for each order it
      *> paid toward, a CON line for each employer contribution
      *> type it drew, all keyed by the pay's line on the hold.
       FD PAY-HOLD-POSTINGS-FILE.
       01 HELD-PAY-POSTING.
           05 HPP-KIND            PIC X(3).
           05 FILLER              PIC X(1).
           05 HPP-HOLD-LINE       PIC 9(7).
           05 FILLER              PIC X(1).
           05 HPP-EMPLOYEE        PIC 9(5).
           05 FILLER              PIC X(1).
           05 HPP-JOB-TYPE        PIC X(3).
           05 FILLER              PIC X(1).
           05 HPP-DEPARTMENT      PIC X(4).
           05 FILLER              PIC X(1).
           05 HPP-GROSS           PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 HPP-TAX             PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 HPP-DUES            PIC 9(3)V99.
           05 FILLER              PIC X(1).
           05 HPP-BENEFITS        PIC 9(3)V99.
           05 FILLER              PIC X(1).
           05 HPP-NET             PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 HPP-EMPLOYER        PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 HPP-HOURS           PIC 9(2).
           05 FILLER              PIC X(1).
           05 HPP-YTD-POSTED      PIC X(1).
           05 FILLER              PIC X(1).
           05 HPP-PRIOR-LAST-GROSS PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 HPP-PRIOR-LAST-NET  PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 HPP-DEPT-POSTED     PIC X(1).
           05 FILLER              PIC X(1).
           05 HPP-LEAVE-POSTED    PIC X(1).
           05 FILLER              PIC X(1).
           05 HPP-VAC-BEFORE      PIC 9(4)V99.
           05 FILLER              PIC X(1).
           05 HPP-VAC-AFTER       PIC 9(4)V99.
           05 FILLER              PIC X(1).
           05 HPP-SICK-BEFORE     PIC 9(4)V99.
           05 FILLER              PIC X(1).
           05 HPP-SICK-AFTER      PIC 9(4)V99.
       01 HELD-GARNISH-POSTING.
           05 HPG-KIND            PIC X(3).
           05 FILLER              PIC X(1).
           05 HPG-HOLD-LINE       PIC 9(7).
           05 FILLER              PIC X(1).
           05 HPG-ORDER-NUMBER    PIC 9(6).
           05 FILLER              PIC X(1).
           05 HPG-AMOUNT          PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 HPG-CLOSED          PIC X(1).
       01 HELD-CONTRIBUTION-POSTING.
           05 HPC-KIND            PIC X(3).
           05 FILLER              PIC X(1).
           05 HPC-HOLD-LINE       PIC 9(7).
           05 FILLER              PIC X(1).
           05 HPC-TYPE            PIC X(8).
           05 FILLER              PIC X(1).
           05 HPC-AMOUNT          PIC 9(7)V99.

      *> The files a pulled pay is backed out of, laid out as
      *> LAB_8_PROGRAM writes them.
       FD EMPLOYEE-YTD-FILE.
       01 EMPLOYEE-YTD-RECORD.
           05 EYT-NUMBER-F        PIC 9(5).
           05 FILLER              PIC X(1).
           05 EYT-GROSS-F         PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 EYT-TAX-F           PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 EYT-DUES-F          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 EYT-BENEFITS-F      PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 EYT-NET-F           PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 EYT-EMPLOYER-F      PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 EYT-PAYS-F          PIC 9(3).
           05 FILLER              PIC X(1).
           05 EYT-LAST-GROSS-F    PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 EYT-LAST-NET-F      PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 EYT-PAYS-GROSS-F    PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 EYT-PAYS-NET-F      PIC 9(7)V99.

       FD YTD-FILE.
       01 YTD-RECORD.
           05 YTD-JOB-TYPE-F      PIC X(3).
           05 YTD-TOTAL-F         PIC 9(7)V99.

       FD REMITTANCE-ACCUM-FILE.
       01 REMITTANCE-ACCUM-RECORD.
           05 RMA-PAYEE           PIC X(8).
           05 FILLER              PIC X(1).
           05 RMA-AMOUNT          PIC 9(9)V99.
           05 FILLER              PIC X(1).
           05 RMA-YTD-AMOUNT      PIC 9(9)V99.

       FD DEDUCTION-ORDERS-FILE.
       01 DEDUCTION-ORDER-RECORD.
           05 DOR-ORDER-NUMBER    PIC 9(6).
           05 FILLER              PIC X(1).
           05 DOR-EMP-NUMBER      PIC 9(5).
           05 FILLER              PIC X(1).
           05 DOR-PRIORITY        PIC 9(1).
           05 FILLER              PIC X(1).
           05 DOR-PAYEE           PIC X(8).
           05 FILLER              PIC X(1).
           05 DOR-METHOD          PIC X(1).
           05 FILLER              PIC X(1).
           05 DOR-AMOUNT          PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 DOR-PERCENT         PIC 9(3)V99.
           05 FILLER              PIC X(1).
           05 DOR-PERIOD-CAP      PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 DOR-BALANCE         PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 DOR-START-DATE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 DOR-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 DOR-CLOSED-DATE     PIC 9(8).

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

       FD LEAVE-BALANCES-FILE.
       01 LEAVE-BALANCE-RECORD.
           05 LVB-NUMBER-F        PIC 9(5).
           05 FILLER              PIC X(1).
           05 LVB-VAC-F           PIC 9(4)V99.
           05 FILLER              PIC X(1).
           05 LVB-SICK-F          PIC 9(4)V99.

       FD PAYROLL-TOTALS-FILE.
       01 PAYROLL-TOTALS-LINE.
           05 PTOT-DATE           PIC 9(8).
           05 FILLER              PIC X(1).
           05 PTOT-GROSS          PIC 9(8)V99.
           05 FILLER              PIC X(1).
           05 PTOT-NET            PIC 9(8)V99.
           05 FILLER              PIC X(1).
           05 PTOT-EMPLOYER       PIC 9(8)V99.

       FD PAYROLL-TOTALS-COPY.
       01 PAYROLL-COPY-LINE       PIC X(41).

       FD DEPT-TOTALS-FILE.
       01 DEPT-TOTALS-LINE.
           05 DTL-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 DTL-DEPARTMENT      PIC X(4).
           05 FILLER              PIC X(1).
           05 DTL-GROSS           PIC 9(8)V99.
           05 FILLER              PIC X(1).
           05 DTL-NET             PIC 9(8)V99.
           05 FILLER              PIC X(1).
           05 DTL-EMPLOYER        PIC 9(8)V99.
           05 FILLER              PIC X(1).
           05 DTL-HOURS           PIC 9(7).

       FD DEPT-TOTALS-COPY.
       01 DEPT-COPY-LINE          PIC X(54).

       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-SUB PIC 9(4).
       01 WS-NC-STATUS PIC X(2).
       01 WS-CHEQUE-NUMBER PIC 9(7).

       01 WS-HOLD-TABLE.
           05 WS-HD-ENTRY OCCURS 2000 TIMES.
               10 WS-HD-EMPLOYEE  PIC 9(5).
               10 WS-HD-NAME      PIC X(20).
               10 WS-HD-PAY-DATE  PIC 9(8).
               10 WS-HD-TRANSIT   PIC 9(8).
               10 WS-HD-ACCOUNT   PIC 9(12).
               10 WS-HD-NET       PIC 9(7)V99.
               10 WS-HD-FLAG      PIC X(1).
               10 WS-HD-REASON    PIC X(16).
       01 WS-HD-COUNT PIC 9(4) VALUE 0.
       01 WS-HD-EOF PIC X(1) VALUE 'N'.
       01 WS-HD-NET-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-HD-FLAGGED PIC 9(4) VALUE 0.
       01 WS-TRL-SEEN PIC X(1) VALUE 'N'.
       01 WS-TRL-COUNT PIC 9(7) VALUE 0.
       01 WS-TRL-NET-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-TRL-STATUS PIC X(1) VALUE SPACE.
       01 WS-TRL-STATUS-DATE PIC 9(8) VALUE 0.

       01 WS-DD-COUNT PIC 9(7) VALUE 0.
       01 WS-DD-NET-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-CHEQUE-COUNT PIC 9(5) VALUE 0.
       01 WS-CHEQUE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-PULLED-COUNT PIC 9(4) VALUE 0.
       01 WS-PULLED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-MONEY-EDITED PIC $$$,$$$,$$9.99.

      *> Backing out the pulled pays: each file is held as record
      *> images while the take-backs are proved, and nothing is
      *> written until the release itself has balanced.
       01 WS-PULL-PROBLEM PIC X(60).
       01 WS-HOLD-LINE PIC 9(7) VALUE 0.
       01 WS-POSTING-TABLE.
           05 WS-PP-IMAGE OCCURS 2000 TIMES PIC X(135).
       01 WS-PP-COUNT PIC 9(4) VALUE 0.
       01 WS-PP-SUB PIC 9(4).
       01 WS-PP-EOF PIC X(1) VALUE 'N'.
       01 WS-EMPLOYEE-YTD-TABLE.
           05 WS-EY-IMAGE OCCURS 500 TIMES PIC X(109).
       01 WS-EY-COUNT PIC 9(4) VALUE 0.
       01 WS-EY-SUB PIC 9(4).
       01 WS-EY-HIT-SUB PIC 9(4).
       01 WS-EY-EOF PIC X(1) VALUE 'N'.
       01 WS-JOB-TYPE-YTD-TABLE.
           05 WS-YT-IMAGE OCCURS 500 TIMES PIC X(12).
       01 WS-YT-COUNT PIC 9(4) VALUE 0.
       01 WS-YT-SUB PIC 9(4).
       01 WS-YT-HIT-SUB PIC 9(4).
       01 WS-YT-EOF PIC X(1) VALUE 'N'.
       01 WS-REMITTANCE-TABLE.
           05 WS-RA-IMAGE OCCURS 200 TIMES PIC X(32).
       01 WS-RA-COUNT PIC 9(4) VALUE 0.
       01 WS-RA-SUB PIC 9(4).
       01 WS-RA-HIT-SUB PIC 9(4).
       01 WS-RA-EOF PIC X(1) VALUE 'N'.
       01 WS-RA-LOOKUP-PAYEE PIC X(8).
       01 WS-RA-TAKE PIC 9(9)V99.
       01 WS-ORDER-TABLE.
           05 WS-DO-IMAGE OCCURS 500 TIMES PIC X(77).
       01 WS-DO-COUNT PIC 9(4) VALUE 0.
       01 WS-DO-SUB PIC 9(4).
       01 WS-DO-HIT-SUB PIC 9(4).
       01 WS-DO-EOF PIC X(1) VALUE 'N'.
       01 WS-WITHHELD-TABLE.
           05 WS-GW-IMAGE OCCURS 2000 TIMES PIC X(40).
       01 WS-GW-COUNT PIC 9(4) VALUE 0.
       01 WS-GW-SUB PIC 9(4).
       01 WS-GW-HIT-SUB PIC 9(4).
       01 WS-GW-EOF PIC X(1) VALUE 'N'.
       01 WS-GARNISH-PULLED PIC X(1) VALUE 'N'.
       01 WS-LEAVE-TABLE.
           05 WS-LB-IMAGE OCCURS 500 TIMES PIC X(19).
       01 WS-LB-COUNT PIC 9(4) VALUE 0.
       01 WS-LB-SUB PIC 9(4).
       01 WS-LB-HIT-SUB PIC 9(4).
       01 WS-LB-EOF PIC X(1) VALUE 'N'.
       01 WS-LEAVE-WORK PIC S9(5)V99.
       01 WS-PT-GROSS PIC 9(8)V99 VALUE 0.
       01 WS-PT-NET PIC 9(8)V99 VALUE 0.
       01 WS-PT-EMPLOYER PIC 9(8)V99 VALUE 0.
       01 WS-PT-LINE PIC 9(7) VALUE 0.
       01 WS-PT-LINE-GROSS PIC 9(8)V99 VALUE 0.
       01 WS-PT-LINE-NET PIC 9(8)V99 VALUE 0.
       01 WS-PT-LINE-EMPLOYER PIC 9(8)V99 VALUE 0.
       01 WS-DEPT-PULL-TABLE.
           05 WS-DT-ENTRY OCCURS 50 TIMES.
               10 WS-DT-CODE      PIC X(4).
               10 WS-DT-GROSS     PIC 9(8)V99.
               10 WS-DT-NET       PIC 9(8)V99.
               10 WS-DT-EMPLOYER  PIC 9(8)V99.
               10 WS-DT-HOURS     PIC 9(7).
               10 WS-DT-LINE      PIC 9(7).
               10 WS-DT-LINE-GROSS PIC 9(8)V99.
               10 WS-DT-LINE-NET  PIC 9(8)V99.
               10 WS-DT-LINE-EMPLOYER PIC 9(8)V99.
               10 WS-DT-LINE-HOURS PIC 9(7).
       01 WS-DT-COUNT PIC 9(4) VALUE 0.
       01 WS-DT-SUB PIC 9(4).
       01 WS-DT-HIT-SUB PIC 9(4).
       01 WS-COPY-LINE PIC 9(7).
       01 WS-COPY-EOF PIC X(1).

       01 WS-LIST-HEAD.
           05 FILLER              PIC X(38)
               VALUE "  EMP   NAME                 PAY DATE ".
           05 FILLER              PIC X(42)
               VALUE "        NET PAID BY  REASON".
       01 WS-LIST-LINE.
           05 WS-L-MARK           PIC X(1).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-EMPLOYEE       PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-NAME           PIC X(20).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-PAY-DATE       PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-NET            PIC $$$$,$$9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-PAID-BY        PIC X(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-L-REASON         PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-HOLD.
      *> The hold is rewritten from the table, so a file past the
      *> ceiling or out of balance with its trailer must not be
      *> touched.
           IF WS-HD-EOF NOT = 'Y'
               DISPLAY "PAY-HOLD.TXT EXCEEDS THE 2000-LINE TABLE -- "
                   "RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TRL-SEEN NOT = 'Y'
               DISPLAY "PAY-HOLD.TXT HAS NO TRAILER -- NO PAY RUN IS "
                   "WAITING."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TRL-COUNT NOT = WS-HD-COUNT
               OR WS-TRL-NET-TOTAL NOT = WS-HD-NET-TOTAL
               DISPLAY "PAY-HOLD.TXT DOES NOT BALANCE TO ITS TRAILER "
                   "-- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Release the held run, pull the flagged pays and "
               "release the rest, or list the hold? (R/P/L) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'R' OR 'r'
                   MOVE 'R' TO WS-MODE
                   PERFORM 200-RELEASE-THE-RUN
               WHEN WS-MODE = 'P' OR 'p'
                   MOVE 'P' TO WS-MODE
                   PERFORM 200-RELEASE-THE-RUN
               WHEN OTHER
                   PERFORM 600-LIST-THE-HOLD
           END-EVALUATE.
           STOP RUN.

           100-LOAD-HOLD.
               OPEN INPUT PAY-HOLD-FILE.
               PERFORM 110-READ-ONE-HOLD-LINE
                   UNTIL WS-HD-EOF = 'Y' OR WS-HD-COUNT = 2000.
      *> A full table may still have only the trailer left.
               IF WS-HD-EOF NOT = 'Y'
                   READ PAY-HOLD-FILE
                       AT END MOVE 'Y' TO WS-HD-EOF
                       NOT AT END
                           IF PHT-MARKER = "TRL"
                               PERFORM 120-TAKE-THE-TRAILER
                               MOVE 'Y' TO WS-HD-EOF
                           END-IF
                   END-READ
               END-IF.
               CLOSE PAY-HOLD-FILE.

           110-READ-ONE-HOLD-LINE.
               READ PAY-HOLD-FILE
                   AT END MOVE 'Y' TO WS-HD-EOF
                   NOT AT END
                       IF PHT-MARKER = "TRL"
                           PERFORM 120-TAKE-THE-TRAILER
                       ELSE
                           ADD 1 TO WS-HD-COUNT
                           MOVE PHD-EMPLOYEE
                               TO WS-HD-EMPLOYEE(WS-HD-COUNT)
                           MOVE PHD-NAME TO WS-HD-NAME(WS-HD-COUNT)
                           MOVE PHD-PAY-DATE
                               TO WS-HD-PAY-DATE(WS-HD-COUNT)
                           MOVE PHD-TRANSIT
                               TO WS-HD-TRANSIT(WS-HD-COUNT)
                           MOVE PHD-ACCOUNT
                               TO WS-HD-ACCOUNT(WS-HD-COUNT)
                           MOVE PHD-NET TO WS-HD-NET(WS-HD-COUNT)
                           MOVE PHD-FLAG TO WS-HD-FLAG(WS-HD-COUNT)
                           MOVE PHD-REASON
                               TO WS-HD-REASON(WS-HD-COUNT)
                           ADD PHD-NET TO WS-HD-NET-TOTAL
                           IF PHD-FLAG = 'Y'
                               ADD 1 TO WS-HD-FLAGGED
                           END-IF
                       END-IF
               END-READ.

           120-TAKE-THE-TRAILER.
               MOVE 'Y' TO WS-TRL-SEEN.
               MOVE PHT-RECORD-COUNT TO WS-TRL-COUNT.
               MOVE PHT-NET-TOTAL TO WS-TRL-NET-TOTAL.
               MOVE PHT-STATUS TO WS-TRL-STATUS.
               MOVE PHT-STATUS-DATE TO WS-TRL-STATUS-DATE.

      *> Only a held run is released, and only once.  Every pay goes
      *> to the bank or the cheque printer unless this is a pull and
      *> the pay was flagged.  The deposit file gets its trailer only
      *> when deposits, cheques and pulled pays add back to the hold.
      *> A pull proves every take-back first and writes them only
      *> once the rest of the run has been released.
           200-RELEASE-THE-RUN.
               IF WS-TRL-STATUS NOT = 'H'
                   DISPLAY "The run on PAY-HOLD.TXT is not held "
                       "(status " WS-TRL-STATUS " on "
                       WS-TRL-STATUS-DATE
                       ") -- nothing released."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-MODE = 'P' AND WS-HD-FLAGGED > 0
                   PERFORM 300-PREPARE-THE-PULL
               END-IF.
               OPEN OUTPUT DIRECT-DEPOSIT-FILE.
               OPEN OUTPUT CHEQUE-PRINT-FILE.
               OPEN EXTEND CHEQUE-REGISTER-FILE.
               OPEN OUTPUT PAY-PULLED-FILE.
               PERFORM 210-PAY-OR-PULL-ONE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HD-COUNT.
               IF WS-DD-NET-TOTAL + WS-CHEQUE-TOTAL + WS-PULLED-TOTAL
                   = WS-HD-NET-TOTAL
                   MOVE SPACES TO DIRECT-DEPOSIT-TRAILER
                   MOVE "TRL" TO DDT-MARKER
                   MOVE WS-DD-COUNT TO DDT-RECORD-COUNT
                   MOVE WS-DD-NET-TOTAL TO DDT-NET-TOTAL
                   WRITE DIRECT-DEPOSIT-TRAILER
                   MOVE WS-MODE TO WS-TRL-STATUS
                   MOVE WS-TODAY TO WS-TRL-STATUS-DATE
               ELSE
                   DISPLAY "*** DIRECT-DEPOSIT FILE NOT RELEASED -- "
                       "PAYMENTS DO NOT EQUAL THE HOLD ***"
                   MOVE 8 TO RETURN-CODE
               END-IF.
               CLOSE DIRECT-DEPOSIT-FILE.
               CLOSE CHEQUE-PRINT-FILE.
               CLOSE CHEQUE-REGISTER-FILE.
               CLOSE PAY-PULLED-FILE.
               IF RETURN-CODE = 0
                   PERFORM 500-SAVE-HOLD
                   IF WS-PP-COUNT > 0
                       PERFORM 400-SAVE-THE-TAKE-BACKS
                   END-IF
                   DISPLAY "DIRECT-DEPOSIT FILE RELEASED, RECORDS: "
                       WS-DD-COUNT
               END-IF.
               DISPLAY "CHEQUES QUEUED FOR PRINT: " WS-CHEQUE-COUNT.
               MOVE WS-PULLED-TOTAL TO WS-MONEY-EDITED.
               DISPLAY "PAYS PULLED FOR CORRECTION: " WS-PULLED-COUNT
                   "  NET " WS-MONEY-EDITED.

           210-PAY-OR-PULL-ONE.
               IF WS-MODE = 'P' AND WS-HD-FLAG(WS-SUB) = 'Y'
                   PERFORM 220-PULL-ONE-PAY
               ELSE
                   IF WS-HD-TRANSIT(WS-SUB) = 0
                       PERFORM 240-WRITE-CHEQUE
                   ELSE
                       PERFORM 230-WRITE-DEPOSIT
                   END-IF
               END-IF.

           220-PULL-ONE-PAY.
               MOVE SPACES TO PAY-PULLED-RECORD.
               MOVE WS-HD-EMPLOYEE(WS-SUB) TO PPL-EMPLOYEE.
               MOVE WS-HD-NAME(WS-SUB) TO PPL-NAME.
               MOVE WS-HD-PAY-DATE(WS-SUB) TO PPL-PAY-DATE.
               MOVE WS-HD-NET(WS-SUB) TO PPL-NET.
               MOVE WS-HD-REASON(WS-SUB) TO PPL-REASON.
               MOVE WS-TODAY TO PPL-PULLED-DATE.
               WRITE PAY-PULLED-RECORD.
               ADD 1 TO WS-PULLED-COUNT.
               ADD WS-HD-NET(WS-SUB) TO WS-PULLED-TOTAL.

           230-WRITE-DEPOSIT.
               MOVE WS-HD-EMPLOYEE(WS-SUB) TO DD-EMPLOYEE-NUMBER.
               MOVE WS-HD-TRANSIT(WS-SUB) TO DD-BANK-TRANSIT.
               MOVE WS-HD-ACCOUNT(WS-SUB) TO DD-BANK-ACCOUNT.
               MOVE WS-HD-NET(WS-SUB) TO DD-NET-AMOUNT.
               WRITE DIRECT-DEPOSIT-RECORD.
               ADD 1 TO WS-DD-COUNT.
               ADD WS-HD-NET(WS-SUB) TO WS-DD-NET-TOTAL.

           240-WRITE-CHEQUE.
               PERFORM 250-ISSUE-CHEQUE-NUMBER.
               MOVE SPACES TO CHEQUE-PRINT-RECORD.
               MOVE WS-CHEQUE-NUMBER TO CHQ-NUMBER.
               MOVE WS-HD-EMPLOYEE(WS-SUB) TO CHQ-EMPLOYEE.
               MOVE WS-HD-NAME(WS-SUB) TO CHQ-NAME.
               MOVE WS-HD-NET(WS-SUB) TO CHQ-AMOUNT.
               WRITE CHEQUE-PRINT-RECORD.
               MOVE SPACES TO CHEQUE-REGISTER-RECORD.
               MOVE WS-TODAY TO CRG-DATE.
               MOVE WS-CHEQUE-NUMBER TO CRG-NUMBER.
               MOVE WS-HD-EMPLOYEE(WS-SUB) TO CRG-EMPLOYEE.
               MOVE WS-HD-NET(WS-SUB) TO CRG-AMOUNT.
               WRITE CHEQUE-REGISTER-RECORD.
               ADD 1 TO WS-CHEQUE-COUNT.
               ADD WS-HD-NET(WS-SUB) TO WS-CHEQUE-TOTAL.

      *> Same issuance as the payroll run, so the numbers never
      *> collide whichever program cuts the cheque.
           250-ISSUE-CHEQUE-NUMBER.
               OPEN INPUT NEXT-CHEQUE-FILE.
               IF WS-NC-STATUS NOT = "00"
                   MOVE 2000001 TO NC-NEXT-NUMBER
               ELSE
                   READ NEXT-CHEQUE-FILE
                       AT END MOVE 2000001 TO NC-NEXT-NUMBER
                   END-READ
                   CLOSE NEXT-CHEQUE-FILE
               END-IF.
               MOVE NC-NEXT-NUMBER TO WS-CHEQUE-NUMBER.
               ADD 1 TO NC-NEXT-NUMBER.
               OPEN OUTPUT NEXT-CHEQUE-FILE.
               WRITE NEXT-CHEQUE-RECORD.
               CLOSE NEXT-CHEQUE-FILE.

      *> Every file a pulled pay touched is loaded and the pay taken
      *> back out of it in the tables.  GAR and CON lines are taken
      *> back as they are read; the PAY lines are taken back newest
      *> first so a pay's last-pay figures unwind in order.  Any
      *> file that can no longer give the pay back stops the pull.
           300-PREPARE-THE-PULL.
               PERFORM 310-LOAD-EMPLOYEE-YTD.
               PERFORM 312-LOAD-JOB-TYPE-YTD.
               PERFORM 314-LOAD-REMITTANCE-ACCUM.
               PERFORM 316-LOAD-DEDUCTION-ORDERS.
               PERFORM 318-LOAD-GARNISH-WITHHELD.
               PERFORM 319-LOAD-LEAVE-BALANCES.
               OPEN INPUT PAY-HOLD-POSTINGS-FILE.
               PERFORM 320-READ-ONE-POSTING
                   UNTIL WS-PP-EOF = 'Y'.
               CLOSE PAY-HOLD-POSTINGS-FILE.
               IF WS-PP-COUNT NOT = WS-HD-FLAGGED
                   MOVE "PAY-HOLD-POSTINGS.TXT DOES NOT COVER THE "
                       & "FLAGGED PAYS" TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.
               PERFORM 330-TAKE-BACK-ONE-PAY
                   VARYING WS-PP-SUB FROM WS-PP-COUNT BY -1
                   UNTIL WS-PP-SUB < 1.
               MOVE 0 TO WS-HOLD-LINE.
               PERFORM 350-FIND-RUN-TOTALS-LINE.
               IF WS-DT-COUNT > 0
                   PERFORM 355-FIND-DEPT-TOTALS-LINES
               END-IF.

           310-LOAD-EMPLOYEE-YTD.
               OPEN INPUT EMPLOYEE-YTD-FILE.
               PERFORM 311-READ-EMPLOYEE-YTD
                   UNTIL WS-EY-EOF = 'Y' OR WS-EY-COUNT = 500.
               CLOSE EMPLOYEE-YTD-FILE.
               IF WS-EY-EOF NOT = 'Y'
                   MOVE "EMPLOYEE-YTD.TXT EXCEEDS THE 500-LINE TABLE"
                       TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.

      *> Rows from before the employer and last-pay columns carry
      *> zero for them, as the payroll run reads them.
           311-READ-EMPLOYEE-YTD.
               READ EMPLOYEE-YTD-FILE
                   AT END MOVE 'Y' TO WS-EY-EOF
                   NOT AT END
                       IF EYT-EMPLOYER-F IS NOT NUMERIC
                           MOVE 0 TO EYT-EMPLOYER-F
                       END-IF
                       IF EYT-PAYS-F IS NOT NUMERIC
                           OR EYT-LAST-GROSS-F IS NOT NUMERIC
                           OR EYT-LAST-NET-F IS NOT NUMERIC
                           OR EYT-PAYS-GROSS-F IS NOT NUMERIC
                           OR EYT-PAYS-NET-F IS NOT NUMERIC
                           MOVE 0 TO EYT-PAYS-F
                           MOVE 0 TO EYT-LAST-GROSS-F
                           MOVE 0 TO EYT-LAST-NET-F
                           MOVE 0 TO EYT-PAYS-GROSS-F
                           MOVE 0 TO EYT-PAYS-NET-F
                       END-IF
                       ADD 1 TO WS-EY-COUNT
                       MOVE EMPLOYEE-YTD-RECORD
                           TO WS-EY-IMAGE(WS-EY-COUNT)
               END-READ.

           312-LOAD-JOB-TYPE-YTD.
               OPEN INPUT YTD-FILE.
               PERFORM 313-READ-JOB-TYPE-YTD
                   UNTIL WS-YT-EOF = 'Y' OR WS-YT-COUNT = 500.
               CLOSE YTD-FILE.
               IF WS-YT-EOF NOT = 'Y'
                   MOVE "PAY-YTD.TXT EXCEEDS THE 500-LINE TABLE"
                       TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.

           313-READ-JOB-TYPE-YTD.
               READ YTD-FILE
                   AT END MOVE 'Y' TO WS-YT-EOF
                   NOT AT END
                       ADD 1 TO WS-YT-COUNT
                       MOVE YTD-RECORD TO WS-YT-IMAGE(WS-YT-COUNT)
               END-READ.

           314-LOAD-REMITTANCE-ACCUM.
               OPEN INPUT REMITTANCE-ACCUM-FILE.
               PERFORM 315-READ-REMITTANCE-ACCUM
                   UNTIL WS-RA-EOF = 'Y' OR WS-RA-COUNT = 200.
               CLOSE REMITTANCE-ACCUM-FILE.
               IF WS-RA-EOF NOT = 'Y'
                   MOVE "REMITTANCE-ACCUM.TXT EXCEEDS THE 200-LINE "
                       & "TABLE" TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.

           315-READ-REMITTANCE-ACCUM.
               READ REMITTANCE-ACCUM-FILE
                   AT END MOVE 'Y' TO WS-RA-EOF
                   NOT AT END
                       IF RMA-YTD-AMOUNT IS NOT NUMERIC
                           MOVE 0 TO RMA-YTD-AMOUNT
                       END-IF
                       ADD 1 TO WS-RA-COUNT
                       MOVE REMITTANCE-ACCUM-RECORD
                           TO WS-RA-IMAGE(WS-RA-COUNT)
               END-READ.

           316-LOAD-DEDUCTION-ORDERS.
               OPEN INPUT DEDUCTION-ORDERS-FILE.
               PERFORM 317-READ-DEDUCTION-ORDER
                   UNTIL WS-DO-EOF = 'Y' OR WS-DO-COUNT = 500.
               CLOSE DEDUCTION-ORDERS-FILE.
               IF WS-DO-EOF NOT = 'Y'
                   MOVE "DEDUCTION-ORDERS.TXT EXCEEDS THE 500-LINE "
                       & "TABLE" TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.

           317-READ-DEDUCTION-ORDER.
               READ DEDUCTION-ORDERS-FILE
                   AT END MOVE 'Y' TO WS-DO-EOF
                   NOT AT END
                       ADD 1 TO WS-DO-COUNT
                       MOVE DEDUCTION-ORDER-RECORD
                           TO WS-DO-IMAGE(WS-DO-COUNT)
               END-READ.

           318-LOAD-GARNISH-WITHHELD.
               OPEN INPUT GARNISHMENT-WITHHELD-FILE.
               PERFORM 318A-READ-GARNISH-WITHHELD
                   UNTIL WS-GW-EOF = 'Y' OR WS-GW-COUNT = 2000.
               CLOSE GARNISHMENT-WITHHELD-FILE.
               IF WS-GW-EOF NOT = 'Y'
                   MOVE "GARNISHMENT-WITHHELD.TXT EXCEEDS THE "
                       & "2000-LINE TABLE" TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.

           318A-READ-GARNISH-WITHHELD.
               READ GARNISHMENT-WITHHELD-FILE
                   AT END MOVE 'Y' TO WS-GW-EOF
                   NOT AT END
                       ADD 1 TO WS-GW-COUNT
                       MOVE GARNISHMENT-WITHHELD-RECORD
                           TO WS-GW-IMAGE(WS-GW-COUNT)
               END-READ.

           319-LOAD-LEAVE-BALANCES.
               OPEN INPUT LEAVE-BALANCES-FILE.
               PERFORM 319A-READ-LEAVE-BALANCE
                   UNTIL WS-LB-EOF = 'Y' OR WS-LB-COUNT = 500.
               CLOSE LEAVE-BALANCES-FILE.
               IF WS-LB-EOF NOT = 'Y'
                   MOVE "LEAVE-BALANCES.TXT EXCEEDS THE 500-LINE "
                       & "TABLE" TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.

           319A-READ-LEAVE-BALANCE.
               READ LEAVE-BALANCES-FILE
                   AT END MOVE 'Y' TO WS-LB-EOF
                   NOT AT END
                       ADD 1 TO WS-LB-COUNT
                       MOVE LEAVE-BALANCE-RECORD
                           TO WS-LB-IMAGE(WS-LB-COUNT)
               END-READ.

      *> There are never more PAY lines than flagged pays, so the
      *> posting table cannot overrun the hold's.
           320-READ-ONE-POSTING.
               READ PAY-HOLD-POSTINGS-FILE
                   AT END MOVE 'Y' TO WS-PP-EOF
                   NOT AT END
                       EVALUATE HPP-KIND
                           WHEN "PAY"
                               IF WS-PP-COUNT NOT < WS-HD-FLAGGED
                                   MOVE "PAY-HOLD-POSTINGS.TXT DOES "
                                       & "NOT COVER THE FLAGGED PAYS"
                                       TO WS-PULL-PROBLEM
                                   PERFORM 390-ABORT-THE-PULL
                               END-IF
                               ADD 1 TO WS-PP-COUNT
                               MOVE HELD-PAY-POSTING
                                   TO WS-PP-IMAGE(WS-PP-COUNT)
                           WHEN "GAR"
                               PERFORM 340-TAKE-BACK-GARNISH
                           WHEN "CON"
                               PERFORM 345-TAKE-BACK-CONTRIBUTION
                       END-EVALUATE
               END-READ.

           325-CHECK-HOLD-LINE.
               EVALUATE TRUE
                   WHEN WS-HOLD-LINE = 0
                       OR WS-HOLD-LINE > WS-HD-COUNT
                       MOVE "PAY-HOLD-POSTINGS.TXT DOES NOT MATCH "
                           & "PAY-HOLD.TXT" TO WS-PULL-PROBLEM
                       PERFORM 390-ABORT-THE-PULL
                   WHEN WS-HD-FLAG(WS-HOLD-LINE) NOT = 'Y'
                       MOVE "PAY-HOLD-POSTINGS.TXT DOES NOT MATCH "
                           & "PAY-HOLD.TXT" TO WS-PULL-PROBLEM
                       PERFORM 390-ABORT-THE-PULL
               END-EVALUATE.

           330-TAKE-BACK-ONE-PAY.
               MOVE WS-PP-IMAGE(WS-PP-SUB) TO HELD-PAY-POSTING.
               MOVE HPP-HOLD-LINE TO WS-HOLD-LINE.
               PERFORM 325-CHECK-HOLD-LINE.
               IF WS-HD-EMPLOYEE(WS-HOLD-LINE) NOT = HPP-EMPLOYEE
                   MOVE "PAY-HOLD-POSTINGS.TXT DOES NOT MATCH "
                       & "PAY-HOLD.TXT" TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.
               IF HPP-YTD-POSTED = 'Y'
                   PERFORM 331-TAKE-BACK-EMPLOYEE-YTD
               END-IF.
               PERFORM 332-TAKE-BACK-JOB-TYPE-YTD.
               MOVE "TAXATION" TO WS-RA-LOOKUP-PAYEE.
               MOVE HPP-TAX TO WS-RA-TAKE.
               PERFORM 336-TAKE-OFF-REMITTANCE.
               MOVE "UNION   " TO WS-RA-LOOKUP-PAYEE.
               MOVE HPP-DUES TO WS-RA-TAKE.
               PERFORM 336-TAKE-OFF-REMITTANCE.
               MOVE "BENEFITS" TO WS-RA-LOOKUP-PAYEE.
               MOVE HPP-BENEFITS TO WS-RA-TAKE.
               PERFORM 336-TAKE-OFF-REMITTANCE.
               IF HPP-LEAVE-POSTED = 'Y'
                   PERFORM 333-TAKE-BACK-LEAVE
               END-IF.
               ADD HPP-GROSS TO WS-PT-GROSS.
               ADD HPP-NET TO WS-PT-NET.
               ADD HPP-EMPLOYER TO WS-PT-EMPLOYER.
               IF HPP-DEPT-POSTED = 'Y'
                   PERFORM 334-NOTE-DEPT-TAKE-BACK
               END-IF.

      *> The last-pay figures go back to the ones this pay replaced,
      *> unless a later pay has replaced them since.
           331-TAKE-BACK-EMPLOYEE-YTD.
               MOVE 0 TO WS-EY-HIT-SUB.
               PERFORM 331A-SCAN-EMPLOYEE-YTD
                   VARYING WS-EY-SUB FROM 1 BY 1
                   UNTIL WS-EY-SUB > WS-EY-COUNT
                       OR WS-EY-HIT-SUB > 0.
               IF WS-EY-HIT-SUB = 0
                   MOVE "EMPLOYEE-YTD.TXT HAS NO ROW FOR A PULLED PAY"
                       TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.
               MOVE WS-EY-IMAGE(WS-EY-HIT-SUB) TO EMPLOYEE-YTD-RECORD.
               IF EYT-GROSS-F < HPP-GROSS
                   OR EYT-TAX-F < HPP-TAX
                   OR EYT-DUES-F < HPP-DUES
                   OR EYT-BENEFITS-F < HPP-BENEFITS
                   OR EYT-NET-F < HPP-NET
                   OR EYT-EMPLOYER-F < HPP-EMPLOYER
                   OR EYT-PAYS-F = 0
                   OR EYT-PAYS-GROSS-F < HPP-GROSS
                   OR EYT-PAYS-NET-F < HPP-NET
                   MOVE "EMPLOYEE-YTD.TXT IS BELOW A PULLED PAY"
                       TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.
               SUBTRACT HPP-GROSS FROM EYT-GROSS-F.
               SUBTRACT HPP-TAX FROM EYT-TAX-F.
               SUBTRACT HPP-DUES FROM EYT-DUES-F.
               SUBTRACT HPP-BENEFITS FROM EYT-BENEFITS-F.
               SUBTRACT HPP-NET FROM EYT-NET-F.
               SUBTRACT HPP-EMPLOYER FROM EYT-EMPLOYER-F.
               SUBTRACT 1 FROM EYT-PAYS-F.
               SUBTRACT HPP-GROSS FROM EYT-PAYS-GROSS-F.
               SUBTRACT HPP-NET FROM EYT-PAYS-NET-F.
               IF EYT-LAST-GROSS-F = HPP-GROSS
                   AND EYT-LAST-NET-F = HPP-NET
                   MOVE HPP-PRIOR-LAST-GROSS TO EYT-LAST-GROSS-F
                   MOVE HPP-PRIOR-LAST-NET TO EYT-LAST-NET-F
               END-IF.
               MOVE EMPLOYEE-YTD-RECORD TO WS-EY-IMAGE(WS-EY-HIT-SUB).

           331A-SCAN-EMPLOYEE-YTD.
               MOVE WS-EY-IMAGE(WS-EY-SUB) TO EMPLOYEE-YTD-RECORD.
               IF EYT-NUMBER-F = HPP-EMPLOYEE
                   MOVE WS-EY-SUB TO WS-EY-HIT-SUB
               END-IF.

           332-TAKE-BACK-JOB-TYPE-YTD.
               MOVE 0 TO WS-YT-HIT-SUB.
               PERFORM 332A-SCAN-JOB-TYPE-YTD
                   VARYING WS-YT-SUB FROM 1 BY 1
                   UNTIL WS-YT-SUB > WS-YT-COUNT
                       OR WS-YT-HIT-SUB > 0.
               IF WS-YT-HIT-SUB = 0
                   MOVE "PAY-YTD.TXT HAS NO ROW FOR A PULLED PAY"
                       TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.
               MOVE WS-YT-IMAGE(WS-YT-HIT-SUB) TO YTD-RECORD.
               IF YTD-TOTAL-F < HPP-GROSS
                   MOVE "PAY-YTD.TXT IS BELOW A PULLED PAY"
                       TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.
               SUBTRACT HPP-GROSS FROM YTD-TOTAL-F.
               MOVE YTD-RECORD TO WS-YT-IMAGE(WS-YT-HIT-SUB).

           332A-SCAN-JOB-TYPE-YTD.
               MOVE WS-YT-IMAGE(WS-YT-SUB) TO YTD-RECORD.
               IF YTD-JOB-TYPE-F = HPP-JOB-TYPE
                   MOVE WS-YT-SUB TO WS-YT-HIT-SUB
               END-IF.

      *> Balance now = balance then - what the pay added back in
      *> full, worked signed so a balance spent since shows up.
           333-TAKE-BACK-LEAVE.
               MOVE 0 TO WS-LB-HIT-SUB.
               PERFORM 333A-SCAN-LEAVE-BALANCES
                   VARYING WS-LB-SUB FROM 1 BY 1
                   UNTIL WS-LB-SUB > WS-LB-COUNT
                       OR WS-LB-HIT-SUB > 0.
               IF WS-LB-HIT-SUB = 0
                   MOVE "LEAVE-BALANCES.TXT HAS NO ROW FOR A PULLED "
                       & "PAY" TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.
               MOVE WS-LB-IMAGE(WS-LB-HIT-SUB) TO LEAVE-BALANCE-RECORD.
               COMPUTE WS-LEAVE-WORK =
                   LVB-VAC-F - HPP-VAC-AFTER + HPP-VAC-BEFORE.
               IF WS-LEAVE-WORK < 0
                   MOVE "LEAVE-BALANCES.TXT IS BELOW A PULLED PAY"
                       TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.
               MOVE WS-LEAVE-WORK TO LVB-VAC-F.
               COMPUTE WS-LEAVE-WORK =
                   LVB-SICK-F - HPP-SICK-AFTER + HPP-SICK-BEFORE.
               IF WS-LEAVE-WORK < 0
                   MOVE "LEAVE-BALANCES.TXT IS BELOW A PULLED PAY"
                       TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.
               MOVE WS-LEAVE-WORK TO LVB-SICK-F.
               MOVE LEAVE-BALANCE-RECORD TO WS-LB-IMAGE(WS-LB-HIT-SUB).

           333A-SCAN-LEAVE-BALANCES.
               MOVE WS-LB-IMAGE(WS-LB-SUB) TO LEAVE-BALANCE-RECORD.
               IF LVB-NUMBER-F = HPP-EMPLOYEE
                   MOVE WS-LB-SUB TO WS-LB-HIT-SUB
               END-IF.

           334-NOTE-DEPT-TAKE-BACK.
               MOVE 0 TO WS-DT-HIT-SUB.
               PERFORM 334A-SCAN-DEPT-TAKE-BACKS
                   VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-COUNT
                       OR WS-DT-HIT-SUB > 0.
               IF WS-DT-HIT-SUB = 0
                   IF WS-DT-COUNT = 50
                       MOVE "PULLED PAYS SPAN MORE THAN 50 DEPARTMENTS"
                           TO WS-PULL-PROBLEM
                       PERFORM 390-ABORT-THE-PULL
                   END-IF
                   ADD 1 TO WS-DT-COUNT
                   MOVE WS-DT-COUNT TO WS-DT-HIT-SUB
                   MOVE HPP-DEPARTMENT TO WS-DT-CODE(WS-DT-HIT-SUB)
                   MOVE 0 TO WS-DT-GROSS(WS-DT-HIT-SUB)
                   MOVE 0 TO WS-DT-NET(WS-DT-HIT-SUB)
                   MOVE 0 TO WS-DT-EMPLOYER(WS-DT-HIT-SUB)
                   MOVE 0 TO WS-DT-HOURS(WS-DT-HIT-SUB)
                   MOVE 0 TO WS-DT-LINE(WS-DT-HIT-SUB)
               END-IF.
               ADD HPP-GROSS TO WS-DT-GROSS(WS-DT-HIT-SUB).
               ADD HPP-NET TO WS-DT-NET(WS-DT-HIT-SUB).
               ADD HPP-EMPLOYER TO WS-DT-EMPLOYER(WS-DT-HIT-SUB).
               ADD HPP-HOURS TO WS-DT-HOURS(WS-DT-HIT-SUB).

           334A-SCAN-DEPT-TAKE-BACKS.
               IF WS-DT-CODE(WS-DT-SUB) = HPP-DEPARTMENT
                   MOVE WS-DT-SUB TO WS-DT-HIT-SUB
               END-IF.

      *> Money already remitted to the payee cannot be taken back
      *> here; the pull stops and the pay is released whole.
           336-TAKE-OFF-REMITTANCE.
               IF WS-RA-TAKE > 0
                   MOVE 0 TO WS-RA-HIT-SUB
                   PERFORM 336A-SCAN-REMITTANCE
                       VARYING WS-RA-SUB FROM 1 BY 1
                       UNTIL WS-RA-SUB > WS-RA-COUNT
                           OR WS-RA-HIT-SUB > 0
                   IF WS-RA-HIT-SUB = 0
                       MOVE "REMITTANCE-ACCUM.TXT HAS NO ROW FOR A "
                           & "PULLED PAY" TO WS-PULL-PROBLEM
                       PERFORM 390-ABORT-THE-PULL
                   END-IF
                   MOVE WS-RA-IMAGE(WS-RA-HIT-SUB)
                       TO REMITTANCE-ACCUM-RECORD
                   IF RMA-AMOUNT < WS-RA-TAKE
                       OR RMA-YTD-AMOUNT < WS-RA-TAKE
                       MOVE "REMITTANCE-ACCUM.TXT IS BELOW A PULLED "
                           & "PAY (ALREADY REMITTED)" TO WS-PULL-PROBLEM
                       PERFORM 390-ABORT-THE-PULL
                   END-IF
                   SUBTRACT WS-RA-TAKE FROM RMA-AMOUNT
                   SUBTRACT WS-RA-TAKE FROM RMA-YTD-AMOUNT
                   MOVE REMITTANCE-ACCUM-RECORD
                       TO WS-RA-IMAGE(WS-RA-HIT-SUB)
               END-IF.

           336A-SCAN-REMITTANCE.
               MOVE WS-RA-IMAGE(WS-RA-SUB) TO REMITTANCE-ACCUM-RECORD.
               IF RMA-PAYEE = WS-RA-LOOKUP-PAYEE
                   MOVE WS-RA-SUB TO WS-RA-HIT-SUB
               END-IF.

      *> The order gets its balance back, and reopens if this pay
      *> closed it; the run's withheld line for the order drops by
      *> the same amount.
           340-TAKE-BACK-GARNISH.
               MOVE HPG-HOLD-LINE TO WS-HOLD-LINE.
               PERFORM 325-CHECK-HOLD-LINE.
               MOVE 0 TO WS-DO-HIT-SUB.
               PERFORM 340A-SCAN-DEDUCTION-ORDERS
                   VARYING WS-DO-SUB FROM 1 BY 1
                   UNTIL WS-DO-SUB > WS-DO-COUNT
                       OR WS-DO-HIT-SUB > 0.
               IF WS-DO-HIT-SUB = 0
                   MOVE "DEDUCTION-ORDERS.TXT HAS NO ORDER FOR A "
                       & "PULLED PAY" TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.
               MOVE WS-DO-IMAGE(WS-DO-HIT-SUB)
                   TO DEDUCTION-ORDER-RECORD.
               ADD HPG-AMOUNT TO DOR-BALANCE.
               IF HPG-CLOSED = 'Y'
                   MOVE 'A' TO DOR-STATUS
                   MOVE 0 TO DOR-CLOSED-DATE
               END-IF.
               MOVE DEDUCTION-ORDER-RECORD
                   TO WS-DO-IMAGE(WS-DO-HIT-SUB).
               MOVE 0 TO WS-GW-HIT-SUB.
               PERFORM 340B-SCAN-GARNISH-WITHHELD
                   VARYING WS-GW-SUB FROM 1 BY 1
                   UNTIL WS-GW-SUB > WS-GW-COUNT.
               IF WS-GW-HIT-SUB = 0
                   MOVE "GARNISHMENT-WITHHELD.TXT HAS NO LINE FOR A "
                       & "PULLED PAY" TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.
               MOVE WS-GW-IMAGE(WS-GW-HIT-SUB)
                   TO GARNISHMENT-WITHHELD-RECORD.
               IF GWH-AMOUNT < HPG-AMOUNT
                   MOVE "GARNISHMENT-WITHHELD.TXT IS BELOW A PULLED "
                       & "PAY (ALREADY REMITTED)" TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.
               SUBTRACT HPG-AMOUNT FROM GWH-AMOUNT.
               MOVE GARNISHMENT-WITHHELD-RECORD
                   TO WS-GW-IMAGE(WS-GW-HIT-SUB).
               MOVE 'Y' TO WS-GARNISH-PULLED.

           340A-SCAN-DEDUCTION-ORDERS.
               MOVE WS-DO-IMAGE(WS-DO-SUB) TO DEDUCTION-ORDER-RECORD.
               IF DOR-ORDER-NUMBER = HPG-ORDER-NUMBER
                   MOVE WS-DO-SUB TO WS-DO-HIT-SUB
               END-IF.

      *> The last line for the order on the run's date is the one
      *> the held run wrote.
           340B-SCAN-GARNISH-WITHHELD.
               MOVE WS-GW-IMAGE(WS-GW-SUB)
                   TO GARNISHMENT-WITHHELD-RECORD.
               IF GWH-ORDER-NUMBER = HPG-ORDER-NUMBER
                   AND GWH-DATE = WS-TRL-STATUS-DATE
                   MOVE WS-GW-SUB TO WS-GW-HIT-SUB
               END-IF.

           345-TAKE-BACK-CONTRIBUTION.
               MOVE HPC-HOLD-LINE TO WS-HOLD-LINE.
               PERFORM 325-CHECK-HOLD-LINE.
               MOVE HPC-TYPE TO WS-RA-LOOKUP-PAYEE.
               MOVE HPC-AMOUNT TO WS-RA-TAKE.
               PERFORM 336-TAKE-OFF-REMITTANCE.

      *> Nothing else appends to the totals while a run is held, so
      *> the held run's line is the last one on its date.  The file
      *> is copied aside here and written back from the copy once
      *> the release has balanced.
           350-FIND-RUN-TOTALS-LINE.
               MOVE 0 TO WS-COPY-LINE.
               MOVE 'N' TO WS-COPY-EOF.
               OPEN INPUT PAYROLL-TOTALS-FILE.
               OPEN OUTPUT PAYROLL-TOTALS-COPY.
               PERFORM 351-COPY-ONE-RUN-TOTAL
                   UNTIL WS-COPY-EOF = 'Y'.
               CLOSE PAYROLL-TOTALS-FILE.
               CLOSE PAYROLL-TOTALS-COPY.
               IF WS-PT-LINE = 0
                   MOVE "PAYROLL-TOTALS.TXT HAS NO LINE FOR THE HELD "
                       & "RUN" TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.
               IF WS-PT-LINE-GROSS < WS-PT-GROSS
                   OR WS-PT-LINE-NET < WS-PT-NET
                   OR WS-PT-LINE-EMPLOYER < WS-PT-EMPLOYER
                   MOVE "PAYROLL-TOTALS.TXT IS BELOW THE PULLED PAYS"
                       TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.

           351-COPY-ONE-RUN-TOTAL.
               READ PAYROLL-TOTALS-FILE
                   AT END MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       ADD 1 TO WS-COPY-LINE
                       WRITE PAYROLL-COPY-LINE
                           FROM PAYROLL-TOTALS-LINE
                       IF PTOT-DATE = WS-TRL-STATUS-DATE
                           MOVE WS-COPY-LINE TO WS-PT-LINE
                           MOVE PTOT-GROSS TO WS-PT-LINE-GROSS
                           MOVE PTOT-NET TO WS-PT-LINE-NET
                           MOVE 0 TO WS-PT-LINE-EMPLOYER
                           IF PTOT-EMPLOYER IS NUMERIC
                               MOVE PTOT-EMPLOYER
                                   TO WS-PT-LINE-EMPLOYER
                           END-IF
                       END-IF
               END-READ.

           355-FIND-DEPT-TOTALS-LINES.
               MOVE 0 TO WS-COPY-LINE.
               MOVE 'N' TO WS-COPY-EOF.
               OPEN INPUT DEPT-TOTALS-FILE.
               OPEN OUTPUT DEPT-TOTALS-COPY.
               PERFORM 356-COPY-ONE-DEPT-TOTAL
                   UNTIL WS-COPY-EOF = 'Y'.
               CLOSE DEPT-TOTALS-FILE.
               CLOSE DEPT-TOTALS-COPY.
               PERFORM 358-CHECK-ONE-DEPT-LINE
                   VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-COUNT.

           356-COPY-ONE-DEPT-TOTAL.
               READ DEPT-TOTALS-FILE
                   AT END MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       ADD 1 TO WS-COPY-LINE
                       WRITE DEPT-COPY-LINE FROM DEPT-TOTALS-LINE
                       IF DTL-DATE = WS-TRL-STATUS-DATE
                           MOVE 0 TO WS-DT-HIT-SUB
                           PERFORM 357-SCAN-DEPT-LINE
                               VARYING WS-DT-SUB FROM 1 BY 1
                               UNTIL WS-DT-SUB > WS-DT-COUNT
                                   OR WS-DT-HIT-SUB > 0
                       END-IF
               END-READ.

           357-SCAN-DEPT-LINE.
               IF WS-DT-CODE(WS-DT-SUB) = DTL-DEPARTMENT
                   MOVE WS-DT-SUB TO WS-DT-HIT-SUB
                   MOVE WS-COPY-LINE TO WS-DT-LINE(WS-DT-SUB)
                   MOVE DTL-GROSS TO WS-DT-LINE-GROSS(WS-DT-SUB)
                   MOVE DTL-NET TO WS-DT-LINE-NET(WS-DT-SUB)
                   MOVE DTL-EMPLOYER TO WS-DT-LINE-EMPLOYER(WS-DT-SUB)
                   MOVE DTL-HOURS TO WS-DT-LINE-HOURS(WS-DT-SUB)
               END-IF.

           358-CHECK-ONE-DEPT-LINE.
               IF WS-DT-LINE(WS-DT-SUB) = 0
                   MOVE "PAYROLL-DEPT-TOTALS.TXT HAS NO LINE FOR A "
                       & "PULLED PAY" TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.
               IF WS-DT-LINE-GROSS(WS-DT-SUB) < WS-DT-GROSS(WS-DT-SUB)
                   OR WS-DT-LINE-NET(WS-DT-SUB) < WS-DT-NET(WS-DT-SUB)
                   OR WS-DT-LINE-EMPLOYER(WS-DT-SUB)
                       < WS-DT-EMPLOYER(WS-DT-SUB)
                   OR WS-DT-LINE-HOURS(WS-DT-SUB)
                       < WS-DT-HOURS(WS-DT-SUB)
                   MOVE "PAYROLL-DEPT-TOTALS.TXT IS BELOW THE PULLED "
                       & "PAYS" TO WS-PULL-PROBLEM
                   PERFORM 390-ABORT-THE-PULL
               END-IF.

      *> Nothing has been opened for output but the totals copies,
      *> so the run is still held exactly as it was.
           390-ABORT-THE-PULL.
               DISPLAY WS-PULL-PROBLEM.
               IF WS-HOLD-LINE > 0
                   DISPLAY "  (HOLD LINE " WS-HOLD-LINE ")"
               END-IF.
               DISPLAY "-- PULL ABORTED, NOTHING RELEASED.".
               MOVE 8 TO RETURN-CODE.
               STOP RUN.

      *> The hold is already saved as released, so a failure from
      *> here can never release the run a second time.
           400-SAVE-THE-TAKE-BACKS.
               OPEN OUTPUT EMPLOYEE-YTD-FILE.
               PERFORM 410-WRITE-EMPLOYEE-YTD
                   VARYING WS-EY-SUB FROM 1 BY 1
                   UNTIL WS-EY-SUB > WS-EY-COUNT.
               CLOSE EMPLOYEE-YTD-FILE.
               OPEN OUTPUT YTD-FILE.
               PERFORM 411-WRITE-JOB-TYPE-YTD
                   VARYING WS-YT-SUB FROM 1 BY 1
                   UNTIL WS-YT-SUB > WS-YT-COUNT.
               CLOSE YTD-FILE.
               OPEN OUTPUT REMITTANCE-ACCUM-FILE.
               PERFORM 412-WRITE-REMITTANCE-ACCUM
                   VARYING WS-RA-SUB FROM 1 BY 1
                   UNTIL WS-RA-SUB > WS-RA-COUNT.
               CLOSE REMITTANCE-ACCUM-FILE.
               OPEN OUTPUT LEAVE-BALANCES-FILE.
               PERFORM 413-WRITE-LEAVE-BALANCE
                   VARYING WS-LB-SUB FROM 1 BY 1
                   UNTIL WS-LB-SUB > WS-LB-COUNT.
               CLOSE LEAVE-BALANCES-FILE.
               IF WS-GARNISH-PULLED = 'Y'
                   OPEN OUTPUT DEDUCTION-ORDERS-FILE
                   PERFORM 414-WRITE-DEDUCTION-ORDER
                       VARYING WS-DO-SUB FROM 1 BY 1
                       UNTIL WS-DO-SUB > WS-DO-COUNT
                   CLOSE DEDUCTION-ORDERS-FILE
                   OPEN OUTPUT GARNISHMENT-WITHHELD-FILE
                   PERFORM 415-WRITE-GARNISH-WITHHELD
                       VARYING WS-GW-SUB FROM 1 BY 1
                       UNTIL WS-GW-SUB > WS-GW-COUNT
                   CLOSE GARNISHMENT-WITHHELD-FILE
               END-IF.
               MOVE 0 TO WS-COPY-LINE.
               MOVE 'N' TO WS-COPY-EOF.
               OPEN INPUT PAYROLL-TOTALS-COPY.
               OPEN OUTPUT PAYROLL-TOTALS-FILE.
               PERFORM 420-RESTORE-ONE-RUN-TOTAL
                   UNTIL WS-COPY-EOF = 'Y'.
               CLOSE PAYROLL-TOTALS-COPY.
               CLOSE PAYROLL-TOTALS-FILE.
               IF WS-DT-COUNT > 0
                   MOVE 0 TO WS-COPY-LINE
                   MOVE 'N' TO WS-COPY-EOF
                   OPEN INPUT DEPT-TOTALS-COPY
                   OPEN OUTPUT DEPT-TOTALS-FILE
                   PERFORM 425-RESTORE-ONE-DEPT-TOTAL
                       UNTIL WS-COPY-EOF = 'Y'
                   CLOSE DEPT-TOTALS-COPY
                   CLOSE DEPT-TOTALS-FILE
               END-IF.
               DISPLAY "POSTINGS BACKED OUT FOR PULLED PAYS: "
                   WS-PP-COUNT.

           410-WRITE-EMPLOYEE-YTD.
               WRITE EMPLOYEE-YTD-RECORD FROM WS-EY-IMAGE(WS-EY-SUB).

           411-WRITE-JOB-TYPE-YTD.
               WRITE YTD-RECORD FROM WS-YT-IMAGE(WS-YT-SUB).

           412-WRITE-REMITTANCE-ACCUM.
               WRITE REMITTANCE-ACCUM-RECORD
                   FROM WS-RA-IMAGE(WS-RA-SUB).

           413-WRITE-LEAVE-BALANCE.
               WRITE LEAVE-BALANCE-RECORD FROM WS-LB-IMAGE(WS-LB-SUB).

           414-WRITE-DEDUCTION-ORDER.
               WRITE DEDUCTION-ORDER-RECORD FROM WS-DO-IMAGE(WS-DO-SUB).

      *> A withheld line the pull has emptied is dropped.
           415-WRITE-GARNISH-WITHHELD.
               MOVE WS-GW-IMAGE(WS-GW-SUB)
                   TO GARNISHMENT-WITHHELD-RECORD.
               IF GWH-AMOUNT > 0
                   WRITE GARNISHMENT-WITHHELD-RECORD
               END-IF.

           420-RESTORE-ONE-RUN-TOTAL.
               READ PAYROLL-TOTALS-COPY
                   AT END MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       ADD 1 TO WS-COPY-LINE
                       MOVE PAYROLL-COPY-LINE TO PAYROLL-TOTALS-LINE
                       IF WS-COPY-LINE = WS-PT-LINE
                           SUBTRACT WS-PT-GROSS FROM PTOT-GROSS
                           SUBTRACT WS-PT-NET FROM PTOT-NET
                           MOVE WS-PT-LINE-EMPLOYER TO PTOT-EMPLOYER
                           SUBTRACT WS-PT-EMPLOYER FROM PTOT-EMPLOYER
                       END-IF
                       WRITE PAYROLL-TOTALS-LINE
               END-READ.

           425-RESTORE-ONE-DEPT-TOTAL.
               READ DEPT-TOTALS-COPY
                   AT END MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       ADD 1 TO WS-COPY-LINE
                       MOVE DEPT-COPY-LINE TO DEPT-TOTALS-LINE
                       PERFORM 426-TAKE-DEPT-LINE-DOWN
                           VARYING WS-DT-SUB FROM 1 BY 1
                           UNTIL WS-DT-SUB > WS-DT-COUNT
                       WRITE DEPT-TOTALS-LINE
               END-READ.

           426-TAKE-DEPT-LINE-DOWN.
               IF WS-DT-LINE(WS-DT-SUB) = WS-COPY-LINE
                   SUBTRACT WS-DT-GROSS(WS-DT-SUB) FROM DTL-GROSS
                   SUBTRACT WS-DT-NET(WS-DT-SUB) FROM DTL-NET
                   SUBTRACT WS-DT-EMPLOYER(WS-DT-SUB) FROM DTL-EMPLOYER
                   SUBTRACT WS-DT-HOURS(WS-DT-SUB) FROM DTL-HOURS
               END-IF.

      *> The pays are left as they were; the trailer records who
      *> did what to the run, so it cannot be released twice.
           500-SAVE-HOLD.
               OPEN OUTPUT PAY-HOLD-FILE.
               PERFORM 510-WRITE-ONE-HOLD-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HD-COUNT.
               MOVE SPACES TO PAY-HOLD-TRAILER.
               MOVE "TRL" TO PHT-MARKER.
               MOVE WS-HD-COUNT TO PHT-RECORD-COUNT.
               MOVE WS-HD-NET-TOTAL TO PHT-NET-TOTAL.
               MOVE WS-TRL-STATUS TO PHT-STATUS.
               MOVE WS-TRL-STATUS-DATE TO PHT-STATUS-DATE.
               WRITE PAY-HOLD-TRAILER.
               CLOSE PAY-HOLD-FILE.

           510-WRITE-ONE-HOLD-LINE.
               MOVE SPACES TO PAY-HOLD-RECORD.
               MOVE WS-HD-EMPLOYEE(WS-SUB) TO PHD-EMPLOYEE.
               MOVE WS-HD-NAME(WS-SUB) TO PHD-NAME.
               MOVE WS-HD-PAY-DATE(WS-SUB) TO PHD-PAY-DATE.
               MOVE WS-HD-TRANSIT(WS-SUB) TO PHD-TRANSIT.
               MOVE WS-HD-ACCOUNT(WS-SUB) TO PHD-ACCOUNT.
               MOVE WS-HD-NET(WS-SUB) TO PHD-NET.
               MOVE WS-HD-FLAG(WS-SUB) TO PHD-FLAG.
               MOVE WS-HD-REASON(WS-SUB) TO PHD-REASON.
               WRITE PAY-HOLD-RECORD.

      *> Flagged pays are marked; the reasons are the ones on
      *> PAY-VARIANCE.TXT.
           600-LIST-THE-HOLD.
               DISPLAY WS-LIST-HEAD.
               PERFORM 610-LIST-ONE-PAY
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HD-COUNT.
               MOVE WS-HD-NET-TOTAL TO WS-MONEY-EDITED.
               DISPLAY "PAYS: " WS-HD-COUNT "  FLAGGED: " WS-HD-FLAGGED
                   "  NET " WS-MONEY-EDITED.
               DISPLAY "RUN STATUS: " WS-TRL-STATUS " ON "
                   WS-TRL-STATUS-DATE
                   "  (H HELD, R RELEASED, P RELEASED WITH PULLS)".

           610-LIST-ONE-PAY.
               IF WS-HD-FLAG(WS-SUB) = 'Y'
                   MOVE '*' TO WS-L-MARK
               ELSE
                   MOVE SPACE TO WS-L-MARK
               END-IF.
               MOVE WS-HD-EMPLOYEE(WS-SUB) TO WS-L-EMPLOYEE.
               MOVE WS-HD-NAME(WS-SUB) TO WS-L-NAME.
               MOVE WS-HD-PAY-DATE(WS-SUB) TO WS-L-PAY-DATE.
               MOVE WS-HD-NET(WS-SUB) TO WS-L-NET.
               IF WS-HD-TRANSIT(WS-SUB) = 0
                   MOVE "CHEQUE" TO WS-L-PAID-BY
               ELSE
                   MOVE "DEPOSIT" TO WS-L-PAID-BY
               END-IF.
               MOVE WS-HD-REASON(WS-SUB) TO WS-L-REASON.
               DISPLAY WS-LIST-LINE.

       END PROGRAM PAY_RELEASE_PROGRAM.
