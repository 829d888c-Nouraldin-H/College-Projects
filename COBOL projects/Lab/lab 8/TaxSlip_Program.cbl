      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 04-21-2026
      * Purpose: the year-end tax slips, instead of payroll typing
      * one per employee by hand.  An original run prints a boxed
      * slip for every employee with figures on EMPLOYEE-YTD.TXT --
      * employment income, income tax withheld, union dues and
      * benefit premiums -- under the name and mailing address off
      * EMPLOYEE-MASTER.IDX, writes the electronic filing file for
      * the tax authority (HDR, one SLP record per slip, and the
      * TRL count/amount trailer), and registers every slip issued
      * on TAX-SLIP-REGISTER.TXT.  An amendment run reissues slips
      * only for the employee numbers listed on
      * TAX-SLIP-AMENDMENTS.TXT, at their corrected year-to-date
      * figures, marked AMENDED, with a filing file of their own.
      * Either run closes with a summary that balances the latest
      * slip issued per employee for the year to the year-to-date
      * withholdings on REMITTANCE-ACCUM.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX_SLIP_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL EMPLOYEE-YTD-FILE
           ASSIGN TO '..\EMPLOYEE-YTD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER-FILE
           ASSIGN TO '..\EMPLOYEE-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY EMP-NUMBER
           FILE STATUS WS-MASTER-STATUS.
           SELECT OPTIONAL REMITTANCE-ACCUM-FILE
           ASSIGN TO '..\REMITTANCE-ACCUM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TAX-SLIP-REGISTER-FILE
           ASSIGN TO '..\TAX-SLIP-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TAX-SLIP-AMENDMENTS-FILE
           ASSIGN TO '..\TAX-SLIP-AMENDMENTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-SLIPS-OUT
           ASSIGN TO '..\TAX-SLIPS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-SLIP-FILING-OUT
           ASSIGN TO '..\TAX-SLIP-FILING.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-SLIP-SUMMARY-OUT
           ASSIGN TO '..\TAX-SLIP-SUMMARY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
               10 EMP-CITY-NAME      PIC X(15).
               10 EMP-PROVINCE       PIC X(15).
               10 EMP-POSTAL-CODE    PIC X(7).

       FD REMITTANCE-ACCUM-FILE.
       01 REMITTANCE-ACCUM-RECORD.
           05 RMA-PAYEE           PIC X(8).
           05 FILLER              PIC X(1).
           05 RMA-AMOUNT          PIC 9(9)V99.
           05 FILLER              PIC X(1).
           05 RMA-YTD-AMOUNT      PIC 9(9)V99.

      *> One line per slip ever issued, original (O) or amended
      *> (A), with the figures printed on it -- the last line for
      *> an employee and year is the slip that stands.
       FD TAX-SLIP-REGISTER-FILE.
       01 TAX-SLIP-REGISTER-RECORD.
           05 TSR-TAX-YEAR        PIC 9(4).
           05 FILLER              PIC X(1).
           05 TSR-EMP-NUMBER      PIC 9(5).
           05 FILLER              PIC X(1).
           05 TSR-SLIP-TYPE       PIC X(1).
           05 FILLER              PIC X(1).
           05 TSR-ISSUE-DATE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 TSR-GROSS           PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 TSR-TAX             PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 TSR-DUES            PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 TSR-BENEFITS        PIC 9(7)V99.

       FD TAX-SLIP-AMENDMENTS-FILE.
       01 TAX-SLIP-AMENDMENT-RECORD.
           05 TSA-EMP-NUMBER-IN   PIC X(5).
           05 TSA-EMP-NUMBER-9 REDEFINES TSA-EMP-NUMBER-IN
                                  PIC 9(5).

       FD TAX-SLIPS-OUT.
       01 TAX-SLIP-LINE-OUT       PIC X(80).

       FD TAX-SLIP-FILING-OUT.
       01 TAX-SLIP-FILING-RECORD  PIC X(131).

       FD TAX-SLIP-SUMMARY-OUT.
       01 SUMMARY-LINE-OUT        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-MODE PIC X(1).
       01 WS-SLIP-TYPE PIC X(1).
       01 WS-TAX-YEAR-IN PIC X(4).
       01 WS-TAX-YEAR-9 REDEFINES WS-TAX-YEAR-IN PIC 9(4).
       01 WS-TAX-YEAR PIC 9(4).
       01 WS-YTD-EOF PIC X(1) VALUE 'N'.
       01 WS-REGISTER-EOF PIC X(1) VALUE 'N'.
       01 WS-AMEND-EOF PIC X(1) VALUE 'N'.
       01 WS-ACCUM-EOF PIC X(1) VALUE 'N'.
       01 WS-MASTER-FOUND PIC X(1).
       01 WS-ISSUE-FLAG PIC X(1).

      *> Latest slip figures per employee for the tax year, from
      *> the register plus whatever this run issues.
       01 WS-SLIP-TABLE.
           05 WS-SL-ENTRY OCCURS 500 TIMES.
               10 WS-SL-NUMBER    PIC 9(5).
               10 WS-SL-GROSS     PIC 9(7)V99.
               10 WS-SL-TAX       PIC 9(7)V99.
               10 WS-SL-DUES      PIC 9(7)V99.
               10 WS-SL-BENEFITS  PIC 9(7)V99.
       01 WS-SL-COUNT PIC 9(4) VALUE 0.
       01 WS-SL-SUB PIC 9(4).
       01 WS-SL-HIT-SUB PIC 9(4).
       01 WS-SL-LOOKUP PIC 9(5).
       01 WS-SL-FULL PIC X(1) VALUE 'N'.
       01 WS-ORIGINALS-ON-FILE PIC 9(5) VALUE 0.

       01 WS-AMEND-TABLE.
           05 WS-AM-ENTRY OCCURS 100 TIMES.
               10 WS-AM-NUMBER    PIC 9(5).
               10 WS-AM-MATCHED   PIC X(1).
       01 WS-AM-COUNT PIC 9(3) VALUE 0.
       01 WS-AM-SUB PIC 9(3).
       01 WS-AM-BAD-COUNT PIC 9(3) VALUE 0.

       01 WS-ACCUM-YTD-TAX PIC 9(9)V99 VALUE 0.
       01 WS-ACCUM-YTD-DUES PIC 9(9)V99 VALUE 0.
       01 WS-ACCUM-YTD-BEN PIC 9(9)V99 VALUE 0.

       01 WS-RUN-SLIP-COUNT PIC 9(7) VALUE 0.
       01 WS-RUN-GROSS PIC 9(9)V99 VALUE 0.
       01 WS-RUN-TAX PIC 9(9)V99 VALUE 0.
       01 WS-RUN-DUES PIC 9(9)V99 VALUE 0.
       01 WS-RUN-BEN PIC 9(9)V99 VALUE 0.
       01 WS-NO-ADDRESS-COUNT PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.

       01 WS-YEAR-SLIP-COUNT PIC 9(5) VALUE 0.
       01 WS-YEAR-GROSS PIC 9(9)V99 VALUE 0.
       01 WS-YEAR-TAX PIC 9(9)V99 VALUE 0.
       01 WS-YEAR-DUES PIC 9(9)V99 VALUE 0.
       01 WS-YEAR-BEN PIC 9(9)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(9)V99.
       01 WS-OUT-OF-BALANCE PIC X(1) VALUE 'N'.

       01 WS-SLIP-RULE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(1) VALUE "+".
           05 FILLER              PIC X(64) VALUE ALL "-".
           05 FILLER              PIC X(1) VALUE "+".
       01 WS-SLIP-HEAD-LINE.
           05 FILLER              PIC X(3) VALUE "  |".
           05 FILLER              PIC X(31)
               VALUE " STATEMENT OF EMPLOYMENT INCOME".
           05 FILLER              PIC X(12) VALUE "   TAX YEAR ".
           05 WS-SH-TAX-YEAR      PIC 9(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SH-SLIP-TYPE     PIC X(8).
           05 FILLER              PIC X(7) VALUE SPACES.
           05 FILLER              PIC X(1) VALUE "|".
       01 WS-SLIP-NAME-LINE.
           05 FILLER              PIC X(12) VALUE "  | EMPLOYEE".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-SN-NUMBER        PIC 9(5).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SN-NAME          PIC X(30).
           05 FILLER              PIC X(17) VALUE SPACES.
           05 FILLER              PIC X(1) VALUE "|".
       01 WS-SLIP-STREET-LINE.
           05 FILLER              PIC X(3) VALUE "  |".
           05 FILLER              PIC X(17) VALUE SPACES.
           05 WS-SS-STREET        PIC X(25).
           05 FILLER              PIC X(22) VALUE SPACES.
           05 FILLER              PIC X(1) VALUE "|".
       01 WS-SLIP-CITY-LINE.
           05 FILLER              PIC X(3) VALUE "  |".
           05 FILLER              PIC X(17) VALUE SPACES.
           05 WS-SC-CITY          PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-SC-PROVINCE      PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-SC-POSTAL-CODE   PIC X(7).
           05 FILLER              PIC X(8) VALUE SPACES.
           05 FILLER              PIC X(1) VALUE "|".
       01 WS-SLIP-BOX-LINE.
           05 FILLER              PIC X(4) VALUE "  | ".
           05 WS-SB-CAPTION       PIC X(28).
           05 WS-SB-AMOUNT        PIC $$,$$$,$$9.99.
           05 FILLER              PIC X(22) VALUE SPACES.
           05 FILLER              PIC X(1) VALUE "|".

      *> Electronic filing records: the HDR names the year and
      *> whether the file is originals or amendments, one SLP per
      *> slip, and the TRL count and income total must equal the
      *> SLP records -- the same proof the remittance files carry.
       01 WS-FILING-HEADER.
           05 FILLER              PIC X(3) VALUE "HDR".
           05 WS-FH-SLIP-TYPE     PIC X(1).
           05 WS-FH-TAX-YEAR      PIC 9(4).
           05 WS-FH-CREATED-DATE  PIC 9(8).
       01 WS-FILING-DETAIL.
           05 FILLER              PIC X(3) VALUE "SLP".
           05 WS-FD-SLIP-TYPE     PIC X(1).
           05 WS-FD-TAX-YEAR      PIC 9(4).
           05 WS-FD-EMP-NUMBER    PIC 9(5).
           05 WS-FD-NAME          PIC X(20).
           05 WS-FD-ADDRESS       PIC X(62).
           05 WS-FD-GROSS         PIC 9(7)V99.
           05 WS-FD-TAX           PIC 9(7)V99.
           05 WS-FD-DUES          PIC 9(7)V99.
           05 WS-FD-BENEFITS      PIC 9(7)V99.
       01 WS-FILING-TRAILER.
           05 FILLER              PIC X(3) VALUE "TRL".
           05 WS-FT-COUNT         PIC 9(7).
           05 WS-FT-GROSS         PIC 9(9)V99.
           05 WS-FT-TAX           PIC 9(9)V99.

       01 WS-SUMMARY-HEAD-LINE.
           05 FILLER              PIC X(26)
               VALUE "TAX SLIP SUMMARY TAX YEAR ".
           05 WS-SUH-TAX-YEAR     PIC 9(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SUH-RUN-TYPE     PIC X(13).
           05 FILLER              PIC X(11) VALUE "  RUN DATE ".
           05 WS-SUH-RUN-DATE     PIC 9(8).
       01 WS-SUMMARY-COUNT-LINE.
           05 WS-SUC-CAPTION      PIC X(40).
           05 WS-SUC-COUNT        PIC ZZZ,ZZ9.
       01 WS-SUMMARY-AMOUNT-LINE.
           05 WS-SUA-CAPTION      PIC X(37).
           05 FILLER              PIC X(3) VALUE "  $".
           05 WS-SUA-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BALANCE-HEAD-LINE.
           05 FILLER              PIC X(22) VALUE SPACES.
           05 FILLER              PIC X(17) VALUE "   PER THE SLIPS".
           05 FILLER              PIC X(17) VALUE "   YTD REMITTANCE".
           05 FILLER              PIC X(17) VALUE "      DIFFERENCE".
       01 WS-BALANCE-LINE.
           05 WS-BAL-CAPTION      PIC X(22).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-BAL-SLIPS        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-BAL-REMITTED     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-BAL-DIFFERENCE   PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-BAL-STATUS       PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "Original year-end slips or amended slips? (O/A) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'O' OR 'o'
                   MOVE 'O' TO WS-SLIP-TYPE
               WHEN WS-MODE = 'A' OR 'a'
                   MOVE 'A' TO WS-SLIP-TYPE
               WHEN OTHER
                   DISPLAY "Unknown mode -- no slips issued."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           DISPLAY "Tax year (YYYY): "
           ACCEPT WS-TAX-YEAR-IN.
           IF WS-TAX-YEAR-IN IS NOT NUMERIC OR WS-TAX-YEAR-9 = 0
               DISPLAY "Tax year must be four digits -- no slips "
                   "issued."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TAX-YEAR-9 TO WS-TAX-YEAR.

           PERFORM 100-LOAD-SLIP-REGISTER.
           IF WS-SL-FULL = 'Y'
               DISPLAY "TAX-SLIP-REGISTER.TXT EXCEEDS THE "
                   "500-EMPLOYEE TABLE FOR THE YEAR -- RUN ABORTED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SLIP-TYPE = 'O' AND WS-ORIGINALS-ON-FILE > 0
               DISPLAY "Original slips for " WS-TAX-YEAR
                   " are already on the register -- use amended "
                   "slips for corrected employees."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SLIP-TYPE = 'A'
               IF WS-ORIGINALS-ON-FILE = 0
                   DISPLAY "No original slips for " WS-TAX-YEAR
                       " on the register -- nothing to amend."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 150-LOAD-AMENDMENT-LIST
               IF WS-AM-COUNT = 0
                   DISPLAY "TAX-SLIP-AMENDMENTS.TXT lists no "
                       "employees -- no slips issued."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 170-LOAD-THE-ACCUMULATOR.

           PERFORM 200-ISSUE-THE-SLIPS.
           IF WS-SLIP-TYPE = 'A'
               PERFORM 400-REPORT-UNMATCHED-AMENDMENT
                   VARYING WS-AM-SUB FROM 1 BY 1
                   UNTIL WS-AM-SUB > WS-AM-COUNT
           END-IF.
           PERFORM 500-WRITE-THE-SUMMARY.

           DISPLAY "TAX SLIPS ISSUED: " WS-RUN-SLIP-COUNT.
           IF WS-OUT-OF-BALANCE = 'Y' OR WS-NO-ADDRESS-COUNT > 0
               OR WS-SKIPPED-COUNT > 0 OR WS-AM-BAD-COUNT > 0
               OR WS-SL-FULL = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Only the tax year's lines count; a later line for the same
      *> employee replaces the earlier one, so an amended slip
      *> stands in for the original it corrected.
           100-LOAD-SLIP-REGISTER.
               OPEN INPUT TAX-SLIP-REGISTER-FILE.
               PERFORM 110-READ-REGISTER-LINE
                   UNTIL WS-REGISTER-EOF = 'Y' OR WS-SL-FULL = 'Y'.
               CLOSE TAX-SLIP-REGISTER-FILE.

           110-READ-REGISTER-LINE.
               READ TAX-SLIP-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       IF TSR-TAX-YEAR = WS-TAX-YEAR
                           PERFORM 120-POST-REGISTER-LINE
                       END-IF
               END-READ.

           120-POST-REGISTER-LINE.
               IF TSR-SLIP-TYPE = 'O'
                   ADD 1 TO WS-ORIGINALS-ON-FILE
               END-IF.
               MOVE TSR-EMP-NUMBER TO WS-SL-LOOKUP.
               PERFORM 130-FIND-OR-ADD-SLIP-ENTRY.
               IF WS-SL-HIT-SUB > 0
                   MOVE TSR-GROSS TO WS-SL-GROSS(WS-SL-HIT-SUB)
                   MOVE TSR-TAX TO WS-SL-TAX(WS-SL-HIT-SUB)
                   MOVE TSR-DUES TO WS-SL-DUES(WS-SL-HIT-SUB)
                   MOVE TSR-BENEFITS TO WS-SL-BENEFITS(WS-SL-HIT-SUB)
               END-IF.

      *> Leaves WS-SL-HIT-SUB at the employee's entry, adding one
      *> if there is room; zero (and the full flag) when not.
           130-FIND-OR-ADD-SLIP-ENTRY.
               MOVE 0 TO WS-SL-HIT-SUB.
               PERFORM 135-MATCH-SLIP-ENTRY
                   VARYING WS-SL-SUB FROM 1 BY 1
                   UNTIL WS-SL-SUB > WS-SL-COUNT
                   OR WS-SL-HIT-SUB > 0.
               IF WS-SL-HIT-SUB = 0
                   IF WS-SL-COUNT = 500
                       MOVE 'Y' TO WS-SL-FULL
                   ELSE
                       ADD 1 TO WS-SL-COUNT
                       MOVE WS-SL-COUNT TO WS-SL-HIT-SUB
                       MOVE WS-SL-LOOKUP TO WS-SL-NUMBER(WS-SL-COUNT)
                   END-IF
               END-IF.

           135-MATCH-SLIP-ENTRY.
               IF WS-SL-NUMBER(WS-SL-SUB) = WS-SL-LOOKUP
                   MOVE WS-SL-SUB TO WS-SL-HIT-SUB
               END-IF.

      *> One employee number per line; a non-numeric line is
      *> reported and passed over.
           150-LOAD-AMENDMENT-LIST.
               OPEN INPUT TAX-SLIP-AMENDMENTS-FILE.
               PERFORM 160-READ-AMENDMENT-LINE
                   UNTIL WS-AMEND-EOF = 'Y' OR WS-AM-COUNT = 100.
               CLOSE TAX-SLIP-AMENDMENTS-FILE.

           160-READ-AMENDMENT-LINE.
               READ TAX-SLIP-AMENDMENTS-FILE
                   AT END MOVE 'Y' TO WS-AMEND-EOF
                   NOT AT END
                       IF TSA-EMP-NUMBER-IN IS NUMERIC
                           ADD 1 TO WS-AM-COUNT
                           MOVE TSA-EMP-NUMBER-9
                               TO WS-AM-NUMBER(WS-AM-COUNT)
                           MOVE 'N' TO WS-AM-MATCHED(WS-AM-COUNT)
                       ELSE
                           DISPLAY "*** WARNING: AMENDMENT LINE IS "
                               "NOT AN EMPLOYEE NUMBER: "
                               TSA-EMP-NUMBER-IN
                           ADD 1 TO WS-AM-BAD-COUNT
                       END-IF
               END-READ.

      *> An accumulator written before the year-to-date column
      *> reads it as spaces, which counts as nothing remitted.
           170-LOAD-THE-ACCUMULATOR.
               OPEN INPUT REMITTANCE-ACCUM-FILE.
               PERFORM 180-READ-ACCUM-RECORD
                   UNTIL WS-ACCUM-EOF = 'Y'.
               CLOSE REMITTANCE-ACCUM-FILE.

           180-READ-ACCUM-RECORD.
               READ REMITTANCE-ACCUM-FILE
                   AT END MOVE 'Y' TO WS-ACCUM-EOF
                   NOT AT END
                       IF RMA-YTD-AMOUNT IS NOT NUMERIC
                           MOVE 0 TO RMA-YTD-AMOUNT
                       END-IF
                       EVALUATE RMA-PAYEE
                           WHEN "TAXATION"
                               MOVE RMA-YTD-AMOUNT
                                   TO WS-ACCUM-YTD-TAX
                           WHEN "UNION   "
                               MOVE RMA-YTD-AMOUNT
                                   TO WS-ACCUM-YTD-DUES
                           WHEN "BENEFITS"
                               MOVE RMA-YTD-AMOUNT
                                   TO WS-ACCUM-YTD-BEN
                       END-EVALUATE
               END-READ.

      *> One pass over EMPLOYEE-YTD.TXT: an original run issues a
      *> slip for every employee with figures, an amendment run
      *> only for the numbers on the amendment list.
           200-ISSUE-THE-SLIPS.
               OPEN INPUT EMPLOYEE-YTD-FILE.
               OPEN INPUT EMPLOYEE-MASTER-FILE.
               OPEN EXTEND TAX-SLIP-REGISTER-FILE.
               OPEN OUTPUT TAX-SLIPS-OUT.
               OPEN OUTPUT TAX-SLIP-FILING-OUT.
               MOVE WS-SLIP-TYPE TO WS-FH-SLIP-TYPE.
               MOVE WS-TAX-YEAR TO WS-FH-TAX-YEAR.
               MOVE WS-RUN-DATE TO WS-FH-CREATED-DATE.
               WRITE TAX-SLIP-FILING-RECORD FROM WS-FILING-HEADER.
               PERFORM 210-READ-YTD-ROW UNTIL WS-YTD-EOF = 'Y'.
               MOVE WS-RUN-SLIP-COUNT TO WS-FT-COUNT.
               MOVE WS-RUN-GROSS TO WS-FT-GROSS.
               MOVE WS-RUN-TAX TO WS-FT-TAX.
               WRITE TAX-SLIP-FILING-RECORD FROM WS-FILING-TRAILER.
               CLOSE EMPLOYEE-YTD-FILE.
               CLOSE EMPLOYEE-MASTER-FILE.
               CLOSE TAX-SLIP-REGISTER-FILE.
               CLOSE TAX-SLIPS-OUT.
               CLOSE TAX-SLIP-FILING-OUT.

           210-READ-YTD-ROW.
               READ EMPLOYEE-YTD-FILE
                   AT END MOVE 'Y' TO WS-YTD-EOF
                   NOT AT END PERFORM 220-DECIDE-ONE-ROW
               END-READ.

           220-DECIDE-ONE-ROW.
               MOVE 'N' TO WS-ISSUE-FLAG.
               IF WS-SLIP-TYPE = 'O'
                   IF EYT-GROSS-F > 0 OR EYT-TAX-F > 0
                       OR EYT-DUES-F > 0 OR EYT-BENEFITS-F > 0
                       MOVE 'Y' TO WS-ISSUE-FLAG
                   END-IF
               ELSE
                   PERFORM 230-CHECK-AMENDMENT-LIST
                       VARYING WS-AM-SUB FROM 1 BY 1
                       UNTIL WS-AM-SUB > WS-AM-COUNT
               END-IF.
               IF WS-ISSUE-FLAG = 'Y'
                   PERFORM 300-ISSUE-ONE-SLIP
               END-IF.

      *> An amended slip replaces one already issued; an employee
      *> with no slip for the year on the register is refused.
           230-CHECK-AMENDMENT-LIST.
               IF WS-AM-NUMBER(WS-AM-SUB) = EYT-NUMBER-F
                   AND WS-AM-MATCHED(WS-AM-SUB) = 'N'
                   MOVE 'Y' TO WS-AM-MATCHED(WS-AM-SUB)
                   MOVE EYT-NUMBER-F TO WS-SL-LOOKUP
                   MOVE 0 TO WS-SL-HIT-SUB
                   PERFORM 135-MATCH-SLIP-ENTRY
                       VARYING WS-SL-SUB FROM 1 BY 1
                       UNTIL WS-SL-SUB > WS-SL-COUNT
                       OR WS-SL-HIT-SUB > 0
                   IF WS-SL-HIT-SUB > 0
                       MOVE 'Y' TO WS-ISSUE-FLAG
                   ELSE
                       DISPLAY "*** WARNING: NO " WS-TAX-YEAR
                           " SLIP ON THE REGISTER FOR EMPLOYEE "
                           EYT-NUMBER-F " -- NOT AMENDED."
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
               END-IF.

           300-ISSUE-ONE-SLIP.
               MOVE EYT-NUMBER-F TO WS-SL-LOOKUP.
               PERFORM 130-FIND-OR-ADD-SLIP-ENTRY.
               IF WS-SL-HIT-SUB = 0
                   DISPLAY "*** WARNING: SLIP TABLE IS FULL -- NO "
                       "SLIP FOR EMPLOYEE " EYT-NUMBER-F
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM 310-READ-THE-MASTER
                   PERFORM 320-PRINT-THE-SLIP
                   PERFORM 330-WRITE-FILING-DETAIL
                   PERFORM 340-REGISTER-THE-SLIP
                   ADD 1 TO WS-RUN-SLIP-COUNT
                   ADD EYT-GROSS-F TO WS-RUN-GROSS
                   ADD EYT-TAX-F TO WS-RUN-TAX
                   ADD EYT-DUES-F TO WS-RUN-DUES
                   ADD EYT-BENEFITS-F TO WS-RUN-BEN
               END-IF.

      *> A deleted employee still gets the slip the money demands,
      *> but with no address it cannot be mailed -- counted and
      *> warned so the address can be keyed and the slip amended.
           310-READ-THE-MASTER.
               MOVE EYT-NUMBER-F TO EMP-NUMBER.
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-MASTER-FOUND
                       MOVE SPACES TO EMP-NAME EMP-ADDRESS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MASTER-FOUND
               END-READ.
               IF WS-MASTER-FOUND = 'N' OR EMP-ADDRESS = SPACES
                   DISPLAY "*** WARNING: NO MAILING ADDRESS FOR "
                       "EMPLOYEE " EYT-NUMBER-F
                   ADD 1 TO WS-NO-ADDRESS-COUNT
               END-IF.

           320-PRINT-THE-SLIP.
               WRITE TAX-SLIP-LINE-OUT FROM WS-SLIP-RULE.
               MOVE WS-TAX-YEAR TO WS-SH-TAX-YEAR.
               IF WS-SLIP-TYPE = 'A'
                   MOVE "AMENDED " TO WS-SH-SLIP-TYPE
               ELSE
                   MOVE "ORIGINAL" TO WS-SH-SLIP-TYPE
               END-IF.
               WRITE TAX-SLIP-LINE-OUT FROM WS-SLIP-HEAD-LINE.
               WRITE TAX-SLIP-LINE-OUT FROM WS-SLIP-RULE.
               MOVE EYT-NUMBER-F TO WS-SN-NUMBER.
               IF WS-MASTER-FOUND = 'Y'
                   MOVE EMP-NAME TO WS-SN-NAME
               ELSE
                   MOVE "*** NOT ON EMPLOYEE MASTER ***"
                       TO WS-SN-NAME
               END-IF.
               WRITE TAX-SLIP-LINE-OUT FROM WS-SLIP-NAME-LINE.
               MOVE EMP-STREET-ADDRESS TO WS-SS-STREET.
               WRITE TAX-SLIP-LINE-OUT FROM WS-SLIP-STREET-LINE.
               MOVE EMP-CITY-NAME TO WS-SC-CITY.
               MOVE EMP-PROVINCE TO WS-SC-PROVINCE.
               MOVE EMP-POSTAL-CODE TO WS-SC-POSTAL-CODE.
               WRITE TAX-SLIP-LINE-OUT FROM WS-SLIP-CITY-LINE.
               WRITE TAX-SLIP-LINE-OUT FROM WS-SLIP-RULE.
               MOVE "EMPLOYMENT INCOME" TO WS-SB-CAPTION.
               MOVE EYT-GROSS-F TO WS-SB-AMOUNT.
               WRITE TAX-SLIP-LINE-OUT FROM WS-SLIP-BOX-LINE.
               MOVE "INCOME TAX DEDUCTED" TO WS-SB-CAPTION.
               MOVE EYT-TAX-F TO WS-SB-AMOUNT.
               WRITE TAX-SLIP-LINE-OUT FROM WS-SLIP-BOX-LINE.
               MOVE "UNION DUES" TO WS-SB-CAPTION.
               MOVE EYT-DUES-F TO WS-SB-AMOUNT.
               WRITE TAX-SLIP-LINE-OUT FROM WS-SLIP-BOX-LINE.
               MOVE "BENEFIT PREMIUMS" TO WS-SB-CAPTION.
               MOVE EYT-BENEFITS-F TO WS-SB-AMOUNT.
               WRITE TAX-SLIP-LINE-OUT FROM WS-SLIP-BOX-LINE.
               WRITE TAX-SLIP-LINE-OUT FROM WS-SLIP-RULE.
               MOVE SPACES TO TAX-SLIP-LINE-OUT.
               WRITE TAX-SLIP-LINE-OUT.

           330-WRITE-FILING-DETAIL.
               MOVE WS-SLIP-TYPE TO WS-FD-SLIP-TYPE.
               MOVE WS-TAX-YEAR TO WS-FD-TAX-YEAR.
               MOVE EYT-NUMBER-F TO WS-FD-EMP-NUMBER.
               MOVE EMP-NAME TO WS-FD-NAME.
               MOVE EMP-ADDRESS TO WS-FD-ADDRESS.
               MOVE EYT-GROSS-F TO WS-FD-GROSS.
               MOVE EYT-TAX-F TO WS-FD-TAX.
               MOVE EYT-DUES-F TO WS-FD-DUES.
               MOVE EYT-BENEFITS-F TO WS-FD-BENEFITS.
               WRITE TAX-SLIP-FILING-RECORD FROM WS-FILING-DETAIL.

           340-REGISTER-THE-SLIP.
               MOVE SPACES TO TAX-SLIP-REGISTER-RECORD.
               MOVE WS-TAX-YEAR TO TSR-TAX-YEAR.
               MOVE EYT-NUMBER-F TO TSR-EMP-NUMBER.
               MOVE WS-SLIP-TYPE TO TSR-SLIP-TYPE.
               MOVE WS-RUN-DATE TO TSR-ISSUE-DATE.
               MOVE EYT-GROSS-F TO TSR-GROSS.
               MOVE EYT-TAX-F TO TSR-TAX.
               MOVE EYT-DUES-F TO TSR-DUES.
               MOVE EYT-BENEFITS-F TO TSR-BENEFITS.
               WRITE TAX-SLIP-REGISTER-RECORD.
               MOVE EYT-GROSS-F TO WS-SL-GROSS(WS-SL-HIT-SUB).
               MOVE EYT-TAX-F TO WS-SL-TAX(WS-SL-HIT-SUB).
               MOVE EYT-DUES-F TO WS-SL-DUES(WS-SL-HIT-SUB).
               MOVE EYT-BENEFITS-F TO WS-SL-BENEFITS(WS-SL-HIT-SUB).

           400-REPORT-UNMATCHED-AMENDMENT.
               IF WS-AM-MATCHED(WS-AM-SUB) = 'N'
                   DISPLAY "*** WARNING: EMPLOYEE "
                       WS-AM-NUMBER(WS-AM-SUB)
                       " IS NOT ON EMPLOYEE-YTD.TXT -- NOT AMENDED."
                   ADD 1 TO WS-AM-BAD-COUNT
               END-IF.

      *> The year's slips are the latest one issued per employee;
      *> their withholdings must equal what the payroll put into
      *> the accumulator's year-to-date column for each payee.
           500-WRITE-THE-SUMMARY.
               PERFORM 510-SUM-SLIP-ENTRY
                   VARYING WS-SL-SUB FROM 1 BY 1
                   UNTIL WS-SL-SUB > WS-SL-COUNT.
               OPEN OUTPUT TAX-SLIP-SUMMARY-OUT.
               MOVE WS-TAX-YEAR TO WS-SUH-TAX-YEAR.
               IF WS-SLIP-TYPE = 'A'
                   MOVE "AMENDMENT RUN" TO WS-SUH-RUN-TYPE
               ELSE
                   MOVE "ORIGINAL RUN" TO WS-SUH-RUN-TYPE
               END-IF.
               MOVE WS-RUN-DATE TO WS-SUH-RUN-DATE.
               DISPLAY WS-SUMMARY-HEAD-LINE.
               WRITE SUMMARY-LINE-OUT FROM WS-SUMMARY-HEAD-LINE.
               MOVE SPACES TO SUMMARY-LINE-OUT.
               WRITE SUMMARY-LINE-OUT.
               MOVE "SLIPS ISSUED THIS RUN:" TO WS-SUC-CAPTION.
               MOVE WS-RUN-SLIP-COUNT TO WS-SUC-COUNT.
               WRITE SUMMARY-LINE-OUT FROM WS-SUMMARY-COUNT-LINE.
               MOVE "  EMPLOYMENT INCOME THIS RUN"
                   TO WS-SUA-CAPTION.
               MOVE WS-RUN-GROSS TO WS-SUA-AMOUNT.
               WRITE SUMMARY-LINE-OUT FROM WS-SUMMARY-AMOUNT-LINE.
               MOVE "  INCOME TAX THIS RUN" TO WS-SUA-CAPTION.
               MOVE WS-RUN-TAX TO WS-SUA-AMOUNT.
               WRITE SUMMARY-LINE-OUT FROM WS-SUMMARY-AMOUNT-LINE.
               MOVE "SLIPS WITH NO MAILING ADDRESS:"
                   TO WS-SUC-CAPTION.
               MOVE WS-NO-ADDRESS-COUNT TO WS-SUC-COUNT.
               WRITE SUMMARY-LINE-OUT FROM WS-SUMMARY-COUNT-LINE.
               MOVE "EMPLOYEES PASSED OVER:" TO WS-SUC-CAPTION.
               COMPUTE WS-SUC-COUNT = WS-SKIPPED-COUNT
                   + WS-AM-BAD-COUNT.
               WRITE SUMMARY-LINE-OUT FROM WS-SUMMARY-COUNT-LINE.
               MOVE SPACES TO SUMMARY-LINE-OUT.
               WRITE SUMMARY-LINE-OUT.
               MOVE "SLIPS STANDING FOR THE YEAR:" TO WS-SUC-CAPTION.
               MOVE WS-YEAR-SLIP-COUNT TO WS-SUC-COUNT.
               WRITE SUMMARY-LINE-OUT FROM WS-SUMMARY-COUNT-LINE.
               MOVE "  EMPLOYMENT INCOME FOR THE YEAR"
                   TO WS-SUA-CAPTION.
               MOVE WS-YEAR-GROSS TO WS-SUA-AMOUNT.
               WRITE SUMMARY-LINE-OUT FROM WS-SUMMARY-AMOUNT-LINE.
               WRITE SUMMARY-LINE-OUT FROM WS-BALANCE-HEAD-LINE.
               MOVE "INCOME TAX DEDUCTED" TO WS-BAL-CAPTION.
               MOVE WS-YEAR-TAX TO WS-BAL-SLIPS.
               COMPUTE WS-DIFFERENCE = WS-YEAR-TAX - WS-ACCUM-YTD-TAX.
               MOVE WS-ACCUM-YTD-TAX TO WS-BAL-REMITTED.
               PERFORM 520-WRITE-BALANCE-LINE.
               MOVE "UNION DUES" TO WS-BAL-CAPTION.
               MOVE WS-YEAR-DUES TO WS-BAL-SLIPS.
               COMPUTE WS-DIFFERENCE = WS-YEAR-DUES
                   - WS-ACCUM-YTD-DUES.
               MOVE WS-ACCUM-YTD-DUES TO WS-BAL-REMITTED.
               PERFORM 520-WRITE-BALANCE-LINE.
               MOVE "BENEFIT PREMIUMS" TO WS-BAL-CAPTION.
               MOVE WS-YEAR-BEN TO WS-BAL-SLIPS.
               COMPUTE WS-DIFFERENCE = WS-YEAR-BEN - WS-ACCUM-YTD-BEN.
               MOVE WS-ACCUM-YTD-BEN TO WS-BAL-REMITTED.
               PERFORM 520-WRITE-BALANCE-LINE.
               MOVE SPACES TO SUMMARY-LINE-OUT.
               IF WS-OUT-OF-BALANCE = 'Y'
                   MOVE "*** SLIPS DO NOT BALANCE TO REMITTANCES ***"
                       TO SUMMARY-LINE-OUT
               ELSE
                   MOVE "THE SLIPS BALANCE TO THE YEAR'S REMITTANCES"
                       TO SUMMARY-LINE-OUT
               END-IF.
               DISPLAY SUMMARY-LINE-OUT.
               WRITE SUMMARY-LINE-OUT.
               CLOSE TAX-SLIP-SUMMARY-OUT.

           510-SUM-SLIP-ENTRY.
               ADD 1 TO WS-YEAR-SLIP-COUNT.
               ADD WS-SL-GROSS(WS-SL-SUB) TO WS-YEAR-GROSS.
               ADD WS-SL-TAX(WS-SL-SUB) TO WS-YEAR-TAX.
               ADD WS-SL-DUES(WS-SL-SUB) TO WS-YEAR-DUES.
               ADD WS-SL-BENEFITS(WS-SL-SUB) TO WS-YEAR-BEN.

           520-WRITE-BALANCE-LINE.
               MOVE WS-DIFFERENCE TO WS-BAL-DIFFERENCE.
               IF WS-DIFFERENCE = 0
                   MOVE "BALANCED" TO WS-BAL-STATUS
               ELSE
                   MOVE "OUT OF BALANCE" TO WS-BAL-STATUS
                   MOVE 'Y' TO WS-OUT-OF-BALANCE
               END-IF.
               DISPLAY WS-BALANCE-LINE.
               WRITE SUMMARY-LINE-OUT FROM WS-BALANCE-LINE.

       END PROGRAM TAX_SLIP_PROGRAM.
