      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 06-09-2026
      * Purpose: the departmental labour budget against what the
      * payroll actually spent.  LABOUR-BUDGET.TXT holds each
      * department's budget by year and period (month 01-12) in
      * hours and dollars; PAYROLL-DEPT-TOTALS.TXT, written by every
      * clean LAB_8_PROGRAM run, gives the hours worked and the
      * labour cost (gross plus employer contributions) by the month
      * of the run.  For the period asked for, each department gets
      * an hours line and a dollars line showing the period and
      * year-to-date budget, actual, variance (over is positive) and
      * percentage used, the annual budget, and a forecast to year
      * end at the year-to-date run rate.  A department whose
      * period or year-to-date use reaches the warning percentage on
      * LABOUR-BUDGET-CONTROL.TXT (90 when the file is missing) is
      * flagged WARNING, past its budget OVER, and spending with no
      * budget at all NO BUDGET; any flag ends the run with RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOUR_BUDGET_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL LABOUR-BUDGET-FILE
           ASSIGN TO '..\LABOUR-BUDGET.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LABOUR-BUDGET-CONTROL-FILE
           ASSIGN TO '..\LABOUR-BUDGET-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPT-TOTALS-FILE
           ASSIGN TO '..\PAYROLL-DEPT-TOTALS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPARTMENT-MASTER-FILE
           ASSIGN TO '..\DEPARTMENT-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABOUR-BUDGET-REPORT-OUT
           ASSIGN TO '..\LABOUR-BUDGET-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One line per department per period of the budget year.
       FD LABOUR-BUDGET-FILE.
       01 LABOUR-BUDGET-RECORD.
           05 LBG-YEAR            PIC 9(4).
           05 FILLER              PIC X(1).
           05 LBG-DEPARTMENT      PIC X(4).
           05 FILLER              PIC X(1).
           05 LBG-PERIOD          PIC 9(2).
           05 FILLER              PIC X(1).
           05 LBG-HOURS           PIC 9(7).
           05 FILLER              PIC X(1).
           05 LBG-DOLLARS         PIC 9(8)V99.

       FD LABOUR-BUDGET-CONTROL-FILE.
       01 LABOUR-BUDGET-CONTROL-RECORD.
           05 LBC-WARN-PERCENT    PIC 9(3).

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

       FD DEPARTMENT-MASTER-FILE.
       01 DEPARTMENT-MASTER-RECORD.
           05 DPT-CODE            PIC X(4).
           05 FILLER              PIC X(1).
           05 DPT-NAME            PIC X(25).
           05 FILLER              PIC X(1).
           05 DPT-SOURCE-CODE     PIC X(3).

       FD LABOUR-BUDGET-REPORT-OUT.
       01 REPORT-LINE-OUT         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-EDIT PIC X(6).
       01 WS-REPORT-PERIOD PIC 9(6).
       01 WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
           05 WS-REPORT-YEAR      PIC 9(4).
           05 WS-REPORT-MONTH     PIC 9(2).
       01 WS-TODAY PIC 9(8).
       01 WS-WARN-PERCENT PIC 9(3) VALUE 90.

       01 WS-BUDGET-EOF PIC X(1) VALUE 'N'.
       01 WS-CONTROL-EOF PIC X(1) VALUE 'N'.
       01 WS-DEPT-EOF PIC X(1) VALUE 'N'.
       01 WS-DEPTMAST-EOF PIC X(1) VALUE 'N'.
       01 WS-BAD-PERIOD-COUNT PIC 9(5) VALUE 0.

       01 WS-DT-DATE PIC 9(8).
       01 WS-DT-DATE-PARTS REDEFINES WS-DT-DATE.
           05 WS-DT-YEAR          PIC 9(4).
           05 WS-DT-MONTH         PIC 9(2).
           05 WS-DT-DAY           PIC 9(2).

      *> One row per department: the master's departments first,
      *> then any the budget or the payroll names that it lacks.
       01 WS-LABOUR-TABLE.
           05 WS-LB-ENTRY OCCURS 50 TIMES.
               10 WS-LB-CODE      PIC X(4).
               10 WS-LB-NAME      PIC X(25).
               10 WS-LB-PER-BUD-HOURS PIC 9(7).
               10 WS-LB-YTD-BUD-HOURS PIC 9(8).
               10 WS-LB-ANN-BUD-HOURS PIC 9(8).
               10 WS-LB-PER-ACT-HOURS PIC 9(7).
               10 WS-LB-YTD-ACT-HOURS PIC 9(8).
               10 WS-LB-PER-BUD-DOLLARS PIC 9(8)V99.
               10 WS-LB-YTD-BUD-DOLLARS PIC 9(9)V99.
               10 WS-LB-ANN-BUD-DOLLARS PIC 9(9)V99.
               10 WS-LB-PER-ACT-DOLLARS PIC 9(8)V99.
               10 WS-LB-YTD-ACT-DOLLARS PIC 9(9)V99.
       01 WS-LB-COUNT PIC 9(2) VALUE 0.
       01 WS-LB-SUB PIC 9(2).
       01 WS-LB-HIT-SUB PIC 9(2).
       01 WS-LB-FOUND-FLAG PIC X(1).
       01 WS-LOOKUP-CODE PIC X(4).

      *> The grand total row, kept in the same shape as a
      *> department so it prints through the same paragraphs.
       01 WS-TOT-PER-BUD-HOURS PIC 9(7) VALUE 0.
       01 WS-TOT-YTD-BUD-HOURS PIC 9(8) VALUE 0.
       01 WS-TOT-ANN-BUD-HOURS PIC 9(8) VALUE 0.
       01 WS-TOT-PER-ACT-HOURS PIC 9(7) VALUE 0.
       01 WS-TOT-YTD-ACT-HOURS PIC 9(8) VALUE 0.
       01 WS-TOT-PER-BUD-DOLLARS PIC 9(8)V99 VALUE 0.
       01 WS-TOT-YTD-BUD-DOLLARS PIC 9(9)V99 VALUE 0.
       01 WS-TOT-ANN-BUD-DOLLARS PIC 9(9)V99 VALUE 0.
       01 WS-TOT-PER-ACT-DOLLARS PIC 9(8)V99 VALUE 0.
       01 WS-TOT-YTD-ACT-DOLLARS PIC 9(9)V99 VALUE 0.

      *> One measure (hours or dollars) of one row being printed.
       01 WS-M-PER-BUD PIC 9(9)V99.
       01 WS-M-PER-ACT PIC 9(9)V99.
       01 WS-M-YTD-BUD PIC 9(9)V99.
       01 WS-M-YTD-ACT PIC 9(9)V99.
       01 WS-M-ANNUAL PIC 9(9)V99.
       01 WS-M-VARIANCE PIC S9(9)V99.
       01 WS-M-PERCENT PIC 9(4).
       01 WS-M-YTD-PERCENT PIC 9(4).
       01 WS-M-HIGH-PERCENT PIC 9(4).
       01 WS-M-FORECAST PIC 9(9)V99.
       01 WS-M-FLAGGED PIC X(1).
       01 WS-ROW-FLAGGED PIC X(1).
       01 WS-FLAGGED-COUNT PIC 9(3) VALUE 0.
       01 WS-PRINTED-COUNT PIC 9(3) VALUE 0.

       01 WS-REPORT-HEAD.
           05 FILLER              PIC X(34)
               VALUE "LABOUR BUDGET VERSUS ACTUAL, YEAR ".
           05 WS-RH-YEAR          PIC 9(4).
           05 FILLER              PIC X(8) VALUE " PERIOD ".
           05 WS-RH-MONTH         PIC 9(2).
           05 FILLER              PIC X(15)
               VALUE "    WARNING AT ".
           05 WS-RH-WARN          PIC ZZ9.
           05 FILLER              PIC X(1) VALUE "%".
       01 WS-COLUMN-HEAD-1.
           05 FILLER              PIC X(9) VALUE SPACES.
           05 FILLER              PIC X(39)
               VALUE " ---------- THIS PERIOD ---------------".
           05 FILLER              PIC X(39)
               VALUE " ---------- YEAR TO DATE --------------".
           05 FILLER              PIC X(22)
               VALUE "      ANNUAL  FORECAST".
       01 WS-COLUMN-HEAD-2.
           05 FILLER              PIC X(9) VALUE SPACES.
           05 FILLER              PIC X(39)
               VALUE "     BUDGET     ACTUAL   OVER/UND  USED".
           05 FILLER              PIC X(39)
               VALUE "     BUDGET     ACTUAL   OVER/UND  USED".
           05 FILLER              PIC X(22)
               VALUE "      BUDGET  YEAR END".
       01 WS-DEPT-HEAD-LINE.
           05 FILLER              PIC X(5) VALUE "DEPT ".
           05 WS-DH-CODE          PIC X(4).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-DH-NAME          PIC X(25).
       01 WS-MEASURE-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-ML-MEASURE       PIC X(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-ML-PER-BUD       PIC ZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-ML-PER-ACT       PIC ZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-ML-PER-VAR       PIC -Z,ZZZ,ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-ML-PER-PCT       PIC ZZZ9.
           05 FILLER              PIC X(1) VALUE "%".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-ML-YTD-BUD       PIC ZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-ML-YTD-ACT       PIC ZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-ML-YTD-VAR       PIC -Z,ZZZ,ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-ML-YTD-PCT       PIC ZZZ9.
           05 FILLER              PIC X(1) VALUE "%".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-ML-ANNUAL        PIC ZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-ML-FORECAST      PIC ZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-ML-FLAG          PIC X(9).
       01 WS-COUNT-LINE.
           05 WS-C-CAPTION        PIC X(30).
           05 WS-C-COUNT          PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Budget period to report (YYYYMM, blank for "
               "this month): "
           ACCEPT WS-PERIOD-EDIT.
           IF WS-PERIOD-EDIT = SPACES
               MOVE WS-TODAY(1:6) TO WS-REPORT-PERIOD
           ELSE
               IF WS-PERIOD-EDIT IS NOT NUMERIC
                   DISPLAY "*** PERIOD MUST BE YYYYMM -- NO REPORT ***"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PERIOD-EDIT TO WS-REPORT-PERIOD
           END-IF.
           IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
               DISPLAY "*** PERIOD MONTH MUST BE 01 TO 12 -- NO "
                   "REPORT ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-LOAD-WARNING-PERCENT.
           PERFORM 110-LOAD-DEPARTMENT-MASTER.
           PERFORM 200-LOAD-LABOUR-BUDGET.
           PERFORM 300-LOAD-PAYROLL-ACTUALS.
           PERFORM 400-PRINT-BUDGET-REPORT.
           IF WS-FLAGGED-COUNT > 0 OR WS-BAD-PERIOD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

           100-LOAD-WARNING-PERCENT.
               OPEN INPUT LABOUR-BUDGET-CONTROL-FILE.
               READ LABOUR-BUDGET-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       IF LBC-WARN-PERCENT IS NUMERIC
                           AND LBC-WARN-PERCENT > 0
                           MOVE LBC-WARN-PERCENT TO WS-WARN-PERCENT
                       END-IF
               END-READ.
               CLOSE LABOUR-BUDGET-CONTROL-FILE.

           110-LOAD-DEPARTMENT-MASTER.
               OPEN INPUT DEPARTMENT-MASTER-FILE.
               PERFORM 111-READ-DEPARTMENT
                   UNTIL WS-DEPTMAST-EOF = 'Y'.
               CLOSE DEPARTMENT-MASTER-FILE.

           111-READ-DEPARTMENT.
               READ DEPARTMENT-MASTER-FILE
                   AT END MOVE 'Y' TO WS-DEPTMAST-EOF
                   NOT AT END
                       MOVE DPT-CODE TO WS-LOOKUP-CODE
                       PERFORM 150-FIND-OR-ADD-DEPARTMENT
                       IF WS-LB-FOUND-FLAG = 'Y'
                           MOVE DPT-NAME TO WS-LB-NAME(WS-LB-HIT-SUB)
                       END-IF
               END-READ.

      *> Every department gets a row the first time any file names
      *> it; a full table is reported once per department missed.
           150-FIND-OR-ADD-DEPARTMENT.
               MOVE 'N' TO WS-LB-FOUND-FLAG.
               PERFORM 151-SCAN-DEPARTMENT
                   VARYING WS-LB-SUB FROM 1 BY 1
                   UNTIL WS-LB-SUB > WS-LB-COUNT
                       OR WS-LB-FOUND-FLAG = 'Y'.
               IF WS-LB-FOUND-FLAG = 'N'
                   IF WS-LB-COUNT < 50
                       ADD 1 TO WS-LB-COUNT
                       MOVE WS-LB-COUNT TO WS-LB-HIT-SUB
                       INITIALIZE WS-LB-ENTRY(WS-LB-HIT-SUB)
                       MOVE WS-LOOKUP-CODE TO WS-LB-CODE(WS-LB-HIT-SUB)
                       MOVE 'Y' TO WS-LB-FOUND-FLAG
                   ELSE
                       DISPLAY "*** WARNING: DEPARTMENT TABLE IS "
                           "FULL -- NOT REPORTED: " WS-LOOKUP-CODE
                   END-IF
               END-IF.

           151-SCAN-DEPARTMENT.
               IF WS-LB-CODE(WS-LB-SUB) = WS-LOOKUP-CODE
                   MOVE 'Y' TO WS-LB-FOUND-FLAG
                   MOVE WS-LB-SUB TO WS-LB-HIT-SUB
               END-IF.

      *> Only the report year's budget is read; the year to date
      *> is periods 1 through the report period.
           200-LOAD-LABOUR-BUDGET.
               OPEN INPUT LABOUR-BUDGET-FILE.
               PERFORM 210-READ-BUDGET-LINE
                   UNTIL WS-BUDGET-EOF = 'Y'.
               CLOSE LABOUR-BUDGET-FILE.

           210-READ-BUDGET-LINE.
               READ LABOUR-BUDGET-FILE
                   AT END MOVE 'Y' TO WS-BUDGET-EOF
                   NOT AT END
                       IF LBG-YEAR = WS-REPORT-YEAR
                           PERFORM 220-POST-BUDGET-LINE
                       END-IF
               END-READ.

           220-POST-BUDGET-LINE.
               IF LBG-PERIOD < 1 OR LBG-PERIOD > 12
                   ADD 1 TO WS-BAD-PERIOD-COUNT
                   DISPLAY "*** BUDGET LINE FOR DEPT " LBG-DEPARTMENT
                       " HAS PERIOD " LBG-PERIOD " -- IGNORED ***"
               ELSE
                   MOVE LBG-DEPARTMENT TO WS-LOOKUP-CODE
                   PERFORM 150-FIND-OR-ADD-DEPARTMENT
                   IF WS-LB-FOUND-FLAG = 'Y'
                       ADD LBG-HOURS
                           TO WS-LB-ANN-BUD-HOURS(WS-LB-HIT-SUB)
                       ADD LBG-DOLLARS
                           TO WS-LB-ANN-BUD-DOLLARS(WS-LB-HIT-SUB)
                       IF LBG-PERIOD NOT > WS-REPORT-MONTH
                           ADD LBG-HOURS
                               TO WS-LB-YTD-BUD-HOURS(WS-LB-HIT-SUB)
                           ADD LBG-DOLLARS
                               TO WS-LB-YTD-BUD-DOLLARS(WS-LB-HIT-SUB)
                       END-IF
                       IF LBG-PERIOD = WS-REPORT-MONTH
                           ADD LBG-HOURS
                               TO WS-LB-PER-BUD-HOURS(WS-LB-HIT-SUB)
                           ADD LBG-DOLLARS
                               TO WS-LB-PER-BUD-DOLLARS(WS-LB-HIT-SUB)
                       END-IF
                   END-IF
               END-IF.

      *> A payroll run counts in the month it ran.  The labour
      *> cost is the gross paid plus the employer contributions.
           300-LOAD-PAYROLL-ACTUALS.
               OPEN INPUT DEPT-TOTALS-FILE.
               PERFORM 310-READ-DEPT-TOTAL
                   UNTIL WS-DEPT-EOF = 'Y'.
               CLOSE DEPT-TOTALS-FILE.

           310-READ-DEPT-TOTAL.
               READ DEPT-TOTALS-FILE
                   AT END MOVE 'Y' TO WS-DEPT-EOF
                   NOT AT END
                       MOVE DTL-DATE TO WS-DT-DATE
                       IF WS-DT-YEAR = WS-REPORT-YEAR
                           AND WS-DT-MONTH NOT > WS-REPORT-MONTH
                           PERFORM 320-POST-DEPT-TOTAL
                       END-IF
               END-READ.

           320-POST-DEPT-TOTAL.
               IF DTL-HOURS IS NOT NUMERIC
                   MOVE 0 TO DTL-HOURS
               END-IF.
               MOVE DTL-DEPARTMENT TO WS-LOOKUP-CODE.
               PERFORM 150-FIND-OR-ADD-DEPARTMENT.
               IF WS-LB-FOUND-FLAG = 'Y'
                   ADD DTL-HOURS TO WS-LB-YTD-ACT-HOURS(WS-LB-HIT-SUB)
                   ADD DTL-GROSS DTL-EMPLOYER
                       TO WS-LB-YTD-ACT-DOLLARS(WS-LB-HIT-SUB)
                   IF WS-DT-MONTH = WS-REPORT-MONTH
                       ADD DTL-HOURS
                           TO WS-LB-PER-ACT-HOURS(WS-LB-HIT-SUB)
                       ADD DTL-GROSS DTL-EMPLOYER
                           TO WS-LB-PER-ACT-DOLLARS(WS-LB-HIT-SUB)
                   END-IF
               END-IF.

           400-PRINT-BUDGET-REPORT.
               OPEN OUTPUT LABOUR-BUDGET-REPORT-OUT.
               MOVE WS-REPORT-YEAR TO WS-RH-YEAR.
               MOVE WS-REPORT-MONTH TO WS-RH-MONTH.
               MOVE WS-WARN-PERCENT TO WS-RH-WARN.
               DISPLAY WS-REPORT-HEAD.
               WRITE REPORT-LINE-OUT FROM WS-REPORT-HEAD.
               DISPLAY WS-COLUMN-HEAD-1.
               WRITE REPORT-LINE-OUT FROM WS-COLUMN-HEAD-1.
               DISPLAY WS-COLUMN-HEAD-2.
               WRITE REPORT-LINE-OUT FROM WS-COLUMN-HEAD-2.
               PERFORM 410-PRINT-ONE-DEPARTMENT
                   VARYING WS-LB-SUB FROM 1 BY 1
                   UNTIL WS-LB-SUB > WS-LB-COUNT.
               PERFORM 450-PRINT-GRAND-TOTAL.
               MOVE "DEPARTMENTS REPORTED:         " TO WS-C-CAPTION.
               MOVE WS-PRINTED-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE REPORT-LINE-OUT FROM WS-COUNT-LINE.
               MOVE "DEPARTMENTS FLAGGED:          " TO WS-C-CAPTION.
               MOVE WS-FLAGGED-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE REPORT-LINE-OUT FROM WS-COUNT-LINE.
               CLOSE LABOUR-BUDGET-REPORT-OUT.

      *> A department with neither a budget this year nor any
      *> spending to date has nothing to report.
           410-PRINT-ONE-DEPARTMENT.
               IF WS-LB-ANN-BUD-HOURS(WS-LB-SUB) > 0
                   OR WS-LB-ANN-BUD-DOLLARS(WS-LB-SUB) > 0
                   OR WS-LB-YTD-ACT-HOURS(WS-LB-SUB) > 0
                   OR WS-LB-YTD-ACT-DOLLARS(WS-LB-SUB) > 0
                   ADD 1 TO WS-PRINTED-COUNT
                   MOVE 'N' TO WS-ROW-FLAGGED
                   MOVE WS-LB-CODE(WS-LB-SUB) TO WS-DH-CODE
                   MOVE WS-LB-NAME(WS-LB-SUB) TO WS-DH-NAME
                   DISPLAY WS-DEPT-HEAD-LINE
                   WRITE REPORT-LINE-OUT FROM WS-DEPT-HEAD-LINE
                   MOVE "HOURS" TO WS-ML-MEASURE
                   MOVE WS-LB-PER-BUD-HOURS(WS-LB-SUB) TO WS-M-PER-BUD
                   MOVE WS-LB-PER-ACT-HOURS(WS-LB-SUB) TO WS-M-PER-ACT
                   MOVE WS-LB-YTD-BUD-HOURS(WS-LB-SUB) TO WS-M-YTD-BUD
                   MOVE WS-LB-YTD-ACT-HOURS(WS-LB-SUB) TO WS-M-YTD-ACT
                   MOVE WS-LB-ANN-BUD-HOURS(WS-LB-SUB) TO WS-M-ANNUAL
                   PERFORM 420-PRINT-ONE-MEASURE
                   MOVE "DOLLARS" TO WS-ML-MEASURE
                   MOVE WS-LB-PER-BUD-DOLLARS(WS-LB-SUB)
                       TO WS-M-PER-BUD
                   MOVE WS-LB-PER-ACT-DOLLARS(WS-LB-SUB)
                       TO WS-M-PER-ACT
                   MOVE WS-LB-YTD-BUD-DOLLARS(WS-LB-SUB)
                       TO WS-M-YTD-BUD
                   MOVE WS-LB-YTD-ACT-DOLLARS(WS-LB-SUB)
                       TO WS-M-YTD-ACT
                   MOVE WS-LB-ANN-BUD-DOLLARS(WS-LB-SUB)
                       TO WS-M-ANNUAL
                   PERFORM 420-PRINT-ONE-MEASURE
                   IF WS-ROW-FLAGGED = 'Y'
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
                   PERFORM 440-ADD-TO-GRAND-TOTAL
               END-IF.

      *> Variance is actual less budget, so over budget prints
      *> positive; the forecast runs the year-to-date actual on at
      *> the same monthly rate for the rest of the year.
           420-PRINT-ONE-MEASURE.
               MOVE WS-M-PER-BUD TO WS-ML-PER-BUD.
               MOVE WS-M-PER-ACT TO WS-ML-PER-ACT.
               COMPUTE WS-M-VARIANCE = WS-M-PER-ACT - WS-M-PER-BUD.
               MOVE WS-M-VARIANCE TO WS-ML-PER-VAR.
               IF WS-M-PER-BUD > 0
                   COMPUTE WS-M-PERCENT ROUNDED =
                       WS-M-PER-ACT * 100 / WS-M-PER-BUD
                       ON SIZE ERROR MOVE 9999 TO WS-M-PERCENT
                   END-COMPUTE
               ELSE
                   MOVE 0 TO WS-M-PERCENT
               END-IF.
               MOVE WS-M-PERCENT TO WS-ML-PER-PCT.
               MOVE WS-M-YTD-BUD TO WS-ML-YTD-BUD.
               MOVE WS-M-YTD-ACT TO WS-ML-YTD-ACT.
               COMPUTE WS-M-VARIANCE = WS-M-YTD-ACT - WS-M-YTD-BUD.
               MOVE WS-M-VARIANCE TO WS-ML-YTD-VAR.
               IF WS-M-YTD-BUD > 0
                   COMPUTE WS-M-YTD-PERCENT ROUNDED =
                       WS-M-YTD-ACT * 100 / WS-M-YTD-BUD
                       ON SIZE ERROR MOVE 9999 TO WS-M-YTD-PERCENT
                   END-COMPUTE
               ELSE
                   MOVE 0 TO WS-M-YTD-PERCENT
               END-IF.
               MOVE WS-M-YTD-PERCENT TO WS-ML-YTD-PCT.
               MOVE WS-M-ANNUAL TO WS-ML-ANNUAL.
               COMPUTE WS-M-FORECAST ROUNDED =
                   WS-M-YTD-ACT * 12 / WS-REPORT-MONTH.
               MOVE WS-M-FORECAST TO WS-ML-FORECAST.
               PERFORM 430-SET-MEASURE-FLAG.
               DISPLAY WS-MEASURE-LINE.
               WRITE REPORT-LINE-OUT FROM WS-MEASURE-LINE.

      *> A measure is flagged on the worse of the period and the
      *> year to date, so one bad month shows before it drags the
      *> year over.
           430-SET-MEASURE-FLAG.
               MOVE WS-M-YTD-PERCENT TO WS-M-HIGH-PERCENT.
               IF WS-M-PERCENT > WS-M-HIGH-PERCENT
                   MOVE WS-M-PERCENT TO WS-M-HIGH-PERCENT
               END-IF.
               MOVE 'Y' TO WS-M-FLAGGED.
               EVALUATE TRUE
                   WHEN WS-M-YTD-BUD = 0 AND WS-M-YTD-ACT > 0
                       MOVE "NO BUDGET" TO WS-ML-FLAG
                   WHEN WS-M-YTD-BUD = 0
                       MOVE 'N' TO WS-M-FLAGGED
                       MOVE SPACES TO WS-ML-FLAG
                   WHEN WS-M-YTD-ACT > WS-M-YTD-BUD
                       OR WS-M-PER-ACT > WS-M-PER-BUD
                       MOVE "OVER" TO WS-ML-FLAG
                   WHEN WS-M-HIGH-PERCENT NOT < WS-WARN-PERCENT
                       MOVE "WARNING" TO WS-ML-FLAG
                   WHEN OTHER
                       MOVE 'N' TO WS-M-FLAGGED
                       MOVE SPACES TO WS-ML-FLAG
               END-EVALUATE.
               IF WS-M-FLAGGED = 'Y'
                   MOVE 'Y' TO WS-ROW-FLAGGED
               END-IF.

           440-ADD-TO-GRAND-TOTAL.
               ADD WS-LB-PER-BUD-HOURS(WS-LB-SUB)
                   TO WS-TOT-PER-BUD-HOURS.
               ADD WS-LB-YTD-BUD-HOURS(WS-LB-SUB)
                   TO WS-TOT-YTD-BUD-HOURS.
               ADD WS-LB-ANN-BUD-HOURS(WS-LB-SUB)
                   TO WS-TOT-ANN-BUD-HOURS.
               ADD WS-LB-PER-ACT-HOURS(WS-LB-SUB)
                   TO WS-TOT-PER-ACT-HOURS.
               ADD WS-LB-YTD-ACT-HOURS(WS-LB-SUB)
                   TO WS-TOT-YTD-ACT-HOURS.
               ADD WS-LB-PER-BUD-DOLLARS(WS-LB-SUB)
                   TO WS-TOT-PER-BUD-DOLLARS.
               ADD WS-LB-YTD-BUD-DOLLARS(WS-LB-SUB)
                   TO WS-TOT-YTD-BUD-DOLLARS.
               ADD WS-LB-ANN-BUD-DOLLARS(WS-LB-SUB)
                   TO WS-TOT-ANN-BUD-DOLLARS.
               ADD WS-LB-PER-ACT-DOLLARS(WS-LB-SUB)
                   TO WS-TOT-PER-ACT-DOLLARS.
               ADD WS-LB-YTD-ACT-DOLLARS(WS-LB-SUB)
                   TO WS-TOT-YTD-ACT-DOLLARS.

      *> The total's own flags are shown but not counted: the
      *> departments under it have already been.
           450-PRINT-GRAND-TOTAL.
               MOVE "ALL " TO WS-DH-CODE.
               MOVE "ALL DEPARTMENTS" TO WS-DH-NAME.
               DISPLAY WS-DEPT-HEAD-LINE.
               WRITE REPORT-LINE-OUT FROM WS-DEPT-HEAD-LINE.
               MOVE "HOURS" TO WS-ML-MEASURE.
               MOVE WS-TOT-PER-BUD-HOURS TO WS-M-PER-BUD.
               MOVE WS-TOT-PER-ACT-HOURS TO WS-M-PER-ACT.
               MOVE WS-TOT-YTD-BUD-HOURS TO WS-M-YTD-BUD.
               MOVE WS-TOT-YTD-ACT-HOURS TO WS-M-YTD-ACT.
               MOVE WS-TOT-ANN-BUD-HOURS TO WS-M-ANNUAL.
               PERFORM 420-PRINT-ONE-MEASURE.
               MOVE "DOLLARS" TO WS-ML-MEASURE.
               MOVE WS-TOT-PER-BUD-DOLLARS TO WS-M-PER-BUD.
               MOVE WS-TOT-PER-ACT-DOLLARS TO WS-M-PER-ACT.
               MOVE WS-TOT-YTD-BUD-DOLLARS TO WS-M-YTD-BUD.
               MOVE WS-TOT-YTD-ACT-DOLLARS TO WS-M-YTD-ACT.
               MOVE WS-TOT-ANN-BUD-DOLLARS TO WS-M-ANNUAL.
               PERFORM 420-PRINT-ONE-MEASURE.

       END PROGRAM LABOUR_BUDGET_PROGRAM.
