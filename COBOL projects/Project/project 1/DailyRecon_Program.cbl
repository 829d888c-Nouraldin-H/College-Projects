      * totals the master, totals SESSION-TOTALS.TXT, and prints an
      * in-balance/out-of-balance report listing every student whose
      * last statement disagrees with the master balance.
      * Modification history:
      *   12-02-2025 NH - the master balance and the session control
      *     totals are read in dollars and cents, so all three totals
      *     now tie to the cent
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 STUDENT-FILE-OUT.
           05 STUDENT-NUMBER-OUT           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-OUT     PIC S9(7)V99.
           05 FILLER         PIC X(144).

       FD TUITION-STATEMENT-FILE.
           05 FILLER              PIC X(1).
           05 SESS-COUNT-IN       PIC 9(4).
           05 FILLER              PIC X(1).
           05 SESS-TOTAL-IN       PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD RECON-REPORT-OUT.
       01 RECON-LINE-OUT          PIC X(80).
       01 WS-STMT-COUNT PIC 9(5) VALUE 0.
       01 WS-STMT-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-SESS-COUNT PIC 9(5) VALUE 0.
       01 WS-SESS-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-MASTER-COUNT PIC 9(5) VALUE 0.
       01 WS-MASTER-TOTAL PIC S9(11)V99 VALUE 0.

       01 WS-DISCREPANCY-COUNT PIC 9(4) VALUE 0.
       01 WS-OUT-OF-BALANCE-FLAG PIC X(1) VALUE 'N'.

