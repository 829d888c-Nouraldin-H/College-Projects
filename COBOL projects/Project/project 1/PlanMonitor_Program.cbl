      * collection letters pick the full balance up as immediately
      * due, and the cancellation is journaled.  Nobody eyeballs the
      * schedule against the posting register by hand any more.
      * Modification history:
      *   12-02-2025 NH - payments are worked off the journal's before
      *     and after balances in dollars and cents, so a plan paid to
      *     the cent is no longer short by the rounding
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 STUDENT-FILE-OUT.
           05 STUDENT-NUMBER-OUT           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-OUT     PIC S9(7)V99.
           05 FILLER         PIC X(142).
           05 STUDENT-OVERDUE-PERIODS-OUT  PIC 9(2).

           05 FILLER              PIC X(1).
           05 JRNL-STUDENT-IN     PIC 9(7).
           05 FILLER              PIC X(1).
           05 JRNL-BEFORE-IN      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 JRNL-AFTER-IN       PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD MONITOR-CONTROL-FILE.
       01 MONITOR-CONTROL-RECORD.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-STUDENT-OUT    PIC 9(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-BEFORE-OUT     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-AFTER-OUT      PIC S9(7)V99 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
           05 WS-PLAN-ENTRY OCCURS 500 TIMES.
               10 WS-PL-STUDENT   PIC 9(7).
               10 WS-PL-SCHEDULED PIC 9(9)V99.
               10 WS-PL-PAID      PIC S9(9)V99.
               10 WS-PL-MISSES    PIC 9(2).
               10 WS-PL-CANCEL-FLAG PIC X(1).
       01 WS-PLAN-COUNT PIC 9(3) VALUE 0.
       01 WS-PLAN-SUB PIC 9(3).
       01 WS-PLAN-FOUND-FLAG PIC X(1).
       01 WS-LOOKUP-STUDENT PIC 9(7).
       01 WS-PAY-AMOUNT PIC S9(8)V99.


       01 WS-SHORTFALL PIC S9(9)V99.
       01 WS-MISSED-COUNT PIC 9(5) VALUE 0.
