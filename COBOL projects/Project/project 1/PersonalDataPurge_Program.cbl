      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 02-24-2026
      * Purpose: personal data purge for long-inactive students, to
      * the privacy policy's retention rule.  A student on the master
      * or on GRADUATES.TXT is purged once the account has been quiet
      * for the number of years on PURGE-CONTROL.TXT (no journal or
      * sub-ledger line, no address change, no graduation inside the
      * window, and no current enrollment), carries a zero balance,
      * and has no hold on STUDENT-HOLDS.TXT; anyone else is skipped
      * and counted by reason.  The purge blanks the name and the
      * address on the master record and the graduate record, takes
      * the student's line off STUDENT-BANK.TXT, blanks the addresses
      * on ADDRESS-HISTORY.TXT and drops any RETURNED-MAIL.TXT mark.
      * The student number, program, year, balance, grade history,
      * journal and sub-ledger are kept, so transcripts and audits
      * still tie out.  Every student purged gets a line on the
      * PURGE-CERTIFICATES.TXT certificate-of-destruction register
      * naming what was destroyed, when, and by whom.  Preview mode
      * lists who would go and touches nothing; the purge itself is
      * a supervisor-level run under the master lock, after a backup
      * generation of the master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONAL_DATA_PURGE_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO '..\STUDENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY STUDENT-NUMBER-IN
           FILE STATUS WS-KEY.
           SELECT OPTIONAL PURGE-CONTROL-FILE
           ASSIGN TO '..\PURGE-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-IN-FILE
           ASSIGN TO '..\STUDENT-JOURNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUBLEDGER-FILE
           ASSIGN TO '..\SUBLEDGER-POSTINGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ENROLLMENT-FILE
           ASSIGN TO '..\ENROLLMENT-FILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRADUATES-FILE
           ASSIGN TO '..\GRADUATES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STUDENT-BANK-FILE
           ASSIGN TO '..\STUDENT-BANK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADDRESS-HISTORY-FILE
           ASSIGN TO '..\ADDRESS-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETURNED-MAIL-FILE
           ASSIGN TO '..\RETURNED-MAIL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CERTIFICATE-FILE
           ASSIGN TO '..\PURGE-CERTIFICATES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PURGE-REPORT-OUT
           ASSIGN TO '..\PURGE-REPORT.TXT'
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

      *> Control card: years of inactivity after which personal
      *> details go.
       FD PURGE-CONTROL-FILE.
       01 PURGE-CONTROL-RECORD.
           05 CTL-PURGE-YEARS     PIC 9(2).

       FD JOURNAL-IN-FILE.
       01 JOURNAL-LINE-IN.
           05 JRNL-DATE-IN        PIC 9(8).
           05 FILLER              PIC X(1).
           05 JRNL-TIME-IN        PIC 9(8).
           05 FILLER              PIC X(1).
           05 JRNL-OPERATOR-IN    PIC X(20).
           05 FILLER              PIC X(1).
           05 JRNL-ACTION-IN      PIC X(3).
           05 FILLER              PIC X(1).
           05 JRNL-STUDENT-IN     PIC 9(7).
           05 FILLER              PIC X(1).
           05 JRNL-BEFORE-IN      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 JRNL-AFTER-IN       PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD SUBLEDGER-FILE.
       01 SUBLEDGER-LINE-IN.
           05 SUB-DATE-IN         PIC 9(8).
           05 FILLER              PIC X(1).
           05 SUB-STUDENT-IN      PIC 9(7).
           05 FILLER              PIC X(1).
           05 SUB-CHARGE-IN       PIC X(3).
           05 FILLER              PIC X(1).
           05 SUB-AMOUNT-IN       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 SUB-SOURCE-IN       PIC X(3).

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
           05 ENR-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 ENR-COURSE-CODE     PIC X(8).

      *> The master record as it left for the graduates file (the
      *> first 161 bytes of it), stamped with the roll date.
       FD GRADUATES-FILE.
       01 GRADUATE-RECORD.
           05 GRAD-STUDENT-NUMBER PIC 9(7).
           05 FILLER              PIC X(3).
           05 GRAD-TUITION-OWED   PIC S9(7)V99.
           05 FILLER              PIC X(3).
           05 GRAD-FULL-NAME.
               10 GRAD-TITLE      PIC A(6).
               10 GRAD-FIRST-NAME PIC A(15).
               10 GRAD-INITIAL    PIC A(2).
               10 GRAD-LAST-NAME  PIC A(28).
           05 FILLER              PIC X(3).
           05 GRAD-PROGRAM        PIC X(8).
           05 FILLER              PIC X(3).
           05 GRAD-YEAR           PIC 9(6).
           05 FILLER              PIC X(3).
           05 GRAD-ADDRESS        PIC X(62).
           05 FILLER              PIC X(3).
           05 FILLER              PIC X(1).
           05 GRAD-DATE           PIC 9(8).

       FD STUDENT-BANK-FILE.
       01 STUDENT-BANK-RECORD.
           05 SBK-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 SBK-BANK-TRANSIT    PIC 9(8).
           05 FILLER              PIC X(1).
           05 SBK-BANK-ACCOUNT    PIC 9(12).

       FD ADDRESS-HISTORY-FILE.
       01 ADDRESS-HISTORY-RECORD.
           05 ADH-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 ADH-CHANGE-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 ADH-PREVIOUS-ADDRESS PIC X(62).
           05 FILLER              PIC X(1).
           05 ADH-NEW-ADDRESS     PIC X(62).
           05 FILLER              PIC X(1).
           05 ADH-OPERATOR        PIC X(20).
           05 FILLER              PIC X(1).
           05 ADH-SOURCE          PIC X(3).

       FD RETURNED-MAIL-FILE.
       01 RETURNED-MAIL-RECORD.
           05 RML-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 RML-RETURNED-DATE   PIC 9(8).
           05 FILLER              PIC X(1).
           05 RML-ADDRESS         PIC X(62).
           05 FILLER              PIC X(1).
           05 RML-OPERATOR        PIC X(20).

      *> Certificate of destruction: one line per student purged --
      *> when, which record (MST master, GRD graduates file), what
      *> was destroyed, and the supervisor who ran the purge.
       FD CERTIFICATE-FILE.
       01 CERTIFICATE-RECORD.
           05 CRT-PURGE-DATE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 CRT-PURGE-TIME      PIC 9(8).
           05 FILLER              PIC X(1).
           05 CRT-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 CRT-SOURCE          PIC X(3).
           05 FILLER              PIC X(1).
           05 CRT-DESTROYED       PIC X(30).
           05 FILLER              PIC X(1).
           05 CRT-OPERATOR        PIC X(20).

       FD PURGE-REPORT-OUT.
       01 PURGE-REPORT-LINE-OUT   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-KEY PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-BACKUP-STATUS PIC X(1).
       01 WS-FILE-EOF PIC X(1).
       01 WS-SUB PIC 9(4).
       01 WS-LOOKUP-STUDENT PIC 9(7).

       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR       PIC 9(4).
           05 WS-TODAY-MMDD       PIC 9(4).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-R REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YEAR      PIC 9(4).
           05 WS-CUTOFF-MMDD      PIC 9(4).
       01 WS-PURGE-YEARS PIC 9(2) VALUE 7.
       01 WS-ACTIVITY-DATE PIC 9(8).

       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).

       01 WS-LOCK-AREA.
           05 WS-LOCK-ACTION      PIC X(1).
           05 WS-LOCK-OPERATOR    PIC X(20).
           05 WS-LOCK-RESULT      PIC X(1).

       01 WS-HOLD-AREA.
           05 WS-HOLD-STUDENT     PIC 9(7).
           05 WS-HOLD-RESULT      PIC X(1).
           05 WS-HOLD-TYPE        PIC X(3).
           05 WS-HOLD-REASON      PIC X(30).
           05 WS-HOLD-DATE        PIC 9(8).

      *> Every student with something inside the window.
       01 WS-ACTIVE-TABLE.
           05 WS-ACTIVE-STUDENT OCCURS 5000 TIMES PIC 9(7).
       01 WS-ACTIVE-COUNT PIC 9(4) VALUE 0.
       01 WS-ACTIVE-FOUND-FLAG PIC X(1).
       01 WS-ACTIVE-OVERFLOW PIC X(1) VALUE 'N'.

      *> The students selected for the purge and what has been
      *> destroyed for each so far.
       01 WS-CANDIDATE-TABLE.
           05 WS-CANDIDATE-ENTRY OCCURS 5000 TIMES.
               10 WS-CD-STUDENT   PIC 9(7).
               10 WS-CD-SOURCE    PIC X(3).
               10 WS-CD-LAST-NAME PIC X(28).
               10 WS-CD-BANK      PIC X(1).
               10 WS-CD-HISTORY   PIC X(1).
               10 WS-CD-MAIL      PIC X(1).
       01 WS-CANDIDATE-COUNT PIC 9(4) VALUE 0.
       01 WS-CAND-SUB PIC 9(4).
       01 WS-CAND-HIT-SUB PIC 9(4).
       01 WS-CANDIDATE-OVERFLOW PIC X(1) VALUE 'N'.

      *> The side files are held whole and rewritten whole.
       01 WS-GRADUATE-TABLE.
           05 WS-GRADUATE-IMAGE OCCURS 5000 TIMES PIC X(170).
       01 WS-GRADUATE-COUNT PIC 9(4) VALUE 0.
       01 WS-GRADUATE-EOF PIC X(1) VALUE 'N'.
       01 WS-BANK-TABLE.
           05 WS-BANK-IMAGE OCCURS 5000 TIMES PIC X(29).
       01 WS-BANK-COUNT PIC 9(4) VALUE 0.
       01 WS-BANK-EOF PIC X(1) VALUE 'N'.
       01 WS-HISTORY-TABLE.
           05 WS-HISTORY-IMAGE OCCURS 5000 TIMES PIC X(167).
       01 WS-HISTORY-COUNT PIC 9(4) VALUE 0.
       01 WS-HISTORY-EOF PIC X(1) VALUE 'N'.
       01 WS-RETURNED-TABLE.
           05 WS-RETURNED-IMAGE OCCURS 2000 TIMES PIC X(99).
       01 WS-RETURNED-COUNT PIC 9(4) VALUE 0.
       01 WS-RETURNED-EOF PIC X(1) VALUE 'N'.

      *> One record judged at a time, from either file.
       01 WS-JUDGE-AREA.
           05 WS-JG-STUDENT       PIC 9(7).
           05 WS-JG-SOURCE        PIC X(3).
           05 WS-JG-BALANCE       PIC S9(7)V99.
           05 WS-JG-NAME          PIC X(51).
           05 WS-JG-LAST-NAME     PIC X(28).
           05 WS-JG-ADDRESS       PIC X(62).
           05 WS-JG-GRAD-DATE     PIC 9(8).

       01 WS-DESTROYED-LIST PIC X(30).
       01 WS-DESTROYED-POINTER PIC 9(2).
       01 WS-PREVIOUS-COUNT PIC 9(5) VALUE 0.
       01 WS-ACTIVE-SKIPS PIC 9(5) VALUE 0.
       01 WS-BALANCE-SKIPS PIC 9(5) VALUE 0.
       01 WS-HOLD-SKIPS PIC 9(5) VALUE 0.
       01 WS-PURGED-COUNT PIC 9(5) VALUE 0.

       01 WS-HEADING-LINE.
           05 FILLER              PIC X(28)
               VALUE "PERSONAL DATA PURGE -- RUN ".
           05 WS-HD-DATE          PIC 9(8).
           05 FILLER              PIC X(19)
               VALUE "  INACTIVE SINCE < ".
           05 WS-HD-CUTOFF        PIC 9(8).
       01 WS-DETAIL-LINE.
           05 WS-D-NUMBER         PIC 9(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-SOURCE         PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-LAST-NAME      PIC X(28).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-ACTION         PIC X(11).
       01 WS-COUNT-LINE.
           05 WS-C-CAPTION        PIC X(30).
           05 WS-C-COUNT          PIC ZZZZ9.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "PERSONAL_DATA_PURGE_PROGRAM".
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
           ACCEPT WS-NOW-TIME FROM TIME.
           DISPLAY "Preview the purge, or run it? (P/R) "
           ACCEPT WS-MODE.
           IF WS-MODE = 'R' OR 'r'
               PERFORM 150-SIGN-ON-SUPERVISOR
           ELSE
               MOVE 'P' TO WS-MODE
           END-IF.
           PERFORM 100-LOAD-PURGE-CONTROL.
           PERFORM 200-LOAD-ACTIVITY.
           PERFORM 240-LOAD-SIDE-FILES.
           PERFORM 290-CHECK-TABLE-CEILINGS.
           IF WS-MODE = 'R' OR 'r'
               MOVE 'A' TO WS-LOCK-ACTION
               MOVE WS-AUDIT-OPERATOR TO WS-LOCK-OPERATOR
               CALL 'MASTER_LOCK' USING WS-LOCK-AREA
               IF WS-LOCK-RESULT NOT = '0'
                   DISPLAY "Master is in use -- purge not started."
                   MOVE 8 TO WS-RUN-STATUS
                   PERFORM 700-LOG-THIS-RUN
                   STOP RUN
               END-IF
               CALL 'STUDENT_MASTER_BACKUP' USING WS-BACKUP-STATUS
           END-IF.
           OPEN OUTPUT PURGE-REPORT-OUT.
           MOVE WS-TODAY TO WS-HD-DATE.
           MOVE WS-CUTOFF-DATE TO WS-HD-CUTOFF.
           DISPLAY WS-HEADING-LINE.
           WRITE PURGE-REPORT-LINE-OUT FROM WS-HEADING-LINE.
           PERFORM 300-SELECT-MASTER-CANDIDATES.
           PERFORM 330-SELECT-GRADUATE-CANDIDATES.
           IF WS-CANDIDATE-OVERFLOW = 'Y'
               DISPLAY "*** WARNING: MORE THAN 5000 STUDENTS ARE DUE "
                   "-- THE REST WAIT FOR THE NEXT RUN."
               MOVE 4 TO WS-RUN-STATUS
           END-IF.
           IF WS-MODE = 'R' OR 'r'
               PERFORM 400-APPLY-THE-PURGE
               MOVE 'R' TO WS-LOCK-ACTION
               CALL 'MASTER_LOCK' USING WS-LOCK-AREA
           END-IF.
           PERFORM 600-WRITE-RUN-TOTALS.
           CLOSE PURGE-REPORT-OUT.
           PERFORM 700-LOG-THIS-RUN.
           STOP RUN.

      *> The window runs back the control card's years from today;
      *> anything dated on or after the cutoff is recent.
           100-LOAD-PURGE-CONTROL.
               OPEN INPUT PURGE-CONTROL-FILE.
               READ PURGE-CONTROL-FILE
                   AT END
                       DISPLAY "No purge control card -- using "
                           "default: " WS-PURGE-YEARS " YEARS"
                   NOT AT END
                       IF CTL-PURGE-YEARS IS NUMERIC
                           AND CTL-PURGE-YEARS > 0
                           MOVE CTL-PURGE-YEARS TO WS-PURGE-YEARS
                       END-IF
               END-READ.
               CLOSE PURGE-CONTROL-FILE.
               MOVE WS-TODAY TO WS-CUTOFF-DATE.
               SUBTRACT WS-PURGE-YEARS FROM WS-CUTOFF-YEAR.

      *> Destroying personal data cannot be undone, so the run is
      *> a supervisor's, like the duplicate merge.
           150-SIGN-ON-SUPERVISOR.
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
               IF WS-OP-AUTH-LEVEL < 3
                   DISPLAY "A purge destroys personal data -- "
                       "supervisor level required."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> Any balance movement (journal), any charge or credit (sub-
      *> ledger) or any enrollment on file keeps the student
      *> active; address changes and graduations are added as the
      *> side files load.
           200-LOAD-ACTIVITY.
               MOVE 'N' TO WS-FILE-EOF.
               OPEN INPUT JOURNAL-IN-FILE.
               PERFORM 210-READ-JOURNAL-LINE UNTIL WS-FILE-EOF = 'Y'.
               CLOSE JOURNAL-IN-FILE.
               MOVE 'N' TO WS-FILE-EOF.
               OPEN INPUT SUBLEDGER-FILE.
               PERFORM 220-READ-SUBLEDGER-LINE UNTIL WS-FILE-EOF = 'Y'.
               CLOSE SUBLEDGER-FILE.
               MOVE 'N' TO WS-FILE-EOF.
               OPEN INPUT ENROLLMENT-FILE.
               PERFORM 230-READ-ENROLLMENT-LINE
                   UNTIL WS-FILE-EOF = 'Y'.
               CLOSE ENROLLMENT-FILE.

           205-NOTE-ACTIVE-STUDENT.
               IF WS-ACTIVITY-DATE >= WS-CUTOFF-DATE
                   PERFORM 206-CHECK-IF-ACTIVE
                   IF WS-ACTIVE-FOUND-FLAG = 'N'
                       IF WS-ACTIVE-COUNT < 5000
                           ADD 1 TO WS-ACTIVE-COUNT
                           MOVE WS-LOOKUP-STUDENT
                               TO WS-ACTIVE-STUDENT(WS-ACTIVE-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-ACTIVE-OVERFLOW
                       END-IF
                   END-IF
               END-IF.

           206-CHECK-IF-ACTIVE.
               MOVE 'N' TO WS-ACTIVE-FOUND-FLAG.
               PERFORM 207-SCAN-ACTIVE-ENTRY
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ACTIVE-COUNT
                       OR WS-ACTIVE-FOUND-FLAG = 'Y'.

           207-SCAN-ACTIVE-ENTRY.
               IF WS-ACTIVE-STUDENT(WS-SUB) = WS-LOOKUP-STUDENT
                   MOVE 'Y' TO WS-ACTIVE-FOUND-FLAG
               END-IF.

           210-READ-JOURNAL-LINE.
               READ JOURNAL-IN-FILE
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       MOVE JRNL-STUDENT-IN TO WS-LOOKUP-STUDENT
                       MOVE JRNL-DATE-IN TO WS-ACTIVITY-DATE
                       PERFORM 205-NOTE-ACTIVE-STUDENT
               END-READ.

           220-READ-SUBLEDGER-LINE.
               READ SUBLEDGER-FILE
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       MOVE SUB-STUDENT-IN TO WS-LOOKUP-STUDENT
                       MOVE SUB-DATE-IN TO WS-ACTIVITY-DATE
                       PERFORM 205-NOTE-ACTIVE-STUDENT
               END-READ.

      *> The enrollment file carries no date -- being on it at all
      *> means the student is registered now.
           230-READ-ENROLLMENT-LINE.
               READ ENROLLMENT-FILE
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       MOVE ENR-STUDENT-NUMBER TO WS-LOOKUP-STUDENT
                       MOVE WS-TODAY TO WS-ACTIVITY-DATE
                       PERFORM 205-NOTE-ACTIVE-STUDENT
               END-READ.

           240-LOAD-SIDE-FILES.
               OPEN INPUT GRADUATES-FILE.
               PERFORM 245-READ-GRADUATE-RECORD
                   UNTIL WS-GRADUATE-EOF = 'Y'
                       OR WS-GRADUATE-COUNT = 5000.
               CLOSE GRADUATES-FILE.
               OPEN INPUT STUDENT-BANK-FILE.
               PERFORM 250-READ-BANK-RECORD
                   UNTIL WS-BANK-EOF = 'Y' OR WS-BANK-COUNT = 5000.
               CLOSE STUDENT-BANK-FILE.
               OPEN INPUT ADDRESS-HISTORY-FILE.
               PERFORM 255-READ-HISTORY-RECORD
                   UNTIL WS-HISTORY-EOF = 'Y'
                       OR WS-HISTORY-COUNT = 5000.
               CLOSE ADDRESS-HISTORY-FILE.
               OPEN INPUT RETURNED-MAIL-FILE.
               PERFORM 260-READ-RETURNED-RECORD
                   UNTIL WS-RETURNED-EOF = 'Y'
                       OR WS-RETURNED-COUNT = 2000.
               CLOSE RETURNED-MAIL-FILE.

           245-READ-GRADUATE-RECORD.
               READ GRADUATES-FILE
                   AT END MOVE 'Y' TO WS-GRADUATE-EOF
                   NOT AT END
                       ADD 1 TO WS-GRADUATE-COUNT
                       MOVE GRADUATE-RECORD
                           TO WS-GRADUATE-IMAGE(WS-GRADUATE-COUNT)
                       MOVE GRAD-STUDENT-NUMBER TO WS-LOOKUP-STUDENT
                       MOVE GRAD-DATE TO WS-ACTIVITY-DATE
                       PERFORM 205-NOTE-ACTIVE-STUDENT
               END-READ.

           250-READ-BANK-RECORD.
               READ STUDENT-BANK-FILE
                   AT END MOVE 'Y' TO WS-BANK-EOF
                   NOT AT END
                       ADD 1 TO WS-BANK-COUNT
                       MOVE STUDENT-BANK-RECORD
                           TO WS-BANK-IMAGE(WS-BANK-COUNT)
               END-READ.

           255-READ-HISTORY-RECORD.
               READ ADDRESS-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE ADDRESS-HISTORY-RECORD
                           TO WS-HISTORY-IMAGE(WS-HISTORY-COUNT)
                       MOVE ADH-STUDENT-NUMBER TO WS-LOOKUP-STUDENT
                       MOVE ADH-CHANGE-DATE TO WS-ACTIVITY-DATE
                       PERFORM 205-NOTE-ACTIVE-STUDENT
               END-READ.

           260-READ-RETURNED-RECORD.
               READ RETURNED-MAIL-FILE
                   AT END MOVE 'Y' TO WS-RETURNED-EOF
                   NOT AT END
                       ADD 1 TO WS-RETURNED-COUNT
                       MOVE RETURNED-MAIL-RECORD
                           TO WS-RETURNED-IMAGE(WS-RETURNED-COUNT)
               END-READ.

      *> A side file the tables could not hold whole would be
      *> truncated by the rewrite, and a student the activity table
      *> could not hold might be purged while still active -- either
      *> way nothing is touched.
           290-CHECK-TABLE-CEILINGS.
               IF WS-ACTIVE-OVERFLOW = 'Y'
                   DISPLAY "RECENT ACTIVITY EXCEEDS THE 5000-STUDENT "
                       "TABLE -- RUN ABORTED, NOTHING PURGED."
                   PERFORM 295-ABORT-THE-RUN
               END-IF.
               IF WS-GRADUATE-EOF NOT = 'Y'
                   DISPLAY "GRADUATES.TXT EXCEEDS THE 5000-LINE "
                       "TABLE -- RUN ABORTED, FILE LEFT ALONE."
                   PERFORM 295-ABORT-THE-RUN
               END-IF.
               IF WS-BANK-EOF NOT = 'Y'
                   DISPLAY "STUDENT-BANK.TXT EXCEEDS THE 5000-LINE "
                       "TABLE -- RUN ABORTED, FILE LEFT ALONE."
                   PERFORM 295-ABORT-THE-RUN
               END-IF.
               IF WS-HISTORY-EOF NOT = 'Y'
                   DISPLAY "ADDRESS-HISTORY.TXT EXCEEDS THE 5000-LINE "
                       "TABLE -- RUN ABORTED, FILE LEFT ALONE."
                   PERFORM 295-ABORT-THE-RUN
               END-IF.
               IF WS-RETURNED-EOF NOT = 'Y'
                   DISPLAY "RETURNED-MAIL.TXT EXCEEDS THE 2000-LINE "
                       "TABLE -- RUN ABORTED, FILE LEFT ALONE."
                   PERFORM 295-ABORT-THE-RUN
               END-IF.

           295-ABORT-THE-RUN.
               MOVE 8 TO WS-RUN-STATUS.
               PERFORM 700-LOG-THIS-RUN.
               STOP RUN.

           300-SELECT-MASTER-CANDIDATES.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT STUDENT-MASTER-FILE.
               PERFORM 310-READ-STUDENT-RECORD UNTIL WS-EOF = 'Y'.
               CLOSE STUDENT-MASTER-FILE.

           310-READ-STUDENT-RECORD.
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RL-READ-COUNT
                       MOVE STUDENT-NUMBER-IN TO WS-JG-STUDENT
                       MOVE "MST" TO WS-JG-SOURCE
                       MOVE STUDENT-TUITION-OWED-IN TO WS-JG-BALANCE
                       MOVE STUDENT-FULL-NAME-IN TO WS-JG-NAME
                       MOVE STUDENT-LAST-NAME-IN TO WS-JG-LAST-NAME
                       MOVE STUDENT-ADDRESS-IN TO WS-JG-ADDRESS
                       PERFORM 320-JUDGE-ONE-STUDENT
               END-READ.

      *> A record already blanked was purged by an earlier run.
      *> Otherwise the cheap tests go first and the hold file is
      *> only read for a student who has passed them.
           320-JUDGE-ONE-STUDENT.
               MOVE WS-JG-STUDENT TO WS-LOOKUP-STUDENT.
               PERFORM 206-CHECK-IF-ACTIVE.
               EVALUATE TRUE
                   WHEN WS-JG-NAME = SPACES
                       AND WS-JG-ADDRESS = SPACES
                       ADD 1 TO WS-PREVIOUS-COUNT
                   WHEN WS-ACTIVE-FOUND-FLAG = 'Y'
                       ADD 1 TO WS-ACTIVE-SKIPS
                   WHEN WS-JG-BALANCE NOT = 0
                       ADD 1 TO WS-BALANCE-SKIPS
                       MOVE "OPEN BAL" TO WS-D-ACTION
                       PERFORM 345-REPORT-ONE-STUDENT
                   WHEN OTHER
                       MOVE WS-JG-STUDENT TO WS-HOLD-STUDENT
                       CALL 'STUDENT_HOLD_CHECK' USING WS-HOLD-AREA
                       IF WS-HOLD-RESULT = '1'
                           ADD 1 TO WS-HOLD-SKIPS
                           MOVE "ON HOLD" TO WS-D-ACTION
                           PERFORM 345-REPORT-ONE-STUDENT
                       ELSE
                           PERFORM 340-ADD-CANDIDATE
                       END-IF
               END-EVALUATE.

           330-SELECT-GRADUATE-CANDIDATES.
               PERFORM 335-JUDGE-ONE-GRADUATE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-GRADUATE-COUNT.

           335-JUDGE-ONE-GRADUATE.
               MOVE WS-GRADUATE-IMAGE(WS-SUB) TO GRADUATE-RECORD.
               MOVE GRAD-STUDENT-NUMBER TO WS-JG-STUDENT.
               MOVE "GRD" TO WS-JG-SOURCE.
               MOVE GRAD-TUITION-OWED TO WS-JG-BALANCE.
               MOVE GRAD-FULL-NAME TO WS-JG-NAME.
               MOVE GRAD-LAST-NAME TO WS-JG-LAST-NAME.
               MOVE GRAD-ADDRESS TO WS-JG-ADDRESS.
               MOVE WS-SUB TO WS-CAND-SUB.
               PERFORM 320-JUDGE-ONE-STUDENT.
               MOVE WS-CAND-SUB TO WS-SUB.

           340-ADD-CANDIDATE.
               IF WS-CANDIDATE-COUNT < 5000
                   ADD 1 TO WS-CANDIDATE-COUNT
                   MOVE WS-JG-STUDENT
                       TO WS-CD-STUDENT(WS-CANDIDATE-COUNT)
                   MOVE WS-JG-SOURCE TO WS-CD-SOURCE(WS-CANDIDATE-COUNT)
                   MOVE WS-JG-LAST-NAME
                       TO WS-CD-LAST-NAME(WS-CANDIDATE-COUNT)
                   MOVE 'N' TO WS-CD-BANK(WS-CANDIDATE-COUNT)
                   MOVE 'N' TO WS-CD-HISTORY(WS-CANDIDATE-COUNT)
                   MOVE 'N' TO WS-CD-MAIL(WS-CANDIDATE-COUNT)
                   IF WS-MODE = 'R' OR 'r'
                       MOVE "PURGED" TO WS-D-ACTION
                   ELSE
                       MOVE "WOULD PURGE" TO WS-D-ACTION
                   END-IF
                   PERFORM 345-REPORT-ONE-STUDENT
               ELSE
                   MOVE 'Y' TO WS-CANDIDATE-OVERFLOW
               END-IF.

           345-REPORT-ONE-STUDENT.
               MOVE WS-JG-STUDENT TO WS-D-NUMBER.
               MOVE WS-JG-SOURCE TO WS-D-SOURCE.
               MOVE WS-JG-LAST-NAME TO WS-D-LAST-NAME.
               DISPLAY WS-DETAIL-LINE.
               WRITE PURGE-REPORT-LINE-OUT FROM WS-DETAIL-LINE.

           350-FIND-CANDIDATE.
               MOVE 0 TO WS-CAND-HIT-SUB.
               PERFORM 355-SCAN-CANDIDATE-ENTRY
                   VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CANDIDATE-COUNT
                       OR WS-CAND-HIT-SUB > 0.

           355-SCAN-CANDIDATE-ENTRY.
               IF WS-CD-STUDENT(WS-CAND-SUB) = WS-LOOKUP-STUDENT
                   MOVE WS-CAND-SUB TO WS-CAND-HIT-SUB
               END-IF.

      *> The master records are blanked by key, then each side file
      *> is rewritten from its table with the candidates' personal
      *> details gone, and last the certificates are written.
           400-APPLY-THE-PURGE.
               OPEN I-O STUDENT-MASTER-FILE.
               PERFORM 410-PURGE-ONE-MASTER-RECORD
                   VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CANDIDATE-COUNT.
               CLOSE STUDENT-MASTER-FILE.
               PERFORM 420-PURGE-GRADUATES-FILE.
               PERFORM 430-PURGE-BANK-FILE.
               PERFORM 440-PURGE-ADDRESS-HISTORY.
               PERFORM 450-PURGE-RETURNED-MAIL.
               OPEN EXTEND CERTIFICATE-FILE.
               PERFORM 460-WRITE-ONE-CERTIFICATE
                   VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CANDIDATE-COUNT.
               CLOSE CERTIFICATE-FILE.

           410-PURGE-ONE-MASTER-RECORD.
               IF WS-CD-SOURCE(WS-CAND-SUB) = "MST"
                   MOVE WS-CD-STUDENT(WS-CAND-SUB) TO STUDENT-NUMBER-IN
                   READ STUDENT-MASTER-FILE
                       INVALID KEY
                           DISPLAY "Student left the master before "
                               "the purge: " STUDENT-NUMBER-IN
                           MOVE 0 TO WS-CD-STUDENT(WS-CAND-SUB)
                           ADD 1 TO WS-RL-REJECTED-COUNT
                           MOVE 4 TO WS-RUN-STATUS
                       NOT INVALID KEY
                           MOVE SPACES TO STUDENT-FULL-NAME-IN
                           MOVE SPACES TO STUDENT-ADDRESS-IN
                           PERFORM 415-REWRITE-MASTER-RECORD
                   END-READ
               END-IF.

           415-REWRITE-MASTER-RECORD.
               REWRITE STUDENT-FILE-IN
                   INVALID KEY
                       DISPLAY "Purge rejected by the master, "
                           "file status " WS-KEY " for: "
                           STUDENT-NUMBER-IN
                       MOVE 0 TO WS-CD-STUDENT(WS-CAND-SUB)
                       ADD 1 TO WS-RL-REJECTED-COUNT
                       MOVE 4 TO WS-RUN-STATUS
               END-REWRITE.

           420-PURGE-GRADUATES-FILE.
               OPEN OUTPUT GRADUATES-FILE.
               PERFORM 425-WRITE-ONE-GRADUATE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-GRADUATE-COUNT.
               CLOSE GRADUATES-FILE.

           425-WRITE-ONE-GRADUATE.
               MOVE WS-GRADUATE-IMAGE(WS-SUB) TO GRADUATE-RECORD.
               MOVE GRAD-STUDENT-NUMBER TO WS-LOOKUP-STUDENT.
               PERFORM 350-FIND-CANDIDATE.
               IF WS-CAND-HIT-SUB > 0
                   MOVE SPACES TO GRAD-FULL-NAME
                   MOVE SPACES TO GRAD-ADDRESS
               END-IF.
               WRITE GRADUATE-RECORD.

      *> Bank details go outright -- the line is not rewritten.
           430-PURGE-BANK-FILE.
               OPEN OUTPUT STUDENT-BANK-FILE.
               PERFORM 435-WRITE-ONE-BANK-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BANK-COUNT.
               CLOSE STUDENT-BANK-FILE.

           435-WRITE-ONE-BANK-LINE.
               MOVE WS-BANK-IMAGE(WS-SUB) TO STUDENT-BANK-RECORD.
               MOVE SBK-STUDENT-NUMBER TO WS-LOOKUP-STUDENT.
               PERFORM 350-FIND-CANDIDATE.
               IF WS-CAND-HIT-SUB > 0
                   MOVE 'Y' TO WS-CD-BANK(WS-CAND-HIT-SUB)
               ELSE
                   WRITE STUDENT-BANK-RECORD
               END-IF.

      *> The change lines stay, dated, with the addresses blanked.
           440-PURGE-ADDRESS-HISTORY.
               OPEN OUTPUT ADDRESS-HISTORY-FILE.
               PERFORM 445-WRITE-ONE-HISTORY-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HISTORY-COUNT.
               CLOSE ADDRESS-HISTORY-FILE.

           445-WRITE-ONE-HISTORY-LINE.
               MOVE WS-HISTORY-IMAGE(WS-SUB) TO ADDRESS-HISTORY-RECORD.
               MOVE ADH-STUDENT-NUMBER TO WS-LOOKUP-STUDENT.
               PERFORM 350-FIND-CANDIDATE.
               IF WS-CAND-HIT-SUB > 0
                   MOVE SPACES TO ADH-PREVIOUS-ADDRESS
                   MOVE SPACES TO ADH-NEW-ADDRESS
                   MOVE 'Y' TO WS-CD-HISTORY(WS-CAND-HIT-SUB)
               END-IF.
               WRITE ADDRESS-HISTORY-RECORD.

           450-PURGE-RETURNED-MAIL.
               OPEN OUTPUT RETURNED-MAIL-FILE.
               PERFORM 455-WRITE-ONE-RETURNED-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RETURNED-COUNT.
               CLOSE RETURNED-MAIL-FILE.

           455-WRITE-ONE-RETURNED-LINE.
               MOVE WS-RETURNED-IMAGE(WS-SUB) TO RETURNED-MAIL-RECORD.
               MOVE RML-STUDENT-NUMBER TO WS-LOOKUP-STUDENT.
               PERFORM 350-FIND-CANDIDATE.
               IF WS-CAND-HIT-SUB > 0
                   MOVE 'Y' TO WS-CD-MAIL(WS-CAND-HIT-SUB)
               ELSE
                   WRITE RETURNED-MAIL-RECORD
               END-IF.

      *> A candidate whose master record could not be blanked was
      *> zeroed out of the table and gets no certificate.
           460-WRITE-ONE-CERTIFICATE.
               IF WS-CD-STUDENT(WS-CAND-SUB) NOT = 0
                   MOVE "NAME ADDRESS" TO WS-DESTROYED-LIST
                   MOVE 13 TO WS-DESTROYED-POINTER
                   IF WS-CD-BANK(WS-CAND-SUB) = 'Y'
                       STRING " BANK" DELIMITED BY SIZE
                           INTO WS-DESTROYED-LIST
                           WITH POINTER WS-DESTROYED-POINTER
                       END-STRING
                   END-IF
                   IF WS-CD-HISTORY(WS-CAND-SUB) = 'Y'
                       STRING " ADDR-HIST" DELIMITED BY SIZE
                           INTO WS-DESTROYED-LIST
                           WITH POINTER WS-DESTROYED-POINTER
                       END-STRING
                   END-IF
                   IF WS-CD-MAIL(WS-CAND-SUB) = 'Y'
                       STRING " RET-MAIL" DELIMITED BY SIZE
                           INTO WS-DESTROYED-LIST
                           WITH POINTER WS-DESTROYED-POINTER
                       END-STRING
                   END-IF
                   MOVE SPACES TO CERTIFICATE-RECORD
                   MOVE WS-TODAY TO CRT-PURGE-DATE
                   MOVE WS-NOW-TIME TO CRT-PURGE-TIME
                   MOVE WS-CD-STUDENT(WS-CAND-SUB)
                       TO CRT-STUDENT-NUMBER
                   MOVE WS-CD-SOURCE(WS-CAND-SUB) TO CRT-SOURCE
                   MOVE WS-DESTROYED-LIST TO CRT-DESTROYED
                   MOVE WS-AUDIT-OPERATOR TO CRT-OPERATOR
                   WRITE CERTIFICATE-RECORD
                   ADD 1 TO WS-PURGED-COUNT
                   ADD 1 TO WS-RL-WRITTEN-COUNT
               END-IF.

           600-WRITE-RUN-TOTALS.
               IF WS-MODE = 'R' OR 'r'
                   MOVE "STUDENTS PURGED:" TO WS-C-CAPTION
                   MOVE WS-PURGED-COUNT TO WS-C-COUNT
               ELSE
                   MOVE "STUDENTS DUE FOR PURGE:" TO WS-C-CAPTION
                   MOVE WS-CANDIDATE-COUNT TO WS-C-COUNT
               END-IF.
               PERFORM 610-WRITE-COUNT-LINE.
               MOVE "SKIPPED, ACTIVE IN WINDOW:" TO WS-C-CAPTION.
               MOVE WS-ACTIVE-SKIPS TO WS-C-COUNT.
               PERFORM 610-WRITE-COUNT-LINE.
               MOVE "SKIPPED, OPEN BALANCE:" TO WS-C-CAPTION.
               MOVE WS-BALANCE-SKIPS TO WS-C-COUNT.
               PERFORM 610-WRITE-COUNT-LINE.
               MOVE "SKIPPED, ON HOLD:" TO WS-C-CAPTION.
               MOVE WS-HOLD-SKIPS TO WS-C-COUNT.
               PERFORM 610-WRITE-COUNT-LINE.
               MOVE "PURGED BY AN EARLIER RUN:" TO WS-C-CAPTION.
               MOVE WS-PREVIOUS-COUNT TO WS-C-COUNT.
               PERFORM 610-WRITE-COUNT-LINE.

           610-WRITE-COUNT-LINE.
               DISPLAY WS-COUNT-LINE.
               WRITE PURGE-REPORT-LINE-OUT FROM WS-COUNT-LINE.

      *> Standard run-log record for the morning summary.
      *> A CALL resets the RETURN-CODE register, so the run's own
      *> code is put back after the log call -- it must be the last
      *> thing set before control leaves the program.
           700-LOG-THIS-RUN.
               MOVE WS-RUN-STATUS TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM PERSONAL_DATA_PURGE_PROGRAM.
