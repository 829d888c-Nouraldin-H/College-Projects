      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 10-21-2025
      * Purpose: hold check against STUDENT-HOLDS.TXT (called like
      * OPERATOR_CHECK from every program that must refuse a held
      * student): given a student number, returns whether a hold is
      * on file and, if so, its type, reason, and date placed, so
      * registration, the transcript, and graduation all turn the
      * student away on the same rule.  The file is read straight
      * through on each call -- it is small and always current, so
      * a hold placed or released mid-day is honoured at once.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT_HOLD_CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL HOLD-FILE
           ASSIGN TO '..\STUDENT-HOLDS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One hold per student: type (COL collection placement, OVD
      *> overdue periods, FIN/ADM placed by hand), the reason, the
      *> date placed, and the operator (or run) that placed it.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HLD-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 HLD-TYPE            PIC X(3).
           05 FILLER              PIC X(1).
           05 HLD-REASON          PIC X(30).
           05 FILLER              PIC X(1).
           05 HLD-PLACED-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 HLD-OPERATOR        PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS PIC X(2).
       01 WS-EOF PIC X(1).

       LINKAGE SECTION.
       01 LS-HOLD-AREA.
           05 LS-HOLD-STUDENT     PIC 9(7).
           05 LS-HOLD-RESULT      PIC X(1).
               88 LS-NO-HOLD           VALUE '0'.
               88 LS-ON-HOLD           VALUE '1'.
           05 LS-HOLD-TYPE        PIC X(3).
           05 LS-HOLD-REASON      PIC X(30).
           05 LS-HOLD-DATE        PIC 9(8).

       PROCEDURE DIVISION USING LS-HOLD-AREA.
       MAIN-PROCEDURE.
           MOVE '0' TO LS-HOLD-RESULT.
           MOVE SPACES TO LS-HOLD-TYPE.
           MOVE SPACES TO LS-HOLD-REASON.
           MOVE 0 TO LS-HOLD-DATE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00" OR "05"
               PERFORM 100-READ-ONE-HOLD
                   UNTIL WS-EOF = 'Y' OR LS-ON-HOLD
               CLOSE HOLD-FILE
           END-IF.
       GOBACK.

           100-READ-ONE-HOLD.
               READ HOLD-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HLD-STUDENT-NUMBER = LS-HOLD-STUDENT
                           MOVE '1' TO LS-HOLD-RESULT
                           MOVE HLD-TYPE TO LS-HOLD-TYPE
                           MOVE HLD-REASON TO LS-HOLD-REASON
                           MOVE HLD-PLACED-DATE TO LS-HOLD-DATE
                       END-IF
               END-READ.

       END PROGRAM STUDENT_HOLD_CHECK.
