      * lines onto the survivor, deletes the duplicate master
      * record under the master lock with a journal line, and runs
      * only for a supervisor-level operator.
      * Modification history:
      *   12-30-2025 NH - the TUITION_ADJUST area carries the
      *     approving-operator field, left blank by this program
      *   12-02-2025 NH - a duplicate's balance is moved to the
      *     surviving record to the cent
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 STUDENT-FILE-OUT.
           05 STUDENT-NUMBER-OUT           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-OUT     PIC S9(7)V99.
           05 FILLER         PIC X(3).
           05 STUDENT-FULL-NAME-OUT.
               10 STUDENT-TITLE-OUT        PIC A(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-STUDENT-OUT    PIC 9(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-BEFORE-OUT     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-AFTER-OUT      PIC S9(7)V99 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
           05 WS-LOCK-RESULT      PIC X(1).
       01 WS-ADJUST-AREA.
           05 WS-ADJ-STUDENT-NUMBER   PIC 9(7).
           05 WS-ADJ-AMOUNT           PIC S9(7)V99.
           05 WS-ADJ-REASON-CODE      PIC X(3).
           05 WS-ADJ-OPERATOR         PIC X(20).
           05 WS-ADJ-STATUS-CODE      PIC X(1).
               88 WS-ADJUSTMENT-APPLIED    VALUE '0'.
           05 WS-ADJ-APPROVER         PIC X(20) VALUE SPACES.

      *> Audit-mode match table: one row per master record.
       01 WS-NAME-TABLE.
       01 WS-DUPLICATE-EDIT PIC X(7).
       01 WS-SURVIVOR-NUMBER PIC 9(7).
       01 WS-DUPLICATE-NUMBER PIC 9(7).
       01 WS-DUP-BALANCE PIC S9(7)V99.
       01 WS-FOUND-FLAG PIC X(1).
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 5000 TIMES PIC X(29).
