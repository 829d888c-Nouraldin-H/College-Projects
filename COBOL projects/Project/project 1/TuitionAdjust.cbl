      * STUDENT-JOURNAL.TXT.  Callers get a status code back instead
      * of overtyping the balance themselves.
      * Modification history:
      *   12-30-2025 NH - the adjustment area carries the approving
      *     operator, blank unless a second operator approved the item
      *     over the APPROVAL_CHECK threshold; the adjustment journal
      *     line carries it after the keying operator
      *   12-02-2025 NH - the balance, the amount passed in, and the
      *     adjustment journal, student journal, and sub-ledger
      *     amounts all carry cents
      *   11-19-2024 NH - every applied adjustment also posts one
      *     charge-coded line to the SUBLEDGER-POSTINGS.TXT
      *     sub-ledger, the charge code mapped from the reason code
       01 MASTER-RECORD.
           05 MASTER-STUDENT-NUMBER   PIC 9(7).
           05 FILLER                  PIC X(3).
           05 MASTER-TUITION-OWED     PIC S9(7)V99.
           05 FILLER                  PIC X(144).

       FD ADJUST-REASON-FILE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 ADJ-REASON-OUT      PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 ADJ-AMOUNT-OUT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 ADJ-BEFORE-OUT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 ADJ-AFTER-OUT       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 ADJ-APPROVER-OUT    PIC X(20).

       FD JOURNAL-FILE.
       01 JOURNAL-LINE-OUT.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-STUDENT-OUT    PIC 9(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-BEFORE-OUT     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRNL-AFTER-OUT      PIC S9(7)V99 SIGN LEADING SEPARATE.

      *> Reason-to-charge mapping: reason code, a space, and the
      *> charge code the sub-ledger itemizes under.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 SUB-CHARGE-OUT      PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 SUB-AMOUNT-OUT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 SUB-SOURCE-OUT      PIC X(3).

       01 WS-CHARGE-CODE PIC X(3).
       01 WS-REASON-EOF PIC X(1).
       01 WS-REASON-VALID-FLAG PIC X(1).
       01 WS-BEFORE-AMOUNT PIC S9(7)V99.
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).

       LINKAGE SECTION.
       01 LS-ADJUST-AREA.
           05 LS-STUDENT-NUMBER   PIC 9(7).
           05 LS-ADJUST-AMOUNT    PIC S9(7)V99.
           05 LS-REASON-CODE      PIC X(3).
           05 LS-OPERATOR         PIC X(20).
           05 LS-STATUS-CODE      PIC X(1).
               88 LS-STUDENT-NOT-FOUND     VALUE '1'.
               88 LS-REASON-NOT-ON-TABLE   VALUE '2'.
               88 LS-REWRITE-FAILED        VALUE '3'.
           05 LS-APPROVER         PIC X(20).

       PROCEDURE DIVISION USING LS-ADJUST-AREA.
       MAIN-PROCEDURE.
               MOVE LS-ADJUST-AMOUNT TO ADJ-AMOUNT-OUT.
               MOVE WS-BEFORE-AMOUNT TO ADJ-BEFORE-OUT.
               MOVE MASTER-TUITION-OWED TO ADJ-AFTER-OUT.
               MOVE LS-APPROVER TO ADJ-APPROVER-OUT.
               WRITE ADJUST-JOURNAL-LINE-OUT.
               CLOSE ADJUST-JOURNAL-FILE.

