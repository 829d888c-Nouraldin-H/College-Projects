      * shared TUITION_ADJUST path with the WDR reason code, and
      * append one line to the withdrawal register showing the
      * whole proration arithmetic for the registrar's file.
      * Modification history:
      *   12-30-2025 NH - the TUITION_ADJUST area carries the
      *     approving-operator field, left blank by this program
      *   12-02-2025 NH - the withdrawal refund is worked off the
      *     balance to the cent and the register shows cents
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 STUDENT-FILE-IN.
           05 STUDENT-NUMBER-IN           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-IN     PIC S9(7)V99.
           05 FILLER         PIC X(144).

      *> One band per line: effective-from, effective-to, and the
           05 WS-OP-AUTH-STATUS   PIC X(1).
       01 WS-ADJUST-AREA.
           05 WS-ADJ-STUDENT-NUMBER   PIC 9(7).
           05 WS-ADJ-AMOUNT           PIC S9(7)V99.
           05 WS-ADJ-REASON-CODE      PIC X(3).
           05 WS-ADJ-OPERATOR         PIC X(20).
           05 WS-ADJ-STATUS-CODE      PIC X(1).
               88 WS-ADJUSTMENT-APPLIED    VALUE '0'.
           05 WS-ADJ-APPROVER         PIC X(20) VALUE SPACES.

       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 50 TIMES.
       01 WS-BAND-SUB PIC 9(2).

       01 WS-FOUND-FLAG PIC X(1).
       01 WS-BALANCE-BEFORE PIC S9(7)V99.
       01 WS-REFUND-PERCENT PIC 9(3).
       01 WS-REFUND-AMOUNT PIC 9(7)V99.

       01 WS-REGISTER-LINE.
           05 WS-R-DATE           PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-R-NUMBER         PIC 9(7).
           05 FILLER              PIC X(9) VALUE " BALANCE ".
           05 WS-R-BALANCE        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(3) VALUE " X ".
           05 WS-R-PERCENT        PIC ZZ9.
           05 FILLER              PIC X(10) VALUE "% REFUND  ".
           05 WS-R-REFUND         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(9) VALUE " NEW BAL ".
           05 WS-R-NEW-BALANCE    PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
