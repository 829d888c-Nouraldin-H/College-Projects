      * master go to the awards rejects file in the original layout
      * with a reason code, and the award register totals by
      * funding source for the aid office.
      * Modification history:
      *   12-30-2025 NH - the TUITION_ADJUST area carries the
      *     approving-operator field, left blank by this program
      *   12-02-2025 NH - the adjustment amount handed to TUITION_ADJUST
      *     carries cents now that the master does; the aid office's
      *     award file stays in whole dollars
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-OP-AUTH-STATUS   PIC X(1).
       01 WS-ADJUST-AREA.
           05 WS-ADJ-STUDENT-NUMBER   PIC 9(7).
           05 WS-ADJ-AMOUNT           PIC S9(7)V99.
           05 WS-ADJ-REASON-CODE      PIC X(3).
           05 WS-ADJ-OPERATOR         PIC X(20).
           05 WS-ADJ-STATUS-CODE      PIC X(1).
               88 WS-ADJUSTMENT-APPLIED    VALUE '0'.
               88 WS-ADJ-STUDENT-NOT-FOUND VALUE '1'.
           05 WS-ADJ-APPROVER         PIC X(20) VALUE SPACES.

       01 WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY OCCURS 100 TIMES.
