      * student whose postings do not sum to the master -- the
      * unallocated history from before the sub-ledger existed shows
      * up there rather than being silently absorbed.
      * Modification history:
      *   12-02-2025 NH - charge amounts and the sub-ledger/master
      *     comparison are carried to the cent
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 STUDENT-FILE-IN.
           05 STUDENT-NUMBER-IN           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-IN     PIC S9(7)V99.
           05 FILLER         PIC X(144).

       FD SUBLEDGER-FILE.
           05 FILLER              PIC X(1).
           05 SUB-CHARGE-IN       PIC X(3).
           05 FILLER              PIC X(1).
           05 SUB-AMOUNT-IN       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 SUB-SOURCE-IN       PIC X(3).

           05 WS-ITEM-ENTRY OCCURS 5000 TIMES.
               10 WS-IT-STUDENT   PIC 9(7).
               10 WS-IT-CHARGE    PIC X(3).
               10 WS-IT-AMOUNT    PIC S9(9)V99.
       01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(4).
       01 WS-ITEM-FOUND-FLAG PIC X(1).
       01 WS-ITEM-SUB PIC 9(4).

       01 WS-STUDENT-TOTAL PIC S9(9)V99.
       01 WS-AGREE-COUNT PIC 9(5) VALUE 0.
       01 WS-DISAGREE-COUNT PIC 9(5) VALUE 0.

           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-C-CHARGE         PIC X(3).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-C-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
       01 WS-COMPARE-LINE.
           05 FILLER              PIC X(13)
               VALUE "  SUB-LEDGER ".
           05 WS-P-SUBTOTAL       PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(9) VALUE "  MASTER ".
           05 WS-P-MASTER         PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-P-VERDICT        PIC X(15).
       01 WS-COUNT-LINE.
