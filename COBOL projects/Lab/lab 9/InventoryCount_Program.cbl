      * the stock journal -- the three-person weekend of paper
      * reconciliation becomes one run.
      * Modification history:
      *   07-14-2026 NH - every matched count is logged on
      *     COUNT-HISTORY.TXT so the cycle-count schedule knows when
      *     each item was last counted
      *   10-14-2025 NH - the run claims the INDEXED-INVENTORY
      *     resource through the shop-wide RESOURCE_LOCK around
      *     its keyed updates, like the movement posting does
           SELECT OPTIONAL STOCK-JOURNAL-FILE
           ASSIGN TO '..\STOCK-JOURNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COUNT-HISTORY-FILE
           ASSIGN TO '..\COUNT-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SJ-REFERENCE        PIC X(10).

      *> One line for every item counted, adjusted or not -- the
      *> cycle-count scheduler takes each item's last count from it.
       FD  COUNT-HISTORY-FILE.
       01  COUNT-HISTORY-LINE.
           05  CH-DATE             PIC 9(8).
           05  FILLER              PIC X(1).
           05  CH-INVENTORY-ID     PIC X(9).
           05  FILLER              PIC X(1).
           05  CH-BOOK             PIC 9(5).
           05  FILLER              PIC X(1).
           05  CH-COUNTED          PIC 9(5).
           05  FILLER              PIC X(1).
           05  CH-INITIALS         PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-KEY                  PIC X(2).
       01  WS-RESOURCE-LOCK-AREA.
           OPEN INPUT COUNT-FILE-IN.
           OPEN OUTPUT VARIANCE-REPORT-OUT.
           OPEN EXTEND STOCK-JOURNAL-FILE.
           OPEN EXTEND COUNT-HISTORY-FILE.
           PERFORM 200-READ-COUNT-LINE UNTIL WS-COUNT-EOF = 'Y'.
           PERFORM 500-PRINT-SUMMARY-COUNTS.
           CLOSE COUNT-FILE-IN.
           CLOSE VARIANCE-REPORT-OUT.
           CLOSE STOCK-JOURNAL-FILE.
           CLOSE COUNT-HISTORY-FILE.
           CLOSE INDEXED-INVENT-FILE.
           MOVE 'R' TO WS-RLK-ACTION.
           CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.
               END-IF.
               DISPLAY WS-VARIANCE-LINE.
               WRITE VARIANCE-LINE-OUT FROM WS-VARIANCE-LINE.
               PERFORM 330-RECORD-COUNT-HISTORY.
               IF WS-APPLY-FLAG = 'Y' OR 'y'
                   IF WS-VARIANCE NOT = 0
                       PERFORM 400-APPLY-COUNT-ADJUSTMENT
                   END-IF
               END-IF.

           330-RECORD-COUNT-HISTORY.
               MOVE SPACES TO COUNT-HISTORY-LINE.
               MOVE WS-RUN-DATE TO CH-DATE.
               MOVE CNT-INVENTORY-ID TO CH-INVENTORY-ID.
               MOVE QUANTITY-ON-HAND TO CH-BOOK.
               MOVE CNT-QUANTITY TO CH-COUNTED.
               MOVE CNT-INITIALS TO CH-INITIALS.
               WRITE COUNT-HISTORY-LINE.

      *> Approved counts go through the same journal the movement
      *> posting run writes, as type A adjustments.
           400-APPLY-COUNT-ADJUSTMENT.
