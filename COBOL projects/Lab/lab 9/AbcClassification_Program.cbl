      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 07-14-2026
      * Purpose: sort the inventory into what matters and what does
      * not.  Every active item on INDEXED-INVENTORY.IDX is valued
      * on the stock it moved in the last twelve months -- the sale
      * (S) and issue (I) quantities on STOCK-JOURNAL.TXT times its
      * UNIT-COST -- and ranked highest first.  The items making up
      * the first 80 per cent of the value moved are class A, the
      * next 15 per cent class B, and the rest (and anything that
      * did not move) class C; the cut-offs come from
      * ABC-CONTROL.TXT.  The classes are written to
      * ITEM-CLASSES.TXT for REORDER_RECALC_PROGRAM and
      * CYCLE_COUNT_SCHEDULE_PROGRAM, and the ranking prints on
      * ABC-CLASSIFICATION.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC_CLASSIFICATION_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT INDEXED-INVENT-FILE
           ASSIGN TO '..\INDEXED-INVENTORY.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY INVENTORY-ID
           ALTERNATE KEY VENDOR-CODE WITH DUPLICATES
           FILE STATUS WS-KEY.
           SELECT OPTIONAL STOCK-JOURNAL-FILE
           ASSIGN TO '..\STOCK-JOURNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ABC-CONTROL-FILE
           ASSIGN TO '..\ABC-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CTL-STATUS.
           SELECT ITEM-CLASS-FILE
           ASSIGN TO '..\ITEM-CLASSES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ABC-SORT-FILE
           ASSIGN TO '..\ABC-SORT-WORK.TMP'.
           SELECT ABC-REPORT-OUT
           ASSIGN TO '..\ABC-CLASSIFICATION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-INVENT-FILE.
       01 INVENTORY-RECORD-OUT.
           05 INVENTORY-ID            PIC X(9).
           05 VENDOR-CODE             PIC X(5).
           05 INVENTORY-DESCRIPTION   PIC X(40).
           05 QUANTITY-ON-HAND        PIC 9(5).
           05 REORDER-POINT           PIC 9(5).
           05 MAXIMUM-STOCK           PIC 9(5).
           05 UNIT-COST               PIC 9(5)V99.
           05 ITEM-STATUS             PIC X(1).

       FD STOCK-JOURNAL-FILE.
       01 STOCK-JOURNAL-LINE.
           05 SJ-DATE             PIC 9(8).
           05 FILLER              PIC X(1).
           05 SJ-TYPE             PIC X(1).
           05 FILLER              PIC X(1).
           05 SJ-INVENTORY-ID     PIC X(9).
           05 FILLER              PIC X(1).
           05 SJ-QUANTITY         PIC 9(5).
           05 FILLER              PIC X(1).
           05 SJ-BEFORE           PIC 9(5).
           05 FILLER              PIC X(1).
           05 SJ-AFTER            PIC 9(5).
           05 FILLER              PIC X(1).
           05 SJ-REFERENCE        PIC X(10).

      *> Cumulative value cut-offs for A and B, then the counts a
      *> year for classes A, B and C and the counting days in the
      *> year (the cycle-count scheduler reads the same card).
       FD ABC-CONTROL-FILE.
       01 ABC-CONTROL-RECORD.
           05 ABC-A-CUTOFF-PCT    PIC 9(3).
           05 FILLER              PIC X(1).
           05 ABC-B-CUTOFF-PCT    PIC 9(3).
           05 FILLER              PIC X(1).
           05 ABC-A-COUNTS        PIC 9(2).
           05 FILLER              PIC X(1).
           05 ABC-B-COUNTS        PIC 9(2).
           05 FILLER              PIC X(1).
           05 ABC-C-COUNTS        PIC 9(2).
           05 FILLER              PIC X(1).
           05 ABC-COUNT-DAYS      PIC 9(3).

       FD ITEM-CLASS-FILE.
       01 ITEM-CLASS-RECORD.
           05 ICL-INVENTORY-ID    PIC X(9).
           05 FILLER              PIC X(1).
           05 ICL-CLASS           PIC X(1).

       SD ABC-SORT-FILE.
       01 SORT-RECORD.
           05 SORT-VALUE          PIC 9(9)V99.
           05 SORT-ID             PIC X(9).
           05 SORT-SUB            PIC 9(4).

       FD ABC-REPORT-OUT.
       01 ABC-LINE-OUT            PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-KEY PIC X(2).
       01 WS-CTL-STATUS PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-YEAR-AGO PIC 9(8).
       01 WS-INV-EOF PIC X(1) VALUE 'N'.
       01 WS-JRNL-EOF PIC X(1) VALUE 'N'.
       01 WS-SORT-EOF PIC X(1) VALUE 'N'.
       01 WS-SUB PIC 9(4).
       01 WS-HIT-SUB PIC 9(4).
       01 WS-FOUND-FLAG PIC X(1).
       01 WS-TABLE-FULL-FLAG PIC X(1) VALUE 'N'.

       01 WS-A-CUTOFF-PCT PIC 9(3).
       01 WS-B-CUTOFF-PCT PIC 9(3).

       01 WS-ITEM-TABLE.
           05 WS-IT-ENTRY OCCURS 2000 TIMES.
               10 WS-IT-ID            PIC X(9).
               10 WS-IT-DESCRIPTION   PIC X(40).
               10 WS-IT-COST          PIC 9(5)V99.
               10 WS-IT-USAGE         PIC 9(7).
               10 WS-IT-VALUE         PIC 9(9)V99.
       01 WS-IT-COUNT PIC 9(4) VALUE 0.

       01 WS-TOTAL-VALUE PIC 9(11)V99 VALUE 0.
       01 WS-RUNNING-VALUE PIC 9(11)V99 VALUE 0.
       01 WS-RUNNING-PCT PIC 9(3)V9.
       01 WS-START-PCT PIC 9(3)V9.
       01 WS-ITEM-CLASS PIC X(1).
       01 WS-RANK PIC 9(4) VALUE 0.
       01 WS-CLASS-COUNTS.
           05 WS-A-COUNT          PIC 9(5) VALUE 0.
           05 WS-B-COUNT          PIC 9(5) VALUE 0.
           05 WS-C-COUNT          PIC 9(5) VALUE 0.

       01 WS-HEAD-1.
           05 FILLER              PIC X(33)
               VALUE "ABC CLASSIFICATION BY VALUE MOVED".
           05 FILLER              PIC X(11) VALUE "  12 MONTHS".
           05 FILLER              PIC X(7) VALUE " TO:   ".
           05 WS-H1-DATE          PIC 9(8).
       01 WS-HEAD-2.
           05 FILLER              PIC X(33)
               VALUE "RANK ITEM      DESCRIPTION".
           05 FILLER              PIC X(33) VALUE SPACES.
           05 FILLER              PIC X(39)
               VALUE "  USAGE  UNIT COST   ANNUAL VALUE  CUM%".
           05 FILLER              PIC X(3) VALUE " CL".
       01 WS-DETAIL-LINE.
           05 WS-D-RANK           PIC ZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-ID             PIC X(9).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-DESCRIPTION    PIC X(40).
           05 FILLER              PIC X(9) VALUE SPACES.
           05 WS-D-USAGE          PIC ZZZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-COST           PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-PCT            PIC ZZ9.9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-CLASS          PIC X(1).
       01 WS-FOOT-LINE.
           05 FILLER              PIC X(9) VALUE "CLASS A: ".
           05 WS-F-A              PIC ZZZZ9.
           05 FILLER              PIC X(11) VALUE "  CLASS B: ".
           05 WS-F-B              PIC ZZZZ9.
           05 FILLER              PIC X(11) VALUE "  CLASS C: ".
           05 WS-F-C              PIC ZZZZ9.
           05 FILLER              PIC X(16) VALUE "  VALUE MOVED: ".
           05 WS-F-VALUE          PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-YEAR-AGO = WS-TODAY - 10000.
           PERFORM 100-LOAD-THE-CONTROL.
           PERFORM 200-LOAD-THE-ITEMS.
           IF WS-IT-COUNT = 0
               DISPLAY "No active items on the inventory -- nothing "
                   "to classify."
               STOP RUN
           END-IF.
           PERFORM 300-TOTAL-THE-USAGE.
           PERFORM 350-VALUE-ONE-ITEM
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-IT-COUNT.
           SORT ABC-SORT-FILE
               ON DESCENDING KEY SORT-VALUE
               ON ASCENDING KEY SORT-ID
               INPUT PROCEDURE 600-RELEASE-ITEMS
                   THRU 699-RELEASE-EXIT
               OUTPUT PROCEDURE 700-CLASSIFY-AND-PRINT
                   THRU 799-CLASSIFY-EXIT.
           IF WS-TABLE-FULL-FLAG = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> No control card classifies to the shop defaults: A to 80
      *> per cent of the value moved, B to 95.
           100-LOAD-THE-CONTROL.
               MOVE 80 TO WS-A-CUTOFF-PCT.
               MOVE 95 TO WS-B-CUTOFF-PCT.
               OPEN INPUT ABC-CONTROL-FILE.
               IF WS-CTL-STATUS NOT = "00"
                   DISPLAY "NO ABC-CONTROL.TXT -- DEFAULT CUT-OFFS "
                       "USED"
               ELSE
                   READ ABC-CONTROL-FILE
                       AT END
                           DISPLAY "ABC-CONTROL.TXT IS EMPTY -- "
                               "DEFAULTS USED"
                       NOT AT END
                           IF ABC-A-CUTOFF-PCT IS NUMERIC
                               AND ABC-B-CUTOFF-PCT IS NUMERIC
                               AND ABC-A-CUTOFF-PCT
                                   NOT > ABC-B-CUTOFF-PCT
                               AND ABC-B-CUTOFF-PCT NOT > 100
                               MOVE ABC-A-CUTOFF-PCT
                                   TO WS-A-CUTOFF-PCT
                               MOVE ABC-B-CUTOFF-PCT
                                   TO WS-B-CUTOFF-PCT
                           END-IF
                   END-READ
                   CLOSE ABC-CONTROL-FILE
               END-IF.

      *> Discontinued items are not classified; they are leaving.
           200-LOAD-THE-ITEMS.
               OPEN INPUT INDEXED-INVENT-FILE.
               PERFORM 210-LOAD-ONE-ITEM UNTIL WS-INV-EOF = 'Y'.
               CLOSE INDEXED-INVENT-FILE.

           210-LOAD-ONE-ITEM.
               READ INDEXED-INVENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-INV-EOF
                   NOT AT END
                       IF ITEM-STATUS NOT = 'D'
                           PERFORM 220-TABLE-ONE-ITEM
                       END-IF
               END-READ.

           220-TABLE-ONE-ITEM.
               IF WS-IT-COUNT < 2000
                   ADD 1 TO WS-IT-COUNT
                   MOVE INVENTORY-ID TO WS-IT-ID(WS-IT-COUNT)
                   MOVE INVENTORY-DESCRIPTION
                       TO WS-IT-DESCRIPTION(WS-IT-COUNT)
                   MOVE UNIT-COST TO WS-IT-COST(WS-IT-COUNT)
                   MOVE 0 TO WS-IT-USAGE(WS-IT-COUNT)
                   MOVE 0 TO WS-IT-VALUE(WS-IT-COUNT)
               ELSE
                   IF WS-TABLE-FULL-FLAG = 'N'
                       DISPLAY "*** MORE THAN 2000 ACTIVE ITEMS -- "
                           "THE REST ARE NOT CLASSIFIED ***"
                   END-IF
                   MOVE 'Y' TO WS-TABLE-FULL-FLAG
               END-IF.

      *> One pass of the journal: each sale and issue in the last
      *> twelve months is added to its item's usage.
           300-TOTAL-THE-USAGE.
               OPEN INPUT STOCK-JOURNAL-FILE.
               PERFORM 310-READ-ONE-JOURNAL-LINE
                   UNTIL WS-JRNL-EOF = 'Y'.
               CLOSE STOCK-JOURNAL-FILE.

           310-READ-ONE-JOURNAL-LINE.
               READ STOCK-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-JRNL-EOF
                   NOT AT END
                       IF (SJ-TYPE = 'S' OR 's' OR 'I' OR 'i')
                           AND SJ-DATE IS NUMERIC
                           AND SJ-DATE > WS-YEAR-AGO
                           AND SJ-DATE NOT > WS-TODAY
                           AND SJ-QUANTITY IS NUMERIC
                           PERFORM 320-ADD-TO-ITS-ITEM
                       END-IF
               END-READ.

           320-ADD-TO-ITS-ITEM.
               MOVE 'N' TO WS-FOUND-FLAG.
               PERFORM 325-SCAN-ONE-ITEM
                   VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-IT-COUNT
                       OR WS-FOUND-FLAG = 'Y'.

           325-SCAN-ONE-ITEM.
               IF WS-IT-ID(WS-HIT-SUB) = SJ-INVENTORY-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   ADD SJ-QUANTITY TO WS-IT-USAGE(WS-HIT-SUB)
               END-IF.

           350-VALUE-ONE-ITEM.
               COMPUTE WS-IT-VALUE(WS-SUB) =
                   WS-IT-USAGE(WS-SUB) * WS-IT-COST(WS-SUB).
               ADD WS-IT-VALUE(WS-SUB) TO WS-TOTAL-VALUE.

      *> Input procedure: every tabled item, by value moved.
           600-RELEASE-ITEMS.
               PERFORM 610-RELEASE-ONE-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IT-COUNT.
               GO TO 699-RELEASE-EXIT.

           610-RELEASE-ONE-ITEM.
               MOVE WS-IT-VALUE(WS-SUB) TO SORT-VALUE.
               MOVE WS-IT-ID(WS-SUB) TO SORT-ID.
               MOVE WS-SUB TO SORT-SUB.
               RELEASE SORT-RECORD.

           699-RELEASE-EXIT.
               EXIT.

      *> An item is classed by where its value starts in the
      *> running total, so the item that crosses the A cut-off is
      *> still an A.
           700-CLASSIFY-AND-PRINT.
               OPEN OUTPUT ITEM-CLASS-FILE.
               OPEN OUTPUT ABC-REPORT-OUT.
               MOVE WS-TODAY TO WS-H1-DATE.
               DISPLAY WS-HEAD-1.
               WRITE ABC-LINE-OUT FROM WS-HEAD-1.
               DISPLAY WS-HEAD-2.
               WRITE ABC-LINE-OUT FROM WS-HEAD-2.
               PERFORM 710-RETURN-AND-CLASSIFY
                   UNTIL WS-SORT-EOF = 'Y'.
               MOVE WS-A-COUNT TO WS-F-A.
               MOVE WS-B-COUNT TO WS-F-B.
               MOVE WS-C-COUNT TO WS-F-C.
               MOVE WS-TOTAL-VALUE TO WS-F-VALUE.
               DISPLAY WS-FOOT-LINE.
               WRITE ABC-LINE-OUT FROM WS-FOOT-LINE.
               CLOSE ABC-REPORT-OUT.
               CLOSE ITEM-CLASS-FILE.
               GO TO 799-CLASSIFY-EXIT.

           710-RETURN-AND-CLASSIFY.
               RETURN ABC-SORT-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       MOVE SORT-SUB TO WS-SUB
                       PERFORM 720-CLASSIFY-ONE-ITEM
               END-RETURN.

           720-CLASSIFY-ONE-ITEM.
               IF WS-TOTAL-VALUE > 0
                   COMPUTE WS-START-PCT =
                       WS-RUNNING-VALUE * 100 / WS-TOTAL-VALUE
                   ADD WS-IT-VALUE(WS-SUB) TO WS-RUNNING-VALUE
                   COMPUTE WS-RUNNING-PCT ROUNDED =
                       WS-RUNNING-VALUE * 100 / WS-TOTAL-VALUE
               ELSE
                   MOVE 100 TO WS-START-PCT
                   MOVE 100 TO WS-RUNNING-PCT
               END-IF.
               EVALUATE TRUE
                   WHEN WS-IT-VALUE(WS-SUB) = 0
                       MOVE 'C' TO WS-ITEM-CLASS
                       ADD 1 TO WS-C-COUNT
                   WHEN WS-START-PCT < WS-A-CUTOFF-PCT
                       MOVE 'A' TO WS-ITEM-CLASS
                       ADD 1 TO WS-A-COUNT
                   WHEN WS-START-PCT < WS-B-CUTOFF-PCT
                       MOVE 'B' TO WS-ITEM-CLASS
                       ADD 1 TO WS-B-COUNT
                   WHEN OTHER
                       MOVE 'C' TO WS-ITEM-CLASS
                       ADD 1 TO WS-C-COUNT
               END-EVALUATE.
               MOVE SPACES TO ITEM-CLASS-RECORD.
               MOVE WS-IT-ID(WS-SUB) TO ICL-INVENTORY-ID.
               MOVE WS-ITEM-CLASS TO ICL-CLASS.
               WRITE ITEM-CLASS-RECORD.
               ADD 1 TO WS-RANK.
               MOVE WS-RANK TO WS-D-RANK.
               MOVE WS-IT-ID(WS-SUB) TO WS-D-ID.
               MOVE WS-IT-DESCRIPTION(WS-SUB) TO WS-D-DESCRIPTION.
               MOVE WS-IT-USAGE(WS-SUB) TO WS-D-USAGE.
               MOVE WS-IT-COST(WS-SUB) TO WS-D-COST.
               MOVE WS-IT-VALUE(WS-SUB) TO WS-D-VALUE.
               MOVE WS-RUNNING-PCT TO WS-D-PCT.
               MOVE WS-ITEM-CLASS TO WS-D-CLASS.
               DISPLAY WS-DETAIL-LINE.
               WRITE ABC-LINE-OUT FROM WS-DETAIL-LINE.

           799-CLASSIFY-EXIT.
               EXIT.

       END PROGRAM ABC_CLASSIFICATION_PROGRAM.
