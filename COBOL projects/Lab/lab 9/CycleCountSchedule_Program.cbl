      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 07-14-2026
      * Purpose: replace the shut-the-store physical count with a
      * little counting every day.  Each active item on
      * INDEXED-INVENTORY.IDX is due for a count a set number of
      * times a year by its class on ITEM-CLASSES.TXT (12 for A,
      * 4 for B, 1 for C unless ABC-CONTROL.TXT says otherwise),
      * measured from its last count on COUNT-HISTORY.TXT.  The
      * counts for the whole year are spread evenly over the
      * counting days, so each run takes that day's quota of the
      * due items, longest overdue first, and writes them to
      * CYCLE-COUNT-SHEET.TXT in the INVENTORY-COUNTS.TXT layout
      * for the counters to fill in and hand to
      * INVENTORY_COUNT_PROGRAM.  CYCLE-COUNT-SCHEDULE.TXT prints
      * the day's sheet and every item still overdue behind it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE_COUNT_SCHEDULE_PROGRAM.
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
           SELECT OPTIONAL ITEM-CLASS-FILE
           ASSIGN TO '..\ITEM-CLASSES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COUNT-HISTORY-FILE
           ASSIGN TO '..\COUNT-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ABC-CONTROL-FILE
           ASSIGN TO '..\ABC-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CTL-STATUS.
           SELECT COUNT-SHEET-OUT
           ASSIGN TO '..\CYCLE-COUNT-SHEET.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUE-SORT-FILE
           ASSIGN TO '..\COUNT-SORT-WORK.TMP'.
           SELECT SCHEDULE-REPORT-OUT
           ASSIGN TO '..\CYCLE-COUNT-SCHEDULE.TXT'
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

       FD ITEM-CLASS-FILE.
       01 ITEM-CLASS-RECORD.
           05 ICL-INVENTORY-ID    PIC X(9).
           05 FILLER              PIC X(1).
           05 ICL-CLASS           PIC X(1).

       FD COUNT-HISTORY-FILE.
       01 COUNT-HISTORY-LINE.
           05 CH-DATE             PIC 9(8).
           05 FILLER              PIC X(1).
           05 CH-INVENTORY-ID     PIC X(9).
           05 FILLER              PIC X(1).
           05 CH-BOOK             PIC 9(5).
           05 FILLER              PIC X(1).
           05 CH-COUNTED          PIC 9(5).
           05 FILLER              PIC X(1).
           05 CH-INITIALS         PIC X(3).

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

      *> Same layout as INVENTORY-COUNTS.TXT; the counters key the
      *> quantity and their initials over the zeros and blanks.
       FD COUNT-SHEET-OUT.
       01 COUNT-SHEET-RECORD.
           05 CNT-INVENTORY-ID    PIC X(9).
           05 FILLER              PIC X(1).
           05 CNT-QUANTITY        PIC 9(5).
           05 FILLER              PIC X(1).
           05 CNT-INITIALS        PIC X(3).

       SD DUE-SORT-FILE.
       01 SORT-RECORD.
           05 SORT-DUE-DAYS       PIC 9(7).
           05 SORT-CLASS          PIC X(1).
           05 SORT-ID             PIC X(9).
           05 SORT-SUB            PIC 9(4).

       FD SCHEDULE-REPORT-OUT.
       01 SCHEDULE-LINE-OUT       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-KEY PIC X(2).
       01 WS-CTL-STATUS PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-DAYS PIC 9(7).
       01 WS-INV-EOF PIC X(1) VALUE 'N'.
       01 WS-ICL-EOF PIC X(1) VALUE 'N'.
       01 WS-HIST-EOF PIC X(1) VALUE 'N'.
       01 WS-SORT-EOF PIC X(1) VALUE 'N'.
       01 WS-SUB PIC 9(4).
       01 WS-HIT-SUB PIC 9(4).
       01 WS-FOUND-FLAG PIC X(1).
       01 WS-TABLE-FULL-FLAG PIC X(1) VALUE 'N'.
       01 WS-MATCH-ID PIC X(9).

       01 WS-A-COUNTS PIC 9(2).
       01 WS-B-COUNTS PIC 9(2).
       01 WS-C-COUNTS PIC 9(2).
       01 WS-COUNT-DAYS PIC 9(3).
       01 WS-ITEM-COUNTS PIC 9(2).
       01 WS-INTERVAL PIC 9(3).

       01 WS-ITEM-TABLE.
           05 WS-IT-ENTRY OCCURS 2000 TIMES.
               10 WS-IT-ID            PIC X(9).
               10 WS-IT-DESCRIPTION   PIC X(40).
               10 WS-IT-CLASS         PIC X(1).
               10 WS-IT-LAST-DATE     PIC 9(8).
               10 WS-IT-DUE-DAYS      PIC 9(7).
       01 WS-IT-COUNT PIC 9(4) VALUE 0.

       01 WS-YEAR-COUNTS PIC 9(7) VALUE 0.
       01 WS-DAILY-QUOTA PIC 9(5) VALUE 0.
       01 WS-DUE-COUNT PIC 9(5) VALUE 0.
       01 WS-SHEET-COUNT PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
       01 WS-DAYS-OVER PIC 9(7).

       01 WS-DN-DATE PIC 9(8).
       01 WS-DN-DATE-R REDEFINES WS-DN-DATE.
           05 WS-DN-YEAR          PIC 9(4).
           05 WS-DN-MONTH         PIC 9(2).
           05 WS-DN-DAY           PIC 9(2).
       01 WS-DN-Y PIC 9(4).
       01 WS-DN-M PIC 9(2).
       01 WS-DN-QUAD PIC 9(4).
       01 WS-DN-CENT PIC 9(4).
       01 WS-DN-FOUR-CENT PIC 9(4).
       01 WS-DN-MONTH-DAYS PIC 9(4).
       01 WS-DN-DAYS PIC 9(7).

       01 WS-HEAD-1.
           05 FILLER              PIC X(30)
               VALUE "CYCLE COUNT SCHEDULE  FOR:   ".
           05 WS-H1-DATE          PIC 9(8).
           05 FILLER              PIC X(17) VALUE "   DAILY QUOTA: ".
           05 WS-H1-QUOTA         PIC ZZZZ9.
       01 WS-HEAD-2.
           05 FILLER              PIC X(33)
               VALUE "ITEM      DESCRIPTION".
           05 FILLER              PIC X(17) VALUE SPACES.
           05 FILLER              PIC X(35)
               VALUE "CL LAST COUNT DAYS OVER ACTION".
       01 WS-DETAIL-LINE.
           05 WS-D-ID             PIC X(9).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-DESCRIPTION    PIC X(40).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-CLASS          PIC X(1).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-LAST-DATE      PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-DAYS-OVER      PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-ACTION         PIC X(13).
       01 WS-DAYS-EDIT PIC ZZZZZZ9.
       01 WS-FOOT-LINE.
           05 FILLER              PIC X(11) VALUE "ITEMS DUE: ".
           05 WS-F-DUE            PIC ZZZZ9.
           05 FILLER              PIC X(15) VALUE "  ON THE SHEET:".
           05 WS-F-SHEET          PIC ZZZZ9.
           05 FILLER              PIC X(22)
               VALUE "  OVERDUE AND WAITING:".
           05 WS-F-OVERDUE        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-DN-DATE.
           PERFORM 800-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS TO WS-TODAY-DAYS.
           PERFORM 100-LOAD-THE-CONTROL.
           PERFORM 200-LOAD-THE-ITEMS.
           IF WS-IT-COUNT = 0
               DISPLAY "No active items on the inventory -- nothing "
                   "to schedule."
               STOP RUN
           END-IF.
           PERFORM 300-LOAD-THE-CLASSES.
           PERFORM 350-LOAD-THE-COUNT-HISTORY.
           PERFORM 400-SET-ONE-DUE-DAY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-IT-COUNT.
           COMPUTE WS-DAILY-QUOTA =
               (WS-YEAR-COUNTS + WS-COUNT-DAYS - 1) / WS-COUNT-DAYS.
           SORT DUE-SORT-FILE
               ON ASCENDING KEY SORT-DUE-DAYS
               ON ASCENDING KEY SORT-CLASS
               ON ASCENDING KEY SORT-ID
               INPUT PROCEDURE 600-RELEASE-DUE-ITEMS
                   THRU 699-RELEASE-EXIT
               OUTPUT PROCEDURE 700-WRITE-THE-SHEET
                   THRU 799-SHEET-EXIT.
           IF WS-OVERDUE-COUNT > 0 OR WS-TABLE-FULL-FLAG = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Without a control card A is counted monthly, B quarterly
      *> and C once, over 250 counting days.
           100-LOAD-THE-CONTROL.
               MOVE 12 TO WS-A-COUNTS.
               MOVE 4 TO WS-B-COUNTS.
               MOVE 1 TO WS-C-COUNTS.
               MOVE 250 TO WS-COUNT-DAYS.
               OPEN INPUT ABC-CONTROL-FILE.
               IF WS-CTL-STATUS NOT = "00"
                   DISPLAY "NO ABC-CONTROL.TXT -- DEFAULT COUNT "
                       "FREQUENCIES USED"
               ELSE
                   READ ABC-CONTROL-FILE
                       AT END
                           DISPLAY "ABC-CONTROL.TXT IS EMPTY -- "
                               "DEFAULTS USED"
                       NOT AT END
                           PERFORM 110-TAKE-THE-FREQUENCIES
                   END-READ
                   CLOSE ABC-CONTROL-FILE
               END-IF.

           110-TAKE-THE-FREQUENCIES.
               IF ABC-A-COUNTS IS NUMERIC AND ABC-A-COUNTS > 0
                   MOVE ABC-A-COUNTS TO WS-A-COUNTS
               END-IF.
               IF ABC-B-COUNTS IS NUMERIC AND ABC-B-COUNTS > 0
                   MOVE ABC-B-COUNTS TO WS-B-COUNTS
               END-IF.
               IF ABC-C-COUNTS IS NUMERIC AND ABC-C-COUNTS > 0
                   MOVE ABC-C-COUNTS TO WS-C-COUNTS
               END-IF.
               IF ABC-COUNT-DAYS IS NUMERIC AND ABC-COUNT-DAYS > 0
                   AND ABC-COUNT-DAYS NOT > 365
                   MOVE ABC-COUNT-DAYS TO WS-COUNT-DAYS
               END-IF.

      *> Discontinued items are not counted on the cycle; what is
      *> left of them goes with the vendor return.
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

      *> An item not yet classified is counted as a B.
           220-TABLE-ONE-ITEM.
               IF WS-IT-COUNT < 2000
                   ADD 1 TO WS-IT-COUNT
                   MOVE INVENTORY-ID TO WS-IT-ID(WS-IT-COUNT)
                   MOVE INVENTORY-DESCRIPTION
                       TO WS-IT-DESCRIPTION(WS-IT-COUNT)
                   MOVE 'B' TO WS-IT-CLASS(WS-IT-COUNT)
                   MOVE 0 TO WS-IT-LAST-DATE(WS-IT-COUNT)
                   MOVE 0 TO WS-IT-DUE-DAYS(WS-IT-COUNT)
               ELSE
                   IF WS-TABLE-FULL-FLAG = 'N'
                       DISPLAY "*** MORE THAN 2000 ACTIVE ITEMS -- "
                           "THE REST ARE NOT SCHEDULED ***"
                   END-IF
                   MOVE 'Y' TO WS-TABLE-FULL-FLAG
               END-IF.

           300-LOAD-THE-CLASSES.
               OPEN INPUT ITEM-CLASS-FILE.
               PERFORM 310-READ-ONE-CLASS UNTIL WS-ICL-EOF = 'Y'.
               CLOSE ITEM-CLASS-FILE.

           310-READ-ONE-CLASS.
               READ ITEM-CLASS-FILE
                   AT END MOVE 'Y' TO WS-ICL-EOF
                   NOT AT END
                       MOVE ICL-INVENTORY-ID TO WS-MATCH-ID
                       PERFORM 500-FIND-THE-ITEM
                       IF WS-FOUND-FLAG = 'Y'
                           AND (ICL-CLASS = 'A' OR 'B' OR 'C')
                           MOVE ICL-CLASS TO WS-IT-CLASS(WS-HIT-SUB)
                       END-IF
               END-READ.

      *> The latest count of each item is the one that counts.
           350-LOAD-THE-COUNT-HISTORY.
               OPEN INPUT COUNT-HISTORY-FILE.
               PERFORM 360-READ-ONE-COUNT UNTIL WS-HIST-EOF = 'Y'.
               CLOSE COUNT-HISTORY-FILE.

           360-READ-ONE-COUNT.
               READ COUNT-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       MOVE CH-INVENTORY-ID TO WS-MATCH-ID
                       PERFORM 500-FIND-THE-ITEM
                       IF WS-FOUND-FLAG = 'Y'
                           AND CH-DATE IS NUMERIC
                           AND CH-DATE > WS-IT-LAST-DATE(WS-HIT-SUB)
                           AND CH-DATE NOT > WS-TODAY
                           MOVE CH-DATE
                               TO WS-IT-LAST-DATE(WS-HIT-SUB)
                       END-IF
               END-READ.

      *> The count interval is the year over the class frequency;
      *> an item never counted has been due since day zero.
           400-SET-ONE-DUE-DAY.
               EVALUATE WS-IT-CLASS(WS-SUB)
                   WHEN 'A'
                       MOVE WS-A-COUNTS TO WS-ITEM-COUNTS
                   WHEN 'C'
                       MOVE WS-C-COUNTS TO WS-ITEM-COUNTS
                   WHEN OTHER
                       MOVE WS-B-COUNTS TO WS-ITEM-COUNTS
               END-EVALUATE.
               ADD WS-ITEM-COUNTS TO WS-YEAR-COUNTS.
               DIVIDE 365 BY WS-ITEM-COUNTS GIVING WS-INTERVAL.
               IF WS-IT-LAST-DATE(WS-SUB) = 0
                   MOVE 0 TO WS-IT-DUE-DAYS(WS-SUB)
               ELSE
                   MOVE WS-IT-LAST-DATE(WS-SUB) TO WS-DN-DATE
                   PERFORM 800-COMPUTE-DAY-NUMBER
                   COMPUTE WS-IT-DUE-DAYS(WS-SUB) =
                       WS-DN-DAYS + WS-INTERVAL
               END-IF.

           500-FIND-THE-ITEM.
               MOVE 'N' TO WS-FOUND-FLAG.
               PERFORM 510-SCAN-ONE-ITEM
                   VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-IT-COUNT
                       OR WS-FOUND-FLAG = 'Y'.
               IF WS-FOUND-FLAG = 'Y'
                   SUBTRACT 1 FROM WS-HIT-SUB
               END-IF.

           510-SCAN-ONE-ITEM.
               IF WS-IT-ID(WS-HIT-SUB) = WS-MATCH-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF.

      *> Input procedure: only the items due today or before.
           600-RELEASE-DUE-ITEMS.
               PERFORM 610-RELEASE-ONE-ITEM
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IT-COUNT.
               GO TO 699-RELEASE-EXIT.

           610-RELEASE-ONE-ITEM.
               IF WS-IT-DUE-DAYS(WS-SUB) NOT > WS-TODAY-DAYS
                   ADD 1 TO WS-DUE-COUNT
                   MOVE WS-IT-DUE-DAYS(WS-SUB) TO SORT-DUE-DAYS
                   MOVE WS-IT-CLASS(WS-SUB) TO SORT-CLASS
                   MOVE WS-IT-ID(WS-SUB) TO SORT-ID
                   MOVE WS-SUB TO SORT-SUB
                   RELEASE SORT-RECORD
               END-IF.

           699-RELEASE-EXIT.
               EXIT.

      *> Longest overdue first, A before B before C: the first
      *> quota's worth go on today's sheet, the rest wait.
           700-WRITE-THE-SHEET.
               OPEN OUTPUT COUNT-SHEET-OUT.
               OPEN OUTPUT SCHEDULE-REPORT-OUT.
               MOVE WS-TODAY TO WS-H1-DATE.
               MOVE WS-DAILY-QUOTA TO WS-H1-QUOTA.
               DISPLAY WS-HEAD-1.
               WRITE SCHEDULE-LINE-OUT FROM WS-HEAD-1.
               DISPLAY WS-HEAD-2.
               WRITE SCHEDULE-LINE-OUT FROM WS-HEAD-2.
               PERFORM 710-RETURN-ONE-DUE-ITEM
                   UNTIL WS-SORT-EOF = 'Y'.
               MOVE WS-DUE-COUNT TO WS-F-DUE.
               MOVE WS-SHEET-COUNT TO WS-F-SHEET.
               MOVE WS-OVERDUE-COUNT TO WS-F-OVERDUE.
               DISPLAY WS-FOOT-LINE.
               WRITE SCHEDULE-LINE-OUT FROM WS-FOOT-LINE.
               CLOSE SCHEDULE-REPORT-OUT.
               CLOSE COUNT-SHEET-OUT.
               GO TO 799-SHEET-EXIT.

           710-RETURN-ONE-DUE-ITEM.
               RETURN DUE-SORT-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       MOVE SORT-SUB TO WS-SUB
                       PERFORM 720-SCHEDULE-ONE-ITEM
               END-RETURN.

           720-SCHEDULE-ONE-ITEM.
               MOVE WS-IT-ID(WS-SUB) TO WS-D-ID.
               MOVE WS-IT-DESCRIPTION(WS-SUB) TO WS-D-DESCRIPTION.
               MOVE WS-IT-CLASS(WS-SUB) TO WS-D-CLASS.
               IF WS-IT-LAST-DATE(WS-SUB) = 0
                   MOVE "NEVER" TO WS-D-LAST-DATE
                   MOVE SPACES TO WS-D-DAYS-OVER
               ELSE
                   MOVE WS-IT-LAST-DATE(WS-SUB) TO WS-D-LAST-DATE
                   COMPUTE WS-DAYS-OVER =
                       WS-TODAY-DAYS - WS-IT-DUE-DAYS(WS-SUB)
                   MOVE WS-DAYS-OVER TO WS-DAYS-EDIT
                   MOVE WS-DAYS-EDIT TO WS-D-DAYS-OVER
               END-IF.
               IF WS-SHEET-COUNT < WS-DAILY-QUOTA
                   ADD 1 TO WS-SHEET-COUNT
                   MOVE "COUNT TODAY" TO WS-D-ACTION
                   MOVE SPACES TO COUNT-SHEET-RECORD
                   MOVE WS-IT-ID(WS-SUB) TO CNT-INVENTORY-ID
                   MOVE 0 TO CNT-QUANTITY
                   WRITE COUNT-SHEET-RECORD
               ELSE
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE "OVERDUE" TO WS-D-ACTION
               END-IF.
               DISPLAY WS-DETAIL-LINE.
               WRITE SCHEDULE-LINE-OUT FROM WS-DETAIL-LINE.

           799-SHEET-EXIT.
               EXIT.

      *> Days from a fixed origin: whole years of 365 days, a leap
      *> day every fourth year less the centuries not divisible by
      *> 400, then the days in the months since March and the day.
           800-COMPUTE-DAY-NUMBER.
               IF WS-DN-MONTH < 3
                   COMPUTE WS-DN-Y = WS-DN-YEAR - 1
                   COMPUTE WS-DN-M = WS-DN-MONTH + 9
               ELSE
                   MOVE WS-DN-YEAR TO WS-DN-Y
                   COMPUTE WS-DN-M = WS-DN-MONTH - 3
               END-IF.
               DIVIDE WS-DN-Y BY 4 GIVING WS-DN-QUAD.
               DIVIDE WS-DN-Y BY 100 GIVING WS-DN-CENT.
               DIVIDE WS-DN-Y BY 400 GIVING WS-DN-FOUR-CENT.
               COMPUTE WS-DN-MONTH-DAYS = WS-DN-M * 153 + 2.
               DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS.
               COMPUTE WS-DN-DAYS = WS-DN-Y * 365 + WS-DN-QUAD
                   - WS-DN-CENT + WS-DN-FOUR-CENT
                   + WS-DN-MONTH-DAYS + WS-DN-DAY.

       END PROGRAM CYCLE_COUNT_SCHEDULE_PROGRAM.
