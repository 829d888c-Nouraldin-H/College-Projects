      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 07-07-2026
      * Purpose: keep REORDER-POINT and MAXIMUM-STOCK following what
      * actually sells instead of what was keyed the day the item
      * was set up.  Propose mode measures each item's average
      * daily usage and its day-to-day variability from the sale
      * (S) and issue (I) lines on STOCK-JOURNAL.TXT over the
      * history window, and proposes
      *     reorder point = usage x lead days
      *                     + class factor x variability
      *                       x square root of lead days
      *     maximum stock = reorder point + usage x review days
      * with the lead time off VENDOR-MASTER.IDX and the safety
      * factor by the item's class on ITEM-CLASSES.TXT.  The old
      * and proposed levels print on REORDER-REVIEW.TXT and every
      * change is held on REORDER-PROPOSALS.TXT.  Apply mode puts
      * the approved proposals onto INDEXED-INVENTORY.IDX under the
      * shared inventory lock, each one logged with the operator,
      * before and after on REORDER-CHANGES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER_RECALC_PROGRAM.
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
           SELECT VENDOR-MASTER-FILE
           ASSIGN TO '..\VENDOR-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY VEN-CODE
           FILE STATUS WS-VEN-STATUS.
           SELECT OPTIONAL STOCK-JOURNAL-FILE
           ASSIGN TO '..\STOCK-JOURNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ITEM-CLASS-FILE
           ASSIGN TO '..\ITEM-CLASSES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REORDER-CONTROL-FILE
           ASSIGN TO '..\REORDER-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CTL-STATUS.
           SELECT OPTIONAL REORDER-PROPOSAL-FILE
           ASSIGN TO '..\REORDER-PROPOSALS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REORDER-CHANGE-LOG
           ASSIGN TO '..\REORDER-CHANGES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REORDER-REVIEW-OUT
           ASSIGN TO '..\REORDER-REVIEW.TXT'
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

       FD VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-RECORD.
           05 VEN-CODE            PIC X(5).
           05 VEN-NAME            PIC X(30).
           05 VEN-ADDRESS         PIC X(40).
           05 VEN-CONTACT         PIC X(25).
           05 VEN-TERMS-DAYS      PIC 9(3).
           05 VEN-PAY-METHOD      PIC X(1).
           05 VEN-BANK-TRANSIT    PIC 9(8).
           05 VEN-BANK-ACCOUNT    PIC 9(12).
           05 VEN-LEAD-DAYS       PIC 9(3).

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

      *> One line per classified item: A, B or C.
       FD ITEM-CLASS-FILE.
       01 ITEM-CLASS-RECORD.
           05 ICL-INVENTORY-ID    PIC X(9).
           05 FILLER              PIC X(1).
           05 ICL-CLASS           PIC X(1).

      *> History days, review days, then the safety factors for
      *> classes A, B and C.
       FD REORDER-CONTROL-FILE.
       01 REORDER-CONTROL-RECORD.
           05 RCC-HISTORY-DAYS    PIC 9(3).
           05 FILLER              PIC X(1).
           05 RCC-REVIEW-DAYS     PIC 9(3).
           05 FILLER              PIC X(1).
           05 RCC-FACTOR-A        PIC 9V99.
           05 FILLER              PIC X(1).
           05 RCC-FACTOR-B        PIC 9V99.
           05 FILLER              PIC X(1).
           05 RCC-FACTOR-C        PIC 9V99.

      *> One line per proposed change: P proposed, A applied,
      *> R rejected, S stale (the item's levels moved since the
      *> proposal was made).
       FD REORDER-PROPOSAL-FILE.
       01 REORDER-PROPOSAL-RECORD.
           05 RPP-INVENTORY-ID    PIC X(9).
           05 FILLER              PIC X(1).
           05 RPP-CLASS           PIC X(1).
           05 FILLER              PIC X(1).
           05 RPP-OLD-REORDER     PIC 9(5).
           05 FILLER              PIC X(1).
           05 RPP-OLD-MAXIMUM     PIC 9(5).
           05 FILLER              PIC X(1).
           05 RPP-NEW-REORDER     PIC 9(5).
           05 FILLER              PIC X(1).
           05 RPP-NEW-MAXIMUM     PIC 9(5).
           05 FILLER              PIC X(1).
           05 RPP-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 RPP-DATE            PIC 9(8).

       FD REORDER-CHANGE-LOG.
       01 REORDER-CHANGE-LINE.
           05 RCL-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 RCL-TIME            PIC 9(8).
           05 FILLER              PIC X(1).
           05 RCL-OPERATOR        PIC X(20).
           05 FILLER              PIC X(1).
           05 RCL-INVENTORY-ID    PIC X(9).
           05 FILLER              PIC X(1).
           05 RCL-OLD-REORDER     PIC 9(5).
           05 FILLER              PIC X(1).
           05 RCL-OLD-MAXIMUM     PIC 9(5).
           05 FILLER              PIC X(1).
           05 RCL-NEW-REORDER     PIC 9(5).
           05 FILLER              PIC X(1).
           05 RCL-NEW-MAXIMUM     PIC 9(5).

       FD REORDER-REVIEW-OUT.
       01 REVIEW-LINE-OUT         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-KEY PIC X(2).
       01 WS-VEN-STATUS PIC X(2).
       01 WS-CTL-STATUS PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-TIME PIC 9(8).
       01 WS-INV-EOF PIC X(1) VALUE 'N'.
       01 WS-JRNL-EOF PIC X(1).
       01 WS-ICL-EOF PIC X(1) VALUE 'N'.
       01 WS-RPP-EOF PIC X(1).
       01 WS-SUB PIC 9(4).
       01 WS-ANSWER PIC X(1).
       01 WS-REVIEW-EACH-FLAG PIC X(1).

       01 WS-OPERATOR PIC X(20).
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).
       01 WS-RESOURCE-LOCK-AREA.
           05 WS-RLK-ACTION       PIC X(1).
           05 WS-RLK-RESOURCE     PIC X(20).
           05 WS-RLK-OPERATOR     PIC X(20).
           05 WS-RLK-RESULT       PIC X(1).

       01 WS-HISTORY-DAYS PIC 9(3).
       01 WS-REVIEW-DAYS PIC 9(3).
       01 WS-FACTOR-A PIC 9V99.
       01 WS-FACTOR-B PIC 9V99.
       01 WS-FACTOR-C PIC 9V99.

       01 WS-CLASS-TABLE.
           05 WS-CL-ENTRY OCCURS 2000 TIMES.
               10 WS-CL-ID            PIC X(9).
               10 WS-CL-CLASS         PIC X(1).
       01 WS-CL-COUNT PIC 9(4) VALUE 0.
       01 WS-CL-FOUND-FLAG PIC X(1).

      *> One bucket per day of the history window for the item
      *> being measured; a day with no movement counts as zero.
       01 WS-DAILY-TABLE.
           05 WS-DAILY-USAGE OCCURS 365 TIMES PIC 9(5).
       01 WS-DAY-SUB PIC 9(3).
       01 WS-TODAY-DAYS PIC 9(7).
       01 WS-START-DAYS PIC 9(7).

       01 WS-USAGE-TOTAL PIC 9(7).
       01 WS-USAGE-SQUARES PIC 9(12).
       01 WS-AVERAGE-USAGE PIC 9(5)V9(4).
       01 WS-VARIANCE PIC S9(9)V9(4).
       01 WS-VARIABILITY PIC 9(5)V9(4).
       01 WS-LEAD-DAYS PIC 9(3).
       01 WS-ITEM-CLASS PIC X(1).
       01 WS-SAFETY-FACTOR PIC 9V99.
       01 WS-RAW-LEVEL PIC 9(7)V9(4).
       01 WS-NEW-REORDER PIC 9(5).
       01 WS-NEW-MAXIMUM PIC 9(5).

       01 WS-ITEMS-REVIEWED PIC 9(5) VALUE 0.
       01 WS-CHANGES-PROPOSED PIC 9(5) VALUE 0.
       01 WS-CHANGES-APPLIED PIC 9(5) VALUE 0.
       01 WS-CHANGES-REJECTED PIC 9(5) VALUE 0.
       01 WS-CHANGES-STALE PIC 9(5) VALUE 0.

      *> The whole proposal file, rewritten by the apply run.
       01 WS-PROPOSAL-TABLE.
           05 WS-PP-ENTRY OCCURS 2000 TIMES PIC X(46).
       01 WS-PP-COUNT PIC 9(4) VALUE 0.

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
           05 FILLER              PIC X(28)
               VALUE "REORDER LEVEL REVIEW  AS AT ".
           05 WS-H1-DATE          PIC 9(8).
           05 FILLER              PIC X(10) VALUE "  HISTORY ".
           05 WS-H1-HISTORY       PIC ZZ9.
           05 FILLER              PIC X(15) VALUE " DAYS  REVIEW ".
           05 WS-H1-REVIEW        PIC ZZ9.
           05 FILLER              PIC X(5) VALUE " DAYS".
       01 WS-HEAD-2.
           05 FILLER              PIC X(38)
               VALUE "ITEM     CL LEAD    AVG/DAY    STD DEV".
           05 FILLER              PIC X(37)
               VALUE "   OLD ROP  NEW ROP  OLD MAX  NEW MAX".
       01 WS-DETAIL-LINE.
           05 WS-D-ID             PIC X(9).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-CLASS          PIC X(1).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-LEAD           PIC ZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-AVERAGE        PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-VARIABILITY    PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(5) VALUE SPACES.
           05 WS-D-OLD-REORDER    PIC ZZZZ9.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-D-NEW-REORDER    PIC ZZZZ9.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-D-OLD-MAXIMUM    PIC ZZZZ9.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-D-NEW-MAXIMUM    PIC ZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-FLAG           PIC X(6).
       01 WS-FOOT-LINE.
           05 FILLER              PIC X(16) VALUE "ITEMS REVIEWED ".
           05 WS-F-REVIEWED       PIC ZZZZ9.
           05 FILLER              PIC X(20)
               VALUE "   CHANGES PROPOSED ".
           05 WS-F-PROPOSED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Propose new reorder levels or apply the "
               "approved ones? (P/A) "
           ACCEPT WS-MODE.
           IF WS-MODE = 'A' OR 'a'
               PERFORM 500-APPLY-THE-PROPOSALS
           ELSE
               PERFORM 100-LOAD-THE-CONTROL
               PERFORM 150-LOAD-THE-CLASSES
               PERFORM 200-PROPOSE-THE-LEVELS
           END-IF.
           STOP RUN.

      *> No control card works to the shop defaults: 90 days of
      *> history, a 30-day review cycle, and safety factors of
      *> 2.05, 1.65 and 1.28 standard deviations for classes A, B
      *> and C (about 98, 95 and 90 per cent of lead times
      *> covered).
           100-LOAD-THE-CONTROL.
               MOVE 90 TO WS-HISTORY-DAYS.
               MOVE 30 TO WS-REVIEW-DAYS.
               MOVE 2.05 TO WS-FACTOR-A.
               MOVE 1.65 TO WS-FACTOR-B.
               MOVE 1.28 TO WS-FACTOR-C.
               OPEN INPUT REORDER-CONTROL-FILE.
               IF WS-CTL-STATUS NOT = "00"
                   DISPLAY "NO REORDER-CONTROL.TXT -- DEFAULT "
                       "HISTORY, REVIEW AND FACTORS USED"
               ELSE
                   READ REORDER-CONTROL-FILE
                       AT END
                           DISPLAY "REORDER-CONTROL.TXT IS EMPTY -- "
                               "DEFAULTS USED"
                       NOT AT END
                           PERFORM 110-TAKE-THE-CONTROL
                   END-READ
                   CLOSE REORDER-CONTROL-FILE
               END-IF.

           110-TAKE-THE-CONTROL.
               IF RCC-HISTORY-DAYS IS NUMERIC
                   AND RCC-HISTORY-DAYS > 0
                   AND RCC-HISTORY-DAYS NOT > 365
                   MOVE RCC-HISTORY-DAYS TO WS-HISTORY-DAYS
               END-IF.
               IF RCC-REVIEW-DAYS IS NUMERIC
                   MOVE RCC-REVIEW-DAYS TO WS-REVIEW-DAYS
               END-IF.
               IF RCC-FACTOR-A IS NUMERIC
                   MOVE RCC-FACTOR-A TO WS-FACTOR-A
               END-IF.
               IF RCC-FACTOR-B IS NUMERIC
                   MOVE RCC-FACTOR-B TO WS-FACTOR-B
               END-IF.
               IF RCC-FACTOR-C IS NUMERIC
                   MOVE RCC-FACTOR-C TO WS-FACTOR-C
               END-IF.

           150-LOAD-THE-CLASSES.
               OPEN INPUT ITEM-CLASS-FILE.
               PERFORM 160-READ-ONE-CLASS
                   UNTIL WS-ICL-EOF = 'Y' OR WS-CL-COUNT = 2000.
               CLOSE ITEM-CLASS-FILE.

           160-READ-ONE-CLASS.
               READ ITEM-CLASS-FILE
                   AT END MOVE 'Y' TO WS-ICL-EOF
                   NOT AT END
                       ADD 1 TO WS-CL-COUNT
                       MOVE ICL-INVENTORY-ID TO WS-CL-ID(WS-CL-COUNT)
                       MOVE ICL-CLASS TO WS-CL-CLASS(WS-CL-COUNT)
               END-READ.

      *> A new proposal run replaces whatever an earlier one left
      *> unapplied: the levels are only as good as the latest
      *> history.
           200-PROPOSE-THE-LEVELS.
               MOVE WS-TODAY TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               MOVE WS-DN-DAYS TO WS-TODAY-DAYS.
               COMPUTE WS-START-DAYS =
                   WS-TODAY-DAYS - WS-HISTORY-DAYS + 1.
               OPEN INPUT INDEXED-INVENT-FILE.
               OPEN INPUT VENDOR-MASTER-FILE.
               OPEN OUTPUT REORDER-PROPOSAL-FILE.
               OPEN OUTPUT REORDER-REVIEW-OUT.
               MOVE WS-TODAY TO WS-H1-DATE.
               MOVE WS-HISTORY-DAYS TO WS-H1-HISTORY.
               MOVE WS-REVIEW-DAYS TO WS-H1-REVIEW.
               DISPLAY WS-HEAD-1.
               WRITE REVIEW-LINE-OUT FROM WS-HEAD-1.
               DISPLAY WS-HEAD-2.
               WRITE REVIEW-LINE-OUT FROM WS-HEAD-2.
               PERFORM 210-REVIEW-ONE-ITEM UNTIL WS-INV-EOF = 'Y'.
               MOVE WS-ITEMS-REVIEWED TO WS-F-REVIEWED.
               MOVE WS-CHANGES-PROPOSED TO WS-F-PROPOSED.
               DISPLAY WS-FOOT-LINE.
               WRITE REVIEW-LINE-OUT FROM WS-FOOT-LINE.
               CLOSE REORDER-REVIEW-OUT.
               CLOSE REORDER-PROPOSAL-FILE.
               CLOSE VENDOR-MASTER-FILE.
               CLOSE INDEXED-INVENT-FILE.

      *> Discontinued items are on their way out; their levels
      *> are left alone.
           210-REVIEW-ONE-ITEM.
               READ INDEXED-INVENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-INV-EOF
                   NOT AT END
                       IF ITEM-STATUS NOT = 'D'
                           PERFORM 220-MEASURE-THE-USAGE
                           PERFORM 240-COMPUTE-THE-LEVELS
                           PERFORM 260-REPORT-ONE-ITEM
                       END-IF
               END-READ.

      *> The journal is scanned once per item, the SLOW_MOVER
      *> shape; each sale and issue in the window lands in its
      *> day's bucket so the variability is day to day.
           220-MEASURE-THE-USAGE.
               INITIALIZE WS-DAILY-TABLE.
               MOVE 'N' TO WS-JRNL-EOF.
               OPEN INPUT STOCK-JOURNAL-FILE.
               PERFORM 225-SCAN-ONE-JOURNAL-LINE
                   UNTIL WS-JRNL-EOF = 'Y'.
               CLOSE STOCK-JOURNAL-FILE.
               MOVE 0 TO WS-USAGE-TOTAL.
               MOVE 0 TO WS-USAGE-SQUARES.
               PERFORM 230-ADD-ONE-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-HISTORY-DAYS.
               COMPUTE WS-AVERAGE-USAGE ROUNDED =
                   WS-USAGE-TOTAL / WS-HISTORY-DAYS.
               COMPUTE WS-VARIANCE ROUNDED =
                   WS-USAGE-SQUARES / WS-HISTORY-DAYS
                   - WS-AVERAGE-USAGE * WS-AVERAGE-USAGE.
               IF WS-VARIANCE > 0
                   COMPUTE WS-VARIABILITY ROUNDED =
                       WS-VARIANCE ** 0.5
               ELSE
                   MOVE 0 TO WS-VARIABILITY
               END-IF.

           225-SCAN-ONE-JOURNAL-LINE.
               READ STOCK-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-JRNL-EOF
                   NOT AT END
                       IF SJ-INVENTORY-ID = INVENTORY-ID
                           AND (SJ-TYPE = 'S' OR 's' OR 'I' OR 'i')
                           AND SJ-DATE IS NUMERIC
                           AND SJ-QUANTITY IS NUMERIC
                           PERFORM 226-BUCKET-THE-MOVEMENT
                       END-IF
               END-READ.

           226-BUCKET-THE-MOVEMENT.
               MOVE SJ-DATE TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               IF WS-DN-DAYS NOT < WS-START-DAYS
                   AND WS-DN-DAYS NOT > WS-TODAY-DAYS
                   COMPUTE WS-DAY-SUB = WS-DN-DAYS - WS-START-DAYS + 1
                   ADD SJ-QUANTITY TO WS-DAILY-USAGE(WS-DAY-SUB)
               END-IF.

           230-ADD-ONE-DAY.
               ADD WS-DAILY-USAGE(WS-DAY-SUB) TO WS-USAGE-TOTAL.
               COMPUTE WS-USAGE-SQUARES = WS-USAGE-SQUARES
                   + WS-DAILY-USAGE(WS-DAY-SUB)
                   * WS-DAILY-USAGE(WS-DAY-SUB).

      *> Both levels round up to a whole pair: short by a
      *> fraction is still short.  A vendor off the master, or
      *> with no lead time on it, is taken at 14 days; an item
      *> with no class is taken as B.
           240-COMPUTE-THE-LEVELS.
               MOVE 14 TO WS-LEAD-DAYS.
               MOVE VENDOR-CODE TO VEN-CODE.
               READ VENDOR-MASTER-FILE
                   NOT INVALID KEY
                       IF VEN-LEAD-DAYS IS NUMERIC
                           AND VEN-LEAD-DAYS > 0
                           MOVE VEN-LEAD-DAYS TO WS-LEAD-DAYS
                       END-IF
               END-READ.
               MOVE 'B' TO WS-ITEM-CLASS.
               MOVE 'N' TO WS-CL-FOUND-FLAG.
               PERFORM 245-SCAN-ONE-CLASS
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CL-COUNT
                       OR WS-CL-FOUND-FLAG = 'Y'.
               EVALUATE WS-ITEM-CLASS
                   WHEN 'A'
                       MOVE WS-FACTOR-A TO WS-SAFETY-FACTOR
                   WHEN 'C'
                       MOVE WS-FACTOR-C TO WS-SAFETY-FACTOR
                   WHEN OTHER
                       MOVE 'B' TO WS-ITEM-CLASS
                       MOVE WS-FACTOR-B TO WS-SAFETY-FACTOR
               END-EVALUATE.
               COMPUTE WS-RAW-LEVEL =
                   WS-AVERAGE-USAGE * WS-LEAD-DAYS
                   + WS-SAFETY-FACTOR * WS-VARIABILITY
                   * WS-LEAD-DAYS ** 0.5
                   + 0.9999.
               MOVE WS-RAW-LEVEL TO WS-NEW-REORDER.
               COMPUTE WS-RAW-LEVEL =
                   WS-NEW-REORDER
                   + WS-AVERAGE-USAGE * WS-REVIEW-DAYS
                   + 0.9999.
               MOVE WS-RAW-LEVEL TO WS-NEW-MAXIMUM.

           245-SCAN-ONE-CLASS.
               IF WS-CL-ID(WS-SUB) = INVENTORY-ID
                   MOVE 'Y' TO WS-CL-FOUND-FLAG
                   MOVE WS-CL-CLASS(WS-SUB) TO WS-ITEM-CLASS
               END-IF.

           260-REPORT-ONE-ITEM.
               ADD 1 TO WS-ITEMS-REVIEWED.
               MOVE INVENTORY-ID TO WS-D-ID.
               MOVE WS-ITEM-CLASS TO WS-D-CLASS.
               MOVE WS-LEAD-DAYS TO WS-D-LEAD.
               MOVE WS-AVERAGE-USAGE TO WS-D-AVERAGE.
               MOVE WS-VARIABILITY TO WS-D-VARIABILITY.
               MOVE REORDER-POINT TO WS-D-OLD-REORDER.
               MOVE WS-NEW-REORDER TO WS-D-NEW-REORDER.
               MOVE MAXIMUM-STOCK TO WS-D-OLD-MAXIMUM.
               MOVE WS-NEW-MAXIMUM TO WS-D-NEW-MAXIMUM.
               IF WS-NEW-REORDER = REORDER-POINT
                   AND WS-NEW-MAXIMUM = MAXIMUM-STOCK
                   MOVE SPACES TO WS-D-FLAG
               ELSE
                   MOVE "CHANGE" TO WS-D-FLAG
                   PERFORM 270-WRITE-ONE-PROPOSAL
               END-IF.
               DISPLAY WS-DETAIL-LINE.
               WRITE REVIEW-LINE-OUT FROM WS-DETAIL-LINE.

           270-WRITE-ONE-PROPOSAL.
               ADD 1 TO WS-CHANGES-PROPOSED.
               MOVE SPACES TO REORDER-PROPOSAL-RECORD.
               MOVE INVENTORY-ID TO RPP-INVENTORY-ID.
               MOVE WS-ITEM-CLASS TO RPP-CLASS.
               MOVE REORDER-POINT TO RPP-OLD-REORDER.
               MOVE MAXIMUM-STOCK TO RPP-OLD-MAXIMUM.
               MOVE WS-NEW-REORDER TO RPP-NEW-REORDER.
               MOVE WS-NEW-MAXIMUM TO RPP-NEW-MAXIMUM.
               MOVE 'P' TO RPP-STATUS.
               MOVE WS-TODAY TO RPP-DATE.
               WRITE REORDER-PROPOSAL-RECORD.

      *> Changing the levels is an inventory update: the operator
      *> must hold update level, and the run claims the shared
      *> inventory lock for its keyed rewrites.
           500-APPLY-THE-PROPOSALS.
               DISPLAY "Enter operator ID: "
               ACCEPT WS-OPERATOR.
               MOVE WS-OPERATOR TO WS-OP-OPERATOR-ID.
               CALL 'OPERATOR_CHECK' USING WS-OPERATOR-AREA.
               IF WS-OP-AUTH-STATUS NOT = '0'
                   DISPLAY "OPERATOR NOT ON THE OPERATOR MASTER -- "
                       "SIGN-ON REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-OP-AUTH-LEVEL < 2
                   DISPLAY "INQUIRY-ONLY OPERATOR -- REORDER LEVELS "
                       "WRITE THE INVENTORY FILE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM 510-LOAD-THE-PROPOSALS.
               IF WS-RPP-EOF NOT = 'Y'
                   DISPLAY "REORDER-PROPOSALS.TXT EXCEEDS THE "
                       "2000-LINE TABLE -- NOTHING APPLIED."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               DISPLAY "Approve every proposal (A) or review each "
                   "one (R)? "
               ACCEPT WS-ANSWER.
               IF WS-ANSWER = 'A' OR 'a'
                   MOVE 'N' TO WS-REVIEW-EACH-FLAG
               ELSE
                   MOVE 'Y' TO WS-REVIEW-EACH-FLAG
               END-IF.
               MOVE 'A' TO WS-RLK-ACTION.
               MOVE "INDEXED-INVENTORY" TO WS-RLK-RESOURCE.
               MOVE WS-OPERATOR TO WS-RLK-OPERATOR.
               CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.
               IF WS-RLK-RESULT NOT = '0'
                   DISPLAY "INVENTORY IS IN USE -- REORDER LEVELS "
                       "NOT APPLIED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN I-O INDEXED-INVENT-FILE.
               OPEN EXTEND REORDER-CHANGE-LOG.
               PERFORM 520-APPLY-ONE-PROPOSAL
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PP-COUNT.
               CLOSE REORDER-CHANGE-LOG.
               CLOSE INDEXED-INVENT-FILE.
               MOVE 'R' TO WS-RLK-ACTION.
               CALL 'RESOURCE_LOCK' USING WS-RESOURCE-LOCK-AREA.
               PERFORM 550-REWRITE-THE-PROPOSALS.
               DISPLAY "CHANGES APPLIED:     " WS-CHANGES-APPLIED.
               DISPLAY "CHANGES REJECTED:    " WS-CHANGES-REJECTED.
               DISPLAY "CHANGES STALE:       " WS-CHANGES-STALE.
               IF WS-CHANGES-STALE > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

           510-LOAD-THE-PROPOSALS.
               MOVE 'N' TO WS-RPP-EOF.
               OPEN INPUT REORDER-PROPOSAL-FILE.
               PERFORM 515-READ-ONE-PROPOSAL
                   UNTIL WS-RPP-EOF = 'Y' OR WS-PP-COUNT = 2000.
               IF WS-RPP-EOF NOT = 'Y'
                   READ REORDER-PROPOSAL-FILE
                       AT END MOVE 'Y' TO WS-RPP-EOF
                   END-READ
               END-IF.
               CLOSE REORDER-PROPOSAL-FILE.

           515-READ-ONE-PROPOSAL.
               READ REORDER-PROPOSAL-FILE
                   AT END MOVE 'Y' TO WS-RPP-EOF
                   NOT AT END
                       ADD 1 TO WS-PP-COUNT
                       MOVE REORDER-PROPOSAL-RECORD
                           TO WS-PP-ENTRY(WS-PP-COUNT)
               END-READ.

      *> A proposal is only good against the levels it was made
      *> from; if someone has changed the item since, it is marked
      *> stale and left for the next proposal run.
           520-APPLY-ONE-PROPOSAL.
               MOVE WS-PP-ENTRY(WS-SUB) TO REORDER-PROPOSAL-RECORD.
               IF RPP-STATUS = 'P'
                   MOVE RPP-INVENTORY-ID TO INVENTORY-ID
                   READ INDEXED-INVENT-FILE
                       INVALID KEY
                           MOVE 'S' TO RPP-STATUS
                           ADD 1 TO WS-CHANGES-STALE
                           DISPLAY "ITEM NO LONGER ON INVENTORY: "
                               RPP-INVENTORY-ID
                       NOT INVALID KEY
                           PERFORM 530-CHECK-AND-APPROVE
                   END-READ
                   MOVE REORDER-PROPOSAL-RECORD TO WS-PP-ENTRY(WS-SUB)
               END-IF.

           530-CHECK-AND-APPROVE.
               IF REORDER-POINT NOT = RPP-OLD-REORDER
                   OR MAXIMUM-STOCK NOT = RPP-OLD-MAXIMUM
                   MOVE 'S' TO RPP-STATUS
                   ADD 1 TO WS-CHANGES-STALE
                   DISPLAY "LEVELS CHANGED SINCE THE PROPOSAL, NOT "
                       "APPLIED: " RPP-INVENTORY-ID
               ELSE
                   MOVE 'Y' TO WS-ANSWER
                   IF WS-REVIEW-EACH-FLAG = 'Y'
                       DISPLAY RPP-INVENTORY-ID " CLASS " RPP-CLASS
                           "  REORDER " RPP-OLD-REORDER " -> "
                           RPP-NEW-REORDER "  MAXIMUM "
                           RPP-OLD-MAXIMUM " -> " RPP-NEW-MAXIMUM
                       DISPLAY "Apply? (Y/N) "
                       ACCEPT WS-ANSWER
                   END-IF
                   IF WS-ANSWER = 'Y' OR 'y'
                       PERFORM 540-UPDATE-THE-LEVELS
                   ELSE
                       MOVE 'R' TO RPP-STATUS
                       ADD 1 TO WS-CHANGES-REJECTED
                   END-IF
               END-IF.

           540-UPDATE-THE-LEVELS.
               MOVE RPP-NEW-REORDER TO REORDER-POINT.
               MOVE RPP-NEW-MAXIMUM TO MAXIMUM-STOCK.
               REWRITE INVENTORY-RECORD-OUT
                   INVALID KEY
                       MOVE 'S' TO RPP-STATUS
                       ADD 1 TO WS-CHANGES-STALE
                       DISPLAY "REWRITE REJECTED, FILE STATUS "
                           WS-KEY " FOR: " RPP-INVENTORY-ID
                   NOT INVALID KEY
                       MOVE 'A' TO RPP-STATUS
                       ADD 1 TO WS-CHANGES-APPLIED
                       PERFORM 545-LOG-THE-CHANGE
               END-REWRITE.

      *> Who changed the levels, when, and the levels before and
      *> after -- the change-journal shape.
           545-LOG-THE-CHANGE.
               ACCEPT WS-TIME FROM TIME.
               MOVE SPACES TO REORDER-CHANGE-LINE.
               MOVE WS-TODAY TO RCL-DATE.
               MOVE WS-TIME TO RCL-TIME.
               MOVE WS-OPERATOR TO RCL-OPERATOR.
               MOVE RPP-INVENTORY-ID TO RCL-INVENTORY-ID.
               MOVE RPP-OLD-REORDER TO RCL-OLD-REORDER.
               MOVE RPP-OLD-MAXIMUM TO RCL-OLD-MAXIMUM.
               MOVE RPP-NEW-REORDER TO RCL-NEW-REORDER.
               MOVE RPP-NEW-MAXIMUM TO RCL-NEW-MAXIMUM.
               WRITE REORDER-CHANGE-LINE.

           550-REWRITE-THE-PROPOSALS.
               OPEN OUTPUT REORDER-PROPOSAL-FILE.
               PERFORM 555-WRITE-ONE-PROPOSAL
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PP-COUNT.
               CLOSE REORDER-PROPOSAL-FILE.

           555-WRITE-ONE-PROPOSAL.
               MOVE WS-PP-ENTRY(WS-SUB) TO REORDER-PROPOSAL-RECORD.
               WRITE REORDER-PROPOSAL-RECORD.

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

       END PROGRAM REORDER_RECALC_PROGRAM.
