      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 06-23-2026
      * Purpose: the vendor scorecard purchasing takes into a
      * negotiation.  For a period, every vendor on
      * VENDOR-MASTER.IDX is scored on the PO lines that fell due
      * in it (PO-MASTER.TXT): on-time delivery (the line fully
      * received by its due date), fill rate (received against
      * ordered), invoice price variance (every line billed against
      * those PO lines on INVOICE-PRICE-HISTORY.TXT, at the invoice
      * price against the PO price; the lines billed off the PO
      * price are the price holds) and the defective-return rate
      * (SHOE-RETURNS.TXT lines with a defect reason, per pair
      * received).  Vendors are ranked
      * best first on VENDOR-SCORECARD.TXT, and any vendor on the
      * wrong side of a SCORECARD-CONTROL.TXT threshold is
      * flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR_SCORECARD_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE
           ASSIGN TO '..\VENDOR-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY VEN-CODE
           FILE STATUS WS-VEN-STATUS.
           SELECT INDEXED-INVENT-FILE
           ASSIGN TO '..\INDEXED-INVENTORY.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY INVENTORY-ID
           ALTERNATE KEY VENDOR-CODE WITH DUPLICATES
           FILE STATUS WS-KEY.
           SELECT OPTIONAL PO-MASTER-FILE
           ASSIGN TO '..\PO-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INVOICE-PRICE-HISTORY-FILE
           ASSIGN TO '..\INVOICE-PRICE-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHOE-RETURNS-FILE
           ASSIGN TO '..\SHOE-RETURNS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCORECARD-CONTROL-FILE
           ASSIGN TO '..\SCORECARD-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CTL-STATUS.
           SELECT SCORECARD-SORT-FILE
           ASSIGN TO '..\SCORECARD-SORT-WORK.TMP'.
           SELECT SCORECARD-REPORT-OUT
           ASSIGN TO '..\VENDOR-SCORECARD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD INDEXED-INVENT-FILE.
       01 INVENTORY-RECORD.
           05 INVENTORY-ID            PIC X(9).
           05 VENDOR-CODE             PIC X(5).
           05 INVENTORY-DESCRIPTION   PIC X(40).
           05 QUANTITY-ON-HAND        PIC 9(5).
           05 REORDER-POINT           PIC 9(5).
           05 MAXIMUM-STOCK           PIC 9(5).
           05 UNIT-COST               PIC 9(5)V99.
           05 ITEM-STATUS             PIC X(1).

       FD PO-MASTER-FILE.
       01 PO-MASTER-RECORD.
           05 POM-NUMBER          PIC 9(7).
           05 FILLER              PIC X(1).
           05 POM-VENDOR          PIC X(5).
           05 FILLER              PIC X(1).
           05 POM-INVENTORY-ID    PIC X(9).
           05 FILLER              PIC X(1).
           05 POM-QTY-ORDERED     PIC 9(5).
           05 FILLER              PIC X(1).
           05 POM-QTY-RECEIVED    PIC 9(5).
           05 FILLER              PIC X(1).
           05 POM-UNIT-COST       PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 POM-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 POM-ORDER-DATE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 POM-DUE-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 POM-RECEIVED-DATE   PIC 9(8).

      *> Every priced invoice line RECEIVING_PROGRAM's match mode
      *> has judged, clean or held, with the PO line's price and
      *> due date.
       FD INVOICE-PRICE-HISTORY-FILE.
       01 INVOICE-PRICE-RECORD.
           05 IPH-VENDOR          PIC X(5).
           05 FILLER              PIC X(1).
           05 IPH-INVOICE         PIC X(10).
           05 FILLER              PIC X(1).
           05 IPH-INVOICE-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 IPH-PO-NUMBER       PIC X(7).
           05 FILLER              PIC X(1).
           05 IPH-INVENTORY-ID    PIC X(9).
           05 FILLER              PIC X(1).
           05 IPH-DUE-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 IPH-INV-COST        PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 IPH-PO-COST         PIC 9(5)V99.

       FD SHOE-RETURNS-FILE.
       01 SHOE-RETURN-RECORD.
           05 RTN-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 RTN-INVENTORY-ID    PIC X(9).
           05 FILLER              PIC X(1).
           05 RTN-REASON          PIC X(3).
           05 FILLER              PIC X(1).
           05 RTN-ORIG-DATE       PIC 9(8).
           05 FILLER              PIC X(1).
           05 RTN-REFUND          PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 RTN-RESTOCK-FLAG    PIC X(1).
           05 FILLER              PIC X(1).
           05 RTN-EXCHANGE-FLAG   PIC X(1).

      *> Minimum on-time and fill percentages, the most price
      *> variance and defective-return rate tolerated (one
      *> decimal), and up to five return reasons that count as a
      *> defect.
       FD SCORECARD-CONTROL-FILE.
       01 SCORECARD-CONTROL-RECORD.
           05 SCC-MIN-ON-TIME     PIC 9(3).
           05 FILLER              PIC X(1).
           05 SCC-MIN-FILL        PIC 9(3).
           05 FILLER              PIC X(1).
           05 SCC-MAX-PRICE-VAR   PIC 9(2)V9.
           05 FILLER              PIC X(1).
           05 SCC-MAX-DEFECT      PIC 9(2)V9.
           05 SCC-DEFECT-REASONS.
               10 SCC-DEFECT-ENTRY OCCURS 5 TIMES.
                   15 FILLER          PIC X(1).
                   15 SCC-DEFECT-REASON PIC X(3).

       SD SCORECARD-SORT-FILE.
       01 SORT-RECORD.
           05 SORT-NO-ACTIVITY    PIC X(1).
           05 SORT-SCORE          PIC S9(3)V9.
           05 SORT-SUB            PIC 9(3).

       FD SCORECARD-REPORT-OUT.
       01 SCORECARD-LINE-OUT      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-VEN-STATUS PIC X(2).
       01 WS-KEY PIC X(2).
       01 WS-CTL-STATUS PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-FROM-EDIT PIC X(8).
       01 WS-TO-EDIT PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-VEN-EOF PIC X(1) VALUE 'N'.
       01 WS-PO-EOF PIC X(1) VALUE 'N'.
       01 WS-IPH-EOF PIC X(1) VALUE 'N'.
       01 WS-RTN-EOF PIC X(1) VALUE 'N'.
       01 WS-SORT-EOF PIC X(1) VALUE 'N'.
       01 WS-SUB PIC 9(3).
       01 WS-HIT-SUB PIC 9(3).
       01 WS-FOUND-FLAG PIC X(1).
       01 WS-REASON-SUB PIC 9(1).
       01 WS-DEFECT-FLAG PIC X(1).

       01 WS-MIN-ON-TIME PIC 9(3) VALUE 90.
       01 WS-MIN-FILL PIC 9(3) VALUE 95.
       01 WS-MAX-PRICE-VAR PIC 9(2)V9 VALUE 2.0.
       01 WS-MAX-DEFECT PIC 9(2)V9 VALUE 3.0.
       01 WS-DEFECT-REASONS.
           05 WS-DEFECT-REASON OCCURS 5 TIMES PIC X(3).

      *> One row per vendor on the master, in master order.
       01 WS-SCORE-TABLE.
           05 WS-SV-ENTRY OCCURS 300 TIMES.
               10 WS-SV-VENDOR        PIC X(5).
               10 WS-SV-NAME          PIC X(30).
               10 WS-SV-LINES-DUE     PIC 9(5).
               10 WS-SV-LINES-ON-TIME PIC 9(5).
               10 WS-SV-QTY-ORDERED   PIC 9(7).
               10 WS-SV-QTY-FILLED    PIC 9(7).
               10 WS-SV-QTY-RECEIVED  PIC 9(7).
               10 WS-SV-PRICE-HOLDS   PIC 9(4).
               10 WS-SV-INV-COST      PIC 9(9)V99.
               10 WS-SV-PO-COST       PIC 9(9)V99.
               10 WS-SV-DEFECTS       PIC 9(5).
               10 WS-SV-ON-TIME-PCT   PIC 9(3)V9.
               10 WS-SV-FILL-PCT      PIC 9(3)V9.
               10 WS-SV-PRICE-VAR-PCT PIC S9(3)V9.
               10 WS-SV-DEFECT-PCT    PIC 9(3)V9.
               10 WS-SV-SCORE         PIC S9(3)V9.
               10 WS-SV-FLAGS         PIC X(27).
       01 WS-SV-COUNT PIC 9(3) VALUE 0.
       01 WS-PRICE-VAR-ABS PIC 9(3)V9.
       01 WS-FLAG-POINTER PIC 9(2).
       01 WS-FLAGGED-COUNT PIC 9(3) VALUE 0.
       01 WS-RANK PIC 9(3) VALUE 0.

      *> Invoice lines billed against PO lines due in the period,
      *> waiting to be tied to their PO line.  A line judged more
      *> than once at the same price (an invoice held and matched
      *> again) is kept once.
       01 WS-INVOICE-LINE-TABLE.
           05 WS-IL-ENTRY OCCURS 2000 TIMES.
               10 WS-IL-VENDOR        PIC X(5).
               10 WS-IL-INVOICE       PIC X(10).
               10 WS-IL-PO-NUMBER     PIC X(7).
               10 WS-IL-INVENTORY-ID  PIC X(9).
               10 WS-IL-INV-COST      PIC 9(5)V99.
               10 WS-IL-PO-COST       PIC 9(5)V99.
       01 WS-IL-COUNT PIC 9(4) VALUE 0.
       01 WS-IL-SUB PIC 9(4).

       01 WS-HEAD-1.
           05 FILLER              PIC X(23)
               VALUE "VENDOR SCORECARD  FROM ".
           05 WS-H1-FROM          PIC 9(8).
           05 FILLER              PIC X(4) VALUE " TO ".
           05 WS-H1-TO            PIC 9(8).
       01 WS-HEAD-2.
           05 FILLER              PIC X(20)
               VALUE "THRESHOLDS: ON-TIME ".
           05 WS-H2-ON-TIME       PIC ZZ9.
           05 FILLER              PIC X(7) VALUE "%  FILL".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-H2-FILL          PIC ZZ9.
           05 FILLER              PIC X(15) VALUE "%  PRICE VAR +-".
           05 WS-H2-PRICE-VAR     PIC Z9.9.
           05 FILLER              PIC X(10) VALUE "%  DEFECT ".
           05 WS-H2-DEFECT        PIC Z9.9.
           05 FILLER              PIC X(1) VALUE "%".
       01 WS-HEAD-3.
           05 FILLER              PIC X(41)
               VALUE "RANK VENDOR                              ".
           05 FILLER              PIC X(45)
               VALUE "LINES ON-TIME   FILL HOLDS PRICE VAR DEFECTS ".
           05 FILLER              PIC X(46)
               VALUE " DEF RATE  SCORE FLAGS".
       01 WS-DETAIL-LINE.
           05 WS-D-RANK           PIC ZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-VENDOR         PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-NAME           PIC X(30).
           05 WS-D-LINES          PIC ZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-ON-TIME        PIC ZZ9.9.
           05 FILLER              PIC X(2) VALUE "% ".
           05 WS-D-FILL           PIC ZZ9.9.
           05 FILLER              PIC X(1) VALUE "%".
           05 WS-D-HOLDS          PIC ZZZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-D-PRICE-VAR      PIC -ZZ9.9.
           05 FILLER              PIC X(2) VALUE "% ".
           05 WS-D-DEFECTS        PIC ZZZZZ9.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-D-DEFECT-PCT     PIC ZZ9.9.
           05 FILLER              PIC X(2) VALUE "% ".
           05 WS-D-SCORE          PIC -ZZ9.9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-FLAGS          PIC X(27).
       01 WS-IDLE-LINE.
           05 FILLER              PIC X(5) VALUE SPACES.
           05 WS-I-VENDOR         PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-I-NAME           PIC X(30).
           05 FILLER              PIC X(30)
               VALUE "NO PO LINES DUE IN THE PERIOD".
       01 WS-FOOT-LINE.
           05 FILLER              PIC X(20)
               VALUE "VENDORS FLAGGED:    ".
           05 WS-F-FLAGGED        PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Score PO lines due from (YYYYMMDD): "
           ACCEPT WS-FROM-EDIT.
           DISPLAY "Score PO lines due to (YYYYMMDD): "
           ACCEPT WS-TO-EDIT.
           IF WS-FROM-EDIT IS NOT NUMERIC
               OR WS-TO-EDIT IS NOT NUMERIC
               OR WS-TO-EDIT < WS-FROM-EDIT
               DISPLAY "PERIOD NOT USABLE -- RUN ABORTED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FROM-EDIT TO WS-FROM-DATE.
           MOVE WS-TO-EDIT TO WS-TO-DATE.
           PERFORM 100-LOAD-THE-CONTROL.
           PERFORM 150-LOAD-THE-VENDORS.
           PERFORM 200-LOAD-THE-INVOICE-LINES.
           PERFORM 300-SCORE-THE-PO-LINES.
           PERFORM 400-COUNT-THE-DEFECTS.
           PERFORM 500-RATE-ONE-VENDOR
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SV-COUNT.
           SORT SCORECARD-SORT-FILE
               ON ASCENDING KEY SORT-NO-ACTIVITY
               ON DESCENDING KEY SORT-SCORE
               ON ASCENDING KEY SORT-SUB
               INPUT PROCEDURE 600-RELEASE-VENDORS
                   THRU 699-RELEASE-EXIT
               OUTPUT PROCEDURE 700-PRINT-SCORECARD
                   THRU 799-PRINT-EXIT.
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> No control card scores against the shop defaults: 90%
      *> on time, 95% filled, 2% price variance, 3% defective,
      *> and reason DEF as the defect.
           100-LOAD-THE-CONTROL.
               MOVE SPACES TO WS-DEFECT-REASONS.
               MOVE "DEF" TO WS-DEFECT-REASON(1).
               OPEN INPUT SCORECARD-CONTROL-FILE.
               IF WS-CTL-STATUS NOT = "00"
                   DISPLAY "NO SCORECARD-CONTROL.TXT -- DEFAULT "
                       "THRESHOLDS USED"
               ELSE
                   READ SCORECARD-CONTROL-FILE
                       AT END
                           DISPLAY "SCORECARD-CONTROL.TXT EMPTY -- "
                               "DEFAULT THRESHOLDS USED"
                       NOT AT END
                           PERFORM 110-TAKE-THE-CONTROL
                   END-READ
                   CLOSE SCORECARD-CONTROL-FILE
               END-IF.

           110-TAKE-THE-CONTROL.
               IF SCC-MIN-ON-TIME IS NUMERIC
                   MOVE SCC-MIN-ON-TIME TO WS-MIN-ON-TIME
               END-IF.
               IF SCC-MIN-FILL IS NUMERIC
                   MOVE SCC-MIN-FILL TO WS-MIN-FILL
               END-IF.
               IF SCC-MAX-PRICE-VAR IS NUMERIC
                   MOVE SCC-MAX-PRICE-VAR TO WS-MAX-PRICE-VAR
               END-IF.
               IF SCC-MAX-DEFECT IS NUMERIC
                   MOVE SCC-MAX-DEFECT TO WS-MAX-DEFECT
               END-IF.
               IF SCC-DEFECT-REASONS NOT = SPACES
                   PERFORM 111-TAKE-ONE-REASON
                       VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > 5
               END-IF.

           111-TAKE-ONE-REASON.
               MOVE SCC-DEFECT-REASON(WS-REASON-SUB)
                   TO WS-DEFECT-REASON(WS-REASON-SUB).

           150-LOAD-THE-VENDORS.
               OPEN INPUT VENDOR-MASTER-FILE.
               PERFORM 160-READ-NEXT-VENDOR
                   UNTIL WS-VEN-EOF = 'Y'.
               CLOSE VENDOR-MASTER-FILE.

           160-READ-NEXT-VENDOR.
               READ VENDOR-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-VEN-EOF
                   NOT AT END
                       IF WS-SV-COUNT < 300
                           ADD 1 TO WS-SV-COUNT
                           INITIALIZE WS-SV-ENTRY(WS-SV-COUNT)
                           MOVE VEN-CODE TO WS-SV-VENDOR(WS-SV-COUNT)
                           MOVE VEN-NAME TO WS-SV-NAME(WS-SV-COUNT)
                       ELSE
                           DISPLAY "*** WARNING: VENDOR TABLE FULL "
                               "-- NOT SCORED: " VEN-CODE
                       END-IF
               END-READ.

      *> Only lines on PO lines due in the period can tie, so only
      *> those are held; more than the table takes would leave
      *> the variance short, and the run stops instead.
           200-LOAD-THE-INVOICE-LINES.
               OPEN INPUT INVOICE-PRICE-HISTORY-FILE.
               PERFORM 210-READ-ONE-INVOICE-LINE
                   UNTIL WS-IPH-EOF = 'Y'.
               CLOSE INVOICE-PRICE-HISTORY-FILE.

           210-READ-ONE-INVOICE-LINE.
               READ INVOICE-PRICE-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-IPH-EOF
                   NOT AT END
                       IF IPH-DUE-DATE IS NUMERIC
                           AND IPH-DUE-DATE NOT < WS-FROM-DATE
                           AND IPH-DUE-DATE NOT > WS-TO-DATE
                           PERFORM 220-KEEP-ONE-INVOICE-LINE
                       END-IF
               END-READ.

           220-KEEP-ONE-INVOICE-LINE.
               MOVE 'N' TO WS-FOUND-FLAG.
               PERFORM 221-SCAN-FOR-REPEAT
                   VARYING WS-IL-SUB FROM 1 BY 1
                   UNTIL WS-IL-SUB > WS-IL-COUNT
                       OR WS-FOUND-FLAG = 'Y'.
               IF WS-FOUND-FLAG = 'N'
                   IF WS-IL-COUNT = 2000
                       DISPLAY "INVOICE-PRICE-HISTORY.TXT HAS MORE "
                           "THAN 2000 LINES DUE IN THE PERIOD -- "
                           "RUN ABORTED."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-IL-COUNT
                   MOVE IPH-VENDOR TO WS-IL-VENDOR(WS-IL-COUNT)
                   MOVE IPH-INVOICE TO WS-IL-INVOICE(WS-IL-COUNT)
                   MOVE IPH-PO-NUMBER TO WS-IL-PO-NUMBER(WS-IL-COUNT)
                   MOVE IPH-INVENTORY-ID
                       TO WS-IL-INVENTORY-ID(WS-IL-COUNT)
                   MOVE IPH-INV-COST TO WS-IL-INV-COST(WS-IL-COUNT)
                   MOVE IPH-PO-COST TO WS-IL-PO-COST(WS-IL-COUNT)
               END-IF.

           221-SCAN-FOR-REPEAT.
               IF WS-IL-VENDOR(WS-IL-SUB) = IPH-VENDOR
                   AND WS-IL-INVOICE(WS-IL-SUB) = IPH-INVOICE
                   AND WS-IL-PO-NUMBER(WS-IL-SUB) = IPH-PO-NUMBER
                   AND WS-IL-INVENTORY-ID(WS-IL-SUB) = IPH-INVENTORY-ID
                   AND WS-IL-INV-COST(WS-IL-SUB) = IPH-INV-COST
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF.

      *> A line is scored when its due date falls in the period;
      *> one still open and not yet due has not been missed, so
      *> it waits for a later scorecard.  Lines written before PO
      *> lines carried a due date are not scored.  The invoice
      *> lines billed against a scored line go into its vendor's
      *> price variance.
           300-SCORE-THE-PO-LINES.
               OPEN INPUT PO-MASTER-FILE.
               PERFORM 310-READ-ONE-PO-LINE
                   UNTIL WS-PO-EOF = 'Y'.
               CLOSE PO-MASTER-FILE.

           310-READ-ONE-PO-LINE.
               READ PO-MASTER-FILE
                   AT END MOVE 'Y' TO WS-PO-EOF
                   NOT AT END
                       PERFORM 320-FIND-THE-VENDOR
                       IF WS-FOUND-FLAG = 'Y'
                           IF POM-DUE-DATE IS NUMERIC
                               AND POM-DUE-DATE NOT < WS-FROM-DATE
                               AND POM-DUE-DATE NOT > WS-TO-DATE
                               AND (POM-STATUS = 'C'
                                   OR POM-DUE-DATE < WS-TODAY)
                               PERFORM 340-SCORE-ONE-LINE
                               PERFORM 330-TIE-THE-INVOICE-LINES
                                   VARYING WS-IL-SUB FROM 1 BY 1
                                   UNTIL WS-IL-SUB > WS-IL-COUNT
                           END-IF
                       END-IF
               END-READ.

           320-FIND-THE-VENDOR.
               MOVE 'N' TO WS-FOUND-FLAG.
               PERFORM 321-SCAN-VENDOR
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SV-COUNT
                       OR WS-FOUND-FLAG = 'Y'.

           321-SCAN-VENDOR.
               IF WS-SV-VENDOR(WS-SUB) = POM-VENDOR
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF.

           330-TIE-THE-INVOICE-LINES.
               IF WS-IL-PO-NUMBER(WS-IL-SUB) = POM-NUMBER
                   AND WS-IL-INVENTORY-ID(WS-IL-SUB) = POM-INVENTORY-ID
                   AND WS-IL-VENDOR(WS-IL-SUB) = POM-VENDOR
                   ADD WS-IL-INV-COST(WS-IL-SUB)
                       TO WS-SV-INV-COST(WS-HIT-SUB)
                   ADD WS-IL-PO-COST(WS-IL-SUB)
                       TO WS-SV-PO-COST(WS-HIT-SUB)
                   IF WS-IL-INV-COST(WS-IL-SUB)
                       NOT = WS-IL-PO-COST(WS-IL-SUB)
                       ADD 1 TO WS-SV-PRICE-HOLDS(WS-HIT-SUB)
                   END-IF
               END-IF.

      *> On time means fully received on or before the due date;
      *> the fill rate never credits more than was ordered.
           340-SCORE-ONE-LINE.
               ADD 1 TO WS-SV-LINES-DUE(WS-HIT-SUB).
               IF POM-STATUS = 'C'
                   AND POM-RECEIVED-DATE IS NUMERIC
                   AND POM-RECEIVED-DATE NOT > POM-DUE-DATE
                   ADD 1 TO WS-SV-LINES-ON-TIME(WS-HIT-SUB)
               END-IF.
               ADD POM-QTY-ORDERED TO WS-SV-QTY-ORDERED(WS-HIT-SUB).
               ADD POM-QTY-RECEIVED TO WS-SV-QTY-RECEIVED(WS-HIT-SUB).
               IF POM-QTY-RECEIVED > POM-QTY-ORDERED
                   ADD POM-QTY-ORDERED
                       TO WS-SV-QTY-FILLED(WS-HIT-SUB)
               ELSE
                   ADD POM-QTY-RECEIVED
                       TO WS-SV-QTY-FILLED(WS-HIT-SUB)
               END-IF.

      *> A return in the period with a defect reason counts
      *> against the vendor the item is bought from.
           400-COUNT-THE-DEFECTS.
               OPEN INPUT SHOE-RETURNS-FILE.
               OPEN INPUT INDEXED-INVENT-FILE.
               PERFORM 410-READ-ONE-RETURN
                   UNTIL WS-RTN-EOF = 'Y'.
               CLOSE SHOE-RETURNS-FILE.
               CLOSE INDEXED-INVENT-FILE.

           410-READ-ONE-RETURN.
               READ SHOE-RETURNS-FILE
                   AT END MOVE 'Y' TO WS-RTN-EOF
                   NOT AT END
                       IF RTN-DATE NOT < WS-FROM-DATE
                           AND RTN-DATE NOT > WS-TO-DATE
                           PERFORM 420-CHECK-DEFECT-REASON
                       END-IF
               END-READ.

           420-CHECK-DEFECT-REASON.
               MOVE 'N' TO WS-DEFECT-FLAG.
               PERFORM 421-SCAN-DEFECT-REASON
                   VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 5.
               IF WS-DEFECT-FLAG = 'Y'
                   MOVE RTN-INVENTORY-ID TO INVENTORY-ID
                   READ INDEXED-INVENT-FILE
                       INVALID KEY
                           DISPLAY "RETURNED ITEM NOT ON INVENTORY: "
                               RTN-INVENTORY-ID
                       NOT INVALID KEY
                           MOVE VENDOR-CODE TO POM-VENDOR
                           PERFORM 320-FIND-THE-VENDOR
                           IF WS-FOUND-FLAG = 'Y'
                               ADD 1 TO WS-SV-DEFECTS(WS-HIT-SUB)
                           END-IF
                   END-READ
               END-IF.

           421-SCAN-DEFECT-REASON.
               IF WS-DEFECT-REASON(WS-REASON-SUB) NOT = SPACES
                   AND WS-DEFECT-REASON(WS-REASON-SUB) = RTN-REASON
                   MOVE 'Y' TO WS-DEFECT-FLAG
               END-IF.

      *> The score is the average of the on-time and fill
      *> percentages less the price variance (either way) and
      *> the defective-return rate.  Returns with no pairs
      *> received in the period rate as fully defective.
           500-RATE-ONE-VENDOR.
               IF WS-SV-LINES-DUE(WS-SUB) > 0
                   COMPUTE WS-SV-ON-TIME-PCT(WS-SUB) ROUNDED =
                       WS-SV-LINES-ON-TIME(WS-SUB) * 100
                       / WS-SV-LINES-DUE(WS-SUB)
               END-IF.
               IF WS-SV-QTY-ORDERED(WS-SUB) > 0
                   COMPUTE WS-SV-FILL-PCT(WS-SUB) ROUNDED =
                       WS-SV-QTY-FILLED(WS-SUB) * 100
                       / WS-SV-QTY-ORDERED(WS-SUB)
               END-IF.
               IF WS-SV-PO-COST(WS-SUB) > 0
                   COMPUTE WS-SV-PRICE-VAR-PCT(WS-SUB) ROUNDED =
                       (WS-SV-INV-COST(WS-SUB) - WS-SV-PO-COST(WS-SUB))
                       * 100 / WS-SV-PO-COST(WS-SUB)
               END-IF.
               IF WS-SV-QTY-RECEIVED(WS-SUB) > 0
                   COMPUTE WS-SV-DEFECT-PCT(WS-SUB) ROUNDED =
                       WS-SV-DEFECTS(WS-SUB) * 100
                       / WS-SV-QTY-RECEIVED(WS-SUB)
               ELSE
                   IF WS-SV-DEFECTS(WS-SUB) > 0
                       MOVE 100 TO WS-SV-DEFECT-PCT(WS-SUB)
                   END-IF
               END-IF.
               IF WS-SV-PRICE-VAR-PCT(WS-SUB) < 0
                   COMPUTE WS-PRICE-VAR-ABS =
                       0 - WS-SV-PRICE-VAR-PCT(WS-SUB)
               ELSE
                   MOVE WS-SV-PRICE-VAR-PCT(WS-SUB) TO WS-PRICE-VAR-ABS
               END-IF.
               COMPUTE WS-SV-SCORE(WS-SUB) ROUNDED =
                   (WS-SV-ON-TIME-PCT(WS-SUB) + WS-SV-FILL-PCT(WS-SUB))
                   / 2 - WS-PRICE-VAR-ABS - WS-SV-DEFECT-PCT(WS-SUB).
               MOVE SPACES TO WS-SV-FLAGS(WS-SUB).
               IF WS-SV-LINES-DUE(WS-SUB) > 0
                   PERFORM 510-FLAG-ONE-VENDOR
               END-IF.

           510-FLAG-ONE-VENDOR.
               MOVE 1 TO WS-FLAG-POINTER.
               IF WS-SV-ON-TIME-PCT(WS-SUB) < WS-MIN-ON-TIME
                   STRING "LATE " DELIMITED BY SIZE
                       INTO WS-SV-FLAGS(WS-SUB)
                       WITH POINTER WS-FLAG-POINTER
                   END-STRING
               END-IF.
               IF WS-SV-FILL-PCT(WS-SUB) < WS-MIN-FILL
                   STRING "SHORT " DELIMITED BY SIZE
                       INTO WS-SV-FLAGS(WS-SUB)
                       WITH POINTER WS-FLAG-POINTER
                   END-STRING
               END-IF.
               IF WS-PRICE-VAR-ABS > WS-MAX-PRICE-VAR
                   STRING "PRICE " DELIMITED BY SIZE
                       INTO WS-SV-FLAGS(WS-SUB)
                       WITH POINTER WS-FLAG-POINTER
                   END-STRING
               END-IF.
               IF WS-SV-DEFECT-PCT(WS-SUB) > WS-MAX-DEFECT
                   STRING "DEFECTS" DELIMITED BY SIZE
                       INTO WS-SV-FLAGS(WS-SUB)
                       WITH POINTER WS-FLAG-POINTER
                   END-STRING
               END-IF.
               IF WS-FLAG-POINTER > 1
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF.

      *> Input procedure: the scored vendors go in first, best
      *> score first; vendors with nothing due follow in master
      *> order.
           600-RELEASE-VENDORS.
               PERFORM 610-RELEASE-ONE-VENDOR
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SV-COUNT.
               GO TO 699-RELEASE-EXIT.

           610-RELEASE-ONE-VENDOR.
               IF WS-SV-LINES-DUE(WS-SUB) > 0
                   MOVE 'N' TO SORT-NO-ACTIVITY
                   MOVE WS-SV-SCORE(WS-SUB) TO SORT-SCORE
               ELSE
                   MOVE 'Y' TO SORT-NO-ACTIVITY
                   MOVE 0 TO SORT-SCORE
               END-IF.
               MOVE WS-SUB TO SORT-SUB.
               RELEASE SORT-RECORD.

           699-RELEASE-EXIT.
               EXIT.

           700-PRINT-SCORECARD.
               OPEN OUTPUT SCORECARD-REPORT-OUT.
               MOVE WS-FROM-DATE TO WS-H1-FROM.
               MOVE WS-TO-DATE TO WS-H1-TO.
               DISPLAY WS-HEAD-1.
               WRITE SCORECARD-LINE-OUT FROM WS-HEAD-1.
               MOVE WS-MIN-ON-TIME TO WS-H2-ON-TIME.
               MOVE WS-MIN-FILL TO WS-H2-FILL.
               MOVE WS-MAX-PRICE-VAR TO WS-H2-PRICE-VAR.
               MOVE WS-MAX-DEFECT TO WS-H2-DEFECT.
               DISPLAY WS-HEAD-2.
               WRITE SCORECARD-LINE-OUT FROM WS-HEAD-2.
               DISPLAY WS-HEAD-3.
               WRITE SCORECARD-LINE-OUT FROM WS-HEAD-3.
               PERFORM 710-RETURN-AND-PRINT
                   UNTIL WS-SORT-EOF = 'Y'.
               MOVE WS-FLAGGED-COUNT TO WS-F-FLAGGED.
               DISPLAY WS-FOOT-LINE.
               WRITE SCORECARD-LINE-OUT FROM WS-FOOT-LINE.
               CLOSE SCORECARD-REPORT-OUT.
               GO TO 799-PRINT-EXIT.

           710-RETURN-AND-PRINT.
               RETURN SCORECARD-SORT-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       MOVE SORT-SUB TO WS-SUB
                       IF SORT-NO-ACTIVITY = 'N'
                           PERFORM 720-PRINT-SCORED-VENDOR
                       ELSE
                           PERFORM 730-PRINT-IDLE-VENDOR
                       END-IF
               END-RETURN.

           720-PRINT-SCORED-VENDOR.
               ADD 1 TO WS-RANK.
               MOVE WS-RANK TO WS-D-RANK.
               MOVE WS-SV-VENDOR(WS-SUB) TO WS-D-VENDOR.
               MOVE WS-SV-NAME(WS-SUB) TO WS-D-NAME.
               MOVE WS-SV-LINES-DUE(WS-SUB) TO WS-D-LINES.
               MOVE WS-SV-ON-TIME-PCT(WS-SUB) TO WS-D-ON-TIME.
               MOVE WS-SV-FILL-PCT(WS-SUB) TO WS-D-FILL.
               MOVE WS-SV-PRICE-HOLDS(WS-SUB) TO WS-D-HOLDS.
               MOVE WS-SV-PRICE-VAR-PCT(WS-SUB) TO WS-D-PRICE-VAR.
               MOVE WS-SV-DEFECTS(WS-SUB) TO WS-D-DEFECTS.
               MOVE WS-SV-DEFECT-PCT(WS-SUB) TO WS-D-DEFECT-PCT.
               MOVE WS-SV-SCORE(WS-SUB) TO WS-D-SCORE.
               MOVE WS-SV-FLAGS(WS-SUB) TO WS-D-FLAGS.
               DISPLAY WS-DETAIL-LINE.
               WRITE SCORECARD-LINE-OUT FROM WS-DETAIL-LINE.

           730-PRINT-IDLE-VENDOR.
               MOVE WS-SV-VENDOR(WS-SUB) TO WS-I-VENDOR.
               MOVE WS-SV-NAME(WS-SUB) TO WS-I-NAME.
               DISPLAY WS-IDLE-LINE.
               WRITE SCORECARD-LINE-OUT FROM WS-IDLE-LINE.

           799-PRINT-EXIT.
               EXIT.

       END PROGRAM VENDOR_SCORECARD_PROGRAM.
