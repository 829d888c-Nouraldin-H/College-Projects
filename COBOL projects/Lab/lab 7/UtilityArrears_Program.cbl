      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 03-17-2026
      * Purpose: the arrears cycle for utility clients who stop
      * paying.  The monthly run reads the aging extract written by
      * UTILITY_AGING_PROGRAM and, for every client whose balance
      * past 60 days is at or above the minimum on
      * ARREARS-CONTROL.TXT, issues a final notice (a letter on
      * FINAL-NOTICE-LETTERS.TXT and an open line on
      * FINAL-NOTICES.TXT).  A notice whose arrears have since been
      * paid down is cleared; one still unpaid once the notice
      * period has run gets a disconnection service order.  When a
      * disconnected client's arrears and the reconnect fee have all
      * been paid, a reconnection order follows.  Every order issued
      * is printed on UTILITY-SERVICE-ORDER-SHEET.TXT for the field
      * crew and kept on UTILITY-SERVICE-ORDERS.TXT with its status
      * (I issued, C completed, X cancelled).  Completion mode is
      * the crew's completion transaction: a completed
      * disconnection marks the meter D on METER-MASTER.TXT, so the
      * reading worklist stops expecting readings from it, and
      * charges the reconnect fee as an open item on
      * CLIENT-BALANCES.TXT; a completed reconnection puts the meter
      * back to A.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTILITY_ARREARS_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE
           ASSIGN TO '..\CLIENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CM-CLIENT-NUMBER
           FILE STATUS WS-MASTER-STATUS.
           SELECT OPTIONAL ARREARS-CONTROL-FILE
           ASSIGN TO '..\ARREARS-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AGING-EXTRACT-FILE
           ASSIGN TO '..\UTILITY-AGING-EXTRACT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTICE-FILE
           ASSIGN TO '..\FINAL-NOTICES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ORDER-FILE
           ASSIGN TO '..\UTILITY-SERVICE-ORDERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL METER-MASTER-FILE
           ASSIGN TO '..\METER-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLIENT-BALANCES-FILE
           ASSIGN TO '..\CLIENT-BALANCES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTERS-FILE-OUT
           ASSIGN TO '..\FINAL-NOTICE-LETTERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDER-SHEET-OUT
           ASSIGN TO '..\UTILITY-SERVICE-ORDER-SHEET.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
       01 CLIENT-MASTER-RECORD.
           05 CM-CLIENT-NUMBER     PIC 9(5).
           05 CM-CLIENT-NAME       PIC X(25).
           05 CM-CLIENT-ADDRESS    PIC X(40).

      *> Minimum balance past 60 days that draws a final notice,
      *> days allowed to pay after the notice, and the reconnect fee.
       FD ARREARS-CONTROL-FILE.
       01 ARREARS-CONTROL-RECORD.
           05 CTL-ARREARS-MINIMUM PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 CTL-NOTICE-DAYS     PIC 9(3).
           05 FILLER              PIC X(1).
           05 CTL-RECONNECT-FEE   PIC 9(3)V99.

       FD AGING-EXTRACT-FILE.
       01 AGING-EXTRACT-RECORD.
           05 UAX-CLIENT-NUMBER   PIC 9(5).
           05 UAX-BUCKET OCCURS 4 TIMES.
               10 FILLER          PIC X(1).
               10 UAX-AMOUNT      PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 UAX-TOTAL           PIC S9(7)V99
                                  SIGN LEADING SEPARATE.

      *> One line per final notice.  Status O open (awaiting
      *> payment), D disconnection ordered, P paid or cleared,
      *> C closed by a reconnection order.
       FD NOTICE-FILE.
       01 NOTICE-RECORD.
           05 FN-CLIENT-NUMBER    PIC 9(5).
           05 FILLER              PIC X(1).
           05 FN-NOTICE-DATE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 FN-ARREARS          PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 FN-STATUS           PIC X(1).

      *> One line per service order.  Type DIS disconnect, REC
      *> reconnect; status I issued, C completed, X cancelled; the
      *> completion date and the meter reading taken on site.
       FD ORDER-FILE.
       01 ORDER-RECORD.
           05 SO-ORDER-NUMBER     PIC 9(6).
           05 FILLER              PIC X(1).
           05 SO-TYPE             PIC X(3).
           05 FILLER              PIC X(1).
           05 SO-CLIENT-NUMBER    PIC 9(5).
           05 FILLER              PIC X(1).
           05 SO-METER-NUMBER     PIC X(8).
           05 FILLER              PIC X(1).
           05 SO-ISSUED-DATE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 SO-STATUS           PIC X(1).
           05 FILLER              PIC X(1).
           05 SO-COMPLETED-DATE   PIC 9(8).
           05 FILLER              PIC X(1).
           05 SO-READING          PIC 9(6).

      *> Meter status A installed, R removed, D disconnected for
      *> arrears.
       FD METER-MASTER-FILE.
       01 METER-MASTER-RECORD.
           05 MM-METER-NUMBER     PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 MM-CLIENT-NUMBER    PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 MM-INSTALL-DATE     PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 MM-STATUS           PIC X(1).

       FD CLIENT-BALANCES-FILE.
       01 CLIENT-BALANCE-RECORD.
           05 CBL-CLIENT-NUMBER   PIC 9(5).
           05 FILLER              PIC X(1).
           05 CBL-BALANCE         PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 CBL-INVOICE-DATE    PIC 9(8).

       FD LETTERS-FILE-OUT.
       01 LETTER-LINE-OUT         PIC X(80).

       FD ORDER-SHEET-OUT.
       01 SHEET-LINE-OUT          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-DAYS PIC 9(7).
       01 WS-SUB PIC 9(4).
       01 WS-LOOKUP-CLIENT PIC 9(5).

       01 WS-ARREARS-MINIMUM PIC 9(5)V99 VALUE 50.00.
       01 WS-NOTICE-DAYS PIC 9(3) VALUE 14.
       01 WS-RECONNECT-FEE PIC 9(3)V99 VALUE 75.00.

       01 WS-AGING-TABLE.
           05 WS-AG-ENTRY OCCURS 500 TIMES.
               10 WS-AG-CLIENT    PIC 9(5).
               10 WS-AG-ARREARS   PIC S9(7)V99.
               10 WS-AG-TOTAL     PIC S9(7)V99.
       01 WS-AG-COUNT PIC 9(4) VALUE 0.
       01 WS-AG-EOF PIC X(1) VALUE 'N'.
       01 WS-AG-HIT PIC 9(4).

       01 WS-NOTICE-TABLE.
           05 WS-FN-ENTRY OCCURS 1000 TIMES.
               10 WS-FN-CLIENT    PIC 9(5).
               10 WS-FN-DATE      PIC 9(8).
               10 WS-FN-ARREARS   PIC S9(7)V99.
               10 WS-FN-STATUS    PIC X(1).
       01 WS-FN-COUNT PIC 9(4) VALUE 0.
       01 WS-FN-EOF PIC X(1) VALUE 'N'.
       01 WS-FN-HIT PIC 9(4).
       01 WS-FN-SUB PIC 9(4).

       01 WS-ORDER-TABLE.
           05 WS-SO-ENTRY OCCURS 1000 TIMES.
               10 WS-SO-NUMBER    PIC 9(6).
               10 WS-SO-TYPE      PIC X(3).
               10 WS-SO-CLIENT    PIC 9(5).
               10 WS-SO-METER     PIC X(8).
               10 WS-SO-ISSUED    PIC 9(8).
               10 WS-SO-STATUS    PIC X(1).
               10 WS-SO-COMPLETED PIC 9(8).
               10 WS-SO-READING   PIC 9(6).
       01 WS-SO-COUNT PIC 9(4) VALUE 0.
       01 WS-SO-EOF PIC X(1) VALUE 'N'.
       01 WS-SO-HIT PIC 9(4).
       01 WS-SO-SUB PIC 9(4).
       01 WS-NEXT-ORDER PIC 9(6) VALUE 0.
       01 WS-ORDER-TYPE PIC X(3).
       01 WS-ORDER-METER PIC X(8).

       01 WS-METER-TABLE.
           05 WS-MT-ENTRY OCCURS 500 TIMES.
               10 WS-MT-METER     PIC X(8).
               10 WS-MT-CLIENT    PIC 9(5).
               10 WS-MT-DATE      PIC 9(8).
               10 WS-MT-STATUS    PIC X(1).
       01 WS-MT-COUNT PIC 9(4) VALUE 0.
       01 WS-MM-EOF PIC X(1) VALUE 'N'.
       01 WS-MT-HIT PIC 9(4).
       01 WS-METER-STATUS-WANTED PIC X(1).

       01 WS-ORDER-EDIT PIC X(6).
       01 WS-ORDER-9 REDEFINES WS-ORDER-EDIT PIC 9(6).
       01 WS-READING-EDIT PIC X(6).
       01 WS-READING-9 REDEFINES WS-READING-EDIT PIC 9(6).
       01 WS-ACTION PIC X(1).

       01 WS-NOTICES-ISSUED PIC 9(5) VALUE 0.
       01 WS-NOTICES-CLEARED PIC 9(5) VALUE 0.
       01 WS-DISCONNECTS-ISSUED PIC 9(5) VALUE 0.
       01 WS-RECONNECTS-ISSUED PIC 9(5) VALUE 0.
       01 WS-NO-METER-COUNT PIC 9(5) VALUE 0.

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

       01 WS-LETTER-HEAD.
           05 FILLER              PIC X(22)
               VALUE "FINAL NOTICE      DATE".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-LH-DATE          PIC 9(8).
           05 FILLER              PIC X(9) VALUE "  CLIENT ".
           05 WS-LH-CLIENT        PIC 9(5).
       01 WS-LETTER-BODY.
           05 FILLER              PIC X(28)
               VALUE "AMOUNT PAST 60 DAYS:       $".
           05 WS-LB-ARREARS       PIC ZZZ,ZZ9.99.
       01 WS-LETTER-WARNING.
           05 FILLER              PIC X(23)
               VALUE "UNLESS PAID WITHIN    ".
           05 WS-LW-DAYS          PIC ZZ9.
           05 FILLER              PIC X(40)
               VALUE " DAYS, SERVICE WILL BE DISCONNECTED.".
       01 WS-SHEET-LINE.
           05 WS-SH-ORDER         PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-SH-TYPE          PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-SH-METER         PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-SH-CLIENT        PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-SH-NAME          PIC X(20).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-SH-ADDRESS       PIC X(33).
       01 WS-LIST-LINE.
           05 WS-L-ORDER          PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-TYPE           PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-CLIENT         PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-METER          PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-ISSUED         PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-STATUS         PIC X(1).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-L-COMPLETED      PIC 9(8).
       01 WS-COUNT-LINE.
           05 WS-C-CAPTION        PIC X(26).
           05 WS-C-COUNT          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-DN-DATE.
           PERFORM 800-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS TO WS-TODAY-DAYS.
           PERFORM 100-LOAD-ARREARS-CONTROL.
           PERFORM 110-LOAD-NOTICES.
           PERFORM 120-LOAD-ORDERS.
           PERFORM 130-LOAD-METERS.
           PERFORM 140-LOAD-AGING-EXTRACT.
           PERFORM 190-CHECK-TABLE-CEILINGS.
           DISPLAY "Run the arrears cycle, complete or cancel a "
               "service order, or list the orders? (N/C/L) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'C' OR 'c'
                   PERFORM 300-COMPLETE-AN-ORDER
               WHEN WS-MODE = 'L' OR 'l'
                   PERFORM 600-LIST-THE-ORDERS
               WHEN OTHER
                   PERFORM 200-RUN-THE-ARREARS-CYCLE
           END-EVALUATE.
           STOP RUN.

           100-LOAD-ARREARS-CONTROL.
               OPEN INPUT ARREARS-CONTROL-FILE.
               READ ARREARS-CONTROL-FILE
                   AT END
                       DISPLAY "No arrears control card -- using "
                           "defaults."
                   NOT AT END
                       MOVE CTL-ARREARS-MINIMUM TO WS-ARREARS-MINIMUM
                       MOVE CTL-NOTICE-DAYS TO WS-NOTICE-DAYS
                       MOVE CTL-RECONNECT-FEE TO WS-RECONNECT-FEE
               END-READ.
               CLOSE ARREARS-CONTROL-FILE.

           110-LOAD-NOTICES.
               OPEN INPUT NOTICE-FILE.
               PERFORM 115-READ-ONE-NOTICE
                   UNTIL WS-FN-EOF = 'Y' OR WS-FN-COUNT = 1000.
               CLOSE NOTICE-FILE.

           115-READ-ONE-NOTICE.
               READ NOTICE-FILE
                   AT END MOVE 'Y' TO WS-FN-EOF
                   NOT AT END
                       ADD 1 TO WS-FN-COUNT
                       MOVE FN-CLIENT-NUMBER
                           TO WS-FN-CLIENT(WS-FN-COUNT)
                       MOVE FN-NOTICE-DATE TO WS-FN-DATE(WS-FN-COUNT)
                       MOVE FN-ARREARS TO WS-FN-ARREARS(WS-FN-COUNT)
                       MOVE FN-STATUS TO WS-FN-STATUS(WS-FN-COUNT)
               END-READ.

           120-LOAD-ORDERS.
               OPEN INPUT ORDER-FILE.
               PERFORM 125-READ-ONE-ORDER
                   UNTIL WS-SO-EOF = 'Y' OR WS-SO-COUNT = 1000.
               CLOSE ORDER-FILE.

           125-READ-ONE-ORDER.
               READ ORDER-FILE
                   AT END MOVE 'Y' TO WS-SO-EOF
                   NOT AT END
                       ADD 1 TO WS-SO-COUNT
                       MOVE SO-ORDER-NUMBER TO WS-SO-NUMBER(WS-SO-COUNT)
                       MOVE SO-TYPE TO WS-SO-TYPE(WS-SO-COUNT)
                       MOVE SO-CLIENT-NUMBER
                           TO WS-SO-CLIENT(WS-SO-COUNT)
                       MOVE SO-METER-NUMBER TO WS-SO-METER(WS-SO-COUNT)
                       MOVE SO-ISSUED-DATE TO WS-SO-ISSUED(WS-SO-COUNT)
                       MOVE SO-STATUS TO WS-SO-STATUS(WS-SO-COUNT)
                       MOVE SO-COMPLETED-DATE
                           TO WS-SO-COMPLETED(WS-SO-COUNT)
                       MOVE SO-READING TO WS-SO-READING(WS-SO-COUNT)
                       IF SO-ORDER-NUMBER > WS-NEXT-ORDER
                           MOVE SO-ORDER-NUMBER TO WS-NEXT-ORDER
                       END-IF
               END-READ.

           130-LOAD-METERS.
               OPEN INPUT METER-MASTER-FILE.
               PERFORM 135-READ-ONE-METER
                   UNTIL WS-MM-EOF = 'Y' OR WS-MT-COUNT = 500.
               CLOSE METER-MASTER-FILE.

           135-READ-ONE-METER.
               READ METER-MASTER-FILE
                   AT END MOVE 'Y' TO WS-MM-EOF
                   NOT AT END
                       ADD 1 TO WS-MT-COUNT
                       MOVE MM-METER-NUMBER TO WS-MT-METER(WS-MT-COUNT)
                       MOVE MM-CLIENT-NUMBER
                           TO WS-MT-CLIENT(WS-MT-COUNT)
                       MOVE MM-INSTALL-DATE TO WS-MT-DATE(WS-MT-COUNT)
                       MOVE MM-STATUS TO WS-MT-STATUS(WS-MT-COUNT)
               END-READ.

      *> Arrears are the two buckets past 60 days.
           140-LOAD-AGING-EXTRACT.
               OPEN INPUT AGING-EXTRACT-FILE.
               PERFORM 145-READ-ONE-AGING-LINE
                   UNTIL WS-AG-EOF = 'Y' OR WS-AG-COUNT = 500.
               CLOSE AGING-EXTRACT-FILE.

           145-READ-ONE-AGING-LINE.
               READ AGING-EXTRACT-FILE
                   AT END MOVE 'Y' TO WS-AG-EOF
                   NOT AT END
                       ADD 1 TO WS-AG-COUNT
                       MOVE UAX-CLIENT-NUMBER
                           TO WS-AG-CLIENT(WS-AG-COUNT)
                       COMPUTE WS-AG-ARREARS(WS-AG-COUNT) =
                           UAX-AMOUNT(3) + UAX-AMOUNT(4)
                       MOVE UAX-TOTAL TO WS-AG-TOTAL(WS-AG-COUNT)
               END-READ.

      *> The notice, order and meter files are rewritten from the
      *> tables, and a client missing from the aging table would
      *> look paid up -- a file past any ceiling stops the run.
           190-CHECK-TABLE-CEILINGS.
               IF WS-FN-EOF NOT = 'Y'
                   DISPLAY "FINAL-NOTICES.TXT EXCEEDS THE 1000-LINE "
                       "TABLE -- RUN ABORTED, FILE LEFT ALONE."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-SO-EOF NOT = 'Y'
                   DISPLAY "UTILITY-SERVICE-ORDERS.TXT EXCEEDS THE "
                       "1000-LINE TABLE -- RUN ABORTED, FILE LEFT "
                       "ALONE."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-MM-EOF NOT = 'Y'
                   DISPLAY "METER-MASTER.TXT EXCEEDS THE 500-LINE "
                       "TABLE -- RUN ABORTED, FILE LEFT ALONE."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-AG-EOF NOT = 'Y'
                   DISPLAY "UTILITY-AGING-EXTRACT.TXT EXCEEDS THE "
                       "500-LINE TABLE -- RUN ABORTED."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> Open notices are reviewed first (cleared, or moved on to a
      *> disconnection), then new notices go out, then disconnected
      *> clients who have paid up are reconnected.
           200-RUN-THE-ARREARS-CYCLE.
               OPEN INPUT CLIENT-MASTER-FILE.
               OPEN OUTPUT LETTERS-FILE-OUT.
               OPEN OUTPUT ORDER-SHEET-OUT.
               PERFORM 210-REVIEW-ONE-NOTICE
                   VARYING WS-FN-SUB FROM 1 BY 1
                   UNTIL WS-FN-SUB > WS-FN-COUNT.
               PERFORM 230-CHECK-ONE-CLIENT-ARREARS
                   VARYING WS-AG-HIT FROM 1 BY 1
                   UNTIL WS-AG-HIT > WS-AG-COUNT.
               PERFORM 250-CHECK-ONE-DISCONNECTION
                   VARYING WS-SO-SUB FROM 1 BY 1
                   UNTIL WS-SO-SUB > WS-SO-COUNT.
               CLOSE CLIENT-MASTER-FILE.
               CLOSE LETTERS-FILE-OUT.
               CLOSE ORDER-SHEET-OUT.
               PERFORM 500-SAVE-NOTICES.
               PERFORM 510-SAVE-ORDERS.
               MOVE "FINAL NOTICES ISSUED:" TO WS-C-CAPTION.
               MOVE WS-NOTICES-ISSUED TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               MOVE "NOTICES CLEARED BY PAYMENT:" TO WS-C-CAPTION.
               MOVE WS-NOTICES-CLEARED TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               MOVE "DISCONNECTIONS ORDERED:" TO WS-C-CAPTION.
               MOVE WS-DISCONNECTS-ISSUED TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               MOVE "RECONNECTIONS ORDERED:" TO WS-C-CAPTION.
               MOVE WS-RECONNECTS-ISSUED TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               MOVE "NO METER, ORDER HELD:" TO WS-C-CAPTION.
               MOVE WS-NO-METER-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.

           210-REVIEW-ONE-NOTICE.
               IF WS-FN-STATUS(WS-FN-SUB) = 'O'
                   MOVE WS-FN-CLIENT(WS-FN-SUB) TO WS-LOOKUP-CLIENT
                   PERFORM 400-FIND-CLIENT-AGING
                   IF WS-AG-HIT = 0
                       MOVE 'P' TO WS-FN-STATUS(WS-FN-SUB)
                       ADD 1 TO WS-NOTICES-CLEARED
                   ELSE
                       IF WS-AG-ARREARS(WS-AG-HIT) < WS-ARREARS-MINIMUM
                           MOVE 'P' TO WS-FN-STATUS(WS-FN-SUB)
                           ADD 1 TO WS-NOTICES-CLEARED
                       ELSE
                           PERFORM 220-CHECK-NOTICE-PERIOD
                       END-IF
                   END-IF
               END-IF.

      *> A client with no meter in service has nothing a crew can
      *> shut off: no order goes out, the notice stays open for the
      *> next cycle, and the client is reported for the office to
      *> look into.
           220-CHECK-NOTICE-PERIOD.
               MOVE WS-FN-DATE(WS-FN-SUB) TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               IF WS-TODAY-DAYS - WS-DN-DAYS >= WS-NOTICE-DAYS
                   MOVE 'A' TO WS-METER-STATUS-WANTED
                   PERFORM 410-FIND-CLIENT-METER
                   IF WS-MT-HIT = 0
                       DISPLAY "*** WARNING: NO METER IN SERVICE -- "
                           "NO DIS ORDER FOR: " WS-LOOKUP-CLIENT
                       ADD 1 TO WS-NO-METER-COUNT
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE "DIS" TO WS-ORDER-TYPE
                       PERFORM 430-ISSUE-SERVICE-ORDER
                       MOVE 'D' TO WS-FN-STATUS(WS-FN-SUB)
                       ADD 1 TO WS-DISCONNECTS-ISSUED
                   END-IF
               END-IF.

      *> A client already under notice or disconnection is left to
      *> that notice.
           230-CHECK-ONE-CLIENT-ARREARS.
               IF WS-AG-ARREARS(WS-AG-HIT) >= WS-ARREARS-MINIMUM
                   MOVE WS-AG-CLIENT(WS-AG-HIT) TO WS-LOOKUP-CLIENT
                   PERFORM 420-FIND-LIVE-NOTICE
                   IF WS-FN-HIT = 0
                       PERFORM 240-ISSUE-FINAL-NOTICE
                   END-IF
               END-IF.

           240-ISSUE-FINAL-NOTICE.
               IF WS-FN-COUNT < 1000
                   ADD 1 TO WS-FN-COUNT
                   MOVE WS-LOOKUP-CLIENT TO WS-FN-CLIENT(WS-FN-COUNT)
                   MOVE WS-TODAY TO WS-FN-DATE(WS-FN-COUNT)
                   MOVE WS-AG-ARREARS(WS-AG-HIT)
                       TO WS-FN-ARREARS(WS-FN-COUNT)
                   MOVE 'O' TO WS-FN-STATUS(WS-FN-COUNT)
                   ADD 1 TO WS-NOTICES-ISSUED
                   PERFORM 440-WRITE-NOTICE-LETTER
               ELSE
                   DISPLAY "*** WARNING: NOTICE TABLE IS FULL -- NO "
                       "NOTICE FOR: " WS-LOOKUP-CLIENT
                   MOVE 4 TO RETURN-CODE
               END-IF.

      *> A completed disconnection whose notice is still marked D
      *> is waiting on payment: once the client owes nothing (the
      *> arrears and the reconnect fee both paid), reconnect.
           250-CHECK-ONE-DISCONNECTION.
               IF WS-SO-TYPE(WS-SO-SUB) = "DIS"
                   AND WS-SO-STATUS(WS-SO-SUB) = 'C'
                   MOVE WS-SO-CLIENT(WS-SO-SUB) TO WS-LOOKUP-CLIENT
                   PERFORM 420-FIND-LIVE-NOTICE
                   IF WS-FN-HIT > 0
                       IF WS-FN-STATUS(WS-FN-HIT) = 'D'
                           PERFORM 400-FIND-CLIENT-AGING
                           PERFORM 260-RECONNECT-IF-PAID
                       END-IF
                   END-IF
               END-IF.

           260-RECONNECT-IF-PAID.
               IF WS-AG-HIT = 0
                   PERFORM 270-ISSUE-RECONNECTION
               ELSE
                   IF WS-AG-TOTAL(WS-AG-HIT) NOT > 0
                       PERFORM 270-ISSUE-RECONNECTION
                   END-IF
               END-IF.

           270-ISSUE-RECONNECTION.
               MOVE WS-SO-METER(WS-SO-SUB) TO WS-ORDER-METER.
               MOVE "REC" TO WS-ORDER-TYPE.
               PERFORM 430-ISSUE-SERVICE-ORDER.
               MOVE 'C' TO WS-FN-STATUS(WS-FN-HIT).
               ADD 1 TO WS-RECONNECTS-ISSUED.

      *> The completion transaction.  Only an issued order can be
      *> completed or cancelled.
           300-COMPLETE-AN-ORDER.
               DISPLAY "Service order number: "
               ACCEPT WS-ORDER-EDIT.
               MOVE 0 TO WS-SO-HIT.
               IF WS-ORDER-EDIT IS NUMERIC
                   PERFORM 305-SCAN-ONE-ORDER
                       VARYING WS-SO-SUB FROM 1 BY 1
                       UNTIL WS-SO-SUB > WS-SO-COUNT
               END-IF.
               IF WS-SO-HIT = 0
                   DISPLAY "No issued service order with that number."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "Complete or cancel the order? (C/X) "
                   ACCEPT WS-ACTION
                   IF WS-ACTION = 'X' OR 'x'
                       PERFORM 330-CANCEL-THE-ORDER
                   ELSE
                       PERFORM 310-COMPLETE-THE-ORDER
                   END-IF
                   PERFORM 510-SAVE-ORDERS
               END-IF.

           305-SCAN-ONE-ORDER.
               IF WS-SO-NUMBER(WS-SO-SUB) = WS-ORDER-9
                   AND WS-SO-STATUS(WS-SO-SUB) = 'I'
                   MOVE WS-SO-SUB TO WS-SO-HIT
               END-IF.

           310-COMPLETE-THE-ORDER.
               MOVE 'N' TO WS-READING-EDIT.
               PERFORM 315-ACCEPT-SITE-READING
                   UNTIL WS-READING-EDIT IS NUMERIC.
               MOVE 'C' TO WS-SO-STATUS(WS-SO-HIT).
               MOVE WS-TODAY TO WS-SO-COMPLETED(WS-SO-HIT).
               MOVE WS-READING-9 TO WS-SO-READING(WS-SO-HIT).
               MOVE WS-SO-CLIENT(WS-SO-HIT) TO WS-LOOKUP-CLIENT.
               IF WS-SO-TYPE(WS-SO-HIT) = "DIS"
                   PERFORM 320-MARK-METER-DISCONNECTED
                   PERFORM 325-CHARGE-RECONNECT-FEE
               ELSE
                   PERFORM 328-MARK-METER-RECONNECTED
               END-IF.
               DISPLAY "Order " WS-SO-NUMBER(WS-SO-HIT)
                   " completed.".

           315-ACCEPT-SITE-READING.
               DISPLAY "Meter reading on site (6 digits): "
               ACCEPT WS-READING-EDIT
               IF WS-READING-EDIT IS NOT NUMERIC
                   DISPLAY "Reading must be numeric, try again."
               END-IF.

           320-MARK-METER-DISCONNECTED.
               PERFORM 322-SET-ORDER-METER-STATUS
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MT-COUNT.
               PERFORM 520-SAVE-METERS.

           322-SET-ORDER-METER-STATUS.
               IF WS-MT-METER(WS-SUB) = WS-SO-METER(WS-SO-HIT)
                   AND WS-MT-CLIENT(WS-SUB) = WS-LOOKUP-CLIENT
                   AND WS-MT-STATUS(WS-SUB) NOT = 'R'
                   IF WS-SO-TYPE(WS-SO-HIT) = "DIS"
                       MOVE 'D' TO WS-MT-STATUS(WS-SUB)
                   ELSE
                       MOVE 'A' TO WS-MT-STATUS(WS-SUB)
                   END-IF
               END-IF.

      *> The fee goes on as an open item dated the day of the
      *> disconnection; billing, payments and the aging pick it up
      *> like any invoice.
           325-CHARGE-RECONNECT-FEE.
               OPEN EXTEND CLIENT-BALANCES-FILE.
               MOVE SPACES TO CLIENT-BALANCE-RECORD.
               MOVE WS-LOOKUP-CLIENT TO CBL-CLIENT-NUMBER.
               MOVE WS-RECONNECT-FEE TO CBL-BALANCE.
               MOVE WS-TODAY TO CBL-INVOICE-DATE.
               WRITE CLIENT-BALANCE-RECORD.
               CLOSE CLIENT-BALANCES-FILE.

           328-MARK-METER-RECONNECTED.
               PERFORM 322-SET-ORDER-METER-STATUS
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MT-COUNT.
               PERFORM 520-SAVE-METERS.

      *> A disconnection called off (paid at the door, or ordered in
      *> error) clears its notice; a cancelled reconnection leaves
      *> the meter as it is.
           330-CANCEL-THE-ORDER.
               MOVE 'X' TO WS-SO-STATUS(WS-SO-HIT).
               MOVE WS-TODAY TO WS-SO-COMPLETED(WS-SO-HIT).
               IF WS-SO-TYPE(WS-SO-HIT) = "DIS"
                   MOVE WS-SO-CLIENT(WS-SO-HIT) TO WS-LOOKUP-CLIENT
                   PERFORM 420-FIND-LIVE-NOTICE
                   IF WS-FN-HIT > 0
                       MOVE 'P' TO WS-FN-STATUS(WS-FN-HIT)
                       PERFORM 500-SAVE-NOTICES
                   END-IF
               END-IF.
               DISPLAY "Order " WS-SO-NUMBER(WS-SO-HIT)
                   " cancelled.".

           400-FIND-CLIENT-AGING.
               MOVE 0 TO WS-AG-HIT.
               PERFORM 405-SCAN-ONE-AGING-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AG-COUNT OR WS-AG-HIT > 0.

           405-SCAN-ONE-AGING-LINE.
               IF WS-AG-CLIENT(WS-SUB) = WS-LOOKUP-CLIENT
                   MOVE WS-SUB TO WS-AG-HIT
               END-IF.

           410-FIND-CLIENT-METER.
               MOVE SPACES TO WS-ORDER-METER.
               MOVE 0 TO WS-MT-HIT.
               PERFORM 415-SCAN-ONE-METER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MT-COUNT OR WS-MT-HIT > 0.

           415-SCAN-ONE-METER.
               IF WS-MT-CLIENT(WS-SUB) = WS-LOOKUP-CLIENT
                   AND WS-MT-STATUS(WS-SUB) = WS-METER-STATUS-WANTED
                   MOVE WS-SUB TO WS-MT-HIT
                   MOVE WS-MT-METER(WS-SUB) TO WS-ORDER-METER
               END-IF.

      *> A live notice is one still open or awaiting reconnection.
           420-FIND-LIVE-NOTICE.
               MOVE 0 TO WS-FN-HIT.
               PERFORM 425-SCAN-ONE-NOTICE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FN-COUNT OR WS-FN-HIT > 0.

           425-SCAN-ONE-NOTICE.
               IF WS-FN-CLIENT(WS-SUB) = WS-LOOKUP-CLIENT
                   AND (WS-FN-STATUS(WS-SUB) = 'O'
                       OR WS-FN-STATUS(WS-SUB) = 'D')
                   MOVE WS-SUB TO WS-FN-HIT
               END-IF.

           430-ISSUE-SERVICE-ORDER.
               IF WS-SO-COUNT < 1000
                   ADD 1 TO WS-NEXT-ORDER
                   ADD 1 TO WS-SO-COUNT
                   MOVE WS-NEXT-ORDER TO WS-SO-NUMBER(WS-SO-COUNT)
                   MOVE WS-ORDER-TYPE TO WS-SO-TYPE(WS-SO-COUNT)
                   MOVE WS-LOOKUP-CLIENT TO WS-SO-CLIENT(WS-SO-COUNT)
                   MOVE WS-ORDER-METER TO WS-SO-METER(WS-SO-COUNT)
                   MOVE WS-TODAY TO WS-SO-ISSUED(WS-SO-COUNT)
                   MOVE 'I' TO WS-SO-STATUS(WS-SO-COUNT)
                   MOVE 0 TO WS-SO-COMPLETED(WS-SO-COUNT)
                   MOVE 0 TO WS-SO-READING(WS-SO-COUNT)
                   PERFORM 435-PRINT-ORDER-SHEET-LINE
               ELSE
                   DISPLAY "*** WARNING: ORDER TABLE IS FULL -- NO "
                       WS-ORDER-TYPE " ORDER FOR: " WS-LOOKUP-CLIENT
                   MOVE 4 TO RETURN-CODE
               END-IF.

           435-PRINT-ORDER-SHEET-LINE.
               MOVE WS-LOOKUP-CLIENT TO CM-CLIENT-NUMBER.
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON THE MASTER" TO CM-CLIENT-NAME
                       MOVE SPACES TO CM-CLIENT-ADDRESS
               END-READ.
               MOVE WS-NEXT-ORDER TO WS-SH-ORDER.
               MOVE WS-ORDER-TYPE TO WS-SH-TYPE.
               MOVE WS-ORDER-METER TO WS-SH-METER.
               MOVE WS-LOOKUP-CLIENT TO WS-SH-CLIENT.
               MOVE CM-CLIENT-NAME TO WS-SH-NAME.
               MOVE CM-CLIENT-ADDRESS TO WS-SH-ADDRESS.
               WRITE SHEET-LINE-OUT FROM WS-SHEET-LINE.
               DISPLAY WS-SHEET-LINE.

           440-WRITE-NOTICE-LETTER.
               MOVE WS-LOOKUP-CLIENT TO CM-CLIENT-NUMBER.
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON THE MASTER" TO CM-CLIENT-NAME
                       MOVE SPACES TO CM-CLIENT-ADDRESS
               END-READ.
               MOVE WS-TODAY TO WS-LH-DATE.
               MOVE WS-LOOKUP-CLIENT TO WS-LH-CLIENT.
               WRITE LETTER-LINE-OUT FROM WS-LETTER-HEAD.
               WRITE LETTER-LINE-OUT FROM CM-CLIENT-NAME.
               WRITE LETTER-LINE-OUT FROM CM-CLIENT-ADDRESS.
               MOVE WS-AG-ARREARS(WS-AG-HIT) TO WS-LB-ARREARS.
               WRITE LETTER-LINE-OUT FROM WS-LETTER-BODY.
               MOVE WS-NOTICE-DAYS TO WS-LW-DAYS.
               WRITE LETTER-LINE-OUT FROM WS-LETTER-WARNING.
               MOVE ALL "-" TO LETTER-LINE-OUT.
               WRITE LETTER-LINE-OUT.

           500-SAVE-NOTICES.
               OPEN OUTPUT NOTICE-FILE.
               PERFORM 505-WRITE-ONE-NOTICE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FN-COUNT.
               CLOSE NOTICE-FILE.

           505-WRITE-ONE-NOTICE.
               MOVE SPACES TO NOTICE-RECORD.
               MOVE WS-FN-CLIENT(WS-SUB) TO FN-CLIENT-NUMBER.
               MOVE WS-FN-DATE(WS-SUB) TO FN-NOTICE-DATE.
               MOVE WS-FN-ARREARS(WS-SUB) TO FN-ARREARS.
               MOVE WS-FN-STATUS(WS-SUB) TO FN-STATUS.
               WRITE NOTICE-RECORD.

           510-SAVE-ORDERS.
               OPEN OUTPUT ORDER-FILE.
               PERFORM 515-WRITE-ONE-ORDER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SO-COUNT.
               CLOSE ORDER-FILE.

           515-WRITE-ONE-ORDER.
               MOVE SPACES TO ORDER-RECORD.
               MOVE WS-SO-NUMBER(WS-SUB) TO SO-ORDER-NUMBER.
               MOVE WS-SO-TYPE(WS-SUB) TO SO-TYPE.
               MOVE WS-SO-CLIENT(WS-SUB) TO SO-CLIENT-NUMBER.
               MOVE WS-SO-METER(WS-SUB) TO SO-METER-NUMBER.
               MOVE WS-SO-ISSUED(WS-SUB) TO SO-ISSUED-DATE.
               MOVE WS-SO-STATUS(WS-SUB) TO SO-STATUS.
               MOVE WS-SO-COMPLETED(WS-SUB) TO SO-COMPLETED-DATE.
               MOVE WS-SO-READING(WS-SUB) TO SO-READING.
               WRITE ORDER-RECORD.

           520-SAVE-METERS.
               OPEN OUTPUT METER-MASTER-FILE.
               PERFORM 525-WRITE-ONE-METER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MT-COUNT.
               CLOSE METER-MASTER-FILE.

           525-WRITE-ONE-METER.
               MOVE SPACES TO METER-MASTER-RECORD.
               MOVE WS-MT-METER(WS-SUB) TO MM-METER-NUMBER.
               MOVE WS-MT-CLIENT(WS-SUB) TO MM-CLIENT-NUMBER.
               MOVE WS-MT-DATE(WS-SUB) TO MM-INSTALL-DATE.
               MOVE WS-MT-STATUS(WS-SUB) TO MM-STATUS.
               WRITE METER-MASTER-RECORD.

           600-LIST-THE-ORDERS.
               PERFORM 610-LIST-ONE-ORDER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SO-COUNT.

           610-LIST-ONE-ORDER.
               MOVE WS-SO-NUMBER(WS-SUB) TO WS-L-ORDER.
               MOVE WS-SO-TYPE(WS-SUB) TO WS-L-TYPE.
               MOVE WS-SO-CLIENT(WS-SUB) TO WS-L-CLIENT.
               MOVE WS-SO-METER(WS-SUB) TO WS-L-METER.
               MOVE WS-SO-ISSUED(WS-SUB) TO WS-L-ISSUED.
               MOVE WS-SO-STATUS(WS-SUB) TO WS-L-STATUS.
               MOVE WS-SO-COMPLETED(WS-SUB) TO WS-L-COMPLETED.
               DISPLAY WS-LIST-LINE.

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

       END PROGRAM UTILITY_ARREARS_PROGRAM.
