      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 09-15-2026
      * Purpose: trailer rentals invoiced off the booking calendar
      * instead of by hand from its printout.  TRAILER-FLEET.TXT
      * gives each trailer its class and TRAILER-RATES.TXT prices
      * a class by the day, by the week and per day of late
      * return.  The billing run takes every booking on
      * TRAILER-BOOKINGS.TXT whose booked end has passed (or whose
      * trailer is back early) and invoices the rental days not
      * yet billed -- whole weeks at the weekly rate, odd days at
      * the daily rate but never more than a week -- to the tow
      * vehicle's owner on VEHICLE-MASTER.IDX.  A long booking
      * still running is billed on account each time 30 unbilled
      * days have built up, so a monthly run bills it monthly.
      * A trailer recorded back after its booked end is charged
      * the late days at the class's late rate.  Each invoice is
      * printed on TRAILER-INVOICE-PRINT.TXT, numbered off
      * NEXT-TRAILER-INVOICE.TXT and logged on
      * TRAILER-RENTAL-REGISTER.TXT, and the booking is stamped
      * with the date it is billed through.  The report mode
      * prints rental revenue and days out per trailer and per
      * class for a date window, as a share of the days in it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAILER_BILLING_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE
           ASSIGN TO '..\VEHICLE-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY VM-KEY
           FILE STATUS WS-VM-STATUS.
           SELECT OPTIONAL BOOKING-FILE
           ASSIGN TO '..\TRAILER-BOOKINGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FLEET-FILE
           ASSIGN TO '..\TRAILER-FLEET.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RATE-FILE
           ASSIGN TO '..\TRAILER-RATES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NEXT-INVOICE-FILE
           ASSIGN TO '..\NEXT-TRAILER-INVOICE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RENTAL-REGISTER-FILE
           ASSIGN TO '..\TRAILER-RENTAL-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-PRINT-OUT
           ASSIGN TO '..\TRAILER-INVOICE-PRINT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENTAL-REPORT-OUT
           ASSIGN TO '..\TRAILER-RENTAL-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VEHICLE-MASTER-FILE.
       01 VEHICLE-MASTER-RECORD.
           05 VM-KEY.
               10 VM-CAR-TYPE        PIC X(5).
               10 VM-CAR-YEAR        PIC 9(4).
           05 VM-ENGINE-SIZE         PIC 9(1).
           05 VM-MODEL               PIC X(15).
           05 VM-ENGINE              PIC X(25).
           05 VM-TOWING-CAPACITY     PIC 9(8).
           05 VM-OWNER-NAME          PIC X(30).
           05 VM-EXPIRY-DATE         PIC 9(8).

      *> Kept by TRAILER_BOOKING_PROGRAM; this run fills in the
      *> billed-through date and reads the return date.
       FD BOOKING-FILE.
       01 BOOKING-RECORD.
           05 BKG-TRAILER-ID      PIC X(8).
           05 FILLER              PIC X(1).
           05 BKG-CAR-TYPE        PIC X(5).
           05 FILLER              PIC X(1).
           05 BKG-CAR-YEAR        PIC 9(4).
           05 FILLER              PIC X(1).
           05 BKG-FROM-DATE       PIC 9(8).
           05 FILLER              PIC X(1).
           05 BKG-TO-DATE         PIC 9(8).
           05 FILLER              PIC X(1).
           05 BKG-RETURN-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 BKG-BILLED-TO       PIC 9(8).

       FD FLEET-FILE.
       01 FLEET-RECORD.
           05 TFL-TRAILER-ID      PIC X(8).
           05 FILLER              PIC X(1).
           05 TFL-CLASS           PIC X(4).

      *> Rates are dollars and cents: 0004500 = $45.00.
       FD RATE-FILE.
       01 RATE-RECORD.
           05 TRT-CLASS           PIC X(4).
           05 FILLER              PIC X(1).
           05 TRT-DAILY-RATE      PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 TRT-WEEKLY-RATE     PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 TRT-LATE-RATE       PIC 9(5)V99.

       FD NEXT-INVOICE-FILE.
       01 NEXT-INVOICE-RECORD.
           05 NXT-INVOICE-NUMBER  PIC 9(7).

      *> One line per invoice: the days and charges billed, for
      *> the revenue report and any later question about a bill.
       FD RENTAL-REGISTER-FILE.
       01 RENTAL-REGISTER-RECORD.
           05 TRR-INVOICE-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 TRR-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 TRR-TRAILER-ID      PIC X(8).
           05 FILLER              PIC X(1).
           05 TRR-CLASS           PIC X(4).
           05 FILLER              PIC X(1).
           05 TRR-CAR-TYPE        PIC X(5).
           05 FILLER              PIC X(1).
           05 TRR-CAR-YEAR        PIC 9(4).
           05 FILLER              PIC X(1).
           05 TRR-FROM-DATE       PIC 9(8).
           05 FILLER              PIC X(1).
           05 TRR-THROUGH-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 TRR-RENTAL-DAYS     PIC 9(4).
           05 FILLER              PIC X(1).
           05 TRR-RENTAL-AMOUNT   PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 TRR-LATE-DAYS       PIC 9(4).
           05 FILLER              PIC X(1).
           05 TRR-LATE-AMOUNT     PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 TRR-OWNER-NAME      PIC X(30).

       FD INVOICE-PRINT-OUT.
       01 INVOICE-PRINT-LINE      PIC X(100).

       FD RENTAL-REPORT-OUT.
       01 REPORT-LINE-OUT         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-VM-STATUS PIC X(2).
       01 WS-BKG-EOF PIC X(1) VALUE 'N'.
       01 WS-EOF PIC X(1).
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-DATE-EDIT PIC X(8).
       01 WS-DATE-9 REDEFINES WS-DATE-EDIT PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYS PIC 9(7).
       01 WS-INTERIM-DAYS PIC 9(3) VALUE 30.

       01 WS-BOOKING-TABLE.
           05 WS-BT-IMAGE OCCURS 500 TIMES PIC X(55).
       01 WS-BOOKING-COUNT PIC 9(3) VALUE 0.
       01 WS-BOOKING-SUB PIC 9(3).
       01 WS-SUB PIC 9(3).

       01 WS-FLEET-TABLE.
           05 WS-FLEET-ENTRY OCCURS 300 TIMES.
               10 WS-FL-TRAILER       PIC X(8).
               10 WS-FL-CLASS         PIC X(4).
               10 WS-FL-DAYS-OUT      PIC 9(5).
               10 WS-FL-RENTAL        PIC 9(8)V99.
               10 WS-FL-LATE          PIC 9(8)V99.
       01 WS-FLEET-COUNT PIC 9(3) VALUE 0.
       01 WS-FLEET-SUB PIC 9(3).

       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
               10 WS-RT-CLASS         PIC X(4).
               10 WS-RT-DAILY         PIC 9(5)V99.
               10 WS-RT-WEEKLY        PIC 9(5)V99.
               10 WS-RT-LATE          PIC 9(5)V99.
               10 WS-RT-TRAILERS      PIC 9(3).
               10 WS-RT-DAYS-OUT      PIC 9(6).
               10 WS-RT-REVENUE       PIC 9(8)V99.
       01 WS-RATE-COUNT PIC 9(2) VALUE 0.
       01 WS-RATE-SUB PIC 9(2).

       01 WS-NEXT-INVOICE PIC 9(7) VALUE 1.
       01 WS-TRAILER-ID PIC X(8).
       01 WS-CLASS PIC X(4).
       01 WS-HELD-REASON PIC X(40).
       01 WS-OWNER-NAME PIC X(30).

      *> Working fields for one booking's bill.  Day numbers make
      *> the day counts; both ends of a period are days out.
       01 WS-FROM-DAYS PIC 9(7).
       01 WS-TO-DAYS PIC 9(7).
       01 WS-START-DAYS PIC 9(7).
       01 WS-RETURN-DAYS PIC 9(7).
       01 WS-LATE-START-DAYS PIC 9(7).
       01 WS-START-DATE PIC 9(8).
       01 WS-THROUGH-DATE PIC 9(8).
       01 WS-LATE-START-DATE PIC 9(8).
       01 WS-NEW-BILLED-TO PIC 9(8).
       01 WS-RETURNED-FLAG PIC X(1).
       01 WS-INTERIM-FLAG PIC X(1).
       01 WS-CAPPED-FLAG PIC X(1).
       01 WS-RENTAL-DAYS PIC 9(4).
       01 WS-WEEKS PIC 9(4).
       01 WS-ODD-DAYS PIC 9(1).
       01 WS-ODD-AMOUNT PIC 9(7)V99.
       01 WS-RENTAL-AMOUNT PIC 9(7)V99.
       01 WS-LATE-DAYS PIC 9(4).
       01 WS-LATE-AMOUNT PIC 9(7)V99.
       01 WS-INVOICE-AMOUNT PIC 9(7)V99.

       01 WS-INVOICE-COUNT PIC 9(4) VALUE 0.
       01 WS-INVOICED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-HELD-COUNT PIC 9(4) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(4) VALUE 0.

      *> Report-mode window and totals.
       01 WS-WINDOW-FROM PIC 9(8).
       01 WS-WINDOW-TO PIC 9(8).
       01 WS-WINDOW-DAYS PIC 9(5).
       01 WS-USE-FROM PIC 9(8).
       01 WS-USE-TO PIC 9(8).
       01 WS-USE-DAYS PIC S9(7).
       01 WS-AVAILABLE-DAYS PIC 9(7).
       01 WS-UTIL-PERCENT PIC 9(3)V9.
       01 WS-TOTAL-DAYS-OUT PIC 9(7) VALUE 0.
       01 WS-TOTAL-RENTAL PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-LATE PIC 9(9)V99 VALUE 0.
       01 WS-OTHER-DAYS-OUT PIC 9(7) VALUE 0.
       01 WS-OTHER-REVENUE PIC 9(9)V99 VALUE 0.

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

       01 WS-NX-DATE PIC 9(8).
       01 WS-NX-DATE-R REDEFINES WS-NX-DATE.
           05 WS-NX-YEAR          PIC 9(4).
           05 WS-NX-MONTH         PIC 9(2).
           05 WS-NX-DAY           PIC 9(2).
       01 WS-MONTH-LENGTHS.
           05 FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).
       01 WS-DAYS-THIS-MONTH PIC 9(2).
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).

       01 WS-INVOICE-HEADER-1.
           05 FILLER              PIC X(23)
               VALUE "TRAILER RENTAL INVOICE ".
           05 WS-H-INVOICE        PIC 9(7).
           05 FILLER              PIC X(7) VALUE "  DATE ".
           05 WS-H-DATE           PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-H-INTERIM        PIC X(18).
       01 WS-INVOICE-HEADER-2.
           05 FILLER              PIC X(13) VALUE "BILL TO".
           05 WS-H-OWNER          PIC X(30).
       01 WS-INVOICE-HEADER-3.
           05 FILLER              PIC X(13) VALUE "TOW VEHICLE".
           05 WS-H-CAR-TYPE       PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-H-CAR-YEAR       PIC 9(4).
           05 FILLER              PIC X(11) VALUE "   TRAILER ".
           05 WS-H-TRAILER        PIC X(8).
           05 FILLER              PIC X(8) VALUE "  CLASS ".
           05 WS-H-CLASS          PIC X(4).
       01 WS-INVOICE-HEADER-4.
           05 FILLER              PIC X(13) VALUE "BOOKED".
           05 WS-H-FROM           PIC 9(8).
           05 FILLER              PIC X(3) VALUE " - ".
           05 WS-H-TO             PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-H-RETURNED       PIC X(21).
       01 WS-RETURNED-TEXT.
           05 FILLER              PIC X(9) VALUE "RETURNED ".
           05 WS-RX-DATE          PIC 9(8).
       01 WS-RENTAL-LINE.
           05 FILLER              PIC X(13) VALUE "RENTAL".
           05 WS-R-FROM           PIC 9(8).
           05 FILLER              PIC X(1) VALUE "-".
           05 WS-R-THROUGH        PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-R-DAYS           PIC ZZZ9.
           05 FILLER              PIC X(7) VALUE " DAYS  ".
           05 WS-R-WEEKS          PIC ZZ9.
           05 FILLER              PIC X(6) VALUE " WK @ ".
           05 WS-R-WEEKLY         PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-R-ODD-DAYS       PIC 9.
           05 FILLER              PIC X(7) VALUE " DAY @ ".
           05 WS-R-DAILY          PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-R-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       01 WS-CAPPED-LINE.
           05 FILLER              PIC X(13) VALUE SPACES.
           05 FILLER              PIC X(38)
               VALUE "ODD DAYS CHARGED AT THE WEEKLY RATE".
       01 WS-LATE-LINE.
           05 FILLER              PIC X(13) VALUE "LATE RETURN".
           05 WS-L-FROM           PIC 9(8).
           05 FILLER              PIC X(1) VALUE "-".
           05 WS-L-RETURN         PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-L-DAYS           PIC ZZZ9.
           05 FILLER              PIC X(9) VALUE " DAYS  @ ".
           05 WS-L-RATE           PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(28) VALUE " PER DAY".
           05 WS-L-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       01 WS-INVOICE-TOTAL-LINE.
           05 FILLER              PIC X(82) VALUE "INVOICE TOTAL".
           05 WS-T-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       01 WS-EXCEPTION-LINE.
           05 WS-X-CAPTION        PIC X(9).
           05 WS-X-TRAILER        PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-X-CAR-TYPE       PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-X-CAR-YEAR       PIC 9(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-X-FROM           PIC 9(8).
           05 FILLER              PIC X(1) VALUE "-".
           05 WS-X-TO             PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-X-REASON         PIC X(40).
       01 WS-RUN-TOTAL-LINE.
           05 WS-RT-CAPTION       PIC X(24).
           05 WS-RT-COUNT         PIC ZZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-RT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-REPORT-HEAD-1.
           05 FILLER              PIC X(37)
               VALUE "TRAILER RENTAL REVENUE / UTILIZATION ".
           05 WS-RH-FROM          PIC 9(8).
           05 FILLER              PIC X(4) VALUE " TO ".
           05 WS-RH-TO            PIC 9(8).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-RH-DAYS          PIC ZZZZ9.
           05 FILLER              PIC X(5) VALUE " DAYS".
       01 WS-REPORT-HEAD-2.
           05 FILLER              PIC X(10) VALUE "TRAILER".
           05 FILLER              PIC X(7) VALUE "CLASS".
           05 FILLER              PIC X(9) VALUE " DAYS OUT".
           05 FILLER              PIC X(8) VALUE "  UTIL %".
           05 FILLER              PIC X(15) VALUE "         RENTAL".
           05 FILLER              PIC X(15) VALUE "           LATE".
           05 FILLER              PIC X(15) VALUE "          TOTAL".
       01 WS-TRAILER-LINE.
           05 WS-U-TRAILER        PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-U-CLASS          PIC X(4).
           05 FILLER              PIC X(7) VALUE SPACES.
           05 WS-U-DAYS           PIC ZZZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-U-PERCENT        PIC ZZ9.9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-U-RENTAL         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-U-LATE           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-U-TOTAL          PIC ZZ,ZZZ,ZZ9.99.
       01 WS-CLASS-HEAD.
           05 FILLER              PIC X(10) VALUE "CLASS".
           05 FILLER              PIC X(7) VALUE "TRLRS".
           05 FILLER              PIC X(9) VALUE " DAYS OUT".
           05 FILLER              PIC X(8) VALUE "  UTIL %".
           05 FILLER              PIC X(45)
               VALUE "                                      REVENUE".
       01 WS-CLASS-LINE.
           05 WS-C-CLASS          PIC X(4).
           05 FILLER              PIC X(6) VALUE SPACES.
           05 WS-C-TRAILERS       PIC ZZ9.
           05 FILLER              PIC X(7) VALUE SPACES.
           05 WS-C-DAYS           PIC ZZZZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-C-PERCENT        PIC ZZ9.9.
           05 FILLER              PIC X(32) VALUE SPACES.
           05 WS-C-REVENUE        PIC ZZ,ZZZ,ZZ9.99.
       01 WS-OTHER-LINE.
           05 FILLER              PIC X(20)
               VALUE "NOT ON TRAILER FLEET".
           05 WS-O-DAYS           PIC ZZZZZ9.
           05 FILLER              PIC X(40) VALUE SPACES.
           05 WS-O-REVENUE        PIC ZZ,ZZZ,ZZ9.99.
       01 WS-FLEET-TOTAL-LINE.
           05 FILLER              PIC X(21) VALUE "FLEET TOTAL".
           05 WS-FT-DAYS          PIC ZZZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-FT-PERCENT       PIC ZZ9.9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-FT-RENTAL        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-FT-LATE          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-FT-TOTAL         PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Run rental billing, or print the revenue and "
               "utilization report? (B/R) "
           ACCEPT WS-MODE.
           PERFORM 100-LOAD-BOOKING-TABLE.
           PERFORM 120-LOAD-FLEET-TABLE.
           PERFORM 140-LOAD-RATE-TABLE.
           EVALUATE TRUE
               WHEN WS-MODE = 'R' OR 'r'
                   PERFORM 500-PRINT-RENTAL-REPORT
               WHEN OTHER
                   PERFORM 300-RUN-RENTAL-BILLING
           END-EVALUATE.
           STOP RUN.

      *> Billing rewrites the bookings file from the table, so a
      *> file past the ceiling stops the run before anything is
      *> invoiced.
           100-LOAD-BOOKING-TABLE.
               OPEN INPUT BOOKING-FILE.
               PERFORM 110-READ-ONE-BOOKING
                   UNTIL WS-BKG-EOF = 'Y' OR WS-BOOKING-COUNT = 500.
               CLOSE BOOKING-FILE.
               IF WS-BKG-EOF NOT = 'Y'
                   DISPLAY "TRAILER-BOOKINGS.TXT EXCEEDS THE 500-LINE "
                       "TABLE -- RUN NOT STARTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> A booking line written before returns and billing were
      *> kept reads as not yet returned and not yet billed.
           110-READ-ONE-BOOKING.
               READ BOOKING-FILE
                   AT END MOVE 'Y' TO WS-BKG-EOF
                   NOT AT END
                       IF BKG-RETURN-DATE IS NOT NUMERIC
                           MOVE 0 TO BKG-RETURN-DATE
                       END-IF
                       IF BKG-BILLED-TO IS NOT NUMERIC
                           MOVE 0 TO BKG-BILLED-TO
                       END-IF
                       ADD 1 TO WS-BOOKING-COUNT
                       MOVE BOOKING-RECORD
                           TO WS-BT-IMAGE(WS-BOOKING-COUNT)
               END-READ.

           120-LOAD-FLEET-TABLE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FLEET-FILE.
               PERFORM 130-READ-ONE-TRAILER
                   UNTIL WS-EOF = 'Y' OR WS-FLEET-COUNT = 300.
               CLOSE FLEET-FILE.

           130-READ-ONE-TRAILER.
               READ FLEET-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FLEET-COUNT
                       MOVE TFL-TRAILER-ID
                           TO WS-FL-TRAILER(WS-FLEET-COUNT)
                       MOVE TFL-CLASS TO WS-FL-CLASS(WS-FLEET-COUNT)
                       MOVE 0 TO WS-FL-DAYS-OUT(WS-FLEET-COUNT)
                       MOVE 0 TO WS-FL-RENTAL(WS-FLEET-COUNT)
                       MOVE 0 TO WS-FL-LATE(WS-FLEET-COUNT)
               END-READ.

           140-LOAD-RATE-TABLE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT RATE-FILE.
               PERFORM 150-READ-ONE-RATE
                   UNTIL WS-EOF = 'Y' OR WS-RATE-COUNT = 50.
               CLOSE RATE-FILE.

           150-READ-ONE-RATE.
               READ RATE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRT-DAILY-RATE IS NUMERIC
                           AND TRT-WEEKLY-RATE IS NUMERIC
                           AND TRT-LATE-RATE IS NUMERIC
                           ADD 1 TO WS-RATE-COUNT
                           MOVE TRT-CLASS TO WS-RT-CLASS(WS-RATE-COUNT)
                           MOVE TRT-DAILY-RATE
                               TO WS-RT-DAILY(WS-RATE-COUNT)
                           MOVE TRT-WEEKLY-RATE
                               TO WS-RT-WEEKLY(WS-RATE-COUNT)
                           MOVE TRT-LATE-RATE
                               TO WS-RT-LATE(WS-RATE-COUNT)
                           MOVE 0 TO WS-RT-TRAILERS(WS-RATE-COUNT)
                           MOVE 0 TO WS-RT-DAYS-OUT(WS-RATE-COUNT)
                           MOVE 0 TO WS-RT-REVENUE(WS-RATE-COUNT)
                       END-IF
               END-READ.

      *> Looks up WS-TRAILER-ID; WS-FLEET-SUB is 0 when the
      *> trailer is not on the fleet file.
           160-FIND-THE-TRAILER.
               MOVE 0 TO WS-FLEET-SUB.
               PERFORM 165-SCAN-ONE-TRAILER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FLEET-COUNT
                       OR WS-FLEET-SUB > 0.

           165-SCAN-ONE-TRAILER.
               IF WS-FL-TRAILER(WS-SUB) = WS-TRAILER-ID
                   MOVE WS-SUB TO WS-FLEET-SUB
               END-IF.

      *> Looks up WS-CLASS; WS-RATE-SUB is 0 when the class has
      *> no rate.
           170-FIND-THE-RATE.
               MOVE 0 TO WS-RATE-SUB.
               PERFORM 175-SCAN-ONE-RATE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RATE-COUNT
                       OR WS-RATE-SUB > 0.

           175-SCAN-ONE-RATE.
               IF WS-RT-CLASS(WS-SUB) = WS-CLASS
                   MOVE WS-SUB TO WS-RATE-SUB
               END-IF.

           180-LOAD-NEXT-INVOICE.
               OPEN INPUT NEXT-INVOICE-FILE.
               READ NEXT-INVOICE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF NXT-INVOICE-NUMBER IS NUMERIC
                           AND NXT-INVOICE-NUMBER > 0
                           MOVE NXT-INVOICE-NUMBER TO WS-NEXT-INVOICE
                       END-IF
               END-READ.
               CLOSE NEXT-INVOICE-FILE.

           190-REWRITE-BOOKING-FILE.
               OPEN OUTPUT BOOKING-FILE.
               PERFORM 195-WRITE-ONE-BOOKING
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BOOKING-COUNT.
               CLOSE BOOKING-FILE.

           195-WRITE-ONE-BOOKING.
               MOVE WS-BT-IMAGE(WS-SUB) TO BOOKING-RECORD.
               WRITE BOOKING-RECORD.

           200-ACCEPT-A-DATE.
               ACCEPT WS-DATE-EDIT
               IF WS-DATE-EDIT IS NOT NUMERIC
                   DISPLAY "Date must be numeric, try again."
               END-IF.

      *> The run date is the billing cut-off: bookings ended by
      *> it are billed in full, long ones still out are billed on
      *> account through it.  It cannot be in the future.
           300-RUN-RENTAL-BILLING.
               DISPLAY "Bill rentals through (YYYYMMDD, blank for "
                   "today): "
               ACCEPT WS-DATE-EDIT.
               IF WS-DATE-EDIT = SPACES
                   MOVE WS-TODAY TO WS-RUN-DATE
               ELSE IF WS-DATE-EDIT IS NUMERIC
                   AND WS-DATE-9 <= WS-TODAY
                   MOVE WS-DATE-9 TO WS-RUN-DATE
               ELSE
                   DISPLAY "Billing date is not a date on or before "
                       "today -- billing run not started."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-RUN-DATE TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               MOVE WS-DN-DAYS TO WS-RUN-DAYS.
               PERFORM 180-LOAD-NEXT-INVOICE.
               OPEN INPUT VEHICLE-MASTER-FILE.
               OPEN EXTEND RENTAL-REGISTER-FILE.
               OPEN OUTPUT INVOICE-PRINT-OUT.
               PERFORM 310-BILL-ONE-BOOKING
                   VARYING WS-BOOKING-SUB FROM 1 BY 1
                   UNTIL WS-BOOKING-SUB > WS-BOOKING-COUNT.
               PERFORM 400-PRINT-RUN-TOTALS.
               CLOSE INVOICE-PRINT-OUT.
               CLOSE RENTAL-REGISTER-FILE.
               CLOSE VEHICLE-MASTER-FILE.
               IF WS-INVOICE-COUNT > 0
                   PERFORM 190-REWRITE-BOOKING-FILE
                   OPEN OUTPUT NEXT-INVOICE-FILE
                   MOVE WS-NEXT-INVOICE TO NXT-INVOICE-NUMBER
                   WRITE NEXT-INVOICE-RECORD
                   CLOSE NEXT-INVOICE-FILE
               END-IF.
               IF WS-HELD-COUNT > 0 OR WS-OVERDUE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

           310-BILL-ONE-BOOKING.
               MOVE WS-BT-IMAGE(WS-BOOKING-SUB) TO BOOKING-RECORD.
               PERFORM 320-WORK-OUT-THE-DAYS.
               IF WS-RENTAL-DAYS > 0 OR WS-LATE-DAYS > 0
                   PERFORM 340-INVOICE-THE-BOOKING
               ELSE IF WS-RETURNED-FLAG = 'N'
                   AND BKG-TO-DATE < WS-RUN-DATE
                   MOVE "OVERDUE  " TO WS-X-CAPTION
                   MOVE "BOOKED END PASSED -- NOT RETURNED"
                       TO WS-HELD-REASON
                   PERFORM 390-PRINT-EXCEPTION
                   ADD 1 TO WS-OVERDUE-COUNT
               END-IF.

      *> What this run bills: the booked days after the last bill,
      *> once the booking has ended or the trailer is back, or on
      *> account through the run date once enough days are owing;
      *> then any days the trailer was kept past the booked end.
      *> A trailer back early is still billed its booked days.
           320-WORK-OUT-THE-DAYS.
               MOVE 0 TO WS-RENTAL-DAYS.
               MOVE 0 TO WS-LATE-DAYS.
               MOVE 'N' TO WS-INTERIM-FLAG.
               MOVE BKG-BILLED-TO TO WS-NEW-BILLED-TO.
               IF BKG-RETURN-DATE > 0
                   AND BKG-RETURN-DATE <= WS-RUN-DATE
                   MOVE 'Y' TO WS-RETURNED-FLAG
               ELSE
                   MOVE 'N' TO WS-RETURNED-FLAG
               END-IF.
               MOVE BKG-TO-DATE TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               MOVE WS-DN-DAYS TO WS-TO-DAYS.
               IF BKG-BILLED-TO = 0
                   MOVE BKG-FROM-DATE TO WS-START-DATE
               ELSE
                   MOVE BKG-BILLED-TO TO WS-NX-DATE
                   PERFORM 810-ADVANCE-ONE-DAY
                   MOVE WS-NX-DATE TO WS-START-DATE
               END-IF.
               MOVE WS-START-DATE TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               MOVE WS-DN-DAYS TO WS-START-DAYS.
               IF BKG-BILLED-TO < BKG-TO-DATE
                   IF WS-RUN-DATE >= BKG-TO-DATE
                       OR WS-RETURNED-FLAG = 'Y'
                       MOVE BKG-TO-DATE TO WS-THROUGH-DATE
                       COMPUTE WS-RENTAL-DAYS =
                           WS-TO-DAYS - WS-START-DAYS + 1
                       MOVE BKG-TO-DATE TO WS-NEW-BILLED-TO
                   ELSE
                       PERFORM 325-BILL-ON-ACCOUNT
                   END-IF
               END-IF.
               IF WS-RETURNED-FLAG = 'Y'
                   AND BKG-RETURN-DATE > BKG-TO-DATE
                   AND BKG-RETURN-DATE > BKG-BILLED-TO
                   PERFORM 330-WORK-OUT-LATE-DAYS
               END-IF.

      *> A long booking still running is billed through the run
      *> date once the unbilled days reach WS-INTERIM-DAYS.
           325-BILL-ON-ACCOUNT.
               IF WS-RUN-DATE >= WS-START-DATE
                   AND WS-RUN-DAYS - WS-START-DAYS + 1
                       >= WS-INTERIM-DAYS
                   MOVE WS-RUN-DATE TO WS-THROUGH-DATE
                   COMPUTE WS-RENTAL-DAYS =
                       WS-RUN-DAYS - WS-START-DAYS + 1
                   MOVE WS-RUN-DATE TO WS-NEW-BILLED-TO
                   MOVE 'Y' TO WS-INTERIM-FLAG
               END-IF.

           330-WORK-OUT-LATE-DAYS.
               IF BKG-BILLED-TO > BKG-TO-DATE
                   MOVE WS-START-DATE TO WS-LATE-START-DATE
                   MOVE WS-START-DAYS TO WS-LATE-START-DAYS
               ELSE
                   MOVE BKG-TO-DATE TO WS-NX-DATE
                   PERFORM 810-ADVANCE-ONE-DAY
                   MOVE WS-NX-DATE TO WS-LATE-START-DATE
                   COMPUTE WS-LATE-START-DAYS = WS-TO-DAYS + 1
               END-IF.
               MOVE BKG-RETURN-DATE TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               MOVE WS-DN-DAYS TO WS-RETURN-DAYS.
               COMPUTE WS-LATE-DAYS =
                   WS-RETURN-DAYS - WS-LATE-START-DAYS + 1.
               MOVE BKG-RETURN-DATE TO WS-NEW-BILLED-TO.

      *> A booking with no class, no rate or no owner on the
      *> master is held, unbilled, for the office to put right;
      *> the next run picks it up where it left off.
           340-INVOICE-THE-BOOKING.
               MOVE SPACES TO WS-HELD-REASON.
               MOVE BKG-TRAILER-ID TO WS-TRAILER-ID.
               PERFORM 160-FIND-THE-TRAILER.
               IF WS-FLEET-SUB = 0
                   MOVE "TRAILER NOT ON TRAILER-FLEET.TXT"
                       TO WS-HELD-REASON
               ELSE
                   MOVE WS-FL-CLASS(WS-FLEET-SUB) TO WS-CLASS
                   PERFORM 170-FIND-THE-RATE
                   IF WS-RATE-SUB = 0
                       MOVE "NO RATE FOR THE TRAILER CLASS"
                           TO WS-HELD-REASON
                   END-IF
               END-IF.
               IF WS-HELD-REASON = SPACES
                   MOVE BKG-CAR-TYPE TO VM-CAR-TYPE
                   MOVE BKG-CAR-YEAR TO VM-CAR-YEAR
                   READ VEHICLE-MASTER-FILE
                       INVALID KEY
                           MOVE "TOW VEHICLE NOT ON THE MASTER"
                               TO WS-HELD-REASON
                       NOT INVALID KEY
                           MOVE VM-OWNER-NAME TO WS-OWNER-NAME
                   END-READ
               END-IF.
               IF WS-HELD-REASON NOT = SPACES
                   MOVE "HELD     " TO WS-X-CAPTION
                   PERFORM 390-PRINT-EXCEPTION
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   PERFORM 350-PRICE-THE-RENTAL
                   PERFORM 360-PRINT-THE-INVOICE
                   PERFORM 370-LOG-THE-INVOICE
                   MOVE WS-NEW-BILLED-TO TO BKG-BILLED-TO
                   MOVE BOOKING-RECORD TO WS-BT-IMAGE(WS-BOOKING-SUB)
                   ADD 1 TO WS-INVOICE-COUNT
                   ADD WS-INVOICE-AMOUNT TO WS-INVOICED-TOTAL
                   ADD 1 TO WS-NEXT-INVOICE
               END-IF.

      *> Whole weeks at the weekly rate; the odd days at the daily
      *> rate, but never dearer than one more week.
           350-PRICE-THE-RENTAL.
               DIVIDE WS-RENTAL-DAYS BY 7 GIVING WS-WEEKS
                   REMAINDER WS-ODD-DAYS.
               COMPUTE WS-ODD-AMOUNT =
                   WS-ODD-DAYS * WS-RT-DAILY(WS-RATE-SUB).
               MOVE 'N' TO WS-CAPPED-FLAG.
               IF WS-ODD-AMOUNT > WS-RT-WEEKLY(WS-RATE-SUB)
                   MOVE WS-RT-WEEKLY(WS-RATE-SUB) TO WS-ODD-AMOUNT
                   MOVE 'Y' TO WS-CAPPED-FLAG
               END-IF.
               COMPUTE WS-RENTAL-AMOUNT =
                   WS-WEEKS * WS-RT-WEEKLY(WS-RATE-SUB)
                   + WS-ODD-AMOUNT.
               COMPUTE WS-LATE-AMOUNT =
                   WS-LATE-DAYS * WS-RT-LATE(WS-RATE-SUB).
               COMPUTE WS-INVOICE-AMOUNT =
                   WS-RENTAL-AMOUNT + WS-LATE-AMOUNT.

           360-PRINT-THE-INVOICE.
               MOVE SPACES TO INVOICE-PRINT-LINE.
               WRITE INVOICE-PRINT-LINE.
               MOVE WS-NEXT-INVOICE TO WS-H-INVOICE.
               MOVE WS-RUN-DATE TO WS-H-DATE.
               IF WS-INTERIM-FLAG = 'Y'
                   MOVE "BILLED ON ACCOUNT" TO WS-H-INTERIM
               ELSE
                   MOVE SPACES TO WS-H-INTERIM
               END-IF.
               WRITE INVOICE-PRINT-LINE FROM WS-INVOICE-HEADER-1.
               MOVE WS-OWNER-NAME TO WS-H-OWNER.
               WRITE INVOICE-PRINT-LINE FROM WS-INVOICE-HEADER-2.
               MOVE BKG-CAR-TYPE TO WS-H-CAR-TYPE.
               MOVE BKG-CAR-YEAR TO WS-H-CAR-YEAR.
               MOVE BKG-TRAILER-ID TO WS-H-TRAILER.
               MOVE WS-CLASS TO WS-H-CLASS.
               WRITE INVOICE-PRINT-LINE FROM WS-INVOICE-HEADER-3.
               MOVE BKG-FROM-DATE TO WS-H-FROM.
               MOVE BKG-TO-DATE TO WS-H-TO.
               IF WS-RETURNED-FLAG = 'Y'
                   MOVE BKG-RETURN-DATE TO WS-RX-DATE
                   MOVE WS-RETURNED-TEXT TO WS-H-RETURNED
               ELSE
                   MOVE "NOT YET RETURNED" TO WS-H-RETURNED
               END-IF.
               WRITE INVOICE-PRINT-LINE FROM WS-INVOICE-HEADER-4.
               IF WS-RENTAL-DAYS > 0
                   MOVE WS-START-DATE TO WS-R-FROM
                   MOVE WS-THROUGH-DATE TO WS-R-THROUGH
                   MOVE WS-RENTAL-DAYS TO WS-R-DAYS
                   MOVE WS-WEEKS TO WS-R-WEEKS
                   MOVE WS-RT-WEEKLY(WS-RATE-SUB) TO WS-R-WEEKLY
                   MOVE WS-ODD-DAYS TO WS-R-ODD-DAYS
                   MOVE WS-RT-DAILY(WS-RATE-SUB) TO WS-R-DAILY
                   MOVE WS-RENTAL-AMOUNT TO WS-R-AMOUNT
                   WRITE INVOICE-PRINT-LINE FROM WS-RENTAL-LINE
                   IF WS-CAPPED-FLAG = 'Y'
                       WRITE INVOICE-PRINT-LINE FROM WS-CAPPED-LINE
                   END-IF
               END-IF.
               IF WS-LATE-DAYS > 0
                   MOVE WS-LATE-START-DATE TO WS-L-FROM
                   MOVE BKG-RETURN-DATE TO WS-L-RETURN
                   MOVE WS-LATE-DAYS TO WS-L-DAYS
                   MOVE WS-RT-LATE(WS-RATE-SUB) TO WS-L-RATE
                   MOVE WS-LATE-AMOUNT TO WS-L-AMOUNT
                   WRITE INVOICE-PRINT-LINE FROM WS-LATE-LINE
               END-IF.
               MOVE WS-INVOICE-AMOUNT TO WS-T-AMOUNT.
               WRITE INVOICE-PRINT-LINE FROM WS-INVOICE-TOTAL-LINE.

           370-LOG-THE-INVOICE.
               MOVE SPACES TO RENTAL-REGISTER-RECORD.
               MOVE WS-NEXT-INVOICE TO TRR-INVOICE-NUMBER.
               MOVE WS-RUN-DATE TO TRR-DATE.
               MOVE BKG-TRAILER-ID TO TRR-TRAILER-ID.
               MOVE WS-CLASS TO TRR-CLASS.
               MOVE BKG-CAR-TYPE TO TRR-CAR-TYPE.
               MOVE BKG-CAR-YEAR TO TRR-CAR-YEAR.
               MOVE WS-START-DATE TO TRR-FROM-DATE.
               MOVE WS-NEW-BILLED-TO TO TRR-THROUGH-DATE.
               MOVE WS-RENTAL-DAYS TO TRR-RENTAL-DAYS.
               MOVE WS-RENTAL-AMOUNT TO TRR-RENTAL-AMOUNT.
               MOVE WS-LATE-DAYS TO TRR-LATE-DAYS.
               MOVE WS-LATE-AMOUNT TO TRR-LATE-AMOUNT.
               MOVE WS-OWNER-NAME TO TRR-OWNER-NAME.
               WRITE RENTAL-REGISTER-RECORD.
               MOVE WS-INVOICE-AMOUNT TO WS-AMOUNT-EDIT.
               DISPLAY "INVOICE " WS-NEXT-INVOICE " " BKG-TRAILER-ID
                   " " WS-OWNER-NAME " $" WS-AMOUNT-EDIT.

           390-PRINT-EXCEPTION.
               MOVE BKG-TRAILER-ID TO WS-X-TRAILER.
               MOVE BKG-CAR-TYPE TO WS-X-CAR-TYPE.
               MOVE BKG-CAR-YEAR TO WS-X-CAR-YEAR.
               MOVE BKG-FROM-DATE TO WS-X-FROM.
               MOVE BKG-TO-DATE TO WS-X-TO.
               MOVE WS-HELD-REASON TO WS-X-REASON.
               MOVE SPACES TO INVOICE-PRINT-LINE.
               WRITE INVOICE-PRINT-LINE.
               WRITE INVOICE-PRINT-LINE FROM WS-EXCEPTION-LINE.
               DISPLAY WS-EXCEPTION-LINE.

           400-PRINT-RUN-TOTALS.
               MOVE SPACES TO INVOICE-PRINT-LINE.
               WRITE INVOICE-PRINT-LINE.
               MOVE "RENTAL INVOICES ISSUED" TO WS-RT-CAPTION.
               MOVE WS-INVOICE-COUNT TO WS-RT-COUNT.
               MOVE WS-INVOICED-TOTAL TO WS-RT-AMOUNT.
               WRITE INVOICE-PRINT-LINE FROM WS-RUN-TOTAL-LINE.
               DISPLAY WS-RUN-TOTAL-LINE.
               MOVE "BOOKINGS HELD" TO WS-RT-CAPTION.
               MOVE WS-HELD-COUNT TO WS-RT-COUNT.
               MOVE 0 TO WS-RT-AMOUNT.
               WRITE INVOICE-PRINT-LINE FROM WS-RUN-TOTAL-LINE.
               DISPLAY WS-RUN-TOTAL-LINE.
               MOVE "TRAILERS OVERDUE" TO WS-RT-CAPTION.
               MOVE WS-OVERDUE-COUNT TO WS-RT-COUNT.
               WRITE INVOICE-PRINT-LINE FROM WS-RUN-TOTAL-LINE.
               DISPLAY WS-RUN-TOTAL-LINE.

      *> Days out are the days a trailer was committed inside the
      *> window: its booked days, stretched to the return date
      *> when it came back late, or to today while it is still
      *> out past its booked end.  Revenue is what was invoiced
      *> inside the window, off the rental register.
           500-PRINT-RENTAL-REPORT.
               MOVE 'N' TO WS-DATE-EDIT.
               DISPLAY "Report window from (YYYYMMDD): "
               PERFORM 200-ACCEPT-A-DATE
                   UNTIL WS-DATE-EDIT IS NUMERIC.
               MOVE WS-DATE-9 TO WS-WINDOW-FROM.
               MOVE 'N' TO WS-DATE-EDIT.
               DISPLAY "Report window to (YYYYMMDD): "
               PERFORM 200-ACCEPT-A-DATE
                   UNTIL WS-DATE-EDIT IS NUMERIC.
               MOVE WS-DATE-9 TO WS-WINDOW-TO.
               IF WS-WINDOW-TO < WS-WINDOW-FROM
                   DISPLAY "Window ends before it starts -- report "
                       "not printed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-WINDOW-TO TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               MOVE WS-DN-DAYS TO WS-RUN-DAYS.
               MOVE WS-WINDOW-FROM TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               COMPUTE WS-WINDOW-DAYS = WS-RUN-DAYS - WS-DN-DAYS + 1.
               PERFORM 510-COUNT-ONE-BOOKING
                   VARYING WS-BOOKING-SUB FROM 1 BY 1
                   UNTIL WS-BOOKING-SUB > WS-BOOKING-COUNT.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT RENTAL-REGISTER-FILE.
               PERFORM 530-READ-ONE-INVOICE UNTIL WS-EOF = 'Y'.
               CLOSE RENTAL-REGISTER-FILE.
               OPEN OUTPUT RENTAL-REPORT-OUT.
               MOVE WS-WINDOW-FROM TO WS-RH-FROM.
               MOVE WS-WINDOW-TO TO WS-RH-TO.
               MOVE WS-WINDOW-DAYS TO WS-RH-DAYS.
               WRITE REPORT-LINE-OUT FROM WS-REPORT-HEAD-1.
               MOVE SPACES TO REPORT-LINE-OUT.
               WRITE REPORT-LINE-OUT.
               WRITE REPORT-LINE-OUT FROM WS-REPORT-HEAD-2.
               PERFORM 550-PRINT-ONE-TRAILER
                   VARYING WS-FLEET-SUB FROM 1 BY 1
                   UNTIL WS-FLEET-SUB > WS-FLEET-COUNT.
               MOVE SPACES TO REPORT-LINE-OUT.
               WRITE REPORT-LINE-OUT.
               WRITE REPORT-LINE-OUT FROM WS-CLASS-HEAD.
               PERFORM 560-PRINT-ONE-CLASS
                   VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT.
               IF WS-OTHER-DAYS-OUT > 0 OR WS-OTHER-REVENUE > 0
                   MOVE WS-OTHER-DAYS-OUT TO WS-O-DAYS
                   MOVE WS-OTHER-REVENUE TO WS-O-REVENUE
                   WRITE REPORT-LINE-OUT FROM WS-OTHER-LINE
               END-IF.
               PERFORM 570-PRINT-FLEET-TOTAL.
               CLOSE RENTAL-REPORT-OUT.

           510-COUNT-ONE-BOOKING.
               MOVE WS-BT-IMAGE(WS-BOOKING-SUB) TO BOOKING-RECORD.
               MOVE BKG-TO-DATE TO WS-USE-TO.
               IF BKG-RETURN-DATE > BKG-TO-DATE
                   MOVE BKG-RETURN-DATE TO WS-USE-TO
               END-IF.
               IF BKG-RETURN-DATE = 0 AND BKG-TO-DATE < WS-TODAY
                   MOVE WS-TODAY TO WS-USE-TO
               END-IF.
               IF WS-USE-TO > WS-WINDOW-TO
                   MOVE WS-WINDOW-TO TO WS-USE-TO
               END-IF.
               MOVE BKG-FROM-DATE TO WS-USE-FROM.
               IF WS-USE-FROM < WS-WINDOW-FROM
                   MOVE WS-WINDOW-FROM TO WS-USE-FROM
               END-IF.
               IF WS-USE-FROM <= WS-USE-TO
                   PERFORM 520-ADD-THE-DAYS-OUT
               END-IF.

           520-ADD-THE-DAYS-OUT.
               MOVE WS-USE-TO TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               MOVE WS-DN-DAYS TO WS-USE-DAYS.
               MOVE WS-USE-FROM TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               COMPUTE WS-USE-DAYS = WS-USE-DAYS - WS-DN-DAYS + 1.
               MOVE BKG-TRAILER-ID TO WS-TRAILER-ID.
               PERFORM 160-FIND-THE-TRAILER.
               IF WS-FLEET-SUB > 0
                   ADD WS-USE-DAYS TO WS-FL-DAYS-OUT(WS-FLEET-SUB)
               ELSE
                   ADD WS-USE-DAYS TO WS-OTHER-DAYS-OUT
               END-IF.

           530-READ-ONE-INVOICE.
               READ RENTAL-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRR-DATE >= WS-WINDOW-FROM
                           AND TRR-DATE <= WS-WINDOW-TO
                           PERFORM 540-ADD-THE-REVENUE
                       END-IF
               END-READ.

           540-ADD-THE-REVENUE.
               MOVE TRR-TRAILER-ID TO WS-TRAILER-ID.
               PERFORM 160-FIND-THE-TRAILER.
               IF WS-FLEET-SUB > 0
                   ADD TRR-RENTAL-AMOUNT TO WS-FL-RENTAL(WS-FLEET-SUB)
                   ADD TRR-LATE-AMOUNT TO WS-FL-LATE(WS-FLEET-SUB)
               ELSE
                   ADD TRR-RENTAL-AMOUNT TRR-LATE-AMOUNT
                       TO WS-OTHER-REVENUE
               END-IF.

           550-PRINT-ONE-TRAILER.
               MOVE WS-FL-TRAILER(WS-FLEET-SUB) TO WS-U-TRAILER.
               MOVE WS-FL-CLASS(WS-FLEET-SUB) TO WS-U-CLASS.
               MOVE WS-FL-DAYS-OUT(WS-FLEET-SUB) TO WS-U-DAYS.
               COMPUTE WS-UTIL-PERCENT ROUNDED =
                   WS-FL-DAYS-OUT(WS-FLEET-SUB) * 100
                   / WS-WINDOW-DAYS.
               MOVE WS-UTIL-PERCENT TO WS-U-PERCENT.
               MOVE WS-FL-RENTAL(WS-FLEET-SUB) TO WS-U-RENTAL.
               MOVE WS-FL-LATE(WS-FLEET-SUB) TO WS-U-LATE.
               COMPUTE WS-U-TOTAL = WS-FL-RENTAL(WS-FLEET-SUB)
                   + WS-FL-LATE(WS-FLEET-SUB).
               WRITE REPORT-LINE-OUT FROM WS-TRAILER-LINE.
               ADD WS-FL-DAYS-OUT(WS-FLEET-SUB) TO WS-TOTAL-DAYS-OUT.
               ADD WS-FL-RENTAL(WS-FLEET-SUB) TO WS-TOTAL-RENTAL.
               ADD WS-FL-LATE(WS-FLEET-SUB) TO WS-TOTAL-LATE.
               MOVE WS-FL-CLASS(WS-FLEET-SUB) TO WS-CLASS.
               PERFORM 170-FIND-THE-RATE.
               IF WS-RATE-SUB > 0
                   ADD 1 TO WS-RT-TRAILERS(WS-RATE-SUB)
                   ADD WS-FL-DAYS-OUT(WS-FLEET-SUB)
                       TO WS-RT-DAYS-OUT(WS-RATE-SUB)
                   ADD WS-FL-RENTAL(WS-FLEET-SUB)
                       WS-FL-LATE(WS-FLEET-SUB)
                       TO WS-RT-REVENUE(WS-RATE-SUB)
               END-IF.

           560-PRINT-ONE-CLASS.
               MOVE WS-RT-CLASS(WS-RATE-SUB) TO WS-C-CLASS.
               MOVE WS-RT-TRAILERS(WS-RATE-SUB) TO WS-C-TRAILERS.
               MOVE WS-RT-DAYS-OUT(WS-RATE-SUB) TO WS-C-DAYS.
               MOVE 0 TO WS-UTIL-PERCENT.
               IF WS-RT-TRAILERS(WS-RATE-SUB) > 0
                   COMPUTE WS-UTIL-PERCENT ROUNDED =
                       WS-RT-DAYS-OUT(WS-RATE-SUB) * 100
                       / (WS-RT-TRAILERS(WS-RATE-SUB)
                           * WS-WINDOW-DAYS)
               END-IF.
               MOVE WS-UTIL-PERCENT TO WS-C-PERCENT.
               MOVE WS-RT-REVENUE(WS-RATE-SUB) TO WS-C-REVENUE.
               WRITE REPORT-LINE-OUT FROM WS-CLASS-LINE.

           570-PRINT-FLEET-TOTAL.
               MOVE SPACES TO REPORT-LINE-OUT.
               WRITE REPORT-LINE-OUT.
               MOVE WS-TOTAL-DAYS-OUT TO WS-FT-DAYS.
               MOVE 0 TO WS-UTIL-PERCENT.
               COMPUTE WS-AVAILABLE-DAYS =
                   WS-FLEET-COUNT * WS-WINDOW-DAYS.
               IF WS-AVAILABLE-DAYS > 0
                   COMPUTE WS-UTIL-PERCENT ROUNDED =
                       WS-TOTAL-DAYS-OUT * 100 / WS-AVAILABLE-DAYS
               END-IF.
               MOVE WS-UTIL-PERCENT TO WS-FT-PERCENT.
               MOVE WS-TOTAL-RENTAL TO WS-FT-RENTAL.
               MOVE WS-TOTAL-LATE TO WS-FT-LATE.
               COMPUTE WS-FT-TOTAL = WS-TOTAL-RENTAL + WS-TOTAL-LATE.
               WRITE REPORT-LINE-OUT FROM WS-FLEET-TOTAL-LINE.
               DISPLAY "TRAILERS ON THE FLEET: " WS-FLEET-COUNT.
               DISPLAY "FLEET UTILIZATION %:   " WS-FT-PERCENT.
               COMPUTE WS-AMOUNT-EDIT = WS-TOTAL-RENTAL + WS-TOTAL-LATE.
               DISPLAY "RENTAL REVENUE:        $" WS-AMOUNT-EDIT.

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

           810-ADVANCE-ONE-DAY.
               MOVE WS-MONTH-LENGTH(WS-NX-MONTH) TO WS-DAYS-THIS-MONTH.
               IF WS-NX-MONTH = 2
                   DIVIDE WS-NX-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-THIS-MONTH
                       DIVIDE WS-NX-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 28 TO WS-DAYS-THIS-MONTH
                           DIVIDE WS-NX-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               MOVE 29 TO WS-DAYS-THIS-MONTH
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF WS-NX-DAY < WS-DAYS-THIS-MONTH
                   ADD 1 TO WS-NX-DAY
               ELSE
                   MOVE 1 TO WS-NX-DAY
                   IF WS-NX-MONTH < 12
                       ADD 1 TO WS-NX-MONTH
                   ELSE
                       MOVE 1 TO WS-NX-MONTH
                       ADD 1 TO WS-NX-YEAR
                   END-IF
               END-IF.

       END PROGRAM TRAILER_BILLING_PROGRAM.
