      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 04-07-2026
      * Purpose: the one pricing rule for utility consumption (called
      * like CREDIT_HOUR_RATE from billing, budget-plan enrollment
      * and the move-out final bill): given the units used and the
      * reading period they were used in, returns the charge priced
      * progressively through the tiers on UTILITY-RATE-TIERS.TXT.
      * Each tier row carries effective-from/to dates, the
      * SELLING-PRICES.TXT shape (eff-to of zero means still open),
      * and the rows in effect on a date, in file order, are that
      * date's tier schedule.  When a rate change falls inside the
      * reading period the consumption is split by days on each
      * side of the change and each portion is priced at its own
      * schedule, with the tier blocks cut to the portion's share of
      * the period; every portion is returned for the invoice.  A
      * period without dates is priced at the schedule in effect on
      * the price date.  The tier file is loaded on the first call
      * and kept for the rest of the run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTILITY_RATE_PRICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT RATE-TIERS-FILE
           ASSIGN TO '..\UTILITY-RATE-TIERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One tier per line, ascending within a schedule: units
      *> covered up to the ceiling (zero = open-ended top tier) at
      *> the per-unit rate, effective from/to.  Rows from before the
      *> dates were carried read in as spaces and are in effect from
      *> the beginning with no end.
       FD RATE-TIERS-FILE.
       01 RATE-TIER-RECORD.
           05 RTT-UP-TO-UNITS     PIC 9(3).
           05 FILLER              PIC X(1).
           05 RTT-UNIT-RATE       PIC 9(2)V99.
           05 FILLER              PIC X(1).
           05 RTT-EFF-FROM        PIC X(8).
           05 RTT-EFF-FROM-9 REDEFINES RTT-EFF-FROM PIC 9(8).
           05 FILLER              PIC X(1).
           05 RTT-EFF-TO          PIC X(8).
           05 RTT-EFF-TO-9 REDEFINES RTT-EFF-TO PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-LOADED-FLAG PIC X(1) VALUE 'N'.
       01 WS-TIER-EOF PIC X(1) VALUE 'N'.
       01 WS-SUB PIC 9(3).
       01 WS-SUB-2 PIC 9(3).

       01 WS-TIER-TABLE.
           05 WS-TR-ENTRY OCCURS 100 TIMES.
               10 WS-TR-UP-TO     PIC 9(3).
               10 WS-TR-RATE      PIC 9(2)V99.
               10 WS-TR-FROM      PIC 9(8).
               10 WS-TR-TO        PIC 9(8).
       01 WS-TIER-COUNT PIC 9(3) VALUE 0.

      *> Rate-change dates strictly inside the reading period, in
      *> date order.
       01 WS-BREAK-TABLE.
           05 WS-BREAK-DATE OCCURS 4 TIMES PIC 9(8).
       01 WS-BREAK-COUNT PIC 9(1).
       01 WS-BREAK-SEEN PIC X(1).
       01 WS-HOLD-DATE PIC 9(8).

       01 WS-PERIOD-DAYS PIC 9(5).
       01 WS-FROM-DAYS PIC 9(7).
       01 WS-TO-DAYS PIC 9(7).
       01 WS-PORTION-SUB PIC 9(1).
       01 WS-PORTION-DATE PIC 9(8).
       01 WS-PORTION-DAYS PIC 9(5).
       01 WS-UNITS-USED PIC 9(7).
       01 WS-UNITS-LEFT PIC 9(7).
       01 WS-UNITS-LEFT-PORTION PIC 9(7).
       01 WS-UNITS-THIS-TIER PIC 9(7).
       01 WS-TIER-CEILING PIC 9(7).
       01 WS-TIER-FLOOR PIC 9(7).
       01 WS-PORTION-AMOUNT PIC 9(7)V99.
       01 WS-RATE-FOUND PIC X(1).

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

       LINKAGE SECTION.
       01 LS-PRICE-AREA.
           05 LS-RP-UNITS         PIC 9(7).
           05 LS-RP-PERIOD-FROM   PIC 9(8).
           05 LS-RP-PERIOD-TO     PIC 9(8).
           05 LS-RP-PRICE-DATE    PIC 9(8).
           05 LS-RP-AMOUNT        PIC 9(7)V99.
           05 LS-RP-STATUS        PIC X(1).
               88 LS-RP-PRICED         VALUE '0'.
               88 LS-RP-NO-RATE        VALUE '1'.
           05 LS-RP-PORTION-COUNT PIC 9(1).
           05 LS-RP-PORTION OCCURS 5 TIMES.
               10 LS-RP-PORTION-FROM   PIC 9(8).
               10 LS-RP-PORTION-DAYS   PIC 9(5).
               10 LS-RP-PORTION-UNITS  PIC 9(7).
               10 LS-RP-PORTION-AMOUNT PIC 9(7)V99.

       PROCEDURE DIVISION USING LS-PRICE-AREA.
       MAIN-PROCEDURE.
           IF WS-LOADED-FLAG NOT = 'Y'
               PERFORM 100-LOAD-RATE-TIERS
               MOVE 'Y' TO WS-LOADED-FLAG
           END-IF.
           MOVE 0 TO LS-RP-AMOUNT.
           MOVE '0' TO LS-RP-STATUS.
           MOVE 0 TO LS-RP-PORTION-COUNT.
           MOVE 0 TO WS-BREAK-COUNT.
           MOVE 0 TO WS-PERIOD-DAYS.
           IF LS-RP-PERIOD-FROM > 0
               AND LS-RP-PERIOD-TO > LS-RP-PERIOD-FROM
               PERFORM 200-FIND-RATE-CHANGES
           END-IF.
           IF WS-BREAK-COUNT = 0
               PERFORM 300-PRICE-WHOLE-PERIOD
           ELSE
               PERFORM 400-PRICE-EACH-PORTION
           END-IF.
       GOBACK.

           100-LOAD-RATE-TIERS.
               OPEN INPUT RATE-TIERS-FILE.
               PERFORM 110-READ-ONE-TIER
                   UNTIL WS-TIER-EOF = 'Y' OR WS-TIER-COUNT = 100.
               CLOSE RATE-TIERS-FILE.

           110-READ-ONE-TIER.
               READ RATE-TIERS-FILE
                   AT END MOVE 'Y' TO WS-TIER-EOF
                   NOT AT END
                       ADD 1 TO WS-TIER-COUNT
                       MOVE RTT-UP-TO-UNITS
                           TO WS-TR-UP-TO(WS-TIER-COUNT)
                       MOVE RTT-UNIT-RATE
                           TO WS-TR-RATE(WS-TIER-COUNT)
                       IF RTT-EFF-FROM IS NUMERIC
                           MOVE RTT-EFF-FROM-9
                               TO WS-TR-FROM(WS-TIER-COUNT)
                       ELSE
                           MOVE 0 TO WS-TR-FROM(WS-TIER-COUNT)
                       END-IF
                       IF RTT-EFF-TO IS NUMERIC
                           MOVE RTT-EFF-TO-9
                               TO WS-TR-TO(WS-TIER-COUNT)
                       ELSE
                           MOVE 0 TO WS-TR-TO(WS-TIER-COUNT)
                       END-IF
               END-READ.

      *> A schedule that starts after the previous reading and
      *> before this one changes the rates mid-period.
           200-FIND-RATE-CHANGES.
               PERFORM 210-TEST-ONE-TIER-START
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TIER-COUNT.
               IF WS-BREAK-COUNT > 0
                   MOVE LS-RP-PERIOD-FROM TO WS-DN-DATE
                   PERFORM 800-COMPUTE-DAY-NUMBER
                   MOVE WS-DN-DAYS TO WS-FROM-DAYS
                   MOVE LS-RP-PERIOD-TO TO WS-DN-DATE
                   PERFORM 800-COMPUTE-DAY-NUMBER
                   MOVE WS-DN-DAYS TO WS-TO-DAYS
                   COMPUTE WS-PERIOD-DAYS = WS-TO-DAYS - WS-FROM-DAYS
               END-IF.

           210-TEST-ONE-TIER-START.
               IF WS-TR-FROM(WS-SUB) > LS-RP-PERIOD-FROM
                   AND WS-TR-FROM(WS-SUB) < LS-RP-PERIOD-TO
                   MOVE 'N' TO WS-BREAK-SEEN
                   PERFORM 220-CHECK-ONE-BREAK
                       VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-BREAK-COUNT
                   IF WS-BREAK-SEEN = 'N' AND WS-BREAK-COUNT < 4
                       ADD 1 TO WS-BREAK-COUNT
                       MOVE WS-TR-FROM(WS-SUB)
                           TO WS-BREAK-DATE(WS-BREAK-COUNT)
                       PERFORM 230-SORT-THE-NEW-BREAK
                   END-IF
               END-IF.

           220-CHECK-ONE-BREAK.
               IF WS-BREAK-DATE(WS-SUB-2) = WS-TR-FROM(WS-SUB)
                   MOVE 'Y' TO WS-BREAK-SEEN
               END-IF.

      *> The new date is bubbled down into place.
           230-SORT-THE-NEW-BREAK.
               PERFORM 235-SWAP-ONE-BREAK
                   VARYING WS-SUB-2 FROM WS-BREAK-COUNT BY -1
                   UNTIL WS-SUB-2 < 2.

           235-SWAP-ONE-BREAK.
               IF WS-BREAK-DATE(WS-SUB-2)
                   < WS-BREAK-DATE(WS-SUB-2 - 1)
                   MOVE WS-BREAK-DATE(WS-SUB-2) TO WS-HOLD-DATE
                   MOVE WS-BREAK-DATE(WS-SUB-2 - 1)
                       TO WS-BREAK-DATE(WS-SUB-2)
                   MOVE WS-HOLD-DATE TO WS-BREAK-DATE(WS-SUB-2 - 1)
               END-IF.

      *> No change inside the period: one portion at the schedule in
      *> effect when the period closed (or on the price date).
           300-PRICE-WHOLE-PERIOD.
               IF LS-RP-PERIOD-TO > 0
                   MOVE LS-RP-PERIOD-TO TO WS-PORTION-DATE
               ELSE
                   MOVE LS-RP-PRICE-DATE TO WS-PORTION-DATE
               END-IF.
               MOVE LS-RP-UNITS TO WS-UNITS-USED.
               MOVE 0 TO WS-PORTION-DAYS.
               PERFORM 500-PRICE-ONE-PORTION.
               MOVE 1 TO LS-RP-PORTION-COUNT.
               MOVE LS-RP-PERIOD-FROM TO LS-RP-PORTION-FROM(1).
               MOVE 0 TO LS-RP-PORTION-DAYS(1).
               MOVE WS-UNITS-USED TO LS-RP-PORTION-UNITS(1).
               MOVE WS-PORTION-AMOUNT TO LS-RP-PORTION-AMOUNT(1).
               MOVE WS-PORTION-AMOUNT TO LS-RP-AMOUNT.

      *> Units are shared out by days; the last portion takes what
      *> the rounding left, so the portions add back to the total.
           400-PRICE-EACH-PORTION.
               COMPUTE LS-RP-PORTION-COUNT = WS-BREAK-COUNT + 1.
               MOVE LS-RP-UNITS TO WS-UNITS-LEFT.
               PERFORM 410-PRICE-NTH-PORTION
                   VARYING WS-PORTION-SUB FROM 1 BY 1
                   UNTIL WS-PORTION-SUB > LS-RP-PORTION-COUNT.

           410-PRICE-NTH-PORTION.
               IF WS-PORTION-SUB = 1
                   MOVE LS-RP-PERIOD-FROM TO WS-PORTION-DATE
               ELSE
                   MOVE WS-BREAK-DATE(WS-PORTION-SUB - 1)
                       TO WS-PORTION-DATE
               END-IF.
               MOVE WS-PORTION-DATE TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               MOVE WS-DN-DAYS TO WS-FROM-DAYS.
               IF WS-PORTION-SUB = LS-RP-PORTION-COUNT
                   MOVE LS-RP-PERIOD-TO TO WS-DN-DATE
               ELSE
                   MOVE WS-BREAK-DATE(WS-PORTION-SUB) TO WS-DN-DATE
               END-IF.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               COMPUTE WS-PORTION-DAYS = WS-DN-DAYS - WS-FROM-DAYS.
               IF WS-PORTION-SUB = LS-RP-PORTION-COUNT
                   MOVE WS-UNITS-LEFT TO WS-UNITS-USED
               ELSE
                   COMPUTE WS-UNITS-USED ROUNDED = LS-RP-UNITS
                       * WS-PORTION-DAYS / WS-PERIOD-DAYS
                   IF WS-UNITS-USED > WS-UNITS-LEFT
                       MOVE WS-UNITS-LEFT TO WS-UNITS-USED
                   END-IF
               END-IF.
               SUBTRACT WS-UNITS-USED FROM WS-UNITS-LEFT.
               PERFORM 500-PRICE-ONE-PORTION.
               MOVE WS-PORTION-DATE
                   TO LS-RP-PORTION-FROM(WS-PORTION-SUB).
               MOVE WS-PORTION-DAYS
                   TO LS-RP-PORTION-DAYS(WS-PORTION-SUB).
               MOVE WS-UNITS-USED
                   TO LS-RP-PORTION-UNITS(WS-PORTION-SUB).
               MOVE WS-PORTION-AMOUNT
                   TO LS-RP-PORTION-AMOUNT(WS-PORTION-SUB).
               ADD WS-PORTION-AMOUNT TO LS-RP-AMOUNT.

      *> Progressive pricing through the rows in effect on the
      *> portion's date.  A portion of a split period gets each
      *> tier block cut to its share of the period's days.
           500-PRICE-ONE-PORTION.
               MOVE WS-UNITS-USED TO WS-UNITS-LEFT-PORTION.
               MOVE 0 TO WS-PORTION-AMOUNT.
               MOVE 0 TO WS-TIER-FLOOR.
               MOVE 'N' TO WS-RATE-FOUND.
               PERFORM 510-PRICE-ONE-TIER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TIER-COUNT.
               IF WS-RATE-FOUND = 'N'
                   MOVE '1' TO LS-RP-STATUS
               END-IF.

           510-PRICE-ONE-TIER.
               IF WS-PORTION-DATE >= WS-TR-FROM(WS-SUB)
                   AND (WS-TR-TO(WS-SUB) = 0
                       OR WS-PORTION-DATE <= WS-TR-TO(WS-SUB))
                   MOVE 'Y' TO WS-RATE-FOUND
                   PERFORM 520-CHARGE-THE-TIER
               END-IF.

           520-CHARGE-THE-TIER.
               IF WS-TR-UP-TO(WS-SUB) = 0
                   MOVE WS-UNITS-LEFT-PORTION TO WS-UNITS-THIS-TIER
               ELSE
                   IF WS-PORTION-DAYS = 0
                       MOVE WS-TR-UP-TO(WS-SUB) TO WS-TIER-CEILING
                   ELSE
                       COMPUTE WS-TIER-CEILING ROUNDED =
                           WS-TR-UP-TO(WS-SUB) * WS-PORTION-DAYS
                               / WS-PERIOD-DAYS
                   END-IF
                   IF WS-TIER-CEILING > WS-TIER-FLOOR
                       COMPUTE WS-UNITS-THIS-TIER =
                           WS-TIER-CEILING - WS-TIER-FLOOR
                   ELSE
                       MOVE 0 TO WS-UNITS-THIS-TIER
                   END-IF
                   IF WS-UNITS-THIS-TIER > WS-UNITS-LEFT-PORTION
                       MOVE WS-UNITS-LEFT-PORTION TO WS-UNITS-THIS-TIER
                   END-IF
                   MOVE WS-TIER-CEILING TO WS-TIER-FLOOR
               END-IF.
               COMPUTE WS-PORTION-AMOUNT = WS-PORTION-AMOUNT
                   + WS-UNITS-THIS-TIER * WS-TR-RATE(WS-SUB).
               SUBTRACT WS-UNITS-THIS-TIER FROM WS-UNITS-LEFT-PORTION.

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

       END PROGRAM UTILITY_RATE_PRICE.
