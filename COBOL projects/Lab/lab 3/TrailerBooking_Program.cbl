      * booking back off, and the availability report lists, for
      * a requested window, what is committed and which vehicles
      * on the master are actually free.
      * Modification history:
      *   09-15-2026 NH - each booking carries the date the trailer came
      *     back and the date TRAILER_BILLING_PROGRAM has invoiced it
      *     through; new return mode records the return, and a booking
      *     already invoiced can no longer be cancelled
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 BKG-FROM-DATE       PIC 9(8).
           05 FILLER              PIC X(1).
           05 BKG-TO-DATE         PIC 9(8).
           05 FILLER              PIC X(1).
           05 BKG-RETURN-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 BKG-BILLED-TO       PIC 9(8).

       FD AVAILABILITY-REPORT-OUT.
       01 REPORT-LINE-OUT         PIC X(90).
       01 WS-TO-EDIT PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-RETURN-EDIT PIC X(8).
       01 WS-RETURN-DATE PIC 9(8).

       01 WS-BOOKING-TABLE.
           05 WS-BK-ENTRY OCCURS 500 TIMES.
               10 WS-BK-YEAR      PIC 9(4).
               10 WS-BK-FROM      PIC 9(8).
               10 WS-BK-TO        PIC 9(8).
               10 WS-BK-RETURN    PIC 9(8).
               10 WS-BK-BILLED-TO PIC 9(8).
               10 WS-BK-KEEP-FLAG PIC X(1).
       01 WS-BK-COUNT PIC 9(3) VALUE 0.
       01 WS-SUB PIC 9(3).
       01 WS-CLASH-FLAG PIC X(1).
       01 WS-VEHICLE-FOUND-FLAG PIC X(1).
       01 WS-CANCEL-FLAG PIC X(1).
       01 WS-BILLED-FLAG PIC X(1).
       01 WS-RETURN-SUB PIC 9(3).
       01 WS-BUSY-FLAG PIC X(1).
       01 WS-FREE-COUNT PIC 9(3) VALUE 0.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Book, cancel, record a return, or print "
               "availability? (B/C/R/A) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'C' OR 'c'
                   PERFORM 400-CANCEL-ONE-BOOKING
               WHEN WS-MODE = 'R' OR 'r'
                   PERFORM 600-RECORD-ONE-RETURN
               WHEN WS-MODE = 'A' OR 'a'
                   PERFORM 500-PRINT-AVAILABILITY
               WHEN OTHER
                       MOVE BKG-FROM-DATE
                           TO WS-BK-FROM(WS-BK-COUNT)
                       MOVE BKG-TO-DATE TO WS-BK-TO(WS-BK-COUNT)
                       PERFORM 120-KEEP-BILLING-DATES
                       MOVE 'Y' TO WS-BK-KEEP-FLAG(WS-BK-COUNT)
               END-READ.

      *> Bookings made before returns and billing were kept have
      *> neither date on the line; they read as not yet returned
      *> and not yet billed.
           120-KEEP-BILLING-DATES.
               IF BKG-RETURN-DATE IS NUMERIC
                   MOVE BKG-RETURN-DATE TO WS-BK-RETURN(WS-BK-COUNT)
               ELSE
                   MOVE 0 TO WS-BK-RETURN(WS-BK-COUNT)
               END-IF.
               IF BKG-BILLED-TO IS NUMERIC
                   MOVE BKG-BILLED-TO TO WS-BK-BILLED-TO(WS-BK-COUNT)
               ELSE
                   MOVE 0 TO WS-BK-BILLED-TO(WS-BK-COUNT)
               END-IF.

           200-BOOK-ONE-ASSIGNMENT.
               DISPLAY "Trailer ID: "
               ACCEPT WS-TRAILER-ID.
               MOVE WS-YEAR-EDIT TO BKG-CAR-YEAR.
               MOVE WS-FROM-DATE TO BKG-FROM-DATE.
               MOVE WS-TO-DATE TO BKG-TO-DATE.
               MOVE 0 TO BKG-RETURN-DATE.
               MOVE 0 TO BKG-BILLED-TO.
               WRITE BOOKING-RECORD.
               CLOSE BOOKING-FILE.
               DISPLAY "Booking recorded: " WS-TRAILER-ID " -> "
               PERFORM 220-ACCEPT-FROM-DATE
                   UNTIL WS-FROM-EDIT IS NUMERIC.
               MOVE 'N' TO WS-CANCEL-FLAG.
               MOVE 'N' TO WS-BILLED-FLAG.
               PERFORM 410-DROP-MATCHING-BOOKING
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BK-COUNT.
               IF WS-CANCEL-FLAG = 'Y'
                   PERFORM 420-REWRITE-BOOKING-FILE
                   DISPLAY "Booking cancelled."
               ELSE IF WS-BILLED-FLAG = 'Y'
                   DISPLAY "That booking has been invoiced -- it "
                       "cannot be cancelled."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "No booking on file for that trailer "
                       "and from-date."
                   MOVE 4 TO RETURN-CODE
               END-IF.

      *> Once the billing run has invoiced any of a booking the
      *> booking is the invoice's record and stays on file.
           410-DROP-MATCHING-BOOKING.
               IF WS-BK-TRAILER(WS-SUB) = WS-TRAILER-ID
                   AND WS-BK-FROM(WS-SUB) = WS-FROM-DATE
                   IF WS-BK-BILLED-TO(WS-SUB) > 0
                       MOVE 'Y' TO WS-BILLED-FLAG
                   ELSE
                       MOVE 'N' TO WS-BK-KEEP-FLAG(WS-SUB)
                       MOVE 'Y' TO WS-CANCEL-FLAG
                   END-IF
               END-IF.

           420-REWRITE-BOOKING-FILE.
                   MOVE WS-BK-YEAR(WS-SUB) TO BKG-CAR-YEAR
                   MOVE WS-BK-FROM(WS-SUB) TO BKG-FROM-DATE
                   MOVE WS-BK-TO(WS-SUB) TO BKG-TO-DATE
                   MOVE WS-BK-RETURN(WS-SUB) TO BKG-RETURN-DATE
                   MOVE WS-BK-BILLED-TO(WS-SUB) TO BKG-BILLED-TO
                   WRITE BOOKING-RECORD
               END-IF.

                   MOVE 'Y' TO WS-BUSY-FLAG
               END-IF.

      *> The yard's check-in: the day the trailer actually came
      *> back goes on the booking, and TRAILER_BILLING_PROGRAM
      *> charges the days past the booked end as a late return.
           600-RECORD-ONE-RETURN.
               DISPLAY "Trailer ID returned: "
               ACCEPT WS-TRAILER-ID.
               MOVE 'N' TO WS-FROM-EDIT.
               PERFORM 220-ACCEPT-FROM-DATE
                   UNTIL WS-FROM-EDIT IS NUMERIC.
               MOVE 0 TO WS-RETURN-SUB.
               PERFORM 610-FIND-THE-BOOKING
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BK-COUNT
                       OR WS-RETURN-SUB > 0.
               IF WS-RETURN-SUB = 0
                   DISPLAY "No booking on file for that trailer "
                       "and from-date."
                   MOVE 4 TO RETURN-CODE
               ELSE IF WS-BK-RETURN(WS-RETURN-SUB) > 0
                   DISPLAY "That trailer was already returned on "
                       WS-BK-RETURN(WS-RETURN-SUB) "."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 'N' TO WS-RETURN-EDIT
                   PERFORM 620-ACCEPT-RETURN-DATE
                       UNTIL WS-RETURN-EDIT IS NUMERIC
                           AND WS-RETURN-DATE >= WS-FROM-DATE
                   MOVE WS-RETURN-DATE TO WS-BK-RETURN(WS-RETURN-SUB)
                   PERFORM 420-REWRITE-BOOKING-FILE
                   DISPLAY "Return recorded: " WS-TRAILER-ID
                       " back " WS-RETURN-DATE ", booked to "
                       WS-BK-TO(WS-RETURN-SUB)
                   IF WS-RETURN-DATE > WS-BK-TO(WS-RETURN-SUB)
                       DISPLAY "*** RETURNED LATE -- LATE CHARGES "
                           "GO ON THE NEXT BILLING RUN ***"
                   END-IF
               END-IF.

           610-FIND-THE-BOOKING.
               IF WS-BK-TRAILER(WS-SUB) = WS-TRAILER-ID
                   AND WS-BK-FROM(WS-SUB) = WS-FROM-DATE
                   MOVE WS-SUB TO WS-RETURN-SUB
               END-IF.

           620-ACCEPT-RETURN-DATE.
               DISPLAY "Returned on (YYYYMMDD): "
               ACCEPT WS-RETURN-EDIT
               IF WS-RETURN-EDIT IS NOT NUMERIC
                   DISPLAY "Date must be numeric, try again."
               ELSE
                   MOVE WS-RETURN-EDIT TO WS-RETURN-DATE
                   IF WS-RETURN-DATE < WS-FROM-DATE
                       DISPLAY "Return date is before the from-date, "
                           "try again."
                   END-IF
               END-IF.

       END PROGRAM TRAILER_BOOKING_PROGRAM.
