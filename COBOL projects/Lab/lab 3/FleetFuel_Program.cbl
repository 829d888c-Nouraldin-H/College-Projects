      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 08-18-2026
      * Purpose: fuel, the biggest running cost of the fleet, gets
      * the file the paper receipts never were.  Entry mode records
      * one fill-up against the vehicle's key on VEHICLE-MASTER.IDX
      * (date, odometer, litres, cost, station) on FUEL-LOG.TXT;
      * the odometer has to be past the last reading logged for
      * the vehicle or the fill is refused.  The monthly fleet
      * report gives each vehicle's distance, fuel economy and its
      * fuel and service (SERVICE-HISTORY.TXT) cost per kilometre
      * for the month, and flags a vehicle whose economy has
      * fallen well below its own history -- a mechanical fault or
      * a fuel card being used for something else.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEET_FUEL_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE
           ASSIGN TO '..\VEHICLE-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY VM-KEY
           FILE STATUS WS-VM-STATUS.
           SELECT OPTIONAL FUEL-LOG-FILE
           ASSIGN TO '..\FUEL-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SERVICE-HISTORY-FILE
           ASSIGN TO '..\SERVICE-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLEET-REPORT-OUT
           ASSIGN TO '..\FLEET-FUEL-REPORT.TXT'
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

      *> One line per fill-up.  Every fill is to a full tank, so
      *> the litres of one fill are what the distance since the
      *> fill before it burned.
       FD FUEL-LOG-FILE.
       01 FUEL-LOG-RECORD.
           05 FUL-CAR-TYPE        PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 FUL-CAR-YEAR        PIC 9(4).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 FUL-DATE            PIC 9(8).
           05 FUL-DATE-R REDEFINES FUL-DATE.
               10 FUL-YEAR-MONTH  PIC 9(6).
               10 FUL-DAY         PIC 9(2).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 FUL-ODOMETER        PIC 9(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 FUL-LITRES          PIC 9(3)V99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 FUL-COST            PIC 9(5)V99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 FUL-STATION         PIC X(20).

       FD SERVICE-HISTORY-FILE.
       01 SERVICE-HISTORY-RECORD.
           05 SVH-CAR-TYPE        PIC X(5).
           05 FILLER              PIC X(1).
           05 SVH-CAR-YEAR        PIC 9(4).
           05 FILLER              PIC X(1).
           05 SVH-DATE            PIC 9(8).
           05 SVH-DATE-R REDEFINES SVH-DATE.
               10 SVH-YEAR-MONTH  PIC 9(6).
               10 SVH-DAY         PIC 9(2).
           05 FILLER              PIC X(1).
           05 SVH-ODOMETER        PIC 9(7).
           05 FILLER              PIC X(1).
           05 SVH-SERVICE-CODE    PIC X(3).
           05 FILLER              PIC X(1).
           05 SVH-COST            PIC 9(5)V99.

       FD FLEET-REPORT-OUT.
       01 REPORT-LINE-OUT         PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-VM-STATUS PIC X(2).
       01 WS-VM-EOF PIC X(1) VALUE 'N'.
       01 WS-FUEL-EOF PIC X(1).
       01 WS-HIST-EOF PIC X(1).
       01 WS-MODE PIC X(1).

       01 WS-TYPE-EDIT PIC X(5).
       01 WS-YEAR-EDIT PIC X(4).
       01 WS-DATE-EDIT PIC X(8).
       01 WS-ODOMETER-EDIT PIC X(7).
       01 WS-ODOMETER-9 REDEFINES WS-ODOMETER-EDIT PIC 9(7).
       01 WS-LITRES-EDIT PIC X(5).
       01 WS-LITRES-9 REDEFINES WS-LITRES-EDIT PIC 9(3)V99.
       01 WS-COST-EDIT PIC X(7).
       01 WS-COST-9 REDEFINES WS-COST-EDIT PIC 9(5)V99.
       01 WS-STATION-EDIT PIC X(20).
       01 WS-MONTH-EDIT PIC X(6).
       01 WS-MONTH-9 REDEFINES WS-MONTH-EDIT PIC 9(6).
       01 WS-LAST-ODOMETER PIC 9(7).

      *> A month's economy worse than this many percent above the
      *> vehicle's own litres per 100 km before the month is
      *> flagged.
       01 WS-DROP-PERCENT PIC 9(3) VALUE 20.

      *> One vehicle's figures, the month and its history before.
       01 WS-PREV-ODOMETER PIC 9(7).
       01 WS-FILL-DISTANCE PIC 9(7).
       01 WS-MONTH-DISTANCE PIC 9(7).
       01 WS-MONTH-LITRES PIC 9(7)V99.
       01 WS-MONTH-FUEL-COST PIC 9(7)V99.
       01 WS-MONTH-SERVICE-COST PIC 9(7)V99.
       01 WS-MONTH-FILLS PIC 9(5).
       01 WS-HIST-DISTANCE PIC 9(9).
       01 WS-HIST-LITRES PIC 9(9)V99.
       01 WS-MONTH-ECONOMY PIC 9(3)V99.
       01 WS-HIST-ECONOMY PIC 9(3)V99.
       01 WS-ECONOMY-LIMIT PIC 9(3)V99.
       01 WS-PER-KM PIC 9(3)V999.

       01 WS-FLEET-DISTANCE PIC 9(9) VALUE 0.
       01 WS-FLEET-LITRES PIC 9(9)V99 VALUE 0.
       01 WS-FLEET-FUEL-COST PIC 9(9)V99 VALUE 0.
       01 WS-FLEET-SERVICE-COST PIC 9(9)V99 VALUE 0.
       01 WS-VEHICLES-REPORTED PIC 9(4) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(4) VALUE 0.

       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(28)
               VALUE "FLEET FUEL REPORT FOR MONTH ".
           05 WS-RT-MONTH         PIC 9(6).
       01 WS-REPORT-HEAD.
           05 FILLER              PIC X(28)
               VALUE "TYPE  YEAR MODEL".
           05 FILLER              PIC X(9) VALUE "DISTANCE ".
           05 FILLER              PIC X(8) VALUE "L/100KM ".
           05 FILLER              PIC X(10) VALUE " FUEL $/KM".
           05 FILLER              PIC X(12) VALUE " SERV $/KM  ".
           05 FILLER              PIC X(4) VALUE "FLAG".
       01 WS-VEHICLE-LINE.
           05 WS-VL-TYPE          PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-VL-YEAR          PIC 9(4).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-VL-MODEL         PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-VL-DISTANCE      PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-VL-ECONOMY       PIC ZZ9.99.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-VL-FUEL-PER-KM   PIC ZZ9.999.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-VL-SERV-PER-KM   PIC ZZ9.999.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-VL-FLAG          PIC X(20).
       01 WS-HISTORY-LINE.
           05 FILLER              PIC X(42) VALUE SPACES.
           05 FILLER              PIC X(22)
               VALUE "ECONOMY BEFORE MONTH: ".
           05 WS-HL-ECONOMY       PIC ZZ9.99.
       01 WS-TOTAL-LINE.
           05 WS-TL-CAPTION       PIC X(27).
           05 WS-TL-DISTANCE      PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-TL-ECONOMY       PIC ZZ9.99.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-TL-FUEL-PER-KM   PIC ZZ9.999.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-TL-SERV-PER-KM   PIC ZZ9.999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Record a fill-up, or print the monthly fleet "
               "report? (F/M) "
           ACCEPT WS-MODE.
           IF WS-MODE = 'M' OR 'm'
               PERFORM 400-PRINT-FLEET-REPORT
           ELSE
               PERFORM 100-RECORD-ONE-FILL
           END-IF.
           STOP RUN.

           100-RECORD-ONE-FILL.
               DISPLAY "Vehicle type (5 characters): "
               ACCEPT WS-TYPE-EDIT.
               MOVE 'N' TO WS-YEAR-EDIT.
               PERFORM 110-ACCEPT-VEHICLE-YEAR
                   UNTIL WS-YEAR-EDIT IS NUMERIC.
               OPEN INPUT VEHICLE-MASTER-FILE.
               MOVE WS-TYPE-EDIT TO VM-CAR-TYPE.
               MOVE WS-YEAR-EDIT TO VM-CAR-YEAR.
               READ VEHICLE-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Vehicle not on the master -- "
                           "fill-up not recorded."
                       MOVE 8 TO RETURN-CODE
                       CLOSE VEHICLE-MASTER-FILE
                       STOP RUN
               END-READ.
               CLOSE VEHICLE-MASTER-FILE.
               MOVE 'N' TO WS-DATE-EDIT.
               PERFORM 120-ACCEPT-FILL-DATE
                   UNTIL WS-DATE-EDIT IS NUMERIC.
               MOVE 'N' TO WS-ODOMETER-EDIT.
               PERFORM 130-ACCEPT-ODOMETER
                   UNTIL WS-ODOMETER-EDIT IS NUMERIC.
               PERFORM 200-FIND-LAST-ODOMETER.
               IF WS-ODOMETER-9 NOT > WS-LAST-ODOMETER
                   DISPLAY "Odometer must be past the last reading "
                       "logged, " WS-LAST-ODOMETER " -- fill-up not "
                       "recorded."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'N' TO WS-LITRES-EDIT.
               PERFORM 140-ACCEPT-LITRES
                   UNTIL WS-LITRES-EDIT IS NUMERIC.
               MOVE 'N' TO WS-COST-EDIT.
               PERFORM 150-ACCEPT-COST
                   UNTIL WS-COST-EDIT IS NUMERIC.
               DISPLAY "Station: "
               ACCEPT WS-STATION-EDIT.
               PERFORM 300-APPEND-FUEL-RECORD.

           110-ACCEPT-VEHICLE-YEAR.
               DISPLAY "Vehicle model year (YYYY): "
               ACCEPT WS-YEAR-EDIT
               IF WS-YEAR-EDIT IS NOT NUMERIC
                   DISPLAY "Year must be numeric, try again."
               END-IF.

           120-ACCEPT-FILL-DATE.
               DISPLAY "Fill-up date (YYYYMMDD): "
               ACCEPT WS-DATE-EDIT
               IF WS-DATE-EDIT IS NOT NUMERIC
                   DISPLAY "Date must be numeric, try again."
               END-IF.

           130-ACCEPT-ODOMETER.
               DISPLAY "Odometer reading: "
               ACCEPT WS-ODOMETER-EDIT
               IF WS-ODOMETER-EDIT IS NOT NUMERIC
                   DISPLAY "Odometer must be numeric, try again."
               END-IF.

           140-ACCEPT-LITRES.
               DISPLAY "Litres (NNNNN = litres and hundredths): "
               ACCEPT WS-LITRES-EDIT
               IF WS-LITRES-EDIT IS NOT NUMERIC
                   DISPLAY "Litres must be numeric, try again."
               END-IF.

           150-ACCEPT-COST.
               DISPLAY "Fuel cost (NNNNNNN = dollars and cents): "
               ACCEPT WS-COST-EDIT
               IF WS-COST-EDIT IS NOT NUMERIC
                   DISPLAY "Cost must be numeric, try again."
               END-IF.

           200-FIND-LAST-ODOMETER.
               MOVE 0 TO WS-LAST-ODOMETER.
               MOVE 'N' TO WS-FUEL-EOF.
               OPEN INPUT FUEL-LOG-FILE.
               PERFORM 210-SCAN-ONE-FILL UNTIL WS-FUEL-EOF = 'Y'.
               CLOSE FUEL-LOG-FILE.

           210-SCAN-ONE-FILL.
               READ FUEL-LOG-FILE
                   AT END MOVE 'Y' TO WS-FUEL-EOF
                   NOT AT END
                       IF FUL-CAR-TYPE = WS-TYPE-EDIT
                           AND FUL-CAR-YEAR = WS-YEAR-EDIT
                           AND FUL-ODOMETER > WS-LAST-ODOMETER
                           MOVE FUL-ODOMETER TO WS-LAST-ODOMETER
                       END-IF
               END-READ.

           300-APPEND-FUEL-RECORD.
               OPEN EXTEND FUEL-LOG-FILE.
               MOVE SPACES TO FUEL-LOG-RECORD.
               MOVE WS-TYPE-EDIT TO FUL-CAR-TYPE.
               MOVE WS-YEAR-EDIT TO FUL-CAR-YEAR.
               MOVE WS-DATE-EDIT TO FUL-DATE.
               MOVE WS-ODOMETER-9 TO FUL-ODOMETER.
               MOVE WS-LITRES-9 TO FUL-LITRES.
               MOVE WS-COST-9 TO FUL-COST.
               MOVE WS-STATION-EDIT TO FUL-STATION.
               WRITE FUEL-LOG-RECORD.
               CLOSE FUEL-LOG-FILE.
               DISPLAY "Fill-up recorded for " WS-TYPE-EDIT " "
                   WS-YEAR-EDIT.

           400-PRINT-FLEET-REPORT.
               MOVE 'N' TO WS-MONTH-EDIT.
               PERFORM 410-ACCEPT-REPORT-MONTH
                   UNTIL WS-MONTH-EDIT IS NUMERIC.
               OPEN INPUT VEHICLE-MASTER-FILE.
               OPEN OUTPUT FLEET-REPORT-OUT.
               MOVE WS-MONTH-9 TO WS-RT-MONTH.
               DISPLAY WS-REPORT-TITLE.
               WRITE REPORT-LINE-OUT FROM WS-REPORT-TITLE.
               DISPLAY WS-REPORT-HEAD.
               WRITE REPORT-LINE-OUT FROM WS-REPORT-HEAD.
               PERFORM 420-REPORT-ONE-VEHICLE UNTIL WS-VM-EOF = 'Y'.
               PERFORM 500-PRINT-FLEET-TOTALS.
               CLOSE VEHICLE-MASTER-FILE.
               CLOSE FLEET-REPORT-OUT.
               DISPLAY "VEHICLES REPORTED: " WS-VEHICLES-REPORTED.
               DISPLAY "VEHICLES FLAGGED:  " WS-FLAGGED-COUNT.
               IF WS-FLAGGED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

           410-ACCEPT-REPORT-MONTH.
               DISPLAY "Report month (YYYYMM): "
               ACCEPT WS-MONTH-EDIT
               IF WS-MONTH-EDIT IS NOT NUMERIC
                   DISPLAY "Month must be numeric, try again."
               END-IF.

      *> A vehicle with no fuel and no service in the month has
      *> nothing to say and is left off.
           420-REPORT-ONE-VEHICLE.
               READ VEHICLE-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-VM-EOF
                   NOT AT END
                       PERFORM 430-TOTAL-THE-FUEL
                       PERFORM 440-TOTAL-THE-SERVICE
                       IF WS-MONTH-FILLS > 0
                           OR WS-MONTH-SERVICE-COST > 0
                           PERFORM 450-PRINT-VEHICLE-LINE
                       END-IF
               END-READ.

           430-TOTAL-THE-FUEL.
               MOVE 0 TO WS-PREV-ODOMETER.
               MOVE 0 TO WS-MONTH-DISTANCE.
               MOVE 0 TO WS-MONTH-LITRES.
               MOVE 0 TO WS-MONTH-FUEL-COST.
               MOVE 0 TO WS-MONTH-FILLS.
               MOVE 0 TO WS-HIST-DISTANCE.
               MOVE 0 TO WS-HIST-LITRES.
               MOVE 'N' TO WS-FUEL-EOF.
               OPEN INPUT FUEL-LOG-FILE.
               PERFORM 431-TOTAL-ONE-FILL UNTIL WS-FUEL-EOF = 'Y'.
               CLOSE FUEL-LOG-FILE.

      *> The log is in odometer order for each vehicle -- entry
      *> refuses a reading that goes backwards -- so the fill
      *> before is the last one seen.  The vehicle's first fill
      *> only sets the starting reading.
           431-TOTAL-ONE-FILL.
               READ FUEL-LOG-FILE
                   AT END MOVE 'Y' TO WS-FUEL-EOF
                   NOT AT END
                       IF FUL-CAR-TYPE = VM-CAR-TYPE
                           AND FUL-CAR-YEAR = VM-CAR-YEAR
                           PERFORM 432-TAKE-ONE-FILL
                       END-IF
               END-READ.

           432-TAKE-ONE-FILL.
               IF FUL-YEAR-MONTH = WS-MONTH-9
                   ADD 1 TO WS-MONTH-FILLS
                   ADD FUL-COST TO WS-MONTH-FUEL-COST
               END-IF.
               IF WS-PREV-ODOMETER > 0
                   AND FUL-ODOMETER > WS-PREV-ODOMETER
                   COMPUTE WS-FILL-DISTANCE =
                       FUL-ODOMETER - WS-PREV-ODOMETER
                   EVALUATE TRUE
                       WHEN FUL-YEAR-MONTH = WS-MONTH-9
                           ADD WS-FILL-DISTANCE TO WS-MONTH-DISTANCE
                           ADD FUL-LITRES TO WS-MONTH-LITRES
                       WHEN FUL-YEAR-MONTH < WS-MONTH-9
                           ADD WS-FILL-DISTANCE TO WS-HIST-DISTANCE
                           ADD FUL-LITRES TO WS-HIST-LITRES
                   END-EVALUATE
               END-IF.
               MOVE FUL-ODOMETER TO WS-PREV-ODOMETER.

           440-TOTAL-THE-SERVICE.
               MOVE 0 TO WS-MONTH-SERVICE-COST.
               MOVE 'N' TO WS-HIST-EOF.
               OPEN INPUT SERVICE-HISTORY-FILE.
               PERFORM 441-TOTAL-ONE-SERVICE UNTIL WS-HIST-EOF = 'Y'.
               CLOSE SERVICE-HISTORY-FILE.

           441-TOTAL-ONE-SERVICE.
               READ SERVICE-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF SVH-CAR-TYPE = VM-CAR-TYPE
                           AND SVH-CAR-YEAR = VM-CAR-YEAR
                           AND SVH-YEAR-MONTH = WS-MONTH-9
                           ADD SVH-COST TO WS-MONTH-SERVICE-COST
                       END-IF
               END-READ.

      *> Cost per kilometre is over the distance the month's fills
      *> measured; fuel bought in the month counts whether or not
      *> its fill closed a measured distance.
           450-PRINT-VEHICLE-LINE.
               ADD 1 TO WS-VEHICLES-REPORTED.
               MOVE VM-CAR-TYPE TO WS-VL-TYPE.
               MOVE VM-CAR-YEAR TO WS-VL-YEAR.
               MOVE VM-MODEL TO WS-VL-MODEL.
               MOVE WS-MONTH-DISTANCE TO WS-VL-DISTANCE.
               MOVE 0 TO WS-MONTH-ECONOMY.
               MOVE 0 TO WS-HIST-ECONOMY.
               MOVE 0 TO WS-VL-FUEL-PER-KM.
               MOVE 0 TO WS-VL-SERV-PER-KM.
               MOVE SPACES TO WS-VL-FLAG.
               IF WS-MONTH-DISTANCE > 0
                   COMPUTE WS-MONTH-ECONOMY ROUNDED =
                       WS-MONTH-LITRES * 100 / WS-MONTH-DISTANCE
                   COMPUTE WS-PER-KM ROUNDED =
                       WS-MONTH-FUEL-COST / WS-MONTH-DISTANCE
                   MOVE WS-PER-KM TO WS-VL-FUEL-PER-KM
                   COMPUTE WS-PER-KM ROUNDED =
                       WS-MONTH-SERVICE-COST / WS-MONTH-DISTANCE
                   MOVE WS-PER-KM TO WS-VL-SERV-PER-KM
               ELSE
                   IF WS-MONTH-FILLS > 0
                       MOVE "NO DISTANCE MEASURED" TO WS-VL-FLAG
                   END-IF
               END-IF.
               MOVE WS-MONTH-ECONOMY TO WS-VL-ECONOMY.
               IF WS-HIST-DISTANCE > 0
                   COMPUTE WS-HIST-ECONOMY ROUNDED =
                       WS-HIST-LITRES * 100 / WS-HIST-DISTANCE
                   COMPUTE WS-ECONOMY-LIMIT ROUNDED =
                       WS-HIST-ECONOMY * (100 + WS-DROP-PERCENT)
                       / 100
                   IF WS-MONTH-DISTANCE > 0
                       AND WS-MONTH-ECONOMY > WS-ECONOMY-LIMIT
                       MOVE "ECONOMY DROP" TO WS-VL-FLAG
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
               END-IF.
               DISPLAY WS-VEHICLE-LINE.
               WRITE REPORT-LINE-OUT FROM WS-VEHICLE-LINE.
               IF WS-VL-FLAG = "ECONOMY DROP"
                   MOVE WS-HIST-ECONOMY TO WS-HL-ECONOMY
                   DISPLAY WS-HISTORY-LINE
                   WRITE REPORT-LINE-OUT FROM WS-HISTORY-LINE
               END-IF.
               ADD WS-MONTH-DISTANCE TO WS-FLEET-DISTANCE.
               ADD WS-MONTH-LITRES TO WS-FLEET-LITRES.
               ADD WS-MONTH-FUEL-COST TO WS-FLEET-FUEL-COST.
               ADD WS-MONTH-SERVICE-COST TO WS-FLEET-SERVICE-COST.

           500-PRINT-FLEET-TOTALS.
               MOVE "FLEET" TO WS-TL-CAPTION.
               MOVE WS-FLEET-DISTANCE TO WS-TL-DISTANCE.
               MOVE 0 TO WS-TL-ECONOMY.
               MOVE 0 TO WS-TL-FUEL-PER-KM.
               MOVE 0 TO WS-TL-SERV-PER-KM.
               IF WS-FLEET-DISTANCE > 0
                   COMPUTE WS-MONTH-ECONOMY ROUNDED =
                       WS-FLEET-LITRES * 100 / WS-FLEET-DISTANCE
                   MOVE WS-MONTH-ECONOMY TO WS-TL-ECONOMY
                   COMPUTE WS-PER-KM ROUNDED =
                       WS-FLEET-FUEL-COST / WS-FLEET-DISTANCE
                   MOVE WS-PER-KM TO WS-TL-FUEL-PER-KM
                   COMPUTE WS-PER-KM ROUNDED =
                       WS-FLEET-SERVICE-COST / WS-FLEET-DISTANCE
                   MOVE WS-PER-KM TO WS-TL-SERV-PER-KM
               END-IF.
               DISPLAY WS-TOTAL-LINE.
               WRITE REPORT-LINE-OUT FROM WS-TOTAL-LINE.

       END PROGRAM FLEET_FUEL_PROGRAM.
