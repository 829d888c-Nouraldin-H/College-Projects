      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 09-08-2026
      * Purpose: the fleet vehicles as fixed assets, off the
      * accountants' spreadsheets.  FLEET-ASSETS.TXT carries one
      * asset line per vehicle proved on VEHICLE-MASTER.IDX:
      * acquisition date, cost, salvage value, useful life and
      * depreciation method (SL straight-line, DB double-declining
      * balance), with the depreciation accumulated so far.  Add
      * mode capitalizes a vehicle; the monthly run depreciates
      * every active asset once per period; disposal mode retires
      * a vehicle sold or transferred away and works the gain or
      * loss against its book value; the asset register report
      * lists cost, accumulated depreciation and net book value
      * and ties them to the GL fixed-asset accounts.  Every
      * money movement goes on FIXED-ASSET-REGISTER.TXT under its
      * chart source for GL_EXTRACT_PROGRAM to post:
      *   FAA capitalized cost      FAO opening depreciation
      *   FAD monthly depreciation  FAX depreciation retired
      *   FAP disposal proceeds     FAL loss on disposal
      *   FAG gain on disposal
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEET_ASSET_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE
           ASSIGN TO '..\VEHICLE-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY VM-KEY
           FILE STATUS WS-VM-STATUS.
           SELECT OPTIONAL FLEET-ASSET-FILE
           ASSIGN TO '..\FLEET-ASSETS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FA-REGISTER-FILE
           ASSIGN TO '..\FIXED-ASSET-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-OF-ACCOUNTS-FILE
           ASSIGN TO '..\CHART-OF-ACCOUNTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-INTERFACE-FILE
           ASSIGN TO '..\GL-INTERFACE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSET-REPORT-OUT
           ASSIGN TO '..\FLEET-ASSET-REPORT.TXT'
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

      *> Status A active, D disposed; disposal reason S sold, T
      *> transferred away.
       FD FLEET-ASSET-FILE.
       01 FLEET-ASSET-RECORD.
           05 FA-CAR-TYPE         PIC X(5).
           05 FILLER              PIC X(1).
           05 FA-CAR-YEAR         PIC 9(4).
           05 FILLER              PIC X(1).
           05 FA-ACQ-DATE         PIC 9(8).
           05 FA-ACQ-DATE-R REDEFINES FA-ACQ-DATE.
               10 FA-ACQ-PERIOD   PIC 9(6).
               10 FILLER          PIC 9(2).
           05 FILLER              PIC X(1).
           05 FA-COST             PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 FA-SALVAGE          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 FA-LIFE-YEARS       PIC 9(2).
           05 FILLER              PIC X(1).
           05 FA-METHOD           PIC X(2).
           05 FILLER              PIC X(1).
           05 FA-ACCUM-DEP        PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 FA-MONTHS-DEP       PIC 9(3).
           05 FILLER              PIC X(1).
           05 FA-LAST-DEP-PERIOD  PIC 9(6).
           05 FILLER              PIC X(1).
           05 FA-STATUS           PIC X(1).
           05 FILLER              PIC X(1).
           05 FA-DISP-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 FA-DISP-REASON      PIC X(1).
           05 FILLER              PIC X(1).
           05 FA-PROCEEDS         PIC 9(7)V99.

      *> One line per money movement, picked up by date and type
      *> (the chart source) by GL_EXTRACT_PROGRAM.
       FD FA-REGISTER-FILE.
       01 FA-REGISTER-RECORD.
           05 FAR-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 FAR-TYPE            PIC X(3).
           05 FILLER              PIC X(1).
           05 FAR-CAR-TYPE        PIC X(5).
           05 FILLER              PIC X(1).
           05 FAR-CAR-YEAR        PIC 9(4).
           05 FILLER              PIC X(1).
           05 FAR-AMOUNT          PIC 9(9)V99.

       FD CHART-OF-ACCOUNTS-FILE.
       01 CHART-RECORD.
           05 COA-SOURCE-CODE     PIC X(3).
           05 FILLER              PIC X(1).
           05 COA-DEBIT-ACCOUNT   PIC 9(6).
           05 FILLER              PIC X(1).
           05 COA-CREDIT-ACCOUNT  PIC 9(6).

       FD GL-INTERFACE-FILE.
       01 GL-INTERFACE-LINE.
           05 GL-RUN-DATE         PIC 9(8).
           05 FILLER              PIC X(1).
           05 GL-SOURCE-CODE      PIC X(3).
           05 FILLER              PIC X(1).
           05 GL-ACCOUNT          PIC 9(6).
           05 FILLER              PIC X(1).
           05 GL-DR-CR            PIC X(2).
           05 FILLER              PIC X(1).
           05 GL-AMOUNT           PIC 9(9)V99.
           05 FILLER              PIC X(1).
           05 GL-JOURNAL-NUMBER   PIC 9(7).
           05 FILLER              PIC X(1).
           05 GL-PERIOD           PIC 9(6).

       FD ASSET-REPORT-OUT.
       01 REPORT-LINE-OUT         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-VM-STATUS PIC X(2).
       01 WS-FA-EOF PIC X(1) VALUE 'N'.
       01 WS-CHART-EOF PIC X(1) VALUE 'N'.
       01 WS-GL-EOF PIC X(1) VALUE 'N'.
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-PERIOD     PIC 9(6).
           05 FILLER              PIC 9(2).
       01 WS-TYPE-EDIT PIC X(5).
       01 WS-YEAR-EDIT PIC X(4).
       01 WS-DATE-EDIT PIC X(8).
       01 WS-DATE-9 REDEFINES WS-DATE-EDIT PIC 9(8).
       01 WS-DATE-R REDEFINES WS-DATE-EDIT.
           05 WS-DATE-PERIOD      PIC 9(6).
           05 FILLER              PIC 9(2).
       01 WS-AMOUNT-EDIT PIC X(9).
       01 WS-AMOUNT-9 REDEFINES WS-AMOUNT-EDIT PIC 9(7)V99.
       01 WS-LIFE-EDIT PIC X(2).
       01 WS-LIFE-9 REDEFINES WS-LIFE-EDIT PIC 9(2).
       01 WS-MONTHS-EDIT PIC X(3).
       01 WS-MONTHS-9 REDEFINES WS-MONTHS-EDIT PIC 9(3).
       01 WS-METHOD PIC X(2).
       01 WS-REASON PIC X(1).
       01 WS-POSTING-DATE PIC 9(8).
       01 WS-POSTING-PERIOD PIC 9(6).

       01 WS-ASSET-TABLE.
           05 WS-AT-IMAGE OCCURS 1000 TIMES PIC X(89).
       01 WS-ASSET-COUNT PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(4).
       01 WS-FOUND-SUB PIC 9(4).

       01 WS-LIFE-MONTHS PIC 9(3).
       01 WS-MONTHS-LEFT PIC 9(3).
       01 WS-BOOK-VALUE PIC 9(7)V99.
       01 WS-DEPRECIABLE PIC 9(7)V99.
       01 WS-MONTH-DEP PIC 9(7)V99.
       01 WS-SL-DEP PIC 9(7)V99.
       01 WS-GAIN-LOSS PIC S9(7)V99.
       01 WS-MONEY-EDIT PIC --,---,--9.99.
       01 WS-DEP-COUNT PIC 9(4) VALUE 0.
       01 WS-DEP-TOTAL PIC 9(9)V99 VALUE 0.

       01 WS-ACTIVE-COUNT PIC 9(4) VALUE 0.
       01 WS-DISPOSED-COUNT PIC 9(4) VALUE 0.
       01 WS-TOTAL-COST PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ACCUM PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-BOOK PIC 9(9)V99 VALUE 0.
       01 WS-ASSET-ACCOUNT PIC 9(6) VALUE 0.
       01 WS-ACCUM-ACCOUNT PIC 9(6) VALUE 0.
       01 WS-GL-ASSET-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-GL-ACCUM-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-TIE-FLAG PIC X(1) VALUE 'Y'.

       01 WS-DEP-LINE.
           05 FILLER              PIC X(13) VALUE "DEPRECIATION ".
           05 WS-DL-TYPE          PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-DL-YEAR          PIC 9(4).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-DL-METHOD        PIC X(2).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-DL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(13) VALUE " BOOK VALUE ".
           05 WS-DL-BOOK          PIC Z,ZZZ,ZZ9.99.

       01 WS-HEAD-1.
           05 FILLER              PIC X(27)
               VALUE "FLEET ASSET REGISTER AS OF ".
           05 WS-H1-DATE          PIC 9(8).
       01 WS-HEAD-2.
           05 FILLER              PIC X(11) VALUE "VEHICLE".
           05 FILLER              PIC X(3) VALUE "MT".
           05 FILLER              PIC X(9) VALUE "ACQUIRED".
           05 FILLER              PIC X(14) VALUE "         COST".
           05 FILLER              PIC X(14) VALUE "      SALVAGE".
           05 FILLER              PIC X(3) VALUE "LF".
           05 FILLER              PIC X(14) VALUE "   ACCUM DEPR".
           05 FILLER              PIC X(14) VALUE "   BOOK VALUE".
           05 FILLER              PIC X(8) VALUE "STATUS".
       01 WS-DETAIL-LINE.
           05 WS-D-TYPE           PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-YEAR           PIC 9(4).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-METHOD         PIC X(2).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-ACQ-DATE       PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-COST           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-SALVAGE        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-LIFE           PIC Z9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-ACCUM          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-BOOK           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-STATUS         PIC X(8).
       01 WS-TOTAL-LINE.
           05 FILLER              PIC X(13) VALUE "ACTIVE TOTAL ".
           05 WS-T-COUNT          PIC ZZZ9.
           05 FILLER              PIC X(6) VALUE SPACES.
           05 WS-T-COST           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(18) VALUE SPACES.
           05 WS-T-ACCUM          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-T-BOOK           PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TIE-LINE.
           05 FILLER              PIC X(11) VALUE "GL ACCOUNT ".
           05 WS-TL-ACCOUNT       PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-TL-NAME          PIC X(20).
           05 FILLER              PIC X(4) VALUE " GL ".
           05 WS-TL-GL            PIC ---,---,--9.99.
           05 FILLER              PIC X(10) VALUE " REGISTER ".
           05 WS-TL-REGISTER      PIC ---,---,--9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-TL-RESULT        PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Add an asset, run monthly depreciation, dispose "
               "of an asset, or print the register? (A/M/D/R) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'M' OR 'm'
                   PERFORM 300-RUN-MONTHLY-DEPRECIATION
               WHEN WS-MODE = 'D' OR 'd'
                   PERFORM 400-DISPOSE-ONE-ASSET
               WHEN WS-MODE = 'R' OR 'r'
                   PERFORM 500-PRINT-ASSET-REGISTER
               WHEN OTHER
                   PERFORM 200-ADD-ONE-ASSET
           END-EVALUATE.
           STOP RUN.

      *> The monthly run and disposals rewrite the whole file from
      *> the table, so a file past the ceiling stops the run
      *> before anything is changed.
           100-LOAD-ASSET-TABLE.
               OPEN INPUT FLEET-ASSET-FILE.
               PERFORM 110-READ-ONE-ASSET
                   UNTIL WS-FA-EOF = 'Y' OR WS-ASSET-COUNT = 1000.
               CLOSE FLEET-ASSET-FILE.
               IF WS-FA-EOF NOT = 'Y'
                   DISPLAY "FLEET-ASSETS.TXT EXCEEDS THE 1000-LINE "
                       "TABLE -- RUN NOT STARTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           110-READ-ONE-ASSET.
               READ FLEET-ASSET-FILE
                   AT END MOVE 'Y' TO WS-FA-EOF
                   NOT AT END
                       ADD 1 TO WS-ASSET-COUNT
                       MOVE FLEET-ASSET-RECORD
                           TO WS-AT-IMAGE(WS-ASSET-COUNT)
               END-READ.

      *> Only an active asset line counts; a vehicle disposed of
      *> and bought back is capitalized again on a new line.
           120-FIND-ACTIVE-ASSET.
               MOVE 0 TO WS-FOUND-SUB.
               PERFORM 130-SCAN-ONE-ASSET
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ASSET-COUNT
                       OR WS-FOUND-SUB > 0.

           130-SCAN-ONE-ASSET.
               MOVE WS-AT-IMAGE(WS-SUB) TO FLEET-ASSET-RECORD.
               IF FA-CAR-TYPE = WS-TYPE-EDIT
                   AND FA-CAR-YEAR = WS-YEAR-EDIT
                   AND FA-STATUS = 'A'
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF.

           140-REWRITE-ASSET-FILE.
               OPEN OUTPUT FLEET-ASSET-FILE.
               PERFORM 150-WRITE-ONE-ASSET
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ASSET-COUNT.
               CLOSE FLEET-ASSET-FILE.

           150-WRITE-ONE-ASSET.
               MOVE WS-AT-IMAGE(WS-SUB) TO FLEET-ASSET-RECORD.
               WRITE FLEET-ASSET-RECORD.

      *> The caller opened the register and parked the date, type
      *> and amount; the vehicle comes off the asset line.
           160-WRITE-REGISTER-LINE.
               MOVE FA-CAR-TYPE TO FAR-CAR-TYPE.
               MOVE FA-CAR-YEAR TO FAR-CAR-YEAR.
               WRITE FA-REGISTER-RECORD.

           200-ADD-ONE-ASSET.
               PERFORM 210-ACCEPT-VEHICLE-KEY.
               OPEN INPUT VEHICLE-MASTER-FILE.
               MOVE WS-TYPE-EDIT TO VM-CAR-TYPE.
               MOVE WS-YEAR-EDIT TO VM-CAR-YEAR.
               READ VEHICLE-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Vehicle not on the master -- asset "
                           "not recorded."
                       MOVE 8 TO RETURN-CODE
                       CLOSE VEHICLE-MASTER-FILE
                       STOP RUN
               END-READ.
               CLOSE VEHICLE-MASTER-FILE.
               PERFORM 100-LOAD-ASSET-TABLE.
               PERFORM 120-FIND-ACTIVE-ASSET.
               IF WS-FOUND-SUB > 0
                   DISPLAY "Vehicle is already an active asset -- "
                       "not recorded again."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO FLEET-ASSET-RECORD.
               MOVE WS-TYPE-EDIT TO FA-CAR-TYPE.
               MOVE WS-YEAR-EDIT TO FA-CAR-YEAR.
               DISPLAY "Acquisition date:"
               MOVE 'N' TO WS-DATE-EDIT.
               PERFORM 230-ACCEPT-DATE UNTIL WS-DATE-EDIT IS NUMERIC.
               MOVE WS-DATE-9 TO FA-ACQ-DATE.
               DISPLAY "Cost:"
               MOVE 'N' TO WS-AMOUNT-EDIT.
               PERFORM 240-ACCEPT-AMOUNT
                   UNTIL WS-AMOUNT-EDIT IS NUMERIC.
               MOVE WS-AMOUNT-9 TO FA-COST.
               DISPLAY "Salvage value:"
               MOVE 'N' TO WS-AMOUNT-EDIT.
               PERFORM 240-ACCEPT-AMOUNT
                   UNTIL WS-AMOUNT-EDIT IS NUMERIC.
               MOVE WS-AMOUNT-9 TO FA-SALVAGE.
               IF FA-SALVAGE NOT < FA-COST
                   DISPLAY "Salvage must be less than cost -- asset "
                       "not recorded."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'N' TO WS-LIFE-EDIT.
               PERFORM 250-ACCEPT-USEFUL-LIFE
                   UNTIL WS-LIFE-EDIT IS NUMERIC.
               MOVE WS-LIFE-9 TO FA-LIFE-YEARS.
               MOVE SPACES TO WS-METHOD.
               PERFORM 260-ACCEPT-METHOD
                   UNTIL WS-METHOD = "SL" OR "DB".
               MOVE WS-METHOD TO FA-METHOD.
               PERFORM 270-ACCEPT-OPENING-DEPRECIATION.
               MOVE 'A' TO FA-STATUS.
               MOVE 0 TO FA-DISP-DATE.
               MOVE SPACE TO FA-DISP-REASON.
               MOVE 0 TO FA-PROCEEDS.
               OPEN EXTEND FLEET-ASSET-FILE.
               WRITE FLEET-ASSET-RECORD.
               CLOSE FLEET-ASSET-FILE.
               OPEN EXTEND FA-REGISTER-FILE.
               MOVE SPACES TO FA-REGISTER-RECORD.
               MOVE WS-TODAY TO FAR-DATE.
               MOVE "FAA" TO FAR-TYPE.
               MOVE FA-COST TO FAR-AMOUNT.
               PERFORM 160-WRITE-REGISTER-LINE.
               IF FA-ACCUM-DEP > 0
                   MOVE "FAO" TO FAR-TYPE
                   MOVE FA-ACCUM-DEP TO FAR-AMOUNT
                   PERFORM 160-WRITE-REGISTER-LINE
               END-IF.
               CLOSE FA-REGISTER-FILE.
               DISPLAY "Asset recorded: " WS-TYPE-EDIT " "
                   WS-YEAR-EDIT.

           210-ACCEPT-VEHICLE-KEY.
               DISPLAY "Vehicle type (5 characters): "
               ACCEPT WS-TYPE-EDIT.
               MOVE 'N' TO WS-YEAR-EDIT.
               PERFORM 211-ACCEPT-VEHICLE-YEAR
                   UNTIL WS-YEAR-EDIT IS NUMERIC.

           211-ACCEPT-VEHICLE-YEAR.
               DISPLAY "Vehicle model year (YYYY): "
               ACCEPT WS-YEAR-EDIT
               IF WS-YEAR-EDIT IS NOT NUMERIC
                   DISPLAY "Year must be numeric, try again."
               END-IF.

           230-ACCEPT-DATE.
               DISPLAY "Date (YYYYMMDD): "
               ACCEPT WS-DATE-EDIT
               IF WS-DATE-EDIT IS NOT NUMERIC
                   DISPLAY "Date must be numeric, try again."
               END-IF.

           240-ACCEPT-AMOUNT.
               DISPLAY "Amount in cents, 9 digits "
                   "(000150000 = $1,500): "
               ACCEPT WS-AMOUNT-EDIT
               IF WS-AMOUNT-EDIT IS NOT NUMERIC
                   DISPLAY "Amount must be numeric, try again."
               END-IF.

           250-ACCEPT-USEFUL-LIFE.
               DISPLAY "Useful life in years (01-40): "
               ACCEPT WS-LIFE-EDIT
               IF WS-LIFE-EDIT IS NOT NUMERIC
                   DISPLAY "Life must be numeric, try again."
               ELSE
                   IF WS-LIFE-9 = 0 OR WS-LIFE-9 > 40
                       DISPLAY "Life must be 1 to 40 years, try "
                           "again."
                       MOVE 'N' TO WS-LIFE-EDIT
                   END-IF
               END-IF.

           260-ACCEPT-METHOD.
               DISPLAY "Depreciation method (SL/DB): "
               ACCEPT WS-METHOD
               IF WS-METHOD NOT = "SL" AND NOT = "DB"
                   DISPLAY "Method must be SL or DB, try again."
               END-IF.

      *> A vehicle bought new starts with nothing depreciated and
      *> takes its first month the period after acquisition; one
      *> brought over from the accountants' books carries the
      *> months and depreciation already taken, and its next month
      *> is the period after this one.
           270-ACCEPT-OPENING-DEPRECIATION.
               MOVE 0 TO FA-ACCUM-DEP.
               MOVE 0 TO FA-MONTHS-DEP.
               MOVE FA-ACQ-PERIOD TO FA-LAST-DEP-PERIOD.
               MOVE 'N' TO WS-MONTHS-EDIT.
               PERFORM 275-ACCEPT-MONTHS-TAKEN
                   UNTIL WS-MONTHS-EDIT IS NUMERIC.
               IF WS-MONTHS-9 > 0
                   MOVE WS-MONTHS-9 TO FA-MONTHS-DEP
                   MOVE WS-TODAY-PERIOD TO FA-LAST-DEP-PERIOD
                   DISPLAY "Accumulated depreciation to date:"
                   MOVE 'N' TO WS-AMOUNT-EDIT
                   PERFORM 240-ACCEPT-AMOUNT
                       UNTIL WS-AMOUNT-EDIT IS NUMERIC
                   IF WS-AMOUNT-9 > FA-COST - FA-SALVAGE
                       DISPLAY "Depreciation exceeds cost less "
                           "salvage -- asset not recorded."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-AMOUNT-9 TO FA-ACCUM-DEP
               END-IF.

           275-ACCEPT-MONTHS-TAKEN.
               DISPLAY "Months already depreciated (000 if new): "
               ACCEPT WS-MONTHS-EDIT
               IF WS-MONTHS-EDIT IS NOT NUMERIC
                   DISPLAY "Months must be numeric, try again."
               END-IF.

      *> One month per asset per period: the last period taken is
      *> on the line, so a second run for the same month adds
      *> nothing.
           300-RUN-MONTHLY-DEPRECIATION.
               DISPLAY "Depreciation posting date (YYYYMMDD):"
               MOVE 'N' TO WS-DATE-EDIT.
               PERFORM 230-ACCEPT-DATE UNTIL WS-DATE-EDIT IS NUMERIC.
               MOVE WS-DATE-9 TO WS-POSTING-DATE.
               MOVE WS-DATE-PERIOD TO WS-POSTING-PERIOD.
               PERFORM 100-LOAD-ASSET-TABLE.
               OPEN EXTEND FA-REGISTER-FILE.
               PERFORM 310-DEPRECIATE-ONE-ASSET
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ASSET-COUNT.
               CLOSE FA-REGISTER-FILE.
               IF WS-DEP-COUNT > 0
                   PERFORM 140-REWRITE-ASSET-FILE
               END-IF.
               MOVE WS-DEP-TOTAL TO WS-MONEY-EDIT.
               DISPLAY "ASSETS DEPRECIATED: " WS-DEP-COUNT.
               DISPLAY "DEPRECIATION:      " WS-MONEY-EDIT.

           310-DEPRECIATE-ONE-ASSET.
               MOVE WS-AT-IMAGE(WS-SUB) TO FLEET-ASSET-RECORD.
               COMPUTE WS-LIFE-MONTHS = FA-LIFE-YEARS * 12.
               IF FA-STATUS = 'A'
                   AND FA-LAST-DEP-PERIOD < WS-POSTING-PERIOD
                   AND FA-MONTHS-DEP < WS-LIFE-MONTHS
                   PERFORM 320-COMPUTE-MONTH-DEPRECIATION
                   IF WS-MONTH-DEP > 0
                       ADD WS-MONTH-DEP TO FA-ACCUM-DEP
                       ADD 1 TO FA-MONTHS-DEP
                       MOVE WS-POSTING-PERIOD TO FA-LAST-DEP-PERIOD
                       MOVE FLEET-ASSET-RECORD TO WS-AT-IMAGE(WS-SUB)
                       ADD 1 TO WS-DEP-COUNT
                       ADD WS-MONTH-DEP TO WS-DEP-TOTAL
                       MOVE SPACES TO FA-REGISTER-RECORD
                       MOVE WS-POSTING-DATE TO FAR-DATE
                       MOVE "FAD" TO FAR-TYPE
                       MOVE WS-MONTH-DEP TO FAR-AMOUNT
                       PERFORM 160-WRITE-REGISTER-LINE
                       MOVE FA-CAR-TYPE TO WS-DL-TYPE
                       MOVE FA-CAR-YEAR TO WS-DL-YEAR
                       MOVE FA-METHOD TO WS-DL-METHOD
                       MOVE WS-MONTH-DEP TO WS-DL-AMOUNT
                       COMPUTE WS-DL-BOOK = FA-COST - FA-ACCUM-DEP
                       DISPLAY WS-DEP-LINE
                   END-IF
               END-IF.

      *> Straight-line spreads what is left to depreciate over the
      *> months left, so the last month takes the rounding.
      *> Declining balance takes twice the straight-line rate on
      *> book value, switching to straight-line once that gives
      *> more; neither goes below salvage.
           320-COMPUTE-MONTH-DEPRECIATION.
               COMPUTE WS-MONTHS-LEFT = WS-LIFE-MONTHS - FA-MONTHS-DEP.
               COMPUTE WS-BOOK-VALUE = FA-COST - FA-ACCUM-DEP.
               IF WS-BOOK-VALUE > FA-SALVAGE
                   COMPUTE WS-DEPRECIABLE = WS-BOOK-VALUE - FA-SALVAGE
               ELSE
                   MOVE 0 TO WS-DEPRECIABLE
               END-IF.
               COMPUTE WS-SL-DEP ROUNDED =
                   WS-DEPRECIABLE / WS-MONTHS-LEFT.
               IF FA-METHOD = "DB"
                   COMPUTE WS-MONTH-DEP ROUNDED =
                       WS-BOOK-VALUE * 2 / WS-LIFE-MONTHS
                   IF WS-SL-DEP > WS-MONTH-DEP
                       MOVE WS-SL-DEP TO WS-MONTH-DEP
                   END-IF
               ELSE
                   MOVE WS-SL-DEP TO WS-MONTH-DEP
               END-IF.
               IF WS-MONTH-DEP > WS-DEPRECIABLE
                   OR WS-MONTHS-LEFT = 1
                   MOVE WS-DEPRECIABLE TO WS-MONTH-DEP
               END-IF.

      *> Retiring the vehicle takes its cost and accumulated
      *> depreciation off the books; proceeds above book value are
      *> a gain, below it a loss.  No depreciation is taken for
      *> the month of disposal.
           400-DISPOSE-ONE-ASSET.
               PERFORM 210-ACCEPT-VEHICLE-KEY.
               PERFORM 100-LOAD-ASSET-TABLE.
               PERFORM 120-FIND-ACTIVE-ASSET.
               IF WS-FOUND-SUB = 0
                   DISPLAY "No active asset for that vehicle."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACE TO WS-REASON.
               PERFORM 410-ACCEPT-REASON
                   UNTIL WS-REASON = 'S' OR 'T'.
               DISPLAY "Disposal date:"
               MOVE 'N' TO WS-DATE-EDIT.
               PERFORM 230-ACCEPT-DATE UNTIL WS-DATE-EDIT IS NUMERIC.
               IF WS-DATE-9 < FA-ACQ-DATE
                   DISPLAY "Disposal is before acquisition -- not "
                       "recorded."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               DISPLAY "Proceeds (000000000 if none):"
               MOVE 'N' TO WS-AMOUNT-EDIT.
               PERFORM 240-ACCEPT-AMOUNT
                   UNTIL WS-AMOUNT-EDIT IS NUMERIC.
               COMPUTE WS-BOOK-VALUE = FA-COST - FA-ACCUM-DEP.
               COMPUTE WS-GAIN-LOSS = WS-AMOUNT-9 - WS-BOOK-VALUE.
               MOVE 'D' TO FA-STATUS.
               MOVE WS-DATE-9 TO FA-DISP-DATE.
               MOVE WS-REASON TO FA-DISP-REASON.
               MOVE WS-AMOUNT-9 TO FA-PROCEEDS.
               MOVE FLEET-ASSET-RECORD TO WS-AT-IMAGE(WS-FOUND-SUB).
               OPEN EXTEND FA-REGISTER-FILE.
               MOVE SPACES TO FA-REGISTER-RECORD.
               MOVE WS-TODAY TO FAR-DATE.
               IF FA-ACCUM-DEP > 0
                   MOVE "FAX" TO FAR-TYPE
                   MOVE FA-ACCUM-DEP TO FAR-AMOUNT
                   PERFORM 160-WRITE-REGISTER-LINE
               END-IF.
               IF FA-PROCEEDS > 0
                   MOVE "FAP" TO FAR-TYPE
                   MOVE FA-PROCEEDS TO FAR-AMOUNT
                   PERFORM 160-WRITE-REGISTER-LINE
               END-IF.
               IF WS-GAIN-LOSS < 0
                   MOVE "FAL" TO FAR-TYPE
                   COMPUTE FAR-AMOUNT = 0 - WS-GAIN-LOSS
                   PERFORM 160-WRITE-REGISTER-LINE
               END-IF.
               IF WS-GAIN-LOSS > 0
                   MOVE "FAG" TO FAR-TYPE
                   MOVE WS-GAIN-LOSS TO FAR-AMOUNT
                   PERFORM 160-WRITE-REGISTER-LINE
               END-IF.
               CLOSE FA-REGISTER-FILE.
               PERFORM 140-REWRITE-ASSET-FILE.
               MOVE WS-BOOK-VALUE TO WS-MONEY-EDIT.
               DISPLAY "Book value at disposal: " WS-MONEY-EDIT.
               IF WS-GAIN-LOSS < 0
                   COMPUTE WS-MONEY-EDIT = 0 - WS-GAIN-LOSS
                   DISPLAY "Loss on disposal:       " WS-MONEY-EDIT
               ELSE
                   MOVE WS-GAIN-LOSS TO WS-MONEY-EDIT
                   DISPLAY "Gain on disposal:       " WS-MONEY-EDIT
               END-IF.

           410-ACCEPT-REASON.
               DISPLAY "Sold or transferred away? (S/T) "
               ACCEPT WS-REASON
               IF WS-REASON = 's'
                   MOVE 'S' TO WS-REASON
               END-IF.
               IF WS-REASON = 't'
                   MOVE 'T' TO WS-REASON
               END-IF.

           500-PRINT-ASSET-REGISTER.
               PERFORM 100-LOAD-ASSET-TABLE.
               OPEN OUTPUT ASSET-REPORT-OUT.
               MOVE WS-TODAY TO WS-H1-DATE.
               DISPLAY WS-HEAD-1.
               WRITE REPORT-LINE-OUT FROM WS-HEAD-1.
               DISPLAY WS-HEAD-2.
               WRITE REPORT-LINE-OUT FROM WS-HEAD-2.
               PERFORM 510-PRINT-ONE-ASSET
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ASSET-COUNT.
               MOVE WS-ACTIVE-COUNT TO WS-T-COUNT.
               MOVE WS-TOTAL-COST TO WS-T-COST.
               MOVE WS-TOTAL-ACCUM TO WS-T-ACCUM.
               MOVE WS-TOTAL-BOOK TO WS-T-BOOK.
               DISPLAY WS-TOTAL-LINE.
               WRITE REPORT-LINE-OUT FROM WS-TOTAL-LINE.
               PERFORM 520-TIE-TO-THE-LEDGER.
               CLOSE ASSET-REPORT-OUT.
               IF WS-TIE-FLAG = 'N'
                   MOVE 4 TO RETURN-CODE
               END-IF.

           510-PRINT-ONE-ASSET.
               MOVE WS-AT-IMAGE(WS-SUB) TO FLEET-ASSET-RECORD.
               MOVE FA-CAR-TYPE TO WS-D-TYPE.
               MOVE FA-CAR-YEAR TO WS-D-YEAR.
               MOVE FA-METHOD TO WS-D-METHOD.
               MOVE FA-ACQ-DATE TO WS-D-ACQ-DATE.
               MOVE FA-COST TO WS-D-COST.
               MOVE FA-SALVAGE TO WS-D-SALVAGE.
               MOVE FA-LIFE-YEARS TO WS-D-LIFE.
               MOVE FA-ACCUM-DEP TO WS-D-ACCUM.
               COMPUTE WS-BOOK-VALUE = FA-COST - FA-ACCUM-DEP.
               MOVE WS-BOOK-VALUE TO WS-D-BOOK.
               IF FA-STATUS = 'A'
                   MOVE "ACTIVE" TO WS-D-STATUS
                   ADD 1 TO WS-ACTIVE-COUNT
                   ADD FA-COST TO WS-TOTAL-COST
                   ADD FA-ACCUM-DEP TO WS-TOTAL-ACCUM
                   ADD WS-BOOK-VALUE TO WS-TOTAL-BOOK
               ELSE
                   ADD 1 TO WS-DISPOSED-COUNT
                   IF FA-DISP-REASON = 'T'
                       MOVE "TRANSFER" TO WS-D-STATUS
                   ELSE
                       MOVE "SOLD" TO WS-D-STATUS
                   END-IF
               END-IF.
               DISPLAY WS-DETAIL-LINE.
               WRITE REPORT-LINE-OUT FROM WS-DETAIL-LINE.

      *> The fleet asset account is the FAA debit account on the
      *> chart and accumulated depreciation the FAD credit
      *> account; what GL_EXTRACT_PROGRAM has posted to each must
      *> equal the active assets' cost and depreciation.  Register
      *> lines not yet extracted show here as a difference.
           520-TIE-TO-THE-LEDGER.
               OPEN INPUT CHART-OF-ACCOUNTS-FILE.
               PERFORM 530-READ-ONE-CHART-ROW
                   UNTIL WS-CHART-EOF = 'Y'.
               CLOSE CHART-OF-ACCOUNTS-FILE.
               IF WS-ASSET-ACCOUNT = 0 OR WS-ACCUM-ACCOUNT = 0
                   DISPLAY "NO FAA/FAD CHART ENTRY -- REGISTER NOT "
                       "TIED TO THE LEDGER"
                   MOVE 'N' TO WS-TIE-FLAG
               ELSE
                   OPEN INPUT GL-INTERFACE-FILE
                   PERFORM 540-READ-ONE-GL-LINE
                       UNTIL WS-GL-EOF = 'Y'
                   CLOSE GL-INTERFACE-FILE
                   MOVE WS-ASSET-ACCOUNT TO WS-TL-ACCOUNT
                   MOVE "FLEET ASSETS" TO WS-TL-NAME
                   MOVE WS-GL-ASSET-BALANCE TO WS-TL-GL
                   MOVE WS-TOTAL-COST TO WS-TL-REGISTER
                   IF WS-GL-ASSET-BALANCE = WS-TOTAL-COST
                       MOVE "TIES" TO WS-TL-RESULT
                   ELSE
                       MOVE "DOES NOT TIE" TO WS-TL-RESULT
                       MOVE 'N' TO WS-TIE-FLAG
                   END-IF
                   DISPLAY WS-TIE-LINE
                   WRITE REPORT-LINE-OUT FROM WS-TIE-LINE
                   MOVE WS-ACCUM-ACCOUNT TO WS-TL-ACCOUNT
                   MOVE "ACCUM DEPRECIATION" TO WS-TL-NAME
                   MOVE WS-GL-ACCUM-BALANCE TO WS-TL-GL
                   MOVE WS-TOTAL-ACCUM TO WS-TL-REGISTER
                   IF WS-GL-ACCUM-BALANCE = WS-TOTAL-ACCUM
                       MOVE "TIES" TO WS-TL-RESULT
                   ELSE
                       MOVE "DOES NOT TIE" TO WS-TL-RESULT
                       MOVE 'N' TO WS-TIE-FLAG
                   END-IF
                   DISPLAY WS-TIE-LINE
                   WRITE REPORT-LINE-OUT FROM WS-TIE-LINE
               END-IF.

           530-READ-ONE-CHART-ROW.
               READ CHART-OF-ACCOUNTS-FILE
                   AT END MOVE 'Y' TO WS-CHART-EOF
                   NOT AT END
                       IF COA-SOURCE-CODE = "FAA"
                           MOVE COA-DEBIT-ACCOUNT TO WS-ASSET-ACCOUNT
                       END-IF
                       IF COA-SOURCE-CODE = "FAD"
                           MOVE COA-CREDIT-ACCOUNT TO WS-ACCUM-ACCOUNT
                       END-IF
               END-READ.

      *> The asset account carries a debit balance, accumulated
      *> depreciation a credit balance.
           540-READ-ONE-GL-LINE.
               READ GL-INTERFACE-FILE
                   AT END MOVE 'Y' TO WS-GL-EOF
                   NOT AT END
                       IF GL-ACCOUNT = WS-ASSET-ACCOUNT
                           IF GL-DR-CR = "DR"
                               ADD GL-AMOUNT TO WS-GL-ASSET-BALANCE
                           ELSE
                               SUBTRACT GL-AMOUNT
                                   FROM WS-GL-ASSET-BALANCE
                           END-IF
                       END-IF
                       IF GL-ACCOUNT = WS-ACCUM-ACCOUNT
                           IF GL-DR-CR = "CR"
                               ADD GL-AMOUNT TO WS-GL-ACCUM-BALANCE
                           ELSE
                               SUBTRACT GL-AMOUNT
                                   FROM WS-GL-ACCUM-BALANCE
                           END-IF
                       END-IF
               END-READ.

       END PROGRAM FLEET_ASSET_PROGRAM.
