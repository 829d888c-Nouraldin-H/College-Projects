      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 08-25-2026
      * Purpose: the insurance on file for every vehicle, so a
      * renewal or a transfer can prove the vehicle is covered.
      * Add mode records a policy against a vehicle proved on
      * VEHICLE-MASTER.IDX (insurer, policy number, coverage type,
      * effective and expiry dates) on VEHICLE-INSURANCE.TXT;
      * inquiry mode lists one vehicle's policies.  The monthly
      * lapse run prints INSURANCE-LAPSE-REPORT.TXT: every policy
      * running out in the next 30 days that no later policy on
      * the vehicle replaces, then every vehicle on the master
      * with no policy in force today (INSURANCE_CHECK, the same
      * test the renewal and transfer runs apply).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSURANCE_REGISTRY_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE
           ASSIGN TO '..\VEHICLE-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY VM-KEY
           FILE STATUS WS-VM-STATUS.
           SELECT OPTIONAL INSURANCE-FILE
           ASSIGN TO '..\VEHICLE-INSURANCE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAPSE-REPORT-OUT
           ASSIGN TO '..\INSURANCE-LAPSE-REPORT.TXT'
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

      *> One line per policy term; a renewed policy is a new line.
      *> Coverage LIA liability, COL collision, CMP comprehensive,
      *> FUL full.
       FD INSURANCE-FILE.
       01 INSURANCE-RECORD.
           05 INS-CAR-TYPE        PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 INS-CAR-YEAR        PIC 9(4).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 INS-INSURER         PIC X(25).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 INS-POLICY-NUMBER   PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 INS-COVERAGE        PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 INS-EFF-FROM        PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 INS-EFF-TO          PIC 9(8).

       FD LAPSE-REPORT-OUT.
       01 REPORT-LINE-OUT         PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-VM-STATUS PIC X(2).
       01 WS-VM-EOF PIC X(1) VALUE 'N'.
       01 WS-INS-EOF PIC X(1) VALUE 'N'.
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-DAYS PIC 9(7).
       01 WS-DAYS-LEFT PIC S9(7).
       01 WS-TYPE-EDIT PIC X(5).
       01 WS-YEAR-EDIT PIC X(4).
       01 WS-INSURER PIC X(25).
       01 WS-POLICY PIC X(15).
       01 WS-COVERAGE PIC X(3).
       01 WS-FROM-EDIT PIC X(8).
       01 WS-FROM-9 REDEFINES WS-FROM-EDIT PIC 9(8).
       01 WS-TO-EDIT PIC X(8).
       01 WS-TO-9 REDEFINES WS-TO-EDIT PIC 9(8).

       01 WS-POLICY-TABLE.
           05 WS-PL-ENTRY OCCURS 1000 TIMES.
               10 WS-PL-TYPE      PIC X(5).
               10 WS-PL-YEAR      PIC 9(4).
               10 WS-PL-INSURER   PIC X(25).
               10 WS-PL-POLICY    PIC X(15).
               10 WS-PL-COVERAGE  PIC X(3).
               10 WS-PL-FROM      PIC 9(8).
               10 WS-PL-TO        PIC 9(8).
       01 WS-POLICY-COUNT PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(4).
       01 WS-OTHER-SUB PIC 9(4).
       01 WS-REPLACED-FLAG PIC X(1).
       01 WS-EXPIRING-COUNT PIC 9(4) VALUE 0.
       01 WS-UNINSURED-COUNT PIC 9(4) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.

       01 WS-INSURANCE-AREA.
           05 WS-INS-CAR-TYPE     PIC X(5).
           05 WS-INS-CAR-YEAR     PIC 9(4).
           05 WS-INS-DATE         PIC 9(8).
           05 WS-INS-INSURER      PIC X(25).
           05 WS-INS-POLICY       PIC X(15).
           05 WS-INS-COVERAGE     PIC X(3).
           05 WS-INS-EXPIRY       PIC 9(8).
           05 WS-INS-RESULT       PIC X(1).

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

       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(29)
               VALUE "INSURANCE LAPSE REPORT AS OF ".
           05 WS-RT-DATE          PIC 9(8).
       01 WS-POLICY-LINE.
           05 WS-PL-TAG           PIC X(9).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-P-TYPE           PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-P-YEAR           PIC 9(4).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-P-INSURER        PIC X(25).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-P-POLICY         PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-P-COVERAGE       PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-P-FROM           PIC 9(8).
           05 FILLER              PIC X(1) VALUE "-".
           05 WS-P-TO             PIC 9(8).
       01 WS-UNINSURED-LINE.
           05 FILLER              PIC X(10) VALUE "NO COVER  ".
           05 WS-U-TYPE           PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-U-YEAR           PIC 9(4).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-U-MODEL          PIC X(15).
           05 FILLER              PIC X(7) VALUE " OWNER ".
           05 WS-U-OWNER          PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Add a policy, inquire a vehicle, or print the "
               "lapse report? (A/I/L) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'I' OR 'i'
                   PERFORM 300-INQUIRE-ONE-VEHICLE
               WHEN WS-MODE = 'L' OR 'l'
                   PERFORM 400-PRINT-LAPSE-REPORT
               WHEN OTHER
                   PERFORM 200-ADD-ONE-POLICY
           END-EVALUATE.
           STOP RUN.

           100-LOAD-POLICY-TABLE.
               OPEN INPUT INSURANCE-FILE.
               PERFORM 110-READ-ONE-POLICY
                   UNTIL WS-INS-EOF = 'Y' OR WS-POLICY-COUNT = 1000.
               CLOSE INSURANCE-FILE.
               IF WS-INS-EOF NOT = 'Y'
                   DISPLAY "VEHICLE-INSURANCE.TXT EXCEEDS THE "
                       "1000-LINE TABLE -- LATER POLICIES NOT "
                       "REPORTED"
                   MOVE 4 TO RETURN-CODE
               END-IF.

           110-READ-ONE-POLICY.
               READ INSURANCE-FILE
                   AT END MOVE 'Y' TO WS-INS-EOF
                   NOT AT END
                       ADD 1 TO WS-POLICY-COUNT
                       MOVE INS-CAR-TYPE
                           TO WS-PL-TYPE(WS-POLICY-COUNT)
                       MOVE INS-CAR-YEAR
                           TO WS-PL-YEAR(WS-POLICY-COUNT)
                       MOVE INS-INSURER
                           TO WS-PL-INSURER(WS-POLICY-COUNT)
                       MOVE INS-POLICY-NUMBER
                           TO WS-PL-POLICY(WS-POLICY-COUNT)
                       MOVE INS-COVERAGE
                           TO WS-PL-COVERAGE(WS-POLICY-COUNT)
                       MOVE INS-EFF-FROM
                           TO WS-PL-FROM(WS-POLICY-COUNT)
                       MOVE INS-EFF-TO TO WS-PL-TO(WS-POLICY-COUNT)
               END-READ.

           200-ADD-ONE-POLICY.
               PERFORM 210-ACCEPT-VEHICLE-KEY.
               OPEN INPUT VEHICLE-MASTER-FILE.
               MOVE WS-TYPE-EDIT TO VM-CAR-TYPE.
               MOVE WS-YEAR-EDIT TO VM-CAR-YEAR.
               READ VEHICLE-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Vehicle not on the master -- policy "
                           "not recorded."
                       MOVE 8 TO RETURN-CODE
                       CLOSE VEHICLE-MASTER-FILE
                       STOP RUN
               END-READ.
               CLOSE VEHICLE-MASTER-FILE.
               DISPLAY "Insurer: "
               ACCEPT WS-INSURER.
               DISPLAY "Policy number: "
               ACCEPT WS-POLICY.
               MOVE SPACES TO WS-COVERAGE.
               PERFORM 220-ACCEPT-COVERAGE
                   UNTIL WS-COVERAGE = "LIA" OR "COL" OR "CMP"
                       OR "FUL".
               MOVE 'N' TO WS-FROM-EDIT.
               PERFORM 230-ACCEPT-EFFECTIVE-DATE
                   UNTIL WS-FROM-EDIT IS NUMERIC.
               MOVE 'N' TO WS-TO-EDIT.
               PERFORM 240-ACCEPT-EXPIRY-DATE
                   UNTIL WS-TO-EDIT IS NUMERIC.
               IF WS-TO-9 < WS-FROM-9
                   DISPLAY "Expiry is before the effective date -- "
                       "policy not recorded."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN EXTEND INSURANCE-FILE.
               MOVE SPACES TO INSURANCE-RECORD.
               MOVE WS-TYPE-EDIT TO INS-CAR-TYPE.
               MOVE WS-YEAR-EDIT TO INS-CAR-YEAR.
               MOVE WS-INSURER TO INS-INSURER.
               MOVE WS-POLICY TO INS-POLICY-NUMBER.
               MOVE WS-COVERAGE TO INS-COVERAGE.
               MOVE WS-FROM-9 TO INS-EFF-FROM.
               MOVE WS-TO-9 TO INS-EFF-TO.
               WRITE INSURANCE-RECORD.
               CLOSE INSURANCE-FILE.
               DISPLAY "Policy recorded against " WS-TYPE-EDIT " "
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

           220-ACCEPT-COVERAGE.
               DISPLAY "Coverage (LIA/COL/CMP/FUL): "
               ACCEPT WS-COVERAGE
               IF WS-COVERAGE NOT = "LIA" AND NOT = "COL"
                   AND NOT = "CMP" AND NOT = "FUL"
                   DISPLAY "Coverage must be LIA, COL, CMP or FUL, "
                       "try again."
               END-IF.

           230-ACCEPT-EFFECTIVE-DATE.
               DISPLAY "Effective date (YYYYMMDD): "
               ACCEPT WS-FROM-EDIT
               IF WS-FROM-EDIT IS NOT NUMERIC
                   DISPLAY "Date must be numeric, try again."
               END-IF.

           240-ACCEPT-EXPIRY-DATE.
               DISPLAY "Expiry date (YYYYMMDD): "
               ACCEPT WS-TO-EDIT
               IF WS-TO-EDIT IS NOT NUMERIC
                   DISPLAY "Date must be numeric, try again."
               END-IF.

           300-INQUIRE-ONE-VEHICLE.
               PERFORM 210-ACCEPT-VEHICLE-KEY.
               PERFORM 100-LOAD-POLICY-TABLE.
               PERFORM 310-LIST-ONE-POLICY
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POLICY-COUNT.
               IF WS-LISTED-COUNT = 0
                   DISPLAY "NO POLICY ON FILE FOR THAT VEHICLE"
               END-IF.

           310-LIST-ONE-POLICY.
               IF WS-PL-TYPE(WS-SUB) = WS-TYPE-EDIT
                   AND WS-PL-YEAR(WS-SUB) = WS-YEAR-EDIT
                   ADD 1 TO WS-LISTED-COUNT
                   IF WS-TODAY >= WS-PL-FROM(WS-SUB)
                       AND WS-TODAY <= WS-PL-TO(WS-SUB)
                       MOVE "IN FORCE" TO WS-PL-TAG
                   ELSE
                       MOVE SPACES TO WS-PL-TAG
                   END-IF
                   PERFORM 600-FORMAT-POLICY-LINE
                   DISPLAY WS-POLICY-LINE
               END-IF.

           400-PRINT-LAPSE-REPORT.
               PERFORM 100-LOAD-POLICY-TABLE.
               MOVE WS-TODAY TO WS-DN-DATE.
               PERFORM 800-COMPUTE-DAY-NUMBER.
               MOVE WS-DN-DAYS TO WS-TODAY-DAYS.
               OPEN OUTPUT LAPSE-REPORT-OUT.
               MOVE WS-TODAY TO WS-RT-DATE.
               DISPLAY WS-REPORT-TITLE.
               WRITE REPORT-LINE-OUT FROM WS-REPORT-TITLE.
               PERFORM 410-CHECK-ONE-EXPIRY
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POLICY-COUNT.
               OPEN INPUT VEHICLE-MASTER-FILE.
               PERFORM 430-CHECK-ONE-VEHICLE UNTIL WS-VM-EOF = 'Y'.
               CLOSE VEHICLE-MASTER-FILE.
               CLOSE LAPSE-REPORT-OUT.
               DISPLAY "POLICIES EXPIRING:      " WS-EXPIRING-COUNT.
               DISPLAY "VEHICLES WITH NO COVER: " WS-UNINSURED-COUNT.
               IF WS-EXPIRING-COUNT > 0 OR WS-UNINSURED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

      *> A policy already followed by a later-running one on the
      *> same vehicle has been renewed and is no alarm.
           410-CHECK-ONE-EXPIRY.
               IF WS-PL-TO(WS-SUB) >= WS-TODAY
                   MOVE WS-PL-TO(WS-SUB) TO WS-DN-DATE
                   PERFORM 800-COMPUTE-DAY-NUMBER
                   COMPUTE WS-DAYS-LEFT = WS-DN-DAYS - WS-TODAY-DAYS
                   IF WS-DAYS-LEFT <= 30
                       MOVE 'N' TO WS-REPLACED-FLAG
                       PERFORM 420-LOOK-FOR-RENEWAL
                           VARYING WS-OTHER-SUB FROM 1 BY 1
                           UNTIL WS-OTHER-SUB > WS-POLICY-COUNT
                               OR WS-REPLACED-FLAG = 'Y'
                       IF WS-REPLACED-FLAG = 'N'
                           ADD 1 TO WS-EXPIRING-COUNT
                           MOVE "EXPIRING" TO WS-PL-TAG
                           PERFORM 600-FORMAT-POLICY-LINE
                           DISPLAY WS-POLICY-LINE
                           WRITE REPORT-LINE-OUT FROM WS-POLICY-LINE
                       END-IF
                   END-IF
               END-IF.

           420-LOOK-FOR-RENEWAL.
               IF WS-PL-TYPE(WS-OTHER-SUB) = WS-PL-TYPE(WS-SUB)
                   AND WS-PL-YEAR(WS-OTHER-SUB) = WS-PL-YEAR(WS-SUB)
                   AND WS-PL-TO(WS-OTHER-SUB) > WS-PL-TO(WS-SUB)
                   MOVE 'Y' TO WS-REPLACED-FLAG
               END-IF.

           430-CHECK-ONE-VEHICLE.
               READ VEHICLE-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-VM-EOF
                   NOT AT END
                       MOVE VM-CAR-TYPE TO WS-INS-CAR-TYPE
                       MOVE VM-CAR-YEAR TO WS-INS-CAR-YEAR
                       MOVE WS-TODAY TO WS-INS-DATE
                       CALL 'INSURANCE_CHECK' USING WS-INSURANCE-AREA
                       IF WS-INS-RESULT NOT = '0'
                           PERFORM 440-PRINT-UNINSURED-LINE
                       END-IF
               END-READ.

           440-PRINT-UNINSURED-LINE.
               ADD 1 TO WS-UNINSURED-COUNT.
               MOVE VM-CAR-TYPE TO WS-U-TYPE.
               MOVE VM-CAR-YEAR TO WS-U-YEAR.
               MOVE VM-MODEL TO WS-U-MODEL.
               MOVE VM-OWNER-NAME TO WS-U-OWNER.
               DISPLAY WS-UNINSURED-LINE.
               WRITE REPORT-LINE-OUT FROM WS-UNINSURED-LINE.

           600-FORMAT-POLICY-LINE.
               MOVE WS-PL-TYPE(WS-SUB) TO WS-P-TYPE.
               MOVE WS-PL-YEAR(WS-SUB) TO WS-P-YEAR.
               MOVE WS-PL-INSURER(WS-SUB) TO WS-P-INSURER.
               MOVE WS-PL-POLICY(WS-SUB) TO WS-P-POLICY.
               MOVE WS-PL-COVERAGE(WS-SUB) TO WS-P-COVERAGE.
               MOVE WS-PL-FROM(WS-SUB) TO WS-P-FROM.
               MOVE WS-PL-TO(WS-SUB) TO WS-P-TO.

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

       END PROGRAM INSURANCE_REGISTRY_PROGRAM.
