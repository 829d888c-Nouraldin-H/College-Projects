      * posts a paid renewal: the vehicle's expiry date extends
      * one year and the payment goes on the renewal register.
      * Modification history:
      *   09-01-2026 NH - notices print the vehicle's outstanding fines
      *     from VIOLATION_CHECK, and payment mode refuses the renewal
      *     until they are paid
      *   08-25-2026 NH - payment mode refuses a vehicle INSURANCE_CHECK
      *     finds uninsured on the payment date unless a supervisor
      *     overrides; overrides logged to INSURANCE-OVERRIDES.TXT
      *   10-07-2025 NH - payment mode claims the VEHICLE-MASTER
      *     resource through the shop-wide RESOURCE_LOCK around
      *     its keyed rewrite, like the transfer run does
           SELECT OPTIONAL RENEWAL-REGISTER-FILE
           ASSIGN TO '..\RENEWAL-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INSURANCE-OVERRIDE-FILE
           ASSIGN TO '..\INSURANCE-OVERRIDES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 RRG-NEW-EXPIRY        PIC 9(8).

      *> Who let an uninsured vehicle through, and on which run.
       FD INSURANCE-OVERRIDE-FILE.
       01 INSURANCE-OVERRIDE-LINE.
           05 IOV-DATE-OUT          PIC 9(8).
           05 FILLER                PIC X(1).
           05 IOV-TIME-OUT          PIC 9(8).
           05 FILLER                PIC X(1).
           05 IOV-OPERATOR-OUT      PIC X(20).
           05 FILLER                PIC X(1).
           05 IOV-CAR-TYPE-OUT      PIC X(5).
           05 FILLER                PIC X(1).
           05 IOV-CAR-YEAR-OUT      PIC 9(4).
           05 FILLER                PIC X(1).
           05 IOV-RUN-OUT           PIC X(8).
           05 FILLER                PIC X(1).
           05 IOV-TRANS-DATE-OUT    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-TYPE-EDIT PIC X(5).
       01 WS-YEAR-EDIT PIC X(4).
       01 WS-PAID-DATE-EDIT PIC X(8).
       01 WS-PAID-DATE-9 REDEFINES WS-PAID-DATE-EDIT PIC 9(8).
       01 WS-OVERRIDE-REPLY PIC X(1).
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).
       01 WS-INSURANCE-AREA.
           05 WS-INS-CAR-TYPE     PIC X(5).
           05 WS-INS-CAR-YEAR     PIC 9(4).
           05 WS-INS-DATE         PIC 9(8).
           05 WS-INS-INSURER      PIC X(25).
           05 WS-INS-POLICY       PIC X(15).
           05 WS-INS-COVERAGE     PIC X(3).
           05 WS-INS-EXPIRY       PIC 9(8).
           05 WS-INS-RESULT       PIC X(1).

       01 WS-RESOURCE-LOCK-AREA.
           05 WS-RLK-ACTION       PIC X(1).
       01 WS-FEE-FOUND-FLAG PIC X(1).
       01 WS-RENEWAL-FEE PIC 9(5).

       01 WS-VIOLATION-AREA.
           05 WS-VIO-CAR-TYPE     PIC X(5).
           05 WS-VIO-CAR-YEAR     PIC 9(4).
           05 WS-VIO-COUNT        PIC 9(3).
           05 WS-VIO-AMOUNT       PIC 9(7)V99.
           05 WS-VIO-RESULT       PIC X(1).

       01 WS-NOTICE-COUNT PIC 9(4) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
       01 WS-FINES-NOTICE-COUNT PIC 9(4) VALUE 0.
       01 WS-FINES-EDIT PIC Z,ZZZ,ZZ9.99.

       01 WS-NOTICE-LINE.
           05 FILLER                PIC X(16)
           05 WS-N-EXPIRY           PIC 9(8).
           05 FILLER                PIC X(6) VALUE " FEE $".
           05 WS-N-FEE              PIC ZZZZ9.
       01 WS-FINES-LINE.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(18)
               VALUE "OUTSTANDING FINES ".
           05 WS-F-COUNT            PIC ZZ9.
           05 FILLER                PIC X(11) VALUE " TICKET(S) ".
           05 WS-F-AMOUNT           PIC $,$$$,$$9.99.
           05 FILLER                PIC X(29)
               VALUE " -- PAY BEFORE RENEWING".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               CLOSE RENEWAL-NOTICES-OUT.
               DISPLAY "NOTICES PRINTED:   " WS-NOTICE-COUNT.
               DISPLAY "VEHICLES UNPRICED: " WS-EXCEPTION-COUNT.
               DISPLAY "NOTICES WITH FINES: " WS-FINES-NOTICE-COUNT.
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
                   MOVE WS-RENEWAL-FEE TO WS-N-FEE
                   DISPLAY WS-NOTICE-LINE
                   WRITE NOTICE-LINE-OUT FROM WS-NOTICE-LINE
                   PERFORM 230-NOTICE-OUTSTANDING-FINES
               END-IF.

      *> Unpaid tickets print under the notice; the payment will
      *> be refused until they are cleared.
           230-NOTICE-OUTSTANDING-FINES.
               MOVE VM-CAR-TYPE TO WS-VIO-CAR-TYPE.
               MOVE VM-CAR-YEAR TO WS-VIO-CAR-YEAR.
               CALL 'VIOLATION_CHECK' USING WS-VIOLATION-AREA.
               IF WS-VIO-RESULT NOT = '0'
                   ADD 1 TO WS-FINES-NOTICE-COUNT
                   MOVE WS-VIO-COUNT TO WS-F-COUNT
                   MOVE WS-VIO-AMOUNT TO WS-F-AMOUNT
                   DISPLAY WS-FINES-LINE
                   WRITE NOTICE-LINE-OUT FROM WS-FINES-LINE
               END-IF.

      *> A paid renewal pushes the expiry out one year from where
               MOVE 'N' TO WS-PAID-DATE-EDIT.
               PERFORM 420-ACCEPT-PAID-DATE
                   UNTIL WS-PAID-DATE-EDIT IS NUMERIC.
               PERFORM 424-CHECK-THE-FINES.
               PERFORM 425-CHECK-THE-INSURANCE.
               MOVE 'A' TO WS-RLK-ACTION.
               MOVE "VEHICLE-MASTER" TO WS-RLK-RESOURCE.
               MOVE "RENEWAL POSTING" TO WS-RLK-OPERATOR.
                   DISPLAY "Date must be numeric, try again."
               END-IF.

      *> Fines are not a supervisor's to waive: the renewal waits
      *> until VEHICLE_VIOLATION_PROGRAM shows every ticket paid.
           424-CHECK-THE-FINES.
               MOVE WS-TYPE-EDIT TO WS-VIO-CAR-TYPE.
               MOVE WS-YEAR-EDIT TO WS-VIO-CAR-YEAR.
               CALL 'VIOLATION_CHECK' USING WS-VIOLATION-AREA.
               IF WS-VIO-RESULT NOT = '0'
                   MOVE WS-VIO-AMOUNT TO WS-FINES-EDIT
                   DISPLAY "Outstanding fines on " WS-VIO-COUNT
                       " ticket(s), $" WS-FINES-EDIT
                       " -- renewal not posted."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> No renewal for a vehicle uninsured on the payment date
      *> unless a supervisor signs on to let it through.
           425-CHECK-THE-INSURANCE.
               MOVE WS-TYPE-EDIT TO WS-INS-CAR-TYPE.
               MOVE WS-YEAR-EDIT TO WS-INS-CAR-YEAR.
               MOVE WS-PAID-DATE-9 TO WS-INS-DATE.
               CALL 'INSURANCE_CHECK' USING WS-INSURANCE-AREA.
               IF WS-INS-RESULT NOT = '0'
                   DISPLAY "No insurance in force on " WS-PAID-DATE-9
                   DISPLAY "Supervisor override? (Y/N) "
                   ACCEPT WS-OVERRIDE-REPLY
                   IF WS-OVERRIDE-REPLY = 'Y' OR 'y'
                       PERFORM 426-SUPERVISOR-OVERRIDE
                   ELSE
                       DISPLAY "Vehicle uninsured -- renewal not "
                           "posted."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           426-SUPERVISOR-OVERRIDE.
               DISPLAY "Supervisor operator ID: "
               ACCEPT WS-AUDIT-OPERATOR.
               MOVE WS-AUDIT-OPERATOR TO WS-OP-OPERATOR-ID.
               CALL 'OPERATOR_CHECK' USING WS-OPERATOR-AREA.
               IF WS-OP-AUTH-STATUS NOT = '0'
                   OR WS-OP-AUTH-LEVEL < 3
                   DISPLAY "Override needs a supervisor sign-on -- "
                       "renewal not posted."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-AUDIT-TIME FROM TIME.
               OPEN EXTEND INSURANCE-OVERRIDE-FILE.
               MOVE SPACES TO INSURANCE-OVERRIDE-LINE.
               MOVE WS-AUDIT-DATE TO IOV-DATE-OUT.
               MOVE WS-AUDIT-TIME TO IOV-TIME-OUT.
               MOVE WS-AUDIT-OPERATOR TO IOV-OPERATOR-OUT.
               MOVE WS-TYPE-EDIT TO IOV-CAR-TYPE-OUT.
               MOVE WS-YEAR-EDIT TO IOV-CAR-YEAR-OUT.
               MOVE "RENEWAL" TO IOV-RUN-OUT.
               MOVE WS-PAID-DATE-9 TO IOV-TRANS-DATE-OUT.
               WRITE INSURANCE-OVERRIDE-LINE.
               CLOSE INSURANCE-OVERRIDE-FILE.
               DISPLAY "Insurance overridden by " WS-AUDIT-OPERATOR.

           430-EXTEND-THE-EXPIRY.
               PERFORM 120-FIND-RENEWAL-FEE.
               IF WS-FEE-FOUND-FLAG = 'N'
