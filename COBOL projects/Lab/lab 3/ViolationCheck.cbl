      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 09-01-2026
      * Purpose: does this vehicle owe fines?  Called (like
      * INSURANCE_CHECK) by every program that must not act for a
      * vehicle with tickets outstanding: VEHICLE-VIOLATIONS.TXT,
      * kept by VEHICLE_VIOLATION_PROGRAM, is scanned for unpaid
      * tickets on the vehicle's key.  Result '0' means clear; '1'
      * returns how many tickets are unpaid and what is owed on
      * them, fine plus any late penalty.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIOLATION_CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL VIOLATION-FILE
           ASSIGN TO '..\VEHICLE-VIOLATIONS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VIOLATION-FILE.
       01 VIOLATION-RECORD.
           05 VIO-CAR-TYPE        PIC X(5).
           05 FILLER              PIC X(1).
           05 VIO-CAR-YEAR        PIC 9(4).
           05 FILLER              PIC X(1).
           05 VIO-TICKET          PIC X(10).
           05 FILLER              PIC X(1).
           05 VIO-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 VIO-OFFENCE         PIC X(20).
           05 FILLER              PIC X(1).
           05 VIO-FINE            PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 VIO-PENALTY         PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 VIO-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 VIO-PAID-DATE       PIC 9(8).
           05 FILLER              PIC X(1).
           05 VIO-AMOUNT-PAID     PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1).

       LINKAGE SECTION.
       01 LS-VIOLATION-AREA.
           05 LS-VIO-CAR-TYPE     PIC X(5).
           05 LS-VIO-CAR-YEAR     PIC 9(4).
           05 LS-VIO-COUNT        PIC 9(3).
           05 LS-VIO-AMOUNT       PIC 9(7)V99.
           05 LS-VIO-RESULT       PIC X(1).
               88 LS-VIO-CLEAR         VALUE '0'.
               88 LS-VIO-OUTSTANDING   VALUE '1'.

       PROCEDURE DIVISION USING LS-VIOLATION-AREA.
       MAIN-PROCEDURE.
           MOVE '0' TO LS-VIO-RESULT.
           MOVE 0 TO LS-VIO-COUNT.
           MOVE 0 TO LS-VIO-AMOUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VIOLATION-FILE.
           PERFORM 100-CHECK-ONE-TICKET UNTIL WS-EOF = 'Y'.
           CLOSE VIOLATION-FILE.
       GOBACK.

      *> Status U is unpaid; P paid.
           100-CHECK-ONE-TICKET.
               READ VIOLATION-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VIO-CAR-TYPE = LS-VIO-CAR-TYPE
                           AND VIO-CAR-YEAR = LS-VIO-CAR-YEAR
                           AND VIO-STATUS = 'U'
                           MOVE '1' TO LS-VIO-RESULT
                           ADD 1 TO LS-VIO-COUNT
                           ADD VIO-FINE VIO-PENALTY TO LS-VIO-AMOUNT
                       END-IF
               END-READ.

       END PROGRAM VIOLATION_CHECK.
