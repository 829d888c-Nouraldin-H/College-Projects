      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 08-25-2026
      * Purpose: is this vehicle insured on this date?  Called (like
      * OPERATOR_CHECK) by every program that must not act on an
      * uninsured vehicle: VEHICLE-INSURANCE.TXT, kept by
      * INSURANCE_REGISTRY_PROGRAM, is scanned for a policy on the
      * vehicle's key in force on the date asked about.  Result '0'
      * returns the policy that runs latest; '1' means no cover.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSURANCE_CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL INSURANCE-FILE
           ASSIGN TO '..\VEHICLE-INSURANCE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INSURANCE-FILE.
       01 INSURANCE-RECORD.
           05 INS-CAR-TYPE        PIC X(5).
           05 FILLER              PIC X(1).
           05 INS-CAR-YEAR        PIC 9(4).
           05 FILLER              PIC X(1).
           05 INS-INSURER         PIC X(25).
           05 FILLER              PIC X(1).
           05 INS-POLICY-NUMBER   PIC X(15).
           05 FILLER              PIC X(1).
           05 INS-COVERAGE        PIC X(3).
           05 FILLER              PIC X(1).
           05 INS-EFF-FROM        PIC 9(8).
           05 FILLER              PIC X(1).
           05 INS-EFF-TO          PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1).

       LINKAGE SECTION.
       01 LS-INSURANCE-AREA.
           05 LS-INS-CAR-TYPE     PIC X(5).
           05 LS-INS-CAR-YEAR     PIC 9(4).
           05 LS-INS-DATE         PIC 9(8).
           05 LS-INS-INSURER      PIC X(25).
           05 LS-INS-POLICY       PIC X(15).
           05 LS-INS-COVERAGE     PIC X(3).
           05 LS-INS-EXPIRY       PIC 9(8).
           05 LS-INS-RESULT       PIC X(1).
               88 LS-INSURED           VALUE '0'.
               88 LS-NOT-INSURED       VALUE '1'.

       PROCEDURE DIVISION USING LS-INSURANCE-AREA.
       MAIN-PROCEDURE.
           MOVE '1' TO LS-INS-RESULT.
           MOVE SPACES TO LS-INS-INSURER.
           MOVE SPACES TO LS-INS-POLICY.
           MOVE SPACES TO LS-INS-COVERAGE.
           MOVE 0 TO LS-INS-EXPIRY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT INSURANCE-FILE.
           PERFORM 100-CHECK-ONE-POLICY UNTIL WS-EOF = 'Y'.
           CLOSE INSURANCE-FILE.
       GOBACK.

      *> Both ends of the policy term are days of cover.
           100-CHECK-ONE-POLICY.
               READ INSURANCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF INS-CAR-TYPE = LS-INS-CAR-TYPE
                           AND INS-CAR-YEAR = LS-INS-CAR-YEAR
                           AND LS-INS-DATE >= INS-EFF-FROM
                           AND LS-INS-DATE <= INS-EFF-TO
                           AND INS-EFF-TO > LS-INS-EXPIRY
                           MOVE '0' TO LS-INS-RESULT
                           MOVE INS-INSURER TO LS-INS-INSURER
                           MOVE INS-POLICY-NUMBER TO LS-INS-POLICY
                           MOVE INS-COVERAGE TO LS-INS-COVERAGE
                           MOVE INS-EFF-TO TO LS-INS-EXPIRY
                       END-IF
               END-READ.

       END PROGRAM INSURANCE_CHECK.
