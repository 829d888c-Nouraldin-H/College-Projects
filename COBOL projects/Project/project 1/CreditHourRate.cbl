      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 11-18-2025
      * Purpose: the one tuition rule for a course load (called like
      * TUITION_ADJUST from term assessment and from a registration
      * drop before census): given a program code, a year level, and
      * the credit hours carried, returns the tuition.  At or above
      * the full-time threshold on TUITION-CONTROL.TXT the student
      * pays the flat program/year amount from TUITION-RATES.TXT;
      * below it, the per-credit rate carried as the trailing column
      * on the same rate row times the hours (a row without the
      * column prices a credit at the flat amount over the
      * threshold).  The rate table and control card are loaded on
      * the first call and kept for the rest of the run.
      * Modification history:
      *   12-02-2025 NH - the tuition returned is dollars and cents; a
      *     per-credit price worked from the flat amount is rounded to
      *     the cent
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT_HOUR_RATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT TUITION-RATE-FILE
           ASSIGN TO '..\TUITION-RATES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TUITION-CONTROL-FILE
           ASSIGN TO '..\TUITION-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Rate row with the trailing per-credit rate; older rows
      *> without the column read in as spaces.
       FD TUITION-RATE-FILE.
       01 TUITION-RATE-RECORD.
           05 TRT-PROGRAM-CODE    PIC X(8).
           05 FILLER              PIC X(1).
           05 TRT-YEAR-LEVEL      PIC 9(2).
           05 FILLER              PIC X(1).
           05 TRT-AMOUNT          PIC 9(7).
           05 FILLER              PIC X(1).
           05 TRT-PER-CREDIT      PIC X(5).
           05 TRT-PER-CREDIT-9 REDEFINES TRT-PER-CREDIT PIC 9(5).

      *> Control card: credit hours at or above which a student is
      *> full-time and pays the flat rate.
       FD TUITION-CONTROL-FILE.
       01 TUITION-CONTROL-RECORD.
           05 CTL-FULL-TIME-HOURS PIC 9(2).

       WORKING-STORAGE SECTION.
       01 WS-LOADED-FLAG PIC X(1) VALUE 'N'.
       01 WS-RATE-EOF PIC X(1) VALUE 'N'.
       01 WS-FULL-TIME-HOURS PIC 9(2) VALUE 12.
       01 WS-SUB PIC 9(3).
       01 WS-RATE-SUB PIC 9(3).
       01 WS-FOUND-FLAG PIC X(1).

       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 500 TIMES.
               10 WS-R-PROGRAM    PIC X(8).
               10 WS-R-LEVEL      PIC 9(2).
               10 WS-R-AMOUNT     PIC 9(7).
               10 WS-R-PER-CREDIT PIC 9(5).
       01 WS-RATE-COUNT PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01 LS-CREDIT-AREA.
           05 LS-CR-PROGRAM       PIC X(8).
           05 LS-CR-LEVEL         PIC 9(2).
           05 LS-CR-HOURS         PIC 9(3).
           05 LS-CR-AMOUNT        PIC 9(7)V99.
           05 LS-CR-BASIS         PIC X(1).
               88 LS-CR-FLAT-RATE      VALUE 'F'.
               88 LS-CR-PER-CREDIT     VALUE 'C'.
           05 LS-CR-STATUS        PIC X(1).
               88 LS-CR-PRICED         VALUE '0'.
               88 LS-CR-NO-RATE        VALUE '1'.

       PROCEDURE DIVISION USING LS-CREDIT-AREA.
       MAIN-PROCEDURE.
           IF WS-LOADED-FLAG NOT = 'Y'
               PERFORM 100-LOAD-RATE-TABLE
               PERFORM 120-LOAD-TUITION-CONTROL
               MOVE 'Y' TO WS-LOADED-FLAG
           END-IF.
           MOVE 0 TO LS-CR-AMOUNT.
           MOVE SPACE TO LS-CR-BASIS.
           PERFORM 200-FIND-RATE-ENTRY.
           IF WS-FOUND-FLAG = 'N'
               MOVE '1' TO LS-CR-STATUS
           ELSE
               MOVE '0' TO LS-CR-STATUS
               PERFORM 300-PRICE-THE-LOAD
           END-IF.
       GOBACK.

           100-LOAD-RATE-TABLE.
               OPEN INPUT TUITION-RATE-FILE.
               PERFORM 110-READ-ONE-RATE
                   UNTIL WS-RATE-EOF = 'Y' OR WS-RATE-COUNT = 500.
               CLOSE TUITION-RATE-FILE.

           110-READ-ONE-RATE.
               READ TUITION-RATE-FILE
                   AT END MOVE 'Y' TO WS-RATE-EOF
                   NOT AT END
                       ADD 1 TO WS-RATE-COUNT
                       MOVE TRT-PROGRAM-CODE
                           TO WS-R-PROGRAM(WS-RATE-COUNT)
                       MOVE TRT-YEAR-LEVEL
                           TO WS-R-LEVEL(WS-RATE-COUNT)
                       MOVE TRT-AMOUNT TO WS-R-AMOUNT(WS-RATE-COUNT)
                       IF TRT-PER-CREDIT IS NUMERIC
                           MOVE TRT-PER-CREDIT-9
                               TO WS-R-PER-CREDIT(WS-RATE-COUNT)
                       ELSE
                           MOVE 0 TO WS-R-PER-CREDIT(WS-RATE-COUNT)
                       END-IF
               END-READ.

           120-LOAD-TUITION-CONTROL.
               OPEN INPUT TUITION-CONTROL-FILE.
               READ TUITION-CONTROL-FILE
                   AT END
                       DISPLAY "No tuition control card -- using "
                           "default: " WS-FULL-TIME-HOURS
                           " HOURS FULL-TIME"
                   NOT AT END
                       IF CTL-FULL-TIME-HOURS IS NUMERIC
                           AND CTL-FULL-TIME-HOURS > 0
                           MOVE CTL-FULL-TIME-HOURS
                               TO WS-FULL-TIME-HOURS
                       END-IF
               END-READ.
               CLOSE TUITION-CONTROL-FILE.

           200-FIND-RATE-ENTRY.
               MOVE 'N' TO WS-FOUND-FLAG.
               PERFORM 210-SCAN-RATE-ENTRY
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RATE-COUNT
                       OR WS-FOUND-FLAG = 'Y'.

           210-SCAN-RATE-ENTRY.
               IF WS-R-PROGRAM(WS-SUB) = LS-CR-PROGRAM
                   AND WS-R-LEVEL(WS-SUB) = LS-CR-LEVEL
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-SUB TO WS-RATE-SUB
               END-IF.

           300-PRICE-THE-LOAD.
               IF LS-CR-HOURS >= WS-FULL-TIME-HOURS
                   MOVE 'F' TO LS-CR-BASIS
                   MOVE WS-R-AMOUNT(WS-RATE-SUB) TO LS-CR-AMOUNT
               ELSE
                   MOVE 'C' TO LS-CR-BASIS
                   IF WS-R-PER-CREDIT(WS-RATE-SUB) > 0
                       COMPUTE LS-CR-AMOUNT =
                           WS-R-PER-CREDIT(WS-RATE-SUB) * LS-CR-HOURS
                   ELSE
                       COMPUTE LS-CR-AMOUNT ROUNDED =
                           WS-R-AMOUNT(WS-RATE-SUB) * LS-CR-HOURS
                               / WS-FULL-TIME-HOURS
                   END-IF
               END-IF.

       END PROGRAM CREDIT_HOUR_RATE.
