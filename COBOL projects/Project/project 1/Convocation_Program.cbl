      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 03-03-2026
      * Purpose: convocation run off GRADUATES.TXT, so the registrar
      * no longer retypes the class for the ceremony and the
      * parchments.  The graduates of the class year keyed at the
      * prompt (this year when left blank) are sorted by program and
      * name; each gets the program description from
      * PROGRAM-CODES.TXT and an honours award from the final GPA
      * and standing on ACADEMIC-STANDING.TXT -- WITH DISTINCTION
      * and WITH HONOURS at or above the GPAs on HONOURS-CONTROL.TXT,
      * never for a student left on probation or suspension.  The
      * run prints the ceremony list grouped by program
      * (CONVOCATION-LIST.TXT) and the credential print file, one
      * parchment record per graduate (CREDENTIALS.TXT).  A graduate
      * under a financial hold (FIN, or COL/OVD placed for unpaid
      * tuition) still walks and is on the ceremony list, but the
      * parchment is withheld and listed with the hold on
      * CONVOCATION-EXCEPTIONS.TXT, as is any parchment whose program
      * is missing from PROGRAM-CODES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVOCATION_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL GRADUATES-FILE
           ASSIGN TO '..\GRADUATES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROGRAM-CODE-FILE
           ASSIGN TO '..\PROGRAM-CODES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STANDING-FILE
           ASSIGN TO '..\ACADEMIC-STANDING.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HONOURS-CONTROL-FILE
           ASSIGN TO '..\HONOURS-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONVOCATION-LIST-OUT
           ASSIGN TO '..\CONVOCATION-LIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREDENTIAL-FILE-OUT
           ASSIGN TO '..\CREDENTIALS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTIONS-REPORT-OUT
           ASSIGN TO '..\CONVOCATION-EXCEPTIONS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
           ASSIGN TO '..\CONVOCATION-SORT-WORK.TMP'.

       DATA DIVISION.
       FILE SECTION.
      *> The master record as it left for the graduates file (the
      *> first 161 bytes of it), stamped with the roll date.
       FD GRADUATES-FILE.
       01 GRADUATE-RECORD.
           05 GRAD-STUDENT-NUMBER PIC 9(7).
           05 FILLER              PIC X(3).
           05 GRAD-TUITION-OWED   PIC S9(7)V99.
           05 FILLER              PIC X(3).
           05 GRAD-FULL-NAME.
               10 GRAD-TITLE      PIC A(6).
               10 GRAD-FIRST-NAME PIC A(15).
               10 GRAD-INITIAL    PIC A(2).
               10 GRAD-LAST-NAME  PIC A(28).
           05 FILLER              PIC X(3).
           05 GRAD-PROGRAM        PIC X(8).
           05 FILLER              PIC X(3).
           05 GRAD-YEAR           PIC 9(6).
           05 FILLER              PIC X(3).
           05 GRAD-ADDRESS        PIC X(62).
           05 FILLER              PIC X(3).
           05 FILLER              PIC X(1).
           05 GRAD-DATE           PIC 9(8).
           05 GRAD-DATE-R REDEFINES GRAD-DATE.
               10 GRAD-DATE-YEAR  PIC 9(4).
               10 GRAD-DATE-MMDD  PIC 9(4).

       FD PROGRAM-CODE-FILE.
       01 PROGRAM-CODE-RECORD.
           05 PCR-CODE            PIC X(8).
           05 FILLER              PIC X(1).
           05 PCR-DESCRIPTION     PIC X(25).
           05 FILLER              PIC X(1).
           05 PCR-PROGRAM-LENGTH  PIC 9(2).

       FD STANDING-FILE.
       01 STANDING-RECORD.
           05 STN-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 STN-GPA             PIC 9V99.
           05 FILLER              PIC X(1).
           05 STN-CREDITS         PIC 9(4).
           05 FILLER              PIC X(1).
           05 STN-STANDING-CODE   PIC X(2).

      *> Honours thresholds, highest first: with distinction at or
      *> above the first GPA, with honours at or above the second.
       FD HONOURS-CONTROL-FILE.
       01 HONOURS-CONTROL-RECORD.
           05 CTL-DISTINCTION-GPA PIC 9V99.
           05 FILLER              PIC X(1).
           05 CTL-HONOURS-GPA     PIC 9V99.

       FD CONVOCATION-LIST-OUT.
       01 LIST-LINE-OUT           PIC X(80).

      *> One parchment per graduate, laid out for the print shop's
      *> merge: the name as it is to be lettered, the credential,
      *> the honours line (blank for none), and the conferral date.
       FD CREDENTIAL-FILE-OUT.
       01 CREDENTIAL-RECORD.
           05 CRD-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 CRD-NAME            PIC X(51).
           05 FILLER              PIC X(1).
           05 CRD-PROGRAM-CODE    PIC X(8).
           05 FILLER              PIC X(1).
           05 CRD-PROGRAM-DESC    PIC X(25).
           05 FILLER              PIC X(1).
           05 CRD-HONOURS         PIC X(16).
           05 FILLER              PIC X(1).
           05 CRD-CONFERRED-DATE  PIC 9(8).

       FD EXCEPTIONS-REPORT-OUT.
       01 EXCEPTION-LINE-OUT      PIC X(80).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-PROGRAM        PIC X(8).
           05 SORT-LAST-NAME      PIC A(28).
           05 SORT-FIRST-NAME     PIC A(15).
           05 SORT-TITLE          PIC A(6).
           05 SORT-INITIAL        PIC A(2).
           05 SORT-NUMBER         PIC 9(7).
           05 SORT-GRAD-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-SORT-EOF PIC A(1) VALUE 'N'.
       01 WS-SUB PIC 9(4).
       01 WS-FOUND-FLAG PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR       PIC 9(4).
           05 WS-TODAY-MMDD       PIC 9(4).
       01 WS-CLASS-YEAR-IN PIC X(4).
       01 WS-CLASS-YEAR PIC 9(4).

       01 WS-DISTINCTION-GPA PIC 9V99 VALUE 3.80.
       01 WS-HONOURS-GPA PIC 9V99 VALUE 3.50.

       01 WS-PROGRAM-TABLE.
           05 WS-PROGRAM-ENTRY OCCURS 200 TIMES.
               10 WS-P-CODE       PIC X(8).
               10 WS-P-DESC       PIC X(25).
       01 WS-PROGRAM-COUNT PIC 9(3) VALUE 0.
       01 WS-CODE-EOF PIC X(1) VALUE 'N'.

       01 WS-STANDING-TABLE.
           05 WS-STANDING-ENTRY OCCURS 5000 TIMES.
               10 WS-S-STUDENT    PIC 9(7).
               10 WS-S-GPA        PIC 9V99.
               10 WS-S-CODE       PIC X(2).
       01 WS-STANDING-COUNT PIC 9(4) VALUE 0.
       01 WS-STANDING-EOF PIC X(1) VALUE 'N'.

       01 WS-HOLD-AREA.
           05 WS-HOLD-STUDENT     PIC 9(7).
           05 WS-HOLD-RESULT      PIC X(1).
           05 WS-HOLD-TYPE        PIC X(3).
           05 WS-HOLD-REASON      PIC X(30).
           05 WS-HOLD-DATE        PIC 9(8).

       01 WS-CURRENT-PROGRAM PIC X(8) VALUE HIGH-VALUES.
       01 WS-PROGRAM-DESC PIC X(25).
       01 WS-HONOURS PIC X(16).
       01 WS-PRINT-NAME PIC X(51).
       01 WS-WITHHELD-FLAG PIC X(1).
       01 WS-PROGRAM-KNOWN-FLAG PIC X(1).

       01 WS-PROGRAM-GRADUATES PIC 9(5) VALUE 0.
       01 WS-TOTAL-GRADUATES PIC 9(5) VALUE 0.
       01 WS-DISTINCTION-COUNT PIC 9(5) VALUE 0.
       01 WS-HONOURS-COUNT PIC 9(5) VALUE 0.
       01 WS-PARCHMENT-COUNT PIC 9(5) VALUE 0.
       01 WS-WITHHELD-COUNT PIC 9(5) VALUE 0.

       01 WS-HEADING-LINE.
           05 FILLER              PIC X(24)
               VALUE "CONVOCATION -- CLASS OF ".
           05 WS-HD-YEAR          PIC 9(4).
           05 FILLER              PIC X(12) VALUE "    RUN ON  ".
           05 WS-HD-DATE          PIC 9(8).
       01 WS-PROGRAM-LINE.
           05 FILLER              PIC X(9) VALUE "PROGRAM: ".
           05 WS-PL-CODE          PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-PL-DESC          PIC X(25).
       01 WS-DETAIL-LINE.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-D-NAME           PIC X(40).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-D-HONOURS        PIC X(16).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-D-NOTE           PIC X(18).
       01 WS-PROGRAM-TOTAL-LINE.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 FILLER              PIC X(22)
               VALUE "GRADUATES IN PROGRAM: ".
           05 WS-PT-COUNT         PIC ZZZZ9.
       01 WS-COUNT-LINE.
           05 WS-C-CAPTION        PIC X(30).
           05 WS-C-COUNT          PIC ZZZZ9.
       01 WS-EXCEPTION-DETAIL.
           05 WS-X-NUMBER         PIC 9(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-X-LAST-NAME      PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-X-TYPE           PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-X-REASON         PIC X(30).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-X-DATE           PIC 9(8).

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "CONVOCATION_PROGRAM".
           05 WS-RL-START-DATE    PIC 9(8).
           05 WS-RL-START-TIME    PIC 9(8).
           05 WS-RL-READ-COUNT    PIC 9(7) VALUE 0.
           05 WS-RL-WRITTEN-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-REJECTED-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-RETURN-CODE   PIC 9(1).

       01 WS-RUN-STATUS PIC 9(1) VALUE 0.
      *> 0=clean 4=partial 8=failed, shared return-code convention
      *> with PROJECT_1_PROGRAM and LAB_9_PROGRAM

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RL-START-TIME FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Convocation class year (YYYY, blank for this "
               "year): "
           ACCEPT WS-CLASS-YEAR-IN.
           IF WS-CLASS-YEAR-IN IS NUMERIC
               MOVE WS-CLASS-YEAR-IN TO WS-CLASS-YEAR
           ELSE
               MOVE WS-TODAY-YEAR TO WS-CLASS-YEAR
           END-IF.
           PERFORM 100-LOAD-HONOURS-CONTROL.
           PERFORM 110-LOAD-PROGRAM-CODES.
           PERFORM 120-LOAD-STANDINGS.
           OPEN OUTPUT CONVOCATION-LIST-OUT.
           OPEN OUTPUT CREDENTIAL-FILE-OUT.
           OPEN OUTPUT EXCEPTIONS-REPORT-OUT.
           MOVE WS-CLASS-YEAR TO WS-HD-YEAR.
           MOVE WS-TODAY TO WS-HD-DATE.
           DISPLAY WS-HEADING-LINE.
           WRITE LIST-LINE-OUT FROM WS-HEADING-LINE.
           MOVE "PARCHMENTS WITHHELD -- FINANCIAL HOLD OR NO PROGRAM"
               TO EXCEPTION-LINE-OUT.
           WRITE EXCEPTION-LINE-OUT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-PROGRAM
                                SORT-LAST-NAME
                                SORT-FIRST-NAME
               INPUT PROCEDURE 300-RELEASE-GRADUATES
                   THRU 399-RELEASE-EXIT
               OUTPUT PROCEDURE 500-PRINT-CONVOCATION
                   THRU 599-PRINT-EXIT.
           PERFORM 600-WRITE-RUN-TOTALS.
           CLOSE CONVOCATION-LIST-OUT.
           CLOSE CREDENTIAL-FILE-OUT.
           CLOSE EXCEPTIONS-REPORT-OUT.
           PERFORM 700-LOG-THIS-RUN.
           STOP RUN.

           100-LOAD-HONOURS-CONTROL.
               OPEN INPUT HONOURS-CONTROL-FILE.
               READ HONOURS-CONTROL-FILE
                   AT END
                       DISPLAY "No honours control card -- using "
                           "defaults."
                   NOT AT END
                       MOVE CTL-DISTINCTION-GPA TO WS-DISTINCTION-GPA
                       MOVE CTL-HONOURS-GPA TO WS-HONOURS-GPA
               END-READ.
               CLOSE HONOURS-CONTROL-FILE.

           110-LOAD-PROGRAM-CODES.
               OPEN INPUT PROGRAM-CODE-FILE.
               PERFORM 115-READ-PROGRAM-CODE
                   UNTIL WS-CODE-EOF = 'Y' OR WS-PROGRAM-COUNT = 200.
               CLOSE PROGRAM-CODE-FILE.

           115-READ-PROGRAM-CODE.
               READ PROGRAM-CODE-FILE
                   AT END MOVE 'Y' TO WS-CODE-EOF
                   NOT AT END
                       ADD 1 TO WS-PROGRAM-COUNT
                       MOVE PCR-CODE TO WS-P-CODE(WS-PROGRAM-COUNT)
                       MOVE PCR-DESCRIPTION
                           TO WS-P-DESC(WS-PROGRAM-COUNT)
               END-READ.

      *> A graduate missing from a truncated standing table would
      *> lose an honours award without anyone noticing, so a full
      *> table stops the run.
           120-LOAD-STANDINGS.
               OPEN INPUT STANDING-FILE.
               PERFORM 125-READ-STANDING
                   UNTIL WS-STANDING-EOF = 'Y'
                       OR WS-STANDING-COUNT = 5000.
               CLOSE STANDING-FILE.
               IF WS-STANDING-EOF NOT = 'Y'
                   DISPLAY "ACADEMIC-STANDING.TXT EXCEEDS THE "
                       "5000-LINE TABLE -- RUN ABORTED."
                   MOVE 8 TO WS-RUN-STATUS
                   PERFORM 700-LOG-THIS-RUN
                   STOP RUN
               END-IF.

           125-READ-STANDING.
               READ STANDING-FILE
                   AT END MOVE 'Y' TO WS-STANDING-EOF
                   NOT AT END
                       ADD 1 TO WS-STANDING-COUNT
                       MOVE STN-STUDENT-NUMBER
                           TO WS-S-STUDENT(WS-STANDING-COUNT)
                       MOVE STN-GPA TO WS-S-GPA(WS-STANDING-COUNT)
                       MOVE STN-STANDING-CODE
                           TO WS-S-CODE(WS-STANDING-COUNT)
               END-READ.

      *> Input procedure: the class year's graduates go to the sort.
      *> A record whose name was blanked by the personal data purge
      *> is an old graduate and is passed over.
           300-RELEASE-GRADUATES.
               OPEN INPUT GRADUATES-FILE.
               PERFORM 310-READ-AND-RELEASE UNTIL WS-EOF = 'Y'.
               CLOSE GRADUATES-FILE.
               GO TO 399-RELEASE-EXIT.

           310-READ-AND-RELEASE.
               READ GRADUATES-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RL-READ-COUNT
                       IF GRAD-DATE-YEAR = WS-CLASS-YEAR
                           AND GRAD-FULL-NAME NOT = SPACES
                           MOVE GRAD-PROGRAM TO SORT-PROGRAM
                           MOVE GRAD-LAST-NAME TO SORT-LAST-NAME
                           MOVE GRAD-FIRST-NAME TO SORT-FIRST-NAME
                           MOVE GRAD-TITLE TO SORT-TITLE
                           MOVE GRAD-INITIAL TO SORT-INITIAL
                           MOVE GRAD-STUDENT-NUMBER TO SORT-NUMBER
                           MOVE GRAD-DATE TO SORT-GRAD-DATE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ.

           399-RELEASE-EXIT.
               EXIT.

      *> Output procedure: a program heading at each change of
      *> program, one ceremony line per graduate, and a parchment or
      *> an exception for each.
           500-PRINT-CONVOCATION.
               PERFORM 510-RETURN-AND-PRINT UNTIL WS-SORT-EOF = 'Y'.
               IF WS-TOTAL-GRADUATES > 0
                   PERFORM 530-PRINT-PROGRAM-TOTAL
               END-IF.
               GO TO 599-PRINT-EXIT.

           510-RETURN-AND-PRINT.
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SORT-PROGRAM NOT = WS-CURRENT-PROGRAM
                           PERFORM 520-START-NEW-PROGRAM
                       END-IF
                       PERFORM 540-FORMAT-NAME
                       PERFORM 550-AWARD-HONOURS
                       PERFORM 560-CHECK-FINANCIAL-HOLD
                       PERFORM 570-PRINT-CEREMONY-LINE
                       IF WS-WITHHELD-FLAG = 'Y'
                           PERFORM 590-WRITE-EXCEPTION
                       ELSE
                           PERFORM 580-WRITE-PARCHMENT
                       END-IF
               END-RETURN.

           520-START-NEW-PROGRAM.
               IF WS-TOTAL-GRADUATES > 0
                   PERFORM 530-PRINT-PROGRAM-TOTAL
               END-IF.
               MOVE SORT-PROGRAM TO WS-CURRENT-PROGRAM.
               MOVE 0 TO WS-PROGRAM-GRADUATES.
               MOVE "?? NOT ON PROGRAM-CODES" TO WS-PROGRAM-DESC.
               MOVE 'N' TO WS-FOUND-FLAG.
               PERFORM 525-SCAN-PROGRAM-CODE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PROGRAM-COUNT
                       OR WS-FOUND-FLAG = 'Y'.
               MOVE WS-FOUND-FLAG TO WS-PROGRAM-KNOWN-FLAG.
               MOVE SPACES TO LIST-LINE-OUT.
               WRITE LIST-LINE-OUT.
               MOVE WS-CURRENT-PROGRAM TO WS-PL-CODE.
               MOVE WS-PROGRAM-DESC TO WS-PL-DESC.
               DISPLAY WS-PROGRAM-LINE.
               WRITE LIST-LINE-OUT FROM WS-PROGRAM-LINE.

           525-SCAN-PROGRAM-CODE.
               IF WS-P-CODE(WS-SUB) = WS-CURRENT-PROGRAM
                   MOVE WS-P-DESC(WS-SUB) TO WS-PROGRAM-DESC
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF.

           530-PRINT-PROGRAM-TOTAL.
               MOVE WS-PROGRAM-GRADUATES TO WS-PT-COUNT.
               DISPLAY WS-PROGRAM-TOTAL-LINE.
               WRITE LIST-LINE-OUT FROM WS-PROGRAM-TOTAL-LINE.

           540-FORMAT-NAME.
               MOVE SPACES TO WS-PRINT-NAME.
               STRING SORT-TITLE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   SORT-FIRST-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   SORT-INITIAL DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   SORT-LAST-NAME DELIMITED BY SPACE
                   INTO WS-PRINT-NAME
               END-STRING.

      *> No standing line, or a final standing of probation or
      *> suspension, means no honours whatever the GPA.
           550-AWARD-HONOURS.
               MOVE SPACES TO WS-HONOURS.
               MOVE 'N' TO WS-FOUND-FLAG.
               PERFORM 555-SCAN-STANDING
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STANDING-COUNT
                       OR WS-FOUND-FLAG = 'Y'.

           555-SCAN-STANDING.
               IF WS-S-STUDENT(WS-SUB) = SORT-NUMBER
                   MOVE 'Y' TO WS-FOUND-FLAG
                   IF WS-S-CODE(WS-SUB) NOT = "PR"
                       AND WS-S-CODE(WS-SUB) NOT = "SU"
                       EVALUATE TRUE
                           WHEN WS-S-GPA(WS-SUB) >= WS-DISTINCTION-GPA
                               MOVE "WITH DISTINCTION" TO WS-HONOURS
                               ADD 1 TO WS-DISTINCTION-COUNT
                           WHEN WS-S-GPA(WS-SUB) >= WS-HONOURS-GPA
                               MOVE "WITH HONOURS" TO WS-HONOURS
                               ADD 1 TO WS-HONOURS-COUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF.

      *> ADM holds are administrative and do not stop a parchment;
      *> any hold placed for money does.  A program with no
      *> description has nothing to letter on the parchment, so it
      *> is held back too until PROGRAM-CODES.TXT is put right.
           560-CHECK-FINANCIAL-HOLD.
               MOVE 'N' TO WS-WITHHELD-FLAG.
               MOVE SORT-NUMBER TO WS-HOLD-STUDENT.
               CALL 'STUDENT_HOLD_CHECK' USING WS-HOLD-AREA.
               IF WS-HOLD-RESULT = '1'
                   IF WS-HOLD-TYPE = "FIN" OR "COL" OR "OVD" OR "WOF"
                       MOVE 'Y' TO WS-WITHHELD-FLAG
                   END-IF
               END-IF.
               IF WS-WITHHELD-FLAG = 'N'
                   AND WS-PROGRAM-KNOWN-FLAG = 'N'
                   MOVE 'Y' TO WS-WITHHELD-FLAG
                   MOVE "PGM" TO WS-HOLD-TYPE
                   MOVE "PROGRAM NOT ON PROGRAM-CODES" TO WS-HOLD-REASON
                   MOVE 0 TO WS-HOLD-DATE
               END-IF.

           570-PRINT-CEREMONY-LINE.
               ADD 1 TO WS-PROGRAM-GRADUATES.
               ADD 1 TO WS-TOTAL-GRADUATES.
               MOVE WS-PRINT-NAME TO WS-D-NAME.
               MOVE WS-HONOURS TO WS-D-HONOURS.
               IF WS-WITHHELD-FLAG = 'Y'
                   MOVE "PARCHMENT WITHHELD" TO WS-D-NOTE
               ELSE
                   MOVE SPACES TO WS-D-NOTE
               END-IF.
               DISPLAY WS-DETAIL-LINE.
               WRITE LIST-LINE-OUT FROM WS-DETAIL-LINE.

           580-WRITE-PARCHMENT.
               MOVE SPACES TO CREDENTIAL-RECORD.
               MOVE SORT-NUMBER TO CRD-STUDENT-NUMBER.
               MOVE WS-PRINT-NAME TO CRD-NAME.
               MOVE WS-CURRENT-PROGRAM TO CRD-PROGRAM-CODE.
               MOVE WS-PROGRAM-DESC TO CRD-PROGRAM-DESC.
               MOVE WS-HONOURS TO CRD-HONOURS.
               MOVE SORT-GRAD-DATE TO CRD-CONFERRED-DATE.
               WRITE CREDENTIAL-RECORD.
               ADD 1 TO WS-PARCHMENT-COUNT.
               ADD 1 TO WS-RL-WRITTEN-COUNT.

           590-WRITE-EXCEPTION.
               MOVE SORT-NUMBER TO WS-X-NUMBER.
               MOVE SORT-LAST-NAME TO WS-X-LAST-NAME.
               MOVE WS-HOLD-TYPE TO WS-X-TYPE.
               MOVE WS-HOLD-REASON TO WS-X-REASON.
               MOVE WS-HOLD-DATE TO WS-X-DATE.
               WRITE EXCEPTION-LINE-OUT FROM WS-EXCEPTION-DETAIL.
               ADD 1 TO WS-WITHHELD-COUNT.
               ADD 1 TO WS-RL-REJECTED-COUNT.
               MOVE 4 TO WS-RUN-STATUS.

           599-PRINT-EXIT.
               EXIT.

           600-WRITE-RUN-TOTALS.
               MOVE SPACES TO LIST-LINE-OUT.
               WRITE LIST-LINE-OUT.
               MOVE "TOTAL GRADUATES:" TO WS-C-CAPTION.
               MOVE WS-TOTAL-GRADUATES TO WS-C-COUNT.
               PERFORM 610-WRITE-COUNT-LINE.
               MOVE "WITH DISTINCTION:" TO WS-C-CAPTION.
               MOVE WS-DISTINCTION-COUNT TO WS-C-COUNT.
               PERFORM 610-WRITE-COUNT-LINE.
               MOVE "WITH HONOURS:" TO WS-C-CAPTION.
               MOVE WS-HONOURS-COUNT TO WS-C-COUNT.
               PERFORM 610-WRITE-COUNT-LINE.
               MOVE "PARCHMENTS TO PRINT:" TO WS-C-CAPTION.
               MOVE WS-PARCHMENT-COUNT TO WS-C-COUNT.
               PERFORM 610-WRITE-COUNT-LINE.
               MOVE "PARCHMENTS WITHHELD:" TO WS-C-CAPTION.
               MOVE WS-WITHHELD-COUNT TO WS-C-COUNT.
               PERFORM 610-WRITE-COUNT-LINE.
               MOVE "TOTAL WITHHELD:" TO WS-C-CAPTION.
               WRITE EXCEPTION-LINE-OUT FROM WS-COUNT-LINE.

           610-WRITE-COUNT-LINE.
               DISPLAY WS-COUNT-LINE.
               WRITE LIST-LINE-OUT FROM WS-COUNT-LINE.

      *> Standard run-log record for the morning summary.
      *> A CALL resets the RETURN-CODE register, so the run's own
      *> code is put back after the log call -- it must be the last
      *> thing set before control leaves the program.
           700-LOG-THIS-RUN.
               MOVE WS-RUN-STATUS TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM CONVOCATION_PROGRAM.
