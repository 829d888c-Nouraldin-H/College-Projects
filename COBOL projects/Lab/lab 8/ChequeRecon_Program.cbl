      * never issued is flagged UNKNOWN, and register cheques the
      * bank has not seen are listed OUTSTANDING with their issue
      * dates so stale cheques surface instead of aging silently.
      * Modification history:
      *   06-02-2026 NH - Voided cheques from CHEQUE-VOIDS.TXT are no
      *     longer listed outstanding; a voided cheque the bank cashed
      *     is flagged VOIDED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL CHEQUE-REGISTER-FILE
           ASSIGN TO '..\CHEQUE-REGISTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHEQUE-VOIDS-FILE
           ASSIGN TO '..\CHEQUE-VOIDS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASHED-CHEQUES-FILE
           ASSIGN TO '..\BANK-CASHED-CHEQUES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           05 FILLER              PIC X(1).
           05 CRG-AMOUNT          PIC 9(7)V99.

       FD CHEQUE-VOIDS-FILE.
       01 CHEQUE-VOID-RECORD.
           05 CVD-NUMBER          PIC 9(7).
           05 FILLER              PIC X(1).
           05 CVD-ISSUE-DATE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 CVD-EMPLOYEE        PIC 9(5).
           05 FILLER              PIC X(1).
           05 CVD-AMOUNT          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 CVD-VOID-DATE       PIC 9(8).
           05 FILLER              PIC X(1).
           05 CVD-REASON          PIC X(20).

       FD CASHED-CHEQUES-FILE.
       01 CASHED-CHEQUE-RECORD.
           05 CSH-NUMBER          PIC 9(7).
       WORKING-STORAGE SECTION.
       01 WS-REG-EOF PIC X(1) VALUE 'N'.
       01 WS-CSH-EOF PIC X(1) VALUE 'N'.
       01 WS-VOID-EOF PIC X(1) VALUE 'N'.

       01 WS-REGISTER-TABLE.
           05 WS-RG-ENTRY OCCURS 2000 TIMES.
               10 WS-RG-EMPLOYEE  PIC 9(5).
               10 WS-RG-AMOUNT    PIC 9(7)V99.
               10 WS-RG-CASHED-FLAG PIC X(1).
               10 WS-RG-VOID-FLAG PIC X(1).
       01 WS-REG-COUNT PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(4).
       01 WS-HIT-SUB PIC 9(4).
       01 WS-CLEARED-COUNT PIC 9(5) VALUE 0.
       01 WS-ALTERED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-COUNT PIC 9(5) VALUE 0.
       01 WS-VOIDED-CASHED-COUNT PIC 9(5) VALUE 0.
       01 WS-VOID-COUNT PIC 9(5) VALUE 0.
       01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE 0.

       01 WS-EXCEPTION-LINE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-LOAD-CHEQUE-REGISTER.
           PERFORM 150-MARK-VOIDED-CHEQUES.
           OPEN OUTPUT RECON-REPORT-OUT.
           OPEN INPUT CASHED-CHEQUES-FILE.
           PERFORM 200-MATCH-ONE-CASHED-CHEQUE
           PERFORM 500-PRINT-RECON-COUNTS.
           CLOSE RECON-REPORT-OUT.
           IF WS-ALTERED-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
               OR WS-VOIDED-CASHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
                       MOVE CRG-AMOUNT
                           TO WS-RG-AMOUNT(WS-REG-COUNT)
                       MOVE 'N' TO WS-RG-CASHED-FLAG(WS-REG-COUNT)
                       MOVE 'N' TO WS-RG-VOID-FLAG(WS-REG-COUNT)
               END-READ.

      *> A voided cheque was cancelled at the bank through the
      *> positive-pay file, so it can never clear.
           150-MARK-VOIDED-CHEQUES.
               OPEN INPUT CHEQUE-VOIDS-FILE.
               PERFORM 160-READ-VOID-RECORD
                   UNTIL WS-VOID-EOF = 'Y'.
               CLOSE CHEQUE-VOIDS-FILE.

           160-READ-VOID-RECORD.
               READ CHEQUE-VOIDS-FILE
                   AT END MOVE 'Y' TO WS-VOID-EOF
                   NOT AT END
                       MOVE 'N' TO WS-FOUND-FLAG
                       PERFORM 170-SCAN-FOR-VOID
                           VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-REG-COUNT
                               OR WS-FOUND-FLAG = 'Y'
               END-READ.

           170-SCAN-FOR-VOID.
               IF WS-RG-NUMBER(WS-SUB) = CVD-NUMBER
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE 'Y' TO WS-RG-VOID-FLAG(WS-SUB)
                   ADD 1 TO WS-VOID-COUNT
               END-IF.

           200-MATCH-ONE-CASHED-CHEQUE.
               READ CASHED-CHEQUES-FILE
                   AT END MOVE 'Y' TO WS-CSH-EOF
                       MOVE CSH-AMOUNT TO WS-E-BANK-AMOUNT
                       DISPLAY WS-EXCEPTION-LINE
                       WRITE REPORT-LINE-OUT FROM WS-EXCEPTION-LINE
                   WHEN WS-RG-VOID-FLAG(WS-HIT-SUB) = 'Y'
                       ADD 1 TO WS-VOIDED-CASHED-COUNT
                       MOVE 'Y' TO WS-RG-CASHED-FLAG(WS-HIT-SUB)
                       MOVE "VOIDED      " TO WS-E-TAG
                       MOVE CSH-NUMBER TO WS-E-NUMBER
                       MOVE WS-RG-AMOUNT(WS-HIT-SUB)
                           TO WS-E-REG-AMOUNT
                       MOVE CSH-AMOUNT TO WS-E-BANK-AMOUNT
                       DISPLAY WS-EXCEPTION-LINE
                       WRITE REPORT-LINE-OUT FROM WS-EXCEPTION-LINE
                   WHEN WS-RG-AMOUNT(WS-HIT-SUB) NOT = CSH-AMOUNT
                       ADD 1 TO WS-ALTERED-COUNT
                       MOVE 'Y' TO WS-RG-CASHED-FLAG(WS-HIT-SUB)

           410-LIST-ONE-OUTSTANDING.
               IF WS-RG-CASHED-FLAG(WS-SUB) = 'N'
                   AND WS-RG-VOID-FLAG(WS-SUB) = 'N'
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   MOVE WS-RG-NUMBER(WS-SUB) TO WS-O-NUMBER
                   MOVE WS-RG-DATE(WS-SUB) TO WS-O-DATE
               MOVE WS-UNKNOWN-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE REPORT-LINE-OUT FROM WS-COUNT-LINE.
               MOVE "VOIDED BUT CASHED:    " TO WS-C-CAPTION.
               MOVE WS-VOIDED-CASHED-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE REPORT-LINE-OUT FROM WS-COUNT-LINE.
               MOVE "CHEQUES VOIDED:       " TO WS-C-CAPTION.
               MOVE WS-VOID-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE REPORT-LINE-OUT FROM WS-COUNT-LINE.
               MOVE "CHEQUES OUTSTANDING:  " TO WS-C-CAPTION.
               MOVE WS-OUTSTANDING-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
