      * appends a before/after line to the grade-change journal --
      * the STUDENT-JOURNAL.TXT pattern -- so a disputed mark
      * traces to who changed it and when.
      * Modification history:
      *   01-06-2026 NH - a transfer credit line (status T) is refused;
      *     it is posted through TRANSFER_CREDIT_PROGRAM
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 WS-BEFORE-GRADE PIC 9(3).
       01 WS-BEFORE-LETTER PIC X(1).
       01 WS-BEFORE-STATUS PIC X(1).
       01 WS-NEW-GRADE PIC 9(3).
           88 A-GRADE VALUE 80 THROUGH 100.
           88 B-GRADE VALUE 70 THROUGH 79.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE TRUE
               WHEN WS-HIT-SUB = 0
                   DISPLAY "No history line for that student and "
                       "course."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BEFORE-STATUS = 'T'
                   DISPLAY "That line is transfer credit -- it is "
                       "changed through TRANSFER_CREDIT_PROGRAM."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 300-ACCEPT-THE-NEW-GRADE
                   PERFORM 400-REPLACE-THE-GRADE
                   PERFORM 500-REWRITE-THE-HISTORY
                   PERFORM 600-APPEND-CHANGE-JOURNAL
                   DISPLAY "Grade changed and journaled."
           END-EVALUATE.
           STOP RUN.

           100-ACCEPT-STUDENT-NUMBER.
                           MOVE HIST-GRADE-IN TO WS-BEFORE-GRADE
                           MOVE HIST-LETTER-GRADE
                               TO WS-BEFORE-LETTER
                           MOVE HIST-GRADE-STATUS
                               TO WS-BEFORE-STATUS
                       END-IF
               END-READ.

