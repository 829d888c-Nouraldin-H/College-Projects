      * standing on the ACADEMIC-STANDING.TXT side file beside the
      * master (the master record layout itself has no free bytes),
      * and prints the standing report the registrar actions.
      * Modification history:
      *   01-06-2026 NH - transfer credit lines (status T) on
      *     GRADE-HISTORY.TXT are kept out of the credit-weighted GPA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               CLOSE GRADE-HISTORY-FILE.

      *> Only graded lines count -- W and I carry no points and no
      *> attempted credits, same as the keyed-entry GPA.  Transfer
      *> credit (T) earns credit toward the program but is not
      *> weighted into the GPA either.
           210-READ-HISTORY-LINE.
               READ GRADE-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF
