      * also goes to PURGE-CANDIDATES.TXT so the purge run's
      * discontinue-and-archive selection has a feed instead of a
      * hunch.
      * Modification history:
      *   07-07-2026 NH - sales journaled by order entry (type S) count
      *     as movement alongside issues
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   AT END MOVE 'Y' TO WS-JRNL-EOF
                   NOT AT END
                       IF SJ-INVENTORY-ID = INVENTORY-ID
                           AND (SJ-TYPE = 'I' OR 'i' OR 'S' OR 's')
                           ADD 1 TO WS-ISSUE-COUNT
                           IF SJ-DATE > WS-LAST-ISSUE-DATE
                               MOVE SJ-DATE TO WS-LAST-ISSUE-DATE
