      * return code 8 so the nightly driver stops before a master
      * file is touched.
      * Modification history:
      *   09-29-2026 NH - step frequency W (weekly) is accepted on
      *     NIGHTLY-STEPS.TXT
      *   08-26-2025 NH - the nightly driver's step control file
      *     (NIGHTLY-STEPS.TXT) and the business calendar are
      *     checked: sequence numeric, halt policy H or C,

      *> A bad step line derails the entire night, so the whole
      *> file must hold: numeric sequence, a program name, a real
      *> halt policy, a real frequency (daily, month-end, weekly).
           600-CHECK-NIGHTLY-STEPS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT NIGHTLY-STEPS-FILE.
                       DISPLAY "NIGHTLY-STEPS: HALT POLICY MUST "
                           "BE H OR C: " NIGHTLY-STEP-RECORD
                       MOVE 'Y' TO WS-FAIL-FLAG
                   WHEN NST-FREQUENCY NOT = 'D' AND 'M' AND 'W'
                       DISPLAY "NIGHTLY-STEPS: FREQUENCY MUST BE "
                           "D, M, OR W: " NIGHTLY-STEP-RECORD
                       MOVE 'Y' TO WS-FAIL-FLAG
               END-EVALUATE.

