      * final running balance is proved against QUANTITY-ON-HAND
      * on INDEXED-INVENTORY.IDX.
      * Modification history:
      *   07-07-2026 NH - sales (journal type S) replay as a subtraction
      *     like an issue
      *   06-30-2026 NH - return-to-vendor shipments (journal type V)
      *     replay as a subtraction like an issue
      *   09-09-2025 NH - archive-aware on request: for the rare
      *     old-history question the replay can pull the item's
      *     lines off STOCK-JOURNAL-ARCHIVE.TXT (written by the
               END-IF.
      *> A transfer (T) moves stock between locations and never
      *> changes the blended total, so it leaves the balance
      *> alone; a sale (S) and a return to vendor (V) take stock
      *> out like an issue; adjustments and other snapshot lines
      *> take the journaled after figure, which is the count they
      *> set.
               EVALUATE WS-LG-TYPE(WS-SUB)
                   WHEN 'R' ADD WS-LG-QUANTITY(WS-SUB)
                       TO WS-RUNNING-BALANCE
                       FROM WS-RUNNING-BALANCE
                   WHEN 'i' SUBTRACT WS-LG-QUANTITY(WS-SUB)
                       FROM WS-RUNNING-BALANCE
                   WHEN 'S' SUBTRACT WS-LG-QUANTITY(WS-SUB)
                       FROM WS-RUNNING-BALANCE
                   WHEN 's' SUBTRACT WS-LG-QUANTITY(WS-SUB)
                       FROM WS-RUNNING-BALANCE
                   WHEN 'V' SUBTRACT WS-LG-QUANTITY(WS-SUB)
                       FROM WS-RUNNING-BALANCE
                   WHEN 'v' SUBTRACT WS-LG-QUANTITY(WS-SUB)
                       FROM WS-RUNNING-BALANCE
                   WHEN 'T' CONTINUE
                   WHEN 't' CONTINUE
                   WHEN OTHER MOVE WS-LG-AFTER(WS-SUB)
