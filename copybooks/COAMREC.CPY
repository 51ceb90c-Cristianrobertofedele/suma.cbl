      * file from the online screen, which stamps who changed what
      * and when.  The first batch run finding no COAMAST seeds it
      * from COA.IN, so the old file remains the migration path.
      * Each side also carries the class of its ledger account -
      *   A asset   L liability   E equity   I income   X expense
      * (space means not yet classified, treated as permanent) - so
      * the year-end close knows which positions are temporary and
      * must be rolled into retained earnings.
      ******************************************************************
           05 com-key.
               10 com-op-code pic x(1).
           05 com-exp-date pic 9(8).
           05 com-updated-by pic x(8).
           05 com-updated-date pic 9(8).
           05 com-debit-class pic x(1).
               88 com-debit-temporary value "I" "X".
           05 com-credit-class pic x(1).
               88 com-credit-temporary value "I" "X".
