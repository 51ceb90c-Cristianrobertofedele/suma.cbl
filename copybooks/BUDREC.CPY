      ******************************************************************
      * Budget master record - the indexed BUDMAST file, keyed
      * account/department like BALMAST so a position's budget and
      * its actuals are read with the same key.  Carries the fiscal
      * year the budget belongs to and one amount per month, in the
      * ledger's own sign (debit positive, credit negative - an
      * income budget is entered negative, like income posts), so
      * the variance against BALMAST/BALHIST is a plain subtraction.
      * Supervisors maintain it from the online screen, which stamps
      * who changed it and when, the same as COAMAST.
      ******************************************************************
           05 bud-key.
               10 bud-account pic 9(8).
               10 bud-dept pic x(4).
           05 bud-fiscal-year pic 9(4).
           05 bud-month-amounts.
               10 bud-amount pic s9(11)v99 sign is leading separate
                   occurs 12.
           05 bud-updated-by pic x(8).
           05 bud-updated-date pic 9(8).
