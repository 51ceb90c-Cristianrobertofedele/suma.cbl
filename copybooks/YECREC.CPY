      ******************************************************************
      * Year-end control record - YECTL.IN, one line naming the
      * retained-earnings ledger account that the fiscal year-end
      * close rolls every income and expense position into.  The
      * close posts it department by department, so each
      * department's result lands in its own retained-earnings
      * position.  Kept outside the program so accounting can
      * change the account without a recompile.
      ******************************************************************
           05 yec-retained-account pic 9(8).
