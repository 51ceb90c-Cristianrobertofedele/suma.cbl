      * GL interface record - fixed-format layout expected by the
      * general ledger loader.  Each posted transaction produces a
      * balanced debit/credit pair of detail records coded from the
      * chart of accounts; a manual journal line produces a single
      * detail on its own side, the journal as a whole balancing.
      * The feed ends with a trailer the loader checks before
      * accepting the file:
      *   D  detail  - batch date, account, department, D/C, amount
      *   T  trailer - record count plus total debits and credits
      ******************************************************************
