      * posting must hit.  Loaded into a table by sumarencobol at
      * initialization; a transaction whose combination is not in the
      * table is held (rejected) rather than sent downstream uncoded.
      * The trailing class codes (A/L/E/I/X, see COAMREC) are
      * optional and seed the account classes of a new COAMAST.
      ******************************************************************
           05 coa-op-code pic x(1).
           05 coa-dept pic x(4).
           05 coa-debit-account pic 9(8).
           05 coa-credit-account pic 9(8).
           05 coa-debit-class pic x(1).
           05 coa-credit-class pic x(1).
