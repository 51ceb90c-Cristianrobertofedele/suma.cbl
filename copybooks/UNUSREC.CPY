      ******************************************************************
      * Unusual-activity exception record - UNUSUAL.DAT, rewritten by
      * sumarencobolunusual after each nightly run with the
      * exceptions not yet marked reviewed, for the supervisor's
      * review screen.  One record per position and exception type,
      * carrying the figures the position was judged against:
      *   RG movement of the month outside the usual monthly range -
      *      history periods, lowest, highest and average monthly
      *      movement and the limit exceeded
      *   DO posting to a position dormant for the latest closed
      *      periods - last period with movement (zero if none in
      *      the history examined)
      *   SG balance changed sign since the last close - closing
      *      balance of that period
      *   NU first posting to a position absent from the last close
      ******************************************************************
           05 unu-type pic x(2).
               88 unu-out-of-range value "RG".
               88 unu-dormant value "DO".
               88 unu-sign-flip value "SG".
               88 unu-new-position value "NU".
           05 unu-period pic 9(6).
           05 unu-account pic 9(8).
           05 unu-dept pic x(4).
           05 unu-run-date pic 9(8).
           05 unu-mtd pic s9(11)v99 sign is leading separate.
           05 unu-current pic s9(11)v99 sign is leading separate.
           05 unu-hist-periods pic 9(2).
           05 unu-hist-min pic s9(11)v99 sign is leading separate.
           05 unu-hist-max pic s9(11)v99 sign is leading separate.
           05 unu-hist-avg pic s9(11)v99 sign is leading separate.
           05 unu-limit pic s9(11)v99 sign is leading separate.
           05 unu-prior-period pic 9(6).
           05 unu-prior-balance pic s9(11)v99
               sign is leading separate.
           05 unu-last-moved pic 9(6).
