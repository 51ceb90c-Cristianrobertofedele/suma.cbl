      * The close job refuses to close a period that already has an
      * entry here (unless forced), so a mistaken rerun cannot
      * overwrite a period's closing snapshot with later figures.
      * The fiscal year-end close logs its year here too, as period
      * AAAA13 (count = positions rolled into retained earnings,
      * total = the year's net result), under the same rule.
      ******************************************************************
           05 per-period pic 9(6).
           05 per-closed-date pic 9(8).
