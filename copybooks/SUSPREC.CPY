      * this file and drops the entries it saves for resubmission;
      * sumarencobolaging reports what is still outstanding by
      * reason and age band so supervision can chase old items.
      * The batch id the line arrived under is kept for the repair
      * screen to pass back on the resubmission.
      ******************************************************************
           05 sus-num1-x pic x(10).
           05 sus-num2-x pic x(10).
           05 sus-reason pic x(2).
           05 sus-reject-date pic 9(8).
           05 sus-run-id pic x(8).
           05 sus-batch-id pic x(8).
