      * exchange rate, DU duplicate sequence number per the run
      * registry.  Carries the originating department and
      * currency so a repaired record resubmits with its GL coding
      * and is converted at the resubmission day's rate, and the
      * batch id it arrived under so the outcome of the resubmission
      * goes back to the department against the original line.
      ******************************************************************
           05 rej-num1-x pic x(10).
           05 rej-num2-x pic x(10).
           05 rej-dept pic x(4).
           05 rej-seq-no pic 9(6).
           05 rej-reason pic x(2).
           05 rej-batch-id pic x(8).
