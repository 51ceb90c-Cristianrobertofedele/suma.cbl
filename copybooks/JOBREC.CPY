      ******************************************************************
      * Job-stream definition record - one entry per step of the
      * nightly sequence in JOBSTREAM.DEF, in the order the steps
      * must run.  The program name is handed to the shell as it
      * stands (it may carry a path) followed by the parameters.
      * The schedule says on which business days the step runs:
      * D every day, F first business day of the month, M last
      * business day of the month, Y last business day of the year.
      * A return code above max-rc stops the stream at that step;
      * sumarencobolstream RESTART resumes from it.
      ******************************************************************
           05 job-step-no pic 9(3).
           05 job-program pic x(30).
           05 job-parameters pic x(40).
           05 job-schedule pic x(1).
               88 job-daily value "D".
               88 job-first-day value "F".
               88 job-month-end value "M".
               88 job-year-end value "Y".
               88 job-schedule-valid value "D" "F" "M" "Y".
           05 job-max-rc pic 9(2).
