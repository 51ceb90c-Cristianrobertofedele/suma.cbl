      ******************************************************************
      * Step log record - appended to STEPLOG.DAT by
      * sumarencobolstream for every step of a stream run, run or
      * not.  Stream-id is the date and time the stream started, so
      * the steps of a run and of its restarts stay together; the
      * run mode tells a restart (R) from the original run (N).
      * Status E = ended within its limit, F = failed (return code
      * over max-rc, the stream stopped there), O = omitted because
      * the schedule did not call for it on that business day.
      ******************************************************************
           05 stp-stream-id pic x(14).
           05 stp-run-mode pic x(1).
           05 stp-step-no pic 9(3).
           05 stp-program pic x(30).
           05 stp-bus-date pic 9(8).
           05 stp-start-date pic 9(8).
           05 stp-start-time pic 9(6).
           05 stp-end-date pic 9(8).
           05 stp-end-time pic 9(6).
           05 stp-return-code pic 9(4).
           05 stp-max-rc pic 9(2).
           05 stp-status pic x(1).
               88 stp-ended value "E".
               88 stp-failed value "F".
               88 stp-omitted value "O".
