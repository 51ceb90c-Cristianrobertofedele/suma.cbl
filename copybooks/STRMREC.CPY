      ******************************************************************
      * Stream control record - the single record of STREAM.CTL,
      * rewritten by sumarencobolstream before and after every step.
      * State R = a step is running (left so if the controller
      * itself dies), F = the stream stopped on a failed step,
      * C = the stream completed.  Next-step is the step a RESTART
      * resumes from; steps before it have already finished and are
      * not run again.  A fresh run is refused while the state is
      * R or F unless FORCE is given.
      ******************************************************************
           05 stc-stream-id pic x(14).
           05 stc-state pic x(1).
               88 stc-running value "R".
               88 stc-failed value "F".
               88 stc-complete value "C".
           05 stc-next-step pic 9(3).
           05 stc-bus-date pic 9(8).
           05 stc-last-rc pic 9(4).
           05 stc-updated-date pic 9(8).
           05 stc-updated-time pic 9(6).
