      ******************************************************************
      * Run statistics record - RUNHIST.DAT, appended at the end of
      * every run of sumarencobol, sumarencobolcollect and
      * sumarencobolglack and reported by sumarencobolstats.  Every
      * record carries the job, the business date and submission id
      * (first batch id of the TRANFILE processed; for the GL
      * acknowledgment, that of the batch run which sent the feed),
      * start and end of the run and its return code.  Run kind:
      *   N normal   C restarted from a checkpoint
      *   S resubmission of repaired rejects
      *   D duplicate submission refused by the run registry
      * Record type:
      *   R run totals - one per run, always first
      *   D department - batch only, one per department touched,
      *                  counts taken from the run's dispositions
      *   X reject reason - batch only, one per department and
      *                  REJREC reason code with its reject count
      * The count area has one view per job.  For the batch,
      * processed is every detail given a disposition; approved and
      * released are the postings of supervisor-approved and
      * warehouse-released items, already inside posted.  Control
      * status is Y reconciled, N mismatch, M CONTROL.IN missing,
      * space not reconciled (resubmission or duplicate).
      ******************************************************************
           05 rst-job pic x(8).
               88 rst-from-batch value "BATCH".
               88 rst-from-collect value "COLLECT".
               88 rst-from-glack value "GLACK".
           05 rst-rec-type pic x(1).
               88 rst-run-totals value "R".
               88 rst-dept-totals value "D".
               88 rst-reason-totals value "X".
           05 rst-run-date pic 9(8).
           05 rst-submission-id pic x(8).
           05 rst-run-kind pic x(1).
               88 rst-normal-run value "N".
               88 rst-restart-run value "C".
               88 rst-resubmit-run value "S".
               88 rst-duplicate-run value "D".
           05 rst-start-date pic 9(8).
           05 rst-start-time pic 9(6).
           05 rst-end-date pic 9(8).
           05 rst-end-time pic 9(6).
           05 rst-return-code pic 9(3).
           05 rst-dept pic x(4).
           05 rst-reason pic x(2).
           05 rst-batch-stats.
               10 rst-processed pic 9(9).
               10 rst-posted pic 9(9).
               10 rst-rejected pic 9(9).
               10 rst-warehoused pic 9(9).
               10 rst-held pic 9(9).
               10 rst-refused pic 9(9).
               10 rst-approved pic 9(9).
               10 rst-released pic 9(9).
               10 rst-batch-errors pic 9(5).
               10 rst-journals pic 9(5).
               10 rst-gl-details pic 9(9).
               10 rst-posted-amount pic s9(11)v99
                   sign is leading separate.
               10 rst-ctl-status pic x(1).
                   88 rst-ctl-reconciled value "Y".
                   88 rst-ctl-mismatch value "N".
                   88 rst-ctl-missing value "M".
           05 rst-collect-stats redefines rst-batch-stats.
               10 rst-files-clean pic 9(5).
               10 rst-files-held pic 9(5).
               10 rst-records-merged pic 9(9).
               10 rst-records-held pic 9(9).
               10 filler pic x(78).
           05 rst-glack-stats redefines rst-batch-stats.
               10 rst-gl-sent pic 9(9).
               10 rst-gl-accepted pic 9(9).
               10 rst-gl-bounced pic 9(9).
               10 rst-gl-unacked pic 9(9).
               10 rst-gl-orphans pic 9(9).
               10 rst-gl-accepted-amount pic s9(13)v99
                   sign is leading separate.
               10 rst-gl-bounced-amount pic s9(13)v99
                   sign is leading separate.
               10 filler pic x(29).
