      ******************************************************************
      * Disposition record - what the batch did with one detail,
      * returned to the department that sent it.  Keyed for the
      * department by batch id and trans-seq-no, and echoing the
      * raw num1/num2/op-code/currency so unsequenced lines can
      * still be matched.  Disposition:
      *   P posted      - converted resultado and the GL debit and
      *                   credit accounts it posted to
      *   R rejected    - the REJREC reason code
      *   W warehoused  - held back until its effective date
      *   H held        - over the APPRCTL.IN limit, waiting for a
      *                   supervisor (resultado is the amount held)
      *   X refused     - a held item the supervisor refused
      * Origin says what the run was working from: T the day's
      * TRANFILE, or a follow-up on an item the department was
      * already told about - W released from the warehouse, A
      * decided on the approval screen, S a repaired reject
      * resubmitted from suspense.  Written to DISPOSIC.OUT by
      * sumarencobol and appended at the end of the run to each
      * department's own DISP<dept>.RET return file.
      ******************************************************************
           05 dsp-dept pic x(4).
           05 dsp-batch-id pic x(8).
           05 dsp-seq-no pic 9(6).
           05 dsp-disposition pic x(1).
               88 dsp-posted value "P".
               88 dsp-rejected value "R".
               88 dsp-warehoused value "W".
               88 dsp-held value "H".
               88 dsp-refused value "X".
           05 dsp-origin pic x(1).
               88 dsp-from-tranfile value "T".
               88 dsp-from-warehouse value "W".
               88 dsp-from-approval value "A".
               88 dsp-from-resubmit value "S".
           05 dsp-proc-date pic 9(8).
           05 dsp-num1-x pic x(10).
           05 dsp-num2-x pic x(10).
           05 dsp-op-code pic x(1).
           05 dsp-currency pic x(3).
           05 dsp-resultado pic s9(7)v99 sign is leading separate.
           05 dsp-debit-account pic 9(8).
           05 dsp-credit-account pic 9(8).
           05 dsp-reason pic x(2).
           05 dsp-eff-date pic 9(8).
           05 dsp-run-id pic x(8).
