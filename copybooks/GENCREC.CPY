      ******************************************************************
      * Generation catalogue record - GENCAT.DAT, appended to by the
      * jobs and rewritten only by the DEPURA run of sumarencobolgdg,
      * which drops the records of the generations it deletes under
      * the retention limit.  The nightly jobs keep each working output
      * as a dated generation TYPE.AAAAMMDD.NN (business date, then
      * a sequence within the day, so a rerun never overwrites the
      * first run's copy) and catalogue it here; later events on a
      * generation are further records under the same type, date
      * and sequence, read in file order by sumarencobolgdg:
      *   G generation kept     - by the producing job
      *   A feed acknowledged   - by sumarencobolglack, against the
      *                           GLFEED generation GLFEED.OUT held
      *   R restored            - GLFEED generation copied back to
      *                           GLFEED.OUT for retransmission
      * Control totals by type (G records):
      *   REPORT   transactions read, grand total
      *   GLFEED   detail records, total debits, total credits
      *   REJECT   rejects written
      *   TRIALBAL positions, total current balance, total ytd
      *   GLACKRPT accepted, accepted amount, bounced amount
      *   BALCHK   positions with drift, net of the master
      * An A record carries the accepted count and the accepted and
      * bounced amounts of the acknowledgment; an R record repeats
      * the totals of the generation restored.
      ******************************************************************
           05 gen-rec-type pic x(1).
               88 gen-generation value "G".
               88 gen-acknowledged value "A".
               88 gen-restored value "R".
           05 gen-type pic x(8).
           05 gen-bus-date pic 9(8).
           05 gen-seq pic 9(2).
           05 gen-name pic x(21).
           05 gen-job pic x(8).
           05 gen-submission-id pic x(8).
           05 gen-stamp-date pic 9(8).
           05 gen-stamp-time pic 9(6).
           05 gen-record-count pic 9(9).
           05 gen-control-count pic 9(9).
           05 gen-control-amount-1 pic s9(13)v99
               sign is leading separate.
           05 gen-control-amount-2 pic s9(13)v99
               sign is leading separate.
