      * the right GL coding) and the date the record was warehoused.
      * The release step at the start of each run pulls every entry
      * whose effective date has arrived and processes it with that
      * day's batch.  The department's sequence number rides along
      * so the release can be reported back to the department
      * against the line it sent (spaces on entries warehoused
      * before the field existed).
      ******************************************************************
           05 whs-num1-x pic x(10).
           05 whs-num2-x pic x(10).
           05 whs-dept pic x(4).
           05 whs-batch-id pic x(8).
           05 whs-stored-date pic 9(8).
           05 whs-seq-no pic 9(6).
