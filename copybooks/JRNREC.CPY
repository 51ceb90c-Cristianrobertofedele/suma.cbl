      ******************************************************************
      * Manual journal line - JOURNAL.DAT, keyed on the ASIENTO
      * MANUAL screen of sumarencobolonline and posted by the next
      * sumarencobol run.  A journal is all the lines sharing one
      * number, written together and kept together in the file; it
      * must balance, debits against credits, and every account/
      * department must be usable in COAMAST.  Status moves
      *   P pending -> A approved or R rejected (supervisor) ->
      *   T posted or E refused at posting (batch)
      * and the supervisor deciding it can never be the operator who
      * keyed it.  The amount is always positive - dr-cr says which
      * side it goes to.  Entered-by/date stamp the maker, approved-
      * by/date the supervisor (either decision), posted-date the
      * business date of the run that posted it.
      ******************************************************************
           05 jrn-no pic 9(6).
           05 jrn-line-no pic 9(2).
           05 jrn-status pic x(1).
               88 jrn-pending value "P".
               88 jrn-approved value "A".
               88 jrn-rejected value "R".
               88 jrn-posted value "T".
               88 jrn-in-error value "E".
           05 jrn-account pic 9(8).
           05 jrn-dept pic x(4).
           05 jrn-dr-cr pic x(1).
               88 jrn-debit value "D".
               88 jrn-credit value "C".
           05 jrn-amount pic s9(7)v99 sign is leading separate.
           05 jrn-narrative pic x(30).
           05 jrn-entered-by pic x(8).
           05 jrn-entered-date pic 9(8).
           05 jrn-approved-by pic x(8).
           05 jrn-approved-date pic 9(8).
           05 jrn-posted-date pic 9(8).
