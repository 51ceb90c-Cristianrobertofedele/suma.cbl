      ******************************************************************
      * Reviewed-exception record - UNUSREV.DAT, appended by the
      * online review screen when a supervisor marks an unusual-
      * activity exception reviewed.  The key is the exception type,
      * the month and the position, so an exception reviewed once is
      * not reported again for the rest of that month; the same
      * behaviour in a later month is a new exception.
      ******************************************************************
           05 urv-key.
               10 urv-type pic x(2).
               10 urv-period pic 9(6).
               10 urv-account pic 9(8).
               10 urv-dept pic x(4).
           05 urv-reviewed-by pic x(8).
           05 urv-reviewed-date pic 9(8).
           05 urv-note pic x(30).
