      * cannot sign on.  The supervisor flag opens the menu options
      * under dual control - approving held amounts and maintaining
      * the chart of accounts - to this operator.
      * The password is never kept in clear: pwd-hash holds a digest
      * of the password salted with the user id, spaces for a
      * profile carried over from before passwords (first sign-on
      * must then set one).  Must-change forces a new password at
      * the next sign-on - set on every profile a supervisor adds or
      * resets - and pwd-changed-date drives the periodic expiry.
      * Failed-count holds consecutive bad passwords; reaching the
      * limit deactivates the profile.  Updated-by/updated-date
      * stamp the last maintenance or password change.  The file is
      * maintained only from the OPERADORES screen.
      ******************************************************************
           05 opr-user-id pic x(8).
           05 opr-name pic x(20).
               88 opr-is-active value "Y".
           05 opr-supervisor pic x(1).
               88 opr-is-supervisor value "Y".
           05 opr-pwd-hash pic x(10).
           05 opr-pwd-changed-date pic 9(8).
           05 opr-must-change pic x(1).
               88 opr-must-change-pwd value "Y".
           05 opr-failed-count pic 9(1).
           05 opr-updated-by pic x(8).
           05 opr-updated-date pic 9(8).
