      ******************************************************************
      * Security log record - SECLOG.DAT, appended by
      * sumarencobolonline and listed daily by sumarencobolsecrpt.
      * One record per sign-on, sign-on failure, lockout, password
      * change and operator profile change.  User-id is the profile
      * the event is about; by-user is who caused it - the same id
      * for sign-on events, the supervisor for maintenance.  Detail
      * carries the reason or the profile values saved.
      ******************************************************************
           05 sec-date pic 9(8).
           05 sec-time pic 9(6).
           05 sec-event pic x(1).
               88 sec-signed-on value "S".
               88 sec-signon-failed value "F".
               88 sec-locked-out value "L".
               88 sec-password-changed value "C".
               88 sec-operator-added value "A".
               88 sec-operator-changed value "M".
               88 sec-operator-deactivated value "D".
               88 sec-password-reset value "R".
           05 sec-user-id pic x(8).
           05 sec-by-user pic x(8).
           05 sec-detail pic x(40).
