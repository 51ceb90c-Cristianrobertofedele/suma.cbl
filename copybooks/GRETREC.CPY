      ******************************************************************
      * Generation retention record - GENCTL.IN, one per output type
      * whose generations are kept to a number other than the
      * default: how many of the newest generations of the type the
      * DEPURA run of sumarencobolgdg leaves in place.  A type not
      * listed keeps 7.
      ******************************************************************
           05 grt-type pic x(8).
           05 grt-keep pic 9(3).
