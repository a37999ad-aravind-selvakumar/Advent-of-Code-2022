       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "CALTREND".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 TODAY-EOF-STATUS                    pic x(1).
           88 TODAY-EOF                        value 'Y'.
           close Trend-Out
           .
      ******************************************************************
      * Raise an operations alert on the suite's shared alert feed
      ******************************************************************
       8800-Raise-Alert section.

           call "SUITEALT" using W-Alert-Area
           .
      ******************************************************************
      * Fatal error - display the reason, close what is open and quit
      * with a non-zero return code so a calling job step can detect it
      ******************************************************************
       9000-Abend section.

           display "CALORIE-TREND ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Today-In
           close Prior-In
