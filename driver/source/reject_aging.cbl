       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "REJAGE  ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 LEDGER-EOF-STATUS                   pic x(1).
           88 LEDGER-EOF                       value 'Y'.
           if w-age-days > w-age-limit
               move "** OVERAGE" to w-over-note
               compute w-over-count = w-over-count + 1
               move 'W'               to w-alert-severity
               move "REJAGED"         to w-alert-code
               move LG-Reject-Id      to w-alert-key
               move spaces            to w-alert-message
               string "REJECT OPEN " w-age-days " DAYS - SOURCE "
                      LG-Source " REASON " LG-Reason
                      " KEY " LG-Key
                      delimited by size into w-alert-message
               perform 8800-Raise-Alert
           end-if

           move spaces to AGING-LINE
           call "SUITELCK" using W-Lock-Area
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

           display "REJECT-AGING ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Reject-Ledger
           close Aging-Out
