       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "RUNCHK  ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 CALENDAR-EOF-STATUS                 pic x(1).
           88 CALENDAR-EOF                     value 'Y'.
               go to 3100-Exit
           end-if

           move spaces to w-alert-code

           Evaluate true
               when w-cal-sched(w-sub) = 'Y'
                and w-cal-calcount(w-sub) = 'N'
                and w-cal-gamescor(w-sub) = 'N'
                   compute w-finding-count = w-finding-count + 1
                   move "RUNMISS"  to w-alert-code
                   move spaces to COMPLIANCE-LINE
                   string "MISSED RUN     " w-cal-date(w-sub)
                          "  NO CALCOUNT OR GAMESCOR ON REGISTER"
                and w-cal-calcount(w-sub) = 'N'
                   compute w-finding-count = w-finding-count + 1
                   move spaces to COMPLIANCE-LINE
                   move "RUNHALF"  to w-alert-code
                   string "HALF-RUN DAY   " w-cal-date(w-sub)
                          "  GAMESCOR RAN BUT CALCOUNT NEVER DID"
                          delimited by size into COMPLIANCE-LINE
                and w-cal-gamescor(w-sub) = 'N'
                   compute w-finding-count = w-finding-count + 1
                   move spaces to COMPLIANCE-LINE
                   move "RUNHALF"  to w-alert-code
                   string "HALF-RUN DAY   " w-cal-date(w-sub)
                          "  CALCOUNT RAN BUT GAMESCOR NEVER DID"
                          delimited by size into COMPLIANCE-LINE
                     or w-cal-other(w-sub) = 'Y')
                   compute w-finding-count = w-finding-count + 1
                   move spaces to COMPLIANCE-LINE
                   move "RUNHOL"   to w-alert-code
                   string "RAN ON HOLIDAY " w-cal-date(w-sub)
                          "  CALCOUNT " w-cal-calcount(w-sub)
                          "  GAMESCOR " w-cal-gamescor(w-sub)
               when w-cal-sched(w-sub) = 'X'
                   compute w-finding-count = w-finding-count + 1
                   move spaces to COMPLIANCE-LINE
                   move "RUNNOCAL" to w-alert-code
                   string "NOT ON CALNDR  " w-cal-date(w-sub)
                          "  CALCOUNT " w-cal-calcount(w-sub)
                          "  GAMESCOR " w-cal-gamescor(w-sub)
                          "  OTHERS " w-cal-other(w-sub)
                          delimited by size into COMPLIANCE-LINE
                   write COMPLIANCE-LINE
           end-evaluate

      * EVERY FINDING GOES TO OPERATIONS AS WELL, KEYED BY ITS DATE -
      * THE SAME FINDING REPEATED BY TOMORROW'S CHECK IS DEDUPED BY
      * Alert-Summary, NOT HERE
           if w-alert-code not = spaces
               move 'E' to w-alert-severity
               if w-alert-code = "RUNHOL" or w-alert-code = "RUNNOCAL"
                   move 'W' to w-alert-severity
               end-if
               move spaces to w-alert-key
               string "DATE " w-cal-date(w-sub)
                      delimited by size into w-alert-key
               move COMPLIANCE-LINE to w-alert-message
               perform 8800-Raise-Alert
           end-if.

       3100-Exit.
           exit.
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

           display "RUN-COMPLIANCE ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Calendar-In
           close Register-In
