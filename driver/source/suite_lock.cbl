       01 STALE-STATUS                        pic x(1).
           88 STAMP-STALE                      value 'Y'.

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE.
      *RAISED IN THE NAME OF THE CALLER THAT WAS LEFT WITHOUT ITS
      *LOCK, KEYED BY THE RESOURCE IT COULD NOT HAVE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8).
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

       LINKAGE SECTION.
      * THE CALLER'S REQUEST - KEEP IN SYNC WITH EVERY CALLER'S
      * W-Lock-Area.  ACTION C CLAIMS, F FREES.  RESULT Y MEANS THE
               display "SUITE-LOCK: LOCK REGISTRY (LOCKREG) "
                       "COULD NOT BE OPENED - STATUS "
                       LOCK-FILE-STATUS
               move "LOCKREG" to w-alert-code
               move spaces to w-alert-message
               string "LOCK REGISTRY (LOCKREG) COULD NOT BE OPENED - "
                      "STATUS " LOCK-FILE-STATUS
                      delimited by size into w-alert-message
               perform 8800-Raise-Alert
               close Lock-File
               goback
           end-if
                   end-if
               end-if
           end-perform

      * THE CALLER IS ABOUT TO GIVE UP ITS STEP - TELL OPERATIONS
      * WHO HELD THE FILE SO THE HOLDER CAN BE CHASED
           if LRQ-Result not = 'Y'
               move "LOCKBUSY" to w-alert-code
               move spaces to w-alert-message
               string LRQ-Resource " HELD BY " LRQ-Holder
                      " - " LRQ-Program " GAVE UP AFTER "
                      w-try-count " TRIES"
                      delimited by size into w-alert-message
               perform 8800-Raise-Alert
           end-if
           .
      ******************************************************************
      * One claim attempt
                   move 'Y' to LRQ-Result
           end-read
           .
      ******************************************************************
      * Raise an operations alert on the suite's shared alert feed
      ******************************************************************
       8800-Raise-Alert section.

           move 'E'          to w-alert-severity
           move LRQ-Program  to w-alert-program
           move LRQ-Resource to w-alert-key
           call "SUITEALT" using W-Alert-Area
           .
