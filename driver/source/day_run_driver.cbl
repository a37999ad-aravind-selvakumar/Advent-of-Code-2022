           05  w-lock-result             pic x(1).
           05  w-lock-holder             pic x(8).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE.
      *EVERY RECONCILIATION BREAK IS RAISED ON ITS OWN, KEYED BY THE
      *CHECK THAT FAILED
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "DAYLOG  ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *RUN TIMESTAMPS
       01 W-Run-Timestamps.
           05  w-log-date                 pic 9(8).
                      w-rank-sum
                      "  REPORTED " w-total-line-value
                      delimited by size into RECON-LINE
               move "RANKING TOTAL" to w-alert-key
               perform 2590-Alert-Break
           end-if
           write RECON-LINE
           .
                      w-max-round
                      "  LINES " w-game-records
                      delimited by size into RECON-LINE
               move "ROUND COUNT" to w-alert-key
               perform 2590-Alert-Break
           end-if
           write RECON-LINE
           .
                          w-dtl-match-id(w-msub)
                          "  NOT ON GAMEHIST"
                          delimited by size into RECON-LINE
                   move spaces to w-alert-key
                   string "MATCH " w-dtl-match-id(w-msub)
                          delimited by size into w-alert-key
                   perform 2590-Alert-Break
               end-if
               write RECON-LINE
               compute w-msub = w-msub + 1
           end-perform
           .
      ******************************************************************
      * Raise the reconciliation break just described on RECON-LINE
      * to operations - the caller has already keyed it
      ******************************************************************
       2590-Alert-Break section.

           move 'E'          to w-alert-severity
           move "RECONBRK"   to w-alert-code
           move RECON-LINE   to w-alert-message
           perform 8800-Raise-Alert
           .
      ******************************************************************
      * Summary - write the consolidated run log
      ******************************************************************
       3000-print-summary section.

       8000-Exit.
           exit.
      ******************************************************************
      * Raise an operations alert on the suite's shared alert feed
      ******************************************************************
       8800-Raise-Alert section.

           call "SUITEALT" using W-Alert-Area
           .
