      * FORMATTED SEASON STANDINGS REPORT
           SELECT Standings-Out ASSIGN TO "STNDRPT"
           organization is line sequential.
      * PERMANENT RUN REGISTER - EVERY EXECUTION OF THE SUITE'S
      * PROGRAMS APPENDS ONE AUDIT RECORD HERE; NEVER SCRATCHED
           SELECT Register-Out ASSIGN TO "RUNREG"
           organization is line sequential
           file status is REGISTER-FILE-STATUS.
      * RUN OPTIONS CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD,
      * READ AT INITIALIZATION.  REPLACES THE BARE PARM: UNKNOWN OR
      * MALFORMED CARDS ARE HARD ERRORS, NOT SILENTLY IGNORED
       FD  Standings-Out.
       01  STANDINGS-LINE          pic x(80).

      * RUN REGISTER - ONE AUDIT LINE PER EXECUTION
       FD  Register-Out.
       01  REGISTER-LINE           pic x(120).

      * RUN OPTIONS CONTROL CARD - ONE KEYWORD=VALUE PER CARD
       FD  Control-In.
       01  CONTROL-CARD            pic x(80).
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "GAMESTND".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 INPUT-FILE-STATUS                   pic x(1).
           88 INPUT-FILE-EOF                   value 'Y'.
           05  w-card-count                   pic 9(3) value zeroes.
           05  w-options-source               pic x(8) value "DEFAULTS".

      *RUN-REGISTER AUDIT RECORD - WHAT RAN, AGAINST WHAT, WITH
      *WHAT RESULT; APPENDED TO THE PERMANENT REGISTER AT EVERY
      *TERMINATION, CLEAN OR NOT.  INDATE IS THE AS-OF DATE
       01 W-Run-Register.
           05  w-reg-program                  pic x(8) value "GAMESTND".
           05  w-reg-date                     pic 9(8).
           05  w-reg-time                     pic 9(8).
           05  w-reg-read                     pic 9(7).
           05  w-reg-rejected                 pic 9(7).
           05  w-reg-written                  pic 9(7).
           05  w-reg-rc                       pic 9(3).
           05  w-reg-indate                   pic x(8).
       01 REGISTER-FILE-STATUS                pic x(2).
           88  REGISTER-FILE-OK                   value '00'.
           88  REGISTER-FILE-NOT-FOUND            value '35'.

       Procedure Division.
       0000-Begin Section.
           perform 1000-Initialize
                      w-sub

           accept w-asof-date from date yyyymmdd
           accept w-reg-date from date yyyymmdd
           accept w-reg-time from time
           move zeroes to w-reg-read
           move zeroes to w-reg-rejected
           move zeroes to w-reg-written
           move w-asof-date to w-reg-indate

      * THE STANDINGS MUST NEVER READ A HALF-WRITTEN HISTORY LINE
      * FROM A LATE GAMESCORE RERUN - CLAIM THE FILE FOR THE READ

           display "Season-Standings matches loaded: " w-match-count

      * THE REGISTER LINE IS WHAT PROVES TO REPORT DISTRIBUTION THAT
      * TODAY'S STANDINGS STEP RAN AND WAS NOT SKIPPED
           move w-match-count to w-reg-read
           move w-asof-date   to w-reg-indate
           move zeroes        to w-reg-rc
           perform 8000-Write-Run-Register

           close History-In
           close Standings-Out

           end-evaluate
           .
      ******************************************************************
      * Append this execution's audit record to the permanent run
      * register - program, when it ran, volumes, result and the
      * as-of date reported to
      ******************************************************************
       8000-Write-Run-Register section.

      * NO TWO PROGRAMS MAY APPEND AT ONCE - CLAIM THE REGISTER
      * AROUND THE ONE-LINE APPEND.  A BUSY REGISTER MUST NEVER
      * STOP A RUN FROM ENDING, SO THE AUDIT LINE IS SKIPPED (AND
      * SAID SO) RATHER THAN ABENDED OVER
           move "RUNREG  " to w-lock-resource
           move 'C' to w-lock-action
           call "SUITELCK" using W-Lock-Area
           if w-lock-result not = 'Y'
               display "RUN REGISTER HELD BY " w-lock-holder
                       " - AUDIT LINE SKIPPED"
               go to 8000-Exit
           end-if

      * THE REGISTER OUTLIVES EVERY RUN - CREATE IT ONLY THE VERY
      * FIRST TIME, APPEND FOREVER AFTER
           open extend Register-Out
           if REGISTER-FILE-NOT-FOUND
               open output Register-Out
           end-if

           move spaces to REGISTER-LINE
           string "PGM " w-reg-program
                  "  DATE " w-reg-date
                  "  TIME " w-reg-time
                  "  READ " w-reg-read
                  "  REJECT " w-reg-rejected
                  "  WROTE " w-reg-written
                  "  RC " w-reg-rc
                  "  INDATE " w-reg-indate
                  delimited by size into REGISTER-LINE
           write REGISTER-LINE
           close Register-Out

           move "RUNREG  " to w-lock-resource
           perform 8600-Free-Lock.

       8000-Exit.
           exit.
      ******************************************************************
      * Claim a shared resource through the suite lock manager - a
      * resource still busy after the manager's waits is fatal
      ******************************************************************
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

           display "SEASON-STANDINGS ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           move 16 to w-reg-rc
           perform 8000-Write-Run-Register

           close History-In
           close Standings-Out
