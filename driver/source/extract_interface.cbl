      * COMMA-DELIMITED MATCH HISTORY FOR THE TOURNAMENT OFFICE
           SELECT Game-Csv-Out ASSIGN TO "GAMECSV"
           organization is line sequential.
      * PERMANENT RUN REGISTER - EVERY EXECUTION OF THE SUITE'S
      * PROGRAMS APPENDS ONE AUDIT RECORD HERE; NEVER SCRATCHED
           SELECT Register-Out ASSIGN TO "RUNREG"
           organization is line sequential
           file status is REGISTER-FILE-STATUS.

       data division.
       file section.
       FD  Game-Csv-Out.
       01  GAME-CSV-LINE           pic x(80).

      * RUN REGISTER - ONE AUDIT LINE PER EXECUTION
       FD  Register-Out.
       01  REGISTER-LINE           pic x(120).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-cal-rows                pic 9(5).
           05  w-game-rows               pic 9(5).
           05  w-run-date-text           pic x(10).
           05  w-lines-read              pic 9(7).

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *GAMEHIST IS CLAIMED JUST FOR ITS EXTRACT PASS; A BUSY FILE
       01 LOCK-HELD-STATUS                    pic x(1) value 'N'.
           88 EXTRACT-BLOCKED                  value 'Y'.

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "CSVEXTR ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 REPORT-EOF-STATUS                   pic x(1).
           88 REPORT-EOF                       value 'Y'.
       01 HISTORY-FILE-STATUS                 pic x(2).
           88  HISTORY-FILE-FOUND                 value '00'.

      *RUN-REGISTER AUDIT RECORD - WHAT RAN, AGAINST WHAT, WITH
      *WHAT RESULT; APPENDED TO THE PERMANENT REGISTER AT EVERY
      *TERMINATION.  INDATE IS THE RANKING REPORT'S RUN DATE
       01 W-Run-Register.
           05  w-reg-program                  pic x(8) value "CSVEXTR ".
           05  w-reg-date                     pic 9(8).
           05  w-reg-time                     pic 9(8).
           05  w-reg-written                  pic 9(7).
           05  w-reg-rc                       pic 9(3).
           05  w-reg-indate                   pic x(8).
       01 REGISTER-FILE-STATUS                pic x(2).
           88  REGISTER-FILE-OK                   value '00'.
           88  REGISTER-FILE-NOT-FOUND            value '35'.

       Procedure Division.
       0000-Begin Section.
           perform 1000-Initialize
                      HISTORY-EOF-STATUS
                      W-Variables

           accept w-reg-date from date yyyymmdd
           accept w-reg-time from time

           open input Calorie-Report-In
           open input History-In
           open output Calorie-Csv-Out
           read Calorie-Report-In into CALORIE-REPORT-LINE
           at end set REPORT-EOF to true
           end-read
           if not REPORT-EOF
               compute w-lines-read = w-lines-read + 1
           end-if
           .
      ******************************************************************
      * One CSV row per match history line
           read History-In into HISTORY-REC
           at end set HISTORY-EOF to true
           end-read
           if not HISTORY-EOF
               compute w-lines-read = w-lines-read + 1
           end-if
           .
      ******************************************************************
      * Summary
      * CLEAN RUN - CARRY THE OVER-TOLERANCE BAND SO THE MORNING
      * REVIEW SEES IT INSTEAD OF THE SPREADSHEET CONSUMERS
      * SILENTLY GETTING AN EMPTY SEASON
           move zeroes to w-reg-rc
           if EXTRACT-BLOCKED
               move 8 to w-reg-rc
               move 'E'          to w-alert-severity
               move "EXTRINC"    to w-alert-code
               move "GAMEHIST"   to w-alert-key
               move spaces       to w-alert-message
               string "HISTORY EXTRACT LEFT HEADER-ONLY - GAMEHIST "
                      "HELD BY " w-lock-holder
                      delimited by size into w-alert-message
               perform 8800-Raise-Alert
           end-if

      * THE REGISTER LINE IS WHAT PROVES TO REPORT DISTRIBUTION THAT
      * TODAY'S EXTRACT STEP RAN AND WAS NOT SKIPPED
           move spaces to w-reg-indate
           if w-run-date-text not = spaces
               string w-run-date-text(1:4)
                      w-run-date-text(6:2)
                      w-run-date-text(9:2)
                      delimited by size into w-reg-indate
           end-if
           compute w-reg-written = w-cal-rows + w-game-rows
           perform 8000-Write-Run-Register
           move w-reg-rc to return-code
           .
      ******************************************************************
      * Append this execution's audit record to the permanent run
      * register - program, when it ran, volumes, result and the
      * ranking's run date
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
                  "  READ " w-lines-read
                  "  REJECT 0000000"
                  "  WROTE " w-reg-written
                  "  RC " w-reg-rc
                  "  INDATE " w-reg-indate
                  delimited by size into REGISTER-LINE
           write REGISTER-LINE
           close Register-Out

           move "RUNREG  " to w-lock-resource
           move 'F' to w-lock-action
           call "SUITELCK" using W-Lock-Area.

       8000-Exit.
           exit.
      ******************************************************************
      * Raise an operations alert on the suite's shared alert feed
      ******************************************************************
       8800-Raise-Alert section.

           call "SUITEALT" using W-Alert-Area
           .
