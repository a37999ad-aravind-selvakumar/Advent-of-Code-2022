      * DEMAND FOR ANY PAST MATCH
           SELECT Replay-Out ASSIGN TO "RPLYRPT"
           organization is line sequential.
      * SEASON CALENDAR - SEASON=NAME,START,END CARDS, ONLY READ
      * WHEN THE PARM NAMES A SEASON TO REPLAY WITHIN
           SELECT Season-Cal ASSIGN TO "SEASONS"
           organization is line sequential
           file status is SEASONS-FILE-STATUS.

       data division.
       file section.
       FD  Replay-Out.
       01  REPLAY-LINE             pic x(100).

       FD  Season-Cal.
       01  SEASON-CARD             pic x(80).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "GAMERPLY".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 ARCHIVE-EOF-STATUS                  pic x(1).
           88 ARCHIVE-EOF                      value 'Y'.
       01 ROUNDS-FILE-STATUS                  pic x(2).
           88  ROUNDS-FILE-OK                     value '00'.
           88  ROUNDS-FILE-NOT-FOUND              value '35'.
       01 SEASONS-EOF-STATUS                  pic x(1).
           88 SEASONS-EOF                      value 'Y'.
       01 SEASONS-FILE-STATUS                 pic x(2).
           88  SEASONS-FILE-OK                    value '00'.
           88  SEASONS-FILE-NOT-FOUND             value '35'.

      *RUN-TIME PARAMETERS - BLANK-SEPARATED KEY=VALUE FILTERS FROM
      *THE JCL PARM: MATCH=id (REQUIRED) NAMES THE MATCH TO REPLAY,
      *DATE=yyyymmdd PINS IT TO ONE DATE WHEN THE SAME ID PLAYED
      *TWICE, MODE=SHAPE|OUTCOME RE-SCORES UNDER THAT RULE SET
      *INSTEAD OF THE ONE RECORDED ON THE ARCHIVE, SEASON=name
      *PINS IT TO THAT SEASON'S DATES ON THE SEASON CALENDAR
       01 W-Control-Parms.
           05  w-parm-text                    pic x(60).
           05  w-parm-token occurs 4 times    pic x(20).
               88  REPLAY-OUTCOME                 value 'O'.
           05  MODE-SEEN-STATUS               pic x(1) value 'N'.
               88  MODE-SEEN                      value 'Y'.
           05  w-want-season                  pic x(8) value spaces.
               88  ALL-SEASONS                    value spaces.
           05  w-season-start                 pic x(8).
           05  w-season-end                   pic x(8).
           05  w-card-key                     pic x(12).
           05  w-card-value                   pic x(40).
           05  w-card-name                    pic x(10).
           05  w-card-start                   pic x(10).
           05  w-card-end                     pic x(10).

      *DERIVED WORK AREA - THE ROUND HANDED TO 2310-Score-One-Round
       01 W-Derived-Area.
               perform 9000-Abend
           end-if

           if not ALL-SEASONS
               perform 1200-Load-Season
           end-if

           move spaces to REPLAY-LINE
           string "MATCH REPLAY  MATCH " w-want-match
                  "  DATE " w-want-date
                  "  SEASON " w-want-season
                  delimited by size into REPLAY-LINE
           write REPLAY-LINE
           move spaces to REPLAY-LINE
                       when "SHAPE"   move 'S' to w-mode-override
                       when "OUTCOME" move 'O' to w-mode-override
                   end-evaluate
               when "SEASON"
                   move w-token-value(1:8) to w-want-season
           end-evaluate
           .
      ******************************************************************
      * Find the named season's dates on the season calendar - a
      * season the calendar does not hold is a hard error.  A match
      * whose season has been purged must be reloaded to be replayed
      ******************************************************************
       1200-Load-Season section.

           open input Season-Cal
           if not SEASONS-FILE-OK
               move "SEASON= PARM NEEDS THE SEASON CALENDAR (SEASONS)"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move spaces to w-season-start
           move 'N' to SEASONS-EOF-STATUS
           perform until SEASONS-EOF
               read Season-Cal
                   at end
                       set SEASONS-EOF to true
               end-read
               if not SEASONS-EOF
                and SEASON-CARD(1:1) not = '*'
                   move spaces to w-card-key
                   move spaces to w-card-value
                   unstring SEASON-CARD delimited by "="
                       into w-card-key w-card-value
                   end-unstring
                   if w-card-key = "SEASON"
                       move spaces to w-card-name
                       move spaces to w-card-start
                       move spaces to w-card-end
                       unstring w-card-value delimited by ","
                           into w-card-name w-card-start w-card-end
                       end-unstring
                       if w-card-name = w-want-season
                           move w-card-start(1:8) to w-season-start
                           move w-card-end(1:8)   to w-season-end
                       end-if
                   end-if
               end-if
           end-perform
           close Season-Cal

           if w-season-start = spaces
               move spaces to w-abend-message
               string "SEASON " w-want-season
                      " IS NOT ON THE SEASON CALENDAR"
                      delimited by size into w-abend-message
               perform 9000-Abend
           end-if
           .
      ******************************************************************
      * Load the requested match's rounds off the archive - a round
      * archived twice (a rerun) lands in the same numbered slot,
      * so the latest scoring of each round wins
           .
      ******************************************************************
      * One archive record - keep it only when it belongs to the
      * requested match (and date and season, when given)
      ******************************************************************
       2200-Take-Round section.

            and RA-Date not = w-want-date
               go to 2200-Exit
           end-if
           if not ALL-SEASONS
            and (RA-Date < w-season-start
                 or RA-Date > w-season-end)
               go to 2200-Exit
           end-if

           if RA-Round = zeroes or RA-Round > w-round-table-limit
               compute w-skipped-rounds = w-skipped-rounds + 1
           close Replay-Out
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

           display "MATCH-REPLAY ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Round-Archive
           close Replay-Out
