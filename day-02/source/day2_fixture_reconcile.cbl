       Identification division.
       PROGRAM-ID. Fixture-Reconcile.
       environment division.
       input-output section.
       file-control.
      * SEASON FIXTURE SCHEDULE - ONE LINE PER SCHEDULED MATCH,
      * LOADED BY THE TOURNAMENT OFFICE AT THE START OF THE SEASON
      * AND MARKED BY THEM WHEN A FIXTURE IS FORFEITED OR POSTPONED
           SELECT Fixture-In ASSIGN TO "FIXTURES"
           organization is line sequential
           file status is FIXTURE-FILE-STATUS.
      * SEASON-TO-DATE MATCH HISTORY MAINTAINED BY Game-Scorer -
      * INDEXED, KEYED BY MATCH-ID + DATE.  WALKED IN KEY ORDER FOR
      * THE RECONCILIATION, THEN WRITTEN BY KEY FOR EACH FORFEIT
      * RESULT SO Season-Standings COUNTS IT
           SELECT History-File ASSIGN TO "GAMEHIST"
           organization is indexed
           access is dynamic
           record key is HR-Key
           file status is HISTORY-FILE-STATUS.
      * FIXTURE RECONCILIATION REPORT
           SELECT Recon-Out ASSIGN TO "FIXRPT"
           organization is line sequential.
      * PERMANENT RUN REGISTER - EVERY EXECUTION OF THE SUITE'S
      * PROGRAMS APPENDS ONE AUDIT RECORD HERE; NEVER SCRATCHED
           SELECT Register-Out ASSIGN TO "RUNREG"
           organization is line sequential
           file status is REGISTER-FILE-STATUS.
      * RUN OPTIONS CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD
           SELECT Control-In ASSIGN TO "CTLCARD"
           organization is line sequential
           file status is CONTROL-FILE-STATUS.

       data division.
       file section.
      * FIXTURE LINE - MATCH-ID, SCHEDULED DATE, OPPONENT TEAM CODE
      * AND VENUE, PLUS THE OFFICE'S MARKER: BLANK IS A NORMAL
      * FIXTURE, P IS POSTPONED, W IS A FORFEIT AWARDED TO US (THE
      * OPPONENT FAILED TO APPEAR), L IS A FORFEIT WE CONCEDED
       FD  Fixture-In.
       01  FIXTURE-REC.
           05  FX-Match-Id         pic x(6).
           05  filler              pic x(2).
           05  FX-Date             pic x(8).
           05  filler              pic x(2).
           05  FX-Opponent         pic x(6).
           05  filler              pic x(2).
           05  FX-Venue            pic x(12).
           05  filler              pic x(2).
           05  FX-Marker           pic x(1).
               88  FX-SCHEDULED        value ' '.
               88  FX-POSTPONED        value 'P'.
               88  FX-FORFEIT-WON      value 'W'.
               88  FX-FORFEIT-LOST     value 'L'.

      * MATCH HISTORY - KEYED RECORD Game-Scorer POSTS IN ITS
      * 2400-Write-Match-History SECTION; KEEP IN SYNC
       FD  History-File.
       01  HISTORY-REC.
           05  HR-Key.
               10  HR-Match-Id     pic x(6).
               10  HR-Date         pic x(8).
           05  HR-Total-Score      pic 9(6).
           05  HR-Wins             pic 9(7).
           05  HR-Draws            pic 9(7).
           05  HR-Losses           pic 9(7).
           05  HR-Opponent         pic x(6).
           05  HR-Venue            pic x(12).

       FD  Recon-Out.
       01  RECON-LINE              pic x(100).

      * RUN REGISTER - ONE AUDIT LINE PER EXECUTION
       FD  Register-Out.
       01  REGISTER-LINE           pic x(120).

      * RUN OPTIONS CONTROL CARD - ONE KEYWORD=VALUE PER CARD
       FD  Control-In.
       01  CONTROL-CARD            pic x(80).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-fixtures-read           pic 9(7).
           05  w-bad-fixtures            pic 9(5).
           05  w-never-played            pic 9(5).
           05  w-not-yet-due             pic 9(5).
           05  w-unscheduled             pic 9(5).
           05  w-off-schedule            pic 9(5).
           05  w-postponed               pic 9(5).
           05  w-forfeits                pic 9(5).
           05  w-forfeits-posted         pic 9(7).
           05  w-forfeit-conflicts       pic 9(5).
           05  w-exception-count         pic 9(7).
           05  w-sub                     pic 9(5).
           05  w-fix-sub                 pic 9(5).
           05  w-found-sub               pic 9(5).
           05  w-note                    pic x(30).
           05  w-alert-match             pic x(6).

      *FIXTURE TABLE - THE WHOLE SCHEDULE, WITH WHETHER GAMEHIST
      *SHOWS IT PLAYED (AND ON WHAT DATE) FILLED IN BY THE MATCHING
       01 W-Fixture-Table.
           05  w-fixture occurs 2000 times.
               10  w-fix-match-id        pic x(6).
               10  w-fix-date            pic x(8).
               10  w-fix-opponent        pic x(6).
               10  w-fix-venue           pic x(12).
               10  w-fix-marker          pic x(1).
               10  w-fix-played          pic x(1).
               10  w-fix-played-date     pic x(8).
           05  w-fixture-count           pic 9(5).

      *HISTORY TABLE - EVERY MATCH ON GAMEHIST, WITH THE FIXTURE IT
      *MATCHED (ZERO WHEN NONE) AND WHETHER IT IS THIS PROGRAM'S OWN
      *FORFEIT RESULT FROM AN EARLIER RUN RATHER THAN A PLAYED MATCH
       01 W-History-Table.
           05  w-hist occurs 5000 times.
               10  w-hist-match-id       pic x(6).
               10  w-hist-date           pic x(8).
               10  w-hist-opponent       pic x(6).
               10  w-hist-venue          pic x(12).
               10  w-hist-score          pic 9(6).
               10  w-hist-wins           pic 9(7).
               10  w-hist-draws          pic 9(7).
               10  w-hist-losses         pic 9(7).
               10  w-hist-fix-sub        pic 9(5).
               10  w-hist-forfeit        pic x(1).
           05  w-hist-count              pic 9(5).

      *TABLE CAPACITY - KEEP IN SYNC WITH THE OCCURS ON w-fixture
      *AND w-hist
       01 W-Capacity-Limits.
           05  w-fixture-limit           pic 9(5) value 2000.
           05  w-hist-limit              pic 9(5) value 5000.

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *GAMEHIST IS CLAIMED FOR THE WHOLE RUN - FORFEIT RESULTS ARE
      *POSTED TO IT; THE RUN REGISTER ONLY AROUND ITS APPEND
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
           05  w-lock-program            pic x(8) value "FIXRECON".
           05  w-lock-result             pic x(1).
           05  w-lock-holder             pic x(8).

      *ABEND WORK AREA
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "FIXRECON".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *RUN-REGISTER AUDIT RECORD - KEEP THE LINE IN SYNC WITH THE
      *OTHER PROGRAMS' 8000-Write-Run-Register
       01 W-Run-Register.
           05  w-reg-program             pic x(8) value "FIXRECON".
           05  w-reg-date                pic 9(8).
           05  w-reg-time                pic 9(8).
           05  w-reg-rc                  pic 9(3).
           05  w-reg-indate              pic x(8).
       01 REGISTER-FILE-STATUS                pic x(2).
           88  REGISTER-FILE-OK                   value '00'.
           88  REGISTER-FILE-NOT-FOUND            value '35'.

      *FLAGS
       01 FIXTURE-EOF-STATUS                  pic x(1).
           88 FIXTURE-EOF                      value 'Y'.
       01 HISTORY-EOF-STATUS                  pic x(1).
           88 HISTORY-EOF                      value 'Y'.
       01 FIXTURE-FILE-STATUS                 pic x(2).
           88  FIXTURE-FILE-OK                    value '00'.
       01 HISTORY-FILE-STATUS                 pic x(2).
           88  HISTORY-FILE-OK                    value '00'.
           88  HISTORY-FILE-NOT-FOUND             value '35'.
       01 CONTROL-EOF-STATUS                  pic x(1).
           88 CONTROL-EOF                      value 'Y'.
       01 CONTROL-FILE-STATUS                 pic x(2).
           88  CONTROL-FILE-OK                    value '00'.
           88  CONTROL-FILE-NOT-FOUND             value '35'.

      *RUN-TIME PARAMETERS - AS-OF DATE.  A SCHEDULED FIXTURE DATED
      *AFTER IT IS NOT DUE YET AND IS NOT REPORTED AS NEVER PLAYED.
      *DEFAULTS TO THE SYSTEM DATE
       01 W-Control-Parms.
           05  w-parm-text                    pic x(10).
           05  w-asof-date                    pic 9(8).

      *CONTROL-CARD WORK AREA - THE CARD BEING SPLIT AND WHERE THE
      *RUN'S OPTIONS CAME FROM, ECHOED ON THE OPTIONS PAGE
       01 W-Control-Cards.
           05  w-card-key                     pic x(12).
           05  w-card-value                   pic x(20).
           05  w-card-count                   pic 9(3) value zeroes.
           05  w-options-source               pic x(8) value "DEFAULTS".

       Procedure Division.
       0000-Begin Section.
           perform 1000-Initialize
           perform 2000-Main-Process
           perform 3000-print-summary
           stop run.
      ******************************************************************
      * Initialize
      ******************************************************************
       1000-Initialize section.

           initialize FIXTURE-EOF-STATUS
                      HISTORY-EOF-STATUS
                      W-Variables
                      w-fixture-count
                      w-hist-count

           accept w-reg-date from date yyyymmdd
           accept w-reg-time from time
           move w-reg-date to w-asof-date

           open input Fixture-In
           open output Recon-Out

           if not FIXTURE-FILE-OK
               move "FIXTURE SCHEDULE (FIXTURES) IS MISSING"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move "GAMEHIST" to w-lock-resource
           perform 8500-Claim-Lock

      * A BRAND-NEW SEASON HAS NO GAMEHIST FILE YET - CREATE AN
      * EMPTY ONE SO EVERY DUE FIXTURE REPORTS AS NEVER PLAYED AND
      * FORFEITS CAN STILL BE POSTED
           open i-o History-File
           if HISTORY-FILE-NOT-FOUND
               open output History-File
               close History-File
               open i-o History-File
           end-if
           if not HISTORY-FILE-OK
               move "MATCH HISTORY (GAMEHIST) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

      * RUN OPTIONS - THE CTLCARD CONTROL FILE WHEN SUPPLIED,
      * OTHERWISE THE JCL PARM, AND EITHER WAY AN OPTIONS-IN-EFFECT
      * PAGE AT THE TOP OF THE REPORT
           perform 1050-Read-Control-Cards
           if CONTROL-FILE-NOT-FOUND
               perform 1100-Parse-Parms
           end-if
           move w-asof-date to w-reg-indate
           perform 1080-Write-Options-Page
           .
      ******************************************************************
      * Read the run-options control cards - keyword=value, '*' in
      * column one comments a card out.  An unknown or malformed
      * card is a hard error: an operator typo must never silently
      * run the defaults
      ******************************************************************
       1050-Read-Control-Cards section.

           open input Control-In
           if CONTROL-FILE-NOT-FOUND
               go to 1050-Exit
           end-if
           if not CONTROL-FILE-OK
               move "CONTROL CARD FILE (CTLCARD) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move "CTLCARD " to w-options-source
           move 'N' to CONTROL-EOF-STATUS

           perform 1055-Read-One-Card
           perform until CONTROL-EOF
               if CONTROL-CARD(1:1) not = '*'
                and CONTROL-CARD not = spaces
                   compute w-card-count = w-card-count + 1
                   perform 1060-Apply-One-Card
               end-if
               perform 1055-Read-One-Card
           end-perform

           close Control-In.

       1050-Exit.
           exit.
      ******************************************************************
      * Read one control card
      ******************************************************************
       1055-Read-One-Card section.
           read Control-In
           at end set CONTROL-EOF to true
           end-read
           .
      ******************************************************************
      * One keyword=value card
      ******************************************************************
       1060-Apply-One-Card section.

           move spaces to w-card-key
           move spaces to w-card-value
           unstring CONTROL-CARD delimited by "="
               into w-card-key w-card-value
           end-unstring

           if w-card-value = spaces
               string "CONTROL CARD NOT KEYWORD=VALUE ["
                      CONTROL-CARD(1:40) "]"
                 delimited by size into w-abend-message
               perform 9000-Abend
           end-if

           Evaluate function trim(w-card-key)
               when "ASOF"
                   if w-card-value(1:8) not numeric
                    or w-card-value(9:2) not = spaces
                       string "ASOF MUST BE YYYYMMDD ["
                              w-card-value "]"
                         delimited by size into w-abend-message
                       perform 9000-Abend
                   end-if
                   move w-card-value(1:8) to w-asof-date
               when other
                   string "UNKNOWN CONTROL CARD KEYWORD ["
                          w-card-key "]"
                     delimited by size into w-abend-message
                   perform 9000-Abend
           end-evaluate
           .
      ******************************************************************
      * The options-in-effect page at the top of the report
      ******************************************************************
       1080-Write-Options-Page section.

           move spaces to RECON-LINE
           string "OPTIONS IN EFFECT  SOURCE " w-options-source
                  "  CARDS " w-card-count
                  delimited by size into RECON-LINE
           write RECON-LINE

           move spaces to RECON-LINE
           string "  ASOF " w-asof-date
                  delimited by size into RECON-LINE
           write RECON-LINE

           move spaces to RECON-LINE
           write RECON-LINE
           .
      ******************************************************************
      * JCL PARM FALLBACK - A FULL YYYYMMDD VALUE OVERRIDES THE
      * AS-OF DATE.  A SUPPLIED CTLCARD FILE REPLACES THIS
      ******************************************************************
       1100-Parse-Parms section.

           move "PARM    " to w-options-source

           accept w-parm-text from command-line
           if w-parm-text(1:8) is numeric
            and w-parm-text(1:8) > zeroes
            and w-parm-text(9:2) = spaces
               move w-parm-text(1:8) to w-asof-date
           end-if
           .
      ******************************************************************
      * Load both sides, match them, then report each exception
      * class in turn and post the forfeit results
      ******************************************************************
       2000-Main-Process section.

           move spaces to RECON-LINE
           string "FIXTURE RECONCILIATION  AS-OF " w-asof-date
                  delimited by size into RECON-LINE
           write RECON-LINE

           perform 2100-Load-Fixtures
           perform 2200-Load-History
           perform 2300-Match-History

           perform 2400-Report-Never-Played
           perform 2500-Report-Unscheduled
           perform 2600-Report-Off-Schedule
           perform 2700-Forfeits-And-Postponements
           .
      ******************************************************************
      * Load the fixture schedule.  A line without a match-id, with
      * a non-numeric date, an unknown marker or a match-id already
      * scheduled is listed and left out of the reconciliation
      ******************************************************************
       2100-Load-Fixtures section.

           perform 2150-Read-Fixture

           perform until FIXTURE-EOF
               compute w-fixtures-read = w-fixtures-read + 1
               perform 2160-Take-Fixture
               perform 2150-Read-Fixture
           end-perform
           .
      ******************************************************************
      * Read the fixture file
      ******************************************************************
       2150-Read-Fixture section.
           read Fixture-In
           at end set FIXTURE-EOF to true
           end-read
           .
      ******************************************************************
      * Edit and table one fixture line
      ******************************************************************
       2160-Take-Fixture section.

           move spaces to w-note
           Evaluate true
               when FX-Match-Id = spaces
                   move "NO MATCH-ID" to w-note
               when FX-Date not numeric
                   move "DATE NOT NUMERIC" to w-note
               when not FX-SCHEDULED and not FX-POSTPONED
                and not FX-FORFEIT-WON and not FX-FORFEIT-LOST
                   move "UNKNOWN MARKER" to w-note
           end-evaluate

           if w-note = spaces
               perform 2170-Find-Fixture
               if w-found-sub > zeroes
                   move "MATCH-ID ALREADY SCHEDULED" to w-note
               end-if
           end-if

           if w-note not = spaces
               compute w-bad-fixtures = w-bad-fixtures + 1
               move spaces to RECON-LINE
               string "  BAD FIXTURE LINE " w-fixtures-read
                      "  " w-note
                      "  [" FIXTURE-REC "]"
                      delimited by size into RECON-LINE
               write RECON-LINE
               go to 2160-Exit
           end-if

           compute w-fixture-count = w-fixture-count + 1

      * GUARD THE OCCURS LIMIT ON w-fixture BEFORE SUBSCRIPTING
           if w-fixture-count > w-fixture-limit
               move "FIXTURES EXCEED w-fixture TABLE CAPACITY"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move FX-Match-Id to w-fix-match-id(w-fixture-count)
           move FX-Date     to w-fix-date(w-fixture-count)
           move FX-Opponent to w-fix-opponent(w-fixture-count)
           move FX-Venue    to w-fix-venue(w-fixture-count)
           move FX-Marker   to w-fix-marker(w-fixture-count)
           move 'N'         to w-fix-played(w-fixture-count)
           move spaces      to w-fix-played-date(w-fixture-count).

       2160-Exit.
           exit.
      ******************************************************************
      * Find the tabled fixture for FX-Match-Id - w-found-sub is
      * zero when the match-id is not on the schedule
      ******************************************************************
       2170-Find-Fixture section.

           move zeroes to w-found-sub
           move 1 to w-fix-sub
           perform until w-fix-sub > w-fixture-count
               if w-fix-match-id(w-fix-sub) = FX-Match-Id
                   move w-fix-sub to w-found-sub
                   move w-fixture-count to w-fix-sub
               end-if
               compute w-fix-sub = w-fix-sub + 1
           end-perform
           .
      ******************************************************************
      * Load every match on GAMEHIST in key order
      ******************************************************************
       2200-Load-History section.

           perform 2250-Read-History

           perform until HISTORY-EOF
               compute w-hist-count = w-hist-count + 1

      * GUARD THE OCCURS LIMIT ON w-hist BEFORE SUBSCRIPTING
               if w-hist-count > w-hist-limit
                   move "MATCH COUNT EXCEEDS w-hist TABLE CAPACITY"
                     to w-abend-message
                   perform 9000-Abend
               end-if

               move HR-Match-Id    to w-hist-match-id(w-hist-count)
               move HR-Date        to w-hist-date(w-hist-count)
               move HR-Opponent    to w-hist-opponent(w-hist-count)
               move HR-Venue       to w-hist-venue(w-hist-count)
               move HR-Total-Score to w-hist-score(w-hist-count)
               move HR-Wins        to w-hist-wins(w-hist-count)
               move HR-Draws       to w-hist-draws(w-hist-count)
               move HR-Losses      to w-hist-losses(w-hist-count)
               move zeroes         to w-hist-fix-sub(w-hist-count)
               move 'N'            to w-hist-forfeit(w-hist-count)

               perform 2250-Read-History
           end-perform
           .
      ******************************************************************
      * Read the next match history record
      ******************************************************************
       2250-Read-History section.
           read History-File next
           at end set HISTORY-EOF to true
           end-read
           .
      ******************************************************************
      * Pair every played match with its fixture by match-id.  A
      * forfeit fixture whose result this program already posted is
      * recognised by its image - scheduled date, no score, a single
      * win or loss - and is not treated as a played match
      ******************************************************************
       2300-Match-History section.

           move 1 to w-sub
           perform until w-sub > w-hist-count
               move w-hist-match-id(w-sub) to FX-Match-Id
               perform 2170-Find-Fixture
               move w-found-sub to w-hist-fix-sub(w-sub)

               if w-found-sub > zeroes
                   move w-found-sub to w-fix-sub
                   perform 2350-Check-Forfeit-Image
                   if w-hist-forfeit(w-sub) not = 'Y'
                       move 'Y' to w-fix-played(w-fix-sub)
                       move w-hist-date(w-sub)
                         to w-fix-played-date(w-fix-sub)
                   end-if
               end-if

               compute w-sub = w-sub + 1
           end-perform
           .
      ******************************************************************
      * Is history entry w-sub the forfeit result for fixture
      * w-fix-sub?
      ******************************************************************
       2350-Check-Forfeit-Image section.

           if w-hist-date(w-sub) = w-fix-date(w-fix-sub)
            and w-hist-score(w-sub) = zeroes
            and w-hist-draws(w-sub) = zeroes
               Evaluate true
                   when w-fix-marker(w-fix-sub) = 'W'
                    and w-hist-wins(w-sub) = 1
                    and w-hist-losses(w-sub) = zeroes
                       move 'Y' to w-hist-forfeit(w-sub)
                   when w-fix-marker(w-fix-sub) = 'L'
                    and w-hist-wins(w-sub) = zeroes
                    and w-hist-losses(w-sub) = 1
                       move 'Y' to w-hist-forfeit(w-sub)
               end-evaluate
           end-if
           .
      ******************************************************************
      * Section 1 - normal fixtures now due that GAMEHIST has never
      * seen.  Fixtures dated after the as-of date are only counted
      ******************************************************************
       2400-Report-Never-Played section.

           move spaces to RECON-LINE
           write RECON-LINE
           move spaces to RECON-LINE
           string "FIXTURES NEVER PLAYED"
                  delimited by size into RECON-LINE
           write RECON-LINE

           move 1 to w-fix-sub
           perform until w-fix-sub > w-fixture-count
               if w-fix-marker(w-fix-sub) = space
                and w-fix-played(w-fix-sub) = 'N'
                   if w-fix-date(w-fix-sub) > w-asof-date
                       compute w-not-yet-due = w-not-yet-due + 1
                   else
                       compute w-never-played = w-never-played + 1
                       move spaces to RECON-LINE
                       string "  MATCH " w-fix-match-id(w-fix-sub)
                              "  SCHEDULED " w-fix-date(w-fix-sub)
                              "  VS " w-fix-opponent(w-fix-sub)
                              "  AT " w-fix-venue(w-fix-sub)
                              "  NOT ON GAMEHIST"
                              delimited by size into RECON-LINE
                       write RECON-LINE
                       move 'W'        to w-alert-severity
                       move "FIXNOPLY" to w-alert-code
                       move w-fix-match-id(w-fix-sub) to w-alert-match
                       perform 2900-Alert-Exception
                   end-if
               end-if
               compute w-fix-sub = w-fix-sub + 1
           end-perform

           if w-never-played = zeroes
               move spaces to RECON-LINE
               string "  NONE" delimited by size into RECON-LINE
               write RECON-LINE
           end-if
           .
      ******************************************************************
      * Section 2 - matches on GAMEHIST with no fixture at all
      ******************************************************************
       2500-Report-Unscheduled section.

           move spaces to RECON-LINE
           write RECON-LINE
           move spaces to RECON-LINE
           string "MATCHES PLAYED BUT NEVER SCHEDULED"
                  delimited by size into RECON-LINE
           write RECON-LINE

           move 1 to w-sub
           perform until w-sub > w-hist-count
               if w-hist-fix-sub(w-sub) = zeroes
                   compute w-unscheduled = w-unscheduled + 1
                   move spaces to RECON-LINE
                   string "  MATCH " w-hist-match-id(w-sub)
                          "  PLAYED " w-hist-date(w-sub)
                          "  VS " w-hist-opponent(w-sub)
                          "  AT " w-hist-venue(w-sub)
                          "  NO FIXTURE"
                          delimited by size into RECON-LINE
                   write RECON-LINE
                   move 'W'        to w-alert-severity
                   move "FIXUNSCH" to w-alert-code
                   move w-hist-match-id(w-sub) to w-alert-match
                   perform 2900-Alert-Exception
               end-if
               compute w-sub = w-sub + 1
           end-perform

           if w-unscheduled = zeroes
               move spaces to RECON-LINE
               string "  NONE" delimited by size into RECON-LINE
               write RECON-LINE
           end-if
           .
      ******************************************************************
      * Section 3 - matches played on a date or at a venue other
      * than the fixture's.  A blank venue on either side (a match
      * with no MTH header) is not a venue difference
      ******************************************************************
       2600-Report-Off-Schedule section.

           move spaces to RECON-LINE
           write RECON-LINE
           move spaces to RECON-LINE
           string "MATCHES PLAYED OFF SCHEDULE"
                  delimited by size into RECON-LINE
           write RECON-LINE

           move 1 to w-sub
           perform until w-sub > w-hist-count
               move w-hist-fix-sub(w-sub) to w-fix-sub
               if w-fix-sub > zeroes
                and w-hist-forfeit(w-sub) not = 'Y'
                   move spaces to w-note
                   if w-hist-date(w-sub) not = w-fix-date(w-fix-sub)
                       move "DATE" to w-note
                   end-if
                   if w-hist-venue(w-sub) not = spaces
                    and w-fix-venue(w-fix-sub) not = spaces
                    and w-hist-venue(w-sub)
                        not = w-fix-venue(w-fix-sub)
                       if w-note = spaces
                           move "VENUE" to w-note
                       else
                           move "DATE+VENUE" to w-note
                       end-if
                   end-if
                   if w-note not = spaces
                       compute w-off-schedule = w-off-schedule + 1
                       move spaces to RECON-LINE
                       string "  MATCH " w-hist-match-id(w-sub)
                              "  " w-note(1:10)
                              "  PLAYED " w-hist-date(w-sub)
                              " " w-hist-venue(w-sub)
                              "  SCHEDULED " w-fix-date(w-fix-sub)
                              " " w-fix-venue(w-fix-sub)
                              delimited by size into RECON-LINE
                       write RECON-LINE
                       move 'W'        to w-alert-severity
                       move "FIXOFFSC" to w-alert-code
                       move w-hist-match-id(w-sub) to w-alert-match
                       perform 2900-Alert-Exception
                   end-if
               end-if
               compute w-sub = w-sub + 1
           end-perform

           if w-off-schedule = zeroes
               move spaces to RECON-LINE
               string "  NONE" delimited by size into RECON-LINE
               write RECON-LINE
           end-if
           .
      ******************************************************************
      * Section 4 - every fixture the office marked.  A forfeit with
      * no result yet has one posted to GAMEHIST; a forfeit that was
      * nonetheless played is a conflict left for the office to sort
      ******************************************************************
       2700-Forfeits-And-Postponements section.

           move spaces to RECON-LINE
           write RECON-LINE
           move spaces to RECON-LINE
           string "FORFEITS AND POSTPONEMENTS"
                  delimited by size into RECON-LINE
           write RECON-LINE

           move 1 to w-fix-sub
           perform until w-fix-sub > w-fixture-count
               Evaluate w-fix-marker(w-fix-sub)
                   when 'P'
                       perform 2710-List-Postponement
                   when 'W'
                   when 'L'
                       perform 2750-Take-Forfeit
               end-evaluate
               compute w-fix-sub = w-fix-sub + 1
           end-perform

           if w-postponed = zeroes and w-forfeits = zeroes
               move spaces to RECON-LINE
               string "  NONE" delimited by size into RECON-LINE
               write RECON-LINE
           end-if
           .
      ******************************************************************
      * One postponed fixture - and whether it has since been played
      ******************************************************************
       2710-List-Postponement section.

           compute w-postponed = w-postponed + 1

           if w-fix-played(w-fix-sub) = 'Y'
               move "PLAYED" to w-note
           else
               move "NOT YET REPLAYED" to w-note
           end-if

           move spaces to RECON-LINE
           string "  MATCH " w-fix-match-id(w-fix-sub)
                  "  POSTPONED  SCHEDULED " w-fix-date(w-fix-sub)
                  "  VS " w-fix-opponent(w-fix-sub)
                  "  " w-note(1:16)
                  " " w-fix-played-date(w-fix-sub)
                  delimited by size into RECON-LINE
           write RECON-LINE
           .
      ******************************************************************
      * One forfeit fixture - post its result unless GAMEHIST
      * already holds it (an earlier run) or the match was played
      ******************************************************************
       2750-Take-Forfeit section.

           compute w-forfeits = w-forfeits + 1

           Evaluate true
               when w-fix-played(w-fix-sub) = 'Y'
                   compute w-forfeit-conflicts =
                           w-forfeit-conflicts + 1
                   move "PLAYED - RESULT NOT POSTED" to w-note
               when other
                   perform 2760-Find-Posted-Forfeit
                   if w-found-sub > zeroes
                       move "ALREADY ON GAMEHIST" to w-note
                   else
                       perform 2770-Post-Forfeit
                       move "RESULT POSTED TO GAMEHIST" to w-note
                   end-if
           end-evaluate

           move spaces to RECON-LINE
           if w-fix-marker(w-fix-sub) = 'W'
               string "  MATCH " w-fix-match-id(w-fix-sub)
                      "  FORFEIT WON   " w-fix-date(w-fix-sub)
                      "  VS " w-fix-opponent(w-fix-sub)
                      "  " w-note
                      delimited by size into RECON-LINE
           else
               string "  MATCH " w-fix-match-id(w-fix-sub)
                      "  FORFEIT LOST  " w-fix-date(w-fix-sub)
                      "  VS " w-fix-opponent(w-fix-sub)
                      "  " w-note
                      delimited by size into RECON-LINE
           end-if
           write RECON-LINE

      * A FORFEIT THAT WAS PLAYED ANYWAY NEEDS THE OFFICE TO DECIDE
      * WHICH RESULT STANDS - AN ERROR, NOT JUST A WARNING
           if w-fix-played(w-fix-sub) = 'Y'
               move 'E'        to w-alert-severity
               move "FIXFCONF" to w-alert-code
               move w-fix-match-id(w-fix-sub) to w-alert-match
               perform 2900-Alert-Exception
           end-if
           .
      ******************************************************************
      * Has an earlier run already posted this fixture's forfeit?
      ******************************************************************
       2760-Find-Posted-Forfeit section.

           move zeroes to w-found-sub
           move 1 to w-sub
           perform until w-sub > w-hist-count
               if w-hist-fix-sub(w-sub) = w-fix-sub
                and w-hist-forfeit(w-sub) = 'Y'
                   move w-sub to w-found-sub
                   move w-hist-count to w-sub
               end-if
               compute w-sub = w-sub + 1
           end-perform
           .
      ******************************************************************
      * Write the forfeit result - keyed on the scheduled date, no
      * score, one round won or lost so Season-Standings classes it
      ******************************************************************
       2770-Post-Forfeit section.

           move w-fix-match-id(w-fix-sub) to HR-Match-Id
           move w-fix-date(w-fix-sub)     to HR-Date
           move zeroes                    to HR-Total-Score
           move zeroes                    to HR-Draws
           if w-fix-marker(w-fix-sub) = 'W'
               move 1      to HR-Wins
               move zeroes to HR-Losses
           else
               move zeroes to HR-Wins
               move 1      to HR-Losses
           end-if
           move w-fix-opponent(w-fix-sub) to HR-Opponent
           move w-fix-venue(w-fix-sub)    to HR-Venue

           write HISTORY-REC
               invalid key
                   move "WRITE OF FORFEIT TO GAMEHIST FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-write

           compute w-forfeits-posted = w-forfeits-posted + 1
           .
      ******************************************************************
      * Put the exception just listed on the alert feed, keyed by
      * its match - the caller has set the severity and the code
      ******************************************************************
       2900-Alert-Exception section.

           move spaces to w-alert-key
           string "MATCH " w-alert-match
                  delimited by size into w-alert-key
           move RECON-LINE(3:80) to w-alert-message
           perform 8800-Raise-Alert
           .
      ******************************************************************
      * Summary
      ******************************************************************
       3000-print-summary section.

           compute w-exception-count = w-never-played
                                     + w-unscheduled
                                     + w-off-schedule
                                     + w-forfeit-conflicts
                                     + w-bad-fixtures

           move spaces to RECON-LINE
           write RECON-LINE
           move spaces to RECON-LINE
           string "FIXTURES READ " w-fixtures-read
                  "  BAD " w-bad-fixtures
                  "  MATCHES ON GAMEHIST " w-hist-count
                  "  NOT YET DUE " w-not-yet-due
                  delimited by size into RECON-LINE
           write RECON-LINE

           move spaces to RECON-LINE
           string "NEVER PLAYED " w-never-played
                  "  UNSCHEDULED " w-unscheduled
                  "  OFF SCHEDULE " w-off-schedule
                  "  POSTPONED " w-postponed
                  "  FORFEITS " w-forfeits
                  "  POSTED " w-forfeits-posted
                  delimited by size into RECON-LINE
           write RECON-LINE

           display "Fixture-Reconcile exceptions: " w-exception-count
                   "  forfeits posted: " w-forfeits-posted

      * ANY EXCEPTION IS A WARNING FOR THE TOURNAMENT OFFICE, NOT A
      * FAILURE - THE SAME GRADED BANDS AS THE MAIN PROGRAMS
           move zeroes to w-reg-rc
           if w-exception-count > zeroes
               move 4 to w-reg-rc
           end-if
           if w-bad-fixtures > zeroes
               move 'W'        to w-alert-severity
               move "FIXBAD"   to w-alert-code
               move spaces     to w-alert-key
               string "FIXTURES " w-bad-fixtures
                      delimited by size into w-alert-key
               move spaces     to w-alert-message
               string "BAD FIXTURE LINES SKIPPED - " w-bad-fixtures
                      " OF " w-fixtures-read " READ"
                      delimited by size into w-alert-message
               perform 8800-Raise-Alert
           end-if
           perform 8000-Write-Run-Register

           close Fixture-In
           close History-File
           close Recon-Out

           move "GAMEHIST" to w-lock-resource
           perform 8600-Free-Lock

           move w-reg-rc to return-code
           .
      ******************************************************************
      * Append this execution's audit record to the permanent run
      * register - program, when it ran, volumes, result and the
      * as-of date reconciled
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
                  "  READ " w-fixtures-read
                  "  REJECT " w-exception-count
                  "  WROTE " w-forfeits-posted
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
       8500-Claim-Lock section.

           move 'C' to w-lock-action
           call "SUITELCK" using W-Lock-Area
           if w-lock-result not = 'Y'
               move spaces to w-abend-message
               string "RESOURCE " w-lock-resource
                      " HELD BY " w-lock-holder
                      " - TRY AGAIN LATER"
                      delimited by size into w-abend-message
               perform 9000-Abend
           end-if
           .
      ******************************************************************
      * Release a shared resource - safe to call even when the
      * claim never happened; only the holder's lock is touched
      ******************************************************************
       8600-Free-Lock section.

           move 'F' to w-lock-action
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

           display "FIXTURE-RECONCILE ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           move 16 to w-reg-rc
           perform 8000-Write-Run-Register

           close Fixture-In
           close History-File
           close Recon-Out

           move "GAMEHIST" to w-lock-resource
           perform 8600-Free-Lock

           move 16 to return-code
           stop run
           .
