       Identification division.
       PROGRAM-ID. Opponent-Ratings.
       environment division.
       input-output section.
       file-control.
      * SEASON-TO-DATE MATCH HISTORY MAINTAINED BY Game-Scorer -
      * INDEXED, KEYED BY MATCH-ID + DATE.  WALKED IN KEY ORDER AND
      * RESEQUENCED BY DATE HERE SO RATINGS MOVE IN PLAYING ORDER
           SELECT History-In ASSIGN TO "GAMEHIST"
           organization is indexed
           access is sequential
           record key is HR-Key
           file status is HISTORY-FILE-STATUS.
      * STRENGTH RATINGS - INDEXED, KEYED BY TEAM CODE; ONE RECORD
      * PER OPPONENT EVER RATED PLUS ONE FOR OUR OWN SIDE, CARRIED
      * FROM RUN TO RUN SO EACH RUN PICKS UP WHERE THE LAST ENDED
           SELECT Rating-Master ASSIGN TO "RATINGS"
           organization is indexed
           access is dynamic
           record key is RT-Team-Code
           file status is RATING-FILE-STATUS.
      * RATING MOVEMENT LOG - ONE LINE PER MATCH RATED, APPENDED
      * ACROSS RUNS AND NEVER SCRATCHED.  IT IS BOTH THE LIST OF
      * MATCHES ALREADY RATED (SO A RERUN NEVER RATES ONE TWICE)
      * AND THE SOURCE OF THE WEEKLY MOVEMENT AND UPSET SECTIONS
           SELECT Movement-Log ASSIGN TO "RATEHIST"
           organization is line sequential
           file status is MOVEMENT-FILE-STATUS.
      * POWER-RANKINGS REPORT
           SELECT Rating-Out ASSIGN TO "RATERPT"
           organization is line sequential.
      * RUN OPTIONS CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD
           SELECT Control-In ASSIGN TO "CTLCARD"
           organization is line sequential
           file status is CONTROL-FILE-STATUS.

       data division.
       file section.
      * MATCH HISTORY - KEYED RECORD Game-Scorer POSTS IN ITS
      * 2400-Write-Match-History SECTION; KEEP IN SYNC
       FD  History-In.
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

      * RATING RECORD - OUR OWN SIDE FILES UNDER TEAM CODE (OURS),
      * WHICH NO REGISTERED CLUB CODE CAN EVER BE
       FD  Rating-Master.
       01  RATING-REC.
           05  RT-Team-Code        pic x(6).
           05  RT-Rating           pic 9(5).
           05  RT-Matches          pic 9(5).
           05  RT-Won              pic 9(5).
           05  RT-Drawn            pic 9(5).
           05  RT-Lost             pic 9(5).
           05  RT-Last-Date        pic x(8).

      * MOVEMENT LOG LINE - FIXED COLUMNS; THE RESULT IS OURS (W/D/L)
      * AND EACH SIDE'S RATING IS SHOWN BEFORE AND AFTER THE MATCH
       FD  Movement-Log.
       01  MOVEMENT-REC.
           05  MV-Match-Id         pic x(6).
           05  filler              pic x(2).
           05  MV-Date             pic x(8).
           05  filler              pic x(2).
           05  MV-Opponent         pic x(6).
           05  filler              pic x(2).
           05  MV-Result           pic x(1).
           05  filler              pic x(2).
           05  MV-Ours-Before      pic 9(5).
           05  filler              pic x(1).
           05  MV-Ours-After       pic 9(5).
           05  filler              pic x(2).
           05  MV-Opp-Before       pic 9(5).
           05  filler              pic x(1).
           05  MV-Opp-After        pic 9(5).

       FD  Rating-Out.
       01  RATING-LINE             pic x(100).

      * RUN OPTIONS CONTROL CARD - ONE KEYWORD=VALUE PER CARD
       FD  Control-In.
       01  CONTROL-CARD            pic x(80).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-hist-read               pic 9(7).
           05  w-already-rated           pic 9(7).
           05  w-no-opponent             pic 9(7).
           05  w-rated-count             pic 9(7).
           05  w-upset-count             pic 9(5).
           05  w-sub                     pic 9(5).
           05  w-found-sub               pic 9(5).
           05  w-rank                    pic 9(3).
           05  w-result                  pic x(1).

      *MATCHES ALREADY RATED - LOADED FROM THE MOVEMENT LOG AND
      *EXTENDED AS THIS RUN RATES MORE
       01 W-Rated-Table.
           05  w-rated occurs 5000 times.
               10  w-rated-match-id      pic x(6).
               10  w-rated-date          pic x(8).
               10  w-rated-opponent      pic x(6).
               10  w-rated-result        pic x(1).
               10  w-rated-ours-before   pic 9(5).
               10  w-rated-ours-after    pic 9(5).
               10  w-rated-opp-before    pic 9(5).
               10  w-rated-opp-after     pic 9(5).
           05  w-rated-total             pic 9(5).

      *MATCHES STILL TO RATE - OCCURS DEPENDING ON THE LOADED COUNT
      *SO THE DATE SORT ONLY EVER RESEQUENCES REAL ENTRIES
       01 W-New-Table.
           05  w-new-count               pic 9(5).
           05  w-new occurs 1 to 5000 times
                        depending on w-new-count.
               10  w-new-date            pic x(8).
               10  w-new-match-id        pic x(6).
               10  w-new-opponent        pic x(6).
               10  w-new-result          pic x(1).

      *POWER-RANKING TABLE - EVERY RATING RECORD, SORTED BEST-FIRST
       01 W-Rank-Table.
           05  w-team-count              pic 9(3).
           05  w-team occurs 1 to 500 times
                        depending on w-team-count.
               10  w-team-rating         pic 9(5).
               10  w-team-code           pic x(6).
               10  w-team-matches        pic 9(5).
               10  w-team-won            pic 9(5).
               10  w-team-drawn          pic 9(5).
               10  w-team-lost           pic 9(5).
               10  w-team-move           pic s9(5).

      *TABLE CAPACITY - KEEP IN SYNC WITH THE OCCURS ON w-rated,
      *w-new AND w-team
       01 W-Capacity-Limits.
           05  w-rated-limit             pic 9(5) value 5000.
           05  w-new-limit               pic 9(5) value 5000.
           05  w-team-limit              pic 9(3) value 500.

      *RATING ARITHMETIC - THE EXPECTED SCORE FROM THE RATING GAP,
      *OUR ACTUAL SCORE (1 WIN, .5 DRAW, 0 LOSS) AND THE POINTS THAT
      *CHANGE HANDS.  WHAT OUR SIDE GAINS THE OPPONENT LOSES
       01 W-Rating-Calc.
           05  w-ours-before             pic 9(5).
           05  w-opp-before              pic 9(5).
           05  w-ours-after              pic 9(5).
           05  w-opp-after               pic 9(5).
           05  w-expected                pic 9v9(6).
           05  w-actual                  pic 9v9(1).
           05  w-delta                   pic s9(3).
           05  w-move-disp               pic +9(4).

      *WEEK WINDOW - MOVEMENT AND UPSETS COVER THE SEVEN DAYS
      *ENDING ON THE AS-OF DATE
       01 W-Week-Window.
           05  w-asof-int                pic 9(8).
           05  w-week-start-int          pic 9(8).
           05  w-week-start              pic 9(8).

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *GAMEHIST IS CLAIMED FOR THE READ; THE RATINGS AND MOVEMENT
      *LOG FOR THE WHOLE RUN
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
           05  w-lock-program            pic x(8) value "OPPRATE ".
           05  w-lock-result             pic x(1).
           05  w-lock-holder             pic x(8).

      *ABEND WORK AREA
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "OPPRATE ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 HISTORY-EOF-STATUS                  pic x(1).
           88 HISTORY-EOF                      value 'Y'.
       01 MOVEMENT-EOF-STATUS                 pic x(1).
           88 MOVEMENT-EOF                     value 'Y'.
       01 RATING-EOF-STATUS                   pic x(1).
           88 RATING-EOF                       value 'Y'.
       01 HISTORY-FILE-STATUS                 pic x(2).
           88  HISTORY-FILE-OK                    value '00'.
           88  HISTORY-FILE-NOT-FOUND             value '35'.
       01 RATING-FILE-STATUS                  pic x(2).
           88  RATING-FILE-OK                     value '00'.
           88  RATING-FILE-NOT-FOUND              value '35'.
       01 MOVEMENT-FILE-STATUS                pic x(2).
           88  MOVEMENT-FILE-OK                   value '00'.
           88  MOVEMENT-FILE-NOT-FOUND            value '35'.
       01 CONTROL-EOF-STATUS                  pic x(1).
           88 CONTROL-EOF                      value 'Y'.
       01 CONTROL-FILE-STATUS                 pic x(2).
           88  CONTROL-FILE-OK                    value '00'.
           88  CONTROL-FILE-NOT-FOUND             value '35'.

      *RUN-TIME PARAMETERS - AS-OF DATE FOR THE WEEK WINDOW, THE
      *K-FACTOR (MOST POINTS ONE MATCH CAN MOVE) AND THE RATING A
      *TEAM STARTS FROM THE FIRST TIME IT IS SEEN
       01 W-Control-Parms.
           05  w-parm-text                    pic x(10).
           05  w-asof-date                    pic 9(8).
           05  w-k-factor                     pic 9(3) value 32.
           05  w-start-rating                 pic 9(5) value 1500.

      *CONTROL-CARD WORK AREA - THE CARD BEING SPLIT AND WHERE THE
      *RUN'S OPTIONS CAME FROM, ECHOED ON THE OPTIONS PAGE
       01 W-Control-Cards.
           05  w-card-key                     pic x(12).
           05  w-card-value                   pic x(20).
           05  w-card-count                   pic 9(3) value zeroes.
           05  w-options-source               pic x(8) value "DEFAULTS".

      *MOVEMENT LOG IMAGE - KEEP IN SYNC WITH MOVEMENT-REC
       01 W-Movement-Line.
           05  w-mv-match-id             pic x(6).
           05  filler                    pic x(2) value spaces.
           05  w-mv-date                 pic x(8).
           05  filler                    pic x(2) value spaces.
           05  w-mv-opponent             pic x(6).
           05  filler                    pic x(2) value spaces.
           05  w-mv-result               pic x(1).
           05  filler                    pic x(2) value spaces.
           05  w-mv-ours-before          pic 9(5).
           05  filler                    pic x(1) value ">".
           05  w-mv-ours-after           pic 9(5).
           05  filler                    pic x(2) value spaces.
           05  w-mv-opp-before           pic 9(5).
           05  filler                    pic x(1) value ">".
           05  w-mv-opp-after            pic 9(5).

      * Constants
       77 c-our-side                     pic x(6) value "(OURS)".

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

           initialize HISTORY-EOF-STATUS
                      MOVEMENT-EOF-STATUS
                      RATING-EOF-STATUS
                      W-Variables
                      w-rated-total

           move zeroes to w-new-count
           move zeroes to w-team-count

           accept w-asof-date from date yyyymmdd

           open output Rating-Out

           perform 1050-Read-Control-Cards
           if CONTROL-FILE-NOT-FOUND
               perform 1100-Parse-Parms
           end-if
           perform 1080-Write-Options-Page

           compute w-asof-int = function integer-of-date(w-asof-date)
           compute w-week-start-int = w-asof-int - 6
           compute w-week-start =
                   function date-of-integer(w-week-start-int)

           move "GAMEHIST" to w-lock-resource
           perform 8500-Claim-Lock
           move "RATINGS " to w-lock-resource
           perform 8500-Claim-Lock

           open input History-In

      * THE FIRST RUN OF A SEASON HAS NO RATINGS FILE YET - CREATE
      * AN EMPTY ONE, THEN REOPEN IT FOR THE KEYED TRAFFIC BELOW
           open i-o Rating-Master
           if RATING-FILE-NOT-FOUND
               open output Rating-Master
               close Rating-Master
               open i-o Rating-Master
           end-if
           if not RATING-FILE-OK
               move "RATINGS FILE (RATINGS) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if
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
               when "KFACTOR"
                   perform 1075-Numeric-Card
                   move function numval(w-card-value) to w-k-factor
               when "START"
                   perform 1075-Numeric-Card
                   move function numval(w-card-value)
                     to w-start-rating
               when other
                   string "UNKNOWN CONTROL CARD KEYWORD ["
                          w-card-key "]"
                     delimited by size into w-abend-message
                   perform 9000-Abend
           end-evaluate
           .
      ******************************************************************
      * A card whose value must be numeric
      ******************************************************************
       1075-Numeric-Card section.

           if function trim(w-card-value) not numeric
               string "CONTROL CARD VALUE NOT NUMERIC ["
                      CONTROL-CARD(1:40) "]"
                 delimited by size into w-abend-message
               perform 9000-Abend
           end-if
           .
      ******************************************************************
      * The options-in-effect page at the top of the report
      ******************************************************************
       1080-Write-Options-Page section.

           move spaces to RATING-LINE
           string "OPTIONS IN EFFECT  SOURCE " w-options-source
                  "  CARDS " w-card-count
                  delimited by size into RATING-LINE
           write RATING-LINE

           move spaces to RATING-LINE
           string "  ASOF " w-asof-date
                  "  KFACTOR " w-k-factor
                  "  START " w-start-rating
                  delimited by size into RATING-LINE
           write RATING-LINE

           move spaces to RATING-LINE
           write RATING-LINE
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
      * Learn what is already rated, pick up every match that is
      * not, put them in playing order and rate them one by one
      ******************************************************************
       2000-Main-Process section.

           perform 2100-Load-Movement-Log
           perform 2200-Load-New-Matches

           if w-new-count > zeroes
               sort w-new ascending w-new-date w-new-match-id
           end-if

      * THE LOG OUTLIVES EVERY RUN - CREATE IT ONLY THE VERY FIRST
      * TIME, APPEND FOREVER AFTER
           open extend Movement-Log
           if MOVEMENT-FILE-NOT-FOUND
               open output Movement-Log
           end-if

           move 1 to w-sub
           perform until w-sub > w-new-count
               perform 2300-Rate-One-Match
               compute w-sub = w-sub + 1
           end-perform

           close Movement-Log
           .
      ******************************************************************
      * Load the movement log - every match rated by an earlier run
      ******************************************************************
       2100-Load-Movement-Log section.

           open input Movement-Log
           if MOVEMENT-FILE-NOT-FOUND
               go to 2100-Exit
           end-if

           perform 2150-Read-Movement
           perform until MOVEMENT-EOF
               compute w-rated-total = w-rated-total + 1

      * GUARD THE OCCURS LIMIT ON w-rated BEFORE SUBSCRIPTING
               if w-rated-total > w-rated-limit
                   move "MOVEMENT LOG EXCEEDS w-rated TABLE CAPACITY"
                     to w-abend-message
                   perform 9000-Abend
               end-if

               move MV-Match-Id    to w-rated-match-id(w-rated-total)
               move MV-Date        to w-rated-date(w-rated-total)
               move MV-Opponent    to w-rated-opponent(w-rated-total)
               move MV-Result      to w-rated-result(w-rated-total)
               move MV-Ours-Before
                 to w-rated-ours-before(w-rated-total)
               move MV-Ours-After  to w-rated-ours-after(w-rated-total)
               move MV-Opp-Before  to w-rated-opp-before(w-rated-total)
               move MV-Opp-After   to w-rated-opp-after(w-rated-total)

               perform 2150-Read-Movement
           end-perform

           close Movement-Log.

       2100-Exit.
           exit.
      ******************************************************************
      * Read the movement log
      ******************************************************************
       2150-Read-Movement section.
           read Movement-Log
           at end set MOVEMENT-EOF to true
           end-read
           .
      ******************************************************************
      * Walk GAMEHIST taking every match with an opponent that the
      * log does not already show as rated.  A match with no
      * opponent on file (no MTH header) cannot be rated
      ******************************************************************
       2200-Load-New-Matches section.

           if HISTORY-FILE-NOT-FOUND
               go to 2200-Exit
           end-if

           perform 2250-Read-History
           perform until HISTORY-EOF
               compute w-hist-read = w-hist-read + 1

               Evaluate true
                   when HR-Opponent = spaces
                       compute w-no-opponent = w-no-opponent + 1
                   when other
                       perform 2270-Find-Rated
                       if w-found-sub > zeroes
                           compute w-already-rated =
                                   w-already-rated + 1
                       else
                           perform 2280-Take-New-Match
                       end-if
               end-evaluate

               perform 2250-Read-History
           end-perform.

       2200-Exit.
           exit.
      ******************************************************************
      * Read the next match history record
      ******************************************************************
       2250-Read-History section.
           read History-In
           at end set HISTORY-EOF to true
           end-read
           .
      ******************************************************************
      * Is this GAMEHIST match already on the movement log?
      ******************************************************************
       2270-Find-Rated section.

           move zeroes to w-found-sub
           move 1 to w-sub
           perform until w-sub > w-rated-total
               if w-rated-match-id(w-sub) = HR-Match-Id
                and w-rated-date(w-sub) = HR-Date
                   move w-sub to w-found-sub
                   move w-rated-total to w-sub
               end-if
               compute w-sub = w-sub + 1
           end-perform
           .
      ******************************************************************
      * Table one match still to be rated, classed won/drawn/lost
      * from our side's round tallies the way Season-Standings does
      ******************************************************************
       2280-Take-New-Match section.

           compute w-new-count = w-new-count + 1

      * GUARD THE OCCURS LIMIT ON w-new BEFORE SUBSCRIPTING
           if w-new-count > w-new-limit
               move "NEW MATCHES EXCEED w-new TABLE CAPACITY"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move HR-Date     to w-new-date(w-new-count)
           move HR-Match-Id to w-new-match-id(w-new-count)
           move HR-Opponent to w-new-opponent(w-new-count)

           Evaluate true
               when HR-Wins > HR-Losses
                   move 'W' to w-new-result(w-new-count)
               when HR-Losses > HR-Wins
                   move 'L' to w-new-result(w-new-count)
               when other
                   move 'D' to w-new-result(w-new-count)
           end-evaluate
           .
      ******************************************************************
      * Rate one match - both sides' ratings before, the expected
      * score from the gap, the points that change hands, both
      * ratings rewritten and the movement logged
      ******************************************************************
       2300-Rate-One-Match section.

           move w-new-result(w-sub) to w-result

           move c-our-side to RT-Team-Code
           perform 2400-Get-Rating
           move RT-Rating to w-ours-before

           move w-new-opponent(w-sub) to RT-Team-Code
           perform 2400-Get-Rating
           move RT-Rating to w-opp-before

           compute w-expected rounded =
                   1 / (1 + 10 ** ((w-opp-before - w-ours-before)
                                   / 400))

           Evaluate w-result
               when 'W' move 1   to w-actual
               when 'D' move 0.5 to w-actual
               when other move 0 to w-actual
           end-evaluate

           compute w-delta rounded =
                   w-k-factor * (w-actual - w-expected)

           compute w-ours-after = w-ours-before + w-delta
           compute w-opp-after  = w-opp-before - w-delta

      * OUR SIDE'S RECORD
           move c-our-side to RT-Team-Code
           perform 2400-Get-Rating
           move w-ours-after to RT-Rating
           perform 2450-Count-Result
           perform 2500-Put-Rating

      * THE OPPONENT'S RECORD - ITS WIN IS OUR LOSS
           move w-new-opponent(w-sub) to RT-Team-Code
           perform 2400-Get-Rating
           move w-opp-after to RT-Rating
           Evaluate w-result
               when 'W' move 'L' to w-result
               when 'L' move 'W' to w-result
           end-evaluate
           perform 2450-Count-Result
           perform 2500-Put-Rating
           move w-new-result(w-sub) to w-result

           move w-new-match-id(w-sub) to w-mv-match-id
           move w-new-date(w-sub)     to w-mv-date
           move w-new-opponent(w-sub) to w-mv-opponent
           move w-result              to w-mv-result
           move w-ours-before         to w-mv-ours-before
           move w-ours-after          to w-mv-ours-after
           move w-opp-before          to w-mv-opp-before
           move w-opp-after           to w-mv-opp-after
           write MOVEMENT-REC from W-Movement-Line

           compute w-rated-total = w-rated-total + 1
           if w-rated-total > w-rated-limit
               move "MOVEMENT LOG EXCEEDS w-rated TABLE CAPACITY"
                 to w-abend-message
               perform 9000-Abend
           end-if
           move w-new-match-id(w-sub) to w-rated-match-id(w-rated-total)
           move w-new-date(w-sub)     to w-rated-date(w-rated-total)
           move w-new-opponent(w-sub) to w-rated-opponent(w-rated-total)
           move w-result              to w-rated-result(w-rated-total)
           move w-ours-before to w-rated-ours-before(w-rated-total)
           move w-ours-after  to w-rated-ours-after(w-rated-total)
           move w-opp-before  to w-rated-opp-before(w-rated-total)
           move w-opp-after   to w-rated-opp-after(w-rated-total)

           compute w-rated-count = w-rated-count + 1
           .
      ******************************************************************
      * Read a team's rating by RT-Team-Code - a team never rated
      * before starts from the configured starting rating
      ******************************************************************
       2400-Get-Rating section.

           read Rating-Master
               invalid key
                   move w-start-rating to RT-Rating
                   move zeroes to RT-Matches
                   move zeroes to RT-Won
                   move zeroes to RT-Drawn
                   move zeroes to RT-Lost
                   move spaces to RT-Last-Date
           end-read
           .
      ******************************************************************
      * Count the match on the record in hand from w-result, which
      * is always the result from that team's own point of view
      ******************************************************************
       2450-Count-Result section.

           add 1 to RT-Matches
           Evaluate w-result
               when 'W' add 1 to RT-Won
               when 'L' add 1 to RT-Lost
               when other add 1 to RT-Drawn
           end-evaluate
           move w-new-date(w-sub) to RT-Last-Date
           .
      ******************************************************************
      * Store the record in hand - rewrite, or write when new
      ******************************************************************
       2500-Put-Rating section.

           rewrite RATING-REC
               invalid key
                   write RATING-REC
                       invalid key
                           move "WRITE TO RATINGS FILE FAILED"
                             to w-abend-message
                           perform 9000-Abend
                   end-write
           end-rewrite
           .
      ******************************************************************
      * Summary - the power ranking with each team's movement over
      * the week, then the week's upsets
      ******************************************************************
       3000-print-summary section.

           perform 3100-Load-Rankings
           perform 3200-Week-Movement
           perform 3300-Write-Rankings
           perform 3400-Write-Upsets

           move spaces to RATING-LINE
           write RATING-LINE
           move spaces to RATING-LINE
           string "MATCHES READ " w-hist-read
                  "  RATED THIS RUN " w-rated-count
                  "  ALREADY RATED " w-already-rated
                  "  NO OPPONENT " w-no-opponent
                  delimited by size into RATING-LINE
           write RATING-LINE

           display "Opponent-Ratings rated: " w-rated-count
                   "  teams: " w-team-count
                   "  upsets this week: " w-upset-count

           close History-In
           close Rating-Master
           close Rating-Out

           move "GAMEHIST" to w-lock-resource
           perform 8600-Free-Lock
           move "RATINGS " to w-lock-resource
           perform 8600-Free-Lock
           .
      ******************************************************************
      * Load every rating record and sort best-first
      ******************************************************************
       3100-Load-Rankings section.

           move low-values to RT-Team-Code
           start Rating-Master key is not less than RT-Team-Code
               invalid key
                   set RATING-EOF to true
           end-start

           perform until RATING-EOF
               read Rating-Master next
                   at end
                       set RATING-EOF to true
               end-read
               if not RATING-EOF
                   compute w-team-count = w-team-count + 1

      * GUARD THE OCCURS LIMIT ON w-team BEFORE SUBSCRIPTING
                   if w-team-count > w-team-limit
                       move "TEAMS EXCEED w-team TABLE CAPACITY"
                         to w-abend-message
                       perform 9000-Abend
                   end-if

                   move RT-Rating    to w-team-rating(w-team-count)
                   move RT-Team-Code to w-team-code(w-team-count)
                   move RT-Matches   to w-team-matches(w-team-count)
                   move RT-Won       to w-team-won(w-team-count)
                   move RT-Drawn     to w-team-drawn(w-team-count)
                   move RT-Lost      to w-team-lost(w-team-count)
                   move zeroes       to w-team-move(w-team-count)
               end-if
           end-perform

           if w-team-count > zeroes
               sort w-team descending w-team-rating
           end-if
           .
      ******************************************************************
      * Each team's movement over the week - the sum of its changes
      * across every logged match dated inside the window
      ******************************************************************
       3200-Week-Movement section.

           move 1 to w-sub
           perform until w-sub > w-rated-total
               if w-rated-date(w-sub) >= w-week-start
                and w-rated-date(w-sub) <= w-asof-date
                   move c-our-side to RT-Team-Code
                   perform 3250-Find-Team
                   if w-found-sub > zeroes
                       compute w-team-move(w-found-sub) =
                               w-team-move(w-found-sub)
                             + w-rated-ours-after(w-sub)
                             - w-rated-ours-before(w-sub)
                   end-if
                   move w-rated-opponent(w-sub) to RT-Team-Code
                   perform 3250-Find-Team
                   if w-found-sub > zeroes
                       compute w-team-move(w-found-sub) =
                               w-team-move(w-found-sub)
                             + w-rated-opp-after(w-sub)
                             - w-rated-opp-before(w-sub)
                   end-if
               end-if
               compute w-sub = w-sub + 1
           end-perform
           .
      ******************************************************************
      * Find RT-Team-Code in the ranking table
      ******************************************************************
       3250-Find-Team section.

           move zeroes to w-found-sub
           move 1 to w-rank
           perform until w-rank > w-team-count
               if w-team-code(w-rank) = RT-Team-Code
                   move w-rank to w-found-sub
                   move w-team-count to w-rank
               end-if
               compute w-rank = w-rank + 1
           end-perform
           .
      ******************************************************************
      * The power ranking, best first
      ******************************************************************
       3300-Write-Rankings section.

           move spaces to RATING-LINE
           string "POWER RANKINGS  AS-OF " w-asof-date
                  "  WEEK FROM " w-week-start
                  delimited by size into RATING-LINE
           write RATING-LINE

           if w-team-count = zeroes
               move spaces to RATING-LINE
               string "  NO TEAMS RATED YET"
                      delimited by size into RATING-LINE
               write RATING-LINE
               go to 3300-Exit
           end-if

           move 1 to w-rank
           perform until w-rank > w-team-count
               move w-team-move(w-rank) to w-move-disp
               move spaces to RATING-LINE
               string "  RANK " w-rank
                      "  " w-team-code(w-rank)
                      "  RATING " w-team-rating(w-rank)
                      "  WEEK " w-move-disp
                      "  PLAYED " w-team-matches(w-rank)
                      "  W " w-team-won(w-rank)
                      " D " w-team-drawn(w-rank)
                      " L " w-team-lost(w-rank)
                      delimited by size into RATING-LINE
               write RATING-LINE
               compute w-rank = w-rank + 1
           end-perform.

       3300-Exit.
           exit.
      ******************************************************************
      * Upsets of the week - we lost to a side rated below us, or
      * beat a side rated above us, going into the match
      ******************************************************************
       3400-Write-Upsets section.

           move spaces to RATING-LINE
           write RATING-LINE
           move spaces to RATING-LINE
           string "UPSETS OF THE WEEK"
                  delimited by size into RATING-LINE
           write RATING-LINE

           move 1 to w-sub
           perform until w-sub > w-rated-total
               if w-rated-date(w-sub) >= w-week-start
                and w-rated-date(w-sub) <= w-asof-date
                   Evaluate true
                       when w-rated-result(w-sub) = 'L'
                        and w-rated-opp-before(w-sub)
                            < w-rated-ours-before(w-sub)
                           perform 3450-Write-Upset
                       when w-rated-result(w-sub) = 'W'
                        and w-rated-opp-before(w-sub)
                            > w-rated-ours-before(w-sub)
                           perform 3450-Write-Upset
                   end-evaluate
               end-if
               compute w-sub = w-sub + 1
           end-perform

           if w-upset-count = zeroes
               move spaces to RATING-LINE
               string "  NONE" delimited by size into RATING-LINE
               write RATING-LINE
           end-if
           .
      ******************************************************************
      * One upset line
      ******************************************************************
       3450-Write-Upset section.

           compute w-upset-count = w-upset-count + 1
           move spaces to RATING-LINE
           if w-rated-result(w-sub) = 'W'
               string "  MATCH " w-rated-match-id(w-sub)
                      "  " w-rated-date(w-sub)
                      "  BEAT " w-rated-opponent(w-sub)
                      "  RATED " w-rated-opp-before(w-sub)
                      "  OURS " w-rated-ours-before(w-sub)
                      delimited by size into RATING-LINE
           else
               string "  MATCH " w-rated-match-id(w-sub)
                      "  " w-rated-date(w-sub)
                      "  LOST TO " w-rated-opponent(w-sub)
                      "  RATED " w-rated-opp-before(w-sub)
                      "  OURS " w-rated-ours-before(w-sub)
                      delimited by size into RATING-LINE
           end-if
           write RATING-LINE
           .
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

           display "OPPONENT-RATINGS ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close History-In
           close Rating-Master
           close Movement-Log
           close Rating-Out

           move "GAMEHIST" to w-lock-resource
           perform 8600-Free-Lock
           move "RATINGS " to w-lock-resource
           perform 8600-Free-Lock

           move 16 to return-code
           stop run
           .
