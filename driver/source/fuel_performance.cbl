       Identification division.
       PROGRAM-ID. Fuel-Performance.
       environment division.
       input-output section.
       file-control.
      * SEASON ROSTER HISTORY POSTED BY Game-Scorer - INDEXED, KEYED
      * BY MATCH-ID + DATE + ELF-ID, ONE RECORD PER ELF WHO PLAYED
      * IN A MATCH.  WALKED IN KEY ORDER, ONE APPEARANCE AT A TIME
           SELECT Roster-Hist ASSIGN TO "ROSTHIST"
           organization is indexed
           access is sequential
           record key is RH-Key
           file status is ROSTHIST-FILE-STATUS.
      * SEASON-TO-DATE MATCH HISTORY MAINTAINED BY Game-Scorer -
      * READ BY KEY FOR EACH APPEARANCE'S MATCH RESULT
           SELECT History-In ASSIGN TO "GAMEHIST"
           organization is indexed
           access is random
           record key is HR-Key
           file status is HISTORY-FILE-STATUS.
      * SEASON-LONG DAILY CALORIE HISTORY WRITTEN BY CALORIES-
      * COUNTER - KEYED BY ELF-ID + DATE, SO A START AT THE FIRST
      * DAY OF THE WINDOW DELIVERS THE ELF'S DAYS IN DATE ORDER
           SELECT Calorie-Hist ASSIGN TO "CALHIST"
           organization is indexed
           access is dynamic
           record key is CH-Key
           file status is CALHIST-FILE-STATUS.
      * FUEL-VERSUS-PERFORMANCE REPORT FOR THE COACHING STAFF AND
      * THE SUPPLY OFFICE
           SELECT Fuel-Out ASSIGN TO "FUELRPT"
           organization is line sequential.
      * RUN OPTIONS CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD
           SELECT Control-In ASSIGN TO "CTLCARD"
           organization is line sequential
           file status is CONTROL-FILE-STATUS.

       data division.
       file section.
      * ROSTER HISTORY RECORD - KEEP IN SYNC WITH Game-Scorer'S
      * 1320-Check-Roster-Line SECTION
       FD  Roster-Hist.
       01  ROSTHIST-REC.
           05  RH-Key.
               10  RH-Match-Id     pic x(6).
               10  RH-Date         pic x(8).
               10  RH-Elf-Id       pic 9(4).
           05  RH-Posted-Date      pic 9(8).

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

      * DAILY CALORIE HISTORY RECORD - KEEP IN SYNC WITH
      * CALORIES-COUNTER'S 2947-Post-History-Elf SECTION
       FD  Calorie-Hist.
       01  CALHIST-REC.
           05  CH-Key.
               10  CH-Elf-Id       pic 9(4).
               10  CH-Date         pic x(8).
           05  CH-Calories         pic 9(7).
           05  CH-Depot            pic x(3).
           05  CH-Split-Area.
               10  CH-Split-Count      pic 9(1).
               10  CH-Split occurs 8 times.
                   15  CH-Split-Code   pic x(3).
                   15  CH-Split-Cal    pic 9(7).
                   15  CH-Split-Items  pic 9(5).

       FD  Fuel-Out.
       01  FUEL-LINE               pic x(120).

      * RUN OPTIONS CONTROL CARD - ONE KEYWORD=VALUE PER CARD
       FD  Control-In.
       01  CONTROL-CARD            pic x(80).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-roster-read             pic 9(7).
           05  w-no-result               pic 9(7).
           05  w-joined                  pic 9(7).
           05  w-no-fuel                 pic 9(7).
           05  w-sub                     pic 9(5).
           05  w-band-sub                pic 9(1).
           05  w-result                  pic x(1).
           05  w-flag                    pic x(9).

      *FUEL WINDOW - THE DAYS BEFORE THE MATCH DATE WHOSE CALHIST
      *FIGURES COUNT AS THE ELF'S FUEL GOING INTO IT; THE MATCH
      *DAY ITSELF IS NOT PART OF THE WINDOW
       01 W-Fuel-Window.
           05  w-match-int               pic 9(8).
           05  w-from-int                pic 9(8).
           05  w-from-date               pic 9(8).
           05  SCAN-STATUS               pic x(1).
               88  SCAN-DONE                 value 'Y'.

      *ONE APPEARANCE'S FUEL - DAYS REPORTED IN THE WINDOW, THEIR
      *TOTAL AND AVERAGE, AND THE LAST DAY REPORTED BEFORE THE
      *MATCH, WHICH IS THE STOCK THE ELF CARRIED INTO IT
       01 W-Elf-Fuel.
           05  w-fuel-days               pic 9(3).
           05  w-fuel-total              pic 9(9).
           05  w-fuel-avg                pic 9(7).
           05  w-fuel-last               pic 9(7).
           05  w-fuel-last-date          pic x(8).

      *CALORIE BANDS - FIVE BANDS OF THE BAND WIDTH ON AVERAGE
      *DAILY CALORIES (THE LAST OPEN-ENDED), THEN A SIXTH FOR
      *APPEARANCES WITH NOTHING REPORTED IN THE WINDOW
       01 W-Band-Table.
           05  w-band occurs 6 times.
               10  w-band-low            pic 9(7).
               10  w-band-high           pic 9(7).
               10  w-band-apps           pic 9(7).
               10  w-band-won            pic 9(7).
               10  w-band-drawn          pic 9(7).
               10  w-band-lost           pic 9(7).

      *RATE WORK AREA - ONE BAND'S WIN/DRAW/LOSS PERCENTAGES
       01 W-Rate-Area.
           05  w-pct                     pic 9(3)v9(1).
           05  w-pct-won-disp            pic zz9.9.
           05  w-pct-drawn-disp          pic zz9.9.
           05  w-pct-lost-disp           pic zz9.9.

      *LOW-STOCK APPEARANCES - HELD FOR THE EXCEPTION SECTION AT
      *THE END OF THE REPORT
       01 W-Low-Table.
           05  w-low occurs 2000 times.
               10  w-low-match-id        pic x(6).
               10  w-low-date            pic x(8).
               10  w-low-elf-id          pic 9(4).
               10  w-low-calories        pic 9(7).
               10  w-low-cal-date        pic x(8).
               10  w-low-result          pic x(1).
           05  w-low-count               pic 9(5).
           05  w-low-won                 pic 9(5).
           05  w-low-drawn               pic 9(5).
           05  w-low-lost                pic 9(5).

      *TABLE CAPACITY - KEEP IN SYNC WITH THE OCCURS ON w-low
       01 W-Capacity-Limits.
           05  w-low-limit               pic 9(5) value 2000.

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *ALL THREE HISTORIES ARE CLAIMED FOR THE READ SO NO POSTING
      *RUN CAN BE HALF-WAY THROUGH ONE UNDERNEATH THE REPORT
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
           05  w-lock-program            pic x(8) value "FUELPERF".
           05  w-lock-result             pic x(1).
           05  w-lock-holder             pic x(8).

      *ABEND WORK AREA
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "FUELPERF".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 ROSTER-EOF-STATUS                   pic x(1).
           88 ROSTER-EOF                       value 'Y'.
       01 ROSTHIST-FILE-STATUS                pic x(2).
           88  ROSTHIST-FILE-OK                   value '00'.
           88  ROSTHIST-FILE-NOT-FOUND            value '35'.
       01 HISTORY-FILE-STATUS                 pic x(2).
           88  HISTORY-FILE-OK                    value '00'.
           88  HISTORY-FILE-NOT-FOUND             value '35'.
       01 CALHIST-FILE-STATUS                 pic x(2).
           88  CALHIST-FILE-OK                    value '00'.
           88  CALHIST-FILE-NOT-FOUND             value '35'.
       01 CONTROL-EOF-STATUS                  pic x(1).
           88 CONTROL-EOF                      value 'Y'.
       01 CONTROL-FILE-STATUS                 pic x(2).
           88  CONTROL-FILE-OK                    value '00'.
           88  CONTROL-FILE-NOT-FOUND             value '35'.

      *RUN-TIME PARAMETERS - DAYS OF CALHIST BEFORE EACH MATCH THAT
      *COUNT AS ITS FUEL, THE CALORIE BAND WIDTH, AND THE LOW-STOCK
      *THRESHOLD (CALORIES-COUNTER'S LOWSTOCK; ZERO MEANS NO LOW-
      *STOCK SECTION, THE SAME AS THERE)
       01 W-Control-Parms.
           05  w-parm-text                    pic x(10).
           05  w-window-days                  pic 9(2) value 3.
           05  w-band-width                   pic 9(7) value 10000.
           05  w-low-threshold                pic 9(7) value zeroes.

      *CONTROL-CARD WORK AREA - THE CARD BEING SPLIT AND WHERE THE
      *RUN'S OPTIONS CAME FROM, ECHOED ON THE OPTIONS PAGE
       01 W-Control-Cards.
           05  w-card-key                     pic x(12).
           05  w-card-value                   pic x(20).
           05  w-card-count                   pic 9(3) value zeroes.
           05  w-options-source               pic x(8) value "DEFAULTS".

      * Constants
       77 c-band-count                   pic 9(1) value 5.
       77 c-no-fuel-band                 pic 9(1) value 6.

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

           initialize ROSTER-EOF-STATUS
                      W-Variables
                      W-Band-Table
                      w-low-count
                      w-low-won
                      w-low-drawn
                      w-low-lost

           open output Fuel-Out

           perform 1050-Read-Control-Cards
           if CONTROL-FILE-NOT-FOUND
               perform 1100-Parse-Parms
           end-if

           if w-window-days = zeroes
               move "DAYS MUST BE 1 OR MORE" to w-abend-message
               perform 9000-Abend
           end-if
           if w-band-width = zeroes
               move "BAND MUST BE 1 OR MORE" to w-abend-message
               perform 9000-Abend
           end-if

           move spaces to FUEL-LINE
           string "FUEL VERSUS PERFORMANCE - ROSTERED ELVES' CALORIES"
                  " BEFORE EACH MATCH AGAINST ITS RESULT"
                  delimited by size into FUEL-LINE
           write FUEL-LINE
           move spaces to FUEL-LINE
           write FUEL-LINE

           perform 1080-Write-Options-Page

      * BANDS 1-5 ON AVERAGE DAILY CALORIES, THE FIFTH OPEN-ENDED
           move 1 to w-band-sub
           perform until w-band-sub > c-band-count
               compute w-band-low(w-band-sub) =
                       (w-band-sub - 1) * w-band-width
               compute w-band-high(w-band-sub) =
                       w-band-sub * w-band-width - 1
               compute w-band-sub = w-band-sub + 1
           end-perform
           move 9999999 to w-band-high(c-band-count)

           move "ROSTHIST" to w-lock-resource
           perform 8500-Claim-Lock
           move "GAMEHIST" to w-lock-resource
           perform 8500-Claim-Lock
           move "CALHIST " to w-lock-resource
           perform 8500-Claim-Lock

           open input Roster-Hist
           open input History-In
           open input Calorie-Hist

           if not HISTORY-FILE-OK
               move "MATCH HISTORY (GAMEHIST) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           if not CALHIST-FILE-OK
               move "CALORIE HISTORY (CALHIST) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move spaces to FUEL-LINE
           string "MATCH   DATE      ELF   RESULT  DAYS  AVG-CAL"
                  "  LAST-CAL  LAST-DAY  BAND  FLAG"
                  delimited by size into FUEL-LINE
           write FUEL-LINE
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
               when "DAYS"
                   perform 1075-Numeric-Card
                   move function numval(w-card-value)
                     to w-window-days
               when "BAND"
                   perform 1075-Numeric-Card
                   move function numval(w-card-value)
                     to w-band-width
               when "LOWSTOCK"
                   perform 1075-Numeric-Card
                   move function numval(w-card-value)
                     to w-low-threshold
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

           move spaces to FUEL-LINE
           string "OPTIONS IN EFFECT  SOURCE " w-options-source
                  "  CARDS " w-card-count
                  delimited by size into FUEL-LINE
           write FUEL-LINE

           move spaces to FUEL-LINE
           if w-low-threshold = zeroes
               string "  DAYS " w-window-days
                      "  BAND " w-band-width
                      "  LOWSTOCK NONE"
                      delimited by size into FUEL-LINE
           else
               string "  DAYS " w-window-days
                      "  BAND " w-band-width
                      "  LOWSTOCK " w-low-threshold
                      delimited by size into FUEL-LINE
           end-if
           write FUEL-LINE

           move spaces to FUEL-LINE
           write FUEL-LINE
           .
      ******************************************************************
      * JCL PARM FALLBACK - A NUMERIC VALUE OVERRIDES THE NUMBER OF
      * DAYS BEFORE THE MATCH.  A SUPPLIED CTLCARD FILE REPLACES THIS
      ******************************************************************
       1100-Parse-Parms section.

           move "PARM    " to w-options-source

           accept w-parm-text from command-line
           if function trim(w-parm-text) is numeric
               move function numval(w-parm-text) to w-window-days
           end-if
           .
      ******************************************************************
      * Walk the roster history - every appearance is joined to its
      * match's result and to the elf's calories before the match
      ******************************************************************
       2000-Main-Process section.

           if ROSTHIST-FILE-NOT-FOUND
               move spaces to FUEL-LINE
               string "NO ROSTER HISTORY ON CATALOG"
                      delimited by size into FUEL-LINE
               write FUEL-LINE
               go to 2000-Exit
           end-if

           perform 2100-Read-Roster
           perform until ROSTER-EOF
               compute w-roster-read = w-roster-read + 1
               perform 2200-Join-Appearance
               perform 2100-Read-Roster
           end-perform.

       2000-Exit.
           exit.
      ******************************************************************
      * Read next roster history record
      ******************************************************************
       2100-Read-Roster section.
           read Roster-Hist next
           at end set ROSTER-EOF to true
           end-read
           .
      ******************************************************************
      * One appearance - a match never posted to GAMEHIST (refused,
      * or still to be rerun) has no result to join and is only
      * counted
      ******************************************************************
       2200-Join-Appearance section.

           move RH-Match-Id to HR-Match-Id
           move RH-Date     to HR-Date
           read History-In
               invalid key
                   compute w-no-result = w-no-result + 1
                   go to 2200-Exit
           end-read

           if RH-Date not numeric
               compute w-no-result = w-no-result + 1
               go to 2200-Exit
           end-if

           compute w-joined = w-joined + 1

           Evaluate true
               when HR-Wins > HR-Losses
                   move 'W' to w-result
               when HR-Losses > HR-Wins
                   move 'L' to w-result
               when other
                   move 'D' to w-result
           end-evaluate

           perform 2300-Collect-Fuel

      * BAND ON AVERAGE DAILY CALORIES; NOTHING REPORTED IN THE
      * WINDOW IS ITS OWN BAND RATHER THAN A FALSE ZERO
           if w-fuel-days = zeroes
               move c-no-fuel-band to w-band-sub
               compute w-no-fuel = w-no-fuel + 1
           else
               compute w-fuel-avg rounded =
                       w-fuel-total / w-fuel-days
               move 1 to w-band-sub
               perform until w-band-sub = c-band-count
                   or w-fuel-avg <= w-band-high(w-band-sub)
                   compute w-band-sub = w-band-sub + 1
               end-perform
           end-if

           compute w-band-apps(w-band-sub) =
                   w-band-apps(w-band-sub) + 1
           Evaluate w-result
               when 'W'
                   compute w-band-won(w-band-sub) =
                           w-band-won(w-band-sub) + 1
               when 'D'
                   compute w-band-drawn(w-band-sub) =
                           w-band-drawn(w-band-sub) + 1
               when other
                   compute w-band-lost(w-band-sub) =
                           w-band-lost(w-band-sub) + 1
           end-evaluate

      * LOW STOCK GOING IN - THE LAST DAY REPORTED BEFORE THE MATCH
      * FELL UNDER CALORIES-COUNTER'S LOW-STOCK THRESHOLD
           move spaces to w-flag
           if w-low-threshold > zeroes
            and w-fuel-days > zeroes
            and w-fuel-last < w-low-threshold
               move "LOW-STOCK" to w-flag
               perform 2400-Hold-Low-Stock
           end-if

           move spaces to FUEL-LINE
           if w-fuel-days = zeroes
               string RH-Match-Id "  " RH-Date "  " RH-Elf-Id
                      "    " w-result
                      "       NO CALORIES REPORTED IN WINDOW"
                      delimited by size into FUEL-LINE
           else
               string RH-Match-Id "  " RH-Date "  " RH-Elf-Id
                      "    " w-result
                      "     " w-fuel-days
                      "   " w-fuel-avg
                      "  " w-fuel-last
                      "   " w-fuel-last-date
                      "  " w-band-sub
                      "     " w-flag
                      delimited by size into FUEL-LINE
           end-if
           write FUEL-LINE.

       2200-Exit.
           exit.
      ******************************************************************
      * The elf's calories over the window before the match - start
      * at the first day of the window and read forward to the day
      * before the match
      ******************************************************************
       2300-Collect-Fuel section.

           initialize W-Elf-Fuel

           compute w-match-int = function integer-of-date
                   (function numval(RH-Date))
           compute w-from-int = w-match-int - w-window-days
           compute w-from-date = function date-of-integer(w-from-int)

           move RH-Elf-Id   to CH-Elf-Id
           move w-from-date to CH-Date
           start Calorie-Hist key is not less than CH-Key
               invalid key
                   go to 2300-Exit
           end-start

           move 'N' to SCAN-STATUS
           perform until SCAN-DONE
               read Calorie-Hist next
                   at end
                       set SCAN-DONE to true
               end-read
               if not SCAN-DONE
                   if CH-Elf-Id not = RH-Elf-Id
                    or CH-Date not < RH-Date
                       set SCAN-DONE to true
                   else
                       compute w-fuel-days = w-fuel-days + 1
                       add CH-Calories to w-fuel-total
                       move CH-Calories to w-fuel-last
                       move CH-Date to w-fuel-last-date
                   end-if
               end-if
           end-perform.

       2300-Exit.
           exit.
      ******************************************************************
      * Hold one low-stock appearance for the exception section
      ******************************************************************
       2400-Hold-Low-Stock section.

           compute w-low-count = w-low-count + 1

      * GUARD THE OCCURS LIMIT ON w-low BEFORE SUBSCRIPTING
           if w-low-count > w-low-limit
               move "LOW-STOCK APPEARANCES EXCEED w-low CAPACITY"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move RH-Match-Id      to w-low-match-id(w-low-count)
           move RH-Date          to w-low-date(w-low-count)
           move RH-Elf-Id        to w-low-elf-id(w-low-count)
           move w-fuel-last      to w-low-calories(w-low-count)
           move w-fuel-last-date to w-low-cal-date(w-low-count)
           move w-result         to w-low-result(w-low-count)

           Evaluate w-result
               when 'W' compute w-low-won = w-low-won + 1
               when 'D' compute w-low-drawn = w-low-drawn + 1
               when other compute w-low-lost = w-low-lost + 1
           end-evaluate
           .
      ******************************************************************
      * Summary - win/draw/loss rates by calorie band, the low-stock
      * exception section and the run's volumes
      ******************************************************************
       3000-print-summary section.

           move spaces to FUEL-LINE
           write FUEL-LINE
           move spaces to FUEL-LINE
           string "RESULTS BY CALORIE BAND (AVERAGE DAILY CALORIES "
                  "OVER THE " w-window-days " DAYS BEFORE THE MATCH)"
                  delimited by size into FUEL-LINE
           write FUEL-LINE

           move 1 to w-band-sub
           perform until w-band-sub > c-no-fuel-band
               perform 3100-Write-Band-Line
               compute w-band-sub = w-band-sub + 1
           end-perform

           perform 3200-Write-Low-Stock

           move spaces to FUEL-LINE
           write FUEL-LINE
           move spaces to FUEL-LINE
           string "APPEARANCES " w-roster-read
                  "  JOINED " w-joined
                  "  NO MATCH RESULT " w-no-result
                  "  NO CALORIES IN WINDOW " w-no-fuel
                  delimited by size into FUEL-LINE
           write FUEL-LINE

           display "Fuel-Performance appearances: " w-roster-read
                   "  joined: " w-joined
                   "  low-stock: " w-low-count

           close Roster-Hist
           close History-In
           close Calorie-Hist
           close Fuel-Out

           perform 8700-Free-All-Locks
           .
      ******************************************************************
      * One band's line - appearances and the share of them won,
      * drawn and lost
      ******************************************************************
       3100-Write-Band-Line section.

           move zeroes to w-pct-won-disp
           move zeroes to w-pct-drawn-disp
           move zeroes to w-pct-lost-disp
           if w-band-apps(w-band-sub) > zeroes
               compute w-pct rounded = w-band-won(w-band-sub) * 100
                       / w-band-apps(w-band-sub)
               move w-pct to w-pct-won-disp
               compute w-pct rounded = w-band-drawn(w-band-sub) * 100
                       / w-band-apps(w-band-sub)
               move w-pct to w-pct-drawn-disp
               compute w-pct rounded = w-band-lost(w-band-sub) * 100
                       / w-band-apps(w-band-sub)
               move w-pct to w-pct-lost-disp
           end-if

           move spaces to FUEL-LINE
           Evaluate true
               when w-band-sub = c-no-fuel-band
                   string "  NONE REPORTED    "
                          delimited by size into FUEL-LINE
               when w-band-sub = c-band-count
                   string "  BAND " w-band-sub "  "
                          w-band-low(w-band-sub) " AND UP "
                          delimited by size into FUEL-LINE
               when other
                   string "  BAND " w-band-sub "  "
                          w-band-low(w-band-sub) "-"
                          w-band-high(w-band-sub)
                          delimited by size into FUEL-LINE
           end-evaluate
           string "  APPEARANCES " w-band-apps(w-band-sub)
                  "  WON " w-pct-won-disp " PCT"
                  "  DRAWN " w-pct-drawn-disp " PCT"
                  "  LOST " w-pct-lost-disp " PCT"
                  delimited by size into FUEL-LINE(32:89)
           write FUEL-LINE
           .
      ******************************************************************
      * Low-stock exception section - every rostered elf whose last
      * day before a match was under the threshold, and how those
      * matches went
      ******************************************************************
       3200-Write-Low-Stock section.

           move spaces to FUEL-LINE
           write FUEL-LINE

           if w-low-threshold = zeroes
               move spaces to FUEL-LINE
               string "LOW-STOCK SECTION NOT REQUESTED (NO LOWSTOCK"
                      " CARD)"
                      delimited by size into FUEL-LINE
               write FUEL-LINE
               go to 3200-Exit
           end-if

           move spaces to FUEL-LINE
           string "ROSTERED ELVES UNDER LOW-STOCK THRESHOLD "
                  w-low-threshold " GOING INTO A MATCH"
                  delimited by size into FUEL-LINE
           write FUEL-LINE

           move 1 to w-sub
           perform until w-sub > w-low-count
               move spaces to FUEL-LINE
               string "  ELF " w-low-elf-id(w-sub)
                      "  MATCH " w-low-match-id(w-sub)
                      "  " w-low-date(w-sub)
                      "  LAST DAY " w-low-cal-date(w-sub)
                      "  CALORIES " w-low-calories(w-sub)
                      "  RESULT " w-low-result(w-sub)
                      delimited by size into FUEL-LINE
               write FUEL-LINE
               compute w-sub = w-sub + 1
           end-perform

           move spaces to FUEL-LINE
           if w-low-count = zeroes
               string "  NONE" delimited by size into FUEL-LINE
           else
               string "  LOW-STOCK APPEARANCES " w-low-count
                      "  WON " w-low-won
                      "  DRAWN " w-low-drawn
                      "  LOST " w-low-lost
                      delimited by size into FUEL-LINE
           end-if
           write FUEL-LINE.

       3200-Exit.
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
      * Release every resource this program claims
      ******************************************************************
       8700-Free-All-Locks section.

           move "ROSTHIST" to w-lock-resource
           perform 8600-Free-Lock
           move "GAMEHIST" to w-lock-resource
           perform 8600-Free-Lock
           move "CALHIST " to w-lock-resource
           perform 8600-Free-Lock
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

           display "FUEL-PERFORMANCE ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Roster-Hist
           close History-In
           close Calorie-Hist
           close Fuel-Out

           perform 8700-Free-All-Locks

           move 16 to return-code
           stop run
           .
