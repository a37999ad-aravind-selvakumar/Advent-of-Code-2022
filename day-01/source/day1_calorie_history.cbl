      * TREND ANALYTICS REPORT FOR THE SUPPLY DESK
           SELECT Analytics-Out ASSIGN TO "HISTRPT"
           organization is line sequential.
      * SEASON CALENDAR - SEASON=NAME,START,END CARDS, ONLY READ
      * WHEN THE PARM NAMES ONE SEASON TO REPORT ON
           SELECT Season-Cal ASSIGN TO "SEASONS"
           organization is line sequential
           file status is SEASONS-FILE-STATUS.

       data division.
       file section.
      * DAILY CALORIE HISTORY RECORD - KEEP IN SYNC WITH
      * CALORIES-COUNTER'S 2947-Post-History-Elf SECTION
       FD  Calorie-Hist.
       01  CALHIST-REC.
           05  CH-Key.
               10  CH-Date         pic x(8).
           05  CH-Calories         pic 9(7).
           05  CH-Depot            pic x(3).
      * THE DAY'S CALORIES BY FOOD CATEGORY - A BLANK CODE IS
      * UNCODED, '***' POOLS EVERY CATEGORY PAST THE SEVENTH
           05  CH-Split-Area.
               10  CH-Split-Count      pic 9(1).
               10  CH-Split occurs 8 times.
                   15  CH-Split-Code   pic x(3).
                   15  CH-Split-Cal    pic 9(7).
                   15  CH-Split-Items  pic 9(5).

       FD  Analytics-Out.
       01  ANALYTICS-LINE          pic x(120).

       FD  Season-Cal.
       01  SEASON-CARD             pic x(80).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-day-value occurs 200 times
                                         pic 9(7).

      *TABLE CAPACITY - KEEP IN SYNC WITH THE OCCURS ON w-day-value,
      *w-sum-table, w-week, w-mix-code AND CH-Split
       01 W-Capacity-Limits.
           05  w-day-limit               pic 9(3) value 200.
           05  w-sum-table-limit         pic 9(4) value 2000.
           05  w-week-limit              pic 9(3) value 60.
           05  w-mix-limit               pic 9(2) value 22.
           05  w-split-limit             pic 9(1) value 8.

      *SEASON CATEGORY MIX - EVERY CATEGORY CODE SEEN ON THE HISTORY
      *(BLANK = UNCODED) AND ITS CALORIES PER CALENDAR WEEK.  WEEKS
      *RUN MONDAY TO SUNDAY AND ARE NUMBERED FROM THE DATE INTEGER,
      *SO THEY ARRIVE IN ANY ORDER AND ARE SORTED ONLY FOR PRINTING
       01 W-Category-Mix.
           05  w-mix-count               pic 9(2).
           05  w-mix-code occurs 22 times pic x(3).
           05  w-mix-season occurs 22 times pic 9(10).
           05  w-mix-season-total        pic 9(10).
           05  w-week-count              pic 9(3).
           05  w-week occurs 60 times.
               10  w-wk-number           pic 9(6).
               10  w-wk-total            pic 9(10).
               10  w-wk-cal occurs 22 times
                                         pic 9(10).
           05  w-mix-bad-dates           pic 9(7).

      *CATEGORY MIX WORK AREA
       01 W-Mix-Work.
           05  w-date-num                pic 9(8).
           05  w-date-int                pic 9(7).
           05  w-wk-this                 pic 9(6).
           05  w-wk-sub                  pic 9(3).
           05  w-wk-found                pic 9(3).
           05  w-mix-sub                 pic 9(2).
           05  w-mix-found               pic 9(2).
           05  w-split-sub               pic 9(1).
           05  w-mix-add-code            pic x(3).
           05  w-mix-add-cal             pic 9(7).
           05  w-wk-printed              pic 9(6).
           05  w-wk-next                 pic 9(3).
           05  w-wk-first                pic 9(3).
           05  w-wk-last                 pic 9(3).
           05  w-wk-start-date           pic 9(8).
           05  w-mix-code-disp           pic x(3).
           05  w-mix-pct                 pic s9(3)v9(2).
           05  w-mix-pct-disp            pic zz9.99.
           05  w-first-pct               pic s9(3)v9(2).
           05  w-first-pct-disp          pic zz9.99.
           05  w-last-pct                pic s9(3)v9(2).
           05  w-last-pct-disp           pic zz9.99.
           05  w-shift-pct               pic s9(3)v9(2).
           05  w-shift-pct-disp          pic +zz9.99.

      *PER-ELF SEASON SUMMARY - THE ANALYTICS FIGURES DERIVED FROM
      *EACH ELF'S SERIES, HELD FOR THE RANKING PASS AT THE END
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "CALHRPT ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 HIST-EOF-STATUS                     pic x(1).
           88 HIST-EOF                         value 'Y'.
       01 CALHIST-FILE-STATUS                 pic x(2).
           88  CALHIST-FILE-OK                    value '00'.
           88  CALHIST-FILE-NOT-FOUND             value '35'.
       01 SEASONS-EOF-STATUS                  pic x(1).
           88 SEASONS-EOF                      value 'Y'.
       01 SEASONS-FILE-STATUS                 pic x(2).
           88  SEASONS-FILE-OK                    value '00'.
           88  SEASONS-FILE-NOT-FOUND             value '35'.

      *RUN-TIME PARAMETERS - SEASON=name IN THE JCL PARM LIMITS THE
      *ANALYTICS TO THAT SEASON'S DATES ON THE SEASON CALENDAR; NO
      *PARM WALKS EVERY DAY STILL ONLINE
       01 W-Control-Parms.
           05  w-parm-text                    pic x(60).
           05  w-token-key                    pic x(10).
           05  w-token-value                  pic x(50).
           05  w-want-season                  pic x(8) value spaces.
               88  ALL-SEASONS                    value spaces.
           05  w-season-start                 pic x(8).
           05  w-season-end                   pic x(8).
           05  w-card-key                     pic x(12).
           05  w-card-value                   pic x(40).
           05  w-card-name                    pic x(10).
           05  w-card-start                   pic x(10).
           05  w-card-end                     pic x(10).

       Procedure Division.
       0000-Begin Section.
                      W-Variables
                      W-Current-Elf
                      w-sum-count
                      W-Category-Mix

           perform 1100-Parse-Parms

           move "CALHIST " to w-lock-resource
           perform 8500-Claim-Lock
           open input Calorie-Hist
           open output Analytics-Out

           if not ALL-SEASONS
               perform 1200-Load-Season
           end-if

           move spaces to ANALYTICS-LINE
           if ALL-SEASONS
               string "SEASON CALORIE TREND ANALYTICS"
                      delimited by size into ANALYTICS-LINE
           else
               string "SEASON CALORIE TREND ANALYTICS  SEASON "
                      w-want-season "  " w-season-start
                      " - " w-season-end
                      delimited by size into ANALYTICS-LINE
           end-if
           write ANALYTICS-LINE
           move spaces to ANALYTICS-LINE
           write ANALYTICS-LINE
           end-if
           .
      ******************************************************************
      * The JCL PARM - SEASON=name is the only keyword
      ******************************************************************
       1100-Parse-Parms section.

           accept w-parm-text from command-line
           if w-parm-text = spaces
               go to 1100-Exit
           end-if

           move spaces to w-token-key
           move spaces to w-token-value
           unstring w-parm-text delimited by "="
               into w-token-key w-token-value
           end-unstring

           if w-token-key not = "SEASON"
            or w-token-value = spaces
            or w-token-value(9:1) not = space
               move spaces to w-abend-message
               string "PARM MUST BE SEASON=NAME [" w-parm-text(1:20)
                      "]"
                      delimited by size into w-abend-message
               perform 9000-Abend
           end-if
           move w-token-value(1:8) to w-want-season.

       1100-Exit.
           exit.
      ******************************************************************
      * Find the named season's dates on the season calendar - a
      * season the calendar does not hold is a hard error, never a
      * quiet report on nothing
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
      * Walk the whole history - a change of elf-id closes out the
      * series just collected.  With a season named, days outside
      * its dates are passed over
      ******************************************************************
       2000-Main-Process section.

           perform 2100-Read-Next

           perform until HIST-EOF
               if ALL-SEASONS
                or (CH-Date not < w-season-start
                    and CH-Date not > w-season-end)
                   compute w-read-count = w-read-count + 1
                   if w-day-count > zeroes
                    and CH-Elf-Id not = w-cur-elf-id
                       perform 2300-Close-Out-Elf
                   end-if
                   perform 2200-Collect-Day
                   perform 2400-Collect-Mix
               end-if
               perform 2100-Read-Next
           end-perform

           move zeroes to w-day-count
           .
      ******************************************************************
      * One daily record into the season category mix - its week is
      * found or added, then each split slot is posted against its
      * category.  A day with no split (a backed-out day at zero)
      * posts nothing; a day whose date will not convert is counted
      * and left out of the mix only
      ******************************************************************
       2400-Collect-Mix section.

           if CH-Calories = zeroes
               go to 2400-Exit
           end-if

           if CH-Date not numeric
               add 1 to w-mix-bad-dates
               go to 2400-Exit
           end-if
           move CH-Date to w-date-num
           if function test-date-yyyymmdd(w-date-num) not = zeroes
               add 1 to w-mix-bad-dates
               go to 2400-Exit
           end-if

           compute w-date-int = function integer-of-date(w-date-num)
           compute w-wk-this = (w-date-int - 1) / 7

           move zeroes to w-wk-found
           move 1 to w-wk-sub
           perform until w-wk-sub > w-week-count
               if w-wk-number(w-wk-sub) = w-wk-this
                   move w-wk-sub to w-wk-found
                   move w-week-count to w-wk-sub
               end-if
               compute w-wk-sub = w-wk-sub + 1
           end-perform

           if w-wk-found = zeroes
               compute w-week-count = w-week-count + 1
      * GUARD THE OCCURS LIMIT ON w-week BEFORE SUBSCRIPTING
               if w-week-count > w-week-limit
                   move "SEASON EXCEEDS w-week CAPACITY"
                     to w-abend-message
                   perform 9000-Abend
               end-if
               move w-week-count to w-wk-found
               initialize w-week(w-wk-found)
               move w-wk-this to w-wk-number(w-wk-found)
           end-if

      * A RECORD WITHOUT A USABLE SPLIT IS POSTED WHOLE AS UNCODED
           if CH-Split-Count not numeric
            or CH-Split-Count = zeroes
               move spaces to w-mix-add-code
               move CH-Calories to w-mix-add-cal
               perform 2410-Post-Mix
               go to 2400-Exit
           end-if

           move 1 to w-split-sub
           perform until w-split-sub > CH-Split-Count
                      or w-split-sub > w-split-limit
               if CH-Split-Cal(w-split-sub) numeric
                   move CH-Split-Code(w-split-sub) to w-mix-add-code
                   move CH-Split-Cal(w-split-sub) to w-mix-add-cal
                   perform 2410-Post-Mix
               end-if
               compute w-split-sub = w-split-sub + 1
           end-perform.

       2400-Exit.
           exit.
      ******************************************************************
      * Post w-mix-add-cal to category w-mix-add-code in week
      * w-wk-found, adding the category to the mix list when new
      ******************************************************************
       2410-Post-Mix section.

           move zeroes to w-mix-found
           move 1 to w-mix-sub
           perform until w-mix-sub > w-mix-count
               if w-mix-code(w-mix-sub) = w-mix-add-code
                   move w-mix-sub to w-mix-found
                   move w-mix-count to w-mix-sub
               end-if
               compute w-mix-sub = w-mix-sub + 1
           end-perform

           if w-mix-found = zeroes
               compute w-mix-count = w-mix-count + 1
      * GUARD THE OCCURS LIMIT ON w-mix-code BEFORE SUBSCRIPTING
               if w-mix-count > w-mix-limit
                   move "CATEGORY CODES EXCEED w-mix-code CAPACITY"
                     to w-abend-message
                   perform 9000-Abend
               end-if
               move w-mix-count to w-mix-found
               move w-mix-add-code to w-mix-code(w-mix-found)
               move zeroes to w-mix-season(w-mix-found)
           end-if

           add w-mix-add-cal to w-wk-cal(w-wk-found, w-mix-found)
           add w-mix-add-cal to w-wk-total(w-wk-found)
           add w-mix-add-cal to w-mix-season(w-mix-found)
           add w-mix-add-cal to w-mix-season-total
           .
      ******************************************************************
      * Summary - one analytics line per elf with its ranking now,
      * its ranking a week ago and the movement between them
      ******************************************************************
                  delimited by size into ANALYTICS-LINE
           write ANALYTICS-LINE

           perform 3200-Category-Mix

           display "Calorie-History elves: " w-sum-count
                   "  records: " w-read-count

           write ANALYTICS-LINE
           .
      ******************************************************************
      * Category mix - each week of the season in date order with its
      * calories split by food category, then the season total per
      * category and how its share moved from the first week to the
      * last.  The weeks are printed by repeatedly picking the lowest
      * week number not yet printed
      ******************************************************************
       3200-Category-Mix section.

           move spaces to ANALYTICS-LINE
           write ANALYTICS-LINE
           move spaces to ANALYTICS-LINE
           string "FOOD CATEGORY MIX BY WEEK"
                  delimited by size into ANALYTICS-LINE
           write ANALYTICS-LINE

           if w-week-count = zeroes
               move spaces to ANALYTICS-LINE
               string "  NO CALORIES ON THE HISTORY TO ANALYSE"
                      delimited by size into ANALYTICS-LINE
               write ANALYTICS-LINE
               go to 3200-Exit
           end-if

           move zeroes to w-wk-printed
           move zeroes to w-wk-first
           move zeroes to w-wk-last
           move 1 to w-wk-next
           perform until w-wk-next = zeroes
               move zeroes to w-wk-next
               move 1 to w-wk-sub
               perform until w-wk-sub > w-week-count
                   if (w-wk-number(w-wk-sub) > w-wk-printed
                       or w-wk-first = zeroes)
                    and (w-wk-next = zeroes
                       or w-wk-number(w-wk-sub)
                          < w-wk-number(w-wk-next))
                       move w-wk-sub to w-wk-next
                   end-if
                   compute w-wk-sub = w-wk-sub + 1
               end-perform
               if w-wk-next not = zeroes
                   if w-wk-first = zeroes
                       move w-wk-next to w-wk-first
                   end-if
                   move w-wk-next to w-wk-last
                   move w-wk-number(w-wk-next) to w-wk-printed
                   perform 3210-Write-Week
               end-if
           end-perform

           move spaces to ANALYTICS-LINE
           write ANALYTICS-LINE
           move spaces to ANALYTICS-LINE
           string "SEASON BY CATEGORY  CALORIES " w-mix-season-total
                  "  (SHIFT = LAST WEEK'S SHARE LESS FIRST WEEK'S)"
                  delimited by size into ANALYTICS-LINE
           write ANALYTICS-LINE

           move 1 to w-mix-sub
           perform until w-mix-sub > w-mix-count
               perform 3220-Write-Season-Category
               compute w-mix-sub = w-mix-sub + 1
           end-perform

           if w-mix-bad-dates > zeroes
               move spaces to ANALYTICS-LINE
               string "  RECORDS LEFT OUT OF THE MIX - BAD DATE "
                      w-mix-bad-dates
                      delimited by size into ANALYTICS-LINE
               write ANALYTICS-LINE
           end-if.

       3200-Exit.
           exit.
      ******************************************************************
      * One week of the mix - its heading line, then one line per
      * category that had calories in the week
      ******************************************************************
       3210-Write-Week section.

           compute w-wk-start-date = function date-of-integer
                   (w-wk-number(w-wk-next) * 7 + 1)

           move spaces to ANALYTICS-LINE
           string "WEEK OF " w-wk-start-date
                  "  CALORIES " w-wk-total(w-wk-next)
                  delimited by size into ANALYTICS-LINE
           write ANALYTICS-LINE

           move 1 to w-mix-sub
           perform until w-mix-sub > w-mix-count
               if w-wk-cal(w-wk-next, w-mix-sub) > zeroes
                   compute w-mix-pct rounded =
                           w-wk-cal(w-wk-next, w-mix-sub) * 100
                           / w-wk-total(w-wk-next)
                   move w-mix-pct to w-mix-pct-disp
                   perform 3230-Set-Code-Display
                   move spaces to ANALYTICS-LINE
                   string "    CAT " w-mix-code-disp
                          "  CALORIES " w-wk-cal(w-wk-next, w-mix-sub)
                          "  SHARE " w-mix-pct-disp "%"
                          delimited by size into ANALYTICS-LINE
                   write ANALYTICS-LINE
               end-if
               compute w-mix-sub = w-mix-sub + 1
           end-perform
           .
      ******************************************************************
      * One category's season line - season share, first and last
      * week shares and the shift between them
      ******************************************************************
       3220-Write-Season-Category section.

           move zeroes to w-mix-pct
           if w-mix-season-total > zeroes
               compute w-mix-pct rounded =
                       w-mix-season(w-mix-sub) * 100
                       / w-mix-season-total
           end-if
           move zeroes to w-first-pct
           if w-wk-total(w-wk-first) > zeroes
               compute w-first-pct rounded =
                       w-wk-cal(w-wk-first, w-mix-sub) * 100
                       / w-wk-total(w-wk-first)
           end-if
           move zeroes to w-last-pct
           if w-wk-total(w-wk-last) > zeroes
               compute w-last-pct rounded =
                       w-wk-cal(w-wk-last, w-mix-sub) * 100
                       / w-wk-total(w-wk-last)
           end-if
           compute w-shift-pct = w-last-pct - w-first-pct

           move w-mix-pct to w-mix-pct-disp
           move w-first-pct to w-first-pct-disp
           move w-last-pct to w-last-pct-disp
           move w-shift-pct to w-shift-pct-disp
           perform 3230-Set-Code-Display

           move spaces to ANALYTICS-LINE
           string "    CAT " w-mix-code-disp
                  "  CALORIES " w-mix-season(w-mix-sub)
                  "  SHARE " w-mix-pct-disp "%"
                  "  FIRST WK " w-first-pct-disp "%"
                  "  LAST WK " w-last-pct-disp "%"
                  "  SHIFT " w-shift-pct-disp
                  delimited by size into ANALYTICS-LINE
           write ANALYTICS-LINE
           .
      ******************************************************************
      * Uncoded calories print as '---' rather than a blank code
      ******************************************************************
       3230-Set-Code-Display section.

           if w-mix-code(w-mix-sub) = spaces
               move "---" to w-mix-code-disp
           else
               move w-mix-code(w-mix-sub) to w-mix-code-disp
           end-if
           .
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

           display "CALORIE-HISTORY ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Calorie-Hist
           close Analytics-Out
