       Identification division.
       PROGRAM-ID. Season-Retention.
       environment division.
       input-output section.
       file-control.
      * SEASON-LONG DAILY CALORIE HISTORY - INDEXED, KEYED BY
      * ELF-ID + DATE.  WALKED WHOLE FOR THE CENSUS, ONCE PER
      * EXPIRED SEASON FOR THE UNLOAD, AND ONCE MORE FOR THE DELETE
           SELECT Calorie-Hist ASSIGN TO "CALHIST"
           organization is indexed
           access is dynamic
           record key is CH-Key
           file status is CALHIST-FILE-STATUS.
      * PERMANENT ROUND-LEVEL ARCHIVE - APPEND-ONLY, SO IT CANNOT
      * LOSE OR GAIN RECORDS IN PLACE: EVERY ROUND KEPT (AND ON A
      * RELOAD EVERY ROUND RESTORED) IS COPIED TO RNDSNEW, WHICH THE
      * JCL PUTS BACK OVER GAMERNDS
           SELECT Round-Archive ASSIGN TO "GAMERNDS"
           organization is line sequential
           file status is ROUNDS-FILE-STATUS.
           SELECT Round-Archive-New ASSIGN TO "RNDSNEW"
           organization is line sequential
           file status is RNDSNEW-FILE-STATUS.
      * OFFLINE SEASON ARCHIVES - ONE HDR...TRL SECTION PER EXPIRED
      * SEASON, WRITTEN BY A PURGE RUN AND READ BACK BY A RELOAD
           SELECT Calhist-Archive ASSIGN TO "CALARCH"
           organization is line sequential
           file status is CALARCH-FILE-STATUS.
           SELECT Rounds-Archive ASSIGN TO "RNDARCH"
           organization is line sequential
           file status is RNDARCH-FILE-STATUS.
      * BEFORE/AFTER VOLUME REPORT
           SELECT Retain-Report ASSIGN TO "RETNRPT"
           organization is line sequential.
      * PERMANENT RUN REGISTER - EVERY EXECUTION OF THE SUITE'S
      * PROGRAMS APPENDS ONE AUDIT RECORD HERE; NEVER SCRATCHED
           SELECT Register-Out ASSIGN TO "RUNREG"
           organization is line sequential
           file status is REGISTER-FILE-STATUS.
      * RUN OPTIONS CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD.
      * THE SEASON CALENDAR CONCATENATES AHEAD OF THE RUN'S OWN
           SELECT Control-In ASSIGN TO "CTLCARD"
           organization is line sequential
           file status is CONTROL-FILE-STATUS.

       data division.
       file section.
      * DAILY CALORIE HISTORY RECORD - KEEP IN SYNC WITH
      * CALORIES-COUNTER AND Calorie-History
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

      * ROUND ARCHIVE LINE - FIXED COLUMNS OF Game-Scorer'S
      * W-Round-Archive IMAGE; ONLY THE DATE AND POINTS MATTER HERE
       FD  Round-Archive.
       01  ROUND-ARCHIVE-REC.
           05  RA-Match-Id         pic x(6).
           05  filler              pic x(2).
           05  RA-Date             pic x(8).
           05  filler              pic x(2).
           05  RA-Round            pic 9(5).
           05  filler              pic x(2).
           05  RA-Team-A           pic x(1).
           05  filler              pic x(2).
           05  RA-Team-B           pic x(1).
           05  filler              pic x(2).
           05  RA-Points           pic 9(3).
           05  filler              pic x(2).
           05  RA-Mode             pic x(1).
           05  filler              pic x(13).

       FD  Round-Archive-New.
       01  ROUND-ARCHIVE-NEW-REC   pic x(50).

      * SEASON ARCHIVE LINES - LAID OUT BY W-Archive-Rec
       FD  Calhist-Archive.
       01  CALARCH-REC             pic x(147).

       FD  Rounds-Archive.
       01  RNDARCH-REC             pic x(147).

       FD  Retain-Report.
       01  RETAIN-LINE             pic x(132).

      * RUN REGISTER - ONE AUDIT LINE PER EXECUTION
       FD  Register-Out.
       01  REGISTER-LINE           pic x(120).

      * RUN OPTIONS CONTROL CARD - ONE KEYWORD=VALUE PER CARD
       FD  Control-In.
       01  CONTROL-CARD            pic x(80).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-calhist-before          pic 9(9).
           05  w-calhist-removed         pic 9(9).
           05  w-calhist-restored        pic 9(9).
           05  w-calhist-online          pic 9(9).
           05  w-calhist-unassigned      pic 9(9).
           05  w-rounds-before           pic 9(9).
           05  w-rounds-removed          pic 9(9).
           05  w-rounds-restored         pic 9(9).
           05  w-rounds-unassigned       pic 9(9).
           05  w-rounds-in-season        pic 9(9).
           05  w-expire-count            pic 9(2).
           05  w-ss-sub                  pic 9(2).
           05  w-ss-hit                  pic 9(2).
           05  w-find-date               pic x(8).
           05  w-arch-file               pic x(8).
           05  w-sect-count              pic 9(9).
           05  w-sect-total              pic 9(12).
           05  w-after-count             pic 9(9).
           05  w-after-rounds            pic 9(9).
           05  w-mode-word               pic x(13).
           05  w-status-word             pic x(7).

      *SEASON CALENDAR - ONE ENTRY PER SEASON= CARD, OLDEST FIRST,
      *WITH WHAT EACH SEASON HOLDS ONLINE AND WHAT THE RUN TOOK OFF
       01 W-Season-Table.
           05  w-season-count            pic 9(2).
           05  w-season occurs 20 times.
               10  w-ss-name             pic x(8).
               10  w-ss-start            pic x(8).
               10  w-ss-end              pic x(8).
               10  w-ss-status           pic x(1).
                   88  SEASON-KEPT           value 'K'.
                   88  SEASON-EXPIRED        value 'E'.
               10  w-ss-ch-before        pic 9(9).
               10  w-ss-ch-calories      pic 9(12).
               10  w-ss-ch-removed       pic 9(9).
               10  w-ss-rd-before        pic 9(9).
               10  w-ss-rd-points        pic 9(12).
               10  w-ss-rd-removed       pic 9(9).

      *TABLE CAPACITY - KEEP IN SYNC WITH THE OCCURS ON w-season
       01 W-Capacity-Limits.
           05  w-season-limit            pic 9(2) value 20.

      *SEASON ARCHIVE LINE - HDR, ONE DTL PER RECORD (THE WHOLE
      *CALHIST OR GAMERNDS IMAGE AFTER THE ID), TRL WITH THE COUNT
      *AND THE CALORIE OR POINTS TOTAL THE RELOAD CHECKS AGAINST
       01 W-Archive-Rec.
           05  w-ar-rec-id               pic x(3).
               88  AR-HEADER                 value "HDR".
               88  AR-DETAIL                 value "DTL".
               88  AR-TRAILER                value "TRL".
           05  filler                    pic x(1).
           05  w-ar-body                 pic x(143).
           05  w-ar-header redefines w-ar-body.
               10  w-ah-file             pic x(8).
               10  filler                pic x(1).
               10  w-ah-season           pic x(8).
               10  filler                pic x(1).
               10  w-ah-start            pic x(8).
               10  filler                pic x(1).
               10  w-ah-end              pic x(8).
               10  filler                pic x(1).
               10  w-ah-unload-date      pic 9(8).
               10  filler                pic x(1).
               10  w-ah-program          pic x(8).
               10  filler                pic x(90).
           05  w-ar-trailer redefines w-ar-body.
               10  w-at-file             pic x(8).
               10  filler                pic x(1).
               10  w-at-season           pic x(8).
               10  filler                pic x(1).
               10  w-at-count            pic 9(9).
               10  filler                pic x(1).
               10  w-at-total            pic 9(12).
               10  filler                pic x(103).

      *ARCHIVED ROUND ON ITS WAY TO RNDSNEW - GAMERNDS ITSELF IS
      *CLOSED WHILE RNDARCH IS READ, SO ITS FD AREA IS NOT USED.
      *SAME COLUMNS AS ROUND-ARCHIVE-REC
       01 W-Round-Image.
           05  w-ri-match-id             pic x(6).
           05  filler                    pic x(2).
           05  w-ri-date                 pic x(8).
           05  filler                    pic x(2).
           05  w-ri-round                pic 9(5).
           05  filler                    pic x(2).
           05  w-ri-team-a               pic x(1).
           05  filler                    pic x(2).
           05  w-ri-team-b               pic x(1).
           05  filler                    pic x(2).
           05  w-ri-points               pic 9(3).
           05  filler                    pic x(2).
           05  w-ri-mode                 pic x(1).
           05  filler                    pic x(13).

      *RELOAD WORK AREA - THE NAMED SEASON'S SECTION AS FOUND ON AN
      *ARCHIVE: ITS DATES FROM THE HDR, ITS COUNTS FROM THE TRL
       01 W-Reload-Area.
           05  w-rl-start                pic x(8).
           05  w-rl-end                  pic x(8).
           05  w-rl-unload-date          pic 9(8).
           05  w-rl-count                pic 9(9).
           05  w-rl-total                pic 9(12).
           05  w-rl-pass                 pic x(1).
               88  RL-VERIFY-PASS            value 'V'.
               88  RL-APPLY-PASS             value 'A'.
           05  w-rl-section              pic x(1).
               88  RL-IN-SECTION             value 'Y'.
           05  w-rl-found                pic x(1).
               88  RL-SECTION-FOUND          value 'Y'.
           05  w-rl-skips                pic 9(1).
           05  w-rl-calhist-go           pic x(1).
               88  RL-RELOAD-CALHIST         value 'Y'.
           05  w-rl-rounds-go            pic x(1).
               88  RL-RELOAD-ROUNDS          value 'Y'.

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *THE DAILY HISTORY AND THE MATCH FILES ARE CLAIMED FOR THE
      *WHOLE RUN, VALIDATE-ONLY INCLUDED.  GAMERNDS IS ONLY EVER
      *APPENDED UNDER THE GAMEHIST CLAIM
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
           05  w-lock-program            pic x(8) value "SEASRET ".
           05  w-lock-result             pic x(1).
           05  w-lock-holder             pic x(8).

      *ABEND WORK AREA
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "SEASRET ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 CALHIST-EOF-STATUS                  pic x(1).
           88 CALHIST-EOF                      value 'Y'.
       01 ROUNDS-EOF-STATUS                   pic x(1).
           88 ROUNDS-EOF                       value 'Y'.
       01 ARCHIVE-EOF-STATUS                  pic x(1).
           88 ARCHIVE-EOF                      value 'Y'.
       01 CALHIST-FILE-STATUS                 pic x(2).
           88  CALHIST-FILE-OK                    value '00'.
           88  CALHIST-FILE-NOT-FOUND             value '35'.
       01 CALHIST-LOAD-STATUS                 pic x(1).
           88  CALHIST-ONLINE                     value 'Y'.
       01 ROUNDS-FILE-STATUS                  pic x(2).
           88  ROUNDS-FILE-OK                     value '00'.
           88  ROUNDS-FILE-NOT-FOUND              value '35'.
       01 ROUNDS-LOAD-STATUS                  pic x(1).
           88  ROUNDS-ONLINE                      value 'Y'.
       01 RNDSNEW-FILE-STATUS                 pic x(2).
           88  RNDSNEW-FILE-OK                    value '00'.
       01 CALARCH-FILE-STATUS                 pic x(2).
           88  CALARCH-FILE-OK                    value '00'.
           88  CALARCH-FILE-NOT-FOUND             value '35'.
       01 RNDARCH-FILE-STATUS                 pic x(2).
           88  RNDARCH-FILE-OK                    value '00'.
           88  RNDARCH-FILE-NOT-FOUND             value '35'.
       01 CONTROL-EOF-STATUS                  pic x(1).
           88 CONTROL-EOF                      value 'Y'.
       01 CONTROL-FILE-STATUS                 pic x(2).
           88  CONTROL-FILE-OK                    value '00'.
           88  CONTROL-FILE-NOT-FOUND             value '35'.

      *RUN-TIME PARAMETERS - THE SEASON CALENDAR, HOW MANY OF ITS
      *NEWEST SEASONS STAY ONLINE, AND THE MODE.  VALIDATE IS THE
      *DEFAULT - THE FILES ARE ONLY CHANGED WHEN MODE=PURGE OR
      *MODE=RELOAD IS ASKED FOR BY NAME
       01 W-Control-Parms.
           05  w-keep-seasons                 pic 9(2) value zeroes.
           05  w-keep-given                   pic x(1) value 'N'.
               88  KEEP-GIVEN                     value 'Y'.
           05  w-reload-season                pic x(8) value spaces.
           05  w-run-mode                     pic x(1) value 'V'.
               88  VALIDATE-ONLY                  value 'V'.
               88  PURGE-RUN                      value 'P'.
               88  RELOAD-RUN                     value 'R'.

      *CONTROL-CARD WORK AREA - THE CARD BEING SPLIT AND WHERE THE
      *RUN'S OPTIONS CAME FROM, ECHOED ON THE OPTIONS PAGE
       01 W-Control-Cards.
           05  w-card-key                     pic x(12).
           05  w-card-value                   pic x(40).
           05  w-card-count                   pic 9(3) value zeroes.
           05  w-card-name                    pic x(10).
           05  w-card-start                   pic x(10).
           05  w-card-end                     pic x(10).
           05  w-options-source               pic x(8) value "DEFAULTS".

      *RUN-REGISTER AUDIT RECORD - WHAT RAN, AGAINST WHAT, WITH
      *WHAT RESULT; APPENDED TO THE PERMANENT REGISTER AT EVERY
      *TERMINATION, CLEAN OR NOT.  INDATE IS THE END OF THE NEWEST
      *SEASON PURGED, OR THE NAME OF THE SEASON RELOADED
       01 W-Run-Register.
           05  w-reg-program                  pic x(8) value "SEASRET ".
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
           perform 2000-Main-Process
           perform 3000-print-summary
           stop run.
      ******************************************************************
      * Initialize
      ******************************************************************
       1000-Initialize section.

           initialize CALHIST-EOF-STATUS
                      ROUNDS-EOF-STATUS
                      ARCHIVE-EOF-STATUS
                      W-Variables
                      W-Season-Table
                      W-Reload-Area

           accept w-reg-date from date yyyymmdd
           accept w-reg-time from time
           move spaces to w-reg-indate

           open output Retain-Report

      * NO CARDS, NO RUN - A PURGE MUST NEVER RUN ON A GUESS
           perform 1050-Read-Control-Cards
           if CONTROL-FILE-NOT-FOUND
               move "CONTROL CARDS (CTLCARD) NOT SUPPLIED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           perform 1090-Check-Options
           perform 1080-Write-Options-Page

           move "CALHIST " to w-lock-resource
           perform 8500-Claim-Lock
           move "GAMEHIST" to w-lock-resource
           perform 8500-Claim-Lock

           move 'Y' to CALHIST-LOAD-STATUS
           if VALIDATE-ONLY
               open input Calorie-Hist
           else
               open i-o Calorie-Hist
           end-if

      * A RELOAD MAY FIND THE HISTORY GONE ALTOGETHER - IT IS
      * REBUILT EMPTY AND THE SEASON LOADED INTO IT
           if CALHIST-FILE-NOT-FOUND
               if RELOAD-RUN
                   open output Calorie-Hist
                   close Calorie-Hist
                   open i-o Calorie-Hist
               else
                   move 'N' to CALHIST-LOAD-STATUS
                   move spaces to RETAIN-LINE
                   string "NOTE - NO DAILY CALORIE HISTORY (CALHIST) "
                          "ON CATALOG - CALORIE SIDE SKIPPED"
                          delimited by size into RETAIN-LINE
                   write RETAIN-LINE
               end-if
           end-if
           if CALHIST-ONLINE
            and not CALHIST-FILE-OK
               move "DAILY CALORIE HISTORY (CALHIST) COULD NOT OPEN"
                 to w-abend-message
               perform 9000-Abend
           end-if
           .
      ******************************************************************
      * Read the run-options control cards - keyword=value, '*' in
      * column one comments a card out.  An unknown or malformed
      * card is a hard error
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
               when "SEASON"
                   perform 1070-Add-Season
               when "KEEP"
                   move zeroes to w-keep-seasons
                   Evaluate true
                       when w-card-value(1:1) numeric
                        and w-card-value(2:1) = space
                           move w-card-value(1:1) to w-keep-seasons
                       when w-card-value(1:2) numeric
                        and w-card-value(3:1) = space
                           move w-card-value(1:2) to w-keep-seasons
                   end-evaluate
                   if w-keep-seasons = zeroes
                       string "KEEP MUST BE 1-20 SEASONS ["
                              w-card-value(1:20) "]"
                         delimited by size into w-abend-message
                       perform 9000-Abend
                   end-if
                   set KEEP-GIVEN to true
               when "RELOAD"
                   if w-card-value(9:1) not = space
                       string "RELOAD SEASON NAME IS 1-8 CHARACTERS ["
                              w-card-value(1:20) "]"
                         delimited by size into w-abend-message
                       perform 9000-Abend
                   end-if
                   move w-card-value(1:8) to w-reload-season
               when "MODE"
                   Evaluate function trim(w-card-value)
                       when "VALIDATE" set VALIDATE-ONLY to true
                       when "PURGE"    set PURGE-RUN to true
                       when "RELOAD"   set RELOAD-RUN to true
                       when other
                           string "MODE MUST BE VALIDATE, PURGE OR "
                                  "RELOAD [" w-card-value(1:20) "]"
                             delimited by size into w-abend-message
                           perform 9000-Abend
                   end-evaluate
               when other
                   string "UNKNOWN CONTROL CARD KEYWORD ["
                          w-card-key "]"
                     delimited by size into w-abend-message
                   perform 9000-Abend
           end-evaluate
           .
      ******************************************************************
      * One SEASON=name,yyyymmdd,yyyymmdd card onto the calendar.
      * Seasons must come oldest first and may not overlap - the
      * retention count is taken off the end of the list
      ******************************************************************
       1070-Add-Season section.

           move spaces to w-card-name
           move spaces to w-card-start
           move spaces to w-card-end
           unstring w-card-value delimited by ","
               into w-card-name w-card-start w-card-end
           end-unstring

           if w-card-name = spaces
            or w-card-name(9:2) not = spaces
            or w-card-start(1:8) not numeric
            or w-card-start(9:2) not = spaces
            or w-card-end(1:8) not numeric
            or w-card-end(9:2) not = spaces
               string "SEASON MUST BE NAME,YYYYMMDD,YYYYMMDD ["
                      w-card-value(1:20) "]"
                 delimited by size into w-abend-message
               perform 9000-Abend
           end-if

           if w-card-end(1:8) < w-card-start(1:8)
               string "SEASON ENDS BEFORE IT STARTS ["
                      w-card-name(1:8) "]"
                 delimited by size into w-abend-message
               perform 9000-Abend
           end-if

           if w-season-count > zeroes
               if w-card-start(1:8) not > w-ss-end(w-season-count)
                   string "SEASONS OUT OF ORDER OR OVERLAPPING ["
                          w-card-name(1:8) "]"
                     delimited by size into w-abend-message
                   perform 9000-Abend
               end-if
           end-if

           move 1 to w-ss-sub
           perform until w-ss-sub > w-season-count
               if w-ss-name(w-ss-sub) = w-card-name(1:8)
                   string "SEASON NAMED TWICE ["
                          w-card-name(1:8) "]"
                     delimited by size into w-abend-message
                   perform 9000-Abend
               end-if
               compute w-ss-sub = w-ss-sub + 1
           end-perform

           compute w-season-count = w-season-count + 1

      * GUARD THE OCCURS LIMIT ON w-season BEFORE SUBSCRIPTING
           if w-season-count > w-season-limit
               move "SEASON CALENDAR EXCEEDS w-season CAPACITY"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move w-card-name(1:8)  to w-ss-name(w-season-count)
           move w-card-start(1:8) to w-ss-start(w-season-count)
           move w-card-end(1:8)   to w-ss-end(w-season-count)
           set SEASON-KEPT(w-season-count) to true
           .
      ******************************************************************
      * The options-in-effect page at the top of the report
      ******************************************************************
       1080-Write-Options-Page section.

           move spaces to RETAIN-LINE
           string "SEASON RETENTION - RUN DATE " w-reg-date
                  "  MODE " w-mode-word
                  delimited by size into RETAIN-LINE
           write RETAIN-LINE

           move spaces to RETAIN-LINE
           string "OPTIONS IN EFFECT  SOURCE " w-options-source
                  "  CARDS " w-card-count
                  delimited by size into RETAIN-LINE
           write RETAIN-LINE

           if RELOAD-RUN
               move spaces to RETAIN-LINE
               string "  RELOAD SEASON " w-reload-season
                      delimited by size into RETAIN-LINE
               write RETAIN-LINE
           else
               move spaces to RETAIN-LINE
               string "  SEASONS ON CALENDAR " w-season-count
                      "  KEEP ONLINE " w-keep-seasons
                      "  EXPIRED " w-expire-count
                      delimited by size into RETAIN-LINE
               write RETAIN-LINE
               move 1 to w-ss-sub
               perform until w-ss-sub > w-season-count
                   move spaces to RETAIN-LINE
                   if SEASON-EXPIRED(w-ss-sub)
                       string "  SEASON " w-ss-name(w-ss-sub)
                              "  " w-ss-start(w-ss-sub)
                              " - " w-ss-end(w-ss-sub)
                              "  EXPIRED"
                              delimited by size into RETAIN-LINE
                   else
                       string "  SEASON " w-ss-name(w-ss-sub)
                              "  " w-ss-start(w-ss-sub)
                              " - " w-ss-end(w-ss-sub)
                              "  KEPT ONLINE"
                              delimited by size into RETAIN-LINE
                   end-if
                   write RETAIN-LINE
                   compute w-ss-sub = w-ss-sub + 1
               end-perform
           end-if

           move spaces to RETAIN-LINE
           write RETAIN-LINE
           .
      ******************************************************************
      * Options that only make sense together - a retention run
      * needs the calendar and the count, a reload the season name.
      * Every season older than the newest KEEP is expired
      ******************************************************************
       1090-Check-Options section.

           if RELOAD-RUN
               if w-reload-season = spaces
                   move "MODE=RELOAD NEEDS RELOAD=SEASON-NAME"
                     to w-abend-message
                   perform 9000-Abend
               end-if
               move w-reload-season to w-reg-indate
               move "RELOAD"        to w-mode-word
               go to 1090-Exit
           end-if

           if w-season-count = zeroes
               move "NO SEASON=NAME,START,END CARDS SUPPLIED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           if not KEEP-GIVEN
               move "KEEP=N (SEASONS TO KEEP ONLINE) NOT SUPPLIED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move zeroes to w-expire-count
           if w-season-count > w-keep-seasons
               compute w-expire-count =
                       w-season-count - w-keep-seasons
           end-if

           move 1 to w-ss-sub
           perform until w-ss-sub > w-expire-count
               set SEASON-EXPIRED(w-ss-sub) to true
               move w-ss-end(w-ss-sub) to w-reg-indate
               compute w-ss-sub = w-ss-sub + 1
           end-perform

           if PURGE-RUN
               move "PURGE"         to w-mode-word
           else
               move "VALIDATE ONLY" to w-mode-word
           end-if.

       1090-Exit.
           exit.
      ******************************************************************
      * Count what is online by season, then (purge only) unload
      * the expired seasons to the archives before anything is
      * removed, remove them, and report the volumes
      ******************************************************************
       2000-Main-Process section.

           if RELOAD-RUN
               perform 5000-Reload-Season
               go to 2000-Exit
           end-if

           perform 2100-Census-Calhist
           perform 2200-Census-Rounds

           if PURGE-RUN
               perform 2300-Unload-Calhist
               perform 2500-Unload-Rounds
               perform 2400-Delete-Calhist
               perform 2600-Rebuild-Rounds
           end-if

           perform 2800-Volume-Report.

       2000-Exit.
           exit.
      ******************************************************************
      * Every CALHIST record counted against the season its date
      * falls in; a date in no season on the calendar is unassigned
      * and always stays online
      ******************************************************************
       2100-Census-Calhist section.

           if not CALHIST-ONLINE
               go to 2100-Exit
           end-if

           perform 2110-Start-Calhist
           perform until CALHIST-EOF
               perform 2120-Read-Calhist
               if not CALHIST-EOF
                   compute w-calhist-before = w-calhist-before + 1
                   move CH-Date to w-find-date
                   perform 2150-Find-Season
                   if w-ss-hit = zeroes
                       compute w-calhist-unassigned =
                               w-calhist-unassigned + 1
                   else
                       compute w-ss-ch-before(w-ss-hit) =
                               w-ss-ch-before(w-ss-hit) + 1
                       add CH-Calories to w-ss-ch-calories(w-ss-hit)
                   end-if
               end-if
           end-perform.

       2100-Exit.
           exit.
      ******************************************************************
      * Position the history at its first record
      ******************************************************************
       2110-Start-Calhist section.

           move 'N' to CALHIST-EOF-STATUS
           move low-values to CH-Key
           start Calorie-Hist key is not less than CH-Key
               invalid key
                   set CALHIST-EOF to true
           end-start
           .
      ******************************************************************
      * Read the next history record
      ******************************************************************
       2120-Read-Calhist section.
           read Calorie-Hist next
           at end set CALHIST-EOF to true
           end-read
           .
      ******************************************************************
      * The season w-find-date falls in, into w-ss-hit - zero when
      * it falls in none
      ******************************************************************
       2150-Find-Season section.

           move zeroes to w-ss-hit
           move 1 to w-ss-sub
           perform until w-ss-sub > w-season-count
               if w-find-date not < w-ss-start(w-ss-sub)
                and w-find-date not > w-ss-end(w-ss-sub)
                   move w-ss-sub to w-ss-hit
                   move w-season-count to w-ss-sub
               end-if
               compute w-ss-sub = w-ss-sub + 1
           end-perform
           .
      ******************************************************************
      * Every archived round counted against its season the same way
      ******************************************************************
       2200-Census-Rounds section.

           move 'Y' to ROUNDS-LOAD-STATUS
           perform 2210-Open-Rounds
           if not ROUNDS-ONLINE
               move spaces to RETAIN-LINE
               string "NOTE - NO ROUND ARCHIVE (GAMERNDS) ON CATALOG "
                      "- GAME SIDE SKIPPED"
                      delimited by size into RETAIN-LINE
               write RETAIN-LINE
               go to 2200-Exit
           end-if

           perform 2220-Read-Round
           perform until ROUNDS-EOF
               compute w-rounds-before = w-rounds-before + 1
               move RA-Date to w-find-date
               perform 2150-Find-Season
               if w-ss-hit = zeroes
                   compute w-rounds-unassigned =
                           w-rounds-unassigned + 1
               else
                   compute w-ss-rd-before(w-ss-hit) =
                           w-ss-rd-before(w-ss-hit) + 1
                   add RA-Points to w-ss-rd-points(w-ss-hit)
               end-if
               perform 2220-Read-Round
           end-perform

           close Round-Archive.

       2200-Exit.
           exit.
      ******************************************************************
      * Open the round archive from the top - not there at all is
      * not an error, it just has nothing to retain
      ******************************************************************
       2210-Open-Rounds section.

           move 'N' to ROUNDS-EOF-STATUS
           open input Round-Archive
           if ROUNDS-FILE-NOT-FOUND
               move 'N' to ROUNDS-LOAD-STATUS
               go to 2210-Exit
           end-if
           if not ROUNDS-FILE-OK
               move "ROUND ARCHIVE (GAMERNDS) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if.

       2210-Exit.
           exit.
      ******************************************************************
      * Read the next archived round
      ******************************************************************
       2220-Read-Round section.
           read Round-Archive
           at end set ROUNDS-EOF to true
           end-read
           .
      ******************************************************************
      * Unload every expired season's CALHIST records to CALARCH -
      * one HDR...TRL section per season, one pass of the history
      * per section so each section is whole
      ******************************************************************
       2300-Unload-Calhist section.

           open output Calhist-Archive
           if not CALARCH-FILE-OK
               move "CALHIST ARCHIVE (CALARCH) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           if not CALHIST-ONLINE
               go to 2300-Close
           end-if

           move 1 to w-ss-sub
           perform until w-ss-sub > w-expire-count
               if w-ss-ch-before(w-ss-sub) > zeroes
                   perform 2310-Unload-Calhist-Season
               end-if
               compute w-ss-sub = w-ss-sub + 1
           end-perform.

       2300-Close.
           close Calhist-Archive.

       2300-Exit.
           exit.
      ******************************************************************
      * One expired season's section on CALARCH.  The trailer must
      * agree with the census - the history is held for the run, so
      * a difference means the archive cannot be trusted
      ******************************************************************
       2310-Unload-Calhist-Season section.

           move "CALHIST " to w-arch-file
           perform 2700-Build-Header
           write CALARCH-REC from W-Archive-Rec

           move zeroes to w-sect-count
           move zeroes to w-sect-total
           perform 2110-Start-Calhist
           perform until CALHIST-EOF
               perform 2120-Read-Calhist
               if not CALHIST-EOF
                and CH-Date not < w-ss-start(w-ss-sub)
                and CH-Date not > w-ss-end(w-ss-sub)
                   move spaces      to W-Archive-Rec
                   set AR-DETAIL    to true
                   move CALHIST-REC to w-ar-body
                   write CALARCH-REC from W-Archive-Rec
                   compute w-sect-count = w-sect-count + 1
                   add CH-Calories to w-sect-total
               end-if
           end-perform

           perform 2750-Build-Trailer
           write CALARCH-REC from W-Archive-Rec

           if w-sect-count not = w-ss-ch-before(w-ss-sub)
               move spaces to w-abend-message
               string "CALARCH SECTION " w-ss-name(w-ss-sub)
                      " DOES NOT AGREE WITH THE CENSUS"
                      delimited by size into w-abend-message
               perform 9000-Abend
           end-if

           move spaces to RETAIN-LINE
           string "UNLOADED CALHIST  SEASON " w-ss-name(w-ss-sub)
                  "  RECORDS " w-sect-count
                  "  CALORIES " w-sect-total
                  "  TO CALARCH"
                  delimited by size into RETAIN-LINE
           write RETAIN-LINE
           .
      ******************************************************************
      * Delete every expired season's record from the history - only
      * once every section is safely on CALARCH
      ******************************************************************
       2400-Delete-Calhist section.

           if not CALHIST-ONLINE
            or w-expire-count = zeroes
               go to 2400-Exit
           end-if

           perform 2110-Start-Calhist
           perform until CALHIST-EOF
               perform 2120-Read-Calhist
               if not CALHIST-EOF
                   move CH-Date to w-find-date
                   perform 2150-Find-Season
                   if w-ss-hit > zeroes
                       if SEASON-EXPIRED(w-ss-hit)
                           delete Calorie-Hist record
                               invalid key
                                   move "DELETE FROM CALHIST FAILED"
                                     to w-abend-message
                                   perform 9000-Abend
                           end-delete
                           compute w-ss-ch-removed(w-ss-hit) =
                                   w-ss-ch-removed(w-ss-hit) + 1
                           compute w-calhist-removed =
                                   w-calhist-removed + 1
                       end-if
                   end-if
               end-if
           end-perform.

       2400-Exit.
           exit.
      ******************************************************************
      * Unload every expired season's rounds to RNDARCH - one pass
      * of the round archive per season, as for CALHIST
      ******************************************************************
       2500-Unload-Rounds section.

           open output Rounds-Archive
           if not RNDARCH-FILE-OK
               move "ROUNDS ARCHIVE (RNDARCH) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           if not ROUNDS-ONLINE
               go to 2500-Close
           end-if

           move 1 to w-ss-sub
           perform until w-ss-sub > w-expire-count
               if w-ss-rd-before(w-ss-sub) > zeroes
                   perform 2510-Unload-Rounds-Season
               end-if
               compute w-ss-sub = w-ss-sub + 1
           end-perform.

       2500-Close.
           close Rounds-Archive.

       2500-Exit.
           exit.
      ******************************************************************
      * One expired season's section on RNDARCH
      ******************************************************************
       2510-Unload-Rounds-Season section.

           move "GAMERNDS" to w-arch-file
           perform 2700-Build-Header
           write RNDARCH-REC from W-Archive-Rec

           move zeroes to w-sect-count
           move zeroes to w-sect-total
           perform 2210-Open-Rounds
           perform 2220-Read-Round
           perform until ROUNDS-EOF
               if RA-Date not < w-ss-start(w-ss-sub)
                and RA-Date not > w-ss-end(w-ss-sub)
                   move spaces            to W-Archive-Rec
                   set AR-DETAIL          to true
                   move ROUND-ARCHIVE-REC to w-ar-body
                   write RNDARCH-REC from W-Archive-Rec
                   compute w-sect-count = w-sect-count + 1
                   add RA-Points to w-sect-total
               end-if
               perform 2220-Read-Round
           end-perform
           close Round-Archive

           perform 2750-Build-Trailer
           write RNDARCH-REC from W-Archive-Rec

           if w-sect-count not = w-ss-rd-before(w-ss-sub)
               move spaces to w-abend-message
               string "RNDARCH SECTION " w-ss-name(w-ss-sub)
                      " DOES NOT AGREE WITH THE CENSUS"
                      delimited by size into w-abend-message
               perform 9000-Abend
           end-if

           move spaces to RETAIN-LINE
           string "UNLOADED GAMERNDS SEASON " w-ss-name(w-ss-sub)
                  "  ROUNDS  " w-sect-count
                  "  POINTS   " w-sect-total
                  "  TO RNDARCH"
                  delimited by size into RETAIN-LINE
           write RETAIN-LINE
           .
      ******************************************************************
      * Copy the round archive to RNDSNEW without the expired
      * seasons.  Written on every purge run, even with nothing
      * expired, so RNDSNEW is always safe to put back
      ******************************************************************
       2600-Rebuild-Rounds section.

           open output Round-Archive-New
           if not RNDSNEW-FILE-OK
               move "ROUND ARCHIVE REWRITE (RNDSNEW) COULD NOT OPEN"
                 to w-abend-message
               perform 9000-Abend
           end-if

           if not ROUNDS-ONLINE
               go to 2600-Close
           end-if

           perform 2210-Open-Rounds
           perform 2220-Read-Round
           perform until ROUNDS-EOF
               move RA-Date to w-find-date
               perform 2150-Find-Season
               if w-ss-hit > zeroes
                and SEASON-EXPIRED(w-ss-hit)
                   compute w-ss-rd-removed(w-ss-hit) =
                           w-ss-rd-removed(w-ss-hit) + 1
                   compute w-rounds-removed = w-rounds-removed + 1
               else
                   write ROUND-ARCHIVE-NEW-REC from ROUND-ARCHIVE-REC
               end-if
               perform 2220-Read-Round
           end-perform
           close Round-Archive.

       2600-Close.
           close Round-Archive-New.

       2600-Exit.
           exit.
      ******************************************************************
      * Archive section header for season w-ss-sub - the caller
      * has set w-arch-file
      ******************************************************************
       2700-Build-Header section.

           move spaces to W-Archive-Rec
           move w-arch-file to w-ah-file
           set AR-HEADER to true
           move w-ss-name(w-ss-sub)  to w-ah-season
           move w-ss-start(w-ss-sub) to w-ah-start
           move w-ss-end(w-ss-sub)   to w-ah-end
           move w-reg-date           to w-ah-unload-date
           move w-lock-program       to w-ah-program
           .
      ******************************************************************
      * Archive section trailer - the count and total just written
      ******************************************************************
       2750-Build-Trailer section.

           move spaces to W-Archive-Rec
           move w-arch-file to w-at-file
           set AR-TRAILER to true
           move w-ss-name(w-ss-sub) to w-at-season
           move w-sect-count        to w-at-count
           move w-sect-total        to w-at-total
           .
      ******************************************************************
      * Before/after volumes - one line per season on the calendar,
      * then the records no season claims, then the file totals.
      * A validate run shows what a purge would take off
      ******************************************************************
       2800-Volume-Report section.

           move spaces to RETAIN-LINE
           write RETAIN-LINE
           move spaces to RETAIN-LINE
           string "SEASON    START     END       STATUS   "
                  "CALHIST   REMOVED   AFTER        "
                  "GAMERNDS  REMOVED   AFTER"
                  delimited by size into RETAIN-LINE
           write RETAIN-LINE

           move 1 to w-ss-sub
           perform until w-ss-sub > w-season-count
               if VALIDATE-ONLY
                and SEASON-EXPIRED(w-ss-sub)
                   move w-ss-ch-before(w-ss-sub)
                     to w-ss-ch-removed(w-ss-sub)
                   move w-ss-rd-before(w-ss-sub)
                     to w-ss-rd-removed(w-ss-sub)
                   add w-ss-ch-before(w-ss-sub) to w-calhist-removed
                   add w-ss-rd-before(w-ss-sub) to w-rounds-removed
               end-if
               if SEASON-EXPIRED(w-ss-sub)
                   move "EXPIRED" to w-status-word
               else
                   move "KEPT"    to w-status-word
               end-if
               compute w-after-count = w-ss-ch-before(w-ss-sub)
                                     - w-ss-ch-removed(w-ss-sub)
               compute w-after-rounds = w-ss-rd-before(w-ss-sub)
                                      - w-ss-rd-removed(w-ss-sub)
               move spaces to RETAIN-LINE
               string w-ss-name(w-ss-sub)
                      "  " w-ss-start(w-ss-sub)
                      "  " w-ss-end(w-ss-sub)
                      "  " w-status-word
                      "  " w-ss-ch-before(w-ss-sub)
                      " " w-ss-ch-removed(w-ss-sub)
                      " " w-after-count
                      "   " w-ss-rd-before(w-ss-sub)
                      " " w-ss-rd-removed(w-ss-sub)
                      " " w-after-rounds
                      delimited by size into RETAIN-LINE
               write RETAIN-LINE
               compute w-ss-sub = w-ss-sub + 1
           end-perform

      * DAYS AND ROUNDS NO SEASON CLAIMS ARE NEVER PURGED
           move spaces to RETAIN-LINE
           string "NO SEASON                              "
                  w-calhist-unassigned
                  " 000000000 " w-calhist-unassigned
                  "   " w-rounds-unassigned
                  " 000000000 " w-rounds-unassigned
                  delimited by size into RETAIN-LINE
           write RETAIN-LINE

           compute w-after-count = w-calhist-before - w-calhist-removed
           compute w-after-rounds = w-rounds-before - w-rounds-removed
           move spaces to RETAIN-LINE
           string "FILE TOTAL                             "
                  w-calhist-before
                  " " w-calhist-removed
                  " " w-after-count
                  "   " w-rounds-before
                  " " w-rounds-removed
                  " " w-after-rounds
                  delimited by size into RETAIN-LINE
           write RETAIN-LINE
           .
      ******************************************************************
      * RELOAD - put one archived season back online from the CALARCH
      * and RNDARCH generations the JCL names.  Both sections are
      * read through and proved whole against their trailers before
      * a single record of either is restored
      ******************************************************************
       5000-Reload-Season section.

           perform 2100-Census-Calhist
           perform 5100-Verify-Calhist
           perform 5300-Verify-Rounds

           if not RL-SECTION-FOUND
               move spaces to w-abend-message
               string "SEASON " w-reload-season
                      " IS ON NEITHER ARCHIVE SUPPLIED"
                      delimited by size into w-abend-message
               perform 9000-Abend
           end-if

           perform 5200-Apply-Calhist
           perform 5350-Apply-Rounds

           move spaces to RETAIN-LINE
           write RETAIN-LINE
           move spaces to RETAIN-LINE
           compute w-after-count = w-calhist-before
                                 + w-calhist-restored
           string "CALHIST   BEFORE " w-calhist-before
                  "  RESTORED " w-calhist-restored
                  "  ALREADY ONLINE " w-calhist-online
                  "  AFTER " w-after-count
                  delimited by size into RETAIN-LINE
           write RETAIN-LINE
           move spaces to RETAIN-LINE
           compute w-after-count = w-rounds-before
                                 + w-rounds-restored
           string "GAMERNDS  BEFORE " w-rounds-before
                  "  RESTORED " w-rounds-restored
                  "  ALREADY ONLINE " w-rounds-in-season
                  "  AFTER " w-after-count
                  delimited by size into RETAIN-LINE
           write RETAIN-LINE
           .
      ******************************************************************
      * The season's CALHIST section proved against its trailer.
      * Nothing is written yet - an unsupplied archive or one with
      * no section for the season leaves CALHIST out of the reload
      ******************************************************************
       5100-Verify-Calhist section.

           move 'N' to w-rl-calhist-go
           set RL-VERIFY-PASS to true
           perform 5110-Scan-Calhist-Archive
           if not CALARCH-FILE-OK
               go to 5100-Exit
           end-if
           if w-rl-start = spaces
               compute w-rl-skips = w-rl-skips + 1
               move spaces to RETAIN-LINE
               string "CALARCH HOLDS NO SECTION FOR SEASON "
                      w-reload-season " - CALHIST NOT RELOADED"
                      delimited by size into RETAIN-LINE
               write RETAIN-LINE
               go to 5100-Exit
           end-if

           set RL-SECTION-FOUND  to true
           set RL-RELOAD-CALHIST to true.

       5100-Exit.
           exit.
      ******************************************************************
      * The verified CALHIST section written back.  A key already on
      * the history (the season was partly online, or a rerun) is
      * left as it stands and counted
      ******************************************************************
       5200-Apply-Calhist section.

           if not RL-RELOAD-CALHIST
               go to 5200-Exit
           end-if

           set RL-APPLY-PASS to true
           perform 5110-Scan-Calhist-Archive

           move spaces to RETAIN-LINE
           string "RELOADED CALHIST  SEASON " w-reload-season
                  "  " w-rl-start " - " w-rl-end
                  "  UNLOADED " w-rl-unload-date
                  "  RECORDS " w-rl-count
                  "  CALORIES " w-rl-total
                  delimited by size into RETAIN-LINE
           write RETAIN-LINE.

       5200-Exit.
           exit.
      ******************************************************************
      * One pass of CALARCH.  On the verify pass the season's DTL
      * lines are counted and summed and must match its TRL; on the
      * apply pass they are written to the history
      ******************************************************************
       5110-Scan-Calhist-Archive section.

           move spaces to w-rl-start
           move spaces to w-rl-end
           move zeroes to w-sect-count
           move zeroes to w-sect-total
           move 'N' to w-rl-section
           move 'N' to ARCHIVE-EOF-STATUS

           open input Calhist-Archive
           if CALARCH-FILE-NOT-FOUND
               compute w-rl-skips = w-rl-skips + 1
               move spaces to RETAIN-LINE
               string "NOTE - NO CALHIST ARCHIVE (CALARCH) SUPPLIED "
                      "- CALHIST NOT RELOADED"
                      delimited by size into RETAIN-LINE
               write RETAIN-LINE
               go to 5110-Exit
           end-if
           if not CALARCH-FILE-OK
               move "CALHIST ARCHIVE (CALARCH) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           perform until ARCHIVE-EOF
               read Calhist-Archive into W-Archive-Rec
                   at end
                       set ARCHIVE-EOF to true
               end-read
               Evaluate true
                   when ARCHIVE-EOF
                       continue
                   when AR-HEADER
                    and w-ah-season = w-reload-season
                       move 'Y' to w-rl-section
                       move w-ah-start       to w-rl-start
                       move w-ah-end         to w-rl-end
                       move w-ah-unload-date to w-rl-unload-date
                   when AR-DETAIL
                    and RL-IN-SECTION
                       compute w-sect-count = w-sect-count + 1
                       move w-ar-body to CALHIST-REC
                       add CH-Calories to w-sect-total
                       if RL-APPLY-PASS
                           perform 5150-Restore-Calhist
                       end-if
                   when AR-TRAILER
                    and RL-IN-SECTION
                       perform 5400-Check-Trailer
                       move 'N' to w-rl-section
                       set ARCHIVE-EOF to true
               end-evaluate
           end-perform

      * A HEADER WITH NO TRAILER AFTER IT - THE ARCHIVE WAS CUT SHORT
           if RL-IN-SECTION
               move spaces to w-abend-message
               string "ARCHIVE SECTION " w-reload-season
                      " OF CALARCH HAS NO TRAILER"
                      delimited by size into w-abend-message
               perform 9000-Abend
           end-if

           close Calhist-Archive
           move zeroes to w-rl-count
           if w-rl-start not = spaces
               move w-sect-count to w-rl-count
           end-if.

       5110-Exit.
           exit.
      ******************************************************************
      * One archived day back onto the history
      ******************************************************************
       5150-Restore-Calhist section.

           write CALHIST-REC
               invalid key
                   compute w-calhist-online = w-calhist-online + 1
                   go to 5150-Exit
           end-write
           compute w-calhist-restored = w-calhist-restored + 1.

       5150-Exit.
           exit.
      ******************************************************************
      * The season's rounds proved against their trailer.  A season
      * with any round already online is not reloaded twice
      ******************************************************************
       5300-Verify-Rounds section.

           move 'N' to w-rl-rounds-go
           set RL-VERIFY-PASS to true
           perform 5310-Scan-Rounds-Archive
           if not RNDARCH-FILE-OK
               go to 5300-Exit
           end-if
           if w-rl-start = spaces
               compute w-rl-skips = w-rl-skips + 1
               move spaces to RETAIN-LINE
               string "RNDARCH HOLDS NO SECTION FOR SEASON "
                      w-reload-season " - GAMERNDS NOT RELOADED"
                      delimited by size into RETAIN-LINE
               write RETAIN-LINE
               go to 5300-Exit
           end-if
           set RL-SECTION-FOUND to true

      * ANY ROUND OF THE SEASON STILL ONLINE MEANS IT WAS NEVER
      * PURGED OR WAS RELOADED ALREADY - LEAVE GAMERNDS AS IT IS
           move zeroes to w-rounds-in-season
           move 'Y' to ROUNDS-LOAD-STATUS
           perform 2210-Open-Rounds
           if ROUNDS-ONLINE
               perform 2220-Read-Round
               perform until ROUNDS-EOF
                   if RA-Date not < w-rl-start
                    and RA-Date not > w-rl-end
                       compute w-rounds-in-season =
                               w-rounds-in-season + 1
                   end-if
                   perform 2220-Read-Round
               end-perform
               close Round-Archive
           end-if
           if w-rounds-in-season > zeroes
               compute w-rl-skips = w-rl-skips + 1
               move spaces to RETAIN-LINE
               string "SEASON " w-reload-season " HAS "
                      w-rounds-in-season
                      " ROUNDS ONLINE ALREADY - GAMERNDS NOT RELOADED"
                      delimited by size into RETAIN-LINE
               write RETAIN-LINE
               go to 5300-Exit
           end-if

           set RL-RELOAD-ROUNDS to true.

       5300-Exit.
           exit.
      ******************************************************************
      * RNDSNEW written with the verified season's rounds first (they
      * are older than anything online) and the whole current
      * archive after them - or the current archive alone when the
      * rounds are not being reloaded
      ******************************************************************
       5350-Apply-Rounds section.

           open output Round-Archive-New
           if not RNDSNEW-FILE-OK
               move "ROUND ARCHIVE REWRITE (RNDSNEW) COULD NOT OPEN"
                 to w-abend-message
               perform 9000-Abend
           end-if

           if RL-RELOAD-ROUNDS
               set RL-APPLY-PASS to true
               perform 5310-Scan-Rounds-Archive

               move spaces to RETAIN-LINE
               string "RELOADED GAMERNDS SEASON " w-reload-season
                      "  " w-rl-start " - " w-rl-end
                      "  UNLOADED " w-rl-unload-date
                      "  ROUNDS " w-rl-count
                      "  POINTS " w-rl-total
                      delimited by size into RETAIN-LINE
               write RETAIN-LINE
           end-if

           move 'Y' to ROUNDS-LOAD-STATUS
           perform 2210-Open-Rounds
           if ROUNDS-ONLINE
               perform 2220-Read-Round
               perform until ROUNDS-EOF
                   compute w-rounds-before = w-rounds-before + 1
                   write ROUND-ARCHIVE-NEW-REC from ROUND-ARCHIVE-REC
                   perform 2220-Read-Round
               end-perform
               close Round-Archive
           end-if
           close Round-Archive-New.

       5350-Exit.
           exit.
      ******************************************************************
      * One pass of RNDARCH - as 5110 for CALARCH, the apply pass
      * writing each round to RNDSNEW
      ******************************************************************
       5310-Scan-Rounds-Archive section.

           move spaces to w-rl-start
           move spaces to w-rl-end
           move zeroes to w-sect-count
           move zeroes to w-sect-total
           move 'N' to w-rl-section
           move 'N' to ARCHIVE-EOF-STATUS

           open input Rounds-Archive
           if RNDARCH-FILE-NOT-FOUND
               compute w-rl-skips = w-rl-skips + 1
               move spaces to RETAIN-LINE
               string "NOTE - NO ROUNDS ARCHIVE (RNDARCH) SUPPLIED "
                      "- GAMERNDS NOT RELOADED"
                      delimited by size into RETAIN-LINE
               write RETAIN-LINE
               go to 5310-Exit
           end-if
           if not RNDARCH-FILE-OK
               move "ROUNDS ARCHIVE (RNDARCH) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           perform until ARCHIVE-EOF
               read Rounds-Archive into W-Archive-Rec
                   at end
                       set ARCHIVE-EOF to true
               end-read
               Evaluate true
                   when ARCHIVE-EOF
                       continue
                   when AR-HEADER
                    and w-ah-season = w-reload-season
                       move 'Y' to w-rl-section
                       move w-ah-start       to w-rl-start
                       move w-ah-end         to w-rl-end
                       move w-ah-unload-date to w-rl-unload-date
                   when AR-DETAIL
                    and RL-IN-SECTION
                       compute w-sect-count = w-sect-count + 1
                       move w-ar-body(1:50) to W-Round-Image
                       add w-ri-points to w-sect-total
                       if RL-APPLY-PASS
                           write ROUND-ARCHIVE-NEW-REC
                             from W-Round-Image
                           compute w-rounds-restored =
                                   w-rounds-restored + 1
                       end-if
                   when AR-TRAILER
                    and RL-IN-SECTION
                       perform 5400-Check-Trailer
                       move 'N' to w-rl-section
                       set ARCHIVE-EOF to true
               end-evaluate
           end-perform

      * A HEADER WITH NO TRAILER AFTER IT - THE ARCHIVE WAS CUT SHORT
           if RL-IN-SECTION
               move spaces to w-abend-message
               string "ARCHIVE SECTION " w-reload-season
                      " OF RNDARCH HAS NO TRAILER"
                      delimited by size into w-abend-message
               perform 9000-Abend
           end-if

           close Rounds-Archive
           move w-sect-count to w-rl-count.

       5310-Exit.
           exit.
      ******************************************************************
      * A section's trailer against what was read of it - a short or
      * altered archive is never half-restored
      ******************************************************************
       5400-Check-Trailer section.

           move w-sect-total to w-rl-total
           if w-at-count not = w-sect-count
            or w-at-total not = w-sect-total
               move spaces to w-abend-message
               string "ARCHIVE SECTION " w-reload-season " "
                      w-at-file " FAILS ITS TRAILER COUNTS"
                      delimited by size into w-abend-message
               perform 9000-Abend
           end-if
           .
      ******************************************************************
      * Summary - the graded return code and the audit line.
      * RC=004 when records sit outside every season on the
      * calendar, when nothing was expired, or when a reload found
      * some of the season already online or could only restore
      * one of the two files
      ******************************************************************
       3000-print-summary section.

           move spaces to RETAIN-LINE
           write RETAIN-LINE
           move spaces to RETAIN-LINE
           string "SEASON RETENTION  " w-mode-word
                  "  CALHIST REMOVED " w-calhist-removed
                  "  RESTORED " w-calhist-restored
                  "  GAMERNDS REMOVED " w-rounds-removed
                  "  RESTORED " w-rounds-restored
                  delimited by size into RETAIN-LINE
           write RETAIN-LINE
           if VALIDATE-ONLY
               move spaces to RETAIN-LINE
               string "  VALIDATE ONLY - NO FILE HAS BEEN CHANGED; "
                      "RUN SEASPRG (MODE=PURGE) TO APPLY"
                      delimited by size into RETAIN-LINE
               write RETAIN-LINE
           end-if

           move zeroes to w-reg-rc
           if RELOAD-RUN
               if w-calhist-online > zeroes
                or w-rl-skips > zeroes
                   move 4 to w-reg-rc
               end-if
           else
               if w-expire-count = zeroes
                or w-calhist-unassigned > zeroes
                or w-rounds-unassigned > zeroes
                   move 4 to w-reg-rc
               end-if
           end-if

           display "Season-Retention " w-mode-word
                   "  calhist removed: " w-calhist-removed
                   "  restored: " w-calhist-restored
                   "  rounds removed: " w-rounds-removed
                   "  restored: " w-rounds-restored

           compute w-reg-read = w-calhist-before + w-rounds-before
           move zeroes to w-reg-rejected
           compute w-reg-written = w-calhist-restored
                                 + w-rounds-restored
           if PURGE-RUN
               compute w-reg-written = w-calhist-removed
                                     + w-rounds-removed
           end-if
           perform 8000-Write-Run-Register

           close Calorie-Hist
           close Retain-Report

           perform 8700-Free-All-Locks

           move w-reg-rc to return-code
           .
      ******************************************************************
      * Append this execution's audit record to the permanent run
      * register - program, when it ran, volumes, result and the
      * season boundary it worked to
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
           move 'F' to w-lock-action
           call "SUITELCK" using W-Lock-Area.

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
      * Release every resource this program claims
      ******************************************************************
       8700-Free-All-Locks section.

           move "CALHIST " to w-lock-resource
           perform 8600-Free-Lock
           move "GAMEHIST" to w-lock-resource
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

           display "SEASON-RETENTION ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           move 16 to w-reg-rc
           perform 8000-Write-Run-Register

           close Calorie-Hist
           close Round-Archive
           close Round-Archive-New
           close Calhist-Archive
           close Rounds-Archive
           close Retain-Report

           perform 8700-Free-All-Locks

           move 16 to return-code
           stop run
           .
