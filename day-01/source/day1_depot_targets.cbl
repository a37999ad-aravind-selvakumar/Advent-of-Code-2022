       Identification division.
       PROGRAM-ID. Depot-Target-Variance.
       environment division.
       input-output section.
       file-control.
      * SEASON-LONG DAILY CALORIE HISTORY WRITTEN BY CALORIES-
      * COUNTER - WALKED WHOLE, EVERY DAY OF THE MONTH UP TO THE
      * AS-OF DATE COUNTING TOWARDS ITS DEPOT
           SELECT Calorie-Hist ASSIGN TO "CALHIST"
           organization is indexed
           access is sequential
           record key is CH-Key
           file status is CALHIST-FILE-STATUS.
      * DEPOT REFERENCE MASTER - WALKED IN DEPOT-ID ORDER, ONE
      * REPORT LINE PER REGISTERED DEPOT
           SELECT Depot-Master ASSIGN TO "DEPTMAST"
           organization is indexed
           access is sequential
           record key is DM-Depot-Id
           file status is DEPOT-FILE-STATUS.
      * DEPOT MONTHLY TARGETS - READ BY DEPOT-ID + MONTH; EACH
      * MEASURED TARGET HAS THE RUN'S PROGRESS POSTED BACK SO
      * Depot-Directory CAN SHOW IT
           SELECT Target-File ASSIGN TO "DEPTTGT"
           organization is indexed
           access is random
           record key is TG-Key
           file status is TARGET-FILE-STATUS.
      * TARGET VARIANCE REPORT FOR THE SUPPLY OFFICE
           SELECT Variance-Out ASSIGN TO "TGTRPT"
           organization is line sequential.
      * RUN OPTIONS CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD
           SELECT Control-In ASSIGN TO "CTLCARD"
           organization is line sequential
           file status is CONTROL-FILE-STATUS.

       data division.
       file section.
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

      * DEPOT MASTER RECORD - KEEP IN SYNC WITH Depot-Master-Maint
       FD  Depot-Master.
       01  DEPOT-REC.
           05  DM-Depot-Id         pic x(3).
           05  DM-Name             pic x(20).
           05  DM-Region           pic x(10).
           05  DM-Status           pic x(1).
               88  DM-ACTIVE           value 'A'.
               88  DM-CLOSED           value 'C'.

      * DEPOT MONTHLY TARGET RECORD - KEEP IN SYNC WITH
      * Depot-Master-Maint AND Depot-Directory
       FD  Target-File.
       01  TARGET-REC.
           05  TG-Key.
               10  TG-Depot-Id     pic x(3).
               10  TG-Month        pic x(6).
           05  TG-Target           pic 9(10).
           05  TG-Set-Date         pic x(8).
           05  TG-Asof-Date        pic x(8).
           05  TG-Actual           pic 9(10).
           05  TG-Projected        pic 9(10).
           05  TG-Status           pic x(1).
               88  TG-NOT-MEASURED     value ' '.
               88  TG-ON-TRACK         value 'O'.
               88  TG-SHORT            value 'S'.
           05  filler              pic x(4).

       FD  Variance-Out.
       01  VARIANCE-LINE           pic x(132).

      * RUN OPTIONS CONTROL CARD - ONE KEYWORD=VALUE PER CARD
       FD  Control-In.
       01  CONTROL-CARD            pic x(80).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-read-count              pic 9(7).
           05  w-month-records           pic 9(7).
           05  w-depot-count             pic 9(5).
           05  w-target-count            pic 9(5).
           05  w-short-count             pic 9(5).
           05  w-no-target-count         pic 9(5).
           05  w-sub                     pic 9(3).
           05  w-found                   pic 9(3).

      *THE MONTH BEING MEASURED - THE AS-OF DATE'S MONTH, HOW MANY
      *DAYS IT HAS AND HOW FAR THROUGH IT THE AS-OF DATE IS
       01 W-Month-Area.
           05  w-asof-date               pic 9(8).
           05  w-asof-parts redefines w-asof-date.
               10  w-asof-yyyy           pic 9(4).
               10  w-asof-mm             pic 9(2).
               10  w-asof-dd             pic 9(2).
           05  w-month                   pic x(6).
           05  w-first-date              pic 9(8).
           05  w-next-date               pic 9(8).
           05  w-next-parts redefines w-next-date.
               10  w-next-yyyy           pic 9(4).
               10  w-next-mm             pic 9(2).
               10  w-next-dd             pic 9(2).
           05  w-month-days              pic 9(2).

      *MONTH-TO-DATE ACTUALS PER CH-DEPOT, IN ORDER OF FIRST
      *SIGHTING.  A DEPOT ALSO ON THE MASTER IS MARKED REPORTED SO
      *WHAT IS LEFT OVER CAN BE LISTED AS UNATTRIBUTED
       01 W-Actual-Table.
           05  w-act-count               pic 9(3).
           05  w-act occurs 50 times.
               10  w-act-depot           pic x(3).
               10  w-act-calories        pic 9(10).
               10  w-act-reported        pic x(1).

      *TABLE CAPACITY - KEEP IN SYNC WITH THE OCCURS ON w-act
       01 W-Capacity-Limits.
           05  w-act-limit               pic 9(3) value 50.

      *ONE DEPOT'S FIGURES AND THEIR PRINTED FORMS
       01 W-Depot-Figures.
           05  w-target                  pic 9(10).
           05  w-actual                  pic 9(10).
           05  w-variance                pic s9(10).
           05  w-projected               pic 9(10).
           05  w-pct                     pic 9(4)v9(2).
           05  w-proj-pct                pic 9(4)v9(2).
           05  w-miss-line               pic 9(10).
           05  w-variance-disp           pic -9(10).
           05  w-pct-disp                pic zzz9.99.
           05  w-proj-pct-disp           pic zzz9.99.
           05  w-flag                    pic x(22).
           05  w-total-target            pic 9(11).
           05  w-total-actual            pic 9(11).
           05  w-total-projected         pic 9(11).

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *THE HISTORY AND DEPOT MASTER ARE CLAIMED FOR THE READ, THE
      *TARGET FILE FOR THE PROGRESS POSTED BACK
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
           05  w-lock-program            pic x(8) value "TGTVAR  ".
           05  w-lock-result             pic x(1).
           05  w-lock-holder             pic x(8).

      *ABEND WORK AREA
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "TGTVAR  ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 HIST-EOF-STATUS                     pic x(1).
           88 HIST-EOF                         value 'Y'.
       01 CALHIST-FILE-STATUS                 pic x(2).
           88  CALHIST-FILE-OK                    value '00'.
           88  CALHIST-FILE-NOT-FOUND             value '35'.
       01 DEPOT-EOF-STATUS                    pic x(1).
           88 DEPOT-EOF                        value 'Y'.
       01 DEPOT-FILE-STATUS                   pic x(2).
           88  DEPOT-FILE-OK                      value '00'.
           88  DEPOT-FILE-NOT-FOUND               value '35'.
       01 TARGET-FILE-STATUS                  pic x(2).
           88  TARGET-FILE-OK                     value '00'.
           88  TARGET-FILE-NOT-FOUND              value '35'.
       01 TARGET-OPEN-STATUS                  pic x(1) value 'N'.
           88  TARGETS-ON-FILE                    value 'Y'.
       01 CONTROL-EOF-STATUS                  pic x(1).
           88 CONTROL-EOF                      value 'Y'.
       01 CONTROL-FILE-STATUS                 pic x(2).
           88  CONTROL-FILE-OK                    value '00'.
           88  CONTROL-FILE-NOT-FOUND             value '35'.

      *RUN-TIME PARAMETERS - THE AS-OF DATE (DEFAULT TODAY) AND THE
      *PERCENTAGE A DEPOT'S PROJECTION MAY FALL SHORT OF ITS TARGET
      *BEFORE IT IS FLAGGED
       01 W-Control-Parms.
           05  w-parm-text                    pic x(10).
           05  w-parm-asof                    pic 9(8) value zeroes.
           05  w-miss-pct                     pic 9(2) value 10.

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

           initialize HIST-EOF-STATUS
                      DEPOT-EOF-STATUS
                      W-Variables
                      W-Actual-Table
                      W-Depot-Figures

           open output Variance-Out

           perform 1050-Read-Control-Cards
           if CONTROL-FILE-NOT-FOUND
               perform 1100-Parse-Parms
           end-if

           if w-parm-asof = zeroes
               accept w-asof-date from date yyyymmdd
           else
               move w-parm-asof to w-asof-date
           end-if
           if function test-date-yyyymmdd(w-asof-date) not = zeroes
               move "ASOF IS NOT A VALID YYYYMMDD DATE"
                 to w-abend-message
               perform 9000-Abend
           end-if
           if w-miss-pct > 99
               move "MISSPCT MUST BE 0 TO 99" to w-abend-message
               perform 9000-Abend
           end-if

      * THE MONTH'S LENGTH IS THE GAP TO THE FIRST OF NEXT MONTH
           move w-asof-date(1:6) to w-month
           move w-asof-date to w-first-date
           move "01" to w-first-date(7:2)
           move w-first-date to w-next-date
           if w-next-mm = 12
               add 1 to w-next-yyyy
               move 1 to w-next-mm
           else
               add 1 to w-next-mm
           end-if
           compute w-month-days =
                   function integer-of-date(w-next-date)
                 - function integer-of-date(w-first-date)

           move spaces to VARIANCE-LINE
           string "DEPOT MONTHLY TARGETS - MONTH " w-month(1:4) "-"
                  w-month(5:2) "  AS OF " w-asof-date
                  "  DAY " w-asof-dd " OF " w-month-days
                  delimited by size into VARIANCE-LINE
           write VARIANCE-LINE
           move spaces to VARIANCE-LINE
           write VARIANCE-LINE

           perform 1080-Write-Options-Page

           move "CALHIST " to w-lock-resource
           perform 8500-Claim-Lock
           move "DEPTMAST" to w-lock-resource
           perform 8500-Claim-Lock
           move "DEPTTGT " to w-lock-resource
           perform 8500-Claim-Lock

           open input Calorie-Hist
           open input Depot-Master
           open i-o Target-File

           if not DEPOT-FILE-OK
               move "DEPOT MASTER (DEPTMAST) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           if not CALHIST-FILE-OK
            and not CALHIST-FILE-NOT-FOUND
               move "CALORIE HISTORY (CALHIST) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if
      * NO TARGET HAS EVER BEEN SET - EVERY DEPOT REPORTS NO TARGET
           if not TARGET-FILE-OK
            and not TARGET-FILE-NOT-FOUND
               move "DEPOT TARGETS (DEPTTGT) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           if TARGET-FILE-OK
               set TARGETS-ON-FILE to true
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
                   perform 1075-Numeric-Card
                   move function numval(w-card-value)
                     to w-parm-asof
               when "MISSPCT"
                   perform 1075-Numeric-Card
                   if function numval(w-card-value) > 99
                       move "MISSPCT MUST BE 0 TO 99"
                         to w-abend-message
                       perform 9000-Abend
                   end-if
                   move function numval(w-card-value)
                     to w-miss-pct
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

           move spaces to VARIANCE-LINE
           string "OPTIONS IN EFFECT  SOURCE " w-options-source
                  "  CARDS " w-card-count
                  delimited by size into VARIANCE-LINE
           write VARIANCE-LINE

           move spaces to VARIANCE-LINE
           string "  ASOF " w-asof-date
                  "  MISSPCT " w-miss-pct
                  delimited by size into VARIANCE-LINE
           write VARIANCE-LINE

           move spaces to VARIANCE-LINE
           write VARIANCE-LINE
           .
      ******************************************************************
      * JCL PARM FALLBACK - A NUMERIC VALUE IS THE AS-OF DATE.  A
      * SUPPLIED CTLCARD FILE REPLACES THIS
      ******************************************************************
       1100-Parse-Parms section.

           move "PARM    " to w-options-source

           accept w-parm-text from command-line
           if function trim(w-parm-text) is numeric
               move function numval(w-parm-text) to w-parm-asof
           end-if
           .
      ******************************************************************
      * Total the month to date from the history, then report every
      * registered depot against its target
      ******************************************************************
       2000-Main-Process section.

           if CALHIST-FILE-OK
               perform 2100-Read-History
               perform until HIST-EOF
                   compute w-read-count = w-read-count + 1
                   perform 2200-Collect-Day
                   perform 2100-Read-History
               end-perform
           end-if

           move spaces to VARIANCE-LINE
           string "DEPOT  NAME                  TARGET      "
                  "ACTUAL-MTD  VARIANCE     PCT-TGT  PROJECTED   "
                  "PROJ-PCT  STATUS"
                  delimited by size into VARIANCE-LINE
           write VARIANCE-LINE

           perform 2300-Read-Depot
           perform until DEPOT-EOF
               perform 2400-Measure-Depot
               perform 2300-Read-Depot
           end-perform
           .
      ******************************************************************
      * Read next history record
      ******************************************************************
       2100-Read-History section.
           read Calorie-Hist next
           at end set HIST-EOF to true
           end-read
           .
      ******************************************************************
      * One daily record - counted when it falls in the month on or
      * before the as-of date
      ******************************************************************
       2200-Collect-Day section.

           if CH-Date(1:6) not = w-month
            or CH-Date > w-asof-date
               go to 2200-Exit
           end-if

           compute w-month-records = w-month-records + 1

           move zeroes to w-found
           move 1 to w-sub
           perform until w-sub > w-act-count
               if w-act-depot(w-sub) = CH-Depot
                   move w-sub to w-found
                   move w-act-count to w-sub
               end-if
               compute w-sub = w-sub + 1
           end-perform

           if w-found = zeroes
               compute w-act-count = w-act-count + 1
      * GUARD THE OCCURS LIMIT ON w-act BEFORE SUBSCRIPTING
               if w-act-count > w-act-limit
                   move "DEPOTS ON HISTORY EXCEED w-act CAPACITY"
                     to w-abend-message
                   perform 9000-Abend
               end-if
               move w-act-count to w-found
               move CH-Depot to w-act-depot(w-found)
               move zeroes to w-act-calories(w-found)
               move 'N' to w-act-reported(w-found)
           end-if

           add CH-Calories to w-act-calories(w-found).

       2200-Exit.
           exit.
      ******************************************************************
      * Read next depot master record
      ******************************************************************
       2300-Read-Depot section.
           read Depot-Master next
           at end set DEPOT-EOF to true
           end-read
           .
      ******************************************************************
      * One depot's line - its month-to-date actual against the
      * month's target, projected straight-line to month-end.  A
      * projection more than MISSPCT short of the target is flagged,
      * and the figures are posted back to the target record
      ******************************************************************
       2400-Measure-Depot section.

           compute w-depot-count = w-depot-count + 1

           move zeroes to w-actual
           move 1 to w-sub
           perform until w-sub > w-act-count
               if w-act-depot(w-sub) = DM-Depot-Id
                   move w-act-calories(w-sub) to w-actual
                   move 'Y' to w-act-reported(w-sub)
                   move w-act-count to w-sub
               end-if
               compute w-sub = w-sub + 1
           end-perform

           compute w-projected rounded =
                   w-actual * w-month-days / w-asof-dd
           add w-actual to w-total-actual
           add w-projected to w-total-projected

           move zeroes to w-target
           if TARGETS-ON-FILE
               move DM-Depot-Id to TG-Depot-Id
               move w-month     to TG-Month
               read Target-File
                   invalid key
                       move zeroes to TG-Target
               end-read
               move TG-Target to w-target
           end-if

           if w-target = zeroes
               compute w-no-target-count = w-no-target-count + 1
               move spaces to VARIANCE-LINE
               string DM-Depot-Id "    " DM-Name
                      "  ----------  " w-actual
                      "  -----------  ------  " w-projected
                      "  ------    NO TARGET SET"
                      delimited by size into VARIANCE-LINE
               write VARIANCE-LINE
               go to 2400-Exit
           end-if

           compute w-target-count = w-target-count + 1
           add w-target to w-total-target

           compute w-variance = w-actual - w-target
           compute w-pct rounded = w-actual * 100 / w-target
           compute w-proj-pct rounded = w-projected * 100 / w-target
           compute w-miss-line rounded =
                   w-target * (100 - w-miss-pct) / 100

           if w-projected < w-miss-line
               compute w-short-count = w-short-count + 1
               move "** PROJECTED SHORT" to w-flag
               set TG-SHORT to true
               move 'W'             to w-alert-severity
               move "TGTSHORT"      to w-alert-code
               move spaces          to w-alert-key
               string "DEPOT " DM-Depot-Id " " w-month
                      delimited by size into w-alert-key
               move w-proj-pct      to w-proj-pct-disp
               move spaces          to w-alert-message
               string "DEPOT " DM-Depot-Id " PROJECTED "
                      w-proj-pct-disp " PCT OF MONTH TARGET "
                      w-target " AS OF " w-asof-date
                      delimited by size into w-alert-message
               perform 8800-Raise-Alert
           else
               move "ON TRACK" to w-flag
               set TG-ON-TRACK to true
           end-if

           move w-variance  to w-variance-disp
           move w-pct       to w-pct-disp
           move w-proj-pct  to w-proj-pct-disp

           move spaces to VARIANCE-LINE
           string DM-Depot-Id "    " DM-Name
                  "  " w-target
                  "  " w-actual
                  "  " w-variance-disp
                  "  " w-pct-disp
                  "  " w-projected
                  "  " w-proj-pct-disp
                  "   " w-flag
                  delimited by size into VARIANCE-LINE
           write VARIANCE-LINE

           move w-asof-date to TG-Asof-Date
           move w-actual    to TG-Actual
           move w-projected to TG-Projected
           rewrite TARGET-REC
               invalid key
                   move "REWRITE TO DEPOT TARGETS FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite.

       2400-Exit.
           exit.
      ******************************************************************
      * Summary - the all-depot totals, then any month-to-date
      * calories whose CH-Depot is not a registered depot (the
      * multi-depot elves' MLT among them), which no target covers
      ******************************************************************
       3000-print-summary section.

           move spaces to VARIANCE-LINE
           write VARIANCE-LINE
           move spaces to VARIANCE-LINE
           string "ALL DEPOTS  TARGETS " w-total-target
                  "  ACTUAL-MTD " w-total-actual
                  "  PROJECTED " w-total-projected
                  delimited by size into VARIANCE-LINE
           write VARIANCE-LINE

           move 1 to w-sub
           perform until w-sub > w-act-count
               if w-act-reported(w-sub) = 'N'
                   move spaces to VARIANCE-LINE
                   string "NOT ATTRIBUTED TO A REGISTERED DEPOT  ["
                          w-act-depot(w-sub) "]  ACTUAL-MTD "
                          w-act-calories(w-sub)
                          delimited by size into VARIANCE-LINE
                   write VARIANCE-LINE
               end-if
               compute w-sub = w-sub + 1
           end-perform

           move spaces to VARIANCE-LINE
           write VARIANCE-LINE
           move spaces to VARIANCE-LINE
           string "DEPOTS " w-depot-count
                  "  WITH TARGET " w-target-count
                  "  NO TARGET " w-no-target-count
                  "  PROJECTED SHORT " w-short-count
                  "  HISTORY RECORDS " w-read-count
                  "  IN MONTH " w-month-records
                  delimited by size into VARIANCE-LINE
           write VARIANCE-LINE

           display "Depot-Target-Variance depots: " w-depot-count
                   "  projected short: " w-short-count

           close Calorie-Hist
           close Depot-Master
           close Target-File
           close Variance-Out

           perform 8700-Free-All-Locks

      * A DEPOT PROJECTED SHORT IS A WARNING FOR THE SUPPLY OFFICE
           if w-short-count > zeroes
               move 4 to return-code
           end-if
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
      * Release every resource this program claims
      ******************************************************************
       8700-Free-All-Locks section.

           move "CALHIST " to w-lock-resource
           perform 8600-Free-Lock
           move "DEPTMAST" to w-lock-resource
           perform 8600-Free-Lock
           move "DEPTTGT " to w-lock-resource
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

           display "DEPOT-TARGET-VARIANCE ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Calorie-Hist
           close Depot-Master
           close Target-File
           close Variance-Out

           perform 8700-Free-All-Locks

           move 16 to return-code
           stop run
           .
