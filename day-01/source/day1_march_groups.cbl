       Identification division.
       PROGRAM-ID. March-Group-Balancer.
       environment division.
       input-output section.
       file-control.
      * TODAY'S PER-ELF DETAIL FILE WRITTEN BY CALORIES-COUNTER -
      * EACH ELF'S CARRIED CALORIES FOR THE DAY
           SELECT Detail-In ASSIGN TO "CALDTL"
           organization is line sequential
           file status is DETAIL-FILE-STATUS.
      * ELF MASTER - INDEXED (KSDS-STYLE) FILE KEYED BY ELF-ID.
      * ONLY AN ACTIVE ELF ON THE MASTER MARCHES
           SELECT Elf-Master ASSIGN TO "ELFMAST"
           organization is indexed
           access is random
           record key is EM-Elf-Id
           file status is MASTER-FILE-STATUS.
      * GROUP ROSTERS, GROUP TOTALS AND THE SPREAD FOR THE
      * EXPEDITION LEADS
           SELECT Report-Out ASSIGN TO "MARCHRPT"
           organization is line sequential.
      * FIXED-COLUMN ASSIGNMENT FILE FOR THE EXPEDITION DESK - ONE
      * RECORD PER ELF
           SELECT Assignment-Out ASSIGN TO "GRPASSN"
           organization is line sequential.
      * RUN OPTIONS CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD
           SELECT Control-In ASSIGN TO "CTLCARD"
           organization is line sequential
           file status is CONTROL-FILE-STATUS.

       data division.
       file section.
      * PER-ELF DETAIL - FIXED LAYOUT OF THE LINE CALORIES-COUNTER
      * BUILDS IN ITS 2950-Write-Detail-File SECTION; KEEP IN SYNC
       FD  Detail-In.
       01  DETAIL-REC.
           05  filler              pic x(4).
           05  DR-Elf-Id           pic 9(4).
           05  filler              pic x(6).
           05  DR-Calories         pic 9(7).
           05  filler              pic x(7).
           05  DR-Date             pic x(8).
           05  filler              pic x(8).
           05  DR-Depot            pic x(3).
           05  filler              pic x(13).

      * ELF MASTER RECORD - ONE PER ELF FOR THE WHOLE SEASON
       FD  Elf-Master.
       01  MASTER-REC.
           05  EM-Elf-Id           pic 9(4).
           05  EM-Season-Calories  pic 9(12).
           05  EM-Days-Reported    pic 9(5).
           05  EM-Best-Calories    pic 9(7).
           05  EM-Best-Date        pic x(8).
           05  EM-Last-Date        pic x(8).
           05  EM-Status           pic x(1).
               88  EM-ACTIVE           value 'A' ' '.
               88  EM-RETIRED          value 'R'.

       FD  Report-Out.
       01  REPORT-LINE             pic x(100).

      * GROUP ASSIGNMENT RECORD - FIXED COLUMNS, NO SEPARATORS
      *   1-2 GROUP  3-6 ELF-ID  7-13 CALORIES  14-16 DEPOT
      *   17-24 DETAIL DATE
       FD  Assignment-Out.
       01  ASSIGNMENT-REC.
           05  GA-Group            pic 9(2).
           05  GA-Elf-Id           pic 9(4).
           05  GA-Calories         pic 9(7).
           05  GA-Depot            pic x(3).
           05  GA-Date             pic x(8).

      * RUN OPTIONS CONTROL CARD - ONE KEYWORD=VALUE PER CARD
       FD  Control-In.
       01  CONTROL-CARD            pic x(80).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-detail-read             pic 9(5).
           05  w-excluded                pic 9(5).
           05  w-pairs-ignored           pic 9(3).
           05  w-sub                     pic 9(5).
           05  w-usub                    pic 9(5).
           05  w-vsub                    pic 9(5).
           05  w-gsub                    pic 9(3).
           05  w-psub                    pic 9(3).
           05  w-found-sub               pic 9(5).
           05  w-root                    pic 9(5).
           05  w-root-b                  pic 9(5).
           05  w-elf-a-sub               pic 9(5).
           05  w-elf-b-sub               pic 9(5).
           05  w-reason                  pic x(30).
           05  w-detail-date             pic x(8).
           05  w-last-group              pic 9(3).
           05  w-cal-disp                pic z,zzz,zz9.
           05  w-total-disp              pic zzz,zzz,zz9.

      *TABLE COUNTS - THE OCCURS DEPENDING ON OBJECTS FOR THE ELF AND
      *UNIT TABLES, WHICH ARE BOTH RESEQUENCED BY SORT
       01 W-Table-Counts.
           05  w-elf-count               pic 9(5) value zeroes.
           05  w-unit-count              pic 9(5) value zeroes.

      *ELF TABLE - EVERY ACTIVE ELF ON TODAY'S DETAIL.  w-elf-root
      *CHAINS KEEP-TOGETHER ELVES TO ONE ROOT ELF; w-elf-unit IS THE
      *MARCHING UNIT THE ELF BELONGS TO
       01 W-Elf-Table.
           05  w-elf occurs 1 to 2000 times
                        depending on w-elf-count.
               10  w-elf-group           pic 9(3).
               10  w-elf-calories        pic 9(7).
               10  w-elf-id              pic 9(4).
               10  w-elf-depot           pic x(3).
               10  w-elf-root            pic 9(5).
               10  w-elf-unit            pic 9(5).

      *MARCHING UNITS - A LONE ELF, OR A KEEP-TOGETHER SET THAT IS
      *PLACED AS ONE; SORTED HEAVIEST FIRST FOR THE FIRST PLACEMENT
       01 W-Unit-Table.
           05  w-unit occurs 1 to 2000 times
                        depending on w-unit-count.
               10  w-unit-calories       pic 9(9).
               10  w-unit-size           pic 9(5).
               10  w-unit-root           pic 9(5).
               10  w-unit-group          pic 9(3).

      *MARCHING GROUPS - RUNNING CALORIE TOTAL AND HEAD COUNT
       01 W-Group-Table.
           05  w-group occurs 50 times.
               10  w-group-calories      pic 9(9).
               10  w-group-size          pic 9(5).

      *KEEP-TOGETHER (T) AND KEEP-APART (A) PAIRS FROM THE CONTROL
      *CARDS, WITH EACH ELF'S PLACE IN THE ELF TABLE (ZERO WHEN THE
      *ELF IS NOT MARCHING TODAY)
       01 W-Pair-Table.
           05  w-pair occurs 200 times.
               10  w-pair-type           pic x(1).
               10  w-pair-elf-a          pic 9(4).
               10  w-pair-elf-b          pic 9(4).
               10  w-pair-sub-a          pic 9(5).
               10  w-pair-sub-b          pic 9(5).
           05  w-pair-count              pic 9(3) value zeroes.
           05  w-together-count          pic 9(3) value zeroes.
           05  w-apart-count             pic 9(3) value zeroes.

      *BALANCING WORK AREA - THE HEAVIEST AND LIGHTEST GROUPS, THE
      *SPREAD BETWEEN THEM, AND THE BEST MOVE OR SWAP FOUND SO FAR.
      *A CANDIDATE IS TAKEN ONLY IF IT LEAVES THE TWO GROUPS CLOSER
      *THAN THE SPREAD, SO NO GROUP EVER GOES OUTSIDE THE OLD RANGE
       01 W-Balance-Area.
           05  w-heavy                   pic 9(3).
           05  w-light                   pic 9(3).
           05  w-spread                  pic 9(9).
           05  w-first-spread            pic 9(9).
           05  w-best-diff               pic 9(9).
           05  w-best-u                  pic 9(5).
           05  w-best-v                  pic 9(5).
           05  w-new-heavy               pic s9(10).
           05  w-new-light               pic s9(10).
           05  w-diff                    pic 9(9).
           05  w-iterations              pic 9(5).
           05  w-target-group            pic 9(3).
           05  w-target-size             pic 9(5).
           05  w-place-unit              pic 9(5).
           05  w-leaving-unit            pic 9(5).
           05  w-average                 pic 9(9).
           05  w-grand-total             pic 9(10).
           05  w-best-group              pic 9(3).
           05  w-pair-unit-a             pic 9(5).
           05  w-pair-unit-b             pic 9(5).
           05  FIT-STATUS                pic x(1).
               88  UNIT-FITS                 value 'Y'.
           05  IMPROVE-STATUS            pic x(1).
               88  NO-IMPROVEMENT            value 'Y'.

      *TABLE CAPACITY - KEEP IN SYNC WITH THE OCCURS ON w-elf,
      *w-unit, w-group AND w-pair
       01 W-Capacity-Limits.
           05  w-elf-limit               pic 9(5) value 2000.
           05  w-group-limit             pic 9(3) value 50.
           05  w-pair-limit              pic 9(3) value 200.
           05  w-iteration-limit         pic 9(5) value 2000.

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *ELFMAST IS CLAIMED ONLY WHILE THE DETAIL FILE IS LOADED
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
           05  w-lock-program            pic x(8) value "MARCHGRP".
           05  w-lock-result             pic x(1).
           05  w-lock-holder             pic x(8).

      *ABEND WORK AREA
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "MARCHGRP".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 DETAIL-EOF-STATUS                   pic x(1).
           88 DETAIL-EOF                       value 'Y'.
       01 DETAIL-FILE-STATUS                  pic x(2).
           88  DETAIL-FILE-OK                     value '00'.
           88  DETAIL-FILE-NOT-FOUND              value '35'.
       01 MASTER-FILE-STATUS                  pic x(2).
           88  MASTER-FILE-OK                     value '00'.
           88  MASTER-FILE-NOT-FOUND              value '35'.
       01 CONTROL-EOF-STATUS                  pic x(1).
           88 CONTROL-EOF                      value 'Y'.
       01 CONTROL-FILE-STATUS                 pic x(2).
           88  CONTROL-FILE-OK                    value '00'.
           88  CONTROL-FILE-NOT-FOUND             value '35'.

      *RUN-TIME PARAMETERS - THE NUMBER OF MARCHING GROUPS (NO
      *DEFAULT - THE RUN REFUSES TO GUESS) AND THE MOST ELVES ONE
      *GROUP MAY HOLD (ZERO MEANS NO LIMIT)
       01 W-Control-Parms.
           05  w-parm-text                    pic x(10).
           05  w-group-count                  pic 9(3) value zeroes.
           05  w-max-size                     pic 9(5) value zeroes.

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

           initialize W-Variables
                      W-Balance-Area
                      W-Group-Table

           open output Report-Out
           open output Assignment-Out

           perform 1050-Read-Control-Cards
           if CONTROL-FILE-NOT-FOUND
               perform 1100-Parse-Parms
           end-if

           if w-group-count = zeroes
               move "GROUPS MUST BE GIVEN - 1 OR MORE"
                 to w-abend-message
               perform 9000-Abend
           end-if
           if w-group-count > w-group-limit
               move "GROUPS EXCEEDS GROUP TABLE CAPACITY"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move spaces to REPORT-LINE
           string "EXPEDITION MARCHING GROUPS - TODAY'S CARRIED "
                  "CALORIES BALANCED ACROSS THE GROUPS"
                  delimited by size into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           write REPORT-LINE

           perform 1080-Write-Options-Page

           move "ELFMAST " to w-lock-resource
           perform 8500-Claim-Lock

           open input Detail-In
           if not DETAIL-FILE-OK
               move "PER-ELF DETAIL FILE (CALDTL) IS MISSING"
                 to w-abend-message
               perform 9000-Abend
           end-if
           open input Elf-Master
           if not MASTER-FILE-OK
               move "ELF MASTER (ELFMAST) COULD NOT BE OPENED"
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
      * One keyword=value card.  TOGETHER and APART may be repeated,
      * one pair of elf-ids per card
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
               when "GROUPS"
                   perform 1075-Numeric-Card
                   move function numval(w-card-value)
                     to w-group-count
               when "MAXSIZE"
                   perform 1075-Numeric-Card
                   move function numval(w-card-value)
                     to w-max-size
               when "TOGETHER"
                   perform 1070-Pair-Card
                   move 'T' to w-pair-type(w-pair-count)
                   compute w-together-count = w-together-count + 1
               when "APART"
                   perform 1070-Pair-Card
                   move 'A' to w-pair-type(w-pair-count)
                   compute w-apart-count = w-apart-count + 1
               when other
                   string "UNKNOWN CONTROL CARD KEYWORD ["
                          w-card-key "]"
                     delimited by size into w-abend-message
                   perform 9000-Abend
           end-evaluate
           .
      ******************************************************************
      * A pair card - two four-digit elf-ids separated by a comma,
      * e.g. TOGETHER=0012,0047
      ******************************************************************
       1070-Pair-Card section.

           if w-card-value(1:4) not numeric
            or w-card-value(5:1) not = ","
            or w-card-value(6:4) not numeric
            or w-card-value(10:11) not = spaces
            or w-card-value(1:4) = w-card-value(6:4)
               string "PAIR MUST BE TWO ELF-IDS nnnn,nnnn ["
                      CONTROL-CARD(1:40) "]"
                 delimited by size into w-abend-message
               perform 9000-Abend
           end-if
           if w-pair-count >= w-pair-limit
               move "PAIR CARDS EXCEED PAIR TABLE CAPACITY"
                 to w-abend-message
               perform 9000-Abend
           end-if

           compute w-pair-count = w-pair-count + 1
           move w-card-value(1:4) to w-pair-elf-a(w-pair-count)
           move w-card-value(6:4) to w-pair-elf-b(w-pair-count)
           move zeroes to w-pair-sub-a(w-pair-count)
           move zeroes to w-pair-sub-b(w-pair-count)
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

           move spaces to REPORT-LINE
           string "OPTIONS IN EFFECT  SOURCE " w-options-source
                  "  CARDS " w-card-count
                  delimited by size into REPORT-LINE
           write REPORT-LINE

           move spaces to REPORT-LINE
           if w-max-size = zeroes
               string "  GROUPS " w-group-count
                      "  MAXSIZE NONE"
                      "  TOGETHER PAIRS " w-together-count
                      "  APART PAIRS " w-apart-count
                      delimited by size into REPORT-LINE
           else
               string "  GROUPS " w-group-count
                      "  MAXSIZE " w-max-size
                      "  TOGETHER PAIRS " w-together-count
                      "  APART PAIRS " w-apart-count
                      delimited by size into REPORT-LINE
           end-if
           write REPORT-LINE

           move 1 to w-psub
           perform until w-psub > w-pair-count
               move spaces to REPORT-LINE
               if w-pair-type(w-psub) = 'T'
                   string "  KEEP TOGETHER  ELF " w-pair-elf-a(w-psub)
                          " AND ELF " w-pair-elf-b(w-psub)
                          delimited by size into REPORT-LINE
               else
                   string "  KEEP APART     ELF " w-pair-elf-a(w-psub)
                          " AND ELF " w-pair-elf-b(w-psub)
                          delimited by size into REPORT-LINE
               end-if
               write REPORT-LINE
               compute w-psub = w-psub + 1
           end-perform

           move spaces to REPORT-LINE
           write REPORT-LINE
           .
      ******************************************************************
      * JCL PARM FALLBACK - A NUMERIC VALUE IS THE NUMBER OF GROUPS.
      * A SUPPLIED CTLCARD FILE REPLACES THIS
      ******************************************************************
       1100-Parse-Parms section.

           move "PARM    " to w-options-source

           accept w-parm-text from command-line
           if function trim(w-parm-text) is numeric
               move function numval(w-parm-text) to w-group-count
           end-if
           .
      ******************************************************************
      * Load the roster, form the marching units, place them and
      * balance the groups
      ******************************************************************
       2000-Main-Process section.

           move spaces to REPORT-LINE
           string "ELVES LEFT OUT OF THE GROUPS"
                  delimited by size into REPORT-LINE
           write REPORT-LINE

           move 'N' to DETAIL-EOF-STATUS
           perform 2100-Read-Detail
           perform until DETAIL-EOF
               compute w-detail-read = w-detail-read + 1
               perform 2150-Load-Elf
               perform 2100-Read-Detail
           end-perform

           close Detail-In
           close Elf-Master
           perform 8600-Free-Lock

           if w-excluded = zeroes
               move spaces to REPORT-LINE
               string "  NONE"
                      delimited by size into REPORT-LINE
               write REPORT-LINE
           end-if
           move spaces to REPORT-LINE
           write REPORT-LINE

           if w-elf-count = zeroes
               move spaces to REPORT-LINE
               string "NO ACTIVE ELVES ON TODAY'S DETAIL FILE - "
                      "NO GROUPS FORMED"
                      delimited by size into REPORT-LINE
               write REPORT-LINE
               go to 2000-Exit
           end-if

           perform 2200-Resolve-Pairs
           perform 2300-Form-Units
           perform 2400-Place-Units
           compute w-first-spread = w-spread
           perform 2500-Balance-Groups
           perform 2600-Write-Groups.

       2000-Exit.
           exit.
      ******************************************************************
      * Read next detail record
      ******************************************************************
       2100-Read-Detail section.
           read Detail-In
           at end set DETAIL-EOF to true
           end-read
           .
      ******************************************************************
      * One detail line - only an active elf on the master marches.
      * An elf on the detail twice (reported by two depots) carries
      * both figures
      ******************************************************************
       2150-Load-Elf section.

           if w-detail-date = spaces
               move DR-Date to w-detail-date
           end-if

           move spaces to w-reason
           if DR-Elf-Id not numeric
            or DR-Calories not numeric
               move "DETAIL LINE NOT NUMERIC" to w-reason
           else
               move DR-Elf-Id to EM-Elf-Id
               read Elf-Master
                   invalid key
                       move "NOT ON ELFMAST" to w-reason
               end-read
               if w-reason = spaces
                and EM-RETIRED
                   move "RETIRED ON ELFMAST" to w-reason
               end-if
           end-if

           if w-reason not = spaces
               compute w-excluded = w-excluded + 1
               move spaces to REPORT-LINE
               string "  ELF " DR-Elf-Id "  DEPOT " DR-Depot
                      "  CALORIES " DR-Calories "  " w-reason
                      delimited by size into REPORT-LINE
               write REPORT-LINE
               go to 2150-Exit
           end-if

           move zeroes to w-found-sub
           move 1 to w-sub
           perform until w-sub > w-elf-count
               if w-elf-id(w-sub) = DR-Elf-Id
                   move w-sub to w-found-sub
               end-if
               compute w-sub = w-sub + 1
           end-perform

           if w-found-sub > zeroes
               compute w-elf-calories(w-found-sub) =
                       w-elf-calories(w-found-sub) + DR-Calories
               go to 2150-Exit
           end-if

           if w-elf-count >= w-elf-limit
               move "DETAIL ELVES EXCEED ELF TABLE CAPACITY"
                 to w-abend-message
               perform 9000-Abend
           end-if
           compute w-elf-count = w-elf-count + 1
           move DR-Elf-Id    to w-elf-id(w-elf-count)
           move DR-Calories  to w-elf-calories(w-elf-count)
           move DR-Depot     to w-elf-depot(w-elf-count)
           move w-elf-count  to w-elf-root(w-elf-count)
           move zeroes       to w-elf-unit(w-elf-count)
           move zeroes       to w-elf-group(w-elf-count).

       2150-Exit.
           exit.
      ******************************************************************
      * Find each pair's elves in today's roster.  A pair naming an
      * elf who is not marching today is reported and ignored; a
      * keep-together pair chains the two elves to one root
      ******************************************************************
       2200-Resolve-Pairs section.

           move 1 to w-psub
           perform until w-psub > w-pair-count
               move zeroes to w-elf-a-sub
               move zeroes to w-elf-b-sub
               move 1 to w-sub
               perform until w-sub > w-elf-count
                   if w-elf-id(w-sub) = w-pair-elf-a(w-psub)
                       move w-sub to w-elf-a-sub
                   end-if
                   if w-elf-id(w-sub) = w-pair-elf-b(w-psub)
                       move w-sub to w-elf-b-sub
                   end-if
                   compute w-sub = w-sub + 1
               end-perform

               if w-elf-a-sub = zeroes or w-elf-b-sub = zeroes
                   compute w-pairs-ignored = w-pairs-ignored + 1
                   move spaces to REPORT-LINE
                   string "PAIR ELF " w-pair-elf-a(w-psub)
                          " / ELF " w-pair-elf-b(w-psub)
                          " IGNORED - AN ELF IS NOT MARCHING TODAY"
                          delimited by size into REPORT-LINE
                   write REPORT-LINE
               else
                   move w-elf-a-sub to w-pair-sub-a(w-psub)
                   move w-elf-b-sub to w-pair-sub-b(w-psub)
                   if w-pair-type(w-psub) = 'T'
                       move w-elf-a-sub to w-sub
                       perform 2210-Find-Root
                       move w-root to w-root-b
                       move w-elf-b-sub to w-sub
                       perform 2210-Find-Root
                       if w-root not = w-root-b
                           move w-root-b to w-elf-root(w-root)
                       end-if
                   end-if
               end-if
               compute w-psub = w-psub + 1
           end-perform

           if w-pairs-ignored > zeroes
               move spaces to REPORT-LINE
               write REPORT-LINE
           end-if
           .
      ******************************************************************
      * Follow w-sub's chain to its root elf - returned in w-root
      ******************************************************************
       2210-Find-Root section.

           move w-sub to w-root
           perform until w-elf-root(w-root) = w-root
               move w-elf-root(w-root) to w-root
           end-perform
           .
      ******************************************************************
      * One marching unit per root elf, carrying its whole set's
      * calories and head count, sorted heaviest first.  A set too
      * big for one group, or a pair both kept together and kept
      * apart, cannot be placed and ends the run
      ******************************************************************
       2300-Form-Units section.

      * POINT EVERY ELF STRAIGHT AT ITS ROOT
           move 1 to w-usub
           perform until w-usub > w-elf-count
               move w-usub to w-sub
               perform 2210-Find-Root
               move w-root to w-elf-root(w-usub)
               compute w-usub = w-usub + 1
           end-perform

           move zeroes to w-unit-count
           move 1 to w-sub
           perform until w-sub > w-elf-count
               if w-elf-root(w-sub) = w-sub
                   compute w-unit-count = w-unit-count + 1
                   move w-sub to w-unit-root(w-unit-count)
                   move zeroes to w-unit-calories(w-unit-count)
                   move zeroes to w-unit-size(w-unit-count)
                   move zeroes to w-unit-group(w-unit-count)
                   move w-unit-count to w-elf-unit(w-sub)
               end-if
               compute w-sub = w-sub + 1
           end-perform

           move 1 to w-sub
           perform until w-sub > w-elf-count
               move w-elf-unit(w-elf-root(w-sub)) to w-usub
               compute w-unit-calories(w-usub) =
                       w-unit-calories(w-usub) + w-elf-calories(w-sub)
               compute w-unit-size(w-usub) = w-unit-size(w-usub) + 1
               compute w-sub = w-sub + 1
           end-perform

           sort w-unit DESCENDING w-unit-calories

      * RE-POINT THE ELVES AT THEIR UNITS' NEW PLACES
           move 1 to w-usub
           perform until w-usub > w-unit-count
               move w-usub to w-elf-unit(w-unit-root(w-usub))
               compute w-usub = w-usub + 1
           end-perform
           move 1 to w-sub
           perform until w-sub > w-elf-count
               move w-elf-unit(w-elf-root(w-sub)) to w-elf-unit(w-sub)
               compute w-sub = w-sub + 1
           end-perform

           move 1 to w-psub
           perform until w-psub > w-pair-count
               if w-pair-type(w-psub) = 'A'
                and w-pair-sub-a(w-psub) > zeroes
                and w-elf-unit(w-pair-sub-a(w-psub)) =
                    w-elf-unit(w-pair-sub-b(w-psub))
                   string "ELVES " w-pair-elf-a(w-psub)
                          " AND " w-pair-elf-b(w-psub)
                          " ARE KEPT BOTH TOGETHER AND APART"
                     delimited by size into w-abend-message
                   perform 9000-Abend
               end-if
               compute w-psub = w-psub + 1
           end-perform

           if w-max-size > zeroes
               if w-max-size * w-group-count < w-elf-count
                   string "GROUPS " w-group-count " X MAXSIZE "
                          w-max-size " CANNOT HOLD " w-elf-count
                          " ELVES"
                     delimited by size into w-abend-message
                   perform 9000-Abend
               end-if
               move 1 to w-usub
               perform until w-usub > w-unit-count
                   if w-unit-size(w-usub) > w-max-size
                       string "KEEP-TOGETHER SET OF ELF "
                              w-elf-id(w-unit-root(w-usub))
                              " IS LARGER THAN MAXSIZE"
                         delimited by size into w-abend-message
                       perform 9000-Abend
                   end-if
                   compute w-usub = w-usub + 1
               end-perform
           end-if
           .
      ******************************************************************
      * First placement - heaviest unit first, each into the lightest
      * group that has room for it and holds nobody it must be kept
      * apart from
      ******************************************************************
       2400-Place-Units section.

           move 1 to w-place-unit
           perform until w-place-unit > w-unit-count
               move zeroes to w-target-group
               move zeroes to w-leaving-unit
               move 1 to w-gsub
               perform until w-gsub > w-group-count
                   move w-gsub to w-target-group
                   move w-group-size(w-gsub) to w-target-size
                   perform 2410-Check-Fit
                   if UNIT-FITS
                       if w-best-group = zeroes
                           move w-gsub to w-best-group
                       else
                           if w-group-calories(w-gsub) <
                              w-group-calories(w-best-group)
                               move w-gsub to w-best-group
                           end-if
                       end-if
                   end-if
                   compute w-gsub = w-gsub + 1
               end-perform

               if w-best-group = zeroes
                   string "NO GROUP CAN TAKE ELF "
                          w-elf-id(w-unit-root(w-place-unit))
                          " - RAISE GROUPS OR MAXSIZE"
                     delimited by size into w-abend-message
                   perform 9000-Abend
               end-if

               move w-best-group to w-unit-group(w-place-unit)
               compute w-group-calories(w-best-group) =
                       w-group-calories(w-best-group)
                     + w-unit-calories(w-place-unit)
               compute w-group-size(w-best-group) =
                       w-group-size(w-best-group)
                     + w-unit-size(w-place-unit)
               move zeroes to w-best-group
               compute w-place-unit = w-place-unit + 1
           end-perform

           perform 2520-Find-Heavy-Light
           .
      ******************************************************************
      * Can unit w-place-unit join w-target-group, whose head count
      * (without any unit leaving it) is w-target-size?  Unit
      * w-leaving-unit, when not zero, is treated as already gone
      * from the group - the other half of a swap
      ******************************************************************
       2410-Check-Fit section.

           set UNIT-FITS to true

           if w-max-size > zeroes
            and w-target-size + w-unit-size(w-place-unit) > w-max-size
               move 'N' to FIT-STATUS
               go to 2410-Exit
           end-if

           move 1 to w-psub
           perform until w-psub > w-pair-count
                      or not UNIT-FITS
               if w-pair-type(w-psub) = 'A'
                and w-pair-sub-a(w-psub) > zeroes
                   move w-elf-unit(w-pair-sub-a(w-psub))
                     to w-pair-unit-a
                   move w-elf-unit(w-pair-sub-b(w-psub))
                     to w-pair-unit-b
                   if w-pair-unit-a = w-place-unit
                    and w-pair-unit-b not = w-leaving-unit
                    and w-unit-group(w-pair-unit-b) = w-target-group
                       move 'N' to FIT-STATUS
                   end-if
                   if w-pair-unit-b = w-place-unit
                    and w-pair-unit-a not = w-leaving-unit
                    and w-unit-group(w-pair-unit-a) = w-target-group
                       move 'N' to FIT-STATUS
                   end-if
               end-if
               compute w-psub = w-psub + 1
           end-perform.

       2410-Exit.
           exit.
      ******************************************************************
      * Improve the placement - repeatedly take the single move from
      * the heaviest to the lightest group, or the single swap
      * between them, that brings the pair closest together, until
      * nothing narrows the spread
      ******************************************************************
       2500-Balance-Groups section.

           move zeroes to w-iterations
           move 'N' to IMPROVE-STATUS
           perform until NO-IMPROVEMENT
                      or w-spread = zeroes
                      or w-iterations >= w-iteration-limit
               perform 2510-Best-Move
               if w-best-diff < w-spread
                   perform 2530-Apply-Move
                   compute w-iterations = w-iterations + 1
                   perform 2520-Find-Heavy-Light
               else
                   set NO-IMPROVEMENT to true
               end-if
           end-perform
           .
      ******************************************************************
      * Best single move (w-best-v zero) or swap between the
      * heaviest and lightest groups - the one leaving them closest
      ******************************************************************
       2510-Best-Move section.

           move w-spread to w-best-diff
           move zeroes to w-best-u
           move zeroes to w-best-v

           move 1 to w-place-unit
           perform until w-place-unit > w-unit-count
               if w-unit-group(w-place-unit) = w-heavy
                   perform 2515-Try-Unit
               end-if
               compute w-place-unit = w-place-unit + 1
           end-perform
           .
      ******************************************************************
      * Unit w-place-unit of the heaviest group - moved on its own to
      * the lightest, or swapped with each unit there
      ******************************************************************
       2515-Try-Unit section.

           move w-place-unit to w-usub

           compute w-new-heavy = w-group-calories(w-heavy)
                               - w-unit-calories(w-usub)
           compute w-new-light = w-group-calories(w-light)
                               + w-unit-calories(w-usub)
           compute w-diff = function abs(w-new-heavy - w-new-light)
           if w-diff < w-best-diff
               move w-light to w-target-group
               move w-group-size(w-light) to w-target-size
               move zeroes to w-leaving-unit
               perform 2410-Check-Fit
               if UNIT-FITS
                   move w-diff to w-best-diff
                   move w-usub to w-best-u
                   move zeroes to w-best-v
               end-if
           end-if

           move 1 to w-vsub
           perform until w-vsub > w-unit-count
               if w-unit-group(w-vsub) = w-light
                   compute w-new-heavy = w-group-calories(w-heavy)
                                       - w-unit-calories(w-usub)
                                       + w-unit-calories(w-vsub)
                   compute w-new-light = w-group-calories(w-light)
                                       - w-unit-calories(w-vsub)
                                       + w-unit-calories(w-usub)
                   compute w-diff =
                           function abs(w-new-heavy - w-new-light)
                   if w-diff < w-best-diff
                       perform 2517-Check-Swap
                       if UNIT-FITS
                           move w-diff to w-best-diff
                           move w-usub to w-best-u
                           move w-vsub to w-best-v
                       end-if
                   end-if
               end-if
               compute w-vsub = w-vsub + 1
           end-perform
           .
      ******************************************************************
      * Can units w-usub (heaviest group) and w-vsub (lightest)
      * change places?  Each must fit where the other is leaving
      ******************************************************************
       2517-Check-Swap section.

           move w-vsub to w-leaving-unit
           move w-light to w-target-group
           compute w-target-size = w-group-size(w-light)
                                 - w-unit-size(w-vsub)
           move w-usub to w-place-unit
           perform 2410-Check-Fit
           if UNIT-FITS
               move w-usub to w-leaving-unit
               move w-heavy to w-target-group
               compute w-target-size = w-group-size(w-heavy)
                                     - w-unit-size(w-usub)
               move w-vsub to w-place-unit
               perform 2410-Check-Fit
           end-if
           move w-usub to w-place-unit
           move zeroes to w-leaving-unit
           .
      ******************************************************************
      * The heaviest and lightest groups and the spread between them
      ******************************************************************
       2520-Find-Heavy-Light section.

           move 1 to w-heavy
           move 1 to w-light
           move 2 to w-gsub
           perform until w-gsub > w-group-count
               if w-group-calories(w-gsub) > w-group-calories(w-heavy)
                   move w-gsub to w-heavy
               end-if
               if w-group-calories(w-gsub) < w-group-calories(w-light)
                   move w-gsub to w-light
               end-if
               compute w-gsub = w-gsub + 1
           end-perform
           compute w-spread = w-group-calories(w-heavy)
                            - w-group-calories(w-light)
           .
      ******************************************************************
      * Carry out the best move or swap found by 2510
      ******************************************************************
       2530-Apply-Move section.

           move w-best-u to w-usub
           move w-light to w-unit-group(w-usub)
           compute w-group-calories(w-heavy) =
                   w-group-calories(w-heavy) - w-unit-calories(w-usub)
           compute w-group-size(w-heavy) =
                   w-group-size(w-heavy) - w-unit-size(w-usub)
           compute w-group-calories(w-light) =
                   w-group-calories(w-light) + w-unit-calories(w-usub)
           compute w-group-size(w-light) =
                   w-group-size(w-light) + w-unit-size(w-usub)

           if w-best-v > zeroes
               move w-best-v to w-vsub
               move w-heavy to w-unit-group(w-vsub)
               compute w-group-calories(w-light) =
                       w-group-calories(w-light)
                     - w-unit-calories(w-vsub)
               compute w-group-size(w-light) =
                       w-group-size(w-light) - w-unit-size(w-vsub)
               compute w-group-calories(w-heavy) =
                       w-group-calories(w-heavy)
                     + w-unit-calories(w-vsub)
               compute w-group-size(w-heavy) =
                       w-group-size(w-heavy) + w-unit-size(w-vsub)
           end-if
           .
      ******************************************************************
      * The group rosters, heaviest elf first within each group, and
      * one assignment record per elf
      ******************************************************************
       2600-Write-Groups section.

           move 1 to w-sub
           perform until w-sub > w-elf-count
               move w-unit-group(w-elf-unit(w-sub))
                 to w-elf-group(w-sub)
               compute w-sub = w-sub + 1
           end-perform

           sort w-elf ASCENDING w-elf-group DESCENDING w-elf-calories

           move zeroes to w-last-group
           move 1 to w-sub
           perform until w-sub > w-elf-count
               if w-elf-group(w-sub) not = w-last-group
                   move w-elf-group(w-sub) to w-last-group
                   move w-group-calories(w-last-group) to w-total-disp
                   move spaces to REPORT-LINE
                   write REPORT-LINE
                   move spaces to REPORT-LINE
                   string "GROUP " w-last-group
                          "   ELVES " w-group-size(w-last-group)
                          "   CALORIES " w-total-disp
                          delimited by size into REPORT-LINE
                   write REPORT-LINE
               end-if

               move w-elf-calories(w-sub) to w-cal-disp
               move spaces to REPORT-LINE
               string "    ELF " w-elf-id(w-sub)
                      "   DEPOT " w-elf-depot(w-sub)
                      "   CALORIES " w-cal-disp
                      delimited by size into REPORT-LINE
               if w-unit-size(w-elf-unit(w-sub)) > 1
                   move "KEPT TOGETHER" to REPORT-LINE(50:13)
               end-if
               write REPORT-LINE

               move w-elf-group(w-sub)    to GA-Group
               move w-elf-id(w-sub)       to GA-Elf-Id
               move w-elf-calories(w-sub) to GA-Calories
               move w-elf-depot(w-sub)    to GA-Depot
               move w-detail-date         to GA-Date
               write ASSIGNMENT-REC

               compute w-sub = w-sub + 1
           end-perform
           .
      ******************************************************************
      * Group totals and the spread between the heaviest and the
      * lightest group
      ******************************************************************
       3000-print-summary section.

           if w-elf-count > zeroes
               move spaces to REPORT-LINE
               write REPORT-LINE
               move spaces to REPORT-LINE
               string "GROUP TOTALS"
                      delimited by size into REPORT-LINE
               write REPORT-LINE

               move 1 to w-gsub
               perform until w-gsub > w-group-count
                   compute w-grand-total = w-grand-total
                                         + w-group-calories(w-gsub)
                   move w-group-calories(w-gsub) to w-total-disp
                   move spaces to REPORT-LINE
                   string "  GROUP " w-gsub
                          "   ELVES " w-group-size(w-gsub)
                          "   CALORIES " w-total-disp
                          delimited by size into REPORT-LINE
                   if w-gsub = w-heavy
                       move "HEAVIEST" to REPORT-LINE(52:8)
                   end-if
                   if w-gsub = w-light
                       move "LIGHTEST" to REPORT-LINE(52:8)
                   end-if
                   write REPORT-LINE
                   compute w-gsub = w-gsub + 1
               end-perform

               compute w-average rounded =
                       w-grand-total / w-group-count
               move spaces to REPORT-LINE
               write REPORT-LINE
               move w-grand-total to w-total-disp
               move spaces to REPORT-LINE
               string "ALL GROUPS   " w-total-disp
                      delimited by size into REPORT-LINE
               write REPORT-LINE
               move w-average to w-total-disp
               move spaces to REPORT-LINE
               string "AVERAGE      " w-total-disp
                      delimited by size into REPORT-LINE
               write REPORT-LINE
               move w-spread to w-total-disp
               move spaces to REPORT-LINE
               string "SPREAD HEAVIEST TO LIGHTEST " w-total-disp
                      delimited by size into REPORT-LINE
               write REPORT-LINE
               move w-first-spread to w-total-disp
               move spaces to REPORT-LINE
               string "SPREAD AFTER FIRST PLACEMENT " w-total-disp
                      "   BALANCING MOVES " w-iterations
                      delimited by size into REPORT-LINE
               write REPORT-LINE
           end-if

           move spaces to REPORT-LINE
           string "DETAIL LINES READ " w-detail-read
                  "   ELVES GROUPED " w-elf-count
                  "   LEFT OUT " w-excluded
                  "   PAIRS IGNORED " w-pairs-ignored
                  delimited by size into REPORT-LINE
           write REPORT-LINE

           close Report-Out
           close Assignment-Out

           display "MARCH-GROUP-BALANCER ELVES " w-elf-count
                   " GROUPS " w-group-count
                   " SPREAD " w-spread
           .
      ******************************************************************
      * Claim a shared resource through the suite lock - a resource
      * another run is holding ends this run rather than reading it
      * half-updated
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

           display "MARCH-GROUP-BALANCER ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Detail-In
           close Elf-Master
           close Report-Out
           close Assignment-Out

           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock

           move 16 to return-code
           stop run
           .
