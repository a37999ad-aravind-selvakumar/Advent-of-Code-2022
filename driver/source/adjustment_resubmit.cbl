           access is random
           record key is LG-Reject-Id
           file status is LEDGER-FILE-STATUS.
      * MASTER CHANGE JOURNAL - PERMANENT, APPEND-ONLY; ONE BEFORE/
      * AFTER IMAGE PER MASTER RECORD ADDED, CHANGED OR DELETED
           SELECT Journal-Out ASSIGN TO "MASTJRNL"
           organization is line sequential
           file status is JOURNAL-FILE-STATUS.
      * FOOD CATEGORY REFERENCE - A CORRECTED CALORIE LINE THAT
      * STILL CARRIES A CATEGORY CODE MUST NAME ONE OF THESE
           SELECT Category-In ASSIGN TO "CATCODES"
           organization is line sequential
           file status is CATEGORY-FILE-STATUS.

       data division.
       file section.
               88  LG-CLEARED          value 'C'.
           05  LG-Clear-Date       pic 9(8).

       FD  Journal-Out.
       01  JOURNAL-REC             pic x(149).

      * FOOD CATEGORY CARD - KEEP IN SYNC WITH CALORIES-COUNTER
       FD  Category-In.
       01  CATEGORY-CARD.
           05  CC-Code             pic x(3).
           05  filler              pic x(77).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-game-adjusts            pic 9(5).
           05  w-cleared-count           pic 9(5).

      *CALORIE CORRECTION WORK AREA - THE CORRECTED LINE IMAGE IS
      *CALORIES-COUNTER'S DETAIL LINE: CALORIES, OPTIONAL FOOD
      *CATEGORY, OPTIONAL ITEM COUNT
       01 W-Calorie-Adjust.
           05  w-adj-elf-id              pic 9(4).
           05  w-adj-calories            pic 9(7).
           05  w-adj-category            pic x(3).
           05  w-adj-items               pic x(5).

      *FOOD CATEGORY REFERENCE - KEEP THE OCCURS IN SYNC WITH
      *CALORIES-COUNTER'S w-cat-entry
       01 W-Category-Table.
           05  w-cat-count               pic 9(2).
           05  w-cat-entry occurs 20 times.
               10  w-cat-code            pic x(3).
           05  w-cat-sub                 pic 9(2).
           05  w-cat-found               pic 9(2).
           05  w-cat-limit               pic 9(2) value 20.

      *MATCH CORRECTION WORK AREA - THE CORRECTED ROUND RE-SCORED
      *UNDER THE RULE SET THE ORIGINAL RUN USED
       77 c-draw                         pic 9(1) value 3.
       77 c-lose                         pic 9(1) value 0.

      *MASTER CHANGE JOURNAL ENTRY - ONE FIXED-COLUMN LINE PER
      *RECORD ADDED (A), CHANGED (C) OR DELETED (D) ON ELFMAST OR
      *DEPTMAST.  KEEP IN SYNC WITH EVERY PROGRAM THAT WRITES
      *MASTJRNL AND WITH Elf-Master-Inquiry, WHICH READS IT BACK
       01 W-Journal-Entry.
           05  w-jrn-date                pic 9(8).
           05  filler                    pic x(1) value space.
           05  w-jrn-time                pic 9(8).
           05  filler                    pic x(1) value space.
           05  w-jrn-program             pic x(8).
           05  filler                    pic x(1) value space.
           05  w-jrn-txn-type            pic x(14).
           05  filler                    pic x(1) value space.
           05  w-jrn-file                pic x(8).
           05  filler                    pic x(1) value space.
           05  w-jrn-key                 pic x(4).
           05  filler                    pic x(1) value space.
           05  w-jrn-action              pic x(1).
           05  filler                    pic x(1) value space.
           05  w-jrn-before              pic x(45).
           05  filler                    pic x(1) value space.
           05  w-jrn-after               pic x(45).

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "ADJRESUB".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *RUN DATE - STAMPED ON MASTER RECORDS CREATED BY A CORRECTION
       01 W-Run-Date.
           05  w-today                   pic 9(8).
       01 LEDGER-FILE-STATUS                  pic x(2).
           88  LEDGER-FILE-OK                     value '00'.
           88  LEDGER-FILE-NOT-FOUND              value '35'.
       01 JOURNAL-FILE-STATUS                 pic x(2).
           88  JOURNAL-FILE-OK                    value '00'.
           88  JOURNAL-FILE-NOT-FOUND             value '35'.
       01 CATEGORY-EOF-STATUS                 pic x(1).
           88 CATEGORY-EOF                     value 'Y'.
       01 CATEGORY-FILE-STATUS                pic x(2).
           88  CATEGORY-FILE-OK                   value '00'.
           88  CATEGORY-FILE-NOT-FOUND            value '35'.
       01 CATEGORY-LOAD-STATUS                pic x(1) value 'N'.
           88 CATEGORIES-SUPPLIED              value 'Y'.

       Procedure Division.
       0000-Begin Section.

           accept w-today from date yyyymmdd

      * CORRECTIONS POST STRAIGHT INTO BOTH MASTERS, JOURNAL THE
      * ELF MASTER CHANGES AND CLEAR LEDGER ENTRIES - CLAIM ALL
      * FOUR UP FRONT, EVEN THOUGH SOME OF THE FILES THEMSELVES
      * OPEN LAZILY
           move "ELFMAST " to w-lock-resource
           perform 8500-Claim-Lock
           move "GAMEHIST" to w-lock-resource
           perform 8500-Claim-Lock
           move "REJLEDG " to w-lock-resource
           perform 8500-Claim-Lock
           move "MASTJRNL" to w-lock-resource
           perform 8500-Claim-Lock

           open input Adjust-In
           open output Adjust-Report
                 to w-abend-message
               perform 9000-Abend
           end-if

           perform 8100-Open-Journal
           perform 1200-Load-Categories
           .
      ******************************************************************
      * Load the food category reference when it is supplied - an
      * adjustments run with no coded corrections never needs it
      ******************************************************************
       1200-Load-Categories section.

           move zeroes to w-cat-count

           open input Category-In
           if CATEGORY-FILE-NOT-FOUND
               go to 1200-Exit
           end-if
           if not CATEGORY-FILE-OK
               move "FOOD CATEGORY FILE (CATCODES) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           set CATEGORIES-SUPPLIED to true
           move 'N' to CATEGORY-EOF-STATUS

           read Category-In
           at end set CATEGORY-EOF to true
           end-read
           perform until CATEGORY-EOF
               if CATEGORY-CARD(1:1) not = '*'
                and CATEGORY-CARD(1:1) not = space
                   compute w-cat-count = w-cat-count + 1
                   if w-cat-count > w-cat-limit
                       move "CATEGORY CODES EXCEED w-cat-entry CAPACITY"
                         to w-abend-message
                       perform 9000-Abend
                   end-if
                   move CC-Code to w-cat-code(w-cat-count)
               end-if
               read Category-In
               at end set CATEGORY-EOF to true
               end-read
           end-perform

           close Category-In.

       1200-Exit.
           exit.
      ******************************************************************
      * Apply each corrected reject
      ******************************************************************
       2000-Main-Process section.
      ******************************************************************
       2200-Apply-Correction section.

           Evaluate true
      * A RETIRED ELF'S REJECTED BLOCK HAS NO BAD LINE TO CORRECT -
      * IT POSTS WHEN THE ELF IS REINSTATED AND THE DAY IS RERUN
               when AJ-Source = "CALCOUNT"
                and AJ-Reason = "RETD"
                   compute w-skipped-count = w-skipped-count + 1
                   move spaces to ADJUST-LINE
                   string "SKIPPED  RETIRED ELF BLOCK  ELF "
                          AJ-Key(1:4)
                          "  - REINSTATE ON ELFMAST AND RERUN"
                          delimited by size into ADJUST-LINE
                   write ADJUST-LINE
               when AJ-Source = "CALCOUNT"
                   perform 2300-Apply-Calorie-Correction
      * A MATCH REFUSED FOR ITS OPPONENT HAS NO ROUND TO CORRECT -
      * IT POSTS WHEN THE CLUB IS REGISTERED AND GAMEIN IS RERUN
               when AJ-Source = "GAMESCOR"
                and (AJ-Reason = "OPNR" or AJ-Reason = "OPWD")
                   compute w-skipped-count = w-skipped-count + 1
                   move spaces to ADJUST-LINE
                   string "SKIPPED  MATCH REFUSED " AJ-Reason
                          "  MATCH " AJ-Key(1:6)
                          "  - REGISTER OPPONENT AND RERUN GAMEIN"
                          delimited by size into ADJUST-LINE
                   write ADJUST-LINE
      * A REJECTED ROSTER LINE IS NOT A ROUND EITHER - IT POSTS
      * WHEN THE ELF MASTER IS PUT RIGHT AND GAMEIN IS RERUN
               when AJ-Source = "GAMESCOR"
                and (AJ-Reason = "RSNR" or AJ-Reason = "RSRT")
                   compute w-skipped-count = w-skipped-count + 1
                   move spaces to ADJUST-LINE
                   string "SKIPPED  ROSTER LINE " AJ-Reason
                          "  MATCH " AJ-Key(1:6)
                          "  - CORRECT ELFMAST OR ROSTER AND RERUN"
                          delimited by size into ADJUST-LINE
                   write ADJUST-LINE
               when AJ-Source = "GAMESCOR"
                   perform 2500-Apply-Match-Correction
               when other
                   compute w-skipped-count = w-skipped-count + 1
               go to 2300-Exit
           end-if

      * A CORRECTED ITEM COUNT MUST BE A NUMBER AND A CORRECTED
      * CATEGORY MUST BE ON CATCODES (NCAT) - ONLY THE CALORIES POST
      * TO THE MASTER, BUT A LINE STILL WRONG IS NOT A CORRECTION
           move AJ-Data(6:3) to w-adj-category
           move AJ-Data(9:5) to w-adj-items

           if w-adj-items not = spaces
            and function trim(w-adj-items) not numeric
               compute w-skipped-count = w-skipped-count + 1
               move spaces to ADJUST-LINE
               string "SKIPPED  ITEM COUNT STILL NOT NUMERIC  ELF ["
                      AJ-Key(1:4) "]  CONTENT [" w-adj-items "]"
                      delimited by size into ADJUST-LINE
               write ADJUST-LINE
               go to 2300-Exit
           end-if

           if w-adj-category not = spaces
               perform 2310-Find-Category
               if w-cat-found = zeroes
                   compute w-skipped-count = w-skipped-count + 1
                   move spaces to ADJUST-LINE
                   if CATEGORIES-SUPPLIED
                       string "SKIPPED  STILL UNKNOWN CATEGORY  ELF ["
                              AJ-Key(1:4) "]  CATEGORY ["
                              w-adj-category "]"
                              delimited by size into ADJUST-LINE
                   else
                       string "SKIPPED  CATEGORY NOT CHECKED - SUPPLY "
                              "CATCODES  ELF [" AJ-Key(1:4) "]"
                              delimited by size into ADJUST-LINE
                   end-if
                   write ADJUST-LINE
                   go to 2300-Exit
               end-if
           end-if

           move AJ-Key(1:4)  to w-adj-elf-id
           move function numval(AJ-Data(1:5)) to w-adj-calories

               perform 2320-Open-Master
           end-if

      * A CORRECTION NEVER PUTS AN ELF ON THE MASTER - A NEW ELF IS
      * ADMITTED THROUGH ELFONBRD, AND A RETIRED ONE TAKES NO MORE
      * CALORIES.  EITHER WAY THE REJECT STAYS OPEN ON THE LEDGER
           move w-adj-elf-id to EM-Elf-Id
           read Master-File
               invalid key
                   compute w-skipped-count = w-skipped-count + 1
                   move spaces to ADJUST-LINE
                   string "SKIPPED  ELF " w-adj-elf-id
                          " NOT ON ELFMAST - ADMIT THROUGH ELFONBRD"
                          delimited by size into ADJUST-LINE
                   write ADJUST-LINE
                   go to 2300-Exit
           end-read

           if EM-RETIRED
               compute w-skipped-count = w-skipped-count + 1
               move spaces to ADJUST-LINE
               string "SKIPPED  ELF " w-adj-elf-id
                      " RETIRED ON ELFMAST - REINSTATE AND RESUBMIT"
                      delimited by size into ADJUST-LINE
               write ADJUST-LINE
               go to 2300-Exit
           end-if

           move MASTER-REC to w-jrn-before
           add w-adj-calories to EM-Season-Calories
           rewrite MASTER-REC
               invalid key
                   move "REWRITE TO ELF MASTER FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite
           move 'C' to w-jrn-action

           move "CALORIE-CORR" to w-jrn-txn-type
           move EM-Elf-Id      to w-jrn-key
           move MASTER-REC     to w-jrn-after
           perform 8150-Write-Journal

           compute w-applied-count = w-applied-count + 1
           move spaces to ADJUST-LINE
           string "APPLIED  ELF " w-adj-elf-id
       2300-Exit.
           exit.
      ******************************************************************
      * Look the corrected category up on the reference - its table
      * position in w-cat-found, zero when it is not there
      ******************************************************************
       2310-Find-Category section.

           move zeroes to w-cat-found
           move 1 to w-cat-sub
           perform until w-cat-sub > w-cat-count
               if w-cat-code(w-cat-sub) = w-adj-category
                   move w-cat-sub to w-cat-found
                   move w-cat-count to w-cat-sub
               end-if
               compute w-cat-sub = w-cat-sub + 1
           end-perform
           .
      ******************************************************************
      * The elf master is only needed once a calorie correction
      * shows up - a match-only adjustments run never touches it.
      * A brand-new season has no master file yet: create an empty
           set MASTER-IS-OPEN to true
           .
      ******************************************************************
      * Match correction - re-score the repaired round under the
      * rule set the original run used and fold the points and
      * result into the affected match's keyed history record
           end-if
           close Adjust-Report
           close Reject-Ledger
           close Journal-Out

           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock
           perform 8600-Free-Lock
           move "REJLEDG " to w-lock-resource
           perform 8600-Free-Lock
           move "MASTJRNL" to w-lock-resource
           perform 8600-Free-Lock

      * A SKIPPED CORRECTION IS A WARNING, NOT A FAILURE - THE
      * OPERATOR GETS THE SAME GRADED BANDS AS THE MAIN PROGRAMS
           if w-skipped-count > zeroes
               move 'W'        to w-alert-severity
               move "ADJSKIP"  to w-alert-code
               move spaces     to w-alert-key
               string "SKIPPED " w-skipped-count
                      delimited by size into w-alert-key
               move spaces     to w-alert-message
               string "CORRECTIONS SKIPPED - " w-skipped-count
                      " OF " w-read-count " READ, SEE ADJRPT"
                      delimited by size into w-alert-message
               perform 8800-Raise-Alert
               move 4 to return-code
           end-if
           .
      ******************************************************************
      * Open the master change journal for append.  The journal
      * outlives every run - create it only the very first time
      ******************************************************************
       8100-Open-Journal section.

           move w-lock-program to w-jrn-program
           move "ELFMAST "     to w-jrn-file

           open extend Journal-Out
           if JOURNAL-FILE-NOT-FOUND
               open output Journal-Out
           end-if
           if not JOURNAL-FILE-OK
               move "MASTER CHANGE JOURNAL (MASTJRNL) COULD NOT OPEN"
                 to w-abend-message
               perform 9000-Abend
           end-if
           .
      ******************************************************************
      * Append one before/after image to the journal - the caller
      * has set the transaction type, action, key and both images
      ******************************************************************
       8150-Write-Journal section.

           accept w-jrn-date from date yyyymmdd
           accept w-jrn-time from time
           write JOURNAL-REC from W-Journal-Entry
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

           display "ADJUST-RESUBMIT ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Adjust-In
           if MASTER-IS-OPEN
           end-if
           close Adjust-Report
           close Reject-Ledger
           close Journal-Out
           close Category-In

           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock
           perform 8600-Free-Lock
           move "REJLEDG " to w-lock-resource
           perform 8600-Free-Lock
           move "MASTJRNL" to w-lock-resource
           perform 8600-Free-Lock

           move 16 to return-code
           stop run
