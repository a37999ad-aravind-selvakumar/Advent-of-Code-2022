       Identification division.
       PROGRAM-ID. Elf-Onboarding.
       environment division.
       input-output section.
       file-control.
      * ONBOARDING DECISIONS - FIXED-COLUMN CONTROL FILE, ONE ADMIT
      * OR REJECT PER LINE.  OPTIONAL: WITHOUT IT THE RUN ONLY LISTS
      * THE BLOCKS STILL HELD
           SELECT Txn-In ASSIGN TO "ONBDTXN"
           organization is line sequential
           file status is TXN-FILE-STATUS.
      * PENDING-ONBOARDING FILE - INDEXED, KEYED BY DEPOT + MANIFEST
      * DATE + ELF-ID.  WRITTEN BY CALORIES-COUNTER FOR EVERY BLOCK
      * OF AN ELF NOT ON THE ELF MASTER; DECIDED HERE
           SELECT Pending-Elf ASSIGN TO "PENDELF"
           organization is indexed
           access is dynamic
           record key is PE-Key
           file status is PENDING-FILE-STATUS.
      * ELF MASTER - INDEXED (KSDS-STYLE) FILE KEYED BY ELF-ID
           SELECT Master-File ASSIGN TO "ELFMAST"
           organization is indexed
           access is random
           record key is EM-Elf-Id
           file status is MASTER-FILE-STATUS.
      * SEASON-LONG DAILY CALORIE HISTORY - AN ADMITTED ELF'S HELD
      * DAYS ARE RELEASED ONTO IT, AND A NEW ELF'S SEASON FIGURES
      * ARE BUILT FROM EVERY DAY IT HAS THERE
           SELECT Calorie-Hist ASSIGN TO "CALHIST"
           organization is indexed
           access is dynamic
           record key is CH-Key
           file status is CALHIST-FILE-STATUS.
      * MANIFEST RECEIPT REGISTER - A RELEASED DAY BECOMES PART OF
      * ITS RECEIPT'S ELF SHARES SO A REPLACEMENT MANIFEST BACKS IT
      * OUT LIKE ANY OTHER
           SELECT Receipt-Register ASSIGN TO "RCPTREG"
           organization is indexed
           access is random
           record key is RG-Key
           file status is RECEIPT-FILE-STATUS.
      * ONBOARDING AUDIT REPORT - EVERY DECISION, EVERY DAY RELEASED
      * OR REJECTED, AND THE QUEUE STILL WAITING
           SELECT Audit-Out ASSIGN TO "ONBDRPT"
           organization is line sequential.
      * MASTER CHANGE JOURNAL - PERMANENT, APPEND-ONLY; ONE BEFORE/
      * AFTER IMAGE PER MASTER RECORD ADDED, CHANGED OR DELETED
           SELECT Journal-Out ASSIGN TO "MASTJRNL"
           organization is line sequential
           file status is JOURNAL-FILE-STATUS.

       data division.
       file section.
      * ONBOARDING DECISION - ACTION (ADMIT OR REJECT), THE ELF IT
      * NAMES, AND WHO DECIDED.  SAME COLUMNS AS ELFTXN
       FD  Txn-In.
       01  TXN-REC.
           05  TX-Action           pic x(14).
           05  filler              pic x(2).
           05  TX-Elf-Id           pic x(4).
           05  filler              pic x(2).
           05  TX-Decided-By       pic x(8).
           05  filler              pic x(50).

      * PENDING-ONBOARDING RECORD - ONE PER HELD BLOCK.  KEEP IN
      * SYNC WITH Calories-Counter
       FD  Pending-Elf.
       01  PENDING-REC.
           05  PE-Key.
               10  PE-Depot        pic x(3).
               10  PE-Date         pic x(8).
               10  PE-Elf-Id       pic 9(4).
           05  PE-Calories         pic 9(7).
           05  PE-Split-Area.
               10  PE-Split-Count      pic 9(1).
               10  PE-Split occurs 8 times.
                   15  PE-Split-Code   pic x(3).
                   15  PE-Split-Cal    pic 9(7).
                   15  PE-Split-Items  pic 9(5).
           05  PE-Status           pic x(1).
               88  PE-HELD             value 'H'.
               88  PE-ADMITTED         value 'A'.
               88  PE-REJECTED         value 'R'.
           05  PE-Held-Date        pic 9(8).
           05  PE-Decided-Date     pic 9(8).
           05  PE-Decided-By       pic x(8).

      * ELF MASTER RECORD - KEEP IN SYNC WITH Elf-Master-Update
       FD  Master-File.
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

      * MANIFEST RECEIPT - ON AN ELF'S RECORD ONLY RG-Calories IS
      * USED.  KEEP IN SYNC WITH Calories-Counter
       FD  Receipt-Register.
       01  RECEIPT-REC.
           05  RG-Key.
               10  RG-Depot        pic x(3).
               10  RG-Date         pic x(8).
               10  RG-Elf-Id       pic 9(4).
           05  RG-Elves            pic 9(5).
           05  RG-Lines            pic 9(7).
           05  RG-Calories         pic 9(10).
           05  RG-Hash             pic 9(9).
           05  RG-Recv-Date        pic 9(8).
           05  RG-Recv-Time        pic 9(8).
           05  RG-Replacements     pic 9(3).

       FD  Audit-Out.
       01  AUDIT-LINE              pic x(120).

       FD  Journal-Out.
       01  JOURNAL-REC             pic x(149).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-read-count              pic 9(5).
           05  w-applied-count           pic 9(5).
           05  w-rejected-count          pic 9(5).
           05  w-admitted-count          pic 9(5).
           05  w-refused-count           pic 9(5).
           05  w-released-days           pic 9(5).
           05  w-released-calories       pic 9(10).
           05  w-dropped-days            pic 9(5).
           05  w-dropped-calories        pic 9(10).
           05  w-queue-days              pic 9(5).
           05  w-queue-calories          pic 9(10).
           05  w-today                   pic 9(8).

      *ONE DECISION - THE ELF, WHO DECIDED, AND WHAT IT TOUCHED
       01 W-Decision-Area.
           05  w-dec-elf-id              pic 9(4).
           05  w-dec-by                  pic x(8).
           05  w-dec-action              pic x(1).
               88  DEC-ADMIT                 value 'A'.
               88  DEC-REJECT                value 'R'.
           05  w-dec-days                pic 9(5).
           05  w-dec-calories            pic 9(10).
           05  w-dec-hist-days           pic 9(5).

      *CATEGORY SPLIT WORK AREAS - A HELD DAY'S SPLIT FOLDED INTO AN
      *EXISTING CALHIST DAY, ONE CODE AT A TIME.  KEEP IN SYNC WITH
      *Calories-Counter'S 2236/2237 SECTIONS
       01 W-Split-Work.
           05  w-into-split-area.
               10  w-into-split-count         pic 9(1).
               10  w-into-split occurs 8 times.
                   15  w-into-split-code      pic x(3).
                   15  w-into-split-cal       pic 9(7).
                   15  w-into-split-items     pic 9(5).
           05  w-from-split-area.
               10  w-from-split-count         pic 9(1).
               10  w-from-split occurs 8 times.
                   15  w-from-split-code      pic x(3).
                   15  w-from-split-cal       pic 9(7).
                   15  w-from-split-items     pic 9(5).
           05  w-add-code                     pic x(3).
           05  w-add-cal                      pic 9(7).
           05  w-add-items                    pic 9(5).
           05  w-split-sub                    pic 9(2).
           05  w-split-hit                    pic 9(2).
           05  w-from-sub                     pic 9(2).

      *CAPACITY LIMITS - GUARD THE OCCURS LIMIT
       01 W-Capacity-Limits.
           05  w-split-limit                  pic 9(2) value 8.

      *AUDIT FORMATTING WORK AREA
       01 W-Audit-Area.
           05  w-audit-tag               pic x(7).
           05  w-reject-reason           pic x(40).

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

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *THE PENDING FILE, THE ELF MASTER, THE DAILY HISTORY, THE
      *RECEIPT REGISTER AND THE CHANGE JOURNAL ARE CLAIMED FOR THE
      *WHOLE RUN
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
           05  w-lock-program            pic x(8) value "ELFONBRD".
           05  w-lock-result             pic x(1).
           05  w-lock-holder             pic x(8).

      *ABEND WORK AREA
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "ELFONBRD".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 TXN-EOF-STATUS                      pic x(1).
           88 TXN-EOF                          value 'Y'.
       01 TXN-FILE-STATUS                     pic x(2).
           88  TXN-FILE-OK                        value '00'.
           88  TXN-FILE-NOT-FOUND                 value '35'.
       01 TXN-LOAD-STATUS                     pic x(1).
           88  TXN-SUPPLIED                       value 'Y'.
       01 PENDING-EOF-STATUS                  pic x(1).
           88 PENDING-EOF                      value 'Y'.
       01 PENDING-FILE-STATUS                 pic x(2).
           88  PENDING-FILE-OK                    value '00'.
           88  PENDING-FILE-NOT-FOUND             value '35'.
       01 MASTER-FILE-STATUS                  pic x(2).
           88  MASTER-FILE-OK                     value '00'.
           88  MASTER-FILE-NOT-FOUND              value '35'.
       01 MASTER-NEW-STATUS                   pic x(1).
           88  MASTER-NEW-ELF                     value 'Y'.
       01 CALHIST-FILE-STATUS                 pic x(2).
           88  CALHIST-FILE-OK                    value '00'.
           88  CALHIST-FILE-NOT-FOUND             value '35'.
       01 CALHIST-NEW-STATUS                  pic x(1).
           88  CALHIST-NEW-DAY                    value 'Y'.
       01 CALHIST-EOF-STATUS                  pic x(1).
           88  CALHIST-EOF                        value 'Y'.
       01 RECEIPT-FILE-STATUS                 pic x(2).
           88  RECEIPT-FILE-OK                    value '00'.
           88  RECEIPT-FILE-NOT-FOUND             value '35'.
       01 JOURNAL-FILE-STATUS                 pic x(2).
           88  JOURNAL-FILE-OK                    value '00'.
           88  JOURNAL-FILE-NOT-FOUND             value '35'.

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

           initialize TXN-EOF-STATUS
                      W-Variables
                      W-Decision-Area

           accept w-today from date yyyymmdd

           open output Audit-Out

      * NO DECISIONS DECK IS A LISTING RUN - THE QUEUE IS PRINTED
      * AND NOTHING IS CHANGED
           move 'Y' to TXN-LOAD-STATUS
           open input Txn-In
           if TXN-FILE-NOT-FOUND
               move 'N' to TXN-LOAD-STATUS
               set TXN-EOF to true
               display "Elf-Onboarding: no decisions (ONBDTXN) - "
                       "listing the held blocks only"
           else
               if not TXN-FILE-OK
                   move "ONBOARDING DECISIONS (ONBDTXN) COULD NOT OPEN"
                     to w-abend-message
                   perform 9000-Abend
               end-if
           end-if

      * CALORIES-COUNTER POSTS TO EVERY ONE OF THESE - CLAIM THEM
      * ALL BEFORE THE FIRST OPEN SO A RELEASE NEVER RACES A POST
           move "PENDELF " to w-lock-resource
           perform 8500-Claim-Lock
           move "ELFMAST " to w-lock-resource
           perform 8500-Claim-Lock
           move "CALHIST " to w-lock-resource
           perform 8500-Claim-Lock
           move "RCPTREG " to w-lock-resource
           perform 8500-Claim-Lock

           open i-o Pending-Elf
           if PENDING-FILE-NOT-FOUND
               open output Pending-Elf
               close Pending-Elf
               open i-o Pending-Elf
           end-if
           if not PENDING-FILE-OK
               move "PENDING-ONBOARDING FILE (PENDELF) COULD NOT OPEN"
                 to w-abend-message
               perform 9000-Abend
           end-if

      * THE FIRST ELF EVER ADMITTED MAY FIND NO MASTER YET
           open i-o Master-File
           if MASTER-FILE-NOT-FOUND
               open output Master-File
               close Master-File
               open i-o Master-File
           end-if
           if not MASTER-FILE-OK
               move "ELF MASTER FILE COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           open i-o Calorie-Hist
           if CALHIST-FILE-NOT-FOUND
               open output Calorie-Hist
               close Calorie-Hist
               open i-o Calorie-Hist
           end-if
           if not CALHIST-FILE-OK
               move "DAILY CALORIE HISTORY (CALHIST) COULD NOT OPEN"
                 to w-abend-message
               perform 9000-Abend
           end-if

           open i-o Receipt-Register
           if RECEIPT-FILE-NOT-FOUND
               open output Receipt-Register
               close Receipt-Register
               open i-o Receipt-Register
           end-if
           if not RECEIPT-FILE-OK
               move "RECEIPT REGISTER (RCPTREG) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move "MASTJRNL" to w-lock-resource
           perform 8500-Claim-Lock
           perform 8100-Open-Journal

           move spaces to AUDIT-LINE
           string "ELF ONBOARDING - RUN DATE " w-today
                  delimited by size into AUDIT-LINE
           write AUDIT-LINE
           move spaces to AUDIT-LINE
           write AUDIT-LINE
           .
      ******************************************************************
      * Apply each decision in control-file order, then list what is
      * still waiting
      ******************************************************************
       2000-Main-Process section.

           if TXN-SUPPLIED
               perform 2100-Read-Txn
           end-if

           perform until TXN-EOF
               compute w-read-count = w-read-count + 1
               perform 2200-Apply-Txn
               perform 2100-Read-Txn
           end-perform

           perform 2700-List-Queue
           .
      ******************************************************************
      * Read decisions file
      ******************************************************************
       2100-Read-Txn section.
           read Txn-In into TXN-REC
           at end set TXN-EOF to true
           end-read
           .
      ******************************************************************
      * One decision - routed by action.  Anything unrecognizable is
      * rejected and reported, never guessed at
      ******************************************************************
       2200-Apply-Txn section.

           move spaces to AUDIT-LINE
           string "TXN " TX-Action
                  "  ELF [" TX-Elf-Id "]"
                  "  BY [" TX-Decided-By "]"
                  delimited by size into AUDIT-LINE
           write AUDIT-LINE

           if TX-Elf-Id not numeric
               move "ELF-ID IS NOT NUMERIC" to w-reject-reason
               perform 2950-Reject-Txn
               go to 2200-Exit
           end-if

      * EVERY DECISION IS SIGNED - IT IS STAMPED ON THE HELD BLOCKS
      * IT RELEASES OR DROPS
           if TX-Decided-By = spaces
               move "DECIDED-BY IS MISSING" to w-reject-reason
               perform 2950-Reject-Txn
               go to 2200-Exit
           end-if

           move TX-Elf-Id     to w-dec-elf-id
           move TX-Decided-By to w-dec-by
           move zeroes        to w-dec-days
           move zeroes        to w-dec-calories

           Evaluate function trim(TX-Action)
               when "ADMIT"
                   set DEC-ADMIT to true
                   perform 2300-Admit-Elf
               when "REJECT"
                   set DEC-REJECT to true
                   perform 2400-Reject-Elf
               when other
                   move "UNRECOGNIZED ACTION" to w-reject-reason
                   perform 2950-Reject-Txn
           end-evaluate.

       2200-Exit.
           exit.
      ******************************************************************
      * ADMIT - put the elf on the master (or take the one already
      * there), release every block held for it onto the daily
      * history and the receipt register, and fold the released
      * days into its season figures.  An elf new to the master
      * takes its season figures from all of its CALHIST days, so a
      * nameless block's days (posted, but refused by ELFMUPD) are
      * not lost.  A retired elf is never admitted - it is
      * reinstated through ELFMTRN
      ******************************************************************
       2300-Admit-Elf section.

           move 'N' to MASTER-NEW-STATUS
           move w-dec-elf-id to EM-Elf-Id
           read Master-File
               invalid key
                   set MASTER-NEW-ELF to true
           end-read

           if MASTER-NEW-ELF
               move w-dec-elf-id to EM-Elf-Id
               move zeroes       to EM-Season-Calories
               move zeroes       to EM-Days-Reported
               move zeroes       to EM-Best-Calories
               move spaces       to EM-Best-Date
               move spaces       to EM-Last-Date
               move 'A'          to EM-Status
               move spaces       to w-jrn-before
           else
               if EM-RETIRED
                   move "ELF IS RETIRED - REINSTATE THROUGH ELFMTRN"
                     to w-reject-reason
                   perform 2950-Reject-Txn
                   go to 2300-Exit
               end-if
               move "BEFORE " to w-audit-tag
               perform 2800-Audit-Master-Line
               move MASTER-REC to w-jrn-before
           end-if

           perform 2500-Decide-Held-Blocks

      * A NEW ELF'S SEASON IS EVERYTHING THE HISTORY HOLDS FOR IT -
      * THE DAYS JUST RELEASED AND ANY A NAMELESS BLOCK POSTED
      * UNDER ITS AUTO-NUMBERED ID, WHICH Elf-Master-Update REFUSED
           move zeroes to w-dec-hist-days
           if MASTER-NEW-ELF
               perform 2550-Rebuild-From-History
           end-if

      * AN ELF ALREADY ON THE MASTER WITH NOTHING HELD HAS NOTHING
      * TO ADMIT - SAY SO RATHER THAN JOURNAL A NON-CHANGE
           if not MASTER-NEW-ELF
            and w-dec-days = zeroes
               move "ELF ALREADY ON MASTER - NOTHING HELD"
                 to w-reject-reason
               perform 2950-Reject-Txn
               go to 2300-Exit
           end-if

           if MASTER-NEW-ELF
               write MASTER-REC
                   invalid key
                       move "WRITE TO ELF MASTER FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-write
               move 'A' to w-jrn-action
           else
               rewrite MASTER-REC
                   invalid key
                       move "REWRITE TO ELF MASTER FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-rewrite
               move 'C' to w-jrn-action
           end-if

           move "AFTER  " to w-audit-tag
           perform 2800-Audit-Master-Line

           move "ONBOARD-ADMIT" to w-jrn-txn-type
           move EM-Elf-Id       to w-jrn-key
           move MASTER-REC      to w-jrn-after
           perform 8150-Write-Journal

           compute w-applied-count  = w-applied-count + 1
           compute w-admitted-count = w-admitted-count + 1
           move spaces to AUDIT-LINE
           string "  APPLIED  ADMIT ELF " w-dec-elf-id
                  "  DAYS RELEASED " w-dec-days
                  "  CALORIES " w-dec-calories
                  delimited by size into AUDIT-LINE
           write AUDIT-LINE
           if MASTER-NEW-ELF
               move spaces to AUDIT-LINE
               string "           SEASON FROM CALHIST  DAYS "
                      w-dec-hist-days
                      "  CALORIES " EM-Season-Calories
                      delimited by size into AUDIT-LINE
               write AUDIT-LINE
           end-if.

       2300-Exit.
           exit.
      ******************************************************************
      * REJECT - drop every block held for the elf.  Its calories
      * never reach the history or the master; the decided records
      * stay on file so a rerun of the day cannot hold them again
      ******************************************************************
       2400-Reject-Elf section.

           perform 2500-Decide-Held-Blocks

           if w-dec-days = zeroes
               move "NO BLOCKS HELD FOR THIS ELF" to w-reject-reason
               perform 2950-Reject-Txn
               go to 2400-Exit
           end-if

           compute w-applied-count = w-applied-count + 1
           compute w-refused-count = w-refused-count + 1
           move spaces to AUDIT-LINE
           string "  APPLIED  REJECT ELF " w-dec-elf-id
                  "  DAYS DROPPED " w-dec-days
                  "  CALORIES " w-dec-calories
                  delimited by size into AUDIT-LINE
           write AUDIT-LINE.

       2400-Exit.
           exit.
      ******************************************************************
      * Walk the whole pending file for the elf's still-held blocks -
      * the key is depot-major, so every one must be looked at.
      * Each is released or dropped as the decision says, stamped
      * and rewritten in place
      ******************************************************************
       2500-Decide-Held-Blocks section.

           move 'N' to PENDING-EOF-STATUS
           move low-values to PE-Key
           start Pending-Elf key is not less than PE-Key
               invalid key
                   go to 2500-Exit
           end-start

           perform until PENDING-EOF
               read Pending-Elf next
                   at end
                       set PENDING-EOF to true
               end-read
               if not PENDING-EOF
                and PE-Elf-Id = w-dec-elf-id
                and PE-HELD
                   if DEC-ADMIT
                       perform 2600-Release-Block
                   else
                       perform 2650-Drop-Block
                   end-if
                   move w-today  to PE-Decided-Date
                   move w-dec-by to PE-Decided-By
                   rewrite PENDING-REC
                       invalid key
                           move "REWRITE TO PENDELF FAILED"
                             to w-abend-message
                           perform 9000-Abend
                   end-rewrite
                   compute w-dec-days = w-dec-days + 1
                   add PE-Calories to w-dec-calories
               end-if
           end-perform.

       2500-Exit.
           exit.
      ******************************************************************
      * A new elf's season figures rebuilt from its daily history -
      * every day on CALHIST under its id, however it got there
      ******************************************************************
       2550-Rebuild-From-History section.

           move zeroes to EM-Season-Calories
           move zeroes to EM-Days-Reported
           move zeroes to EM-Best-Calories
           move spaces to EM-Best-Date
           move spaces to EM-Last-Date

           move 'N' to CALHIST-EOF-STATUS
           move w-dec-elf-id to CH-Elf-Id
           move low-values   to CH-Date
           start Calorie-Hist key is not less than CH-Key
               invalid key
                   go to 2550-Exit
           end-start

           perform until CALHIST-EOF
               read Calorie-Hist next
                   at end
                       set CALHIST-EOF to true
               end-read
               Evaluate true
                   when CALHIST-EOF
                       continue
                   when CH-Elf-Id not = w-dec-elf-id
                       set CALHIST-EOF to true
                   when other
                       add CH-Calories to EM-Season-Calories
                       compute EM-Days-Reported =
                               EM-Days-Reported + 1
                       if CH-Calories > EM-Best-Calories
                           move CH-Calories to EM-Best-Calories
                           move CH-Date     to EM-Best-Date
                       end-if
                       move CH-Date to EM-Last-Date
               end-evaluate
           end-perform

           move EM-Days-Reported to w-dec-hist-days.

       2550-Exit.
           exit.
      ******************************************************************
      * One held block released - onto the daily history for its
      * manifest date (a day the elf already has gains the calories
      * and the category split), onto the receipt register as the
      * elf's share of that depot's receipt, and into the master
      * record in the FD.  A day spread over depots reads MLT
      ******************************************************************
       2600-Release-Block section.

           move 'N' to CALHIST-NEW-STATUS
           move PE-Elf-Id to CH-Elf-Id
           move PE-Date   to CH-Date
           read Calorie-Hist
               invalid key
                   set CALHIST-NEW-DAY to true
           end-read

           if CALHIST-NEW-DAY
               move PE-Calories   to CH-Calories
               move PE-Depot      to CH-Depot
               move PE-Split-Area to CH-Split-Area
               write CALHIST-REC
                   invalid key
                       move "WRITE TO CALHIST FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-write
           else
               add PE-Calories to CH-Calories
               if CH-Depot not = PE-Depot
                   move "MLT" to CH-Depot
               end-if
               move CH-Split-Area to w-into-split-area
               move PE-Split-Area to w-from-split-area
               perform 2236-Merge-Split
               move w-into-split-area to CH-Split-Area
               rewrite CALHIST-REC
                   invalid key
                       move "REWRITE TO CALHIST FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-rewrite
           end-if

           perform 2610-Post-Receipt-Share

      * THE SEASON FIGURES MOVE THE WAY Elf-Master-Update MOVES
      * THEM - A DAY COUNTS ONCE HOWEVER MANY DEPOTS FED IT
           add PE-Calories to EM-Season-Calories
           if CALHIST-NEW-DAY
               compute EM-Days-Reported = EM-Days-Reported + 1
           end-if
           if CH-Calories > EM-Best-Calories
               move CH-Calories to EM-Best-Calories
               move PE-Date     to EM-Best-Date
           end-if
           if PE-Date > EM-Last-Date
               move PE-Date to EM-Last-Date
           end-if

           set PE-ADMITTED to true
           compute w-released-days = w-released-days + 1
           add PE-Calories to w-released-calories

           move spaces to AUDIT-LINE
           string "  RELEASED DEPOT " PE-Depot
                  "  DATE " PE-Date
                  "  CALORIES " PE-Calories
                  "  HELD SINCE " PE-Held-Date
                  delimited by size into AUDIT-LINE
           write AUDIT-LINE
           .
      ******************************************************************
      * The released calories become the elf's share of the depot's
      * receipt for the date - exactly what Calories-Counter would
      * have registered had the elf been on the master that day
      ******************************************************************
       2610-Post-Receipt-Share section.

           move PE-Depot  to RG-Depot
           move PE-Date   to RG-Date
           move PE-Elf-Id to RG-Elf-Id
           read Receipt-Register
               invalid key
                   initialize RG-Elves RG-Lines RG-Calories RG-Hash
                              RG-Recv-Date RG-Recv-Time
                              RG-Replacements
                   move PE-Calories to RG-Calories
                   write RECEIPT-REC
                       invalid key
                           move "WRITE TO RECEIPT REGISTER FAILED"
                             to w-abend-message
                           perform 9000-Abend
                   end-write
                   go to 2610-Exit
           end-read

           add PE-Calories to RG-Calories
           rewrite RECEIPT-REC
               invalid key
                   move "REWRITE TO RECEIPT REGISTER FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite.

       2610-Exit.
           exit.
      ******************************************************************
      * One held block dropped - nothing is posted anywhere
      ******************************************************************
       2650-Drop-Block section.

           set PE-REJECTED to true
           compute w-dropped-days = w-dropped-days + 1
           add PE-Calories to w-dropped-calories

           move spaces to AUDIT-LINE
           string "  DROPPED  DEPOT " PE-Depot
                  "  DATE " PE-Date
                  "  CALORIES " PE-Calories
                  "  HELD SINCE " PE-Held-Date
                  " - NOT POSTED"
                  delimited by size into AUDIT-LINE
           write AUDIT-LINE
           .
      ******************************************************************
      * Fold every slot of w-from-split into w-into-split
      ******************************************************************
       2236-Merge-Split section.

           move 1 to w-from-sub
           perform until w-from-sub > w-from-split-count
               move w-from-split-code(w-from-sub)  to w-add-code
               move w-from-split-cal(w-from-sub)   to w-add-cal
               move w-from-split-items(w-from-sub) to w-add-items
               perform 2237-Add-To-Split
               compute w-from-sub = w-from-sub + 1
           end-perform
           .
      ******************************************************************
      * One category's calories and items into w-into-split - a code
      * already there accumulates, a new one takes the next slot,
      * and once all eight are taken the last becomes '***' and
      * pools every code after
      ******************************************************************
       2237-Add-To-Split section.

           move zeroes to w-split-hit
           move 1 to w-split-sub
           perform until w-split-sub > w-into-split-count
               if w-into-split-code(w-split-sub) = w-add-code
                   move w-split-sub to w-split-hit
                   move w-into-split-count to w-split-sub
               end-if
               compute w-split-sub = w-split-sub + 1
           end-perform

           if w-split-hit = zeroes
            and w-into-split-count = w-split-limit
               move w-split-limit to w-split-hit
               move "***" to w-into-split-code(w-split-hit)
           end-if

           if w-split-hit = zeroes
               compute w-into-split-count = w-into-split-count + 1
               move w-into-split-count to w-split-hit
               move w-add-code to w-into-split-code(w-split-hit)
               move zeroes to w-into-split-cal(w-split-hit)
               move zeroes to w-into-split-items(w-split-hit)
           end-if

           add w-add-cal   to w-into-split-cal(w-split-hit)
           add w-add-items to w-into-split-items(w-split-hit)
           .
      ******************************************************************
      * The queue after this run's decisions - every block still
      * held, oldest first within depot and date
      ******************************************************************
       2700-List-Queue section.

           move spaces to AUDIT-LINE
           write AUDIT-LINE
           move spaces to AUDIT-LINE
           string "BLOCKS STILL HELD FOR ONBOARDING"
                  delimited by size into AUDIT-LINE
           write AUDIT-LINE

           move 'N' to PENDING-EOF-STATUS
           move low-values to PE-Key
           start Pending-Elf key is not less than PE-Key
               invalid key
                   set PENDING-EOF to true
           end-start

           perform until PENDING-EOF
               read Pending-Elf next
                   at end
                       set PENDING-EOF to true
               end-read
               if not PENDING-EOF
                and PE-HELD
                   compute w-queue-days = w-queue-days + 1
                   add PE-Calories to w-queue-calories
                   move spaces to AUDIT-LINE
                   string "  HELD     ELF " PE-Elf-Id
                          "  DEPOT " PE-Depot
                          "  DATE " PE-Date
                          "  CALORIES " PE-Calories
                          "  HELD SINCE " PE-Held-Date
                          delimited by size into AUDIT-LINE
                   write AUDIT-LINE
               end-if
           end-perform

           if w-queue-days = zeroes
               move spaces to AUDIT-LINE
               string "  NONE"
                      delimited by size into AUDIT-LINE
               write AUDIT-LINE
           end-if
           .
      ******************************************************************
      * One audit image of the master record currently in the FD -
      * tagged BEFORE or AFTER so the reviewer sees both sides of
      * every change
      ******************************************************************
       2800-Audit-Master-Line section.

           move spaces to AUDIT-LINE
           string "  " w-audit-tag
                  "ELF " EM-Elf-Id
                  "  SEASON-CAL " EM-Season-Calories
                  "  DAYS " EM-Days-Reported
                  "  BEST " EM-Best-Calories
                  " ON " EM-Best-Date
                  "  LAST " EM-Last-Date
                  "  STATUS " EM-Status
                  delimited by size into AUDIT-LINE
           write AUDIT-LINE
           .
      ******************************************************************
      * Rejected decision - the reason goes on the audit trail next
      * to the transaction image already written
      ******************************************************************
       2950-Reject-Txn section.

           compute w-rejected-count = w-rejected-count + 1
           move spaces to AUDIT-LINE
           string "  REJECTED " w-reject-reason
                  delimited by size into AUDIT-LINE
           write AUDIT-LINE
           .
      ******************************************************************
      * Summary
      ******************************************************************
       3000-print-summary section.

           move spaces to AUDIT-LINE
           write AUDIT-LINE
           move spaces to AUDIT-LINE
           string "TRANSACTIONS READ " w-read-count
                  "  APPLIED " w-applied-count
                  "  REJECTED " w-rejected-count
                  delimited by size into AUDIT-LINE
           write AUDIT-LINE
           move spaces to AUDIT-LINE
           string "ELVES ADMITTED " w-admitted-count
                  "  DAYS RELEASED " w-released-days
                  "  CALORIES " w-released-calories
                  delimited by size into AUDIT-LINE
           write AUDIT-LINE
           move spaces to AUDIT-LINE
           string "ELVES REJECTED " w-refused-count
                  "  DAYS DROPPED " w-dropped-days
                  "  CALORIES " w-dropped-calories
                  delimited by size into AUDIT-LINE
           write AUDIT-LINE
           move spaces to AUDIT-LINE
           string "STILL HELD     DAYS " w-queue-days
                  "  CALORIES " w-queue-calories
                  delimited by size into AUDIT-LINE
           write AUDIT-LINE

           display "Elf-Onboarding read: " w-read-count
                   "  applied: " w-applied-count
                   "  rejected: " w-rejected-count
                   "  still held: " w-queue-days

           if TXN-SUPPLIED
               close Txn-In
           end-if
           close Pending-Elf
           close Master-File
           close Calorie-Hist
           close Receipt-Register
           close Audit-Out
           close Journal-Out

           perform 8700-Free-All-Locks

      * A REJECTED DECISION IS A WARNING, NOT A FAILURE - THE
      * OPERATOR GETS THE SAME GRADED BANDS AS THE MAIN PROGRAMS
           if w-rejected-count > zeroes
               move 'W'        to w-alert-severity
               move "ONBDREJ"  to w-alert-code
               move spaces     to w-alert-key
               string "REJECTED " w-rejected-count
                      delimited by size into w-alert-key
               move spaces     to w-alert-message
               string "ONBOARDING DECISIONS REJECTED - "
                      w-rejected-count " OF " w-read-count
                      " READ, SEE ONBDRPT"
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

           move "PENDELF " to w-lock-resource
           perform 8600-Free-Lock
           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock
           move "CALHIST " to w-lock-resource
           perform 8600-Free-Lock
           move "RCPTREG " to w-lock-resource
           perform 8600-Free-Lock
           move "MASTJRNL" to w-lock-resource
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

           display "ELF-ONBOARDING ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Txn-In
           close Pending-Elf
           close Master-File
           close Calorie-Hist
           close Receipt-Register
           close Audit-Out
           close Journal-Out

           perform 8700-Free-All-Locks

           move 16 to return-code
           stop run
           .
