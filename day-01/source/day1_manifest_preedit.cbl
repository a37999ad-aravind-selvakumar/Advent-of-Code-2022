      * THEN ONE GO / NO-GO LINE THE DAYRUN JOB CAN ACT ON
           SELECT Edit-Out ASSIGN TO "EDITRPT"
           organization is line sequential.
      * FOOD CATEGORY REFERENCE - EVERY CODED DETAIL LINE IS CHECKED
      * AGAINST IT EXACTLY AS CALORIES-COUNTER WILL CHECK IT
           SELECT Category-In ASSIGN TO "CATCODES"
           organization is line sequential
           file status is CATEGORY-FILE-STATUS.
      * ELF MASTER - EVERY ELF RECORD'S ELF IS LOOKED UP EXACTLY AS
      * CALORIES-COUNTER WILL LOOK IT UP
           SELECT Elf-Master ASSIGN TO "ELFMAST"
           organization is indexed
           access is random
           record key is EM-Elf-Id
           file status is ELFMAST-FILE-STATUS.
      * PERMANENT RUN REGISTER - EVERY EXECUTION OF THE SUITE'S
      * PROGRAMS APPENDS ONE AUDIT RECORD HERE; NEVER SCRATCHED
           SELECT Register-Out ASSIGN TO "RUNREG"
           organization is line sequential
           file status is REGISTER-FILE-STATUS.

       data division.
       file section.
           05  CIH-REC-ID                     pic x(3).
           05  CIH-RUN-DATE                   pic x(8).
           05  CIH-DEPOT-ID                   pic x(3).
           05  CIH-REPLACE-FLAG               pic x(1).
           05  filler                         pic x(5).
       01  CALORIES-IN-ELF.
           05  CIE-REC-ID                     pic x(3).
           05  CIE-ELF-ID                     pic x(4).
           05  CIT-EXPECTED-ELVES             pic x(5).
           05  CIT-EXPECTED-LINES             pic x(7).
           05  filler                         pic x(5).
       01  CALORIES-IN-DTL.
           05  CID-CALORIES                   pic x(5).
           05  CID-CATEGORY                   pic x(3).
           05  CID-ITEM-COUNT                 pic x(5).
           05  CID-REST                       pic x(7).

      * DEPOT MASTER RECORD - KEEP IN SYNC WITH Depot-Master-Maint
       FD  Depot-Master.
       FD  Edit-Out.
       01  EDIT-LINE               pic x(100).

      * FOOD CATEGORY CARD - KEEP IN SYNC WITH CALORIES-COUNTER
       FD  Category-In.
       01  CATEGORY-CARD.
           05  CC-Code             pic x(3).
           05  filler              pic x(1).
           05  CC-Desc             pic x(30).
           05  filler              pic x(46).

      * ELF MASTER RECORD - KEEP IN SYNC WITH Elf-Master-Update
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

      * RUN REGISTER - ONE AUDIT LINE PER EXECUTION
       FD  Register-Out.
       01  REGISTER-LINE           pic x(120).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-sect-elves               pic 9(5).
           05  w-sect-hdr-line            pic 9(7).

      *FOOD CATEGORY REFERENCE - KEEP THE OCCURS IN SYNC WITH
      *CALORIES-COUNTER'S w-cat-entry
       01 W-Category-Table.
           05  w-cat-count                pic 9(2).
           05  w-cat-entry occurs 20 times.
               10  w-cat-code             pic x(3).
           05  w-cat-sub                  pic 9(2).
           05  w-cat-found                pic 9(2).
           05  w-cat-limit                pic 9(2) value 20.
           05  w-line-category            pic x(3).
           05  CATEGORY-LOAD-STATUS       pic x(1).
               88  CATEGORIES-SUPPLIED        value 'Y'.

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *THE DEPOT AND ELF MASTERS ARE CLAIMED FOR THE EDIT PASS SO A
      *MAINTENANCE RUN CANNOT BE REWRITING THEM UNDERNEATH THE
      *CHECKS
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
       01 W-Abend-Area.
           05  w-abend-message            pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "CALEDIT ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 INPUT-FILE-STATUS                   pic x(1).
           88 INPUT-FILE-EOF                   value 'Y'.
       01 DEPOT-FILE-STATUS                   pic x(2).
           88  DEPOT-FILE-OK                      value '00'.
           88  DEPOT-FILE-NOT-FOUND               value '35'.
       01 CATEGORY-EOF-STATUS                 pic x(1).
           88 CATEGORY-EOF                     value 'Y'.
       01 CATEGORY-FILE-STATUS                pic x(2).
           88  CATEGORY-FILE-OK                   value '00'.
           88  CATEGORY-FILE-NOT-FOUND            value '35'.
       01 ELFMAST-FILE-STATUS                 pic x(2).
           88  ELFMAST-FILE-OK                    value '00'.
           88  ELFMAST-FILE-NOT-FOUND             value '35'.
       01 ELF-MASTER-LOAD-STATUS              pic x(1) value 'N'.
           88 ELF-MASTER-SUPPLIED              value 'Y'.

      *RUN-REGISTER AUDIT RECORD - WHAT RAN, AGAINST WHAT, WITH
      *WHAT RESULT; APPENDED TO THE PERMANENT REGISTER AT EVERY
      *TERMINATION, CLEAN OR NOT.  INDATE IS THE FIRST HDR'S DATE
       01 W-Run-Register.
           05  w-reg-program                  pic x(8) value "CALEDIT ".
           05  w-reg-date                     pic 9(8).
           05  w-reg-time                     pic 9(8).
           05  w-reg-read                     pic 9(7).
           05  w-reg-rejected                 pic 9(7).
           05  w-reg-written                  pic 9(7).
           05  w-reg-rc                       pic 9(3).
           05  w-reg-indate                   pic x(8) value spaces.
       01 REGISTER-FILE-STATUS                pic x(2).
           88  REGISTER-FILE-OK                   value '00'.
           88  REGISTER-FILE-NOT-FOUND            value '35'.

       Procedure Division.
       0000-Begin Section.
                      W-Section-Area
           set OUTSIDE-SECTION to true

           accept w-reg-date from date yyyymmdd
           accept w-reg-time from time

           move "DEPTMAST" to w-lock-resource
           perform 8500-Claim-Lock
           move "ELFMAST " to w-lock-resource
           perform 8500-Claim-Lock

           open input File-In
           open output Edit-Out
           write EDIT-LINE
           move spaces to EDIT-LINE
           write EDIT-LINE

           perform 1200-Load-Categories
           perform 1300-Open-Elf-Master
           .
      ******************************************************************
      * Load the food category reference the real run will check
      * coded lines against.  A card the real run would abend on is
      * an error here; no CATCODES at all is only worth a note -
      * an uncoded manifest never needs it
      ******************************************************************
       1200-Load-Categories section.

           move zeroes to w-cat-count
           move 'N' to CATEGORY-LOAD-STATUS

           open input Category-In
           if CATEGORY-FILE-NOT-FOUND
               move spaces to EDIT-LINE
               string "NOTE  NO CATCODES - ANY CODED DETAIL LINE WILL "
                      "BE REJECTED NCAT"
                      delimited by size into EDIT-LINE
               write EDIT-LINE
               go to 1200-Exit
           end-if
           if not CATEGORY-FILE-OK
               perform 2900-Error-Line
               string "FOOD CATEGORY FILE (CATCODES) COULD NOT BE "
                      "OPENED - STATUS " CATEGORY-FILE-STATUS
                      delimited by size into EDIT-LINE
               write EDIT-LINE
               go to 1200-Exit
           end-if

           set CATEGORIES-SUPPLIED to true
           move 'N' to CATEGORY-EOF-STATUS

           read Category-In
           at end set CATEGORY-EOF to true
           end-read
           perform until CATEGORY-EOF
               if CATEGORY-CARD(1:1) not = '*'
                and CATEGORY-CARD not = spaces
                   perform 1220-Check-Category-Card
               end-if
               read Category-In
               at end set CATEGORY-EOF to true
               end-read
           end-perform

           close Category-In.

       1200-Exit.
           exit.
      ******************************************************************
      * One category card - the same rules CALORIES-COUNTER's 1220
      * section enforces, each failure an error line
      ******************************************************************
       1220-Check-Category-Card section.

           if CC-Code(1:1) = space
            or CC-Code = "***"
               perform 2900-Error-Line
               string "CATCODES CARD CODE BLANK OR RESERVED ["
                      CATEGORY-CARD(1:34) "]"
                      delimited by size into EDIT-LINE
               write EDIT-LINE
               go to 1220-Exit
           end-if

           move CC-Code to w-line-category
           perform 2270-Find-Category
           if w-cat-found > zeroes
               perform 2900-Error-Line
               string "CATCODES CODE GIVEN TWICE [" CC-Code "]"
                      delimited by size into EDIT-LINE
               write EDIT-LINE
               go to 1220-Exit
           end-if

           if w-cat-count not < w-cat-limit
               perform 2900-Error-Line
               string "CATCODES HAS MORE THAN " w-cat-limit
                      " CODES - CAPACITY EXCEEDED AT [" CC-Code "]"
                      delimited by size into EDIT-LINE
               write EDIT-LINE
               go to 1220-Exit
           end-if

           compute w-cat-count = w-cat-count + 1
           move CC-Code to w-cat-code(w-cat-count).

       1220-Exit.
           exit.
      ******************************************************************
      * Open the elf master the real run will check each named elf
      * against.  Without one the real run holds every named elf
      * for onboarding - worth a note, not a no-go
      ******************************************************************
       1300-Open-Elf-Master section.

           open input Elf-Master
           if ELFMAST-FILE-NOT-FOUND
               move spaces to EDIT-LINE
               string "NOTE  NO ELFMAST - EVERY NAMED ELF WILL BE "
                      "HELD FOR ONBOARDING"
                      delimited by size into EDIT-LINE
               write EDIT-LINE
               go to 1300-Exit
           end-if
           if not ELFMAST-FILE-OK
               perform 2900-Error-Line
               string "ELF MASTER FILE (ELFMAST) COULD NOT BE "
                      "OPENED - STATUS " ELFMAST-FILE-STATUS
                      delimited by size into EDIT-LINE
               write EDIT-LINE
               go to 1300-Exit
           end-if

           set ELF-MASTER-SUPPLIED to true.

       1300-Exit.
           exit.
      ******************************************************************
      * One pass over the whole concatenation - every problem is
      * listed, nothing stops at the first one
      ******************************************************************
               when CIE-REC-ID = "ELF"
                and CIE-ELF-ID is numeric
                   perform 2250-Flush-Block
                   perform 2280-Check-Elf
                   set BLOCK-OPEN to true

               when CIE-REC-ID = "ELF"

               when CALORIES-IN-STOCK = spaces
                   perform 2250-Flush-Block
                   if CALORIES-IN(6:15) not = spaces
                       compute w-warning-count = w-warning-count + 1
                       move spaces to EDIT-LINE
                       string "WARNING  LINE " w-line-counter
                              "  CATEGORY/ITEMS ON A LINE WITH NO "
                              "CALORIES - READ AS ELF SEPARATOR"
                              delimited by size into EDIT-LINE
                       write EDIT-LINE
                   end-if

               when function trim(CALORIES-IN-STOCK) is numeric
                   perform 2260-Check-Detail-Codes
                   set BLOCK-OPEN to true

      * A NON-NUMERIC DETAIL VALUE IS NOT STRUCTURAL - THE REAL RUN
           end-if
           .
      ******************************************************************
      * A numeric detail line's optional food category and item
      * count - the real run rejects the one line (NCAT / NNUM) and
      * carries on, so these only warn
      ******************************************************************
       2260-Check-Detail-Codes section.

           if CID-ITEM-COUNT not = spaces
            and function trim(CID-ITEM-COUNT) not numeric
               compute w-warning-count = w-warning-count + 1
               move spaces to EDIT-LINE
               string "WARNING  LINE " w-line-counter
                      "  NON-NUMERIC ITEM COUNT ["
                      CID-ITEM-COUNT "]"
                      delimited by size into EDIT-LINE
               write EDIT-LINE
           end-if

           if CID-CATEGORY = spaces
               go to 2260-Exit
           end-if

           move CID-CATEGORY to w-line-category
           perform 2270-Find-Category
           if w-cat-found = zeroes
               compute w-warning-count = w-warning-count + 1
               move spaces to EDIT-LINE
               string "WARNING  LINE " w-line-counter
                      "  FOOD CATEGORY NOT ON CATCODES ["
                      CID-CATEGORY "]"
                      delimited by size into EDIT-LINE
               write EDIT-LINE
           end-if

           if CID-REST not = spaces
               compute w-warning-count = w-warning-count + 1
               move spaces to EDIT-LINE
               string "WARNING  LINE " w-line-counter
                      "  DATA PAST THE ITEM COUNT IGNORED ["
                      CID-REST "]"
                      delimited by size into EDIT-LINE
               write EDIT-LINE
           end-if.

       2260-Exit.
           exit.
      ******************************************************************
      * Look w-line-category up on the category reference - its
      * table position in w-cat-found, zero when it is not there
      ******************************************************************
       2270-Find-Category section.

           move zeroes to w-cat-found
           move 1 to w-cat-sub
           perform until w-cat-sub > w-cat-count
               if w-cat-code(w-cat-sub) = w-line-category
                   move w-cat-sub to w-cat-found
                   move w-cat-count to w-cat-sub
               end-if
               compute w-cat-sub = w-cat-sub + 1
           end-perform
           .
      ******************************************************************
      * An ELF record's elf on the elf master, exactly as CALORIES-
      * COUNTER's 2240 section will look it up - the real run rejects
      * a retired elf's block (RETD) and holds an unknown elf's for
      * onboarding, and carries on either way, so these only warn
      ******************************************************************
       2280-Check-Elf section.

           if not ELF-MASTER-SUPPLIED
               go to 2280-Exit
           end-if

           move CIE-ELF-ID to EM-Elf-Id
           read Elf-Master
               invalid key
                   compute w-warning-count = w-warning-count + 1
                   move spaces to EDIT-LINE
                   string "WARNING  LINE " w-line-counter
                          "  ELF " CIE-ELF-ID
                          " NOT ON ELF MASTER - BLOCK WILL BE HELD "
                          "FOR ONBOARDING"
                          delimited by size into EDIT-LINE
                   write EDIT-LINE
                   go to 2280-Exit
           end-read

           if EM-RETIRED
               compute w-warning-count = w-warning-count + 1
               move spaces to EDIT-LINE
               string "WARNING  LINE " w-line-counter
                      "  ELF " CIE-ELF-ID
                      " IS RETIRED ON ELF MASTER - BLOCK WILL BE "
                      "REJECTED RETD"
                      delimited by size into EDIT-LINE
               write EDIT-LINE
           end-if.

       2280-Exit.
           exit.
      ******************************************************************
      * A HDR - opens a section; one arriving while a section is
      * still open means the previous section lost its trailer
      ******************************************************************
           move w-line-counter to w-sect-hdr-line
           move 1 to w-sect-lines
           move zeroes to w-sect-elves
           if w-reg-indate = spaces
               move CIH-RUN-DATE to w-reg-indate
           end-if

           if CIH-RUN-DATE not numeric
               perform 2900-Error-Line
               write EDIT-LINE
           end-if

      * THE ONLY HEADER FLAG IS 'R' - THIS SECTION REPLACES THE
      * DEPOT'S EARLIER MANIFEST FOR THE DATE
           if CIH-REPLACE-FLAG not = space
            and CIH-REPLACE-FLAG not = 'R'
               perform 2900-Error-Line
               string "LINE " w-line-counter
                      "  HDR REPLACEMENT FLAG NOT BLANK OR R ["
                      CIH-REPLACE-FLAG "]"
                      delimited by size into EDIT-LINE
               write EDIT-LINE
           end-if

           perform 2350-Check-Depot
           .
      ******************************************************************
           end-if
           write EDIT-LINE

      * A NO-GO HOLDS THE WHOLE DAY RUN BACK - OPERATIONS MUST GET
      * THE DEPOTS TO RETRANSMIT BEFORE THE BATCH WINDOW CLOSES
           if w-error-count > zeroes
               move 'E'           to w-alert-severity
               move "NOGO"        to w-alert-code
               move "MANIFEST"    to w-alert-key
               move spaces        to w-alert-message
               string "MANIFEST PRE-EDIT NO-GO - " w-error-count
                      " ERRORS IN " w-section-count
                      " SECTIONS - DAY RUN HELD FOR RETRANSMISSION"
                      delimited by size into w-alert-message
               perform 8800-Raise-Alert
           end-if

           display "Manifest-Preedit errors: " w-error-count
                   "  warnings: " w-warning-count

           close File-In
           close Depot-Master
           close Elf-Master
           close Edit-Out

           move "DEPTMAST" to w-lock-resource
           perform 8600-Free-Lock
           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock

      * NO-GO CARRIES THE OVER-TOLERANCE BAND SO THE DAYRUN JOB'S
      * COND= TESTS CAN HOLD THE REAL STEP BACK; WARNINGS ALONE
      * STILL LET THE DAY RUN
           move zeroes to w-reg-rc
           Evaluate true
               when w-error-count > zeroes
                   move 8 to w-reg-rc
               when w-warning-count > zeroes
                   move 4 to w-reg-rc
           end-evaluate

      * THE REGISTER LINE IS WHAT PROVES TO REPORT DISTRIBUTION THAT
      * TODAY'S PRE-EDIT RAN
           perform 8000-Write-Run-Register
           move w-reg-rc to return-code
           .
      ******************************************************************
      * Append this execution's audit record to the permanent run
      * register - program, when it ran, volumes, result and the
      * manifest date edited
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

           move w-line-counter  to w-reg-read
           move w-error-count   to w-reg-rejected
           move w-section-count to w-reg-written
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
           perform 8600-Free-Lock.

       8000-Exit.
           exit.
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

           display "MANIFEST-PREEDIT ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           move 16 to w-reg-rc
           perform 8000-Write-Run-Register

           close File-In
           close Depot-Master
           close Edit-Out
           close Category-In
           close Elf-Master

           move "DEPTMAST" to w-lock-resource
           perform 8600-Free-Lock
           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock

           move 16 to return-code
           stop run
