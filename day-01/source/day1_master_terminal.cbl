       Identification division.
       PROGRAM-ID. Master-Terminal.
       environment division.
       input-output section.
       file-control.
      * DEPOT REFERENCE MASTER - INDEXED (KSDS-STYLE) FILE KEYED BY
      * DEPOT-ID.  OPENED ONLY FOR THE LENGTH OF ONE FUNCTION
           SELECT Depot-Master ASSIGN TO "DEPTMAST"
           organization is indexed
           access is random
           record key is DM-Depot-Id
           file status is DEPOT-FILE-STATUS.
      * ELF MASTER - INDEXED (KSDS-STYLE) FILE KEYED BY ELF-ID.
      * OPENED ONLY FOR THE LENGTH OF ONE FUNCTION
           SELECT Master-File ASSIGN TO "ELFMAST"
           organization is indexed
           access is random
           record key is EM-Elf-Id
           file status is MASTER-FILE-STATUS.
      * MASTER CHANGE JOURNAL - PERMANENT, APPEND-ONLY; ONE BEFORE/
      * AFTER IMAGE PER MASTER RECORD ADDED, CHANGED OR DELETED
           SELECT Journal-Out ASSIGN TO "MASTJRNL"
           organization is line sequential
           file status is JOURNAL-FILE-STATUS.

       data division.
       file section.
      * DEPOT MASTER RECORD - ONE PER REGISTERED DEPOT.  KEEP IN
      * SYNC WITH Depot-Master-Maint AND CALORIES-COUNTER
       FD  Depot-Master.
       01  DEPOT-REC.
           05  DM-Depot-Id         pic x(3).
           05  DM-Name             pic x(20).
           05  DM-Region           pic x(10).
           05  DM-Status           pic x(1).
               88  DM-ACTIVE           value 'A'.
               88  DM-CLOSED           value 'C'.

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

       FD  Journal-Out.
       01  JOURNAL-REC             pic x(149).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-applied-count           pic 9(5).
           05  w-cancelled-count         pic 9(5).
           05  w-refused-count           pic 9(5).

      *TERMINAL DIALOG - THE MENU CHOICE AND THE REPLY TO EACH
      *PROMPT.  A BLANK REPLY TO ANY PROMPT BACKS OUT TO THE MENU
       01 W-Dialog.
           05  w-choice                  pic x(2).
           05  w-reply                   pic x(20).
           05  SESSION-STATUS            pic x(1) value 'N'.
               88  SESSION-ENDED             value 'Y'.
           05  FIELD-STATUS              pic x(1).
               88  FIELD-ACCEPTED            value 'Y'.
               88  FIELD-CANCELLED           value 'C'.
               88  FIELD-RETRY               value 'N'.
           05  CONFIRM-STATUS            pic x(1).
               88  CHANGE-CONFIRMED          value 'Y'.

      *DEPOT ENTRY - THE VALUES KEYED FOR AN ADD OR CHANGE, AND THE
      *CLOSE/REOPEN ACTION NAME THAT GOES ON THE JOURNAL
       01 W-Depot-Entry.
           05  w-depot-id                pic x(3).
           05  w-depot-name              pic x(20).
           05  w-depot-region            pic x(10).
           05  w-depot-action            pic x(8).

      *ELF ENTRY - THE ELF KEYED, THE RETIRE/REINSTATE ACTION NAME
      *AND THE SIGNED BALANCE CORRECTION
       01 W-Elf-Entry.
           05  w-elf-id                  pic x(4).
           05  w-elf-action              pic x(14).
           05  w-adj-text                pic x(8).
           05  w-adj-amount              pic s9(8).
           05  w-adj-amount-disp         pic +9(8).

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
      *UNLIKE A BATCH RUN THE SESSION NEVER HOLDS A MASTER BETWEEN
      *FUNCTIONS: EACH FUNCTION CLAIMS ITS MASTER (AND THE CHANGE
      *JOURNAL WHEN IT CAN UPDATE) AND FREES THEM ON RETURN TO THE
      *MENU, SO AN IDLE TERMINAL NEVER HOLDS UP THE NIGHTLY RUN
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
           05  w-lock-program            pic x(8) value "MASTTERM".
           05  w-lock-result             pic x(1).
           05  w-lock-holder             pic x(8).
       01 W-Lock-State.
           05  LOCK-GRANT-STATUS         pic x(1).
               88  LOCK-GRANTED              value 'Y'.
           05  SIDE-STATUS               pic x(1) value 'N'.
               88  SIDE-OPEN                 value 'Y'.
           05  JOURNAL-STATUS            pic x(1) value 'N'.
               88  JOURNAL-OPEN              value 'Y'.

      *ABEND WORK AREA
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "MASTTERM".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 DEPOT-FILE-STATUS                   pic x(2).
           88  DEPOT-FILE-OK                      value '00'.
           88  DEPOT-FILE-NOT-FOUND               value '35'.
       01 MASTER-FILE-STATUS                  pic x(2).
           88  MASTER-FILE-OK                     value '00'.
           88  MASTER-FILE-NOT-FOUND              value '35'.
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

           initialize W-Variables

           move w-lock-program to w-jrn-program

           display " "
           display "AOC MASTER FILE MAINTENANCE - DEPTMAST / ELFMAST"
           display "EVERY CHANGE IS SHOWN BEFORE AND AFTER AND MUST BE"
           display "CONFIRMED; A BLANK REPLY TO ANY PROMPT RETURNS TO"
           display "THE MENU WITHOUT CHANGING ANYTHING"
           .
      ******************************************************************
      * The menu loop - one function per pass until the analyst
      * signs off
      ******************************************************************
       2000-Main-Process section.

           perform until SESSION-ENDED
               perform 2100-Show-Menu
               perform 2200-Route-Choice
           end-perform
           .
      ******************************************************************
      * Display the menu and take the choice
      ******************************************************************
       2100-Show-Menu section.

           display " "
           display "  DEPOT MASTER           ELF MASTER"
           display "  1 LOOK UP A DEPOT      6 LOOK UP AN ELF"
           display "  2 ADD A DEPOT          7 RETIRE AN ELF"
           display "  3 CHANGE A DEPOT       8 REINSTATE AN ELF"
           display "  4 CLOSE A DEPOT        9 CORRECT AN ELF'S BALANCE"
           display "  5 REOPEN A DEPOT       X SIGN OFF"
           display "CHOICE: " with no advancing

           move spaces to w-choice
           accept w-choice
           move function upper-case(w-choice) to w-choice
           .
      ******************************************************************
      * Route the choice - each function claims and opens what it
      * needs and gives it all back before the menu comes round again
      ******************************************************************
       2200-Route-Choice section.

           Evaluate function trim(w-choice)
               when "1"
                   perform 4100-Depot-Lookup
               when "2"
                   perform 4200-Depot-Add
               when "3"
                   perform 4300-Depot-Change
               when "4"
                   move "CLOSE" to w-depot-action
                   perform 4400-Depot-Status
               when "5"
                   move "REOPEN" to w-depot-action
                   perform 4400-Depot-Status
               when "6"
                   perform 5100-Elf-Lookup
               when "7"
                   move "RETIRE" to w-elf-action
                   perform 5200-Elf-Status
               when "8"
                   move "REINSTATE" to w-elf-action
                   perform 5200-Elf-Status
               when "9"
                   perform 5300-Elf-Balance
               when "X"
                   set SESSION-ENDED to true
               when other
                   display "*** UNRECOGNIZED CHOICE [" w-choice "]"
           end-evaluate
           .
      ******************************************************************
      * Sign off - what the session did
      ******************************************************************
       3000-print-summary section.

           display " "
           display "SESSION ENDED  APPLIED " w-applied-count
                   "  CANCELLED " w-cancelled-count
                   "  REFUSED " w-refused-count
           .
      ******************************************************************
      * Depot side opened for one function - the master (and for an
      * update the change journal) claimed through the suite lock
      * manager.  A busy resource is told to the analyst, not abended
      ******************************************************************
       4000-Open-Depot-Side section.

           move 'N' to SIDE-STATUS

           move "DEPTMAST" to w-lock-resource
           perform 8500-Claim-Lock
           if not LOCK-GRANTED
               go to 4000-Exit
           end-if

           if w-choice not = "1"
               move "MASTJRNL" to w-lock-resource
               perform 8500-Claim-Lock
               if not LOCK-GRANTED
                   move "DEPTMAST" to w-lock-resource
                   perform 8600-Free-Lock
                   go to 4000-Exit
               end-if
           end-if

      * A BRAND-NEW INSTALLATION HAS NO DEPOT MASTER YET - CREATE AN
      * EMPTY ONE, THEN REOPEN IT FOR THE READ/REWRITE TRAFFIC BELOW
           open i-o Depot-Master
           if DEPOT-FILE-NOT-FOUND
               open output Depot-Master
               close Depot-Master
               open i-o Depot-Master
           end-if
           if not DEPOT-FILE-OK
               move "DEPOT MASTER FILE COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           if w-choice not = "1"
               move "DEPTMAST" to w-jrn-file
               perform 8100-Open-Journal
           end-if

           set SIDE-OPEN to true.

       4000-Exit.
           exit.
      ******************************************************************
      * Depot side closed and its resources freed
      ******************************************************************
       4090-Close-Depot-Side section.

           if SIDE-OPEN
               close Depot-Master
               if JOURNAL-OPEN
                   close Journal-Out
                   move 'N' to JOURNAL-STATUS
               end-if
               move 'N' to SIDE-STATUS
           end-if

           move "DEPTMAST" to w-lock-resource
           perform 8600-Free-Lock
           move "MASTJRNL" to w-lock-resource
           perform 8600-Free-Lock
           .
      ******************************************************************
      * 1 - look up a depot
      ******************************************************************
       4100-Depot-Lookup section.

           perform 4000-Open-Depot-Side
           if not SIDE-OPEN
               go to 4100-Exit
           end-if

           perform 4550-Ask-Registered-Depot
           if FIELD-CANCELLED
               perform 4090-Close-Depot-Side
               go to 4100-Exit
           end-if

           perform 4600-Show-Depot
           perform 4090-Close-Depot-Side.

       4100-Exit.
           exit.
      ******************************************************************
      * 2 - add a depot.  As in Depot-Master-Maint's ADD, the depot
      * is registered active and an id already on the master is a
      * duplicate, not an update - here it is refused as it is keyed
      ******************************************************************
       4200-Depot-Add section.

           perform 4000-Open-Depot-Side
           if not SIDE-OPEN
               go to 4200-Exit
           end-if

           move 'N' to FIELD-STATUS
           perform until not FIELD-RETRY
               perform 4500-Ask-Depot-Id
               if FIELD-ACCEPTED
                   move w-depot-id to DM-Depot-Id
                   read Depot-Master
                       invalid key
                           continue
                   end-read
                   if DEPOT-FILE-OK
                       display "*** DEPOT " w-depot-id
                               " ALREADY REGISTERED"
                       move 'N' to FIELD-STATUS
                   end-if
               end-if
           end-perform
           if FIELD-CANCELLED
               perform 4090-Close-Depot-Side
               go to 4200-Exit
           end-if

           display "NAME (20): " with no advancing
           move spaces to w-depot-name
           accept w-depot-name
           display "REGION (10): " with no advancing
           move spaces to w-depot-region
           accept w-depot-region

           move w-depot-id     to DM-Depot-Id
           move w-depot-name   to DM-Name
           move w-depot-region to DM-Region
           set DM-ACTIVE       to true

           display "BEFORE  (NOT ON MASTER)"
           display "AFTER   " with no advancing
           perform 4600-Show-Depot
           perform 6000-Confirm
           if not CHANGE-CONFIRMED
               perform 4090-Close-Depot-Side
               go to 4200-Exit
           end-if

           write DEPOT-REC
               invalid key
                   display "*** DEPOT " w-depot-id
                           " ALREADY REGISTERED - NOT ADDED"
                   compute w-refused-count = w-refused-count + 1
                   perform 4090-Close-Depot-Side
                   go to 4200-Exit
           end-write

           move "ADD"       to w-jrn-txn-type
           move 'A'         to w-jrn-action
           move DM-Depot-Id to w-jrn-key
           move spaces      to w-jrn-before
           move DEPOT-REC   to w-jrn-after
           perform 8150-Write-Journal

           compute w-applied-count = w-applied-count + 1
           display "APPLIED  ADD DEPOT " w-depot-id
           perform 4090-Close-Depot-Side.

       4200-Exit.
           exit.
      ******************************************************************
      * 3 - change a depot's name and region.  As in the batch
      * CHANGE, a field left blank keeps the master's value
      ******************************************************************
       4300-Depot-Change section.

           perform 4000-Open-Depot-Side
           if not SIDE-OPEN
               go to 4300-Exit
           end-if

           perform 4550-Ask-Registered-Depot
           if FIELD-CANCELLED
               perform 4090-Close-Depot-Side
               go to 4300-Exit
           end-if

           display "BEFORE  " with no advancing
           perform 4600-Show-Depot
           move DEPOT-REC to w-jrn-before

           display "NEW NAME (20, BLANK = KEEP): " with no advancing
           move spaces to w-depot-name
           accept w-depot-name
           display "NEW REGION (10, BLANK = KEEP): " with no advancing
           move spaces to w-depot-region
           accept w-depot-region

           if w-depot-name = spaces and w-depot-region = spaces
               display "NOTHING TO CHANGE"
               compute w-cancelled-count = w-cancelled-count + 1
               perform 4090-Close-Depot-Side
               go to 4300-Exit
           end-if

           if w-depot-name not = spaces
               move w-depot-name to DM-Name
           end-if
           if w-depot-region not = spaces
               move w-depot-region to DM-Region
           end-if

           display "AFTER   " with no advancing
           perform 4600-Show-Depot
           perform 6000-Confirm
           if not CHANGE-CONFIRMED
               perform 4090-Close-Depot-Side
               go to 4300-Exit
           end-if

           rewrite DEPOT-REC
               invalid key
                   move "REWRITE TO DEPOT MASTER FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite

           move "CHANGE"    to w-jrn-txn-type
           move 'C'         to w-jrn-action
           move DM-Depot-Id to w-jrn-key
           move DEPOT-REC   to w-jrn-after
           perform 8150-Write-Journal

           compute w-applied-count = w-applied-count + 1
           display "APPLIED  CHANGE DEPOT " w-depot-id
           perform 4090-Close-Depot-Side.

       4300-Exit.
           exit.
      ******************************************************************
      * 4 / 5 - close or reopen a depot.  A closed depot's manifests
      * are rejected by CALORIES-COUNTER until it is reopened
      ******************************************************************
       4400-Depot-Status section.

           perform 4000-Open-Depot-Side
           if not SIDE-OPEN
               go to 4400-Exit
           end-if

           perform 4550-Ask-Registered-Depot
           if FIELD-CANCELLED
               perform 4090-Close-Depot-Side
               go to 4400-Exit
           end-if

           display "BEFORE  " with no advancing
           perform 4600-Show-Depot
           move DEPOT-REC to w-jrn-before

           if w-depot-action = "CLOSE"
               set DM-CLOSED to true
           else
               set DM-ACTIVE to true
           end-if

           display "AFTER   " with no advancing
           perform 4600-Show-Depot
           perform 6000-Confirm
           if not CHANGE-CONFIRMED
               perform 4090-Close-Depot-Side
               go to 4400-Exit
           end-if

           rewrite DEPOT-REC
               invalid key
                   move "REWRITE TO DEPOT MASTER FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite

           move w-depot-action to w-jrn-txn-type
           move 'C'            to w-jrn-action
           move DM-Depot-Id    to w-jrn-key
           move DEPOT-REC      to w-jrn-after
           perform 8150-Write-Journal

           compute w-applied-count = w-applied-count + 1
           display "APPLIED  " w-depot-action " DEPOT " w-depot-id
                   "  STATUS NOW " DM-Status
           perform 4090-Close-Depot-Side.

       4400-Exit.
           exit.
      ******************************************************************
      * Prompt for a depot-id - blank backs out; the batch rule that
      * a depot-id may not be blank is the only edit on the key
      ******************************************************************
       4500-Ask-Depot-Id section.

           display "DEPOT-ID (3): " with no advancing
           move spaces to w-reply
           accept w-reply
           move function upper-case(w-reply) to w-reply

           if w-reply = spaces
               set FIELD-CANCELLED to true
               compute w-cancelled-count = w-cancelled-count + 1
               go to 4500-Exit
           end-if

           if w-reply(4:17) not = spaces
               display "*** DEPOT-ID IS AT MOST 3 CHARACTERS"
               move 'N' to FIELD-STATUS
               go to 4500-Exit
           end-if

           move w-reply(1:3) to w-depot-id
           set FIELD-ACCEPTED to true.

       4500-Exit.
           exit.
      ******************************************************************
      * Prompt until the depot-id keyed is on the master (the batch
      * CHANGE/CLOSE/REOPEN reject - NOT ON MASTER - caught at entry)
      ******************************************************************
       4550-Ask-Registered-Depot section.

           move 'N' to FIELD-STATUS
           perform until not FIELD-RETRY
               perform 4500-Ask-Depot-Id
               if FIELD-ACCEPTED
                   move w-depot-id to DM-Depot-Id
                   read Depot-Master
                       invalid key
                           display "*** DEPOT " w-depot-id
                                   " NOT ON MASTER"
                           move 'N' to FIELD-STATUS
                   end-read
               end-if
           end-perform
           .
      ******************************************************************
      * The depot record currently in the FD
      ******************************************************************
       4600-Show-Depot section.

           display "DEPOT " DM-Depot-Id
                   "  NAME " DM-Name
                   "  REGION " DM-Region
                   "  STATUS " DM-Status
           .
      ******************************************************************
      * Elf side opened for one function - the master (and for an
      * update the change journal) claimed through the suite lock
      * manager.  A busy resource is told to the analyst, not abended
      ******************************************************************
       5000-Open-Elf-Side section.

           move 'N' to SIDE-STATUS

           move "ELFMAST " to w-lock-resource
           perform 8500-Claim-Lock
           if not LOCK-GRANTED
               go to 5000-Exit
           end-if

           if w-choice not = "6"
               move "MASTJRNL" to w-lock-resource
               perform 8500-Claim-Lock
               if not LOCK-GRANTED
                   move "ELFMAST " to w-lock-resource
                   perform 8600-Free-Lock
                   go to 5000-Exit
               end-if
           end-if

      * THE MASTER MUST ALREADY EXIST - THERE IS NOTHING TO MAINTAIN
      * ON A SEASON THE DAILY UPDATE HAS NOT YET STARTED
           open i-o Master-File
           if not MASTER-FILE-OK
               display "*** ELF MASTER FILE COULD NOT BE OPENED"
               move "ELFMAST " to w-lock-resource
               perform 8600-Free-Lock
               move "MASTJRNL" to w-lock-resource
               perform 8600-Free-Lock
               go to 5000-Exit
           end-if

           if w-choice not = "6"
               move "ELFMAST " to w-jrn-file
               perform 8100-Open-Journal
           end-if

           set SIDE-OPEN to true.

       5000-Exit.
           exit.
      ******************************************************************
      * Elf side closed and its resources freed
      ******************************************************************
       5090-Close-Elf-Side section.

           if SIDE-OPEN
               close Master-File
               if JOURNAL-OPEN
                   close Journal-Out
                   move 'N' to JOURNAL-STATUS
               end-if
               move 'N' to SIDE-STATUS
           end-if

           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock
           move "MASTJRNL" to w-lock-resource
           perform 8600-Free-Lock
           .
      ******************************************************************
      * 6 - look up an elf
      ******************************************************************
       5100-Elf-Lookup section.

           perform 5000-Open-Elf-Side
           if not SIDE-OPEN
               go to 5100-Exit
           end-if

           perform 5550-Ask-Registered-Elf
           if FIELD-CANCELLED
               perform 5090-Close-Elf-Side
               go to 5100-Exit
           end-if

           perform 5600-Show-Elf
           perform 5090-Close-Elf-Side.

       5100-Exit.
           exit.
      ******************************************************************
      * 7 / 8 - retire or reinstate an elf.  Elf-Master-Trans's
      * rules: an elf already retired cannot be retired again, and
      * only a retired elf can be reinstated
      ******************************************************************
       5200-Elf-Status section.

           perform 5000-Open-Elf-Side
           if not SIDE-OPEN
               go to 5200-Exit
           end-if

           move 'N' to FIELD-STATUS
           perform until not FIELD-RETRY
               perform 5550-Ask-Registered-Elf
               if FIELD-ACCEPTED
                   Evaluate true
                       when w-elf-action = "RETIRE" and EM-RETIRED
                           display "*** ELF IS ALREADY RETIRED"
                           move 'N' to FIELD-STATUS
                       when w-elf-action = "REINSTATE"
                        and not EM-RETIRED
                           display "*** ELF IS NOT RETIRED"
                           move 'N' to FIELD-STATUS
                   end-evaluate
               end-if
           end-perform
           if FIELD-CANCELLED
               perform 5090-Close-Elf-Side
               go to 5200-Exit
           end-if

           display "BEFORE  " with no advancing
           perform 5600-Show-Elf
           move MASTER-REC to w-jrn-before

           if w-elf-action = "RETIRE"
               move 'R' to EM-Status
           else
               move 'A' to EM-Status
           end-if

           display "AFTER   " with no advancing
           perform 5600-Show-Elf
           perform 6000-Confirm
           if not CHANGE-CONFIRMED
               perform 5090-Close-Elf-Side
               go to 5200-Exit
           end-if

           rewrite MASTER-REC
               invalid key
                   move "REWRITE TO ELF MASTER FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite

           move w-elf-action to w-jrn-txn-type
           move 'C'          to w-jrn-action
           move EM-Elf-Id    to w-jrn-key
           move MASTER-REC   to w-jrn-after
           perform 8150-Write-Journal

           compute w-applied-count = w-applied-count + 1
           display "APPLIED  " w-elf-action " ELF " w-elf-id
           perform 5090-Close-Elf-Side.

       5200-Exit.
           exit.
      ******************************************************************
      * 9 - correct an elf's season balance by a signed amount.
      * Elf-Master-Trans's ADJUST-BALANCE rules: the amount is up to
      * 8 characters, optionally signed, and a correction that would
      * drive the balance negative is refused, not clamped
      ******************************************************************
       5300-Elf-Balance section.

           perform 5000-Open-Elf-Side
           if not SIDE-OPEN
               go to 5300-Exit
           end-if

           perform 5550-Ask-Registered-Elf
           if FIELD-CANCELLED
               perform 5090-Close-Elf-Side
               go to 5300-Exit
           end-if

           display "BEFORE  " with no advancing
           perform 5600-Show-Elf
           move MASTER-REC to w-jrn-before

           move 'N' to FIELD-STATUS
           perform until not FIELD-RETRY
               perform 5700-Ask-Amount
           end-perform
           if FIELD-CANCELLED
               perform 5090-Close-Elf-Side
               go to 5300-Exit
           end-if

           add w-adj-amount to EM-Season-Calories

           display "AFTER   " with no advancing
           perform 5600-Show-Elf
           perform 6000-Confirm
           if not CHANGE-CONFIRMED
               perform 5090-Close-Elf-Side
               go to 5300-Exit
           end-if

           rewrite MASTER-REC
               invalid key
                   move "REWRITE TO ELF MASTER FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite

           move "ADJUST-BALANCE" to w-jrn-txn-type
           move 'C'              to w-jrn-action
           move EM-Elf-Id        to w-jrn-key
           move MASTER-REC       to w-jrn-after
           perform 8150-Write-Journal

           move w-adj-amount to w-adj-amount-disp
           compute w-applied-count = w-applied-count + 1
           display "APPLIED  ADJUST-BALANCE ELF " w-elf-id
                   "  AMOUNT " w-adj-amount-disp
           perform 5090-Close-Elf-Side.

       5300-Exit.
           exit.
      ******************************************************************
      * Prompt until the elf-id keyed is numeric and on the master -
      * the batch ELF-ID IS NOT NUMERIC / ELF NOT ON MASTER rejects
      * caught at entry.  Blank backs out
      ******************************************************************
       5550-Ask-Registered-Elf section.

           move 'N' to FIELD-STATUS
           perform until not FIELD-RETRY
               display "ELF-ID (4 DIGITS): " with no advancing
               move spaces to w-reply
               accept w-reply
               Evaluate true
                   when w-reply = spaces
                       set FIELD-CANCELLED to true
                       compute w-cancelled-count =
                               w-cancelled-count + 1
                   when w-reply(1:4) not numeric
                    or w-reply(5:16) not = spaces
                       display "*** ELF-ID IS NOT NUMERIC"
                   when other
                       move w-reply(1:4) to w-elf-id
                       move w-elf-id to EM-Elf-Id
                       set FIELD-ACCEPTED to true
                       read Master-File
                           invalid key
                               display "*** ELF " w-elf-id
                                       " NOT ON MASTER"
                               move 'N' to FIELD-STATUS
                       end-read
               end-evaluate
           end-perform
           .
      ******************************************************************
      * The elf record currently in the FD
      ******************************************************************
       5600-Show-Elf section.

           display "ELF " EM-Elf-Id
                   "  SEASON-CAL " EM-Season-Calories
                   "  DAYS " EM-Days-Reported
                   "  BEST " EM-Best-Calories
                   " ON " EM-Best-Date
                   "  LAST " EM-Last-Date
                   "  STATUS " EM-Status
           .
      ******************************************************************
      * Prompt for the signed correction - edited as the batch edits
      * TX-Amount, then checked against the balance it would leave
      ******************************************************************
       5700-Ask-Amount section.

           display "CORRECTION (+/-NNNNNNN): " with no advancing
           move spaces to w-reply
           accept w-reply

           if w-reply = spaces
               set FIELD-CANCELLED to true
               compute w-cancelled-count = w-cancelled-count + 1
               go to 5700-Exit
           end-if

           if w-reply(9:12) not = spaces
               display "*** AMOUNT IS AT MOST 8 CHARACTERS"
               go to 5700-Exit
           end-if
           move w-reply(1:8) to w-adj-text

           if function trim(w-adj-text) not numeric
               if w-adj-text(1:1) not = '-'
                and w-adj-text(1:1) not = '+'
                   display "*** AMOUNT IS NOT NUMERIC"
                   go to 5700-Exit
               end-if
               if function trim(w-adj-text(2:7)) not numeric
                or w-adj-text(2:7) = spaces
                   display "*** AMOUNT IS NOT NUMERIC"
                   go to 5700-Exit
               end-if
           end-if

           compute w-adj-amount =
                   function numval(function trim(w-adj-text))

           if w-adj-amount < zeroes
            and EM-Season-Calories < (zeroes - w-adj-amount)
               display "*** CORRECTION WOULD DRIVE BALANCE NEGATIVE"
               go to 5700-Exit
           end-if

           set FIELD-ACCEPTED to true.

       5700-Exit.
           exit.
      ******************************************************************
      * Confirm the change just shown - only Y rewrites the master
      ******************************************************************
       6000-Confirm section.

           display "CONFIRM CHANGE (Y/N): " with no advancing
           move spaces to w-reply
           accept w-reply
           move function upper-case(w-reply) to w-reply

           if w-reply = "Y"
               set CHANGE-CONFIRMED to true
           else
               move 'N' to CONFIRM-STATUS
               compute w-cancelled-count = w-cancelled-count + 1
               display "NOT CONFIRMED - MASTER UNCHANGED"
           end-if
           .
      ******************************************************************
      * Open the master change journal for append.  The journal
      * outlives every run - create it only the very first time
      ******************************************************************
       8100-Open-Journal section.

           open extend Journal-Out
           if JOURNAL-FILE-NOT-FOUND
               open output Journal-Out
           end-if
           if not JOURNAL-FILE-OK
               move "MASTER CHANGE JOURNAL (MASTJRNL) COULD NOT OPEN"
                 to w-abend-message
               perform 9000-Abend
           end-if
           set JOURNAL-OPEN to true
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
      * Claim a shared resource through the suite lock manager.  At
      * a terminal a resource still busy after the manager's waits
      * is reported to the analyst - who holds it - and the function
      * is refused; the session carries on
      ******************************************************************
       8500-Claim-Lock section.

           move 'N' to LOCK-GRANT-STATUS
           move 'C' to w-lock-action
           call "SUITELCK" using W-Lock-Area
           if w-lock-result = 'Y'
               set LOCK-GRANTED to true
           else
               compute w-refused-count = w-refused-count + 1
               display "*** " w-lock-resource " HELD BY "
                       w-lock-holder " - TRY AGAIN LATER"
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

           display "MASTER-TERMINAL ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Depot-Master
           close Master-File
           close Journal-Out

           move "DEPTMAST" to w-lock-resource
           perform 8600-Free-Lock
           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock
           move "MASTJRNL" to w-lock-resource
           perform 8600-Free-Lock

           move 16 to return-code
           stop run
           .
