       Identification division.
       PROGRAM-ID. Opponent-Master-Maint.
       environment division.
       input-output section.
       file-control.
      * OPPONENT MAINTENANCE TRANSACTIONS - FIXED-COLUMN CONTROL
      * FILE KEYED BY THE TOURNAMENT OFFICE: ONE ACTION PER LINE
           SELECT Txn-In ASSIGN TO "OPPTXN"
           organization is line sequential
           file status is TXN-FILE-STATUS.
      * OPPONENT REFERENCE MASTER - INDEXED (KSDS-STYLE) FILE KEYED
      * BY TEAM CODE CARRYING EACH CLUB'S NAME, DIVISION, HOME
      * VENUE AND STATUS.  Game-Scorer VALIDATES EVERY MATCH
      * HEADER'S OPPONENT AGAINST IT
           SELECT Opponent-Master ASSIGN TO "OPPMAST"
           organization is indexed
           access is random
           record key is OM-Team-Code
           file status is OPPONENT-FILE-STATUS.
      * MAINTENANCE AUDIT REPORT - ONE LINE PER TRANSACTION,
      * APPLIED OR REJECTED
           SELECT Maint-Out ASSIGN TO "OPPRPT"
           organization is line sequential.

       data division.
       file section.
      * OPPONENT TRANSACTION - ACTION, TEAM CODE AND THE REPLACEMENT
      * NAME/DIVISION/VENUE VALUES (ADD AND CHANGE ONLY)
       FD  Txn-In.
       01  TXN-REC.
           05  TX-Action           pic x(8).
           05  filler              pic x(2).
           05  TX-Team-Code        pic x(6).
           05  filler              pic x(2).
           05  TX-Name             pic x(20).
           05  filler              pic x(2).
           05  TX-Division         pic x(10).
           05  filler              pic x(2).
           05  TX-Venue            pic x(12).

      * OPPONENT MASTER RECORD - ONE PER REGISTERED CLUB.  KEEP IN
      * SYNC WITH Game-Scorer AND Opponent-Directory
       FD  Opponent-Master.
       01  OPPONENT-REC.
           05  OM-Team-Code        pic x(6).
           05  OM-Name             pic x(20).
           05  OM-Division         pic x(10).
           05  OM-Home-Venue       pic x(12).
           05  OM-Status           pic x(1).
               88  OM-ACTIVE           value 'A'.
               88  OM-WITHDRAWN        value 'W'.

       FD  Maint-Out.
       01  MAINT-LINE              pic x(100).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-read-count              pic 9(5).
           05  w-applied-count           pic 9(5).
           05  w-rejected-count          pic 9(5).

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *THE OPPONENT MASTER IS CLAIMED FOR THE WHOLE MAINTENANCE RUN
      *SO GAMESCOR NEVER READS A HALF-REWRITTEN CLUB
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
           05  w-lock-program            pic x(8) value "OPPMNT  ".
           05  w-lock-result             pic x(1).
           05  w-lock-holder             pic x(8).

      *ABEND WORK AREA
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "OPPMNT  ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 TXN-EOF-STATUS                      pic x(1).
           88 TXN-EOF                          value 'Y'.
       01 TXN-FILE-STATUS                     pic x(2).
           88  TXN-FILE-OK                        value '00'.
       01 OPPONENT-FILE-STATUS                pic x(2).
           88  OPPONENT-FILE-OK                   value '00'.
           88  OPPONENT-FILE-NOT-FOUND            value '35'.
           88  OPPONENT-REC-NOT-FOUND             value '23'.

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

           open input Txn-In
           open output Maint-Out

           if not TXN-FILE-OK
               move "OPPONENT TRANSACTION FILE (OPPTXN) IS MISSING"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move "OPPMAST " to w-lock-resource
           perform 8500-Claim-Lock

      * A BRAND-NEW INSTALLATION HAS NO OPPONENT MASTER YET - CREATE
      * AN EMPTY ONE, THEN REOPEN IT FOR THE READ/REWRITE TRAFFIC
           open i-o Opponent-Master
           if OPPONENT-FILE-NOT-FOUND
               open output Opponent-Master
               close Opponent-Master
               open i-o Opponent-Master
           end-if

           if not OPPONENT-FILE-OK
               move "OPPONENT MASTER FILE COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           .
      ******************************************************************
      * Apply each transaction in control-file order
      ******************************************************************
       2000-Main-Process section.

           perform 2100-Read-Txn

           perform until TXN-EOF
               compute w-read-count = w-read-count + 1
               perform 2200-Apply-Txn
               perform 2100-Read-Txn
           end-perform
           .
      ******************************************************************
      * Read transaction file
      ******************************************************************
       2100-Read-Txn section.
           read Txn-In into TXN-REC
           at end set TXN-EOF to true
           end-read
           .
      ******************************************************************
      * One transaction - routed by action.  Anything unrecognizable
      * is rejected and reported, never guessed at
      ******************************************************************
       2200-Apply-Txn section.

           if TX-Team-Code = spaces
               perform 2900-Reject-Txn
               go to 2200-Exit
           end-if

           Evaluate function trim(TX-Action)
               when "ADD"
                   perform 2300-Add-Opponent
               when "CHANGE"
                   perform 2400-Change-Opponent
               when "WITHDRAW"
                   perform 2500-Set-Status
               when "REINSTAT"
                   perform 2500-Set-Status
               when other
                   perform 2900-Reject-Txn
           end-evaluate.

       2200-Exit.
           exit.
      ******************************************************************
      * ADD - register a brand-new club as active.  A team code
      * already on the master is a rejected duplicate, not an update
      ******************************************************************
       2300-Add-Opponent section.

      * A CLUB WITH NO NAME CANNOT BE TOLD APART FROM A TYPO ON
      * THE DIRECTORY - THE NAME IS THE ONE MANDATORY FIELD
           if TX-Name = spaces
               compute w-rejected-count = w-rejected-count + 1
               move spaces to MAINT-LINE
               string "REJECTED ADD      TEAM " TX-Team-Code
                      "  NO TEAM NAME GIVEN"
                      delimited by size into MAINT-LINE
               write MAINT-LINE
               go to 2300-Exit
           end-if

           move TX-Team-Code to OM-Team-Code
           move TX-Name      to OM-Name
           move TX-Division  to OM-Division
           move TX-Venue     to OM-Home-Venue
           set OM-ACTIVE     to true

           write OPPONENT-REC
               invalid key
                   compute w-rejected-count = w-rejected-count + 1
                   move spaces to MAINT-LINE
                   string "REJECTED ADD      TEAM " TX-Team-Code
                          "  ALREADY REGISTERED"
                          delimited by size into MAINT-LINE
                   write MAINT-LINE
                   go to 2300-Exit
           end-write

           compute w-applied-count = w-applied-count + 1
           move spaces to MAINT-LINE
           string "APPLIED  ADD      TEAM " TX-Team-Code
                  "  NAME " TX-Name
                  "  DIVISION " TX-Division
                  "  VENUE " TX-Venue
                  delimited by size into MAINT-LINE
           write MAINT-LINE.

       2300-Exit.
           exit.
      ******************************************************************
      * CHANGE - replace the name/division/venue of a registered
      * club.  Blank transaction fields leave the master value as
      * it was
      ******************************************************************
       2400-Change-Opponent section.

           move TX-Team-Code to OM-Team-Code
           read Opponent-Master
               invalid key
                   compute w-rejected-count = w-rejected-count + 1
                   move spaces to MAINT-LINE
                   string "REJECTED CHANGE   TEAM " TX-Team-Code
                          "  NOT ON MASTER"
                          delimited by size into MAINT-LINE
                   write MAINT-LINE
                   go to 2400-Exit
           end-read

           if TX-Name not = spaces
               move TX-Name to OM-Name
           end-if
           if TX-Division not = spaces
               move TX-Division to OM-Division
           end-if
           if TX-Venue not = spaces
               move TX-Venue to OM-Home-Venue
           end-if

           rewrite OPPONENT-REC
               invalid key
                   move "REWRITE TO OPPONENT MASTER FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite

           compute w-applied-count = w-applied-count + 1
           move spaces to MAINT-LINE
           string "APPLIED  CHANGE   TEAM " TX-Team-Code
                  "  NAME " OM-Name
                  "  DIVISION " OM-Division
                  "  VENUE " OM-Home-Venue
                  delimited by size into MAINT-LINE
           write MAINT-LINE.

       2400-Exit.
           exit.
      ******************************************************************
      * WITHDRAW / REINSTAT - flip the club's status.  A withdrawn
      * club's matches are refused by Game-Scorer until reinstated
      ******************************************************************
       2500-Set-Status section.

           move TX-Team-Code to OM-Team-Code
           read Opponent-Master
               invalid key
                   compute w-rejected-count = w-rejected-count + 1
                   move spaces to MAINT-LINE
                   string "REJECTED " TX-Action
                          " TEAM " TX-Team-Code
                          "  NOT ON MASTER"
                          delimited by size into MAINT-LINE
                   write MAINT-LINE
                   go to 2500-Exit
           end-read

           if function trim(TX-Action) = "WITHDRAW"
               set OM-WITHDRAWN to true
           else
               set OM-ACTIVE to true
           end-if

           rewrite OPPONENT-REC
               invalid key
                   move "REWRITE TO OPPONENT MASTER FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite

           compute w-applied-count = w-applied-count + 1
           move spaces to MAINT-LINE
           string "APPLIED  " TX-Action
                  " TEAM " TX-Team-Code
                  "  STATUS NOW " OM-Status
                  delimited by size into MAINT-LINE
           write MAINT-LINE.

       2500-Exit.
           exit.
      ******************************************************************
      * Unrecognized or incomplete transaction
      ******************************************************************
       2900-Reject-Txn section.

           compute w-rejected-count = w-rejected-count + 1
           move spaces to MAINT-LINE
           string "REJECTED  UNRECOGNIZED TRANSACTION ["
                  TX-Action "] TEAM [" TX-Team-Code "]"
                  delimited by size into MAINT-LINE
           write MAINT-LINE
           .
      ******************************************************************
      * Summary
      ******************************************************************
       3000-print-summary section.

           move spaces to MAINT-LINE
           write MAINT-LINE
           move spaces to MAINT-LINE
           string "TRANSACTIONS READ " w-read-count
                  "  APPLIED " w-applied-count
                  "  REJECTED " w-rejected-count
                  delimited by size into MAINT-LINE
           write MAINT-LINE

           display "Opponent-Master-Maint read: " w-read-count
                   "  applied: " w-applied-count
                   "  rejected: " w-rejected-count

           close Txn-In
           close Opponent-Master
           close Maint-Out

           move "OPPMAST " to w-lock-resource
           perform 8600-Free-Lock

      * A REJECTED TRANSACTION IS A WARNING, NOT A FAILURE - THE
      * OPERATOR GETS THE SAME GRADED BANDS AS THE MAIN PROGRAMS
           if w-rejected-count > zeroes
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

           display "OPPONENT-MASTER-MAINT ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Txn-In
           close Opponent-Master
           close Maint-Out

           move "OPPMAST " to w-lock-resource
           perform 8600-Free-Lock

           move 16 to return-code
           stop run
           .
