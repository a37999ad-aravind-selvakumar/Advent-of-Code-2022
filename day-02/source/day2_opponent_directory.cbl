       Identification division.
       PROGRAM-ID. Opponent-Directory.
       environment division.
       input-output section.
       file-control.
      * OPPONENT REFERENCE MASTER - INDEXED (KSDS-STYLE) FILE KEYED
      * BY TEAM CODE.  SEQUENTIAL WALK IN KEY ORDER FOR THE DIRECTORY
           SELECT Opponent-Master ASSIGN TO "OPPMAST"
           organization is indexed
           access is sequential
           record key is OM-Team-Code
           file status is OPPONENT-FILE-STATUS.
      * OPPONENT DIRECTORY REPORT - THE TOURNAMENT OFFICE'S LIST OF
      * EVERY CLUB Game-Scorer WILL ACCEPT ON A MATCH HEADER
           SELECT Directory-Out ASSIGN TO "OPPDRPT"
           organization is line sequential.

       data division.
       file section.
      * OPPONENT MASTER RECORD - KEEP IN SYNC WITH
      * Opponent-Master-Maint
       FD  Opponent-Master.
       01  OPPONENT-REC.
           05  OM-Team-Code        pic x(6).
           05  OM-Name             pic x(20).
           05  OM-Division         pic x(10).
           05  OM-Home-Venue       pic x(12).
           05  OM-Status           pic x(1).
               88  OM-ACTIVE           value 'A'.
               88  OM-WITHDRAWN        value 'W'.

       FD  Directory-Out.
       01  DIRECTORY-LINE          pic x(100).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-printed-count           pic 9(5).
           05  w-active-count            pic 9(5).
           05  w-withdrawn-count         pic 9(5).
           05  w-status-word             pic x(9).

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *THE OPPONENT MASTER IS CLAIMED FOR THE DIRECTORY PASS SO AN
      *OPPMNT RUN CANNOT BE REWRITING IT UNDERNEATH
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
           05  w-lock-program            pic x(8) value "OPPDIR  ".
           05  w-lock-result             pic x(1).
           05  w-lock-holder             pic x(8).

      *ABEND WORK AREA
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "OPPDIR  ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 OPPONENT-EOF-STATUS                 pic x(1).
           88 OPPONENT-EOF                     value 'Y'.
       01 OPPONENT-FILE-STATUS                pic x(2).
           88  OPPONENT-FILE-OK                   value '00'.
           88  OPPONENT-FILE-NOT-FOUND            value '35'.

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

           initialize OPPONENT-EOF-STATUS
                      W-Variables

           move "OPPMAST " to w-lock-resource
           perform 8500-Claim-Lock

           open input Opponent-Master
           open output Directory-Out

           move spaces to DIRECTORY-LINE
           string "OPPONENT DIRECTORY"
                  delimited by size into DIRECTORY-LINE
           write DIRECTORY-LINE
           move spaces to DIRECTORY-LINE
           write DIRECTORY-LINE

           if OPPONENT-FILE-NOT-FOUND
               move spaces to DIRECTORY-LINE
               string "NO OPPONENT MASTER FILE ON CATALOG"
                      delimited by size into DIRECTORY-LINE
               write DIRECTORY-LINE
           end-if
           .
      ******************************************************************
      * Walk the whole master in team-code order
      ******************************************************************
       2000-Main-Process section.

           if OPPONENT-FILE-NOT-FOUND
               go to 2000-Exit
           end-if

           perform 2100-Read-Next

           perform until OPPONENT-EOF
               perform 2200-Print-Opponent
               perform 2100-Read-Next
           end-perform.

       2000-Exit.
           exit.
      ******************************************************************
      * Read next master record
      ******************************************************************
       2100-Read-Next section.
           read Opponent-Master next
           at end set OPPONENT-EOF to true
           end-read
           .
      ******************************************************************
      * One formatted line per club
      ******************************************************************
       2200-Print-Opponent section.

           if OM-WITHDRAWN
               move "WITHDRAWN" to w-status-word
               compute w-withdrawn-count = w-withdrawn-count + 1
           else
               move "ACTIVE" to w-status-word
               compute w-active-count = w-active-count + 1
           end-if

           move spaces to DIRECTORY-LINE
           string "TEAM " OM-Team-Code
                  "  NAME " OM-Name
                  "  DIVISION " OM-Division
                  "  VENUE " OM-Home-Venue
                  "  STATUS " w-status-word
                  delimited by size into DIRECTORY-LINE
           write DIRECTORY-LINE

           compute w-printed-count = w-printed-count + 1
           .
      ******************************************************************
      * Summary
      ******************************************************************
       3000-print-summary section.

           move spaces to DIRECTORY-LINE
           write DIRECTORY-LINE
           move spaces to DIRECTORY-LINE
           string "TEAMS LISTED " w-printed-count
                  "  ACTIVE " w-active-count
                  "  WITHDRAWN " w-withdrawn-count
                  delimited by size into DIRECTORY-LINE
           write DIRECTORY-LINE

           display "Opponent-Directory listed: " w-printed-count

           close Opponent-Master
           close Directory-Out

           move "OPPMAST " to w-lock-resource
           perform 8600-Free-Lock
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

           display "OPPONENT-DIRECTORY ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Opponent-Master
           close Directory-Out

           move "OPPMAST " to w-lock-resource
           perform 8600-Free-Lock

           move 16 to return-code
           stop run
           .
