      * APPLIED OR REJECTED
           SELECT Maint-Out ASSIGN TO "DEPTRPT"
           organization is line sequential.
      * MASTER CHANGE JOURNAL - PERMANENT, APPEND-ONLY; ONE BEFORE/
      * AFTER IMAGE PER MASTER RECORD ADDED, CHANGED OR DELETED
           SELECT Journal-Out ASSIGN TO "MASTJRNL"
           organization is line sequential
           file status is JOURNAL-FILE-STATUS.
      * DEPOT MONTHLY TARGETS - INDEXED, KEYED BY DEPOT-ID + MONTH.
      * THE SUPPLY OFFICE'S TARGET TRANSACTIONS SET THEM HERE;
      * Depot-Target-Variance POSTS EACH MONTH'S PROGRESS BACK
           SELECT Target-File ASSIGN TO "DEPTTGT"
           organization is indexed
           access is random
           record key is TG-Key
           file status is TARGET-FILE-STATUS.

       data division.
       file section.
      * DEPOT TRANSACTION - ACTION, DEPOT-ID AND THE REPLACEMENT
      * NAME/REGION VALUES (ADD AND CHANGE ONLY).  A TARGET
      * TRANSACTION CARRIES THE MONTH (YYYYMM) AND THE MONTH'S
      * CALORIE TARGET IN THE NAME COLUMNS INSTEAD
       FD  Txn-In.
       01  TXN-REC.
           05  TX-Action           pic x(8).
           05  TX-Depot-Id         pic x(3).
           05  filler              pic x(2).
           05  TX-Name             pic x(20).
           05  TX-Target-Data redefines TX-Name.
               10  TX-Tgt-Month        pic x(6).
               10  filler              pic x(1).
               10  TX-Tgt-Amount       pic x(10).
               10  filler              pic x(3).
           05  filler              pic x(2).
           05  TX-Region           pic x(10).

       FD  Maint-Out.
       01  MAINT-LINE              pic x(100).

       FD  Journal-Out.
       01  JOURNAL-REC             pic x(149).

      * DEPOT MONTHLY TARGET RECORD - KEEP IN SYNC WITH
      * Depot-Target-Variance AND Depot-Directory.  THE TARGET AND
      * SET-DATE ARE MAINTAINED HERE; THE AS-OF, ACTUAL, PROJECTED
      * AND STATUS FIELDS ARE POSTED BY EACH VARIANCE RUN
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

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-read-count              pic 9(5).
           05  w-applied-count           pic 9(5).
           05  w-rejected-count          pic 9(5).
           05  w-today                   pic 9(8).
           05  w-old-target              pic 9(10).
           05  w-tgt-mm                  pic 9(2).

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
      *THE DEPOT MASTER IS CLAIMED FOR THE WHOLE MAINTENANCE RUN
      *SO CALCOUNT/CALEDIT NEVER READ A HALF-REWRITTEN DEPOT; THE
      *CHANGE JOURNAL IS CLAIMED WITH IT
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "DEPTMNT ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 TXN-EOF-STATUS                      pic x(1).
           88 TXN-EOF                          value 'Y'.
           88  DEPOT-FILE-OK                      value '00'.
           88  DEPOT-FILE-NOT-FOUND               value '35'.
           88  DEPOT-REC-NOT-FOUND                value '23'.
       01 JOURNAL-FILE-STATUS                 pic x(2).
           88  JOURNAL-FILE-OK                    value '00'.
           88  JOURNAL-FILE-NOT-FOUND             value '35'.
       01 TARGET-FILE-STATUS                  pic x(2).
           88  TARGET-FILE-OK                     value '00'.
           88  TARGET-FILE-NOT-FOUND              value '35'.
       01 TARGET-OPEN-STATUS                  pic x(1) value 'N'.
           88  TARGET-IS-OPEN                     value 'Y'.

       Procedure Division.
       0000-Begin Section.

           initialize TXN-EOF-STATUS
                      W-Variables
           accept w-today from date yyyymmdd

           open input Txn-In
           open output Maint-Out
                 to w-abend-message
               perform 9000-Abend
           end-if

           move "MASTJRNL" to w-lock-resource
           perform 8500-Claim-Lock
           perform 8100-Open-Journal
           .
      ******************************************************************
      * Apply each transaction in control-file order
                   perform 2500-Set-Status
               when "REOPEN"
                   perform 2500-Set-Status
               when "TARGET"
                   perform 2600-Set-Target
               when other
                   perform 2900-Reject-Txn
           end-evaluate.
                   go to 2300-Exit
           end-write

           move "ADD"       to w-jrn-txn-type
           move 'A'         to w-jrn-action
           move DM-Depot-Id to w-jrn-key
           move spaces      to w-jrn-before
           move DEPOT-REC   to w-jrn-after
           perform 8150-Write-Journal

           compute w-applied-count = w-applied-count + 1
           move spaces to MAINT-LINE
           string "APPLIED  ADD     DEPOT " TX-Depot-Id
                   go to 2400-Exit
           end-read

           move DEPOT-REC to w-jrn-before

           if TX-Name not = spaces
               move TX-Name to DM-Name
           end-if
                   perform 9000-Abend
           end-rewrite

           move "CHANGE"    to w-jrn-txn-type
           move 'C'         to w-jrn-action
           move DM-Depot-Id to w-jrn-key
           move DEPOT-REC   to w-jrn-after
           perform 8150-Write-Journal

           compute w-applied-count = w-applied-count + 1
           move spaces to MAINT-LINE
           string "APPLIED  CHANGE  DEPOT " TX-Depot-Id
                   go to 2500-Exit
           end-read

           move DEPOT-REC to w-jrn-before

           if function trim(TX-Action) = "CLOSE"
               set DM-CLOSED to true
           else
                   perform 9000-Abend
           end-rewrite

           move TX-Action   to w-jrn-txn-type
           move 'C'         to w-jrn-action
           move DM-Depot-Id to w-jrn-key
           move DEPOT-REC   to w-jrn-after
           perform 8150-Write-Journal

           compute w-applied-count = w-applied-count + 1
           move spaces to MAINT-LINE
           string "APPLIED  " TX-Action
       2500-Exit.
           exit.
      ******************************************************************
      * TARGET - set or replace a registered depot's calorie target
      * for one month.  A replaced target keeps the month's posted
      * actuals but is marked not-measured until the next variance
      * run measures it against the new figure
      ******************************************************************
       2600-Set-Target section.

           move TX-Depot-Id to DM-Depot-Id
           read Depot-Master
               invalid key
                   compute w-rejected-count = w-rejected-count + 1
                   move spaces to MAINT-LINE
                   string "REJECTED TARGET  DEPOT " TX-Depot-Id
                          "  NOT ON MASTER"
                          delimited by size into MAINT-LINE
                   write MAINT-LINE
                   go to 2600-Exit
           end-read

           move zeroes to w-tgt-mm
           if TX-Tgt-Month numeric
               move TX-Tgt-Month(5:2) to w-tgt-mm
           end-if
           if w-tgt-mm < 1 or w-tgt-mm > 12
               compute w-rejected-count = w-rejected-count + 1
               move spaces to MAINT-LINE
               string "REJECTED TARGET  DEPOT " TX-Depot-Id
                      "  MONTH NOT YYYYMM [" TX-Tgt-Month "]"
                      delimited by size into MAINT-LINE
               write MAINT-LINE
               go to 2600-Exit
           end-if

           if TX-Tgt-Amount = spaces
            or function trim(TX-Tgt-Amount) not numeric
               compute w-rejected-count = w-rejected-count + 1
               move spaces to MAINT-LINE
               string "REJECTED TARGET  DEPOT " TX-Depot-Id
                      "  TARGET NOT NUMERIC [" TX-Tgt-Amount "]"
                      delimited by size into MAINT-LINE
               write MAINT-LINE
               go to 2600-Exit
           end-if

           if not TARGET-IS-OPEN
               perform 2650-Open-Targets
           end-if

           move TX-Depot-Id  to TG-Depot-Id
           move TX-Tgt-Month to TG-Month
           read Target-File
               invalid key
                   initialize TARGET-REC
                   move TX-Depot-Id  to TG-Depot-Id
                   move TX-Tgt-Month to TG-Month
                   move function numval(TX-Tgt-Amount) to TG-Target
                   move w-today to TG-Set-Date
                   write TARGET-REC
                       invalid key
                           move "WRITE TO DEPOT TARGETS FAILED"
                             to w-abend-message
                           perform 9000-Abend
                   end-write
                   compute w-applied-count = w-applied-count + 1
                   move spaces to MAINT-LINE
                   string "APPLIED  TARGET  DEPOT " TX-Depot-Id
                          "  MONTH " TG-Month
                          "  TARGET " TG-Target
                          delimited by size into MAINT-LINE
                   write MAINT-LINE
                   go to 2600-Exit
           end-read

           move TG-Target to w-old-target
           move function numval(TX-Tgt-Amount) to TG-Target
           move w-today to TG-Set-Date
           set TG-NOT-MEASURED to true

           rewrite TARGET-REC
               invalid key
                   move "REWRITE TO DEPOT TARGETS FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite

           compute w-applied-count = w-applied-count + 1
           move spaces to MAINT-LINE
           string "APPLIED  TARGET  DEPOT " TX-Depot-Id
                  "  MONTH " TG-Month
                  "  TARGET " TG-Target
                  "  (WAS " w-old-target ")"
                  delimited by size into MAINT-LINE
           write MAINT-LINE.

       2600-Exit.
           exit.
      ******************************************************************
      * The target file is only needed once a target transaction
      * shows up - an add/change/close deck never touches it.  The
      * first target ever set creates an empty file, then reopens
      * it for the read/rewrite traffic
      ******************************************************************
       2650-Open-Targets section.

           move "DEPTTGT " to w-lock-resource
           perform 8500-Claim-Lock

           open i-o Target-File
           if TARGET-FILE-NOT-FOUND
               open output Target-File
               close Target-File
               open i-o Target-File
           end-if

           if not TARGET-FILE-OK
               move "DEPOT TARGET FILE (DEPTTGT) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           set TARGET-IS-OPEN to true
           .
      ******************************************************************
      * Unrecognized or incomplete transaction
      ******************************************************************
       2900-Reject-Txn section.
           close Txn-In
           close Depot-Master
           close Maint-Out
           close Journal-Out
           if TARGET-IS-OPEN
               close Target-File
           end-if

           move "DEPTMAST" to w-lock-resource
           perform 8600-Free-Lock
           move "MASTJRNL" to w-lock-resource
           perform 8600-Free-Lock
           move "DEPTTGT " to w-lock-resource
           perform 8600-Free-Lock

      * A REJECTED TRANSACTION IS A WARNING, NOT A FAILURE - THE
      * OPERATOR GETS THE SAME GRADED BANDS AS THE MAIN PROGRAMS
           end-if
           .
      ******************************************************************
      * Open the master change journal for append.  The journal
      * outlives every run - create it only the very first time
      ******************************************************************
       8100-Open-Journal section.

           move w-lock-program to w-jrn-program
           move "DEPTMAST"     to w-jrn-file

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

           display "DEPOT-MASTER-MAINT ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Txn-In
           close Depot-Master
           close Maint-Out
           close Journal-Out
           close Target-File

           move "DEPTMAST" to w-lock-resource
           perform 8600-Free-Lock
           move "MASTJRNL" to w-lock-resource
           perform 8600-Free-Lock
           move "DEPTTGT " to w-lock-resource
           perform 8600-Free-Lock

           move 16 to return-code
           stop run
