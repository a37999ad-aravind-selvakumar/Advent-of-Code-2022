      * CLOSING STATEMENT REPORT - PER-ELF MOVEMENT FOR THE PERIOD
           SELECT Close-Report ASSIGN TO "ELFCRPT"
           organization is line sequential.
      * MASTER CHANGE JOURNAL - PERMANENT, APPEND-ONLY; SEASON-END
      * ONLY: EVERY ELF'S RESET (OR DROP, IF RETIRED) IS JOURNALLED
      * AGAINST ELFMAST, SINCE THE SEED REPLACES IT WHOLESALE
           SELECT Journal-Out ASSIGN TO "MASTJRNL"
           organization is line sequential
           file status is JOURNAL-FILE-STATUS.

       data division.
       file section.
       FD  Close-Report.
       01  CLOSE-LINE              pic x(120).

       FD  Journal-Out.
       01  JOURNAL-REC             pic x(149).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "ELFCLOSE".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 MASTER-EOF-STATUS                   pic x(1).
           88 MASTER-EOF                       value 'Y'.
           88  PRIOR-FILE-NOT-FOUND               value '35'.
       01 SEED-FILE-STATUS                    pic x(2).
           88  SEED-FILE-OK                       value '00'.
       01 JOURNAL-FILE-STATUS                 pic x(2).
           88  JOURNAL-FILE-OK                    value '00'.
           88  JOURNAL-FILE-NOT-FOUND             value '35'.

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
      *THE ELF MASTER IS CLAIMED FOR THE WHOLE CLOSE
                     to w-abend-message
                   perform 9000-Abend
               end-if
               move "MASTJRNL" to w-lock-resource
               perform 8500-Claim-Lock
               perform 8100-Open-Journal
           end-if

           move spaces to CLOSE-LINE
           .
      ******************************************************************
      * Season end - every ACTIVE elf opens the new season at zero;
      * retired elves stay on the archived snapshot only.  Both are
      * journalled under the close date: once ELFMNEW is REPROed
      * over ELFMAST the reset and the drop are what happened to
      * each master record
      ******************************************************************
       2600-Seed-Carry-Forward section.

           move EM-Elf-Id  to w-jrn-key
           move MASTER-REC to w-jrn-before

           if EM-RETIRED
               move "SEASON-DROP" to w-jrn-txn-type
               move 'D'           to w-jrn-action
               move spaces        to w-jrn-after
               perform 8150-Write-Journal
               go to 2600-Exit
           end-if

                   perform 9000-Abend
           end-write

           move "SEASON-RESET" to w-jrn-txn-type
           move 'C'            to w-jrn-action
           move SEED-REC       to w-jrn-after
           perform 8150-Write-Journal

           compute w-seeded-count = w-seeded-count + 1.

       2600-Exit.
           close Close-Report
           if SEASONEND-MODE
               close Seed-Out
               close Journal-Out
               move "MASTJRNL" to w-lock-resource
               perform 8600-Free-Lock
           end-if

           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock
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

           display "ELF-PERIOD-CLOSE ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Master-File
           close Prior-In
           close Close-Report
           if SEASONEND-MODE
               close Seed-Out
               close Journal-Out
               move "MASTJRNL" to w-lock-resource
               perform 8600-Free-Lock
           end-if

           move "ELFMAST " to w-lock-resource
