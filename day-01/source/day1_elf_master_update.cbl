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
               88  EM-ACTIVE           value 'A' ' '.
               88  EM-RETIRED          value 'R'.

       FD  Journal-Out.
       01  JOURNAL-REC             pic x(149).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-read-count              pic 9(5).
           05  w-updated-count           pic 9(5).
           05  w-skipped-count           pic 9(5).
           05  w-unknown-count           pic 9(5).

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
      *THE ELF MASTER AND THE CHANGE JOURNAL ARE CLAIMED FOR THE
      *WHOLE UPDATE
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "ELFMUPD ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 DETAIL-EOF-STATUS                   pic x(1).
           88 DETAIL-EOF                       value 'Y'.
           88  MASTER-FILE-OK                     value '00'.
           88  MASTER-FILE-NOT-FOUND              value '35'.
           88  MASTER-REC-NOT-FOUND               value '23'.
       01 JOURNAL-FILE-STATUS                 pic x(2).
           88  JOURNAL-FILE-OK                    value '00'.
           88  JOURNAL-FILE-NOT-FOUND             value '35'.

       Procedure Division.
       0000-Begin Section.
                 to w-abend-message
               perform 9000-Abend
           end-if

           move "MASTJRNL" to w-lock-resource
           perform 8500-Claim-Lock
           perform 8100-Open-Journal
           .
      ******************************************************************
      * Fold each detail line into the elf's master record
           end-read
           .
      ******************************************************************
      * One elf - fold today's figures into its master record.  An
      * elf not on the master is never added here: only an
      * onboarding run (Elf-Onboarding) admits a new elf.  A
      * record whose last-seen date already equals today's detail
      * date was posted by an earlier run of the same day's file,
      * so it is skipped rather than double-counted
           move DR-Elf-Id to EM-Elf-Id
           read Master-File
               invalid key
                   perform 2250-Refuse-New-Elf
               not invalid key
                   if EM-Last-Date = DR-Date
                       compute w-skipped-count = w-skipped-count + 1
           end-read
           .
      ******************************************************************
      * An elf the master has never seen - refused, not created, so a
      * typed-wrong id cannot become a phantom elf for the rest of
      * the season.  CALORIES-COUNTER already holds a named unknown
      * elf's calories for onboarding, so one reaching here is a
      * nameless block's auto-numbered id: operations admit it
      * through an onboarding run, which builds its season figures
      * from every day CALORIES-COUNTER put on the history
      ******************************************************************
       2250-Refuse-New-Elf section.

           compute w-unknown-count = w-unknown-count + 1
           display "Elf " DR-Elf-Id " not on elf master - "
                   DR-Date " not posted"

           move 'W'           to w-alert-severity
           move "ELFUNKN"     to w-alert-code
           move spaces        to w-alert-key
           string "ELF " DR-Elf-Id
                  delimited by size into w-alert-key
           move spaces        to w-alert-message
           string "ELF " DR-Elf-Id " ON CALDTL FOR " DR-Date
                  " IS NOT ON THE ELF MASTER - NOT POSTED, ADMIT "
                  "IT THROUGH ELFONBRD"
                  delimited by size into w-alert-message
           perform 8800-Raise-Alert
           .
      ******************************************************************
      * Fold today's total into the existing master record
      ******************************************************************
       2300-Update-Elf section.

           move MASTER-REC to w-jrn-before

           add DR-Calories to EM-Season-Calories
           add 1           to EM-Days-Reported

                   perform 9000-Abend
           end-rewrite

           move "DAILY-POST" to w-jrn-txn-type
           move 'C'          to w-jrn-action
           move EM-Elf-Id    to w-jrn-key
           move MASTER-REC   to w-jrn-after
           perform 8150-Write-Journal

           compute w-updated-count = w-updated-count + 1
           .
      ******************************************************************
       3000-print-summary section.

           display "Elf-Master-Update read: " w-read-count
                   "  updated: " w-updated-count
                   "  already posted: " w-skipped-count
                   "  not on master: " w-unknown-count

           close Detail-In
           close Master-File
           close Journal-Out

           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock
           move "MASTJRNL" to w-lock-resource
           perform 8600-Free-Lock

      * RC=004 - SOME DETAIL LINES NAMED ELVES NOT ON THE MASTER
           if w-unknown-count > zeroes
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

           display "ELF-MASTER-UPDATE ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Detail-In
           close Master-File
           close Journal-Out

           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock
           move "MASTJRNL" to w-lock-resource
           perform 8600-Free-Lock

           move 16 to return-code
           stop run
