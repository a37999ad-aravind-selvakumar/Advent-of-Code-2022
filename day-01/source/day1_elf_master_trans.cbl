      * TRANSACTION, APPLIED OR REJECTED
           SELECT Audit-Out ASSIGN TO "ELFTRPT"
           organization is line sequential.
      * MASTER CHANGE JOURNAL - PERMANENT, APPEND-ONLY; ONE BEFORE/
      * AFTER IMAGE PER MASTER RECORD ADDED, CHANGED OR DELETED
           SELECT Journal-Out ASSIGN TO "MASTJRNL"
           organization is line sequential
           file status is JOURNAL-FILE-STATUS.

       data division.
       file section.
       FD  Audit-Out.
       01  AUDIT-LINE              pic x(120).

       FD  Journal-Out.
       01  JOURNAL-REC             pic x(149).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-from-best               pic 9(7).
           05  w-from-best-date          pic x(8).
           05  w-from-last-date          pic x(8).
           05  w-from-image              pic x(45).

      *ADJUSTMENT WORK AREA - THE SIGNED BALANCE CORRECTION
       01 W-Adjust-Area.
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
      *THE ELF MASTER AND THE CHANGE JOURNAL ARE CLAIMED FOR THE
      *WHOLE RUN
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "ELFMTRN ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 TXN-EOF-STATUS                      pic x(1).
           88 TXN-EOF                          value 'Y'.
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
      * Apply each transaction in control-file order
           move "BEFORE " to w-audit-tag
           perform 2800-Audit-Master-Line

           move MASTER-REC         to w-from-image
           move EM-Season-Calories to w-from-calories
           move EM-Days-Reported   to w-from-days
           move EM-Best-Calories   to w-from-best
           move "BEFORE " to w-audit-tag
           perform 2800-Audit-Master-Line

           move MASTER-REC to w-jrn-before
           add w-from-calories to EM-Season-Calories
           add w-from-days     to EM-Days-Reported
           if w-from-best > EM-Best-Calories
           move "AFTER  " to w-audit-tag
           perform 2800-Audit-Master-Line

           move "MERGE"    to w-jrn-txn-type
           move 'C'        to w-jrn-action
           move EM-Elf-Id  to w-jrn-key
           move MASTER-REC to w-jrn-after
           perform 8150-Write-Journal

      * THE ABSORBED RECORD GOES - ONE ELF, ONE ROSTER ENTRY
           move w-from-elf-id to EM-Elf-Id
           delete Master-File
                   perform 9000-Abend
           end-delete

           move 'D'           to w-jrn-action
           move w-from-elf-id to w-jrn-key
           move w-from-image  to w-jrn-before
           move spaces        to w-jrn-after
           perform 8150-Write-Journal

           compute w-applied-count = w-applied-count + 1
           move spaces to AUDIT-LINE
           string "  APPLIED  ELF " w-from-elf-id

           move "BEFORE " to w-audit-tag
           perform 2800-Audit-Master-Line
           move MASTER-REC to w-jrn-before

           if function trim(TX-Action) = "RETIRE"
               if EM-RETIRED
           move "AFTER  " to w-audit-tag
           perform 2800-Audit-Master-Line

           move TX-Action  to w-jrn-txn-type
           move 'C'        to w-jrn-action
           move EM-Elf-Id  to w-jrn-key
           move MASTER-REC to w-jrn-after
           perform 8150-Write-Journal

           compute w-applied-count = w-applied-count + 1
           move spaces to AUDIT-LINE
           string "  APPLIED  " TX-Action

           move "BEFORE " to w-audit-tag
           perform 2800-Audit-Master-Line
           move MASTER-REC to w-jrn-before

           if w-adj-amount < zeroes
            and EM-Season-Calories < (zeroes - w-adj-amount)
           move "AFTER  " to w-audit-tag
           perform 2800-Audit-Master-Line

           move "ADJUST-BALANCE" to w-jrn-txn-type
           move 'C'              to w-jrn-action
           move EM-Elf-Id        to w-jrn-key
           move MASTER-REC       to w-jrn-after
           perform 8150-Write-Journal

           move w-adj-amount to w-adj-amount-disp
           compute w-applied-count = w-applied-count + 1
           move spaces to AUDIT-LINE
           close Txn-In
           close Master-File
           close Audit-Out
           close Journal-Out

           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock
           move "MASTJRNL" to w-lock-resource
           perform 8600-Free-Lock

      * A REJECTED TRANSACTION IS A WARNING, NOT A FAILURE - THE
      * OPERATOR GETS THE SAME GRADED BANDS AS THE MAIN PROGRAMS
           if w-rejected-count > zeroes
               move 'W'        to w-alert-severity
               move "ELFMTREJ" to w-alert-code
               move spaces     to w-alert-key
               string "REJECTED " w-rejected-count
                      delimited by size into w-alert-key
               move spaces     to w-alert-message
               string "ELF MASTER TRANSACTIONS REJECTED - "
                      w-rejected-count " OF " w-read-count
                      " READ, SEE THE AUDIT REPORT"
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

           display "ELF-MASTER-TRANS ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Txn-In
           close Master-File
           close Audit-Out
           close Journal-Out

           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock
           move "MASTJRNL" to w-lock-resource
           perform 8600-Free-Lock

           move 16 to return-code
           stop run
