           access is dynamic
           record key is EM-Elf-Id
           file status is MASTER-FILE-STATUS.
      * DEPOT REFERENCE MASTER - AS-OF DEPOT INQUIRIES ONLY, FOR A
      * DEPOT THE JOURNAL HAS NEVER SEEN CHANGE
           SELECT Depot-Master ASSIGN TO "DEPTMAST"
           organization is indexed
           access is random
           record key is DM-Depot-Id
           file status is DEPOT-FILE-STATUS.
      * MASTER CHANGE JOURNAL - EVERY BEFORE/AFTER IMAGE WRITTEN BY
      * THE PROGRAMS THAT CHANGE ELFMAST OR DEPTMAST, OLDEST FIRST
           SELECT Journal-In ASSIGN TO "MASTJRNL"
           organization is line sequential
           file status is JOURNAL-FILE-STATUS.
      * INQUIRY REPORT
           SELECT Inquiry-Out ASSIGN TO "INQRPT"
           organization is line sequential.
               88  EM-ACTIVE           value 'A' ' '.
               88  EM-RETIRED          value 'R'.

      * DEPOT MASTER RECORD - KEEP IN SYNC WITH Depot-Master-Maint
       FD  Depot-Master.
       01  DEPOT-REC.
           05  DM-Depot-Id         pic x(3).
           05  DM-Name             pic x(20).
           05  DM-Region           pic x(10).
           05  DM-Status           pic x(1).
               88  DM-ACTIVE           value 'A'.
               88  DM-CLOSED           value 'C'.

      * MASTER CHANGE JOURNAL ENTRY - KEEP IN SYNC WITH THE
      * W-Journal-Entry IMAGE OF EVERY PROGRAM THAT WRITES MASTJRNL
       FD  Journal-In.
       01  JOURNAL-REC.
           05  JR-Date             pic 9(8).
           05  filler              pic x(1).
           05  JR-Time             pic 9(8).
           05  filler              pic x(1).
           05  JR-Program          pic x(8).
           05  filler              pic x(1).
           05  JR-Txn-Type         pic x(14).
           05  filler              pic x(1).
           05  JR-File             pic x(8).
           05  filler              pic x(1).
           05  JR-Key              pic x(4).
           05  filler              pic x(1).
           05  JR-Action           pic x(1).
               88  JR-ADDED            value 'A'.
               88  JR-CHANGED          value 'C'.
               88  JR-DELETED          value 'D'.
           05  filler              pic x(1).
           05  JR-Before           pic x(45).
           05  filler              pic x(1).
           05  JR-After            pic x(45).

       FD  Inquiry-Out.
       01  INQUIRY-LINE            pic x(132).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-printed-count           pic 9(5).
           05  w-status-word             pic x(7).
           05  w-trail-count             pic 9(5).
           05  w-later-count             pic 9(5).

      *AS-OF REBUILD - THE RECORD AS IT STOOD AT THE END OF THE
      *AS-OF DATE: THE AFTER IMAGE OF THE LAST CHANGE ON OR BEFORE
      *IT, ELSE THE BEFORE IMAGE OF THE FIRST CHANGE AFTER IT, ELSE
      *(NEVER JOURNALLED) THE RECORD AS IT STANDS TODAY
       01 W-As-Of-Area.
           05  w-asof-image              pic x(45).
           05  w-asof-state              pic x(1).
               88  ASOF-UNKNOWN              value ' '.
               88  ASOF-PRESENT              value 'P'.
               88  ASOF-ABSENT               value 'X'.
           05  w-asof-source             pic x(40).
           05  w-later-image             pic x(45).
           05  w-later-action            pic x(1).
           05  w-wanted-key              pic x(4).
           05  w-wanted-file             pic x(8).

      *JOURNAL IMAGE VIEWS - A BEFORE OR AFTER IMAGE SEEN AS AN ELF
      *MASTER RECORD OR AS A DEPOT MASTER RECORD
       01 W-Before-Image.
           05  w-bef-elf.
               10  w-bef-elf-id          pic x(4).
               10  w-bef-season          pic x(12).
               10  w-bef-days            pic x(5).
               10  w-bef-best            pic x(7).
               10  w-bef-best-date       pic x(8).
               10  w-bef-last-date       pic x(8).
               10  w-bef-status          pic x(1).
           05  w-bef-depot redefines w-bef-elf.
               10  w-bef-depot-id        pic x(3).
               10  w-bef-name            pic x(20).
               10  w-bef-region          pic x(10).
               10  w-bef-depot-status    pic x(1).
               10  filler                pic x(11).
       01 W-After-Image.
           05  w-aft-elf.
               10  w-aft-elf-id          pic x(4).
               10  w-aft-season          pic x(12).
               10  w-aft-days            pic x(5).
               10  w-aft-best            pic x(7).
               10  w-aft-best-date       pic x(8).
               10  w-aft-last-date       pic x(8).
               10  w-aft-status          pic x(1).
           05  w-aft-depot redefines w-aft-elf.
               10  w-aft-depot-id        pic x(3).
               10  w-aft-name            pic x(20).
               10  w-aft-region          pic x(10).
               10  w-aft-depot-status    pic x(1).
               10  filler                pic x(11).

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *THE ELF MASTER (THE DEPOT MASTER FOR A DEPOT INQUIRY) IS
      *CLAIMED FOR THE INQUIRY PASS SO A MAINTENANCE RUN CANNOT BE
      *REWRITING IT UNDERNEATH; AN AS-OF INQUIRY ALSO CLAIMS THE
      *JOURNAL SO NO WRITER IS APPENDING WHILE IT IS READ
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "ELFMINQ ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 MASTER-EOF-STATUS                   pic x(1).
           88 MASTER-EOF                       value 'Y'.
       01 MASTER-FILE-STATUS                  pic x(2).
           88  MASTER-FILE-OK                     value '00'.
           88  MASTER-FILE-NOT-FOUND              value '35'.
       01 DEPOT-FILE-STATUS                   pic x(2).
           88  DEPOT-FILE-OK                      value '00'.
           88  DEPOT-FILE-NOT-FOUND               value '35'.
       01 JOURNAL-EOF-STATUS                  pic x(1).
           88 JOURNAL-EOF                      value 'Y'.
       01 JOURNAL-FILE-STATUS                 pic x(2).
           88  JOURNAL-FILE-OK                    value '00'.
           88  JOURNAL-FILE-NOT-FOUND             value '35'.

      *RUN-TIME PARAMETERS - WHAT TO PRINT
      *'ALL' (DEFAULT) DUMPS THE WHOLE MASTER; A NUMERIC ELF-ID
      *PRINTS THAT ONE ELF'S SEASON RECORD.  AN ELF-ID FOLLOWED BY
      *A DATE ('0042 20261130') REBUILDS THE ELF'S RECORD AS IT
      *STOOD AT THE END OF THAT DATE FROM THE CHANGE JOURNAL, WITH
      *EVERY JOURNALLED CHANGE UP TO IT; 'DEPOT NTH 20261130' DOES
      *THE SAME FOR A DEPOT (NO DATE MEANS AS OF TODAY)
       01 W-Control-Parms.
           05  w-parm-text                    pic x(30).
           05  w-parm-word-1                  pic x(10).
           05  w-parm-word-2                  pic x(10).
           05  w-parm-word-3                  pic x(10).
           05  w-wanted-elf                   pic 9(4).
           05  w-wanted-depot                 pic x(3).
           05  w-asof-date                    pic x(8).
           05  REQUEST-SCOPE                  pic x(1) value 'A'.
               88  ALL-ELVES                      value 'A'.
               88  ONE-ELF                        value '1'.
               88  ONE-ELF-AS-OF                  value 'E'.
               88  ONE-DEPOT-AS-OF                value 'D'.

       Procedure Division.
       0000-Begin Section.
       1000-Initialize section.

           initialize MASTER-EOF-STATUS
                      JOURNAL-EOF-STATUS
                      W-Variables
                      W-As-Of-Area

           perform 1100-Parse-Parms

           open output Inquiry-Out

           if ONE-DEPOT-AS-OF
               move "DEPTMAST" to w-lock-resource
               perform 8500-Claim-Lock
               open input Depot-Master
           else
               move "ELFMAST " to w-lock-resource
               perform 8500-Claim-Lock
               open input Master-File

               if MASTER-FILE-NOT-FOUND
                   move spaces to INQUIRY-LINE
                   string "NO ELF MASTER FILE ON CATALOG"
                          delimited by size into INQUIRY-LINE
                   write INQUIRY-LINE
               end-if
           end-if

           if ONE-ELF-AS-OF or ONE-DEPOT-AS-OF
               move "MASTJRNL" to w-lock-resource
               perform 8500-Claim-Lock
               open input Journal-In
           end-if
           .
      ******************************************************************
      * Split the parm into its words - elf-id [date], DEPOT id
      * [date], or anything else for the full dump
      ******************************************************************
       1100-Parse-Parms section.

           accept w-parm-text from command-line
           unstring w-parm-text delimited by all spaces
               into w-parm-word-1 w-parm-word-2 w-parm-word-3
           end-unstring

           Evaluate true
               when w-parm-word-1 = "DEPOT"
                   set ONE-DEPOT-AS-OF to true
                   move w-parm-word-2(1:3) to w-wanted-depot
                   move w-parm-word-3      to w-asof-date
               when function trim(w-parm-word-1) is numeric
                and function trim(w-parm-word-1) > zeroes
                   move function numval(function trim(w-parm-word-1))
                     to w-wanted-elf
                   if w-parm-word-2 = spaces
                       set ONE-ELF to true
                   else
                       set ONE-ELF-AS-OF to true
                       move w-parm-word-2 to w-asof-date
                   end-if
               when other
                   set ALL-ELVES to true
           end-evaluate

           if ONE-DEPOT-AS-OF and w-asof-date = spaces
               accept w-asof-date from date yyyymmdd
           end-if

           if (ONE-ELF-AS-OF or ONE-DEPOT-AS-OF)
            and w-asof-date not numeric
               move spaces to w-abend-message
               string "AS-OF DATE MUST BE YYYYMMDD [" w-asof-date "]"
                      delimited by size into w-abend-message
               perform 9000-Abend
           end-if
           .
      ******************************************************************
      ******************************************************************
       2000-Main-Process section.

           if ONE-DEPOT-AS-OF
               perform 2500-Rebuild-As-Of
               go to 2000-Exit
           end-if

           if MASTER-FILE-NOT-FOUND
            and not ONE-ELF-AS-OF
               go to 2000-Exit
           end-if

           move spaces to INQUIRY-LINE
           Evaluate true
               when ONE-ELF
                   string "ELF MASTER INQUIRY - ELF " w-wanted-elf
                          delimited by size into INQUIRY-LINE
               when ONE-ELF-AS-OF
                   string "ELF MASTER INQUIRY - ELF " w-wanted-elf
                          " AS OF " w-asof-date
                          delimited by size into INQUIRY-LINE
               when other
                   string "ELF MASTER INQUIRY - FULL DUMP"
                          delimited by size into INQUIRY-LINE
           end-evaluate
           write INQUIRY-LINE
           move spaces to INQUIRY-LINE
           write INQUIRY-LINE

           Evaluate true
               when ONE-ELF
                   perform 2100-Print-One-Elf
               when ONE-ELF-AS-OF
                   perform 2500-Rebuild-As-Of
               when other
                   perform 2200-Dump-All-Elves
           end-evaluate.

       2000-Exit.
           exit.
           compute w-printed-count = w-printed-count + 1
           .
      ******************************************************************
      * As-of rebuild - walk the journal oldest first for the one
      * elf or depot, printing each change up to the as-of date,
      * then print the record as it stood at the end of that date
      ******************************************************************
       2500-Rebuild-As-Of section.

           if ONE-DEPOT-AS-OF
               move "DEPTMAST"     to w-wanted-file
               move w-wanted-depot to w-wanted-key
               move spaces to INQUIRY-LINE
               string "DEPOT MASTER INQUIRY - DEPOT " w-wanted-depot
                      " AS OF " w-asof-date
                      delimited by size into INQUIRY-LINE
               write INQUIRY-LINE
               move spaces to INQUIRY-LINE
               write INQUIRY-LINE
           else
               move "ELFMAST "   to w-wanted-file
               move w-wanted-elf to w-wanted-key
           end-if

           move spaces to INQUIRY-LINE
           string "CHANGE TRAIL TO END OF " w-asof-date
                  delimited by size into INQUIRY-LINE
           write INQUIRY-LINE

           if JOURNAL-FILE-NOT-FOUND
               move spaces to INQUIRY-LINE
               string "  NO CHANGE JOURNAL ON CATALOG"
                      delimited by size into INQUIRY-LINE
               write INQUIRY-LINE
           else
               perform 2550-Read-Journal
               perform until JOURNAL-EOF
                   if JR-File = w-wanted-file
                    and JR-Key = w-wanted-key
                       perform 2600-Apply-Journal-Entry
                   end-if
                   perform 2550-Read-Journal
               end-perform
           end-if

           if w-trail-count = zeroes
               move spaces to INQUIRY-LINE
               string "  NO CHANGES JOURNALLED ON OR BEFORE THE DATE"
                      delimited by size into INQUIRY-LINE
               write INQUIRY-LINE
           end-if
           if w-later-count > zeroes
               move spaces to INQUIRY-LINE
               string "  " w-later-count
                      " LATER CHANGES NOT APPLIED"
                      delimited by size into INQUIRY-LINE
               write INQUIRY-LINE
           end-if

      * NOTHING ON OR BEFORE THE DATE - THE FIRST LATER CHANGE'S
      * BEFORE IMAGE IS HOW THE RECORD STOOD, UNLESS THAT CHANGE
      * CREATED IT
           if ASOF-UNKNOWN and w-later-count > zeroes
               if w-later-action = 'A'
                   set ASOF-ABSENT to true
                   move "NOT YET ADDED ON THE AS-OF DATE"
                     to w-asof-source
               else
                   set ASOF-PRESENT to true
                   move w-later-image to w-asof-image
                   move "BEFORE THE FIRST LATER CHANGE"
                     to w-asof-source
               end-if
           end-if

           if ASOF-UNKNOWN
               perform 2700-Current-Record
           end-if

           move spaces to INQUIRY-LINE
           write INQUIRY-LINE
           move spaces to INQUIRY-LINE
           string "RECORD AS OF END OF " w-asof-date
                  " - " w-asof-source
                  delimited by size into INQUIRY-LINE
           write INQUIRY-LINE

           Evaluate true
               when ASOF-ABSENT
                   move spaces to INQUIRY-LINE
                   string "  " w-wanted-key
                          "  NOT ON MASTER ON THE AS-OF DATE"
                          delimited by size into INQUIRY-LINE
                   write INQUIRY-LINE
               when ONE-DEPOT-AS-OF
                   move w-asof-image to DEPOT-REC
                   perform 2800-Print-Depot-Record
               when other
                   move w-asof-image to MASTER-REC
                   perform 2300-Print-Master-Record
           end-evaluate
           .
      ******************************************************************
      * Read next journal entry
      ******************************************************************
       2550-Read-Journal section.
           read Journal-In
           at end set JOURNAL-EOF to true
           end-read
           .
      ******************************************************************
      * One journal entry for the wanted record - on or before the
      * as-of date it is printed and its after image becomes the
      * record; after it, only the first one's before image is kept
      ******************************************************************
       2600-Apply-Journal-Entry section.

           if JR-Date > w-asof-date
               if w-later-count = zeroes
                   move JR-Before to w-later-image
                   move JR-Action to w-later-action
               end-if
               compute w-later-count = w-later-count + 1
               go to 2600-Exit
           end-if

           compute w-trail-count = w-trail-count + 1
           move JR-Before to W-Before-Image
           move JR-After  to W-After-Image

           move spaces to INQUIRY-LINE
           if ONE-DEPOT-AS-OF
               string "  " JR-Date " " JR-Time
                      " " JR-Program " " JR-Txn-Type " " JR-Action
                      "  NAME " w-bef-name " > " w-aft-name
                      "  REGION " w-bef-region " > " w-aft-region
                      "  STATUS " w-bef-depot-status
                      " > " w-aft-depot-status
                      delimited by size into INQUIRY-LINE
           else
               string "  " JR-Date " " JR-Time
                      " " JR-Program " " JR-Txn-Type " " JR-Action
                      "  SEASON " w-bef-season " > " w-aft-season
                      "  DAYS " w-bef-days " > " w-aft-days
                      "  STATUS " w-bef-status " > " w-aft-status
                      delimited by size into INQUIRY-LINE
           end-if
           write INQUIRY-LINE

           if JR-DELETED
               set ASOF-ABSENT to true
               move "DELETED BY THE LAST CHANGE" to w-asof-source
           else
               set ASOF-PRESENT to true
               move JR-After to w-asof-image
               move "AFTER THE LAST CHANGE SHOWN" to w-asof-source
           end-if.

       2600-Exit.
           exit.
      ******************************************************************
      * Never journalled - the record has not changed since the
      * journal began, so it stands today as it stood then
      ******************************************************************
       2700-Current-Record section.

           move "NO JOURNALLED CHANGE - CURRENT RECORD"
             to w-asof-source
           set ASOF-ABSENT to true

           if ONE-DEPOT-AS-OF
               if DEPOT-FILE-NOT-FOUND
                   go to 2700-Exit
               end-if
               move w-wanted-depot to DM-Depot-Id
               read Depot-Master
                   invalid key
                       go to 2700-Exit
               end-read
               move DEPOT-REC to w-asof-image
           else
               if MASTER-FILE-NOT-FOUND
                   go to 2700-Exit
               end-if
               move w-wanted-elf to EM-Elf-Id
               read Master-File
                   invalid key
                       go to 2700-Exit
               end-read
               move MASTER-REC to w-asof-image
           end-if

           set ASOF-PRESENT to true.

       2700-Exit.
           exit.
      ******************************************************************
      * One formatted line for a depot record
      ******************************************************************
       2800-Print-Depot-Record section.

           if DM-CLOSED
               move "CLOSED " to w-status-word
           else
               move "ACTIVE " to w-status-word
           end-if

           move spaces to INQUIRY-LINE
           string "DEPOT " DM-Depot-Id
                  "  NAME " DM-Name
                  "  REGION " DM-Region
                  "  " w-status-word
                  delimited by size into INQUIRY-LINE
           write INQUIRY-LINE

           compute w-printed-count = w-printed-count + 1
           .
      ******************************************************************
      * Summary
      ******************************************************************
       3000-print-summary section.
           move spaces to INQUIRY-LINE
           write INQUIRY-LINE
           move spaces to INQUIRY-LINE
           if ONE-DEPOT-AS-OF
               string "DEPOTS PRINTED " w-printed-count
                      delimited by size into INQUIRY-LINE
           else
               string "ELVES PRINTED " w-printed-count
                      delimited by size into INQUIRY-LINE
           end-if
           write INQUIRY-LINE

           display "Elf-Master-Inquiry printed: " w-printed-count

           perform 8700-Close-And-Free
           .
      ******************************************************************
      * Claim a shared resource through the suite lock manager - a
           call "SUITELCK" using W-Lock-Area
           .
      ******************************************************************
      * Close whatever this mode opened and release its claims
      ******************************************************************
       8700-Close-And-Free section.

           close Inquiry-Out

           if ONE-DEPOT-AS-OF
               close Depot-Master
               move "DEPTMAST" to w-lock-resource
               perform 8600-Free-Lock
           else
               close Master-File
               move "ELFMAST " to w-lock-resource
               perform 8600-Free-Lock
           end-if

           if ONE-ELF-AS-OF or ONE-DEPOT-AS-OF
               close Journal-In
               move "MASTJRNL" to w-lock-resource
               perform 8600-Free-Lock
           end-if
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

           display "ELF-MASTER-INQUIRY ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           perform 8700-Close-And-Free

           move 16 to return-code
           stop run
