           access is sequential
           record key is DM-Depot-Id
           file status is DEPOT-FILE-STATUS.
      * DEPOT MONTHLY TARGETS - READ BY DEPOT-ID + THE CURRENT
      * MONTH FOR THE PROGRESS THE LAST VARIANCE RUN POSTED
           SELECT Target-File ASSIGN TO "DEPTTGT"
           organization is indexed
           access is random
           record key is TG-Key
           file status is TARGET-FILE-STATUS.
      * DEPOT DIRECTORY REPORT - REPLACES THE HAND-KEPT SPREADSHEET
           SELECT Directory-Out ASSIGN TO "DIRRPT"
           organization is line sequential.
               88  DM-ACTIVE           value 'A'.
               88  DM-CLOSED           value 'C'.

      * DEPOT MONTHLY TARGET RECORD - KEEP IN SYNC WITH
      * Depot-Master-Maint AND Depot-Target-Variance
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

       FD  Directory-Out.
       01  DIRECTORY-LINE          pic x(132).

       WORKING-STORAGE SECTION.
      *VARIABLES
           05  w-closed-count            pic 9(5).
           05  w-status-word             pic x(6).

      *CURRENT-MONTH TARGET STATUS - THE FIGURES THE LAST
      *Depot-Target-Variance RUN POSTED TO THE DEPOT'S TARGET
       01 W-Month-Status.
           05  w-today                   pic 9(8).
           05  w-cur-month               pic x(6).
           05  w-month-text              pic x(52).
           05  w-month-pct               pic 9(4)v9(2).
           05  w-month-pct-disp          pic zzz9.99.
           05  w-month-proj-pct          pic 9(4)v9(2).
           05  w-month-proj-disp         pic zzz9.99.

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *THE DEPOT MASTER AND TARGETS ARE CLAIMED FOR THE DIRECTORY
      *PASS SO A DEPTMNT OR TGTVAR RUN CANNOT BE REWRITING THEM
      *UNDERNEATH
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "DEPTDIR ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 DEPOT-EOF-STATUS                    pic x(1).
           88 DEPOT-EOF                        value 'Y'.
       01 DEPOT-FILE-STATUS                   pic x(2).
           88  DEPOT-FILE-OK                      value '00'.
           88  DEPOT-FILE-NOT-FOUND               value '35'.
       01 TARGET-FILE-STATUS                  pic x(2).
           88  TARGET-FILE-OK                     value '00'.
           88  TARGET-FILE-NOT-FOUND              value '35'.
       01 TARGET-OPEN-STATUS                  pic x(1) value 'N'.
           88  TARGETS-ON-FILE                    value 'Y'.

       Procedure Division.
       0000-Begin Section.
           open input Depot-Master
           open output Directory-Out

           accept w-today from date yyyymmdd
           move w-today(1:6) to w-cur-month

      * NO TARGET HAS EVER BEEN SET - THE MONTH COLUMN SAYS SO
           move "DEPTTGT " to w-lock-resource
           perform 8500-Claim-Lock
           open input Target-File
           if TARGET-FILE-OK
               set TARGETS-ON-FILE to true
           end-if

           move spaces to DIRECTORY-LINE
           string "DEPOT DIRECTORY  -  MONTH " w-cur-month(1:4) "-"
                  w-cur-month(5:2)
                  " TARGET STATUS AS OF EACH DEPOT'S LAST VARIANCE RUN"
                  delimited by size into DIRECTORY-LINE
           write DIRECTORY-LINE
           move spaces to DIRECTORY-LINE
               compute w-active-count = w-active-count + 1
           end-if

           perform 2300-Month-Status

           move spaces to DIRECTORY-LINE
           string "DEPOT " DM-Depot-Id
                  "  NAME " DM-Name
                  "  REGION " DM-Region
                  "  STATUS " w-status-word
                  "  MONTH " w-month-text
                  delimited by size into DIRECTORY-LINE
           write DIRECTORY-LINE

           compute w-printed-count = w-printed-count + 1
           .
      ******************************************************************
      * The depot's current-month target status - no target set,
      * set but not yet measured, or the percent of target reached
      * and projected with the on-track/short verdict
      ******************************************************************
       2300-Month-Status section.

           move "NO TARGET" to w-month-text
           if not TARGETS-ON-FILE
               go to 2300-Exit
           end-if

           move DM-Depot-Id to TG-Depot-Id
           move w-cur-month to TG-Month
           read Target-File
               invalid key
                   go to 2300-Exit
           end-read

           if TG-NOT-MEASURED or TG-Target = zeroes
               move "TARGET SET - NOT YET MEASURED" to w-month-text
               go to 2300-Exit
           end-if

           compute w-month-pct rounded =
                   TG-Actual * 100 / TG-Target
           compute w-month-proj-pct rounded =
                   TG-Projected * 100 / TG-Target
           move w-month-pct      to w-month-pct-disp
           move w-month-proj-pct to w-month-proj-disp

           move spaces to w-month-text
           if TG-SHORT
               string w-month-pct-disp "% OF TARGET  PROJ "
                      w-month-proj-disp "%  SHORT"
                      delimited by size into w-month-text
           else
               string w-month-pct-disp "% OF TARGET  PROJ "
                      w-month-proj-disp "%  ON TRACK"
                      delimited by size into w-month-text
           end-if.

       2300-Exit.
           exit.
      ******************************************************************
      * Summary
      ******************************************************************
       3000-print-summary section.

           close Depot-Master
           close Directory-Out
           if TARGETS-ON-FILE
               close Target-File
           end-if

           move "DEPTMAST" to w-lock-resource
           perform 8600-Free-Lock
           move "DEPTTGT " to w-lock-resource
           perform 8600-Free-Lock
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

           display "DEPOT-DIRECTORY ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Depot-Master
           close Directory-Out
           close Target-File

           move "DEPTMAST" to w-lock-resource
           perform 8600-Free-Lock
           move "DEPTTGT " to w-lock-resource
           perform 8600-Free-Lock

           move 16 to return-code
           stop run
