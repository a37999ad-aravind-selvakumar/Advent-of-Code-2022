       Identification division.
       PROGRAM-ID. Calorie-History-Convert.
       environment division.
       input-output section.
       file-control.
      * THE RETIRED 22-BYTE DAILY CALORIE HISTORY - NO CATEGORY
      * SPLIT - RENAMED ASIDE BY THE CONVERSION JCL BEFORE THIS
      * ONE-TIME RUN
           SELECT History-Old ASSIGN TO "CALHOLD"
           organization is indexed
           access is sequential
           record key is OH-Key
           file status is OLD-FILE-STATUS.
      * THE NEW 143-BYTE DAILY CALORIE HISTORY - LOADED FRESH HERE
      * WITH EVERY DAY CARRIED OVER AS UNCODED, THEN POSTED TO BY
      * CALORIES-COUNTER FOREVER ON
           SELECT Calorie-Hist ASSIGN TO "CALHIST"
           organization is indexed
           access is random
           record key is CH-Key
           file status is CALHIST-FILE-STATUS.
      * CONVERSION REPORT - EVERY ELF CARRIED OVER
           SELECT Convert-Out ASSIGN TO "CNVRPT"
           organization is line sequential.

       data division.
       file section.
      * OLD DAILY CALORIE HISTORY RECORD - THE 22-BYTE LAYOUT EVERY
      * PROGRAM CARRIED BEFORE THE CATEGORY SPLIT; ONLY READ BY THIS
      * CONVERSION
       FD  History-Old.
       01  OLD-HISTORY-REC.
           05  OH-Key.
               10  OH-Elf-Id       pic 9(4).
               10  OH-Date         pic x(8).
           05  OH-Calories         pic 9(7).
           05  OH-Depot            pic x(3).

      * DAILY CALORIE HISTORY RECORD - KEEP IN SYNC WITH
      * CALORIES-COUNTER'S 2947-Post-History-Elf SECTION
       FD  Calorie-Hist.
       01  CALHIST-REC.
           05  CH-Key.
               10  CH-Elf-Id       pic 9(4).
               10  CH-Date         pic x(8).
           05  CH-Calories         pic 9(7).
           05  CH-Depot            pic x(3).
           05  CH-Split-Area.
               10  CH-Split-Count      pic 9(1).
               10  CH-Split occurs 8 times.
                   15  CH-Split-Code   pic x(3).
                   15  CH-Split-Cal    pic 9(7).
                   15  CH-Split-Items  pic 9(5).

       FD  Convert-Out.
       01  CONVERT-LINE            pic x(100).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-read-count              pic 9(7).
           05  w-loaded-count            pic 9(7).
           05  w-elf-count               pic 9(5).

      *CURRENT ELF - THE OLD HISTORY ARRIVES ELF-MAJOR, SO ONE
      *REPORT LINE IS WRITTEN AS EACH ELF'S DAYS ARE FINISHED
       01 W-Current-Elf.
           05  w-cur-elf-id              pic 9(4).
           05  w-cur-days                pic 9(5).
           05  w-cur-calories            pic 9(12).

      *ABEND WORK AREA
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "CALHCONV".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 OLD-EOF-STATUS                      pic x(1).
           88 OLD-EOF                          value 'Y'.
       01 OLD-FILE-STATUS                     pic x(2).
           88  OLD-FILE-OK                        value '00'.
       01 CALHIST-FILE-STATUS                 pic x(2).
           88  CALHIST-FILE-OK                    value '00'.

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

           initialize OLD-EOF-STATUS
                      W-Variables
                      W-Current-Elf

           open input History-Old
           open output Convert-Out

           if not OLD-FILE-OK
               move "OLD CALORIE HISTORY (CALHOLD) IS MISSING"
                 to w-abend-message
               perform 9000-Abend
           end-if

      * THE NEW HISTORY IS LOADED FROM EMPTY - A RERUN OF THE
      * CONVERSION STARTS OVER RATHER THAN HALF-MERGING
           open output Calorie-Hist

           if not CALHIST-FILE-OK
               move "NEW CALORIE HISTORY COULD NOT BE CREATED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           .
      ******************************************************************
      * One 143-byte record per old record - a change of elf-id
      * reports the elf just finished
      ******************************************************************
       2000-Main-Process section.

           perform 2100-Read-Old

           perform until OLD-EOF
               compute w-read-count = w-read-count + 1
               if w-cur-days > zeroes
                and OH-Elf-Id not = w-cur-elf-id
                   perform 2300-Report-Elf
               end-if
               perform 2200-Load-Record
               perform 2100-Read-Old
           end-perform

           if w-cur-days > zeroes
               perform 2300-Report-Elf
           end-if
           .
      ******************************************************************
      * Read old history
      ******************************************************************
       2100-Read-Old section.
           read History-Old next
           at end set OLD-EOF to true
           end-read
           .
      ******************************************************************
      * One old record into the new layout - the day's whole calorie
      * figure becomes a single uncoded slot (blank category code,
      * no item count), which is exactly what CALORIES-COUNTER posts
      * for a manifest that carries no category codes
      ******************************************************************
       2200-Load-Record section.

           initialize CALHIST-REC
           move OH-Elf-Id          to CH-Elf-Id
           move OH-Date            to CH-Date
           move OH-Calories        to CH-Calories
           move OH-Depot           to CH-Depot
           move zeroes             to CH-Split-Count
           if OH-Calories > zeroes
               move 1              to CH-Split-Count
               move spaces         to CH-Split-Code(1)
               move OH-Calories    to CH-Split-Cal(1)
               move zeroes         to CH-Split-Items(1)
           end-if

           write CALHIST-REC
               invalid key
                   move "WRITE TO NEW CALORIE HISTORY FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-write

           compute w-loaded-count = w-loaded-count + 1

           move OH-Elf-Id to w-cur-elf-id
           compute w-cur-days = w-cur-days + 1
           compute w-cur-calories = w-cur-calories + OH-Calories
           .
      ******************************************************************
      * One report line for the elf just carried over
      ******************************************************************
       2300-Report-Elf section.

           compute w-elf-count = w-elf-count + 1

           move spaces to CONVERT-LINE
           string "CARRIED  ELF " w-cur-elf-id
                  "  DAYS " w-cur-days
                  "  SEASON-CAL " w-cur-calories
                  "  CATEGORY UNCODED"
                  delimited by size into CONVERT-LINE
           write CONVERT-LINE

           move zeroes to w-cur-days
           move zeroes to w-cur-calories
           .
      ******************************************************************
      * Summary
      ******************************************************************
       3000-print-summary section.

           move spaces to CONVERT-LINE
           write CONVERT-LINE
           move spaces to CONVERT-LINE
           string "RECORDS READ " w-read-count
                  "  LOADED " w-loaded-count
                  "  ELVES " w-elf-count
                  delimited by size into CONVERT-LINE
           write CONVERT-LINE

           display "Calorie-History-Convert read: " w-read-count
                   "  loaded: " w-loaded-count

           close History-Old
           close Calorie-Hist
           close Convert-Out
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

           display "CALORIE-HISTORY-CONVERT ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close History-Old
           close Calorie-Hist
           close Convert-Out
           move 16 to return-code
           stop run
           .
