       Identification division.
       PROGRAM-ID. Suite-Alert.
      ******************************************************************
      * THE SUITE'S OPERATIONS ALERT WRITER - CALLED AS "SUITEALT" BY
      * EVERY PROGRAM THAT FINDS SOMETHING THE OPERATOR ON SHIFT MUST
      * ACT ON.  EACH CALL APPENDS ONE FIXED-FORMAT RECORD TO THE ONE
      * SHARED ALERT FEED (ALERTS) THAT THE OPERATIONS CONSOLE AND
      * THE PAGING SYSTEM PICK UP, AND THAT Alert-Summary DEDUPES,
      * TRACKS AND ESCALATES.  RAISING AN ALERT MUST NEVER STOP THE
      * CALLER: A FEED THAT CANNOT BE WRITTEN SENDS THE ALERT TO
      * SYSOUT INSTEAD.
      ******************************************************************
       environment division.
       input-output section.
       file-control.
      * OPERATIONS ALERT FEED - PERMANENT, APPEND-ONLY, ONE FIXED-
      * FORMAT RECORD PER ALERT FROM EVERY PROGRAM IN THE SUITE
           SELECT Alert-Feed ASSIGN TO "ALERTS"
           organization is line sequential
           file status is ALERT-FILE-STATUS.

       data division.
       file section.
      * ALERT FEED RECORD - KEEP IN SYNC WITH Alert-Summary.  FIXED
      * COLUMNS, ONE SPACE BETWEEN FIELDS, FOR THE CONSOLE AND THE
      * PAGING SYSTEM TO READ DIRECTLY:
      *   1-8 DATE  10-15 TIME  17 SEVERITY (I INFO, W WARNING,
      *   E ERROR, C CRITICAL)  19-26 SOURCE PROGRAM  28-35 ALERT
      *   CODE  37-56 KEY  58-137 MESSAGE
       FD  Alert-Feed.
       01  ALERT-REC.
           05  AL-Date             pic 9(8).
           05  filler              pic x(1).
           05  AL-Time             pic 9(6).
           05  filler              pic x(1).
           05  AL-Severity         pic x(1).
           05  filler              pic x(1).
           05  AL-Program          pic x(8).
           05  filler              pic x(1).
           05  AL-Code             pic x(8).
           05  filler              pic x(1).
           05  AL-Key              pic x(20).
           05  filler              pic x(1).
           05  AL-Message          pic x(80).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-stamp-time              pic 9(8).

      *FLAGS
       01 ALERT-FILE-STATUS                   pic x(2).
           88  ALERT-FILE-OK                      value '00'.
           88  ALERT-FILE-NOT-FOUND               value '35'.

       LINKAGE SECTION.
      * THE CALLER'S ALERT - KEEP IN SYNC WITH EVERY CALLER'S
      * W-Alert-Area.  THE DATE AND TIME ARE STAMPED HERE
       01 Alert-Request.
           05  ARQ-Severity        pic x(1).
               88  ARQ-VALID-SEVERITY  value 'I' 'W' 'E' 'C'.
           05  ARQ-Program         pic x(8).
           05  ARQ-Code            pic x(8).
           05  ARQ-Key             pic x(20).
           05  ARQ-Message         pic x(80).

       Procedure Division using Alert-Request.
       0000-Begin Section.

           move spaces to ALERT-REC
           accept AL-Date from date yyyymmdd
           accept w-stamp-time from time
           move w-stamp-time(1:6) to AL-Time

      * AN UNKNOWN SEVERITY IS RAISED AS AN ERROR RATHER THAN LOST
           if ARQ-VALID-SEVERITY
               move ARQ-Severity to AL-Severity
           else
               move 'E' to AL-Severity
           end-if
           move ARQ-Program to AL-Program
           move ARQ-Code    to AL-Code
           move ARQ-Key     to AL-Key
           move ARQ-Message to AL-Message

           open extend Alert-Feed
           if ALERT-FILE-NOT-FOUND
               open output Alert-Feed
           end-if

           if not ALERT-FILE-OK
               display "SUITE-ALERT: ALERT FEED (ALERTS) NOT WRITTEN"
                       " - STATUS " ALERT-FILE-STATUS
               display "SUITE-ALERT: " ALERT-REC
               goback
           end-if

           write ALERT-REC
           close Alert-Feed
           goback.
