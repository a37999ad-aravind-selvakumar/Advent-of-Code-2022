       Identification division.
       PROGRAM-ID. Alert-Summary.
       environment division.
       input-output section.
       file-control.
      * OPERATIONS ALERT FEED - APPENDED TO BY EVERY PROGRAM IN THE
      * SUITE THROUGH SUITEALT.  ONLY THE RECORDS ADDED SINCE THE
      * LAST SUMMARY ARE TAKEN; THE HIGH-WATER MARK LIVES ON THE
      * ALERT MASTER'S CONTROL RECORD
           SELECT Alert-Feed ASSIGN TO "ALERTS"
           organization is line sequential
           file status is FEED-FILE-STATUS.
      * ALERT MASTER - INDEXED, KEYED BY SOURCE PROGRAM + ALERT CODE
      * + ALERT KEY; ONE RECORD PER DISTINCT ALERT EVER RAISED, SO A
      * REPEAT IS COUNTED AGAINST THE ONE ENTRY INSTEAD OF PAGING
      * SOMEBODY AGAIN.  READ BY KEY FOR THE FEED AND THE
      * ACKNOWLEDGMENTS, WALKED IN KEY ORDER FOR ESCALATION
           SELECT Alert-Master ASSIGN TO "ALERTMST"
           organization is indexed
           access is dynamic
           record key is AM-Key
           file status is MASTER-FILE-STATUS.
      * OPERATOR ACKNOWLEDGMENTS - OPTIONAL; ONE CARD PER ALERT THE
      * SHIFT HAS DEALT WITH
           SELECT Ack-In ASSIGN TO "ALERTACK"
           organization is line sequential
           file status is ACK-FILE-STATUS.
      * ESCALATIONS FOR THE PAGING SYSTEM - SAME FIXED FORMAT AS THE
      * ALERT FEED ITSELF, ONE RECORD PER ALERT ESCALATED THIS RUN
           SELECT Page-Out ASSIGN TO "PAGEOUT"
           organization is line sequential.
      * ALERT SUMMARY REPORT FOR THE SHIFT HANDOVER
           SELECT Summary-Out ASSIGN TO "ALRTRPT"
           organization is line sequential.
      * RUN OPTIONS CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD
           SELECT Control-In ASSIGN TO "CTLCARD"
           organization is line sequential
           file status is CONTROL-FILE-STATUS.

       data division.
       file section.
      * ALERT FEED RECORD - KEEP IN SYNC WITH Suite-Alert
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

      * ALERT MASTER RECORD.  STATUS O IS OPEN, A ACKNOWLEDGED, E
      * ESCALATED (STILL UNACKNOWLEDGED, ALREADY PAGED).  THE OPEN
      * DATE STARTS THE ESCALATION CLOCK AND IS RESET WHEN AN
      * ACKNOWLEDGED ALERT RECURS.  THE RECORD KEYED "*CONTROL"
      * CARRIES THE FEED HIGH-WATER MARK INSTEAD
       FD  Alert-Master.
       01  ALERT-MASTER-REC.
           05  AM-Key.
               10  AM-Program      pic x(8).
               10  AM-Code         pic x(8).
               10  AM-Alert-Key    pic x(20).
           05  AM-Alert-Data.
               10  AM-Severity     pic x(1).
               10  AM-Status       pic x(1).
                   88  AM-OPEN         value 'O'.
                   88  AM-ACKED        value 'A'.
                   88  AM-ESCALATED    value 'E'.
               10  AM-First-Date   pic 9(8).
               10  AM-First-Time   pic 9(6).
               10  AM-Last-Date    pic 9(8).
               10  AM-Last-Time    pic 9(6).
               10  AM-Count        pic 9(7).
               10  AM-Open-Date    pic 9(8).
               10  AM-Ack-Date     pic 9(8).
               10  AM-Ack-By       pic x(8).
               10  AM-Esc-Date     pic 9(8).
               10  AM-Message      pic x(80).
               10  filler          pic x(5).
      * CONTROL RECORD - RECORDS OF THE FEED ALREADY SUMMARIZED, AND
      * THE FRONT OF THE FEED'S FIRST RECORD SO A FEED THAT HAS BEEN
      * EMPTIED AND RESTARTED IS NEVER MISTAKEN FOR THE OLD ONE
           05  AM-Control-Data redefines AM-Alert-Data.
               10  AM-Feed-Records pic 9(9).
               10  AM-Feed-First   pic x(35).
               10  AM-Feed-Run     pic 9(8).
               10  filler          pic x(102).

      * ACKNOWLEDGMENT CARD - FIXED COLUMNS, '*' IN COLUMN ONE
      * COMMENTS A CARD OUT:
      *   1-8 SOURCE PROGRAM  10-17 ALERT CODE  19-38 ALERT KEY
      *   40-47 OPERATOR
       FD  Ack-In.
       01  ACK-REC.
           05  AK-Program          pic x(8).
           05  filler              pic x(1).
           05  AK-Code             pic x(8).
           05  filler              pic x(1).
           05  AK-Key              pic x(20).
           05  filler              pic x(1).
           05  AK-Operator         pic x(8).
           05  filler              pic x(33).

      * PAGING RECORD - THE ALERT FEED LAYOUT, KEEP IN SYNC WITH
      * Suite-Alert
       FD  Page-Out.
       01  PAGE-REC.
           05  PG-Date             pic 9(8).
           05  filler              pic x(1).
           05  PG-Time             pic 9(6).
           05  filler              pic x(1).
           05  PG-Severity         pic x(1).
           05  filler              pic x(1).
           05  PG-Program          pic x(8).
           05  filler              pic x(1).
           05  PG-Code             pic x(8).
           05  filler              pic x(1).
           05  PG-Key              pic x(20).
           05  filler              pic x(1).
           05  PG-Message          pic x(80).

       FD  Summary-Out.
       01  SUMMARY-LINE            pic x(132).

      * RUN OPTIONS CONTROL CARD - ONE KEYWORD=VALUE PER CARD
       FD  Control-In.
       01  CONTROL-CARD            pic x(80).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-feed-count              pic 9(9).
           05  w-skip-count              pic 9(9).
           05  w-new-feed                pic 9(7).
           05  w-bad-feed                pic 9(7).
           05  w-new-count               pic 9(5).
           05  w-repeat-count            pic 9(7).
           05  w-reopen-count            pic 9(5).
           05  w-ack-read                pic 9(5).
           05  w-ack-count               pic 9(5).
           05  w-ack-rejected            pic 9(5).
           05  w-escalated-count         pic 9(5).
           05  w-purged-count            pic 9(5).
           05  w-outstanding-count       pic 9(5).
           05  w-critical-count          pic 9(5).
           05  w-age-days                pic 9(5).
           05  w-quiet-days              pic 9(5).
           05  w-line-tag                pic x(10).
           05  w-ack-reason              pic x(20).

      *RUN DATE AND TIME - THE DATE EVERY AGE IS MEASURED AGAINST
       01 W-Run-Area.
           05  w-run-date                pic 9(8).
           05  w-run-int                 pic 9(8).
           05  w-run-time                pic 9(8).

      *THE FEED'S HIGH-WATER MARK AS THE LAST SUMMARY LEFT IT, AND
      *THIS RUN'S FIRST FEED RECORD TO CHECK IT AGAINST
       01 W-Feed-Mark.
           05  w-mark-records            pic 9(9).
           05  w-mark-first              pic x(35).
           05  w-mark-run                pic 9(8).
           05  w-this-first              pic x(35).

      *SEVERITY RANKING - I LOWEST, C HIGHEST; THE MASTER KEEPS THE
      *WORST SEVERITY AN ALERT HAS EVER BEEN RAISED AT
       01 W-Severity-Rank.
           05  w-rank-sev                pic x(1).
           05  w-rank                    pic 9(1).
           05  w-rank-new                pic 9(1).
           05  w-rank-old                pic 9(1).

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *THE ALERT MASTER IS CLAIMED FOR THE WHOLE SUMMARY
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
           05  w-lock-program            pic x(8) value "ALERTSUM".
           05  w-lock-result             pic x(1).
           05  w-lock-holder             pic x(8).

      *ABEND WORK AREA
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "ALERTSUM".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 FEED-EOF-STATUS                     pic x(1).
           88 FEED-EOF                         value 'Y'.
       01 FEED-FILE-STATUS                    pic x(2).
           88  FEED-FILE-OK                       value '00'.
           88  FEED-FILE-NOT-FOUND                value '35'.
       01 FEED-OPEN-STATUS                    pic x(1) value 'N'.
           88  FEED-IS-OPEN                       value 'Y'.
       01 FEED-RESET-STATUS                   pic x(1) value 'N'.
           88  FEED-WAS-RESET                     value 'Y'.
       01 MASTER-EOF-STATUS                   pic x(1).
           88 MASTER-EOF                       value 'Y'.
       01 MASTER-FILE-STATUS                  pic x(2).
           88  MASTER-FILE-OK                     value '00'.
           88  MASTER-FILE-NOT-FOUND              value '35'.
       01 CONTROL-REC-STATUS                  pic x(1) value 'N'.
           88  CONTROL-REC-ON-FILE                value 'Y'.
       01 ACK-EOF-STATUS                      pic x(1).
           88 ACK-EOF                          value 'Y'.
       01 ACK-FILE-STATUS                     pic x(2).
           88  ACK-FILE-OK                        value '00'.
           88  ACK-FILE-NOT-FOUND                 value '35'.
       01 CONTROL-EOF-STATUS                  pic x(1).
           88 CONTROL-EOF                      value 'Y'.
       01 CONTROL-FILE-STATUS                 pic x(2).
           88  CONTROL-FILE-OK                    value '00'.
           88  CONTROL-FILE-NOT-FOUND             value '35'.

      *RUN-TIME PARAMETERS - HOW MANY DAYS AN ALERT MAY STAY
      *UNACKNOWLEDGED BEFORE IT IS PAGED, HOW MANY DAYS AN
      *ACKNOWLEDGED ALERT MUST STAY QUIET BEFORE IT IS PURGED (ZERO
      *KEEPS THEM FOREVER), AND THE AS-OF DATE (DEFAULT TODAY)
       01 W-Control-Parms.
           05  w-parm-text                    pic x(10).
           05  w-esc-days                     pic 9(3) value 2.
           05  w-purge-days                   pic 9(3) value 30.
           05  w-parm-asof                    pic 9(8) value zeroes.

      *CONTROL-CARD WORK AREA - THE CARD BEING SPLIT AND WHERE THE
      *RUN'S OPTIONS CAME FROM, ECHOED ON THE OPTIONS PAGE
       01 W-Control-Cards.
           05  w-card-key                     pic x(12).
           05  w-card-value                   pic x(20).
           05  w-card-count                   pic 9(3) value zeroes.
           05  w-options-source               pic x(8) value "DEFAULTS".

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

           initialize FEED-EOF-STATUS
                      MASTER-EOF-STATUS
                      ACK-EOF-STATUS
                      W-Variables
                      W-Feed-Mark

           open output Summary-Out

           perform 1050-Read-Control-Cards
           if CONTROL-FILE-NOT-FOUND
               perform 1100-Parse-Parms
           end-if

           if w-parm-asof = zeroes
               accept w-run-date from date yyyymmdd
           else
               move w-parm-asof to w-run-date
           end-if
           if function test-date-yyyymmdd(w-run-date) not = zeroes
               move "ASOF IS NOT A VALID YYYYMMDD DATE"
                 to w-abend-message
               perform 9000-Abend
           end-if
           compute w-run-int = function integer-of-date(w-run-date)
           accept w-run-time from time

           move spaces to SUMMARY-LINE
           string "OPERATIONS ALERT SUMMARY - RUN DATE " w-run-date
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE
           move spaces to SUMMARY-LINE
           write SUMMARY-LINE

           perform 1080-Write-Options-Page

           move "ALERTMST" to w-lock-resource
           perform 8500-Claim-Lock

           perform 1200-Open-Master
           perform 1250-Read-Control-Record

           open output Page-Out
           .
      ******************************************************************
      * Read the run-options control cards - keyword=value, '*' in
      * column one comments a card out.  An unknown or malformed
      * card is a hard error: an operator typo must never silently
      * run the defaults
      ******************************************************************
       1050-Read-Control-Cards section.

           open input Control-In
           if CONTROL-FILE-NOT-FOUND
               go to 1050-Exit
           end-if
           if not CONTROL-FILE-OK
               move "CONTROL CARD FILE (CTLCARD) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move "CTLCARD " to w-options-source
           move 'N' to CONTROL-EOF-STATUS

           perform 1055-Read-One-Card
           perform until CONTROL-EOF
               if CONTROL-CARD(1:1) not = '*'
                and CONTROL-CARD not = spaces
                   compute w-card-count = w-card-count + 1
                   perform 1060-Apply-One-Card
               end-if
               perform 1055-Read-One-Card
           end-perform

           close Control-In.

       1050-Exit.
           exit.
      ******************************************************************
      * Read one control card
      ******************************************************************
       1055-Read-One-Card section.
           read Control-In
           at end set CONTROL-EOF to true
           end-read
           .
      ******************************************************************
      * One keyword=value card
      ******************************************************************
       1060-Apply-One-Card section.

           move spaces to w-card-key
           move spaces to w-card-value
           unstring CONTROL-CARD delimited by "="
               into w-card-key w-card-value
           end-unstring

           if w-card-value = spaces
               string "CONTROL CARD NOT KEYWORD=VALUE ["
                      CONTROL-CARD(1:40) "]"
                 delimited by size into w-abend-message
               perform 9000-Abend
           end-if

           Evaluate function trim(w-card-key)
               when "ESCDAYS"
                   perform 1075-Numeric-Card
                   if function numval(w-card-value) > 999
                       move "ESCDAYS MUST BE 0 TO 999"
                         to w-abend-message
                       perform 9000-Abend
                   end-if
                   move function numval(w-card-value)
                     to w-esc-days
               when "PURGEDAYS"
                   perform 1075-Numeric-Card
                   if function numval(w-card-value) > 999
                       move "PURGEDAYS MUST BE 0 TO 999"
                         to w-abend-message
                       perform 9000-Abend
                   end-if
                   move function numval(w-card-value)
                     to w-purge-days
               when "ASOF"
                   perform 1075-Numeric-Card
                   move function numval(w-card-value)
                     to w-parm-asof
               when other
                   string "UNKNOWN CONTROL CARD KEYWORD ["
                          w-card-key "]"
                     delimited by size into w-abend-message
                   perform 9000-Abend
           end-evaluate
           .
      ******************************************************************
      * A card whose value must be numeric
      ******************************************************************
       1075-Numeric-Card section.

           if function trim(w-card-value) not numeric
               string "CONTROL CARD VALUE NOT NUMERIC ["
                      CONTROL-CARD(1:40) "]"
                 delimited by size into w-abend-message
               perform 9000-Abend
           end-if
           .
      ******************************************************************
      * The options-in-effect page at the top of the report
      ******************************************************************
       1080-Write-Options-Page section.

           move spaces to SUMMARY-LINE
           string "OPTIONS IN EFFECT  SOURCE " w-options-source
                  "  CARDS " w-card-count
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE

           move spaces to SUMMARY-LINE
           string "  ESCDAYS " w-esc-days
                  "  PURGEDAYS " w-purge-days
                  "  ASOF " w-run-date
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE

           move spaces to SUMMARY-LINE
           write SUMMARY-LINE
           .
      ******************************************************************
      * JCL PARM FALLBACK - A NUMERIC VALUE IS THE ESCALATION DAYS.
      * A SUPPLIED CTLCARD FILE REPLACES THIS
      ******************************************************************
       1100-Parse-Parms section.

           move "PARM    " to w-options-source

           accept w-parm-text from command-line
           if function trim(w-parm-text) is numeric
            and function numval(w-parm-text) not > 999
               move function numval(w-parm-text) to w-esc-days
           end-if
           .
      ******************************************************************
      * Open the alert master - the very first summary creates it
      ******************************************************************
       1200-Open-Master section.

           open i-o Alert-Master
           if MASTER-FILE-NOT-FOUND
               open output Alert-Master
               close Alert-Master
               open i-o Alert-Master
           end-if

           if not MASTER-FILE-OK
               move "ALERT MASTER (ALERTMST) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           .
      ******************************************************************
      * Pick up the feed high-water mark - no control record yet
      * means nothing has ever been summarized
      ******************************************************************
       1250-Read-Control-Record section.

           move spaces to AM-Key
           move "*CONTROL" to AM-Program
           read Alert-Master
               invalid key
                   move zeroes to w-mark-records
                   move spaces to w-mark-first
                   move zeroes to w-mark-run
                   go to 1250-Exit
           end-read

           set CONTROL-REC-ON-FILE to true
           move AM-Feed-Records to w-mark-records
           move AM-Feed-First   to w-mark-first
           move AM-Feed-Run     to w-mark-run.

       1250-Exit.
           exit.
      ******************************************************************
      * The feed first, so an acknowledgment can close an alert that
      * only reached the feed since the last summary; then the walk
      * that escalates and purges
      ******************************************************************
       2000-Main-Process section.

           perform 2100-Summarize-Feed
           perform 2500-Apply-Acks
           perform 2700-Escalate-And-Purge
           .
      ******************************************************************
      * Take the feed records added since the last summary.  The
      * feed is the same feed only while its first record is the
      * one the mark was taken against - a feed emptied and started
      * over (or a shorter one) is summarized from the top
      ******************************************************************
       2100-Summarize-Feed section.

           move spaces to SUMMARY-LINE
           string "ALERT ACTIVITY SINCE LAST SUMMARY"
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE

      * NO FEED THIS RUN LEAVES THE MARK WHERE IT WAS - TAKING IT
      * DOWN TO NOTHING WOULD REPLAY THE WHOLE FEED NEXT TIME AND
      * REOPEN EVERY ACKNOWLEDGED ALERT ON IT
           open input Alert-Feed
           if FEED-FILE-NOT-FOUND
               move w-mark-records to w-feed-count
               move w-mark-records to w-skip-count
               move w-mark-first   to w-this-first
               move spaces to SUMMARY-LINE
               string "  NO ALERT FEED (ALERTS) - NOTHING TO SUMMARIZE"
                      delimited by size into SUMMARY-LINE
               write SUMMARY-LINE
               go to 2100-Exit
           end-if
           if not FEED-FILE-OK
               move "ALERT FEED (ALERTS) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           set FEED-IS-OPEN to true

           perform 2110-Read-Feed
           if FEED-EOF
               move spaces to w-this-first
           else
               move ALERT-REC(1:35) to w-this-first
           end-if

           move w-mark-records to w-skip-count
           if w-mark-records > zeroes
            and w-this-first not = w-mark-first
               set FEED-WAS-RESET to true
               move zeroes to w-skip-count
           end-if

           perform until FEED-EOF
               compute w-feed-count = w-feed-count + 1
               if w-feed-count > w-skip-count
                   compute w-new-feed = w-new-feed + 1
                   perform 2200-Post-Alert
               end-if
               perform 2110-Read-Feed
           end-perform

           if w-feed-count < w-skip-count
               set FEED-WAS-RESET to true
           end-if

           if w-new-count = zeroes
            and w-reopen-count = zeroes
               move spaces to SUMMARY-LINE
               string "  NONE - NO NEW OR RECURRING ALERTS"
                      delimited by size into SUMMARY-LINE
               write SUMMARY-LINE
           end-if

           close Alert-Feed
           move 'N' to FEED-OPEN-STATUS.

       2100-Exit.
           exit.
      ******************************************************************
      * Read next feed record
      ******************************************************************
       2110-Read-Feed section.
           read Alert-Feed
           at end set FEED-EOF to true
           end-read
           .
      ******************************************************************
      * One new feed record against the master - a first sighting
      * opens an alert, a repeat is counted against it, and a
      * repeat of an acknowledged alert reopens it
      ******************************************************************
       2200-Post-Alert section.

           if AL-Date not numeric
            or AL-Time not numeric
            or AL-Program = spaces
            or AL-Code = spaces
               go to 2200-Bad-Record
           end-if
           if function test-date-yyyymmdd(AL-Date) not = zeroes
               go to 2200-Bad-Record
           end-if

           move AL-Severity to w-rank-sev
           perform 2290-Rank-Severity
           if w-rank = zeroes
               move 'E' to AL-Severity
               move 3 to w-rank
           end-if
           move w-rank to w-rank-new

           move AL-Program to AM-Program
           move AL-Code    to AM-Code
           move AL-Key     to AM-Alert-Key
           read Alert-Master
               invalid key
                   perform 2210-New-Alert
                   go to 2200-Exit
           end-read

           perform 2220-Repeat-Alert
           go to 2200-Exit.

       2200-Bad-Record.
           compute w-bad-feed = w-bad-feed + 1
           move spaces to SUMMARY-LINE
           string "  UNREADABLE FEED RECORD " w-feed-count
                  "  [" ALERT-REC(1:60) "]"
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE.

       2200-Exit.
           exit.
      ******************************************************************
      * First sighting - a new open alert
      ******************************************************************
       2210-New-Alert section.

           move spaces to AM-Alert-Data
           move AL-Severity to AM-Severity
           set AM-OPEN to true
           move AL-Date     to AM-First-Date
           move AL-Time     to AM-First-Time
           move AL-Date     to AM-Last-Date
           move AL-Time     to AM-Last-Time
           move 1           to AM-Count
           move AL-Date     to AM-Open-Date
           move zeroes      to AM-Ack-Date
           move zeroes      to AM-Esc-Date
           move AL-Message  to AM-Message

           write ALERT-MASTER-REC
               invalid key
                   move "WRITE TO ALERT MASTER FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-write

           compute w-new-count = w-new-count + 1
           move "NEW" to w-line-tag
           perform 2900-Write-Alert-Line
           .
      ******************************************************************
      * A repeat - the count and the latest sighting move on, the
      * worst severity is kept.  An acknowledged alert raised again
      * has come back since the shift dealt with it: it reopens and
      * its escalation clock starts over
      ******************************************************************
       2220-Repeat-Alert section.

           compute AM-Count = AM-Count + 1
           move AL-Date    to AM-Last-Date
           move AL-Time    to AM-Last-Time
           move AL-Message to AM-Message

           move AM-Severity to w-rank-sev
           perform 2290-Rank-Severity
           move w-rank to w-rank-old
           if w-rank-new > w-rank-old
               move AL-Severity to AM-Severity
           end-if

           if AM-ACKED
               set AM-OPEN to true
               move AL-Date to AM-Open-Date
               move zeroes  to AM-Esc-Date
               compute w-reopen-count = w-reopen-count + 1
               move "REOPENED" to w-line-tag
               perform 2900-Write-Alert-Line
           else
               compute w-repeat-count = w-repeat-count + 1
           end-if

           rewrite ALERT-MASTER-REC
               invalid key
                   move "REWRITE TO ALERT MASTER FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite
           .
      ******************************************************************
      * Severity letter in w-rank-sev to its rank in w-rank - zero
      * for a letter that is not a severity
      ******************************************************************
       2290-Rank-Severity section.

           Evaluate w-rank-sev
               when 'I'   move 1 to w-rank
               when 'W'   move 2 to w-rank
               when 'E'   move 3 to w-rank
               when 'C'   move 4 to w-rank
               when other move 0 to w-rank
           end-evaluate
           .
      ******************************************************************
      * Operator acknowledgments - optional
      ******************************************************************
       2500-Apply-Acks section.

           move spaces to SUMMARY-LINE
           write SUMMARY-LINE
           move spaces to SUMMARY-LINE
           string "ACKNOWLEDGMENTS"
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE

           open input Ack-In
           if ACK-FILE-NOT-FOUND
               move spaces to SUMMARY-LINE
               string "  NONE SUPPLIED"
                      delimited by size into SUMMARY-LINE
               write SUMMARY-LINE
               go to 2500-Exit
           end-if
           if not ACK-FILE-OK
               move "ACKNOWLEDGMENT FILE (ALERTACK) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           perform 2510-Read-Ack
           perform until ACK-EOF
               if ACK-REC(1:1) not = '*'
                and ACK-REC not = spaces
                   compute w-ack-read = w-ack-read + 1
                   perform 2550-Apply-One-Ack
               end-if
               perform 2510-Read-Ack
           end-perform

           close Ack-In.

       2500-Exit.
           exit.
      ******************************************************************
      * Read next acknowledgment card
      ******************************************************************
       2510-Read-Ack section.
           read Ack-In
           at end set ACK-EOF to true
           end-read
           .
      ******************************************************************
      * One acknowledgment - the alert must exist and still be open
      * or escalated, and the card must name who dealt with it
      ******************************************************************
       2550-Apply-One-Ack section.

           if AK-Operator = spaces
               move "NO OPERATOR ON CARD" to w-ack-reason
               go to 2550-Reject
           end-if

           move AK-Program to AM-Program
           move AK-Code    to AM-Code
           move AK-Key     to AM-Alert-Key
           read Alert-Master
               invalid key
                   move "NO SUCH ALERT" to w-ack-reason
                   go to 2550-Reject
           end-read

           if AM-ACKED
               move "ALREADY ACKNOWLEDGED" to w-ack-reason
               go to 2550-Reject
           end-if

           set AM-ACKED to true
           move w-run-date  to AM-Ack-Date
           move AK-Operator to AM-Ack-By
           rewrite ALERT-MASTER-REC
               invalid key
                   move "REWRITE TO ALERT MASTER FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite

           compute w-ack-count = w-ack-count + 1
           move spaces to SUMMARY-LINE
           string "  ACKNOWLEDGED  " AM-Program " " AM-Code " "
                  AM-Alert-Key "  BY " AM-Ack-By
                  "  RAISED " AM-Count " TIMES"
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE
           go to 2550-Exit.

       2550-Reject.
           compute w-ack-rejected = w-ack-rejected + 1
           move spaces to SUMMARY-LINE
           string "  REJECTED      " AK-Program " " AK-Code " "
                  AK-Key "  BY " AK-Operator "  - " w-ack-reason
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE.

       2550-Exit.
           exit.
      ******************************************************************
      * Walk the master in key order - an open alert past the
      * escalation age is paged; an acknowledged alert quiet for
      * longer than the purge age is dropped
      ******************************************************************
       2700-Escalate-And-Purge section.

           move spaces to SUMMARY-LINE
           write SUMMARY-LINE
           move spaces to SUMMARY-LINE
           string "ESCALATED TO PAGING - UNACKNOWLEDGED " w-esc-days
                  " DAYS OR MORE"
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE

           perform 2710-Start-Master
           perform until MASTER-EOF
               Evaluate true
                   when AM-Program = "*CONTROL"
                       continue
                   when AM-OPEN
                       perform 2750-Check-Escalation
                   when AM-ACKED
                    and w-purge-days > zeroes
                       perform 2760-Check-Purge
               end-evaluate
               perform 2720-Read-Master
           end-perform

           if w-escalated-count = zeroes
               move spaces to SUMMARY-LINE
               string "  NONE"
                      delimited by size into SUMMARY-LINE
               write SUMMARY-LINE
           end-if
           .
      ******************************************************************
      * Position at the front of the master for a key-order walk
      ******************************************************************
       2710-Start-Master section.

           move 'N' to MASTER-EOF-STATUS
           move low-values to AM-Key
           start Alert-Master key is greater than AM-Key
               invalid key
                   set MASTER-EOF to true
                   go to 2710-Exit
           end-start

           perform 2720-Read-Master.

       2710-Exit.
           exit.
      ******************************************************************
      * Read next master record
      ******************************************************************
       2720-Read-Master section.
           read Alert-Master next
           at end set MASTER-EOF to true
           end-read
           .
      ******************************************************************
      * Escalate an open alert whose clock has run out - once; it
      * stays escalated until someone acknowledges it
      ******************************************************************
       2750-Check-Escalation section.

           if AM-Open-Date > w-run-date
               go to 2750-Exit
           end-if
           compute w-age-days =
                   w-run-int - function integer-of-date(AM-Open-Date)
           if w-age-days < w-esc-days
               go to 2750-Exit
           end-if

           set AM-ESCALATED to true
           move w-run-date to AM-Esc-Date
           rewrite ALERT-MASTER-REC
               invalid key
                   move "REWRITE TO ALERT MASTER FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite

           move spaces       to PAGE-REC
           move w-run-date   to PG-Date
           move w-run-time(1:6) to PG-Time
           move AM-Severity  to PG-Severity
           move AM-Program   to PG-Program
           move AM-Code      to PG-Code
           move AM-Alert-Key to PG-Key
           string "UNACKNOWLEDGED " w-age-days " DAYS, RAISED "
                  AM-Count " TIMES - " AM-Message
                  delimited by size into PG-Message
           write PAGE-REC

           compute w-escalated-count = w-escalated-count + 1
           move "ESCALATED" to w-line-tag
           perform 2900-Write-Alert-Line.

       2750-Exit.
           exit.
      ******************************************************************
      * Purge an acknowledged alert that has stayed quiet
      ******************************************************************
       2760-Check-Purge section.

           if AM-Last-Date > w-run-date
               go to 2760-Exit
           end-if
           compute w-quiet-days =
                   w-run-int - function integer-of-date(AM-Last-Date)
           if w-quiet-days not > w-purge-days
               go to 2760-Exit
           end-if

           delete Alert-Master record
               invalid key
                   move "DELETE FROM ALERT MASTER FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-delete

           compute w-purged-count = w-purged-count + 1.

       2760-Exit.
           exit.
      ******************************************************************
      * One alert line on the report, tagged with what happened
      ******************************************************************
       2900-Write-Alert-Line section.

           move spaces to SUMMARY-LINE
           string "  " w-line-tag " " AM-Severity " "
                  AM-Program " " AM-Code " " AM-Alert-Key " "
                  AM-Message
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE
           .
      ******************************************************************
      * Summary - everything still waiting for an acknowledgment,
      * the run's figures, then the new high-water mark
      ******************************************************************
       3000-print-summary section.

           move spaces to SUMMARY-LINE
           write SUMMARY-LINE
           move spaces to SUMMARY-LINE
           string "OUTSTANDING - NOT YET ACKNOWLEDGED"
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE
           move spaces to SUMMARY-LINE
           string "  SEV ST PROGRAM  CODE     KEY                 "
                  "  FIRST     LAST      COUNT    AGE"
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE

           perform 2710-Start-Master
           perform until MASTER-EOF
               if AM-Program not = "*CONTROL"
                and (AM-OPEN or AM-ESCALATED)
                   perform 3100-Write-Outstanding
               end-if
               perform 2720-Read-Master
           end-perform

           if w-outstanding-count = zeroes
               move spaces to SUMMARY-LINE
               string "  NONE - EVERY ALERT HAS BEEN ACKNOWLEDGED"
                      delimited by size into SUMMARY-LINE
               write SUMMARY-LINE
           end-if

           move spaces to SUMMARY-LINE
           write SUMMARY-LINE
           move spaces to SUMMARY-LINE
           string "FEED RECORDS " w-feed-count
                  "  ALREADY SUMMARIZED " w-skip-count
                  "  TAKEN " w-new-feed
                  "  UNREADABLE " w-bad-feed
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE
           if FEED-WAS-RESET
               move spaces to SUMMARY-LINE
               string "FEED WAS EMPTIED OR RESTARTED SINCE THE "
                      "SUMMARY OF " w-mark-run
                      " - SUMMARIZED FROM THE TOP"
                      delimited by size into SUMMARY-LINE
               write SUMMARY-LINE
           end-if
           move spaces to SUMMARY-LINE
           string "NEW " w-new-count
                  "  REPEATS " w-repeat-count
                  "  REOPENED " w-reopen-count
                  "  ACKNOWLEDGED " w-ack-count
                  "  ACKS REJECTED " w-ack-rejected
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE
           move spaces to SUMMARY-LINE
           string "ESCALATED " w-escalated-count
                  "  PURGED " w-purged-count
                  "  OUTSTANDING " w-outstanding-count
                  "  CRITICAL OUTSTANDING " w-critical-count
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE

           perform 3200-Write-Control-Record

           display "Alert-Summary new: " w-new-count
                   "  escalated: " w-escalated-count
                   "  outstanding: " w-outstanding-count

           close Alert-Master
           close Page-Out
           close Summary-Out

           move "ALERTMST" to w-lock-resource
           perform 8600-Free-Lock

      * SOMETHING PAGED THIS RUN, OR AN ACKNOWLEDGMENT THAT DID NOT
      * TAKE, IS A WARNING FOR THE SHIFT LEAD
           if w-escalated-count > zeroes
            or w-ack-rejected > zeroes
               move 4 to return-code
           end-if
           .
      ******************************************************************
      * One outstanding alert - its figures, then its latest message
      ******************************************************************
       3100-Write-Outstanding section.

           compute w-outstanding-count = w-outstanding-count + 1
           if AM-Severity = 'C'
               compute w-critical-count = w-critical-count + 1
           end-if
           move zeroes to w-age-days
           if AM-Open-Date < w-run-date
               compute w-age-days = w-run-int
                     - function integer-of-date(AM-Open-Date)
           end-if

           move spaces to SUMMARY-LINE
           string "  " AM-Severity "   " AM-Status "  "
                  AM-Program " " AM-Code " " AM-Alert-Key "  "
                  AM-First-Date "  " AM-Last-Date "  "
                  AM-Count "  " w-age-days
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE
           move spaces to SUMMARY-LINE
           string "        " AM-Message
                  delimited by size into SUMMARY-LINE
           write SUMMARY-LINE
           .
      ******************************************************************
      * Record how much of the feed has been summarized
      ******************************************************************
       3200-Write-Control-Record section.

           move spaces to ALERT-MASTER-REC
           move "*CONTROL"   to AM-Program
           move w-feed-count to AM-Feed-Records
           move w-this-first to AM-Feed-First
           move w-run-date   to AM-Feed-Run

           if CONTROL-REC-ON-FILE
               rewrite ALERT-MASTER-REC
                   invalid key
                       move "REWRITE OF ALERT CONTROL RECORD FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-rewrite
           else
               write ALERT-MASTER-REC
                   invalid key
                       move "WRITE OF ALERT CONTROL RECORD FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-write
               set CONTROL-REC-ON-FILE to true
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
      * with a non-zero return code so a calling job step can detect it.
      * The feed is closed before the alert is raised, since raising
      * it appends to the very file this program reads
      ******************************************************************
       9000-Abend section.

           display "ALERT-SUMMARY ABEND: " w-abend-message

           if FEED-IS-OPEN
               close Alert-Feed
           end-if
           close Alert-Master
           close Page-Out
           close Summary-Out

           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           move "ALERTMST" to w-lock-resource
           perform 8600-Free-Lock

           move 16 to return-code
           stop run
           .
