       Identification division.
       PROGRAM-ID. Report-Distribution.
       environment division.
       input-output section.
       file-control.
      * DISTRIBUTION CONTROL FILE - ONE LINE PER REPORT PER RECIPIENT:
      * THE REPORT'S DDNAME, WHO GETS IT, HOW MANY COPIES AND HOW
      * OFTEN.  MAINTAINED BY OPERATIONS
           SELECT Distribution-In ASSIGN TO "DISTCTL"
           organization is line sequential
           file status is DISTCTL-FILE-STATUS.
      * DEPOT REFERENCE MASTER - READ IN KEY ORDER TO EXPAND A
      * '*DEPOTS' RECIPIENT INTO ONE BUNDLE PER ACTIVE DEPOT
           SELECT Depot-Master ASSIGN TO "DEPTMAST"
           organization is indexed
           access is sequential
           record key is DM-Depot-Id
           file status is DEPOT-FILE-STATUS.
      * PERMANENT RUN REGISTER - PROVES A REPORT'S PRODUCING PROGRAM
      * REALLY RAN ON THE RUN DATE, SO A GENERATION LEFT OVER FROM AN
      * EARLIER DAY IS NEVER SENT OUT AS TODAY'S
           SELECT Register-In ASSIGN TO "RUNREG"
           organization is line sequential
           file status is REGISTER-FILE-STATUS.
      * THE REPORTS THIS STEP CAN BUNDLE - ONE DDNAME EACH, THE SAME
      * DDNAME THE PRODUCING STEP WRITES IT UNDER.  ANY OF THEM MAY
      * BE ABSENT WHEN JCL COND= SKIPPED THE STEP THAT WRITES IT.
      * KEEP IN SYNC WITH W-Report-Names AND THE 71nn SECTIONS
           SELECT Editrpt-In ASSIGN TO "EDITRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Rptout-In ASSIGN TO "RPTOUT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Rejout-In ASSIGN TO "REJOUT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Dtlout-In ASSIGN TO "DTLOUT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Grejout-In ASSIGN TO "GREJOUT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Scoutout-In ASSIGN TO "SCOUTOUT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Runlog-In ASSIGN TO "RUNLOG"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Reconout-In ASSIGN TO "RECONOUT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Stndrpt-In ASSIGN TO "STNDRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Dirrpt-In ASSIGN TO "DIRRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Projrpt-In ASSIGN TO "PROJRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Histrpt-In ASSIGN TO "HISTRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Trendrpt-In ASSIGN TO "TRENDRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Rejagrpt-In ASSIGN TO "REJAGRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Comprpt-In ASSIGN TO "COMPRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Weekrpt-In ASSIGN TO "WEEKRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Seacmpr-In ASSIGN TO "SEACMPR"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Raterpt-In ASSIGN TO "RATERPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Fixrpt-In ASSIGN TO "FIXRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Fuelrpt-In ASSIGN TO "FUELRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Catrpt-In ASSIGN TO "CATRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Tgtrpt-In ASSIGN TO "TGTRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Marchrpt-In ASSIGN TO "MARCHRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Alrtrpt-In ASSIGN TO "ALRTRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
           SELECT Onbdrpt-In ASSIGN TO "ONBDRPT"
           organization is line sequential
           file status is REPORT-FILE-STATUS.
      * THE BUNDLES - ONE AFTER ANOTHER, EACH OPENING WITH ITS
      * RECIPIENT'S BANNER PAGE; THE PRINT ROOM SPLITS ON THE BANNERS
           SELECT Bundle-Out ASSIGN TO "BUNDLES"
           organization is line sequential.
      * DISTRIBUTION MANIFEST - WHAT WENT TO WHOM, AND WHAT WAS DUE
      * BUT NEVER PRODUCED
           SELECT Manifest-Out ASSIGN TO "DISTMAN"
           organization is line sequential.
      * RUN OPTIONS CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD
           SELECT Control-In ASSIGN TO "CTLCARD"
           organization is line sequential
           file status is CONTROL-FILE-STATUS.

       data division.
       file section.
      * DISTRIBUTION CONTROL LINE - FIXED COLUMNS
      *   1-8   REPORT DDNAME
      *  10-21  RECIPIENT (SUPPLY, COACHING, TOURNAMENT, DEPOT NTH,
      *         OR *DEPOTS FOR EVERY ACTIVE DEPOT ON DEPTMAST)
      *  23-24  COPIES (BLANK = 1)
      *  26     FREQUENCY - D DAILY, W WEEKLY, M MONTH-END
      *  28-35  PRODUCING PROGRAM AS IT SIGNS THE RUN REGISTER
      *         (OPTIONAL - BLANK SKIPS THE RAN-TODAY CHECK)
      *  37-66  TITLE FOR THE TABLE OF CONTENTS
       FD  Distribution-In.
       01  DISTCTL-REC.
           05  DC-Ddname           pic x(8).
           05  filler              pic x(1).
           05  DC-Recipient        pic x(12).
           05  filler              pic x(1).
           05  DC-Copies           pic x(2).
           05  filler              pic x(1).
           05  DC-Frequency        pic x(1).
               88  DC-DAILY            value 'D'.
               88  DC-WEEKLY           value 'W'.
               88  DC-MONTH-END        value 'M'.
           05  filler              pic x(1).
           05  DC-Program          pic x(8).
           05  filler              pic x(1).
           05  DC-Title            pic x(30).
           05  filler              pic x(14).

      * DEPOT MASTER RECORD - KEEP IN SYNC WITH Depot-Master-Maint
       FD  Depot-Master.
       01  DEPOT-REC.
           05  DM-Depot-Id         pic x(3).
           05  DM-Name             pic x(20).
           05  DM-Region           pic x(10).
           05  DM-Status           pic x(1).
               88  DM-ACTIVE           value 'A'.
               88  DM-CLOSED           value 'C'.

      * RUN REGISTER - FIXED LAYOUT OF THE LINE EACH PROGRAM'S
      * 8000-Write-Run-Register SECTION BUILDS; KEEP IN SYNC
       FD  Register-In.
       01  REGISTER-REC.
           05  filler              pic x(4).
           05  RR-Program          pic x(8).
           05  filler              pic x(7).
           05  RR-Date             pic 9(8).
           05  filler              pic x(93).

       FD  Editrpt-In.
       01  EDITRPT-LINE            pic x(132).
       FD  Rptout-In.
       01  RPTOUT-LINE             pic x(132).
       FD  Rejout-In.
       01  REJOUT-LINE             pic x(132).
       FD  Dtlout-In.
       01  DTLOUT-LINE             pic x(132).
       FD  Grejout-In.
       01  GREJOUT-LINE            pic x(132).
       FD  Scoutout-In.
       01  SCOUTOUT-LINE           pic x(132).
       FD  Runlog-In.
       01  RUNLOG-LINE             pic x(132).
       FD  Reconout-In.
       01  RECONOUT-LINE           pic x(132).
       FD  Stndrpt-In.
       01  STNDRPT-LINE            pic x(132).
       FD  Dirrpt-In.
       01  DIRRPT-LINE             pic x(132).
       FD  Projrpt-In.
       01  PROJRPT-LINE            pic x(132).
       FD  Histrpt-In.
       01  HISTRPT-LINE            pic x(132).
       FD  Trendrpt-In.
       01  TRENDRPT-LINE           pic x(132).
       FD  Rejagrpt-In.
       01  REJAGRPT-LINE           pic x(132).
       FD  Comprpt-In.
       01  COMPRPT-LINE            pic x(132).
       FD  Weekrpt-In.
       01  WEEKRPT-LINE            pic x(132).
       FD  Seacmpr-In.
       01  SEACMPR-LINE            pic x(132).
       FD  Raterpt-In.
       01  RATERPT-LINE            pic x(132).
       FD  Fixrpt-In.
       01  FIXRPT-LINE             pic x(132).
       FD  Fuelrpt-In.
       01  FUELRPT-LINE            pic x(132).
       FD  Catrpt-In.
       01  CATRPT-LINE             pic x(132).
       FD  Tgtrpt-In.
       01  TGTRPT-LINE             pic x(132).
       FD  Marchrpt-In.
       01  MARCHRPT-LINE           pic x(132).
       FD  Alrtrpt-In.
       01  ALRTRPT-LINE            pic x(132).
       FD  Onbdrpt-In.
       01  ONBDRPT-LINE            pic x(132).

       FD  Bundle-Out.
       01  BUNDLE-LINE             pic x(132).

       FD  Manifest-Out.
       01  MANIFEST-LINE           pic x(132).

      * RUN OPTIONS CONTROL CARD - ONE KEYWORD=VALUE PER CARD
       FD  Control-In.
       01  CONTROL-CARD            pic x(80).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-dist-read               pic 9(5).
           05  w-dist-rejected           pic 9(5).
           05  w-not-due                 pic 9(5).
           05  w-sent-count              pic 9(5).
           05  w-missing-count           pic 9(5).
           05  w-missing-reports         pic 9(3).
           05  w-copy-count              pic 9(7).
           05  w-lines-copied            pic 9(9).
           05  w-sub                     pic 9(5).
           05  w-dsub                    pic 9(5).
           05  w-rsub                    pic 9(3).
           05  w-psub                    pic 9(3).
           05  w-copy                    pic 9(2).
           05  w-toc-seq                 pic 9(3).
           05  w-copies                  pic 9(2).
           05  w-recipient               pic x(12).
           05  w-reject-reason           pic x(40).
           05  w-freq-word               pic x(9).
           05  w-status-text             pic x(60).
           05  w-report-line             pic x(132).

      *RUN DATE - THE DATE THE BUNDLES ARE FOR, ITS DAY OF THE WEEK
      *(1 = MONDAY) AND WHETHER IT IS THE LAST DAY OF ITS MONTH
       01 W-Run-Date-Area.
           05  w-run-date                pic 9(8).
           05  w-run-int                 pic 9(8).
           05  w-next-date               pic 9(8).
           05  w-next-date-x redefines w-next-date.
               10  filler                pic x(6).
               10  w-next-day            pic x(2).
           05  w-run-dow                 pic 9(1).
           05  MONTH-END-STATUS          pic x(1).
               88  MONTH-END                 value 'Y'.

      *DAY NAMES - THE WEEKDAY CONTROL CARD'S VALUES, MONDAY FIRST
       01 W-Day-Names.
           05  filler                    pic x(21)
               value "MONTUEWEDTHUFRISATSUN".
       01 W-Day-Name-Table redefines W-Day-Names.
           05  w-day-name occurs 7 times pic x(3).

      *THE REPORTS THIS STEP CAN BUNDLE - KEEP IN SYNC WITH THE
      *SELECTS AND THE 71nn SECTIONS
       01 W-Report-Names.
           05  filler                    pic x(8) value "EDITRPT ".
           05  filler                    pic x(8) value "RPTOUT  ".
           05  filler                    pic x(8) value "REJOUT  ".
           05  filler                    pic x(8) value "DTLOUT  ".
           05  filler                    pic x(8) value "GREJOUT ".
           05  filler                    pic x(8) value "SCOUTOUT".
           05  filler                    pic x(8) value "RUNLOG  ".
           05  filler                    pic x(8) value "RECONOUT".
           05  filler                    pic x(8) value "STNDRPT ".
           05  filler                    pic x(8) value "DIRRPT  ".
           05  filler                    pic x(8) value "PROJRPT ".
           05  filler                    pic x(8) value "HISTRPT ".
           05  filler                    pic x(8) value "TRENDRPT".
           05  filler                    pic x(8) value "REJAGRPT".
           05  filler                    pic x(8) value "COMPRPT ".
           05  filler                    pic x(8) value "WEEKRPT ".
           05  filler                    pic x(8) value "SEACMPR ".
           05  filler                    pic x(8) value "RATERPT ".
           05  filler                    pic x(8) value "FIXRPT  ".
           05  filler                    pic x(8) value "FUELRPT ".
           05  filler                    pic x(8) value "CATRPT  ".
           05  filler                    pic x(8) value "TGTRPT  ".
           05  filler                    pic x(8) value "MARCHRPT".
           05  filler                    pic x(8) value "ALRTRPT ".
           05  filler                    pic x(8) value "ONBDRPT ".
       01 W-Report-Name-Table redefines W-Report-Names.
           05  w-report-name occurs 25 times pic x(8).

      *REPORT TABLE - ONE ENTRY PER BUNDLEABLE REPORT: WHETHER ANY
      *RECIPIENT IS DUE IT TODAY, THE PROGRAM THAT MUST HAVE RUN,
      *AND WHAT WAS FOUND - P PRESENT, N NO GENERATION ALLOCATED,
      *E EMPTY, S PRODUCING PROGRAM DID NOT RUN ON THE RUN DATE
       01 W-Report-Table.
           05  w-rpt occurs 25 times.
               10  w-rpt-ddname          pic x(8).
               10  w-rpt-program         pic x(8).
               10  w-rpt-needed          pic x(1).
               10  w-rpt-ran             pic x(1).
               10  w-rpt-status          pic x(1).
                   88  RPT-PRESENT           value 'P'.
                   88  RPT-NOT-ALLOCATED     value 'N'.
                   88  RPT-EMPTY             value 'E'.
                   88  RPT-NOT-RUN           value 'S'.
               10  w-rpt-lines           pic 9(7).
               10  w-rpt-due-to          pic 9(5).

      *DISTRIBUTION TABLE - EVERY CONTROL LINE DUE TODAY, '*DEPOTS'
      *ALREADY EXPANDED TO ONE ENTRY PER ACTIVE DEPOT
       01 W-Dist-Table.
           05  w-dist occurs 500 times.
               10  w-dist-recipient      pic x(12).
               10  w-dist-rsub           pic 9(3).
               10  w-dist-copies         pic 9(2).
               10  w-dist-frequency      pic x(1).
               10  w-dist-title          pic x(30).
           05  w-dist-count              pic 9(5).

      *RECIPIENTS - IN THE ORDER THEY FIRST APPEAR ON THE CONTROL
      *FILE, WHICH IS THE ORDER THE BUNDLES ARE BUILT IN
       01 W-Recipient-Table.
           05  w-recip occurs 50 times.
               10  w-recip-name          pic x(12).
           05  w-recip-count             pic 9(3).
           05  w-recip-sub               pic 9(3).

      *ACTIVE DEPOTS - FOR THE '*DEPOTS' RECIPIENT
       01 W-Depot-Table.
           05  w-depot occurs 100 times.
               10  w-depot-id            pic x(3).
           05  w-depot-count             pic 9(3).
           05  w-depot-sub               pic 9(3).

      *ONE BUNDLE'S FIGURES FOR ITS BANNER PAGE
       01 W-Bundle-Area.
           05  w-bundle-reports          pic 9(3).
           05  w-bundle-present          pic 9(3).
           05  w-bundle-copies           pic 9(5).

      *TABLE CAPACITY - KEEP IN SYNC WITH THE OCCURS ON w-dist,
      *w-recip AND w-depot
       01 W-Capacity-Limits.
           05  w-dist-limit              pic 9(5) value 500.
           05  w-recip-limit             pic 9(3) value 50.
           05  w-depot-limit             pic 9(3) value 100.
           05  w-report-limit            pic 9(3) value 25.

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *DEPTMAST AND THE RUN REGISTER ARE EACH CLAIMED ONLY FOR THE
      *ONE PASS THAT READS THEM
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
           05  w-lock-program            pic x(8) value "RPTDIST ".
           05  w-lock-result             pic x(1).
           05  w-lock-holder             pic x(8).

      *ABEND WORK AREA
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "RPTDIST ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 DISTCTL-EOF-STATUS                  pic x(1).
           88 DISTCTL-EOF                      value 'Y'.
       01 DISTCTL-FILE-STATUS                 pic x(2).
           88  DISTCTL-FILE-OK                    value '00'.
           88  DISTCTL-FILE-NOT-FOUND             value '35'.
       01 DEPOT-EOF-STATUS                    pic x(1).
           88 DEPOT-EOF                        value 'Y'.
       01 DEPOT-FILE-STATUS                   pic x(2).
           88  DEPOT-FILE-OK                      value '00'.
           88  DEPOT-FILE-NOT-FOUND               value '35'.
       01 REGISTER-EOF-STATUS                 pic x(1).
           88 REGISTER-EOF                     value 'Y'.
       01 REGISTER-FILE-STATUS                pic x(2).
           88  REGISTER-FILE-OK                   value '00'.
           88  REGISTER-FILE-NOT-FOUND            value '35'.
       01 REGISTER-CHECK-STATUS               pic x(1).
           88 REGISTER-CHECKED                 value 'Y'.
       01 REPORT-EOF-STATUS                   pic x(1).
           88 REPORT-EOF                       value 'Y'.
      *SHARED BY EVERY REPORT DDNAME - ONLY ONE IS EVER OPEN AT A TIME
       01 REPORT-FILE-STATUS                  pic x(2).
           88  REPORT-FILE-OK                     value '00'.
           88  REPORT-FILE-NOT-FOUND              value '35'.
       01 DEPOTS-NEEDED-STATUS                pic x(1).
           88 DEPOTS-NEEDED                    value 'Y'.
       01 CONTROL-EOF-STATUS                  pic x(1).
           88 CONTROL-EOF                      value 'Y'.
       01 CONTROL-FILE-STATUS                 pic x(2).
           88  CONTROL-FILE-OK                    value '00'.
           88  CONTROL-FILE-NOT-FOUND             value '35'.

      *RUN-TIME PARAMETERS - THE RUN DATE (DEFAULT TODAY) AND THE DAY
      *OF THE WEEK WEEKLY REPORTS GO OUT ON (DEFAULT FRIDAY, THE
      *NIGHT THE WEEKSUM PACK BUILDS)
       01 W-Control-Parms.
           05  w-parm-text                    pic x(10).
           05  w-date-parm                    pic 9(8) value zeroes.
           05  w-weekly-day                   pic x(3) value "FRI".
           05  w-weekly-dow                   pic 9(1) value 5.

      *CONTROL-CARD WORK AREA - THE CARD BEING SPLIT AND WHERE THE
      *RUN'S OPTIONS CAME FROM, ECHOED ON THE OPTIONS PAGE
       01 W-Control-Cards.
           05  w-card-key                     pic x(12).
           05  w-card-value                   pic x(20).
           05  w-card-count                   pic 9(3) value zeroes.
           05  w-options-source               pic x(8) value "DEFAULTS".

      * Constants
       77 c-all-depots                   pic x(12) value "*DEPOTS".

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

           initialize W-Variables
                      W-Report-Table
                      w-dist-count
                      w-recip-count
                      w-depot-count
                      REGISTER-CHECK-STATUS
                      DEPOTS-NEEDED-STATUS

           open output Manifest-Out
           open output Bundle-Out

           perform 1050-Read-Control-Cards
           if CONTROL-FILE-NOT-FOUND
               perform 1100-Parse-Parms
           end-if

           if w-date-parm = zeroes
               accept w-run-date from date yyyymmdd
           else
               move w-date-parm to w-run-date
           end-if

      * DAY OF THE WEEK FROM THE INTEGER DATE - DAY 1 (01/01/1601)
      * WAS A MONDAY; THE RUN DATE IS A MONTH END WHEN THE NEXT
      * DAY IS THE FIRST
           compute w-run-int = function integer-of-date(w-run-date)
           compute w-run-dow = function mod(w-run-int - 1, 7) + 1
           compute w-next-date =
                   function date-of-integer(w-run-int + 1)
           if w-next-day = "01"
               set MONTH-END to true
           else
               move 'N' to MONTH-END-STATUS
           end-if

           move 1 to w-rsub
           perform until w-rsub > w-report-limit
               move w-report-name(w-rsub) to w-rpt-ddname(w-rsub)
               move 'N' to w-rpt-needed(w-rsub)
               move 'N' to w-rpt-ran(w-rsub)
               compute w-rsub = w-rsub + 1
           end-perform

           move spaces to MANIFEST-LINE
           string "REPORT DISTRIBUTION MANIFEST - RUN DATE " w-run-date
                  " (" w-day-name(w-run-dow) ")"
                  delimited by size into MANIFEST-LINE
           write MANIFEST-LINE
           move spaces to MANIFEST-LINE
           write MANIFEST-LINE

           perform 1080-Write-Options-Page

           perform 1200-Load-Distribution
           if DEPOTS-NEEDED
               perform 1300-Load-Depots
           end-if
           perform 1400-Expand-Distribution
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
               when "DATE"
                   if w-card-value(1:8) not numeric
                    or w-card-value(9:2) not = spaces
                       string "DATE MUST BE YYYYMMDD ["
                              w-card-value "]"
                         delimited by size into w-abend-message
                       perform 9000-Abend
                   end-if
                   move w-card-value(1:8) to w-date-parm
               when "WEEKDAY"
                   move 0 to w-weekly-dow
                   move 1 to w-sub
                   perform until w-sub > 7
                       if w-card-value(1:3) = w-day-name(w-sub)
                        and w-card-value(4:17) = spaces
                           move w-sub to w-weekly-dow
                       end-if
                       compute w-sub = w-sub + 1
                   end-perform
                   if w-weekly-dow = 0
                       string "WEEKDAY MUST BE MON-SUN ["
                              w-card-value "]"
                         delimited by size into w-abend-message
                       perform 9000-Abend
                   end-if
                   move w-card-value(1:3) to w-weekly-day
               when other
                   string "UNKNOWN CONTROL CARD KEYWORD ["
                          w-card-key "]"
                     delimited by size into w-abend-message
                   perform 9000-Abend
           end-evaluate
           .
      ******************************************************************
      * The options-in-effect page at the top of the manifest
      ******************************************************************
       1080-Write-Options-Page section.

           move spaces to MANIFEST-LINE
           string "OPTIONS IN EFFECT  SOURCE " w-options-source
                  "  CARDS " w-card-count
                  delimited by size into MANIFEST-LINE
           write MANIFEST-LINE

           move spaces to MANIFEST-LINE
           if w-date-parm = zeroes
               string "  DATE TODAY"
                      "  WEEKDAY " w-weekly-day
                      delimited by size into MANIFEST-LINE
           else
               string "  DATE " w-date-parm
                      "  WEEKDAY " w-weekly-day
                      delimited by size into MANIFEST-LINE
           end-if
           write MANIFEST-LINE

           move spaces to MANIFEST-LINE
           move "  DUE ON THIS DATE - DAILY" to MANIFEST-LINE
           if w-run-dow = w-weekly-dow
               move "WEEKLY" to MANIFEST-LINE(28:6)
           end-if
           if MONTH-END
               move "MONTH-END" to MANIFEST-LINE(35:9)
           end-if
           write MANIFEST-LINE

           move spaces to MANIFEST-LINE
           write MANIFEST-LINE
           .
      ******************************************************************
      * JCL PARM FALLBACK - AN 8-DIGIT VALUE OVERRIDES THE RUN DATE.
      * A SUPPLIED CTLCARD FILE REPLACES THIS
      ******************************************************************
       1100-Parse-Parms section.

           move "PARM    " to w-options-source

           accept w-parm-text from command-line
           if w-parm-text(1:8) is numeric
            and w-parm-text(9:2) = spaces
               move w-parm-text(1:8) to w-date-parm
           end-if
           .
      ******************************************************************
      * Read the distribution control file.  A line that fails its
      * edits is listed on the manifest and skipped - the rest of
      * the day's distribution still goes out
      ******************************************************************
       1200-Load-Distribution section.

           open input Distribution-In
           if not DISTCTL-FILE-OK
               move "DISTRIBUTION CONTROL FILE (DISTCTL) IS MISSING"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move spaces to MANIFEST-LINE
           string "CONTROL LINES REJECTED"
                  delimited by size into MANIFEST-LINE
           write MANIFEST-LINE

           move 'N' to DISTCTL-EOF-STATUS
           perform 1210-Read-Distribution
           perform until DISTCTL-EOF
               if DISTCTL-REC(1:1) not = '*'
                and DISTCTL-REC not = spaces
                   compute w-dist-read = w-dist-read + 1
                   perform 1220-Edit-Distribution-Line
               end-if
               perform 1210-Read-Distribution
           end-perform

           close Distribution-In

           if w-dist-rejected = zeroes
               move spaces to MANIFEST-LINE
               string "  NONE"
                      delimited by size into MANIFEST-LINE
               write MANIFEST-LINE
           end-if
           move spaces to MANIFEST-LINE
           write MANIFEST-LINE
           .
      ******************************************************************
      * Read next distribution control line
      ******************************************************************
       1210-Read-Distribution section.
           read Distribution-In
           at end set DISTCTL-EOF to true
           end-read
           .
      ******************************************************************
      * Edit one control line and, when it is due today, mark its
      * report as needed.  The entry itself is added by 1400 once
      * the depots are known
      ******************************************************************
       1220-Edit-Distribution-Line section.

           move spaces to w-reject-reason

           move 0 to w-psub
           move 1 to w-rsub
           perform until w-rsub > w-report-limit
               if DC-Ddname = w-rpt-ddname(w-rsub)
                   move w-rsub to w-psub
               end-if
               compute w-rsub = w-rsub + 1
           end-perform

           Evaluate true
               when w-psub = 0
                   move "DDNAME NOT A BUNDLED REPORT"
                     to w-reject-reason
               when DC-Recipient = spaces
                   move "NO RECIPIENT" to w-reject-reason
               when not DC-DAILY and not DC-WEEKLY
                and not DC-MONTH-END
                   move "FREQUENCY NOT D, W OR M" to w-reject-reason
               when DC-Copies not = spaces
                and DC-Copies not numeric
                   move "COPIES NOT NUMERIC" to w-reject-reason
               when DC-Copies = "00"
                   move "COPIES MUST BE 01-99" to w-reject-reason
           end-evaluate

           if w-reject-reason not = spaces
               compute w-dist-rejected = w-dist-rejected + 1
               move spaces to MANIFEST-LINE
               string "  " DISTCTL-REC(1:66) "  " w-reject-reason
                      delimited by size into MANIFEST-LINE
               write MANIFEST-LINE
               go to 1220-Exit
           end-if

           Evaluate true
               when DC-WEEKLY and w-run-dow not = w-weekly-dow
               when DC-MONTH-END and not MONTH-END
                   compute w-not-due = w-not-due + 1
                   go to 1220-Exit
           end-evaluate

           move 'Y' to w-rpt-needed(w-psub)
           if DC-Program not = spaces
            and w-rpt-program(w-psub) = spaces
               move DC-Program to w-rpt-program(w-psub)
           end-if
           if DC-Recipient = c-all-depots
               set DEPOTS-NEEDED to true
           end-if.

       1220-Exit.
           exit.
      ******************************************************************
      * Load the active depots for the '*DEPOTS' recipient
      ******************************************************************
       1300-Load-Depots section.

           move "DEPTMAST" to w-lock-resource
           perform 8500-Claim-Lock

           open input Depot-Master
           if not DEPOT-FILE-OK
               move "DEPOT MASTER (DEPTMAST) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move 'N' to DEPOT-EOF-STATUS
           perform 1310-Read-Depot
           perform until DEPOT-EOF
               if DM-ACTIVE
                   if w-depot-count >= w-depot-limit
                       move "ACTIVE DEPOTS EXCEED DEPOT TABLE CAPACITY"
                         to w-abend-message
                       perform 9000-Abend
                   end-if
                   compute w-depot-count = w-depot-count + 1
                   move DM-Depot-Id to w-depot-id(w-depot-count)
               end-if
               perform 1310-Read-Depot
           end-perform

           close Depot-Master
           perform 8600-Free-Lock
           .
      ******************************************************************
      * Read next depot master record
      ******************************************************************
       1310-Read-Depot section.
           read Depot-Master next
           at end set DEPOT-EOF to true
           end-read
           .
      ******************************************************************
      * Second pass of the control file - every line due today
      * becomes a distribution entry, '*DEPOTS' one per active depot
      ******************************************************************
       1400-Expand-Distribution section.

           open input Distribution-In
           move 'N' to DISTCTL-EOF-STATUS
           perform 1210-Read-Distribution
           perform until DISTCTL-EOF
               if DISTCTL-REC(1:1) not = '*'
                and DISTCTL-REC not = spaces
                   perform 1410-Expand-One-Line
               end-if
               perform 1210-Read-Distribution
           end-perform
           close Distribution-In
           .
      ******************************************************************
      * One control line - the 1220 edits are repeated quietly so
      * rejected and not-due lines fall out the same way
      ******************************************************************
       1410-Expand-One-Line section.

           move 0 to w-psub
           move 1 to w-rsub
           perform until w-rsub > w-report-limit
               if DC-Ddname = w-rpt-ddname(w-rsub)
                   move w-rsub to w-psub
               end-if
               compute w-rsub = w-rsub + 1
           end-perform

           Evaluate true
               when w-psub = 0
               when DC-Recipient = spaces
               when not DC-DAILY and not DC-WEEKLY
                and not DC-MONTH-END
               when DC-Copies not = spaces
                and DC-Copies not numeric
               when DC-Copies = "00"
               when DC-WEEKLY and w-run-dow not = w-weekly-dow
               when DC-MONTH-END and not MONTH-END
                   go to 1410-Exit
           end-evaluate

           if DC-Copies = spaces
               move 1 to w-copies
           else
               move DC-Copies to w-copies
           end-if

           if DC-Recipient = c-all-depots
               move 1 to w-depot-sub
               perform until w-depot-sub > w-depot-count
                   move spaces to w-recipient
                   string "DEPOT " w-depot-id(w-depot-sub)
                          delimited by size into w-recipient
                   perform 1420-Add-Entry
                   compute w-depot-sub = w-depot-sub + 1
               end-perform
           else
               move DC-Recipient to w-recipient
               perform 1420-Add-Entry
           end-if.

       1410-Exit.
           exit.
      ******************************************************************
      * Add one distribution entry, and its recipient on first sight
      ******************************************************************
       1420-Add-Entry section.

           if w-dist-count >= w-dist-limit
               move "DUE REPORTS EXCEED DISTRIBUTION TABLE CAPACITY"
                 to w-abend-message
               perform 9000-Abend
           end-if
           compute w-dist-count = w-dist-count + 1
           move w-recipient  to w-dist-recipient(w-dist-count)
           move w-psub       to w-dist-rsub(w-dist-count)
           move w-copies     to w-dist-copies(w-dist-count)
           move DC-Frequency to w-dist-frequency(w-dist-count)
           move DC-Title     to w-dist-title(w-dist-count)
           compute w-rpt-due-to(w-psub) = w-rpt-due-to(w-psub) + 1

           move 0 to w-recip-sub
           move 1 to w-sub
           perform until w-sub > w-recip-count
               if w-recip-name(w-sub) = w-recipient
                   move w-sub to w-recip-sub
               end-if
               compute w-sub = w-sub + 1
           end-perform
           if w-recip-sub = 0
               if w-recip-count >= w-recip-limit
                   move "RECIPIENTS EXCEED RECIPIENT TABLE CAPACITY"
                     to w-abend-message
                   perform 9000-Abend
               end-if
               compute w-recip-count = w-recip-count + 1
               move w-recipient to w-recip-name(w-recip-count)
           end-if
           .
      ******************************************************************
      * Check every report due today, then build one bundle per
      * recipient
      ******************************************************************
       2000-Main-Process section.

           perform 2100-Check-Run-Register

           move 1 to w-rsub
           perform until w-rsub > w-report-limit
               if w-rpt-needed(w-rsub) = 'Y'
                   perform 2200-Check-Report
               end-if
               compute w-rsub = w-rsub + 1
           end-perform

           move spaces to MANIFEST-LINE
           string "RECIPIENT     DDNAME    FREQUENCY  CP    LINES"
                  "  DISTRIBUTION"
                  delimited by size into MANIFEST-LINE
           write MANIFEST-LINE

           move 1 to w-recip-sub
           perform until w-recip-sub > w-recip-count
               perform 2300-Build-Bundle
               compute w-recip-sub = w-recip-sub + 1
           end-perform

           if w-recip-count = zeroes
               move spaces to MANIFEST-LINE
               string "  NO REPORTS DUE FOR DISTRIBUTION ON "
                      w-run-date
                      delimited by size into MANIFEST-LINE
               write MANIFEST-LINE
           end-if
           .
      ******************************************************************
      * One pass of the run register - note every needed report
      * whose producing program signed the register on the run date.
      * With no register the ran-today check cannot be made and the
      * manifest says so
      ******************************************************************
       2100-Check-Run-Register section.

           move 0 to w-psub
           move 1 to w-rsub
           perform until w-rsub > w-report-limit
               if w-rpt-needed(w-rsub) = 'Y'
                and w-rpt-program(w-rsub) not = spaces
                   move w-rsub to w-psub
               end-if
               compute w-rsub = w-rsub + 1
           end-perform
           if w-psub = 0
               go to 2100-Exit
           end-if

           move "RUNREG  " to w-lock-resource
           perform 8500-Claim-Lock

           open input Register-In
           if not REGISTER-FILE-OK
               perform 8600-Free-Lock
               move spaces to MANIFEST-LINE
               string "RUN REGISTER (RUNREG) NOT AVAILABLE - "
                      "REPORTS ARE NOT CHECKED AGAINST THEIR "
                      "PROGRAM'S RUN"
                      delimited by size into MANIFEST-LINE
               write MANIFEST-LINE
               move spaces to MANIFEST-LINE
               write MANIFEST-LINE
               go to 2100-Exit
           end-if

           set REGISTER-CHECKED to true
           move 'N' to REGISTER-EOF-STATUS
           perform 2110-Read-Register
           perform until REGISTER-EOF
               if RR-Date = w-run-date
                   move 1 to w-rsub
                   perform until w-rsub > w-report-limit
                       if w-rpt-program(w-rsub) = RR-Program
                           move 'Y' to w-rpt-ran(w-rsub)
                       end-if
                       compute w-rsub = w-rsub + 1
                   end-perform
               end-if
               perform 2110-Read-Register
           end-perform

           close Register-In
           perform 8600-Free-Lock.

       2100-Exit.
           exit.
      ******************************************************************
      * Read next run register line
      ******************************************************************
       2110-Read-Register section.
           read Register-In
           at end set REGISTER-EOF to true
           end-read
           .
      ******************************************************************
      * One needed report - did its program run today, is today's
      * generation there, and how many lines does it hold
      ******************************************************************
       2200-Check-Report section.

           if REGISTER-CHECKED
            and w-rpt-program(w-rsub) not = spaces
            and w-rpt-ran(w-rsub) not = 'Y'
               set RPT-NOT-RUN(w-rsub) to true
               go to 2200-Exit
           end-if

           perform 7100-Open-Report
           if not REPORT-FILE-OK
               set RPT-NOT-ALLOCATED(w-rsub) to true
               go to 2200-Exit
           end-if

           move 'N' to REPORT-EOF-STATUS
           perform 7200-Read-Report
           perform until REPORT-EOF
               compute w-rpt-lines(w-rsub) = w-rpt-lines(w-rsub) + 1
               perform 7200-Read-Report
           end-perform
           perform 7300-Close-Report

           if w-rpt-lines(w-rsub) = zeroes
               set RPT-EMPTY(w-rsub) to true
           else
               set RPT-PRESENT(w-rsub) to true
           end-if.

       2200-Exit.
           exit.
      ******************************************************************
      * One recipient's bundle - banner page, table of contents, then
      * every report present in its number of copies
      ******************************************************************
       2300-Build-Bundle section.

           move w-recip-name(w-recip-sub) to w-recipient
           initialize W-Bundle-Area

           move 1 to w-dsub
           perform until w-dsub > w-dist-count
               if w-dist-recipient(w-dsub) = w-recipient
                   compute w-bundle-reports = w-bundle-reports + 1
                   move w-dist-rsub(w-dsub) to w-rsub
                   if RPT-PRESENT(w-rsub)
                       compute w-bundle-present =
                               w-bundle-present + 1
                       compute w-bundle-copies =
                               w-bundle-copies + w-dist-copies(w-dsub)
                   end-if
               end-if
               compute w-dsub = w-dsub + 1
           end-perform

           perform 2310-Write-Banner
           perform 2320-Write-Contents-Table

           move 1 to w-dsub
           perform until w-dsub > w-dist-count
               if w-dist-recipient(w-dsub) = w-recipient
                   perform 2330-Distribute-Entry
               end-if
               compute w-dsub = w-dsub + 1
           end-perform

           move spaces to BUNDLE-LINE
           string "*** END OF BUNDLE FOR " delimited by size
                  w-recipient delimited by "  "
                  " ***" delimited by size
                  into BUNDLE-LINE
           write BUNDLE-LINE
           .
      ******************************************************************
      * The banner page that opens a bundle - the print room splits
      * the BUNDLES dataset on these
      ******************************************************************
       2310-Write-Banner section.

           move spaces to BUNDLE-LINE
           move all "*" to BUNDLE-LINE(1:72)
           write BUNDLE-LINE
           write BUNDLE-LINE

           move spaces to BUNDLE-LINE
           string "***  REPORT BUNDLE FOR  " w-recipient
                  delimited by size into BUNDLE-LINE
           move "***" to BUNDLE-LINE(70:3)
           write BUNDLE-LINE

           move spaces to BUNDLE-LINE
           string "***  RUN DATE " w-run-date
                  "  (" w-day-name(w-run-dow) ")"
                  delimited by size into BUNDLE-LINE
           move "***" to BUNDLE-LINE(70:3)
           write BUNDLE-LINE

           move spaces to BUNDLE-LINE
           string "***  REPORTS DUE " w-bundle-reports
                  "   PRESENT " w-bundle-present
                  "   COPIES ENCLOSED " w-bundle-copies
                  delimited by size into BUNDLE-LINE
           move "***" to BUNDLE-LINE(70:3)
           write BUNDLE-LINE

           move spaces to BUNDLE-LINE
           move all "*" to BUNDLE-LINE(1:72)
           write BUNDLE-LINE
           write BUNDLE-LINE

           move spaces to BUNDLE-LINE
           write BUNDLE-LINE
           .
      ******************************************************************
      * The table of contents - every report due this recipient in
      * the order it follows, with anything missing shown as such
      ******************************************************************
       2320-Write-Contents-Table section.

           move spaces to BUNDLE-LINE
           string "TABLE OF CONTENTS"
                  delimited by size into BUNDLE-LINE
           write BUNDLE-LINE
           move spaces to BUNDLE-LINE
           string "SEQ  DDNAME    TITLE                           "
                  "FREQUENCY  CP    LINES  STATUS"
                  delimited by size into BUNDLE-LINE
           write BUNDLE-LINE

           move zeroes to w-toc-seq
           move 1 to w-dsub
           perform until w-dsub > w-dist-count
               if w-dist-recipient(w-dsub) = w-recipient
                   compute w-toc-seq = w-toc-seq + 1
                   move w-dist-rsub(w-dsub) to w-rsub
                   perform 2400-Describe-Entry
                   move spaces to BUNDLE-LINE
                   string w-toc-seq "  " w-rpt-ddname(w-rsub)
                          "  " w-dist-title(w-dsub)
                          "  " w-freq-word
                          "  " w-dist-copies(w-dsub)
                          "  " w-rpt-lines(w-rsub)
                          "  " w-status-text
                          delimited by size into BUNDLE-LINE
                   write BUNDLE-LINE
               end-if
               compute w-dsub = w-dsub + 1
           end-perform

           move spaces to BUNDLE-LINE
           write BUNDLE-LINE
           .
      ******************************************************************
      * One entry of the bundle - every copy of a present report
      * behind its own separator, and a manifest line either way
      ******************************************************************
       2330-Distribute-Entry section.

           move w-dist-rsub(w-dsub) to w-rsub
           perform 2400-Describe-Entry

           move spaces to MANIFEST-LINE
           string w-recipient "  " w-rpt-ddname(w-rsub)
                  "  " w-freq-word
                  "  " w-dist-copies(w-dsub)
                  "  " w-rpt-lines(w-rsub)
                  "  " w-status-text
                  delimited by size into MANIFEST-LINE
           write MANIFEST-LINE

           if not RPT-PRESENT(w-rsub)
               compute w-missing-count = w-missing-count + 1
               go to 2330-Exit
           end-if

           compute w-sent-count = w-sent-count + 1
           move 1 to w-copy
           perform until w-copy > w-dist-copies(w-dsub)
               move spaces to BUNDLE-LINE
               string "===== " w-rpt-ddname(w-rsub)
                      " - " w-dist-title(w-dsub)
                      " - COPY " w-copy " OF " w-dist-copies(w-dsub)
                      " - FOR " w-recipient " ====="
                      delimited by size into BUNDLE-LINE
               write BUNDLE-LINE

               perform 7100-Open-Report
               if not REPORT-FILE-OK
                   string "REPORT " w-rpt-ddname(w-rsub)
                          " COULD NOT BE REOPENED"
                          delimited by size into w-abend-message
                   perform 9000-Abend
               end-if
               move 'N' to REPORT-EOF-STATUS
               perform 7200-Read-Report
               perform until REPORT-EOF
                   move w-report-line to BUNDLE-LINE
                   write BUNDLE-LINE
                   compute w-lines-copied = w-lines-copied + 1
                   perform 7200-Read-Report
               end-perform
               perform 7300-Close-Report

               move spaces to BUNDLE-LINE
               write BUNDLE-LINE
               compute w-copy-count = w-copy-count + 1
               compute w-copy = w-copy + 1
           end-perform.

       2330-Exit.
           exit.
      ******************************************************************
      * Frequency and status wording for one entry's report
      ******************************************************************
       2400-Describe-Entry section.

           Evaluate w-dist-frequency(w-dsub)
               when 'D'
                   move "DAILY" to w-freq-word
               when 'W'
                   move "WEEKLY" to w-freq-word
               when other
                   move "MONTH-END" to w-freq-word
           end-evaluate

           perform 2410-Describe-Report
           .
      ******************************************************************
      * Status wording for the report w-rsub names
      ******************************************************************
       2410-Describe-Report section.

           move spaces to w-status-text
           Evaluate true
               when RPT-PRESENT(w-rsub)
                   move "SENT" to w-status-text
               when RPT-NOT-RUN(w-rsub)
                   string "MISSING - " w-rpt-program(w-rsub)
                          " DID NOT RUN (STEP SKIPPED BY COND=)"
                          delimited by size into w-status-text
               when RPT-NOT-ALLOCATED(w-rsub)
                   string "MISSING - NO GENERATION"
                          " (STEP SKIPPED BY COND=)"
                          delimited by size into w-status-text
               when other
                   move "MISSING - GENERATION IS EMPTY"
                     to w-status-text
           end-evaluate
           .
      ******************************************************************
      * Run totals, then every report that was due but missing -
      * once per report, with how many recipients went without it.
      * Anything missing or any rejected control line ends RC=004
      ******************************************************************
       3000-print-summary section.

           move spaces to MANIFEST-LINE
           write MANIFEST-LINE
           move spaces to MANIFEST-LINE
           string "REPORTS DUE BUT MISSING"
                  delimited by size into MANIFEST-LINE
           write MANIFEST-LINE

           move 1 to w-rsub
           perform until w-rsub > w-report-limit
               if w-rpt-needed(w-rsub) = 'Y'
                and w-rpt-due-to(w-rsub) > zeroes
                and not RPT-PRESENT(w-rsub)
                   compute w-missing-reports = w-missing-reports + 1
                   perform 2410-Describe-Report
                   move spaces to MANIFEST-LINE
                   string "  " w-rpt-ddname(w-rsub)
                          "  " w-status-text
                          "  RECIPIENTS " w-rpt-due-to(w-rsub)
                          delimited by size into MANIFEST-LINE
                   write MANIFEST-LINE
                   move 'W'        to w-alert-severity
                   move "RPTMISS"  to w-alert-code
                   move spaces     to w-alert-key
                   string "REPORT " w-rpt-ddname(w-rsub)
                          delimited by size into w-alert-key
                   move spaces     to w-alert-message
                   string w-rpt-ddname(w-rsub) " " w-status-text
                          delimited by size into w-alert-message
                   perform 8800-Raise-Alert
               end-if
               compute w-rsub = w-rsub + 1
           end-perform
           if w-missing-reports = zeroes
               move spaces to MANIFEST-LINE
               string "  NONE"
                      delimited by size into MANIFEST-LINE
               write MANIFEST-LINE
           end-if

           move spaces to MANIFEST-LINE
           write MANIFEST-LINE
           move spaces to MANIFEST-LINE
           string "CONTROL LINES READ " w-dist-read
                  "  REJECTED " w-dist-rejected
                  "  NOT DUE TODAY " w-not-due
                  delimited by size into MANIFEST-LINE
           write MANIFEST-LINE
           move spaces to MANIFEST-LINE
           string "BUNDLES BUILT " w-recip-count
                  "  REPORTS SENT " w-sent-count
                  "  COPIES " w-copy-count
                  "  LINES COPIED " w-lines-copied
                  delimited by size into MANIFEST-LINE
           write MANIFEST-LINE
           move spaces to MANIFEST-LINE
           string "DUE BUT MISSING - REPORTS " w-missing-reports
                  "  DELIVERIES " w-missing-count
                  delimited by size into MANIFEST-LINE
           write MANIFEST-LINE

           close Bundle-Out
           close Manifest-Out

           display "REPORT-DISTRIBUTION BUNDLES " w-recip-count
                   " SENT " w-sent-count
                   " MISSING " w-missing-count
                   " REJECTED " w-dist-rejected

           if w-missing-count > zeroes
            or w-dist-rejected > zeroes
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           .
      ******************************************************************
      * Open the report w-rsub names - REPORT-FILE-STATUS says
      * whether its DDNAME was there to be opened
      ******************************************************************
       7100-Open-Report section.

           Evaluate w-rpt-ddname(w-rsub)
               when "EDITRPT "
                   open input Editrpt-In
               when "RPTOUT  "
                   open input Rptout-In
               when "REJOUT  "
                   open input Rejout-In
               when "DTLOUT  "
                   open input Dtlout-In
               when "GREJOUT "
                   open input Grejout-In
               when "SCOUTOUT"
                   open input Scoutout-In
               when "RUNLOG  "
                   open input Runlog-In
               when "RECONOUT"
                   open input Reconout-In
               when "STNDRPT "
                   open input Stndrpt-In
               when "DIRRPT  "
                   open input Dirrpt-In
               when "PROJRPT "
                   open input Projrpt-In
               when "HISTRPT "
                   open input Histrpt-In
               when "TRENDRPT"
                   open input Trendrpt-In
               when "REJAGRPT"
                   open input Rejagrpt-In
               when "COMPRPT "
                   open input Comprpt-In
               when "WEEKRPT "
                   open input Weekrpt-In
               when "SEACMPR "
                   open input Seacmpr-In
               when "RATERPT "
                   open input Raterpt-In
               when "FIXRPT  "
                   open input Fixrpt-In
               when "FUELRPT "
                   open input Fuelrpt-In
               when "CATRPT  "
                   open input Catrpt-In
               when "TGTRPT  "
                   open input Tgtrpt-In
               when "MARCHRPT"
                   open input Marchrpt-In
               when "ALRTRPT "
                   open input Alrtrpt-In
               when "ONBDRPT "
                   open input Onbdrpt-In
           end-evaluate
           .
      ******************************************************************
      * Read the next line of the open report into w-report-line
      ******************************************************************
       7200-Read-Report section.

           move spaces to w-report-line
           Evaluate w-rpt-ddname(w-rsub)
               when "EDITRPT "
                   read Editrpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "RPTOUT  "
                   read Rptout-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "REJOUT  "
                   read Rejout-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "DTLOUT  "
                   read Dtlout-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "GREJOUT "
                   read Grejout-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "SCOUTOUT"
                   read Scoutout-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "RUNLOG  "
                   read Runlog-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "RECONOUT"
                   read Reconout-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "STNDRPT "
                   read Stndrpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "DIRRPT  "
                   read Dirrpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "PROJRPT "
                   read Projrpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "HISTRPT "
                   read Histrpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "TRENDRPT"
                   read Trendrpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "REJAGRPT"
                   read Rejagrpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "COMPRPT "
                   read Comprpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "WEEKRPT "
                   read Weekrpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "SEACMPR "
                   read Seacmpr-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "RATERPT "
                   read Raterpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "FIXRPT  "
                   read Fixrpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "FUELRPT "
                   read Fuelrpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "CATRPT  "
                   read Catrpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "TGTRPT  "
                   read Tgtrpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "MARCHRPT"
                   read Marchrpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "ALRTRPT "
                   read Alrtrpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
               when "ONBDRPT "
                   read Onbdrpt-In into w-report-line
                   at end set REPORT-EOF to true
                   end-read
           end-evaluate
           .
      ******************************************************************
      * Close the report w-rsub names
      ******************************************************************
       7300-Close-Report section.

           Evaluate w-rpt-ddname(w-rsub)
               when "EDITRPT "
                   close Editrpt-In
               when "RPTOUT  "
                   close Rptout-In
               when "REJOUT  "
                   close Rejout-In
               when "DTLOUT  "
                   close Dtlout-In
               when "GREJOUT "
                   close Grejout-In
               when "SCOUTOUT"
                   close Scoutout-In
               when "RUNLOG  "
                   close Runlog-In
               when "RECONOUT"
                   close Reconout-In
               when "STNDRPT "
                   close Stndrpt-In
               when "DIRRPT  "
                   close Dirrpt-In
               when "PROJRPT "
                   close Projrpt-In
               when "HISTRPT "
                   close Histrpt-In
               when "TRENDRPT"
                   close Trendrpt-In
               when "REJAGRPT"
                   close Rejagrpt-In
               when "COMPRPT "
                   close Comprpt-In
               when "WEEKRPT "
                   close Weekrpt-In
               when "SEACMPR "
                   close Seacmpr-In
               when "RATERPT "
                   close Raterpt-In
               when "FIXRPT  "
                   close Fixrpt-In
               when "FUELRPT "
                   close Fuelrpt-In
               when "CATRPT  "
                   close Catrpt-In
               when "TGTRPT  "
                   close Tgtrpt-In
               when "MARCHRPT"
                   close Marchrpt-In
               when "ALRTRPT "
                   close Alrtrpt-In
               when "ONBDRPT "
                   close Onbdrpt-In
           end-evaluate
           .
      ******************************************************************
      * Claim a shared resource through the suite lock - a resource
      * another run is holding ends this run rather than reading it
      * half-updated
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

           display "REPORT-DISTRIBUTION ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           close Distribution-In
           close Depot-Master
           close Register-In
           close Bundle-Out
           close Manifest-Out

           move "DEPTMAST" to w-lock-resource
           perform 8600-Free-Lock
           move "RUNREG  " to w-lock-resource
           perform 8600-Free-Lock

           move 16 to return-code
           stop run
           .
