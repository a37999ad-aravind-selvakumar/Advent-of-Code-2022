       Identification division.
       PROGRAM-ID. Run-Date-Backout.
       environment division.
       input-output section.
       file-control.
      * SEASON-LONG DAILY CALORIE HISTORY - INDEXED, KEYED BY
      * ELF-ID + DATE.  WALKED WHOLE FOR THE BACKOUT DATE'S RECORDS,
      * THEN READ BY ELF TO REBUILD EACH ELF'S BEST AND LAST DAY
           SELECT Calorie-Hist ASSIGN TO "CALHIST"
           organization is indexed
           access is dynamic
           record key is CH-Key
           file status is CALHIST-FILE-STATUS.
      * ELF MASTER - THE SEASON FIGURES THE DATE'S CALDTL WAS
      * FOLDED INTO BY Elf-Master-Update
           SELECT Master-File ASSIGN TO "ELFMAST"
           organization is indexed
           access is random
           record key is EM-Elf-Id
           file status is MASTER-FILE-STATUS.
      * SEASON-TO-DATE MATCH HISTORY - INDEXED, KEYED BY MATCH-ID +
      * DATE; WALKED WHOLE FOR THE BACKOUT DATE'S MATCHES
           SELECT History-File ASSIGN TO "GAMEHIST"
           organization is indexed
           access is dynamic
           record key is HR-Key
           file status is HISTORY-FILE-STATUS.
      * PERMANENT ROUND-LEVEL ARCHIVE - APPEND-ONLY, SO IT CANNOT
      * LOSE RECORDS IN PLACE: EVERY ROUND NOT BEING BACKED OUT IS
      * COPIED TO RNDSNEW, WHICH THE JCL PUTS BACK OVER GAMERNDS
           SELECT Round-Archive ASSIGN TO "GAMERNDS"
           organization is line sequential
           file status is ROUNDS-FILE-STATUS.
           SELECT Round-Archive-New ASSIGN TO "RNDSNEW"
           organization is line sequential.
      * STRENGTH RATINGS MAINTAINED BY Opponent-Ratings - EACH
      * BACKED-OUT MATCH'S RATING MOVEMENT IS TAKEN BACK OFF BOTH
      * SIDES' RECORDS
           SELECT Rating-Master ASSIGN TO "RATINGS"
           organization is indexed
           access is random
           record key is RT-Team-Code
           file status is RATING-FILE-STATUS.
      * RATING MOVEMENT LOG - APPEND-ONLY LIKE GAMERNDS: EVERY ENTRY
      * NOT BEING BACKED OUT IS COPIED TO RATENEW, WHICH THE JCL
      * PUTS BACK OVER RATEHIST SO THE CORRECTED MATCH IS RATED AGAIN
           SELECT Movement-Log ASSIGN TO "RATEHIST"
           organization is line sequential
           file status is MOVEMENT-FILE-STATUS.
           SELECT Movement-Log-New ASSIGN TO "RATENEW"
           organization is line sequential.
      * MANIFEST RECEIPT REGISTER - THE DATE'S RECEIPTS GO WITH ITS
      * POSTINGS, SO THE CORRECTED MANIFEST CAN BE SENT AGAIN AS AN
      * ORDINARY ONE INSTEAD OF BEING HELD AS ALREADY RECEIVED
           SELECT Receipt-Register ASSIGN TO "RCPTREG"
           organization is indexed
           access is dynamic
           record key is RG-Key
           file status is RECEIPT-FILE-STATUS.
      * PENDING-ONBOARDING FILE - A BLOCK HELD FROM THE DATE MUST GO
      * WITH ITS POSTINGS, OR A LATER ADMIT WOULD RELEASE THE OLD
      * MANIFEST'S CALORIES ON TOP OF THE CORRECTED ONE'S
           SELECT Pending-Elf ASSIGN TO "PENDELF"
           organization is indexed
           access is dynamic
           record key is PE-Key
           file status is PENDING-FILE-STATUS.
      * SEASON ROSTER HISTORY - THE DATE'S APPEARANCES GO WITH ITS
      * MATCHES SO THE CORRECTED ROSTER POSTS CLEAN
           SELECT Roster-Hist ASSIGN TO "ROSTHIST"
           organization is indexed
           access is dynamic
           record key is RH-Key
           file status is ROSTHIST-FILE-STATUS.
      * MASTER CHANGE JOURNAL - PERMANENT, APPEND-ONLY; ONE BEFORE/
      * AFTER IMAGE PER ELF MASTER RECORD AN UPDATE RUN REWRITES
           SELECT Journal-Out ASSIGN TO "MASTJRNL"
           organization is line sequential
           file status is JOURNAL-FILE-STATUS.
      * BEFORE/AFTER BACKOUT REPORT
           SELECT Backout-Report ASSIGN TO "BACKRPT"
           organization is line sequential.
      * PERMANENT RUN REGISTER - EVERY EXECUTION OF THE SUITE'S
      * PROGRAMS APPENDS ONE AUDIT RECORD HERE; NEVER SCRATCHED
           SELECT Register-Out ASSIGN TO "RUNREG"
           organization is line sequential
           file status is REGISTER-FILE-STATUS.
      * RUN OPTIONS CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD
           SELECT Control-In ASSIGN TO "CTLCARD"
           organization is line sequential
           file status is CONTROL-FILE-STATUS.

       data division.
       file section.
      * DAILY CALORIE HISTORY RECORD - KEEP IN SYNC WITH
      * CALORIES-COUNTER AND Calorie-History
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

      * ELF MASTER RECORD - KEEP IN SYNC WITH Elf-Master-Update
       FD  Master-File.
       01  MASTER-REC.
           05  EM-Elf-Id           pic 9(4).
           05  EM-Season-Calories  pic 9(12).
           05  EM-Days-Reported    pic 9(5).
           05  EM-Best-Calories    pic 9(7).
           05  EM-Best-Date        pic x(8).
           05  EM-Last-Date        pic x(8).
           05  EM-Status           pic x(1).
               88  EM-ACTIVE           value 'A' ' '.
               88  EM-RETIRED          value 'R'.

      * MATCH HISTORY - KEYED RECORD Game-Scorer POSTS IN ITS
      * 2400-Write-Match-History SECTION; KEEP IN SYNC
       FD  History-File.
       01  HISTORY-REC.
           05  HR-Key.
               10  HR-Match-Id     pic x(6).
               10  HR-Date         pic x(8).
           05  HR-Total-Score      pic 9(6).
           05  HR-Wins             pic 9(7).
           05  HR-Draws            pic 9(7).
           05  HR-Losses           pic 9(7).
           05  HR-Opponent         pic x(6).
           05  HR-Venue            pic x(12).

      * ROUND ARCHIVE LINE - FIXED COLUMNS OF Game-Scorer'S
      * W-Round-Archive IMAGE; ONLY THE MATCH AND DATE MATTER HERE
       FD  Round-Archive.
       01  ROUND-ARCHIVE-REC.
           05  RA-Match-Id         pic x(6).
           05  filler              pic x(2).
           05  RA-Date             pic x(8).
           05  filler              pic x(34).

       FD  Round-Archive-New.
       01  ROUND-ARCHIVE-NEW-REC   pic x(50).

      * RATING RECORD - KEEP IN SYNC WITH Opponent-Ratings
       FD  Rating-Master.
       01  RATING-REC.
           05  RT-Team-Code        pic x(6).
           05  RT-Rating           pic 9(5).
           05  RT-Matches          pic 9(5).
           05  RT-Won              pic 9(5).
           05  RT-Drawn            pic 9(5).
           05  RT-Lost             pic 9(5).
           05  RT-Last-Date        pic x(8).

      * MOVEMENT LOG LINE - KEEP IN SYNC WITH Opponent-Ratings.  THE
      * RESULT IS OURS (W/D/L); EACH SIDE'S RATING BEFORE AND AFTER
       FD  Movement-Log.
       01  MOVEMENT-REC.
           05  MV-Match-Id         pic x(6).
           05  filler              pic x(2).
           05  MV-Date             pic x(8).
           05  filler              pic x(2).
           05  MV-Opponent         pic x(6).
           05  filler              pic x(2).
           05  MV-Result           pic x(1).
           05  filler              pic x(2).
           05  MV-Ours-Before      pic 9(5).
           05  filler              pic x(1).
           05  MV-Ours-After       pic 9(5).
           05  filler              pic x(2).
           05  MV-Opp-Before       pic 9(5).
           05  filler              pic x(1).
           05  MV-Opp-After        pic 9(5).

       FD  Movement-Log-New.
       01  MOVEMENT-NEW-REC        pic x(53).

      * MANIFEST RECEIPT - KEEP IN SYNC WITH CALORIES-COUNTER
       FD  Receipt-Register.
       01  RECEIPT-REC.
           05  RG-Key.
               10  RG-Depot        pic x(3).
               10  RG-Date         pic x(8).
               10  RG-Elf-Id       pic 9(4).
           05  RG-Elves            pic 9(5).
           05  RG-Lines            pic 9(7).
           05  RG-Calories         pic 9(10).
           05  RG-Hash             pic 9(9).
           05  RG-Recv-Date        pic 9(8).
           05  RG-Recv-Time        pic 9(8).
           05  RG-Replacements     pic 9(3).

      * PENDING-ONBOARDING RECORD - KEEP IN SYNC WITH
      * Calories-Counter AND Elf-Onboarding
       FD  Pending-Elf.
       01  PENDING-REC.
           05  PE-Key.
               10  PE-Depot        pic x(3).
               10  PE-Date         pic x(8).
               10  PE-Elf-Id       pic 9(4).
           05  PE-Calories         pic 9(7).
           05  PE-Split-Area.
               10  PE-Split-Count      pic 9(1).
               10  PE-Split occurs 8 times.
                   15  PE-Split-Code   pic x(3).
                   15  PE-Split-Cal    pic 9(7).
                   15  PE-Split-Items  pic 9(5).
           05  PE-Status           pic x(1).
               88  PE-HELD             value 'H'.
               88  PE-ADMITTED         value 'A'.
               88  PE-REJECTED         value 'R'.
           05  PE-Held-Date        pic 9(8).
           05  PE-Decided-Date     pic 9(8).
           05  PE-Decided-By       pic x(8).

      * ROSTER HISTORY RECORD - KEEP IN SYNC WITH Game-Scorer
       FD  Roster-Hist.
       01  ROSTHIST-REC.
           05  RH-Key.
               10  RH-Match-Id     pic x(6).
               10  RH-Date         pic x(8).
               10  RH-Elf-Id       pic 9(4).
           05  RH-Posted-Date      pic 9(8).

       FD  Journal-Out.
       01  JOURNAL-REC             pic x(149).

       FD  Backout-Report.
       01  BACKOUT-LINE            pic x(120).

      * RUN REGISTER - ONE AUDIT LINE PER EXECUTION
       FD  Register-Out.
       01  REGISTER-LINE           pic x(120).

      * RUN OPTIONS CONTROL CARD - ONE KEYWORD=VALUE PER CARD
       FD  Control-In.
       01  CONTROL-CARD            pic x(80).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-calhist-read            pic 9(7).
           05  w-calhist-hits            pic 9(7).
           05  w-calhist-skipped         pic 9(7).
           05  w-master-changed          pic 9(7).
           05  w-master-unposted         pic 9(7).
           05  w-history-read            pic 9(7).
           05  w-history-hits            pic 9(7).
           05  w-rounds-read             pic 9(7).
           05  w-rounds-hits             pic 9(7).
           05  w-rounds-kept             pic 9(7).
           05  w-receipts-hits           pic 9(7).
           05  w-ratings-read            pic 9(7).
           05  w-ratings-hits            pic 9(7).
           05  w-ratings-kept            pic 9(7).
           05  w-pending-read            pic 9(7).
           05  w-pending-hits            pic 9(7).
           05  w-roster-read             pic 9(7).
           05  w-roster-hits             pic 9(7).
           05  w-rate-result             pic x(1).
           05  w-sub                     pic 9(5).
           05  w-backout-calories        pic 9(12).
           05  w-mode-word               pic x(13).

      *THE DATE'S CALHIST RECORDS - ONE PER ELF BEING BACKED OUT
       01 W-Elf-Table.
           05  w-elf-count               pic 9(5).
           05  w-elf occurs 2000 times.
               10  w-elf-id              pic 9(4).
               10  w-elf-calories        pic 9(7).
               10  w-elf-depot           pic x(3).

      *THE DATE'S MATCHES - ONE PER GAMEHIST RECORD BEING REMOVED
       01 W-Match-Table.
           05  w-match-count             pic 9(5).
           05  w-match occurs 1000 times.
               10  w-match-id            pic x(6).
               10  w-match-score         pic 9(6).
               10  w-match-wins          pic 9(7).
               10  w-match-draws         pic 9(7).
               10  w-match-losses        pic 9(7).
               10  w-match-opponent      pic x(6).

      *TABLE CAPACITY - KEEP IN SYNC WITH THE OCCURS ON w-elf AND
      *w-match
       01 W-Capacity-Limits.
           05  w-elf-limit               pic 9(5) value 2000.
           05  w-match-limit             pic 9(5) value 1000.

      *ONE ELF'S MASTER FIGURES BEFORE AND AFTER, AND THE BEST AND
      *LAST DAY REBUILT FROM ITS REMAINING CALHIST RECORDS
       01 W-Master-Change.
           05  w-bef-season              pic 9(12).
           05  w-bef-days                pic 9(5).
           05  w-bef-best                pic 9(7).
           05  w-bef-best-date           pic x(8).
           05  w-bef-last-date           pic x(8).
           05  w-new-best                pic 9(7).
           05  w-new-best-date           pic x(8).
           05  w-new-last-date           pic x(8).

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
      *EVERY FILE BEING BACKED OUT IS CLAIMED FOR THE WHOLE RUN,
      *VALIDATE-ONLY INCLUDED, SO THE REPORT SHOWS A STILL PICTURE.
      *GAMERNDS IS ONLY EVER APPENDED UNDER THE GAMEHIST CLAIM, AND
      *RATEHIST UNDER THE RATINGS ONE
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
           05  w-lock-program            pic x(8) value "BACKOUT ".
           05  w-lock-result             pic x(1).
           05  w-lock-holder             pic x(8).

      *ABEND WORK AREA
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "BACKOUT ".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *FLAGS
       01 CALHIST-EOF-STATUS                  pic x(1).
           88 CALHIST-EOF                      value 'Y'.
       01 HISTORY-EOF-STATUS                  pic x(1).
           88 HISTORY-EOF                      value 'Y'.
       01 ROUNDS-EOF-STATUS                   pic x(1).
           88 ROUNDS-EOF                       value 'Y'.
       01 MOVEMENT-EOF-STATUS                 pic x(1).
           88 MOVEMENT-EOF                     value 'Y'.
       01 RATINGS-SKIP-STATUS                 pic x(1).
           88 RATINGS-SKIPPED                  value 'Y'.
       01 RECEIPT-EOF-STATUS                  pic x(1).
           88 RECEIPT-EOF                      value 'Y'.
       01 PENDING-EOF-STATUS                  pic x(1).
           88 PENDING-EOF                      value 'Y'.
       01 ROSTHIST-EOF-STATUS                 pic x(1).
           88 ROSTHIST-EOF                     value 'Y'.
       01 CALHIST-FILE-STATUS                 pic x(2).
           88  CALHIST-FILE-OK                    value '00'.
           88  CALHIST-FILE-NOT-FOUND             value '35'.
       01 MASTER-FILE-STATUS                  pic x(2).
           88  MASTER-FILE-OK                     value '00'.
           88  MASTER-FILE-NOT-FOUND              value '35'.
       01 HISTORY-FILE-STATUS                 pic x(2).
           88  HISTORY-FILE-OK                    value '00'.
           88  HISTORY-FILE-NOT-FOUND             value '35'.
       01 ROUNDS-FILE-STATUS                  pic x(2).
           88  ROUNDS-FILE-OK                     value '00'.
           88  ROUNDS-FILE-NOT-FOUND              value '35'.
       01 RECEIPT-FILE-STATUS                 pic x(2).
           88  RECEIPT-FILE-OK                    value '00'.
           88  RECEIPT-FILE-NOT-FOUND             value '35'.
       01 RATING-FILE-STATUS                  pic x(2).
           88  RATING-FILE-OK                     value '00'.
           88  RATING-FILE-NOT-FOUND              value '35'.
       01 MOVEMENT-FILE-STATUS                pic x(2).
           88  MOVEMENT-FILE-OK                   value '00'.
           88  MOVEMENT-FILE-NOT-FOUND            value '35'.
       01 PENDING-FILE-STATUS                 pic x(2).
           88  PENDING-FILE-OK                    value '00'.
           88  PENDING-FILE-NOT-FOUND             value '35'.
       01 ROSTHIST-FILE-STATUS                pic x(2).
           88  ROSTHIST-FILE-OK                   value '00'.
           88  ROSTHIST-FILE-NOT-FOUND            value '35'.
       01 JOURNAL-FILE-STATUS                 pic x(2).
           88  JOURNAL-FILE-OK                    value '00'.
           88  JOURNAL-FILE-NOT-FOUND             value '35'.
       01 CONTROL-EOF-STATUS                  pic x(1).
           88 CONTROL-EOF                      value 'Y'.
       01 CONTROL-FILE-STATUS                 pic x(2).
           88  CONTROL-FILE-OK                    value '00'.
           88  CONTROL-FILE-NOT-FOUND             value '35'.

      *RUN-TIME PARAMETERS - THE DATE TO BACK OUT (MANDATORY), AN
      *OPTIONAL DEPOT (CALORIE SIDE ONLY) OR MATCH-ID (GAME SIDE
      *ONLY), AND THE MODE.  VALIDATE IS THE DEFAULT - THE FILES
      *ARE ONLY CHANGED WHEN MODE=UPDATE IS ASKED FOR BY NAME
       01 W-Control-Parms.
           05  w-parm-text                    pic x(20).
           05  w-backout-date                 pic x(8) value spaces.
           05  w-backout-depot                pic x(3) value spaces.
           05  w-backout-match                pic x(6) value spaces.
           05  w-run-mode                     pic x(1) value 'V'.
               88  VALIDATE-ONLY                  value 'V'.
               88  UPDATE-RUN                     value 'U'.
           05  w-side                         pic x(1) value 'B'.
               88  BOTH-SIDES                     value 'B'.
               88  CALORIE-SIDE-ONLY              value 'C'.
               88  GAME-SIDE-ONLY                 value 'G'.

      *CONTROL-CARD WORK AREA - THE CARD BEING SPLIT AND WHERE THE
      *RUN'S OPTIONS CAME FROM, ECHOED ON THE OPTIONS PAGE
       01 W-Control-Cards.
           05  w-card-key                     pic x(12).
           05  w-card-value                   pic x(20).
           05  w-card-count                   pic 9(3) value zeroes.
           05  w-options-source               pic x(8) value "DEFAULTS".

      *RUN-REGISTER AUDIT RECORD - WHAT RAN, AGAINST WHAT, WITH
      *WHAT RESULT; APPENDED TO THE PERMANENT REGISTER AT EVERY
      *TERMINATION, CLEAN OR NOT.  INDATE IS THE DATE BACKED OUT
       01 W-Run-Register.
           05  w-reg-program                  pic x(8) value "BACKOUT ".
           05  w-reg-date                     pic 9(8).
           05  w-reg-time                     pic 9(8).
           05  w-reg-read                     pic 9(7).
           05  w-reg-rejected                 pic 9(7).
           05  w-reg-written                  pic 9(7).
           05  w-reg-rc                       pic 9(3).
           05  w-reg-indate                   pic x(8).
       01 REGISTER-FILE-STATUS                pic x(2).
           88  REGISTER-FILE-OK                   value '00'.
           88  REGISTER-FILE-NOT-FOUND            value '35'.

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

           initialize CALHIST-EOF-STATUS
                      HISTORY-EOF-STATUS
                      ROUNDS-EOF-STATUS
                      MOVEMENT-EOF-STATUS
                      RATINGS-SKIP-STATUS
                      RECEIPT-EOF-STATUS
                      PENDING-EOF-STATUS
                      ROSTHIST-EOF-STATUS
                      W-Variables
                      w-elf-count
                      w-match-count

           accept w-reg-date from date yyyymmdd
           accept w-reg-time from time

           open output Backout-Report

           perform 1050-Read-Control-Cards
           if CONTROL-FILE-NOT-FOUND
               perform 1100-Parse-Parms
           end-if

      * NO DATE, NO BACKOUT - THERE IS NO SENSIBLE DEFAULT
           if w-backout-date not numeric
               move "BACKOUT DATE (DATE=YYYYMMDD) NOT SUPPLIED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           move w-backout-date to w-reg-indate

           if w-backout-depot not = spaces
            and w-backout-match not = spaces
               move "GIVE A DEPOT OR A MATCH-ID, NOT BOTH"
                 to w-abend-message
               perform 9000-Abend
           end-if
           if w-backout-depot not = spaces
               set CALORIE-SIDE-ONLY to true
           end-if
           if w-backout-match not = spaces
               set GAME-SIDE-ONLY to true
           end-if

           if UPDATE-RUN
               move "UPDATE"        to w-mode-word
           else
               move "VALIDATE ONLY" to w-mode-word
           end-if

           perform 1080-Write-Options-Page

           move "CALHIST " to w-lock-resource
           perform 8500-Claim-Lock
           move "ELFMAST " to w-lock-resource
           perform 8500-Claim-Lock
           move "GAMEHIST" to w-lock-resource
           perform 8500-Claim-Lock
           move "RCPTREG " to w-lock-resource
           perform 8500-Claim-Lock
           move "MASTJRNL" to w-lock-resource
           perform 8500-Claim-Lock
           move "RATINGS " to w-lock-resource
           perform 8500-Claim-Lock
           move "PENDELF " to w-lock-resource
           perform 8500-Claim-Lock
           move "ROSTHIST" to w-lock-resource
           perform 8500-Claim-Lock

           if VALIDATE-ONLY
               open input Calorie-Hist
               open input Master-File
               open input History-File
               open input Receipt-Register
               open input Rating-Master
               open input Pending-Elf
               open input Roster-Hist
           else
               open i-o Calorie-Hist
               open i-o Master-File
               open i-o History-File
               open i-o Receipt-Register
               open i-o Rating-Master
               open i-o Pending-Elf
               open i-o Roster-Hist
               perform 8100-Open-Journal
           end-if

      * AN ABSENT FILE IS REPORTED WHERE IT IS USED; ANY OTHER
      * FAILURE STOPS THE RUN BEFORE A SINGLE RECORD IS TOUCHED
           if not CALHIST-FILE-OK
            and not CALHIST-FILE-NOT-FOUND
               move "CALORIE HISTORY (CALHIST) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           if not MASTER-FILE-OK
            and not MASTER-FILE-NOT-FOUND
               move "ELF MASTER (ELFMAST) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           if not HISTORY-FILE-OK
            and not HISTORY-FILE-NOT-FOUND
               move "MATCH HISTORY (GAMEHIST) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           if not RECEIPT-FILE-OK
            and not RECEIPT-FILE-NOT-FOUND
               move "RECEIPT REGISTER (RCPTREG) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           if not RATING-FILE-OK
            and not RATING-FILE-NOT-FOUND
               move "STRENGTH RATINGS (RATINGS) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           if not PENDING-FILE-OK
            and not PENDING-FILE-NOT-FOUND
               move "PENDING-ONBOARDING FILE (PENDELF) COULD NOT OPEN"
                 to w-abend-message
               perform 9000-Abend
           end-if
           if not ROSTHIST-FILE-OK
            and not ROSTHIST-FILE-NOT-FOUND
               move "ROSTER HISTORY (ROSTHIST) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           .
      ******************************************************************
      * Read the run-options control cards - keyword=value, '*' in
      * column one comments a card out.  An unknown or malformed
      * card is a hard error: a backout must never run on a guess
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
                   move w-card-value(1:8) to w-backout-date
               when "DEPOT"
                   if w-card-value(4:1) not = space
                       string "DEPOT MUST BE 3 CHARACTERS ["
                              w-card-value "]"
                         delimited by size into w-abend-message
                       perform 9000-Abend
                   end-if
                   move w-card-value(1:3) to w-backout-depot
               when "MATCH"
                   if w-card-value(7:1) not = space
                       string "MATCH MUST BE 6 CHARACTERS ["
                              w-card-value "]"
                         delimited by size into w-abend-message
                       perform 9000-Abend
                   end-if
                   move w-card-value(1:6) to w-backout-match
               when "MODE"
                   Evaluate function trim(w-card-value)
                       when "VALIDATE" set VALIDATE-ONLY to true
                       when "UPDATE"   set UPDATE-RUN to true
                       when other
                           string "MODE MUST BE VALIDATE OR UPDATE ["
                                  w-card-value "]"
                             delimited by size into w-abend-message
                           perform 9000-Abend
                   end-evaluate
               when other
                   string "UNKNOWN CONTROL CARD KEYWORD ["
                          w-card-key "]"
                     delimited by size into w-abend-message
                   perform 9000-Abend
           end-evaluate
           .
      ******************************************************************
      * The options-in-effect page at the top of the report
      ******************************************************************
       1080-Write-Options-Page section.

           move spaces to BACKOUT-LINE
           string "OPTIONS IN EFFECT  SOURCE " w-options-source
                  "  CARDS " w-card-count
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE

           move spaces to BACKOUT-LINE
           string "  DATE " w-backout-date
                  "  DEPOT " w-backout-depot
                  "  MATCH " w-backout-match
                  "  MODE " w-mode-word
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE

           move spaces to BACKOUT-LINE
           write BACKOUT-LINE
           .
      ******************************************************************
      * JCL PARM FALLBACK - 'YYYYMMDD' OR 'YYYYMMDD UPDATE'.  A
      * SUPPLIED CTLCARD FILE REPLACES THIS
      ******************************************************************
       1100-Parse-Parms section.

           move "PARM    " to w-options-source

           accept w-parm-text from command-line
           if w-parm-text(1:8) is numeric
               move w-parm-text(1:8) to w-backout-date
           end-if
           if w-parm-text(10:6) = "UPDATE"
               set UPDATE-RUN to true
           end-if
           .
      ******************************************************************
      * Back out the calorie side, then the game side
      ******************************************************************
       2000-Main-Process section.

           if not GAME-SIDE-ONLY
               perform 2100-Calorie-Side
               perform 2450-Back-Out-Pending
           end-if

           if not CALORIE-SIDE-ONLY
               perform 2500-Game-Side
           end-if
           .
      ******************************************************************
      * Calorie side - the date's CALHIST records, the season figures
      * they fed on ELFMAST, and the date's manifest receipts
      ******************************************************************
       2100-Calorie-Side section.

           move spaces to BACKOUT-LINE
           string "CALORIE SIDE - CALHIST AND ELFMAST FOR "
                  w-backout-date
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE

           if CALHIST-FILE-NOT-FOUND
               move spaces to BACKOUT-LINE
               string "  NO DAILY CALORIE HISTORY ON CATALOG"
                      delimited by size into BACKOUT-LINE
               write BACKOUT-LINE
               go to 2100-Exit
           end-if

           perform 2150-Collect-Calhist

           move 1 to w-sub
           perform until w-sub > w-elf-count
               perform 2200-Back-Out-Elf
               compute w-sub = w-sub + 1
           end-perform

           perform 2400-Back-Out-Receipts

           if w-elf-count = zeroes
               move spaces to BACKOUT-LINE
               string "  NOTHING POSTED FOR THE DATE"
                      delimited by size into BACKOUT-LINE
               write BACKOUT-LINE
           end-if.

       2100-Exit.
           exit.
      ******************************************************************
      * Walk CALHIST whole and table the date's records.  Under a
      * depot backout, a record merged from several depots (MLT)
      * cannot be split and is left, and said so
      ******************************************************************
       2150-Collect-Calhist section.

           move low-values to CH-Key
           start Calorie-Hist key is not less than CH-Key
               invalid key
                   set CALHIST-EOF to true
           end-start

           perform until CALHIST-EOF
               read Calorie-Hist next
                   at end
                       set CALHIST-EOF to true
               end-read
               if not CALHIST-EOF
                   compute w-calhist-read = w-calhist-read + 1
                   if CH-Date = w-backout-date
                       perform 2160-Take-Calhist
                   end-if
               end-if
           end-perform
           .
      ******************************************************************
      * One CALHIST record on the backout date
      ******************************************************************
       2160-Take-Calhist section.

           if w-backout-depot not = spaces
            and CH-Depot not = w-backout-depot
               if CH-Depot = "MLT"
                   compute w-calhist-skipped = w-calhist-skipped + 1
                   move spaces to BACKOUT-LINE
                   string "  SKIPPED  ELF " CH-Elf-Id
                          "  CAL " CH-Calories
                          "  DEPOT MLT - SEVERAL DEPOTS, BACK OUT THE "
                          "WHOLE DATE INSTEAD"
                          delimited by size into BACKOUT-LINE
                   write BACKOUT-LINE
               end-if
               go to 2160-Exit
           end-if

           compute w-elf-count = w-elf-count + 1

      * GUARD THE OCCURS LIMIT ON w-elf BEFORE SUBSCRIPTING
           if w-elf-count > w-elf-limit
               move "DATE'S ELVES EXCEED w-elf TABLE CAPACITY"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move CH-Elf-Id   to w-elf-id(w-elf-count)
           move CH-Calories to w-elf-calories(w-elf-count)
           move CH-Depot    to w-elf-depot(w-elf-count).

       2160-Exit.
           exit.
      ******************************************************************
      * One elf - remove its CALHIST record for the date and take
      * the day back out of its master figures, rebuilding its best
      * and last day from the records that remain
      ******************************************************************
       2200-Back-Out-Elf section.

           compute w-calhist-hits = w-calhist-hits + 1
           add w-elf-calories(w-sub) to w-backout-calories

           move spaces to BACKOUT-LINE
           string "  CALHIST  ELF " w-elf-id(w-sub)
                  "  DATE " w-backout-date
                  "  CAL " w-elf-calories(w-sub)
                  "  DEPOT " w-elf-depot(w-sub)
                  "  REMOVED"
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE

           if UPDATE-RUN
               move w-elf-id(w-sub)  to CH-Elf-Id
               move w-backout-date   to CH-Date
               delete Calorie-Hist record
                   invalid key
                       move "DELETE FROM CALHIST FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-delete
           end-if

           perform 2300-Back-Out-Master
           .
      ******************************************************************
      * The elf's master record.  Elf-Master-Update folds days in
      * date order, so a master whose last date is before the backout
      * date never received it and is left alone
      ******************************************************************
       2300-Back-Out-Master section.

           if MASTER-FILE-NOT-FOUND
               go to 2300-Exit
           end-if

           move w-elf-id(w-sub) to EM-Elf-Id
           read Master-File
               invalid key
                   compute w-master-unposted = w-master-unposted + 1
                   move spaces to BACKOUT-LINE
                   string "  ELFMAST  ELF " w-elf-id(w-sub)
                          "  NOT ON THE ELF MASTER - NOTHING TO CHANGE"
                          delimited by size into BACKOUT-LINE
                   write BACKOUT-LINE
                   go to 2300-Exit
           end-read

           if EM-Last-Date < w-backout-date
            or EM-Last-Date = spaces
               compute w-master-unposted = w-master-unposted + 1
               move spaces to BACKOUT-LINE
               string "  ELFMAST  ELF " w-elf-id(w-sub)
                      "  LAST DATE " EM-Last-Date
                      " - DATE NEVER POSTED, NOTHING TO CHANGE"
                      delimited by size into BACKOUT-LINE
               write BACKOUT-LINE
               go to 2300-Exit
           end-if

           move EM-Season-Calories to w-bef-season
           move EM-Days-Reported   to w-bef-days
           move EM-Best-Calories   to w-bef-best
           move EM-Best-Date       to w-bef-best-date
           move EM-Last-Date       to w-bef-last-date

           perform 2350-Rebuild-Best-Last

           move w-elf-id(w-sub) to EM-Elf-Id
           read Master-File
               invalid key
                   move "ELF MASTER RECORD VANISHED DURING BACKOUT"
                     to w-abend-message
                   perform 9000-Abend
           end-read

           move MASTER-REC to w-jrn-before

           if EM-Season-Calories > w-elf-calories(w-sub)
               subtract w-elf-calories(w-sub) from EM-Season-Calories
           else
               move zeroes to EM-Season-Calories
           end-if
           if EM-Days-Reported > zeroes
               subtract 1 from EM-Days-Reported
           end-if
           move w-new-best      to EM-Best-Calories
           move w-new-best-date to EM-Best-Date
           move w-new-last-date to EM-Last-Date

           move spaces to BACKOUT-LINE
           string "  ELFMAST  ELF " w-elf-id(w-sub)
                  "  BEFORE SEASON " w-bef-season
                  "  DAYS " w-bef-days
                  "  BEST " w-bef-best " ON " w-bef-best-date
                  "  LAST " w-bef-last-date
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE
           move spaces to BACKOUT-LINE
           string "                 AFTER  SEASON " EM-Season-Calories
                  "  DAYS " EM-Days-Reported
                  "  BEST " EM-Best-Calories " ON " EM-Best-Date
                  "  LAST " EM-Last-Date
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE

           compute w-master-changed = w-master-changed + 1

           if UPDATE-RUN
               rewrite MASTER-REC
                   invalid key
                       move "REWRITE TO ELF MASTER FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-rewrite
               move "BACKOUT"  to w-jrn-txn-type
               move 'C'        to w-jrn-action
               move EM-Elf-Id  to w-jrn-key
               move MASTER-REC to w-jrn-after
               perform 8150-Write-Journal
           end-if.

       2300-Exit.
           exit.
      ******************************************************************
      * Best and last day from the elf's CALHIST records other than
      * the backout date - the first date at the highest total wins
      * a tie, exactly as Elf-Master-Update awards it day by day
      ******************************************************************
       2350-Rebuild-Best-Last section.

           move zeroes to w-new-best
           move spaces to w-new-best-date
           move spaces to w-new-last-date
           move 'N' to CALHIST-EOF-STATUS

           move w-elf-id(w-sub) to CH-Elf-Id
           move low-values      to CH-Date
           start Calorie-Hist key is not less than CH-Key
               invalid key
                   set CALHIST-EOF to true
           end-start

           perform until CALHIST-EOF
               read Calorie-Hist next
                   at end
                       set CALHIST-EOF to true
               end-read
               Evaluate true
                   when CALHIST-EOF
                       continue
                   when CH-Elf-Id not = w-elf-id(w-sub)
                       set CALHIST-EOF to true
                   when CH-Date = w-backout-date
                       continue
                   when other
                       if CH-Calories > w-new-best
                        or w-new-best-date = spaces
                           move CH-Calories to w-new-best
                           move CH-Date     to w-new-best-date
                       end-if
                       move CH-Date to w-new-last-date
               end-evaluate
           end-perform
           .
      ******************************************************************
      * The date's manifest receipts - all depots, or just the one
      ******************************************************************
       2400-Back-Out-Receipts section.

           if RECEIPT-FILE-NOT-FOUND
               go to 2400-Exit
           end-if

           move 'N' to RECEIPT-EOF-STATUS
           move low-values to RG-Key
           start Receipt-Register key is not less than RG-Key
               invalid key
                   go to 2400-Exit
           end-start

           perform until RECEIPT-EOF
               read Receipt-Register next
                   at end
                       set RECEIPT-EOF to true
               end-read
               if not RECEIPT-EOF
                and RG-Date = w-backout-date
                and (w-backout-depot = spaces
                  or RG-Depot = w-backout-depot)
                   if RG-Elf-Id = zeroes
                       compute w-receipts-hits = w-receipts-hits + 1
                       move spaces to BACKOUT-LINE
                       string "  RCPTREG  DEPOT " RG-Depot
                              "  DATE " RG-Date
                              "  ELVES " RG-Elves
                              "  LINES " RG-Lines
                              "  CALORIES " RG-Calories
                              "  RECEIPT REMOVED"
                              delimited by size into BACKOUT-LINE
                       write BACKOUT-LINE
                   end-if
                   if UPDATE-RUN
                       delete Receipt-Register record
                           invalid key
                               move "DELETE FROM RCPTREG FAILED"
                                 to w-abend-message
                               perform 9000-Abend
                       end-delete
                   end-if
               end-if
           end-perform.

       2400-Exit.
           exit.
      ******************************************************************
      * The date's held blocks on the pending-onboarding file - all
      * depots, or just the one - whatever their decision.  A held
      * block left behind would be released by the next ELFONBRD
      * admit on top of the rerun date's postings
      ******************************************************************
       2450-Back-Out-Pending section.

           if PENDING-FILE-NOT-FOUND
               go to 2450-Exit
           end-if

           move low-values to PE-Key
           start Pending-Elf key is not less than PE-Key
               invalid key
                   set PENDING-EOF to true
           end-start

           perform until PENDING-EOF
               read Pending-Elf next
                   at end
                       set PENDING-EOF to true
               end-read
               if not PENDING-EOF
                   compute w-pending-read = w-pending-read + 1
                   if PE-Date = w-backout-date
                    and (w-backout-depot = spaces
                      or PE-Depot = w-backout-depot)
                       perform 2460-Remove-Pending
                   end-if
               end-if
           end-perform.

       2450-Exit.
           exit.
      ******************************************************************
      * One held block on the backout date
      ******************************************************************
       2460-Remove-Pending section.

           compute w-pending-hits = w-pending-hits + 1

           move spaces to BACKOUT-LINE
           string "  PENDELF  DEPOT " PE-Depot
                  "  DATE " PE-Date
                  "  ELF " PE-Elf-Id
                  "  CAL " PE-Calories
                  "  STATUS " PE-Status
                  "  HELD " PE-Held-Date
                  "  REMOVED"
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE

           if UPDATE-RUN
               delete Pending-Elf record
                   invalid key
                       move "DELETE FROM PENDELF FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-delete
           end-if
           .
      ******************************************************************
      * Game side - the date's GAMEHIST matches, their rounds on
      * the GAMERNDS archive and the rating movement they caused
      ******************************************************************
       2500-Game-Side section.

           move spaces to BACKOUT-LINE
           write BACKOUT-LINE
           move spaces to BACKOUT-LINE
           string "GAME SIDE - GAMEHIST AND GAMERNDS FOR "
                  w-backout-date
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE

           if not HISTORY-FILE-NOT-FOUND
               perform 2550-Collect-History
           end-if

           move 1 to w-sub
           perform until w-sub > w-match-count
               perform 2600-Back-Out-Match
               compute w-sub = w-sub + 1
           end-perform

           perform 2650-Back-Out-Roster
           perform 2700-Rebuild-Rounds
           perform 2800-Reverse-Ratings

           if w-match-count = zeroes
            and w-roster-hits = zeroes
            and w-rounds-hits = zeroes
            and w-ratings-hits = zeroes
               move spaces to BACKOUT-LINE
               string "  NOTHING POSTED FOR THE DATE"
                      delimited by size into BACKOUT-LINE
               write BACKOUT-LINE
           end-if
           .
      ******************************************************************
      * Walk GAMEHIST whole and table the date's matches
      ******************************************************************
       2550-Collect-History section.

           move low-values to HR-Key
           start History-File key is not less than HR-Key
               invalid key
                   set HISTORY-EOF to true
           end-start

           perform until HISTORY-EOF
               read History-File next
                   at end
                       set HISTORY-EOF to true
               end-read
               if not HISTORY-EOF
                   compute w-history-read = w-history-read + 1
                   if HR-Date = w-backout-date
                    and (w-backout-match = spaces
                      or HR-Match-Id = w-backout-match)
                       compute w-match-count = w-match-count + 1

      * GUARD THE OCCURS LIMIT ON w-match BEFORE SUBSCRIPTING
                       if w-match-count > w-match-limit
                           move "DATE'S MATCHES EXCEED w-match CAPACITY"
                             to w-abend-message
                           perform 9000-Abend
                       end-if

                       move HR-Match-Id    to w-match-id(w-match-count)
                       move HR-Total-Score
                         to w-match-score(w-match-count)
                       move HR-Wins      to w-match-wins(w-match-count)
                       move HR-Draws     to w-match-draws(w-match-count)
                       move HR-Losses
                         to w-match-losses(w-match-count)
                       move HR-Opponent
                         to w-match-opponent(w-match-count)
                   end-if
               end-if
           end-perform
           .
      ******************************************************************
      * One match - its GAMEHIST record goes
      ******************************************************************
       2600-Back-Out-Match section.

           compute w-history-hits = w-history-hits + 1

           move spaces to BACKOUT-LINE
           string "  GAMEHIST MATCH " w-match-id(w-sub)
                  "  DATE " w-backout-date
                  "  SCORE " w-match-score(w-sub)
                  "  W " w-match-wins(w-sub)
                  " D " w-match-draws(w-sub)
                  " L " w-match-losses(w-sub)
                  "  OPP " w-match-opponent(w-sub)
                  "  REMOVED"
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE

           if UPDATE-RUN
               move w-match-id(w-sub) to HR-Match-Id
               move w-backout-date    to HR-Date
               delete History-File record
                   invalid key
                       move "DELETE FROM GAMEHIST FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-delete
           end-if
           .
      ******************************************************************
      * The date's roster appearances on ROSTHIST (just the one
      * match's, when a match-id was given) - left behind, they
      * would join the rerun match's new result in Fuel-Performance
      ******************************************************************
       2650-Back-Out-Roster section.

           if ROSTHIST-FILE-NOT-FOUND
               go to 2650-Exit
           end-if

           move low-values to RH-Key
           if w-backout-match not = spaces
               move w-backout-match to RH-Match-Id
           end-if
           start Roster-Hist key is not less than RH-Key
               invalid key
                   set ROSTHIST-EOF to true
           end-start

           perform until ROSTHIST-EOF
               read Roster-Hist next
                   at end
                       set ROSTHIST-EOF to true
               end-read
               if not ROSTHIST-EOF
                and w-backout-match not = spaces
                and RH-Match-Id not = w-backout-match
                   set ROSTHIST-EOF to true
               end-if
               if not ROSTHIST-EOF
                   compute w-roster-read = w-roster-read + 1
                   if RH-Date = w-backout-date
                       perform 2660-Remove-Roster
                   end-if
               end-if
           end-perform.

       2650-Exit.
           exit.
      ******************************************************************
      * One roster appearance on the backout date
      ******************************************************************
       2660-Remove-Roster section.

           compute w-roster-hits = w-roster-hits + 1

           move spaces to BACKOUT-LINE
           string "  ROSTHIST MATCH " RH-Match-Id
                  "  DATE " RH-Date
                  "  ELF " RH-Elf-Id
                  "  POSTED " RH-Posted-Date
                  "  REMOVED"
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE

           if UPDATE-RUN
               delete Roster-Hist record
                   invalid key
                       move "DELETE FROM ROSTHIST FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-delete
           end-if
           .
      ******************************************************************
      * Copy the round archive to RNDSNEW without the date's rounds
      * (just the one match's, when a match-id was given).  Only an
      * update run writes RNDSNEW - a validate run just counts
      ******************************************************************
       2700-Rebuild-Rounds section.

           open input Round-Archive
           if ROUNDS-FILE-NOT-FOUND
               move spaces to BACKOUT-LINE
               string "  NO ROUND ARCHIVE ON CATALOG"
                      delimited by size into BACKOUT-LINE
               write BACKOUT-LINE
               go to 2700-Exit
           end-if
           if not ROUNDS-FILE-OK
               move "ROUND ARCHIVE (GAMERNDS) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           if UPDATE-RUN
               open output Round-Archive-New
           end-if

           perform 2750-Read-Round
           perform until ROUNDS-EOF
               compute w-rounds-read = w-rounds-read + 1
               if RA-Date = w-backout-date
                and (w-backout-match = spaces
                  or RA-Match-Id = w-backout-match)
                   compute w-rounds-hits = w-rounds-hits + 1
               else
                   compute w-rounds-kept = w-rounds-kept + 1
                   if UPDATE-RUN
                       write ROUND-ARCHIVE-NEW-REC
                         from ROUND-ARCHIVE-REC
                   end-if
               end-if
               perform 2750-Read-Round
           end-perform

           close Round-Archive
           if UPDATE-RUN
               close Round-Archive-New
           end-if

           move spaces to BACKOUT-LINE
           string "  GAMERNDS ROUNDS BEFORE " w-rounds-read
                  "  REMOVED " w-rounds-hits
                  "  AFTER " w-rounds-kept
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE.

       2700-Exit.
           exit.
      ******************************************************************
      * Read the next archived round
      ******************************************************************
       2750-Read-Round section.
           read Round-Archive
           at end set ROUNDS-EOF to true
           end-read
           .
      ******************************************************************
      * Copy the rating movement log to RATENEW without the date's
      * entries (just the one match's, when a match-id was given),
      * taking each one's movement back off RATINGS so the corrected
      * match is rated afresh by the next Opponent-Ratings run.  Only
      * an update run changes RATINGS or writes RATENEW
      ******************************************************************
       2800-Reverse-Ratings section.

           open input Movement-Log
           if MOVEMENT-FILE-NOT-FOUND
               move spaces to BACKOUT-LINE
               string "  NO RATING MOVEMENT LOG ON CATALOG"
                      delimited by size into BACKOUT-LINE
               write BACKOUT-LINE
               go to 2800-Exit
           end-if
           if not MOVEMENT-FILE-OK
               move "RATING MOVEMENT LOG (RATEHIST) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

      * NO RATINGS MASTER, NOTHING TO TAKE THE MOVEMENT BACK OFF -
      * THE LOG IS COPIED WHOLE SO RATENEW STILL MATCHES RATEHIST
           if RATING-FILE-NOT-FOUND
               set RATINGS-SKIPPED to true
               move spaces to BACKOUT-LINE
               string "  NO RATINGS MASTER - RATING REVERSAL SKIPPED"
                      delimited by size into BACKOUT-LINE
               write BACKOUT-LINE
           end-if

           if UPDATE-RUN
               open output Movement-Log-New
           end-if

           perform 2890-Read-Movement
           perform until MOVEMENT-EOF
               compute w-ratings-read = w-ratings-read + 1
               if not RATINGS-SKIPPED
                and MV-Date = w-backout-date
                and (w-backout-match = spaces
                  or MV-Match-Id = w-backout-match)
                   compute w-ratings-hits = w-ratings-hits + 1
                   perform 2850-Reverse-Movement
               else
                   compute w-ratings-kept = w-ratings-kept + 1
                   if UPDATE-RUN
                       write MOVEMENT-NEW-REC from MOVEMENT-REC
                   end-if
               end-if
               perform 2890-Read-Movement
           end-perform

           close Movement-Log
           if UPDATE-RUN
               close Movement-Log-New
           end-if

           move spaces to BACKOUT-LINE
           string "  RATEHIST ENTRIES BEFORE " w-ratings-read
                  "  REVERSED " w-ratings-hits
                  "  AFTER " w-ratings-kept
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE.

       2800-Exit.
           exit.
      ******************************************************************
      * One rated match - what it moved comes back off our side and
      * the opponent, and it leaves both sides' match counts.  Later
      * matches keep the movement they were rated with; the last-
      * played date is left as it stands
      ******************************************************************
       2850-Reverse-Movement section.

           move spaces to BACKOUT-LINE
           string "  RATEHIST MATCH " MV-Match-Id
                  "  DATE " MV-Date
                  "  OPP " MV-Opponent
                  "  RESULT " MV-Result
                  "  OURS " MV-Ours-Before ">" MV-Ours-After
                  "  OPP " MV-Opp-Before ">" MV-Opp-After
                  "  REVERSED"
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE

           if VALIDATE-ONLY
               go to 2850-Exit
           end-if

      * OUR SIDE'S RECORD
           move "(OURS)" to RT-Team-Code
           move MV-Result to w-rate-result
           perform 2860-Read-Rating
           compute RT-Rating = RT-Rating + MV-Ours-Before
                                         - MV-Ours-After
           perform 2870-Uncount-Result

      * THE OPPONENT'S RECORD - ITS WIN WAS OUR LOSS
           move MV-Opponent to RT-Team-Code
           Evaluate MV-Result
               when 'W' move 'L' to w-rate-result
               when 'L' move 'W' to w-rate-result
               when other move MV-Result to w-rate-result
           end-evaluate
           perform 2860-Read-Rating
           compute RT-Rating = RT-Rating + MV-Opp-Before
                                         - MV-Opp-After
           perform 2870-Uncount-Result.

       2850-Exit.
           exit.
      ******************************************************************
      * Read the rating record for RT-Team-Code - a logged match
      * always left both sides on RATINGS, so a missing one means
      * the two files have parted company
      ******************************************************************
       2860-Read-Rating section.

           read Rating-Master
               invalid key
                   move spaces to w-abend-message
                   string "RATINGS HAS NO RECORD FOR " RT-Team-Code
                          " - RATEHIST OUT OF STEP"
                          delimited by size into w-abend-message
                   perform 9000-Abend
           end-read
           .
      ******************************************************************
      * Take the match off the record in hand's counts, from
      * w-rate-result (that team's own point of view), and store it
      ******************************************************************
       2870-Uncount-Result section.

           if RT-Matches > zeroes
               subtract 1 from RT-Matches
           end-if
           Evaluate w-rate-result
               when 'W'
                   if RT-Won > zeroes
                       subtract 1 from RT-Won
                   end-if
               when 'L'
                   if RT-Lost > zeroes
                       subtract 1 from RT-Lost
                   end-if
               when other
                   if RT-Drawn > zeroes
                       subtract 1 from RT-Drawn
                   end-if
           end-evaluate

           rewrite RATING-REC
               invalid key
                   move "REWRITE TO RATINGS FILE FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite
           .
      ******************************************************************
      * Read the next rating movement log line
      ******************************************************************
       2890-Read-Movement section.
           read Movement-Log
           at end set MOVEMENT-EOF to true
           end-read
           .
      ******************************************************************
      * Summary - totals, the graded return code and the audit line.
      * RC=004 when a depot backout had to leave a multi-depot
      * record, when the rating reversal had to be skipped, or when
      * nothing at all was found for the date
      ******************************************************************
       3000-print-summary section.

           move spaces to BACKOUT-LINE
           write BACKOUT-LINE
           move spaces to BACKOUT-LINE
           string "BACKOUT " w-backout-date "  " w-mode-word
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE
           move spaces to BACKOUT-LINE
           string "  CALHIST REMOVED " w-calhist-hits
                  "  CALORIES " w-backout-calories
                  "  SKIPPED " w-calhist-skipped
                  "  RECEIPTS " w-receipts-hits
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE
           move spaces to BACKOUT-LINE
           string "  ELFMAST CHANGED " w-master-changed
                  "  NEVER POSTED " w-master-unposted
                  "  PENDELF REMOVED " w-pending-hits
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE
           move spaces to BACKOUT-LINE
           string "  GAMEHIST REMOVED " w-history-hits
                  "  GAMERNDS ROUNDS REMOVED " w-rounds-hits
                  "  RATEHIST REVERSED " w-ratings-hits
                  "  ROSTHIST REMOVED " w-roster-hits
                  delimited by size into BACKOUT-LINE
           write BACKOUT-LINE
           if VALIDATE-ONLY
               move spaces to BACKOUT-LINE
               string "  VALIDATE ONLY - NO FILE HAS BEEN CHANGED; "
                      "RERUN WITH MODE=UPDATE TO APPLY"
                      delimited by size into BACKOUT-LINE
               write BACKOUT-LINE
           end-if

           move zeroes to w-reg-rc
           if w-calhist-skipped > zeroes
            or RATINGS-SKIPPED
            or (w-calhist-hits = zeroes and w-history-hits = zeroes
                and w-rounds-hits = zeroes and w-ratings-hits = zeroes
                and w-pending-hits = zeroes and w-roster-hits = zeroes)
               move 4 to w-reg-rc
           end-if

           display "Run-Date-Backout " w-backout-date " " w-mode-word
                   "  calhist: " w-calhist-hits
                   "  elfmast: " w-master-changed
                   "  gamehist: " w-history-hits
                   "  rounds: " w-rounds-hits

           compute w-reg-read = w-calhist-read + w-history-read
                              + w-rounds-read + w-ratings-read
                              + w-pending-read + w-roster-read
           move w-calhist-skipped to w-reg-rejected
           if UPDATE-RUN
               compute w-reg-written = w-calhist-hits + w-master-changed
                                     + w-history-hits + w-rounds-hits
                                     + w-ratings-hits
                                     + w-pending-hits + w-roster-hits
           else
               move zeroes to w-reg-written
           end-if
           perform 8000-Write-Run-Register

           move w-reg-rc to return-code

           close Calorie-Hist
           close Master-File
           close History-File
           close Receipt-Register
           close Rating-Master
           close Pending-Elf
           close Roster-Hist
           close Backout-Report
           if UPDATE-RUN
               close Journal-Out
           end-if

           perform 8700-Free-All-Locks
           .
      ******************************************************************
      * Append this execution's audit record to the permanent run
      * register - program, when it ran, volumes, result and the
      * date that was backed out
      ******************************************************************
       8000-Write-Run-Register section.

      * NO TWO PROGRAMS MAY APPEND AT ONCE - CLAIM THE REGISTER
      * AROUND THE ONE-LINE APPEND.  A BUSY REGISTER MUST NEVER
      * STOP A RUN FROM ENDING, SO THE AUDIT LINE IS SKIPPED (AND
      * SAID SO) RATHER THAN ABENDED OVER
           move "RUNREG  " to w-lock-resource
           move 'C' to w-lock-action
           call "SUITELCK" using W-Lock-Area
           if w-lock-result not = 'Y'
               display "RUN REGISTER HELD BY " w-lock-holder
                       " - AUDIT LINE SKIPPED"
               go to 8000-Exit
           end-if

      * THE REGISTER OUTLIVES EVERY RUN - CREATE IT ONLY THE VERY
      * FIRST TIME, APPEND FOREVER AFTER
           open extend Register-Out
           if REGISTER-FILE-NOT-FOUND
               open output Register-Out
           end-if

           move spaces to REGISTER-LINE
           string "PGM " w-reg-program
                  "  DATE " w-reg-date
                  "  TIME " w-reg-time
                  "  READ " w-reg-read
                  "  REJECT " w-reg-rejected
                  "  WROTE " w-reg-written
                  "  RC " w-reg-rc
                  "  INDATE " w-reg-indate
                  delimited by size into REGISTER-LINE
           write REGISTER-LINE
           close Register-Out

           move "RUNREG  " to w-lock-resource
           move 'F' to w-lock-action
           call "SUITELCK" using W-Lock-Area.

       8000-Exit.
           exit.
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
      * Release every resource this program claims
      ******************************************************************
       8700-Free-All-Locks section.

           move "CALHIST " to w-lock-resource
           perform 8600-Free-Lock
           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock
           move "GAMEHIST" to w-lock-resource
           perform 8600-Free-Lock
           move "RCPTREG " to w-lock-resource
           perform 8600-Free-Lock
           move "MASTJRNL" to w-lock-resource
           perform 8600-Free-Lock
           move "RATINGS " to w-lock-resource
           perform 8600-Free-Lock
           move "PENDELF " to w-lock-resource
           perform 8600-Free-Lock
           move "ROSTHIST" to w-lock-resource
           perform 8600-Free-Lock
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

           display "RUN-DATE-BACKOUT ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           move 16 to w-reg-rc
           perform 8000-Write-Run-Register

           close Calorie-Hist
           close Master-File
           close History-File
           close Round-Archive
           close Round-Archive-New
           close Rating-Master
           close Pending-Elf
           close Roster-Hist
           close Movement-Log
           close Movement-Log-New
           close Receipt-Register
           close Backout-Report
           close Journal-Out

           perform 8700-Free-All-Locks

           move 16 to return-code
           stop run
           .
