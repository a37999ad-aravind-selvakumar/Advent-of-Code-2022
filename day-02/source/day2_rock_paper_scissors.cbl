           SELECT Round-Archive ASSIGN TO "GAMERNDS"
           organization is line sequential
           file status is ROUNDS-FILE-STATUS.
      * OPPONENT REFERENCE MASTER - INDEXED, KEYED BY TEAM CODE.
      * EVERY MTH HEADER'S OPPONENT MUST BE REGISTERED AND ACTIVE
      * HERE OR THE MATCH IS REFUSED INSTEAD OF POSTED TO GAMEHIST
           SELECT Opponent-Master ASSIGN TO "OPPMAST"
           organization is indexed
           access is random
           record key is OM-Team-Code
           file status is OPPONENT-FILE-STATUS.
      * MATCH ROSTER - WHICH ELVES PLAYED IN WHICH MATCH.  OPTIONAL:
      * WHEN THE DDNAME IS ABSENT NO ROSTER IS CHECKED AND THE RUN
      * SCORES EXACTLY AS IT ALWAYS DID
           SELECT Roster-In ASSIGN TO "ROSTER"
           organization is line sequential
           file status is ROSTER-FILE-STATUS.
      * ELF MASTER - EVERY ROSTERED ELF MUST BE REGISTERED HERE AND
      * NOT RETIRED, OR ITS ROSTER LINE IS REJECTED
           SELECT Elf-Master ASSIGN TO "ELFMAST"
           organization is indexed
           access is random
           record key is EM-Elf-Id
           file status is ELFMAST-FILE-STATUS.
      * SEASON ROSTER HISTORY - INDEXED, KEYED BY MATCH-ID + DATE +
      * ELF-ID, ONE RECORD PER ACCEPTED ROSTER LINE.  A RERUN
      * REWRITES IN PLACE; READ BY Fuel-Performance
           SELECT Roster-Hist ASSIGN TO "ROSTHIST"
           organization is indexed
           access is random
           record key is RH-Key
           file status is ROSTHIST-FILE-STATUS.

       data division.
       file section.
               88  LG-CLEARED          value 'C'.
           05  LG-Clear-Date       pic 9(8).

      * OPPONENT MASTER RECORD - KEEP IN SYNC WITH
      * Opponent-Master-Maint AND Opponent-Directory
       FD  Opponent-Master.
       01  OPPONENT-REC.
           05  OM-Team-Code        pic x(6).
           05  OM-Name             pic x(20).
           05  OM-Division         pic x(10).
           05  OM-Home-Venue       pic x(12).
           05  OM-Status           pic x(1).
               88  OM-ACTIVE           value 'A'.
               88  OM-WITHDRAWN        value 'W'.

      * MATCH ROSTER LINE - MATCH-ID AND DATE AS ON GAMEIN, THEN
      * THE ELF-ID THAT PLAYED IN IT; ONE LINE PER ELF PER MATCH
       FD  Roster-In.
       01  ROSTER-REC.
           05  RS-Match-Id         pic x(6).
           05  filler              pic x(1).
           05  RS-Date             pic x(8).
           05  filler              pic x(1).
           05  RS-Elf-Id           pic x(4).

      * ELF MASTER RECORD - KEEP IN SYNC WITH Elf-Master-Update
       FD  Elf-Master.
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

      * ROSTER HISTORY RECORD - KEEP IN SYNC WITH Fuel-Performance
       FD  Roster-Hist.
       01  ROSTHIST-REC.
           05  RH-Key.
               10  RH-Match-Id     pic x(6).
               10  RH-Date         pic x(8).
               10  RH-Elf-Id       pic 9(4).
           05  RH-Posted-Date      pic 9(8).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 W-Variables.
           05  w-pending-opponent        pic x(6).
           05  w-pending-venue           pic x(12).

      *REFUSED MATCH - THE CURRENT MATCH NAMED AN OPPONENT THAT IS
      *NOT REGISTERED (OPNR) OR HAS WITHDRAWN (OPWD) ON THE OPPONENT
      *MASTER.  ITS ROUNDS ARE READ PAST UNSCORED AND NOTHING OF IT
      *REACHES GAMEHIST, GAMERNDS OR THE SCOUTING FIGURES
       01 W-Refused-Match.
           05  REFUSED-STATUS            pic x(1) value 'N'.
               88  MATCH-REFUSED             value 'Y'.
           05  w-refused-reason          pic x(4).
           05  w-refused-matches         pic 9(5) value zeroes.
           05  w-refused-rounds          pic 9(7) value zeroes.
           05  w-refused-ledger-id       pic x(21).

      *MATCH ROSTER CHECK - LINES READ, POSTED TO THE ROSTER
      *HISTORY, AND REJECTED FOR AN ELF THAT IS NOT REGISTERED
      *(RSNR) OR HAS RETIRED (RSRT) ON THE ELF MASTER
       01 W-Roster-Check.
           05  ROSTER-CHECK-STATUS       pic x(1) value 'N'.
               88  ROSTER-SUPPLIED           value 'Y'.
           05  w-roster-read             pic 9(7) value zeroes.
           05  w-roster-posted           pic 9(7) value zeroes.
           05  w-roster-rejects          pic 9(7) value zeroes.
           05  w-roster-reason           pic x(4).
           05  w-roster-ledger-id        pic x(21).

      *RULE-SET COMPARISON WORK AREA - PER-MATCH AND SEASON TOTALS
      *UNDER EACH INTERPRETATION OF THE ROUND TABLE
       01 W-Compare-Area.
       01 W-Abend-Area.
           05  w-abend-message           pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "GAMESCOR".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *MACHINE-READABLE REJECT IMAGE - SOURCE PROGRAM, REASON CODE,
      *THE SCORING MODE IN EFFECT (SO A CORRECTION RE-SCORES UNDER
      *THE SAME RULES), ROUND POSITION, MATCH KEY AND THE COMPLETE
       01 LEDGER-FILE-STATUS                  pic x(2).
           88  LEDGER-FILE-OK                     value '00'.
           88  LEDGER-FILE-NOT-FOUND              value '35'.
       01 OPPONENT-FILE-STATUS                pic x(2).
           88  OPPONENT-FILE-OK                   value '00'.
           88  OPPONENT-FILE-NOT-FOUND            value '35'.
       01 ROSTER-EOF-STATUS                   pic x(1).
           88 ROSTER-EOF                       value 'Y'.
       01 ROSTER-FILE-STATUS                  pic x(2).
           88  ROSTER-FILE-OK                     value '00'.
           88  ROSTER-FILE-NOT-FOUND              value '35'.
       01 ELFMAST-FILE-STATUS                 pic x(2).
           88  ELFMAST-FILE-OK                    value '00'.
           88  ELFMAST-FILE-NOT-FOUND             value '35'.
       01 ROSTHIST-FILE-STATUS                pic x(2).
           88  ROSTHIST-FILE-OK                   value '00'.
           88  ROSTHIST-FILE-NOT-FOUND            value '35'.

      *RUN-TIME PARAMETERS - BLANK-SEPARATED KEYWORDS FROM THE JCL
      *PARM.  SHAPE MODE (DEFAULT) TREATS TEAM-B AS A ROCK/PAPER/
           perform 8500-Claim-Lock
           move "REJLEDG " to w-lock-resource
           perform 8500-Claim-Lock
           move "OPPMAST " to w-lock-resource
           perform 8500-Claim-Lock

      * THE OPPONENT MASTER IS THE REFERENCE EVERY MTH HEADER IS
      * CHECKED AGAINST - RUNNING WITHOUT IT WOULD LET MISKEYED
      * CLUB CODES BACK ONTO GAMEHIST, SO ITS ABSENCE IS A
      * STRUCTURAL FAILURE
           open input Opponent-Master
           if not OPPONENT-FILE-OK
               move "OPPONENT MASTER (OPPMAST) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

      * THE ROUND ARCHIVE OUTLIVES EVERY RUN - CREATE IT ONLY THE
      * VERY FIRST TIME, APPEND FOREVER AFTER
               perform 1200-Read-Checkpoint
           end-if

           perform 1300-Check-Roster

           move 1 to w-match-first-sub
           .
      ******************************************************************
           display "Restarting after match " w-restart-match-id
           .
      ******************************************************************
      * Match roster - every line names an elf that played; the elf
      * must be on the elf master and not retired.  Accepted lines
      * post to the season roster history, the rest are rejected
      * and ledgered.  No ROSTER DD means no roster this run
      ******************************************************************
       1300-Check-Roster section.

           open input Roster-In
           if ROSTER-FILE-NOT-FOUND
               go to 1300-Exit
           end-if
           if not ROSTER-FILE-OK
               move "MATCH ROSTER (ROSTER) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if
           set ROSTER-SUPPLIED to true

           move "ELFMAST " to w-lock-resource
           perform 8500-Claim-Lock
           move "ROSTHIST" to w-lock-resource
           perform 8500-Claim-Lock

           open input Elf-Master
           if not ELFMAST-FILE-OK
               move "ELF MASTER (ELFMAST) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

      * THE ROSTER HISTORY OUTLIVES EVERY RUN - CREATE IT ONLY THE
      * VERY FIRST TIME, KEYED TRAFFIC FOREVER AFTER
           open i-o Roster-Hist
           if ROSTHIST-FILE-NOT-FOUND
               open output Roster-Hist
               close Roster-Hist
               open i-o Roster-Hist
           end-if
           if not ROSTHIST-FILE-OK
               move "ROSTER HISTORY (ROSTHIST) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move 'N' to ROSTER-EOF-STATUS
           perform 1310-Read-Roster
           perform until ROSTER-EOF
               if ROSTER-REC not = spaces
                   add 1 to w-roster-read
                   perform 1320-Check-Roster-Line
               end-if
               perform 1310-Read-Roster
           end-perform

           close Roster-In
           close Elf-Master
           close Roster-Hist

           display "Roster lines: " w-roster-read
                   "  posted: " w-roster-posted
                   "  rejected: " w-roster-rejects.

       1300-Exit.
           exit.
      ******************************************************************
      * Read one roster line
      ******************************************************************
       1310-Read-Roster section.
           read Roster-In
           at end set ROSTER-EOF to true
           end-read
           .
      ******************************************************************
      * One roster line - the ledger id is the roster's own match,
      * date and elf, so a rerun after the elf master is corrected
      * finds and clears the same entry
      ******************************************************************
       1320-Check-Roster-Line section.

           move spaces to w-roster-ledger-id
           string "ROS" RS-Match-Id RS-Date RS-Elf-Id
                  delimited by size into w-roster-ledger-id

           if RS-Elf-Id not numeric
               move "RSNR" to w-roster-reason
               perform 1330-Reject-Roster-Line
               go to 1320-Exit
           end-if

           move RS-Elf-Id to EM-Elf-Id
           read Elf-Master
               invalid key
                   move "RSNR" to w-roster-reason
                   perform 1330-Reject-Roster-Line
                   go to 1320-Exit
           end-read

           if EM-RETIRED
               move "RSRT" to w-roster-reason
               perform 1330-Reject-Roster-Line
               go to 1320-Exit
           end-if

           move RS-Match-Id to RH-Match-Id
           move RS-Date     to RH-Date
           move EM-Elf-Id   to RH-Elf-Id
           move w-reg-date  to RH-Posted-Date
           write ROSTHIST-REC
               invalid key
                   rewrite ROSTHIST-REC
                       invalid key
                           move "REWRITE TO ROSTER HISTORY FAILED"
                             to w-abend-message
                           perform 9000-Abend
                   end-rewrite
           end-write
           add 1 to w-roster-posted

      * AN EARLIER RUN MAY HAVE REJECTED THIS SAME LINE BEFORE THE
      * ELF WAS REGISTERED OR REINSTATED - CLEAR IT NOW IT POSTED
           move w-roster-ledger-id to LG-Reject-Id
           read Reject-Ledger
               invalid key
                   go to 1320-Exit
           end-read

           if LG-OPEN
               set LG-CLEARED to true
               move w-reg-date to LG-Clear-Date
               rewrite LEDGER-REC
                   invalid key
                       move "REWRITE TO REJECT LEDGER FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-rewrite
           end-if.

       1320-Exit.
           exit.
      ******************************************************************
      * Reject one roster line - a line on the reject listing, a
      * machine reject carrying the roster line, and an OPEN entry
      * on the reject ledger.  The match itself still scores
      ******************************************************************
       1330-Reject-Roster-Line section.

           add 1 to w-roster-rejects

           move spaces to REJECT-LINE
           if w-roster-reason = "RSNR"
               string "ROSTER MATCH " RS-Match-Id
                      "  DATE " RS-Date
                      "  ELF " RS-Elf-Id
                      "  NOT REGISTERED - LINE REJECTED"
                      delimited by size into REJECT-LINE
           else
               string "ROSTER MATCH " RS-Match-Id
                      "  DATE " RS-Date
                      "  ELF " RS-Elf-Id
                      "  RETIRED - LINE REJECTED"
                      delimited by size into REJECT-LINE
           end-if
           write REJECT-LINE

           move w-roster-reason to w-mrej-reason
           move SCORING-MODE to w-mrej-mode
           move w-roster-read to w-mrej-line-no
           move spaces to w-mrej-key
           move RS-Match-Id to w-mrej-key(1:6)
           move RS-Date to w-mrej-key(8:8)
           move ROSTER-REC to w-mrej-data
           move w-roster-ledger-id to w-mrej-ledger-id
           write MACHINE-REJECT-REC from W-Machine-Reject

           perform 2370-Post-Ledger-Open
           .
      ******************************************************************
      * Read the run-options control cards - keyword=value, '*' in
      * column one comments a card out.  Unlike the old PARM, an
      * unknown or malformed card is a hard error: an operator typo
                           move spaces to w-pending-venue
                       else
                           perform 2290-Check-Match-Change
                           perform 2298-Score-Or-Refuse-Round
                       end-if
                   when other
                       perform 2290-Check-Match-Change
                       perform 2298-Score-Or-Refuse-Round
               end-evaluate
               perform 2100-Read-File

           end-perform

           if w-current-match-id not = spaces
            and not MATCH-REFUSED
               perform 2400-Write-Match-History
               if COMPARE-RUN
                   perform 2500-Compare-Match
               perform 2295-Take-Pending-Header
           else
               if GI-Match-Id not = w-current-match-id
                   if not MATCH-REFUSED
                       perform 2400-Write-Match-History
                       if COMPARE-RUN
                           perform 2500-Compare-Match
                       end-if
                       perform 2475-Scout-Match
                   end-if
                   perform 2450-Reset-Match-Totals
                   move GI-Match-Id to w-current-match-id
                   move GI-Date to w-current-match-date
           move w-pending-venue    to w-current-venue
           move spaces to w-pending-opponent
           move spaces to w-pending-venue

           move 'N' to REFUSED-STATUS
           perform 2296-Validate-Opponent
           .
      ******************************************************************
      * The named opponent must be registered and active on the
      * opponent master.  A match with no header names nobody and is
      * taken exactly as before; anything else unknown or withdrawn
      * refuses the whole match
      ******************************************************************
       2296-Validate-Opponent section.

           if w-current-opponent = spaces
               go to 2296-Exit
           end-if

      * THE LEDGER ID FOR A REFUSED MATCH CARRIES ROUND 0000 - NO
      * REAL ROUND IS EVER NUMBERED ZERO, SO IT CANNOT COLLIDE WITH
      * A COMB REJECT CUT AGAINST ONE OF THE MATCH'S OWN ROUNDS
           move spaces to w-refused-ledger-id
           string "GAM" w-current-match-id
                  w-current-match-date
                  "0000"
                  delimited by size into w-refused-ledger-id

           move w-current-opponent to OM-Team-Code
           read Opponent-Master
               invalid key
                   move "OPNR" to w-refused-reason
                   perform 2297-Refuse-Match
                   go to 2296-Exit
           end-read

           if OM-WITHDRAWN
               move "OPWD" to w-refused-reason
               perform 2297-Refuse-Match
               go to 2296-Exit
           end-if

           perform 2299-Clear-Earlier-Refusal.

       2296-Exit.
           exit.
      ******************************************************************
      * Refuse the match - one line on the reject listing, one
      * machine reject carrying the header image, and an OPEN entry
      * on the reject ledger.  Registering (or reinstating) the club
      * and rerunning the day's GAMEIN then posts the match normally
      ******************************************************************
       2297-Refuse-Match section.

           set MATCH-REFUSED to true
           add 1 to w-refused-matches

           move spaces to REJECT-LINE
           if w-refused-reason = "OPNR"
               string "MATCH " w-current-match-id
                      "  DATE " w-current-match-date
                      "  OPPONENT " w-current-opponent
                      "  NOT REGISTERED - MATCH REFUSED"
                      delimited by size into REJECT-LINE
           else
               string "MATCH " w-current-match-id
                      "  DATE " w-current-match-date
                      "  OPPONENT " w-current-opponent
                      "  WITHDRAWN - MATCH REFUSED"
                      delimited by size into REJECT-LINE
           end-if
           write REJECT-LINE

           display "Match " w-current-match-id
                   " opponent " w-current-opponent
                   " " w-refused-reason " - match refused"

           move w-refused-reason to w-mrej-reason
           move SCORING-MODE to w-mrej-mode
           move w-rounds-read to w-mrej-line-no
           move spaces to w-mrej-key
           move w-current-match-id to w-mrej-key(1:6)
           move w-current-match-date to w-mrej-key(8:8)
           move spaces to w-mrej-data
           string "MTH " w-current-opponent " " w-current-venue
                  delimited by size into w-mrej-data
           move w-refused-ledger-id to w-mrej-ledger-id
           write MACHINE-REJECT-REC from W-Machine-Reject

           perform 2370-Post-Ledger-Open
           .
      ******************************************************************
      * Route one round - scored normally, or read past and counted
      * against the refusal when its match was refused
      ******************************************************************
       2298-Score-Or-Refuse-Round section.

           if MATCH-REFUSED
               add 1 to w-refused-rounds
               add 1 to w-exception-counter
           else
               perform 2300-calc-points
           end-if
           .
      ******************************************************************
      * The match is accepted - if an earlier run refused it (club
      * registered since, or reinstated), its refusal is still open
      * on the ledger: mark it cleared now the match has posted
      ******************************************************************
       2299-Clear-Earlier-Refusal section.

           move w-refused-ledger-id to LG-Reject-Id
           read Reject-Ledger
               invalid key
                   go to 2299-Exit
           end-read

           if LG-OPEN
               set LG-CLEARED to true
               move w-reg-date to LG-Clear-Date
               rewrite LEDGER-REC
                   invalid key
                       move "REWRITE TO REJECT LEDGER FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-rewrite
           end-if.

       2299-Exit.
           exit.
      ******************************************************************
      * Post the completed match's total-score and win/loss/draw
      * tallies to the season-to-date match history file.  A match
      * already on file (a rerun of the same day's rounds) has its
           move w-mrej-ledger-id to LG-Reject-Id
           move w-mrej-source    to LG-Source
           move w-mrej-reason    to LG-Reason
           if w-mrej-key(8:8) is numeric
               move function numval(w-mrej-key(8:8))
                 to LG-Open-Date
           else
               move w-reg-date to LG-Open-Date
           display "Team-B draws: " w-grand-teamb-draws
           display "Team-B loses: " w-grand-teamb-losses
           display "Rejected rounds: " w-exception-counter
           display "Refused matches: " w-refused-matches
                   "  rounds: " w-refused-rounds
           if ROSTER-SUPPLIED
               display "Roster lines rejected: " w-roster-rejects
           end-if

           perform 3600-Scout-Season

                  "  " w-status-note
                  delimited by size into GAME-STATUS-LINE
           write GAME-STATUS-LINE
           if ROSTER-SUPPLIED
               move spaces to GAME-STATUS-LINE
               string "ROSTER  READ " w-roster-read
                      "  POSTED " w-roster-posted
                      "  REJECTS " w-roster-rejects
                      delimited by size into GAME-STATUS-LINE
               write GAME-STATUS-LINE
           end-if

           move w-graded-rc to w-reg-rc
           perform 8000-Write-Run-Register
           close History-Out
           close Round-Archive
           close Reject-Ledger
           close Opponent-Master
           close Game-Status-Out

           move "GAMEHIST" to w-lock-resource
           perform 8600-Free-Lock
           move "REJLEDG " to w-lock-resource
           perform 8600-Free-Lock
           move "OPPMAST " to w-lock-resource
           perform 8600-Free-Lock
           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock
           move "ROSTHIST" to w-lock-resource
           perform 8600-Free-Lock

           move w-graded-rc to return-code
           .
           .
      ******************************************************************
      * Grade this run's severity for operations: RC=000 nothing
      * rejected, RC=004 rejects within tolerance or roster lines
      * rejected, RC=008 rejects over the configured tolerance.
      * Structural failures keep their RC=016 from 9000-Abend
      ******************************************************************
       3500-Grade-Return-Code section.

                   move 8 to w-graded-rc
           end-evaluate

           if w-graded-rc = 8
               move 'E'        to w-alert-severity
               move "REJTOL"   to w-alert-code
               move spaces     to w-alert-key
               string "RUN " w-reg-date
                      delimited by size into w-alert-key
               move spaces     to w-alert-message
               string "REJECTS OVER TOLERANCE - " w-exception-counter
                      " OF " w-rounds-read " ROUNDS (RATE "
                      w-reject-rate-disp " PCT, TOLERANCE "
                      w-tol-text " " w-tol-value ")"
                      delimited by size into w-alert-message
               perform 8800-Raise-Alert
           end-if

      * ROSTER LINES ARE NOT ROUNDS - THEIR REJECTS NEVER COUNT
      * AGAINST THE ROUND TOLERANCE, BUT EACH IS STILL A WARNING
           if w-roster-rejects > zeroes
               if w-graded-rc < 4
                   move 4 to w-graded-rc
               end-if
               move 'W'        to w-alert-severity
               move "ROSTREJ"  to w-alert-code
               move spaces     to w-alert-key
               string "RUN " w-reg-date
                      delimited by size into w-alert-key
               move spaces     to w-alert-message
               string "ROSTER LINES REJECTED - " w-roster-rejects
                      " OF " w-roster-read
                      " (ELF NOT REGISTERED OR RETIRED)"
                      delimited by size into w-alert-message
               perform 8800-Raise-Alert
           end-if

      * A RESTART THAT NEVER FOUND ITS CHECKPOINT MATCH SKIPPED THE
      * WHOLE FILE AND RESUMED NOTHING (WRONG GAMEIN GENERATION?) -
      * THAT MUST NEVER READ AS A CLEAN DAY IN THE RUN LOG AND
      * REGISTER, SO IT CARRIES THE OVER-TOLERANCE WARNING BAND
           if RESTART-RUN and not SEEN-CKPT-MATCH
               move "RESUMED-NOTHING" to w-status-note
               move 'E'        to w-alert-severity
               move "RESTART"  to w-alert-code
               move spaces     to w-alert-key
               string "RUN " w-reg-date
                      delimited by size into w-alert-key
               move spaces     to w-alert-message
               string "RESTART NEVER FOUND ITS CHECKPOINT MATCH IN "
                      "GAMEIN - NOTHING RESUMED"
                      delimited by size into w-alert-message
               perform 8800-Raise-Alert
               if w-graded-rc < 8
                   move 8 to w-graded-rc
               end-if
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

           display "GAME-SCORER ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           move spaces to GAME-STATUS-LINE
           string "RC=016" delimited by size into GAME-STATUS-LINE
           close History-Out
           close Round-Archive
           close Reject-Ledger
           close Opponent-Master
           close Game-Status-Out
           if ROSTER-SUPPLIED
               close Roster-In
               close Elf-Master
               close Roster-Hist
           end-if
           if COMPARE-RUN
               close Compare-Out
           end-if
           perform 8600-Free-Lock
           move "REJLEDG " to w-lock-resource
           perform 8600-Free-Lock
           move "OPPMAST " to w-lock-resource
           perform 8600-Free-Lock
           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock
           move "ROSTHIST" to w-lock-resource
           perform 8600-Free-Lock

           move 16 to return-code
           stop run
