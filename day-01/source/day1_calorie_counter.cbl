           access is random
           record key is CH-Key
           file status is CALHIST-FILE-STATUS.
      * MANIFEST RECEIPT REGISTER - INDEXED, KEYED BY DEPOT +
      * MANIFEST DATE + ELF-ID.  ELF-ID ZERO IS THE RECEIPT ITSELF:
      * THE CONTENT FINGERPRINT OF EVERY HDR...TRL SECTION EVER
      * POSTED (TRAILER COUNTS, TOTAL CALORIES, RUNNING HASH OF THE
      * DETAIL LINES); THE OTHER KEYS CARRY EACH ELF'S SHARE OF IT
      * SO A REPLACEMENT MANIFEST CAN BACK THE OLD FIGURES OUT.
      * NEVER SCRATCHED
           SELECT Receipt-Register ASSIGN TO "RCPTREG"
           organization is indexed
           access is dynamic
           record key is RG-Key
           file status is RECEIPT-FILE-STATUS.
      * FOOD CATEGORY REFERENCE - ONE CODE PER CARD.  A DETAIL LINE
      * CODED WITH A CATEGORY NOT ON THIS FILE IS REJECTED (NCAT).
      * UNCODED LINES NEVER NEED IT, SO AN OLD-STYLE MANIFEST RUNS
      * EXACTLY AS BEFORE WITH OR WITHOUT THE DDNAME
           SELECT Category-In ASSIGN TO "CATCODES"
           organization is line sequential
           file status is CATEGORY-FILE-STATUS.
      * FOOD CATEGORY BREAKDOWN - THE DAY'S CALORIES AND ITEM
      * COUNTS BY CATEGORY, PER DEPOT AND PER ELF
           SELECT Category-Out ASSIGN TO "CATRPT"
           organization is line sequential.
      * ELF MASTER - EVERY ELF A MANIFEST NAMES WITH AN ELF RECORD
      * MUST BE ON IT AND ACTIVE BEFORE ITS CALORIES ARE RANKED AND
      * POSTED.  A RETIRED ELF'S BLOCK IS REJECTED (RETD); AN ELF
      * THE MASTER HAS NEVER SEEN IS HELD FOR ONBOARDING
           SELECT Elf-Master ASSIGN TO "ELFMAST"
           organization is indexed
           access is random
           record key is EM-Elf-Id
           file status is ELFMAST-FILE-STATUS.
      * PENDING-ONBOARDING FILE - INDEXED, KEYED BY DEPOT + MANIFEST
      * DATE + ELF-ID.  ONE RECORD PER BLOCK HELD FOR AN ELF NOT ON
      * THE ELF MASTER, CARRYING ITS CALORIES AND CATEGORY SPLIT
      * UNTIL Elf-Onboarding ADMITS THE ELF (AND RELEASES THE DAY TO
      * CALHIST) OR REJECTS IT.  NEVER SCRATCHED
           SELECT Pending-Elf ASSIGN TO "PENDELF"
           organization is indexed
           access is dynamic
           record key is PE-Key
           file status is PENDING-FILE-STATUS.

       data division.
       file section.
           05  CIH-REC-ID                     PIC x(3).
           05  CIH-RUN-DATE                   PIC x(8).
           05  CIH-DEPOT-ID                   PIC x(3).
      * 'R' - THIS SECTION REPLACES THE DEPOT'S EARLIER MANIFEST
      * FOR THE SAME DATE; BLANK ON EVERY ORDINARY MANIFEST
           05  CIH-REPLACE-FLAG               PIC x(1).
               88  CIH-REPLACEMENT                value 'R'.
           05  FILLER                         PIC x(5).
       01  CALORIES-IN-ELF.
           05  CIE-REC-ID                     PIC x(3).
           05  CIE-ELF-ID                     PIC 9(4).
           05  CIT-EXPECTED-ELVES             PIC 9(5).
           05  CIT-EXPECTED-LINES             PIC 9(7).
           05  FILLER                         PIC x(5).
      * DETAIL LINE - CALORIES-IN-STOCK, THEN AN OPTIONAL FOOD
      * CATEGORY CODE (MUST BE ON CATCODES) AND AN OPTIONAL ITEM
      * COUNT.  BOTH BLANK ON EVERY MANIFEST CUT BEFORE CODING BEGAN
       01  CALORIES-IN-DTL.
           05  CID-CALORIES                   PIC x(5).
           05  CID-CATEGORY                   PIC x(3).
           05  CID-ITEM-COUNT                 PIC x(5).
           05  FILLER                         PIC x(7).

      * RANKING REPORT - ONE LINE PER RECORD
       FD  Report-Out.
               10  CH-Date         pic x(8).
           05  CH-Calories         pic 9(7).
           05  CH-Depot            pic x(3).
      * CATEGORY SPLIT OF CH-Calories - ONE SLOT PER FOOD CATEGORY
      * THE ELF'S LINES CARRIED THAT DAY.  A BLANK CODE HOLDS THE
      * UNCODED LINES; '***' POOLS EVERY CATEGORY PAST THE SEVENTH
           05  CH-Split-Area.
               10  CH-Split-Count      pic 9(1).
               10  CH-Split occurs 8 times.
                   15  CH-Split-Code   pic x(3).
                   15  CH-Split-Cal    pic 9(7).
                   15  CH-Split-Items  pic 9(5).

      * FOOD CATEGORY CARD - CODE IN COLUMNS 1-3, DESCRIPTION IN
      * 5-34, '*' IN COLUMN ONE COMMENTS A CARD OUT
       FD  Category-In.
       01  CATEGORY-CARD.
           05  CC-Code             pic x(3).
           05  filler              pic x(1).
           05  CC-Desc             pic x(30).
           05  filler              pic x(46).

      * CATEGORY BREAKDOWN REPORT
       FD  Category-Out.
       01  CATEGORY-LINE                      PIC x(100).

      * MANIFEST RECEIPT - ON THE ELF-ID ZERO RECORD THE COUNTS AND
      * CALORIES ARE THE WHOLE SECTION'S; ON AN ELF'S RECORD ONLY
      * RG-Calories IS USED - THAT ELF'S SHARE OF THE SECTION
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

      * PENDING-ONBOARDING RECORD - ONE PER HELD BLOCK.  KEEP IN
      * SYNC WITH Elf-Onboarding
       FD  Pending-Elf.
       01  PENDING-REC.
           05  PE-Key.
               10  PE-Depot        pic x(3).
               10  PE-Date         pic x(8).
               10  PE-Elf-Id       pic 9(4).
           05  PE-Calories         pic 9(7).
      * SAME SHAPE AS CH-Split-Area - RELEASED TO CALHIST AS IS
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

       WORKING-STORAGE SECTION.
      *VARIABLES
           05  w-line-counter                 pic 9(7).
           05  w-reject-counter               pic 9(7).
           05  w-rej-elf-id                   pic 9(4).
      *    DETAIL-LINE REJECTS ONLY - THE SEQUENCE IN THEIR LEDGER IDS
           05  w-line-reject-seq              pic 9(7).
           05  w-retired-blocks               pic 9(5).

      *ROSTER TABLE - OCCURS DEPENDING ON THE LOADED COUNT SO THE
      *RANKING SORT ONLY EVER RESEQUENCES REAL ENTRIES; A LOADED
               10  w-elf-identifier           pic 9(4).
               10  w-calories-instock         pic 9(7).
               10  w-elf-depot                pic x(3).
      *        THE ELF'S CATEGORY SPLIT - SAME SHAPE AS CH-Split
               10  w-elf-split-area.
                   15  w-elf-split-count      pic 9(1).
                   15  w-elf-split occurs 8 times.
                       20  w-elf-split-code   pic x(3).
                       20  w-elf-split-cal    pic 9(7).
                       20  w-elf-split-items  pic 9(5).

      *DEPOT SECTIONS - ONE ENTRY PER HDR...TRL SPAN PROCESSED,
      *CARRYING THE PER-DEPOT SUBTOTALS FOR THE RANKING REPORT
               10  w-depot-calories           pic 9(10).
               10  w-depot-rejects            pic 9(7).
               10  w-depot-hdr-date           pic x(8).
               10  w-depot-backout            pic 9(10).
               10  w-depot-replaced           pic x(1).
               10  w-depot-ncat               pic 9(7).
               10  w-depot-retd               pic 9(7).
      *        CATEGORY BREAKDOWN - ONE ENTRY PER w-cat-entry, THEN
      *        THE UNCODED LINES, THEN ANY SPLIT POOLED AS '***'
               10  w-depot-cats.
                   15  w-depot-cat occurs 22 times.
                       20  w-dcat-lines       pic 9(7).
                       20  w-dcat-items       pic 9(7).
                       20  w-dcat-calories    pic 9(10).
           05  w-depot-count                  pic 9(2).
           05  w-depot-sub                    pic 9(2).
           05  w-cur-depot                    pic 9(2).
           05  w-sect-elves                   pic 9(5).
           05  w-sect-lines                   pic 9(7).
           05  w-rejected-sections            pic 9(2).
           05  w-held-sections                pic 9(2).
           05  w-replaced-sections            pic 9(2).
           05  w-rejsect-sub                  pic 9(2).

      *SECTIONS REFUSED AT THE HEADER, OR HELD AT THE TRAILER AS
      *A SUSPECTED DUPLICATE - KEPT FOR THEIR OWN ACKNOWLEDGMENT
      *RECORDS; KEEP THE OCCURS IN SYNC WITH w-depot-table-limit
           05  w-rej-sect-table occurs 10 times.
               10  w-rejsect-depot            pic x(3).
               10  w-rejsect-date             pic x(8).
               10  w-rejsect-reason           pic x(4).
               10  w-rejsect-elves            pic 9(5).
               10  w-rejsect-lines            pic 9(7).
               10  w-rejsect-calories         pic 9(10).
               10  w-rejsect-rejects          pic 9(7).

      *CURRENT SECTION'S RECEIPT - ITS KEY AND REPLACEMENT FLAG
      *(THE HDR BUFFER IS LONG GONE BY THE TRAILER), ITS CONTENT
      *FINGERPRINT, AND WHAT THIS SECTION DECIDED TO DO WITH IT
       01 W-Section-Receipt.
           05  w-sect-depot                   pic x(3).
           05  w-sect-date                    pic x(8).
           05  w-sect-replace                 pic x(1).
           05  w-sect-calories                pic 9(10).
           05  w-sect-hash                    pic 9(9).
           05  w-hash-pos                     pic 9(2).
           05  w-dup-date                     pic x(8).
           05  w-hold-reason                  pic x(4).
           05  SECTION-DISPOSITION            pic x(1).
               88  SECTION-POSTS                  value 'P'.
               88  SECTION-HELD                   value 'H'.
               88  SECTION-REPLACES               value 'R'.
           05  RECEIPT-FOUND-STATUS           pic x(1).
               88  RECEIPT-ON-FILE                value 'Y'.
           05  w-prior-elves                  pic 9(5).
           05  w-prior-lines                  pic 9(7).
           05  w-prior-calories               pic 9(10).
           05  w-prior-recv-date              pic 9(8).
           05  w-prior-recv-time              pic 9(8).
           05  w-prior-replacements           pic 9(3).
           05  w-backout-mode                 pic x(1).
               88  BACKING-OUT                    value 'Y'.
           05  w-backout-total                pic 9(10).

      *CURRENT SECTION'S STARTING POINT - THE ROSTER AND DEPOT
      *FIGURES AS THEY STOOD AT ITS HDR, SO A HELD SECTION CAN BE
      *TAKEN BACK OUT OF THEM AS IF IT HAD NEVER BEEN READ
       01 W-Section-Start.
           05  w-save-depot-count             pic 9(2).
           05  w-save-table-count             pic 9(4).
           05  w-save-elf-counter             pic 9(4).
           05  w-save-depot-elves             pic 9(5).
           05  w-save-depot-calories          pic 9(10).
           05  w-save-depot-rejects           pic 9(7).
           05  w-save-depot-ncat              pic 9(7).
           05  w-save-depot-retd              pic 9(7).
           05  w-save-depot-cats              pic x(528).

      *CURRENT SECTION'S FLUSH LOG - ONE ENTRY PER ELF BLOCK
      *FLUSHED: THE ELF, ITS CALORIES, THE ROSTER SLOT IT WENT TO,
      *WHETHER THAT SLOT WAS NEW AND THE SLOT'S DEPOT BEFORE IT
       01 W-Section-Log.
           05  w-slog-count                   pic 9(4).
           05  w-slog-kind                    pic x(1).
           05  w-slog-sub                     pic 9(4).
           05  w-slog occurs 2000 times.
               10  w-slog-elf-id              pic 9(4).
               10  w-slog-calories            pic 9(7).
               10  w-slog-slot                pic 9(4).
               10  w-slog-new                 pic x(1).
               10  w-slog-prior-depot         pic x(3).
               10  w-slog-split-area          pic x(121).

      *CURRENT ELF BLOCK - THE ID THE MANIFEST GAVE IT (ZERO UNTIL
      *AN ELF RECORD NAMES ONE; A NAMELESS BLOCK GETS THE NEXT
           05  w-block-elf-id                 pic 9(4).
           05  BLOCK-STATUS                   pic x(1).
               88  BLOCK-OPEN                     value 'Y'.
      *    WHAT THE ELF MASTER SAYS OF A NAMED BLOCK'S ELF - A
      *    NAMELESS BLOCK IS NEVER LOOKED UP.  THE ELF RECORD'S
      *    LINE AND IMAGE ARE KEPT FOR A RETIRED ELF'S REJECT
           05  BLOCK-MASTER-STATUS            pic x(1).
               88  BLOCK-UNCHECKED                value ' '.
               88  BLOCK-ON-MASTER                value 'K'.
               88  BLOCK-RETIRED                  value 'R'.
               88  BLOCK-UNKNOWN                  value 'U'.
               88  BLOCK-POSTABLE                 value ' ' 'K'.
           05  w-block-elf-line               pic 9(7).
           05  w-block-elf-rec                pic x(20).
      *    THE BLOCK'S CATEGORY SPLIT SO FAR - SAME SHAPE AS CH-Split
           05  w-blk-split-area.
               10  w-blk-split-count          pic 9(1).
               10  w-blk-split occurs 8 times.
                   15  w-blk-split-code       pic x(3).
                   15  w-blk-split-cal        pic 9(7).
                   15  w-blk-split-items      pic 9(5).

      *CURRENT SECTION'S BLOCKS FOR ELVES NOT ON THE ELF MASTER -
      *KEPT HERE UNTIL THE SECTION BALANCES AND POSTS, THEN WRITTEN
      *TO THE PENDING-ONBOARDING FILE; A HELD SECTION DROPS THEM.
      *THE SAME ELF IN TWO BLOCKS OF ONE SECTION IS ONE ENTRY
       01 W-Pending-Area.
           05  w-pend-count                   pic 9(3).
           05  w-pend-sub                     pic 9(3).
           05  w-pend occurs 200 times.
               10  w-pend-elf-id              pic 9(4).
               10  w-pend-line                pic 9(7).
               10  w-pend-calories            pic 9(7).
               10  w-pend-split-area          pic x(121).
           05  w-held-elf-blocks              pic 9(5).
           05  w-held-elf-calories            pic 9(10).

      *FOOD CATEGORY REFERENCE - LOADED FROM CATCODES AT START.  A
      *CODED DETAIL LINE MUST NAME ONE OF THESE OR IT IS REJECTED
       01 W-Category-Table.
           05  w-cat-count                    pic 9(2).
           05  w-cat-entry occurs 20 times.
               10  w-cat-code                 pic x(3).
               10  w-cat-desc                 pic x(30).
           05  w-cat-sub                      pic 9(2).
           05  w-cat-found                    pic 9(2).
           05  w-cat-card-count               pic 9(3).
           05  CATEGORY-LOAD-STATUS           pic x(1).
               88  CATEGORIES-SUPPLIED            value 'Y'.

      *CURRENT DETAIL LINE'S CATEGORY AND ITEM COUNT
       01 W-Detail-Line.
           05  w-line-calories                pic 9(7).
           05  w-line-category                pic x(3).
           05  w-line-items                   pic 9(5).
           05  w-rej-reason                   pic x(4).

      *CATEGORY SPLIT WORK AREAS - A SPLIT (BLOCK, ROSTER, FLUSH LOG
      *OR CALHIST) IS MOVED INTO w-into-split, ADDED TO ONE CODE AT
      *A TIME FROM w-add-*, OR SCALED, AND MOVED BACK.  ALL FOUR
      *CARRY THE SAME 121-BYTE SHAPE
       01 W-Split-Work.
           05  w-into-split-area.
               10  w-into-split-count         pic 9(1).
               10  w-into-split occurs 8 times.
                   15  w-into-split-code      pic x(3).
                   15  w-into-split-cal       pic 9(7).
                   15  w-into-split-items     pic 9(5).
           05  w-from-split-area.
               10  w-from-split-count         pic 9(1).
               10  w-from-split occurs 8 times.
                   15  w-from-split-code      pic x(3).
                   15  w-from-split-cal       pic 9(7).
                   15  w-from-split-items     pic 9(5).
           05  w-add-code                     pic x(3).
           05  w-add-cal                      pic 9(7).
           05  w-add-items                    pic 9(5).
           05  w-add-mode                     pic x(1).
               88  SPLIT-ADD                      value 'A'.
               88  SPLIT-SUBTRACT                 value 'S'.
           05  w-split-sub                    pic 9(2).
           05  w-split-hit                    pic 9(2).
           05  w-from-sub                     pic 9(2).
           05  w-scale-before                 pic 9(10).
           05  w-scale-after                  pic 9(10).
           05  w-scale-kept                   pic 9(10).
           05  w-scale-big                    pic 9(2).
           05  w-dcat-sub                     pic 9(2).

      *CATEGORY BREAKDOWN WORK AREA - THE ALL-DEPOTS ROW AND THE
      *SHARE OF ITS CALORIES EACH LINE OF THE REPORT STANDS FOR
       01 W-Category-Report.
           05  w-all-cats.
               10  w-all-cat occurs 22 times.
                   15  w-acat-lines           pic 9(7).
                   15  w-acat-items           pic 9(7).
                   15  w-acat-calories        pic 9(10).
           05  w-rpt-lines                    pic 9(7).
           05  w-rpt-items                    pic 9(7).
           05  w-rpt-calories                 pic 9(10).
           05  w-rpt-base                     pic 9(10).
           05  w-rpt-code                     pic x(3).
           05  w-rpt-desc                     pic x(30).
           05  w-rpt-pct                      pic 9(3)v9(2).
           05  w-rpt-pct-disp                 pic zz9.99.

      *TABLE CAPACITY - KEEP IN SYNC WITH THE OCCURS ON w-max-elf,
      *w-depot-table, w-slog AND w-pend
       01 W-Capacity-Limits.
           05  w-max-elf-limit                pic 9(4) value 2000.
           05  w-depot-table-limit            pic 9(2) value 10.
           05  w-slog-limit                   pic 9(4) value 2000.
           05  w-pend-limit                   pic 9(3) value 200.
           05  w-cat-limit                    pic 9(2) value 20.
           05  w-split-limit                  pic 9(2) value 8.
      *    w-depot-cat SLOTS PAST THE CATEGORY TABLE
           05  w-dcat-uncoded                 pic 9(2) value 21.
           05  w-dcat-pooled                  pic 9(2) value 22.

      *SUITE LOCK REQUEST - KEEP IN SYNC WITH Suite-Lock'S LINKAGE.
      *THE DEPOT AND ELF MASTERS, DAILY HISTORY, REJECT LEDGER,
      *RECEIPT REGISTER AND PENDING-ONBOARDING FILE ARE CLAIMED FOR
      *THE WHOLE RUN; THE RUN REGISTER ONLY AROUND ITS ONE-LINE
      *APPEND
       01 W-Lock-Area.
           05  w-lock-action             pic x(1).
           05  w-lock-resource           pic x(8).
       01 W-Abend-Area.
           05  w-abend-message                pic x(60).

      *OPERATIONS ALERT - KEEP IN SYNC WITH Suite-Alert'S LINKAGE
       01 W-Alert-Area.
           05  w-alert-severity          pic x(1).
           05  w-alert-program           pic x(8) value "CALCOUNT".
           05  w-alert-code              pic x(8).
           05  w-alert-key               pic x(20).
           05  w-alert-message           pic x(80).

      *DEPOT ACKNOWLEDGMENT IMAGE - FIXED COLUMNS SO THE OUTBOUND
      *TRANSMISSION JOB CAN SPLIT THE FEED BY DEPOT FIELD BY FIELD.
      *STATUS IS ACCEPTED, REPLACED (ACCEPTED, AND AN EARLIER
      *MANIFEST FOR THE DATE WAS BACKED OUT), REJECTED OR HELD; THE
      *REASON CODE IS NNUM FOR REJECTED DETAIL LINES (NCAT WHEN
      *EVERY ONE OF THEM WAS AN UNKNOWN FOOD CATEGORY, RETD WHEN
      *EVERY ONE WAS A RETIRED ELF'S BLOCK), UNRG/CLSD FOR
      *A SECTION REFUSED AT ITS HEADER, DUPL FOR A SECTION HELD AS
      *A COPY OF ANOTHER DATE'S MANIFEST AND RCVD FOR A DATE
      *ALREADY RECEIVED WITH OTHER CONTENT BUT NOT FLAGGED AS A
      *REPLACEMENT
       01 W-Depot-Ack.
           05  w-ack-depot               pic x(3).
           05  filler                    pic x(2) value spaces.
       01 LEDGER-FILE-STATUS                  pic x(2).
           88  LEDGER-FILE-OK                     value '00'.
           88  LEDGER-FILE-NOT-FOUND              value '35'.
       01 RECEIPT-FILE-STATUS                 pic x(2).
           88  RECEIPT-FILE-OK                    value '00'.
           88  RECEIPT-FILE-NOT-FOUND             value '35'.
       01 RECEIPT-EOF-STATUS                  pic x(1).
           88 RECEIPT-EOF                      value 'Y'.
       01 CONTROL-EOF-STATUS                  pic x(1).
           88 CONTROL-EOF                      value 'Y'.
       01 CONTROL-FILE-STATUS                 pic x(2).
           88  CONTROL-FILE-OK                    value '00'.
           88  CONTROL-FILE-NOT-FOUND             value '35'.
       01 CATEGORY-EOF-STATUS                 pic x(1).
           88 CATEGORY-EOF                     value 'Y'.
       01 CATEGORY-FILE-STATUS                pic x(2).
           88  CATEGORY-FILE-OK                   value '00'.
           88  CATEGORY-FILE-NOT-FOUND            value '35'.
       01 ELFMAST-FILE-STATUS                 pic x(2).
           88  ELFMAST-FILE-OK                    value '00'.
           88  ELFMAST-FILE-NOT-FOUND             value '35'.
       01 ELF-MASTER-LOAD-STATUS              pic x(1) value 'N'.
           88 ELF-MASTER-SUPPLIED              value 'Y'.
       01 PENDING-FILE-STATUS                 pic x(2).
           88  PENDING-FILE-OK                    value '00'.
           88  PENDING-FILE-NOT-FOUND             value '35'.
       01 PENDING-EOF-STATUS                  pic x(1).
           88 PENDING-EOF                      value 'Y'.

      *REPORT WORK AREAS
       01 W-Report-Date.
                       W-Variables
                       W-Depot-Area
                       W-Elf-Block
                       W-Pending-Area
                       W-Report-Date
           set DEPOT-ACCEPTED to true

           open output Detail-Out
           open output Calorie-Status-Out
           open output Ack-Out
           open output Category-Out

      * NOTHING ELSE MAY MAINTAIN THE SHARED MASTERS WHILE THIS
      * RUN READS AND POSTS TO THEM - CLAIM THEM BEFORE THE OPENS,
           perform 8500-Claim-Lock
           move "REJLEDG " to w-lock-resource
           perform 8500-Claim-Lock
           move "RCPTREG " to w-lock-resource
           perform 8500-Claim-Lock
           move "ELFMAST " to w-lock-resource
           perform 8500-Claim-Lock
           move "PENDELF " to w-lock-resource
           perform 8500-Claim-Lock

      * THE DEPOT MASTER IS THE REFERENCE EVERY HDR IS CHECKED
      * AGAINST - RUNNING WITHOUT IT WOULD LET TYPOED DEPOT-IDS
               perform 9000-Abend
           end-if

      * THE RECEIPT REGISTER OUTLIVES EVERY RUN TOO - CREATE IT THE
      * VERY FIRST TIME ONLY
           open i-o Receipt-Register
           if RECEIPT-FILE-NOT-FOUND
               open output Receipt-Register
               close Receipt-Register
               open i-o Receipt-Register
           end-if
           if not RECEIPT-FILE-OK
               move "RECEIPT REGISTER (RCPTREG) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

      * THE ELF MASTER SAYS WHICH NAMED ELVES MAY POST.  A SEASON
      * THAT HAS NO MASTER YET HAS ADMITTED NOBODY - EVERY NAMED
      * ELF IS HELD FOR ONBOARDING RATHER THAN THE RUN STOPPING
           open input Elf-Master
           Evaluate true
               when ELFMAST-FILE-OK
                   set ELF-MASTER-SUPPLIED to true
               when ELFMAST-FILE-NOT-FOUND
                   display "ELF MASTER (ELFMAST) NOT FOUND - EVERY "
                           "NAMED ELF WILL BE HELD FOR ONBOARDING"
                   move 'W'           to w-alert-severity
                   move "ELFMMISS"    to w-alert-code
                   move "ELFMAST"     to w-alert-key
                   move spaces        to w-alert-message
                   string "ELF MASTER (ELFMAST) NOT FOUND - EVERY "
                          "NAMED ELF HELD FOR ONBOARDING"
                          delimited by size into w-alert-message
                   perform 8800-Raise-Alert
               when other
                   move "ELF MASTER FILE (ELFMAST) COULD NOT BE OPENED"
                     to w-abend-message
                   perform 9000-Abend
           end-evaluate

      * THE PENDING-ONBOARDING FILE OUTLIVES EVERY RUN - CREATE IT
      * THE VERY FIRST TIME ONLY
           open i-o Pending-Elf
           if PENDING-FILE-NOT-FOUND
               open output Pending-Elf
               close Pending-Elf
               open i-o Pending-Elf
           end-if
           if not PENDING-FILE-OK
               move "PENDING-ONBOARDING FILE (PENDELF) COULD NOT OPEN"
                 to w-abend-message
               perform 9000-Abend
           end-if

      * RUN OPTIONS - THE CTLCARD CONTROL FILE WHEN SUPPLIED,
      * OTHERWISE THE OLD JCL PARM KEYWORDS, AND EITHER WAY AN
      * OPTIONS-IN-EFFECT PAGE AT THE TOP OF THE RANKING REPORT
           if CONTROL-FILE-NOT-FOUND
               perform 1100-Parse-Parms
           end-if
           perform 1200-Load-Categories
           perform 1080-Write-Options-Page

           move 1 to w-elf-counter
           end-evaluate
           write REPORT-LINE

           move spaces to REPORT-LINE
           if CATEGORIES-SUPPLIED
               string "  FOOD CATEGORIES " w-cat-count
                      " FROM CATCODES"
                      delimited by size into REPORT-LINE
           else
               string "  FOOD CATEGORIES NONE - CATCODES NOT SUPPLIED,"
                      " CODED LINES REJECT NCAT"
                      delimited by size into REPORT-LINE
           end-if
           write REPORT-LINE

           move spaces to REPORT-LINE
           write REPORT-LINE
           .
           end-evaluate
           .
      ******************************************************************
      * Load the food category reference - code in columns 1-3,
      * description in 5-34.  No CATCODES DDNAME means no codes: an
      * uncoded manifest runs exactly as it always has and a coded
      * line rejects NCAT.  A malformed card is a hard error, the
      * same as a bad control card
      ******************************************************************
       1200-Load-Categories section.

           move zeroes to w-cat-count
           move zeroes to w-cat-card-count
           move 'N' to CATEGORY-LOAD-STATUS

           open input Category-In
           if CATEGORY-FILE-NOT-FOUND
               go to 1200-Exit
           end-if
           if not CATEGORY-FILE-OK
               move "FOOD CATEGORY FILE (CATCODES) COULD NOT BE OPENED"
                 to w-abend-message
               perform 9000-Abend
           end-if

           set CATEGORIES-SUPPLIED to true
           move 'N' to CATEGORY-EOF-STATUS

           perform 1210-Read-Category
           perform until CATEGORY-EOF
               if CATEGORY-CARD(1:1) not = '*'
                and CATEGORY-CARD not = spaces
                   compute w-cat-card-count = w-cat-card-count + 1
                   perform 1220-Add-Category
               end-if
               perform 1210-Read-Category
           end-perform

           close Category-In.

       1200-Exit.
           exit.
      ******************************************************************
      * Read one category card
      ******************************************************************
       1210-Read-Category section.
           read Category-In
           at end set CATEGORY-EOF to true
           end-read
           .
      ******************************************************************
      * One category card into the reference table - a blank or
      * reserved code, or a code given twice, stops the run
      ******************************************************************
       1220-Add-Category section.

           if CC-Code(1:1) = space
            or CC-Code = "***"
               string "CATEGORY CARD CODE BLANK OR RESERVED ["
                      CATEGORY-CARD(1:34) "]"
                 delimited by size into w-abend-message
               perform 9000-Abend
           end-if

           move CC-Code to w-line-category
           perform 2235-Find-Category
           if w-cat-found > zeroes
               string "CATEGORY CODE GIVEN TWICE ON CATCODES ["
                      CC-Code "]"
                 delimited by size into w-abend-message
               perform 9000-Abend
           end-if

           compute w-cat-count = w-cat-count + 1

      * GUARD THE OCCURS LIMIT ON w-cat-entry BEFORE SUBSCRIPTING
           if w-cat-count > w-cat-limit
               move "CATEGORY CODES EXCEED w-cat-entry CAPACITY"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move CC-Code to w-cat-code(w-cat-count)
           move CC-Desc to w-cat-desc(w-cat-count)
           .
      ******************************************************************
      * Initialize
      ******************************************************************
       2000-Main-Process section.
               go to 2050-Exit
           end-if

           move w-depot-count to w-save-depot-count
           perform 2070-Register-Depot
           perform 2075-Open-Receipt

           move 'N' to TRAILER-STATUS
           move 1 to w-sect-lines
               move CIH-RUN-DATE to w-depot-hdr-date(w-cur-depot)
           end-if
           .
      ******************************************************************
      * Start the section's receipt - note its key and replacement
      * flag, clear its fingerprint and flush log, and remember the
      * roster and depot figures as they stand before it
      ******************************************************************
       2075-Open-Receipt section.

           move CIH-DEPOT-ID     to w-sect-depot
           move CIH-RUN-DATE     to w-sect-date
           move CIH-REPLACE-FLAG to w-sect-replace
           move zeroes to w-sect-calories
           move zeroes to w-sect-hash
           move zeroes to w-slog-count
           move zeroes to w-pend-count

           move w-table-count to w-save-table-count
           move w-elf-counter to w-save-elf-counter
           move w-depot-elves(w-cur-depot)    to w-save-depot-elves
           move w-depot-calories(w-cur-depot) to w-save-depot-calories
           move w-depot-rejects(w-cur-depot)  to w-save-depot-rejects
           move w-depot-ncat(w-cur-depot)     to w-save-depot-ncat
           move w-depot-retd(w-cur-depot)     to w-save-depot-retd
           move w-depot-cats(w-cur-depot)     to w-save-depot-cats
           .

      ******************************************************************
      * Read File
                           perform 2300-Flush-Elf-Block
                       end-if
                       move CIE-ELF-ID to w-block-elf-id
                       perform 2240-Check-Elf-Master
                       set BLOCK-OPEN to true

                   when CALORIES-IN-STOCK = spaces
                       end-if

                   when function trim(CALORIES-IN-STOCK) is numeric
                       perform 2230-Edit-Detail
                       set BLOCK-OPEN to true

                   when other
                       move "NNUM" to w-rej-reason
                       perform 2250-Reject-Record
                       set BLOCK-OPEN to true
               end-evaluate

      * EVERY LINE BUT THE TRAILER FEEDS THE SECTION'S FINGERPRINT
               if not TRAILER-FOUND
                   perform 2210-Hash-Line
                   perform 2100-Read-File
               end-if

           end-if
           .
      ******************************************************************
      * Fold the detail line just read into the section's running
      * hash - every byte, in order, so the same lines in the same
      * order always give the same value whatever date the HDR bears
      ******************************************************************
       2210-Hash-Line section.

           move 1 to w-hash-pos
           perform until w-hash-pos > 20
               compute w-sect-hash = function mod(
                       w-sect-hash * 131
                     + function ord(CALORIES-IN(w-hash-pos:1)),
                       999999937)
               compute w-hash-pos = w-hash-pos + 1
           end-perform
           .
      ******************************************************************
      * A numeric detail line - its optional item count must be a
      * number and its optional food category must be on CATCODES,
      * or the whole line is rejected and none of it is counted.  A
      * good line adds to the block's calories, the block's category
      * split and the depot's category breakdown
      ******************************************************************
       2230-Edit-Detail section.

           move CID-CATEGORY to w-line-category
           move zeroes to w-line-items

           if CID-ITEM-COUNT not = spaces
               if function trim(CID-ITEM-COUNT) not numeric
                   move "NNUM" to w-rej-reason
                   perform 2250-Reject-Record
                   go to 2230-Exit
               end-if
               move function numval(CID-ITEM-COUNT) to w-line-items
           end-if

           move w-dcat-uncoded to w-dcat-sub
           if w-line-category not = spaces
               perform 2235-Find-Category
               if w-cat-found = zeroes
                   move "NCAT" to w-rej-reason
                   perform 2250-Reject-Record
                   go to 2230-Exit
               end-if
               move w-cat-found to w-dcat-sub
           end-if

           move function numval(CALORIES-IN-STOCK) to w-line-calories
           add w-line-calories to w-sum-calories

           move w-blk-split-area to w-into-split-area
           move w-line-category  to w-add-code
           move w-line-calories  to w-add-cal
           move w-line-items     to w-add-items
           set SPLIT-ADD to true
           perform 2237-Add-To-Split
           move w-into-split-area to w-blk-split-area

      * A RETIRED OR UNKNOWN ELF'S LINES NEVER REACH THE DEPOT'S
      * FIGURES, SO THEY STAY OUT OF ITS CATEGORY BREAKDOWN TOO
           if not BLOCK-POSTABLE
               go to 2230-Exit
           end-if

           add 1 to w-dcat-lines(w-cur-depot, w-dcat-sub)
           add w-line-items to w-dcat-items(w-cur-depot, w-dcat-sub)
           add w-line-calories
             to w-dcat-calories(w-cur-depot, w-dcat-sub).

       2230-Exit.
           exit.
      ******************************************************************
      * Look w-line-category up on the category reference - its
      * table position in w-cat-found, zero when it is not there
      ******************************************************************
       2235-Find-Category section.

           move zeroes to w-cat-found
           move 1 to w-cat-sub
           perform until w-cat-sub > w-cat-count
               if w-cat-code(w-cat-sub) = w-line-category
                   move w-cat-sub to w-cat-found
                   move w-cat-count to w-cat-sub
               end-if
               compute w-cat-sub = w-cat-sub + 1
           end-perform
           .
      ******************************************************************
      * Fold every slot of w-from-split into w-into-split, adding or
      * subtracting as w-add-mode says
      ******************************************************************
       2236-Merge-Split section.

           move 1 to w-from-sub
           perform until w-from-sub > w-from-split-count
               move w-from-split-code(w-from-sub)  to w-add-code
               move w-from-split-cal(w-from-sub)   to w-add-cal
               move w-from-split-items(w-from-sub) to w-add-items
               perform 2237-Add-To-Split
               compute w-from-sub = w-from-sub + 1
           end-perform
           .
      ******************************************************************
      * One category's calories and items into w-into-split - a code
      * already there accumulates, a new one takes the next slot,
      * and once all eight are taken the last becomes '***' and
      * pools every code after.  SUBTRACTING TAKES THE FIGURES BACK
      * OFF THE CODE'S SLOT (OR THE POOL), NEVER BELOW ZERO
      ******************************************************************
       2237-Add-To-Split section.

           move zeroes to w-split-hit
           move 1 to w-split-sub
           perform until w-split-sub > w-into-split-count
               if w-into-split-code(w-split-sub) = w-add-code
                   move w-split-sub to w-split-hit
                   move w-into-split-count to w-split-sub
               end-if
               compute w-split-sub = w-split-sub + 1
           end-perform

           if w-split-hit = zeroes
            and w-into-split-count = w-split-limit
               if SPLIT-ADD
                or w-into-split-code(w-split-limit) = "***"
                   move w-split-limit to w-split-hit
                   move "***" to w-into-split-code(w-split-hit)
               end-if
           end-if

           if SPLIT-SUBTRACT
               if w-split-hit = zeroes
                   go to 2237-Exit
               end-if
               if w-into-split-cal(w-split-hit) > w-add-cal
                   subtract w-add-cal
                     from w-into-split-cal(w-split-hit)
               else
                   move zeroes to w-into-split-cal(w-split-hit)
               end-if
               if w-into-split-items(w-split-hit) > w-add-items
                   subtract w-add-items
                     from w-into-split-items(w-split-hit)
               else
                   move zeroes to w-into-split-items(w-split-hit)
               end-if
               go to 2237-Exit
           end-if

           if w-split-hit = zeroes
               compute w-into-split-count = w-into-split-count + 1
               move w-into-split-count to w-split-hit
               move w-add-code to w-into-split-code(w-split-hit)
               move zeroes to w-into-split-cal(w-split-hit)
               move zeroes to w-into-split-items(w-split-hit)
           end-if

           add w-add-cal   to w-into-split-cal(w-split-hit)
           add w-add-items to w-into-split-items(w-split-hit).

       2237-Exit.
           exit.
      ******************************************************************
      * Scale w-into-split from w-scale-before calories down to
      * w-scale-after - a backed-out share carries no category mix
      * of its own, so the mix that remains keeps its proportions.
      * Rounding residue goes to the largest slot so the split
      * still adds up to the calories exactly
      ******************************************************************
       2238-Scale-Split section.

           if w-scale-before = zeroes
               go to 2238-Exit
           end-if

           if w-scale-after = zeroes
               initialize w-into-split-area
               go to 2238-Exit
           end-if

           move zeroes to w-scale-kept
           move 1 to w-scale-big
           move 1 to w-split-sub
           perform until w-split-sub > w-into-split-count
               compute w-into-split-cal(w-split-sub) =
                       w-into-split-cal(w-split-sub)
                       * w-scale-after / w-scale-before
               compute w-into-split-items(w-split-sub) =
                       w-into-split-items(w-split-sub)
                       * w-scale-after / w-scale-before
               add w-into-split-cal(w-split-sub) to w-scale-kept
               if w-into-split-cal(w-split-sub)
                  > w-into-split-cal(w-scale-big)
                   move w-split-sub to w-scale-big
               end-if
               compute w-split-sub = w-split-sub + 1
           end-perform

           if w-into-split-count > zeroes
            and w-scale-kept < w-scale-after
               compute w-into-split-cal(w-scale-big) =
                       w-into-split-cal(w-scale-big)
                       + w-scale-after - w-scale-kept
           end-if.

       2238-Exit.
           exit.
      ******************************************************************
      * Scale the current depot's category breakdown the same way
      * when a superseded share comes off its calories
      ******************************************************************
       2239-Scale-Depot-Cats section.

           if w-scale-before = zeroes
               go to 2239-Exit
           end-if

           move zeroes to w-scale-kept
           move 1 to w-scale-big
           move 1 to w-dcat-sub
           perform until w-dcat-sub > w-dcat-pooled
               compute w-dcat-lines(w-cur-depot, w-dcat-sub) =
                       w-dcat-lines(w-cur-depot, w-dcat-sub)
                       * w-scale-after / w-scale-before
               compute w-dcat-items(w-cur-depot, w-dcat-sub) =
                       w-dcat-items(w-cur-depot, w-dcat-sub)
                       * w-scale-after / w-scale-before
               compute w-dcat-calories(w-cur-depot, w-dcat-sub) =
                       w-dcat-calories(w-cur-depot, w-dcat-sub)
                       * w-scale-after / w-scale-before
               add w-dcat-calories(w-cur-depot, w-dcat-sub)
                 to w-scale-kept
               if w-dcat-calories(w-cur-depot, w-dcat-sub)
                  > w-dcat-calories(w-cur-depot, w-scale-big)
                   move w-dcat-sub to w-scale-big
               end-if
               compute w-dcat-sub = w-dcat-sub + 1
           end-perform

           if w-scale-kept < w-scale-after
               compute w-dcat-calories(w-cur-depot, w-scale-big) =
                       w-dcat-calories(w-cur-depot, w-scale-big)
                       + w-scale-after - w-scale-kept
           end-if.

       2239-Exit.
           exit.
      ******************************************************************
      * Look the elf an ELF record just named up on the elf master -
      * on it and active the block posts as always; retired, or not
      * on it at all, the block is marked for 2300-Flush-Elf-Block
      * to reject or hold.  The ELF record itself is kept as the
      * block's original input image
      ******************************************************************
       2240-Check-Elf-Master section.

           move w-line-counter to w-block-elf-line
           move CALORIES-IN    to w-block-elf-rec
           set BLOCK-ON-MASTER to true

           if not ELF-MASTER-SUPPLIED
               set BLOCK-UNKNOWN to true
               go to 2240-Exit
           end-if

           move w-block-elf-id to EM-Elf-Id
           read Elf-Master
               invalid key
                   set BLOCK-UNKNOWN to true
                   go to 2240-Exit
           end-read

           if EM-RETIRED
               set BLOCK-RETIRED to true
           end-if.

       2240-Exit.
           exit.
      ******************************************************************
      * Close out the current elf block - a block the manifest named
      * with an ELF record keeps that id and MERGES with an existing
      * roster entry for the same elf (depot becomes MLT when they
               compute w-elf-counter = w-elf-counter + 1
           end-if

      * A NAMED ELF THE ELF MASTER DOES NOT CARRY AS ACTIVE NEVER
      * REACHES THE ROSTER - RETIRED, THE BLOCK IS REJECTED; NEVER
      * SEEN, IT IS HELD FOR ONBOARDING.  EITHER WAY THE BLOCK
      * STILL COUNTS AGAINST THE TRAILER'S ELF COUNT
           if BLOCK-RETIRED
               perform 2330-Reject-Retired-Block
               go to 2300-Counted
           end-if
           if BLOCK-UNKNOWN
               perform 2340-Hold-Unknown-Block
               go to 2300-Counted
           end-if

           move 1 to w-subscript
           perform until w-subscript > w-table-count
               if w-elf-identifier(w-subscript) = w-block-elf-id
           move w-sum-calories to w-calories-instock(w-table-count)
           move w-depot-id(w-cur-depot)
             to w-elf-depot(w-table-count)
           move w-blk-split-area
             to w-elf-split-area(w-table-count)
           move 'Y' to w-slog-kind
           perform 2320-Log-Flush
           go to 2300-Done.

       2300-Merge.
           move 'N' to w-slog-kind
           perform 2320-Log-Flush
           add w-sum-calories to w-calories-instock(w-subscript)
           move w-elf-split-area(w-subscript) to w-into-split-area
           move w-blk-split-area to w-from-split-area
           set SPLIT-ADD to true
           perform 2236-Merge-Split
           move w-into-split-area to w-elf-split-area(w-subscript)
           if w-elf-depot(w-subscript)
              not = w-depot-id(w-cur-depot)
               move "MLT" to w-elf-depot(w-subscript)
           end-if.

       2300-Done.
           add w-sum-calories to w-depot-calories(w-cur-depot)
           add 1 to w-depot-elves(w-cur-depot)
           if BLOCK-ON-MASTER
               perform 2335-Clear-Retired-Reject
           end-if.

       2300-Counted.
           compute w-sect-elves = w-sect-elves + 1

           initialize w-sum-calories
                      w-blk-split-area
           move zeroes to w-block-elf-id
           move 'N' to BLOCK-STATUS
           move space to BLOCK-MASTER-STATUS
           .
      ******************************************************************
      * Log the block being flushed to roster slot w-subscript, so
      * the section can be backed out of the roster if it is held
      * and its receipt can record each elf's share
      ******************************************************************
       2320-Log-Flush section.

           compute w-slog-count = w-slog-count + 1

      * GUARD THE OCCURS LIMIT ON w-slog BEFORE SUBSCRIPTING
           if w-slog-count > w-slog-limit
               move "SECTION ELF BLOCKS EXCEED w-slog TABLE CAPACITY"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move w-block-elf-id to w-slog-elf-id(w-slog-count)
           move w-sum-calories to w-slog-calories(w-slog-count)
           move w-subscript    to w-slog-slot(w-slog-count)
           move w-slog-kind    to w-slog-new(w-slog-count)
           move w-elf-depot(w-subscript)
             to w-slog-prior-depot(w-slog-count)
           move w-blk-split-area to w-slog-split-area(w-slog-count)
           add w-sum-calories to w-sect-calories
           .
      ******************************************************************
      * Advance the sequential counter past any id the roster has
           end-perform
           .
      ******************************************************************
      * A retired elf's block - one reject for the whole block on
      * the reject listing and the machine-readable rejects, with
      * the ELF record as its original input, and an OPEN entry on
      * the reject ledger.  The ledger id is the section's depot and
      * date and the elf, so a rerun after the elf is reinstated
      * finds and clears the same entry
      ******************************************************************
       2330-Reject-Retired-Block section.

           compute w-reject-counter = w-reject-counter + 1
           compute w-retired-blocks = w-retired-blocks + 1
           add 1 to w-depot-rejects(w-cur-depot)
           add 1 to w-depot-retd(w-cur-depot)
           add w-sum-calories to w-sect-calories

           move spaces to REJECT-LINE
           string "LINE " w-block-elf-line
                  " ELF " w-block-elf-id
                  " RETIRED - BLOCK OF " w-sum-calories
                  " CALORIES REJECTED"
                  delimited by size into REJECT-LINE
           write REJECT-LINE

           move "RETD" to w-mrej-reason
           move w-block-elf-line to w-mrej-line-no
           move spaces to w-mrej-key
           move w-block-elf-id to w-mrej-key(1:4)
           move w-block-elf-rec to w-mrej-data
           move spaces to w-mrej-ledger-id
           string "RET" w-sect-depot w-sect-date w-block-elf-id
                  delimited by size into w-mrej-ledger-id
           write MACHINE-REJECT-REC from W-Machine-Reject

           perform 2270-Post-Ledger-Open
           .
      ******************************************************************
      * A named elf's block posted - an earlier run may have
      * rejected this same block before the elf was reinstated, so
      * clear that ledger entry now the calories are in
      ******************************************************************
       2335-Clear-Retired-Reject section.

           move spaces to LG-Reject-Id
           string "RET" w-sect-depot w-sect-date w-block-elf-id
                  delimited by size into LG-Reject-Id
           read Reject-Ledger
               invalid key
                   go to 2335-Exit
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

       2335-Exit.
           exit.
      ******************************************************************
      * A block for an elf the elf master has never seen - kept on
      * the section's pending list instead of the roster.  Nothing
      * is written yet: the section may still be held at its trailer
      ******************************************************************
       2340-Hold-Unknown-Block section.

           add w-sum-calories to w-sect-calories

           move 1 to w-pend-sub
           perform until w-pend-sub > w-pend-count
               if w-pend-elf-id(w-pend-sub) = w-block-elf-id
                   go to 2340-Merge
               end-if
               compute w-pend-sub = w-pend-sub + 1
           end-perform

           compute w-pend-count = w-pend-count + 1

      * GUARD THE OCCURS LIMIT ON w-pend BEFORE SUBSCRIPTING
           if w-pend-count > w-pend-limit
               move "HELD ELF BLOCKS EXCEED w-pend TABLE CAPACITY"
                 to w-abend-message
               perform 9000-Abend
           end-if

           move w-pend-count     to w-pend-sub
           move w-block-elf-id   to w-pend-elf-id(w-pend-sub)
           move w-block-elf-line to w-pend-line(w-pend-sub)
           move w-sum-calories   to w-pend-calories(w-pend-sub)
           move w-blk-split-area to w-pend-split-area(w-pend-sub)
           go to 2340-Exit.

       2340-Merge.
           add w-sum-calories to w-pend-calories(w-pend-sub)
           move w-pend-split-area(w-pend-sub) to w-into-split-area
           move w-blk-split-area to w-from-split-area
           set SPLIT-ADD to true
           perform 2236-Merge-Split
           move w-into-split-area to w-pend-split-area(w-pend-sub).

       2340-Exit.
           exit.
      ******************************************************************
      * Reconcile the trailer's expected counts against what was read
      ******************************************************************
       2900-Reconcile-Trailer section.
               perform 9000-Abend
           end-if

      * THE SECTION BALANCES - NOW CHECK IT AGAINST THE RECEIPT
      * REGISTER BEFORE ITS FIGURES ARE ALLOWED TO STAND
           perform 2910-Check-Receipt

           if SECTION-HELD
               perform 2920-Hold-Section
               go to 2900-Exit
           end-if

           if SECTION-REPLACES
               perform 2930-Replace-Receipt
           end-if

           add w-sect-lines to w-depot-lines(w-cur-depot)
           perform 2940-Post-Receipt
           perform 2970-Post-Pending-Elves.

       2900-Exit.
           exit.
      ******************************************************************
      * Decide what the section is against the receipt register:
      *   NOT RECEIVED BEFORE - POSTS, UNLESS ITS CONTENT MATCHES
      *     ANOTHER DATE'S RECEIPT FOR THE DEPOT (HELD, DUPL)
      *   RECEIVED BY AN EARLIER RUN - SAME CONTENT IS A RERUN AND
      *     POSTS IN PLACE AS ALWAYS; OTHER CONTENT IS HELD (RCVD)
      *   RECEIVED EARLIER IN THIS SAME RUN - A SECOND COPY IS HELD
      *     (DUPL, OR RCVD WHEN THE CONTENT DIFFERS)
      * A SECTION FLAGGED 'R' ON ITS HEADER SUPERSEDES WHATEVER
      * RECEIPT IS ON FILE FOR ITS DEPOT AND DATE
      ******************************************************************
       2910-Check-Receipt section.

           set SECTION-POSTS to true
           move spaces to w-hold-reason
           move spaces to w-dup-date
           move 'N' to RECEIPT-FOUND-STATUS
           move zeroes to w-prior-replacements

           move w-sect-depot to RG-Depot
           move w-sect-date  to RG-Date
           move zeroes       to RG-Elf-Id
           read Receipt-Register
               invalid key
                   if w-sect-replace not = 'R'
                       perform 2915-Scan-For-Duplicate
                   end-if
                   go to 2910-Exit
           end-read

           set RECEIPT-ON-FILE to true
           move RG-Elves        to w-prior-elves
           move RG-Lines        to w-prior-lines
           move RG-Calories     to w-prior-calories
           move RG-Recv-Date    to w-prior-recv-date
           move RG-Recv-Time    to w-prior-recv-time
           move RG-Replacements to w-prior-replacements

           if w-sect-replace = 'R'
               set SECTION-REPLACES to true
               go to 2910-Exit
           end-if

           Evaluate true
               when RG-Elves = w-sect-elves
                and RG-Lines = w-sect-lines
                and RG-Calories = w-sect-calories
                and RG-Hash = w-sect-hash
                and (RG-Recv-Date not = w-reg-date
                  or RG-Recv-Time not = w-reg-time)
                   continue
               when RG-Elves = w-sect-elves
                and RG-Lines = w-sect-lines
                and RG-Calories = w-sect-calories
                and RG-Hash = w-sect-hash
                   set SECTION-HELD to true
                   move "DUPL" to w-hold-reason
                   move w-sect-date to w-dup-date
               when other
                   set SECTION-HELD to true
                   move "RCVD" to w-hold-reason
           end-evaluate.

       2910-Exit.
           exit.
      ******************************************************************
      * A section new to its depot and date - does its content match
      * any other date's receipt for the same depot?  A depot
      * retransmitting yesterday's file under today's HDR date is
      * caught here
      ******************************************************************
       2915-Scan-For-Duplicate section.

           move 'N' to RECEIPT-EOF-STATUS
           move w-sect-depot to RG-Depot
           move low-values   to RG-Date
           move zeroes       to RG-Elf-Id
           start Receipt-Register key is not less than RG-Key
               invalid key
                   go to 2915-Exit
           end-start

           perform until RECEIPT-EOF or SECTION-HELD
               read Receipt-Register next
                   at end
                       set RECEIPT-EOF to true
               end-read
               Evaluate true
                   when RECEIPT-EOF
                       continue
                   when RG-Depot not = w-sect-depot
                       set RECEIPT-EOF to true
                   when RG-Elf-Id = zeroes
                    and RG-Elves = w-sect-elves
                    and RG-Lines = w-sect-lines
                    and RG-Calories = w-sect-calories
                    and RG-Hash = w-sect-hash
                       set SECTION-HELD to true
                       move "DUPL" to w-hold-reason
                       move RG-Date to w-dup-date
               end-evaluate
           end-perform.

       2915-Exit.
           exit.
      ******************************************************************
      * Hold the section - take its figures back out of the roster
      * and the depot table exactly as they stood at its HDR, and
      * keep it for its own HELD acknowledgment.  Its rejected lines
      * are already on the reject files and stay there, counted on
      * the HELD acknowledgment rather than the depot's subtotal
      ******************************************************************
       2920-Hold-Section section.

      * BACKWARDS THROUGH THE FLUSH LOG, SO AN ELF MERGED TWICE
      * ENDS UP WITH THE DEPOT IT HAD BEFORE THE SECTION.  SLOTS
      * THE SECTION ITSELF OPENED GO WITH THE ROSTER COUNT BELOW
           move w-slog-count to w-slog-sub
           perform until w-slog-sub < 1
               move w-slog-slot(w-slog-sub) to w-subscript
               if w-slog-new(w-slog-sub) = 'N'
                and w-subscript not > w-save-table-count
                   subtract w-slog-calories(w-slog-sub)
                     from w-calories-instock(w-subscript)
                   move w-slog-prior-depot(w-slog-sub)
                     to w-elf-depot(w-subscript)
                   move w-elf-split-area(w-subscript)
                     to w-into-split-area
                   move w-slog-split-area(w-slog-sub)
                     to w-from-split-area
                   set SPLIT-SUBTRACT to true
                   perform 2236-Merge-Split
                   move w-into-split-area
                     to w-elf-split-area(w-subscript)
               end-if
               compute w-slog-sub = w-slog-sub - 1
           end-perform

           move w-save-table-count to w-table-count
           move w-save-elf-counter to w-elf-counter

           compute w-held-sections = w-held-sections + 1
           compute w-rejected-sections = w-rejected-sections + 1
           if w-rejected-sections > w-depot-table-limit
               move "REJECTED SECTIONS EXCEED TABLE CAPACITY"
                 to w-abend-message
               perform 9000-Abend
           end-if
           move w-sect-depot  to w-rejsect-depot(w-rejected-sections)
           move w-sect-date   to w-rejsect-date(w-rejected-sections)
           move w-hold-reason to w-rejsect-reason(w-rejected-sections)
           move w-sect-elves  to w-rejsect-elves(w-rejected-sections)
           move w-sect-lines  to w-rejsect-lines(w-rejected-sections)
           move w-sect-calories
             to w-rejsect-calories(w-rejected-sections)
           compute w-rejsect-rejects(w-rejected-sections) =
                   w-depot-rejects(w-cur-depot) - w-save-depot-rejects

      * A DEPOT ENTRY THIS SECTION OPENED GOES AWAY ALTOGETHER;
      * AN EXISTING ONE GOES BACK TO ITS FIGURES AT THE HDR
           if w-cur-depot > w-save-depot-count
               initialize w-depot-table(w-cur-depot)
               move w-save-depot-count to w-depot-count
           else
               move w-save-depot-elves
                 to w-depot-elves(w-cur-depot)
               move w-save-depot-calories
                 to w-depot-calories(w-cur-depot)
               move w-save-depot-rejects
                 to w-depot-rejects(w-cur-depot)
               move w-save-depot-ncat
                 to w-depot-ncat(w-cur-depot)
               move w-save-depot-retd
                 to w-depot-retd(w-cur-depot)
               move w-save-depot-cats
                 to w-depot-cats(w-cur-depot)
           end-if

           move spaces to REJECT-LINE
           if w-hold-reason = "DUPL"
               string "SECTION HELD  DEPOT " w-sect-depot
                      "  DATE " w-sect-date
                      "  SUSPECTED DUPLICATE OF " w-dup-date
                      delimited by size into REJECT-LINE
           else
               string "SECTION HELD  DEPOT " w-sect-depot
                      "  DATE " w-sect-date
                      "  ALREADY RECEIVED - RESEND FLAGGED R"
                      delimited by size into REJECT-LINE
           end-if
           write REJECT-LINE
           display "Depot " w-sect-depot " date " w-sect-date
                   " held - reason " w-hold-reason
           .
      ******************************************************************
      * A replacement - back the superseded section's figures out
      * before the new ones post.  They are on CALHIST either way;
      * received earlier in this same run they are in the roster
      * and depot table as well.  Received by an earlier run, the
      * old figures may already be folded into the elf master's
      * season statistics, which a replacement cannot reach - each
      * elf's old share is listed and the desk alerted to adjust
      * the master through ELFMTRN
      ******************************************************************
       2930-Replace-Receipt section.

           move zeroes to w-backout-total
           move 'Y' to w-backout-mode
           perform 2960-Remove-Receipt-Elves

           if w-prior-recv-date = w-reg-date
            and w-prior-recv-time = w-reg-time
               subtract w-prior-elves from w-depot-elves(w-cur-depot)
               subtract w-prior-lines from w-depot-lines(w-cur-depot)
           end-if

           add w-backout-total to w-depot-backout(w-cur-depot)
           move 'Y' to w-depot-replaced(w-cur-depot)
           compute w-replaced-sections = w-replaced-sections + 1

           move spaces to REJECT-LINE
           string "SECTION REPLACES RECEIPT  DEPOT " w-sect-depot
                  "  DATE " w-sect-date
                  "  CALORIES BACKED OUT " w-backout-total
                  delimited by size into REJECT-LINE
           write REJECT-LINE
           display "Depot " w-sect-depot " date " w-sect-date
                   " replaces earlier manifest - backed out "
                   w-backout-total

           if w-prior-recv-date not = w-reg-date
            or w-prior-recv-time not = w-reg-time
               move 'W'        to w-alert-severity
               move "ELFMREPL" to w-alert-code
               move spaces     to w-alert-key
               string w-sect-depot " " w-sect-date
                      delimited by size into w-alert-key
               move spaces     to w-alert-message
               string "DEPOT " w-sect-depot " " w-sect-date
                      " REPLACED - OLD SHARES STAY ON ELFMAST, "
                      "ADJUST VIA ELFMTRN"
                      delimited by size into w-alert-message
               perform 8800-Raise-Alert
           end-if
           .
      ******************************************************************
      * Post the section's receipt - the fingerprint on the elf-id
      * zero record, then one record per elf with its share, and
      * the same share onto the elf's daily history for the
      * section's own date.  A rerun's old elf records (and the
      * shares they put on the history) are cleared first so the
      * receipt always matches exactly what the section posted
      ******************************************************************
       2940-Post-Receipt section.

           if RECEIPT-ON-FILE
            and not SECTION-REPLACES
               move zeroes to w-backout-total
               move 'Y' to w-backout-mode
               perform 2960-Remove-Receipt-Elves
           end-if

           move w-sect-depot    to RG-Depot
           move w-sect-date     to RG-Date
           move zeroes          to RG-Elf-Id
           move w-sect-elves    to RG-Elves
           move w-sect-lines    to RG-Lines
           move w-sect-calories to RG-Calories
           move w-sect-hash     to RG-Hash
           move w-reg-date      to RG-Recv-Date
           move w-reg-time      to RG-Recv-Time
           move w-prior-replacements to RG-Replacements
           if SECTION-REPLACES
               add 1 to RG-Replacements
           end-if
           write RECEIPT-REC
               invalid key
                   rewrite RECEIPT-REC
                       invalid key
                           move "REWRITE TO RECEIPT REGISTER FAILED"
                             to w-abend-message
                           perform 9000-Abend
                   end-rewrite
           end-write

           move 1 to w-slog-sub
           perform until w-slog-sub > w-slog-count
               perform 2945-Post-Receipt-Elf
               perform 2947-Post-History-Elf
               compute w-slog-sub = w-slog-sub + 1
           end-perform
           .
      ******************************************************************
      * One elf's share of the receipt - an elf in two blocks of the
      * same section accumulates into its one record
      ******************************************************************
       2945-Post-Receipt-Elf section.

           move w-sect-depot to RG-Depot
           move w-sect-date  to RG-Date
           move w-slog-elf-id(w-slog-sub) to RG-Elf-Id
           read Receipt-Register
               invalid key
                   initialize RG-Elves RG-Lines RG-Calories RG-Hash
                              RG-Recv-Date RG-Recv-Time
                              RG-Replacements
                   move w-slog-calories(w-slog-sub) to RG-Calories
                   write RECEIPT-REC
                       invalid key
                           move "WRITE TO RECEIPT REGISTER FAILED"
                             to w-abend-message
                           perform 9000-Abend
                   end-write
                   go to 2945-Exit
           end-read

           add w-slog-calories(w-slog-sub) to RG-Calories
           rewrite RECEIPT-REC
               invalid key
                   move "REWRITE TO RECEIPT REGISTER FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite.

       2945-Exit.
           exit.
      ******************************************************************
      * The same share onto the elf's daily history record for the
      * section's date.  The record is the elf's whole day, so a
      * share from a second depot (or a second run) adds to it -
      * calories, category split and, across depots, MLT
      ******************************************************************
       2947-Post-History-Elf section.

           move w-slog-elf-id(w-slog-sub) to CH-Elf-Id
           move w-sect-date               to CH-Date
           read Calorie-Hist
               invalid key
                   move w-slog-calories(w-slog-sub)   to CH-Calories
                   move w-sect-depot                  to CH-Depot
                   move w-slog-split-area(w-slog-sub) to CH-Split-Area
                   write CALHIST-REC
                       invalid key
                           move "WRITE TO CALHIST FAILED"
                             to w-abend-message
                           perform 9000-Abend
                   end-write
                   go to 2947-Exit
           end-read

           add w-slog-calories(w-slog-sub) to CH-Calories
           move CH-Split-Area to w-into-split-area
           move w-slog-split-area(w-slog-sub) to w-from-split-area
           set SPLIT-ADD to true
           perform 2236-Merge-Split
           move w-into-split-area to CH-Split-Area
           if CH-Depot not = w-sect-depot
               move "MLT" to CH-Depot
           end-if
           rewrite CALHIST-REC
               invalid key
                   move "REWRITE TO CALHIST FAILED"
                     to w-abend-message
                   perform 9000-Abend
           end-rewrite.

       2947-Exit.
           exit.
      ******************************************************************
      * Walk the elf records of the receipt on file for the section's
      * depot and date, deleting each.  When BACKING-OUT, each elf's
      * share also comes off its CALHIST record for the receipt date
      * and, for a receipt from this same run, off the roster too
      ******************************************************************
       2960-Remove-Receipt-Elves section.

           move 'N' to RECEIPT-EOF-STATUS
           move w-sect-depot to RG-Depot
           move w-sect-date  to RG-Date
           move 1            to RG-Elf-Id
           start Receipt-Register key is not less than RG-Key
               invalid key
                   go to 2960-Exit
           end-start

           perform until RECEIPT-EOF
               read Receipt-Register next
                   at end
                       set RECEIPT-EOF to true
               end-read
               Evaluate true
                   when RECEIPT-EOF
                       continue
                   when RG-Depot not = w-sect-depot
                     or RG-Date not = w-sect-date
                       set RECEIPT-EOF to true
                   when other
                       if BACKING-OUT
                           perform 2965-Back-Out-Elf
                       end-if
                       delete Receipt-Register record
                           invalid key
                               move "DELETE FROM RCPTREG FAILED"
                                 to w-abend-message
                               perform 9000-Abend
                       end-delete
               end-evaluate
           end-perform.

       2960-Exit.
           exit.
      ******************************************************************
      * Back one elf's superseded share out - never below zero
      ******************************************************************
       2965-Back-Out-Elf section.

           add RG-Calories to w-backout-total

           if w-prior-recv-date = w-reg-date
            and w-prior-recv-time = w-reg-time
               move w-depot-calories(w-cur-depot) to w-scale-before
               subtract RG-Calories from w-depot-calories(w-cur-depot)
               move w-depot-calories(w-cur-depot) to w-scale-after
               perform 2239-Scale-Depot-Cats
               move 1 to w-subscript
               perform until w-subscript > w-table-count
                   if w-elf-identifier(w-subscript) = RG-Elf-Id
                       move w-calories-instock(w-subscript)
                         to w-scale-before
                       if w-calories-instock(w-subscript) > RG-Calories
                           subtract RG-Calories
                             from w-calories-instock(w-subscript)
                       else
                           move zeroes
                             to w-calories-instock(w-subscript)
                       end-if
                       move w-calories-instock(w-subscript)
                         to w-scale-after
                       move w-elf-split-area(w-subscript)
                         to w-into-split-area
                       perform 2238-Scale-Split
                       move w-into-split-area
                         to w-elf-split-area(w-subscript)
                       move w-table-count to w-subscript
                   end-if
                   compute w-subscript = w-subscript + 1
               end-perform
           end-if

      * AN EARLIER RUN'S SHARE MAY ALREADY BE ON THE ELF MASTER -
      * LIST IT FOR AN ELFMTRN ADJUST-BALANCE.  A RERUN POSTS THE
      * SAME FIGURES BACK AND NEEDS NOTHING
           if SECTION-REPLACES
            and (w-prior-recv-date not = w-reg-date
              or w-prior-recv-time not = w-reg-time)
               move spaces to REJECT-LINE
               string "  ELF " RG-Elf-Id " SHARE OF " RG-Calories
                      " FOR " RG-Date " REPLACED - ELFMAST NOT "
                      "ADJUSTED"
                      delimited by size into REJECT-LINE
               write REJECT-LINE
           end-if

      * EVERY POSTED SHARE IS ON THE DAILY HISTORY RECORD FOR THE
      * RECEIPT'S DATE - IT COMES OFF THERE, WHATEVER ELSE THE DAY
      * HOLDS STAYS; A RECORD LEFT AT NOTHING IS REMOVED
           move RG-Elf-Id to CH-Elf-Id
           move RG-Date   to CH-Date
           read Calorie-Hist
               invalid key
                   go to 2965-Exit
           end-read

           if CH-Calories > RG-Calories
               move CH-Calories to w-scale-before
               subtract RG-Calories from CH-Calories
               move CH-Calories to w-scale-after
               move CH-Split-Area to w-into-split-area
               perform 2238-Scale-Split
               move w-into-split-area to CH-Split-Area
               rewrite CALHIST-REC
                   invalid key
                       move "REWRITE TO CALHIST FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-rewrite
           else
               delete Calorie-Hist record
                   invalid key
                       move "DELETE FROM CALHIST FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-delete
           end-if.

       2965-Exit.
           exit.
      ******************************************************************
      * The section posted - its blocks for elves not on the elf
      * master go to the pending-onboarding file.  A receipt already
      * on file (a rerun or a replacement) first takes its earlier
      * still-held blocks off, so the file always matches exactly
      * what the section now holds
      ******************************************************************
       2970-Post-Pending-Elves section.

           if RECEIPT-ON-FILE
               perform 2975-Clear-Pending
           end-if

           move 1 to w-pend-sub
           perform until w-pend-sub > w-pend-count
               perform 2980-Post-One-Pending
               compute w-pend-sub = w-pend-sub + 1
           end-perform
           .
      ******************************************************************
      * Delete the section's depot and date's still-held blocks -
      * one an onboarding run has already admitted or rejected is
      * decided and stays
      ******************************************************************
       2975-Clear-Pending section.

           move 'N' to PENDING-EOF-STATUS
           move w-sect-depot to PE-Depot
           move w-sect-date  to PE-Date
           move zeroes       to PE-Elf-Id
           start Pending-Elf key is not less than PE-Key
               invalid key
                   go to 2975-Exit
           end-start

           perform until PENDING-EOF
               read Pending-Elf next
                   at end
                       set PENDING-EOF to true
               end-read
               Evaluate true
                   when PENDING-EOF
                       continue
                   when PE-Depot not = w-sect-depot
                     or PE-Date not = w-sect-date
                       set PENDING-EOF to true
                   when PE-HELD
                       delete Pending-Elf record
                           invalid key
                               move "DELETE FROM PENDELF FAILED"
                                 to w-abend-message
                               perform 9000-Abend
                       end-delete
               end-evaluate
           end-perform.

       2975-Exit.
           exit.
      ******************************************************************
      * One held block onto the pending-onboarding file, listed on
      * the reject report and raised to operations.  A block whose
      * elf an onboarding run already decided is left as decided
      ******************************************************************
       2980-Post-One-Pending section.

           move w-sect-depot to PE-Depot
           move w-sect-date  to PE-Date
           move w-pend-elf-id(w-pend-sub) to PE-Elf-Id
           read Pending-Elf
               invalid key
                   move w-pend-calories(w-pend-sub)   to PE-Calories
                   move w-pend-split-area(w-pend-sub) to PE-Split-Area
                   set PE-HELD to true
                   move w-reg-date to PE-Held-Date
                   move zeroes     to PE-Decided-Date
                   move spaces     to PE-Decided-By
                   write PENDING-REC
                       invalid key
                           move "WRITE TO PENDELF FAILED"
                             to w-abend-message
                           perform 9000-Abend
                   end-write
                   go to 2980-Report
           end-read

           if PE-HELD
               move w-pend-calories(w-pend-sub)   to PE-Calories
               move w-pend-split-area(w-pend-sub) to PE-Split-Area
               rewrite PENDING-REC
                   invalid key
                       move "REWRITE TO PENDELF FAILED"
                         to w-abend-message
                       perform 9000-Abend
               end-rewrite
               go to 2980-Report
           end-if

           move spaces to REJECT-LINE
           string "LINE " w-pend-line(w-pend-sub)
                  " ELF " w-pend-elf-id(w-pend-sub)
                  " NOT ON ELF MASTER - ONBOARDING ALREADY DECIDED ("
                  PE-Status ") - NOT POSTED"
                  delimited by size into REJECT-LINE
           write REJECT-LINE
           go to 2980-Exit.

       2980-Report.
           compute w-held-elf-blocks = w-held-elf-blocks + 1
           add w-pend-calories(w-pend-sub) to w-held-elf-calories

           move spaces to REJECT-LINE
           string "LINE " w-pend-line(w-pend-sub)
                  " ELF " w-pend-elf-id(w-pend-sub)
                  " NOT ON ELF MASTER - BLOCK OF "
                  w-pend-calories(w-pend-sub)
                  " CALORIES HELD"
                  delimited by size into REJECT-LINE
           write REJECT-LINE

      * ONE ALERT PER ELF, WHATEVER THE DEPOT OR DAY, UNTIL AN
      * ONBOARDING RUN ADMITS OR REJECTS IT
           move 'W'        to w-alert-severity
           move "ELFHELD"  to w-alert-code
           move spaces     to w-alert-key
           string "ELF " w-pend-elf-id(w-pend-sub)
                  delimited by size into w-alert-key
           move spaces     to w-alert-message
           string "ELF " w-pend-elf-id(w-pend-sub)
                  " NOT ON ELF MASTER - " w-pend-calories(w-pend-sub)
                  " CALORIES FROM DEPOT " w-sect-depot
                  " FOR " w-sect-date
                  " HELD FOR ONBOARDING"
                  delimited by size into w-alert-message
           perform 8800-Raise-Alert.

       2980-Exit.
           exit.
      ******************************************************************
      * Write every elf's total to the per-elf detail file - the
      * complete roster, stamped with the manifest's run date.  The
      * daily history is not posted from here: each section posted
      * its own shares under its own date in 2947-Post-History-Elf
      ******************************************************************
       2950-Write-Detail-File section.

                      "  DEPOT " w-elf-depot(w-subscript)
                      delimited by size into DETAIL-FILE-LINE
               write DETAIL-FILE-LINE
               compute w-subscript = w-subscript + 1
           end-perform
           .
       2250-Reject-Record section.

           compute w-reject-counter = w-reject-counter + 1
           compute w-line-reject-seq = w-line-reject-seq + 1
           add 1 to w-depot-rejects(w-cur-depot)
           if w-rej-reason = "NCAT"
               add 1 to w-depot-ncat(w-cur-depot)
           end-if

      * THE ELF THIS LINE BELONGED TO - THE BLOCK'S MANIFEST-GIVEN
      * ID WHEN THERE IS ONE, OTHERWISE THE ID THE BLOCK WILL FLUSH
           end-if

           move spaces to REJECT-LINE
           Evaluate true
               when w-rej-reason = "NCAT"
                   string "LINE " w-line-counter
                          " ELF " w-rej-elf-id
                          " UNKNOWN FOOD CATEGORY [" CID-CATEGORY "]"
                          delimited by size into REJECT-LINE
               when function trim(CALORIES-IN-STOCK) is numeric
                   string "LINE " w-line-counter
                          " ELF " w-rej-elf-id
                          " REJECTED ITEM COUNT [" CID-ITEM-COUNT "]"
                          delimited by size into REJECT-LINE
               when other
                   string "LINE " w-line-counter
                          " ELF " w-rej-elf-id
                          " REJECTED CONTENT [" CALORIES-IN-STOCK "]"
                          delimited by size into REJECT-LINE
           end-evaluate
           write REJECT-LINE

      * THE SAME REJECT AGAIN, MACHINE-READABLE - REASON NNUM IS A
      * NON-NUMERIC CALORIES VALUE OR ITEM COUNT, NCAT A FOOD
      * CATEGORY NOT ON CATCODES; THE KEY IS THE ELF THE LINE
      * BELONGED TO SO A CORRECTION POSTS TO THE RIGHT TOTALS
           move w-rej-reason to w-mrej-reason
           move w-line-counter to w-mrej-line-no
           move spaces to w-mrej-key
           move w-rej-elf-id to w-mrej-key(1:4)
           move CALORIES-IN to w-mrej-data

      * EVERY MACHINE REJECT GETS A LIFETIME IDENTIFIER - SOURCE
      * PREFIX, THE MANIFEST'S OWN RUN DATE AND SEQUENCE AMONG THE
      * RUN'S DETAIL-LINE REJECTS (A RETIRED ELF'S BLOCK REJECT IS
      * KEYED BY ITS OWN ELF, SO IT NEVER SHIFTS THESE).  THE
      * DATA'S DATE, NOT THE SYSTEM DATE: A RERUN ON A LATER
      * CALENDAR DAY MUST REGENERATE THE SAME IDENTIFIERS, NOT
      * STRAND THE ORIGINAL LEDGER ENTRIES OPEN FOREVER
           move spaces to w-mrej-ledger-id
           string "CAL" w-run-date w-line-reject-seq(4:4)
                  delimited by size into w-mrej-ledger-id
           write MACHINE-REJECT-REC from W-Machine-Reject


           display "w-max-sum : " w-max-sum
           display "Rejected detail lines: " w-reject-counter
           display "Retired elf blocks rejected: " w-retired-blocks
           display "Unknown elf blocks held: " w-held-elf-blocks

           move spaces to REPORT-LINE
           write REPORT-LINE
                  delimited by size into REPORT-LINE
           write REPORT-LINE

      * ELVES THE ELF MASTER KEPT OFF THE RANKING - SEE THE REJECT
      * LISTING FOR EACH BLOCK
           if w-retired-blocks > zeroes
               move spaces to REPORT-LINE
               string "RETIRED ELF BLOCKS REJECTED (RETD) "
                      w-retired-blocks
                      delimited by size into REPORT-LINE
               write REPORT-LINE
           end-if
           if w-held-elf-blocks > zeroes
               move spaces to REPORT-LINE
               string "UNKNOWN ELF BLOCKS HELD FOR ONBOARDING "
                      w-held-elf-blocks
                      "  CALORIES " w-held-elf-calories
                      delimited by size into REPORT-LINE
               write REPORT-LINE
           end-if

           if w-low-threshold > zeroes
               perform 3200-Low-Stock-Exceptions
           end-if

           perform 3400-Depot-Subtotals

           perform 3600-Category-Breakdown

           perform 3500-Grade-Return-Code

           perform 3450-Write-Depot-Acks
           close Detail-Out
           close Calorie-Status-Out
           close Ack-Out
           close Category-Out
           close Depot-Master
           close Calorie-Hist
           close Reject-Ledger
           close Receipt-Register
           close Elf-Master
           close Pending-Elf

           move "DEPTMAST" to w-lock-resource
           perform 8600-Free-Lock
           perform 8600-Free-Lock
           move "REJLEDG " to w-lock-resource
           perform 8600-Free-Lock
           move "RCPTREG " to w-lock-resource
           perform 8600-Free-Lock
           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock
           move "PENDELF " to w-lock-resource
           perform 8600-Free-Lock
           .
      ******************************************************************
      * Append this execution's audit record to the permanent run
                          "  CAL " w-calories-instock(w-subscript)
                          delimited by size into REPORT-LINE
                   write REPORT-LINE
                   move 'W'        to w-alert-severity
                   move "LOWSTOCK" to w-alert-code
                   move spaces     to w-alert-key
                   string "ELF " w-elf-identifier(w-subscript)
                          delimited by size into w-alert-key
                   move spaces     to w-alert-message
                   string "ELF " w-elf-identifier(w-subscript)
                          " AT " w-calories-instock(w-subscript)
                          " CALORIES - BELOW LOW-STOCK THRESHOLD "
                          w-low-threshold
                          delimited by size into w-alert-message
                   perform 8800-Raise-Alert
               end-if
               compute w-subscript = w-subscript - 1
           end-perform
                      "  REJECTS " w-depot-rejects(w-depot-sub)
                      delimited by size into REPORT-LINE
               write REPORT-LINE
               if w-depot-replaced(w-depot-sub) = 'Y'
                   move spaces to REPORT-LINE
                   string "    REPLACEMENT MANIFEST - SUPERSEDED "
                          "CALORIES BACKED OUT "
                          w-depot-backout(w-depot-sub)
                          delimited by size into REPORT-LINE
                   write REPORT-LINE
               end-if
               compute w-depot-sub = w-depot-sub + 1
           end-perform

      * SECTIONS REFUSED AT THE HEADER - THE DEPOT NAMED WAS NOT
      * REGISTERED (OR WAS CLOSED) ON THE DEPOT MASTER - AND
      * SECTIONS HELD AT THE TRAILER AGAINST THE RECEIPT REGISTER
           if w-rejected-sections > w-held-sections
               move spaces to REPORT-LINE
               compute w-depot-sub =
                       w-rejected-sections - w-held-sections
               string "  SECTIONS REJECTED " w-depot-sub
                      " - SEE REJECT LISTING"
                      delimited by size into REPORT-LINE
               write REPORT-LINE
           end-if

           if w-held-sections > zeroes
               move spaces to REPORT-LINE
               string "  SECTIONS HELD " w-held-sections
                      " - SUSPECTED DUPLICATES, SEE REJECT LISTING"
                      delimited by size into REPORT-LINE
               write REPORT-LINE
           end-if
           .
      ******************************************************************
      * Food category breakdown - each accepted depot's calories,
      * lines and items by category, the same for all depots
      * together, then every elf's own split in ranking order
      ******************************************************************
       3600-Category-Breakdown section.

           move spaces to CATEGORY-LINE
           string "FOOD CATEGORY BREAKDOWN - RUN DATE "
                  w-run-yyyy "-" w-run-mm "-" w-run-dd
                  delimited by size into CATEGORY-LINE
           write CATEGORY-LINE

           move spaces to CATEGORY-LINE
           if CATEGORIES-SUPPLIED
               string "CATEGORY CODES ON CATCODES " w-cat-count
                      delimited by size into CATEGORY-LINE
           else
               string "CATCODES NOT SUPPLIED - EVERY CODED LINE WAS "
                      "REJECTED NCAT"
                      delimited by size into CATEGORY-LINE
           end-if
           write CATEGORY-LINE

           move spaces to CATEGORY-LINE
           write CATEGORY-LINE
           move spaces to CATEGORY-LINE
           string "BY DEPOT" delimited by size into CATEGORY-LINE
           write CATEGORY-LINE

           initialize w-all-cats
           move 1 to w-depot-sub
           perform until w-depot-sub > w-depot-count
               perform 3610-Depot-Categories
               compute w-depot-sub = w-depot-sub + 1
           end-perform

      * ALL DEPOTS TOGETHER
           move spaces to CATEGORY-LINE
           write CATEGORY-LINE
           move spaces to CATEGORY-LINE
           string "ALL DEPOTS  CALORIES " w-dist-total
                  delimited by size into CATEGORY-LINE
           write CATEGORY-LINE
           move w-dist-total to w-rpt-base
           move 1 to w-dcat-sub
           perform until w-dcat-sub > w-dcat-pooled
               if w-acat-lines(w-dcat-sub) > zeroes
                or w-acat-calories(w-dcat-sub) > zeroes
                   move w-acat-lines(w-dcat-sub)    to w-rpt-lines
                   move w-acat-items(w-dcat-sub)    to w-rpt-items
                   move w-acat-calories(w-dcat-sub) to w-rpt-calories
                   perform 3630-Write-Category-Line
               end-if
               compute w-dcat-sub = w-dcat-sub + 1
           end-perform

      * EVERY ELF'S OWN SPLIT, BEST-SUPPLIED FIRST
           move spaces to CATEGORY-LINE
           write CATEGORY-LINE
           move spaces to CATEGORY-LINE
           string "BY ELF" delimited by size into CATEGORY-LINE
           write CATEGORY-LINE

           move 1 to w-subscript
           perform until w-subscript > w-table-count
               perform 3640-Elf-Categories
               compute w-subscript = w-subscript + 1
           end-perform
           .
      ******************************************************************
      * One depot's category lines - and its figures into the
      * all-depots row
      ******************************************************************
       3610-Depot-Categories section.

           move spaces to CATEGORY-LINE
           write CATEGORY-LINE
           move spaces to CATEGORY-LINE
           string "DEPOT " w-depot-id(w-depot-sub)
                  "  CALORIES " w-depot-calories(w-depot-sub)
                  "  UNKNOWN-CATEGORY REJECTS "
                  w-depot-ncat(w-depot-sub)
                  delimited by size into CATEGORY-LINE
           write CATEGORY-LINE

           move w-depot-calories(w-depot-sub) to w-rpt-base
           move 1 to w-dcat-sub
           perform until w-dcat-sub > w-dcat-pooled
               move w-dcat-lines(w-depot-sub, w-dcat-sub)
                 to w-rpt-lines
               move w-dcat-items(w-depot-sub, w-dcat-sub)
                 to w-rpt-items
               move w-dcat-calories(w-depot-sub, w-dcat-sub)
                 to w-rpt-calories
               add w-rpt-lines    to w-acat-lines(w-dcat-sub)
               add w-rpt-items    to w-acat-items(w-dcat-sub)
               add w-rpt-calories to w-acat-calories(w-dcat-sub)
               if w-rpt-lines > zeroes
                or w-rpt-calories > zeroes
                   perform 3630-Write-Category-Line
               end-if
               compute w-dcat-sub = w-dcat-sub + 1
           end-perform
           .
      ******************************************************************
      * One category line of a depot block - the category named by
      * w-dcat-sub, its figures in w-rpt-*, its share of w-rpt-base
      ******************************************************************
       3630-Write-Category-Line section.

           Evaluate true
               when w-dcat-sub = w-dcat-uncoded
                   move spaces to w-rpt-code
                   move "(UNCODED)" to w-rpt-desc
               when w-dcat-sub = w-dcat-pooled
                   move "***" to w-rpt-code
                   move "(POOLED)" to w-rpt-desc
               when other
                   move w-cat-code(w-dcat-sub) to w-rpt-code
                   move w-cat-desc(w-dcat-sub) to w-rpt-desc
           end-evaluate

           move zeroes to w-rpt-pct
           if w-rpt-base > zeroes
               compute w-rpt-pct rounded =
                       w-rpt-calories * 100 / w-rpt-base
           end-if
           move w-rpt-pct to w-rpt-pct-disp

           move spaces to CATEGORY-LINE
           string "  CAT " w-rpt-code " " w-rpt-desc
                  "  LINES " w-rpt-lines
                  "  ITEMS " w-rpt-items
                  "  CAL " w-rpt-calories
                  "  PCT " w-rpt-pct-disp
                  delimited by size into CATEGORY-LINE
           write CATEGORY-LINE
           .
      ******************************************************************
      * One elf's category split, slot by slot
      ******************************************************************
       3640-Elf-Categories section.

           move spaces to CATEGORY-LINE
           string "ELF " w-elf-identifier(w-subscript)
                  "  DEPOT " w-elf-depot(w-subscript)
                  "  CAL " w-calories-instock(w-subscript)
                  delimited by size into CATEGORY-LINE
           write CATEGORY-LINE

           move w-elf-split-area(w-subscript) to w-into-split-area
           move 1 to w-split-sub
           perform until w-split-sub > w-into-split-count
               move w-into-split-code(w-split-sub) to w-rpt-code
               if w-rpt-code = spaces
                   move "(UNCODED)" to w-rpt-desc
               else
                   move spaces to w-rpt-desc
                   move w-rpt-code to w-line-category
                   perform 2235-Find-Category
                   if w-cat-found > zeroes
                       move w-cat-desc(w-cat-found) to w-rpt-desc
                   end-if
               end-if
               move zeroes to w-rpt-pct
               if w-calories-instock(w-subscript) > zeroes
                   compute w-rpt-pct rounded =
                           w-into-split-cal(w-split-sub) * 100
                           / w-calories-instock(w-subscript)
               end-if
               move w-rpt-pct to w-rpt-pct-disp
               move spaces to CATEGORY-LINE
               string "  CAT " w-rpt-code " " w-rpt-desc
                      "  ITEMS " w-into-split-items(w-split-sub)
                      "  CAL " w-into-split-cal(w-split-sub)
                      "  PCT " w-rpt-pct-disp
                      delimited by size into CATEGORY-LINE
               write CATEGORY-LINE
               compute w-split-sub = w-split-sub + 1
           end-perform
           .
      ******************************************************************
      * One acknowledgment record per depot section this run saw -
           perform until w-depot-sub > w-depot-count
               move w-depot-id(w-depot-sub)       to w-ack-depot
               move w-depot-hdr-date(w-depot-sub) to w-ack-date
               if w-depot-replaced(w-depot-sub) = 'Y'
                   move "REPLACED"                to w-ack-status
               else
                   move "ACCEPTED"                to w-ack-status
               end-if
               move w-depot-elves(w-depot-sub)    to w-ack-elves
               move w-depot-lines(w-depot-sub)    to w-ack-lines
               move w-depot-calories(w-depot-sub) to w-ack-calories
               move w-depot-rejects(w-depot-sub)  to w-ack-rejects
               if w-depot-rejects(w-depot-sub) > zeroes
                   Evaluate true
                       when w-depot-ncat(w-depot-sub)
                          = w-depot-rejects(w-depot-sub)
                           move "NCAT" to w-ack-reason
                       when w-depot-retd(w-depot-sub)
                          = w-depot-rejects(w-depot-sub)
                           move "RETD" to w-ack-reason
                       when other
                           move "NNUM" to w-ack-reason
                   end-evaluate
               else
                   move spaces to w-ack-reason
               end-if
           perform until w-depot-sub > w-rejected-sections
               move w-rejsect-depot(w-depot-sub)  to w-ack-depot
               move w-rejsect-date(w-depot-sub)   to w-ack-date
               if w-rejsect-reason(w-depot-sub) = "DUPL"
                or w-rejsect-reason(w-depot-sub) = "RCVD"
                   move "HELD"                    to w-ack-status
               else
                   move "REJECTED"                to w-ack-status
               end-if
               move w-rejsect-elves(w-depot-sub)  to w-ack-elves
               move w-rejsect-lines(w-depot-sub)  to w-ack-lines
               move w-rejsect-calories(w-depot-sub) to w-ack-calories
               move w-rejsect-rejects(w-depot-sub) to w-ack-rejects
               move w-rejsect-reason(w-depot-sub) to w-ack-reason
               move w-graded-rc                   to w-ack-rc
               write DEPOT-ACK-REC from W-Depot-Ack
                   move 8 to w-graded-rc
           end-evaluate

           if w-graded-rc = 8
               move 'E'        to w-alert-severity
               move "REJTOL"   to w-alert-code
               move spaces     to w-alert-key
               string "RUN " w-run-yyyy w-run-mm w-run-dd
                      delimited by size into w-alert-key
               move spaces     to w-alert-message
               string "REJECTS OVER TOLERANCE - " w-reject-counter
                      " OF " w-line-counter " LINES (RATE "
                      w-reject-rate-disp " PCT, TOLERANCE "
                      w-tol-text " " w-tol-value ")"
                      delimited by size into w-alert-message
               perform 8800-Raise-Alert
           end-if

      * EVERY SECTION REFUSED OR HELD IS A DEPOT'S FIGURES MISSING
      * FROM TONIGHT'S TOTALS - ONE ALERT EACH, KEYED BY DEPOT AND
      * MANIFEST DATE
           move 1 to w-rejsect-sub
           perform until w-rejsect-sub > w-rejected-sections
               perform 3510-Alert-Section
               compute w-rejsect-sub = w-rejsect-sub + 1
           end-perform

      * A WHOLE SECTION REFUSED AT ITS HEADER (OR HELD AS A
      * SUSPECTED DUPLICATE) IS NEVER WITHIN ANY TOLERANCE - THE
      * SENDING DEPOT'S FIGURES ARE MISSING FROM EVERY TOTAL ON
      * THE REPORT
           if w-rejected-sections > zeroes
            and w-graded-rc < 8
               move 8 to w-graded-rc
           end-if
           .
      ******************************************************************
      * One alert for a section refused at its header (UNRG, CLSD)
      * or held at its trailer (DUPL, RCVD)
      ******************************************************************
       3510-Alert-Section section.

           move 'E' to w-alert-severity
           move spaces to w-alert-key
           string "DEPOT " w-rejsect-depot(w-rejsect-sub)
                  " " w-rejsect-date(w-rejsect-sub)
                  delimited by size into w-alert-key
           move spaces to w-alert-message

           Evaluate w-rejsect-reason(w-rejsect-sub)
               when "UNRG"
                   move "SECTREJ"  to w-alert-code
                   string "SECTION REJECTED - DEPOT "
                          w-rejsect-depot(w-rejsect-sub)
                          " NOT REGISTERED ON DEPOT MASTER"
                          delimited by size into w-alert-message
               when "CLSD"
                   move "SECTREJ"  to w-alert-code
                   string "SECTION REJECTED - DEPOT "
                          w-rejsect-depot(w-rejsect-sub)
                          " IS CLOSED ON DEPOT MASTER"
                          delimited by size into w-alert-message
               when "DUPL"
                   move "SECTHELD" to w-alert-code
                   string "SECTION HELD - SUSPECTED DUPLICATE OF "
                          "AN EARLIER MANIFEST"
                          delimited by size into w-alert-message
               when other
                   move "SECTHELD" to w-alert-code
                   string "SECTION HELD - ALREADY RECEIVED, RESEND "
                          "NOT FLAGGED R"
                          delimited by size into w-alert-message
           end-evaluate

           perform 8800-Raise-Alert
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

           display "CALORIES-COUNTER ABEND: " w-abend-message
           move 'C'               to w-alert-severity
           move "ABEND"           to w-alert-code
           move spaces            to w-alert-key
           move w-abend-message   to w-alert-message
           perform 8800-Raise-Alert

           move spaces to CALORIE-STATUS-LINE
           string "RC=016" delimited by size into CALORIE-STATUS-LINE
           close Detail-Out
           close Calorie-Status-Out
           close Ack-Out
           close Category-Out
           close Category-In
           close Depot-Master
           close Calorie-Hist
           close Reject-Ledger
           close Receipt-Register
           close Elf-Master
           close Pending-Elf

           move "DEPTMAST" to w-lock-resource
           perform 8600-Free-Lock
           perform 8600-Free-Lock
           move "REJLEDG " to w-lock-resource
           perform 8600-Free-Lock
           move "RCPTREG " to w-lock-resource
           perform 8600-Free-Lock
           move "ELFMAST " to w-lock-resource
           perform 8600-Free-Lock
           move "PENDELF " to w-lock-resource
           perform 8600-Free-Lock
           move 16 to return-code
           stop run
           .
