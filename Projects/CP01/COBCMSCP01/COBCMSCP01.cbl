      * CATCH. RUN-BY-CAMPGROUND FILTERING (WK-FILTER-CAMPGROUND) IS
      * DONE BY SKIPPING NON-MATCHING RECORDS IN L3-READ INSTEAD.
      * RUN PARAMETERS - NO MORE 2 AM CONSOLE PROMPT. ONE RECORD:
      * THE CAMPGROUND FILTER, BLANK FOR ALL, AND THE RUN MODE -
      * BLANK OR 'P' POSTS, 'T' IS A TRIAL RUN. A MISSING OR INVALID
      * PARAMETER FILE REFUSES THE RUN RATHER THAN ASSUMING A
      * DEFAULT.
           SELECT PARMFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\ERR.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.
      * A TRIAL RUN PRINTS HERE INSTEAD OF ERR.PRT, SO A TRIAL TAKEN
      * WHILE A CRASHED POSTING RUN AWAITS ITS RESTART CANNOT WIPE
      * THE FIRST HALF OF THAT RUN'S REPORT.
           SELECT TRIALOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\TRIAL.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.
      * THE OCCUPANCY PICTURE NOW COMES FROM THE CURRENT-POSITION
      * SNAPSHOT (CURRPOS.DAT, WRITTEN BY COBCMSCP21 AFTER EVERY
      * RUN) - ONE FULLY-NETTED ROW PER LIVE BOOKING, SO THE OLD
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\PROMO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-PROMO-STATUS.
      * THIRD-PARTY BOOKING AGENTS - CODE, REMIT ADDRESS, AND THE
      * COMMISSION TERMS COBCMSCP39 PAYS ON. THIS RUN ONLY CHECKS
      * THAT A KEYED AGENT IS ON FILE AND ACTIVE.
           SELECT AGENTFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\AGENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-AGENT-STATUS.
      * MINIMUM-STAY AND ARRIVAL-DAY RESTRICTIONS BY CAMPGROUND, SITE
      * TYPE, AND DATE RANGE - MAINTAINED BY HAND LIKE PROMO.DAT.
           SELECT STAYRULEFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\STAYRULE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-STAYRULE-STATUS.
           SELECT CKPTFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CKPT.DAT"
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\GUESTMST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-GUEST-STATUS.
      * VEHICLES ON BOOKINGS, ONE ROW PER ADD OR REMOVE ('V'
      * TRANSACTIONS) - EXTENDED LIKE PAYMENTS.DAT. THE MANIFEST,
      * THE GATE PASSES, AND THE PLATE LOOKUP READ IT.
           SELECT VEHFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\VEHICLE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
      * SAME PHYSICAL FILE AS VEHFILE - READ AT L2-INIT (BEFORE THE
      * EXTEND OPEN) SO A 'V' KNOWS WHAT IS ALREADY ON THE BOOKING
      * AND AN 'M' CAN PRICE THE EXTRA VEHICLES INTO THE NEW TOTAL.
           SELECT VEHHIST
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\VEHICLE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-VEHHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PRM-FILTER-CAMPGROUND PIC X(25).
               88 PRM-VALID-CAMP VALUE 'BUCK CREEK', 'HONEY CREEK',
               'ISLAND VIEW', SPACES.
      * A TRIAL RUN PUTS THE FEED THROUGH EVERY EDIT AND POSTS
      * NOTHING (SEE TRIAL-SW) - THE OFFICE PRE-CHECKS A FEED WITH
      * IT BEFORE THE NIGHT'S POSTING RUN.
           05 PRM-RUN-MODE          PIC X.
               88 PRM-TRIAL-RUN     VALUE 'T'.
               88 PRM-VALID-MODE    VALUE 'T', 'P', SPACE.

       FD RESERVEMASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-TRAN-REC
           RECORD CONTAINS 162 CHARACTERS.

       COPY 'TRAN.CPY'.
       

       01 RESCNT-REC.
           05 RESCNT-TRAN-CODE     PIC X.
           05 RESCNT-CAMPGROUND    PIC X(25).
           05 RESCNT-SITE          PIC X(3).
           05 RESCNT-DATE          PIC X(8).
           05 FILLER               PIC X(77).
           05 RESCNT-CONFIRM-NUM   PIC X(18).
           05 FILLER               PIC X(30).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.


       01 ERRLINE PIC X(132).

       FD TRIALOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS TRIALLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 TRIALLINE PIC X(132).

      * HIST-REC MIRRORS THE FIELD LAYOUT OF VAL-REC IN VAL.CPY SO
      * THE SNAPSHOT ROWS CAN BE READ FOR OVERLAP CHECKING.
       FD PRTHIST
           05 HIST-STAY-UNIT       PIC X.
           05 HIST-PROMO-CODE      PIC X(8).
           05 HIST-DISC-AMT        PIC S9(5)V99.
           05 HIST-PARTY-SIZE      PIC 99.
           05 HIST-AGENT-CODE      PIC X(6).

       FD CAMPROBE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PROBE-REC.

       01 PROBE-REC            PIC X(228).

       FD RATEFILE
           LABEL RECORD IS OMITTED
           05 PRM-EFF-END          PIC 9(8).
           05 PRM-CAMPGROUND       PIC X(25).

       FD AGENTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS AGT-REC.

       COPY 'AGENT.CPY'.

       FD STAYRULEFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS STAYRULE-REC.

       COPY 'STAYRULE.CPY'.

       FD CANCPOLFILE
           LABEL RECORD IS OMITTED
           05 PHIST-DATE           PIC 9(8).
           05 PHIST-AMT            PIC S9(5)V99.
           05 PHIST-TYPE           PIC X.
           05 PHIST-DRAWER         PIC X(12).
           05 PHIST-OPERATOR       PIC X(8).

       FD CONFSEQFILE
           LABEL RECORD IS OMITTED

       COPY 'GUEST.CPY'.

       FD VEHFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS VEH-REC.

       COPY 'VEH.CPY'.

      * VHIST-REC MIRRORS VEH-REC IN VEH.CPY.
       FD VEHHIST
           LABEL RECORD IS OMITTED
           DATA RECORD IS VHIST-REC.

       01 VHIST-REC.
           05 VHIST-CONFIRM-NUM    PIC X(18).
           05 VHIST-PLATE          PIC X(10).
           05 VHIST-STATE          PIC X(2).
           05 VHIST-TYPE           PIC X.
           05 VHIST-LENGTH         PIC 99.
           05 VHIST-ACTION         PIC X.
           05 VHIST-DATE           PIC 9(8).
           05 VHIST-OPERATOR       PIC X(8).

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
           05 CANCEL-FOUND-SW  PIC X      VALUE 'N'.
           05 WK-CANCEL-NAME   PIC X(42)  VALUE SPACES.
           05 WK-CANCPOL-STATUS PIC XX    VALUE SPACES.
           05 WK-PROMO-STATUS  PIC XX     VALUE SPACES.
           05 C-PROMO-CTR      PIC 99     VALUE ZERO.
           05 PROMO-FOUND-SW   PIC X      VALUE 'N'.
           05 WK-AGENT-STATUS  PIC XX     VALUE SPACES.
           05 C-AGENT-CTR      PIC 999    VALUE ZERO.
           05 AGENT-FOUND-SW   PIC X      VALUE 'N'.
      * WHAT THE PROMO CODE TOOK OFF THE SITE CHARGE - ZERO WHEN NO
      * CODE WAS GIVEN. TAX IS FIGURED ON THE DISCOUNTED CHARGE.
           05 C-DISC-AMT       PIC S9(5)V99 VALUE ZERO.
           05 BLOCKED-SW       PIC X      VALUE 'N'.
           05 WK-STAYRULE-STATUS PIC XX   VALUE SPACES.
           05 C-RULE-CTR       PIC 9(3)   VALUE ZERO.
           05 RULE-BROKEN-SW   PIC X      VALUE 'N'.
      * SITE TYPE OF THE SITE BEING BOOKED (FROM THE RATE TABLE) AND
      * THE DESCRIPTION OF THE STAY RULE IT BROKE, IF ANY.
           05 WK-RULE-SITE-TYPE PIC X     VALUE SPACE.
           05 WK-RULE-DESC     PIC X(30)  VALUE SPACES.
           05 C-POL-CTR        PIC 99     VALUE ZERO.
           05 C-POL-IDX        PIC 99     VALUE ZERO.
           05 C-POL-DAY-IDX    PIC 9(3)   VALUE ZERO.
           05 C-GRP-IDX2       PIC 9      VALUE ZERO.
           05 WK-GROUP-DEPOSIT PIC S9(5)V99 VALUE ZERO.
           05 WK-GROUP-CONFIRM PIC X(18)  VALUE SPACES.
      * THE FIRST MEMBER'S AGENT - THE PARTY IS ONE SALE, SO EVERY
      * MEMBER ROW CARRIES IT.
           05 WK-GROUP-AGENT   PIC X(6)   VALUE SPACES.
           05 C-MODIFY-MATCH-CTR PIC 9(4) VALUE ZERO.
      * CARD-REPLACEMENT WORK AREA - THE OPEN BALANCE THE NEW CARD
      * IS AUTHORIZED FOR IS THE BOOKING'S ACTIVE ROW TOTAL(S) MINUS
           05 C-RES-FEE        PIC S9(5)V99 VALUE 2.00.
           05 C-TAX-AMT        PIC S9(5)V99 VALUE ZERO.
           05 C-TOTAL-AMT      PIC S9(5)V99 VALUE ZERO.
      * A SITE'S RATE COVERS C-VEH-INCLUDED VEHICLES; EACH ONE PAST
      * THAT IS CHARGED PER NIGHT (PER MONTH ON A SEASONAL BOOKING)
      * AS PART OF THE FEE - NOT TAXED, THE SAME AS THE RESERVATION
      * FEE. C-VEH-FEE-AMT IS WHAT THE STAY BEING PRICED OWES.
           05 C-VEH-INCLUDED   PIC 9      VALUE 2.
           05 C-VEH-FEE-NIGHT  PIC S9(3)V99 VALUE 5.00.
           05 C-VEH-FEE-MONTH  PIC S9(3)V99 VALUE 50.00.
           05 C-VEH-FEE-AMT    PIC S9(5)V99 VALUE ZERO.
      * PER-NIGHT PRICING WORK AREA - WK-NIGHT WALKS EACH NIGHT OF
      * THE STAY, C-DOW IS ZELLER'S DAY OF WEEK (0=SATURDAY THROUGH
      * 6=FRIDAY), AND THE TWO NIGHT COUNTERS FEED THE LETTER AND
      * IS ALREADY BEING TRACKED FOR CALLBACK AND STAYS OUT OF THE
      * CORRECTION SUSPENSE FILE.
           05 WAITLISTED-SW    PIC X      VALUE 'N'.
      * 'Y' WHEN AN 'R' CAME IN WITH A BLANK SITE - THE RUN PICKS THE
      * SITE (L4-ASSIGN-SITE) AND THE KEYED AMOUNT, WHICH THE CLERK
      * COULD NOT KNOW, IS REPLACED BY THE ASSIGNED SITE'S PRICE.
      * THE KEYED AMOUNT IS KEPT SO A REJECTED REQUEST GOES TO
      * SUSPENSE AS KEYED, SITE STILL BLANK.
           05 ANY-SITE-SW      PIC X      VALUE 'N'.
           05 WK-KEYED-AMT     PIC S9(5)V99 VALUE ZERO.
      * ASSIGNMENT SEARCH WORK AREA. A GAP OF C-ORPHAN-MAX NIGHTS
      * OR FEWER LEFT BETWEEN THE NEW STAY AND THE NEXT BOOKING OR
      * BLOCK ON EITHER SIDE RARELY SELLS - THE SITE LEAVING THE
      * FEWEST SUCH NIGHTS WINS, THE FIRST IN RATES.DAT ORDER ON A
      * TIE.
           05 C-ORPHAN-MAX     PIC 9      VALUE 2.
           05 WK-CAND-SITE     PIC X(3)   VALUE SPACES.
           05 WK-BEST-SITE     PIC X(3)   VALUE SPACES.
           05 C-BEST-SCORE     PIC 99     VALUE ZERO.
           05 C-CAND-SCORE     PIC 99     VALUE ZERO.
           05 C-GAP            PIC 9      VALUE ZERO.
           05 CAND-FREE-SW     PIC X      VALUE 'N'.
           05 PROBE-BUSY-SW    PIC X      VALUE 'N'.
           05 GAP-DONE-SW      PIC X      VALUE 'N'.
      * 'A' WALKS FORWARD FROM THE DEPARTURE DATE, 'B' BACKWARD
      * FROM THE ARRIVAL DATE.
           05 GAP-DIR-SW       PIC X      VALUE SPACE.
           05 WK-RESCNT-STATUS PIC XX     VALUE SPACES.
      * SITE-NIGHT INVENTORY INTERFACE FIELDS (SEE SINV001). EVERY
      * NIGHT THIS RUN TOUCHES IS STAMPED WITH WK-RUNCTL-PROGRAM.
           05 WK-SINV-OP       PIC X      VALUE SPACE.
           05 WK-SINV-CAMPGROUND PIC X(25) VALUE SPACES.
           05 WK-SINV-SITE     PIC X(3)   VALUE SPACES.
           05 WK-SINV-START    PIC 9(8)   VALUE ZERO.
           05 WK-SINV-END      PIC 9(8)   VALUE ZERO.
           05 WK-SINV-CONFIRM  PIC X(18)  VALUE SPACES.
           05 WK-SINV-RESP     PIC X      VALUE SPACE.
      * BOOKINGS THE FEED NAMES (SEE FEED-KEY-TABLE). FKEY-FULL-SW
      * SET MEANS THE FEED NAMED MORE THAN THE TABLE HOLDS AND THE
      * WHOLE SNAPSHOT IS LOADED INSTEAD.
           05 C-FKEY-CTR       PIC 9(4)   VALUE ZERO.
           05 FKEY-FULL-SW     PIC X      VALUE 'N'.
           05 FKEY-MATCH-SW    PIC X      VALUE 'N'.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001) - THE RUN ID
      * COMES BACK STAMPED ON EVERY PAGE OF THE ERROR REPORT. THE
      * RATE AUDIT (COBCMSCP25) MUST COMPLETE CLEAN FIRST, OR THE
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE SPACES.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
      * OPERATOR EDIT / CHANGE-JOURNAL INTERFACE FIELDS (SEE
      * CHGJ001) - EVERY BOOKING, AMENDMENT, CANCELLATION, CARD
      * SWAP AND WAITLIST ENTRY GOES ON THE JOURNAL UNDER THE RUN ID
      * ABOVE AND THE OPERATOR WHO KEYED THE TRANSACTION.
           05 WK-CHGJ-OP       PIC X      VALUE SPACE.
           05 WK-CHGJ-CONFIRM  PIC X(18)  VALUE SPACES.
           05 WK-CHGJ-GUEST    PIC 9(6)   VALUE ZERO.
           05 WK-CHGJ-ACTION   PIC X(30)  VALUE SPACES.
           05 WK-CHGJ-RESP     PIC X      VALUE SPACE.
           05 C-INPUT-CTR      PIC 9(6)   VALUE ZERO.
      * THE 'V' TRANSACTIONS ON TONIGHT'S FEED - WITH C-INPUT-CTR,
      * THE MOST THE RUN CAN ADD TO THE VEHICLE AND OCCUPANCY TABLES
      * (SEE L3-CHECK-TABLE-ROOM). TABLE-FULL-SW SET MEANS ONE OF
      * THEM FILLED ANYWAY; THE REPORT SAYS SO AND THE RUN ENDS
      * WITH A BAD RETURN CODE.
           05 C-FEED-VEH-CTR   PIC 9(6)   VALUE ZERO.
           05 TABLE-FULL-SW    PIC X      VALUE 'N'.
           05 WK-FIRST-DATE    PIC X(8)   VALUE SPACES.
           05 NIGHT-PRICED-SW  PIC X      VALUE 'N'.
           05 C-DOW            PIC 9      VALUE ZERO.
           05 C-ZQUOT          PIC 9(3)   VALUE ZERO.
           05 C-GUEST-CTR      PIC 9(4)   VALUE ZERO.
           05 GUEST-FOUND-SW   PIC X      VALUE 'N'.
      * VEHICLE WORK AREA. WK-LAST-CONFIRM IS THE BOOKING THE
      * PREVIOUS TRANSACTION ACCEPTED - A 'V' KEYED WITHOUT A
      * CONFIRMATION NUMBER GOES ON IT - AND IS CLEARED BY ANY
      * TRANSACTION THAT IS NOT A 'V'. WK-VEH-CONFIRM IS THE BOOKING
      * THE 'V' IS FOR, C-VEH-ROWS ITS ACTIVE ROWS (MORE THAN ONE IS
      * A GROUP), AND C-VEH-ACTIVE / C-VEH-NEW-ACTIVE ITS VEHICLES
      * BEFORE AND AFTER THE CHANGE.
           05 WK-VEHHIST-STATUS PIC XX    VALUE SPACES.
           05 C-VEH-CTR        PIC 9(4)   VALUE ZERO.
           05 VEH-FOUND-SW     PIC X      VALUE 'N'.
           05 WK-LAST-CONFIRM  PIC X(18)  VALUE SPACES.
           05 WK-VEH-CONFIRM   PIC X(18)  VALUE SPACES.
           05 WK-VEH-PLATE     PIC X(10)  VALUE SPACES.
           05 WK-VEH-STATE     PIC X(2)   VALUE SPACES.
           05 WK-VEH-OCC-IDX   PIC 9(4)   VALUE ZERO.
           05 C-VEH-ROWS       PIC 9(4)   VALUE ZERO.
           05 C-VEH-ACTIVE     PIC 99     VALUE ZERO.
           05 C-VEH-NEW-ACTIVE PIC 99     VALUE ZERO.
           05 C-VEH-LIMIT      PIC 99     VALUE ZERO.
           05 C-VEH-EXTRA      PIC 99     VALUE ZERO.
           05 WK-VEH-OLD-FEE   PIC S9(5)V99 VALUE ZERO.
           05 WK-VEH-NEW-FEE   PIC S9(5)V99 VALUE ZERO.
           05 WK-VEH-DELTA     PIC S9(5)V99 VALUE ZERO.
      * TRIAL RUN ('T' ON THE PARAMETER FILE). EVERY EDIT, PRICE,
      * PROMO, OVERLAP, AND BLOCK CHECK RUNS AS ALWAYS, BUT NOTHING
      * IS WRITTEN TO CAMPRES.DAT, THE VAULT, PAYMENTS, THE
      * WAITLIST, SUSPENSE, VEHICLES, RECON.DAT, OR CONFSEQ.DAT,
      * NO CARD GOES TO THE AUTHORIZATION INTERFACE, THE INVENTORY
      * AND THE CHANGE JOURNAL ARE LEFT ALONE, AND RUN CONTROL AND
      * THE CHECKPOINT NEVER HEAR OF IT - SO A TRIAL IS NOT A
      * COMPLETION AND CANNOT BE MISTAKEN FOR A RESTART. THE REPORT
      * GOES TO TRIAL.PRT, NOT ERR.PRT, HEADED TRIAL WITH WHAT
      * WOULD HAVE BOOKED, WAITLISTED, AND BEEN REJECTED.
           05 TRIAL-SW         PIC X      VALUE 'N'.
      * EVERY REPORT LINE GOES THROUGH L4-PRINT-LINE, WHICH PUTS IT
      * ON ERR.PRT OR TRIAL.PRT BY RUN MODE. C-PRINT-ADV IS THE
      * LINES TO ADVANCE BEFORE IT, ZERO FOR A NEW PAGE.
           05 WK-PRINT-LINE    PIC X(132) VALUE SPACES.
           05 C-PRINT-ADV      PIC 9      VALUE ZERO.
      * THE INVENTORY DOES NOT SEE A TRIAL'S OWN BOOKINGS OR
      * RELEASES, SO ITS ANSWER IS CORRECTED FROM THE OCCUPANCY
      * TABLE: ENTRIES FROM WK-TRIAL-FIRST-OCC ON ARE ROWS THIS RUN
      * WOULD HAVE WRITTEN, AND RELEASE-TABLE HOLDS THE ENTRIES IT
      * WOULD HAVE GIVEN BACK.
           05 WK-TRIAL-FIRST-OCC PIC 9(4) VALUE ZERO.
           05 C-REL-CTR        PIC 9(4)   VALUE ZERO.
           05 TRIAL-BUSY-SW    PIC X      VALUE 'N'.
           05 TRIAL-RANGE-BUSY-SW PIC X   VALUE 'N'.
           05 WK-TRIAL-CONFIRM PIC X(18)  VALUE SPACES.
           05 WK-TRIAL-START   PIC 9(8)   VALUE ZERO.
           05 WK-TRIAL-END     PIC 9(8)   VALUE ZERO.
           05 WK-TRIAL-NIGHT-SAVE PIC 9(8) VALUE ZERO.
           05 WK-TRIAL-RESP    PIC X      VALUE SPACE.
      * WAITLISTED AND SUSPENDED TRANSACTIONS AND THEIR DOLLARS -
      * WITH C-ACCEPTED-CTR/AMT THE WOULD-BOOK, WOULD-WAITLIST, AND
      * WOULD-REJECT TOTALS OF A TRIAL RUN.
           05 C-WAITLIST-CTR   PIC 9(6)   VALUE ZERO.
           05 C-WAITLIST-AMT   PIC S9(7)V99 VALUE ZERO.
           05 C-SUSP-CTR       PIC 9(6)   VALUE ZERO.
           05 C-SUSP-AMT       PIC S9(7)V99 VALUE ZERO.

      * GUEST NUMBERS ON THE GUEST MASTER, LOADED AT L2-INIT SO
      * L3-VALIDATION CAN PROVE EACH RESERVATION'S GUEST EXISTS.
           05 GUEST-NUM-ENTRY PIC 9(6) OCCURS 2000 TIMES
               INDEXED BY GUEST-INDEX.

      * EVERY BOOKING A 'C', 'M', 'K', OR 'V' ON TODAY'S FEED NAMES -
      * BY CONFIRMATION NUMBER, OR BY CAMPGROUND/SITE/ARRIVAL FOR A
      * CANCELLATION KEYED WITHOUT ONE - GATHERED WHILE THE FEED IS
      * COUNTED AT START-UP. ONLY THOSE SNAPSHOT ROWS (AND THEIR
      * VEHICLES) ARE LOADED.
       01 FEED-KEY-TABLE.
           05 FKEY-ENTRY OCCURS 1000 TIMES INDEXED BY FKEY-INDEX.
               10 FK-CONFIRM-NUM    PIC X(18).
               10 FK-CAMPGROUND     PIC X(25).
               10 FK-SITE           PIC X(3).
               10 FK-DATE           PIC X(8).

      * THE BOOKINGS THIS RUN CAN LOOK UP BY CONFIRMATION NUMBER -
      * THE SNAPSHOT ROWS TODAY'S FEED NAMES PLUS EVERY ROW THE RUN
      * WRITES. WHETHER A SITE IS FREE IS NO LONGER ANSWERED HERE
      * BUT BY THE SITE-NIGHT INVENTORY (SINV001), SO THE TABLE
      * ONLY HAS TO HOLD ONE DAY'S WORK, NOT EVERY LIVE BOOKING.
       01 OCCUPANCY-TABLE.
           05 OCC-ENTRY OCCURS 3000 TIMES
               INDEXED BY OCC-INDEX, OCC-TRIAL-INDEX.
               10 OCC-CAMPGROUND    PIC X(25).
               10 OCC-SITE          PIC X(3).
               10 OCC-START-NUM     PIC 9(8).
      * THE ROW'S TOTAL - A CARD REPLACEMENT SUMS THE ACTIVE ROWS
      * UNDER ITS CONFIRMATION NUMBER TO GET THE BOOKING TOTAL.
               10 OCC-AMT           PIC S9(5)V99.
      * THE WHOLE CAMPRES ROW AS LAST WRITTEN - A VEHICLE CHANGE
      * THAT MOVES THE EXTRA-VEHICLE FEE RE-WRITES IT AS AN
      * AMENDMENT WITH ONLY THE FEE AND TOTALS CHANGED.
               10 OCC-ROW           PIC X(228).

      * VEHICLES ON THE BOOKINGS TODAY'S FEED NAMES, NETTED TO THE
      * LATEST ROW PER CONFIRMATION NUMBER/PLATE/STATE AT L2-INIT
      * AND KEPT CURRENT AS 'V' TRANSACTIONS ARE APPLIED. VT-ACTIVE-SW
      * 'Y' MEANS THE VEHICLE IS ON THE BOOKING.
       01 VEHICLE-TABLE.
           05 VT-ENTRY OCCURS 3000 TIMES INDEXED BY VT-INDEX.
               10 VT-CONFIRM-NUM   PIC X(18).
               10 VT-PLATE         PIC X(10).
               10 VT-STATE         PIC X(2).
               10 VT-ACTIVE-SW     PIC X.

      * PAYMENTS SUMMED PER CONFIRMATION NUMBER AT L2-INIT, THE WAY
      * THE AGING REPORT (COBCMSCP11) LOADS THEM - RETENTION ('R')
               10 PT-CONFIRM-NUM   PIC X(18).
               10 PT-PAID-AMT      PIC S9(5)V99.

      * OCCUPANCY-TABLE ENTRIES A TRIAL RUN WOULD HAVE RELEASED FROM
      * THE INVENTORY - CANCELLED BOOKINGS AND THE ORIGINALS OF
      * AMENDMENTS - SO A LATER TRANSACTION ON THE FEED CAN HAVE
      * THEIR NIGHTS.
       01 RELEASE-TABLE.
           05 REL-OCC-IDX PIC 9(4) OCCURS 1000 TIMES
               INDEXED BY REL-INDEX.

      * THE MEMBERS OF THE GROUP BEING GATHERED - EACH ONE'S RAW
      * TRANSACTION PLUS THE PRICING L3-VALIDATION WORKED OUT FOR IT,
      * PARKED HERE BECAUSE VALIDATING THE NEXT MEMBER CLOBBERS THE
      * OFFICE TAKES ON ONE TAG.
       01 GROUP-TABLE.
           05 GRP-ENTRY OCCURS 8 TIMES INDEXED BY GRP-INDEX.
               10 GRP-TRAN         PIC X(162).
               10 GRP-ERR-FLAG     PIC X.
               10 GRP-CAMPGROUND   PIC X(25).
               10 GRP-SITE         PIC X(3).
               10 PRM-TBL-END      PIC 9(8).
               10 PRM-TBL-CAMPGROUND PIC X(25).

      * AGENTS FROM AGENT.DAT, LOADED AT L2-INIT - A MISSING OR
      * EMPTY FILE MEANS EVERY KEYED AGENT CODE FAILS THE EDIT.
       01 AGENT-TABLE.
           05 AGENT-ENTRY OCCURS 100 TIMES INDEXED BY AGENT-INDEX.
               10 AGT-TBL-CODE     PIC X(6).
               10 AGT-TBL-STATUS   PIC X.

      * THE ORIGINAL BOOKING'S ROW AS HELD IN OCC-ROW (VAL.CPY
      * LAYOUT) - ONLY THE AGENT IS NAMED, BECAUSE AN AMENDMENT
      * CARRIES THE ORIGINAL SALE'S AGENT OVER UNCHANGED.
       01 PRIOR-ROW.
           05 FILLER               PIC X(222).
           05 PRIOR-AGENT-CODE     PIC X(6).

      * STAY RULES FROM STAYRULE.DAT, LOADED AT L2-INIT - A MISSING
      * OR EMPTY FILE MEANS NO STAY IS RESTRICTED.
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 100 TIMES INDEXED BY RULE-INDEX.
               10 RL-CAMPGROUND     PIC X(25).
               10 RL-SITE-TYPE      PIC X.
               10 RL-EFF-START      PIC 9(8).
               10 RL-EFF-END        PIC 9(8).
               10 RL-MIN-NIGHTS     PIC 99.
               10 RL-NO-ARRIVE-DAYS.
                   15 RL-NO-ARRIVE  PIC X OCCURS 7 TIMES.
               10 RL-DESC           PIC X(30).

      * CANCELLATION RETENTION TIERS FROM CANCPOL.DAT, WITH EACH
      * TIER'S THRESHOLD ALREADY TURNED INTO AN ARRIVAL-DATE LIMIT
         05 FILLER PIC X(7) VALUE "  RUN: ".
         05 O-RUN-ID PIC 9(11).
         05 FILLER PIC X(26) VALUE SPACES.
         05 O-TITLE PIC X(28) VALUE "RESERVATIONS".
         05 FILLER PIC X(36) VALUE SPACES.
         05 FILLER PIC X(6) VALUE "PAGE: ".
         05 O-PCTR PIC X(2).
           05 O-SWAP-CONFIRM   PIC X(18).
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-SWAP-NAME      PIC X(42).
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-SWAP-NOTE      PIC X(27)   VALUE SPACES.
           05 FILLER           PIC X(24)   VALUE SPACES.

      * CONFIRMS A GROUP BOOKING ON THE ERROR/ACTIVITY REPORT - ONE
      * LINE FOR THE WHOLE PARTY, SITES AND ALL.
           05 FILLER           PIC X(6)    VALUE ' SITES'.
           05 FILLER           PIC X(89)   VALUE SPACES.

      * CONFIRMS A VEHICLE ADDED TO OR TAKEN OFF A BOOKING, WITH THE
      * EXTRA-VEHICLE FEE THE BOOKING CARRIES AFTERWARDS.
       01 O-VEHICLE-LINE.
           05 O-VEH-VERB       PIC X(18).
           05 O-VEH-CONFIRM    PIC X(18).
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-VEH-PLATE      PIC X(10).
           05 FILLER           PIC X       VALUE SPACE.
           05 O-VEH-STATE      PIC X(2).
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 FILLER           PIC X(21)   VALUE
               'EXTRA VEHICLE FEE $'.
           05 O-VEH-FEE        PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(47)   VALUE SPACES.

      * CONFIRMS AN AMENDMENT ON THE ERROR/ACTIVITY REPORT THE SAME
      * WAY O-CANCEL-LINE CONFIRMS A CANCELLATION.
       01 O-MODIFY-LINE.
           05 O-MODIFY-NAME    PIC X(42).
           05 FILLER           PIC X(55)   VALUE SPACES.

      * CONFIRMS AN "ANY AVAILABLE SITE" BOOKING ON THE ERROR/
      * ACTIVITY REPORT WITH THE SITE THE RUN ASSIGNED AND WHAT IT
      * PRICED AT, SO THE CLERK CAN TELL THE GUEST.
       01 O-ASSIGN-LINE.
           05 FILLER           PIC X(16)   VALUE 'SITE ASSIGNED - '.
           05 O-ASSIGN-CONFIRM PIC X(18).
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-ASSIGN-NAME    PIC X(42).
           05 FILLER           PIC X(6)    VALUE 'SITE '.
           05 O-ASSIGN-SITE    PIC X(3).
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 FILLER           PIC X(9)    VALUE 'CHARGED $'.
           05 O-ASSIGN-AMT     PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(23)   VALUE SPACES.

      * ON A TRIAL RUN, EACH BOOKING THE RUN WOULD HAVE MADE - THE
      * CONFIRMATION NUMBER IT WOULD HAVE GOTTEN IF NOTHING ELSE
      * BOOKS FIRST - AND A REMINDER THAT THE CARD WAS NEVER SENT
      * FOR AUTHORIZATION.
       01 O-TRIAL-LINE.
           05 FILLER           PIC X(13)   VALUE 'WOULD BOOK - '.
           05 O-TRIAL-CONFIRM  PIC X(18).
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-TRIAL-NAME     PIC X(42).
           05 FILLER           PIC X       VALUE '$'.
           05 O-TRIAL-AMT      PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 FILLER           PIC X(27)   VALUE
               'CARD NOT AUTHORIZED - TRIAL'.
           05 FILLER           PIC X(16)   VALUE SPACES.

       01 O-REC-LINE.
           05 O-REC-DUMP   PIC X(115).
           05 FILLER       PIC X(17)       VALUE SPACES.
         05 O-REJECTED-AMT     PIC ZZZ,ZZ9.99.
         05 FILLER             PIC X(80)       VALUE SPACES.

      * A TRIAL RUN'S TOTALS IN PLACE OF THE RECONCILIATION LINE -
      * ONE LINE EACH FOR WOULD BOOK, WOULD WAITLIST, AND WOULD
      * REJECT.
       01 ERR-TRIAL-LINE.
         05 O-TRIAL-LABEL      PIC X(16).
         05 O-TRIAL-CTR        PIC ZZZ,ZZ9.
         05 FILLER             PIC X(4)        VALUE "  $".
         05 O-TRIAL-TOT-AMT    PIC ZZZ,ZZ9.99.
         05 FILLER             PIC X(95)       VALUE SPACES.

       01 ERR-FULL-LINE.
         05 FILLER             PIC X(50)       VALUE
         "TABLE FULL - LATER CHANGES TO TONIGHT'S BOOKINGS M".
         05 FILLER             PIC X(50)       VALUE
         "AY HAVE GONE TO SUSPENSE - REVIEW SUSPENSE FILE   ".
         05 FILLER             PIC X(32)       VALUE SPACES.

       01 ERR-COLUMN-HEADINGS.
           05 FILLER                       PIC X(12)   VALUE 
                                                       "ERROR RECORD".

       01 ERR-REPORT-LINE.
           05 FILLER                       PIC X(60)   VALUE SPACES.
           05 O-REPORT-NAME                PIC X(12)   VALUE 
                                                       "ERROR REPORT".
           05 FILLER                       PIC X(60)   VALUE SPACES.

           05 FILLER             PIC X(25)       VALUE
           "PARAMETERS - CAMPGROUND: ".
           05 O-PRM-CAMPGROUND   PIC X(25).
           05 FILLER             PIC X(8)        VALUE "  MODE: ".
           05 O-PRM-MODE         PIC X(5).
           05 FILLER             PIC X(69)       VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.

           PERFORM L3-COUNT-INPUT.
           OPEN INPUT RESERVEMASTER.
           PERFORM L3-LOAD-HISTORY.
           ADD 1 TO C-OCC-CTR GIVING WK-TRIAL-FIRST-OCC.
           PERFORM L3-LOAD-VEHICLES.
           PERFORM L3-LOAD-RATES.
           PERFORM L3-LOAD-CANCPOL.
           PERFORM L3-OPEN-INVENTORY.
           PERFORM L3-LOAD-STAYRULES.
           PERFORM L3-LOAD-PROMOS.
           PERFORM L3-LOAD-AGENTS.
           PERFORM L3-LOAD-PAYHIST.
           PERFORM L3-LOAD-GUESTS.
           PERFORM L3-LOAD-CONFSEQ.
           PERFORM L3-CHECK-TABLE-ROOM.
      * A TRIAL RUN IS NEVER A RESTART AND NEVER A COMPLETION - IT
      * LEAVES THE CHECKPOINT AND RUN CONTROL EXACTLY AS IT FOUND
      * THEM, SO A POSTING RUN THAT CRASHED CAN STILL RESTART AND
      * TONIGHT'S POSTING RUN IS NOT REFUSED AS A DUPLICATE.
           IF TRIAL-SW NOT = 'Y'
               PERFORM L3-CHECK-RESTART
               PERFORM L3-RUN-CONTROL-START
           END-IF.
      * EVERY RUN EXTENDS THESE FILES RATHER THAN TRUNCATING THEM, NOT
      * JUST RESTARTS - CAMPRES.DAT (PRTOUT) IS THE ACCUMULATED SET OF
      * ALL CONFIRMED RESERVATIONS ACROSS RUNS, WHICH IS WHAT THE
      * (COBCMSCP05), AND THE LOOKUP UTILITY (COBCMSCP06) ALL READ.
      * A BRAND NEW SITE WITH NO EXISTING DATA FILE STILL OPENS FINE -
      * EXTEND CREATES THE FILE THE SAME WAY OUTPUT WOULD.
           IF TRIAL-SW NOT = 'Y'
               OPEN EXTEND PRTOUT
           END-IF.
      * ERROUT (ERR.PRT) IS A PAGE-NUMBERED, PER-RUN ACTIVITY/ERROR
      * REPORT WITH ITS OWN PAGE COUNTER AND GRAND-TOTALS TRAILER AND
      * NO OTHER READER, SO UNLIKE PRTOUT/CCVAULT/WAITLISTFILE IT IS
      * TRUNCATED ON AN ORDINARY RUN - ONLY A GENUINE RESTART EXTENDS
      * IT, SO THE IN-FLIGHT RUN'S REPORT PICKS UP WHERE IT LEFT OFF.
      * A TRIAL NEVER OPENS IT - ITS REPORT IS TRIAL.PRT, SO A CRASHED
      * POSTING RUN'S REPORT IS STILL WHOLE WHEN IT RESTARTS.
           IF TRIAL-SW = 'Y'
               OPEN OUTPUT TRIALOUT
           ELSE
               IF RESTART-SW = 'Y'
                   OPEN EXTEND ERROUT
               ELSE
                   OPEN OUTPUT ERROUT
               END-IF
           END-IF.
           IF TRIAL-SW NOT = 'Y'
               OPEN EXTEND CCVAULT
               OPEN EXTEND WAITLISTFILE
               OPEN EXTEND PAYFILE
               OPEN EXTEND SUSPENSE
               OPEN EXTEND VEHFILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CUR-YY TO O-CUR-YY.
           MOVE CUR-MM TO O-CUR-MM.
       L2-MAINLINE.
           MOVE ZERO TO C-VAL-ERR-CTR.
           MOVE 'N' TO WAITLISTED-SW.
           MOVE 'N' TO ANY-SITE-SW.
           IF NOT TRAN-VEHICLE
               MOVE SPACES TO WK-LAST-CONFIRM.
           PERFORM VARYING C-ERR-LOOKUP FROM 1 BY 1
               UNTIL C-ERR-LOOKUP > 5
               MOVE ZERO TO C-ERR-NUMS(C-ERR-LOOKUP)
                   END-IF
               WHEN TRAN-CARD-REPLACE
                   PERFORM L3-CARDSWAP-PROCESS
               WHEN TRAN-VEHICLE
                   PERFORM L3-VEHICLE-PROCESS
               WHEN TRAN-RESERVATION
                   IF I-SITE = SPACES
                       MOVE 'Y' TO ANY-SITE-SW
                       IF I-AMT NOT NUMERIC
                           MOVE ZERO TO I-AMT
                       END-IF
                       MOVE I-AMT TO WK-KEYED-AMT
                   END-IF
                   PERFORM L3-VALIDATION THRU L3-VALIDATION-EXIT
                   IF O-ERR = SPACES
                       PERFORM L3-CALCS
                       PERFORM L3-OUTPUT
                       IF ANY-SITE-SW = 'Y'
                           PERFORM L3-ASSIGN-OUTPUT
                       END-IF
                       ADD 1 TO C-ACCEPTED-CTR
                       IF I-AMT NUMERIC
                           ADD I-AMT TO C-ACCEPTED-AMT
                   PERFORM L3-INVALID-TRAN-CODE
           END-EVALUATE.
           IF C-VAL-ERR-CTR > 0 AND WAITLISTED-SW NOT = 'Y'
               IF ANY-SITE-SW = 'Y'
                   MOVE SPACES TO I-SITE
                   MOVE WK-KEYED-AMT TO I-AMT
               END-IF
               PERFORM L3-WRITE-SUSPENSE.
      * A GROUP GATHER READS ONE RECORD PAST ITS LAST MEMBER - THAT
      * RECORD IS ALREADY SITTING IN I-TRAN-REC WAITING ITS TURN, SO
      * SUPPLIED) OR BY CAMPGROUND/SITE/DATE/NAME AND REVERSES IT SO
      * THE SITE/DATE RANGE IS AVAILABLE AGAIN FOR OVERLAP CHECKING.
       L3-CANCEL-PROCESS.
           MOVE 'Y' TO FIRST-ERR-SW.
           MOVE SPACES TO O-ERR.
           PERFORM L4-OPERATOR-CHECK.
           IF C-VAL-ERR-CTR = 0
               PERFORM L4-CANCEL-SEARCH.

       L4-CANCEL-SEARCH.
           MOVE 'N' TO CANCEL-FOUND-SW.
           STRING I-LNAME DELIMITED BY " " ', '
             DELIMITED BY SIZE I-FNAME DELIMITED BY " "
                           IF WK-RETAIN-AMT > 0
                               PERFORM L4-WRITE-RETENTION-PAY
                           END-IF
                           MOVE OCC-CONFIRM-NUM(OCC-INDEX) TO
                               WK-CHGJ-CONFIRM
                           MOVE 'CANCELLED' TO WK-CHGJ-ACTION
                           PERFORM L4-JOURNAL
                           PERFORM L4-INV-RELEASE-OCC
                       END-IF
                   END-IF
               END-PERFORM.
               PERFORM L4-ERROR.

       L4-CANCEL-CONFIRM.
           MOVE O-CANCEL-LINE TO WK-PRINT-LINE.
           MOVE 1 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.

      * PICKS THE RETENTION TIER FOR THE BOOKING BEING CANCELLED -
      * THE FIRST TIER (MOST DAYS OUT FIRST) WHOSE ARRIVAL-DATE
           MOVE CUR-DATE-NUM TO PAY-DATE.
           MOVE WK-RETAIN-AMT TO PAY-AMT.
           MOVE 'R' TO PAY-TYPE.
           MOVE SPACES TO PAY-DRAWER.
           MOVE I-OPERATOR TO PAY-OPERATOR.
           IF TRIAL-SW NOT = 'Y'
               WRITE PAY-REC
           END-IF.

      * WRITES A CANCELLATION MARKER ROW TO CAMPRES.DAT CARRYING THE
      * SAME CONFIRMATION NUMBER AS THE RESERVATION IT CANCELS, SINCE
           MOVE SPACE TO O-STAY-UNIT.
           MOVE SPACES TO O-PROMO-CODE.
           MOVE ZERO TO O-DISC-AMT.
           MOVE ZERO TO O-PARTY-SIZE.
           MOVE SPACES TO O-AGENT-CODE.
           IF TRIAL-SW NOT = 'Y'
               WRITE VAL-REC
           END-IF.

      * LOCATES THE ACTIVE BOOKING BY CONFIRMATION NUMBER, FREES ITS
      * SITE/DATE RANGE, RE-EDITS THE NEW SITE/DATES/AMOUNT THROUGH
           END-IF.
           MOVE C-AMT TO O-SITE-CHG.
           MOVE C-TAX-AMT TO O-TAX-AMT.
           ADD C-RES-FEE C-VEH-FEE-AMT GIVING O-FEE-AMT.
           MOVE I-STAY-UNIT TO O-STAY-UNIT.
           MOVE I-PROMO-CODE TO O-PROMO-CODE.
           MOVE C-DISC-AMT TO O-DISC-AMT.
           IF I-OCCUPANTS NUMERIC
               MOVE I-OCCUPANTS TO O-PARTY-SIZE
           ELSE
               MOVE ZERO TO O-PARTY-SIZE
           END-IF.
           MOVE OCC-ROW(WK-MODIFY-IDX) TO PRIOR-ROW.
           MOVE PRIOR-AGENT-CODE TO O-AGENT-CODE.
           IF TRIAL-SW NOT = 'Y'
               WRITE VAL-REC
           END-IF.
           MOVE O-CONFIRM-NUM TO WK-LAST-CONFIRM.
           MOVE O-CONFIRM-NUM TO O-MODIFY-CONFIRM.
           MOVE O-NAME TO O-MODIFY-NAME.
           MOVE O-MODIFY-LINE TO WK-PRINT-LINE.
           MOVE 1 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.
           MOVE O-CONFIRM-NUM TO WK-CHGJ-CONFIRM.
           MOVE SPACES TO WK-CHGJ-ACTION.
           STRING 'AMENDED ' O-AMEND-SEQ ' SITE ' I-SITE ' ARR '
               I-DATE DELIMITED BY SIZE INTO WK-CHGJ-ACTION.
           PERFORM L4-JOURNAL.
      * THE ORIGINAL'S NIGHTS GO BACK BEFORE THE NEW RANGE IS TAKEN -
      * THE TWO USUALLY SHARE NIGHTS.
           SET OCC-INDEX TO WK-MODIFY-IDX.
           PERFORM L4-INV-RELEASE-OCC.
           PERFORM L4-INV-BOOK.
           IF C-OCC-CTR < 3000
               ADD 1 TO C-OCC-CTR
               SET OCC-INDEX TO C-OCC-CTR
               MOVE 'N' TO OCC-CANCEL-SW(OCC-INDEX)
               MOVE O-AMEND-SEQ TO OCC-AMEND-SEQ(OCC-INDEX)
               MOVE I-AMT TO OCC-AMT(OCC-INDEX)
               MOVE VAL-REC TO OCC-ROW(OCC-INDEX)
      * THE ORIGINAL DEPOSIT RIDES ALONG - AMENDED ROWS CARRY A
      * ZERO DEPOSIT OF THEIR OWN BUT THE GUEST'S MONEY IS STILL
      * DOWN, AND A DEPOSIT-FORFEIT CANCELLATION MUST SEE IT.
               MOVE WK-PRIOR-DEPOSIT TO OCC-DEPOSIT-AMT(OCC-INDEX)
           ELSE
               MOVE 'Y' TO TABLE-FULL-SW.

      * A GROUP MEMBER SEEN ON A FILTERED RUN - THE ERROR AND THE
      * SUSPENSE ENTRY COME FROM THE MAINLINE FOOT (C-VAL-ERR-CTR IS
                   VARYING C-GRP-IDX FROM 1 BY 1
                   UNTIL C-GRP-IDX > C-GRP-CTR
               PERFORM L4-GROUP-VAULT
               MOVE WK-GROUP-CONFIRM TO WK-LAST-CONFIRM
               MOVE WK-GROUP-CONFIRM TO O-GROUP-CONFIRM
               MOVE C-GRP-CTR TO O-GROUP-SITES
               MOVE O-GROUP-LINE TO WK-PRINT-LINE
               MOVE 1 TO C-PRINT-ADV
               PERFORM L4-PRINT-LINE
           END-IF.
      * EVERY MEMBER'S SUSPENSE ENTRY IS ALREADY WRITTEN IN HERE -
      * THE GENERIC ONE AT THE FOOT OF L2-MAINLINE MUST STAY QUIET.
           MOVE I-CCNUM TO WK-AUTH-CCNUM.
           MOVE I-CCEXP TO WK-AUTH-CCEXP.
           MOVE WK-GROUP-DEPOSIT TO WK-AUTH-AMT.
           PERFORM L4-CALL-CCAUTH.
           IF NOT AUTH-APPROVED
               MOVE 'Y' TO GROUP-ERR-SW
               MOVE 'Y' TO FIRST-ERR-SW
       L4-GROUP-ASSIGN-CONFIRM.
           SET GRP-INDEX TO 1.
           MOVE GRP-TRAN(GRP-INDEX) TO I-TRAN-REC.
           MOVE I-AGENT-CODE TO WK-GROUP-AGENT.
           EVALUATE I-CAMPGROUND
               WHEN 'BUCK CREEK'
                   MOVE 'B' TO C-CAMP-CODE
           MOVE I-STAY-UNIT TO O-STAY-UNIT.
           MOVE I-PROMO-CODE TO O-PROMO-CODE.
           MOVE GRP-DISC(GRP-INDEX) TO O-DISC-AMT.
           IF I-OCCUPANTS NUMERIC
               MOVE I-OCCUPANTS TO O-PARTY-SIZE
           ELSE
               MOVE ZERO TO O-PARTY-SIZE
           END-IF.
           MOVE WK-GROUP-AGENT TO O-AGENT-CODE.
           IF TRIAL-SW = 'Y'
               PERFORM L4-TRIAL-BOOK-LINE
           ELSE
               WRITE VAL-REC
           END-IF.
           MOVE WK-GROUP-CONFIRM TO PAY-CONFIRM-NUM.
           MOVE CUR-DATE-NUM TO PAY-DATE.
           MOVE GRP-DEPOSIT(GRP-INDEX) TO PAY-AMT.
           MOVE 'D' TO PAY-TYPE.
           MOVE SPACES TO PAY-DRAWER.
           MOVE I-OPERATOR TO PAY-OPERATOR.
           IF TRIAL-SW NOT = 'Y'
               WRITE PAY-REC
           END-IF.
           MOVE WK-GROUP-CONFIRM TO WK-CHGJ-CONFIRM.
           MOVE SPACES TO WK-CHGJ-ACTION.
           STRING 'GROUP BOOKED SITE ' I-SITE ' ARR ' I-DATE
               DELIMITED BY SIZE INTO WK-CHGJ-ACTION.
           PERFORM L4-JOURNAL.
           PERFORM L4-INV-BOOK.
           IF C-OCC-CTR < 3000
               ADD 1 TO C-OCC-CTR
               SET OCC-INDEX TO C-OCC-CTR
               MOVE 'N' TO OCC-CANCEL-SW(OCC-INDEX)
               MOVE ZERO TO OCC-AMEND-SEQ(OCC-INDEX)
               MOVE I-AMT TO OCC-AMT(OCC-INDEX)
               MOVE VAL-REC TO OCC-ROW(OCC-INDEX)
               MOVE GRP-DEPOSIT(GRP-INDEX) TO
                   OCC-DEPOSIT-AMT(OCC-INDEX)
           ELSE
               MOVE 'Y' TO TABLE-FULL-SW.

      * ONE VAULT ENTRY FOR THE WHOLE PARTY - THE CARD THE COMBINED
      * DEPOSIT WAS AUTHORIZED ON.
           MOVE WK-GROUP-CONFIRM TO VLT-CONFIRM-NUM.
           MOVE I-CCNUM TO VLT-CCNUM.
           MOVE I-CCEXP TO VLT-CCEXP.
           IF TRIAL-SW NOT = 'Y'
               WRITE CCVAULT-REC
           END-IF.

      * REPLACES THE CARD ON FILE FOR AN ACTIVE BOOKING - THE GUEST
      * WHOSE CARD EXPIRED BETWEEN BOOKING AND ARRIVAL NO LONGER
       L3-CARDSWAP-PROCESS.
           MOVE 'Y' TO FIRST-ERR-SW.
           MOVE SPACES TO O-ERR.
           PERFORM L4-OPERATOR-CHECK.
           MOVE 'N' TO SWAP-FOUND-SW.
           MOVE ZERO TO WK-SWAP-TOTAL.
           MOVE SPACES TO WK-SWAP-NAME.
               MOVE I-CCNUM TO WK-AUTH-CCNUM
               MOVE I-CCEXP TO WK-AUTH-CCEXP
               MOVE WK-SWAP-BAL TO WK-AUTH-AMT
               PERFORM L4-CALL-CCAUTH
               IF NOT AUTH-APPROVED
                   MOVE ERR-MSG(28) TO O-ERR
                   PERFORM L4-ERROR
               END-IF
           END-IF.
           MOVE SPACES TO O-SWAP-NOTE.
           IF TRIAL-SW = 'Y' AND WK-SWAP-BAL > 0
               MOVE 'CARD NOT AUTHORIZED - TRIAL' TO O-SWAP-NOTE.
           IF C-VAL-ERR-CTR = 0
               MOVE I-CONFIRM-NUM TO VLT-CONFIRM-NUM
               MOVE I-CCNUM TO VLT-CCNUM
               MOVE I-CCEXP TO VLT-CCEXP
               IF TRIAL-SW NOT = 'Y'
                   WRITE CCVAULT-REC
               END-IF
               MOVE I-CONFIRM-NUM TO O-SWAP-CONFIRM
               MOVE WK-SWAP-NAME TO O-SWAP-NAME
               MOVE O-CARDSWAP-LINE TO WK-PRINT-LINE
               MOVE 1 TO C-PRINT-ADV
               PERFORM L4-PRINT-LINE
               MOVE I-CONFIRM-NUM TO WK-CHGJ-CONFIRM
               MOVE 'CARD ON FILE REPLACED' TO WK-CHGJ-ACTION
               PERFORM L4-JOURNAL
           END-IF.

       L4-SUM-PAID.
               END-IF
           END-PERFORM.

      * ADDS OR REMOVES A VEHICLE ON AN ACTIVE BOOKING - THE ONE
      * I-CONFIRM-NUM NAMES, OR WHEN THAT IS BLANK THE ONE THE
      * TRANSACTION JUST AHEAD OF IT BOOKED. THE VEHICLE GOES ON
      * VEHICLE.DAT, AND WHEN THE CHANGE MOVES THE BOOKING ABOVE OR
      * BELOW THE VEHICLES ITS SITE INCLUDES, THE ROW IS RE-WRITTEN
      * AS AN AMENDMENT WITH THE EXTRA-VEHICLE FEE ADJUSTED. A GROUP
      * IS ALLOWED THE INCLUDED VEHICLES FOR EVERY SITE IT HOLDS BUT
      * NO EXTRAS - A FEE SPREAD ACROSS MEMBER ROWS WOULD SUPERSEDE
      * THE OTHER MEMBERS UNDER THE KEEP-HIGHEST-SEQUENCE NETTING,
      * THE SAME REASON A GROUP CANNOT TAKE AN 'M'. A FAILED CHANGE
      * LANDS IN SUSPENSE LIKE ANY OTHER REJECT.
       L3-VEHICLE-PROCESS.
           MOVE 'Y' TO FIRST-ERR-SW.
           MOVE SPACES TO O-ERR.
           PERFORM L4-OPERATOR-CHECK.
           IF I-CONFIRM-NUM = SPACES
               MOVE WK-LAST-CONFIRM TO WK-VEH-CONFIRM
           ELSE
               MOVE I-CONFIRM-NUM TO WK-VEH-CONFIRM.
           MOVE ZERO TO C-VEH-ROWS.
           IF WK-VEH-CONFIRM NOT = SPACES AND C-OCC-CTR NOT = 0
               PERFORM VARYING OCC-INDEX FROM 1 BY 1
                   UNTIL OCC-INDEX > C-OCC-CTR
                   IF OCC-CANCEL-SW(OCC-INDEX) NOT = 'Y'
                       AND OCC-CONFIRM-NUM(OCC-INDEX) = WK-VEH-CONFIRM
                       ADD 1 TO C-VEH-ROWS
                       SET WK-VEH-OCC-IDX TO OCC-INDEX
                   END-IF
               END-PERFORM.
           IF C-VEH-ROWS = 0
               MOVE ERR-MSG(52) TO O-ERR
               PERFORM L4-ERROR.
           IF I-VEH-PLATE = SPACES OR I-VEH-STATE = SPACES
               MOVE ERR-MSG(53) TO O-ERR
               PERFORM L4-ERROR.
           IF VEH-ACTION-ADD
               IF NOT VAL-VEH-TYPE
                   MOVE ERR-MSG(54) TO O-ERR
                   PERFORM L4-ERROR
               ELSE
                   IF VEH-TYPE-NEEDS-LENGTH
                       IF I-VEH-LENGTH NOT NUMERIC
                           MOVE ERR-MSG(55) TO O-ERR
                           PERFORM L4-ERROR
                       ELSE
                           IF I-VEH-LENGTH = 0
                               MOVE ERR-MSG(55) TO O-ERR
                               PERFORM L4-ERROR
                           END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF NOT VEH-ACTION-REMOVE
                   MOVE ERR-MSG(59) TO O-ERR
                   PERFORM L4-ERROR.
           IF C-VAL-ERR-CTR = 0
               PERFORM L4-VEHICLE-EDIT.
           IF C-VAL-ERR-CTR = 0
               PERFORM L4-VEHICLE-APPLY.

      * CHECKS THE PLATE AGAINST WHAT IS ALREADY ON THE BOOKING AND
      * WORKS OUT WHAT THE CHANGE DOES TO THE EXTRA-VEHICLE FEE.
       L4-VEHICLE-EDIT.
           MOVE I-VEH-PLATE TO WK-VEH-PLATE.
           MOVE I-VEH-STATE TO WK-VEH-STATE.
           PERFORM L4-COUNT-VEHICLES.
           PERFORM L4-FIND-VEHICLE.
           MOVE ZERO TO WK-VEH-DELTA.
           MOVE ZERO TO WK-VEH-NEW-FEE.
           IF VEH-ACTION-ADD
               IF VEH-FOUND-SW = 'Y'
                   IF VT-ACTIVE-SW(VT-INDEX) = 'Y'
                       MOVE ERR-MSG(56) TO O-ERR
                       PERFORM L4-ERROR
                   END-IF
               END-IF
               ADD 1 TO C-VEH-ACTIVE GIVING C-VEH-NEW-ACTIVE
           ELSE
               IF VEH-FOUND-SW NOT = 'Y'
                   MOVE ERR-MSG(57) TO O-ERR
                   PERFORM L4-ERROR
               ELSE
                   IF VT-ACTIVE-SW(VT-INDEX) NOT = 'Y'
                       MOVE ERR-MSG(57) TO O-ERR
                       PERFORM L4-ERROR
                   END-IF
               END-IF
               IF C-VEH-ACTIVE > 0
                   SUBTRACT 1 FROM C-VEH-ACTIVE
                       GIVING C-VEH-NEW-ACTIVE
               ELSE
                   MOVE ZERO TO C-VEH-NEW-ACTIVE
               END-IF
           END-IF.
           IF C-VAL-ERR-CTR = 0
               IF C-VEH-ROWS > 1
                   MULTIPLY C-VEH-INCLUDED BY C-VEH-ROWS
                       GIVING C-VEH-LIMIT
                   IF C-VEH-NEW-ACTIVE > C-VEH-LIMIT
                       MOVE ERR-MSG(58) TO O-ERR
                       PERFORM L4-ERROR
                   END-IF
               ELSE
                   PERFORM L4-VEHICLE-REPRICE
               END-IF
           END-IF.

      * THE FEE BEFORE AND AFTER, BOTH PRICED OFF THE BOOKING'S OWN
      * ROW - ITS LENGTH OF STAY AND WHETHER IT IS NIGHTS OR MONTHS.
       L4-VEHICLE-REPRICE.
           SET OCC-INDEX TO WK-VEH-OCC-IDX.
           MOVE OCC-ROW(OCC-INDEX) TO VAL-REC.
           MOVE ZERO TO C-VEH-EXTRA.
           IF C-VEH-ACTIVE > C-VEH-INCLUDED
               SUBTRACT C-VEH-INCLUDED FROM C-VEH-ACTIVE
                   GIVING C-VEH-EXTRA.
           PERFORM L4-VEH-ROW-FEE.
           MOVE C-VEH-FEE-AMT TO WK-VEH-OLD-FEE.
           MOVE ZERO TO C-VEH-EXTRA.
           IF C-VEH-NEW-ACTIVE > C-VEH-INCLUDED
               SUBTRACT C-VEH-INCLUDED FROM C-VEH-NEW-ACTIVE
                   GIVING C-VEH-EXTRA.
           PERFORM L4-VEH-ROW-FEE.
           MOVE C-VEH-FEE-AMT TO WK-VEH-NEW-FEE.
           SUBTRACT WK-VEH-OLD-FEE FROM WK-VEH-NEW-FEE
               GIVING WK-VEH-DELTA.
      * THE FEE CHANGE IS AN AMENDMENT, SO IT HITS THE SAME
      * SINGLE-DIGIT SEQUENCE LIMIT AN 'M' DOES.
           IF WK-VEH-DELTA NOT = 0
               AND OCC-AMEND-SEQ(OCC-INDEX) >= 9
               MOVE ERR-MSG(41) TO O-ERR
               PERFORM L4-ERROR.

       L4-VEH-ROW-FEE.
           MOVE ZERO TO C-VEH-FEE-AMT.
           IF C-VEH-EXTRA > 0 AND O-LEN-STAY NUMERIC
               IF O-STAY-UNIT = 'M'
                   COMPUTE C-VEH-FEE-AMT = C-VEH-EXTRA * O-LEN-STAY
                       * C-VEH-FEE-MONTH
               ELSE
                   COMPUTE C-VEH-FEE-AMT = C-VEH-EXTRA * O-LEN-STAY
                       * C-VEH-FEE-NIGHT
               END-IF
           END-IF.

       L4-VEHICLE-APPLY.
           IF VEH-FOUND-SW NOT = 'Y' AND C-VEH-CTR < 3000
               ADD 1 TO C-VEH-CTR
               SET VT-INDEX TO C-VEH-CTR
               MOVE WK-VEH-CONFIRM TO VT-CONFIRM-NUM(VT-INDEX)
               MOVE I-VEH-PLATE TO VT-PLATE(VT-INDEX)
               MOVE I-VEH-STATE TO VT-STATE(VT-INDEX)
               MOVE 'Y' TO VEH-FOUND-SW
           END-IF.
           IF VEH-FOUND-SW NOT = 'Y'
               MOVE 'Y' TO TABLE-FULL-SW
           END-IF.
           MOVE WK-VEH-CONFIRM TO VEH-CONFIRM-NUM.
           MOVE I-VEH-PLATE TO VEH-PLATE.
           MOVE I-VEH-STATE TO VEH-STATE.
           MOVE I-VEH-TYPE TO VEH-TYPE.
           IF I-VEH-LENGTH NUMERIC
               MOVE I-VEH-LENGTH TO VEH-LENGTH
           ELSE
               MOVE ZERO TO VEH-LENGTH
           END-IF.
           MOVE CUR-DATE-NUM TO VEH-DATE.
           MOVE I-OPERATOR TO VEH-OPERATOR.
           MOVE WK-VEH-CONFIRM TO WK-CHGJ-CONFIRM.
           MOVE SPACES TO WK-CHGJ-ACTION.
           IF VEH-ACTION-ADD
               MOVE 'A' TO VEH-ACTION
               MOVE 'VEHICLE ADDED - ' TO O-VEH-VERB
               STRING 'VEHICLE ADDED ' I-VEH-PLATE ' ' I-VEH-STATE
                   DELIMITED BY SIZE INTO WK-CHGJ-ACTION
           ELSE
               MOVE 'D' TO VEH-ACTION
               MOVE 'VEHICLE REMOVED - ' TO O-VEH-VERB
               STRING 'VEHICLE REMOVED ' I-VEH-PLATE ' ' I-VEH-STATE
                   DELIMITED BY SIZE INTO WK-CHGJ-ACTION
           END-IF.
           IF VEH-FOUND-SW = 'Y'
               IF VEH-ADDED
                   MOVE 'Y' TO VT-ACTIVE-SW(VT-INDEX)
               ELSE
                   MOVE 'N' TO VT-ACTIVE-SW(VT-INDEX)
               END-IF
           END-IF.
           IF TRIAL-SW NOT = 'Y'
               WRITE VEH-REC
           END-IF.
           MOVE WK-VEH-CONFIRM TO O-VEH-CONFIRM.
           MOVE I-VEH-PLATE TO O-VEH-PLATE.
           MOVE I-VEH-STATE TO O-VEH-STATE.
           MOVE WK-VEH-NEW-FEE TO O-VEH-FEE.
           MOVE O-VEHICLE-LINE TO WK-PRINT-LINE.
           MOVE 1 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.
           PERFORM L4-JOURNAL.
           IF WK-VEH-DELTA NOT = 0
               PERFORM L4-VEHICLE-AMEND.

      * RE-WRITES THE BOOKING'S ROW UNDER THE NEXT SEQUENCE WITH THE
      * FEE AND TOTAL MOVED BY THE CHANGE - EVERYTHING ELSE AS IT
      * STOOD. LIKE ANY AMENDED ROW IT CARRIES NO DEPOSIT OF ITS OWN
      * AND THE ORIGINAL DEPOSIT RIDES ALONG IN THE OCCUPANCY TABLE.
      * THE STAY'S NIGHTS DO NOT MOVE, SO THE INVENTORY IS UNTOUCHED.
       L4-VEHICLE-AMEND.
           SET OCC-INDEX TO WK-VEH-OCC-IDX.
           MOVE OCC-ROW(OCC-INDEX) TO VAL-REC.
           MOVE OCC-DEPOSIT-AMT(OCC-INDEX) TO WK-PRIOR-DEPOSIT.
           MOVE 'Y' TO OCC-CANCEL-SW(OCC-INDEX).
           ADD WK-VEH-DELTA TO O-FEE-AMT.
           ADD WK-VEH-DELTA TO O-AMT.
           ADD 1 TO O-AMEND-SEQ.
           MOVE ZERO TO O-DEPOSIT-AMT.
           MOVE O-AMT TO O-BALANCE-DUE.
           IF TRIAL-SW NOT = 'Y'
               WRITE VAL-REC
           END-IF.
           ADD 1 TO C-ACCEPTED-CTR.
           ADD O-AMT TO C-ACCEPTED-AMT.
           MOVE O-CONFIRM-NUM TO WK-CHGJ-CONFIRM.
           MOVE SPACES TO WK-CHGJ-ACTION.
           STRING 'AMENDED ' O-AMEND-SEQ ' VEHICLE FEE'
               DELIMITED BY SIZE INTO WK-CHGJ-ACTION.
           PERFORM L4-JOURNAL.
           IF C-OCC-CTR < 3000
               ADD 1 TO C-OCC-CTR
               SET OCC-INDEX TO C-OCC-CTR
               MOVE O-CAMPGROUND TO OCC-CAMPGROUND(OCC-INDEX)
               MOVE O-SITE TO OCC-SITE(OCC-INDEX)
               MOVE O-DATE TO OCC-START-NUM(OCC-INDEX)
               MOVE O-END-DATE TO OCC-END-NUM(OCC-INDEX)
               MOVE O-CONFIRM-NUM TO OCC-CONFIRM-NUM(OCC-INDEX)
               MOVE O-NAME TO OCC-NAME(OCC-INDEX)
               MOVE 'N' TO OCC-CANCEL-SW(OCC-INDEX)
               MOVE O-AMEND-SEQ TO OCC-AMEND-SEQ(OCC-INDEX)
               MOVE O-AMT TO OCC-AMT(OCC-INDEX)
               MOVE WK-PRIOR-DEPOSIT TO OCC-DEPOSIT-AMT(OCC-INDEX)
               MOVE VAL-REC TO OCC-ROW(OCC-INDEX)
           ELSE
               MOVE 'Y' TO TABLE-FULL-SW.

      * LEAVES VT-INDEX ON THE ENTRY FOR WK-VEH-CONFIRM/PLATE/STATE,
      * ACTIVE OR NOT, WITH VEH-FOUND-SW SAYING WHETHER THERE IS ONE.
       L4-FIND-VEHICLE.
           MOVE 'N' TO VEH-FOUND-SW.
           IF C-VEH-CTR NOT = 0
               SET VT-INDEX TO 1
               SEARCH VT-ENTRY
                   AT END
                       MOVE 'N' TO VEH-FOUND-SW
                   WHEN VT-INDEX > C-VEH-CTR
                       MOVE 'N' TO VEH-FOUND-SW
                   WHEN VT-CONFIRM-NUM(VT-INDEX) = WK-VEH-CONFIRM
                       AND VT-PLATE(VT-INDEX) = WK-VEH-PLATE
                       AND VT-STATE(VT-INDEX) = WK-VEH-STATE
                       MOVE 'Y' TO VEH-FOUND-SW
               END-SEARCH.

       L4-COUNT-VEHICLES.
           MOVE ZERO TO C-VEH-ACTIVE.
           PERFORM VARYING VT-INDEX FROM 1 BY 1
               UNTIL VT-INDEX > C-VEH-CTR
               IF VT-CONFIRM-NUM(VT-INDEX) = WK-VEH-CONFIRM
                   AND VT-ACTIVE-SW(VT-INDEX) = 'Y'
                   ADD 1 TO C-VEH-ACTIVE
               END-IF
           END-PERFORM.

      * I-TRAN-CODE IS NEITHER 'R' NOR 'C' - LOG IT AND MOVE ON
      * INSTEAD OF LETTING A GARBLED CODE FALL THROUGH AS A
      * RESERVATION BY DEFAULT.
           MOVE SPACES TO O-ERR
           MOVE ZERO TO C-VAL-ERR-CTR
           MOVE 'N' TO OVERLAP-SW
           PERFORM L4-OPERATOR-CHECK.
           IF NOT VAL-CAMP
               MOVE ERR-MSG(1) TO O-ERR
               PERFORM L4-ERROR
               IF I-SITE-L NOT ALPHABETIC
                   MOVE ERR-MSG(2) TO O-ERR
                   PERFORM L4-ERROR.
      * A BLANK SITE ON AN 'R' IS AN "ANY AVAILABLE SITE" REQUEST -
      * THERE IS NO SITE TO EDIT UNTIL L4-ASSIGN-SITE PICKS ONE.
           IF ANY-SITE-SW NOT = 'Y'
               IF I-SITE-N NOT NUMERIC
                   MOVE ERR-MSG(3) TO O-ERR
                   PERFORM L4-ERROR
               ELSE
                   IF I-SITE-N <= 0
                       MOVE ERR-MSG(4) TO O-ERR
                       PERFORM L4-ERROR.
      * MOVES RESERVATION DATE TO WORK DATE AND VALIDATES
               MOVE I-DATE TO WK-DATE
           MOVE 'R' TO C-DATE-TYPE.
      * ACCEPTED, THIS RUN AND IN PRIOR CAMPRES.DAT RUNS
           IF WK-DATE-NUMERIC-SW = 'Y' AND I-LEN-STAY NUMERIC
               PERFORM L4-CALC-END-DATE THRU L4-CALC-END-DATE-EXIT
               IF ANY-SITE-SW = 'Y'
                   PERFORM L4-ASSIGN-SITE THRU L4-ASSIGN-SITE-EXIT
               END-IF
               IF I-SITE NOT = SPACES
                   PERFORM L4-OVERLAP-CHECK
                   PERFORM L4-BLOCK-CHECK
               END-IF
               PERFORM L4-STAY-RULE-CHECK.
           IF I-FNAME = SPACES
               MOVE ERR-MSG(14) TO O-ERR
               PERFORM L4-ERROR.
               IF GUEST-FOUND-SW NOT = 'Y'
                   MOVE ERR-MSG(36) TO O-ERR
                   PERFORM L4-ERROR.
      * AN AMENDMENT KEEPS THE ORIGINAL BOOKING'S AGENT, SO ONLY A
      * NEW SALE HAS ITS AGENT EDITED.
           IF MODIFY-MODE-SW NOT = 'Y'
               PERFORM L4-AGENT-CHECK.
           IF I-AMT NOT NUMERIC
               MOVE ERR-MSG(16) TO O-ERR
               PERFORM L4-ERROR
                               ELSE
                                   PERFORM L4-PROMO-DISCOUNT
                                   PERFORM L4-TAX-AND-FEES
                                   IF ANY-SITE-SW = 'Y'
                                       MOVE C-TOTAL-AMT TO I-AMT
                                   END-IF
                                   IF I-AMT NOT EQUAL C-TOTAL-AMT
                                       MOVE ERR-MSG(17) TO O-ERR
                                       PERFORM L4-ERROR
           MOVE I-STAY-UNIT TO O-STAY-UNIT.
           MOVE I-PROMO-CODE TO O-PROMO-CODE.
           MOVE C-DISC-AMT TO O-DISC-AMT.
           IF I-OCCUPANTS NUMERIC
               MOVE I-OCCUPANTS TO O-PARTY-SIZE
           ELSE
               MOVE ZERO TO O-PARTY-SIZE
           END-IF.
           MOVE I-AGENT-CODE TO O-AGENT-CODE.
           IF TRIAL-SW = 'Y'
               PERFORM L4-TRIAL-BOOK-LINE
           ELSE
               WRITE VAL-REC
           END-IF.
           MOVE O-CONFIRM-NUM TO WK-LAST-CONFIRM.
           MOVE O-CONFIRM-NUM TO PAY-CONFIRM-NUM.
           MOVE CUR-DATE-NUM TO PAY-DATE.
           MOVE C-DEPOSIT-AMT TO PAY-AMT.
           MOVE 'D' TO PAY-TYPE.
           MOVE SPACES TO PAY-DRAWER.
           MOVE I-OPERATOR TO PAY-OPERATOR.
           IF TRIAL-SW NOT = 'Y'
               WRITE PAY-REC
           END-IF.
           MOVE O-CONFIRM-NUM TO WK-CHGJ-CONFIRM.
           MOVE SPACES TO WK-CHGJ-ACTION.
           STRING 'BOOKED SITE ' I-SITE ' ARR ' I-DATE
               DELIMITED BY SIZE INTO WK-CHGJ-ACTION.
           PERFORM L4-JOURNAL.
           PERFORM L4-INV-BOOK.

           MOVE O-CONFIRM-NUM TO VLT-CONFIRM-NUM.
           MOVE I-CCNUM TO VLT-CCNUM.
           MOVE I-CCEXP TO VLT-CCEXP.
           IF TRIAL-SW NOT = 'Y'
               WRITE CCVAULT-REC
           END-IF.
           IF C-OCC-CTR < 3000
               ADD 1 TO C-OCC-CTR
               SET OCC-INDEX TO C-OCC-CTR
               MOVE 'N' TO OCC-CANCEL-SW(OCC-INDEX)
               MOVE ZERO TO OCC-AMEND-SEQ(OCC-INDEX)
               MOVE C-DEPOSIT-AMT TO OCC-DEPOSIT-AMT(OCC-INDEX)
               MOVE I-AMT TO OCC-AMT(OCC-INDEX)
               MOVE VAL-REC TO OCC-ROW(OCC-INDEX)
           ELSE
               MOVE 'Y' TO TABLE-FULL-SW.

       L3-ASSIGN-OUTPUT.
           MOVE O-CONFIRM-NUM TO O-ASSIGN-CONFIRM.
           MOVE O-NAME TO O-ASSIGN-NAME.
           MOVE I-SITE TO O-ASSIGN-SITE.
           MOVE I-AMT TO O-ASSIGN-AMT.
           MOVE O-ASSIGN-LINE TO WK-PRINT-LINE.
           MOVE 1 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.

      * ASKS THE SITE-NIGHT INVENTORY ABOUT EVERY NIGHT OF THE STAY,
      * ARRIVAL THROUGH DEPARTURE. AN AMENDMENT PASSES ITS OWN
      * CONFIRMATION NUMBER SO THE NIGHTS THE ORIGINAL STILL HOLDS
      * DO NOT COUNT AGAINST IT.
       L4-OVERLAP-CHECK.
           MOVE 'N' TO OVERLAP-SW.
           MOVE 'Q' TO WK-SINV-OP.
           MOVE I-CAMPGROUND TO WK-SINV-CAMPGROUND.
           MOVE I-SITE TO WK-SINV-SITE.
           MOVE WK-DATE-NUM TO WK-SINV-START.
           MOVE C-END-DATE-NUM TO WK-SINV-END.
           IF MODIFY-MODE-SW = 'Y'
               MOVE I-CONFIRM-NUM TO WK-SINV-CONFIRM
           ELSE
               MOVE SPACES TO WK-SINV-CONFIRM
           END-IF.
           PERFORM L4-CALL-SINV.
           IF WK-SINV-RESP = 'B' OR 'X'
               MOVE 'Y' TO OVERLAP-SW.
           IF OVERLAP-SW = 'Y'
               MOVE ERR-MSG(27) TO O-ERR
               PERFORM L4-ERROR.
      * A MAINTENANCE OR CLOSURE BLOCK (SITEBLK.DAT) HOLDS THE RANGE
      * THE SAME WAY A BOOKING WOULD - BUT IT RAISES ITS OWN MESSAGE
      * AND NEVER WAITLISTS THE GUEST (THE WAITLIST GATE KEYS ON
      * OVERLAP-SW ALONE): A TORN-UP SITE IS NOT A CALLBACK. RUNS
      * STRAIGHT AFTER L4-OVERLAP-CHECK AND READS THE ANSWER THE
      * INVENTORY GAVE IT.
       L4-BLOCK-CHECK.
           MOVE 'N' TO BLOCKED-SW.
           IF WK-SINV-RESP = 'K' OR 'X'
               MOVE 'Y' TO BLOCKED-SW.
           IF BLOCKED-SW = 'Y'
               MOVE ERR-MSG(44) TO O-ERR
               PERFORM L4-ERROR.

      * A STAY RULE (STAYRULE.DAT) FOR THE CAMPGROUND - AND FOR THE
      * SITE'S TYPE, WHEN THE RULE NAMES ONE - REJECTS A DAILY STAY
      * SHORTER THAN THE RULE'S MINIMUM THAT TOUCHES ANY NIGHT OF
      * THE RULE'S RANGE, OR AN ARRIVAL ON A CLOSED DAY WHILE THE
      * ARRIVAL DATE IS IN THE RANGE. THE RULE'S DESCRIPTION RIDES
      * ON THE ERROR LINE AFTER THE MESSAGE SO THE OFFICE CAN TELL
      * THE GUEST WHICH RULE IT WAS. LIKE A BLOCK, A RULE REJECT
      * NEVER WAITLISTS THE GUEST.
       L4-STAY-RULE-CHECK.
           MOVE 'N' TO RULE-BROKEN-SW.
           MOVE SPACE TO WK-RULE-SITE-TYPE.
           PERFORM VARYING SITE-INDEX FROM 1 BY 1
               UNTIL SITE-INDEX > C-SITE-CTR
                   OR WK-RULE-SITE-TYPE NOT = SPACE
               IF I-CAMPGROUND = TBL-CAMPGROUND(SITE-INDEX)
                   AND I-SITE = TBL-SITE(SITE-INDEX)
                   MOVE TBL-SITE-TYPE(SITE-INDEX) TO WK-RULE-SITE-TYPE
               END-IF
           END-PERFORM.
           IF WK-RULE-SITE-TYPE = SPACE
               MOVE I-SITE-TYPE TO WK-RULE-SITE-TYPE.
           MOVE WK-DATE-NUM TO WK-NIGHT-NUM.
           PERFORM L4-DAY-OF-WEEK.
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX > C-RULE-CTR
                   OR RULE-BROKEN-SW = 'Y'
               IF I-CAMPGROUND = RL-CAMPGROUND(RULE-INDEX)
                   AND (RL-SITE-TYPE(RULE-INDEX) = SPACE
                       OR RL-SITE-TYPE(RULE-INDEX) = WK-RULE-SITE-TYPE)
                   IF STAY-DAYS
                       AND I-LEN-STAY < RL-MIN-NIGHTS(RULE-INDEX)
                       AND WK-DATE-NUM <= RL-EFF-END(RULE-INDEX)
                       AND C-END-DATE-NUM > RL-EFF-START(RULE-INDEX)
                       MOVE 'Y' TO RULE-BROKEN-SW
                   END-IF
                   IF WK-DATE-NUM >= RL-EFF-START(RULE-INDEX)
                       AND WK-DATE-NUM <= RL-EFF-END(RULE-INDEX)
                       AND RL-NO-ARRIVE(RULE-INDEX, C-DOW + 1) = 'X'
                       MOVE 'Y' TO RULE-BROKEN-SW
                   END-IF
                   IF RULE-BROKEN-SW = 'Y'
                       MOVE RL-DESC(RULE-INDEX) TO WK-RULE-DESC
                   END-IF
               END-IF
           END-PERFORM.
           IF RULE-BROKEN-SW = 'Y'
               MOVE ERR-MSG(48) TO O-ERR
               MOVE WK-RULE-DESC TO O-ERR(42:30)
               PERFORM L4-ERROR.

      * PICKS THE SITE FOR AN "ANY AVAILABLE SITE" REQUEST: EVERY
      * SITE AT THE CAMPGROUND OF THE REQUESTED TYPE, BIG ENOUGH FOR
      * THE PARTY, WITH A RATE IN EFFECT ON THE ARRIVAL DATE, AND
      * FREE OF BOOKINGS AND BLOCKS OVER THE WHOLE STAY (THE SAME
      * INVENTORY QUESTION L4-OVERLAP-CHECK ASKS) IS A CANDIDATE.
      * THE ONE LEAVING THE FEWEST UNSELLABLE NIGHTS WINS (SEE
      * C-ORPHAN-MAX). WITH NO CANDIDATE THE REQUEST FAILS WITH
      * ERR-MSG 49 AND OVERLAP-SW SET, SO A REQUEST WITH NOTHING
      * ELSE WRONG GOES ON THE WAITLIST AS "ANY SITE" JUST AS A
      * FULL NAMED SITE WOULD.
       L4-ASSIGN-SITE.
           IF I-OCCUPANTS NOT NUMERIC
               MOVE ERR-MSG(32) TO O-ERR
               PERFORM L4-ERROR
               MOVE 'Y' TO AMT-SW
               GO TO L4-ASSIGN-SITE-EXIT.
           IF NOT VAL-SITE-TYPE
               MOVE ERR-MSG(33) TO O-ERR
               PERFORM L4-ERROR
               MOVE 'Y' TO AMT-SW
               GO TO L4-ASSIGN-SITE-EXIT.
           MOVE SPACES TO WK-BEST-SITE.
           MOVE 99 TO C-BEST-SCORE.
           PERFORM VARYING SITE-INDEX FROM 1 BY 1
               UNTIL SITE-INDEX > C-SITE-CTR
               IF I-CAMPGROUND = TBL-CAMPGROUND(SITE-INDEX)
                   AND I-SITE-TYPE = TBL-SITE-TYPE(SITE-INDEX)
                   AND I-OCCUPANTS <= TBL-CAPACITY(SITE-INDEX)
                   AND WK-DATE-NUM >= TBL-EFF-START(SITE-INDEX)
                   AND WK-DATE-NUM <= TBL-EFF-END(SITE-INDEX)
                   MOVE TBL-SITE(SITE-INDEX) TO WK-CAND-SITE
                   PERFORM L4-SCORE-CANDIDATE
               END-IF
           END-PERFORM.
           IF WK-BEST-SITE NOT = SPACES
               MOVE WK-BEST-SITE TO I-SITE
           ELSE
               MOVE ERR-MSG(49) TO O-ERR
               PERFORM L4-ERROR
               MOVE 'Y' TO OVERLAP-SW
               MOVE 'Y' TO AMT-SW.

       L4-ASSIGN-SITE-EXIT.
           EXIT.

       L4-SCORE-CANDIDATE.
           MOVE 'Q' TO WK-SINV-OP.
           MOVE I-CAMPGROUND TO WK-SINV-CAMPGROUND.
           MOVE WK-CAND-SITE TO WK-SINV-SITE.
           MOVE WK-DATE-NUM TO WK-SINV-START.
           MOVE C-END-DATE-NUM TO WK-SINV-END.
           MOVE SPACES TO WK-SINV-CONFIRM.
           PERFORM L4-CALL-SINV.
           IF WK-SINV-RESP = 'F'
               MOVE 'Y' TO CAND-FREE-SW
           ELSE
               MOVE 'N' TO CAND-FREE-SW
           END-IF.
           IF CAND-FREE-SW = 'Y'
               MOVE 'B' TO GAP-DIR-SW
               MOVE WK-DATE-NUM TO WK-NIGHT-NUM
               PERFORM L4-MEASURE-GAP
               MOVE C-GAP TO C-CAND-SCORE
               MOVE 'A' TO GAP-DIR-SW
               MOVE C-END-DATE-NUM TO WK-NIGHT-NUM
               PERFORM L4-MEASURE-GAP
               ADD C-GAP TO C-CAND-SCORE
               IF C-CAND-SCORE < C-BEST-SCORE
                   MOVE C-CAND-SCORE TO C-BEST-SCORE
                   MOVE WK-CAND-SITE TO WK-BEST-SITE
               END-IF
           END-IF.

      * FREE NIGHTS BETWEEN THE STAY AND THE NEAREST BOOKING OR
      * BLOCK ON ONE SIDE - COUNTED AS UNSELLABLE ONLY WHEN THERE ARE
      * C-ORPHAN-MAX OR FEWER OF THEM; A WIDER GAP IS STILL
      * SELLABLE AND SCORES ZERO.
       L4-MEASURE-GAP.
           MOVE ZERO TO C-GAP.
           MOVE 'N' TO GAP-DONE-SW.
           PERFORM L4-GAP-STEP
               UNTIL GAP-DONE-SW = 'Y'.

       L4-GAP-STEP.
           IF GAP-DIR-SW = 'A'
               PERFORM L4-NEXT-NIGHT
           ELSE
               PERFORM L4-PRIOR-NIGHT
           END-IF.
           PERFORM L4-PROBE-NIGHT.
           IF PROBE-BUSY-SW = 'Y'
               MOVE 'Y' TO GAP-DONE-SW
           ELSE
               ADD 1 TO C-GAP
               IF C-GAP > C-ORPHAN-MAX
                   MOVE ZERO TO C-GAP
                   MOVE 'Y' TO GAP-DONE-SW
               END-IF
           END-IF.

       L4-PROBE-NIGHT.
           MOVE 'Q' TO WK-SINV-OP.
           MOVE I-CAMPGROUND TO WK-SINV-CAMPGROUND.
           MOVE WK-CAND-SITE TO WK-SINV-SITE.
           MOVE WK-NIGHT-NUM TO WK-SINV-START.
           MOVE WK-NIGHT-NUM TO WK-SINV-END.
           MOVE SPACES TO WK-SINV-CONFIRM.
           PERFORM L4-CALL-SINV.
           IF WK-SINV-RESP = 'F'
               MOVE 'N' TO PROBE-BUSY-SW
           ELSE
               MOVE 'Y' TO PROBE-BUSY-SW
           END-IF.

      * EVERY SITE-NIGHT INVENTORY REQUEST GOES THROUGH HERE. THE
      * RANGE IS ALWAYS ARRIVAL THROUGH DEPARTURE, THE SAME NIGHTS
      * THE OVERLAP CHECK TESTS.
      * A TRIAL RUN BOOKS AND RELEASES NOTHING ON THE INVENTORY, SO
      * ITS ANSWERS ARE CORRECTED FOR WHAT THE FEED HAS ALREADY DONE
      * (SEE L4-TRIAL-QUERY-ADJUST).
       L4-CALL-SINV.
           CALL 'SINV001' USING WK-SINV-OP, WK-RUNCTL-PROGRAM,
               WK-SINV-CAMPGROUND, WK-SINV-SITE, WK-SINV-START,
               WK-SINV-END, WK-SINV-CONFIRM, WK-SINV-RESP.
           IF TRIAL-SW = 'Y' AND WK-SINV-OP = 'Q'
               PERFORM L4-TRIAL-QUERY-ADJUST
           END-IF.

       L4-INV-BOOK.
           IF TRIAL-SW NOT = 'Y'
               MOVE 'B' TO WK-SINV-OP
               MOVE I-CAMPGROUND TO WK-SINV-CAMPGROUND
               MOVE I-SITE TO WK-SINV-SITE
               MOVE I-DATE-NUM TO WK-SINV-START
               MOVE C-END-DATE-NUM TO WK-SINV-END
               MOVE O-CONFIRM-NUM TO WK-SINV-CONFIRM
               PERFORM L4-CALL-SINV
               IF WK-SINV-RESP NOT = 'G'
                   DISPLAY 'COBCMSCP01 INVENTORY NOT UPDATED FOR '
                       O-CONFIRM-NUM ' - RUN COBCMSCP34'
               END-IF
           END-IF.

      * A TRIAL RUN ONLY NOTES WHICH BOOKING THE FEED RELEASED, SO
      * LATER QUERIES CAN TREAT ITS NIGHTS AS FREE.
       L4-INV-RELEASE-OCC.
           IF TRIAL-SW = 'Y'
               IF C-REL-CTR < 1000
                   ADD 1 TO C-REL-CTR
                   SET REL-INDEX TO C-REL-CTR
                   SET REL-OCC-IDX(REL-INDEX) TO OCC-INDEX
               END-IF
           ELSE
               MOVE 'R' TO WK-SINV-OP
               MOVE OCC-CAMPGROUND(OCC-INDEX) TO WK-SINV-CAMPGROUND
               MOVE OCC-SITE(OCC-INDEX) TO WK-SINV-SITE
               MOVE OCC-START-NUM(OCC-INDEX) TO WK-SINV-START
               MOVE OCC-END-NUM(OCC-INDEX) TO WK-SINV-END
               MOVE OCC-CONFIRM-NUM(OCC-INDEX) TO WK-SINV-CONFIRM
               PERFORM L4-CALL-SINV
           END-IF.

      * THE INVENTORY STILL HOLDS WHAT THE FEED CANCELLED OR MOVED
      * AND DOES NOT YET HOLD WHAT IT BOOKED. A BUSY ANSWER IS
      * PROVED NIGHT BY NIGHT (L4-TRIAL-PROBE-RANGE), AND A FREE
      * ANSWER IS CHECKED AGAINST THE BOOKINGS THIS RUN HAS MADE SO
      * FAR.
       L4-TRIAL-QUERY-ADJUST.
           IF (WK-SINV-RESP = 'B' OR 'X')
               AND C-REL-CTR > 0
               PERFORM L4-TRIAL-PROBE-RANGE
           END-IF.
           IF WK-SINV-RESP = 'F' OR 'K'
               MOVE 'N' TO TRIAL-BUSY-SW
               PERFORM L4-TRIAL-CHECK-BOOKED
                   VARYING OCC-TRIAL-INDEX FROM WK-TRIAL-FIRST-OCC
                   BY 1 UNTIL OCC-TRIAL-INDEX > C-OCC-CTR
                   OR TRIAL-BUSY-SW = 'Y'
               IF TRIAL-BUSY-SW = 'Y'
                   IF WK-SINV-RESP = 'F'
                       MOVE 'B' TO WK-SINV-RESP
                   ELSE
                       MOVE 'X' TO WK-SINV-RESP
                   END-IF
               END-IF
           END-IF.

      * EACH NIGHT OF THE RANGE IS ASKED ON ITS OWN, STILL ON
      * BEHALF OF THE CALLER'S CONFIRMATION. A NIGHT THAT COMES BACK
      * BOOKED IS FREE AFTER ALL WHEN ONE OF THE BOOKINGS THE FEED
      * RELEASED IS WHAT HOLDS IT - SO A STAY ACROSS TWO RELEASED
      * BOOKINGS, OR AN AMENDMENT OVER ITS OWN NIGHTS AND A
      * RELEASED BOOKING'S, READS FREE AS IT WILL WHEN POSTED. A
      * BLOCK IS NEVER RELEASED BY THE FEED, SO AN 'X' ANSWER THAT
      * CLEARS BECOMES 'K'. THE CALLER'S REQUEST FIELDS AND THE
      * NIGHT WALKER (WK-NIGHT, WHICH THE SITE ASSIGNMENT GAP
      * MEASURE MAY BE USING) ARE PUT BACK AS THEY WERE.
       L4-TRIAL-PROBE-RANGE.
           MOVE WK-SINV-RESP TO WK-TRIAL-RESP.
           MOVE WK-SINV-CONFIRM TO WK-TRIAL-CONFIRM.
           MOVE WK-SINV-START TO WK-TRIAL-START.
           MOVE WK-SINV-END TO WK-TRIAL-END.
           MOVE WK-NIGHT-NUM TO WK-TRIAL-NIGHT-SAVE.
           MOVE 'N' TO TRIAL-RANGE-BUSY-SW.
           MOVE WK-TRIAL-START TO WK-NIGHT-NUM.
           PERFORM L4-TRIAL-PROBE-NIGHT
               UNTIL WK-NIGHT-NUM > WK-TRIAL-END
               OR TRIAL-RANGE-BUSY-SW = 'Y'.
           MOVE WK-TRIAL-NIGHT-SAVE TO WK-NIGHT-NUM.
           MOVE WK-TRIAL-CONFIRM TO WK-SINV-CONFIRM.
           MOVE WK-TRIAL-START TO WK-SINV-START.
           MOVE WK-TRIAL-END TO WK-SINV-END.
           MOVE WK-TRIAL-RESP TO WK-SINV-RESP.
           IF TRIAL-RANGE-BUSY-SW = 'N'
               IF WK-TRIAL-RESP = 'B'
                   MOVE 'F' TO WK-SINV-RESP
               ELSE
                   MOVE 'K' TO WK-SINV-RESP
               END-IF
           END-IF.

       L4-TRIAL-PROBE-NIGHT.
           MOVE WK-NIGHT-NUM TO WK-SINV-START.
           MOVE WK-NIGHT-NUM TO WK-SINV-END.
           MOVE WK-TRIAL-CONFIRM TO WK-SINV-CONFIRM.
           CALL 'SINV001' USING WK-SINV-OP, WK-RUNCTL-PROGRAM,
               WK-SINV-CAMPGROUND, WK-SINV-SITE, WK-SINV-START,
               WK-SINV-END, WK-SINV-CONFIRM, WK-SINV-RESP.
           IF WK-SINV-RESP = 'B' OR 'X'
               MOVE 'Y' TO TRIAL-BUSY-SW
               PERFORM L4-TRIAL-RETRY-RELEASED
                   VARYING REL-INDEX FROM 1 BY 1
                   UNTIL REL-INDEX > C-REL-CTR
                   OR TRIAL-BUSY-SW = 'N'
               IF TRIAL-BUSY-SW = 'Y'
                   MOVE 'Y' TO TRIAL-RANGE-BUSY-SW
               END-IF
           END-IF.
           PERFORM L4-NEXT-NIGHT.

      * THE NIGHT IN WK-SINV-START IS ASKED AGAIN ON BEHALF OF ONE
      * RELEASED BOOKING THAT COVERS IT - FREE NOW MEANS THAT BOOKING
      * IS WHAT HOLDS IT.
       L4-TRIAL-RETRY-RELEASED.
           SET OCC-TRIAL-INDEX TO REL-OCC-IDX(REL-INDEX).
           IF OCC-CAMPGROUND(OCC-TRIAL-INDEX) = WK-SINV-CAMPGROUND
               AND OCC-SITE(OCC-TRIAL-INDEX) = WK-SINV-SITE
               AND WK-SINV-START <= OCC-END-NUM(OCC-TRIAL-INDEX)
               AND WK-SINV-START >= OCC-START-NUM(OCC-TRIAL-INDEX)
               MOVE OCC-CONFIRM-NUM(OCC-TRIAL-INDEX) TO WK-SINV-CONFIRM
               CALL 'SINV001' USING WK-SINV-OP, WK-RUNCTL-PROGRAM,
                   WK-SINV-CAMPGROUND, WK-SINV-SITE, WK-SINV-START,
                   WK-SINV-END, WK-SINV-CONFIRM, WK-SINV-RESP
               IF WK-SINV-RESP = 'F' OR 'K'
                   MOVE 'N' TO TRIAL-BUSY-SW
               END-IF
           END-IF.

       L4-TRIAL-CHECK-BOOKED.
           IF OCC-CANCEL-SW(OCC-TRIAL-INDEX) NOT = 'Y'
               AND (WK-SINV-CONFIRM = SPACES OR
                   OCC-CONFIRM-NUM(OCC-TRIAL-INDEX) NOT =
                   WK-SINV-CONFIRM)
               AND OCC-CAMPGROUND(OCC-TRIAL-INDEX) = WK-SINV-CAMPGROUND
               AND OCC-SITE(OCC-TRIAL-INDEX) = WK-SINV-SITE
               AND WK-SINV-START <= OCC-END-NUM(OCC-TRIAL-INDEX)
               AND WK-SINV-END >= OCC-START-NUM(OCC-TRIAL-INDEX)
               MOVE 'Y' TO TRIAL-BUSY-SW
           END-IF.

      * THE SITE/DATE RANGE REQUESTED IS OTHERWISE VALID BUT ALREADY
      * OCCUPIED - LOG THE GUEST'S REQUEST ON THE WAITLIST INSTEAD OF
      * JUST LETTING IT FALL OUT AS A REJECTED TRANSACTION (ONLY WHEN
           MOVE I-AMT TO WL-AMT.
           MOVE CUR-DATE-NUM TO WL-REQ-DATE.
           MOVE 'A' TO WL-STATUS-SW.
      * A BLANK WL-SITE IS AN "ANY SITE" REQUEST - COBCMSCP07 OFFERS
      * ANY OPENING OF THIS TYPE AND SIZE AT THE CAMPGROUND.
           MOVE I-SITE-TYPE TO WL-SITE-TYPE.
           IF I-OCCUPANTS NUMERIC
               MOVE I-OCCUPANTS TO WL-OCCUPANTS
           ELSE
               MOVE ZERO TO WL-OCCUPANTS
           END-IF.
           IF TRIAL-SW NOT = 'Y'
               WRITE WAITLIST-REC
           END-IF.
           MOVE 'Y' TO WAITLISTED-SW.
           ADD 1 TO C-WAITLIST-CTR.
           IF I-AMT NUMERIC
               ADD I-AMT TO C-WAITLIST-AMT
           END-IF.
           MOVE SPACES TO WK-CHGJ-CONFIRM.
           MOVE SPACES TO WK-CHGJ-ACTION.
           STRING 'WAITLISTED SITE ' I-SITE ' ARR ' I-DATE
               DELIMITED BY SIZE INTO WK-CHGJ-ACTION.
           PERFORM L4-JOURNAL.

      * CHECKS THE REQUESTED PARTY SIZE AGAINST THE MATCHED SITE'S
      * RATED CAPACITY AND THE REQUESTED SITE TYPE (TENT/RV) AGAINST
      * PLUS LODGING TAX ON THE DISCOUNTED CHARGE, PLUS THE FLAT
      * RESERVATION FEE IS WHAT THE GUEST'S TOTAL MUST MATCH - AND
      * WHAT THE CAMPRES ROW CARRIES BROKEN OUT FOR THE QUARTERLY
      * REMITTANCE REPORT (COBCMSCP17). AN AMENDMENT ALSO CARRIES
      * THE EXTRA-VEHICLE FEE FOR THE VEHICLES ALREADY ON THE
      * BOOKING, RE-PRICED FOR THE NEW LENGTH OF STAY; A NEW BOOKING
      * HAS NO VEHICLES YET.
       L4-TAX-AND-FEES.
           COMPUTE C-TAX-AMT ROUNDED =
               (C-AMT - C-DISC-AMT) * C-TAX-RATE.
           MOVE ZERO TO C-VEH-FEE-AMT.
           IF MODIFY-MODE-SW = 'Y'
               MOVE I-CONFIRM-NUM TO WK-VEH-CONFIRM
               PERFORM L4-COUNT-VEHICLES
               MOVE ZERO TO C-VEH-EXTRA
               IF C-VEH-ACTIVE > C-VEH-INCLUDED
                   SUBTRACT C-VEH-INCLUDED FROM C-VEH-ACTIVE
                       GIVING C-VEH-EXTRA
               END-IF
               IF STAY-MONTHS
                   COMPUTE C-VEH-FEE-AMT = C-VEH-EXTRA * I-LEN-STAY
                       * C-VEH-FEE-MONTH
               ELSE
                   COMPUTE C-VEH-FEE-AMT = C-VEH-EXTRA * I-LEN-STAY
                       * C-VEH-FEE-NIGHT
               END-IF
           END-IF.
           COMPUTE C-TOTAL-AMT = C-AMT - C-DISC-AMT + C-TAX-AMT
               + C-RES-FEE + C-VEH-FEE-AMT.

      * LOOKS THE KEYED CODE UP AGAINST THE PROMOTIONS IN EFFECT FOR
      * THE ARRIVAL DATE AND CAMPGROUND AND WORKS OUT THE DISCOUNT -
               ADD 1 TO WK-NIGHT-YYYY
               MOVE 1 TO WK-NIGHT-MM.

      * BACKS WK-NIGHT UP ONE DAY - THE MIRROR OF L4-NEXT-NIGHT.
       L4-PRIOR-NIGHT.
           SUBTRACT 1 FROM WK-NIGHT-DD.
           IF WK-NIGHT-DD = 0
               SUBTRACT 1 FROM WK-NIGHT-MM
               IF WK-NIGHT-MM = 0
                   SUBTRACT 1 FROM WK-NIGHT-YYYY
                   MOVE 12 TO WK-NIGHT-MM
               END-IF
               IF WK-NIGHT-MM = 2
                   DIVIDE WK-NIGHT-YYYY BY 4 GIVING C-LEFT-OVER
                       REMAINDER C-LEFT-OVER
                   IF C-LEFT-OVER = 0
                       MOVE 29 TO WK-NIGHT-DD
                   ELSE
                       MOVE 28 TO WK-NIGHT-DD
                   END-IF
               ELSE
                   IF WK-NIGHT-30-MM
                       MOVE 30 TO WK-NIGHT-DD
                   ELSE
                       MOVE 31 TO WK-NIGHT-DD
                   END-IF
               END-IF
           END-IF.

       L4-ERROR.
           IF FIRST-ERR-SW = 'Y'
               MOVE 'N' TO FIRST-ERR-SW
               ADD 1 TO C-REC-ERR-CTR
               MOVE I-TRAN-REC TO O-REC-DUMP
               MOVE BLANK-LINE TO WK-PRINT-LINE
               MOVE 1 TO C-PRINT-ADV
               PERFORM L4-PRINT-LINE
               MOVE O-REC-LINE TO WK-PRINT-LINE
               MOVE 1 TO C-PRINT-ADV
               PERFORM L4-PRINT-LINE
               MOVE O-ERR-LINE TO WK-PRINT-LINE
               MOVE 2 TO C-PRINT-ADV
               PERFORM L4-PRINT-LINE
           ELSE
               MOVE O-ERR-LINE TO WK-PRINT-LINE
               MOVE 1 TO C-PRINT-ADV
               PERFORM L4-PRINT-LINE.
           ADD 1 TO C-TOT-ERR-CTR.
           ADD 1 TO C-VAL-ERR-CTR.
           MOVE ZERO TO C-ERR-FOUND.
           IF C-VAL-ERR-CTR <= 5
               MOVE C-ERR-FOUND TO C-ERR-NUMS(C-VAL-ERR-CTR).

      * A BLANK AGENT IS A DIRECT BOOKING. ONE NOT ON AGENT.DAT, OR
      * WHOSE CONTRACT HAS ENDED, FAILS THE EDIT.
       L4-AGENT-CHECK.
           IF I-AGENT-CODE NOT = SPACES
               MOVE 'N' TO AGENT-FOUND-SW
               PERFORM VARYING AGENT-INDEX FROM 1 BY 1
                   UNTIL AGENT-INDEX > C-AGENT-CTR
                       OR AGENT-FOUND-SW = 'Y'
                   IF AGT-TBL-CODE(AGENT-INDEX) = I-AGENT-CODE
                       MOVE 'Y' TO AGENT-FOUND-SW
                       IF AGT-TBL-STATUS(AGENT-INDEX) NOT = 'A'
                           MOVE ERR-MSG(61) TO O-ERR
                           PERFORM L4-ERROR
                       END-IF
                   END-IF
               END-PERFORM
               IF AGENT-FOUND-SW NOT = 'Y'
                   MOVE ERR-MSG(60) TO O-ERR
                   PERFORM L4-ERROR.

      * EVERY TRANSACTION CODE PASSES THIS EDIT - AN OPERATOR NOT ON
      * OPERATOR.DAT, OR NO LONGER ACTIVE, FAILS IT LIKE A BAD FIELD
      * AND THE TRANSACTION LANDS IN SUSPENSE.
       L4-OPERATOR-CHECK.
           MOVE 'V' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, I-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           IF WK-CHGJ-RESP = 'I'
               MOVE ERR-MSG(51) TO O-ERR
               PERFORM L4-ERROR
           ELSE
               IF WK-CHGJ-RESP NOT = 'G'
                   MOVE ERR-MSG(50) TO O-ERR
                   PERFORM L4-ERROR.

      * ONE ROW ON THE SHARED CHANGE JOURNAL FOR WHAT THIS
      * TRANSACTION JUST CHANGED. THE CALLER SETS THE CONFIRMATION
      * NUMBER AND ACTION; THE GUEST IS THE TRANSACTION'S.
      * A TRIAL RUN CHANGES NOTHING, SO IT JOURNALS NOTHING.
       L4-JOURNAL.
           IF TRIAL-SW NOT = 'Y'
               IF I-GUEST-NUM NUMERIC
                   MOVE I-GUEST-NUM TO WK-CHGJ-GUEST
               ELSE
                   MOVE ZERO TO WK-CHGJ-GUEST
               END-IF
               MOVE 'W' TO WK-CHGJ-OP
               CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
                   WK-RUNCTL-RUN-ID, I-OPERATOR, WK-CHGJ-CONFIRM,
                   WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP
           END-IF.

       L4-DATE-ROUT.
           MOVE 'Y' TO WK-DATE-NUMERIC-SW.
           IF WK-DATE NOT NUMERIC
           MOVE I-CCEXP TO WK-AUTH-CCEXP.
           PERFORM L4-CALC-DEPOSIT.
           MOVE C-DEPOSIT-AMT TO WK-AUTH-AMT.
           PERFORM L4-CALL-CCAUTH.
           IF NOT AUTH-APPROVED
               MOVE ERR-MSG(28) TO O-ERR
               PERFORM L4-ERROR.

      * EVERY CARD AUTHORIZATION GOES THROUGH HERE. A TRIAL RUN NEVER
      * PUTS A HOLD ON A GUEST'S CARD - IT TREATS THE CARD AS
      * APPROVED, AND THE TRIAL REPORT SAYS IT WAS NOT AUTHORIZED.
       L4-CALL-CCAUTH.
           IF TRIAL-SW = 'Y'
               MOVE 'A' TO WK-AUTH-RESP
           ELSE
               CALL 'CCAUTH001' USING WK-AUTH-CCNUM, WK-AUTH-CCEXP,
                   WK-AUTH-AMT, WK-AUTH-RESP
           END-IF.

      * WHAT A TRIAL RUN WOULD HAVE BOOKED, IN PLACE OF THE CAMPRES
      * ROW A POSTING RUN WRITES.
       L4-TRIAL-BOOK-LINE.
           MOVE O-CONFIRM-NUM TO O-TRIAL-CONFIRM.
           MOVE O-NAME TO O-TRIAL-NAME.
           IF I-AMT NUMERIC
               MOVE I-AMT TO O-TRIAL-AMT
           ELSE
               MOVE ZERO TO O-TRIAL-AMT
           END-IF.
           MOVE O-TRIAL-LINE TO WK-PRINT-LINE.
           MOVE 1 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.

      * A TRIAL RUN LEAVES THE CHECKPOINT, THE CONFIRMATION NUMBER
      * SEQUENCE, AND RUN CONTROL EXACTLY AS IT FOUND THEM - THE
      * NUMBERS ON ITS REPORT ARE PROVISIONAL, AND THE POSTING RUN
      * THAT FOLLOWS HANDS THEM OUT AGAIN.
       L2-CLOSING.
       	   PERFORM L4-GRANDTOTALS.
           IF TRIAL-SW NOT = 'Y'
               PERFORM L3-CLEAR-CHECKPOINT
               PERFORM L3-SAVE-CONFSEQ
               MOVE 'E' TO WK-RUNCTL-OP
               CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
                   WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
                   WK-RUNCTL-RESP
           END-IF.
           CLOSE RESERVEMASTER.
           IF TRIAL-SW = 'Y'
               CLOSE TRIALOUT
           ELSE
               CLOSE ERROUT
           END-IF.
           IF TRIAL-SW NOT = 'Y'
               CLOSE PRTOUT
               CLOSE CCVAULT
               CLOSE WAITLISTFILE
               CLOSE PAYFILE
               CLOSE SUSPENSE
               CLOSE VEHFILE
           END-IF.
           MOVE 'C' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, I-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           MOVE 'C' TO WK-SINV-OP.
           PERFORM L4-CALL-SINV.
           IF TABLE-FULL-SW = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.

       L3-SAVE-CONFSEQ.
           OPEN OUTPUT CONFSEQFILE.
       L4-GRANDTOTALS.
           MOVE C-TOT-ERR-CTR TO O-TOT-ERR-CTR.
           MOVE C-REC-ERR-CTR TO O-REC-ERR-CTR.
           MOVE ERR-TOTAL-LINE TO WK-PRINT-LINE.
           MOVE 2 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.
           IF TABLE-FULL-SW = 'Y'
               MOVE ERR-FULL-LINE TO WK-PRINT-LINE
               MOVE 1 TO C-PRINT-ADV
               PERFORM L4-PRINT-LINE
           END-IF.
           IF TRIAL-SW = 'Y'
               PERFORM L4-TRIAL-TOTALS
           ELSE
               PERFORM L4-RECON-TOTALS
           END-IF.

      * THE DAY'S ACCEPTED AND REJECTED DOLLARS, ON THE REPORT AND
      * APPENDED TO RECON.DAT FOR THE RECONCILIATION RUN.
       L4-RECON-TOTALS.
           MOVE C-ACCEPTED-AMT TO O-ACCEPTED-AMT.
           MOVE C-REJECTED-AMT TO O-REJECTED-AMT.
           MOVE ERR-RECON-LINE TO WK-PRINT-LINE.
           MOVE 1 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.
           OPEN EXTEND RECONFILE.
           MOVE CUR-DATE-NUM TO RCN-DATE.
           MOVE C-ACCEPTED-CTR TO RCN-ACCEPTED-CTR.
           WRITE RECON-REC.
           CLOSE RECONFILE.

      * WHAT THE FEED WOULD DO IF IT WERE POSTED - NOTHING GOES TO
      * RECON.DAT, SINCE NOTHING WAS ACCEPTED.
       L4-TRIAL-TOTALS.
           MOVE 'WOULD BOOK' TO O-TRIAL-LABEL.
           MOVE C-ACCEPTED-CTR TO O-TRIAL-CTR.
           MOVE C-ACCEPTED-AMT TO O-TRIAL-TOT-AMT.
           MOVE ERR-TRIAL-LINE TO WK-PRINT-LINE.
           MOVE 1 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.
           MOVE 'WOULD WAITLIST' TO O-TRIAL-LABEL.
           MOVE C-WAITLIST-CTR TO O-TRIAL-CTR.
           MOVE C-WAITLIST-AMT TO O-TRIAL-TOT-AMT.
           MOVE ERR-TRIAL-LINE TO WK-PRINT-LINE.
           MOVE 1 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.
           MOVE 'WOULD REJECT' TO O-TRIAL-LABEL.
           MOVE C-SUSP-CTR TO O-TRIAL-CTR.
           MOVE C-SUSP-AMT TO O-TRIAL-TOT-AMT.
           MOVE ERR-TRIAL-LINE TO WK-PRINT-LINE.
           MOVE 1 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.

      * READS FORWARD UNTIL A RECORD FOR THE REQUESTED CAMPGROUND IS
      * FOUND (WK-FILTER-CAMPGROUND BLANK MEANS EVERY CAMPGROUND
      * QUALIFIES), SKIPPING OVER ANY OTHER CAMPGROUND'S RECORDS
                   ADD 1 TO C-REC-CTR
           END-READ.

      * LOADS THE SNAPSHOT ROWS TODAY'S FEED NAMES (SEE
      * FEED-KEY-TABLE) INTO THE OCCUPANCY TABLE - EVERY ROW IS A
      * LIVE BOOKING, ALREADY NETTED BY COBCMSCP21. A ROW
      * FLAGGED 'R' (NO-SHOW RELEASE) LOADS WITH ITS RANGE FREED BUT
      * CANNOT BE CANCELLED OR AMENDED, SAME AS ALWAYS. A MISSING
      * SNAPSHOT WHEN THE JOURNAL HAS ROWS STOPS THE RUN - BOOKING
               PERFORM UNTIL WK-PRTHIST-STATUS NOT = '00'
                   READ PRTHIST
                   IF WK-PRTHIST-STATUS = '00'
                       PERFORM L4-CHECK-FEED-KEY
                       IF FKEY-MATCH-SW = 'Y'
                           PERFORM L4-LOAD-HISTORY-REC
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PRTHIST
           ELSE
               PERFORM L4-CHECK-JOURNAL.

       L4-CHECK-FEED-KEY.
           MOVE FKEY-FULL-SW TO FKEY-MATCH-SW.
           PERFORM VARYING FKEY-INDEX FROM 1 BY 1
               UNTIL FKEY-INDEX > C-FKEY-CTR
                   OR FKEY-MATCH-SW = 'Y'
               IF FK-CONFIRM-NUM(FKEY-INDEX) NOT = SPACES
                   IF FK-CONFIRM-NUM(FKEY-INDEX) = HIST-CONFIRM-NUM
                       MOVE 'Y' TO FKEY-MATCH-SW
                   END-IF
               ELSE
                   IF FK-CAMPGROUND(FKEY-INDEX) = HIST-CAMPGROUND
                       AND FK-SITE(FKEY-INDEX) = HIST-SITE
                       AND FK-DATE(FKEY-INDEX) = HIST-DATE
                       MOVE 'Y' TO FKEY-MATCH-SW
                   END-IF
               END-IF
           END-PERFORM.

      * MORE ROWS THAN THE TABLE HOLDS IS AN EXPLICIT STOP, NEVER A
      * SILENT TRUNCATION - A DROPPED ENTRY IS A CANCELLATION OR
      * AMENDMENT THAT CANNOT FIND ITS BOOKING.
       L4-LOAD-HISTORY-REC.
           IF C-OCC-CTR >= 3000
               DISPLAY 'COBCMSCP01 FEED NAMES MORE THAN 3000 '
                   'SNAPSHOT ROWS - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ELSE
               MOVE ZERO TO OCC-DEPOSIT-AMT(OCC-INDEX)
           END-IF.
           MOVE HIST-REC TO OCC-ROW(OCC-INDEX).

       L4-CHECK-JOURNAL.
           OPEN INPUT CAMPROBE.

      * A MISSING PAYMENTS FILE LOADS ZERO PAYMENTS - A BRAND NEW
      * SITE HAS NONE. RETENTION ('R') RECORDS STAY OUT OF THE SUMS.
      * ONLY THE BOOKINGS TODAY'S FEED NAMES ARE LOADED - A CARD
      * SWAP ALWAYS NAMES ITS BOOKING - AND MORE BOOKINGS THAN THE
      * TABLE HOLDS STOPS THE RUN RATHER THAN AUTHORIZING A NEW CARD
      * FOR THE WRONG BALANCE.
       L3-LOAD-PAYHIST.
           OPEN INPUT PAYHIST.
           IF WK-PAYHIST-STATUS = '00'
                   READ PAYHIST
                   IF WK-PAYHIST-STATUS = '00'
                       AND PHIST-TYPE NOT = 'R'
                       PERFORM L4-CHECK-PAY-KEY
                       IF FKEY-MATCH-SW = 'Y'
                           PERFORM L4-LOAD-ONE-PAYMENT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAYHIST.

       L4-CHECK-PAY-KEY.
           MOVE FKEY-FULL-SW TO FKEY-MATCH-SW.
           PERFORM VARYING FKEY-INDEX FROM 1 BY 1
               UNTIL FKEY-INDEX > C-FKEY-CTR
                   OR FKEY-MATCH-SW = 'Y'
               IF FK-CONFIRM-NUM(FKEY-INDEX) = PHIST-CONFIRM-NUM
                   MOVE 'Y' TO FKEY-MATCH-SW
               END-IF
           END-PERFORM.

       L4-LOAD-ONE-PAYMENT.
           MOVE 'N' TO PAY-FOUND-SW.
           PERFORM VARYING PAY-INDEX FROM 1 BY 1
                   ADD PHIST-AMT TO PT-PAID-AMT(PAY-INDEX)
               END-IF
           END-PERFORM.
           IF PAY-FOUND-SW NOT = 'Y'
               IF C-PAY-CTR >= 3000
                   DISPLAY 'COBCMSCP01 FEED NAMES MORE THAN 3000 '
                       'PAID BOOKINGS - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO C-PAY-CTR
               SET PAY-INDEX TO C-PAY-CTR
               MOVE PHIST-CONFIRM-NUM TO PT-CONFIRM-NUM(PAY-INDEX)
               MOVE PHIST-AMT TO PT-PAID-AMT(PAY-INDEX)
           END-IF.

      * A MISSING VEHICLE FILE LOADS ZERO VEHICLES - NO BOOKING HAS
      * ANY YET. ONLY THE BOOKINGS TODAY'S FEED NAMES ARE LOADED, THE
      * SAME AS THE SNAPSHOT ROWS, AND MORE VEHICLES THAN THE TABLE
      * HOLDS STOPS THE RUN RATHER THAN MIS-PRICING A BOOKING.
       L3-LOAD-VEHICLES.
           OPEN INPUT VEHHIST.
           IF WK-VEHHIST-STATUS = '00'
               PERFORM UNTIL WK-VEHHIST-STATUS NOT = '00'
                   READ VEHHIST
                   IF WK-VEHHIST-STATUS = '00'
                       PERFORM L4-CHECK-VEH-KEY
                       IF FKEY-MATCH-SW = 'Y'
                           PERFORM L4-LOAD-VEHICLE-REC
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VEHHIST.

       L4-CHECK-VEH-KEY.
           MOVE FKEY-FULL-SW TO FKEY-MATCH-SW.
           PERFORM VARYING FKEY-INDEX FROM 1 BY 1
               UNTIL FKEY-INDEX > C-FKEY-CTR
                   OR FKEY-MATCH-SW = 'Y'
               IF FK-CONFIRM-NUM(FKEY-INDEX) = VHIST-CONFIRM-NUM
                   MOVE 'Y' TO FKEY-MATCH-SW
               END-IF
           END-PERFORM.

       L4-LOAD-VEHICLE-REC.
           MOVE VHIST-CONFIRM-NUM TO WK-VEH-CONFIRM.
           MOVE VHIST-PLATE TO WK-VEH-PLATE.
           MOVE VHIST-STATE TO WK-VEH-STATE.
           PERFORM L4-FIND-VEHICLE.
           IF VEH-FOUND-SW NOT = 'Y'
               IF C-VEH-CTR >= 3000
                   DISPLAY 'COBCMSCP01 FEED NAMES MORE THAN 3000 '
                       'VEHICLES - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO C-VEH-CTR
               SET VT-INDEX TO C-VEH-CTR
               MOVE VHIST-CONFIRM-NUM TO VT-CONFIRM-NUM(VT-INDEX)
               MOVE VHIST-PLATE TO VT-PLATE(VT-INDEX)
               MOVE VHIST-STATE TO VT-STATE(VT-INDEX)
           END-IF.
           IF VHIST-ACTION = 'A'
               MOVE 'Y' TO VT-ACTIVE-SW(VT-INDEX)
           ELSE
               MOVE 'N' TO VT-ACTIVE-SW(VT-INDEX)
           END-IF.

      * A MISSING PROMO FILE LOADS ZERO PROMOTIONS - EVERY KEYED
      * CODE THEN FAILS THE EDIT.
       L3-LOAD-PROMOS.
               END-PERFORM
               CLOSE PROMOFILE.

      * A MISSING AGENT FILE LOADS ZERO AGENTS - EVERY KEYED AGENT
      * CODE THEN FAILS THE EDIT, AND DIRECT BOOKINGS ARE UNAFFECTED.
       L3-LOAD-AGENTS.
           OPEN INPUT AGENTFILE.
           IF WK-AGENT-STATUS = '00'
               PERFORM UNTIL WK-AGENT-STATUS NOT = '00'
                   READ AGENTFILE
                   IF WK-AGENT-STATUS = '00' AND C-AGENT-CTR < 100
                       ADD 1 TO C-AGENT-CTR
                       SET AGENT-INDEX TO C-AGENT-CTR
                       MOVE AGT-CODE TO AGT-TBL-CODE(AGENT-INDEX)
                       MOVE AGT-STATUS TO AGT-TBL-STATUS(AGENT-INDEX)
                   END-IF
               END-PERFORM
               CLOSE AGENTFILE.

      * A MISSING RULE FILE LOADS ZERO RULES - EVERY STAY LENGTH AND
      * ARRIVAL DAY IS THEN ALLOWED, THE PRE-RULE BEHAVIOR.
       L3-LOAD-STAYRULES.
           OPEN INPUT STAYRULEFILE.
           IF WK-STAYRULE-STATUS = '00'
               PERFORM UNTIL WK-STAYRULE-STATUS NOT = '00'
                   READ STAYRULEFILE
                   IF WK-STAYRULE-STATUS = '00' AND C-RULE-CTR < 100
                       ADD 1 TO C-RULE-CTR
                       SET RULE-INDEX TO C-RULE-CTR
                       MOVE SRL-CAMPGROUND TO RL-CAMPGROUND(RULE-INDEX)
                       MOVE SRL-SITE-TYPE TO RL-SITE-TYPE(RULE-INDEX)
                       MOVE SRL-EFF-START TO RL-EFF-START(RULE-INDEX)
                       MOVE SRL-EFF-END TO RL-EFF-END(RULE-INDEX)
                       MOVE SRL-MIN-NIGHTS TO RL-MIN-NIGHTS(RULE-INDEX)
                       MOVE SRL-NO-ARRIVE-DAYS TO
                           RL-NO-ARRIVE-DAYS(RULE-INDEX)
                       MOVE SRL-DESC TO RL-DESC(RULE-INDEX)
                   END-IF
               END-PERFORM
               CLOSE STAYRULEFILE.

      * AVAILABILITY COMES FROM THE SITE-NIGHT INVENTORY (SEE
      * SINV001), WHOSE OPEN ALSO BRINGS ITS BLOCK FLAGS INTO LINE
      * WITH SITEBLK.DAT. A MISSING INVENTORY STOPS THE RUN - THE
      * SAME REASONING AS A MISSING SNAPSHOT: BOOKING WITHOUT IT
      * WOULD DOUBLE-BOOK EVERY SITE.
       L3-OPEN-INVENTORY.
           MOVE 'O' TO WK-SINV-OP.
           PERFORM L4-CALL-SINV.
           IF WK-SINV-RESP NOT = 'G'
               DISPLAY 'COBCMSCP01 SITE INVENTORY (SITEINV.DAT) '
                   'MISSING - RUN COBCMSCP34 FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A MISSING POLICY FILE LOADS ZERO TIERS - EVERY CANCELLATION
      * THEN REFUNDS IN FULL, THE PRE-POLICY BEHAVIOR.
                       IF C-INPUT-CTR = 1
                           MOVE RESCNT-DATE TO WK-FIRST-DATE
                       END-IF
                       IF RESCNT-TRAN-CODE = 'C' OR 'M' OR 'K'
                           PERFORM L4-NOTE-FEED-KEY
                       END-IF
                       IF RESCNT-TRAN-CODE = 'V'
                           ADD 1 TO C-FEED-VEH-CTR
                       END-IF
                       IF RESCNT-TRAN-CODE = 'V'
                           AND RESCNT-CONFIRM-NUM NOT = SPACES
                           PERFORM L4-NOTE-FEED-KEY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RESERVECOUNT.
               WK-FIRST-DATE DELIMITED BY SIZE
               INTO WK-RUNCTL-INPUT.

       L4-NOTE-FEED-KEY.
           IF C-FKEY-CTR < 1000
               ADD 1 TO C-FKEY-CTR
               SET FKEY-INDEX TO C-FKEY-CTR
               MOVE RESCNT-CONFIRM-NUM TO FK-CONFIRM-NUM(FKEY-INDEX)
               MOVE RESCNT-CAMPGROUND TO FK-CAMPGROUND(FKEY-INDEX)
               MOVE RESCNT-SITE TO FK-SITE(FKEY-INDEX)
               MOVE RESCNT-DATE TO FK-DATE(FKEY-INDEX)
           ELSE
               MOVE 'Y' TO FKEY-FULL-SW
           END-IF.

      * THE CAMPGROUND FILTER COMES FROM THE PARAMETER FILE, NOT THE
      * CONSOLE - THE OVERNIGHT SCHEDULE RUNS UNATTENDED. A MISSING
      * FILE OR A CAMPGROUND THAT IS NOT ONE OF OURS REFUSES THE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT PRM-VALID-MODE
               DISPLAY 'COBCMSCP01 PARAMETER RUN MODE NOT T OR P - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRM-FILTER-CAMPGROUND TO WK-FILTER-CAMPGROUND.
           IF PRM-TRIAL-RUN
               MOVE 'Y' TO TRIAL-SW
               MOVE 'RESERVATIONS - TRIAL' TO O-TITLE
               MOVE 'TRIAL REPORT' TO O-REPORT-NAME
           END-IF.

      * ASKS RUN CONTROL FOR CLEARANCE. A CRASHED PRIOR RUN ('R') IS
      * ONLY ACCEPTABLE WHEN THIS RUN REALLY IS ITS CHECKPOINT
                   STOP RUN
           END-EVALUATE.

      * EVERY TRANSACTION ON THE FEED ADDS AT MOST ONE ROW TO THE
      * OCCUPANCY TABLE AND EVERY 'V' AT MOST ONE VEHICLE, SO WHEN
      * WHAT WAS LOADED PLUS TONIGHT'S FEED FITS, NOTHING THE RUN
      * BOOKS CAN FALL OUT OF THE TABLES. WHEN IT DOES NOT FIT THE
      * RUN IS REFUSED BEFORE ANYTHING IS POSTED.
       L3-CHECK-TABLE-ROOM.
           IF C-OCC-CTR + C-INPUT-CTR > 3000
               DISPLAY 'COBCMSCP01 SNAPSHOT ROWS PLUS FEED OVERFLOW '
                   'THE OCCUPANCY TABLE - RUN REFUSED'
               CLOSE RESERVEMASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF C-VEH-CTR + C-FEED-VEH-CTR > 3000
               DISPLAY 'COBCMSCP01 VEHICLES PLUS FEED OVERFLOW '
                   'THE VEHICLE TABLE - RUN REFUSED'
               CLOSE RESERVEMASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       L3-LOAD-CONFSEQ.
           OPEN INPUT CONFSEQFILE.
           IF WK-CONFSEQ-STATUS = '00'
                   SUSP-ERR-NUM(C-ERR-LOOKUP)
           END-PERFORM.
           MOVE SPACE TO SUSP-STATUS.
           IF TRIAL-SW NOT = 'Y'
               WRITE SUSP-REC
           END-IF.
           ADD 1 TO C-SUSP-CTR.
           IF (TRAN-RESERVATION OR TRAN-GROUP OR TRAN-MODIFICATION)
               AND I-AMT NUMERIC
               ADD I-AMT TO C-SUSP-AMT
           END-IF.

       L3-CHECKPOINT.
           DIVIDE C-REC-CTR BY 25 GIVING C-CKPT-QUOT
               REMAINDER C-CKPT-REM.
           IF C-CKPT-REM = 0 AND TRIAL-SW NOT = 'Y'
               OPEN OUTPUT CKPTFILE
               MOVE C-REC-CTR TO CKPT-REC-CTR
               MOVE C-REC-ERR-CTR TO CKPT-REC-ERR-CTR
       L3-ERR-HEADINGS.
           ADD 1 TO C-ERR-PCTR.
           MOVE C-ERR-PCTR TO O-PCTR.
           MOVE TITLE-LINE TO WK-PRINT-LINE.
           MOVE 0 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.
           IF WK-FILTER-CAMPGROUND = SPACES
               MOVE 'ALL' TO O-PRM-CAMPGROUND
           ELSE
               MOVE WK-FILTER-CAMPGROUND TO O-PRM-CAMPGROUND
           END-IF.
           IF TRIAL-SW = 'Y'
               MOVE 'TRIAL' TO O-PRM-MODE
           ELSE
               MOVE 'POST' TO O-PRM-MODE
           END-IF.
           MOVE ERR-PARM-LINE TO WK-PRINT-LINE.
           MOVE 1 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.
           MOVE DIVISION-LINE TO WK-PRINT-LINE.
           MOVE 1 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.
           MOVE ERR-REPORT-LINE TO WK-PRINT-LINE.
           MOVE 1 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.
           MOVE BLANK-LINE TO WK-PRINT-LINE.
           MOVE 1 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.
           MOVE ERR-COLUMN-HEADINGS TO WK-PRINT-LINE.
           MOVE 1 TO C-PRINT-ADV.
           PERFORM L4-PRINT-LINE.

       L4-PRINT-LINE.
           IF TRIAL-SW = 'Y'
               IF C-PRINT-ADV = 0
                   WRITE TRIALLINE FROM WK-PRINT-LINE
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE TRIALLINE FROM WK-PRINT-LINE
                       AFTER ADVANCING C-PRINT-ADV LINES
               END-IF
           ELSE
               IF C-PRINT-ADV = 0
                   WRITE ERRLINE FROM WK-PRINT-LINE
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE ERRLINE FROM WK-PRINT-LINE
                       AFTER ADVANCING C-PRINT-ADV LINES
               END-IF
           END-IF.
