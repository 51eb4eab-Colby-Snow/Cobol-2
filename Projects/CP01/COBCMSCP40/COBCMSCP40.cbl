       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCMSCP40.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * GUEST DATA RETENTION. THE GUEST MASTER, THE RESERVATION
      * ARCHIVE AND THE CARD VAULT ARCHIVE NEVER LET GO OF A NAME,
      * ADDRESS OR CARD NUMBER; THE RECORDS-RETENTION POLICY SAYS
      * THEY MUST. CP40PRM.DAT CARRIES TWO PERIODS IN MONTHS, ONE FOR
      * CARD DATA AND ONE FOR PERSONAL DATA, AND THIS RUN:
      *   - BLANKS THE FULL CARD NUMBER ON A CCVARCH.DAT ENTRY ONCE
      *     ITS BOOKING IS SETTLED (LAST SETTLED.DAT ACTION A CAPTURE
      *     OR REFUND, NOT A RE-OPENED ONE) AND THAT SETTLEMENT IS
      *     OLDER THAN THE CARD PERIOD - OR, FOR A BOOKING CANCELLED
      *     BEFORE IT WAS EVER CAPTURED, ONCE ITS STAY ENDED BEFORE
      *     THE CARD PERIOD. NOTHING WAS EVER OWED ON THAT CARD.
      *   - REMOVES FROM GUESTMST.DAT EVERY GUEST WITH NOTHING THAT
      *     STILL NEEDS THEM: NO ROW ON THE CURRENT JOURNAL
      *     (CAMPRES.DAT - LIVE BOOKINGS AND EVERYTHING NOT YET
      *     COMPACTED AT YEAR-END), NO OPEN BALANCE ON AN ARCHIVED
      *     BOOKING (TOTAL MINUS PAYMENTS, THE COBCMSCP11 RULE), NO
      *     OPEN WAITLIST REQUEST UNDER THEIR NAME, NO STAY ENDING
      *     INSIDE THE PERSONAL PERIOD AND NO CHANGE-JOURNAL ACTIVITY
      *     (AN ADD, CHANGE OR BOOKING) INSIDE IT EITHER.
      *   - ANONYMIZES THE PURGED GUESTS' ROWS ON CAMPARCH.DAT - NAME,
      *     GUEST NUMBER AND CARD TAIL/EXPIRY GO; CONFIRMATION,
      *     CAMPGROUND, SITE, DATES, NIGHTS, PARTY SIZE, AGENT AND
      *     EVERY DOLLAR FIELD STAY, SO THE PACE REPORT (COBCMSCP22)
      *     AND THE TAX AND REVENUE HISTORY STILL ADD UP. ARCHIVED
      *     ROWS WITH NO GUEST ON THE MASTER ARE ANONYMIZED ONCE THEIR
      *     STAY IS OLDER THAN THE PERSONAL PERIOD. THE CARD NUMBER
      *     OF AN ANONYMIZED BOOKING IS BLANKED WHATEVER ITS AGE, AND
      *     ITS VEHICLE PLATES ARE DROPPED FROM VEHICLE.DAT.
      * MERGE CHAINS (COBCMSCP24) ARE FOLLOWED TO THE FINAL SURVIVOR:
      * ACTIVITY UNDER A RETIRED NUMBER KEEPS THE SURVIVOR, AND A
      * RETIRED RECORD GOES ONLY WHEN ITS SURVIVOR GOES, SO OLD
      * PAPERWORK RESOLVES FOR AS LONG AS THE GUEST IS KEPT. THE
      * HIGHEST GUEST NUMBER ON FILE IS NEVER REMOVED - IF ITS GUEST
      * IS PURGED THE RECORD STAYS, BLANKED, SO COBCMSCP10 (WHICH
      * NUMBERS FROM THE HIGHEST ON FILE) NEVER HANDS THE NUMBER OUT
      * AGAIN. EACH FILE IS REWRITTEN TO A SIDE FILE, COUNTED BACK
      * AND SWAPPED IN THROUGH THE GENERATION CYCLE (FGEN001); A FILE
      * WITH NOTHING TO CHANGE IS NOT REWRITTEN. THE RETAINED
      * GENERATIONS STILL HOLD THE OLD DATA UNTIL THREE MORE CYCLES
      * AGE THEM OUT. RUN COBCMSCP21 AFTERWARD AS AFTER ANY REWRITE.
      * ONCE A FILE IS SWAPPED IN, EACH BOOKING IT ANONYMIZED AND EACH
      * GUEST IT REMOVED OR BLANKED GOES ON THE CHANGE JOURNAL
      * (CHGJ001) UNDER A BLANK OPERATOR, SINCE NOBODY KEYED IT - A
      * BOOKING UNDER ITS CONFIRMATION NUMBER ALONE AND A GUEST UNDER
      * ITS NUMBER ALONE, SO THE JOURNAL NEVER TIES THE TWO BACK
      * TOGETHER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RUN PARAMETERS - CARD AND PERSONAL RETENTION PERIODS IN
      * MONTHS. THE RUN REFUSES TO START ON A MISSING FILE OR A
      * PERIOD THAT IS NOT A WHOLE NUMBER OF MONTHS ABOVE ZERO.
           SELECT PARMFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP40\CP40PRM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-PARM-STATUS.
           SELECT GMSTIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\GUESTMST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-MST-STATUS.
           SELECT GMSTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\GUESTMST.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMPRESIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CAMPRES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CAMPRES-STATUS.
      * THE ARCHIVE IS READ TWICE - ONCE TO LEARN EACH BOOKING'S
      * GUEST, DATES AND TOTAL, AND AGAIN TO COPY IT TO THE SIDE FILE
      * WITH THE PURGED GUESTS' ROWS ANONYMIZED.
           SELECT ARCHIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP09\CAMPARCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-ARCH-STATUS.
           SELECT ARCHOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP09\CAMPARCH.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\PAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-PAY-STATUS.
           SELECT WAITIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\WAITLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-WAIT-STATUS.
           SELECT CJIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CHGJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CJ-STATUS.
           SELECT LEDGERIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP08\SETTLED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-LEDGER-STATUS.
           SELECT VAULTIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP09\CCVARCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-VAULT-STATUS.
           SELECT VAULTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP09\CCVARCH.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VEHIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\VEHICLE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-VEH-STATUS.
           SELECT VEHOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\VEHICLE.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTLOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP40\RETAIN.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PARMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PARM-REC.

       01 PARM-REC.
           05 PRM-CARD-MONTHS      PIC 9(3).
           05 PRM-PERSONAL-MONTHS  PIC 9(3).

       FD GMSTIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS GST-REC.

       COPY 'GUEST.CPY'.

      * GOUT-REC MIRRORS GST-REC IN GUEST.CPY SO THE REWRITTEN
      * MASTER KEEPS THE LAYOUT EVERY READER EXPECTS.
       FD GMSTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS GOUT-REC.

       01 GOUT-REC.
           05 GOUT-GUEST-NUM       PIC 9(6).
           05 GOUT-LNAME           PIC X(20).
           05 GOUT-FNAME           PIC X(20).
           05 GOUT-ADDR            PIC X(30).
           05 GOUT-CITY            PIC X(20).
           05 GOUT-STATE           PIC X(2).
           05 GOUT-ZIP             PIC X(10).
           05 GOUT-PHONE           PIC X(12).
           05 GOUT-EMAIL           PIC X(40).
           05 GOUT-MERGED-TO       PIC 9(6).
           05 GOUT-OPERATOR        PIC X(8).

      * THE CURRENT JOURNAL AND THE ARCHIVE SHARE THE ROW LAYOUT -
      * BOTH ARE READ THROUGH VAL.CPY (NEVER OPEN AT THE SAME TIME).
       FD CAMPRESIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS CAMPRES-REC.

       01 CAMPRES-REC.
           05 FILLER               PIC X(157).
           05 CR-GUEST-NUM         PIC 9(6).
           05 FILLER               PIC X(65).

       FD ARCHIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS VAL-REC.

       COPY 'VAL.CPY'.

       FD ARCHOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS AOUT-REC.

       01 AOUT-REC             PIC X(228).

       FD PAYIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS PAY-REC.

       COPY 'PAY.CPY'.

       FD WAITIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS WAITLIST-REC.

       COPY 'WAIT.CPY'.

       FD CJIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CJ-REC.

       COPY 'CHGJ.CPY'.

      * SAME LAYOUT AS LED-REC IN COBCMSCP08.
       FD LEDGERIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS LED-REC.

       01 LED-REC.
           05 LED-ACTION           PIC X.
           05 LED-CONFIRM-NUM      PIC X(18).
           05 LED-AMT              PIC S9(5)V99.
           05 LED-DATE             PIC 9(8).

      * SAME LAYOUT AS CCVAULT-REC IN COBCMSCP09, WITH THE CARD
      * NUMBER ALSO SEEN AS TEXT SO IT CAN BE BLANKED.
       FD VAULTIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS VARCH-REC.

       01 VARCH-REC.
           05 VA-CONFIRM-NUM       PIC X(18).
           05 VA-CCNUM             PIC 9(16).
           05 VA-CCNUM-X REDEFINES VA-CCNUM PIC X(16).
           05 VA-CCEXP             PIC 9(8).

       FD VAULTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS VOUT-REC.

       01 VOUT-REC             PIC X(42).

       FD VEHIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS VEH-REC.

       COPY 'VEH.CPY'.

       FD VEHOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS VHOUT-REC.

       01 VHOUT-REC            PIC X(50).

       FD CTLOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CTLLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 CTLLINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001) - THE RUN ID IS
      * STAMPED ON THE CONTROL REPORT NEXT TO THE ECHOED PERIODS.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP40'.
           05 WK-RUNCTL-PRED   PIC X(10)  VALUE SPACES.
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE SPACES.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
      * CHANGE-JOURNAL INTERFACE FIELDS (SEE CHGJ001).
      * WK-CHGJ-OPERATOR STAYS BLANK - IT IS WHAT A RETENTION
      * CHANGE IS JOURNALED UNDER.
           05 WK-CHGJ-OP       PIC X      VALUE SPACE.
           05 WK-CHGJ-OPERATOR PIC X(8)   VALUE SPACES.
           05 WK-CHGJ-CONFIRM  PIC X(18)  VALUE SPACES.
           05 WK-CHGJ-GUEST    PIC 9(6)   VALUE ZERO.
           05 WK-CHGJ-ACTION   PIC X(30)  VALUE SPACES.
           05 WK-CHGJ-RESP     PIC X      VALUE SPACE.
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-PARM-STATUS   PIC XX      VALUE SPACES.
           05 WK-MST-STATUS    PIC XX      VALUE SPACES.
           05 WK-CAMPRES-STATUS PIC XX     VALUE SPACES.
           05 WK-ARCH-STATUS   PIC XX      VALUE SPACES.
           05 WK-PAY-STATUS    PIC XX      VALUE SPACES.
           05 WK-WAIT-STATUS   PIC XX      VALUE SPACES.
           05 WK-CJ-STATUS     PIC XX      VALUE SPACES.
           05 WK-LEDGER-STATUS PIC XX      VALUE SPACES.
           05 WK-VAULT-STATUS  PIC XX      VALUE SPACES.
           05 WK-VEH-STATUS    PIC XX      VALUE SPACES.
      * SET WHEN A FILE OUTGROWS ITS TABLE - NOTHING IS REWRITTEN,
      * SINCE A GUEST MIGHT BE PURGED ON THE STRENGTH OF ACTIVITY
      * THE RUN NEVER SAW, AND THE RUN ENDS WITH A BAD RETURN CODE.
           05 TABLE-FULL-SW    PIC X       VALUE 'N'.
           05 SWAP-FAIL-SW     PIC X       VALUE 'N'.
           05 FOUND-SW         PIC X       VALUE 'N'.
           05 BOOK-FOUND-SW    PIC X       VALUE 'N'.
      * THE TWO CUTOFFS - TODAY LESS EACH PERIOD. A DAY PAST THE END
      * OF A SHORT MONTH (0231) STILL COMPARES CORRECTLY AS A NUMBER.
           05 WK-CARD-CUTOFF   PIC 9(8)    VALUE ZERO.
           05 WK-PERSONAL-CUTOFF PIC 9(8)  VALUE ZERO.
           05 WK-CUTOFF-MONTHS PIC 9(3)    VALUE ZERO.
           05 WK-CUTOFF-DATE   PIC 9(8)    VALUE ZERO.
           05 WK-MONTH-NUM     PIC 9(6)    VALUE ZERO.
           05 WK-CUT-DATE.
               10 WK-CUT-YYYY  PIC 9(4).
               10 WK-CUT-MM    PIC 99.
               10 WK-CUT-DD    PIC 99.
           05 WK-CUT-DATE-NUM REDEFINES WK-CUT-DATE PIC 9(8).
           05 WK-LOOKUP-GUEST  PIC 9(6)    VALUE ZERO.
           05 WK-KEEP-REASON   PIC X       VALUE SPACE.
           05 WK-ROW-GUEST     PIC 9(6)    VALUE ZERO.
           05 WK-ROW-SEQ       PIC 9       VALUE ZERO.
           05 WK-ROW-AMT       PIC S9(5)V99 VALUE ZERO.
           05 WK-HIGH-GUEST    PIC 9(6)    VALUE ZERO.
           05 WK-GUEST-NAME    PIC X(42)   VALUE SPACES.
           05 C-GUEST-CTR      PIC 9(4)    VALUE ZERO.
           05 C-GUEST-IDX      PIC 9(4)    VALUE ZERO.
           05 C-FOUND-IDX      PIC 9(4)    VALUE ZERO.
           05 C-ROOT-IDX       PIC 9(4)    VALUE ZERO.
           05 C-HOP-CTR        PIC 99      VALUE ZERO.
           05 C-AB-CTR         PIC 9(5)    VALUE ZERO.
           05 C-AB-IDX         PIC 9(5)    VALUE ZERO.
           05 C-ST-CTR         PIC 9(5)    VALUE ZERO.
      * CONTROL REPORT COUNTS.
           05 C-KEPT-CTR       PIC 9(6)    VALUE ZERO.
           05 C-KEEP-CURRENT   PIC 9(6)    VALUE ZERO.
           05 C-KEEP-BALANCE   PIC 9(6)    VALUE ZERO.
           05 C-KEEP-WAIT      PIC 9(6)    VALUE ZERO.
           05 C-KEEP-STAY      PIC 9(6)    VALUE ZERO.
           05 C-KEEP-JOURNAL   PIC 9(6)    VALUE ZERO.
           05 C-PURGED-CTR     PIC 9(6)    VALUE ZERO.
           05 C-PURGED-RETIRED PIC 9(6)    VALUE ZERO.
           05 C-HELD-CTR       PIC 9(6)    VALUE ZERO.
           05 C-HELD-NEW-CTR   PIC 9(6)    VALUE ZERO.
           05 C-MST-OUT-CTR    PIC 9(6)    VALUE ZERO.
           05 C-ARCH-IN-CTR    PIC 9(6)    VALUE ZERO.
           05 C-ARCH-OUT-CTR   PIC 9(6)    VALUE ZERO.
           05 C-ANON-ROW-CTR   PIC 9(6)    VALUE ZERO.
           05 C-ANON-BK-CTR    PIC 9(6)    VALUE ZERO.
           05 C-ARCH-IN-AMT    PIC S9(9)V99 VALUE ZERO.
           05 C-ARCH-OUT-AMT   PIC S9(9)V99 VALUE ZERO.
           05 C-VAULT-IN-CTR   PIC 9(6)    VALUE ZERO.
           05 C-VAULT-OUT-CTR  PIC 9(6)    VALUE ZERO.
           05 C-PAN-SETTLED    PIC 9(6)    VALUE ZERO.
           05 C-PAN-PURGED     PIC 9(6)    VALUE ZERO.
           05 C-PAN-BLANK      PIC 9(6)    VALUE ZERO.
           05 C-VEH-IN-CTR     PIC 9(6)    VALUE ZERO.
           05 C-VEH-OUT-CTR    PIC 9(6)    VALUE ZERO.
           05 C-VEH-DROP-CTR   PIC 9(6)    VALUE ZERO.
      * GENERATION-KEEPER INTERFACE FIELDS (SEE FGEN001), AND THE
      * FILE BEING SWAPPED - ITS PATH LESS THE EXTENSION, WHAT THE
      * SIDE FILE MUST COUNT BACK TO, AND ITS NAME ON THE REPORT.
           05 FGEN-OP          PIC X       VALUE SPACE.
           05 FGEN-SRC-PATH    PIC X(80)   VALUE SPACES.
           05 FGEN-DST-PATH    PIC X(80)   VALUE SPACES.
           05 FGEN-REC-COUNT   PIC 9(6)    VALUE ZERO.
           05 FGEN-RESP        PIC X       VALUE SPACE.
           05 WK-SWAP-BASE     PIC X(70)   VALUE SPACES.
           05 WK-SWAP-EXPECTED PIC 9(6)    VALUE ZERO.
           05 WK-SWAP-FROM     PIC X(4)    VALUE SPACES.
           05 WK-SWAP-TO       PIC X(4)    VALUE SPACES.

      * THE WHOLE GUEST MASTER. GR-ROOT IS THE ENTRY AT THE END OF
      * THE GUEST'S MERGE CHAIN (ITSELF FOR A LIVE GUEST); GR-KEEP IS
      * SET ON THAT ROOT ENTRY ONLY, TO THE FIRST REASON FOUND FOR
      * KEEPING IT: C CURRENT JOURNAL ROW, B OPEN BALANCE, W OPEN
      * WAITLIST REQUEST, S RECENT STAY, J RECENT JOURNAL ACTIVITY.
      * GR-FATE IS SET ON EACH ENTRY THE RUN REMOVES (SEE
      * L4-REPORT-PURGE).
      * GR-NAME IS THE NAME AS COBCMSCP01 WRITES IT ON A BOOKING OR
      * WAITLIST ROW ("LAST, FIRST").
       01 GUEST-TABLE.
           05 GUEST-ENTRY OCCURS 2000 TIMES INDEXED BY GUEST-INDEX.
               10 GR-GUEST-NUM     PIC 9(6).
               10 GR-REC           PIC X(160).
               10 GR-MERGED-TO     PIC 9(6).
               10 GR-OPERATOR      PIC X(8).
               10 GR-ROOT          PIC 9(4).
               10 GR-KEEP          PIC X.
               10 GR-FATE          PIC X.
               10 GR-NAME          PIC X(42).

      * ONE ENTRY PER ARCHIVED BOOKING NOT YET ANONYMIZED (A GROUP'S
      * MEMBER ROWS ADDED TOGETHER UNDER THE MASTER NUMBER): ITS
      * GUEST, THE TOTAL OF ITS LATEST AMENDMENT, WHAT PAYMENTS.DAT
      * SHOWS PAID AGAINST IT, THE LATEST DAY OF THE STAY, WHETHER IT
      * WAS CANCELLED ('C') OR RELEASED AS A NO-SHOW ('R'), WHETHER
      * THIS RUN ANONYMIZES IT, AND WHETHER ANY ROW OF IT ACTUALLY
      * CHANGED.
       01 ARCH-BOOKING-TABLE.
           05 AB-ENTRY OCCURS 9000 TIMES INDEXED BY AB-INDEX.
               10 AB-CONFIRM-NUM   PIC X(18).
               10 AB-GUEST-NUM     PIC 9(6).
               10 AB-AMEND-SEQ     PIC 9.
               10 AB-AMT           PIC S9(7)V99.
               10 AB-PAID          PIC S9(7)V99.
               10 AB-END-DATE      PIC 9(8).
               10 AB-STATE         PIC X.
               10 AB-ANON          PIC X.
               10 AB-CHANGED       PIC X.

      * THE LAST SETTLEMENT ACTION PER CONFIRMATION NUMBER AND ITS
      * DATE - 'C' CAPTURED OR 'R' REFUNDED IS SETTLED; 'J' MEANS
      * THE PROCESSOR REJECTED THE CAPTURE AND IT WILL BE SENT AGAIN.
      * ONLY CONFIRMATIONS WITH A CARD NUMBER STILL ON THE VAULT
      * ARCHIVE ARE HELD; A SPACE ACTION MEANS NO LEDGER ROW YET.
       01 SETTLED-TABLE.
           05 ST-ENTRY OCCURS 9000 TIMES INDEXED BY ST-INDEX.
               10 ST-CONFIRM-NUM   PIC X(18).
               10 ST-ACTION        PIC X.
               10 ST-DATE          PIC 9(8).

       01 CURRENT-DATE-AND-TIME.
         05 CUR-DATE.
           10 CUR-YY PIC 9(4).
           10 CUR-MM PIC 99.
           10 CUR-DD PIC 99.
         05 I-TIME PIC X(11).

       01 CUR-DATE-AND-TIME-NUM REDEFINES CURRENT-DATE-AND-TIME.
           05 CUR-DATE-NUM         PIC 9(8).
           05 CUR-TIME             PIC X(11).

       01 TITLE-LINE.
         05 FILLER PIC X(6) VALUE "DATE: ".
         05 O-CUR-MM PIC 99.
         05 FILLER PIC X VALUE "/".
         05 O-CUR-DD PIC 99.
         05 FILLER PIC X VALUE "/".
         05 O-CUR-YY PIC 9999.
         05 FILLER PIC X(7) VALUE "  RUN: ".
         05 O-RUN-ID PIC 9(11).
         05 FILLER PIC X(16) VALUE SPACES.
         05 FILLER PIC X(34) VALUE "GUEST DATA RETENTION CONTROL".
         05 FILLER PIC X(30) VALUE SPACES.
         05 FILLER PIC X(6) VALUE "PAGE: ".
         05 O-PCTR PIC X(2).

       01 CTL-PERIOD-LINE.
           05 O-P-LABEL        PIC X(26).
           05 O-P-MONTHS       PIC ZZ9.
           05 FILLER           PIC X(18)   VALUE " MONTHS - CUTOFF ".
           05 O-P-CUTOFF       PIC 9(8).
           05 FILLER           PIC X(77)   VALUE SPACES.

       01 CTL-GUEST-LINE.
           05 O-G-ACTION       PIC X(14).
           05 FILLER           PIC X(6)    VALUE "GUEST ".
           05 O-G-GUEST-NUM    PIC 9(6).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-G-MSG          PIC X(50).
           05 FILLER           PIC X(54)   VALUE SPACES.

       01 CTL-COUNT-LINE.
           05 O-C-LABEL        PIC X(40).
           05 O-C-COUNT        PIC ZZZ,ZZ9.
           05 FILLER           PIC X(85)   VALUE SPACES.

       01 CTL-AMT-LINE.
           05 O-A-LABEL        PIC X(40).
           05 O-A-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(77)   VALUE SPACES.

      * PROVES EACH SIDE FILE COUNTED BACK WHOLE BEFORE THE OLD
      * GENERATION WAS RELEASED.
       01 CTL-SWAP-LINE.
           05 O-SWAP-FILE      PIC X(10).
           05 FILLER           PIC X(17)   VALUE "SWAP - SIDE ROWS ".
           05 O-SWAP-SIDE      PIC ZZZ,ZZ9.
           05 FILLER           PIC X(11)   VALUE "  EXPECTED ".
           05 O-SWAP-KEPT      PIC ZZZ,ZZ9.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-SWAP-MSG       PIC X(30).
           05 FILLER           PIC X(48)   VALUE SPACES.

       01 CTL-FULL-LINE.
           05 FILLER   PIC X(70)  VALUE
           "A FILE EXCEEDS ITS TABLE - NOTHING PURGED OR REWRITTEN THIS
      -    " RUN".
           05 FILLER   PIC X(62)  VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           IF TABLE-FULL-SW NOT = 'Y'
               PERFORM L2-DECIDE
               PERFORM L2-REWRITE
           END-IF.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM L3-READ-PARMS.
           PERFORM L3-RUN-CONTROL-START.
           MOVE WK-RUNCTL-RUN-ID TO O-RUN-ID.
           OPEN OUTPUT CTLOUT.
           MOVE CUR-YY TO O-CUR-YY.
           MOVE CUR-MM TO O-CUR-MM.
           MOVE CUR-DD TO O-CUR-DD.
           PERFORM L3-HEADINGS.
           PERFORM L3-LOAD-MASTER.
           IF TABLE-FULL-SW NOT = 'Y'
               PERFORM L3-RESOLVE-CHAIN
                   VARYING C-GUEST-IDX FROM 1 BY 1
                   UNTIL C-GUEST-IDX > C-GUEST-CTR
               PERFORM L3-SCAN-CURRENT
               PERFORM L3-SCAN-ARCHIVE
               PERFORM L3-LOAD-PAYMENTS
               PERFORM L3-SCAN-WAITLIST
               PERFORM L3-SCAN-JOURNAL
               PERFORM L3-LOAD-SETTLED
           END-IF.

       L3-READ-PARMS.
           OPEN INPUT PARMFILE.
           IF WK-PARM-STATUS NOT = '00'
               DISPLAY 'COBCMSCP40 PARAMETER FILE (CP40PRM.DAT) '
                   'MISSING - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARMFILE
               AT END
                   DISPLAY 'COBCMSCP40 PARAMETER FILE EMPTY - '
                       'RUN REFUSED'
                   CLOSE PARMFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE PARMFILE.
           IF PRM-CARD-MONTHS NOT NUMERIC
               OR PRM-PERSONAL-MONTHS NOT NUMERIC
               OR PRM-CARD-MONTHS = 0
               OR PRM-PERSONAL-MONTHS = 0
               DISPLAY 'COBCMSCP40 RETENTION PERIODS MUST BE MONTHS '
                   'ABOVE ZERO - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRM-CARD-MONTHS TO WK-CUTOFF-MONTHS.
           PERFORM L4-CUTOFF-DATE.
           MOVE WK-CUTOFF-DATE TO WK-CARD-CUTOFF.
           MOVE PRM-PERSONAL-MONTHS TO WK-CUTOFF-MONTHS.
           PERFORM L4-CUTOFF-DATE.
           MOVE WK-CUTOFF-DATE TO WK-PERSONAL-CUTOFF.

      * TODAY LESS WK-CUTOFF-MONTHS, SAME DAY OF THE MONTH - WORKED
      * AS A COUNT OF MONTHS SO THE YEAR ROLLS BACK ON ITS OWN.
       L4-CUTOFF-DATE.
           COMPUTE WK-MONTH-NUM = (CUR-YY * 12) + CUR-MM - 1
               - WK-CUTOFF-MONTHS.
           DIVIDE WK-MONTH-NUM BY 12 GIVING WK-CUT-YYYY
               REMAINDER WK-CUT-MM.
           ADD 1 TO WK-CUT-MM.
           MOVE CUR-DD TO WK-CUT-DD.
           MOVE WK-CUT-DATE-NUM TO WK-CUTOFF-DATE.

       L3-RUN-CONTROL-START.
           MOVE 'S' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
           IF WK-RUNCTL-RESP NOT = 'G'
               AND WK-RUNCTL-RESP NOT = 'R'
               DISPLAY WK-RUNCTL-PROGRAM
                   ' REFUSED - RUN CONTROL SAID NO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * THE GUEST RECORD IS HELD WHOLE (160 BYTES AHEAD OF THE
      * POINTER, THEN THE LAST OPERATOR) SO A KEPT GUEST IS WRITTEN
      * BACK EXACTLY AS READ.
       L3-LOAD-MASTER.
           OPEN INPUT GMSTIN.
           IF WK-MST-STATUS = '00'
               PERFORM UNTIL WK-MST-STATUS NOT = '00'
                   READ GMSTIN
                   IF WK-MST-STATUS = '00'
                       IF C-GUEST-CTR < 2000
                           PERFORM L4-TABLE-GUEST
                       ELSE
                           MOVE 'Y' TO TABLE-FULL-SW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GMSTIN.

       L4-TABLE-GUEST.
           ADD 1 TO C-GUEST-CTR.
           SET GUEST-INDEX TO C-GUEST-CTR.
           MOVE GST-GUEST-NUM TO GR-GUEST-NUM(GUEST-INDEX).
           MOVE GST-REC(1:160) TO GR-REC(GUEST-INDEX).
           IF GST-MERGED-TO NUMERIC
               MOVE GST-MERGED-TO TO GR-MERGED-TO(GUEST-INDEX)
           ELSE
               MOVE ZERO TO GR-MERGED-TO(GUEST-INDEX)
           END-IF.
           MOVE GST-OPERATOR TO GR-OPERATOR(GUEST-INDEX).
           MOVE C-GUEST-CTR TO GR-ROOT(GUEST-INDEX).
           MOVE SPACE TO GR-KEEP(GUEST-INDEX).
           MOVE SPACE TO GR-FATE(GUEST-INDEX).
           MOVE SPACES TO GR-NAME(GUEST-INDEX).
           STRING GST-LNAME DELIMITED BY " " ', '
             DELIMITED BY SIZE GST-FNAME DELIMITED BY " "
             INTO GR-NAME(GUEST-INDEX).
           IF GST-GUEST-NUM > WK-HIGH-GUEST
               MOVE GST-GUEST-NUM TO WK-HIGH-GUEST
           END-IF.

      * FOLLOWS GST-MERGED-TO FROM ONE GUEST TO THE END OF ITS CHAIN.
      * A POINTER TO A NUMBER NOT ON FILE ENDS THE CHAIN WHERE IT IS;
      * THE HOP LIMIT STOPS A DAMAGED (LOOPING) CHAIN.
       L3-RESOLVE-CHAIN.
           MOVE C-GUEST-IDX TO C-ROOT-IDX.
           MOVE ZERO TO C-HOP-CTR.
           SET GUEST-INDEX TO C-ROOT-IDX.
           PERFORM UNTIL GR-MERGED-TO(GUEST-INDEX) = 0
               OR C-HOP-CTR > 20
               ADD 1 TO C-HOP-CTR
               MOVE GR-MERGED-TO(GUEST-INDEX) TO WK-LOOKUP-GUEST
               PERFORM L4-FIND-GUEST
               IF C-FOUND-IDX = 0
                   MOVE 21 TO C-HOP-CTR
               ELSE
                   MOVE C-FOUND-IDX TO C-ROOT-IDX
                   SET GUEST-INDEX TO C-ROOT-IDX
               END-IF
           END-PERFORM.
           SET GUEST-INDEX TO C-GUEST-IDX.
           MOVE C-ROOT-IDX TO GR-ROOT(GUEST-INDEX).

      * C-FOUND-IDX COMES BACK ZERO WHEN THE NUMBER IS NOT ON FILE.
       L4-FIND-GUEST.
           MOVE ZERO TO C-FOUND-IDX.
           PERFORM VARYING GUEST-INDEX FROM 1 BY 1
               UNTIL GUEST-INDEX > C-GUEST-CTR
                   OR C-FOUND-IDX NOT = 0
               IF GR-GUEST-NUM(GUEST-INDEX) = WK-LOOKUP-GUEST
                   SET C-FOUND-IDX TO GUEST-INDEX
               END-IF
           END-PERFORM.

      * MARKS THE CHAIN ROOT OF WK-LOOKUP-GUEST AS KEPT FOR
      * WK-KEEP-REASON, UNLESS IT IS ALREADY KEPT FOR ANOTHER.
       L4-KEEP-GUEST.
           PERFORM L4-FIND-GUEST.
           IF C-FOUND-IDX NOT = 0
               SET GUEST-INDEX TO C-FOUND-IDX
               MOVE GR-ROOT(GUEST-INDEX) TO C-ROOT-IDX
               SET GUEST-INDEX TO C-ROOT-IDX
               IF GR-KEEP(GUEST-INDEX) = SPACE
                   MOVE WK-KEEP-REASON TO GR-KEEP(GUEST-INDEX)
               END-IF
           END-IF.

      * ANY ROW STILL ON THE CURRENT JOURNAL KEEPS ITS GUEST - LIVE
      * BOOKINGS, OPEN BALANCES ON THEM, AND EVERYTHING THE
      * YEAR-END COMPACTION HAS NOT YET MOVED TO THE ARCHIVE.
       L3-SCAN-CURRENT.
           MOVE 'C' TO WK-KEEP-REASON.
           OPEN INPUT CAMPRESIN.
           IF WK-CAMPRES-STATUS = '00'
               PERFORM UNTIL WK-CAMPRES-STATUS NOT = '00'
                   READ CAMPRESIN
                   IF WK-CAMPRES-STATUS = '00'
                       AND CR-GUEST-NUM NUMERIC
                       AND CR-GUEST-NUM NOT = 0
                       MOVE CR-GUEST-NUM TO WK-LOOKUP-GUEST
                       PERFORM L4-KEEP-GUEST
                   END-IF
               END-PERFORM
               CLOSE CAMPRESIN.

      * FIRST PASS OF THE ARCHIVE - ONE ENTRY PER BOOKING, NETTED THE
      * WAY COBCMSCP22 NETS IT: THE HIGHEST AMENDMENT SEQUENCE
      * CARRIES THE TOTAL (GROUP MEMBER ROWS AT THE SAME SEQUENCE ADD
      * TOGETHER), AND A MARKER ROW SAYS CANCELLED OR RELEASED. A
      * ROW AN EARLIER RUN ANONYMIZED IS PASSED BY - ITS CARD NUMBER
      * AND PLATES WENT WITH IT AND THE SECOND PASS COPIES IT AS IT
      * STANDS, SO THE TABLE FOLLOWS ONLY THE HISTORY STILL NAMED.
       L3-SCAN-ARCHIVE.
           OPEN INPUT ARCHIN.
           IF WK-ARCH-STATUS = '00'
               PERFORM UNTIL WK-ARCH-STATUS NOT = '00'
                   READ ARCHIN
                   IF WK-ARCH-STATUS = '00'
                       AND (O-NAME NOT = 'PURGED'
                           OR O-GUEST-NUM NOT = 0)
                       PERFORM L4-ARCHIVE-ROW
                   END-IF
               END-PERFORM
               CLOSE ARCHIN.

       L4-ARCHIVE-ROW.
           PERFORM L4-FIND-BOOKING.
           IF FOUND-SW NOT = 'Y'
               IF C-AB-CTR < 9000
                   ADD 1 TO C-AB-CTR
                   SET AB-INDEX TO C-AB-CTR
                   MOVE O-CONFIRM-NUM TO AB-CONFIRM-NUM(AB-INDEX)
                   MOVE ZERO TO AB-GUEST-NUM(AB-INDEX)
                   MOVE ZERO TO AB-AMEND-SEQ(AB-INDEX)
                   MOVE ZERO TO AB-AMT(AB-INDEX)
                   MOVE ZERO TO AB-PAID(AB-INDEX)
                   MOVE ZERO TO AB-END-DATE(AB-INDEX)
                   MOVE SPACE TO AB-STATE(AB-INDEX)
                   MOVE 'N' TO AB-ANON(AB-INDEX)
                   MOVE 'N' TO AB-CHANGED(AB-INDEX)
                   MOVE 'Y' TO FOUND-SW
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
               END-IF
           END-IF.
           IF FOUND-SW = 'Y'
               EVALUATE TRUE
                   WHEN VAL-CANCELLED
                       MOVE 'C' TO AB-STATE(AB-INDEX)
                   WHEN VAL-RELEASED
                       IF AB-STATE(AB-INDEX) = SPACE
                           MOVE 'R' TO AB-STATE(AB-INDEX)
                       END-IF
                   WHEN OTHER
                       PERFORM L4-ARCHIVE-BOOKING-ROW
               END-EVALUATE
           END-IF.

       L4-ARCHIVE-BOOKING-ROW.
           IF O-AMEND-SEQ NUMERIC
               MOVE O-AMEND-SEQ TO WK-ROW-SEQ
           ELSE
               MOVE ZERO TO WK-ROW-SEQ.
           IF O-AMT NUMERIC
               MOVE O-AMT TO WK-ROW-AMT
           ELSE
               MOVE ZERO TO WK-ROW-AMT.
           IF O-GUEST-NUM NUMERIC
               AND AB-GUEST-NUM(AB-INDEX) = 0
               MOVE O-GUEST-NUM TO AB-GUEST-NUM(AB-INDEX)
           END-IF.
           IF O-END-DATE NUMERIC
               AND O-END-DATE > AB-END-DATE(AB-INDEX)
               MOVE O-END-DATE TO AB-END-DATE(AB-INDEX)
           END-IF.
           IF WK-ROW-SEQ > AB-AMEND-SEQ(AB-INDEX)
               MOVE WK-ROW-SEQ TO AB-AMEND-SEQ(AB-INDEX)
               MOVE WK-ROW-AMT TO AB-AMT(AB-INDEX)
           ELSE
               IF WK-ROW-SEQ = AB-AMEND-SEQ(AB-INDEX)
                   ADD WK-ROW-AMT TO AB-AMT(AB-INDEX)
               END-IF
           END-IF.

       L4-FIND-BOOKING.
           MOVE 'N' TO FOUND-SW.
           PERFORM VARYING AB-INDEX FROM 1 BY 1
               UNTIL AB-INDEX > C-AB-CTR
                   OR FOUND-SW = 'Y'
               IF AB-CONFIRM-NUM(AB-INDEX) = O-CONFIRM-NUM
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
           IF FOUND-SW = 'Y'
               SET AB-INDEX DOWN BY 1.

      * PAYMENTS AGAINST ARCHIVED BOOKINGS ONLY - A PAYMENT FOR A
      * BOOKING STILL ON THE CURRENT JOURNAL IS ALREADY COVERED THERE.
       L3-LOAD-PAYMENTS.
           OPEN INPUT PAYIN.
           IF WK-PAY-STATUS = '00'
               PERFORM UNTIL WK-PAY-STATUS NOT = '00'
                   READ PAYIN
                   IF WK-PAY-STATUS = '00' AND PAY-AMT NUMERIC
                       MOVE PAY-CONFIRM-NUM TO O-CONFIRM-NUM
                       PERFORM L4-FIND-BOOKING
                       IF FOUND-SW = 'Y'
                           ADD PAY-AMT TO AB-PAID(AB-INDEX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAYIN.

      * A WAITLIST ROW CARRIES A NAME, NOT A GUEST NUMBER, SO AN OPEN
      * REQUEST KEEPS EVERY GUEST WHOSE NAME IT MATCHES.
       L3-SCAN-WAITLIST.
           MOVE 'W' TO WK-KEEP-REASON.
           OPEN INPUT WAITIN.
           IF WK-WAIT-STATUS = '00'
               PERFORM UNTIL WK-WAIT-STATUS NOT = '00'
                   READ WAITIN
                   IF WK-WAIT-STATUS = '00' AND WL-OPEN
                       PERFORM L4-MATCH-WAIT-NAME
                           VARYING C-GUEST-IDX FROM 1 BY 1
                           UNTIL C-GUEST-IDX > C-GUEST-CTR
                   END-IF
               END-PERFORM
               CLOSE WAITIN.

       L4-MATCH-WAIT-NAME.
           SET GUEST-INDEX TO C-GUEST-IDX.
           IF GR-NAME(GUEST-INDEX) = WL-NAME
               MOVE GR-GUEST-NUM(GUEST-INDEX) TO WK-LOOKUP-GUEST
               PERFORM L4-KEEP-GUEST
           END-IF.

      * ANY CHANGE-JOURNAL ROW FOR THE GUEST INSIDE THE PERSONAL
      * PERIOD - A GUEST ADDED OR CHANGED (COBCMSCP10), A BOOKING
      * TAKEN - KEEPS THEM. THIS IS ALSO WHAT PROTECTS A GUEST ADDED
      * RECENTLY WHO HAS NOT BOOKED YET. THIS RUN'S OWN ROWS (A HELD
      * NUMBER BLANKED) ARE NOT ACTIVITY.
       L3-SCAN-JOURNAL.
           MOVE 'J' TO WK-KEEP-REASON.
           OPEN INPUT CJIN.
           IF WK-CJ-STATUS = '00'
               PERFORM UNTIL WK-CJ-STATUS NOT = '00'
                   READ CJIN
                   IF WK-CJ-STATUS = '00'
                       AND CJ-GUEST-NUM NUMERIC
                       AND CJ-GUEST-NUM NOT = 0
                       AND CJ-DATE NUMERIC
                       AND CJ-DATE >= WK-PERSONAL-CUTOFF
                       AND CJ-PROGRAM NOT = WK-RUNCTL-PROGRAM
                       MOVE CJ-GUEST-NUM TO WK-LOOKUP-GUEST
                       PERFORM L4-KEEP-GUEST
                   END-IF
               END-PERFORM
               CLOSE CJIN.

      * ONLY A CARD NUMBER STILL ON THE VAULT ARCHIVE IS EVER CHECKED
      * AGAINST THE LEDGER, SO ONLY THOSE CONFIRMATIONS ARE TABLED -
      * THIS RUN BLANKS THEM AS THEY AGE, SO THE SET STAYS SMALL
      * HOWEVER LONG THE LEDGER GROWS. THE LEDGER IS IN THE ORDER IT
      * WAS WRITTEN, SO THE LAST ROW READ FOR A CONFIRMATION IS ITS
      * CURRENT STATE.
       L3-LOAD-SETTLED.
           OPEN INPUT VAULTIN.
           IF WK-VAULT-STATUS = '00'
               PERFORM UNTIL WK-VAULT-STATUS NOT = '00'
                   READ VAULTIN
                   IF WK-VAULT-STATUS = '00'
                       AND VA-CCNUM-X NOT = SPACES
                       PERFORM L4-TABLE-CARD
                   END-IF
               END-PERFORM
               CLOSE VAULTIN.
           OPEN INPUT LEDGERIN.
           IF WK-LEDGER-STATUS = '00'
               PERFORM UNTIL WK-LEDGER-STATUS NOT = '00'
                   READ LEDGERIN
                   IF WK-LEDGER-STATUS = '00'
                       PERFORM L4-TABLE-SETTLED
                   END-IF
               END-PERFORM
               CLOSE LEDGERIN.

       L4-TABLE-SETTLED.
           MOVE 'N' TO FOUND-SW.
           PERFORM VARYING ST-INDEX FROM 1 BY 1
               UNTIL ST-INDEX > C-ST-CTR
                   OR FOUND-SW = 'Y'
               IF ST-CONFIRM-NUM(ST-INDEX) = LED-CONFIRM-NUM
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
           IF FOUND-SW = 'Y'
               SET ST-INDEX DOWN BY 1
               MOVE LED-ACTION TO ST-ACTION(ST-INDEX)
               IF LED-DATE NUMERIC
                   MOVE LED-DATE TO ST-DATE(ST-INDEX)
               ELSE
                   MOVE ZERO TO ST-DATE(ST-INDEX)
               END-IF
           END-IF.

       L4-TABLE-CARD.
           MOVE 'N' TO FOUND-SW.
           PERFORM VARYING ST-INDEX FROM 1 BY 1
               UNTIL ST-INDEX > C-ST-CTR
                   OR FOUND-SW = 'Y'
               IF ST-CONFIRM-NUM(ST-INDEX) = VA-CONFIRM-NUM
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
           IF FOUND-SW NOT = 'Y'
               IF C-ST-CTR < 9000
                   ADD 1 TO C-ST-CTR
                   SET ST-INDEX TO C-ST-CTR
                   MOVE VA-CONFIRM-NUM TO ST-CONFIRM-NUM(ST-INDEX)
                   MOVE SPACE TO ST-ACTION(ST-INDEX)
                   MOVE ZERO TO ST-DATE(ST-INDEX)
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
               END-IF
           END-IF.

      * WHO STAYS AND WHO GOES. THE ARCHIVED BOOKINGS FIRST LEND
      * THEIR GUESTS A RECENT-STAY OR OPEN-BALANCE REASON TO STAY;
      * THEN EACH GUEST IS DECIDED BY ITS CHAIN ROOT; THEN EACH
      * ARCHIVED BOOKING IS ANONYMIZED IF ITS GUEST WENT.
       L2-DECIDE.
           PERFORM L3-KEEP-FROM-ARCHIVE
               VARYING C-AB-IDX FROM 1 BY 1
               UNTIL C-AB-IDX > C-AB-CTR.
           PERFORM L3-DECIDE-GUEST
               VARYING C-GUEST-IDX FROM 1 BY 1
               UNTIL C-GUEST-IDX > C-GUEST-CTR.
           PERFORM L3-DECIDE-BOOKING
               VARYING C-AB-IDX FROM 1 BY 1
               UNTIL C-AB-IDX > C-AB-CTR.

      * A STAY ENDING INSIDE THE PERSONAL PERIOD (CANCELLED OR NOT)
      * KEEPS THE GUEST; SO DOES A BOOKING NOT CANCELLED WHOSE
      * PAYMENTS FALL SHORT OF ITS TOTAL - THE OFFICE MAY STILL BE
      * CHASING IT. A NO-SHOW STILL OWES.
       L3-KEEP-FROM-ARCHIVE.
           SET AB-INDEX TO C-AB-IDX.
           IF AB-GUEST-NUM(AB-INDEX) NOT = 0
               MOVE AB-GUEST-NUM(AB-INDEX) TO WK-LOOKUP-GUEST
               IF AB-STATE(AB-INDEX) NOT = 'C'
                   AND AB-AMT(AB-INDEX) > AB-PAID(AB-INDEX)
                   MOVE 'B' TO WK-KEEP-REASON
                   PERFORM L4-KEEP-GUEST
               END-IF
               IF AB-END-DATE(AB-INDEX) >= WK-PERSONAL-CUTOFF
                   MOVE 'S' TO WK-KEEP-REASON
                   PERFORM L4-KEEP-GUEST
               END-IF
           END-IF.

      * A GUEST GOES WHEN ITS CHAIN ROOT HAS NO REASON TO STAY. THE
      * HIGHEST NUMBER ON FILE IS HELD (BLANKED) INSTEAD SO IT IS
      * NEVER ISSUED AGAIN (A NUMBER ALREADY HELD THAT WAY BY AN
      * EARLIER RUN IS NOT A CHANGE).
       L3-DECIDE-GUEST.
           SET GUEST-INDEX TO C-GUEST-IDX.
           MOVE GR-ROOT(GUEST-INDEX) TO C-ROOT-IDX.
           SET GUEST-INDEX TO C-ROOT-IDX.
           MOVE GR-KEEP(GUEST-INDEX) TO WK-KEEP-REASON.
           SET GUEST-INDEX TO C-GUEST-IDX.
           IF WK-KEEP-REASON NOT = SPACE
               ADD 1 TO C-KEPT-CTR
               IF C-ROOT-IDX = C-GUEST-IDX
                   EVALUATE WK-KEEP-REASON
                       WHEN 'C'
                           ADD 1 TO C-KEEP-CURRENT
                       WHEN 'B'
                           ADD 1 TO C-KEEP-BALANCE
                       WHEN 'W'
                           ADD 1 TO C-KEEP-WAIT
                       WHEN 'S'
                           ADD 1 TO C-KEEP-STAY
                       WHEN OTHER
                           ADD 1 TO C-KEEP-JOURNAL
                   END-EVALUATE
               END-IF
           ELSE
               MOVE 'P' TO GR-FATE(GUEST-INDEX)
               IF C-ROOT-IDX NOT = C-GUEST-IDX
                   MOVE 'R' TO GR-FATE(GUEST-INDEX)
               END-IF
               IF GR-GUEST-NUM(GUEST-INDEX) = WK-HIGH-GUEST
                   MOVE 'H' TO GR-FATE(GUEST-INDEX)
               END-IF
               PERFORM L4-REPORT-PURGE
           END-IF.

      * GR-FATE ON A PURGED ENTRY IS P (PURGED), R (RETIRED
      * RECORD PURGED WITH ITS SURVIVOR) OR H (HELD, BLANKED).
      * ONLY THE NUMBER PRINTS - NEVER THE NAME BEING PURGED.
       L4-REPORT-PURGE.
           MOVE GR-GUEST-NUM(GUEST-INDEX) TO O-G-GUEST-NUM.
           EVALUATE GR-FATE(GUEST-INDEX)
               WHEN 'R'
                   ADD 1 TO C-PURGED-RETIRED
                   MOVE 'PURGED' TO O-G-ACTION
                   MOVE 'RETIRED RECORD - SURVIVOR PURGED' TO O-G-MSG
               WHEN 'H'
                   ADD 1 TO C-HELD-CTR
                   IF GR-REC(GUEST-INDEX)(7:20) NOT = 'PURGED'
                       OR GR-REC(GUEST-INDEX)(27:134) NOT = SPACES
                       ADD 1 TO C-HELD-NEW-CTR
                   END-IF
                   MOVE 'BLANKED' TO O-G-ACTION
                   MOVE 'HIGHEST NUMBER ON FILE - HELD SO NOT REISSUED'
                       TO O-G-MSG
               WHEN OTHER
                   ADD 1 TO C-PURGED-CTR
                   MOVE 'PURGED' TO O-G-ACTION
                   MOVE SPACES TO O-G-MSG
           END-EVALUATE.
           WRITE CTLLINE FROM CTL-GUEST-LINE
               AFTER ADVANCING 1 LINE.

      * A BOOKING WHOSE GUEST WAS PURGED IS ANONYMIZED; SO IS ONE
      * WITH NO GUEST ON THE MASTER (GUEST ZERO FROM BEFORE THE
      * MASTER, OR A NUMBER LONG GONE) ONCE ITS STAY IS OLDER THAN
      * THE PERSONAL PERIOD.
       L3-DECIDE-BOOKING.
           SET AB-INDEX TO C-AB-IDX.
           MOVE ZERO TO C-FOUND-IDX.
           IF AB-GUEST-NUM(AB-INDEX) NOT = 0
               MOVE AB-GUEST-NUM(AB-INDEX) TO WK-LOOKUP-GUEST
               PERFORM L4-FIND-GUEST
           END-IF.
           IF C-FOUND-IDX NOT = 0
               SET GUEST-INDEX TO C-FOUND-IDX
               IF GR-FATE(GUEST-INDEX) = 'P' OR 'R' OR 'H'
                   MOVE 'Y' TO AB-ANON(AB-INDEX)
               END-IF
           ELSE
               IF AB-END-DATE(AB-INDEX) < WK-PERSONAL-CUTOFF
                   MOVE 'Y' TO AB-ANON(AB-INDEX)
               END-IF
           END-IF.
           IF AB-ANON(AB-INDEX) = 'Y'
               ADD 1 TO C-ANON-BK-CTR.

      * EACH FILE WITH SOMETHING TO CHANGE IS COPIED TO ITS SIDE
      * FILE AND SWAPPED IN. THE MASTER GOES LAST - IF AN EARLIER
      * SWAP FAILED, NO GUEST IS REMOVED, SO A RERUN FINDS THEM AND
      * FINISHES THE JOB.
       L2-REWRITE.
           PERFORM L3-REWRITE-ARCHIVE.
           IF SWAP-FAIL-SW NOT = 'Y'
               PERFORM L3-REWRITE-VAULT.
           IF SWAP-FAIL-SW NOT = 'Y'
               PERFORM L3-REWRITE-VEHICLES.
           IF SWAP-FAIL-SW NOT = 'Y'
               AND C-PURGED-CTR + C-PURGED-RETIRED
                   + C-HELD-NEW-CTR > 0
               PERFORM L3-REWRITE-MASTER.

      * SECOND PASS OF THE ARCHIVE. EVERY ROW IS COPIED; A ROW OF AN
      * ANONYMIZED BOOKING (ITS MARKERS INCLUDED) LOSES THE NAME,
      * GUEST NUMBER AND CARD TAIL/EXPIRY. DOLLARS ARE PROVED IN =
      * OUT. A ROW ALREADY ANONYMIZED BY AN EARLIER RUN IS NOT
      * COUNTED AGAIN, AND THE FILE IS ONLY SWAPPED WHEN A ROW
      * ACTUALLY CHANGED.
       L3-REWRITE-ARCHIVE.
           IF C-ANON-BK-CTR > 0
               OPEN INPUT ARCHIN
               OPEN OUTPUT ARCHOUT
               PERFORM UNTIL WK-ARCH-STATUS NOT = '00'
                   READ ARCHIN
                   IF WK-ARCH-STATUS = '00'
                       PERFORM L4-COPY-ARCHIVE-ROW
                   END-IF
               END-PERFORM
               CLOSE ARCHIN
               CLOSE ARCHOUT
               IF C-ANON-ROW-CTR > 0
                   MOVE 'CAMPARCH' TO O-SWAP-FILE
                   MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP09\CAMPARCH"
                       TO WK-SWAP-BASE
                   MOVE C-ARCH-OUT-CTR TO WK-SWAP-EXPECTED
                   PERFORM L3-SWAP-FILE
                   IF SWAP-FAIL-SW NOT = 'Y'
                       PERFORM L4-JOURNAL-BOOKING
                           VARYING C-AB-IDX FROM 1 BY 1
                           UNTIL C-AB-IDX > C-AB-CTR
                   END-IF
               END-IF
           END-IF.

      * ONLY A BOOKING WITH A ROW THIS RUN CHANGED - ONE ANONYMIZED BY
      * AN EARLIER RUN IS NOT JOURNALED AGAIN.
       L4-JOURNAL-BOOKING.
           SET AB-INDEX TO C-AB-IDX.
           IF AB-CHANGED(AB-INDEX) = 'Y'
               MOVE AB-CONFIRM-NUM(AB-INDEX) TO WK-CHGJ-CONFIRM
               MOVE ZERO TO WK-CHGJ-GUEST
               MOVE 'BOOKING ANONYMIZED - RETENTION' TO WK-CHGJ-ACTION
               PERFORM L4-CALL-CHGJ
           END-IF.

       L4-COPY-ARCHIVE-ROW.
           ADD 1 TO C-ARCH-IN-CTR.
           IF O-AMT NUMERIC
               ADD O-AMT TO C-ARCH-IN-AMT.
           PERFORM L4-FIND-BOOKING.
           IF FOUND-SW = 'Y'
               IF AB-ANON(AB-INDEX) = 'Y'
                   IF O-NAME NOT = 'PURGED'
                       OR O-GUEST-NUM NOT = 0
                       ADD 1 TO C-ANON-ROW-CTR
                       MOVE 'Y' TO AB-CHANGED(AB-INDEX)
                   END-IF
                   MOVE 'PURGED' TO O-NAME
                   MOVE ZERO TO O-GUEST-NUM
                   MOVE ZERO TO O-CCNUM-LAST4
                   MOVE ZERO TO O-CCEXP
               END-IF
           END-IF.
           IF O-AMT NUMERIC
               ADD O-AMT TO C-ARCH-OUT-AMT.
           MOVE VAL-REC TO AOUT-REC.
           WRITE AOUT-REC.
           ADD 1 TO C-ARCH-OUT-CTR.

      * A CARD NUMBER IS BLANKED WHEN ITS BOOKING WAS ANONYMIZED,
      * WHEN IT SETTLED BEFORE THE CARD CUTOFF, OR WHEN THE BOOKING
      * WAS CANCELLED WITHOUT EVER BEING CAPTURED AND ITS STAY ENDED
      * BEFORE THE CARD CUTOFF. A CAPTURE THE PROCESSOR REJECTED
      * ('J' LAST) IS NOT SETTLED - THE CARD MAY STILL BE NEEDED.
       L3-REWRITE-VAULT.
           OPEN INPUT VAULTIN.
           IF WK-VAULT-STATUS = '00'
               OPEN OUTPUT VAULTOUT
               PERFORM UNTIL WK-VAULT-STATUS NOT = '00'
                   READ VAULTIN
                   IF WK-VAULT-STATUS = '00'
                       PERFORM L4-COPY-VAULT-ROW
                   END-IF
               END-PERFORM
               CLOSE VAULTIN
               CLOSE VAULTOUT
               IF C-PAN-SETTLED + C-PAN-PURGED > 0
                   MOVE 'CCVARCH' TO O-SWAP-FILE
                   MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP09\CCVARCH"
                       TO WK-SWAP-BASE
                   MOVE C-VAULT-OUT-CTR TO WK-SWAP-EXPECTED
                   PERFORM L3-SWAP-FILE
               END-IF
           END-IF.

       L4-COPY-VAULT-ROW.
           ADD 1 TO C-VAULT-IN-CTR.
           IF VA-CCNUM-X = SPACES
               ADD 1 TO C-PAN-BLANK
           ELSE
               MOVE VA-CONFIRM-NUM TO O-CONFIRM-NUM
               PERFORM L4-FIND-BOOKING
               IF FOUND-SW = 'Y' AND AB-ANON(AB-INDEX) = 'Y'
                   MOVE SPACES TO VA-CCNUM-X
                   ADD 1 TO C-PAN-PURGED
               ELSE
                   PERFORM L4-CHECK-SETTLED
               END-IF
           END-IF.
           MOVE VARCH-REC TO VOUT-REC.
           WRITE VOUT-REC.
           ADD 1 TO C-VAULT-OUT-CTR.

      * AB-INDEX IS STILL ON THE BOOKING WHEN FOUND-SW IS 'Y'.
       L4-CHECK-SETTLED.
           MOVE FOUND-SW TO BOOK-FOUND-SW.
           MOVE 'N' TO FOUND-SW.
           PERFORM VARYING ST-INDEX FROM 1 BY 1
               UNTIL ST-INDEX > C-ST-CTR
                   OR FOUND-SW = 'Y'
               IF ST-CONFIRM-NUM(ST-INDEX) = VA-CONFIRM-NUM
                   AND ST-ACTION(ST-INDEX) NOT = SPACE
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
           IF FOUND-SW = 'Y'
               SET ST-INDEX DOWN BY 1
               IF (ST-ACTION(ST-INDEX) = 'C' OR 'R')
                   AND ST-DATE(ST-INDEX) < WK-CARD-CUTOFF
                   MOVE SPACES TO VA-CCNUM-X
                   ADD 1 TO C-PAN-SETTLED
               END-IF
           ELSE
               IF BOOK-FOUND-SW = 'Y'
                   AND AB-STATE(AB-INDEX) = 'C'
                   AND AB-END-DATE(AB-INDEX) < WK-CARD-CUTOFF
                   MOVE SPACES TO VA-CCNUM-X
                   ADD 1 TO C-PAN-SETTLED
               END-IF
           END-IF.

      * AN ANONYMIZED BOOKING'S VEHICLE ROWS ARE DROPPED - A PLATE
      * IS AS PERSONAL AS A NAME, AND A DEPARTED BOOKING NEEDS NO
      * GATE PASS.
       L3-REWRITE-VEHICLES.
           OPEN INPUT VEHIN.
           IF WK-VEH-STATUS = '00'
               OPEN OUTPUT VEHOUT
               PERFORM UNTIL WK-VEH-STATUS NOT = '00'
                   READ VEHIN
                   IF WK-VEH-STATUS = '00'
                       PERFORM L4-COPY-VEHICLE-ROW
                   END-IF
               END-PERFORM
               CLOSE VEHIN
               CLOSE VEHOUT
               IF C-VEH-DROP-CTR > 0
                   MOVE 'VEHICLE' TO O-SWAP-FILE
                   MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\VEHICLE"
                       TO WK-SWAP-BASE
                   MOVE C-VEH-OUT-CTR TO WK-SWAP-EXPECTED
                   PERFORM L3-SWAP-FILE
               END-IF
           END-IF.

       L4-COPY-VEHICLE-ROW.
           ADD 1 TO C-VEH-IN-CTR.
           MOVE VEH-CONFIRM-NUM TO O-CONFIRM-NUM.
           PERFORM L4-FIND-BOOKING.
           IF FOUND-SW = 'Y' AND AB-ANON(AB-INDEX) = 'Y'
               ADD 1 TO C-VEH-DROP-CTR
           ELSE
               MOVE VEH-REC TO VHOUT-REC
               WRITE VHOUT-REC
               ADD 1 TO C-VEH-OUT-CTR
           END-IF.

       L3-REWRITE-MASTER.
           OPEN OUTPUT GMSTOUT.
           PERFORM L4-WRITE-GUEST
               VARYING C-GUEST-IDX FROM 1 BY 1
               UNTIL C-GUEST-IDX > C-GUEST-CTR.
           CLOSE GMSTOUT.
           MOVE 'GUESTMST' TO O-SWAP-FILE.
           MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\GUESTMST"
               TO WK-SWAP-BASE.
           MOVE C-MST-OUT-CTR TO WK-SWAP-EXPECTED.
           PERFORM L3-SWAP-FILE.
           IF SWAP-FAIL-SW NOT = 'Y'
               PERFORM L4-JOURNAL-GUEST
                   VARYING C-GUEST-IDX FROM 1 BY 1
                   UNTIL C-GUEST-IDX > C-GUEST-CTR.

      * A HELD NUMBER ALREADY BLANKED BY AN EARLIER RUN IS NOT A
      * CHANGE (THE L4-REPORT-PURGE TEST).
       L4-JOURNAL-GUEST.
           SET GUEST-INDEX TO C-GUEST-IDX.
           MOVE SPACES TO WK-CHGJ-ACTION.
           EVALUATE GR-FATE(GUEST-INDEX)
               WHEN 'P'
               WHEN 'R'
                   MOVE 'GUEST PURGED - RETENTION' TO WK-CHGJ-ACTION
               WHEN 'H'
                   IF GR-REC(GUEST-INDEX)(7:20) NOT = 'PURGED'
                       OR GR-REC(GUEST-INDEX)(27:134) NOT = SPACES
                       MOVE 'GUEST BLANKED - NUMBER HELD'
                           TO WK-CHGJ-ACTION
                   END-IF
           END-EVALUATE.
           IF WK-CHGJ-ACTION NOT = SPACES
               MOVE SPACES TO WK-CHGJ-CONFIRM
               MOVE GR-GUEST-NUM(GUEST-INDEX) TO WK-CHGJ-GUEST
               PERFORM L4-CALL-CHGJ
           END-IF.

       L4-CALL-CHGJ.
           MOVE 'W' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, WK-CHGJ-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.

      * A KEPT GUEST GOES BACK EXACTLY AS READ; THE HELD NUMBER GOES
      * BACK WITH EVERYTHING BUT THE NUMBER BLANKED.
       L4-WRITE-GUEST.
           SET GUEST-INDEX TO C-GUEST-IDX.
           EVALUATE GR-FATE(GUEST-INDEX)
               WHEN 'P'
               WHEN 'R'
                   CONTINUE
               WHEN 'H'
                   MOVE SPACES TO GOUT-REC
                   MOVE GR-GUEST-NUM(GUEST-INDEX) TO GOUT-GUEST-NUM
                   MOVE 'PURGED' TO GOUT-LNAME
                   MOVE ZERO TO GOUT-MERGED-TO
                   WRITE GOUT-REC
                   ADD 1 TO C-MST-OUT-CTR
               WHEN OTHER
                   MOVE GR-REC(GUEST-INDEX) TO GOUT-REC(1:160)
                   MOVE GR-MERGED-TO(GUEST-INDEX) TO GOUT-MERGED-TO
                   MOVE GR-OPERATOR(GUEST-INDEX) TO GOUT-OPERATOR
                   WRITE GOUT-REC
                   ADD 1 TO C-MST-OUT-CTR
           END-EVALUATE.

      * COUNTS THE SIDE FILE (WK-SWAP-BASE.NEW) BACK AGAINST WHAT WAS
      * WRITTEN; ONLY THEN ROTATES .G2 TO .G3, .G1 TO .G2, THE LIVE
      * .DAT TO .G1 AND THE SIDE FILE OVER THE .DAT - THE CYCLE
      * COBCMSCP24 RUNS FOR ITS FILES.
       L3-SWAP-FILE.
           MOVE 'N' TO FGEN-OP.
           MOVE '.NEW' TO WK-SWAP-FROM.
           MOVE SPACES TO WK-SWAP-TO.
           PERFORM L4-BUILD-PATHS.
           CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
               FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP.
           MOVE FGEN-REC-COUNT TO O-SWAP-SIDE.
           MOVE WK-SWAP-EXPECTED TO O-SWAP-KEPT.
           IF FGEN-RESP NOT = 'G'
               OR FGEN-REC-COUNT NOT = WK-SWAP-EXPECTED
               MOVE 'Y' TO SWAP-FAIL-SW
               MOVE 'OUT OF BALANCE - NOT SWAPPED' TO O-SWAP-MSG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'C' TO FGEN-OP
               MOVE '.G2' TO WK-SWAP-FROM
               MOVE '.G3' TO WK-SWAP-TO
               PERFORM L4-COPY-GENERATION
               MOVE '.G1' TO WK-SWAP-FROM
               MOVE '.G2' TO WK-SWAP-TO
               PERFORM L4-COPY-GENERATION
               MOVE '.DAT' TO WK-SWAP-FROM
               MOVE '.G1' TO WK-SWAP-TO
               PERFORM L4-COPY-GENERATION
               MOVE '.NEW' TO WK-SWAP-FROM
               MOVE '.DAT' TO WK-SWAP-TO
               PERFORM L4-COPY-GENERATION
               MOVE 'SWAPPED - PRIOR FILE ON G1' TO O-SWAP-MSG
           END-IF.
           WRITE CTLLINE FROM CTL-SWAP-LINE
               AFTER ADVANCING 1 LINE.

       L4-COPY-GENERATION.
           PERFORM L4-BUILD-PATHS.
           CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
               FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP.

       L4-BUILD-PATHS.
           MOVE SPACES TO FGEN-SRC-PATH.
           STRING WK-SWAP-BASE DELIMITED BY SPACE
               WK-SWAP-FROM DELIMITED BY SPACE
               INTO FGEN-SRC-PATH.
           MOVE SPACES TO FGEN-DST-PATH.
           IF WK-SWAP-TO NOT = SPACES
               STRING WK-SWAP-BASE DELIMITED BY SPACE
                   WK-SWAP-TO DELIMITED BY SPACE
                   INTO FGEN-DST-PATH
           END-IF.

       L3-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE CTLLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE CTLLINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'CARD DATA RETENTION' TO O-P-LABEL.
           MOVE PRM-CARD-MONTHS TO O-P-MONTHS.
           MOVE WK-CARD-CUTOFF TO O-P-CUTOFF.
           WRITE CTLLINE FROM CTL-PERIOD-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'PERSONAL DATA RETENTION' TO O-P-LABEL.
           MOVE PRM-PERSONAL-MONTHS TO O-P-MONTHS.
           MOVE WK-PERSONAL-CUTOFF TO O-P-CUTOFF.
           WRITE CTLLINE FROM CTL-PERIOD-LINE
             AFTER ADVANCING 1 LINE.
           WRITE CTLLINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           IF TABLE-FULL-SW = 'Y'
               WRITE CTLLINE FROM CTL-FULL-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM L3-WRITE-TOTALS
           END-IF.
           CLOSE CTLOUT.
           MOVE 'C' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, WK-CHGJ-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
      * A RUN THAT STOPPED SHORT IS LEFT OPEN ON RUN CONTROL SO THE
      * RERUN IS TAKEN AS A RESTART.
           IF TABLE-FULL-SW NOT = 'Y'
               AND SWAP-FAIL-SW NOT = 'Y'
               MOVE 'E' TO WK-RUNCTL-OP
               CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
                   WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
                   WK-RUNCTL-RESP
           END-IF.
      * SET LAST - EACH CALL ABOVE HANDS BACK ITS OWN RETURN CODE.
           IF TABLE-FULL-SW = 'Y'
               OR SWAP-FAIL-SW = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.

       L3-WRITE-TOTALS.
           WRITE CTLLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'GUESTS ON MASTER' TO O-C-LABEL.
           MOVE C-GUEST-CTR TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'KEPT' TO O-C-LABEL.
           MOVE C-KEPT-CTR TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE '  CURRENT JOURNAL ROW' TO O-C-LABEL.
           MOVE C-KEEP-CURRENT TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE '  OPEN BALANCE ON ARCHIVED BOOKING' TO O-C-LABEL.
           MOVE C-KEEP-BALANCE TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE '  OPEN WAITLIST REQUEST' TO O-C-LABEL.
           MOVE C-KEEP-WAIT TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE '  STAY INSIDE PERSONAL PERIOD' TO O-C-LABEL.
           MOVE C-KEEP-STAY TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE '  JOURNAL ACTIVITY INSIDE PERIOD' TO O-C-LABEL.
           MOVE C-KEEP-JOURNAL TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE '  RETIRED RECORDS OF KEPT SURVIVORS' TO O-C-LABEL.
           COMPUTE O-C-COUNT = C-KEPT-CTR - C-KEEP-CURRENT
               - C-KEEP-BALANCE - C-KEEP-WAIT - C-KEEP-STAY
               - C-KEEP-JOURNAL.
           PERFORM L4-WRITE-COUNT.
           MOVE 'PURGED' TO O-C-LABEL.
           MOVE C-PURGED-CTR TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'RETIRED RECORDS PURGED WITH SURVIVOR' TO O-C-LABEL.
           MOVE C-PURGED-RETIRED TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'HIGHEST NUMBER HELD BLANK' TO O-C-LABEL.
           MOVE C-HELD-CTR TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           WRITE CTLLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVED BOOKINGS NOT YET ANONYMOUS' TO O-C-LABEL.
           MOVE C-AB-CTR TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'ARCHIVED BOOKINGS NOW ANONYMOUS' TO O-C-LABEL.
           MOVE C-ANON-BK-CTR TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'ARCHIVE ROWS IN' TO O-C-LABEL.
           MOVE C-ARCH-IN-CTR TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'ARCHIVE ROWS ANONYMIZED THIS RUN' TO O-C-LABEL.
           MOVE C-ANON-ROW-CTR TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'ARCHIVE ROWS OUT' TO O-C-LABEL.
           MOVE C-ARCH-OUT-CTR TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'ARCHIVE DOLLARS IN' TO O-A-LABEL.
           MOVE C-ARCH-IN-AMT TO O-A-AMT.
           WRITE CTLLINE FROM CTL-AMT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVE DOLLARS OUT' TO O-A-LABEL.
           MOVE C-ARCH-OUT-AMT TO O-A-AMT.
           WRITE CTLLINE FROM CTL-AMT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CTLLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'VAULT ARCHIVE ROWS' TO O-C-LABEL.
           MOVE C-VAULT-IN-CTR TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'CARD NUMBERS BLANKED - SETTLED' TO O-C-LABEL.
           MOVE C-PAN-SETTLED TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'CARD NUMBERS BLANKED - GUEST PURGED' TO O-C-LABEL.
           MOVE C-PAN-PURGED TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'CARD NUMBERS ALREADY BLANK' TO O-C-LABEL.
           MOVE C-PAN-BLANK TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'VEHICLE ROWS IN' TO O-C-LABEL.
           MOVE C-VEH-IN-CTR TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'VEHICLE ROWS DROPPED' TO O-C-LABEL.
           MOVE C-VEH-DROP-CTR TO O-C-COUNT.
           PERFORM L4-WRITE-COUNT.

       L4-WRITE-COUNT.
           WRITE CTLLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
