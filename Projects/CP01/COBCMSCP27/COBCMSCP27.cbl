       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCMSCP27.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * NIGHTLY GENERAL LEDGER POSTING. ACCOUNTING USED TO RE-KEY
      * SETTLE.PRT, TAXRPT.PRT AND THE REVENUE SUMMARY INTO THE GL
      * EVERY MORNING AND THE THREE NEVER AGREED. THIS RUN, SCHEDULED
      * AFTER COBCMSCP21, BUILDS ONE BALANCED DEBIT/CREDIT JOURNAL
      * FROM THE FILES THOSE REPORTS COME FROM:
      *   PAYMENTS.DAT  - MONEY IN ('D' DEPOSITS, 'B' BALANCES) SITS
      *                   IN UNEARNED REVENUE (GUEST DEPOSITS) UNTIL
      *                   THE STAY IS USED; 'R' RETAINED
      *                   CANCELLATION FEES MOVE OUT OF UNEARNED
      *                   INTO FEE REVENUE THE DAY THEY ARE KEPT.
      *                   'L' AMOUNTS PAID WITH LOYALTY POINTS BRING
      *                   NO CASH - THEY DRAW DOWN THE POINTS
      *                   LIABILITY INSTEAD.
      *   CURRPOS.DAT   - EACH LIVE ROW'S SITE CHARGE, DISCOUNT AND
      *                   TAX ARE RECOGNIZED NIGHT BY NIGHT OUT OF
      *                   UNEARNED AS THE NIGHTS GO BY; THE FLAT
      *                   RESERVATION FEE IS EARNED ON THE ARRIVAL
      *                   NIGHT.
      *   SETTLED.DAT   - REFUNDS COBCMSCP08 SENT BACK TO THE CARD
      *                   COME OUT OF UNEARNED. CAPTURES ARE NOT A
      *                   LEDGER EVENT HERE - THE MONEY THEY MOVE WAS
      *                   POSTED FROM PAYMENTS.DAT.
      *   INCIDENT.DAT  - INCIDENTAL SALES, PAID AT THE COUNTER.
      * EVERY LEG IS LOOKED UP IN THE ACCOUNT MAP (GLACCT.DAT) BY
      * CAMPGROUND AND CHARGE TYPE. THE JOURNAL (GLJRNL.DAT) IS
      * SUMMARIZED ONE LINE PER CAMPGROUND/CHARGE TYPE/SIDE AND IS
      * ONLY WRITTEN WHEN DEBITS EQUAL CREDITS AND EVERY LINE FOUND
      * AN ACCOUNT - OTHERWISE THE CONTROL REPORT (GLPOST.PRT) SAYS
      * WHY, THE JOURNAL IS LEFT EMPTY, AND NOTHING IS MARKED
      * POSTED, SO THE SAME ACTIVITY COMES ROUND AGAIN ONCE THE MAP
      * IS FIXED. THE SAME HOLDS WHEN THE ACCOUNT MAP OR TONIGHT'S
      * CONFIRMATION NUMBERS OUTGROW THEIR TABLE - THE RUN POSTS
      * NOTHING AND ENDS WITH A BAD RETURN CODE RATHER THAN SEND
      * REVENUE TO THE WRONG CAMPGROUND'S ACCOUNTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRPOSIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CURRPOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CURRPOS-STATUS.
      * THE JOURNAL, NOT THE SNAPSHOT - A PAYMENT, RETENTION OR
      * REFUND ON A CANCELLED BOOKING STILL NEEDS ITS CAMPGROUND,
      * AND A CANCELLED BOOKING HAS NO ROW ON CURRPOS.DAT.
           SELECT CAMPRESIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CAMPRES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CAMPRES-STATUS.
           SELECT PAYIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\PAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-PAY-STATUS.
           SELECT LEDGERIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP08\SETTLED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-LEDGER-STATUS.
           SELECT INCDIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP19\INCIDENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-INCD-STATUS.
      * ACCOUNTING'S ACCOUNT MAP - ONE ROW PER CAMPGROUND AND CHARGE
      * TYPE. A ROW FOR CAMPGROUND 'ALL' COVERS EVERY CAMPGROUND
      * WITHOUT A ROW OF ITS OWN FOR THAT CHARGE TYPE.
           SELECT MAPFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP27\GLACCT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-MAP-STATUS.
      * HOW FAR THE LAST CLEAN RUN GOT - THE LAST NIGHT RECOGNIZED
      * AND HOW MANY RECORDS OF EACH APPEND-ONLY FILE WERE POSTED.
      * RECORD COUNTS, NOT DATES, FOR THE MONEY FILES: THE OFFICE
      * KEYS ITS OWN PAYMENT DATES AND A BACKDATED RECORD MUST STILL
      * POST. REWRITTEN ONLY AFTER THE JOURNAL IS WRITTEN.
           SELECT GLCTLFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP27\GLCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-GLCTL-STATUS.
      * TONIGHT'S JOURNAL FOR THE GL LOAD (REWRITTEN EVERY RUN, LIKE
      * SETTLE.DAT).
           SELECT JOURNALOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP27\GLJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTLOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP27\GLPOST.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CURRPOSIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.

      * MIRRORS JUST ENOUGH OF VAL.CPY TO TIE A CONFIRMATION NUMBER
      * TO ITS CAMPGROUND.
       FD CAMPRESIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS CRS-REC.

       01 CRS-REC.
           05 CRS-CONFIRM-NUM      PIC X(18).
           05 CRS-CAMPGROUND       PIC X(25).
           05 FILLER               PIC X(185).

       FD PAYIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS PAY-REC.

       COPY 'PAY.CPY'.

      * SAME LAYOUT COBCMSCP08 WRITES (LED-REC THERE).
       FD LEDGERIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS LED-REC.

       01 LED-REC.
           05 LED-ACTION           PIC X.
           05 LED-CONFIRM-NUM      PIC X(18).
           05 LED-AMT              PIC S9(5)V99.
           05 LED-DATE             PIC 9(8).

       FD INCDIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS INCD-REC.

       COPY 'INCD.CPY'.

       FD MAPFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS MAP-REC.

       01 MAP-REC.
           05 MAP-CAMPGROUND       PIC X(25).
           05 MAP-CHG-TYPE         PIC X(4).
           05 MAP-ACCOUNT          PIC X(12).
           05 MAP-DESC             PIC X(30).

       FD GLCTLFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS GLCTL-REC.

       01 GLCTL-REC.
           05 GLC-LAST-NIGHT       PIC 9(8).
           05 GLC-PAY-DONE         PIC 9(6).
           05 GLC-LEDGER-DONE      PIC 9(6).
           05 GLC-INCD-DONE        PIC 9(6).

      * ONE SUMMARIZED JOURNAL LINE. JRN-DR-CR 'D' OR 'C'; THE
      * AMOUNT IS ALWAYS POSITIVE. THE POSTING DATE AND RUN ID LET
      * THE GL LOAD REFUSE A FILE IT HAS ALREADY TAKEN.
       FD JOURNALOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS JRN-REC.

       01 JRN-REC.
           05 JRN-POST-DATE        PIC 9(8).
           05 JRN-RUN-ID           PIC 9(11).
           05 JRN-ACCOUNT          PIC X(12).
           05 JRN-CAMPGROUND       PIC X(25).
           05 JRN-CHG-TYPE         PIC X(4).
           05 JRN-DR-CR            PIC X.
           05 JRN-AMT              PIC 9(7)V99.
           05 JRN-DESC             PIC X(30).

       FD CTLOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CTLLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 CTLLINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001) - THE NIGHTS
      * RECOGNIZED COME OFF TONIGHT'S SNAPSHOT, SO THE RUN WAITS FOR
      * COBCMSCP21.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP27'.
           05 WK-RUNCTL-PRED   PIC X(10)  VALUE 'COBCMSCP21'.
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE SPACES.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
           05 MORE-RECS        PIC XXX     VALUE "YES".
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-CURRPOS-STATUS PIC XX     VALUE SPACES.
           05 WK-CAMPRES-STATUS PIC XX     VALUE SPACES.
           05 WK-PAY-STATUS    PIC XX      VALUE SPACES.
           05 WK-LEDGER-STATUS PIC XX      VALUE SPACES.
           05 WK-INCD-STATUS   PIC XX      VALUE SPACES.
           05 WK-MAP-STATUS    PIC XX      VALUE SPACES.
           05 WK-GLCTL-STATUS  PIC XX      VALUE SPACES.
      * WHERE THE LAST CLEAN RUN LEFT OFF (ZERO ON THE FIRST RUN,
      * WHICH POSTS EVERYTHING ON FILE AS THE OPENING LOAD) AND
      * WHERE THIS ONE STOPS.
           05 WK-LAST-NIGHT    PIC 9(8)    VALUE ZERO.
           05 WK-PAY-DONE      PIC 9(6)    VALUE ZERO.
           05 WK-LEDGER-DONE   PIC 9(6)    VALUE ZERO.
           05 WK-INCD-DONE     PIC 9(6)    VALUE ZERO.
           05 C-PAY-READ       PIC 9(6)    VALUE ZERO.
           05 C-LEDGER-READ    PIC 9(6)    VALUE ZERO.
           05 C-INCD-READ      PIC 9(6)    VALUE ZERO.
           05 C-SCAN-READ      PIC 9(6)    VALUE ZERO.
           05 C-NIGHT-CTR      PIC 9(6)    VALUE ZERO.
           05 C-NIGHT-AMT      PIC S9(9)V99 VALUE ZERO.
           05 C-RCPT-CTR       PIC 9(6)    VALUE ZERO.
           05 C-RCPT-AMT       PIC S9(9)V99 VALUE ZERO.
           05 C-CHGBK-CTR      PIC 9(6)    VALUE ZERO.
           05 C-CHGBK-AMT      PIC S9(9)V99 VALUE ZERO.
           05 C-RETN-CTR       PIC 9(6)    VALUE ZERO.
           05 C-RETN-AMT       PIC S9(9)V99 VALUE ZERO.
           05 C-LOYL-CTR       PIC 9(6)    VALUE ZERO.
           05 C-LOYL-AMT       PIC S9(9)V99 VALUE ZERO.
           05 C-RFND-CTR       PIC 9(6)    VALUE ZERO.
           05 C-RFND-AMT       PIC S9(9)V99 VALUE ZERO.
           05 C-INCD-CTR       PIC 9(6)    VALUE ZERO.
           05 C-INCD-AMT       PIC S9(9)V99 VALUE ZERO.
      * ONE ROW'S BREAKDOWN AND ITS NIGHT-BY-NIGHT SHARE. EACH
      * NIGHT'S SHARE IS THE ROUNDED RUNNING TOTAL THROUGH THAT NIGHT
      * LESS THE ROUNDED RUNNING TOTAL THROUGH THE NIGHT BEFORE, SO
      * THE SHARES ALWAYS ADD BACK TO THE ROW TO THE PENNY.
           05 WK-ROW-SITE      PIC S9(5)V99 VALUE ZERO.
           05 WK-ROW-DISC      PIC S9(5)V99 VALUE ZERO.
           05 WK-ROW-TAX       PIC S9(5)V99 VALUE ZERO.
           05 WK-ROW-FEE       PIC S9(5)V99 VALUE ZERO.
           05 C-STAY-NIGHTS    PIC 9(3)    VALUE ZERO.
           05 C-NIGHT-IDX      PIC 9(3)    VALUE ZERO.
           05 WK-SHARE-TOTAL   PIC S9(5)V99 VALUE ZERO.
           05 WK-SHARE-THRU    PIC S9(5)V99 VALUE ZERO.
           05 WK-SHARE-PRIOR   PIC S9(5)V99 VALUE ZERO.
           05 WK-SHARE-AMT     PIC S9(5)V99 VALUE ZERO.
           05 WK-NIGHT.
               10 WK-NIGHT-YYYY PIC 9(4).
               10 WK-NIGHT-MM  PIC 99.
                   88 WK-NIGHT-30-MM VALUE 4, 6, 9, 11.
               10 WK-NIGHT-DD  PIC 99.
           05 WK-NIGHT-NUM REDEFINES WK-NIGHT PIC 9(8).
           05 C-LEFT-OVER      PIC 9       VALUE ZERO.
      * ONE BALANCED POSTING - THE AMOUNT GOES TO THE DEBIT TYPE AND
      * THE CREDIT TYPE ALIKE. A NEGATIVE AMOUNT SWAPS THE SIDES.
           05 WK-PST-CAMPGROUND PIC X(25)  VALUE SPACES.
           05 WK-PST-DR-TYPE   PIC X(4)    VALUE SPACES.
           05 WK-PST-CR-TYPE   PIC X(4)    VALUE SPACES.
           05 WK-PST-SWAP      PIC X(4)    VALUE SPACES.
           05 WK-PST-AMT       PIC S9(7)V99 VALUE ZERO.
           05 WK-ACC-TYPE      PIC X(4)    VALUE SPACES.
           05 WK-ACC-SIDE      PIC X       VALUE SPACE.
           05 WK-LOOK-CONFIRM  PIC X(18)   VALUE SPACES.
           05 CT-FOUND-SW      PIC X       VALUE 'N'.
           05 GL-FOUND-SW      PIC X       VALUE 'N'.
           05 GL-FULL-SW       PIC X       VALUE 'N'.
           05 MAP-FOUND-SW     PIC X       VALUE 'N'.
           05 C-CT-CTR         PIC 9(4)    VALUE ZERO.
           05 C-GL-CTR         PIC 9(3)    VALUE ZERO.
           05 C-GL-IDX         PIC 9(3)    VALUE ZERO.
           05 C-MAP-CTR        PIC 9(3)    VALUE ZERO.
           05 C-UNMAPPED-CTR   PIC 9(3)    VALUE ZERO.
           05 C-JRN-CTR        PIC 9(4)    VALUE ZERO.
           05 C-GRAND-DR       PIC S9(9)V99 VALUE ZERO.
           05 C-GRAND-CR       PIC S9(9)V99 VALUE ZERO.
           05 JOURNAL-OK-SW    PIC X       VALUE 'Y'.
      * SET WHEN THE ACCOUNT MAP OR THE CAMPGROUND TABLE OVERFLOWS -
      * NOTHING IS POSTED (SEE L2-CLOSING).
           05 TABLE-FULL-SW    PIC X       VALUE 'N'.

      * CONFIRMATION NUMBER TO CAMPGROUND, FIRST ROW SEEN WINS. THE
      * JOURNAL IS NEVER TRIMMED BEFORE YEAR-END, SO ONLY THE NUMBERS
      * TONIGHT'S MONEY RECORDS NAME ARE HELD - CT-SET-SW IS 'Y' ONCE
      * THE JOURNAL HAS GIVEN ONE ITS CAMPGROUND.
       01 CAMP-TABLE.
           05 CAMP-ENTRY OCCURS 3000 TIMES INDEXED BY CT-INDEX.
               10 CT-CONFIRM-NUM   PIC X(18).
               10 CT-CAMPGROUND    PIC X(25).
               10 CT-SET-SW        PIC X.

       01 MAP-TABLE.
           05 MAP-ENTRY OCCURS 100 TIMES INDEXED BY MAP-INDEX.
               10 MT-CAMPGROUND    PIC X(25).
               10 MT-CHG-TYPE      PIC X(4).
               10 MT-ACCOUNT       PIC X(12).
               10 MT-DESC          PIC X(30).

      * THE JOURNAL BEING BUILT - ONE ENTRY PER CAMPGROUND AND
      * CHARGE TYPE, DEBITS AND CREDITS KEPT APART SO THE GL SEES
      * THE GROSS MOVEMENT ON EACH ACCOUNT.
       01 GL-TABLE.
           05 GL-ENTRY OCCURS 300 TIMES INDEXED BY GL-INDEX.
               10 GL-CAMPGROUND    PIC X(25).
               10 GL-CHG-TYPE      PIC X(4).
               10 GL-ACCOUNT       PIC X(12).
               10 GL-DESC          PIC X(30).
               10 GL-DR-AMT        PIC S9(9)V99.
               10 GL-CR-AMT        PIC S9(9)V99.

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
         05 FILLER PIC X(14) VALUE SPACES.
         05 FILLER PIC X(38) VALUE
            "GENERAL LEDGER POSTING CONTROL".
         05 FILLER PIC X(26) VALUE SPACES.
         05 FILLER PIC X(6) VALUE "PAGE: ".
         05 O-PCTR PIC X(2).

       01 CTL-WINDOW-LINE.
           05 FILLER           PIC X(21)   VALUE
           "NIGHTS RECOGNIZED ".
           05 FILLER           PIC X(6)    VALUE "AFTER ".
           05 O-LAST-NIGHT     PIC 9(8).
           05 FILLER           PIC X(9)    VALUE " THROUGH ".
           05 O-POST-DATE      PIC 9(8).
           05 FILLER           PIC X(80)   VALUE SPACES.

       01 CTL-SOURCE-LINE.
           05 O-S-SOURCE       PIC X(34).
           05 O-S-CTR          PIC ZZZ,ZZ9.
           05 FILLER           PIC X(4)    VALUE "  $".
           05 O-S-AMT          PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(73)   VALUE SPACES.

       01 CTL-COLUMN-HEADINGS.
           05 FILLER   PIC X(27) VALUE "CAMPGROUND".
           05 FILLER   PIC X(6)  VALUE "TYPE".
           05 FILLER   PIC X(14) VALUE "ACCOUNT".
           05 FILLER   PIC X(32) VALUE "DESCRIPTION".
           05 FILLER   PIC X(17) VALUE "DEBIT".
           05 FILLER   PIC X(17) VALUE "CREDIT".
           05 FILLER   PIC X(19) VALUE SPACES.

       01 CTL-DETAIL-LINE.
           05 O-D-CAMPGROUND   PIC X(27).
           05 O-D-CHG-TYPE     PIC X(6).
           05 O-D-ACCOUNT      PIC X(14).
           05 O-D-DESC         PIC X(32).
           05 O-D-DR           PIC $$$,$$$,$$9.99.
           05 FILLER           PIC XXX     VALUE SPACES.
           05 O-D-CR           PIC $$$,$$$,$$9.99.
           05 FILLER           PIC XXX     VALUE SPACES.
           05 O-D-FLAG         PIC X(19).

       01 CTL-TOTAL-LINE.
           05 FILLER           PIC X(79)   VALUE "JOURNAL TOTALS".
           05 O-T-DR           PIC $$$,$$$,$$9.99.
           05 FILLER           PIC XXX     VALUE SPACES.
           05 O-T-CR           PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(22)   VALUE SPACES.

       01 CTL-NONE-LINE.
           05 FILLER   PIC X(40) VALUE "NO ACTIVITY TO POST".
           05 FILLER   PIC X(92) VALUE SPACES.

       01 CTL-FULL-LINE.
           05 FILLER   PIC X(60) VALUE
           "TABLE FULL - NOTHING POSTED, RUN LEFT OPEN".
           05 FILLER   PIC X(72) VALUE SPACES.

       01 CTL-RESULT-LINE.
           05 O-RESULT-MSG     PIC X(60).
           05 FILLER           PIC X(12)   VALUE "  JOURNAL: ".
           05 O-JRN-CTR        PIC ZZZ9.
           05 FILLER           PIC X(56)   VALUE " LINES".

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL MORE-RECS = "NO".
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           PERFORM L3-RUN-CONTROL-START.
           MOVE WK-RUNCTL-RUN-ID TO O-RUN-ID.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CUR-YY TO O-CUR-YY.
           MOVE CUR-MM TO O-CUR-MM.
           MOVE CUR-DD TO O-CUR-DD.
           PERFORM L3-LOAD-CONTROL.
           PERFORM L3-LOAD-ACCOUNT-MAP.
           PERFORM L3-NOTE-CONFIRMS.
           PERFORM L3-LOAD-CAMPGROUNDS.
           OPEN OUTPUT CTLOUT.
           PERFORM L3-HEADINGS.
           IF TABLE-FULL-SW = 'Y'
               MOVE "NO" TO MORE-RECS
           ELSE
               OPEN INPUT CURRPOSIN
               IF WK-CURRPOS-STATUS = '00'
                   PERFORM L3-READ
               ELSE
                   MOVE "NO" TO MORE-RECS
               END-IF
           END-IF.

      * ONE SNAPSHOT ROW - RECOGNIZE EVERY NIGHT OF ITS STAY THAT
      * FALLS AFTER THE LAST NIGHT ALREADY POSTED AND NO LATER THAN
      * TONIGHT. A NO-SHOW-RELEASED ROW ('R') STILL RECOGNIZES - THE
      * FORFEITED CHARGE IS EARNED JUST THE SAME.
       L2-MAINLINE.
           IF O-DATE NUMERIC
               AND O-DATE <= CUR-DATE-NUM
               AND O-END-DATE NUMERIC
               AND O-END-DATE > WK-LAST-NIGHT
               AND O-AMT NUMERIC
               PERFORM L3-RECOGNIZE-ROW
           END-IF.
           PERFORM L3-READ.

      * ROWS THE INSTALL CONVERSION (COBCMSCP18) CARRIED OVER FROM
      * BEFORE THE CHARGE BREAKDOWN HAVE NONE - THEIR WHOLE TOTAL IS
      * RECOGNIZED AS SITE CHARGE.
       L3-RECOGNIZE-ROW.
           MOVE O-CAMPGROUND TO WK-PST-CAMPGROUND.
           IF O-SITE-CHG NUMERIC AND O-SITE-CHG NOT = ZERO
               MOVE O-SITE-CHG TO WK-ROW-SITE
               IF O-DISC-AMT NUMERIC
                   MOVE O-DISC-AMT TO WK-ROW-DISC
               ELSE
                   MOVE ZERO TO WK-ROW-DISC
               END-IF
               IF O-TAX-AMT NUMERIC
                   MOVE O-TAX-AMT TO WK-ROW-TAX
               ELSE
                   MOVE ZERO TO WK-ROW-TAX
               END-IF
               IF O-FEE-AMT NUMERIC
                   MOVE O-FEE-AMT TO WK-ROW-FEE
               ELSE
                   MOVE ZERO TO WK-ROW-FEE
               END-IF
           ELSE
               MOVE O-AMT TO WK-ROW-SITE
               MOVE ZERO TO WK-ROW-DISC
               MOVE ZERO TO WK-ROW-TAX
               MOVE ZERO TO WK-ROW-FEE
           END-IF.
           PERFORM L4-COUNT-NIGHTS.
           MOVE O-DATE TO WK-NIGHT-NUM.
           PERFORM L4-RECOGNIZE-NIGHT
               VARYING C-NIGHT-IDX FROM 1 BY 1
               UNTIL C-NIGHT-IDX > C-STAY-NIGHTS.

      * ARRIVAL UP TO (NOT INCLUDING) THE DEPARTURE DATE - THE SAME
      * NIGHTS THE OVERLAP CHECK TREATS AS OCCUPIED, WHETHER THE
      * STAY WAS BOOKED IN DAYS OR SEASONAL MONTHS.
       L4-COUNT-NIGHTS.
           MOVE ZERO TO C-STAY-NIGHTS.
           MOVE O-DATE TO WK-NIGHT-NUM.
           PERFORM UNTIL WK-NIGHT-NUM >= O-END-DATE
                   OR C-STAY-NIGHTS = 999
               ADD 1 TO C-STAY-NIGHTS
               PERFORM L5-NEXT-NIGHT
           END-PERFORM.

       L4-RECOGNIZE-NIGHT.
           IF WK-NIGHT-NUM > WK-LAST-NIGHT
               AND WK-NIGHT-NUM <= CUR-DATE-NUM
               ADD 1 TO C-NIGHT-CTR
               MOVE WK-ROW-SITE TO WK-SHARE-TOTAL
               PERFORM L5-NIGHT-SHARE
               ADD WK-SHARE-AMT TO C-NIGHT-AMT
               MOVE 'UNRN' TO WK-PST-DR-TYPE
               MOVE 'SITE' TO WK-PST-CR-TYPE
               MOVE WK-SHARE-AMT TO WK-PST-AMT
               PERFORM L5-POST
               MOVE WK-ROW-DISC TO WK-SHARE-TOTAL
               PERFORM L5-NIGHT-SHARE
               SUBTRACT WK-SHARE-AMT FROM C-NIGHT-AMT
               MOVE 'DISC' TO WK-PST-DR-TYPE
               MOVE 'UNRN' TO WK-PST-CR-TYPE
               MOVE WK-SHARE-AMT TO WK-PST-AMT
               PERFORM L5-POST
               MOVE WK-ROW-TAX TO WK-SHARE-TOTAL
               PERFORM L5-NIGHT-SHARE
               ADD WK-SHARE-AMT TO C-NIGHT-AMT
               MOVE 'UNRN' TO WK-PST-DR-TYPE
               MOVE 'TAX ' TO WK-PST-CR-TYPE
               MOVE WK-SHARE-AMT TO WK-PST-AMT
               PERFORM L5-POST
               IF C-NIGHT-IDX = 1
                   ADD WK-ROW-FEE TO C-NIGHT-AMT
                   MOVE 'UNRN' TO WK-PST-DR-TYPE
                   MOVE 'FEE ' TO WK-PST-CR-TYPE
                   MOVE WK-ROW-FEE TO WK-PST-AMT
                   PERFORM L5-POST
               END-IF
           END-IF.
           PERFORM L5-NEXT-NIGHT.

       L5-NIGHT-SHARE.
           COMPUTE WK-SHARE-THRU ROUNDED =
               WK-SHARE-TOTAL * C-NIGHT-IDX / C-STAY-NIGHTS.
           COMPUTE WK-SHARE-PRIOR ROUNDED =
               WK-SHARE-TOTAL * (C-NIGHT-IDX - 1) / C-STAY-NIGHTS.
           SUBTRACT WK-SHARE-PRIOR FROM WK-SHARE-THRU
               GIVING WK-SHARE-AMT.

      * ADVANCES WK-NIGHT ONE DAY, ROLLING PAST MONTH AND YEAR ENDS
      * THE SAME WAY COBCMSCP01 L4-NEXT-NIGHT DOES.
       L5-NEXT-NIGHT.
           ADD 1 TO WK-NIGHT-DD.
           IF WK-NIGHT-MM = 2
               DIVIDE WK-NIGHT-YYYY BY 4 GIVING C-LEFT-OVER REMAINDER
               C-LEFT-OVER
               IF C-LEFT-OVER = 0
                   IF WK-NIGHT-DD > 29
                       ADD 1 TO WK-NIGHT-MM
                       MOVE 1 TO WK-NIGHT-DD
                   END-IF
               ELSE
                   IF WK-NIGHT-DD > 28
                       ADD 1 TO WK-NIGHT-MM
                       MOVE 1 TO WK-NIGHT-DD
                   END-IF
               END-IF
           END-IF.
           IF WK-NIGHT-30-MM AND WK-NIGHT-DD > 30
               ADD 1 TO WK-NIGHT-MM
               MOVE 1 TO WK-NIGHT-DD.
           IF NOT WK-NIGHT-30-MM AND WK-NIGHT-MM NOT = 2
               AND WK-NIGHT-DD > 31
               ADD 1 TO WK-NIGHT-MM
               MOVE 1 TO WK-NIGHT-DD.
           IF WK-NIGHT-MM > 12
               ADD 1 TO WK-NIGHT-YYYY
               MOVE 1 TO WK-NIGHT-MM.

      * BOTH LEGS OF ONE POSTING GO INTO THE JOURNAL TABLE TOGETHER,
      * SO THE JOURNAL CAN ONLY FALL OUT OF BALANCE IF THE TABLE
      * FILLS - WHICH THE CLOSING PROOF THEN CATCHES.
       L5-POST.
           IF WK-PST-AMT < 0
               MOVE WK-PST-DR-TYPE TO WK-PST-SWAP
               MOVE WK-PST-CR-TYPE TO WK-PST-DR-TYPE
               MOVE WK-PST-SWAP TO WK-PST-CR-TYPE
               MULTIPLY -1 BY WK-PST-AMT
           END-IF.
           IF WK-PST-AMT NOT = ZERO
               MOVE WK-PST-DR-TYPE TO WK-ACC-TYPE
               MOVE 'D' TO WK-ACC-SIDE
               PERFORM L5-ACCUMULATE
               MOVE WK-PST-CR-TYPE TO WK-ACC-TYPE
               MOVE 'C' TO WK-ACC-SIDE
               PERFORM L5-ACCUMULATE
           END-IF.

       L5-ACCUMULATE.
           MOVE 'N' TO GL-FOUND-SW.
           PERFORM VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > C-GL-CTR
                   OR GL-FOUND-SW = 'Y'
               IF GL-CAMPGROUND(GL-INDEX) = WK-PST-CAMPGROUND
                   AND GL-CHG-TYPE(GL-INDEX) = WK-ACC-TYPE
                   MOVE 'Y' TO GL-FOUND-SW
               END-IF
           END-PERFORM.
           IF GL-FOUND-SW = 'Y'
               SET GL-INDEX DOWN BY 1
           ELSE
               IF C-GL-CTR < 300
                   ADD 1 TO C-GL-CTR
                   SET GL-INDEX TO C-GL-CTR
                   MOVE WK-PST-CAMPGROUND TO GL-CAMPGROUND(GL-INDEX)
                   MOVE WK-ACC-TYPE TO GL-CHG-TYPE(GL-INDEX)
                   MOVE SPACES TO GL-ACCOUNT(GL-INDEX)
                   MOVE SPACES TO GL-DESC(GL-INDEX)
                   MOVE ZERO TO GL-DR-AMT(GL-INDEX)
                   MOVE ZERO TO GL-CR-AMT(GL-INDEX)
                   MOVE 'Y' TO GL-FOUND-SW
               ELSE
                   MOVE 'Y' TO GL-FULL-SW
               END-IF
           END-IF.
           IF GL-FOUND-SW = 'Y'
               IF WK-ACC-SIDE = 'D'
                   ADD WK-PST-AMT TO GL-DR-AMT(GL-INDEX)
               ELSE
                   ADD WK-PST-AMT TO GL-CR-AMT(GL-INDEX)
               END-IF
           END-IF.

       L3-READ.
           READ CURRPOSIN
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.

      * EVERY PAYMENTS.DAT RECORD PAST THE LAST RUN'S COUNT. MONEY
      * RECEIVED IS CASH IN AND UNEARNED UP; A RETAINED CANCELLATION
      * FEE IS UNEARNED DOWN AND FEE REVENUE UP. A CHARGEBACK IS A
      * NEGATIVE PAYMENT AND SO POSTS THE RECEIPT IN REVERSE. A
      * POINTS PAYMENT MOVES THE AMOUNT FROM THE LOYALTY LIABILITY
      * INTO UNEARNED, WHERE THE NIGHTS THEN EARN IT LIKE ANY OTHER.
       L3-POST-PAYMENTS.
           OPEN INPUT PAYIN.
           IF WK-PAY-STATUS = '00'
               PERFORM UNTIL WK-PAY-STATUS NOT = '00'
                   READ PAYIN
                   IF WK-PAY-STATUS = '00'
                       ADD 1 TO C-PAY-READ
                       IF C-PAY-READ > WK-PAY-DONE
                           AND PAY-AMT NUMERIC
                           PERFORM L4-POST-ONE-PAYMENT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAYIN.

       L4-POST-ONE-PAYMENT.
           MOVE PAY-CONFIRM-NUM TO WK-LOOK-CONFIRM.
           PERFORM L5-FIND-CAMPGROUND.
           MOVE PAY-AMT TO WK-PST-AMT.
           IF PAY-RETENTION
               ADD 1 TO C-RETN-CTR
               ADD PAY-AMT TO C-RETN-AMT
               MOVE 'UNRN' TO WK-PST-DR-TYPE
               MOVE 'RETN' TO WK-PST-CR-TYPE
           ELSE
               IF PAY-POINTS
                   ADD 1 TO C-LOYL-CTR
                   ADD PAY-AMT TO C-LOYL-AMT
                   MOVE 'LOYL' TO WK-PST-DR-TYPE
                   MOVE 'UNRN' TO WK-PST-CR-TYPE
               ELSE
                   IF PAY-CHARGEBACK
                       ADD 1 TO C-CHGBK-CTR
                       ADD PAY-AMT TO C-CHGBK-AMT
                   ELSE
                       ADD 1 TO C-RCPT-CTR
                       ADD PAY-AMT TO C-RCPT-AMT
                   END-IF
                   MOVE 'CASH' TO WK-PST-DR-TYPE
                   MOVE 'UNRN' TO WK-PST-CR-TYPE
               END-IF
           END-IF.
           PERFORM L5-POST.

      * REFUNDS COBCMSCP08 SENT SINCE THE LAST RUN. A FULLY-RETAINED
      * CANCELLATION IS LEDGERED WITH A ZERO REFUND AND POSTS
      * NOTHING.
       L3-POST-REFUNDS.
           OPEN INPUT LEDGERIN.
           IF WK-LEDGER-STATUS = '00'
               PERFORM UNTIL WK-LEDGER-STATUS NOT = '00'
                   READ LEDGERIN
                   IF WK-LEDGER-STATUS = '00'
                       ADD 1 TO C-LEDGER-READ
                       IF C-LEDGER-READ > WK-LEDGER-DONE
                           AND LED-ACTION = 'R'
                           AND LED-AMT NUMERIC
                           AND LED-AMT NOT = ZERO
                           PERFORM L4-POST-ONE-REFUND
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LEDGERIN.

       L4-POST-ONE-REFUND.
           MOVE LED-CONFIRM-NUM TO WK-LOOK-CONFIRM.
           PERFORM L5-FIND-CAMPGROUND.
           ADD 1 TO C-RFND-CTR.
           ADD LED-AMT TO C-RFND-AMT.
           MOVE 'UNRN' TO WK-PST-DR-TYPE.
           MOVE 'RFND' TO WK-PST-CR-TYPE.
           MOVE LED-AMT TO WK-PST-AMT.
           PERFORM L5-POST.

      * INCIDENTAL SALES ARE PAID WHEN THEY ARE MADE - CASH IN,
      * INCIDENTAL REVENUE UP.
       L3-POST-INCIDENTALS.
           OPEN INPUT INCDIN.
           IF WK-INCD-STATUS = '00'
               PERFORM UNTIL WK-INCD-STATUS NOT = '00'
                   READ INCDIN
                   IF WK-INCD-STATUS = '00'
                       ADD 1 TO C-INCD-READ
                       IF C-INCD-READ > WK-INCD-DONE
                           AND INC-AMT NUMERIC
                           PERFORM L4-POST-ONE-INCIDENTAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE INCDIN.

       L4-POST-ONE-INCIDENTAL.
           MOVE INC-CONFIRM-NUM TO WK-LOOK-CONFIRM.
           PERFORM L5-FIND-CAMPGROUND.
           ADD 1 TO C-INCD-CTR.
           ADD INC-AMT TO C-INCD-AMT.
      * A SALE PAID OVER THE COUNTER IS CASH IN; ONE PUT ON THE
      * FOLIO IS OWED ON THE BOOKING AND IS COLLECTED WITH ITS 'B'
      * PAYMENT, WHICH CREDITS UNEARNED - SO THE FOLIO SALE DEBITS
      * UNEARNED AND THE TWO NET.
           IF INC-TENDER = SPACE
               MOVE 'UNRN' TO WK-PST-DR-TYPE
           ELSE
               MOVE 'CASH' TO WK-PST-DR-TYPE
           END-IF.
           MOVE 'INCD' TO WK-PST-CR-TYPE.
           MOVE INC-AMT TO WK-PST-AMT.
           PERFORM L5-POST.

      * A CONFIRMATION NUMBER THE JOURNAL NO LONGER KNOWS (ITS
      * BOOKING WENT TO THE ARCHIVE) POSTS UNDER A BLANK CAMPGROUND,
      * WHICH ONLY THE 'ALL' ROWS OF THE ACCOUNT MAP CAN COVER.
       L5-FIND-CAMPGROUND.
           MOVE SPACES TO WK-PST-CAMPGROUND.
           MOVE 'N' TO CT-FOUND-SW.
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > C-CT-CTR
                   OR CT-FOUND-SW = 'Y'
               IF CT-CONFIRM-NUM(CT-INDEX) = WK-LOOK-CONFIRM
                   MOVE 'Y' TO CT-FOUND-SW
                   MOVE CT-CAMPGROUND(CT-INDEX) TO WK-PST-CAMPGROUND
               END-IF
           END-PERFORM.

      * A MISSING CONTROL FILE IS THE FIRST RUN - EVERYTHING ON FILE
      * POSTS AS THE OPENING LOAD.
       L3-LOAD-CONTROL.
           OPEN INPUT GLCTLFILE.
           IF WK-GLCTL-STATUS = '00'
               READ GLCTLFILE
                   AT END
                       MOVE ZERO TO GLC-LAST-NIGHT
                       MOVE ZERO TO GLC-PAY-DONE
                       MOVE ZERO TO GLC-LEDGER-DONE
                       MOVE ZERO TO GLC-INCD-DONE
               END-READ
               CLOSE GLCTLFILE
               MOVE GLC-LAST-NIGHT TO WK-LAST-NIGHT
               MOVE GLC-PAY-DONE TO WK-PAY-DONE
               MOVE GLC-LEDGER-DONE TO WK-LEDGER-DONE
               MOVE GLC-INCD-DONE TO WK-INCD-DONE
           END-IF.

       L3-SAVE-CONTROL.
           OPEN OUTPUT GLCTLFILE.
           MOVE CUR-DATE-NUM TO GLC-LAST-NIGHT.
           MOVE C-PAY-READ TO GLC-PAY-DONE.
           MOVE C-LEDGER-READ TO GLC-LEDGER-DONE.
           MOVE C-INCD-READ TO GLC-INCD-DONE.
           WRITE GLCTL-REC.
           CLOSE GLCTLFILE.

       L3-LOAD-ACCOUNT-MAP.
           OPEN INPUT MAPFILE.
           IF WK-MAP-STATUS = '00'
               PERFORM UNTIL WK-MAP-STATUS NOT = '00'
                   READ MAPFILE
                   IF WK-MAP-STATUS = '00'
                       IF C-MAP-CTR < 100
                           ADD 1 TO C-MAP-CTR
                           SET MAP-INDEX TO C-MAP-CTR
                           MOVE MAP-CAMPGROUND
                               TO MT-CAMPGROUND(MAP-INDEX)
                           MOVE MAP-CHG-TYPE TO MT-CHG-TYPE(MAP-INDEX)
                           MOVE MAP-ACCOUNT TO MT-ACCOUNT(MAP-INDEX)
                           MOVE MAP-DESC TO MT-DESC(MAP-INDEX)
                       ELSE
                           MOVE 'Y' TO TABLE-FULL-SW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MAPFILE.

      * EVERY CONFIRMATION NUMBER THE MONEY RECORDS PAST THE LAST
      * RUN'S COUNTS WILL LOOK UP, NOTED ONCE EACH - THE SAME RECORDS
      * L2-CLOSING POSTS.
       L3-NOTE-CONFIRMS.
           MOVE ZERO TO C-SCAN-READ.
           OPEN INPUT PAYIN.
           IF WK-PAY-STATUS = '00'
               PERFORM UNTIL WK-PAY-STATUS NOT = '00'
                   READ PAYIN
                   IF WK-PAY-STATUS = '00'
                       ADD 1 TO C-SCAN-READ
                       IF C-SCAN-READ > WK-PAY-DONE
                           AND PAY-AMT NUMERIC
                           MOVE PAY-CONFIRM-NUM TO WK-LOOK-CONFIRM
                           PERFORM L4-NOTE-ONE-CONFIRM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAYIN.
           MOVE ZERO TO C-SCAN-READ.
           OPEN INPUT LEDGERIN.
           IF WK-LEDGER-STATUS = '00'
               PERFORM UNTIL WK-LEDGER-STATUS NOT = '00'
                   READ LEDGERIN
                   IF WK-LEDGER-STATUS = '00'
                       ADD 1 TO C-SCAN-READ
                       IF C-SCAN-READ > WK-LEDGER-DONE
                           AND LED-ACTION = 'R'
                           MOVE LED-CONFIRM-NUM TO WK-LOOK-CONFIRM
                           PERFORM L4-NOTE-ONE-CONFIRM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LEDGERIN.
           MOVE ZERO TO C-SCAN-READ.
           OPEN INPUT INCDIN.
           IF WK-INCD-STATUS = '00'
               PERFORM UNTIL WK-INCD-STATUS NOT = '00'
                   READ INCDIN
                   IF WK-INCD-STATUS = '00'
                       ADD 1 TO C-SCAN-READ
                       IF C-SCAN-READ > WK-INCD-DONE
                           AND INC-AMT NUMERIC
                           MOVE INC-CONFIRM-NUM TO WK-LOOK-CONFIRM
                           PERFORM L4-NOTE-ONE-CONFIRM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE INCDIN.

       L4-NOTE-ONE-CONFIRM.
           IF WK-LOOK-CONFIRM NOT = SPACES
               PERFORM L5-FIND-CAMPGROUND
               IF CT-FOUND-SW NOT = 'Y'
                   IF C-CT-CTR < 3000
                       ADD 1 TO C-CT-CTR
                       SET CT-INDEX TO C-CT-CTR
                       MOVE WK-LOOK-CONFIRM TO CT-CONFIRM-NUM(CT-INDEX)
                       MOVE SPACES TO CT-CAMPGROUND(CT-INDEX)
                       MOVE 'N' TO CT-SET-SW(CT-INDEX)
                   ELSE
                       MOVE 'Y' TO TABLE-FULL-SW
                   END-IF
               END-IF
           END-IF.

      * ONE PASS OF THE JOURNAL FILLS IN THE NOTED NUMBERS.
       L3-LOAD-CAMPGROUNDS.
           IF C-CT-CTR > 0
               OPEN INPUT CAMPRESIN
               IF WK-CAMPRES-STATUS = '00'
                   PERFORM UNTIL WK-CAMPRES-STATUS NOT = '00'
                       READ CAMPRESIN
                       IF WK-CAMPRES-STATUS = '00'
                           PERFORM L4-TAKE-CAMPGROUND
                       END-IF
                   END-PERFORM
                   CLOSE CAMPRESIN
               END-IF
           END-IF.

       L4-TAKE-CAMPGROUND.
           MOVE 'N' TO CT-FOUND-SW.
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > C-CT-CTR
                   OR CT-FOUND-SW = 'Y'
               IF CT-CONFIRM-NUM(CT-INDEX) = CRS-CONFIRM-NUM
                   MOVE 'Y' TO CT-FOUND-SW
                   IF CT-SET-SW(CT-INDEX) = 'N'
                       MOVE CRS-CAMPGROUND TO CT-CAMPGROUND(CT-INDEX)
                       MOVE 'Y' TO CT-SET-SW(CT-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

      * A RERUN AFTER A CRASH ('R') IS SAFE - NOTHING IS MARKED
      * POSTED UNTIL THE JOURNAL IS WRITTEN. THE SNAPSHOT MUST BE
      * TONIGHT'S, SO NO COBCMSCP21 END TODAY ('P') REFUSES.
       L3-RUN-CONTROL-START.
           MOVE 'S' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
           EVALUATE WK-RUNCTL-RESP
               WHEN 'G'
                   CONTINUE
               WHEN 'R'
                   CONTINUE
               WHEN 'P'
                   DISPLAY WK-RUNCTL-PROGRAM
                       ' REFUSED - COBCMSCP21 HAS NOT COMPLETED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY WK-RUNCTL-PROGRAM
                       ' REFUSED - RUN CONTROL SAID NO'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       L3-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE CTLLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE CTLLINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.
           MOVE WK-LAST-NIGHT TO O-LAST-NIGHT.
           MOVE CUR-DATE-NUM TO O-POST-DATE.
           WRITE CTLLINE FROM CTL-WINDOW-LINE
             AFTER ADVANCING 1 LINE.

      * THE MONEY FILES POST AFTER THE SNAPSHOT PASS; THEN EVERY
      * JOURNAL ENTRY IS MAPPED AND THE TOTALS PROVED. ONLY A
      * BALANCED, FULLY-MAPPED JOURNAL IS WRITTEN, AND ONLY THEN DO
      * THE CONTROL FILE AND RUN CONTROL RECORD THE RUN AS DONE.
       L2-CLOSING.
           IF TABLE-FULL-SW = 'Y'
               WRITE CTLLINE FROM CTL-FULL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'N' TO JOURNAL-OK-SW
               MOVE 'TABLE FULL - JOURNAL NOT WRITTEN'
                   TO O-RESULT-MSG
           ELSE
               PERFORM L3-POST-AND-PROVE
           END-IF.
      * A REFUSED RUN STILL EMPTIES THE JOURNAL FILE, SO THE GL LOAD
      * NEVER PICKS UP LAST NIGHT'S LINES A SECOND TIME.
           OPEN OUTPUT JOURNALOUT.
           IF JOURNAL-OK-SW = 'Y'
               PERFORM L3-WRITE-JOURNAL
                   VARYING C-GL-IDX FROM 1 BY 1
                   UNTIL C-GL-IDX > C-GL-CTR
           END-IF.
           CLOSE JOURNALOUT.
           MOVE C-JRN-CTR TO O-JRN-CTR.
           WRITE CTLLINE FROM CTL-RESULT-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE CTLOUT.
           IF JOURNAL-OK-SW = 'Y'
               PERFORM L3-SAVE-CONTROL
               MOVE 'E' TO WK-RUNCTL-OP
               CALL 'RUNCTL001' USING WK-RUNCTL-OP,
                   WK-RUNCTL-PROGRAM, WK-RUNCTL-PRED,
                   WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID, WK-RUNCTL-RESP
           ELSE
               DISPLAY 'COBCMSCP27 ' O-RESULT-MSG
               MOVE 8 TO RETURN-CODE
           END-IF.

       L3-POST-AND-PROVE.
           IF WK-CURRPOS-STATUS NOT = '35'
               CLOSE CURRPOSIN.
           PERFORM L3-POST-PAYMENTS.
           PERFORM L3-POST-REFUNDS.
           PERFORM L3-POST-INCIDENTALS.
           PERFORM L3-WRITE-SOURCES.
           WRITE CTLLINE FROM CTL-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           IF C-GL-CTR = 0
               WRITE CTLLINE FROM CTL-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM L3-MAP-AND-PRINT
                   VARYING C-GL-IDX FROM 1 BY 1
                   UNTIL C-GL-IDX > C-GL-CTR
           END-IF.
           MOVE C-GRAND-DR TO O-T-DR.
           MOVE C-GRAND-CR TO O-T-CR.
           WRITE CTLLINE FROM CTL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           EVALUATE TRUE
               WHEN GL-FULL-SW = 'Y'
                   MOVE 'N' TO JOURNAL-OK-SW
                   MOVE 'JOURNAL TABLE FULL - JOURNAL NOT WRITTEN'
                       TO O-RESULT-MSG
               WHEN C-GRAND-DR NOT = C-GRAND-CR
                   MOVE 'N' TO JOURNAL-OK-SW
                   MOVE 'OUT OF BALANCE - JOURNAL NOT WRITTEN'
                       TO O-RESULT-MSG
               WHEN C-UNMAPPED-CTR NOT = 0
                   MOVE 'N' TO JOURNAL-OK-SW
                   MOVE 'UNMAPPED ACCOUNTS - JOURNAL NOT WRITTEN'
                       TO O-RESULT-MSG
               WHEN OTHER
                   MOVE 'JOURNAL BALANCED AND WRITTEN'
                       TO O-RESULT-MSG
           END-EVALUATE.

       L3-WRITE-SOURCES.
           MOVE 'NIGHTS RECOGNIZED (NET)' TO O-S-SOURCE.
           MOVE C-NIGHT-CTR TO O-S-CTR.
           MOVE C-NIGHT-AMT TO O-S-AMT.
           WRITE CTLLINE FROM CTL-SOURCE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'PAYMENTS RECEIVED' TO O-S-SOURCE.
           MOVE C-RCPT-CTR TO O-S-CTR.
           MOVE C-RCPT-AMT TO O-S-AMT.
           WRITE CTLLINE FROM CTL-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CHARGEBACKS (NEGATIVE)' TO O-S-SOURCE.
           MOVE C-CHGBK-CTR TO O-S-CTR.
           MOVE C-CHGBK-AMT TO O-S-AMT.
           WRITE CTLLINE FROM CTL-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CANCELLATION FEES RETAINED' TO O-S-SOURCE.
           MOVE C-RETN-CTR TO O-S-CTR.
           MOVE C-RETN-AMT TO O-S-AMT.
           WRITE CTLLINE FROM CTL-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PAID WITH LOYALTY POINTS' TO O-S-SOURCE.
           MOVE C-LOYL-CTR TO O-S-CTR.
           MOVE C-LOYL-AMT TO O-S-AMT.
           WRITE CTLLINE FROM CTL-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REFUNDS SENT' TO O-S-SOURCE.
           MOVE C-RFND-CTR TO O-S-CTR.
           MOVE C-RFND-AMT TO O-S-AMT.
           WRITE CTLLINE FROM CTL-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'INCIDENTAL SALES' TO O-S-SOURCE.
           MOVE C-INCD-CTR TO O-S-CTR.
           MOVE C-INCD-AMT TO O-S-AMT.
           WRITE CTLLINE FROM CTL-SOURCE-LINE
               AFTER ADVANCING 1 LINE.

      * THE CAMPGROUND'S OWN ROW FOR THE CHARGE TYPE WINS; FAILING
      * THAT THE 'ALL' ROW; FAILING THAT THE LINE IS FLAGGED AND THE
      * JOURNAL IS HELD BACK.
       L3-MAP-AND-PRINT.
           SET GL-INDEX TO C-GL-IDX.
           MOVE 'N' TO MAP-FOUND-SW.
           PERFORM VARYING MAP-INDEX FROM 1 BY 1
               UNTIL MAP-INDEX > C-MAP-CTR
                   OR MAP-FOUND-SW = 'Y'
               IF MT-CAMPGROUND(MAP-INDEX) = GL-CAMPGROUND(GL-INDEX)
                   AND MT-CHG-TYPE(MAP-INDEX) = GL-CHG-TYPE(GL-INDEX)
                   PERFORM L4-TAKE-MAPPING
               END-IF
           END-PERFORM.
           PERFORM VARYING MAP-INDEX FROM 1 BY 1
               UNTIL MAP-INDEX > C-MAP-CTR
                   OR MAP-FOUND-SW = 'Y'
               IF MT-CAMPGROUND(MAP-INDEX) = 'ALL'
                   AND MT-CHG-TYPE(MAP-INDEX) = GL-CHG-TYPE(GL-INDEX)
                   PERFORM L4-TAKE-MAPPING
               END-IF
           END-PERFORM.
           MOVE SPACES TO O-D-FLAG.
           IF MAP-FOUND-SW NOT = 'Y'
               ADD 1 TO C-UNMAPPED-CTR
               MOVE '*** NOT MAPPED' TO O-D-FLAG
           END-IF.
           ADD GL-DR-AMT(GL-INDEX) TO C-GRAND-DR.
           ADD GL-CR-AMT(GL-INDEX) TO C-GRAND-CR.
           MOVE GL-CAMPGROUND(GL-INDEX) TO O-D-CAMPGROUND.
           MOVE GL-CHG-TYPE(GL-INDEX) TO O-D-CHG-TYPE.
           MOVE GL-ACCOUNT(GL-INDEX) TO O-D-ACCOUNT.
           MOVE GL-DESC(GL-INDEX) TO O-D-DESC.
           MOVE GL-DR-AMT(GL-INDEX) TO O-D-DR.
           MOVE GL-CR-AMT(GL-INDEX) TO O-D-CR.
           WRITE CTLLINE FROM CTL-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       L4-TAKE-MAPPING.
           MOVE 'Y' TO MAP-FOUND-SW.
           MOVE MT-ACCOUNT(MAP-INDEX) TO GL-ACCOUNT(GL-INDEX).
           MOVE MT-DESC(MAP-INDEX) TO GL-DESC(GL-INDEX).

      * ONE JOURNAL LINE PER SIDE THAT MOVED.
       L3-WRITE-JOURNAL.
           SET GL-INDEX TO C-GL-IDX.
           MOVE CUR-DATE-NUM TO JRN-POST-DATE.
           MOVE WK-RUNCTL-RUN-ID TO JRN-RUN-ID.
           MOVE GL-ACCOUNT(GL-INDEX) TO JRN-ACCOUNT.
           MOVE GL-CAMPGROUND(GL-INDEX) TO JRN-CAMPGROUND.
           MOVE GL-CHG-TYPE(GL-INDEX) TO JRN-CHG-TYPE.
           MOVE GL-DESC(GL-INDEX) TO JRN-DESC.
           IF GL-DR-AMT(GL-INDEX) NOT = ZERO
               MOVE 'D' TO JRN-DR-CR
               MOVE GL-DR-AMT(GL-INDEX) TO JRN-AMT
               WRITE JRN-REC
               ADD 1 TO C-JRN-CTR
           END-IF.
           IF GL-CR-AMT(GL-INDEX) NOT = ZERO
               MOVE 'C' TO JRN-DR-CR
               MOVE GL-CR-AMT(GL-INDEX) TO JRN-AMT
               WRITE JRN-REC
               ADD 1 TO C-JRN-CTR
           END-IF.
