       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCMSCP37.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * VISITATION STATISTICS BY GUEST HOME STATE FOR THE PARK
      * AGENCY'S ANNUAL REPORT, FORMERLY BUILT BY HAND. FOR THE STAY
      * RANGE IN CP37PRM.DAT (AT MOST TWELVE CALENDAR MONTHS) EVERY
      * BOOKING ON THE CURRENT-POSITION SNAPSHOT (CURRPOS.DAT) AND
      * THE YEAR-END ARCHIVE (CAMPARCH.DAT, NETTED THE WAY COBCMSCP22
      * NETS IT) IS MATCHED TO ITS GATE ACTIVITY (GATELOG.DAT) - ONLY
      * A STAY THE GATE CHECKED IN COUNTS, AND ITS NIGHTS RUN FROM
      * THE ACTUAL CHECK-IN TO THE ACTUAL CHECK-OUT (A GUEST STILL ON
      * SITE COUNTS THROUGH LAST NIGHT). THE GUEST'S HOME STATE AND
      * ZIP COME FROM GUESTMST.DAT, FOLLOWING A MERGED GUEST TO THE
      * SURVIVOR. BY CAMPGROUND, MONTH, AND HOME STATE THE REPORT
      * GIVES PARTIES, SITE-NIGHTS, VISITOR-NIGHTS (SITE-NIGHTS TIMES
      * PARTY SIZE), AVERAGE PARTY SIZE, AND AVERAGE LENGTH OF STAY,
      * WITH THE IN-STATE / OUT-OF-STATE SPLIT ON EVERY TOTAL LINE,
      * THEN A PARK-WIDE MONTH SUMMARY, THE TOP TEN HOME STATES BY
      * VISITOR-NIGHTS, AND IN-STATE VISITOR-NIGHTS BY THREE-DIGIT
      * ZIP REGION.
      *   - A PARTY IS COUNTED ONCE, IN THE MONTH OF ITS FIRST NIGHT
      *     IN THE RANGE; ITS LENGTH OF STAY IS THE WHOLE ACTUAL STAY.
      *     SITE-NIGHTS AND VISITOR-NIGHTS FALL IN THE MONTH OF EACH
      *     NIGHT.
      *   - ROWS FROM BEFORE PARTY SIZE WAS KEPT CARRY ZERO (SEE
      *     COBCMSCP36). THOSE PARTIES STILL COUNT AS PARTIES AND
      *     SITE-NIGHTS BUT ADD NO VISITOR-NIGHTS, AND ARE SHOWN IN
      *     THE NO SIZE COLUMN SO THE AGENCY KNOWS HOW FAR TO TRUST
      *     THE VISITOR-NIGHT FIGURE.
      *   - A BOOKING WITH NO GUEST NUMBER, OR A GUEST WITH NO STATE
      *     ON FILE, COUNTS UNDER STATE '--' (UNKNOWN).
      * RUN ON DEMAND FROM THE OFFICE AFTER THE NIGHTLY SNAPSHOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RUN PARAMETERS - THE STAY RANGE AND THE PARK'S OWN STATE FOR
      * THE IN-STATE SPLIT. THE RUN REFUSES TO START ON A MISSING
      * FILE, DATES THAT ARE NOT REAL OR NOT IN ORDER, A RANGE OVER
      * TWELVE MONTHS, OR A BLANK HOME STATE.
           SELECT PARMFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP37\CP37PRM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-PARM-STATUS.
           SELECT CURRPOSIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CURRPOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CURRPOS-STATUS.
      * THE ARCHIVE STILL CARRIES RAW JOURNAL ROWS - CANCELLED PAIRS
      * AND SUPERSEDED AMENDMENTS ARE NETTED OUT BELOW, AND A
      * BOOKING STILL ON THE SNAPSHOT IS TAKEN FROM THE SNAPSHOT
      * ONLY.
           SELECT ARCHIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP09\CAMPARCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-ARCH-STATUS.
           SELECT GUESTMST
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\GUESTMST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-GUEST-STATUS.
           SELECT GLOGIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\GATELOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-GLOG-STATUS.
           SELECT VISOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP37\VISIT.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PARMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PARM-REC.

       01 PARM-REC.
           05 PRM-RANGE-START      PIC 9(8).
           05 PRM-RANGE-END        PIC 9(8).
           05 PRM-HOME-STATE       PIC X(2).

       FD CURRPOSIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.

       FD ARCHIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS ARCH-REC.

       01 ARCH-REC             PIC X(228).

       FD GUESTMST
           LABEL RECORD IS OMITTED
           DATA RECORD IS GST-REC.

       COPY 'GUEST.CPY'.

       FD GLOGIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS GLOG-REC.

       COPY 'GLOG.CPY'.

       FD VISOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS VISLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 VISLINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001) - THIS RUN
      * REFUSES TO START UNTIL TONIGHT'S SNAPSHOT (COBCMSCP21) HAS
      * COMPLETED, AND ITS RUN ID IS STAMPED ON THE REPORT TITLE.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP37'.
           05 WK-RUNCTL-PRED   PIC X(10)  VALUE 'COBCMSCP21'.
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE SPACES.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-PARM-STATUS   PIC XX      VALUE SPACES.
           05 PARM-BAD-SW      PIC X       VALUE 'N'.
           05 C-PARM-QUOT      PIC 9(4)    VALUE ZERO.
           05 C-PARM-REM       PIC 9       VALUE ZERO.
           05 WK-EDIT-DATE.
               10 WK-ED-YYYY   PIC 9(4).
               10 WK-ED-MM     PIC 99.
                   88 WK-ED-VALID-MM VALUE 1 THRU 12.
                   88 WK-ED-30-MM VALUE 4, 6, 9, 11.
               10 WK-ED-DD     PIC 99.
                   88 WK-ED-DD-31 VALUE 1 THRU 31.
                   88 WK-ED-DD-30 VALUE 1 THRU 30.
                   88 WK-ED-DD-29 VALUE 1 THRU 29.
                   88 WK-ED-DD-28 VALUE 1 THRU 28.
           05 WK-EDIT-DATE-NUM REDEFINES WK-EDIT-DATE PIC 9(8).
           05 WK-CURRPOS-STATUS PIC XX     VALUE SPACES.
           05 WK-ARCH-STATUS   PIC XX      VALUE SPACES.
           05 WK-GUEST-STATUS  PIC XX      VALUE SPACES.
           05 WK-GLOG-STATUS   PIC XX      VALUE SPACES.
           05 WK-RANGE-START.
               10 WK-RS-YYYY   PIC 9(4).
               10 WK-RS-MM     PIC 99.
               10 WK-RS-DD     PIC 99.
           05 WK-RANGE-START-NUM REDEFINES WK-RANGE-START PIC 9(8).
           05 WK-RANGE-END.
               10 WK-RE-YYYY   PIC 9(4).
               10 WK-RE-MM     PIC 99.
               10 WK-RE-DD     PIC 99.
           05 WK-RANGE-END-NUM REDEFINES WK-RANGE-END PIC 9(8).
           05 WK-HOME-STATE    PIC X(2)    VALUE SPACES.
           05 C-MONTH-CTR      PIC 9(4)    VALUE ZERO.
           05 C-MO-IDX         PIC 99      VALUE ZERO.
           05 C-FIRST-MO       PIC 99      VALUE ZERO.
           05 C-GUEST-CTR      PIC 9(4)    VALUE ZERO.
           05 C-GATE-CTR       PIC 9(4)    VALUE ZERO.
           05 C-LIVE-CTR       PIC 9(4)    VALUE ZERO.
           05 C-CANCELLED-CTR  PIC 9(4)    VALUE ZERO.
           05 C-AMEND-CTR      PIC 9(4)    VALUE ZERO.
           05 C-CG-CTR         PIC 99      VALUE ZERO.
           05 C-CG-IDX         PIC 99      VALUE ZERO.
           05 C-ST-CTR         PIC 99      VALUE ZERO.
           05 C-ORD-IDX        PIC 99      VALUE ZERO.
           05 C-SORT-IDX       PIC 99      VALUE ZERO.
           05 C-Z3-CTR         PIC 9(3)    VALUE ZERO.
           05 C-Z3-IDX         PIC 9(3)    VALUE ZERO.
           05 C-TOP-CTR        PIC 99      VALUE ZERO.
           05 C-TOP-IDX        PIC 99      VALUE ZERO.
           05 C-HOP-CTR        PIC 9       VALUE ZERO.
           05 C-LEFT-OVER      PIC 9       VALUE ZERO.
           05 C-STAY-NIGHTS    PIC 9(4)    VALUE ZERO.
           05 C-RANGE-NIGHTS   PIC 9(4)    VALUE ZERO.
           05 C-STAYS-CTR      PIC 9(6)    VALUE ZERO.
           05 C-NO-GATE-CTR    PIC 9(6)    VALUE ZERO.
           05 AMEND-FOUND-SW   PIC X       VALUE 'N'.
           05 WK-ROW-SEQ       PIC 9       VALUE ZERO.
           05 SKIP-SW          PIC X       VALUE 'N'.
           05 CG-FOUND-SW      PIC X       VALUE 'N'.
           05 ST-FOUND-SW      PIC X       VALUE 'N'.
           05 Z3-FOUND-SW      PIC X       VALUE 'N'.
           05 GATE-FOUND-SW    PIC X       VALUE 'N'.
           05 GUEST-FOUND-SW   PIC X       VALUE 'N'.
           05 ROW-OK-SW        PIC X       VALUE 'N'.
           05 SWAPPED-SW       PIC X       VALUE 'N'.
      * SET WHEN ANY TABLE BELOW FILLS - THE REPORT STILL PRINTS BUT
      * IS SHORT, SO THE RUN ENDS WITH A BAD RETURN CODE.
           05 TABLE-FULL-SW    PIC X       VALUE 'N'.
           05 WK-LOOKUP-GUEST  PIC 9(6)    VALUE ZERO.
           05 WK-ROW-STATE     PIC X(2)    VALUE SPACES.
           05 WK-ROW-ZIP3      PIC X(3)    VALUE SPACES.
           05 WK-ROW-PARTY     PIC 99      VALUE ZERO.
           05 WK-STAY-START    PIC 9(8)    VALUE ZERO.
           05 WK-STAY-STOP     PIC 9(8)    VALUE ZERO.
           05 WK-ORD-HOLD      PIC 99      VALUE ZERO.
           05 WK-Z3-HOLD       PIC X(15)   VALUE SPACES.
           05 WK-AVG-PARTY     PIC 99V9    VALUE ZERO.
           05 WK-AVG-STAY      PIC 999V9   VALUE ZERO.
           05 WK-NO-SIZE       PIC 9(6)    VALUE ZERO.
           05 WK-BEST-VN       PIC 9(8)    VALUE ZERO.
           05 WK-BEST-IDX      PIC 99      VALUE ZERO.
           05 WK-NIGHT.
               10 WK-NIGHT-YYYY PIC 9(4).
               10 WK-NIGHT-MM  PIC 99.
                   88 WK-NIGHT-30-MM VALUE 4, 6, 9, 11.
               10 WK-NIGHT-DD  PIC 99.
           05 WK-NIGHT-NUM REDEFINES WK-NIGHT PIC 9(8).
           05 WK-LABEL.
               10 WK-LBL-YYYY  PIC 9(4).
               10 WK-LBL-SLASH PIC X.
               10 WK-LBL-MM    PIC 99.
               10 FILLER       PIC XX.
               10 WK-LBL-STATE PIC X(9).
           05 WK-LABEL-TEXT REDEFINES WK-LABEL PIC X(18).

      * THE MONTHS OF THE RANGE IN ORDER - SUBSCRIPT 1 IS THE
      * MONTH THE RANGE STARTS IN.
       01 MONTH-TABLE.
           05 MONTH-ENTRY OCCURS 12 TIMES INDEXED BY MONTH-INDEX.
               10 MT-YYYY          PIC 9(4).
               10 MT-MM            PIC 99.

      * HOME STATE, ZIP, AND MERGE POINTER FOR EVERY GUEST ON THE
      * MASTER.
       01 GUEST-TABLE.
           05 GUEST-ENTRY OCCURS 2000 TIMES INDEXED BY GUEST-INDEX.
               10 GT-GUEST-NUM     PIC 9(6).
               10 GT-STATE         PIC X(2).
               10 GT-ZIP           PIC X(10).
               10 GT-MERGED-TO     PIC 9(6).

      * BOOKINGS THE GATE HAS CHECKED IN, WITH THE ACTUAL DATES.
       01 GATE-TABLE.
           05 GATE-ENTRY OCCURS 3000 TIMES INDEXED BY GATE-INDEX.
               10 GE-CONFIRM-NUM   PIC X(18).
               10 GE-IN-DATE       PIC 9(8).
               10 GE-OUT-DATE      PIC 9(8).

      * CONFIRMATION NUMBERS ON THE SNAPSHOT - AN ARCHIVE ROW FOR ONE
      * OF THESE (AN OLDER AMENDMENT THAT LEFT AT YEAR-END) IS NOT
      * COUNTED A SECOND TIME.
       01 LIVE-TABLE.
           05 LIVE-ENTRY PIC X(18) OCCURS 3000 TIMES
               INDEXED BY LIVE-INDEX.

      * ARCHIVE NETTING - CANCELLED CONFIRMATION NUMBERS AND THE
      * HIGHEST AMENDMENT SEQUENCE PER NUMBER, SAME AS EVERY READER
      * OF THE RAW JOURNAL APPLIES.
       01 CANCELLED-TABLE.
           05 CANCELLED-ENTRY PIC X(18) OCCURS 3000 TIMES
               INDEXED BY CANCELLED-INDEX.

       01 AMEND-TABLE.
           05 AMEND-ENTRY OCCURS 3000 TIMES INDEXED BY AMEND-INDEX.
               10 AMD-CONFIRM-NUM  PIC X(18).
               10 AMD-MAX-SEQ      PIC 9.

       01 CAMPGROUND-TABLE.
           05 CG-NAME OCCURS 10 TIMES INDEXED BY CG-INDEX
                                   PIC X(25).

      * ONE ENTRY PER HOME STATE SEEN, WITH ITS WHOLE-PARK TOTALS
      * FOR THE TOP-TEN LIST. ST-ORDER HOLDS THE ENTRY NUMBERS IN
      * STATE-CODE ORDER FOR PRINTING.
       01 STATE-TABLE.
           05 STATE-ENTRY OCCURS 60 TIMES INDEXED BY STATE-INDEX.
               10 ST-CODE          PIC X(2).
               10 ST-PARTIES       PIC 9(6).
               10 ST-SIZED         PIC 9(6).
               10 ST-PEOPLE        PIC 9(7).
               10 ST-STAY-NIGHTS   PIC 9(7).
               10 ST-SITE-NIGHTS   PIC 9(7).
               10 ST-VISITOR-NIGHTS PIC 9(8).
               10 ST-RANKED-SW     PIC X.

       01 STATE-ORDER-TABLE.
           05 ST-ORDER PIC 99 OCCURS 60 TIMES.

      * THE STATISTICS THEMSELVES - CAMPGROUND BY MONTH BY HOME
      * STATE. EVERY FIELD IS UNSIGNED DISPLAY, SO THE WHOLE TABLE
      * IS CLEARED WITH ONE MOVE OF ZEROS.
       01 STAT-TABLE.
           05 STAT-CG OCCURS 10 TIMES INDEXED BY SCG-INDEX.
               10 STAT-MO OCCURS 12 TIMES INDEXED BY SMO-INDEX.
                   15 STAT-ST OCCURS 60 TIMES INDEXED BY SST-INDEX.
                       20 SC-PARTIES       PIC 9(5).
                       20 SC-SIZED         PIC 9(5).
                       20 SC-PEOPLE        PIC 9(6).
                       20 SC-STAY-NIGHTS   PIC 9(6).
                       20 SC-SITE-NIGHTS   PIC 9(6).
                       20 SC-VISITOR-NIGHTS PIC 9(7).

      * IN-STATE VISITATION BY THE FIRST THREE DIGITS OF THE ZIP.
       01 ZIP3-TABLE.
           05 ZIP3-ENTRY OCCURS 100 TIMES INDEXED BY Z3-INDEX.
               10 Z3-CODE          PIC X(3).
               10 Z3-PARTIES       PIC 9(5).
               10 Z3-VISITOR-NIGHTS PIC 9(7).

      * PRINT ACCUMULATORS - 1 = MONTH, 2 = CAMPGROUND, 3 = PARK.
       01 TOTAL-TABLE.
           05 TOT-ENTRY OCCURS 3 TIMES INDEXED BY TOT-INDEX.
               10 TOT-PARTIES      PIC 9(6).
               10 TOT-SIZED        PIC 9(6).
               10 TOT-PEOPLE       PIC 9(7).
               10 TOT-STAY-NIGHTS  PIC 9(7).
               10 TOT-SITE-NIGHTS  PIC 9(7).
               10 TOT-VISITOR-NIGHTS PIC 9(8).
               10 TOT-IN-VN        PIC 9(8).
               10 TOT-OUT-VN       PIC 9(8).
               10 TOT-UNK-VN       PIC 9(8).

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
         05 FILLER PIC X(12) VALUE SPACES.
         05 FILLER PIC X(38) VALUE
            "VISITATION STATISTICS BY HOME STATE".
         05 FILLER PIC X(30) VALUE SPACES.
         05 FILLER PIC X(6) VALUE "PAGE: ".
         05 O-PCTR PIC X(2).

       01 VIS-RANGE-LINE.
           05 FILLER           PIC X(11)   VALUE "STAYS FROM ".
           05 O-RANGE-START    PIC 9(8).
           05 FILLER           PIC X(9)    VALUE " THROUGH ".
           05 O-RANGE-END      PIC 9(8).
           05 FILLER           PIC X(16)   VALUE "   HOME STATE ".
           05 O-HOME-STATE     PIC X(2).
           05 FILLER           PIC X(78)   VALUE SPACES.

       01 VIS-NOTE-LINE.
           05 FILLER           PIC X(23)   VALUE
           "CHECKED-IN STAYS ONLY. ".
           05 FILLER           PIC X(37)   VALUE
           "VISITOR-NTS = SITE-NTS X PARTY SIZE;".
           05 FILLER           PIC X(72)   VALUE
           " NO SIZE = PARTIES BOOKED BEFORE PARTY SIZE WAS KEPT".

       01 CAMPGROUND-HEADING.
           05 O-H-CAMPGROUND   PIC X(25).
           05 FILLER           PIC X(107)  VALUE SPACES.

       01 VIS-COLUMN-HEADINGS.
           05 FILLER   PIC X(17) VALUE "MONTH    STATE".
           05 FILLER   PIC X(7)  VALUE "PARTIES".
           05 FILLER   PIC X(9)  VALUE " SITE-NTS".
           05 FILLER   PIC X(12) VALUE " VISITOR-NTS".
           05 FILLER   PIC X(8)  VALUE " AVG PTY".
           05 FILLER   PIC X(8)  VALUE " AVG STY".
           05 FILLER   PIC X(9)  VALUE "  NO SIZE".
           05 FILLER   PIC X(12) VALUE " IN-STATE VN".
           05 FILLER   PIC X(12) VALUE "  OUTSIDE VN".
           05 FILLER   PIC X(12) VALUE "  UNKNOWN VN".
           05 FILLER   PIC X(26) VALUE SPACES.

      * DETAIL AND TOTAL LINES SHARE ONE LAYOUT - THE SPLIT COLUMNS
      * PRINT BLANK ON A SINGLE-STATE DETAIL LINE.
       01 VIS-DETAIL-LINE.
           05 O-D-LABEL        PIC X(18).
           05 O-D-PARTIES      PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)    VALUE SPACES.
           05 O-D-SITE-NIGHTS  PIC ZZZ,ZZ9.
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-D-VISITOR-NIGHTS PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(4)    VALUE SPACES.
           05 O-D-AVG-PARTY    PIC Z9.9.
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-D-AVG-STAY     PIC ZZ9.9.
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-D-NO-SIZE      PIC ZZ,ZZ9.
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-D-IN-VN        PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-D-OUT-VN       PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-D-UNK-VN       PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER           PIC X(26)   VALUE SPACES.

       01 VIS-SECTION-LINE.
           05 O-S-TITLE        PIC X(40).
           05 FILLER           PIC X(92)   VALUE SPACES.

       01 TOP-COLUMN-HEADINGS.
           05 FILLER   PIC X(17) VALUE "RANK  STATE".
           05 FILLER   PIC X(7)  VALUE "PARTIES".
           05 FILLER   PIC X(9)  VALUE " SITE-NTS".
           05 FILLER   PIC X(12) VALUE " VISITOR-NTS".
           05 FILLER   PIC X(8)  VALUE " AVG PTY".
           05 FILLER   PIC X(8)  VALUE " AVG STY".
           05 FILLER   PIC X(71) VALUE SPACES.

       01 TOP-DETAIL-LINE.
           05 FILLER           PIC X(2)    VALUE SPACES.
           05 O-T-RANK         PIC Z9.
           05 FILLER           PIC X(2)    VALUE SPACES.
           05 O-T-STATE        PIC X(2).
           05 FILLER           PIC X(10)   VALUE SPACES.
           05 O-T-PARTIES      PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)    VALUE SPACES.
           05 O-T-SITE-NIGHTS  PIC ZZZ,ZZ9.
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-T-VISITOR-NIGHTS PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(4)    VALUE SPACES.
           05 O-T-AVG-PARTY    PIC Z9.9.
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-T-AVG-STAY     PIC ZZ9.9.
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-T-WHERE        PIC X(12).
           05 FILLER           PIC X(56)   VALUE SPACES.

       01 ZIP-COLUMN-HEADINGS.
           05 FILLER   PIC X(9)  VALUE "ZIP AREA".
           05 FILLER   PIC X(7)  VALUE "PARTIES".
           05 FILLER   PIC X(12) VALUE " VISITOR-NTS".
           05 FILLER   PIC X(104) VALUE SPACES.

       01 ZIP-DETAIL-LINE.
           05 O-Z-ZIP3         PIC X(3).
           05 FILLER           PIC X(7)    VALUE "XX".
           05 O-Z-PARTIES      PIC ZZ,ZZ9.
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-Z-VISITOR-NIGHTS PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(104)  VALUE SPACES.

       01 VIS-NONE-LINE.
           05 FILLER   PIC X(40) VALUE
           "NO CHECKED-IN STAYS IN THE RANGE".
           05 FILLER   PIC X(92) VALUE SPACES.

       01 VIS-COUNT-LINE.
           05 FILLER           PIC X(26)   VALUE
           "CHECKED-IN STAYS COUNTED ".
           05 O-STAYS-CTR      PIC ZZZ,ZZ9.
           05 FILLER           PIC X(30)   VALUE
           "   BOOKINGS NEVER CHECKED IN ".
           05 O-NO-GATE-CTR    PIC ZZZ,ZZ9.
           05 FILLER           PIC X(62)   VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-TALLY-CURRENT.
           PERFORM L2-TALLY-ARCHIVE.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM L3-READ-PARMS.
           PERFORM L3-RUN-CONTROL-START.
           MOVE WK-RUNCTL-RUN-ID TO O-RUN-ID.
           OPEN OUTPUT VISOUT.
           MOVE CUR-YY TO O-CUR-YY.
           MOVE CUR-MM TO O-CUR-MM.
           MOVE CUR-DD TO O-CUR-DD.
           PERFORM L3-BUILD-MONTH-TABLE.
           MOVE ZEROS TO STAT-TABLE.
           PERFORM L3-LOAD-GUESTS.
           PERFORM L3-LOAD-GATE.
           PERFORM L3-HEADINGS.

       L2-TALLY-CURRENT.
           OPEN INPUT CURRPOSIN.
           IF WK-CURRPOS-STATUS = '00'
               PERFORM UNTIL WK-CURRPOS-STATUS NOT = '00'
                   READ CURRPOSIN
                   IF WK-CURRPOS-STATUS = '00'
                       PERFORM L3-NOTE-LIVE
                       IF NOT VAL-CANCELLED AND NOT VAL-RELEASED
                           PERFORM L3-TALLY-STAY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CURRPOSIN.

      * THE ARCHIVE IS NETTED FIRST (CANCELLED PAIRS AND SUPERSEDED
      * AMENDMENTS OUT), THEN EVERY SURVIVING ROW IS TALLIED.
       L2-TALLY-ARCHIVE.
           PERFORM L3-LOAD-ARCH-NETTING.
           OPEN INPUT ARCHIN.
           IF WK-ARCH-STATUS = '00'
               PERFORM UNTIL WK-ARCH-STATUS NOT = '00'
                   READ ARCHIN
                   IF WK-ARCH-STATUS = '00'
                       MOVE ARCH-REC TO VAL-REC
                       PERFORM L3-CHECK-ARCH-SKIP
                       IF SKIP-SW NOT = 'Y'
                           PERFORM L3-TALLY-STAY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCHIN.

       L3-NOTE-LIVE.
           IF C-LIVE-CTR < 3000
               ADD 1 TO C-LIVE-CTR
               SET LIVE-INDEX TO C-LIVE-CTR
               MOVE O-CONFIRM-NUM TO LIVE-ENTRY(LIVE-INDEX)
           ELSE
               MOVE 'Y' TO TABLE-FULL-SW
           END-IF.

      * A STAY COUNTS ONLY IF THE GATE CHECKED IT IN. IT ENDS AT THE
      * POSTED CHECK-OUT; A GUEST NOT YET CHECKED OUT IS COUNTED UP
      * TO THE BOOKED DEPARTURE OR TODAY, WHICHEVER COMES FIRST.
       L3-TALLY-STAY.
           PERFORM L4-FIND-GATE.
           IF GATE-FOUND-SW NOT = 'Y'
               IF O-DATE >= WK-RANGE-START-NUM
                   AND O-DATE <= WK-RANGE-END-NUM
                   AND O-DATE < CUR-DATE-NUM
                   ADD 1 TO C-NO-GATE-CTR
               END-IF
           ELSE
               MOVE GE-IN-DATE(GATE-INDEX) TO WK-STAY-START
               IF GE-OUT-DATE(GATE-INDEX) NOT = ZERO
                   MOVE GE-OUT-DATE(GATE-INDEX) TO WK-STAY-STOP
               ELSE
                   IF O-END-DATE < CUR-DATE-NUM
                       MOVE O-END-DATE TO WK-STAY-STOP
                   ELSE
                       MOVE CUR-DATE-NUM TO WK-STAY-STOP
                   END-IF
               END-IF
               IF WK-STAY-STOP > WK-STAY-START
                   AND WK-STAY-STOP > WK-RANGE-START-NUM
                   AND WK-STAY-START <= WK-RANGE-END-NUM
                   PERFORM L4-WALK-STAY
               END-IF
           END-IF.

      * POSITIONS GATE-INDEX AT THE BOOKING'S GATE ENTRY.
       L4-FIND-GATE.
           MOVE 'N' TO GATE-FOUND-SW.
           PERFORM VARYING GATE-INDEX FROM 1 BY 1
               UNTIL GATE-INDEX > C-GATE-CTR
                   OR GATE-FOUND-SW = 'Y'
               IF GE-CONFIRM-NUM(GATE-INDEX) = O-CONFIRM-NUM
                   MOVE 'Y' TO GATE-FOUND-SW
               END-IF
           END-PERFORM.
           IF GATE-FOUND-SW = 'Y'
               SET GATE-INDEX DOWN BY 1.

      * EVERY NIGHT OF THE STAY IS WALKED - THE WHOLE STAY GIVES THE
      * LENGTH OF STAY, THE NIGHTS INSIDE THE RANGE GIVE THE
      * SITE-NIGHTS AND VISITOR-NIGHTS OF THEIR MONTHS. THE PARTY IS
      * COUNTED IN THE MONTH OF ITS FIRST NIGHT IN THE RANGE.
       L4-WALK-STAY.
           IF O-PARTY-SIZE NUMERIC
               MOVE O-PARTY-SIZE TO WK-ROW-PARTY
           ELSE
               MOVE ZERO TO WK-ROW-PARTY
           END-IF.
           PERFORM L4-RESOLVE-GUEST.
           MOVE 'Y' TO ROW-OK-SW.
           PERFORM L4-FIND-CAMPGROUND.
           PERFORM L4-FIND-STATE.
           IF ROW-OK-SW = 'Y'
               MOVE ZERO TO C-STAY-NIGHTS
               MOVE ZERO TO C-RANGE-NIGHTS
               MOVE ZERO TO C-FIRST-MO
               MOVE WK-STAY-START TO WK-NIGHT-NUM
               PERFORM L5-COUNT-NIGHT
                   UNTIL WK-NIGHT-NUM >= WK-STAY-STOP
                       OR C-STAY-NIGHTS > 3660
               IF C-RANGE-NIGHTS > 0
                   PERFORM L5-COUNT-PARTY
               END-IF
           END-IF.

       L5-COUNT-NIGHT.
           ADD 1 TO C-STAY-NIGHTS.
           IF WK-NIGHT-NUM >= WK-RANGE-START-NUM
               AND WK-NIGHT-NUM <= WK-RANGE-END-NUM
               ADD 1 TO C-RANGE-NIGHTS
               COMPUTE C-MO-IDX =
                   (WK-NIGHT-YYYY - WK-RS-YYYY) * 12
                   + WK-NIGHT-MM - WK-RS-MM + 1
               IF C-FIRST-MO = ZERO
                   MOVE C-MO-IDX TO C-FIRST-MO
               END-IF
               SET SMO-INDEX TO C-MO-IDX
               ADD 1 TO SC-SITE-NIGHTS(SCG-INDEX SMO-INDEX SST-INDEX)
               ADD WK-ROW-PARTY TO
                   SC-VISITOR-NIGHTS(SCG-INDEX SMO-INDEX SST-INDEX)
               ADD 1 TO ST-SITE-NIGHTS(STATE-INDEX)
               ADD WK-ROW-PARTY TO ST-VISITOR-NIGHTS(STATE-INDEX)
               IF WK-ROW-STATE = WK-HOME-STATE
                   AND WK-ROW-ZIP3 NOT = SPACES
                   PERFORM L5-FIND-ZIP3
                   IF Z3-FOUND-SW = 'Y'
                       ADD WK-ROW-PARTY TO Z3-VISITOR-NIGHTS(Z3-INDEX)
                   END-IF
               END-IF
           END-IF.
           PERFORM L5-NEXT-NIGHT.

       L5-COUNT-PARTY.
           ADD 1 TO C-STAYS-CTR.
           SET SMO-INDEX TO C-FIRST-MO.
           ADD 1 TO SC-PARTIES(SCG-INDEX SMO-INDEX SST-INDEX).
           ADD C-STAY-NIGHTS TO
               SC-STAY-NIGHTS(SCG-INDEX SMO-INDEX SST-INDEX).
           ADD 1 TO ST-PARTIES(STATE-INDEX).
           ADD C-STAY-NIGHTS TO ST-STAY-NIGHTS(STATE-INDEX).
           IF WK-ROW-PARTY > ZERO
               ADD 1 TO SC-SIZED(SCG-INDEX SMO-INDEX SST-INDEX)
               ADD WK-ROW-PARTY TO
                   SC-PEOPLE(SCG-INDEX SMO-INDEX SST-INDEX)
               ADD 1 TO ST-SIZED(STATE-INDEX)
               ADD WK-ROW-PARTY TO ST-PEOPLE(STATE-INDEX)
           END-IF.
           IF WK-ROW-STATE = WK-HOME-STATE
               AND WK-ROW-ZIP3 NOT = SPACES
               PERFORM L5-FIND-ZIP3
               IF Z3-FOUND-SW = 'Y'
                   ADD 1 TO Z3-PARTIES(Z3-INDEX)
               END-IF
           END-IF.

      * HOME STATE AND ZIP REGION OF THE BOOKING'S GUEST. A MERGED
      * GUEST IS FOLLOWED TO THE SURVIVOR (A FEW HOPS AT MOST - THE
      * MERGE RUN REFUSES TO MERGE INTO A RETIRED GUEST); IF THE
      * SURVIVOR IS MISSING THE LAST RECORD FOUND STILL ANSWERS.
       L4-RESOLVE-GUEST.
           MOVE '--' TO WK-ROW-STATE.
           MOVE SPACES TO WK-ROW-ZIP3.
           MOVE ZERO TO C-HOP-CTR.
           MOVE ZERO TO WK-LOOKUP-GUEST.
           IF O-GUEST-NUM NUMERIC
               MOVE O-GUEST-NUM TO WK-LOOKUP-GUEST.
           PERFORM UNTIL WK-LOOKUP-GUEST = ZERO
               OR C-HOP-CTR > 5
               ADD 1 TO C-HOP-CTR
               PERFORM L5-LOOKUP-GUEST
               IF GUEST-FOUND-SW = 'Y'
                   IF GT-STATE(GUEST-INDEX) NOT = SPACES
                       MOVE GT-STATE(GUEST-INDEX) TO WK-ROW-STATE
                   END-IF
                   IF GT-ZIP(GUEST-INDEX)(1:3) NUMERIC
                       MOVE GT-ZIP(GUEST-INDEX)(1:3) TO WK-ROW-ZIP3
                   END-IF
                   MOVE GT-MERGED-TO(GUEST-INDEX) TO WK-LOOKUP-GUEST
               ELSE
                   MOVE ZERO TO WK-LOOKUP-GUEST
               END-IF
           END-PERFORM.

       L5-LOOKUP-GUEST.
           MOVE 'N' TO GUEST-FOUND-SW.
           PERFORM VARYING GUEST-INDEX FROM 1 BY 1
               UNTIL GUEST-INDEX > C-GUEST-CTR
                   OR GUEST-FOUND-SW = 'Y'
               IF GT-GUEST-NUM(GUEST-INDEX) = WK-LOOKUP-GUEST
                   MOVE 'Y' TO GUEST-FOUND-SW
               END-IF
           END-PERFORM.
           IF GUEST-FOUND-SW = 'Y'
               SET GUEST-INDEX DOWN BY 1.

      * POSITIONS SCG-INDEX AT THE ROW'S CAMPGROUND, ADDING AN ENTRY
      * THE FIRST TIME IT IS SEEN.
       L4-FIND-CAMPGROUND.
           MOVE 'N' TO CG-FOUND-SW.
           PERFORM VARYING CG-INDEX FROM 1 BY 1
               UNTIL CG-INDEX > C-CG-CTR
                   OR CG-FOUND-SW = 'Y'
               IF CG-NAME(CG-INDEX) = O-CAMPGROUND
                   MOVE 'Y' TO CG-FOUND-SW
               END-IF
           END-PERFORM.
           IF CG-FOUND-SW = 'Y'
               SET CG-INDEX DOWN BY 1
               SET SCG-INDEX TO CG-INDEX
           ELSE
               IF C-CG-CTR < 10
                   ADD 1 TO C-CG-CTR
                   SET CG-INDEX TO C-CG-CTR
                   SET SCG-INDEX TO C-CG-CTR
                   MOVE O-CAMPGROUND TO CG-NAME(CG-INDEX)
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
                   MOVE 'N' TO ROW-OK-SW
               END-IF
           END-IF.

      * POSITIONS STATE-INDEX AND SST-INDEX AT THE GUEST'S HOME
      * STATE, ADDING AN ENTRY THE FIRST TIME IT IS SEEN.
       L4-FIND-STATE.
           MOVE 'N' TO ST-FOUND-SW.
           PERFORM VARYING STATE-INDEX FROM 1 BY 1
               UNTIL STATE-INDEX > C-ST-CTR
                   OR ST-FOUND-SW = 'Y'
               IF ST-CODE(STATE-INDEX) = WK-ROW-STATE
                   MOVE 'Y' TO ST-FOUND-SW
               END-IF
           END-PERFORM.
           IF ST-FOUND-SW = 'Y'
               SET STATE-INDEX DOWN BY 1
               SET SST-INDEX TO STATE-INDEX
           ELSE
               IF C-ST-CTR < 60
                   ADD 1 TO C-ST-CTR
                   SET STATE-INDEX TO C-ST-CTR
                   SET SST-INDEX TO C-ST-CTR
                   MOVE WK-ROW-STATE TO ST-CODE(STATE-INDEX)
                   MOVE ZERO TO ST-PARTIES(STATE-INDEX)
                   MOVE ZERO TO ST-SIZED(STATE-INDEX)
                   MOVE ZERO TO ST-PEOPLE(STATE-INDEX)
                   MOVE ZERO TO ST-STAY-NIGHTS(STATE-INDEX)
                   MOVE ZERO TO ST-SITE-NIGHTS(STATE-INDEX)
                   MOVE ZERO TO ST-VISITOR-NIGHTS(STATE-INDEX)
                   MOVE 'N' TO ST-RANKED-SW(STATE-INDEX)
                   MOVE C-ST-CTR TO ST-ORDER(C-ST-CTR)
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
                   MOVE 'N' TO ROW-OK-SW
               END-IF
           END-IF.

       L5-FIND-ZIP3.
           MOVE 'N' TO Z3-FOUND-SW.
           PERFORM VARYING Z3-INDEX FROM 1 BY 1
               UNTIL Z3-INDEX > C-Z3-CTR
                   OR Z3-FOUND-SW = 'Y'
               IF Z3-CODE(Z3-INDEX) = WK-ROW-ZIP3
                   MOVE 'Y' TO Z3-FOUND-SW
               END-IF
           END-PERFORM.
           IF Z3-FOUND-SW = 'Y'
               SET Z3-INDEX DOWN BY 1
           ELSE
               IF C-Z3-CTR < 100
                   ADD 1 TO C-Z3-CTR
                   SET Z3-INDEX TO C-Z3-CTR
                   MOVE WK-ROW-ZIP3 TO Z3-CODE(Z3-INDEX)
                   MOVE ZERO TO Z3-PARTIES(Z3-INDEX)
                   MOVE ZERO TO Z3-VISITOR-NIGHTS(Z3-INDEX)
                   MOVE 'Y' TO Z3-FOUND-SW
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
               END-IF
           END-IF.

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

       L3-CHECK-ARCH-SKIP.
           MOVE 'N' TO SKIP-SW.
           IF VAL-CANCELLED OR VAL-RELEASED
               MOVE 'Y' TO SKIP-SW
           ELSE
               PERFORM VARYING CANCELLED-INDEX FROM 1 BY 1
                   UNTIL CANCELLED-INDEX > C-CANCELLED-CTR
                   IF CANCELLED-ENTRY(CANCELLED-INDEX) =
                           O-CONFIRM-NUM
                       MOVE 'Y' TO SKIP-SW
                   END-IF
               END-PERFORM
               PERFORM VARYING LIVE-INDEX FROM 1 BY 1
                   UNTIL LIVE-INDEX > C-LIVE-CTR
                   IF LIVE-ENTRY(LIVE-INDEX) = O-CONFIRM-NUM
                       MOVE 'Y' TO SKIP-SW
                   END-IF
               END-PERFORM
               PERFORM L4-CHECK-AMEND-TABLE
           END-IF.

       L4-CHECK-AMEND-TABLE.
           IF O-AMEND-SEQ NUMERIC
               MOVE O-AMEND-SEQ TO WK-ROW-SEQ
           ELSE
               MOVE ZERO TO WK-ROW-SEQ
           END-IF.
           PERFORM VARYING AMEND-INDEX FROM 1 BY 1
               UNTIL AMEND-INDEX > C-AMEND-CTR
               IF AMD-CONFIRM-NUM(AMEND-INDEX) = O-CONFIRM-NUM
                   AND WK-ROW-SEQ < AMD-MAX-SEQ(AMEND-INDEX)
                   MOVE 'Y' TO SKIP-SW
               END-IF
           END-PERFORM.

       L3-LOAD-ARCH-NETTING.
           OPEN INPUT ARCHIN.
           IF WK-ARCH-STATUS = '00'
               PERFORM UNTIL WK-ARCH-STATUS NOT = '00'
                   READ ARCHIN
                   IF WK-ARCH-STATUS = '00'
                       MOVE ARCH-REC TO VAL-REC
                       IF VAL-CANCELLED AND C-CANCELLED-CTR < 3000
                           ADD 1 TO C-CANCELLED-CTR
                           SET CANCELLED-INDEX TO C-CANCELLED-CTR
                           MOVE O-CONFIRM-NUM TO
                               CANCELLED-ENTRY(CANCELLED-INDEX)
                       END-IF
                       IF NOT VAL-CANCELLED AND NOT VAL-RELEASED
                           AND O-AMEND-SEQ NUMERIC
                           AND O-AMEND-SEQ > 0
                           PERFORM L4-NOTE-AMENDMENT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCHIN
               MOVE SPACES TO WK-ARCH-STATUS.

       L4-NOTE-AMENDMENT.
           MOVE 'N' TO AMEND-FOUND-SW.
           PERFORM VARYING AMEND-INDEX FROM 1 BY 1
               UNTIL AMEND-INDEX > C-AMEND-CTR
               IF AMD-CONFIRM-NUM(AMEND-INDEX) = O-CONFIRM-NUM
                   MOVE 'Y' TO AMEND-FOUND-SW
                   IF O-AMEND-SEQ > AMD-MAX-SEQ(AMEND-INDEX)
                       MOVE O-AMEND-SEQ TO AMD-MAX-SEQ(AMEND-INDEX)
                   END-IF
               END-IF
           END-PERFORM.
           IF AMEND-FOUND-SW NOT = 'Y' AND C-AMEND-CTR < 3000
               ADD 1 TO C-AMEND-CTR
               SET AMEND-INDEX TO C-AMEND-CTR
               MOVE O-CONFIRM-NUM TO AMD-CONFIRM-NUM(AMEND-INDEX)
               MOVE O-AMEND-SEQ TO AMD-MAX-SEQ(AMEND-INDEX)
           END-IF.

      * A MISSING GUEST MASTER IS NOT FATAL - EVERY STAY THEN COUNTS
      * UNDER THE UNKNOWN STATE.
       L3-LOAD-GUESTS.
           OPEN INPUT GUESTMST.
           IF WK-GUEST-STATUS = '00'
               PERFORM UNTIL WK-GUEST-STATUS NOT = '00'
                   READ GUESTMST
                   IF WK-GUEST-STATUS = '00'
                       PERFORM L4-ADD-GUEST
                   END-IF
               END-PERFORM
               CLOSE GUESTMST.

       L4-ADD-GUEST.
           IF C-GUEST-CTR < 2000
               ADD 1 TO C-GUEST-CTR
               SET GUEST-INDEX TO C-GUEST-CTR
               MOVE GST-GUEST-NUM TO GT-GUEST-NUM(GUEST-INDEX)
               MOVE GST-STATE TO GT-STATE(GUEST-INDEX)
               MOVE GST-ZIP TO GT-ZIP(GUEST-INDEX)
               IF GST-MERGED-TO NUMERIC
                   MOVE GST-MERGED-TO TO GT-MERGED-TO(GUEST-INDEX)
               ELSE
                   MOVE ZERO TO GT-MERGED-TO(GUEST-INDEX)
               END-IF
           ELSE
               MOVE 'Y' TO TABLE-FULL-SW
           END-IF.

      * ONLY BOOKINGS THE GATE ACTUALLY CHECKED IN ARE KEPT.
       L3-LOAD-GATE.
           OPEN INPUT GLOGIN.
           IF WK-GLOG-STATUS = '00'
               PERFORM UNTIL WK-GLOG-STATUS NOT = '00'
                   READ GLOGIN
                   IF WK-GLOG-STATUS = '00'
                       IF GLOG-IN-DATE NUMERIC
                           AND GLOG-IN-DATE NOT = ZERO
                           PERFORM L4-ADD-GATE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GLOGIN.

       L4-ADD-GATE.
           IF C-GATE-CTR < 3000
               ADD 1 TO C-GATE-CTR
               SET GATE-INDEX TO C-GATE-CTR
               MOVE GLOG-CONFIRM-NUM TO GE-CONFIRM-NUM(GATE-INDEX)
               MOVE GLOG-IN-DATE TO GE-IN-DATE(GATE-INDEX)
               IF GLOG-OUT-DATE NUMERIC
                   MOVE GLOG-OUT-DATE TO GE-OUT-DATE(GATE-INDEX)
               ELSE
                   MOVE ZERO TO GE-OUT-DATE(GATE-INDEX)
               END-IF
           ELSE
               MOVE 'Y' TO TABLE-FULL-SW
           END-IF.

      * THE RANGE'S MONTHS, WALKED FORWARD FROM THE START MONTH.
       L3-BUILD-MONTH-TABLE.
           MOVE WK-RS-YYYY TO WK-NIGHT-YYYY.
           MOVE WK-RS-MM TO WK-NIGHT-MM.
           PERFORM VARYING C-MO-IDX FROM 1 BY 1
               UNTIL C-MO-IDX > C-MONTH-CTR
               SET MONTH-INDEX TO C-MO-IDX
               MOVE WK-NIGHT-YYYY TO MT-YYYY(MONTH-INDEX)
               MOVE WK-NIGHT-MM TO MT-MM(MONTH-INDEX)
               ADD 1 TO WK-NIGHT-MM
               IF WK-NIGHT-MM > 12
                   ADD 1 TO WK-NIGHT-YYYY
                   MOVE 1 TO WK-NIGHT-MM
               END-IF
           END-PERFORM.

      * BOTH DATES MUST BE REAL AND IN ORDER, NO MORE THAN TWELVE
      * CALENDAR MONTHS APART, AND THE HOME STATE MUST BE GIVEN -
      * ALL THREE ARE ECHOED ON THE HEADING NEXT TO THE RUN ID.
       L3-READ-PARMS.
           OPEN INPUT PARMFILE.
           IF WK-PARM-STATUS NOT = '00'
               DISPLAY 'COBCMSCP37 PARAMETER FILE (CP37PRM.DAT) '
                   'MISSING - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARMFILE
               AT END
                   DISPLAY 'COBCMSCP37 PARAMETER FILE EMPTY - '
                       'RUN REFUSED'
                   CLOSE PARMFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE PARMFILE.
           MOVE PRM-RANGE-START TO WK-EDIT-DATE-NUM.
           PERFORM L4-EDIT-PARM-DATE.
           IF PARM-BAD-SW NOT = 'Y'
               MOVE PRM-RANGE-END TO WK-EDIT-DATE-NUM
               PERFORM L4-EDIT-PARM-DATE
           END-IF.
           IF PARM-BAD-SW NOT = 'Y'
               IF PRM-RANGE-START > PRM-RANGE-END
                   MOVE 'Y' TO PARM-BAD-SW
               END-IF
           END-IF.
           IF PARM-BAD-SW NOT = 'Y'
               MOVE PRM-RANGE-START TO WK-RANGE-START-NUM
               MOVE PRM-RANGE-END TO WK-RANGE-END-NUM
               COMPUTE C-MONTH-CTR =
                   (WK-RE-YYYY - WK-RS-YYYY) * 12
                   + WK-RE-MM - WK-RS-MM + 1
               IF C-MONTH-CTR > 12
                   MOVE 'Y' TO PARM-BAD-SW
               END-IF
           END-IF.
           IF PARM-BAD-SW NOT = 'Y'
               IF PRM-HOME-STATE = SPACES
                   MOVE 'Y' TO PARM-BAD-SW
               END-IF
           END-IF.
           IF PARM-BAD-SW = 'Y'
               DISPLAY 'COBCMSCP37 STAY RANGE OR HOME STATE INVALID - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRM-HOME-STATE TO WK-HOME-STATE.

       L4-EDIT-PARM-DATE.
           MOVE 'N' TO PARM-BAD-SW.
           IF WK-EDIT-DATE NOT NUMERIC
               MOVE 'Y' TO PARM-BAD-SW
           ELSE
               IF NOT WK-ED-VALID-MM
                   MOVE 'Y' TO PARM-BAD-SW
               ELSE
                   IF WK-ED-30-MM AND NOT WK-ED-DD-30
                       MOVE 'Y' TO PARM-BAD-SW
                   END-IF
                   IF WK-ED-MM = 2
                       DIVIDE WK-ED-YYYY BY 4 GIVING C-PARM-QUOT
                           REMAINDER C-PARM-REM
                       IF C-PARM-REM = 0
                           IF NOT WK-ED-DD-29
                               MOVE 'Y' TO PARM-BAD-SW
                           END-IF
                       ELSE
                           IF NOT WK-ED-DD-28
                               MOVE 'Y' TO PARM-BAD-SW
                           END-IF
                       END-IF
                   END-IF
                   IF NOT WK-ED-DD-31 OR WK-ED-DD = 0
                       MOVE 'Y' TO PARM-BAD-SW
                   END-IF
               END-IF
           END-IF.

       L3-RUN-CONTROL-START.
           MOVE 'S' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
           IF WK-RUNCTL-RESP NOT = 'G'
               IF WK-RUNCTL-RESP = 'P'
                   DISPLAY WK-RUNCTL-PROGRAM
                       ' REFUSED - COBCMSCP21 HAS NOT COMPLETED'
               ELSE
                   DISPLAY WK-RUNCTL-PROGRAM
                       ' REFUSED - PRIOR RUN NOT COMPLETE'
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       L3-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE VISLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE VISLINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.
           MOVE WK-RANGE-START-NUM TO O-RANGE-START.
           MOVE WK-RANGE-END-NUM TO O-RANGE-END.
           MOVE WK-HOME-STATE TO O-HOME-STATE.
           WRITE VISLINE FROM VIS-RANGE-LINE
             AFTER ADVANCING 1 LINE.
           WRITE VISLINE FROM VIS-NOTE-LINE
             AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           IF C-STAYS-CTR = 0
               WRITE VISLINE FROM VIS-NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM L3-SORT-STATES
               SET TOT-INDEX TO 3
               PERFORM L4-ZERO-TOTAL
               PERFORM L3-WRITE-CAMPGROUND
                   VARYING C-CG-IDX FROM 1 BY 1
                   UNTIL C-CG-IDX > C-CG-CTR
               PERFORM L3-WRITE-PARK-MONTHS
               PERFORM L3-WRITE-TOP-STATES
               PERFORM L3-WRITE-ZIP-REGIONS
           END-IF.
           MOVE C-STAYS-CTR TO O-STAYS-CTR.
           MOVE C-NO-GATE-CTR TO O-NO-GATE-CTR.
           WRITE VISLINE FROM VIS-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           IF TABLE-FULL-SW = 'Y'
               DISPLAY 'COBCMSCP37 A STATISTICS TABLE FILLED - '
                   'REPORT IS SHORT, NARROW THE RANGE'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE VISOUT.
           MOVE 'E' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.

      * STATES PRINT IN CODE ORDER - PASSES OF ADJACENT SWAPS OVER
      * THE ORDER LIST UNTIL ONE PASS SWAPS NOTHING.
       L3-SORT-STATES.
           MOVE 'Y' TO SWAPPED-SW.
           PERFORM L4-SORT-PASS
               UNTIL SWAPPED-SW = 'N'.

       L4-SORT-PASS.
           MOVE 'N' TO SWAPPED-SW.
           PERFORM VARYING C-SORT-IDX FROM 1 BY 1
               UNTIL C-SORT-IDX >= C-ST-CTR
               IF ST-CODE(ST-ORDER(C-SORT-IDX)) >
                       ST-CODE(ST-ORDER(C-SORT-IDX + 1))
                   MOVE ST-ORDER(C-SORT-IDX) TO WK-ORD-HOLD
                   MOVE ST-ORDER(C-SORT-IDX + 1) TO
                       ST-ORDER(C-SORT-IDX)
                   MOVE WK-ORD-HOLD TO ST-ORDER(C-SORT-IDX + 1)
                   MOVE 'Y' TO SWAPPED-SW
               END-IF
           END-PERFORM.

       L3-WRITE-CAMPGROUND.
           SET CG-INDEX TO C-CG-IDX.
           SET SCG-INDEX TO C-CG-IDX.
           WRITE VISLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE CG-NAME(CG-INDEX) TO O-H-CAMPGROUND.
           WRITE VISLINE FROM CAMPGROUND-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE VISLINE FROM VIS-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE.
           SET TOT-INDEX TO 2.
           PERFORM L4-ZERO-TOTAL.
           PERFORM L4-WRITE-MONTH
               VARYING C-MO-IDX FROM 1 BY 1
               UNTIL C-MO-IDX > C-MONTH-CTR.
           MOVE 'CAMPGROUND TOTAL' TO O-D-LABEL.
           SET TOT-INDEX TO 2.
           PERFORM L4-WRITE-TOTAL.
           PERFORM L4-ROLL-TOTAL.

      * ONE LINE PER HOME STATE WITH ACTIVITY IN THE MONTH, THEN THE
      * MONTH TOTAL WITH ITS IN-STATE / OUT-OF-STATE SPLIT.
       L4-WRITE-MONTH.
           SET MONTH-INDEX TO C-MO-IDX.
           SET SMO-INDEX TO C-MO-IDX.
           SET TOT-INDEX TO 1.
           PERFORM L4-ZERO-TOTAL.
           PERFORM L5-WRITE-CELL
               VARYING C-ORD-IDX FROM 1 BY 1
               UNTIL C-ORD-IDX > C-ST-CTR.
           IF TOT-SITE-NIGHTS(1) > ZERO
               MOVE MT-YYYY(MONTH-INDEX) TO WK-LBL-YYYY
               MOVE '/' TO WK-LBL-SLASH
               MOVE MT-MM(MONTH-INDEX) TO WK-LBL-MM
               MOVE 'TOTAL' TO WK-LBL-STATE
               MOVE WK-LABEL-TEXT TO O-D-LABEL
               SET TOT-INDEX TO 1
               PERFORM L4-WRITE-TOTAL
               WRITE VISLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 2 TO C-TOP-IDX
               PERFORM L5-ADD-MONTH-TO-CG
           END-IF.

       L5-WRITE-CELL.
           SET SST-INDEX TO ST-ORDER(C-ORD-IDX).
           SET STATE-INDEX TO ST-ORDER(C-ORD-IDX).
           IF SC-SITE-NIGHTS(SCG-INDEX SMO-INDEX SST-INDEX) > ZERO
               MOVE MT-YYYY(MONTH-INDEX) TO WK-LBL-YYYY
               MOVE '/' TO WK-LBL-SLASH
               MOVE MT-MM(MONTH-INDEX) TO WK-LBL-MM
               MOVE ST-CODE(STATE-INDEX) TO WK-LBL-STATE
               MOVE WK-LABEL-TEXT TO O-D-LABEL
               MOVE SC-PARTIES(SCG-INDEX SMO-INDEX SST-INDEX)
                   TO O-D-PARTIES
               MOVE SC-SITE-NIGHTS(SCG-INDEX SMO-INDEX SST-INDEX)
                   TO O-D-SITE-NIGHTS
               MOVE SC-VISITOR-NIGHTS(SCG-INDEX SMO-INDEX SST-INDEX)
                   TO O-D-VISITOR-NIGHTS
               MOVE ZERO TO WK-AVG-PARTY
               IF SC-SIZED(SCG-INDEX SMO-INDEX SST-INDEX) > ZERO
                   COMPUTE WK-AVG-PARTY ROUNDED =
                       SC-PEOPLE(SCG-INDEX SMO-INDEX SST-INDEX)
                       / SC-SIZED(SCG-INDEX SMO-INDEX SST-INDEX)
               END-IF
               MOVE WK-AVG-PARTY TO O-D-AVG-PARTY
               MOVE ZERO TO WK-AVG-STAY
               IF SC-PARTIES(SCG-INDEX SMO-INDEX SST-INDEX) > ZERO
                   COMPUTE WK-AVG-STAY ROUNDED =
                       SC-STAY-NIGHTS(SCG-INDEX SMO-INDEX SST-INDEX)
                       / SC-PARTIES(SCG-INDEX SMO-INDEX SST-INDEX)
               END-IF
               MOVE WK-AVG-STAY TO O-D-AVG-STAY
               COMPUTE WK-NO-SIZE =
                   SC-PARTIES(SCG-INDEX SMO-INDEX SST-INDEX)
                   - SC-SIZED(SCG-INDEX SMO-INDEX SST-INDEX)
               MOVE WK-NO-SIZE TO O-D-NO-SIZE
               MOVE ZERO TO O-D-IN-VN
               MOVE ZERO TO O-D-OUT-VN
               MOVE ZERO TO O-D-UNK-VN
               WRITE VISLINE FROM VIS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM L5-ADD-CELL-TO-MONTH
           END-IF.

       L5-ADD-CELL-TO-MONTH.
           ADD SC-PARTIES(SCG-INDEX SMO-INDEX SST-INDEX)
               TO TOT-PARTIES(1).
           ADD SC-SIZED(SCG-INDEX SMO-INDEX SST-INDEX)
               TO TOT-SIZED(1).
           ADD SC-PEOPLE(SCG-INDEX SMO-INDEX SST-INDEX)
               TO TOT-PEOPLE(1).
           ADD SC-STAY-NIGHTS(SCG-INDEX SMO-INDEX SST-INDEX)
               TO TOT-STAY-NIGHTS(1).
           ADD SC-SITE-NIGHTS(SCG-INDEX SMO-INDEX SST-INDEX)
               TO TOT-SITE-NIGHTS(1).
           ADD SC-VISITOR-NIGHTS(SCG-INDEX SMO-INDEX SST-INDEX)
               TO TOT-VISITOR-NIGHTS(1).
           EVALUATE TRUE
               WHEN ST-CODE(STATE-INDEX) = '--'
                   ADD SC-VISITOR-NIGHTS(SCG-INDEX SMO-INDEX SST-INDEX)
                       TO TOT-UNK-VN(1)
               WHEN ST-CODE(STATE-INDEX) = WK-HOME-STATE
                   ADD SC-VISITOR-NIGHTS(SCG-INDEX SMO-INDEX SST-INDEX)
                       TO TOT-IN-VN(1)
               WHEN OTHER
                   ADD SC-VISITOR-NIGHTS(SCG-INDEX SMO-INDEX SST-INDEX)
                       TO TOT-OUT-VN(1)
           END-EVALUATE.

      * ADDS TOTAL 1 INTO THE TOTAL NAMED BY C-TOP-IDX (2 OR 3).
       L5-ADD-MONTH-TO-CG.
           SET TOT-INDEX TO C-TOP-IDX.
           ADD TOT-PARTIES(1) TO TOT-PARTIES(TOT-INDEX).
           ADD TOT-SIZED(1) TO TOT-SIZED(TOT-INDEX).
           ADD TOT-PEOPLE(1) TO TOT-PEOPLE(TOT-INDEX).
           ADD TOT-STAY-NIGHTS(1) TO TOT-STAY-NIGHTS(TOT-INDEX).
           ADD TOT-SITE-NIGHTS(1) TO TOT-SITE-NIGHTS(TOT-INDEX).
           ADD TOT-VISITOR-NIGHTS(1) TO TOT-VISITOR-NIGHTS(TOT-INDEX).
           ADD TOT-IN-VN(1) TO TOT-IN-VN(TOT-INDEX).
           ADD TOT-OUT-VN(1) TO TOT-OUT-VN(TOT-INDEX).
           ADD TOT-UNK-VN(1) TO TOT-UNK-VN(TOT-INDEX).

      * ADDS THE CAMPGROUND TOTAL INTO THE PARK TOTAL.
       L4-ROLL-TOTAL.
           ADD TOT-PARTIES(2) TO TOT-PARTIES(3).
           ADD TOT-SIZED(2) TO TOT-SIZED(3).
           ADD TOT-PEOPLE(2) TO TOT-PEOPLE(3).
           ADD TOT-STAY-NIGHTS(2) TO TOT-STAY-NIGHTS(3).
           ADD TOT-SITE-NIGHTS(2) TO TOT-SITE-NIGHTS(3).
           ADD TOT-VISITOR-NIGHTS(2) TO TOT-VISITOR-NIGHTS(3).
           ADD TOT-IN-VN(2) TO TOT-IN-VN(3).
           ADD TOT-OUT-VN(2) TO TOT-OUT-VN(3).
           ADD TOT-UNK-VN(2) TO TOT-UNK-VN(3).

       L4-ZERO-TOTAL.
           MOVE ZERO TO TOT-PARTIES(TOT-INDEX).
           MOVE ZERO TO TOT-SIZED(TOT-INDEX).
           MOVE ZERO TO TOT-PEOPLE(TOT-INDEX).
           MOVE ZERO TO TOT-STAY-NIGHTS(TOT-INDEX).
           MOVE ZERO TO TOT-SITE-NIGHTS(TOT-INDEX).
           MOVE ZERO TO TOT-VISITOR-NIGHTS(TOT-INDEX).
           MOVE ZERO TO TOT-IN-VN(TOT-INDEX).
           MOVE ZERO TO TOT-OUT-VN(TOT-INDEX).
           MOVE ZERO TO TOT-UNK-VN(TOT-INDEX).

      * PRINTS THE TOTAL AT TOT-INDEX UNDER THE LABEL ALREADY IN
      * O-D-LABEL.
       L4-WRITE-TOTAL.
           MOVE TOT-PARTIES(TOT-INDEX) TO O-D-PARTIES.
           MOVE TOT-SITE-NIGHTS(TOT-INDEX) TO O-D-SITE-NIGHTS.
           MOVE TOT-VISITOR-NIGHTS(TOT-INDEX) TO O-D-VISITOR-NIGHTS.
           MOVE ZERO TO WK-AVG-PARTY.
           IF TOT-SIZED(TOT-INDEX) > ZERO
               COMPUTE WK-AVG-PARTY ROUNDED =
                   TOT-PEOPLE(TOT-INDEX) / TOT-SIZED(TOT-INDEX)
           END-IF.
           MOVE WK-AVG-PARTY TO O-D-AVG-PARTY.
           MOVE ZERO TO WK-AVG-STAY.
           IF TOT-PARTIES(TOT-INDEX) > ZERO
               COMPUTE WK-AVG-STAY ROUNDED =
                   TOT-STAY-NIGHTS(TOT-INDEX) / TOT-PARTIES(TOT-INDEX)
           END-IF.
           MOVE WK-AVG-STAY TO O-D-AVG-STAY.
           COMPUTE WK-NO-SIZE =
               TOT-PARTIES(TOT-INDEX) - TOT-SIZED(TOT-INDEX).
           MOVE WK-NO-SIZE TO O-D-NO-SIZE.
           MOVE TOT-IN-VN(TOT-INDEX) TO O-D-IN-VN.
           MOVE TOT-OUT-VN(TOT-INDEX) TO O-D-OUT-VN.
           MOVE TOT-UNK-VN(TOT-INDEX) TO O-D-UNK-VN.
           WRITE VISLINE FROM VIS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      * THE WHOLE PARK BY MONTH - EVERY CAMPGROUND'S CELLS FOR THE
      * MONTH ADDED TOGETHER - THEN THE PARK TOTAL.
       L3-WRITE-PARK-MONTHS.
           MOVE 'ALL CAMPGROUNDS BY MONTH' TO O-S-TITLE.
           WRITE VISLINE FROM VIS-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE VISLINE FROM VIS-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE.
           PERFORM L4-WRITE-PARK-MONTH
               VARYING C-MO-IDX FROM 1 BY 1
               UNTIL C-MO-IDX > C-MONTH-CTR.
           MOVE 'PARK TOTAL' TO O-D-LABEL.
           SET TOT-INDEX TO 3.
           PERFORM L4-WRITE-TOTAL.

       L4-WRITE-PARK-MONTH.
           SET MONTH-INDEX TO C-MO-IDX.
           SET SMO-INDEX TO C-MO-IDX.
           SET TOT-INDEX TO 1.
           PERFORM L4-ZERO-TOTAL.
           PERFORM VARYING SCG-INDEX FROM 1 BY 1
               UNTIL SCG-INDEX > C-CG-CTR
               PERFORM VARYING C-ORD-IDX FROM 1 BY 1
                   UNTIL C-ORD-IDX > C-ST-CTR
                   SET SST-INDEX TO C-ORD-IDX
                   SET STATE-INDEX TO C-ORD-IDX
                   PERFORM L5-ADD-CELL-TO-MONTH
               END-PERFORM
           END-PERFORM.
           IF TOT-SITE-NIGHTS(1) > ZERO
               MOVE MT-YYYY(MONTH-INDEX) TO WK-LBL-YYYY
               MOVE '/' TO WK-LBL-SLASH
               MOVE MT-MM(MONTH-INDEX) TO WK-LBL-MM
               MOVE SPACES TO WK-LBL-STATE
               MOVE WK-LABEL-TEXT TO O-D-LABEL
               SET TOT-INDEX TO 1
               PERFORM L4-WRITE-TOTAL
           END-IF.

      * THE TEN HOME STATES WITH THE MOST VISITOR-NIGHTS, PICKED ONE
      * AT A TIME FROM THOSE NOT YET RANKED. THE UNKNOWN STATE IS
      * NOT RANKED.
       L3-WRITE-TOP-STATES.
           MOVE 'TOP TEN HOME STATES BY VISITOR-NIGHTS' TO O-S-TITLE.
           WRITE VISLINE FROM VIS-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE VISLINE FROM TOP-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO C-TOP-CTR.
           PERFORM L4-PICK-TOP-STATE
               VARYING C-TOP-IDX FROM 1 BY 1
               UNTIL C-TOP-IDX > 10.

       L4-PICK-TOP-STATE.
           MOVE ZERO TO WK-BEST-IDX.
           MOVE ZERO TO WK-BEST-VN.
           PERFORM VARYING STATE-INDEX FROM 1 BY 1
               UNTIL STATE-INDEX > C-ST-CTR
               IF ST-RANKED-SW(STATE-INDEX) NOT = 'Y'
                   AND ST-CODE(STATE-INDEX) NOT = '--'
                   AND ST-PARTIES(STATE-INDEX) > ZERO
                   IF WK-BEST-IDX = ZERO
                       OR ST-VISITOR-NIGHTS(STATE-INDEX) > WK-BEST-VN
                       SET WK-BEST-IDX TO STATE-INDEX
                       MOVE ST-VISITOR-NIGHTS(STATE-INDEX) TO
                           WK-BEST-VN
                   END-IF
               END-IF
           END-PERFORM.
           IF WK-BEST-IDX NOT = ZERO
               SET STATE-INDEX TO WK-BEST-IDX
               MOVE 'Y' TO ST-RANKED-SW(STATE-INDEX)
               ADD 1 TO C-TOP-CTR
               MOVE C-TOP-CTR TO O-T-RANK
               MOVE ST-CODE(STATE-INDEX) TO O-T-STATE
               MOVE ST-PARTIES(STATE-INDEX) TO O-T-PARTIES
               MOVE ST-SITE-NIGHTS(STATE-INDEX) TO O-T-SITE-NIGHTS
               MOVE ST-VISITOR-NIGHTS(STATE-INDEX) TO
                   O-T-VISITOR-NIGHTS
               MOVE ZERO TO WK-AVG-PARTY
               IF ST-SIZED(STATE-INDEX) > ZERO
                   COMPUTE WK-AVG-PARTY ROUNDED =
                       ST-PEOPLE(STATE-INDEX) / ST-SIZED(STATE-INDEX)
               END-IF
               MOVE WK-AVG-PARTY TO O-T-AVG-PARTY
               COMPUTE WK-AVG-STAY ROUNDED =
                   ST-STAY-NIGHTS(STATE-INDEX) / ST-PARTIES(STATE-INDEX)
               MOVE WK-AVG-STAY TO O-T-AVG-STAY
               IF ST-CODE(STATE-INDEX) = WK-HOME-STATE
                   MOVE 'IN-STATE' TO O-T-WHERE
               ELSE
                   MOVE 'OUT-OF-STATE' TO O-T-WHERE
               END-IF
               WRITE VISLINE FROM TOP-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      * IN-STATE VISITATION BY ZIP REGION, IN ZIP ORDER.
       L3-WRITE-ZIP-REGIONS.
           IF C-Z3-CTR > ZERO
               MOVE 'IN-STATE VISITATION BY ZIP AREA' TO O-S-TITLE
               WRITE VISLINE FROM VIS-SECTION-LINE
                   AFTER ADVANCING 2 LINES
               WRITE VISLINE FROM ZIP-COLUMN-HEADINGS
                   AFTER ADVANCING 1 LINE
               MOVE 'Y' TO SWAPPED-SW
               PERFORM L4-ZIP-SORT-PASS
                   UNTIL SWAPPED-SW = 'N'
               PERFORM L4-WRITE-ZIP-REGION
                   VARYING C-Z3-IDX FROM 1 BY 1
                   UNTIL C-Z3-IDX > C-Z3-CTR
           END-IF.

       L4-ZIP-SORT-PASS.
           MOVE 'N' TO SWAPPED-SW.
           PERFORM VARYING C-Z3-IDX FROM 1 BY 1
               UNTIL C-Z3-IDX >= C-Z3-CTR
               SET Z3-INDEX TO C-Z3-IDX
               IF Z3-CODE(Z3-INDEX) > Z3-CODE(Z3-INDEX + 1)
                   MOVE ZIP3-ENTRY(Z3-INDEX) TO WK-Z3-HOLD
                   MOVE ZIP3-ENTRY(Z3-INDEX + 1) TO
                       ZIP3-ENTRY(Z3-INDEX)
                   MOVE WK-Z3-HOLD TO ZIP3-ENTRY(Z3-INDEX + 1)
                   MOVE 'Y' TO SWAPPED-SW
               END-IF
           END-PERFORM.

       L4-WRITE-ZIP-REGION.
           SET Z3-INDEX TO C-Z3-IDX.
           MOVE Z3-CODE(Z3-INDEX) TO O-Z-ZIP3.
           MOVE Z3-PARTIES(Z3-INDEX) TO O-Z-PARTIES.
           MOVE Z3-VISITOR-NIGHTS(Z3-INDEX) TO O-Z-VISITOR-NIGHTS.
           WRITE VISLINE FROM ZIP-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
