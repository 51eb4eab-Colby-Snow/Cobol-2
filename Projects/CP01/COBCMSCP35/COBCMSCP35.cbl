       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCMSCP35.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * NIGHTLY AVAILABILITY AND RATE EXPORT TO THE WEB BOOKING SITE
      * - THE OUTBOUND TWIN OF THE COBCMSCP16 IMPORT. FOR EVERY SITE
      * ON RATES.DAT AND EVERY NIGHT OF THE BOOKING HORIZON (TODAY
      * AND THE 364 NIGHTS AFTER IT) THE RUN WORKS OUT WHETHER THE
      * WEB MAY SELL THE NIGHT - FREE ON THE SITE-NIGHT INVENTORY
      * (SITEINV.DAT, THROUGH SINV001, SO PHONE BOOKINGS AND
      * SITEBLK.DAT BLOCKS ARE BOTH IN IT) AND A RATE ROW IN EFFECT
      * - WITH THE SITE TYPE AND CAPACITY AND THAT NIGHT'S PRICE:
      * THE WEEKDAY OR WEEKEND (FRIDAY/SATURDAY) RATE OF THE FIRST
      * RATE ROW WHOSE EFFECTIVE RANGE COVERS THE NIGHT, THE RULE
      * L4-PRICE-STAY IN COBCMSCP01 CHARGES BY, PLUS THAT ROW'S
      * MONTHLY RATE FOR SEASONAL STAYS.
      * WHAT THE WEB SITE WAS LAST SENT IS KEPT ON AVLSENT.DAT, ONE
      * RECORD PER SITE/NIGHT IN KEY ORDER. THE FIRST RUN (OR ANY
      * RUN WITH NO AVLSENT.DAT - DELETE IT TO FORCE A REFRESH)
      * SENDS THE FULL HORIZON; AFTER THAT ONLY NIGHTS WHOSE STATE
      * CHANGED, NIGHTS NEWLY INSIDE THE HORIZON, AND THE NIGHTS OF
      * A SITE DROPPED FROM RATES.DAT (ACTION 'W') ARE SENT.
      * AVLEXP.DAT CARRIES A HEADER AND A TRAILER WITH CONTROL
      * TOTALS FOR THE WEB SITE TO BALANCE TO, AND AVLEXP.PRT PRINTS
      * THE SAME TOTALS. THE NEW AVLSENT.DAT IS WRITTEN TO A SIDE
      * FILE AND SWAPPED IN (FGEN001, THREE GENERATIONS KEPT) ONLY
      * WHEN IT COUNTS BACK, SO A KILLED RUN JUST SENDS THE SAME
      * CHANGES AGAIN NEXT TIME.
      * RUN AFTER COBCMSCP21. THE SNAPSHOT MUST BE TONIGHT'S: WHEN
      * RUNCTL.DAT SHOWS COBCMSCP01 RUNNING AGAIN AFTER THE LAST
      * COBCMSCP21 COMPLETED, NO FILE IS PRODUCED AND THE JOB ENDS
      * WITH RETURN CODE 8. ONE EXPORT PER SNAPSHOT - A SECOND
      * COMPLETED RUN AGAINST THE SAME SNAPSHOT IS REFUSED, SO AN
      * UNSENT FILE IS NEVER OVERWRITTEN BY AN EMPTY ONE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\RATES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RATEFILE-STATUS.
      * READ ONLY - WRITTEN BY RUNCTL001.
           SELECT RUNCTLIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\RUNCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CTLIN-STATUS.
           SELECT SENTIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP35\AVLSENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-SENT-STATUS.
           SELECT SENTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP35\AVLSENT.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP35\AVLEXP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTLOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP35\AVLEXP.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RATEFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RATE-REC.

       01 RATE-REC.
           05 RATE-CAMPGROUND       PIC X(25).
           05 RATE-SITE             PIC X(3).
           05 RATE-DAY-AMT          PIC 99.
           05 RATE-CAPACITY         PIC 99.
           05 RATE-SITE-TYPE        PIC X.
           05 RATE-EFF-START        PIC 9(8).
           05 RATE-EFF-END          PIC 9(8).
           05 RATE-WKND-AMT         PIC 99.
           05 RATE-MONTH-AMT        PIC 9(4).

      * RCT-REC MIRRORS RUNCTL-REC IN RUNCTL001.
       FD RUNCTLIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS RCT-REC.

       01 RCT-REC.
           05 RCT-PROGRAM          PIC X(10).
           05 RCT-STATUS           PIC X.
           05 RCT-RUN-ID           PIC 9(11).
           05 RCT-DATE             PIC 9(8).
           05 RCT-INPUT-ID         PIC X(20).

      * ONE SITE/NIGHT AS THE WEB SITE NOW HAS IT.
      *   SNT-SELLABLE   'Y' THE WEB MAY SELL IT, 'N' IT MAY NOT.
      *   SNT-REASON     WHY NOT - 'B' BOOKED, 'K' BLOCKED (SITEBLK),
      *                  'R' NO RATE ROW IN EFFECT; SPACE WHEN
      *                  SELLABLE.
      *   SNT-RATE-BASIS 'W' WEEKDAY RATE, 'E' WEEKEND RATE, SPACE
      *                  WHEN NO RATE ROW IS IN EFFECT.
       FD SENTIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS SNT-REC.

       01 SNT-REC.
           05 SNT-KEY.
               10 SNT-CAMPGROUND   PIC X(25).
               10 SNT-SITE         PIC X(3).
               10 SNT-NIGHT        PIC 9(8).
           05 SNT-DATA.
               10 SNT-SELLABLE     PIC X.
               10 SNT-REASON       PIC X.
               10 SNT-SITE-TYPE    PIC X.
               10 SNT-CAPACITY     PIC 99.
               10 SNT-RATE-BASIS   PIC X.
               10 SNT-NIGHT-AMT    PIC 9(4)V99.
               10 SNT-MONTH-AMT    PIC 9(5)V99.

      * SNO-REC MIRRORS SNT-REC ABOVE.
       FD SENTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS SNO-REC.

       01 SNO-REC.
           05 SNO-KEY.
               10 SNO-CAMPGROUND   PIC X(25).
               10 SNO-SITE         PIC X(3).
               10 SNO-NIGHT        PIC 9(8).
           05 SNO-DATA.
               10 SNO-SELLABLE     PIC X.
               10 SNO-REASON       PIC X.
               10 SNO-SITE-TYPE    PIC X.
               10 SNO-CAPACITY     PIC 99.
               10 SNO-RATE-BASIS   PIC X.
               10 SNO-NIGHT-AMT    PIC 9(4)V99.
               10 SNO-MONTH-AMT    PIC 9(5)V99.

      * THE WEB SITE'S LAYOUT - A HEADER, ONE DETAIL PER SITE/NIGHT
      * SENT, AND A TRAILER. EXH-FILE-TYPE 'F' = FULL FILE (REPLACE
      * EVERYTHING HELD FOR THE HORIZON), 'C' = CHANGES ONLY.
      * EXD-ACTION 'A' = ADD OR REPLACE THE NIGHT, 'W' = THE SITE
      * HAS BEEN WITHDRAWN FROM SALE (NO LONGER ON RATES.DAT) - DROP
      * THE NIGHT. THE TRAILER COUNTS THE DETAILS BY KIND AND
      * HASH-TOTALS THE NIGHT PRICES SENT.
       FD EXPOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS EXD-REC.

       01 EXH-REC.
           05 EXH-REC-TYPE         PIC X.
           05 EXH-FILE-TYPE        PIC X.
           05 EXH-RUN-DATE         PIC 9(8).
           05 EXH-RUN-ID           PIC 9(11).
           05 EXH-SNAPSHOT-RUN-ID  PIC 9(11).
           05 EXH-HORIZON-START    PIC 9(8).
           05 EXH-HORIZON-END      PIC 9(8).
           05 FILLER               PIC X(8).

       01 EXD-REC.
           05 EXD-REC-TYPE         PIC X.
           05 EXD-ACTION           PIC X.
           05 EXD-CAMPGROUND       PIC X(25).
           05 EXD-SITE             PIC X(3).
           05 EXD-NIGHT            PIC 9(8).
           05 EXD-SELLABLE         PIC X.
           05 EXD-REASON           PIC X.
           05 EXD-SITE-TYPE        PIC X.
           05 EXD-CAPACITY         PIC 99.
           05 EXD-RATE-BASIS       PIC X.
           05 EXD-NIGHT-AMT        PIC 9(4)V99.
           05 EXD-MONTH-AMT        PIC 9(5)V99.

       01 EXT-REC.
           05 EXT-REC-TYPE         PIC X.
           05 EXT-DETAIL-CTR       PIC 9(7).
           05 EXT-SELLABLE-CTR     PIC 9(7).
           05 EXT-CLOSED-CTR       PIC 9(7).
           05 EXT-WITHDRAWN-CTR    PIC 9(7).
           05 EXT-AMT-HASH         PIC 9(9)V99.
           05 FILLER               PIC X(16).

       FD CTLOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CTLLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 CTLLINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001). THE INPUT
      * IDENTITY IS THE SNAPSHOT'S OWN RUN ID, SO A SECOND COMPLETED
      * EXPORT OF THE SAME SNAPSHOT IS REFUSED.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP35'.
           05 WK-RUNCTL-PRED   PIC X(10)  VALUE 'COBCMSCP21'.
           05 WK-RUNCTL-INPUT.
               10 FILLER       PIC X(9)   VALUE 'SNAPSHOT '.
               10 WK-SNAP-RUN-ID PIC 9(11) VALUE ZERO.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
      * SITE-NIGHT INVENTORY REQUEST AND ANSWER (SEE SINV001).
           05 WK-SINV-OP       PIC X       VALUE SPACE.
           05 WK-SINV-CAMPGROUND PIC X(25) VALUE SPACES.
           05 WK-SINV-SITE     PIC X(3)    VALUE SPACES.
           05 WK-SINV-START    PIC 9(8)    VALUE ZERO.
           05 WK-SINV-END      PIC 9(8)    VALUE ZERO.
           05 WK-SINV-CONFIRM  PIC X(18)   VALUE SPACES.
           05 WK-SINV-RESP     PIC X       VALUE SPACE.
      * GENERATION-SWAP INTERFACE FIELDS (SEE FGEN001).
           05 FGEN-OP          PIC X       VALUE SPACE.
           05 FGEN-SRC-PATH    PIC X(80)   VALUE SPACES.
           05 FGEN-DST-PATH    PIC X(80)   VALUE SPACES.
           05 FGEN-REC-COUNT   PIC 9(6)    VALUE ZERO.
           05 FGEN-RESP        PIC X       VALUE SPACE.
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-RATEFILE-STATUS PIC XX    VALUE SPACES.
           05 WK-CTLIN-STATUS  PIC XX      VALUE SPACES.
           05 WK-SENT-STATUS   PIC XX      VALUE SPACES.
      * 'Y' WHEN THERE IS NO AVLSENT.DAT - THE WHOLE HORIZON GOES.
           05 FULL-FILE-SW     PIC X       VALUE 'N'.
           05 SENT-EOF-SW      PIC X       VALUE 'N'.
           05 SWAPPED-SW       PIC X       VALUE 'N'.
           05 SITE-KNOWN-SW    PIC X       VALUE 'N'.
           05 NIGHT-PRICED-SW  PIC X       VALUE 'N'.
      * HOW FAR AHEAD THE WEB SITE SELLS - TODAY PLUS 364 NIGHTS.
           05 C-HORIZON-NIGHTS PIC 9(3)    VALUE 365.
           05 C-NIGHT-IDX      PIC 9(3)    VALUE ZERO.
           05 WK-HORIZON-START PIC 9(8)    VALUE ZERO.
           05 WK-HORIZON-END   PIC 9(8)    VALUE ZERO.
      * RUNCTL.DAT POSITIONS OF TODAY'S LAST COBCMSCP01 RECORD AND
      * THE LAST COBCMSCP21 COMPLETION - THE SNAPSHOT IS TONIGHT'S
      * ONLY IF THE SECOND COMES AFTER THE FIRST.
           05 C-CTL-SEQ        PIC 9(6)    VALUE ZERO.
           05 C-LAST-01-SEQ    PIC 9(6)    VALUE ZERO.
           05 C-LAST-21-SEQ    PIC 9(6)    VALUE ZERO.
           05 C-RATE-CTR       PIC 9(3)    VALUE ZERO.
           05 C-SITE-CTR       PIC 9(3)    VALUE ZERO.
           05 C-SITE-IDX       PIC 9(3)    VALUE ZERO.
           05 C-SORT-IDX       PIC 9(3)    VALUE ZERO.
           05 C-STATE-CTR      PIC 9(6)    VALUE ZERO.
           05 C-KEPT-CTR       PIC 9(6)    VALUE ZERO.
           05 C-DETAIL-CTR     PIC 9(7)    VALUE ZERO.
           05 C-SELLABLE-CTR   PIC 9(7)    VALUE ZERO.
           05 C-CLOSED-CTR     PIC 9(7)    VALUE ZERO.
           05 C-WITHDRAWN-CTR  PIC 9(7)    VALUE ZERO.
           05 C-AMT-HASH       PIC 9(9)V99 VALUE ZERO.
           05 C-LEFT-OVER      PIC 9       VALUE ZERO.
      * ZELLER'S DAY OF WEEK FOR THE FIRST NIGHT OF EACH SITE (0 =
      * SATURDAY THROUGH 6 = FRIDAY), THEN ROLLED A DAY AT A TIME.
           05 C-DOW            PIC 9      VALUE ZERO.
           05 C-ZYEAR          PIC 9(4)   VALUE ZERO.
           05 C-ZMONTH         PIC 99     VALUE ZERO.
           05 C-ZCENT          PIC 99     VALUE ZERO.
           05 C-ZYY            PIC 99     VALUE ZERO.
           05 C-ZM1            PIC 9(3)   VALUE ZERO.
           05 C-ZM2            PIC 99     VALUE ZERO.
           05 C-ZY4            PIC 99     VALUE ZERO.
           05 C-ZC4            PIC 99     VALUE ZERO.
           05 C-ZTEMP          PIC 9(4)   VALUE ZERO.
           05 C-ZQUOT          PIC 9(3)   VALUE ZERO.
           05 WK-NIGHT.
               10 WK-NIGHT-YYYY PIC 9(4).
               10 WK-NIGHT-MM  PIC 99.
                   88 WK-NIGHT-30-MM VALUE 4, 6, 9, 11.
               10 WK-NIGHT-DD  PIC 99.
           05 WK-NIGHT-NUM REDEFINES WK-NIGHT PIC 9(8).

      * THE NIGHT JUST WORKED OUT - SAME LAYOUT AS SNT-REC, SO THE
      * DATA HALVES COMPARE IN ONE TEST.
       01 NIGHT-STATE.
           05 NS-KEY.
               10 NS-CAMPGROUND    PIC X(25).
               10 NS-SITE          PIC X(3).
               10 NS-NIGHT         PIC 9(8).
           05 NS-DATA.
               10 NS-SELLABLE      PIC X.
               10 NS-REASON        PIC X.
               10 NS-SITE-TYPE     PIC X.
               10 NS-CAPACITY      PIC 99.
               10 NS-RATE-BASIS    PIC X.
               10 NS-NIGHT-AMT     PIC 9(4)V99.
               10 NS-MONTH-AMT     PIC 9(5)V99.

      * EVERY RATES.DAT ROW, IN FILE ORDER - THE FIRST ROW COVERING
      * A NIGHT PRICES IT.
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 200 TIMES INDEXED BY RATE-INDEX.
               10 RT-CAMPGROUND    PIC X(25).
               10 RT-SITE          PIC X(3).
               10 RT-DAY-AMT       PIC 99.
               10 RT-CAPACITY      PIC 99.
               10 RT-SITE-TYPE     PIC X.
               10 RT-EFF-START     PIC 9(8).
               10 RT-EFF-END       PIC 9(8).
               10 RT-WKND-AMT      PIC 99.
               10 RT-MONTH-AMT     PIC 9(4).

      * ONE ROW PER PHYSICAL SITE, PUT IN CAMPGROUND/SITE ORDER SO
      * THE NIGHTS COME OUT IN AVLSENT.DAT KEY ORDER. TYPE AND
      * CAPACITY FROM THE SITE'S FIRST RATE ROW, FOR NIGHTS NO RATE
      * ROW COVERS.
       01 SITE-LIST.
           05 SITE-ENTRY OCCURS 200 TIMES INDEXED BY SITE-INDEX.
               10 SL-KEY.
                   15 SL-CAMPGROUND PIC X(25).
                   15 SL-SITE      PIC X(3).
               10 SL-CAPACITY      PIC 99.
               10 SL-SITE-TYPE     PIC X.

       01 WK-SITE-HOLD             PIC X(31).

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
            "WEB AVAILABILITY AND RATE EXPORT".
         05 FILLER PIC X(30) VALUE SPACES.
         05 FILLER PIC X(6) VALUE "PAGE: ".
         05 O-PCTR PIC X(2).

       01 CTL-FILE-LINE.
           05 FILLER           PIC X(12)   VALUE "FILE TYPE  ".
           05 O-FILE-TYPE      PIC X(14).
           05 FILLER           PIC X(10)   VALUE "SNAPSHOT ".
           05 O-SNAP-RUN-ID    PIC 9(11).
           05 FILLER           PIC X(11)   VALUE "  HORIZON ".
           05 O-HORIZON-START  PIC 9(8).
           05 FILLER           PIC X(4)    VALUE " TO ".
           05 O-HORIZON-END    PIC 9(8).
           05 FILLER           PIC X(54)   VALUE SPACES.

       01 CTL-SITE-LINE.
           05 FILLER           PIC X(20)   VALUE "SITES ON RATES.DAT".
           05 O-SITE-CTR       PIC ZZ9.
           05 FILLER           PIC X(20)   VALUE
           "  SITE-NIGHTS KEPT ".
           05 O-STATE-CTR      PIC ZZZ,ZZ9.
           05 FILLER           PIC X(82)   VALUE SPACES.

       01 CTL-COUNT-LINE.
           05 FILLER           PIC X(16)   VALUE "DETAILS SENT ".
           05 O-DETAIL-CTR     PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(12)   VALUE "  SELLABLE ".
           05 O-SELLABLE-CTR   PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(16)   VALUE "  NOT SELLABLE ".
           05 O-CLOSED-CTR     PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(13)   VALUE "  WITHDRAWN ".
           05 O-WITHDRAWN-CTR  PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(48)   VALUE SPACES.

       01 CTL-HASH-LINE.
           05 FILLER           PIC X(22)   VALUE
           "NIGHT PRICE HASH    $".
           05 O-AMT-HASH       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(96)   VALUE SPACES.

       01 CTL-SWAP-LINE.
           05 FILLER           PIC X(21)   VALUE "AVLSENT.NEW RECORDS ".
           05 O-SWAP-SIDE      PIC ZZZ,ZZ9.
           05 FILLER           PIC X(12)   VALUE "  EXPECTED ".
           05 O-SWAP-KEPT      PIC ZZZ,ZZ9.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-SWAP-MSG       PIC X(40).
           05 FILLER           PIC X(43)   VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               VARYING C-SITE-IDX FROM 1 BY 1
               UNTIL C-SITE-IDX > C-SITE-CTR.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CUR-YY TO O-CUR-YY.
           MOVE CUR-MM TO O-CUR-MM.
           MOVE CUR-DD TO O-CUR-DD.
           PERFORM L3-CHECK-SNAPSHOT-AGE.
           PERFORM L3-RUN-CONTROL-START.
           MOVE WK-RUNCTL-RUN-ID TO O-RUN-ID.
           PERFORM L3-LOAD-RATES.
           PERFORM L3-SORT-SITES.
           PERFORM L3-OPEN-INVENTORY.
           PERFORM L3-SET-HORIZON.
           OPEN INPUT SENTIN.
           IF WK-SENT-STATUS NOT = '00'
               MOVE 'Y' TO FULL-FILE-SW
               MOVE 'Y' TO SENT-EOF-SW
               MOVE HIGH-VALUES TO SNT-KEY
           ELSE
               PERFORM L4-READ-SENT
           END-IF.
           OPEN OUTPUT SENTOUT.
           OPEN OUTPUT EXPOUT.
           OPEN OUTPUT CTLOUT.
           PERFORM L3-HEADINGS.
           MOVE SPACES TO EXH-REC.
           MOVE 'H' TO EXH-REC-TYPE.
           IF FULL-FILE-SW = 'Y'
               MOVE 'F' TO EXH-FILE-TYPE
           ELSE
               MOVE 'C' TO EXH-FILE-TYPE
           END-IF.
           MOVE CUR-DATE-NUM TO EXH-RUN-DATE.
           MOVE WK-RUNCTL-RUN-ID TO EXH-RUN-ID.
           MOVE WK-SNAP-RUN-ID TO EXH-SNAPSHOT-RUN-ID.
           MOVE WK-HORIZON-START TO EXH-HORIZON-START.
           MOVE WK-HORIZON-END TO EXH-HORIZON-END.
           WRITE EXH-REC.

      * TONIGHT'S COBCMSCP01 MUST NOT HAVE RUN (OR STARTED) AGAIN
      * SINCE THE LAST SNAPSHOT WAS TAKEN - THE WEB SITE WOULD BE
      * TOLD A NIGHT BOOKED BY THAT RUN IS STILL FOR SALE. NO
      * RUN-CONTROL FILE, OR NO COBCMSCP01 RUN TODAY, PROVES
      * NOTHING EITHER WAY AND IS REFUSED TOO.
       L3-CHECK-SNAPSHOT-AGE.
           OPEN INPUT RUNCTLIN.
           IF WK-CTLIN-STATUS = '00'
               PERFORM UNTIL WK-CTLIN-STATUS NOT = '00'
                   READ RUNCTLIN
                   IF WK-CTLIN-STATUS = '00'
                       PERFORM L4-NOTE-RUNCTL-REC
                   END-IF
               END-PERFORM
               CLOSE RUNCTLIN.
           IF C-LAST-01-SEQ = 0
               OR C-LAST-21-SEQ < C-LAST-01-SEQ
               DISPLAY 'COBCMSCP35 CURRPOS.DAT IS OLDER THAN '
                   'TONIGHT''S COBCMSCP01 RUN - RERUN COBCMSCP21'
               DISPLAY 'COBCMSCP35 NO EXPORT FILE PRODUCED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       L4-NOTE-RUNCTL-REC.
           ADD 1 TO C-CTL-SEQ.
           IF RCT-PROGRAM = 'COBCMSCP01'
               AND RCT-DATE = CUR-DATE-NUM
               MOVE C-CTL-SEQ TO C-LAST-01-SEQ
           END-IF.
           IF RCT-PROGRAM = 'COBCMSCP21'
               AND RCT-STATUS = 'E'
               MOVE C-CTL-SEQ TO C-LAST-21-SEQ
               MOVE RCT-RUN-ID TO WK-SNAP-RUN-ID
           END-IF.

      * A CRASHED RUN ('R') MAY BE RERUN - AVLSENT.DAT WAS NOT
      * SWAPPED, SO THE SAME CHANGES ARE WORKED OUT AGAIN. A RUN
      * ALREADY COMPLETED FOR THIS SNAPSHOT ('D') MAY NOT.
       L3-RUN-CONTROL-START.
           MOVE 'S' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
           EVALUATE WK-RUNCTL-RESP
               WHEN 'G'
               WHEN 'R'
                   CONTINUE
               WHEN 'D'
                   DISPLAY 'COBCMSCP35 THIS SNAPSHOT WAS ALREADY '
                       'EXPORTED - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'COBCMSCP35 REFUSED - CURRENT POSITION '
                       '(COBCMSCP21) HAS NOT COMPLETED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       L3-LOAD-RATES.
           OPEN INPUT RATEFILE.
           IF WK-RATEFILE-STATUS = '00'
               PERFORM UNTIL WK-RATEFILE-STATUS NOT = '00'
                   READ RATEFILE
                   IF WK-RATEFILE-STATUS = '00' AND C-RATE-CTR < 200
                       PERFORM L4-NOTE-RATE
                   END-IF
               END-PERFORM
               CLOSE RATEFILE.

       L4-NOTE-RATE.
           ADD 1 TO C-RATE-CTR.
           SET RATE-INDEX TO C-RATE-CTR.
           MOVE RATE-CAMPGROUND TO RT-CAMPGROUND(RATE-INDEX).
           MOVE RATE-SITE TO RT-SITE(RATE-INDEX).
           MOVE RATE-DAY-AMT TO RT-DAY-AMT(RATE-INDEX).
           MOVE RATE-CAPACITY TO RT-CAPACITY(RATE-INDEX).
           MOVE RATE-SITE-TYPE TO RT-SITE-TYPE(RATE-INDEX).
           MOVE RATE-EFF-START TO RT-EFF-START(RATE-INDEX).
           MOVE RATE-EFF-END TO RT-EFF-END(RATE-INDEX).
           MOVE RATE-WKND-AMT TO RT-WKND-AMT(RATE-INDEX).
           MOVE RATE-MONTH-AMT TO RT-MONTH-AMT(RATE-INDEX).
           MOVE 'N' TO SITE-KNOWN-SW.
           PERFORM VARYING SITE-INDEX FROM 1 BY 1
               UNTIL SITE-INDEX > C-SITE-CTR
               IF SL-CAMPGROUND(SITE-INDEX) = RATE-CAMPGROUND
                   AND SL-SITE(SITE-INDEX) = RATE-SITE
                   MOVE 'Y' TO SITE-KNOWN-SW
               END-IF
           END-PERFORM.
           IF SITE-KNOWN-SW NOT = 'Y' AND C-SITE-CTR < 200
               ADD 1 TO C-SITE-CTR
               SET SITE-INDEX TO C-SITE-CTR
               MOVE RATE-CAMPGROUND TO SL-CAMPGROUND(SITE-INDEX)
               MOVE RATE-SITE TO SL-SITE(SITE-INDEX)
               MOVE RATE-CAPACITY TO SL-CAPACITY(SITE-INDEX)
               MOVE RATE-SITE-TYPE TO SL-SITE-TYPE(SITE-INDEX)
           END-IF.

      * RATES.DAT IS KEPT IN WHATEVER ORDER THE OFFICE ADDS SITES;
      * THE SENT FILE IS MATCHED IN KEY ORDER, SO THE LIST IS PUT
      * IN ORDER HERE - PASSES OF ADJACENT SWAPS UNTIL ONE PASS
      * SWAPS NOTHING.
       L3-SORT-SITES.
           MOVE 'Y' TO SWAPPED-SW.
           PERFORM L4-SORT-PASS
               UNTIL SWAPPED-SW = 'N'.

       L4-SORT-PASS.
           MOVE 'N' TO SWAPPED-SW.
           PERFORM VARYING C-SORT-IDX FROM 1 BY 1
               UNTIL C-SORT-IDX >= C-SITE-CTR
               SET SITE-INDEX TO C-SORT-IDX
               IF SL-KEY(SITE-INDEX) > SL-KEY(SITE-INDEX + 1)
                   MOVE SITE-ENTRY(SITE-INDEX) TO WK-SITE-HOLD
                   MOVE SITE-ENTRY(SITE-INDEX + 1) TO
                       SITE-ENTRY(SITE-INDEX)
                   MOVE WK-SITE-HOLD TO SITE-ENTRY(SITE-INDEX + 1)
                   MOVE 'Y' TO SWAPPED-SW
               END-IF
           END-PERFORM.

      * THE INVENTORY OPEN ALSO BRINGS ITS BLOCK FLAGS INTO LINE WITH
      * SITEBLK.DAT. WITHOUT AN INVENTORY EVERY NIGHT WOULD GO OUT
      * AS SELLABLE, SO THE RUN STOPS INSTEAD.
       L3-OPEN-INVENTORY.
           MOVE 'O' TO WK-SINV-OP.
           PERFORM L4-CALL-SINV.
           IF WK-SINV-RESP NOT = 'G'
               DISPLAY 'COBCMSCP35 SITE INVENTORY (SITEINV.DAT) '
                   'MISSING - RUN COBCMSCP34 FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * TODAY THROUGH THE LAST NIGHT OF THE HORIZON.
       L3-SET-HORIZON.
           MOVE CUR-DATE-NUM TO WK-HORIZON-START.
           MOVE CUR-DATE-NUM TO WK-NIGHT-NUM.
           PERFORM L4-NEXT-NIGHT
               VARYING C-NIGHT-IDX FROM 2 BY 1
               UNTIL C-NIGHT-IDX > C-HORIZON-NIGHTS.
           MOVE WK-NIGHT-NUM TO WK-HORIZON-END.

      * ONE SITE, EVERY NIGHT OF THE HORIZON, IN NIGHT ORDER.
       L2-MAINLINE.
           SET SITE-INDEX TO C-SITE-IDX.
           MOVE WK-HORIZON-START TO WK-NIGHT-NUM.
           PERFORM L4-DAY-OF-WEEK.
           PERFORM L3-EXPORT-NIGHT
               VARYING C-NIGHT-IDX FROM 1 BY 1
               UNTIL C-NIGHT-IDX > C-HORIZON-NIGHTS.

       L3-EXPORT-NIGHT.
           PERFORM L4-BUILD-NIGHT-STATE.
           PERFORM L4-MATCH-SENT.
           MOVE NIGHT-STATE TO SNO-REC.
           WRITE SNO-REC.
           ADD 1 TO C-STATE-CTR.
           PERFORM L4-NEXT-NIGHT.
           ADD 1 TO C-DOW.
           IF C-DOW > 6
               MOVE 0 TO C-DOW.

      * SELLABLE = FREE ON THE INVENTORY AND PRICED BY A RATE ROW.
      * A BLOCKED NIGHT SAYS 'K' EVEN IF A BOOKING ALSO COVERS IT,
      * AS THE CALENDAR (COBCMSCP13) SHOWS IT.
       L4-BUILD-NIGHT-STATE.
           MOVE SL-CAMPGROUND(SITE-INDEX) TO NS-CAMPGROUND.
           MOVE SL-SITE(SITE-INDEX) TO NS-SITE.
           MOVE WK-NIGHT-NUM TO NS-NIGHT.
           MOVE SL-SITE-TYPE(SITE-INDEX) TO NS-SITE-TYPE.
           MOVE SL-CAPACITY(SITE-INDEX) TO NS-CAPACITY.
           MOVE SPACE TO NS-RATE-BASIS.
           MOVE ZERO TO NS-NIGHT-AMT.
           MOVE ZERO TO NS-MONTH-AMT.
           PERFORM L5-PRICE-NIGHT.
           MOVE 'Q' TO WK-SINV-OP.
           MOVE NS-CAMPGROUND TO WK-SINV-CAMPGROUND.
           MOVE NS-SITE TO WK-SINV-SITE.
           MOVE WK-NIGHT-NUM TO WK-SINV-START.
           MOVE WK-NIGHT-NUM TO WK-SINV-END.
           MOVE SPACES TO WK-SINV-CONFIRM.
           PERFORM L4-CALL-SINV.
           MOVE 'N' TO NS-SELLABLE.
           EVALUATE TRUE
               WHEN WK-SINV-RESP = 'K' OR WK-SINV-RESP = 'X'
                   MOVE 'K' TO NS-REASON
               WHEN WK-SINV-RESP = 'B'
                   MOVE 'B' TO NS-REASON
               WHEN NIGHT-PRICED-SW NOT = 'Y'
                   MOVE 'R' TO NS-REASON
               WHEN OTHER
                   MOVE 'Y' TO NS-SELLABLE
                   MOVE SPACE TO NS-REASON
           END-EVALUATE.

      * THE FIRST RATE ROW FOR THE SITE WHOSE EFFECTIVE RANGE
      * COVERS THE NIGHT - FRIDAY AND SATURDAY NIGHTS AT ITS
      * WEEKEND RATE, THE REST AT ITS WEEKDAY RATE.
       L5-PRICE-NIGHT.
           MOVE 'N' TO NIGHT-PRICED-SW.
           PERFORM VARYING RATE-INDEX FROM 1 BY 1
               UNTIL RATE-INDEX > C-RATE-CTR
                   OR NIGHT-PRICED-SW = 'Y'
               IF RT-CAMPGROUND(RATE-INDEX) = NS-CAMPGROUND
                   AND RT-SITE(RATE-INDEX) = NS-SITE
                   AND WK-NIGHT-NUM >= RT-EFF-START(RATE-INDEX)
                   AND WK-NIGHT-NUM <= RT-EFF-END(RATE-INDEX)
                   MOVE 'Y' TO NIGHT-PRICED-SW
                   MOVE RT-SITE-TYPE(RATE-INDEX) TO NS-SITE-TYPE
                   MOVE RT-CAPACITY(RATE-INDEX) TO NS-CAPACITY
                   MOVE RT-MONTH-AMT(RATE-INDEX) TO NS-MONTH-AMT
                   IF C-DOW = 0 OR C-DOW = 6
                       MOVE 'E' TO NS-RATE-BASIS
                       MOVE RT-WKND-AMT(RATE-INDEX) TO NS-NIGHT-AMT
                   ELSE
                       MOVE 'W' TO NS-RATE-BASIS
                       MOVE RT-DAY-AMT(RATE-INDEX) TO NS-NIGHT-AMT
                   END-IF
               END-IF
           END-PERFORM.

      * SENT NIGHTS AHEAD OF THIS ONE IN KEY ORDER BELONG TO A SITE
      * NO LONGER ON RATES.DAT (OR TO A NIGHT NOW PAST, WHICH THE
      * WEB SITE DROPS ON ITS OWN). A NIGHT ON BOTH SIDES GOES ONLY
      * IF SOMETHING ABOUT IT CHANGED; A NIGHT NOT SENT BEFORE
      * ALWAYS GOES.
       L4-MATCH-SENT.
           PERFORM L5-WITHDRAW-SENT
               UNTIL SNT-KEY NOT < NS-KEY.
           IF SNT-KEY = NS-KEY
               IF SNT-DATA NOT = NS-DATA
                   PERFORM L5-SEND-NIGHT
               END-IF
               PERFORM L4-READ-SENT
           ELSE
               PERFORM L5-SEND-NIGHT
           END-IF.

       L5-SEND-NIGHT.
           MOVE SPACES TO EXD-REC.
           MOVE 'D' TO EXD-REC-TYPE.
           MOVE 'A' TO EXD-ACTION.
           MOVE NS-CAMPGROUND TO EXD-CAMPGROUND.
           MOVE NS-SITE TO EXD-SITE.
           MOVE NS-NIGHT TO EXD-NIGHT.
           MOVE NS-SELLABLE TO EXD-SELLABLE.
           MOVE NS-REASON TO EXD-REASON.
           MOVE NS-SITE-TYPE TO EXD-SITE-TYPE.
           MOVE NS-CAPACITY TO EXD-CAPACITY.
           MOVE NS-RATE-BASIS TO EXD-RATE-BASIS.
           MOVE NS-NIGHT-AMT TO EXD-NIGHT-AMT.
           MOVE NS-MONTH-AMT TO EXD-MONTH-AMT.
           WRITE EXD-REC.
           ADD 1 TO C-DETAIL-CTR.
           ADD NS-NIGHT-AMT TO C-AMT-HASH.
           IF NS-SELLABLE = 'Y'
               ADD 1 TO C-SELLABLE-CTR
           ELSE
               ADD 1 TO C-CLOSED-CTR
           END-IF.

       L5-WITHDRAW-SENT.
           IF SNT-NIGHT >= WK-HORIZON-START
               MOVE SPACES TO EXD-REC
               MOVE 'D' TO EXD-REC-TYPE
               MOVE 'W' TO EXD-ACTION
               MOVE SNT-CAMPGROUND TO EXD-CAMPGROUND
               MOVE SNT-SITE TO EXD-SITE
               MOVE SNT-NIGHT TO EXD-NIGHT
               MOVE 'N' TO EXD-SELLABLE
               MOVE SNT-SITE-TYPE TO EXD-SITE-TYPE
               MOVE SNT-CAPACITY TO EXD-CAPACITY
               MOVE ZERO TO EXD-NIGHT-AMT
               MOVE ZERO TO EXD-MONTH-AMT
               WRITE EXD-REC
               ADD 1 TO C-DETAIL-CTR
               ADD 1 TO C-WITHDRAWN-CTR
           END-IF.
           PERFORM L4-READ-SENT.

       L4-READ-SENT.
           READ SENTIN
               AT END
                   MOVE 'Y' TO SENT-EOF-SW
                   MOVE HIGH-VALUES TO SNT-KEY
           END-READ.

       L4-CALL-SINV.
           CALL 'SINV001' USING WK-SINV-OP, WK-RUNCTL-PROGRAM,
               WK-SINV-CAMPGROUND, WK-SINV-SITE, WK-SINV-START,
               WK-SINV-END, WK-SINV-CONFIRM, WK-SINV-RESP.

      * ZELLER'S CONGRUENCE - 0 = SATURDAY, 1 = SUNDAY, ...,
      * 6 = FRIDAY. THE DIVIDES STAY DIVIDES (NOT COMPUTE) SO EACH
      * STEP TRUNCATES THE WAY THE FORMULA NEEDS.
       L4-DAY-OF-WEEK.
           MOVE WK-NIGHT-YYYY TO C-ZYEAR.
           MOVE WK-NIGHT-MM TO C-ZMONTH.
           IF C-ZMONTH < 3
               ADD 12 TO C-ZMONTH
               SUBTRACT 1 FROM C-ZYEAR.
           DIVIDE C-ZYEAR BY 100 GIVING C-ZCENT REMAINDER C-ZYY.
           COMPUTE C-ZM1 = 13 * (C-ZMONTH + 1).
           DIVIDE C-ZM1 BY 5 GIVING C-ZM2.
           DIVIDE C-ZYY BY 4 GIVING C-ZY4.
           DIVIDE C-ZCENT BY 4 GIVING C-ZC4.
           COMPUTE C-ZTEMP = WK-NIGHT-DD + C-ZM2 + C-ZYY + C-ZY4
               + C-ZC4 + (5 * C-ZCENT).
           DIVIDE C-ZTEMP BY 7 GIVING C-ZQUOT REMAINDER C-DOW.

       L4-NEXT-NIGHT.
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

       L3-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE CTLLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE CTLLINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.

      * WHATEVER IS LEFT ON THE SENT FILE IS WITHDRAWN TOO. THE
      * TRAILER AND THE PRINTED TOTALS CARRY THE SAME COUNTS.
       L2-CLOSING.
           PERFORM L5-WITHDRAW-SENT
               UNTIL SENT-EOF-SW = 'Y'.
           MOVE SPACES TO EXT-REC.
           MOVE 'T' TO EXT-REC-TYPE.
           MOVE C-DETAIL-CTR TO EXT-DETAIL-CTR.
           MOVE C-SELLABLE-CTR TO EXT-SELLABLE-CTR.
           MOVE C-CLOSED-CTR TO EXT-CLOSED-CTR.
           MOVE C-WITHDRAWN-CTR TO EXT-WITHDRAWN-CTR.
           MOVE C-AMT-HASH TO EXT-AMT-HASH.
           WRITE EXT-REC.
           IF FULL-FILE-SW NOT = 'Y'
               CLOSE SENTIN.
           CLOSE SENTOUT.
           CLOSE EXPOUT.
           MOVE 'C' TO WK-SINV-OP.
           PERFORM L4-CALL-SINV.
           IF FULL-FILE-SW = 'Y'
               MOVE 'FULL' TO O-FILE-TYPE
           ELSE
               MOVE 'CHANGES ONLY' TO O-FILE-TYPE
           END-IF.
           MOVE WK-SNAP-RUN-ID TO O-SNAP-RUN-ID.
           MOVE WK-HORIZON-START TO O-HORIZON-START.
           MOVE WK-HORIZON-END TO O-HORIZON-END.
           WRITE CTLLINE FROM CTL-FILE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-SITE-CTR TO O-SITE-CTR.
           MOVE C-STATE-CTR TO O-STATE-CTR.
           WRITE CTLLINE FROM CTL-SITE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-DETAIL-CTR TO O-DETAIL-CTR.
           MOVE C-SELLABLE-CTR TO O-SELLABLE-CTR.
           MOVE C-CLOSED-CTR TO O-CLOSED-CTR.
           MOVE C-WITHDRAWN-CTR TO O-WITHDRAWN-CTR.
           WRITE CTLLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-AMT-HASH TO O-AMT-HASH.
           WRITE CTLLINE FROM CTL-HASH-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L3-SWAP-SENT.
           WRITE CTLLINE FROM CTL-SWAP-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE CTLOUT.
           MOVE 'E' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.

      * THE SIDE FILE MUST COUNT BACK TO EVERY SITE-NIGHT WRITTEN
      * BEFORE IT BECOMES WHAT THE WEB SITE HAS; THE PRIOR SENT FILE
      * SHIFTS DOWN THE THREE RETAINED GENERATIONS FIRST. OUT OF
      * BALANCE, THE OLD SENT FILE STAYS AND THE NEXT RUN SENDS
      * TONIGHT'S CHANGES AGAIN.
       L3-SWAP-SENT.
           MOVE C-STATE-CTR TO C-KEPT-CTR.
           MOVE 'N' TO FGEN-OP.
           MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP35\AVLSENT.NEW"
               TO FGEN-SRC-PATH.
           MOVE SPACES TO FGEN-DST-PATH.
           CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
               FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP.
           MOVE FGEN-REC-COUNT TO O-SWAP-SIDE.
           MOVE C-KEPT-CTR TO O-SWAP-KEPT.
           IF FGEN-RESP NOT = 'G'
               OR FGEN-REC-COUNT NOT = C-KEPT-CTR
               MOVE 'OUT OF BALANCE - NOT SWAPPED' TO O-SWAP-MSG
               MOVE 8 TO RETURN-CODE
               DISPLAY 'COBCMSCP35 AVLSENT.NEW OUT OF BALANCE - '
                   'DO NOT SEND AVLEXP.DAT'
           ELSE
               MOVE 'C' TO FGEN-OP
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP35\AVLSENT.G2"
                   TO FGEN-SRC-PATH
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP35\AVLSENT.G3"
                   TO FGEN-DST-PATH
               CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
                   FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP35\AVLSENT.G1"
                   TO FGEN-SRC-PATH
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP35\AVLSENT.G2"
                   TO FGEN-DST-PATH
               CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
                   FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP35\AVLSENT.DAT"
                   TO FGEN-SRC-PATH
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP35\AVLSENT.G1"
                   TO FGEN-DST-PATH
               CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
                   FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP35\AVLSENT.NEW"
                   TO FGEN-SRC-PATH
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP35\AVLSENT.DAT"
                   TO FGEN-DST-PATH
               CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
                   FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP
               MOVE 'SENT FILE SWAPPED' TO O-SWAP-MSG
           END-IF.
