      *     THAT IS ACTUALLY FREE (THE FULFILLMENT RUN WAS MISSED);
      *   - CAMPRES.DAT ROW COUNTS AND DOLLARS MUST TIE TO THE
      *     ACCUMULATED COBCMSCP01 RECONCILIATION RECORDS
      *     (RECON.DAT, THE MACHINE TWIN OF THE ERR.PRT RECON LINE);
      *   - FROM TODAY ON, THE SITE-NIGHT INVENTORY (SITEINV.DAT)
      *     MUST HOLD EVERY NIGHT OF EVERY LIVE SNAPSHOT ROW
      *     (CURRPOS.DAT) UNDER THAT ROW'S CONFIRMATION NUMBER AND
      *     NO BOOKED NIGHT NO LIVE ROW HOLDS, AND ITS BLOCK FLAGS
      *     MUST COVER EXACTLY THE SITEBLK.DAT RANGES. RUN AFTER
      *     COBCMSCP21 SO THE SNAPSHOT IS TODAY'S; A MISMATCH IS
      *     CURED BY COBCMSCP34.
      * ANY EXCEPTION PRINTS ON AUDIT.PRT AND ENDS THE JOB WITH
      * RETURN CODE 8 SO THE OVERNIGHT SCHEDULE STOPS BEFORE
      * COBCMSCP02 MAILS LETTERS FROM A BROKEN FILE.
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\RECON.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RECON-STATUS.
           SELECT CURRPOSIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CURRPOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CURRPOS-STATUS.
           SELECT BLOCKIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\SITEBLK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-BLOCK-STATUS.
      * READ ONLY - THE AUDIT NEVER GOES THROUGH SINV001, WHOSE OPEN
      * WOULD QUIETLY PUT THE BLOCK FLAGS RIGHT BEFORE THEY COULD BE
      * CHECKED.
           SELECT INVFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\SITEINV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-KEY
           FILE STATUS IS WK-INV-STATUS.
           SELECT AUDITOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP15\AUDIT.PRT"

       FD CAMPRESIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.
           05 RCN-ACCEPTED-AMT     PIC S9(7)V99.
           05 RCN-REJECTED-AMT     PIC S9(7)V99.

      * SAME 228-BYTE VAL-REC LAYOUT AS CAMPRES.DAT - ONLY THE
      * FIELDS THE INVENTORY CHECK READS ARE NAMED HERE, SINCE
      * VAL-REC ITSELF ALREADY DESCRIBES CAMPRESIN.
       FD CURRPOSIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS CURRPOS-REC.

       01 CURRPOS-REC.
           05 CP-CONFIRM-NUM       PIC X(18).
           05 CP-CAMPGROUND        PIC X(25).
           05 CP-SITE              PIC X(3).
           05 CP-DATE              PIC 9(8).
           05 CP-END-DATE          PIC 9(8).
           05 FILLER               PIC X(94).
           05 CP-CANCEL-SW         PIC X.
               88 CP-CANCELLED     VALUE 'Y'.
               88 CP-RELEASED      VALUE 'R'.
           05 FILLER               PIC X(71).

       FD BLOCKIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS BLOCK-REC.

       COPY 'BLOCK.CPY'.

       FD INVFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS INV-REC.

       COPY 'INV.CPY'.

       FD AUDITOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05 BOOK-FOUND-SW    PIC X       VALUE 'N'.
           05 OVERLAP-SW       PIC X       VALUE 'N'.
           05 WK-VAULT-CT      PIC 9(3)    VALUE ZERO.
           05 WK-CURRPOS-STATUS PIC XX     VALUE SPACES.
           05 WK-BLOCK-STATUS  PIC XX      VALUE SPACES.
           05 WK-INV-STATUS    PIC XX      VALUE SPACES.
           05 SNAPSHOT-SW      PIC X       VALUE 'N'.
           05 FOUND-SW         PIC X       VALUE 'N'.
           05 NIGHTS-OK-SW     PIC X       VALUE 'Y'.
           05 COVERED-SW       PIC X       VALUE 'N'.
           05 C-BLK-CTR        PIC 9(3)    VALUE ZERO.
           05 C-BLK-IDX        PIC 9(3)    VALUE ZERO.
      * BOOKED NIGHTS FROM TODAY ON: THOSE THE SNAPSHOT ROWS FOUND
      * HELD UNDER THEIR OWN NUMBER, AND THOSE THE INVENTORY CARRIES.
      * ANY DIFFERENCE MEANS THE INVENTORY HOLDS A NIGHT NO LIVE ROW
      * DOES, AND ONLY THEN IS IT WALKED AGAIN TO NAME THEM.
           05 C-INV-MATCH-CTR  PIC 9(7)    VALUE ZERO.
           05 C-INV-BOOKED-CTR PIC 9(7)    VALUE ZERO.
           05 C-LEFT-OVER      PIC 9       VALUE ZERO.
      * NIGHTS WALKED PER RANGE, CAPPED AT TEN YEARS FROM THE START
      * EXACTLY AS SINV001 CAPS A BLOCK WITH NO REAL END.
           05 C-WALK-CTR       PIC 9(4)    VALUE ZERO.
           05 C-WALK-MAX       PIC 9(4)    VALUE 3660.
           05 WK-RANGE-END     PIC 9(8)    VALUE ZERO.
           05 WK-NIGHT.
               10 WK-NIGHT-YYYY PIC 9(4).
               10 WK-NIGHT-MM  PIC 99.
                   88 WK-NIGHT-30-MM VALUE 4, 6, 9, 11.
               10 WK-NIGHT-DD  PIC 99.
           05 WK-NIGHT-NUM REDEFINES WK-NIGHT PIC 9(8).
      * THE LAST INVENTORY RUN LOOKED UP (CAMPGROUND/SITE/CONFIRM),
      * THE SNAPSHOT RANGE THAT HOLDS IT ('C'), OR 'S' WHEN NONE DOES
      * AND IT HAS ALREADY BEEN REPORTED - ONE EXCEPTION PER STRAY
      * BOOKING, NOT ONE PER NIGHT.
           05 WK-LAST-CAMPGROUND PIC X(25) VALUE SPACES.
           05 WK-LAST-SITE     PIC X(3)    VALUE SPACES.
           05 WK-LAST-CONFIRM  PIC X(18)   VALUE SPACES.
           05 WK-LAST-STATE    PIC X       VALUE SPACE.
           05 WK-COVER-START   PIC 9(8)    VALUE ZERO.
           05 WK-COVER-END     PIC 9(8)    VALUE ZERO.
           05 WK-LAST-BLK-CAMPGROUND PIC X(25) VALUE SPACES.
           05 WK-LAST-BLK-SITE PIC X(3)    VALUE SPACES.

      * EVERY CONFIRMATION NUMBER SEEN ON A BOOKING (NON-MARKER) ROW,
      * WITH HOW MANY VAULT ENTRIES CLAIM IT.
               10 OCC-CONFIRM-NUM   PIC X(18).
               10 OCC-CANCEL-SW     PIC X.

      * SITEBLK.DAT - THE SAME 200 ROWS EVERY OTHER BLOCK LOADER
      * HOLDS.
       01 BLOCK-TABLE.
           05 BLK-ENTRY OCCURS 200 TIMES INDEXED BY BLK-INDEX.
               10 BLK-TBL-CAMPGROUND PIC X(25).
               10 BLK-TBL-SITE      PIC X(3).
               10 BLK-TBL-START     PIC 9(8).
               10 BLK-TBL-END       PIC 9(8).

       01 CURRENT-DATE-AND-TIME.
         05 CUR-DATE.
           10 CUR-YY PIC 9(4).
           PERFORM L2-INIT.
           PERFORM L2-AUDIT-VAULT.
           PERFORM L2-AUDIT-WAITLIST.
           PERFORM L2-AUDIT-INVENTORY.
           PERFORM L2-AUDIT-RECON.
           PERFORM L2-CLOSING.
           STOP RUN.
               END-PERFORM
               CLOSE WAITIN.

      * AN "ANY SITE" REQUEST (BLANK WL-SITE) NAMES NO ONE SITE TO
      * TEST - MATCHING IT TO AN OPENING IS COBCMSCP07'S JOB.
       L3-CHECK-WAIT-ENTRY.
           IF WL-STATUS-SW NOT = 'F'
               AND WL-SITE NOT = SPACES
               AND WL-DATE NUMERIC
               AND WL-DATE > CUR-DATE-NUM
               PERFORM L4-WAIT-OVERLAP-CHECK
               END-IF
           END-PERFORM.

      * THE INVENTORY IS ONLY EVER CHECKED FROM TODAY ON - PAST
      * NIGHTS STAY ON FILE AS HISTORY AND NOTHING BOOKS AGAINST
      * THEM. NO SNAPSHOT MEANS NOTHING TO PROVE THE BOOKED NIGHTS
      * AGAINST, SO ONLY THE BLOCK FLAGS ARE CHECKED.
       L2-AUDIT-INVENTORY.
           OPEN INPUT INVFILE.
           IF WK-INV-STATUS NOT = '00'
               ADD 1 TO C-EXCP-CTR
               MOVE 'SITE INVENTORY' TO O-X-CHECK
               MOVE 'SITEINV.DAT' TO O-X-KEY
               MOVE 'INVENTORY MISSING - RUN COBCMSCP34' TO O-X-MSG
               PERFORM L4-WRITE-EXCEPTION
           ELSE
               PERFORM L3-LOAD-BLOCKS
               PERFORM L3-CHECK-SNAPSHOT-NIGHTS
               PERFORM L3-CHECK-BLOCK-NIGHTS
               PERFORM L3-SCAN-INVENTORY
               IF SNAPSHOT-SW = 'Y'
                   AND C-INV-BOOKED-CTR NOT = C-INV-MATCH-CTR
                   PERFORM L3-FIND-STRAY-NIGHTS
               END-IF
               CLOSE INVFILE.

       L3-LOAD-BLOCKS.
           OPEN INPUT BLOCKIN.
           IF WK-BLOCK-STATUS = '00'
               PERFORM UNTIL WK-BLOCK-STATUS NOT = '00'
                   READ BLOCKIN
                   IF WK-BLOCK-STATUS = '00' AND C-BLK-CTR < 200
                       ADD 1 TO C-BLK-CTR
                       SET BLK-INDEX TO C-BLK-CTR
                       MOVE BLK-CAMPGROUND TO
                           BLK-TBL-CAMPGROUND(BLK-INDEX)
                       MOVE BLK-SITE TO BLK-TBL-SITE(BLK-INDEX)
                       MOVE BLK-START TO BLK-TBL-START(BLK-INDEX)
                       MOVE BLK-END TO BLK-TBL-END(BLK-INDEX)
                   END-IF
               END-PERFORM
               CLOSE BLOCKIN.

      * EVERY NIGHT OF EVERY LIVE ROW (CANCELLED AND NO-SHOW-
      * RELEASED ROWS HOLD NOTHING) MUST BE ON FILE UNDER THE ROW'S
      * OWN CONFIRMATION NUMBER.
       L3-CHECK-SNAPSHOT-NIGHTS.
           OPEN INPUT CURRPOSIN.
           IF WK-CURRPOS-STATUS NOT = '00'
               ADD 1 TO C-EXCP-CTR
               MOVE 'SITE INVENTORY' TO O-X-CHECK
               MOVE 'CURRPOS.DAT' TO O-X-KEY
               MOVE 'SNAPSHOT MISSING - RUN COBCMSCP21' TO O-X-MSG
               PERFORM L4-WRITE-EXCEPTION
           ELSE
               MOVE 'Y' TO SNAPSHOT-SW
               PERFORM UNTIL WK-CURRPOS-STATUS NOT = '00'
                   READ CURRPOSIN
                   IF WK-CURRPOS-STATUS = '00'
                       AND NOT CP-CANCELLED AND NOT CP-RELEASED
                       PERFORM L4-CHECK-SNAPSHOT-ROW
                   END-IF
               END-PERFORM
               CLOSE CURRPOSIN.

       L4-CHECK-SNAPSHOT-ROW.
           MOVE 'Y' TO NIGHTS-OK-SW.
           MOVE CP-DATE TO WK-NIGHT-NUM.
           MOVE CP-END-DATE TO WK-RANGE-END.
           MOVE ZERO TO C-WALK-CTR.
           PERFORM L5-CHECK-BOOKED-NIGHT
               UNTIL WK-NIGHT-NUM > WK-RANGE-END
                   OR C-WALK-CTR >= C-WALK-MAX.
           IF NIGHTS-OK-SW NOT = 'Y'
               ADD 1 TO C-EXCP-CTR
               MOVE 'SITE INVENTORY' TO O-X-CHECK
               MOVE CP-CONFIRM-NUM TO O-X-KEY
               MOVE 'BOOKED NIGHT NOT HELD IN INVENTORY' TO O-X-MSG
               PERFORM L4-WRITE-EXCEPTION
           END-IF.

       L5-CHECK-BOOKED-NIGHT.
           IF WK-NIGHT-NUM NOT < CUR-DATE-NUM
               MOVE CP-CAMPGROUND TO INV-CAMPGROUND
               MOVE CP-SITE TO INV-SITE
               PERFORM L5-READ-NIGHT
               IF FOUND-SW = 'Y'
                   AND INV-CONFIRM-NUM = CP-CONFIRM-NUM
                   ADD 1 TO C-INV-MATCH-CTR
               ELSE
                   MOVE 'N' TO NIGHTS-OK-SW
               END-IF
           END-IF.
           PERFORM L5-NEXT-NIGHT.

      * EVERY NIGHT A SITEBLK.DAT ROW COVERS MUST BE FLAGGED.
       L3-CHECK-BLOCK-NIGHTS.
           PERFORM L4-CHECK-BLOCK-ROW
               VARYING C-BLK-IDX FROM 1 BY 1
               UNTIL C-BLK-IDX > C-BLK-CTR.

       L4-CHECK-BLOCK-ROW.
           SET BLK-INDEX TO C-BLK-IDX.
           MOVE 'Y' TO NIGHTS-OK-SW.
           MOVE BLK-TBL-START(BLK-INDEX) TO WK-NIGHT-NUM.
           MOVE BLK-TBL-END(BLK-INDEX) TO WK-RANGE-END.
           MOVE ZERO TO C-WALK-CTR.
           PERFORM L5-CHECK-BLOCKED-NIGHT
               UNTIL WK-NIGHT-NUM > WK-RANGE-END
                   OR C-WALK-CTR >= C-WALK-MAX.
           IF NIGHTS-OK-SW NOT = 'Y'
               ADD 1 TO C-EXCP-CTR
               MOVE 'SITE INVENTORY' TO O-X-CHECK
               MOVE BLK-TBL-CAMPGROUND(BLK-INDEX) TO O-X-KEY
               MOVE BLK-TBL-SITE(BLK-INDEX) TO O-X-KEY(27:3)
               MOVE 'BLOCKED NIGHT NOT FLAGGED IN INVENTORY' TO
                   O-X-MSG
               PERFORM L4-WRITE-EXCEPTION
           END-IF.

       L5-CHECK-BLOCKED-NIGHT.
           IF WK-NIGHT-NUM NOT < CUR-DATE-NUM
               MOVE BLK-TBL-CAMPGROUND(BLK-INDEX) TO INV-CAMPGROUND
               MOVE BLK-TBL-SITE(BLK-INDEX) TO INV-SITE
               PERFORM L5-READ-NIGHT
               IF FOUND-SW NOT = 'Y' OR NOT INV-BLOCKED
                   MOVE 'N' TO NIGHTS-OK-SW
               END-IF
           END-IF.
           PERFORM L5-NEXT-NIGHT.

      * ONE PASS OVER THE INVENTORY FROM TODAY ON: COUNTS THE BOOKED
      * NIGHTS, AND PROVES EVERY BLOCK FLAG HAS A SITEBLK.DAT ROW
      * BEHIND IT (ONE EXCEPTION PER SITE, NOT PER NIGHT).
       L3-SCAN-INVENTORY.
           PERFORM L4-START-INVENTORY.
           PERFORM UNTIL WK-INV-STATUS NOT = '00'
               READ INVFILE NEXT RECORD
                   AT END
                       MOVE '10' TO WK-INV-STATUS
               END-READ
               IF WK-INV-STATUS = '00'
                   AND INV-NIGHT NOT < CUR-DATE-NUM
                   IF INV-CONFIRM-NUM NOT = SPACES
                       ADD 1 TO C-INV-BOOKED-CTR
                   END-IF
                   IF INV-BLOCKED
                       PERFORM L4-CHECK-FLAG-COVERED
                   END-IF
               END-IF
           END-PERFORM.

       L4-START-INVENTORY.
           MOVE LOW-VALUES TO INV-KEY.
           START INVFILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY
                   MOVE '23' TO WK-INV-STATUS
           END-START.

       L4-CHECK-FLAG-COVERED.
           MOVE 'N' TO COVERED-SW.
           PERFORM VARYING BLK-INDEX FROM 1 BY 1
               UNTIL BLK-INDEX > C-BLK-CTR
                   OR COVERED-SW = 'Y'
               IF BLK-TBL-CAMPGROUND(BLK-INDEX) = INV-CAMPGROUND
                   AND BLK-TBL-SITE(BLK-INDEX) = INV-SITE
                   AND INV-NIGHT >= BLK-TBL-START(BLK-INDEX)
                   AND INV-NIGHT <= BLK-TBL-END(BLK-INDEX)
                   MOVE 'Y' TO COVERED-SW
               END-IF
           END-PERFORM.
           IF COVERED-SW NOT = 'Y'
               AND (INV-CAMPGROUND NOT = WK-LAST-BLK-CAMPGROUND
                   OR INV-SITE NOT = WK-LAST-BLK-SITE)
               MOVE INV-CAMPGROUND TO WK-LAST-BLK-CAMPGROUND
               MOVE INV-SITE TO WK-LAST-BLK-SITE
               ADD 1 TO C-EXCP-CTR
               MOVE 'SITE INVENTORY' TO O-X-CHECK
               MOVE INV-CAMPGROUND TO O-X-KEY
               MOVE INV-SITE TO O-X-KEY(27:3)
               MOVE 'NIGHT FLAGGED BLOCKED WITH NO SITEBLK ROW' TO
                   O-X-MSG
               PERFORM L4-WRITE-EXCEPTION
           END-IF.

      * THE INVENTORY CARRIES MORE BOOKED NIGHTS THAN THE SNAPSHOT
      * ACCOUNTS FOR - WALK IT AGAIN AND LOOK EACH BOOKING UP ON
      * THE SNAPSHOT TO NAME THE ONES NO LIVE ROW HOLDS. THIS PASS
      * ONLY RUNS WHEN THERE IS SOMETHING TO FIND.
       L3-FIND-STRAY-NIGHTS.
           PERFORM L4-START-INVENTORY.
           PERFORM UNTIL WK-INV-STATUS NOT = '00'
               READ INVFILE NEXT RECORD
                   AT END
                       MOVE '10' TO WK-INV-STATUS
               END-READ
               IF WK-INV-STATUS = '00'
                   AND INV-NIGHT NOT < CUR-DATE-NUM
                   AND INV-CONFIRM-NUM NOT = SPACES
                   PERFORM L4-CHECK-STRAY-NIGHT
               END-IF
           END-PERFORM.

       L4-CHECK-STRAY-NIGHT.
           IF INV-CAMPGROUND = WK-LAST-CAMPGROUND
               AND INV-SITE = WK-LAST-SITE
               AND INV-CONFIRM-NUM = WK-LAST-CONFIRM
               AND (WK-LAST-STATE = 'S'
                   OR (INV-NIGHT >= WK-COVER-START
                       AND INV-NIGHT <= WK-COVER-END))
               CONTINUE
           ELSE
               PERFORM L5-LOOKUP-SNAPSHOT
           END-IF.

       L5-LOOKUP-SNAPSHOT.
           MOVE INV-CAMPGROUND TO WK-LAST-CAMPGROUND.
           MOVE INV-SITE TO WK-LAST-SITE.
           MOVE INV-CONFIRM-NUM TO WK-LAST-CONFIRM.
           MOVE 'N' TO FOUND-SW.
           OPEN INPUT CURRPOSIN.
           PERFORM UNTIL WK-CURRPOS-STATUS NOT = '00'
                   OR FOUND-SW = 'Y'
               READ CURRPOSIN
               IF WK-CURRPOS-STATUS = '00'
                   AND NOT CP-CANCELLED AND NOT CP-RELEASED
                   AND CP-CONFIRM-NUM = INV-CONFIRM-NUM
                   AND CP-CAMPGROUND = INV-CAMPGROUND
                   AND CP-SITE = INV-SITE
                   AND INV-NIGHT >= CP-DATE
                   AND INV-NIGHT <= CP-END-DATE
                   MOVE 'Y' TO FOUND-SW
                   MOVE CP-DATE TO WK-COVER-START
                   MOVE CP-END-DATE TO WK-COVER-END
               END-IF
           END-PERFORM.
           CLOSE CURRPOSIN.
           IF FOUND-SW = 'Y'
               MOVE 'C' TO WK-LAST-STATE
           ELSE
               MOVE 'S' TO WK-LAST-STATE
               ADD 1 TO C-EXCP-CTR
               MOVE 'SITE INVENTORY' TO O-X-CHECK
               MOVE INV-CONFIRM-NUM TO O-X-KEY
               MOVE 'INVENTORY NIGHT NO LIVE SNAPSHOT ROW HOLDS' TO
                   O-X-MSG
               PERFORM L4-WRITE-EXCEPTION
           END-IF.

       L5-READ-NIGHT.
           MOVE WK-NIGHT-NUM TO INV-NIGHT.
           READ INVFILE
               INVALID KEY
                   MOVE 'N' TO FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO FOUND-SW
           END-READ.

       L5-NEXT-NIGHT.
           ADD 1 TO C-WALK-CTR.
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

      * THE FILE MUST CARRY EXACTLY THE ROWS AND DOLLARS THE RUNS
      * CLAIMED THEY ACCEPTED.
       L2-AUDIT-RECON.
