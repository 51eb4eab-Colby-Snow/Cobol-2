       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINV001.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * SITE-NIGHT INVENTORY INTERFACE. SITEINV.DAT (LAYOUT IN
      * INV.CPY) HOLDS ONE RECORD PER CAMPGROUND/SITE/NIGHT, KEYED,
      * SO AN AVAILABILITY QUESTION IS A FEW KEYED READS INSTEAD OF
      * A SCAN OF EVERY LIVE BOOKING HELD IN AN OCCURS TABLE. THE
      * PROGRAMS THAT BOOK, AMEND, CANCEL, RELEASE, OR BLOCK A SITE
      * AND THE ONES THAT ASK WHETHER A SITE IS FREE ALL COME
      * THROUGH HERE:
      *   OP 'O' - OPEN THE INVENTORY FOR UPDATE AND BRING ITS BLOCK
      *            FLAGS INTO LINE WITH SITEBLK.DAT - BLOCKS ARE
      *            ADDED AND LIFTED BY EDITING THAT FILE, SO A NIGHT
      *            NO BLOCK COVERS ANY LONGER IS FREED AND EVERY
      *            NIGHT A BLOCK DOES COVER IS FLAGGED. RESP 'G', OR
      *            'M' WHEN THE INVENTORY IS MISSING (RUN COBCMSCP34
      *            TO BUILD IT). EVERY OTHER OP ANSWERS 'M' UNTIL THE
      *            OPEN HAS WORKED.
      *   OP 'Q' - IS THE SITE FREE FROM SINV-START THROUGH SINV-END?
      *            RESP 'F' = FREE, 'B' = BOOKED, 'K' = BLOCKED,
      *            'X' = BOOKED AND BLOCKED. A NIGHT HELD BY
      *            SINV-CONFIRM-NUM ITSELF COUNTS AS FREE, SO AN
      *            AMENDMENT CAN OVERLAP THE NIGHTS IT IS GIVING UP -
      *            PASS SPACES TO COUNT EVERY BOOKED NIGHT.
      *   OP 'B' - BOOK THE RANGE FOR SINV-CONFIRM-NUM. RESP 'G', OR
      *            'D' WHEN A NIGHT WAS ALREADY HELD BY ANOTHER
      *            BOOKING - THAT NIGHT IS LEFT WITH ITS HOLDER AND
      *            THE REST ARE BOOKED (THE CALLER EDITED THE RANGE
      *            FREE, SO 'D' MEANS THE INVENTORY HAS DRIFTED FROM
      *            THE SNAPSHOT AND THE COBCMSCP15 AUDIT WILL SAY SO).
      *   OP 'R' - RELEASE THE NIGHTS IN THE RANGE THAT
      *            SINV-CONFIRM-NUM HOLDS. RESP 'G'.
      *   OP 'K' - FLAG THE RANGE OUT OF SERVICE, FOR A PROGRAM THAT
      *            HAS JUST APPENDED A BLOCK TO SITEBLK.DAT. RESP 'G'.
      *   OP 'C' - CLOSE THE INVENTORY AT THE CALLER'S END OF RUN.
      * EVERY RECORD WRITTEN OR CHANGED IS STAMPED WITH TODAY'S DATE
      * AND SINV-PROGRAM, SO THE AUDIT CAN SAY WHO LAST TOUCHED A
      * NIGHT THAT DISAGREES WITH THE SNAPSHOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\SITEINV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-KEY
           FILE STATUS IS WK-INV-STATUS.
           SELECT BLOCKFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\SITEBLK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-BLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INVFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS INV-REC.

       COPY 'INV.CPY'.

       FD BLOCKFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS BLOCK-REC.

       COPY 'BLOCK.CPY'.

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
           05 WK-INV-STATUS    PIC XX      VALUE SPACES.
           05 WK-BLOCK-STATUS  PIC XX      VALUE SPACES.
           05 INV-OPEN-SW      PIC X       VALUE 'N'.
           05 C-BLK-CTR        PIC 9(3)    VALUE ZERO.
           05 C-BLK-IDX        PIC 9(3)    VALUE ZERO.
           05 FOUND-SW         PIC X       VALUE 'N'.
           05 COVERED-SW       PIC X       VALUE 'N'.
           05 BOOKED-SW        PIC X       VALUE 'N'.
           05 BLOCKED-SW       PIC X       VALUE 'N'.
           05 QUERY-DONE-SW    PIC X       VALUE 'N'.
           05 C-LEFT-OVER      PIC 9       VALUE ZERO.
      * NIGHTS WALKED IN ONE CALL, CAPPED AT TEN YEARS - A BLOCK
      * KEYED WITH NO REAL END (99991231 AND THE LIKE) FLAGS THE
      * NEXT TEN YEARS AND STOPS, INSTEAD OF WALKING THE CALENDAR
      * PAST 9999.
           05 C-WALK-CTR       PIC 9(4)    VALUE ZERO.
           05 C-WALK-MAX       PIC 9(4)    VALUE 3660.
           05 WK-RANGE-CAMPGROUND PIC X(25) VALUE SPACES.
           05 WK-RANGE-SITE    PIC X(3)    VALUE SPACES.
           05 WK-RANGE-END     PIC 9(8)    VALUE ZERO.
           05 WK-NIGHT.
               10 WK-NIGHT-YYYY PIC 9(4).
               10 WK-NIGHT-MM  PIC 99.
                   88 WK-NIGHT-30-MM VALUE 4, 6, 9, 11.
               10 WK-NIGHT-DD  PIC 99.
           05 WK-NIGHT-NUM REDEFINES WK-NIGHT PIC 9(8).

      * SITEBLK.DAT AS OF THE OPEN - THE SAME 200 ROWS EVERY OTHER
      * BLOCK LOADER HOLDS.
       01 BLOCK-TABLE.
           05 BLK-ENTRY OCCURS 200 TIMES INDEXED BY BLK-INDEX.
               10 BLK-TBL-CAMPGROUND PIC X(25).
               10 BLK-TBL-SITE      PIC X(3).
               10 BLK-TBL-START     PIC 9(8).
               10 BLK-TBL-END       PIC 9(8).

       01 CURRENT-DATE-AND-TIME.
         05 CUR-DATE.
           10 CUR-YY PIC 9(4).
           10 CUR-MM PIC 99.
           10 CUR-DD PIC 99.
         05 I-TIME PIC X(11).

       01 CUR-DATE-AND-TIME-NUM REDEFINES CURRENT-DATE-AND-TIME.
           05 CUR-DATE-NUM         PIC 9(8).
           05 CUR-TIME             PIC X(11).

       LINKAGE SECTION.

       01 SINV-OP               PIC X.
           88 SINV-OPEN         VALUE 'O'.
           88 SINV-QUERY        VALUE 'Q'.
           88 SINV-BOOK         VALUE 'B'.
           88 SINV-RELEASE      VALUE 'R'.
           88 SINV-BLOCK        VALUE 'K'.
           88 SINV-CLOSE        VALUE 'C'.
       01 SINV-PROGRAM          PIC X(10).
       01 SINV-CAMPGROUND       PIC X(25).
       01 SINV-SITE             PIC X(3).
       01 SINV-START            PIC 9(8).
       01 SINV-END              PIC 9(8).
       01 SINV-CONFIRM-NUM      PIC X(18).
       01 SINV-RESP             PIC X.
           88 SINV-GOOD         VALUE 'G'.
           88 SINV-MISSING      VALUE 'M'.
           88 SINV-FREE         VALUE 'F'.
           88 SINV-BOOKED       VALUE 'B'.
           88 SINV-BLOCKED      VALUE 'K'.
           88 SINV-BOOKED-BLOCKED VALUE 'X'.
           88 SINV-DOUBLE       VALUE 'D'.

       PROCEDURE DIVISION USING SINV-OP, SINV-PROGRAM,
           SINV-CAMPGROUND, SINV-SITE, SINV-START, SINV-END,
           SINV-CONFIRM-NUM, SINV-RESP.

       L1-MAIN.
           MOVE 'G' TO SINV-RESP.
           IF SINV-OPEN
               PERFORM L2-OPEN
           ELSE
               IF INV-OPEN-SW NOT = 'Y'
                   MOVE 'M' TO SINV-RESP
               ELSE
                   EVALUATE TRUE
                       WHEN SINV-QUERY
                           PERFORM L2-QUERY
                       WHEN SINV-BOOK
                           PERFORM L2-BOOK
                       WHEN SINV-RELEASE
                           PERFORM L2-RELEASE
                       WHEN SINV-BLOCK
                           PERFORM L2-BLOCK
                       WHEN OTHER
                           PERFORM L2-CLOSE
                   END-EVALUATE
               END-IF
           END-IF.
           GOBACK.

       L2-OPEN.
           IF INV-OPEN-SW NOT = 'Y'
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               OPEN I-O INVFILE
               IF WK-INV-STATUS NOT = '00'
                   MOVE 'M' TO SINV-RESP
               ELSE
                   MOVE 'Y' TO INV-OPEN-SW
                   PERFORM L3-SYNC-BLOCKS
               END-IF
           END-IF.

      * THE RANGE IS READ FROM ITS FIRST NIGHT FORWARD ALONG THE KEY
      * UNTIL THE SITE CHANGES OR THE LAST NIGHT IS PASSED - NIGHTS
      * WITH NO RECORD ARE OPEN AND COST NOTHING TO SKIP.
       L2-QUERY.
           MOVE 'N' TO BOOKED-SW.
           MOVE 'N' TO BLOCKED-SW.
           MOVE SINV-CAMPGROUND TO INV-CAMPGROUND.
           MOVE SINV-SITE TO INV-SITE.
           MOVE SINV-START TO INV-NIGHT.
           START INVFILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY
                   MOVE 'Y' TO QUERY-DONE-SW
               NOT INVALID KEY
                   MOVE 'N' TO QUERY-DONE-SW
           END-START.
           PERFORM L3-QUERY-NEXT
               UNTIL QUERY-DONE-SW = 'Y'.
           EVALUATE TRUE
               WHEN BOOKED-SW = 'Y' AND BLOCKED-SW = 'Y'
                   MOVE 'X' TO SINV-RESP
               WHEN BOOKED-SW = 'Y'
                   MOVE 'B' TO SINV-RESP
               WHEN BLOCKED-SW = 'Y'
                   MOVE 'K' TO SINV-RESP
               WHEN OTHER
                   MOVE 'F' TO SINV-RESP
           END-EVALUATE.

       L3-QUERY-NEXT.
           READ INVFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO QUERY-DONE-SW
           END-READ.
           IF QUERY-DONE-SW NOT = 'Y'
               IF INV-CAMPGROUND NOT = SINV-CAMPGROUND
                   OR INV-SITE NOT = SINV-SITE
                   OR INV-NIGHT > SINV-END
                   MOVE 'Y' TO QUERY-DONE-SW
               ELSE
                   IF INV-CONFIRM-NUM NOT = SPACES
                       AND INV-CONFIRM-NUM NOT = SINV-CONFIRM-NUM
                       MOVE 'Y' TO BOOKED-SW
                   END-IF
                   IF INV-BLOCKED
                       MOVE 'Y' TO BLOCKED-SW
                   END-IF
               END-IF
           END-IF.

       L2-BOOK.
           PERFORM L3-SET-RANGE.
           PERFORM L3-BOOK-NIGHT
               UNTIL WK-NIGHT-NUM > WK-RANGE-END
                   OR C-WALK-CTR >= C-WALK-MAX.

       L2-RELEASE.
           PERFORM L3-SET-RANGE.
           PERFORM L3-RELEASE-NIGHT
               UNTIL WK-NIGHT-NUM > WK-RANGE-END
                   OR C-WALK-CTR >= C-WALK-MAX.

       L2-BLOCK.
           PERFORM L3-SET-RANGE.
           PERFORM L3-BLOCK-NIGHT
               UNTIL WK-NIGHT-NUM > WK-RANGE-END
                   OR C-WALK-CTR >= C-WALK-MAX.

       L2-CLOSE.
           IF INV-OPEN-SW = 'Y'
               CLOSE INVFILE
               MOVE 'N' TO INV-OPEN-SW.

       L3-SET-RANGE.
           MOVE SINV-CAMPGROUND TO WK-RANGE-CAMPGROUND.
           MOVE SINV-SITE TO WK-RANGE-SITE.
           MOVE SINV-START TO WK-NIGHT-NUM.
           MOVE SINV-END TO WK-RANGE-END.
           MOVE ZERO TO C-WALK-CTR.

      * A NIGHT ALREADY HELD BY ANOTHER BOOKING KEEPS ITS HOLDER -
      * THE INVENTORY NEVER SILENTLY HANDS ONE GUEST'S NIGHT TO
      * ANOTHER.
       L3-BOOK-NIGHT.
           PERFORM L4-READ-NIGHT.
           IF FOUND-SW NOT = 'Y'
               PERFORM L4-NEW-NIGHT
               MOVE SINV-CONFIRM-NUM TO INV-CONFIRM-NUM
               WRITE INV-REC
           ELSE
               IF INV-CONFIRM-NUM = SPACES
                   OR INV-CONFIRM-NUM = SINV-CONFIRM-NUM
                   MOVE SINV-CONFIRM-NUM TO INV-CONFIRM-NUM
                   PERFORM L4-STAMP
                   REWRITE INV-REC
               ELSE
                   MOVE 'D' TO SINV-RESP
               END-IF
           END-IF.
           PERFORM L4-NEXT-NIGHT.

       L3-RELEASE-NIGHT.
           PERFORM L4-READ-NIGHT.
           IF FOUND-SW = 'Y'
               AND INV-CONFIRM-NUM = SINV-CONFIRM-NUM
               MOVE SPACES TO INV-CONFIRM-NUM
               PERFORM L4-STAMP
               REWRITE INV-REC
           END-IF.
           PERFORM L4-NEXT-NIGHT.

       L3-BLOCK-NIGHT.
           PERFORM L4-READ-NIGHT.
           IF FOUND-SW NOT = 'Y'
               PERFORM L4-NEW-NIGHT
               MOVE 'Y' TO INV-BLOCK-SW
               WRITE INV-REC
           ELSE
               IF NOT INV-BLOCKED
                   MOVE 'Y' TO INV-BLOCK-SW
                   PERFORM L4-STAMP
                   REWRITE INV-REC
               END-IF
           END-IF.
           PERFORM L4-NEXT-NIGHT.

      * BLOCK FLAGS FOLLOW SITEBLK.DAT: ONE PASS OVER THE WHOLE
      * INVENTORY LIFTS EVERY FLAG NO BLOCK ROW COVERS ANY MORE
      * (THE OFFICE EDITED THE ROW OUT, OR SHORTENED IT), THEN
      * EVERY BLOCK ROW IS LAID DOWN NIGHT BY NIGHT. A FLAG ALREADY
      * RIGHT IS NOT REWRITTEN, SO THE UPDATE STAMP KEEPS SAYING WHO
      * FIRST SET IT.
       L3-SYNC-BLOCKS.
           PERFORM L4-LOAD-BLOCKS.
           MOVE LOW-VALUES TO INV-KEY.
           START INVFILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY
                   MOVE '23' TO WK-INV-STATUS
           END-START.
           PERFORM UNTIL WK-INV-STATUS NOT = '00'
               READ INVFILE NEXT RECORD
                   AT END
                       MOVE '10' TO WK-INV-STATUS
               END-READ
               IF WK-INV-STATUS = '00' AND INV-BLOCKED
                   PERFORM L4-CHECK-STILL-BLOCKED
               END-IF
           END-PERFORM.
           PERFORM L4-APPLY-BLOCK
               VARYING C-BLK-IDX FROM 1 BY 1
               UNTIL C-BLK-IDX > C-BLK-CTR.

       L4-CHECK-STILL-BLOCKED.
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
               MOVE 'N' TO INV-BLOCK-SW
               PERFORM L4-STAMP
               REWRITE INV-REC
           END-IF.

       L4-APPLY-BLOCK.
           SET BLK-INDEX TO C-BLK-IDX.
           MOVE BLK-TBL-CAMPGROUND(BLK-INDEX) TO WK-RANGE-CAMPGROUND.
           MOVE BLK-TBL-SITE(BLK-INDEX) TO WK-RANGE-SITE.
           MOVE BLK-TBL-START(BLK-INDEX) TO WK-NIGHT-NUM.
           MOVE BLK-TBL-END(BLK-INDEX) TO WK-RANGE-END.
           MOVE ZERO TO C-WALK-CTR.
           PERFORM L3-BLOCK-NIGHT
               UNTIL WK-NIGHT-NUM > WK-RANGE-END
                   OR C-WALK-CTR >= C-WALK-MAX.

      * A MISSING BLOCK FILE LOADS ZERO BLOCKS - NOTHING IS OUT OF
      * SERVICE, AND EVERY FLAG LEFT ON THE INVENTORY IS LIFTED.
       L4-LOAD-BLOCKS.
           MOVE ZERO TO C-BLK-CTR.
           OPEN INPUT BLOCKFILE.
           IF WK-BLOCK-STATUS = '00'
               PERFORM UNTIL WK-BLOCK-STATUS NOT = '00'
                   READ BLOCKFILE
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
               CLOSE BLOCKFILE.

       L4-READ-NIGHT.
           MOVE WK-RANGE-CAMPGROUND TO INV-CAMPGROUND.
           MOVE WK-RANGE-SITE TO INV-SITE.
           MOVE WK-NIGHT-NUM TO INV-NIGHT.
           READ INVFILE
               INVALID KEY
                   MOVE 'N' TO FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO FOUND-SW
           END-READ.

       L4-NEW-NIGHT.
           MOVE SPACES TO INV-REC.
           MOVE WK-RANGE-CAMPGROUND TO INV-CAMPGROUND.
           MOVE WK-RANGE-SITE TO INV-SITE.
           MOVE WK-NIGHT-NUM TO INV-NIGHT.
           MOVE 'N' TO INV-BLOCK-SW.
           PERFORM L4-STAMP.

       L4-STAMP.
           MOVE CUR-DATE-NUM TO INV-UPD-DATE.
           MOVE SINV-PROGRAM TO INV-UPD-PROGRAM.

       L4-NEXT-NIGHT.
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
