
      * SITE AVAILABILITY CALENDAR - COMBINES THE AUTHORITATIVE SITE
      * LIST IN RATES.DAT (TYPE AND CAPACITY INCLUDED) WITH THE
      * SITE-NIGHT INVENTORY (SITEINV.DAT, THROUGH SINV001) AND
      * PRINTS, PER CAMPGROUND, A SITE-BY-DAY GRID FOR THE NEXT FOUR
      * WEEKS - 'X' BOOKED, 'B' BLOCKED, '.' OPEN - SO THE PHONE
      * STAFF CAN SEE AT A GLANCE WHAT ELSE TO OFFER WHEN A REQUESTED
      * SITE IS TAKEN. A DAY IS
      * SHOWN BOOKED THROUGH THE DEPARTURE DATE, MATCHING WHAT
      * L4-OVERLAP-CHECK IN COBCMSCP01 WOULD ACTUALLY REFUSE. RUN
      * NIGHTLY AFTER COBCMSCP01 AND ON DEMAND.
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\RATES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RATEFILE-STATUS.
           SELECT CALOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP13\SITECAL.PRT"
           05 RATE-WKND-AMT         PIC 99.
           05 RATE-MONTH-AMT        PIC 9(4).

       FD CALOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
       01 WORKSPACE.
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-RATEFILE-STATUS PIC XX    VALUE SPACES.
           05 C-SITE-CTR       PIC 9(3)    VALUE ZERO.
           05 C-SITE-IDX       PIC 9(3)    VALUE ZERO.
           05 C-DAY-IDX        PIC 99      VALUE ZERO.
           05 SITE-KNOWN-SW    PIC X       VALUE 'N'.
      * SITE-NIGHT INVENTORY REQUEST AND ANSWER (SEE SINV001).
           05 WK-SINV-OP       PIC X       VALUE SPACE.
           05 WK-SINV-PROGRAM  PIC X(10)   VALUE 'COBCMSCP13'.
           05 WK-SINV-CAMPGROUND PIC X(25) VALUE SPACES.
           05 WK-SINV-SITE     PIC X(3)    VALUE SPACES.
           05 WK-SINV-START    PIC 9(8)    VALUE ZERO.
           05 WK-SINV-END      PIC 9(8)    VALUE ZERO.
           05 WK-SINV-CONFIRM  PIC X(18)   VALUE SPACES.
           05 WK-SINV-RESP     PIC X       VALUE SPACE.
           05 C-LEFT-OVER      PIC 9       VALUE ZERO.
           05 WK-PREV-CAMPGROUND PIC X(25) VALUE SPACES.
           05 WK-NIGHT.
               10 SL-CAPACITY      PIC 99.
               10 SL-SITE-TYPE     PIC X.

       01 CURRENT-DATE-AND-TIME.
         05 CUR-DATE.
           10 CUR-YY PIC 9(4).
           MOVE CUR-DD TO O-CUR-DD.
           PERFORM L3-BUILD-DAY-TABLE.
           PERFORM L3-LOAD-SITES.
           PERFORM L3-OPEN-INVENTORY.
           OPEN OUTPUT CALOUT.
           PERFORM L3-HEADINGS.


       L3-BUILD-GRID-CELLS.
           SET DAY-INDEX TO C-DAY-IDX.
           MOVE 'Q' TO WK-SINV-OP.
           MOVE SL-CAMPGROUND(SITE-INDEX) TO WK-SINV-CAMPGROUND.
           MOVE SL-SITE(SITE-INDEX) TO WK-SINV-SITE.
           MOVE DT-DATE-NUM(DAY-INDEX) TO WK-SINV-START.
           MOVE DT-DATE-NUM(DAY-INDEX) TO WK-SINV-END.
           MOVE SPACES TO WK-SINV-CONFIRM.
           PERFORM L4-CALL-SINV.
      * A BLOCKED DAY SHOWS 'B' EVEN IF A BOOKING ALSO COVERS IT -
      * THE SITE CANNOT BE OFFERED EITHER WAY, AND THE STAFF NEEDS
      * TO KNOW WHICH GUESTS TO RELOCATE.
           EVALUATE WK-SINV-RESP
               WHEN 'K'
               WHEN 'X'
                   MOVE 'B' TO O-C-CELL(C-DAY-IDX)
               WHEN 'B'
                   MOVE 'X' TO O-C-CELL(C-DAY-IDX)
               WHEN OTHER
                   MOVE '.' TO O-C-CELL(C-DAY-IDX)
           END-EVALUATE.

       L4-CALL-SINV.
           CALL 'SINV001' USING WK-SINV-OP, WK-SINV-PROGRAM,
               WK-SINV-CAMPGROUND, WK-SINV-SITE, WK-SINV-START,
               WK-SINV-END, WK-SINV-CONFIRM, WK-SINV-RESP.

       L3-CAMPGROUND-HEADING.
           WRITE CALLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
               ADD 1 TO WK-NIGHT-YYYY
               MOVE 1 TO WK-NIGHT-MM.

      * EVERY PHYSICAL SITE ONCE, IN RATES.DAT ORDER - SEASONAL RATE
      * ROWS FOR A SITE ALREADY LISTED ARE FOLDED IN.
       L3-LOAD-SITES.
               MOVE RATE-SITE-TYPE TO SL-SITE-TYPE(SITE-INDEX)
           END-IF.

      * THE INVENTORY OPEN ALSO BRINGS ITS BLOCK FLAGS INTO LINE WITH
      * SITEBLK.DAT. WITHOUT AN INVENTORY THE GRID WOULD SHOW EVERY
      * SITE OPEN, SO THE RUN STOPS INSTEAD.
       L3-OPEN-INVENTORY.
           MOVE 'O' TO WK-SINV-OP.
           PERFORM L4-CALL-SINV.
           IF WK-SINV-RESP NOT = 'G'
               DISPLAY 'COBCMSCP13 SITE INVENTORY (SITEINV.DAT) '
                   'MISSING - RUN COBCMSCP34 FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       L3-HEADINGS.

       L2-CLOSING.
           CLOSE CALOUT.
           MOVE 'C' TO WK-SINV-OP.
           PERFORM L4-CALL-SINV.
