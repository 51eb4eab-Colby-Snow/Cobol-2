      * FULFILLMENT RUN WORKS THE FILE FRONT TO BACK). THE
      * CURRENT-POSITION SNAPSHOT IS REWRITTEN WITHOUT THE CLOSED
      * BOOKINGS SO EVERY READER SEES THE CANCELLATIONS AT ONCE,
      * THE CLOSED BOOKINGS' NIGHTS GO BACK TO THE SITE-NIGHT
      * INVENTORY (SITEINV.DAT, THROUGH SINV001), WHICH ALSO ANSWERS
      * THE TRANSFER SEARCH, AND EVERY SITE AT THE CLOSED CAMPGROUND
      * GETS AN OUT-OF-SERVICE BLOCK ON SITEBLK.DAT AND IN THE
      * INVENTORY FOR THE CLOSURE RANGE -
      * OTHERWISE THE NEXT EDIT RUN WOULD BOOK NEW GUESTS INTO THE
      * FLOOD, AND THE WAITLIST RUN WOULD OFFER THE DISPLACED
      * GUESTS THEIR OWN CLOSED SITES BACK. A TRANSFER THAT WOULD
      * BREAK A MINIMUM-STAY OR ARRIVAL-DAY RULE AT THE OTHER
      * CAMPGROUND (STAYRULE.DAT) IS NOT OFFERED.
      * NOTE A GROUP BOOKING CANCELS WHOLE - MEMBER SITES AT OTHER
      * CAMPGROUNDS GO WITH IT, THE SAME AS A 'C' ON THE MASTER.
      * EACH CLOSURE CANCELLATION, AND THE TRANSFER OFFERED OR THE
      * WAITLISTING THAT FOLLOWS IT, GOES ON THE CHANGE JOURNAL
      * (CHGJ001) UNDER A BLANK OPERATOR, SINCE NOBODY KEYED IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\SITEBLK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
      * THE MINIMUM-STAY / ARRIVAL-DAY RULES COBCMSCP01 EDITS A
      * BOOKING AGAINST.
           SELECT STAYRULEFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\STAYRULE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-STAYRULE-STATUS.
           SELECT GUESTMST
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\GUESTMST.DAT"

       FD CURRPOSIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.

       FD CURRPOSOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS POSOUT-REC.

       01 POSOUT-REC           PIC X(228).

       FD CAMPREL
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS REL-REC.

       01 REL-REC              PIC X(228).

       FD RATEFILE
           LABEL RECORD IS OMITTED
           05 BLKOUT-END           PIC 9(8).
           05 BLKOUT-REASON        PIC X(20).

       FD STAYRULEFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS STAYRULE-REC.

       COPY 'STAYRULE.CPY'.

       FD GUESTMST
           LABEL RECORD IS OMITTED
           DATA RECORD IS GST-REC.
           05 WOUT-AMT              PIC S9(5)V99.
           05 WOUT-REQ-DATE         PIC X(8).
           05 WOUT-STATUS-SW        PIC X.
           05 WOUT-SITE-TYPE        PIC X.
           05 WOUT-OCCUPANTS        PIC 99.

       FD CLSOUT
           LABEL RECORD IS OMITTED
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE SPACES.
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
      * CHANGE-JOURNAL INTERFACE FIELDS (SEE CHGJ001).
      * WK-CHGJ-OPERATOR STAYS BLANK - IT IS WHAT A CLOSURE IS
      * JOURNALED UNDER.
           05 WK-CHGJ-OP       PIC X      VALUE SPACE.
           05 WK-CHGJ-OPERATOR PIC X(8)   VALUE SPACES.
           05 WK-CHGJ-CONFIRM  PIC X(18)  VALUE SPACES.
           05 WK-CHGJ-GUEST    PIC 9(6)   VALUE ZERO.
           05 WK-CHGJ-ACTION   PIC X(30)  VALUE SPACES.
           05 WK-CHGJ-RESP     PIC X      VALUE SPACE.
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-PARM-STATUS   PIC XX      VALUE SPACES.
           05 WK-CURRPOS-STATUS PIC XX     VALUE SPACES.
           05 AFF-FULL-SW      PIC X       VALUE 'N'.
           05 POS-FULL-SW      PIC X       VALUE 'N'.
           05 WK-SITE-TYPE     PIC X       VALUE SPACE.
           05 WK-STAYRULE-STATUS PIC XX    VALUE SPACES.
           05 C-RULE-CTR       PIC 9(3)    VALUE ZERO.
           05 RULE-BROKEN-SW   PIC X       VALUE 'N'.
      * NIGHTS IN THE DISPLACED STAY, COUNTED NO HIGHER THAN 99 - A
      * LONGER STAY MEETS ANY MINIMUM.
           05 C-RULE-NIGHTS    PIC 99      VALUE ZERO.
           05 C-LEFT-OVER      PIC 9       VALUE ZERO.
           05 C-DOW            PIC 9       VALUE ZERO.
           05 C-ZYEAR          PIC 9(4)    VALUE ZERO.
           05 C-ZMONTH         PIC 99      VALUE ZERO.
           05 C-ZCENT          PIC 99      VALUE ZERO.
           05 C-ZYY            PIC 99      VALUE ZERO.
           05 C-ZM1            PIC 9(3)    VALUE ZERO.
           05 C-ZM2            PIC 99      VALUE ZERO.
           05 C-ZY4            PIC 99      VALUE ZERO.
           05 C-ZC4            PIC 99      VALUE ZERO.
           05 C-ZTEMP          PIC 9(4)    VALUE ZERO.
           05 C-ZQUOT          PIC 9(3)    VALUE ZERO.
           05 WK-NIGHT.
               10 WK-NIGHT-YYYY PIC 9(4).
               10 WK-NIGHT-MM  PIC 99.
                   88 WK-NIGHT-30-MM VALUE 4, 6, 9, 11.
               10 WK-NIGHT-DD  PIC 99.
           05 WK-NIGHT-NUM REDEFINES WK-NIGHT PIC 9(8).
           05 WK-PHONE         PIC X(12)   VALUE SPACES.
           05 C-POSOUT-CTR     PIC 9(4)    VALUE ZERO.
           05 C-BLOCKED-CTR    PIC 9(3)    VALUE ZERO.
      * WHOSE CONFIRMATION NUMBER THE CLOSURE CANCELLED.
       01 POSITION-TABLE.
           05 POS-ENTRY OCCURS 3000 TIMES INDEXED BY POS-INDEX.
               10 PS-ROW           PIC X(228).
               10 PS-CONFIRM-NUM   PIC X(18).
               10 PS-CAMPGROUND    PIC X(25).
               10 PS-SITE          PIC X(3).
               10 SL-SITE          PIC X(3).
               10 SL-SITE-TYPE     PIC X.

      * STAY RULES FROM STAYRULE.DAT - A MISSING OR EMPTY FILE MEANS
      * NO STAY IS RESTRICTED.
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

       01 BLOCK-TABLE.
           05 BLK-ENTRY OCCURS 200 TIMES INDEXED BY BLK-INDEX.
               10 BLK-TBL-CAMPGROUND PIC X(25).
      * THE EXISTING WAITLIST, HELD SO THE DISPLACED GUESTS CAN BE
      * WRITTEN AHEAD OF IT.
       01 WAIT-TABLE.
           05 WAIT-ENTRY       PIC X(105) OCCURS 500 TIMES
               INDEXED BY WAIT-INDEX.

      * THE DISPLACED GUESTS WHO COULD NOT BE PLACED - WRITTEN TO
      * THE FRONT OF THE REWRITTEN WAITLIST.
       01 DWAIT-TABLE.
           05 DWAIT-ENTRY      PIC X(105) OCCURS 500 TIMES
               INDEXED BY DWAIT-INDEX.

       01 CURRENT-DATE-AND-TIME.
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM L3-READ-PARMS.
           PERFORM L3-OPEN-INVENTORY.
           PERFORM L3-RUN-CONTROL-START.
           MOVE WK-RUNCTL-RUN-ID TO O-RUN-ID.
           OPEN OUTPUT CLSOUT.
           PERFORM L3-HEADINGS.
           PERFORM L3-LOAD-POSITION.
           PERFORM L3-LOAD-SITES.
           PERFORM L3-LOAD-STAYRULES.
           PERFORM L3-LOAD-BLOCKS.
           PERFORM L3-LOAD-GUESTS.
           PERFORM L3-LOAD-WAITLIST.

      * ONE DISPLACED BOOKING AT A TIME: THE MARKER ROW GOES ON THE
      * JOURNAL, THEN THE OTHER CAMPGROUNDS ARE SEARCHED FOR A FREE
      * SITE OF THE SAME TYPE OVER THE SAME DATES. EVERY CLOSED ROW
      * (GROUP MEMBERS AT OTHER CAMPGROUNDS INCLUDED) HANDS ITS
      * NIGHTS BACK TO THE INVENTORY FIRST.
       L2-PROCESS-AFFECTED.
           IF C-AFF-CTR NOT = 0
               PERFORM L3-RELEASE-CLOSED-ROW
                   VARYING C-POS-IDX FROM 1 BY 1
                   UNTIL C-POS-IDX > C-POS-CTR
               OPEN EXTEND CAMPREL
               PERFORM L3-CLOSE-ONE-BOOKING
                   VARYING C-AFF-IDX FROM 1 BY 1
                   AFTER ADVANCING 1 LINE
           END-IF.

       L3-RELEASE-CLOSED-ROW.
           SET POS-INDEX TO C-POS-IDX.
           IF PS-CLOSED-SW(POS-INDEX) = 'Y'
               MOVE 'R' TO WK-SINV-OP
               MOVE PS-CAMPGROUND(POS-INDEX) TO WK-SINV-CAMPGROUND
               MOVE PS-SITE(POS-INDEX) TO WK-SINV-SITE
               MOVE PS-START-NUM(POS-INDEX) TO WK-SINV-START
               MOVE PS-END-NUM(POS-INDEX) TO WK-SINV-END
               MOVE PS-CONFIRM-NUM(POS-INDEX) TO WK-SINV-CONFIRM
               PERFORM L4-CALL-SINV
           END-IF.

       L3-CLOSE-ONE-BOOKING.
           SET AFF-INDEX TO C-AFF-IDX.
           PERFORM L4-WRITE-CANCEL-MARKER.
           MOVE 'CLOSURE - BOOKING CANCELLED' TO WK-CHGJ-ACTION.
           PERFORM L4-JOURNAL-CLOSURE.
           PERFORM L4-FIND-TRANSFER.

      * ONE CHANGE-JOURNAL ROW FOR THE BOOKING BEING CLOSED, CARRYING
      * WHATEVER WK-CHGJ-ACTION THE CALLER SET.
       L4-JOURNAL-CLOSURE.
           MOVE AF-CONFIRM-NUM(AFF-INDEX) TO WK-CHGJ-CONFIRM.
           IF AF-GUEST-NUM(AFF-INDEX) NUMERIC
               MOVE AF-GUEST-NUM(AFF-INDEX) TO WK-CHGJ-GUEST
           ELSE
               MOVE ZERO TO WK-CHGJ-GUEST
           END-IF.
           MOVE 'W' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, WK-CHGJ-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.

      * THE MARKER IS BUILT IN THE CURRPOSIN RECORD AREA (WHOSE FILE
      * IS CLOSED BY NOW) SO THE FIELD LAYOUT COMES FROM VAL.CPY -
      * SAME SHAPE L4-CANCEL-WRITE-CAMPRES GIVES IT, ZERO RETENTION
           MOVE SPACE TO O-STAY-UNIT.
           MOVE SPACES TO O-PROMO-CODE.
           MOVE ZERO TO O-DISC-AMT.
           MOVE ZERO TO O-PARTY-SIZE.
           MOVE SPACES TO O-AGENT-CODE.
           WRITE REL-REC FROM VAL-REC.

      * THE GUEST'S ORIGINAL SITE TYPE, THEN EVERY SITE OF THAT TYPE
      * AT THE OTHER CAMPGROUNDS - FIRST ONE FREE OF BOOKINGS,
      * BLOCKS, AND EARLIER OFFERS, AND WHOSE CAMPGROUND'S STAY
      * RULES THE GUEST'S DATES DO NOT BREAK, WINS.
       L4-FIND-TRANSFER.
           MOVE SPACE TO WK-SITE-TYPE.
           PERFORM VARYING SITE-INDEX FROM 1 BY 1
                   MOVE SL-SITE-TYPE(SITE-INDEX) TO WK-SITE-TYPE
               END-IF
           END-PERFORM.
           PERFORM L5-STAY-RULE-SETUP.
           MOVE 'N' TO PLACED-SW.
           PERFORM VARYING SITE-INDEX FROM 1 BY 1
               UNTIL SITE-INDEX > C-SITE-CTR
                       AF-CAMPGROUND(AFF-INDEX)
                   AND SL-SITE-TYPE(SITE-INDEX) = WK-SITE-TYPE
                   PERFORM L5-CHECK-SITE-FREE
                   IF FREE-SW = 'Y'
                       PERFORM L5-CHECK-STAY-RULES
                   END-IF
                   IF FREE-SW = 'Y'
                       MOVE 'Y' TO PLACED-SW
                       PERFORM L5-OFFER-TRANSFER
           IF PLACED-SW NOT = 'Y'
               PERFORM L5-WAITLIST-DISPLACED.

      * NIGHTS AND ARRIVAL DAY OF THE WEEK FOR THE DISPLACED STAY,
      * WORKED OUT ONCE BEFORE THE SEARCH.
       L5-STAY-RULE-SETUP.
           MOVE ZERO TO C-RULE-NIGHTS.
           MOVE AF-START-NUM(AFF-INDEX) TO WK-NIGHT-NUM.
           PERFORM L5-COUNT-ONE-NIGHT
               UNTIL WK-NIGHT-NUM >= AF-END-NUM(AFF-INDEX)
                   OR C-RULE-NIGHTS = 99.
           MOVE AF-START-NUM(AFF-INDEX) TO WK-NIGHT-NUM.
           PERFORM L5-DAY-OF-WEEK.

       L5-COUNT-ONE-NIGHT.
           ADD 1 TO C-RULE-NIGHTS.
           PERFORM L5-NEXT-NIGHT.

      * SAME TEST L4-STAY-RULE-CHECK IN COBCMSCP01 APPLIES - A STAY
      * SHORTER THAN A RULE'S MINIMUM TOUCHING ANY NIGHT OF ITS
      * RANGE, OR AN ARRIVAL ON A CLOSED DAY WITH THE ARRIVAL IN ITS
      * RANGE - AGAINST THE CANDIDATE SITE'S CAMPGROUND AND TYPE.
       L5-CHECK-STAY-RULES.
           MOVE 'N' TO RULE-BROKEN-SW.
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX > C-RULE-CTR
                   OR RULE-BROKEN-SW = 'Y'
               IF SL-CAMPGROUND(SITE-INDEX) = RL-CAMPGROUND(RULE-INDEX)
                   AND (RL-SITE-TYPE(RULE-INDEX) = SPACE
                       OR RL-SITE-TYPE(RULE-INDEX) = WK-SITE-TYPE)
                   IF C-RULE-NIGHTS < RL-MIN-NIGHTS(RULE-INDEX)
                       AND AF-START-NUM(AFF-INDEX) <=
                           RL-EFF-END(RULE-INDEX)
                       AND AF-END-NUM(AFF-INDEX) >
                           RL-EFF-START(RULE-INDEX)
                       MOVE 'Y' TO RULE-BROKEN-SW
                   END-IF
                   IF AF-START-NUM(AFF-INDEX) >=
                           RL-EFF-START(RULE-INDEX)
                       AND AF-START-NUM(AFF-INDEX) <=
                           RL-EFF-END(RULE-INDEX)
                       AND RL-NO-ARRIVE(RULE-INDEX, C-DOW + 1) = 'X'
                       MOVE 'Y' TO RULE-BROKEN-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF RULE-BROKEN-SW = 'Y'
               MOVE 'N' TO FREE-SW.

      * ZELLER'S CONGRUENCE - 0 = SATURDAY, 1 = SUNDAY, ...,
      * 6 = FRIDAY - SAME AS L4-DAY-OF-WEEK IN COBCMSCP01.
       L5-DAY-OF-WEEK.
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

      * FREE MEANS THE INVENTORY HAS NO BOOKING OR BLOCK ON ANY NIGHT
      * OF THE GUEST'S DATES AND NO EARLIER OFFER THIS RUN HOLDS THE
      * SITE.
       L5-CHECK-SITE-FREE.
           MOVE 'Q' TO WK-SINV-OP.
           MOVE SL-CAMPGROUND(SITE-INDEX) TO WK-SINV-CAMPGROUND.
           MOVE SL-SITE(SITE-INDEX) TO WK-SINV-SITE.
           MOVE AF-START-NUM(AFF-INDEX) TO WK-SINV-START.
           MOVE AF-END-NUM(AFF-INDEX) TO WK-SINV-END.
           MOVE SPACES TO WK-SINV-CONFIRM.
           PERFORM L4-CALL-SINV.
           IF WK-SINV-RESP = 'F'
               MOVE 'Y' TO FREE-SW
           ELSE
               MOVE 'N' TO FREE-SW
           END-IF.
           PERFORM VARYING POS-INDEX FROM 1 BY 1
               UNTIL POS-INDEX > C-POS-CTR
               IF PS-CLOSED-SW(POS-INDEX) = 'H'
                   AND PS-CAMPGROUND(POS-INDEX) =
                       SL-CAMPGROUND(SITE-INDEX)
                   AND PS-SITE(POS-INDEX) = SL-SITE(SITE-INDEX)
                   MOVE 'N' TO FREE-SW
               END-IF
           END-PERFORM.

      * THE OFFER HOLDS ITS SITE BY TAKING A SYNTHETIC ENTRY IN THE
      * POSITION TABLE FOR THE GUEST'S DATES - THE NEXT DISPLACED
               INTO O-C-MSG.
           WRITE CLSLINE FROM CLS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WK-CHGJ-ACTION.
           STRING 'OFFERED ' DELIMITED BY SIZE
               SL-SITE(SITE-INDEX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SL-CAMPGROUND(SITE-INDEX) DELIMITED BY SIZE
               INTO WK-CHGJ-ACTION.
           PERFORM L4-JOURNAL-CLOSURE.
           IF C-POS-CTR < 3000
               ADD 1 TO C-POS-CTR
               SET POS-INDEX TO C-POS-CTR
               MOVE AF-END-NUM(AFF-INDEX) TO PS-END-NUM(POS-INDEX)
               MOVE SPACE TO PS-CANCEL-SW(POS-INDEX)
      * 'H' = HOLD: THE FREE-SITE SEARCH TREATS IT AS OCCUPIED, BUT
      * THE SNAPSHOT REWRITE LEAVES IT OUT AND IT NEVER REACHES THE
      * INVENTORY - IT IS A CALL-LIST RESERVATION, NOT A BOOKING.
               MOVE 'H' TO PS-CLOSED-SW(POS-INDEX)
           END-IF.

           MOVE 'NO EQUIVALENT SITE - ON WAITLIST' TO O-C-MSG.
           WRITE CLSLINE FROM CLS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CLOSURE - WAITLISTED' TO WK-CHGJ-ACTION.
           PERFORM L4-JOURNAL-CLOSURE.
           IF C-DWAIT-CTR < 500
               ADD 1 TO C-DWAIT-CTR
               MOVE AF-CAMPGROUND(AFF-INDEX) TO WL-CAMPGROUND
               MOVE AF-AMT(AFF-INDEX) TO WL-AMT
               MOVE CUR-DATE-NUM TO WL-REQ-DATE
               MOVE 'A' TO WL-STATUS-SW
               MOVE WK-SITE-TYPE TO WL-SITE-TYPE
               MOVE ZERO TO WL-OCCUPANTS
               SET DWAIT-INDEX TO C-DWAIT-CTR
               MOVE WAITLIST-REC TO DWAIT-ENTRY(DWAIT-INDEX)
           END-IF.
                   MOVE 'EMERGENCY CLOSURE' TO BLKOUT-REASON
                   WRITE BLKOUT-REC
                   ADD 1 TO C-BLOCKED-CTR
                   MOVE 'K' TO WK-SINV-OP
                   MOVE BLKOUT-CAMPGROUND TO WK-SINV-CAMPGROUND
                   MOVE BLKOUT-SITE TO WK-SINV-SITE
                   MOVE BLKOUT-START TO WK-SINV-START
                   MOVE BLKOUT-END TO WK-SINV-END
                   MOVE SPACES TO WK-SINV-CONFIRM
                   PERFORM L4-CALL-SINV
               END-IF
           END-IF.

               STOP RUN
           END-IF.

      * THE INVENTORY OPEN ALSO BRINGS ITS BLOCK FLAGS INTO LINE WITH
      * SITEBLK.DAT. A MISSING INVENTORY STOPS THE RUN BEFORE ANY
      * BOOKING IS CLOSED - THE TRANSFER SEARCH WOULD SEE EVERY SITE
      * AS OPEN.
       L3-OPEN-INVENTORY.
           MOVE 'O' TO WK-SINV-OP.
           PERFORM L4-CALL-SINV.
           IF WK-SINV-RESP NOT = 'G'
               DISPLAY 'COBCMSCP26 SITE INVENTORY (SITEINV.DAT) '
                   'MISSING - RUN COBCMSCP34 FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       L4-CALL-SINV.
           CALL 'SINV001' USING WK-SINV-OP, WK-RUNCTL-PROGRAM,
               WK-SINV-CAMPGROUND, WK-SINV-SITE, WK-SINV-START,
               WK-SINV-END, WK-SINV-CONFIRM, WK-SINV-RESP.

       L3-LOAD-POSITION.
           OPEN INPUT CURRPOSIN.
           IF WK-CURRPOS-STATUS NOT = '00'
               END-PERFORM
               CLOSE BLOCKFILE.

      * A MISSING RULE FILE LOADS ZERO RULES - ANY FREE SITE OF THE
      * RIGHT TYPE IS OFFERED, THE PRE-RULE BEHAVIOR.
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

       L3-LOAD-GUESTS.
           OPEN INPUT GUESTMST.
           IF WK-GUEST-STATUS = '00'
           WRITE CLSLINE FROM CLS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE CLSOUT.
           MOVE 'C' TO WK-SINV-OP.
           PERFORM L4-CALL-SINV.
           MOVE 'C' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, WK-CHGJ-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           MOVE 'E' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
