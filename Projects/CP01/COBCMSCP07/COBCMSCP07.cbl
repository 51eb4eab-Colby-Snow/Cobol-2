
      * NIGHTLY WAITLIST FULFILLMENT - READS THE REQUESTS COBCMSCP01
      * PUT ON WAITLIST.DAT, CHECKS EACH ONE'S CAMPGROUND/SITE/DATE
      * RANGE AGAINST THE SITE-NIGHT INVENTORY (SITEINV.DAT, THROUGH
      * SINV001 - A CANCELLATION SINCE THE REQUEST WAS WAITLISTED MAY
      * HAVE FREED THE SITE), AND PRINTS A PRIORITIZED OFFER REPORT
      * FOR THE PHONE STAFF - OLDEST REQUEST FIRST. REQUESTS WHOSE
      * ARRIVAL DATE HAS ALREADY PASSED ARE PURGED, AND A REQUEST
      * THAT GETS AN OFFER IS FLAGGED FULFILLED SO THE SAME GUEST IS
      * NOT CALLED TWICE.
      * AN OPENING THAT WOULD BREAK A MINIMUM-STAY OR ARRIVAL-DAY
      * RULE (STAYRULE.DAT) IS NOT OFFERED - THE REQUEST KEEPS
      * WAITING AND IS COUNTED SEPARATELY ON THE TOTALS LINE. AN
      * "ANY SITE" REQUEST (BLANK SITE) IS OFFERED WHICHEVER FREE
      * SITE OF ITS TYPE AND SIZE AT THE CAMPGROUND LEAVES THE
      * FEWEST UNSELLABLE NIGHTS - THE SAME RULE COBCMSCP01 USES TO
      * ASSIGN ONE - AND EVERY OFFER HOLDS ITS SITE FOR THE REST OF
      * THE RUN SO TWO GUESTS ARE NOT CALLED ABOUT THE SAME OPENING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\WAITLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
      * SITE TYPES FOR THE STAY RULES THAT NAME ONE, AND THE RULES
      * THEMSELVES - THE SAME ONES COBCMSCP01 EDITS A BOOKING AGAINST.
           SELECT RATEFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\RATES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RATEFILE-STATUS.
           SELECT STAYRULEFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\STAYRULE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-STAYRULE-STATUS.
           SELECT OFFEROUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP07\WAITOFF.PRT"
      * VERBATIM INSTEAD OF ABENDING THE REWRITE.
           05 WOUT-REQ-DATE         PIC X(8).
           05 WOUT-STATUS-SW        PIC X.
           05 WOUT-SITE-TYPE        PIC X.
           05 WOUT-OCCUPANTS        PIC 99.

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

       FD STAYRULEFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS STAYRULE-REC.

       COPY 'STAYRULE.CPY'.

       FD OFFEROUT
           LABEL RECORD IS OMITTED
       01 WORKSPACE.
           05 MORE-RECS        PIC XXX     VALUE "YES".
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 C-HOLD-CTR       PIC 9(3)    VALUE ZERO.
           05 C-WAIT-CTR       PIC 9(3)    VALUE ZERO.
           05 C-WAIT-IDX       PIC 9(3)    VALUE ZERO.
           05 C-OFFER-CTR      PIC 9(3)    VALUE ZERO.
      * STILL REPORTS OFFERS FOR THE FIRST 500.
           05 TABLE-FULL-SW    PIC X       VALUE 'N'.
           05 WK-WAITIN-STATUS PIC XX      VALUE SPACES.
      * SITE-NIGHT INVENTORY REQUEST AND ANSWER (SEE SINV001).
           05 WK-SINV-OP       PIC X       VALUE SPACE.
           05 WK-SINV-PROGRAM  PIC X(10)   VALUE 'COBCMSCP07'.
           05 WK-SINV-CAMPGROUND PIC X(25) VALUE SPACES.
           05 WK-SINV-SITE     PIC X(3)    VALUE SPACES.
           05 WK-SINV-START    PIC 9(8)    VALUE ZERO.
           05 WK-SINV-END      PIC 9(8)    VALUE ZERO.
           05 WK-SINV-CONFIRM  PIC X(18)   VALUE SPACES.
           05 WK-SINV-RESP     PIC X       VALUE SPACE.
           05 WK-RATEFILE-STATUS PIC XX    VALUE SPACES.
           05 WK-STAYRULE-STATUS PIC XX    VALUE SPACES.
           05 C-SITE-CTR       PIC 9(3)    VALUE ZERO.
           05 SITE-KNOWN-SW    PIC X       VALUE 'N'.
           05 C-RULE-CTR       PIC 9(3)    VALUE ZERO.
           05 C-RULE-HELD-CTR  PIC 9(3)    VALUE ZERO.
           05 RULE-BROKEN-SW   PIC X       VALUE 'N'.
           05 WK-RULE-SITE-TYPE PIC X      VALUE SPACE.
      * NIGHTS IN THE REQUESTED STAY, COUNTED NO HIGHER THAN 99 - A
      * LONGER STAY MEETS ANY MINIMUM.
           05 C-RULE-NIGHTS    PIC 99      VALUE ZERO.
      * THE SITE AN OFFER IS FOR - THE REQUEST'S OWN SITE, OR THE ONE
      * L3-FIND-ANY-SITE PICKED FOR AN "ANY SITE" REQUEST. A GAP OF
      * C-ORPHAN-MAX NIGHTS OR FEWER LEFT ON EITHER SIDE OF THE STAY
      * RARELY SELLS; THE CANDIDATE LEAVING THE FEWEST WINS, THE
      * FIRST IN RATES.DAT ORDER ON A TIE.
           05 WK-OFFER-SITE    PIC X(3)    VALUE SPACES.
           05 C-ORPHAN-MAX     PIC 9       VALUE 2.
           05 WK-CAND-SITE     PIC X(3)    VALUE SPACES.
           05 C-BEST-SCORE     PIC 99      VALUE ZERO.
           05 C-CAND-SCORE     PIC 99      VALUE ZERO.
           05 C-GAP            PIC 9       VALUE ZERO.
           05 CAND-FREE-SW     PIC X       VALUE 'N'.
           05 PROBE-BUSY-SW    PIC X       VALUE 'N'.
           05 GAP-DONE-SW      PIC X       VALUE 'N'.
           05 GAP-DIR-SW       PIC X       VALUE SPACE.
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

      * EVERY PHYSICAL SITE WITH ITS TYPE, FROM RATES.DAT.
       01 SITE-LIST.
           05 SITE-ENTRY OCCURS 200 TIMES INDEXED BY SITE-INDEX.
               10 SL-CAMPGROUND    PIC X(25).
               10 SL-SITE          PIC X(3).
               10 SL-SITE-TYPE     PIC X.
               10 SL-CAPACITY      PIC 99.

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

      * OPENINGS ALREADY OFFERED THIS RUN. AN OFFER IS ONLY A PHONE
      * CALL - NOTHING IS BOOKED UNTIL THE GUEST SAYS YES AND THE
      * OFFICE KEYS IT THROUGH COBCMSCP01 - SO THE HOLD LIVES HERE
      * AND NEVER REACHES THE INVENTORY. AT MOST ONE PER REQUEST.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 500 TIMES INDEXED BY HOLD-INDEX.
               10 HLD-CAMPGROUND    PIC X(25).
               10 HLD-SITE          PIC X(3).
               10 HLD-START-NUM     PIC 9(8).
               10 HLD-END-NUM       PIC 9(8).

      * THE WHOLE WAITLIST IS TABLED UP FRONT BECAUSE WAITLIST.DAT IS
      * REWRITTEN IN PLACE AT END OF RUN - THE INPUT MUST BE CLOSED
               10 WT-AMT            PIC S9(5)V99.
               10 WT-REQ-DATE       PIC X(8).
               10 WT-STATUS-SW      PIC X.
               10 WT-SITE-TYPE      PIC X.
               10 WT-OCCUPANTS      PIC 99.
      * 'O' = OFFER PRINTED THIS RUN, 'D' = EXPIRED AND PURGED,
      * 'W' = STILL WAITING, 'F' = FULFILLED ON A PRIOR RUN.
               10 WT-ACTION         PIC X.
           05 FILLER           PIC X(22)   VALUE
           "  PREVIOUSLY OFFERED ".
           05 O-FULFILLED-CTR  PIC ZZ9.
           05 FILLER           PIC X(20)   VALUE
           "  STAY RULE HELD ".
           05 O-RULE-HELD-CTR  PIC ZZ9.
           05 FILLER           PIC X(20)   VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.

           STOP RUN.

       L2-INIT.
           PERFORM L3-OPEN-INVENTORY.
           PERFORM L3-LOAD-SITES.
           PERFORM L3-LOAD-STAYRULES.
           PERFORM L3-LOAD-WAITLIST.
           OPEN OUTPUT OFFEROUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
                   ADD 1 TO C-FULFILLED-CTR
                   MOVE 'F' TO WT-ACTION(WAIT-INDEX)
               WHEN OTHER
                   IF WT-SITE(WAIT-INDEX) = SPACES
                       PERFORM L3-FIND-ANY-SITE
                   ELSE
                       MOVE WT-SITE(WAIT-INDEX) TO WK-OFFER-SITE
                       PERFORM L3-OVERLAP-CHECK
                   END-IF
                   IF OVERLAP-SW = 'Y'
                       ADD 1 TO C-WAITING-CTR
                       MOVE 'W' TO WT-ACTION(WAIT-INDEX)
                   ELSE
                       PERFORM L3-STAY-RULE-CHECK
                       IF RULE-BROKEN-SW = 'Y'
                           ADD 1 TO C-RULE-HELD-CTR
                           MOVE 'W' TO WT-ACTION(WAIT-INDEX)
                       ELSE
                           ADD 1 TO C-OFFER-CTR
                           MOVE 'O' TO WT-ACTION(WAIT-INDEX)
                           PERFORM L3-OFFER-OUTPUT
                           PERFORM L3-HOLD-OFFER
                       END-IF
                   END-IF
           END-EVALUATE.

      * SAME TEST L4-OVERLAP-CHECK IN COBCMSCP01 APPLIES TO AN
      * INCOMING RESERVATION - THE REQUEST RANGE IS FREE ONLY WHEN
      * THE INVENTORY HAS NO BOOKING OR BLOCK ON ANY NIGHT OF IT (A
      * BLOCKED SITE IS NOT AN OPENING) AND NO EARLIER OFFER THIS
      * RUN HOLDS IT.
       L3-OVERLAP-CHECK.
           MOVE WK-OFFER-SITE TO WK-CAND-SITE.
           MOVE WT-DATE(WAIT-INDEX) TO WK-SINV-START.
           MOVE WT-END-DATE(WAIT-INDEX) TO WK-SINV-END.
           PERFORM L4-RANGE-CHECK.
           IF CAND-FREE-SW = 'Y'
               MOVE 'N' TO OVERLAP-SW
           ELSE
               MOVE 'Y' TO OVERLAP-SW
           END-IF.

      * IS WK-CAND-SITE FREE FROM WK-SINV-START THROUGH WK-SINV-END?
      * CAND-FREE-SW SAYS.
       L4-RANGE-CHECK.
           MOVE 'Q' TO WK-SINV-OP.
           MOVE WT-CAMPGROUND(WAIT-INDEX) TO WK-SINV-CAMPGROUND.
           MOVE WK-CAND-SITE TO WK-SINV-SITE.
           MOVE SPACES TO WK-SINV-CONFIRM.
           PERFORM L4-CALL-SINV.
           IF WK-SINV-RESP = 'F'
               MOVE 'Y' TO CAND-FREE-SW
           ELSE
               MOVE 'N' TO CAND-FREE-SW
           END-IF.
           PERFORM VARYING HOLD-INDEX FROM 1 BY 1
               UNTIL HOLD-INDEX > C-HOLD-CTR
               IF WT-CAMPGROUND(WAIT-INDEX) = HLD-CAMPGROUND(HOLD-INDEX)
                   AND WK-CAND-SITE = HLD-SITE(HOLD-INDEX)
                   AND WK-SINV-START <= HLD-END-NUM(HOLD-INDEX)
                   AND WK-SINV-END >= HLD-START-NUM(HOLD-INDEX)
                   MOVE 'N' TO CAND-FREE-SW
               END-IF
           END-PERFORM.

       L4-CALL-SINV.
           CALL 'SINV001' USING WK-SINV-OP, WK-SINV-PROGRAM,
               WK-SINV-CAMPGROUND, WK-SINV-SITE, WK-SINV-START,
               WK-SINV-END, WK-SINV-CONFIRM, WK-SINV-RESP.

      * AN "ANY SITE" REQUEST IS OPEN WHEN SOME SITE AT ITS
      * CAMPGROUND OF ITS TYPE AND SIZE IS FREE OF BOOKINGS, BLOCKS,
      * AND EARLIER OFFERS OVER THE WHOLE RANGE - THE SAME CHOICE
      * COBCMSCP01 L4-ASSIGN-SITE MAKES. OVERLAP-SW COMES BACK 'Y'
      * WHEN NOTHING FITS.
       L3-FIND-ANY-SITE.
           MOVE SPACES TO WK-OFFER-SITE.
           MOVE 99 TO C-BEST-SCORE.
           PERFORM VARYING SITE-INDEX FROM 1 BY 1
               UNTIL SITE-INDEX > C-SITE-CTR
               IF SL-CAMPGROUND(SITE-INDEX) = WT-CAMPGROUND(WAIT-INDEX)
                   AND SL-SITE-TYPE(SITE-INDEX) =
                       WT-SITE-TYPE(WAIT-INDEX)
                   AND SL-CAPACITY(SITE-INDEX) >=
                       WT-OCCUPANTS(WAIT-INDEX)
                   MOVE SL-SITE(SITE-INDEX) TO WK-CAND-SITE
                   PERFORM L4-SCORE-CANDIDATE
               END-IF
           END-PERFORM.
           IF WK-OFFER-SITE = SPACES
               MOVE 'Y' TO OVERLAP-SW
           ELSE
               MOVE 'N' TO OVERLAP-SW
           END-IF.

       L4-SCORE-CANDIDATE.
           MOVE WT-DATE(WAIT-INDEX) TO WK-SINV-START.
           MOVE WT-END-DATE(WAIT-INDEX) TO WK-SINV-END.
           PERFORM L4-RANGE-CHECK.
           IF CAND-FREE-SW = 'Y'
               MOVE 'B' TO GAP-DIR-SW
               MOVE WT-DATE(WAIT-INDEX) TO WK-NIGHT-NUM
               PERFORM L4-MEASURE-GAP
               MOVE C-GAP TO C-CAND-SCORE
               MOVE 'A' TO GAP-DIR-SW
               MOVE WT-END-DATE(WAIT-INDEX) TO WK-NIGHT-NUM
               PERFORM L4-MEASURE-GAP
               ADD C-GAP TO C-CAND-SCORE
               IF C-CAND-SCORE < C-BEST-SCORE
                   MOVE C-CAND-SCORE TO C-BEST-SCORE
                   MOVE WK-CAND-SITE TO WK-OFFER-SITE
               END-IF
           END-IF.

      * FREE NIGHTS BETWEEN THE STAY AND THE NEAREST BOOKING OR
      * BLOCK ON ONE SIDE - UNSELLABLE ONLY WHEN THERE ARE
      * C-ORPHAN-MAX OR FEWER OF THEM.
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

      * ONE NIGHT IS BUSY WHEN IT IS NOT FREE - L4-RANGE-CHECK OVER
      * A ONE-NIGHT RANGE.
       L4-PROBE-NIGHT.
           MOVE WK-NIGHT-NUM TO WK-SINV-START.
           MOVE WK-NIGHT-NUM TO WK-SINV-END.
           PERFORM L4-RANGE-CHECK.
           IF CAND-FREE-SW = 'Y'
               MOVE 'N' TO PROBE-BUSY-SW
           ELSE
               MOVE 'Y' TO PROBE-BUSY-SW
           END-IF.

      * THE OFFER TAKES A HOLD ENTRY FOR ITS SITE AND DATES, THE WAY
      * COBCMSCP26 HOLDS A TRANSFER OFFER - A LATER REQUEST IN THIS
      * RUN SEES THE OPENING AS TAKEN.
       L3-HOLD-OFFER.
           IF C-HOLD-CTR < 500
               ADD 1 TO C-HOLD-CTR
               SET HOLD-INDEX TO C-HOLD-CTR
               MOVE WT-CAMPGROUND(WAIT-INDEX) TO
                   HLD-CAMPGROUND(HOLD-INDEX)
               MOVE WK-OFFER-SITE TO HLD-SITE(HOLD-INDEX)
               MOVE WT-DATE(WAIT-INDEX) TO HLD-START-NUM(HOLD-INDEX)
               MOVE WT-END-DATE(WAIT-INDEX) TO HLD-END-NUM(HOLD-INDEX)
           END-IF.

      * SAME TEST L4-STAY-RULE-CHECK IN COBCMSCP01 APPLIES TO AN
      * INCOMING RESERVATION - A STAY SHORTER THAN A RULE'S MINIMUM
      * TOUCHING ANY NIGHT OF ITS RANGE, OR AN ARRIVAL ON A CLOSED
      * DAY WITH THE ARRIVAL IN ITS RANGE. AN OPENING THE OFFICE
      * COULD NOT BOOK IS NOT WORTH A CALL.
       L3-STAY-RULE-CHECK.
           MOVE 'N' TO RULE-BROKEN-SW.
           MOVE SPACE TO WK-RULE-SITE-TYPE.
           PERFORM VARYING SITE-INDEX FROM 1 BY 1
               UNTIL SITE-INDEX > C-SITE-CTR
               IF SL-CAMPGROUND(SITE-INDEX) = WT-CAMPGROUND(WAIT-INDEX)
                   AND SL-SITE(SITE-INDEX) = WT-SITE(WAIT-INDEX)
                   MOVE SL-SITE-TYPE(SITE-INDEX) TO WK-RULE-SITE-TYPE
               END-IF
           END-PERFORM.
           IF WK-RULE-SITE-TYPE = SPACE
               MOVE WT-SITE-TYPE(WAIT-INDEX) TO WK-RULE-SITE-TYPE.
           MOVE ZERO TO C-RULE-NIGHTS.
           MOVE WT-DATE(WAIT-INDEX) TO WK-NIGHT-NUM.
           PERFORM L4-COUNT-ONE-NIGHT
               UNTIL WK-NIGHT-NUM >= WT-END-DATE(WAIT-INDEX)
                   OR C-RULE-NIGHTS = 99.
           MOVE WT-DATE(WAIT-INDEX) TO WK-NIGHT-NUM.
           PERFORM L4-DAY-OF-WEEK.
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX > C-RULE-CTR
                   OR RULE-BROKEN-SW = 'Y'
               IF WT-CAMPGROUND(WAIT-INDEX) = RL-CAMPGROUND(RULE-INDEX)
                   AND (RL-SITE-TYPE(RULE-INDEX) = SPACE
                       OR RL-SITE-TYPE(RULE-INDEX) = WK-RULE-SITE-TYPE)
                   IF C-RULE-NIGHTS < RL-MIN-NIGHTS(RULE-INDEX)
                       AND WT-DATE(WAIT-INDEX) <= RL-EFF-END(RULE-INDEX)
                       AND WT-END-DATE(WAIT-INDEX) >
                           RL-EFF-START(RULE-INDEX)
                       MOVE 'Y' TO RULE-BROKEN-SW
                   END-IF
                   IF WT-DATE(WAIT-INDEX) >= RL-EFF-START(RULE-INDEX)
                       AND WT-DATE(WAIT-INDEX) <= RL-EFF-END(RULE-INDEX)
                       AND RL-NO-ARRIVE(RULE-INDEX, C-DOW + 1) = 'X'
                       MOVE 'Y' TO RULE-BROKEN-SW
                   END-IF
               END-IF
           END-PERFORM.

       L4-COUNT-ONE-NIGHT.
           ADD 1 TO C-RULE-NIGHTS.
           PERFORM L4-NEXT-NIGHT.

      * ZELLER'S CONGRUENCE - 0 = SATURDAY, 1 = SUNDAY, ...,
      * 6 = FRIDAY - SAME AS L4-DAY-OF-WEEK IN COBCMSCP01.
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

       L3-OFFER-OUTPUT.
           MOVE WT-REQ-DATE(WAIT-INDEX) TO O-O-REQ-DATE.
           MOVE WT-CAMPGROUND(WAIT-INDEX) TO O-O-CAMPGROUND.
           MOVE WK-OFFER-SITE TO O-O-SITE.
           MOVE WT-DATE(WAIT-INDEX) TO O-O-DATE.
           MOVE WT-END-DATE(WAIT-INDEX) TO O-O-END-DATE.
           MOVE WT-NAME(WAIT-INDEX) TO O-O-NAME.
           WRITE OFFERLINE FROM OFFER-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      * A MISSING INVENTORY STOPS THE RUN - WITHOUT IT EVERY SITE
      * WOULD LOOK OPEN AND EVERY WAITING GUEST WOULD GET A CALL.
       L3-OPEN-INVENTORY.
           MOVE 'O' TO WK-SINV-OP.
           PERFORM L4-CALL-SINV.
           IF WK-SINV-RESP NOT = 'G'
               DISPLAY 'COBCMSCP07 SITE INVENTORY (SITEINV.DAT) '
                   'MISSING - RUN COBCMSCP34 FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * THE INSTALL CONVERSION (COBCMSCP18) GIVES PRE-RELEASE ROWS
                       MOVE WL-AMT TO WT-AMT(WAIT-INDEX)
                       MOVE WL-REQ-DATE TO WT-REQ-DATE(WAIT-INDEX)
                       MOVE WL-STATUS-SW TO WT-STATUS-SW(WAIT-INDEX)
                       MOVE WL-SITE-TYPE TO WT-SITE-TYPE(WAIT-INDEX)
                       IF WL-OCCUPANTS NUMERIC
                           MOVE WL-OCCUPANTS TO
                               WT-OCCUPANTS(WAIT-INDEX)
                       ELSE
                           MOVE ZERO TO WT-OCCUPANTS(WAIT-INDEX)
                       END-IF
                       MOVE SPACE TO WT-ACTION(WAIT-INDEX)
                   END-IF
               END-PERFORM
               CLOSE WAITIN.

      * SAME SITE LIST COBCMSCP26 BUILDS - ONE ENTRY PER PHYSICAL
      * SITE NO MATTER HOW MANY RATE PERIODS IT HAS.
       L3-LOAD-SITES.
           OPEN INPUT RATEFILE.
           IF WK-RATEFILE-STATUS = '00'
               PERFORM UNTIL WK-RATEFILE-STATUS NOT = '00'
                   READ RATEFILE
                   IF WK-RATEFILE-STATUS = '00'
                       PERFORM L4-NOTE-SITE
                   END-IF
               END-PERFORM
               CLOSE RATEFILE.

       L4-NOTE-SITE.
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
               MOVE RATE-SITE-TYPE TO SL-SITE-TYPE(SITE-INDEX)
               MOVE RATE-CAPACITY TO SL-CAPACITY(SITE-INDEX)
           END-IF.

      * A MISSING RULE FILE LOADS ZERO RULES - EVERY OPENING IS
      * OFFERED, THE PRE-RULE BEHAVIOR.
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

       L3-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-WAITING-CTR TO O-WAITING-CTR.
           MOVE C-EXPIRED-CTR TO O-EXPIRED-CTR.
           MOVE C-FULFILLED-CTR TO O-FULFILLED-CTR.
           MOVE C-RULE-HELD-CTR TO O-RULE-HELD-CTR.
           WRITE OFFERLINE FROM OFFER-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE OFFEROUT.
           MOVE 'C' TO WK-SINV-OP.
           PERFORM L4-CALL-SINV.

       L3-REWRITE-ENTRY.
           SET WAIT-INDEX TO C-WAIT-IDX.
               ELSE
                   MOVE WT-STATUS-SW(WAIT-INDEX) TO WOUT-STATUS-SW
               END-IF
               MOVE WT-SITE-TYPE(WAIT-INDEX) TO WOUT-SITE-TYPE
               MOVE WT-OCCUPANTS(WAIT-INDEX) TO WOUT-OCCUPANTS
               WRITE WOUT-REC
           END-IF.
