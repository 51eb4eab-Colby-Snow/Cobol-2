      * EXPORTS ONE PIPE-DELIMITED LINE PER RESERVATION:
      *   CAMPGROUND|SITE|ARRIVE(YYYY-MM-DD)|NIGHTS|LAST|FIRST|
      *   CCTYPE|CCNUM|CCEXP(YYYY-MM-DD)|OCCUPANTS|SITETYPE|GUESTNUM
      *   [|AGENT]
      * THE TRAILING AGENT CODE IS SENT ONLY WHEN ONE OF OUR BOOKING
      * AGENTS (AGENT.DAT) SOLD THE STAY THROUGH ITS PORTAL; IT IS
      * CARRIED AS KEYED AND COBCMSCP01 EDITS IT AGAINST THE MASTER.
      * THIS RUN MAPS EACH ONE INTO THE FIXED RESERVEMASTER LAYOUT
      * (TRAN.CPY), DERIVING I-LEN-STAY FROM THE NIGHTS FIELD AND
      * THE EXPECTED AMOUNT FROM RATES.DAT WITH THE SAME PER-NIGHT
      * WEEKDAY/WEEKEND PRICING COBCMSCP01 VALIDATES AGAINST, TAGS
      * EACH RECORD CHANNEL 'W' UNDER OPERATOR 'WEB' (THE BOOKING
      * SITE'S ENTRY ON OPERATOR.DAT), AND WRITES WEBRESV.DAT - A READY
      * RESERVEMASTER FEED. ANYTHING IT CANNOT MAP GOES ON THE
      * WEBEXCP.PRT EXCEPTION REPORT INSTEAD OF INTO THE FEED - AS
      * DOES A BOOKING THAT BREAKS A MINIMUM-STAY OR ARRIVAL-DAY
      * RULE IN STAYRULE.DAT, WHICH COBCMSCP01 WOULD ONLY REJECT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\RATES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RATEFILE-STATUS.
      * THE SAME MINIMUM-STAY / ARRIVAL-DAY RULES COBCMSCP01 EDITS
      * AGAINST - A WEB BOOKING THAT BREAKS ONE IS HELD HERE.
           SELECT STAYRULEFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\STAYRULE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-STAYRULE-STATUS.
           SELECT WEBRESV
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP16\WEBRESV.DAT"
           05 RATE-MONTH-AMT        PIC 9(4).

      * OUTPUT IS THE RESERVEMASTER TRANSACTION LAYOUT ITSELF.
       FD STAYRULEFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS STAYRULE-REC.

       COPY 'STAYRULE.CPY'.

       FD WEBRESV
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 162 CHARACTERS
           DATA RECORD IS I-TRAN-REC.

       COPY 'TRAN.CPY'.
           05 WK-WEB-STATUS    PIC XX      VALUE SPACES.
           05 WK-RATEFILE-STATUS PIC XX    VALUE SPACES.
           05 C-SITE-CTR       PIC 9(3)    VALUE ZERO.
           05 WK-STAYRULE-STATUS PIC XX    VALUE SPACES.
           05 C-RULE-CTR       PIC 9(3)    VALUE ZERO.
           05 RULE-BROKEN-SW   PIC X       VALUE 'N'.
           05 WK-RULE-SITE-TYPE PIC X      VALUE SPACE.
           05 WK-RULE-DEPART   PIC 9(8)    VALUE ZERO.
           05 WK-RULE-DESC     PIC X(30)   VALUE SPACES.
           05 C-IN-CTR         PIC 9(4)    VALUE ZERO.
           05 C-OUT-CTR        PIC 9(4)    VALUE ZERO.
           05 C-EXCP-CTR       PIC 9(4)    VALUE ZERO.
           05 WF-OCCUPANTS     PIC X(2)    VALUE SPACES.
           05 WF-SITE-TYPE     PIC X(1)    VALUE SPACES.
           05 WF-GUEST-NUM     PIC X(6)    VALUE SPACES.
      * TWO BYTES WIDER THAN I-AGENT-CODE SO A CODE TOO LONG FOR THE
      * FIXED LAYOUT SHOWS UP INSTEAD OF BEING CUT DOWN TO ANOTHER
      * AGENT'S CODE.
           05 WF-AGENT         PIC X(8)    VALUE SPACES.

       01 WK-DASH-DATE.
           05 WK-DSH-YYYY      PIC X(4).
               10  TBL-EFF-END         PIC 9(8).
               10  TBL-WKND-AMT        PIC 99.

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

       01 CURRENT-DATE-AND-TIME.
         05 CUR-DATE.
           10 CUR-YY PIC 9(4).

       L2-INIT.
           PERFORM L3-LOAD-RATES.
           PERFORM L3-LOAD-STAYRULES.
           OPEN OUTPUT WEBRESV.
           OPEN OUTPUT EXCPOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           END-IF.
           PERFORM L3-READ.

      * PULLS THE TWELVE DELIMITED FIELDS (THIRTEEN WITH AN AGENT)
      * APART AND SCREENS THE ONES THE FIXED LAYOUT CANNOT ABSORB
      * AS-IS. FULL EDITING STILL HAPPENS IN COBCMSCP01 - THIS RUN
      * ONLY REFUSES WHAT IT CANNOT EVEN MAP.
       L3-PARSE-RECORD.
           MOVE 'N' TO EXCP-SW.
           MOVE SPACES TO WEB-FIELDS.
               INTO WF-CAMPGROUND, WF-SITE, WF-ARRIVE, WF-NIGHTS,
                   WF-LNAME, WF-FNAME, WF-CCTYPE, WF-CCNUM,
                   WF-CCEXP, WF-OCCUPANTS, WF-SITE-TYPE,
                   WF-GUEST-NUM, WF-AGENT.
           PERFORM L4-EDIT-ARRIVE.
           IF EXCP-SW NOT = 'Y'
               IF WF-NIGHTS NOT NUMERIC
               IF WF-GUEST-NUM NOT NUMERIC
                   MOVE 'GUEST NUMBER NOT NUMERIC' TO O-X-MSG
                   PERFORM L4-WRITE-EXCEPTION.
           IF EXCP-SW NOT = 'Y'
               IF WF-AGENT(7:2) NOT = SPACES
                   MOVE 'AGENT CODE TOO LONG' TO O-X-MSG
                   PERFORM L4-WRITE-EXCEPTION.

      * ARRIVE AND CCEXP COME AS YYYY-MM-DD - THE DASHES COME OUT
      * HERE AND THE RESULT MUST BE NUMERIC.
               MOVE 'NO RATE FOR SITE/DATES' TO O-X-MSG
               PERFORM L4-WRITE-EXCEPTION
           ELSE
               PERFORM L4-STAY-RULE-CHECK
               IF RULE-BROKEN-SW = 'Y'
                   MOVE WK-RULE-DESC TO O-X-MSG
                   PERFORM L4-WRITE-EXCEPTION
               ELSE
                   COMPUTE C-TAX-AMT ROUNDED = C-AMT * C-TAX-RATE
                   COMPUTE C-TOTAL-AMT = C-AMT + C-TAX-AMT + C-RES-FEE
                   MOVE C-TOTAL-AMT TO I-AMT
                   MOVE WF-CCTYPE TO I-CCTYPE
                   MOVE WF-CCNUM TO I-CCNUM
                   PERFORM L4-EDIT-CCEXP
                   MOVE WF-OCCUPANTS TO I-OCCUPANTS
                   MOVE WF-SITE-TYPE TO I-SITE-TYPE
                   MOVE SPACES TO I-CONFIRM-NUM
                   MOVE WF-GUEST-NUM TO I-GUEST-NUM
                   MOVE 'W' TO I-CHANNEL
                   MOVE 'D' TO I-STAY-UNIT
                   MOVE 'WEB' TO I-OPERATOR
                   MOVE WF-AGENT TO I-AGENT-CODE
                   WRITE I-TRAN-REC
                   ADD 1 TO C-OUT-CTR
               END-IF
           END-IF.

       L4-EDIT-CCEXP.
               MOVE 'Y' TO RATE-MISSING-SW
           END-IF.

      * A WEB BOOKING IS ALWAYS A DAILY STAY. L4-PRICE-STAY HAS JUST
      * WALKED WK-NIGHT TO THE DEPARTURE DATE. THE RULE TEST IS THE
      * SAME ONE COBCMSCP01 L4-STAY-RULE-CHECK APPLIES - A STAY
      * SHORTER THAN THE MINIMUM TOUCHING ANY NIGHT OF THE RANGE, OR
      * AN ARRIVAL ON A CLOSED DAY WITH THE ARRIVAL IN THE RANGE -
      * AND THE RULE'S DESCRIPTION BECOMES THE EXCEPTION MESSAGE.
       L4-STAY-RULE-CHECK.
           MOVE 'N' TO RULE-BROKEN-SW.
           MOVE WK-NIGHT-NUM TO WK-RULE-DEPART.
           MOVE SPACE TO WK-RULE-SITE-TYPE.
           PERFORM VARYING SITE-INDEX FROM 1 BY 1
               UNTIL SITE-INDEX > C-SITE-CTR
                   OR WK-RULE-SITE-TYPE NOT = SPACE
               IF I-CAMPGROUND = TBL-CAMPGROUND(SITE-INDEX)
                   AND I-SITE = TBL-SITE(SITE-INDEX)
                   MOVE TBL-SITE-TYPE(SITE-INDEX) TO WK-RULE-SITE-TYPE
               END-IF
           END-PERFORM.
           MOVE I-DATE-NUM TO WK-NIGHT-NUM.
           PERFORM L4-DAY-OF-WEEK.
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX > C-RULE-CTR
                   OR RULE-BROKEN-SW = 'Y'
               IF I-CAMPGROUND = RL-CAMPGROUND(RULE-INDEX)
                   AND (RL-SITE-TYPE(RULE-INDEX) = SPACE
                       OR RL-SITE-TYPE(RULE-INDEX) = WK-RULE-SITE-TYPE)
                   IF I-LEN-STAY < RL-MIN-NIGHTS(RULE-INDEX)
                       AND I-DATE-NUM <= RL-EFF-END(RULE-INDEX)
                       AND WK-RULE-DEPART > RL-EFF-START(RULE-INDEX)
                       MOVE 'Y' TO RULE-BROKEN-SW
                   END-IF
                   IF I-DATE-NUM >= RL-EFF-START(RULE-INDEX)
                       AND I-DATE-NUM <= RL-EFF-END(RULE-INDEX)
                       AND RL-NO-ARRIVE(RULE-INDEX, C-DOW + 1) = 'X'
                       MOVE 'Y' TO RULE-BROKEN-SW
                   END-IF
                   IF RULE-BROKEN-SW = 'Y'
                       MOVE RL-DESC(RULE-INDEX) TO WK-RULE-DESC
                   END-IF
               END-IF
           END-PERFORM.

      * ZELLER'S CONGRUENCE - 0 = SATURDAY, 1 = SUNDAY, ...,
      * 6 = FRIDAY - SAME AS L4-DAY-OF-WEEK IN COBCMSCP01.
       L4-DAY-OF-WEEK.
               END-PERFORM
               CLOSE RATEFILE.

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
           MOVE C-PCTR TO O-PCTR.
