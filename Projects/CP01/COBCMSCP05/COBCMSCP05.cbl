           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\GATELOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-GLOG-STATUS.
      * BOOKING AGENTS (MAINTAINED WITH COBCMSCP01) - NAMES THE
      * AGENT LINES IN THE REVENUE-BY-AGENT BREAKOUT.
           SELECT AGENTFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\AGENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-AGENT-STATUS.
           SELECT SORTWORK
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP05\SRTWORK.TMP".

       FD CURRPOSIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.

       COPY 'GLOG.CPY'.

       FD AGENTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS AGT-REC.

       COPY 'AGENT.CPY'.

      * SORT WORK RECORD - SAME LAYOUT AS VAL-REC SO SORT USING
      * CURRPOSIN GIVES EACH FIELD THE SAME POSITION.
       SD SORTWORK.
           05 SRT-STAY-UNIT          PIC X.
           05 SRT-PROMO-CODE         PIC X(8).
           05 SRT-DISC-AMT           PIC S9(5)V99.
           05 SRT-PARTY-SIZE         PIC 99.
           05 SRT-AGENT-CODE         PIC X(6).

       WORKING-STORAGE SECTION.

      * A SEASONAL ROW'S LENGTH IS MONTHS - COUNTED AS 30 NIGHTS A
      * MONTH FOR THE SITE-NIGHT COLUMNS.
           05 C-ROW-NIGHTS      PIC 9(4)    VALUE ZERO.
           05 WK-AGENT-STATUS   PIC XX      VALUE SPACES.
           05 C-AGENT-CTR       PIC 999     VALUE ZERO.
           05 C-AGENT-IDX       PIC 999     VALUE ZERO.
           05 AGENT-FOUND-SW    PIC X       VALUE 'N'.

      * REVENUE BY BOOKING AGENT. ENTRY 1 IS DIRECT (NO AGENT CODE -
      * PHONE, WEB AND EVERY ROW WRITTEN BEFORE AGENTS WERE CARRIED);
      * THE REST ARE AGENT.DAT IN FILE ORDER, THEN ANY CODE ON A ROW
      * THAT IS NO LONGER ON THE AGENT FILE. THE LAST ENTRY TAKES
      * EVERYTHING ONCE THE TABLE IS FULL SO THE LINES STILL FOOT TO
      * THE RUN TOTAL.
       01 AGENT-REV-TABLE.
           05 AGENT-REV-ENTRY OCCURS 101 TIMES
               INDEXED BY AGENT-INDEX.
               10 AR-CODE           PIC X(6).
               10 AR-NAME           PIC X(30).
               10 AR-BOOKINGS       PIC 9(5).
               10 AR-REVENUE        PIC S9(8)V99.
               10 AR-NET-CHG        PIC S9(8)V99.

      * CONFIRMATION NUMBERS THE GATE HAS ACTUALLY CHECKED IN.
       01 CHECKIN-TABLE.
           05 O-GRAND-REVENUE   PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(40) VALUE SPACES.

       01 SUMMARY-AGENT-HEADING.
           05 FILLER   PIC X(40) VALUE "REVENUE BY BOOKING AGENT".
           05 FILLER   PIC X(12) VALUE "BOOKINGS".
           05 FILLER   PIC X(18) VALUE "REVENUE".
           05 FILLER   PIC X(18) VALUE "NET SITE CHG".
           05 FILLER   PIC X(44) VALUE SPACES.

       01 SUMMARY-AGENT-LINE.
           05 FILLER            PIC XX    VALUE SPACES.
           05 O-AGT-CODE        PIC X(6).
           05 FILLER            PIC XX    VALUE SPACES.
           05 O-AGT-NAME        PIC X(30).
           05 O-AGT-BOOKINGS    PIC ZZ,ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 O-AGT-REVENUE     PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 O-AGT-NET-CHG     PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(49) VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM L3-RUN-CONTROL-START.
           MOVE WK-RUNCTL-RUN-ID TO O-RUN-ID.
           PERFORM L3-LOAD-CHECKINS.
           PERFORM L3-LOAD-AGENTS.
           OPEN OUTPUT SUMMARYOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CUR-YY TO O-CUR-YY.
                   IF SRT-DISC-AMT NUMERIC
                       ADD SRT-DISC-AMT TO C-BRK-DISC
                   END-IF
                   PERFORM L4-ADD-AGENT-REVENUE
               RETURN SORTWORK
                   AT END
                       MOVE 'Y' TO SORT-EOF-SW
               END-IF
           END-PERFORM.

      * A MISSING AGENT FILE LEAVES ONLY THE DIRECT LINE - ANY AGENT
      * CODE ON A ROW THEN PRINTS WITHOUT A NAME.
       L3-LOAD-AGENTS.
           MOVE 1 TO C-AGENT-CTR.
           SET AGENT-INDEX TO 1.
           MOVE SPACES TO AR-CODE(AGENT-INDEX).
           MOVE 'DIRECT' TO AR-NAME(AGENT-INDEX).
           MOVE ZERO TO AR-BOOKINGS(AGENT-INDEX).
           MOVE ZERO TO AR-REVENUE(AGENT-INDEX).
           MOVE ZERO TO AR-NET-CHG(AGENT-INDEX).
           OPEN INPUT AGENTFILE.
           IF WK-AGENT-STATUS = '00'
               PERFORM UNTIL WK-AGENT-STATUS NOT = '00'
                   READ AGENTFILE
                   IF WK-AGENT-STATUS = '00'
                       AND C-AGENT-CTR < 100
                       ADD 1 TO C-AGENT-CTR
                       SET AGENT-INDEX TO C-AGENT-CTR
                       MOVE AGT-CODE TO AR-CODE(AGENT-INDEX)
                       MOVE AGT-NAME TO AR-NAME(AGENT-INDEX)
                       MOVE ZERO TO AR-BOOKINGS(AGENT-INDEX)
                       MOVE ZERO TO AR-REVENUE(AGENT-INDEX)
                       MOVE ZERO TO AR-NET-CHG(AGENT-INDEX)
                   END-IF
               END-PERFORM
               CLOSE AGENTFILE.

       L4-ADD-AGENT-REVENUE.
           MOVE 'N' TO AGENT-FOUND-SW.
           PERFORM VARYING AGENT-INDEX FROM 1 BY 1
               UNTIL AGENT-INDEX > C-AGENT-CTR
                   OR AGENT-FOUND-SW = 'Y'
               IF AR-CODE(AGENT-INDEX) = SRT-AGENT-CODE
                   MOVE 'Y' TO AGENT-FOUND-SW
               END-IF
           END-PERFORM.
           IF AGENT-FOUND-SW = 'Y'
               SET AGENT-INDEX DOWN BY 1
           ELSE
               IF C-AGENT-CTR < 101
                   ADD 1 TO C-AGENT-CTR
                   SET AGENT-INDEX TO C-AGENT-CTR
                   MOVE SRT-AGENT-CODE TO AR-CODE(AGENT-INDEX)
                   MOVE '** NOT ON AGENT FILE **'
                       TO AR-NAME(AGENT-INDEX)
                   MOVE ZERO TO AR-BOOKINGS(AGENT-INDEX)
                   MOVE ZERO TO AR-REVENUE(AGENT-INDEX)
                   MOVE ZERO TO AR-NET-CHG(AGENT-INDEX)
               ELSE
                   SET AGENT-INDEX TO C-AGENT-CTR
               END-IF
           END-IF.
           ADD 1 TO AR-BOOKINGS(AGENT-INDEX).
           ADD SRT-AMT TO AR-REVENUE(AGENT-INDEX).
           IF SRT-SITE-CHG NUMERIC
               ADD SRT-SITE-CHG TO AR-NET-CHG(AGENT-INDEX)
           END-IF.
           IF SRT-DISC-AMT NUMERIC
               SUBTRACT SRT-DISC-AMT FROM AR-NET-CHG(AGENT-INDEX)
           END-IF.

       L4-CALC-ROW-NIGHTS.
           IF SRT-STAY-UNIT = 'M'
               COMPUTE C-ROW-NIGHTS = SRT-LEN-STAY * 30
               GIVING O-DSC-NET.
           WRITE SUMMARYLINE FROM SUMMARY-DISCOUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE SUMMARYLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE SUMMARYLINE FROM SUMMARY-AGENT-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM L3-WRITE-AGENT-LINE
               VARYING C-AGENT-IDX FROM 1 BY 1
               UNTIL C-AGENT-IDX > C-AGENT-CTR.
           CLOSE SUMMARYOUT.
           MOVE 'E' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.

      * DIRECT ALWAYS PRINTS; AN AGENT WITH NOTHING ON THE BOOKS
      * DOES NOT.
       L3-WRITE-AGENT-LINE.
           SET AGENT-INDEX TO C-AGENT-IDX.
           IF C-AGENT-IDX = 1 OR AR-BOOKINGS(AGENT-INDEX) > 0
               MOVE AR-CODE(AGENT-INDEX) TO O-AGT-CODE
               MOVE AR-NAME(AGENT-INDEX) TO O-AGT-NAME
               MOVE AR-BOOKINGS(AGENT-INDEX) TO O-AGT-BOOKINGS
               MOVE AR-REVENUE(AGENT-INDEX) TO O-AGT-REVENUE
               MOVE AR-NET-CHG(AGENT-INDEX) TO O-AGT-NET-CHG
               WRITE SUMMARYLINE FROM SUMMARY-AGENT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
