      * CHECK-IN. A NO-SHOW STILL INSIDE THE ONE-NIGHT HOLD PERIOD IS
      * REPORTED AS HOLDING; PAST THE HOLD ITS SITE IS RELEASED BACK
      * TO AVAILABILITY WITH AN 'R' MARKER ROW ON CAMPRES.DAT (THE
      * WAITLIST RUN CAN THEN OFFER IT) AND ITS NIGHTS HANDED BACK
      * TO THE SITE-NIGHT INVENTORY (SINV001), WITHOUT NETTING THE
      * FORFEITED REVENUE OR TRIGGERING A REFUND THE WAY A REAL
      * CANCELLATION WOULD. EACH GATE EVENT NAMES THE OPERATOR WHO
      * KEYED IT; AN EVENT FROM AN OPERATOR NOT ACTIVE ON
      * OPERATOR.DAT IS REPORTED, NOT POSTED. POSTED EVENTS AND
      * RELEASES GO ON THE CHANGE JOURNAL (CHGJ001) - A RELEASE
      * UNDER A BLANK OPERATOR, SINCE NOBODY KEYED IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               88 GATE-CHECKIN     VALUE 'I'.
               88 GATE-CHECKOUT    VALUE 'O'.
           05 GATE-DATE            PIC 9(8).
           05 GATE-OPERATOR        PIC X(8).

       FD GLOGIN
           LABEL RECORD IS OMITTED
           05 GOUT-CONFIRM-NUM     PIC X(18).
           05 GOUT-IN-DATE         PIC 9(8).
           05 GOUT-OUT-DATE        PIC 9(8).
           05 GOUT-OPERATOR        PIC X(8).

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

       FD ACTOUT
           LABEL RECORD IS OMITTED
       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001) - THE RUN ID
      * TIES THIS RUN'S CHANGE-JOURNAL ROWS TOGETHER.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP12'.
           05 WK-RUNCTL-PRED   PIC X(10)  VALUE SPACES.
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE SPACES.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
      * SITE-NIGHT INVENTORY REQUEST AND ANSWER (SEE SINV001).
      * WK-SINV-OPEN-RESP KEEPS THE ANSWER TO THE OPEN - A RELEASE
      * IS ONLY HANDED BACK WHEN THE INVENTORY IS THERE TO TAKE IT.
           05 WK-SINV-OP       PIC X       VALUE SPACE.
           05 WK-SINV-CAMPGROUND PIC X(25) VALUE SPACES.
           05 WK-SINV-SITE     PIC X(3)    VALUE SPACES.
           05 WK-SINV-START    PIC 9(8)    VALUE ZERO.
           05 WK-SINV-END      PIC 9(8)    VALUE ZERO.
           05 WK-SINV-CONFIRM  PIC X(18)   VALUE SPACES.
           05 WK-SINV-RESP     PIC X       VALUE SPACE.
           05 WK-SINV-OPEN-RESP PIC X      VALUE SPACE.
      * OPERATOR EDIT / CHANGE-JOURNAL INTERFACE FIELDS (SEE
      * CHGJ001). WK-CHGJ-OPERATOR STAYS BLANK - IT IS WHAT A
      * RELEASE IS JOURNALED UNDER.
           05 WK-CHGJ-OP       PIC X      VALUE SPACE.
           05 WK-CHGJ-OPERATOR PIC X(8)   VALUE SPACES.
           05 WK-CHGJ-CONFIRM  PIC X(18)  VALUE SPACES.
           05 WK-CHGJ-GUEST    PIC 9(6)   VALUE ZERO.
           05 WK-CHGJ-ACTION   PIC X(30)  VALUE SPACES.
           05 WK-CHGJ-RESP     PIC X      VALUE SPACE.
           05 MORE-RECS        PIC XXX     VALUE "YES".
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-TRAN-STATUS   PIC XX      VALUE SPACES.
           05 TOT-FOUND-SW     PIC X       VALUE 'N'.
           05 C-FOLIO-CTR      PIC 9(4)    VALUE ZERO.
           05 WK-PAID-AMT      PIC S9(5)V99 VALUE ZERO.
           05 WK-POINTS-AMT    PIC S9(5)V99 VALUE ZERO.
           05 WK-INC-TOTAL     PIC S9(5)V99 VALUE ZERO.
           05 C-FOL-INC-LINES  PIC 9(4)    VALUE ZERO.
           05 WK-BOOK-TOTAL    PIC S9(5)V99 VALUE ZERO.
           05 WK-OTHER-SITES   PIC S9(5)V99 VALUE ZERO.
           05 WK-FOLIO-BAL     PIC S9(7)V99 VALUE ZERO.
           05 PAYMENT-ENTRY OCCURS 3000 TIMES INDEXED BY PAY-INDEX.
               10 PT-CONFIRM-NUM   PIC X(18).
               10 PT-PAID-AMT      PIC S9(5)V99.
      * THE PART OF PT-PAID-AMT SETTLED WITH LOYALTY POINTS ('L').
               10 PT-POINTS-AMT    PIC S9(5)V99.

      * THE INCIDENTALS LEDGER (INCIDENT.DAT, POSTED BY COBCMSCP19)
      * HELD WHOLE SO THE FOLIO CAN LIST A BOOKING'S CHARGES LINE
               10 IT-ITEM          PIC X(4).
               10 IT-QTY           PIC 99.
               10 IT-AMT           PIC S9(5)V99.
               10 IT-TENDER        PIC X.

      * EACH BOOKING'S WHOLE CHARGE UNDER ITS CONFIRMATION NUMBER -
      * AMENDED ROWS (HIGHER SEQUENCE) REPLACE, GROUP MEMBER ROWS
               10 GL-CONFIRM-NUM   PIC X(18).
               10 GL-IN-DATE       PIC 9(8).
               10 GL-OUT-DATE      PIC 9(8).
               10 GL-OPERATOR      PIC X(8).

      * TODAY'S GATE FEED, TABLED AT INIT; GF-APPLIED-SW LETS THE
      * RUN REPORT FEED RECORDS THAT MATCHED NO ACTIVE RESERVATION.
      * A RECORD WHOSE OPERATOR FAILED THE EDIT AT LOAD CARRIES THE
      * CHGJ001 ANSWER ('U' OR 'I') THERE INSTEAD OF 'N', SO IT IS
      * NEVER POSTED AND IS REPORTED WITH THE REASON.
       01 FEED-TABLE.
           05 FEED-ENTRY OCCURS 500 TIMES INDEXED BY FEED-INDEX.
               10 GF-CONFIRM-NUM   PIC X(18).
               10 GF-CODE          PIC X.
               10 GF-DATE          PIC 9(8).
               10 GF-APPLIED-SW    PIC X.
               10 GF-OPERATOR      PIC X(8).

      * NO-SHOWS PAST THE HOLD PERIOD, HELD HERE UNTIL CAMPRES.DAT IS
      * CLOSED AND CAN BE REOPENED EXTEND FOR THE RELEASE MARKERS.
               10 RL-DATE          PIC 9(8).
               10 RL-END-DATE      PIC 9(8).
               10 RL-NAME          PIC X(42).
               10 RL-GUEST-NUM     PIC 9(6).

      * THE WHOLE SNAPSHOT, HELD SO IT CAN BE REWRITTEN AT CLOSE
      * WITH TONIGHT'S RELEASES FLAGGED.
       01 POSITION-TABLE.
           05 POS-ENTRY OCCURS 3000 TIMES INDEXED BY POS-INDEX.
               10 PS-ROW           PIC X(228).
               10 PS-CONFIRM-NUM   PIC X(18).

       01 CURRENT-DATE-AND-TIME.
           05 O-F-INC-QTY      PIC Z9.
           05 FILLER           PIC X(4)    VALUE "  $".
           05 O-F-INC-AMT      PIC ZZ,ZZ9.99.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-F-INC-PAID     PIC X(15).
           05 FILLER           PIC X(82)   VALUE SPACES.

       01 FOL-INC-NONE-LINE.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-F-PAID         PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(103)  VALUE SPACES.

      * PRINTED UNDER THE PAYMENTS LINE ONLY WHEN POINTS PAID SOME
      * OF IT - ALREADY INCLUDED IN THE PAYMENTS FIGURE.
       01 FOL-POINTS-LINE.
           05 FILLER           PIC X(20)   VALUE "  PAID WITH POINTS $".
           05 O-F-POINTS       PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(103)  VALUE SPACES.

       01 FOL-BAL-LINE.
           05 FILLER           PIC X(19)   VALUE "BALANCE DUE       $".
           05 O-F-BAL          PIC -ZZZ,ZZ9.99.
           STOP RUN.

       L2-INIT.
           PERFORM L3-RUN-CONTROL-START.
           PERFORM L3-LOAD-GATELOG.
           PERFORM L3-LOAD-FEED.
           PERFORM L3-LOAD-NETTING.

       L4-APPLY-FEED-ENTRY.
           SET FEED-INDEX TO C-FEED-IDX.
           IF GF-APPLIED-SW(FEED-INDEX) = 'N'
               AND GF-CONFIRM-NUM(FEED-INDEX) = O-CONFIRM-NUM
               MOVE 'Y' TO GF-APPLIED-SW(FEED-INDEX)
               PERFORM L4-FIND-GLOG
                       GL-OUT-DATE(GLOG-INDEX)
                   MOVE 'CHECKED OUT' TO O-A-ACTION
               END-IF
               MOVE GF-OPERATOR(FEED-INDEX) TO GL-OPERATOR(GLOG-INDEX)
               MOVE O-CONFIRM-NUM TO O-A-CONFIRM-NUM
               MOVE GF-DATE(FEED-INDEX) TO O-A-DATE
               MOVE O-NAME TO O-A-NAME
               MOVE SPACES TO O-A-MSG
               PERFORM L4-WRITE-ACTIVITY
               PERFORM L4-JOURNAL-GATE
      * A CHECK-OUT HANDS THE GUEST ONE SETTLED STATEMENT - SITE
      * CHARGES, POSTED INCIDENTALS, AND PAYMENTS, ALL NETTED.
               IF GF-CODE(FEED-INDEX) NOT = 'I'
               END-IF
           END-IF.

      * THE CHECK-IN OR CHECK-OUT JUST POSTED, UNDER THE GATE
      * OPERATOR WHO KEYED IT.
       L4-JOURNAL-GATE.
           MOVE O-CONFIRM-NUM TO WK-CHGJ-CONFIRM.
           IF O-GUEST-NUM NUMERIC
               MOVE O-GUEST-NUM TO WK-CHGJ-GUEST
           ELSE
               MOVE ZERO TO WK-CHGJ-GUEST
           END-IF.
           MOVE SPACES TO WK-CHGJ-ACTION.
           STRING O-A-ACTION ' ' GF-DATE(FEED-INDEX)
               DELIMITED BY SIZE INTO WK-CHGJ-ACTION.
           MOVE 'W' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, GF-OPERATOR(FEED-INDEX),
               WK-CHGJ-CONFIRM, WK-CHGJ-GUEST, WK-CHGJ-ACTION,
               WK-CHGJ-RESP.

      * POSITIONS GLOG-INDEX AT THIS BOOKING'S LOG ENTRY, CREATING
      * ONE WITH ZERO DATES IF THE GATE HAS NEVER SEEN IT.
       L4-FIND-GLOG.
                   MOVE O-CONFIRM-NUM TO GL-CONFIRM-NUM(GLOG-INDEX)
                   MOVE ZERO TO GL-IN-DATE(GLOG-INDEX)
                   MOVE ZERO TO GL-OUT-DATE(GLOG-INDEX)
                   MOVE SPACES TO GL-OPERATOR(GLOG-INDEX)
               ELSE
                   MOVE 'N' TO GLOG-AVAIL-SW
               END-IF
               MOVE O-DATE TO RL-DATE(REL-INDEX)
               MOVE O-END-DATE TO RL-END-DATE(REL-INDEX)
               MOVE O-NAME TO RL-NAME(REL-INDEX)
               IF O-GUEST-NUM NUMERIC
                   MOVE O-GUEST-NUM TO RL-GUEST-NUM(REL-INDEX)
               ELSE
                   MOVE ZERO TO RL-GUEST-NUM(REL-INDEX)
               END-IF
           END-IF.

       L4-WRITE-ACTIVITY.
                           GL-CONFIRM-NUM(GLOG-INDEX)
                       MOVE GLOG-IN-DATE TO GL-IN-DATE(GLOG-INDEX)
                       MOVE GLOG-OUT-DATE TO GL-OUT-DATE(GLOG-INDEX)
                       MOVE GLOG-OPERATOR TO GL-OPERATOR(GLOG-INDEX)
                   END-IF
               END-PERFORM
               CLOSE GLOGIN
                           GF-CONFIRM-NUM(FEED-INDEX)
                       MOVE GATE-CODE TO GF-CODE(FEED-INDEX)
                       MOVE GATE-DATE TO GF-DATE(FEED-INDEX)
                       MOVE GATE-OPERATOR TO GF-OPERATOR(FEED-INDEX)
                       PERFORM L4-CHECK-FEED-OPERATOR
                   END-IF
               END-PERFORM
               CLOSE GATETRAN.

       L4-CHECK-FEED-OPERATOR.
           MOVE 'V' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, GATE-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           IF WK-CHGJ-RESP = 'G'
               MOVE 'N' TO GF-APPLIED-SW(FEED-INDEX)
           ELSE
               IF WK-CHGJ-RESP = 'I'
                   MOVE 'I' TO GF-APPLIED-SW(FEED-INDEX)
               ELSE
                   MOVE 'U' TO GF-APPLIED-SW(FEED-INDEX)
               END-IF
           END-IF.

      * ONE PASS OVER THE SNAPSHOT: EVERY ROW IS PARKED WHOLE FOR
      * THE CLOSING REWRITE, AND LIVE (NOT ALREADY RELEASED) ROWS
      * BUILD THE BOOKING-TOTAL TABLE THE FOLIO SETTLES FROM - A
               IF PT-CONFIRM-NUM(PAY-INDEX) = PAY-CONFIRM-NUM
                   MOVE 'Y' TO PAY-FOUND-SW
                   ADD PAY-AMT TO PT-PAID-AMT(PAY-INDEX)
                   IF PAY-POINTS
                       ADD PAY-AMT TO PT-POINTS-AMT(PAY-INDEX)
                   END-IF
               END-IF
           END-PERFORM.
           IF PAY-FOUND-SW NOT = 'Y' AND C-PAY-CTR < 3000
               SET PAY-INDEX TO C-PAY-CTR
               MOVE PAY-CONFIRM-NUM TO PT-CONFIRM-NUM(PAY-INDEX)
               MOVE PAY-AMT TO PT-PAID-AMT(PAY-INDEX)
               IF PAY-POINTS
                   MOVE PAY-AMT TO PT-POINTS-AMT(PAY-INDEX)
               ELSE
                   MOVE ZERO TO PT-POINTS-AMT(PAY-INDEX)
               END-IF
           END-IF.

      * A MISSING LEDGER LOADS ZERO CHARGES - EVERY FOLIO JUST SHOWS
                       MOVE INC-ITEM TO IT-ITEM(INC-INDEX)
                       MOVE INC-QTY TO IT-QTY(INC-INDEX)
                       MOVE INC-AMT TO IT-AMT(INC-INDEX)
                       MOVE INC-TENDER TO IT-TENDER(INC-INDEX)
                   END-IF
               END-PERFORM
               CLOSE INCDIN.
           END-PERFORM.
           SUBTRACT O-AMT FROM WK-BOOK-TOTAL GIVING WK-OTHER-SITES.
           MOVE ZERO TO WK-PAID-AMT.
           MOVE ZERO TO WK-POINTS-AMT.
           PERFORM VARYING PAY-INDEX FROM 1 BY 1
               UNTIL PAY-INDEX > C-PAY-CTR
               IF PT-CONFIRM-NUM(PAY-INDEX) = O-CONFIRM-NUM
                   MOVE PT-PAID-AMT(PAY-INDEX) TO WK-PAID-AMT
                   MOVE PT-POINTS-AMT(PAY-INDEX) TO WK-POINTS-AMT
               END-IF
           END-PERFORM.
           WRITE FOLIOLINE FROM DASH-LINE
           WRITE FOLIOLINE FROM FOL-INC-HDR-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WK-INC-TOTAL.
           MOVE ZERO TO C-FOL-INC-LINES.
           PERFORM L4-FOLIO-INCIDENTAL
               VARYING C-INC-IDX FROM 1 BY 1
               UNTIL C-INC-IDX > C-INC-CTR.
           IF C-FOL-INC-LINES = ZERO
               WRITE FOLIOLINE FROM FOL-INC-NONE-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE WK-INC-TOTAL TO O-F-INC-TOT.
           MOVE WK-PAID-AMT TO O-F-PAID.
           WRITE FOLIOLINE FROM FOL-PAID-LINE
               AFTER ADVANCING 1 LINE.
           IF WK-POINTS-AMT NOT = ZERO
               MOVE WK-POINTS-AMT TO O-F-POINTS
               WRITE FOLIOLINE FROM FOL-POINTS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           COMPUTE WK-FOLIO-BAL = WK-BOOK-TOTAL + WK-INC-TOTAL
               - WK-PAID-AMT.
           MOVE WK-FOLIO-BAL TO O-F-BAL.
           WRITE FOLIOLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      * A SALE THE GUEST ALREADY PAID FOR AT THE COUNTER (ANY
      * TENDER ON THE LINE) IS LISTED BUT NOT OWED AGAIN - ONLY
      * FOLIO SALES ADD TO THE TOTAL.
       L4-FOLIO-INCIDENTAL.
           SET INC-INDEX TO C-INC-IDX.
           IF IT-CONFIRM-NUM(INC-INDEX) = O-CONFIRM-NUM
               ADD 1 TO C-FOL-INC-LINES
               IF IT-TENDER(INC-INDEX) = SPACE
                   ADD IT-AMT(INC-INDEX) TO WK-INC-TOTAL
                   MOVE SPACES TO O-F-INC-PAID
               ELSE
                   MOVE 'PAID AT COUNTER' TO O-F-INC-PAID
               END-IF
               MOVE IT-DATE(INC-INDEX) TO O-F-INC-DATE
               MOVE IT-ITEM(INC-INDEX) TO O-F-INC-ITEM
               MOVE IT-QTY(INC-INDEX) TO O-F-INC-QTY
               CLOSE CURRPOSIN.
           PERFORM L3-REPORT-EXCEPTIONS.
           IF C-RELEASE-CTR NOT = 0
               PERFORM L3-OPEN-INVENTORY
               OPEN EXTEND CAMPREL
               PERFORM L3-WRITE-RELEASE
                   VARYING C-REL-IDX FROM 1 BY 1
                   UNTIL C-REL-IDX > C-RELEASE-CTR
               CLOSE CAMPREL
               MOVE 'C' TO WK-SINV-OP
               PERFORM L4-CALL-SINV
           END-IF.
           IF POS-FULL-SW NOT = 'Y'
               OPEN OUTPUT CURRPOSOUT
               AFTER ADVANCING 2 LINES.
           CLOSE ACTOUT.
           CLOSE FOLIOOUT.
           MOVE 'C' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, WK-CHGJ-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           MOVE 'E' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.

      * THE RELEASE MARKERS ARE THE RECORD OF WHAT WAS FREED, SO A
      * MISSING INVENTORY DOES NOT HOLD THEM BACK - IT IS REPORTED,
      * AND THE REBUILD (COBCMSCP34) PICKS THE RELEASES UP FROM THE
      * SNAPSHOT.
       L3-OPEN-INVENTORY.
           MOVE 'O' TO WK-SINV-OP.
           PERFORM L4-CALL-SINV.
           MOVE WK-SINV-RESP TO WK-SINV-OPEN-RESP.
           IF WK-SINV-OPEN-RESP NOT = 'G'
               DISPLAY 'COBCMSCP12 SITE INVENTORY (SITEINV.DAT) '
                   'MISSING - RELEASES NOT APPLIED, RUN COBCMSCP34'
           END-IF.

       L4-CALL-SINV.
           CALL 'SINV001' USING WK-SINV-OP, WK-RUNCTL-PROGRAM,
               WK-SINV-CAMPGROUND, WK-SINV-SITE, WK-SINV-START,
               WK-SINV-END, WK-SINV-CONFIRM, WK-SINV-RESP.

       L3-RUN-CONTROL-START.
           MOVE 'S' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
           IF WK-RUNCTL-RESP NOT = 'G'
               AND WK-RUNCTL-RESP NOT = 'R'
               DISPLAY WK-RUNCTL-PROGRAM
                   ' REFUSED - RUN CONTROL SAID NO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       L3-REPORT-EXCEPTIONS.
           IF C-FEED-CTR NOT = 0
               MOVE GF-CONFIRM-NUM(FEED-INDEX) TO O-A-CONFIRM-NUM
               MOVE GF-DATE(FEED-INDEX) TO O-A-DATE
               MOVE SPACES TO O-A-NAME
               EVALUATE GF-APPLIED-SW(FEED-INDEX)
                   WHEN 'U'
                       MOVE 'OPERATOR ID NOT ON FILE' TO O-A-MSG
                   WHEN 'I'
                       MOVE 'OPERATOR ID NOT ACTIVE' TO O-A-MSG
                   WHEN OTHER
                       MOVE 'NO MATCHING ACTIVE RESERVATION' TO
                           O-A-MSG
               END-EVALUATE
               PERFORM L4-WRITE-ACTIVITY
           END-IF.

           MOVE SPACE TO O-STAY-UNIT.
           MOVE SPACES TO O-PROMO-CODE.
           MOVE ZERO TO O-DISC-AMT.
           MOVE ZERO TO O-PARTY-SIZE.
           MOVE SPACES TO O-AGENT-CODE.
           WRITE REL-REC FROM VAL-REC.
           MOVE RL-CONFIRM-NUM(REL-INDEX) TO WK-CHGJ-CONFIRM.
           MOVE RL-GUEST-NUM(REL-INDEX) TO WK-CHGJ-GUEST.
           MOVE 'NO-SHOW SITE RELEASED' TO WK-CHGJ-ACTION.
           MOVE 'W' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, WK-CHGJ-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           IF WK-SINV-OPEN-RESP = 'G'
               MOVE 'R' TO WK-SINV-OP
               MOVE RL-CAMPGROUND(REL-INDEX) TO WK-SINV-CAMPGROUND
               MOVE RL-SITE(REL-INDEX) TO WK-SINV-SITE
               MOVE RL-DATE(REL-INDEX) TO WK-SINV-START
               MOVE RL-END-DATE(REL-INDEX) TO WK-SINV-END
               MOVE RL-CONFIRM-NUM(REL-INDEX) TO WK-SINV-CONFIRM
               PERFORM L4-CALL-SINV
           END-IF.

      * THE SIDE FILE MUST COUNT BACK TO THE WHOLE TABLE BEFORE THE
      * LIVE SNAPSHOT IS TOUCHED - A SHORT SIDE FILE LEAVES IT
           MOVE GL-CONFIRM-NUM(GLOG-INDEX) TO GOUT-CONFIRM-NUM.
           MOVE GL-IN-DATE(GLOG-INDEX) TO GOUT-IN-DATE.
           MOVE GL-OUT-DATE(GLOG-INDEX) TO GOUT-OUT-DATE.
           MOVE GL-OPERATOR(GLOG-INDEX) TO GOUT-OPERATOR.
           WRITE GOUT-REC.
