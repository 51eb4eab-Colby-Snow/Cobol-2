       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCMSCP31.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * LOYALTY POINTS POSTING. RUN NIGHTLY AFTER THE GATE POSTING
      * (COBCMSCP12). A GUEST EARNS POINTS ONLY FOR A STAY THAT HAS
      * ACTUALLY CHECKED OUT ON GATELOG.DAT - A BOOKING, A
      * CANCELLATION OR A NO-SHOW RELEASE EARNS NOTHING. EVERY LIVE
      * BOOKING ON THE CURRENT POSITION (CURRPOS.DAT) WITH A
      * CHECK-OUT DATE AND NO 'E' ROW ON THE LOYALTY LEDGER YET IS
      * CREDITED TO ITS GUEST NUMBER AT THE RATE ON LOYPRM.DAT -
      * SO MANY POINTS PER WHOLE DOLLAR OF SITE CHARGE NET OF ANY
      * PROMOTIONAL DISCOUNT (TAX AND THE RESERVATION FEE EARN
      * NOTHING), DATED THE DAY THE GUEST CHECKED OUT. A GROUP
      * BOOKING'S MEMBER ROWS EARN TOGETHER UNDER THE ONE NUMBER.
      * THE LEDGER ITSELF IS THE RERUN PROTECTION: A STAY ALREADY
      * EARNED IS NEVER EARNED AGAIN. BOOKINGS CARRIED OVER FROM
      * BEFORE THE GUEST MASTER (GUEST NUMBER ZERO) HAVE NOBODY TO
      * CREDIT AND ARE ONLY COUNTED.
      * THE POSITION IS PASSED FIRST, AND ONLY ITS LIVE BOOKINGS ARE
      * LOOKED FOR ON THE GATE LOG AND THE LEDGER - NEITHER OF THOSE
      * FILES IS EVER COMPACTED, SO NEITHER IS HELD IN A TABLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE PROGRAM SETTINGS - EARN RATE, POINT VALUE AND EXPIRY
      * AGE - SHARED WITH COBCMSCP20 AND COBCMSCP32.
           SELECT LOYPRMIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYPRM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-PRM-STATUS.
           SELECT GLOGIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\GATELOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-GLOG-STATUS.
           SELECT CURRPOSIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CURRPOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CURRPOS-STATUS.
           SELECT GUESTMST
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\GUESTMST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-GUEST-STATUS.
           SELECT LOYIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-LOY-STATUS.
      * SAME PHYSICAL FILE AS LOYIN - REOPENED EXTEND TO APPEND THE
      * 'E' ROWS (THE DUAL-SELECT ARRANGEMENT COBCMSCP01 USES FOR
      * PRTOUT/PRTHIST).
           SELECT LOYOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP31\LOYPOST.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD LOYPRMIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS LOYPRM-REC.

       01 LOYPRM-REC.
           05 LPR-PTS-PER-DOLLAR   PIC 9(3).
           05 LPR-POINT-VALUE      PIC 9V9999.
           05 LPR-EXPIRE-MONTHS    PIC 9(3).

       FD GLOGIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS GLOG-REC.

       COPY 'GLOG.CPY'.

       FD CURRPOSIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.

       FD GUESTMST
           LABEL RECORD IS OMITTED
           DATA RECORD IS GST-REC.

       COPY 'GUEST.CPY'.

       FD LOYIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS LOY-REC.

       COPY 'LOYAL.CPY'.

      * LOUT-REC MIRRORS LOY-REC IN LOYAL.CPY SO THE APPENDED ROWS
      * READ BACK WITH THE LAYOUT EVERY READER EXPECTS.
       FD LOYOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS LOUT-REC.

       01 LOUT-REC.
           05 LOUT-GUEST-NUM       PIC 9(6).
           05 LOUT-DATE            PIC 9(8).
           05 LOUT-TYPE            PIC X.
           05 LOUT-POINTS          PIC S9(7).
           05 LOUT-CONFIRM-NUM     PIC X(18).

       FD POSTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS POSTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 POSTLINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
           05 MORE-RECS        PIC XXX     VALUE "YES".
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-PRM-STATUS    PIC XX      VALUE SPACES.
           05 WK-GLOG-STATUS   PIC XX      VALUE SPACES.
           05 WK-CURRPOS-STATUS PIC XX     VALUE SPACES.
           05 WK-GUEST-STATUS  PIC XX      VALUE SPACES.
           05 WK-LOY-STATUS    PIC XX      VALUE SPACES.
           05 C-GUEST-CTR      PIC 9(4)    VALUE ZERO.
           05 C-BK-CTR         PIC 9(4)    VALUE ZERO.
           05 C-BK-IDX         PIC 9(4)    VALUE ZERO.
           05 C-POSTED-CTR     PIC 9(4)    VALUE ZERO.
           05 C-POSTED-PTS     PIC S9(9)   VALUE ZERO.
           05 C-NO-GUEST-CTR   PIC 9(4)    VALUE ZERO.
           05 C-ZERO-CTR       PIC 9(4)    VALUE ZERO.
           05 BK-FOUND-SW      PIC X       VALUE 'N'.
      * SET WHEN A FILE OUTGROWS ITS TABLE - NOTHING IS POSTED, SO
      * A STAY THE RUN COULD NOT FOLLOW IS NEVER HALF CREDITED, AND
      * THE RUN ENDS WITH A BAD RETURN CODE.
           05 TABLE-FULL-SW    PIC X       VALUE 'N'.
           05 WK-ROW-NET       PIC S9(5)V99 VALUE ZERO.
           05 WK-WHOLE-DOLLARS PIC 9(7)    VALUE ZERO.
           05 WK-POINTS        PIC S9(7)   VALUE ZERO.
           05 WK-CREDIT-GUEST  PIC 9(6)    VALUE ZERO.


      * LIVE AND RETIRED GUEST NUMBERS - A RETIRED NUMBER'S POINTS
      * GO TO THE GUEST IT WAS MERGED INTO.
       01 GUEST-TABLE.
           05 GUEST-ENTRY OCCURS 2000 TIMES INDEXED BY GUEST-INDEX.
               10 GM-GUEST-NUM     PIC 9(6).
               10 GM-MERGED-TO     PIC 9(6).

      * TONIGHT'S CANDIDATES - EVERY LIVE BOOKING ON THE POSITION,
      * ONE ENTRY PER CONFIRMATION NUMBER SO A GROUP'S MEMBER ROWS
      * ADD UP BEFORE THE POINTS ARE FIGURED. BK-OUT-DATE IS THE DAY
      * THE GATE CHECKED IT OUT (ZERO IF IT HAS NOT); BK-EARNED IS
      * 'Y' ONCE AN 'E' ROW FOR IT TURNS UP ON THE LEDGER.
       01 BOOKING-TABLE.
           05 BOOKING-ENTRY OCCURS 3000 TIMES INDEXED BY BK-INDEX.
               10 BK-CONFIRM-NUM   PIC X(18).
               10 BK-GUEST-NUM     PIC 9(6).
               10 BK-NAME          PIC X(42).
               10 BK-OUT-DATE      PIC 9(8).
               10 BK-NET-AMT       PIC S9(7)V99.
               10 BK-EARNED        PIC X.

       01 CURRENT-DATE-AND-TIME.
         05 CUR-DATE.
           10 CUR-YY PIC 9(4).
           10 CUR-MM PIC 99.
           10 CUR-DD PIC 99.
         05 I-TIME PIC X(11).

       01 TITLE-LINE.
         05 FILLER PIC X(6) VALUE "DATE: ".
         05 O-CUR-MM PIC 99.
         05 FILLER PIC X VALUE "/".
         05 O-CUR-DD PIC 99.
         05 FILLER PIC X VALUE "/".
         05 O-CUR-YY PIC 9999.
         05 FILLER PIC X(34) VALUE SPACES.
         05 FILLER PIC X(36) VALUE "LOYALTY POINTS POSTING".
         05 FILLER PIC X(28) VALUE SPACES.
         05 FILLER PIC X(6) VALUE "PAGE: ".
         05 O-PCTR PIC X(2).

       01 POST-COL-LINE.
           05 FILLER PIC X(9)  VALUE "GUEST #".
           05 FILLER PIC X(44) VALUE "NAME".
           05 FILLER PIC X(20) VALUE "CONFIRMATION".
           05 FILLER PIC X(11) VALUE "CHECKED OUT".
           05 FILLER PIC X(14) VALUE "  NET SITE $".
           05 FILLER PIC X(10) VALUE "   POINTS".
           05 FILLER PIC X(24) VALUE SPACES.

       01 POST-DETAIL-LINE.
           05 O-P-GUEST-NUM    PIC 9(6).
           05 FILLER           PIC XXX     VALUE SPACES.
           05 O-P-NAME         PIC X(42).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-P-CONFIRM-NUM  PIC X(18).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-P-OUT-DATE     PIC 9(8).
           05 FILLER           PIC XXX     VALUE SPACES.
           05 O-P-AMT          PIC $$$$,$$9.99.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-P-POINTS       PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(26)   VALUE SPACES.

       01 POST-TOTAL-LINE.
           05 FILLER           PIC X(14)   VALUE "STAYS POSTED ".
           05 O-POSTED-CTR     PIC ZZZ9.
           05 FILLER           PIC X(10)   VALUE "  POINTS ".
           05 O-POSTED-PTS     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(18)   VALUE "  NO GUEST NUMBER ".
           05 O-NO-GUEST-CTR   PIC ZZZ9.
           05 FILLER           PIC X(16)   VALUE "  ZERO POINTS ".
           05 O-ZERO-CTR       PIC ZZZ9.
           05 FILLER           PIC X(51)   VALUE SPACES.

       01 POST-NOPRM-LINE.
           05 FILLER   PIC X(70)  VALUE
           "LOYPRM.DAT MISSING OR NOT NUMERIC - NO POINTS POSTED THIS
      -    "RUN".
           05 FILLER   PIC X(62)  VALUE SPACES.

       01 POST-FULL-LINE.
           05 FILLER   PIC X(70)  VALUE
           "A FILE EXCEEDS ITS TABLE - NO POINTS POSTED THIS RUN".
           05 FILLER   PIC X(62)  VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL MORE-RECS = "NO".
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           OPEN OUTPUT POSTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CUR-YY TO O-CUR-YY.
           MOVE CUR-MM TO O-CUR-MM.
           MOVE CUR-DD TO O-CUR-DD.
           PERFORM L3-HEADINGS.
           PERFORM L3-LOAD-SETTINGS.
           IF MORE-RECS NOT = "NO"
               PERFORM L3-LOAD-GUESTS
               IF TABLE-FULL-SW = 'Y'
                   WRITE POSTLINE FROM POST-FULL-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE 8 TO RETURN-CODE
                   MOVE "NO" TO MORE-RECS
               ELSE
                   OPEN INPUT CURRPOSIN
                   IF WK-CURRPOS-STATUS = '00'
                       PERFORM L3-READ
                   ELSE
                       MOVE "NO" TO MORE-RECS
                   END-IF
               END-IF
           END-IF.

      * A RELEASED NO-SHOW NEVER CHECKED OUT, BUT IT IS PASSED BY
      * HERE ON ITS FLAG AS WELL SO A STRAY GATE ENTRY CANNOT EARN.
       L2-MAINLINE.
           IF NOT VAL-RELEASED AND NOT VAL-CANCELLED
               PERFORM L3-NOTE-EARNING
           END-IF.
           PERFORM L3-READ.

      * THE EARNING BASE IS THE SITE CHARGE LESS THE DISCOUNT. ROWS
      * THE INSTALL CONVERSION CARRIED OVER WITHOUT A BREAKDOWN EARN
      * ON THEIR WHOLE AMOUNT.
       L3-NOTE-EARNING.
           IF O-SITE-CHG NUMERIC AND O-SITE-CHG > ZERO
               MOVE O-SITE-CHG TO WK-ROW-NET
               IF O-DISC-AMT NUMERIC
                   SUBTRACT O-DISC-AMT FROM WK-ROW-NET
               END-IF
           ELSE
               MOVE O-AMT TO WK-ROW-NET
           END-IF.
           MOVE 'N' TO BK-FOUND-SW.
           PERFORM VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX > C-BK-CTR
                   OR BK-FOUND-SW = 'Y'
               IF BK-CONFIRM-NUM(BK-INDEX) = O-CONFIRM-NUM
                   MOVE 'Y' TO BK-FOUND-SW
                   ADD WK-ROW-NET TO BK-NET-AMT(BK-INDEX)
               END-IF
           END-PERFORM.
           IF BK-FOUND-SW NOT = 'Y'
               IF C-BK-CTR < 3000
                   ADD 1 TO C-BK-CTR
                   SET BK-INDEX TO C-BK-CTR
                   MOVE O-CONFIRM-NUM TO BK-CONFIRM-NUM(BK-INDEX)
                   IF O-GUEST-NUM NUMERIC
                       MOVE O-GUEST-NUM TO BK-GUEST-NUM(BK-INDEX)
                   ELSE
                       MOVE ZERO TO BK-GUEST-NUM(BK-INDEX)
                   END-IF
                   MOVE O-NAME TO BK-NAME(BK-INDEX)
                   MOVE ZERO TO BK-OUT-DATE(BK-INDEX)
                   MOVE WK-ROW-NET TO BK-NET-AMT(BK-INDEX)
                   MOVE 'N' TO BK-EARNED(BK-INDEX)
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
               END-IF
           END-IF.

       L3-READ.
           READ CURRPOSIN
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.

      * A MISSING OR UNREADABLE SETTINGS FILE STOPS THE RUN - NO
      * RATE IS BETTER THAN A GUESSED ONE.
       L3-LOAD-SETTINGS.
           OPEN INPUT LOYPRMIN.
           IF WK-PRM-STATUS = '00'
               READ LOYPRMIN
               CLOSE LOYPRMIN.
           IF WK-PRM-STATUS NOT = '00'
               OR LPR-PTS-PER-DOLLAR NOT NUMERIC
               WRITE POSTLINE FROM POST-NOPRM-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 8 TO RETURN-CODE
               MOVE "NO" TO MORE-RECS
           END-IF.

      * THE FIRST CHECK-OUT THE GATE LOGGED FOR A CANDIDATE IS THE
      * DAY IT LEFT.
       L3-MARK-CHECKOUTS.
           OPEN INPUT GLOGIN.
           IF WK-GLOG-STATUS = '00'
               PERFORM UNTIL WK-GLOG-STATUS NOT = '00'
                   READ GLOGIN
                   IF WK-GLOG-STATUS = '00'
                       AND GLOG-OUT-DATE NUMERIC
                       AND GLOG-OUT-DATE > ZERO
                       PERFORM VARYING BK-INDEX FROM 1 BY 1
                           UNTIL BK-INDEX > C-BK-CTR
                           IF BK-CONFIRM-NUM(BK-INDEX) =
                                   GLOG-CONFIRM-NUM
                               AND BK-OUT-DATE(BK-INDEX) = ZERO
                               MOVE GLOG-OUT-DATE TO
                                   BK-OUT-DATE(BK-INDEX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE GLOGIN.

       L3-MARK-EARNED.
           OPEN INPUT LOYIN.
           IF WK-LOY-STATUS = '00'
               PERFORM UNTIL WK-LOY-STATUS NOT = '00'
                   READ LOYIN
                   IF WK-LOY-STATUS = '00' AND LOY-EARNED
                       PERFORM VARYING BK-INDEX FROM 1 BY 1
                           UNTIL BK-INDEX > C-BK-CTR
                           IF BK-CONFIRM-NUM(BK-INDEX) =
                                   LOY-CONFIRM-NUM
                               MOVE 'Y' TO BK-EARNED(BK-INDEX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE LOYIN.

       L3-LOAD-GUESTS.
           OPEN INPUT GUESTMST.
           IF WK-GUEST-STATUS = '00'
               PERFORM UNTIL WK-GUEST-STATUS NOT = '00'
                   READ GUESTMST
                   IF WK-GUEST-STATUS = '00'
                       IF C-GUEST-CTR < 2000
                           ADD 1 TO C-GUEST-CTR
                           SET GUEST-INDEX TO C-GUEST-CTR
                           MOVE GST-GUEST-NUM TO
                               GM-GUEST-NUM(GUEST-INDEX)
                           IF GST-MERGED-TO NUMERIC
                               MOVE GST-MERGED-TO TO
                                   GM-MERGED-TO(GUEST-INDEX)
                           ELSE
                               MOVE ZERO TO GM-MERGED-TO(GUEST-INDEX)
                           END-IF
                       ELSE
                           MOVE 'Y' TO TABLE-FULL-SW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GUESTMST.

       L3-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE POSTLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE POSTLINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.
           WRITE POSTLINE FROM POST-COL-LINE
             AFTER ADVANCING 1 LINE.

      * THE EARNINGS ARE WRITTEN ONCE THE WHOLE POSITION HAS BEEN
      * PASSED, SO A GROUP IS CREDITED ONCE FOR ALL ITS SITES - AND
      * ONLY THEN ARE THE GATE LOG AND THE LEDGER READ AGAINST IT.
       L2-CLOSING.
           IF WK-CURRPOS-STATUS NOT = SPACES
               AND WK-CURRPOS-STATUS NOT = '35'
               CLOSE CURRPOSIN.
           IF TABLE-FULL-SW NOT = 'Y' AND RETURN-CODE NOT = 8
               PERFORM L3-MARK-CHECKOUTS
               PERFORM L3-MARK-EARNED
           END-IF.
           IF TABLE-FULL-SW = 'Y' AND RETURN-CODE NOT = 8
               WRITE POSTLINE FROM POST-FULL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE NOT = 8
               OPEN EXTEND LOYOUT
               PERFORM L3-POST-EARNING
                   VARYING C-BK-IDX FROM 1 BY 1
                   UNTIL C-BK-IDX > C-BK-CTR
               CLOSE LOYOUT
           END-IF.
           MOVE C-POSTED-CTR TO O-POSTED-CTR.
           MOVE C-POSTED-PTS TO O-POSTED-PTS.
           MOVE C-NO-GUEST-CTR TO O-NO-GUEST-CTR.
           MOVE C-ZERO-CTR TO O-ZERO-CTR.
           WRITE POSTLINE FROM POST-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE POSTOUT.

      * A CANDIDATE NOT CHECKED OUT, OR ALREADY ON THE LEDGER, IS
      * PASSED OVER.
       L3-POST-EARNING.
           SET BK-INDEX TO C-BK-IDX.
           IF BK-OUT-DATE(BK-INDEX) > ZERO
               AND BK-EARNED(BK-INDEX) NOT = 'Y'
               PERFORM L4-FIGURE-EARNING
           END-IF.

       L4-FIGURE-EARNING.
           MOVE BK-GUEST-NUM(BK-INDEX) TO WK-CREDIT-GUEST.
           PERFORM VARYING GUEST-INDEX FROM 1 BY 1
               UNTIL GUEST-INDEX > C-GUEST-CTR
               IF GM-GUEST-NUM(GUEST-INDEX) = BK-GUEST-NUM(BK-INDEX)
                   AND GM-MERGED-TO(GUEST-INDEX) > 0
                   MOVE GM-MERGED-TO(GUEST-INDEX) TO WK-CREDIT-GUEST
               END-IF
           END-PERFORM.
           IF BK-NET-AMT(BK-INDEX) > ZERO
               MOVE BK-NET-AMT(BK-INDEX) TO WK-WHOLE-DOLLARS
           ELSE
               MOVE ZERO TO WK-WHOLE-DOLLARS
           END-IF.
           COMPUTE WK-POINTS = WK-WHOLE-DOLLARS * LPR-PTS-PER-DOLLAR.
           EVALUATE TRUE
               WHEN WK-CREDIT-GUEST = ZERO
                   ADD 1 TO C-NO-GUEST-CTR
               WHEN WK-POINTS = ZERO
                   ADD 1 TO C-ZERO-CTR
               WHEN OTHER
                   PERFORM L4-WRITE-EARNING
           END-EVALUATE.

       L4-WRITE-EARNING.
           MOVE WK-CREDIT-GUEST TO LOUT-GUEST-NUM.
           MOVE BK-OUT-DATE(BK-INDEX) TO LOUT-DATE.
           MOVE 'E' TO LOUT-TYPE.
           MOVE WK-POINTS TO LOUT-POINTS.
           MOVE BK-CONFIRM-NUM(BK-INDEX) TO LOUT-CONFIRM-NUM.
           WRITE LOUT-REC.
           ADD 1 TO C-POSTED-CTR.
           ADD WK-POINTS TO C-POSTED-PTS.
           MOVE WK-CREDIT-GUEST TO O-P-GUEST-NUM.
           MOVE BK-NAME(BK-INDEX) TO O-P-NAME.
           MOVE BK-CONFIRM-NUM(BK-INDEX) TO O-P-CONFIRM-NUM.
           MOVE BK-OUT-DATE(BK-INDEX) TO O-P-OUT-DATE.
           MOVE BK-NET-AMT(BK-INDEX) TO O-P-AMT.
           MOVE WK-POINTS TO O-P-POINTS.
           WRITE POSTLINE FROM POST-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
