       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCMSCP32.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * LOYALTY STATEMENTS, EXPIRY AND LIABILITY. RUN MONTHLY (OR
      * WHENEVER THE OFFICE WANTS STATEMENTS). FIRST EXPIRES AGED
      * POINTS: EARNINGS OLDER THAN THE AGE ON LOYPRM.DAT (MONTHS)
      * THAT REDEMPTIONS AND EARLIER EXPIRIES HAVE NOT ALREADY USED
      * UP - OLDEST POINTS ARE ALWAYS USED FIRST - ARE WRITTEN OFF
      * WITH ONE 'X' ROW PER GUEST DATED TODAY. A SECOND RUN THE
      * SAME DAY FINDS NOTHING LEFT TO EXPIRE. THEN PRINTS A POINTS
      * STATEMENT FOR EVERY LIVE GUEST ON THE MASTER WITH LEDGER
      * ACTIVITY (LOYSTMT.PRT, ONE PAGE PER GUEST FOR THE MAILING),
      * AND FINALLY THE LIABILITY SUMMARY FOR ACCOUNTING
      * (LOYLIAB.PRT): POINTS EARNED, REDEEMED AND EXPIRED TO DATE,
      * POINTS OUTSTANDING, AND THEIR VALUE AT THE REDEMPTION RATE
      * ON LOYPRM.DAT - THE FIGURE THE LOYALTY LIABILITY ACCOUNT IS
      * TRUED UP TO.
      * THE LEDGER IS NEVER COMPACTED, SO IT IS NOT HELD IN A TABLE:
      * IT IS SORTED BY GUEST NUMBER AND EACH GUEST IS SUMMED,
      * EXPIRED AND PRINTED AS THEIR ROWS COME BACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYPRMIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYPRM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-PRM-STATUS.
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
      * 'X' ROWS.
           SELECT LOYOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP32\LOYSTMT.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT LIABOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP32\LOYLIAB.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT LOYWORK
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP32\SRTWORK.TMP".

       DATA DIVISION.
       FILE SECTION.

       FD LOYPRMIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS LOYPRM-REC.

       01 LOYPRM-REC.
           05 LPR-PTS-PER-DOLLAR   PIC 9(3).
           05 LPR-POINT-VALUE      PIC 9V9999.
           05 LPR-EXPIRE-MONTHS    PIC 9(3).

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

      * SORT WORK RECORD - SAME LAYOUT AS LOY-REC, SO RELEASE FROM
      * LOY-REC GIVES EACH FIELD THE SAME POSITION.
       SD LOYWORK.

       01 SRT-LOY-REC.
           05 SRT-GUEST-NUM        PIC 9(6).
           05 SRT-DATE             PIC 9(8).
           05 SRT-TYPE             PIC X.
               88 SRT-EARNED       VALUE 'E'.
               88 SRT-REDEEMED     VALUE 'R'.
               88 SRT-EXPIRED      VALUE 'X'.
           05 SRT-POINTS           PIC S9(7).
           05 SRT-CONFIRM-NUM      PIC X(18).

       FD STMTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS STMTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 STMTLINE PIC X(132).

       FD LIABOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LIABLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 LIABLINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-PRM-STATUS    PIC XX      VALUE SPACES.
           05 WK-GUEST-STATUS  PIC XX      VALUE SPACES.
           05 WK-LOY-STATUS    PIC XX      VALUE SPACES.
           05 PRM-OK-SW        PIC X       VALUE 'Y'.
           05 SORT-EOF-SW      PIC X       VALUE 'N'.
           05 GUEST-EOF-SW     PIC X       VALUE 'N'.
           05 FIRST-GUEST-SW   PIC X       VALUE 'Y'.
           05 STMT-SW          PIC X       VALUE 'N'.
      * THE GUEST WHOSE LEDGER ROWS ARE COMING BACK FROM THE SORT,
      * AND WHAT THEY ADD UP TO SO FAR (SEE L3-END-GUEST).
           05 WK-LEDGER-GUEST  PIC 9(6)    VALUE ZERO.
           05 WK-G-AGED        PIC S9(9)   VALUE ZERO.
           05 WK-G-USED        PIC S9(9)   VALUE ZERO.
           05 WK-G-BALANCE     PIC S9(9)   VALUE ZERO.
      * ONE STATEMENT LINE - A LEDGER ROW OR TONIGHT'S EXPIRY.
           05 WK-MOVE-DATE     PIC 9(8)    VALUE ZERO.
           05 WK-MOVE-TYPE     PIC X       VALUE SPACE.
           05 WK-MOVE-CONFIRM  PIC X(18)   VALUE SPACES.
           05 WK-MOVE-POINTS   PIC S9(7)   VALUE ZERO.
           05 C-STMT-CTR       PIC 9(4)    VALUE ZERO.
           05 C-EXPIRE-CTR     PIC 9(4)    VALUE ZERO.
           05 C-EXPIRE-PTS     PIC S9(9)   VALUE ZERO.
           05 C-TOT-EARNED     PIC S9(9)   VALUE ZERO.
           05 C-TOT-REDEEMED   PIC S9(9)   VALUE ZERO.
           05 C-TOT-EXPIRED    PIC S9(9)   VALUE ZERO.
           05 C-TOT-BALANCE    PIC S9(9)   VALUE ZERO.
           05 C-GUESTS-HOLDING PIC 9(5)    VALUE ZERO.
           05 WK-TO-EXPIRE     PIC S9(9)   VALUE ZERO.
           05 WK-LIAB-AMT      PIC S9(9)V99 VALUE ZERO.
           05 WK-BAL-VALUE     PIC S9(7)V99 VALUE ZERO.
      * EXPIRY CUTOFF - TODAY LESS THE CONFIGURED NUMBER OF MONTHS.
      * POINTS EARNED BEFORE IT ARE AGED. A DAY PAST THE 28TH IS
      * PULLED BACK TO THE 28TH SO THE DATE IS ALWAYS A REAL ONE.
           05 C-MONTH-NUM      PIC 9(6)    VALUE ZERO.
           05 C-YEAR-PART      PIC 9(4)    VALUE ZERO.
           05 C-MONTH-PART     PIC 99      VALUE ZERO.
           05 WK-CUTOFF.
               10 WK-CUTOFF-YYYY PIC 9(4).
               10 WK-CUTOFF-MM PIC 99.
               10 WK-CUTOFF-DD PIC 99.
           05 WK-CUTOFF-NUM REDEFINES WK-CUTOFF PIC 9(8).

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
         05 FILLER PIC X(34) VALUE SPACES.
         05 O-TITLE  PIC X(36) VALUE "LOYALTY POINTS STATEMENT".
         05 FILLER PIC X(28) VALUE SPACES.
         05 FILLER PIC X(6) VALUE "PAGE: ".
         05 O-PCTR PIC X(2).

       01 STMT-GUEST-LINE.
           05 FILLER           PIC X(7)    VALUE "GUEST #".
           05 O-G-GUEST-NUM    PIC 9(6).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-G-FNAME        PIC X(20).
           05 O-G-LNAME        PIC X(20).
           05 FILLER           PIC X(77)   VALUE SPACES.

       01 STMT-ADDR-LINE.
           05 FILLER           PIC X(15)   VALUE SPACES.
           05 O-G-ADDR         PIC X(30).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-G-CITY         PIC X(20).
           05 O-G-STATE        PIC X(3).
           05 O-G-ZIP          PIC X(10).
           05 FILLER           PIC X(52)   VALUE SPACES.

       01 STMT-COL-LINE.
           05 FILLER PIC X(12) VALUE "  DATE".
           05 FILLER PIC X(12) VALUE "ACTIVITY".
           05 FILLER PIC X(20) VALUE "CONFIRMATION".
           05 FILLER PIC X(12) VALUE "    POINTS".
           05 FILLER PIC X(76) VALUE SPACES.

       01 STMT-DETAIL-LINE.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-D-DATE         PIC 9(8).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-D-TYPE         PIC X(10).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-D-CONFIRM-NUM  PIC X(18).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-D-POINTS       PIC -,---,--9.
           05 FILLER           PIC X(79)   VALUE SPACES.

       01 STMT-BAL-LINE.
           05 FILLER           PIC X(20)   VALUE "  POINTS BALANCE".
           05 FILLER           PIC X(22)   VALUE SPACES.
           05 O-B-POINTS       PIC -,---,--9.
           05 FILLER           PIC X(9)    VALUE "  WORTH $".
           05 O-B-VALUE        PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(63)   VALUE SPACES.

       01 STMT-EXPIRE-LINE.
           05 FILLER           PIC X(34)   VALUE
           "  POINTS EXPIRE AFTER (MONTHS):".
           05 O-E-MONTHS       PIC ZZ9.
           05 FILLER           PIC X(95)   VALUE SPACES.

       01 LIAB-DETAIL-LINE.
           05 O-L-LABEL        PIC X(34).
           05 O-L-POINTS       PIC ---,---,--9.
           05 FILLER           PIC X(4)    VALUE "  $".
           05 O-L-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(68)   VALUE SPACES.

       01 LIAB-RATE-LINE.
           05 FILLER           PIC X(34)   VALUE
           "VALUE PER POINT".
           05 FILLER           PIC X(11)   VALUE SPACES.
           05 FILLER           PIC X(4)    VALUE "  $".
           05 O-L-RATE         PIC 9.9999.
           05 FILLER           PIC X(77)   VALUE SPACES.

       01 LIAB-COUNT-LINE.
           05 FILLER           PIC X(34)   VALUE
           "GUESTS HOLDING POINTS".
           05 O-L-GUESTS       PIC ZZZ,ZZ9.
           05 FILLER           PIC X(91)   VALUE SPACES.

       01 NOPRM-LINE.
           05 FILLER   PIC X(70)  VALUE
           "LOYPRM.DAT MISSING OR NOT NUMERIC - NOTHING EXPIRED OR PRI
      -    "NTED".
           05 FILLER   PIC X(62)  VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.
       01 DASH-LINE        PIC X(132)      VALUE ALL "-".

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           IF PRM-OK-SW = 'Y'
               SORT LOYWORK ON ASCENDING KEY SRT-GUEST-NUM
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS L2-RELEASE-LEDGER THRU
                       L2-RELEASE-LEDGER-EXIT
                   OUTPUT PROCEDURE IS L2-PROCESS-LEDGER THRU
                       L2-PROCESS-LEDGER-EXIT
           END-IF.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           OPEN OUTPUT STMTOUT.
           OPEN OUTPUT LIABOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CUR-YY TO O-CUR-YY.
           MOVE CUR-MM TO O-CUR-MM.
           MOVE CUR-DD TO O-CUR-DD.
           PERFORM L3-LOAD-SETTINGS.
           IF PRM-OK-SW = 'Y'
               PERFORM L3-CALC-CUTOFF
           END-IF.

       L3-LOAD-SETTINGS.
           OPEN INPUT LOYPRMIN.
           IF WK-PRM-STATUS = '00'
               READ LOYPRMIN
               CLOSE LOYPRMIN.
           IF WK-PRM-STATUS NOT = '00'
               OR LPR-POINT-VALUE NOT NUMERIC
               OR LPR-EXPIRE-MONTHS NOT NUMERIC
               MOVE 'N' TO PRM-OK-SW
           END-IF.

      * MONTHS ARE COUNTED FROM YEAR ZERO SO THE SUBTRACTION CAN
      * CROSS ANY NUMBER OF YEAR BOUNDARIES.
       L3-CALC-CUTOFF.
           COMPUTE C-MONTH-NUM = CUR-YY * 12 + CUR-MM - 1
               - LPR-EXPIRE-MONTHS.
           DIVIDE C-MONTH-NUM BY 12 GIVING C-YEAR-PART
               REMAINDER C-MONTH-PART.
           MOVE C-YEAR-PART TO WK-CUTOFF-YYYY.
           COMPUTE WK-CUTOFF-MM = C-MONTH-PART + 1.
           IF CUR-DD > 28
               MOVE 28 TO WK-CUTOFF-DD
           ELSE
               MOVE CUR-DD TO WK-CUTOFF-DD
           END-IF.

      * A MISSING LEDGER SIMPLY MEANS NOBODY HAS POINTS YET.
       L2-RELEASE-LEDGER.
           OPEN INPUT LOYIN.
           IF WK-LOY-STATUS = '00'
               PERFORM UNTIL WK-LOY-STATUS NOT = '00'
                   READ LOYIN
                   IF WK-LOY-STATUS = '00' AND LOY-POINTS NUMERIC
                       RELEASE SRT-LOY-REC FROM LOY-REC
                   END-IF
               END-PERFORM
               CLOSE LOYIN.

       L2-RELEASE-LEDGER-EXIT.
           EXIT.

      * THE LEDGER COMES BACK ONE GUEST AT A TIME, EACH GUEST'S ROWS
      * IN THE ORDER THEY WERE WRITTEN. THE GUEST MASTER IS READ
      * ALONGSIDE IN STEP (IT IS KEPT IN GUEST NUMBER ORDER) FOR THE
      * NAME AND ADDRESS. A GUEST'S STATEMENT IS PRINTED AS THEIR ROWS
      * GO BY; ANY EXPIRY IS FIGURED AND WRITTEN WHEN THE LAST ONE HAS
      * BEEN SEEN, AND PRINTS AS THE STATEMENT'S LAST MOVEMENT.
       L2-PROCESS-LEDGER.
           OPEN EXTEND LOYOUT.
           OPEN INPUT GUESTMST.
           IF WK-GUEST-STATUS = '00'
               PERFORM L4-READ-GUEST
           ELSE
               MOVE 'Y' TO GUEST-EOF-SW
           END-IF.
           RETURN LOYWORK
               AT END
                   MOVE 'Y' TO SORT-EOF-SW.
           PERFORM UNTIL SORT-EOF-SW = 'Y'
               IF FIRST-GUEST-SW = 'Y'
                   OR SRT-GUEST-NUM NOT = WK-LEDGER-GUEST
                   IF FIRST-GUEST-SW = 'N'
                       PERFORM L3-END-GUEST
                   END-IF
                   MOVE 'N' TO FIRST-GUEST-SW
                   PERFORM L3-START-GUEST
               END-IF
               PERFORM L3-SUMMARIZE-ROW
               RETURN LOYWORK
                   AT END
                       MOVE 'Y' TO SORT-EOF-SW
           END-PERFORM.
           IF FIRST-GUEST-SW = 'N'
               PERFORM L3-END-GUEST.
           IF WK-GUEST-STATUS NOT = '35'
               CLOSE GUESTMST.
           CLOSE LOYOUT.

       L2-PROCESS-LEDGER-EXIT.
           EXIT.

      * ONLY A LIVE GUEST ON THE MASTER GETS A STATEMENT. A RETIRED
      * GUEST'S ROWS MOVED TO THE SURVIVOR IN THE MERGE; ROWS UNDER A
      * NUMBER NO LONGER ON THE MASTER STILL EXPIRE AND STILL COUNT
      * TOWARD THE LIABILITY.
       L3-START-GUEST.
           MOVE SRT-GUEST-NUM TO WK-LEDGER-GUEST.
           MOVE ZERO TO WK-G-AGED.
           MOVE ZERO TO WK-G-USED.
           MOVE ZERO TO WK-G-BALANCE.
           MOVE 'N' TO STMT-SW.
           PERFORM L4-READ-GUEST
               UNTIL GUEST-EOF-SW = 'Y'
                   OR GST-GUEST-NUM NOT < WK-LEDGER-GUEST.
           IF GUEST-EOF-SW NOT = 'Y'
               AND GST-GUEST-NUM = WK-LEDGER-GUEST
               AND (GST-MERGED-TO NOT NUMERIC
                   OR GST-MERGED-TO = ZERO)
               MOVE 'Y' TO STMT-SW
               PERFORM L4-PRINT-STMT-HEAD
           END-IF.

       L3-SUMMARIZE-ROW.
           ADD SRT-POINTS TO WK-G-BALANCE.
           EVALUATE TRUE
               WHEN SRT-EARNED
                   ADD SRT-POINTS TO C-TOT-EARNED
                   IF SRT-DATE < WK-CUTOFF-NUM
                       ADD SRT-POINTS TO WK-G-AGED
                   END-IF
               WHEN SRT-REDEEMED
                   SUBTRACT SRT-POINTS FROM C-TOT-REDEEMED
                   SUBTRACT SRT-POINTS FROM WK-G-USED
               WHEN SRT-EXPIRED
                   SUBTRACT SRT-POINTS FROM C-TOT-EXPIRED
                   SUBTRACT SRT-POINTS FROM WK-G-USED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF STMT-SW = 'Y'
               MOVE SRT-DATE TO WK-MOVE-DATE
               MOVE SRT-TYPE TO WK-MOVE-TYPE
               MOVE SRT-CONFIRM-NUM TO WK-MOVE-CONFIRM
               MOVE SRT-POINTS TO WK-MOVE-POINTS
               PERFORM L4-PRINT-MOVEMENT
           END-IF.

      * WK-G-AGED IS WHAT THE GUEST EARNED BEFORE THE CUTOFF; WK-G-USED
      * IS EVERYTHING REDEEMED OR EXPIRED SO FAR (AS A POSITIVE
      * COUNT). OLDEST-FIRST MEANS WK-G-USED CAME OUT OF THE AGED
      * POINTS FIRST, SO WHATEVER OF WK-G-AGED IS LEFT OVER IS WHAT
      * EXPIRES NOW - ONE 'X' ROW FOR THE GUEST, DATED TODAY.
       L3-END-GUEST.
           COMPUTE WK-TO-EXPIRE = WK-G-AGED - WK-G-USED.
           IF WK-TO-EXPIRE > WK-G-BALANCE
               MOVE WK-G-BALANCE TO WK-TO-EXPIRE
           END-IF.
           IF WK-TO-EXPIRE > ZERO
               MOVE WK-LEDGER-GUEST TO LOUT-GUEST-NUM
               MOVE CUR-DATE-NUM TO LOUT-DATE
               MOVE 'X' TO LOUT-TYPE
               COMPUTE LOUT-POINTS = ZERO - WK-TO-EXPIRE
               MOVE SPACES TO LOUT-CONFIRM-NUM
               WRITE LOUT-REC
               ADD 1 TO C-EXPIRE-CTR
               ADD WK-TO-EXPIRE TO C-EXPIRE-PTS
               ADD WK-TO-EXPIRE TO C-TOT-EXPIRED
               SUBTRACT WK-TO-EXPIRE FROM WK-G-BALANCE
               IF STMT-SW = 'Y'
                   MOVE LOUT-DATE TO WK-MOVE-DATE
                   MOVE LOUT-TYPE TO WK-MOVE-TYPE
                   MOVE LOUT-CONFIRM-NUM TO WK-MOVE-CONFIRM
                   MOVE LOUT-POINTS TO WK-MOVE-POINTS
                   PERFORM L4-PRINT-MOVEMENT
               END-IF
           END-IF.
           ADD WK-G-BALANCE TO C-TOT-BALANCE.
           IF WK-G-BALANCE > ZERO
               ADD 1 TO C-GUESTS-HOLDING.
           IF STMT-SW = 'Y'
               PERFORM L4-PRINT-STMT-FOOT
           END-IF.

       L4-READ-GUEST.
           READ GUESTMST
               AT END
                   MOVE 'Y' TO GUEST-EOF-SW
           END-READ.

       L4-PRINT-STMT-HEAD.
           ADD 1 TO C-STMT-CTR.
           PERFORM L3-HEADINGS.
           MOVE GST-GUEST-NUM TO O-G-GUEST-NUM.
           MOVE GST-FNAME TO O-G-FNAME.
           MOVE GST-LNAME TO O-G-LNAME.
           MOVE GST-ADDR TO O-G-ADDR.
           MOVE GST-CITY TO O-G-CITY.
           MOVE GST-STATE TO O-G-STATE.
           MOVE GST-ZIP TO O-G-ZIP.
           WRITE STMTLINE FROM STMT-GUEST-LINE
               AFTER ADVANCING 1 LINE.
           WRITE STMTLINE FROM STMT-ADDR-LINE
               AFTER ADVANCING 1 LINE.
           WRITE STMTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE STMTLINE FROM STMT-COL-LINE
               AFTER ADVANCING 1 LINE.

       L4-PRINT-STMT-FOOT.
           MOVE WK-G-BALANCE TO O-B-POINTS.
           COMPUTE WK-BAL-VALUE ROUNDED =
               WK-G-BALANCE * LPR-POINT-VALUE.
           MOVE WK-BAL-VALUE TO O-B-VALUE.
           WRITE STMTLINE FROM STMT-BAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE LPR-EXPIRE-MONTHS TO O-E-MONTHS.
           WRITE STMTLINE FROM STMT-EXPIRE-LINE
               AFTER ADVANCING 1 LINE.

       L4-PRINT-MOVEMENT.
           MOVE WK-MOVE-DATE TO O-D-DATE.
           EVALUATE WK-MOVE-TYPE
               WHEN 'E'
                   MOVE 'EARNED' TO O-D-TYPE
               WHEN 'R'
                   MOVE 'REDEEMED' TO O-D-TYPE
               WHEN 'X'
                   MOVE 'EXPIRED' TO O-D-TYPE
               WHEN OTHER
                   MOVE WK-MOVE-TYPE TO O-D-TYPE
           END-EVALUATE.
           MOVE WK-MOVE-CONFIRM TO O-D-CONFIRM-NUM.
           MOVE WK-MOVE-POINTS TO O-D-POINTS.
           WRITE STMTLINE FROM STMT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       L3-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE STMTLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE STMTLINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.

      * THE LIABILITY SUMMARY IS ALWAYS WRITTEN - ON A REFUSED RUN
      * IT CARRIES ONLY THE REASON, SO ACCOUNTING NEVER BOOKS A
      * FIGURE FROM A RUN THAT HAD NO RATE TO WORK WITH.
       L2-CLOSING.
           MOVE 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE "LOYALTY POINTS LIABILITY" TO O-TITLE.
           WRITE LIABLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE LIABLINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.
           IF PRM-OK-SW NOT = 'Y'
               WRITE LIABLINE FROM NOPRM-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM L3-WRITE-LIABILITY
           END-IF.
           CLOSE STMTOUT.
           CLOSE LIABOUT.

       L3-WRITE-LIABILITY.
           MOVE 'POINTS EARNED TO DATE' TO O-L-LABEL.
           MOVE C-TOT-EARNED TO O-L-POINTS.
           COMPUTE WK-LIAB-AMT ROUNDED =
               C-TOT-EARNED * LPR-POINT-VALUE.
           MOVE WK-LIAB-AMT TO O-L-AMT.
           WRITE LIABLINE FROM LIAB-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'POINTS REDEEMED TO DATE' TO O-L-LABEL.
           MOVE C-TOT-REDEEMED TO O-L-POINTS.
           COMPUTE WK-LIAB-AMT ROUNDED =
               C-TOT-REDEEMED * LPR-POINT-VALUE.
           MOVE WK-LIAB-AMT TO O-L-AMT.
           WRITE LIABLINE FROM LIAB-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'POINTS EXPIRED TO DATE' TO O-L-LABEL.
           MOVE C-TOT-EXPIRED TO O-L-POINTS.
           COMPUTE WK-LIAB-AMT ROUNDED =
               C-TOT-EXPIRED * LPR-POINT-VALUE.
           MOVE WK-LIAB-AMT TO O-L-AMT.
           WRITE LIABLINE FROM LIAB-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  OF WHICH EXPIRED THIS RUN' TO O-L-LABEL.
           MOVE C-EXPIRE-PTS TO O-L-POINTS.
           COMPUTE WK-LIAB-AMT ROUNDED =
               C-EXPIRE-PTS * LPR-POINT-VALUE.
           MOVE WK-LIAB-AMT TO O-L-AMT.
           WRITE LIABLINE FROM LIAB-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'POINTS OUTSTANDING (LIABILITY)' TO O-L-LABEL.
           MOVE C-TOT-BALANCE TO O-L-POINTS.
           COMPUTE WK-LIAB-AMT ROUNDED =
               C-TOT-BALANCE * LPR-POINT-VALUE.
           MOVE WK-LIAB-AMT TO O-L-AMT.
           WRITE LIABLINE FROM LIAB-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE LPR-POINT-VALUE TO O-L-RATE.
           WRITE LIABLINE FROM LIAB-RATE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-GUESTS-HOLDING TO O-L-GUESTS.
           WRITE LIABLINE FROM LIAB-COUNT-LINE
               AFTER ADVANCING 1 LINE.
