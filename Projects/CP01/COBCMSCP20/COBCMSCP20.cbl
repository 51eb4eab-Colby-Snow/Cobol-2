      * IT WOULD PUSH THE PAYMENTS PAST THE BOOKING'S LATEST TOTAL,
      * AND ONLY THEN APPENDED TO PAYMENTS.DAT. RECEIPTS AND REJECTS
      * BOTH PRINT ON PAYACT.PRT, SO NOTHING UNEDITED EVER TOUCHES
      * THE PAYMENTS FILE AGAIN. EVERY COLLECTION ALSO NAMES THE
      * CLERK, GATE AND SHIFT THAT TOOK IT AND THE TENDER ('C' CASH,
      * 'K' CHECK, 'D' CARD), CARRIED ONTO THE PAYMENT RECORD FOR THE
      * DRAWER CLOSE-OUT (COBCMSCP29).
      * TYPE 'L' PAYS THE AMOUNT WITH THE BOOKING GUEST'S LOYALTY
      * POINTS INSTEAD, AT THE POINT VALUE ON LOYPRM.DAT. IT PASSES
      * THE SAME OVERPAY EDIT, IS REFUSED WHEN THE GUEST'S BALANCE ON
      * LOYALTY.DAT WILL NOT COVER IT, AND POSTS BOTH AN 'L' PAYMENT
      * AND AN 'R' (REDEEMED) LEDGER ROW. NO MONEY CROSSES A COUNTER,
      * SO NO DRAWER IS NAMED OR NEEDED.
      * EVERY RECORD NAMES THE OPERATOR WHO KEYED IT - ONE NOT ACTIVE
      * ON OPERATOR.DAT REJECTS - AND EVERY POSTED PAYMENT CARRIES
      * THAT OPERATOR AND GOES ON THE CHANGE JOURNAL (CHGJ001).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\PAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
      * LOYALTY SETTINGS (POINT VALUE) AND THE POINTS LEDGER - READ
      * WHOLE AT INIT FOR THE BALANCES, THEN EXTENDED WITH EACH
      * REDEMPTION.
           SELECT LOYPRMIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYPRM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-PRM-STATUS.
           SELECT LOYIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-LOY-STATUS.
           SELECT LOYOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP20\PAYACT.PRT"
           05 PTR-DATE             PIC 9(8).
           05 PTR-AMT              PIC S9(5)V99.
           05 PTR-TYPE             PIC X.
           05 PTR-CLERK-ID         PIC X(6).
           05 PTR-GATE-ID          PIC X(4).
           05 PTR-SHIFT            PIC X.
           05 PTR-TENDER           PIC X.
               88 PTR-TENDER-VALID VALUE 'C' 'K' 'D'.
           05 PTR-OPERATOR         PIC X(8).

       FD CAMPRESIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.
           05 POUT-DATE            PIC 9(8).
           05 POUT-AMT             PIC S9(5)V99.
           05 POUT-TYPE            PIC X.
           05 POUT-CLERK-ID        PIC X(6).
           05 POUT-GATE-ID         PIC X(4).
           05 POUT-SHIFT           PIC X.
           05 POUT-TENDER          PIC X.
           05 POUT-OPERATOR        PIC X(8).

       FD LOYPRMIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS LOYPRM-REC.

       01 LOYPRM-REC.
           05 LPR-PTS-PER-DOLLAR   PIC 9(3).
           05 LPR-POINT-VALUE      PIC 9V9999.
           05 LPR-EXPIRE-MONTHS    PIC 9(3).

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

       FD ACTOUT
           LABEL RECORD IS OMITTED
       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001) - THE RUN ID
      * TIES THIS RUN'S CHANGE-JOURNAL ROWS TOGETHER.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP20'.
           05 WK-RUNCTL-PRED   PIC X(10)  VALUE SPACES.
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE SPACES.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
      * OPERATOR EDIT / CHANGE-JOURNAL INTERFACE FIELDS (SEE
      * CHGJ001).
           05 WK-CHGJ-OP       PIC X      VALUE SPACE.
           05 WK-CHGJ-ACTION   PIC X(30)  VALUE SPACES.
           05 WK-CHGJ-RESP     PIC X      VALUE SPACE.
           05 WK-CHGJ-AMT      PIC ZZZZ9.99-.
           05 MORE-RECS        PIC XXX     VALUE "YES".
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-TRAN-STATUS   PIC XX      VALUE SPACES.
           05 WK-BOOK-TOTAL    PIC S9(5)V99 VALUE ZERO.
           05 WK-PAID-AMT      PIC S9(5)V99 VALUE ZERO.
           05 WK-NEW-PAID      PIC S9(7)V99 VALUE ZERO.
           05 WK-PRM-STATUS    PIC XX      VALUE SPACES.
           05 WK-LOY-STATUS    PIC XX      VALUE SPACES.
      * 'N' WHEN LOYPRM.DAT IS MISSING OR UNREADABLE - EVERY 'L'
      * PAYMENT IS THEN REFUSED RATHER THAN PRICED AT A GUESS.
           05 PRM-OK-SW        PIC X       VALUE 'N'.
           05 WK-BOOK-GUEST    PIC 9(6)    VALUE ZERO.
           05 C-LB-CTR         PIC 9(4)    VALUE ZERO.
           05 LB-FOUND-SW      PIC X       VALUE 'N'.
           05 WK-PTS-BALANCE   PIC S9(9)   VALUE ZERO.
           05 WK-REDEEM-PTS    PIC S9(9)   VALUE ZERO.
           05 WK-REDEEM-CHECK  PIC S9(7)V99 VALUE ZERO.
           05 C-PTS-CTR        PIC 9(4)    VALUE ZERO.
           05 C-PTS-AMT        PIC S9(7)V99 VALUE ZERO.
           05 WK-PTS-MSG.
               10 FILLER       PIC X(16)   VALUE "POINTS REDEEMED ".
               10 O-PM-POINTS  PIC ZZZZZZ9.
               10 FILLER       PIC X(7)    VALUE SPACES.

      * EACH BOOKING'S LATEST TOTAL UNDER ITS CONFIRMATION NUMBER -
      * AMENDED ROWS (HIGHER SEQUENCE) REPLACE, GROUP MEMBER ROWS
               10 TT-CONFIRM-NUM   PIC X(18).
               10 TT-TOTAL-AMT     PIC S9(5)V99.
               10 TT-MAX-SEQ       PIC 9.
               10 TT-GUEST-NUM     PIC 9(6).

       01 CANCELLED-TABLE.
           05 CANCELLED-ENTRY PIC X(18) OCCURS 3000 TIMES
               10 PT-CONFIRM-NUM   PIC X(18).
               10 PT-PAID-AMT      PIC S9(5)V99.

      * EACH GUEST'S POINTS BALANCE ON THE LOYALTY LEDGER - KEPT
      * RUNNING AS THIS FEED REDEEMS, SO TWO REDEMPTIONS IN ONE FEED
      * CANNOT JOINTLY OVERDRAW A GUEST.
       01 LOYBAL-TABLE.
           05 LOYBAL-ENTRY OCCURS 2000 TIMES INDEXED BY LB-INDEX.
               10 LB-GUEST-NUM     PIC 9(6).
               10 LB-BALANCE       PIC S9(9).

       01 CURRENT-DATE-AND-TIME.
         05 CUR-DATE.
           10 CUR-YY PIC 9(4).
           05 O-REJ-CTR        PIC ZZZ9.
           05 FILLER           PIC X(4)    VALUE "  $".
           05 O-REJ-AMT        PIC ZZZ,ZZ9.99.
           05 FILLER           PIC X(17)   VALUE "  PAID BY POINTS ".
           05 O-PTS-CTR        PIC ZZZ9.
           05 FILLER           PIC X(4)    VALUE "  $".
           05 O-PTS-AMT        PIC ZZZ,ZZ9.99.
           05 FILLER           PIC X(44)   VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.

           STOP RUN.

       L2-INIT.
           PERFORM L3-RUN-CONTROL-START.
           PERFORM L3-LOAD-NETTING.
           PERFORM L3-LOAD-PAYMENTS.
           PERFORM L3-LOAD-LOYALTY.
           OPEN EXTEND PAYOUT.
           OPEN EXTEND LOYOUT.
           OPEN OUTPUT ACTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CUR-YY TO O-CUR-YY.
      * TOTAL. EVERYTHING ELSE IS THE USUAL FIELD DISCIPLINE.
       L3-EDIT-PAYMENT.
           PERFORM L4-FIND-BOOKING.
           MOVE 'V' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, PTR-OPERATOR, PTR-CONFIRM-NUM,
               WK-BOOK-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           EVALUATE TRUE
               WHEN WK-CHGJ-RESP = 'U'
                   MOVE 'OPERATOR ID NOT ON FILE' TO O-A-MSG
                   PERFORM L4-REJECT-PAYMENT
               WHEN WK-CHGJ-RESP = 'I'
                   MOVE 'OPERATOR ID NOT ACTIVE' TO O-A-MSG
                   PERFORM L4-REJECT-PAYMENT
               WHEN TOT-FOUND-SW NOT = 'Y'
                   MOVE 'NO SUCH CONFIRMATION NUMBER' TO O-A-MSG
                   PERFORM L4-REJECT-PAYMENT
               WHEN PTR-AMT NOT NUMERIC OR PTR-AMT = ZERO
                   MOVE 'AMOUNT NOT NUMERIC OR ZERO' TO O-A-MSG
                   PERFORM L4-REJECT-PAYMENT
               WHEN PTR-TYPE NOT = 'B' AND PTR-TYPE NOT = 'L'
                   MOVE 'TYPE MUST BE B OR L' TO O-A-MSG
                   PERFORM L4-REJECT-PAYMENT
               WHEN PTR-TYPE = 'B'
                   AND (PTR-CLERK-ID = SPACES OR PTR-GATE-ID = SPACES
                   OR PTR-SHIFT = SPACE)
                   MOVE 'CLERK, GATE AND SHIFT REQUIRED' TO O-A-MSG
                   PERFORM L4-REJECT-PAYMENT
               WHEN PTR-TYPE = 'B' AND NOT PTR-TENDER-VALID
                   MOVE 'TENDER MUST BE C, K OR D' TO O-A-MSG
                   PERFORM L4-REJECT-PAYMENT
               WHEN PTR-TYPE = 'L' AND PRM-OK-SW NOT = 'Y'
                   MOVE 'LOYALTY SETTINGS MISSING' TO O-A-MSG
                   PERFORM L4-REJECT-PAYMENT
               WHEN PTR-TYPE = 'L' AND PTR-AMT < ZERO
                   MOVE 'POINTS CANNOT PAY A NEGATIVE' TO O-A-MSG
                   PERFORM L4-REJECT-PAYMENT
               WHEN PTR-TYPE = 'L' AND WK-BOOK-GUEST = ZERO
                   MOVE 'BOOKING HAS NO GUEST NUMBER' TO O-A-MSG
                   PERFORM L4-REJECT-PAYMENT
               WHEN OTHER
                   PERFORM L4-CHECK-OVERPAY
               MOVE 'WOULD OVERPAY BOOKING TOTAL' TO O-A-MSG
               PERFORM L4-REJECT-PAYMENT
           ELSE
               IF PTR-TYPE = 'L'
                   PERFORM L4-CHECK-POINTS
               ELSE
                   PERFORM L4-POST-PAYMENT
               END-IF
           END-IF.

      * THE AMOUNT MUST BE A WHOLE NUMBER OF POINTS AT THE POINT
      * VALUE, AND THE GUEST MUST HOLD THAT MANY.
       L4-CHECK-POINTS.
           COMPUTE WK-REDEEM-PTS = PTR-AMT / LPR-POINT-VALUE.
           COMPUTE WK-REDEEM-CHECK = WK-REDEEM-PTS * LPR-POINT-VALUE.
           PERFORM L4-FIND-LOYBAL.
           IF LB-FOUND-SW = 'Y'
               MOVE LB-BALANCE(LB-INDEX) TO WK-PTS-BALANCE
           ELSE
               MOVE ZERO TO WK-PTS-BALANCE
           END-IF.
           EVALUATE TRUE
               WHEN WK-REDEEM-CHECK NOT = PTR-AMT
                   MOVE 'AMOUNT NOT A WHOLE NUMBER OF PTS' TO O-A-MSG
                   PERFORM L4-REJECT-PAYMENT
               WHEN WK-REDEEM-PTS > WK-PTS-BALANCE
                   MOVE 'NOT ENOUGH LOYALTY POINTS' TO O-A-MSG
                   PERFORM L4-REJECT-PAYMENT
               WHEN OTHER
                   PERFORM L4-POST-PAYMENT
           END-EVALUATE.

       L4-FIND-LOYBAL.
           MOVE 'N' TO LB-FOUND-SW.
           PERFORM VARYING LB-INDEX FROM 1 BY 1
               UNTIL LB-INDEX > C-LB-CTR
                   OR LB-FOUND-SW = 'Y'
               IF LB-GUEST-NUM(LB-INDEX) = WK-BOOK-GUEST
                   MOVE 'Y' TO LB-FOUND-SW
               END-IF
           END-PERFORM.
           IF LB-FOUND-SW = 'Y'
               SET LB-INDEX DOWN BY 1.

       L4-POST-PAYMENT.
           MOVE PTR-CONFIRM-NUM TO POUT-CONFIRM-NUM.
           MOVE PTR-DATE TO POUT-DATE.
           MOVE PTR-AMT TO POUT-AMT.
           MOVE PTR-TYPE TO POUT-TYPE.
           IF PTR-TYPE = 'L'
               MOVE SPACES TO POUT-CLERK-ID
               MOVE SPACES TO POUT-GATE-ID
               MOVE SPACE TO POUT-SHIFT
               MOVE SPACE TO POUT-TENDER
           ELSE
               MOVE PTR-CLERK-ID TO POUT-CLERK-ID
               MOVE PTR-GATE-ID TO POUT-GATE-ID
               MOVE PTR-SHIFT TO POUT-SHIFT
               MOVE PTR-TENDER TO POUT-TENDER
           END-IF.
           MOVE PTR-OPERATOR TO POUT-OPERATOR.
           WRITE POUT-REC.
           MOVE PTR-AMT TO WK-CHGJ-AMT.
           MOVE SPACES TO WK-CHGJ-ACTION.
           IF PTR-TYPE = 'L'
               STRING 'PAID BY POINTS $' WK-CHGJ-AMT
                   DELIMITED BY SIZE INTO WK-CHGJ-ACTION
           ELSE
               STRING 'PAYMENT ' PTR-TENDER ' $' WK-CHGJ-AMT
                   DELIMITED BY SIZE INTO WK-CHGJ-ACTION
           END-IF.
           MOVE 'W' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, PTR-OPERATOR, PTR-CONFIRM-NUM,
               WK-BOOK-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           PERFORM L4-NOTE-PAID.
           ADD 1 TO C-POSTED-CTR.
           ADD PTR-AMT TO C-POSTED-AMT.
           MOVE 'POSTED' TO O-A-ACTION.
           MOVE SPACES TO O-A-MSG.
           IF PTR-TYPE = 'L'
               PERFORM L4-REDEEM-POINTS
           END-IF.
           PERFORM L4-WRITE-ACTIVITY.

       L4-REDEEM-POINTS.
           MOVE WK-BOOK-GUEST TO LOUT-GUEST-NUM.
           MOVE PTR-DATE TO LOUT-DATE.
           MOVE 'R' TO LOUT-TYPE.
           COMPUTE LOUT-POINTS = ZERO - WK-REDEEM-PTS.
           MOVE PTR-CONFIRM-NUM TO LOUT-CONFIRM-NUM.
           WRITE LOUT-REC.
           IF LB-FOUND-SW = 'Y'
               SUBTRACT WK-REDEEM-PTS FROM LB-BALANCE(LB-INDEX)
           END-IF.
           ADD 1 TO C-PTS-CTR.
           ADD PTR-AMT TO C-PTS-AMT.
           MOVE WK-REDEEM-PTS TO O-PM-POINTS.
           MOVE WK-PTS-MSG TO O-A-MSG.

       L4-REJECT-PAYMENT.
           ADD 1 TO C-REJ-CTR.
           IF PTR-AMT NUMERIC
       L4-FIND-BOOKING.
           MOVE 'N' TO TOT-FOUND-SW.
           MOVE ZERO TO WK-BOOK-TOTAL.
           MOVE ZERO TO WK-BOOK-GUEST.
           PERFORM VARYING TOT-INDEX FROM 1 BY 1
               UNTIL TOT-INDEX > C-TOT-CTR
               IF TT-CONFIRM-NUM(TOT-INDEX) = PTR-CONFIRM-NUM
                   MOVE 'Y' TO TOT-FOUND-SW
                   MOVE TT-TOTAL-AMT(TOT-INDEX) TO WK-BOOK-TOTAL
                   MOVE TT-GUEST-NUM(TOT-INDEX) TO WK-BOOK-GUEST
               END-IF
           END-PERFORM.
           MOVE 'N' TO CANCELLED-SW.
                       WHEN WK-ROW-SEQ > TT-MAX-SEQ(TOT-INDEX)
                           MOVE O-AMT TO TT-TOTAL-AMT(TOT-INDEX)
                           MOVE WK-ROW-SEQ TO TT-MAX-SEQ(TOT-INDEX)
                           PERFORM L4-NOTE-BOOK-GUEST
                       WHEN WK-ROW-SEQ = TT-MAX-SEQ(TOT-INDEX)
                           ADD O-AMT TO TT-TOTAL-AMT(TOT-INDEX)
                       WHEN OTHER
               MOVE O-CONFIRM-NUM TO TT-CONFIRM-NUM(TOT-INDEX)
               MOVE O-AMT TO TT-TOTAL-AMT(TOT-INDEX)
               MOVE WK-ROW-SEQ TO TT-MAX-SEQ(TOT-INDEX)
               PERFORM L4-NOTE-BOOK-GUEST
           END-IF.

      * THE GUEST ON THE LATEST ROW IS THE ONE WHOSE POINTS PAY.
       L4-NOTE-BOOK-GUEST.
           IF O-GUEST-NUM NUMERIC
               MOVE O-GUEST-NUM TO TT-GUEST-NUM(TOT-INDEX)
           ELSE
               MOVE ZERO TO TT-GUEST-NUM(TOT-INDEX)
           END-IF.

      * A MISSING LEDGER MEANS NOBODY HOLDS POINTS YET.
       L3-LOAD-LOYALTY.
           OPEN INPUT LOYPRMIN.
           IF WK-PRM-STATUS = '00'
               READ LOYPRMIN
               IF WK-PRM-STATUS = '00'
                   AND LPR-POINT-VALUE NUMERIC
                   AND LPR-POINT-VALUE > ZERO
                   MOVE 'Y' TO PRM-OK-SW
               END-IF
               CLOSE LOYPRMIN.
           OPEN INPUT LOYIN.
           IF WK-LOY-STATUS = '00'
               PERFORM UNTIL WK-LOY-STATUS NOT = '00'
                   READ LOYIN
                   IF WK-LOY-STATUS = '00' AND LOY-POINTS NUMERIC
                       PERFORM L4-LOAD-ONE-MOVEMENT
                   END-IF
               END-PERFORM
               CLOSE LOYIN.

       L4-LOAD-ONE-MOVEMENT.
           MOVE LOY-GUEST-NUM TO WK-BOOK-GUEST.
           PERFORM L4-FIND-LOYBAL.
           IF LB-FOUND-SW = 'Y'
               ADD LOY-POINTS TO LB-BALANCE(LB-INDEX)
           ELSE
               IF C-LB-CTR < 2000
                   ADD 1 TO C-LB-CTR
                   SET LB-INDEX TO C-LB-CTR
                   MOVE LOY-GUEST-NUM TO LB-GUEST-NUM(LB-INDEX)
                   MOVE LOY-POINTS TO LB-BALANCE(LB-INDEX)
               END-IF
           END-IF.

       L3-LOAD-PAYMENTS.
               MOVE PAY-AMT TO PT-PAID-AMT(PAY-INDEX)
           END-IF.

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

       L3-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           IF WK-TRAN-STATUS NOT = '35'
               CLOSE PAYTRAN.
           CLOSE PAYOUT.
           CLOSE LOYOUT.
           MOVE C-PTS-CTR TO O-PTS-CTR.
           MOVE C-PTS-AMT TO O-PTS-AMT.
           MOVE C-POSTED-CTR TO O-POSTED-CTR.
           MOVE C-POSTED-AMT TO O-POSTED-AMT.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE ACTLINE FROM ACT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE ACTOUT.
           MOVE 'C' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, PTR-OPERATOR, PTR-CONFIRM-NUM,
               WK-BOOK-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           MOVE 'E' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
