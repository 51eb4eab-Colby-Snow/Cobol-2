       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCMSCP29.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * GATE CASH-DRAWER CLOSE-OUT. EVERY BALANCE PAYMENT (COBCMSCP20)
      * AND EVERY INCIDENTAL SALE PAID OVER THE COUNTER (COBCMSCP19)
      * NOW NAMES THE CLERK, GATE AND SHIFT THAT TOOK THE MONEY AND
      * THE TENDER IT CAME IN ('C' CASH, 'K' CHECK, 'D' CARD). AT
      * SHIFT END EACH CLERK TURNS IN ONE DRAWER-COUNT RECORD
      * (DRAWCNT.DAT) GIVING WHAT IS ACTUALLY IN THE DRAWER BY TENDER
      * - CARD BEING THE TERMINAL'S BATCH TOTAL. THIS RUN ADDS UP
      * WHAT EACH DRAWER SHOULD HOLD FROM PAYMENTS.DAT AND
      * INCIDENT.DAT FOR THE SHIFT DATE OF EVERY COUNT ON THE FEED,
      * AND PRINTS EXPECTED AGAINST COUNTED BY TENDER, WITH OVER AND
      * SHORT, PER CLERK, GATE AND SHIFT (CLOSEOUT.PRT). A CLERK WHO
      * TOOK MONEY BUT TURNED IN NO COUNT SHOWS EVERYTHING SHORT.
      * A SHORTAGE IS NOT FORGOTTEN WHEN THE PAGE IS FILED - IT GOES
      * ON THE OPEN-SHORTAGE FILE (SHORTS.DAT) AND PRINTS AGAIN ON
      * EVERY DAY'S REPORT UNTIL THE OFFICE CLEARS IT WITH AN 'X'
      * RECORD ON THE SAME FEED (MONEY FOUND, REPAID, OR WRITTEN
      * OFF), WHICH NAMES THE SHIFT THE SHORTAGE CAME FROM AND THE
      * AMOUNT CLEARED BY TENDER. OVERAGES ARE REPORTED, NOT CARRIED.
      * THE FEED IS A DAY'S WORK LIKE RESERVEMASTER - RUN CONTROL
      * REFUSES THE SAME FEED TWICE IN ONE DAY, SO NO CLEARANCE IS
      * EVER TAKEN OFF TWICE.
      * A DRAWER IS CLOSED ONCE. EVERY DRAWER THIS RUN CLOSES GOES ON
      * THE CLOSED-DRAWER HISTORY (CLOSED.DAT), AND A LATE COUNT FOR
      * A SHIFT DATE AN EARLIER RUN CLOSED CLOSES ONLY THE DRAWERS
      * NOT ALREADY ON IT. A LATE COUNT FOR A DRAWER THAT IS ON IT IS
      * REPORTED AND NOT TAKEN - THE SHORTAGE THAT DRAWER CARRIED IS
      * SETTLED WITH AN 'X' RECORD LIKE ANY OTHER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP29\DRAWCNT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-DRAW-STATUS.
           SELECT PAYIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\PAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-PAY-STATUS.
           SELECT INCDIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP19\INCIDENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-INCD-STATUS.
      * SAME PHYSICAL FILE AS SHORTOUT - READ WHOLE AT INIT, THEN
      * REWRITTEN AT CLOSING WITH WHAT IS STILL OPEN.
           SELECT SHORTIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP29\SHORTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-SHORT-STATUS.
           SELECT SHORTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP29\SHORTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
      * SAME PHYSICAL FILE AS CLOSEDOUT - READ AT CLOSING FOR THE
      * DATES BEING CLOSED, THEN EXTENDED WITH TONIGHT'S DRAWERS.
           SELECT CLOSEDIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP29\CLOSED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CLOSED-STATUS.
           SELECT CLOSEDOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP29\CLOSED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP29\CLOSEOUT.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * DRW-TYPE 'C' IS A SHIFT-END COUNT; 'X' CLEARS (ALL OR PART
      * OF) AN OPEN SHORTAGE FROM THE SHIFT NAMED BY DATE, CLERK,
      * GATE AND SHIFT.
       FD DRAWIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS DRW-REC.

       01 DRW-REC.
           05 DRW-TYPE             PIC X.
               88 DRW-COUNT        VALUE 'C'.
               88 DRW-CLEAR        VALUE 'X'.
           05 DRW-DATE             PIC 9(8).
           05 DRW-CLERK-ID         PIC X(6).
           05 DRW-GATE-ID          PIC X(4).
           05 DRW-SHIFT            PIC X.
           05 DRW-CASH-AMT         PIC S9(5)V99.
           05 DRW-CHECK-AMT        PIC S9(5)V99.
           05 DRW-CARD-AMT         PIC S9(5)V99.

       FD PAYIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS PAY-REC.

       COPY 'PAY.CPY'.

       FD INCDIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS INCD-REC.

       COPY 'INCD.CPY'.

      * ONE OPEN SHORTAGE - THE SHIFT IT CAME FROM, THE TENDER, AND
      * WHAT IS STILL UNACCOUNTED FOR.
       FD SHORTIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS SHT-REC.

       01 SHT-REC.
           05 SHT-DATE             PIC 9(8).
           05 SHT-CLERK-ID         PIC X(6).
           05 SHT-GATE-ID          PIC X(4).
           05 SHT-SHIFT            PIC X.
           05 SHT-TENDER           PIC X.
           05 SHT-AMT              PIC S9(5)V99.

      * SHO-REC MIRRORS SHT-REC ABOVE.
       FD SHORTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS SHO-REC.

       01 SHO-REC.
           05 SHO-DATE             PIC 9(8).
           05 SHO-CLERK-ID         PIC X(6).
           05 SHO-GATE-ID          PIC X(4).
           05 SHO-SHIFT            PIC X.
           05 SHO-TENDER           PIC X.
           05 SHO-AMT              PIC S9(5)V99.

      * ONE DRAWER ALREADY CLOSED - THE DATE, CLERK, GATE AND SHIFT.
       FD CLOSEDIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CLD-REC.

       01 CLD-REC.
           05 CLD-DATE             PIC 9(8).
           05 CLD-CLERK-ID         PIC X(6).
           05 CLD-GATE-ID          PIC X(4).
           05 CLD-SHIFT            PIC X.

      * CLO-REC MIRRORS CLD-REC ABOVE.
       FD CLOSEDOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS CLO-REC.

       01 CLO-REC.
           05 CLO-DATE             PIC 9(8).
           05 CLO-CLERK-ID         PIC X(6).
           05 CLO-GATE-ID          PIC X(4).
           05 CLO-SHIFT            PIC X.

       FD RPTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RPTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 RPTLINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001). THE INPUT
      * IDENTITY IS THE FEED'S RECORD COUNT AND FIRST SHIFT DATE,
      * AS COBCMSCP01 BUILDS ITS OWN.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP29'.
           05 WK-RUNCTL-PRED   PIC X(10)  VALUE SPACES.
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE SPACES.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
           05 MORE-RECS        PIC XXX     VALUE "YES".
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-DRAW-STATUS   PIC XX      VALUE SPACES.
           05 WK-PAY-STATUS    PIC XX      VALUE SPACES.
           05 WK-INCD-STATUS   PIC XX      VALUE SPACES.
           05 WK-SHORT-STATUS  PIC XX      VALUE SPACES.
           05 WK-CLOSED-STATUS PIC XX      VALUE SPACES.
           05 C-INPUT-CTR      PIC 9(6)    VALUE ZERO.
           05 WK-FIRST-DATE    PIC 9(8)    VALUE ZERO.
           05 C-DATE-CTR       PIC 99      VALUE ZERO.
           05 C-GRP-CTR        PIC 9(3)    VALUE ZERO.
           05 C-GRP-IDX        PIC 9(3)    VALUE ZERO.
           05 C-SHT-CTR        PIC 9(4)    VALUE ZERO.
           05 C-SHT-IDX        PIC 9(4)    VALUE ZERO.
           05 C-REJ-CTR        PIC 9(4)    VALUE ZERO.
           05 C-TND            PIC 9       VALUE ZERO.
           05 DATE-FOUND-SW    PIC X       VALUE 'N'.
           05 GRP-FOUND-SW     PIC X       VALUE 'N'.
           05 SHT-FOUND-SW     PIC X       VALUE 'N'.
           05 TABLE-FULL-SW    PIC X       VALUE 'N'.
           05 WK-KEY-DATE      PIC 9(8)    VALUE ZERO.
           05 WK-KEY-CLERK     PIC X(6)    VALUE SPACES.
           05 WK-KEY-GATE      PIC X(4)    VALUE SPACES.
           05 WK-KEY-SHIFT     PIC X       VALUE SPACE.
           05 WK-KEY-TENDER    PIC X       VALUE SPACE.
           05 WK-KEY-AMT       PIC S9(5)V99 VALUE ZERO.
           05 WK-OVER-SHORT    PIC S9(7)V99 VALUE ZERO.
           05 WK-CLEAR-AMT     PIC S9(5)V99 VALUE ZERO.
           05 WK-GRP-OVER-SHORT PIC S9(7)V99 VALUE ZERO.
           05 C-TOT-OVER-SHORT PIC S9(7)V99 VALUE ZERO.
           05 C-TOT-OPEN       PIC S9(7)V99 VALUE ZERO.
           05 C-TOT-NEW-SHORT  PIC S9(7)V99 VALUE ZERO.

      * THE TENDER CODES IN REPORT ORDER, WITH THEIR PRINTED NAMES.
       01 TENDER-VALUES.
           05 FILLER PIC X(7) VALUE 'CCASH  '.
           05 FILLER PIC X(7) VALUE 'KCHECK '.
           05 FILLER PIC X(7) VALUE 'DCARD  '.
       01 TENDER-TABLE REDEFINES TENDER-VALUES.
           05 TENDER-ENTRY OCCURS 3 TIMES.
               10 TN-CODE          PIC X.
               10 TN-NAME          PIC X(6).

      * EVERY SHIFT DATE A COUNT WAS TURNED IN FOR - ONLY MONEY TAKEN
      * ON THESE DATES IS CLOSED OUT THIS RUN.
       01 CLOSE-DATE-TABLE.
           05 CLOSE-DATE-ENTRY PIC 9(8) OCCURS 31 TIMES
               INDEXED BY CD-INDEX.

      * ONE DRAWER - CLERK, GATE AND SHIFT ON ONE DATE - WITH WHAT IT
      * SHOULD HOLD AND WHAT WAS COUNTED, BY TENDER IN TENDER-TABLE
      * ORDER. GR-CLOSED-SW 'Y' IS A DRAWER AN EARLIER RUN CLOSED.
       01 DRAWER-TABLE.
           05 DRAWER-ENTRY OCCURS 500 TIMES INDEXED BY GRP-INDEX.
               10 GR-DATE          PIC 9(8).
               10 GR-CLERK-ID      PIC X(6).
               10 GR-GATE-ID       PIC X(4).
               10 GR-SHIFT         PIC X.
               10 GR-COUNTED-SW    PIC X.
               10 GR-CLOSED-SW     PIC X.
               10 GR-TENDER OCCURS 3 TIMES.
                   15 GR-EXPECTED  PIC S9(7)V99.
                   15 GR-COUNTED   PIC S9(7)V99.

       01 SHORT-TABLE.
           05 SHORT-ENTRY OCCURS 2000 TIMES INDEXED BY SHT-INDEX.
               10 SH-DATE          PIC 9(8).
               10 SH-CLERK-ID      PIC X(6).
               10 SH-GATE-ID       PIC X(4).
               10 SH-SHIFT         PIC X.
               10 SH-TENDER        PIC X.
               10 SH-AMT           PIC S9(5)V99.
               10 SH-NEW-SW        PIC X.

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
         05 FILLER PIC X(7) VALUE "  RUN: ".
         05 O-RUN-ID PIC 9(11).
         05 FILLER PIC X(16) VALUE SPACES.
         05 FILLER PIC X(36) VALUE "GATE CASH-DRAWER CLOSE-OUT".
         05 FILLER PIC X(28) VALUE SPACES.
         05 FILLER PIC X(6) VALUE "PAGE: ".
         05 O-PCTR PIC X(2).

       01 DRAWER-HDR-LINE.
           05 FILLER           PIC X(12)   VALUE "SHIFT DATE ".
           05 O-D-DATE         PIC 9(8).
           05 FILLER           PIC X(9)    VALUE "   CLERK ".
           05 O-D-CLERK-ID     PIC X(6).
           05 FILLER           PIC X(8)    VALUE "   GATE ".
           05 O-D-GATE-ID      PIC X(4).
           05 FILLER           PIC X(9)    VALUE "   SHIFT ".
           05 O-D-SHIFT        PIC X.
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-D-MSG          PIC X(30).
           05 FILLER           PIC X(42)   VALUE SPACES.

       01 TENDER-HDR-LINE.
           05 FILLER           PIC X(4)    VALUE SPACES.
           05 FILLER           PIC X(10)   VALUE "TENDER".
           05 FILLER           PIC X(16)   VALUE "      EXPECTED".
           05 FILLER           PIC X(16)   VALUE "       COUNTED".
           05 FILLER           PIC X(16)   VALUE "    OVER/SHORT".
           05 FILLER           PIC X(70)   VALUE SPACES.

       01 TENDER-LINE.
           05 FILLER           PIC X(4)    VALUE SPACES.
           05 O-T-NAME         PIC X(10).
           05 O-T-EXPECTED     PIC $$$,$$$,$$9.99.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-T-COUNTED      PIC $$$,$$$,$$9.99.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-T-OVER-SHORT   PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-T-MSG          PIC X(10).
           05 FILLER           PIC X(45)   VALUE SPACES.

       01 DRAWER-TOT-LINE.
           05 FILLER           PIC X(4)    VALUE SPACES.
           05 FILLER           PIC X(44)   VALUE
           "DRAWER OVER/SHORT".
           05 O-G-OVER-SHORT   PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(69)   VALUE SPACES.

       01 SECTION-HDR-LINE.
           05 O-H-TEXT         PIC X(50).
           05 FILLER           PIC X(82)   VALUE SPACES.

       01 SHORT-HDR-LINE.
           05 FILLER           PIC X(12)   VALUE "SHIFT DATE".
           05 FILLER           PIC X(9)    VALUE "CLERK".
           05 FILLER           PIC X(7)    VALUE "GATE".
           05 FILLER           PIC X(7)    VALUE "SHIFT".
           05 FILLER           PIC X(10)   VALUE "TENDER".
           05 FILLER           PIC X(15)   VALUE "   STILL OPEN".
           05 FILLER           PIC X(72)   VALUE SPACES.

       01 SHORT-LINE.
           05 O-S-DATE         PIC 9(8).
           05 FILLER           PIC X(4)    VALUE SPACES.
           05 O-S-CLERK-ID     PIC X(6).
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-S-GATE-ID      PIC X(4).
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-S-SHIFT        PIC X.
           05 FILLER           PIC X(6)    VALUE SPACES.
           05 O-S-TENDER       PIC X(10).
           05 O-S-AMT          PIC $$$,$$9.99.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-S-MSG          PIC X(40).
           05 FILLER           PIC X(35)   VALUE SPACES.

       01 SHORT-NONE-LINE.
           05 FILLER           PIC X(30)   VALUE "NONE".
           05 FILLER           PIC X(102)  VALUE SPACES.

       01 SUMMARY-LINE.
           05 O-M-LABEL        PIC X(40).
           05 O-M-AMT          PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(77)   VALUE SPACES.

       01 REJECT-LINE.
           05 FILLER           PIC X(22)   VALUE "REJECTED:".
           05 O-R-TYPE         PIC X.
           05 FILLER           PIC X       VALUE SPACE.
           05 O-R-DATE         PIC X(8).
           05 FILLER           PIC X       VALUE SPACE.
           05 O-R-CLERK-ID     PIC X(6).
           05 FILLER           PIC X       VALUE SPACE.
           05 O-R-GATE-ID      PIC X(4).
           05 FILLER           PIC X       VALUE SPACE.
           05 O-R-SHIFT        PIC X.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-R-MSG          PIC X(40).
           05 FILLER           PIC X(44)   VALUE SPACES.

       01 CLOSE-FULL-LINE.
           05 FILLER   PIC X(60)  VALUE
           "TABLE FULL - NOTHING CLOSED OR CARRIED, RUN LEFT OPEN".
           05 FILLER   PIC X(72)  VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL MORE-RECS = "NO".
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           PERFORM L3-IDENTIFY-INPUT.
           PERFORM L3-RUN-CONTROL-START.
           MOVE WK-RUNCTL-RUN-ID TO O-RUN-ID.
           OPEN OUTPUT RPTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CUR-YY TO O-CUR-YY.
           MOVE CUR-MM TO O-CUR-MM.
           MOVE CUR-DD TO O-CUR-DD.
           PERFORM L3-HEADINGS.
           MOVE 'CLEARANCES AND FEED REJECTS' TO O-H-TEXT.
           WRITE RPTLINE FROM SECTION-HDR-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L3-LOAD-SHORTS.
           IF TABLE-FULL-SW = 'Y'
               MOVE "NO" TO MORE-RECS
           ELSE
               OPEN INPUT DRAWIN
               IF WK-DRAW-STATUS = '00'
                   PERFORM L3-READ
               ELSE
                   MOVE "NO" TO MORE-RECS
               END-IF
           END-IF.

      * FIRST PASS - THE FEED ITSELF. COUNTS OPEN THEIR DRAWERS AND
      * NAME THE DATES BEING CLOSED; CLEARANCES COME OFF THE OPEN
      * SHORTAGES.
       L2-MAINLINE.
           EVALUATE TRUE
               WHEN DRW-DATE NOT NUMERIC
                   MOVE 'SHIFT DATE NOT NUMERIC' TO O-R-MSG
                   PERFORM L4-REJECT-DRAWER
               WHEN DRW-CLERK-ID = SPACES OR DRW-GATE-ID = SPACES
                   OR DRW-SHIFT = SPACE
                   MOVE 'CLERK, GATE AND SHIFT REQUIRED' TO O-R-MSG
                   PERFORM L4-REJECT-DRAWER
               WHEN DRW-CASH-AMT NOT NUMERIC
                   OR DRW-CHECK-AMT NOT NUMERIC
                   OR DRW-CARD-AMT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO O-R-MSG
                   PERFORM L4-REJECT-DRAWER
               WHEN DRW-COUNT
                   PERFORM L3-TAKE-COUNT
               WHEN DRW-CLEAR
                   PERFORM L3-TAKE-CLEARANCE
               WHEN OTHER
                   MOVE 'TYPE MUST BE C OR X' TO O-R-MSG
                   PERFORM L4-REJECT-DRAWER
           END-EVALUATE.
           PERFORM L3-READ.

      * A COUNT FOR A 32ND SHIFT DATE IS REJECTED RATHER THAN TAKEN -
      * ITS DATE COULD NOT BE CLOSED, SO ITS DRAWERS WOULD HAVE NO
      * EXPECTED AMOUNTS. IT IS TURNED IN AGAIN ON A LATER FEED.
       L3-TAKE-COUNT.
           MOVE DRW-DATE TO WK-KEY-DATE.
           MOVE DRW-CLERK-ID TO WK-KEY-CLERK.
           MOVE DRW-GATE-ID TO WK-KEY-GATE.
           MOVE DRW-SHIFT TO WK-KEY-SHIFT.
           PERFORM L4-NOTE-CLOSE-DATE.
           IF DATE-FOUND-SW NOT = 'Y'
               MOVE 'TOO MANY SHIFT DATES ON ONE FEED' TO O-R-MSG
               PERFORM L4-REJECT-DRAWER
           ELSE
               PERFORM L4-FIND-DRAWER
               IF GRP-FOUND-SW NOT = 'Y'
                   MOVE 'NO ROOM FOR ANOTHER DRAWER' TO O-R-MSG
                   PERFORM L4-REJECT-DRAWER
               ELSE
                   MOVE 'Y' TO GR-COUNTED-SW(GRP-INDEX)
                   ADD DRW-CASH-AMT TO GR-COUNTED(GRP-INDEX, 1)
                   ADD DRW-CHECK-AMT TO GR-COUNTED(GRP-INDEX, 2)
                   ADD DRW-CARD-AMT TO GR-COUNTED(GRP-INDEX, 3)
               END-IF
           END-IF.

      * A CLEARANCE TAKES ITS AMOUNT, TENDER BY TENDER, OFF THE OPEN
      * SHORTAGE FOR THE SAME SHIFT. A SHORTAGE CLEARED TO ZERO OR
      * BELOW DROPS OFF THE FILE AT CLOSING.
       L3-TAKE-CLEARANCE.
           MOVE 'N' TO SHT-FOUND-SW.
           PERFORM VARYING C-TND FROM 1 BY 1 UNTIL C-TND > 3
               EVALUATE C-TND
                   WHEN 1
                       MOVE DRW-CASH-AMT TO WK-CLEAR-AMT
                   WHEN 2
                       MOVE DRW-CHECK-AMT TO WK-CLEAR-AMT
                   WHEN OTHER
                       MOVE DRW-CARD-AMT TO WK-CLEAR-AMT
               END-EVALUATE
               IF WK-CLEAR-AMT NOT = ZERO
                   PERFORM L4-CLEAR-ONE-TENDER
               END-IF
           END-PERFORM.
           IF SHT-FOUND-SW NOT = 'Y'
               MOVE 'NO OPEN SHORTAGE FOR THAT SHIFT' TO O-R-MSG
               PERFORM L4-REJECT-DRAWER
           END-IF.

       L4-CLEAR-ONE-TENDER.
           PERFORM VARYING SHT-INDEX FROM 1 BY 1
               UNTIL SHT-INDEX > C-SHT-CTR
               IF SH-DATE(SHT-INDEX) = DRW-DATE
                   AND SH-CLERK-ID(SHT-INDEX) = DRW-CLERK-ID
                   AND SH-GATE-ID(SHT-INDEX) = DRW-GATE-ID
                   AND SH-SHIFT(SHT-INDEX) = DRW-SHIFT
                   AND SH-TENDER(SHT-INDEX) = TN-CODE(C-TND)
                   AND SH-AMT(SHT-INDEX) > ZERO
                   MOVE 'Y' TO SHT-FOUND-SW
                   SUBTRACT WK-CLEAR-AMT FROM SH-AMT(SHT-INDEX)
                   MOVE SH-DATE(SHT-INDEX) TO O-S-DATE
                   MOVE SH-CLERK-ID(SHT-INDEX) TO O-S-CLERK-ID
                   MOVE SH-GATE-ID(SHT-INDEX) TO O-S-GATE-ID
                   MOVE SH-SHIFT(SHT-INDEX) TO O-S-SHIFT
                   MOVE TN-NAME(C-TND) TO O-S-TENDER
                   MOVE WK-CLEAR-AMT TO O-S-AMT
                   MOVE 'CLEARED TODAY' TO O-S-MSG
                   WRITE RPTLINE FROM SHORT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE ZERO TO WK-CLEAR-AMT
               END-IF
           END-PERFORM.

       L4-REJECT-DRAWER.
           ADD 1 TO C-REJ-CTR.
           MOVE DRW-TYPE TO O-R-TYPE.
           MOVE DRW-DATE TO O-R-DATE.
           MOVE DRW-CLERK-ID TO O-R-CLERK-ID.
           MOVE DRW-GATE-ID TO O-R-GATE-ID.
           MOVE DRW-SHIFT TO O-R-SHIFT.
           WRITE RPTLINE FROM REJECT-LINE
               AFTER ADVANCING 1 LINE.

      * POSITIONS GRP-INDEX AT THE DRAWER FOR THE KEY FIELDS,
      * OPENING A NEW ONE (ZERO AMOUNTS, NOT COUNTED) IF NEED BE.
      * GRP-FOUND-SW STAYS 'N' ONLY WHEN THE TABLE IS FULL.
       L4-FIND-DRAWER.
           MOVE 'N' TO GRP-FOUND-SW.
           PERFORM VARYING GRP-INDEX FROM 1 BY 1
               UNTIL GRP-INDEX > C-GRP-CTR
                   OR GRP-FOUND-SW = 'Y'
               IF GR-DATE(GRP-INDEX) = WK-KEY-DATE
                   AND GR-CLERK-ID(GRP-INDEX) = WK-KEY-CLERK
                   AND GR-GATE-ID(GRP-INDEX) = WK-KEY-GATE
                   AND GR-SHIFT(GRP-INDEX) = WK-KEY-SHIFT
                   MOVE 'Y' TO GRP-FOUND-SW
               END-IF
           END-PERFORM.
           IF GRP-FOUND-SW = 'Y'
               SET GRP-INDEX DOWN BY 1
           ELSE
               IF C-GRP-CTR < 500
                   ADD 1 TO C-GRP-CTR
                   SET GRP-INDEX TO C-GRP-CTR
                   MOVE WK-KEY-DATE TO GR-DATE(GRP-INDEX)
                   MOVE WK-KEY-CLERK TO GR-CLERK-ID(GRP-INDEX)
                   MOVE WK-KEY-GATE TO GR-GATE-ID(GRP-INDEX)
                   MOVE WK-KEY-SHIFT TO GR-SHIFT(GRP-INDEX)
                   MOVE 'N' TO GR-COUNTED-SW(GRP-INDEX)
                   MOVE 'N' TO GR-CLOSED-SW(GRP-INDEX)
                   PERFORM VARYING C-TND FROM 1 BY 1 UNTIL C-TND > 3
                       MOVE ZERO TO GR-EXPECTED(GRP-INDEX, C-TND)
                       MOVE ZERO TO GR-COUNTED(GRP-INDEX, C-TND)
                   END-PERFORM
                   MOVE 'Y' TO GRP-FOUND-SW
               END-IF
           END-IF.

      * DATE-FOUND-SW STAYS 'N' ONLY WHEN THE DATE IS NEW AND THE
      * TABLE IS FULL.
       L4-NOTE-CLOSE-DATE.
           PERFORM L4-CHECK-CLOSE-DATE.
           IF DATE-FOUND-SW NOT = 'Y' AND C-DATE-CTR < 31
               ADD 1 TO C-DATE-CTR
               SET CD-INDEX TO C-DATE-CTR
               MOVE WK-KEY-DATE TO CLOSE-DATE-ENTRY(CD-INDEX)
               MOVE 'Y' TO DATE-FOUND-SW
           END-IF.

      * TRUE WHEN WK-KEY-DATE IS ONE OF THE DATES BEING CLOSED.
       L4-CHECK-CLOSE-DATE.
           MOVE 'N' TO DATE-FOUND-SW.
           PERFORM VARYING CD-INDEX FROM 1 BY 1
               UNTIL CD-INDEX > C-DATE-CTR
               IF CLOSE-DATE-ENTRY(CD-INDEX) = WK-KEY-DATE
                   MOVE 'Y' TO DATE-FOUND-SW
               END-IF
           END-PERFORM.

       L3-READ.
           READ DRAWIN
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.

      * THE FEED'S IDENTITY FOR RUN CONTROL - READ ONCE, UP FRONT,
      * THE WAY COBCMSCP01 IDENTIFIES RESERVEMASTER.
       L3-IDENTIFY-INPUT.
           OPEN INPUT DRAWIN.
           IF WK-DRAW-STATUS = '00'
               PERFORM UNTIL WK-DRAW-STATUS NOT = '00'
                   READ DRAWIN
                   IF WK-DRAW-STATUS = '00'
                       ADD 1 TO C-INPUT-CTR
                       IF C-INPUT-CTR = 1 AND DRW-DATE NUMERIC
                           MOVE DRW-DATE TO WK-FIRST-DATE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DRAWIN.
           MOVE SPACES TO WK-RUNCTL-INPUT.
           STRING C-INPUT-CTR DELIMITED BY SIZE
               WK-FIRST-DATE DELIMITED BY SIZE
               INTO WK-RUNCTL-INPUT.

      * THE SAME FEED TWICE IN ONE DAY ('D') WOULD TAKE EVERY
      * CLEARANCE OFF TWICE AND CARRY EVERY NEW SHORTAGE TWICE. A
      * RERUN AFTER A CRASH ('R') IS SAFE - SHORTS.DAT IS ONLY
      * REWRITTEN, AND CLOSED.DAT ONLY EXTENDED, AT CLOSING, JUST
      * BEFORE THE RUN IS MARKED ENDED, SO THE RERUN STARTS FROM THE
      * SAME OPEN SHORTAGES AND THE SAME CLOSED DRAWERS.
       L3-RUN-CONTROL-START.
           MOVE 'S' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
           EVALUATE WK-RUNCTL-RESP
               WHEN 'G'
               WHEN 'R'
                   CONTINUE
               WHEN 'D'
                   DISPLAY 'COBCMSCP29 DRAWER FEED ALREADY CLOSED OUT '
                       'TODAY - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'COBCMSCP29 PRIOR RUN NOT COMPLETE - '
                       'RESOLVE BEFORE RERUNNING'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * A SHORTAGE LEFT OFF THE TABLE WOULD BE LOST WHEN THE FILE IS
      * REWRITTEN, SO A FILE THE TABLE CANNOT HOLD REFUSES THE RUN.
       L3-LOAD-SHORTS.
           OPEN INPUT SHORTIN.
           IF WK-SHORT-STATUS = '00'
               PERFORM UNTIL WK-SHORT-STATUS NOT = '00'
                   OR TABLE-FULL-SW = 'Y'
                   READ SHORTIN
                   IF WK-SHORT-STATUS = '00' AND C-SHT-CTR = 2000
                       MOVE 'Y' TO TABLE-FULL-SW
                   END-IF
                   IF WK-SHORT-STATUS = '00' AND C-SHT-CTR < 2000
                       ADD 1 TO C-SHT-CTR
                       SET SHT-INDEX TO C-SHT-CTR
                       MOVE SHT-DATE TO SH-DATE(SHT-INDEX)
                       MOVE SHT-CLERK-ID TO SH-CLERK-ID(SHT-INDEX)
                       MOVE SHT-GATE-ID TO SH-GATE-ID(SHT-INDEX)
                       MOVE SHT-SHIFT TO SH-SHIFT(SHT-INDEX)
                       MOVE SHT-TENDER TO SH-TENDER(SHT-INDEX)
                       MOVE SHT-AMT TO SH-AMT(SHT-INDEX)
                       MOVE 'N' TO SH-NEW-SW(SHT-INDEX)
                   END-IF
               END-PERFORM
               CLOSE SHORTIN.

      * WHAT EACH DRAWER SHOULD HOLD - COUNTER PAYMENTS AND COUNTER
      * SALES ON A DATE BEING CLOSED, BY THE CLERK, GATE, SHIFT AND
      * TENDER THEY NAME. DEPOSITS, RETENTIONS, CHARGEBACKS AND
      * FOLIO SALES NAME NO DRAWER AND ARE PASSED BY.
       L3-LOAD-EXPECTED.
           OPEN INPUT PAYIN.
           IF WK-PAY-STATUS = '00'
               PERFORM UNTIL WK-PAY-STATUS NOT = '00'
                   READ PAYIN
                   IF WK-PAY-STATUS = '00'
                       AND PAY-CLERK-ID NOT = SPACES
                       AND PAY-AMT NUMERIC
                       MOVE PAY-DATE TO WK-KEY-DATE
                       MOVE PAY-CLERK-ID TO WK-KEY-CLERK
                       MOVE PAY-GATE-ID TO WK-KEY-GATE
                       MOVE PAY-SHIFT TO WK-KEY-SHIFT
                       MOVE PAY-TENDER TO WK-KEY-TENDER
                       MOVE PAY-AMT TO WK-KEY-AMT
                       PERFORM L4-ADD-EXPECTED
                   END-IF
               END-PERFORM
               CLOSE PAYIN.
           OPEN INPUT INCDIN.
           IF WK-INCD-STATUS = '00'
               PERFORM UNTIL WK-INCD-STATUS NOT = '00'
                   READ INCDIN
                   IF WK-INCD-STATUS = '00'
                       AND INC-CLERK-ID NOT = SPACES
                       AND INC-TENDER NOT = SPACE
                       AND INC-AMT NUMERIC
                       MOVE INC-DATE TO WK-KEY-DATE
                       MOVE INC-CLERK-ID TO WK-KEY-CLERK
                       MOVE INC-GATE-ID TO WK-KEY-GATE
                       MOVE INC-SHIFT TO WK-KEY-SHIFT
                       MOVE INC-TENDER TO WK-KEY-TENDER
                       MOVE INC-AMT TO WK-KEY-AMT
                       PERFORM L4-ADD-EXPECTED
                   END-IF
               END-PERFORM
               CLOSE INCDIN.

       L4-ADD-EXPECTED.
           PERFORM L4-CHECK-CLOSE-DATE.
           IF DATE-FOUND-SW = 'Y'
               PERFORM L4-FIND-DRAWER
               IF GRP-FOUND-SW = 'Y'
                   PERFORM VARYING C-TND FROM 1 BY 1 UNTIL C-TND > 3
                       IF TN-CODE(C-TND) = WK-KEY-TENDER
                           ADD WK-KEY-AMT TO
                               GR-EXPECTED(GRP-INDEX, C-TND)
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
               END-IF
           END-IF.

       L3-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE RPTLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE RPTLINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.

      * NOTHING IS CLOSED OR CARRIED, AND THE RUN IS LEFT OPEN, IF
      * ANY TABLE OVERFLOWED - THE SHORTAGE FILE AND THE CLOSED-DRAWER
      * HISTORY ARE WRITTEN WHOLE OR NOT AT ALL.
       L2-CLOSING.
           IF TABLE-FULL-SW NOT = 'Y'
               IF WK-DRAW-STATUS NOT = '35'
                   CLOSE DRAWIN
               END-IF
               PERFORM L3-LOAD-CLOSED
               PERFORM L3-LOAD-EXPECTED
           END-IF.
           IF TABLE-FULL-SW NOT = 'Y'
               PERFORM L3-CLOSE-OUT
           END-IF.
           IF TABLE-FULL-SW = 'Y'
               WRITE RPTLINE FROM CLOSE-FULL-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE RPTOUT
               DISPLAY 'COBCMSCP29 TABLE FULL - NOTHING CLOSED, RUN '
                   'LEFT OPEN'
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE RPTOUT
               PERFORM L3-SAVE-SHORTS
               PERFORM L3-SAVE-CLOSED
               MOVE 'E' TO WK-RUNCTL-OP
               CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
                   WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
                   WK-RUNCTL-RESP
           END-IF.

      * DRAWERS AN EARLIER RUN CLOSED ON THE DATES BEING CLOSED NOW.
      * ONLY THOSE DATES ARE TABLED, SO THE TABLE FOLLOWS TONIGHT'S
      * FEED HOWEVER LONG THE HISTORY GROWS.
       L3-LOAD-CLOSED.
           OPEN INPUT CLOSEDIN.
           IF WK-CLOSED-STATUS = '00'
               PERFORM UNTIL WK-CLOSED-STATUS NOT = '00'
                   READ CLOSEDIN
                   IF WK-CLOSED-STATUS = '00'
                       MOVE CLD-DATE TO WK-KEY-DATE
                       PERFORM L4-CHECK-CLOSE-DATE
                       IF DATE-FOUND-SW = 'Y'
                           MOVE CLD-CLERK-ID TO WK-KEY-CLERK
                           MOVE CLD-GATE-ID TO WK-KEY-GATE
                           MOVE CLD-SHIFT TO WK-KEY-SHIFT
                           PERFORM L4-FIND-DRAWER
                           IF GRP-FOUND-SW = 'Y'
                               MOVE 'Y' TO GR-CLOSED-SW(GRP-INDEX)
                           ELSE
                               MOVE 'Y' TO TABLE-FULL-SW
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CLOSEDIN.

       L3-CLOSE-OUT.
           PERFORM L3-CLOSE-DRAWER
               VARYING C-GRP-IDX FROM 1 BY 1
               UNTIL C-GRP-IDX > C-GRP-CTR.
           PERFORM L3-PRINT-OPEN-SHORTS.
           MOVE 'NET OVER/SHORT, DRAWERS CLOSED' TO O-M-LABEL.
           MOVE C-TOT-OVER-SHORT TO O-M-AMT.
           WRITE RPTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'NEW SHORTAGES CARRIED' TO O-M-LABEL.
           MOVE C-TOT-NEW-SHORT TO O-M-AMT.
           WRITE RPTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL SHORTAGES STILL OPEN' TO O-M-LABEL.
           MOVE C-TOT-OPEN TO O-M-AMT.
           WRITE RPTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

      * A DRAWER AN EARLIER RUN CLOSED IS NOT CLOSED AGAIN. A LATE
      * COUNT FOR ONE IS LISTED BUT NOT TAKEN; WITHOUT A COUNT IT IS
      * ONLY A DATE BEING CLOSED FOR SOMEONE ELSE, AND IS PASSED BY.
       L3-CLOSE-DRAWER.
           SET GRP-INDEX TO C-GRP-IDX.
           IF GR-CLOSED-SW(GRP-INDEX) NOT = 'Y'
               PERFORM L3-PRINT-DRAWER
           ELSE
               IF GR-COUNTED-SW(GRP-INDEX) = 'Y'
                   MOVE GR-DATE(GRP-INDEX) TO O-D-DATE
                   MOVE GR-CLERK-ID(GRP-INDEX) TO O-D-CLERK-ID
                   MOVE GR-GATE-ID(GRP-INDEX) TO O-D-GATE-ID
                   MOVE GR-SHIFT(GRP-INDEX) TO O-D-SHIFT
                   MOVE '*** CLOSED EARLIER - NOT TAKEN' TO O-D-MSG
                   WRITE RPTLINE FROM DRAWER-HDR-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
           END-IF.

      * ONE DRAWER'S BLOCK - A LINE PER TENDER, THEN THE DRAWER'S
      * NET. EVERY TENDER COUNTED SHORT OPENS A CARRIED SHORTAGE.
       L3-PRINT-DRAWER.
           SET GRP-INDEX TO C-GRP-IDX.
           MOVE GR-DATE(GRP-INDEX) TO O-D-DATE.
           MOVE GR-CLERK-ID(GRP-INDEX) TO O-D-CLERK-ID.
           MOVE GR-GATE-ID(GRP-INDEX) TO O-D-GATE-ID.
           MOVE GR-SHIFT(GRP-INDEX) TO O-D-SHIFT.
           IF GR-COUNTED-SW(GRP-INDEX) = 'Y'
               MOVE SPACES TO O-D-MSG
           ELSE
               MOVE '*** NO DRAWER COUNT TURNED IN' TO O-D-MSG.
           WRITE RPTLINE FROM DRAWER-HDR-LINE
               AFTER ADVANCING 2 LINES.
           WRITE RPTLINE FROM TENDER-HDR-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WK-GRP-OVER-SHORT.
           PERFORM L4-PRINT-TENDER
               VARYING C-TND FROM 1 BY 1
               UNTIL C-TND > 3.
           MOVE WK-GRP-OVER-SHORT TO O-G-OVER-SHORT.
           WRITE RPTLINE FROM DRAWER-TOT-LINE
               AFTER ADVANCING 1 LINE.
           ADD WK-GRP-OVER-SHORT TO C-TOT-OVER-SHORT.

       L4-PRINT-TENDER.
           SUBTRACT GR-EXPECTED(GRP-INDEX, C-TND)
               FROM GR-COUNTED(GRP-INDEX, C-TND)
               GIVING WK-OVER-SHORT.
           ADD WK-OVER-SHORT TO WK-GRP-OVER-SHORT.
           MOVE TN-NAME(C-TND) TO O-T-NAME.
           MOVE GR-EXPECTED(GRP-INDEX, C-TND) TO O-T-EXPECTED.
           MOVE GR-COUNTED(GRP-INDEX, C-TND) TO O-T-COUNTED.
           MOVE WK-OVER-SHORT TO O-T-OVER-SHORT.
           EVALUATE TRUE
               WHEN WK-OVER-SHORT > ZERO
                   MOVE 'OVER' TO O-T-MSG
               WHEN WK-OVER-SHORT < ZERO
                   MOVE 'SHORT' TO O-T-MSG
                   PERFORM L5-CARRY-SHORTAGE
               WHEN OTHER
                   MOVE SPACES TO O-T-MSG
           END-EVALUATE.
           WRITE RPTLINE FROM TENDER-LINE
               AFTER ADVANCING 1 LINE.

       L5-CARRY-SHORTAGE.
           SUBTRACT WK-OVER-SHORT FROM ZERO GIVING WK-KEY-AMT.
           ADD WK-KEY-AMT TO C-TOT-NEW-SHORT.
           IF C-SHT-CTR < 2000
               ADD 1 TO C-SHT-CTR
               SET SHT-INDEX TO C-SHT-CTR
               MOVE GR-DATE(GRP-INDEX) TO SH-DATE(SHT-INDEX)
               MOVE GR-CLERK-ID(GRP-INDEX) TO SH-CLERK-ID(SHT-INDEX)
               MOVE GR-GATE-ID(GRP-INDEX) TO SH-GATE-ID(SHT-INDEX)
               MOVE GR-SHIFT(GRP-INDEX) TO SH-SHIFT(SHT-INDEX)
               MOVE TN-CODE(C-TND) TO SH-TENDER(SHT-INDEX)
               MOVE WK-KEY-AMT TO SH-AMT(SHT-INDEX)
               MOVE 'Y' TO SH-NEW-SW(SHT-INDEX)
           ELSE
               MOVE 'Y' TO TABLE-FULL-SW
           END-IF.

      * EVERY SHORTAGE STILL OPEN, OLDEST FIRST AS THE FILE HOLDS
      * THEM, TODAY'S NEW ONES LAST.
       L3-PRINT-OPEN-SHORTS.
           MOVE 'SHORTAGES STILL OPEN' TO O-H-TEXT.
           WRITE RPTLINE FROM SECTION-HDR-LINE
               AFTER ADVANCING 3 LINES.
           WRITE RPTLINE FROM SHORT-HDR-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L4-PRINT-ONE-SHORT
               VARYING C-SHT-IDX FROM 1 BY 1
               UNTIL C-SHT-IDX > C-SHT-CTR.
           IF C-TOT-OPEN = ZERO
               WRITE RPTLINE FROM SHORT-NONE-LINE
                   AFTER ADVANCING 1 LINE.

       L4-PRINT-ONE-SHORT.
           SET SHT-INDEX TO C-SHT-IDX.
           IF SH-AMT(SHT-INDEX) > ZERO
               ADD SH-AMT(SHT-INDEX) TO C-TOT-OPEN
               MOVE SH-DATE(SHT-INDEX) TO O-S-DATE
               MOVE SH-CLERK-ID(SHT-INDEX) TO O-S-CLERK-ID
               MOVE SH-GATE-ID(SHT-INDEX) TO O-S-GATE-ID
               MOVE SH-SHIFT(SHT-INDEX) TO O-S-SHIFT
               MOVE SH-TENDER(SHT-INDEX) TO O-S-TENDER
               PERFORM VARYING C-TND FROM 1 BY 1 UNTIL C-TND > 3
                   IF TN-CODE(C-TND) = SH-TENDER(SHT-INDEX)
                       MOVE TN-NAME(C-TND) TO O-S-TENDER
                   END-IF
               END-PERFORM
               MOVE SH-AMT(SHT-INDEX) TO O-S-AMT
               IF SH-NEW-SW(SHT-INDEX) = 'Y'
                   MOVE 'NEW TODAY' TO O-S-MSG
               ELSE
                   MOVE 'CARRIED FORWARD' TO O-S-MSG
               END-IF
               WRITE RPTLINE FROM SHORT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L3-SAVE-SHORTS.
           OPEN OUTPUT SHORTOUT.
           PERFORM VARYING SHT-INDEX FROM 1 BY 1
               UNTIL SHT-INDEX > C-SHT-CTR
               IF SH-AMT(SHT-INDEX) > ZERO
                   MOVE SH-DATE(SHT-INDEX) TO SHO-DATE
                   MOVE SH-CLERK-ID(SHT-INDEX) TO SHO-CLERK-ID
                   MOVE SH-GATE-ID(SHT-INDEX) TO SHO-GATE-ID
                   MOVE SH-SHIFT(SHT-INDEX) TO SHO-SHIFT
                   MOVE SH-TENDER(SHT-INDEX) TO SHO-TENDER
                   MOVE SH-AMT(SHT-INDEX) TO SHO-AMT
                   WRITE SHO-REC
               END-IF
           END-PERFORM.
           CLOSE SHORTOUT.

      * EVERY DRAWER CLOSED TONIGHT GOES ON THE HISTORY. THE FIRST
      * NIGHT THERE IS NO HISTORY YET (STATUS 35 ON THE LOAD), AND
      * THE FILE IS STARTED INSTEAD OF EXTENDED.
       L3-SAVE-CLOSED.
           IF WK-CLOSED-STATUS = '35'
               OPEN OUTPUT CLOSEDOUT
           ELSE
               OPEN EXTEND CLOSEDOUT
           END-IF.
           PERFORM VARYING GRP-INDEX FROM 1 BY 1
               UNTIL GRP-INDEX > C-GRP-CTR
               IF GR-CLOSED-SW(GRP-INDEX) NOT = 'Y'
                   MOVE GR-DATE(GRP-INDEX) TO CLO-DATE
                   MOVE GR-CLERK-ID(GRP-INDEX) TO CLO-CLERK-ID
                   MOVE GR-GATE-ID(GRP-INDEX) TO CLO-GATE-ID
                   MOVE GR-SHIFT(GRP-INDEX) TO CLO-SHIFT
                   WRITE CLO-REC
               END-IF
           END-PERFORM.
           CLOSE CLOSEDOUT.
