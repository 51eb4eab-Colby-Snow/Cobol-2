       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCMSCP39.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * MONTHLY BOOKING AGENT COMMISSION STATEMENTS. FOR THE MONTH
      * IN CP39PRM.DAT (YYYYMM, WHICH MUST BE OVER) THE BOOKING
      * JOURNAL (CAMPRES.DAT) IS NETTED THE WAY COBCMSCP21 NETS IT -
      * EXCEPT THAT A CANCELLED BOOKING IS KEPT WITH THE FEE ITS
      * MARKERS RETAINED, SINCE THE AGENT'S COMMISSION HAS TO FOLLOW
      * IT - AND EVERY BOOKING CARRYING AN AGENT CODE IS PRICED FOR
      * COMMISSION UNDER THE AGENT'S TERMS ON AGENT.DAT:
      *   - A LIVE BOOKING WHOSE STAY BEGAN BY THE END OF THE MONTH
      *     IS DUE THE PERCENT OF ITS GROSS OR NET SITE CHARGE (TAX
      *     AND FEES NEVER EARN). ONE THAT HAS NOT ARRIVED YET IS
      *     DUE NOTHING, BUT IS SHOWN AS ACCRUED ON FUTURE STAYS.
      *   - A NO-SHOW RELEASED AT THE GATE WAS NEVER USED AND IS DUE
      *     NOTHING.
      *   - A CANCELLED BOOKING IS DUE THE PERCENT OF THE FEE WE
      *     RETAINED WHEN THE AGENT'S CONTRACT KEEPS COMMISSION ON
      *     RETAINED FEES, OTHERWISE NOTHING.
      * WHAT IS DUE IS COMPARED WITH WHAT THE COMMISSION LEDGER
      * (AGTCOMM.DAT) HAS ALREADY PAID ON THE BOOKING, AND ONLY THE
      * DIFFERENCE IS WRITTEN - SO A STAY EARNS ONCE, A LATER
      * CANCELLATION OR NO-SHOW REVERSES IT, AND AN AMENDMENT THAT
      * CHANGES THE SITE CHARGE ADJUSTS IT. THE STATEMENT (AGTSTMT.PRT)
      * IS ONE PAGE PER AGENT LISTING THE MONTH'S LEDGER LINES -
      * STAYS USED, THEN ADJUSTMENTS, REVERSALS AND RETAINED-FEE
      * COMMISSION - WITH THE NET PAYABLE; THE PAYABLES EXTRACT
      * (AGTPAY.DAT) CARRIES ONE ROW PER AGENT FOR ACCOUNTS PAYABLE.
      * A MONTH MAY BE RERUN (THE STATEMENTS REPRINT, AND ONLY
      * CHANGES SINCE THE FIRST RUN ARE ADDED AND EXTRACTED), BUT
      * NEVER ONCE A LATER MONTH HAS BEEN STATED. A RUN THAT STOPS
      * PART WAY MAY BE RESTARTED AT ONCE - THE LEDGER LINES IT GOT
      * WRITTEN COUNT AS PAID AND ARE EXTRACTED AGAIN ALONGSIDE THE
      * RESTART'S OWN, AND NO OTHER MONTH IS STATED UNTIL IT HAS
      * FINISHED. ONLY THE STATEMENT MONTH'S LEDGER LINES ARE HELD -
      * EARLIER MONTHS ARE ADDED INTO THEIR BOOKINGS AS THE LEDGER
      * IS READ, SINCE THE LEDGER IS NEVER COMPACTED. BOOKINGS ALREADY
      * MOVED TO THE YEAR-END ARCHIVE (COBCMSCP09) ARE NOT PRICED
      * AGAIN - WHAT THE LEDGER PAID ON THEM STANDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RUN PARAMETER - THE STATEMENT MONTH. THE RUN REFUSES TO START
      * ON A MISSING FILE, A MONTH THAT IS NOT REAL, OR A MONTH THAT
      * IS NOT OVER YET.
           SELECT PARMFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP39\CP39PRM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-PARM-STATUS.
           SELECT AGENTFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\AGENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-AGENT-STATUS.
           SELECT CAMPRESIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CAMPRES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CAMPRES-STATUS.
           SELECT COMMIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP39\AGTCOMM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-COMM-STATUS.
      * SAME PHYSICAL FILE AS COMMIN - REOPENED EXTEND TO APPEND THIS
      * RUN'S LINES.
           SELECT COMMOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP39\AGTCOMM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
      * READ ONLY - WRITTEN BY RUNCTL001.
           SELECT RUNCTLIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\RUNCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CTLIN-STATUS.
           SELECT PAYOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP39\AGTPAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP39\AGTSTMT.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PARMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PARM-REC.

       01 PARM-REC.
           05 PRM-STMT-MONTH.
               10 PRM-STMT-YYYY    PIC 9(4).
               10 PRM-STMT-MM      PIC 99.
                   88 PRM-VALID-MM VALUE 1 THRU 12.

       FD AGENTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS AGT-REC.

       COPY 'AGENT.CPY'.

       FD CAMPRESIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS VAL-REC.

       COPY 'VAL.CPY'.

       FD COMMIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS AGTC-REC.

       COPY 'AGTC.CPY'.

      * COUT-REC MIRRORS AGTC-REC IN AGTC.CPY SO THE APPENDED LINES
      * READ BACK WITH THE LAYOUT EVERY READER EXPECTS.
       FD COMMOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS COUT-REC.

       01 COUT-REC.
           05 COUT-CONFIRM-NUM     PIC X(18).
           05 COUT-AGENT-CODE      PIC X(6).
           05 COUT-STMT-MONTH      PIC 9(6).
           05 COUT-TYPE            PIC X.
           05 COUT-BASIS-AMT       PIC S9(7)V99.
           05 COUT-COMM-PCT        PIC 99V99.
           05 COUT-COMM-AMT        PIC S9(5)V99.
           05 COUT-RUN-DATE        PIC 9(8).
           05 COUT-RUN-ID          PIC 9(11).

      * RCT-REC MIRRORS RUNCTL-REC IN RUNCTL001.
       FD RUNCTLIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS RCT-REC.

       01 RCT-REC.
           05 RCT-PROGRAM          PIC X(10).
           05 RCT-STATUS           PIC X.
           05 RCT-RUN-ID           PIC 9(11).
           05 RCT-DATE             PIC 9(8).
           05 RCT-INPUT-ID         PIC X(20).

       FD PAYOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS AGTP-REC.

       COPY 'AGTP.CPY'.

       FD STMTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS STMTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 STMTLINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001) - THE JOURNAL
      * MUST BE COMPLETE FOR THE DAY, SO THE RUN WAITS FOR TONIGHT'S
      * COBCMSCP01. THE INPUT ID NAMES THE MONTH, SO THE SAME MONTH
      * IS NOT STATED TWICE IN ONE DAY.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP39'.
           05 WK-RUNCTL-PRED   PIC X(10)  VALUE 'COBCMSCP01'.
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE SPACES.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-PARM-STATUS   PIC XX      VALUE SPACES.
           05 WK-AGENT-STATUS  PIC XX      VALUE SPACES.
           05 WK-CAMPRES-STATUS PIC XX     VALUE SPACES.
           05 WK-COMM-STATUS   PIC XX      VALUE SPACES.
           05 WK-CTLIN-STATUS  PIC XX      VALUE SPACES.
      * SET WHEN THE JOURNAL, THE BOOKINGS, THE MONTH'S LEDGER LINES
      * OR THE AGENT LIST OUTGROWS ITS TABLE - NOTHING IS POSTED OR
      * EXTRACTED, SINCE ANY FIGURE WOULD BE SHORT, AND THE RUN ENDS
      * WITH A BAD RETURN CODE.
           05 TABLE-FULL-SW    PIC X       VALUE 'N'.
      * SET WHEN THERE IS NO LEDGER YET - THE FIRST RUN CREATES IT.
           05 NEW-LEDGER-SW    PIC X       VALUE 'N'.
           05 FOUND-SW         PIC X       VALUE 'N'.
           05 DROP-ROW-SW      PIC X       VALUE 'N'.
           05 WK-ROW-SEQ       PIC 9       VALUE ZERO.
           05 C-KEPT-CTR       PIC 9(4)    VALUE ZERO.
           05 C-POS-IDX        PIC 9(4)    VALUE ZERO.
           05 C-BK-CTR         PIC 9(4)    VALUE ZERO.
           05 C-BK-IDX         PIC 9(4)    VALUE ZERO.
           05 C-LED-CTR        PIC 9(5)    VALUE ZERO.
           05 C-LED-IDX        PIC 9(5)    VALUE ZERO.
           05 C-AGENT-CTR      PIC 999     VALUE ZERO.
           05 C-AGENT-IDX      PIC 999     VALUE ZERO.
           05 C-IN-CTR         PIC 9(6)    VALUE ZERO.
           05 C-NEW-CTR        PIC 9(5)    VALUE ZERO.
           05 C-CARRIED-CTR    PIC 9(5)    VALUE ZERO.
           05 C-STMT-CTR       PIC 999     VALUE ZERO.
           05 C-PAY-CTR        PIC 999     VALUE ZERO.
           05 C-NO-AGENT-CTR   PIC 9(4)    VALUE ZERO.
           05 C-SECTION-CTR    PIC 9(4)    VALUE ZERO.
           05 C-TOT-NEW-AMT    PIC S9(7)V99 VALUE ZERO.
           05 C-TOT-MONTH-AMT  PIC S9(7)V99 VALUE ZERO.
           05 C-TOT-ACCRUED    PIC S9(7)V99 VALUE ZERO.
      * THE LATEST STATEMENT MONTH ALREADY ON THE LEDGER.
           05 WK-LAST-MONTH    PIC 9(6)    VALUE ZERO.
      * THE NEWEST RUN OF THIS PROGRAM TO LOG AN END ON RUNCTL.DAT.
      * RUN IDS ONLY EVER GROW, SO A LEDGER LINE STAMPED WITH A LATER
      * ONE WAS WRITTEN BY A RUN THAT STOPPED BEFORE ITS PAYABLES
      * EXTRACT COULD BE TRUSTED, AND NO RUN HAS FINISHED SINCE TO
      * CARRY IT - THIS RUN EXTRACTS IT.
           05 WK-LAST-END-RUN-ID PIC 9(11) VALUE ZERO.
      * A MONTH OTHER THAN THIS ONE WITH LINES FROM SUCH A RUN.
           05 WK-UNENDED-MONTH PIC 9(6)    VALUE ZERO.
           05 WK-FIND-CONFIRM  PIC X(18)   VALUE SPACES.
      * THE STATEMENT MONTH, AND THE FIRST DAY OF THE MONTH AFTER IT
      * - A STAY THAT BEGAN BEFORE THAT DAY WAS USED IN (OR BEFORE)
      * THE MONTH.
           05 WK-STMT-MONTH    PIC 9(6)    VALUE ZERO.
           05 WK-NEXT-START.
               10 WK-NEXT-YYYY PIC 9(4).
               10 WK-NEXT-MM   PIC 99.
               10 WK-NEXT-DD   PIC 99.
           05 WK-NEXT-START-NUM REDEFINES WK-NEXT-START PIC 9(8).
      * ONE BOOKING'S COMMISSION AS NOW DUE, AND THE LINE WRITTEN.
           05 WK-BASIS-AMT     PIC S9(7)V99 VALUE ZERO.
           05 WK-DUE-AMT       PIC S9(5)V99 VALUE ZERO.
           05 WK-LINE-AMT      PIC S9(5)V99 VALUE ZERO.
           05 WK-LINE-TYPE     PIC X       VALUE SPACE.
           05 WK-LINE-BASIS    PIC S9(7)V99 VALUE ZERO.
           05 WK-ACCRUED-AMT   PIC S9(5)V99 VALUE ZERO.

      * AGENTS FROM AGENT.DAT WITH THEIR TERMS, AND WHAT THIS MONTH
      * COMES TO FOR EACH. AT-NEW-AMT IS ONLY WHAT THIS RUN ADDED,
      * PLUS WHAT AN UNFINISHED RUN LEFT - THE FIGURE THE PAYABLES
      * EXTRACT CARRIES.
       01 AGENT-TABLE.
           05 AGENT-ENTRY OCCURS 100 TIMES INDEXED BY AGENT-INDEX.
               10 AT-CODE          PIC X(6).
               10 AT-NAME          PIC X(30).
               10 AT-ADDRESS       PIC X(30).
               10 AT-CITY          PIC X(20).
               10 AT-STATE         PIC X(2).
               10 AT-ZIP           PIC X(10).
               10 AT-PCT           PIC 99V99.
               10 AT-BASIS         PIC X.
               10 AT-RETAIN-SW     PIC X.
               10 AT-STATUS        PIC X.
               10 AT-EARNED        PIC S9(7)V99.
               10 AT-RETAINED      PIC S9(7)V99.
               10 AT-ADJUSTED      PIC S9(7)V99.
               10 AT-ACCRUED       PIC S9(7)V99.
               10 AT-NEW-AMT       PIC S9(7)V99.
               10 AT-LINE-CTR      PIC 9(4).

      * THE AGENT-SOLD JOURNAL ROWS, HELD WHOLE UNTIL THE JOURNAL HAS
      * BEEN READ TO THE END - A MARKER OR AMENDMENT CAN ARRIVE ANY
      * NUMBER OF ROWS AFTER THE BOOKING IT AFFECTS. PS-STATE: ' '
      * LIVE, 'R' RELEASED, 'C' CANCELLED, 'D' SUPERSEDED.
      * PS-RETAINED IS WHAT THE CANCELLATION MARKER(S) KEPT, ON THE
      * FIRST ROW OF THE BOOKING ONLY.
       01 POSITION-TABLE.
           05 POS-ENTRY OCCURS 3000 TIMES INDEXED BY POS-INDEX.
               10 PS-ROW           PIC X(228).
               10 PS-CONFIRM-NUM   PIC X(18).
               10 PS-AMEND-SEQ     PIC 9.
               10 PS-STATE         PIC X.
               10 PS-RETAINED      PIC S9(5)V99.

      * ONE ENTRY PER AGENT-SOLD BOOKING - A GROUP'S MEMBER ROWS
      * ADDED TOGETHER UNDER THE MASTER NUMBER - WITH WHAT THE LEDGER
      * HAS PAID ON IT SO FAR: BK-PAID ON THE STAY ITSELF (EARNED,
      * ADJUSTED, REVERSED) AND BK-FEE-PAID ON A RETAINED FEE.
       01 BOOKING-TABLE.
           05 BK-ENTRY OCCURS 3000 TIMES INDEXED BY BK-INDEX.
               10 BK-CONFIRM-NUM   PIC X(18).
               10 BK-AGENT-CODE    PIC X(6).
               10 BK-STATE         PIC X.
               10 BK-NAME          PIC X(42).
               10 BK-CAMPGROUND    PIC X(25).
               10 BK-SITE          PIC X(3).
               10 BK-ARRIVE        PIC 9(8).
               10 BK-LEN-STAY      PIC 99.
               10 BK-STAY-UNIT     PIC X.
               10 BK-GROSS         PIC S9(7)V99.
               10 BK-NET           PIC S9(7)V99.
               10 BK-RETAINED      PIC S9(7)V99.
               10 BK-PAID          PIC S9(7)V99.
               10 BK-FEE-PAID      PIC S9(7)V99.
               10 BK-LINE-CTR      PIC 9(4).

      * THE STATEMENT MONTH'S COMMISSION LINES, THIS RUN'S INCLUDED,
      * SO EACH STATEMENT CAN LIST EVERY LINE PAID IN THE MONTH.
       01 LEDGER-TABLE.
           05 LEDGER-ENTRY OCCURS 9000 TIMES INDEXED BY LED-INDEX.
               10 LD-CONFIRM-NUM   PIC X(18).
               10 LD-AGENT-CODE    PIC X(6).
               10 LD-STMT-MONTH    PIC 9(6).
               10 LD-TYPE          PIC X.
               10 LD-BASIS-AMT     PIC S9(7)V99.
               10 LD-COMM-PCT      PIC 99V99.
               10 LD-COMM-AMT      PIC S9(5)V99.
               10 LD-RUN-DATE      PIC 9(8).
               10 LD-RUN-ID        PIC 9(11).

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
         05 FILLER PIC X(12) VALUE SPACES.
         05 O-TITLE  PIC X(38) VALUE "AGENT COMMISSION STATEMENT".
         05 FILLER PIC X(30) VALUE SPACES.
         05 FILLER PIC X(6) VALUE "PAGE: ".
         05 O-PCTR PIC X(2).

       01 STMT-MONTH-LINE.
           05 FILLER           PIC X(22)   VALUE
           "STATEMENT FOR MONTH: ".
           05 O-M-MONTH.
               10 O-M-YYYY     PIC 9(4).
               10 FILLER       PIC X       VALUE "/".
               10 O-M-MM       PIC 99.
           05 FILLER           PIC X(103)  VALUE SPACES.

       01 STMT-AGENT-LINE.
           05 FILLER           PIC X(7)    VALUE "AGENT: ".
           05 O-A-CODE         PIC X(6).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-A-NAME         PIC X(30).
           05 FILLER           PIC X(4)    VALUE SPACES.
           05 O-A-TERMS        PIC X(45).
           05 FILLER           PIC X(38)   VALUE SPACES.

       01 STMT-ADDR-LINE.
           05 FILLER           PIC X(15)   VALUE SPACES.
           05 O-A-ADDRESS      PIC X(30).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-A-CITY         PIC X(20).
           05 O-A-STATE        PIC X(3).
           05 O-A-ZIP          PIC X(10).
           05 FILLER           PIC X(52)   VALUE SPACES.

       01 TERMS-TEXT.
           05 O-T-PCT          PIC Z9.99.
           05 FILLER           PIC X(12)   VALUE " PERCENT OF ".
           05 O-T-BASIS        PIC X(6).
           05 FILLER           PIC X(12)   VALUE " SITE CHARGE".
           05 O-T-RETAIN       PIC X(8).

       01 STMT-SECTION-LINE.
           05 O-S-TITLE        PIC X(50).
           05 FILLER           PIC X(82)   VALUE SPACES.

       01 STMT-COL-LINE.
           05 FILLER PIC X(20) VALUE "CONFIRMATION".
           05 FILLER PIC X(22) VALUE "GUEST".
           05 FILLER PIC X(16) VALUE "CAMPGROUND".
           05 FILLER PIC X(5)  VALUE "SITE".
           05 FILLER PIC X(11) VALUE "ARRIVE".
           05 FILLER PIC X(7)  VALUE "STAY".
           05 FILLER PIC X(13) VALUE "ACTIVITY".
           05 FILLER PIC X(13) VALUE "       BASIS".
           05 FILLER PIC X(8)  VALUE "   PCT".
           05 FILLER PIC X(17) VALUE "     COMMISSION".

       01 STMT-DETAIL-LINE.
           05 O-D-CONFIRM-NUM  PIC X(18).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-D-NAME         PIC X(20).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-D-CAMPGROUND   PIC X(14).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-D-SITE         PIC X(3).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-D-ARRIVE       PIC 9(8).
           05 FILLER           PIC XXX     VALUE SPACES.
           05 O-D-LEN-STAY     PIC Z9.
           05 O-D-STAY-UNIT    PIC X.
           05 FILLER           PIC X(4)    VALUE SPACES.
           05 O-D-TYPE         PIC X(12).
           05 FILLER           PIC X       VALUE SPACES.
           05 O-D-BASIS        PIC ZZZ,ZZ9.99-.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-D-PCT          PIC Z9.99.
           05 FILLER           PIC XXX     VALUE SPACES.
           05 O-D-COMM         PIC ZZ,ZZ9.99-.
           05 FILLER           PIC X(7)    VALUE SPACES.

       01 STMT-NONE-LINE.
           05 FILLER           PIC X(4)    VALUE SPACES.
           05 FILLER           PIC X(20)   VALUE "NONE THIS MONTH".
           05 FILLER           PIC X(108)  VALUE SPACES.

       01 STMT-TOTAL-LINE.
           05 FILLER           PIC X(60)   VALUE SPACES.
           05 O-T-LABEL        PIC X(40).
           05 O-T-AMT          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(19)   VALUE SPACES.

       01 RUN-COUNT-LINE.
           05 O-R-LABEL        PIC X(40).
           05 O-R-COUNT        PIC ZZZ,ZZ9.
           05 FILLER           PIC X(85)   VALUE SPACES.

       01 RUN-AMT-LINE.
           05 O-R-AMT-LABEL    PIC X(40).
           05 O-R-AMT          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(79)   VALUE SPACES.

       01 FULL-LINE.
           05 FILLER   PIC X(70)  VALUE
           "A TABLE FILLED - NOTHING POSTED, PRINTED OR EXTRACTED".
           05 FILLER   PIC X(62)  VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.
       01 DASH-LINE        PIC X(132)      VALUE ALL "-".

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           IF TABLE-FULL-SW NOT = 'Y'
               PERFORM L2-PRICE-BOOKINGS
               PERFORM L2-PRINT-STATEMENTS
               PERFORM L2-WRITE-PAYABLES
           END-IF.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM L3-READ-PARMS.
           PERFORM L3-FIND-LAST-END.
           PERFORM L3-SCAN-LEDGER.
           IF WK-LAST-MONTH > WK-STMT-MONTH
               DISPLAY 'COBCMSCP39 MONTH ' WK-LAST-MONTH
                   ' ALREADY STATED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-UNENDED-MONTH NOT = ZERO
               DISPLAY 'COBCMSCP39 MONTH ' WK-UNENDED-MONTH
                   ' RUN DID NOT FINISH - RERUN IT FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L3-RUN-CONTROL-START.
           MOVE WK-RUNCTL-RUN-ID TO O-RUN-ID.
           OPEN OUTPUT STMTOUT.
           OPEN OUTPUT PAYOUT.
           MOVE CUR-YY TO O-CUR-YY.
           MOVE CUR-MM TO O-CUR-MM.
           MOVE CUR-DD TO O-CUR-DD.
           PERFORM L3-LOAD-AGENTS.
           IF TABLE-FULL-SW NOT = 'Y'
               PERFORM L3-NET-JOURNAL
               PERFORM L3-BUILD-BOOKINGS
                   VARYING C-POS-IDX FROM 1 BY 1
                   UNTIL C-POS-IDX > C-KEPT-CTR
               PERFORM L3-APPLY-LEDGER
               PERFORM L3-CHECK-LEDGER-ROOM
           END-IF.

      * A BOOKING ADDS AT MOST TWO LINES (A CANCELLATION REVERSES THE
      * STAY AND PAYS ON THE FEE), SO THE LEDGER TABLE MUST HAVE ROOM
      * FOR TWO PER BOOKING BEFORE THE FIRST LINE IS POSTED.
       L3-CHECK-LEDGER-ROOM.
           IF C-LED-CTR + (C-BK-CTR * 2) > 9000
               MOVE 'Y' TO TABLE-FULL-SW.

      * THE MONTH MUST BE A REAL ONE AND OVER - A STATEMENT FOR A
      * MONTH STILL IN PROGRESS WOULD MISS ITS LAST STAYS. IT IS
      * ECHOED ON EVERY STATEMENT PAGE NEXT TO THE RUN ID.
       L3-READ-PARMS.
           OPEN INPUT PARMFILE.
           IF WK-PARM-STATUS NOT = '00'
               DISPLAY 'COBCMSCP39 PARAMETER FILE (CP39PRM.DAT) '
                   'MISSING - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARMFILE
               AT END
                   DISPLAY 'COBCMSCP39 PARAMETER FILE EMPTY - '
                       'RUN REFUSED'
                   CLOSE PARMFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE PARMFILE.
           IF PRM-STMT-MONTH NOT NUMERIC
               OR NOT PRM-VALID-MM
               DISPLAY 'COBCMSCP39 STATEMENT MONTH NOT YYYYMM - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRM-STMT-MONTH TO WK-STMT-MONTH.
           MOVE PRM-STMT-YYYY TO WK-NEXT-YYYY.
           COMPUTE WK-NEXT-MM = PRM-STMT-MM + 1.
           IF WK-NEXT-MM > 12
               ADD 1 TO WK-NEXT-YYYY
               MOVE 1 TO WK-NEXT-MM
           END-IF.
           MOVE 1 TO WK-NEXT-DD.
           IF CUR-DATE-NUM < WK-NEXT-START-NUM
               DISPLAY 'COBCMSCP39 STATEMENT MONTH ' WK-STMT-MONTH
                   ' IS NOT OVER - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WK-RUNCTL-INPUT.
           STRING 'AGTSTMT ' DELIMITED BY SIZE
               WK-STMT-MONTH DELIMITED BY SIZE
               INTO WK-RUNCTL-INPUT.

       L3-RUN-CONTROL-START.
           MOVE 'S' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
           IF WK-RUNCTL-RESP NOT = 'G'
               AND WK-RUNCTL-RESP NOT = 'R'
               EVALUATE WK-RUNCTL-RESP
                   WHEN 'P'
                       DISPLAY WK-RUNCTL-PROGRAM
                           ' REFUSED - COBCMSCP01 HAS NOT COMPLETED'
                   WHEN 'D'
                       DISPLAY WK-RUNCTL-PROGRAM
                           ' REFUSED - MONTH ALREADY STATED TODAY'
                   WHEN OTHER
                       DISPLAY WK-RUNCTL-PROGRAM
                           ' REFUSED - RUN CONTROL SAID NO'
               END-EVALUATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * A RESTART WRITES NO START RECORD, SO LATER THE SAME DAY
      * RUNCTL001 CAN HAND OUT THE ID THE RESTART ENDED UNDER AGAIN -
      * LINES STAMPED WITH IT COULD NOT BE TOLD FROM THE RESTART'S.
      * THIS RUN'S OWN START MOVES THE SEQUENCE ON, SO SUBMITTING IT
      * AGAIN GETS A FRESH ID.
           IF WK-RUNCTL-RUN-ID NOT > WK-LAST-END-RUN-ID
               DISPLAY WK-RUNCTL-PROGRAM ' REFUSED - RUN ID '
                   WK-RUNCTL-RUN-ID ' ALREADY ENDED, SUBMIT AGAIN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A MISSING AGENT FILE LOADS NO AGENTS - EVERY AGENT BOOKING
      * IS THEN COUNTED AS AGENT NOT ON FILE AND NOTHING IS PAID.
       L3-LOAD-AGENTS.
           OPEN INPUT AGENTFILE.
           IF WK-AGENT-STATUS = '00'
               PERFORM UNTIL WK-AGENT-STATUS NOT = '00'
                   READ AGENTFILE
                   IF WK-AGENT-STATUS = '00'
                       IF C-AGENT-CTR < 100
                           PERFORM L4-TABLE-AGENT
                       ELSE
                           MOVE 'Y' TO TABLE-FULL-SW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AGENTFILE.

       L4-TABLE-AGENT.
           ADD 1 TO C-AGENT-CTR.
           SET AGENT-INDEX TO C-AGENT-CTR.
           MOVE AGT-CODE TO AT-CODE(AGENT-INDEX).
           MOVE AGT-NAME TO AT-NAME(AGENT-INDEX).
           MOVE AGT-ADDRESS TO AT-ADDRESS(AGENT-INDEX).
           MOVE AGT-CITY TO AT-CITY(AGENT-INDEX).
           MOVE AGT-STATE TO AT-STATE(AGENT-INDEX).
           MOVE AGT-ZIP TO AT-ZIP(AGENT-INDEX).
           IF AGT-COMM-PCT NUMERIC
               MOVE AGT-COMM-PCT TO AT-PCT(AGENT-INDEX)
           ELSE
               MOVE ZERO TO AT-PCT(AGENT-INDEX)
           END-IF.
           MOVE AGT-COMM-BASIS TO AT-BASIS(AGENT-INDEX).
           MOVE AGT-RETAIN-SW TO AT-RETAIN-SW(AGENT-INDEX).
           MOVE AGT-STATUS TO AT-STATUS(AGENT-INDEX).
           MOVE ZERO TO AT-EARNED(AGENT-INDEX).
           MOVE ZERO TO AT-RETAINED(AGENT-INDEX).
           MOVE ZERO TO AT-ADJUSTED(AGENT-INDEX).
           MOVE ZERO TO AT-ACCRUED(AGENT-INDEX).
           MOVE ZERO TO AT-NEW-AMT(AGENT-INDEX).
           MOVE ZERO TO AT-LINE-CTR(AGENT-INDEX).

      * NO RUN-CONTROL FILE MEANS NO RUN HAS EVER ENDED.
       L3-FIND-LAST-END.
           OPEN INPUT RUNCTLIN.
           IF WK-CTLIN-STATUS = '00'
               PERFORM UNTIL WK-CTLIN-STATUS NOT = '00'
                   READ RUNCTLIN
                   IF WK-CTLIN-STATUS = '00'
                       AND RCT-PROGRAM = WK-RUNCTL-PROGRAM
                       AND RCT-STATUS = 'E'
                       AND RCT-RUN-ID > WK-LAST-END-RUN-ID
                       MOVE RCT-RUN-ID TO WK-LAST-END-RUN-ID
                   END-IF
               END-PERFORM
               CLOSE RUNCTLIN.

      * A MISSING LEDGER IS THE FIRST RUN - NOTHING PAID YET. THIS
      * FIRST PASS ONLY FINDS THE LATEST MONTH STATED, AND ANY OTHER
      * MONTH AN UNFINISHED RUN LEFT LINES FOR.
       L3-SCAN-LEDGER.
           OPEN INPUT COMMIN.
           IF WK-COMM-STATUS = '00'
               PERFORM UNTIL WK-COMM-STATUS NOT = '00'
                   READ COMMIN
                   IF WK-COMM-STATUS = '00' AND AGTC-COMM-AMT NUMERIC
                       IF AGTC-STMT-MONTH > WK-LAST-MONTH
                           MOVE AGTC-STMT-MONTH TO WK-LAST-MONTH
                       END-IF
                       IF AGTC-RUN-ID > WK-LAST-END-RUN-ID
                           AND AGTC-STMT-MONTH NOT = WK-STMT-MONTH
                           MOVE AGTC-STMT-MONTH TO WK-UNENDED-MONTH
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE COMMIN
           ELSE
               MOVE 'Y' TO NEW-LEDGER-SW.

      * ONLY ROWS SOLD BY AN AGENT ARE TABLED - A MARKER CARRIES NO
      * AGENT, BUT ITS CONFIRMATION NUMBER FINDS THE BOOKING ROWS
      * IT AFFECTS. A JOURNAL NOT THERE YET MEANS NO BOOKINGS.
       L3-NET-JOURNAL.
           OPEN INPUT CAMPRESIN.
           IF WK-CAMPRES-STATUS = '00'
               PERFORM UNTIL WK-CAMPRES-STATUS NOT = '00'
                   READ CAMPRESIN
                   IF WK-CAMPRES-STATUS = '00'
                       ADD 1 TO C-IN-CTR
                       EVALUATE TRUE
                           WHEN VAL-CANCELLED
                               PERFORM L4-APPLY-CANCEL
                           WHEN VAL-RELEASED
                               PERFORM L4-APPLY-RELEASE
                           WHEN O-AGENT-CODE NOT = SPACES
                               PERFORM L4-TABLE-BOOKING-ROW
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE CAMPRESIN.

      * A CANCELLATION MARKER ENDS EVERY ROW UNDER ITS CONFIRMATION
      * NUMBER, BUT THE BOOKING STAYS IN THE TABLE CARRYING THE FEE
      * THE MARKER RETAINED. A GROUP CANCELLATION WRITES A MARKER
      * PER MEMBER, SO THE FEES ADD UP ON THE FIRST ROW FOUND.
       L4-APPLY-CANCEL.
           MOVE 'N' TO FOUND-SW.
           PERFORM VARYING POS-INDEX FROM 1 BY 1
               UNTIL POS-INDEX > C-KEPT-CTR
               IF PS-CONFIRM-NUM(POS-INDEX) = O-CONFIRM-NUM
                   AND PS-STATE(POS-INDEX) NOT = 'D'
                   MOVE 'C' TO PS-STATE(POS-INDEX)
                   IF FOUND-SW NOT = 'Y' AND O-AMT NUMERIC
                       ADD O-AMT TO PS-RETAINED(POS-INDEX)
                   END-IF
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.

      * A NO-SHOW RELEASE - THE STAY WAS NEVER USED.
       L4-APPLY-RELEASE.
           PERFORM VARYING POS-INDEX FROM 1 BY 1
               UNTIL POS-INDEX > C-KEPT-CTR
               IF PS-CONFIRM-NUM(POS-INDEX) = O-CONFIRM-NUM
                   AND PS-STATE(POS-INDEX) = SPACE
                   MOVE 'R' TO PS-STATE(POS-INDEX)
               END-IF
           END-PERFORM.

      * AN AMENDED ROW (HIGHER SEQUENCE) SUPERSEDES THE ROWS IT
      * REPLACES; GROUP MEMBER ROWS (SAME SEQUENCE UNDER THE SHARED
      * MASTER NUMBER) ALL STAY - THE COBCMSCP21 RULE.
       L4-TABLE-BOOKING-ROW.
           IF O-AMEND-SEQ NUMERIC
               MOVE O-AMEND-SEQ TO WK-ROW-SEQ
           ELSE
               MOVE ZERO TO WK-ROW-SEQ.
           MOVE 'N' TO DROP-ROW-SW.
           PERFORM VARYING POS-INDEX FROM 1 BY 1
               UNTIL POS-INDEX > C-KEPT-CTR
               IF PS-CONFIRM-NUM(POS-INDEX) = O-CONFIRM-NUM
                   AND PS-STATE(POS-INDEX) NOT = 'D'
                   IF WK-ROW-SEQ > PS-AMEND-SEQ(POS-INDEX)
                       MOVE 'D' TO PS-STATE(POS-INDEX)
                   ELSE
                       IF WK-ROW-SEQ < PS-AMEND-SEQ(POS-INDEX)
                           MOVE 'Y' TO DROP-ROW-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF DROP-ROW-SW NOT = 'Y'
               IF C-KEPT-CTR < 3000
                   ADD 1 TO C-KEPT-CTR
                   SET POS-INDEX TO C-KEPT-CTR
                   MOVE VAL-REC TO PS-ROW(POS-INDEX)
                   MOVE O-CONFIRM-NUM TO PS-CONFIRM-NUM(POS-INDEX)
                   MOVE WK-ROW-SEQ TO PS-AMEND-SEQ(POS-INDEX)
                   MOVE SPACE TO PS-STATE(POS-INDEX)
                   MOVE ZERO TO PS-RETAINED(POS-INDEX)
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
               END-IF
           END-IF.

      * ROLLS THE SURVIVING ROWS UP TO ONE ENTRY PER BOOKING. THE
      * FIRST ROW NAMES THE GUEST, SITE AND STAY; EVERY ROW ADDS ITS
      * SITE CHARGE, GROSS AND NET OF ANY PROMOTION.
       L3-BUILD-BOOKINGS.
           SET POS-INDEX TO C-POS-IDX.
           IF PS-STATE(POS-INDEX) NOT = 'D'
               MOVE PS-ROW(POS-INDEX) TO VAL-REC
               MOVE 'N' TO FOUND-SW
               PERFORM VARYING BK-INDEX FROM 1 BY 1
                   UNTIL BK-INDEX > C-BK-CTR
                       OR FOUND-SW = 'Y'
                   IF BK-CONFIRM-NUM(BK-INDEX) = O-CONFIRM-NUM
                       MOVE 'Y' TO FOUND-SW
                   END-IF
               END-PERFORM
               IF FOUND-SW = 'Y'
                   SET BK-INDEX DOWN BY 1
               ELSE
                   IF C-BK-CTR < 3000
                       PERFORM L4-NEW-BOOKING
                       MOVE 'Y' TO FOUND-SW
                   ELSE
                       MOVE 'Y' TO TABLE-FULL-SW
                   END-IF
               END-IF
               IF FOUND-SW = 'Y'
                   PERFORM L4-ADD-ROW-CHARGE
               END-IF
           END-IF.

       L4-NEW-BOOKING.
           ADD 1 TO C-BK-CTR.
           SET BK-INDEX TO C-BK-CTR.
           MOVE O-CONFIRM-NUM TO BK-CONFIRM-NUM(BK-INDEX).
           MOVE O-AGENT-CODE TO BK-AGENT-CODE(BK-INDEX).
           MOVE PS-STATE(POS-INDEX) TO BK-STATE(BK-INDEX).
           MOVE O-NAME TO BK-NAME(BK-INDEX).
           MOVE O-CAMPGROUND TO BK-CAMPGROUND(BK-INDEX).
           MOVE O-SITE TO BK-SITE(BK-INDEX).
           MOVE O-DATE TO BK-ARRIVE(BK-INDEX).
           MOVE O-LEN-STAY TO BK-LEN-STAY(BK-INDEX).
           IF O-STAY-UNIT = 'M'
               MOVE 'M' TO BK-STAY-UNIT(BK-INDEX)
           ELSE
               MOVE 'N' TO BK-STAY-UNIT(BK-INDEX)
           END-IF.
           MOVE ZERO TO BK-GROSS(BK-INDEX).
           MOVE ZERO TO BK-NET(BK-INDEX).
           MOVE ZERO TO BK-RETAINED(BK-INDEX).
           MOVE ZERO TO BK-PAID(BK-INDEX).
           MOVE ZERO TO BK-FEE-PAID(BK-INDEX).
           MOVE ZERO TO BK-LINE-CTR(BK-INDEX).

       L4-ADD-ROW-CHARGE.
           IF O-SITE-CHG NUMERIC
               ADD O-SITE-CHG TO BK-GROSS(BK-INDEX)
               ADD O-SITE-CHG TO BK-NET(BK-INDEX)
           END-IF.
           IF O-DISC-AMT NUMERIC
               SUBTRACT O-DISC-AMT FROM BK-NET(BK-INDEX)
           END-IF.
           ADD PS-RETAINED(POS-INDEX) TO BK-RETAINED(BK-INDEX).
           IF O-DATE < BK-ARRIVE(BK-INDEX)
               MOVE O-DATE TO BK-ARRIVE(BK-INDEX)
           END-IF.

      * WHAT THE LEDGER HAS ALREADY PAID, BOOKING BY BOOKING, ADDED
      * UP AS THE FILE IS READ. A LINE FOR A BOOKING NO LONGER ON THE
      * JOURNAL (ARCHIVED) FINDS NOTHING AND IS LEFT ALONE. ONLY THE
      * STATEMENT MONTH'S LINES ARE HELD FOR PRINTING.
       L3-APPLY-LEDGER.
           IF NEW-LEDGER-SW NOT = 'Y'
               OPEN INPUT COMMIN
               PERFORM UNTIL WK-COMM-STATUS NOT = '00'
                   READ COMMIN
                   IF WK-COMM-STATUS = '00' AND AGTC-COMM-AMT NUMERIC
                       PERFORM L4-APPLY-LEDGER-LINE
                   END-IF
               END-PERFORM
               CLOSE COMMIN
           END-IF.

       L4-APPLY-LEDGER-LINE.
           MOVE AGTC-CONFIRM-NUM TO WK-FIND-CONFIRM.
           PERFORM L4-FIND-LEDGER-BOOKING.
           IF FOUND-SW = 'Y'
               ADD 1 TO BK-LINE-CTR(BK-INDEX)
               IF AGTC-TYPE = 'F'
                   ADD AGTC-COMM-AMT TO BK-FEE-PAID(BK-INDEX)
               ELSE
                   ADD AGTC-COMM-AMT TO BK-PAID(BK-INDEX)
               END-IF
           END-IF.
           IF AGTC-STMT-MONTH = WK-STMT-MONTH
               IF C-LED-CTR < 9000
                   ADD 1 TO C-LED-CTR
                   SET LED-INDEX TO C-LED-CTR
                   MOVE AGTC-REC TO LEDGER-ENTRY(LED-INDEX)
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
               END-IF
           END-IF.
           IF AGTC-RUN-ID > WK-LAST-END-RUN-ID
               PERFORM L5-CARRY-UNENDED
           END-IF.

      * A LINE FROM A RUN THAT NEVER ENDED - ALWAYS THIS MONTH'S, OR
      * THE RUN WOULD HAVE BEEN REFUSED - GOES ON THIS RUN'S EXTRACT.
       L5-CARRY-UNENDED.
           MOVE 'N' TO FOUND-SW.
           PERFORM VARYING AGENT-INDEX FROM 1 BY 1
               UNTIL AGENT-INDEX > C-AGENT-CTR
                   OR FOUND-SW = 'Y'
               IF AT-CODE(AGENT-INDEX) = AGTC-AGENT-CODE
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
           IF FOUND-SW = 'Y'
               SET AGENT-INDEX DOWN BY 1
               ADD AGTC-COMM-AMT TO AT-NEW-AMT(AGENT-INDEX)
               ADD AGTC-COMM-AMT TO C-TOT-NEW-AMT
               ADD 1 TO C-CARRIED-CTR
           END-IF.

       L4-FIND-LEDGER-BOOKING.
           MOVE 'N' TO FOUND-SW.
           PERFORM VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX > C-BK-CTR
                   OR FOUND-SW = 'Y'
               IF BK-CONFIRM-NUM(BK-INDEX) = WK-FIND-CONFIRM
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
           IF FOUND-SW = 'Y'
               SET BK-INDEX DOWN BY 1.

      * EVERY BOOKING IS PRICED AGAINST ITS AGENT'S TERMS AND WHAT
      * THE LEDGER ALREADY PAID ON IT; THE DIFFERENCE GOES ON THE
      * LEDGER AS THIS MONTH'S LINE.
       L2-PRICE-BOOKINGS.
           IF NEW-LEDGER-SW = 'Y'
               OPEN OUTPUT COMMOUT
           ELSE
               OPEN EXTEND COMMOUT.
           PERFORM L3-PRICE-BOOKING
               VARYING C-BK-IDX FROM 1 BY 1
               UNTIL C-BK-IDX > C-BK-CTR.
           CLOSE COMMOUT.

       L3-PRICE-BOOKING.
           SET BK-INDEX TO C-BK-IDX.
           PERFORM L4-FIND-AGENT.
           IF FOUND-SW NOT = 'Y'
               ADD 1 TO C-NO-AGENT-CTR
           ELSE
               IF AT-BASIS(AGENT-INDEX) = 'N'
                   MOVE BK-NET(BK-INDEX) TO WK-BASIS-AMT
               ELSE
                   MOVE BK-GROSS(BK-INDEX) TO WK-BASIS-AMT
               END-IF
               EVALUATE TRUE
                   WHEN BK-STATE(BK-INDEX) = 'C'
                       PERFORM L4-PRICE-CANCELLED
                   WHEN BK-STATE(BK-INDEX) = 'R'
                       PERFORM L4-REVERSE-PAID
                   WHEN BK-ARRIVE(BK-INDEX) < WK-NEXT-START-NUM
                       PERFORM L4-PRICE-USED
                   WHEN OTHER
                       PERFORM L4-PRICE-FUTURE
               END-EVALUATE
           END-IF.

       L4-FIND-AGENT.
           MOVE 'N' TO FOUND-SW.
           PERFORM VARYING AGENT-INDEX FROM 1 BY 1
               UNTIL AGENT-INDEX > C-AGENT-CTR
                   OR FOUND-SW = 'Y'
               IF AT-CODE(AGENT-INDEX) = BK-AGENT-CODE(BK-INDEX)
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
           IF FOUND-SW = 'Y'
               SET AGENT-INDEX DOWN BY 1.

      * A STAY BEGUN BY MONTH END IS DUE ITS FULL COMMISSION. THE
      * FIRST LINE ON IT IS THE EARNING; ANY LATER ONE IS AN
      * AMENDMENT MOVING THE SITE CHARGE.
       L4-PRICE-USED.
           COMPUTE WK-DUE-AMT ROUNDED =
               WK-BASIS-AMT * AT-PCT(AGENT-INDEX) / 100.
           COMPUTE WK-LINE-AMT = WK-DUE-AMT - BK-PAID(BK-INDEX).
           IF BK-LINE-CTR(BK-INDEX) = 0
               MOVE 'E' TO WK-LINE-TYPE
           ELSE
               MOVE 'A' TO WK-LINE-TYPE
           END-IF.
           MOVE WK-BASIS-AMT TO WK-LINE-BASIS.
           PERFORM L4-WRITE-LINE.

      * NOT ARRIVED YET - NOTHING IS DUE, AND ANYTHING PAID BEFORE
      * AN AMENDMENT MOVED THE STAY LATER COMES BACK AS AN ADJUSTMENT
      * (THE BOOKING STANDS, SO IT IS NOT A REVERSAL). WHAT THE STAY
      * WILL EARN IS SHOWN AS ACCRUED.
       L4-PRICE-FUTURE.
           COMPUTE WK-ACCRUED-AMT ROUNDED =
               WK-BASIS-AMT * AT-PCT(AGENT-INDEX) / 100.
           ADD WK-ACCRUED-AMT TO AT-ACCRUED(AGENT-INDEX).
           ADD WK-ACCRUED-AMT TO C-TOT-ACCRUED.
           COMPUTE WK-LINE-AMT = ZERO - BK-PAID(BK-INDEX).
           MOVE 'A' TO WK-LINE-TYPE.
           MOVE WK-BASIS-AMT TO WK-LINE-BASIS.
           PERFORM L4-WRITE-LINE.

      * A CANCELLATION TAKES BACK WHAT THE STAY EARNED, THEN PAYS ON
      * THE RETAINED FEE WHERE THE CONTRACT SAYS SO.
       L4-PRICE-CANCELLED.
           PERFORM L4-REVERSE-PAID.
           MOVE ZERO TO WK-DUE-AMT.
           IF AT-RETAIN-SW(AGENT-INDEX) = 'Y'
               COMPUTE WK-DUE-AMT ROUNDED =
                   BK-RETAINED(BK-INDEX) * AT-PCT(AGENT-INDEX) / 100
           END-IF.
           COMPUTE WK-LINE-AMT = WK-DUE-AMT - BK-FEE-PAID(BK-INDEX).
           MOVE 'F' TO WK-LINE-TYPE.
           MOVE BK-RETAINED(BK-INDEX) TO WK-LINE-BASIS.
           PERFORM L4-WRITE-LINE.

       L4-REVERSE-PAID.
           COMPUTE WK-LINE-AMT = ZERO - BK-PAID(BK-INDEX).
           MOVE 'V' TO WK-LINE-TYPE.
           MOVE WK-BASIS-AMT TO WK-LINE-BASIS.
           PERFORM L4-WRITE-LINE.

      * A ZERO DIFFERENCE WRITES NOTHING - THE LEDGER ALREADY AGREES.
       L4-WRITE-LINE.
           IF WK-LINE-AMT NOT = ZERO
               MOVE BK-CONFIRM-NUM(BK-INDEX) TO COUT-CONFIRM-NUM
               MOVE BK-AGENT-CODE(BK-INDEX) TO COUT-AGENT-CODE
               MOVE WK-STMT-MONTH TO COUT-STMT-MONTH
               MOVE WK-LINE-TYPE TO COUT-TYPE
               MOVE WK-LINE-BASIS TO COUT-BASIS-AMT
               MOVE AT-PCT(AGENT-INDEX) TO COUT-COMM-PCT
               MOVE WK-LINE-AMT TO COUT-COMM-AMT
               MOVE CUR-DATE-NUM TO COUT-RUN-DATE
               MOVE WK-RUNCTL-RUN-ID TO COUT-RUN-ID
               WRITE COUT-REC
               ADD 1 TO C-LED-CTR
               SET LED-INDEX TO C-LED-CTR
               MOVE COUT-REC TO LEDGER-ENTRY(LED-INDEX)
               ADD 1 TO C-NEW-CTR
               ADD WK-LINE-AMT TO C-TOT-NEW-AMT
               ADD WK-LINE-AMT TO AT-NEW-AMT(AGENT-INDEX)
               IF WK-LINE-TYPE = 'F'
                   ADD WK-LINE-AMT TO BK-FEE-PAID(BK-INDEX)
               ELSE
                   ADD WK-LINE-AMT TO BK-PAID(BK-INDEX)
               END-IF
           END-IF.

      * ONE PAGE PER AGENT, IN AGENT.DAT ORDER - EVERY ACTIVE AGENT
      * GETS A STATEMENT EVEN IN A QUIET MONTH, AND AN INACTIVE ONE
      * STILL GETS ONE WHILE ITS STAYS ARE EARNING OR REVERSING.
       L2-PRINT-STATEMENTS.
           PERFORM L3-TOTAL-AGENT-MONTH
               VARYING C-LED-IDX FROM 1 BY 1
               UNTIL C-LED-IDX > C-LED-CTR.
           PERFORM L3-PRINT-STATEMENT
               VARYING C-AGENT-IDX FROM 1 BY 1
               UNTIL C-AGENT-IDX > C-AGENT-CTR.

       L3-TOTAL-AGENT-MONTH.
           SET LED-INDEX TO C-LED-IDX.
           IF LD-STMT-MONTH(LED-INDEX) = WK-STMT-MONTH
               MOVE 'N' TO FOUND-SW
               PERFORM VARYING AGENT-INDEX FROM 1 BY 1
                   UNTIL AGENT-INDEX > C-AGENT-CTR
                       OR FOUND-SW = 'Y'
                   IF AT-CODE(AGENT-INDEX) = LD-AGENT-CODE(LED-INDEX)
                       MOVE 'Y' TO FOUND-SW
                   END-IF
               END-PERFORM
               IF FOUND-SW = 'Y'
                   SET AGENT-INDEX DOWN BY 1
                   ADD 1 TO AT-LINE-CTR(AGENT-INDEX)
                   ADD LD-COMM-AMT(LED-INDEX) TO C-TOT-MONTH-AMT
                   EVALUATE LD-TYPE(LED-INDEX)
                       WHEN 'E'
                           ADD LD-COMM-AMT(LED-INDEX) TO
                               AT-EARNED(AGENT-INDEX)
                       WHEN 'F'
                           ADD LD-COMM-AMT(LED-INDEX) TO
                               AT-RETAINED(AGENT-INDEX)
                       WHEN OTHER
                           ADD LD-COMM-AMT(LED-INDEX) TO
                               AT-ADJUSTED(AGENT-INDEX)
                   END-EVALUATE
               END-IF
           END-IF.

       L3-PRINT-STATEMENT.
           SET AGENT-INDEX TO C-AGENT-IDX.
           IF AT-STATUS(AGENT-INDEX) = 'A'
               OR AT-LINE-CTR(AGENT-INDEX) > 0
               OR AT-ACCRUED(AGENT-INDEX) NOT = ZERO
               ADD 1 TO C-STMT-CTR
               PERFORM L4-STATEMENT-HEADING
               MOVE 'STAYS USED' TO O-S-TITLE
               WRITE STMTLINE FROM STMT-SECTION-LINE
                   AFTER ADVANCING 2 LINES
               WRITE STMTLINE FROM STMT-COL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE ZERO TO C-SECTION-CTR
               PERFORM L4-PRINT-EARNED
                   VARYING C-LED-IDX FROM 1 BY 1
                   UNTIL C-LED-IDX > C-LED-CTR
               IF C-SECTION-CTR = 0
                   WRITE STMTLINE FROM STMT-NONE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE 'ADJUSTMENTS, REVERSALS AND RETAINED FEES'
                   TO O-S-TITLE
               WRITE STMTLINE FROM STMT-SECTION-LINE
                   AFTER ADVANCING 2 LINES
               WRITE STMTLINE FROM STMT-COL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE ZERO TO C-SECTION-CTR
               PERFORM L4-PRINT-ADJUSTMENT
                   VARYING C-LED-IDX FROM 1 BY 1
                   UNTIL C-LED-IDX > C-LED-CTR
               IF C-SECTION-CTR = 0
                   WRITE STMTLINE FROM STMT-NONE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               PERFORM L4-STATEMENT-TOTALS
           END-IF.

       L4-STATEMENT-HEADING.
           PERFORM L3-HEADINGS.
           MOVE AT-CODE(AGENT-INDEX) TO O-A-CODE.
           MOVE AT-NAME(AGENT-INDEX) TO O-A-NAME.
           MOVE AT-PCT(AGENT-INDEX) TO O-T-PCT.
           IF AT-BASIS(AGENT-INDEX) = 'N'
               MOVE 'NET' TO O-T-BASIS
           ELSE
               MOVE 'GROSS' TO O-T-BASIS
           END-IF.
           IF AT-RETAIN-SW(AGENT-INDEX) = 'Y'
               MOVE ' + FEES' TO O-T-RETAIN
           ELSE
               MOVE SPACES TO O-T-RETAIN
           END-IF.
           MOVE TERMS-TEXT TO O-A-TERMS.
           MOVE AT-ADDRESS(AGENT-INDEX) TO O-A-ADDRESS.
           MOVE AT-CITY(AGENT-INDEX) TO O-A-CITY.
           MOVE AT-STATE(AGENT-INDEX) TO O-A-STATE.
           MOVE AT-ZIP(AGENT-INDEX) TO O-A-ZIP.
           WRITE STMTLINE FROM STMT-AGENT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE STMTLINE FROM STMT-ADDR-LINE
               AFTER ADVANCING 1 LINE.

       L4-PRINT-EARNED.
           SET LED-INDEX TO C-LED-IDX.
           IF LD-STMT-MONTH(LED-INDEX) = WK-STMT-MONTH
               AND LD-AGENT-CODE(LED-INDEX) = AT-CODE(AGENT-INDEX)
               AND LD-TYPE(LED-INDEX) = 'E'
               PERFORM L4-PRINT-DETAIL
           END-IF.

       L4-PRINT-ADJUSTMENT.
           SET LED-INDEX TO C-LED-IDX.
           IF LD-STMT-MONTH(LED-INDEX) = WK-STMT-MONTH
               AND LD-AGENT-CODE(LED-INDEX) = AT-CODE(AGENT-INDEX)
               AND LD-TYPE(LED-INDEX) NOT = 'E'
               PERFORM L4-PRINT-DETAIL
           END-IF.

      * THE BOOKING DETAIL COMES FROM THE JOURNAL - A LINE WHOSE
      * BOOKING HAS SINCE BEEN ARCHIVED PRINTS WITH ITS AMOUNTS ONLY.
       L4-PRINT-DETAIL.
           ADD 1 TO C-SECTION-CTR.
           MOVE SPACES TO STMT-DETAIL-LINE.
           MOVE LD-CONFIRM-NUM(LED-INDEX) TO O-D-CONFIRM-NUM.
           MOVE LD-CONFIRM-NUM(LED-INDEX) TO WK-FIND-CONFIRM.
           PERFORM L4-FIND-LEDGER-BOOKING.
           IF FOUND-SW = 'Y'
               MOVE BK-NAME(BK-INDEX) TO O-D-NAME
               MOVE BK-CAMPGROUND(BK-INDEX) TO O-D-CAMPGROUND
               MOVE BK-SITE(BK-INDEX) TO O-D-SITE
               MOVE BK-ARRIVE(BK-INDEX) TO O-D-ARRIVE
               MOVE BK-LEN-STAY(BK-INDEX) TO O-D-LEN-STAY
               MOVE BK-STAY-UNIT(BK-INDEX) TO O-D-STAY-UNIT
           ELSE
               MOVE ZERO TO O-D-ARRIVE
               MOVE ZERO TO O-D-LEN-STAY
           END-IF.
           EVALUATE LD-TYPE(LED-INDEX)
               WHEN 'E'
                   MOVE 'EARNED' TO O-D-TYPE
               WHEN 'A'
                   MOVE 'ADJUSTED' TO O-D-TYPE
               WHEN 'V'
                   MOVE 'REVERSED' TO O-D-TYPE
               WHEN 'F'
                   MOVE 'RETAINED FEE' TO O-D-TYPE
               WHEN OTHER
                   MOVE LD-TYPE(LED-INDEX) TO O-D-TYPE
           END-EVALUATE.
           MOVE LD-BASIS-AMT(LED-INDEX) TO O-D-BASIS.
           MOVE LD-COMM-PCT(LED-INDEX) TO O-D-PCT.
           MOVE LD-COMM-AMT(LED-INDEX) TO O-D-COMM.
           WRITE STMTLINE FROM STMT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       L4-STATEMENT-TOTALS.
           WRITE STMTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'COMMISSION EARNED ON STAYS USED' TO O-T-LABEL.
           MOVE AT-EARNED(AGENT-INDEX) TO O-T-AMT.
           WRITE STMTLINE FROM STMT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'COMMISSION ON RETAINED FEES' TO O-T-LABEL.
           MOVE AT-RETAINED(AGENT-INDEX) TO O-T-AMT.
           WRITE STMTLINE FROM STMT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REVERSED / ADJUSTED' TO O-T-LABEL.
           MOVE AT-ADJUSTED(AGENT-INDEX) TO O-T-AMT.
           WRITE STMTLINE FROM STMT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NET COMMISSION PAYABLE' TO O-T-LABEL.
           COMPUTE O-T-AMT = AT-EARNED(AGENT-INDEX)
               + AT-RETAINED(AGENT-INDEX) + AT-ADJUSTED(AGENT-INDEX).
           WRITE STMTLINE FROM STMT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'ACCRUED ON FUTURE STAYS (NOT YET DUE)' TO O-T-LABEL.
           MOVE AT-ACCRUED(AGENT-INDEX) TO O-T-AMT.
           WRITE STMTLINE FROM STMT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       L3-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE STMTLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           MOVE PRM-STMT-YYYY TO O-M-YYYY.
           MOVE PRM-STMT-MM TO O-M-MM.
           WRITE STMTLINE FROM STMT-MONTH-LINE
             AFTER ADVANCING 1 LINE.
           WRITE STMTLINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.

      * ONE ROW PER AGENT THIS RUN ADDED (OR CARRIED) ANYTHING FOR -
      * ON A FIRST RUN OF THE MONTH THAT IS THE NET PAYABLE ON THE
      * STATEMENT.
       L2-WRITE-PAYABLES.
           PERFORM L3-WRITE-PAYABLE
               VARYING C-AGENT-IDX FROM 1 BY 1
               UNTIL C-AGENT-IDX > C-AGENT-CTR.

       L3-WRITE-PAYABLE.
           SET AGENT-INDEX TO C-AGENT-IDX.
           IF AT-NEW-AMT(AGENT-INDEX) NOT = ZERO
               MOVE AT-CODE(AGENT-INDEX) TO AGTP-AGENT-CODE
               MOVE AT-NAME(AGENT-INDEX) TO AGTP-NAME
               MOVE AT-ADDRESS(AGENT-INDEX) TO AGTP-ADDRESS
               MOVE AT-CITY(AGENT-INDEX) TO AGTP-CITY
               MOVE AT-STATE(AGENT-INDEX) TO AGTP-STATE
               MOVE AT-ZIP(AGENT-INDEX) TO AGTP-ZIP
               MOVE WK-STMT-MONTH TO AGTP-STMT-MONTH
               IF AT-NEW-AMT(AGENT-INDEX) > ZERO
                   MOVE 'P' TO AGTP-PAY-TYPE
                   MOVE AT-NEW-AMT(AGENT-INDEX) TO AGTP-AMT
               ELSE
                   MOVE 'C' TO AGTP-PAY-TYPE
                   COMPUTE AGTP-AMT = ZERO - AT-NEW-AMT(AGENT-INDEX)
               END-IF
               MOVE CUR-DATE-NUM TO AGTP-RUN-DATE
               MOVE WK-RUNCTL-RUN-ID TO AGTP-RUN-ID
               WRITE AGTP-REC
               ADD 1 TO C-PAY-CTR
           END-IF.

      * THE RUN TOTALS PAGE IS ALWAYS WRITTEN - WHEN A TABLE FILLED
      * IT CARRIES ONLY THE REASON, NO PAYABLES EXTRACT IS LEFT FOR
      * ACCOUNTS PAYABLE TO LOAD, AND THE RUN IS LEFT UNENDED SO IT
      * CANNOT BE MISTAKEN FOR A COMPLETE ONE.
       L2-CLOSING.
           MOVE 'AGENT COMMISSION RUN TOTALS' TO O-TITLE.
           PERFORM L3-HEADINGS.
           EVALUATE TRUE
               WHEN TABLE-FULL-SW = 'Y'
                   WRITE STMTLINE FROM FULL-LINE
                       AFTER ADVANCING 1 LINE
                   DISPLAY 'COBCMSCP39 A TABLE FILLED - NOTHING '
                       'POSTED OR EXTRACTED'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM L3-WRITE-RUN-TOTALS
           END-EVALUATE.
           CLOSE STMTOUT.
           CLOSE PAYOUT.
           IF TABLE-FULL-SW NOT = 'Y'
               MOVE 'E' TO WK-RUNCTL-OP
               CALL 'RUNCTL001' USING WK-RUNCTL-OP,
                   WK-RUNCTL-PROGRAM, WK-RUNCTL-PRED,
                   WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID, WK-RUNCTL-RESP
           END-IF.

       L3-WRITE-RUN-TOTALS.
           MOVE 'JOURNAL ROWS READ' TO O-R-LABEL.
           MOVE C-IN-CTR TO O-R-COUNT.
           WRITE STMTLINE FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'AGENT BOOKINGS PRICED' TO O-R-LABEL.
           MOVE C-BK-CTR TO O-R-COUNT.
           WRITE STMTLINE FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BOOKINGS WITH AGENT NOT ON FILE' TO O-R-LABEL.
           MOVE C-NO-AGENT-CTR TO O-R-COUNT.
           WRITE STMTLINE FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STATEMENTS PRINTED' TO O-R-LABEL.
           MOVE C-STMT-CTR TO O-R-COUNT.
           WRITE STMTLINE FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEDGER LINES ADDED THIS RUN' TO O-R-LABEL.
           MOVE C-NEW-CTR TO O-R-COUNT.
           WRITE STMTLINE FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LINES CARRIED FROM AN UNFINISHED RUN' TO O-R-LABEL.
           MOVE C-CARRIED-CTR TO O-R-COUNT.
           WRITE STMTLINE FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PAYABLES ROWS EXTRACTED' TO O-R-LABEL.
           MOVE C-PAY-CTR TO O-R-COUNT.
           WRITE STMTLINE FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NET COMMISSION FOR THE MONTH' TO O-R-AMT-LABEL.
           MOVE C-TOT-MONTH-AMT TO O-R-AMT.
           WRITE STMTLINE FROM RUN-AMT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE '  OF WHICH EXTRACTED THIS RUN'
               TO O-R-AMT-LABEL.
           MOVE C-TOT-NEW-AMT TO O-R-AMT.
           WRITE STMTLINE FROM RUN-AMT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACCRUED ON FUTURE STAYS' TO O-R-AMT-LABEL.
           MOVE C-TOT-ACCRUED TO O-R-AMT.
           WRITE STMTLINE FROM RUN-AMT-LINE
               AFTER ADVANCING 1 LINE.
