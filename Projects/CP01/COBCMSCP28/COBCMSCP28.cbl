       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCMSCP28.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * SETTLEMENT RESPONSE RECONCILIATION. COBCMSCP08 SENDS
      * SETTLE.DAT TO THE PROCESSOR AND LEDGERS EVERY CAPTURE AND
      * REFUND ON SETTLED.DAT AS IF IT WENT THROUGH; UNTIL NOW NOTHING
      * READ THE PROCESSOR'S ANSWER, AND A DECLINED CAPTURE ONLY CAME
      * TO LIGHT WHEN THE GUEST'S BALANCE WAS WRONG AT THE GATE. THIS
      * RUN TAKES THE PROCESSOR'S RESPONSE/FUNDING FILE (SETRESP.DAT)
      * AND MATCHES EACH LINE TO SETTLED.DAT BY CONFIRMATION NUMBER
      * AND ACTION:
      *   - A FUNDED CAPTURE OR REFUND IS COUNTED INTO THE FUNDED
      *     TOTAL;
      *   - A REJECTED CAPTURE IS RE-OPENED (A 'J' RECORD APPENDED TO
      *     SETTLED.DAT, SO COBCMSCP08 SENDS IT AGAIN) UNTIL IT HAS
      *     BEEN RE-OPENED C-REOPEN-LIMIT TIMES - AFTER THAT, AND FOR
      *     ANY REJECTED REFUND, IT GOES ON THE EXCEPTIONS LIST FOR
      *     THE OFFICE TO WORK BY HAND;
      *   - A CHARGEBACK POSTS TO PAYMENTS.DAT AS A NEGATIVE 'C'
      *     PAYMENT (SEE PAY.CPY), SO THE AGING REPORT (COBCMSCP11)
      *     CHASES THE MONEY AGAIN.
      * THE FUNDED TOTAL IS RECONCILED AGAINST WHAT SETTLE.DAT SENT
      * AND AGAINST THE PROCESSOR'S OWN FUNDING TRAILER, AND EVERY
      * SENT LINE THE PROCESSOR NEVER ANSWERED IS AN EXCEPTION. RUN
      * IT BEFORE THE NEXT COBCMSCP08, WHILE SETTLE.DAT STILL HOLDS
      * THE TRANSMISSION BEING ANSWERED.
      * EVERY RE-OPEN AND EVERY CHARGEBACK POSTED GOES ON THE CHANGE
      * JOURNAL (CHGJ001) UNDER A BLANK OPERATOR, SINCE NOBODY KEYED
      * IT. THE RESPONSE CARRIES NO GUEST NUMBER, SO THE ROW HAS NONE.
      * THE RESPONSE HISTORY IS NEVER TRIMMED, SO ONLY THE ROWS A LINE
      * ON TONIGHT'S FILE COULD REPEAT ARE HELD - THOSE DATED NO
      * EARLIER THAN ITS OLDEST LINE. NOR IS THE SETTLEMENT LEDGER,
      * SO ONLY ITS ROWS FOR THE CONFIRMATION NUMBERS ON TONIGHT'S
      * FILE ARE HELD. IF THE LEDGER ROWS, THE TRANSMISSION OR THAT
      * HISTORY STILL OUTGROW THEIR TABLES, NOTHING IS POSTED AND THE
      * RUN ENDS WITH A BAD RETURN CODE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP08\SETRESP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RESP-STATUS.
           SELECT SENTIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP08\SETTLE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-SENT-STATUS.
      * SAME PHYSICAL FILE AS LEDGEROUT - READ AT INIT, REOPENED
      * EXTEND FOR THE RE-OPEN RECORDS (THE DUAL-SELECT ARRANGEMENT
      * COBCMSCP08 ITSELF USES FOR THIS FILE).
           SELECT LEDGERIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP08\SETTLED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-LEDGER-STATUS.
           SELECT LEDGEROUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP08\SETTLED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
      * EVERY RESPONSE LINE ALREADY ACTED ON. THE PROCESSOR RESENDS
      * A FILE NOW AND THEN, AND A CHARGEBACK POSTED TWICE WOULD
      * CHASE THE GUEST FOR MONEY THEY DO NOT OWE.
           SELECT RHISTIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP28\RESPHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RHIST-STATUS.
           SELECT RHISTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP28\RESPHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\PAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP28\SETRECON.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * ONE PROCESSOR ANSWER. RSP-ACTION 'C' CAPTURE, 'R' REFUND,
      * 'B' CHARGEBACK, 'T' FUNDING TRAILER (RSP-AMT IS THE NET
      * AMOUNT THE PROCESSOR DEPOSITED). RSP-RESULT 'A' FUNDED,
      * 'J' REJECTED - CHARGEBACKS AND THE TRAILER CARRY 'A'.
       FD RESPIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS RSP-REC.

       01 RSP-REC.
           05 RSP-ACTION           PIC X.
               88 RSP-CAPTURE      VALUE 'C'.
               88 RSP-REFUND       VALUE 'R'.
               88 RSP-CHARGEBACK   VALUE 'B'.
               88 RSP-TRAILER      VALUE 'T'.
           05 RSP-CONFIRM-NUM      PIC X(18).
           05 RSP-AMT              PIC S9(7)V99.
           05 RSP-DATE             PIC 9(8).
           05 RSP-RESULT           PIC X.
               88 RSP-FUNDED       VALUE 'A'.
               88 RSP-REJECTED     VALUE 'J'.
           05 RSP-REASON           PIC X(20).

      * SAME LAYOUT COBCMSCP08 WRITES (SET-REC THERE).
       FD SENTIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS SENT-REC.

       01 SENT-REC.
           05 SNT-ACTION           PIC X.
           05 SNT-CONFIRM-NUM      PIC X(18).
           05 SNT-CCNUM            PIC 9(16).
           05 SNT-CCEXP            PIC 9(8).
           05 SNT-AMT              PIC S9(5)V99.
           05 SNT-DATE             PIC 9(8).

       FD LEDGERIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS LED-REC.

       01 LED-REC.
           05 LED-ACTION           PIC X.
           05 LED-CONFIRM-NUM      PIC X(18).
           05 LED-AMT              PIC S9(5)V99.
           05 LED-DATE             PIC 9(8).

      * LOUT-REC MIRRORS LED-REC ABOVE.
       FD LEDGEROUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS LOUT-REC.

       01 LOUT-REC.
           05 LOUT-ACTION          PIC X.
           05 LOUT-CONFIRM-NUM     PIC X(18).
           05 LOUT-AMT             PIC S9(5)V99.
           05 LOUT-DATE            PIC 9(8).

       FD RHISTIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS RHS-REC.

       01 RHS-REC.
           05 RHS-ACTION           PIC X.
           05 RHS-CONFIRM-NUM      PIC X(18).
           05 RHS-AMT              PIC S9(7)V99.
           05 RHS-DATE             PIC 9(8).
           05 RHS-RESULT           PIC X.
           05 RHS-PROC-DATE        PIC 9(8).

      * RHO-REC MIRRORS RHS-REC ABOVE.
       FD RHISTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RHO-REC.

       01 RHO-REC.
           05 RHO-ACTION           PIC X.
           05 RHO-CONFIRM-NUM      PIC X(18).
           05 RHO-AMT              PIC S9(7)V99.
           05 RHO-DATE             PIC 9(8).
           05 RHO-RESULT           PIC X.
           05 RHO-PROC-DATE        PIC 9(8).

      * POUT-REC MIRRORS PAY-REC IN PAY.CPY SO THE APPENDED RECORDS
      * READ BACK WITH THE LAYOUT EVERY READER EXPECTS.
       FD PAYOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS POUT-REC.

       01 POUT-REC.
           05 POUT-CONFIRM-NUM     PIC X(18).
           05 POUT-DATE            PIC 9(8).
           05 POUT-AMT             PIC S9(5)V99.
           05 POUT-TYPE            PIC X.
           05 POUT-DRAWER          PIC X(12).
           05 POUT-OPERATOR        PIC X(8).

       FD RPTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RPTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 RPTLINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001) - THE RESPONSE
      * HISTORY, NOT RUN CONTROL, KEEPS A RESENT FILE FROM POSTING
      * TWICE, SO NO INPUT IDENTITY IS PASSED.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP28'.
           05 WK-RUNCTL-PRED   PIC X(10)  VALUE SPACES.
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE SPACES.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
      * CHANGE-JOURNAL INTERFACE FIELDS (SEE CHGJ001).
      * WK-CHGJ-OPERATOR STAYS BLANK - IT IS WHAT A PROCESSOR
      * RESPONSE IS JOURNALED UNDER.
           05 WK-CHGJ-OP       PIC X      VALUE SPACE.
           05 WK-CHGJ-OPERATOR PIC X(8)   VALUE SPACES.
           05 WK-CHGJ-CONFIRM  PIC X(18)  VALUE SPACES.
           05 WK-CHGJ-GUEST    PIC 9(6)   VALUE ZERO.
           05 WK-CHGJ-ACTION   PIC X(30)  VALUE SPACES.
           05 WK-CHGJ-RESP     PIC X      VALUE SPACE.
           05 MORE-RECS        PIC XXX     VALUE "YES".
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-RESP-STATUS   PIC XX      VALUE SPACES.
           05 WK-SENT-STATUS   PIC XX      VALUE SPACES.
           05 WK-LEDGER-STATUS PIC XX      VALUE SPACES.
           05 WK-RHIST-STATUS  PIC XX      VALUE SPACES.
      * HOW MANY TIMES ONE BOOKING'S CAPTURE IS SENT BACK OUT AFTER
      * A REJECTION BEFORE IT IS LEFT TO THE OFFICE.
           05 C-REOPEN-LIMIT   PIC 9       VALUE 2.
           05 C-REOPEN-CTR     PIC 9       VALUE ZERO.
           05 LEDGER-FOUND-SW  PIC X       VALUE 'N'.
           05 CAPTURE-FOUND-SW PIC X       VALUE 'N'.
           05 REPEAT-SW        PIC X       VALUE 'N'.
           05 TRAILER-SW       PIC X       VALUE 'N'.
           05 SENT-MATCH-SW    PIC X       VALUE 'N'.
      * SET WHEN A TABLE BELOW OVERFLOWS - THE RUN POSTS NOTHING.
           05 TABLE-FULL-SW    PIC X       VALUE 'N'.
      * THE OLDEST RESPONSE DATE ON TONIGHT'S FILE, AND HOW MANY LINES
      * IT HAS THAT WILL GO ON THE HISTORY.
           05 WK-OLDEST-RSP-DATE PIC 9(8)  VALUE 99999999.
           05 C-RESP-LINES     PIC 9(4)    VALUE ZERO.
           05 C-LED-CTR        PIC 9(4)    VALUE ZERO.
           05 C-RC-CTR         PIC 9(4)    VALUE ZERO.
           05 RC-FOUND-SW      PIC X       VALUE 'N'.
           05 WK-LOOK-CONFIRM  PIC X(18)   VALUE SPACES.
           05 C-SENT-CTR       PIC 9(4)    VALUE ZERO.
           05 C-SENT-IDX       PIC 9(4)    VALUE ZERO.
           05 C-HIST-CTR       PIC 9(4)    VALUE ZERO.
           05 C-EXC-CTR        PIC 9(3)    VALUE ZERO.
           05 C-EXC-IDX        PIC 9(3)    VALUE ZERO.
           05 C-RESP-CTR       PIC 9(4)    VALUE ZERO.
           05 C-REPEAT-CTR     PIC 9(4)    VALUE ZERO.
           05 C-SENT-CAP-CTR   PIC 9(4)    VALUE ZERO.
           05 C-SENT-CAP-AMT   PIC S9(7)V99 VALUE ZERO.
           05 C-SENT-REF-CTR   PIC 9(4)    VALUE ZERO.
           05 C-SENT-REF-AMT   PIC S9(7)V99 VALUE ZERO.
           05 C-FUND-CAP-CTR   PIC 9(4)    VALUE ZERO.
           05 C-FUND-CAP-AMT   PIC S9(7)V99 VALUE ZERO.
           05 C-FUND-REF-CTR   PIC 9(4)    VALUE ZERO.
           05 C-FUND-REF-AMT   PIC S9(7)V99 VALUE ZERO.
           05 C-REJ-CAP-CTR    PIC 9(4)    VALUE ZERO.
           05 C-REJ-CAP-AMT    PIC S9(7)V99 VALUE ZERO.
           05 C-REJ-REF-CTR    PIC 9(4)    VALUE ZERO.
           05 C-REJ-REF-AMT    PIC S9(7)V99 VALUE ZERO.
           05 C-CHGBK-CTR      PIC 9(4)    VALUE ZERO.
           05 C-CHGBK-AMT      PIC S9(7)V99 VALUE ZERO.
           05 C-REOPENED-CTR   PIC 9(4)    VALUE ZERO.
           05 C-UNANS-CTR      PIC 9(4)    VALUE ZERO.
           05 C-UNANS-AMT      PIC S9(7)V99 VALUE ZERO.
           05 WK-NET-SENT      PIC S9(7)V99 VALUE ZERO.
           05 WK-NET-FUNDED    PIC S9(7)V99 VALUE ZERO.
           05 WK-TRAILER-AMT   PIC S9(7)V99 VALUE ZERO.
           05 WK-DIFF-AMT      PIC S9(7)V99 VALUE ZERO.
           05 WK-EXC-MSG       PIC X(40)   VALUE SPACES.

      * EVERY CONFIRMATION NUMBER TONIGHT'S RESPONSE FILE NAMES.
       01 RESP-CONFIRM-TABLE.
           05 RC-CONFIRM-NUM   PIC X(18) OCCURS 3000 TIMES
               INDEXED BY RC-INDEX.

      * SETTLED.DAT'S ROWS FOR THOSE CONFIRMATION NUMBERS, KEPT
      * CURRENT AS THIS RUN APPENDS ITS RE-OPEN RECORDS.
       01 LEDGER-TABLE.
           05 LEDGER-ENTRY OCCURS 3000 TIMES INDEXED BY LED-INDEX.
               10 LT-ACTION         PIC X.
               10 LT-CONFIRM-NUM    PIC X(18).

      * WHAT THE LAST TRANSMISSION SENT, AND WHETHER THE PROCESSOR
      * HAS ANSWERED EACH LINE YET.
       01 SENT-TABLE.
           05 SENT-ENTRY OCCURS 3000 TIMES INDEXED BY SENT-INDEX.
               10 ST-ACTION         PIC X.
               10 ST-CONFIRM-NUM    PIC X(18).
               10 ST-AMT            PIC S9(5)V99.
               10 ST-ANSWERED-SW    PIC X.

      * THE RESPONSE HISTORY FROM WK-OLDEST-RSP-DATE ON, PLUS WHAT
      * THIS RUN ADDS.
       01 HIST-TABLE.
           05 HIST-ENTRY OCCURS 3000 TIMES INDEXED BY HIST-INDEX.
               10 HT-ACTION         PIC X.
               10 HT-CONFIRM-NUM    PIC X(18).
               10 HT-AMT            PIC S9(7)V99.
               10 HT-DATE           PIC 9(8).
               10 HT-RESULT         PIC X.

      * THE EXCEPTIONS LIST, PRINTED TOGETHER AT THE END SO THE
      * OFFICE HAS ONE PAGE TO WORK FROM.
       01 EXCEPTION-TABLE.
           05 EXC-ENTRY OCCURS 500 TIMES INDEXED BY EXC-INDEX.
               10 EXC-ACTION        PIC X.
               10 EXC-CONFIRM-NUM   PIC X(18).
               10 EXC-AMT           PIC S9(7)V99.
               10 EXC-MSG           PIC X(40).

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
         05 FILLER PIC X(40) VALUE
            "SETTLEMENT RESPONSE RECONCILIATION".
         05 FILLER PIC X(28) VALUE SPACES.
         05 FILLER PIC X(6) VALUE "PAGE: ".
         05 O-PCTR PIC X(2).

       01 RPT-COLUMN-HEADINGS.
           05 FILLER   PIC X(12) VALUE "ACTION".
           05 FILLER   PIC X(20) VALUE "CONFIRM #".
           05 FILLER   PIC X(15) VALUE "AMOUNT".
           05 FILLER   PIC X(10) VALUE "RESULT".
           05 FILLER   PIC X(22) VALUE "PROCESSOR REASON".
           05 FILLER   PIC X(53) VALUE "DISPOSITION".

       01 RPT-DETAIL-LINE.
           05 O-R-ACTION       PIC X(12).
           05 O-R-CONFIRM-NUM  PIC X(20).
           05 O-R-AMT          PIC $$,$$$,$$9.99.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-R-RESULT       PIC X(10).
           05 O-R-REASON       PIC X(22).
           05 O-R-DISP         PIC X(40).
           05 FILLER           PIC X(13)   VALUE SPACES.

       01 RPT-COUNT-LINE.
           05 O-C-LABEL        PIC X(34).
           05 O-C-CTR          PIC ZZZ9.
           05 FILLER           PIC X(4)    VALUE "  $".
           05 O-C-AMT          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(77)   VALUE SPACES.

       01 RPT-AMOUNT-LINE.
           05 O-M-LABEL        PIC X(42).
           05 O-M-AMT          PIC $$,$$$,$$9.99-.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-M-MSG          PIC X(74).

       01 RPT-EXC-HEADING.
           05 FILLER   PIC X(40) VALUE
           "EXCEPTIONS - WORK BY HAND".
           05 FILLER   PIC X(92) VALUE SPACES.

       01 RPT-EXC-LINE.
           05 O-X-ACTION       PIC X(12).
           05 O-X-CONFIRM-NUM  PIC X(20).
           05 O-X-AMT          PIC $$,$$$,$$9.99.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-X-MSG          PIC X(40).
           05 FILLER           PIC X(45)   VALUE SPACES.

       01 RPT-FULL-LINE.
           05 FILLER   PIC X(60) VALUE
           "TABLE FULL - NOTHING POSTED, RUN LEFT OPEN".
           05 FILLER   PIC X(72) VALUE SPACES.

       01 RPT-NONE-LINE.
           05 FILLER   PIC X(30) VALUE "NO EXCEPTIONS".
           05 FILLER   PIC X(102) VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL MORE-RECS = "NO".
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           PERFORM L3-RUN-CONTROL-START.
           MOVE WK-RUNCTL-RUN-ID TO O-RUN-ID.
           PERFORM L3-SCAN-RESPONSES.
           PERFORM L3-LOAD-LEDGER.
           PERFORM L3-LOAD-SENT.
           PERFORM L3-LOAD-HISTORY.
           OPEN OUTPUT RPTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CUR-YY TO O-CUR-YY.
           MOVE CUR-MM TO O-CUR-MM.
           MOVE CUR-DD TO O-CUR-DD.
           PERFORM L3-HEADINGS.
           IF TABLE-FULL-SW = 'Y'
               WRITE RPTLINE FROM RPT-FULL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "NO" TO MORE-RECS
           ELSE
               OPEN EXTEND LEDGEROUT
               OPEN EXTEND RHISTOUT
               OPEN EXTEND PAYOUT
      * NO RESPONSE FILE YET MEANS THE PROCESSOR HAS NOT ANSWERED -
      * EVERY SENT LINE SHOWS AS UNANSWERED.
               OPEN INPUT RESPIN
               IF WK-RESP-STATUS = '00'
                   PERFORM L3-READ
               ELSE
                   MOVE "NO" TO MORE-RECS
               END-IF
           END-IF.

       L2-MAINLINE.
           ADD 1 TO C-RESP-CTR.
           PERFORM L3-CHECK-REPEAT.
           EVALUATE TRUE
               WHEN RSP-TRAILER
                   MOVE 'Y' TO TRAILER-SW
                   IF RSP-AMT NUMERIC
                       MOVE RSP-AMT TO WK-TRAILER-AMT
                   END-IF
               WHEN REPEAT-SW = 'Y'
                   ADD 1 TO C-REPEAT-CTR
                   PERFORM L4-MARK-ANSWERED
                   IF SENT-MATCH-SW = 'Y'
                       PERFORM L4-TALLY-REPEAT
                   END-IF
               WHEN RSP-AMT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO O-R-DISP
                   PERFORM L4-WRITE-DETAIL
                   PERFORM L4-ADD-EXCEPTION
               WHEN RSP-CAPTURE
                   PERFORM L3-CAPTURE-RESPONSE
                   PERFORM L4-WRITE-HISTORY
               WHEN RSP-REFUND
                   PERFORM L3-REFUND-RESPONSE
                   PERFORM L4-WRITE-HISTORY
               WHEN RSP-CHARGEBACK
                   PERFORM L3-CHARGEBACK
                   PERFORM L4-WRITE-HISTORY
               WHEN OTHER
                   MOVE 'UNKNOWN RESPONSE ACTION' TO O-R-DISP
                   PERFORM L4-WRITE-DETAIL
                   PERFORM L4-ADD-EXCEPTION
           END-EVALUATE.
           PERFORM L3-READ.

      * A FUNDED CAPTURE IS DONE. A REJECTED ONE IS RE-OPENED FOR
      * THE NEXT SETTLEMENT RUN UNLESS IT HAS ALREADY BEEN RE-OPENED
      * AS OFTEN AS THE LIMIT ALLOWS.
       L3-CAPTURE-RESPONSE.
           PERFORM L4-MATCH-LEDGER.
           PERFORM L4-MARK-ANSWERED.
           EVALUATE TRUE
               WHEN LEDGER-FOUND-SW NOT = 'Y'
                   MOVE 'NO SUCH CAPTURE ON SETTLED.DAT' TO O-R-DISP
                   PERFORM L4-ADD-EXCEPTION
               WHEN RSP-FUNDED
                   ADD 1 TO C-FUND-CAP-CTR
                   ADD RSP-AMT TO C-FUND-CAP-AMT
                   MOVE 'FUNDED' TO O-R-DISP
               WHEN C-REOPEN-CTR < C-REOPEN-LIMIT
                   ADD 1 TO C-REJ-CAP-CTR
                   ADD RSP-AMT TO C-REJ-CAP-AMT
                   PERFORM L4-REOPEN-CAPTURE
                   MOVE 'RE-OPENED - SENDS AGAIN NEXT RUN' TO O-R-DISP
               WHEN OTHER
                   ADD 1 TO C-REJ-CAP-CTR
                   ADD RSP-AMT TO C-REJ-CAP-AMT
                   MOVE 'REJECTED AGAIN - NOT RESENT' TO O-R-DISP
                   PERFORM L4-ADD-EXCEPTION
           END-EVALUATE.
           PERFORM L4-WRITE-DETAIL.

      * A REFUND THE PROCESSOR WOULD NOT RETURN TO THE CARD HAS TO BE
      * PAID BY CHECK - THAT IS THE OFFICE'S CALL, NOT THIS RUN'S.
       L3-REFUND-RESPONSE.
           PERFORM L4-MATCH-LEDGER.
           PERFORM L4-MARK-ANSWERED.
           EVALUATE TRUE
               WHEN LEDGER-FOUND-SW NOT = 'Y'
                   MOVE 'NO SUCH REFUND ON SETTLED.DAT' TO O-R-DISP
                   PERFORM L4-ADD-EXCEPTION
               WHEN RSP-FUNDED
                   ADD 1 TO C-FUND-REF-CTR
                   ADD RSP-AMT TO C-FUND-REF-AMT
                   MOVE 'REFUNDED' TO O-R-DISP
               WHEN OTHER
                   ADD 1 TO C-REJ-REF-CTR
                   ADD RSP-AMT TO C-REJ-REF-AMT
                   MOVE 'REFUND REJECTED - REFUND BY CHECK'
                       TO O-R-DISP
                   PERFORM L4-ADD-EXCEPTION
           END-EVALUATE.
           PERFORM L4-WRITE-DETAIL.

      * THE MONEY IS GONE WHETHER OR NOT WE CAN FIND WHAT IT WAS
      * TAKEN BACK FROM - THE CHARGEBACK ALWAYS POSTS, AND ONE WITH NO
      * CAPTURE ON FILE IS ALSO LISTED FOR THE OFFICE.
       L3-CHARGEBACK.
           ADD 1 TO C-CHGBK-CTR.
           ADD RSP-AMT TO C-CHGBK-AMT.
           MOVE RSP-CONFIRM-NUM TO POUT-CONFIRM-NUM.
           MOVE RSP-DATE TO POUT-DATE.
           COMPUTE POUT-AMT = 0 - RSP-AMT.
           MOVE 'C' TO POUT-TYPE.
           MOVE SPACES TO POUT-DRAWER.
           MOVE SPACES TO POUT-OPERATOR.
           WRITE POUT-REC.
           MOVE 'CHARGEBACK POSTED TO PAYMENTS' TO WK-CHGJ-ACTION.
           PERFORM L4-JOURNAL-RESPONSE.
           MOVE 'C' TO RSP-ACTION.
           PERFORM L4-MATCH-LEDGER.
           MOVE 'B' TO RSP-ACTION.
           IF LEDGER-FOUND-SW = 'Y'
               MOVE 'POSTED TO PAYMENTS AS CHARGEBACK' TO O-R-DISP
           ELSE
               MOVE 'CHARGEBACK POSTED - NO CAPTURE ON FILE'
                   TO O-R-DISP
               PERFORM L4-ADD-EXCEPTION
           END-IF.
           PERFORM L4-WRITE-DETAIL.

      * FINDS THE LEDGER ENTRY FOR THE RESPONSE'S CONFIRMATION
      * NUMBER AND ACTION, AND COUNTS HOW OFTEN A CAPTURE FOR IT HAS
      * ALREADY BEEN RE-OPENED.
       L4-MATCH-LEDGER.
           MOVE 'N' TO LEDGER-FOUND-SW.
           MOVE ZERO TO C-REOPEN-CTR.
           PERFORM VARYING LED-INDEX FROM 1 BY 1
               UNTIL LED-INDEX > C-LED-CTR
               IF LT-CONFIRM-NUM(LED-INDEX) = RSP-CONFIRM-NUM
                   IF LT-ACTION(LED-INDEX) = RSP-ACTION
                       MOVE 'Y' TO LEDGER-FOUND-SW
                   END-IF
                   IF LT-ACTION(LED-INDEX) = 'J'
                       AND C-REOPEN-CTR < 9
                       ADD 1 TO C-REOPEN-CTR
                   END-IF
               END-IF
           END-PERFORM.

       L4-MARK-ANSWERED.
           MOVE 'N' TO SENT-MATCH-SW.
           PERFORM VARYING SENT-INDEX FROM 1 BY 1
               UNTIL SENT-INDEX > C-SENT-CTR
               IF ST-CONFIRM-NUM(SENT-INDEX) = RSP-CONFIRM-NUM
                   AND ST-ACTION(SENT-INDEX) = RSP-ACTION
                   MOVE 'Y' TO ST-ANSWERED-SW(SENT-INDEX)
                   MOVE 'Y' TO SENT-MATCH-SW
               END-IF
           END-PERFORM.

      * A RESENT FILE ANSWERING THE TRANSMISSION STILL ON SETTLE.DAT
      * IS COUNTED AS IT WAS THE FIRST TIME, SO THE FUNDING PROOF
      * STILL BALANCES - BUT NOTHING IS POSTED OR RE-OPENED AGAIN.
       L4-TALLY-REPEAT.
           EVALUATE TRUE
               WHEN RSP-CAPTURE AND RSP-FUNDED
                   ADD 1 TO C-FUND-CAP-CTR
                   ADD RSP-AMT TO C-FUND-CAP-AMT
               WHEN RSP-CAPTURE
                   ADD 1 TO C-REJ-CAP-CTR
                   ADD RSP-AMT TO C-REJ-CAP-AMT
               WHEN RSP-REFUND AND RSP-FUNDED
                   ADD 1 TO C-FUND-REF-CTR
                   ADD RSP-AMT TO C-FUND-REF-AMT
               WHEN RSP-REFUND
                   ADD 1 TO C-REJ-REF-CTR
                   ADD RSP-AMT TO C-REJ-REF-AMT
           END-EVALUATE.

      * THE 'J' RECORD CANCELS THE 'C' BEFORE IT IN COBCMSCP08'S
      * ALREADY-CAPTURED CHECK.
       L4-REOPEN-CAPTURE.
           MOVE 'J' TO LOUT-ACTION.
           MOVE RSP-CONFIRM-NUM TO LOUT-CONFIRM-NUM.
           MOVE RSP-AMT TO LOUT-AMT.
           MOVE CUR-DATE-NUM TO LOUT-DATE.
           WRITE LOUT-REC.
           MOVE 'REJECTED CAPTURE RE-OPENED' TO WK-CHGJ-ACTION.
           PERFORM L4-JOURNAL-RESPONSE.
           ADD 1 TO C-REOPENED-CTR.
           IF C-LED-CTR < 3000
               ADD 1 TO C-LED-CTR
               SET LED-INDEX TO C-LED-CTR
               MOVE 'J' TO LT-ACTION(LED-INDEX)
               MOVE RSP-CONFIRM-NUM TO LT-CONFIRM-NUM(LED-INDEX)
           END-IF.

      * ONE CHANGE-JOURNAL ROW FOR THE RESPONSE BEING ACTED ON,
      * CARRYING WHATEVER WK-CHGJ-ACTION THE CALLER SET.
       L4-JOURNAL-RESPONSE.
           MOVE RSP-CONFIRM-NUM TO WK-CHGJ-CONFIRM.
           MOVE ZERO TO WK-CHGJ-GUEST.
           MOVE 'W' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, WK-CHGJ-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.

       L3-CHECK-REPEAT.
           MOVE 'N' TO REPEAT-SW.
           PERFORM VARYING HIST-INDEX FROM 1 BY 1
               UNTIL HIST-INDEX > C-HIST-CTR
                   OR REPEAT-SW = 'Y'
               IF HT-ACTION(HIST-INDEX) = RSP-ACTION
                   AND HT-CONFIRM-NUM(HIST-INDEX) = RSP-CONFIRM-NUM
                   AND HT-AMT(HIST-INDEX) = RSP-AMT
                   AND HT-DATE(HIST-INDEX) = RSP-DATE
                   AND HT-RESULT(HIST-INDEX) = RSP-RESULT
                   MOVE 'Y' TO REPEAT-SW
               END-IF
           END-PERFORM.

       L4-WRITE-HISTORY.
           MOVE RSP-ACTION TO RHO-ACTION.
           MOVE RSP-CONFIRM-NUM TO RHO-CONFIRM-NUM.
           MOVE RSP-AMT TO RHO-AMT.
           MOVE RSP-DATE TO RHO-DATE.
           MOVE RSP-RESULT TO RHO-RESULT.
           MOVE CUR-DATE-NUM TO RHO-PROC-DATE.
           WRITE RHO-REC.
           IF C-HIST-CTR < 3000
               ADD 1 TO C-HIST-CTR
               SET HIST-INDEX TO C-HIST-CTR
               MOVE RSP-ACTION TO HT-ACTION(HIST-INDEX)
               MOVE RSP-CONFIRM-NUM TO HT-CONFIRM-NUM(HIST-INDEX)
               MOVE RSP-AMT TO HT-AMT(HIST-INDEX)
               MOVE RSP-DATE TO HT-DATE(HIST-INDEX)
               MOVE RSP-RESULT TO HT-RESULT(HIST-INDEX)
           END-IF.

       L4-WRITE-DETAIL.
           EVALUATE TRUE
               WHEN RSP-CAPTURE
                   MOVE 'CAPTURE' TO O-R-ACTION
               WHEN RSP-REFUND
                   MOVE 'REFUND' TO O-R-ACTION
               WHEN RSP-CHARGEBACK
                   MOVE 'CHARGEBACK' TO O-R-ACTION
               WHEN OTHER
                   MOVE RSP-ACTION TO O-R-ACTION
           END-EVALUATE.
           MOVE RSP-CONFIRM-NUM TO O-R-CONFIRM-NUM.
           IF RSP-AMT NUMERIC
               MOVE RSP-AMT TO O-R-AMT
           ELSE
               MOVE ZERO TO O-R-AMT.
           EVALUATE TRUE
               WHEN RSP-FUNDED
                   MOVE 'FUNDED' TO O-R-RESULT
               WHEN RSP-REJECTED
                   MOVE 'REJECTED' TO O-R-RESULT
               WHEN OTHER
                   MOVE RSP-RESULT TO O-R-RESULT
           END-EVALUATE.
           MOVE RSP-REASON TO O-R-REASON.
           WRITE RPTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       L4-ADD-EXCEPTION.
           IF C-EXC-CTR < 500
               ADD 1 TO C-EXC-CTR
               SET EXC-INDEX TO C-EXC-CTR
               MOVE RSP-ACTION TO EXC-ACTION(EXC-INDEX)
               MOVE RSP-CONFIRM-NUM TO EXC-CONFIRM-NUM(EXC-INDEX)
               IF RSP-AMT NUMERIC
                   MOVE RSP-AMT TO EXC-AMT(EXC-INDEX)
               ELSE
                   MOVE ZERO TO EXC-AMT(EXC-INDEX)
               END-IF
               MOVE O-R-DISP TO EXC-MSG(EXC-INDEX)
           END-IF.

       L3-READ.
           READ RESPIN
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.

      * ONLY A RESPONSE'S OWN CONFIRMATION NUMBER IS EVER LOOKED UP,
      * SO NO OTHER ROW IS HELD. ROOM IS LEFT FOR A RE-OPEN FOR EVERY
      * LINE ON TONIGHT'S FILE.
       L3-LOAD-LEDGER.
           OPEN INPUT LEDGERIN.
           IF WK-LEDGER-STATUS = '00'
               PERFORM UNTIL WK-LEDGER-STATUS NOT = '00'
                   READ LEDGERIN
                   IF WK-LEDGER-STATUS = '00'
                       MOVE LED-CONFIRM-NUM TO WK-LOOK-CONFIRM
                       PERFORM L4-FIND-RESP-CONFIRM
                   END-IF
                   IF WK-LEDGER-STATUS = '00' AND RC-FOUND-SW = 'Y'
                       IF C-LED-CTR + C-RESP-LINES < 3000
                           ADD 1 TO C-LED-CTR
                           SET LED-INDEX TO C-LED-CTR
                           MOVE LED-ACTION TO LT-ACTION(LED-INDEX)
                           MOVE LED-CONFIRM-NUM TO
                               LT-CONFIRM-NUM(LED-INDEX)
                       ELSE
                           MOVE 'Y' TO TABLE-FULL-SW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LEDGERIN.

       L3-LOAD-SENT.
           OPEN INPUT SENTIN.
           IF WK-SENT-STATUS = '00'
               PERFORM UNTIL WK-SENT-STATUS NOT = '00'
                   READ SENTIN
                   IF WK-SENT-STATUS = '00'
                       IF C-SENT-CTR < 3000
                           PERFORM L4-HOLD-SENT
                       ELSE
                           MOVE 'Y' TO TABLE-FULL-SW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SENTIN.

       L4-HOLD-SENT.
           ADD 1 TO C-SENT-CTR.
           SET SENT-INDEX TO C-SENT-CTR.
           MOVE SNT-ACTION TO ST-ACTION(SENT-INDEX).
           MOVE SNT-CONFIRM-NUM TO ST-CONFIRM-NUM(SENT-INDEX).
           MOVE SNT-AMT TO ST-AMT(SENT-INDEX).
           MOVE 'N' TO ST-ANSWERED-SW(SENT-INDEX).
           IF SNT-ACTION = 'C'
               ADD 1 TO C-SENT-CAP-CTR
               ADD SNT-AMT TO C-SENT-CAP-AMT
           ELSE
               ADD 1 TO C-SENT-REF-CTR
               ADD SNT-AMT TO C-SENT-REF-AMT
           END-IF.

      * THE OLDEST DATE ON TONIGHT'S FILE, AND ROOM FOR EVERY LINE
      * OF IT THAT WILL BE ADDED TO THE HISTORY. A REPEAT HAS TO
      * MATCH A HISTORY ROW DATE FOR DATE, SO NO OLDER ROW MATTERS.
       L3-SCAN-RESPONSES.
           OPEN INPUT RESPIN.
           IF WK-RESP-STATUS = '00'
               PERFORM UNTIL WK-RESP-STATUS NOT = '00'
                   READ RESPIN
                   IF WK-RESP-STATUS = '00'
                       AND NOT RSP-TRAILER
                       ADD 1 TO C-RESP-LINES
                       IF RSP-DATE NUMERIC
                           AND RSP-DATE < WK-OLDEST-RSP-DATE
                           MOVE RSP-DATE TO WK-OLDEST-RSP-DATE
                       END-IF
                       MOVE RSP-CONFIRM-NUM TO WK-LOOK-CONFIRM
                       PERFORM L4-NOTE-RESP-CONFIRM
                   END-IF
               END-PERFORM
               CLOSE RESPIN.
           IF C-RESP-LINES > 3000
               MOVE 'Y' TO TABLE-FULL-SW
           END-IF.

       L4-NOTE-RESP-CONFIRM.
           PERFORM L4-FIND-RESP-CONFIRM.
           IF RC-FOUND-SW NOT = 'Y' AND C-RC-CTR < 3000
               ADD 1 TO C-RC-CTR
               SET RC-INDEX TO C-RC-CTR
               MOVE WK-LOOK-CONFIRM TO RC-CONFIRM-NUM(RC-INDEX)
           END-IF.

       L4-FIND-RESP-CONFIRM.
           MOVE 'N' TO RC-FOUND-SW.
           PERFORM VARYING RC-INDEX FROM 1 BY 1
               UNTIL RC-INDEX > C-RC-CTR
                   OR RC-FOUND-SW = 'Y'
               IF RC-CONFIRM-NUM(RC-INDEX) = WK-LOOK-CONFIRM
                   MOVE 'Y' TO RC-FOUND-SW
               END-IF
           END-PERFORM.

       L3-LOAD-HISTORY.
           OPEN INPUT RHISTIN.
           IF WK-RHIST-STATUS = '00'
               PERFORM UNTIL WK-RHIST-STATUS NOT = '00'
                   READ RHISTIN
                   IF WK-RHIST-STATUS = '00'
                       AND RHS-DATE NUMERIC
                       AND RHS-DATE NOT < WK-OLDEST-RSP-DATE
                       PERFORM L4-HOLD-HISTORY
                   END-IF
               END-PERFORM
               CLOSE RHISTIN.

      * TONIGHT'S OWN LINES MUST STILL FIT WHEN THEY ARE ADDED.
       L4-HOLD-HISTORY.
           IF C-HIST-CTR + C-RESP-LINES < 3000
               ADD 1 TO C-HIST-CTR
               SET HIST-INDEX TO C-HIST-CTR
               MOVE RHS-ACTION TO HT-ACTION(HIST-INDEX)
               MOVE RHS-CONFIRM-NUM TO HT-CONFIRM-NUM(HIST-INDEX)
               MOVE RHS-AMT TO HT-AMT(HIST-INDEX)
               MOVE RHS-DATE TO HT-DATE(HIST-INDEX)
               MOVE RHS-RESULT TO HT-RESULT(HIST-INDEX)
           ELSE
               MOVE 'Y' TO TABLE-FULL-SW
           END-IF.

      * A RERUN AFTER A CRASH ('R') IS SAFE - EVERY LINE ALREADY ACTED
      * ON IS IN THE RESPONSE HISTORY AND IS SKIPPED AS A REPEAT.
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
           WRITE RPTLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE RPTLINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.
           WRITE RPTLINE FROM RPT-COLUMN-HEADINGS
             AFTER ADVANCING 1 LINE.

      * A RUN REFUSED FOR A FULL TABLE OPENED NOTHING BUT THE REPORT
      * AND IS LEFT OPEN.
       L2-CLOSING.
           IF TABLE-FULL-SW = 'Y'
               CLOSE RPTOUT
               DISPLAY 'COBCMSCP28 TABLE FULL - NOTHING POSTED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM L3-RECONCILE
           END-IF.

      * SENT = FUNDED + REJECTED + UNANSWERED, IN COUNTS AND DOLLARS;
      * NET FUNDED (CAPTURES LESS REFUNDS LESS CHARGEBACKS) IS PROVED
      * AGAINST THE PROCESSOR'S OWN TRAILER WHEN IT SENT ONE.
       L3-RECONCILE.
           IF WK-RESP-STATUS NOT = '35'
               CLOSE RESPIN.
           PERFORM L3-CHECK-UNANSWERED
               VARYING C-SENT-IDX FROM 1 BY 1
               UNTIL C-SENT-IDX > C-SENT-CTR.
           MOVE 'CAPTURES SENT' TO O-C-LABEL.
           MOVE C-SENT-CAP-CTR TO O-C-CTR.
           MOVE C-SENT-CAP-AMT TO O-C-AMT.
           WRITE RPTLINE FROM RPT-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE '  FUNDED' TO O-C-LABEL.
           MOVE C-FUND-CAP-CTR TO O-C-CTR.
           MOVE C-FUND-CAP-AMT TO O-C-AMT.
           PERFORM L4-WRITE-COUNT.
           MOVE '  REJECTED' TO O-C-LABEL.
           MOVE C-REJ-CAP-CTR TO O-C-CTR.
           MOVE C-REJ-CAP-AMT TO O-C-AMT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'REFUNDS SENT' TO O-C-LABEL.
           MOVE C-SENT-REF-CTR TO O-C-CTR.
           MOVE C-SENT-REF-AMT TO O-C-AMT.
           PERFORM L4-WRITE-COUNT.
           MOVE '  REFUNDED' TO O-C-LABEL.
           MOVE C-FUND-REF-CTR TO O-C-CTR.
           MOVE C-FUND-REF-AMT TO O-C-AMT.
           PERFORM L4-WRITE-COUNT.
           MOVE '  REJECTED' TO O-C-LABEL.
           MOVE C-REJ-REF-CTR TO O-C-CTR.
           MOVE C-REJ-REF-AMT TO O-C-AMT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'SENT LINES NOT ANSWERED' TO O-C-LABEL.
           MOVE C-UNANS-CTR TO O-C-CTR.
           MOVE C-UNANS-AMT TO O-C-AMT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'CHARGEBACKS POSTED' TO O-C-LABEL.
           MOVE C-CHGBK-CTR TO O-C-CTR.
           MOVE C-CHGBK-AMT TO O-C-AMT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'CAPTURES RE-OPENED' TO O-C-LABEL.
           MOVE C-REOPENED-CTR TO O-C-CTR.
           MOVE ZERO TO O-C-AMT.
           PERFORM L4-WRITE-COUNT.
           MOVE 'REPEATED RESPONSE LINES SKIPPED' TO O-C-LABEL.
           MOVE C-REPEAT-CTR TO O-C-CTR.
           MOVE ZERO TO O-C-AMT.
           PERFORM L4-WRITE-COUNT.
           PERFORM L3-PROVE-FUNDING.
           PERFORM L3-WRITE-EXCEPTIONS.
           CLOSE LEDGEROUT.
           CLOSE RHISTOUT.
           CLOSE PAYOUT.
           CLOSE RPTOUT.
           MOVE 'C' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, WK-CHGJ-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           MOVE 'E' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
      * SET LAST - EACH CALL ABOVE HANDS BACK ITS OWN RETURN CODE.
           IF TRAILER-SW = 'Y'
               AND WK-TRAILER-AMT NOT = WK-NET-FUNDED
               MOVE 4 TO RETURN-CODE
           END-IF.

       L4-WRITE-COUNT.
           WRITE RPTLINE FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       L3-CHECK-UNANSWERED.
           SET SENT-INDEX TO C-SENT-IDX.
           IF ST-ANSWERED-SW(SENT-INDEX) NOT = 'Y'
               ADD 1 TO C-UNANS-CTR
               IF ST-ACTION(SENT-INDEX) = 'C'
                   ADD ST-AMT(SENT-INDEX) TO C-UNANS-AMT
               ELSE
                   SUBTRACT ST-AMT(SENT-INDEX) FROM C-UNANS-AMT
               END-IF
               IF C-EXC-CTR < 500
                   ADD 1 TO C-EXC-CTR
                   SET EXC-INDEX TO C-EXC-CTR
                   MOVE ST-ACTION(SENT-INDEX) TO EXC-ACTION(EXC-INDEX)
                   MOVE ST-CONFIRM-NUM(SENT-INDEX) TO
                       EXC-CONFIRM-NUM(EXC-INDEX)
                   MOVE ST-AMT(SENT-INDEX) TO EXC-AMT(EXC-INDEX)
                   MOVE 'SENT BUT NOT ANSWERED BY PROCESSOR' TO
                       EXC-MSG(EXC-INDEX)
               END-IF
           END-IF.

      * WHAT WE SENT (CAPTURES LESS REFUNDS) LESS WHAT WAS REJECTED
      * OR NEVER ANSWERED, LESS CHARGEBACKS, IS WHAT SHOULD HAVE BEEN
      * FUNDED - AND WHAT THE FUNDED LINES ADD UP TO MUST SAY THE
      * SAME.
       L3-PROVE-FUNDING.
           SUBTRACT C-SENT-REF-AMT FROM C-SENT-CAP-AMT
               GIVING WK-NET-SENT.
           COMPUTE WK-NET-FUNDED = C-FUND-CAP-AMT - C-FUND-REF-AMT
               - C-CHGBK-AMT.
           MOVE 'NET SENT (CAPTURES LESS REFUNDS)' TO O-M-LABEL.
           MOVE WK-NET-SENT TO O-M-AMT.
           MOVE SPACES TO O-M-MSG.
           WRITE RPTLINE FROM RPT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'NET FUNDED (LESS CHARGEBACKS)' TO O-M-LABEL.
           MOVE WK-NET-FUNDED TO O-M-AMT.
           COMPUTE WK-DIFF-AMT = WK-NET-SENT - C-REJ-CAP-AMT
               + C-REJ-REF-AMT - C-UNANS-AMT - C-CHGBK-AMT
               - WK-NET-FUNDED.
           IF WK-DIFF-AMT = ZERO
               MOVE 'AGREES WITH SENT LESS REJECTED AND UNANSWERED'
                   TO O-M-MSG
           ELSE
               MOVE 'DOES NOT AGREE WITH SENT - SEE EXCEPTIONS'
                   TO O-M-MSG
           END-IF.
           WRITE RPTLINE FROM RPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PROCESSOR FUNDING TRAILER' TO O-M-LABEL.
           MOVE WK-TRAILER-AMT TO O-M-AMT.
           EVALUATE TRUE
               WHEN TRAILER-SW NOT = 'Y'
                   MOVE 'NO TRAILER RECEIVED' TO O-M-MSG
               WHEN WK-TRAILER-AMT = WK-NET-FUNDED
                   MOVE 'AGREES WITH NET FUNDED' TO O-M-MSG
               WHEN OTHER
                   MOVE 'DOES NOT AGREE WITH NET FUNDED' TO O-M-MSG
                   DISPLAY 'COBCMSCP28 PROCESSOR FUNDING DOES NOT '
                       'AGREE - SEE SETRECON.PRT'
           END-EVALUATE.
           WRITE RPTLINE FROM RPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

       L3-WRITE-EXCEPTIONS.
           WRITE RPTLINE FROM RPT-EXC-HEADING
               AFTER ADVANCING 3 LINES.
           IF C-EXC-CTR = 0
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM L4-WRITE-EXCEPTION
                   VARYING C-EXC-IDX FROM 1 BY 1
                   UNTIL C-EXC-IDX > C-EXC-CTR
           END-IF.

       L4-WRITE-EXCEPTION.
           SET EXC-INDEX TO C-EXC-IDX.
           EVALUATE EXC-ACTION(EXC-INDEX)
               WHEN 'C'
                   MOVE 'CAPTURE' TO O-X-ACTION
               WHEN 'R'
                   MOVE 'REFUND' TO O-X-ACTION
               WHEN 'B'
                   MOVE 'CHARGEBACK' TO O-X-ACTION
               WHEN OTHER
                   MOVE EXC-ACTION(EXC-INDEX) TO O-X-ACTION
           END-EVALUATE.
           MOVE EXC-CONFIRM-NUM(EXC-INDEX) TO O-X-CONFIRM-NUM.
           MOVE EXC-AMT(EXC-INDEX) TO O-X-AMT.
           MOVE EXC-MSG(EXC-INDEX) TO O-X-MSG.
           WRITE RPTLINE FROM RPT-EXC-LINE
               AFTER ADVANCING 1 LINE.
