      * GUESTMST.DAT RECORD WITH GST-MERGED-TO POINTING AT THE
      * SURVIVOR SO OLD PAPERWORK STILL RESOLVES. A PAIR WHOSE
      * NUMBERS ARE NOT BOTH ON THE MASTER - OR WHOSE SURVIVOR IS
      * ITSELF RETIRED - IS REFUSED. THE ABSORBED GUEST'S LOYALTY
      * LEDGER ROWS (LOYALTY.DAT) MOVE TO THE SURVIVOR AS WELL, EACH
      * KEEPING ITS ORIGINAL DATE SO EXPIRY STILL AGES IT CORRECTLY.
      * RUN COBCMSCP21 AFTERWARD SO THE CURRENT-POSITION SNAPSHOT
      * PICKS UP THE RENUMBERED ROWS. EACH PAIR NAMES THE OPERATOR
      * WHO KEYED IT - ONE NOT ACTIVE ON OPERATOR.DAT IS REFUSED -
      * AND THE RETIREMENT AND EVERY RENUMBERED BOOKING GO ON THE
      * CHANGE JOURNAL UNDER THAT OPERATOR (CHGJ001).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CAMPRES.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
      * THE LOYALTY LEDGER IS REWRITTEN THE SAME WAY, BUT ONLY WHEN
      * A MERGE ACTUALLY MOVED ONE OF ITS ROWS.
           SELECT LOYIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-LOY-STATUS.
           SELECT LOYOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP24\MERGEACT.PRT"
       01 MRG-REC.
           05 MRG-SURVIVOR         PIC 9(6).
           05 MRG-ABSORBED         PIC 9(6).
           05 MRG-OPERATOR         PIC X(8).

       FD GMSTIN
           LABEL RECORD IS OMITTED
           05 GOUT-PHONE           PIC X(12).
           05 GOUT-EMAIL           PIC X(40).
           05 GOUT-MERGED-TO       PIC 9(6).
           05 GOUT-OPERATOR        PIC X(8).

       FD CAMPRESIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.

       FD CAMPRESOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS ROUT-REC.

       01 ROUT-REC             PIC X(228).

       FD LOYIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS LOY-REC.

       COPY 'LOYAL.CPY'.

       FD LOYOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS LOUT-REC.

       01 LOUT-REC             PIC X(40).

       FD ACTOUT
           LABEL RECORD IS OMITTED
       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001) - THE RUN ID
      * TIES THIS RUN'S CHANGE-JOURNAL ROWS TOGETHER.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP24'.
           05 WK-RUNCTL-PRED   PIC X(10)  VALUE SPACES.
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE SPACES.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
      * OPERATOR EDIT / CHANGE-JOURNAL INTERFACE FIELDS (SEE
      * CHGJ001).
           05 WK-CHGJ-OP       PIC X      VALUE SPACE.
           05 WK-CHGJ-CONFIRM  PIC X(18)  VALUE SPACES.
           05 WK-CHGJ-GUEST    PIC 9(6)   VALUE ZERO.
           05 WK-CHGJ-ACTION   PIC X(30)  VALUE SPACES.
           05 WK-CHGJ-RESP     PIC X      VALUE SPACE.
           05 MORE-RECS        PIC XXX     VALUE "YES".
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-TRAN-STATUS   PIC XX      VALUE SPACES.
           05 WK-MST-STATUS    PIC XX      VALUE SPACES.
           05 WK-CAMPRES-STATUS PIC XX     VALUE SPACES.
           05 WK-LOY-STATUS    PIC XX      VALUE SPACES.
           05 C-LOY-CTR        PIC 9(6)    VALUE ZERO.
           05 C-LOY-MOVED-CTR  PIC 9(6)    VALUE ZERO.
           05 C-GUEST-CTR      PIC 9(4)    VALUE ZERO.
           05 C-GUEST-IDX      PIC 9(4)    VALUE ZERO.
           05 C-PAIR-CTR       PIC 9(3)    VALUE ZERO.
               10 GM-GUEST-NUM     PIC 9(6).
               10 GM-REC           PIC X(160).
               10 GM-MERGED-TO     PIC 9(6).
               10 GM-OPERATOR      PIC X(8).

      * THE ACCEPTED PAIRS, APPLIED TO THE JOURNAL PASS BELOW.
       01 PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 100 TIMES INDEXED BY PAIR-INDEX.
               10 PR-SURVIVOR      PIC 9(6).
               10 PR-ABSORBED      PIC 9(6).
               10 PR-OPERATOR      PIC X(8).

      * THE WHOLE JOURNAL, HELD UNTIL IT CAN BE CLOSED AND
      * REWRITTEN WITH THE RENUMBERED ROWS.
       01 ROW-TABLE.
           05 ROW-ENTRY        PIC X(228) OCCURS 3000 TIMES
               INDEXED BY ROW-INDEX.

       01 CURRENT-DATE-AND-TIME.
           05 O-R-NEW-GUEST    PIC 9(6).
           05 FILLER           PIC X(30)   VALUE SPACES.

       01 ACT-LOY-LINE.
           05 FILLER           PIC XX      VALUE SPACES.
           05 FILLER           PIC X(16)   VALUE "POINTS MOVED -  ".
           05 O-L-CONFIRM-NUM  PIC X(18).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-L-DATE         PIC 9(8).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-L-TYPE         PIC X.
           05 O-L-POINTS       PIC -(7)9.
           05 FILLER           PIC X(9)    VALUE "   GUEST ".
           05 O-L-OLD-GUEST    PIC 9(6).
           05 FILLER           PIC X(5)    VALUE " --> ".
           05 O-L-NEW-GUEST    PIC 9(6).
           05 FILLER           PIC X(49)   VALUE SPACES.

      * PROVES EACH SIDE FILE COUNTED BACK WHOLE BEFORE THE OLD
      * GENERATION WAS RELEASED.
       01 ACT-SWAP-LINE.
           05 O-SWAP-FILE      PIC X(10).
           05 FILLER           PIC X(17)   VALUE "SWAP - SIDE ROWS ".
           05 O-SWAP-SIDE      PIC ZZZZZ9.
           05 FILLER           PIC X(11)   VALUE "  EXPECTED ".
           05 O-SWAP-KEPT      PIC ZZZZZ9.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-SWAP-MSG       PIC X(30).
           05 FILLER           PIC X(50)   VALUE SPACES.

       01 ACT-TOTAL-LINE.
           05 FILLER           PIC X(9)    VALUE "MERGED ".
           05 O-REJ-CTR        PIC ZZ9.
           05 FILLER           PIC X(16)   VALUE "  ROWS UPDATED ".
           05 O-TOUCHED-CTR    PIC ZZZ9.
           05 FILLER           PIC X(20)   VALUE
                                           "  POINT ROWS MOVED ".
           05 O-LOY-MOVED-CTR  PIC ZZZZZ9.
           05 FILLER           PIC X(62)   VALUE SPACES.

       01 ACT-FULL-LINE.
           05 FILLER   PIC X(70)  VALUE
           STOP RUN.

       L2-INIT.
           PERFORM L3-RUN-CONTROL-START.
           PERFORM L3-LOAD-MASTER.
           PERFORM L3-LOAD-JOURNAL.
           OPEN OUTPUT ACTOUT.
                       MOVE C-GUEST-IDX TO ABSB-IDX
                   END-IF
               END-PERFORM.
           MOVE 'V' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, MRG-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           EVALUATE TRUE
               WHEN WK-CHGJ-RESP = 'U'
                   MOVE 'OPERATOR ID NOT ON FILE' TO O-A-MSG
                   PERFORM L4-REJECT-PAIR
               WHEN WK-CHGJ-RESP = 'I'
                   MOVE 'OPERATOR ID NOT ACTIVE' TO O-A-MSG
                   PERFORM L4-REJECT-PAIR
               WHEN MRG-SURVIVOR NOT NUMERIC
                   OR MRG-ABSORBED NOT NUMERIC
                   MOVE 'NUMBERS NOT NUMERIC' TO O-A-MSG
           ELSE
               SET GUEST-INDEX TO ABSB-IDX
               MOVE MRG-SURVIVOR TO GM-MERGED-TO(GUEST-INDEX)
               MOVE MRG-OPERATOR TO GM-OPERATOR(GUEST-INDEX)
               ADD 1 TO C-PAIR-CTR
               SET PAIR-INDEX TO C-PAIR-CTR
               MOVE MRG-SURVIVOR TO PR-SURVIVOR(PAIR-INDEX)
               MOVE MRG-ABSORBED TO PR-ABSORBED(PAIR-INDEX)
               MOVE MRG-OPERATOR TO PR-OPERATOR(PAIR-INDEX)
               MOVE SPACES TO WK-CHGJ-CONFIRM
               MOVE MRG-ABSORBED TO WK-CHGJ-GUEST
               MOVE SPACES TO WK-CHGJ-ACTION
               STRING 'GUEST MERGED INTO ' MRG-SURVIVOR
                   DELIMITED BY SIZE INTO WK-CHGJ-ACTION
               MOVE 'W' TO WK-CHGJ-OP
               CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
                   WK-RUNCTL-RUN-ID, MRG-OPERATOR, WK-CHGJ-CONFIRM,
                   WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP
               ADD 1 TO C-MERGE-CTR
               MOVE 'MERGED' TO O-A-ACTION
               MOVE SPACES TO O-A-MSG
           END-READ.

      * THE GUEST RECORD IS HELD WHOLE (160 BYTES AHEAD OF THE
      * POINTER, THEN THE LAST OPERATOR) SO THE REWRITE GIVES BACK
      * EXACTLY WHAT WAS READ.
       L3-LOAD-MASTER.
           OPEN INPUT GMSTIN.
           IF WK-MST-STATUS = '00'
                           ELSE
                               MOVE ZERO TO GM-MERGED-TO(GUEST-INDEX)
                           END-IF
                           MOVE GST-OPERATOR TO GM-OPERATOR(GUEST-INDEX)
                       ELSE
                           MOVE 'Y' TO TABLE-FULL-SW
                       END-IF
                       UNTIL C-GUEST-IDX > C-GUEST-CTR
                   CLOSE GMSTOUT
                   PERFORM L3-SWAP-MASTER
                   PERFORM L3-PASS-LEDGER
               END-IF
           END-IF.
           MOVE C-MERGE-CTR TO O-MERGE-CTR.
           MOVE C-LOY-MOVED-CTR TO O-LOY-MOVED-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           MOVE C-TOUCHED-CTR TO O-TOUCHED-CTR.
           WRITE ACTLINE FROM ACT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE ACTOUT.
           MOVE 'C' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, MRG-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           MOVE 'E' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.

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

      * THE ROW IS WORKED ON IN THE CAMPRESIN RECORD AREA (WHOSE
      * FILE IS CLOSED BY NOW) SO THE FIELD LAYOUT COMES FROM
                   MOVE O-GUEST-NUM TO O-R-NEW-GUEST
                   WRITE ACTLINE FROM ACT-ROW-LINE
                       AFTER ADVANCING 1 LINE
                   PERFORM L4-JOURNAL-ROW
               END-IF
           END-PERFORM.
           MOVE VAL-REC TO ROW-ENTRY(ROW-INDEX).

       L4-JOURNAL-ROW.
           MOVE O-CONFIRM-NUM TO WK-CHGJ-CONFIRM.
           MOVE O-GUEST-NUM TO WK-CHGJ-GUEST.
           MOVE SPACES TO WK-CHGJ-ACTION.
           STRING 'GUEST ' WK-OLD-GUEST ' RENUMBERED'
               DELIMITED BY SIZE INTO WK-CHGJ-ACTION.
           MOVE 'W' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, PR-OPERATOR(PAIR-INDEX),
               WK-CHGJ-CONFIRM, WK-CHGJ-GUEST, WK-CHGJ-ACTION,
               WK-CHGJ-RESP.

      * THE LOYALTY LEDGER IS NEVER COMPACTED, SO RATHER THAN BEING
      * HELD LIKE THE JOURNAL IT IS STREAMED ROW BY ROW ONTO THE
      * SIDE FILE, AND THE SIDE FILE IS ONLY SWAPPED IN WHEN A ROW
      * ACTUALLY MOVED. NO LEDGER YET SIMPLY MEANS NOBODY HAS EARNED
      * POINTS.
       L3-PASS-LEDGER.
           OPEN INPUT LOYIN.
           IF WK-LOY-STATUS = '00'
               OPEN OUTPUT LOYOUT
               PERFORM UNTIL WK-LOY-STATUS NOT = '00'
                   READ LOYIN
                   IF WK-LOY-STATUS = '00'
                       ADD 1 TO C-LOY-CTR
                       PERFORM L4-APPLY-TO-POINTS
                       WRITE LOUT-REC FROM LOY-REC
                   END-IF
               END-PERFORM
               CLOSE LOYIN
               CLOSE LOYOUT
               IF C-LOY-MOVED-CTR NOT = 0
                   PERFORM L3-SWAP-LEDGER
               END-IF
           END-IF.

      * SAME IDEA AS THE JOURNAL ROWS, WORKED ON IN THE LOYIN RECORD
      * AREA. ONLY THE GUEST NUMBER CHANGES - THE DATE STAYS SO THE
      * POINTS STILL EXPIRE WHEN THEY WOULD HAVE.
       L4-APPLY-TO-POINTS.
           PERFORM VARYING C-PAIR-IDX FROM 1 BY 1
               UNTIL C-PAIR-IDX > C-PAIR-CTR
               SET PAIR-INDEX TO C-PAIR-IDX
               IF LOY-GUEST-NUM NUMERIC
                   AND LOY-GUEST-NUM = PR-ABSORBED(PAIR-INDEX)
                   MOVE LOY-GUEST-NUM TO WK-OLD-GUEST
                   MOVE PR-SURVIVOR(PAIR-INDEX) TO LOY-GUEST-NUM
                   ADD 1 TO C-LOY-MOVED-CTR
                   MOVE LOY-CONFIRM-NUM TO O-L-CONFIRM-NUM
                   MOVE LOY-DATE TO O-L-DATE
                   MOVE LOY-TYPE TO O-L-TYPE
                   MOVE LOY-POINTS TO O-L-POINTS
                   MOVE WK-OLD-GUEST TO O-L-OLD-GUEST
                   MOVE LOY-GUEST-NUM TO O-L-NEW-GUEST
                   WRITE ACTLINE FROM ACT-LOY-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

      * EACH SIDE FILE MUST COUNT BACK TO EXACTLY WHAT WAS WRITTEN
      * BEFORE THE LIVE FILE IS TOUCHED.
       L3-SWAP-JOURNAL.
           WRITE ACTLINE FROM ACT-SWAP-LINE
               AFTER ADVANCING 1 LINE.

       L3-SWAP-LEDGER.
           MOVE 'N' TO FGEN-OP.
           MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.NEW"
               TO FGEN-SRC-PATH.
           MOVE SPACES TO FGEN-DST-PATH.
           CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
               FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP.
           MOVE 'LOYALTY' TO O-SWAP-FILE.
           MOVE FGEN-REC-COUNT TO O-SWAP-SIDE.
           MOVE C-LOY-CTR TO O-SWAP-KEPT.
           IF FGEN-RESP NOT = 'G'
               OR FGEN-REC-COUNT NOT = C-LOY-CTR
               MOVE 'Y' TO SWAP-FAIL-SW
               MOVE 'OUT OF BALANCE - NOT SWAPPED' TO O-SWAP-MSG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'C' TO FGEN-OP
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.G2"
                   TO FGEN-SRC-PATH
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.G3"
                   TO FGEN-DST-PATH
               CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
                   FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.G1"
                   TO FGEN-SRC-PATH
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.G2"
                   TO FGEN-DST-PATH
               CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
                   FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.DAT"
                   TO FGEN-SRC-PATH
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.G1"
                   TO FGEN-DST-PATH
               CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
                   FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.NEW"
                   TO FGEN-SRC-PATH
               MOVE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\LOYALTY.DAT"
                   TO FGEN-DST-PATH
               CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
                   FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP
               MOVE 'SWAPPED - PRIOR FILE ON G1' TO O-SWAP-MSG
           END-IF.
           WRITE ACTLINE FROM ACT-SWAP-LINE
               AFTER ADVANCING 1 LINE.

       L3-WRITE-ROW.
           SET ROW-INDEX TO C-ROW-IDX.
           MOVE ROW-ENTRY(ROW-INDEX) TO ROUT-REC.
           SET GUEST-INDEX TO C-GUEST-IDX.
           MOVE GM-REC(GUEST-INDEX) TO GOUT-REC(1:160).
           MOVE GM-MERGED-TO(GUEST-INDEX) TO GOUT-MERGED-TO.
           MOVE GM-OPERATOR(GUEST-INDEX) TO GOUT-OPERATOR.
           WRITE GOUT-REC.
