      * IS STILL IN SUSPENSE, FLAGGING ENTRIES OLDER THAN SEVEN
      * DAYS. WHETHER A RESUBMISSION FINALLY PASSES SHOWS ON THE
      * NEXT COBCMSCP01 ERROR REPORT; ONE THAT FAILS AGAIN COMES
      * BACK AS A FRESH SUSPENSE ENTRY. EACH CORRECTION NAMES THE
      * OPERATOR WHO KEYED IT - AN OPERATOR NOT ACTIVE ON
      * OPERATOR.DAT IS REFUSED, AND AN ACCEPTED CORRECTION GOES OUT
      * UNDER THAT OPERATOR AND ONTO THE CHANGE JOURNAL (CHGJ001).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           DATA RECORD IS SOUT-REC.

       01 SOUT-REC.
           05 SOUT-TRAN-DATA       PIC X(162).
           05 SOUT-REJ-DATE        PIC 9(8).
           05 SOUT-ERR-CT          PIC 99.
           05 SOUT-ERR-NUM         PIC 99 OCCURS 5 TIMES.
           05 SOUT-STATUS          PIC X.

      * ONE CORRECTION - THE SUSPENSE ENTRY IT FIXES (POSITION ON
      * SUSP.DAT, FIRST ENTRY = 0001), THE FULL CORRECTED
      * TRANSACTION, AND THE OPERATOR KEYING THE CORRECTION. THAT
      * OPERATOR REPLACES WHOEVER KEYED THE ORIGINAL, SO THE
      * RESUBMISSION IS ANSWERED FOR BY THE PERSON WHO FIXED IT.
       FD CORRECTIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CORR-REC.

       01 CORR-REC.
           05 CORR-SEQ             PIC 9(4).
           05 CORR-TRAN-DATA       PIC X(162).
           05 CORR-TRAN-VIEW REDEFINES CORR-TRAN-DATA.
               10 FILLER           PIC X(114).
               10 CORR-CONFIRM-NUM PIC X(18).
               10 CORR-GUEST-NUM   PIC 9(6).
               10 FILLER           PIC X(10).
               10 CORR-TRAN-OPERATOR PIC X(8).
               10 FILLER           PIC X(6).
           05 CORR-OPERATOR        PIC X(8).

       FD RESUBOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 162 CHARACTERS
           DATA RECORD IS RESUB-REC.

       01 RESUB-REC            PIC X(162).

       FD ACTOUT
           LABEL RECORD IS OMITTED
       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001) - THE RUN ID
      * TIES THIS RUN'S CHANGE-JOURNAL ROWS TOGETHER.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP14'.
           05 WK-RUNCTL-PRED   PIC X(10)  VALUE SPACES.
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE SPACES.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
      * OPERATOR EDIT / CHANGE-JOURNAL INTERFACE FIELDS (SEE
      * CHGJ001).
           05 WK-CHGJ-OP       PIC X      VALUE SPACE.
           05 WK-CHGJ-OPERATOR PIC X(8)   VALUE SPACES.
           05 WK-CHGJ-CONFIRM  PIC X(18)  VALUE SPACES.
           05 WK-CHGJ-GUEST    PIC 9(6)   VALUE ZERO.
           05 WK-CHGJ-ACTION   PIC X(30)  VALUE SPACES.
           05 WK-CHGJ-RESP     PIC X      VALUE SPACE.
           05 MORE-RECS        PIC XXX     VALUE "YES".
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-SUSP-STATUS   PIC XX      VALUE SPACES.
      * BY ENTRY NUMBER AND THE FILE REWRITTEN.
       01 SUSP-TABLE.
           05 SUSP-ENTRY OCCURS 1000 TIMES INDEXED BY SUSP-INDEX.
               10 ST-TRAN-DATA     PIC X(162).
               10 ST-REJ-DATE      PIC 9(8).
               10 ST-ERR-CT        PIC 99.
               10 ST-ERR-NUM       PIC 99 OCCURS 5 TIMES.
           STOP RUN.

       L2-INIT.
           PERFORM L3-RUN-CONTROL-START.
           PERFORM L3-LOAD-SUSPENSE.
           OPEN OUTPUT ACTOUT.
           OPEN OUTPUT RESUBOUT.
                   MOVE 'ALREADY RESUB' TO O-A-MSG
                   PERFORM L4-WRITE-ACTIVITY
               ELSE
                   PERFORM L3-APPLY-CORRECTION
               END-IF
           END-IF.
           PERFORM L3-READ.

      * THE CORRECTING OPERATOR MUST BE ACTIVE ON OPERATOR.DAT - A
      * REFUSED CORRECTION LEAVES THE ENTRY IN SUSPENSE FOR A
      * PROPERLY SIGNED-ON OPERATOR TO KEY AGAIN.
       L3-APPLY-CORRECTION.
           MOVE 'V' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, CORR-OPERATOR, CORR-CONFIRM-NUM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           MOVE CORR-SEQ TO O-A-SEQ.
           MOVE ST-REJ-DATE(SUSP-INDEX) TO O-A-REJ-DATE.
           MOVE CORR-TRAN-DATA(1:60) TO O-A-TRAN-FRONT.
           MOVE SPACES TO O-A-ERRS.
           IF WK-CHGJ-RESP NOT = 'G'
               ADD 1 TO C-BADSEQ-CTR
               MOVE 'BAD OPERATOR' TO O-A-ACTION
               IF WK-CHGJ-RESP = 'I'
                   MOVE 'OPER INACTIVE' TO O-A-MSG
               ELSE
                   MOVE 'UNKNOWN OPER' TO O-A-MSG
               END-IF
           ELSE
               MOVE CORR-OPERATOR TO CORR-TRAN-OPERATOR
               MOVE CORR-TRAN-DATA TO ST-TRAN-DATA(SUSP-INDEX)
               MOVE 'R' TO ST-STATUS(SUSP-INDEX)
               WRITE RESUB-REC FROM CORR-TRAN-DATA
               ADD 1 TO C-RESUB-CTR
               MOVE 'RESUBMITTED' TO O-A-ACTION
               MOVE SPACES TO O-A-MSG
               IF CORR-GUEST-NUM NUMERIC
                   MOVE CORR-GUEST-NUM TO WK-CHGJ-GUEST
               ELSE
                   MOVE ZERO TO WK-CHGJ-GUEST
               END-IF
               MOVE SPACES TO WK-CHGJ-ACTION
               STRING 'SUSPENSE ' CORR-SEQ ' CORRECTED'
                   DELIMITED BY SIZE INTO WK-CHGJ-ACTION
               MOVE 'W' TO WK-CHGJ-OP
               CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
                   WK-RUNCTL-RUN-ID, CORR-OPERATOR, CORR-CONFIRM-NUM,
                   WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP
           END-IF.
           PERFORM L4-WRITE-ACTIVITY.

       L3-READ.
           READ CORRECTIN
               AT END
               END-PERFORM
               CLOSE SUSPIN.

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
           WRITE ACTLINE FROM ACT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE ACTOUT.
           MOVE 'C' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, WK-CHGJ-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           MOVE 'E' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.

      * THE SIDE FILE MUST COUNT BACK TO THE WHOLE TABLE BEFORE THE
      * LIVE SUSPENSE IS TOUCHED; A SHORT SIDE FILE LEAVES IT ALONE
