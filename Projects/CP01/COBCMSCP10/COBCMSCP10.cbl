      * FIELDS OF THE GUEST NUMBER IT NAMES. EVERY ACTION (AND EVERY
      * REJECT) PRINTS ON THE GUESTACT.PRT ACTIVITY REPORT, WITH THE
      * ASSIGNED NUMBER SHOWN SO THE OFFICE CAN WRITE IT ON THE CARD.
      * EVERY TRANSACTION NAMES THE OPERATOR WHO KEYED IT; ONE NOT
      * ACTIVE ON OPERATOR.DAT IS REJECTED, AND EVERY ADD OR CHANGE
      * GOES ON THE CHANGE JOURNAL UNDER THAT OPERATOR (CHGJ001).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       FD GUESTTRAN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 169 CHARACTERS
           DATA RECORD IS GTRAN-REC.

       01 GTRAN-REC.
           05 GT-ZIP               PIC X(10).
           05 GT-PHONE             PIC X(12).
           05 GT-EMAIL             PIC X(40).
           05 GT-OPERATOR          PIC X(8).

       FD GMSTIN
           LABEL RECORD IS OMITTED
           05 GOUT-PHONE           PIC X(12).
           05 GOUT-EMAIL           PIC X(40).
           05 GOUT-MERGED-TO       PIC 9(6).
           05 GOUT-OPERATOR        PIC X(8).

       FD ACTOUT
           LABEL RECORD IS OMITTED
       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001) - THE RUN ID
      * TIES THIS RUN'S CHANGE-JOURNAL ROWS TOGETHER.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP10'.
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
      * ZERO = LIVE; A SURVIVOR NUMBER = RETIRED BY THE MERGE RUN
      * (COBCMSCP24) - NO CHANGES TAKEN, POINTER CARRIED THROUGH.
               10 GM-MERGED-TO     PIC 9(6).
               10 GM-OPERATOR      PIC X(8).

       01 CURRENT-DATE-AND-TIME.
         05 CUR-DATE.
           STOP RUN.

       L2-INIT.
           PERFORM L3-RUN-CONTROL-START.
           PERFORM L3-LOAD-MASTER.
           OPEN OUTPUT ACTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
               MOVE "NO" TO MORE-RECS
           END-IF.

      * THE OPERATOR IS EDITED BEFORE ANYTHING ELSE - A GUEST IS
      * NEVER ADDED OR CHANGED BY SOMEONE NOT SIGNED ON.
       L2-MAINLINE.
           MOVE 'V' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, GT-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           EVALUATE TRUE
               WHEN WK-CHGJ-RESP NOT = 'G'
                   ADD 1 TO C-REJ-CTR
                   MOVE 'REJECTED' TO O-A-ACTION
                   MOVE GT-GUEST-NUM TO O-A-GUEST-NUM
                   MOVE GT-LNAME TO O-A-LNAME
                   MOVE GT-FNAME TO O-A-FNAME
                   IF WK-CHGJ-RESP = 'I'
                       MOVE 'OPERATOR ID NOT ACTIVE' TO O-A-MSG
                   ELSE
                       MOVE 'OPERATOR ID NOT ON FILE' TO O-A-MSG
                   END-IF
                   PERFORM L4-WRITE-ACTIVITY
               WHEN GTRAN-ADD
                   PERFORM L3-ADD-GUEST
               WHEN GTRAN-CHANGE
               MOVE GT-FNAME TO O-A-FNAME
               MOVE SPACES TO O-A-MSG
               PERFORM L4-WRITE-ACTIVITY
               MOVE C-NEXT-NUM TO WK-CHGJ-GUEST
               MOVE 'GUEST ADDED' TO WK-CHGJ-ACTION
               PERFORM L4-JOURNAL
               ADD 1 TO C-NEXT-NUM
           ELSE
               MOVE 'Y' TO TABLE-FULL-SW
                   ADD 1 TO C-CHG-CTR
                   MOVE 'CHANGED' TO O-A-ACTION
                   MOVE SPACES TO O-A-MSG
                   MOVE GT-GUEST-NUM TO WK-CHGJ-GUEST
                   MOVE 'GUEST CHANGED' TO WK-CHGJ-ACTION
                   PERFORM L4-JOURNAL
               WHEN MERGED-SW = 'Y'
                   ADD 1 TO C-REJ-CTR
                   MOVE 'REJECTED' TO O-A-ACTION
           MOVE GT-ZIP TO GM-ZIP(GUEST-INDEX).
           MOVE GT-PHONE TO GM-PHONE(GUEST-INDEX).
           MOVE GT-EMAIL TO GM-EMAIL(GUEST-INDEX).
           MOVE GT-OPERATOR TO GM-OPERATOR(GUEST-INDEX).

       L4-JOURNAL.
           MOVE 'W' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, GT-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.

       L4-WRITE-ACTIVITY.
           WRITE ACTLINE FROM ACT-DETAIL-LINE
                               MOVE ZERO TO
                                   GM-MERGED-TO(GUEST-INDEX)
                           END-IF
                           MOVE GST-OPERATOR TO
                               GM-OPERATOR(GUEST-INDEX)
                           IF GST-GUEST-NUM >= C-NEXT-NUM
                               ADD 1 TO GST-GUEST-NUM
                                   GIVING C-NEXT-NUM
               CLOSE GMSTIN
               MOVE C-GUEST-CTR TO C-OLD-CTR.

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
               WK-RUNCTL-RUN-ID, GT-OPERATOR, WK-CHGJ-CONFIRM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           MOVE 'E' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.

      * THE SIDE FILE MUST COUNT BACK TO EXACTLY THE TABLE THAT WAS
      * WRITTEN (OLD ROWS PLUS ADDS) BEFORE THE LIVE MASTER IS
           MOVE GM-PHONE(GUEST-INDEX) TO GOUT-PHONE.
           MOVE GM-EMAIL(GUEST-INDEX) TO GOUT-EMAIL.
           MOVE GM-MERGED-TO(GUEST-INDEX) TO GOUT-MERGED-TO.
           MOVE GM-OPERATOR(GUEST-INDEX) TO GOUT-OPERATOR.
           WRITE GOUT-REC.
