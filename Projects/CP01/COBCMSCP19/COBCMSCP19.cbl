      * AND UNKNOWN CONFIRMATION NUMBERS REJECT TO THE ACTIVITY
      * REPORT, SAME DISCIPLINE AS EVERYTHING ELSE - AND APPENDS THE
      * CLEAN ONES TO INCIDENT.DAT, THE CUMULATIVE INCIDENTALS
      * LEDGER THE CHECK-OUT FOLIO (COBCMSCP12) SETTLES FROM. EACH
      * SALE NAMES THE CLERK, GATE AND SHIFT THAT RANG IT UP AND THE
      * TENDER IT WAS PAID IN ('C' CASH, 'K' CHECK, 'D' CARD, SPACE
      * WHEN IT GOES ON THE FOLIO), CARRIED ONTO INCIDENT.DAT FOR THE
      * DRAWER CLOSE-OUT (COBCMSCP29). EACH RECORD ALSO NAMES THE
      * OPERATOR WHO KEYED IT - ONE NOT ACTIVE ON OPERATOR.DAT
      * REJECTS - AND EVERY POSTED CHARGE GOES ON THE CHANGE JOURNAL
      * UNDER THAT OPERATOR (CHGJ001).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 CHG-ITEM             PIC X(4).
           05 CHG-QTY              PIC 99.
           05 CHG-AMT              PIC S9(5)V99.
           05 CHG-CLERK-ID         PIC X(6).
           05 CHG-GATE-ID          PIC X(4).
           05 CHG-SHIFT            PIC X.
           05 CHG-TENDER           PIC X.
               88 CHG-TENDER-VALID VALUE 'C' 'K' 'D' ' '.
           05 CHG-OPERATOR         PIC X(8).

       FD CAMPRESIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.
       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001) - THE RUN ID
      * TIES THIS RUN'S CHANGE-JOURNAL ROWS TOGETHER.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP19'.
           05 WK-RUNCTL-PRED   PIC X(10)  VALUE SPACES.
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE SPACES.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
      * OPERATOR EDIT / CHANGE-JOURNAL INTERFACE FIELDS (SEE
      * CHGJ001).
           05 WK-CHGJ-OP       PIC X      VALUE SPACE.
           05 WK-CHGJ-GUEST    PIC 9(6)   VALUE ZERO.
           05 WK-CHGJ-ACTION   PIC X(30)  VALUE SPACES.
           05 WK-CHGJ-RESP     PIC X      VALUE SPACE.
           05 WK-CHGJ-AMT      PIC ZZZZ9.99-.
           05 MORE-RECS        PIC XXX     VALUE "YES".
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-TRAN-STATUS   PIC XX      VALUE SPACES.
           STOP RUN.

       L2-INIT.
           PERFORM L3-RUN-CONTROL-START.
           PERFORM L3-LOAD-BOOKINGS.
           OPEN EXTEND INCDOUT.
           OPEN OUTPUT ACTOUT.
      * RE-KEY.
       L3-EDIT-CHARGE.
           PERFORM L4-FIND-BOOKING.
           MOVE 'V' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, CHG-OPERATOR, CHG-CONFIRM-NUM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           EVALUATE TRUE
               WHEN WK-CHGJ-RESP = 'U'
                   MOVE 'OPERATOR ID NOT ON FILE' TO O-A-MSG
                   PERFORM L4-REJECT-CHARGE
               WHEN WK-CHGJ-RESP = 'I'
                   MOVE 'OPERATOR ID NOT ACTIVE' TO O-A-MSG
                   PERFORM L4-REJECT-CHARGE
               WHEN BOOK-FOUND-SW NOT = 'Y'
                   MOVE 'NO SUCH CONFIRMATION NUMBER' TO O-A-MSG
                   PERFORM L4-REJECT-CHARGE
               WHEN CHG-AMT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO O-A-MSG
                   PERFORM L4-REJECT-CHARGE
               WHEN CHG-CLERK-ID = SPACES OR CHG-GATE-ID = SPACES
                   OR CHG-SHIFT = SPACE
                   MOVE 'CLERK, GATE AND SHIFT REQUIRED' TO O-A-MSG
                   PERFORM L4-REJECT-CHARGE
               WHEN NOT CHG-TENDER-VALID
                   MOVE 'TENDER MUST BE C, K, D OR BLANK' TO O-A-MSG
                   PERFORM L4-REJECT-CHARGE
               WHEN OTHER
                   PERFORM L4-POST-CHARGE
           END-EVALUATE.
           MOVE CHG-ITEM TO INC-ITEM.
           MOVE CHG-QTY TO INC-QTY.
           MOVE CHG-AMT TO INC-AMT.
           MOVE CHG-CLERK-ID TO INC-CLERK-ID.
           MOVE CHG-GATE-ID TO INC-GATE-ID.
           MOVE CHG-SHIFT TO INC-SHIFT.
           MOVE CHG-TENDER TO INC-TENDER.
           MOVE CHG-OPERATOR TO INC-OPERATOR.
           WRITE INCD-REC.
           MOVE CHG-AMT TO WK-CHGJ-AMT.
           MOVE SPACES TO WK-CHGJ-ACTION.
           STRING 'CHARGE ' CHG-ITEM ' $' WK-CHGJ-AMT
               DELIMITED BY SIZE INTO WK-CHGJ-ACTION.
           MOVE ZERO TO WK-CHGJ-GUEST.
           MOVE 'W' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, CHG-OPERATOR, CHG-CONFIRM-NUM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           ADD 1 TO C-POSTED-CTR.
           ADD CHG-AMT TO C-POSTED-AMT.
           MOVE 'POSTED' TO O-A-ACTION.
               MOVE O-CONFIRM-NUM TO BOOKING-ENTRY(BOOK-INDEX)
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
           WRITE ACTLINE FROM ACT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE ACTOUT.
           MOVE 'C' TO WK-CHGJ-OP.
           CALL 'CHGJ001' USING WK-CHGJ-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-RUN-ID, CHG-OPERATOR, CHG-CONFIRM-NUM,
               WK-CHGJ-GUEST, WK-CHGJ-ACTION, WK-CHGJ-RESP.
           MOVE 'E' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
