      *     BOOKING) AND A MATCHING PAID-IN-FULL PAYMENT RECORD SO
      *     THE AGING REPORT DOES NOT CHASE SETTLED GUESTS.
      *   - EVERY 91-BYTE WAITLIST.DAT ROW IS REWRITTEN IN THE
      *     105-BYTE LAYOUT WITH A ZERO REQUEST DATE AND STATUS 'A'.
      *   - RECON.DAT IS SEEDED WITH ONE BASELINE RECORD CARRYING
      *     THE CONVERTED BOOKING ROWS' COUNT AND DOLLARS SO THE
      *     FIRST END-OF-DAY AUDIT (COBCMSCP15) TIES.

       FD CAMPRESOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS VAL-REC.

       COPY 'VAL.CPY'.
      * THE WHOLE OLD FILE, ALREADY RESHAPED INTO THE CURRENT WIDE
      * LAYOUT, HELD UNTIL CAMPRES.DAT CAN BE CLOSED AND REWRITTEN.
       01 NEW-ROW-TABLE.
           05 NEW-ROW-ENTRY    PIC X(228) OCCURS 3000 TIMES
               INDEXED BY NEW-ROW-INDEX.

       01 NEW-WAIT-TABLE.
           05 NEW-WAIT-ENTRY   PIC X(105) OCCURS 500 TIMES
               INDEXED BY NEW-WAIT-INDEX.

      * CONFIRMATION NUMBERS CANCELLED BY A MARKER ROW - THEIR
           MOVE ZERO TO O-FEE-AMT.
           MOVE SPACES TO O-PROMO-CODE.
           MOVE ZERO TO O-DISC-AMT.
           MOVE ZERO TO O-PARTY-SIZE.
           MOVE SPACES TO O-AGENT-CODE.
           IF OLD-CANCELLED
               MOVE ZERO TO O-DEPOSIT-AMT
               MOVE ZERO TO O-BALANCE-DUE
                   MOVE CUR-DATE-NUM TO PAY-DATE
                   MOVE OLD-AMT TO PAY-AMT
                   MOVE 'D' TO PAY-TYPE
                   MOVE SPACES TO PAY-DRAWER
                   MOVE SPACES TO PAY-OPERATOR
                   WRITE PAY-REC
                   ADD 1 TO C-PAY-CTR
               END-IF
               MOVE OLDWL-AMT TO WL-AMT
               MOVE ZERO TO WL-REQ-DATE
               MOVE 'A' TO WL-STATUS-SW
               MOVE ZERO TO WL-OCCUPANTS
               SET NEW-WAIT-INDEX TO C-WAIT-CTR
               MOVE WAITLIST-REC TO NEW-WAIT-ENTRY(NEW-WAIT-INDEX)
           END-IF.
