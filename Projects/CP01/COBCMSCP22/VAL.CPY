      * THE GUEST'S TOTAL (O-AMT) BROKEN OUT THE WAY THE AUDITOR
      * WANTS IT KEPT: SITE CHARGE (THE PER-NIGHT PRICING), STATE
      * LODGING TAX ON THE SITE CHARGE, AND THE FLAT RESERVATION FEE
      * PLUS ANY EXTRA-VEHICLE FEE (BOTH UNTAXED).
      * O-AMT = O-SITE-CHG + O-TAX-AMT + O-FEE-AMT.
      * ZERO ON ROWS THE INSTALL CONVERSION (COBCMSCP18) CARRIED
      * OVER FROM BEFORE THE BREAKDOWN EXISTED.
           05 O-SITE-CHG           PIC S9(5)V99.
      * ZERO ON MARKER ROWS AND ON ROWS FROM BEFORE PROMO CODES.
           05 O-PROMO-CODE         PIC X(8).
           05 O-DISC-AMT           PIC S9(5)V99.
      * PARTY SIZE AS EDITED (I-OCCUPANTS IN COBCMSCP01), FOR THE
      * VISITATION STATISTICS (COBCMSCP37). ZERO ON MARKER ROWS AND
      * ON ROWS FROM BEFORE PARTY SIZE WAS KEPT (PADDED BY COBCMSCP36).
           05 O-PARTY-SIZE         PIC 99.
      * THIRD-PARTY BOOKING AGENT WHO SOLD THE STAY (AGENT.DAT), SO
      * THE MONTHLY AGENT STATEMENTS (COBCMSCP39) CAN FIGURE THE
      * COMMISSION AND THE REVENUE SUMMARY (COBCMSCP05) CAN BREAK
      * REVENUE OUT BY AGENT. AN AMENDMENT KEEPS THE ORIGINAL
      * BOOKING'S AGENT. SPACES ON A DIRECT BOOKING, ON MARKER ROWS,
      * AND ON ROWS FROM BEFORE AGENTS WERE KEPT - THOSE WERE WRITTEN
      * 222 BYTES WIDE AND READ BACK SPACE-FILLED PAST THEIR END.
           05 O-AGENT-CODE         PIC X(6).
