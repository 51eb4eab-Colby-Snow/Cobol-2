       01 LOY-REC.
      * ONE MOVEMENT ON THE GUEST LOYALTY LEDGER (LOYALTY.DAT), KEYED
      * BY GUEST MASTER NUMBER. 'E' POINTS ARE EARNED BY THE POSTING
      * RUN (COBCMSCP31) ONLY ONCE A STAY HAS CHECKED OUT ON
      * GATELOG.DAT - ONE 'E' PER CONFIRMATION NUMBER, EVER. 'R'
      * POINTS ARE REDEEMED AS A PAYMENT THROUGH BALANCE-PAYMENT
      * ENTRY (COBCMSCP20) AGAINST THE CONFIRMATION NUMBER SHOWN;
      * 'X' POINTS ARE EXPIRED BY THE STATEMENT RUN (COBCMSCP32).
      * LOY-POINTS IS POSITIVE ON AN 'E' AND NEGATIVE ON AN 'R' OR
      * 'X', SO A GUEST'S BALANCE IS ALWAYS THE SUM OF THE ROWS -
      * NEVER A STORED FIGURE THAT COULD DRIFT. REDEMPTIONS AND
      * EXPIRIES USE UP THE OLDEST POINTS FIRST, WHICH IS WHY THE
      * DUPLICATE MERGE (COBCMSCP24) MOVES AN ABSORBED GUEST'S ROWS
      * TO THE SURVIVOR WITH THEIR ORIGINAL DATES RATHER THAN
      * POSTING ONE TRANSFER.
           05 LOY-GUEST-NUM        PIC 9(6).
           05 LOY-DATE             PIC 9(8).
           05 LOY-TYPE             PIC X.
               88 LOY-EARNED       VALUE 'E'.
               88 LOY-REDEEMED     VALUE 'R'.
               88 LOY-EXPIRED      VALUE 'X'.
           05 LOY-POINTS           PIC S9(7).
           05 LOY-CONFIRM-NUM      PIC X(18).
