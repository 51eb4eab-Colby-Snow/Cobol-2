       01 PAY-REC.
      * ONE PAYMENT APPLIED TO A CONFIRMATION NUMBER. COBCMSCP01
      * WRITES THE 'D' (DEPOSIT) RECORD WHEN THE BOOKING IS TAKEN;
      * BALANCE COLLECTIONS THE OFFICE TAKES BEFORE OR AT ARRIVAL ARE
      * APPENDED AS 'B' RECORDS. THE OPEN BALANCE ON A BOOKING IS
      * ALWAYS ITS LATEST ROW'S O-AMT MINUS THE PAYMENTS ON THIS FILE
      * - NEVER A STORED FIGURE THAT COULD DRIFT.
      * AN 'R' RECORD IS THE FEE RETAINED WHEN A BOOKING IS CANCELLED
      * UNDER THE TIERED CANCELLATION POLICY (CANCPOL.DAT) - MONEY
      * THE CAMPGROUND KEEPS, NOT CASH APPLIED TOWARD A STAY. THE
      * CANCELLED BOOKING IS NETTED OUT OF EVERY REPORT, SO THE 'R'
      * RECORD NEVER ENTERS AN OPEN-BALANCE COMPUTATION.
      * A 'C' RECORD IS A CHARGEBACK THE CARD PROCESSOR TOOK BACK,
      * POSTED BY THE SETTLEMENT RESPONSE RUN (COBCMSCP28) WITH A
      * NEGATIVE PAY-AMT - IT SUMS LIKE ANY OTHER PAYMENT, SO THE
      * MONEY LOST REAPPEARS AS OPEN BALANCE ON THE AGING REPORT.
      * PAY-DRAWER SAYS WHO TOOK A 'B' PAYMENT AT THE COUNTER, AT
      * WHICH GATE AND ON WHICH SHIFT, AND IN WHAT TENDER - THE
      * DRAWER CLOSE-OUT (COBCMSCP29) BALANCES EACH CLERK'S DRAWER
      * FROM IT. RECORDS NOBODY TOOK OVER A COUNTER (DEPOSITS,
      * RETENTIONS, CHARGEBACKS, AND EVERYTHING WRITTEN BEFORE THE
      * FIELDS EXISTED) CARRY SPACES THERE.
      * AN 'L' RECORD IS A BALANCE PAID WITH LOYALTY POINTS THROUGH
      * BALANCE-PAYMENT ENTRY (COBCMSCP20), WHICH DEBITS THE GUEST'S
      * POINTS ON LOYALTY.DAT AT THE SAME TIME. IT SUMS LIKE ANY
      * OTHER PAYMENT ON THE FOLIO AND THE AGING REPORT, BUT NO CASH
      * CHANGED HANDS, SO IT NAMES NO DRAWER AND THE GL RUN
      * (COBCMSCP27) RELIEVES THE LOYALTY LIABILITY INSTEAD OF CASH.
      * PAY-OPERATOR IS THE OPERATOR WHO KEYED THE TRANSACTION THAT
      * POSTED THE RECORD (OPERATOR.DAT) - SPACES ON RECORDS A RUN
      * POSTS ON ITS OWN (CHARGEBACKS, CONVERTED HISTORY) AND ON
      * EVERYTHING WRITTEN BEFORE THE FIELD EXISTED.
           05 PAY-CONFIRM-NUM      PIC X(18).
           05 PAY-DATE             PIC 9(8).
           05 PAY-AMT              PIC S9(5)V99.
           05 PAY-TYPE             PIC X.
               88 PAY-DEPOSIT      VALUE 'D'.
               88 PAY-BALANCE      VALUE 'B'.
               88 PAY-RETENTION    VALUE 'R'.
               88 PAY-CHARGEBACK   VALUE 'C'.
               88 PAY-POINTS       VALUE 'L'.
           05 PAY-DRAWER.
               10 PAY-CLERK-ID     PIC X(6).
               10 PAY-GATE-ID      PIC X(4).
               10 PAY-SHIFT        PIC X.
               10 PAY-TENDER       PIC X.
                   88 PAY-TENDER-CASH  VALUE 'C'.
                   88 PAY-TENDER-CHECK VALUE 'K'.
                   88 PAY-TENDER-CARD  VALUE 'D'.
           05 PAY-OPERATOR         PIC X(8).
