       01 AGT-REC.
      * ONE THIRD-PARTY BOOKING AGENT (AGENT.DAT) - AN OUTFITTER OR
      * TOURISM OFFICE THAT SELLS OUR SITES ON COMMISSION. MAINTAINED
      * BY HAND FROM THE SIGNED CONTRACT LIKE PROMO.DAT. A BOOKING
      * NAMES ITS AGENT IN I-AGENT-CODE AND CARRIES IT ON CAMPRES.DAT
      * (O-AGENT-CODE). AN AGENT WHOSE CONTRACT ENDS IS MARKED 'I'
      * RATHER THAN DELETED - NEW BOOKINGS ARE REFUSED BUT STAYS
      * ALREADY SOLD STILL EARN ON THE MONTHLY STATEMENT (COBCMSCP39).
           05 AGT-CODE             PIC X(6).
           05 AGT-NAME             PIC X(30).
      * WHERE THE COMMISSION CHECK IS MAILED.
           05 AGT-ADDRESS          PIC X(30).
           05 AGT-CITY             PIC X(20).
           05 AGT-STATE            PIC X(2).
           05 AGT-ZIP              PIC X(10).
      * COMMISSION PERCENT, E.G. 1000 = 10.00 PERCENT.
           05 AGT-COMM-PCT         PIC 99V99.
      * WHAT THE PERCENT APPLIES TO - 'G' THE GROSS SITE CHARGE
      * (O-SITE-CHG), 'N' THE NET SITE CHARGE AFTER ANY PROMOTION
      * (O-SITE-CHG - O-DISC-AMT). TAX AND FEES NEVER EARN.
           05 AGT-COMM-BASIS       PIC X.
               88 AGT-BASIS-GROSS  VALUE 'G'.
               88 AGT-BASIS-NET    VALUE 'N'.
      * 'Y' - THE CONTRACT LETS THE AGENT KEEP COMMISSION ON THE FEE
      * WE RETAIN WHEN ONE OF ITS BOOKINGS IS CANCELLED. OTHERWISE A
      * CANCELLATION REVERSES EVERYTHING THE BOOKING EARNED.
           05 AGT-RETAIN-SW        PIC X.
           05 AGT-STATUS           PIC X.
               88 AGT-ACTIVE       VALUE 'A'.
               88 AGT-INACTIVE     VALUE 'I'.
