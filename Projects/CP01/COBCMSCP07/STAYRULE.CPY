       01 STAYRULE-REC.
      * ONE MINIMUM-STAY / ARRIVAL-DAY RESTRICTION (STAYRULE.DAT)
      * FOR ONE CAMPGROUND OVER AN EFFECTIVE DATE RANGE - '3-NIGHT
      * MINIMUM OVER MEMORIAL DAY', 'NO SATURDAY ARRIVALS IN JULY'.
      * MAINTAINED BY HAND LIKE PROMO.DAT AND SITEBLK.DAT. COBCMSCP01
      * REJECTS A BOOKING THAT BREAKS ONE, COBCMSCP16 HOLDS A WEB
      * BOOKING THAT BREAKS ONE ON THE EXCEPTION REPORT, AND THE
      * WAITLIST (COBCMSCP07) AND CLOSURE TRANSFER (COBCMSCP26) RUNS
      * WILL NOT PROPOSE A STAY THAT BREAKS ONE.
           05 SRL-CAMPGROUND       PIC X(25).
      * 'T' OR 'R' LIMITS THE RULE TO ONE SITE TYPE - BLANK MEANS
      * EVERY SITE IN THE CAMPGROUND.
           05 SRL-SITE-TYPE        PIC X.
           05 SRL-EFF-START        PIC 9(8).
           05 SRL-EFF-END          PIC 9(8).
      * FEWEST NIGHTS A DAILY STAY TOUCHING ANY NIGHT OF THE RANGE
      * MAY BOOK - ZERO MEANS NO MINIMUM. A SEASONAL 'M' BOOKING IS
      * A MONTH OR MORE AND ALWAYS MEETS IT.
           05 SRL-MIN-NIGHTS       PIC 99.
      * ONE POSITION PER DAY OF THE WEEK IN THE ORDER THE DAY-OF-WEEK
      * ROUTINE NUMBERS THEM - SAT SUN MON TUE WED THU FRI. AN 'X'
      * MEANS NO ARRIVALS THAT DAY WHILE THE ARRIVAL DATE IS IN THE
      * RANGE, E.G. 'X      ' FOR NO SATURDAY ARRIVALS.
           05 SRL-NO-ARRIVE-DAYS.
               10 SRL-NO-ARRIVE    PIC X OCCURS 7 TIMES.
           05 SRL-DESC             PIC X(30).
