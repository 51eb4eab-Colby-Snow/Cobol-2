       01 WAITLIST-REC.
      * ONE GUEST REQUEST THAT COULD NOT BE BOOKED BECAUSE THE SITE
      * WAS ALREADY OCCUPIED FOR THOSE DATES (SEE COBCMSCP01
      * L4-WAITLIST-ADD). THE NIGHTLY FULFILLMENT RUN (COBCMSCP07)
      * READS THESE BACK AGAINST CURRENT OCCUPANCY AND REPORTS
      * OPENINGS FOR THE PHONE STAFF TO CALL.
           05 WL-CAMPGROUND        PIC X(25).
           05 WL-SITE              PIC X(3).
           05 WL-DATE               PIC 9(8).
           05 WL-END-DATE           PIC 9(8).
           05 WL-NAME               PIC X(42).
           05 WL-AMT                PIC S9(5)V99.
      * DATE THE REQUEST WENT ON THE WAITLIST SO FULFILLMENT CAN
      * OFFER AN OPENING TO THE OLDEST REQUEST FIRST.
           05 WL-REQ-DATE           PIC 9(8).
      * 'A' = STILL WAITING. 'F' = AN OFFER WAS ALREADY REPORTED BY
      * COBCMSCP07, SO THE SAME GUEST IS NOT CALLED TWICE.
           05 WL-STATUS-SW          PIC X.
               88 WL-OPEN           VALUE 'A'.
               88 WL-FULFILLED      VALUE 'F'.
      * SITE TYPE AND PARTY SIZE OF THE REQUEST. WHEN WL-SITE IS
      * BLANK THE GUEST ASKED FOR ANY AVAILABLE SITE (COBCMSCP01
      * L4-ASSIGN-SITE FOUND NONE) AND COBCMSCP07 OFFERS ANY OPENING
      * AT THE CAMPGROUND OF THIS TYPE THAT HOLDS THIS MANY.
           05 WL-SITE-TYPE          PIC X.
           05 WL-OCCUPANTS          PIC 99.
