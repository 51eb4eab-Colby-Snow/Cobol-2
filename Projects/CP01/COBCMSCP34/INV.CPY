       01 INV-REC.
      * ONE CAMPGROUND/SITE/NIGHT OF THE SITE-NIGHT INVENTORY
      * (SITEINV.DAT, INDEXED ON INV-KEY). A NIGHT IS HELD BY THE
      * BOOKING WHOSE CONFIRMATION NUMBER IT CARRIES, TAKEN OUT OF
      * SERVICE BY A SITEBLK.DAT BLOCK, BOTH (A BLOCK LAID OVER A
      * BOOKED NIGHT - THE GUEST HAS TO BE MOVED), OR OPEN. A NIGHT
      * WITH NO RECORD AT ALL IS OPEN TOO - RECORDS ARE ONLY WRITTEN
      * WHEN A NIGHT IS FIRST BOOKED OR BLOCKED, AND STAY ON FILE
      * (OPEN) WHEN IT IS RELEASED. A BOOKING HOLDS EVERY NIGHT FROM
      * ARRIVAL THROUGH THE DEPARTURE DATE, THE SAME RANGE
      * L4-OVERLAP-CHECK IN COBCMSCP01 HAS ALWAYS REFUSED. MAINTAINED
      * THROUGH SINV001; REBUILT FROM CURRPOS.DAT BY COBCMSCP34.
           05 INV-KEY.
               10 INV-CAMPGROUND   PIC X(25).
               10 INV-SITE         PIC X(3).
               10 INV-NIGHT        PIC 9(8).
           05 INV-CONFIRM-NUM      PIC X(18).
           05 INV-BLOCK-SW         PIC X.
               88 INV-BLOCKED      VALUE 'Y'.
           05 INV-UPD-DATE         PIC 9(8).
           05 INV-UPD-PROGRAM      PIC X(10).
