       01 CJ-REC.
      * ONE CHANGE A PROGRAM MADE, ON THE SHARED CHANGE JOURNAL
      * (CHGJRNL.DAT). EVERY FEED PROGRAM APPENDS A ROW THROUGH
      * CHGJ001 FOR EACH BOOKING, PAYMENT, CHARGE, GATE EVENT OR
      * GUEST RECORD IT CHANGES, CARRYING THE RUN ID RUNCTL001 GAVE
      * IT AND THE OPERATOR WHO KEYED THE FEED RECORD - SO ONE FILE
      * ANSWERS WHO CHANGED A BOOKING, IN WHICH RUN, AND HOW. THE
      * FILE IS ONLY EVER EXTENDED, SO ITS ORDER IS THE ORDER THE
      * CHANGES WERE MADE. COBCMSCP33 PRINTS IT BY CONFIRMATION
      * NUMBER AND BY OPERATOR.
      * CJ-OPERATOR IS SPACES ON A CHANGE THE RUN MADE ON ITS OWN,
      * SUCH AS A NO-SHOW RELEASE. CJ-CONFIRM-NUM IS SPACES ON A
      * CHANGE TO A GUEST RECORD ALONE; CJ-GUEST-NUM IS ZERO WHEN
      * NOT KNOWN.
           05 CJ-DATE              PIC 9(8).
           05 CJ-RUN-ID            PIC 9(11).
           05 CJ-PROGRAM           PIC X(10).
           05 CJ-OPERATOR          PIC X(8).
           05 CJ-CONFIRM-NUM       PIC X(18).
           05 CJ-GUEST-NUM         PIC 9(6).
           05 CJ-ACTION            PIC X(30).
