       01 GLOG-REC.
      * ACTUAL GATE ACTIVITY FOR ONE BOOKING, POSTED BY COBCMSCP12
      * FROM THE GATE'S CHECK-IN/CHECK-OUT FEED. ZERO DATES MEAN THE
      * EVENT HAS NOT HAPPENED - A PAST ARRIVAL DATE WITH A ZERO
      * IN-DATE IS WHAT MAKES A NO-SHOW.
           05 GLOG-CONFIRM-NUM     PIC X(18).
           05 GLOG-IN-DATE         PIC 9(8).
           05 GLOG-OUT-DATE        PIC 9(8).
      * GATE OPERATOR WHO KEYED THE LATEST EVENT POSTED FOR THE
      * BOOKING (OPERATOR.DAT). SPACES ON ENTRIES POSTED BEFORE
      * OPERATORS WERE RECORDED.
           05 GLOG-OPERATOR        PIC X(8).
