           05 GLOG-CONFIRM-NUM     PIC X(18).
           05 GLOG-IN-DATE         PIC 9(8).
           05 GLOG-OUT-DATE        PIC 9(8).
      * GATE OPERATOR WHO KEYED THE LATEST EVENT POSTED FOR THE
      * BOOKING (OPERATOR.DAT). SPACES ON ENTRIES POSTED BEFORE
      * OPERATORS WERE RECORDED.
           05 GLOG-OPERATOR        PIC X(8).
