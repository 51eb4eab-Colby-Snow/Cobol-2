      * OR CHANGE IS TAKEN UNDER THE RETIRED NUMBER. SPACES ON
      * RECORDS FROM BEFORE THE MERGE RUN EXISTED COUNT AS ZERO.
           05 GST-MERGED-TO        PIC 9(6).
      * OPERATOR WHO LAST ADDED OR CHANGED THE GUEST (OPERATOR.DAT) -
      * COBCMSCP10 STAMPS IT FROM THE GUEST FEED, COBCMSCP24 FROM THE
      * MERGE FEED. SPACES ON RECORDS LAST TOUCHED BEFORE OPERATORS
      * WERE RECORDED.
           05 GST-OPERATOR         PIC X(8).
