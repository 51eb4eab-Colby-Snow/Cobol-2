       01 GST-REC.
      * ONE GUEST ON THE GUEST MASTER FILE (GUESTMST.DAT), KEYED BY
      * THE ASSIGNED GUEST NUMBER. MAINTAINED BY COBCMSCP10 FROM ITS
      * OWN TRANSACTION FEED; RESERVEMASTER TRANSACTIONS AND
      * CAMPRES.DAT ROWS CARRY THE GUEST NUMBER SO TWO GUESTS WITH
      * THE SAME NAME CAN FINALLY BE TOLD APART AND THE CONFIRMATION
      * LETTERS CAN PRINT A FULL MAILING ADDRESS.
           05 GST-GUEST-NUM        PIC 9(6).
           05 GST-LNAME            PIC X(20).
           05 GST-FNAME            PIC X(20).
           05 GST-ADDR             PIC X(30).
           05 GST-CITY             PIC X(20).
           05 GST-STATE            PIC X(2).
           05 GST-ZIP              PIC X(10).
           05 GST-PHONE            PIC X(12).
           05 GST-EMAIL            PIC X(40).
      * ZERO ON A LIVE GUEST. A NON-ZERO VALUE MEANS THE DUPLICATE
      * MERGE RUN (COBCMSCP24) RETIRED THIS RECORD INTO THE GUEST IT
      * POINTS AT - OLD PAPERWORK STILL RESOLVES, BUT NO NEW BOOKING
      * OR CHANGE IS TAKEN UNDER THE RETIRED NUMBER. SPACES ON
      * RECORDS FROM BEFORE THE MERGE RUN EXISTED COUNT AS ZERO.
           05 GST-MERGED-TO        PIC 9(6).
      * OPERATOR WHO LAST ADDED OR CHANGED THE GUEST (OPERATOR.DAT) -
      * COBCMSCP10 STAMPS IT FROM THE GUEST FEED, COBCMSCP24 FROM THE
      * MERGE FEED. SPACES ON RECORDS LAST TOUCHED BEFORE OPERATORS
      * WERE RECORDED.
           05 GST-OPERATOR         PIC X(8).
