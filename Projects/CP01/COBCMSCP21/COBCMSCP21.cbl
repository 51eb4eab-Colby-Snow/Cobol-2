
       FD CAMPRESIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.

       FD CURRPOSOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS POS-REC.

       01 POS-REC              PIC X(228).

       FD CURRPOSCHK
           LABEL RECORD IS OMITTED
           DATA RECORD IS POSCHK-REC.

       01 POSCHK-REC           PIC X(228).

       FD CTLOUT
           LABEL RECORD IS OMITTED
      * 'R' RELEASED, 'D' DROPPED (CANCELLED OR SUPERSEDED).
       01 POSITION-TABLE.
           05 POS-ENTRY OCCURS 3000 TIMES INDEXED BY POS-INDEX.
               10 PS-ROW           PIC X(228).
               10 PS-CONFIRM-NUM   PIC X(18).
               10 PS-AMEND-SEQ     PIC 9.
               10 PS-STATE         PIC X.
