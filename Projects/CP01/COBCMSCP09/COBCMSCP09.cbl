
       FD CAMPRESIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.

       FD CAMPRESOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS COMPACT-REC.

       01 COMPACT-REC          PIC X(228).

       FD ARCHOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS ARCH-REC.

       01 ARCH-REC             PIC X(228).

      * MIRRORS JUST ENOUGH OF VAL.CPY TO RE-PROVE THE SIDE FILE -
      * THE BOOKING TOTAL AND THE MARKER SWITCH.
       FD VERIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS VER-REC.

       01 VER-REC.
           05 VER-AMT              PIC S9(5)V99.
           05 FILLER               PIC X(43).
           05 VER-CANCEL-SW        PIC X.
           05 FILLER               PIC X(71).

       FD VAULTIN
           LABEL RECORD IS OMITTED
      * ROWS THAT SURVIVE COMPACTION, HELD WHOLE UNTIL CAMPRES.DAT
      * CAN BE CLOSED AND REWRITTEN.
       01 KEEP-TABLE.
           05 KEEP-ENTRY       PIC X(228) OCCURS 3000 TIMES
               INDEXED BY KEEP-INDEX.

       01 CURRENT-DATE-AND-TIME.
