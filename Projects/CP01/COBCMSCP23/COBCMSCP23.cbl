
       FD CAMPRESIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.

       FD ARCHIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS ARCH-REC.

       01 ARCH-REC             PIC X(228).

       FD PROFOUT
           LABEL RECORD IS OMITTED
