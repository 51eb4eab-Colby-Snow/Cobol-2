           05 FILLER    PIC X(40) VALUE 'CARD REPLACE TARGET NOT FOUND'.
           05 FILLER    PIC X(40) VALUE 'INVALID PROMO CODE'.
           05 FILLER    PIC X(40) VALUE 'GROUP NEEDS UNFILTERED RUN'.
           05 FILLER    PIC X(40) VALUE
               'STAY BREAKS MINIMUM-STAY/ARRIVAL RULE'.
           05 FILLER    PIC X(40) VALUE
               'NO FREE SITE OF TYPE/SIZE FOR DATES'.
           05 FILLER    PIC X(40) VALUE 'OPERATOR ID NOT ON FILE'.
           05 FILLER    PIC X(40) VALUE 'OPERATOR ID NOT ACTIVE'.
           05 FILLER    PIC X(40) VALUE 'VEHICLE BOOKING NOT FOUND'.
           05 FILLER    PIC X(40) VALUE 'VEHICLE PLATE/STATE MISSING'.
           05 FILLER    PIC X(40) VALUE 'INVALID VEHICLE TYPE'.
           05 FILLER    PIC X(40) VALUE 'RV/TRAILER LENGTH MISSING'.
           05 FILLER    PIC X(40) VALUE 'PLATE ALREADY ON BOOKING'.
           05 FILLER    PIC X(40) VALUE 'PLATE NOT ON BOOKING'.
           05 FILLER    PIC X(40) VALUE 'GROUP OVER INCLUDED VEHICLES'.
           05 FILLER    PIC X(40) VALUE 'INVALID VEHICLE ACTION'.
           05 FILLER    PIC X(40) VALUE 'AGENT CODE NOT ON FILE'.
           05 FILLER    PIC X(40) VALUE 'AGENT NOT ACTIVE'.

       01 ERROR-TABLE REDEFINES ERROR-AREA.
           05 ERR-MSG   PIC X(40) OCCURS 61 TIMES.

      * HIGHEST MESSAGE NUMBER IN THE TABLE ABOVE - ANYTHING THAT
      * SCANS ERR-MSG (THE SUSPENSE NUMBER LOOKUP IN COBCMSCP01
      * L4-ERROR) BOUNDS ITSELF WITH THIS SO A NEW MESSAGE CANNOT
      * DESYNCHRONIZE THE SCAN FROM THE TABLE AGAIN.
       01 ERR-MSG-MAX   PIC 99 VALUE 61.
