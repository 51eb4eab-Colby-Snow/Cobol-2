       DATE-COMPILED.

      * INQUIRY UTILITY - SEARCHES CAMPRES.DAT BY GUEST NAME,
      * CAMPGROUND/SITE, ARRIVAL DATE RANGE, OR VEHICLE PLATE AND
      * REPRINTS THE MATCHING VAL-REC(S) SO GUEST SERVICES DOES NOT
      * HAVE TO PAGE THROUGH THE WHOLE REPORT BY EYE. THE PLATE
      * SEARCH IS FOR RANGER ENFORCEMENT - IT GIVES THE BOOKING,
      * SITE, AND GUEST A PARKED VEHICLE BELONGS TO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP09\CAMPARCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
      * VEHICLES ON BOOKINGS (SEE VEH.CPY) - READ ONLY FOR A PLATE
      * SEARCH. A MISSING FILE SIMPLY MEANS NO VEHICLES ARE ON
      * RECORD.
           SELECT VEHIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\VEHICLE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-VEH-STATUS.
           SELECT REPRINTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP06\REPRINT.PRT"

       FD CURRPOSIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.
      * WHICHEVER FILE IS BEING SEARCHED.
       FD ARCHIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS ARCH-REC.

       01 ARCH-REC             PIC X(228).

       FD VEHIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS VEH-REC.

       COPY 'VEH.CPY'.

       FD REPRINTOUT
           LABEL RECORD IS OMITTED
           05 C-AMEND-CTR       PIC 9(4)   VALUE ZERO.
           05 AMEND-FOUND-SW    PIC X      VALUE 'N'.
           05 WK-ROW-SEQ        PIC 9      VALUE ZERO.
           05 WK-VEH-STATUS     PIC XX     VALUE SPACES.
           05 C-PLATE-CTR       PIC 9(3)   VALUE ZERO.
           05 PLATE-FOUND-SW    PIC X      VALUE 'N'.

      * EVERY BOOKING THE SEARCHED PLATE HAS BEEN REGISTERED ON,
      * NETTED TO THE LATEST ROW PER CONFIRMATION NUMBER AND STATE -
      * ONLY A BOOKING WITH PL-ACTIVE-SW 'Y' STILL HAS THE VEHICLE.
       01 PLATE-TABLE.
           05 PLATE-ENTRY OCCURS 200 TIMES INDEXED BY PLATE-INDEX.
               10 PL-CONFIRM-NUM   PIC X(18).
               10 PL-STATE         PIC X(2).
               10 PL-TYPE          PIC X.
               10 PL-LENGTH        PIC 99.
               10 PL-ACTIVE-SW     PIC X.

      * CONFIRMATION NUMBERS OF RESERVATIONS CANCELLED VIA A LATER
      * CANCELLATION MARKER ROW (SEE COBCMSCP01 L4-CANCEL-WRITE-
           88 SEARCH-BY-NAME   VALUE 'N'.
           88 SEARCH-BY-SITE   VALUE 'S'.
           88 SEARCH-BY-DATE   VALUE 'D'.
           88 SEARCH-BY-PLATE  VALUE 'P'.

       01 WK-SOURCE-SW         PIC X       VALUE 'C'.
           88 SOURCE-ARCHIVE   VALUE 'A'.
       01 WK-SEARCH-SITE       PIC X99     VALUE SPACES.
       01 WK-SEARCH-START      PIC 9(8)    VALUE ZERO.
       01 WK-SEARCH-END        PIC 9(8)    VALUE 99999999.
      * A BLANK STATE MATCHES THE PLATE FROM ANY STATE.
       01 WK-SEARCH-PLATE      PIC X(10)   VALUE SPACES.
       01 WK-SEARCH-STATE      PIC X(2)    VALUE SPACES.

       01 CURRENT-DATE-AND-TIME.
         05 CUR-DATE.
           05 O-L-AMT          PIC $$$,$$9.99.
           05 FILLER           PIC X(14)   VALUE SPACES.

      * PRINTED UNDER EACH BOOKING A PLATE SEARCH FINDS.
       01 LOOKUP-VEHICLE-LINE.
           05 FILLER           PIC X(19)   VALUE SPACES.
           05 FILLER           PIC X(9)    VALUE "VEHICLE: ".
           05 O-LV-PLATE       PIC X(10).
           05 FILLER           PIC X       VALUE SPACE.
           05 O-LV-STATE       PIC X(2).
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-LV-TYPE        PIC X(11).
           05 O-LV-LENGTH      PIC ZZ.
           05 O-LV-FT          PIC X(3).
           05 FILLER           PIC X(4)    VALUE SPACES.
           05 FILLER           PIC X(9)    VALUE "GUEST #: ".
           05 O-LV-GUEST-NUM   PIC 9(6).
           05 FILLER           PIC X(53)   VALUE SPACES.

       01 LOOKUP-NONE-LINE.
           05 FILLER   PIC X(30) VALUE "NO MATCHING RESERVATIONS".
           05 FILLER   PIC X(102) VALUE SPACES.
           DISPLAY "RESERVATION LOOKUP".
           DISPLAY "SEARCH (C)URRENT FILE OR (A)RCHIVE: ".
           ACCEPT WK-SOURCE-SW FROM CONSOLE.
           DISPLAY "SEARCH BY: (N)AME  (S)ITE  (D)ATE RANGE  (P)LATE".
           ACCEPT WK-SEARCH-TYPE FROM CONSOLE.
           EVALUATE TRUE
               WHEN SEARCH-BY-NAME
                   ACCEPT WK-SEARCH-START FROM CONSOLE
                   DISPLAY "ENTER END DATE (YYYYMMDD): "
                   ACCEPT WK-SEARCH-END FROM CONSOLE
               WHEN SEARCH-BY-PLATE
                   DISPLAY "ENTER PLATE: "
                   ACCEPT WK-SEARCH-PLATE FROM CONSOLE
                   DISPLAY "ENTER STATE (BLANK FOR ANY): "
                   ACCEPT WK-SEARCH-STATE FROM CONSOLE
           END-EVALUATE.
           IF SOURCE-ARCHIVE
               PERFORM L3-LOAD-CANCELLATIONS.
           IF SEARCH-BY-PLATE
               PERFORM L3-LOAD-PLATES.
           PERFORM L4-OPEN-SOURCE.
           OPEN OUTPUT REPRINTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
                       AND O-DATE <= WK-SEARCH-END
                       MOVE 'Y' TO MATCH-SW
                   END-IF
               WHEN SEARCH-BY-PLATE
                   PERFORM VARYING PLATE-INDEX FROM 1 BY 1
                       UNTIL PLATE-INDEX > C-PLATE-CTR
                       IF PL-CONFIRM-NUM(PLATE-INDEX) = O-CONFIRM-NUM
                           AND PL-ACTIVE-SW(PLATE-INDEX) = 'Y'
                           MOVE 'Y' TO MATCH-SW
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      * EVERY ROW FOR THE SEARCHED PLATE (AND STATE, IF ONE WAS
      * KEYED) IS NETTED - THE LATEST ROW PER BOOKING AND STATE SAYS
      * WHETHER THE VEHICLE IS STILL ON THAT BOOKING.
       L3-LOAD-PLATES.
           OPEN INPUT VEHIN.
           IF WK-VEH-STATUS = '00'
               PERFORM UNTIL WK-VEH-STATUS NOT = '00'
                   READ VEHIN
                   IF WK-VEH-STATUS = '00'
                       IF VEH-PLATE = WK-SEARCH-PLATE
                           AND (VEH-STATE = WK-SEARCH-STATE
                               OR WK-SEARCH-STATE = SPACES)
                           PERFORM L4-NOTE-PLATE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VEHIN.

       L4-NOTE-PLATE.
           MOVE 'N' TO PLATE-FOUND-SW.
           PERFORM VARYING PLATE-INDEX FROM 1 BY 1
               UNTIL PLATE-INDEX > C-PLATE-CTR
                   OR PLATE-FOUND-SW = 'Y'
               IF PL-CONFIRM-NUM(PLATE-INDEX) = VEH-CONFIRM-NUM
                   AND PL-STATE(PLATE-INDEX) = VEH-STATE
                   MOVE 'Y' TO PLATE-FOUND-SW
               END-IF
           END-PERFORM.
           IF PLATE-FOUND-SW = 'Y'
               SET PLATE-INDEX DOWN BY 1
           ELSE
               IF C-PLATE-CTR < 200
                   ADD 1 TO C-PLATE-CTR
                   SET PLATE-INDEX TO C-PLATE-CTR
                   MOVE VEH-CONFIRM-NUM TO PL-CONFIRM-NUM(PLATE-INDEX)
                   MOVE VEH-STATE TO PL-STATE(PLATE-INDEX)
                   MOVE 'Y' TO PLATE-FOUND-SW
               END-IF
           END-IF.
           IF PLATE-FOUND-SW = 'Y'
               IF VEH-ADDED
                   MOVE 'Y' TO PL-ACTIVE-SW(PLATE-INDEX)
                   MOVE VEH-TYPE TO PL-TYPE(PLATE-INDEX)
                   IF VEH-LENGTH NUMERIC
                       MOVE VEH-LENGTH TO PL-LENGTH(PLATE-INDEX)
                   ELSE
                       MOVE ZERO TO PL-LENGTH(PLATE-INDEX)
                   END-IF
               ELSE
                   MOVE 'N' TO PL-ACTIVE-SW(PLATE-INDEX)
               END-IF
           END-IF.

      * FIRST PASS OVER THE ARCHIVE TO COLLECT THE CONFIRMATION
      * NUMBER OF EVERY CANCELLATION MARKER ROW, SO THE MAIN PASS
      * BELOW CAN NET CANCELLED RESERVATIONS OUT INSTEAD OF
           MOVE O-AMT TO O-L-AMT.
           WRITE REPRINTLINE FROM LOOKUP-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF SEARCH-BY-PLATE
               PERFORM VARYING PLATE-INDEX FROM 1 BY 1
                   UNTIL PLATE-INDEX > C-PLATE-CTR
                   IF PL-CONFIRM-NUM(PLATE-INDEX) = O-CONFIRM-NUM
                       AND PL-ACTIVE-SW(PLATE-INDEX) = 'Y'
                       PERFORM L4-PLATE-OUTPUT
                   END-IF
               END-PERFORM.

       L4-PLATE-OUTPUT.
           MOVE WK-SEARCH-PLATE TO O-LV-PLATE.
           MOVE PL-STATE(PLATE-INDEX) TO O-LV-STATE.
           EVALUATE PL-TYPE(PLATE-INDEX)
               WHEN 'C'
                   MOVE 'CAR' TO O-LV-TYPE
               WHEN 'T'
                   MOVE 'TRUCK' TO O-LV-TYPE
               WHEN 'M'
                   MOVE 'MOTORCYCLE' TO O-LV-TYPE
               WHEN 'R'
                   MOVE 'RV' TO O-LV-TYPE
               WHEN 'L'
                   MOVE 'TRAILER' TO O-LV-TYPE
               WHEN OTHER
                   MOVE SPACES TO O-LV-TYPE
           END-EVALUATE.
           MOVE PL-LENGTH(PLATE-INDEX) TO O-LV-LENGTH.
           IF PL-LENGTH(PLATE-INDEX) > 0
               MOVE ' FT' TO O-LV-FT
           ELSE
               MOVE SPACES TO O-LV-FT
           END-IF.
           IF O-GUEST-NUM NUMERIC
               MOVE O-GUEST-NUM TO O-LV-GUEST-NUM
           ELSE
               MOVE ZERO TO O-LV-GUEST-NUM
           END-IF.
           WRITE REPRINTLINE FROM LOOKUP-VEHICLE-LINE
               AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           IF C-MATCH-CTR = 0
