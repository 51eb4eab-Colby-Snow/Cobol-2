           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\PAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-PAY-STATUS.
      * VEHICLES ON BOOKINGS (SEE VEH.CPY) - EACH ARRIVAL'S PLATES
      * PRINT UNDER IT SO THE GATE KNOWS WHAT IS COMING IN WITH IT.
      * A MISSING FILE SIMPLY MEANS NO VEHICLES ARE ON RECORD.
           SELECT VEHIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\VEHICLE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-VEH-STATUS.
           SELECT MANIFESTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP03\MANIFEST.PRT"

       FD CURRPOSIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.

       COPY 'PAY.CPY'.

       FD VEHIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS VEH-REC.

       COPY 'VEH.CPY'.

       FD MANIFESTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05 C-TOT-CTR         PIC 9(4)   VALUE ZERO.
           05 TOT-FOUND-SW      PIC X      VALUE 'N'.
           05 C-ARR-IDX         PIC 9(3)   VALUE ZERO.
           05 WK-VEH-STATUS     PIC XX     VALUE SPACES.
           05 C-VEH-CTR         PIC 9(4)   VALUE ZERO.
           05 VEH-FOUND-SW      PIC X      VALUE 'N'.
           05 ARR-FOUND-SW      PIC X      VALUE 'N'.
           05 FIRST-ARR-SW      PIC X      VALUE 'N'.

      * ACTIVE-ROW TOTALS SUMMED PER CONFIRMATION NUMBER DURING THE
      * MAIN PASS - A GROUP BOOKING'S MEMBER ROWS SHARE ONE MASTER
           05 O-M-BALANCE-FLAG PIC X(23).
           05 FILLER           PIC X(14) VALUE SPACES.

      * ONE LINE PER VEHICLE ON AN ARRIVING BOOKING, UNDER ITS
      * DETAIL LINE - A GROUP'S VEHICLES PRINT UNDER ITS FIRST SITE.
       01 MANIFEST-VEHICLE-LINE.
           05 FILLER           PIC X(19) VALUE SPACES.
           05 FILLER           PIC X(9)  VALUE "VEHICLE: ".
           05 O-MV-PLATE       PIC X(10).
           05 FILLER           PIC X     VALUE SPACE.
           05 O-MV-STATE       PIC X(2).
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 O-MV-TYPE        PIC X(11).
           05 O-MV-LENGTH      PIC ZZ.
           05 O-MV-FT          PIC X(3).
           05 FILLER           PIC X(72) VALUE SPACES.

       01 MANIFEST-NONE-LINE.
           05 FILLER   PIC X(30) VALUE "NONE".
           05 FILLER   PIC X(102) VALUE SPACES.
               10 ARR-BAL-SW       PIC X.
               10 ARR-BALANCE      PIC S9(5)V99.

      * VEHICLES ON TODAY'S ARRIVALS, NETTED TO THE LATEST ROW PER
      * CONFIRMATION NUMBER/PLATE/STATE - 'Y' IN VH-ACTIVE-SW MEANS
      * THE VEHICLE IS STILL ON THE BOOKING.
       01 VEH-TABLE.
           05 VEH-ENTRY OCCURS 1000 TIMES INDEXED BY VH-INDEX.
               10 VH-CONFIRM-NUM   PIC X(18).
               10 VH-PLATE         PIC X(10).
               10 VH-STATE         PIC X(2).
               10 VH-TYPE          PIC X.
               10 VH-LENGTH        PIC 99.
               10 VH-ACTIVE-SW     PIC X.

       01 DEP-TABLE.
           05 DEP-ENTRY OCCURS 500 TIMES INDEXED BY DEP-INDEX.
               10 DEP-CONFIRM-NUM  PIC X(18).
             AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           PERFORM L3-LOAD-VEHICLES.
           WRITE MANIFESTLINE FROM ARRIVALS-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE MANIFESTLINE FROM MANIFEST-COLUMN-HEADINGS
           END-IF.
           WRITE MANIFESTLINE FROM MANIFEST-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      * A GROUP'S MEMBER ROWS SHARE ONE CONFIRMATION NUMBER - ITS
      * VEHICLES PRINT ONCE, UNDER THE FIRST OF THEM.
           MOVE 'Y' TO FIRST-ARR-SW.
           PERFORM VARYING ARR-INDEX FROM 1 BY 1
               UNTIL ARR-INDEX >= C-ARR-IDX
               IF ARR-CONFIRM-NUM(ARR-INDEX) = WK-BAL-CONFIRM
                   MOVE 'N' TO FIRST-ARR-SW
               END-IF
           END-PERFORM.
           IF FIRST-ARR-SW = 'Y'
               PERFORM VARYING VH-INDEX FROM 1 BY 1
                   UNTIL VH-INDEX > C-VEH-CTR
                   IF VH-CONFIRM-NUM(VH-INDEX) = WK-BAL-CONFIRM
                       AND VH-ACTIVE-SW(VH-INDEX) = 'Y'
                       PERFORM L4-PRINT-VEHICLE
                   END-IF
               END-PERFORM.

       L4-PRINT-VEHICLE.
           MOVE VH-PLATE(VH-INDEX) TO O-MV-PLATE.
           MOVE VH-STATE(VH-INDEX) TO O-MV-STATE.
           EVALUATE VH-TYPE(VH-INDEX)
               WHEN 'C'
                   MOVE 'CAR' TO O-MV-TYPE
               WHEN 'T'
                   MOVE 'TRUCK' TO O-MV-TYPE
               WHEN 'M'
                   MOVE 'MOTORCYCLE' TO O-MV-TYPE
               WHEN 'R'
                   MOVE 'RV' TO O-MV-TYPE
               WHEN 'L'
                   MOVE 'TRAILER' TO O-MV-TYPE
               WHEN OTHER
                   MOVE SPACES TO O-MV-TYPE
           END-EVALUATE.
           MOVE VH-LENGTH(VH-INDEX) TO O-MV-LENGTH.
           IF VH-LENGTH(VH-INDEX) > 0
               MOVE ' FT' TO O-MV-FT
           ELSE
               MOVE SPACES TO O-MV-FT
           END-IF.
           WRITE MANIFESTLINE FROM MANIFEST-VEHICLE-LINE
               AFTER ADVANCING 1 LINE.

      * ONLY THE VEHICLES OF BOOKINGS ARRIVING TODAY ARE KEPT, SO
      * THE TABLE NEVER HOLDS THE WHOLE FILE'S HISTORY.
       L3-LOAD-VEHICLES.
           OPEN INPUT VEHIN.
           IF WK-VEH-STATUS = '00'
               PERFORM UNTIL WK-VEH-STATUS NOT = '00'
                   READ VEHIN
                   IF WK-VEH-STATUS = '00'
                       PERFORM L4-NOTE-VEHICLE
                   END-IF
               END-PERFORM
               CLOSE VEHIN.

       L4-NOTE-VEHICLE.
           MOVE 'N' TO ARR-FOUND-SW.
           PERFORM VARYING ARR-INDEX FROM 1 BY 1
               UNTIL ARR-INDEX > C-ARR-CTR
                   OR ARR-FOUND-SW = 'Y'
               IF ARR-CONFIRM-NUM(ARR-INDEX) = VEH-CONFIRM-NUM
                   MOVE 'Y' TO ARR-FOUND-SW
               END-IF
           END-PERFORM.
           IF ARR-FOUND-SW = 'Y'
               MOVE 'N' TO VEH-FOUND-SW
               PERFORM VARYING VH-INDEX FROM 1 BY 1
                   UNTIL VH-INDEX > C-VEH-CTR
                       OR VEH-FOUND-SW = 'Y'
                   IF VH-CONFIRM-NUM(VH-INDEX) = VEH-CONFIRM-NUM
                       AND VH-PLATE(VH-INDEX) = VEH-PLATE
                       AND VH-STATE(VH-INDEX) = VEH-STATE
                       MOVE 'Y' TO VEH-FOUND-SW
                       PERFORM L4-SET-VEHICLE
                   END-IF
               END-PERFORM
               IF VEH-FOUND-SW NOT = 'Y' AND C-VEH-CTR < 1000
                   ADD 1 TO C-VEH-CTR
                   SET VH-INDEX TO C-VEH-CTR
                   MOVE VEH-CONFIRM-NUM TO VH-CONFIRM-NUM(VH-INDEX)
                   MOVE VEH-PLATE TO VH-PLATE(VH-INDEX)
                   MOVE VEH-STATE TO VH-STATE(VH-INDEX)
                   PERFORM L4-SET-VEHICLE
               END-IF
           END-IF.

      * THE LATEST ROW WINS - AN ADD CARRIES THE TYPE AND LENGTH, A
      * REMOVE JUST TAKES THE VEHICLE OFF.
       L4-SET-VEHICLE.
           IF VEH-ADDED
               MOVE 'Y' TO VH-ACTIVE-SW(VH-INDEX)
               MOVE VEH-TYPE TO VH-TYPE(VH-INDEX)
               IF VEH-LENGTH NUMERIC
                   MOVE VEH-LENGTH TO VH-LENGTH(VH-INDEX)
               ELSE
                   MOVE ZERO TO VH-LENGTH(VH-INDEX)
               END-IF
           ELSE
               MOVE 'N' TO VH-ACTIVE-SW(VH-INDEX)
           END-IF.

       L3-RUN-CONTROL-END.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
