       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCMSCP38.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * VEHICLE DASH PASSES FOR THE GATE. EVERY BOOKING ARRIVING
      * TODAY ON THE CURRENT-POSITION SNAPSHOT (CURRPOS.DAT) GETS ONE
      * PASS PER VEHICLE STILL ON IT IN VEHICLE.DAT (NETTED AS
      * VEH.CPY DESCRIBES), FOUR PASSES TO A PAGE FOR CUTTING. EACH
      * PASS CARRIES THE CAMPGROUND, SITE, PLATE AND STATE, VEHICLE
      * TYPE AND LENGTH, GUEST, CONFIRMATION NUMBER, AND THE DATES IT
      * IS GOOD FOR, SO A RANGER CAN TELL AT A GLANCE WHOSE VEHICLE
      * IS PARKED ON A SITE.
      *   - A GROUP BOOKING'S VEHICLES BELONG TO THE WHOLE PARTY -
      *     THE PASS SHOWS THE FIRST SITE OF THE GROUP AND HOW MANY
      *     SITES THE GROUP HOLDS.
      *   - A RELEASED ('R') BOOKING HAS NO SITE HELD FOR IT, SO NO
      *     PASS IS PRINTED; THE MANIFEST (COBCMSCP03) STILL NAMES IT
      *     FOR A LATE ARRIVAL.
      * RUN EACH MORNING AFTER THE NIGHTLY SNAPSHOT, WITH THE
      * MANIFEST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRPOSIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CURRPOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CURRPOS-STATUS.
      * A MISSING FILE SIMPLY MEANS NO VEHICLES ARE ON RECORD.
           SELECT VEHIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\VEHICLE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-VEH-STATUS.
           SELECT PASSOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP38\GATEPASS.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CURRPOSIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.

       FD VEHIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS VEH-REC.

       COPY 'VEH.CPY'.

       FD PASSOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PASSLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PASSLINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001) - THIS RUN
      * REFUSES TO START UNTIL TONIGHT'S SNAPSHOT (COBCMSCP21) HAS
      * COMPLETED, AND ITS RUN ID IS STAMPED ON THE PAGE TITLE.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP38'.
           05 WK-RUNCTL-PRED   PIC X(10)  VALUE 'COBCMSCP21'.
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE SPACES.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-CURRPOS-STATUS PIC XX     VALUE SPACES.
           05 WK-VEH-STATUS    PIC XX      VALUE SPACES.
           05 C-ARR-CTR        PIC 9(3)    VALUE ZERO.
           05 C-ARR-IDX        PIC 9(3)    VALUE ZERO.
           05 C-VEH-CTR        PIC 9(4)    VALUE ZERO.
           05 C-PASS-CTR       PIC 9(5)    VALUE ZERO.
      * PASSES ON THE CURRENT PAGE - A NEW PAGE STARTS AFTER FOUR.
           05 C-PAGE-PASSES    PIC 9       VALUE ZERO.
           05 ARR-FOUND-SW     PIC X       VALUE 'N'.
           05 VEH-FOUND-SW     PIC X       VALUE 'N'.
      * SET WHEN EITHER TABLE BELOW FILLS - THE PASSES STILL PRINT
      * BUT SOME ARE MISSING, SO THE RUN ENDS WITH A BAD RETURN CODE.
           05 TABLE-FULL-SW    PIC X       VALUE 'N'.
           05 WK-PASS-DATE.
               10 WK-PD-YYYY   PIC 9(4).
               10 WK-PD-MM     PIC 99.
               10 WK-PD-DD     PIC 99.
           05 WK-PASS-DATE-NUM REDEFINES WK-PASS-DATE PIC 9(8).

      * ONE ENTRY PER BOOKING ARRIVING TODAY, FROM ITS FIRST ROW ON
      * THE SNAPSHOT. AT-SITES COUNTS A GROUP'S ROWS.
       01 ARR-TABLE.
           05 ARR-ENTRY OCCURS 500 TIMES INDEXED BY ARR-INDEX.
               10 AT-CONFIRM-NUM   PIC X(18).
               10 AT-CAMPGROUND    PIC X(25).
               10 AT-SITE          PIC X(3).
               10 AT-NAME          PIC X(42).
               10 AT-DATE          PIC 9(8).
               10 AT-END-DATE      PIC 9(8).
               10 AT-SITES         PIC 9(3).

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

       01 CURRENT-DATE-AND-TIME.
         05 CUR-DATE.
           10 CUR-YY PIC 9(4).
           10 CUR-MM PIC 99.
           10 CUR-DD PIC 99.
         05 I-TIME PIC X(11).

       01 CUR-DATE-AND-TIME-NUM REDEFINES CURRENT-DATE-AND-TIME.
           05 CUR-DATE-NUM         PIC 9(8).
           05 CUR-TIME             PIC X(11).

       01 TITLE-LINE.
         05 FILLER PIC X(6) VALUE "DATE: ".
         05 O-CUR-MM PIC 99.
         05 FILLER PIC X VALUE "/".
         05 O-CUR-DD PIC 99.
         05 FILLER PIC X VALUE "/".
         05 O-CUR-YY PIC 9999.
         05 FILLER PIC X(7) VALUE "  RUN: ".
         05 O-RUN-ID PIC 9(11).
         05 FILLER PIC X(12) VALUE SPACES.
         05 FILLER PIC X(38) VALUE "VEHICLE DASH PASSES - ARRIVALS".
         05 FILLER PIC X(30) VALUE SPACES.
         05 FILLER PIC X(6) VALUE "PAGE: ".
         05 O-PCTR PIC X(2).

      * THE PASS IS A BOX 60 COLUMNS WIDE - EVERY LINE INSIDE IT IS
      * 56 COLUMNS BETWEEN THE SIDE RULES.
       01 PASS-RULE-LINE.
           05 FILLER           PIC X       VALUE "+".
           05 FILLER           PIC X(58)   VALUE ALL "-".
           05 FILLER           PIC X       VALUE "+".
           05 FILLER           PIC X(72)   VALUE SPACES.

       01 PASS-HEAD-LINE.
           05 FILLER           PIC X(2)    VALUE "| ".
           05 FILLER           PIC X(20)   VALUE "VEHICLE DASH PASS".
           05 FILLER           PIC X(6)    VALUE "PARK: ".
           05 O-P-CAMPGROUND   PIC X(25).
           05 FILLER           PIC X(5)    VALUE SPACES.
           05 FILLER           PIC X(2)    VALUE " |".
           05 FILLER           PIC X(72)   VALUE SPACES.

       01 PASS-SITE-LINE.
           05 FILLER           PIC X(2)    VALUE "| ".
           05 FILLER           PIC X(6)    VALUE "SITE: ".
           05 O-P-SITE         PIC X(3).
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-P-GROUP-NOTE   PIC X(13).
           05 O-P-GROUP-SITES  PIC ZZZ.
           05 O-P-GROUP-TEXT   PIC X(28).
           05 FILLER           PIC X(2)    VALUE " |".
           05 FILLER           PIC X(72)   VALUE SPACES.

       01 PASS-PLATE-LINE.
           05 FILLER           PIC X(2)    VALUE "| ".
           05 FILLER           PIC X(7)    VALUE "PLATE: ".
           05 O-P-PLATE        PIC X(10).
           05 FILLER           PIC X       VALUE SPACE.
           05 O-P-STATE        PIC X(2).
           05 FILLER           PIC X(3)    VALUE SPACES.
           05 O-P-TYPE         PIC X(11).
           05 O-P-LENGTH       PIC ZZ.
           05 O-P-FT           PIC X(3).
           05 FILLER           PIC X(17)   VALUE SPACES.
           05 FILLER           PIC X(2)    VALUE " |".
           05 FILLER           PIC X(72)   VALUE SPACES.

       01 PASS-GUEST-LINE.
           05 FILLER           PIC X(2)    VALUE "| ".
           05 FILLER           PIC X(7)    VALUE "GUEST: ".
           05 O-P-NAME         PIC X(42).
           05 FILLER           PIC X(7)    VALUE SPACES.
           05 FILLER           PIC X(2)    VALUE " |".
           05 FILLER           PIC X(72)   VALUE SPACES.

       01 PASS-CONFIRM-LINE.
           05 FILLER           PIC X(2)    VALUE "| ".
           05 FILLER           PIC X(11)   VALUE "CONFIRM #: ".
           05 O-P-CONFIRM-NUM  PIC X(18).
           05 FILLER           PIC X(27)   VALUE SPACES.
           05 FILLER           PIC X(2)    VALUE " |".
           05 FILLER           PIC X(72)   VALUE SPACES.

       01 PASS-DATES-LINE.
           05 FILLER           PIC X(2)    VALUE "| ".
           05 FILLER           PIC X(9)    VALUE "ARRIVES: ".
           05 O-P-ARR-MM       PIC 99.
           05 FILLER           PIC X       VALUE "/".
           05 O-P-ARR-DD       PIC 99.
           05 FILLER           PIC X       VALUE "/".
           05 O-P-ARR-YY       PIC 9999.
           05 FILLER           PIC X(4)    VALUE SPACES.
           05 FILLER           PIC X(15)   VALUE "VALID THROUGH: ".
           05 O-P-END-MM       PIC 99.
           05 FILLER           PIC X       VALUE "/".
           05 O-P-END-DD       PIC 99.
           05 FILLER           PIC X       VALUE "/".
           05 O-P-END-YY       PIC 9999.
           05 FILLER           PIC X(8)    VALUE SPACES.
           05 FILLER           PIC X(2)    VALUE " |".
           05 FILLER           PIC X(72)   VALUE SPACES.

       01 PASS-NONE-LINE.
           05 FILLER   PIC X(50) VALUE
           "NO VEHICLES REGISTERED ON TODAY'S ARRIVALS".
           05 FILLER   PIC X(82) VALUE SPACES.

       01 PASS-COUNT-LINE.
           05 FILLER           PIC X(16)   VALUE "PASSES PRINTED ".
           05 O-PASS-CTR       PIC ZZ,ZZ9.
           05 FILLER           PIC X(21)   VALUE
           "   BOOKINGS ARRIVING ".
           05 O-ARR-CTR        PIC ZZ9.
           05 FILLER           PIC X(86)   VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-LOAD-ARRIVALS.
           PERFORM L2-LOAD-VEHICLES.
           PERFORM L2-PRINT-PASSES.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM L3-RUN-CONTROL-START.
           MOVE WK-RUNCTL-RUN-ID TO O-RUN-ID.
           OPEN OUTPUT PASSOUT.
           MOVE CUR-YY TO O-CUR-YY.
           MOVE CUR-MM TO O-CUR-MM.
           MOVE CUR-DD TO O-CUR-DD.
           PERFORM L3-HEADINGS.

      * THE SNAPSHOT ONLY HOLDS LIVE ROWS; A RELEASED ROW IS SKIPPED
      * (SEE ABOVE). A GROUP'S LATER ROWS ONLY ADD TO ITS SITE COUNT.
       L2-LOAD-ARRIVALS.
           OPEN INPUT CURRPOSIN.
           IF WK-CURRPOS-STATUS = '00'
               PERFORM UNTIL WK-CURRPOS-STATUS NOT = '00'
                   READ CURRPOSIN
                   IF WK-CURRPOS-STATUS = '00'
                       IF O-DATE = CUR-DATE-NUM
                           AND NOT VAL-CANCELLED
                           AND NOT VAL-RELEASED
                           PERFORM L3-NOTE-ARRIVAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CURRPOSIN.

      * ONLY THE VEHICLES OF BOOKINGS ARRIVING TODAY ARE KEPT, SO
      * THE TABLE NEVER HOLDS THE WHOLE FILE'S HISTORY.
       L2-LOAD-VEHICLES.
           OPEN INPUT VEHIN.
           IF WK-VEH-STATUS = '00'
               PERFORM UNTIL WK-VEH-STATUS NOT = '00'
                   READ VEHIN
                   IF WK-VEH-STATUS = '00'
                       PERFORM L3-NOTE-VEHICLE
                   END-IF
               END-PERFORM
               CLOSE VEHIN.

       L2-PRINT-PASSES.
           PERFORM L3-ARRIVAL-PASSES
               VARYING C-ARR-IDX FROM 1 BY 1
               UNTIL C-ARR-IDX > C-ARR-CTR.

       L3-NOTE-ARRIVAL.
           PERFORM L4-FIND-ARRIVAL.
           IF ARR-FOUND-SW = 'Y'
               ADD 1 TO AT-SITES(ARR-INDEX)
           ELSE
               IF C-ARR-CTR < 500
                   ADD 1 TO C-ARR-CTR
                   SET ARR-INDEX TO C-ARR-CTR
                   MOVE O-CONFIRM-NUM TO AT-CONFIRM-NUM(ARR-INDEX)
                   MOVE O-CAMPGROUND TO AT-CAMPGROUND(ARR-INDEX)
                   MOVE O-SITE TO AT-SITE(ARR-INDEX)
                   MOVE O-NAME TO AT-NAME(ARR-INDEX)
                   MOVE O-DATE TO AT-DATE(ARR-INDEX)
                   MOVE O-END-DATE TO AT-END-DATE(ARR-INDEX)
                   MOVE 1 TO AT-SITES(ARR-INDEX)
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
               END-IF
           END-IF.

      * POSITIONS ARR-INDEX AT THE ARRIVAL FOR O-CONFIRM-NUM.
       L4-FIND-ARRIVAL.
           MOVE 'N' TO ARR-FOUND-SW.
           PERFORM VARYING ARR-INDEX FROM 1 BY 1
               UNTIL ARR-INDEX > C-ARR-CTR
                   OR ARR-FOUND-SW = 'Y'
               IF AT-CONFIRM-NUM(ARR-INDEX) = O-CONFIRM-NUM
                   MOVE 'Y' TO ARR-FOUND-SW
               END-IF
           END-PERFORM.
           IF ARR-FOUND-SW = 'Y'
               SET ARR-INDEX DOWN BY 1.

       L3-NOTE-VEHICLE.
           MOVE 'N' TO ARR-FOUND-SW.
           PERFORM VARYING ARR-INDEX FROM 1 BY 1
               UNTIL ARR-INDEX > C-ARR-CTR
                   OR ARR-FOUND-SW = 'Y'
               IF AT-CONFIRM-NUM(ARR-INDEX) = VEH-CONFIRM-NUM
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
               IF VEH-FOUND-SW NOT = 'Y'
                   IF C-VEH-CTR < 1000
                       ADD 1 TO C-VEH-CTR
                       SET VH-INDEX TO C-VEH-CTR
                       MOVE VEH-CONFIRM-NUM TO VH-CONFIRM-NUM(VH-INDEX)
                       MOVE VEH-PLATE TO VH-PLATE(VH-INDEX)
                       MOVE VEH-STATE TO VH-STATE(VH-INDEX)
                       PERFORM L4-SET-VEHICLE
                   ELSE
                       MOVE 'Y' TO TABLE-FULL-SW
                   END-IF
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

      * PASSES PRINT IN SNAPSHOT ORDER, THEN IN THE ORDER THE
      * VEHICLES WERE FIRST REGISTERED ON THE BOOKING.
       L3-ARRIVAL-PASSES.
           SET ARR-INDEX TO C-ARR-IDX.
           PERFORM VARYING VH-INDEX FROM 1 BY 1
               UNTIL VH-INDEX > C-VEH-CTR
               IF VH-CONFIRM-NUM(VH-INDEX) = AT-CONFIRM-NUM(ARR-INDEX)
                   AND VH-ACTIVE-SW(VH-INDEX) = 'Y'
                   PERFORM L4-PRINT-PASS
               END-IF
           END-PERFORM.

       L4-PRINT-PASS.
           IF C-PAGE-PASSES = 4
               PERFORM L3-HEADINGS
           END-IF.
           MOVE AT-CAMPGROUND(ARR-INDEX) TO O-P-CAMPGROUND.
           MOVE AT-SITE(ARR-INDEX) TO O-P-SITE.
           IF AT-SITES(ARR-INDEX) > 1
               MOVE "GROUP HOLDING" TO O-P-GROUP-NOTE
               MOVE AT-SITES(ARR-INDEX) TO O-P-GROUP-SITES
               MOVE " SITES IN THE PARTY" TO O-P-GROUP-TEXT
           ELSE
               MOVE SPACES TO O-P-GROUP-NOTE
               MOVE ZERO TO O-P-GROUP-SITES
               MOVE SPACES TO O-P-GROUP-TEXT
           END-IF.
           MOVE VH-PLATE(VH-INDEX) TO O-P-PLATE.
           MOVE VH-STATE(VH-INDEX) TO O-P-STATE.
           EVALUATE VH-TYPE(VH-INDEX)
               WHEN 'C'
                   MOVE 'CAR' TO O-P-TYPE
               WHEN 'T'
                   MOVE 'TRUCK' TO O-P-TYPE
               WHEN 'M'
                   MOVE 'MOTORCYCLE' TO O-P-TYPE
               WHEN 'R'
                   MOVE 'RV' TO O-P-TYPE
               WHEN 'L'
                   MOVE 'TRAILER' TO O-P-TYPE
               WHEN OTHER
                   MOVE SPACES TO O-P-TYPE
           END-EVALUATE.
           MOVE VH-LENGTH(VH-INDEX) TO O-P-LENGTH.
           IF VH-LENGTH(VH-INDEX) > 0
               MOVE ' FT' TO O-P-FT
           ELSE
               MOVE SPACES TO O-P-FT
           END-IF.
           MOVE AT-NAME(ARR-INDEX) TO O-P-NAME.
           MOVE AT-CONFIRM-NUM(ARR-INDEX) TO O-P-CONFIRM-NUM.
           MOVE AT-DATE(ARR-INDEX) TO WK-PASS-DATE-NUM.
           MOVE WK-PD-MM TO O-P-ARR-MM.
           MOVE WK-PD-DD TO O-P-ARR-DD.
           MOVE WK-PD-YYYY TO O-P-ARR-YY.
           MOVE AT-END-DATE(ARR-INDEX) TO WK-PASS-DATE-NUM.
           MOVE WK-PD-MM TO O-P-END-MM.
           MOVE WK-PD-DD TO O-P-END-DD.
           MOVE WK-PD-YYYY TO O-P-END-YY.
           WRITE PASSLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PASSLINE FROM PASS-RULE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PASSLINE FROM PASS-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PASSLINE FROM PASS-SITE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PASSLINE FROM PASS-PLATE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PASSLINE FROM PASS-GUEST-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PASSLINE FROM PASS-CONFIRM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PASSLINE FROM PASS-DATES-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PASSLINE FROM PASS-RULE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PASSLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO C-PAGE-PASSES.
           ADD 1 TO C-PASS-CTR.

      * A RERUN AFTER A CRASH ('R') IS SAFE - THE RUN ONLY PRINTS, SO
      * IT SIMPLY PRINTS THE PASSES AGAIN.
       L3-RUN-CONTROL-START.
           MOVE 'S' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
           IF WK-RUNCTL-RESP NOT = 'G' AND WK-RUNCTL-RESP NOT = 'R'
               IF WK-RUNCTL-RESP = 'P'
                   DISPLAY WK-RUNCTL-PROGRAM
                       ' REFUSED - COBCMSCP21 HAS NOT COMPLETED'
               ELSE
                   DISPLAY WK-RUNCTL-PROGRAM
                       ' REFUSED - PRIOR RUN NOT COMPLETE'
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       L3-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PASSLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           MOVE ZERO TO C-PAGE-PASSES.

       L2-CLOSING.
           IF C-PASS-CTR = 0
               WRITE PASSLINE FROM PASS-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE C-PASS-CTR TO O-PASS-CTR.
           MOVE C-ARR-CTR TO O-ARR-CTR.
           WRITE PASSLINE FROM PASS-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           IF TABLE-FULL-SW = 'Y'
               DISPLAY 'COBCMSCP38 AN ARRIVAL OR VEHICLE TABLE FILLED'
                   ' - SOME PASSES ARE MISSING'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE PASSOUT.
           MOVE 'E' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
