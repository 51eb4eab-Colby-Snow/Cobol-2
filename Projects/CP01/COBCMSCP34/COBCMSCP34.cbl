       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCMSCP34.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * SITE-NIGHT INVENTORY REBUILD. EMPTIES SITEINV.DAT AND BUILDS
      * IT AGAIN FROM THE CURRENT-POSITION SNAPSHOT (CURRPOS.DAT):
      * EVERY NIGHT OF EVERY LIVE BOOKING ROW, ARRIVAL THROUGH
      * DEPARTURE, IS BOOKED UNDER ITS CONFIRMATION NUMBER, AND THE
      * BLOCKS ON SITEBLK.DAT ARE LAID DOWN BY THE INVENTORY OPEN
      * ITSELF. CANCELLED AND NO-SHOW-RELEASED ('R') ROWS HOLD
      * NOTHING. ALL THE WRITING GOES THROUGH SINV001, THE SAME AS
      * EVERY DAY'S BOOKINGS, SO A REBUILT NIGHT LOOKS EXACTLY LIKE
      * ONE BOOKED THE ORDINARY WAY. A ROW THAT FINDS ONE OF ITS
      * NIGHTS ALREADY HELD BY ANOTHER BOOKING IS A DOUBLE-BOOKING
      * ALREADY IN THE SNAPSHOT - IT IS LISTED ON INVBLD.PRT FOR THE
      * OFFICE TO SORT OUT, THE FIRST ROW KEEPS THE NIGHT, AND THE
      * RUN ENDS WITH RETURN CODE 8. RUN ONCE BEFORE THE FIRST
      * COBCMSCP01 THAT USES THE INVENTORY, AFTER COBCMSCP21, AND
      * AGAIN WHENEVER THE COBCMSCP15 AUDIT REPORTS THE INVENTORY
      * OUT OF STEP WITH THE SNAPSHOT. NOTHING ELSE MAY RUN WHILE
      * IT DOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRPOSIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CURRPOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CURRPOS-STATUS.
      * OPENED OUTPUT AND CLOSED AGAIN ONLY TO EMPTY THE FILE (OR
      * CREATE IT THE FIRST TIME) - EVERY RECORD IS WRITTEN BY
      * SINV001.
           SELECT INVFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\SITEINV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-KEY
           FILE STATUS IS WK-INV-STATUS.
           SELECT BLDOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP34\INVBLD.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CURRPOSIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.

       FD INVFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS INV-REC.

       COPY 'INV.CPY'.

       FD BLDOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS BLDLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 BLDLINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001) - THE RUN ID IS
      * STAMPED ON THE REPORT TITLE.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP34'.
           05 WK-RUNCTL-PRED   PIC X(10)  VALUE SPACES.
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE SPACES.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
      * SITE-NIGHT INVENTORY REQUEST AND ANSWER (SEE SINV001).
           05 WK-SINV-OP       PIC X       VALUE SPACE.
           05 WK-SINV-CAMPGROUND PIC X(25) VALUE SPACES.
           05 WK-SINV-SITE     PIC X(3)    VALUE SPACES.
           05 WK-SINV-START    PIC 9(8)    VALUE ZERO.
           05 WK-SINV-END      PIC 9(8)    VALUE ZERO.
           05 WK-SINV-CONFIRM  PIC X(18)   VALUE SPACES.
           05 WK-SINV-RESP     PIC X       VALUE SPACE.
           05 MORE-RECS        PIC XXX     VALUE "YES".
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-CURRPOS-STATUS PIC XX     VALUE SPACES.
           05 WK-INV-STATUS    PIC XX      VALUE SPACES.
           05 C-IN-CTR         PIC 9(6)    VALUE ZERO.
           05 C-BOOKED-CTR     PIC 9(6)    VALUE ZERO.
           05 C-SKIPPED-CTR    PIC 9(6)    VALUE ZERO.
           05 C-CONFLICT-CTR   PIC 9(4)    VALUE ZERO.

       01 CURRENT-DATE-AND-TIME.
         05 CUR-DATE.
           10 CUR-YY PIC 9(4).
           10 CUR-MM PIC 99.
           10 CUR-DD PIC 99.
         05 I-TIME PIC X(11).

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
         05 FILLER PIC X(38) VALUE
            "SITE-NIGHT INVENTORY REBUILD".
         05 FILLER PIC X(30) VALUE SPACES.
         05 FILLER PIC X(6) VALUE "PAGE: ".
         05 O-PCTR PIC X(2).

       01 BLD-COLUMN-HEADINGS.
           05 FILLER   PIC X(20) VALUE "CONFIRMATION".
           05 FILLER   PIC X(27) VALUE "CAMPGROUND".
           05 FILLER   PIC X(6)  VALUE "SITE".
           05 FILLER   PIC X(9)  VALUE "ARRIVE".
           05 FILLER   PIC X(9)  VALUE "DEPART".
           05 FILLER   PIC X(44) VALUE "GUEST NAME".
           05 FILLER   PIC X(17) VALUE SPACES.

       01 BLD-DETAIL-LINE.
           05 O-B-CONFIRM-NUM  PIC X(18).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-B-CAMPGROUND   PIC X(27).
           05 O-B-SITE         PIC X(6).
           05 O-B-DATE         PIC 9(8).
           05 FILLER           PIC X       VALUE SPACES.
           05 O-B-END-DATE     PIC 9(8).
           05 FILLER           PIC X       VALUE SPACES.
           05 O-B-NAME         PIC X(44).
           05 FILLER           PIC X(17)   VALUE SPACES.

       01 BLD-CONFLICT-NOTE.
           05 FILLER           PIC X(20)   VALUE SPACES.
           05 FILLER           PIC X(60)   VALUE
           "  A NIGHT IS ALREADY HELD BY ANOTHER BOOKING".
           05 FILLER           PIC X(52)   VALUE SPACES.

       01 BLD-COUNT-LINE.
           05 FILLER           PIC X(15)   VALUE "SNAPSHOT ROWS ".
           05 O-IN-CTR         PIC ZZZ,ZZ9.
           05 FILLER           PIC X(10)   VALUE "  BOOKED ".
           05 O-BOOKED-CTR     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(19)   VALUE
           "  NOT LIVE (SKIP) ".
           05 O-SKIPPED-CTR    PIC ZZZ,ZZ9.
           05 FILLER           PIC X(13)   VALUE "  CONFLICTS ".
           05 O-CONFLICT-CTR   PIC Z,ZZ9.
           05 FILLER           PIC X(49)   VALUE SPACES.

       01 BLD-RESULT-LINE.
           05 O-RESULT-MSG     PIC X(60).
           05 FILLER           PIC X(72)   VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL MORE-RECS = "NO".
           PERFORM L2-CLOSING.
           STOP RUN.

      * NO SNAPSHOT MEANS NOTHING TO BUILD FROM - THE RUN STOPS
      * BEFORE THE OLD INVENTORY IS EMPTIED.
       L2-INIT.
           OPEN INPUT CURRPOSIN.
           IF WK-CURRPOS-STATUS NOT = '00'
               DISPLAY 'COBCMSCP34 CURRENT-POSITION FILE '
                   'MISSING - RUN COBCMSCP21 FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L3-RUN-CONTROL-START.
           MOVE WK-RUNCTL-RUN-ID TO O-RUN-ID.
           OPEN OUTPUT BLDOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CUR-YY TO O-CUR-YY.
           MOVE CUR-MM TO O-CUR-MM.
           MOVE CUR-DD TO O-CUR-DD.
           PERFORM L3-HEADINGS.
           OPEN OUTPUT INVFILE.
           CLOSE INVFILE.
           MOVE 'O' TO WK-SINV-OP.
           PERFORM L4-CALL-SINV.
           IF WK-SINV-RESP NOT = 'G'
               DISPLAY 'COBCMSCP34 SITE INVENTORY (SITEINV.DAT) '
                   'COULD NOT BE CREATED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L3-READ.

       L2-MAINLINE.
           ADD 1 TO C-IN-CTR.
           IF VAL-CANCELLED OR VAL-RELEASED
               ADD 1 TO C-SKIPPED-CTR
           ELSE
               PERFORM L3-BOOK-ROW
           END-IF.
           PERFORM L3-READ.

       L3-BOOK-ROW.
           MOVE 'B' TO WK-SINV-OP.
           MOVE O-CAMPGROUND TO WK-SINV-CAMPGROUND.
           MOVE O-SITE TO WK-SINV-SITE.
           MOVE O-DATE TO WK-SINV-START.
           MOVE O-END-DATE TO WK-SINV-END.
           MOVE O-CONFIRM-NUM TO WK-SINV-CONFIRM.
           PERFORM L4-CALL-SINV.
           ADD 1 TO C-BOOKED-CTR.
           IF WK-SINV-RESP = 'D'
               ADD 1 TO C-CONFLICT-CTR
               MOVE O-CONFIRM-NUM TO O-B-CONFIRM-NUM
               MOVE O-CAMPGROUND TO O-B-CAMPGROUND
               MOVE O-SITE TO O-B-SITE
               MOVE O-DATE TO O-B-DATE
               MOVE O-END-DATE TO O-B-END-DATE
               MOVE O-NAME TO O-B-NAME
               WRITE BLDLINE FROM BLD-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               WRITE BLDLINE FROM BLD-CONFLICT-NOTE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L4-CALL-SINV.
           CALL 'SINV001' USING WK-SINV-OP, WK-RUNCTL-PROGRAM,
               WK-SINV-CAMPGROUND, WK-SINV-SITE, WK-SINV-START,
               WK-SINV-END, WK-SINV-CONFIRM, WK-SINV-RESP.

       L3-READ.
           READ CURRPOSIN
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.

       L3-RUN-CONTROL-START.
           MOVE 'S' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
           IF WK-RUNCTL-RESP NOT = 'G'
               AND WK-RUNCTL-RESP NOT = 'R'
               DISPLAY WK-RUNCTL-PROGRAM
                   ' REFUSED - RUN CONTROL SAID NO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       L3-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE BLDLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE BLDLINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.
           WRITE BLDLINE FROM BLD-COLUMN-HEADINGS
             AFTER ADVANCING 1 LINE.

      * THE INVENTORY IS COMPLETE EITHER WAY - A CONFLICT ONLY MEANS
      * THE SNAPSHOT ITSELF HOLDS A DOUBLE-BOOKING, WHICH THE RETURN
      * CODE MAKES SURE SOMEBODY LOOKS AT.
       L2-CLOSING.
           CLOSE CURRPOSIN.
           MOVE 'C' TO WK-SINV-OP.
           PERFORM L4-CALL-SINV.
           IF C-CONFLICT-CTR = 0
               MOVE 'INVENTORY REBUILT' TO O-RESULT-MSG
           ELSE
               MOVE 'INVENTORY REBUILT - DOUBLE-BOOKINGS LISTED ABOVE'
                   TO O-RESULT-MSG
               MOVE 8 TO RETURN-CODE
               DISPLAY 'COBCMSCP34 SNAPSHOT HOLDS DOUBLE-BOOKINGS - '
                   'SEE INVBLD.PRT'
           END-IF.
           MOVE C-IN-CTR TO O-IN-CTR.
           MOVE C-BOOKED-CTR TO O-BOOKED-CTR.
           MOVE C-SKIPPED-CTR TO O-SKIPPED-CTR.
           MOVE C-CONFLICT-CTR TO O-CONFLICT-CTR.
           WRITE BLDLINE FROM BLD-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE BLDLINE FROM BLD-RESULT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE BLDOUT.
           MOVE 'E' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
