       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCMSCP30.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * PRE-ARRIVAL NOTICES. THE CONFIRMATION LETTER (COBCMSCP02) IS
      * THE LAST THING A GUEST HEARS FROM US BEFORE THE GATE; THIS
      * NIGHTLY RUN WRITES TO EVERY LIVE BOOKING ON THE CURRENT
      * POSITION (CURRPOS.DAT) THAT ARRIVES 14 DAYS FROM TODAY OR 3
      * DAYS FROM TODAY, GIVING ARRIVAL AND DEPARTURE, SITE, THE OPEN
      * BALANCE (LATEST TOTAL MINUS EVERY PAYMENT ON PAYMENTS.DAT -
      * THE AGING REPORT'S RULE, COBCMSCP11) AND THE CAMPGROUND'S GATE
      * HOURS (GATEHRS.DAT). A GUEST WITH AN E-MAIL ADDRESS OR PHONE
      * NUMBER ON THE GUEST MASTER GOES TO THE MAIL/TEXT VENDOR'S
      * EXTRACT (NOTICE.EXT); EVERYONE ELSE GETS A PRINTED NOTICE
      * (NOTICE.PRT). EVERY NOTICE SENT IS LOGGED ON THE NOTICE
      * HISTORY (NOTEHIST.DAT) BY CONFIRMATION NUMBER, NOTICE, ARRIVAL
      * DATE AND AMENDMENT SEQUENCE, AND A NOTICE ALREADY LOGGED IS
      * NEVER SENT AGAIN. A BOOKING AMENDED THROUGH AN 'M' TRANSACTION
      * AFTER IT WAS NOTIFIED CARRIES A NEW AMENDMENT SEQUENCE, AND
      * IS SENT A FRESH NOTICE FOR ITS NEW DATES ON THE NEXT RUN IF
      * IT NOW ARRIVES WITHIN 14 DAYS - THE OLD NOTICE MAY HAVE HAD
      * THE WRONG DATES, SITE OR BALANCE ON IT. THE HISTORY ALSO KEEPS
      * THE DEPARTURE DATE, AND A PRINTED FRESH NOTICE SAYS "THESE
      * ARE YOUR NEW DATES" ONLY WHEN THE ARRIVAL OR DEPARTURE
      * DIFFERS FROM THE LAST NOTICE SENT; ANY OTHER AMENDMENT (A
      * SITE MOVE, A VEHICLE ADDED) SAYS THE BOOKING WAS UPDATED.
      * ONLY BOOKINGS WITH A ROW ARRIVING IN THE NEXT 14 DAYS ARE
      * HELD, WITH THEIR PAYMENTS AND NOTICE HISTORY; SHOULD EVEN
      * THOSE OUTGROW A TABLE, NO NOTICE IS SENT, THE EXTRACT AND
      * HISTORY ARE LEFT ALONE, AND THE RUN ENDS WITH A BAD RETURN
      * CODE, LEFT OPEN FOR A RERUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRPOSIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CURRPOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CURRPOS-STATUS.
           SELECT PAYIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\PAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-PAY-STATUS.
           SELECT GUESTMST
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\GUESTMST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-GUEST-STATUS.
      * GATE HOURS BY CAMPGROUND, MAINTAINED BY THE OFFICE. AN 'ALL'
      * ROW COVERS ANY CAMPGROUND WITHOUT ITS OWN.
           SELECT GATEHRSIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP30\GATEHRS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-GATEHRS-STATUS.
      * SAME PHYSICAL FILE AS NHISTOUT - READ WHOLE AT INIT, THEN
      * EXTENDED WITH EACH NOTICE AS IT GOES OUT.
           SELECT NHISTIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP30\NOTEHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-NHIST-STATUS.
           SELECT NHISTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP30\NOTEHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP30\NOTICE.EXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICEOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP30\NOTICE.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CURRPOSIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.

       FD PAYIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS PAY-REC.

       COPY 'PAY.CPY'.

       FD GUESTMST
           LABEL RECORD IS OMITTED
           DATA RECORD IS GST-REC.

       COPY 'GUEST.CPY'.

       FD GATEHRSIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS GHR-REC.

       01 GHR-REC.
           05 GHR-CAMPGROUND       PIC X(25).
           05 GHR-HOURS            PIC X(40).

      * ONE NOTICE SENT. NH-NOTICE '14' OR '03' (DAYS BEFORE
      * ARRIVAL); NH-CHANNEL 'X' EXTRACT, 'P' PRINTED. A ROW WRITTEN
      * BEFORE NH-DEPART-DATE WAS KEPT IS SHORTER AND READS WITH IT
      * BLANK - THE DEPARTURE IT WENT OUT WITH IS NOT KNOWN.
       FD NHISTIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS NH-REC.

       01 NH-REC.
           05 NH-CONFIRM-NUM       PIC X(18).
           05 NH-NOTICE            PIC XX.
           05 NH-ARRIVE-DATE       PIC 9(8).
           05 NH-AMEND-SEQ         PIC 9.
           05 NH-SENT-DATE         PIC 9(8).
           05 NH-CHANNEL           PIC X.
           05 NH-DEPART-DATE       PIC 9(8).

      * NHO-REC MIRRORS NH-REC ABOVE.
       FD NHISTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS NHO-REC.

       01 NHO-REC.
           05 NHO-CONFIRM-NUM      PIC X(18).
           05 NHO-NOTICE           PIC XX.
           05 NHO-ARRIVE-DATE      PIC 9(8).
           05 NHO-AMEND-SEQ        PIC 9.
           05 NHO-SENT-DATE        PIC 9(8).
           05 NHO-CHANNEL          PIC X.
           05 NHO-DEPART-DATE      PIC 9(8).

      * THE VENDOR'S LAYOUT - ONE FIXED RECORD PER NOTICE. THE
      * VENDOR SENDS E-MAIL WHEN EXT-EMAIL IS FILLED AND A TEXT
      * WHEN ONLY EXT-PHONE IS. EXT-BALANCE IS NEVER NEGATIVE.
       FD EXTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS EXT-REC.

       01 EXT-REC.
           05 EXT-NOTICE           PIC XX.
           05 EXT-CONFIRM-NUM      PIC X(18).
           05 EXT-GUEST-NUM        PIC 9(6).
           05 EXT-FNAME            PIC X(20).
           05 EXT-LNAME            PIC X(20).
           05 EXT-EMAIL            PIC X(40).
           05 EXT-PHONE            PIC X(12).
           05 EXT-CAMPGROUND       PIC X(25).
           05 EXT-SITE             PIC X(4).
           05 EXT-ARRIVE-DATE      PIC 9(8).
           05 EXT-DEPART-DATE      PIC 9(8).
           05 EXT-BALANCE          PIC 9(5)V99.
           05 EXT-GATE-HOURS       PIC X(40).

       FD NOTICEOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS NOTICELINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 NOTICELINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
      * RUN-CONTROL INTERFACE FIELDS (SEE RUNCTL001) - THE NOTICES
      * WAIT FOR TONIGHT'S CURRENT POSITION (COBCMSCP21). THE FIXED
      * INPUT IDENTITY MAKES A SECOND COMPLETED RUN TODAY A DUPLICATE
      * ('D'), SO A RERUN CANNOT EMPTY AN EXTRACT THE VENDOR HAS NOT
      * COLLECTED YET.
           05 WK-RUNCTL-OP     PIC X      VALUE SPACE.
           05 WK-RUNCTL-PROGRAM PIC X(10) VALUE 'COBCMSCP30'.
           05 WK-RUNCTL-PRED   PIC X(10)  VALUE 'COBCMSCP21'.
           05 WK-RUNCTL-INPUT  PIC X(20)  VALUE 'PRE-ARRIVAL NOTICES'.
           05 WK-RUNCTL-RUN-ID PIC 9(11)  VALUE ZERO.
           05 WK-RUNCTL-RESP   PIC X      VALUE SPACE.
           05 MORE-RECS        PIC XXX     VALUE "YES".
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-CURRPOS-STATUS PIC XX     VALUE SPACES.
           05 WK-PAY-STATUS    PIC XX      VALUE SPACES.
           05 WK-GUEST-STATUS  PIC XX      VALUE SPACES.
           05 WK-GATEHRS-STATUS PIC XX     VALUE SPACES.
           05 WK-NHIST-STATUS  PIC XX      VALUE SPACES.
           05 C-PAY-CTR        PIC 9(4)    VALUE ZERO.
           05 C-GUEST-CTR      PIC 9(4)    VALUE ZERO.
           05 C-GH-CTR         PIC 99      VALUE ZERO.
           05 C-NH-CTR         PIC 9(5)    VALUE ZERO.
           05 C-BK-CTR         PIC 9(4)    VALUE ZERO.
           05 C-BK-IDX         PIC 9(4)    VALUE ZERO.
           05 C-EXT-CTR        PIC 9(4)    VALUE ZERO.
           05 C-PRT-CTR        PIC 9(4)    VALUE ZERO.
           05 C-FRESH-CTR      PIC 9(4)    VALUE ZERO.
           05 C-RESENT-CTR     PIC 9(4)    VALUE ZERO.
           05 PAY-FOUND-SW     PIC X       VALUE 'N'.
           05 BK-FOUND-SW      PIC X       VALUE 'N'.
           05 GUEST-FOUND-SW   PIC X       VALUE 'N'.
           05 SEND-SW          PIC X       VALUE 'N'.
           05 LOGGED-SW        PIC X       VALUE 'N'.
           05 SENT-TODAY-SW    PIC X       VALUE 'N'.
           05 EARLIER-SEQ-SW   PIC X       VALUE 'N'.
           05 NEW-DATES-SW     PIC X       VALUE 'N'.
      * SET WHEN A FILE OUTGROWS ITS TABLE - NO NOTICE GOES OUT, SO
      * NO GUEST IS SENT A WRONG BALANCE OR A REPEAT NOTICE, AND THE
      * RUN ENDS WITH A BAD RETURN CODE.
           05 TABLE-FULL-SW    PIC X       VALUE 'N'.
           05 WK-FIND-CONFIRM  PIC X(18)   VALUE SPACES.
      * THE DATES ON THE LAST NOTICE SENT UNDER AN EARLIER AMENDMENT
      * (DEPARTURE ZERO WHEN THE HISTORY ROW DID NOT KEEP IT).
           05 WK-LAST-ARRIVE   PIC 9(8)    VALUE ZERO.
           05 WK-LAST-DEPART   PIC 9(8)    VALUE ZERO.
           05 WK-NOTICE        PIC XX      VALUE SPACES.
           05 WK-NOTICE-DAYS REDEFINES WK-NOTICE PIC 99.
           05 WK-PAID-AMT      PIC S9(5)V99 VALUE ZERO.
           05 WK-BALANCE       PIC S9(5)V99 VALUE ZERO.
           05 WK-GATE-HOURS    PIC X(40)   VALUE SPACES.
           05 WK-DATE-3        PIC 9(8)    VALUE ZERO.
           05 WK-DATE-14       PIC 9(8)    VALUE ZERO.
           05 WK-HORIZON.
               10 WK-HOR-YYYY  PIC 9(4).
               10 WK-HOR-MM    PIC 99.
                   88 WK-HOR-30-MM VALUE 4, 6, 9, 11.
               10 WK-HOR-DD    PIC 99.
           05 WK-HORIZON-NUM REDEFINES WK-HORIZON PIC 9(8).
           05 C-LEFT-OVER      PIC 9       VALUE ZERO.
           05 WK-ADD-DAYS      PIC 99      VALUE ZERO.

      * ONE ENTRY PER LIVE BOOKING - A GROUP BOOKING'S MEMBER ROWS
      * SHARE ONE CONFIRMATION NUMBER, ONE NOTICE AND ONE BALANCE,
      * WITH THEIR ROW TOTALS SUMMED. A '+' AFTER THE SITE MARKS A
      * MULTI-SITE BOOKING, AS ON THE AGING REPORT. ONLY BOOKINGS
      * WITH A ROW ARRIVING IN THE NEXT 14 DAYS HAVE AN ENTRY (SEE
      * L3-NOTE-CANDIDATES); BK-SEEN-SW 'N' UNTIL ITS FIRST ROW IS
      * SUMMED IN.
       01 BOOKING-TABLE.
           05 BOOKING-ENTRY OCCURS 3000 TIMES INDEXED BY BK-INDEX.
               10 BK-CONFIRM-NUM   PIC X(18).
               10 BK-SEEN-SW       PIC X.
               10 BK-CAMPGROUND    PIC X(25).
               10 BK-SITE.
                   15 BK-SITE-CHARS PIC X(3).
                   15 BK-SITE-FLAG  PIC X.
               10 BK-NAME          PIC X(42).
               10 BK-GUEST-NUM     PIC 9(6).
               10 BK-ARRIVE-DATE   PIC 9(8).
               10 BK-DEPART-DATE   PIC 9(8).
               10 BK-AMEND-SEQ     PIC 9.
               10 BK-TOTAL-AMT     PIC S9(5)V99.

       01 PAYMENT-TABLE.
           05 PAYMENT-ENTRY OCCURS 3000 TIMES INDEXED BY PAY-INDEX.
               10 PT-CONFIRM-NUM   PIC X(18).
               10 PT-PAID-AMT      PIC S9(5)V99.

       01 GUEST-TABLE.
           05 GUEST-ENTRY OCCURS 2000 TIMES INDEXED BY GUEST-INDEX.
               10 GT-GUEST-NUM     PIC 9(6).
               10 GT-LNAME         PIC X(20).
               10 GT-FNAME         PIC X(20).
               10 GT-ADDR          PIC X(30).
               10 GT-CITY          PIC X(20).
               10 GT-STATE         PIC X(2).
               10 GT-ZIP           PIC X(10).
               10 GT-PHONE         PIC X(12).
               10 GT-EMAIL         PIC X(40).

       01 GATE-HOURS-TABLE.
           05 GATE-HOURS-ENTRY OCCURS 20 TIMES INDEXED BY GH-INDEX.
               10 GH-CAMPGROUND    PIC X(25).
               10 GH-HOURS         PIC X(40).

       01 NOTICE-HIST-TABLE.
           05 NOTICE-HIST-ENTRY OCCURS 20000 TIMES
               INDEXED BY NH-INDEX.
               10 NT-CONFIRM-NUM   PIC X(18).
               10 NT-NOTICE        PIC XX.
               10 NT-ARRIVE-DATE   PIC 9(8).
               10 NT-AMEND-SEQ     PIC 9.
               10 NT-SENT-DATE     PIC 9(8).
               10 NT-DEPART-DATE   PIC 9(8).

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
         05 FILLER PIC X(20) VALUE SPACES.
         05 FILLER PIC X(28) VALUE "PRE-ARRIVAL NOTICES".
         05 FILLER PIC X(30) VALUE SPACES.
         05 FILLER PIC X(6) VALUE "PAGE: ".
         05 O-PCTR PIC X(2).

       01 NTC-FULL-LINE.
           05 FILLER            PIC X(50)  VALUE
              "TABLE FULL - NO NOTICES SENT, RUN LEFT OPEN".
           05 FILLER            PIC X(82)  VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.
       01 DASH-LINE        PIC X(132)      VALUE ALL "-".

       01 NTC-CONFIRM-LINE.
           05 FILLER            PIC X(20)  VALUE "CONFIRMATION NUMBER:".
           05 O-NTC-CONFIRM-NUM PIC X(18).
           05 FILLER            PIC X(94)  VALUE SPACES.

       01 NTC-NAME-LINE.
           05 O-NTC-NAME-LINE   PIC X(42).
           05 FILLER            PIC X(90)  VALUE SPACES.

       01 NTC-ADDR-LINE.
           05 O-NTC-ADDR        PIC X(30).
           05 FILLER            PIC X(102) VALUE SPACES.

       01 NTC-CSZ-LINE.
           05 O-NTC-CITY        PIC X(20).
           05 O-NTC-STATE       PIC X(3).
           05 O-NTC-ZIP         PIC X(10).
           05 FILLER            PIC X(99)  VALUE SPACES.

       01 NTC-GREETING-LINE.
           05 FILLER            PIC X(6)   VALUE "DEAR  ".
           05 O-NTC-NAME        PIC X(42).
           05 FILLER            PIC X(1)   VALUE ":".
           05 FILLER            PIC X(83)  VALUE SPACES.

       01 NTC-BODY-LINE-1.
           05 FILLER            PIC X(34)  VALUE
              "THIS IS A REMINDER THAT YOUR STAY".
           05 FILLER            PIC X(3)   VALUE "AT ".
           05 O-NTC-CAMPGROUND  PIC X(25).
           05 FILLER            PIC X(70)  VALUE SPACES.

       01 NTC-BODY-LINE-2.
           05 FILLER            PIC X(10)  VALUE "BEGINS IN ".
           05 O-NTC-DAYS        PIC Z9.
           05 FILLER            PIC X(6)   VALUE " DAYS.".
           05 FILLER            PIC X(114) VALUE SPACES.

       01 NTC-BODY-LINE-3.
           05 FILLER            PIC X(40)  VALUE
              "BEGINS ON THE ARRIVAL DATE SHOWN BELOW.".
           05 FILLER            PIC X(92)  VALUE SPACES.

       01 NTC-AMENDED-LINE.
           05 FILLER            PIC X(36)  VALUE
              "YOUR RESERVATION HAS BEEN CHANGED - ".
           05 FILLER            PIC X(26)  VALUE
              "THESE ARE YOUR NEW DATES.".
           05 FILLER            PIC X(70)  VALUE SPACES.

       01 NTC-UPDATED-LINE.
           05 FILLER            PIC X(32)  VALUE
              "YOUR BOOKING HAS BEEN UPDATED - ".
           05 FILLER            PIC X(24)  VALUE
              "PLEASE SEE THE DETAILS.".
           05 FILLER            PIC X(76)  VALUE SPACES.

       01 NTC-SITE-LINE.
           05 FILLER            PIC X(11)  VALUE "SITE:      ".
           05 O-NTC-SITE        PIC X(4).
           05 FILLER            PIC X(117) VALUE SPACES.

       01 NTC-DATE-LINE.
           05 FILLER            PIC X(11)  VALUE "ARRIVAL:   ".
           05 O-NTC-DATE        PIC 9(8).
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 FILLER            PIC X(11)  VALUE "DEPARTURE: ".
           05 O-NTC-END-DATE    PIC 9(8).
           05 FILLER            PIC X(90)  VALUE SPACES.

       01 NTC-BAL-LINE.
           05 FILLER            PIC X(16)  VALUE "BALANCE DUE:   $".
           05 O-NTC-BALANCE     PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(107) VALUE SPACES.

       01 NTC-HOURS-LINE.
           05 FILLER            PIC X(16)  VALUE "GATE HOURS:    ".
           05 O-NTC-HOURS       PIC X(40).
           05 FILLER            PIC X(76)  VALUE SPACES.

       01 NTC-CLOSING-LINE.
           05 FILLER            PIC X(48)  VALUE
              "WE LOOK FORWARD TO SEEING YOU AT YOUR CAMPSITE.".
           05 FILLER            PIC X(84)  VALUE SPACES.

       01 NTC-TOTAL-LINE.
           05 FILLER           PIC X(18)   VALUE "NOTICES  EXTRACT ".
           05 O-EXT-CTR        PIC ZZZ9.
           05 FILLER           PIC X(11)   VALUE "  PRINTED ".
           05 O-PRT-CTR        PIC ZZZ9.
           05 FILLER           PIC X(23)   VALUE
           "  FOR AMENDED BOOKINGS".
           05 O-FRESH-CTR      PIC ZZZ9.
           05 FILLER           PIC X(21)   VALUE
           "  RE-ISSUED TODAY ".
           05 O-RESENT-CTR     PIC ZZZ9.
           05 FILLER           PIC X(43)   VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL MORE-RECS = "NO".
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           PERFORM L3-RUN-CONTROL-START.
           MOVE WK-RUNCTL-RUN-ID TO O-RUN-ID.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CUR-YY TO O-CUR-YY.
           MOVE CUR-MM TO O-CUR-MM.
           MOVE CUR-DD TO O-CUR-DD.
           MOVE 3 TO WK-ADD-DAYS.
           PERFORM L3-CALC-HORIZON.
           MOVE WK-HORIZON-NUM TO WK-DATE-3.
           MOVE 14 TO WK-ADD-DAYS.
           PERFORM L3-CALC-HORIZON.
           MOVE WK-HORIZON-NUM TO WK-DATE-14.
           PERFORM L3-NOTE-CANDIDATES.
           PERFORM L3-LOAD-PAYMENTS.
           PERFORM L3-LOAD-GUESTS.
           PERFORM L3-LOAD-GATE-HOURS.
           PERFORM L3-LOAD-HISTORY.
           OPEN OUTPUT NOTICEOUT.
           PERFORM L3-HEADINGS.
           IF TABLE-FULL-SW = 'Y'
               WRITE NOTICELINE FROM NTC-FULL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "NO" TO MORE-RECS
           ELSE
               OPEN EXTEND NHISTOUT
               OPEN OUTPUT EXTOUT
               OPEN INPUT CURRPOSIN
               IF WK-CURRPOS-STATUS = '00'
                   PERFORM L3-READ
               ELSE
                   MOVE "NO" TO MORE-RECS
               END-IF
           END-IF.

       L2-MAINLINE.
           IF NOT VAL-RELEASED AND NOT VAL-CANCELLED
               PERFORM L3-NOTE-BOOKING-ROW
           END-IF.
           PERFORM L3-READ.

      * SUMS EVERY ROW INTO ITS CONFIRMATION NUMBER'S ENTRY - THE
      * NOTICES WAIT UNTIL L2-CLOSING, WHEN EVERY MEMBER OF A
      * MULTI-SITE BOOKING HAS BEEN SEEN. A ROW WITH NO ENTRY IS A
      * BOOKING THAT CANNOT BE DUE A NOTICE TONIGHT.
       L3-NOTE-BOOKING-ROW.
           MOVE O-CONFIRM-NUM TO WK-FIND-CONFIRM.
           PERFORM L5-FIND-BOOKING.
           IF BK-FOUND-SW = 'Y'
               IF BK-SEEN-SW(BK-INDEX) = 'Y'
                   ADD O-AMT TO BK-TOTAL-AMT(BK-INDEX)
                   MOVE '+' TO BK-SITE-FLAG(BK-INDEX)
                   IF O-DATE < BK-ARRIVE-DATE(BK-INDEX)
                       MOVE O-DATE TO BK-ARRIVE-DATE(BK-INDEX)
                   END-IF
                   IF O-END-DATE > BK-DEPART-DATE(BK-INDEX)
                       MOVE O-END-DATE TO BK-DEPART-DATE(BK-INDEX)
                   END-IF
               ELSE
                   MOVE 'Y' TO BK-SEEN-SW(BK-INDEX)
                   MOVE O-CAMPGROUND TO BK-CAMPGROUND(BK-INDEX)
                   MOVE O-SITE TO BK-SITE-CHARS(BK-INDEX)
                   MOVE SPACE TO BK-SITE-FLAG(BK-INDEX)
                   MOVE O-NAME TO BK-NAME(BK-INDEX)
                   MOVE O-GUEST-NUM TO BK-GUEST-NUM(BK-INDEX)
                   MOVE O-DATE TO BK-ARRIVE-DATE(BK-INDEX)
                   MOVE O-END-DATE TO BK-DEPART-DATE(BK-INDEX)
                   IF O-AMEND-SEQ NUMERIC
                       MOVE O-AMEND-SEQ TO BK-AMEND-SEQ(BK-INDEX)
                   ELSE
                       MOVE ZERO TO BK-AMEND-SEQ(BK-INDEX)
                   END-IF
                   MOVE O-AMT TO BK-TOTAL-AMT(BK-INDEX)
               END-IF
           END-IF.

      * A BOOKING IS ONLY EVER DUE A NOTICE WHEN ITS EARLIEST ARRIVAL
      * FALLS AFTER TODAY AND NO LATER THAN 14 DAYS OUT, SO IT MUST
      * HAVE A ROW ARRIVING IN THAT WINDOW. ONLY THOSE BOOKINGS GET
      * AN ENTRY - A FIRST PASS OVER THE CURRENT POSITION BEFORE
      * ANYTHING ELSE IS LOADED - AND ONLY THEIR PAYMENTS AND NOTICE
      * HISTORY ARE KEPT, SO THE TABLES SIZE TO TWO WEEKS OF
      * ARRIVALS, NOT TO EVERY BOOKING AND NOTICE EVER MADE.
       L3-NOTE-CANDIDATES.
           OPEN INPUT CURRPOSIN.
           IF WK-CURRPOS-STATUS = '00'
               PERFORM UNTIL WK-CURRPOS-STATUS NOT = '00'
                   READ CURRPOSIN
                   IF WK-CURRPOS-STATUS = '00'
                       AND NOT VAL-RELEASED AND NOT VAL-CANCELLED
                       AND O-DATE > CUR-DATE-NUM
                       AND O-DATE NOT > WK-DATE-14
                       PERFORM L4-NOTE-CANDIDATE
                   END-IF
               END-PERFORM
               CLOSE CURRPOSIN.

       L4-NOTE-CANDIDATE.
           MOVE O-CONFIRM-NUM TO WK-FIND-CONFIRM.
           PERFORM L5-FIND-BOOKING.
           IF BK-FOUND-SW NOT = 'Y'
               IF C-BK-CTR < 3000
                   ADD 1 TO C-BK-CTR
                   SET BK-INDEX TO C-BK-CTR
                   MOVE O-CONFIRM-NUM TO BK-CONFIRM-NUM(BK-INDEX)
                   MOVE 'N' TO BK-SEEN-SW(BK-INDEX)
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
               END-IF
           END-IF.

      * LEAVES BK-INDEX ON WK-FIND-CONFIRM'S ENTRY, WITH BK-FOUND-SW
      * SAYING WHETHER THERE IS ONE.
       L5-FIND-BOOKING.
           MOVE 'N' TO BK-FOUND-SW.
           PERFORM VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX > C-BK-CTR
                   OR BK-FOUND-SW = 'Y'
               IF BK-CONFIRM-NUM(BK-INDEX) = WK-FIND-CONFIRM
                   MOVE 'Y' TO BK-FOUND-SW
               END-IF
           END-PERFORM.
           IF BK-FOUND-SW = 'Y'
               SET BK-INDEX DOWN BY 1
           END-IF.

      * WHICH NOTICE, IF ANY, THE BOOKING IS DUE:
      *   - ARRIVING EXACTLY 14 OR 3 DAYS OUT, THAT NOTICE, UNLESS
      *     THE HISTORY ALREADY HOLDS IT FOR THESE DATES AND THIS
      *     AMENDMENT;
      *   - ARRIVING WITHIN 14 DAYS AFTER AN AMENDMENT SINCE ITS LAST
      *     NOTICE, A FRESH NOTICE AT ONCE (THE 3-DAY ONE IF IT IS
      *     THAT CLOSE).
      * A NOTICE THE HISTORY SAYS WENT OUT TODAY IS A CRASHED RUN'S -
      * IT IS WRITTEN AGAIN (THE OUTPUT FILES WERE LOST) BUT NOT
      * LOGGED TWICE.
       L3-CONSIDER-BOOKING.
           SET BK-INDEX TO C-BK-IDX.
           MOVE 'N' TO SEND-SW.
           EVALUATE TRUE
               WHEN BK-ARRIVE-DATE(BK-INDEX) NOT > CUR-DATE-NUM
                   CONTINUE
               WHEN BK-ARRIVE-DATE(BK-INDEX) > WK-DATE-14
                   CONTINUE
               WHEN BK-ARRIVE-DATE(BK-INDEX) > WK-DATE-3
                   MOVE '14' TO WK-NOTICE
                   PERFORM L4-CHECK-HISTORY
               WHEN OTHER
                   MOVE '03' TO WK-NOTICE
                   PERFORM L4-CHECK-HISTORY
           END-EVALUATE.
           IF SEND-SW = 'Y'
               PERFORM L4-SEND-NOTICE
           END-IF.

       L4-CHECK-HISTORY.
           MOVE 'N' TO LOGGED-SW.
           MOVE 'N' TO SENT-TODAY-SW.
           MOVE 'N' TO EARLIER-SEQ-SW.
           MOVE 'N' TO NEW-DATES-SW.
           PERFORM VARYING NH-INDEX FROM 1 BY 1
               UNTIL NH-INDEX > C-NH-CTR
               IF NT-CONFIRM-NUM(NH-INDEX) = BK-CONFIRM-NUM(BK-INDEX)
                   IF NT-AMEND-SEQ(NH-INDEX) = BK-AMEND-SEQ(BK-INDEX)
                       AND NT-ARRIVE-DATE(NH-INDEX) =
                           BK-ARRIVE-DATE(BK-INDEX)
                       AND NT-NOTICE(NH-INDEX) = WK-NOTICE
                       MOVE 'Y' TO LOGGED-SW
                       IF NT-SENT-DATE(NH-INDEX) = CUR-DATE-NUM
                           MOVE 'Y' TO SENT-TODAY-SW
                       END-IF
                   END-IF
                   IF NT-AMEND-SEQ(NH-INDEX) < BK-AMEND-SEQ(BK-INDEX)
                       MOVE 'Y' TO EARLIER-SEQ-SW
                       MOVE NT-ARRIVE-DATE(NH-INDEX) TO WK-LAST-ARRIVE
                       MOVE NT-DEPART-DATE(NH-INDEX) TO WK-LAST-DEPART
                   END-IF
               END-IF
           END-PERFORM.
           IF EARLIER-SEQ-SW = 'Y'
               IF WK-LAST-ARRIVE NOT = BK-ARRIVE-DATE(BK-INDEX)
                   MOVE 'Y' TO NEW-DATES-SW
               END-IF
               IF WK-LAST-DEPART NOT = ZERO
                   AND WK-LAST-DEPART NOT = BK-DEPART-DATE(BK-INDEX)
                   MOVE 'Y' TO NEW-DATES-SW
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN LOGGED-SW = 'Y'
                   IF SENT-TODAY-SW = 'Y'
                       MOVE 'Y' TO SEND-SW
                       ADD 1 TO C-RESENT-CTR
                   END-IF
               WHEN BK-ARRIVE-DATE(BK-INDEX) = WK-DATE-14
                   OR BK-ARRIVE-DATE(BK-INDEX) = WK-DATE-3
                   MOVE 'Y' TO SEND-SW
               WHEN EARLIER-SEQ-SW = 'Y'
                   MOVE 'Y' TO SEND-SW
                   ADD 1 TO C-FRESH-CTR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       L4-SEND-NOTICE.
           PERFORM L5-SUM-PAYMENTS.
           SUBTRACT WK-PAID-AMT FROM BK-TOTAL-AMT(BK-INDEX)
               GIVING WK-BALANCE.
           IF WK-BALANCE < ZERO
               MOVE ZERO TO WK-BALANCE.
           PERFORM L5-FIND-GATE-HOURS.
           PERFORM L5-FIND-GUEST.
           MOVE 'P' TO NHO-CHANNEL.
           IF GUEST-FOUND-SW = 'Y'
               IF GT-EMAIL(GUEST-INDEX) NOT = SPACES
                   OR GT-PHONE(GUEST-INDEX) NOT = SPACES
                   MOVE 'X' TO NHO-CHANNEL
               END-IF
           END-IF.
           IF NHO-CHANNEL = 'X'
               PERFORM L5-WRITE-EXTRACT
           ELSE
               PERFORM L5-PRINT-NOTICE
           END-IF.
           IF SENT-TODAY-SW NOT = 'Y'
               MOVE BK-CONFIRM-NUM(BK-INDEX) TO NHO-CONFIRM-NUM
               MOVE WK-NOTICE TO NHO-NOTICE
               MOVE BK-ARRIVE-DATE(BK-INDEX) TO NHO-ARRIVE-DATE
               MOVE BK-AMEND-SEQ(BK-INDEX) TO NHO-AMEND-SEQ
               MOVE CUR-DATE-NUM TO NHO-SENT-DATE
               MOVE BK-DEPART-DATE(BK-INDEX) TO NHO-DEPART-DATE
               WRITE NHO-REC
           END-IF.

       L5-WRITE-EXTRACT.
           MOVE WK-NOTICE TO EXT-NOTICE.
           MOVE BK-CONFIRM-NUM(BK-INDEX) TO EXT-CONFIRM-NUM.
           MOVE GT-GUEST-NUM(GUEST-INDEX) TO EXT-GUEST-NUM.
           MOVE GT-FNAME(GUEST-INDEX) TO EXT-FNAME.
           MOVE GT-LNAME(GUEST-INDEX) TO EXT-LNAME.
           MOVE GT-EMAIL(GUEST-INDEX) TO EXT-EMAIL.
           MOVE GT-PHONE(GUEST-INDEX) TO EXT-PHONE.
           MOVE BK-CAMPGROUND(BK-INDEX) TO EXT-CAMPGROUND.
           MOVE BK-SITE(BK-INDEX) TO EXT-SITE.
           MOVE BK-ARRIVE-DATE(BK-INDEX) TO EXT-ARRIVE-DATE.
           MOVE BK-DEPART-DATE(BK-INDEX) TO EXT-DEPART-DATE.
           MOVE WK-BALANCE TO EXT-BALANCE.
           MOVE WK-GATE-HOURS TO EXT-GATE-HOURS.
           WRITE EXT-REC.
           ADD 1 TO C-EXT-CTR.

       L5-PRINT-NOTICE.
           ADD 1 TO C-PRT-CTR.
           WRITE NOTICELINE FROM DASH-LINE
               AFTER ADVANCING 1 LINE.
           MOVE BK-CONFIRM-NUM(BK-INDEX) TO O-NTC-CONFIRM-NUM.
           WRITE NOTICELINE FROM NTC-CONFIRM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE NOTICELINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE BK-NAME(BK-INDEX) TO O-NTC-NAME-LINE.
           WRITE NOTICELINE FROM NTC-NAME-LINE
               AFTER ADVANCING 1 LINE.
           IF GUEST-FOUND-SW = 'Y'
               MOVE GT-ADDR(GUEST-INDEX) TO O-NTC-ADDR
               WRITE NOTICELINE FROM NTC-ADDR-LINE
                   AFTER ADVANCING 1 LINE
               MOVE GT-CITY(GUEST-INDEX) TO O-NTC-CITY
               MOVE GT-STATE(GUEST-INDEX) TO O-NTC-STATE
               MOVE GT-ZIP(GUEST-INDEX) TO O-NTC-ZIP
               WRITE NOTICELINE FROM NTC-CSZ-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE NOTICELINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE BK-NAME(BK-INDEX) TO O-NTC-NAME.
           WRITE NOTICELINE FROM NTC-GREETING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE BK-CAMPGROUND(BK-INDEX) TO O-NTC-CAMPGROUND.
           WRITE NOTICELINE FROM NTC-BODY-LINE-1
               AFTER ADVANCING 1 LINE.
           IF BK-ARRIVE-DATE(BK-INDEX) = WK-DATE-14
               OR BK-ARRIVE-DATE(BK-INDEX) = WK-DATE-3
               MOVE WK-NOTICE-DAYS TO O-NTC-DAYS
               WRITE NOTICELINE FROM NTC-BODY-LINE-2
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE NOTICELINE FROM NTC-BODY-LINE-3
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF EARLIER-SEQ-SW = 'Y'
               IF NEW-DATES-SW = 'Y'
                   WRITE NOTICELINE FROM NTC-AMENDED-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
                   WRITE NOTICELINE FROM NTC-UPDATED-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           WRITE NOTICELINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE BK-SITE(BK-INDEX) TO O-NTC-SITE.
           WRITE NOTICELINE FROM NTC-SITE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE BK-ARRIVE-DATE(BK-INDEX) TO O-NTC-DATE.
           MOVE BK-DEPART-DATE(BK-INDEX) TO O-NTC-END-DATE.
           WRITE NOTICELINE FROM NTC-DATE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WK-BALANCE TO O-NTC-BALANCE.
           WRITE NOTICELINE FROM NTC-BAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WK-GATE-HOURS TO O-NTC-HOURS.
           WRITE NOTICELINE FROM NTC-HOURS-LINE
               AFTER ADVANCING 1 LINE.
           WRITE NOTICELINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE NOTICELINE FROM NTC-CLOSING-LINE
               AFTER ADVANCING 1 LINE.

       L5-SUM-PAYMENTS.
           MOVE ZERO TO WK-PAID-AMT.
           PERFORM VARYING PAY-INDEX FROM 1 BY 1
               UNTIL PAY-INDEX > C-PAY-CTR
               IF PT-CONFIRM-NUM(PAY-INDEX) = BK-CONFIRM-NUM(BK-INDEX)
                   MOVE PT-PAID-AMT(PAY-INDEX) TO WK-PAID-AMT
               END-IF
           END-PERFORM.

      * THE CAMPGROUND'S OWN ROW WINS; FAILING THAT THE 'ALL' ROW;
      * FAILING THAT THE NOTICE GOES WITHOUT HOURS.
       L5-FIND-GATE-HOURS.
           MOVE SPACES TO WK-GATE-HOURS.
           PERFORM VARYING GH-INDEX FROM 1 BY 1
               UNTIL GH-INDEX > C-GH-CTR
               IF GH-CAMPGROUND(GH-INDEX) = 'ALL'
                   AND WK-GATE-HOURS = SPACES
                   MOVE GH-HOURS(GH-INDEX) TO WK-GATE-HOURS
               END-IF
           END-PERFORM.
           PERFORM VARYING GH-INDEX FROM 1 BY 1
               UNTIL GH-INDEX > C-GH-CTR
               IF GH-CAMPGROUND(GH-INDEX) = BK-CAMPGROUND(BK-INDEX)
                   MOVE GH-HOURS(GH-INDEX) TO WK-GATE-HOURS
               END-IF
           END-PERFORM.

      * LEAVES GUEST-INDEX ON THE BOOKING'S GUEST. A ROW FROM BEFORE
      * THE GUEST MASTER EXISTED (GUEST NUMBER ZERO) HAS NO CONTACT
      * DETAILS AND GETS A PRINTED NOTICE WITHOUT AN ADDRESS BLOCK,
      * THE SAME AS ITS CONFIRMATION LETTER.
       L5-FIND-GUEST.
           MOVE 'N' TO GUEST-FOUND-SW.
           IF BK-GUEST-NUM(BK-INDEX) NOT = ZERO
               PERFORM VARYING GUEST-INDEX FROM 1 BY 1
                   UNTIL GUEST-INDEX > C-GUEST-CTR
                       OR GUEST-FOUND-SW = 'Y'
                   IF GT-GUEST-NUM(GUEST-INDEX) =
                           BK-GUEST-NUM(BK-INDEX)
                       MOVE 'Y' TO GUEST-FOUND-SW
                   END-IF
               END-PERFORM
               IF GUEST-FOUND-SW = 'Y'
                   SET GUEST-INDEX DOWN BY 1
               END-IF
           END-IF.

       L3-READ.
           READ CURRPOSIN
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.

      * TODAY PLUS WK-ADD-DAYS, ROLLED PAST A MONTH/YEAR END THE SAME
      * WAY THE AGING REPORT (COBCMSCP11 L3-CALC-HORIZON) ROLLS IT.
       L3-CALC-HORIZON.
           ADD CUR-DATE-NUM TO WK-ADD-DAYS GIVING WK-HORIZON-NUM.
           IF WK-HOR-MM = 2
               DIVIDE WK-HOR-YYYY BY 4 GIVING C-LEFT-OVER REMAINDER
               C-LEFT-OVER
               IF C-LEFT-OVER = 0
                   IF WK-HOR-DD > 29
                       ADD 1 TO WK-HOR-MM
                       SUBTRACT 29 FROM WK-HOR-DD
                   END-IF
               ELSE
                   IF WK-HOR-DD > 28
                       ADD 1 TO WK-HOR-MM
                       SUBTRACT 28 FROM WK-HOR-DD
                   END-IF
               END-IF
           END-IF.
           IF WK-HOR-30-MM AND WK-HOR-DD > 30
               ADD 1 TO WK-HOR-MM
               SUBTRACT 30 FROM WK-HOR-DD.
           IF NOT WK-HOR-30-MM AND WK-HOR-MM NOT = 2
               AND WK-HOR-DD > 31
               ADD 1 TO WK-HOR-MM
               SUBTRACT 31 FROM WK-HOR-DD.
           IF WK-HOR-MM > 12
               ADD 1 TO WK-HOR-YYYY
               SUBTRACT 12 FROM WK-HOR-MM.

      * EVERY PAYMENT TYPE COUNTS, AS ON THE AGING REPORT. ONLY THE
      * BOOKINGS IN BOOKING-TABLE ARE SUMMED.
       L3-LOAD-PAYMENTS.
           OPEN INPUT PAYIN.
           IF WK-PAY-STATUS = '00'
               PERFORM UNTIL WK-PAY-STATUS NOT = '00'
                   READ PAYIN
                   IF WK-PAY-STATUS = '00'
                       MOVE PAY-CONFIRM-NUM TO WK-FIND-CONFIRM
                       PERFORM L5-FIND-BOOKING
                       IF BK-FOUND-SW = 'Y'
                           PERFORM L4-POST-PAYMENT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAYIN.

       L4-POST-PAYMENT.
           MOVE 'N' TO PAY-FOUND-SW.
           PERFORM VARYING PAY-INDEX FROM 1 BY 1
               UNTIL PAY-INDEX > C-PAY-CTR
               IF PT-CONFIRM-NUM(PAY-INDEX) = PAY-CONFIRM-NUM
                   MOVE 'Y' TO PAY-FOUND-SW
                   ADD PAY-AMT TO PT-PAID-AMT(PAY-INDEX)
               END-IF
           END-PERFORM.
           IF PAY-FOUND-SW NOT = 'Y'
               IF C-PAY-CTR < 3000
                   ADD 1 TO C-PAY-CTR
                   SET PAY-INDEX TO C-PAY-CTR
                   MOVE PAY-CONFIRM-NUM TO PT-CONFIRM-NUM(PAY-INDEX)
                   MOVE PAY-AMT TO PT-PAID-AMT(PAY-INDEX)
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
               END-IF
           END-IF.

       L3-LOAD-GUESTS.
           OPEN INPUT GUESTMST.
           IF WK-GUEST-STATUS = '00'
               PERFORM UNTIL WK-GUEST-STATUS NOT = '00'
                   READ GUESTMST
                   IF WK-GUEST-STATUS = '00' AND C-GUEST-CTR < 2000
                       ADD 1 TO C-GUEST-CTR
                       SET GUEST-INDEX TO C-GUEST-CTR
                       MOVE GST-GUEST-NUM TO GT-GUEST-NUM(GUEST-INDEX)
                       MOVE GST-LNAME TO GT-LNAME(GUEST-INDEX)
                       MOVE GST-FNAME TO GT-FNAME(GUEST-INDEX)
                       MOVE GST-ADDR TO GT-ADDR(GUEST-INDEX)
                       MOVE GST-CITY TO GT-CITY(GUEST-INDEX)
                       MOVE GST-STATE TO GT-STATE(GUEST-INDEX)
                       MOVE GST-ZIP TO GT-ZIP(GUEST-INDEX)
                       MOVE GST-PHONE TO GT-PHONE(GUEST-INDEX)
                       MOVE GST-EMAIL TO GT-EMAIL(GUEST-INDEX)
                   END-IF
               END-PERFORM
               CLOSE GUESTMST.

       L3-LOAD-GATE-HOURS.
           OPEN INPUT GATEHRSIN.
           IF WK-GATEHRS-STATUS = '00'
               PERFORM UNTIL WK-GATEHRS-STATUS NOT = '00'
                   READ GATEHRSIN
                   IF WK-GATEHRS-STATUS = '00' AND C-GH-CTR < 20
                       ADD 1 TO C-GH-CTR
                       SET GH-INDEX TO C-GH-CTR
                       MOVE GHR-CAMPGROUND TO GH-CAMPGROUND(GH-INDEX)
                       MOVE GHR-HOURS TO GH-HOURS(GH-INDEX)
                   END-IF
               END-PERFORM
               CLOSE GATEHRSIN.

      * ONLY THE NOTICES SENT TO BOOKINGS IN BOOKING-TABLE ARE
      * KEPT - NO OTHER BOOKING IS CONSIDERED TONIGHT.
       L3-LOAD-HISTORY.
           OPEN INPUT NHISTIN.
           IF WK-NHIST-STATUS = '00'
               PERFORM UNTIL WK-NHIST-STATUS NOT = '00'
                   READ NHISTIN
                   IF WK-NHIST-STATUS = '00'
                       MOVE NH-CONFIRM-NUM TO WK-FIND-CONFIRM
                       PERFORM L5-FIND-BOOKING
                       IF BK-FOUND-SW = 'Y'
                           PERFORM L4-HOLD-HISTORY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NHISTIN.

       L4-HOLD-HISTORY.
           IF C-NH-CTR < 20000
               ADD 1 TO C-NH-CTR
               SET NH-INDEX TO C-NH-CTR
               MOVE NH-CONFIRM-NUM TO NT-CONFIRM-NUM(NH-INDEX)
               MOVE NH-NOTICE TO NT-NOTICE(NH-INDEX)
               MOVE NH-ARRIVE-DATE TO NT-ARRIVE-DATE(NH-INDEX)
               MOVE NH-AMEND-SEQ TO NT-AMEND-SEQ(NH-INDEX)
               MOVE NH-SENT-DATE TO NT-SENT-DATE(NH-INDEX)
               IF NH-DEPART-DATE NUMERIC
                   MOVE NH-DEPART-DATE TO NT-DEPART-DATE(NH-INDEX)
               ELSE
                   MOVE ZERO TO NT-DEPART-DATE(NH-INDEX)
               END-IF
           ELSE
               MOVE 'Y' TO TABLE-FULL-SW
           END-IF.

      * A CRASHED RUN ('R') MAY BE RERUN - ITS NOTICES ARE WRITTEN
      * AGAIN FROM THE HISTORY (SEE L3-CONSIDER-BOOKING). A RUN
      * ALREADY COMPLETED TODAY ('D') MAY NOT.
       L3-RUN-CONTROL-START.
           MOVE 'S' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
           EVALUATE WK-RUNCTL-RESP
               WHEN 'G'
               WHEN 'R'
                   CONTINUE
               WHEN 'D'
                   DISPLAY 'COBCMSCP30 NOTICES ALREADY SENT TODAY - '
                       'RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'COBCMSCP30 REFUSED - CURRENT POSITION '
                       '(COBCMSCP21) HAS NOT COMPLETED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       L3-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE NOTICELINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE NOTICELINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.

      * A FULL TABLE LEAVES THE EXTRACT AND THE HISTORY UNOPENED AND
      * RUN CONTROL WITHOUT ITS END RECORD, SO THE RUN IS SIMPLY
      * RERUN ONCE THE TABLE IS WIDENED.
       L2-CLOSING.
           IF TABLE-FULL-SW = 'Y'
               CLOSE NOTICEOUT
               DISPLAY 'COBCMSCP30 TABLE FULL - NO NOTICES SENT'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM L3-SEND-NOTICES
           END-IF.

       L3-SEND-NOTICES.
           IF WK-CURRPOS-STATUS NOT = '35'
               CLOSE CURRPOSIN.
           PERFORM L3-CONSIDER-BOOKING
               VARYING C-BK-IDX FROM 1 BY 1
               UNTIL C-BK-IDX > C-BK-CTR.
           MOVE C-EXT-CTR TO O-EXT-CTR.
           MOVE C-PRT-CTR TO O-PRT-CTR.
           MOVE C-FRESH-CTR TO O-FRESH-CTR.
           MOVE C-RESENT-CTR TO O-RESENT-CTR.
           WRITE NOTICELINE FROM DASH-LINE
               AFTER ADVANCING 1 LINE.
           WRITE NOTICELINE FROM NTC-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE NHISTOUT.
           CLOSE EXTOUT.
           CLOSE NOTICEOUT.
           MOVE 'E' TO WK-RUNCTL-OP.
           CALL 'RUNCTL001' USING WK-RUNCTL-OP, WK-RUNCTL-PROGRAM,
               WK-RUNCTL-PRED, WK-RUNCTL-INPUT, WK-RUNCTL-RUN-ID,
               WK-RUNCTL-RESP.
