       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCMSCP33.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * CHANGE JOURNAL REPORTS. READS THE SHARED CHANGE JOURNAL
      * (CHGJRNL.DAT, WRITTEN THROUGH CHGJ001 BY EVERY FEED PROGRAM)
      * AND PRINTS TWO REPORTS:
      *   CHGINQ.PRT - CONFIRMATION HISTORY. FOR EACH CONFIRMATION
      *                NUMBER ON THE INQUIRY FILE (CHGINQ.DAT, ONE
      *                PER LINE) EVERY JOURNAL ROW FOR IT, IN THE
      *                ORDER THE CHANGES WERE MADE, WHATEVER PROGRAM
      *                MADE THEM - ONE PAGE PER CONFIRMATION.
      *   OPRACT.PRT - OPERATOR ACTIVITY FOR SUPERVISORS. ONE PAGE
      *                PER OPERATOR ON OPERATOR.DAT (ACTIVE OR NOT)
      *                LISTING EVERYTHING THEY KEYED, THEN A PAGE OF
      *                CHANGES THE RUNS MADE ON THEIR OWN (NO
      *                OPERATOR), THEN ANY ROWS WHOSE OPERATOR IS NO
      *                LONGER ON THE FILE, THEN A SUMMARY PAGE OF
      *                CHANGE COUNTS.
      * THE JOURNAL IS NEVER COMPACTED, SO IT IS NEVER HELD WHOLE -
      * THE HISTORY KEEPS ONLY THE ROWS FOR THE CONFIRMATIONS ASKED
      * ABOUT, AND THE ACTIVITY REPORT SORTS THE JOURNAL INTO PAGE
      * ORDER.
      * RUN ON REQUEST - IT CHANGES NOTHING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGJIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CHGJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CHGJ-STATUS.
           SELECT OPERFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\OPERATOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-OPER-STATUS.
           SELECT INQIN
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP33\CHGINQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-INQ-STATUS.
           SELECT INQOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP33\CHGINQ.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT ACTOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP33\OPRACT.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT JRNWORK
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP33\SRTWORK.TMP".

       DATA DIVISION.
       FILE SECTION.

       FD CHGJIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CJ-REC.

       COPY 'CHGJ.CPY'.

       FD OPERFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS OPR-REC.

       COPY 'OPER.CPY'.

       FD INQIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS INQ-REC.

       01 INQ-REC.
           05 INQ-CONFIRM-NUM      PIC X(18).

      * SORT WORK RECORD - THE PAGE THE ROW PRINTS ON, THEN THE
      * JOURNAL ROW ITSELF IN THE CJ-REC LAYOUT. PAGES ARE NUMBERED
      * 1 UP IN OPERATOR.DAT ORDER, THEN THE RUNS' OWN PAGE, THEN THE
      * OFF-FILE PAGE.
       SD JRNWORK.

       01 SRT-JRN-REC.
           05 SRT-GROUP            PIC 9(4).
           05 SRT-CJ-REC.
               10 SRT-DATE         PIC 9(8).
               10 SRT-RUN-ID       PIC 9(11).
               10 SRT-PROGRAM      PIC X(10).
               10 SRT-OPERATOR     PIC X(8).
               10 SRT-CONFIRM-NUM  PIC X(18).
               10 SRT-GUEST-NUM    PIC 9(6).
               10 SRT-ACTION       PIC X(30).

       FD INQOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS INQLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 INQLINE PIC X(132).

       FD ACTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ACTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 ACTLINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-CHGJ-STATUS   PIC XX      VALUE SPACES.
           05 WK-OPER-STATUS   PIC XX      VALUE SPACES.
           05 WK-INQ-STATUS    PIC XX      VALUE SPACES.
      * SET WHEN THE REQUESTS, THE OPERATORS OR THE HISTORY ROWS
      * OUTGROW THEIR TABLE - NEITHER REPORT IS PRINTED, SINCE A
      * HISTORY MISSING ROWS WOULD LOOK COMPLETE, AND THE RUN ENDS
      * WITH A BAD RETURN CODE.
           05 TABLE-FULL-SW    PIC X       VALUE 'N'.
           05 OPER-FILE-SW     PIC X       VALUE 'N'.
           05 SORT-EOF-SW      PIC X       VALUE 'N'.
           05 FOUND-SW         PIC X       VALUE 'N'.
           05 C-JRN-CTR        PIC 9(7)    VALUE ZERO.
           05 C-HIST-CTR       PIC 9(5)    VALUE ZERO.
           05 C-INQ-CTR        PIC 9(4)    VALUE ZERO.
           05 C-INQ-IDX        PIC 9(4)    VALUE ZERO.
           05 C-ROW-CTR        PIC 9(7)    VALUE ZERO.
           05 C-OPER-CTR       PIC 9(4)    VALUE ZERO.
           05 C-SYSTEM-CTR     PIC 9(7)    VALUE ZERO.
           05 C-OFFFILE-CTR    PIC 9(7)    VALUE ZERO.
           05 C-KEYED-CTR      PIC 9(7)    VALUE ZERO.
      * ACTIVITY PAGE NUMBERS - SEE SRT-GROUP.
           05 C-GROUP          PIC 9(4)    VALUE ZERO.
           05 C-SYSTEM-GROUP   PIC 9(4)    VALUE ZERO.
           05 C-OFFFILE-GROUP  PIC 9(4)    VALUE ZERO.
           05 WK-INQ-CONFIRM   PIC X(18)   VALUE SPACES.

      * THE CONFIRMATION NUMBERS ASKED ABOUT, IN CHGINQ.DAT ORDER.
       01 INQUIRY-TABLE.
           05 INQ-ENTRY OCCURS 500 TIMES INDEXED BY INQ-INDEX.
               10 IQ-CONFIRM-NUM   PIC X(18).

      * THE JOURNAL ROWS FOR THE CONFIRMATIONS ASKED ABOUT, IN FILE
      * ORDER - WHICH IS THE ORDER THE CHANGES WERE MADE.
       01 JOURNAL-TABLE.
           05 JOURNAL-ENTRY OCCURS 6000 TIMES INDEXED BY JRN-INDEX.
               10 JE-DATE          PIC 9(8).
               10 JE-RUN-ID        PIC 9(11).
               10 JE-PROGRAM       PIC X(10).
               10 JE-OPERATOR      PIC X(8).
               10 JE-CONFIRM-NUM   PIC X(18).
               10 JE-GUEST-NUM     PIC 9(6).
               10 JE-ACTION        PIC X(30).

      * OPERATOR.DAT IN FILE ORDER - THE ACTIVITY PAGES AND THE
      * SUMMARY LINES.
       01 OPER-COUNT-TABLE.
           05 OPER-COUNT-ENTRY OCCURS 500 TIMES INDEXED BY OPC-INDEX.
               10 OC-ID            PIC X(8).
               10 OC-NAME          PIC X(30).
               10 OC-STATUS        PIC X.
               10 OC-COUNT         PIC 9(7).

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
         05 FILLER PIC X(34) VALUE SPACES.
         05 O-TITLE  PIC X(36) VALUE "CONFIRMATION CHANGE HISTORY".
         05 FILLER PIC X(28) VALUE SPACES.
         05 FILLER PIC X(6) VALUE "PAGE: ".
         05 O-PCTR PIC X(2).

       01 INQ-HEAD-LINE.
           05 FILLER           PIC X(14)   VALUE "CONFIRMATION #".
           05 O-H-CONFIRM-NUM  PIC X(18).
           05 FILLER           PIC X(100)  VALUE SPACES.

       01 OPER-HEAD-LINE.
           05 FILLER           PIC X(10)   VALUE "OPERATOR: ".
           05 O-H-OPER-ID      PIC X(8).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-H-OPER-NAME    PIC X(30).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-H-OPER-STATUS  PIC X(8).
           05 FILLER           PIC X(72)   VALUE SPACES.

       01 SYSTEM-HEAD-LINE.
           05 FILLER           PIC X(50)   VALUE
           "CHANGES MADE BY THE RUNS THEMSELVES (NO OPERATOR)".
           05 FILLER           PIC X(82)   VALUE SPACES.

       01 OFFFILE-HEAD-LINE.
           05 FILLER           PIC X(50)   VALUE
           "CHANGES BY OPERATORS NO LONGER ON OPERATOR.DAT".
           05 FILLER           PIC X(82)   VALUE SPACES.

       01 JRN-COL-LINE.
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(13) VALUE "RUN ID".
           05 FILLER PIC X(12) VALUE "PROGRAM".
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(20) VALUE "CONFIRMATION".
           05 FILLER PIC X(8)  VALUE "GUEST".
           05 FILLER PIC X(30) VALUE "ACTION".
           05 FILLER PIC X(29) VALUE SPACES.

       01 JRN-DETAIL-LINE.
           05 O-D-DATE         PIC 9(8).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-D-RUN-ID       PIC 9(11).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-D-PROGRAM      PIC X(10).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-D-OPERATOR     PIC X(8).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-D-CONFIRM-NUM  PIC X(18).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-D-GUEST-NUM    PIC ZZZZZ9.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-D-ACTION       PIC X(30).
           05 FILLER           PIC X(29)   VALUE SPACES.

       01 COUNT-LINE.
           05 FILLER           PIC X(20)   VALUE "  CHANGES LISTED:".
           05 O-C-COUNT        PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(103)  VALUE SPACES.

       01 NONE-LINE.
           05 FILLER           PIC X(40)   VALUE
           "  NO CHANGES ON THE JOURNAL".
           05 FILLER           PIC X(92)   VALUE SPACES.

       01 SUM-COL-LINE.
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(10) VALUE "STATUS".
           05 FILLER PIC X(8)  VALUE " CHANGES".
           05 FILLER PIC X(72) VALUE SPACES.

       01 SUM-DETAIL-LINE.
           05 O-S-OPER-ID      PIC X(8).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-S-OPER-NAME    PIC X(30).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-S-OPER-STATUS  PIC X(8).
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-S-COUNT        PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(71)   VALUE SPACES.

       01 SUM-TOTAL-LINE.
           05 O-T-LABEL        PIC X(52).
           05 O-T-COUNT        PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(71)   VALUE SPACES.

       01 NOINQ-LINE.
           05 FILLER   PIC X(70)  VALUE
           "CHGINQ.DAT MISSING OR EMPTY - NO CONFIRMATIONS REQUESTED".
           05 FILLER   PIC X(62)  VALUE SPACES.

       01 NOOPER-LINE.
           05 FILLER   PIC X(70)  VALUE
           "OPERATOR.DAT MISSING - KEYED CHANGES LISTED AS OFF FILE".
           05 FILLER   PIC X(62)  VALUE SPACES.

       01 FULL-LINE.
           05 FILLER   PIC X(70)  VALUE
           "A TABLE FILLED - NOTHING PRINTED".
           05 FILLER   PIC X(62)  VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           IF TABLE-FULL-SW NOT = 'Y'
               PERFORM L2-PRINT-INQUIRIES
               SORT JRNWORK ON ASCENDING KEY SRT-GROUP
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS L2-RELEASE-JOURNAL THRU
                       L2-RELEASE-JOURNAL-EXIT
                   OUTPUT PROCEDURE IS L2-PRINT-ACTIVITY THRU
                       L2-PRINT-ACTIVITY-EXIT
           END-IF.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           OPEN OUTPUT INQOUT.
           OPEN OUTPUT ACTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CUR-YY TO O-CUR-YY.
           MOVE CUR-MM TO O-CUR-MM.
           MOVE CUR-DD TO O-CUR-DD.
           PERFORM L3-LOAD-INQUIRIES.
           PERFORM L3-LOAD-OPERATORS.
           IF TABLE-FULL-SW NOT = 'Y'
               PERFORM L3-LOAD-JOURNAL
           END-IF.

       L3-LOAD-INQUIRIES.
           OPEN INPUT INQIN.
           IF WK-INQ-STATUS = '00'
               PERFORM UNTIL WK-INQ-STATUS NOT = '00'
                   READ INQIN
                   IF WK-INQ-STATUS = '00'
                       AND INQ-CONFIRM-NUM NOT = SPACES
                       IF C-INQ-CTR < 500
                           ADD 1 TO C-INQ-CTR
                           SET INQ-INDEX TO C-INQ-CTR
                           MOVE INQ-CONFIRM-NUM
                               TO IQ-CONFIRM-NUM(INQ-INDEX)
                       ELSE
                           MOVE 'Y' TO TABLE-FULL-SW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE INQIN.

      * OPERATORS IN OPERATOR.DAT ORDER, INACTIVE ONES INCLUDED -
      * A SUPERVISOR LOOKING INTO SOMEONE WHO HAS LEFT STILL NEEDS
      * THEIR HISTORY.
       L3-LOAD-OPERATORS.
           OPEN INPUT OPERFILE.
           IF WK-OPER-STATUS = '00'
               MOVE 'Y' TO OPER-FILE-SW
               PERFORM UNTIL WK-OPER-STATUS NOT = '00'
                   READ OPERFILE
                   IF WK-OPER-STATUS = '00'
                       AND OPR-ID NOT = SPACES
                       IF C-OPER-CTR < 500
                           ADD 1 TO C-OPER-CTR
                           SET OPC-INDEX TO C-OPER-CTR
                           MOVE OPR-ID TO OC-ID(OPC-INDEX)
                           MOVE OPR-NAME TO OC-NAME(OPC-INDEX)
                           MOVE OPR-STATUS TO OC-STATUS(OPC-INDEX)
                           MOVE ZERO TO OC-COUNT(OPC-INDEX)
                       ELSE
                           MOVE 'Y' TO TABLE-FULL-SW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OPERFILE.
           COMPUTE C-SYSTEM-GROUP = C-OPER-CTR + 1.
           COMPUTE C-OFFFILE-GROUP = C-OPER-CTR + 2.

      * A MISSING JOURNAL IS AN EMPTY ONE - EVERY INQUIRY SIMPLY
      * COMES BACK WITH NO CHANGES.
       L3-LOAD-JOURNAL.
           OPEN INPUT CHGJIN.
           IF WK-CHGJ-STATUS = '00'
               PERFORM UNTIL WK-CHGJ-STATUS NOT = '00'
                   READ CHGJIN
                   IF WK-CHGJ-STATUS = '00'
                       AND CJ-CONFIRM-NUM NOT = SPACES
                       PERFORM L4-HOLD-IF-ASKED
                   END-IF
               END-PERFORM
               CLOSE CHGJIN.

       L4-HOLD-IF-ASKED.
           MOVE 'N' TO FOUND-SW.
           PERFORM VARYING INQ-INDEX FROM 1 BY 1
               UNTIL INQ-INDEX > C-INQ-CTR
                   OR FOUND-SW = 'Y'
               IF IQ-CONFIRM-NUM(INQ-INDEX) = CJ-CONFIRM-NUM
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
           IF FOUND-SW = 'Y'
               IF C-HIST-CTR < 6000
                   ADD 1 TO C-HIST-CTR
                   SET JRN-INDEX TO C-HIST-CTR
                   MOVE CJ-DATE TO JE-DATE(JRN-INDEX)
                   MOVE CJ-RUN-ID TO JE-RUN-ID(JRN-INDEX)
                   MOVE CJ-PROGRAM TO JE-PROGRAM(JRN-INDEX)
                   MOVE CJ-OPERATOR TO JE-OPERATOR(JRN-INDEX)
                   MOVE CJ-CONFIRM-NUM TO JE-CONFIRM-NUM(JRN-INDEX)
                   MOVE CJ-GUEST-NUM TO JE-GUEST-NUM(JRN-INDEX)
                   MOVE CJ-ACTION TO JE-ACTION(JRN-INDEX)
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
               END-IF
           END-IF.

      * ONE PAGE PER REQUESTED CONFIRMATION. A CONFIRMATION WITH NO
      * JOURNAL ROWS STILL GETS ITS PAGE SO THE ASKER SEES IT WAS
      * LOOKED FOR.
       L2-PRINT-INQUIRIES.
           MOVE "CONFIRMATION CHANGE HISTORY" TO O-TITLE.
           MOVE ZERO TO C-PCTR.
           PERFORM L3-PRINT-INQUIRY
               VARYING C-INQ-IDX FROM 1 BY 1
               UNTIL C-INQ-IDX > C-INQ-CTR.
           IF C-INQ-CTR = ZERO
               PERFORM L3-INQ-HEADINGS
               WRITE INQLINE FROM NOINQ-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L3-PRINT-INQUIRY.
           SET INQ-INDEX TO C-INQ-IDX.
           MOVE IQ-CONFIRM-NUM(INQ-INDEX) TO WK-INQ-CONFIRM.
           PERFORM L3-INQ-HEADINGS.
           MOVE WK-INQ-CONFIRM TO O-H-CONFIRM-NUM.
           WRITE INQLINE FROM INQ-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE INQLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE INQLINE FROM JRN-COL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO C-ROW-CTR.
           PERFORM VARYING JRN-INDEX FROM 1 BY 1
               UNTIL JRN-INDEX > C-HIST-CTR
               IF JE-CONFIRM-NUM(JRN-INDEX) = WK-INQ-CONFIRM
                   ADD 1 TO C-ROW-CTR
                   PERFORM L4-FORMAT-DETAIL
                   WRITE INQLINE FROM JRN-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           IF C-ROW-CTR = ZERO
               WRITE INQLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE C-ROW-CTR TO O-C-COUNT
               WRITE INQLINE FROM COUNT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       L3-INQ-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE INQLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE INQLINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.

       L4-FORMAT-DETAIL.
           MOVE JE-DATE(JRN-INDEX) TO O-D-DATE.
           MOVE JE-RUN-ID(JRN-INDEX) TO O-D-RUN-ID.
           MOVE JE-PROGRAM(JRN-INDEX) TO O-D-PROGRAM.
           MOVE JE-OPERATOR(JRN-INDEX) TO O-D-OPERATOR.
           MOVE JE-CONFIRM-NUM(JRN-INDEX) TO O-D-CONFIRM-NUM.
           MOVE JE-GUEST-NUM(JRN-INDEX) TO O-D-GUEST-NUM.
           MOVE JE-ACTION(JRN-INDEX) TO O-D-ACTION.

      * EVERY JOURNAL ROW IS RELEASED UNDER THE PAGE IT PRINTS ON -
      * THE FIRST OPERATOR.DAT ENTRY WITH ITS OPERATOR ID, THE RUNS'
      * OWN PAGE WHEN IT HAS NO OPERATOR, OTHERWISE THE OFF-FILE
      * PAGE. THE SORT KEEPS EACH PAGE'S ROWS IN FILE ORDER.
       L2-RELEASE-JOURNAL.
           OPEN INPUT CHGJIN.
           IF WK-CHGJ-STATUS = '00'
               PERFORM UNTIL WK-CHGJ-STATUS NOT = '00'
                   READ CHGJIN
                   IF WK-CHGJ-STATUS = '00'
                       ADD 1 TO C-JRN-CTR
                       PERFORM L3-RELEASE-ROW
                   END-IF
               END-PERFORM
               CLOSE CHGJIN.

       L2-RELEASE-JOURNAL-EXIT.
           EXIT.

       L3-RELEASE-ROW.
           IF CJ-OPERATOR = SPACES
               MOVE C-SYSTEM-GROUP TO SRT-GROUP
           ELSE
               MOVE C-OFFFILE-GROUP TO SRT-GROUP
               MOVE 'N' TO FOUND-SW
               PERFORM VARYING OPC-INDEX FROM 1 BY 1
                   UNTIL OPC-INDEX > C-OPER-CTR
                       OR FOUND-SW = 'Y'
                   IF OC-ID(OPC-INDEX) = CJ-OPERATOR
                       MOVE 'Y' TO FOUND-SW
                       SET SRT-GROUP TO OPC-INDEX
                   END-IF
               END-PERFORM
           END-IF.
           MOVE CJ-REC TO SRT-CJ-REC.
           RELEASE SRT-JRN-REC.

      * THE ROWS COME BACK A PAGE AT A TIME, IN PAGE ORDER. EVERY
      * OPERATOR GETS A PAGE EVEN WITH NOTHING ON IT, AS DOES THE
      * RUNS' OWN PAGE; THE OFF-FILE PAGE ONLY PRINTS WHEN THERE IS
      * SOMETHING TO SHOW.
       L2-PRINT-ACTIVITY.
           MOVE "OPERATOR ACTIVITY" TO O-TITLE.
           MOVE ZERO TO C-PCTR.
           IF OPER-FILE-SW NOT = 'Y'
               PERFORM L3-ACT-HEADINGS
               WRITE ACTLINE FROM NOOPER-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM L4-RETURN-ROW.
           PERFORM L3-PRINT-OPERATOR
               VARYING C-GROUP FROM 1 BY 1
               UNTIL C-GROUP > C-OPER-CTR.
           PERFORM L3-PRINT-SYSTEM.
           PERFORM L3-PRINT-OFF-FILE.
           PERFORM L3-PRINT-SUMMARY.

       L2-PRINT-ACTIVITY-EXIT.
           EXIT.

       L3-PRINT-OPERATOR.
           SET OPC-INDEX TO C-GROUP.
           PERFORM L3-ACT-HEADINGS.
           MOVE OC-ID(OPC-INDEX) TO O-H-OPER-ID.
           MOVE OC-NAME(OPC-INDEX) TO O-H-OPER-NAME.
           IF OC-STATUS(OPC-INDEX) = 'A'
               MOVE 'ACTIVE' TO O-H-OPER-STATUS
           ELSE
               MOVE 'INACTIVE' TO O-H-OPER-STATUS
           END-IF.
           WRITE ACTLINE FROM OPER-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ACTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ACTLINE FROM JRN-COL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L4-PRINT-GROUP-ROWS.
           ADD C-ROW-CTR TO C-KEYED-CTR.
           MOVE C-ROW-CTR TO OC-COUNT(OPC-INDEX).

      * PRINTS THE ROWS COMING BACK FOR PAGE C-GROUP AND COUNTS THEM
      * IN C-ROW-CTR. SHARED BY THE OPERATOR PAGES, THE RUNS' OWN
      * PAGE AND THE OFF-FILE PAGE.
       L4-PRINT-GROUP-ROWS.
           MOVE ZERO TO C-ROW-CTR.
           PERFORM L5-PRINT-SORTED-ROW
               UNTIL SORT-EOF-SW = 'Y'
                   OR SRT-GROUP NOT = C-GROUP.
           IF C-ROW-CTR = ZERO
               WRITE ACTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE C-ROW-CTR TO O-C-COUNT
               WRITE ACTLINE FROM COUNT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       L5-PRINT-SORTED-ROW.
           ADD 1 TO C-ROW-CTR.
           MOVE SRT-DATE TO O-D-DATE.
           MOVE SRT-RUN-ID TO O-D-RUN-ID.
           MOVE SRT-PROGRAM TO O-D-PROGRAM.
           MOVE SRT-OPERATOR TO O-D-OPERATOR.
           MOVE SRT-CONFIRM-NUM TO O-D-CONFIRM-NUM.
           MOVE SRT-GUEST-NUM TO O-D-GUEST-NUM.
           MOVE SRT-ACTION TO O-D-ACTION.
           WRITE ACTLINE FROM JRN-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L4-RETURN-ROW.

       L4-RETURN-ROW.
           RETURN JRNWORK
               AT END
                   MOVE 'Y' TO SORT-EOF-SW.

       L3-PRINT-SYSTEM.
           PERFORM L3-ACT-HEADINGS.
           WRITE ACTLINE FROM SYSTEM-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ACTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ACTLINE FROM JRN-COL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-SYSTEM-GROUP TO C-GROUP.
           PERFORM L4-PRINT-GROUP-ROWS.
           MOVE C-ROW-CTR TO C-SYSTEM-CTR.

      * WHATEVER NO OPERATOR PAGE CLAIMED - ONLY PRINTED WHEN THERE
      * IS SOMETHING TO SHOW.
       L3-PRINT-OFF-FILE.
           MOVE ZERO TO C-OFFFILE-CTR.
           IF SORT-EOF-SW NOT = 'Y'
               PERFORM L3-ACT-HEADINGS
               WRITE ACTLINE FROM OFFFILE-HEAD-LINE
                   AFTER ADVANCING 1 LINE
               WRITE ACTLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
               WRITE ACTLINE FROM JRN-COL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE C-OFFFILE-GROUP TO C-GROUP
               PERFORM L4-PRINT-GROUP-ROWS
               MOVE C-ROW-CTR TO C-OFFFILE-CTR
           END-IF.

       L3-PRINT-SUMMARY.
           PERFORM L3-ACT-HEADINGS.
           WRITE ACTLINE FROM SUM-COL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING OPC-INDEX FROM 1 BY 1
               UNTIL OPC-INDEX > C-OPER-CTR
               MOVE OC-ID(OPC-INDEX) TO O-S-OPER-ID
               MOVE OC-NAME(OPC-INDEX) TO O-S-OPER-NAME
               IF OC-STATUS(OPC-INDEX) = 'A'
                   MOVE 'ACTIVE' TO O-S-OPER-STATUS
               ELSE
                   MOVE 'INACTIVE' TO O-S-OPER-STATUS
               END-IF
               MOVE OC-COUNT(OPC-INDEX) TO O-S-COUNT
               WRITE ACTLINE FROM SUM-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE 'KEYED BY OPERATORS ON FILE' TO O-T-LABEL.
           MOVE C-KEYED-CTR TO O-T-COUNT.
           WRITE ACTLINE FROM SUM-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'MADE BY THE RUNS (NO OPERATOR)' TO O-T-LABEL.
           MOVE C-SYSTEM-CTR TO O-T-COUNT.
           WRITE ACTLINE FROM SUM-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BY OPERATORS NO LONGER ON FILE' TO O-T-LABEL.
           MOVE C-OFFFILE-CTR TO O-T-COUNT.
           WRITE ACTLINE FROM SUM-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL CHANGES ON THE JOURNAL' TO O-T-LABEL.
           MOVE C-JRN-CTR TO O-T-COUNT.
           WRITE ACTLINE FROM SUM-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       L3-ACT-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE ACTLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE ACTLINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.

      * ON A REFUSED RUN BOTH REPORTS CARRY ONLY THE REASON.
       L2-CLOSING.
           IF TABLE-FULL-SW = 'Y'
               MOVE 1 TO C-PCTR
               MOVE C-PCTR TO O-PCTR
               MOVE "CONFIRMATION CHANGE HISTORY" TO O-TITLE
               WRITE INQLINE FROM TITLE-LINE
                 AFTER ADVANCING PAGE
               WRITE INQLINE FROM FULL-LINE
                 AFTER ADVANCING 2 LINES
               MOVE "OPERATOR ACTIVITY" TO O-TITLE
               WRITE ACTLINE FROM TITLE-LINE
                 AFTER ADVANCING PAGE
               WRITE ACTLINE FROM FULL-LINE
                 AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE INQOUT.
           CLOSE ACTOUT.
