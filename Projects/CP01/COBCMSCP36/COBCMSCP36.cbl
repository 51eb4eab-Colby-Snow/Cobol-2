       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCMSCP36.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * ONE-TIME INSTALL CONVERSION FOR THE PARTY-SIZE COLUMN. THE
      * RELEASE THAT KEEPS THE EDITED PARTY SIZE (I-OCCUPANTS) ON THE
      * ROW ADDED O-PARTY-SIZE (2 BYTES) AFTER THE FIRST 220 BYTES
      * OF VAL-REC, WHICH HAS SINCE GROWN TO 228 WITH THE BOOKING
      * AGENT (O-AGENT-CODE) BEHIND IT. A 220-BYTE ROW WRITTEN BEFORE
      * THE RELEASE READS BACK WITH SPACES THERE, WHICH THE VISITATION
      * STATISTICS (COBCMSCP37) AND ANY FUTURE ARITHMETIC ON THE
      * FIELD CANNOT USE. THIS UTILITY RUNS ONCE AT INSTALL, AFTER
      * THE LAST OLD-LAYOUT COBCMSCP01 RUN, AND PADS EVERY SUCH ROW
      * WITH A ZERO PARTY SIZE (SIZE NOT KNOWN) IN ALL THREE FILES
      * THAT CARRY THE LAYOUT:
      *   - CAMPRES.DAT, THE JOURNAL;
      *   - CURRPOS.DAT, THE CURRENT-POSITION SNAPSHOT (COBCMSCP21);
      *   - CAMPARCH.DAT, THE YEAR-END ARCHIVE (COBCMSCP09).
      * EACH FILE IS COPIED ROW FOR ROW TO A SIDE FILE, COUNTED BACK
      * THROUGH FGEN001, AND ONLY THEN SWAPPED IN WITH THE PRIOR
      * COPY KEPT ON .G1 - THE SAME PROTECTION THE COMPACTION RUN
      * GIVES THE JOURNAL. ROWS ARE READ AND WRITTEN AT THE FULL
      * 228-BYTE LAYOUT, SO A ROW THAT ALREADY CARRIES A PARTY SIZE
      * (AND ANY AGENT CODE) PASSES THROUGH UNCHANGED - A SECOND RUN,
      * OR A RUN AFTER AGENT CODES ARE ON FILE, LOSES NOTHING. A FILE
      * THAT IS NOT THERE YET (NO YEAR-END HAS BEEN RUN) IS SIMPLY
      * REPORTED AND SKIPPED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE FILE BEING CONVERTED AND ITS SIDE FILE - PATHS ARE SET
      * FROM THE FILE TABLE BELOW FOR EACH PASS, THE WAY FGEN001
      * TAKES ITS PATHS FROM THE CALLER.
           SELECT CNVIN
           ASSIGN TO WK-CNV-IN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CNVIN-STATUS.
           SELECT CNVOUT
           ASSIGN TO WK-CNV-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTLOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP36\PARTYCNV.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * ONLY THE NEW COLUMN IS NAMED - EVERYTHING AHEAD OF IT AND
      * THE AGENT CODE BEHIND IT ARE COPIED AS THEY STAND.
       FD CNVIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS CNVIN-REC.

       01 CNVIN-REC.
           05 FILLER               PIC X(220).
           05 CNV-PARTY-SIZE       PIC 99.
           05 CNV-AGENT-CODE       PIC X(6).

       FD CNVOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS CNVOUT-REC.

       01 CNVOUT-REC           PIC X(228).

       FD CTLOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CTLLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 CTLLINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
           05 C-PCTR           PIC 99      VALUE ZEROS.
           05 WK-CNVIN-STATUS  PIC XX      VALUE SPACES.
           05 WK-CNV-IN-PATH   PIC X(80)   VALUE SPACES.
           05 WK-CNV-OUT-PATH  PIC X(80)   VALUE SPACES.
           05 WK-GEN-BASE      PIC X(60)   VALUE SPACES.
           05 C-FILE-IDX       PIC 9       VALUE ZERO.
           05 C-IN-CTR         PIC 9(6)    VALUE ZERO.
           05 C-PAD-CTR        PIC 9(6)    VALUE ZERO.
           05 C-KEPT-CTR       PIC 9(6)    VALUE ZERO.
      * SET WHEN ANY SIDE FILE FAILS TO COUNT BACK - THAT FILE IS
      * LEFT ALONE AND THE RUN ENDS WITH A BAD RETURN CODE.
           05 SWAP-FAIL-SW     PIC X       VALUE 'N'.
      * GENERATION-KEEPER INTERFACE FIELDS (SEE FGEN001).
           05 FGEN-OP          PIC X       VALUE SPACE.
           05 FGEN-SRC-PATH    PIC X(80)   VALUE SPACES.
           05 FGEN-DST-PATH    PIC X(80)   VALUE SPACES.
           05 FGEN-REC-COUNT   PIC 9(6)    VALUE ZERO.
           05 FGEN-RESP        PIC X       VALUE SPACE.

      * THE THREE FILES ON THE VAL-REC LAYOUT - REPORT NAME AND THE
      * PATH WITHOUT ITS EXTENSION (.DAT LIVE, .NEW SIDE FILE, .G1
      * TO .G3 RETAINED GENERATIONS).
       01 CNV-FILE-VALUES.
           05 FILLER           PIC X(10)   VALUE 'CAMPRES'.
           05 FILLER           PIC X(60)   VALUE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CAMPRES".
           05 FILLER           PIC X(10)   VALUE 'CURRPOS'.
           05 FILLER           PIC X(60)   VALUE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CURRPOS".
           05 FILLER           PIC X(10)   VALUE 'CAMPARCH'.
           05 FILLER           PIC X(60)   VALUE
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP09\CAMPARCH".

       01 CNV-FILE-TABLE REDEFINES CNV-FILE-VALUES.
           05 CNV-FILE-ENTRY OCCURS 3 TIMES INDEXED BY CNV-INDEX.
               10 CNV-FILE-NAME    PIC X(10).
               10 CNV-FILE-BASE    PIC X(60).

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
         05 FILLER PIC X(38) VALUE "PARTY SIZE LAYOUT CONVERSION".
         05 FILLER PIC X(24) VALUE SPACES.
         05 FILLER PIC X(6) VALUE "PAGE: ".
         05 O-PCTR PIC X(2).

       01 CTL-COUNT-LINE.
           05 O-C-FILE         PIC X(10).
           05 FILLER           PIC X(7)    VALUE "ROWS ".
           05 O-C-IN-CTR       PIC ZZZ,ZZ9.
           05 FILLER           PIC X(10)   VALUE "  PADDED ".
           05 O-C-PAD-CTR      PIC ZZZ,ZZ9.
           05 FILLER           PIC X(19)   VALUE "  ALREADY CARRIED ".
           05 O-C-KEPT-CTR     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(13)   VALUE "  SIDE ROWS ".
           05 O-C-SIDE-CTR     PIC ZZZ,ZZ9.
           05 FILLER           PIC XX      VALUE SPACES.
           05 O-C-MSG          PIC X(30).
           05 FILLER           PIC X(13)   VALUE SPACES.

       01 CTL-MISSING-LINE.
           05 O-M-FILE         PIC X(10).
           05 FILLER           PIC X(40)   VALUE
           "NOT ON FILE - NOTHING TO CONVERT".
           05 FILLER           PIC X(82)   VALUE SPACES.

       01 CTL-RESULT-LINE.
           05 O-RESULT-MSG     PIC X(60).
           05 FILLER           PIC X(72)   VALUE SPACES.

       01 BLANK-LINE       PIC X(132)      VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-CONVERT-FILE
               VARYING C-FILE-IDX FROM 1 BY 1
               UNTIL C-FILE-IDX > 3.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CUR-YY TO O-CUR-YY.
           MOVE CUR-MM TO O-CUR-MM.
           MOVE CUR-DD TO O-CUR-DD.
           OPEN OUTPUT CTLOUT.
           PERFORM L3-HEADINGS.

      * ONE PASS PER FILE - COPY TO THE SIDE FILE PADDING AS NEEDED,
      * THEN COUNT BACK AND SWAP.
       L2-CONVERT-FILE.
           SET CNV-INDEX TO C-FILE-IDX.
           MOVE ZERO TO C-IN-CTR.
           MOVE ZERO TO C-PAD-CTR.
           MOVE ZERO TO C-KEPT-CTR.
           MOVE CNV-FILE-BASE(CNV-INDEX) TO WK-GEN-BASE.
           MOVE SPACES TO WK-CNV-IN-PATH.
           STRING WK-GEN-BASE DELIMITED BY SPACE
               '.DAT' DELIMITED BY SIZE INTO WK-CNV-IN-PATH.
           MOVE SPACES TO WK-CNV-OUT-PATH.
           STRING WK-GEN-BASE DELIMITED BY SPACE
               '.NEW' DELIMITED BY SIZE INTO WK-CNV-OUT-PATH.
           OPEN INPUT CNVIN.
           IF WK-CNVIN-STATUS NOT = '00'
               MOVE CNV-FILE-NAME(CNV-INDEX) TO O-M-FILE
               WRITE CTLLINE FROM CTL-MISSING-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               OPEN OUTPUT CNVOUT
               PERFORM UNTIL WK-CNVIN-STATUS NOT = '00'
                   READ CNVIN
                   IF WK-CNVIN-STATUS = '00'
                       PERFORM L3-PAD-ROW
                   END-IF
               END-PERFORM
               CLOSE CNVIN
               CLOSE CNVOUT
               PERFORM L3-VERIFY-SWAP
           END-IF.

      * A 220-BYTE ROW COMES BACK SPACE-FILLED PAST ITS END - THAT IS
      * THE ONLY WAY THE COLUMN CAN BE NON-NUMERIC.
       L3-PAD-ROW.
           ADD 1 TO C-IN-CTR.
           IF CNV-PARTY-SIZE NUMERIC
               ADD 1 TO C-KEPT-CTR
           ELSE
               MOVE ZERO TO CNV-PARTY-SIZE
               ADD 1 TO C-PAD-CTR
           END-IF.
           WRITE CNVOUT-REC FROM CNVIN-REC.

      * THE SIDE FILE MUST COUNT BACK TO EXACTLY THE ROWS READ BEFORE
      * THE LIVE FILE IS TOUCHED.
       L3-VERIFY-SWAP.
           MOVE 'N' TO FGEN-OP.
           MOVE WK-CNV-OUT-PATH TO FGEN-SRC-PATH.
           MOVE SPACES TO FGEN-DST-PATH.
           CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
               FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP.
           MOVE CNV-FILE-NAME(CNV-INDEX) TO O-C-FILE.
           MOVE C-IN-CTR TO O-C-IN-CTR.
           MOVE C-PAD-CTR TO O-C-PAD-CTR.
           MOVE C-KEPT-CTR TO O-C-KEPT-CTR.
           MOVE FGEN-REC-COUNT TO O-C-SIDE-CTR.
           IF FGEN-RESP NOT = 'G'
               OR FGEN-REC-COUNT NOT = C-IN-CTR
               MOVE 'Y' TO SWAP-FAIL-SW
               MOVE 'OUT OF BALANCE - NOT SWAPPED' TO O-C-MSG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM L4-ROTATE-FILE
               MOVE 'SWAPPED - PRIOR FILE ON G1' TO O-C-MSG
           END-IF.
           WRITE CTLLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       L4-ROTATE-FILE.
           MOVE 'C' TO FGEN-OP.
           MOVE SPACES TO FGEN-SRC-PATH.
           STRING WK-GEN-BASE DELIMITED BY SPACE
               '.G2' DELIMITED BY SIZE INTO FGEN-SRC-PATH.
           MOVE SPACES TO FGEN-DST-PATH.
           STRING WK-GEN-BASE DELIMITED BY SPACE
               '.G3' DELIMITED BY SIZE INTO FGEN-DST-PATH.
           CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
               FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP.
           MOVE SPACES TO FGEN-SRC-PATH.
           STRING WK-GEN-BASE DELIMITED BY SPACE
               '.G1' DELIMITED BY SIZE INTO FGEN-SRC-PATH.
           MOVE SPACES TO FGEN-DST-PATH.
           STRING WK-GEN-BASE DELIMITED BY SPACE
               '.G2' DELIMITED BY SIZE INTO FGEN-DST-PATH.
           CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
               FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP.
           MOVE WK-CNV-IN-PATH TO FGEN-SRC-PATH.
           MOVE SPACES TO FGEN-DST-PATH.
           STRING WK-GEN-BASE DELIMITED BY SPACE
               '.G1' DELIMITED BY SIZE INTO FGEN-DST-PATH.
           CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
               FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP.
           MOVE WK-CNV-OUT-PATH TO FGEN-SRC-PATH.
           MOVE WK-CNV-IN-PATH TO FGEN-DST-PATH.
           CALL 'FGEN001' USING FGEN-OP, FGEN-SRC-PATH,
               FGEN-DST-PATH, FGEN-REC-COUNT, FGEN-RESP.

       L3-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE CTLLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE CTLLINE FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           IF SWAP-FAIL-SW = 'Y'
               MOVE 'SIDE FILE OUT OF BALANCE - RERUN BEFORE GOING ON'
                   TO O-RESULT-MSG
           ELSE
               MOVE 'CONVERSION COMPLETE - PARTY SIZE ON EVERY ROW' TO
                   O-RESULT-MSG
           END-IF.
           WRITE CTLLINE FROM CTL-RESULT-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE CTLOUT.
