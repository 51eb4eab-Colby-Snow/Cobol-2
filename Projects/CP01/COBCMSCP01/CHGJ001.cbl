       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGJ001.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. COLBY SNOW.
       DATE-COMPILED.

      * OPERATOR EDIT AND CHANGE-JOURNAL INTERFACE FOR THE FEED
      * PROGRAMS. EVERY TRANSACTION FEED NOW NAMES THE OPERATOR WHO
      * KEYED EACH RECORD, AND EVERY CHANGE A FEED PROGRAM MAKES IS
      * APPENDED TO ONE SHARED JOURNAL (CHGJRNL.DAT, LAYOUT IN
      * CHGJ.CPY) - SO THE CALLERS DO NOT EACH CARRY THEIR OWN COPY
      * OF THE OPERATOR FILE OR THE JOURNAL, THEY CALL HERE:
      *   OP 'V' - VALIDATE CHGJ-OPERATOR AGAINST OPERATOR.DAT
      *            (LOADED ON THE FIRST CALL). RESP 'G' = ACTIVE,
      *            'U' = BLANK OR NOT ON FILE, 'I' = ON FILE BUT
      *            INACTIVE. A MISSING OPERATOR FILE ANSWERS 'U' FOR
      *            EVERYBODY - NO FEED RECORD IS TAKEN ON TRUST.
      *   OP 'W' - APPEND ONE JOURNAL ROW FROM THE OTHER FIELDS,
      *            DATED TODAY. THE JOURNAL IS OPENED EXTEND ON THE
      *            FIRST WRITE AND STAYS OPEN. RESP 'G'.
      *   OP 'C' - CLOSE THE JOURNAL AT THE CALLER'S END OF RUN.
      * CHGJ-RUN-ID IS WHATEVER RUNCTL001 HANDED THE CALLER AT
      * START-UP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERFILE
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\OPERATOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-OPER-STATUS.
           SELECT CHGJOUT
           ASSIGN TO
           "C:\IHCC\COBOLSP20\PROJECTS\CP01\COBCMSCP01\CHGJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD OPERFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS OPR-REC.

       COPY 'OPER.CPY'.

       FD CHGJOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS CJ-REC.

       COPY 'CHGJ.CPY'.

       WORKING-STORAGE SECTION.

       01 WORKSPACE.
           05 WK-OPER-STATUS   PIC XX      VALUE SPACES.
           05 LOADED-SW        PIC X       VALUE 'N'.
           05 JOURNAL-OPEN-SW  PIC X       VALUE 'N'.
           05 C-OPER-CTR       PIC 9(4)    VALUE ZERO.
           05 OPER-FOUND-SW    PIC X       VALUE 'N'.

       01 OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 500 TIMES INDEXED BY OPER-INDEX.
               10 OT-ID            PIC X(8).
               10 OT-STATUS        PIC X.

       01 CURRENT-DATE-AND-TIME.
         05 CUR-DATE.
           10 CUR-YY PIC 9(4).
           10 CUR-MM PIC 99.
           10 CUR-DD PIC 99.
         05 I-TIME PIC X(11).

       01 CUR-DATE-AND-TIME-NUM REDEFINES CURRENT-DATE-AND-TIME.
           05 CUR-DATE-NUM         PIC 9(8).
           05 CUR-TIME             PIC X(11).

       LINKAGE SECTION.

       01 CHGJ-OP               PIC X.
           88 CHGJ-VALIDATE     VALUE 'V'.
           88 CHGJ-WRITE        VALUE 'W'.
           88 CHGJ-CLOSE        VALUE 'C'.
       01 CHGJ-PROGRAM          PIC X(10).
       01 CHGJ-RUN-ID           PIC 9(11).
       01 CHGJ-OPERATOR         PIC X(8).
       01 CHGJ-CONFIRM-NUM      PIC X(18).
       01 CHGJ-GUEST-NUM        PIC 9(6).
       01 CHGJ-ACTION           PIC X(30).
       01 CHGJ-RESP             PIC X.
           88 CHGJ-GOOD         VALUE 'G'.
           88 CHGJ-UNKNOWN      VALUE 'U'.
           88 CHGJ-INACTIVE     VALUE 'I'.

       PROCEDURE DIVISION USING CHGJ-OP, CHGJ-PROGRAM, CHGJ-RUN-ID,
           CHGJ-OPERATOR, CHGJ-CONFIRM-NUM, CHGJ-GUEST-NUM,
           CHGJ-ACTION, CHGJ-RESP.

       L1-MAIN.
           EVALUATE TRUE
               WHEN CHGJ-VALIDATE
                   PERFORM L2-VALIDATE
               WHEN CHGJ-WRITE
                   PERFORM L2-WRITE
               WHEN OTHER
                   PERFORM L2-CLOSE
           END-EVALUATE.
           GOBACK.

       L2-VALIDATE.
           IF LOADED-SW NOT = 'Y'
               PERFORM L3-LOAD-OPERATORS.
           MOVE 'N' TO OPER-FOUND-SW.
           MOVE 'U' TO CHGJ-RESP.
           IF CHGJ-OPERATOR NOT = SPACES
               PERFORM VARYING OPER-INDEX FROM 1 BY 1
                   UNTIL OPER-INDEX > C-OPER-CTR
                       OR OPER-FOUND-SW = 'Y'
                   IF OT-ID(OPER-INDEX) = CHGJ-OPERATOR
                       MOVE 'Y' TO OPER-FOUND-SW
                       IF OT-STATUS(OPER-INDEX) = 'A'
                           MOVE 'G' TO CHGJ-RESP
                       ELSE
                           MOVE 'I' TO CHGJ-RESP
                       END-IF
                   END-IF
               END-PERFORM.

       L2-WRITE.
           IF JOURNAL-OPEN-SW NOT = 'Y'
               OPEN EXTEND CHGJOUT
               MOVE 'Y' TO JOURNAL-OPEN-SW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CUR-DATE-NUM TO CJ-DATE.
           MOVE CHGJ-RUN-ID TO CJ-RUN-ID.
           MOVE CHGJ-PROGRAM TO CJ-PROGRAM.
           MOVE CHGJ-OPERATOR TO CJ-OPERATOR.
           MOVE CHGJ-CONFIRM-NUM TO CJ-CONFIRM-NUM.
           MOVE CHGJ-GUEST-NUM TO CJ-GUEST-NUM.
           MOVE CHGJ-ACTION TO CJ-ACTION.
           WRITE CJ-REC.
           MOVE 'G' TO CHGJ-RESP.

       L2-CLOSE.
           IF JOURNAL-OPEN-SW = 'Y'
               CLOSE CHGJOUT
               MOVE 'N' TO JOURNAL-OPEN-SW.
           MOVE 'G' TO CHGJ-RESP.

       L3-LOAD-OPERATORS.
           MOVE 'Y' TO LOADED-SW.
           OPEN INPUT OPERFILE.
           IF WK-OPER-STATUS = '00'
               PERFORM UNTIL WK-OPER-STATUS NOT = '00'
                   READ OPERFILE
                   IF WK-OPER-STATUS = '00' AND C-OPER-CTR < 500
                       ADD 1 TO C-OPER-CTR
                       SET OPER-INDEX TO C-OPER-CTR
                       MOVE OPR-ID TO OT-ID(OPER-INDEX)
                       MOVE OPR-STATUS TO OT-STATUS(OPER-INDEX)
                   END-IF
               END-PERFORM
               CLOSE OPERFILE.
