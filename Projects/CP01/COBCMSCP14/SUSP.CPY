      * ONE REJECTED RESERVEMASTER TRANSACTION, HELD IN ITS ORIGINAL
      * RECORD LAYOUT WITH THE ERR-MSG NUMBERS THAT FAILED IT
      * APPENDED, SO THE OFFICE CAN FIX JUST THE BAD FIELDS THROUGH
      * COBCMSCP14 AND RESUBMIT INSTEAD OF RE-KEYING ALL 162 BYTES
      * FROM THE PRINTED ERROR REPORT.
           05 SUSP-TRAN-DATA       PIC X(162).
           05 SUSP-REJ-DATE        PIC 9(8).
           05 SUSP-ERR-CT          PIC 99.
      * FIRST FIVE FAILING EDITS, AS ERR-MSG TABLE NUMBERS (ZERO =
