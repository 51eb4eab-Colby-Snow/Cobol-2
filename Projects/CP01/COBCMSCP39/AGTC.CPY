       01 AGTC-REC.
      * ONE LINE OF AGENT COMMISSION (AGTCOMM.DAT), WRITTEN BY THE
      * MONTHLY STATEMENT RUN (COBCMSCP39) AND NEVER REWRITTEN. WHAT
      * AN AGENT HAS BEEN PAID ON A BOOKING IS THE SUM OF ITS LINES,
      * SO EACH RUN ONLY WRITES THE DIFFERENCE BETWEEN WHAT IS DUE
      * NOW AND WHAT IS ALREADY ON FILE - THE FILE ITSELF IS THE
      * RERUN GUARD.
           05 AGTC-CONFIRM-NUM     PIC X(18).
           05 AGTC-AGENT-CODE      PIC X(6).
      * STATEMENT (AND PAYABLES) MONTH THE LINE WAS PAID IN, YYYYMM.
           05 AGTC-STMT-MONTH      PIC 9(6).
      * 'E' EARNED ON A STAY USED, 'A' ADJUSTED (THE BOOKING WAS
      * AMENDED AFTER IT EARNED), 'V' REVERSED (CANCELLED OR RELEASED
      * AS A NO-SHOW), 'F' EARNED ON A RETAINED CANCELLATION FEE.
           05 AGTC-TYPE            PIC X.
               88 AGTC-EARNED      VALUE 'E'.
               88 AGTC-ADJUSTED    VALUE 'A'.
               88 AGTC-REVERSED    VALUE 'V'.
               88 AGTC-RETAINED    VALUE 'F'.
      * WHAT THE PERCENT WAS APPLIED TO, THE PERCENT, AND THE LINE
      * AMOUNT - NEGATIVE ON A REVERSAL OR A DOWNWARD ADJUSTMENT.
           05 AGTC-BASIS-AMT       PIC S9(7)V99.
           05 AGTC-COMM-PCT        PIC 99V99.
           05 AGTC-COMM-AMT        PIC S9(5)V99.
           05 AGTC-RUN-DATE        PIC 9(8).
           05 AGTC-RUN-ID          PIC 9(11).
