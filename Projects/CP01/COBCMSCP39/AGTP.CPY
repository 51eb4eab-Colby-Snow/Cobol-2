       01 AGTP-REC.
      * ONE AGENT'S COMMISSION FOR THE ACCOUNTS PAYABLE LOAD
      * (AGTPAY.DAT, REWRITTEN BY EVERY COBCMSCP39 RUN). ONLY WHAT
      * THE RUN ITSELF ADDED TO THE COMMISSION LEDGER - PLUS WHAT AN
      * EARLIER RUN ADDED BUT NEVER FINISHED - IS EXTRACTED, SO A
      * RERUN OF A MONTH ALREADY PAID CARRIES ONLY LATE CHANGES AND
      * CANNOT PAY AN AGENT TWICE. THE RUN DATE AND RUN ID LET
      * THE LOAD REFUSE A FILE IT HAS ALREADY TAKEN.
           05 AGTP-AGENT-CODE      PIC X(6).
           05 AGTP-NAME            PIC X(30).
           05 AGTP-ADDRESS         PIC X(30).
           05 AGTP-CITY            PIC X(20).
           05 AGTP-STATE           PIC X(2).
           05 AGTP-ZIP             PIC X(10).
           05 AGTP-STMT-MONTH      PIC 9(6).
      * 'P' PAY THE AGENT AGTP-AMT; 'C' THE AGENT OWES AGTP-AMT BACK
      * (REVERSALS EXCEEDED EARNINGS) - RAISE A CREDIT MEMO. THE
      * AMOUNT ITSELF IS ALWAYS POSITIVE.
           05 AGTP-PAY-TYPE        PIC X.
               88 AGTP-PAYABLE     VALUE 'P'.
               88 AGTP-CREDIT      VALUE 'C'.
           05 AGTP-AMT             PIC 9(7)V99.
           05 AGTP-RUN-DATE        PIC 9(8).
           05 AGTP-RUN-ID          PIC 9(11).
