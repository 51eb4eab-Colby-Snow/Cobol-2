
       FD CAMPRESIN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS PRTLINE.

       COPY 'VAL.CPY'.

      * LED-ACTION 'C' CAPTURE AND 'R' REFUND ARE WRITTEN HERE. 'J'
      * IS APPENDED BY THE SETTLEMENT RESPONSE RUN (COBCMSCP28) WHEN
      * THE PROCESSOR REJECTED A CAPTURE - IT CANCELS THE 'C' BEFORE
      * IT, SO THE NEXT RUN SENDS THE CAPTURE AGAIN (ON THE LATEST
      * CARD, IF THE GUEST HAS SINCE GIVEN A NEW ONE).
       FD LEDGERIN
           LABEL RECORD IS OMITTED
           DATA RECORD IS LED-REC.
               PERFORM VARYING LED-INDEX FROM 1 BY 1
                   UNTIL LED-INDEX > C-LED-CTR
                   IF LT-CONFIRM-NUM(LED-INDEX) = VLT-CONFIRM-NUM
                       EVALUATE LT-ACTION(LED-INDEX)
                           WHEN 'C'
                               MOVE 'Y' TO CAPTURED-SW
                               MOVE LT-AMT(LED-INDEX) TO
                                   WK-CAPTURED-AMT
                           WHEN 'R'
                               MOVE 'Y' TO REFUNDED-SW
                           WHEN 'J'
                               MOVE 'N' TO CAPTURED-SW
                               MOVE ZERO TO WK-CAPTURED-AMT
                       END-EVALUATE
                   END-IF
               END-PERFORM.

