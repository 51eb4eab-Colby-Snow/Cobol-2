      * BY THE GATE RUN (COBCMSCP12) TO PRINT THE CHECK-OUT FOLIO.
      * INC-AMT IS THE EXTENDED AMOUNT FOR THE LINE, NOT A UNIT
      * PRICE.
      * INC-DRAWER SAYS WHO RANG UP THE SALE, AT WHICH GATE AND ON
      * WHICH SHIFT, AND IN WHAT TENDER IT WAS PAID ('C' CASH, 'K'
      * CHECK, 'D' CARD) - THE DRAWER CLOSE-OUT (COBCMSCP29)
      * BALANCES EACH CLERK'S DRAWER FROM IT. A SALE PUT ON THE
      * FOLIO TO SETTLE AT CHECK-OUT CARRIES A SPACE TENDER, AND
      * SALES WRITTEN BEFORE THE FIELDS EXISTED CARRY SPACES
      * THROUGHOUT.
           05 INC-CONFIRM-NUM      PIC X(18).
           05 INC-DATE             PIC 9(8).
           05 INC-ITEM             PIC X(4).
           05 INC-QTY              PIC 99.
           05 INC-AMT              PIC S9(5)V99.
           05 INC-DRAWER.
               10 INC-CLERK-ID     PIC X(6).
               10 INC-GATE-ID      PIC X(4).
               10 INC-SHIFT        PIC X.
               10 INC-TENDER       PIC X.
      * OFFICE OPERATOR WHO KEYED THE CHARGE RECORD (OPERATOR.DAT) -
      * NOT NECESSARILY THE CLERK WHO RANG UP THE SALE. SPACES ON
      * CHARGES POSTED BEFORE OPERATORS WERE RECORDED.
           05 INC-OPERATOR         PIC X(8).
