       01  icRec.
         02  icKey1.
           04  icUser          PIC 9(3).
           04  icSub           PIC 9(12).
         02  icInv             PIC 9(12).
         02  icPartner         PIC 9(3).
         02  icPartnerSub      PIC 9(12).
         02  icSide            PIC X.
         02  icDate            PIC 9(8).
         02  icAmt             PIC S9(12)V99.
         02  icCurr            PIC X(3).
         02  icState           PIC X.
         02  icRvslSub         PIC 9(12).
         02  icRvslDate        PIC 9(8).
