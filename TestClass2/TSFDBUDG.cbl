       01  budgRec.
         02  budgKey1.
           04  budgUser        PIC 9(3).
           04  budgAcct        PIC X(10).
           04  budgPeriod      PIC 9(6).
         02  budgAmt           PIC S9(13)V99.
         02  budgUpdUser       PIC 9(3).
         02  budgUpdDate       PIC 9(8).
