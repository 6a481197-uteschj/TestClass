       01  wopmRec.
         02  wopmUser          PIC 9(3).
         02  wopmDebitTol      PIC 9(5)V99.
         02  wopmCreditTol     PIC 9(5)V99.
         02  wopmMinAge        PIC 9(3).
         02  wopmJr            PIC 9(3).
         02  wopmUpdUser       PIC 9(3).
         02  wopmUpdDate       PIC 9(8).
