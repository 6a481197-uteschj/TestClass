         02  custTerms         PIC 9(3).
         02  custLimit         PIC S9(12)V99.
         02  custActive        PIC X.
         02  custDiscPct       PIC 9(2)V99.
         02  custDiscDays      PIC 9(3).
