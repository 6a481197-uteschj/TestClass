       01  dispRec.
         02  dispInv           PIC 9(12).
         02  dispUser          PIC 9(3).
         02  dispReason        PIC X(4).
         02  dispAmt           PIC S9(12)V99.
         02  dispOpenBy        PIC 9(3).
         02  dispOpenDate      PIC 9(8).
         02  dispStatus        PIC X.
         02  dispUpdBy         PIC 9(3).
         02  dispUpdDate       PIC 9(8).
         02  dispRslvBy        PIC 9(3).
         02  dispRslvDate      PIC 9(8).
         02  dispRslvCode      PIC X(4).
