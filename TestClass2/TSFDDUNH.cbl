       01  dunhRec.
         02  dunhKey1.
           04  dunhUser        PIC 9(3).
           04  dunhInv         PIC 9(12).
           04  dunhLevel       PIC 9.
         02  dunhCust          PIC 9(6).
         02  dunhDate          PIC 9(8).
         02  dunhAmt           PIC S9(12)V99.
         02  dunhDaysOver      PIC 9(5).
