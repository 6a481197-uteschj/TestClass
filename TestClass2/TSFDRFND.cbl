       01  rfndRec.
         02  rfndKey1.
           04  rfndUser        PIC 9(3).
           04  rfndInv         PIC 9(12).
         02  rfndCust          PIC 9(6).
         02  rfndAmt           PIC 9(12)V99.
         02  rfndBalCount      PIC 9(9).
         02  rfndSelDate       PIC 9(8).
         02  rfndStatus        PIC X.
         02  rfndApprover      PIC 9(3).
         02  rfndApprDate      PIC 9(8).
         02  rfndQueueKey      PIC 9(8).
         02  rfndSub           PIC 9(12).
         02  rfndBatch         PIC 9(8).
         02  rfndPayDate       PIC 9(8).
