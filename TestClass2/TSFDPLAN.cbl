       01  planRec.
         02  planKey1.
           04  planUser        PIC 9(3).
           04  planInv         PIC 9(12).
           04  planSeq         PIC 9(3).
         02  planDueDate       PIC 9(8).
         02  planAmt           PIC S9(12)V99.
         02  planPaid          PIC S9(12)V99.
         02  planStatus        PIC X.
         02  planCount         PIC 9(3).
         02  planFreq          PIC X.
         02  planMissCount     PIC 9(3).
         02  planUpdUser       PIC 9(3).
         02  planUpdDate       PIC 9(8).
