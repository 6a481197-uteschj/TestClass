       01  woffRec.
         02  woffKey1.
           04  woffUser        PIC 9(3).
           04  woffInv         PIC 9(12).
           04  woffSeq         PIC 9(3).
         02  woffAmt           PIC S9(12)V99.
         02  woffBalCount      PIC 9(9).
         02  woffLastDate      PIC 9(8).
         02  woffSelDate       PIC 9(8).
         02  woffStatus        PIC X.
         02  woffJr            PIC 9(3).
         02  woffBatch         PIC 9(8).
         02  woffQueueKey      PIC 9(8).
         02  woffSub           PIC 9(12).
         02  woffPostDate      PIC 9(8).
         02  woffOperator      PIC 9(3).
