       01  glaRec.
         02  glaKey1.
           04  glaUser         PIC 9(3).
           04  glaAcct         PIC X(10).
           04  glaPeriod       PIC 9(6).
           04  glaBatch        PIC 9(8).
           04  glaLine         PIC 9(9).
         02  glaSide           PIC X(2).
         02  glaAmt            PIC 9(13)V99.
         02  glaDate           PIC 9(8).
         02  glaJr             PIC 9(3).
         02  glaRef            PIC 9(9).
         02  glaInv            PIC 9(12).
         02  glaDesc           PIC X(20).
