       01  icbkRec.
         02  icbkUser          PIC 9(3).
         02  icbkHistPath      PIC X(255).
         02  icbkSeqPath       PIC X(255).
         02  icbkBalPath       PIC X(255).
         02  icbkAudPath       PIC X(255).
         02  icbkUpdUser       PIC 9(3).
         02  icbkUpdDate       PIC 9(8).
