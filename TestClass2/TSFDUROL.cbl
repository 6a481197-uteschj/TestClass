       01  urolRec.
         02  urolKey1.
           04  urolUser        PIC 9(3).
           04  urolRole        PIC 9(3).
         02  urolGrantBy       PIC 9(3).
         02  urolGrantDate     PIC 9(8).
