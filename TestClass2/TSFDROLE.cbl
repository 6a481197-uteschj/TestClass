       01  roleRec.
         02  roleKey1.
           04  roleCode        PIC 9(3).
           04  roleFunc        PIC X(8).
         02  roleDesc          PIC X(30).
         02  roleGrantBy       PIC 9(3).
         02  roleGrantDate     PIC 9(8).
