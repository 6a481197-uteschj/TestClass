       01  calnRec.
         02  calnKey1.
           04  calnUser        PIC 9(3).
           04  calnDate        PIC 9(8).
         02  calnType          PIC X.
         02  calnDesc          PIC X(20).
         02  calnUpdUser       PIC 9(3).
         02  calnUpdDate       PIC 9(8).
