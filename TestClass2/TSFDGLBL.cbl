       01  glbRec.
         02  glbKey1.
           04  glbUser         PIC 9(3).
           04  glbAcct         PIC X(10).
           04  glbPeriod       PIC 9(6).
         02  glbOpen           PIC S9(13)V99.
         02  glbDebits         PIC S9(13)V99.
         02  glbCredits        PIC S9(13)V99.
         02  glbClose          PIC S9(13)V99.
         02  glbLastBatch      PIC 9(8).
