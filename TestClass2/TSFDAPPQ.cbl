         02  apqStatus         PIC X.
         02  apqSupvr          PIC 9(3).
         02  apqRuleDate       PIC 9(8).
         02  apqIcPartner      PIC 9(3).
         02  apqOper           PIC 9(3).
