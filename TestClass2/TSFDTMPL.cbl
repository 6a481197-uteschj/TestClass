         02  tmplEndDate       PIC 9(8).
         02  tmplTax           PIC 9(3).
         02  tmplActive        PIC X.
         02  tmplBizRule       PIC X.
