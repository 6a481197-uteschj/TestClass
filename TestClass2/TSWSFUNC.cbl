      *    the functions a role can grant - code as it is keyed on
      *    the role file, a number for the audit trail's numeric key
      *    column, and what it lets the holder do. *ALL grants every
      *    function on the list.
       01  secFuncTab.
         02  filler            pic x(41) value
             "101CLOSEPERclose an accounting period    ".
         02  filler            pic x(41) value
             "102REOPENPRreopen a closed period        ".
         02  filler            pic x(41) value
             "103REVERSE reverse a history record      ".
         02  filler            pic x(41) value
             "104PURGE   purge history to the archive  ".
         02  filler            pic x(41) value
             "105RESTORE restore a day file snapshot   ".
         02  filler            pic x(41) value
             "106APPROVE approve a queued posting      ".
         02  filler            pic x(41) value
             "107REFUND  approve and pay refunds       ".
         02  filler            pic x(41) value
             "108WRITEOFFwrite off small balances      ".
         02  filler            pic x(41) value
             "201RMJRNL  maintain journal codes        ".
         02  filler            pic x(41) value
             "202RMUSER  maintain user codes           ".
         02  filler            pic x(41) value
             "203RMGLMAP maintain GL mappings          ".
         02  filler            pic x(41) value
             "204RMRATE  maintain exchange rates       ".
         02  filler            pic x(41) value
             "205RMTAX   maintain tax codes            ".
         02  filler            pic x(41) value
             "206RMBUDG  maintain budgets              ".
         02  filler            pic x(41) value
             "207RMSECUR maintain roles and assignments".
         02  filler            pic x(41) value
             "208RMCALN  maintain business-day calendar".
         02  filler            pic x(41) value
             "209RMWOFF  maintain write-off tolerances ".
         02  filler            pic x(41) value
             "301BROWSE  browse the day file           ".
         02  filler            pic x(41) value
             "999*ALL    every function on this list   ".
       01  secFuncTabR redefines secFuncTab.
         02  secFuncEntry      occurs 19 times.
           04  secFuncId       pic 9(3).
           04  secFuncCode     pic x(8).
           04  secFuncDesc     pic x(30).
       01  secFuncCount        pic 9(4) comp-5 value 19.
