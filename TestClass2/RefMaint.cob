      *    paths, and the per-path environment variables override
      *    them. The GL mapping file has no DAYCFG line of its own;
      *    it defaults beside the others and DAY_GLMAPPATH overrides
      *    it; the budget file works the same way under DAY_BUDGPATH,
      *    and the role and user-role files under DAY_ROLEPATH and
      *    DAY_UROLPATH. The business-day calendar is line thirty-
      *    five, overridden by DAY_CALNPATH. The write-off tolerance
      *    file has no DAYCFG line either; DAY_WOPMPATH overrides it.
           Select OPTIONAL DayCfgFile
               Assign to "DAYCFG"
               Organization is line sequential
               Organization is relative access mode is dynamic
               relative key is txRelkey  file status is txStatus.

           Select OPTIONAL BudgFile
               Assign to bgID
               Organization is indexed access mode is dynamic
               record key is budgKey1
               file status is bgStatus.

           Select OPTIONAL RoleFile
               Assign to roID
               Organization is indexed access mode is dynamic
               record key is roleKey1
               file status is roStatus.

           Select OPTIONAL UrolFile
               Assign to urID
               Organization is indexed access mode is dynamic
               record key is urolKey1
               file status is urStatus.

           Select OPTIONAL CalnFile
               Assign to cnID
               Organization is indexed access mode is dynamic
               record key is calnKey1
               file status is cnStatus.

           Select OPTIONAL WopmFile
               Assign to wpID
               Organization is indexed access mode is dynamic
               record key is wopmUser
               file status is wpStatus.

           Select OPTIONAL AudFile
               Assign to auID
               Organization is line sequential
       FD  TaxFile.
       COPY TSFDTXRF.

       FD  BudgFile.
       COPY TSFDBUDG.

       FD  RoleFile.
       COPY TSFDROLE.

       FD  UrolFile.
       COPY TSFDUROL.

       FD  CalnFile.
       COPY TSFDCALN.

       FD  WopmFile.
       COPY TSFDWOPM.

       FD  AudFile.
       COPY TSFDAUDT.

       01  WS-RatePathText   pic x(255) value "C:\TRS\trs.Rate".
       01  WS-GlmPathText    pic x(255) value "C:\TRS\trs.GLMap".
       01  WS-TaxPathText    pic x(255) value "C:\TRS\trs.Tax".
       01  WS-BudgPathText   pic x(255) value "C:\TRS\trs.Budget".
       01  WS-RolePathText   pic x(255) value "C:\TRS\trs.Role".
       01  WS-UrolPathText   pic x(255) value "C:\TRS\trs.UserRole".
       01  WS-CalnPathText   pic x(255) value "C:\TRS\trs.Calendar".
       01  WS-WopmPathText   pic x(255) value "C:\TRS\trs.WoffParm".
       01  WS-EnvOverride    pic x(255).

       01  jlRelkey          PIC 9(8) COMP-5.
       01  txRelkey          PIC 9(8) COMP-5.
       01  txStatus          pic 9(2) value zero.
       01  txID              pic x(255) value space.
       01  bgStatus          pic 9(2) value zero.
       01  bgID              pic x(255) value space.
       01  roStatus          pic 9(2) value zero.
       01  roID              pic x(255) value space.
       01  urStatus          pic 9(2) value zero.
       01  urID              pic x(255) value space.
       01  cnStatus          pic 9(2) value zero.
       01  cnID              pic x(255) value space.
       01  wpStatus          pic 9(2) value zero.
       01  wpID              pic x(255) value space.
       01  auStatus          pic 9(2) value zero.
       01  auID              pic x(255) value space.

       01  WS-RecsShown      pic 9(2) comp-5 value zero.
       01  WS-PageSize       pic 9(2) comp-5 value 10.
       01  WS-AudKey         pic 9(12) value zero.
       01  WS-AudOper        pic x(8) value "MAINT".
       01  WS-AudInv         pic 9(12) value zero.
       01  WS-AudAmt         pic S9(13)V99 value zero.
       01  WS-AcctLen        pic 9(2) comp-5 value zero.
       01  WS-BudgUser       pic 9(3).
       01  WS-EditBudget     pic -(12)9.99.
       01  WS-Today          pic 9(8).
       01  WS-EditRate       pic zz9.9(6).
       01  WS-EditTaxRate    pic zz9.9(4).
       01  WS-EditLimit      pic z(11)9.99.
       01  WS-SecFunc        pic x(8).
       01  WS-SecAccess      pic x.
       01  WS-CheckFunc      pic x(8).
       01  WS-Fx             pic 9(4) comp-5 value zero.
       01  WS-CalnUser       pic 9(3).
       01  WS-CalnDate       pic 9(8).
       01  WS-EditTol        pic z(4)9.99.
       01  WS-EditTol2       pic z(4)9.99.
       01  WS-DateOK         pic x.
       01  WS-VDate          pic 9(8).
       01  WS-VDateR redefines WS-VDate.
         02  WS-VYear        pic 9(4).
         02  WS-VMonth       pic 9(2).
         02  WS-VDay         pic 9(2).
       01  WS-DimTab         pic x(24) value
           "312831303130313130313031".
       01  WS-DimTabR redefines WS-DimTab.
         02  WS-Dim          pic 9(2) occurs 12 times.
       COPY TSWSFUNC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move WS-GlmPathText   to gmID
           move WS-RatePathText  to raID
           move WS-TaxPathText   to txID
           move WS-BudgPathText  to bgID
           move WS-RolePathText  to roID
           move WS-UrolPathText  to urID
           move WS-CalnPathText  to cnID
           move WS-WopmPathText  to wpID
           move WS-AuditPathText to auID

           perform until WS-Done = "Y"
               display "  3 = GL mappings"
               display "  4 = exchange rates"
               display "  5 = tax codes"
               display "  6 = budgets"
               display "  7 = roles and user roles"
               display "  8 = business-day calendar"
               display "  9 = write-off tolerances"
               display "  X = exit"
               accept WS-Choice
               evaluate WS-Choice
                 when "1"
                   move "RMJRNL" to WS-SecFunc
                   perform CHECK-ACCESS
                   if WS-SecAccess = "Y"
                       perform JRNL-MAINT
                   end-if
                 when "2"
                   move "RMUSER" to WS-SecFunc
                   perform CHECK-ACCESS
                   if WS-SecAccess = "Y"
                       perform USER-MAINT
                   end-if
                 when "3"
                   move "RMGLMAP" to WS-SecFunc
                   perform CHECK-ACCESS
                   if WS-SecAccess = "Y"
                       perform GLMP-MAINT
                   end-if
                 when "4"
                   move "RMRATE" to WS-SecFunc
                   perform CHECK-ACCESS
                   if WS-SecAccess = "Y"
                       perform RATE-MAINT
                   end-if
                 when "5"
                   move "RMTAX" to WS-SecFunc
                   perform CHECK-ACCESS
                   if WS-SecAccess = "Y"
                       perform TAX-MAINT
                   end-if
                 when "6"
                   move "RMBUDG" to WS-SecFunc
                   perform CHECK-ACCESS
                   if WS-SecAccess = "Y"
                       perform BUDG-MAINT
                   end-if
                 when "7"
                   move "RMSECUR" to WS-SecFunc
                   perform CHECK-ACCESS
                   if WS-SecAccess = "Y"
                       perform SECUR-MAINT
                   end-if
                 when "8"
                   move "RMCALN" to WS-SecFunc
                   perform CHECK-ACCESS
                   if WS-SecAccess = "Y"
                       perform CALN-MAINT
                   end-if
                 when "9"
                   move "RMWOFF" to WS-SecFunc
                   perform CHECK-ACCESS
                   if WS-SecAccess = "Y"
                       perform WOPM-MAINT
                   end-if
                 when "X"
                   move "Y" to WS-Done
                 when "x"
                   move "Y" to WS-Done
                 when other
                   display "enter 1 to 9 or X"
               end-evaluate
           end-perform
           stop run.

      ******************************************************************
      *    the config lines this program cares about sit at positions
      *    four, five, six, eight, twelve, nineteen and thirty-five
      *    of DAYCFG - the lines in between belong to the overnight
      *    chain and are skipped.
      ******************************************************************
       READ-CONFIG.
           open INPUT DayCfgFile
                   move "Y" to cfgEOF
               end-read
           end-if
           perform 15 times
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-SkipText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
           end-perform
           if cfgEOF not = "Y"
               read DayCfgFile into WS-CalnPathText at end
                   move "Y" to cfgEOF
               end-read
           end-if
           close DayCfgFile.

       GET-OVERRIDES.
           accept WS-EnvOverride from environment "DAY_TAXPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-TaxPathText
           end-if
           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_BUDGPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-BudgPathText
           end-if
           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_ROLEPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-RolePathText
           end-if
           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_UROLPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-UrolPathText
           end-if
           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_CALNPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-CalnPathText
           end-if
           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_WOPMPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-WopmPathText
           end-if.

      ******************************************************************
      *    every change writes its own trail line - "who changed
      *    journal 12's description and when" is the question the
      *    audit file exists to answer, and fixing a typo by asking
      *    IT to poke the file never left one. A screen with more to
      *    say than a key sets WS-AudOper, WS-AudInv and WS-AudAmt
      *    first; they go back to plain MAINT lines after the write.
      ******************************************************************
       WRITE-AUDIT.
           open EXTEND AudFile
           accept audDate from DATE YYYYMMDD
           accept audTime from TIME
           move WS-OperUser to audUser
           move WS-AudOper to audOper
           move WS-AudKey to audKey
           move WS-AudInv to audInv
           move WS-AudAmt to audAmt
           write audRec
           if auStatus not = "00"
               display "RefMaint: audit write fail " auStatus
               stop run
           end-if
           close AudFile
           move "MAINT"   to WS-AudOper
           move zero      to WS-AudInv
           move zero      to WS-AudAmt.

      ******************************************************************
      *    journal codes - list, change the description, flip the
               display "tax code " taxCode " active flag now "
                   taxActive
           end-read.

      ******************************************************************
      *    budgets - one amount per company, GL account and period,
      *    the figures BudgetVarianceReport measures the ledger
      *    against. Finance loads the year from its spreadsheet with
      *    LoadBudgetFile; this is for the odd line that needs adding,
      *    correcting or taking out between loads. Each change goes on
      *    the trail as BUDGADD, BUDGUPD or BUDGDEL keyed company and
      *    period, the account in the invoice slot when it is all
      *    digits, the amount as it now stands (as it stood, for a
      *    delete).
      ******************************************************************
       BUDG-MAINT.
           open I-O BudgFile
           if bgStatus not = "00" and bgStatus not = "05"
               display "RefMaint: open budget fail " bgStatus
               stop run
           end-if
           move "N" to WS-FileDone
           perform until WS-FileDone = "Y"
               display " "
               display "BUDGETS: L=list A=add U=update D=delete "
                   "X=back"
               accept WS-Command
               evaluate WS-Command
                 when "L"
                 when "l"
                   perform BUDG-LIST
                 when "A"
                 when "a"
                   perform BUDG-ADD
                 when "U"
                 when "u"
                   perform BUDG-UPDATE
                 when "D"
                 when "d"
                   perform BUDG-DELETE
                 when "X"
                 when "x"
                   move "Y" to WS-FileDone
                 when other
                   continue
               end-evaluate
           end-perform
           close BudgFile.

       BUDG-LIST.
           display "company (3 digits, blank for all):"
           accept WS-AnswerText
           move low-values to budgKey1
           if WS-AnswerText not = space
               move WS-AnswerText(1:3) to budgUser
           end-if
           move "N" to WS-EOF
           start BudgFile key is not less than budgKey1
             invalid key
               move "Y" to WS-EOF
               display "no budgets on file"
           end-start
           perform until WS-EOF = "Y"
               perform BUDG-PAGE
           end-perform.

       BUDG-PAGE.
           move zero to WS-RecsShown
           display "USR ACCOUNT    PERIOD            AMOUNT"
           perform until WS-RecsShown >= WS-PageSize
               read BudgFile next record
                 at end
                   display "*** end of file ***"
                   move "Y" to WS-EOF
                   exit perform
                 not at end
                   move budgAmt to WS-EditBudget
                   display budgUser " " budgAcct " " budgPeriod
                       " " WS-EditBudget
                   add 1 to WS-RecsShown
               end-read
           end-perform
           if WS-EOF not = "Y"
               display "F=forward X=stop:"
               accept WS-Command
               if WS-Command = "X" or WS-Command = "x"
                   move "Y" to WS-EOF
               end-if
           end-if.

       BUDG-KEY.
           display "company (3 digits):"
           accept WS-AnswerText
           move WS-AnswerText(1:3) to WS-BudgUser
           move WS-BudgUser to budgUser
           display "GL account:"
           accept WS-AnswerText
           move WS-AnswerText(1:10) to budgAcct
           display "period (YYYYMM):"
           accept WS-AnswerText
           move WS-AnswerText(1:6) to budgPeriod.

       BUDG-ADD.
           perform BUDG-KEY
           if budgPeriod(5:2) < "01" or budgPeriod(5:2) > "12"
                   or budgAcct = space
               display "account and a YYYYMM period are required"
               EXIT PARAGRAPH
           end-if
           read BudgFile
             invalid key
               display "amount:"
               accept WS-AnswerText
               compute budgAmt = FUNCTION NUMVAL(WS-AnswerText)
               move WS-OperUser to budgUpdUser
               accept WS-Today from DATE YYYYMMDD
               move WS-Today to budgUpdDate
               write budgRec
               if bgStatus not = "00"
                   display "RefMaint: budget write fail " bgStatus
                   stop run
               end-if
               move "BUDGADD" to WS-AudOper
               perform BUDG-AUDIT
               display "budget for " budgAcct " " budgPeriod
                   " added"
             not invalid key
               display "budget for " budgAcct " " budgPeriod
                   " already on file - use U"
           end-read.

       BUDG-UPDATE.
           perform BUDG-KEY
           read BudgFile
             invalid key
               display "no budget for " budgAcct " " budgPeriod
             not invalid key
               move budgAmt to WS-EditBudget
               display budgUser " " budgAcct " " budgPeriod
                   " amount " WS-EditBudget
                   " by " budgUpdUser " on " budgUpdDate
               display "new amount (blank keeps):"
               accept WS-AnswerText
               if WS-AnswerText not = space
                   compute budgAmt = FUNCTION NUMVAL(WS-AnswerText)
               end-if
               move WS-OperUser to budgUpdUser
               accept WS-Today from DATE YYYYMMDD
               move WS-Today to budgUpdDate
               rewrite budgRec
               if bgStatus not = "00"
                   display "RefMaint: budget rewrite fail " bgStatus
                   stop run
               end-if
               move "BUDGUPD" to WS-AudOper
               perform BUDG-AUDIT
               display "budget for " budgAcct " " budgPeriod
                   " updated"
           end-read.

       BUDG-DELETE.
           perform BUDG-KEY
           read BudgFile
             invalid key
               display "no budget for " budgAcct " " budgPeriod
             not invalid key
               move budgAmt to WS-EditBudget
               display budgUser " " budgAcct " " budgPeriod
                   " amount " WS-EditBudget
               display "delete this budget line (Y/N):"
               accept WS-AnswerText
               if WS-AnswerText(1:1) not = "Y"
                       and WS-AnswerText(1:1) not = "y"
                   EXIT PARAGRAPH
               end-if
               delete BudgFile record
               if bgStatus not = "00"
                   display "RefMaint: budget delete fail " bgStatus
                   stop run
               end-if
               move "BUDGDEL" to WS-AudOper
               perform BUDG-AUDIT
               display "budget for " budgAcct " " budgPeriod
                   " deleted"
           end-read.

       BUDG-AUDIT.
           compute WS-AudKey = budgUser * 1000000 + budgPeriod
           move budgAmt to WS-AudAmt
           move zero to WS-AcctLen
           inspect budgAcct tallying WS-AcctLen
               for characters before initial space
           if WS-AcctLen > zero
               if budgAcct(1:WS-AcctLen) is numeric
                   if WS-AcctLen = 10
                       compute WS-AudInv = FUNCTION NUMVAL(budgAcct)
                   else
                       if budgAcct(WS-AcctLen + 1:) = space
                           compute WS-AudInv =
                               FUNCTION NUMVAL(budgAcct)
                       end-if
                   end-if
               end-if
           end-if
           perform WRITE-AUDIT.

      ******************************************************************
      *    business-day calendar - the days a company does not work
      *    (H: weekday holidays) and the odd weekend day it does (B).
      *    Company 000 holds the days every company shares, a public
      *    holiday say; a company's own line for the same date wins.
      *    Any day not on file is a business day Monday to Friday.
      *    Each change goes on the trail as CALNADD or CALNDEL keyed
      *    company and date.
      ******************************************************************
       CALN-MAINT.
           open I-O CalnFile
           if cnStatus not = "00" and cnStatus not = "05"
               display "RefMaint: open calendar fail " cnStatus
               stop run
           end-if
           move "N" to WS-FileDone
           perform until WS-FileDone = "Y"
               display " "
               display "CALENDAR: L=list A=add D=delete X=back"
               accept WS-Command
               evaluate WS-Command
                 when "L"
                 when "l"
                   perform CALN-LIST
                 when "A"
                 when "a"
                   perform CALN-ADD
                 when "D"
                 when "d"
                   perform CALN-DELETE
                 when "X"
                 when "x"
                   move "Y" to WS-FileDone
                 when other
                   continue
               end-evaluate
           end-perform
           close CalnFile.

       CALN-LIST.
           display "company (3 digits, blank for all):"
           accept WS-AnswerText
           move low-values to calnKey1
           if WS-AnswerText not = space
               move WS-AnswerText(1:3) to calnUser
               move zero to calnDate
           end-if
           move "N" to WS-EOF
           start CalnFile key is not less than calnKey1
             invalid key
               move "Y" to WS-EOF
               display "no calendar days on file"
           end-start
           perform until WS-EOF = "Y"
               perform CALN-PAGE
           end-perform.

       CALN-PAGE.
           move zero to WS-RecsShown
           display "USR DATE     T DESCRIPTION          BY  ON"
           perform until WS-RecsShown >= WS-PageSize
               read CalnFile next record
                 at end
                   display "*** end of file ***"
                   move "Y" to WS-EOF
                   exit perform
                 not at end
                   display calnUser " " calnDate " " calnType " "
                       calnDesc " " calnUpdUser " " calnUpdDate
                   add 1 to WS-RecsShown
               end-read
           end-perform
           if WS-EOF not = "Y"
               display "F=forward X=stop:"
               accept WS-Command
               if WS-Command = "X" or WS-Command = "x"
                   move "Y" to WS-EOF
               end-if
           end-if.

       CALN-KEY.
           display "company (3 digits, 000 = every company):"
           accept WS-AnswerText
           move WS-AnswerText(1:3) to WS-CalnUser
           move WS-CalnUser to calnUser
           display "date (YYYYMMDD):"
           accept WS-AnswerText
           move zero to WS-CalnDate
           if WS-AnswerText(1:8) is numeric
               move WS-AnswerText(1:8) to WS-CalnDate
           end-if
           move WS-CalnDate to calnDate.

       CALN-ADD.
           perform CALN-KEY
           move WS-CalnDate to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
               display "a valid YYYYMMDD date is required"
               EXIT PARAGRAPH
           end-if
           read CalnFile
             invalid key
               display "type (H = not worked, B = worked):"
               accept WS-AnswerText
               if WS-AnswerText(1:1) = "h"
                   move "H" to WS-AnswerText(1:1)
               end-if
               if WS-AnswerText(1:1) = "b"
                   move "B" to WS-AnswerText(1:1)
               end-if
               if WS-AnswerText(1:1) not = "H"
                       and WS-AnswerText(1:1) not = "B"
                   display "type must be H or B"
                   EXIT PARAGRAPH
               end-if
               move WS-CalnUser to calnUser
               move WS-CalnDate to calnDate
               move WS-AnswerText(1:1) to calnType
               display "description:"
               accept WS-AnswerText
               move WS-AnswerText(1:20) to calnDesc
               move WS-OperUser to calnUpdUser
               accept WS-Today from DATE YYYYMMDD
               move WS-Today to calnUpdDate
               write calnRec
               if cnStatus not = "00"
                   display "RefMaint: calendar write fail " cnStatus
                   stop run
               end-if
               move "CALNADD" to WS-AudOper
               perform CALN-AUDIT
               display "calendar day " calnUser " " calnDate
                   " added"
             not invalid key
               display "calendar day " calnUser " " calnDate
                   " already on file - delete it first"
           end-read.

       CALN-DELETE.
           perform CALN-KEY
           read CalnFile
             invalid key
               display "no calendar day " calnUser " " calnDate
             not invalid key
               display calnUser " " calnDate " " calnType " "
                   calnDesc
               display "delete this calendar day (Y/N):"
               accept WS-AnswerText
               if WS-AnswerText(1:1) not = "Y"
                       and WS-AnswerText(1:1) not = "y"
                   EXIT PARAGRAPH
               end-if
               delete CalnFile record
               if cnStatus not = "00"
                   display "RefMaint: calendar delete fail " cnStatus
                   stop run
               end-if
               move "CALNDEL" to WS-AudOper
               perform CALN-AUDIT
               display "calendar day " calnUser " " calnDate
                   " deleted"
           end-read.

       CALN-AUDIT.
           compute WS-AudKey = calnUser * 100000000 + calnDate
           perform WRITE-AUDIT.

      ******************************************************************
      *    write-off tolerances - per company, the largest debit and
      *    the largest credit balance WriteOffSelection will offer
      *    for writing off (zero leaves that side alone), how many
      *    days a balance must have stood untouched, and the journal
      *    WriteOffRun posts the write-offs on. That journal wants to
      *    be active and to have its own GL mapping, or the run will
      *    refuse - both are checked here and a warning given, so the
      *    order the screens are filled in does not matter. Each
      *    change goes on the trail as WOPMADD, WOPMUPD or WOPMDEL
      *    keyed company, the journal in the invoice slot, the debit
      *    tolerance as the amount.
      ******************************************************************
       WOPM-MAINT.
           open I-O WopmFile
           if wpStatus not = "00" and wpStatus not = "05"
               display "RefMaint: open write-off tolerance fail "
                   wpStatus
               stop run
           end-if
           move "N" to WS-FileDone
           perform until WS-FileDone = "Y"
               display " "
               display "WRITE-OFF TOLERANCES: L=list A=add U=update "
                   "D=delete X=back"
               accept WS-Command
               evaluate WS-Command
                 when "L"
                 when "l"
                   perform WOPM-LIST
                 when "A"
                 when "a"
                   perform WOPM-ADD
                 when "U"
                 when "u"
                   perform WOPM-UPDATE
                 when "D"
                 when "d"
                   perform WOPM-DELETE
                 when "X"
                 when "x"
                   move "Y" to WS-FileDone
                 when other
                   continue
               end-evaluate
           end-perform
           close WopmFile.

       WOPM-LIST.
           move zero to wopmUser
           move "N" to WS-EOF
           start WopmFile key is not less than wopmUser
             invalid key
               move "Y" to WS-EOF
               display "no write-off tolerances on file"
           end-start
           perform until WS-EOF = "Y"
               perform WOPM-PAGE
           end-perform.

       WOPM-PAGE.
           move zero to WS-RecsShown
           display "USR    DEBIT TOL   CREDIT TOL  MIN AGE  JOURNAL"
           perform until WS-RecsShown >= WS-PageSize
               read WopmFile next record
                 at end
                   display "*** end of file ***"
                   move "Y" to WS-EOF
                   exit perform
                 not at end
                   move wopmDebitTol  to WS-EditTol
                   move wopmCreditTol to WS-EditTol2
                   display wopmUser "  " WS-EditTol "  " WS-EditTol2
                       "      " wopmMinAge "      " wopmJr
                   add 1 to WS-RecsShown
               end-read
           end-perform
           if WS-EOF not = "Y"
               display "F=forward X=stop:"
               accept WS-Command
               if WS-Command = "X" or WS-Command = "x"
                   move "Y" to WS-EOF
               end-if
           end-if.

       WOPM-KEY.
           display "company (3 digits):"
           accept WS-AnswerText
           move WS-AnswerText(1:3) to WS-Code3
           move WS-Code3 to wopmUser.

      *    the figures themselves; on an update a blank answer keeps
      *    what is there.
       WOPM-FIELDS.
           display "debit tolerance (0 = none):"
           accept WS-AnswerText
           if WS-AnswerText not = space
               compute wopmDebitTol = FUNCTION NUMVAL(WS-AnswerText)
           end-if
           display "credit tolerance (0 = none):"
           accept WS-AnswerText
           if WS-AnswerText not = space
               compute wopmCreditTol = FUNCTION NUMVAL(WS-AnswerText)
           end-if
           display "minimum age in days:"
           accept WS-AnswerText
           if WS-AnswerText not = space
               compute wopmMinAge = FUNCTION NUMVAL(WS-AnswerText)
           end-if
           display "write-off journal (3 digits):"
           accept WS-AnswerText
           if WS-AnswerText not = space
               move WS-AnswerText(1:3) to WS-Code3
               move WS-Code3 to wopmJr
           end-if
           move WS-OperUser to wopmUpdUser
           accept WS-Today from DATE YYYYMMDD
           move WS-Today to wopmUpdDate.

       WOPM-ADD.
           perform WOPM-KEY
           read WopmFile
             invalid key
               move zero to wopmDebitTol
               move zero to wopmCreditTol
               move zero to wopmMinAge
               move zero to wopmJr
               perform WOPM-FIELDS
               write wopmRec
               if wpStatus not = "00"
                   display "RefMaint: write-off tolerance write fail "
                       wpStatus
                   stop run
               end-if
               move "WOPMADD" to WS-AudOper
               perform WOPM-AUDIT
               display "write-off tolerances for " wopmUser " added"
               perform WOPM-CHECK-JOURNAL
             not invalid key
               display "write-off tolerances for " wopmUser
                   " already on file - use U"
           end-read.

       WOPM-UPDATE.
           perform WOPM-KEY
           read WopmFile
             invalid key
               display "no write-off tolerances for " wopmUser
             not invalid key
               move wopmDebitTol  to WS-EditTol
               move wopmCreditTol to WS-EditTol2
               display wopmUser " debit " WS-EditTol " credit "
                   WS-EditTol2 " min age " wopmMinAge " journal "
                   wopmJr " by " wopmUpdUser " on " wopmUpdDate
               display "blank keeps any of the following"
               perform WOPM-FIELDS
               rewrite wopmRec
               if wpStatus not = "00"
                   display "RefMaint: write-off tolerance rewrite "
                       "fail " wpStatus
                   stop run
               end-if
               move "WOPMUPD" to WS-AudOper
               perform WOPM-AUDIT
               display "write-off tolerances for " wopmUser
                   " updated"
               perform WOPM-CHECK-JOURNAL
           end-read.

       WOPM-DELETE.
           perform WOPM-KEY
           read WopmFile
             invalid key
               display "no write-off tolerances for " wopmUser
             not invalid key
               move wopmDebitTol  to WS-EditTol
               move wopmCreditTol to WS-EditTol2
               display wopmUser " debit " WS-EditTol " credit "
                   WS-EditTol2 " min age " wopmMinAge " journal "
                   wopmJr
               display "delete these tolerances (Y/N):"
               accept WS-AnswerText
               if WS-AnswerText(1:1) not = "Y"
                       and WS-AnswerText(1:1) not = "y"
                   EXIT PARAGRAPH
               end-if
               delete WopmFile record
               if wpStatus not = "00"
                   display "RefMaint: write-off tolerance delete "
                       "fail " wpStatus
                   stop run
               end-if
               move "WOPMDEL" to WS-AudOper
               perform WOPM-AUDIT
               display "write-off tolerances for " wopmUser
                   " deleted"
           end-read.

       WOPM-AUDIT.
           move wopmUser to WS-AudKey
           move wopmJr to WS-AudInv
           move wopmDebitTol to WS-AudAmt
           perform WRITE-AUDIT.

       WOPM-CHECK-JOURNAL.
           open INPUT JrnlFile
           if jlStatus not = "00" and jlStatus not = "05"
               display "RefMaint: open journal fail " jlStatus
               stop run
           end-if
           move space to jrnlActive
           compute jlRelkey = wopmJr + 1
           read JrnlFile
             invalid key
               move space to jrnlActive
           end-read
           close JrnlFile
           if jrnlActive not = "Y"
               display "warning: journal " wopmJr
                   " is not an active journal - the write-off run "
                   "will refuse until it is"
           end-if
           open INPUT GlmFile
           if gmStatus not = "00" and gmStatus not = "05"
               display "RefMaint: open GL map fail " gmStatus
               stop run
           end-if
           compute gmRelkey = wopmJr + 1
           read GlmFile
             invalid key
               display "warning: journal " wopmJr
                   " has no GL mapping - the write-off run will "
                   "refuse until it has"
           end-read
           close GlmFile.

       VALIDATE-DATE.
           move "Y" to WS-DateOK
           if WS-VYear < 1900 or WS-VMonth < 1 or WS-VMonth > 12
                   or WS-VDay < 1
               move "N" to WS-DateOK
           else
               if WS-VMonth = 2
                   if FUNCTION MOD(WS-VYear, 4) = 0
                       and (FUNCTION MOD(WS-VYear, 100) not = 0
                            or FUNCTION MOD(WS-VYear, 400) = 0)
                       if WS-VDay > 29
                           move "N" to WS-DateOK
                       end-if
                   else
                       if WS-VDay > 28
                           move "N" to WS-DateOK
                       end-if
                   end-if
               else
                   if WS-VDay > WS-Dim(WS-VMonth)
                       move "N" to WS-DateOK
                   end-if
               end-if
           end-if.

      ******************************************************************
      *    function security - the check every screen makes on the
      *    way in, the same rule CheckFunctionAccess applies to the
      *    guarded Class1 methods: with no role file at all, or one
      *    with no roles on it yet, nothing is refused; once a role is
      *    on file the operator needs a role that grants WS-SecFunc
      *    (or *ALL). A refusal leaves a DENIED line with the
      *    function's number in the key column.
      ******************************************************************
       CHECK-ACCESS.
           move "Y" to WS-SecAccess
           open INPUT RoleFile
           if roStatus = "05"
               close RoleFile
               EXIT PARAGRAPH
           end-if
           if roStatus not = "00"
               display "RefMaint: open role fail " roStatus
               stop run
           end-if
           perform ROLES-IN-FORCE
           if WS-SecAccess = "Y"
               close RoleFile
               EXIT PARAGRAPH
           end-if
           open INPUT UrolFile
           if urStatus not = "00" and urStatus not = "05"
               display "RefMaint: open user role fail " urStatus
               stop run
           end-if
           perform HOLDS-FUNCTION
           close UrolFile
           close RoleFile
           if WS-SecAccess = "Y"
               EXIT PARAGRAPH
           end-if
           move WS-SecFunc to WS-CheckFunc
           perform FIND-FUNCTION
           move zero to WS-AudKey
           if WS-Fx <= secFuncCount
               move secFuncId(WS-Fx) to WS-AudKey
           end-if
           move "DENIED" to WS-AudOper
           perform WRITE-AUDIT
           display "user " WS-OperUser " is not granted " WS-SecFunc
               " - refused".

      *    an empty role file - the roles screen opened but nothing
      *    defined yet - is no more in force than a missing one:
      *    WS-SecAccess comes back "Y" unless at least one role is on
      *    file. RoleFile must already be open.
       ROLES-IN-FORCE.
           move "Y" to WS-SecAccess
           move low-values to roleKey1
           start RoleFile key is not less than roleKey1
             invalid key
               continue
             not invalid key
               read RoleFile next record
                 at end
                   continue
                 not at end
                   move "N" to WS-SecAccess
               end-read
           end-start.

      *    does WS-OperUser hold a role granting WS-SecFunc or *ALL -
      *    "Y" or "N" in WS-SecAccess. Both files must already be open,
      *    for input on the way into a screen or I-O on the roles
      *    screen itself.
       HOLDS-FUNCTION.
           move "N" to WS-SecAccess
           move WS-OperUser to urolUser
           move zero to urolRole
           move "N" to WS-EOF
           start UrolFile key is not less than urolKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read UrolFile next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if urolUser not = WS-OperUser
                       move "Y" to WS-EOF
                   else
                       move urolRole  to roleCode
                       move WS-SecFunc to roleFunc
                       read RoleFile
                         invalid key
                           move "*ALL" to roleFunc
                           read RoleFile
                             invalid key
                               continue
                             not invalid key
                               move "Y" to WS-SecAccess
                           end-read
                         not invalid key
                           move "Y" to WS-SecAccess
                       end-read
                       if WS-SecAccess = "Y"
                           move "Y" to WS-EOF
                       end-if
                   end-if
               end-read
           end-perform.

       FIND-FUNCTION.
           perform varying WS-Fx from 1 by 1
                   until WS-Fx > secFuncCount
               if secFuncCode(WS-Fx) = WS-CheckFunc
                   exit perform
               end-if
           end-perform.

      ******************************************************************
      *    roles and who holds them. A role is a number with a
      *    description (D), carrying functions granted (G) and
      *    revoked (R) one at a time from the function table; users
      *    are given roles (A) and have them taken away (U). Every
      *    change goes on the trail - ROLEDEF keyed by role, ROLEGRNT
      *    and ROLEREVK keyed by role with the function number in the
      *    invoice column, ROLEASGN and ROLEUNAS keyed by the user
      *    with the role there. The first role defined puts security
      *    in force, so X will not leave this screen while roles are on
      *    file and the operator no longer holds RMSECUR (or *ALL) -
      *    setting roles up, or revoking or unassigning one's own,
      *    cannot lock everybody out of the screen that puts it right.
      ******************************************************************
       SECUR-MAINT.
           open I-O RoleFile
           if roStatus not = "00" and roStatus not = "05"
               display "RefMaint: open role fail " roStatus
               stop run
           end-if
           open I-O UrolFile
           if urStatus not = "00" and urStatus not = "05"
               display "RefMaint: open user role fail " urStatus
               stop run
           end-if
           move "N" to WS-FileDone
           perform until WS-FileDone = "Y"
               display " "
               display "ROLES: L=list roles W=who holds D=define "
                   "G=grant R=revoke A=assign U=unassign X=back"
               accept WS-Command
               evaluate WS-Command
                 when "L"
                 when "l"
                   perform ROLE-LIST
                 when "W"
                 when "w"
                   perform UROL-LIST
                 when "D"
                 when "d"
                   perform ROLE-DEFINE
                 when "G"
                 when "g"
                   perform ROLE-GRANT
                 when "R"
                 when "r"
                   perform ROLE-REVOKE
                 when "A"
                 when "a"
                   perform UROL-ASSIGN
                 when "U"
                 when "u"
                   perform UROL-UNASSIGN
                 when "X"
                 when "x"
                   perform SECUR-LEAVE
                 when other
                   continue
               end-evaluate
           end-perform
           close RoleFile
           close UrolFile.

      *    the same test CHECK-ACCESS would make on the way back in,
      *    run against the files as they now stand.
       SECUR-LEAVE.
           move "RMSECUR" to WS-SecFunc
           perform ROLES-IN-FORCE
           if WS-SecAccess = "N"
               perform HOLDS-FUNCTION
           end-if
           if WS-SecAccess = "Y"
               move "Y" to WS-FileDone
           else
               display "user " WS-OperUser " would not hold RMSECUR"
                   " - nobody could get back to this screen"
               display "assign yourself a role granting RMSECUR or"
                   " *ALL before leaving"
           end-if.

       ROLE-LIST.
           move low-values to roleKey1
           move "N" to WS-EOF
           start RoleFile key is not less than roleKey1
             invalid key
               move "Y" to WS-EOF
               display "no roles on file"
           end-start
           perform until WS-EOF = "Y"
               perform ROLE-PAGE
           end-perform.

       ROLE-PAGE.
           move zero to WS-RecsShown
           display "ROLE FUNCTION DESCRIPTION"
           perform until WS-RecsShown >= WS-PageSize
               read RoleFile next record
                 at end
                   display "*** end of file ***"
                   move "Y" to WS-EOF
                   exit perform
                 not at end
                   if roleFunc = space
                       display roleCode "          " roleDesc
                   else
                       move roleFunc to WS-CheckFunc
                       perform FIND-FUNCTION
                       if WS-Fx > secFuncCount
                           display "     " roleFunc " (unknown)"
                       else
                           display "     " roleFunc " "
                               secFuncDesc(WS-Fx)
                       end-if
                   end-if
                   add 1 to WS-RecsShown
               end-read
           end-perform
           if WS-EOF not = "Y"
               display "F=forward X=stop:"
               accept WS-Command
               if WS-Command = "X" or WS-Command = "x"
                   move "Y" to WS-EOF
               end-if
           end-if.

       UROL-LIST.
           move low-values to urolKey1
           move "N" to WS-EOF
           start UrolFile key is not less than urolKey1
             invalid key
               move "Y" to WS-EOF
               display "no roles assigned"
           end-start
           perform until WS-EOF = "Y"
               perform UROL-PAGE
           end-perform.

       UROL-PAGE.
           move zero to WS-RecsShown
           display "USR ROLE BY  ON"
           perform until WS-RecsShown >= WS-PageSize
               read UrolFile next record
                 at end
                   display "*** end of file ***"
                   move "Y" to WS-EOF
                   exit perform
                 not at end
                   display urolUser " " urolRole "  " urolGrantBy
                       " " urolGrantDate
                   add 1 to WS-RecsShown
               end-read
           end-perform
           if WS-EOF not = "Y"
               display "F=forward X=stop:"
               accept WS-Command
               if WS-Command = "X" or WS-Command = "x"
                   move "Y" to WS-EOF
               end-if
           end-if.

      *    a new role, or a new description for an old one.
       ROLE-DEFINE.
           display "role (3 digits):"
           accept WS-AnswerText
           move WS-AnswerText(1:3) to WS-Code3
           move WS-Code3 to roleCode
           move space to roleFunc
           read RoleFile
             invalid key
               display "description:"
               accept WS-AnswerText
               move WS-AnswerText to roleDesc
               move WS-OperUser to roleGrantBy
               accept WS-Today from DATE YYYYMMDD
               move WS-Today to roleGrantDate
               write roleRec
               if roStatus not = "00"
                   display "RefMaint: role write fail " roStatus
                   stop run
               end-if
             not invalid key
               display "role " roleCode " " roleDesc
               display "new description (blank keeps):"
               accept WS-AnswerText
               if WS-AnswerText not = space
                   move WS-AnswerText to roleDesc
               end-if
               rewrite roleRec
               if roStatus not = "00"
                   display "RefMaint: role rewrite fail " roStatus
                   stop run
               end-if
           end-read
           move roleCode to WS-AudKey
           move "ROLEDEF" to WS-AudOper
           perform WRITE-AUDIT
           display "role " WS-Code3 " defined".

       ROLE-GRANT.
           perform ROLE-FUNCTION-KEY
           if WS-SecAccess not = "Y"
               EXIT PARAGRAPH
           end-if
           read RoleFile
             invalid key
               move space to roleDesc
               move WS-OperUser to roleGrantBy
               accept WS-Today from DATE YYYYMMDD
               move WS-Today to roleGrantDate
               write roleRec
               if roStatus not = "00"
                   display "RefMaint: role write fail " roStatus
                   stop run
               end-if
               move roleCode to WS-AudKey
               move secFuncId(WS-Fx) to WS-AudInv
               move "ROLEGRNT" to WS-AudOper
               perform WRITE-AUDIT
               display "role " roleCode " granted " roleFunc
             not invalid key
               display "role " roleCode " already has " roleFunc
           end-read.

       ROLE-REVOKE.
           perform ROLE-FUNCTION-KEY
           if WS-SecAccess not = "Y"
               EXIT PARAGRAPH
           end-if
           read RoleFile
             invalid key
               display "role " roleCode " does not have " roleFunc
             not invalid key
               delete RoleFile record
               if roStatus not = "00"
                   display "RefMaint: role delete fail " roStatus
                   stop run
               end-if
               move roleCode to WS-AudKey
               move secFuncId(WS-Fx) to WS-AudInv
               move "ROLEREVK" to WS-AudOper
               perform WRITE-AUDIT
               display "role " roleCode " no longer has " roleFunc
           end-read.

      *    a defined role and a function off the table; WS-SecAccess
      *    says whether both were good, and leaves roleKey1 set.
       ROLE-FUNCTION-KEY.
           move "N" to WS-SecAccess
           display "role (3 digits):"
           accept WS-AnswerText
           move WS-AnswerText(1:3) to WS-Code3
           move WS-Code3 to roleCode
           move space to roleFunc
           read RoleFile
             invalid key
               display "role " WS-Code3 " is not defined - use D"
               EXIT PARAGRAPH
           end-read
           display "function:"
           accept WS-AnswerText
           move WS-AnswerText(1:8) to WS-CheckFunc
           perform FIND-FUNCTION
           if WS-Fx > secFuncCount or WS-CheckFunc = space
               display "no function " WS-CheckFunc
               EXIT PARAGRAPH
           end-if
           move WS-Code3 to roleCode
           move WS-CheckFunc to roleFunc
           move "Y" to WS-SecAccess.

       UROL-ASSIGN.
           perform UROL-KEY
           if WS-SecAccess not = "Y"
               EXIT PARAGRAPH
           end-if
           read UrolFile
             invalid key
               move WS-OperUser to urolGrantBy
               accept WS-Today from DATE YYYYMMDD
               move WS-Today to urolGrantDate
               write urolRec
               if urStatus not = "00"
                   display "RefMaint: user role write fail " urStatus
                   stop run
               end-if
               move urolUser to WS-AudKey
               move urolRole to WS-AudInv
               move "ROLEASGN" to WS-AudOper
               perform WRITE-AUDIT
               display "user " urolUser " now holds role " urolRole
             not invalid key
               display "user " urolUser " already holds role "
                   urolRole
           end-read.

       UROL-UNASSIGN.
           perform UROL-KEY
           if WS-SecAccess not = "Y"
               EXIT PARAGRAPH
           end-if
           read UrolFile
             invalid key
               display "user " urolUser " does not hold role "
                   urolRole
             not invalid key
               delete UrolFile record
               if urStatus not = "00"
                   display "RefMaint: user role delete fail "
                       urStatus
                   stop run
               end-if
               move urolUser to WS-AudKey
               move urolRole to WS-AudInv
               move "ROLEUNAS" to WS-AudOper
               perform WRITE-AUDIT
               display "user " urolUser " no longer holds role "
                   urolRole
           end-read.

      *    a user on the user file and a defined role; WS-SecAccess
      *    says whether both were good, and leaves urolKey1 set.
       UROL-KEY.
           move "N" to WS-SecAccess
           display "user code (3 digits):"
           accept WS-AnswerText
           move WS-AnswerText(1:3) to WS-Code3
           open INPUT UserFile
           if usStatus not = "00" and usStatus not = "05"
               display "RefMaint: open user fail " usStatus
               stop run
           end-if
           compute usRelkey = WS-Code3 + 1
           read UserFile
             invalid key
               display "user code " WS-Code3 " not on file"
               close UserFile
               EXIT PARAGRAPH
           end-read
           close UserFile
           move WS-Code3 to urolUser
           display "role (3 digits):"
           accept WS-AnswerText
           move WS-AnswerText(1:3) to WS-Code3
           move WS-Code3 to roleCode
           move space to roleFunc
           read RoleFile
             invalid key
               display "role " WS-Code3 " is not defined - use D"
               EXIT PARAGRAPH
           end-read
           move WS-Code3 to urolRole
           move "Y" to WS-SecAccess.
