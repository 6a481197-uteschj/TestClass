       01  balPath           OBJECT REFERENCE CLASS-STRING.
       01  pendPath          OBJECT REFERENCE CLASS-STRING.
       01  sumRptPath        OBJECT REFERENCE CLASS-STRING.
       01  custPath          OBJECT REFERENCE CLASS-STRING.
       01  clnkPath          OBJECT REFERENCE CLASS-STRING.
       01  dunhPath          OBJECT REFERENCE CLASS-STRING.
       01  letterPath        OBJECT REFERENCE CLASS-STRING.
       01  dispPath          OBJECT REFERENCE CLASS-STRING.
       01  catlPath          OBJECT REFERENCE CLASS-STRING.
       01  contRptPath       OBJECT REFERENCE CLASS-STRING.
       01  rateFeedPath      OBJECT REFERENCE CLASS-STRING.
       01  rateRejPath       OBJECT REFERENCE CLASS-STRING.
       01  rateRptPath       OBJECT REFERENCE CLASS-STRING.
       01  tmplPath          OBJECT REFERENCE CLASS-STRING.
       01  missRateRptPath   OBJECT REFERENCE CLASS-STRING.
       01  calnPath          OBJECT REFERENCE CLASS-STRING.
       01  planPath          OBJECT REFERENCE CLASS-STRING.
       01  planRptPath       OBJECT REFERENCE CLASS-STRING.
       01  ret               OBJECT REFERENCE CLASS-STRING.
       01  historyList       OBJECT REFERENCE CLASS-HISTORYLIST.
       01  dayList           OBJECT REFERENCE CLASS-HISTORYLIST.
       01  WS-SnapKeepText   pic x(2) value "03".
       01  snapKeepIn        PIC 9(2) VALUE 3.
       01  WS-TaxPathText    pic x(255) value "C:\TRS\trs.Tax".
       01  WS-CustPathText   pic x(255) value "C:\TRS\trs.Cust".
       01  WS-ClnkPathText   pic x(255) value "C:\TRS\trs.CustLink".
       01  WS-DunhPathText   pic x(255) value "C:\TRS\trs.Dunning".
       01  WS-LetterText     pic x(255) value "C:\TRS\trs.Letters".
       01  WS-DunDaysText    pic x(3) value "014".
       01  dunDaysIn         PIC 9(3) VALUE 14.
       01  WS-DispPathText   pic x(255) value "C:\TRS\trs.Dispute".
       01  WS-CatlPathText   pic x(255) value "C:\TRS\trs.Catalog".
       01  WS-ContRptText    pic x(255) value "C:\TRS\trs.ContRpt".
       01  WS-ContCheckText  pic x(1) value "N".
       01  WS-RateFeedText   pic x(255) value "C:\TRS\trs.RateFeed".
       01  WS-RateRejText    pic x(255) value "C:\TRS\trs.RateRej".
       01  WS-RateRptText    pic x(255) value "C:\TRS\trs.RateRpt".
       01  WS-RateTolText    pic x(3) value "005".
       01  rateTolIn         PIC 9(3)V99 VALUE 5.
       01  WS-TmplPathText   pic x(255) value "C:\TRS\trs.Tmpl".
       01  WS-MissRateText   pic x(255) value "C:\TRS\trs.MissRate".
       01  WS-CalnPathText   pic x(255) value "C:\TRS\trs.Calendar".
       01  WS-NonBizText     pic x(1) value "R".
       01  WS-AgeBasisText   pic x(1) value "C".
       01  WS-BizDay         pic x(1) value "Y".
       01  WS-PlanPathText   pic x(255) value "C:\TRS\trs.Plan".
       01  WS-PlanRptText    pic x(255) value "C:\TRS\trs.PlanRpt".
       01  WS-PlanGraceText  pic x(3) value "000".
       01  planGraceIn       PIC 9(3) VALUE ZERO.
       01  WS-PlanCancText   pic x(2) value "00".
       01  planCancelIn      PIC 9(2) VALUE ZERO.
       01  runDateIn         PIC 9(8) VALUE ZERO.
       01  WS-EnvOverride    pic x(255).

      *    the chain, in run order - one slot per step so a failure
         02  filler          pic x(18) value "READHISTORY".
         02  filler          pic x(18) value "EDITHISTORYDAY".
         02  filler          pic x(18) value "GETRUNMODE".
         02  filler          pic x(18) value "RATEIMPORT".
         02  filler          pic x(18) value "MISSINGRATES".
         02  filler          pic x(18) value "CONVERTHISTORYDAY".
         02  filler          pic x(18) value "DAYJOURNALSUMMARY".
         02  filler          pic x(18) value "READDAY".
         02  filler          pic x(18) value "PLANCHECK".
         02  filler          pic x(18) value "DUNNINGRUN".
         02  filler          pic x(18) value "REFCONTINUITY".
       01  WS-StepTabR redefines WS-StepTab.
         02  WS-StepName     pic x(18) occurs 11 times.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *    summary report, run-status (step) file, DayFile snapshot
      *    catalog, snapshot keep-nights and tax reference file -
      *    ride along the same way and default like the rest when the
      *    config stops short, as do lines twenty through twenty-four
      *    for the dunning run: customer master, invoice-customer
      *    link file, dunning history, letter file and the minimum
      *    days between two letters on one invoice - and line
      *    twenty-five, the invoice dispute register, and lines
      *    twenty-six through twenty-eight for the reference
      *    continuity check: purge catalog, continuity report and a
      *    Y to run the check (anything else leaves it off) - and
      *    lines twenty-nine through thirty-four for the exchange-
      *    rate feed: the bank's rate feed, its reject file, the load
      *    report, the alert tolerance in whole percent, the
      *    recurring template file and the missing-rate report -
      *    and lines thirty-five through thirty-seven for the
      *    business-day calendar: the calendar file, what to do on a
      *    day the company does not work (F = run the full chain, R =
      *    the reduced chain, S = skip the night entirely) and the
      *    age basis for the aging reports (C = calendar days, B =
      *    business days) - and lines thirty-eight through forty-one
      *    for the payment-plan check: the plan file, its report, the
      *    grace days after an instalment's due date before it counts
      *    as missed, and how many missed instalments cancel a plan
      *    (00 = never). A
      *    fourth line, the company/user id, rides along the same way
      *    - a multi-company shop runs this driver once per company,
      *    each with its own DAYCFG (or DAY_USERID/DAY_CKPTPATH
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-CustPathText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-ClnkPathText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-DunhPathText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-LetterText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-DunDaysText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-DispPathText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-CatlPathText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-ContRptText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-ContCheckText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-RateFeedText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-RateRejText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-RateRptText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-RateTolText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-TmplPathText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-MissRateText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-CalnPathText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-NonBizText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-AgeBasisText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-PlanPathText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-PlanRptText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-PlanGraceText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-PlanCancText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               close DayCfgFile
           end-if

               move WS-EnvOverride to WS-TaxPathText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_CUSTPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-CustPathText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_CLNKPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-ClnkPathText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_DUNHPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-DunhPathText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_LETTERPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-LetterText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_DUNDAYS"
           if WS-EnvOverride not = space
               move WS-EnvOverride(1:3) to WS-DunDaysText
           end-if
           move WS-DunDaysText to dunDaysIn

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_DISPPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-DispPathText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_CATLPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-CatlPathText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_CONTRPTPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-ContRptText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_CONTCHECK"
           if WS-EnvOverride not = space
               move WS-EnvOverride(1:1) to WS-ContCheckText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_RATEFEEDPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-RateFeedText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_RATEREJPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-RateRejText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_RATERPTPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-RateRptText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_RATETOL"
           if WS-EnvOverride not = space
               move WS-EnvOverride(1:3) to WS-RateTolText
           end-if
           move WS-RateTolText to rateTolIn

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_TMPLPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-TmplPathText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_MISSRATEPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-MissRateText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_CALNPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-CalnPathText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_NONBIZ"
           if WS-EnvOverride not = space
               move WS-EnvOverride(1:1) to WS-NonBizText
           end-if
           inspect WS-NonBizText converting "frs" to "FRS"
           if WS-NonBizText not = "F" and WS-NonBizText not = "S"
               move "R" to WS-NonBizText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_AGEBASIS"
           if WS-EnvOverride not = space
               move WS-EnvOverride(1:1) to WS-AgeBasisText
           end-if
           inspect WS-AgeBasisText converting "bc" to "BC"

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_PLANPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-PlanPathText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_PLANRPTPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-PlanRptText
           end-if

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_PLANGRACE"
           if WS-EnvOverride not = space
               move WS-EnvOverride(1:3) to WS-PlanGraceText
           end-if
           move WS-PlanGraceText to planGraceIn

           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_PLANCANCEL"
           if WS-EnvOverride not = space
               move WS-EnvOverride(1:2) to WS-PlanCancText
           end-if
           move WS-PlanCancText to planCancelIn

           SET historyPath    to WS-HistPathText
           SET dayPath        to WS-DayPathText
           SET checkpointPath to WS-CkptPathText
           SET stepPath       to WS-StepPathText
           SET snapCatPath    to WS-SnapCatText
           SET taxPath        to WS-TaxPathText
           SET custPath       to WS-CustPathText
           SET clnkPath       to WS-ClnkPathText
           SET dunhPath       to WS-DunhPathText
           SET letterPath     to WS-LetterText
           SET dispPath       to WS-DispPathText
           SET catlPath       to WS-CatlPathText
           SET contRptPath    to WS-ContRptText
           SET rateFeedPath   to WS-RateFeedText
           SET rateRejPath    to WS-RateRejText
           SET rateRptPath    to WS-RateRptText
           SET tmplPath       to WS-TmplPathText
           SET missRateRptPath to WS-MissRateText
           SET calnPath       to WS-CalnPathText
           SET planPath       to WS-PlanPathText
           SET planRptPath    to WS-PlanRptText

      *    arm the controlled-failure machinery before the first
      *    step - every chain method reports through the run-status
      *    after each one.
           INVOKE dayProcessor "SetStepStatusPath" USING stepPath

      *    the company's calendar decides what tonight is. A day it
      *    does not work - weekend, public holiday - has no bank feed
      *    and nobody to send letters to, so unless DAYCFG says run
      *    the full chain anyway, either the whole night is stamped
      *    NONBIZ (S) or the conversion still runs so the day's
      *    postings are not left waiting, and the rate import,
      *    missing-rate report, payment-plan check, dunning and
      *    continuity steps are stamped NONBIZ (R). No calendar file
      *    makes every day a business day - the chain runs as it
      *    always has.
           INVOKE dayProcessor "SetCalendarPath" USING calnPath,
               WS-AgeBasisText
           accept runDateIn from DATE YYYYMMDD
           INVOKE dayProcessor "IsBusinessDay" USING userIdIn,
               runDateIn RETURNING WS-BizDay
           if WS-BizDay not = "Y" and WS-NonBizText = "S"
               display "DayDriver: " runDateIn
                   " is not a business day - chain skipped"
               move 1 to WS-StepIx
               perform STAMP-NONBIZ 11 times
               move 0 to RETURN-CODE
               STOP RUN
           end-if
           if WS-BizDay not = "Y" and WS-NonBizText = "F"
               move "Y" to WS-BizDay
           end-if
           if WS-BizDay not = "Y"
               display "DayDriver: " runDateIn
                   " is not a business day - reduced chain"
           end-if

           move 1 to WS-StepIx
           INVOKE dayProcessor "ReadHistory" USING historyPath,
               genSelIn RETURNING historyList
           perform CHECK-STEP
           move WS-RunModeChar to modeIn

      *    tonight's rates in from the bank's feed ahead of the
      *    conversion that needs them, then the list of currencies
      *    still without one for today - those records will pend
      *    rather than convert, and treasury wants to know which
      *    before morning.
           move 4 to WS-StepIx
           if WS-BizDay = "Y"
               INVOKE dayProcessor "ImportExchangeRates" USING
                   rateFeedPath, rateRejPath, ratePath, auditPath,
                   rateRptPath, userIdIn, rateTolIn
               perform CHECK-STEP

               move 5 to WS-StepIx
               INVOKE dayProcessor "MissingRateReport" USING
                   ratePath, balPath, dayPath, tmplPath,
                   missRateRptPath, userIdIn, runDateIn
               perform CHECK-STEP
           else
               perform STAMP-NONBIZ 2 times
           end-if

           move 6 to WS-StepIx
           INVOKE dayProcessor "ConvertHistoryDay" USING historyPath,
               dayPath, checkpointPath, jrnlPath, userPath,
               auditPath, runLogPath, holdPath, ratePath, balPath,

      *    the accounting team's end-of-day balancing report, off the
      *    DayFile this run just built.
           move 7 to WS-StepIx
           INVOKE dayProcessor "DayJournalSummary" USING dayPath,
               sumRptPath, userIdIn
           perform CHECK-STEP

           move 8 to WS-StepIx
           INVOKE dayProcessor "ReadDay" USING dayPath, startposition,
               endposition, userIdIn, genSelIn RETURNING dayList
           perform CHECK-STEP

      *    instalments missed on payment plans, off the balances
      *    the conversion just rolled forward - ahead of the letters,
      *    which leave an invoice alone while its plan is active, so
      *    a plan cancelled tonight is chased as a whole balance from
      *    tonight.
           move 9 to WS-StepIx
           if WS-BizDay not = "Y"
               perform STAMP-NONBIZ 3 times
               STOP RUN
           end-if
           INVOKE dayProcessor "PaymentPlanCheck" USING planPath,
               balPath, auditPath, planRptPath, userIdIn, runDateIn,
               planGraceIn, planCancelIn
           perform CHECK-STEP

      *    collections letters off the balances the conversion just
      *    rolled forward, dated today - disputed invoices and those
      *    on an active payment plan are held back.
           move 10 to WS-StepIx
           INVOKE dayProcessor "DunningRun" USING custPath, clnkPath,
               balPath, dispPath, planPath, dunhPath, letterPath,
               userIdIn, runDateIn, dunDaysIn
           perform CHECK-STEP

      *    the reference continuity check is switched on for the
      *    nights ahead of a period close, so the gaps and
      *    duplicates are in front of the accountants before the
      *    month is locked. Left off, the step is stamped OFF.
           move 11 to WS-StepIx
           if WS-ContCheckText = "Y" or WS-ContCheckText = "y"
               INVOKE dayProcessor "ReferenceContinuity" USING
                   historyPath, catlPath, contRptPath, userIdIn,
                   genSelIn
               perform CHECK-STEP
           else
               move WS-StepName(WS-StepIx) to WS-StepArg
               move space to WS-FileArg
               move space to WS-CodeArg
               move "OFF" to WS-DispArg
               INVOKE dayProcessor "WriteStepStatus" USING
                   BY VALUE WS-StepArg, WS-FileArg, WS-CodeArg,
                   WS-DispArg
           end-if

           STOP RUN.

      *    one probe after every step: a clean step leaves an OK line
               BY VALUE WS-StepArg, WS-FileArg, WS-CodeArg,
               WS-DispArg.

      *    a step left out because tonight is not a business day -
      *    stamped NONBIZ rather than SKIPPED, so the scheduler can
      *    tell a quiet holiday from a broken night. Moves on to the
      *    next step each time.
       STAMP-NONBIZ.
           move WS-StepName(WS-StepIx) to WS-StepArg
           move space to WS-FileArg
           move space to WS-CodeArg
           move "NONBIZ" to WS-DispArg
           INVOKE dayProcessor "WriteStepStatus" USING
               BY VALUE WS-StepArg, WS-FileArg, WS-CodeArg,
               WS-DispArg
           add 1 to WS-StepIx.

       REPORT-FAILURE.
           display "DayDriver: nightly chain stopped - "
               WS-FailText(1:50)
           add 1 to WS-StepIx
           perform until WS-StepIx > 11
               move WS-StepName(WS-StepIx) to WS-StepArg
               move space to WS-FileArg
               move space to WS-CodeArg
