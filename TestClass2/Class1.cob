               alternate key is clnkCust with duplicates
               file status is clStatus2.

      *    one row per letter level an invoice has been sent - the
      *    dunhCust alternate answers "what has this customer had".
           Select OPTIONAL DunhFile2
               Assign to dnID2
               Organization is indexed access mode is dynamic
               record key is dunhKey1
               alternate key is dunhCust with duplicates
               file status is dnStatus2.

           Select OPTIONAL DispFile2
               Assign to dsID2
               Organization is indexed access mode is dynamic
               record key is dispInv
               file status is dsStatus2.

      *    company + account + period, so one account's periods
      *    read back in order for the opening-balance carry.
           Select OPTIONAL GlbFile2
               Assign to gbID2
               Organization is indexed access mode is dynamic
               record key is glbKey1
               file status is gbStatus2.

           Select OPTIONAL GlaFile2
               Assign to gaID2
               Organization is indexed access mode is dynamic
               record key is glaKey1
               file status is gaStatus2.

      *    company + account + period, the same order as the ledger,
      *    so a budget line and its actual read under one key.
           Select OPTIONAL BudgFile2
               Assign to bgID2
               Organization is indexed access mode is dynamic
               record key is budgKey1
               file status is bgStatus2.

      *    role + function, and user + role - a user's roles read
      *    back together, then one keyed read per role says whether
      *    it carries the function.
           Select OPTIONAL RoleFile2
               Assign to roID2
               Organization is indexed access mode is dynamic
               record key is roleKey1
               file status is roStatus2.

           Select OPTIONAL UrolFile2
               Assign to urID2
               Organization is indexed access mode is dynamic
               record key is urolKey1
               file status is urStatus2.

      *    keyed by company + the posting's histSub in that
      *    company's own books, so either side of an intercompany
      *    pair finds the other in one read (icPartner, icPartnerSub);
      *    the invoice alternate, with icUser, says whether an open
      *    balance is intercompany.
           Select OPTIONAL IcFile2
               Assign to icID2
               Organization is indexed access mode is dynamic
               record key is icKey1
               alternate key is icInv with duplicates
               file status is icStatus2.

      *    where each group company keeps its books - one record per
      *    company, keyed company + 1 like the user file - and the
      *    partner's history and sequence files the intercompany
      *    postings open through it. PhstFile2 is laid out as
      *    HistFile2, the way the purge and hold files are.
           Select OPTIONAL IcbkFile2
               Assign to ibID2
               Organization is relative access mode is dynamic
               relative key is ibRelkey2  file status is ibStatus2.

           Select OPTIONAL PhstFile2
               Assign to phID2
               Organization is relative access mode is dynamic
               relative key is phRelkey2  file status is phStatus2.

           Select OPTIONAL PseqFile2
               Assign to psID2
               Organization is relative access mode is dynamic
               relative key is psRelkey2  file status is psStatus2.

           Select OPTIONAL PaudFile2
               Assign to paID2
               Organization is line sequential
               file status is paStatus2.

           Select OPTIONAL RfndFile2
               Assign to rfID2
               Organization is indexed access mode is dynamic
               record key is rfndKey1
               file status is rfStatus2.

      *    the business-day calendar, per company: the days a
      *    company does not work (H) and the weekend days it does
      *    (B). Company 000 holds the days every company shares.
           Select OPTIONAL CalnFile2
               Assign to cnID2
               Organization is indexed access mode is dynamic
               record key is calnKey1
               file status is cnStatus2.

      *    company + invoice + instalment, so a plan's header and
      *    its instalments read back together in due order.
           Select OPTIONAL PlanFile2
               Assign to plID2
               Organization is indexed access mode is dynamic
               record key is planKey1
               file status is plStatus2.

      *    the small-balance write-off tolerances, one record per
      *    company, and the write-off file: company + invoice + a
      *    selection number, so an invoice written off once and left
      *    with a residue again later keeps its first write-off on
      *    the register.
           Select OPTIONAL WopmFile2
               Assign to wpID2
               Organization is indexed access mode is dynamic
               record key is wopmUser
               file status is wpStatus2.

           Select OPTIONAL WoffFile2
               Assign to woID2
               Organization is indexed access mode is dynamic
               record key is woffKey1
               file status is woStatus2.

           Select OPTIONAL SmplFile2
               Assign to smID2
               Organization is line sequential
               file status is smStatus2.

       DATA DIVISION.

       File SECTION.
      *    authorization cousin of the duplicate hold file. Status
      *    "P" pending, "A" approved (and released into HistFile2),
      *    "R" rejected; rulings are kept, never erased.
      *    apqIcPartner (intercompany partner, zero for none) and
      *    apqOper (the operator whose posting or run was over limit -
      *    apqUser is the company) were added to the end of the
      *    layout - a queue holding entries from before them must be
      *    ruled on or cleared first.
       FD  ApqFile2.
       COPY TSFDAPPQ.

      *    be hand-keyed every month. The generation run posts each
      *    template into HistFile2 whenever its next-due date comes
      *    around, then advances the date by the frequency.
      *    tmplBizRule was added to the end of the layout - a
      *    template file from before it must be converted once (the
      *    new byte set to space, no rule), as the history file was
      *    for histTax.
       FD  TmplFile2.
       COPY TSFDTMPL.

      *    who the invoices belong to - name, payment terms in days,
      *    credit limit (zero means no limit set) and active flag.
      *    custDiscPct/custDiscDays (settlement discount terms) were
      *    added to the end of the layout - customer masters from
      *    before them must be re-keyed once through AddCustomer.
       FD  CustFile2.
       COPY TSFDCUST.

       FD  ClnkFile2.
       COPY TSFDCLNK.

      *    the dunning history - which letter level went out for
      *    which invoice, when, and for how much. The run reads the
      *    highest level already sent to decide the next one, so an
      *    invoice climbs reminder, first notice, final demand
      *    instead of getting the same letter every night.
       FD  DunhFile2.
       COPY TSFDDUNH.

      *    the dispute register - one record per disputed invoice,
      *    reason code, amount in dispute, who opened it and when.
      *    Status "O" open, "R" resolved; a resolved dispute keeps
      *    its record (and its trail lines) until the invoice is
      *    disputed again. While open, the invoice is left out of
      *    the dunning run and the credit-limit exposure, and ages in
      *    its own column on the aged report.
       FD  DispFile2.
       COPY TSFDDISP.

      *    the local GL ledger - one balance record per company, GL
      *    account and period (yyyymm): opening balance, the period's
      *    debits and credits as released on the GL feed, closing
      *    balance (opening + debits - credits). A period's opening
      *    is the account's previous closing.
       FD  GlbFile2.
       COPY TSFDGLBL.

      *    every line the GL feed released, under company, account,
      *    period, feed batch and line - the drill-down behind a
      *    ledger balance.
       FD  GlaFile2.
       COPY TSFDGLAC.

      *    finance's budget - one amount per company, GL account and
      *    period (yyyymm), signed the way the ledger nets (debits
      *    less credits). Kept in RefMaint or loaded from finance's
      *    spreadsheet by LoadBudgetFile; who last changed it and
      *    when rides on the record, the change itself on the trail.
       FD  BudgFile2.
       COPY TSFDBUDG.

      *    function security - a role is a number carrying a set of
      *    functions: its own record with a blank function holds the
      *    role's description, then one record per function granted
      *    (*ALL for everything). Users hold any number of roles, one
      *    record per user and role. Both kept in RefMaint.
       FD  RoleFile2.
       COPY TSFDROLE.

       FD  UrolFile2.
       COPY TSFDUROL.

      *    intercompany links - a posting between two companies of
      *    the group is written twice, once in each company's books
      *    with opposite signs, and each side gets a row here naming
      *    the other. Side "O" is the posting as entered, "M" the
      *    mirror written for the partner. State "A" active, "R"
      *    reversed - the two sides are only ever reversed together,
      *    and each row keeps its own reversal's key and date.
       FD  IcFile2.
       COPY TSFDICLK.

      *    icbkHistPath/icbkSeqPath/icbkBalPath/icbkAudPath are the
      *    company's own history, sequence, balance and audit files -
      *    the ones its own DayDriver config names.
       FD  IcbkFile2.
       COPY TSFDICBK.

       FD  PhstFile2.
       COPY TSFDHIST REPLACING LEADING ==hist== BY ==phst==.

       FD  PseqFile2.
       01  pseqRec2.
         02  pseqNextKey2       PIC 9(8) COMP-5.

      *    the partner's audit file, for a run that holds its own
      *    AudFile2 open throughout.
       FD  PaudFile2.
       COPY TSFDAUDT REPLACING LEADING ==aud== BY ==paud==.

      *    customer refunds - one row per company + invoice standing
      *    in credit, from selection through payment. Status "S"
      *    selected, "A" approved by an operator, "Q" over the
      *    paying operator's limit and parked on the approval queue
      *    (rfndQueueKey), "P" posted and paid in payment batch
      *    rfndBatch, "X" dropped. rfndBalCount is the balance
      *    record's posting count when the credit was selected, so
      *    a balance that has moved since is never paid blind.
       FD  RfndFile2.
       COPY TSFDRFND.

       FD  CalnFile2.
       COPY TSFDCALN.

      *    instalment payment plans - one plan per company + invoice
      *    at a time. Instalment 000 is the plan's header: the date it
      *    was set up, the amount put under the plan, what has been
      *    applied so far, the number of instalments and how often
      *    they fall (M monthly, W weekly), how many have been missed.
      *    Header status "A" active, "C" cancelled (the whole
      *    remainder due at once), "P" paid off. Instalments 001 up
      *    carry their due date, amount and what has been applied,
      *    status "O" open, "M" missed, "P" paid. A cancelled or
      *    paid-off plan stays on file until the invoice is put on a
      *    new one.
       FD  PlanFile2.
       COPY TSFDPLAN.

      *    write-off tolerances per company: a debit balance up to
      *    wopmDebitTol or a credit up to wopmCreditTol, untouched for
      *    at least wopmMinAge days, is written off on journal wopmJr.
       FD  WopmFile2.
       COPY TSFDWOPM.

      *    small-balance write-offs. woffStatus "S" selected for the
      *    next write-off run, "X" dropped by the reviewer, "B" sent
      *    back by the run (moved since it was selected, or out of
      *    tolerance) to be looked at afresh by the next selection,
      *    "Q" over the operator's limit and
      *    parked on the approval queue (woffQueueKey), "P" posted in
      *    write-off batch woffBatch on woffPostDate, "R" rejected by
      *    the supervisor. woffBalCount is the balance record's
      *    posting count when the residue was selected, so a balance
      *    that has moved since is never written off blind. The
      *    posted rows are the write-off register.
       FD  WoffFile2.
       COPY TSFDWOFF.

       FD  SmplFile2.
       01  smplRec2             pic x(132).

       WORKING-STORAGE SECTION.

       01  hRelkey2          PIC 9(8) COMP-5.
       01  cuID2             pic x(255) value space.
       01  clStatus2         pic 9(2) value zero.
       01  clID2             pic x(255) value space.
       01  dnStatus2         pic 9(2) value zero.
       01  dnID2             pic x(255) value space.
       01  dsStatus2         pic 9(2) value zero.
       01  dsID2             pic x(255) value space.
       01  gbStatus2         pic 9(2) value zero.
       01  gbID2             pic x(255) value space.
       01  gaStatus2         pic 9(2) value zero.
       01  gaID2             pic x(255) value space.
       01  bgStatus2         pic 9(2) value zero.
       01  bgID2             pic x(255) value space.
       01  roStatus2         pic 9(2) value zero.
       01  roID2             pic x(255) value space.
       01  urStatus2         pic 9(2) value zero.
       01  urID2             pic x(255) value space.
       01  icStatus2         pic 9(2) value zero.
       01  icID2             pic x(255) value space.
       01  ibRelkey2         PIC 9(8) COMP-5.
       01  ibStatus2         pic 9(2) value zero.
       01  ibID2             pic x(255) value space.
       01  phRelkey2         PIC 9(8) COMP-5.
       01  phStatus2         pic 9(2) value zero.
       01  phID2             pic x(255) value space.
       01  psRelkey2         PIC 9(8) COMP-5.
       01  psStatus2         pic 9(2) value zero.
       01  psID2             pic x(255) value space.
       01  paStatus2         pic 9(2) value zero.
       01  paID2             pic x(255) value space.
       01  rfStatus2         pic 9(2) value zero.
       01  rfID2             pic x(255) value space.
       01  smStatus2         pic 9(2) value zero.
       01  smID2             pic x(255) value space.
       01  cnStatus2         pic 9(2) value zero.
       01  cnID2             pic x(255) value space.
       01  plStatus2         pic 9(2) value zero.
       01  plID2             pic x(255) value space.
       01  wpStatus2         pic 9(2) value zero.
       01  wpID2             pic x(255) value space.
       01  woStatus2         pic 9(2) value zero.
       01  woID2             pic x(255) value space.
      *    armed by SetCalendarPath. The calendar of one company -
      *    company 000's days with the company's own laid over them
      *    - is held here from its first use until another company's
      *    is wanted; calnNoFileSW "Y" (never armed, or no calendar
      *    file yet) makes every day a business day, as before there
      *    was a calendar. calnAgeBasis "B" has the aging reports
      *    count business days instead of calendar days.
       01  calnAgeBasis      pic x value "C".
       01  calnLoadedSW      pic x value "N".
       01  calnLoadedUser    pic 9(3) value zero.
       01  calnNoFileSW      pic x value "Y".
       01  calnDayCount      pic 9(4) comp-5 value zero.
       01  calnDayTab.
         02  calnDayEntry    occurs 2000 times.
           03  calnDayDate   pic 9(8).
           03  calnDayType   pic x.
      *    armed by SetSecurityPaths - where a refused function's
      *    trail line goes, whichever method was refused.
       01  secAuID2          pic x(255) value space.
       COPY TSWSFUNC.

       PROCEDURE DIVISION.
      
       01  WS-AuthQueued     pic x.
       01  WS-AuthLimit      pic 9(12)V99.
       01  WS-AbsAmt         pic 9(12)V99.
       01  WS-DispSW         pic x.
       01  WS-OrigSub        pic 9(12).
       01  WS-MirrorSub      pic 9(12).
       01  WS-BooksOK        pic x.
       01  WS-OwnHist        pic x(255).

       LINKAGE SECTION.
       01  historyFile       OBJECT REFERENCE CLASS-STRING.
       01  customerFilePath  OBJECT REFERENCE CLASS-STRING.
       01  custLinkPath      OBJECT REFERENCE CLASS-STRING.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  disputeFilePath   OBJECT REFERENCE CLASS-STRING.
       01  userFilePath      OBJECT REFERENCE CLASS-STRING.
       01  apprQueuePath     OBJECT REFERENCE CLASS-STRING.
       01  icFilePath        OBJECT REFERENCE CLASS-STRING.
       01  icBooksPath       OBJECT REFERENCE CLASS-STRING.
       01  invoiceIn         PIC 9(12).
       01  dateIn            PIC 9(8).
       01  refIn             PIC 9(9).
       01  amtIn             PIC S9(12)V99.
       01  currencyIn        PIC X(3).
       01  taxCodeIn         PIC 9(3).
       01  partnerIn         PIC 9(3).

      *    partnerIn names the other group company on an
      *    intercompany posting - zero for an ordinary one. The
      *    partner's own books, as the company-books file
      *    (icBooksPath) names them, get the mirror entry (same
      *    invoice, reference, journal and date, opposite sign) and
      *    its audit record, and the pair is linked on IcFile2.
       PROCEDURE DIVISION USING BY VALUE historyFile, historySeqPath,
               periodFilePath, auditFilePath, customerFilePath,
               custLinkPath, balanceFilePath, disputeFilePath,
               userFilePath, apprQueuePath, icFilePath, icBooksPath,
               invoiceIn, dateIn, refIn, journalIn, userIn, descIn,
               amtIn, currencyIn, taxCodeIn, partnerIn.
      *    a posting into a month the period-control file says is
      *    closed is refused before anything is opened for update -
      *    closed months have already been reported and restating the
           end-if
           close PerdFile2

      *    the partner's month has to be open as well, or only half
      *    of an intercompany pair could be written.
           if partnerIn not = zero
               if partnerIn = userIn
                   display "AddHistoryRecord: partner " partnerIn
                       " is the posting company - posting refused"
                   EXIT METHOD
               end-if
               open INPUT PerdFile2
               if pdStatus2 not = "00" and pdStatus2 not = "05"
                   display "AddHistoryRecord: open period fail "
                       pdStatus2
                   stop run
               end-if
               if pdStatus2 = "00"
                   move partnerIn to perdUser
                   move dateIn(1:6) to perdPeriod
                   read PerdFile2
                     invalid key
                       continue
                     not invalid key
                       if perdStatus = "C"
                           display "AddHistoryRecord: period "
                               perdPeriod " is closed for partner "
                               partnerIn " - posting refused"
                           close PerdFile2
                           EXIT METHOD
                       end-if
                   end-read
               end-if
               close PerdFile2
               perform FIND-PARTNER-BOOKS
               if WS-BooksOK not = "Y"
                   EXIT METHOD
               end-if
           end-if

      *    the customer gate runs before anything is opened for
      *    update: an invoice linked to an inactive customer is
      *    refused outright, and a debit that would push the
               display "AddHistoryRecord: write fail " hStatus2
               stop run
           end-if
           move histSub to WS-OrigSub
           if partnerIn not = zero
               perform WRITE-IC-MIRROR
           end-if

           rewrite seqRec2
           if seqStatus2 not = "00"
               display "AddHistoryRecord: seq write fail " seqStatus2
               stop run
           end-if
           close SeqFile2

           close HistFile2
           move zero to hOpenSW2
           accept audTime from TIME
           move userIn    to audUser
           move "ADD"     to audOper
           move WS-OrigSub to audKey
           move invoiceIn to audInv
           move amtIn     to audAmt
           write audRec
               stop run
           end-if
           close AudFile2
           if partnerIn not = zero
               perform WRITE-IC-MIRROR-AUDIT
           end-if
           EXIT METHOD.

      *    the partner has to have its books on the company-books
      *    file, and they cannot be the posting company's own - the
      *    mirror would land on the wrong ledger and the partner's
      *    day run would never see it.
       FIND-PARTNER-BOOKS.
           move "N" to WS-BooksOK
           SET ibID2 to icBooksPath
           open INPUT IcbkFile2
           if ibStatus2 not = "00" and ibStatus2 not = "05"
               display "AddHistoryRecord: open company books fail "
                   ibStatus2
               stop run
           end-if
           if ibStatus2 = "05"
               display "AddHistoryRecord: no books on file for "
                   "partner " partnerIn " - posting refused"
               close IcbkFile2
               EXIT PARAGRAPH
           end-if
           compute ibRelkey2 = partnerIn + 1
           read IcbkFile2
             invalid key
               display "AddHistoryRecord: no books on file for "
                   "partner " partnerIn " - posting refused"
               close IcbkFile2
               EXIT PARAGRAPH
           end-read
           close IcbkFile2
           SET WS-OwnHist to historyFile
           if icbkHistPath = WS-OwnHist
               display "AddHistoryRecord: partner " partnerIn
                   " books are the posting company's own - posting "
                   "refused"
               EXIT PARAGRAPH
           end-if
           move "Y" to WS-BooksOK.

      *    the partner company's side of an intercompany posting -
      *    the posting just written, with the sign turned, under the
      *    next key off the partner's own sequence file and into the
      *    partner's own history file, so what one company is owed
      *    the other owes and the partner's day run picks it up. Both
      *    sides then get their link row, each naming the other.
       WRITE-IC-MIRROR.
           move histRec to phstRec
           move partnerIn to phstIntroUser
           compute phstAmt = amtIn * -1
           move icbkSeqPath to psID2
           move 1 to psRelkey2
           open I-O PseqFile2
           if psStatus2 not = "00" and psStatus2 not = "05"
               display "AddHistoryRecord: open partner seq fail "
                   psStatus2
               stop run
           end-if
           if psStatus2 = "05"
               move zero to pseqNextKey2
               write pseqRec2
               if psStatus2 not = "00"
                   display "AddHistoryRecord: partner seq init fail "
                       psStatus2
                   stop run
               end-if
           else
               read PseqFile2
               if psStatus2 not = "00"
                   display "AddHistoryRecord: partner seq read fail "
                       psStatus2
                   stop run
               end-if
           end-if
           add 1 to pseqNextKey2
           move pseqNextKey2 to phRelkey2
           move phRelkey2    to phstSub
           move icbkHistPath to phID2
           open I-O PhstFile2
           if phStatus2 not = "00" and phStatus2 not = "05"
               display "AddHistoryRecord: open partner hist fail "
                   phStatus2
               stop run
           end-if
           write phstRec
           end-write
           if phStatus2 not = "00"
               display "AddHistoryRecord: mirror write fail "
                   phStatus2
               stop run
           end-if
           close PhstFile2
           rewrite pseqRec2
           if psStatus2 not = "00"
               display "AddHistoryRecord: partner seq write fail "
                   psStatus2
               stop run
           end-if
           close PseqFile2
           move phstSub to WS-MirrorSub

           SET icID2 to icFilePath
           open I-O IcFile2
           if icStatus2 not = "00" and icStatus2 not = "05"
               display "AddHistoryRecord: open ic link fail " icStatus2
               stop run
           end-if
           move userIn       to icUser
           move WS-OrigSub   to icSub
           move invoiceIn    to icInv
           move partnerIn    to icPartner
           move WS-MirrorSub to icPartnerSub
           move "O"          to icSide
           move dateIn       to icDate
           move amtIn        to icAmt
           move currencyIn   to icCurr
           move "A"          to icState
           move zero         to icRvslSub
           move zero         to icRvslDate
           write icRec
           if icStatus2 not = "00"
               display "AddHistoryRecord: ic link write fail "
                   icStatus2
               stop run
           end-if
           move partnerIn    to icUser
           move WS-MirrorSub to icSub
           move userIn       to icPartner
           move WS-OrigSub   to icPartnerSub
           move "M"          to icSide
           move phstAmt      to icAmt
           write icRec
           if icStatus2 not = "00"
               display "AddHistoryRecord: ic link write fail "
                   icStatus2
               stop run
           end-if
           close IcFile2.

      *    the mirror's audit record goes on the partner's own audit
      *    file, under the partner - it is the partner's ledger that
      *    changed.
       WRITE-IC-MIRROR-AUDIT.
           move icbkAudPath to auID2
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "AddHistoryRecord: open partner audit fail "
                   auStatus2
               stop run
           end-if
           move spaces       to audRec
           accept audDate    from DATE YYYYMMDD
           accept audTime    from TIME
           move partnerIn    to audUser
           move "ICMIRROR"   to audOper
           move WS-MirrorSub to audKey
           move invoiceIn    to audInv
           compute audAmt = amtIn * -1
           write audRec
           if auStatus2 not = "00"
               display "AddHistoryRecord: audit write fail "
                   auStatus2
               stop run
           end-if
           close AudFile2.

      *    look the invoice's customer up and rule on the posting.
      *    Missing link file, unlinked invoice, or a link pointing at
      *    a customer who is not on the master all let the posting

      *    the customer's whole exposure: every linked invoice's
      *    balance-forward record for this company, summed. No
      *    balance file yet means no exposure on the books. An
      *    invoice under open dispute is not counted - the customer
      *    is not going to pay it until the dispute is settled, and
      *    holding it against the limit would stop their clean
      *    business too.
       SUM-CUSTOMER-OPEN.
           move zero to WS-GateOpen
           SET baID2 to balanceFilePath
               display "AddHistoryRecord: open link fail " clStatus2
               stop run
           end-if
           SET dsID2 to disputeFilePath
           open INPUT DispFile2
           if dsStatus2 not = "00" and dsStatus2 not = "05"
               display "AddHistoryRecord: open dispute fail " dsStatus2
               stop run
           end-if
           move WS-GateCust to clnkCust
           move "N" to WS-EOF
           start ClnkFile2 key = clnkCust
                   if clnkCust not = WS-GateCust
                       move "Y" to WS-EOF
                   else
                       perform CHECK-DISPUTED
                       if WS-DispSW not = "Y"
                           move userIn  to balUser
                           move clnkInv to balInv
                           read BalFile2
                             invalid key
                               continue
                             not invalid key
                               add balAmt to WS-GateOpen
                           end-read
                       end-if
                   end-if
               end-read
           end-perform
           close ClnkFile2
           close DispFile2
           close BalFile2.

      *    an open dispute on the register for this company's invoice.
      *    A register not yet created reads as invalid key - nothing
      *    disputed.
       CHECK-DISPUTED.
           move "N" to WS-DispSW
           move clnkInv to dispInv
           read DispFile2
             invalid key
               continue
             not invalid key
               if dispStatus = "O" and dispUser = userIn
                   move "Y" to WS-DispSW
               end-if
           end-read.

      *    the operator's authorization limit off the user reference
      *    file. Sign-blind - a large credit is as much an exposure
      *    as a large debit. No user file, no record, or limit zero
           move amtIn      to apqAmt
           move currencyIn to apqCurr
           move taxCodeIn  to apqTax
           move partnerIn  to apqIcPartner
           move userIn     to apqOper
           move "P"        to apqStatus
           move zero       to apqSupvr
           move zero       to apqRuleDate
       METHOD-ID. REVERSEHISTORYRECORD AS "ReverseHistoryRecord".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SecFunc        pic x(8) value "REVERSE".
       01  WS-SecAccess      pic x.
       01  WS-OrigInv        PIC 9(12).
       01  WS-OrigDate       PIC 9(8).
       01  WS-OrigRef        PIC 9(9).
       01  WS-OrigDesc       PIC X(20).
       01  WS-OrigAmt        PIC S9(12)V99.
       01  WS-OrigTax        PIC 9(3).
       01  WS-OrigUser       PIC 9(3).
       01  WS-RvslSub        PIC 9(12).
       01  WS-RvslAmt        PIC S9(12)V99.
       01  WS-IcSW           pic x.
       01  WS-IcRefused      pic x.
       01  WS-IcPartner      PIC 9(3).
       01  WS-IcPartnerSub   PIC 9(12).
       01  WS-PartAmt        PIC S9(12)V99.
       01  WS-PartRvslSub    PIC 9(12).
       01  WS-OwnHist        pic x(255).

       LINKAGE SECTION.
       01  historyFile       OBJECT REFERENCE CLASS-STRING.
       01  historySeqPath    OBJECT REFERENCE CLASS-STRING.
       01  periodFilePath    OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  icFilePath        OBJECT REFERENCE CLASS-STRING.
       01  icBooksPath       OBJECT REFERENCE CLASS-STRING.
       01  origHistSub       PIC 9(12).
       01  userIn            PIC 9(3).
       01  dateIn            PIC 9(8).

      *    one side of an intercompany pair is never reversed alone -
      *    the partner's entry is reversed in the same call, in the
      *    partner's own books as the company-books file (icBooksPath)
      *    names them, and both link rows are marked reversed.
       PROCEDURE DIVISION USING BY VALUE historyFile, historySeqPath,
               periodFilePath, auditFilePath, icFilePath, icBooksPath,
               origHistSub, userIn, dateIn.
           INVOKE SELF "CheckFunctionAccess"
               USING BY VALUE userIn, WS-SecFunc
               RETURNING WS-SecAccess
           if WS-SecAccess not = "Y"
               display "ReverseHistoryRecord: refused"
               EXIT METHOD
           end-if
      *    same closed-period gate as AddHistoryRecord - a reversal is
      *    a posting too, and backing something out of a reported
      *    month restates the GL just as surely as adding to it.
           move histDesc to WS-OrigDesc
           move histAmt  to WS-OrigAmt
           move histTax  to WS-OrigTax
           move histIntroUser to WS-OrigUser

           perform FIND-IC-PARTNER
           if WS-IcRefused = "Y"
               close HistFile2
               move zero to hOpenSW2
               EXIT METHOD
           end-if

      *    next available relative key comes from the same SeqFile2
      *    high-water mark AddHistoryRecord uses, not a scan - see the
               display "ReverseHistoryRecord: write fail " hStatus2
               stop run
           end-if
           move histSub to WS-RvslSub
           move histAmt to WS-RvslAmt
           if WS-IcSW = "Y"
               perform REVERSE-IC-PARTNER
           end-if

           rewrite seqRec2
           if seqStatus2 not = "00"
           move "REVERSE"   to audOper
           move origHistSub to audKey
           move WS-OrigInv  to audInv
           move WS-RvslAmt  to audAmt
           write audRec
           if auStatus2 not = "00"
               display "ReverseHistoryRecord: audit write fail "
               stop run
           end-if
           close AudFile2
           if WS-IcSW = "Y"
               perform WRITE-IC-PARTNER-AUDIT
           end-if
           EXIT METHOD.

      *    is the record one side of an intercompany pair? No link
      *    file, or no row for it, means an ordinary posting. A pair
      *    already reversed is not reversed again, and the partner's
      *    side has to be both open for posting and still on the
      *    partner's own history file (not purged) before either
      *    side is touched. The link is keyed by the company whose
      *    books hold the record - its histIntroUser. IcFile2 stays
      *    open, and icbkRec holds the partner's books, for
      *    REVERSE-IC-PARTNER when it is one.
       FIND-IC-PARTNER.
           move "N" to WS-IcSW
           move "N" to WS-IcRefused
           SET icID2 to icFilePath
           open I-O IcFile2
           if icStatus2 not = "00" and icStatus2 not = "05"
               display "ReverseHistoryRecord: open ic link fail "
                   icStatus2
               stop run
           end-if
           if icStatus2 = "05"
               close IcFile2
               EXIT PARAGRAPH
           end-if
           move WS-OrigUser to icUser
           move origHistSub to icSub
           read IcFile2
             invalid key
               close IcFile2
               EXIT PARAGRAPH
           end-read
           if icState not = "A"
               display "ReverseHistoryRecord: " origHistSub
                   " was already reversed with its partner entry "
                   icPartnerSub
               move "Y" to WS-IcRefused
               close IcFile2
               EXIT PARAGRAPH
           end-if
           move icPartner    to WS-IcPartner
           move icPartnerSub to WS-IcPartnerSub

           open INPUT PerdFile2
           if pdStatus2 not = "00" and pdStatus2 not = "05"
               display "ReverseHistoryRecord: open period fail "
                   pdStatus2
               stop run
           end-if
           if pdStatus2 = "00"
               move WS-IcPartner to perdUser
               move dateIn(1:6) to perdPeriod
               read PerdFile2
                 invalid key
                   continue
                 not invalid key
                   if perdStatus = "C"
                       display "ReverseHistoryRecord: period "
                           perdPeriod " is closed for partner "
                           WS-IcPartner " - posting refused"
                       move "Y" to WS-IcRefused
                   end-if
               end-read
           end-if
           close PerdFile2
           if WS-IcRefused = "Y"
               close IcFile2
               EXIT PARAGRAPH
           end-if

           SET ibID2 to icBooksPath
           open INPUT IcbkFile2
           if ibStatus2 not = "00" and ibStatus2 not = "05"
               display "ReverseHistoryRecord: open company books fail "
                   ibStatus2
               stop run
           end-if
           if ibStatus2 = "00"
               compute ibRelkey2 = WS-IcPartner + 1
               read IcbkFile2
                 invalid key
                   move "05" to ibStatus2
               end-read
           end-if
           close IcbkFile2
           if ibStatus2 not = "00"
               display "ReverseHistoryRecord: no books on file for "
                   "partner " WS-IcPartner " - reversal refused"
               move "Y" to WS-IcRefused
               close IcFile2
               EXIT PARAGRAPH
           end-if
           SET WS-OwnHist to historyFile
           if icbkHistPath = WS-OwnHist
               display "ReverseHistoryRecord: partner " WS-IcPartner
                   " books are this company's own - reversal refused"
               move "Y" to WS-IcRefused
               close IcFile2
               EXIT PARAGRAPH
           end-if

           move icbkHistPath to phID2
           open INPUT PhstFile2
           if phStatus2 not = "00" and phStatus2 not = "05"
               display "ReverseHistoryRecord: open partner hist fail "
                   phStatus2
               stop run
           end-if
           move "N" to WS-IcSW
           if phStatus2 = "00"
               move WS-IcPartnerSub to phRelkey2
               read PhstFile2
                 invalid key
                   continue
                 not invalid key
                   move phstAmt to WS-PartAmt
                   move "Y" to WS-IcSW
               end-read
           end-if
           close PhstFile2
           if WS-IcSW not = "Y"
               display "ReverseHistoryRecord: partner entry "
                   WS-IcPartnerSub " is no longer on the partner's "
                   "history file - reversal refused"
               move "Y" to WS-IcRefused
               close IcFile2
               EXIT PARAGRAPH
           end-if.

      *    the partner's reversal goes into the partner's own history
      *    file under the next key off the partner's own sequence
      *    file, linked back to the partner's entry the same way the
      *    first reversal links to the original; then both link rows
      *    are marked reversed.
       REVERSE-IC-PARTNER.
           move icbkSeqPath to psID2
           move 1 to psRelkey2
           open I-O PseqFile2
           if psStatus2 not = "00" and psStatus2 not = "05"
               display "ReverseHistoryRecord: open partner seq fail "
                   psStatus2
               stop run
           end-if
           if psStatus2 = "05"
               move zero to pseqNextKey2
               write pseqRec2
               if psStatus2 not = "00"
                   display "ReverseHistoryRecord: partner seq init "
                       "fail " psStatus2
                   stop run
               end-if
           else
               read PseqFile2
               if psStatus2 not = "00"
                   display "ReverseHistoryRecord: partner seq read "
                       "fail " psStatus2
                   stop run
               end-if
           end-if
           add 1 to pseqNextKey2
           move pseqNextKey2 to phRelkey2
           move dateIn(1:4)     to phstGen
           move phRelkey2       to phstSub
           move WS-OrigInv      to phstInv
           move dateIn          to phstDate
           move WS-OrigRef      to phstRef
           move WS-OrigJr       to phstJr
           move WS-IcPartner    to phstIntroUser
           move dateIn          to phstIntroDate
           move WS-OrigDesc     to phstDesc
           compute phstAmt = WS-PartAmt * -1
           move "RVSL"          to phstExtra
           move WS-IcPartnerSub to phstLinkSub
           move WS-OrigTax      to phstTax
           move icbkHistPath to phID2
           open I-O PhstFile2
           if phStatus2 not = "00" and phStatus2 not = "05"
               display "ReverseHistoryRecord: open partner hist fail "
                   phStatus2
               stop run
           end-if
           write phstRec
           end-write
           if phStatus2 not = "00"
               display "ReverseHistoryRecord: partner write fail "
                   phStatus2
               stop run
           end-if
           close PhstFile2
           rewrite pseqRec2
           if psStatus2 not = "00"
               display "ReverseHistoryRecord: partner seq write fail "
                   psStatus2
               stop run
           end-if
           close PseqFile2
           move phstSub to WS-PartRvslSub

           move WS-OrigUser to icUser
           move origHistSub to icSub
           read IcFile2
             invalid key
               display "ReverseHistoryRecord: ic link read fail "
                   icStatus2
               stop run
           end-read
           move "R"        to icState
           move WS-RvslSub to icRvslSub
           move dateIn     to icRvslDate
           rewrite icRec
           if icStatus2 not = "00"
               display "ReverseHistoryRecord: ic link rewrite fail "
                   icStatus2
               stop run
           end-if
           move WS-IcPartner    to icUser
           move WS-IcPartnerSub to icSub
           read IcFile2
             invalid key
               display "ReverseHistoryRecord: partner link missing "
                   WS-IcPartnerSub
               close IcFile2
               EXIT PARAGRAPH
           end-read
           move "R"            to icState
           move WS-PartRvslSub to icRvslSub
           move dateIn         to icRvslDate
           rewrite icRec
           if icStatus2 not = "00"
               display "ReverseHistoryRecord: ic link rewrite fail "
                   icStatus2
               stop run
           end-if
           close IcFile2.

      *    the partner's reversal is audited on the partner's own
      *    audit file, keyed by the partner's entry it backs out.
       WRITE-IC-PARTNER-AUDIT.
           move icbkAudPath to auID2
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "ReverseHistoryRecord: open partner audit fail "
                   auStatus2
               stop run
           end-if
           move spaces          to audRec
           accept audDate       from DATE YYYYMMDD
           accept audTime       from TIME
           move userIn          to audUser
           move "REVERSE"       to audOper
           move WS-IcPartnerSub to audKey
           move WS-OrigInv      to audInv
           compute audAmt = WS-PartAmt * -1
           write audRec
           if auStatus2 not = "00"
               display "ReverseHistoryRecord: audit write fail "
                   auStatus2
               stop run
           end-if
           close AudFile2.

       END METHOD REVERSEHISTORYRECORD.

       METHOD-ID. PURGEHISTORY AS "PurgeHistory".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SecFunc        pic x(8) value "PURGE".
       01  WS-SecAccess      pic x.
       01  WS-EOF            pic A(1).
       01  WS-KeepCount      pic 9(9) comp-5 value zero.


       PROCEDURE DIVISION USING BY VALUE historyFilePath, purgeFilePath,
               auditFilePath, catalogFilePath, cutoffDateIn, userIn.
           INVOKE SELF "CheckFunctionAccess"
               USING BY VALUE userIn, WS-SecFunc
               RETURNING WS-SecAccess
           if WS-SecAccess not = "Y"
               display "PurgeHistory: refused"
               EXIT METHOD
           end-if
           SET hID2 to historyFilePath
           SET pID2 to purgeFilePath
           SET auID2 to auditFilePath
       01  WS-EditOrig       pic -(11)9.99.
       01  WS-EditNet        pic -(12)9.99.
       01  WS-NetAmt         pic S9(13)V99 value zero.
       01  WS-PlanEOF        pic x.
       01  WS-PlanWord       pic x(9).
       01  WS-EditPaid       pic -(11)9.99.
       01  WS-EditCount      pic zz9.
       01  WS-RowCount       pic 9(9) comp-5 value zero.
       01  WS-Rx             pic 9(9) comp-5 value zero.
       01  rowString         OBJECT REFERENCE CLASS-STRING.
       01  stmtList          OBJECT REFERENCE CLASS-HISTORYLIST.
       01  dayFilePath       OBJECT REFERENCE CLASS-STRING.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  planFilePath      OBJECT REFERENCE CLASS-STRING.
       01  userIdIn          PIC 9(3).
       01  invoiceIn         PIC 9(12).

      *    an invoice on a payment plan, live or finished, ends the
      *    statement with the plan - a PAYMENT PLAN row (status,
      *    instalments, amount under the plan, applied so far) and
      *    one INSTALMENT row each (number, due date, amount,
      *    applied, status).
       PROCEDURE DIVISION USING BY VALUE dayFilePath,
               balanceFilePath, planFilePath, userIdIn, invoiceIn
               RETURNING stmtList.
           SET dID to dayFilePath
           SET baID2 to balanceFilePath
           SET plID2 to planFilePath
           INVOKE CLASS-HISTORYLIST "new" RETURNING stmtList
           INVOKE CLASS-HISTORYLIST "new" RETURNING sortList
           if dOpenSW = ZERO
           SET rowString to WS-StmtLine
           INVOKE stmtList "Add" USING BY VALUE rowString

           open INPUT PlanFile2
           if plStatus2 not = "00" and plStatus2 not = "05"
               display "InvoiceStatement: open plan fail " plStatus2
               stop run
           end-if
           if plStatus2 = "00"
               perform ADD-PLAN-ROWS
           end-if
           close PlanFile2

           CLOSE DayFile
           move zero to dOpenSW
           EXIT METHOD.

      *    the plan header first, then its instalments in due order.
       ADD-PLAN-ROWS.
           move userIdIn  to planUser
           move invoiceIn to planInv
           move zero      to planSeq
           read PlanFile2
             invalid key
               EXIT PARAGRAPH
           end-read
           evaluate planStatus
             when "A"
               move "ACTIVE" to WS-PlanWord
             when "C"
               move "CANCELLED" to WS-PlanWord
             when other
               move "PAIDOFF" to WS-PlanWord
           end-evaluate
           move planCount to WS-EditCount
           move planAmt   to WS-EditAmt
           move planPaid  to WS-EditPaid
           move space to WS-StmtLine
           STRING
               "PAYMENT PLAN," DELIMITED BY SIZE
               FUNCTION TRIM(WS-PlanWord) DELIMITED BY SIZE
               ","        DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditCount) DELIMITED BY SIZE
               ","        DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditAmt) DELIMITED BY SIZE
               ","        DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditPaid) DELIMITED BY SIZE
               INTO WS-StmtLine
           END-STRING
           SET rowString to WS-StmtLine
           INVOKE stmtList "Add" USING BY VALUE rowString
           move "N" to WS-PlanEOF
           start PlanFile2 key is greater than planKey1
             invalid key
               move "Y" to WS-PlanEOF
           end-start
           perform until WS-PlanEOF = "Y"
               read PlanFile2 next record
                 at end
                   move "Y" to WS-PlanEOF
                 not at end
                   if planUser not = userIdIn
                           or planInv not = invoiceIn
                       move "Y" to WS-PlanEOF
                   else
                       perform ADD-INSTALMENT-ROW
                   end-if
               end-read
           end-perform.

       ADD-INSTALMENT-ROW.
           evaluate planStatus
             when "P"
               move "PAID" to WS-PlanWord
             when "M"
               move "MISSED" to WS-PlanWord
             when other
               move "OPEN" to WS-PlanWord
           end-evaluate
           move planAmt  to WS-EditAmt
           move planPaid to WS-EditPaid
           move space to WS-StmtLine
           STRING
               "INSTALMENT," DELIMITED BY SIZE
               planSeq     DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               planDueDate DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditAmt) DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditPaid) DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               FUNCTION TRIM(WS-PlanWord) DELIMITED BY SIZE
               INTO WS-StmtLine
           END-STRING
           SET rowString to WS-StmtLine
           INVOKE stmtList "Add" USING BY VALUE rowString.

      *    format the row the way the statement has always shown it -
      *    base amount the books carry plus the original currency
      *    amount as invoiced (the same for base-currency rows, with
      *    a blank currency column), a reversal naming the row it
      *    undoes - then file it behind its sort prefix.
       COLLECT-ONE-ROW.
           move dayAmt to WS-EditAmt
           move dayOrigAmt to WS-EditOrig
           if dayExtra = "RVSL"
               STRING
                   dayDate    DELIMITED BY SIZE
                   ","        DELIMITED BY SIZE
                   dayJr      DELIMITED BY SIZE
                   ","        DELIMITED BY SIZE
                   dayRef     DELIMITED BY SIZE
                   ","        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EditAmt) DELIMITED BY SIZE
                   ","        DELIMITED BY SIZE
                   dayDesc    DELIMITED BY SIZE
                   ","        DELIMITED BY SIZE
                   daySub     DELIMITED BY SIZE
                   ",RVSL OF " DELIMITED BY SIZE
                   dayLinkSub DELIMITED BY SIZE
                   ","        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EditOrig) DELIMITED BY SIZE
                   INTO WS-StmtLine
               END-STRING
           else
       01  WS-FldAmt         pic x(16).
       01  WS-FldDesc        pic x(20).
       01  WS-FldTax         pic x(3).
       01  WS-FldPartner     pic x(3).

       01  WS-ChkField       pic x(16).
       01  WS-ChkOK          pic x.
       01  WS-PointSW        pic x.
       01  WS-ParsedAmt      pic S9(12)V99 value zero.
       01  WS-ParsedDate     pic 9(8) value zero.
       01  WS-Partner        pic 9(3) value zero.
       01  WS-OrigSub        pic 9(12).
       01  WS-MirrorSub      pic 9(12).
       01  WS-IcSW           pic x value "N".
       01  WS-PerdSW         pic x value "N".
       01  WS-BooksSW        pic x value "N".
       01  WS-LinkSW         pic x value "N".
       01  WS-CustSW         pic x value "N".
       01  WS-BalSW          pic x value "N".
       01  WS-DispSW         pic x value "N".
       01  WS-DisputedSW     pic x value "N".
       01  WS-GateEOF        pic x.
       01  WS-GateCust       pic 9(6).
       01  WS-GateOpen       pic S9(13)V99 value zero.
       01  customerFilePath  OBJECT REFERENCE CLASS-STRING.
       01  custLinkPath      OBJECT REFERENCE CLASS-STRING.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  disputeFilePath   OBJECT REFERENCE CLASS-STRING.
       01  batchCtlPath      OBJECT REFERENCE CLASS-STRING.
       01  registerRptPath   OBJECT REFERENCE CLASS-STRING.
       01  icFilePath        OBJECT REFERENCE CLASS-STRING.
       01  icBooksPath       OBJECT REFERENCE CLASS-STRING.

      *    an intercompany line's mirror goes into the partner's own
      *    books, as the company-books file (icBooksPath) names them.
       PROCEDURE DIVISION USING BY VALUE importFilePath,
               rejectFilePath, historyFile, historySeqPath,
               periodFilePath, auditFilePath, customerFilePath,
               custLinkPath, balanceFilePath, disputeFilePath,
               batchCtlPath, registerRptPath, icFilePath, icBooksPath.
           SET impID2 to importFilePath
           SET rejID2 to rejectFilePath
           SET hID2 to historyFile
           SET cuID2 to customerFilePath
           SET clID2 to custLinkPath
           SET baID2 to balanceFilePath
           SET dsID2 to disputeFilePath
           SET bcID2 to batchCtlPath
           SET rptID2 to registerRptPath
           SET icID2 to icFilePath
           SET ibID2 to icBooksPath

      *    pass one rules on every batch before a single record is
      *    written - GLPostDayFile's prove-then-release shape.
               close PerdFile2
           end-if

      *    so does the company-books file - no file means no partner
      *    has books on file, and every intercompany line is refused.
           move "N" to WS-BooksSW
           open INPUT IcbkFile2
           if ibStatus2 = "00"
               move "Y" to WS-BooksSW
           else
               if ibStatus2 not = "05"
                   display "ImportTransactions: open company books "
                       "fail " ibStatus2
                   stop run
               end-if
               close IcbkFile2
           end-if

      *    the customer gate files stay open across the whole batch
      *    the same way the period file does - a missing file just
      *    means the gate has nothing to say yet.
               end-if
               close BalFile2
           end-if
           move "N" to WS-DispSW
           open INPUT DispFile2
           if dsStatus2 = "00"
               move "Y" to WS-DispSW
           else
               if dsStatus2 not = "05"
                   display "ImportTransactions: open dispute fail "
                       dsStatus2
                   stop run
               end-if
               close DispFile2
           end-if

           open INPUT ImpFile2
           if impStatus2 not = "00"
           if WS-PerdSW = "Y"
               close PerdFile2
           end-if
           if WS-BooksSW = "Y"
               close IcbkFile2
           end-if
           if WS-LinkSW = "Y"
               close ClnkFile2
           end-if
           if WS-BalSW = "Y"
               close BalFile2
           end-if
           if WS-DispSW = "Y"
               close DispFile2
           end-if
           if WS-IcSW = "Y"
               close IcFile2
           end-if
           perform RECORD-GOOD-BATCHES
           perform PRINT-BATCH-REGISTER
           display "ImportTransactions: loaded " WS-GoodCount
                   "fail " auStatus2
               stop run
           end-if
           if WS-Partner not = zero
               perform LOAD-IC-MIRROR
           end-if
           add 1 to WS-GoodCount.

      *    an intercompany line loads its partner's mirror straight
      *    behind it - the same entry with the sign turned, in the
      *    partner's own history file under the partner's own
      *    sequence, its trail line on the partner's audit file, and
      *    the pair's link rows - as AddHistoryRecord does for a
      *    keyed posting. icbkRec still holds the partner's books
      *    from the line's edit. The mirror is generated, not fed,
      *    so it stays out of the batch's counts and hash.
       LOAD-IC-MIRROR.
           move histSub to WS-OrigSub
           move histRec to phstRec
           move WS-Partner    to phstIntroUser
           compute phstAmt = WS-ParsedAmt * -1
           move icbkSeqPath to psID2
           move 1 to psRelkey2
           open I-O PseqFile2
           if psStatus2 not = "00" and psStatus2 not = "05"
               display "ImportTransactions: open partner seq fail "
                   psStatus2
               stop run
           end-if
           if psStatus2 = "05"
               move zero to pseqNextKey2
               write pseqRec2
               if psStatus2 not = "00"
                   display "ImportTransactions: partner seq init "
                       "fail " psStatus2
                   stop run
               end-if
           else
               read PseqFile2
               if psStatus2 not = "00"
                   display "ImportTransactions: partner seq read "
                       "fail " psStatus2
                   stop run
               end-if
           end-if
           add 1 to pseqNextKey2
           move pseqNextKey2  to phRelkey2
           move phRelkey2     to phstSub
           move icbkHistPath  to phID2
           open I-O PhstFile2
           if phStatus2 not = "00" and phStatus2 not = "05"
               display "ImportTransactions: open partner hist fail "
                   phStatus2
               stop run
           end-if
           write phstRec
           end-write
           if phStatus2 not = "00"
               display "ImportTransactions: mirror write fail "
                   phStatus2
               stop run
           end-if
           close PhstFile2
           rewrite pseqRec2
           if psStatus2 not = "00"
               display "ImportTransactions: partner seq write fail "
                   psStatus2
               stop run
           end-if
           close PseqFile2
           move phstSub to WS-MirrorSub

           move icbkAudPath to paID2
           open EXTEND PaudFile2
           if paStatus2 not = "00" and paStatus2 not = "05"
               display "ImportTransactions: open partner audit fail "
                   paStatus2
               stop run
           end-if
           move spaces        to paudRec
           accept paudDate    from DATE YYYYMMDD
           accept paudTime    from TIME
           move WS-Partner    to paudUser
           move "ICMIRROR"    to paudOper
           move phstSub       to paudKey
           move phstInv       to paudInv
           move phstAmt       to paudAmt
           write paudRec
           if paStatus2 not = "00"
               display "ImportTransactions: partner audit write "
                   "fail " paStatus2
               stop run
           end-if
           close PaudFile2

           if WS-IcSW not = "Y"
               open I-O IcFile2
               if icStatus2 not = "00" and icStatus2 not = "05"
                   display "ImportTransactions: open ic link fail "
                       icStatus2
                   stop run
               end-if
               move "Y" to WS-IcSW
           end-if
           compute icUser = FUNCTION NUMVAL(WS-FldUser)
           move WS-OrigSub    to icSub
           move histInv       to icInv
           move WS-Partner    to icPartner
           move WS-MirrorSub  to icPartnerSub
           move "O"           to icSide
           move histDate      to icDate
           move WS-ParsedAmt  to icAmt
           move space         to icCurr
           move "A"           to icState
           move zero          to icRvslSub
           move zero          to icRvslDate
           write icRec
           if icStatus2 not = "00"
               display "ImportTransactions: ic link write fail "
                   icStatus2
               stop run
           end-if
           move WS-Partner    to icUser
           move WS-MirrorSub  to icSub
           compute icPartner = FUNCTION NUMVAL(WS-FldUser)
           move WS-OrigSub    to icPartnerSub
           move "M"           to icSide
           move phstAmt       to icAmt
           write icRec
           if icStatus2 not = "00"
               display "ImportTransactions: ic link write fail "
                   icStatus2
               stop run
           end-if.

       WRITE-ONE-REJECT.
           STRING
               WS-RejReason DELIMITED BY SIZE
      *      RJ12 line outside any HDR/TRL batch
      *      RJ13 batch malformed or truncated (whole batch)
      *      RJ14 tax code not numeric
      *      RJ15 intercompany partner not numeric, or the line's
      *           own company
      *      RJ16 accounting period closed for the partner company
      *      RJ17 no books on file for the partner company, or its
      *           books are the line's own
       EDIT-IMPORT-LINE.
           move space to WS-RejReason
           move space to WS-FldUser
           move space to WS-FldAmt
           move space to WS-FldDesc
           move space to WS-FldTax
           move space to WS-FldPartner
           move zero to WS-Partner
           move zero to WS-UnstCount
      *    the eleventh column, the tax code, is optional - the
      *    branches that do not collect tax yet keep sending the
      *    ten-column layout and their lines load untaxed. The
      *    twelfth, the intercompany partner company, is optional
      *    the same way - blank or zero is an ordinary line.
           UNSTRING impRec2 DELIMITED BY ","
               INTO WS-FldUser WS-FldRow WS-FldGen WS-FldSub
                    WS-FldInv WS-FldDate WS-FldRef WS-FldJr
                    WS-FldAmt WS-FldDesc WS-FldTax WS-FldPartner
               TALLYING IN WS-UnstCount
           END-UNSTRING
           if WS-UnstCount < 10
           if WS-RejReason = space and WS-LinkSW = "Y"
                   and WS-CustSW = "Y"
               perform CHECK-IMPORT-CUSTOMER
           end-if
           if WS-RejReason = space and WS-UnstCount >= 12
               and WS-FldPartner not = space
               perform CHECK-IMPORT-PARTNER
           end-if.

      *    the partner column has to name another company with its
      *    own books on the company-books file, and that company's
      *    month has to be open for the mirror to land.
       CHECK-IMPORT-PARTNER.
           move WS-FldPartner to WS-ChkField(1:3)
           move space to WS-ChkField(4:13)
           perform CHECK-UNSIGNED
           if WS-ChkOK not = "Y"
               move "RJ15" to WS-RejReason
               EXIT PARAGRAPH
           end-if
           compute WS-Partner = FUNCTION NUMVAL(WS-FldPartner)
           if WS-Partner = zero
               EXIT PARAGRAPH
           end-if
           if WS-Partner = FUNCTION NUMVAL(WS-FldUser)
               move zero to WS-Partner
               move "RJ15" to WS-RejReason
               EXIT PARAGRAPH
           end-if
           if WS-BooksSW not = "Y"
               move zero to WS-Partner
               move "RJ17" to WS-RejReason
               EXIT PARAGRAPH
           end-if
           compute ibRelkey2 = WS-Partner + 1
           read IcbkFile2
             invalid key
               move zero to WS-Partner
               move "RJ17" to WS-RejReason
               EXIT PARAGRAPH
           end-read
           if icbkHistPath = hID2
               move zero to WS-Partner
               move "RJ17" to WS-RejReason
               EXIT PARAGRAPH
           end-if
           if WS-PerdSW not = "Y"
               EXIT PARAGRAPH
           end-if
           move WS-Partner to perdUser
           compute WS-ParsedDate = FUNCTION NUMVAL(WS-FldDate)
           move WS-ParsedDate(1:6) to perdPeriod
           read PerdFile2
             invalid key
               continue
             not invalid key
               if perdStatus = "C"
                   move zero to WS-Partner
                   move "RJ16" to WS-RejReason
               end-if
           end-read.

      *    the same customer gate AddHistoryRecord applies, in batch
      *    form. Unlinked invoices and links whose customer is off
      *    the master pass through - the gate phases in as the
                   if clnkCust not = WS-GateCust
                       move "Y" to WS-GateEOF
                   else
                       perform CHECK-IMPORT-DISPUTED
                       if WS-DisputedSW not = "Y"
                           move WS-GateUser to balUser
                           move clnkInv to balInv
                           read BalFile2
                             invalid key
                               continue
                             not invalid key
                               add balAmt to WS-GateOpen
                           end-read
                       end-if
                   end-if
               end-read
           end-perform.

      *    invoices under open dispute stay out of the exposure, as
      *    in AddHistoryRecord's gate.
       CHECK-IMPORT-DISPUTED.
           move "N" to WS-DisputedSW
           if WS-DispSW not = "Y"
               EXIT PARAGRAPH
           end-if
           move clnkInv to dispInv
           read DispFile2
             invalid key
               continue
             not invalid key
               if dispStatus = "O" and dispUser = WS-GateUser
                   move "Y" to WS-DisputedSW
               end-if
           end-read.

      *    a clean unsigned field is digits only, no embedded blanks -
      *    leading and trailing blanks are tolerated because hand-fixed
      *    resubmissions tend to grow them.
       METHOD-ID. CLOSEPERIOD AS "ClosePeriod".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SecFunc        pic x(8) value "CLOSEPER".
       01  WS-SecAccess      pic x.
       01  WS-EOF            pic A(1).
       01  WS-ExcpCount      pic 9(9) comp-5 value zero.
       01  WS-PendExcp       pic 9(9) comp-5 value zero.
               historyFilePath, dayFilePath, pendingFilePath,
               holdFilePath, reportFilePath, auditFilePath, userIn,
               periodIn, closedByIn, dateIn, forceIn.
           INVOKE SELF "CheckFunctionAccess"
               USING BY VALUE closedByIn, WS-SecFunc
               RETURNING WS-SecAccess
           if WS-SecAccess not = "Y"
               display "ClosePeriod: refused"
               EXIT METHOD
           end-if
           SET pdID2 to periodFilePath
           SET hID2 to historyFilePath
           SET dID to dayFilePath
       METHOD-ID. REOPENPERIOD AS "ReopenPeriod".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SecFunc        pic x(8) value "REOPENPR".
       01  WS-SecAccess      pic x.

       LINKAGE SECTION.
       01  periodFilePath    OBJECT REFERENCE CLASS-STRING.
      *    it, so the close history is never silently erased.
       PROCEDURE DIVISION USING BY VALUE periodFilePath, userIn,
               periodIn, supervisorIn, dateIn.
           INVOKE SELF "CheckFunctionAccess"
               USING BY VALUE supervisorIn, WS-SecFunc
               RETURNING WS-SecAccess
           if WS-SecAccess not = "Y"
               display "ReopenPeriod: refused"
               EXIT METHOD
           end-if
           SET pdID2 to periodFilePath
           open I-O PerdFile2
           if pdStatus2 not = "00" and pdStatus2 not = "05"
       01  WS-EditBatch      pic z(7)9.
       01  WS-EditLines      pic z(8)9.
       01  WS-PostAcct       pic x(10).
       01  WS-PostSide       pic x(2).
       01  WS-LedgerEOF      pic x.
       01  WS-LedgerLine     pic 9(9) comp-5 value zero.
       01  WS-LedgerDelta    pic S9(13)V99 value zero.
       01  WS-PriorClose     pic S9(13)V99 value zero.
       01  WS-LedgerUser     pic 9(3).
       01  WS-LedgerAcct     pic x(10).
       01  WS-LedgerPeriod   pic 9(6).

       01  WS-MapTab.
         02  WS-MapEntry     occurs 1000 times.
       01  glOutFilePath     OBJECT REFERENCE CLASS-STRING.
       01  reconFilePath     OBJECT REFERENCE CLASS-STRING.
       01  taxFilePath       OBJECT REFERENCE CLASS-STRING.
       01  ledgerFilePath    OBJECT REFERENCE CLASS-STRING.
       01  activityFilePath  OBJECT REFERENCE CLASS-STRING.

      *    balanced double-entry GL feed off DayFile: every
      *    transaction becomes a debit line and a matching credit line
      *    batch number the trailer also carries, so the GL package's
      *    acknowledgment can be matched back (see ImportGLAck) and a
      *    feed lost between the two systems surfaces the next
      *    morning instead of at month end. Once a feed is released,
      *    pass three posts the same lines into the local ledger
      *    (balances) and its activity file (the lines themselves)
      *    under the batch number, so the ledger always agrees with
      *    what the GL package was sent.
       PROCEDURE DIVISION USING BY VALUE dayFilePath, glMapFilePath,
               glOutFilePath, reconFilePath, taxFilePath,
               ledgerFilePath, activityFilePath.
           SET dID to dayFilePath
           SET gmID2 to glMapFilePath
           SET goID2 to glOutFilePath
           SET grID2 to reconFilePath
           SET txID2 to taxFilePath
           SET gbID2 to ledgerFilePath
           SET gaID2 to activityFilePath

           move all "N" to WS-BadJrTab
           move all "N" to WS-BadTxTab
               stop run
           end-if
           close GrecFile2

           open I-O GlbFile2
           if gbStatus2 not = "00" and gbStatus2 not = "05"
               display "GLPostDayFile: open ledger fail " gbStatus2
               stop run
           end-if
           open I-O GlaFile2
           if gaStatus2 not = "00" and gaStatus2 not = "05"
               display "GLPostDayFile: open activity fail " gaStatus2
               stop run
           end-if
           move 3 to WS-Pass
           perform SCAN-DAY-FILE
           close GlaFile2
           close GlbFile2
           display "GLPostDayFile: released batch " grRelkey2 ", "
               WS-LineCount " lines, total " WS-EditTot
           EXIT METHOD.
           end-if.

       WRITE-ONE-DR.
           if WS-Pass = 3
               move "DR" to WS-PostSide
               perform POST-LEDGER-LINE
               EXIT PARAGRAPH
           end-if
           move WS-LineAmt to WS-EditGLAmt
           STRING
               WS-PostAcct  DELIMITED BY SIZE
           add WS-LineAmt to WS-DrTotal.

       WRITE-ONE-CR.
           if WS-Pass = 3
               move "CR" to WS-PostSide
               perform POST-LEDGER-LINE
               EXIT PARAGRAPH
           end-if
           move WS-LineAmt to WS-EditGLAmt
           STRING
               WS-PostAcct  DELIMITED BY SIZE
           add 1 to WS-LineCount
           add WS-LineAmt to WS-CrTotal.

      *    one released line into the activity file and onto its
      *    account's balance for the period. A line landing in a
      *    period behind later ones already on the ledger (a late
      *    back-dated posting) carries its effect forward into every
      *    later period's opening and closing, so each closing stays
      *    the true running balance.
       POST-LEDGER-LINE.
           add 1 to WS-LedgerLine
           move dayUser        to WS-LedgerUser
           move WS-PostAcct    to WS-LedgerAcct
           move dayDate(1:6)   to WS-LedgerPeriod
           move WS-LedgerUser   to glaUser
           move WS-LedgerAcct   to glaAcct
           move WS-LedgerPeriod to glaPeriod
           move grRelkey2       to glaBatch
           move WS-LedgerLine   to glaLine
           move WS-PostSide     to glaSide
           move WS-LineAmt      to glaAmt
           move dayDate         to glaDate
           move dayJr           to glaJr
           move dayRef          to glaRef
           move dayInv          to glaInv
           move dayDesc         to glaDesc
           write glaRec
           if gaStatus2 not = "00"
               display "GLPostDayFile: activity write fail " gaStatus2
               stop run
           end-if
           if WS-PostSide = "DR"
               move WS-LineAmt to WS-LedgerDelta
           else
               compute WS-LedgerDelta = WS-LineAmt * -1
           end-if

           move WS-LedgerUser   to glbUser
           move WS-LedgerAcct   to glbAcct
           move WS-LedgerPeriod to glbPeriod
           read GlbFile2
             invalid key
               perform NEW-LEDGER-PERIOD
           end-read
           if WS-PostSide = "DR"
               add WS-LineAmt to glbDebits
           else
               add WS-LineAmt to glbCredits
           end-if
           compute glbClose = glbOpen + glbDebits - glbCredits
           move grRelkey2 to glbLastBatch
           rewrite glbRec
           if gbStatus2 not = "00"
               display "GLPostDayFile: ledger rewrite fail " gbStatus2
               stop run
           end-if

           move "N" to WS-LedgerEOF
           start GlbFile2 key is greater than glbKey1
             invalid key
               move "Y" to WS-LedgerEOF
           end-start
           perform until WS-LedgerEOF = "Y"
               read GlbFile2 next record
                 at end
                   move "Y" to WS-LedgerEOF
                 not at end
                   if glbUser not = WS-LedgerUser
                           or glbAcct not = WS-LedgerAcct
                       move "Y" to WS-LedgerEOF
                   else
                       add WS-LedgerDelta to glbOpen
                       add WS-LedgerDelta to glbClose
                       rewrite glbRec
                       if gbStatus2 not = "00"
                           display "GLPostDayFile: ledger rewrite "
                               "fail " gbStatus2
                           stop run
                       end-if
                   end-if
               end-read
           end-perform.

      *    first posting to the account in this period - it opens at
      *    the closing of the latest earlier period on file, zero for
      *    an account's first period.
       NEW-LEDGER-PERIOD.
           move zero to WS-PriorClose
           move WS-LedgerUser to glbUser
           move WS-LedgerAcct to glbAcct
           move zero          to glbPeriod
           move "N" to WS-LedgerEOF
           start GlbFile2 key is not less than glbKey1
             invalid key
               move "Y" to WS-LedgerEOF
           end-start
           perform until WS-LedgerEOF = "Y"
               read GlbFile2 next record
                 at end
                   move "Y" to WS-LedgerEOF
                 not at end
                   if glbUser not = WS-LedgerUser
                           or glbAcct not = WS-LedgerAcct
                           or glbPeriod >= WS-LedgerPeriod
                       move "Y" to WS-LedgerEOF
                   else
                       move glbClose to WS-PriorClose
                   end-if
               end-read
           end-perform
           move WS-LedgerUser   to glbUser
           move WS-LedgerAcct   to glbAcct
           move WS-LedgerPeriod to glbPeriod
           move WS-PriorClose   to glbOpen
           move zero            to glbDebits
           move zero            to glbCredits
           move WS-PriorClose   to glbClose
           move grRelkey2       to glbLastBatch
           write glbRec
           if gbStatus2 not = "00"
               display "GLPostDayFile: ledger write fail " gbStatus2
               stop run
           end-if.

       END METHOD GLPOSTDAYFILE.

       METHOD-ID. TRIALBALANCEREPORT AS "TrialBalanceReport".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-HaveSW         pic x value "N".
       01  WS-CurAcct        pic x(10) value space.
       01  WS-AcctCount      pic 9(9) comp-5 value zero.
       01  WS-TotOpen        pic S9(15)V99 value zero.
       01  WS-TotDebits      pic S9(15)V99 value zero.
       01  WS-TotCredits     pic S9(15)V99 value zero.
       01  WS-TotClose       pic S9(15)V99 value zero.
       01  WS-Diff           pic S9(15)V99 value zero.
       01  WS-EditDiff       pic -(14)9.99.

      *    the account in hand's latest ledger record at or before
      *    the report period - an account with no activity in the
      *    period still carries its balance onto the trial balance.
       01  WS-TbPeriod       pic 9(6).
       01  WS-TbOpen         pic S9(13)V99.
       01  WS-TbDebits       pic S9(13)V99.
       01  WS-TbCredits      pic S9(13)V99.
       01  WS-TbClose        pic S9(13)V99.

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(20) value
             "TRIAL BALANCE".
         02  filler          pic x(5) value "USER ".
         02  WS-HeadUser     pic 9(3).
         02  filler          pic x(9) value "  PERIOD ".
         02  WS-HeadPeriod   pic 9(6).
         02  filler          pic x(4) value space.
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(4) value space.
         02  filler          pic x(12) value "ACCOUNT".
         02  filler          pic x(19) value "           OPENING".
         02  filler          pic x(19) value "            DEBITS".
         02  filler          pic x(19) value "           CREDITS".
         02  filler          pic x(19) value "           CLOSING".

       01  WS-DetailLine.
         02  filler          pic x(4) value space.
         02  WS-DetAcct      pic x(10).
         02  filler          pic x(2) value space.
         02  WS-DetOpen      pic -(14)9.99.
         02  filler          pic x(1) value space.
         02  WS-DetDebits    pic -(14)9.99.
         02  filler          pic x(1) value space.
         02  WS-DetCredits   pic -(14)9.99.
         02  filler          pic x(1) value space.
         02  WS-DetClose     pic -(14)9.99.

       LINKAGE SECTION.
       01  ledgerFilePath    OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userIdIn          PIC 9(3).
       01  periodIn          PIC 9(6).

      *    one company's trial balance for one period off the local
      *    ledger: every account's opening, period debits, period
      *    credits and closing, then the totals. The feed only ever
      *    releases balanced double entries, so total debits must
      *    equal total credits and the closing balances must net to
      *    zero - the report says so, or prints the difference.
       PROCEDURE DIVISION USING BY VALUE ledgerFilePath,
               reportFilePath, userIdIn, periodIn.
           SET gbID2 to ledgerFilePath
           SET rptID2 to reportFilePath
           move userIdIn to WS-HeadUser
           move periodIn to WS-HeadPeriod
           open INPUT GlbFile2
           if gbStatus2 not = "00" and gbStatus2 not = "05"
               display "TrialBalanceReport: open ledger fail "
                   gbStatus2
               stop run
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "TrialBalanceReport: open report fail "
                   rptStatus2
               stop run
           end-if

           move userIdIn to glbUser
           move low-values to glbAcct
           move zero to glbPeriod
           move "N" to WS-EOF
           start GlbFile2 key is not less than glbKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read GlbFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if gbStatus2 not = "00"
                       display "TrialBalanceReport: read fail "
                           gbStatus2
                       stop run
                   end-if
                   if glbUser not = userIdIn
                       move "Y" to WS-EOF
                   else
                       if glbAcct not = WS-CurAcct
                           perform PRINT-ONE-ACCOUNT
                           move glbAcct to WS-CurAcct
                           move "N" to WS-HaveSW
                       end-if
                       if glbPeriod <= periodIn
                           move "Y" to WS-HaveSW
                           move glbPeriod  to WS-TbPeriod
                           move glbOpen    to WS-TbOpen
                           move glbDebits  to WS-TbDebits
                           move glbCredits to WS-TbCredits
                           move glbClose   to WS-TbClose
                       end-if
                   end-if
               end-read
           end-perform
           perform PRINT-ONE-ACCOUNT

           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move "TOTAL"       to WS-DetAcct
           move WS-TotOpen    to WS-DetOpen
           move WS-TotDebits  to WS-DetDebits
           move WS-TotCredits to WS-DetCredits
           move WS-TotClose   to WS-DetClose
           move WS-DetailLine to WS-PrintLine
           perform WRITE-RPT-LINE
           if WS-AcctCount = zero
               move "NO LEDGER BALANCES FOR THIS COMPANY AND PERIOD"
                   to WS-PrintLine
               perform WRITE-RPT-LINE
           else
               compute WS-Diff = WS-TotDebits - WS-TotCredits
               if WS-Diff = zero and WS-TotClose = zero
                   move "    DEBITS EQUAL CREDITS - IN BALANCE"
                       to WS-PrintLine
               else
                   if WS-Diff = zero
                       move WS-TotClose to WS-Diff
                   end-if
                   move WS-Diff to WS-EditDiff
                   move space to WS-PrintLine
                   STRING
                       "    OUT OF BALANCE BY " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EditDiff) DELIMITED BY SIZE
                       INTO WS-PrintLine
                   END-STRING
               end-if
               perform WRITE-RPT-LINE
           end-if
           close GlbFile2
           close RptFile2
           EXIT METHOD.

      *    the finished account onto the report - its own period's
      *    record as it stands, or its last earlier closing carried
      *    in with no activity. An account that is all zero stays
      *    off.
       PRINT-ONE-ACCOUNT.
           if WS-HaveSW not = "Y"
               EXIT PARAGRAPH
           end-if
           move "N" to WS-HaveSW
           if WS-TbPeriod not = periodIn
               move WS-TbClose to WS-TbOpen
               move zero to WS-TbDebits
               move zero to WS-TbCredits
           end-if
           if WS-TbOpen = zero and WS-TbDebits = zero
                   and WS-TbCredits = zero and WS-TbClose = zero
               EXIT PARAGRAPH
           end-if
           add 1 to WS-AcctCount
           add WS-TbOpen    to WS-TotOpen
           add WS-TbDebits  to WS-TotDebits
           add WS-TbCredits to WS-TotCredits
           add WS-TbClose   to WS-TotClose
           move WS-CurAcct   to WS-DetAcct
           move WS-TbOpen    to WS-DetOpen
           move WS-TbDebits  to WS-DetDebits
           move WS-TbCredits to WS-DetCredits
           move WS-TbClose   to WS-DetClose
           move WS-DetailLine to WS-PrintLine
           perform WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "TrialBalanceReport: write fail "
                       rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "TrialBalanceReport: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD TRIALBALANCEREPORT.

       METHOD-ID. READACCOUNTACTIVITY AS "ReadAccountActivity".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-ActLine        pic x(132).
       01  WS-EditAmt        pic -(12)9.99.
       01  WS-EditOpen       pic -(12)9.99.
       01  WS-EditDr         pic -(12)9.99.
       01  WS-EditCr         pic -(12)9.99.
       01  WS-EditClose      pic -(12)9.99.
       01  WS-DrTotal        pic S9(13)V99 value zero.
       01  WS-CrTotal        pic S9(13)V99 value zero.
       01  rowString         OBJECT REFERENCE CLASS-STRING.

       LINKAGE SECTION.
       01  activityList      OBJECT REFERENCE CLASS-HISTORYLIST.
       01  ledgerFilePath    OBJECT REFERENCE CLASS-STRING.
       01  activityFilePath  OBJECT REFERENCE CLASS-STRING.
       01  userIdIn          PIC 9(3).
       01  acctIn            PIC X(10).
       01  periodIn          PIC 9(6).

      *    "what hit account X this month": a "BALANCE,opening,
      *    debits,credits,closing" row off the ledger, then one
      *    "batch,line,date,journal,ref,invoice,DR/CR,amount,desc"
      *    row per released feed line in feed order, then a
      *    "TOTAL,debits,credits" row that must agree with the
      *    balance row. No ledger record means no activity.
       PROCEDURE DIVISION USING BY VALUE ledgerFilePath,
               activityFilePath, userIdIn, acctIn, periodIn
               RETURNING activityList.
           SET gbID2 to ledgerFilePath
           SET gaID2 to activityFilePath
           INVOKE CLASS-HISTORYLIST "new" RETURNING activityList

           open INPUT GlbFile2
           if gbStatus2 not = "00" and gbStatus2 not = "05"
               display "ReadAccountActivity: open ledger fail "
                   gbStatus2
               stop run
           end-if
           move userIdIn to glbUser
           move acctIn   to glbAcct
           move periodIn to glbPeriod
           move zero to WS-EditOpen
           move zero to WS-EditDr
           move zero to WS-EditCr
           move zero to WS-EditClose
           read GlbFile2
             invalid key
               continue
             not invalid key
               move glbOpen    to WS-EditOpen
               move glbDebits  to WS-EditDr
               move glbCredits to WS-EditCr
               move glbClose   to WS-EditClose
           end-read
           close GlbFile2
           move space to WS-ActLine
           STRING
               "BALANCE,"  DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditOpen) DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditDr) DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditCr) DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditClose) DELIMITED BY SIZE
               INTO WS-ActLine
           END-STRING
           SET rowString to WS-ActLine
           INVOKE activityList "Add" USING BY VALUE rowString

           open INPUT GlaFile2
           if gaStatus2 not = "00" and gaStatus2 not = "05"
               display "ReadAccountActivity: open activity fail "
                   gaStatus2
               stop run
           end-if
           move userIdIn to glaUser
           move acctIn   to glaAcct
           move periodIn to glaPeriod
           move zero     to glaBatch
           move zero     to glaLine
           move "N" to WS-EOF
           start GlaFile2 key is not less than glaKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read GlaFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if glaUser not = userIdIn or glaAcct not = acctIn
                           or glaPeriod not = periodIn
                       move "Y" to WS-EOF
                   else
                       perform ADD-ONE-LINE
                   end-if
               end-read
           end-perform
           close GlaFile2

           move WS-DrTotal to WS-EditDr
           move WS-CrTotal to WS-EditCr
           move space to WS-ActLine
           STRING
               "TOTAL,"    DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditDr) DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditCr) DELIMITED BY SIZE
               INTO WS-ActLine
           END-STRING
           SET rowString to WS-ActLine
           INVOKE activityList "Add" USING BY VALUE rowString
           EXIT METHOD.

       ADD-ONE-LINE.
           if glaSide = "DR"
               add glaAmt to WS-DrTotal
           else
               add glaAmt to WS-CrTotal
           end-if
           move glaAmt to WS-EditAmt
           move space to WS-ActLine
           STRING
               glaBatch    DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               glaLine     DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               glaDate     DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               glaJr       DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               glaRef      DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               glaInv      DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               glaSide     DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditAmt) DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               glaDesc     DELIMITED BY SIZE
               INTO WS-ActLine
           END-STRING
           SET rowString to WS-ActLine
           INVOKE activityList "Add" USING BY VALUE rowString.

       END METHOD READACCOUNTACTIVITY.

       METHOD-ID. LOADBUDGETFILE AS "LoadBudgetFile".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-LineNo         pic 9(9) comp-5 value zero.
       01  WS-NewCount       pic 9(9) comp-5 value zero.
       01  WS-ChgCount       pic 9(9) comp-5 value zero.
       01  WS-SameCount      pic 9(9) comp-5 value zero.
       01  WS-RejCount       pic 9(9) comp-5 value zero.
       01  WS-RejReason      pic x(4).
       01  WS-UnstCount      pic 9(4) comp-5 value zero.
       01  WS-FldUser        pic x(16).
       01  WS-FldAcct        pic x(16).
       01  WS-FldPeriod      pic x(16).
       01  WS-FldAmt         pic x(16).
       01  WS-LoadUser       pic 9(3).
       01  WS-LoadPeriod     pic 9(6).
       01  WS-LoadAmt        pic S9(13)V99.
       01  WS-AudOper        pic x(8).

       01  WS-ChkField       pic x(16).
       01  WS-ChkOK          pic x.
       01  WS-Cx             pic 9(4) comp-5 value zero.
       01  WS-ChkChar        pic x.
       01  WS-DigitSW        pic x.
       01  WS-EndedSW        pic x.
       01  WS-SignSW         pic x.
       01  WS-PointSW        pic x.
       01  WS-ParsedAmt      pic S9(13)V99 value zero.

       LINKAGE SECTION.
       01  importFilePath    OBJECT REFERENCE CLASS-STRING.
       01  rejectFilePath    OBJECT REFERENCE CLASS-STRING.
       01  budgetFilePath    OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  dateIn            PIC 9(8).

      *    finance's budget spreadsheet, saved as delimited text:
      *    "company,account,period,amount" per line, period yyyymm,
      *    amount signed debits-less-credits with an optional point.
      *    A first line that does not start with a company number is
      *    the spreadsheet's column headings and is passed over;
      *    blank lines are passed over; quotes the spreadsheet puts
      *    round a text cell are dropped. A good line adds or
      *    replaces that company/account/period's budget and goes on
      *    the audit trail as BUDGLOAD (key company+period, the
      *    account in the invoice slot when it is all digits, the
      *    new amount) - a line that matches what is already held
      *    is counted and left alone. A bad line goes to the reject
      *    file behind a reason code:
      *        BG01  fewer than four fields
      *        BG02  company not a number
      *        BG03  account blank or over ten characters
      *        BG04  period not yyyymm with a month 01-12
      *        BG05  amount not a number
      *    Rejects never stop the load - finance fixes them in the
      *    sheet and loads the file again, which is harmless for the
      *    lines that already went in.
       PROCEDURE DIVISION USING BY VALUE importFilePath,
               rejectFilePath, budgetFilePath, auditFilePath,
               userIn, dateIn.
           SET impID2 to importFilePath
           SET rejID2 to rejectFilePath
           SET bgID2  to budgetFilePath
           SET auID2  to auditFilePath
           open INPUT ImpFile2
           if impStatus2 not = "00"
               display "LoadBudgetFile: open import fail " impStatus2
               stop run
           end-if
           open OUTPUT RejFile2
           if rejStatus2 not = "00"
               display "LoadBudgetFile: open reject fail " rejStatus2
               stop run
           end-if
           open I-O BudgFile2
           if bgStatus2 not = "00" and bgStatus2 not = "05"
               display "LoadBudgetFile: open budget fail " bgStatus2
               stop run
           end-if
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "LoadBudgetFile: open audit fail " auStatus2
               stop run
           end-if

           move "N" to WS-EOF
           perform until WS-EOF = "Y"
               read ImpFile2 at end
                   move "Y" to WS-EOF
               not at end
                   if impStatus2 not = "00"
                       display "LoadBudgetFile: read fail " impStatus2
                       stop run
                   end-if
                   add 1 to WS-LineNo
                   perform LOAD-ONE-BUDGET
               end-read
           end-perform

           close ImpFile2
           close RejFile2
           close BudgFile2
           close AudFile2
           display "LoadBudgetFile: " WS-NewCount " added, "
               WS-ChgCount " changed, " WS-SameCount " unchanged, "
               WS-RejCount " rejected"
           EXIT METHOD.

       LOAD-ONE-BUDGET.
           if impRec2 = space
               EXIT PARAGRAPH
           end-if
           inspect impRec2 replacing all '"' by space
           move space to WS-FldUser
           move space to WS-FldAcct
           move space to WS-FldPeriod
           move space to WS-FldAmt
           move zero to WS-UnstCount
           UNSTRING impRec2 DELIMITED BY ","
               INTO WS-FldUser WS-FldAcct WS-FldPeriod WS-FldAmt
               TALLYING IN WS-UnstCount
           END-UNSTRING
           move WS-FldUser to WS-ChkField
           perform CHECK-UNSIGNED
           if WS-ChkOK not = "Y" and WS-LineNo = 1
               EXIT PARAGRAPH
           end-if
           if WS-UnstCount < 4
               move "BG01" to WS-RejReason
               perform WRITE-ONE-REJECT
               EXIT PARAGRAPH
           end-if
           if WS-ChkOK not = "Y"
               move "BG02" to WS-RejReason
               perform WRITE-ONE-REJECT
               EXIT PARAGRAPH
           end-if
           if FUNCTION NUMVAL(WS-FldUser) > 999
               move "BG02" to WS-RejReason
               perform WRITE-ONE-REJECT
               EXIT PARAGRAPH
           end-if
           compute WS-LoadUser = FUNCTION NUMVAL(WS-FldUser)

           move FUNCTION TRIM(WS-FldAcct) to WS-FldAcct
           if WS-FldAcct = space or WS-FldAcct(11:6) not = space
               move "BG03" to WS-RejReason
               perform WRITE-ONE-REJECT
               EXIT PARAGRAPH
           end-if

           move FUNCTION TRIM(WS-FldPeriod) to WS-FldPeriod
           move WS-FldPeriod to WS-ChkField
           perform CHECK-UNSIGNED
           if WS-ChkOK not = "Y" or WS-FldPeriod(7:10) not = space
                   or WS-FldPeriod(6:1) = space
               move "BG04" to WS-RejReason
               perform WRITE-ONE-REJECT
               EXIT PARAGRAPH
           end-if
           move WS-FldPeriod(1:6) to WS-LoadPeriod
           if WS-LoadPeriod(5:2) < "01" or WS-LoadPeriod(5:2) > "12"
               move "BG04" to WS-RejReason
               perform WRITE-ONE-REJECT
               EXIT PARAGRAPH
           end-if

           perform CHECK-AMOUNT
           if WS-ChkOK not = "Y"
               move "BG05" to WS-RejReason
               perform WRITE-ONE-REJECT
               EXIT PARAGRAPH
           end-if
           move WS-ParsedAmt to WS-LoadAmt

           move WS-LoadUser   to budgUser
           move WS-FldAcct    to budgAcct
           move WS-LoadPeriod to budgPeriod
           read BudgFile2
             invalid key
               move WS-LoadAmt to budgAmt
               move userIn     to budgUpdUser
               move dateIn     to budgUpdDate
               write budgRec
               if bgStatus2 not = "00"
                   display "LoadBudgetFile: write fail " bgStatus2
                   stop run
               end-if
               add 1 to WS-NewCount
             not invalid key
               if budgAmt = WS-LoadAmt
                   add 1 to WS-SameCount
                   EXIT PARAGRAPH
               end-if
               move WS-LoadAmt to budgAmt
               move userIn     to budgUpdUser
               move dateIn     to budgUpdDate
               rewrite budgRec
               if bgStatus2 not = "00"
                   display "LoadBudgetFile: rewrite fail " bgStatus2
                   stop run
               end-if
               add 1 to WS-ChgCount
           end-read
           move "BUDGLOAD" to WS-AudOper
           perform WRITE-BUDGET-AUDIT.

       WRITE-BUDGET-AUDIT.
           move spaces      to audRec
           accept audDate   from DATE YYYYMMDD
           accept audTime   from TIME
           move userIn      to audUser
           move WS-AudOper  to audOper
           compute audKey = budgUser * 1000000 + budgPeriod
           move zero        to audInv
           move budgAcct    to WS-ChkField
           perform CHECK-UNSIGNED
           if WS-ChkOK = "Y"
               compute audInv = FUNCTION NUMVAL(budgAcct)
           end-if
           move budgAmt     to audAmt
           write audRec
           if auStatus2 not = "00"
               display "LoadBudgetFile: audit write fail " auStatus2
               stop run
           end-if.

       WRITE-ONE-REJECT.
           move space to rejRec2
           STRING
               WS-RejReason DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               impRec2      DELIMITED BY SIZE
               INTO rejRec2
           END-STRING
           write rejRec2
           if rejStatus2 not = "00"
               display "LoadBudgetFile: reject write fail "
                   rejStatus2
               stop run
           end-if
           add 1 to WS-RejCount.

       CHECK-UNSIGNED.
           move "N" to WS-DigitSW
           move "N" to WS-EndedSW
           move "Y" to WS-ChkOK
           perform varying WS-Cx from 1 by 1 until WS-Cx > 16
               move WS-ChkField(WS-Cx:1) to WS-ChkChar
               if WS-ChkChar = space
                   if WS-DigitSW = "Y"
                       move "Y" to WS-EndedSW
                   end-if
               else
                   if WS-ChkChar >= "0" and WS-ChkChar <= "9"
                       if WS-EndedSW = "Y"
                           move "N" to WS-ChkOK
                       end-if
                       move "Y" to WS-DigitSW
                   else
                       move "N" to WS-ChkOK
                   end-if
               end-if
           end-perform
           if WS-DigitSW not = "Y"
               move "N" to WS-ChkOK
           end-if.

      *    same shape ImportTransactions accepts: an optional minus
      *    sign, digits, at most one decimal point.
       CHECK-AMOUNT.
           move "N" to WS-DigitSW
           move "N" to WS-EndedSW
           move "N" to WS-SignSW
           move "N" to WS-PointSW
           move "Y" to WS-ChkOK
           perform varying WS-Cx from 1 by 1 until WS-Cx > 16
               move WS-FldAmt(WS-Cx:1) to WS-ChkChar
               evaluate true
                 when WS-ChkChar = space
                   if WS-DigitSW = "Y" or WS-SignSW = "Y"
                       move "Y" to WS-EndedSW
                   end-if
                 when WS-ChkChar = "-"
                   if WS-SignSW = "Y" or WS-DigitSW = "Y"
                           or WS-EndedSW = "Y"
                       move "N" to WS-ChkOK
                   end-if
                   move "Y" to WS-SignSW
                 when WS-ChkChar = "."
                   if WS-PointSW = "Y" or WS-EndedSW = "Y"
                       move "N" to WS-ChkOK
                   end-if
                   move "Y" to WS-PointSW
                 when WS-ChkChar >= "0" and WS-ChkChar <= "9"
                   if WS-EndedSW = "Y"
                       move "N" to WS-ChkOK
                   end-if
                   move "Y" to WS-DigitSW
                 when other
                   move "N" to WS-ChkOK
               end-evaluate
           end-perform
           if WS-DigitSW not = "Y"
               move "N" to WS-ChkOK
           end-if
           if WS-ChkOK = "Y"
               compute WS-ParsedAmt =
                   FUNCTION NUMVAL(WS-FldAmt)
           end-if.

       END METHOD LOADBUDGETFILE.
       METHOD-ID. BUDGETVARIANCEREPORT AS "BudgetVarianceReport".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-Gen            pic 9(5) value zero.
       01  WS-GenState       pic x(9) value space.
       01  WS-FromPeriod     pic 9(6).
       01  WS-ToMonth        pic 9(2).
       01  WS-Month          pic 9(2).
       01  WS-OnePeriod      pic 9(6).
       01  WS-CurAcct        pic x(10).
       01  WS-LastAcct       pic x(10) value space.
       01  WS-AcctCount      pic 9(9) comp-5 value zero.
       01  WS-FlagCount      pic 9(9) comp-5 value zero.
       01  WS-RowCount       pic 9(9) comp-5 value zero.
       01  WS-Rx             pic 9(9) comp-5 value zero.
       01  rowString         OBJECT REFERENCE CLASS-STRING.
       01  itemRef           OBJECT REFERENCE CLASS-STRING.
       01  sortList          OBJECT REFERENCE CLASS-HISTORYLIST.
       01  WS-SortRow        pic x(10).

      *    one account's period and year-to-date figures, then the
      *    company totals built from them.
       01  WS-PerBudget      pic S9(13)V99.
       01  WS-PerActual      pic S9(13)V99.
       01  WS-YtdBudget      pic S9(13)V99.
       01  WS-YtdActual      pic S9(13)V99.
       01  WS-TotPerBudget   pic S9(15)V99 value zero.
       01  WS-TotPerActual   pic S9(15)V99 value zero.
       01  WS-TotYtdBudget   pic S9(15)V99 value zero.
       01  WS-TotYtdActual   pic S9(15)V99 value zero.
       01  WS-Variance       pic S9(15)V99.
       01  WS-VarBudget      pic S9(15)V99.
       01  WS-VarActual      pic S9(15)V99.
       01  WS-VarPct         pic S9(5)V9.
       01  WS-PctOK          pic x.
       01  WS-OverSW         pic x.
       01  WS-AnyOverSW      pic x.

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(26) value
             "BUDGET VERSUS ACTUAL".
         02  filler          pic x(5) value "USER ".
         02  WS-HeadUser     pic 9(3).
         02  filler          pic x(9) value "  PERIOD ".
         02  WS-HeadPeriod   pic 9(6).
         02  filler          pic x(13) value "  GENERATION ".
         02  WS-HeadGen      pic 9(5).
         02  filler          pic x(1) value space.
         02  WS-HeadState    pic x(9).
         02  filler          pic x(12) value "  THRESHOLD ".
         02  WS-HeadPct      pic zz9.99.
         02  filler          pic x(5) value "%    ".
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(2) value space.
         02  filler          pic x(10) value "ACCOUNT".
         02  filler          pic x(16) value "   PERIOD BUDGET".
         02  filler          pic x(16) value "          ACTUAL".
         02  filler          pic x(16) value "        VARIANCE".
         02  filler          pic x(10) value "     VAR%".
         02  filler          pic x(16) value "      YTD BUDGET".
         02  filler          pic x(16) value "          ACTUAL".
         02  filler          pic x(16) value "        VARIANCE".
         02  filler          pic x(10) value "     VAR%".

       01  WS-DetailLine.
         02  filler          pic x(2) value space.
         02  WS-DetAcct      pic x(10).
         02  filler          pic x(1) value space.
         02  WS-DetPerBudget pic -(11)9.99.
         02  filler          pic x(1) value space.
         02  WS-DetPerActual pic -(11)9.99.
         02  filler          pic x(1) value space.
         02  WS-DetPerVar    pic -(11)9.99.
         02  filler          pic x(1) value space.
         02  WS-DetPerPct    pic x(8).
         02  WS-DetPerFlag   pic x(1).
         02  filler          pic x(1) value space.
         02  WS-DetYtdBudget pic -(11)9.99.
         02  filler          pic x(1) value space.
         02  WS-DetYtdActual pic -(11)9.99.
         02  filler          pic x(1) value space.
         02  WS-DetYtdVar    pic -(11)9.99.
         02  filler          pic x(1) value space.
         02  WS-DetYtdPct    pic x(8).
         02  WS-DetYtdFlag   pic x(1).

       01  WS-EditPct        pic -(5)9.9.
       01  WS-PctText        pic x(8).

       01  WS-CountLine.
         02  filler          pic x(4) value space.
         02  filler          pic x(9) value "ACCOUNTS ".
         02  WS-CntAccts     pic zzzzzzzz9.
         02  filler          pic x(10) value "  FLAGGED ".
         02  WS-CntFlagged   pic zzzzzzzz9.

       LINKAGE SECTION.
       01  budgetFilePath    OBJECT REFERENCE CLASS-STRING.
       01  ledgerFilePath    OBJECT REFERENCE CLASS-STRING.
       01  genFilePath       OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userIdIn          PIC 9(3).
       01  periodIn          PIC 9(6).
       01  thresholdPctIn    PIC 9(3)V99.

      *    one company's budget against the local ledger for one
      *    period and for the year to date. Actual is the ledger's
      *    net movement (debits less credits) for the period, so it
      *    lines up with a budget signed the same way. The year runs
      *    over the periods of the fiscal generation the report
      *    period falls in - a posting's generation is its date's
      *    year (histGen), so the year to date is generation month 01
      *    through the report period; GenFile2 says whether that
      *    generation is still the current one or already rolled.
      *    Every account with a budget or an actual in the year is
      *    reported. Variance is actual less budget, variance % is
      *    that over the budget; a line whose period or year-to-date
      *    variance % is beyond the threshold either way is flagged
      *    "*" against that figure, and an actual with no budget at
      *    all is always flagged.
       PROCEDURE DIVISION USING BY VALUE budgetFilePath,
               ledgerFilePath, genFilePath, reportFilePath, userIdIn,
               periodIn, thresholdPctIn.
           SET bgID2  to budgetFilePath
           SET gbID2  to ledgerFilePath
           SET geID2  to genFilePath
           SET rptID2 to reportFilePath
           if periodIn(5:2) < "01" or periodIn(5:2) > "12"
               display "BudgetVarianceReport: period " periodIn
                   " is not yyyymm - refused"
               EXIT METHOD
           end-if
           move periodIn(1:4) to WS-Gen
           compute WS-FromPeriod = WS-Gen * 100 + 1
           move periodIn(5:2) to WS-ToMonth

           open INPUT GenFile2
           if geStatus2 not = "00" and geStatus2 not = "05"
               display "BudgetVarianceReport: open gen fail "
                   geStatus2
               stop run
           end-if
           if geStatus2 = "00"
               move 1 to geRelkey2
               read GenFile2
                 invalid key
                   move zero to genCurrent
               end-read
               evaluate true
                 when genCurrent = zero
                   move space to WS-GenState
                 when WS-Gen < genCurrent
                   move "(CLOSED)" to WS-GenState
                 when WS-Gen = genCurrent
                   move "(CURRENT)" to WS-GenState
                 when other
                   move "(FUTURE)" to WS-GenState
               end-evaluate
           end-if
           close GenFile2

           open INPUT BudgFile2
           if bgStatus2 not = "00" and bgStatus2 not = "05"
               display "BudgetVarianceReport: open budget fail "
                   bgStatus2
               stop run
           end-if
           open INPUT GlbFile2
           if gbStatus2 not = "00" and gbStatus2 not = "05"
               display "BudgetVarianceReport: open ledger fail "
                   gbStatus2
               stop run
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "BudgetVarianceReport: open report fail "
                   rptStatus2
               stop run
           end-if
           move userIdIn      to WS-HeadUser
           move periodIn      to WS-HeadPeriod
           move WS-Gen        to WS-HeadGen
           move WS-GenState   to WS-HeadState
           move thresholdPctIn to WS-HeadPct

      *    the accounts come off both files - one may have a budget
      *    nothing has posted to yet, another a posting nobody
      *    budgeted. One sort and a skip of repeats leaves each
      *    account once, in account order.
           INVOKE CLASS-HISTORYLIST "new" RETURNING sortList
           move userIdIn to budgUser
           move low-values to budgAcct
           move zero to budgPeriod
           move "N" to WS-EOF
           start BudgFile2 key is not less than budgKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read BudgFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if bgStatus2 not = "00"
                       display "BudgetVarianceReport: budget read "
                           "fail " bgStatus2
                       stop run
                   end-if
                   if budgUser not = userIdIn
                       move "Y" to WS-EOF
                   else
                       if budgPeriod >= WS-FromPeriod
                               and budgPeriod <= periodIn
                           move budgAcct to WS-SortRow
                           perform ADD-SORT-ROW
                       end-if
                   end-if
               end-read
           end-perform

           move userIdIn to glbUser
           move low-values to glbAcct
           move zero to glbPeriod
           move "N" to WS-EOF
           start GlbFile2 key is not less than glbKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read GlbFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if gbStatus2 not = "00"
                       display "BudgetVarianceReport: ledger read "
                           "fail " gbStatus2
                       stop run
                   end-if
                   if glbUser not = userIdIn
                       move "Y" to WS-EOF
                   else
                       if glbPeriod >= WS-FromPeriod
                               and glbPeriod <= periodIn
                           move glbAcct to WS-SortRow
                           perform ADD-SORT-ROW
                       end-if
                   end-if
               end-read
           end-perform

           INVOKE sortList "Sort"
           INVOKE sortList "get_Count" RETURNING WS-RowCount
           perform varying WS-Rx from 0 by 1
                   until WS-Rx >= WS-RowCount
               INVOKE sortList "get_Item" USING BY VALUE WS-Rx
                   RETURNING itemRef
               move space to WS-SortRow
               SET WS-SortRow to itemRef
               if WS-Rx = 0 or WS-SortRow not = WS-LastAcct
                   move WS-SortRow to WS-LastAcct
                   move WS-SortRow to WS-CurAcct
                   perform REPORT-ONE-ACCOUNT
               end-if
           end-perform

           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           if WS-AcctCount = zero
               move "NO BUDGET OR LEDGER FIGURES FOR THIS COMPANY"
                   to WS-PrintLine
               perform WRITE-RPT-LINE
           else
               move WS-TotPerBudget to WS-VarBudget
               move WS-TotPerActual to WS-VarActual
               perform FORMAT-PERIOD-FIGURES
               move WS-TotYtdBudget to WS-VarBudget
               move WS-TotYtdActual to WS-VarActual
               perform FORMAT-YTD-FIGURES
               move space   to WS-DetPerFlag
               move space   to WS-DetYtdFlag
               move "TOTAL" to WS-DetAcct
               move WS-DetailLine to WS-PrintLine
               perform WRITE-RPT-LINE
               move WS-AcctCount to WS-CntAccts
               move WS-FlagCount to WS-CntFlagged
               move WS-CountLine to WS-PrintLine
               perform WRITE-RPT-LINE
           end-if
           close BudgFile2
           close GlbFile2
           close RptFile2
           EXIT METHOD.

       ADD-SORT-ROW.
           SET rowString to WS-SortRow
           INVOKE sortList "Add" USING BY VALUE rowString.

      *    budget and actual for each period of the year in turn -
      *    at most twelve keyed reads a file per account.
       REPORT-ONE-ACCOUNT.
           move zero to WS-PerBudget
           move zero to WS-PerActual
           move zero to WS-YtdBudget
           move zero to WS-YtdActual
           perform varying WS-Month from 1 by 1
                   until WS-Month > WS-ToMonth
               compute WS-OnePeriod = WS-Gen * 100 + WS-Month
               move userIdIn     to budgUser
               move WS-CurAcct   to budgAcct
               move WS-OnePeriod to budgPeriod
               read BudgFile2
                 invalid key
                   continue
                 not invalid key
                   add budgAmt to WS-YtdBudget
                   if WS-OnePeriod = periodIn
                       move budgAmt to WS-PerBudget
                   end-if
               end-read
               move userIdIn     to glbUser
               move WS-CurAcct   to glbAcct
               move WS-OnePeriod to glbPeriod
               read GlbFile2
                 invalid key
                   continue
                 not invalid key
                   compute WS-YtdActual = WS-YtdActual
                       + glbDebits - glbCredits
                   if WS-OnePeriod = periodIn
                       compute WS-PerActual = glbDebits - glbCredits
                   end-if
               end-read
           end-perform
           if WS-YtdBudget = zero and WS-YtdActual = zero
                   and WS-PerBudget = zero and WS-PerActual = zero
               EXIT PARAGRAPH
           end-if
           add 1 to WS-AcctCount
           add WS-PerBudget to WS-TotPerBudget
           add WS-PerActual to WS-TotPerActual
           add WS-YtdBudget to WS-TotYtdBudget
           add WS-YtdActual to WS-TotYtdActual

           move "N" to WS-AnyOverSW
           move WS-PerBudget to WS-VarBudget
           move WS-PerActual to WS-VarActual
           perform FORMAT-PERIOD-FIGURES
           move space to WS-DetPerFlag
           if WS-OverSW = "Y"
               move "*" to WS-DetPerFlag
               move "Y" to WS-AnyOverSW
           end-if
           move WS-YtdBudget to WS-VarBudget
           move WS-YtdActual to WS-VarActual
           perform FORMAT-YTD-FIGURES
           move space to WS-DetYtdFlag
           if WS-OverSW = "Y"
               move "*" to WS-DetYtdFlag
               move "Y" to WS-AnyOverSW
           end-if
           if WS-AnyOverSW = "Y"
               add 1 to WS-FlagCount
           end-if
           move WS-CurAcct to WS-DetAcct
           move WS-DetailLine to WS-PrintLine
           perform WRITE-RPT-LINE.

       FORMAT-PERIOD-FIGURES.
           perform VARIANCE-PERCENT
           move WS-VarBudget to WS-DetPerBudget
           move WS-VarActual to WS-DetPerActual
           move WS-Variance  to WS-DetPerVar
           move WS-PctText   to WS-DetPerPct.

       FORMAT-YTD-FIGURES.
           perform VARIANCE-PERCENT
           move WS-VarBudget to WS-DetYtdBudget
           move WS-VarActual to WS-DetYtdActual
           move WS-Variance  to WS-DetYtdVar
           move WS-PctText   to WS-DetYtdPct.

      *    variance and variance % of WS-VarActual against
      *    WS-VarBudget, the % over the budget's size so an
      *    overspend reads positive whichever way the account is
      *    signed. No budget leaves the % blank; over the threshold
      *    (or any actual with no budget) sets WS-OverSW.
       VARIANCE-PERCENT.
           compute WS-Variance = WS-VarActual - WS-VarBudget
           move "N" to WS-OverSW
           move space to WS-PctText
           if WS-VarBudget = zero
               move "     N/A" to WS-PctText
               if WS-VarActual not = zero
                   move "Y" to WS-OverSW
               end-if
               EXIT PARAGRAPH
           end-if
           move "Y" to WS-PctOK
           if WS-VarBudget < zero
               compute WS-VarPct rounded =
                   WS-Variance * 100 / (0 - WS-VarBudget)
                 on size error
                   move "N" to WS-PctOK
               end-compute
           else
               compute WS-VarPct rounded =
                   WS-Variance * 100 / WS-VarBudget
                 on size error
                   move "N" to WS-PctOK
               end-compute
           end-if
           if WS-PctOK not = "Y"
               move "   *****" to WS-PctText
               move "Y" to WS-OverSW
               EXIT PARAGRAPH
           end-if
           move WS-VarPct to WS-EditPct
           move WS-EditPct to WS-PctText
           if WS-VarPct > thresholdPctIn
                   or WS-VarPct < (0 - thresholdPctIn)
               move "Y" to WS-OverSW
           end-if.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "BudgetVarianceReport: write fail "
                       rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "BudgetVarianceReport: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD BUDGETVARIANCEREPORT.

       METHOD-ID. INTERCOMPANYREPORT AS "IntercompanyReport".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-RowCount       pic 9(9) comp-5 value zero.
       01  WS-Rx             pic 9(9) comp-5 value zero.
       01  rowString         OBJECT REFERENCE CLASS-STRING.
       01  itemRef           OBJECT REFERENCE CLASS-STRING.
       01  sortList          OBJECT REFERENCE CLASS-HISTORYLIST.

      *    one active link row, under its company pair (lower
      *    company first) so each pair's rows sort together - the
      *    amount as the link holds it and as the company's own books
      *    now hold it. WS-RowOnFile "B" means the company has no
      *    books on the company-books file.
       01  WS-SortRow.
         02  WS-RowLo        pic 9(3).
         02  WS-RowHi        pic 9(3).
         02  WS-RowUser      pic 9(3).
         02  WS-RowSub       pic 9(12).
         02  WS-RowPartner   pic 9(3).
         02  WS-RowPartSub   pic 9(12).
         02  WS-RowInv       pic 9(12).
         02  WS-RowLink      pic S9(12)V99 sign leading separate.
         02  WS-RowBook      pic S9(12)V99 sign leading separate.
         02  WS-RowOnFile    pic x.

       01  WS-CurLo          pic 9(3) value zero.
       01  WS-CurHi          pic 9(3) value zero.
       01  WS-LoTotal        pic S9(15)V99 value zero.
       01  WS-HiTotal        pic S9(15)V99 value zero.
       01  WS-PairDiff       pic S9(15)V99 value zero.
       01  WS-PairCount      pic 9(9) comp-5 value zero.
       01  WS-MisCount       pic 9(9) comp-5 value zero.
       01  WS-ExcCount       pic 9(9) comp-5 value zero.
       01  WS-UnrecTotal     pic S9(15)V99 value zero.
       01  WS-IcSW           pic x.
       01  WS-IcFileSW       pic x value "Y".
       01  WS-BooksSW        pic x value "Y".
      *    whose history file PhstFile2 has open, if anyone's - the
      *    link rows come off company by company, so each company's
      *    history is opened once.
       01  WS-HistUser       pic 9(3) value zero.
       01  WS-HistSet        pic x value "N".
       01  WS-HistSW         pic x value "N".
       01  WS-HistBooks      pic x value "N".
       01  WS-BalEOF         pic x.

      *    the consolidation - one company's open balances at a time.
       01  WS-CoUser         pic 9(3) value zero.
       01  WS-CoCount        pic 9(9) comp-5 value zero.
       01  WS-CoOpen         pic S9(15)V99 value zero.
       01  WS-CoIc           pic S9(15)V99 value zero.
       01  WS-GrpOpen        pic S9(15)V99 value zero.
       01  WS-GrpIc          pic S9(15)V99 value zero.
       01  WS-BalInv         pic 9(12).
       01  WS-BalAmt         pic S9(12)V99.

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(48) value
             "INTERCOMPANY RECONCILIATION AND CONSOLIDATION".
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

      *    the column heading of the section in hand - reprinted
      *    under the page heading when a section runs over a page.
       01  WS-Head2          pic x(132) value space.

       01  WS-PairHead.
         02  filler          pic x(4) value space.
         02  filler          pic x(5) value "CO".
         02  filler          pic x(5) value "PTR".
         02  filler          pic x(18) value "      CO BOOKS".
         02  filler          pic x(18) value "     PTR BOOKS".
         02  filler          pic x(18) value "    DIFFERENCE".
         02  filler          pic x(10) value "FLAG".

       01  WS-PairLine.
         02  filler          pic x(4) value space.
         02  WS-PlLo         pic 9(3).
         02  filler          pic x(2) value space.
         02  WS-PlHi         pic 9(3).
         02  filler          pic x(2) value space.
         02  WS-PlLoAmt      pic -(13)9.99.
         02  filler          pic x(1) value space.
         02  WS-PlHiAmt      pic -(13)9.99.
         02  filler          pic x(1) value space.
         02  WS-PlDiff       pic -(13)9.99.
         02  filler          pic x(2) value space.
         02  WS-PlFlag       pic x(8).

       01  WS-ExcLine.
         02  filler          pic x(8) value space.
         02  filler          pic x(4) value "CO ".
         02  WS-ElUser       pic 9(3).
         02  filler          pic x(6) value "  TXN ".
         02  WS-ElSub        pic 9(12).
         02  filler          pic x(6) value "  INV ".
         02  WS-ElInv        pic 9(12).
         02  filler          pic x(2) value space.
         02  WS-ElText       pic x(40).
         02  WS-ElAmt        pic -(13)9.99.

       01  WS-ConsHead.
         02  filler          pic x(4) value space.
         02  filler          pic x(10) value "COMPANY".
         02  filler          pic x(18) value " OPEN BALANCES".
         02  filler          pic x(18) value "  INTERCOMPANY".
         02  filler          pic x(18) value "      EXTERNAL".

       01  WS-ConsLine.
         02  filler          pic x(4) value space.
         02  WS-ClLabel      pic x(10).
         02  WS-ClOpen       pic -(13)9.99.
         02  filler          pic x(1) value space.
         02  WS-ClIc         pic -(13)9.99.
         02  filler          pic x(1) value space.
         02  WS-ClExt        pic -(13)9.99.

       01  WS-CountLine.
         02  filler          pic x(4) value space.
         02  filler          pic x(6) value "PAIRS ".
         02  WS-CntPairs     pic zzzzzzzz9.
         02  filler          pic x(13) value "  MISMATCHED ".
         02  WS-CntMis       pic zzzzzzzz9.
         02  filler          pic x(13) value "  EXCEPTIONS ".
         02  WS-CntExc       pic zzzzzzzz9.

       LINKAGE SECTION.
       01  icFilePath        OBJECT REFERENCE CLASS-STRING.
       01  icBooksPath       OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.

      *    the group's intercompany position in two parts. First the
      *    reconciliation: for each pair of companies that trade with
      *    each other, what the first company's books hold against
      *    the second (plus due from, minus due to) beside what the
      *    second's hold against the first - each side read off its
      *    own company's history file, as the company-books file
      *    (icBooksPath) names it. The two should cancel, and a pair
      *    that does not is flagged MISMATCH. Each active link is
      *    checked on the way: its partner's row has to be there,
      *    point back and still be active, and the entry on the
      *    company's history file has to still carry the linked
      *    amount (a purged entry counts at its linked amount). Then
      *    the consolidation: each company's open balances off its
      *    own balance file, split into intercompany (an invoice
      *    with an active link for that company) and external, and
      *    the group total with the intercompany amounts eliminated.
      *    The reconciliation's unreconciled difference is carried
      *    onto the consolidation so the elimination can be trusted.
       PROCEDURE DIVISION USING BY VALUE icFilePath, icBooksPath,
               reportFilePath.
           SET icID2  to icFilePath
           SET ibID2  to icBooksPath
           SET rptID2 to reportFilePath
           open INPUT IcFile2
           if icStatus2 not = "00" and icStatus2 not = "05"
               display "IntercompanyReport: open ic link fail "
                   icStatus2
               stop run
           end-if
           if icStatus2 = "05"
               move "N" to WS-IcFileSW
           end-if
           open INPUT IcbkFile2
           if ibStatus2 not = "00" and ibStatus2 not = "05"
               display "IntercompanyReport: open company books fail "
                   ibStatus2
               stop run
           end-if
           if ibStatus2 = "05"
               move "N" to WS-BooksSW
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "IntercompanyReport: open report fail "
                   rptStatus2
               stop run
           end-if

           move WS-PairHead to WS-Head2
           move zero to WS-LineCount
           INVOKE CLASS-HISTORYLIST "new" RETURNING sortList
           move "N" to WS-EOF
           if WS-IcFileSW not = "Y"
               move "Y" to WS-EOF
           end-if
           perform until WS-EOF = "Y"
               read IcFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if icStatus2 not = "00"
                       display "IntercompanyReport: ic link read "
                           "fail " icStatus2
                       stop run
                   end-if
                   if icState = "A"
                       perform ADD-LINK-ROW
                   end-if
               end-read
           end-perform
           if WS-HistSW = "Y"
               close PhstFile2
               move "N" to WS-HistSW
           end-if

           INVOKE sortList "Sort"
           INVOKE sortList "get_Count" RETURNING WS-RowCount
           perform varying WS-Rx from 0 by 1
                   until WS-Rx >= WS-RowCount
               INVOKE sortList "get_Item" USING BY VALUE WS-Rx
                   RETURNING itemRef
               move space to WS-SortRow
               SET WS-SortRow to itemRef
               if WS-Rx > 0 and (WS-RowLo not = WS-CurLo
                       or WS-RowHi not = WS-CurHi)
                   perform PRINT-PAIR-LINE
               end-if
               move WS-RowLo to WS-CurLo
               move WS-RowHi to WS-CurHi
               perform CHECK-ONE-LINK
           end-perform
           if WS-RowCount > 0
               perform PRINT-PAIR-LINE
           end-if
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           if WS-RowCount = zero
               move "NO ACTIVE INTERCOMPANY LINKS ON FILE"
                   to WS-PrintLine
               perform WRITE-RPT-LINE
           end-if
           move WS-PairCount to WS-CntPairs
           move WS-MisCount  to WS-CntMis
           move WS-ExcCount  to WS-CntExc
           move WS-CountLine to WS-PrintLine
           perform WRITE-RPT-LINE

           move WS-ConsHead to WS-Head2
           move zero to WS-LineCount
           perform CONSOLIDATE-BALANCES

           if WS-IcFileSW = "Y"
               close IcFile2
           end-if
           close IcbkFile2
           close RptFile2
           EXIT METHOD.

      *    the books' amount is the history entry's own, read
      *    straight off its relative key (histSub) in the company's
      *    own history file; a purged entry counts at the amount the
      *    link recorded.
       ADD-LINK-ROW.
           if WS-HistSet not = "Y" or WS-HistUser not = icUser
               perform OPEN-COMPANY-HISTORY
           end-if
           if icUser < icPartner
               move icUser    to WS-RowLo
               move icPartner to WS-RowHi
           else
               move icPartner to WS-RowLo
               move icUser    to WS-RowHi
           end-if
           move icUser       to WS-RowUser
           move icSub        to WS-RowSub
           move icPartner    to WS-RowPartner
           move icPartnerSub to WS-RowPartSub
           move icInv        to WS-RowInv
           move icAmt        to WS-RowLink
           move icAmt        to WS-RowBook
           move "N"          to WS-RowOnFile
           if WS-HistBooks not = "Y"
               move "B"      to WS-RowOnFile
           end-if
           if WS-HistSW = "Y"
               move icSub    to phRelkey2
               read PhstFile2
                 invalid key
                   continue
                 not invalid key
                   if phstSub = icSub and phstIntroUser = icUser
                       move phstAmt to WS-RowBook
                       move "Y"     to WS-RowOnFile
                   end-if
               end-read
           end-if
           SET rowString to WS-SortRow
           INVOKE sortList "Add" USING BY VALUE rowString.

      *    switch PhstFile2 to the history file of the company whose
      *    link rows come next. A company with no books on file, or
      *    no history file yet, has its rows counted at their linked
      *    amounts.
       OPEN-COMPANY-HISTORY.
           if WS-HistSW = "Y"
               close PhstFile2
               move "N" to WS-HistSW
           end-if
           move "Y" to WS-HistSet
           move icUser to WS-HistUser
           move "N" to WS-HistBooks
           if WS-BooksSW not = "Y"
               EXIT PARAGRAPH
           end-if
           compute ibRelkey2 = icUser + 1
           read IcbkFile2
             invalid key
               EXIT PARAGRAPH
           end-read
           move "Y" to WS-HistBooks
           move icbkHistPath to phID2
           open INPUT PhstFile2
           if phStatus2 not = "00" and phStatus2 not = "05"
               display "IntercompanyReport: open hist fail "
                   phStatus2
               stop run
           end-if
           if phStatus2 = "00"
               move "Y" to WS-HistSW
           else
               close PhstFile2
           end-if.

       CHECK-ONE-LINK.
           if WS-RowUser = WS-RowLo
               add WS-RowBook to WS-LoTotal
           else
               add WS-RowBook to WS-HiTotal
           end-if
           if WS-RowOnFile = "B"
               move "COMPANY BOOKS NOT ON FILE" to WS-ElText
               move WS-RowLink to WS-ElAmt
               perform PRINT-EXCEPTION
           end-if
           if WS-RowBook not = WS-RowLink
               move "AMOUNT ON BOOKS DIFFERS FROM LINK" to WS-ElText
               move WS-RowBook to WS-ElAmt
               perform PRINT-EXCEPTION
           end-if
           move WS-RowPartner to icUser
           move WS-RowPartSub to icSub
           read IcFile2
             invalid key
               move "PARTNER LINK MISSING" to WS-ElText
               move WS-RowLink to WS-ElAmt
               perform PRINT-EXCEPTION
               EXIT PARAGRAPH
           end-read
           if icPartner not = WS-RowUser
                   or icPartnerSub not = WS-RowSub
               move "PARTNER LINK POINTS ELSEWHERE" to WS-ElText
               move WS-RowLink to WS-ElAmt
               perform PRINT-EXCEPTION
               EXIT PARAGRAPH
           end-if
           if icState not = "A"
               move "PARTNER SIDE REVERSED ALONE" to WS-ElText
               move WS-RowLink to WS-ElAmt
               perform PRINT-EXCEPTION
           end-if.

       PRINT-EXCEPTION.
           move WS-RowUser to WS-ElUser
           move WS-RowSub  to WS-ElSub
           move WS-RowInv  to WS-ElInv
           move WS-ExcLine to WS-PrintLine
           perform WRITE-RPT-LINE
           add 1 to WS-ExcCount.

      *    the two sides of a pair should cancel - anything left over
      *    is the pair's unreconciled difference.
       PRINT-PAIR-LINE.
           add 1 to WS-PairCount
           compute WS-PairDiff = WS-LoTotal + WS-HiTotal
           move WS-CurLo   to WS-PlLo
           move WS-CurHi   to WS-PlHi
           move WS-LoTotal to WS-PlLoAmt
           move WS-HiTotal to WS-PlHiAmt
           move WS-PairDiff to WS-PlDiff
           move space to WS-PlFlag
           if WS-PairDiff not = zero
               move "MISMATCH" to WS-PlFlag
               add 1 to WS-MisCount
               add WS-PairDiff to WS-UnrecTotal
           end-if
           move WS-PairLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move zero to WS-LoTotal
           move zero to WS-HiTotal.

      *    company by company down the company-books file, each
      *    company's open balances off its own balance file - read
      *    from the company's first key, so a balance file shared by
      *    several companies still gives each only its own.
       CONSOLIDATE-BALANCES.
           move "N" to WS-EOF
           if WS-BooksSW not = "Y"
               move "Y" to WS-EOF
           else
               move 1 to ibRelkey2
               start IcbkFile2 key >= ibRelkey2
                 invalid key
                   move "Y" to WS-EOF
               end-start
           end-if
           perform until WS-EOF = "Y"
               read IcbkFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if ibStatus2 not = "00"
                       display "IntercompanyReport: company books "
                           "read fail " ibStatus2
                       stop run
                   end-if
                   perform CONSOLIDATE-ONE-COMPANY
               end-read
           end-perform
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move "GROUP"    to WS-ClLabel
           move WS-GrpOpen to WS-ClOpen
           move WS-GrpIc   to WS-ClIc
           compute WS-PairDiff = WS-GrpOpen - WS-GrpIc
           move WS-PairDiff to WS-ClExt
           move WS-ConsLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move "ELIMINATED" to WS-ClLabel
           move zero to WS-ClOpen
           compute WS-PairDiff = WS-GrpIc * -1
           move WS-PairDiff to WS-ClIc
           move zero to WS-ClExt
           move WS-ConsLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move "CONSOL"   to WS-ClLabel
           compute WS-PairDiff = WS-GrpOpen - WS-GrpIc
           move WS-PairDiff to WS-ClOpen
           move zero to WS-ClIc
           move WS-PairDiff to WS-ClExt
           move WS-ConsLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           if WS-UnrecTotal not = zero or WS-GrpIc not = zero
               move "UNRECON"     to WS-ClLabel
               move zero          to WS-ClOpen
               move WS-UnrecTotal to WS-ClIc
               move zero          to WS-ClExt
               move WS-ConsLine to WS-PrintLine
               perform WRITE-RPT-LINE
               move "INTERCOMPANY DOES NOT NET TO ZERO - SEE THE "
                   to WS-PrintLine
               move "RECONCILIATION BEFORE RELYING ON THE ELIMINATION"
                   to WS-PrintLine(49:48)
               perform WRITE-RPT-LINE
           end-if
           if WS-CoCount = zero
               move "NO COMPANY BOOKS ON FILE" to WS-PrintLine
               perform WRITE-RPT-LINE
           end-if.

       CONSOLIDATE-ONE-COMPANY.
           move icbkUser to WS-CoUser
           move zero to WS-CoOpen
           move zero to WS-CoIc
           add 1 to WS-CoCount
           move icbkBalPath to baID2
           open INPUT BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "IntercompanyReport: open balance fail "
                   baStatus2
               stop run
           end-if
           if baStatus2 = "05"
               close BalFile2
               perform PRINT-COMPANY-LINE
               EXIT PARAGRAPH
           end-if
           move WS-CoUser to balUser
           move zero to balInv
           start BalFile2 key >= balKey1
             invalid key
               close BalFile2
               perform PRINT-COMPANY-LINE
               EXIT PARAGRAPH
           end-start
           move "N" to WS-BalEOF
           perform until WS-BalEOF = "Y"
               read BalFile2 next record
                 at end
                   move "Y" to WS-BalEOF
                 not at end
                   if baStatus2 not = "00"
                       display "IntercompanyReport: balance read "
                           "fail " baStatus2
                       stop run
                   end-if
                   if balUser not = WS-CoUser
                       move "Y" to WS-BalEOF
                   else
                       move balInv to WS-BalInv
                       move balAmt to WS-BalAmt
                       add WS-BalAmt to WS-CoOpen
                       perform CHECK-IC-BALANCE
                       if WS-IcSW = "Y"
                           add WS-BalAmt to WS-CoIc
                       end-if
                   end-if
               end-read
           end-perform
           close BalFile2
           perform PRINT-COMPANY-LINE.

      *    an open balance is intercompany when the company holds an
      *    active link for the invoice - the invoice's link rows,
      *    whichever company they belong to, read off the invoice
      *    alternate.
       CHECK-IC-BALANCE.
           move "N" to WS-IcSW
           if WS-IcFileSW not = "Y"
               EXIT PARAGRAPH
           end-if
           move WS-BalInv to icInv
           start IcFile2 key = icInv
             invalid key
               EXIT PARAGRAPH
           end-start
           perform until WS-IcSW = "Y"
               read IcFile2 next record
                 at end
                   exit perform
               end-read
               if icInv not = WS-BalInv
                   exit perform
               end-if
               if icUser = WS-CoUser and icState = "A"
                   move "Y" to WS-IcSW
               end-if
           end-perform.

       PRINT-COMPANY-LINE.
           move WS-CoUser to WS-ClLabel
           move WS-CoOpen to WS-ClOpen
           move WS-CoIc   to WS-ClIc
           compute WS-PairDiff = WS-CoOpen - WS-CoIc
           move WS-PairDiff to WS-ClExt
           move WS-ConsLine to WS-PrintLine
           perform WRITE-RPT-LINE
           add WS-CoOpen to WS-GrpOpen
           add WS-CoIc   to WS-GrpIc.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "IntercompanyReport: write fail "
                       rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "IntercompanyReport: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD INTERCOMPANYREPORT.

       METHOD-ID. REFERENCECONTINUITY AS "ReferenceContinuity".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-RowCount       pic 9(9) comp-5 value zero.
       01  WS-Rx             pic 9(9) comp-5 value zero.
       01  rowString         OBJECT REFERENCE CLASS-STRING.
       01  itemRef           OBJECT REFERENCE CLASS-STRING.
       01  sortList          OBJECT REFERENCE CLASS-HISTORYLIST.
       01  WS-Source         pic x.

       01  WS-PathCount      pic 9(4) comp-5 value zero.
       01  WS-Px             pic 9(4) comp-5 value zero.
       01  WS-PathTab.
         02  WS-ArchPath     pic x(255) occurs 100 times.

      *    one history record - company, journal, generation and
      *    reference lead so a sequence sorts together in number
      *    order; the key follows so a record seen in the live file
      *    and again in an archive (archives keep the live keys)
      *    comes up twice in a row, live copy first.
       01  WS-SortRow.
         02  WS-RowUser      pic 9(3).
         02  WS-RowJr        pic 9(3).
         02  WS-RowGen       pic 9(5).
         02  WS-RowRef       pic 9(9).
         02  WS-RowSub       pic 9(12).
         02  WS-RowSrc       pic x.
         02  WS-RowDate      pic 9(8).
         02  WS-RowRvsl      pic x.
         02  WS-RowLink      pic 9(12).

      *    the sequence in hand and what has been found in it.
       01  WS-FirstSW        pic x value "Y".
       01  WS-CurUser        pic 9(3) value zero.
       01  WS-CurJr          pic 9(3) value zero.
       01  WS-CurGen         pic 9(5) value zero.
       01  WS-PrevSub        pic 9(12) value zero.
       01  WS-PrevRef        pic 9(9) value zero.
       01  WS-PrevDate       pic 9(8) value zero.
       01  WS-HaveRef        pic x value "N".
       01  WS-FirstRef       pic 9(9) value zero.
       01  WS-RefCount       pic 9(9) comp-5 value zero.
       01  WS-ArchCount      pic 9(9) comp-5 value zero.
       01  WS-VoidCount      pic 9(9) comp-5 value zero.
       01  WS-NoRefCount     pic 9(9) comp-5 value zero.
       01  WS-GapCount       pic 9(9) comp-5 value zero.
       01  WS-DupCount       pic 9(9) comp-5 value zero.
       01  WS-OrderCount     pic 9(9) comp-5 value zero.
       01  WS-Missing        pic 9(9) value zero.
       01  WS-SeqCount       pic 9(9) comp-5 value zero.
       01  WS-FlagSeqCount   pic 9(9) comp-5 value zero.

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(36) value
             "DOCUMENT REFERENCE CONTINUITY".
         02  filler          pic x(5) value "USER ".
         02  WS-HeadUser     pic x(3).
         02  filler          pic x(13) value "  GENERATION ".
         02  WS-HeadGen      pic x(5).
         02  filler          pic x(4) value space.
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(2) value space.
         02  filler          pic x(5) value "CO".
         02  filler          pic x(5) value "JR".
         02  filler          pic x(7) value "GEN".
         02  filler          pic x(11) value "REFERENCE".
         02  filler          pic x(14) value "TRANSACTION".
         02  filler          pic x(10) value "DATE".
         02  filler          pic x(40) value "CONDITION".

       01  WS-ExcLine.
         02  filler          pic x(2) value space.
         02  WS-ExUser       pic 9(3).
         02  filler          pic x(2) value space.
         02  WS-ExJr         pic 9(3).
         02  filler          pic x(2) value space.
         02  WS-ExGen        pic 9(5).
         02  filler          pic x(2) value space.
         02  WS-ExRef        pic 9(9).
         02  filler          pic x(2) value space.
         02  WS-ExSub        pic z(11)9.
         02  filler          pic x(2) value space.
         02  WS-ExDate       pic x(8).
         02  filler          pic x(2) value space.
         02  WS-ExText       pic x(24).
         02  WS-ExRef2       pic x(9).
         02  filler          pic x(1) value space.
         02  WS-ExCount      pic x(12).

       01  WS-EditCount      pic z(8)9.

       01  WS-SumLine.
         02  filler          pic x(2) value space.
         02  WS-SmUser       pic 9(3).
         02  filler          pic x(2) value space.
         02  WS-SmJr         pic 9(3).
         02  filler          pic x(2) value space.
         02  WS-SmGen        pic 9(5).
         02  filler          pic x(2) value space.
         02  WS-SmFirst      pic 9(9).
         02  filler          pic x(1) value "-".
         02  WS-SmLast       pic 9(9).
         02  filler          pic x(6) value " REFS ".
         02  WS-SmRefs       pic z(6)9.
         02  filler          pic x(6) value " ARCH ".
         02  WS-SmArch       pic z(6)9.
         02  filler          pic x(6) value " VOID ".
         02  WS-SmVoid       pic z(6)9.
         02  filler          pic x(6) value " GAPS ".
         02  WS-SmGaps       pic z(6)9.
         02  filler          pic x(6) value " DUPS ".
         02  WS-SmDups       pic z(6)9.
         02  filler          pic x(7) value " ORDER ".
         02  WS-SmOrder      pic z(6)9.
         02  filler          pic x(7) value " NOREF ".
         02  WS-SmNoRef      pic z(6)9.

       01  WS-CountLine.
         02  filler          pic x(2) value space.
         02  filler          pic x(10) value "SEQUENCES ".
         02  WS-CntSeq       pic zzzzzzzz9.
         02  filler          pic x(16) value "  WITH FINDINGS ".
         02  WS-CntFlag      pic zzzzzzzz9.
         02  filler          pic x(11) value "  ARCHIVES ".
         02  WS-CntArch      pic zzz9.

       LINKAGE SECTION.
       01  historyFilePath   OBJECT REFERENCE CLASS-STRING.
       01  catalogFilePath   OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  genSelIn          PIC 9(5).

      *    the tax auditors' continuity proof: every document
      *    reference (histRef - dayRef once converted) by company,
      *    journal and fiscal generation, in number order, over the
      *    live history file and every archive the purge catalog
      *    knows - a record purged to an archive is still a number
      *    used, so it closes its slot in the sequence and is counted
      *    as archived. A reversal ("RVSL") carries the reference of
      *    the document it voids; it is listed as the void and kept
      *    out of the sequence, where it would otherwise read as a
      *    duplicate. What is left is reported: every run of missing
      *    numbers between the first and last reference, every
      *    reference used more than once, and every reference dated
      *    before the one below it. Reference zero is unnumbered and
      *    only counted. userIn zero means every company, genSelIn
      *    zero every generation. Run as an optional chain step, so
      *    failures go through the run-status file.
       PROCEDURE DIVISION USING BY VALUE historyFilePath,
               catalogFilePath, reportFilePath, userIn, genSelIn.
           SET caID2  to catalogFilePath
           SET rptID2 to reportFilePath

           move zero to WS-PathCount
           open INPUT CatlFile2
           if caStatus2 not = "00" and caStatus2 not = "05"
               display "ReferenceContinuity: open catalog fail "
                   caStatus2
               move "CATLFILE" to stepFailFile
               move caStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           if caStatus2 = "00"
               move 1 to caRelkey2
               move "N" to WS-EOF
               start CatlFile2 key is not less than caRelkey2
                 invalid key
                   move "Y" to WS-EOF
               end-start
               perform until WS-EOF = "Y"
                   read CatlFile2 next record
                     at end
                       move "Y" to WS-EOF
                     not at end
                       if WS-PathCount >= 100
                           display "ReferenceContinuity: more than "
                               "100 archives cataloged"
                           move "CATLFILE" to stepFailFile
                           move space to stepFailCode
                           perform STEP-FAIL
                       end-if
                       add 1 to WS-PathCount
                       move catlPath to WS-ArchPath(WS-PathCount)
                   end-read
               end-perform
           end-if
           close CatlFile2

           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "ReferenceContinuity: open report fail "
                   rptStatus2
               move "RPTFILE" to stepFailFile
               move rptStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           if userIn = zero
               move "ALL" to WS-HeadUser
           else
               move userIn to WS-HeadUser
           end-if
           if genSelIn = zero
               move "ALL" to WS-HeadGen
           else
               move genSelIn to WS-HeadGen
           end-if

           INVOKE CLASS-HISTORYLIST "new" RETURNING sortList
           SET hID2 to historyFilePath
           move "1" to WS-Source
           perform SCAN-ONE-FILE
           move "2" to WS-Source
           perform varying WS-Px from 1 by 1
                   until WS-Px > WS-PathCount
               move WS-ArchPath(WS-Px) to hID2
               perform SCAN-ONE-FILE
           end-perform

           INVOKE sortList "Sort"
           INVOKE sortList "get_Count" RETURNING WS-RowCount
           perform varying WS-Rx from 0 by 1
                   until WS-Rx >= WS-RowCount
               INVOKE sortList "get_Item" USING BY VALUE WS-Rx
                   RETURNING itemRef
               move space to WS-SortRow
               SET WS-SortRow to itemRef
               perform CHECK-ONE-ROW
           end-perform
           if WS-FirstSW not = "Y"
               perform PRINT-SEQUENCE-TOTAL
           end-if

           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           if WS-SeqCount = zero
               move "NO NUMBERED DOCUMENTS FOR THIS SELECTION"
                   to WS-PrintLine
               perform WRITE-RPT-LINE
           end-if
           move WS-SeqCount     to WS-CntSeq
           move WS-FlagSeqCount to WS-CntFlag
           move WS-PathCount    to WS-CntArch
           move WS-CountLine    to WS-PrintLine
           perform WRITE-RPT-LINE
           close RptFile2
           EXIT METHOD.

      *    an archive the catalog names but that is no longer where
      *    it was put is said so on the report - its numbers will
      *    show as gaps.
       SCAN-ONE-FILE.
           open INPUT HistFile2
           if hStatus2 not = "00" and hStatus2 not = "05"
               display "ReferenceContinuity: open fail " hStatus2
                   " file " hID2(1:60)
               move "HISTFILE" to stepFailFile
               move hStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           if hStatus2 = "05" and WS-Source = "2"
               move space to WS-PrintLine
               STRING "ARCHIVE NOT FOUND: " DELIMITED BY SIZE
                   hID2 DELIMITED BY SIZE
                   INTO WS-PrintLine
               END-STRING
               perform WRITE-RPT-LINE
           end-if
           move 1 to hOpenSW2
           move 1 to hRelkey2
           move "N" to WS-EOF
           start HistFile2 key is not less than hRelkey2
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read HistFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if (userIn = zero or histIntroUser = userIn)
                       and (genSelIn = zero or histGen = genSelIn)
                       perform ADD-SORT-ROW
                   end-if
               end-read
           end-perform
           close HistFile2
           move zero to hOpenSW2.

       ADD-SORT-ROW.
           move histIntroUser to WS-RowUser
           move histJr        to WS-RowJr
           move histGen       to WS-RowGen
           move histRef       to WS-RowRef
           move histSub       to WS-RowSub
           move WS-Source     to WS-RowSrc
           move histDate      to WS-RowDate
           move "N"           to WS-RowRvsl
           if histExtra(1:4) = "RVSL"
               move "Y" to WS-RowRvsl
           end-if
           move histLinkSub   to WS-RowLink
           SET rowString to WS-SortRow
           INVOKE sortList "Add" USING BY VALUE rowString.

       CHECK-ONE-ROW.
           if WS-FirstSW not = "Y"
               if WS-RowUser not = WS-CurUser
                       or WS-RowJr not = WS-CurJr
                       or WS-RowGen not = WS-CurGen
                   perform PRINT-SEQUENCE-TOTAL
                   move "Y" to WS-FirstSW
               else
      *            the same record again, out of an archive.
                   if WS-RowSub = WS-PrevSub
                       EXIT PARAGRAPH
                   end-if
               end-if
           end-if
           if WS-FirstSW = "Y"
               move "N" to WS-FirstSW
               move WS-RowUser to WS-CurUser
               move WS-RowJr   to WS-CurJr
               move WS-RowGen  to WS-CurGen
               move "N"  to WS-HaveRef
               move zero to WS-RefCount
               move zero to WS-ArchCount
               move zero to WS-VoidCount
               move zero to WS-NoRefCount
               move zero to WS-GapCount
               move zero to WS-DupCount
               move zero to WS-OrderCount
           end-if
           move WS-RowSub to WS-PrevSub
           if WS-RowSrc = "2"
               add 1 to WS-ArchCount
           end-if
           if WS-RowRvsl = "Y"
               add 1 to WS-VoidCount
               move "VOID - REVERSES TXN" to WS-ExText
               move space to WS-ExRef2
               move WS-RowLink to WS-EditCount
               move WS-EditCount to WS-ExCount
               perform PRINT-EXCEPTION
               EXIT PARAGRAPH
           end-if
           if WS-RowRef = zero
               add 1 to WS-NoRefCount
               EXIT PARAGRAPH
           end-if
           if WS-HaveRef not = "Y"
               move "Y" to WS-HaveRef
               move WS-RowRef  to WS-FirstRef
               move WS-RowRef  to WS-PrevRef
               move WS-RowDate to WS-PrevDate
               add 1 to WS-RefCount
               EXIT PARAGRAPH
           end-if
           if WS-RowRef = WS-PrevRef
               add 1 to WS-DupCount
               move "DUPLICATE REFERENCE" to WS-ExText
               move space to WS-ExRef2
               move space to WS-ExCount
               perform PRINT-EXCEPTION
               EXIT PARAGRAPH
           end-if
           if WS-RowRef > WS-PrevRef + 1
               add 1 to WS-GapCount
               perform PRINT-GAP
           end-if
           if WS-RowDate < WS-PrevDate
               add 1 to WS-OrderCount
               move "DATED BEFORE REFERENCE" to WS-ExText
               move WS-PrevRef to WS-ExRef2
               move space to WS-ExCount
               perform PRINT-EXCEPTION
           end-if
           add 1 to WS-RefCount
           move WS-RowRef  to WS-PrevRef
           move WS-RowDate to WS-PrevDate.

       PRINT-EXCEPTION.
           move WS-RowUser to WS-ExUser
           move WS-RowJr   to WS-ExJr
           move WS-RowGen  to WS-ExGen
           move WS-RowRef  to WS-ExRef
           move WS-RowSub  to WS-ExSub
           move WS-RowDate to WS-ExDate
           move WS-ExcLine to WS-PrintLine
           perform WRITE-RPT-LINE.

      *    a gap has no record of its own - the line shows the
      *    first missing number in the reference column and the last
      *    beside the count.
       PRINT-GAP.
           move WS-RowUser to WS-ExUser
           move WS-RowJr   to WS-ExJr
           move WS-RowGen  to WS-ExGen
           compute WS-ExRef = WS-PrevRef + 1
           move zero       to WS-ExSub
           move space      to WS-ExDate
           move "GAP - MISSING THROUGH" to WS-ExText
           compute WS-Missing = WS-RowRef - 1
           move WS-Missing to WS-ExRef2
           compute WS-Missing = WS-RowRef - WS-PrevRef - 1
           move WS-Missing to WS-EditCount
           move WS-EditCount to WS-ExCount
           move WS-ExcLine to WS-PrintLine
           perform WRITE-RPT-LINE.

       PRINT-SEQUENCE-TOTAL.
           add 1 to WS-SeqCount
           if WS-GapCount > zero or WS-DupCount > zero
                   or WS-OrderCount > zero
               add 1 to WS-FlagSeqCount
           end-if
           move WS-CurUser   to WS-SmUser
           move WS-CurJr     to WS-SmJr
           move WS-CurGen    to WS-SmGen
           move WS-FirstRef  to WS-SmFirst
           move WS-PrevRef   to WS-SmLast
           if WS-HaveRef not = "Y"
               move zero to WS-SmFirst
               move zero to WS-SmLast
           end-if
           move WS-RefCount   to WS-SmRefs
           move WS-ArchCount  to WS-SmArch
           move WS-VoidCount  to WS-SmVoid
           move WS-GapCount   to WS-SmGaps
           move WS-DupCount   to WS-SmDups
           move WS-OrderCount to WS-SmOrder
           move WS-NoRefCount to WS-SmNoRef
           move WS-SumLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move space to WS-PrintLine
           perform WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "ReferenceContinuity: write fail "
                       rptStatus2
                   move "RPTFILE" to stepFailFile
                   move rptStatus2 to stepFailCode
                   perform STEP-FAIL
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "ReferenceContinuity: write fail " rptStatus2
               move "RPTFILE" to stepFailFile
               move rptStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           add 1 to WS-LineCount.

      *    controlled failure, the chain-step way - see ReadHistory.
       STEP-FAIL.
           close RptFile2
           close HistFile2
           move zero to hOpenSW2
           close CatlFile2
           move "REFCONTINUITY" to stepFailStep
           move "Y" to stepFailSW
           INVOKE SELF "WriteStepStatus" USING BY VALUE stepFailStep,
               stepFailFile, stepFailCode, stepFailDisp
           EXIT METHOD.

       END METHOD REFERENCECONTINUITY.

       METHOD-ID. IMPORTEXCHANGERATES AS "ImportExchangeRates".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-RateEOF        pic x.
       01  WS-LineNo         pic 9(9) comp-5 value zero.
       01  WS-NewCount       pic 9(9) comp-5 value zero.
       01  WS-SameCount      pic 9(9) comp-5 value zero.
       01  WS-AlertCount     pic 9(9) comp-5 value zero.
       01  WS-RejCount       pic 9(9) comp-5 value zero.
       01  WS-RejReason      pic x(4).
       01  WS-UnstCount      pic 9(4) comp-5 value zero.
       01  WS-FldCurr        pic x(16).
       01  WS-FldDate        pic x(16).
       01  WS-FldRate        pic x(16).
       01  WS-LoadCurr       pic x(3).
       01  WS-LoadDate       pic 9(8).
       01  WS-LoadRate       pic 9(3)V9(6).
       01  WS-ParsedRate     pic 9(9)V9(9) value zero.

      *    what the rate file already holds for the line's currency:
      *    whether it is known at all, the rate already on file for
      *    the line's own date, and the latest rate dated before it.
       01  WS-KnownSW        pic x.
       01  WS-HeldSW         pic x.
       01  WS-HeldRate       pic 9(3)V9(6).
       01  WS-PrevSW         pic x.
       01  WS-PrevDate       pic 9(8).
       01  WS-PrevRate       pic 9(3)V9(6).
       01  WS-MovePct        pic S9(7)V99 value zero.
       01  WS-AbsPct         pic 9(7)V99 value zero.
       01  WS-AlertSW        pic x.

       01  WS-ChkOK          pic x.
       01  WS-Cx             pic 9(4) comp-5 value zero.
       01  WS-ChkChar        pic x.
       01  WS-DigitSW        pic x.
       01  WS-EndedSW        pic x.
       01  WS-PointSW        pic x.

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

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(36) value
             "EXCHANGE RATE FEED LOAD".
         02  filler          pic x(11) value "TOLERANCE ".
         02  WS-HeadTol      pic zz9.99.
         02  filler          pic x(1) value "%".
         02  filler          pic x(6) value space.
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(2) value space.
         02  filler          pic x(6) value "CURR".
         02  filler          pic x(10) value "DATE".
         02  filler          pic x(14) value "RATE".
         02  filler          pic x(10) value "PREV DATE".
         02  filler          pic x(14) value "PREV RATE".
         02  filler          pic x(12) value "MOVE %".
         02  filler          pic x(20) value "CONDITION".

       01  WS-DetLine.
         02  filler          pic x(2) value space.
         02  WS-DtCurr       pic x(3).
         02  filler          pic x(3) value space.
         02  WS-DtDate       pic 9(8).
         02  filler          pic x(2) value space.
         02  WS-DtRate       pic zz9.999999.
         02  filler          pic x(4) value space.
         02  WS-DtPrevDate   pic x(8).
         02  filler          pic x(2) value space.
         02  WS-DtPrevRate   pic x(10).
         02  filler          pic x(2) value space.
         02  WS-DtMove       pic x(10).
         02  filler          pic x(4) value space.
         02  WS-DtText       pic x(30).

       01  WS-EditPrevRate   pic zz9.999999.
       01  WS-EditMove       pic -(6)9.99.

       01  WS-CountLine.
         02  filler          pic x(2) value space.
         02  filler          pic x(7) value "LOADED ".
         02  WS-CntNew       pic zzzzzzzz9.
         02  filler          pic x(10) value "  ALERTS ".
         02  WS-CntAlert     pic zzzzzzzz9.
         02  filler          pic x(17) value "  ALREADY HELD ".
         02  WS-CntSame      pic zzzzzzzz9.
         02  filler          pic x(12) value "  REJECTED ".
         02  WS-CntRej       pic zzzzzzzz9.

       LINKAGE SECTION.
       01  importFilePath    OBJECT REFERENCE CLASS-STRING.
       01  rejectFilePath    OBJECT REFERENCE CLASS-STRING.
       01  rateFilePath      OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  tolerancePctIn    PIC 9(3)V99.

      *    the bank's daily rate feed, delimited text, one rate per
      *    line: "currency,date,rate" - ISO currency code, yyyymmdd,
      *    units of base per unit of currency with an optional point.
      *    A first line that does not carry a date is the feed's
      *    column headings and is passed over; blank lines are passed
      *    over; quotes round a cell are dropped. Each rate is checked
      *    against the latest rate already on file for that currency
      *    dated before it; a move of more than tolerancePctIn
      *    percent either way is still loaded - the feed is the
      *    authority - but is flagged ALERT on the load report and
      *    counted on the console, so treasury looks at it before
      *    the conversion uses it. tolerancePctIn zero turns the
      *    comparison off. A line for a date the file already holds
      *    at the same rate is counted as already held and left
      *    alone, so a feed can be run again (or by every company's
      *    driver run) harmlessly. A bad line goes to the reject file
      *    behind a reason code:
      *        RT01  fewer than three fields
      *        RT02  currency not three letters
      *        RT03  date not a real yyyymmdd
      *        RT04  rate not a number, zero, or 1000 and over
      *        RT05  unknown currency - no rate ever held for it; a
      *              new currency is set up by hand first
      *        RT06  date already held at a different rate -
      *              corrections go through the rate maintenance
      *              screen, not the feed
      *    Each loaded rate goes on the audit trail with the operation
      *    "RATE" plus the currency code, key the rate date, the rate
      *    in millionths in the invoice slot (the amount slot only
      *    carries two places) and the percentage move in the amount.
      *    No feed file means no rates tonight and is not an error.
      *    Run as a chain step, so failures go through the run-status
      *    file.
       PROCEDURE DIVISION USING BY VALUE importFilePath,
               rejectFilePath, rateFilePath, auditFilePath,
               reportFilePath, userIn, tolerancePctIn.
           SET impID2 to importFilePath
           SET rejID2 to rejectFilePath
           SET raID2  to rateFilePath
           SET auID2  to auditFilePath
           SET rptID2 to reportFilePath
           open INPUT ImpFile2
           if impStatus2 = "05"
               display "ImportExchangeRates: no rate feed - "
                   "nothing to load"
               close ImpFile2
               EXIT METHOD
           end-if
           if impStatus2 not = "00"
               display "ImportExchangeRates: open import fail "
                   impStatus2
               move "IMPFILE" to stepFailFile
               move impStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           open OUTPUT RejFile2
           if rejStatus2 not = "00"
               display "ImportExchangeRates: open reject fail "
                   rejStatus2
               move "REJFILE" to stepFailFile
               move rejStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           open I-O RateFile2
           if raStatus2 not = "00" and raStatus2 not = "05"
               display "ImportExchangeRates: open rate fail " raStatus2
               move "RATEFILE" to stepFailFile
               move raStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "ImportExchangeRates: open audit fail "
                   auStatus2
               move "AUDFILE" to stepFailFile
               move auStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "ImportExchangeRates: open report fail "
                   rptStatus2
               move "RPTFILE" to stepFailFile
               move rptStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           move tolerancePctIn to WS-HeadTol

           move "N" to WS-EOF
           perform until WS-EOF = "Y"
               read ImpFile2 at end
                   move "Y" to WS-EOF
               not at end
                   if impStatus2 not = "00"
                       display "ImportExchangeRates: read fail "
                           impStatus2
                       move "IMPFILE" to stepFailFile
                       move impStatus2 to stepFailCode
                       perform STEP-FAIL
                   end-if
                   add 1 to WS-LineNo
                   perform LOAD-ONE-RATE
               end-read
           end-perform

           move WS-NewCount   to WS-CntNew
           move WS-AlertCount to WS-CntAlert
           move WS-SameCount  to WS-CntSame
           move WS-RejCount   to WS-CntRej
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move WS-CountLine to WS-PrintLine
           perform WRITE-RPT-LINE

           close ImpFile2
           close RejFile2
           close RateFile2
           close AudFile2
           close RptFile2
           display "ImportExchangeRates: " WS-NewCount " loaded, "
               WS-AlertCount " over tolerance, " WS-SameCount
               " already held, " WS-RejCount " rejected"
           EXIT METHOD.

       LOAD-ONE-RATE.
           if impRec2 = space
               EXIT PARAGRAPH
           end-if
           inspect impRec2 replacing all '"' by space
           move space to WS-FldCurr
           move space to WS-FldDate
           move space to WS-FldRate
           move zero to WS-UnstCount
           UNSTRING impRec2 DELIMITED BY ","
               INTO WS-FldCurr WS-FldDate WS-FldRate
               TALLYING IN WS-UnstCount
           END-UNSTRING
           move FUNCTION TRIM(WS-FldCurr) to WS-FldCurr
           move FUNCTION TRIM(WS-FldDate) to WS-FldDate
           move FUNCTION TRIM(WS-FldRate) to WS-FldRate
           if WS-LineNo = 1 and WS-FldDate(1:8) is not numeric
               EXIT PARAGRAPH
           end-if
           if WS-UnstCount < 3
               move "RT01" to WS-RejReason
               perform WRITE-ONE-REJECT
               EXIT PARAGRAPH
           end-if

           inspect WS-FldCurr converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if WS-FldCurr(1:3) is not alphabetic-upper
                   or WS-FldCurr(3:1) = space
                   or WS-FldCurr(2:1) = space
                   or WS-FldCurr(4:13) not = space
               move "RT02" to WS-RejReason
               perform WRITE-ONE-REJECT
               EXIT PARAGRAPH
           end-if
           move WS-FldCurr(1:3) to WS-LoadCurr

           if WS-FldDate(1:8) is not numeric
                   or WS-FldDate(9:8) not = space
               move "RT03" to WS-RejReason
               perform WRITE-ONE-REJECT
               EXIT PARAGRAPH
           end-if
           move WS-FldDate(1:8) to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
               move "RT03" to WS-RejReason
               perform WRITE-ONE-REJECT
               EXIT PARAGRAPH
           end-if
           move WS-VDate to WS-LoadDate

           perform CHECK-RATE
           if WS-ChkOK not = "Y"
               move "RT04" to WS-RejReason
               perform WRITE-ONE-REJECT
               EXIT PARAGRAPH
           end-if
           if WS-ParsedRate >= 1000
               move "RT04" to WS-RejReason
               perform WRITE-ONE-REJECT
               EXIT PARAGRAPH
           end-if
           compute WS-LoadRate rounded = WS-ParsedRate
           if WS-LoadRate = zero
               move "RT04" to WS-RejReason
               perform WRITE-ONE-REJECT
               EXIT PARAGRAPH
           end-if

           perform FIND-PREVIOUS-RATE
           if WS-KnownSW not = "Y"
               move "RT05" to WS-RejReason
               perform WRITE-ONE-REJECT
               EXIT PARAGRAPH
           end-if
           if WS-HeldSW = "Y"
               if WS-HeldRate = WS-LoadRate
                   add 1 to WS-SameCount
               else
                   move "RT06" to WS-RejReason
                   perform WRITE-ONE-REJECT
               end-if
               EXIT PARAGRAPH
           end-if

           move "N" to WS-AlertSW
           move zero to WS-MovePct
           if WS-PrevSW = "Y"
               compute WS-MovePct rounded =
                   (WS-LoadRate - WS-PrevRate) * 100 / WS-PrevRate
               if WS-MovePct < zero
                   compute WS-AbsPct = zero - WS-MovePct
               else
                   move WS-MovePct to WS-AbsPct
               end-if
               if tolerancePctIn not = zero
                       and WS-AbsPct > tolerancePctIn
                   move "Y" to WS-AlertSW
               end-if
           end-if

           move WS-LoadCurr to rateCurr
           move WS-LoadDate to rateDate
           move WS-LoadRate to rateRate
           write rateRec
           if raStatus2 not = "00"
               display "ImportExchangeRates: rate write fail "
                   raStatus2
               move "RATEFILE" to stepFailFile
               move raStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           add 1 to WS-NewCount
           if WS-AlertSW = "Y"
               add 1 to WS-AlertCount
           end-if
           perform WRITE-RATE-AUDIT
           perform PRINT-RATE-LINE.

      *    one pass over the currency's rates in date order, from its
      *    first rate up to the line's date.
       FIND-PREVIOUS-RATE.
           move "N" to WS-KnownSW
           move "N" to WS-HeldSW
           move "N" to WS-PrevSW
           move zero to WS-HeldRate
           move zero to WS-PrevDate
           move zero to WS-PrevRate
           move WS-LoadCurr to rateCurr
           move zero to rateDate
           move "N" to WS-RateEOF
           start RateFile2 key is not less than rateKey1
             invalid key
               move "Y" to WS-RateEOF
           end-start
           perform until WS-RateEOF = "Y"
               read RateFile2 next record
                 at end
                   move "Y" to WS-RateEOF
                 not at end
                   if rateCurr not = WS-LoadCurr
                       move "Y" to WS-RateEOF
                   else
                       move "Y" to WS-KnownSW
                       if rateDate < WS-LoadDate
                           move "Y" to WS-PrevSW
                           move rateDate to WS-PrevDate
                           move rateRate to WS-PrevRate
                       else
                           if rateDate = WS-LoadDate
                               move "Y" to WS-HeldSW
                               move rateRate to WS-HeldRate
                           end-if
                           move "Y" to WS-RateEOF
                       end-if
                   end-if
               end-read
           end-perform.

       WRITE-RATE-AUDIT.
           move spaces      to audRec
           accept audDate   from DATE YYYYMMDD
           accept audTime   from TIME
           move userIn      to audUser
           move "RATE"      to audOper
           move WS-LoadCurr to audOper(5:3)
           move WS-LoadDate to audKey
           compute audInv = WS-LoadRate * 1000000
           move WS-MovePct  to audAmt
           write audRec
           if auStatus2 not = "00"
               display "ImportExchangeRates: audit write fail "
                   auStatus2
               move "AUDFILE" to stepFailFile
               move auStatus2 to stepFailCode
               perform STEP-FAIL
           end-if.

       PRINT-RATE-LINE.
           move WS-LoadCurr to WS-DtCurr
           move WS-LoadDate to WS-DtDate
           move WS-LoadRate to WS-DtRate
           if WS-PrevSW = "Y"
               move WS-PrevDate to WS-DtPrevDate
               move WS-PrevRate to WS-EditPrevRate
               move WS-EditPrevRate to WS-DtPrevRate
               move WS-MovePct to WS-EditMove
               move WS-EditMove to WS-DtMove
           else
               move space to WS-DtPrevDate
               move space to WS-DtPrevRate
               move space to WS-DtMove
           end-if
           evaluate true
             when WS-AlertSW = "Y"
               move "ALERT - OVER TOLERANCE" to WS-DtText
             when WS-PrevSW not = "Y"
               move "LOADED - NO EARLIER RATE" to WS-DtText
             when other
               move "LOADED" to WS-DtText
           end-evaluate
           move WS-DetLine to WS-PrintLine
           perform WRITE-RPT-LINE.

       WRITE-ONE-REJECT.
           move space to rejRec2
           STRING
               WS-RejReason DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               impRec2      DELIMITED BY SIZE
               INTO rejRec2
           END-STRING
           write rejRec2
           if rejStatus2 not = "00"
               display "ImportExchangeRates: reject write fail "
                   rejStatus2
               move "REJFILE" to stepFailFile
               move rejStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           add 1 to WS-RejCount.

      *    a rate is digits with at most one decimal point - no sign,
      *    a rate is never negative.
       CHECK-RATE.
           move "N" to WS-DigitSW
           move "N" to WS-EndedSW
           move "N" to WS-PointSW
           move "Y" to WS-ChkOK
           perform varying WS-Cx from 1 by 1 until WS-Cx > 16
               move WS-FldRate(WS-Cx:1) to WS-ChkChar
               evaluate true
                 when WS-ChkChar = space
                   if WS-DigitSW = "Y" or WS-PointSW = "Y"
                       move "Y" to WS-EndedSW
                   end-if
                 when WS-ChkChar = "."
                   if WS-PointSW = "Y" or WS-EndedSW = "Y"
                       move "N" to WS-ChkOK
                   end-if
                   move "Y" to WS-PointSW
                 when WS-ChkChar >= "0" and WS-ChkChar <= "9"
                   if WS-EndedSW = "Y"
                       move "N" to WS-ChkOK
                   end-if
                   move "Y" to WS-DigitSW
                 when other
                   move "N" to WS-ChkOK
               end-evaluate
           end-perform
           if WS-DigitSW not = "Y"
               move "N" to WS-ChkOK
           end-if
           if WS-ChkOK = "Y"
               compute WS-ParsedRate = FUNCTION NUMVAL(WS-FldRate)
           end-if.

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

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "ImportExchangeRates: write fail "
                       rptStatus2
                   move "RPTFILE" to stepFailFile
                   move rptStatus2 to stepFailCode
                   perform STEP-FAIL
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "ImportExchangeRates: write fail " rptStatus2
               move "RPTFILE" to stepFailFile
               move rptStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           add 1 to WS-LineCount.

       STEP-FAIL.
           close ImpFile2
           close RejFile2
           close RateFile2
           close AudFile2
           close RptFile2
           move "RATEIMPORT" to stepFailStep
           move "Y" to stepFailSW
           INVOKE SELF "WriteStepStatus" USING BY VALUE stepFailStep,
               stepFailFile, stepFailCode, stepFailDisp
           EXIT METHOD.

       END METHOD IMPORTEXCHANGERATES.

       METHOD-ID. MISSINGRATEREPORT AS "MissingRateReport".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-DayEOF         pic x.
       01  WS-RateEOF        pic x.
       01  WS-RowCount       pic 9(9) comp-5 value zero.
       01  WS-Rx             pic 9(9) comp-5 value zero.
       01  rowString         OBJECT REFERENCE CLASS-STRING.
       01  itemRef           OBJECT REFERENCE CLASS-STRING.
       01  sortList          OBJECT REFERENCE CLASS-HISTORYLIST.
       01  WS-SaveInv        pic 9(12).
       01  WS-SaveUser       pic 9(3).
       01  WS-RowCurr        pic x(3).
       01  WS-MissCount      pic 9(9) comp-5 value zero.

      *    every currency found in use - on an open invoice or on a
      *    live recurring template - with how much hangs on it.
       01  WS-CurCount       pic 9(4) comp-5 value zero.
       01  WS-Ux             pic 9(4) comp-5 value zero.
       01  WS-CurTab.
         02  WS-CurEntry     occurs 50 times.
           04  WS-CurCode    pic x(3).
           04  WS-CurInvs    pic 9(9) comp-5.
           04  WS-CurOpen    pic S9(13)V99.
           04  WS-CurTmpls   pic 9(9) comp-5.
           04  WS-CurSeenInv pic 9(12).
           04  WS-CurSeenUsr pic 9(3).

       01  WS-SortRow.
         02  WS-SrCurr       pic x(3).
         02  WS-SrInvs       pic 9(9).
         02  WS-SrOpen       pic S9(13)V99 sign leading separate.
         02  WS-SrTmpls      pic 9(9).
         02  WS-SrLastDate   pic 9(8).
         02  WS-SrLastRate   pic 9(3)V9(6).

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(36) value
             "MISSING EXCHANGE RATES".
         02  filler          pic x(5) value "USER ".
         02  WS-HeadUser     pic x(3).
         02  filler          pic x(16) value "  BUSINESS DATE ".
         02  WS-HeadDate     pic 9(8).
         02  filler          pic x(4) value space.
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(2) value space.
         02  filler          pic x(6) value "CURR".
         02  filler          pic x(11) value "OPEN INVS".
         02  filler          pic x(20) value "OPEN BASE AMOUNT".
         02  filler          pic x(11) value "TEMPLATES".
         02  filler          pic x(14) value "LAST RATE DATE".
         02  filler          pic x(14) value "LAST RATE".

       01  WS-DetLine.
         02  filler          pic x(2) value space.
         02  WS-DtCurr       pic x(3).
         02  filler          pic x(3) value space.
         02  WS-DtInvs       pic zzzzzzzz9.
         02  filler          pic x(2) value space.
         02  WS-DtOpen       pic -(13)9.99.
         02  filler          pic x(2) value space.
         02  WS-DtTmpls      pic zzzzzzzz9.
         02  filler          pic x(2) value space.
         02  WS-DtLastDate   pic x(14).
         02  WS-DtLastRate   pic x(10).

       01  WS-EditRate       pic zz9.999999.

       01  WS-CountLine.
         02  filler          pic x(2) value space.
         02  filler          pic x(20) value "CURRENCIES IN USE ".
         02  WS-CntCurr      pic zzz9.
         02  filler          pic x(18) value "  WITHOUT A RATE ".
         02  WS-CntMiss      pic zzz9.

       LINKAGE SECTION.
       01  rateFilePath      OBJECT REFERENCE CLASS-STRING.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  dayFilePath       OBJECT REFERENCE CLASS-STRING.
       01  templateFilePath  OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  businessDateIn    PIC 9(8).

      *    the currencies that will hurt if tonight's rate never
      *    came: the conversion pends a foreign record with no rate
      *    for its own date rather than guess at one, and the
      *    generation run posts a template in its own currency. A
      *    currency is in use when an open (nonzero) invoice balance
      *    has a DayFile row in that currency, or an active recurring
      *    template not yet past its end date bills in it. Each one
      *    with no RateFile2 rate for businessDateIn is listed with
      *    what rides on it and the last rate held before that date.
      *    Reversal rows carry no currency of their own and are
      *    passed over - their originals carry it. userIn zero means
      *    every company. Run as a chain step after the rate feed
      *    load, so failures go through the run-status file.
       PROCEDURE DIVISION USING BY VALUE rateFilePath,
               balanceFilePath, dayFilePath, templateFilePath,
               reportFilePath, userIn, businessDateIn.
           SET raID2  to rateFilePath
           SET baID2  to balanceFilePath
           SET dID    to dayFilePath
           SET tmID2  to templateFilePath
           SET rptID2 to reportFilePath

           open INPUT BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "MissingRateReport: open balance fail "
                   baStatus2
               move "BALFILE" to stepFailFile
               move baStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           open INPUT DayFile
           if dStatus not = "00" and dStatus not = "05"
               display "MissingRateReport: open day fail " dStatus
               move "DAYFILE" to stepFailFile
               move dStatus to stepFailCode
               perform STEP-FAIL
           end-if
           move low-values to balKey1
           if userIn not = zero
               move userIn to balUser
           end-if
           move "N" to WS-EOF
           start BalFile2 key is not less than balKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read BalFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if userIn not = zero and balUser not = userIn
                       move "Y" to WS-EOF
                   else
                       if balAmt not = zero
                           perform TALLY-ONE-INVOICE
                       end-if
                   end-if
               end-read
           end-perform
           close BalFile2
           close DayFile

           open INPUT TmplFile2
           if tmStatus2 not = "00" and tmStatus2 not = "05"
               display "MissingRateReport: open template fail "
                   tmStatus2
               move "TMPLFILE" to stepFailFile
               move tmStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           move 1 to tmRelkey2
           move "N" to WS-EOF
           start TmplFile2 key is not less than tmRelkey2
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read TmplFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if tmplActive = "Y" and tmplCurr not = space
                       and (userIn = zero or tmplUser = userIn)
                       and (tmplEndDate = zero
                            or tmplEndDate >= businessDateIn)
                       move tmplCurr to WS-RowCurr
                       perform FIND-CURRENCY-SLOT
                       if WS-Ux not = zero
                           add 1 to WS-CurTmpls(WS-Ux)
                       end-if
                   end-if
               end-read
           end-perform
           close TmplFile2

           open INPUT RateFile2
           if raStatus2 not = "00" and raStatus2 not = "05"
               display "MissingRateReport: open rate fail " raStatus2
               move "RATEFILE" to stepFailFile
               move raStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           INVOKE CLASS-HISTORYLIST "new" RETURNING sortList
           perform varying WS-Ux from 1 by 1 until WS-Ux > WS-CurCount
               perform CHECK-ONE-CURRENCY
           end-perform
           close RateFile2

           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "MissingRateReport: open report fail "
                   rptStatus2
               move "RPTFILE" to stepFailFile
               move rptStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           if userIn = zero
               move "ALL" to WS-HeadUser
           else
               move userIn to WS-HeadUser
           end-if
           move businessDateIn to WS-HeadDate

           INVOKE sortList "Sort"
           INVOKE sortList "get_Count" RETURNING WS-RowCount
           perform varying WS-Rx from 0 by 1 until WS-Rx >= WS-RowCount
               INVOKE sortList "get_Item" USING BY VALUE WS-Rx
                   RETURNING itemRef
               move space to WS-SortRow
               SET WS-SortRow to itemRef
               perform PRINT-MISSING-LINE
           end-perform

           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           if WS-MissCount = zero
               move "  NO RATES MISSING FOR THE BUSINESS DATE"
                   to WS-PrintLine
               perform WRITE-RPT-LINE
           end-if
           move WS-CurCount  to WS-CntCurr
           move WS-MissCount to WS-CntMiss
           move WS-CountLine to WS-PrintLine
           perform WRITE-RPT-LINE
           close RptFile2
           display "MissingRateReport: " WS-MissCount " of "
               WS-CurCount " currencies in use have no rate for "
               businessDateIn
           EXIT METHOD.

      *    the currencies one open invoice is carried in, off its
      *    DayFile rows - the same walk RevalueOpenBalances makes.
       TALLY-ONE-INVOICE.
           move balInv to WS-SaveInv
           move balUser to WS-SaveUser
           move WS-SaveInv to dayInv
           move "N" to WS-DayEOF
           START DAYFILE KEY = dayInv
             invalid key
               move "Y" to WS-DayEOF
           end-start
           perform until WS-DayEOF = "Y"
               READ DAYFILE next record at END
                   move "Y" to WS-DayEOF
               NOT AT END
                   if dayInv not = WS-SaveInv
                       move "Y" to WS-DayEOF
                   else
                       if dayUser = WS-SaveUser and dayRow not = 0
                               and dayExtra not = "RVSL"
                               and dayExtra(1:3) not = space
                           move dayExtra(1:3) to WS-RowCurr
                           perform FIND-CURRENCY-SLOT
                           perform COUNT-INVOICE-ONCE
                       end-if
                   end-if
               end-read
           end-perform.

      *    an invoice with several rows in one currency counts once.
       COUNT-INVOICE-ONCE.
           if WS-Ux = zero
               EXIT PARAGRAPH
           end-if
           if WS-CurSeenInv(WS-Ux) = WS-SaveInv
                   and WS-CurSeenUsr(WS-Ux) = WS-SaveUser
               EXIT PARAGRAPH
           end-if
           move WS-SaveInv  to WS-CurSeenInv(WS-Ux)
           move WS-SaveUser to WS-CurSeenUsr(WS-Ux)
           add 1 to WS-CurInvs(WS-Ux)
           add balAmt to WS-CurOpen(WS-Ux).

       FIND-CURRENCY-SLOT.
           perform varying WS-Ux from 1 by 1
                   until WS-Ux > WS-CurCount
               if WS-CurCode(WS-Ux) = WS-RowCurr
                   EXIT PARAGRAPH
               end-if
           end-perform
           if WS-CurCount >= 50
               display "MissingRateReport: more than 50 currencies - "
                   WS-RowCurr " not checked"
               move zero to WS-Ux
               EXIT PARAGRAPH
           end-if
           add 1 to WS-CurCount
           move WS-CurCount to WS-Ux
           move WS-RowCurr to WS-CurCode(WS-Ux)
           move zero to WS-CurInvs(WS-Ux)
           move zero to WS-CurOpen(WS-Ux)
           move zero to WS-CurTmpls(WS-Ux)
           move zero to WS-CurSeenInv(WS-Ux)
           move zero to WS-CurSeenUsr(WS-Ux).

      *    a rate for the business date itself, or the row goes on
      *    the report with the latest rate held before it.
       CHECK-ONE-CURRENCY.
           move WS-CurCode(WS-Ux) to rateCurr
           move businessDateIn to rateDate
           read RateFile2
             invalid key
               continue
             not invalid key
               EXIT PARAGRAPH
           end-read
           add 1 to WS-MissCount
           move space to WS-SortRow
           move WS-CurCode(WS-Ux)  to WS-SrCurr
           move WS-CurInvs(WS-Ux)  to WS-SrInvs
           move WS-CurOpen(WS-Ux)  to WS-SrOpen
           move WS-CurTmpls(WS-Ux) to WS-SrTmpls
           move zero to WS-SrLastDate
           move zero to WS-SrLastRate
           move WS-CurCode(WS-Ux) to rateCurr
           move zero to rateDate
           move "N" to WS-RateEOF
           start RateFile2 key is not less than rateKey1
             invalid key
               move "Y" to WS-RateEOF
           end-start
           perform until WS-RateEOF = "Y"
               read RateFile2 next record
                 at end
                   move "Y" to WS-RateEOF
                 not at end
                   if rateCurr not = WS-CurCode(WS-Ux)
                           or rateDate > businessDateIn
                       move "Y" to WS-RateEOF
                   else
                       move rateDate to WS-SrLastDate
                       move rateRate to WS-SrLastRate
                   end-if
               end-read
           end-perform
           SET rowString to WS-SortRow
           INVOKE sortList "Add" USING BY VALUE rowString.

       PRINT-MISSING-LINE.
           move WS-SrCurr  to WS-DtCurr
           move WS-SrInvs  to WS-DtInvs
           move WS-SrOpen  to WS-DtOpen
           move WS-SrTmpls to WS-DtTmpls
           if WS-SrLastDate = zero
               move "NEVER" to WS-DtLastDate
               move space to WS-DtLastRate
           else
               move WS-SrLastDate to WS-DtLastDate
               move WS-SrLastRate to WS-EditRate
               move WS-EditRate to WS-DtLastRate
           end-if
           move WS-DetLine to WS-PrintLine
           perform WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "MissingRateReport: write fail "
                       rptStatus2
                   move "RPTFILE" to stepFailFile
                   move rptStatus2 to stepFailCode
                   perform STEP-FAIL
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "MissingRateReport: write fail " rptStatus2
               move "RPTFILE" to stepFailFile
               move rptStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           add 1 to WS-LineCount.

       STEP-FAIL.
           close BalFile2
           close DayFile
           close TmplFile2
           close RateFile2
           close RptFile2
           move "MISSINGRATES" to stepFailStep
           move "Y" to stepFailSW
           INVOKE SELF "WriteStepStatus" USING BY VALUE stepFailStep,
               stepFailFile, stepFailCode, stepFailDisp
           EXIT METHOD.

       END METHOD MISSINGRATEREPORT.

       METHOD-ID. CASHFLOWFORECAST AS "CashFlowForecast".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-DayEOF         pic x.
       01  WS-RateEOF        pic x.
       01  WS-RowCount       pic 9(9) comp-5 value zero.
       01  WS-Rx             pic 9(9) comp-5 value zero.
       01  rowString         OBJECT REFERENCE CLASS-STRING.
       01  itemRef           OBJECT REFERENCE CLASS-STRING.
       01  sortList          OBJECT REFERENCE CLASS-HISTORYLIST.
       01  WS-RunInt         pic 9(9) comp-5 value zero.
       01  WS-HorizonInt     pic 9(9) comp-5 value zero.
       01  WS-DueInt         pic 9(9) comp-5 value zero.
       01  WS-WeekInt        pic 9(9) comp-5 value zero.
       01  WS-Bx             pic 9(4) comp-5 value zero.
       01  WS-Wx             pic 9(4) comp-5 value zero.
       01  WS-OccCount       pic 9(4) comp-5 value zero.
       01  WS-SaveInv        pic 9(12).
       01  WS-SaveUser       pic 9(3).
       01  WS-RowCurr        pic x(3).
       01  WS-Terms          pic 9(3).
       01  WS-Cust           pic 9(6).
       01  WS-Value          pic S9(13)V99 value zero.
       01  WS-Whole          pic S9(9) value zero.
       01  WS-FreqOK         pic x.
       01  WS-OccDate        pic 9(8).
       01  WS-PostDate       pic 9(8).

       01  WS-InvCount       pic 9(9) comp-5 value zero.
       01  WS-OccTotal       pic 9(9) comp-5 value zero.
       01  WS-BookCount      pic 9(9) comp-5 value zero.
       01  WS-LaterAmt       pic S9(13)V99 value zero.

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

      *    per-invoice accumulators, one slot per currency found on
      *    the invoice's rows: the net original-currency amount still
      *    open and the base amount the books carry for it - the
      *    same split RevalueOpenBalances makes.
       01  WS-CurCount       pic 9(4) comp-5 value zero.
       01  WS-Ux             pic 9(4) comp-5 value zero.
       01  WS-CurTab.
         02  WS-CurEntry     occurs 10 times.
           03  WS-CurCode    pic x(3).
           03  WS-CurFgn     pic S9(13)V99.
           03  WS-CurBase    pic S9(13)V99.

      *    latest rate held per currency, looked up once a run.
       01  WS-RtCount        pic 9(4) comp-5 value zero.
       01  WS-Tx             pic 9(4) comp-5 value zero.
       01  WS-RtTab.
         02  WS-RtEntry      occurs 50 times.
           03  WS-RtCode     pic x(3).
           03  WS-RtFound    pic x.
           03  WS-RtRate     pic 9(3)V9(6).

      *    the reversal's original, fetched through dayLinkSub for
      *    its currency - the same chase RESOLVE-CURRENCY does.
       01  WS-LinkRec.
         02  WS-LinkKey.
           03  WS-LinkGen       PIC 9(5).
           03  WS-LinkSub       PIC 9(12).
           03  WS-LinkDate      PIC 9(8).
           03  WS-LinkRef       PIC 9(9).
           03  WS-LinkJr        PIC 9(3).
         02  WS-LinkInv         PIC 9(12).
         02  WS-LinkAmt         PIC S9(12)V99.
         02  WS-LinkDesc        PIC X(20).
         02  WS-LinkExtra       PIC X(5).
         02  WS-LinkIntroUser   PIC 9(3).
         02  WS-LinkIntroDate   PIC 9(8).
         02  WS-LinkLinkSub     PIC 9(12).
         02  WS-LinkTax         PIC 9(3).

      *    one expected receipt - company and customer lead so the
      *    sort hands them back grouped for the subtotals; bucket
      *    zero is already past due, 1-13 the weeks ahead.
       01  WS-SortRow.
         02  WS-SrUser       pic 9(3).
         02  WS-SrCust       pic 9(6).
         02  WS-SrBucket     pic 9(2).
         02  WS-SrAmt        pic S9(13)V99 sign leading separate.

      *    subtotal accumulators - slot 1 past due, 2-14 the
      *    thirteen weeks, 15 the line total.
       01  WS-FirstSW        pic x value "Y".
       01  WS-PrevUser       pic 9(3) value zero.
       01  WS-PrevCust       pic 9(6) value zero.
       01  WS-CustBkt.
         02  WS-CustAmt      pic S9(13)V99 occurs 15 times.
       01  WS-UserBkt.
         02  WS-UserAmt      pic S9(13)V99 occurs 15 times.
       01  WS-GrandBkt.
         02  WS-GrandAmt     pic S9(13)V99 occurs 15 times.

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(36) value
             "CASH-FLOW FORECAST - 13 WEEKS".
         02  filler          pic x(5) value "USER ".
         02  WS-HeadUser     pic x(3).
         02  filler          pic x(10) value "  RUN ON ".
         02  WS-HeadDate     pic 9(8).
         02  filler          pic x(26) value
             "  WHOLE BASE UNITS".
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(12) value "CO  CUSTOMER".
         02  filler          pic x(8) value " PASTDUE".
         02  WS-HdWeek       pic x(8) occurs 13 times.
         02  filler          pic x(8) value "   TOTAL".

       01  WS-HdMmDd.
         02  filler          pic x(3) value space.
         02  WS-HdMonth      pic 9(2).
         02  filler          pic x value "/".
         02  WS-HdDay        pic 9(2).

       01  WS-FcLine.
         02  WS-FcLabel      pic x(12).
         02  WS-FcAmt        pic -(7)9 occurs 15 times.

       01  WS-LabelCust.
         02  WS-LbUser       pic 9(3).
         02  filler          pic x value space.
         02  WS-LbCust       pic 9(6).
         02  filler          pic x(2) value space.

       01  WS-LabelUser.
         02  WS-LuUser       pic 9(3).
         02  filler          pic x(9) value " TOTAL".

       01  WS-EditAmt        pic -(11)9.99.
       01  WS-EditCount      pic z(8)9.

       LINKAGE SECTION.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  historyFile       OBJECT REFERENCE CLASS-STRING.
       01  dayFilePath       OBJECT REFERENCE CLASS-STRING.
       01  custFilePath      OBJECT REFERENCE CLASS-STRING.
       01  custLinkPath      OBJECT REFERENCE CLASS-STRING.
       01  templateFilePath  OBJECT REFERENCE CLASS-STRING.
       01  rateFilePath      OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  runDateIn         PIC 9(8).

      *    treasury's weekly question - when does the cash come in -
      *    answered off the books: thirteen weekly buckets from the
      *    run date, plus a past-due column for what should already
      *    have been paid. Two sources:
      *      - every open invoice with money owed (balAmt above
      *        zero; credits are not receipts), expected on its due
      *        date - first posting date plus the linked customer's
      *        terms, the due date DunningRun works from. An invoice
      *        with no customer link dues from its first date.
      *      - every active recurring template, each occurrence from
      *        tmplNextDue on by tmplFreq up to tmplEndDate, expected
      *        the template invoice's customer terms after it posts.
      *    Foreign money is valued at the latest rate held: an open
      *    invoice's original-currency amount still open (off its
      *    DayFile rows, reversals chased to their originals for the
      *    currency) replaces the base the books carry for it, and a
      *    template's amount converts from tmplCurr. A currency with
      *    no rate at all stays at book value and is counted. Amounts
      *    print in whole base units, subtotalled by company and
      *    customer; anything expected past the thirteenth week is
      *    totalled on the last line. userIn zero means every
      *    company.
       PROCEDURE DIVISION USING BY VALUE balanceFilePath,
               historyFile, dayFilePath, custFilePath, custLinkPath,
               templateFilePath, rateFilePath, reportFilePath,
               userIn, runDateIn.
           SET baID2  to balanceFilePath
           SET hID2   to historyFile
           SET dID    to dayFilePath
           SET cuID2  to custFilePath
           SET clID2  to custLinkPath
           SET tmID2  to templateFilePath
           SET raID2  to rateFilePath
           SET rptID2 to reportFilePath
           move runDateIn to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
               display "CashFlowForecast: run date " runDateIn
                   " is not a real calendar date"
               stop run
           end-if
           compute WS-RunInt = FUNCTION INTEGER-OF-DATE(runDateIn)
           compute WS-HorizonInt = WS-RunInt + 91

           open INPUT BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "CashFlowForecast: open balance fail " baStatus2
               stop run
           end-if
           open INPUT DayFile
           if dStatus not = "00" and dStatus not = "05"
               display "CashFlowForecast: open day fail " dStatus
               stop run
           end-if
           if hOpenSW2 = ZERO
               open INPUT HistFile2
               if hStatus2 not = "00" and hStatus2 not = "05"
                   display "CashFlowForecast: open hist fail "
                       hStatus2
                   stop run
               end-if
               move 1 to hOpenSW2
           END-IF
           open INPUT CustFile2
           if cuStatus2 not = "00" and cuStatus2 not = "05"
               display "CashFlowForecast: open customer fail "
                   cuStatus2
               stop run
           end-if
           open INPUT ClnkFile2
           if clStatus2 not = "00" and clStatus2 not = "05"
               display "CashFlowForecast: open link fail " clStatus2
               stop run
           end-if
           open INPUT TmplFile2
           if tmStatus2 not = "00" and tmStatus2 not = "05"
               display "CashFlowForecast: open template fail "
                   tmStatus2
               stop run
           end-if
           open INPUT RateFile2
           if raStatus2 not = "00" and raStatus2 not = "05"
               display "CashFlowForecast: open rate fail " raStatus2
               stop run
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "CashFlowForecast: open report fail " rptStatus2
               stop run
           end-if

           INVOKE CLASS-HISTORYLIST "new" RETURNING sortList

           move low-values to balKey1
           if userIn not = zero
               move userIn to balUser
           end-if
           move "N" to WS-EOF
           start BalFile2 key is not less than balKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read BalFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if baStatus2 not = "00"
                       display "CashFlowForecast: read fail " baStatus2
                       stop run
                   end-if
                   if userIn not = zero and balUser not = userIn
                       move "Y" to WS-EOF
                   else
                       if balAmt > zero
                           perform FORECAST-ONE-INVOICE
                       end-if
                   end-if
               end-read
           end-perform

           move 1 to tmRelkey2
           move "N" to WS-EOF
           start TmplFile2 key is not less than tmRelkey2
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read TmplFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if tmplActive = "Y"
                       and (userIn = zero or tmplUser = userIn)
                       perform FORECAST-ONE-TEMPLATE
                   end-if
               end-read
           end-perform

           if userIn = zero
               move "ALL" to WS-HeadUser
           else
               move userIn to WS-HeadUser
           end-if
           move runDateIn to WS-HeadDate
           perform varying WS-Wx from 1 by 1 until WS-Wx > 13
               compute WS-WeekInt = WS-RunInt + (WS-Wx - 1) * 7
               compute WS-VDate = FUNCTION DATE-OF-INTEGER(WS-WeekInt)
               move WS-VMonth to WS-HdMonth
               move WS-VDay to WS-HdDay
               move WS-HdMmDd to WS-HdWeek(WS-Wx)
           end-perform
           perform varying WS-Bx from 1 by 1 until WS-Bx > 15
               move zero to WS-CustAmt(WS-Bx)
               move zero to WS-UserAmt(WS-Bx)
               move zero to WS-GrandAmt(WS-Bx)
           end-perform

           INVOKE sortList "Sort"
           INVOKE sortList "get_Count" RETURNING WS-RowCount
           perform varying WS-Rx from 0 by 1 until WS-Rx >= WS-RowCount
               INVOKE sortList "get_Item" USING BY VALUE WS-Rx
                   RETURNING itemRef
               move space to WS-SortRow
               SET WS-SortRow to itemRef
               if WS-FirstSW = "N"
                   if WS-SrUser not = WS-PrevUser
                       perform PRINT-CUSTOMER-TOTAL
                       perform PRINT-USER-TOTAL
                   else
                       if WS-SrCust not = WS-PrevCust
                           perform PRINT-CUSTOMER-TOTAL
                       end-if
                   end-if
               end-if
               move "N" to WS-FirstSW
               move WS-SrUser to WS-PrevUser
               move WS-SrCust to WS-PrevCust
               compute WS-Bx = WS-SrBucket + 1
               add WS-SrAmt to WS-CustAmt(WS-Bx)
               add WS-SrAmt to WS-CustAmt(15)
           end-perform
           if WS-FirstSW = "N"
               perform PRINT-CUSTOMER-TOTAL
               perform PRINT-USER-TOTAL
           end-if

           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move "ALL TOTAL" to WS-FcLabel
           perform varying WS-Bx from 1 by 1 until WS-Bx > 15
               compute WS-Whole rounded = WS-GrandAmt(WS-Bx)
               move WS-Whole to WS-FcAmt(WS-Bx)
           end-perform
           move WS-FcLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move WS-LaterAmt to WS-EditAmt
           move space to WS-PrintLine
           STRING "  EXPECTED AFTER WEEK 13  " DELIMITED BY SIZE
               WS-EditAmt DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           move WS-InvCount to WS-EditCount
           move space to WS-PrintLine
           STRING "  OPEN INVOICES           " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           move WS-OccTotal to WS-EditCount
           move space to WS-PrintLine
           STRING "  TEMPLATE BILLINGS       " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           if WS-BookCount > zero
               move WS-BookCount to WS-EditCount
               move space to WS-PrintLine
               STRING "  AT BOOK VALUE - NO RATE " DELIMITED BY SIZE
                   WS-EditCount DELIMITED BY SIZE
                   INTO WS-PrintLine
               END-STRING
               perform WRITE-RPT-LINE
           end-if

           close BalFile2
           close DayFile
           close HistFile2
           move zero to hOpenSW2
           close CustFile2
           close ClnkFile2
           close TmplFile2
           close RateFile2
           close RptFile2
           display "CashFlowForecast: " WS-InvCount " invoices, "
               WS-OccTotal " template billings forecast"
           EXIT METHOD.

      *    value the invoice at today's rates, then date it.
       FORECAST-ONE-INVOICE.
           add 1 to WS-InvCount
           move balUser to WS-SaveUser
           move balInv to WS-SaveInv
           move balAmt to WS-Value
           move zero to WS-CurCount
           perform varying WS-Ux from 1 by 1 until WS-Ux > 10
               move space to WS-CurCode(WS-Ux)
               move zero  to WS-CurFgn(WS-Ux)
               move zero  to WS-CurBase(WS-Ux)
           end-perform
           move WS-SaveInv to dayInv
           move "N" to WS-DayEOF
           START DAYFILE KEY = dayInv
             invalid key
               move "Y" to WS-DayEOF
           end-start
           perform until WS-DayEOF = "Y"
               READ DAYFILE next record at END
                   move "Y" to WS-DayEOF
               NOT AT END
                   if dayInv not = WS-SaveInv
                       move "Y" to WS-DayEOF
                   else
                       if dayUser = WS-SaveUser and dayRow not = 0
                           perform TALLY-ONE-ROW
                       end-if
                   end-if
               end-read
           end-perform
           perform varying WS-Ux from 1 by 1
                   until WS-Ux > WS-CurCount
               move WS-CurCode(WS-Ux) to WS-RowCurr
               perform FIND-LATEST-RATE
               if WS-RtFound(WS-Tx) = "Y"
                   compute WS-Value rounded = WS-Value
                       - WS-CurBase(WS-Ux)
                       + WS-CurFgn(WS-Ux) * WS-RtRate(WS-Tx)
               else
                   add 1 to WS-BookCount
               end-if
           end-perform

           move WS-SaveInv to clnkInv
           perform LOAD-TERMS
           move balFirstDate to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
      *        no real first date, no due date - it goes in past due
      *        with the aged report's oldest column.
               move zero to WS-DueInt
           else
               compute WS-DueInt =
                   FUNCTION INTEGER-OF-DATE(balFirstDate) + WS-Terms
           end-if
           move WS-SaveUser to WS-SrUser
           perform ADD-RECEIPT.

      *    attribute one DayFile row to its currency, as
      *    RevalueOpenBalances does: base rows are already in base;
      *    a reversal takes its original's currency; an earlier
      *    revaluation moved base only.
       TALLY-ONE-ROW.
           move space to WS-RowCurr
           if dayExtra = "RVSL"
               if dayLinkSub not = zero
                   move dayLinkSub to hRelkey2
                   read HistFile2 record INTO WS-LinkRec
                     invalid key
                       move space to WS-RowCurr
                     not invalid key
                       if WS-LinkExtra not = "RVSL"
                           move WS-LinkExtra(1:3) to WS-RowCurr
                       end-if
                   end-read
               end-if
               if WS-RowCurr not = space
                   perform FIND-CURRENCY-SLOT
                   if WS-Ux not = zero
                       add dayOrigAmt to WS-CurFgn(WS-Ux)
                       add dayAmt     to WS-CurBase(WS-Ux)
                   end-if
               end-if
               EXIT PARAGRAPH
           end-if
           if dayExtra(1:3) not = space
               move dayExtra(1:3) to WS-RowCurr
               perform FIND-CURRENCY-SLOT
               if WS-Ux not = zero
                   add dayOrigAmt to WS-CurFgn(WS-Ux)
                   add dayAmt     to WS-CurBase(WS-Ux)
               end-if
               EXIT PARAGRAPH
           end-if
           if dayDesc(1:15) = "FX REVALUATION "
               move dayDesc(16:3) to WS-RowCurr
               perform FIND-CURRENCY-SLOT
               if WS-Ux not = zero
                   add dayAmt to WS-CurBase(WS-Ux)
               end-if
           end-if.

       FIND-CURRENCY-SLOT.
           perform varying WS-Ux from 1 by 1
                   until WS-Ux > WS-CurCount
               if WS-CurCode(WS-Ux) = WS-RowCurr
                   EXIT PARAGRAPH
               end-if
           end-perform
           if WS-CurCount >= 10
               move zero to WS-Ux
               EXIT PARAGRAPH
           end-if
           add 1 to WS-CurCount
           move WS-CurCount to WS-Ux
           move WS-RowCurr to WS-CurCode(WS-Ux).

      *    every occurrence still to post inside the horizon, each
      *    on the day GenerateRecurring will post it (business-day
      *    rule included); the template itself is not touched.
       FORECAST-ONE-TEMPLATE.
           move tmplNextDue to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
               EXIT PARAGRAPH
           end-if
           move tmplInv to clnkInv
           perform LOAD-TERMS
           move tmplAmt to WS-Value
           if tmplCurr not = space
               move tmplCurr to WS-RowCurr
               perform FIND-LATEST-RATE
               if WS-RtFound(WS-Tx) = "Y"
                   compute WS-Value rounded =
                       tmplAmt * WS-RtRate(WS-Tx)
               else
                   add 1 to WS-BookCount
               end-if
           end-if
           move tmplUser to WS-SrUser
           move zero to WS-OccCount
           move tmplNextDue to WS-OccDate
           move "Y" to WS-FreqOK
           perform until WS-FreqOK not = "Y"
                   or (tmplEndDate not = zero
                       and WS-OccDate > tmplEndDate)
                   or WS-OccCount >= 100
               INVOKE SELF "AdjustBusinessDay" USING BY VALUE
                   tmplUser, WS-OccDate, tmplBizRule
                   RETURNING WS-PostDate
               compute WS-DueInt =
                   FUNCTION INTEGER-OF-DATE(WS-PostDate) + WS-Terms
               if WS-DueInt >= WS-HorizonInt
                   exit perform
               end-if
               add 1 to WS-OccCount
               add 1 to WS-OccTotal
               perform ADD-RECEIPT
               perform ADVANCE-OCCURRENCE
           end-perform.

      *    the same steps GenerateRecurring's ADVANCE-DUE-DATE takes;
      *    a frequency it would not advance ends the forecast for the
      *    template after its first occurrence.
       ADVANCE-OCCURRENCE.
           move WS-OccDate to WS-VDate
           evaluate tmplFreq
             when "W"
               compute WS-DueInt =
                   FUNCTION INTEGER-OF-DATE(WS-OccDate) + 7
               compute WS-VDate =
                   FUNCTION DATE-OF-INTEGER(WS-DueInt)
             when "M"
               add 1 to WS-VMonth
               perform NORMALIZE-MONTH
             when "Q"
               add 3 to WS-VMonth
               perform NORMALIZE-MONTH
             when "A"
               add 1 to WS-VYear
               perform CLAMP-DAY
             when other
               move "N" to WS-FreqOK
           end-evaluate
           move WS-VDate to WS-OccDate.

      *    WS-Value expected on day WS-DueInt, for company WS-SrUser
      *    and the customer LOAD-TERMS found.
       ADD-RECEIPT.
           if WS-DueInt >= WS-HorizonInt
               add WS-Value to WS-LaterAmt
               EXIT PARAGRAPH
           end-if
           if WS-DueInt < WS-RunInt
               move zero to WS-SrBucket
           else
               compute WS-SrBucket = (WS-DueInt - WS-RunInt) / 7 + 1
           end-if
           move WS-Cust to WS-SrCust
           move WS-Value to WS-SrAmt
           SET rowString to WS-SortRow
           INVOKE sortList "Add" USING BY VALUE rowString.

      *    the customer behind clnkInv and its terms; no link, or a
      *    link to a customer missing from the master, means
      *    customer zero on zero terms.
       LOAD-TERMS.
           move zero to WS-Cust
           move zero to WS-Terms
           read ClnkFile2
             invalid key
               EXIT PARAGRAPH
           end-read
           move clnkCust to WS-Cust
           move clnkCust to custNum
           read CustFile2
             invalid key
               EXIT PARAGRAPH
           end-read
           move custTerms to WS-Terms.

       FIND-LATEST-RATE.
           perform varying WS-Tx from 1 by 1 until WS-Tx > WS-RtCount
               if WS-RtCode(WS-Tx) = WS-RowCurr
                   EXIT PARAGRAPH
               end-if
           end-perform
           if WS-RtCount >= 50
      *        table full - the slot is reused, the lookup repeated.
               move 50 to WS-Tx
           else
               add 1 to WS-RtCount
               move WS-RtCount to WS-Tx
           end-if
           move WS-RowCurr to WS-RtCode(WS-Tx)
           move "N" to WS-RtFound(WS-Tx)
           move zero to WS-RtRate(WS-Tx)
           move WS-RowCurr to rateCurr
           move zero to rateDate
           move "N" to WS-RateEOF
           start RateFile2 key is not less than rateKey1
             invalid key
               move "Y" to WS-RateEOF
           end-start
           perform until WS-RateEOF = "Y"
               read RateFile2 next record
                 at end
                   move "Y" to WS-RateEOF
                 not at end
                   if rateCurr not = WS-RowCurr
                           or rateDate > runDateIn
                       move "Y" to WS-RateEOF
                   else
                       move "Y" to WS-RtFound(WS-Tx)
                       move rateRate to WS-RtRate(WS-Tx)
                   end-if
               end-read
           end-perform.

       PRINT-CUSTOMER-TOTAL.
           move WS-PrevUser to WS-LbUser
           move WS-PrevCust to WS-LbCust
           move WS-LabelCust to WS-FcLabel
           perform varying WS-Bx from 1 by 1 until WS-Bx > 15
               compute WS-Whole rounded = WS-CustAmt(WS-Bx)
               move WS-Whole to WS-FcAmt(WS-Bx)
               add WS-CustAmt(WS-Bx) to WS-UserAmt(WS-Bx)
               move zero to WS-CustAmt(WS-Bx)
           end-perform
           move WS-FcLine to WS-PrintLine
           perform WRITE-RPT-LINE.

       PRINT-USER-TOTAL.
           move WS-PrevUser to WS-LuUser
           move WS-LabelUser to WS-FcLabel
           perform varying WS-Bx from 1 by 1 until WS-Bx > 15
               compute WS-Whole rounded = WS-UserAmt(WS-Bx)
               move WS-Whole to WS-FcAmt(WS-Bx)
               add WS-UserAmt(WS-Bx) to WS-GrandAmt(WS-Bx)
               move zero to WS-UserAmt(WS-Bx)
           end-perform
           move WS-FcLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move space to WS-PrintLine
           perform WRITE-RPT-LINE.

       NORMALIZE-MONTH.
           if WS-VMonth > 12
               subtract 12 from WS-VMonth
               add 1 to WS-VYear
           end-if
           perform CLAMP-DAY.

       CLAMP-DAY.
           if WS-VMonth = 2
               if FUNCTION MOD(WS-VYear, 4) = 0
                   and (FUNCTION MOD(WS-VYear, 100) not = 0
                        or FUNCTION MOD(WS-VYear, 400) = 0)
                   if WS-VDay > 29
                       move 29 to WS-VDay
                   end-if
               else
                   if WS-VDay > 28
                       move 28 to WS-VDay
                   end-if
               end-if
           else
               if WS-VDay > WS-Dim(WS-VMonth)
                   move WS-Dim(WS-VMonth) to WS-VDay
               end-if
           end-if.

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

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "CashFlowForecast: write fail " rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "CashFlowForecast: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD CASHFLOWFORECAST.

       METHOD-ID. REFUNDSELECTION AS "RefundSelection".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-RowCount       pic 9(9) comp-5 value zero.
       01  WS-Rx             pic 9(9) comp-5 value zero.
       01  rowString         OBJECT REFERENCE CLASS-STRING.
       01  itemRef           OBJECT REFERENCE CLASS-STRING.
       01  sortList          OBJECT REFERENCE CLASS-HISTORYLIST.
       01  WS-Credit         pic 9(12)V99 value zero.
       01  WS-Cust           pic 9(6).
       01  WS-Condition      pic x(30).
       01  WS-SelCount       pic 9(9) comp-5 value zero.
       01  WS-ApprCount      pic 9(9) comp-5 value zero.
       01  WS-OtherCount     pic 9(9) comp-5 value zero.

      *    one credit balance - customer leads so the listing comes
      *    back grouped for the customer subtotals.
       01  WS-SortRow.
         02  WS-SrCust       pic 9(6).
         02  WS-SrUser       pic 9(3).
         02  WS-SrInv        pic 9(12).
         02  WS-SrAmt        pic 9(12)V99.
         02  WS-SrLastDate   pic 9(8).
         02  WS-SrText       pic x(30).

       01  WS-FirstSW        pic x value "Y".
       01  WS-PrevCust       pic 9(6) value zero.
       01  WS-CustTotal      pic 9(13)V99 value zero.
       01  WS-CustItems      pic 9(9) comp-5 value zero.
       01  WS-GrandTotal     pic 9(15)V99 value zero.
       01  WS-GrandItems     pic 9(9) comp-5 value zero.

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(36) value
             "CUSTOMER REFUND SELECTION".
         02  filler          pic x(5) value "USER ".
         02  WS-HeadUser     pic x(3).
         02  filler          pic x(10) value "  MINIMUM ".
         02  WS-HeadMin      pic z(8)9.99.
         02  filler          pic x(4) value space.
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(2) value space.
         02  filler          pic x(9) value "CUSTOMER".
         02  filler          pic x(5) value "CO".
         02  filler          pic x(14) value "INVOICE".
         02  filler          pic x(18) value "     CREDIT".
         02  filler          pic x(11) value "LAST POST".
         02  filler          pic x(30) value "CONDITION".

       01  WS-CustHead.
         02  filler          pic x(2) value space.
         02  WS-ChCust       pic 9(6).
         02  filler          pic x(2) value space.
         02  WS-ChName       pic x(30).

       01  WS-DetLine.
         02  filler          pic x(11) value space.
         02  WS-DtUser       pic 9(3).
         02  filler          pic x(2) value space.
         02  WS-DtInv        pic 9(12).
         02  filler          pic x(2) value space.
         02  WS-DtAmt        pic z(12)9.99.
         02  filler          pic x(2) value space.
         02  WS-DtLast       pic 9(8).
         02  filler          pic x(3) value space.
         02  WS-DtText       pic x(30).

       01  WS-TotLine.
         02  filler          pic x(11) value space.
         02  WS-TtLabel      pic x(10).
         02  WS-TtItems      pic zzzzz9.
         02  filler          pic x(2) value space.
         02  WS-TtAmt        pic z(14)9.99.

       01  WS-EditCount      pic z(8)9.

       LINKAGE SECTION.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  custFilePath      OBJECT REFERENCE CLASS-STRING.
       01  custLinkPath      OBJECT REFERENCE CLASS-STRING.
       01  refundFilePath    OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  minAmountIn       PIC 9(12)V99.
       01  dateIn            PIC 9(8).

      *    the first half of the refund cycle: every open balance
      *    standing in credit by at least minAmountIn - overpayments
      *    and the unapplied cash ApplyPayment parks under the
      *    receipt reference alike - listed by customer for an
      *    operator to approve (ApproveRefund), and put on RfndFile2
      *    as selected. A credit already on the refund file keeps
      *    what has been decided about it as long as the balance has
      *    not moved since; a balance that has moved is selected
      *    afresh at its new amount and needs approving again. A
      *    refund paid but not yet through the conversion is listed
      *    and left alone, so it is never selected twice. An invoice
      *    with no customer link is listed under customer zero.
      *    userIn zero means every company.
       PROCEDURE DIVISION USING BY VALUE balanceFilePath,
               custFilePath, custLinkPath, refundFilePath,
               reportFilePath, userIn, minAmountIn, dateIn.
           SET baID2  to balanceFilePath
           SET cuID2  to custFilePath
           SET clID2  to custLinkPath
           SET rfID2  to refundFilePath
           SET rptID2 to reportFilePath

           open INPUT BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "RefundSelection: open balance fail " baStatus2
               stop run
           end-if
           open INPUT CustFile2
           if cuStatus2 not = "00" and cuStatus2 not = "05"
               display "RefundSelection: open customer fail "
                   cuStatus2
               stop run
           end-if
           open INPUT ClnkFile2
           if clStatus2 not = "00" and clStatus2 not = "05"
               display "RefundSelection: open link fail " clStatus2
               stop run
           end-if
           open I-O RfndFile2
           if rfStatus2 not = "00" and rfStatus2 not = "05"
               display "RefundSelection: open refund fail " rfStatus2
               stop run
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "RefundSelection: open report fail " rptStatus2
               stop run
           end-if

           INVOKE CLASS-HISTORYLIST "new" RETURNING sortList
           move low-values to balKey1
           if userIn not = zero
               move userIn to balUser
           end-if
           move "N" to WS-EOF
           start BalFile2 key is not less than balKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read BalFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if baStatus2 not = "00"
                       display "RefundSelection: read fail " baStatus2
                       stop run
                   end-if
                   if userIn not = zero and balUser not = userIn
                       move "Y" to WS-EOF
                   else
                       if balAmt < zero
                           compute WS-Credit = zero - balAmt
                           if WS-Credit >= minAmountIn
                               perform SELECT-ONE-CREDIT
                           end-if
                       end-if
                   end-if
               end-read
           end-perform
           close BalFile2
           close ClnkFile2
           close RfndFile2

           if userIn = zero
               move "ALL" to WS-HeadUser
           else
               move userIn to WS-HeadUser
           end-if
           move minAmountIn to WS-HeadMin
           INVOKE sortList "Sort"
           INVOKE sortList "get_Count" RETURNING WS-RowCount
           perform varying WS-Rx from 0 by 1 until WS-Rx >= WS-RowCount
               INVOKE sortList "get_Item" USING BY VALUE WS-Rx
                   RETURNING itemRef
               move space to WS-SortRow
               SET WS-SortRow to itemRef
               if WS-FirstSW = "N" and WS-SrCust not = WS-PrevCust
                   perform PRINT-CUSTOMER-TOTAL
               end-if
               if WS-FirstSW = "Y" or WS-SrCust not = WS-PrevCust
                   perform PRINT-CUSTOMER-HEAD
               end-if
               move "N" to WS-FirstSW
               move WS-SrCust to WS-PrevCust
               move WS-SrUser     to WS-DtUser
               move WS-SrInv      to WS-DtInv
               move WS-SrAmt      to WS-DtAmt
               move WS-SrLastDate to WS-DtLast
               move WS-SrText     to WS-DtText
               move WS-DetLine to WS-PrintLine
               perform WRITE-RPT-LINE
               add WS-SrAmt to WS-CustTotal
               add 1 to WS-CustItems
           end-perform
           if WS-FirstSW = "N"
               perform PRINT-CUSTOMER-TOTAL
           else
               move "  NO CREDIT BALANCES AT OR OVER THE MINIMUM"
                   to WS-PrintLine
               perform WRITE-RPT-LINE
           end-if
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move "ALL CREDIT" to WS-TtLabel
           move WS-GrandItems to WS-TtItems
           move WS-GrandTotal to WS-TtAmt
           move WS-TotLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move WS-SelCount to WS-EditCount
           move space to WS-PrintLine
           STRING "  AWAITING APPROVAL      " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           move WS-ApprCount to WS-EditCount
           move space to WS-PrintLine
           STRING "  APPROVED FOR NEXT RUN  " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE

           close CustFile2
           close RptFile2
           display "RefundSelection: " WS-GrandItems " credits, "
               WS-SelCount " awaiting approval, " WS-ApprCount
               " approved"
           EXIT METHOD.

      *    bring the refund file's row for this credit up to date and
      *    say where it stands.
       SELECT-ONE-CREDIT.
           move zero to WS-Cust
           move balInv to clnkInv
           read ClnkFile2
             invalid key
               continue
             not invalid key
               move clnkCust to WS-Cust
           end-read
           move balUser to rfndUser
           move balInv  to rfndInv
           read RfndFile2
             invalid key
               perform NEW-REFUND-ROW
               write rfndRec
               if rfStatus2 not = "00"
                   display "RefundSelection: refund write fail "
                       rfStatus2
                   stop run
               end-if
               move "SELECTED" to WS-Condition
               add 1 to WS-SelCount
             not invalid key
               perform REFRESH-REFUND-ROW
           end-read
           move WS-Cust      to WS-SrCust
           move balUser      to WS-SrUser
           move balInv       to WS-SrInv
           move WS-Credit    to WS-SrAmt
           move balLastDate  to WS-SrLastDate
           move WS-Condition to WS-SrText
           SET rowString to WS-SortRow
           INVOKE sortList "Add" USING BY VALUE rowString.

       NEW-REFUND-ROW.
           move WS-Cust   to rfndCust
           move WS-Credit to rfndAmt
           move balCount  to rfndBalCount
           move dateIn    to rfndSelDate
           move "S"       to rfndStatus
           move zero      to rfndApprover
           move zero      to rfndApprDate
           move zero      to rfndQueueKey
           move zero      to rfndSub
           move zero      to rfndBatch
           move zero      to rfndPayDate.

       REFRESH-REFUND-ROW.
           if rfndAmt = WS-Credit and rfndBalCount = balCount
               evaluate rfndStatus
                 when "A"
                   move "APPROVED" to WS-Condition
                   add 1 to WS-ApprCount
                 when "Q"
                   move "AWAITING SUPERVISOR" to WS-Condition
                   add 1 to WS-OtherCount
                 when "P"
                   move "PAID - NOT YET CONVERTED" to WS-Condition
                   add 1 to WS-OtherCount
                 when "X"
                   move "DROPPED" to WS-Condition
                   add 1 to WS-OtherCount
                 when other
                   move "SELECTED" to WS-Condition
                   add 1 to WS-SelCount
               end-evaluate
               EXIT PARAGRAPH
           end-if
      *    a refund paid out but not yet converted still shows the
      *    old credit; the balance record has not moved.
           if rfndStatus = "P" and rfndBalCount = balCount
               move "PAID - NOT YET CONVERTED" to WS-Condition
               add 1 to WS-OtherCount
               EXIT PARAGRAPH
           end-if
      *    the supervisor's ruling is awaited on the old amount -
      *    the refund run settles it either way.
           if rfndStatus = "Q"
               move "AWAITING SUPERVISOR" to WS-Condition
               add 1 to WS-OtherCount
               EXIT PARAGRAPH
           end-if
           if rfndStatus = "A"
               move "CHANGED - APPROVE AGAIN" to WS-Condition
           else
               move "SELECTED" to WS-Condition
           end-if
           perform NEW-REFUND-ROW
           rewrite rfndRec
           if rfStatus2 not = "00"
               display "RefundSelection: refund rewrite fail "
                   rfStatus2
               stop run
           end-if
           add 1 to WS-SelCount.

       PRINT-CUSTOMER-HEAD.
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move WS-SrCust to WS-ChCust
           if WS-SrCust = zero
               move "NO CUSTOMER LINK" to WS-ChName
           else
               move WS-SrCust to custNum
               read CustFile2
                 invalid key
                   move "CUSTOMER NOT ON FILE" to custName
               end-read
               move custName to WS-ChName
           end-if
           move WS-CustHead to WS-PrintLine
           perform WRITE-RPT-LINE.

       PRINT-CUSTOMER-TOTAL.
           move "CUSTOMER" to WS-TtLabel
           move WS-CustItems to WS-TtItems
           move WS-CustTotal to WS-TtAmt
           move WS-TotLine to WS-PrintLine
           perform WRITE-RPT-LINE
           add WS-CustTotal to WS-GrandTotal
           add WS-CustItems to WS-GrandItems
           move zero to WS-CustTotal
           move zero to WS-CustItems.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "RefundSelection: write fail " rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "RefundSelection: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD REFUNDSELECTION.

       METHOD-ID. APPROVEREFUND AS "ApproveRefund".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SecFunc        pic x(8) value "REFUND".
       01  WS-SecAccess      pic x.

       LINKAGE SECTION.
       01  refundFilePath    OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  invoiceIn         PIC 9(12).
       01  operatorIn        PIC 9(3).
       01  actionIn          PIC X.
       01  dateIn            PIC 9(8).

      *    the operator's ruling on one selected credit: actionIn "A"
      *    approves it for the next refund run, "X" drops it. Only a
      *    selected credit can be approved; a selected or approved
      *    one can be dropped. Once queued or paid it is past ruling
      *    here. Each ruling goes on the trail as RFNDAPPR or
      *    RFNDDROP, company in the key.
       PROCEDURE DIVISION USING BY VALUE refundFilePath,
               auditFilePath, userIn, invoiceIn, operatorIn, actionIn,
               dateIn.
           INVOKE SELF "CheckFunctionAccess"
               USING BY VALUE operatorIn, WS-SecFunc
               RETURNING WS-SecAccess
           if WS-SecAccess not = "Y"
               display "ApproveRefund: refused"
               EXIT METHOD
           end-if
           if actionIn not = "A" and actionIn not = "X"
               display "ApproveRefund: action must be A or X"
               EXIT METHOD
           end-if
           SET rfID2 to refundFilePath
           open I-O RfndFile2
           if rfStatus2 not = "00" and rfStatus2 not = "05"
               display "ApproveRefund: open refund fail " rfStatus2
               stop run
           end-if
           move userIn    to rfndUser
           move invoiceIn to rfndInv
           read RfndFile2
             invalid key
               display "ApproveRefund: invoice " invoiceIn
                   " is not selected for refund"
               close RfndFile2
               EXIT METHOD
           end-read
           if actionIn = "A" and rfndStatus not = "S"
               display "ApproveRefund: invoice " invoiceIn
                   " is not awaiting approval (" rfndStatus ")"
               close RfndFile2
               EXIT METHOD
           end-if
           if actionIn = "X" and rfndStatus not = "S"
                   and rfndStatus not = "A"
               display "ApproveRefund: invoice " invoiceIn
                   " can no longer be dropped (" rfndStatus ")"
               close RfndFile2
               EXIT METHOD
           end-if
           move actionIn   to rfndStatus
           move operatorIn to rfndApprover
           move dateIn     to rfndApprDate
           rewrite rfndRec
           if rfStatus2 not = "00"
               display "ApproveRefund: rewrite fail " rfStatus2
               stop run
           end-if
           close RfndFile2

           SET auID2 to auditFilePath
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "ApproveRefund: open audit fail " auStatus2
               stop run
           end-if
           move spaces      to audRec
           accept audDate   from DATE YYYYMMDD
           accept audTime   from TIME
           move operatorIn  to audUser
           if actionIn = "A"
               move "RFNDAPPR" to audOper
           else
               move "RFNDDROP" to audOper
           end-if
           move userIn      to audKey
           move invoiceIn   to audInv
           move rfndAmt     to audAmt
           write audRec
           if auStatus2 not = "00"
               display "ApproveRefund: audit write fail " auStatus2
               stop run
           end-if
           close AudFile2
       END METHOD APPROVEREFUND.

       METHOD-ID. REFUNDRUN AS "RefundRun".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SecFunc        pic x(8) value "REFUND".
       01  WS-SecAccess      pic x.
       01  WS-EOF            pic A(1).
       01  WS-QEOF           pic x.
       01  WS-AuthLimit      pic 9(12)V99 value zero.
       01  WS-Batch          pic 9(8) value zero.
       01  WS-PayCount       pic 9(9) comp-5 value zero.
       01  WS-PayTotal       pic S9(15)V99 value zero.
       01  WS-QueueCount     pic 9(9) comp-5 value zero.
       01  WS-BackCount      pic 9(9) comp-5 value zero.
       01  WS-Outcome        pic x(30).
       01  WS-PayName        pic x(30).
       01  WS-PayRef         pic x(16).
       01  WS-EditAmt        pic -(12)9.99.
       01  WS-EditTot        pic -(14)9.99.
       01  WS-EditCust       pic 9(6).
       01  WS-EditUser       pic 9(3).
       01  WS-EditInv        pic 9(12).
       01  WS-EditBatch      pic z(7)9.
       01  WS-EditLines      pic z(8)9.
       01  WS-EditCount      pic z(8)9.

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(36) value
             "CUSTOMER REFUND RUN".
         02  filler          pic x(5) value "USER ".
         02  WS-HeadUser     pic 9(3).
         02  filler          pic x(8) value "  BATCH ".
         02  WS-HeadBatch    pic z(7)9.
         02  filler          pic x(9) value "  DATED ".
         02  WS-HeadDate     pic 9(8).
         02  filler          pic x(4) value space.
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(2) value space.
         02  filler          pic x(9) value "CUSTOMER".
         02  filler          pic x(14) value "INVOICE".
         02  filler          pic x(18) value "        REFUND".
         02  filler          pic x(30) value "OUTCOME".

       01  WS-DetLine.
         02  filler          pic x(2) value space.
         02  WS-DtCust       pic 9(6).
         02  filler          pic x(3) value space.
         02  WS-DtInv        pic 9(12).
         02  filler          pic x(2) value space.
         02  WS-DtAmt        pic z(12)9.99.
         02  filler          pic x(2) value space.
         02  WS-DtText       pic x(30).

       LINKAGE SECTION.
       01  refundFilePath    OBJECT REFERENCE CLASS-STRING.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  custFilePath      OBJECT REFERENCE CLASS-STRING.
       01  historyFile       OBJECT REFERENCE CLASS-STRING.
       01  historySeqPath    OBJECT REFERENCE CLASS-STRING.
       01  periodFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userFilePath      OBJECT REFERENCE CLASS-STRING.
       01  apprQueuePath     OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  reconFilePath     OBJECT REFERENCE CLASS-STRING.
       01  paymentFilePath   OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  journalIn         PIC 9(3).
       01  dateIn            PIC 9(8).

      *    the second half of the refund cycle: every credit an
      *    operator approved for company userIn is posted back to
      *    its invoice as a debit on journalIn, dated dateIn, and
      *    paid out through the payment file for accounts payable or
      *    the bank - one line per refund:
      *        REFUND,batch,company,customer,name,invoice,amount,ref
      *    closed by "TOTALS,total,batch,lines". The batch number is
      *    the next slot on reconFilePath, a file in GrecFile2's
      *    layout kept for refund batches alone, so the bank's
      *    "batch,lines,total" acknowledgment goes through
      *    ImportGLAck against that file exactly as the GL feed's
      *    does. Every refund in the batch carries the batch number
      *    as its histRef. The posting takes the normal gates: a
      *    closed period refuses the whole run, and a refund over
      *    the operator's userAuthLimit parks on the approval queue
      *    instead of posting (audit QUEUE, refund status "Q") - once
      *    a supervisor approves it there, the next run pays it
      *    without posting again; a rejection drops it. A credit
      *    whose balance has moved since it was selected is not paid:
      *    it goes back for selecting, or is dropped if the credit
      *    has gone.
       PROCEDURE DIVISION USING BY VALUE refundFilePath,
               balanceFilePath, custFilePath, historyFile,
               historySeqPath, periodFilePath, userFilePath,
               apprQueuePath, auditFilePath, reconFilePath,
               paymentFilePath, reportFilePath, userIn, journalIn,
               dateIn.
           INVOKE SELF "CheckFunctionAccess"
               USING BY VALUE userIn, WS-SecFunc
               RETURNING WS-SecAccess
           if WS-SecAccess not = "Y"
               display "RefundRun: refused"
               EXIT METHOD
           end-if

           SET pdID2 to periodFilePath
           open INPUT PerdFile2
           if pdStatus2 not = "00" and pdStatus2 not = "05"
               display "RefundRun: open period fail " pdStatus2
               stop run
           end-if
           if pdStatus2 = "00"
               move userIn to perdUser
               move dateIn(1:6) to perdPeriod
               read PerdFile2
                 invalid key
                   continue
                 not invalid key
                   if perdStatus = "C"
                       display "RefundRun: period " perdPeriod
                           " is closed for user " userIn
                           " - refund run refused"
                       close PerdFile2
                       EXIT METHOD
                   end-if
               end-read
           end-if
           close PerdFile2

           SET usID2 to userFilePath
           open INPUT UserFile2
           if usStatus2 not = "00" and usStatus2 not = "05"
               display "RefundRun: open user fail " usStatus2
               stop run
           end-if
           if usStatus2 = "00"
               compute usRelkey2 = userIn + 1
               read UserFile2
                 invalid key
                   continue
                 not invalid key
                   move userAuthLimit to WS-AuthLimit
               end-read
           end-if
           close UserFile2

           SET rfID2  to refundFilePath
           SET baID2  to balanceFilePath
           SET cuID2  to custFilePath
           SET hID2   to historyFile
           SET seqID2 to historySeqPath
           SET aqID2  to apprQueuePath
           SET auID2  to auditFilePath
           SET grID2  to reconFilePath
           SET exID2  to paymentFilePath
           SET rptID2 to reportFilePath

           open I-O RfndFile2
           if rfStatus2 = "05"
               display "RefundRun: no refunds have been selected"
               close RfndFile2
               EXIT METHOD
           end-if
           if rfStatus2 not = "00"
               display "RefundRun: open refund fail " rfStatus2
               stop run
           end-if
           open INPUT BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "RefundRun: open balance fail " baStatus2
               stop run
           end-if
           open INPUT CustFile2
           if cuStatus2 not = "00" and cuStatus2 not = "05"
               display "RefundRun: open customer fail " cuStatus2
               stop run
           end-if
           open I-O ApqFile2
           if aqStatus2 not = "00" and aqStatus2 not = "05"
               display "RefundRun: open approval queue fail "
                   aqStatus2
               stop run
           end-if
           if hOpenSW2 = ZERO
               open I-O HistFile2
               if hStatus2 not = "00" and hStatus2 not = "05"
                   display "RefundRun: open hist fail " hStatus2
                   stop run
               end-if
               move 1 to hOpenSW2
           END-IF
      *    sequence mark read once, rewritten once after the run -
      *    the same batch shape GenerateRecurring uses.
           move 1 to seqRelkey2
           open I-O SeqFile2
           if seqStatus2 not = "00" and seqStatus2 not = "05"
               display "RefundRun: open seq fail " seqStatus2
               stop run
           end-if
           if seqStatus2 = "05"
               move zero to seqNextKey2
               write seqRec2
               if seqStatus2 not = "00"
                   display "RefundRun: seq init fail " seqStatus2
                   stop run
               end-if
           else
               read SeqFile2
               if seqStatus2 not = "00"
                   display "RefundRun: seq read fail " seqStatus2
                   stop run
               end-if
           end-if
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "RefundRun: open audit fail " auStatus2
               stop run
           end-if
           open OUTPUT ExportFile2
           if exStatus2 not = "00"
               display "RefundRun: open payment fail " exStatus2
               stop run
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "RefundRun: open report fail " rptStatus2
               stop run
           end-if

      *    the batch number is the next refund reconciliation slot -
      *    claimed now so every posting and payment line can carry
      *    it, written once the payment file is closed clean. Same
      *    append-by-scan GLPostDayFile uses.
           open I-O GrecFile2
           if grStatus2 not = "00" and grStatus2 not = "05"
               display "RefundRun: open recon fail " grStatus2
               stop run
           end-if
           move 1 to grRelkey2
           move "N" to WS-EOF
           start GrecFile2 key is not less than grRelkey2
             invalid key
               move "Y" to WS-EOF
           end-start
           move zero to grRelkey2
           perform until WS-EOF = "Y"
               read GrecFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   continue
               end-read
           end-perform
           add 1 to grRelkey2
           move grRelkey2 to WS-Batch
           move userIn   to WS-HeadUser
           move WS-Batch to WS-HeadBatch
           move dateIn   to WS-HeadDate

           move userIn to rfndUser
           move zero to rfndInv
           move "N" to WS-EOF
           start RfndFile2 key is not less than rfndKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read RfndFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if rfStatus2 not = "00"
                       display "RefundRun: refund read fail "
                           rfStatus2
                       stop run
                   end-if
                   if rfndUser not = userIn
                       move "Y" to WS-EOF
                   else
                       evaluate rfndStatus
                         when "A"
                           perform REFUND-ONE-APPROVED
                         when "Q"
                           perform REFUND-ONE-QUEUED
                         when other
                           continue
                       end-evaluate
                   end-if
               end-read
           end-perform

           rewrite seqRec2
           if seqStatus2 not = "00"
               display "RefundRun: seq write fail " seqStatus2
               stop run
           end-if
           close SeqFile2

      *    trailer: the control total and the batch and line count
      *    the bank must echo back on its acknowledgment. A run that
      *    paid nothing leaves an empty file and claims no batch.
           if WS-PayCount > zero
               move WS-PayTotal to WS-EditTot
               move WS-Batch    to WS-EditBatch
               move WS-PayCount to WS-EditLines
               move space to exportRec2
               STRING
                   "TOTALS,"    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EditTot) DELIMITED BY SIZE
                   ","          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EditBatch) DELIMITED BY SIZE
                   ","          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EditLines) DELIMITED BY SIZE
                   INTO exportRec2
               END-STRING
               write exportRec2
               if exStatus2 not = "00"
                   display "RefundRun: payment write fail " exStatus2
                   stop run
               end-if
           end-if
           close ExportFile2
           if WS-PayCount > zero
               move spaces      to grecRec
               accept grecDate  from DATE YYYYMMDD
               accept grecTime  from TIME
               move WS-PayCount to grecLines
               move WS-PayTotal to grecTotal
               move zero        to grecAckDate
               move zero        to grecAckLines
               move zero        to grecAckTotal
               move "R"         to grecStatus
               write grecRec
               if grStatus2 not = "00"
                   display "RefundRun: recon write fail " grStatus2
                   stop run
               end-if
           end-if
           close GrecFile2

           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move WS-PayCount to WS-EditCount
           move WS-PayTotal to WS-EditTot
           move space to WS-PrintLine
           STRING "  PAID                 " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               "   CONTROL TOTAL "       DELIMITED BY SIZE
               WS-EditTot DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           move WS-QueueCount to WS-EditCount
           move space to WS-PrintLine
           STRING "  QUEUED FOR APPROVAL  " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           move WS-BackCount to WS-EditCount
           move space to WS-PrintLine
           STRING "  NOT PAID - MOVED     " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE

           close RfndFile2
           close BalFile2
           close CustFile2
           close ApqFile2
           close HistFile2
           move zero to hOpenSW2
           close AudFile2
           close RptFile2
           display "RefundRun: batch " WS-Batch " - " WS-PayCount
               " refunds paid, " WS-QueueCount " queued, "
               WS-BackCount " not paid"
           EXIT METHOD.

      *    an approved credit: still the credit it was when selected,
      *    then through the limit gate, then posted and paid.
       REFUND-ONE-APPROVED.
           move rfndUser to balUser
           move rfndInv  to balInv
           read BalFile2
             invalid key
               move zero to balAmt
               move zero to balCount
           end-read
           if balAmt not < zero or balCount not = rfndBalCount
                   or zero - balAmt not = rfndAmt
               add 1 to WS-BackCount
               if balAmt < zero
                   move "S" to rfndStatus
                   move "BALANCE MOVED - SELECT AGAIN" to WS-Outcome
               else
                   move "X" to rfndStatus
                   move "NO LONGER IN CREDIT - DROPPED" to WS-Outcome
               end-if
               perform REWRITE-REFUND
               perform PRINT-REFUND-LINE
               EXIT PARAGRAPH
           end-if
           if WS-AuthLimit not = zero and rfndAmt > WS-AuthLimit
               perform QUEUE-REFUND
               add 1 to WS-QueueCount
               move "Q" to rfndStatus
               move "OVER LIMIT - QUEUED FOR APPROVAL" to WS-Outcome
               perform REWRITE-REFUND
               perform PRINT-REFUND-LINE
               EXIT PARAGRAPH
           end-if
           perform POST-REFUND
           perform PAY-REFUND
           move "PAID" to WS-Outcome
           perform PRINT-REFUND-LINE.

      *    a refund parked on the approval queue by an earlier run:
      *    approved there means ApprovePosting has posted it and it
      *    only wants paying; rejected means it is dropped.
       REFUND-ONE-QUEUED.
           move rfndQueueKey to aqRelkey2
           read ApqFile2
             invalid key
               move space to apqStatus
           end-read
           evaluate apqStatus
             when "A"
               perform PAY-REFUND
               move "PAID - SUPERVISOR APPROVED" to WS-Outcome
               perform PRINT-REFUND-LINE
             when "R"
               move "X" to rfndStatus
               perform REWRITE-REFUND
               move "SUPERVISOR REJECTED - DROPPED" to WS-Outcome
               perform PRINT-REFUND-LINE
             when other
               continue
           end-evaluate.

       POST-REFUND.
           add 1 to seqNextKey2
           move seqNextKey2 to hRelkey2
           move dateIn(1:4) to histGen
           move hRelkey2    to histSub
           move rfndInv     to histInv
           move dateIn      to histDate
           move WS-Batch    to histRef
           move journalIn   to histJr
           move userIn      to histIntroUser
           move dateIn      to histIntroDate
           move "CUSTOMER REFUND" to histDesc
           move rfndAmt     to histAmt
           move space       to histExtra
           move zero        to histLinkSub
           move zero        to histTax
           write histRec
           end-write
           if hStatus2 not = "00"
               display "RefundRun: write fail " hStatus2
               stop run
           end-if
           move histSub to rfndSub
           move spaces    to audRec
           accept audDate from DATE YYYYMMDD
           accept audTime from TIME
           move userIn    to audUser
           move "REFUND"  to audOper
           move histSub   to audKey
           move histInv   to audInv
           move histAmt   to audAmt
           write audRec
           if auStatus2 not = "00"
               display "RefundRun: audit write fail " auStatus2
               stop run
           end-if.

      *    the posting parked whole under the next queue slot, the
      *    way AddHistoryRecord queues one, with its trail line.
       QUEUE-REFUND.
           move 1 to aqRelkey2
           move "N" to WS-QEOF
           start ApqFile2 key is not less than aqRelkey2
             invalid key
               move "Y" to WS-QEOF
           end-start
           move zero to aqRelkey2
           perform until WS-QEOF = "Y"
               read ApqFile2 next record
                 at end
                   move "Y" to WS-QEOF
                 not at end
                   continue
               end-read
           end-perform
           add 1 to aqRelkey2
           move rfndInv    to apqInv
           move dateIn     to apqDate
           move WS-Batch   to apqRef
           move journalIn  to apqJr
           move userIn     to apqUser
           move "CUSTOMER REFUND" to apqDesc
           move rfndAmt    to apqAmt
           move space      to apqCurr
           move zero       to apqTax
           move zero       to apqIcPartner
           move userIn     to apqOper
           move "P"        to apqStatus
           move zero       to apqSupvr
           move zero       to apqRuleDate
           write apqRec
           if aqStatus2 not = "00"
               display "RefundRun: approval queue write fail "
                   aqStatus2
               stop run
           end-if
           move aqRelkey2 to rfndQueueKey
           move spaces    to audRec
           accept audDate from DATE YYYYMMDD
           accept audTime from TIME
           move userIn    to audUser
           move "QUEUE"   to audOper
           move aqRelkey2 to audKey
           move rfndInv   to audInv
           move rfndAmt   to audAmt
           write audRec
           if auStatus2 not = "00"
               display "RefundRun: audit write fail " auStatus2
               stop run
           end-if.

      *    one payment line; a comma in the customer's name would
      *    shift every field after it, so it goes.
       PAY-REFUND.
           if rfndCust = zero
               move "NO CUSTOMER LINK" to WS-PayName
           else
               move rfndCust to custNum
               read CustFile2
                 invalid key
                   move "CUSTOMER NOT ON FILE" to custName
               end-read
               move custName to WS-PayName
           end-if
           inspect WS-PayName replacing all "," by space
           move rfndAmt  to WS-EditAmt
           move WS-Batch to WS-EditBatch
           move rfndUser to WS-EditUser
           move rfndCust to WS-EditCust
           move rfndInv  to WS-EditInv
           move space to WS-PayRef
           STRING "R" DELIMITED BY SIZE
               WS-EditUser DELIMITED BY SIZE
               WS-EditInv  DELIMITED BY SIZE
               INTO WS-PayRef
           END-STRING
           move space to exportRec2
           STRING
               "REFUND,"    DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditBatch) DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-EditUser  DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-EditCust  DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               FUNCTION TRIM(WS-PayName) DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-EditInv   DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditAmt) DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-PayRef    DELIMITED BY SPACE
               INTO exportRec2
           END-STRING
           write exportRec2
           if exStatus2 not = "00"
               display "RefundRun: payment write fail " exStatus2
               stop run
           end-if
           add 1 to WS-PayCount
           add rfndAmt to WS-PayTotal
           move "P"      to rfndStatus
           move WS-Batch to rfndBatch
           move dateIn   to rfndPayDate
           perform REWRITE-REFUND.

       REWRITE-REFUND.
           rewrite rfndRec
           if rfStatus2 not = "00"
               display "RefundRun: refund rewrite fail " rfStatus2
               stop run
           end-if.

       PRINT-REFUND-LINE.
           move rfndCust   to WS-DtCust
           move rfndInv    to WS-DtInv
           move rfndAmt    to WS-DtAmt
           move WS-Outcome to WS-DtText
           move WS-DetLine to WS-PrintLine
           perform WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "RefundRun: write fail " rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "RefundRun: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD REFUNDRUN.

       METHOD-ID. WRITEOFFSELECTION AS "WriteOffSelection".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-WEOF           pic x.
       01  WS-AgeDays        pic S9(9) comp-5 value zero.
       01  WS-ParmUser       pic 9(3) value zero.
       01  WS-ParmSW         pic x value "N".
       01  WS-FirstSW        pic x value "Y".
       01  WS-CoListed       pic x value "N".
       01  WS-Abs            pic 9(12)V99 value zero.
       01  WS-Condition      pic x(30).
       01  WS-LastSW         pic x.
       01  WS-LastSeq        pic 9(3).
       01  WS-LastStatus     pic x.
       01  WS-LastCount      pic 9(9).
       01  WS-LastAmt        pic S9(12)V99.
       01  WS-SweepCount     pic 9(9) comp-5 value zero.
       01  WS-CoSel          pic 9(9) comp-5 value zero.
       01  WS-CoDebit        pic 9(13)V99 value zero.
       01  WS-CoCredit       pic 9(13)V99 value zero.
       01  WS-SelCount       pic 9(9) comp-5 value zero.
       01  WS-DropCount      pic 9(9) comp-5 value zero.
       01  WS-OtherCount     pic 9(9) comp-5 value zero.
       01  WS-GrandDebit     pic 9(15)V99 value zero.
       01  WS-GrandCredit    pic 9(15)V99 value zero.
       01  WS-EditCount      pic z(8)9.

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

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(36) value
             "SMALL BALANCE WRITE-OFF SELECTION".
         02  filler          pic x(5) value "USER ".
         02  WS-HeadUser     pic x(3).
         02  filler          pic x(8) value "  AS OF ".
         02  WS-HeadAsOf     pic 9(8).
         02  filler          pic x(4) value space.
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(2) value space.
         02  filler          pic x(5) value "CO".
         02  filler          pic x(14) value "INVOICE".
         02  filler          pic x(14) value "       DEBIT".
         02  filler          pic x(14) value "      CREDIT".
         02  filler          pic x(11) value "LAST POST".
         02  filler          pic x(7) value "  AGE".
         02  filler          pic x(30) value "CONDITION".

       01  WS-CoHead.
         02  filler          pic x(2) value space.
         02  filler          pic x(8) value "COMPANY ".
         02  WS-ChUser       pic 9(3).
         02  filler          pic x(9) value "  DEBITS ".
         02  WS-ChDebit      pic z(4)9.99.
         02  filler          pic x(10) value "  CREDITS ".
         02  WS-ChCredit     pic z(4)9.99.
         02  filler          pic x(10) value "  MIN AGE ".
         02  WS-ChAge        pic zz9.
         02  filler          pic x(10) value "  JOURNAL ".
         02  WS-ChJr         pic 9(3).

       01  WS-DetLine.
         02  filler          pic x(2) value space.
         02  WS-DtUser       pic 9(3).
         02  filler          pic x(2) value space.
         02  WS-DtInv        pic 9(12).
         02  filler          pic x(2) value space.
         02  WS-DtDebit      pic z(9)9.99.
         02  filler          pic x(1) value space.
         02  WS-DtCredit     pic z(9)9.99.
         02  filler          pic x(2) value space.
         02  WS-DtLast       pic 9(8).
         02  filler          pic x(1) value space.
         02  WS-DtAge        pic zzzzz9.
         02  filler          pic x(2) value space.
         02  WS-DtText       pic x(30).

       01  WS-TotLine.
         02  filler          pic x(2) value space.
         02  WS-TtLabel      pic x(10).
         02  WS-TtItems      pic zzzzz9.
         02  WS-TtDebit      pic z(11)9.99.
         02  filler          pic x(1) value space.
         02  WS-TtCredit     pic z(11)9.99.

       LINKAGE SECTION.
       01  paramFilePath     OBJECT REFERENCE CLASS-STRING.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  disputeFilePath   OBJECT REFERENCE CLASS-STRING.
       01  planFilePath      OBJECT REFERENCE CLASS-STRING.
       01  refundFilePath    OBJECT REFERENCE CLASS-STRING.
       01  writeOffFilePath  OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  asOfDateIn        PIC 9(8).

      *    the first half of the write-off cycle: every open balance
      *    within its company's write-off tolerance - a debit up to
      *    wopmDebitTol, a credit up to wopmCreditTol - that has not
      *    been posted to for wopmMinAge days or more on asOfDateIn
      *    (business days when the object is armed for them), listed
      *    by company for review and put on WoffFile2 as selected.
      *    A company with no tolerance record has nothing selected; a
      *    tolerance of zero leaves that side alone. Left out, and
      *    listed with the reason: an invoice under open dispute, on
      *    an active payment plan, or somewhere in the refund cycle.
      *    Whatever was selected last time and not written off is
      *    taken back first, so the listing is always the whole of
      *    what the next WriteOffRun will post. A residue the
      *    reviewer dropped (ReviewWriteOff) stays dropped while the
      *    balance stands still; one posted but not yet through the
      *    conversion, queued for a supervisor, or rejected by one
      *    is listed and left alone. userIn zero means every company.
       PROCEDURE DIVISION USING BY VALUE paramFilePath,
               balanceFilePath, disputeFilePath, planFilePath,
               refundFilePath, writeOffFilePath, reportFilePath,
               userIn, asOfDateIn.
           move asOfDateIn to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
               display "WriteOffSelection: as-of date " asOfDateIn
                   " is not a real calendar date"
               stop run
           end-if
           SET wpID2  to paramFilePath
           SET baID2  to balanceFilePath
           SET dsID2  to disputeFilePath
           SET plID2  to planFilePath
           SET rfID2  to refundFilePath
           SET woID2  to writeOffFilePath
           SET rptID2 to reportFilePath

           open INPUT WopmFile2
           if wpStatus2 not = "00" and wpStatus2 not = "05"
               display "WriteOffSelection: open tolerance fail "
                   wpStatus2
               stop run
           end-if
           open INPUT BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "WriteOffSelection: open balance fail "
                   baStatus2
               stop run
           end-if
           open INPUT DispFile2
           if dsStatus2 not = "00" and dsStatus2 not = "05"
               display "WriteOffSelection: open dispute fail "
                   dsStatus2
               stop run
           end-if
           open INPUT PlanFile2
           if plStatus2 not = "00" and plStatus2 not = "05"
               display "WriteOffSelection: open plan fail " plStatus2
               stop run
           end-if
           open INPUT RfndFile2
           if rfStatus2 not = "00" and rfStatus2 not = "05"
               display "WriteOffSelection: open refund fail "
                   rfStatus2
               stop run
           end-if
           open I-O WoffFile2
           if woStatus2 not = "00" and woStatus2 not = "05"
               display "WriteOffSelection: open write-off fail "
                   woStatus2
               stop run
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "WriteOffSelection: open report fail "
                   rptStatus2
               stop run
           end-if
           if userIn = zero
               move "ALL" to WS-HeadUser
           else
               move userIn to WS-HeadUser
           end-if
           move asOfDateIn to WS-HeadAsOf

      *    last time's selection is taken back before this one is
      *    made - a residue that has since fallen out of tolerance
      *    or been paid must not ride along into the run.
           move low-values to woffKey1
           if userIn not = zero
               move userIn to woffUser
           end-if
           move "N" to WS-WEOF
           start WoffFile2 key is not less than woffKey1
             invalid key
               move "Y" to WS-WEOF
           end-start
           perform until WS-WEOF = "Y"
               read WoffFile2 next record
                 at end
                   move "Y" to WS-WEOF
                 not at end
                   if userIn not = zero and woffUser not = userIn
                       move "Y" to WS-WEOF
                   else
                       if woffStatus = "S"
                           delete WoffFile2 record
                           if woStatus2 not = "00"
                               display "WriteOffSelection: "
                                   "write-off delete fail " woStatus2
                               stop run
                           end-if
                           add 1 to WS-SweepCount
                       end-if
                   end-if
               end-read
           end-perform

           move low-values to balKey1
           if userIn not = zero
               move userIn to balUser
           end-if
           move "N" to WS-EOF
           start BalFile2 key is not less than balKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read BalFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if baStatus2 not = "00"
                       display "WriteOffSelection: read fail "
                           baStatus2
                       stop run
                   end-if
                   if userIn not = zero and balUser not = userIn
                       move "Y" to WS-EOF
                   else
                       if WS-FirstSW = "Y" or balUser not = WS-ParmUser
                           perform START-COMPANY
                       end-if
                       if WS-ParmSW = "Y" and balAmt not = zero
                           perform CHECK-ONE-BALANCE
                       end-if
                   end-if
               end-read
           end-perform
           if WS-CoListed = "Y"
               perform PRINT-COMPANY-TOTAL
           end-if
           if WS-PageCount = zero
               move "  NO BALANCES WITHIN THE WRITE-OFF TOLERANCES"
                   to WS-PrintLine
               perform WRITE-RPT-LINE
           end-if
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move "ALL" to WS-TtLabel
           move WS-SelCount    to WS-TtItems
           move WS-GrandDebit  to WS-TtDebit
           move WS-GrandCredit to WS-TtCredit
           move WS-TotLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move WS-DropCount to WS-EditCount
           move space to WS-PrintLine
           STRING "  DROPPED BY REVIEWER    " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           move WS-OtherCount to WS-EditCount
           move space to WS-PrintLine
           STRING "  LEFT FOR NOW           " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE

           close WopmFile2
           close BalFile2
           close DispFile2
           close PlanFile2
           close RfndFile2
           close WoffFile2
           close RptFile2
           display "WriteOffSelection: " WS-SelCount " selected, "
               WS-DropCount " dropped, " WS-OtherCount
               " left for now, " WS-SweepCount " taken back"
           EXIT METHOD.

      *    a new company in the balance file - its tolerances, if
      *    it has any.
       START-COMPANY.
           if WS-CoListed = "Y"
               perform PRINT-COMPANY-TOTAL
           end-if
           move "N" to WS-FirstSW
           move balUser to WS-ParmUser
           move balUser to wopmUser
           move "Y" to WS-ParmSW
           read WopmFile2
             invalid key
               move "N" to WS-ParmSW
           end-read.

      *    in tolerance, old enough, and nothing else has a claim on
      *    it - then it is a write-off candidate.
       CHECK-ONE-BALANCE.
           if balAmt > zero
               if balAmt > wopmDebitTol
                   EXIT PARAGRAPH
               end-if
               move balAmt to WS-Abs
           else
               compute WS-Abs = zero - balAmt
               if WS-Abs > wopmCreditTol
                   EXIT PARAGRAPH
               end-if
           end-if
           move balLastDate to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
               EXIT PARAGRAPH
           end-if
           INVOKE SELF "AgeInDays" USING BY VALUE balUser,
               balLastDate, asOfDateIn RETURNING WS-AgeDays
           if WS-AgeDays < wopmMinAge
               EXIT PARAGRAPH
           end-if
           move space to WS-Condition
           perform CHECK-EXCLUDED
           if WS-Condition = space
               perform SELECT-ONE-RESIDUE
           else
               add 1 to WS-OtherCount
           end-if
           perform PRINT-RESIDUE-LINE.

      *    a dispute, a payment plan or a refund each mean somebody
      *    is still working the balance - it is not a residue yet.
       CHECK-EXCLUDED.
           move balInv to dispInv
           read DispFile2
             invalid key
               continue
             not invalid key
               if dispStatus = "O" and dispUser = balUser
                   move "OPEN DISPUTE" to WS-Condition
                   EXIT PARAGRAPH
               end-if
           end-read
           move balUser to planUser
           move balInv  to planInv
           move zero    to planSeq
           read PlanFile2
             invalid key
               continue
             not invalid key
               if planStatus = "A"
                   move "ON PAYMENT PLAN" to WS-Condition
                   EXIT PARAGRAPH
               end-if
           end-read
           move balUser to rfndUser
           move balInv  to rfndInv
           read RfndFile2
             invalid key
               continue
             not invalid key
               if rfndStatus = "S" or rfndStatus = "A"
                       or rfndStatus = "Q"
                       or (rfndStatus = "P"
                           and rfndBalCount = balCount)
                   move "IN REFUND CYCLE" to WS-Condition
               end-if
           end-read.

      *    the invoice's latest write-off row decides what happens:
      *    none, or an earlier write-off the balance has moved on
      *    from, takes a new row; one the reviewer dropped is
      *    selected again only when the balance has moved since it
      *    was dropped, while one the run sent back ("B") is weighed
      *    afresh like any other.
       SELECT-ONE-RESIDUE.
           move "N" to WS-LastSW
           move zero to WS-LastSeq
           move balUser to woffUser
           move balInv  to woffInv
           move zero    to woffSeq
           move "N" to WS-WEOF
           start WoffFile2 key is not less than woffKey1
             invalid key
               move "Y" to WS-WEOF
           end-start
           perform until WS-WEOF = "Y"
               read WoffFile2 next record
                 at end
                   move "Y" to WS-WEOF
                 not at end
                   if woffUser not = balUser or woffInv not = balInv
                       move "Y" to WS-WEOF
                   else
                       move "Y"          to WS-LastSW
                       move woffSeq      to WS-LastSeq
                       move woffStatus   to WS-LastStatus
                       move woffBalCount to WS-LastCount
                       move woffAmt      to WS-LastAmt
                   end-if
               end-read
           end-perform
           if WS-LastSW = "N"
               move 1 to WS-LastSeq
               perform WRITE-RESIDUE-ROW
               EXIT PARAGRAPH
           end-if
           evaluate WS-LastStatus
             when "X"
               if WS-LastCount = balCount and WS-LastAmt = balAmt
                   move "DROPPED BY REVIEWER" to WS-Condition
                   add 1 to WS-DropCount
               else
                   perform REUSE-RESIDUE-ROW
               end-if
             when "Q"
               move "AWAITING SUPERVISOR" to WS-Condition
               add 1 to WS-OtherCount
             when "P"
               if WS-LastCount = balCount
                   move "POSTED - NOT YET CONVERTED" to WS-Condition
                   add 1 to WS-OtherCount
               else
                   add 1 to WS-LastSeq
                   perform WRITE-RESIDUE-ROW
               end-if
             when "R"
               if WS-LastCount = balCount
                   move "REJECTED BY SUPERVISOR" to WS-Condition
                   add 1 to WS-OtherCount
               else
                   add 1 to WS-LastSeq
                   perform WRITE-RESIDUE-ROW
               end-if
             when other
               perform REUSE-RESIDUE-ROW
           end-evaluate.

       WRITE-RESIDUE-ROW.
           move balUser    to woffUser
           move balInv     to woffInv
           move WS-LastSeq to woffSeq
           perform FILL-RESIDUE-ROW
           write woffRec
           if woStatus2 not = "00"
               display "WriteOffSelection: write-off write fail "
                   woStatus2
               stop run
           end-if
           perform COUNT-SELECTED.

       REUSE-RESIDUE-ROW.
           move balUser    to woffUser
           move balInv     to woffInv
           move WS-LastSeq to woffSeq
           read WoffFile2
             invalid key
               display "WriteOffSelection: write-off reread fail "
                   woStatus2
               stop run
           end-read
           perform FILL-RESIDUE-ROW
           rewrite woffRec
           if woStatus2 not = "00"
               display "WriteOffSelection: write-off rewrite fail "
                   woStatus2
               stop run
           end-if
           perform COUNT-SELECTED.

       FILL-RESIDUE-ROW.
           move balAmt      to woffAmt
           move balCount    to woffBalCount
           move balLastDate to woffLastDate
           move asOfDateIn  to woffSelDate
           move "S"         to woffStatus
           move wopmJr      to woffJr
           move zero        to woffBatch
           move zero        to woffQueueKey
           move zero        to woffSub
           move zero        to woffPostDate
           move zero        to woffOperator.

       COUNT-SELECTED.
           move "SELECTED" to WS-Condition
           add 1 to WS-SelCount
           add 1 to WS-CoSel
           if balAmt > zero
               add WS-Abs to WS-CoDebit
           else
               add WS-Abs to WS-CoCredit
           end-if.

       PRINT-RESIDUE-LINE.
           if WS-CoListed = "N"
               move space to WS-PrintLine
               perform WRITE-RPT-LINE
               move wopmUser      to WS-ChUser
               move wopmDebitTol  to WS-ChDebit
               move wopmCreditTol to WS-ChCredit
               move wopmMinAge    to WS-ChAge
               move wopmJr        to WS-ChJr
               move WS-CoHead to WS-PrintLine
               perform WRITE-RPT-LINE
               move "Y" to WS-CoListed
           end-if
           move balUser to WS-DtUser
           move balInv  to WS-DtInv
           if balAmt > zero
               move WS-Abs to WS-DtDebit
               move zero   to WS-DtCredit
           else
               move zero   to WS-DtDebit
               move WS-Abs to WS-DtCredit
           end-if
           move balLastDate  to WS-DtLast
           move WS-AgeDays   to WS-DtAge
           move WS-Condition to WS-DtText
           move WS-DetLine to WS-PrintLine
           perform WRITE-RPT-LINE.

       PRINT-COMPANY-TOTAL.
           move "SELECTED" to WS-TtLabel
           move WS-CoSel    to WS-TtItems
           move WS-CoDebit  to WS-TtDebit
           move WS-CoCredit to WS-TtCredit
           move WS-TotLine to WS-PrintLine
           perform WRITE-RPT-LINE
           add WS-CoDebit  to WS-GrandDebit
           add WS-CoCredit to WS-GrandCredit
           move zero to WS-CoSel
           move zero to WS-CoDebit
           move zero to WS-CoCredit
           move "N" to WS-CoListed.

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

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "WriteOffSelection: write fail " rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "WriteOffSelection: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD WRITEOFFSELECTION.

       METHOD-ID. REVIEWWRITEOFF AS "ReviewWriteOff".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SecFunc        pic x(8) value "WRITEOFF".
       01  WS-SecAccess      pic x.
       01  WS-WEOF           pic x.
       01  WS-LastSW         pic x.
       01  WS-LastSeq        pic 9(3).

       LINKAGE SECTION.
       01  writeOffFilePath  OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  invoiceIn         PIC 9(12).
       01  operatorIn        PIC 9(3).
       01  actionIn          PIC X.

      *    the reviewer's ruling on one residue off the selection
      *    listing: actionIn "X" drops a selected residue so the run
      *    leaves it alone, "S" puts a dropped one back. The ruling
      *    holds until the balance moves. Each goes on the trail as
      *    WOFFDROP or WOFFKEEP, company in the key.
       PROCEDURE DIVISION USING BY VALUE writeOffFilePath,
               auditFilePath, userIn, invoiceIn, operatorIn, actionIn.
           INVOKE SELF "CheckFunctionAccess"
               USING BY VALUE operatorIn, WS-SecFunc
               RETURNING WS-SecAccess
           if WS-SecAccess not = "Y"
               display "ReviewWriteOff: refused"
               EXIT METHOD
           end-if
           if actionIn not = "X" and actionIn not = "S"
               display "ReviewWriteOff: action must be X or S"
               EXIT METHOD
           end-if
           SET woID2 to writeOffFilePath
           open I-O WoffFile2
           if woStatus2 not = "00" and woStatus2 not = "05"
               display "ReviewWriteOff: open write-off fail "
                   woStatus2
               stop run
           end-if
           move "N" to WS-LastSW
           move userIn    to woffUser
           move invoiceIn to woffInv
           move zero      to woffSeq
           move "N" to WS-WEOF
           start WoffFile2 key is not less than woffKey1
             invalid key
               move "Y" to WS-WEOF
           end-start
           perform until WS-WEOF = "Y"
               read WoffFile2 next record
                 at end
                   move "Y" to WS-WEOF
                 not at end
                   if woffUser not = userIn or woffInv not = invoiceIn
                       move "Y" to WS-WEOF
                   else
                       move "Y"     to WS-LastSW
                       move woffSeq to WS-LastSeq
                   end-if
               end-read
           end-perform
           if WS-LastSW = "N"
               display "ReviewWriteOff: invoice " invoiceIn
                   " is not selected for write-off"
               close WoffFile2
               EXIT METHOD
           end-if
           move userIn     to woffUser
           move invoiceIn  to woffInv
           move WS-LastSeq to woffSeq
           read WoffFile2
             invalid key
               display "ReviewWriteOff: write-off reread fail "
                   woStatus2
               stop run
           end-read
           if actionIn = "X" and woffStatus not = "S"
               display "ReviewWriteOff: invoice " invoiceIn
                   " is not awaiting write-off (" woffStatus ")"
               close WoffFile2
               EXIT METHOD
           end-if
           if actionIn = "S" and woffStatus not = "X"
               display "ReviewWriteOff: invoice " invoiceIn
                   " was not dropped (" woffStatus ")"
               close WoffFile2
               EXIT METHOD
           end-if
           move actionIn   to woffStatus
           move operatorIn to woffOperator
           rewrite woffRec
           if woStatus2 not = "00"
               display "ReviewWriteOff: rewrite fail " woStatus2
               stop run
           end-if
           close WoffFile2

           SET auID2 to auditFilePath
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "ReviewWriteOff: open audit fail " auStatus2
               stop run
           end-if
           move spaces      to audRec
           accept audDate   from DATE YYYYMMDD
           accept audTime   from TIME
           move operatorIn  to audUser
           if actionIn = "X"
               move "WOFFDROP" to audOper
           else
               move "WOFFKEEP" to audOper
           end-if
           move userIn      to audKey
           move invoiceIn   to audInv
           move woffAmt     to audAmt
           write audRec
           if auStatus2 not = "00"
               display "ReviewWriteOff: audit write fail " auStatus2
               stop run
           end-if
           close AudFile2
       END METHOD REVIEWWRITEOFF.
       METHOD-ID. WRITEOFFRUN AS "WriteOffRun".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SecFunc        pic x(8) value "WRITEOFF".
       01  WS-SecAccess      pic x.
       01  WS-EOF            pic A(1).
       01  WS-QEOF           pic x.
       01  WS-MapSW          pic x.
       01  WS-AuthLimit      pic 9(12)V99 value zero.
       01  WS-Batch          pic 9(8) value zero.
       01  WS-Abs            pic 9(12)V99 value zero.
       01  WS-BatchTotal     pic 9(15)V99 value zero.
       01  WS-BatchCount     pic 9(9) comp-5 value zero.
       01  WS-QueueSW        pic x value "N".
       01  WS-QueueNext      pic 9(8) value zero.
       01  WS-PostCount      pic 9(9) comp-5 value zero.
       01  WS-PostDebit      pic 9(15)V99 value zero.
       01  WS-PostCredit     pic 9(15)V99 value zero.
       01  WS-QueueCount     pic 9(9) comp-5 value zero.
       01  WS-SettleCount    pic 9(9) comp-5 value zero.
       01  WS-BackCount      pic 9(9) comp-5 value zero.
       01  WS-Outcome        pic x(36).
       01  WS-EditTot        pic z(14)9.99.
       01  WS-EditLimit      pic z(11)9.99.
       01  WS-EditCount      pic z(8)9.

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(36) value
             "SMALL BALANCE WRITE-OFF RUN".
         02  filler          pic x(5) value "USER ".
         02  WS-HeadUser     pic 9(3).
         02  filler          pic x(8) value "  BATCH ".
         02  WS-HeadBatch    pic z(7)9.
         02  filler          pic x(9) value "  DATED ".
         02  WS-HeadDate     pic 9(8).
         02  filler          pic x(10) value "  JOURNAL ".
         02  WS-HeadJr       pic 9(3).
         02  filler          pic x(4) value space.
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(2) value space.
         02  filler          pic x(14) value "INVOICE".
         02  filler          pic x(14) value "       DEBIT".
         02  filler          pic x(14) value "      CREDIT".
         02  filler          pic x(36) value "OUTCOME".

       01  WS-DetLine.
         02  filler          pic x(2) value space.
         02  WS-DtInv        pic 9(12).
         02  filler          pic x(2) value space.
         02  WS-DtDebit      pic z(9)9.99.
         02  filler          pic x(1) value space.
         02  WS-DtCredit     pic z(9)9.99.
         02  filler          pic x(2) value space.
         02  WS-DtText       pic x(36).

       01  WS-TotLine.
         02  filler          pic x(2) value space.
         02  WS-TtLabel      pic x(10).
         02  WS-TtItems      pic zzzzz9.
         02  WS-TtDebit      pic z(11)9.99.
         02  filler          pic x(1) value space.
         02  WS-TtCredit     pic z(11)9.99.

       LINKAGE SECTION.
       01  paramFilePath     OBJECT REFERENCE CLASS-STRING.
       01  writeOffFilePath  OBJECT REFERENCE CLASS-STRING.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  historyFile       OBJECT REFERENCE CLASS-STRING.
       01  historySeqPath    OBJECT REFERENCE CLASS-STRING.
       01  periodFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userFilePath      OBJECT REFERENCE CLASS-STRING.
       01  journalFilePath   OBJECT REFERENCE CLASS-STRING.
       01  glMapFilePath     OBJECT REFERENCE CLASS-STRING.
       01  apprQueuePath     OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  operatorIn        PIC 9(3).
       01  dateIn            PIC 9(8).

      *    the second half of the write-off cycle: every residue
      *    still selected for company userIn is posted to HistFile2
      *    for the next conversion, on the company's write-off
      *    journal (wopmJr) for the opposite of the balance, so the
      *    invoice comes out at zero, histRef the write-off batch
      *    number. The journal must be active and carry its own GL
      *    mapping, so the GL feed has somewhere to put the expense;
      *    the run refuses without both, and refuses in a closed
      *    period. The batch is taken as a whole: when its total -
      *    debits and credits alike - is over the operator's
      *    userAuthLimit, every item in it goes on the approval
      *    queue instead (audit WOFFQUE, status "Q") and posts when a
      *    supervisor approves it there; the next run marks it
      *    posted, or rejected. A residue whose balance has moved
      *    since it was selected, or that is out of tolerance now,
      *    is not written off and goes back for selecting. Each
      *    posting goes on the trail as WRITEOFF.
       PROCEDURE DIVISION USING BY VALUE paramFilePath,
               writeOffFilePath, balanceFilePath, historyFile,
               historySeqPath, periodFilePath, userFilePath,
               journalFilePath, glMapFilePath, apprQueuePath,
               auditFilePath, reportFilePath, userIn, operatorIn,
               dateIn.
           INVOKE SELF "CheckFunctionAccess"
               USING BY VALUE operatorIn, WS-SecFunc
               RETURNING WS-SecAccess
           if WS-SecAccess not = "Y"
               display "WriteOffRun: refused"
               EXIT METHOD
           end-if

           SET wpID2 to paramFilePath
           open INPUT WopmFile2
           if wpStatus2 not = "00" and wpStatus2 not = "05"
               display "WriteOffRun: open tolerance fail " wpStatus2
               stop run
           end-if
           move userIn to wopmUser
           read WopmFile2
             invalid key
               display "WriteOffRun: no write-off tolerances for user "
                   userIn " - run refused"
               close WopmFile2
               EXIT METHOD
           end-read
           close WopmFile2

      *    the write-off journal: active on the journal file, and
      *    mapped to its GL accounts.
           SET jlID2 to journalFilePath
           open INPUT JrnlFile2
           if jlStatus2 not = "00" and jlStatus2 not = "05"
               display "WriteOffRun: open journal fail " jlStatus2
               stop run
           end-if
           move space to jrnlActive
           compute jlRelkey2 = wopmJr + 1
           read JrnlFile2
             invalid key
               move space to jrnlActive
           end-read
           close JrnlFile2
           if jrnlActive not = "Y"
               display "WriteOffRun: write-off journal " wopmJr
                   " is not an active journal - run refused"
               EXIT METHOD
           end-if
           SET gmID2 to glMapFilePath
           open INPUT GlmFile2
           if gmStatus2 not = "00" and gmStatus2 not = "05"
               display "WriteOffRun: open map fail " gmStatus2
               stop run
           end-if
           move "Y" to WS-MapSW
           compute gmRelkey2 = wopmJr + 1
           read GlmFile2
             invalid key
               move "N" to WS-MapSW
           end-read
           close GlmFile2
           if WS-MapSW not = "Y" or glmpDebitAcct = space
                   or glmpOffsetAcct = space
               display "WriteOffRun: write-off journal " wopmJr
                   " has no GL mapping - run refused"
               EXIT METHOD
           end-if

           SET pdID2 to periodFilePath
           open INPUT PerdFile2
           if pdStatus2 not = "00" and pdStatus2 not = "05"
               display "WriteOffRun: open period fail " pdStatus2
               stop run
           end-if
           if pdStatus2 = "00"
               move userIn to perdUser
               move dateIn(1:6) to perdPeriod
               read PerdFile2
                 invalid key
                   continue
                 not invalid key
                   if perdStatus = "C"
                       display "WriteOffRun: period " perdPeriod
                           " is closed for user " userIn
                           " - write-off run refused"
                       close PerdFile2
                       EXIT METHOD
                   end-if
               end-read
           end-if
           close PerdFile2

           SET usID2 to userFilePath
           open INPUT UserFile2
           if usStatus2 not = "00" and usStatus2 not = "05"
               display "WriteOffRun: open user fail " usStatus2
               stop run
           end-if
           if usStatus2 = "00"
               compute usRelkey2 = operatorIn + 1
               read UserFile2
                 invalid key
                   continue
                 not invalid key
                   move userAuthLimit to WS-AuthLimit
               end-read
           end-if
           close UserFile2

           SET woID2  to writeOffFilePath
           SET baID2  to balanceFilePath
           SET hID2   to historyFile
           SET seqID2 to historySeqPath
           SET aqID2  to apprQueuePath
           SET auID2  to auditFilePath
           SET rptID2 to reportFilePath

           open I-O WoffFile2
           if woStatus2 = "05"
               display "WriteOffRun: nothing has been selected"
               close WoffFile2
               EXIT METHOD
           end-if
           if woStatus2 not = "00"
               display "WriteOffRun: open write-off fail " woStatus2
               stop run
           end-if
           open INPUT BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "WriteOffRun: open balance fail " baStatus2
               stop run
           end-if
           open I-O ApqFile2
           if aqStatus2 not = "00" and aqStatus2 not = "05"
               display "WriteOffRun: open approval queue fail "
                   aqStatus2
               stop run
           end-if
           if hOpenSW2 = ZERO
               open I-O HistFile2
               if hStatus2 not = "00" and hStatus2 not = "05"
                   display "WriteOffRun: open hist fail " hStatus2
                   stop run
               end-if
               move 1 to hOpenSW2
           END-IF
      *    sequence mark read once, rewritten once after the run -
      *    the same batch shape RefundRun uses.
           move 1 to seqRelkey2
           open I-O SeqFile2
           if seqStatus2 not = "00" and seqStatus2 not = "05"
               display "WriteOffRun: open seq fail " seqStatus2
               stop run
           end-if
           if seqStatus2 = "05"
               move zero to seqNextKey2
               write seqRec2
               if seqStatus2 not = "00"
                   display "WriteOffRun: seq init fail " seqStatus2
                   stop run
               end-if
           else
               read SeqFile2
               if seqStatus2 not = "00"
                   display "WriteOffRun: seq read fail " seqStatus2
                   stop run
               end-if
           end-if
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "WriteOffRun: open audit fail " auStatus2
               stop run
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "WriteOffRun: open report fail " rptStatus2
               stop run
           end-if

      *    the batch number follows the highest on the write-off
      *    file, whichever company it belongs to.
           move low-values to woffKey1
           move "N" to WS-EOF
           start WoffFile2 key is not less than woffKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read WoffFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if woffBatch > WS-Batch
                       move woffBatch to WS-Batch
                   end-if
               end-read
           end-perform
           add 1 to WS-Batch
           move userIn   to WS-HeadUser
           move WS-Batch to WS-HeadBatch
           move dateIn   to WS-HeadDate
           move wopmJr   to WS-HeadJr

      *    pass one: settle what a supervisor has ruled on since the
      *    last run, and prove every selected residue still stands.
           perform START-COMPANY-ROWS
           perform until WS-EOF = "Y"
               read WoffFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if woStatus2 not = "00"
                       display "WriteOffRun: write-off read fail "
                           woStatus2
                       stop run
                   end-if
                   if woffUser not = userIn
                       move "Y" to WS-EOF
                   else
                       evaluate woffStatus
                         when "S"
                           perform VERIFY-ONE-RESIDUE
                         when "Q"
                           perform SETTLE-ONE-QUEUED
                         when other
                           continue
                       end-evaluate
                   end-if
               end-read
           end-perform

           if WS-AuthLimit not = zero and WS-BatchTotal > WS-AuthLimit
               move "Y" to WS-QueueSW
           end-if

      *    pass two: what is left selected is the batch.
           perform START-COMPANY-ROWS
           perform until WS-EOF = "Y"
               read WoffFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if woStatus2 not = "00"
                       display "WriteOffRun: write-off read fail "
                           woStatus2
                       stop run
                   end-if
                   if woffUser not = userIn
                       move "Y" to WS-EOF
                   else
                       if woffStatus = "S"
                           perform WRITE-OFF-ONE
                       end-if
                   end-if
               end-read
           end-perform

           rewrite seqRec2
           if seqStatus2 not = "00"
               display "WriteOffRun: seq write fail " seqStatus2
               stop run
           end-if
           close SeqFile2

           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           if WS-QueueSW = "Y"
               move WS-BatchTotal to WS-EditTot
               move WS-AuthLimit  to WS-EditLimit
               move space to WS-PrintLine
               STRING "  BATCH TOTAL "     DELIMITED BY SIZE
                   WS-EditTot             DELIMITED BY SIZE
                   " IS OVER THE LIMIT OF " DELIMITED BY SIZE
                   WS-EditLimit           DELIMITED BY SIZE
                   " - QUEUED FOR APPROVAL" DELIMITED BY SIZE
                   INTO WS-PrintLine
               END-STRING
               perform WRITE-RPT-LINE
           end-if
           move "POSTED" to WS-TtLabel
           move WS-PostCount  to WS-TtItems
           move WS-PostDebit  to WS-TtDebit
           move WS-PostCredit to WS-TtCredit
           move WS-TotLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move WS-QueueCount to WS-EditCount
           move space to WS-PrintLine
           STRING "  QUEUED FOR APPROVAL  " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           move WS-SettleCount to WS-EditCount
           move space to WS-PrintLine
           STRING "  SUPERVISOR RULINGS   " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           move WS-BackCount to WS-EditCount
           move space to WS-PrintLine
           STRING "  NOT WRITTEN OFF      " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE

           close WoffFile2
           close BalFile2
           close ApqFile2
           close HistFile2
           move zero to hOpenSW2
           close AudFile2
           close RptFile2
           display "WriteOffRun: batch " WS-Batch " - " WS-PostCount
               " written off, " WS-QueueCount " queued, "
               WS-BackCount " not written off"
           EXIT METHOD.

       START-COMPANY-ROWS.
           move low-values to woffKey1
           move userIn to woffUser
           move "N" to WS-EOF
           start WoffFile2 key is not less than woffKey1
             invalid key
               move "Y" to WS-EOF
           end-start.

      *    the balance must be the one the reviewer saw, and still
      *    inside today's tolerance.
       VERIFY-ONE-RESIDUE.
           move woffUser to balUser
           move woffInv  to balInv
           read BalFile2
             invalid key
               move zero to balAmt
               move zero to balCount
           end-read
           if woffAmt < zero
               compute WS-Abs = zero - woffAmt
           else
               move woffAmt to WS-Abs
           end-if
           if balCount not = woffBalCount or balAmt not = woffAmt
               move "BALANCE MOVED - SELECT AGAIN" to WS-Outcome
               perform DROP-ONE-RESIDUE
               EXIT PARAGRAPH
           end-if
           if (woffAmt > zero and WS-Abs > wopmDebitTol)
                   or (woffAmt < zero and WS-Abs > wopmCreditTol)
               move "OUT OF TOLERANCE - SELECT AGAIN" to WS-Outcome
               perform DROP-ONE-RESIDUE
               EXIT PARAGRAPH
           end-if
           add WS-Abs to WS-BatchTotal
           add 1 to WS-BatchCount.

      *    back for selecting - not a reviewer's drop, so no operator
      *    is put against it and the next selection weighs it again.
       DROP-ONE-RESIDUE.
           move "B"        to woffStatus
           move zero       to woffOperator
           perform REWRITE-RESIDUE
           add 1 to WS-BackCount
           perform PRINT-RESIDUE-LINE.

      *    a write-off parked on the approval queue by an earlier
      *    run: approved there means ApprovePosting has posted it on
      *    the date it was queued; rejected means it stands.
       SETTLE-ONE-QUEUED.
           move woffQueueKey to aqRelkey2
           read ApqFile2
             invalid key
               move space to apqStatus
           end-read
           evaluate apqStatus
             when "A"
               move "P" to woffStatus
               perform REWRITE-RESIDUE
               add 1 to WS-SettleCount
               move "POSTED - SUPERVISOR APPROVED" to WS-Outcome
               perform PRINT-RESIDUE-LINE
             when "R"
               move "R" to woffStatus
               perform REWRITE-RESIDUE
               add 1 to WS-SettleCount
               move "SUPERVISOR REJECTED" to WS-Outcome
               perform PRINT-RESIDUE-LINE
             when other
               continue
           end-evaluate.

       WRITE-OFF-ONE.
           if woffAmt < zero
               compute WS-Abs = zero - woffAmt
           else
               move woffAmt to WS-Abs
           end-if
           move wopmJr     to woffJr
           move WS-Batch   to woffBatch
           move dateIn     to woffPostDate
           move operatorIn to woffOperator
           if WS-QueueSW = "Y"
               perform QUEUE-WRITE-OFF
               move "Q" to woffStatus
               add 1 to WS-QueueCount
               move "OVER LIMIT - QUEUED FOR APPROVAL" to WS-Outcome
           else
               perform POST-WRITE-OFF
               move "P" to woffStatus
               add 1 to WS-PostCount
               if woffAmt > zero
                   add WS-Abs to WS-PostDebit
               else
                   add WS-Abs to WS-PostCredit
               end-if
               move "WRITTEN OFF" to WS-Outcome
           end-if
           perform REWRITE-RESIDUE
           perform PRINT-RESIDUE-LINE.

       POST-WRITE-OFF.
           add 1 to seqNextKey2
           move seqNextKey2 to hRelkey2
           move dateIn(1:4) to histGen
           move hRelkey2    to histSub
           move woffInv     to histInv
           move dateIn      to histDate
           move WS-Batch    to histRef
           move wopmJr      to histJr
           move userIn      to histIntroUser
           move dateIn      to histIntroDate
           move "SMALL BALANCE WRITE-OFF" to histDesc
           compute histAmt = zero - woffAmt
           move space       to histExtra
           move zero        to histLinkSub
           move zero        to histTax
           write histRec
           end-write
           if hStatus2 not = "00"
               display "WriteOffRun: write fail " hStatus2
               stop run
           end-if
           move histSub to woffSub
           move spaces     to audRec
           accept audDate  from DATE YYYYMMDD
           accept audTime  from TIME
           move operatorIn to audUser
           move "WRITEOFF" to audOper
           move histSub    to audKey
           move histInv    to audInv
           move histAmt    to audAmt
           write audRec
           if auStatus2 not = "00"
               display "WriteOffRun: audit write fail " auStatus2
               stop run
           end-if.

      *    the posting parked whole under the next queue slot, the
      *    way AddHistoryRecord queues one, with its trail line. The
      *    end of the queue is found once; the batch's items follow
      *    one another from there.
       QUEUE-WRITE-OFF.
           if WS-QueueNext = zero
               move 1 to aqRelkey2
               move "N" to WS-QEOF
               start ApqFile2 key is not less than aqRelkey2
                 invalid key
                   move "Y" to WS-QEOF
               end-start
               move zero to aqRelkey2
               perform until WS-QEOF = "Y"
                   read ApqFile2 next record
                     at end
                       move "Y" to WS-QEOF
                     not at end
                       continue
                   end-read
               end-perform
               move aqRelkey2 to WS-QueueNext
           end-if
           add 1 to WS-QueueNext
           move WS-QueueNext to aqRelkey2
           move woffInv    to apqInv
           move dateIn     to apqDate
           move WS-Batch   to apqRef
           move wopmJr     to apqJr
           move userIn     to apqUser
           move "SMALL BAL WRITE-OFF" to apqDesc
           compute apqAmt = zero - woffAmt
           move space      to apqCurr
           move zero       to apqTax
           move zero       to apqIcPartner
           move operatorIn to apqOper
           move "P"        to apqStatus
           move zero       to apqSupvr
           move zero       to apqRuleDate
           write apqRec
           if aqStatus2 not = "00"
               display "WriteOffRun: approval queue write fail "
                   aqStatus2
               stop run
           end-if
           move aqRelkey2  to woffQueueKey
           move spaces     to audRec
           accept audDate  from DATE YYYYMMDD
           accept audTime  from TIME
           move operatorIn to audUser
           move "WOFFQUE"  to audOper
           move aqRelkey2  to audKey
           move woffInv    to audInv
           move apqAmt     to audAmt
           write audRec
           if auStatus2 not = "00"
               display "WriteOffRun: audit write fail " auStatus2
               stop run
           end-if.

       REWRITE-RESIDUE.
           rewrite woffRec
           if woStatus2 not = "00"
               display "WriteOffRun: write-off rewrite fail "
                   woStatus2
               stop run
           end-if.

       PRINT-RESIDUE-LINE.
           move woffInv to WS-DtInv
           if woffAmt > zero
               move woffAmt to WS-DtDebit
               move zero    to WS-DtCredit
           else
               move zero    to WS-DtDebit
               compute WS-DtCredit = zero - woffAmt
           end-if
           move WS-Outcome to WS-DtText
           move WS-DetLine to WS-PrintLine
           perform WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "WriteOffRun: write fail " rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "WriteOffRun: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD WRITEOFFRUN.
       METHOD-ID. WRITEOFFREGISTER AS "WriteOffRegister".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-RowCount       pic 9(9) comp-5 value zero.
       01  WS-Rx             pic 9(9) comp-5 value zero.
       01  rowString         OBJECT REFERENCE CLASS-STRING.
       01  itemRef           OBJECT REFERENCE CLASS-STRING.
       01  sortList          OBJECT REFERENCE CLASS-HISTORYLIST.

      *    one register line - company, then posted ahead of queued,
      *    then batch, so the listing comes back in control-break
      *    order.
       01  WS-SortRow.
         02  WS-SrUser       pic 9(3).
         02  WS-SrSect       pic x.
         02  WS-SrBatch      pic 9(8).
         02  WS-SrInv        pic 9(12).
         02  WS-SrDebit      pic 9(12)V99.
         02  WS-SrCredit     pic 9(12)V99.
         02  WS-SrDate       pic 9(8).
         02  WS-SrJr         pic 9(3).
         02  WS-SrRef        pic 9(12).
         02  WS-SrOper       pic 9(3).

       01  WS-FirstSW        pic x value "Y".
       01  WS-PrevUser       pic 9(3) value zero.
       01  WS-PrevSect       pic x value space.
       01  WS-PrevBatch      pic 9(8) value zero.
       01  WS-BatItems       pic 9(9) comp-5 value zero.
       01  WS-BatDebit       pic 9(13)V99 value zero.
       01  WS-BatCredit      pic 9(13)V99 value zero.
       01  WS-CoItems        pic 9(9) comp-5 value zero.
       01  WS-CoDebit        pic 9(13)V99 value zero.
       01  WS-CoCredit       pic 9(13)V99 value zero.
       01  WS-QItems         pic 9(9) comp-5 value zero.
       01  WS-QDebit         pic 9(13)V99 value zero.
       01  WS-QCredit        pic 9(13)V99 value zero.
       01  WS-GrandItems     pic 9(9) comp-5 value zero.
       01  WS-GrandDebit     pic 9(15)V99 value zero.
       01  WS-GrandCredit    pic 9(15)V99 value zero.
       01  WS-PendItems      pic 9(9) comp-5 value zero.
       01  WS-EditCount      pic z(8)9.

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(36) value
             "SMALL BALANCE WRITE-OFF REGISTER".
         02  filler          pic x(5) value "USER ".
         02  WS-HeadUser     pic x(3).
         02  filler          pic x(9) value "  PERIOD ".
         02  WS-HeadPeriod   pic 9(6).
         02  filler          pic x(4) value space.
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(2) value space.
         02  filler          pic x(10) value "BATCH".
         02  filler          pic x(14) value "INVOICE".
         02  filler          pic x(10) value "POSTED".
         02  filler          pic x(5) value "JR".
         02  filler          pic x(14) value "HIST/QUEUE".
         02  filler          pic x(6) value "OPER".
         02  filler          pic x(16) value "    DEBIT BAL".
         02  filler          pic x(16) value "   CREDIT BAL".

       01  WS-CoHead.
         02  filler          pic x(2) value space.
         02  filler          pic x(8) value "COMPANY ".
         02  WS-ChUser       pic 9(3).

       01  WS-DetLine.
         02  filler          pic x(2) value space.
         02  WS-DtBatch      pic z(7)9.
         02  filler          pic x(2) value space.
         02  WS-DtInv        pic 9(12).
         02  filler          pic x(2) value space.
         02  WS-DtDate       pic 9(8).
         02  filler          pic x(2) value space.
         02  WS-DtJr         pic 9(3).
         02  filler          pic x(2) value space.
         02  WS-DtRef        pic z(11)9.
         02  filler          pic x(2) value space.
         02  WS-DtOper       pic 9(3).
         02  filler          pic x(1) value space.
         02  WS-DtDebit      pic z(11)9.99.
         02  filler          pic x(1) value space.
         02  WS-DtCredit     pic z(11)9.99.

       01  WS-TotLine.
         02  filler          pic x(2) value space.
         02  WS-TtLabel      pic x(20).
         02  WS-TtItems      pic zzzzz9.
         02  filler          pic x(35) value space.
         02  WS-TtDebit      pic z(11)9.99.
         02  filler          pic x(1) value space.
         02  WS-TtCredit     pic z(11)9.99.

       LINKAGE SECTION.
       01  writeOffFilePath  OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  periodIn          PIC 9(6).

      *    the write-off register for the period-close package:
      *    every small balance written off with a posting dated in
      *    periodIn (YYYYMM) - written off by WriteOffRun, or
      *    released off the approval queue by a supervisor and since
      *    settled by a run - by company and write-off batch, the
      *    balance's side in its own column, with batch, company and
      *    period totals. HIST/QUEUE is the history record the run
      *    posted, or the queue entry a supervisor released. Write-
      *    offs still awaiting a supervisor, whenever queued, follow
      *    each company's postings so nothing in flight is left off.
      *    userIn zero means every company.
       PROCEDURE DIVISION USING BY VALUE writeOffFilePath,
               reportFilePath, userIn, periodIn.
           if periodIn(5:2) < "01" or periodIn(5:2) > "12"
               display "WriteOffRegister: period " periodIn
                   " is not a YYYYMM period"
               EXIT METHOD
           end-if
           SET woID2  to writeOffFilePath
           SET rptID2 to reportFilePath
           open INPUT WoffFile2
           if woStatus2 not = "00" and woStatus2 not = "05"
               display "WriteOffRegister: open write-off fail "
                   woStatus2
               stop run
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "WriteOffRegister: open report fail "
                   rptStatus2
               stop run
           end-if

           INVOKE CLASS-HISTORYLIST "new" RETURNING sortList
           move low-values to woffKey1
           if userIn not = zero
               move userIn to woffUser
           end-if
           move "N" to WS-EOF
           start WoffFile2 key is not less than woffKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read WoffFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if woStatus2 not = "00"
                       display "WriteOffRegister: read fail "
                           woStatus2
                       stop run
                   end-if
                   if userIn not = zero and woffUser not = userIn
                       move "Y" to WS-EOF
                   else
                       if (woffStatus = "P"
                               and woffPostDate(1:6) = periodIn)
                               or woffStatus = "Q"
                           perform ADD-REGISTER-ROW
                       end-if
                   end-if
               end-read
           end-perform
           close WoffFile2

           if userIn = zero
               move "ALL" to WS-HeadUser
           else
               move userIn to WS-HeadUser
           end-if
           move periodIn to WS-HeadPeriod
           INVOKE sortList "Sort"
           INVOKE sortList "get_Count" RETURNING WS-RowCount
           perform varying WS-Rx from 0 by 1 until WS-Rx >= WS-RowCount
               INVOKE sortList "get_Item" USING BY VALUE WS-Rx
                   RETURNING itemRef
               move space to WS-SortRow
               SET WS-SortRow to itemRef
               if WS-FirstSW = "N"
                   if WS-SrUser not = WS-PrevUser
                       perform PRINT-BATCH-TOTAL
                       perform PRINT-COMPANY-TOTAL
                   else
                       if WS-SrSect not = WS-PrevSect
                               or WS-SrBatch not = WS-PrevBatch
                           perform PRINT-BATCH-TOTAL
                       end-if
                   end-if
               end-if
               if WS-FirstSW = "Y" or WS-SrUser not = WS-PrevUser
                   move space to WS-PrintLine
                   perform WRITE-RPT-LINE
                   move WS-SrUser to WS-ChUser
                   move WS-CoHead to WS-PrintLine
                   perform WRITE-RPT-LINE
               end-if
               if WS-SrSect = "2"
                   and (WS-FirstSW = "Y" or WS-PrevSect not = "2"
                        or WS-SrUser not = WS-PrevUser)
                   move "  AWAITING SUPERVISOR APPROVAL"
                       to WS-PrintLine
                   perform WRITE-RPT-LINE
               end-if
               move "N" to WS-FirstSW
               move WS-SrUser  to WS-PrevUser
               move WS-SrSect  to WS-PrevSect
               move WS-SrBatch to WS-PrevBatch
               move WS-SrBatch  to WS-DtBatch
               move WS-SrInv    to WS-DtInv
               move WS-SrDate   to WS-DtDate
               move WS-SrJr     to WS-DtJr
               move WS-SrRef    to WS-DtRef
               move WS-SrOper   to WS-DtOper
               move WS-SrDebit  to WS-DtDebit
               move WS-SrCredit to WS-DtCredit
               move WS-DetLine to WS-PrintLine
               perform WRITE-RPT-LINE
               add 1 to WS-BatItems
               add WS-SrDebit  to WS-BatDebit
               add WS-SrCredit to WS-BatCredit
           end-perform
           if WS-FirstSW = "N"
               perform PRINT-BATCH-TOTAL
               perform PRINT-COMPANY-TOTAL
           else
               move "  NO WRITE-OFFS FOR THIS PERIOD" to WS-PrintLine
               perform WRITE-RPT-LINE
           end-if
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move "PERIOD WRITTEN OFF" to WS-TtLabel
           move WS-GrandItems  to WS-TtItems
           move WS-GrandDebit  to WS-TtDebit
           move WS-GrandCredit to WS-TtCredit
           move WS-TotLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move WS-PendItems to WS-EditCount
           move space to WS-PrintLine
           STRING "  STILL QUEUED       " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE

           close RptFile2
           display "WriteOffRegister: " WS-GrandItems
               " written off in " periodIn ", " WS-PendItems
               " awaiting a supervisor"
           EXIT METHOD.

       ADD-REGISTER-ROW.
           move woffUser  to WS-SrUser
           move woffBatch to WS-SrBatch
           move woffInv   to WS-SrInv
           if woffAmt > zero
               move woffAmt to WS-SrDebit
               move zero    to WS-SrCredit
           else
               move zero    to WS-SrDebit
               compute WS-SrCredit = zero - woffAmt
           end-if
           move woffPostDate to WS-SrDate
           move woffJr       to WS-SrJr
           move woffOperator to WS-SrOper
           if woffStatus = "P"
               move "1" to WS-SrSect
               if woffSub = zero
                   move woffQueueKey to WS-SrRef
               else
                   move woffSub to WS-SrRef
               end-if
           else
               move "2" to WS-SrSect
               move woffQueueKey to WS-SrRef
               add 1 to WS-PendItems
           end-if
           SET rowString to WS-SortRow
           INVOKE sortList "Add" USING BY VALUE rowString.

      *    a batch's postings are period figures; queued items are
      *    totalled apart and kept out of them.
       PRINT-BATCH-TOTAL.
           if WS-PrevSect = "1"
               move "BATCH" to WS-TtLabel
               add WS-BatItems  to WS-CoItems
               add WS-BatDebit  to WS-CoDebit
               add WS-BatCredit to WS-CoCredit
           else
               move "QUEUED" to WS-TtLabel
               add WS-BatItems  to WS-QItems
               add WS-BatDebit  to WS-QDebit
               add WS-BatCredit to WS-QCredit
           end-if
           move WS-BatItems  to WS-TtItems
           move WS-BatDebit  to WS-TtDebit
           move WS-BatCredit to WS-TtCredit
           move WS-TotLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move zero to WS-BatItems
           move zero to WS-BatDebit
           move zero to WS-BatCredit.

       PRINT-COMPANY-TOTAL.
           move "COMPANY WRITTEN OFF" to WS-TtLabel
           move WS-CoItems  to WS-TtItems
           move WS-CoDebit  to WS-TtDebit
           move WS-CoCredit to WS-TtCredit
           move WS-TotLine to WS-PrintLine
           perform WRITE-RPT-LINE
           if WS-QItems > zero
               move "COMPANY QUEUED" to WS-TtLabel
               move WS-QItems  to WS-TtItems
               move WS-QDebit  to WS-TtDebit
               move WS-QCredit to WS-TtCredit
               move WS-TotLine to WS-PrintLine
               perform WRITE-RPT-LINE
           end-if
           add WS-CoItems  to WS-GrandItems
           add WS-CoDebit  to WS-GrandDebit
           add WS-CoCredit to WS-GrandCredit
           move zero to WS-CoItems
           move zero to WS-CoDebit
           move zero to WS-CoCredit
           move zero to WS-QItems
           move zero to WS-QDebit
           move zero to WS-QCredit.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "WriteOffRegister: write fail " rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "WriteOffRegister: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD WRITEOFFREGISTER.

       METHOD-ID. AUDITOREXTRACT AS "AuditorExtract".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-RowCount       pic 9(9) comp-5 value zero.
       01  WS-Rx             pic 9(9) comp-5 value zero.
       01  rowString         OBJECT REFERENCE CLASS-STRING.
       01  itemRef           OBJECT REFERENCE CLASS-STRING.
       01  sortList          OBJECT REFERENCE CLASS-HISTORYLIST.
       01  WS-Source         pic 9(4) value zero.
       01  WS-SrcEdit        pic 9(4).
       01  WS-SrcText        pic x(12).
       01  WS-LivePath       pic x(255).
       01  WS-PrevSub        pic 9(12) value zero.
       01  WS-FirstSW        pic x value "Y".

       01  WS-PathCount      pic 9(4) comp-5 value zero.
       01  WS-Px             pic 9(4) comp-5 value zero.
       01  WS-PathTab.
         02  WS-PathEntry    occurs 100 times.
           03  WS-ArchPath   pic x(255).
           03  WS-ArchCut    pic 9(8).
           03  WS-ArchCatCnt pic 9(9).
           03  WS-ArchFound  pic x.
           03  WS-ArchRecs   pic 9(9) comp-5.

      *    one history record whole - histSub leads so a record seen
      *    in the live file and again in an archive (archives keep
      *    the live keys) comes up twice in a row, live copy first
      *    (source 0000 is the live file, otherwise the archive's
      *    place in the catalog).
       01  WS-SortRow.
         02  WS-RowSub       pic 9(12).
         02  WS-RowSrc       pic 9(4).
         02  WS-RowGen       pic 9(5).
         02  WS-RowUser      pic 9(3).
         02  WS-RowJr        pic 9(3).
         02  WS-RowDate      pic 9(8).
         02  WS-RowRef       pic 9(9).
         02  WS-RowInv       pic 9(12).
         02  WS-RowAmt       pic S9(12)V99.
         02  WS-RowExtra     pic x(5).
         02  WS-RowDesc      pic x(20).
         02  WS-RowIntro     pic 9(8).
         02  WS-RowLink      pic 9(12).
         02  WS-RowTax       pic 9(3).

      *    per journal, subscripted by journal code + 1. The hash
      *    total is the sum of the invoice numbers - meaningless as
      *    an amount, which is the point: any record added, dropped
      *    or altered in the extract changes it.
       01  WS-JrTab.
         02  WS-JrEntry      occurs 1000 times.
           03  WS-JrCount    pic 9(9) comp-5.
           03  WS-JrArch     pic 9(9) comp-5.
           03  WS-JrDebit    pic S9(15)V99.
           03  WS-JrCredit   pic S9(15)V99.
           03  WS-JrHash     pic 9(18).
       01  WS-Jx             pic 9(4) comp-5 value zero.
       01  WS-JrCode         pic 9(3).

       01  WS-TotCount       pic 9(9) comp-5 value zero.
       01  WS-TotArch        pic 9(9) comp-5 value zero.
       01  WS-TotDebit       pic S9(15)V99 value zero.
       01  WS-TotCredit      pic S9(15)V99 value zero.
       01  WS-TotNet         pic S9(15)V99 value zero.
       01  WS-TotHash        pic 9(18) value zero.

      *    the sample. Park-Miller minimal standard generator, so the
      *    same seed over the same population draws the same items
      *    on any machine; monetary units are cents of absolute
      *    book amount.
       01  WS-Seed           pic 9(10) value zero.
       01  WS-RandWork       pic 9(18) value zero.
       01  WS-RandQuot       pic 9(18) value zero.
       01  WS-Draw           pic 9(9) value zero.
       01  WS-DrawOk         pic x.
       01  WS-Sx             pic 9(4) comp-5 value zero.
       01  WS-Sy             pic 9(4) comp-5 value zero.
       01  WS-SelCount       pic 9(4) comp-5 value zero.
       01  WS-SelTab.
         02  WS-SelPos       pic 9(9) occurs 1000 times.
       01  WS-SelHold        pic 9(9).
       01  WS-AllSW          pic x value "N".
       01  WS-Ordinal        pic 9(9) value zero.
       01  WS-Cents          pic 9(15) value zero.
       01  WS-PopValue       pic 9(17) value zero.
       01  WS-CumAfter       pic 9(17) value zero.
       01  WS-Interval       pic 9(17) value zero.
       01  WS-Point          pic 9(17) value zero.
       01  WS-FirstPoint     pic 9(17) value zero.
       01  WS-PointCount     pic 9(4) comp-5 value zero.
       01  WS-Hits           pic 9(4) comp-5 value zero.
       01  WS-SampCount      pic 9(9) comp-5 value zero.
       01  WS-SampValue      pic S9(15)V99 value zero.

       01  WS-GenDate        pic 9(8).
       01  WS-GenTime        pic 9(8).
       01  WS-EditAmt        pic -(12)9.99.
       01  WS-EditTot        pic -(14)9.99.
       01  WS-EditCount      pic z(8)9.
       01  WS-EditBig        pic z(16)9.
       01  WS-EditHits       pic zzz9.
       01  WS-EditSeq        pic zzz9.
       01  WS-EditBasis      pic z(16)9.

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(36) value
             "AUDITOR EXTRACT - CONTROL SHEET".
         02  filler          pic x(8) value "COMPANY ".
         02  WS-HeadUser     pic x(3).
         02  filler          pic x(13) value "  GENERATION ".
         02  WS-HeadGen      pic 9(5).
         02  filler          pic x(4) value space.
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(2) value space.
         02  filler          pic x(5) value "JR".
         02  filler          pic x(22) value "DESCRIPTION".
         02  filler          pic x(11) value "  RECORDS".
         02  filler          pic x(11) value " ARCHIVED".
         02  filler          pic x(19) value "           DEBITS".
         02  filler          pic x(19) value "          CREDITS".
         02  filler          pic x(19) value "              NET".
         02  filler          pic x(20) value "        HASH TOTAL".

       01  WS-JrLine.
         02  filler          pic x(2) value space.
         02  WS-JlJr         pic x(3).
         02  filler          pic x(2) value space.
         02  WS-JlDesc       pic x(20).
         02  filler          pic x(2) value space.
         02  WS-JlCount      pic z(8)9.
         02  filler          pic x(2) value space.
         02  WS-JlArch       pic z(8)9.
         02  filler          pic x(2) value space.
         02  WS-JlDebit      pic -(13)9.99.
         02  filler          pic x(2) value space.
         02  WS-JlCredit     pic -(13)9.99.
         02  filler          pic x(2) value space.
         02  WS-JlNet        pic -(13)9.99.
         02  filler          pic x(2) value space.
         02  WS-JlHash       pic z(17)9.

       LINKAGE SECTION.
       01  historyFilePath   OBJECT REFERENCE CLASS-STRING.
       01  catalogFilePath   OBJECT REFERENCE CLASS-STRING.
       01  journalFilePath   OBJECT REFERENCE CLASS-STRING.
       01  extractFilePath   OBJECT REFERENCE CLASS-STRING.
       01  controlFilePath   OBJECT REFERENCE CLASS-STRING.
       01  sampleFilePath    OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  genSelIn          PIC 9(5).
       01  operatorIn        PIC 9(3).
       01  sampleSizeIn      PIC 9(4).
       01  sampleMethodIn    PIC X.
       01  seedIn            PIC 9(9).

      *    the year-end package for the external auditors, for one
      *    fiscal generation (histGen) and company (userIn zero means
      *    every company):
      *      extract  - every transaction of the generation, live
      *                 history plus every archive the purge catalog
      *                 knows (first copy of a histSub wins, as in
      *                 ReadHistoryAll), one delimited line each in
      *                 histSub order, source LIVE or ARCHIVE nnnn,
      *                 behind a column-name line;
      *      control  - records, archived records, debits, credits,
      *                 net and hash total per journal and in all,
      *                 the sources read, and the sample parameters;
      *      sample   - sampleSizeIn items drawn from the extract,
      *                 sampleMethodIn "R" at random, "M" by monetary
      *                 unit (fixed interval over the absolute book
      *                 amounts, random start - an item as big as the
      *                 interval is hit more than once and says so).
      *                 The draw comes from seedIn alone, so handing
      *                 the auditor the seed lets them repeat it.
      *    The handover goes on the audit trail: AUDEXTR keyed
      *    generation + company with the record count and net total,
      *    and AUDSAMPL keyed by the seed with the items drawn and
      *    their value, under operatorIn.
       PROCEDURE DIVISION USING BY VALUE historyFilePath,
               catalogFilePath, journalFilePath, extractFilePath,
               controlFilePath, sampleFilePath, auditFilePath, userIn,
               genSelIn, operatorIn, sampleSizeIn, sampleMethodIn,
               seedIn.
           if genSelIn = zero
               display "AuditorExtract: a generation is required"
               EXIT METHOD
           end-if
           if sampleMethodIn not = "R" and sampleMethodIn not = "M"
               display "AuditorExtract: sample method must be R or M"
               EXIT METHOD
           end-if
           if sampleSizeIn > 1000
               display "AuditorExtract: sample size over 1000"
               EXIT METHOD
           end-if
           accept WS-GenDate from DATE YYYYMMDD
           accept WS-GenTime from TIME
           SET caID2  to catalogFilePath
           SET jlID2  to journalFilePath
           SET exID2  to extractFilePath
           SET rptID2 to controlFilePath
           SET smID2  to sampleFilePath
           SET auID2  to auditFilePath

           move zero to WS-PathCount
           open INPUT CatlFile2
           if caStatus2 not = "00" and caStatus2 not = "05"
               display "AuditorExtract: open catalog fail " caStatus2
               stop run
           end-if
           if caStatus2 = "00"
               move 1 to caRelkey2
               move "N" to WS-EOF
               start CatlFile2 key is not less than caRelkey2
                 invalid key
                   move "Y" to WS-EOF
               end-start
               perform until WS-EOF = "Y"
                   read CatlFile2 next record
                     at end
                       move "Y" to WS-EOF
                     not at end
                       if WS-PathCount >= 100
                           display "AuditorExtract: more than 100 "
                               "archives cataloged"
                           stop run
                       end-if
                       add 1 to WS-PathCount
                       move catlPath   to WS-ArchPath(WS-PathCount)
                       move catlCutoff to WS-ArchCut(WS-PathCount)
                       move catlCount  to WS-ArchCatCnt(WS-PathCount)
                       move "N"  to WS-ArchFound(WS-PathCount)
                       move zero to WS-ArchRecs(WS-PathCount)
                   end-read
               end-perform
           end-if
           close CatlFile2

           INVOKE CLASS-HISTORYLIST "new" RETURNING sortList
           SET hID2 to historyFilePath
           move hID2 to WS-LivePath
           move zero to WS-Source
           perform SCAN-ONE-FILE
           perform varying WS-Px from 1 by 1
                   until WS-Px > WS-PathCount
               move WS-ArchPath(WS-Px) to hID2
               move WS-Px to WS-Source
               perform SCAN-ONE-FILE
           end-perform
           INVOKE sortList "Sort"
           INVOKE sortList "get_Count" RETURNING WS-RowCount

      *    pass one: the extract, the control totals and the
      *    population the sample is drawn from.
           open OUTPUT ExportFile2
           if exStatus2 not = "00"
               display "AuditorExtract: open extract fail " exStatus2
               stop run
           end-if
           move space to exportRec2
           STRING "GEN,SUB,CO,JR,DATE,REF,INVOICE,AMOUNT,EXTRA,"
                   DELIMITED BY SIZE
               "DESCRIPTION,ENTERED,LINK,TAX,SOURCE"
                   DELIMITED BY SIZE
               INTO exportRec2
           END-STRING
           write exportRec2
           if exStatus2 not = "00"
               display "AuditorExtract: extract write fail " exStatus2
               stop run
           end-if
           initialize WS-JrTab
           move "Y" to WS-FirstSW
           perform varying WS-Rx from 0 by 1
                   until WS-Rx >= WS-RowCount
               INVOKE sortList "get_Item" USING BY VALUE WS-Rx
                   RETURNING itemRef
               move space to WS-SortRow
               SET WS-SortRow to itemRef
               if WS-FirstSW = "Y" or WS-RowSub not = WS-PrevSub
                   move "N" to WS-FirstSW
                   move WS-RowSub to WS-PrevSub
                   perform EXTRACT-ONE-ROW
               end-if
           end-perform
           close ExportFile2

           perform DRAW-SAMPLE

      *    pass two: the same rows in the same order, picking off
      *    the ones drawn.
           open OUTPUT SmplFile2
           if smStatus2 not = "00"
               display "AuditorExtract: open sample fail " smStatus2
               stop run
           end-if
           move space to smplRec2
           STRING "ITEM,SUB,CO,JR,DATE,REF,INVOICE,AMOUNT,"
                   DELIMITED BY SIZE
               "DESCRIPTION,BASIS,HITS" DELIMITED BY SIZE
               INTO smplRec2
           END-STRING
           write smplRec2
           if smStatus2 not = "00"
               display "AuditorExtract: sample write fail " smStatus2
               stop run
           end-if
           if sampleSizeIn > zero and WS-TotCount > zero
               move zero to WS-Ordinal
               move zero to WS-CumAfter
               move 1 to WS-Sx
               move WS-FirstPoint to WS-Point
               move zero to WS-PointCount
               move "Y" to WS-FirstSW
               perform varying WS-Rx from 0 by 1
                       until WS-Rx >= WS-RowCount
                   INVOKE sortList "get_Item" USING BY VALUE WS-Rx
                       RETURNING itemRef
                   move space to WS-SortRow
                   SET WS-SortRow to itemRef
                   if WS-FirstSW = "Y" or WS-RowSub not = WS-PrevSub
                       move "N" to WS-FirstSW
                       move WS-RowSub to WS-PrevSub
                       perform SAMPLE-ONE-ROW
                   end-if
               end-perform
           end-if
           close SmplFile2

           perform WRITE-CONTROL-SHEET

           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "AuditorExtract: open audit fail " auStatus2
               stop run
           end-if
           move spaces      to audRec
           move WS-GenDate  to audDate
           move WS-GenTime  to audTime
           move operatorIn  to audUser
           move "AUDEXTR"   to audOper
           compute audKey = genSelIn * 1000 + userIn
           move WS-TotCount to audInv
           move WS-TotNet   to audAmt
           write audRec
           if auStatus2 not = "00"
               display "AuditorExtract: audit write fail " auStatus2
               stop run
           end-if
           move spaces       to audRec
           move WS-GenDate   to audDate
           move WS-GenTime   to audTime
           move operatorIn   to audUser
           move "AUDSAMPL"   to audOper
           move seedIn       to audKey
           move WS-SampCount to audInv
           move WS-SampValue to audAmt
           write audRec
           if auStatus2 not = "00"
               display "AuditorExtract: audit write fail " auStatus2
               stop run
           end-if
           close AudFile2
           display "AuditorExtract: generation " genSelIn " - "
               WS-TotCount " records, " WS-SampCount " sampled"
           EXIT METHOD.

      *    an archive the catalog names but that is no longer where
      *    it was put is marked missing on the control sheet.
       SCAN-ONE-FILE.
           open INPUT HistFile2
           if hStatus2 not = "00" and hStatus2 not = "05"
               display "AuditorExtract: open fail " hStatus2
                   " file " hID2(1:60)
               stop run
           end-if
           if hStatus2 = "00" and WS-Source > zero
               move "Y" to WS-ArchFound(WS-Source)
           end-if
           move 1 to hOpenSW2
           move 1 to hRelkey2
           move "N" to WS-EOF
           start HistFile2 key is not less than hRelkey2
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read HistFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if (userIn = zero or histIntroUser = userIn)
                       and histGen = genSelIn
                       perform ADD-SORT-ROW
                   end-if
               end-read
           end-perform
           close HistFile2
           move zero to hOpenSW2.

       ADD-SORT-ROW.
           move histSub       to WS-RowSub
           move WS-Source     to WS-RowSrc
           move histGen       to WS-RowGen
           move histIntroUser to WS-RowUser
           move histJr        to WS-RowJr
           move histDate      to WS-RowDate
           move histRef       to WS-RowRef
           move histInv       to WS-RowInv
           move histAmt       to WS-RowAmt
           move histExtra     to WS-RowExtra
           move histDesc      to WS-RowDesc
           move histIntroDate to WS-RowIntro
           move histLinkSub   to WS-RowLink
           move histTax       to WS-RowTax
           SET rowString to WS-SortRow
           INVOKE sortList "Add" USING BY VALUE rowString.

       EXTRACT-ONE-ROW.
           perform SET-SOURCE-TEXT
           move WS-RowAmt to WS-EditAmt
           move space to exportRec2
           STRING
               WS-RowGen    DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowSub    DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowUser   DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowJr     DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowDate   DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowRef    DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowInv    DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditAmt) DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowExtra  DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowDesc   DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowIntro  DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowLink   DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowTax    DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-SrcText   DELIMITED BY SIZE
               INTO exportRec2
           END-STRING
           write exportRec2
           if exStatus2 not = "00"
               display "AuditorExtract: extract write fail " exStatus2
               stop run
           end-if
           compute WS-Jx = WS-RowJr + 1
           add 1 to WS-JrCount(WS-Jx)
           add 1 to WS-TotCount
           if WS-RowSrc > zero
               add 1 to WS-JrArch(WS-Jx)
               add 1 to WS-TotArch
               add 1 to WS-ArchRecs(WS-RowSrc)
           end-if
           if WS-RowAmt < zero
               add WS-RowAmt to WS-JrCredit(WS-Jx)
               add WS-RowAmt to WS-TotCredit
               compute WS-Cents = (zero - WS-RowAmt) * 100
           else
               add WS-RowAmt to WS-JrDebit(WS-Jx)
               add WS-RowAmt to WS-TotDebit
               compute WS-Cents = WS-RowAmt * 100
           end-if
           add WS-RowAmt to WS-TotNet
           add WS-RowInv to WS-JrHash(WS-Jx)
           add WS-RowInv to WS-TotHash
           add WS-Cents  to WS-PopValue.

       SET-SOURCE-TEXT.
           if WS-RowSrc = zero
               move "LIVE" to WS-SrcText
           else
               move WS-RowSrc to WS-SrcEdit
               move space to WS-SrcText
               STRING "ARCHIVE " DELIMITED BY SIZE
                   WS-SrcEdit DELIMITED BY SIZE
                   INTO WS-SrcText
               END-STRING
           end-if.

      *    random: sampleSizeIn distinct positions in the extract,
      *    put in order so pass two meets them as it goes; a sample
      *    as big as the population is the population. Monetary
      *    unit: the interval and its random start - the points
      *    themselves are stepped out in pass two.
       DRAW-SAMPLE.
           divide seedIn by 2147483647 giving WS-RandQuot
               remainder WS-Seed
           if WS-Seed = zero
               move 1 to WS-Seed
           end-if
           move zero to WS-SelCount
           move "N" to WS-AllSW
           if sampleSizeIn = zero or WS-TotCount = zero
               EXIT PARAGRAPH
           end-if
           if sampleMethodIn = "R"
               if sampleSizeIn >= WS-TotCount
                   move "Y" to WS-AllSW
                   EXIT PARAGRAPH
               end-if
               perform until WS-SelCount >= sampleSizeIn
                   perform NEXT-RANDOM
                   divide WS-Seed by WS-TotCount giving WS-RandQuot
                       remainder WS-Draw
                   add 1 to WS-Draw
                   move "Y" to WS-DrawOk
                   perform varying WS-Sx from 1 by 1
                           until WS-Sx > WS-SelCount
                       if WS-SelPos(WS-Sx) = WS-Draw
                           move "N" to WS-DrawOk
                           exit perform
                       end-if
                   end-perform
                   if WS-DrawOk = "Y"
                       add 1 to WS-SelCount
                       move WS-Draw to WS-SelPos(WS-SelCount)
                   end-if
               end-perform
               perform varying WS-Sx from 2 by 1
                       until WS-Sx > WS-SelCount
                   move WS-SelPos(WS-Sx) to WS-SelHold
                   move WS-Sx to WS-Sy
                   move "N" to WS-DrawOk
                   perform until WS-DrawOk = "Y"
                       if WS-Sy = 1
                           move "Y" to WS-DrawOk
                       else
                           if WS-SelPos(WS-Sy - 1) <= WS-SelHold
                               move "Y" to WS-DrawOk
                           else
                               move WS-SelPos(WS-Sy - 1)
                                   to WS-SelPos(WS-Sy)
                               subtract 1 from WS-Sy
                           end-if
                       end-if
                   end-perform
                   move WS-SelHold to WS-SelPos(WS-Sy)
               end-perform
           else
               if WS-PopValue = zero
                   EXIT PARAGRAPH
               end-if
               divide WS-PopValue by sampleSizeIn giving WS-Interval
               if WS-Interval = zero
                   move 1 to WS-Interval
               end-if
               perform NEXT-RANDOM
               divide WS-Seed by WS-Interval giving WS-RandQuot
                   remainder WS-FirstPoint
               add 1 to WS-FirstPoint
           end-if.

       NEXT-RANDOM.
           compute WS-RandWork = WS-Seed * 16807
           divide WS-RandWork by 2147483647 giving WS-RandQuot
               remainder WS-Seed.

       SAMPLE-ONE-ROW.
           add 1 to WS-Ordinal
           move zero to WS-Hits
           if sampleMethodIn = "R"
               if WS-AllSW = "Y"
                   move 1 to WS-Hits
               else
                   if WS-Sx <= WS-SelCount
                           and WS-SelPos(WS-Sx) = WS-Ordinal
                       move 1 to WS-Hits
                       add 1 to WS-Sx
                   end-if
               end-if
               move WS-Ordinal to WS-EditBasis
           else
               if WS-RowAmt < zero
                   compute WS-Cents = (zero - WS-RowAmt) * 100
               else
                   compute WS-Cents = WS-RowAmt * 100
               end-if
               add WS-Cents to WS-CumAfter
               move WS-Point to WS-EditBasis
               perform until WS-PointCount >= sampleSizeIn
                       or WS-Point > WS-CumAfter
                   add 1 to WS-Hits
                   add 1 to WS-PointCount
                   add WS-Interval to WS-Point
               end-perform
           end-if
           if WS-Hits = zero
               EXIT PARAGRAPH
           end-if
           add 1 to WS-SampCount
           add WS-RowAmt to WS-SampValue
           move WS-SampCount to WS-EditCount
           move WS-RowAmt to WS-EditAmt
           move WS-Hits to WS-EditHits
           move space to smplRec2
           STRING
               FUNCTION TRIM(WS-EditCount) DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowSub    DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowUser   DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowJr     DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowDate   DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowRef    DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowInv    DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditAmt) DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-RowDesc   DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditBasis) DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditHits) DELIMITED BY SIZE
               INTO smplRec2
           END-STRING
           write smplRec2
           if smStatus2 not = "00"
               display "AuditorExtract: sample write fail " smStatus2
               stop run
           end-if.

       WRITE-CONTROL-SHEET.
           open INPUT JrnlFile2
           if jlStatus2 not = "00" and jlStatus2 not = "05"
               display "AuditorExtract: open journal fail " jlStatus2
               stop run
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "AuditorExtract: open control fail " rptStatus2
               stop run
           end-if
           if userIn = zero
               move "ALL" to WS-HeadUser
           else
               move userIn to WS-HeadUser
           end-if
           move genSelIn to WS-HeadGen

           perform varying WS-Jx from 1 by 1 until WS-Jx > 1000
               if WS-JrCount(WS-Jx) > zero
                   move space to WS-JrLine
                   compute WS-JrCode = WS-Jx - 1
                   move WS-JrCode to WS-JlJr
                   move "JOURNAL NOT ON FILE" to WS-JlDesc
                   if jlStatus2 = "00"
                       move WS-Jx to jlRelkey2
                       read JrnlFile2
                         invalid key
                           continue
                         not invalid key
                           move jrnlDesc to WS-JlDesc
                       end-read
                   end-if
                   move WS-JrCount(WS-Jx)  to WS-JlCount
                   move WS-JrArch(WS-Jx)   to WS-JlArch
                   move WS-JrDebit(WS-Jx)  to WS-JlDebit
                   move WS-JrCredit(WS-Jx) to WS-JlCredit
                   compute WS-JlNet = WS-JrDebit(WS-Jx)
                       + WS-JrCredit(WS-Jx)
                   move WS-JrHash(WS-Jx)   to WS-JlHash
                   move WS-JrLine to WS-PrintLine
                   perform WRITE-RPT-LINE
               end-if
           end-perform
           close JrnlFile2
           move space to WS-JrLine
           move "ALL" to WS-JlJr
           move "TOTAL" to WS-JlDesc
           move WS-TotCount  to WS-JlCount
           move WS-TotArch   to WS-JlArch
           move WS-TotDebit  to WS-JlDebit
           move WS-TotCredit to WS-JlCredit
           move WS-TotNet    to WS-JlNet
           move WS-TotHash   to WS-JlHash
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move WS-JrLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move WS-TotCount to WS-EditCount
           move space to WS-PrintLine
           STRING "  EXTRACT LINES " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               " PLUS ONE COLUMN-NAME LINE. HASH TOTAL IS THE SUM "
                   DELIMITED BY SIZE
               "OF THE INVOICE NUMBERS." DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE

           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move space to WS-PrintLine
           if sampleMethodIn = "R"
               move "  SAMPLE: RANDOM SELECTION" to WS-PrintLine
           else
               move "  SAMPLE: MONETARY UNIT SELECTION" to WS-PrintLine
           end-if
           perform WRITE-RPT-LINE
           move sampleSizeIn to WS-EditCount
           move space to WS-PrintLine
           STRING "    SIZE REQUESTED      " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           move WS-SampCount to WS-EditCount
           move space to WS-PrintLine
           STRING "    ITEMS SELECTED      " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           move seedIn to WS-EditCount
           move space to WS-PrintLine
           STRING "    SEED                " DELIMITED BY SIZE
               WS-EditCount DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           move WS-SampValue to WS-EditTot
           move space to WS-PrintLine
           STRING "    VALUE SELECTED      " DELIMITED BY SIZE
               WS-EditTot DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           if sampleMethodIn = "M"
               move WS-PopValue to WS-EditBig
               move space to WS-PrintLine
               STRING "    POPULATION CENTS    " DELIMITED BY SIZE
                   WS-EditBig DELIMITED BY SIZE
                   INTO WS-PrintLine
               END-STRING
               perform WRITE-RPT-LINE
               move WS-Interval to WS-EditBig
               move space to WS-PrintLine
               STRING "    INTERVAL CENTS      " DELIMITED BY SIZE
                   WS-EditBig DELIMITED BY SIZE
                   INTO WS-PrintLine
               END-STRING
               perform WRITE-RPT-LINE
               move WS-FirstPoint to WS-EditBig
               move space to WS-PrintLine
               STRING "    START POINT         " DELIMITED BY SIZE
                   WS-EditBig DELIMITED BY SIZE
                   INTO WS-PrintLine
               END-STRING
               perform WRITE-RPT-LINE
           end-if

      *    every file read, so the auditor can see the archives are
      *    all there - catalog count against records of this
      *    generation found in each.
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move "  SOURCES READ" to WS-PrintLine
           move "CUTOFF"   to WS-PrintLine(83:8)
           move "CATALOGED" to WS-PrintLine(92:9)
           move " THIS GEN" to WS-PrintLine(102:9)
           perform WRITE-RPT-LINE
           move space to WS-PrintLine
           STRING "    LIVE         " DELIMITED BY SIZE
               WS-LivePath(1:60) DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           perform varying WS-Px from 1 by 1
                   until WS-Px > WS-PathCount
               move WS-Px to WS-EditSeq
               move space to WS-PrintLine
               STRING "    ARCHIVE " DELIMITED BY SIZE
                   WS-EditSeq DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ArchPath(WS-Px)(1:60) DELIMITED BY SIZE
                   INTO WS-PrintLine
               END-STRING
               move "CUT " to WS-PrintLine(79:4)
               move WS-ArchCut(WS-Px) to WS-PrintLine(83:8)
               move WS-ArchCatCnt(WS-Px) to WS-EditCount
               move WS-EditCount to WS-PrintLine(92:9)
               move WS-ArchRecs(WS-Px) to WS-EditCount
               move WS-EditCount to WS-PrintLine(102:9)
               if WS-ArchFound(WS-Px) = "Y"
                   move "READ" to WS-PrintLine(113:10)
               else
                   move "NOT FOUND" to WS-PrintLine(113:10)
               end-if
               perform WRITE-RPT-LINE
           end-perform
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move space to WS-PrintLine
           STRING "  PACKAGE PRODUCED " DELIMITED BY SIZE
               WS-GenDate DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-GenTime(1:6) DELIMITED BY SIZE
               " BY USER " DELIMITED BY SIZE
               operatorIn DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           close RptFile2.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "AuditorExtract: write fail " rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "AuditorExtract: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD AUDITOREXTRACT.

       METHOD-ID. SETCALENDARPATH AS "SetCalendarPath".
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  calendarFilePath  OBJECT REFERENCE CLASS-STRING.
       01  ageBasisIn        PIC X.

      *    called once by whoever creates the object - says where the
      *    business-day calendar is, for GenerateRecurring's
      *    business-day rules and the nightly chain's business-day
      *    test, and whether the aging reports (AgedBalanceReport,
      *    DisputeAgingReport, DunningRun) count their days on the
      *    calendar (C) or in business days (B).
       PROCEDURE DIVISION USING BY VALUE calendarFilePath,
               ageBasisIn.
           SET cnID2 to calendarFilePath
           if ageBasisIn = "B"
               move "B" to calnAgeBasis
           else
               move "C" to calnAgeBasis
           end-if
           move "N" to calnLoadedSW
       END METHOD SETCALENDARPATH.

       METHOD-ID. LOADCALENDAR AS "LoadCalendar".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-LoadUser       pic 9(3) value zero.
       01  WS-Cx             pic 9(4) comp-5 value zero.

       LINKAGE SECTION.
       01  userIn            PIC 9(3).

      *    company userIn's calendar into the object's day table:
      *    company 000's days first, then the company's own, a day
      *    of its own replacing the shared one for the same date (the
      *    branch open on a public holiday). Kept until a different
      *    company is asked for.
       PROCEDURE DIVISION USING BY VALUE userIn.
           if calnLoadedSW = "Y" and calnLoadedUser = userIn
               EXIT METHOD
           end-if
           move "Y"    to calnLoadedSW
           move userIn to calnLoadedUser
           move zero   to calnDayCount
           move "Y"    to calnNoFileSW
           if cnID2 = space
               EXIT METHOD
           end-if
           open INPUT CalnFile2
           if cnStatus2 = "05"
               close CalnFile2
               EXIT METHOD
           end-if
           if cnStatus2 not = "00"
               display "LoadCalendar: open calendar fail " cnStatus2
               stop run
           end-if
           move "N" to calnNoFileSW
           move zero to WS-LoadUser
           perform LOAD-ONE-COMPANY
           if userIn not = zero
               move userIn to WS-LoadUser
               perform LOAD-ONE-COMPANY
           end-if
           close CalnFile2
           EXIT METHOD.

       LOAD-ONE-COMPANY.
           move WS-LoadUser to calnUser
           move zero to calnDate
           move "N" to WS-EOF
           start CalnFile2 key is not less than calnKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read CalnFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if cnStatus2 not = "00"
                       display "LoadCalendar: read fail " cnStatus2
                       stop run
                   end-if
                   if calnUser not = WS-LoadUser
                       move "Y" to WS-EOF
                   else
                       perform ADD-ONE-DAY
                   end-if
               end-read
           end-perform.

       ADD-ONE-DAY.
           perform varying WS-Cx from 1 by 1
                   until WS-Cx > calnDayCount
               if calnDayDate(WS-Cx) = calnDate
                   exit perform
               end-if
           end-perform
           if WS-Cx > calnDayCount
               if calnDayCount >= 2000
                   display "LoadCalendar: more than 2000 calendar "
                       "days for company " WS-LoadUser
                   stop run
               end-if
               add 1 to calnDayCount
               move calnDayCount to WS-Cx
           end-if
           move calnDate to calnDayDate(WS-Cx)
           move calnType to calnDayType(WS-Cx).

       END METHOD LOADCALENDAR.

       METHOD-ID. ISBUSINESSDAY AS "IsBusinessDay".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DayInt         pic 9(9) comp-5 value zero.
       01  WS-Dow            pic 9(4) comp-5 value zero.
       01  WS-Cx             pic 9(4) comp-5 value zero.

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

       LINKAGE SECTION.
       01  userIn            PIC 9(3).
       01  dateIn            PIC 9(8).
       01  businessOut       PIC X.

      *    "Y" when company userIn works on dateIn: Monday to Friday
      *    unless the calendar marks the day H, Saturday and Sunday
      *    only when it marks the day B. With no calendar every day
      *    is a business day; a date that is not a real calendar
      *    date is answered "Y" so nothing is moved on account of it.
       PROCEDURE DIVISION USING BY VALUE userIn, dateIn
               RETURNING businessOut.
           move "Y" to businessOut
           INVOKE SELF "LoadCalendar" USING BY VALUE userIn
           if calnNoFileSW = "Y"
               EXIT METHOD
           end-if
           move dateIn to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
               EXIT METHOD
           end-if
      *    day 1 of the integer calendar, 1 January 1601, was a
      *    Monday - 0 to 4 are the working week, 5 and 6 the weekend.
           compute WS-DayInt = FUNCTION INTEGER-OF-DATE(dateIn)
           compute WS-Dow = FUNCTION MOD(WS-DayInt - 1, 7)
           if WS-Dow > 4
               move "N" to businessOut
           end-if
           perform varying WS-Cx from 1 by 1
                   until WS-Cx > calnDayCount
               if calnDayDate(WS-Cx) = dateIn
                   if calnDayType(WS-Cx) = "H"
                       move "N" to businessOut
                   end-if
                   if calnDayType(WS-Cx) = "B"
                       move "Y" to businessOut
                   end-if
                   exit perform
               end-if
           end-perform
           EXIT METHOD.

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

       END METHOD ISBUSINESSDAY.

       METHOD-ID. ADJUSTBUSINESSDAY AS "AdjustBusinessDay".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DayInt         pic 9(9) comp-5 value zero.
       01  WS-Tries          pic 9(4) comp-5 value zero.
       01  WS-Business       pic x.

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

       LINKAGE SECTION.
       01  userIn            PIC 9(3).
       01  dateIn            PIC 9(8).
       01  ruleIn            PIC X.
       01  dateOut           PIC 9(8).

      *    dateIn moved onto a business day of company userIn's
      *    calendar by ruleIn - F the next business day on or after
      *    it, P the last one on or before it. Any other rule, a
      *    date that is already a business day, or a date that is
      *    not a real calendar date comes back unchanged. A calendar
      *    that closes a whole year leaves the date alone and says
      *    so rather than search forever.
       PROCEDURE DIVISION USING BY VALUE userIn, dateIn, ruleIn
               RETURNING dateOut.
           move dateIn to dateOut
           if ruleIn not = "F" and ruleIn not = "P"
               EXIT METHOD
           end-if
           move dateIn to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
               EXIT METHOD
           end-if
           compute WS-DayInt = FUNCTION INTEGER-OF-DATE(dateIn)
           move zero to WS-Tries
           perform until WS-Tries > 366
               INVOKE SELF "IsBusinessDay" USING BY VALUE userIn,
                   dateOut RETURNING WS-Business
               if WS-Business = "Y"
                   EXIT METHOD
               end-if
               if ruleIn = "F"
                   add 1 to WS-DayInt
               else
                   subtract 1 from WS-DayInt
               end-if
               compute dateOut = FUNCTION DATE-OF-INTEGER(WS-DayInt)
               add 1 to WS-Tries
           end-perform
           display "AdjustBusinessDay: no business day within a "
               "year of " dateIn " for company " userIn
           move dateIn to dateOut
           EXIT METHOD.

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

       END METHOD ADJUSTBUSINESSDAY.

       METHOD-ID. AGEINDAYS AS "AgeInDays".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FromInt        pic 9(9) comp-5 value zero.
       01  WS-ToInt          pic 9(9) comp-5 value zero.
       01  WS-LoInt          pic 9(9) comp-5 value zero.
       01  WS-HiInt          pic 9(9) comp-5 value zero.
       01  WS-ThisInt        pic 9(9) comp-5 value zero.
       01  WS-Weeks          pic 9(9) comp-5 value zero.
       01  WS-Rest           pic 9(4) comp-5 value zero.
       01  WS-WkLo           pic 9(9) comp-5 value zero.
       01  WS-WkHi           pic 9(9) comp-5 value zero.
       01  WS-Dow            pic 9(4) comp-5 value zero.
       01  WS-Count          pic S9(9) comp-5 value zero.
       01  WS-Cx             pic 9(4) comp-5 value zero.

       LINKAGE SECTION.
       01  userIn            PIC 9(3).
       01  fromDateIn        PIC 9(8).
       01  toDateIn          PIC 9(8).
       01  daysOut           PIC S9(9) COMP-5.

      *    how old something dated fromDateIn is on toDateIn, for
      *    company userIn: calendar days, or - with the object armed
      *    for business-day ages - the business days after fromDateIn
      *    up to and including toDateIn. Negative when toDateIn is
      *    the earlier. Both dates must be real calendar dates; the
      *    callers check them first, as they already did.
       PROCEDURE DIVISION USING BY VALUE userIn, fromDateIn,
               toDateIn RETURNING daysOut.
           compute WS-FromInt = FUNCTION INTEGER-OF-DATE(fromDateIn)
           compute WS-ToInt   = FUNCTION INTEGER-OF-DATE(toDateIn)
           compute daysOut = WS-ToInt - WS-FromInt
           if calnAgeBasis not = "B"
               EXIT METHOD
           end-if
           INVOKE SELF "LoadCalendar" USING BY VALUE userIn
           if calnNoFileSW = "Y"
               EXIT METHOD
           end-if
           if WS-FromInt > WS-ToInt
               move WS-ToInt   to WS-LoInt
               move WS-FromInt to WS-HiInt
           else
               move WS-FromInt to WS-LoInt
               move WS-ToInt   to WS-HiInt
           end-if
      *    weekdays from day 1 up to a day: five a week, plus the
      *    days of the part week up to its Friday.
           divide WS-LoInt by 7 giving WS-Weeks remainder WS-Rest
           if WS-Rest > 5
               move 5 to WS-Rest
           end-if
           compute WS-WkLo = WS-Weeks * 5 + WS-Rest
           divide WS-HiInt by 7 giving WS-Weeks remainder WS-Rest
           if WS-Rest > 5
               move 5 to WS-Rest
           end-if
           compute WS-WkHi = WS-Weeks * 5 + WS-Rest
           compute WS-Count = WS-WkHi - WS-WkLo
      *    then the calendar's own days inside the span - a closed
      *    weekday off, a worked weekend day on.
           perform varying WS-Cx from 1 by 1
                   until WS-Cx > calnDayCount
               if calnDayDate(WS-Cx) > zero
                   compute WS-ThisInt =
                       FUNCTION INTEGER-OF-DATE(calnDayDate(WS-Cx))
                   if WS-ThisInt > WS-LoInt
                           and WS-ThisInt <= WS-HiInt
                       compute WS-Dow =
                           FUNCTION MOD(WS-ThisInt - 1, 7)
                       if calnDayType(WS-Cx) = "H" and WS-Dow < 5
                           subtract 1 from WS-Count
                       end-if
                       if calnDayType(WS-Cx) = "B" and WS-Dow > 4
                           add 1 to WS-Count
                       end-if
                   end-if
               end-if
           end-perform
           if WS-FromInt > WS-ToInt
               compute daysOut = zero - WS-Count
           else
               move WS-Count to daysOut
           end-if
           EXIT METHOD.

       END METHOD AGEINDAYS.

       METHOD-ID. RUNLOGREPORT AS "RunLogReport".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-RunCount       pic 9(9) comp-5 value zero.
       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).
       01  WS-EditSecs       pic z(5)9.99.
       01  WS-Secs           pic 9(7)V99.

       01  WS-Head1.
         02  filler          pic x(35) value
             "CONVERSION RUN HISTORY".
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(4) value space.
         02  filler          pic x(10) value "DATE".
         02  filler          pic x(10) value "TIME".
         02  filler          pic x(5) value "USER".
         02  filler          pic x(5) value "MODE".
         02  filler          pic x(11) value "CONVERTED".
         02  filler          pic x(11) value "RECOUNT".
         02  filler          pic x(4) value "OOB".
         02  filler          pic x(10) value "START KEY".
         02  filler          pic x(10) value "LAST KEY".
         02  filler          pic x(10) value "SECONDS".

       01  WS-DetailLine.
         02  filler          pic x(4) value space.
         02  WS-DetDate      pic 9(8).
         02  filler          pic x(2) value space.
         02  WS-DetTime      pic 9(8).
         02  filler          pic x(2) value space.
         02  WS-DetUser      pic 9(3).
         02  filler          pic x(3) value space.
         02  WS-DetMode      pic x.
         02  filler          pic x(3) value space.
         02  WS-DetConv      pic z(8)9.
         02  filler          pic x(2) value space.
         02  WS-DetRecount   pic z(8)9.
         02  filler          pic x(3) value space.
         02  WS-DetOOB       pic x.
         02  filler          pic x(3) value space.
         02  WS-DetStartKey  pic 9(8).
         02  filler          pic x(2) value space.
         02  WS-DetLastKey   pic 9(8).
         02  filler          pic x(2) value space.
         02  WS-DetSecs      pic z(5)9.99.

       LINKAGE SECTION.
       01  runLogFilePath    OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.

      *    the operations answer to "when did user 003's last clean
      *    full run happen" - every ConvertHistoryDay execution, one
      *    line each, straight off the run log.
       PROCEDURE DIVISION USING BY VALUE runLogFilePath,
               reportFilePath.
           SET rlID2 to runLogFilePath
           SET rptID2 to reportFilePath
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "RunLogReport: open report fail " rptStatus2
               stop run
           end-if
           open INPUT RunlFile2
           if rlStatus2 not = "00" and rlStatus2 not = "05"
               display "RunLogReport: open run log fail " rlStatus2
               stop run
           end-if
           move "N" to WS-EOF
           if rlStatus2 = "05"
               move "Y" to WS-EOF
           end-if
           perform until WS-EOF = "Y"
               read RunlFile2 at end
                   move "Y" to WS-EOF
               not at end
                   if rlStatus2 not = "00"
                       display "RunLogReport: read fail " rlStatus2
                       stop run
                   end-if
                   add 1 to WS-RunCount
                   move runlDate      to WS-DetDate
                   move runlTime      to WS-DetTime
                   move runlUser      to WS-DetUser
                   move runlMode      to WS-DetMode
                   move runlConverted to WS-DetConv
                   move runlRecount   to WS-DetRecount
                   move runlOOB       to WS-DetOOB
                   move runlStartKey  to WS-DetStartKey
                   move runlLastKey   to WS-DetLastKey
                   compute WS-Secs = runlElapsed / 100
                   move WS-Secs       to WS-DetSecs
                   move WS-DetailLine to WS-PrintLine
                   perform WRITE-RPT-LINE
               end-read
           end-perform
           if WS-RunCount = zero
               move "NO CONVERSION RUNS ON FILE" to WS-PrintLine
               perform WRITE-RPT-LINE
           end-if
           close RunlFile2
           close RptFile2
           EXIT METHOD.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "RunLogReport: write fail " rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "RunLogReport: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD RUNLOGREPORT.

       METHOD-ID. DETECTDUPLICATES AS "DetectDuplicates".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-ReadCount      pic 9(9) comp-5 value zero.
       01  WS-HeldCount      pic 9(9) comp-5 value zero.
       01  WS-TabCount       pic 9(8) comp-5 value zero.
       01  WS-Tx             pic 9(8) comp-5 value zero.
       01  WS-ThisInt        pic 9(9) comp-5 value zero.
       01  WS-DayDiff        pic S9(9) comp-5 value zero.
       01  WS-EditAmt        pic -(11)9.99.
       01  WS-EditRead       pic z(8)9.
       01  WS-EditHeld       pic z(8)9.
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

      *    everything seen so far, in arrival order - a new record
      *    that matches an earlier one on invoice + reference + amount
      *    inside the day window is the duplicate and goes on hold;
      *    the earlier one stays in the stream.
       01  WS-SeenTab.
         02  WS-SeenEntry    occurs 20000 times.
           03  WS-SeenInv    pic 9(12).
           03  WS-SeenRef    pic 9(9).
           03  WS-SeenAmt    pic S9(12)V99.
           03  WS-SeenInt    pic 9(9) comp-5.
           03  WS-SeenSub    pic 9(12).

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(35) value
             "DUPLICATE TRANSACTION REVIEW".
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(4) value space.
         02  filler          pic x(14) value "HELD SUB".
         02  filler          pic x(14) value "MATCHES SUB".
         02  filler          pic x(14) value "INVOICE".
         02  filler          pic x(11) value "REFERENCE".
         02  filler          pic x(16) value "AMOUNT".

       01  WS-DetailLine.
         02  filler          pic x(4) value space.
         02  WS-DetHeldSub   pic 9(12).
         02  filler          pic x(2) value space.
         02  WS-DetOrigSub   pic 9(12).
         02  filler          pic x(2) value space.
         02  WS-DetInv       pic 9(12).
         02  filler          pic x(2) value space.
         02  WS-DetRef       pic 9(9).
         02  filler          pic x(2) value space.
         02  WS-DetAmt       pic -(11)9.99.

       LINKAGE SECTION.
       01  historyFilePath   OBJECT REFERENCE CLASS-STRING.
       01  holdFilePath      OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  windowDaysIn      PIC 9(3).

      *    branches keying the same invoice twice is caught here: two
      *    records agreeing on histInv, histRef and histAmt within
      *    windowDaysIn days of each other. The later record goes to
      *    the hold file (under its own relative key), the review
      *    report lists the pair, and ConvertHistoryDay leaves held
      *    records out of DayFile until a supervisor releases them.
       PROCEDURE DIVISION USING BY VALUE historyFilePath,
               holdFilePath, reportFilePath, windowDaysIn.
           SET hID2 to historyFilePath
           SET hoID2 to holdFilePath
           SET rptID2 to reportFilePath
           if hOpenSW2 = ZERO
               open INPUT HistFile2
               if hStatus2 not = "00" and hStatus2 not = "05"
                   display "DetectDuplicates: open hist fail " hStatus2
                   stop run
               end-if
               move 1 to hOpenSW2
           end-if
           open I-O HoldFile2
           if hoStatus2 not = "00" and hoStatus2 not = "05"
               display "DetectDuplicates: open hold fail " hoStatus2
               stop run
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "DetectDuplicates: open report fail " rptStatus2
               stop run
           end-if

           move 1 to hRelkey2
           move "N" to WS-EOF
           start HistFile2 key is not less than hRelkey2
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read HistFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   add 1 to WS-ReadCount
                   perform CHECK-ONE-RECORD
               end-read
           end-perform

           move space to WS-PrintLine
           move WS-ReadCount to WS-EditRead
           move WS-HeldCount to WS-EditHeld
           STRING
               "RECORDS READ " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditRead) DELIMITED BY SIZE
               "  HELD "       DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditHeld) DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE

           if hOpenSW2 not = ZERO
               close HistFile2
               move zero to hOpenSW2
           end-if
           close HoldFile2
           close RptFile2
           display "DetectDuplicates: read " WS-ReadCount
               " held " WS-HeldCount
           EXIT METHOD.

       CHECK-ONE-RECORD.
      *    a date that is not a real calendar day cannot sit inside
      *    any day window, and INTEGER-OF-DATE must never be handed
      *    one - the edit pass owns reporting those, so the record is
      *    tabled but never matched.
           move histDate to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK = "Y"
               compute WS-ThisInt =
                   FUNCTION INTEGER-OF-DATE(histDate)
           else
               move zero to WS-ThisInt
           end-if
           if WS-ThisInt not = zero
               perform varying WS-Tx from 1 by 1
                       until WS-Tx > WS-TabCount
                   if WS-SeenInv(WS-Tx) = histInv
                       and WS-SeenRef(WS-Tx) = histRef
                       and WS-SeenAmt(WS-Tx) = histAmt
                       and WS-SeenInt(WS-Tx) not = zero
                       compute WS-DayDiff =
                           WS-ThisInt - WS-SeenInt(WS-Tx)
                       if WS-DayDiff < zero
                           compute WS-DayDiff = WS-DayDiff * -1
                       end-if
                       if WS-DayDiff <= windowDaysIn
                           perform HOLD-THIS-RECORD
                           exit perform
                       end-if
                   end-if
               end-perform
           end-if
           if WS-TabCount >= 20000
               display "DetectDuplicates: more than 20000 records - "
                   "raise the table"
               stop run
           end-if
           add 1 to WS-TabCount
           move histInv   to WS-SeenInv(WS-TabCount)
           move histRef   to WS-SeenRef(WS-TabCount)
           move histAmt   to WS-SeenAmt(WS-TabCount)
           move WS-ThisInt to WS-SeenInt(WS-TabCount)
           move histSub   to WS-SeenSub(WS-TabCount).

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

       HOLD-THIS-RECORD.
           move hRelkey2 to hoRelkey2
           read HoldFile2
             invalid key
               move hRelkey2 to hoRelkey2
               write holdRec from histRec
               if hoStatus2 not = "00"
                   display "DetectDuplicates: hold write fail "
                       hoStatus2
                   stop run
               end-if
               perform REPORT-HELD-PAIR
             not invalid key
      *        already on the hold file from an earlier run. A "RLSD"
      *        marker means a supervisor has ruled on it - releases
      *        stick, re-detection must not re-park the record.
               if holdExtra not = "RLSD"
                   perform REPORT-HELD-PAIR
               end-if
           end-read.

       REPORT-HELD-PAIR.
           add 1 to WS-HeldCount
           move histSub            to WS-DetHeldSub
           move WS-SeenSub(WS-Tx)  to WS-DetOrigSub
           move histInv            to WS-DetInv
           move histRef            to WS-DetRef
           move histAmt            to WS-DetAmt
           move WS-DetailLine      to WS-PrintLine
           perform WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "DetectDuplicates: write fail " rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "DetectDuplicates: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD DETECTDUPLICATES.

       METHOD-ID. RELEASEHELDRECORD AS "ReleaseHeldRecord".
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  holdFilePath      OBJECT REFERENCE CLASS-STRING.
       01  histSubIn         PIC 9(12).

      *    supervisor release: the hold record is kept but marked
      *    "RLSD", so the next ConvertHistoryDay run picks the
      *    transaction back up from HistFile2 AND the next
      *    DetectDuplicates run remembers the ruling instead of
      *    re-parking the record. If the review decided the duplicate
      *    is real, the supervisor reverses it through
      *    ReverseHistoryRecord first and then releases the hold the
      *    same way - the reversal and the original then net to zero
      *    in DayFile.
       PROCEDURE DIVISION USING BY VALUE holdFilePath, histSubIn.
           SET hoID2 to holdFilePath
           open I-O HoldFile2
           if hoStatus2 not = "00" and hoStatus2 not = "05"
               display "ReleaseHeldRecord: open fail " hoStatus2
               stop run
           end-if
           move histSubIn to hoRelkey2
           read HoldFile2
             invalid key
               display "ReleaseHeldRecord: " histSubIn " is not held"
             not invalid key
               if holdExtra = "RLSD"
                   display "ReleaseHeldRecord: " histSubIn
                       " was already released"
               else
                   move "RLSD" to holdExtra
                   rewrite holdRec
                   if hoStatus2 not = "00"
                       display "ReleaseHeldRecord: rewrite fail "
                           hoStatus2
                       stop run
                   end-if
                   display "ReleaseHeldRecord: released " histSubIn
               end-if
           end-read
           close HoldFile2
       END METHOD RELEASEHELDRECORD.

       METHOD-ID. YEARENDROLLOVER AS "YearEndRollover".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-OldGen         pic 9(5) value zero.

       LINKAGE SECTION.
       01  genFilePath       OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  newGenIn          PIC 9(5).
       01  userIn            PIC 9(3).
       01  dateIn            PIC 9(8).

      *    year end, without copying files around by hand: the control
      *    record flips to the new generation and the old year's
      *    records stay where they are, selectable by generation on
      *    ReadHistory, ReadDay and the conversion. Prior-year
      *    inquiries keep working because nothing moved.
       PROCEDURE DIVISION USING BY VALUE genFilePath, auditFilePath,
               newGenIn, userIn, dateIn.
           SET geID2 to genFilePath
           SET auID2 to auditFilePath
           open I-O GenFile2
           if geStatus2 not = "00" and geStatus2 not = "05"
               display "YearEndRollover: open fail " geStatus2
               stop run
           end-if
           move 1 to geRelkey2
           if geStatus2 = "05"
               move zero    to genCurrent
               move userIn  to genRolledBy
               move dateIn  to genRolledDate
               write genRec
               if geStatus2 not = "00"
                   display "YearEndRollover: init fail " geStatus2
                   stop run
               end-if
           else
               read GenFile2
               if geStatus2 not = "00"
                   display "YearEndRollover: read fail " geStatus2
                   stop run
               end-if
           end-if
           move genCurrent to WS-OldGen
           if newGenIn <= WS-OldGen
               display "YearEndRollover: generation " newGenIn
                   " is not after current " WS-OldGen " - refused"
               close GenFile2
               EXIT METHOD
           end-if
           move newGenIn to genCurrent
           move userIn   to genRolledBy
           move dateIn   to genRolledDate
           rewrite genRec
           if geStatus2 not = "00"
               display "YearEndRollover: rewrite fail " geStatus2
               stop run
           end-if
           close GenFile2
           display "YearEndRollover: generation " WS-OldGen
               " closed, " newGenIn " is current"

           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "YearEndRollover: open audit fail " auStatus2
               stop run
           end-if
           move spaces     to audRec
           accept audDate  from DATE YYYYMMDD
           accept audTime  from TIME
           move userIn     to audUser
           move "ROLLOVER" to audOper
           move newGenIn   to audKey
           move WS-OldGen  to audInv
           move zero       to audAmt
           write audRec
           if auStatus2 not = "00"
               display "YearEndRollover: audit write fail " auStatus2
               stop run
           end-if
           close AudFile2
       END METHOD YEARENDROLLOVER.

       METHOD-ID. ADDEXCHANGERATE AS "AddExchangeRate".
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  rateFilePath      OBJECT REFERENCE CLASS-STRING.
       01  currIn            PIC X(3).
       01  dateIn            PIC 9(8).
       01  rateIn            PIC 9(3)V9(6).

      *    the day's rate to base for one currency - rerunning with a
      *    corrected rate just replaces the record.
       PROCEDURE DIVISION USING BY VALUE rateFilePath, currIn,
               dateIn, rateIn.
           SET raID2 to rateFilePath
           open I-O RateFile2
           if raStatus2 not = "00" and raStatus2 not = "05"
               display "AddExchangeRate: open fail " raStatus2
               stop run
           end-if
           move currIn to rateCurr
           move dateIn to rateDate
           move rateIn to rateRate
           write rateRec
             invalid key
               rewrite rateRec
               if raStatus2 not = "00"
                   display "AddExchangeRate: rewrite fail " raStatus2
                   stop run
               end-if
           end-write
           if raStatus2 not = "00"
               display "AddExchangeRate: write fail " raStatus2
               stop run
           end-if
           close RateFile2
       END METHOD ADDEXCHANGERATE.

       METHOD-ID. VERIFYDAYFILE AS "VerifyDayFile".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-ProbeEOF       pic x.
       01  WS-Found          pic x.
       01  WS-ReadCount      pic 9(9) comp-5 value zero.
       01  WS-DamageCount    pic 9(9) comp-5 value zero.
       01  WS-RebuiltCount   pic 9(9) comp-5 value zero.
       01  WS-Ux             pic 9(4) comp-5 value zero.
       01  WS-DamageText     pic x(50).
       01  WS-EditCnt        pic z(8)9.

       01  WS-SaveRec        pic x(135).
       01  WS-SvKey1         pic x(10).
       01  WS-SvKey2         pic x(37).
       01  WS-SvKey3a        pic x(17).
       01  WS-SvInv          pic 9(12).
       01  WS-SvDate         pic 9(8).
       01  WS-SvUser         pic 9(3).
       01  WS-SvRow          pic 9(7).

      *    per-user structural facts gathered on the primary pass -
      *    trailer presence, the trailer's claimed high-water mark and
      *    the real one.
       01  WS-UsrTab.
         02  WS-UsrEntry     occurs 1000 times.
           03  WS-UsrTrailers   pic 9(4) comp-5.
           03  WS-UsrTrailerSub pic 9(12).
           03  WS-UsrMaxRow     pic 9(7).
           03  WS-UsrDetails    pic 9(9) comp-5.

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(35) value
             "DAYFILE STRUCTURAL VERIFY".
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-DamageLine.
         02  filler          pic x(4) value space.
         02  WS-DmgText      pic x(50).
         02  filler          pic x(6) value "USER ".
         02  WS-DmgUser      pic 9(3).
         02  filler          pic x(5) value " ROW ".
         02  WS-DmgRow       pic 9(7).

       LINKAGE SECTION.
       01  dayFilePath       OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  rebuildFilePath   OBJECT REFERENCE CLASS-STRING.
       01  rebuildIn         PIC X.

      *    walks DayFile by primary key, probes every record back
      *    through each alternate key path (dayKey2, the gen/sub split
      *    key, dayDate, dayInv), cross-checks the record is reachable
      *    and identical on all of them, validates each user's dayRow=0
      *    trailer exists and carries the real detail high-water mark,
      *    and prints a damage report. With rebuildIn = "Y" and damage
      *    found, a clean file is recreated from the primary pass at
      *    rebuildFilePath, trailers corrected as it goes.
       PROCEDURE DIVISION USING BY VALUE dayFilePath, reportFilePath,
               rebuildFilePath, rebuildIn.
           SET dID to dayFilePath
           SET rptID2 to reportFilePath
           SET ndID to rebuildFilePath
           open INPUT DayFile
           if dStatus not = "00" and dStatus not = "05"
               display "VerifyDayFile: open day fail " dStatus
               stop run
           end-if
           move 1 to dOpenSW
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "VerifyDayFile: open report fail " rptStatus2
               stop run
           end-if
           perform varying WS-Ux from 1 by 1 until WS-Ux > 1000
               move zero to WS-UsrTrailers(WS-Ux)
               move zero to WS-UsrTrailerSub(WS-Ux)
               move zero to WS-UsrMaxRow(WS-Ux)
               move zero to WS-UsrDetails(WS-Ux)
           end-perform

           move low-values to dayKey1
           move "N" to WS-EOF
           START DAYFILE KEY is not < dayKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               READ DAYFILE next record at END
                   move "Y" to WS-EOF
               NOT AT END
                   if dStatus not = "00"
                       display "VerifyDayFile: read fail " dStatus
                       stop run
                   end-if
                   add 1 to WS-ReadCount
                   perform VERIFY-ONE-RECORD
               end-read
           end-perform

           perform TRAILER-CHECKS

           move space to WS-PrintLine
           move WS-ReadCount to WS-EditCnt
           STRING
               "RECORDS READ " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditCnt) DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE
           move space to WS-PrintLine
           move WS-DamageCount to WS-EditCnt
           STRING
               "DAMAGE ITEMS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditCnt) DELIMITED BY SIZE
               INTO WS-PrintLine
           END-STRING
           perform WRITE-RPT-LINE

           close DayFile
           move zero to dOpenSW

           if WS-DamageCount not = zero and rebuildIn = "Y"
               perform REBUILD-DAY-FILE
               move space to WS-PrintLine
               move WS-RebuiltCount to WS-EditCnt
               STRING
                   "REBUILT RECORDS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EditCnt) DELIMITED BY SIZE
                   INTO WS-PrintLine
               END-STRING
               perform WRITE-RPT-LINE
           end-if

           close RptFile2
           display "VerifyDayFile: read " WS-ReadCount
               " damage " WS-DamageCount
           EXIT METHOD.

      *    gather the per-user facts, then prove this record is
      *    reachable and identical down every alternate key path, and
      *    finally put the primary-path position back where the
      *    sequential walk left it.
       VERIFY-ONE-RECORD.
           move dayRec   to WS-SaveRec
           move dayKey1  to WS-SvKey1
           move dayKey2  to WS-SvKey2
           move dayKey3a to WS-SvKey3a
           move dayInv   to WS-SvInv
           move dayDate  to WS-SvDate
           move dayUser  to WS-SvUser
           move dayRow   to WS-SvRow
           if dayRow = 0
               add 1 to WS-UsrTrailers(WS-SvUser + 1)
               move daySub to WS-UsrTrailerSub(WS-SvUser + 1)
           else
               add 1 to WS-UsrDetails(WS-SvUser + 1)
               if dayRow > WS-UsrMaxRow(WS-SvUser + 1)
                   move dayRow to WS-UsrMaxRow(WS-SvUser + 1)
               end-if
           end-if

           perform PROBE-KEY2
           perform PROBE-KEY3A
           perform PROBE-DATE
           perform PROBE-INV

      *    coming home: a random primary read both re-establishes the
      *    key of reference for the sequential walk and proves the
      *    primary index can still find the record at all.
           move WS-SvKey1 to dayKey1
           read DayFile
             invalid key
               move "NOT REACHABLE VIA PRIMARY KEY" to WS-DamageText
               perform REPORT-DAMAGE
             not invalid key
               if dayRec not = WS-SaveRec
                   move "PRIMARY KEY RETURNS DIFFERENT RECORD"
                     to WS-DamageText
                   perform REPORT-DAMAGE
               end-if
           end-read.

       PROBE-KEY2.
           move "N" to WS-Found
           move "N" to WS-ProbeEOF
           move WS-SvKey2 to dayKey2
           read DayFile key is dayKey2
             invalid key
               move "Y" to WS-ProbeEOF
             not invalid key
               continue
           end-read
           perform until WS-Found = "Y" or WS-ProbeEOF = "Y"
               if dayKey2 not = WS-SvKey2
                   move "Y" to WS-ProbeEOF
               else
                   if dayRec = WS-SaveRec
                       move "Y" to WS-Found
                   else
                       read DayFile next record at end
                           move "Y" to WS-ProbeEOF
                       end-read
                   end-if
               end-if
           end-perform
           if WS-Found not = "Y"
               move "NOT REACHABLE VIA DAYKEY2" to WS-DamageText
               perform REPORT-DAMAGE
           end-if.

       PROBE-KEY3A.
           move "N" to WS-Found
           move "N" to WS-ProbeEOF
           move WS-SvKey3a to dayKey3a
           read DayFile key is dayKey3a
             invalid key
               move "Y" to WS-ProbeEOF
             not invalid key
               continue
           end-read
           perform until WS-Found = "Y" or WS-ProbeEOF = "Y"
               if dayKey3a not = WS-SvKey3a
                   move "Y" to WS-ProbeEOF
               else
                   if dayRec = WS-SaveRec
                       move "Y" to WS-Found
                   else
                       read DayFile next record at end
                           move "Y" to WS-ProbeEOF
                       end-read
                   end-if
               end-if
           end-perform
           if WS-Found not = "Y"
               move "NOT REACHABLE VIA GEN/SUB KEY" to WS-DamageText
               perform REPORT-DAMAGE
           end-if.

       PROBE-DATE.
           move "N" to WS-Found
           move "N" to WS-ProbeEOF
           move WS-SvDate to dayDate
           read DayFile key is dayDate
             invalid key
               move "Y" to WS-ProbeEOF
             not invalid key
               continue
           end-read
           perform until WS-Found = "Y" or WS-ProbeEOF = "Y"
               if dayDate not = WS-SvDate
                   move "Y" to WS-ProbeEOF
               else
                   if dayRec = WS-SaveRec
                       move "Y" to WS-Found
                   else
                       read DayFile next record at end
                           move "Y" to WS-ProbeEOF
                       end-read
                   end-if
               end-if
           end-perform
           if WS-Found not = "Y"
               move "NOT REACHABLE VIA DAYDATE KEY" to WS-DamageText
               perform REPORT-DAMAGE
           end-if.

       PROBE-INV.
           move "N" to WS-Found
           move "N" to WS-ProbeEOF
           move WS-SvInv to dayInv
           read DayFile key is dayInv
             invalid key
               move "Y" to WS-ProbeEOF
             not invalid key
               continue
           end-read
           perform until WS-Found = "Y" or WS-ProbeEOF = "Y"
               if dayInv not = WS-SvInv
                   move "Y" to WS-ProbeEOF
               else
                   if dayRec = WS-SaveRec
                       move "Y" to WS-Found
                   else
                       read DayFile next record at end
                           move "Y" to WS-ProbeEOF
                       end-read
                   end-if
               end-if
           end-perform
           if WS-Found not = "Y"
               move "NOT REACHABLE VIA DAYINV KEY" to WS-DamageText
               perform REPORT-DAMAGE
           end-if.

       REPORT-DAMAGE.
           add 1 to WS-DamageCount
           move WS-DamageText to WS-DmgText
           move WS-SvUser     to WS-DmgUser
           move WS-SvRow      to WS-DmgRow
           move WS-DamageLine to WS-PrintLine
           perform WRITE-RPT-LINE.

       TRAILER-CHECKS.
           perform varying WS-Ux from 1 by 1 until WS-Ux > 1000
               if WS-UsrDetails(WS-Ux) > 0
                   or WS-UsrTrailers(WS-Ux) > 0
                   compute WS-SvUser = WS-Ux - 1
                   move zero to WS-SvRow
                   if WS-UsrTrailers(WS-Ux) = zero
                       move "NO TRAILER RECORD FOR USER"
                         to WS-DamageText
                       perform REPORT-DAMAGE
                   else
                       if WS-UsrTrailerSub(WS-Ux)
                               not = WS-UsrMaxRow(WS-Ux)
                           move "TRAILER SUB DOES NOT MATCH HIGH WATER"
                             to WS-DamageText
                           perform REPORT-DAMAGE
                       end-if
                   end-if
               end-if
           end-perform.

      *    recovery: one clean primary-key pass into a fresh file,
      *    trailer daySub corrected to the real high-water mark and a
      *    missing trailer created, so the rebuilt file swaps in
      *    whole.
       REBUILD-DAY-FILE.
           open OUTPUT NdayFile
           if ndStatus not = "00"
               display "VerifyDayFile: open rebuild fail " ndStatus
               stop run
           end-if
           open INPUT DayFile
           if dStatus not = "00" and dStatus not = "05"
               display "VerifyDayFile: reopen day fail " dStatus
               stop run
           end-if
           move 1 to dOpenSW
           move low-values to dayKey1
           move "N" to WS-EOF
           START DAYFILE KEY is not < dayKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               READ DAYFILE next record at END
                   move "Y" to WS-EOF
               NOT AT END
                   move dayRec to ndayRec
                   if ndayRow = 0
                       move WS-UsrMaxRow(ndayUser + 1) to ndaySub
                   end-if
                   write ndayRec
                   if ndStatus not = "00"
                       display "VerifyDayFile: rebuild write fail "
                           ndStatus
                       stop run
                   end-if
                   add 1 to WS-RebuiltCount
               end-read
           end-perform
      *    users whose trailer was missing altogether get one now.
           perform varying WS-Ux from 1 by 1 until WS-Ux > 1000
               if WS-UsrDetails(WS-Ux) > 0
                   and WS-UsrTrailers(WS-Ux) = zero
                   move spaces to ndayRec
                   compute ndayUser = WS-Ux - 1
                   move 0 to ndayRow
                   move 0 to ndayGen
                   move WS-UsrMaxRow(WS-Ux) to ndaySub
                   move 0 to ndayDate
                   move 0 to ndayRef
                   move 0 to ndayJr
                   move 0 to ndayInv
                   move 0 to ndayAmt
                   move space to ndayDesc
                   move space to ndayExtra
                   move 0 to ndayIntroUser
                   move 0 to ndayIntroDate
                   move 0 to ndayLinkSub
                   move 0 to ndayOrigAmt
                   move 0 to ndayTax
                   move 0 to ndayTaxAmt
                   write ndayRec
                   if ndStatus not = "00"
                       display "VerifyDayFile: trailer rebuild fail "
                           ndStatus
                       stop run
                   end-if
                   add 1 to WS-RebuiltCount
               end-if
           end-perform
           close DayFile
           move zero to dOpenSW
           close NdayFile.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "VerifyDayFile: write fail " rptStatus2
                   stop run
               end-if
               move space to rptRec2
               write rptRec2
               move 2 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "VerifyDayFile: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD VERIFYDAYFILE.

       METHOD-ID. REBUILDBALANCEFILE AS "RebuildBalanceFile".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-ReadCount      pic 9(9) comp-5 value zero.
       01  WS-BalCount       pic 9(9) comp-5 value zero.

       LINKAGE SECTION.
       01  dayFilePath       OBJECT REFERENCE CLASS-STRING.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.

      *    recovery for a lost or suspect balance file: recompute the
      *    whole thing from DayFile, which is the same arithmetic the
      *    conversion does a record at a time.
       PROCEDURE DIVISION USING BY VALUE dayFilePath,
               balanceFilePath.
           SET dID to dayFilePath
           SET baID2 to balanceFilePath
           open INPUT DayFile
           if dStatus not = "00" and dStatus not = "05"
               display "RebuildBalanceFile: open day fail " dStatus
               stop run
           end-if
           move 1 to dOpenSW
           open OUTPUT BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "RebuildBalanceFile: open balance fail "
                   baStatus2
               stop run
           end-if
           close BalFile2
           open I-O BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "RebuildBalanceFile: reopen balance fail "
                   baStatus2
               stop run
           end-if

           move low-values to dayKey1
           move "N" to WS-EOF
           START DAYFILE KEY is not < dayKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               READ DAYFILE next record at END
                   move "Y" to WS-EOF
               NOT AT END
                   if dStatus not = "00"
                       display "RebuildBalanceFile: read fail " dStatus
                       stop run
                   end-if
                   if dayRow not = 0
                       add 1 to WS-ReadCount
                       perform ROLL-ONE-RECORD
                   end-if
               end-read
           end-perform

           close DayFile
           move zero to dOpenSW
           close BalFile2
           display "RebuildBalanceFile: rolled " WS-ReadCount
               " records into " WS-BalCount " balances"
           EXIT METHOD.

       ROLL-ONE-RECORD.
           move dayUser to balUser
           move dayInv  to balInv
           read BalFile2
             invalid key
               move dayUser  to balUser
               move dayInv   to balInv
               move dayAmt   to balAmt
               move 1        to balCount
               move dayDate  to balFirstDate
               move dayDate  to balLastDate
               write balRec
               if baStatus2 not = "00"
                   display "RebuildBalanceFile: write fail " baStatus2
                   stop run
               end-if
               add 1 to WS-BalCount
             not invalid key
               add dayAmt to balAmt
               add 1 to balCount
               if dayDate < balFirstDate
                   move dayDate to balFirstDate
               end-if
               if dayDate > balLastDate
                   move dayDate to balLastDate
               end-if
               rewrite balRec
               if baStatus2 not = "00"
                   display "RebuildBalanceFile: rewrite fail "
                       baStatus2
                   stop run
               end-if
           end-read.

       END METHOD REBUILDBALANCEFILE.

       METHOD-ID. READINVOICEBALANCE AS "ReadInvoiceBalance".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-BalLine        pic x(80).
       01  WS-EditBal        pic -(12)9.99.
       01  WS-EditCnt        pic z(8)9.
       01  rowString         OBJECT REFERENCE CLASS-STRING.

       LINKAGE SECTION.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  invoiceIn         PIC 9(12).
       01  balanceOut        OBJECT REFERENCE CLASS-STRING.

      *    "what does invoice X net to" as one keyed read: net amount,
      *    transaction count, first and last activity date, straight
      *    off the balance-forward record the conversion maintains.
       PROCEDURE DIVISION USING BY VALUE balanceFilePath, userIn,
               invoiceIn RETURNING balanceOut.
           SET baID2 to balanceFilePath
           open INPUT BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "ReadInvoiceBalance: open fail " baStatus2
               stop run
           end-if
           move space to WS-BalLine
           if baStatus2 = "05"
               move "NOT ON FILE" to WS-BalLine
           else
               move userIn    to balUser
               move invoiceIn to balInv
               read BalFile2
                 invalid key
                   move "NOT ON FILE" to WS-BalLine
                 not invalid key
                   move balAmt   to WS-EditBal
                   move balCount to WS-EditCnt
                   STRING
                       FUNCTION TRIM(WS-EditBal) DELIMITED BY SIZE
                       ","            DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EditCnt) DELIMITED BY SIZE
                       ","            DELIMITED BY SIZE
                       balFirstDate   DELIMITED BY SIZE
                       ","            DELIMITED BY SIZE
                       balLastDate    DELIMITED BY SIZE
                       INTO WS-BalLine
                   END-STRING
               end-read
           end-if
           close BalFile2
           SET balanceOut to WS-BalLine
       END METHOD READINVOICEBALANCE.

       METHOD-ID. APPLYPAYMENT AS "ApplyPayment".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-AllocCount     pic 9(4) comp-5 value zero.
       01  WS-Ax             pic 9(4) comp-5 value zero.
       01  WS-Ay             pic 9(4) comp-5 value zero.
       01  WS-AllocSum       pic S9(13)V99 value zero.
       01  WS-Remainder      pic S9(13)V99 value zero.
       01  WS-PriorAlloc     pic S9(13)V99 value zero.
       01  WS-BadSW          pic x value "N".
       01  WS-WriteCount     pic 9(4) comp-5 value zero.
       01  WS-EditAmt        pic -(11)9.99.
       01  WS-AudOp          pic x(8).
       01  WS-PostJr         pic 9(3).
       01  WS-PostDesc       pic x(20).
       01  WS-LinkSW         pic x value "N".
       01  WS-CustSW         pic x value "N".
       01  WS-PayDateSW      pic x value "N".
       01  WS-PayInt         pic 9(9) comp-5 value zero.
       01  WS-DiscLastInt    pic 9(9) comp-5 value zero.
       01  WS-DiscBase       pic S9(13)V99 value zero.
       01  WS-DiscAllow      pic S9(13)V99 value zero.
       01  WS-Residue        pic S9(13)V99 value zero.
       01  WS-DiscTotal      pic S9(13)V99 value zero.
       01  WS-LateCount      pic 9(4) comp-5 value zero.
       01  WS-PlanSW         pic x value "N".
       01  WS-PlanEOF        pic x.
       01  WS-PlanLeft       pic S9(13)V99 value zero.
       01  WS-PlanApplied    pic S9(13)V99 value zero.
       01  WS-InstOpen       pic S9(13)V99 value zero.
       01  WS-InstPart       pic S9(13)V99 value zero.
       01  WS-OpenInst       pic 9(3) comp-5 value zero.

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

       01  WS-FldInv         pic x(12).
       01  WS-FldAmt         pic x(16).
       01  WS-UnstCount      pic 9(4) comp-5 value zero.
       01  WS-ChkField       pic x(16).
       01  WS-ChkOK          pic x.
       01  WS-Cx             pic 9(4) comp-5 value zero.
       01  WS-ChkChar        pic x.
       01  WS-DigitSW        pic x.
       01  WS-EndedSW        pic x.
       01  WS-SignSW         pic x.
       01  WS-PointSW        pic x.
       01  WS-ParsedAmt      pic S9(12)V99 value zero.

      *    the operator's allocation lines, held until every one has
      *    proven itself against the balance file - a payment posts
      *    whole or not at all, never half-applied. WS-AllocDisc is
      *    the settlement discount the line earns, WS-AllocLate "Y"
      *    when it was taken after the discount window closed.
       01  WS-AllocTab.
         02  WS-AllocEntry   occurs 500 times.
           03  WS-AllocInv   pic 9(12).
           03  WS-AllocAmt   pic S9(12)V99.
           03  WS-AllocDisc  pic S9(12)V99.
           03  WS-AllocLate  pic x.

       LINKAGE SECTION.
       01  historyFile       OBJECT REFERENCE CLASS-STRING.
       01  historySeqPath    OBJECT REFERENCE CLASS-STRING.
       01  periodFilePath    OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  customerFilePath  OBJECT REFERENCE CLASS-STRING.
       01  custLinkPath      OBJECT REFERENCE CLASS-STRING.
       01  allocFilePath     OBJECT REFERENCE CLASS-STRING.
       01  planFilePath      OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  dateIn            PIC 9(8).
       01  refIn             PIC 9(9).
       01  journalIn         PIC 9(3).
       01  descIn            PIC X(20).
       01  amtIn             PIC S9(12)V99.
       01  discJournalIn     PIC 9(3).
       01  lateDiscIn        PIC X(1).

      *    cash application: one customer receipt (date, reference,
      *    amount, company) allocated across open invoices off the
      *    balance-forward file. Each allocation line posts into
      *    HistFile2 as a negative amount against its invoice, so the
      *    invoice's balAmt comes down through the normal conversion -
      *    never by rewriting BalFile2 here, which a full rebuild
      *    would double-count. Whatever the operator leaves
      *    unallocated parks as unapplied cash on an invoice keyed by
      *    the receipt reference; a later run with amtIn zero and a
      *    negative allocation against that parked invoice (paired
      *    with positive ones against the real invoices) applies it.
      *    The allocation file is one "invoice,amount" line per
      *    allocation, the same delimited shape the import reads.
      *    Receipts are base currency - a foreign receipt is keyed
      *    through AddHistoryRecord so the rate machinery sees it.
      *    Settlement discount: when an allocation leaves a residue
      *    on its invoice no bigger than the discount the linked
      *    customer's terms allow on the open balance, the customer
      *    has paid net and the residue posts as a separate line on
      *    discJournalIn against the invoice, so the invoice clears.
      *    Inside the window - balFirstDate plus custDiscDays, by
      *    dateIn - it posts; after it, lateDiscIn "R" refuses the
      *    whole payment, anything else flags the line on the trail
      *    (DISCLATE) and leaves the residue open for collections.
      *    discJournalIn zero turns discounting off.
      *    An invoice on an active payment plan has what the line
      *    pays (and any discount allowed with it) applied to its
      *    instalments oldest first, on the plan file, as the receipt
      *    posts; the last instalment paid closes the plan as paid
      *    off. Each invoice's share goes on the trail as PLANAPPL.
      *    No plan file yet means no plans.
       PROCEDURE DIVISION USING BY VALUE historyFile, historySeqPath,
               periodFilePath, auditFilePath, balanceFilePath,
               customerFilePath, custLinkPath, allocFilePath,
               planFilePath, userIn, dateIn, refIn, journalIn, descIn,
               amtIn, discJournalIn, lateDiscIn.
      *    same closed-period gate as AddHistoryRecord - a receipt is
      *    a posting too.
           SET pdID2 to periodFilePath
           open INPUT PerdFile2
           if pdStatus2 not = "00" and pdStatus2 not = "05"
               display "ApplyPayment: open period fail " pdStatus2
               stop run
           end-if
           if pdStatus2 = "00"
               move userIn to perdUser
               move dateIn(1:6) to perdPeriod
               read PerdFile2
                 invalid key
                   continue
                 not invalid key
                   if perdStatus = "C"
                       display "ApplyPayment: period " perdPeriod
                           " is closed for user " userIn
                           " - payment refused"
                       close PerdFile2
                       EXIT METHOD
                   end-if
               end-read
           end-if
           close PerdFile2

           SET impID2 to allocFilePath
           open INPUT ImpFile2
           if impStatus2 not = "00"
               display "ApplyPayment: open allocation fail " impStatus2
               stop run
           end-if
           move "N" to WS-EOF
           move "N" to WS-BadSW
           perform until WS-EOF = "Y"
               read ImpFile2 at end
                   move "Y" to WS-EOF
               not at end
                   if impStatus2 not = "00"
                       display "ApplyPayment: read fail " impStatus2
                       stop run
                   end-if
                   perform EDIT-ALLOC-LINE
               end-read
           end-perform
           close ImpFile2
           if WS-BadSW = "Y"
               display "ApplyPayment: allocation file rejected - "
                   "payment refused"
               EXIT METHOD
           end-if

      *    every allocation must fit inside its invoice's open
      *    balance, counting earlier lines of this same payment
      *    against the same invoice. A positive allocation pays down
      *    an open debit; a negative one releases parked unapplied
      *    cash, so it must sit on a balance that is itself negative.
           SET baID2 to balanceFilePath
           open INPUT BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "ApplyPayment: open balance fail " baStatus2
               stop run
           end-if
           perform OPEN-DISCOUNT-FILES
           move zero to WS-AllocSum
           perform varying WS-Ax from 1 by 1
                   until WS-Ax > WS-AllocCount
               perform CHECK-ONE-ALLOC
           end-perform
           close BalFile2
           if WS-LinkSW = "Y"
               close ClnkFile2
           end-if
           if WS-CustSW = "Y"
               close CustFile2
           end-if
           if WS-BadSW = "Y"
               display "ApplyPayment: payment refused - nothing posted"
               EXIT METHOD
           end-if
           compute WS-Remainder = amtIn - WS-AllocSum
           if WS-Remainder < zero
               display "ApplyPayment: allocations exceed the receipt "
                   "amount - payment refused"
               EXIT METHOD
           end-if

           SET hID2 to historyFile
           if hOpenSW2 = ZERO
               open I-O HistFile2
               if hStatus2 not = "00" and hStatus2 not = "05"
                   display "ApplyPayment: open hist fail " hStatus2
                   stop run
               end-if
               move 1 to hOpenSW2
           END-IF
      *    next available relative keys come off the SeqFile2
      *    high-water mark, read once and rewritten once after the
      *    batch - same as ImportTransactions, and for the same
      *    purged-hole reason AddHistoryRecord documents.
           SET seqID2 to historySeqPath
           move 1 to seqRelkey2
           open I-O SeqFile2
           if seqStatus2 not = "00" and seqStatus2 not = "05"
               display "ApplyPayment: open seq fail " seqStatus2
               stop run
           end-if
           if seqStatus2 = "05"
               move zero to seqNextKey2
               write seqRec2
               if seqStatus2 not = "00"
                   display "ApplyPayment: seq init fail " seqStatus2
                   stop run
               end-if
           else
               read SeqFile2
               if seqStatus2 not = "00"
                   display "ApplyPayment: seq read fail " seqStatus2
                   stop run
               end-if
           end-if
           SET auID2 to auditFilePath
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "ApplyPayment: open audit fail " auStatus2
               stop run
           end-if
           SET plID2 to planFilePath
           open I-O PlanFile2
           if plStatus2 = "00"
               move "Y" to WS-PlanSW
           else
               if plStatus2 not = "05"
                   display "ApplyPayment: open plan fail " plStatus2
                   stop run
               end-if
               close PlanFile2
           end-if

           perform varying WS-Ax from 1 by 1
                   until WS-Ax > WS-AllocCount
               move WS-AllocInv(WS-Ax) to histInv
               compute histAmt = WS-AllocAmt(WS-Ax) * -1
               move "APPLY" to WS-AudOp
               move journalIn to WS-PostJr
               move descIn to WS-PostDesc
               perform WRITE-PAYMENT-RECORD
               if WS-AllocDisc(WS-Ax) not = zero
                   if WS-AllocLate(WS-Ax) = "Y"
                       perform WRITE-LATE-FLAG
                   else
                       move WS-AllocInv(WS-Ax) to histInv
                       compute histAmt = WS-AllocDisc(WS-Ax) * -1
                       move "DISCOUNT" to WS-AudOp
                       move discJournalIn to WS-PostJr
                       move "SETTLEMENT DISCOUNT" to WS-PostDesc
                       perform WRITE-PAYMENT-RECORD
                       add WS-AllocDisc(WS-Ax) to WS-DiscTotal
                   end-if
               end-if
               perform APPLY-TO-PLAN
           end-perform
           if WS-Remainder not = zero
      *        the unapplied-cash invoice is the receipt reference
      *        itself, so the parked amount is findable by the check
      *        number collections has in hand.
               move refIn to histInv
               compute histAmt = WS-Remainder * -1
               move "UNAPPLD" to WS-AudOp
               move journalIn to WS-PostJr
               move descIn to WS-PostDesc
               perform WRITE-PAYMENT-RECORD
           end-if

           rewrite seqRec2
           if seqStatus2 not = "00"
               display "ApplyPayment: seq write fail " seqStatus2
               stop run
           end-if
           close SeqFile2
           close HistFile2
           move zero to hOpenSW2
           close AudFile2
           if WS-PlanSW = "Y"
               close PlanFile2
           end-if
           move WS-Remainder to WS-EditAmt
           display "ApplyPayment: posted " WS-WriteCount
               " records, unapplied " WS-EditAmt
           if WS-DiscTotal not = zero or WS-LateCount not = zero
               move WS-DiscTotal to WS-EditAmt
               display "ApplyPayment: discount allowed " WS-EditAmt
                   ", late discounts flagged " WS-LateCount
           end-if
           EXIT METHOD.

      *    one allocation line: "invoice,amount". A short line, a
      *    non-numeric invoice or an unparseable amount condemns the
      *    whole file - the operator fixes it and reruns.
       EDIT-ALLOC-LINE.
           move space to WS-FldInv
           move space to WS-FldAmt
           move zero to WS-UnstCount
           UNSTRING impRec2 DELIMITED BY ","
               INTO WS-FldInv WS-FldAmt
               TALLYING IN WS-UnstCount
           END-UNSTRING
           if WS-UnstCount < 2
               display "ApplyPayment: short allocation line: "
                   impRec2(1:40)
               move "Y" to WS-BadSW
               EXIT PARAGRAPH
           end-if
           move WS-FldInv to WS-ChkField
           perform CHECK-UNSIGNED
           if WS-ChkOK not = "Y"
               display "ApplyPayment: bad invoice on line: "
                   impRec2(1:40)
               move "Y" to WS-BadSW
               EXIT PARAGRAPH
           end-if
           perform CHECK-AMOUNT
           if WS-ChkOK not = "Y" or WS-ParsedAmt = zero
               display "ApplyPayment: bad amount on line: "
                   impRec2(1:40)
               move "Y" to WS-BadSW
               EXIT PARAGRAPH
           end-if
           if WS-AllocCount >= 500
               display "ApplyPayment: more than 500 allocation lines"
               move "Y" to WS-BadSW
               EXIT PARAGRAPH
           end-if
           add 1 to WS-AllocCount
           compute WS-AllocInv(WS-AllocCount) =
               FUNCTION NUMVAL(WS-FldInv)
           move WS-ParsedAmt to WS-AllocAmt(WS-AllocCount).

       CHECK-ONE-ALLOC.
           move zero to WS-AllocDisc(WS-Ax)
           move "N" to WS-AllocLate(WS-Ax)
           move userIn to balUser
           move WS-AllocInv(WS-Ax) to balInv
           read BalFile2
             invalid key
               display "ApplyPayment: invoice " WS-AllocInv(WS-Ax)
                   " has no balance record"
               move "Y" to WS-BadSW
               EXIT PARAGRAPH
           end-read
           move zero to WS-PriorAlloc
           perform varying WS-Ay from 1 by 1 until WS-Ay >= WS-Ax
               if WS-AllocInv(WS-Ay) = WS-AllocInv(WS-Ax)
                   add WS-AllocAmt(WS-Ay) to WS-PriorAlloc
                   if WS-AllocLate(WS-Ay) not = "Y"
                       add WS-AllocDisc(WS-Ay) to WS-PriorAlloc
                   end-if
               end-if
           end-perform
           if WS-AllocAmt(WS-Ax) > zero
               if balAmt - WS-PriorAlloc < WS-AllocAmt(WS-Ax)
                   display "ApplyPayment: allocation exceeds open "
                       "balance on invoice " WS-AllocInv(WS-Ax)
                   move "Y" to WS-BadSW
                   EXIT PARAGRAPH
               end-if
           else
               if balAmt - WS-PriorAlloc > WS-AllocAmt(WS-Ax)
                   display "ApplyPayment: release exceeds parked "
                       "cash on invoice " WS-AllocInv(WS-Ax)
                   move "Y" to WS-BadSW
                   EXIT PARAGRAPH
               end-if
           end-if
           add WS-AllocAmt(WS-Ax) to WS-AllocSum
           if WS-AllocAmt(WS-Ax) > zero
               perform CHECK-DISCOUNT
           end-if.

      *    the discount lookups phase in like the customer gate -
      *    no link file or no customer master means no discount
      *    terms on file, so no discount. An unreal receipt date
      *    cannot be measured against a window either.
       OPEN-DISCOUNT-FILES.
           move "N" to WS-LinkSW
           move "N" to WS-CustSW
           move "N" to WS-PayDateSW
           if discJournalIn = zero
               EXIT PARAGRAPH
           end-if
           move dateIn to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
               display "ApplyPayment: receipt date " dateIn
                   " is not a real calendar date - no discount"
               EXIT PARAGRAPH
           end-if
           move "Y" to WS-PayDateSW
           compute WS-PayInt = FUNCTION INTEGER-OF-DATE(dateIn)
           SET clID2 to custLinkPath
           open INPUT ClnkFile2
           if clStatus2 = "00"
               move "Y" to WS-LinkSW
           else
               if clStatus2 not = "05"
                   display "ApplyPayment: open link fail " clStatus2
                   stop run
               end-if
               close ClnkFile2
           end-if
           SET cuID2 to customerFilePath
           open INPUT CustFile2
           if cuStatus2 = "00"
               move "Y" to WS-CustSW
           else
               if cuStatus2 not = "05"
                   display "ApplyPayment: open customer fail "
                       cuStatus2
                   stop run
               end-if
               close CustFile2
           end-if.

      *    balRec is still the line's invoice. The base is what was
      *    open before this line; a residue above the allowable
      *    discount is an ordinary part payment and stays open.
       CHECK-DISCOUNT.
           if WS-PayDateSW not = "Y" or WS-LinkSW not = "Y"
                   or WS-CustSW not = "Y"
               EXIT PARAGRAPH
           end-if
           move balInv to clnkInv
           read ClnkFile2
             invalid key
               EXIT PARAGRAPH
           end-read
           move clnkCust to custNum
           read CustFile2
             invalid key
               EXIT PARAGRAPH
           end-read
           if custDiscPct = zero
               EXIT PARAGRAPH
           end-if
           compute WS-DiscBase = balAmt - WS-PriorAlloc
           compute WS-Residue = WS-DiscBase - WS-AllocAmt(WS-Ax)
           if WS-Residue not > zero
               EXIT PARAGRAPH
           end-if
           compute WS-DiscAllow rounded =
               WS-DiscBase * custDiscPct / 100
           if WS-Residue > WS-DiscAllow
               EXIT PARAGRAPH
           end-if
           move WS-Residue to WS-AllocDisc(WS-Ax)
      *    a first date that is not a real date has no window to be
      *    inside of - the discount is treated as late.
           move balFirstDate to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK = "Y"
               compute WS-DiscLastInt =
                   FUNCTION INTEGER-OF-DATE(balFirstDate)
                   + custDiscDays
           else
               move zero to WS-DiscLastInt
           end-if
           if WS-PayInt > WS-DiscLastInt
               if lateDiscIn = "R"
                   display "ApplyPayment: discount on invoice "
                       balInv " taken after the window closed"
                   move "Y" to WS-BadSW
               else
                   move "Y" to WS-AllocLate(WS-Ax)
               end-if
           end-if.

      *    a discount taken late is not posted - the trail records
      *    the claim against the receipt so collections can chase the
      *    residue or a supervisor can allow it by hand.
       WRITE-LATE-FLAG.
           move spaces     to audRec
           accept audDate  from DATE YYYYMMDD
           accept audTime  from TIME
           move userIn     to audUser
           move "DISCLATE" to audOper
           move refIn      to audKey
           move WS-AllocInv(WS-Ax)  to audInv
           move WS-AllocDisc(WS-Ax) to audAmt
           write audRec
           if auStatus2 not = "00"
               display "ApplyPayment: audit write fail " auStatus2
               stop run
           end-if
           display "ApplyPayment: late discount on invoice "
               WS-AllocInv(WS-Ax) " flagged, not allowed"
           add 1 to WS-LateCount.

      *    allocation WS-Ax against its invoice's payment plan, if it
      *    has an active one: instalments in due order, each taking
      *    what it still lacks until the line's money runs out. A
      *    missed instalment paid late is paid all the same. Whatever
      *    is left over once every instalment is paid stays off the
      *    plan - the balance file has it.
       APPLY-TO-PLAN.
           if WS-PlanSW not = "Y" or WS-AllocAmt(WS-Ax) not > zero
               EXIT PARAGRAPH
           end-if
           move WS-AllocAmt(WS-Ax) to WS-PlanLeft
           if WS-AllocLate(WS-Ax) not = "Y"
               add WS-AllocDisc(WS-Ax) to WS-PlanLeft
           end-if
           move userIn to planUser
           move WS-AllocInv(WS-Ax) to planInv
           move zero to planSeq
           read PlanFile2
             invalid key
               EXIT PARAGRAPH
           end-read
           if planStatus not = "A"
               EXIT PARAGRAPH
           end-if
           move zero to WS-PlanApplied
           move zero to WS-OpenInst
           move "N" to WS-PlanEOF
           start PlanFile2 key is greater than planKey1
             invalid key
               move "Y" to WS-PlanEOF
           end-start
           perform until WS-PlanEOF = "Y"
               read PlanFile2 next record
                 at end
                   move "Y" to WS-PlanEOF
                 not at end
                   if planUser not = userIn
                           or planInv not = WS-AllocInv(WS-Ax)
                       move "Y" to WS-PlanEOF
                   else
                       perform APPLY-TO-INSTALMENT
                   end-if
               end-read
           end-perform
           move userIn to planUser
           move WS-AllocInv(WS-Ax) to planInv
           move zero to planSeq
           read PlanFile2
             invalid key
               EXIT PARAGRAPH
           end-read
           add WS-PlanApplied to planPaid
           if WS-OpenInst = zero
               move "P" to planStatus
           end-if
           move userIn to planUpdUser
           move dateIn to planUpdDate
           rewrite planRec
           if plStatus2 not = "00"
               display "ApplyPayment: plan rewrite fail " plStatus2
               stop run
           end-if
           if WS-PlanApplied = zero
               EXIT PARAGRAPH
           end-if
           move spaces     to audRec
           accept audDate  from DATE YYYYMMDD
           accept audTime  from TIME
           move userIn     to audUser
           move "PLANAPPL" to audOper
           move refIn      to audKey
           move WS-AllocInv(WS-Ax) to audInv
           move WS-PlanApplied to audAmt
           write audRec
           if auStatus2 not = "00"
               display "ApplyPayment: audit write fail " auStatus2
               stop run
           end-if
           if planStatus = "P"
               display "ApplyPayment: payment plan on invoice "
                   WS-AllocInv(WS-Ax) " paid off"
           end-if.

       APPLY-TO-INSTALMENT.
           if planStatus = "P"
               EXIT PARAGRAPH
           end-if
           if WS-PlanLeft > zero
               compute WS-InstOpen = planAmt - planPaid
               if WS-InstOpen > WS-PlanLeft
                   move WS-PlanLeft to WS-InstPart
               else
                   move WS-InstOpen to WS-InstPart
               end-if
               add WS-InstPart to planPaid
               subtract WS-InstPart from WS-PlanLeft
               add WS-InstPart to WS-PlanApplied
               if planPaid not < planAmt
                   move "P" to planStatus
               end-if
               move userIn to planUpdUser
               move dateIn to planUpdDate
               rewrite planRec
               if plStatus2 not = "00"
                   display "ApplyPayment: plan rewrite fail "
                       plStatus2
                   stop run
               end-if
           end-if
           if planStatus not = "P"
               add 1 to WS-OpenInst
           end-if.

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

      *    one receipt piece into HistFile2 under the next sequence
      *    key, with its own trail line - histInv and histAmt are
      *    already set by the caller, everything else is the receipt's.
       WRITE-PAYMENT-RECORD.
           add 1 to seqNextKey2
           move seqNextKey2 to hRelkey2
           move dateIn(1:4) to histGen
           move hRelkey2    to histSub
           move dateIn      to histDate
           move refIn       to histRef
           move WS-PostJr   to histJr
           move userIn      to histIntroUser
           move dateIn      to histIntroDate
           move WS-PostDesc to histDesc
           move space       to histExtra
           move zero        to histLinkSub
           move zero        to histTax
           write histRec
           end-write
           if hStatus2 not = "00"
               display "ApplyPayment: write fail " hStatus2
               stop run
           end-if
           move spaces    to audRec
           accept audDate from DATE YYYYMMDD
           accept audTime from TIME
           move userIn    to audUser
           move WS-AudOp  to audOper
           move histSub   to audKey
           move histInv   to audInv
           move histAmt   to audAmt
           write audRec
           if auStatus2 not = "00"
               display "ApplyPayment: audit write fail " auStatus2
               stop run
           end-if
           add 1 to WS-WriteCount.

      *    same digits-only scan the import uses on its key fields.
       CHECK-UNSIGNED.
           move "N" to WS-DigitSW
           move "N" to WS-EndedSW
           move "Y" to WS-ChkOK
           perform varying WS-Cx from 1 by 1 until WS-Cx > 16
               move WS-ChkField(WS-Cx:1) to WS-ChkChar
               if WS-ChkChar = space
                   if WS-DigitSW = "Y"
                       move "Y" to WS-EndedSW
                   end-if
               else
                   if WS-ChkChar >= "0" and WS-ChkChar <= "9"
                       if WS-EndedSW = "Y"
                           move "N" to WS-ChkOK
                       end-if
                       move "Y" to WS-DigitSW
                   else
                       move "N" to WS-ChkOK
                   end-if
               end-if
           end-perform
           if WS-DigitSW not = "Y"
               move "N" to WS-ChkOK
           end-if.

      *    same sign/digits/point scan the import proves its amounts
      *    with before NUMVAL is allowed near them.
       CHECK-AMOUNT.
           move "N" to WS-DigitSW
           move "N" to WS-EndedSW
           move "N" to WS-SignSW
           move "N" to WS-PointSW
           move "Y" to WS-ChkOK
           perform varying WS-Cx from 1 by 1 until WS-Cx > 16
               move WS-FldAmt(WS-Cx:1) to WS-ChkChar
               evaluate true
                 when WS-ChkChar = space
                   if WS-DigitSW = "Y" or WS-SignSW = "Y"
                       move "Y" to WS-EndedSW
                   end-if
                 when WS-ChkChar = "-"
                   if WS-SignSW = "Y" or WS-DigitSW = "Y"
                           or WS-EndedSW = "Y"
                       move "N" to WS-ChkOK
                   end-if
                   move "Y" to WS-SignSW
                 when WS-ChkChar = "."
                   if WS-PointSW = "Y" or WS-EndedSW = "Y"
                       move "N" to WS-ChkOK
                   end-if
                   move "Y" to WS-PointSW
                 when WS-ChkChar >= "0" and WS-ChkChar <= "9"
                   if WS-EndedSW = "Y"
                       move "N" to WS-ChkOK
                   end-if
                   move "Y" to WS-DigitSW
                 when other
                   move "N" to WS-ChkOK
               end-evaluate
           end-perform
           if WS-DigitSW not = "Y"
               move "N" to WS-ChkOK
           end-if
           if WS-ChkOK = "Y"
               compute WS-ParsedAmt =
                   FUNCTION NUMVAL(WS-FldAmt)
           end-if.

       END METHOD APPLYPAYMENT.

       METHOD-ID. DISCOUNTTAKENREPORT AS "DiscountTakenReport".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-LinkSW         pic x value "N".
       01  WS-CustSW         pic x value "N".
       01  WS-FirstSW        pic x value "Y".
       01  WS-RowCount       pic 9(9) comp-5 value zero.
       01  WS-Rx             pic 9(9) comp-5 value zero.
       01  WS-RowCust        pic 9(6).
       01  WS-RowPeriod      pic 9(6).
       01  WS-RowAmt         pic S9(12)V99.
       01  WS-PrevCust       pic 9(6) value zero.
       01  WS-PrevPeriod     pic 9(6) value zero.
       01  WS-PerCount       pic 9(9) comp-5 value zero.
       01  WS-PerAmt         pic S9(13)V99 value zero.
       01  WS-CustCount      pic 9(9) comp-5 value zero.
       01  WS-CustAmt        pic S9(13)V99 value zero.
       01  WS-GrandCount     pic 9(9) comp-5 value zero.
       01  WS-GrandAmt       pic S9(13)V99 value zero.
       01  WS-StartDate      pic 9(8).
       01  WS-EndDate        pic 9(8).
       01  rowString         OBJECT REFERENCE CLASS-STRING.
       01  itemRef           OBJECT REFERENCE CLASS-STRING.
       01  sortList          OBJECT REFERENCE CLASS-HISTORYLIST.

      *    one row per discount line behind its sort key - customer
      *    then period - so one Sort hands the lines back in report
      *    order, the InvoiceStatement idiom. An unlinked invoice
      *    sorts under customer zero.
       01  WS-SortRow.
         02  WS-SortCust     pic 9(6).
         02  WS-SortPeriod   pic 9(6).
         02  WS-SortInv      pic 9(12).
         02  WS-SortDate     pic 9(8).
         02  WS-SortRef      pic 9(9).
         02  WS-SortAmt      pic S9(12)V99 sign leading separate.

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(24) value
             "SETTLEMENT DISCOUNTS".
         02  filler          pic x(5) value "USER ".
         02  WS-HeadUser     pic 9(3).
         02  filler          pic x(2) value space.
         02  WS-HeadFrom     pic 9(6).
         02  filler          pic x(3) value " - ".
         02  WS-HeadTo       pic 9(6).
         02  filler          pic x(4) value space.
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(4) value space.
         02  filler          pic x(8) value "CUST".
         02  filler          pic x(32) value "NAME".
         02  filler          pic x(8) value "PERIOD".
         02  filler          pic x(14) value "INVOICE".
         02  filler          pic x(10) value "DATE".
         02  filler          pic x(11) value "RECEIPT".
         02  filler          pic x(16) value "       DISCOUNT".

       01  WS-DetailLine.
         02  filler          pic x(4) value space.
         02  WS-DetCust      pic 9(6).
         02  filler          pic x(2) value space.
         02  WS-DetName      pic x(30).
         02  filler          pic x(2) value space.
         02  WS-DetPeriod    pic 9(6).
         02  filler          pic x(2) value space.
         02  WS-DetInv       pic 9(12).
         02  filler          pic x(2) value space.
         02  WS-DetDate      pic 9(8).
         02  filler          pic x(2) value space.
         02  WS-DetRef       pic 9(9).
         02  filler          pic x(2) value space.
         02  WS-DetAmt       pic -(12)9.99.

       01  WS-SubLine.
         02  filler          pic x(4) value space.
         02  WS-SubLabel     pic x(14).
         02  WS-SubKey       pic 9(6).
         02  filler          pic x(20) value space.
         02  filler          pic x(8) value "LINES".
         02  WS-SubCount     pic z(8)9.
         02  filler          pic x(26) value space.
         02  WS-SubAmt       pic -(12)9.99.

       LINKAGE SECTION.
       01  dayFilePath       OBJECT REFERENCE CLASS-STRING.
       01  custLinkPath      OBJECT REFERENCE CLASS-STRING.
       01  customerFilePath  OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userIdIn          PIC 9(3).
       01  discJournalIn     PIC 9(3).
       01  fromPeriodIn      PIC 9(6).
       01  toPeriodIn        PIC 9(6).

      *    sales' view of the discounts customers have taken: every
      *    DayFile line on the settlement-discount journal for the
      *    company in the period range, by customer and then period
      *    (yyyymm of the posting date), with period and customer
      *    subtotals and a grand total. Read off the dayDate
      *    alternate the way the tax summary reads it; a reversed
      *    discount nets off by its own negative line.
       PROCEDURE DIVISION USING BY VALUE dayFilePath, custLinkPath,
               customerFilePath, reportFilePath, userIdIn,
               discJournalIn, fromPeriodIn, toPeriodIn.
           SET dID to dayFilePath
           SET clID2 to custLinkPath
           SET cuID2 to customerFilePath
           SET rptID2 to reportFilePath
           INVOKE CLASS-HISTORYLIST "new" RETURNING sortList
           move userIdIn     to WS-HeadUser
           move fromPeriodIn to WS-HeadFrom
           move toPeriodIn   to WS-HeadTo
           compute WS-StartDate = fromPeriodIn * 100 + 1
           compute WS-EndDate = toPeriodIn * 100 + 31

           open INPUT ClnkFile2
           if clStatus2 = "00"
               move "Y" to WS-LinkSW
           else
               if clStatus2 not = "05"
                   display "DiscountTakenReport: open link fail "
                       clStatus2
                   stop run
               end-if
               close ClnkFile2
           end-if
           open INPUT CustFile2
           if cuStatus2 = "00"
               move "Y" to WS-CustSW
           else
               if cuStatus2 not = "05"
                   display "DiscountTakenReport: open customer fail "
                       cuStatus2
                   stop run
               end-if
               close CustFile2
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "DiscountTakenReport: open report fail "
                   rptStatus2
               stop run
           end-if
           open INPUT DayFile
           if dStatus not = "00" and dStatus not = "05"
               display "DiscountTakenReport: open day fail " dStatus
               stop run
           end-if
           move 1 to dOpenSW

           move WS-StartDate to dayDate
           move "N" to WS-EOF
           START DAYFILE KEY is not < dayDate
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               READ DAYFILE next record at END
                   move "Y" to WS-EOF
               NOT AT END
                   if dStatus not = "00"
                       display "DiscountTakenReport: read fail "
                           dStatus
                       stop run
                   end-if
                   if dayDate > WS-EndDate
                       move "Y" to WS-EOF
                   else
                       if dayUser = userIdIn and dayRow not = 0
                           and dayJr = discJournalIn
                           perform COLLECT-ONE-DISCOUNT
                       end-if
                   end-if
               end-read
           end-perform
           close DayFile
           move zero to dOpenSW
           if WS-LinkSW = "Y"
               close ClnkFile2
           end-if

           INVOKE sortList "Sort"
           INVOKE sortList "get_Count" RETURNING WS-RowCount
           perform varying WS-Rx from 0 by 1
                   until WS-Rx >= WS-RowCount
               INVOKE sortList "get_Item" USING BY VALUE WS-Rx
                   RETURNING itemRef
               move space to WS-SortRow
               SET WS-SortRow to itemRef
               perform PRINT-ONE-DISCOUNT
           end-perform
           if WS-FirstSW = "N"
               perform PRINT-PERIOD-TOTAL
               perform PRINT-CUST-TOTAL
           end-if
           move "GRAND TOTAL" to WS-SubLabel
           move zero to WS-SubKey
           move WS-GrandCount to WS-SubCount
           move WS-GrandAmt to WS-SubAmt
           move WS-SubLine to WS-PrintLine
           perform WRITE-RPT-LINE
           if WS-GrandCount = zero
               move "NO SETTLEMENT DISCOUNTS IN RANGE" to WS-PrintLine
               perform WRITE-RPT-LINE
           end-if
           if WS-CustSW = "Y"
               close CustFile2
           end-if
           close RptFile2
           EXIT METHOD.

      *    the discount is posted as a negative line on the invoice;
      *    the report shows it as the positive amount allowed.
       COLLECT-ONE-DISCOUNT.
           move zero to WS-SortCust
           if WS-LinkSW = "Y"
               move dayInv to clnkInv
               read ClnkFile2
                 invalid key
                   continue
                 not invalid key
                   move clnkCust to WS-SortCust
               end-read
           end-if
           move dayDate(1:6) to WS-SortPeriod
           move dayInv  to WS-SortInv
           move dayDate to WS-SortDate
           move dayRef  to WS-SortRef
           compute WS-SortAmt = dayAmt * -1
           SET rowString to WS-SortRow
           INVOKE sortList "Add" USING BY VALUE rowString.

       PRINT-ONE-DISCOUNT.
           move WS-SortCust   to WS-RowCust
           move WS-SortPeriod to WS-RowPeriod
           move WS-SortAmt    to WS-RowAmt
           if WS-FirstSW = "Y"
               move "N" to WS-FirstSW
               move WS-RowCust to WS-PrevCust
               move WS-RowPeriod to WS-PrevPeriod
           end-if
           if WS-RowCust not = WS-PrevCust
               perform PRINT-PERIOD-TOTAL
               perform PRINT-CUST-TOTAL
               move WS-RowCust to WS-PrevCust
               move WS-RowPeriod to WS-PrevPeriod
           end-if
           if WS-RowPeriod not = WS-PrevPeriod
               perform PRINT-PERIOD-TOTAL
               move WS-RowPeriod to WS-PrevPeriod
           end-if
           move space to WS-DetName
           if WS-RowCust = zero
               move "NOT LINKED TO A CUSTOMER" to WS-DetName
           else
               if WS-CustSW = "Y"
                   move WS-RowCust to custNum
                   read CustFile2
                     invalid key
                       move "CUSTOMER NOT ON FILE" to WS-DetName
                     not invalid key
                       move custName to WS-DetName
                   end-read
               end-if
           end-if
           move WS-RowCust    to WS-DetCust
           move WS-RowPeriod  to WS-DetPeriod
           move WS-SortInv    to WS-DetInv
           move WS-SortDate   to WS-DetDate
           move WS-SortRef    to WS-DetRef
           move WS-RowAmt     to WS-DetAmt
           move WS-DetailLine to WS-PrintLine
           perform WRITE-RPT-LINE
           add 1 to WS-PerCount
           add WS-RowAmt to WS-PerAmt
           add 1 to WS-CustCount
           add WS-RowAmt to WS-CustAmt
           add 1 to WS-GrandCount
           add WS-RowAmt to WS-GrandAmt.

       PRINT-PERIOD-TOTAL.
           move "  PERIOD" to WS-SubLabel
           move WS-PrevPeriod to WS-SubKey
           move WS-PerCount to WS-SubCount
           move WS-PerAmt to WS-SubAmt
           move WS-SubLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move zero to WS-PerCount
           move zero to WS-PerAmt.

       PRINT-CUST-TOTAL.
           move "TOTAL CUST" to WS-SubLabel
           move WS-PrevCust to WS-SubKey
           move WS-CustCount to WS-SubCount
           move WS-CustAmt to WS-SubAmt
           move WS-SubLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move zero to WS-CustCount
           move zero to WS-CustAmt.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "DiscountTakenReport: write fail "
                       rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "DiscountTakenReport: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD DISCOUNTTAKENREPORT.

       METHOD-ID. AGEDBALANCEREPORT AS "AgedBalanceReport".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-FirstSW        pic x value "Y".
       01  WS-PrevUser       pic 9(3) value zero.
       01  WS-AgeDays        pic S9(9) comp-5 value zero.
       01  WS-Bx             pic 9(4) comp-5 value zero.
       01  WS-EditBkt        pic -(9)9.99.
       01  WS-DispSW         pic x value "N".
       01  WS-PlanSW         pic x value "N".
       01  WS-PlanEOF        pic x.
       01  WS-AgeDate        pic 9(8).
       01  WS-Left           pic S9(13)V99 value zero.
       01  WS-Part           pic S9(13)V99 value zero.

      *    the open instalments of an invoice on an active payment
      *    plan, in due order, and the invoice's amount per bucket.
       01  WS-InstCount      pic 9(4) comp-5 value zero.
       01  WS-Ix             pic 9(4) comp-5 value zero.
       01  WS-InstTab.
         02  WS-InstEntry    occurs 120 times.
           03  WS-InstDue    pic 9(8).
           03  WS-InstOpen   pic S9(13)V99.
       01  WS-InvBkt.
         02  WS-InvAmt       pic S9(13)V99 occurs 6 times.

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

      *    one open-amount accumulator per aging bucket - 1 current,
      *    2/3/4 the 30/60/90 columns, 5 everything 120 days or older,
      *    6 invoices under open dispute whatever their age.
       01  WS-UserBkt.
         02  WS-UserAmt      pic S9(13)V99 occurs 6 times.
       01  WS-UserCount      pic 9(9) comp-5 value zero.
       01  WS-GrandBkt.
         02  WS-GrandAmt     pic S9(13)V99 occurs 6 times.
       01  WS-GrandCount     pic 9(9) comp-5 value zero.

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(26) value
             "AGED OPEN INVOICE REPORT".
         02  filler          pic x(6) value "AS OF ".
         02  WS-HeadAsOf     pic 9(8).
         02  filler          pic x(4) value space.
         02  WS-HeadBasis    pic x(22) value space.
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(4) value space.
         02  filler          pic x(14) value "INVOICE".
         02  filler          pic x(10) value "FIRST DT".
         02  filler          pic x(14) value "       CURRENT".
         02  filler          pic x(14) value "       30 DAYS".
         02  filler          pic x(14) value "       60 DAYS".
         02  filler          pic x(14) value "       90 DAYS".
         02  filler          pic x(14) value "     120+ DAYS".
         02  filler          pic x(14) value "      DISPUTED".

       01  WS-DetailLine.
         02  WS-DetMark      pic x(4) value space.
         02  WS-DetInv       pic 9(12).
         02  filler          pic x(2) value space.
         02  WS-DetFirst     pic 9(8).
         02  filler          pic x(2) value space.
         02  WS-DetBktX      pic x(14) occurs 6 times.

       01  WS-SubTotLine.
         02  filler          pic x(4) value space.
         02  filler          pic x(11) value "TOTAL USER ".
         02  WS-SubUser      pic 9(3).
         02  filler          pic x(2) value space.
         02  WS-SubCount     pic z(5)9.
         02  filler          pic x(2) value space.
         02  WS-SubBktX      pic x(14) occurs 6 times.

       01  WS-GrandLine.
         02  filler          pic x(4) value space.
         02  filler          pic x(12) value "GRAND TOTAL ".
         02  filler          pic x(2) value space.
         02  WS-GrandCntEd   pic z(5)9.
         02  filler          pic x(2) value space.
         02  WS-GrandBktX    pic x(14) occurs 6 times.

       LINKAGE SECTION.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  disputeFilePath   OBJECT REFERENCE CLASS-STRING.
       01  planFilePath      OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  asOfDateIn        PIC 9(8).

      *    the collections aging off the balance-forward file the
      *    conversion maintains, instead of the hand-built spreadsheet:
      *    every nonzero open balAmt bucketed by days between its
      *    invoice's first posting date and the run date, one section
      *    per company (balUser) with bucket subtotals, then a grand
      *    total. Paged the way DayJournalSummary's report is.
      *    An invoice under open dispute is not aged - collections is
      *    not chasing it - and goes in the DISPUTED column instead.
      *    With the object armed for business-day ages the buckets
      *    count business days, and the heading says so.
      *    An invoice on an active payment plan does not age as one
      *    lump: each open instalment ages from its own due date (one
      *    not yet due is current), and the invoice is marked PLN.
       PROCEDURE DIVISION USING BY VALUE balanceFilePath,
               disputeFilePath, planFilePath, reportFilePath,
               asOfDateIn.
           SET baID2 to balanceFilePath
           SET dsID2 to disputeFilePath
           SET plID2 to planFilePath
           SET rptID2 to reportFilePath
           move asOfDateIn to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
               display "AgedBalanceReport: as-of date " asOfDateIn
                   " is not a real calendar date"
               stop run
           end-if
           move asOfDateIn to WS-HeadAsOf
           if calnAgeBasis = "B"
               move "AGED IN BUSINESS DAYS" to WS-HeadBasis
           end-if

           open INPUT BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "AgedBalanceReport: open balance fail " baStatus2
               stop run
           end-if
           open INPUT DispFile2
           if dsStatus2 not = "00" and dsStatus2 not = "05"
               display "AgedBalanceReport: open dispute fail " dsStatus2
               stop run
           end-if
           open INPUT PlanFile2
           if plStatus2 not = "00" and plStatus2 not = "05"
               display "AgedBalanceReport: open plan fail " plStatus2
               stop run
           end-if
           if plStatus2 = "00"
               move "Y" to WS-PlanSW
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "AgedBalanceReport: open report fail " rptStatus2
               stop run
           end-if

           perform varying WS-Bx from 1 by 1 until WS-Bx > 6
               move zero to WS-UserAmt(WS-Bx)
               move zero to WS-GrandAmt(WS-Bx)
           end-perform

      *    balKey1 is balUser + balInv, so one primary-key pass hands
      *    the file back company by company, invoices in order.
           move low-values to balKey1
           move "N" to WS-EOF
           start BalFile2 key is not less than balKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read BalFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if baStatus2 not = "00"
                       display "AgedBalanceReport: read fail " baStatus2
                       stop run
                   end-if
                   if balAmt not = zero
                       if WS-FirstSW = "Y"
                           move balUser to WS-PrevUser
                           move "N" to WS-FirstSW
                       end-if
                       if balUser not = WS-PrevUser
                           perform PRINT-USER-GROUP
                           move balUser to WS-PrevUser
                       end-if
                       perform AGE-ONE-BALANCE
                   end-if
               end-read
           end-perform

           if WS-FirstSW = "N"
               perform PRINT-USER-GROUP
           end-if
           move WS-GrandCount to WS-GrandCntEd
           perform varying WS-Bx from 1 by 1 until WS-Bx > 6
               move WS-GrandAmt(WS-Bx) to WS-EditBkt
               move WS-EditBkt to WS-GrandBktX(WS-Bx)
           end-perform
           move WS-GrandLine to WS-PrintLine
           perform WRITE-RPT-LINE
           if WS-GrandCount = zero
               move "NO OPEN BALANCES ON FILE" to WS-PrintLine
               perform WRITE-RPT-LINE
           end-if

           close BalFile2
           close DispFile2
           close PlanFile2
           close RptFile2
           EXIT METHOD.

      *    one open balance into its buckets - aged off
      *    balFirstDate, the invoice's first posting date, which is
      *    what collections chases from. A first date that is not a
      *    real calendar date cannot be handed to INTEGER-OF-DATE; it
      *    ages as oldest, so bad data surfaces in the 120+ column
      *    instead of hiding in current. On a plan, the balance is
      *    laid over the instalments from the last one back - what
      *    has been paid came off the oldest - and only what the
      *    plan does not account for ages off the first date.
       AGE-ONE-BALANCE.
           perform varying WS-Bx from 1 by 1 until WS-Bx > 6
               move zero to WS-InvAmt(WS-Bx)
           end-perform
           move space to WS-DetMark
           move balAmt to WS-Left
           perform CHECK-DISPUTED
           if WS-DispSW = "Y"
               add WS-Left to WS-InvAmt(6)
               move zero to WS-Left
           end-if
           move zero to WS-InstCount
           if WS-Left > zero
               perform LOAD-PLAN
           end-if
           if WS-InstCount > zero
               move "PLN " to WS-DetMark
           end-if
           perform varying WS-Ix from WS-InstCount by -1
                   until WS-Ix < 1 or WS-Left not > zero
               if WS-InstOpen(WS-Ix) > WS-Left
                   move WS-Left to WS-Part
               else
                   move WS-InstOpen(WS-Ix) to WS-Part
               end-if
               if WS-InstDue(WS-Ix) > asOfDateIn
                   move 1 to WS-Bx
               else
                   move WS-InstDue(WS-Ix) to WS-AgeDate
                   perform PICK-BUCKET
               end-if
               add WS-Part to WS-InvAmt(WS-Bx)
               subtract WS-Part from WS-Left
           end-perform
           if WS-Left not = zero
               move balFirstDate to WS-VDate
               perform VALIDATE-DATE
               if WS-DateOK = "Y"
                   move balFirstDate to WS-AgeDate
                   perform PICK-BUCKET
               else
                   move 5 to WS-Bx
               end-if
               add WS-Left to WS-InvAmt(WS-Bx)
           end-if
           add 1 to WS-UserCount
           add 1 to WS-GrandCount
           move balInv       to WS-DetInv
           move balFirstDate to WS-DetFirst
           perform varying WS-Bx from 1 by 1 until WS-Bx > 6
               add WS-InvAmt(WS-Bx) to WS-UserAmt(WS-Bx)
               add WS-InvAmt(WS-Bx) to WS-GrandAmt(WS-Bx)
               if WS-InvAmt(WS-Bx) = zero
                   move space to WS-DetBktX(WS-Bx)
               else
                   move WS-InvAmt(WS-Bx) to WS-EditBkt
                   move WS-EditBkt to WS-DetBktX(WS-Bx)
               end-if
           end-perform
           move WS-DetailLine to WS-PrintLine
           perform WRITE-RPT-LINE.

      *    the age bucket for an amount dated WS-AgeDate.
       PICK-BUCKET.
           INVOKE SELF "AgeInDays" USING BY VALUE balUser,
               WS-AgeDate, asOfDateIn RETURNING WS-AgeDays
           evaluate true
             when WS-AgeDays < 30
               move 1 to WS-Bx
             when WS-AgeDays < 60
               move 2 to WS-Bx
             when WS-AgeDays < 90
               move 3 to WS-Bx
             when WS-AgeDays < 120
               move 4 to WS-Bx
             when other
               move 5 to WS-Bx
           end-evaluate.

      *    the invoice's open instalments, if it is on an active
      *    plan. No plan file, no plan, or a plan cancelled or paid
      *    off, and WS-InstCount stays zero.
       LOAD-PLAN.
           if WS-PlanSW not = "Y"
               EXIT PARAGRAPH
           end-if
           move balUser to planUser
           move balInv  to planInv
           move zero    to planSeq
           read PlanFile2
             invalid key
               EXIT PARAGRAPH
           end-read
           if planStatus not = "A"
               EXIT PARAGRAPH
           end-if
           move "N" to WS-PlanEOF
           start PlanFile2 key is greater than planKey1
             invalid key
               move "Y" to WS-PlanEOF
           end-start
           perform until WS-PlanEOF = "Y"
               read PlanFile2 next record
                 at end
                   move "Y" to WS-PlanEOF
                 not at end
                   if planUser not = balUser or planInv not = balInv
                       move "Y" to WS-PlanEOF
                   else
                       if planStatus not = "P"
                               and WS-InstCount < 120
                           add 1 to WS-InstCount
                           move planDueDate to WS-InstDue(WS-InstCount)
                           compute WS-InstOpen(WS-InstCount) =
                               planAmt - planPaid
                       end-if
                   end-if
               end-read
           end-perform.

      *    an open dispute on the register for this company's invoice.
      *    A register not yet created reads as invalid key - nothing
      *    disputed.
       CHECK-DISPUTED.
           move "N" to WS-DispSW
           move balInv to dispInv
           read DispFile2
             invalid key
               continue
             not invalid key
               if dispStatus = "O" and dispUser = balUser
                   move "Y" to WS-DispSW
               end-if
           end-read.

      *    flush the finished company's bucket subtotals and clear
      *    them for the next one.
       PRINT-USER-GROUP.
           move WS-PrevUser  to WS-SubUser
           move WS-UserCount to WS-SubCount
           perform varying WS-Bx from 1 by 1 until WS-Bx > 6
               move WS-UserAmt(WS-Bx) to WS-EditBkt
               move WS-EditBkt to WS-SubBktX(WS-Bx)
               move zero to WS-UserAmt(WS-Bx)
           end-perform
           move WS-SubTotLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move zero to WS-UserCount.

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

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "AgedBalanceReport: write fail " rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "AgedBalanceReport: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD AGEDBALANCEREPORT.

       METHOD-ID. ADDCUSTOMER AS "AddCustomer".
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  customerFilePath  OBJECT REFERENCE CLASS-STRING.
       01  custNumIn         PIC 9(6).
       01  nameIn            PIC X(30).
       01  termsIn           PIC 9(3).
       01  limitIn           PIC S9(12)V99.
       01  discPctIn         PIC 9(2)V99.
       01  discDaysIn        PIC 9(3).

      *    add or replace one customer master record - rerunning with
      *    corrected terms or limit just replaces it, the same
      *    convention AddJournalCode follows. A new or replaced
      *    customer always comes back active; SetCustomerActive is
      *    how one is switched off. The settlement discount terms
      *    ride with the payment terms - "2% 10 days, net 30" is
      *    discPctIn 2.00, discDaysIn 10, termsIn 30; a zero percent
      *    means the customer gets no discount.
       PROCEDURE DIVISION USING BY VALUE customerFilePath, custNumIn,
               nameIn, termsIn, limitIn, discPctIn, discDaysIn.
           SET cuID2 to customerFilePath
           open I-O CustFile2
           if cuStatus2 not = "00" and cuStatus2 not = "05"
               display "AddCustomer: open fail " cuStatus2
               stop run
           end-if
           move custNumIn to custNum
           move nameIn    to custName
           move termsIn   to custTerms
           move limitIn   to custLimit
           move "Y"       to custActive
           move discPctIn  to custDiscPct
           move discDaysIn to custDiscDays
           write custRec
             invalid key
               rewrite custRec
               if cuStatus2 not = "00"
                   display "AddCustomer: rewrite fail " cuStatus2
                   stop run
               end-if
           end-write
           if cuStatus2 not = "00"
               display "AddCustomer: write fail " cuStatus2
               stop run
           end-if
           close CustFile2
       END METHOD ADDCUSTOMER.

       METHOD-ID. SETCUSTOMERACTIVE AS "SetCustomerActive".
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  customerFilePath  OBJECT REFERENCE CLASS-STRING.
       01  custNumIn         PIC 9(6).
       01  activeIn          PIC X.

      *    flip one customer's active flag - "N" stops every further
      *    posting to that customer's invoices at the AddHistoryRecord
      *    and import gates, without touching the record itself.
       PROCEDURE DIVISION USING BY VALUE customerFilePath, custNumIn,
               activeIn.
           SET cuID2 to customerFilePath
           open I-O CustFile2
           if cuStatus2 not = "00" and cuStatus2 not = "05"
               display "SetCustomerActive: open fail " cuStatus2
               stop run
           end-if
           move custNumIn to custNum
           read CustFile2
             invalid key
               display "SetCustomerActive: customer " custNumIn
                   " not on file"
             not invalid key
               move activeIn to custActive
               rewrite custRec
               if cuStatus2 not = "00"
                   display "SetCustomerActive: rewrite fail " cuStatus2
                   stop run
               end-if
           end-read
           close CustFile2
       END METHOD SETCUSTOMERACTIVE.

       METHOD-ID. LINKINVOICECUSTOMER AS "LinkInvoiceCustomer".
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  custLinkPath      OBJECT REFERENCE CLASS-STRING.
       01  customerFilePath  OBJECT REFERENCE CLASS-STRING.
       01  invoiceIn         PIC 9(12).
       01  custNumIn         PIC 9(6).

      *    tie one invoice to its customer. The customer must already
      *    be on the master - a link to a number nobody ever keyed is
      *    how a roll-up silently loses an invoice. Relinking an
      *    invoice to a different customer just replaces the row.
       PROCEDURE DIVISION USING BY VALUE custLinkPath,
               customerFilePath, invoiceIn, custNumIn.
           SET cuID2 to customerFilePath
           open INPUT CustFile2
           if cuStatus2 not = "00" and cuStatus2 not = "05"
               display "LinkInvoiceCustomer: open customer fail "
                   cuStatus2
               stop run
           end-if
           if cuStatus2 = "05"
               display "LinkInvoiceCustomer: no customer master file"
               close CustFile2
               EXIT METHOD
           end-if
           move custNumIn to custNum
           read CustFile2
             invalid key
               display "LinkInvoiceCustomer: customer " custNumIn
                   " not on file - link refused"
               close CustFile2
               EXIT METHOD
           end-read
           close CustFile2

           SET clID2 to custLinkPath
           open I-O ClnkFile2
           if clStatus2 not = "00" and clStatus2 not = "05"
               display "LinkInvoiceCustomer: open link fail " clStatus2
               stop run
           end-if
           move invoiceIn to clnkInv
           move custNumIn to clnkCust
           write clnkRec
             invalid key
               rewrite clnkRec
               if clStatus2 not = "00"
                   display "LinkInvoiceCustomer: rewrite fail "
                       clStatus2
                   stop run
               end-if
           end-write
           if clStatus2 not = "00"
               display "LinkInvoiceCustomer: write fail " clStatus2
               stop run
           end-if
           close ClnkFile2
       END METHOD LINKINVOICECUSTOMER.

       METHOD-ID. READCUSTOMERBALANCE AS "ReadCustomerBalance".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-BalLine        pic x(120).
       01  WS-EditBal        pic -(12)9.99.
       01  WS-EditCnt        pic z(8)9.
       01  WS-InvCount       pic 9(9) comp-5 value zero.
       01  WS-TotalAmt       pic S9(13)V99 value zero.
       01  WS-DispAmt        pic S9(13)V99 value zero.
       01  WS-EditDisp       pic -(12)9.99.
       01  WS-DisputedSW     pic x.
       01  WS-SaveInv        pic 9(12).
       01  WS-PlanSW         pic x.
       01  WS-PlanEOF        pic x.
       01  WS-PlanWord       pic x(9).
       01  WS-PlanNext       pic 9(8).
       01  WS-PlanMissed     pic 9(3).
       01  WS-PlanPart       pic x(40).
       01  rowString         OBJECT REFERENCE CLASS-STRING.

       LINKAGE SECTION.
       01  custList          OBJECT REFERENCE CLASS-HISTORYLIST.
       01  customerFilePath  OBJECT REFERENCE CLASS-STRING.
       01  custLinkPath      OBJECT REFERENCE CLASS-STRING.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  disputeFilePath   OBJECT REFERENCE CLASS-STRING.
       01  planFilePath      OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  custNumIn         PIC 9(6).

      *    "what does this customer owe across all their invoices" as
      *    one call: a header row off the customer master, one row per
      *    linked invoice off the balance-forward file, and a total
      *    row. Rows come back delimited, the ReadHistory idiom. An
      *    invoice with no balance record yet shows as zero rather
      *    than dropping out of the statement. An invoice under open
      *    dispute carries DISPUTED and the reason code on its row,
      *    and the total row adds how much of the balance is in
      *    dispute. An invoice on a payment plan ends its row with
      *    PLAN, the plan's status, the next unpaid instalment's due
      *    date (zeros when none is left) and how many instalments
      *    are missed and still unpaid.
       PROCEDURE DIVISION USING BY VALUE customerFilePath,
               custLinkPath, balanceFilePath, disputeFilePath,
               planFilePath, userIn, custNumIn RETURNING custList.
           SET cuID2 to customerFilePath
           SET clID2 to custLinkPath
           SET baID2 to balanceFilePath
           SET dsID2 to disputeFilePath
           SET plID2 to planFilePath
           INVOKE CLASS-HISTORYLIST "new" RETURNING custList

           open INPUT CustFile2
           if cuStatus2 not = "00" and cuStatus2 not = "05"
               display "ReadCustomerBalance: open customer fail "
                   cuStatus2
               stop run
           end-if
           move space to WS-BalLine
           if cuStatus2 = "05"
               move "CUSTOMER NOT ON FILE" to WS-BalLine
           else
               move custNumIn to custNum
               read CustFile2
                 invalid key
                   move "CUSTOMER NOT ON FILE" to WS-BalLine
                 not invalid key
                   move custLimit to WS-EditBal
                   STRING
                       custNum       DELIMITED BY SIZE
                       ","           DELIMITED BY SIZE
                       custName      DELIMITED BY SIZE
                       ","           DELIMITED BY SIZE
                       custTerms     DELIMITED BY SIZE
                       ","           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EditBal) DELIMITED BY SIZE
                       ","           DELIMITED BY SIZE
                       custActive    DELIMITED BY SIZE
                       INTO WS-BalLine
                   END-STRING
               end-read
           end-if
           close CustFile2
           SET rowString to WS-BalLine
           INVOKE custList "Add" USING BY VALUE rowString

           open INPUT ClnkFile2
           if clStatus2 not = "00" and clStatus2 not = "05"
               display "ReadCustomerBalance: open link fail " clStatus2
               stop run
           end-if
           if clStatus2 = "05"
               close ClnkFile2
               EXIT METHOD
           end-if
           open INPUT BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "ReadCustomerBalance: open balance fail "
                   baStatus2
               stop run
           end-if
           open INPUT DispFile2
           if dsStatus2 not = "00" and dsStatus2 not = "05"
               display "ReadCustomerBalance: open dispute fail "
                   dsStatus2
               stop run
           end-if
           open INPUT PlanFile2
           if plStatus2 not = "00" and plStatus2 not = "05"
               display "ReadCustomerBalance: open plan fail "
                   plStatus2
               stop run
           end-if
           move "N" to WS-PlanSW
           if plStatus2 = "00"
               move "Y" to WS-PlanSW
           end-if

           move custNumIn to clnkCust
           move "N" to WS-EOF
           start ClnkFile2 key = clnkCust
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read ClnkFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if clnkCust not = custNumIn
                       move "Y" to WS-EOF
                   else
                       perform ROLL-ONE-INVOICE
                   end-if
               end-read
           end-perform

           close BalFile2
           close DispFile2
           close PlanFile2
           close ClnkFile2
           move WS-TotalAmt to WS-EditBal
           move WS-DispAmt to WS-EditDisp
           move WS-InvCount to WS-EditCnt
           move space to WS-BalLine
           STRING
               "TOTAL,"    DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditCnt) DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditBal) DELIMITED BY SIZE
               ","         DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditDisp) DELIMITED BY SIZE
               INTO WS-BalLine
           END-STRING
           SET rowString to WS-BalLine
           INVOKE custList "Add" USING BY VALUE rowString
           EXIT METHOD.

       ROLL-ONE-INVOICE.
           add 1 to WS-InvCount
           move clnkInv to WS-SaveInv
           move space to WS-BalLine
           move "N" to WS-DisputedSW
           move WS-SaveInv to dispInv
           read DispFile2
             invalid key
               continue
             not invalid key
               if dispStatus = "O" and dispUser = userIn
                   move "Y" to WS-DisputedSW
               end-if
           end-read
           if baStatus2 = "05"
               move zero to WS-EditBal
           else
               move userIn     to balUser
               move WS-SaveInv to balInv
               read BalFile2
                 invalid key
                   move zero to WS-EditBal
                 not invalid key
                   add balAmt to WS-TotalAmt
                   if WS-DisputedSW = "Y"
                       add balAmt to WS-DispAmt
                   end-if
                   move balAmt to WS-EditBal
               end-read
           end-if
           perform GET-PLAN-STATUS
           if WS-DisputedSW = "Y"
               STRING
                   WS-SaveInv  DELIMITED BY SIZE
                   ","         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EditBal) DELIMITED BY SIZE
                   ",DISPUTED," DELIMITED BY SIZE
                   dispReason  DELIMITED BY SIZE
                   WS-PlanPart DELIMITED BY SPACE
                   INTO WS-BalLine
               END-STRING
           else
               STRING
                   WS-SaveInv  DELIMITED BY SIZE
                   ","         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EditBal) DELIMITED BY SIZE
                   WS-PlanPart DELIMITED BY SPACE
                   INTO WS-BalLine
               END-STRING
           end-if
           SET rowString to WS-BalLine
           INVOKE custList "Add" USING BY VALUE rowString.

      *    the row's plan columns, built ready to tack on - space
      *    when the invoice has never been on a plan.
       GET-PLAN-STATUS.
           move space to WS-PlanPart
           if WS-PlanSW not = "Y"
               EXIT PARAGRAPH
           end-if
           move userIn     to planUser
           move WS-SaveInv to planInv
           move zero       to planSeq
           read PlanFile2
             invalid key
               EXIT PARAGRAPH
           end-read
           evaluate planStatus
             when "A"
               move "ACTIVE" to WS-PlanWord
             when "C"
               move "CANCELLED" to WS-PlanWord
             when other
               move "PAIDOFF" to WS-PlanWord
           end-evaluate
           move zero to WS-PlanNext
           move zero to WS-PlanMissed
           move "N" to WS-PlanEOF
           start PlanFile2 key is greater than planKey1
             invalid key
               move "Y" to WS-PlanEOF
           end-start
           perform until WS-PlanEOF = "Y"
               read PlanFile2 next record
                 at end
                   move "Y" to WS-PlanEOF
                 not at end
                   if planUser not = userIn
                           or planInv not = WS-SaveInv
                       move "Y" to WS-PlanEOF
                   else
                       if planStatus = "M"
                           add 1 to WS-PlanMissed
                       end-if
                       if planStatus not = "P" and WS-PlanNext = zero
                           move planDueDate to WS-PlanNext
                       end-if
                   end-if
               end-read
           end-perform
           STRING
               ",PLAN,"     DELIMITED BY SIZE
               WS-PlanWord  DELIMITED BY SPACE
               ","          DELIMITED BY SIZE
               WS-PlanNext  DELIMITED BY SIZE
               ","          DELIMITED BY SIZE
               WS-PlanMissed DELIMITED BY SIZE
               INTO WS-PlanPart
           END-STRING.

       END METHOD READCUSTOMERBALANCE.

       METHOD-ID. SETUPPAYMENTPLAN AS "SetupPaymentPlan".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-Ix             pic 9(3) comp-5 value zero.
       01  WS-PlanAmt        pic S9(12)V99 value zero.
       01  WS-InstAmt        pic S9(12)V99 value zero.
       01  WS-LastAmt        pic S9(12)V99 value zero.
       01  WS-NomDate        pic 9(8) value zero.
       01  WS-DueDate        pic 9(8) value zero.
       01  WS-DueRule        pic x value "F".
       01  WS-DueInt         pic 9(9) comp-5 value zero.
       01  WS-MonthNo        pic 9(5) comp-5 value zero.
       01  WS-YearAdd        pic 9(5) comp-5 value zero.
       01  WS-MonthRem       pic 9(5) comp-5 value zero.
       01  WS-FirstDay       pic 9(2) value zero.
       01  WS-EditAmt        pic -(11)9.99.

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

       LINKAGE SECTION.
       01  planFilePath      OBJECT REFERENCE CLASS-STRING.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  invoiceIn         PIC 9(12).
       01  countIn           PIC 9(3).
       01  firstDueIn        PIC 9(8).
       01  freqIn            PIC X.
       01  operatorIn        PIC 9(3).
       01  dateIn            PIC 9(8).

      *    put one invoice on an instalment plan: its open balance as
      *    it stands on the balance-forward file, split into countIn
      *    equal instalments (the last one takes the odd cents), the
      *    first due on firstDueIn and the rest a month (freqIn "M")
      *    or a week ("W") apart. A monthly plan keeps the first due
      *    date's day of the month, clamped to a short month's end,
      *    so a plan started on the 31st does not creep back to the
      *    28th. Each due date is rolled forward to the company's
      *    next business day. An invoice already on an active plan
      *    is refused; a cancelled or paid-off plan is replaced. The
      *    plan goes on the trail as PLANSET under the operator,
      *    company in the key.
       PROCEDURE DIVISION USING BY VALUE planFilePath,
               balanceFilePath, auditFilePath, userIn, invoiceIn,
               countIn, firstDueIn, freqIn, operatorIn, dateIn.
           if countIn < 2 or countIn > 120
               display "SetupPaymentPlan: " countIn
                   " instalments - must be 2 to 120"
               EXIT METHOD
           end-if
           if freqIn not = "M" and freqIn not = "W"
               display "SetupPaymentPlan: frequency " freqIn
                   " must be M or W"
               EXIT METHOD
           end-if
           move firstDueIn to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
               display "SetupPaymentPlan: first due date "
                   firstDueIn " is not a real calendar date"
               EXIT METHOD
           end-if
           move WS-VDay to WS-FirstDay

           SET baID2 to balanceFilePath
           open INPUT BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "SetupPaymentPlan: open balance fail "
                   baStatus2
               stop run
           end-if
           move zero to WS-PlanAmt
           if baStatus2 = "00"
               move userIn    to balUser
               move invoiceIn to balInv
               read BalFile2
                 invalid key
                   continue
                 not invalid key
                   move balAmt to WS-PlanAmt
               end-read
           end-if
           close BalFile2
           if WS-PlanAmt not > zero
               display "SetupPaymentPlan: invoice " invoiceIn
                   " has no open debit balance to spread"
               EXIT METHOD
           end-if

           SET plID2 to planFilePath
           open I-O PlanFile2
           if plStatus2 not = "00" and plStatus2 not = "05"
               display "SetupPaymentPlan: open plan fail " plStatus2
               stop run
           end-if
           move userIn    to planUser
           move invoiceIn to planInv
           move zero      to planSeq
           read PlanFile2
             invalid key
               continue
             not invalid key
               if planStatus = "A"
                   display "SetupPaymentPlan: invoice " invoiceIn
                       " is already on an active plan"
                   close PlanFile2
                   EXIT METHOD
               end-if
               perform REMOVE-OLD-PLAN
           end-read

           compute WS-InstAmt = WS-PlanAmt / countIn
           compute WS-LastAmt =
               WS-PlanAmt - WS-InstAmt * (countIn - 1)
           perform varying WS-Ix from 1 by 1 until WS-Ix > countIn
               perform NOMINAL-DUE-DATE
               INVOKE SELF "AdjustBusinessDay" USING BY VALUE userIn,
                   WS-NomDate, WS-DueRule RETURNING WS-DueDate
               move userIn     to planUser
               move invoiceIn  to planInv
               move WS-Ix      to planSeq
               move WS-DueDate to planDueDate
               if WS-Ix = countIn
                   move WS-LastAmt to planAmt
               else
                   move WS-InstAmt to planAmt
               end-if
               move zero       to planPaid
               move "O"        to planStatus
               move zero       to planCount
               move space      to planFreq
               move zero       to planMissCount
               move operatorIn to planUpdUser
               move dateIn     to planUpdDate
               write planRec
               if plStatus2 not = "00"
                   display "SetupPaymentPlan: write fail " plStatus2
                   stop run
               end-if
           end-perform

           move userIn     to planUser
           move invoiceIn  to planInv
           move zero       to planSeq
           move dateIn     to planDueDate
           move WS-PlanAmt to planAmt
           move zero       to planPaid
           move "A"        to planStatus
           move countIn    to planCount
           move freqIn     to planFreq
           move zero       to planMissCount
           move operatorIn to planUpdUser
           move dateIn     to planUpdDate
           write planRec
           if plStatus2 not = "00"
               display "SetupPaymentPlan: write fail " plStatus2
               stop run
           end-if
           close PlanFile2

           SET auID2 to auditFilePath
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "SetupPaymentPlan: open audit fail " auStatus2
               stop run
           end-if
           move spaces     to audRec
           accept audDate  from DATE YYYYMMDD
           accept audTime  from TIME
           move operatorIn to audUser
           move "PLANSET"  to audOper
           move userIn     to audKey
           move invoiceIn  to audInv
           move WS-PlanAmt to audAmt
           write audRec
           if auStatus2 not = "00"
               display "SetupPaymentPlan: audit write fail " auStatus2
               stop run
           end-if
           close AudFile2
           move WS-PlanAmt to WS-EditAmt
           display "SetupPaymentPlan: invoice " invoiceIn " - "
               FUNCTION TRIM(WS-EditAmt) " over " countIn
               " instalments"
           EXIT METHOD.

      *    the invoice's previous plan, header and instalments, makes
      *    way for the new one - its story is already on the trail.
       REMOVE-OLD-PLAN.
           move userIn    to planUser
           move invoiceIn to planInv
           move zero      to planSeq
           move "N" to WS-EOF
           start PlanFile2 key is not less than planKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read PlanFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if planUser not = userIn
                           or planInv not = invoiceIn
                       move "Y" to WS-EOF
                   else
                       delete PlanFile2 record
                       if plStatus2 not = "00"
                           display "SetupPaymentPlan: delete fail "
                               plStatus2
                           stop run
                       end-if
                   end-if
               end-read
           end-perform.

      *    instalment WS-Ix's due date before the business-day roll -
      *    weeks through the integer calendar, months counted from
      *    the first due date so the day of the month never drifts.
       NOMINAL-DUE-DATE.
           if freqIn = "W"
               compute WS-DueInt =
                   FUNCTION INTEGER-OF-DATE(firstDueIn)
                   + 7 * (WS-Ix - 1)
               compute WS-NomDate =
                   FUNCTION DATE-OF-INTEGER(WS-DueInt)
               EXIT PARAGRAPH
           end-if
           move firstDueIn to WS-VDate
           compute WS-MonthNo = WS-VMonth - 1 + WS-Ix - 1
           divide WS-MonthNo by 12 giving WS-YearAdd
               remainder WS-MonthRem
           add WS-YearAdd to WS-VYear
           compute WS-VMonth = WS-MonthRem + 1
           move WS-FirstDay to WS-VDay
           if WS-VMonth = 2
               if FUNCTION MOD(WS-VYear, 4) = 0
                   and (FUNCTION MOD(WS-VYear, 100) not = 0
                        or FUNCTION MOD(WS-VYear, 400) = 0)
                   if WS-VDay > 29
                       move 29 to WS-VDay
                   end-if
               else
                   if WS-VDay > 28
                       move 28 to WS-VDay
                   end-if
               end-if
           else
               if WS-VDay > WS-Dim(WS-VMonth)
                   move WS-Dim(WS-VMonth) to WS-VDay
               end-if
           end-if
           move WS-VDate to WS-NomDate.

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

       END METHOD SETUPPAYMENTPLAN.

       METHOD-ID. PAYMENTPLANCHECK AS "PaymentPlanCheck".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-PlanEOF        pic x.
       01  WS-PaidOffSW      pic x.
       01  WS-SaveUser       pic 9(3) value zero.
       01  WS-SaveInv        pic 9(12) value zero.
       01  WS-RunInt         pic 9(9) comp-5 value zero.
       01  WS-DueInt         pic 9(9) comp-5 value zero.
       01  WS-DaysLate       pic 9(9) comp-5 value zero.
       01  WS-InstOpen       pic S9(13)V99 value zero.
       01  WS-PlanOpen       pic S9(13)V99 value zero.
       01  WS-MissNow        pic 9(3) comp-5 value zero.
       01  WS-MissOpen       pic 9(3) comp-5 value zero.
       01  WS-PlanCnt        pic 9(9) comp-5 value zero.
       01  WS-MissCnt        pic 9(9) comp-5 value zero.
       01  WS-CancCnt        pic 9(9) comp-5 value zero.
       01  WS-DoneCnt        pic 9(9) comp-5 value zero.
       01  WS-AudOp          pic x(8).
       01  WS-AudKey         pic 9(12).
       01  WS-AudAmt         pic S9(13)V99.

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(36) value
             "PAYMENT PLAN CHECK".
         02  filler          pic x(5) value "USER ".
         02  WS-HeadUser     pic x(3).
         02  filler          pic x(16) value "  BUSINESS DATE ".
         02  WS-HeadDate     pic 9(8).
         02  filler          pic x(4) value space.
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(2) value space.
         02  filler          pic x(5) value "USR".
         02  filler          pic x(14) value "INVOICE".
         02  filler          pic x(5) value "INST".
         02  filler          pic x(10) value "DUE DATE".
         02  filler          pic x(18) value
             "     AMOUNT OPEN".
         02  filler          pic x(11) value "DAYS LATE".
         02  filler          pic x(12) value "ACTION".

       01  WS-DetLine.
         02  filler          pic x(2) value space.
         02  WS-DtUser       pic 9(3).
         02  filler          pic x(2) value space.
         02  WS-DtInv        pic 9(12).
         02  filler          pic x(2) value space.
         02  WS-DtSeq        pic x(3).
         02  filler          pic x(2) value space.
         02  WS-DtDue        pic x(8).
         02  filler          pic x(2) value space.
         02  WS-DtAmt        pic -(12)9.99.
         02  filler          pic x(2) value space.
         02  WS-DtLate       pic x(9).
         02  filler          pic x(2) value space.
         02  WS-DtAction     pic x(12).

       01  WS-EditLate       pic zzzzzzzz9.

       01  WS-CountLine.
         02  filler          pic x(2) value space.
         02  filler          pic x(15) value "PLANS CHECKED ".
         02  WS-CntPlans     pic zzzzzzzz9.
         02  filler          pic x(22) value
             "  INSTALMENTS MISSED ".
         02  WS-CntMiss      pic zzzzzzzz9.
         02  filler          pic x(12) value "  CANCELLED ".
         02  WS-CntCanc      pic zzzzzzzz9.
         02  filler          pic x(11) value "  PAID OFF ".
         02  WS-CntDone      pic zzzzzzzz9.

       LINKAGE SECTION.
       01  planFilePath      OBJECT REFERENCE CLASS-STRING.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  runDateIn         PIC 9(8).
       01  graceDaysIn       PIC 9(3).
       01  cancelAfterIn     PIC 9(2).

      *    the nightly look over every active payment plan: an open
      *    instalment still unpaid graceDaysIn days after its due
      *    date is marked missed (PLANMISS on the trail). A plan with
      *    cancelAfterIn or more instalments missed and unpaid is
      *    cancelled (PLANCANC) - from then on the whole remainder is
      *    due at once and the invoice ages and is chased as one
      *    balance again; cancelAfterIn zero never cancels. A plan
      *    whose invoice balance has come down to nothing by some
      *    other road, a credit note say, is closed as paid off
      *    (PLANDONE). Every change is listed on the report. userIn
      *    zero means every company. Run as a chain step after the
      *    conversion has brought the balances up to date, so
      *    failures go through the run-status file.
       PROCEDURE DIVISION USING BY VALUE planFilePath,
               balanceFilePath, auditFilePath, reportFilePath, userIn,
               runDateIn, graceDaysIn, cancelAfterIn.
           SET plID2  to planFilePath
           SET baID2  to balanceFilePath
           SET auID2  to auditFilePath
           SET rptID2 to reportFilePath
           move userIn to WS-HeadUser
           if userIn = zero
               move "ALL" to WS-HeadUser
           end-if
           move runDateIn to WS-HeadDate
           compute WS-RunInt = FUNCTION INTEGER-OF-DATE(runDateIn)

           open INPUT BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "PaymentPlanCheck: open balance fail "
                   baStatus2
               move "BALFILE" to stepFailFile
               move baStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           open I-O PlanFile2
           if plStatus2 not = "00" and plStatus2 not = "05"
               display "PaymentPlanCheck: open plan fail " plStatus2
               move "PLANFILE" to stepFailFile
               move plStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "PaymentPlanCheck: open audit fail " auStatus2
               move "AUDFILE" to stepFailFile
               move auStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "PaymentPlanCheck: open report fail "
                   rptStatus2
               move "RPTFILE" to stepFailFile
               move rptStatus2 to stepFailCode
               perform STEP-FAIL
           end-if

      *    planKey1 is company + invoice + instalment, so each plan's
      *    header comes up first with its instalments behind it in
      *    due order.
           move low-values to planKey1
           if userIn not = zero
               move userIn to planUser
               move zero to planInv
               move zero to planSeq
           end-if
           move "N" to WS-EOF
           start PlanFile2 key is not less than planKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read PlanFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if plStatus2 not = "00"
                       display "PaymentPlanCheck: read fail "
                           plStatus2
                       move "PLANFILE" to stepFailFile
                       move plStatus2 to stepFailCode
                       perform STEP-FAIL
                   end-if
                   if userIn not = zero and planUser not = userIn
                       move "Y" to WS-EOF
                   else
                       perform CHECK-ONE-PLAN
                   end-if
               end-read
           end-perform

           move WS-PlanCnt to WS-CntPlans
           move WS-MissCnt to WS-CntMiss
           move WS-CancCnt to WS-CntCanc
           move WS-DoneCnt to WS-CntDone
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move WS-CountLine to WS-PrintLine
           perform WRITE-RPT-LINE

           close BalFile2
           close PlanFile2
           close AudFile2
           close RptFile2
           display "PaymentPlanCheck: " WS-PlanCnt " plans, "
               WS-MissCnt " missed, " WS-CancCnt " cancelled"
           EXIT METHOD.

      *    planRec is a plan's header - an instalment met here has no
      *    header in front of it and is passed over. Anything but an
      *    active plan is history and skipped whole.
       CHECK-ONE-PLAN.
           if planSeq not = zero
               EXIT PARAGRAPH
           end-if
           move planUser to WS-SaveUser
           move planInv  to WS-SaveInv
           if planStatus not = "A"
               perform SKIP-PAST-PLAN
               EXIT PARAGRAPH
           end-if
           add 1 to WS-PlanCnt
           move zero to WS-MissNow
           move zero to WS-MissOpen
           move zero to WS-PlanOpen

           move "N" to WS-PaidOffSW
           if baStatus2 = "00"
               move WS-SaveUser to balUser
               move WS-SaveInv  to balInv
               read BalFile2
                 invalid key
                   continue
                 not invalid key
                   if balAmt not > zero
                       move "Y" to WS-PaidOffSW
                   end-if
               end-read
           end-if

           if WS-PaidOffSW not = "Y"
               move "N" to WS-PlanEOF
               perform until WS-PlanEOF = "Y"
                   read PlanFile2 next record
                     at end
                       move "Y" to WS-PlanEOF
                     not at end
                       if planUser not = WS-SaveUser
                               or planInv not = WS-SaveInv
                           move "Y" to WS-PlanEOF
                       else
                           perform CHECK-ONE-INSTALMENT
                       end-if
                   end-read
               end-perform
           end-if
           perform FINISH-PLAN
           perform SKIP-PAST-PLAN.

      *    an instalment already paid is done with; one already
      *    missed counts toward cancellation; an open one past its
      *    due date and the grace days is missed tonight.
       CHECK-ONE-INSTALMENT.
           if planStatus = "P"
               EXIT PARAGRAPH
           end-if
           compute WS-InstOpen = planAmt - planPaid
           add WS-InstOpen to WS-PlanOpen
           if planStatus = "M"
               add 1 to WS-MissOpen
               EXIT PARAGRAPH
           end-if
           compute WS-DueInt =
               FUNCTION INTEGER-OF-DATE(planDueDate) + graceDaysIn
           if WS-DueInt not < WS-RunInt
               EXIT PARAGRAPH
           end-if
           move "M"       to planStatus
           move userIn    to planUpdUser
           move runDateIn to planUpdDate
           rewrite planRec
           if plStatus2 not = "00"
               display "PaymentPlanCheck: rewrite fail " plStatus2
               move "PLANFILE" to stepFailFile
               move plStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           add 1 to WS-MissNow
           add 1 to WS-MissOpen
           add 1 to WS-MissCnt
           compute WS-DaysLate = WS-RunInt - WS-DueInt + graceDaysIn
           move "PLANMISS" to WS-AudOp
           compute WS-AudKey = planUser * 1000 + planSeq
           move WS-InstOpen to WS-AudAmt
           perform WRITE-PLAN-AUDIT
           move planUser    to WS-DtUser
           move planInv     to WS-DtInv
           move planSeq     to WS-DtSeq
           move planDueDate to WS-DtDue
           move WS-InstOpen to WS-DtAmt
           move WS-DaysLate to WS-EditLate
           move WS-EditLate to WS-DtLate
           move "MISSED"    to WS-DtAction
           move WS-DetLine  to WS-PrintLine
           perform WRITE-RPT-LINE.

      *    back to the plan's header with what the instalments said:
      *    the missed count goes up by tonight's misses, and the plan
      *    is closed as paid off or cancelled where it has come to
      *    that.
       FINISH-PLAN.
           move WS-SaveUser to planUser
           move WS-SaveInv  to planInv
           move zero        to planSeq
           read PlanFile2
             invalid key
               EXIT PARAGRAPH
           end-read
           move space to WS-DtAction
           if WS-PaidOffSW = "Y"
               move "P" to planStatus
               move "PAID OFF" to WS-DtAction
               move "PLANDONE" to WS-AudOp
               compute WS-AudAmt = planAmt - planPaid
               add 1 to WS-DoneCnt
           else
               add WS-MissNow to planMissCount
               if cancelAfterIn not = zero
                       and WS-MissOpen >= cancelAfterIn
                   move "C" to planStatus
                   move "CANCELLED" to WS-DtAction
                   move "PLANCANC" to WS-AudOp
                   move WS-PlanOpen to WS-AudAmt
                   add 1 to WS-CancCnt
               end-if
           end-if
           if WS-DtAction = space and WS-MissNow = zero
               EXIT PARAGRAPH
           end-if
           move userIn    to planUpdUser
           move runDateIn to planUpdDate
           rewrite planRec
           if plStatus2 not = "00"
               display "PaymentPlanCheck: rewrite fail " plStatus2
               move "PLANFILE" to stepFailFile
               move plStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           if WS-DtAction = space
               EXIT PARAGRAPH
           end-if
           move planUser to WS-AudKey
           perform WRITE-PLAN-AUDIT
           move planUser   to WS-DtUser
           move planInv    to WS-DtInv
           move space      to WS-DtSeq
           move space      to WS-DtDue
           move WS-AudAmt  to WS-DtAmt
           move space      to WS-DtLate
           move WS-DetLine to WS-PrintLine
           perform WRITE-RPT-LINE.

      *    reposition behind the plan just handled - the header read
      *    and the instalment scan have both moved the file on.
       SKIP-PAST-PLAN.
           move WS-SaveUser to planUser
           move WS-SaveInv  to planInv
           move 999         to planSeq
           start PlanFile2 key is greater than planKey1
             invalid key
               move "Y" to WS-EOF
           end-start.

       WRITE-PLAN-AUDIT.
           move spaces     to audRec
           accept audDate  from DATE YYYYMMDD
           accept audTime  from TIME
           move userIn     to audUser
           move WS-AudOp   to audOper
           move WS-AudKey  to audKey
           move WS-SaveInv to audInv
           move WS-AudAmt  to audAmt
           write audRec
           if auStatus2 not = "00"
               display "PaymentPlanCheck: audit write fail "
                   auStatus2
               move "AUDFILE" to stepFailFile
               move auStatus2 to stepFailCode
               perform STEP-FAIL
           end-if.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "PaymentPlanCheck: write fail "
                       rptStatus2
                   move "RPTFILE" to stepFailFile
                   move rptStatus2 to stepFailCode
                   perform STEP-FAIL
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "PaymentPlanCheck: write fail " rptStatus2
               move "RPTFILE" to stepFailFile
               move rptStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           add 1 to WS-LineCount.

      *    controlled failure, the chain-step way - see ReadHistory.
       STEP-FAIL.
           close BalFile2
           close PlanFile2
           close AudFile2
           close RptFile2
           move "PLANCHECK" to stepFailStep
           move "Y" to stepFailSW
           INVOKE SELF "WriteStepStatus" USING BY VALUE stepFailStep,
               stepFailFile, stepFailCode, stepFailDisp
           EXIT METHOD.

       END METHOD PAYMENTPLANCHECK.

       METHOD-ID. DUNNINGRUN AS "DunningRun".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-DunEOF         pic x.
       01  WS-FirstSW        pic x value "Y".
       01  WS-PrevCust       pic 9(6) value zero.
       01  WS-RunInt         pic 9(9) comp-5 value zero.
       01  WS-DueInt         pic 9(9) comp-5 value zero.
       01  WS-LastInt        pic 9(9) comp-5 value zero.
       01  WS-DaysOver       pic S9(9) comp-5 value zero.
       01  WS-DueDate        pic 9(8) value zero.
       01  WS-DueRule        pic x value "F".
       01  WS-SinceLast      pic S9(9) comp-5 value zero.
       01  WS-LastLevel      pic 9 value zero.
       01  WS-LastDate       pic 9(8) value zero.
       01  WS-LetterLevel    pic 9 value zero.
       01  WS-LetterTotal    pic S9(13)V99 value zero.
       01  WS-LetterCount    pic 9(9) comp-5 value zero.
       01  WS-DunCount       pic 9(9) comp-5 value zero.
       01  WS-DispCount      pic 9(9) comp-5 value zero.
       01  WS-PlanCount      pic 9(9) comp-5 value zero.
       01  WS-Lx             pic 9(4) comp-5 value zero.
       01  WS-EditAmt        pic -(11)9.99.
       01  WS-EditDays       pic z(4)9.
       01  WS-EditCnt        pic z(8)9.

       01  WS-DateOK         pic x.
       01  WS-VDate          pic 9(8).
       01  WS-DimTabR redefines WS-DimTab.
         02  WS-Dim          pic 9(2) occurs 12 times.

      *    the letter wording per level - 1 reminder, 2 first
      *    notice, 3 final demand.
       01  WS-LevelTab.
         02  filler          pic x(12) value "REMINDER".
         02  filler          pic x(12) value "FIRST NOTICE".
         02  filler          pic x(12) value "FINAL DEMAND".
       01  WS-LevelTabR redefines WS-LevelTab.
         02  WS-LevelName    pic x(12) occurs 3 times.

      *    the customer in hand's invoices that are due a letter,
      *    held until the customer breaks so the letter goes out at
      *    the highest level any of them has reached.
       01  WS-LetCount       pic 9(4) comp-5 value zero.
       01  WS-LetterTab.
         02  WS-LetEntry     occurs 500 times.
           03  WS-LetInv     pic 9(12).
           03  WS-LetDue     pic 9(8).
           03  WS-LetDays    pic 9(5).
           03  WS-LetLevel   pic 9.
           03  WS-LetAmt     pic S9(12)V99.

       LINKAGE SECTION.
       01  customerFilePath  OBJECT REFERENCE CLASS-STRING.
       01  custLinkPath      OBJECT REFERENCE CLASS-STRING.
       01  balanceFilePath   OBJECT REFERENCE CLASS-STRING.
       01  disputeFilePath   OBJECT REFERENCE CLASS-STRING.
       01  planFilePath      OBJECT REFERENCE CLASS-STRING.
       01  dunningFilePath   OBJECT REFERENCE CLASS-STRING.
       01  letterFilePath    OBJECT REFERENCE CLASS-STRING.
       01  userIn            PIC 9(3).
       01  runDateIn         PIC 9(8).
       01  intervalDaysIn    PIC 9(3).

      *    the nightly collections letters. Every invoice linked to a
      *    customer is looked up on the balance-forward file; one
      *    still owing past its due date - balFirstDate plus that
      *    customer's own custTerms - is due the next letter level
      *    above the highest the dunning history shows, but never
      *    sooner than intervalDaysIn days after the last one and
      *    never past final demand. The letter file carries one
      *    letter per customer, "HDR,customer,name,level,wording,
      *    date", an "INV,invoice,due,days over,level,amount" line
      *    per invoice and "TRL,customer,count,total", ready for the
      *    print run; each invoice's level, date and amount go onto
      *    the dunning history in the same pass. An invoice under
      *    open dispute is not chased at all until it is resolved,
      *    nor is one on an active payment plan - its instalments are
      *    watched by PaymentPlanCheck, and once that cancels the
      *    plan the invoice is chased here as one balance again.
       PROCEDURE DIVISION USING BY VALUE customerFilePath,
               custLinkPath, balanceFilePath, disputeFilePath,
               planFilePath, dunningFilePath, letterFilePath, userIn,
               runDateIn, intervalDaysIn.
           SET cuID2 to customerFilePath
           SET clID2 to custLinkPath
           SET baID2 to balanceFilePath
           SET dsID2 to disputeFilePath
           SET plID2 to planFilePath
           SET dnID2 to dunningFilePath
           SET exID2 to letterFilePath
           move runDateIn to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
               display "DunningRun: run date " runDateIn
                   " is not a real calendar date"
               move "RUNDATE" to stepFailFile
               move space to stepFailCode
               perform STEP-FAIL
           end-if
           compute WS-RunInt = FUNCTION INTEGER-OF-DATE(runDateIn)

      *    no customer master or no links yet means nobody can be
      *    dunned - a clean, empty run, not a failure.
           open INPUT CustFile2
           if cuStatus2 not = "00" and cuStatus2 not = "05"
               display "DunningRun: open customer fail " cuStatus2
               move "CUSTFILE" to stepFailFile
               move cuStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           open INPUT ClnkFile2
           if clStatus2 not = "00" and clStatus2 not = "05"
               display "DunningRun: open link fail " clStatus2
               move "CLNKFILE" to stepFailFile
               move clStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           if cuStatus2 = "05" or clStatus2 = "05"
               display "DunningRun: no customers linked - nothing "
                   "to dun"
               close CustFile2
               close ClnkFile2
               EXIT METHOD
           end-if
           open INPUT BalFile2
           if baStatus2 not = "00" and baStatus2 not = "05"
               display "DunningRun: open balance fail " baStatus2
               move "BALFILE" to stepFailFile
               move baStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           open INPUT DispFile2
           if dsStatus2 not = "00" and dsStatus2 not = "05"
               display "DunningRun: open dispute fail " dsStatus2
               move "DISPFILE" to stepFailFile
               move dsStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           open INPUT PlanFile2
           if plStatus2 not = "00" and plStatus2 not = "05"
               display "DunningRun: open plan fail " plStatus2
               move "PLANFILE" to stepFailFile
               move plStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           open I-O DunhFile2
           if dnStatus2 not = "00" and dnStatus2 not = "05"
               display "DunningRun: open dunning fail " dnStatus2
               move "DUNHFILE" to stepFailFile
               move dnStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           open OUTPUT ExportFile2
           if exStatus2 not = "00"
               display "DunningRun: open letter fail " exStatus2
               move "LETTERS" to stepFailFile
               move exStatus2 to stepFailCode
               perform STEP-FAIL
           end-if

      *    the clnkCust alternate hands the links back customer by
      *    customer, which is exactly the letter break.
           move zero to clnkCust
           move "N" to WS-EOF
           start ClnkFile2 key is not less than clnkCust
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read ClnkFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if WS-FirstSW = "Y"
                       move clnkCust to WS-PrevCust
                       move "N" to WS-FirstSW
                       perform LOAD-CUSTOMER
                   end-if
                   if clnkCust not = WS-PrevCust
                       perform FLUSH-LETTER
                       move clnkCust to WS-PrevCust
                       perform LOAD-CUSTOMER
                   end-if
                   if baStatus2 not = "05"
                       perform DUN-ONE-INVOICE
                   end-if
               end-read
           end-perform
           if WS-FirstSW = "N"
               perform FLUSH-LETTER
           end-if

           close ExportFile2
           close DunhFile2
           close PlanFile2
           close DispFile2
           close BalFile2
           close ClnkFile2
           close CustFile2
           display "DunningRun: " WS-LetterCount " letters, "
               WS-DunCount " invoices dunned, " WS-DispCount
               " held in dispute, " WS-PlanCount
               " on a payment plan"
           EXIT METHOD.

      *    the customer's terms drive the due date; a link to a
      *    customer missing from the master dues from the first
      *    posting date, the way zero terms would.
       LOAD-CUSTOMER.
           move WS-PrevCust to custNum
           read CustFile2
             invalid key
               move "CUSTOMER NOT ON FILE" to custName
               move zero to custTerms
           end-read.

       DUN-ONE-INVOICE.
           move userIn  to balUser
           move clnkInv to balInv
           read BalFile2
             invalid key
               EXIT PARAGRAPH
           end-read
           if balAmt not > zero
               EXIT PARAGRAPH
           end-if
      *    a first date that is not a real calendar date has no due
      *    date to count from - the aged report already shows it in
      *    its oldest column for somebody to correct.
           move balFirstDate to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
               EXIT PARAGRAPH
           end-if
      *    a due date on one of the company's non-business days
      *    moves to the next business day - the customer cannot pay
      *    on a day the bank is shut - and the days over are counted
      *    the way the object is armed to age, calendar or business.
           compute WS-DueInt =
               FUNCTION INTEGER-OF-DATE(balFirstDate) + custTerms
           compute WS-DueDate = FUNCTION DATE-OF-INTEGER(WS-DueInt)
           INVOKE SELF "AdjustBusinessDay" USING BY VALUE userIn,
               WS-DueDate, WS-DueRule RETURNING WS-DueDate
           INVOKE SELF "AgeInDays" USING BY VALUE userIn,
               WS-DueDate, runDateIn RETURNING WS-DaysOver
           if WS-DaysOver not > zero
               EXIT PARAGRAPH
           end-if
           move balInv to dispInv
           read DispFile2
             invalid key
               continue
             not invalid key
               if dispStatus = "O" and dispUser = userIn
                   add 1 to WS-DispCount
                   EXIT PARAGRAPH
               end-if
           end-read
           if plStatus2 not = "05"
               move userIn to planUser
               move balInv to planInv
               move zero   to planSeq
               read PlanFile2
                 invalid key
                   continue
                 not invalid key
                   if planStatus = "A"
                       add 1 to WS-PlanCount
                       EXIT PARAGRAPH
                   end-if
               end-read
           end-if
           perform FIND-LAST-LEVEL
           if WS-LastLevel >= 3
               EXIT PARAGRAPH
           end-if
           if WS-LastLevel > zero
               compute WS-LastInt =
                   FUNCTION INTEGER-OF-DATE(WS-LastDate)
               compute WS-SinceLast = WS-RunInt - WS-LastInt
               if WS-SinceLast < intervalDaysIn
                   EXIT PARAGRAPH
               end-if
           end-if
           if WS-LetCount >= 500
               display "DunningRun: more than 500 invoices due for "
                   "customer " WS-PrevCust " - invoice " balInv
                   " left for the next run"
               EXIT PARAGRAPH
           end-if
           add 1 to WS-LetCount
           move balInv to WS-LetInv(WS-LetCount)
           move WS-DueDate to WS-LetDue(WS-LetCount)
           move WS-DaysOver to WS-LetDays(WS-LetCount)
           compute WS-LetLevel(WS-LetCount) = WS-LastLevel + 1
           move balAmt to WS-LetAmt(WS-LetCount).

      *    dunhKey1 is company + invoice + level, so the invoice's
      *    history comes back lowest level first and the last one
      *    read is the highest sent.
       FIND-LAST-LEVEL.
           move zero to WS-LastLevel
           move zero to WS-LastDate
           move userIn  to dunhUser
           move balInv  to dunhInv
           move zero    to dunhLevel
           move "N" to WS-DunEOF
           start DunhFile2 key is not less than dunhKey1
             invalid key
               move "Y" to WS-DunEOF
           end-start
           perform until WS-DunEOF = "Y"
               read DunhFile2 next record
                 at end
                   move "Y" to WS-DunEOF
                 not at end
                   if dunhUser not = userIn or dunhInv not = balInv
                       move "Y" to WS-DunEOF
                   else
                       move dunhLevel to WS-LastLevel
                       move dunhDate  to WS-LastDate
                   end-if
               end-read
           end-perform.

      *    one letter for the customer just finished, at the highest
      *    level among its invoices, and the history rows that make
      *    tomorrow's run escalate.
       FLUSH-LETTER.
           if WS-LetCount = zero
               EXIT PARAGRAPH
           end-if
           move zero to WS-LetterLevel
           move zero to WS-LetterTotal
           perform varying WS-Lx from 1 by 1 until WS-Lx > WS-LetCount
               if WS-LetLevel(WS-Lx) > WS-LetterLevel
                   move WS-LetLevel(WS-Lx) to WS-LetterLevel
               end-if
               add WS-LetAmt(WS-Lx) to WS-LetterTotal
           end-perform

           move space to exportRec2
           STRING
               "HDR,"        DELIMITED BY SIZE
               WS-PrevCust   DELIMITED BY SIZE
               ","           DELIMITED BY SIZE
               FUNCTION TRIM(custName) DELIMITED BY SIZE
               ","           DELIMITED BY SIZE
               WS-LetterLevel DELIMITED BY SIZE
               ","           DELIMITED BY SIZE
               FUNCTION TRIM(WS-LevelName(WS-LetterLevel))
                             DELIMITED BY SIZE
               ","           DELIMITED BY SIZE
               runDateIn     DELIMITED BY SIZE
               INTO exportRec2
           END-STRING
           perform WRITE-LETTER-LINE

           perform varying WS-Lx from 1 by 1 until WS-Lx > WS-LetCount
               move WS-LetAmt(WS-Lx)  to WS-EditAmt
               move WS-LetDays(WS-Lx) to WS-EditDays
               move space to exportRec2
               STRING
                   "INV,"            DELIMITED BY SIZE
                   WS-LetInv(WS-Lx)  DELIMITED BY SIZE
                   ","               DELIMITED BY SIZE
                   WS-LetDue(WS-Lx)  DELIMITED BY SIZE
                   ","               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EditDays) DELIMITED BY SIZE
                   ","               DELIMITED BY SIZE
                   WS-LetLevel(WS-Lx) DELIMITED BY SIZE
                   ","               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EditAmt) DELIMITED BY SIZE
                   INTO exportRec2
               END-STRING
               perform WRITE-LETTER-LINE
               perform WRITE-DUNNING-HISTORY
           end-perform

           move WS-LetterTotal to WS-EditAmt
           move WS-LetCount    to WS-EditCnt
           move space to exportRec2
           STRING
               "TRL,"        DELIMITED BY SIZE
               WS-PrevCust   DELIMITED BY SIZE
               ","           DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditCnt) DELIMITED BY SIZE
               ","           DELIMITED BY SIZE
               FUNCTION TRIM(WS-EditAmt) DELIMITED BY SIZE
               INTO exportRec2
           END-STRING
           perform WRITE-LETTER-LINE
           add 1 to WS-LetterCount
           move zero to WS-LetCount.

       WRITE-LETTER-LINE.
           write exportRec2
           if exStatus2 not = "00"
               display "DunningRun: letter write fail " exStatus2
               move "LETTERS" to stepFailFile
               move exStatus2 to stepFailCode
               perform STEP-FAIL
           end-if.

      *    a rerun on the same night finds the level it just wrote
      *    and the interval holds it back; replacing the row keeps a
      *    corrected rerun from failing on the duplicate key.
       WRITE-DUNNING-HISTORY.
           move userIn             to dunhUser
           move WS-LetInv(WS-Lx)   to dunhInv
           move WS-LetLevel(WS-Lx) to dunhLevel
           move WS-PrevCust        to dunhCust
           move runDateIn          to dunhDate
           move WS-LetAmt(WS-Lx)   to dunhAmt
           move WS-LetDays(WS-Lx)  to dunhDaysOver
           write dunhRec
             invalid key
               rewrite dunhRec
               if dnStatus2 not = "00"
                   display "DunningRun: dunning rewrite fail "
                       dnStatus2
                   move "DUNHFILE" to stepFailFile
                   move dnStatus2 to stepFailCode
                   perform STEP-FAIL
               end-if
           end-write
           if dnStatus2 not = "00"
               display "DunningRun: dunning write fail " dnStatus2
               move "DUNHFILE" to stepFailFile
               move dnStatus2 to stepFailCode
               perform STEP-FAIL
           end-if
           add 1 to WS-DunCount.

       VALIDATE-DATE.
           move "Y" to WS-DateOK
               end-if
           end-if.

      *    controlled failure, the chain-step way - see ReadHistory.
       STEP-FAIL.
           close ExportFile2
           close DunhFile2
           close PlanFile2
           close DispFile2
           close BalFile2
           close ClnkFile2
           close CustFile2
           move "DUNNINGRUN" to stepFailStep
           move "Y" to stepFailSW
           INVOKE SELF "WriteStepStatus" USING BY VALUE stepFailStep,
               stepFailFile, stepFailCode, stepFailDisp
           EXIT METHOD.

       END METHOD DUNNINGRUN.

       METHOD-ID. READDUNNINGHISTORY AS "ReadDunningHistory".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-DunLine        pic x(80).
       01  WS-EditAmt        pic -(11)9.99.
       01  rowString         OBJECT REFERENCE CLASS-STRING.

       LINKAGE SECTION.
       01  dunningList       OBJECT REFERENCE CLASS-HISTORYLIST.
       01  dunningFilePath   OBJECT REFERENCE CLASS-STRING.
       01  custNumIn         PIC 9(6).

      *    collections' "who got what and when" for one customer:
      *    one "invoice,level,date,days over,amount,company" row per
      *    letter level sent, off the dunhCust alternate.
       PROCEDURE DIVISION USING BY VALUE dunningFilePath, custNumIn
               RETURNING dunningList.
           SET dnID2 to dunningFilePath
           INVOKE CLASS-HISTORYLIST "new" RETURNING dunningList
           open INPUT DunhFile2
           if dnStatus2 = "05"
               close DunhFile2
               EXIT METHOD
           end-if
           if dnStatus2 not = "00"
               display "ReadDunningHistory: open fail " dnStatus2
               stop run
           end-if
           move custNumIn to dunhCust
           move "N" to WS-EOF
           start DunhFile2 key = dunhCust
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read DunhFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if dunhCust not = custNumIn
                       move "Y" to WS-EOF
                   else
                       move dunhAmt to WS-EditAmt
                       move space to WS-DunLine
                       STRING
                           dunhInv      DELIMITED BY SIZE
                           ","          DELIMITED BY SIZE
                           dunhLevel    DELIMITED BY SIZE
                           ","          DELIMITED BY SIZE
                           dunhDate     DELIMITED BY SIZE
                           ","          DELIMITED BY SIZE
                           dunhDaysOver DELIMITED BY SIZE
                           ","          DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EditAmt) DELIMITED BY SIZE
                           ","          DELIMITED BY SIZE
                           dunhUser     DELIMITED BY SIZE
                           INTO WS-DunLine
                       END-STRING
                       SET rowString to WS-DunLine
                       INVOKE dunningList "Add" USING BY VALUE rowString
                   end-if
               end-read
           end-perform
           close DunhFile2
       END METHOD READDUNNINGHISTORY.

       METHOD-ID. OPENDISPUTE AS "OpenDispute".
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  disputeFilePath   OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  invoiceIn         PIC 9(12).
       01  userIn            PIC 9(3).
       01  reasonIn          PIC X(4).
       01  amtIn             PIC S9(12)V99.
       01  openedByIn        PIC 9(3).
       01  dateIn            PIC 9(8).

      *    put one invoice into dispute. An invoice already in an
      *    open dispute is refused - UpdateDispute changes it; one
      *    whose earlier dispute was resolved is simply disputed
      *    again, the old record replaced (the trail keeps its
      *    history).
       PROCEDURE DIVISION USING BY VALUE disputeFilePath,
               auditFilePath, invoiceIn, userIn, reasonIn, amtIn,
               openedByIn, dateIn.
           if reasonIn = space
               display "OpenDispute: a reason code is required - "
                   "invoice " invoiceIn " not disputed"
               EXIT METHOD
           end-if
           SET dsID2 to disputeFilePath
           open I-O DispFile2
           if dsStatus2 not = "00" and dsStatus2 not = "05"
               display "OpenDispute: open fail " dsStatus2
               stop run
           end-if
           move invoiceIn to dispInv
           read DispFile2
             invalid key
               continue
             not invalid key
               if dispStatus = "O"
                   display "OpenDispute: invoice " invoiceIn
                       " is already in dispute since " dispOpenDate
                   close DispFile2
                   EXIT METHOD
               end-if
           end-read
           move invoiceIn  to dispInv
           move userIn     to dispUser
           move reasonIn   to dispReason
           move amtIn      to dispAmt
           move openedByIn to dispOpenBy
           move dateIn     to dispOpenDate
           move "O"        to dispStatus
           move zero       to dispUpdBy
           move zero       to dispUpdDate
           move zero       to dispRslvBy
           move zero       to dispRslvDate
           move space      to dispRslvCode
           write dispRec
             invalid key
               rewrite dispRec
               if dsStatus2 not = "00"
                   display "OpenDispute: rewrite fail " dsStatus2
                   stop run
               end-if
           end-write
           if dsStatus2 not = "00"
               display "OpenDispute: write fail " dsStatus2
               stop run
           end-if
           close DispFile2

           SET auID2 to auditFilePath
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "OpenDispute: open audit fail " auStatus2
               stop run
           end-if
           move spaces     to audRec
           accept audDate  from DATE YYYYMMDD
           accept audTime  from TIME
           move openedByIn to audUser
           move "DISPOPEN" to audOper
           move userIn     to audKey
           move invoiceIn  to audInv
           move amtIn      to audAmt
           write audRec
           if auStatus2 not = "00"
               display "OpenDispute: audit write fail " auStatus2
               stop run
           end-if
           close AudFile2
       END METHOD OPENDISPUTE.

       METHOD-ID. UPDATEDISPUTE AS "UpdateDispute".
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  disputeFilePath   OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  invoiceIn         PIC 9(12).
       01  reasonIn          PIC X(4).
       01  amtIn             PIC S9(12)V99.
       01  updatedByIn       PIC 9(3).
       01  dateIn            PIC 9(8).

      *    change an open dispute's reason or amount - a blank
      *    reason or a zero amount keeps what is there, the RefMaint
      *    blank-keeps convention. The open date does not move, so
      *    the dispute keeps aging from when it was first raised.
       PROCEDURE DIVISION USING BY VALUE disputeFilePath,
               auditFilePath, invoiceIn, reasonIn, amtIn,
               updatedByIn, dateIn.
           SET dsID2 to disputeFilePath
           open I-O DispFile2
           if dsStatus2 not = "00" and dsStatus2 not = "05"
               display "UpdateDispute: open fail " dsStatus2
               stop run
           end-if
           move invoiceIn to dispInv
           read DispFile2
             invalid key
               display "UpdateDispute: invoice " invoiceIn
                   " is not in dispute"
               close DispFile2
               EXIT METHOD
           end-read
           if dispStatus not = "O"
               display "UpdateDispute: invoice " invoiceIn
                   " dispute was resolved on " dispRslvDate
               close DispFile2
               EXIT METHOD
           end-if
           if reasonIn not = space
               move reasonIn to dispReason
           end-if
           if amtIn not = zero
               move amtIn to dispAmt
           end-if
           move updatedByIn to dispUpdBy
           move dateIn      to dispUpdDate
           rewrite dispRec
           if dsStatus2 not = "00"
               display "UpdateDispute: rewrite fail " dsStatus2
               stop run
           end-if
           close DispFile2

           SET auID2 to auditFilePath
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "UpdateDispute: open audit fail " auStatus2
               stop run
           end-if
           move spaces      to audRec
           accept audDate   from DATE YYYYMMDD
           accept audTime   from TIME
           move updatedByIn to audUser
           move "DISPUPD"   to audOper
           move dispUser    to audKey
           move invoiceIn   to audInv
           move dispAmt     to audAmt
           write audRec
           if auStatus2 not = "00"
               display "UpdateDispute: audit write fail " auStatus2
               stop run
           end-if
           close AudFile2
       END METHOD UPDATEDISPUTE.

       METHOD-ID. RESOLVEDISPUTE AS "ResolveDispute".
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  disputeFilePath   OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  invoiceIn         PIC 9(12).
       01  resolutionIn      PIC X(4).
       01  resolvedByIn      PIC 9(3).
       01  dateIn            PIC 9(8).

      *    close an open dispute with a resolution code. Whatever
      *    the resolution means to the books - a credit note, a
      *    write-off - is posted the normal way; this only puts the
      *    invoice back into collections.
       PROCEDURE DIVISION USING BY VALUE disputeFilePath,
               auditFilePath, invoiceIn, resolutionIn, resolvedByIn,
               dateIn.
           SET dsID2 to disputeFilePath
           open I-O DispFile2
           if dsStatus2 not = "00" and dsStatus2 not = "05"
               display "ResolveDispute: open fail " dsStatus2
               stop run
           end-if
           move invoiceIn to dispInv
           read DispFile2
             invalid key
               display "ResolveDispute: invoice " invoiceIn
                   " is not in dispute"
               close DispFile2
               EXIT METHOD
           end-read
           if dispStatus not = "O"
               display "ResolveDispute: invoice " invoiceIn
                   " dispute was already resolved on " dispRslvDate
               close DispFile2
               EXIT METHOD
           end-if
           move "R"          to dispStatus
           move resolvedByIn to dispRslvBy
           move dateIn       to dispRslvDate
           move resolutionIn to dispRslvCode
           rewrite dispRec
           if dsStatus2 not = "00"
               display "ResolveDispute: rewrite fail " dsStatus2
               stop run
           end-if
           close DispFile2

           SET auID2 to auditFilePath
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "ResolveDispute: open audit fail " auStatus2
               stop run
           end-if
           move spaces       to audRec
           accept audDate    from DATE YYYYMMDD
           accept audTime    from TIME
           move resolvedByIn to audUser
           move "DISPRSLV"   to audOper
           move dispUser     to audKey
           move invoiceIn    to audInv
           move dispAmt      to audAmt
           write audRec
           if auStatus2 not = "00"
               display "ResolveDispute: audit write fail " auStatus2
               stop run
           end-if
           close AudFile2
       END METHOD RESOLVEDISPUTE.

       METHOD-ID. DISPUTEAGINGREPORT AS "DisputeAgingReport".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-AgeDays        pic S9(9) comp-5 value zero.
       01  WS-Bx             pic 9(4) comp-5 value zero.
       01  WS-OpenCount      pic 9(9) comp-5 value zero.
       01  WS-TotDays        pic 9(12) comp-5 value zero.
       01  WS-AvgDays        pic 9(9) comp-5 value zero.
       01  WS-EditBkt        pic -(9)9.99.
       01  WS-EditCnt        pic z(8)9.

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

      *    disputed amount per age bucket - 1 under 30 days open,
      *    2/3 the 30 and 60 columns, 4 everything 90 days or older.
       01  WS-GrandBkt.
         02  WS-GrandAmt     pic S9(13)V99 occurs 4 times.
         02  WS-GrandCnt     pic 9(9) comp-5 occurs 4 times.

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(26) value
             "OPEN DISPUTE AGING REPORT".
         02  filler          pic x(6) value "AS OF ".
         02  WS-HeadAsOf     pic 9(8).
         02  filler          pic x(4) value space.
         02  WS-HeadBasis    pic x(22) value space.
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

       01  WS-Head2.
         02  filler          pic x(4) value space.
         02  filler          pic x(14) value "INVOICE".
         02  filler          pic x(5) value "USER".
         02  filler          pic x(6) value "RSN".
         02  filler          pic x(10) value "OPENED".
         02  filler          pic x(4) value "BY".
         02  filler          pic x(6) value " DAYS".
         02  filler          pic x(14) value "   UNDER 30".
         02  filler          pic x(14) value "    30 DAYS".
         02  filler          pic x(14) value "    60 DAYS".
         02  filler          pic x(14) value "   90+ DAYS".

       01  WS-DetailLine.
         02  filler          pic x(4) value space.
         02  WS-DetInv       pic 9(12).
         02  filler          pic x(2) value space.
         02  WS-DetUser      pic 9(3).
         02  filler          pic x(2) value space.
         02  WS-DetReason    pic x(4).
         02  filler          pic x(2) value space.
         02  WS-DetOpened    pic 9(8).
         02  filler          pic x(2) value space.
         02  WS-DetBy        pic 9(3).
         02  filler          pic x(1) value space.
         02  WS-DetDays      pic z(4)9.
         02  filler          pic x(1) value space.
         02  WS-DetBktX      pic x(14) occurs 4 times.

       01  WS-CountLine.
         02  filler          pic x(4) value space.
         02  filler          pic x(14) value "DISPUTES".
         02  filler          pic x(31) value space.
         02  WS-CntBktX      pic x(14) occurs 4 times.

       01  WS-TotalLine.
         02  filler          pic x(4) value space.
         02  filler          pic x(14) value "TOTAL".
         02  filler          pic x(31) value space.
         02  WS-TotBktX      pic x(14) occurs 4 times.

       LINKAGE SECTION.
       01  disputeFilePath   OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.
       01  asOfDateIn        PIC 9(8).

      *    management's view of the register: every open dispute
      *    aged by days since it was raised, the disputed amount in
      *    its age column, then bucket counts, totals and the average
      *    days a dispute has sat open. Resolved disputes are left
      *    off - the trail has them.
       PROCEDURE DIVISION USING BY VALUE disputeFilePath,
               reportFilePath, asOfDateIn.
           SET dsID2 to disputeFilePath
           SET rptID2 to reportFilePath
           move asOfDateIn to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
               display "DisputeAgingReport: as-of date " asOfDateIn
                   " is not a real calendar date"
               stop run
           end-if
           move asOfDateIn to WS-HeadAsOf
           if calnAgeBasis = "B"
               move "AGED IN BUSINESS DAYS" to WS-HeadBasis
           end-if

           open INPUT DispFile2
           if dsStatus2 not = "00" and dsStatus2 not = "05"
               display "DisputeAgingReport: open dispute fail "
                   dsStatus2
               stop run
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "DisputeAgingReport: open report fail "
                   rptStatus2
               stop run
           end-if
           perform varying WS-Bx from 1 by 1 until WS-Bx > 4
               move zero to WS-GrandAmt(WS-Bx)
               move zero to WS-GrandCnt(WS-Bx)
           end-perform

           move zero to dispInv
           move "N" to WS-EOF
           start DispFile2 key is not less than dispInv
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read DispFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if dsStatus2 not = "00"
                       display "DisputeAgingReport: read fail "
                           dsStatus2
                       stop run
                   end-if
                   if dispStatus = "O"
                       perform AGE-ONE-DISPUTE
                   end-if
               end-read
           end-perform

           perform varying WS-Bx from 1 by 1 until WS-Bx > 4
               move WS-GrandCnt(WS-Bx) to WS-EditCnt
               move WS-EditCnt to WS-CntBktX(WS-Bx)
               move WS-GrandAmt(WS-Bx) to WS-EditBkt
               move WS-EditBkt to WS-TotBktX(WS-Bx)
           end-perform
           move space to WS-PrintLine
           perform WRITE-RPT-LINE
           move WS-CountLine to WS-PrintLine
           perform WRITE-RPT-LINE
           move WS-TotalLine to WS-PrintLine
           perform WRITE-RPT-LINE
           if WS-OpenCount = zero
               move "NO OPEN DISPUTES ON FILE" to WS-PrintLine
               perform WRITE-RPT-LINE
           else
               compute WS-AvgDays = WS-TotDays / WS-OpenCount
               move WS-AvgDays to WS-EditCnt
               move space to WS-PrintLine
               STRING
                   "    AVERAGE DAYS OPEN " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EditCnt) DELIMITED BY SIZE
                   INTO WS-PrintLine
               END-STRING
               perform WRITE-RPT-LINE
           end-if
           close DispFile2
           close RptFile2
           EXIT METHOD.

      *    an open date that is not a real date ages as oldest, the
      *    aged report's rule - bad data surfaces instead of hiding.
       AGE-ONE-DISPUTE.
           move dispOpenDate to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK = "Y"
               INVOKE SELF "AgeInDays" USING BY VALUE dispUser,
                   dispOpenDate, asOfDateIn RETURNING WS-AgeDays
           else
               move 999 to WS-AgeDays
           end-if
           if WS-AgeDays < zero
               move zero to WS-AgeDays
           end-if
           evaluate true
             when WS-AgeDays < 30
               move 1 to WS-Bx
             when WS-AgeDays < 60
               move 2 to WS-Bx
             when WS-AgeDays < 90
               move 3 to WS-Bx
             when other
               move 4 to WS-Bx
           end-evaluate
           add dispAmt to WS-GrandAmt(WS-Bx)
           add 1 to WS-GrandCnt(WS-Bx)
           add 1 to WS-OpenCount
           add WS-AgeDays to WS-TotDays
           move dispInv      to WS-DetInv
           move dispUser     to WS-DetUser
           move dispReason   to WS-DetReason
           move dispOpenDate to WS-DetOpened
           move dispOpenBy   to WS-DetBy
           move WS-AgeDays   to WS-DetDays
           move space to WS-DetBktX(1)
           move space to WS-DetBktX(2)
           move space to WS-DetBktX(3)
           move space to WS-DetBktX(4)
           move dispAmt to WS-EditBkt
           move WS-EditBkt to WS-DetBktX(WS-Bx)
           move WS-DetailLine to WS-PrintLine
           perform WRITE-RPT-LINE.

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

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "DisputeAgingReport: write fail " rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "DisputeAgingReport: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD DISPUTEAGINGREPORT.

       METHOD-ID. ADDRECURRINGTEMPLATE AS "AddRecurringTemplate".
       DATA DIVISION.
       01  nextDueIn         PIC 9(8).
       01  endDateIn         PIC 9(8).
       01  taxCodeIn         PIC 9(3).
       01  bizRuleIn         PIC X.

      *    one recurring-posting template onto the end of the file -
      *    same append-by-scan the purge catalog uses. Frequency is
      *    zero means the charge runs until somebody switches the
      *    template off. The template's relative key becomes the
      *    reference on every posting it generates, so a generated
      *    charge always traces back to its template. The business-
      *    day rule says where an occurrence falling on a company
      *    non-business day posts: F the next business day, P the
      *    one before, blank the calendar date regardless.
       PROCEDURE DIVISION USING BY VALUE templateFilePath, userIn,
               invoiceIn, journalIn, amtIn, descIn, currencyIn,
               freqIn, nextDueIn, endDateIn, taxCodeIn, bizRuleIn.
           if freqIn not = "W" and freqIn not = "M"
                   and freqIn not = "Q" and freqIn not = "A"
               display "AddRecurringTemplate: frequency " freqIn
                   " is not W, M, Q or A - refused"
               EXIT METHOD
           end-if
           if bizRuleIn not = "F" and bizRuleIn not = "P"
                   and bizRuleIn not = space
               display "AddRecurringTemplate: business-day rule "
                   bizRuleIn " is not F, P or blank - refused"
               EXIT METHOD
           end-if
           move nextDueIn to WS-VDate
           perform VALIDATE-DATE
           if WS-DateOK not = "Y"
           move endDateIn  to tmplEndDate
           move taxCodeIn  to tmplTax
           move "Y"        to tmplActive
           move bizRuleIn  to tmplBizRule
           write tmplRec
           if tmStatus2 not = "00"
               display "AddRecurringTemplate: write fail " tmStatus2
           close TmplFile2
       END METHOD SETTEMPLATEACTIVE.

       METHOD-ID. SETTEMPLATEDAYRULE AS "SetTemplateDayRule".
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  templateFilePath  OBJECT REFERENCE CLASS-STRING.
       01  templateKeyIn     PIC 9(8).
       01  bizRuleIn         PIC X.

      *    give an existing template its business-day rule: F posts
      *    an occurrence that falls on a non-business day on the next
      *    business day, P on the one before, space leaves it on the
      *    calendar date.
       PROCEDURE DIVISION USING BY VALUE templateFilePath,
               templateKeyIn, bizRuleIn.
           if bizRuleIn not = "F" and bizRuleIn not = "P"
                   and bizRuleIn not = space
               display "SetTemplateDayRule: rule " bizRuleIn
                   " is not F, P or blank - refused"
               EXIT METHOD
           end-if
           SET tmID2 to templateFilePath
           open I-O TmplFile2
           if tmStatus2 not = "00" and tmStatus2 not = "05"
               display "SetTemplateDayRule: open fail " tmStatus2
               stop run
           end-if
           move templateKeyIn to tmRelkey2
           read TmplFile2
             invalid key
               display "SetTemplateDayRule: template " templateKeyIn
                   " not on file"
             not invalid key
               move bizRuleIn to tmplBizRule
               rewrite tmplRec
               if tmStatus2 not = "00"
                   display "SetTemplateDayRule: rewrite fail "
                       tmStatus2
                   stop run
               end-if
           end-read
           close TmplFile2
       END METHOD SETTEMPLATEDAYRULE.

       METHOD-ID. GENERATERECURRING AS "GenerateRecurring".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TmplChanged    pic x.
       01  WS-TmplStop       pic x.
       01  WS-DueInt         pic 9(9) comp-5 value zero.
       01  WS-PostDate       pic 9(8) value zero.

       01  WS-DateOK         pic x.
       01  WS-VDate          pic 9(8).
      *    company. A due date landing in a closed period leaves the
      *    template where it stands, so the charge posts on the next
      *    run after the period question is settled instead of
      *    silently vanishing. An occurrence falling on one of the
      *    company's non-business days posts on the business day its
      *    template's rule gives (tmplBizRule F after, P before) -
      *    the schedule itself stays on the calendar dates, so a
      *    charge moved off a Sunday is back on its own day next
      *    month.
       PROCEDURE DIVISION USING BY VALUE templateFilePath,
               historyFile, historySeqPath, periodFilePath,
               auditFilePath, userSelIn, runDateIn.
       PROCESS-ONE-TEMPLATE.
           move "N" to WS-TmplChanged
           move "N" to WS-TmplStop
           perform SET-POST-DATE
           perform until WS-TmplStop = "Y"
                   or WS-PostDate > runDateIn
               if tmplEndDate not = zero
                   and tmplNextDue > tmplEndDate
      *            the charge has run its course - retire the
           end-if
           if WS-PerdSW = "Y"
               move tmplUser to perdUser
               move WS-PostDate(1:6) to perdPeriod
               read PerdFile2
                 invalid key
                   continue
                 not invalid key
                   if perdStatus = "C"
                       display "GenerateRecurring: template "
                           tmRelkey2 " due " WS-PostDate
                           " falls in closed period - held for "
                           "next run"
                       add 1 to WS-SkipCount
           end-if
           add 1 to seqNextKey2
           move seqNextKey2 to hRelkey2
           move WS-PostDate(1:4) to histGen
           move hRelkey2    to histSub
           move tmplInv     to histInv
           move WS-PostDate to histDate
      *    the template's own key rides as the reference, so every
      *    generated charge traces straight back to its template.
           move tmRelkey2   to histRef
           move tmplJr      to histJr
           move tmplUser    to histIntroUser
           move WS-PostDate to histIntroDate
           move tmplDesc    to histDesc
           move tmplAmt     to histAmt
           move space       to histExtra
           end-if
           add 1 to WS-PostCount
           perform ADVANCE-DUE-DATE
           perform SET-POST-DATE
           move "Y" to WS-TmplChanged.

      *    the day the occurrence at tmplNextDue actually posts.
       SET-POST-DATE.
           INVOKE SELF "AdjustBusinessDay" USING BY VALUE tmplUser,
               tmplNextDue, tmplBizRule RETURNING WS-PostDate.

      *    next-due moves by the frequency: a week through the
      *    integer calendar, months by month arithmetic with the day
      *    clamped to the target month's end (a charge set up on the
       METHOD-ID. APPROVEPOSTING AS "ApprovePosting".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SecFunc        pic x(8) value "APPROVE".
       01  WS-SecAccess      pic x.
       01  WS-OrigSub        pic 9(12).
       01  WS-MirrorSub      pic 9(12).
       01  WS-BooksOK        pic x.
       01  WS-OwnHist        pic x(255).

       LINKAGE SECTION.
       01  apprQueuePath     OBJECT REFERENCE CLASS-STRING.
       01  historySeqPath    OBJECT REFERENCE CLASS-STRING.
       01  periodFilePath    OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.
       01  icFilePath        OBJECT REFERENCE CLASS-STRING.
       01  icBooksPath       OBJECT REFERENCE CLASS-STRING.
       01  queueKeyIn        PIC 9(8).
       01  supervisorIn      PIC 9(3).
       01  dateIn            PIC 9(8).
      *    conversion - the live write AddHistoryRecord held back,
      *    under the same sequence, closed-period and audit
      *    machinery. The ruling sticks on the queue record; nobody
      *    approves their own posting. An intercompany entry is
      *    released with its partner's mirror, as AddHistoryRecord
      *    would have written it.
       PROCEDURE DIVISION USING BY VALUE apprQueuePath, historyFile,
               historySeqPath, periodFilePath, auditFilePath,
               icFilePath, icBooksPath, queueKeyIn, supervisorIn,
               dateIn.
           INVOKE SELF "CheckFunctionAccess"
               USING BY VALUE supervisorIn, WS-SecFunc
               RETURNING WS-SecAccess
           if WS-SecAccess not = "Y"
               display "ApprovePosting: refused"
               EXIT METHOD
           end-if
           SET aqID2 to apprQueuePath
           open I-O ApqFile2
           if aqStatus2 not = "00" and aqStatus2 not = "05"
               close ApqFile2
               EXIT METHOD
           end-if
      *    apqOper is whoever put the entry over the limit - on a
      *    write-off batch that is the operator, not the company.
           if supervisorIn = apqUser or supervisorIn = apqOper
               display "ApprovePosting: " supervisorIn
                   " cannot approve their own posting"
               close ApqFile2
                       EXIT METHOD
                   end-if
               end-read
               if apqIcPartner not = zero
                   move apqIcPartner to perdUser
                   move apqDate(1:6) to perdPeriod
                   read PerdFile2
                     invalid key
                       continue
                     not invalid key
                       if perdStatus = "C"
                           display "ApprovePosting: period "
                               perdPeriod " is closed for partner "
                               apqIcPartner " - release refused"
                           close PerdFile2
                           close ApqFile2
                           EXIT METHOD
                       end-if
                   end-read
               end-if
           end-if
           close PerdFile2
           if apqIcPartner not = zero
               perform FIND-PARTNER-BOOKS
               if WS-BooksOK not = "Y"
                   close ApqFile2
                   EXIT METHOD
               end-if
           end-if

           SET hID2 to historyFile
           if hOpenSW2 = ZERO
               display "ApprovePosting: write fail " hStatus2
               stop run
           end-if
           move histSub to WS-OrigSub
           if apqIcPartner not = zero
               perform WRITE-IC-MIRROR
           end-if
           rewrite seqRec2
           if seqStatus2 not = "00"
               display "ApprovePosting: seq write fail " seqStatus2
           accept audTime    from TIME
           move supervisorIn to audUser
           move "APPROVE"    to audOper
           move WS-OrigSub   to audKey
           move apqInv       to audInv
           move apqAmt       to audAmt
           write audRec
               stop run
           end-if
           close AudFile2
           if apqIcPartner not = zero
               perform WRITE-IC-MIRROR-AUDIT
           end-if
           display "ApprovePosting: entry " queueKeyIn
               " released as transaction " WS-OrigSub
           EXIT METHOD.

      *    the partner's books on the company-books file, checked
      *    the way AddHistoryRecord checks them.
       FIND-PARTNER-BOOKS.
           move "N" to WS-BooksOK
           SET ibID2 to icBooksPath
           open INPUT IcbkFile2
           if ibStatus2 not = "00" and ibStatus2 not = "05"
               display "ApprovePosting: open company books fail "
                   ibStatus2
               stop run
           end-if
           if ibStatus2 = "05"
               display "ApprovePosting: no books on file for "
                   "partner " apqIcPartner " - release refused"
               close IcbkFile2
               EXIT PARAGRAPH
           end-if
           compute ibRelkey2 = apqIcPartner + 1
           read IcbkFile2
             invalid key
               display "ApprovePosting: no books on file for "
                   "partner " apqIcPartner " - release refused"
               close IcbkFile2
               EXIT PARAGRAPH
           end-read
           close IcbkFile2
           SET WS-OwnHist to historyFile
           if icbkHistPath = WS-OwnHist
               display "ApprovePosting: partner " apqIcPartner
                   " books are the posting company's own - release "
                   "refused"
               EXIT PARAGRAPH
           end-if
           move "Y" to WS-BooksOK.

      *    the partner's side, in the partner's own history file
      *    under its own sequence, and the two link rows, exactly as
      *    AddHistoryRecord writes them for an unqueued posting.
       WRITE-IC-MIRROR.
           move histRec to phstRec
           move apqIcPartner to phstIntroUser
           compute phstAmt = apqAmt * -1
           move icbkSeqPath to psID2
           move 1 to psRelkey2
           open I-O PseqFile2
           if psStatus2 not = "00" and psStatus2 not = "05"
               display "ApprovePosting: open partner seq fail "
                   psStatus2
               stop run
           end-if
           if psStatus2 = "05"
               move zero to pseqNextKey2
               write pseqRec2
               if psStatus2 not = "00"
                   display "ApprovePosting: partner seq init fail "
                       psStatus2
                   stop run
               end-if
           else
               read PseqFile2
               if psStatus2 not = "00"
                   display "ApprovePosting: partner seq read fail "
                       psStatus2
                   stop run
               end-if
           end-if
           add 1 to pseqNextKey2
           move pseqNextKey2 to phRelkey2
           move phRelkey2    to phstSub
           move icbkHistPath to phID2
           open I-O PhstFile2
           if phStatus2 not = "00" and phStatus2 not = "05"
               display "ApprovePosting: open partner hist fail "
                   phStatus2
               stop run
           end-if
           write phstRec
           end-write
           if phStatus2 not = "00"
               display "ApprovePosting: mirror write fail " phStatus2
               stop run
           end-if
           close PhstFile2
           rewrite pseqRec2
           if psStatus2 not = "00"
               display "ApprovePosting: partner seq write fail "
                   psStatus2
               stop run
           end-if
           close PseqFile2
           move phstSub to WS-MirrorSub

           SET icID2 to icFilePath
           open I-O IcFile2
           if icStatus2 not = "00" and icStatus2 not = "05"
               display "ApprovePosting: open ic link fail " icStatus2
               stop run
           end-if
           move apqUser      to icUser
           move WS-OrigSub   to icSub
           move apqInv       to icInv
           move apqIcPartner to icPartner
           move WS-MirrorSub to icPartnerSub
           move "O"          to icSide
           move apqDate      to icDate
           move apqAmt       to icAmt
           move apqCurr      to icCurr
           move "A"          to icState
           move zero         to icRvslSub
           move zero         to icRvslDate
           write icRec
           if icStatus2 not = "00"
               display "ApprovePosting: ic link write fail " icStatus2
               stop run
           end-if
           move apqIcPartner to icUser
           move WS-MirrorSub to icSub
           move apqUser      to icPartner
           move WS-OrigSub   to icPartnerSub
           move "M"          to icSide
           move phstAmt      to icAmt
           write icRec
           if icStatus2 not = "00"
               display "ApprovePosting: ic link write fail " icStatus2
               stop run
           end-if
           close IcFile2.

      *    the mirror's audit record, on the partner's own audit
      *    file under the supervisor who released it.
       WRITE-IC-MIRROR-AUDIT.
           move icbkAudPath to auID2
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "ApprovePosting: open partner audit fail "
                   auStatus2
               stop run
           end-if
           move spaces       to audRec
           accept audDate    from DATE YYYYMMDD
           accept audTime    from TIME
           move supervisorIn to audUser
           move "ICMIRROR"   to audOper
           move WS-MirrorSub to audKey
           move apqInv       to audInv
           compute audAmt = apqAmt * -1
           write audRec
           if auStatus2 not = "00"
               display "ApprovePosting: audit write fail "
                   auStatus2
               stop run
           end-if
           close AudFile2.

       END METHOD APPROVEPOSTING.

       METHOD-ID. REJECTPOSTING AS "RejectPosting".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SecFunc        pic x(8) value "APPROVE".
       01  WS-SecAccess      pic x.

       LINKAGE SECTION.
       01  apprQueuePath     OBJECT REFERENCE CLASS-STRING.

      *    refuse one queued posting - the entry stays, marked and
      *    stamped, so the ruling is reviewable later the way a
      *    reopened period's close history is. Rejecting is a ruling
      *    like approving, and takes the same function.
       PROCEDURE DIVISION USING BY VALUE apprQueuePath,
               auditFilePath, queueKeyIn, supervisorIn, dateIn.
           INVOKE SELF "CheckFunctionAccess"
               USING BY VALUE supervisorIn, WS-SecFunc
               RETURNING WS-SecAccess
           if WS-SecAccess not = "Y"
               display "RejectPosting: refused"
               EXIT METHOD
           end-if
           SET aqID2 to apprQueuePath
           open I-O ApqFile2
           if aqStatus2 not = "00" and aqStatus2 not = "05"
                   stop run
               end-if
           end-write
           if txStatus2 not = "00"
               display "AddTaxCode: write fail " txStatus2
               stop run
           end-if
           close TaxFile2
       END METHOD ADDTAXCODE.

       METHOD-ID. ADDCOMPANYBOOKS AS "AddCompanyBooks".
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  booksFilePath     OBJECT REFERENCE CLASS-STRING.
       01  histPathIn        OBJECT REFERENCE CLASS-STRING.
       01  seqPathIn         OBJECT REFERENCE CLASS-STRING.
       01  balPathIn         OBJECT REFERENCE CLASS-STRING.
       01  auditPathIn       OBJECT REFERENCE CLASS-STRING.
       01  companyIn         PIC 9(3).
       01  operatorIn        PIC 9(3).

      *    where one group company keeps its books - the history,
      *    sequence, balance and audit files its own DayDriver config
      *    names - so an intercompany posting can write the partner's
      *    side into the partner's ledger. Same keying and
      *    replace-on-rerun convention as AddJournalCode.
       PROCEDURE DIVISION USING BY VALUE booksFilePath, histPathIn,
               seqPathIn, balPathIn, auditPathIn, companyIn,
               operatorIn.
           SET ibID2 to booksFilePath
           open I-O IcbkFile2
           if ibStatus2 not = "00" and ibStatus2 not = "05"
               display "AddCompanyBooks: open fail " ibStatus2
               stop run
           end-if
           compute ibRelkey2 = companyIn + 1
           move spaces      to icbkRec
           move companyIn   to icbkUser
           SET icbkHistPath to histPathIn
           SET icbkSeqPath  to seqPathIn
           SET icbkBalPath  to balPathIn
           SET icbkAudPath  to auditPathIn
           move operatorIn  to icbkUpdUser
           accept icbkUpdDate from DATE YYYYMMDD
           write icbkRec
             invalid key
               rewrite icbkRec
               if ibStatus2 not = "00"
                   display "AddCompanyBooks: rewrite fail " ibStatus2
                   stop run
               end-if
           end-write
           if ibStatus2 not = "00"
               display "AddCompanyBooks: write fail " ibStatus2
               stop run
           end-if
           close IcbkFile2
       END METHOD ADDCOMPANYBOOKS.

       METHOD-ID. TAXSUMMARYREPORT AS "TaxSummaryReport".
       DATA DIVISION.
       METHOD-ID. RESTOREDAYSNAPSHOT AS "RestoreDaySnapshot".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SecFunc        pic x(8) value "RESTORE".
       01  WS-SecAccess      pic x.
       01  WS-EOF            pic A(1).
       01  WS-FoundSW        pic x value "N".
       01  WS-SnapPath       pic x(255) value space.
      *    the retention cycle retires it.
       PROCEDURE DIVISION USING BY VALUE dayFilePath,
               snapCatalogPath, auditFilePath, snapDateIn, userIn.
           INVOKE SELF "CheckFunctionAccess"
               USING BY VALUE userIn, WS-SecFunc
               RETURNING WS-SecAccess
           if WS-SecAccess not = "Y"
               display "RestoreDaySnapshot: refused"
               EXIT METHOD
           end-if
           SET dID to dayFilePath
           SET caID2 to snapCatalogPath
           SET auID2 to auditFilePath

       END METHOD REVALUEOPENBALANCES.

       METHOD-ID. SETSECURITYPATHS AS "SetSecurityPaths".
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  roleFilePath      OBJECT REFERENCE CLASS-STRING.
       01  userRoleFilePath  OBJECT REFERENCE CLASS-STRING.
       01  auditFilePath     OBJECT REFERENCE CLASS-STRING.

      *    called once by whoever creates the object, before any
      *    guarded method - arms the function checks in ClosePeriod,
      *    ReopenPeriod, ReverseHistoryRecord, PurgeHistory,
      *    RestoreDaySnapshot, ApprovePosting, RejectPosting,
      *    RefundRun, ApproveRefund, WriteOffRun and ReviewWriteOff,
      *    and says where a refusal's trail line goes. An object
      *    that was never armed refuses every one of them.
       PROCEDURE DIVISION USING BY VALUE roleFilePath,
               userRoleFilePath, auditFilePath.
           SET roID2    to roleFilePath
           SET urID2    to userRoleFilePath
           SET secAuID2 to auditFilePath
       END METHOD SETSECURITYPATHS.

       METHOD-ID. CHECKFUNCTIONACCESS AS "CheckFunctionAccess".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-Fx             pic 9(4) comp-5 value zero.
       01  WS-FuncId         pic 9(3) value zero.

       LINKAGE SECTION.
       01  userIn            PIC 9(3).
       01  functionIn        PIC X(8).
       01  accessOut         pic x.

      *    "Y" when one of userIn's roles grants functionIn (or
      *    *ALL), "N" otherwise - and a refusal leaves a DENIED line
      *    on the audit trail: the user, the function's number from
      *    the function table in the key column. An object nobody
      *    armed through SetSecurityPaths refuses everything - a
      *    caller that forgot to arm it must not get an unguarded
      *    object. Once armed, security comes in the way the other
      *    reference files did: while the role file has not been
      *    created, or holds no roles yet, nothing is refused; once a
      *    role is on file, a user with no roles can do none of the
      *    guarded functions. RefMaint's screens apply the same rule.
       PROCEDURE DIVISION USING BY VALUE userIn, functionIn
               RETURNING accessOut.
           if roID2 = space
               move "N" to accessOut
               display "CheckFunctionAccess: security paths not set - "
                   functionIn " refused for user " userIn
               EXIT METHOD
           end-if
           move "Y" to accessOut
           open INPUT RoleFile2
           if roStatus2 = "05"
               close RoleFile2
               EXIT METHOD
           end-if
           if roStatus2 not = "00"
               display "CheckFunctionAccess: open role fail "
                   roStatus2
               stop run
           end-if
           move low-values to roleKey1
           start RoleFile2 key is not less than roleKey1
             invalid key
               move "Y" to WS-EOF
             not invalid key
               move "N" to WS-EOF
               read RoleFile2 next record
                 at end
                   move "Y" to WS-EOF
               end-read
           end-start
           if WS-EOF = "Y"
               close RoleFile2
               EXIT METHOD
           end-if
           move "N" to accessOut
           open INPUT UrolFile2
           if urStatus2 not = "00" and urStatus2 not = "05"
               display "CheckFunctionAccess: open user role fail "
                   urStatus2
               stop run
           end-if
           move userIn to urolUser
           move low-values to urolRole
           move "N" to WS-EOF
           start UrolFile2 key is not less than urolKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read UrolFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if urStatus2 not = "00"
                       display "CheckFunctionAccess: user role read "
                           "fail " urStatus2
                       stop run
                   end-if
                   if urolUser not = userIn
                       move "Y" to WS-EOF
                   else
                       perform CHECK-ONE-ROLE
                       if accessOut = "Y"
                           move "Y" to WS-EOF
                       end-if
                   end-if
               end-read
           end-perform
           close UrolFile2
           close RoleFile2
           if accessOut = "Y"
               EXIT METHOD
           end-if

           move zero to WS-FuncId
           perform varying WS-Fx from 1 by 1
                   until WS-Fx > secFuncCount
               if secFuncCode(WS-Fx) = functionIn
                   move secFuncId(WS-Fx) to WS-FuncId
               end-if
           end-perform
           display "user " userIn " is not granted " functionIn
               " - refused"
           if secAuID2 = space
               EXIT METHOD
           end-if
           move secAuID2 to auID2
           open EXTEND AudFile2
           if auStatus2 not = "00" and auStatus2 not = "05"
               display "CheckFunctionAccess: open audit fail "
                   auStatus2
               stop run
           end-if
           move spaces     to audRec
           accept audDate  from DATE YYYYMMDD
           accept audTime  from TIME
           move userIn     to audUser
           move "DENIED"   to audOper
           move WS-FuncId  to audKey
           move zero       to audInv
           move zero       to audAmt
           write audRec
           if auStatus2 not = "00"
               display "CheckFunctionAccess: audit write fail "
                   auStatus2
               stop run
           end-if
           close AudFile2
           EXIT METHOD.

       CHECK-ONE-ROLE.
           move urolRole   to roleCode
           move functionIn to roleFunc
           read RoleFile2
             invalid key
               continue
             not invalid key
               move "Y" to accessOut
           end-read
           if accessOut = "Y"
               EXIT PARAGRAPH
           end-if
           move "*ALL" to roleFunc
           read RoleFile2
             invalid key
               continue
             not invalid key
               move "Y" to accessOut
           end-read.

       END METHOD CHECKFUNCTIONACCESS.

       METHOD-ID. SECURITYREPORT AS "SecurityReport".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF            pic A(1).
       01  WS-Fx             pic 9(4) comp-5 value zero.
       01  WS-Gx             pic 9(4) comp-5 value zero.
       01  WS-HoldSW         pic x.
       01  WS-HolderCount    pic 9(9) comp-5 value zero.
       01  WS-RoleCount      pic 9(9) comp-5 value zero.
       01  WS-RoleRows       pic 9(9) comp-5 value zero.
       01  WS-AssignCount    pic 9(9) comp-5 value zero.
       01  WS-UserName       pic x(30).
       01  WS-UserActive     pic x.
       01  WS-CheckFunc      pic x(8).
       01  WS-InForceSW      pic x value "Y".
      *    the object's armed security paths, put back on the way
      *    out - reading another role file must not arm (or re-arm)
      *    the guarded methods as a side effect.
       01  WS-SaveRoID       pic x(255).
       01  WS-SaveUrID       pic x(255).

       01  WS-LineCount      pic 9(4) comp-5 value zero.
       01  WS-PageCount      pic 9(4) comp-5 value zero.
       01  WS-PrintLine      pic x(132).

       01  WS-Head1.
         02  filler          pic x(40) value
             "FUNCTION SECURITY - WHO CAN DO WHAT".
         02  filler          pic x(5) value "PAGE ".
         02  WS-HeadPage     pic zzz9.

      *    the column heading of the section in hand - reprinted
      *    under the page heading when a section runs over a page.
       01  WS-Head2          pic x(132) value space.

       01  WS-RoleHead.
         02  filler          pic x(4) value space.
         02  filler          pic x(6) value "ROLE".
         02  filler          pic x(10) value "FUNCTION".
         02  filler          pic x(32) value "DESCRIPTION".
         02  filler          pic x(20) value "GRANTED BY / ON".

       01  WS-RoleLine.
         02  filler          pic x(4) value space.
         02  WS-RlRole       pic x(3).
         02  filler          pic x(3) value space.
         02  WS-RlFunc       pic x(8).
         02  filler          pic x(2) value space.
         02  WS-RlDesc       pic x(30).
         02  filler          pic x(2) value space.
         02  WS-RlBy         pic 9(3).
         02  filler          pic x(1) value space.
         02  WS-RlDate       pic 9(8).

       01  WS-UserHead.
         02  filler          pic x(4) value space.
         02  filler          pic x(5) value "USER".
         02  filler          pic x(32) value "NAME".
         02  filler          pic x(7) value "ACTIVE".
         02  filler          pic x(37) value "ROLE".
         02  filler          pic x(20) value "ASSIGNED BY / ON".

       01  WS-UserLine.
         02  filler          pic x(4) value space.
         02  WS-UlUser       pic 9(3).
         02  filler          pic x(2) value space.
         02  WS-UlName       pic x(30).
         02  filler          pic x(2) value space.
         02  WS-UlActive     pic x(1).
         02  filler          pic x(6) value space.
         02  WS-UlRole       pic 9(3).
         02  filler          pic x(2) value space.
         02  WS-UlRoleDesc   pic x(30).
         02  filler          pic x(2) value space.
         02  WS-UlBy         pic 9(3).
         02  filler          pic x(1) value space.
         02  WS-UlDate       pic 9(8).

       01  WS-FuncHead.
         02  filler          pic x(4) value space.
         02  filler          pic x(10) value "FUNCTION".
         02  filler          pic x(32) value "DESCRIPTION".
         02  filler          pic x(5) value "USER".
         02  filler          pic x(32) value "NAME".
         02  filler          pic x(7) value "ACTIVE".
         02  filler          pic x(8) value "VIA ROLE".

       01  WS-FuncLine.
         02  filler          pic x(4) value space.
         02  WS-FlFunc       pic x(8).
         02  filler          pic x(2) value space.
         02  WS-FlDesc       pic x(30).
         02  filler          pic x(2) value space.
         02  WS-FlUser       pic x(3).
         02  filler          pic x(2) value space.
         02  WS-FlName       pic x(30).
         02  filler          pic x(2) value space.
         02  WS-FlActive     pic x(1).
         02  filler          pic x(6) value space.
         02  WS-FlRole       pic x(3).

       LINKAGE SECTION.
       01  roleFilePath      OBJECT REFERENCE CLASS-STRING.
       01  userRoleFilePath  OBJECT REFERENCE CLASS-STRING.
       01  userFilePath      OBJECT REFERENCE CLASS-STRING.
       01  reportFilePath    OBJECT REFERENCE CLASS-STRING.

      *    the auditors' "who can do what": every role and the
      *    functions it grants, every user and the roles they hold,
      *    then each function on the function table with every user
      *    who can run it and the role that lets them - a function
      *    nobody holds says so. An inactive user is listed with
      *    their flag; the grant is still on file even though the
      *    user cannot sign on.
       PROCEDURE DIVISION USING BY VALUE roleFilePath,
               userRoleFilePath, userFilePath, reportFilePath.
           move roID2 to WS-SaveRoID
           move urID2 to WS-SaveUrID
           SET roID2  to roleFilePath
           SET urID2  to userRoleFilePath
           SET usID2  to userFilePath
           SET rptID2 to reportFilePath
           open INPUT RoleFile2
           if roStatus2 not = "00" and roStatus2 not = "05"
               display "SecurityReport: open role fail " roStatus2
               stop run
           end-if
           if roStatus2 = "05"
               move "N" to WS-InForceSW
           end-if
           open INPUT UrolFile2
           if urStatus2 not = "00" and urStatus2 not = "05"
               display "SecurityReport: open user role fail "
                   urStatus2
               stop run
           end-if
           open INPUT UserFile2
           if usStatus2 not = "00" and usStatus2 not = "05"
               display "SecurityReport: open user fail " usStatus2
               stop run
           end-if
           open OUTPUT RptFile2
           if rptStatus2 not = "00"
               display "SecurityReport: open report fail " rptStatus2
               stop run
           end-if

           move WS-RoleHead to WS-Head2
           move zero to WS-LineCount
           move zero to WS-RoleRows
           move low-values to roleKey1
           move "N" to WS-EOF
           start RoleFile2 key is not less than roleKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read RoleFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if roStatus2 not = "00"
                       display "SecurityReport: role read fail "
                           roStatus2
                       stop run
                   end-if
                   add 1 to WS-RoleRows
                   move roleFunc      to WS-RlFunc
                   if roleFunc = space
                       add 1 to WS-RoleCount
                       move roleCode  to WS-RlRole
                       move roleDesc  to WS-RlDesc
                       move space to WS-PrintLine
                       perform WRITE-RPT-LINE
                   else
                       move space     to WS-RlRole
                       move roleFunc  to WS-CheckFunc
                       perform FIND-FUNCTION
                       if WS-Fx > secFuncCount
                           move "*** NOT A KNOWN FUNCTION ***"
                               to WS-RlDesc
                       else
                           move secFuncDesc(WS-Fx) to WS-RlDesc
                       end-if
                   end-if
                   move roleGrantBy   to WS-RlBy
                   move roleGrantDate to WS-RlDate
                   move WS-RoleLine to WS-PrintLine
                   perform WRITE-RPT-LINE
               end-read
           end-perform
      *    an empty role file puts nothing in force any more than a
      *    missing one - CheckFunctionAccess lets everything through.
           if WS-RoleRows = zero
               move "N" to WS-InForceSW
           end-if
           if WS-InForceSW = "N"
               move "    NO ROLES ON FILE - FUNCTION SECURITY IS NOT"
                   to WS-PrintLine
               perform WRITE-RPT-LINE
               move "    IN FORCE AND EVERY USER CAN RUN EVERY FUNCTION"
                   to WS-PrintLine
               perform WRITE-RPT-LINE
           else
               if WS-RoleCount = zero
                   move "    NO ROLES DEFINED" to WS-PrintLine
                   perform WRITE-RPT-LINE
               end-if
           end-if

           move WS-UserHead to WS-Head2
           move zero to WS-LineCount
           move low-values to urolKey1
           move "N" to WS-EOF
           start UrolFile2 key is not less than urolKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read UrolFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if urStatus2 not = "00"
                       display "SecurityReport: user role read fail "
                           urStatus2
                       stop run
                   end-if
                   add 1 to WS-AssignCount
                   perform GET-USER-NAME
                   move urolUser      to WS-UlUser
                   move WS-UserName   to WS-UlName
                   move WS-UserActive to WS-UlActive
                   move urolRole      to WS-UlRole
                   move urolRole      to roleCode
                   move space         to roleFunc
                   read RoleFile2
                     invalid key
                       move "*** ROLE NOT DEFINED ***"
                           to WS-UlRoleDesc
                     not invalid key
                       move roleDesc to WS-UlRoleDesc
                   end-read
                   move urolGrantBy   to WS-UlBy
                   move urolGrantDate to WS-UlDate
                   move WS-UserLine to WS-PrintLine
                   perform WRITE-RPT-LINE
               end-read
           end-perform
           if WS-AssignCount = zero
               move "    NO USERS HOLD ANY ROLE" to WS-PrintLine
               perform WRITE-RPT-LINE
           end-if

           move WS-FuncHead to WS-Head2
           move zero to WS-LineCount
           perform varying WS-Gx from 1 by 1
                   until WS-Gx > secFuncCount
               if secFuncCode(WS-Gx) not = "*ALL"
                   perform LIST-FUNCTION-HOLDERS
               end-if
           end-perform

           close RoleFile2
           close UrolFile2
           close UserFile2
           close RptFile2
           move WS-SaveRoID to roID2
           move WS-SaveUrID to urID2
           EXIT METHOD.

      *    every user whose roles carry function WS-Gx, straight or
      *    through *ALL - first matching role named.
       LIST-FUNCTION-HOLDERS.
           move zero to WS-HolderCount
           move secFuncCode(WS-Gx) to WS-FlFunc
           move secFuncDesc(WS-Gx) to WS-FlDesc
           move low-values to urolKey1
           move "N" to WS-EOF
           start UrolFile2 key is not less than urolKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read UrolFile2 next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if urStatus2 not = "00"
                       display "SecurityReport: user role read fail "
                           urStatus2
                       stop run
                   end-if
                   move "N" to WS-HoldSW
                   move urolRole to roleCode
                   move secFuncCode(WS-Gx) to roleFunc
                   read RoleFile2
                     invalid key
                       move "*ALL" to roleFunc
                       read RoleFile2
                         invalid key
                           continue
                         not invalid key
                           move "Y" to WS-HoldSW
                       end-read
                     not invalid key
                       move "Y" to WS-HoldSW
                   end-read
                   if WS-HoldSW = "Y"
                           and urolUser not = WS-FlUser
                       add 1 to WS-HolderCount
                       perform GET-USER-NAME
                       move urolUser      to WS-FlUser
                       move WS-UserName   to WS-FlName
                       move WS-UserActive to WS-FlActive
                       move urolRole      to WS-FlRole
                       move WS-FuncLine to WS-PrintLine
                       perform WRITE-RPT-LINE
                       move space to WS-FlFunc
                       move space to WS-FlDesc
                   end-if
               end-read
           end-perform
           if WS-HolderCount = zero
               move space to WS-FlUser
               move "*** NO USER HOLDS THIS FUNCTION ***" to WS-FlName
               move space to WS-FlActive
               move space to WS-FlRole
               move WS-FuncLine to WS-PrintLine
               perform WRITE-RPT-LINE
           end-if
           move space to WS-FlUser
           move space to WS-PrintLine
           perform WRITE-RPT-LINE.

       FIND-FUNCTION.
           perform varying WS-Fx from 1 by 1
                   until WS-Fx > secFuncCount
               if secFuncCode(WS-Fx) = WS-CheckFunc
                   exit perform
               end-if
           end-perform.

      *    same keying as AddUserCode - user 0 lives at record 1.
       GET-USER-NAME.
           compute usRelkey2 = urolUser + 1
           read UserFile2
             invalid key
               move "*** NOT ON USER FILE ***" to WS-UserName
               move space to WS-UserActive
             not invalid key
               move userName   to WS-UserName
               move userActive to WS-UserActive
           end-read.

       WRITE-RPT-LINE.
           if WS-LineCount = zero or WS-LineCount >= 55
               add 1 to WS-PageCount
               move WS-PageCount to WS-HeadPage
               write rptRec2 from WS-Head1
               if rptStatus2 not = "00"
                   display "SecurityReport: write fail " rptStatus2
                   stop run
               end-if
               write rptRec2 from WS-Head2
               move space to rptRec2
               write rptRec2
               move 3 to WS-LineCount
           end-if
           write rptRec2 from WS-PrintLine
           if rptStatus2 not = "00"
               display "SecurityReport: write fail " rptStatus2
               stop run
           end-if
           add 1 to WS-LineCount.

       END METHOD SECURITYREPORT.

       METHOD-ID. SETSTEPSTATUSPATH AS "SetStepStatusPath".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
