       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Fixed asset register and the monthly depreciation run,
*>            so depreciation stops being keyed into gljournal by
*>            hand whenever somebody remembers.  The register is
*>            database/fixedassets.csv, one row per asset:
*>
*>              asset id, description, acquired yyyymmdd, cost,
*>              life in months, method SL (straight line) or DB
*>              (double declining balance), salvage value, asset
*>              account, accumulated-depreciation account,
*>              accumulated depreciation to date, months
*>              depreciated, last period depreciated yyyymm,
*>              status A active / D disposed, disposal date,
*>              disposal proceeds
*>
*>            The purchase itself is still vouchered through
*>            apvoucher -- coded to the asset account rather than an
*>            expense account -- so "add" registers the asset and
*>            posts nothing.
*>
*>            "depreciate" runs every active asset up to the period
*>            given, catching up any month a run was missed, starting
*>            with the month the asset was acquired.  Straight line
*>            takes (cost - salvage) / life a month; declining
*>            balance takes twice the straight-line rate on the
*>            remaining book value, switching to straight line over
*>            the remaining months once that is larger, and neither
*>            goes below salvage -- the last month takes whatever is
*>            left.  Each asset posts debit 6300 Depreciation
*>            expense and credit its accumulated-depreciation
*>            account to database/generalledger.csv, dated the last
*>            day of the period, with account codes the way glpost
*>            carries them.  A period already run is not posted
*>            twice.  A period closed through periodclose is not
*>            posted into: periodctl refuses the run, or moves its
*>            entries into the first open period when periodctl.cfg
*>            says closed=redirect (the asset is still depreciated
*>            through the period asked for).  Every ledger line
*>            posted is added to database/glbalances.csv through the
*>            shared glbalpost as well.
*>
*>            "dispose" retires an asset: its accumulated
*>            depreciation is debited, the proceeds debited to 1000
*>            Cash, its cost credited to the asset account, and the
*>            difference posted to 7200 Gain-loss on asset disposal.
*>            Run depreciate through the month before the disposal
*>            first; dispose says so when it has not been.
*>
*>            "depreciate" and "schedule" print the depreciation
*>            schedule to fixedassetschedule.txt: each asset's cost,
*>            this run's depreciation, accumulated depreciation,
*>            book value and months of life left.  Adds and
*>            disposals sign on through opauth (function FIXASSET)
*>            and are recorded through the shared auditlog.
*>
*>            usage: fixedasset add <id> <yyyymmdd> <cost> <months>
*>                              <SL|DB> <salvage> <asset acct>
*>                              <accum acct> <description>
*>                   fixedasset depreciate <yyyymm>
*>                   fixedasset dispose <id> <yyyymmdd> <proceeds>
*>                   fixedasset schedule
*>            A leading -company=<cc> argument names the company the
*>            run posts for (default 01).
*>*********************************************************************
identification division.
program-id. fixedasset.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional assetfile	assign to "database/fixedassets.csv"
                        organization is line sequential.
select optional coafile	assign to "database/chartofaccounts.csv"
                        organization is line sequential.
select optional ledgerfile	assign to "database/generalledger.csv"
                        organization is line sequential.
select schedulefile		assign to "fixedassetschedule.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd assetfile.
*>
01 assetrec		pic x(200).
*>
fd coafile.
*>
01 coarec		pic x(80).
*>
fd ledgerfile.
*>
01 ledgerrec		pic x(80).
*>
fd schedulefile.
*>
01 schedulerec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  assetaction		pic x(12) value spaces.
     88  action-is-add		      value "add".
     88  action-is-depreciate	      value "depreciate".
     88  action-is-dispose	      value "dispose".
     88  action-is-schedule	      value "schedule".
 01  argv			pic x(40) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the whole asset register, loaded / changed / rewritten
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  faCount			unsigned-int value zero.
 01  faList.
     05  faEntry	occurs 500 times
                        indexed by faInd.
         10  faId		pic x(10) value spaces.
         10  faDesc		pic x(40) value spaces.
         10  faAcqdate		pic x(8) value spaces.
         10  faCost		pic s9(10)v99 value zero.
         10  faLife		pic 9(4) value zero.
         10  faMethod		pic x(2) value spaces.
             88  fa-straight-line	      value "SL".
             88  fa-declining		      value "DB".
         10  faSalvage		pic s9(10)v99 value zero.
         10  faAssetacct	pic x(4) value spaces.
         10  faAccumacct	pic x(4) value spaces.
         10  faAccum		pic s9(10)v99 value zero.
         10  faMonths		pic 9(4) value zero.
         10  faLastperiod	pic x(6) value spaces.
         10  faStatus		pic x value spaces.
             88  fa-active		      value "A".
             88  fa-disposed		      value "D".
         10  faDispdate	pic x(8) value spaces.
         10  faProceeds	pic s9(10)v99 value zero.
         10  faRunamount	pic s9(10)v99 value zero.
 01  faMatchInd		unsigned-int value zero.
 01  rawcost			pic x(14) value spaces.
 01  rawlife			pic x(6) value spaces.
 01  rawsalvage		pic x(14) value spaces.
 01  rawaccum			pic x(14) value spaces.
 01  rawmonths			pic x(6) value spaces.
 01  rawproceeds		pic x(14) value spaces.
 01  registerchanged		pic x value spaces.
     88  register-was-changed	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>chart of accounts, for validating an asset's account codes
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  coaCount			unsigned-int value zero.
 01  coaList.
     05  coaEntry	occurs 200 times
                        indexed by coaInd.
         10  coaAcct		pic x(4) value spaces.
         10  coaDesc		pic x(30) value spaces.
         10  coaType		pic x value spaces.
 01  want-acct			pic x(4) value spaces.
 01  acctfound			pic x value spaces.
     88  acct-was-found	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the new asset on an add
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  new-id			pic x(10) value spaces.
 01  new-acqdate		pic x(8) value spaces.
 01  new-cost			pic x(14) value spaces.
 01  new-life			pic x(6) value spaces.
 01  new-method		pic x(2) value spaces.
 01  new-salvage		pic x(14) value spaces.
 01  new-assetacct		pic x(4) value spaces.
 01  new-accumacct		pic x(4) value spaces.
 01  new-desc			pic x(40) value spaces.
 01  entryok			pic x value spaces.
     88  entry-is-valid	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>period arithmetic for the depreciation run
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  runperiod			pic x(6) value spaces.
 01  nextperiod		pic x(6) value spaces.
 01  nextperiod-r redefines nextperiod.
     05  np-year		pic 9(4).
     05  np-month		pic 9(2).
 01  periodend			pic 9(8) value zero.
 01  firstofnext		pic 9(8) value zero.
 01  monthamount		pic s9(10)v99 value zero.
 01  bookvalue			pic s9(10)v99 value zero.
 01  depreciable		pic s9(10)v99 value zero.
 01  slamount			pic s9(10)v99 value zero.
 01  monthsleft		pic s9(4) value zero.
 01  runtotal			pic s9(10)v99 value zero.
 01  assetsrun			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>disposal
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  dispdate			pic x(8) value spaces.
 01  proceeds			pic s9(10)v99 value zero.
 01  gainloss			pic s9(10)v99 value zero.
 01  priorperiod		pic x(6) value spaces.
*>
 01  todaydate			pic x(8) value spaces.
 01  postdate			pic x(8) value spaces.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
 01  postdesc			pic x(40) value spaces.
 01  postacct			pic x(4) value spaces.
 01  showcsvamt		pic -9(9).99 value zero.
 01  showcsvaccum		pic -9(9).99 value zero.
 01  showcsvsalv		pic -9(9).99 value zero.
 01  showcsvproc		pic -9(9).99 value zero.
 01  showcost			pic -zzz,zzz,zz9.99 value zero.
 01  showrun			pic -zzz,zzz,zz9.99 value zero.
 01  showaccum			pic -zzz,zzz,zz9.99 value zero.
 01  showbook			pic -zzz,zzz,zz9.99 value zero.
 01  showamt			pic -zzz,zzz,zz9.99 value zero.
 01  showleft			pic zzz9 value zero.
 01  showgain			pic ---,---,--9.99 value zero.
 01  totcost			pic s9(10)v99 value zero.
 01  totaccum			pic s9(10)v99 value zero.
 01  totbook			pic s9(10)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared auditlog, opauth and periodctl
*>>>subprograms
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
 01  op-function		pic x(8) value spaces.
 01  op-id			pic x(10) value spaces.
 01  op-status			pic 99 value zero.
 01  pc-action			pic x value "c".
 01  pc-date			pic x(8) value spaces.
 01  pc-status			pic 99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared glbalpost subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  gb-action			pic x value spaces.
 01  gb-date			pic x(8) value spaces.
 01  gb-acct			pic x(4) value spaces.
 01  gb-amount			pic s9(10)v99 value zero.
 01  gb-company		pic x(2) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared glcompany subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  gc-company		pic x(2) value "01".
 01  gc-cmdline		pic x(200) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     call "glcompany" using gc-company, gc-cmdline
     end-call.
     move function current-date(1:8) to todaydate.

     accept assetaction		from argument-value.
     move function lower-case(function trim(assetaction))
                                to assetaction.

     perform 0900-load-assets.

     evaluate true
         when action-is-add
              perform 0100-add-asset
         when action-is-depreciate
              accept argv	from argument-value
              perform 0200-depreciate
         when action-is-dispose
              perform 0300-dispose-asset
         when action-is-schedule
              perform 0500-write-schedule
              display "fixedasset: " faCount " asset(s) on the "
                      "register -- see fixedassetschedule.txt"
         when other
              display "usage: fixedasset add <id> <yyyymmdd> <cost> "
                      "<months> <SL|DB> <salvage> <asset acct> "
                      "<accum acct> <description>"
              display "       fixedasset depreciate <yyyymm>"
              display "       fixedasset dispose <id> <yyyymmdd> "
                      "<proceeds>"
              display "       fixedasset schedule"
              stop run giving 1
     end-evaluate.

     if register-was-changed
        perform 0950-rewrite-assets
     end-if.

     goback.
*>
 0100-add-asset.
*>
     accept new-id		from argument-value.
     accept new-acqdate		from argument-value.
     accept new-cost		from argument-value.
     accept new-life		from argument-value.
     accept new-method		from argument-value.
     accept new-salvage		from argument-value.
     accept new-assetacct	from argument-value.
     accept new-accumacct	from argument-value.
     accept new-desc		from argument-value.
     move function upper-case(new-id) to new-id.
     move function upper-case(new-method) to new-method.

     perform 0850-sign-on.
     perform 0910-load-chart.

     move "y"			to entryok.
     move new-id		to argv.
     perform 0810-find-asset.
     if new-id = spaces or new-desc = spaces
        display "fixedasset: an asset id and a description are "
                "required"
        move spaces		to entryok
     else if faMatchInd <> zero
        display "fixedasset: asset " function trim(new-id)
                " is already on the register"
        move spaces		to entryok
     else if function test-date-yyyymmdd(function numval(new-acqdate))
             <> 0 or function trim(new-acqdate) is not numeric
        display "fixedasset: acquisition date must be yyyymmdd"
        move spaces		to entryok
     else if function test-numval(new-cost) <> 0
        display "fixedasset: cost is not a number"
        move spaces		to entryok
     else if function trim(new-life) is not numeric
        display "fixedasset: life must be a whole number of months"
        move spaces		to entryok
     else if new-method <> "SL" and new-method <> "DB"
        display "fixedasset: method must be SL or DB"
        move spaces		to entryok
     else if function test-numval(new-salvage) <> 0
        display "fixedasset: salvage is not a number"
        move spaces		to entryok
     else if function numval(new-life) = zero
        display "fixedasset: life must be at least one month"
        move spaces		to entryok
     else if function numval(new-cost) <= zero
        or function numval(new-salvage) < zero
        or function numval(new-salvage) >= function numval(new-cost)
        display "fixedasset: cost must be positive and salvage "
                "below it"
        move spaces		to entryok
     end-if.
     if entry-is-valid
        inspect new-desc replacing all "," by " "
        move new-assetacct	to want-acct
        perform 0820-check-account
        if not acct-was-found
           display "fixedasset: asset account " new-assetacct
                   " is not on the chart of accounts"
           move spaces		to entryok
        end-if
     end-if.
     if entry-is-valid
        move new-accumacct	to want-acct
        perform 0820-check-account
        if not acct-was-found
           display "fixedasset: accumulated depreciation account "
                   new-accumacct " is not on the chart of accounts"
           move spaces		to entryok
        end-if
     end-if.
     if not entry-is-valid
        stop run giving 4
     end-if.
     if faCount >= 500
        display "fixedasset: the register is full at 500 assets"
        stop run giving 4
     end-if.

     add 1			to faCount.
     move new-id		to faId(faCount).
     move new-desc		to faDesc(faCount).
     move new-acqdate		to faAcqdate(faCount).
     compute faCost(faCount) = function numval(new-cost).
     compute faLife(faCount) = function numval(new-life).
     move new-method		to faMethod(faCount).
     compute faSalvage(faCount) = function numval(new-salvage).
     move new-assetacct		to faAssetacct(faCount).
     move new-accumacct		to faAccumacct(faCount).
     move zero			to faAccum(faCount) faMonths(faCount)
                                   faProceeds(faCount)
                                   faRunamount(faCount).
     move spaces		to faLastperiod(faCount)
                                   faDispdate(faCount).
     move "A"			to faStatus(faCount).
     move "y"			to registerchanged.

     move "fixedasset"		to audit-program.
     move "ASSET-ADD"		to audit-reason.
     move new-id		to audit-key.
     move faCost(faCount)	to showamt.
     move spaces		to audit-data.
     string "by ", function trim(op-id), ": ",
            function trim(new-desc), " cost ", function trim(showamt),
            " ", function trim(new-life), " months ", new-method
            into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.

     display "fixedasset: asset " function trim(new-id)
             " added to the register".
*>
 0200-depreciate.
*>
     move function trim(argv)	to runperiod.
     if runperiod is not numeric
        or runperiod(5:2) < "01" or runperiod(5:2) > "12"
        display "usage: fixedasset depreciate <yyyymm>"
        stop run giving 1
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>entries are dated the last day of the period being run
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move runperiod		to nextperiod.
     perform 0830-advance-period.
     compute firstofnext = np-year * 10000 + np-month * 100 + 1.
     compute periodend = function date-of-integer(
                         function integer-of-date(firstofnext) - 1).
     move periodend		to postdate.
     perform 0860-check-period.

     move zero			to runtotal assetsrun.
     open extend ledgerfile.
     perform varying faInd from 1 by 1
             until faInd > faCount
         move zero		to faRunamount(faInd)
         if fa-active(faInd)
            and faAcqdate(faInd)(1:6) <= runperiod
            and (faLastperiod(faInd) = spaces
                 or faLastperiod(faInd) < runperiod)
            perform 0210-depreciate-asset
         end-if
     end-perform.
     close ledgerfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.

     perform 0500-write-schedule.

     move runtotal		to showamt.
     display "fixedasset: " assetsrun " asset(s) depreciated through "
             runperiod ", " function trim(showamt)
             " posted -- see fixedassetschedule.txt".
*>
 0210-depreciate-asset.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one month at a time from the month after the last one run (or
*>>>the month acquired), so a missed month is caught up and the
*>>>declining balance compounds the way it would have
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if faLastperiod(faInd) = spaces
        move faAcqdate(faInd)(1:6) to nextperiod
     else
        move faLastperiod(faInd) to nextperiod
        perform 0830-advance-period
     end-if.
     perform until nextperiod > runperiod
         if faMonths(faInd) < faLife(faInd)
            perform 0220-one-month
         end-if
         move nextperiod		to faLastperiod(faInd)
         perform 0830-advance-period
     end-perform.
     move "y"			to registerchanged.

     if faRunamount(faInd) <> zero
        add 1			to assetsrun
        add faRunamount(faInd)	to runtotal
        move spaces		to postdesc
        string "Depreciation ", runperiod, " ",
               function trim(faId(faInd))
               into postdesc
        end-string
        compute postamount = faRunamount(faInd)
        move "6300"		to postacct
        perform 0700-put-ledger-entry
        compute postamount = 0 - faRunamount(faInd)
        move faAccumacct(faInd)	to postacct
        perform 0700-put-ledger-entry
     end-if.
*>
 0220-one-month.
*>
     compute bookvalue = faCost(faInd) - faAccum(faInd).
     compute depreciable = bookvalue - faSalvage(faInd).
     compute monthsleft = faLife(faInd) - faMonths(faInd).
     if depreciable <= zero
        move zero		to monthamount
     else if monthsleft <= 1
        move depreciable	to monthamount
     else if fa-straight-line(faInd)
        compute monthamount rounded =
                (faCost(faInd) - faSalvage(faInd)) / faLife(faInd)
     else
        compute monthamount rounded =
                bookvalue * 2 / faLife(faInd)
        compute slamount rounded = depreciable / monthsleft
        if slamount > monthamount
           move slamount	to monthamount
        end-if
     end-if.
     if monthamount > depreciable
        move depreciable	to monthamount
     end-if.
     if monthamount < zero
        move zero		to monthamount
     end-if.
     add monthamount		to faAccum(faInd) faRunamount(faInd).
     add 1			to faMonths(faInd).
*>
 0300-dispose-asset.
*>
     accept argv		from argument-value.
     move function upper-case(argv) to argv.
     accept dispdate		from argument-value.
     accept rawproceeds		from argument-value.

     perform 0810-find-asset.
     if faMatchInd = zero
        display "fixedasset: asset " function trim(argv)
                " is not on the register"
        stop run giving 4
     end-if.
     set faInd			to faMatchInd.
     if fa-disposed(faInd)
        display "fixedasset: asset " function trim(faId(faInd))
                " was already disposed of on " faDispdate(faInd)
        stop run giving 4
     end-if.
     if function trim(dispdate) is not numeric
        or function test-date-yyyymmdd(function numval(dispdate)) <> 0
        or dispdate < faAcqdate(faInd)
        display "fixedasset: disposal date must be yyyymmdd, on or "
                "after the acquisition date"
        stop run giving 4
     end-if.
     if rawproceeds = spaces
        move zero		to proceeds
     else if function test-numval(rawproceeds) <> 0
        display "fixedasset: proceeds is not a number"
        stop run giving 4
     else
        compute proceeds = function numval(rawproceeds)
     end-if.

     perform 0850-sign-on.
     move dispdate		to postdate.
     perform 0860-check-period.

     move dispdate(1:6)		to nextperiod.
     if np-month = 1
        subtract 1		from np-year
        move 12			to np-month
     else
        subtract 1		from np-month
     end-if.
     move nextperiod		to priorperiod.
     if faMonths(faInd) < faLife(faInd)
        and priorperiod >= faAcqdate(faInd)(1:6)
        and (faLastperiod(faInd) = spaces
             or faLastperiod(faInd) < priorperiod)
        display "fixedasset: WARNING -- " function trim(faId(faInd))
                " has not been depreciated through " priorperiod
                "; disposing at its current book value"
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>Dr accumulated depreciation, Dr cash proceeds, Cr asset cost;
*>>>proceeds over book value is a gain (credit), under is a loss
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     compute gainloss = proceeds - (faCost(faInd) - faAccum(faInd)).
     move spaces		to postdesc.
     string "Disposal ", function trim(faId(faInd))
            into postdesc
     end-string.
     open extend ledgerfile.
     compute postamount = faAccum(faInd).
     move faAccumacct(faInd)	to postacct.
     perform 0700-put-ledger-entry.
     compute postamount = proceeds.
     move "1000"		to postacct.
     perform 0700-put-ledger-entry.
     compute postamount = 0 - faCost(faInd).
     move faAssetacct(faInd)	to postacct.
     perform 0700-put-ledger-entry.
     compute postamount = 0 - gainloss.
     move "7200"		to postacct.
     perform 0700-put-ledger-entry.
     close ledgerfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.

     move "D"			to faStatus(faInd).
     move dispdate		to faDispdate(faInd).
     move proceeds		to faProceeds(faInd).
     move "y"			to registerchanged.

     move "fixedasset"		to audit-program.
     move "ASSET-DISPOSE"	to audit-reason.
     move faId(faInd)		to audit-key.
     move gainloss		to showgain.
     move proceeds		to showrun.
     move spaces		to audit-data.
     string "by ", function trim(op-id), ": proceeds ",
            function trim(showrun), " gain(loss) ",
            function trim(showgain)
            into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.

     display "fixedasset: " function trim(faId(faInd))
             " disposed of, gain(loss) " function trim(showgain).
*>
 0500-write-schedule.
*>
     move zero			to totcost totaccum totbook runtotal.
     open output schedulefile.
     move spaces		to schedulerec.
     if action-is-depreciate
        string "Depreciation schedule -- run through ", runperiod
               into schedulerec
        end-string
     else
        string "Depreciation schedule as of ", todaydate
               into schedulerec
        end-string
     end-if.
     write schedulerec.
     move spaces		to schedulerec.
     string "asset      description              meth acquired  "
            "           cost        this run     accumulated"
            "      book value left"
            into schedulerec
     end-string.
     write schedulerec.
     move all "-"		to schedulerec.
     write schedulerec.

     perform varying faInd from 1 by 1
             until faInd > faCount
         compute bookvalue = faCost(faInd) - faAccum(faInd)
         compute monthsleft = faLife(faInd) - faMonths(faInd)
         if fa-disposed(faInd)
            move zero		to monthsleft
         end-if
         move faCost(faInd)	to showcost
         move faRunamount(faInd) to showrun
         move faAccum(faInd)	to showaccum
         move bookvalue		to showbook
         move monthsleft	to showleft
         move spaces		to schedulerec
         string faId(faInd), " ", faDesc(faInd)(1:24), " ",
                faMethod(faInd), "   ", faAcqdate(faInd), " ",
                showcost, " ", showrun, " ", showaccum, " ",
                showbook, " ", showleft
                delimited by size into schedulerec
         end-string
         if fa-disposed(faInd)
            move "disposed"	to schedulerec(125:8)
         else
            add faCost(faInd)	to totcost
            add faAccum(faInd)	to totaccum
            add bookvalue	to totbook
         end-if
         add faRunamount(faInd)	to runtotal
         write schedulerec
     end-perform.

     move all "-"		to schedulerec.
     write schedulerec.
     move totcost		to showcost.
     move runtotal		to showrun.
     move totaccum		to showaccum.
     move totbook		to showbook.
     move spaces		to schedulerec.
     string "active assets                                   ",
            showcost, " ", showrun, " ", showaccum, " ", showbook
            delimited by size into schedulerec
     end-string.
     write schedulerec.
     close schedulefile.
*>
 0700-put-ledger-entry.
*>
     if postamount <> zero
        move postamount		to showledamt
        move spaces		to ledgerrec
        string '"', postdate, '","', function trim(postdesc),
               '",', function trim(showledamt), ",", postacct,
               ",", gc-company
               into ledgerrec
        end-string
        write ledgerrec
        move "p"		to gb-action
        move postdate		to gb-date
        move postacct		to gb-acct
        move postamount		to gb-amount
        move gc-company		to gb-company
        call "glbalpost" using gb-action, gb-date,
                              gb-acct, gb-amount, gb-company
        end-call
     end-if.
*>
 0810-find-asset.
*>
     move zero			to faMatchInd.
     perform varying faInd from 1 by 1
             until faInd > faCount
         if faId(faInd) = function trim(argv)
            move faInd		to faMatchInd
         end-if
     end-perform.
*>
 0820-check-account.
*>
     move spaces		to acctfound.
     perform varying coaInd from 1 by 1
             until coaInd > coaCount
         if coaAcct(coaInd) = want-acct
            move "y"		to acctfound
         end-if
     end-perform.
*>
 0830-advance-period.
*>
     if np-month = 12
        add 1			to np-year
        move 1			to np-month
     else
        add 1			to np-month
     end-if.
*>
 0850-sign-on.
*>
     move "FIXASSET"		to op-function.
     move spaces		to op-id.
     call "opauth" using op-function, op-id, op-status
     end-call.
     if op-status <> zero
        display "fixedasset: operator '" function trim(op-id)
                "' is not authorized for FIXASSET -- nothing changed"
        stop run giving 8
     end-if.
*>
 0860-check-period.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>nothing posts into a closed period: refused, or moved into the
*>>>first open period when periodctl.cfg says so
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move postdate		to pc-date.
     call "periodctl" using pc-action, pc-date, pc-status
     end-call.
     if pc-status = 8
        display "fixedasset: period " postdate(1:6) " is closed -- "
                "nothing posted"
        stop run giving 8
     end-if.
     if pc-status = 4
        display "fixedasset: period " postdate(1:6) " is closed -- "
                "posting into " pc-date(1:6) " instead"
     end-if.
     move pc-date		to postdate.
*>
 0900-load-assets.
*>
     move zero			to faCount.
     open input assetfile.
     read assetfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if faCount < 500
            add 1		to faCount
            move spaces		to rawcost rawlife rawsalvage rawaccum
                                   rawmonths rawproceeds
            unstring assetrec delimited by ","
                     into faId(faCount),
                          faDesc(faCount),
                          faAcqdate(faCount),
                          rawcost,
                          rawlife,
                          faMethod(faCount),
                          rawsalvage,
                          faAssetacct(faCount),
                          faAccumacct(faCount),
                          rawaccum,
                          rawmonths,
                          faLastperiod(faCount),
                          faStatus(faCount),
                          faDispdate(faCount),
                          rawproceeds
            end-unstring
            if function test-numval(rawcost) = 0
               and function trim(rawlife) is numeric
               and function test-numval(rawsalvage) = 0
               compute faCost(faCount) = function numval(rawcost)
               compute faLife(faCount) = function numval(rawlife)
               compute faSalvage(faCount) =
                       function numval(rawsalvage)
               move zero	to faAccum(faCount) faMonths(faCount)
                                   faProceeds(faCount)
                                   faRunamount(faCount)
               if function test-numval(rawaccum) = 0
                  compute faAccum(faCount) = function numval(rawaccum)
               end-if
               if function trim(rawmonths) is numeric
                  compute faMonths(faCount) =
                          function numval(rawmonths)
               end-if
               if function test-numval(rawproceeds) = 0
                  compute faProceeds(faCount) =
                          function numval(rawproceeds)
               end-if
               if faStatus(faCount) = spaces
                  move "A"	to faStatus(faCount)
               end-if
            else
               display "fixedasset: bad asset row skipped: "
                       function trim(assetrec)
               subtract 1	from faCount
            end-if
         end-if
         read assetfile
              at end move "y"	to eof
         end-read
     end-perform.
     close assetfile.
     move spaces		to eof.
*>
 0950-rewrite-assets.
*>
     open output assetfile.
     perform varying faInd from 1 by 1
             until faInd > faCount
         move faCost(faInd)	to showcsvamt
         move faSalvage(faInd)	to showcsvsalv
         move faAccum(faInd)	to showcsvaccum
         move faProceeds(faInd)	to showcsvproc
         move spaces		to assetrec
         string function trim(faId(faInd)), ",",
                function trim(faDesc(faInd)), ",",
                faAcqdate(faInd), ",",
                function trim(showcsvamt), ",",
                faLife(faInd), ",",
                faMethod(faInd), ",",
                function trim(showcsvsalv), ",",
                faAssetacct(faInd), ",",
                faAccumacct(faInd), ",",
                function trim(showcsvaccum), ",",
                faMonths(faInd), ",",
                function trim(faLastperiod(faInd)), ",",
                faStatus(faInd), ",",
                function trim(faDispdate(faInd)), ",",
                function trim(showcsvproc)
                delimited by size into assetrec
         end-string
         write assetrec
     end-perform.
     close assetfile.
*>
 0910-load-chart.
*>
     move zero			to coaCount.
     open input coafile.
     read coafile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if coaCount < 200
            add 1		to coaCount
            unstring coarec delimited by ","
                     into coaAcct(coaCount),
                          coaDesc(coaCount),
                          coaType(coaCount)
            end-unstring
         end-if
         read coafile
              at end move "y"	to eof
         end-read
     end-perform.
     close coafile.
     move spaces		to eof.
