       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Rebuilds and checks database/glbalances.csv, the
*>            account-by-period balance file the posting programs
*>            keep through glbalpost and the ledger reports read in
*>            place of database/generalledger.csv.
*>
*>            "rebuild" re-accumulates every ledger line into
*>            company, account and period totals and rewrites the
*>            balance file from them -- the way to start the file on
*>            an existing ledger, or to recover it after a hand edit.
*>            "check" does the same accumulation without writing and
*>            compares it, row by row, with the file on disk: any
*>            company/account/period whose debits, credits or ending
*>            balance disagree with the detail, or that appears on
*>            one side only, is listed on glbalcheck.txt and the run
*>            ends with return code 4, so a nightly schedule can
*>            catch drift before a report is built on it.
*>
*>            usage: glbalances rebuild
*>                   glbalances check
*>*********************************************************************
identification division.
program-id. glbalances.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional ledgerfile	assign to "database/generalledger.csv"
                        organization is line sequential.
select optional balfile	assign to "database/glbalances.csv"
                        organization is line sequential.
select checkfile		assign to "glbalcheck.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd ledgerfile.
*>
01 ledgerrec		pic x(80).
*>
fd balfile.
*>
01 balrec		pic x(80).
*>
fd checkfile.
*>
01 checkrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  balaction			pic x(12) value spaces.
     88  action-is-rebuild	      value "rebuild".
     88  action-is-check	      value "check".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the ledger columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ledgerdate		pic x(10) value spaces.
 01  ledgerdesc		pic x(40) value spaces.
 01  ledgeramt			pic x(16) value spaces.
 01  ledgeracct		pic x(6) value spaces.
 01  ledgercompany		pic x(4) value spaces.
 01  txnamount			pic s9(10)v99 value zero.
 01  linecount			unsigned-int value zero.
 01  rejectcount		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>company/account/period totals accumulated from the detail, in
*>>>company, account, period order
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  dtCount			unsigned-int value zero.
 01  dtList.
     05  dtEntry	occurs 10000 times
                        indexed by dtInd.
         10  dtKey.
             15  dtCompany	pic x(2) value spaces.
             15  dtAcct		pic x(4) value spaces.
             15  dtPeriod	pic x(6) value spaces.
         10  dtDebit		pic s9(10)v99 value zero.
         10  dtCredit		pic s9(10)v99 value zero.
         10  dtEnding		pic s9(10)v99 value zero.
         10  dtSeen		pic x value spaces.
 01  dtMatchInd		unsigned-int value zero.
 01  wantkey.
     05  wantcompany		pic x(2) value spaces.
     05  wantacct		pic x(4) value spaces.
     05  wantperiod		pic x(6) value spaces.
 01  lastkey			pic x(6) value spaces.
 01  runningbal		pic s9(10)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the balance file columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rawcompany		pic x(4) value spaces.
 01  rawacct			pic x(6) value spaces.
 01  rawperiod			pic x(8) value spaces.
 01  rawdebit			pic x(16) value spaces.
 01  rawcredit			pic x(16) value spaces.
 01  rawending			pic x(16) value spaces.
 01  filedebit			pic s9(10)v99 value zero.
 01  filecredit		pic s9(10)v99 value zero.
 01  fileending		pic s9(10)v99 value zero.
 01  filerowcount		unsigned-int value zero.
 01  driftcount		unsigned-int value zero.
 01  showdebit			pic -9(10).99 value zero.
 01  showcredit		pic -9(10).99 value zero.
 01  showending		pic -9(10).99 value zero.
 01  showfile			pic -zzz,zzz,zz9.99 value zero.
 01  showdetail		pic -zzz,zzz,zz9.99 value zero.
 01  showcount			pic zzzzz9 value zero.
 01  showlines			pic zzzzzzzz9 value zero.
 01  driftwhat			pic x(8) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared auditlog subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     accept balaction		from argument-value.
     move function lower-case(function trim(balaction))
                                to balaction.
     if not action-is-rebuild and not action-is-check
        display "usage: glbalances rebuild"
        display "       glbalances check"
        stop run giving 1
     end-if.

     perform 0900-accumulate-ledger.
     perform 0200-compute-endings.

     if action-is-rebuild
        perform 0300-rewrite-balances
     else
        perform 0400-check-balances
     end-if.

     if rejectcount > 0
        display "glbalances: " rejectcount " ledger row(s) had an "
                "unreadable date or amount and were left out"
        move 4			to return-code
     end-if.

     goback.
*>
 0100-accumulate-entry.
*>
     move spaces		to ledgerdate ledgerdesc
                                   ledgeramt ledgeracct ledgercompany.
     inspect ledgerrec replacing all '"' by " ".
     unstring ledgerrec delimited by ","
              into ledgerdate, ledgerdesc, ledgeramt, ledgeracct,
                   ledgercompany
     end-unstring.

     if function test-numval(ledgeramt) <> 0
        or function trim(ledgerdate) is not numeric
        add 1			to rejectcount
     else
        add 1			to linecount
        compute txnamount = function numval(ledgeramt)
        move function trim(ledgercompany) to wantcompany
        if wantcompany = spaces
           move "01"		to wantcompany
        end-if
        move function trim(ledgeracct) to wantacct
        if wantacct = spaces
           move "9999"		to wantacct
        end-if
        move function trim(ledgerdate) to wantperiod
        if txnamount <> zero
           perform 0150-find-or-add-row
           if dtMatchInd <> zero
              if txnamount > zero
                 add txnamount	to dtDebit(dtMatchInd)
              else
                 subtract txnamount from dtCredit(dtMatchInd)
              end-if
           end-if
        end-if
     end-if.
*>
 0150-find-or-add-row.
*>
     move zero			to dtMatchInd.
     perform varying dtInd from 1 by 1
             until dtInd > dtCount
         if dtKey(dtInd) = wantkey
            move dtInd		to dtMatchInd
         end-if
     end-perform.
     if dtMatchInd = zero
        if dtCount >= 10000
           display "glbalances: more than 10000 account/period rows "
                   "-- further rows not totalled"
        else
           add 1		to dtCount
           move dtCount		to dtMatchInd
           perform until dtMatchInd = 1
                      or dtKey(dtMatchInd - 1) < wantkey
               move dtEntry(dtMatchInd - 1) to dtEntry(dtMatchInd)
               subtract 1	from dtMatchInd
           end-perform
           move wantkey		to dtKey(dtMatchInd)
           move zero		to dtDebit(dtMatchInd)
                                   dtCredit(dtMatchInd)
                                   dtEnding(dtMatchInd)
           move spaces		to dtSeen(dtMatchInd)
        end-if
     end-if.
*>
 0200-compute-endings.
*>
     move spaces		to lastkey.
     move zero			to runningbal.
     perform varying dtInd from 1 by 1
             until dtInd > dtCount
         if dtKey(dtInd)(1:6) <> lastkey
            move dtKey(dtInd)(1:6) to lastkey
            move zero		to runningbal
         end-if
         compute runningbal = runningbal
                 + dtDebit(dtInd) - dtCredit(dtInd)
         move runningbal	to dtEnding(dtInd)
     end-perform.
*>
 0300-rewrite-balances.
*>
     open output balfile.
     perform varying dtInd from 1 by 1
             until dtInd > dtCount
         move dtDebit(dtInd)	to showdebit
         move dtCredit(dtInd)	to showcredit
         move dtEnding(dtInd)	to showending
         move spaces		to balrec
         string dtCompany(dtInd), ",",
                function trim(dtAcct(dtInd)), ",",
                dtPeriod(dtInd), ",",
                function trim(showdebit), ",",
                function trim(showcredit), ",",
                function trim(showending)
                delimited by size into balrec
         end-string
         write balrec
     end-perform.
     close balfile.

     move "glbalances"		to audit-program.
     move "GLBAL-REBUILD"	to audit-reason.
     move "database/glbalances.csv" to audit-key.
     move dtCount		to showcount.
     move linecount		to showlines.
     move spaces		to audit-data.
     string function trim(showcount), " row(s) from ",
            function trim(showlines), " ledger line(s)"
            delimited by size into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.

     display "glbalances: database/glbalances.csv rebuilt -- "
             function trim(showcount) " account/period row(s) from "
             function trim(showlines) " ledger line(s)".
*>
 0400-check-balances.
*>
     open output checkfile.
     move spaces		to checkrec.
     string "Balance file check -- database/glbalances.csv against ",
            "database/generalledger.csv"
            delimited by size into checkrec
     end-string.
     write checkrec.
     move all "-"		to checkrec.
     write checkrec.

     open input balfile.
     read balfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         perform 0410-check-one-row
         read balfile
              at end move "y"	to eof
         end-read
     end-perform.
     close balfile.
     move spaces		to eof.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>detail rows the file never had
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform varying dtInd from 1 by 1
             until dtInd > dtCount
         if dtSeen(dtInd) = spaces
            add 1		to driftcount
            move dtEnding(dtInd) to showdetail
            move spaces		to checkrec
            string dtCompany(dtInd), " ", dtAcct(dtInd), " ",
                   dtPeriod(dtInd),
                   "  missing from the balance file -- ledger ending ",
                   showdetail
                   delimited by size into checkrec
            end-string
            write checkrec
         end-if
     end-perform.

     move all "-"		to checkrec.
     write checkrec.
     move driftcount		to showcount.
     move spaces		to checkrec.
     if driftcount = zero
        move "Balance file ties to the ledger." to checkrec
     else
        string function trim(showcount),
               " account/period row(s) out of step -- run "
               "glbalances rebuild"
               delimited by size into checkrec
        end-string
     end-if.
     write checkrec.
     close checkfile.

     move filerowcount		to showcount.
     if driftcount = zero
        display "glbalances: balance file ties to the ledger ("
                function trim(showcount) " row(s))"
     else
        move driftcount		to showcount
        display "glbalances: " function trim(showcount)
                " account/period row(s) out of step -- see "
                "glbalcheck.txt"
        move 4			to return-code
     end-if.
*>
 0410-check-one-row.
*>
     move spaces		to rawcompany rawacct rawperiod
                                   rawdebit rawcredit rawending.
     unstring balrec delimited by ","
              into rawcompany, rawacct, rawperiod, rawdebit,
                   rawcredit, rawending
     end-unstring.
     if function trim(rawperiod) is not numeric
        or function test-numval(rawdebit) <> 0
        or function test-numval(rawcredit) <> 0
        or function test-numval(rawending) <> 0
        add 1			to driftcount
        move spaces		to checkrec
        string "unreadable row: ", balrec
               delimited by size into checkrec
        end-string
        write checkrec
     else
        add 1			to filerowcount
        move rawcompany		to wantcompany
        move rawacct		to wantacct
        move rawperiod		to wantperiod
        compute filedebit = function numval(rawdebit)
        compute filecredit = function numval(rawcredit)
        compute fileending = function numval(rawending)
        move zero		to dtMatchInd
        perform varying dtInd from 1 by 1
                until dtInd > dtCount
            if dtKey(dtInd) = wantkey
               move dtInd	to dtMatchInd
            end-if
        end-perform
        if dtMatchInd = zero
           add 1		to driftcount
           move fileending	to showfile
           move spaces		to checkrec
           string wantcompany, " ", wantacct, " ", wantperiod,
                  "  not in the ledger -- file ending ", showfile
                  delimited by size into checkrec
           end-string
           write checkrec
        else
           move "y"		to dtSeen(dtMatchInd)
           move spaces		to driftwhat
           evaluate true
               when filedebit <> dtDebit(dtMatchInd)
                    move "debits"	to driftwhat
                    move filedebit	to showfile
                    move dtDebit(dtMatchInd) to showdetail
               when filecredit <> dtCredit(dtMatchInd)
                    move "credits"	to driftwhat
                    move filecredit	to showfile
                    move dtCredit(dtMatchInd) to showdetail
               when fileending <> dtEnding(dtMatchInd)
                    move "ending"	to driftwhat
                    move fileending	to showfile
                    move dtEnding(dtMatchInd) to showdetail
           end-evaluate
           if driftwhat <> spaces
              add 1		to driftcount
              move spaces	to checkrec
              string wantcompany, " ", wantacct, " ", wantperiod,
                     "  ", driftwhat,
                     " file ", showfile, "  ledger ", showdetail
                     delimited by size into checkrec
              end-string
              write checkrec
           end-if
        end-if
     end-if.
*>
 0900-accumulate-ledger.
*>
     open input ledgerfile.
     read ledgerfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         perform 0100-accumulate-entry
         read ledgerfile
              at end move "y"	to eof
         end-read
     end-perform.
     close ledgerfile.
     move spaces		to eof.
