       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Keeps database/glbalances.csv, the account-by-period
*>            summary of database/generalledger.csv, in step with
*>            the ledger.  Every program that appends to the ledger
*>            hands each line it writes to glbalpost as well, so the
*>            reports (trialbalance, finstatements, arreconcile,
*>            bankrecon, plotworth) can read a few hundred balance
*>            rows instead of rescanning years of detail.
*>
*>            One row per company, account and period -- company,
*>            acct, yyyymm, period debits, period credits, ending
*>            balance -- kept in company, account, period order.
*>            Debits are the positive ledger amounts, credits the
*>            negative ones (shown positive), and the ending balance
*>            is the company's net in the account from inception
*>            through that period.  A line with no account code
*>            lands in 9999 Unassigned, as it does on the trial
*>            balance, and one with no company code in company 01.
*>
*>            The file is loaded on the first call of a run and
*>            rewritten, with every ending balance recomputed, when
*>            the caller closes the ledger.  glbalances rebuilds the
*>            file from the detail and checks that the two still tie.
*>
*>            call "glbalpost" using gb-action,  pic x:
*>                                              "p" post one ledger
*>                                                  line
*>                                              "c" ledger closed --
*>                                                  write the file
*>                                   gb-date,    pic x(8) yyyymmdd
*>                                   gb-acct,    pic x(4)
*>                                   gb-amount,  pic s9(10)v99
*>                                   gb-company  pic x(2)
*>*********************************************************************
identification division.
program-id. glbalpost.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional balfile	assign to "database/glbalances.csv"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd balfile.
*>
01 balrec		pic x(80).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  loaded			pic x value spaces.
     88  balances-are-loaded	      value "y".
 01  changed			pic x value spaces.
     88  balances-have-changed	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the whole balance file, in company, account, period order
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  gbCount			unsigned-int value zero.
 01  gbList.
     05  gbEntry	occurs 10000 times
                        indexed by gbInd.
         10  gbKey.
             15  gbCompany	pic x(2) value spaces.
             15  gbAcct		pic x(4) value spaces.
             15  gbPeriod	pic x(6) value spaces.
         10  gbDebit		pic s9(10)v99 value zero.
         10  gbCredit		pic s9(10)v99 value zero.
         10  gbEnding		pic s9(10)v99 value zero.
 01  gbMatchInd		unsigned-int value zero.
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
 01  showdebit			pic -9(10).99 value zero.
 01  showcredit		pic -9(10).99 value zero.
 01  showending		pic -9(10).99 value zero.
*>
linkage section.
*>
 01  gb-action			pic x.
     88  gb-post		      value "p".
     88  gb-close		      value "c".
 01  gb-date			pic x(8).
 01  gb-acct			pic x(4).
 01  gb-amount			pic s9(10)v99.
 01  gb-company		pic x(2).
*>
 procedure division using gb-action,
                          gb-date,
                          gb-acct,
                          gb-amount,
                          gb-company.
*>
 0000-start.
*>
     if gb-close
        if balances-have-changed
           perform 0950-rewrite-balances
           move spaces		to changed
        end-if
        goback
     end-if.

     if not balances-are-loaded
        perform 0900-load-balances
        move "y"		to loaded
     end-if.

     if gb-post and gb-amount <> zero
        move gb-company		to wantcompany
        if wantcompany = spaces
           move "01"		to wantcompany
        end-if
        move gb-acct		to wantacct
        if wantacct = spaces
           move "9999"		to wantacct
        end-if
        move gb-date(1:6)	to wantperiod
        perform 0100-find-or-add-row
        if gbMatchInd <> zero
           if gb-amount > zero
              add gb-amount	to gbDebit(gbMatchInd)
           else
              subtract gb-amount	from gbCredit(gbMatchInd)
           end-if
           move "y"		to changed
        end-if
     end-if.

     goback.
*>
 0100-find-or-add-row.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a new company/account/period goes in key order, so the file
*>>>reads as one account after another, its periods oldest first
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to gbMatchInd.
     perform varying gbInd from 1 by 1
             until gbInd > gbCount
         if gbKey(gbInd) = wantkey
            move gbInd		to gbMatchInd
         end-if
     end-perform.
     if gbMatchInd = zero
        if gbCount >= 10000
           display "glbalpost: database/glbalances.csv is full -- "
                   "run glbalances rebuild after widening it"
        else
           add 1		to gbCount
           move gbCount		to gbMatchInd
           perform until gbMatchInd = 1
                      or gbKey(gbMatchInd - 1) < wantkey
               move gbEntry(gbMatchInd - 1) to gbEntry(gbMatchInd)
               subtract 1	from gbMatchInd
           end-perform
           move wantkey		to gbKey(gbMatchInd)
           move zero		to gbDebit(gbMatchInd)
                                   gbCredit(gbMatchInd)
                                   gbEnding(gbMatchInd)
        end-if
     end-if.
*>
 0900-load-balances.
*>
     move zero			to gbCount.
     open input balfile.
     read balfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawcompany rawacct rawperiod
                                   rawdebit rawcredit rawending
         unstring balrec delimited by ","
                  into rawcompany, rawacct, rawperiod, rawdebit,
                       rawcredit, rawending
         end-unstring
         if function trim(rawperiod) is numeric
            and function test-numval(rawdebit) = 0
            and function test-numval(rawcredit) = 0
            and gbCount < 10000
            add 1		to gbCount
            move rawcompany	to gbCompany(gbCount)
            move rawacct	to gbAcct(gbCount)
            move rawperiod	to gbPeriod(gbCount)
            compute gbDebit(gbCount) = function numval(rawdebit)
            compute gbCredit(gbCount) = function numval(rawcredit)
         end-if
         read balfile
              at end move "y"	to eof
         end-read
     end-perform.
     close balfile.
     move spaces		to eof.
*>
 0950-rewrite-balances.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>ending balances are recomputed on every write, so a back-dated
*>>>posting carries forward into every later period of its account
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to lastkey.
     move zero			to runningbal.
     open output balfile.
     perform varying gbInd from 1 by 1
             until gbInd > gbCount
         if gbKey(gbInd)(1:6) <> lastkey
            move gbKey(gbInd)(1:6) to lastkey
            move zero		to runningbal
         end-if
         compute runningbal = runningbal
                 + gbDebit(gbInd) - gbCredit(gbInd)
         move runningbal	to gbEnding(gbInd)
         move gbDebit(gbInd)	to showdebit
         move gbCredit(gbInd)	to showcredit
         move gbEnding(gbInd)	to showending
         move spaces		to balrec
         string gbCompany(gbInd), ",",
                function trim(gbAcct(gbInd)), ",",
                gbPeriod(gbInd), ",",
                function trim(showdebit), ",",
                function trim(showcredit), ",",
                function trim(showending)
                delimited by size into balrec
         end-string
         write balrec
     end-perform.
     close balfile.

end program glbalpost.
