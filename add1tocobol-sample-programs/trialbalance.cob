*>            columns disagree.  Without this there is no way to tie
*>            plotworth's net-worth line back to anything auditable.
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - the account totals now come from the period debits
*>              and credits on database/glbalances.csv, the
*>              account-by-period summary every poster keeps through
*>              glbalpost, instead of a pass over the whole ledger;
*>              unreadable ledger rows are reported by glbalances
*>15-Oct-2026 - every ledger line now carries its company, so the
*>              report prints a trial balance per company and then a
*>              consolidated one.  Accounts flagged X in the fourth
*>              column of the chart of accounts (the intercompany
*>              receivable and payable) are eliminated from the
*>              consolidation, with a warning when they do not
*>              offset
*>*********************************************************************
identification division.
program-id. trialbalance.
environment division.
*>
file-control.
*>
select optional balfile	assign to "database/glbalances.csv"
                        organization is line sequential.
select optional coafile	assign to "database/chartofaccounts.csv"
                        organization is line sequential.
*>
file section.
*>
fd balfile.
*>
01 balrec		pic x(80).
*>
fd coafile.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the balance file columns -- company, account,
*>period, period debits, period credits, ending balance; ledger rows
*>that had no account code are already summed under 9999 Unassigned
*>and those with no company under company 01
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ledgercompany		pic x(4) value spaces.
 01  ledgeracct		pic x(6) value spaces.
 01  rawperiod			pic x(8) value spaces.
 01  rawdebit			pic x(16) value spaces.
 01  rawcredit			pic x(16) value spaces.
 01  balrowcount		unsigned-int value zero.
 01  rejectcount		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>chart of accounts reference list
         10  coaAcct		pic x(4) value spaces.
         10  coaDesc		pic x(30) value spaces.
         10  coaType		pic x value spaces.
         10  coaElim		pic x value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>per-company, per-account debit/credit accumulators, in company
*>>>and account order as the balance file carries them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  tbCount			unsigned-int value 1.
 01  tbList.
     05  tbEntry	occurs 1 to 2000 times
                        depending on tbCount
                        indexed by tbInd.
         10  tbKey.
             15  tbCompany	pic x(2) value spaces.
             15  tbAcct		pic x(4) value spaces.
         10  tbDebit		pic s9(10)v99 value zero.
         10  tbCredit		pic s9(10)v99 value zero.
 01  tbMatchInd		unsigned-int value zero.
 01  wantkey.
     05  wantcompany		pic x(2) value spaces.
     05  wantacct		pic x(4) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the same totals summed across every company, in account order,
*>>>for the consolidated trial balance
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cnCount			unsigned-int value zero.
 01  cnList.
     05  cnEntry	occurs 200 times
                        indexed by cnInd.
         10  cnAcct		pic x(4) value spaces.
         10  cnDebit		pic s9(10)v99 value zero.
         10  cnCredit		pic s9(10)v99 value zero.
 01  cnMatchInd		unsigned-int value zero.
 01  lastcompany		pic x(2) value spaces.
 01  granddebit		pic s9(10)v99 value zero.
 01  grandcredit		pic s9(10)v99 value zero.
 01  elimdebit			pic s9(10)v99 value zero.
 01  elimcredit		pic s9(10)v99 value zero.
 01  elimnet			pic s9(10)v99 value zero.
 01  outofbalance		pic s9(10)v99 value zero.
 01  balanceok			pic x value "y".
     88  every-section-balances	      value "y".
 01  lookacct			pic x(4) value spaces.
 01  acctdesc			pic x(30) value spaces.
 01  acctelim			pic x value spaces.
     88  account-is-eliminated	      value "X".
 01  sectiontitle		pic x(60) value spaces.
 01  showdebit			pic -zzz,zzz,zz9.99 value zero.
 01  showcredit		pic -zzz,zzz,zz9.99 value zero.
*>
*>
     perform 0900-load-accounts.

     open input balfile.
     open output tbfile.

     perform until end-of-file
         read balfile
              at end move "y"	to eof
              not at end perform 0100-accumulate-entry
         end-read
     end-perform.
     close balfile.

     if balrowcount = zero
        display "trialbalance: database/glbalances.csv is empty or "
                "missing -- run glbalances rebuild"
        move 4			to return-code
     end-if.

     perform 0300-putreport.
     close tbfile.

     if rejectcount > 0
        display "trialbalance: " rejectcount " balance row(s) were "
                "unreadable and skipped -- run glbalances check"
        move 4			to return-code
     end-if.
     if not every-section-balances
        move 4			to return-code
     end-if.

*>
 0100-accumulate-entry.
*>
     move spaces		to ledgercompany ledgeracct rawperiod
                                   rawdebit rawcredit.
     unstring balrec delimited by ","
              into ledgercompany, ledgeracct, rawperiod,
                   rawdebit, rawcredit
     end-unstring.

     if function test-numval(rawdebit) <> 0
        or function test-numval(rawcredit) <> 0
        or function trim(rawperiod) is not numeric
        add 1			to rejectcount
     else
        add 1			to balrowcount
        if function trim(ledgeracct) = spaces
           move "9999"		to ledgeracct
        end-if
        if function trim(ledgercompany) = spaces
           move "01"		to ledgercompany
        end-if
        perform 0150-find-or-add-account
        if tbMatchInd <> zero
           add function numval(rawdebit) to tbDebit(tbMatchInd)
           add function numval(rawcredit) to tbCredit(tbMatchInd)
        end-if
        perform 0160-find-or-add-consolidated
        if cnMatchInd <> zero
           add function numval(rawdebit) to cnDebit(cnMatchInd)
           add function numval(rawcredit) to cnCredit(cnMatchInd)
        end-if
     end-if.
*>
 0150-find-or-add-account.
*>
     move function trim(ledgercompany) to wantcompany.
     move function trim(ledgeracct) to wantacct.
     move zero			to tbMatchInd.
     perform varying tbInd from 1 by 1
             until tbInd > tbCount
         if tbKey(tbInd) = wantkey
            move tbInd		to tbMatchInd
         end-if
     end-perform.
     if tbMatchInd = zero
        if tbCount < 2000
           add 1		to tbCount
           move tbCount		to tbMatchInd
           perform until tbMatchInd = 2
                      or tbKey(tbMatchInd - 1) < wantkey
               move tbEntry(tbMatchInd - 1) to tbEntry(tbMatchInd)
               subtract 1	from tbMatchInd
           end-perform
           move wantkey		to tbKey(tbMatchInd)
           move zero		to tbDebit(tbMatchInd)
           move zero		to tbCredit(tbMatchInd)
        else
           display "trialbalance: more than 2000 company accounts "
                   "-- further accounts not totalled"
        end-if
     end-if.
*>
 0160-find-or-add-consolidated.
*>
     move zero			to cnMatchInd.
     perform varying cnInd from 1 by 1
             until cnInd > cnCount
         if cnAcct(cnInd) = wantacct
            move cnInd		to cnMatchInd
         end-if
     end-perform.
     if cnMatchInd = zero
        if cnCount < 200
           add 1		to cnCount
           move cnCount		to cnMatchInd
           perform until cnMatchInd = 1
                      or cnAcct(cnMatchInd - 1) < wantacct
               move cnEntry(cnMatchInd - 1) to cnEntry(cnMatchInd)
               subtract 1	from cnMatchInd
           end-perform
           move wantacct	to cnAcct(cnMatchInd)
           move zero		to cnDebit(cnMatchInd)
           move zero		to cnCredit(cnMatchInd)
        else
           display "trialbalance: more than 200 distinct accounts "
                   "-- further accounts not consolidated"
        end-if
     end-if.
*>
 0200-lookup-account-desc.
*>
     move "(not on chart of accounts)" to acctdesc.
     move spaces		to acctelim.
     perform varying coaInd from 1 by 1
             until coaInd > coaCount
         if function trim(lookacct) = function trim(coaAcct(coaInd))
            move coaDesc(coaInd)	to acctdesc
            move coaElim(coaInd)	to acctelim
         end-if
     end-perform.
*>
*>
     move "Trial balance -- database/generalledger.csv" to tbrec.
     write tbrec.

     move spaces		to lastcompany.
     perform varying tbInd from 1 by 1
             until tbInd > tbCount
         if tbAcct(tbInd) <> spaces
            if tbCompany(tbInd) <> lastcompany
               if lastcompany <> spaces
                  perform 0350-put-section-totals
               end-if
               move tbCompany(tbInd)	to lastcompany
               move spaces	to sectiontitle
               string "Company ", lastcompany
                      delimited by size into sectiontitle
               end-string
               perform 0340-put-section-heading
            end-if
            move tbAcct(tbInd)	to lookacct
            perform 0200-lookup-account-desc
            move tbDebit(tbInd)	to showdebit
            move tbCredit(tbInd)	to showcredit
            add tbCredit(tbInd)	to grandcredit
         end-if
     end-perform.
     if lastcompany <> spaces
        perform 0350-put-section-totals
     end-if.

     perform 0400-put-consolidated.
*>
 0340-put-section-heading.
*>
     move spaces		to tbrec.
     write tbrec.
     move sectiontitle		to tbrec.
     write tbrec.
     move spaces		to tbrec.
     string "Acct Description                           Debit",
            "           Credit" delimited by size
            into tbrec
     end-string.
     write tbrec.
     move all "-"		to tbrec.
     write tbrec.
     move zero			to granddebit grandcredit.
*>
 0350-put-section-totals.
*>
     move all "-"		to tbrec.
     write tbrec.
     move granddebit		to showdebit.

     compute outofbalance = granddebit - grandcredit.
     if outofbalance <> zero
        move spaces		to balanceok
        move outofbalance	to showdebit
        move spaces		to tbrec
        string "*** OUT OF BALANCE by ", showdebit,
               into tbrec
        end-string
        write tbrec
        display "trialbalance: " function trim(sectiontitle)
                " is out of balance -- see trialbalance.txt"
     else
        move "In balance." to tbrec
        write tbrec
     end-if.
*>
 0400-put-consolidated.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>every company summed, less the intercompany accounts: what one
*>>>company owes another nets to nothing for the group, so those
*>>>balances are eliminated on a line of their own and must offset
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "Consolidated -- intercompany accounts eliminated"
                                to sectiontitle.
     perform 0340-put-section-heading.
     move zero			to elimdebit elimcredit.
     perform varying cnInd from 1 by 1
             until cnInd > cnCount
         move cnAcct(cnInd)	to lookacct
         perform 0200-lookup-account-desc
         if account-is-eliminated
            add cnDebit(cnInd)	to elimdebit
            add cnCredit(cnInd)	to elimcredit
         else
            move cnDebit(cnInd)	to showdebit
            move cnCredit(cnInd)	to showcredit
            move spaces		to tbrec
            string cnAcct(cnInd), " ", acctdesc, "  ",
                   showdebit, "  ", showcredit
                   into tbrec
            end-string
            write tbrec
            add cnDebit(cnInd)	to granddebit
            add cnCredit(cnInd)	to grandcredit
         end-if
     end-perform.

     compute elimnet = elimdebit - elimcredit.
     if elimdebit <> zero or elimcredit <> zero
        move elimdebit		to showdebit
        move elimcredit		to showcredit
        move spaces		to tbrec
        string "     Intercompany eliminated         ",
               showdebit, "  ", showcredit
               into tbrec
        end-string
        write tbrec
     end-if.
     if elimnet <> zero
        move spaces		to balanceok
        move elimnet		to showdebit
        move spaces		to tbrec
        string "*** INTERCOMPANY ACCOUNTS DO NOT OFFSET by ",
               showdebit, " ***"
               into tbrec
        end-string
        write tbrec
        display "trialbalance: intercompany receivable and payable "
                "do not offset -- see trialbalance.txt"
     end-if.

     perform 0350-put-section-totals.
*>
 0900-load-accounts.
*>
            unstring coarec delimited by ","
                     into coaAcct(coaCount),
                          coaDesc(coaCount),
                          coaType(coaCount),
                          coaElim(coaCount)
            end-unstring
         end-if
         read coafile
