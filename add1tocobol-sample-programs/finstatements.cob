*>            finstmtwork.fods.  Template placeholders: stmttitle,
*>            stmtperiod, then a repeating detail line of linedesc /
*>            lineamt1 / lineamt2 (period and YTD on the income
*>            and cash flow sheets; balance and blank on the balance
*>            sheet).
*>
*>            usage: finstatements [<yyyymm>]   (default: this month)
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - period, year-to-date and balance sheet figures now
*>              come from database/glbalances.csv, the
*>              account-by-period summary every poster keeps through
*>              glbalpost: the period's debits less credits, the same
*>              summed over the year, and the account's ending
*>              balance at the period -- instead of a pass over the
*>              whole ledger
*>15-Oct-2026 - every ledger line now carries its company.  The
*>              income and balance sheets are consolidated across
*>              the companies, less the accounts flagged X in the
*>              fourth column of the chart of accounts (the
*>              intercompany receivable and payable), and when the
*>              books hold more than one company each also gets
*>              its own income<cc> and balance<cc> sheets.  The
*>              balance sheet figure is the period nets summed
*>              through the period, so companies add together
*>15-Oct-2026 - a statement of cash flows (indirect method) is
*>              published as a third sheet, cashflow (cashflow<cc>
*>              per company): net income adjusted by the movement in
*>              every balance-sheet account other than 1000 Cash,
*>              grouped as operating, investing (chart class I) and
*>              financing (chart class F) -- the fifth column of
*>              database/chartofaccounts.csv, blank for operating --
*>              with a proof that the net cash flow equals the
*>              change in 1000 Cash
*>*********************************************************************
identification division.
program-id. finstatements.
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
         10  coaAcct		pic x(4) value spaces.
         10  coaDesc		pic x(30) value spaces.
         10  coaType		pic x value spaces.
         10  coaElim		pic x value spaces.
             88  coa-eliminated	      value "X".
         10  coaCfClass	pic x value spaces.
             88  coa-investing	      value "I".
             88  coa-financing	      value "F".
         10  coaPeriod		pic s9(10)v99 value zero.
         10  coaYtd		pic s9(10)v99 value zero.
         10  coaCum		pic s9(10)v99 value zero.
 01  coaMatchInd		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the balance file columns -- company, account,
*>period, period debits, period credits, ending balance
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ledgercompany		pic x(4) value spaces.
 01  ledgeracct		pic x(6) value spaces.
 01  rawperiod			pic x(8) value spaces.
 01  rawdebit			pic x(16) value spaces.
 01  rawcredit			pic x(16) value spaces.
 01  rawending			pic x(16) value spaces.
 01  txnamount			pic s9(10)v99 value zero.
 01  txnmonth			pic 9(6) value zero.
 01  txnyear			pic 9(4) value zero.
 01  balrowcount		unsigned-int value zero.
 01  rejectcount		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>companies on the books, and the one being rolled up (spaces for
*>>>the consolidation)
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cpCount			unsigned-int value zero.
 01  cpList.
     05  cpEntry	occurs 50 times
                        indexed by cpInd.
         10  cpCompany		pic x(2) value spaces.
 01  cpMatchInd		unsigned-int value zero.
 01  wantcompany		pic x(2) value spaces.
 01  stmttitle			pic x(60) value spaces.
*>
 01  revperiod			pic s9(10)v99 value zero.
 01  revytd			pic s9(10)v99 value zero.
 01  retained			pic s9(10)v99 value zero.
 01  lineamount		pic s9(10)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>cash flow sections, period and year to date
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cashacct			pic x(4) value "1000".
 01  cashInd			unsigned-int value zero.
 01  cfsection			pic x value spaces.
 01  cfdesc			pic x(60) value spaces.
 01  cfamt1			pic s9(10)v99 value zero.
 01  cfamt2			pic s9(10)v99 value zero.
 01  cfsectperiod		pic s9(10)v99 value zero.
 01  cfsectytd			pic s9(10)v99 value zero.
 01  cfnetperiod		pic s9(10)v99 value zero.
 01  cfnetytd			pic s9(10)v99 value zero.
 01  cashchgperiod		pic s9(10)v99 value zero.
 01  cashchgytd		pic s9(10)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for calling the odf subroutines, the way statements
*>>>drives them, with the shared grow-and-retry tables
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

     perform 0940-load-cfg.
     perform 0900-load-accounts.
     move spaces		to wantcompany.
     perform 0100-roll-up-ledger.
     if balrowcount = zero
        display "finstatements: database/glbalances.csv is empty or "
                "missing -- run glbalances rebuild"
        move 4			to return-code
     end-if.

     display "odffile"		upon environment-name.
     display finfilepath	upon environment-value.

     perform 0200-put-income-sheet.
     perform 0300-put-balance-sheet.
     perform 0400-put-cashflow-sheet.
     if cpCount > 1
        perform varying cpInd from 1 by 1
                until cpInd > cpCount
            move cpCompany(cpInd)	to wantcompany
            perform 0100-roll-up-ledger
            perform 0200-put-income-sheet
            perform 0300-put-balance-sheet
            perform 0400-put-cashflow-sheet
        end-perform
     end-if.

     call "odffinishform"	using endpage
     end-call.

     display "finstatements: income statement, balance sheet and "
             "cash flows for " wantperiod " written to "
             function trim(finformpath).
     if fieldnotfoundcount > 0 or dupfieldcount > 0
        display "finstatements: " fieldnotfoundcount " field(s) not "
        move 4			to return-code
     end-if.
     if rejectcount > 0
        display "finstatements: " rejectcount " balance row(s) were "
                "unreadable and left out -- run glbalances check"
        move 4			to return-code
     end-if.

*>
 0100-roll-up-ledger.
*>
     perform varying coaInd from 1 by 1
             until coaInd > coaCount
         move zero		to coaPeriod(coaInd)
                                   coaYtd(coaInd)
                                   coaCum(coaInd)
     end-perform.
     open input balfile.
     read balfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         perform 0110-roll-one-entry
         read balfile
              at end move "y"	to eof
         end-read
     end-perform.
     close balfile.
     move spaces		to eof.
*>
 0110-roll-one-entry.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the consolidation pass counts the rows and notes each company;
*>>>a company pass takes only that company's rows.  The balance at
*>>>the period is every period net up to and including it, which
*>>>adds up across companies where the per-company ending would not
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to ledgercompany ledgeracct rawperiod
                                   rawdebit rawcredit rawending.
     unstring balrec delimited by ","
              into ledgercompany, ledgeracct, rawperiod, rawdebit,
                   rawcredit, rawending
     end-unstring.
     if function trim(ledgercompany) = spaces
        move "01"		to ledgercompany
     end-if.

     if function test-numval(rawdebit) <> 0
        or function test-numval(rawcredit) <> 0
        or function test-numval(rawending) <> 0
        or function trim(rawperiod) is not numeric
        if wantcompany = spaces
           add 1		to rejectcount
        end-if
     else if wantcompany = spaces
        add 1			to balrowcount
        perform 0120-note-company
     end-if.

     if function test-numval(rawdebit) = 0
        and function test-numval(rawcredit) = 0
        and function trim(rawperiod) is numeric
        and (wantcompany = spaces
             or function trim(ledgercompany) = wantcompany)
        compute txnamount = function numval(rawdebit)
                          - function numval(rawcredit)
        compute txnmonth = function numval(rawperiod)
        compute txnyear = txnmonth / 100
        if function trim(ledgeracct) = spaces
           move "9999"		to ledgeracct
        end-if
        perform 0150-find-account
        if coaMatchInd <> zero and wantcompany = spaces
           if coa-eliminated(coaMatchInd)
              move zero		to coaMatchInd
           end-if
        end-if
        if coaMatchInd <> zero and txnmonth <= wantperiod
           add txnamount	to coaCum(coaMatchInd)
           if txnyear = want-year
           end-if
        end-if
     end-if.
*>
 0120-note-company.
*>
     move zero			to cpMatchInd.
     perform varying cpInd from 1 by 1
             until cpInd > cpCount
         if cpCompany(cpInd) = function trim(ledgercompany)
            move cpInd		to cpMatchInd
         end-if
     end-perform.
     if cpMatchInd = zero and cpCount < 50
        add 1			to cpCount
        move cpCount		to cpMatchInd
        perform until cpMatchInd = 1
                   or cpCompany(cpMatchInd - 1)
                      < function trim(ledgercompany)
            move cpEntry(cpMatchInd - 1) to cpEntry(cpMatchInd)
            subtract 1		from cpMatchInd
        end-perform
        move function trim(ledgercompany) to cpCompany(cpMatchInd)
     end-if.
*>
 0150-find-account.
*>
           move coaCount	to coaMatchInd
        end-if
     end-if.
*>
 0190-set-title.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a single-company book keeps the plain titles it always had
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "stmttitle"		to fieldname.
     move spaces		to fieldvalue.
     evaluate true
         when wantcompany <> spaces
              string function trim(stmttitle), " -- company ",
                     wantcompany
                     delimited by size into fieldvalue
              end-string
         when cpCount > 1
              string function trim(stmttitle), " -- consolidated"
                     delimited by size into fieldvalue
              end-string
         when other
              move stmttitle	to fieldvalue
     end-evaluate.
     perform 0800-odfsetvalue.
*>
 0200-put-income-sheet.
*>
*>>>income accounts post as credits (negative), so revenue shows
*>>>sign-flipped; expenses post positive and show as-is
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "Income statement"	to stmttitle.
     perform 0190-set-title.
     move "stmtperiod"		to fieldname.
     move wantperiod		to fieldvalue.
     perform 0800-odfsetvalue.
     compute netytd = revytd - expytd.
     perform 0270-put-total-line-net.

     move spaces		to sheetname.
     string "income" delimited by size,
            wantcompany delimited by space
            into sheetname
     end-string.
     call "odfwritepage"	using startpage,
                                      endpage,
                                      sheetname
*>>>earnings sitting in the I and E accounts appear as retained
*>>>earnings so the two sides foot
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "Balance sheet"	to stmttitle.
     perform 0190-set-title.
     move "stmtperiod"		to fieldname.
     move wantperiod		to fieldvalue.
     perform 0800-odfsetvalue.
     move spaces		to fieldvalue.
     perform 0800-odfsetvalue.

     move spaces		to sheetname.
     string "balance" delimited by size,
            wantcompany delimited by space
            into sheetname
     end-string.
     call "odfwritepage"	using startpage,
                                      endpage,
                                      sheetname
     end-call.

     if totalassets <> totalliab
        display "finstatements: WARNING -- balance sheet "
                function trim(sheetname) " does not "
                "foot; run trialbalance and look for hand-kept "
                "ledger rows or intercompany balances that do "
                "not offset"
        move 4			to return-code
     end-if.
*>
 0400-put-cashflow-sheet.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>indirect method: a balance-sheet account's movement (its period
*>>>or year's debits less credits) is cash it used when positive
*>>>and cash it freed when negative, so each adjustment is the
*>>>movement sign-flipped.  The ledger balances, so net income and
*>>>those adjustments must add up to the movement in 1000 Cash
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "Statement of cash flows" to stmttitle.
     perform 0190-set-title.
     move "stmtperiod"		to fieldname.
     move wantperiod		to fieldvalue.
     perform 0800-odfsetvalue.

     move zero			to cashInd.
     perform varying coaInd from 1 by 1
             until coaInd > coaCount
         if function trim(coaAcct(coaInd)) = cashacct
            move coaInd		to cashInd
         end-if
     end-perform.

     move zero			to cfnetperiod cfnetytd.
     move "Net income"		to cfdesc.
     move netperiod		to cfamt1.
     move netytd		to cfamt2.
     perform 0450-put-cash-line.
     move netperiod		to cfsectperiod.
     move netytd		to cfsectytd.
     move "O"			to cfsection.
     perform 0420-put-cash-adjustments.
     move "Net cash from operating activities" to cfdesc.
     perform 0430-put-cash-section-total.

     move zero			to cfsectperiod cfsectytd.
     move "I"			to cfsection.
     perform 0420-put-cash-adjustments.
     move "Net cash from investing activities" to cfdesc.
     perform 0430-put-cash-section-total.

     move zero			to cfsectperiod cfsectytd.
     move "F"			to cfsection.
     perform 0420-put-cash-adjustments.
     move "Net cash from financing activities" to cfdesc.
     perform 0430-put-cash-section-total.

     move "Net change in cash"	to cfdesc.
     move cfnetperiod		to cfamt1.
     move cfnetytd		to cfamt2.
     perform 0450-put-cash-line.

     move zero			to cashchgperiod cashchgytd.
     if cashInd <> zero
        move coaPeriod(cashInd)	to cashchgperiod
        move coaYtd(cashInd)	to cashchgytd
        move "Cash at beginning of period" to cfdesc
        compute cfamt1 = coaCum(cashInd) - coaPeriod(cashInd)
        compute cfamt2 = coaCum(cashInd) - coaYtd(cashInd)
        perform 0450-put-cash-line
        move "Cash at end of period" to cfdesc
        move coaCum(cashInd)	to cfamt1 cfamt2
        perform 0450-put-cash-line
     end-if.

     move spaces		to sheetname.
     string "cashflow" delimited by size,
            wantcompany delimited by space
            into sheetname
     end-string.
     call "odfwritepage"	using startpage,
                                      endpage,
                                      sheetname
     end-call.

     if cfnetperiod <> cashchgperiod or cfnetytd <> cashchgytd
        display "finstatements: WARNING -- cash flow sheet "
                function trim(sheetname) " does not prove to the "
                "change in " cashacct " Cash; run trialbalance "
                "and look for hand-kept ledger rows"
        move 4			to return-code
     end-if.
*>
 0420-put-cash-adjustments.
*>
     perform varying coaInd from 1 by 1
             until coaInd > coaCount
         if (coaType(coaInd) = "A" or coaType(coaInd) = "L")
            and coaInd <> cashInd
            and (coaPeriod(coaInd) <> zero or coaYtd(coaInd) <> zero)
            evaluate true
                when coa-investing(coaInd)
                     if cfsection = "I"
                        perform 0440-put-cash-adjustment
                     end-if
                when coa-financing(coaInd)
                     if cfsection = "F"
                        perform 0440-put-cash-adjustment
                     end-if
                when other
                     if cfsection = "O"
                        perform 0440-put-cash-adjustment
                     end-if
            end-evaluate
         end-if
     end-perform.
*>
 0430-put-cash-section-total.
*>
     move cfsectperiod		to cfamt1.
     move cfsectytd		to cfamt2.
     perform 0450-put-cash-line.
     add cfsectperiod		to cfnetperiod.
     add cfsectytd		to cfnetytd.
*>
 0440-put-cash-adjustment.
*>
     move spaces		to cfdesc.
     string "Change in ", function trim(coaDesc(coaInd))
            delimited by size into cfdesc
     end-string.
     compute cfamt1 = 0 - coaPeriod(coaInd).
     compute cfamt2 = 0 - coaYtd(coaInd).
     add cfamt1			to cfsectperiod.
     add cfamt2			to cfsectytd.
     perform 0450-put-cash-line.
*>
 0450-put-cash-line.
*>
     move "linedesc"		to fieldname.
     move cfdesc		to fieldvalue.
     perform 0800-odfsetvalue.
     move "lineamt1"		to fieldname.
     move cfamt1		to showamt.
     move showamt		to fieldvalue.
     perform 0800-odfsetvalue.
     move "lineamt2"		to fieldname.
     move cfamt2		to showamt.
     move showamt		to fieldvalue.
     perform 0800-odfsetvalue.
*>
 0800-odfsetvalue.
*>
            unstring coarec delimited by ","
                     into coaAcct(coaCount),
                          coaDesc(coaCount),
                          coaType(coaCount),
                          coaElim(coaCount),
                          coaCfClass(coaCount)
            end-unstring
            move zero		to coaPeriod(coaCount)
            move zero		to coaYtd(coaCount)
