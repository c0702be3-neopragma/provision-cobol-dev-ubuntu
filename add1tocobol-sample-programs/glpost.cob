*>              as a fourth ledger column, so the trial balance can
*>              tie the ledger out by account instead of by matching
*>              free-text descriptions
*>15-Oct-2026 - every posting is checked against accounting period
*>              control first (the shared periodctl over
*>              database/periods.csv): a run dated into a closed
*>              period is refused before anything is written, or
*>              its ledger lines move into the first open period
*>              when periodctl.cfg says closed=redirect
*>15-Oct-2026 - each ledger line posted is also added to its account
*>              and period on database/glbalances.csv through the
*>              shared glbalpost, the summary the ledger reports now
*>              read instead of rescanning the whole ledger
*>15-Oct-2026 - every ledger line carries its company code as a fifth
*>              column.  writeinvoice now ends each batch totals row
*>              with the company its batch header named, so the
*>              merged totals are posted as one balanced set of
*>              entries per company (rows without one are company
*>              01)
*>15-Oct-2026 - the standard cost writeinvoice now carries as the
*>              batch totals row's eleventh column (US dollars) posts
*>              with each company's invoices: debit 5000 Cost of
*>              goods sold / credit 1400 Inventory, reversed by a
*>              credit memo restock
*>15-Oct-2026 - a customer deposit writeinvoice applied to an invoice
*>              (batch totals columns twelve and thirteen: invoice
*>              currency, and US dollars at the deposit's receipt
*>              rate) posts debit 2500 Customer deposits / credit
*>              1200 at the invoice's rate, any rate difference
*>              between the two to 7100
*>*********************************************************************
identification division.
program-id. glpost.
 01  rawfreight		pic x(12) value spaces.
 01  rawdiscount		pic x(12) value spaces.
 01  rawtotal			pic x(12) value spaces.
 01  rawcompany		pic x(4) value spaces.
 01  rawcost			pic x(14) value spaces.
 01  rawdeposit		pic x(12) value spaces.
 01  rawdepusd			pic x(12) value spaces.
 01  currate			pic 9v9999 value 1.
 01  rowok			pic x value spaces.
     88  row-is-valid	      value "y".
 01  invoicecount		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>batch accumulators, all converted to US dollars at each
*>>>invoice's own billing rate -- one set per company billed, and
*>>>the set being posted
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  bcCount			unsigned-int value zero.
 01  bcList.
     05  bcEntry	occurs 50 times
                        indexed by bcInd.
         10  bcCompany		pic x(2) value spaces.
         10  bcRevenue		pic s9(10)v99 value zero.
         10  bcTax		pic s9(10)v99 value zero.
         10  bcFreight		pic s9(10)v99 value zero.
         10  bcDiscount	pic s9(10)v99 value zero.
         10  bcTotal		pic s9(10)v99 value zero.
         10  bcCost		pic s9(10)v99 value zero.
         10  bcDeposit		pic s9(10)v99 value zero.
         10  bcDepositUsd	pic s9(10)v99 value zero.
 01  bcMatchInd		unsigned-int value zero.
 01  postcompany		pic x(2) value spaces.
 01  batchrevenue		pic s9(10)v99 value zero.
 01  batchtax			pic s9(10)v99 value zero.
 01  batchfreight		pic s9(10)v99 value zero.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
 01  todaydate			pic x(8) value spaces.
 01  ledgerdate		pic x(8) value spaces.
 01  postdesc			pic x(40) value spaces.
 01  postacct			pic x(4) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared periodctl subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
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
*>
 procedure division.
*>
        goback
     end-if.

     perform 0750-check-period.

     open extend ledgerfile.
     perform varying bcInd from 1 by 1
             until bcInd > bcCount
         perform 0150-post-one-company
     end-perform.
     close ledgerfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.

     display "glpost: posted " invoicecount " invoice(s) to "
             "database/generalledger.csv".
*>
     move spaces		to rawinvoiceno bt-invdate bt-currency
                                   rawrate rawamt rawtax rawfreight
                                   rawdiscount rawtotal rawcompany
                                   rawcost rawdeposit rawdepusd.
     unstring batchtotrec delimited by ","
              into rawinvoiceno, bt-invdate, bt-currency, rawrate,
                   rawamt, rawtax, rawfreight, rawdiscount, rawtotal,
                   rawcompany, rawcost, rawdeposit, rawdepusd
     end-unstring.

     move "y"			to rowok.
     if function trim(rawcompany) = spaces
        move "01"		to rawcompany
     end-if.
     if function test-numval(rawrate) <> 0
        move spaces		to rowok
     else if function test-numval(rawamt) <> 0
        move spaces		to rowok
     end-if.

     if row-is-valid
        perform 0110-find-company
     end-if.
     if row-is-valid
        add 1			to invoicecount
        compute currate = function numval(rawrate)
        compute bcRevenue(bcMatchInd) = bcRevenue(bcMatchInd)
                + function numval(rawamt) * currate
        compute bcTax(bcMatchInd) = bcTax(bcMatchInd)
                + function numval(rawtax) * currate
        compute bcFreight(bcMatchInd) = bcFreight(bcMatchInd)
                + function numval(rawfreight) * currate
        compute bcDiscount(bcMatchInd) = bcDiscount(bcMatchInd)
                + function numval(rawdiscount) * currate
        compute bcTotal(bcMatchInd) = bcTotal(bcMatchInd)
                + function numval(rawtotal) * currate
        if function test-numval(rawcost) = 0
           compute bcCost(bcMatchInd) = bcCost(bcMatchInd)
                   + function numval(rawcost)
        end-if
        if function test-numval(rawdeposit) = 0
           and function test-numval(rawdepusd) = 0
           compute bcDeposit(bcMatchInd) = bcDeposit(bcMatchInd)
                   + function numval(rawdeposit) * currate
           compute bcDepositUsd(bcMatchInd) = bcDepositUsd(bcMatchInd)
                   + function numval(rawdepusd)
        end-if
     else
        add 1			to rejectcount
     end-if.
*>
 0110-find-company.
*>
     move zero			to bcMatchInd.
     perform varying bcInd from 1 by 1
             until bcInd > bcCount
         if bcCompany(bcInd) = function trim(rawcompany)
            move bcInd		to bcMatchInd
         end-if
     end-perform.
     if bcMatchInd = zero
        if bcCount < 50
           add 1		to bcCount
           move bcCount		to bcMatchInd
           move function trim(rawcompany) to bcCompany(bcMatchInd)
        else
           display "glpost: more than 50 companies in one batch -- "
                   "company " function trim(rawcompany)
                   " not posted"
           move spaces		to rowok
        end-if
     end-if.
*>
 0150-post-one-company.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>each company's invoices post as their own balanced set
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move bcCompany(bcInd)	to postcompany.
     move bcRevenue(bcInd)	to batchrevenue.
     move bcTax(bcInd)		to batchtax.
     move bcFreight(bcInd)	to batchfreight.
     move bcDiscount(bcInd)	to batchdiscount.
     move bcTotal(bcInd)	to batchtotal.

     compute postamount = batchtotal.
     move "Invoices receivable"	to postdesc.
     move "1200"			to postacct.
     perform 0200-put-ledger-entry.

     compute postamount = 0 - batchrevenue.
     move "Invoice revenue"	to postdesc.
     move "4000"			to postacct.
     perform 0200-put-ledger-entry.

     compute postamount = 0 - batchtax.
     move "Sales tax payable"	to postdesc.
     move "2200"			to postacct.
     perform 0200-put-ledger-entry.

     compute postamount = 0 - batchfreight.
     move "Freight recovered"	to postdesc.
     move "4100"			to postacct.
     perform 0200-put-ledger-entry.

     compute postamount = batchdiscount.
     move "Discounts allowed"	to postdesc.
     move "4500"			to postacct.
     perform 0200-put-ledger-entry.

     compute postamount = bcCost(bcInd).
     move "Cost of goods sold"	to postdesc.
     move "5000"			to postacct.
     perform 0200-put-ledger-entry.

     compute postamount = 0 - bcCost(bcInd).
     move "Inventory relieved"	to postdesc.
     move "1400"			to postacct.
     perform 0200-put-ledger-entry.

     compute postamount = bcDepositUsd(bcInd).
     move "Customer deposits applied" to postdesc.
     move "2500"			to postacct.
     perform 0200-put-ledger-entry.

     compute postamount = 0 - bcDeposit(bcInd).
     move "Deposits applied to invoices" to postdesc.
     move "1200"			to postacct.
     perform 0200-put-ledger-entry.

     compute postamount = bcDeposit(bcInd) - bcDepositUsd(bcInd).
     move "Deposit currency difference" to postdesc.
     move "7100"			to postacct.
     perform 0200-put-ledger-entry.
*>
 0200-put-ledger-entry.
*>
     if postamount <> zero
        move postamount		to showledamt
        move spaces		to ledgerrec
        string '"', ledgerdate, '","', function trim(postdesc),
               '",', function trim(showledamt), ",", postacct,
               ",", postcompany
               into ledgerrec
        end-string
        write ledgerrec
        move "p"		to gb-action
        move ledgerdate		to gb-date
        move postacct		to gb-acct
        move postamount		to gb-amount
        move postcompany	to gb-company
        call "glbalpost" using gb-action, gb-date,
                              gb-acct, gb-amount, gb-company
        end-call
     end-if.
*>
 0750-check-period.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>nothing posts into a closed period: refused, or moved into the
*>>>first open period when periodctl.cfg says so
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move todaydate		to pc-date.
     call "periodctl" using pc-action, pc-date, pc-status
     end-call.
     if pc-status = 8
        display "glpost: period " todaydate(1:6) " is closed -- "
                "nothing posted"
        stop run giving 8
     end-if.
     if pc-status = 4
        display "glpost: period " todaydate(1:6) " is closed -- "
                "posting into " pc-date(1:6) " instead"
     end-if.
     move pc-date		to ledgerdate.
