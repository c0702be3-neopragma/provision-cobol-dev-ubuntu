*>              more regions, the same way invoicereg reads them, so
*>              released credits claw back commission in the period
*>              they actually billed
*>15-Oct-2026 - a split territory (database/territories.csv, looked up
*>              through the shared territory subprogram) now credits
*>              each of its two reps their share of the invoice when
*>              either is the keyed rep; other invoices still pay the
*>              keyed rep in full
*>15-Oct-2026 - commission is now paid on the collected basis.  The
*>              run takes the period (commission <yyyymm>, default
*>              this month, with the usual -company=<cc> through
*>              glcompany) and keeps database/commissionledger.csv,
*>              one row per invoice and rep: commission billed,
*>              expensed to date, paid to date, and the period last
*>              paid with what it paid.  Billed commission is
*>              expensed into accrued commissions (debit 6500,
*>              credit 2600); the share of each invoice collected
*>              per cashappliedhistory.csv moves out of accrued into
*>              commissions payable (debit 2600, credit 2610), and
*>              an invoice settled short (discount or write-off)
*>              gives back the commission it never earned.  Each
*>              rep's payable for the period goes to
*>              commissionpayroll.csv for payroll, and the
*>              statements show it beside what stays accrued.  A
*>              rerun for the same period posts only what changed
*>*********************************************************************
identification division.
program-id. commission.
                        organization is line sequential.
select stmtfile		assign to "commissionstmts.txt"
                        organization is line sequential.
select optional cashhistfile	assign to "cashappliedhistory.csv"
                        organization is line sequential.
select optional cmledgerfile	assign to "database/commissionledger.csv"
                        organization is line sequential.
select optional ledgerfile	assign to "database/generalledger.csv"
                        organization is line sequential.
select payrollfile	assign to "commissionpayroll.csv"
                        organization is line sequential.
select optional odfconfigfile	assign to "writeinvoice.cfg"
                        organization is line sequential.
*>
*>
01 odfconfigrec		pic x(200).
*>
fd cashhistfile.
*>
01 cashhistrec		pic x(150).
*>
fd cmledgerfile.
*>
01 cmledgerrec		pic x(100).
*>
fd ledgerfile.
*>
01 ledgerrec		pic x(80).
*>
fd payrollfile.
*>
01 payrollrec		pic x(80).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
         10  repRate		pic v9999 value zero.
         10  repSales		pic s9(10)v99 value zero.
         10  repCommission	pic s9(10)v99 value zero.
         10  repPayable		pic s9(10)v99 value zero.
         10  repAccrued		pic s9(10)v99 value zero.
 01  repLoaded			pic x value spaces.
     88  reps-are-loaded	      value "y".
 01  repMatchInd		unsigned-int value zero.
 01  rawreprate		pic x(10) value spaces.
 01  unknownrepcount		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared territory subprogram, and the one or two
*>>>reps a line is credited to
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  tr-state			pic xx value spaces.
 01  tr-customer		pic x(28) value spaces.
 01  tr-shipto			pic x(28) value spaces.
 01  tr-rep			pic x(8) value spaces.
 01  tr-splitrep		pic x(8) value spaces.
 01  tr-splitpct		pic 9(3) value zero.
 01  tr-status			pic 9 value zero.
 01  sharerep1			pic x(8) value spaces.
 01  sharerep2			pic x(8) value spaces.
 01  sharepct2			pic 9(3) value zero.
 01  creditrep			pic x(8) value spaces.
 01  creditamt			pic s9(8)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>effective-dated conversion rates, the same file and pick
*>>>writeinvoice and invoicereg use
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  showrate			pic 9.9999 value zero.
 01  firststmt			pic x value "y".
     88  first-statement	      value "y".
 01  showpayable		pic -zzz,zzz,zz9.99 value zero.
 01  grandpayable		pic s9(10)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the period being paid -- invoices billed and cash applied
*>>>after its last day wait for the next run
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cmdarg			pic x(20) value spaces.
 01  todaydate			pic x(8) value spaces.
 01  wantperiod		pic 9(6) value zero.
 01  periodend			pic 9(8) value zero.
 01  rowdatenum		pic 9(8) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the commission ledger, one entry per invoice and rep: what the
*>>>invoice's commission is, how much of it has been expensed and
*>>>paid, and the period last paid with that period's payment, so
*>>>a rerun of the same period pays the same again
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cmlCount			unsigned-int value zero.
 01  cmlList.
     05  cmlEntry	occurs 5000 times
                        indexed by cmlInd.
         10  cmlInvoice		pic 9(6) value zero.
         10  cmlRep		pic x(8) value spaces.
         10  cmlCredit		pic x value spaces.
         10  cmlSeen		pic x value spaces.
         10  cmlBilled		pic s9(8)v99 value zero.
         10  cmlExpensed	pic s9(8)v99 value zero.
         10  cmlPaid		pic s9(8)v99 value zero.
         10  cmlPaidPeriod	pic 9(6) value zero.
         10  cmlPeriodPay	pic s9(8)v99 value zero.
 01  cmlMatchInd		unsigned-int value zero.
 01  cmloverflow		unsigned-int value zero.
 01  rawcmlinvoice		pic x(10) value spaces.
 01  rawcmlrep			pic x(10) value spaces.
 01  rawcmlcredit		pic x(4) value spaces.
 01  rawcmlbilled		pic x(16) value spaces.
 01  rawcmlexpensed		pic x(16) value spaces.
 01  rawcmlpaid		pic x(16) value spaces.
 01  rawcmlperiod		pic x(8) value spaces.
 01  rawcmlperiodpay		pic x(16) value spaces.
 01  showcsvbilled		pic -999999.99 value zero.
 01  showcsvexpensed		pic -999999.99 value zero.
 01  showcsvpaid		pic -999999.99 value zero.
 01  showcsvperiodpay		pic -999999.99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>cash collected per invoice through the period from
*>>>cashappliedhistory.csv: what was paid, what settled it (paid
*>>>plus discount plus write-off), and the invoice total
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cshCount			unsigned-int value zero.
 01  cshList.
     05  cshEntry	occurs 5000 times
                        indexed by cshInd.
         10  cshInvoice		pic 9(6) value zero.
         10  cshPaid		pic s9(8)v99 value zero.
         10  cshSettled		pic s9(8)v99 value zero.
         10  cshTotal		pic s9(8)v99 value zero.
 01  cshMatchInd		unsigned-int value zero.
 01  ch-paydate		pic x(10) value spaces.
 01  ch-customer		pic x(28) value spaces.
 01  ch-invoiceno		pic x(10) value spaces.
 01  ch-invdate		pic x(10) value spaces.
 01  ch-currency		pic x(5) value spaces.
 01  ch-rate			pic x(12) value spaces.
 01  ch-pay			pic x(14) value spaces.
 01  ch-disc			pic x(14) value spaces.
 01  ch-writeoff		pic x(14) value spaces.
 01  ch-fx			pic x(14) value spaces.
 01  ch-duedate		pic x(10) value spaces.
 01  ch-terms			pic x(10) value spaces.
 01  ch-total			pic x(14) value spaces.
*>
 01  earnedcomm		pic s9(8)v99 value zero.
 01  targetexpense		pic s9(8)v99 value zero.
 01  priorpaid			pic s9(8)v99 value zero.
 01  settledflag		pic x value spaces.
     88  invoice-is-settled	      value "y".
 01  runexpense		pic s9(10)v99 value zero.
 01  runpayable		pic s9(10)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>ledger posting, the way rebateaccrual posts its accrual
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ledgerdate		pic x(8) value spaces.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
 01  postdesc			pic x(40) value spaces.
 01  postacct			pic x(4) value spaces.
 01  showcsvamt		pic -999999999.99 value zero.
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
     move gc-cmdline		to cmdarg.
     if cmdarg = spaces
        move todaydate(1:6)	to wantperiod
     else if function trim(cmdarg) is numeric
             and function length(function trim(cmdarg)) = 6
        move function numval(cmdarg) to wantperiod
     else
        display "commission: give the period paid, e.g. commission "
                "202609"
        stop run giving 1
     end-if
     end-if.
     compute periodend = wantperiod * 100 + 31.

     perform 0750-check-period.
     perform 0920-load-salesreps.
     if not reps-are-loaded
        display "commission: database/salesreps.csv is missing or "
     end-if.
     perform 0925-load-currencyrates.
     perform 0940-load-odfconfig.
     perform 0930-load-cmledger.
     perform 0935-load-cash-history.

     open input invoicefile
                invoicefile2
               end-if
               move function trim(untcurrency) to inv-currency
               perform 0050-validate-row
               if row-is-valid and rowdatenum <= periodend
                  perform 0100-accumulate-line
               end-if
            end-if
         end-if
     end-perform.

     perform 0400-settle-commission.
     perform 0300-putstatements.

     if rejectcount > 0 or unknownrepcount > 0 or cmloverflow > 0
        move 4			to return-code
     end-if.

        move rawinvoiceno	to inv-invoiceno
        move rawquantity	to inv-quantity
        move rawunitprice	to inv-unitprice
        move zero		to rowdatenum
        if function trim(invd-year) is numeric
           and function trim(invd-month) is numeric
           and function trim(invd-day) is numeric
           compute rowdatenum = function numval(invd-year) * 10000
                              + function numval(invd-month) * 100
                              + function numval(invd-day)
        end-if
     else
        add 1			to rejectcount
     end-if.
*>
 0100-accumulate-line.
*>
     if rec-is-creditmemo
        compute lineamt = 0 - (inv-quantity * inv-unitprice)
     else
        compute lineamt = inv-quantity * inv-unitprice
     end-if.
     perform 0150-lookup-currency.
     compute usdlineamt = lineamt * currate.
     perform 0120-find-split.

     move sharerep1		to creditrep.
     if sharerep2 = spaces
        move usdlineamt		to creditamt
     else
        compute creditamt rounded =
                usdlineamt * (100 - sharepct2) / 100
     end-if.
     perform 0110-credit-rep.
     if sharerep2 <> spaces
        move sharerep2		to creditrep
        compute creditamt = usdlineamt - creditamt
        perform 0110-credit-rep
     end-if.
*>
 0110-credit-rep.
*>
     move zero			to repMatchInd.
     perform varying repInd from 1 by 1
             until repInd > repCount
         if function trim(creditrep) =
            function trim(repCode(repInd))
            move repInd		to repMatchInd
         end-if
     if repMatchInd = zero
        add 1			to unknownrepcount
     else
        add creditamt		to repSales(repMatchInd)
        compute repCommission(repMatchInd) =
                repCommission(repMatchInd)
              + creditamt * repRate(repMatchInd)
        perform 0130-add-to-cmledger
     end-if.
*>
 0130-add-to-cmledger.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the first line of an invoice seen this run restarts its billed
*>>>commission; an invoice no longer on the files keeps the
*>>>commission the ledger last recorded for it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to cmlMatchInd.
     perform varying cmlInd from 1 by 1
             until cmlInd > cmlCount
         if cmlInvoice(cmlInd) = inv-invoiceno
            and cmlRep(cmlInd) = repCode(repMatchInd)
            move cmlInd		to cmlMatchInd
         end-if
     end-perform.
     if cmlMatchInd = zero
        if cmlCount < 5000
           add 1		to cmlCount
           move inv-invoiceno	to cmlInvoice(cmlCount)
           move repCode(repMatchInd)	to cmlRep(cmlCount)
           move zero		to cmlBilled(cmlCount)
                                   cmlExpensed(cmlCount)
                                   cmlPaid(cmlCount)
                                   cmlPaidPeriod(cmlCount)
                                   cmlPeriodPay(cmlCount)
           move cmlCount	to cmlMatchInd
        else
           add 1		to cmloverflow
        end-if
     end-if.
     if cmlMatchInd <> zero
        if cmlSeen(cmlMatchInd) = spaces
           move "y"		to cmlSeen(cmlMatchInd)
           move zero		to cmlBilled(cmlMatchInd)
        end-if
        if rec-is-creditmemo
           move "y"		to cmlCredit(cmlMatchInd)
        end-if
        compute cmlBilled(cmlMatchInd) rounded =
                cmlBilled(cmlMatchInd)
              + creditamt * repRate(repMatchInd)
     end-if.
*>
 0120-find-split.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a split territory shares the line between its two reps only
*>>>when one of them keyed it -- anybody else's sale is theirs
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to tr-state tr-customer tr-shipto.
     if custmode-codes
        move rawsoldtocode	to tr-customer
        move rawshiptocode	to tr-shipto
     else
        move inv-name(1)	to tr-customer
        move inv-name(2)	to tr-shipto
        move function trim(untstate2) to tr-state
     end-if.
     call "territory" using tr-state, tr-customer, tr-shipto,
                            tr-rep, tr-splitrep, tr-splitpct,
                            tr-status
     end-call.

     move inv-salesrep		to sharerep1.
     move spaces		to sharerep2.
     move zero			to sharepct2.
     if tr-status = 0 and tr-splitrep <> spaces and tr-splitpct > 0
        and (function upper-case(inv-salesrep) = tr-rep
             or function upper-case(inv-salesrep) = tr-splitrep)
        move tr-rep		to sharerep1
        move tr-splitrep	to sharerep2
        move tr-splitpct	to sharepct2
     end-if.
*>
 0150-lookup-currency.
*>>>payroll summary -- one line per rep, then the totals payroll
*>>>actually keys from
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to stmtrec.
     string "Payroll summary for ", wantperiod,
            " -- rep, billed sales, commission billed, payable"
            into stmtrec
     end-string.
     write stmtrec.
     move all "-"		to stmtrec.
     write stmtrec.
         if repCode(repInd) <> spaces
            move repSales(repInd)	to showsales
            move repCommission(repInd)	to showcommission
            move repPayable(repInd)	to showpayable
            move spaces		to stmtrec
            string repCode(repInd), " ",
                   repFullname(repInd), " ",
                   showsales, " ", showcommission, " ",
                   showpayable
                   into stmtrec
            end-string
            write stmtrec
            add repSales(repInd)	to grandsales
            add repCommission(repInd)	to grandcommission
            add repPayable(repInd)	to grandpayable
         end-if
     end-perform.
     move all "-"		to stmtrec.
     write stmtrec.
     move grandsales		to showsales.
     move grandcommission	to showcommission.
     move grandpayable		to showpayable.
     move spaces		to stmtrec.
     string "Totals                               ",
            showsales, " ", showcommission, " ", showpayable
            into stmtrec
     end-string.
     write stmtrec.
     close stmtfile.

     display "commission: statements written to commissionstmts.txt".
     display "commission: " wantperiod " payables written to "
             "commissionpayroll.csv".
     if cmloverflow > 0
        display "commission: database/commissionledger.csv is full -- "
                cmloverflow " line(s) not tracked for payment"
     end-if.
     if unknownrepcount > 0
        display "commission: " unknownrepcount " line(s) named a "
                "rep code not on database/salesreps.csv -- nobody "
     string "Commission earned: ", showcommission into stmtrec
     end-string.
     write stmtrec.
     move repPayable(repInd)	to showpayable.
     move spaces		to stmtrec.
     string "Payable for ", wantperiod, " on collections: ",
            showpayable
            delimited by size into stmtrec
     end-string.
     write stmtrec.
     move repAccrued(repInd)	to showpayable.
     move spaces		to stmtrec.
     string "Still accrued on unpaid invoices: ", showpayable
            delimited by size into stmtrec
     end-string.
     write stmtrec.
*>
 0400-settle-commission.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an invoice's commission is expensed when it bills and earned
*>>>as its cash comes in: the collected share of the invoice total
*>>>is payable, and once the invoice is settled whatever it never
*>>>collected comes back out of expense.  A credit memo's
*>>>clawback is earned the day it bills
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to runexpense runpayable.
     perform varying cmlInd from 1 by 1
             until cmlInd > cmlCount
         move spaces		to settledflag
         move zero		to earnedcomm
         move zero		to cshMatchInd
         perform varying cshInd from 1 by 1
                 until cshInd > cshCount
             if cshInvoice(cshInd) = cmlInvoice(cmlInd)
                move cshInd	to cshMatchInd
             end-if
         end-perform
         if cmlCredit(cmlInd) = "y"
            move cmlBilled(cmlInd)	to earnedcomm
            move "y"		to settledflag
         else if cshMatchInd <> zero
                 and cshTotal(cshMatchInd) > zero
            if cshPaid(cshMatchInd) >= cshTotal(cshMatchInd)
               move cmlBilled(cmlInd)	to earnedcomm
            else
               compute earnedcomm rounded = cmlBilled(cmlInd)
                     * cshPaid(cshMatchInd) / cshTotal(cshMatchInd)
            end-if
            if cshSettled(cshMatchInd) >= cshTotal(cshMatchInd)
               move "y"		to settledflag
            end-if
         end-if
         end-if
         if invoice-is-settled
            move earnedcomm	to targetexpense
         else
            move cmlBilled(cmlInd)	to targetexpense
         end-if
         compute runexpense = runexpense
               + targetexpense - cmlExpensed(cmlInd)
         move targetexpense	to cmlExpensed(cmlInd)

         if cmlPaidPeriod(cmlInd) = wantperiod
            compute priorpaid = cmlPaid(cmlInd) - cmlPeriodPay(cmlInd)
         else
            move cmlPaid(cmlInd)	to priorpaid
         end-if
         compute runpayable = runpayable
               + earnedcomm - cmlPaid(cmlInd)
         move earnedcomm	to cmlPaid(cmlInd)
         if earnedcomm <> priorpaid
            or cmlPaidPeriod(cmlInd) = wantperiod
            move wantperiod	to cmlPaidPeriod(cmlInd)
            compute cmlPeriodPay(cmlInd) = earnedcomm - priorpaid
         end-if

         move zero		to repMatchInd
         perform varying repInd from 1 by 1
                 until repInd > repCount
             if repCode(repInd) = cmlRep(cmlInd)
                move repInd	to repMatchInd
             end-if
         end-perform
         if repMatchInd <> zero
            if cmlPaidPeriod(cmlInd) = wantperiod
               add cmlPeriodPay(cmlInd) to repPayable(repMatchInd)
            end-if
            compute repAccrued(repMatchInd) = repAccrued(repMatchInd)
                  + cmlExpensed(cmlInd) - cmlPaid(cmlInd)
         end-if
     end-perform.

     if runexpense <> zero or runpayable <> zero
        open extend ledgerfile
        move runexpense		to postamount
        move "Sales commission expense" to postdesc
        move "6500"		to postacct
        perform 0700-put-ledger-entry
        compute postamount = runpayable - runexpense
        move "Accrued commissions"	to postdesc
        move "2600"		to postacct
        perform 0700-put-ledger-entry
        compute postamount = 0 - runpayable
        move "Commissions payable"	to postdesc
        move "2610"		to postacct
        perform 0700-put-ledger-entry
        close ledgerfile
        move "c"		to gb-action
        call "glbalpost" using gb-action, gb-date,
                              gb-acct, gb-amount, gb-company
        end-call
     end-if.
     perform 0950-rewrite-cmledger.

     open output payrollfile.
     perform varying repInd from 1 by 1
             until repInd > repCount
         if repCode(repInd) <> spaces and repPayable(repInd) <> zero
            move repPayable(repInd)	to showcsvamt
            move spaces		to payrollrec
            string wantperiod, ",",
                   function trim(repCode(repInd)), ",",
                   function trim(repFullname(repInd)), ",",
                   function trim(showcsvamt), ",",
                   gc-company
                   delimited by size
                   into payrollrec
            end-string
            write payrollrec
         end-if
     end-perform.
     close payrollfile.
*>
 0700-put-ledger-entry.
*>
     if postamount <> zero
        move postamount		to showledamt
        move spaces		to ledgerrec
        string '"', ledgerdate, '","', function trim(postdesc),
               '",', function trim(showledamt), ",", postacct,
               ",", gc-company
               into ledgerrec
        end-string
        write ledgerrec
        move "p"		to gb-action
        move ledgerdate		to gb-date
        move postacct		to gb-acct
        move postamount		to gb-amount
        move gc-company		to gb-company
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
        display "commission: period " todaydate(1:6) " is closed -- "
                "nothing paid"
        stop run giving 8
     end-if.
     if pc-status = 4
        display "commission: period " todaydate(1:6) " is closed -- "
                "posting into " pc-date(1:6) " instead"
     end-if.
     move pc-date		to ledgerdate.
*>
 0920-load-salesreps.
*>
     if curfCount = zero
        move 1			to curfCount
     end-if.
*>
 0930-load-cmledger.
*>
     open input cmledgerfile.
     read cmledgerfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawcmlinvoice rawcmlrep rawcmlcredit
                                   rawcmlbilled rawcmlexpensed
                                   rawcmlpaid rawcmlperiod
                                   rawcmlperiodpay
         unstring cmledgerrec delimited by ","
                  into rawcmlinvoice, rawcmlrep, rawcmlcredit,
                       rawcmlbilled, rawcmlexpensed, rawcmlpaid,
                       rawcmlperiod, rawcmlperiodpay
         end-unstring
         if function trim(rawcmlinvoice) is numeric
            and function test-numval(rawcmlbilled) = 0
            and function test-numval(rawcmlexpensed) = 0
            and function test-numval(rawcmlpaid) = 0
            and cmlCount < 5000
            add 1		to cmlCount
            compute cmlInvoice(cmlCount) =
                    function numval(rawcmlinvoice)
            move rawcmlrep	to cmlRep(cmlCount)
            if function trim(rawcmlcredit) = "CM"
               move "y"		to cmlCredit(cmlCount)
            end-if
            compute cmlBilled(cmlCount) = function numval(rawcmlbilled)
            compute cmlExpensed(cmlCount) =
                    function numval(rawcmlexpensed)
            compute cmlPaid(cmlCount) = function numval(rawcmlpaid)
            if function trim(rawcmlperiod) is numeric
               and function test-numval(rawcmlperiodpay) = 0
               compute cmlPaidPeriod(cmlCount) =
                       function numval(rawcmlperiod)
               compute cmlPeriodPay(cmlCount) =
                       function numval(rawcmlperiodpay)
            end-if
         end-if
         read cmledgerfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cmledgerfile.
     move spaces		to eof.
*>
 0935-load-cash-history.
*>
     open input cashhistfile.
     read cashhistfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to ch-paydate ch-customer ch-invoiceno
                                   ch-invdate ch-currency ch-rate
                                   ch-pay ch-disc ch-writeoff ch-fx
                                   ch-duedate ch-terms ch-total
         unstring cashhistrec delimited by ","
                  into ch-paydate, ch-customer, ch-invoiceno,
                       ch-invdate, ch-currency, ch-rate, ch-pay,
                       ch-disc, ch-writeoff, ch-fx, ch-duedate,
                       ch-terms, ch-total
         end-unstring
         move zero		to rowdatenum
         if function trim(ch-paydate(1:4)) is numeric
            and function trim(ch-paydate(6:2)) is numeric
            and function trim(ch-paydate(9:2)) is numeric
            compute rowdatenum =
                    function numval(ch-paydate(1:4)) * 10000
                  + function numval(ch-paydate(6:2)) * 100
                  + function numval(ch-paydate(9:2))
         end-if
         if rowdatenum <> zero and rowdatenum <= periodend
            and function trim(ch-invoiceno) is numeric
            and function test-numval(ch-pay) = 0
            and function test-numval(ch-disc) = 0
            and function test-numval(ch-writeoff) = 0
            and function test-numval(ch-total) = 0
            move zero		to cshMatchInd
            perform varying cshInd from 1 by 1
                    until cshInd > cshCount
                if cshInvoice(cshInd) = function numval(ch-invoiceno)
                   move cshInd	to cshMatchInd
                end-if
            end-perform
            if cshMatchInd = zero and cshCount < 5000
               add 1		to cshCount
               compute cshInvoice(cshCount) =
                       function numval(ch-invoiceno)
               move cshCount	to cshMatchInd
            end-if
            if cshMatchInd <> zero
               compute cshPaid(cshMatchInd) = cshPaid(cshMatchInd)
                     + function numval(ch-pay)
               compute cshSettled(cshMatchInd) =
                       cshSettled(cshMatchInd)
                     + function numval(ch-pay)
                     + function numval(ch-disc)
                     + function numval(ch-writeoff)
               compute cshTotal(cshMatchInd) =
                       function numval(ch-total)
            end-if
         end-if
         read cashhistfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cashhistfile.
     move spaces		to eof.
*>
 0950-rewrite-cmledger.
*>
     open output cmledgerfile.
     perform varying cmlInd from 1 by 1
             until cmlInd > cmlCount
         move cmlBilled(cmlInd)	to showcsvbilled
         move cmlExpensed(cmlInd)	to showcsvexpensed
         move cmlPaid(cmlInd)	to showcsvpaid
         move cmlPeriodPay(cmlInd)	to showcsvperiodpay
         move spaces		to cmledgerrec
         if cmlCredit(cmlInd) = "y"
            move "CM"		to rawcmlcredit
         else
            move "IN"		to rawcmlcredit
         end-if
         string cmlInvoice(cmlInd), ",",
                function trim(cmlRep(cmlInd)), ",",
                function trim(rawcmlcredit), ",",
                function trim(showcsvbilled), ",",
                function trim(showcsvexpensed), ",",
                function trim(showcsvpaid), ",",
                cmlPaidPeriod(cmlInd), ",",
                function trim(showcsvperiodpay)
                delimited by size
                into cmledgerrec
         end-string
         write cmledgerrec
     end-perform.
     close cmledgerfile.
*>
 0940-load-odfconfig.
*>
