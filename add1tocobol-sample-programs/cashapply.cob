*>              cashappliedhistory.csv, dated, so the cash forecast
*>              measures payment lag from real history instead of
*>              one day's receipts
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
*>              column, from a leading -company=<cc> argument read
*>              through the shared glcompany (company 01 without
*>              one), and its balance row is kept per company
*>15-Oct-2026 - each applied-payment row now also carries the item's
*>              due date, terms code, invoice total and installment
*>              sequence after the currency gain/loss, so returnedpay
*>              can put a bounced payment's item back exactly as it
*>              was
*>15-Oct-2026 - a receipt whose invoice column names a sales order
*>              (SO followed by the order number) is a customer
*>              deposit, not unapplied cash: it is recorded on
*>              database/deposits.csv for writeinvoice to apply when
*>              the order bills, and posts debit 1000 Cash / credit
*>              2500 Customer deposits at the rate in force on the
*>              payment date
*>15-Oct-2026 - every receipt that lands in the unapplied-cash section
*>              is also queued, as its payment row, on
*>              cashunapplied.csv for the cashmatch workbench, and a
*>              receipt with no invoice number, or one that is not a
*>              number, is unapplied cash instead of a rejected row --
*>              only an unreadable amount rejects
*>15-Oct-2026 - the open items live on the indexed database/aropen.dat
*>              (aropenconv) instead of database/aropen.csv: each
*>              receipt reads only its own invoice's rows by the
*>              invoice key, and the row it clears is rewritten in
*>              place, or deleted when paid in full, as it is
*>              applied -- still journaled to aropen_journal.log --
*>              in place of loading the whole file and swapping a
*>              rebuilt aropen.csv.new over it
*>*********************************************************************
identification division.
program-id. cashapply.
*>
select optional paymentfile	assign to "database/payments.csv"
                        organization is line sequential.
select aropenidx	assign to "database/aropen.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is ao-key
                        alternate record key is ao-customer
                            with duplicates
                        file status is ao-status.
select applyfile	assign to "cashapplied.txt"
                        organization is line sequential.
select optional ledgerfile	assign to "database/generalledger.csv"
                        organization is line sequential.
select optional cashhistfile	assign to "cashappliedhistory.csv"
                        organization is line sequential.
select optional arjournalfile	assign to "aropen_journal.log"
                        organization is line sequential.
select optional depositfile	assign to "database/deposits.csv"
                        organization is line sequential.
select optional unapfile	assign to "cashunapplied.csv"
                        organization is line sequential.
*>
data division.
*>
*>
01 paymentrec		pic x(100).
*>
fd aropenidx.
*>
01 ao-record.
    05  ao-key.
        10  ao-invoiceno	pic 9(10).
        10  ao-seq		pic 9(4).
    05  ao-customer		pic x(28).
    05  ao-rawrec		pic x(120).
*>
fd applyfile.
*>
*>
01 cashhistrec		pic x(150).
*>
fd arjournalfile.
*>
01 arjournalrec		pic x(150).
*>
fd depositfile.
*>
01 depositrec		pic x(120).
*>
fd unapfile.
*>
01 unaprec		pic x(100).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
 01  aropenfailcount		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the open rows of the invoice a receipt names are read by key,
*>>>worked against, and the one cleared is rewritten (or deleted)
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  arCount			unsigned-int value 1.
 01  arList.
         10  arDuedate		pic x(10) value spaces.
         10  arTerms		pic x(8) value spaces.
         10  arSeq		pic x(4) value spaces.
         10  arKey		pic x(14) value spaces.
 01  arMatchInd		unsigned-int value zero.
 01  wantinvoiceno		pic 9(10) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the payment and AR CSV columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>layout, so trialbalance ties them out by account
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  todaydate			pic x(8) value spaces.
 01  ledgerdate		pic x(8) value spaces.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
 01  postdesc			pic x(40) value spaces.
 01  showshort			pic -zzz,zz9.99 value zero.
 01  showcount			pic zzz9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>payment terms reference, loaded the way writeinvoice loads it --
*>>>the discount percent and days decide whether a deduction is an
*>>>earned early-payment discount or a short pay
 01  showctdisc		pic -999999.99 value zero.
 01  showctwo			pic -999999.99 value zero.
 01  showctfx			pic -999999.99 value zero.
 01  showcttotal		pic -999999.99 value zero.
 01  rowok			pic x value spaces.
     88  row-is-valid	      value "y".
 01  rejectcount		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>unapplied receipts held for their own report section
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>customer deposits taken against a sales order
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  dep-sonumber		pic 9(6) value zero.
 01  deprate			pic 9v9999 value 1.
 01  depusd			pic s9(10)v99 value zero.
 01  depositcount		unsigned-int value zero.
 01  deposittotal		pic s9(10)v99 value zero.
 01  showdeprate		pic 9.9999 value zero.
 01  showdepamt		pic -(6)9.99 value zero.
*>
 01  unapCount		unsigned-int value zero.
 01  unapList.
     05  unapEntry	occurs 200 times
                        indexed by unapInd.
         10  unapLine		pic x(132) value spaces.
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
     perform 0750-check-period.
     perform 0940-load-config.
     perform 0913-load-terms.
     perform 0915-load-currencyrates.
     perform 0900-open-open-items.

     open input paymentfile.
     open output applyfile.
     open output cashtotfile.
     open extend cashhistfile.
     open extend unapfile.
     open output discexcfile.
     move "Unearned discounts taken after the window" to discexcrec.
     write discexcrec.
     close applyfile.
     close cashtotfile.
     close cashhistfile.
     close unapfile.
     close discexcfile.
     if discexccount > 0
        display "cashapply: " discexccount " unearned discount(s) "
                "taken late -- see cashdiscexc.txt"
     end-if.

     close aropenidx.
     close arjournalfile.

     if rejectcount > 0 or unappliedcount > 0
        move 4			to return-code
     end-if.

     if aropenfailcount > 0
        move 8			to return-code
     end-if.

     goback.
*>
 0100-apply-payment.
     end-unstring.

     move "y"			to rowok.
     if function upper-case(pay-invoiceno(1:2)) = "SO"
        and function trim(pay-invoiceno(3:8)) is numeric
        if function test-numval(rawpayamount) <> 0
           move spaces		to rowok
        end-if
     else if function test-numval(rawpayamount) <> 0
        move spaces		to rowok
     end-if.

     if row-is-valid
        and function upper-case(pay-invoiceno(1:2)) = "SO"
        and function trim(pay-invoiceno(3:8)) is numeric
        compute payamount = function numval(rawpayamount)
        perform 0270-record-deposit
     else if not row-is-valid
        add 1			to rejectcount
        move spaces		to applyrec
        string "REJECT  bad payment row: ", function trim(paymentrec)
               into applyrec
        end-string
        write applyrec
     else if function trim(pay-invoiceno) is not numeric
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>no invoice number, or not one we could ever match -- the money
*>>>is still real, so it is unapplied cash for the workbench rather
*>>>than a rejected row
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
        compute payamount = function numval(rawpayamount)
        perform 0200-hold-unapplied
     else
        compute payamount = function numval(rawpayamount)
        perform 0150-find-open-item
           perform 0200-hold-unapplied
        else
           perform 0250-clear-open-item
           perform 0950-rewrite-open-item
        end-if
     end-if.
*>
*>>>earliest-due open row first -- a blank due date (an item
*>>>posted before the terms file existed) counts as earliest
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform 0160-load-invoice-items.
     move zero			to arMatchInd.
     perform varying arInd from 1 by 1
             until arInd > arCount
            end-if
         end-if
     end-perform.
*>
 0160-load-invoice-items.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>every open row under the invoice number, read fresh for each
*>>>receipt so a second payment on the same invoice sees what the
*>>>first one left
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to arCount.
     compute wantinvoiceno = function numval(function trim(pay-invoiceno)).
     move wantinvoiceno		to ao-invoiceno.
     move zero			to ao-seq.
     start aropenidx key is >= ao-key
           invalid key move "y"	to eof
     end-start.
     if not end-of-file
        read aropenidx next record
             at end move "y"	to eof
        end-read
     end-if.
     perform until end-of-file or ao-invoiceno <> wantinvoiceno
         if arCount < 2000
            add 1		to arCount
            move spaces		to rawtotal rawbalance
            move ao-key		to arKey(arCount)
            move spaces		to arSeq(arCount)
            unstring ao-rawrec delimited by ","
                     into arInvoiceno(arCount),
                          arCustomer(arCount),
                          arInvdate(arCount),
                          arCurrency(arCount),
                          rawtotal,
                          rawbalance,
                          arDuedate(arCount),
                          arTerms(arCount),
                          arSeq(arCount)
            end-unstring
            compute arTotal(arCount) = function numval(rawtotal)
            compute arBalance(arCount) = function numval(rawbalance)
            move arBalance(arCount)	to arOrigBalance(arCount)
         else
            display "cashapply: invoice " wantinvoiceno " has more "
                    "than 2000 open rows -- stopping before any are "
                    "lost"
            stop run giving 8
         end-if
         read aropenidx next record
              at end move "y"	to eof
         end-read
     end-perform.
     move spaces		to eof.
*>
 0200-hold-unapplied.
*>
               into unapLine(unapCount)
        end-string
     end-if.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>queued for cashmatch as the payment row itself, so a match made
*>>>there goes straight back through the next run
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to unaprec.
     string function trim(pay-date), ",",
            function trim(pay-customer), ",",
            function trim(pay-invoiceno), ",",
            function trim(rawpayamount), ",",
            function trim(pay-currency)
            into unaprec
     end-string.
     write unaprec.
*>
 0250-clear-open-item.
*>
              move "1200"		to postacct
              perform 0700-put-ledger-entry
              close ledgerfile
              move "c"		to gb-action
              call "glbalpost" using gb-action, gb-date,
                                    gb-acct, gb-amount, gb-company
              end-call
              move zero			to arBalance(arMatchInd)
           else
              add 1			to discexccount
              move "7100"	to postacct
              perform 0700-put-ledger-entry
              close ledgerfile
              move "c"		to gb-action
              call "glbalpost" using gb-action, gb-date,
                                    gb-acct, gb-amount, gb-company
              end-call
              move fxgainloss	to showfx
              move bookedrate	to showrate1
              move payrate	to showrate2
     move discbalance		to showctdisc.
     move shortbalance		to showctwo.
     move fxgainloss		to showctfx.
     move arTotal(arMatchInd)	to showcttotal.
     move spaces		to cashtotrec.
     string function trim(pay-date), ",",
            function trim(arCustomer(arMatchInd)), ",",
            showctpay, ",",
            showctdisc, ",",
            showctwo, ",",
            showctfx, ",",
            arDuedate(arMatchInd), ",",
            function trim(arTerms(arMatchInd)), ",",
            showcttotal, ",",
            function trim(arSeq(arMatchInd))
            into cashtotrec
     end-string.
     write cashtotrec.
        move "1200"		to postacct
        perform 0700-put-ledger-entry
        close ledgerfile
        move "c"		to gb-action
        call "glbalpost" using gb-action, gb-date,
                              gb-acct, gb-amount, gb-company
        end-call
        move zero		to arBalance(arMatchInd)
     end-if.
*>
     end-string.
     write shortpayrec.
     close shortpayfile.
*>
 0270-record-deposit.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a deposit is a liability until the order bills: debit 1000 /
*>>>credit 2500 in US dollars at the payment date's rate, and a row
*>>>on database/deposits.csv (received, order, customer, currency,
*>>>rate, amount, applied so far, last invoice applied to and its
*>>>date) for writeinvoice to take off the order's first invoice
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     compute dep-sonumber = function numval(pay-invoiceno(3:8)).
     if pay-currency = spaces
        move "USD"		to pay-currency
     end-if.
     move 1.0000		to deprate.
     if pay-currency(1:3) <> "USD"
        and function trim(pay-date(1:4)) is numeric
        compute paydatenum =
                function numval(pay-date(1:4)) * 10000
              + function numval(pay-date(6:2)) * 100
              + function numval(pay-date(9:2))
        move pay-currency(1:3)	to wantratecode
        move paydatenum		to wantratedate
        perform 0258-lookup-rate
        if rate-was-found
           move foundrate	to deprate
        end-if
     end-if.
     compute depusd rounded = payamount * deprate.
     add 1			to depositcount.
     add depusd			to deposittotal.

     move deprate		to showdeprate.
     move payamount		to showdepamt.
     open extend depositfile.
     move spaces		to depositrec.
     string function trim(pay-date), ",",
            dep-sonumber, ",",
            function trim(pay-customer), ",",
            pay-currency(1:3), ",",
            showdeprate, ",",
            function trim(showdepamt), ",",
            "0.00,,"
            into depositrec
     end-string.
     write depositrec.
     close depositfile.

     open extend ledgerfile.
     compute postamount = depusd.
     move spaces		to postdesc.
     string "Customer deposit SO ", dep-sonumber
            into postdesc
     end-string.
     move "1000"		to postacct.
     perform 0700-put-ledger-entry.
     compute postamount = 0 - depusd.
     move "Customer deposits received" to postdesc.
     move "2500"		to postacct.
     perform 0700-put-ledger-entry.
     close ledgerfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.

     move payamount		to showamt.
     move spaces		to applyrec.
     string pay-date, " SO ", dep-sonumber, "     ",
            pay-customer, " ", showamt, " ", pay-currency(1:3),
            "  DEPOSIT held against the order"
            into applyrec
     end-string.
     write applyrec.
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
        display "cashapply: period " todaydate(1:6) " is closed -- "
                "nothing applied"
        stop run giving 8
     end-if.
     if pc-status = 4
        display "cashapply: period " todaydate(1:6) " is closed -- "
                "posting into " pc-date(1:6) " instead"
     end-if.
     move pc-date		to ledgerdate.
*>
 0913-load-terms.
*>
        write applyrec
        move "Unapplied cash -- no matching open invoice" to applyrec
        write applyrec
        move "(queued on cashunapplied.csv -- match with cashmatch)"
                                to applyrec
        write applyrec
        perform varying unapInd from 1 by 1
                until unapInd > unapCount
            move unapLine(unapInd)	to applyrec
        end-string
        write applyrec
     end-if.
     if depositcount > 0
        move spaces		to applyrec
        move deposittotal	to showamt
        move depositcount	to showcount
        string "Customer deposits: ", showamt,
               " over ", showcount, " order(s), posted to 2500"
               into applyrec
        end-string
        write applyrec
     end-if.
     if writeoffcount > 0
        move spaces		to applyrec
        move writeofftotal	to showamt
        write applyrec
     end-if.
*>
 0900-open-open-items.
*>
     open i-o aropenidx.
     if ao-status <> "00"
        display "cashapply: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
     open extend arjournalfile.
     move zero			to arCount.
*>
 0950-rewrite-open-item.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the row the receipt cleared goes back under its own key, in the
*>>>same layout writeinvoice posts, or is deleted when paid in
*>>>full -- journaled first either way.  Rows the receipt never
*>>>touched are not written at all, so trailing columns this
*>>>program does not know about survive untouched
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     set arInd			to arMatchInd.
     if arBalance(arInd) <> arOrigBalance(arInd)
        perform 0955-journal-one-item
        move arKey(arInd)	to ao-key
        if arBalance(arInd) = zero
           delete aropenidx record
               invalid key
                  display "cashapply: open item "
                          function trim(arInvoiceno(arInd))
                          " could not be deleted from "
                          "database/aropen.dat (status " ao-status ")"
                  add 1	to aropenfailcount
           end-delete
        else
           move arTotal(arInd)	to showcsvamt
           move arBalance(arInd)	to showcsvbal
           move spaces		to ao-rawrec
           string function trim(arInvoiceno(arInd)),
                  ",",
                  function trim(arCustomer(arInd)),
                  ",",
                  arInvdate(arInd), ",",
                  arCurrency(arInd), ",",
                  showcsvamt, ",",
                  showcsvbal, ",",
                  arDuedate(arInd), ",",
                  function trim(arTerms(arInd))
                  into ao-rawrec
           end-string
           if arSeq(arInd) <> spaces
              string function trim(ao-rawrec),
                     ",",
                     function trim(arSeq(arInd))
                     into ao-rawrec
              end-string
           end-if
           move function trim(arCustomer(arInd)) to ao-customer
           rewrite ao-record
               invalid key
                  display "cashapply: open item "
                          function trim(arInvoiceno(arInd))
                          " could not be rewritten on "
                          "database/aropen.dat (status " ao-status ")"
                  add 1	to aropenfailcount
           end-rewrite
        end-if
     end-if.
*>
