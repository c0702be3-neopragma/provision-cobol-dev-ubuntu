       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Returned check and ACH return reversal.  cashapply
*>            clears an item the day its payment is applied; when
*>            the check bounces or the draft comes back (R01
*>            insufficient funds, R02 account closed ...) days later
*>            the item used to be re-keyed into the open-item file
*>            by hand.  This program takes the bank's return file or
*>            a manual NSF entry, finds the original application on
*>            cashappliedhistory.csv, and undoes it:
*>
*>              - the item goes back on database/aropen.dat with its
*>                original total, due date, terms and installment
*>                sequence (written or rewritten there by key,
*>                journaled to aropen_journal.log), or the amount
*>                goes back on its balance when the item is still
*>                partly open.  Any discount or tolerance write-off
*>                the payment earned is reinstated with it.
*>              - the ledger is reversed: debit 1200 Accounts
*>                receivable / credit 1000 Cash at the rate the
*>                payment was applied at, and the discount (4500),
*>                write-off (cashapply.cfg writeoffacct, default
*>                6100) and realized currency gain or loss (7100)
*>                back out against 1200.
*>              - a returned-item fee, when returnedpay.cfg sets one
*>                (fee=, feedays= default 15) or -fee gives one,
*>                becomes its own RI-terms open item numbered from
*>                invnumctl's system range: debit 1200 / credit 4700
*>                Returned item fees.
*>              - a customer enrolled on database/autopay.csv is
*>                suspended there (sixth column): S skips the next
*>                achautopay run only; X, for a closed or invalid
*>                account (R02, R03, R04), stays until the bank
*>                details are corrected by hand.
*>
*>            Every return is recorded on database/returnedpayments.csv
*>            (return date, type, payment date, customer, invoice,
*>            amount, reason, fee invoice) -- which also stops the
*>            same application being reversed twice -- logged
*>            through auditlog, and listed on returnedpay.txt.  A
*>            return that matches no application is listed and gives
*>            return code 4.
*>
*>            Return file rows: return date (yyyymmdd or yyyy-mm-dd),
*>            type CHK|ACH, invoice number, amount, reason code and,
*>            optionally, the original payment date.
*>
*>            usage: returnedpay -f [<return-file>] [-fee <amount>]
*>                               (default bankreturns.csv)
*>                   returnedpay -n <invoice#> <amount> [<pay-date>]
*>                               [-fee <amount>]      manual NSF
*>            A leading -company=<cc> argument names the company the
*>            run posts for (default 01).
*>*********************************************************************
identification division.
program-id. returnedpay.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional returnfile	assign to returnfilepath
                        organization is line sequential.
select optional cashhistfile	assign to "cashappliedhistory.csv"
                        organization is line sequential.
select optional returnedfile	assign to "database/returnedpayments.csv"
                        organization is line sequential.
select aropenidx	assign to "database/aropen.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is ao-key
                        alternate record key is ao-customer
                            with duplicates
                        file status is ao-status.
select optional arjournalfile	assign to "aropen_journal.log"
                        organization is line sequential.
select optional ledgerfile	assign to "database/generalledger.csv"
                        organization is line sequential.
select optional autopayfile	assign to "database/autopay.csv"
                        organization is line sequential.
select optional cfgfile	assign to "returnedpay.cfg"
                        organization is line sequential.
select optional cashcfgfile	assign to "cashapply.cfg"
                        organization is line sequential.
select optional termsfile	assign to "database/terms.csv"
                        organization is line sequential.
select optional billedfile	assign to billedfilepath
                        organization is line sequential.
select reportfile	assign to "returnedpay.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd returnfile.
*>
01 returnrec		pic x(120).
*>
fd cashhistfile.
*>
01 cashhistrec		pic x(150).
*>
fd returnedfile.
*>
01 returnedrec		pic x(150).
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
fd arjournalfile.
*>
01 arjournalrec		pic x(150).
*>
fd ledgerfile.
*>
01 ledgerrec		pic x(80).
*>
fd autopayfile.
*>
01 autopayrec		pic x(120).
*>
fd cfgfile.
*>
01 cfgrec		pic x(200).
*>
fd cashcfgfile.
*>
01 cashcfgrec		pic x(200).
*>
fd termsfile.
*>
01 termsfilerec		pic x(80).
*>
fd billedfile.
*>
01 billedrec		pic x(400).
*>
fd reportfile.
*>
01 reportrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
 01  aropenfailcount		unsigned-int value zero.
 01  argv			pic x(40) value spaces.
 01  runmode			pic x value spaces.
     88  return-file-mode	      value "f".
     88  manual-nsf-mode	      value "n".
 01  returnfilepath		pic x(80) value spaces.
 01  arginvoice		pic x(10) value spaces.
 01  argamount			pic x(12) value spaces.
 01  argpaydate		pic x(10) value spaces.
 01  argfee			pic x(12) value spaces.
 01  todaydate			pic x(8) value spaces.
 01  todaynum			pic 9(8) value zero.
 01  todayiso			pic x(10) value spaces.
 01  todaydays			pic s9(9) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>controls from returnedpay.cfg and cashapply.cfg
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
 01  feeamount			pic 9(5)v99 value zero.
 01  feedays			pic 9(3) value 15.
 01  writeoffacct		pic x(4) value "6100".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one return, from the bank's file or the command line
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rt-retdate		pic x(10) value spaces.
 01  rt-type			pic x(4) value spaces.
 01  rt-invoice		pic x(10) value spaces.
 01  rt-rawamount		pic x(12) value spaces.
 01  rt-reason			pic x(8) value spaces.
 01  rt-paydate		pic x(10) value spaces.
 01  rt-amount			pic s9(8)v99 value zero.
 01  datework			pic x(10) value spaces.
 01  datedigits		pic x(8) value spaces.
 01  rowok			pic x value spaces.
     88  row-is-valid	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>every payment cashapply ever applied, from its cumulative history
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  hstCount			unsigned-int value zero.
 01  hstList.
     05  hstEntry	occurs 5000 times
                        indexed by hstInd.
         10  hstPaydate	pic x(10) value spaces.
         10  hstCustomer	pic x(28) value spaces.
         10  hstInvoice	pic x(10) value spaces.
         10  hstInvdate	pic x(10) value spaces.
         10  hstCurrency	pic x(3) value spaces.
         10  hstRate		pic 9v9999 value zero.
         10  hstPay		pic s9(8)v99 value zero.
         10  hstDisc		pic s9(8)v99 value zero.
         10  hstWo		pic s9(8)v99 value zero.
         10  hstFx		pic s9(8)v99 value zero.
         10  hstDuedate	pic x(10) value spaces.
         10  hstTerms		pic x(8) value spaces.
         10  hstTotal		pic s9(8)v99 value zero.
         10  hstSeq		pic x(4) value spaces.
         10  hstReversed	pic x value spaces.
             88  already-reversed	      value "y".
 01  hstMatchInd		unsigned-int value zero.
 01  rawrate			pic x(10) value spaces.
 01  rawpay			pic x(12) value spaces.
 01  rawdisc			pic x(12) value spaces.
 01  rawwo			pic x(12) value spaces.
 01  rawfx			pic x(12) value spaces.
 01  rawtotal			pic x(12) value spaces.
 01  rp-retdate		pic x(10) value spaces.
 01  rp-type			pic x(4) value spaces.
 01  rp-paydate		pic x(10) value spaces.
 01  rp-customer		pic x(28) value spaces.
 01  rp-invoice		pic x(10) value spaces.
 01  rp-rawamount		pic x(12) value spaces.
 01  rp-amount			pic s9(8)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the open items this run touches, each read by its invoice and
*>>>installment key and written back by it; only the balance
*>>>column of a partly open item is touched
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  arCount			unsigned-int value zero.
 01  arList.
     05  arEntry	occurs 2000 times
                        indexed by arInd.
         10  arRawline		pic x(120) value spaces.
         10  arInvoiceno	pic x(10) value spaces.
         10  arSeq		pic x(4) value spaces.
         10  arBalance		pic s9(8)v99 value zero.
         10  arBalPos		unsigned-int value zero.
         10  arTailPos		unsigned-int value zero.
         10  arChanged		pic x value spaces.
         10  arKey		pic x(14) value spaces.
         10  arCustkey		pic x(28) value spaces.
 01  arMatchInd		unsigned-int value zero.
 01  arPtr			unsigned-int value zero.
 01  ar-customer		pic x(28) value spaces.
 01  ar-invdate		pic x(10) value spaces.
 01  ar-currency		pic x(5) value spaces.
 01  ar-duedate		pic x(10) value spaces.
 01  ar-terms			pic x(8) value spaces.
 01  rawbalance		pic x(12) value spaces.
 01  reopenamount		pic s9(8)v99 value zero.
 01  reopentotal		pic s9(8)v99 value zero.
 01  reopenduedate		pic x(10) value spaces.
 01  reopenterms		pic x(8) value spaces.
 01  reopenaction		pic x(40) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>history rows written before cashapply kept the due date and
*>>>terms: the terms come from the billed invoice, the due date
*>>>from its days on database/terms.csv
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  billedfilepath		pic x(40) value spaces.
 01  billedfilenames.
     05  filler			pic x(40) value "database/invoice1.csv".
     05  filler			pic x(40) value "database/invoice2.csv".
     05  filler			pic x(40) value "database/invoice3.csv".
     05  filler			pic x(40)
                                value "database/invoicebilled4.csv".
     05  filler			pic x(40)
                                value "database/invoicebilled5.csv".
 01  billedfilenames-r redefines billedfilenames.
     05  billedName	occurs 5 times pic x(40).
 01  billedInd			unsigned-int value zero.
 01  bl-invoiceno		pic x(10) value spaces.
 01  bl-rectype		pic x(4) value spaces.
 01  bl-invdate		pic x(10) value spaces.
 01  bl-sonumber		pic x(10) value spaces.
 01  bl-custpo			pic x(20) value spaces.
 01  bl-salesrep		pic x(10) value spaces.
 01  bl-shipmethod		pic x(10) value spaces.
 01  bl-terms			pic x(8) value spaces.
 01  termsfound		pic x value spaces.
     88  terms-were-found	      value "y".
 01  termsCount		unsigned-int value zero.
 01  termsList.
     05  termsEntry	occurs 50 times
                        indexed by termsInd.
         10  tmCode		pic x(8) value spaces.
         10  tmDays		pic 9(3) value zero.
 01  tm-desc			pic x(20) value spaces.
 01  rawtermsdays		pic x(6) value spaces.
 01  datenum			pic 9(8) value zero.
 01  datenum-r redefines datenum.
     05  datenum-year		pic 9(4).
     05  datenum-month		pic 9(2).
     05  datenum-day		pic 9(2).
 01  datedays			pic s9(9) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>returned-item fee, its own open item from the system range
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ctlregion			pic 9 value 9.
 01  thisinvoiceno		pic 9(6) value zero.
 01  ctlstatus			pic 99 value zero.
 01  feeinvoice		pic x(6) value spaces.
 01  feeduedateiso		pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>autopay enrollments, rewritten with the suspension flag
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  apCount			unsigned-int value zero.
 01  apList.
     05  apEntry	occurs 200 times
                        indexed by apInd.
         10  apCode		pic x(8) value spaces.
         10  apName		pic x(28) value spaces.
         10  apRouting		pic x(9) value spaces.
         10  apAccount		pic x(17) value spaces.
         10  apAcctype		pic x value spaces.
         10  apHold		pic x value spaces.
 01  apMatchInd		unsigned-int value zero.
 01  apchanged			pic x value spaces.
     88  autopay-was-changed	      value "y".
 01  suspendnote		pic x(30) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>ledger postings in glpost's quoted CSV layout
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ledgerdate		pic x(8) value spaces.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
 01  postdesc			pic x(40) value spaces.
 01  postacct			pic x(4) value spaces.
 01  cashusd			pic s9(10)v99 value zero.
*>
 01  rowcount			unsigned-int value zero.
 01  reversedcount		unsigned-int value zero.
 01  reversedtotal		pic s9(10)v99 value zero.
 01  rejectcount		unsigned-int value zero.
 01  feecount			unsigned-int value zero.
 01  suspendcount		unsigned-int value zero.
 01  showamt			pic -zzz,zz9.99 value zero.
 01  showcsvamt		pic -999999.99 value zero.
 01  showtotalamt		pic -(6)9.99 value zero.
 01  feenote			pic x(40) value spaces.
 01  showcount			pic zzz9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared auditlog subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
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
     move todaydate		to todaynum.
     compute todaydays = function integer-of-date(todaynum).
     move spaces		to todayiso.
     string todaydate(1:4), "-", todaydate(5:2), "-", todaydate(7:2)
            into todayiso
     end-string.

     accept argv		from argument-value.
     evaluate function trim(argv)
         when "-f"
              move "f"		to runmode
              accept returnfilepath from argument-value
              if returnfilepath(1:1) = "-"
                 move returnfilepath	to argv
                 move spaces	to returnfilepath
              else
                 accept argv	from argument-value
              end-if
              if returnfilepath = spaces
                 move "bankreturns.csv" to returnfilepath
              end-if
         when "-n"
              move "n"		to runmode
              accept arginvoice	from argument-value
              accept argamount	from argument-value
              accept argpaydate	from argument-value
              if argpaydate(1:1) = "-"
                 move argpaydate	to argv
                 move spaces	to argpaydate
              else
                 accept argv	from argument-value
              end-if
              if function trim(arginvoice) is not numeric
                 or function test-numval(argamount) <> 0
                 perform 0600-show-usage
                 stop run giving 1
              end-if
         when other
              perform 0600-show-usage
              stop run giving 1
     end-evaluate.
     if function trim(argv) = "-fee"
        accept argfee		from argument-value
        if function test-numval(argfee) <> 0
           perform 0600-show-usage
           stop run giving 1
        end-if
     end-if.

     perform 0750-check-period.
     perform 0940-load-config.
     if argfee <> spaces
        compute feeamount = function numval(argfee)
     end-if.
     perform 0945-load-cash-config.
     perform 0930-load-terms.
     perform 0900-load-history.
     perform 0905-mark-prior-returns.
     perform 0910-open-open-items.
     perform 0920-load-autopay.

     open output reportfile.
     move spaces		to reportrec.
     string "Returned payments -- ", todayiso
            delimited by size into reportrec
     end-string.
     write reportrec.
     move all "-"		to reportrec.
     write reportrec.
     open extend ledgerfile.
     open extend returnedfile.

     if manual-nsf-mode
        move todayiso		to rt-retdate
        move "CHK"		to rt-type
        move arginvoice		to rt-invoice
        move argamount		to rt-rawamount
        move "NSF"		to rt-reason
        move argpaydate		to rt-paydate
        perform 0100-take-one-return
     else
        open input returnfile
        read returnfile
             at end move "y"	to eof
        end-read
        perform until end-of-file
            if returnrec <> spaces
               move spaces	to rt-retdate rt-type rt-invoice
                                   rt-rawamount rt-reason rt-paydate
               unstring returnrec delimited by ","
                        into rt-retdate, rt-type, rt-invoice,
                             rt-rawamount, rt-reason, rt-paydate
               end-unstring
               perform 0100-take-one-return
            end-if
            read returnfile
                 at end move "y"	to eof
            end-read
        end-perform
        close returnfile
        move spaces		to eof
     end-if.

     close returnedfile.
     close ledgerfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.

     if reversedcount > zero
        perform 0950-rewrite-open-items
     end-if.
     close aropenidx.
     if autopay-was-changed
        perform 0960-rewrite-autopay
     end-if.

     move all "-"		to reportrec.
     write reportrec.
     move reversedcount		to showcount.
     move reversedtotal		to showamt.
     move spaces		to reportrec.
     string showcount, " payment(s) reversed totalling ", showamt
            delimited by size into reportrec
     end-string.
     write reportrec.
     if feecount > zero
        move feecount		to showcount
        move spaces		to reportrec
        string showcount, " returned-item fee(s) assessed"
               delimited by size into reportrec
        end-string
        write reportrec
     end-if.
     if suspendcount > zero
        move suspendcount	to showcount
        move spaces		to reportrec
        string showcount, " autopay customer(s) suspended"
               delimited by size into reportrec
        end-string
        write reportrec
     end-if.
     if rejectcount > zero
        move rejectcount	to showcount
        move spaces		to reportrec
        string showcount, " return(s) matched no applied payment ",
               "-- nothing reversed for them"
               delimited by size into reportrec
        end-string
        write reportrec
     end-if.
     close reportfile.

     move reversedcount		to showcount.
     display "returnedpay: " showcount " payment(s) reversed -- see "
             "returnedpay.txt".
     if rejectcount > zero
        move 4			to return-code
     end-if.

     if aropenfailcount > 0
        move 8			to return-code
     end-if.

     goback.
*>
 0100-take-one-return.
*>
     add 1			to rowcount.
     move "y"			to rowok.
     move function upper-case(rt-type)	to rt-type.
     move function upper-case(rt-reason) to rt-reason.
     if function trim(rt-invoice) is not numeric
        or function test-numval(rt-rawamount) <> 0
        move spaces		to rowok
     else
        compute rt-amount = function numval(rt-rawamount)
        if rt-amount <= zero
           move spaces		to rowok
        end-if
     end-if.
     move rt-retdate		to datework.
     perform 0700-normalize-date.
     move datework		to rt-retdate.
     if rt-retdate = spaces
        move todayiso		to rt-retdate
     end-if.
     move rt-paydate		to datework.
     perform 0700-normalize-date.
     move datework		to rt-paydate.

     if not row-is-valid
        add 1			to rejectcount
        move spaces		to reportrec
        string "REJECT  unreadable return: ", function trim(returnrec)
               delimited by size into reportrec
        end-string
        write reportrec
     else
        perform 0150-find-application
        if hstMatchInd = zero
           add 1		to rejectcount
           move rt-amount	to showamt
           move spaces		to reportrec
           string "REJECT  ", rt-type, " inv ",
                  function trim(rt-invoice), " ", showamt, " ",
                  function trim(rt-reason),
                  " -- no unreversed applied payment for it"
                  delimited by size into reportrec
           end-string
           write reportrec
        else
           perform 0200-reverse-application
        end-if
     end-if.
*>
 0150-find-application.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the same invoice and cash amount, on the payment date when the
*>>>bank gives one; of several candidates the latest is the one
*>>>that came back
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to hstMatchInd.
     perform varying hstInd from 1 by 1
             until hstInd > hstCount
         if not already-reversed(hstInd)
            and function trim(hstInvoice(hstInd)) is numeric
            and function numval(hstInvoice(hstInd)) =
                function numval(rt-invoice)
            and hstPay(hstInd) = rt-amount
            and (rt-paydate = spaces
                 or rt-paydate = hstPaydate(hstInd))
            if hstMatchInd = zero
               move hstInd	to hstMatchInd
            else
               if hstPaydate(hstInd) >= hstPaydate(hstMatchInd)
                  move hstInd	to hstMatchInd
               end-if
            end-if
         end-if
     end-perform.
*>
 0200-reverse-application.
*>
     set hstInd			to hstMatchInd.
     move "y"			to hstReversed(hstInd).
     add 1			to reversedcount.
     add rt-amount		to reversedtotal.
     compute reopenamount = hstPay(hstInd) + hstDisc(hstInd)
                          + hstWo(hstInd).

     perform 0250-reopen-item.
     perform 0300-post-reversal.
     move spaces		to feeinvoice.
     if feeamount > zero
        perform 0350-assess-fee
     end-if.
     perform 0400-suspend-autopay.

     move rt-amount		to showtotalamt.
     move spaces		to returnedrec.
     string rt-retdate, ",",
            function trim(rt-type), ",",
            hstPaydate(hstInd), ",",
            function trim(hstCustomer(hstInd)), ",",
            function trim(hstInvoice(hstInd)), ",",
            function trim(showtotalamt), ",",
            function trim(rt-reason), ",",
            feeinvoice
            delimited by size into returnedrec
     end-string.
     write returnedrec.

     move rt-amount		to showamt.
     move spaces		to reportrec.
     string rt-type, " inv ", hstInvoice(hstInd), " ",
            hstCustomer(hstInd)(1:24), " ", showamt, " ",
            rt-reason, " paid ", hstPaydate(hstInd), " -- ",
            function trim(reopenaction)
            delimited by size into reportrec
     end-string.
     write reportrec.
     if feeinvoice <> spaces or suspendnote <> spaces
        move spaces		to feenote
        if feeinvoice <> spaces
           move feeamount	to showamt
           string "returned-item fee inv ", feeinvoice, " ",
                  function trim(showamt)
                  delimited by size into feenote
           end-string
        end-if
        move spaces		to reportrec
        string "        ", feenote, " ", suspendnote
               delimited by size into reportrec
        end-string
        write reportrec
     end-if.

     move "returnedpay"		to audit-program.
     move "PAYMENT-RETURN"	to audit-reason.
     move hstInvoice(hstInd)	to audit-key.
     move spaces		to audit-data.
     string function trim(hstCustomer(hstInd)), " ",
            function trim(rt-type), " ",
            function trim(showtotalamt), " paid ", hstPaydate(hstInd),
            " returned ", function trim(rt-reason), " -- ",
            function trim(reopenaction)
            delimited by size into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.
*>
 0250-reopen-item.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an item still partly open (a short pay, or another installment
*>>>row of the same number) takes the amount back on its balance;
*>>>an item cashapply cleared comes back as the row it was
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to arMatchInd.
     perform varying arInd from 1 by 1
             until arInd > arCount
         if function trim(arInvoiceno(arInd)) is numeric
            and function numval(arInvoiceno(arInd)) =
                function numval(hstInvoice(hstInd))
            and function trim(arSeq(arInd)) =
                function trim(hstSeq(hstInd))
            move arInd		to arMatchInd
         end-if
     end-perform.
     if arMatchInd = zero
        perform 0912-read-open-item
     end-if.

     move spaces		to reopenaction.
     if arMatchInd <> zero
        add reopenamount	to arBalance(arMatchInd)
        if arChanged(arMatchInd) = spaces
           move "c"		to arChanged(arMatchInd)
        end-if
        move arBalance(arMatchInd)	to showamt
        string "balance back to ", function trim(showamt)
               delimited by size into reopenaction
        end-string
     else
        if arCount >= 2000
           display "returnedpay: more than 2000 open items touched "
                   "-- stopping before any are lost"
           stop run giving 8
        end-if
        move hstDuedate(hstInd)	to reopenduedate
        move hstTerms(hstInd)	to reopenterms
        if reopenduedate = spaces
           perform 0260-recover-terms
        end-if
        move hstTotal(hstInd)	to reopentotal
        if reopentotal < reopenamount
           move reopenamount	to reopentotal
        end-if
        add 1			to arCount
        move "n"		to arChanged(arCount)
        move hstInvoice(hstInd)	to arInvoiceno(arCount)
        move hstSeq(hstInd)	to arSeq(arCount)
        move reopenamount	to arBalance(arCount)
        perform 0913-set-item-key
        move ao-key		to arKey(arCount)
        move function trim(hstCustomer(hstInd)) to arCustkey(arCount)
        move spaces		to arRawline(arCount)
        move reopentotal	to showtotalamt
        string function trim(hstInvoice(hstInd)), ",",
               function trim(hstCustomer(hstInd)), ",",
               hstInvdate(hstInd), ",",
               hstCurrency(hstInd), ",",
               function trim(showtotalamt), ","
               delimited by size into arRawline(arCount)
        end-string
        move reopenamount	to showcsvamt
        string function trim(arRawline(arCount)),
               showcsvamt, ",",
               reopenduedate, ",",
               function trim(reopenterms)
               delimited by size into arRawline(arCount)
        end-string
        if hstSeq(hstInd) <> spaces
           string function trim(arRawline(arCount)), ",",
                  function trim(hstSeq(hstInd))
                  delimited by size into arRawline(arCount)
           end-string
        end-if
        set arInd		to arCount
        perform 0915-locate-balance
        move reopenamount	to showamt
        string "reopened ", function trim(showamt), " due ",
               reopenduedate
               delimited by size into reopenaction
        end-string
     end-if.
*>
 0260-recover-terms.
*>
     move spaces		to termsfound.
     perform varying billedInd from 1 by 1
             until billedInd > 5 or terms-were-found
         move billedName(billedInd)	to billedfilepath
         open input billedfile
         read billedfile
              at end move "y"	to eof
         end-read
         perform until end-of-file or terms-were-found
             inspect billedrec replacing all '"' by " "
             move spaces	to bl-invoiceno bl-rectype bl-terms
             unstring billedrec delimited by ","
                      into bl-invoiceno, bl-rectype, bl-invdate,
                           bl-sonumber, bl-custpo, bl-salesrep,
                           bl-shipmethod, bl-terms
             end-unstring
             if function trim(bl-invoiceno) is numeric
                and function numval(bl-invoiceno) =
                    function numval(hstInvoice(hstInd))
                and function trim(bl-rectype) = "IN"
                move "y"	to termsfound
                move function trim(bl-terms) to reopenterms
             end-if
             read billedfile
                  at end move "y"	to eof
             end-read
         end-perform
         close billedfile
         move spaces		to eof
     end-perform.
     move hstInvdate(hstInd)	to reopenduedate.
     perform varying termsInd from 1 by 1
             until termsInd > termsCount
         if function trim(tmCode(termsInd)) = function trim(reopenterms)
            and function trim(hstInvdate(hstInd)(1:4)) is numeric
            compute datenum =
                    function numval(hstInvdate(hstInd)(1:4)) * 10000
                  + function numval(hstInvdate(hstInd)(6:2)) * 100
                  + function numval(hstInvdate(hstInd)(9:2))
            compute datedays = function integer-of-date(datenum)
                             + tmDays(termsInd)
            compute datenum = function date-of-integer(datedays)
            move spaces		to reopenduedate
            string datenum-year, "-", datenum-month, "-",
                   datenum-day
                   delimited by size into reopenduedate
            end-string
         end-if
     end-perform.
*>
 0300-post-reversal.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the mirror of what cashapply and cashjournal posted: the cash at
*>>>the rate it was applied at, then whatever discount, write-off
*>>>and currency difference the application carried
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     compute cashusd rounded = hstPay(hstInd) * hstRate(hstInd).
     compute postamount = cashusd.
     move spaces		to postdesc.
     string "Returned payment inv ", function trim(hstInvoice(hstInd))
            delimited by size into postdesc
     end-string.
     move "1200"		to postacct.
     perform 0800-put-ledger-entry.
     compute postamount = 0 - cashusd.
     move spaces		to postdesc.
     string "Returned ", function trim(rt-type), " ",
            function trim(rt-reason), " cash reversed"
            delimited by size into postdesc
     end-string.
     move "1000"		to postacct.
     perform 0800-put-ledger-entry.

     if hstDisc(hstInd) <> zero
        compute postamount = hstDisc(hstInd)
        move spaces		to postdesc
        string "Discount reinstated inv ",
               function trim(hstInvoice(hstInd))
               delimited by size into postdesc
        end-string
        move "1200"		to postacct
        perform 0800-put-ledger-entry
        compute postamount = 0 - hstDisc(hstInd)
        move "Discount allowed reversed" to postdesc
        move "4500"		to postacct
        perform 0800-put-ledger-entry
     end-if.

     if hstWo(hstInd) <> zero
        compute postamount = hstWo(hstInd)
        move spaces		to postdesc
        string "Short-pay writeoff reinstated inv ",
               function trim(hstInvoice(hstInd))
               delimited by size into postdesc
        end-string
        move "1200"		to postacct
        perform 0800-put-ledger-entry
        compute postamount = 0 - hstWo(hstInd)
        move "Short-pay writeoff reversed" to postdesc
        move writeoffacct	to postacct
        perform 0800-put-ledger-entry
     end-if.

     if hstFx(hstInd) <> zero
        compute postamount = 0 - hstFx(hstInd)
        move spaces		to postdesc
        string "Currency revaluation reversed inv ",
               function trim(hstInvoice(hstInd))
               delimited by size into postdesc
        end-string
        move "1200"		to postacct
        perform 0800-put-ledger-entry
        compute postamount = hstFx(hstInd)
        move "Realized currency reversed" to postdesc
        move "7100"		to postacct
        perform 0800-put-ledger-entry
     end-if.
*>
 0350-assess-fee.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the fee is billed like a finance charge: its own RI-terms open
*>>>item under a system-range number, so statements carries it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     call "invnumctl" using ctlregion,
                            thisinvoiceno,
                            ctlstatus
     end-call.
     if ctlstatus <> zero
        display "returnedpay: invnumctl could not assign a fee "
                "invoice number (status " ctlstatus ") -- no fee "
                "assessed on inv " function trim(hstInvoice(hstInd))
     else
        if arCount >= 2000
           display "returnedpay: more than 2000 open items touched "
                   "-- stopping before any are lost"
           stop run giving 8
        end-if
        add 1			to feecount
        move thisinvoiceno	to feeinvoice
        compute datedays = todaydays + feedays
        compute datenum = function date-of-integer(datedays)
        move spaces		to feeduedateiso
        string datenum-year, "-", datenum-month, "-", datenum-day
               delimited by size into feeduedateiso
        end-string
        add 1			to arCount
        move "n"		to arChanged(arCount)
        move feeinvoice		to arInvoiceno(arCount)
        move spaces		to arSeq(arCount)
        move feeamount		to arBalance(arCount)
        move feeinvoice		to ao-invoiceno
        move zero		to ao-seq
        move ao-key		to arKey(arCount)
        move function trim(hstCustomer(hstInd)) to arCustkey(arCount)
        move feeamount		to showcsvamt
        move feeamount		to showtotalamt
        move spaces		to arRawline(arCount)
        string feeinvoice, ",",
               function trim(hstCustomer(hstInd)), ",",
               todayiso, ",",
               hstCurrency(hstInd), ",",
               function trim(showtotalamt), ",",
               showcsvamt, ",",
               feeduedateiso, ",",
               "RI"
               delimited by size into arRawline(arCount)
        end-string
        set arInd		to arCount
        perform 0915-locate-balance
        compute postamount = feeamount
        move spaces		to postdesc
        string "Returned item fee inv ", feeinvoice
               delimited by size into postdesc
        end-string
        move "1200"		to postacct
        perform 0800-put-ledger-entry
        compute postamount = 0 - feeamount
        move "Returned item fee income" to postdesc
        move "4700"		to postacct
        perform 0800-put-ledger-entry
     end-if.
*>
 0400-suspend-autopay.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a closed, missing or invalid account (R02, R03, R04) can never
*>>>be drafted again as it stands: X holds the enrollment until the
*>>>bank details are corrected.  Anything else -- insufficient
*>>>funds, a bounced check -- sits out the next run only
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to suspendnote.
     move zero			to apMatchInd.
     perform varying apInd from 1 by 1
             until apInd > apCount
         if function trim(apName(apInd)) =
            function trim(hstCustomer(hstInd))
            move apInd		to apMatchInd
         end-if
     end-perform.
     if apMatchInd <> zero
        evaluate function trim(rt-reason)
            when "R02"
            when "R03"
            when "R04"
                 move "X"	to apHold(apMatchInd)
                 move "autopay stopped" to suspendnote
            when other
                 if apHold(apMatchInd) <> "X"
                    move "S"	to apHold(apMatchInd)
                 end-if
                 move "autopay suspended" to suspendnote
        end-evaluate
        move "y"		to apchanged
        add 1			to suspendcount
     end-if.
*>
 0600-show-usage.
*>
     display "usage: returnedpay -f [<return-file>] [-fee <amount>]".
     display "       returnedpay -n <invoice#> <amount> [<pay-date>]"
             " [-fee <amount>]".
*>
 0700-normalize-date.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>banks send yyyymmdd; cashapply's history is yyyy-mm-dd
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move function trim(datework)	to datework.
     if datework(1:8) is numeric and datework(9:2) = spaces
        move datework(1:8)	to datedigits
        move spaces		to datework
        string datedigits(1:4), "-", datedigits(5:2), "-",
               datedigits(7:2)
               delimited by size into datework
        end-string
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
        display "returnedpay: period " todaydate(1:6) " is closed -- "
                "nothing reversed"
        stop run giving 8
     end-if.
     if pc-status = 4
        display "returnedpay: period " todaydate(1:6) " is closed -- "
                "posting into " pc-date(1:6) " instead"
     end-if.
     move pc-date		to ledgerdate.
*>
 0800-put-ledger-entry.
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
 0900-load-history.
*>
     move zero			to hstCount.
     open input cashhistfile.
     read cashhistfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if hstCount < 5000
            add 1		to hstCount
            move spaces		to rawrate rawpay rawdisc rawwo rawfx
                                   rawtotal
            unstring cashhistrec delimited by ","
                     into hstPaydate(hstCount),
                          hstCustomer(hstCount),
                          hstInvoice(hstCount),
                          hstInvdate(hstCount),
                          hstCurrency(hstCount),
                          rawrate, rawpay, rawdisc, rawwo, rawfx,
                          hstDuedate(hstCount),
                          hstTerms(hstCount),
                          rawtotal,
                          hstSeq(hstCount)
            end-unstring
            if function test-numval(rawpay) = 0
               compute hstPay(hstCount) = function numval(rawpay)
               if function test-numval(rawrate) = 0
                  compute hstRate(hstCount) = function numval(rawrate)
               else
                  move 1	to hstRate(hstCount)
               end-if
               if function test-numval(rawdisc) = 0
                  compute hstDisc(hstCount) = function numval(rawdisc)
               end-if
               if function test-numval(rawwo) = 0
                  compute hstWo(hstCount) = function numval(rawwo)
               end-if
               if function test-numval(rawfx) = 0
                  compute hstFx(hstCount) = function numval(rawfx)
               end-if
               if function test-numval(rawtotal) = 0
                  compute hstTotal(hstCount) =
                          function numval(rawtotal)
               end-if
               move function trim(hstDuedate(hstCount))
                                to hstDuedate(hstCount)
            else
               subtract 1	from hstCount
            end-if
         else
            display "returnedpay: more than 5000 applied payments on "
                    "cashappliedhistory.csv -- the oldest are not "
                    "searched past the first 5000"
            move "y"		to eof
         end-if
         if not end-of-file
            read cashhistfile
                 at end move "y"	to eof
            end-read
         end-if
     end-perform.
     close cashhistfile.
     move spaces		to eof.
*>
 0905-mark-prior-returns.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>each return already on file used up one application -- the
*>>>same one it matched then
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open input returnedfile.
     read returnedfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rp-paydate rp-invoice rp-rawamount
         unstring returnedrec delimited by ","
                  into rp-retdate, rp-type, rp-paydate, rp-customer,
                       rp-invoice, rp-rawamount
         end-unstring
         if function trim(rp-invoice) is numeric
            and function test-numval(rp-rawamount) = 0
            compute rp-amount = function numval(rp-rawamount)
            move zero		to hstMatchInd
            perform varying hstInd from 1 by 1
                    until hstInd > hstCount or hstMatchInd <> zero
                if not already-reversed(hstInd)
                   and hstPaydate(hstInd) = rp-paydate
                   and function trim(hstInvoice(hstInd)) is numeric
                   and function numval(hstInvoice(hstInd)) =
                       function numval(rp-invoice)
                   and hstPay(hstInd) = rp-amount
                   move hstInd	to hstMatchInd
                   move "y"	to hstReversed(hstInd)
                end-if
            end-perform
         end-if
         read returnedfile
              at end move "y"	to eof
         end-read
     end-perform.
     close returnedfile.
     move spaces		to eof.
*>
 0910-open-open-items.
*>
     open i-o aropenidx.
     if ao-status <> "00"
        display "returnedpay: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
     move zero			to arCount.
*>
 0912-read-open-item.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the item the return names, read by its invoice and installment
*>>>key the first time the run needs it; not on file means cashapply
*>>>closed it, and 0250-reopen-item puts it back
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if function trim(hstInvoice(hstInd)) is numeric
        perform 0913-set-item-key
        read aropenidx record key is ao-key
             invalid key continue
             not invalid key
                if arCount < 2000
                   add 1		to arCount
                   move ao-rawrec	to arRawline(arCount)
                   move ao-key		to arKey(arCount)
                   move ao-customer	to arCustkey(arCount)
                   move spaces		to arChanged(arCount)
                                           arSeq(arCount)
                                           rawbalance ar-duedate
                                           ar-terms
                   move 1		to arPtr
                   unstring ao-rawrec delimited by ","
                            into arInvoiceno(arCount), ar-customer,
                                 ar-invdate, ar-currency, rawtotal
                            with pointer arPtr
                   end-unstring
                   move arPtr		to arBalPos(arCount)
                   unstring ao-rawrec delimited by ","
                            into rawbalance
                            with pointer arPtr
                   end-unstring
                   move arPtr		to arTailPos(arCount)
                   if arPtr <= length of ao-rawrec
                      unstring ao-rawrec delimited by ","
                               into ar-duedate, ar-terms,
                                    arSeq(arCount)
                               with pointer arPtr
                      end-unstring
                   end-if
                   move function trim(arSeq(arCount))
                                        to arSeq(arCount)
                   if function test-numval(rawbalance) = 0
                      compute arBalance(arCount) =
                              function numval(rawbalance)
                   else
                      move zero	to arBalance(arCount)
                   end-if
                   move arCount	to arMatchInd
                else
                   display "returnedpay: more than 2000 open items "
                           "touched -- stopping before any are lost"
                   stop run giving 8
                end-if
        end-read
     end-if.
*>
 0913-set-item-key.
*>
     move zero			to ao-key.
     if function trim(hstInvoice(hstInd)) is numeric
        compute ao-invoiceno = function numval(hstInvoice(hstInd))
     end-if.
     if function trim(hstSeq(hstInd)) is numeric
        compute ao-seq = function numval(hstSeq(hstInd))
     end-if.
*>
 0915-locate-balance.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>where the balance column of a row built this run sits, so a
*>>>second return against the same item can add to it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move 1			to arPtr.
     unstring arRawline(arInd) delimited by ","
              into rawbalance, ar-customer, ar-invdate, ar-currency,
                   rawtotal
              with pointer arPtr
     end-unstring.
     move arPtr			to arBalPos(arInd).
     unstring arRawline(arInd) delimited by ","
              into rawbalance
              with pointer arPtr
     end-unstring.
     move arPtr			to arTailPos(arInd).
*>
 0920-load-autopay.
*>
     move zero			to apCount.
     open input autopayfile.
     read autopayfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if apCount < 200
            add 1		to apCount
            unstring autopayrec delimited by ","
                     into apCode(apCount),
                          apName(apCount),
                          apRouting(apCount),
                          apAccount(apCount),
                          apAcctype(apCount),
                          apHold(apCount)
            end-unstring
         else
            display "returnedpay: more than 200 autopay enrollments "
                    "-- suspensions not recorded"
            move "y"		to eof
         end-if
         if not end-of-file
            read autopayfile
                 at end move "y"	to eof
            end-read
         end-if
     end-perform.
     close autopayfile.
     move spaces		to eof.
     if apCount >= 200
        move zero		to apCount
     end-if.
*>
 0930-load-terms.
*>
     move zero			to termsCount.
     open input termsfile.
     read termsfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if termsCount < 50
            move spaces		to rawtermsdays
            add 1		to termsCount
            unstring termsfilerec delimited by ","
                     into tmCode(termsCount), tm-desc, rawtermsdays
            end-unstring
            if function trim(rawtermsdays) is numeric
               compute tmDays(termsCount) =
                       function numval(rawtermsdays)
            else
               subtract 1	from termsCount
            end-if
         end-if
         read termsfile
              at end move "y"	to eof
         end-read
     end-perform.
     close termsfile.
     move spaces		to eof.
*>
 0940-load-config.
*>
     open input cfgfile.
     read cfgfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move zero		to cfgeqpos
         inspect cfgrec tallying cfgeqpos
                 for characters before initial "="
         if cfgeqpos < length of cfgrec
            move spaces		to cfgname cfgvalue
            move cfgrec(1:cfgeqpos) to cfgname
            move cfgrec(cfgeqpos + 2:) to cfgvalue
            evaluate function trim(cfgname)
                when "fee"
                     if function test-numval(cfgvalue) = 0
                        compute feeamount = function numval(cfgvalue)
                     end-if
                when "feedays"
                     if function trim(cfgvalue) is numeric
                        compute feedays = function numval(cfgvalue)
                     end-if
            end-evaluate
         end-if
         read cfgfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cfgfile.
     move spaces		to eof.
*>
 0945-load-cash-config.
*>
     open input cashcfgfile.
     read cashcfgfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move zero		to cfgeqpos
         inspect cashcfgrec tallying cfgeqpos
                 for characters before initial "="
         if cfgeqpos < length of cashcfgrec
            move spaces		to cfgname cfgvalue
            move cashcfgrec(1:cfgeqpos) to cfgname
            move cashcfgrec(cfgeqpos + 2:) to cfgvalue
            if function trim(cfgname) = "writeoffacct"
               move function trim(cfgvalue) to writeoffacct
            end-if
         end-if
         read cashcfgfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cashcfgfile.
     move spaces		to eof.
*>
 0950-rewrite-open-items.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>only the rows this run changed or reopened go back, by key, the
*>>>way cashapply rewrites them; every one is journaled
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open extend arjournalfile.
     perform varying arInd from 1 by 1
             until arInd > arCount
         move arKey(arInd)	to ao-key
         move arCustkey(arInd)	to ao-customer
         evaluate arChanged(arInd)
             when "c"
                  move spaces	to arjournalrec
                  string todaydate, "|BEFORE|",
                         function trim(arRawline(arInd))
                         delimited by size into arjournalrec
                  end-string
                  write arjournalrec
                  perform 0955-put-balance
                  move spaces	to arjournalrec
                  string todaydate, "|AFTER |",
                         function trim(ao-rawrec)
                         delimited by size into arjournalrec
                  end-string
                  write arjournalrec
                  rewrite ao-record
                      invalid key
                         display "returnedpay: open item "
                                 function trim(arInvoiceno(arInd))
                                 " could not be rewritten on "
                                 "database/aropen.dat (status "
                                 ao-status ")"
                         add 1	to aropenfailcount
                  end-rewrite
             when "n"
                  perform 0955-put-balance
                  move spaces	to arjournalrec
                  string todaydate, "|REOPEN|",
                         function trim(ao-rawrec)
                         delimited by size into arjournalrec
                  end-string
                  write arjournalrec
                  write ao-record
                      invalid key
                         display "returnedpay: open item "
                                 function trim(arInvoiceno(arInd))
                                 " is already on database/aropen.dat "
                                 "(status " ao-status ") -- not "
                                 "reopened"
                         add 1	to aropenfailcount
                  end-write
             when other
                  continue
         end-evaluate
     end-perform.
     close arjournalfile.
*>
 0955-put-balance.
*>
     move arBalance(arInd)	to showcsvamt.
     move spaces		to ao-rawrec.
     if arTailPos(arInd) > length of arRawline(arInd)
        string arRawline(arInd)(1:arBalPos(arInd) - 1), showcsvamt
               delimited by size into ao-rawrec
        end-string
     else
        string arRawline(arInd)(1:arBalPos(arInd) - 1), showcsvamt,
               arRawline(arInd)(arTailPos(arInd) - 1:)
               delimited by size into ao-rawrec
        end-string
     end-if.
*>
 0960-rewrite-autopay.
*>
     open output autopayfile.
     perform varying apInd from 1 by 1
             until apInd > apCount
         move spaces		to autopayrec
         string function trim(apCode(apInd)), ",",
                function trim(apName(apInd)), ",",
                function trim(apRouting(apInd)), ",",
                function trim(apAccount(apInd)), ",",
                apAcctype(apInd)
                delimited by size into autopayrec
         end-string
         if apHold(apInd) <> spaces
            string function trim(autopayrec), ",", apHold(apInd)
                   delimited by size into autopayrec
            end-string
         end-if
         write autopayrec
     end-perform.
     close autopayfile.
