       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Month-end unrealized revaluation of the foreign open
*>            items on database/aropen.dat.  cashapply only books the
*>            realized gain or loss when a foreign invoice is paid,
*>            so until then a CAD item sits in 1200 at its billing
*>            rate and the balance sheet misstates receivables at
*>            every month end.
*>
*>            For the month asked for, each open non-USD item's
*>            balance is restated at the rate in force on the last
*>            day of the month (database/currencyrates.csv, the
*>            effective-dated file writeinvoice bills and cashapply
*>            settles with) against the rate in force on its invoice
*>            date.  The net difference posts on the month's last
*>            day -- 1200 Accounts receivable against 7150 Unrealized
*>            currency gain-loss -- and the same entry posts reversed
*>            on the first day of the next month, so the books carry
*>            the billing rate again by the time cashapply settles
*>            the item and books the realized difference.
*>
*>            fxrevalue.txt is the revaluation register: every item
*>            with its balance, old and new rate, and old and new USD
*>            value.  Each month's run is recorded on
*>            database/fxrevalued.csv (month, company, amount, run
*>            date) and a second run for the same month and company
*>            is refused.  Both dates are checked against accounting
*>            period control first.
*>
*>            usage: fxrevalue <yyyymm>
*>            A leading -company=<cc> argument names the company the
*>            run posts for (default 01).
*>*********************************************************************
identification division.
program-id. fxrevalue.
environment division.
*>
input-output section.
*>
file-control.
*>
select aropenidx	assign to "database/aropen.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is ao-key
                        alternate record key is ao-customer
                            with duplicates
                        file status is ao-status.
select optional currratefile	assign to "database/currencyrates.csv"
                        organization is line sequential.
select optional revaluedfile	assign to "database/fxrevalued.csv"
                        organization is line sequential.
select optional ledgerfile	assign to "database/generalledger.csv"
                        organization is line sequential.
select registerfile	assign to "fxrevalue.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
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
fd currratefile.
*>
01 currratefilerec	pic x(40).
*>
fd revaluedfile.
*>
01 revaluedrec		pic x(60).
*>
fd ledgerfile.
*>
01 ledgerrec		pic x(80).
*>
fd registerfile.
*>
01 registerrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
 01  cmdarg			pic x(20) value spaces.
 01  wantperiod			pic 9(6) value zero.
 01  wantperiod-r redefines wantperiod.
     05  want-year		pic 9(4).
     05  want-month		pic 9(2).
 01  nextperiod			pic 9(6) value zero.
 01  nextperiod-r redefines nextperiod.
     05  next-year		pic 9(4).
     05  next-month		pic 9(2).
 01  firstofnext		pic 9(8) value zero.
 01  periodend			pic 9(8) value zero.
 01  todaydate			pic x(8) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the aropen.csv columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ar-invoiceno		pic x(10) value spaces.
 01  ar-customer		pic x(28) value spaces.
 01  ar-invdate		pic x(10) value spaces.
 01  ar-currency		pic x(5) value spaces.
 01  rawtotal			pic x(12) value spaces.
 01  rawbalance		pic x(12) value spaces.
 01  arbalance			pic s9(8)v99 value zero.
 01  arinvdatenum		pic 9(8) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>effective-dated conversion rates from database/currencyrates.csv
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  curfCount		unsigned-int value 1.
 01  curfList.
     05  curfEntry	occurs 1 to 100 times
                        depending on curfCount
                        indexed by curfInd.
         10  cfCode		pic x(3) value spaces.
         10  cfEffdate		pic 9(8) value zero.
         10  cfRate		pic 9v9999 value zero.
 01  rawcureffdate		pic x(10) value spaces.
 01  rawcurrate		pic x(10) value spaces.
 01  wantratecode		pic x(3) value spaces.
 01  wantratedate		pic 9(8) value zero.
 01  foundrate			pic 9v9999 value zero.
 01  ratefound			pic x value spaces.
     88  rate-was-found	      value "y".
 01  bestRateInd		unsigned-int value zero.
 01  bookedrate		pic 9v9999 value zero.
 01  endrate			pic 9v9999 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>months already revalued, from database/fxrevalued.csv
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rv-period			pic x(8) value spaces.
 01  rv-company		pic x(4) value spaces.
 01  alreadyrun		pic x value spaces.
     88  month-already-revalued	      value "y".
*>
 01  oldusd			pic s9(10)v99 value zero.
 01  newusd			pic s9(10)v99 value zero.
 01  itemdiff			pic s9(10)v99 value zero.
 01  totaloldusd		pic s9(10)v99 value zero.
 01  totalnewusd		pic s9(10)v99 value zero.
 01  revaluation		pic s9(10)v99 value zero.
 01  itemcount			unsigned-int value zero.
 01  noratecount		unsigned-int value zero.
 01  ledgerdate		pic x(8) value spaces.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
 01  postdesc			pic x(40) value spaces.
 01  postacct			pic x(4) value spaces.
 01  showbal			pic -zzz,zzz,zz9.99 value zero.
 01  showold			pic -zzz,zzz,zz9.99 value zero.
 01  shownew			pic -zzz,zzz,zz9.99 value zero.
 01  showdiff			pic -zzz,zzz,zz9.99 value zero.
 01  showrate1			pic 9.9999 value zero.
 01  showrate2			pic 9.9999 value zero.
 01  showcount			pic zzz9 value zero.
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
     if cmdarg <> spaces and function trim(cmdarg) is numeric
        move function numval(cmdarg) to wantperiod
     else
        display "fxrevalue: give the month, e.g. fxrevalue 202609"
        stop run giving 1
     end-if.
     if want-month < 1 or want-month > 12
        display "fxrevalue: " cmdarg " is not a yyyymm month"
        stop run giving 1
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the revaluation is dated the month's last day and its reversal
*>>>the next month's first
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move wantperiod		to nextperiod.
     if want-month = 12
        add 1			to next-year
        move 1			to next-month
     else
        add 1			to next-month
     end-if.
     compute firstofnext = nextperiod * 100 + 1.
     compute periodend = function date-of-integer(
             function integer-of-date(firstofnext) - 1).

     perform 0910-load-revalued.
     if month-already-revalued
        display "fxrevalue: " wantperiod " is already revalued for "
                "company " gc-company " -- see database/fxrevalued.csv"
        stop run giving 4
     end-if.

     move periodend		to pc-date.
     perform 0750-check-period.
     move firstofnext		to pc-date.
     perform 0750-check-period.

     perform 0915-load-currencyrates.

     open input aropenidx.
     if ao-status <> "00"
        display "fxrevalue: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
     open output registerfile.
     perform 0200-put-heading.
     read aropenidx next record
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         perform 0100-revalue-item
         read aropenidx next record
              at end move "y"	to eof
         end-read
     end-perform.
     close aropenidx.
     move spaces		to eof.
     perform 0300-put-totals.
     close registerfile.

     compute revaluation = totalnewusd - totaloldusd.
     if revaluation <> zero
        perform 0400-post-revaluation
     end-if.
     perform 0950-record-revalued.

     move revaluation		to showdiff.
     move itemcount		to showcount.
     display "fxrevalue: " wantperiod " unrealized currency "
             function trim(showdiff) " over "
             function trim(showcount) " foreign item(s) "
             "-- see fxrevalue.txt".
     if noratecount > 0
        move noratecount	to showcount
        display "fxrevalue: " function trim(showcount)
                " item(s) had no rate in force and were left at "
                "their billing value"
        move 4			to return-code
     end-if.

     goback.
*>
 0100-revalue-item.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>old value at the invoice-date rate the item was billed at, new
*>>>value at the rate in force on the month's last day; an item
*>>>billed after the month end is not yet on the month's books
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to ar-invoiceno ar-customer ar-invdate
                                   ar-currency rawtotal rawbalance.
     unstring ao-rawrec delimited by ","
              into ar-invoiceno, ar-customer, ar-invdate,
                   ar-currency, rawtotal, rawbalance
     end-unstring.
     if function trim(ar-currency) = "USD"
        or function trim(ar-currency) = spaces
        or function test-numval(rawbalance) <> 0
        or function trim(ar-invdate(1:4)) is not numeric
        or function trim(ar-invdate(6:2)) is not numeric
        or function trim(ar-invdate(9:2)) is not numeric
        continue
     else
        compute arbalance = function numval(rawbalance)
        compute arinvdatenum =
                function numval(ar-invdate(1:4)) * 10000
              + function numval(ar-invdate(6:2)) * 100
              + function numval(ar-invdate(9:2))
        if arbalance <> zero and arinvdatenum <= periodend
           move ar-currency(1:3)	to wantratecode
           move arinvdatenum	to wantratedate
           perform 0258-lookup-rate
           move foundrate	to bookedrate
           if rate-was-found
              move periodend	to wantratedate
              perform 0258-lookup-rate
              move foundrate	to endrate
           end-if
           if rate-was-found
              perform 0150-put-item
           else
              add 1		to noratecount
              move spaces	to registerrec
              string function trim(ar-invoiceno), " ",
                     function trim(ar-customer), " ",
                     ar-currency(1:3),
                     " -- no rate in force, not revalued"
                     delimited by size into registerrec
              end-string
              write registerrec
           end-if
        end-if
     end-if.
*>
 0150-put-item.
*>
     compute oldusd rounded = arbalance * bookedrate.
     compute newusd rounded = arbalance * endrate.
     compute itemdiff = newusd - oldusd.
     add oldusd			to totaloldusd.
     add newusd			to totalnewusd.
     add 1			to itemcount.
     move arbalance		to showbal.
     move bookedrate		to showrate1.
     move endrate		to showrate2.
     move oldusd		to showold.
     move newusd		to shownew.
     move itemdiff		to showdiff.
     move spaces		to registerrec.
     string ar-invoiceno, " ", ar-customer(1:20), " ",
            ar-currency(1:3), showbal, "  ",
            showrate1, showold, "  ",
            showrate2, shownew, showdiff
            delimited by size into registerrec
     end-string.
     write registerrec.
*>
 0200-put-heading.
*>
     move spaces		to registerrec.
     string "Currency revaluation of open receivables -- ",
            wantperiod, " at the rates in force on ", periodend,
            ", company ", gc-company
            delimited by size into registerrec
     end-string.
     write registerrec.
     move spaces		to registerrec.
     write registerrec.
     move spaces		to registerrec.
     string "Invoice    Customer             Cur         Balance",
            "  Booked     Old USD value  Month-end",
            "  New USD value      Difference"
            delimited by size into registerrec
     end-string.
     write registerrec.
     move all "-"		to registerrec.
     write registerrec.
*>
 0300-put-totals.
*>
     move all "-"		to registerrec.
     write registerrec.
     move totaloldusd		to showold.
     move totalnewusd		to shownew.
     compute itemdiff = totalnewusd - totaloldusd.
     move itemdiff		to showdiff.
     move spaces		to registerrec.
     string "     Totals                                        ",
            "          ", showold, "  ",
            "      ", shownew, showdiff
            delimited by size into registerrec
     end-string.
     write registerrec.
     move spaces		to registerrec.
     if itemdiff = zero
        move "Nothing to post." to registerrec
     else
        move itemdiff		to showdiff
        string "Posted ", periodend, " to 1200 / 7150, reversed ",
               firstofnext, ": ", function trim(showdiff)
               delimited by size into registerrec
        end-string
     end-if.
     write registerrec.
*>
 0400-post-revaluation.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a rise in the receivable's USD value is a gain (a credit to
*>>>7150), a fall a loss; the reversal puts the billing value back
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open extend ledgerfile.
     move periodend		to ledgerdate.
     move spaces		to postdesc.
     string "Currency revaluation ", wantperiod
            delimited by size into postdesc
     end-string.
     compute postamount = revaluation.
     move "1200"		to postacct.
     perform 0700-put-ledger-entry.
     if revaluation > zero
        move "Unrealized currency gain" to postdesc
     else
        move "Unrealized currency loss" to postdesc
     end-if.
     compute postamount = 0 - revaluation.
     move "7150"		to postacct.
     perform 0700-put-ledger-entry.

     move firstofnext		to ledgerdate.
     move spaces		to postdesc.
     string "Reverse currency revaluation ", wantperiod
            delimited by size into postdesc
     end-string.
     compute postamount = 0 - revaluation.
     move "1200"		to postacct.
     perform 0700-put-ledger-entry.
     compute postamount = revaluation.
     move "7150"		to postacct.
     perform 0700-put-ledger-entry.
     close ledgerfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.
*>
 0258-lookup-rate.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the code's latest rate with an effective date on or before the
*>>>wanted date, the way cashapply and writeinvoice pick a rate
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to ratefound.
     move zero			to foundrate.
     move zero			to bestRateInd.
     perform varying curfInd from 1 by 1
             until curfInd > curfCount
         if cfCode(curfInd) = wantratecode
            and cfEffdate(curfInd) <= wantratedate
            if not rate-was-found
               move "y"		to ratefound
               move cfRate(curfInd) to foundrate
               move curfInd	to bestRateInd
            else
               if cfEffdate(curfInd) > cfEffdate(bestRateInd)
                  move cfRate(curfInd) to foundrate
                  move curfInd	to bestRateInd
               end-if
            end-if
         end-if
     end-perform.
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
*>>>both the revaluation and its reversal must land on their own
*>>>dates -- moved into a later period they would no longer state
*>>>the month end -- so a closed period refuses the run outright
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     call "periodctl" using pc-action, pc-date, pc-status
     end-call.
     if pc-status <> zero
        display "fxrevalue: the period holding the "
                "revaluation or its reversal is closed -- "
                "nothing revalued"
        stop run giving 8
     end-if.
*>
 0910-load-revalued.
*>
     open input revaluedfile.
     read revaluedfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rv-period rv-company
         unstring revaluedrec delimited by ","
                  into rv-period, rv-company
         end-unstring
         if function trim(rv-period) = wantperiod
            and function trim(rv-company) = gc-company
            move "y"		to alreadyrun
         end-if
         read revaluedfile
              at end move "y"	to eof
         end-read
     end-perform.
     close revaluedfile.
     move spaces		to eof.
*>
 0915-load-currencyrates.
*>
     move zero			to curfCount.
     open input currratefile.
     read currratefile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if curfCount < 100
            move spaces		to rawcureffdate rawcurrate
            add 1		to curfCount
            unstring currratefilerec delimited by ","
                     into cfCode(curfCount),
                          rawcureffdate,
                          rawcurrate
            end-unstring
            if function trim(rawcureffdate) is numeric
               and function test-numval(rawcurrate) = 0
               compute cfEffdate(curfCount) =
                       function numval(rawcureffdate)
               compute cfRate(curfCount) =
                       function numval(rawcurrate)
            else
               display "fxrevalue: bad currency rate row skipped: "
                       function trim(currratefilerec)
               subtract 1	from curfCount
            end-if
         end-if
         read currratefile
              at end move "y"	to eof
         end-read
     end-perform.
     close currratefile.
     move spaces		to eof.
     if curfCount = zero
        move 1			to curfCount
     end-if.
*>
 0950-record-revalued.
*>
     open extend revaluedfile.
     move revaluation		to showcsvamt.
     move spaces		to revaluedrec.
     string wantperiod, ",", gc-company, ",", showcsvamt, ",",
            todaydate
            delimited by size into revaluedrec
     end-string.
     write revaluedrec.
     close revaluedfile.
