       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Freight bill audit.  freightrates.csv rates what we
*>            charge the customer, but nothing checked what UPS and
*>            FEDEX bill us.  writeinvoice leaves every billed
*>            shipment's rated and billed freight on database/
*>            shipfreight.csv; this lays the carriers' own freight
*>            bills against it.
*>
*>              -i  imports a carrier freight bill file (bill number,
*>                  bill date yyyymmdd, reference, amount) for one
*>                  carrier.  The reference is matched as a tracking
*>                  number on database/tracking.csv first, then as
*>                  our invoice number, to the shipment on
*>                  shipfreight.csv.  Matched lines append to
*>                  database/freightbills.csv and each carrier bill
*>                  becomes one AP voucher on database/apopen.csv
*>                  against the carrier's vendor (the carrier code
*>                  unless another vendor is named), numbered from
*>                  apvoucher.ctl and due by the vendor's terms:
*>                  debit 5200 Freight out / credit 2100 Accounts
*>                  payable.  A line matching no shipment, a shipment
*>                  that went by another carrier, or a line already
*>                  imported is listed and left off the voucher.
*>                  freightaudit.txt shows each line's carrier cost
*>                  against the freight we rated and billed.
*>              -r  the freight recovery report, freightrecovery.txt:
*>                  carrier cost against the 4100 Freight recovered
*>                  we billed (US dollars) by carrier, by carrier and
*>                  zone, and by customer, then every shipment whose
*>                  carrier cost ran over what we billed.  Only
*>                  shipments with a matched carrier bill are
*>                  compared; an optional invoice date range limits
*>                  the report.
*>
*>            Postings are checked against accounting period control
*>            and a leading -company=<cc> argument names the company
*>            posted to (default 01).  Imports are logged through
*>            auditlog; a line left off gives return code 4.
*>
*>            usage: freightaudit -i <bill-file> <carrier> [<vendor>]
*>                   freightaudit -r [<from yyyymmdd> <to yyyymmdd>]
*>*********************************************************************
identification division.
program-id. freightaudit.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional shipfreightfile	assign to "database/shipfreight.csv"
                        organization is line sequential.
select optional trackingfile	assign to "database/tracking.csv"
                        organization is line sequential.
select optional freightbillfile	assign to "database/freightbills.csv"
                        organization is line sequential.
select optional billfile	assign to billfilepath
                        organization is line sequential.
select optional vendorfile	assign to "database/vendors.csv"
                        organization is line sequential.
select optional termsfile	assign to "database/terms.csv"
                        organization is line sequential.
select optional apopenfile	assign to "database/apopen.csv"
                        organization is line sequential.
select optional vctlfile	assign to "apvoucher.ctl"
                        organization is line sequential.
select optional ledgerfile	assign to "database/generalledger.csv"
                        organization is line sequential.
select reportfile	assign to reportfilepath
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd shipfreightfile.
*>
01 shipfreightrec	pic x(200).
*>
fd trackingfile.
*>
01 trackingrec		pic x(120).
*>
fd freightbillfile.
*>
01 freightbillrec	pic x(150).
*>
fd billfile.
*>
01 billrec		pic x(150).
*>
fd vendorfile.
*>
01 vendorrec		pic x(200).
*>
fd termsfile.
*>
01 termsfilerec		pic x(80).
*>
fd apopenfile.
*>
01 apopenrec		pic x(150).
*>
fd vctlfile.
*>
01 vctlrec		pic 9(6).
*>
fd ledgerfile.
*>
01 ledgerrec		pic x(80).
*>
fd reportfile.
*>
01 reportrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  argv			pic x(40) value spaces.
 01  runmode			pic x value spaces.
     88  import-bills		      value "i".
     88  recovery-report	      value "r".
 01  argcarrier		pic x(8) value spaces.
 01  argvendor			pic x(8) value spaces.
 01  argfrom			pic x(10) value spaces.
 01  argto			pic x(10) value spaces.
 01  billfilepath		pic x(80) value spaces.
 01  reportfilepath		pic x(80) value spaces.
 01  todaydate			pic x(8) value spaces.
 01  todayiso			pic x(10) value spaces.
 01  fromdate			pic x(8) value "00000000".
 01  todate			pic x(8) value "99999999".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>shipments writeinvoice billed, with their rated and billed
*>>>freight and the carrier cost matched to them so far
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  sfCount			unsigned-int value zero.
 01  sfList.
     05  sfEntry	occurs 3000 times
                        indexed by sfInd.
         10  sfInvdate		pic x(10) value spaces.
         10  sfInvoice		pic x(6) value spaces.
         10  sfCustkey		pic x(28) value spaces.
         10  sfCustname	pic x(28) value spaces.
         10  sfCarrier		pic x(8) value spaces.
         10  sfState		pic x(2) value spaces.
         10  sfZone		pic x(2) value spaces.
         10  sfWeight		pic 9(7)v99 value zero.
         10  sfRated		pic 9(6)v99 value zero.
         10  sfBilled		pic 9(6)v99 value zero.
         10  sfUsd		pic s9(8)v99 value zero.
         10  sfTracking	pic x(30) value spaces.
         10  sfCompany		pic x(2) value spaces.
         10  sfCost		pic s9(8)v99 value zero.
 01  sfMatchInd		unsigned-int value zero.
 01  rawsfinvoice		pic x(10) value spaces.
 01  rawsfweight		pic x(12) value spaces.
 01  rawsfrated		pic x(12) value spaces.
 01  rawsfbilled		pic x(12) value spaces.
 01  rawsfusd			pic x(12) value spaces.
 01  sfdatenum			pic x(8) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>tracking numbers shiptrack recorded, one per invoice
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  trkCount			unsigned-int value zero.
 01  trkList.
     05  trkEntry	occurs 2000 times
                        indexed by trkInd.
         10  trkInvoice	pic x(6) value spaces.
         10  trkCarrier	pic x(8) value spaces.
         10  trkNumber		pic x(30) value spaces.
 01  rawtrkinvoice		pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>carrier bill lines already matched on earlier imports
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  fbCount			unsigned-int value zero.
 01  fbList.
     05  fbEntry	occurs 5000 times
                        indexed by fbInd.
         10  fbCarrier		pic x(8) value spaces.
         10  fbBillno		pic x(20) value spaces.
         10  fbReference	pic x(30) value spaces.
         10  fbInvoice		pic x(6) value spaces.
         10  fbAmount		pic s9(8)v99 value zero.
 01  fbdummy			pic x(10) value spaces.
 01  rawfbinvoice		pic x(10) value spaces.
 01  rawfbamount		pic x(14) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the carrier bill file being imported
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  blCount			unsigned-int value zero.
 01  blList.
     05  blEntry	occurs 1000 times
                        indexed by blInd.
         10  blBillno		pic x(20) value spaces.
         10  blBilldate	pic x(8) value spaces.
         10  blReference	pic x(30) value spaces.
         10  blInvoice		pic x(6) value spaces.
         10  blAmount		pic s9(8)v99 value zero.
         10  blSfInd		unsigned-int value zero.
         10  blVoucher		pic 9(6) value zero.
         10  blStatus		pic x value spaces.
             88  line-matched		      value "M".
             88  line-unmatched	      value "U".
             88  line-wrong-carrier     value "C".
             88  line-duplicate	      value "D".
             88  line-unreadable	      value "B".
 01  blScan			unsigned-int value zero.
 01  rawblbillno		pic x(20) value spaces.
 01  rawblbilldate		pic x(10) value spaces.
 01  rawblreference		pic x(30) value spaces.
 01  rawblamount		pic x(14) value spaces.
 01  invoicework		pic 9(6) value zero.
 01  matchedcount		unsigned-int value zero.
 01  leftoffcount		unsigned-int value zero.
 01  vouchercount		unsigned-int value zero.
 01  matchedcost		pic s9(10)v99 value zero.
 01  matchedbilled		pic s9(10)v99 value zero.
 01  linestatus		pic x(14) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one voucher per carrier bill number
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  thisbillno		pic x(20) value spaces.
 01  thisbilldate		pic x(8) value spaces.
 01  billdone			pic x value spaces.
     88  bill-already-vouchered    value "y".
 01  voucheramount		pic s9(10)v99 value zero.
 01  vdCount			unsigned-int value zero.
 01  vdList.
     05  vdEntry	occurs 200 times
                        indexed by vdInd.
         10  vdCode		pic x(8) value spaces.
         10  vdName		pic x(28) value spaces.
         10  vdTerms		pic x(8) value spaces.
 01  vdMatchInd		unsigned-int value zero.
 01  vddummy			pic x(28) value spaces.
 01  termsCount		unsigned-int value zero.
 01  termsList.
     05  termsEntry	occurs 50 times
                        indexed by termsInd.
         10  tmCode		pic x(8) value spaces.
         10  tmDays		pic 9(3) value zero.
 01  termsMatchInd		unsigned-int value zero.
 01  tmdummy			pic x(20) value spaces.
 01  rawtermsdays		pic x(6) value spaces.
 01  billdatenum		pic 9(8) value zero.
 01  billdateiso		pic x(10) value spaces.
 01  duedays			pic s9(9) value zero.
 01  duedatenum		pic 9(8) value zero.
 01  duedatenum-r redefines duedatenum.
     05  dued-year		pic 9(4).
     05  dued-month		pic 9(2).
     05  dued-day		pic 9(2).
 01  duedateiso		pic x(10) value spaces.
 01  nextvoucherno		pic 9(6) value 1.
 01  showcsvamt		pic -9999999.99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>ledger posting
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ledgerdate		pic x(8) value spaces.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
 01  postdesc			pic x(40) value spaces.
 01  postacct			pic x(4) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>recovery totals by carrier (C), carrier and zone (Z) and
*>>>customer (U)
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  grpCount			unsigned-int value zero.
 01  grpList.
     05  grpEntry	occurs 1000 times
                        indexed by grpInd.
         10  grpKind		pic x value spaces.
         10  grpKey		pic x(28) value spaces.
         10  grpShipments	unsigned-int value zero.
         10  grpWeight		pic 9(9)v99 value zero.
         10  grpRated		pic s9(10)v99 value zero.
         10  grpBilled		pic s9(10)v99 value zero.
         10  grpCost		pic s9(10)v99 value zero.
 01  grpMatchInd		unsigned-int value zero.
 01  wantkind			pic x value spaces.
 01  wantkey			pic x(28) value spaces.
 01  sectiontitle		pic x(40) value spaces.
 01  comparedcount		unsigned-int value zero.
 01  awaitingcount		unsigned-int value zero.
 01  shortcount		unsigned-int value zero.
 01  overunder			pic s9(10)v99 value zero.
 01  recoverypct		pic s9(5)v9 value zero.
*>
 01  showcount			pic zzz9 value zero.
 01  showcount2		pic zzz9 value zero.
 01  showcount3		pic zzz9 value zero.
 01  showweight		pic zzz,zz9.99 value zero.
 01  showrated			pic --,---,--9.99 value zero.
 01  showbilled		pic --,---,--9.99 value zero.
 01  showcost			pic --,---,--9.99 value zero.
 01  showover			pic --,---,--9.99 value zero.
 01  showpct			pic ---9.9 value zero.
 01  showvoucher		pic 9(6) value zero.
*>
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
     move spaces		to todayiso.
     string todaydate(1:4), "-", todaydate(5:2), "-", todaydate(7:2)
            into todayiso
     end-string.

     accept argv		from argument-value.
     evaluate function trim(argv)
         when "-i"
              move "i"		to runmode
              accept billfilepath from argument-value
              accept argcarrier	from argument-value
              accept argvendor	from argument-value
              move function upper-case(argcarrier) to argcarrier
              move function upper-case(argvendor) to argvendor
              if billfilepath = spaces or argcarrier = spaces
                 perform 0600-show-usage
                 stop run giving 1
              end-if
              if argvendor = spaces
                 move argcarrier	to argvendor
              end-if
              move "freightaudit.txt" to reportfilepath
         when "-r"
              move "r"		to runmode
              accept argfrom	from argument-value
              accept argto	from argument-value
              if argfrom <> spaces
                 if function trim(argfrom) is not numeric
                    or function trim(argto) is not numeric
                    perform 0600-show-usage
                    stop run giving 1
                 end-if
                 move argfrom	to fromdate
                 move argto	to todate
              end-if
              move "freightrecovery.txt" to reportfilepath
         when other
              perform 0600-show-usage
              stop run giving 1
     end-evaluate.

     perform 0900-load-shipfreight.
     perform 0910-load-tracking.
     perform 0920-load-freightbills.

     if import-bills
        perform 0930-load-vendors
        move zero		to vdMatchInd
        perform varying vdInd from 1 by 1
                until vdInd > vdCount
            if function trim(vdCode(vdInd)) = function trim(argvendor)
               move vdInd	to vdMatchInd
            end-if
        end-perform
        if vdMatchInd = zero
           display "freightaudit: vendor '" function trim(argvendor)
                   "' is not on database/vendors.csv -- add it with "
                   "refmaint vendors add"
           stop run giving 8
        end-if
        perform 0750-check-period
        perform 0935-load-terms
        perform 0100-import-bills
        perform 0300-voucher-bills
        perform 0200-put-audit-report
        perform 0500-log-run
        move matchedcount	to showcount
        move leftoffcount	to showcount2
        move vouchercount	to showcount3
        display "freightaudit: " function trim(showcount)
                " line(s) matched on " function trim(showcount3)
                " voucher(s), " function trim(showcount2)
                " left off -- see freightaudit.txt"
        if leftoffcount <> zero
           move 4		to return-code
        end-if
     else
        perform 0400-recovery-report
        move comparedcount	to showcount
        move awaitingcount	to showcount2
        display "freightaudit: " function trim(showcount)
                " shipment(s) compared, " function trim(showcount2)
                " awaiting a carrier bill -- see freightrecovery.txt"
     end-if.

     goback.
*>
 0100-import-bills.
*>
     move zero			to blCount.
     open input billfile.
     read billfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if blCount < 1000 and billrec <> spaces
            add 1		to blCount
            move spaces		to rawblbillno rawblbilldate
                                   rawblreference rawblamount
            unstring billrec delimited by ","
                     into rawblbillno, rawblbilldate,
                          rawblreference, rawblamount
            end-unstring
            move function upper-case(function trim(rawblbillno))
                 to blBillno(blCount)
            move function upper-case(function trim(rawblreference))
                 to blReference(blCount)
            move function trim(rawblbilldate) to blBilldate(blCount)
            if blBillno(blCount) = spaces
               or blReference(blCount) = spaces
               or blBilldate(blCount) is not numeric
               or function test-numval(rawblamount) <> 0
               move "B"		to blStatus(blCount)
            else
               compute blAmount(blCount) = function numval(rawblamount)
               perform 0110-match-line
            end-if
            if line-matched(blCount)
               add 1		to matchedcount
            else
               add 1		to leftoffcount
            end-if
         end-if
         read billfile
              at end move "y"	to eof
         end-read
     end-perform.
     close billfile.
     move spaces		to eof.
*>
 0110-match-line.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the reference is a tracking number when shiptrack knows it,
*>>>otherwise our invoice number
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to blInvoice(blCount).
     perform varying trkInd from 1 by 1
             until trkInd > trkCount
         if trkNumber(trkInd) = blReference(blCount)
            move trkInvoice(trkInd) to blInvoice(blCount)
         end-if
     end-perform.
     if blInvoice(blCount) = spaces
        and function trim(blReference(blCount)) is numeric
        and function numval(blReference(blCount)) < 1000000
        compute invoicework = function numval(blReference(blCount))
        move invoicework	to blInvoice(blCount)
     end-if.

     move zero			to sfMatchInd.
     if blInvoice(blCount) <> spaces
        perform varying sfInd from 1 by 1
                until sfInd > sfCount
            if sfInvoice(sfInd) = blInvoice(blCount)
               move sfInd	to sfMatchInd
            end-if
        end-perform
     end-if.
     move sfMatchInd		to blSfInd(blCount).

     move "M"			to blStatus(blCount).
     perform varying fbInd from 1 by 1
             until fbInd > fbCount
         if fbCarrier(fbInd) = argcarrier
            and fbBillno(fbInd) = blBillno(blCount)
            and fbReference(fbInd) = blReference(blCount)
            move "D"		to blStatus(blCount)
         end-if
     end-perform.
     if line-matched(blCount)
        perform varying blInd from 1 by 1
                until blInd >= blCount
            if blBillno(blInd) = blBillno(blCount)
               and blReference(blInd) = blReference(blCount)
               move "D"		to blStatus(blCount)
            end-if
        end-perform
     end-if.
     evaluate true
         when line-duplicate(blCount)
              continue
         when sfMatchInd = zero
              move "U"		to blStatus(blCount)
         when function trim(sfCarrier(sfMatchInd)) <>
              function trim(argcarrier)
              move "C"		to blStatus(blCount)
     end-evaluate.
*>
 0200-put-audit-report.
*>
     open output reportfile.
     move spaces		to reportrec.
     string "Carrier freight bill audit -- ", function trim(argcarrier),
            " ", function trim(billfilepath), " as of ", todayiso
            delimited by size into reportrec
     end-string.
     write reportrec.
     move spaces		to reportrec.
     string "Bill#          Reference              Invoice Zn  "
            "    Weight         Rated   Billed(USD)  Carrier cost"
            "  Over/(under) Status"
            delimited by size into reportrec
     end-string.
     write reportrec.
     move all "-"		to reportrec.
     write reportrec.
     perform varying blInd from 1 by 1
             until blInd > blCount
         perform 0210-put-audit-line
     end-perform.
     move all "-"		to reportrec.
     write reportrec.
     move matchedcost		to showcost.
     move matchedbilled		to showbilled.
     compute overunder = matchedcost - matchedbilled.
     move overunder		to showover.
     move matchedcount		to showcount.
     move spaces		to reportrec.
     string showcount, " line(s) matched: carrier cost ",
            function trim(showcost), " against ",
            function trim(showbilled), " billed, over/(under) ",
            function trim(showover)
            delimited by size into reportrec
     end-string.
     write reportrec.
     move vouchercount		to showcount.
     move leftoffcount		to showcount2.
     move spaces		to reportrec.
     string showcount, " voucher(s) to ", function trim(argvendor),
            "; ", function trim(showcount2),
            " line(s) left off for review"
            delimited by size into reportrec
     end-string.
     write reportrec.
     close reportfile.
*>
 0210-put-audit-line.
*>
     move zero			to showweight showrated showbilled
                                   showover.
     move blAmount(blInd)	to showcost.
     evaluate true
         when line-matched(blInd)
              move blVoucher(blInd) to showvoucher
              move spaces	to linestatus
              string "VOUCHER ", showvoucher
                     delimited by size into linestatus
              end-string
         when line-unmatched(blInd)
              move "NO SHIPMENT"	to linestatus
         when line-wrong-carrier(blInd)
              move "OTHER CARRIER"	to linestatus
         when line-duplicate(blInd)
              move "DUPLICATE"	to linestatus
         when other
              move "UNREADABLE"	to linestatus
     end-evaluate.
     move spaces		to reportrec.
     if blSfInd(blInd) <> zero
        set sfInd		to blSfInd(blInd)
        move sfWeight(sfInd)	to showweight
        move sfRated(sfInd)	to showrated
        move sfUsd(sfInd)	to showbilled
        compute overunder = blAmount(blInd) - sfUsd(sfInd)
        move overunder		to showover
        string blBillno(blInd)(1:14), " ", blReference(blInd)(1:22),
               " ", blInvoice(blInd), "  ", sfZone(sfInd), "  ",
               showweight, " ", showrated, " ", showbilled, " ",
               showcost, " ", showover, " ", linestatus
               delimited by size into reportrec
        end-string
     else
        string blBillno(blInd)(1:14), " ", blReference(blInd)(1:22),
               " ", blInvoice(blInd)
               delimited by size into reportrec
        end-string
        move showcost		to reportrec(90:13)
        move linestatus		to reportrec(118:14)
     end-if.
     write reportrec.
*>
 0300-voucher-bills.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>each carrier bill number's matched lines go on one voucher;
*>>>the matched lines are recorded so a second import of the same
*>>>bill is caught
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform 0940-read-voucher-control.
     open extend apopenfile.
     open extend ledgerfile.
     open extend freightbillfile.
     perform varying blInd from 1 by 1
             until blInd > blCount
         if line-matched(blInd) and blVoucher(blInd) = zero
            perform 0310-voucher-one-bill
         end-if
     end-perform.
     close freightbillfile.
     close ledgerfile.
     close apopenfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.
     perform 0945-write-voucher-control.
*>
 0310-voucher-one-bill.
*>
     move blBillno(blInd)	to thisbillno.
     move blBilldate(blInd)	to thisbilldate.
     move zero			to voucheramount.
     perform varying blScan from blInd by 1
             until blScan > blCount
         if line-matched(blScan) and blBillno(blScan) = thisbillno
            add blAmount(blScan)	to voucheramount
            move nextvoucherno	to blVoucher(blScan)
         end-if
     end-perform.

     perform 0800-compute-due-date.
     move voucheramount		to showcsvamt.
     move spaces		to apopenrec.
     string nextvoucherno, ",",
            function trim(vdCode(vdMatchInd)), ",",
            function trim(vdName(vdMatchInd)), ",",
            billdateiso, ",",
            duedateiso, ",",
            "5200", ",",
            "Freight bill ", function trim(thisbillno), ",",
            function trim(showcsvamt), ",",
            function trim(showcsvamt)
            delimited by size into apopenrec
     end-string.
     write apopenrec.

     compute postamount = voucheramount.
     move spaces		to postdesc.
     string "Freight bill ", function trim(thisbillno), " ",
            function trim(argcarrier)
            delimited by size into postdesc
     end-string.
     move "5200"		to postacct.
     perform 0700-put-ledger-entry.
     compute postamount = 0 - voucheramount.
     move spaces		to postdesc.
     string "Payable to ", function trim(vdName(vdMatchInd))
            delimited by size into postdesc
     end-string.
     move "2100"		to postacct.
     perform 0700-put-ledger-entry.

     perform varying blScan from blInd by 1
             until blScan > blCount
         if blVoucher(blScan) = nextvoucherno
            move blAmount(blScan) to showcsvamt
            move spaces		to freightbillrec
            string todayiso, ",",
                   function trim(argcarrier), ",",
                   function trim(blBillno(blScan)), ",",
                   blBilldate(blScan), ",",
                   function trim(blReference(blScan)), ",",
                   blInvoice(blScan), ",",
                   function trim(showcsvamt), ",",
                   nextvoucherno
                   delimited by size into freightbillrec
            end-string
            write freightbillrec
            add blAmount(blScan)	to matchedcost
            add sfUsd(blSfInd(blScan)) to matchedbilled
         end-if
     end-perform.

     add 1			to vouchercount.
     add 1			to nextvoucherno.
*>
 0400-recovery-report.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>carrier cost from every matched bill line, laid against each
*>>>shipment's billed freight
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform varying fbInd from 1 by 1
             until fbInd > fbCount
         perform varying sfInd from 1 by 1
                 until sfInd > sfCount
             if sfInvoice(sfInd) = fbInvoice(fbInd)
                add fbAmount(fbInd) to sfCost(sfInd)
             end-if
         end-perform
     end-perform.

     move zero			to grpCount.
     perform varying sfInd from 1 by 1
             until sfInd > sfCount
         move spaces		to sfdatenum
         string sfInvdate(sfInd)(1:4), sfInvdate(sfInd)(6:2),
                sfInvdate(sfInd)(9:2)
                delimited by size into sfdatenum
         end-string
         if sfdatenum >= fromdate and sfdatenum <= todate
            if sfCost(sfInd) = zero
               add 1		to awaitingcount
            else
               add 1		to comparedcount
               perform 0410-add-shipment
            end-if
         end-if
     end-perform.

     open output reportfile.
     move spaces		to reportrec.
     if argfrom = spaces
        string "Freight recovery -- carrier cost against freight "
               "recovered (4100), as of ", todayiso
               delimited by size into reportrec
        end-string
     else
        string "Freight recovery -- carrier cost against freight "
               "recovered (4100), invoices ", fromdate, " to ", todate
               delimited by size into reportrec
        end-string
     end-if.
     write reportrec.
     move all "-"		to reportrec.
     write reportrec.

     move "C"			to wantkind.
     move "By carrier"		to sectiontitle.
     perform 0430-put-group-section.
     move "Z"			to wantkind.
     move "By carrier and zone"	to sectiontitle.
     perform 0430-put-group-section.
     move "U"			to wantkind.
     move "By customer"		to sectiontitle.
     perform 0430-put-group-section.

     move "Shipments whose carrier cost ran over the freight billed:"
          to reportrec.
     write reportrec.
     move spaces		to reportrec.
     string "  Invoice Customer                     Carrier  Zn  "
            "     Weight   Billed(USD)  Carrier cost         Short"
            delimited by size into reportrec
     end-string.
     write reportrec.
     perform varying sfInd from 1 by 1
             until sfInd > sfCount
         move spaces		to sfdatenum
         string sfInvdate(sfInd)(1:4), sfInvdate(sfInd)(6:2),
                sfInvdate(sfInd)(9:2)
                delimited by size into sfdatenum
         end-string
         if sfdatenum >= fromdate and sfdatenum <= todate
            and sfCost(sfInd) <> zero
            and sfCost(sfInd) > sfUsd(sfInd)
            add 1		to shortcount
            move sfWeight(sfInd) to showweight
            move sfUsd(sfInd)	to showbilled
            move sfCost(sfInd)	to showcost
            compute overunder = sfCost(sfInd) - sfUsd(sfInd)
            move overunder	to showover
            move spaces		to reportrec
            string "  ", sfInvoice(sfInd), "  ", sfCustname(sfInd), " ",
                   sfCarrier(sfInd), " ", sfZone(sfInd), "   ",
                   showweight, " ", showbilled, " ", showcost, " ",
                   showover
                   delimited by size into reportrec
            end-string
            write reportrec
         end-if
     end-perform.
     move shortcount		to showcount.
     move comparedcount		to showcount2.
     move awaitingcount		to showcount3.
     move spaces		to reportrec.
     string "  ", function trim(showcount), " of ",
            function trim(showcount2), " shipment(s) compared ran "
            "over; ", function trim(showcount3),
            " shipment(s) await a carrier bill"
            delimited by size into reportrec
     end-string.
     write reportrec.
     close reportfile.
*>
 0410-add-shipment.
*>
     move "C"			to wantkind.
     move sfCarrier(sfInd)	to wantkey.
     perform 0420-add-to-group.
     move "Z"			to wantkind.
     move spaces		to wantkey.
     string function trim(sfCarrier(sfInd)), " zone ",
            sfZone(sfInd)
            delimited by size into wantkey
     end-string.
     perform 0420-add-to-group.
     move "U"			to wantkind.
     move sfCustname(sfInd)	to wantkey.
     perform 0420-add-to-group.
*>
 0420-add-to-group.
*>
     move zero			to grpMatchInd.
     perform varying grpInd from 1 by 1
             until grpInd > grpCount
         if grpKind(grpInd) = wantkind and grpKey(grpInd) = wantkey
            move grpInd		to grpMatchInd
         end-if
     end-perform.
     if grpMatchInd = zero and grpCount < 1000
        add 1			to grpCount
        move grpCount		to grpMatchInd
        move wantkind		to grpKind(grpMatchInd)
        move wantkey		to grpKey(grpMatchInd)
     end-if.
     if grpMatchInd <> zero
        add 1			to grpShipments(grpMatchInd)
        add sfWeight(sfInd)	to grpWeight(grpMatchInd)
        add sfRated(sfInd)	to grpRated(grpMatchInd)
        add sfUsd(sfInd)	to grpBilled(grpMatchInd)
        add sfCost(sfInd)	to grpCost(grpMatchInd)
     end-if.
*>
 0430-put-group-section.
*>
     move sectiontitle		to reportrec.
     write reportrec.
     move spaces		to reportrec.
     string "                                Ship      Weight"
            "         Rated   Billed(USD)  Carrier cost  Over/(under)"
            "     Recov%"
            delimited by size into reportrec
     end-string.
     write reportrec.
     perform varying grpInd from 1 by 1
             until grpInd > grpCount
         if grpKind(grpInd) = wantkind
            move grpShipments(grpInd) to showcount
            move grpWeight(grpInd) to showweight
            move grpRated(grpInd) to showrated
            move grpBilled(grpInd) to showbilled
            move grpCost(grpInd) to showcost
            compute overunder = grpCost(grpInd) - grpBilled(grpInd)
            move overunder	to showover
            move zero		to recoverypct
            if grpCost(grpInd) <> zero
               compute recoverypct rounded =
                       grpBilled(grpInd) * 100 / grpCost(grpInd)
            end-if
            move recoverypct	to showpct
            move spaces		to reportrec
            string "  ", grpKey(grpInd), "  ", showcount, "  ",
                   showweight, " ", showrated, " ", showbilled, " ",
                   showcost, " ", showover, "     ", showpct
                   delimited by size into reportrec
            end-string
            write reportrec
         end-if
     end-perform.
     move all "-"		to reportrec.
     write reportrec.
*>
 0500-log-run.
*>
     move matchedcount		to showcount.
     move leftoffcount		to showcount2.
     move vouchercount		to showcount3.
     move "freightaudit"	to audit-program.
     move "FREIGHT-BILL-IMPORT"	to audit-reason.
     move spaces		to audit-key.
     string function trim(argcarrier), " ",
            function trim(billfilepath)
            delimited by size into audit-key
     end-string.
     move matchedcost		to showcost.
     move spaces		to audit-data.
     string function trim(showcount), " line(s) matched, ",
            function trim(showcost), " on ",
            function trim(showcount3), " voucher(s) to ",
            function trim(argvendor), ", ",
            function trim(showcount2), " left off"
            delimited by size into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.
*>
 0600-show-usage.
*>
     display "usage: freightaudit -i <bill-file> <carrier> [<vendor>]".
     display "       freightaudit -r [<from yyyymmdd> <to yyyymmdd>]".
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
        display "freightaudit: period " todaydate(1:6) " is closed -- "
                "nothing vouchered"
        stop run giving 8
     end-if.
     if pc-status = 4
        display "freightaudit: period " todaydate(1:6) " is closed -- "
                "posting into " pc-date(1:6) " instead"
     end-if.
     move pc-date		to ledgerdate.
*>
 0800-compute-due-date.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>bill date plus the carrier vendor's terms days, the way
*>>>apvoucher does it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move thisbilldate		to billdatenum.
     if function test-date-yyyymmdd(billdatenum) <> 0
        move todaydate		to billdatenum
     end-if.
     move spaces		to billdateiso.
     string thisbilldate(1:4), "-", thisbilldate(5:2), "-",
            thisbilldate(7:2)
            into billdateiso
     end-string.
     move zero			to termsMatchInd.
     perform varying termsInd from 1 by 1
             until termsInd > termsCount
         if function trim(vdTerms(vdMatchInd)) =
            function trim(tmCode(termsInd))
            move termsInd	to termsMatchInd
         end-if
     end-perform.
     compute duedays = function integer-of-date(billdatenum).
     if termsMatchInd <> zero
        add tmDays(termsMatchInd) to duedays
     end-if.
     compute duedatenum = function date-of-integer(duedays).
     move spaces		to duedateiso.
     string dued-year, "-", dued-month, "-", dued-day
            into duedateiso
     end-string.
*>
 0900-load-shipfreight.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an invoice billed again replaces its earlier row
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to sfCount.
     open input shipfreightfile.
     read shipfreightfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawsfinvoice rawsfweight rawsfrated
                                   rawsfbilled rawsfusd
         if sfCount < 3000
            add 1		to sfCount
            move spaces		to sfTracking(sfCount) sfZone(sfCount)
            unstring shipfreightrec delimited by ","
                     into sfInvdate(sfCount),
                          rawsfinvoice,
                          sfCustkey(sfCount),
                          sfCustname(sfCount),
                          sfCarrier(sfCount),
                          sfState(sfCount),
                          sfZone(sfCount),
                          rawsfweight,
                          rawsfrated,
                          rawsfbilled,
                          rawsfusd,
                          sfTracking(sfCount),
                          sfCompany(sfCount)
            end-unstring
            if function trim(rawsfinvoice) is numeric
               and function test-numval(rawsfusd) = 0
               compute invoicework = function numval(rawsfinvoice)
               move invoicework	to sfInvoice(sfCount)
               move zero	to sfWeight(sfCount) sfRated(sfCount)
                                   sfBilled(sfCount) sfCost(sfCount)
               if function test-numval(rawsfweight) = 0
                  compute sfWeight(sfCount) =
                          function numval(rawsfweight)
               end-if
               if function test-numval(rawsfrated) = 0
                  compute sfRated(sfCount) =
                          function numval(rawsfrated)
               end-if
               if function test-numval(rawsfbilled) = 0
                  compute sfBilled(sfCount) =
                          function numval(rawsfbilled)
               end-if
               compute sfUsd(sfCount) = function numval(rawsfusd)
               move function upper-case(sfCarrier(sfCount))
                    to sfCarrier(sfCount)
               move zero	to sfMatchInd
               perform varying sfInd from 1 by 1
                       until sfInd >= sfCount
                   if sfInvoice(sfInd) = sfInvoice(sfCount)
                      move sfInd	to sfMatchInd
                   end-if
               end-perform
               if sfMatchInd <> zero
                  move sfEntry(sfCount) to sfEntry(sfMatchInd)
                  subtract 1	from sfCount
               end-if
            else
               subtract 1	from sfCount
            end-if
         end-if
         read shipfreightfile
              at end move "y"	to eof
         end-read
     end-perform.
     close shipfreightfile.
     move spaces		to eof.
*>
 0910-load-tracking.
*>
     move zero			to trkCount.
     open input trackingfile.
     read trackingfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if trkCount < 2000
            add 1		to trkCount
            move spaces		to rawtrkinvoice
            unstring trackingrec delimited by ","
                     into rawtrkinvoice,
                          trkCarrier(trkCount),
                          trkNumber(trkCount)
            end-unstring
            if function trim(rawtrkinvoice) is numeric
               and trkNumber(trkCount) <> spaces
               compute invoicework = function numval(rawtrkinvoice)
               move invoicework	to trkInvoice(trkCount)
            else
               subtract 1	from trkCount
            end-if
         end-if
         read trackingfile
              at end move "y"	to eof
         end-read
     end-perform.
     close trackingfile.
     move spaces		to eof.
*>
 0920-load-freightbills.
*>
     move zero			to fbCount.
     open input freightbillfile.
     read freightbillfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if fbCount < 5000
            add 1		to fbCount
            move spaces		to rawfbinvoice rawfbamount
            unstring freightbillrec delimited by ","
                     into fbdummy,
                          fbCarrier(fbCount),
                          fbBillno(fbCount),
                          fbdummy,
                          fbReference(fbCount),
                          rawfbinvoice,
                          rawfbamount
            end-unstring
            if function trim(rawfbinvoice) is numeric
               and function test-numval(rawfbamount) = 0
               move rawfbinvoice(1:6) to fbInvoice(fbCount)
               compute fbAmount(fbCount) = function numval(rawfbamount)
            else
               subtract 1	from fbCount
            end-if
         end-if
         read freightbillfile
              at end move "y"	to eof
         end-read
     end-perform.
     close freightbillfile.
     move spaces		to eof.
*>
 0930-load-vendors.
*>
     move zero			to vdCount.
     open input vendorfile.
     read vendorfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if vdCount < 200
            add 1		to vdCount
            unstring vendorrec delimited by ","
                     into vdCode(vdCount),
                          vdName(vdCount),
                          vddummy, vddummy, vddummy, vddummy,
                          vdTerms(vdCount)
            end-unstring
         end-if
         read vendorfile
              at end move "y"	to eof
         end-read
     end-perform.
     close vendorfile.
     move spaces		to eof.
*>
 0935-load-terms.
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
                     into tmCode(termsCount),
                          tmdummy,
                          rawtermsdays
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
 0940-read-voucher-control.
*>
     open input vctlfile.
     read vctlfile
          at end move "y"	to eof
          not at end move vctlrec to nextvoucherno
     end-read.
     close vctlfile.
     move spaces		to eof.
*>
 0945-write-voucher-control.
*>
     open output vctlfile.
     move nextvoucherno		to vctlrec.
     write vctlrec.
     close vctlfile.
