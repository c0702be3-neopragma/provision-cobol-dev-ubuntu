       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   RMA receiving -- the dock records what actually came
*>            back against a return authorization on database/
*>            rmas.csv before the credit memo bills, and what is to
*>            become of it.  Each receipt names the quantity, the
*>            condition it arrived in (a word: GOOD, DAMAGED,
*>            DEFECTIVE ...) and one disposition:
*>
*>              restock  back on the shelf at the receiving
*>                       warehouse (default the first on database/
*>                       warehouses.csv).  Nothing moves yet:
*>                       writeinvoice puts restock units on hand, and
*>                       takes their cost back out of cost of sales,
*>                       when the credit memo bills.
*>              scrap    written off at standard cost (the database/
*>                       pricemaster.csv row in force today; a kit at
*>                       its components'):
*>                       debit 6410 Returns scrapped / credit 5000
*>                       Cost of goods sold -- the cost the sale took
*>                       stays an expense, as scrap.
*>              rtv      returned to the vendor (the item's first
*>                       supplier on database/itemvendors.csv unless
*>                       one is named) on a vendor debit memo opened
*>                       on database/apopen.csv at the vendor's unit
*>                       cost: debit 2100 Accounts payable, credit
*>                       5000 at standard, the difference to 5100
*>                       Purchase price variance.  apcheckrun takes
*>                       the memo off the vendor's next check.  Memo
*>                       numbers come from apvoucher.ctl.
*>
*>            rmas.csv carries the quantities received for restock,
*>            scrap and return to vendor and the receiving warehouse
*>            as columns nine to twelve; a credit memo may not credit
*>            more than has been received.  Every receipt is appended
*>            to database/rmareceipts.csv (date, RMA, item, quantity,
*>            condition, disposition, warehouse or vendor, value) and
*>            logged through auditlog.  Receipts never exceed the
*>            quantity authorized, and an RMA's restock units all go
*>            back to one warehouse.  Postings are checked against
*>            accounting period control, and a leading
*>            -company=<cc> argument names the company posted to
*>            (default 01).
*>
*>            usage: rmareceive <rma#> <qty> <condition>
*>                              restock [<warehouse>]
*>                   rmareceive <rma#> <qty> <condition> scrap
*>                   rmareceive <rma#> <qty> <condition> rtv [<vendor>]
*>*********************************************************************
identification division.
program-id. rmareceive.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional rmafile	assign to "database/rmas.csv"
                        organization is line sequential.
select optional receiptfile	assign to "database/rmareceipts.csv"
                        organization is line sequential.
select optional pricemasterfile	assign to "database/pricemaster.csv"
                        organization is line sequential.
select optional kitfile	assign to "database/kits.csv"
                        organization is line sequential.
select optional itemvendorfile	assign to "database/itemvendors.csv"
                        organization is line sequential.
select optional vendorfile	assign to "database/vendors.csv"
                        organization is line sequential.
select optional apopenfile	assign to "database/apopen.csv"
                        organization is line sequential.
select optional vctlfile	assign to "apvoucher.ctl"
                        organization is line sequential.
select optional ledgerfile	assign to "database/generalledger.csv"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd rmafile.
*>
01 rmarec		pic x(150).
*>
fd receiptfile.
*>
01 receiptrec		pic x(150).
*>
fd pricemasterfile.
*>
01 pricemasterrec	pic x(100).
*>
fd kitfile.
*>
01 kitrec		pic x(40).
*>
fd itemvendorfile.
*>
01 itemvendorrec	pic x(100).
*>
fd vendorfile.
*>
01 vendorrec		pic x(200).
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
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  argrma			pic x(10) value spaces.
 01  argqty			pic x(12) value spaces.
 01  argcondition		pic x(12) value spaces.
 01  argdisposition		pic x(10) value spaces.
     88  dispose-restock	      value "restock".
     88  dispose-scrap		      value "scrap".
     88  dispose-rtv		      value "rtv".
 01  argextra			pic x(10) value spaces.
 01  receiptqty		pic s9(10) value zero.
 01  todaydate			pic x(8) value spaces.
 01  todayiso			pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>return authorizations, rewritten with the receipt
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rmaCount			unsigned-int value zero.
 01  rmaList.
     05  rmaEntry	occurs 200 times
                        indexed by rmaInd.
         10  rmNumber		pic x(8) value spaces.
         10  rmCust		pic x(28) value spaces.
         10  rmOrigInv		pic x(10) value spaces.
         10  rmItem		pic x(10) value spaces.
         10  rmQtyAuth		pic s9(10) value zero.
         10  rmQtyCred		pic s9(10) value zero.
         10  rmStatus		pic x value "O".
         10  rmIssued		pic x(10) value spaces.
         10  rmRcvRestock	pic s9(10) value zero.
         10  rmRcvScrap	pic s9(10) value zero.
         10  rmRcvVendor	pic s9(10) value zero.
         10  rmRcvWh		pic x(4) value spaces.
 01  rmaMatchInd		unsigned-int value zero.
 01  rawrmaauth		pic x(12) value spaces.
 01  rawrmacred		pic x(12) value spaces.
 01  rawrmarestock		pic x(12) value spaces.
 01  rawrmascrap		pic x(12) value spaces.
 01  rawrmavendor		pic x(12) value spaces.
 01  receivedsofar		pic s9(10) value zero.
 01  showcsvrmaauth		pic -9(10) value zero.
 01  showcsvrmacred		pic -9(10) value zero.
 01  showcsvrmarestock		pic 9(10) value zero.
 01  showcsvrmascrap		pic 9(10) value zero.
 01  showcsvrmavendor		pic 9(10) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>standard cost of the returned item -- a kit parent with none
*>>>of its own is the sum of its components'
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  stdCount			unsigned-int value zero.
 01  stdList.
     05  stdEntry	occurs 500 times
                        indexed by stdInd.
         10  stdItem		pic x(10) value spaces.
         10  stdCost		pic 9(6)v99 value zero.
         10  stdEffdate		pic 9(8) value zero.
 01  rawstdprice		pic x(12) value spaces.
 01  rawstdcost		pic x(12) value spaces.
 01  rawstdeff			pic x(10) value spaces.
 01  stdDupInd			unsigned-int value zero.
 01  stdtodaynum		pic 9(8) value zero.
 01  kitCount			unsigned-int value zero.
 01  kitList.
     05  kitEntry	occurs 200 times
                        indexed by kitInd.
         10  ktParent		pic x(8) value spaces.
         10  ktComponent	pic x(8) value spaces.
         10  ktQtyper		pic 9(5) value zero.
 01  rawqtyper			pic x(8) value spaces.
 01  unitstdcost		pic 9(8)v99 value zero.
 01  costfound			pic x value spaces.
     88  std-cost-was-found	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the vendor a return goes back to
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  iv-item			pic x(10) value spaces.
 01  iv-vendor			pic x(8) value spaces.
 01  rawivcost			pic x(12) value spaces.
 01  vendorcost		pic 9(6)v99 value zero.
 01  vendorfound		pic x value spaces.
     88  vendor-cost-was-found     value "y".
 01  rtvvendor			pic x(8) value spaces.
 01  vd-code			pic x(8) value spaces.
 01  vd-name			pic x(28) value spaces.
 01  rtvvendorname		pic x(28) value spaces.
 01  nextvoucherno		pic 9(6) value 1.
 01  memoamount		pic s9(10)v99 value zero.
 01  showcsvmemo		pic -9999999.99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>ledger posting
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  stdvalue			pic s9(10)v99 value zero.
 01  ledgerdate		pic x(8) value spaces.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
 01  postdesc			pic x(40) value spaces.
 01  postacct			pic x(4) value spaces.
 01  showamt			pic --,---,---,--9.99 value zero.
 01  showcsvvalue		pic -9(8).99 value zero.
 01  showqty			pic zzz,zzz,zz9 value zero.
 01  disposedto		pic x(8) value spaces.
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
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared whroute subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  wr-action			pic x value "v".
 01  wr-shipmethod		pic x(8) value spaces.
 01  wr-state			pic x(2) value spaces.
 01  wr-warehouse		pic x(4) value spaces.
 01  wr-status			pic 99 value zero.
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
     accept argrma		from argument-value.
     accept argqty		from argument-value.
     accept argcondition	from argument-value.
     accept argdisposition	from argument-value.
     accept argextra		from argument-value.
     move function lower-case(argdisposition) to argdisposition.
     move function upper-case(argcondition) to argcondition.

     if argrma = spaces or argcondition = spaces
        or not (dispose-restock or dispose-scrap or dispose-rtv)
        display "usage: rmareceive <rma#> <qty> <condition> "
                "restock [<warehouse>] | scrap | rtv [<vendor>]"
        stop run giving 1
     end-if.
     if function trim(argqty) is not numeric
        or function numval(argqty) = zero
        display "rmareceive: the quantity must be a whole number "
                "above zero"
        stop run giving 1
     end-if.
     compute receiptqty = function numval(argqty).

     perform 0900-load-rmas.
     move zero			to rmaMatchInd.
     perform varying rmaInd from 1 by 1
             until rmaInd > rmaCount
         if function upper-case(function trim(argrma)) =
            function trim(rmNumber(rmaInd))
            move rmaInd		to rmaMatchInd
         end-if
     end-perform.
     if rmaMatchInd = zero
        display "rmareceive: RMA " function trim(argrma)
                " is not on database/rmas.csv"
        stop run giving 8
     end-if.
     if rmStatus(rmaMatchInd) <> "O"
        display "rmareceive: RMA " function trim(argrma)
                " is no longer open"
        stop run giving 8
     end-if.
     compute receivedsofar = rmRcvRestock(rmaMatchInd)
                           + rmRcvScrap(rmaMatchInd)
                           + rmRcvVendor(rmaMatchInd).
     if receivedsofar + receiptqty > rmQtyAuth(rmaMatchInd)
        compute receivedsofar = rmQtyAuth(rmaMatchInd)
                              - receivedsofar
        move receivedsofar	to showqty
        display "rmareceive: RMA " function trim(argrma)
                " has only " function trim(showqty)
                " unit(s) authorized and not yet received"
        stop run giving 8
     end-if.

     perform 0910-load-standard-costs.
     perform 0920-load-kits.
     perform 0200-resolve-std-cost.
     compute stdvalue = receiptqty * unitstdcost.

     evaluate true
         when dispose-restock
              perform 0300-receive-restock
         when dispose-scrap
              perform 0400-receive-scrap
         when dispose-rtv
              perform 0500-receive-rtv
     end-evaluate.

     perform 0960-rewrite-rmas.
     perform 0600-record-receipt.

     move receiptqty		to showqty.
     display "rmareceive: " function trim(showqty) " "
             function trim(rmItem(rmaMatchInd)) " received on RMA "
             function trim(rmNumber(rmaMatchInd)) " ("
             function trim(argcondition) ") -- "
             function trim(argdisposition) " "
             function trim(disposedto).

     goback.
*>
 0200-resolve-std-cost.
*>
     move spaces		to costfound.
     move zero			to unitstdcost.
     perform varying stdInd from 1 by 1
             until stdInd > stdCount
         if function trim(stdItem(stdInd)) =
            function trim(rmItem(rmaMatchInd))
            move stdCost(stdInd)	to unitstdcost
            move "y"		to costfound
         end-if
     end-perform.
     if not std-cost-was-found
        perform varying kitInd from 1 by 1
                until kitInd > kitCount
            if function trim(ktParent(kitInd)) =
               function trim(rmItem(rmaMatchInd))
               perform varying stdInd from 1 by 1
                       until stdInd > stdCount
                   if function trim(stdItem(stdInd)) =
                      function trim(ktComponent(kitInd))
                      compute unitstdcost = unitstdcost
                            + stdCost(stdInd) * ktQtyper(kitInd)
                      move "y"	to costfound
                   end-if
               end-perform
            end-if
        end-perform
     end-if.
*>
 0300-receive-restock.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one building per RMA, so the credit memo knows where to put it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "v"			to wr-action.
     move argextra		to wr-warehouse.
     call "whroute" using wr-action, wr-shipmethod, wr-state,
                          wr-warehouse, wr-status
     end-call.
     if wr-status <> zero
        display "rmareceive: warehouse " function trim(argextra)
                " is not on database/warehouses.csv"
        stop run giving 8
     end-if.
     if rmRcvRestock(rmaMatchInd) > zero
        and rmRcvWh(rmaMatchInd) <> spaces
        and rmRcvWh(rmaMatchInd) <> wr-warehouse
        display "rmareceive: RMA " function trim(argrma)
                " is already being restocked at "
                rmRcvWh(rmaMatchInd)
        stop run giving 8
     end-if.
     move wr-warehouse		to rmRcvWh(rmaMatchInd).
     add receiptqty		to rmRcvRestock(rmaMatchInd).
     move wr-warehouse		to disposedto.
*>
 0400-receive-scrap.
*>
     if not std-cost-was-found
        display "rmareceive: " function trim(rmItem(rmaMatchInd))
                " has no standard cost on database/pricemaster.csv"
                " -- scrapped at zero"
     end-if.
     perform 0750-check-period.
     open extend ledgerfile.
     compute postamount = stdvalue.
     move spaces		to postdesc.
     string "RMA ", function trim(rmNumber(rmaMatchInd)),
            " scrapped"
            delimited by size into postdesc
     end-string.
     move "6410"		to postacct.
     perform 0700-put-ledger-entry.
     compute postamount = 0 - stdvalue.
     move "5000"		to postacct.
     perform 0700-put-ledger-entry.
     close ledgerfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.
     add receiptqty		to rmRcvScrap(rmaMatchInd).
     move spaces		to disposedto.
*>
 0500-receive-rtv.
*>
     perform 0510-find-vendor-cost.
     if rtvvendor = spaces
        display "rmareceive: " function trim(rmItem(rmaMatchInd))
                " has no supplier on database/itemvendors.csv -- "
                "name the vendor to return it to"
        stop run giving 8
     end-if.
     perform 0520-find-vendor-name.
     if rtvvendorname = spaces
        display "rmareceive: vendor " function trim(rtvvendor)
                " is not on database/vendors.csv"
        stop run giving 8
     end-if.
     if not vendor-cost-was-found
        move unitstdcost	to vendorcost
     end-if.
     compute memoamount = receiptqty * vendorcost.

     perform 0750-check-period.
     perform 0930-read-voucher-control.
     compute showcsvmemo = 0 - memoamount.
     open extend apopenfile.
     move spaces		to apopenrec.
     string nextvoucherno, ",",
            function trim(rtvvendor), ",",
            function trim(rtvvendorname), ",",
            todayiso, ",",
            todayiso, ",",
            "5000", ",",
            "Debit memo RMA ", function trim(rmNumber(rmaMatchInd)),
            " ", function trim(rmItem(rmaMatchInd)), ",",
            showcsvmemo, ",",
            showcsvmemo
            delimited by size into apopenrec
     end-string.
     write apopenrec.
     close apopenfile.

     open extend ledgerfile.
     compute postamount = memoamount.
     move spaces		to postdesc.
     string "Debit memo ", nextvoucherno, " ",
            function trim(rtvvendorname)
            delimited by size into postdesc
     end-string.
     move "2100"		to postacct.
     perform 0700-put-ledger-entry.
     compute postamount = 0 - stdvalue.
     move spaces		to postdesc.
     string "RMA ", function trim(rmNumber(rmaMatchInd)),
            " returned to vendor"
            delimited by size into postdesc
     end-string.
     move "5000"		to postacct.
     perform 0700-put-ledger-entry.
     compute postamount = stdvalue - memoamount.
     move "5100"		to postacct.
     perform 0700-put-ledger-entry.
     close ledgerfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.

     move memoamount		to showamt.
     display "rmareceive: debit memo " nextvoucherno " for "
             function trim(showamt) " opened against "
             function trim(rtvvendorname).
     add 1			to nextvoucherno.
     perform 0940-write-voucher-control.
     add receiptqty		to rmRcvVendor(rmaMatchInd).
     move rtvvendor		to disposedto.
     move memoamount		to stdvalue.
*>
 0510-find-vendor-cost.
*>
     move function upper-case(argextra) to rtvvendor.
     move spaces		to vendorfound.
     move zero			to vendorcost.
     open input itemvendorfile.
     read itemvendorfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to iv-item iv-vendor rawivcost
         unstring itemvendorrec delimited by ","
                  into iv-item, iv-vendor, rawivcost
         end-unstring
         if function trim(iv-item) = function trim(rmItem(rmaMatchInd))
            and not vendor-cost-was-found
            and (rtvvendor = spaces or iv-vendor = rtvvendor)
            move iv-vendor	to rtvvendor
            if function test-numval(rawivcost) = 0
               and function numval(rawivcost) > zero
               compute vendorcost = function numval(rawivcost)
               move "y"		to vendorfound
            end-if
         end-if
         read itemvendorfile
              at end move "y"	to eof
         end-read
     end-perform.
     close itemvendorfile.
     move spaces		to eof.
*>
 0520-find-vendor-name.
*>
     move spaces		to rtvvendorname.
     open input vendorfile.
     read vendorfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to vd-code vd-name
         unstring vendorrec delimited by ","
                  into vd-code, vd-name
         end-unstring
         if vd-code = rtvvendor
            move vd-name	to rtvvendorname
         end-if
         read vendorfile
              at end move "y"	to eof
         end-read
     end-perform.
     close vendorfile.
     move spaces		to eof.
*>
 0600-record-receipt.
*>
     move stdvalue		to showcsvvalue.
     move spaces		to receiptrec.
     string todayiso, ",",
            function trim(rmNumber(rmaMatchInd)), ",",
            function trim(rmItem(rmaMatchInd)), ",",
            function trim(argqty), ",",
            function trim(argcondition), ",",
            function upper-case(function trim(argdisposition)), ",",
            function trim(disposedto), ",",
            function trim(showcsvvalue)
            delimited by size into receiptrec
     end-string.
     open extend receiptfile.
     write receiptrec.
     close receiptfile.

     move "rmareceive"		to audit-program.
     move "RMA-RECEIVE"		to audit-reason.
     move rmNumber(rmaMatchInd)	to audit-key.
     move spaces		to audit-data.
     string function trim(rmItem(rmaMatchInd)), " qty ",
            function trim(argqty), " ",
            function trim(argcondition), " ",
            function trim(argdisposition), " ",
            function trim(disposedto)
            delimited by size into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.
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
        display "rmareceive: period " todaydate(1:6) " is closed -- "
                "nothing received"
        stop run giving 8
     end-if.
     if pc-status = 4
        display "rmareceive: period " todaydate(1:6) " is closed -- "
                "posting into " pc-date(1:6) " instead"
     end-if.
     move pc-date		to ledgerdate.
*>
 0900-load-rmas.
*>
     move zero			to rmaCount.
     open input rmafile.
     read rmafile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if rmaCount < 200
            move spaces		to rawrmaauth rawrmacred
                                   rawrmarestock rawrmascrap
                                   rawrmavendor
            add 1		to rmaCount
            move spaces		to rmRcvWh(rmaCount)
            unstring rmarec delimited by ","
                     into rmNumber(rmaCount),
                          rmCust(rmaCount),
                          rmOrigInv(rmaCount),
                          rmItem(rmaCount),
                          rawrmaauth,
                          rawrmacred,
                          rmStatus(rmaCount),
                          rmIssued(rmaCount),
                          rawrmarestock,
                          rawrmascrap,
                          rawrmavendor,
                          rmRcvWh(rmaCount)
            end-unstring
            if function trim(rawrmaauth) is numeric
               compute rmQtyAuth(rmaCount) =
                       function numval(rawrmaauth)
               move zero	to rmQtyCred(rmaCount)
                                   rmRcvRestock(rmaCount)
                                   rmRcvScrap(rmaCount)
                                   rmRcvVendor(rmaCount)
               if function trim(rawrmacred) is numeric
                  compute rmQtyCred(rmaCount) =
                          function numval(rawrmacred)
               end-if
               if function trim(rawrmarestock) is numeric
                  compute rmRcvRestock(rmaCount) =
                          function numval(rawrmarestock)
               end-if
               if function trim(rawrmascrap) is numeric
                  compute rmRcvScrap(rmaCount) =
                          function numval(rawrmascrap)
               end-if
               if function trim(rawrmavendor) is numeric
                  compute rmRcvVendor(rmaCount) =
                          function numval(rawrmavendor)
               end-if
               if rmStatus(rmaCount) = spaces
                  move "O"	to rmStatus(rmaCount)
               end-if
            else
               display "rmareceive: RMA file row " rmaCount
                       " is unreadable -- nothing received"
               stop run giving 8
            end-if
         end-if
         read rmafile
              at end move "y"	to eof
         end-read
     end-perform.
     close rmafile.
     move spaces		to eof.
*>
 0910-load-standard-costs.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>only the row in force today counts: rows dated later (column
*>>>four, yyyymmdd) are skipped and, of an item's others, the
*>>>latest effective date wins
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to stdCount.
     move function current-date(1:8) to stdtodaynum.
     open input pricemasterfile.
     read pricemasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if stdCount < 500
            move spaces		to rawstdprice rawstdcost rawstdeff
            add 1		to stdCount
            unstring pricemasterrec delimited by ","
                     into stdItem(stdCount),
                          rawstdprice,
                          rawstdcost,
                          rawstdeff
            end-unstring
            move zero		to stdEffdate(stdCount)
            if function trim(rawstdeff) is numeric
               compute stdEffdate(stdCount) = function numval(rawstdeff)
            end-if
            if function trim(rawstdcost) <> spaces
               and function test-numval(rawstdcost) = 0
               and stdEffdate(stdCount) <= stdtodaynum
               compute stdCost(stdCount) = function numval(rawstdcost)
               perform 0925-drop-superseded-cost
            else
               subtract 1	from stdCount
            end-if
         end-if
         read pricemasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close pricemasterfile.
     move spaces		to eof.
*>
 0920-load-kits.
*>
     move zero			to kitCount.
     open input kitfile.
     read kitfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if kitCount < 200
            move spaces		to rawqtyper
            add 1		to kitCount
            unstring kitrec delimited by ","
                     into ktParent(kitCount),
                          ktComponent(kitCount),
                          rawqtyper
            end-unstring
            if function trim(rawqtyper) is numeric
               compute ktQtyper(kitCount) =
                       function numval(rawqtyper)
            else
               subtract 1	from kitCount
            end-if
         end-if
         read kitfile
              at end move "y"	to eof
         end-read
     end-perform.
     close kitfile.
     move spaces		to eof.
*>
 0925-drop-superseded-cost.
*>
     move zero			to stdDupInd.
     perform varying stdInd from 1 by 1
             until stdInd >= stdCount
         if stdItem(stdInd) = stdItem(stdCount)
            move stdInd		to stdDupInd
         end-if
     end-perform.
     if stdDupInd <> zero
        if stdEffdate(stdCount) >= stdEffdate(stdDupInd)
           move stdCost(stdCount)	to stdCost(stdDupInd)
           move stdEffdate(stdCount)	to stdEffdate(stdDupInd)
        end-if
        subtract 1		from stdCount
     end-if.
*>
 0930-read-voucher-control.
*>
     open input vctlfile.
     read vctlfile
          at end move "y"	to eof
          not at end move vctlrec to nextvoucherno
     end-read.
     close vctlfile.
     move spaces		to eof.
*>
 0940-write-voucher-control.
*>
     open output vctlfile.
     move nextvoucherno		to vctlrec.
     write vctlrec.
     close vctlfile.
*>
 0960-rewrite-rmas.
*>
     open output rmafile.
     perform varying rmaInd from 1 by 1
             until rmaInd > rmaCount
         if rmNumber(rmaInd) <> spaces
            move rmQtyAuth(rmaInd)	to showcsvrmaauth
            move rmQtyCred(rmaInd)	to showcsvrmacred
            move rmRcvRestock(rmaInd)	to showcsvrmarestock
            move rmRcvScrap(rmaInd)	to showcsvrmascrap
            move rmRcvVendor(rmaInd)	to showcsvrmavendor
            move spaces		to rmarec
            string function trim(rmNumber(rmaInd)), ",",
                   function trim(rmCust(rmaInd)), ",",
                   function trim(rmOrigInv(rmaInd)), ",",
                   function trim(rmItem(rmaInd)), ",",
                   showcsvrmaauth, ",",
                   showcsvrmacred, ",",
                   rmStatus(rmaInd), ",",
                   function trim(rmIssued(rmaInd)), ",",
                   showcsvrmarestock, ",",
                   showcsvrmascrap, ",",
                   showcsvrmavendor, ",",
                   function trim(rmRcvWh(rmaInd))
                   into rmarec
            end-string
            write rmarec
         end-if
     end-perform.
     close rmafile.
