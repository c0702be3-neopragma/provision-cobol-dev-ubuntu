       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Purchase order subsystem -- the REORDER flag on
*>            stockstatus finally turns into an order to a supplier,
*>            and what we ordered is on file before the truck shows
*>            up.  PO lines live in database/purchaseorders.csv (PO
*>            number, line number, status D draft / O issued / P
*>            partly received / C closed / X cancelled, PO date
*>            yyyy-mm-dd, vendor code, item, quantity ordered, unit
*>            cost, quantity received, expected date), one row per
*>            line, lines of a PO sharing the number -- the open-PO
*>            file.  Vendors must be on database/vendors.csv.
*>
*>            "reorder" drafts POs for items whose on hand and in
*>            transit, summed over every warehouse on database/
*>            inventory.csv, is at or below the sum of their nonzero
*>            reorder points, less what is already on order -- a
*>            building short of what the other building holds is a
*>            transfer (invadjust), not a purchase: each flagged item goes to its
*>            supplier on database/itemvendors.csv (item, vendor,
*>            unit cost, order quantity, lead-time days), one draft
*>            PO per vendor per run, cost defaulting to the standard
*>            cost in force today on database/pricemaster.csv (rows
*>            effective later, column four yyyymmdd, are skipped)
*>            and quantity to twice
*>            the reorder point less what is on hand and on order.
*>            "add"/"addline" draft by hand, quotemaint style.
*>
*>            "print" fills the PO template through the
*>            odfstartform/odfsetfield machinery (purchaseorders.cfg
*>            keys pofile/poform, defaults potemplate.fods/
*>            powork.fods; placeholders pono, podate, vendorname,
*>            vendoraddr, vendorcity, vendorterms, repeating
*>            item/desc/qty/cost/amount/duedate, pototal) and marks
*>            the draft issued.  "receive" records a quantity
*>            received against a PO line, adds it to on hand in
*>            database/inventory.csv at the warehouse named after the
*>            quantity (default the first on database/warehouses.csv,
*>            per the shared whroute) the way invadjust receive does
*>            (auditlog entry with the before quantity), appends the
*>            receipt to database/poreceipts.csv (receipt date, PO,
*>            line, item, quantity, unit cost, vendor), and leaves a
*>            short receipt open as P until the rest arrives.  The
*>            receipt also posts to the general ledger: 1400
*>            Inventory debited at the item's standard cost, 2110
*>            Received not vouchered credited at the PO unit cost
*>            (what the vendor will invoice), and any difference to
*>            5100 Purchase price variance; an item with no standard
*>            cost goes to inventory at the PO cost.  The receipt
*>            date must fall in an open accounting period, and a
*>            leading -company=<cc> argument names the company
*>            posted to (default 01).
*>            "openlist" prints every line still open to poopen.txt.
*>
*>            usage: pomaint reorder
*>                   pomaint add <vendor> <item> <qty> [<cost>]
*>                   pomaint addline <po#> <item> <qty> [<cost>]
*>                   pomaint print <po#>
*>                   pomaint receive <po#> <item> <qty> [<warehouse>]
*>                   pomaint cancel <po#>
*>                   pomaint openlist
*>                   pomaint -company=<cc> receive <po#> <item> <qty>
*>*********************************************************************
identification division.
program-id. pomaint.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional pofile	assign to "database/purchaseorders.csv"
                        organization is line sequential.
select optional receiptfile	assign to "database/poreceipts.csv"
                        organization is line sequential.
select optional vendorfile	assign to "database/vendors.csv"
                        organization is line sequential.
select optional itemvendorfile	assign to "database/itemvendors.csv"
                        organization is line sequential.
select optional inventoryfile	assign to "database/inventory.csv"
                        organization is line sequential.
select optional itemmasterfile	assign to "database/items.csv"
                        organization is line sequential.
select optional pricemasterfile	assign to "database/pricemaster.csv"
                        organization is line sequential.
select optional ledgerfile	assign to "database/generalledger.csv"
                        organization is line sequential.
select optional cfgfile	assign to "purchaseorders.cfg"
                        organization is line sequential.
select optional poctlfile	assign to "purchaseorders.ctl"
                        organization is line sequential.
select openlistfile	assign to "poopen.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd pofile.
*>
01 porec		pic x(120).
*>
fd receiptfile.
*>
01 receiptrec		pic x(120).
*>
fd vendorfile.
*>
01 vendorrec		pic x(120).
*>
fd itemvendorfile.
*>
01 itemvendorrec	pic x(80).
*>
fd inventoryfile.
*>
01 inventoryrec		pic x(80).
*>
fd itemmasterfile.
*>
01 itemmasterrec	pic x(100).
*>
fd pricemasterfile.
*>
01 pricemasterrec	pic x(100).
*>
fd ledgerfile.
*>
01 ledgerrec		pic x(80).
*>
fd cfgfile.
*>
01 cfgrec		pic x(200).
*>
fd poctlfile.
*>
01 poctlrec		pic 9(6).
*>
fd openlistfile.
*>
01 openlistrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  refaction			pic x(12) value spaces.
     88  action-is-reorder	      value "reorder".
     88  action-is-add		      value "add".
     88  action-is-addline	      value "addline".
     88  action-is-print	      value "print".
     88  action-is-receive	      value "receive".
     88  action-is-cancel	      value "cancel".
     88  action-is-openlist	      value "openlist".
 01  arg2			pic x(12) value spaces.
 01  arg3			pic x(12) value spaces.
 01  arg4			pic x(12) value spaces.
 01  arg5			pic x(12) value spaces.
 01  wantpono			pic 9(6) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the whole open-PO file, loaded / changed / rewritten
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  poCount			unsigned-int value zero.
 01  poList.
     05  poEntry	occurs 1000 times
                        indexed by poInd.
         10  poNumber		pic 9(6) value zero.
         10  poLine		pic 9(3) value zero.
         10  poStatus		pic x value spaces.
         10  poDate		pic x(10) value spaces.
         10  poVendor		pic x(8) value spaces.
         10  poItem		pic x(10) value spaces.
         10  poQtyord		pic 9(10) value zero.
         10  poCost		pic 9(6)v99 value zero.
         10  poQtyrcvd		pic 9(10) value zero.
         10  poDuedate		pic x(10) value spaces.
 01  rawpono			pic x(10) value spaces.
 01  rawpoline			pic x(6) value spaces.
 01  rawqtyord			pic x(12) value spaces.
 01  rawcost			pic x(12) value spaces.
 01  rawqtyrcvd		pic x(12) value spaces.
 01  pofound			pic x value spaces.
     88  po-was-found		      value "y".
 01  poMatchInd		unsigned-int value zero.
 01  nextlineno		pic 9(3) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>vendor master
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  vdCount			unsigned-int value zero.
 01  vdList.
     05  vdEntry	occurs 200 times
                        indexed by vdInd.
         10  vdCode		pic x(8) value spaces.
         10  vdName		pic x(28) value spaces.
         10  vdAddr1		pic x(28) value spaces.
         10  vdCity		pic x(16) value spaces.
         10  vdState		pic x(4) value spaces.
         10  vdZip		pic x(10) value spaces.
         10  vdTerms		pic x(8) value spaces.
 01  vdMatchInd		unsigned-int value zero.
 01  want-vendor		pic x(8) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>item / supplier cross-reference
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ivCount			unsigned-int value zero.
 01  ivList.
     05  ivEntry	occurs 500 times
                        indexed by ivInd.
         10  ivItem		pic x(10) value spaces.
         10  ivVendor		pic x(8) value spaces.
         10  ivCost		pic 9(6)v99 value zero.
         10  ivOrderqty	pic 9(10) value zero.
         10  ivLeaddays	pic 9(4) value zero.
 01  ivMatchInd		unsigned-int value zero.
 01  rawivcost			pic x(12) value spaces.
 01  rawivorderqty		pic x(12) value spaces.
 01  rawivleaddays		pic x(6) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>inventory, loaded and rewritten the way invadjust does
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  invtCount		unsigned-int value zero.
 01  invtList.
     05  invtEntry	occurs 500 times
                        indexed by invtInd.
         10  invtCode		pic x(8) value spaces.
         10  invtOnhand	pic s9(10) value zero.
         10  invtCommitted	pic s9(10) value zero.
         10  invtReorder	pic s9(10) value zero.
         10  invtWarehouse	pic x(4) value spaces.
         10  invtIntransit	pic s9(10) value zero.
 01  invtMatchInd		unsigned-int value zero.
 01  invtInd2			unsigned-int value zero.
 01  rawonhand			pic x(12) value spaces.
 01  rawcommitted		pic x(12) value spaces.
 01  rawreorder		pic x(12) value spaces.
 01  rawwarehouse		pic x(6) value spaces.
 01  rawintransit		pic x(12) value spaces.
 01  showcsvintransit		pic -9(10) value zero.
 01  wantwarehouse		pic x(4) value spaces.
 01  itemavailable		pic s9(10) value zero.
 01  itemreorder		pic s9(10) value zero.
 01  itemseen			pic x value spaces.
     88  item-already-seen	      value "y".
 01  beforeqty			pic s9(10) value zero.
 01  showcsvonhand		pic -9(10) value zero.
 01  showcsvcommitted		pic -9(10) value zero.
 01  showcsvreorder		pic 9(10) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>item master descriptions and standard costs
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  itemCount		unsigned-int value zero.
 01  itemList.
     05  itemEntry	occurs 500 times
                        indexed by itemInd.
         10  itCode		pic x(8) value spaces.
         10  itDesc		pic x(70) value spaces.
 01  itemdesc			pic x(34) value spaces.
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
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the draft PO opened for each vendor during a reorder run
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rvCount			unsigned-int value zero.
 01  rvList.
     05  rvEntry	occurs 200 times
                        indexed by rvInd.
         10  rvVendor		pic x(8) value spaces.
         10  rvPono		pic 9(6) value zero.
         10  rvLines		pic 9(3) value zero.
 01  rvMatchInd		unsigned-int value zero.
 01  onorder			pic s9(10) value zero.
 01  orderqty			pic s9(10) value zero.
 01  draftcount		unsigned-int value zero.
 01  skipcount			unsigned-int value zero.
 01  nocostcount		unsigned-int value zero.
*>
 01  want-item			pic x(10) value spaces.
 01  want-qty			pic 9(10) value zero.
 01  resolvedcost		pic 9(6)v99 value zero.
 01  costfound			pic x value spaces.
     88  cost-was-resolved	      value "y".
 01  leaddays			pic 9(4) value zero.
 01  todaynum			pic 9(8) value zero.
 01  todayiso			pic x(10) value spaces.
 01  duedays			pic s9(9) value zero.
 01  duedatenum		pic 9(8) value zero.
 01  duedateiso		pic x(10) value spaces.
 01  outstanding		pic s9(10) value zero.
 01  receiveqty		pic 9(10) value zero.
 01  applyqty			pic 9(10) value zero.
*>
 01  nextpono			pic 9(6) value 500001.
 01  showamt			pic -zzz,zz9.99 value zero.
 01  showpotot			pic -zzz,zzz,zz9.99 value zero.
 01  showqty			pic zzz,zzz,zz9 value zero.
 01  showqty2			pic zzz,zzz,zz9 value zero.
 01  showqty3			pic -zzz,zzz,zz9 value zero.
 01  pototal			pic s9(10)v99 value zero.
 01  lineamount		pic s9(8)v99 value zero.
 01  showcsvcost		pic 999999.99 value zero.
 01  statuschanged		pic x value spaces.
 01  openlinecount		unsigned-int value zero.
*>
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>ledger posting of a receipt
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ledgerdate		pic x(8) value spaces.
 01  stdvalue			pic s9(10)v99 value zero.
 01  povalue			pic s9(10)v99 value zero.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
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
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>odf machinery parms, the way quotemaint drives it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  pofilepath		pic x(80) value "potemplate.fods".
 01  poformpath		pic x(80) value "powork.fods".
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
 01  startpage			unsigned-int value zero.
 01  endpage			unsigned-int value zero.
 01  fieldname			pic x(18) value spaces.
 01  fieldvalue			pic x(100) value spaces.
 01  retcode			unsigned-int value zero.
 01  sheetname			pic x(10) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     move function current-date(1:8) to todaynum.
     move spaces		to todayiso.
     string todaynum(1:4), "-", todaynum(5:2), "-", todaynum(7:2)
            into todayiso
     end-string.

     call "glcompany" using gc-company, gc-cmdline
     end-call.
     accept refaction		from argument-value.
     move function lower-case(function trim(refaction)) to refaction.

     perform 0900-load-purchase-orders.
     perform 0910-read-control.
     perform 0920-load-vendors.

     evaluate true
         when action-is-reorder
              perform 0100-draft-from-reorder
         when action-is-add
              accept arg2	from argument-value
              accept arg3	from argument-value
              accept arg4	from argument-value
              accept arg5	from argument-value
              perform 0150-add-po
         when action-is-addline
              accept arg2	from argument-value
              accept arg3	from argument-value
              accept arg4	from argument-value
              accept arg5	from argument-value
              perform 0170-add-po-line
         when action-is-print
              accept arg2	from argument-value
              perform 0200-print-po
         when action-is-receive
              accept arg2	from argument-value
              accept arg3	from argument-value
              accept arg4	from argument-value
              accept arg5	from argument-value
              perform 0300-receive-po-line
         when action-is-cancel
              accept arg2	from argument-value
              perform 0400-cancel-po
         when action-is-openlist
              perform 0500-open-po-list
         when other
              display "usage: pomaint reorder"
              display "       pomaint add <vendor> <item> <qty> "
                      "[<cost>]"
              display "       pomaint addline <po#> <item> <qty> "
                      "[<cost>]"
              display "       pomaint print <po#>"
              display "       pomaint receive <po#> <item> <qty> "
                      "[<warehouse>]"
              display "       pomaint cancel <po#>"
              display "       pomaint openlist"
              stop run giving 1
     end-evaluate.

     if statuschanged = "y"
        perform 0950-rewrite-purchase-orders
        perform 0915-write-control
     end-if.

     goback.
*>
 0100-draft-from-reorder.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the stockstatus REORDER rule, less anything already on order
*>>>on a PO not yet closed -- an item with a PO in flight is not
*>>>ordered twice because nobody has received the first one yet
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform 0930-load-inventory.
     perform 0935-load-item-vendors.
     perform 0940-load-standard-costs.
     move zero			to rvCount draftcount skipcount
                                   nocostcount.

     perform varying invtInd from 1 by 1
             until invtInd > invtCount
         perform 0105-total-item-stock
         if not item-already-seen and itemreorder > zero
            move invtCode(invtInd)	to want-item
            perform 0110-compute-on-order
            if itemavailable + onorder <= itemreorder
               perform 0120-draft-reorder-line
            end-if
         end-if
     end-perform.

     display "pomaint: " draftcount " reorder line(s) drafted on "
             rvCount " PO(s); " skipcount " flagged item(s) have "
             "no supplier on database/itemvendors.csv".
     if nocostcount > zero
        display "pomaint: " nocostcount " item(s) skipped with no "
                "cost on the supplier file or the price master"
     end-if.
*>
 0105-total-item-stock.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an item is looked at once, on its first row, with on hand, in
*>>>transit and reorder points summed over every warehouse
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to itemseen.
     move zero			to itemavailable itemreorder.
     perform varying invtInd2 from 1 by 1
             until invtInd2 > invtCount
         if invtCode(invtInd2) = invtCode(invtInd)
            if invtInd2 < invtInd
               move "y"		to itemseen
            end-if
            compute itemavailable = itemavailable
                    + invtOnhand(invtInd2) + invtIntransit(invtInd2)
            add invtReorder(invtInd2)	to itemreorder
         end-if
     end-perform.
*>
 0110-compute-on-order.
*>
     move zero			to onorder.
     perform varying poInd from 1 by 1
             until poInd > poCount
         if function trim(poItem(poInd)) = function trim(want-item)
            and (poStatus(poInd) = "D" or poStatus(poInd) = "O"
                 or poStatus(poInd) = "P")
            compute onorder = onorder + poQtyord(poInd)
                                      - poQtyrcvd(poInd)
         end-if
     end-perform.
*>
 0120-draft-reorder-line.
*>
     move zero			to ivMatchInd vdMatchInd.
     perform varying ivInd from 1 by 1
             until ivInd > ivCount
         if function trim(ivItem(ivInd)) = function trim(want-item)
            and ivMatchInd = zero
            move ivInd		to ivMatchInd
         end-if
     end-perform.
     if ivMatchInd = zero
        add 1			to skipcount
        display "pomaint: " function trim(want-item)
                " is at reorder but has no supplier on "
                "database/itemvendors.csv"
     else
        move ivVendor(ivMatchInd)	to want-vendor
        perform 0800-find-vendor
        if vdMatchInd = zero
           add 1		to skipcount
           display "pomaint: supplier " function trim(want-vendor)
                   " for " function trim(want-item)
                   " is not on database/vendors.csv"
        end-if
     end-if.

     if vdMatchInd <> zero
        if ivOrderqty(ivMatchInd) > zero
           move ivOrderqty(ivMatchInd)	to orderqty
        else
           compute orderqty = (itemreorder * 2)
                            - itemavailable - onorder
        end-if
        if orderqty > zero
           perform 0125-resolve-reorder-cost
           if cost-was-resolved
              perform 0130-append-reorder-line
           else
              add 1		to nocostcount
              display "pomaint: no cost for "
                      function trim(want-item) " from supplier "
                      function trim(want-vendor) " on the supplier "
                      "file or the price master -- item skipped"
           end-if
        end-if
     end-if.
*>
 0125-resolve-reorder-cost.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a line drafted at no cost would be received at zero against a
*>>>standard-valued stock debit and book the difference as price
*>>>variance, so an item with no cost is not drafted at all
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if ivCost(ivMatchInd) > zero
        move ivCost(ivMatchInd)	to resolvedcost
        move "y"		to costfound
     else
        perform 0820-standard-cost
        if resolvedcost = zero
           move spaces		to costfound
        end-if
     end-if.
*>
 0130-append-reorder-line.
*>
     move ivLeaddays(ivMatchInd)	to leaddays.
     perform 0810-compute-due-date.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one draft PO per vendor per run
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to rvMatchInd.
     perform varying rvInd from 1 by 1
             until rvInd > rvCount
         if rvVendor(rvInd) = want-vendor
            move rvInd		to rvMatchInd
         end-if
     end-perform.
     if rvMatchInd = zero
        if rvCount >= 200
           display "pomaint: too many vendors in one reorder run"
           stop run giving 8
        end-if
        add 1			to rvCount
        move want-vendor	to rvVendor(rvCount)
        move nextpono		to rvPono(rvCount)
        move zero		to rvLines(rvCount)
        move rvCount		to rvMatchInd
        add 1			to nextpono
     end-if.

     if poCount >= 1000
        display "pomaint: database/purchaseorders.csv is full"
        stop run giving 8
     end-if.
     add 1			to rvLines(rvMatchInd).
     add 1			to poCount.
     move rvPono(rvMatchInd)	to poNumber(poCount).
     move rvLines(rvMatchInd)	to poLine(poCount).
     move "D"			to poStatus(poCount).
     move todayiso		to poDate(poCount).
     move want-vendor		to poVendor(poCount).
     move want-item		to poItem(poCount).
     move orderqty		to poQtyord(poCount).
     move resolvedcost		to poCost(poCount).
     move zero			to poQtyrcvd(poCount).
     move duedateiso		to poDuedate(poCount).
     move "y"			to statuschanged.
     add 1			to draftcount.
     move orderqty		to showqty.
     display "pomaint: PO " rvPono(rvMatchInd) " line "
             rvLines(rvMatchInd) " drafted to "
             function trim(vdName(vdMatchInd)) " -- "
             function trim(want-item) " qty "
             function trim(showqty).
*>
 0150-add-po.
*>
     if arg2 = spaces or arg3 = spaces
        or function trim(arg4) is not numeric
        display "pomaint: add needs <vendor> <item> <qty>"
        stop run giving 1
     end-if.
     move arg2			to want-vendor.
     perform 0800-find-vendor.
     if vdMatchInd = zero
        display "pomaint: vendor '" function trim(arg2)
                "' is not on database/vendors.csv -- add it with "
                "refmaint vendors add"
        stop run giving 8
     end-if.
     move nextpono		to wantpono.
     add 1			to nextpono.
     move zero			to nextlineno.
     perform 0180-append-manual-line.
     display "pomaint: PO " wantpono " drafted to "
             function trim(vdName(vdMatchInd)) " -- line costed at "
             resolvedcost.
*>
 0170-add-po-line.
*>
     if function trim(arg2) is not numeric
        or arg3 = spaces
        or function trim(arg4) is not numeric
        display "pomaint: addline needs <po#> <item> <qty>"
        stop run giving 1
     end-if.
     move function numval(arg2) to wantpono.
     move spaces		to pofound.
     move zero			to nextlineno.
     perform varying poInd from 1 by 1
             until poInd > poCount
         if poNumber(poInd) = wantpono
            move "y"		to pofound
            move poVendor(poInd)	to want-vendor
            if poLine(poInd) > nextlineno
               move poLine(poInd)	to nextlineno
            end-if
            if poStatus(poInd) <> "D"
               display "pomaint: PO " wantpono " has been issued "
                       "-- lines can only be added to a draft"
               stop run giving 8
            end-if
         end-if
     end-perform.
     if not po-was-found
        display "pomaint: PO " wantpono " is not on file"
        stop run giving 8
     end-if.
     perform 0800-find-vendor.
     perform 0180-append-manual-line.
     display "pomaint: line added to PO " wantpono
             " costed at " resolvedcost.
*>
 0180-append-manual-line.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an explicit cost on the command line wins; otherwise this
*>>>vendor's cost from the item/supplier file, otherwise standard
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if poCount >= 1000
        display "pomaint: database/purchaseorders.csv is full"
        stop run giving 8
     end-if.
     perform 0935-load-item-vendors.
     perform 0940-load-standard-costs.
     move arg3			to want-item.
     compute want-qty = function numval(arg4).
     move zero			to ivMatchInd leaddays.
     perform varying ivInd from 1 by 1
             until ivInd > ivCount
         if function trim(ivItem(ivInd)) = function trim(want-item)
            and ivVendor(ivInd) = want-vendor
            move ivInd		to ivMatchInd
            move ivLeaddays(ivInd)	to leaddays
         end-if
     end-perform.
     if arg5 <> spaces and function test-numval(arg5) = 0
        compute resolvedcost = function numval(arg5)
     else
        if ivMatchInd <> zero and ivCost(ivMatchInd) > zero
           move ivCost(ivMatchInd)	to resolvedcost
        else
           perform 0820-standard-cost
           if not cost-was-resolved
              display "pomaint: no cost for '" function trim(arg3)
                      "' on the supplier file or the price master "
                      "-- give one explicitly"
              stop run giving 8
           end-if
        end-if
     end-if.
     perform 0810-compute-due-date.
     add 1			to nextlineno.
     add 1			to poCount.
     move wantpono		to poNumber(poCount).
     move nextlineno		to poLine(poCount).
     move "D"			to poStatus(poCount).
     move todayiso		to poDate(poCount).
     move want-vendor		to poVendor(poCount).
     move want-item		to poItem(poCount).
     move want-qty		to poQtyord(poCount).
     move resolvedcost		to poCost(poCount).
     move zero			to poQtyrcvd(poCount).
     move duedateiso		to poDuedate(poCount).
     move "y"			to statuschanged.
*>
 0200-print-po.
*>
     if function trim(arg2) is not numeric
        display "pomaint: print needs the PO number"
        stop run giving 1
     end-if.
     move function numval(arg2) to wantpono.
     move spaces		to pofound.
     move zero			to poMatchInd.
     perform varying poInd from 1 by 1
             until poInd > poCount
         if poNumber(poInd) = wantpono and poMatchInd = zero
            move poInd		to poMatchInd
         end-if
     end-perform.
     if poMatchInd = zero
        display "pomaint: PO " wantpono " is not on file"
        stop run giving 8
     end-if.
     move poVendor(poMatchInd)	to want-vendor.
     perform 0800-find-vendor.
     perform 0945-load-items.

     perform 0960-load-cfg.
     display "odffile"		upon environment-name.
     display pofilepath		upon environment-value.
     display "odfform"		upon environment-name.
     display poformpath		upon environment-value.

     call "odfscanner"		using startpage,
				      endpage.
     call "odfstartform"	using startpage
     end-call.

     move "pono"		to fieldname.
     move wantpono		to fieldvalue.
     perform 0850-odfsetvalue.
     move "podate"		to fieldname.
     move poDate(poMatchInd)	to fieldvalue.
     perform 0850-odfsetvalue.
     move "vendorname"		to fieldname.
     move spaces		to fieldvalue.
     move want-vendor		to fieldvalue.
     if vdMatchInd <> zero
        move vdName(vdMatchInd)	to fieldvalue
     end-if.
     perform 0850-odfsetvalue.
     move "vendoraddr"		to fieldname.
     move spaces		to fieldvalue.
     if vdMatchInd <> zero
        move vdAddr1(vdMatchInd)	to fieldvalue
     end-if.
     perform 0850-odfsetvalue.
     move "vendorcity"		to fieldname.
     move spaces		to fieldvalue.
     if vdMatchInd <> zero
        string function trim(vdCity(vdMatchInd)), ", ",
               function trim(vdState(vdMatchInd)), " ",
               function trim(vdZip(vdMatchInd))
               into fieldvalue
        end-string
     end-if.
     perform 0850-odfsetvalue.
     move "vendorterms"		to fieldname.
     move spaces		to fieldvalue.
     if vdMatchInd <> zero
        move vdTerms(vdMatchInd)	to fieldvalue
     end-if.
     perform 0850-odfsetvalue.

     move zero			to pototal.
     perform varying poInd from 1 by 1
             until poInd > poCount
         if poNumber(poInd) = wantpono
            and poStatus(poInd) <> "X"
            move "item"		to fieldname
            move poItem(poInd)	to fieldvalue
            perform 0850-odfsetvalue
            move poItem(poInd)	to want-item
            perform 0830-lookup-description
            move "desc"		to fieldname
            move itemdesc	to fieldvalue
            perform 0850-odfsetvalue
            move "qty"		to fieldname
            move poQtyord(poInd)	to showqty
            move function trim(showqty)	to fieldvalue
            perform 0850-odfsetvalue
            move "cost"		to fieldname
            move poCost(poInd)	to showamt
            move showamt	to fieldvalue
            perform 0850-odfsetvalue
            compute lineamount = poQtyord(poInd) * poCost(poInd)
            add lineamount	to pototal
            move "amount"	to fieldname
            move lineamount	to showamt
            move showamt	to fieldvalue
            perform 0850-odfsetvalue
            move "duedate"	to fieldname
            move poDuedate(poInd)	to fieldvalue
            perform 0850-odfsetvalue
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>printing a draft is issuing it to the supplier
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
            if poStatus(poInd) = "D"
               move "O"		to poStatus(poInd)
               move "y"		to statuschanged
            end-if
         end-if
     end-perform.

     move "pototal"		to fieldname.
     move pototal		to showpotot.
     move showpotot		to fieldvalue.
     perform 0850-odfsetvalue.

     move spaces		to sheetname.
     string "po", wantpono	into sheetname
     end-string.
     call "odfwritepage"	using startpage,
                                      endpage,
                                      sheetname
     end-call.
     call "odffinishform"	using endpage
     end-call.
     display "pomaint: PO " wantpono " written to "
             function trim(poformpath).
*>
 0300-receive-po-line.
*>
     if function trim(arg2) is not numeric
        or arg3 = spaces
        or function trim(arg4) is not numeric
        display "pomaint: receive needs <po#> <item> <qty>"
        stop run giving 1
     end-if.
     move function numval(arg2) to wantpono.
     move arg3			to want-item.
     compute receiveqty = function numval(arg4).
     if receiveqty = zero
        display "pomaint: nothing to receive"
        stop run giving 1
     end-if.
     move "v"			to wr-action.
     move arg5			to wr-warehouse.
     call "whroute" using wr-action, wr-shipmethod, wr-state,
                          wr-warehouse, wr-status
     end-call.
     if wr-status <> zero
        display "pomaint: warehouse " function trim(arg5)
                " is not on database/warehouses.csv"
        stop run giving 1
     end-if.
     move wr-warehouse		to wantwarehouse.
     perform 0750-check-period.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the receipt goes to the first open line for the item; an
*>>>over-shipment beyond what is outstanding on that line still
*>>>lands in on hand (the goods are on the dock) and closes it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to poMatchInd.
     perform varying poInd from 1 by 1
             until poInd > poCount
         if poNumber(poInd) = wantpono
            and function trim(poItem(poInd)) =
                function trim(want-item)
            and (poStatus(poInd) = "O" or poStatus(poInd) = "P")
            and poMatchInd = zero
            move poInd		to poMatchInd
         end-if
     end-perform.
     if poMatchInd = zero
        display "pomaint: no issued, open line for "
                function trim(want-item) " on PO " wantpono
        stop run giving 8
     end-if.

     add receiveqty		to poQtyrcvd(poMatchInd).
     if poQtyrcvd(poMatchInd) >= poQtyord(poMatchInd)
        move "C"		to poStatus(poMatchInd)
     else
        move "P"		to poStatus(poMatchInd)
     end-if.
     move "y"			to statuschanged.

     perform 0930-load-inventory.
     move zero			to invtMatchInd.
     perform varying invtInd from 1 by 1
             until invtInd > invtCount
         if function trim(want-item) = function trim(invtCode(invtInd))
            and invtWarehouse(invtInd) = wantwarehouse
            move invtInd	to invtMatchInd
         end-if
     end-perform.
     if invtMatchInd = zero
        if invtCount >= 500
           display "pomaint: database/inventory.csv is full"
           stop run giving 1
        end-if
        add 1			to invtCount
        move want-item		to invtCode(invtCount)
        move zero		to invtOnhand(invtCount)
        move zero		to invtCommitted(invtCount)
        move zero		to invtReorder(invtCount)
        move wantwarehouse	to invtWarehouse(invtCount)
        move zero		to invtIntransit(invtCount)
        move invtCount		to invtMatchInd
     end-if.
     move invtOnhand(invtMatchInd)	to beforeqty.
     add receiveqty		to invtOnhand(invtMatchInd).
     perform 0955-rewrite-inventory.

     open extend receiptfile.
     move poCost(poMatchInd)	to showcsvcost.
     move spaces		to receiptrec.
     string todayiso, ",",
            wantpono, ",",
            poLine(poMatchInd), ",",
            function trim(want-item), ",",
            receiveqty, ",",
            showcsvcost, ",",
            function trim(poVendor(poMatchInd))
            into receiptrec
     end-string.
     write receiptrec.
     close receiptfile.
     perform 0310-post-receipt.

     move "pomaint"		to audit-program.
     move "PO-RECEIVE"		to audit-reason.
     move want-item		to audit-key.
     move spaces		to audit-data.
     string "po ", wantpono, " line ", poLine(poMatchInd),
            " receive ", function trim(arg4),
            " before ", beforeqty
            into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.

     compute outstanding = poQtyord(poMatchInd)
                         - poQtyrcvd(poMatchInd).
     if outstanding < zero
        move zero		to outstanding
     end-if.
     move outstanding		to showqty.
     display "pomaint: " function trim(arg4) " "
             function trim(want-item) " received on PO " wantpono
             " line " poLine(poMatchInd) ", on hand at "
             wantwarehouse " now " invtOnhand(invtMatchInd) ", "
             function trim(showqty) " still to come".
*>
 0310-post-receipt.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>inventory carries the goods at standard; the vendor is owed the
*>>>PO price until the invoice is vouchered against 2110, and the
*>>>gap between the two is purchase price variance
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform 0940-load-standard-costs.
     perform 0820-standard-cost.
     compute povalue = receiveqty * poCost(poMatchInd).
     if cost-was-resolved
        compute stdvalue = receiveqty * resolvedcost
     else
        move povalue		to stdvalue
     end-if.

     open extend ledgerfile.
     move stdvalue		to postamount.
     move spaces		to postdesc.
     string "Inventory received PO ", wantpono
            delimited by size into postdesc
     end-string.
     move "1400"		to postacct.
     perform 0700-put-ledger-entry.
     compute postamount = 0 - povalue.
     move spaces		to postdesc.
     string "Received not vouchered PO ", wantpono
            delimited by size into postdesc
     end-string.
     move "2110"		to postacct.
     perform 0700-put-ledger-entry.
     compute postamount = povalue - stdvalue.
     move spaces		to postdesc.
     string "Purchase price variance PO ", wantpono
            delimited by size into postdesc
     end-string.
     move "5100"		to postacct.
     perform 0700-put-ledger-entry.
     close ledgerfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.
*>
 0400-cancel-po.
*>
     if function trim(arg2) is not numeric
        display "pomaint: give the PO number"
        stop run giving 1
     end-if.
     move function numval(arg2) to wantpono.
     move spaces		to pofound.
     perform varying poInd from 1 by 1
             until poInd > poCount
         if poNumber(poInd) = wantpono
            move "y"		to pofound
            if poStatus(poInd) = "D" or poStatus(poInd) = "O"
               or poStatus(poInd) = "P"
               move "X"		to poStatus(poInd)
               move "y"		to statuschanged
            end-if
         end-if
     end-perform.
     if not po-was-found
        display "pomaint: PO " wantpono " is not on file"
        stop run giving 8
     end-if.
     move "pomaint"		to audit-program.
     move "PO-CANCEL"		to audit-reason.
     move spaces		to audit-key.
     move wantpono		to audit-key.
     move "open lines cancelled" to audit-data.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.
     display "pomaint: open lines of PO " wantpono " cancelled".
*>
 0500-open-po-list.
*>
     perform 0945-load-items.
     open output openlistfile.
     move "Open purchase orders -- ordered / received / outstanding"
          to openlistrec.
     write openlistrec.
     move all "-"		to openlistrec.
     write openlistrec.
     move zero			to openlinecount.
     perform varying poInd from 1 by 1
             until poInd > poCount
         if poStatus(poInd) = "D" or poStatus(poInd) = "O"
            or poStatus(poInd) = "P"
            add 1		to openlinecount
            move poVendor(poInd)	to want-vendor
            perform 0800-find-vendor
            compute outstanding = poQtyord(poInd) - poQtyrcvd(poInd)
            move poQtyord(poInd)	to showqty
            move poQtyrcvd(poInd)	to showqty2
            move outstanding	to showqty3
            move spaces		to openlistrec
            string poNumber(poInd), "/", poLine(poInd), " ",
                   poStatus(poInd), " ", poDate(poInd), " ",
                   want-vendor, " ", poItem(poInd), " ",
                   showqty, " ", showqty2, " ",
                   showqty3, " due ", poDuedate(poInd)
                   into openlistrec
            end-string
            write openlistrec
         end-if
     end-perform.
     move all "-"		to openlistrec.
     write openlistrec.
     move openlinecount		to showqty.
     move spaces		to openlistrec.
     string function trim(showqty), " open PO line(s)"
            into openlistrec
     end-string.
     write openlistrec.
     close openlistfile.
     display "pomaint: " openlinecount " open PO line(s) -- see "
             "poopen.txt".
*>
 0800-find-vendor.
*>
     move zero			to vdMatchInd.
     perform varying vdInd from 1 by 1
             until vdInd > vdCount
         if function trim(want-vendor) = function trim(vdCode(vdInd))
            move vdInd		to vdMatchInd
         end-if
     end-perform.
*>
 0810-compute-due-date.
*>
     compute duedays = function integer-of-date(todaynum) + leaddays.
     compute duedatenum = function date-of-integer(duedays).
     move spaces		to duedateiso.
     string duedatenum(1:4), "-", duedatenum(5:2), "-",
            duedatenum(7:2)
            into duedateiso
     end-string.
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
     move todaynum		to pc-date.
     call "periodctl" using pc-action, pc-date, pc-status
     end-call.
     if pc-status = 8
        display "pomaint: period " pc-date(1:6) " is closed -- "
                "nothing received"
        stop run giving 8
     end-if.
     if pc-status = 4
        display "pomaint: period " todaynum(1:6) " is closed -- "
                "posting into " pc-date(1:6) " instead"
     end-if.
     move pc-date		to ledgerdate.
*>
 0820-standard-cost.
*>
     move spaces		to costfound.
     move zero			to resolvedcost.
     perform varying stdInd from 1 by 1
             until stdInd > stdCount
         if function trim(want-item) = function trim(stdItem(stdInd))
            move stdCost(stdInd)	to resolvedcost
            move "y"		to costfound
         end-if
     end-perform.
*>
 0830-lookup-description.
*>
     move spaces		to itemdesc.
     perform varying itemInd from 1 by 1
             until itemInd > itemCount
         if function trim(want-item) = function trim(itCode(itemInd))
            move itDesc(itemInd)	to itemdesc
         end-if
     end-perform.
*>
 0850-odfsetvalue.
*>
     call "odfsetfield" using fieldName,
			      fieldValue,
			      retcode
     end-call.
     if retcode <> 0
        display "pomaint: odfsetfield problem with retcode="
                retcode " for [" function trim(fieldname) "]"
     end-if.
*>
 0900-load-purchase-orders.
*>
     move zero			to poCount.
     open input pofile.
     read pofile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if poCount < 1000
            add 1		to poCount
            move spaces		to rawpono rawpoline rawqtyord
                                   rawcost rawqtyrcvd
            unstring porec delimited by ","
                     into rawpono,
                          rawpoline,
                          poStatus(poCount),
                          poDate(poCount),
                          poVendor(poCount),
                          poItem(poCount),
                          rawqtyord,
                          rawcost,
                          rawqtyrcvd,
                          poDuedate(poCount)
            end-unstring
            if function trim(rawpono) is numeric
               and function trim(rawpoline) is numeric
               and function trim(rawqtyord) is numeric
               and function test-numval(rawcost) = 0
               compute poNumber(poCount) =
                       function numval(rawpono)
               compute poLine(poCount) =
                       function numval(rawpoline)
               compute poQtyord(poCount) =
                       function numval(rawqtyord)
               compute poCost(poCount) =
                       function numval(rawcost)
               move zero	to poQtyrcvd(poCount)
               if function trim(rawqtyrcvd) is numeric
                  compute poQtyrcvd(poCount) =
                          function numval(rawqtyrcvd)
               end-if
            else
               display "pomaint: bad PO row skipped: "
                       function trim(porec)
               subtract 1	from poCount
            end-if
         end-if
         read pofile
              at end move "y"	to eof
         end-read
     end-perform.
     close pofile.
     move spaces		to eof.
*>
 0950-rewrite-purchase-orders.
*>
     open output pofile.
     perform varying poInd from 1 by 1
             until poInd > poCount
         if poNumber(poInd) <> zero
            move poCost(poInd)	to showcsvcost
            move spaces		to porec
            string poNumber(poInd), ",",
                   poLine(poInd), ",",
                   poStatus(poInd), ",",
                   poDate(poInd), ",",
                   function trim(poVendor(poInd)), ",",
                   function trim(poItem(poInd)), ",",
                   poQtyord(poInd), ",",
                   showcsvcost, ",",
                   poQtyrcvd(poInd), ",",
                   poDuedate(poInd)
                   into porec
            end-string
            write porec
         end-if
     end-perform.
     close pofile.
*>
 0910-read-control.
*>
     open input poctlfile.
     read poctlfile
          at end move "y"	to eof
          not at end move poctlrec to nextpono
     end-read.
     close poctlfile.
     move spaces		to eof.
*>
 0915-write-control.
*>
     open output poctlfile.
     move nextpono		to poctlrec.
     write poctlrec.
     close poctlfile.
*>
 0920-load-vendors.
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
                          vdAddr1(vdCount),
                          vdCity(vdCount),
                          vdState(vdCount),
                          vdZip(vdCount),
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
 0930-load-inventory.
*>
     move zero			to invtCount.
     open input inventoryfile.
     read inventoryfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if invtCount < 500
            move spaces		to rawonhand rawcommitted rawreorder
                                   rawwarehouse rawintransit
            add 1		to invtCount
            unstring inventoryrec delimited by ","
                     into invtCode(invtCount),
                          rawonhand,
                          rawcommitted,
                          rawreorder,
                          rawwarehouse,
                          rawintransit
            end-unstring
            move zero		to invtCommitted(invtCount)
                                   invtReorder(invtCount)
                                   invtIntransit(invtCount)
            if function test-numval(rawonhand) = 0
               compute invtOnhand(invtCount) =
                       function numval(rawonhand)
               if function test-numval(rawcommitted) = 0
                  compute invtCommitted(invtCount) =
                          function numval(rawcommitted)
               end-if
               if function test-numval(rawreorder) = 0
                  compute invtReorder(invtCount) =
                          function numval(rawreorder)
               end-if
               if function trim(rawintransit) <> spaces
                  and function test-numval(rawintransit) = 0
                  compute invtIntransit(invtCount) =
                          function numval(rawintransit)
               end-if
               move rawwarehouse	to wr-warehouse
               if wr-warehouse = spaces
                  move "v"	to wr-action
                  call "whroute" using wr-action, wr-shipmethod,
                                       wr-state, wr-warehouse,
                                       wr-status
                  end-call
               end-if
               move wr-warehouse	to invtWarehouse(invtCount)
            else
               display "pomaint: bad inventory row skipped: "
                       function trim(inventoryrec)
               subtract 1	from invtCount
            end-if
         end-if
         read inventoryfile
              at end move "y"	to eof
         end-read
     end-perform.
     close inventoryfile.
     move spaces		to eof.
*>
 0955-rewrite-inventory.
*>
     open output inventoryfile.
     perform varying invtInd from 1 by 1
             until invtInd > invtCount
         if invtCode(invtInd) <> spaces
            move invtOnhand(invtInd)	to showcsvonhand
            move invtCommitted(invtInd)	to showcsvcommitted
            move invtReorder(invtInd)	to showcsvreorder
            move invtIntransit(invtInd)	to showcsvintransit
            move spaces		to inventoryrec
            string function trim(invtCode(invtInd)), ",",
                   showcsvonhand, ",",
                   showcsvcommitted, ",",
                   showcsvreorder, ",",
                   invtWarehouse(invtInd), ",",
                   showcsvintransit
                   into inventoryrec
            end-string
            write inventoryrec
         end-if
     end-perform.
     close inventoryfile.
*>
 0935-load-item-vendors.
*>
     move zero			to ivCount.
     open input itemvendorfile.
     read itemvendorfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if ivCount < 500
            move spaces		to rawivcost rawivorderqty
                                   rawivleaddays
            add 1		to ivCount
            unstring itemvendorrec delimited by ","
                     into ivItem(ivCount),
                          ivVendor(ivCount),
                          rawivcost,
                          rawivorderqty,
                          rawivleaddays
            end-unstring
            move zero		to ivCost(ivCount)
                                   ivOrderqty(ivCount)
                                   ivLeaddays(ivCount)
            if function test-numval(rawivcost) = 0
               compute ivCost(ivCount) = function numval(rawivcost)
            end-if
            if function trim(rawivorderqty) is numeric
               compute ivOrderqty(ivCount) =
                       function numval(rawivorderqty)
            end-if
            if function trim(rawivleaddays) is numeric
               compute ivLeaddays(ivCount) =
                       function numval(rawivleaddays)
            end-if
            if ivItem(ivCount) = spaces or ivVendor(ivCount) = spaces
               subtract 1	from ivCount
            end-if
         end-if
         read itemvendorfile
              at end move "y"	to eof
         end-read
     end-perform.
     close itemvendorfile.
     move spaces		to eof.
*>
 0940-load-standard-costs.
*>
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
            if function test-numval(rawstdcost) = 0
               and stdEffdate(stdCount) <= stdtodaynum
               compute stdCost(stdCount) = function numval(rawstdcost)
               perform 0942-drop-superseded-cost
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
 0942-drop-superseded-cost.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an item's later-effective row replaces the one already held
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
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
 0945-load-items.
*>
     move zero			to itemCount.
     open input itemmasterfile.
     read itemmasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if itemCount < 500
            add 1		to itemCount
            unstring itemmasterrec delimited by ","
                     into itCode(itemCount),
                          itDesc(itemCount)
            end-unstring
         end-if
         read itemmasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close itemmasterfile.
     move spaces		to eof.
*>
 0960-load-cfg.
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
                when "pofile"
                     move function trim(cfgvalue) to pofilepath
                when "poform"
                     move function trim(cfgvalue) to poformpath
            end-evaluate
         end-if
         read cfgfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cfgfile.
     move spaces		to eof.
