       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Replenishment planning -- reorder points and order
*>            quantities worked out from what actually sells instead
*>            of whatever was typed into invadjust reorder years ago.
*>
*>            "plan" reads the item usage salesclose keeps on
*>            database/saleshistory.csv (type I rows: period yyyymm,
*>            item, net quantity billed, kit components already
*>            exploded) over the last <months> closed months (default
*>            12, the current month being still open), and gives each
*>            stocked item its average and peak monthly usage.  With
*>            the lead time and safety-stock factor of the item's
*>            supplier on database/itemvendors.csv (item, vendor, unit
*>            cost, order quantity, lead-time days, safety factor --
*>            the first supplier row for an item being the one pomaint
*>            orders from, the factor defaulting to 1.00) it proposes
*>
*>               reorder point  = average x lead months
*>                              + factor x (peak - average)
*>                                       x lead months
*>               order quantity = one month of average usage
*>
*>            both rounded up, a lead month being 30 days.  The
*>            proposals go to database/replenproposals.csv (item,
*>            vendor, months, average, peak, lead days, factor,
*>            current and proposed reorder point, current and
*>            proposed order quantity, status P proposed / A approved
*>            / X applied, applied date) replacing any not yet
*>            applied, and to the review report replenreview.txt.
*>            Items with no usage or no supplier are listed on the
*>            report but not proposed.
*>
*>            "approve" marks one item's proposal, or all of them,
*>            approved.  "apply" writes the approved reorder points to
*>            database/inventory.csv -- spread over the item's
*>            warehouses in the proportion their reorder points
*>            already stand in, or all at the default warehouse when
*>            none is set -- and the order quantity to the supplier's
*>            row of database/itemvendors.csv, where pomaint reorder
*>            takes it from, with an auditlog entry for every value
*>            changed, and marks the proposal applied.
*>
*>            usage: replenplan plan [<months>]
*>                   replenplan approve <item>|all
*>                   replenplan apply
*>*********************************************************************
identification division.
program-id. replenplan.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional historyfile	assign to "database/saleshistory.csv"
                        organization is line sequential.
select optional inventoryfile	assign to "database/inventory.csv"
                        organization is line sequential.
select optional itemvendorfile	assign to "database/itemvendors.csv"
                        organization is line sequential.
select optional proposalfile	assign to "database/replenproposals.csv"
                        organization is line sequential.
select reviewfile	assign to "replenreview.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd historyfile.
*>
01 historyrec		pic x(100).
*>
fd inventoryfile.
*>
01 inventoryrec		pic x(80).
*>
fd itemvendorfile.
*>
01 itemvendorrec	pic x(100).
*>
fd proposalfile.
*>
01 proposalrec		pic x(150).
*>
fd reviewfile.
*>
01 reviewrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  cmdline			pic x(100) value spaces.
 01  action			pic x(10) value spaces.
 01  arg2			pic x(20) value spaces.
 01  todaynum			pic 9(8) value zero.
 01  todayiso			pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the history window: <months> closed months before this one
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  windowmonths		pic 99 value 12.
 01  firstperiod		pic 9(6) value zero.
 01  lastperiod		pic 9(6) value zero.
 01  periodyear		pic 9(4) value zero.
 01  periodmonth		pic 99 value zero.
 01  monthsback		pic 99 value zero.
 01  histmonths		pic 99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>monthly usage per item; one bucket per item per period
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  usCount			unsigned-int value zero.
 01  usList.
     05  usEntry	occurs 3000 times
                        indexed by usInd.
         10  usItem		pic x(10) value spaces.
         10  usPeriod		pic 9(6) value zero.
         10  usQty		pic s9(10) value zero.
 01  usMatchInd		unsigned-int value zero.
 01  pdCount			unsigned-int value zero.
 01  pdList.
     05  pdPeriod	occurs 99 times
                        indexed by pdInd
                        pic 9(6) value zero.
 01  pdMatchInd		unsigned-int value zero.
 01  rawtype			pic x(2) value spaces.
 01  rawperiod			pic x(8) value spaces.
 01  rawkey			pic x(30) value spaces.
 01  rawqty			pic x(14) value spaces.
 01  histperiod		pic 9(6) value zero.
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
 01  invtInd2			unsigned-int value zero.
 01  invtFirstInd		unsigned-int value zero.
 01  rawonhand			pic x(12) value spaces.
 01  rawcommitted		pic x(12) value spaces.
 01  rawreorder		pic x(12) value spaces.
 01  rawwarehouse		pic x(6) value spaces.
 01  rawintransit		pic x(12) value spaces.
 01  showcsvonhand		pic -9(10) value zero.
 01  showcsvcommitted		pic -9(10) value zero.
 01  showcsvreorder		pic 9(10) value zero.
 01  showcsvintransit		pic -9(10) value zero.
 01  itemseen			pic x value spaces.
     88  item-already-seen	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>item / supplier cross-reference, kept as read so rows this run
*>>>does not change go back untouched
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ivCount			unsigned-int value zero.
 01  ivList.
     05  ivEntry	occurs 500 times
                        indexed by ivInd.
         10  ivRow		pic x(100) value spaces.
         10  ivItem		pic x(10) value spaces.
         10  ivVendor		pic x(8) value spaces.
         10  ivRawcost		pic x(12) value spaces.
         10  ivOrderqty	pic 9(10) value zero.
         10  ivRawlead		pic x(6) value spaces.
         10  ivLeaddays	pic 9(4) value zero.
         10  ivRawfactor	pic x(8) value spaces.
         10  ivFactor		pic 9v99 value 1.
         10  ivChanged		pic x value spaces.
 01  ivMatchInd		unsigned-int value zero.
 01  rawivorderqty		pic x(12) value spaces.
 01  ivchangecount		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the proposals
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rpCount			unsigned-int value zero.
 01  rpList.
     05  rpEntry	occurs 500 times
                        indexed by rpInd.
         10  rpItem		pic x(10) value spaces.
         10  rpVendor		pic x(8) value spaces.
         10  rpMonths		pic 99 value zero.
         10  rpAverage		pic 9(8)v99 value zero.
         10  rpPeak		pic 9(8) value zero.
         10  rpLeaddays	pic 9(4) value zero.
         10  rpFactor		pic 9v99 value zero.
         10  rpCurReorder	pic 9(10) value zero.
         10  rpNewReorder	pic 9(10) value zero.
         10  rpCurOrderqty	pic 9(10) value zero.
         10  rpNewOrderqty	pic 9(10) value zero.
         10  rpStatus		pic x value "P".
         10  rpApplied		pic x(10) value spaces.
 01  rawmonths			pic x(4) value spaces.
 01  rawaverage		pic x(14) value spaces.
 01  rawpeak			pic x(12) value spaces.
 01  rawlead			pic x(6) value spaces.
 01  rawfactor			pic x(8) value spaces.
 01  rawcurreorder		pic x(12) value spaces.
 01  rawnewreorder		pic x(12) value spaces.
 01  rawcurorderqty		pic x(12) value spaces.
 01  rawneworderqty		pic x(12) value spaces.
 01  rawstatus			pic x(4) value spaces.
 01  showcsvaverage		pic 9(8).99 value zero.
 01  showcsvpeak		pic 9(8) value zero.
 01  showcsvfactor		pic 9.99 value zero.
 01  showcsvqty		pic 9(10) value zero.
 01  showcsvqty2		pic 9(10) value zero.
 01  showcsvqty3		pic 9(10) value zero.
 01  showcsvqty4		pic 9(10) value zero.
 01  showplainqty		pic z(9)9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>planning work fields
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  want-item			pic x(10) value spaces.
 01  itemtotal			pic s9(10) value zero.
 01  itempeak			pic s9(10) value zero.
 01  itemreorder		pic 9(10) value zero.
 01  itemaverage		pic 9(8)v99 value zero.
 01  leadmonths		pic 9(4)v9(4) value zero.
 01  exactqty			pic 9(10)v9(4) value zero.
 01  roundedqty		pic 9(10) value zero.
 01  notetext			pic x(20) value spaces.
 01  proposedcount		unsigned-int value zero.
 01  approvedcount		unsigned-int value zero.
 01  appliedcount		unsigned-int value zero.
 01  unproposedcount		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>spreading an applied reorder point over the warehouses
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  shareqty			pic 9(10) value zero.
 01  sharedsofar		pic 9(10) value zero.
 01  defaultwh			pic x(4) value spaces.
 01  oldreorder		pic 9(10) value zero.
 01  invtchangecount		unsigned-int value zero.
*>
 01  showavg			pic zzz,zz9.99 value zero.
 01  showpeak			pic zzz,zz9 value zero.
 01  showlead			pic zzz9 value zero.
 01  showfactor		pic 9.99 value zero.
 01  showqty			pic zzz,zzz,zz9 value zero.
 01  showqty2			pic zzz,zzz,zz9 value zero.
 01  showqty3			pic zzz,zzz,zz9 value zero.
 01  showqty4			pic zzz,zzz,zz9 value zero.
 01  showmonths		pic z9 value zero.
 01  showcount			pic zzz9 value zero.
 01  showcount2		pic zzz9 value zero.
*>
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
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
     move function current-date(1:8) to todaynum.
     move spaces		to todayiso.
     string todaynum(1:4), "-", todaynum(5:2), "-", todaynum(7:2)
            into todayiso
     end-string.
     accept cmdline		from command-line
     end-accept.
     unstring cmdline delimited by all spaces
              into action, arg2
     end-unstring.
     move function lower-case(action) to action.

     evaluate action
         when "plan"
              if arg2 <> spaces
                 if function trim(arg2) is not numeric
                    or function numval(arg2) < 1
                    or function numval(arg2) > 60
                    display "replenplan: months must be 1 to 60"
                    stop run giving 1
                 end-if
                 move function numval(arg2)	to windowmonths
              end-if
              perform 0100-plan
         when "approve"
              if arg2 = spaces
                 perform 0990-usage
              end-if
              perform 0200-approve
         when "apply"
              perform 0300-apply
         when other
              perform 0990-usage
     end-evaluate.

     goback.
*>
 0100-plan.
*>
     perform 0110-set-window.
     perform 0900-load-history.
     perform 0910-load-inventory.
     perform 0920-load-item-vendors.
     perform 0930-load-proposals.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>applied proposals are kept as the record of what was changed;
*>>>anything still pending is replaced by this run's
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to invtInd2.
     perform varying rpInd from 1 by 1
             until rpInd > rpCount
         if rpStatus(rpInd) = "X"
            add 1		to invtInd2
            move rpEntry(rpInd)	to rpEntry(invtInd2)
         end-if
     end-perform.
     move invtInd2		to rpCount.

     open output reviewfile.
     move spaces		to reviewrec.
     move histmonths		to showmonths.
     string "Replenishment review -- usage over ",
            function trim(showmonths),
            " closed month(s) ", firstperiod, " to ", lastperiod,
            ", run ", todayiso
            delimited by size into reviewrec
     end-string.
     write reviewrec.
     move spaces		to reviewrec.
     write reviewrec.
     move "Item       Vendor     Avg/mo    Peak Lead Factor    Reorder now -> proposed     Order qty now -> proposed"
          to reviewrec.
     write reviewrec.
     move all "-"		to reviewrec.
     write reviewrec.

     perform varying invtInd from 1 by 1
             until invtInd > invtCount
         move spaces		to itemseen
         perform varying invtInd2 from 1 by 1
                 until invtInd2 >= invtInd
             if invtCode(invtInd2) = invtCode(invtInd)
                move "y"	to itemseen
             end-if
         end-perform
         if not item-already-seen
            move invtCode(invtInd)	to want-item
            perform 0120-plan-item
         end-if
     end-perform.

     move all "-"		to reviewrec.
     write reviewrec.
     move proposedcount		to showcount.
     move unproposedcount	to showcount2.
     move spaces		to reviewrec.
     string showcount, " proposal(s) awaiting approval, ",
            showcount2, " item(s) not proposed"
            delimited by size into reviewrec
     end-string.
     write reviewrec.
     close reviewfile.

     perform 0960-rewrite-proposals.
     display "replenplan: " function trim(showcount)
             " proposal(s) written -- review replenreview.txt, then "
             "replenplan approve <item>|all and replenplan apply".
*>
 0110-set-window.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the window ends with last month and runs back <months>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move todaynum(1:4)		to periodyear.
     move todaynum(5:2)		to periodmonth.
     move zero			to monthsback.
     perform until monthsback = windowmonths
         if periodmonth = 1
            move 12		to periodmonth
            subtract 1		from periodyear
         else
            subtract 1		from periodmonth
         end-if
         add 1			to monthsback
         if monthsback = 1
            compute lastperiod = periodyear * 100 + periodmonth
         end-if
     end-perform.
     compute firstperiod = periodyear * 100 + periodmonth.
*>
 0120-plan-item.
*>
     move zero			to itemtotal itempeak itemreorder.
     perform varying usInd from 1 by 1
             until usInd > usCount
         if function trim(usItem(usInd)) = function trim(want-item)
            add usQty(usInd)	to itemtotal
            if usQty(usInd) > itempeak
               move usQty(usInd)	to itempeak
            end-if
         end-if
     end-perform.
     perform varying invtInd2 from 1 by 1
             until invtInd2 > invtCount
         if invtCode(invtInd2) = invtCode(invtInd)
            add invtReorder(invtInd2)	to itemreorder
         end-if
     end-perform.
     move zero			to ivMatchInd.
     perform varying ivInd from 1 by 1
             until ivInd > ivCount
         if function trim(ivItem(ivInd)) = function trim(want-item)
            and ivMatchInd = zero
            move ivInd		to ivMatchInd
         end-if
     end-perform.

     move spaces		to notetext.
     move zero			to itemaverage.
     if itemtotal > zero and histmonths > zero
        compute itemaverage rounded = itemtotal / histmonths
     end-if.
     evaluate true
         when ivMatchInd = zero
              move "NO SUPPLIER"	to notetext
         when itemaverage = zero
              move "NO USAGE"	to notetext
     end-evaluate.

     if notetext <> spaces
        add 1			to unproposedcount
        move itemaverage	to showavg
        move itemreorder	to showqty
        move spaces		to reviewrec
        string want-item, " ", "         ", showavg, "  ",
               notetext, "  reorder stays ", function trim(showqty)
               delimited by size into reviewrec
        end-string
        write reviewrec
     else
        if rpCount >= 500
           display "replenplan: more than 500 proposals -- "
                   function trim(want-item) " and later not planned"
        else
           perform 0130-propose-item
        end-if
     end-if.
*>
 0130-propose-item.
*>
     add 1			to rpCount proposedcount.
     move want-item		to rpItem(rpCount).
     move ivVendor(ivMatchInd)	to rpVendor(rpCount).
     move histmonths		to rpMonths(rpCount).
     move itemaverage		to rpAverage(rpCount).
     move itempeak		to rpPeak(rpCount).
     move ivLeaddays(ivMatchInd)	to rpLeaddays(rpCount).
     move ivFactor(ivMatchInd)	to rpFactor(rpCount).
     move itemreorder		to rpCurReorder(rpCount).
     move ivOrderqty(ivMatchInd)	to rpCurOrderqty(rpCount).
     move "P"			to rpStatus(rpCount).
     move spaces		to rpApplied(rpCount).

     compute leadmonths rounded = ivLeaddays(ivMatchInd) / 30.
     compute exactqty rounded = itemaverage * leadmonths
             + ivFactor(ivMatchInd) * (itempeak - itemaverage)
                                    * leadmonths.
     perform 0190-round-up.
     move roundedqty		to rpNewReorder(rpCount).
     move itemaverage		to exactqty.
     perform 0190-round-up.
     move roundedqty		to rpNewOrderqty(rpCount).

     move rpAverage(rpCount)	to showavg.
     move rpPeak(rpCount)	to showpeak.
     move rpLeaddays(rpCount)	to showlead.
     move rpFactor(rpCount)	to showfactor.
     move rpCurReorder(rpCount)	to showqty.
     move rpNewReorder(rpCount)	to showqty2.
     move rpCurOrderqty(rpCount)	to showqty3.
     move rpNewOrderqty(rpCount)	to showqty4.
     move spaces		to reviewrec.
     string want-item, " ", rpVendor(rpCount), " ", showavg, " ",
            showpeak, " ", showlead, "   ", showfactor, " ",
            showqty, " -> ", showqty2, "   ", showqty3, " -> ",
            showqty4
            delimited by size into reviewrec
     end-string.
     write reviewrec.
*>
 0190-round-up.
*>
     move exactqty		to roundedqty.
     if roundedqty < exactqty
        add 1			to roundedqty
     end-if.
*>
 0200-approve.
*>
     perform 0930-load-proposals.
     move zero			to approvedcount.
     perform varying rpInd from 1 by 1
             until rpInd > rpCount
         if rpStatus(rpInd) = "P"
            and (function lower-case(arg2) = "all"
                 or function trim(rpItem(rpInd)) =
                    function upper-case(function trim(arg2)))
            move "A"		to rpStatus(rpInd)
            add 1		to approvedcount
         end-if
     end-perform.
     if approvedcount = zero
        display "replenplan: no pending proposal for "
                function trim(arg2)
        stop run giving 4
     end-if.
     perform 0960-rewrite-proposals.
     move approvedcount		to showcount.
     display "replenplan: " function trim(showcount)
             " proposal(s) approved -- replenplan apply to put them "
             "into effect".
*>
 0300-apply.
*>
     perform 0910-load-inventory.
     perform 0920-load-item-vendors.
     perform 0930-load-proposals.
     move "v"			to wr-action.
     move spaces		to wr-warehouse.
     call "whroute" using wr-action, wr-shipmethod, wr-state,
                          wr-warehouse, wr-status
     end-call.
     move wr-warehouse		to defaultwh.

     move zero			to appliedcount.
     perform varying rpInd from 1 by 1
             until rpInd > rpCount
         if rpStatus(rpInd) = "A"
            perform 0310-apply-reorder-point
            perform 0320-apply-order-quantity
            move "X"		to rpStatus(rpInd)
            move todayiso	to rpApplied(rpInd)
            add 1		to appliedcount
         end-if
     end-perform.

     if appliedcount = zero
        display "replenplan: nothing approved to apply"
        stop run giving 4
     end-if.
     if invtchangecount > zero
        perform 0950-rewrite-inventory
     end-if.
     if ivchangecount > zero
        perform 0955-rewrite-item-vendors
     end-if.
     perform 0960-rewrite-proposals.
     move appliedcount		to showcount.
     display "replenplan: " function trim(showcount)
             " approved proposal(s) applied".
*>
 0310-apply-reorder-point.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>usage is not kept by warehouse, so the new point is spread in
*>>>the proportion the buildings' points stand in now; the first
*>>>row takes the rounding so the total is exactly the proposal
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to itemreorder invtFirstInd sharedsofar.
     perform varying invtInd from 1 by 1
             until invtInd > invtCount
         if function trim(invtCode(invtInd)) =
            function trim(rpItem(rpInd))
            add invtReorder(invtInd)	to itemreorder
            if invtFirstInd = zero
               move invtInd	to invtFirstInd
            end-if
         end-if
     end-perform.
     if invtFirstInd = zero
        display "replenplan: " function trim(rpItem(rpInd))
                " is no longer on database/inventory.csv -- reorder "
                "point not applied"
     else
        if itemreorder = zero
           perform varying invtInd from 1 by 1
                   until invtInd > invtCount
               if function trim(invtCode(invtInd)) =
                  function trim(rpItem(rpInd))
                  and invtWarehouse(invtInd) = defaultwh
                  move invtInd	to invtFirstInd
               end-if
           end-perform
        end-if
        perform varying invtInd from 1 by 1
                until invtInd > invtCount
            if function trim(invtCode(invtInd)) =
               function trim(rpItem(rpInd))
               and invtInd <> invtFirstInd
               if itemreorder = zero
                  move zero	to shareqty
               else
                  compute shareqty rounded = rpNewReorder(rpInd)
                          * invtReorder(invtInd) / itemreorder
               end-if
               add shareqty	to sharedsofar
               perform 0330-set-row-reorder
            end-if
        end-perform
        move invtFirstInd	to invtInd
        if sharedsofar > rpNewReorder(rpInd)
           move zero		to shareqty
        else
           compute shareqty = rpNewReorder(rpInd) - sharedsofar
        end-if
        perform 0330-set-row-reorder
     end-if.
*>
 0320-apply-order-quantity.
*>
     move zero			to ivMatchInd.
     perform varying ivInd from 1 by 1
             until ivInd > ivCount
         if function trim(ivItem(ivInd)) = function trim(rpItem(rpInd))
            and ivVendor(ivInd) = rpVendor(rpInd)
            and ivMatchInd = zero
            move ivInd		to ivMatchInd
         end-if
     end-perform.
     if ivMatchInd = zero
        display "replenplan: " function trim(rpVendor(rpInd))
                " no longer supplies " function trim(rpItem(rpInd))
                " -- order quantity not applied"
     else
        if ivOrderqty(ivMatchInd) <> rpNewOrderqty(rpInd)
           move ivOrderqty(ivMatchInd)	to showqty
           move rpNewOrderqty(rpInd)	to showqty2
           move rpNewOrderqty(rpInd)	to ivOrderqty(ivMatchInd)
           move "y"		to ivChanged(ivMatchInd)
           add 1		to ivchangecount
           move "replenplan"	to audit-program
           move "REPLEN-ORDERQTY"	to audit-reason
           move rpItem(rpInd)	to audit-key
           move spaces		to audit-data
           string "vendor ", function trim(rpVendor(rpInd)),
                  " order qty ", function trim(showqty), " to ",
                  function trim(showqty2)
                  delimited by size into audit-data
           end-string
           call "auditlog" using audit-program, audit-reason,
                                 audit-key, audit-data
           end-call
        end-if
     end-if.
*>
 0330-set-row-reorder.
*>
     if invtReorder(invtInd) <> shareqty
        move invtReorder(invtInd)	to oldreorder
        move oldreorder		to showqty
        move shareqty		to showqty2
        move shareqty		to invtReorder(invtInd)
        add 1			to invtchangecount
        move "replenplan"	to audit-program
        move "REPLEN-REORDER"	to audit-reason
        move rpItem(rpInd)	to audit-key
        move spaces		to audit-data
        string "warehouse ", invtWarehouse(invtInd),
               " reorder point ", function trim(showqty), " to ",
               function trim(showqty2)
               delimited by size into audit-data
        end-string
        call "auditlog" using audit-program, audit-reason,
                              audit-key, audit-data
        end-call
     end-if.
*>
 0900-load-history.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>salesclose may have been run more than once for a month, so
*>>>the rows for an item and period are summed; the months of
*>>>history are the window's months that have any item usage
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to usCount pdCount.
     open input historyfile.
     read historyfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawtype rawperiod rawkey rawqty
         unstring historyrec delimited by ","
                  into rawtype, rawperiod, rawkey, rawqty
         end-unstring
         if function trim(rawtype) = "I"
            and function trim(rawperiod) is numeric
            and function test-numval(rawqty) = 0
            move function numval(rawperiod)	to histperiod
            if histperiod >= firstperiod and histperiod <= lastperiod
               perform 0905-post-usage
            end-if
         end-if
         read historyfile
              at end move "y"	to eof
         end-read
     end-perform.
     close historyfile.
     move spaces		to eof.
     move pdCount		to histmonths.
*>
 0905-post-usage.
*>
     move zero			to pdMatchInd.
     perform varying pdInd from 1 by 1
             until pdInd > pdCount
         if pdPeriod(pdInd) = histperiod
            move pdInd		to pdMatchInd
         end-if
     end-perform.
     if pdMatchInd = zero and pdCount < 99
        add 1			to pdCount
        move histperiod		to pdPeriod(pdCount)
     end-if.

     move zero			to usMatchInd.
     perform varying usInd from 1 by 1
             until usInd > usCount
         if usPeriod(usInd) = histperiod
            and usItem(usInd) = rawkey
            move usInd		to usMatchInd
         end-if
     end-perform.
     if usMatchInd = zero
        if usCount < 3000
           add 1		to usCount
           move rawkey		to usItem(usCount)
           move histperiod	to usPeriod(usCount)
           move zero		to usQty(usCount)
           move usCount		to usMatchInd
        else
           display "replenplan: more than 3000 item-months of "
                   "history -- further usage not counted"
        end-if
     end-if.
     if usMatchInd <> zero
        compute usQty(usMatchInd) = usQty(usMatchInd)
                                  + function numval(rawqty)
     end-if.
*>
 0910-load-inventory.
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
               display "replenplan: bad inventory row skipped: "
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
 0920-load-item-vendors.
*>
     move zero			to ivCount.
     open input itemvendorfile.
     read itemvendorfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if ivCount < 500
            add 1		to ivCount
            move itemvendorrec	to ivRow(ivCount)
            move spaces		to ivItem(ivCount) ivVendor(ivCount)
                                   ivRawcost(ivCount) rawivorderqty
                                   ivRawlead(ivCount)
                                   ivRawfactor(ivCount)
                                   ivChanged(ivCount)
            unstring itemvendorrec delimited by ","
                     into ivItem(ivCount),
                          ivVendor(ivCount),
                          ivRawcost(ivCount),
                          rawivorderqty,
                          ivRawlead(ivCount),
                          ivRawfactor(ivCount)
            end-unstring
            move zero		to ivOrderqty(ivCount)
                                   ivLeaddays(ivCount)
            move 1		to ivFactor(ivCount)
            if function trim(rawivorderqty) is numeric
               compute ivOrderqty(ivCount) =
                       function numval(rawivorderqty)
            end-if
            if function trim(ivRawlead(ivCount)) is numeric
               compute ivLeaddays(ivCount) =
                       function numval(ivRawlead(ivCount))
            end-if
            if function trim(ivRawfactor(ivCount)) <> spaces
               and function test-numval(ivRawfactor(ivCount)) = 0
               compute ivFactor(ivCount) =
                       function numval(ivRawfactor(ivCount))
            end-if
         end-if
         read itemvendorfile
              at end move "y"	to eof
         end-read
     end-perform.
     close itemvendorfile.
     move spaces		to eof.
*>
 0930-load-proposals.
*>
     move zero			to rpCount.
     open input proposalfile.
     read proposalfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if rpCount < 500
            add 1		to rpCount
            move spaces		to rawmonths rawaverage rawpeak rawlead
                                   rawfactor rawcurreorder
                                   rawnewreorder rawcurorderqty
                                   rawneworderqty rawstatus
                                   rpApplied(rpCount)
            unstring proposalrec delimited by ","
                     into rpItem(rpCount),
                          rpVendor(rpCount),
                          rawmonths,
                          rawaverage,
                          rawpeak,
                          rawlead,
                          rawfactor,
                          rawcurreorder,
                          rawnewreorder,
                          rawcurorderqty,
                          rawneworderqty,
                          rawstatus,
                          rpApplied(rpCount)
            end-unstring
            if function trim(rawnewreorder) is numeric
               and function trim(rawneworderqty) is numeric
               and (rawstatus(1:1) = "P" or "A" or "X")
               compute rpMonths(rpCount) = function numval(rawmonths)
               compute rpAverage(rpCount) =
                       function numval(rawaverage)
               compute rpPeak(rpCount) = function numval(rawpeak)
               compute rpLeaddays(rpCount) = function numval(rawlead)
               compute rpFactor(rpCount) = function numval(rawfactor)
               compute rpCurReorder(rpCount) =
                       function numval(rawcurreorder)
               compute rpNewReorder(rpCount) =
                       function numval(rawnewreorder)
               compute rpCurOrderqty(rpCount) =
                       function numval(rawcurorderqty)
               compute rpNewOrderqty(rpCount) =
                       function numval(rawneworderqty)
               move rawstatus(1:1)	to rpStatus(rpCount)
            else
               display "replenplan: bad proposal row skipped: "
                       function trim(proposalrec)
               subtract 1	from rpCount
            end-if
         end-if
         read proposalfile
              at end move "y"	to eof
         end-read
     end-perform.
     close proposalfile.
     move spaces		to eof.
*>
 0950-rewrite-inventory.
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
 0955-rewrite-item-vendors.
*>
     open output itemvendorfile.
     perform varying ivInd from 1 by 1
             until ivInd > ivCount
         if ivChanged(ivInd) = "y"
            move ivOrderqty(ivInd)	to showplainqty
            move spaces		to itemvendorrec
            string function trim(ivItem(ivInd)), ",",
                   function trim(ivVendor(ivInd)), ",",
                   function trim(ivRawcost(ivInd)), ",",
                   function trim(showplainqty), ",",
                   function trim(ivRawlead(ivInd))
                   delimited by size into itemvendorrec
            end-string
            if ivRawfactor(ivInd) <> spaces
               string function trim(itemvendorrec), ",",
                      function trim(ivRawfactor(ivInd))
                      delimited by size into itemvendorrec
               end-string
            end-if
         else
            move ivRow(ivInd)	to itemvendorrec
         end-if
         write itemvendorrec
     end-perform.
     close itemvendorfile.
*>
 0960-rewrite-proposals.
*>
     open output proposalfile.
     perform varying rpInd from 1 by 1
             until rpInd > rpCount
         move rpAverage(rpInd)	to showcsvaverage
         move rpPeak(rpInd)		to showcsvpeak
         move rpFactor(rpInd)	to showcsvfactor
         move rpCurReorder(rpInd)	to showcsvqty
         move rpNewReorder(rpInd)	to showcsvqty2
         move rpCurOrderqty(rpInd)	to showcsvqty3
         move rpNewOrderqty(rpInd)	to showcsvqty4
         move spaces		to proposalrec
         string function trim(rpItem(rpInd)), ",",
                function trim(rpVendor(rpInd)), ",",
                rpMonths(rpInd), ",",
                showcsvaverage, ",",
                showcsvpeak, ",",
                rpLeaddays(rpInd), ",",
                showcsvfactor, ",",
                showcsvqty, ",",
                showcsvqty2, ",",
                showcsvqty3, ",",
                showcsvqty4, ",",
                rpStatus(rpInd), ",",
                function trim(rpApplied(rpInd))
                delimited by size into proposalrec
         end-string
         write proposalrec
     end-perform.
     close proposalfile.
*>
 0990-usage.
*>
     display "usage: replenplan plan [<months>]".
     display "       replenplan approve <item>|all".
     display "       replenplan apply".
     stop run giving 1.
