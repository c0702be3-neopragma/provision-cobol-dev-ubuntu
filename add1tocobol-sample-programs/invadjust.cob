*> Date:      02-Sep-2026
*> Purpose:   Inventory adjustment utility for counts and receipts
*>            against database/inventory.csv (item code, on hand,
*>            committed, reorder point, warehouse, in transit).
*>            Receipts add to on hand,
*>            a physical count replaces it, and the reorder action
*>            sets the reorder point; every accepted adjustment is
*>            recorded through the shared auditlog with the before
*>            run itself relieves on hand as lines bill; this is
*>            for everything the billing run cannot see.
*>
*>            usage: invadjust receive <item> <qty> [<warehouse>]
*>                   invadjust count <item> <qty> [<warehouse>]
*>                   invadjust reorder <item> <qty> [<warehouse>]
*>                   invadjust transfer <item> <qty> <from> <to>
*>                   invadjust arrive <transfer#>
*>            A leading -company=<cc> argument names the company the
*>            run posts for (default 01).
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - receipts and counts now post to the general ledger at
*>              the item's standard cost (database/pricemaster.csv's
*>              third column): a receipt debits 1400 Inventory and
*>              credits 2110 Received not vouchered, cleared when the
*>              vendor's invoice is vouchered against 2110; a count
*>              posts its difference from on hand between 1400 and
*>              6400 Inventory shrink.  The posting date is checked
*>              against accounting period control, balances are kept
*>              through glbalpost, and the company comes from the
*>              shared glcompany
*>15-Oct-2026 - stock is kept per item per warehouse: inventory.csv
*>              carries the warehouse code and an in-transit quantity
*>              as its fifth and sixth columns (a row without them is
*>              the default warehouse's, the first on database/
*>              warehouses.csv, validated through the shared whroute),
*>              and receive/count/reorder take an optional warehouse.
*>              "transfer" takes stock off on hand at one building
*>              and puts it in transit to another, logging it to
*>              database/transfers.csv (transfer number, date, item,
*>              quantity, from, to, status T in transit / R arrived,
*>              arrival date); "arrive" moves a transfer's quantity
*>              from in transit to on hand at the receiving building.
*>              Transfers do not touch the ledger -- the stock is
*>              still 1400 Inventory either way
*>15-Oct-2026 - the standard cost is taken from the database/
*>              pricemaster.csv row in force today (column four, the
*>              effective date yyyymmdd, blank meaning always), not a
*>              row scheduled for a later date
*>*********************************************************************
identification division.
program-id. invadjust.
*>
select optional inventoryfile	assign to "database/inventory.csv"
                        organization is line sequential.
select optional pricemasterfile	assign to "database/pricemaster.csv"
                        organization is line sequential.
select optional ledgerfile	assign to "database/generalledger.csv"
                        organization is line sequential.
select optional transferfile	assign to "database/transfers.csv"
                        organization is line sequential.
*>
data division.
*>
*>
fd inventoryfile.
*>
01 inventoryrec		pic x(80).
*>
fd pricemasterfile.
*>
01 pricemasterrec	pic x(100).
*>
fd ledgerfile.
*>
01 ledgerrec		pic x(80).
*>
fd transferfile.
*>
01 transferrec		pic x(80).
*>
working-storage section.
*>
     88  action-is-receive	      value "receive".
     88  action-is-count	      value "count".
     88  action-is-reorder	      value "reorder".
     88  action-is-transfer	      value "transfer".
     88  action-is-arrive	      value "arrive".
 01  argitem			pic x(10) value spaces.
 01  argqty			pic x(12) value spaces.
 01  argwarehouse		pic x(6) value spaces.
 01  argtowarehouse		pic x(6) value spaces.
 01  adjustqty			pic s9(10) value zero.
 01  wantwarehouse		pic x(4) value spaces.
 01  fromwarehouse		pic x(4) value spaces.
 01  towarehouse		pic x(4) value spaces.
*>
 01  invtCount		unsigned-int value zero.
 01  invtList.
         10  invtOnhand	pic s9(10) value zero.
         10  invtCommitted	pic s9(10) value zero.
         10  invtReorder	pic s9(10) value zero.
         10  invtWarehouse	pic x(4) value spaces.
         10  invtIntransit	pic s9(10) value zero.
 01  invtMatchInd		unsigned-int value zero.
 01  fromInd			unsigned-int value zero.
 01  rawonhand			pic x(12) value spaces.
 01  rawcommitted		pic x(12) value spaces.
 01  rawreorder		pic x(12) value spaces.
 01  rawwarehouse		pic x(6) value spaces.
 01  rawintransit		pic x(12) value spaces.
 01  beforeqty			pic s9(10) value zero.
 01  showcsvonhand		pic -9(10) value zero.
 01  showcsvcommitted		pic -9(10) value zero.
 01  showcsvreorder		pic 9(10) value zero.
 01  showcsvintransit		pic -9(10) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>stock transfers between buildings, database/transfers.csv
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  tfCount			unsigned-int value zero.
 01  tfList.
     05  tfEntry	occurs 2000 times
                        indexed by tfInd.
         10  tfNumber		pic 9(6) value zero.
         10  tfDate		pic x(10) value spaces.
         10  tfItem		pic x(8) value spaces.
         10  tfQty		pic 9(10) value zero.
         10  tfFrom		pic x(4) value spaces.
         10  tfTo		pic x(4) value spaces.
         10  tfStatus		pic x value spaces.
             88  tf-in-transit	      value "T".
         10  tfArrived		pic x(10) value spaces.
 01  tfMatchInd		unsigned-int value zero.
 01  rawtfnumber		pic x(8) value spaces.
 01  rawtfqty			pic x(12) value spaces.
 01  nexttransfer		pic 9(6) value zero.
 01  todayiso			pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>standard cost of the item adjusted, for the ledger posting
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  pm-item			pic x(70) value spaces.
 01  rawmasterprice		pic x(12) value spaces.
 01  rawmastercost		pic x(12) value spaces.
 01  rawmastereff		pic x(10) value spaces.
 01  pm-effdate			pic 9(8) value zero.
 01  costeffdate		pic 9(8) value zero.
 01  stdcost			pic 9(6)v99 value zero.
 01  costfound			pic x value spaces.
     88  std-cost-was-found	      value "y".
 01  valuechange		pic s9(10)v99 value zero.
 01  todaydate			pic x(8) value spaces.
 01  ledgerdate		pic x(8) value spaces.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
 01  postdesc			pic x(40) value spaces.
 01  postacct			pic x(4) value spaces.
 01  showamt			pic --,---,---,--9.99 value zero.
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
     accept refaction		from argument-value.
     accept argitem		from argument-value.
     accept argqty		from argument-value.
     accept argwarehouse	from argument-value.
     accept argtowarehouse	from argument-value.
     move function lower-case(function trim(refaction)) to refaction.

     if action-is-arrive
        perform 0400-arrive-transfer
        goback
     end-if.

     if (not action-is-receive and not action-is-count
         and not action-is-reorder and not action-is-transfer)
        or argitem = spaces
        or function test-numval(argqty) <> 0
        display "usage: invadjust <receive|count|reorder> <item> "
                "<qty> [<warehouse>]"
        display "       invadjust transfer <item> <qty> <from> <to>"
        display "       invadjust arrive <transfer#>"
        stop run giving 1
     end-if.
     compute adjustqty = function numval(argqty).

     move argwarehouse		to wr-warehouse.
     perform 0850-validate-warehouse.
     move wr-warehouse		to wantwarehouse.

     if action-is-transfer
        perform 0300-transfer-stock
        goback
     end-if.

     if not action-is-reorder
        perform 0750-check-period
     end-if.
     perform 0900-load-inventory.
     perform 0100-find-item-row.

     evaluate true
         when action-is-receive
              move invtOnhand(invtMatchInd)	to beforeqty
              add adjustqty	to invtOnhand(invtMatchInd)
              move "INV-RECEIVE"	to audit-reason
         when action-is-count
              move invtOnhand(invtMatchInd)	to beforeqty
              move adjustqty	to invtOnhand(invtMatchInd)
              move "INV-COUNT"	to audit-reason
         when action-is-reorder
              move invtReorder(invtMatchInd)	to beforeqty
              move adjustqty	to invtReorder(invtMatchInd)
              move "INV-REORDER"	to audit-reason
     end-evaluate.

     perform 0950-rewrite-inventory.
     if not action-is-reorder
        perform 0200-post-adjustment
     end-if.

     move "invadjust"		to audit-program.
     move argitem		to audit-key.
     move spaces		to audit-data.
     string function trim(refaction), " ",
            function trim(argqty), " before ", beforeqty
            into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.

     display "invadjust: " function trim(refaction) " applied to "
             function trim(argitem) " at " wantwarehouse
             ", on hand now " invtOnhand(invtMatchInd).

     goback.
*>
 0100-find-item-row.
*>
     move zero			to invtMatchInd.
     perform varying invtInd from 1 by 1
             until invtInd > invtCount
         if function trim(argitem) = function trim(invtCode(invtInd))
            and invtWarehouse(invtInd) = wantwarehouse
            move invtInd	to invtMatchInd
         end-if
     end-perform.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an item not yet tracked joins the file at zero, so receiving a
*>>>new catalogue item -- or stocking it in a second building --
*>>>does not need a hand edit first
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if invtMatchInd = zero
        if invtCount >= 500
        move zero		to invtOnhand(invtCount)
        move zero		to invtCommitted(invtCount)
        move zero		to invtReorder(invtCount)
        move wantwarehouse	to invtWarehouse(invtCount)
        move zero		to invtIntransit(invtCount)
        move invtCount		to invtMatchInd
     end-if.
*>
 0200-post-adjustment.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the quantity the adjustment moved, at standard cost, keeps 1400
*>>>Inventory in step with on hand: a receipt against 2110 until
*>>>the vendor's invoice is vouchered, a count against shrink
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform 0910-lookup-std-cost.
     if not std-cost-was-found
        display "invadjust: " function trim(argitem) " has no "
                "standard cost on database/pricemaster.csv -- "
                "nothing posted to the ledger"
        move 4			to return-code
     else
        compute valuechange =
                (invtOnhand(invtMatchInd) - beforeqty) * stdcost
        if valuechange <> zero
           open extend ledgerfile
           compute postamount = valuechange
           move spaces		to postdesc
           string "Inventory ", function trim(refaction), " ",
                  function trim(argitem)
                  delimited by size into postdesc
           end-string
           move "1400"		to postacct
           perform 0700-put-ledger-entry
           compute postamount = 0 - valuechange
           move spaces		to postdesc
           if action-is-receive
              string "Received not vouchered ",
                     function trim(argitem)
                     delimited by size into postdesc
              end-string
              move "2110"	to postacct
           else
              string "Inventory shrink ", function trim(argitem)
                     delimited by size into postdesc
              end-string
              move "6400"	to postacct
           end-if
           perform 0700-put-ledger-entry
           close ledgerfile
           move "c"		to gb-action
           call "glbalpost" using gb-action, gb-date,
                                 gb-acct, gb-amount, gb-company
           end-call
           move valuechange	to showamt
           display "invadjust: " function trim(showamt)
                   " posted to 1400 Inventory"
        end-if
     end-if.
*>
 0300-transfer-stock.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the stock leaves the sending building's on hand now and sits in
*>>>the receiving building's in-transit column until it arrives,
*>>>so neither building counts it twice and neither loses it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move wantwarehouse		to fromwarehouse.
     move argtowarehouse	to wr-warehouse.
     if wr-warehouse = spaces
        display "invadjust: transfer needs <item> <qty> <from> <to>"
        stop run giving 1
     end-if.
     perform 0850-validate-warehouse.
     move wr-warehouse		to towarehouse.
     if fromwarehouse = towarehouse or adjustqty not > zero
        display "invadjust: a transfer moves a positive quantity "
                "between two different warehouses"
        stop run giving 1
     end-if.

     perform 0900-load-inventory.
     move fromwarehouse		to wantwarehouse.
     perform 0100-find-item-row.
     if invtOnhand(invtMatchInd) < adjustqty
        display "invadjust: only " invtOnhand(invtMatchInd) " "
                function trim(argitem) " on hand at " fromwarehouse
                " -- nothing transferred"
        stop run giving 8
     end-if.
     move invtMatchInd		to fromInd.
     move towarehouse		to wantwarehouse.
     perform 0100-find-item-row.

     move invtOnhand(fromInd)	to beforeqty.
     subtract adjustqty		from invtOnhand(fromInd).
     add adjustqty		to invtIntransit(invtMatchInd).
     perform 0950-rewrite-inventory.

     perform 0920-load-transfers.
     if tfCount >= 2000
        display "invadjust: database/transfers.csv is full"
        stop run giving 1
     end-if.
     add 1			to tfCount.
     move nexttransfer		to tfNumber(tfCount).
     move todayiso		to tfDate(tfCount).
     move argitem		to tfItem(tfCount).
     move adjustqty		to tfQty(tfCount).
     move fromwarehouse		to tfFrom(tfCount).
     move towarehouse		to tfTo(tfCount).
     move "T"			to tfStatus(tfCount).
     move spaces		to tfArrived(tfCount).
     perform 0960-rewrite-transfers.

     move "invadjust"		to audit-program.
     move "INV-TRANSFER"	to audit-reason.
     move argitem		to audit-key.
     move spaces		to audit-data.
     string "transfer ", nexttransfer, " ", function trim(argqty),
            " ", fromwarehouse, " to ", towarehouse,
            " before ", beforeqty
            into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.

     display "invadjust: transfer " nexttransfer " -- "
             function trim(argqty) " " function trim(argitem)
             " in transit " fromwarehouse " to " towarehouse.
*>
 0400-arrive-transfer.
*>
     if function trim(argitem) is not numeric
        display "usage: invadjust arrive <transfer#>"
        stop run giving 1
     end-if.
     perform 0920-load-transfers.
     move zero			to tfMatchInd.
     perform varying tfInd from 1 by 1
             until tfInd > tfCount
         if tfNumber(tfInd) = function numval(argitem)
            move tfInd		to tfMatchInd
         end-if
     end-perform.
     if tfMatchInd = zero
        display "invadjust: transfer " function trim(argitem)
                " is not on database/transfers.csv"
        stop run giving 8
     end-if.
     if not tf-in-transit(tfMatchInd)
        display "invadjust: transfer " function trim(argitem)
                " already arrived " tfArrived(tfMatchInd)
        stop run giving 4
     end-if.

     perform 0900-load-inventory.
     move tfItem(tfMatchInd)	to argitem.
     move tfTo(tfMatchInd)	to wantwarehouse.
     perform 0100-find-item-row.
     move invtOnhand(invtMatchInd)	to beforeqty.
     add tfQty(tfMatchInd)	to invtOnhand(invtMatchInd).
     subtract tfQty(tfMatchInd)	from invtIntransit(invtMatchInd).
     perform 0950-rewrite-inventory.

     move "R"			to tfStatus(tfMatchInd).
     move todayiso		to tfArrived(tfMatchInd).
     perform 0960-rewrite-transfers.

     move "invadjust"		to audit-program.
     move "INV-ARRIVE"		to audit-reason.
     move argitem		to audit-key.
     move spaces		to audit-data.
     string "transfer ", tfNumber(tfMatchInd), " ",
            tfQty(tfMatchInd), " at ", wantwarehouse,
            " before ", beforeqty
            into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.

     display "invadjust: transfer " tfNumber(tfMatchInd)
             " arrived at " wantwarehouse ", on hand now "
             invtOnhand(invtMatchInd).
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
        display "invadjust: period " todaydate(1:6) " is closed -- "
                "nothing adjusted"
        stop run giving 8
     end-if.
     if pc-status = 4
        display "invadjust: period " todaydate(1:6) " is closed -- "
                "posting into " pc-date(1:6) " instead"
     end-if.
     move pc-date		to ledgerdate.
*>
 0850-validate-warehouse.
*>
     move "v"			to wr-action.
     call "whroute" using wr-action, wr-shipmethod, wr-state,
                          wr-warehouse, wr-status
     end-call.
     if wr-status <> zero
        display "invadjust: warehouse " wr-warehouse " is not on "
                "database/warehouses.csv"
        stop run giving 1
     end-if.
*>
 0900-load-inventory.
*>
                     into invtCode(invtCount),
                          rawonhand,
                          rawcommitted,
                          rawreorder,
                          rawwarehouse,
                          rawintransit
            end-unstring
            if function test-numval(rawonhand) = 0
               compute invtOnhand(invtCount) =
                  compute invtReorder(invtCount) =
                          function numval(rawreorder)
               end-if
               move rawwarehouse	to wr-warehouse
               perform 0855-default-warehouse
               move wr-warehouse	to invtWarehouse(invtCount)
               if function trim(rawintransit) <> spaces
                  and function test-numval(rawintransit) = 0
                  compute invtIntransit(invtCount) =
                          function numval(rawintransit)
               end-if
            else
               display "invadjust: bad inventory row skipped: "
                       function trim(inventoryrec)
     end-perform.
     close inventoryfile.
     move spaces		to eof.
*>
 0855-default-warehouse.
*>
     if wr-warehouse = spaces
        move "v"		to wr-action
        call "whroute" using wr-action, wr-shipmethod, wr-state,
                             wr-warehouse, wr-status
        end-call
     end-if.
*>
 0910-lookup-std-cost.
*>
     move spaces		to costfound.
     move zero			to stdcost costeffdate.
     open input pricemasterfile.
     read pricemasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to pm-item rawmasterprice rawmastercost
                                   rawmastereff
         unstring pricemasterrec delimited by ","
                  into pm-item, rawmasterprice, rawmastercost,
                       rawmastereff
         end-unstring
         move zero		to pm-effdate
         if function trim(rawmastereff) is numeric
            compute pm-effdate = function numval(rawmastereff)
         end-if
         if function trim(pm-item) = function trim(argitem)
            and function trim(rawmastercost) <> spaces
            and function test-numval(rawmastercost) = 0
            and pm-effdate <= function numval(todaydate)
            and pm-effdate >= costeffdate
            compute stdcost = function numval(rawmastercost)
            move pm-effdate	to costeffdate
            move "y"		to costfound
         end-if
         read pricemasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close pricemasterfile.
     move spaces		to eof.
*>
 0920-load-transfers.
*>
     move zero			to tfCount nexttransfer.
     open input transferfile.
     read transferfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if tfCount < 2000
            add 1		to tfCount
            move spaces		to rawtfnumber rawtfqty
            unstring transferrec delimited by ","
                     into rawtfnumber, tfDate(tfCount),
                          tfItem(tfCount), rawtfqty,
                          tfFrom(tfCount), tfTo(tfCount),
                          tfStatus(tfCount), tfArrived(tfCount)
            end-unstring
            if function trim(rawtfnumber) is numeric
               and function test-numval(rawtfqty) = 0
               compute tfNumber(tfCount) = function numval(rawtfnumber)
               compute tfQty(tfCount) = function numval(rawtfqty)
               if tfNumber(tfCount) > nexttransfer
                  move tfNumber(tfCount)	to nexttransfer
               end-if
            else
               subtract 1	from tfCount
            end-if
         end-if
         read transferfile
              at end move "y"	to eof
         end-read
     end-perform.
     close transferfile.
     move spaces		to eof.
     add 1			to nexttransfer.
*>
 0950-rewrite-inventory.
*>
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
 0960-rewrite-transfers.
*>
     open output transferfile.
     perform varying tfInd from 1 by 1
             until tfInd > tfCount
         move spaces		to transferrec
         string tfNumber(tfInd), ",",
                tfDate(tfInd), ",",
                function trim(tfItem(tfInd)), ",",
                tfQty(tfInd), ",",
                function trim(tfFrom(tfInd)), ",",
                function trim(tfTo(tfInd)), ",",
                tfStatus(tfInd), ",",
                tfArrived(tfInd)
                delimited by size into transferrec
         end-string
         write transferrec
     end-perform.
     close transferfile.
