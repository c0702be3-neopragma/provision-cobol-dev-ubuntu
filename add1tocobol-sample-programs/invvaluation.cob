       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Inventory valuation -- every item on database/
*>            inventory.csv extended at its standard cost from
*>            database/pricemaster.csv (item, price, standard cost),
*>            one line per item per warehouse with on hand plus in
*>            transit (stock moving between buildings is still
*>            ours), standard cost and value, to invvaluation.txt.  The total is tied to the
*>            1400 Inventory balance in database/glbalances.csv,
*>            summed across companies since there is one stock file
*>            for the whole business.  Items with no standard cost
*>            are flagged and valued at zero; items driven negative
*>            are valued as they stand.
*>
*>            The ledger side moves with the stock: billing relieves
*>            inventory to 5000 Cost of goods sold through glpost,
*>            invadjust and pomaint receipts put it back, and
*>            invadjust counts post the difference to 6400 Inventory
*>            shrink.  The first run against a ledger that never
*>            carried inventory will not tie -- book the opening
*>            value to 1400 with gljournal and it will.  A difference
*>            gives return code 4.  Standard costs are those in force
*>            today: price master rows effective later (column four,
*>            yyyymmdd) wait for their date.
*>*********************************************************************
identification division.
program-id. invvaluation.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional inventoryfile	assign to "database/inventory.csv"
                        organization is line sequential.
select optional itemmasterfile	assign to "database/items.csv"
                        organization is line sequential.
select optional pricemasterfile	assign to "database/pricemaster.csv"
                        organization is line sequential.
select optional balfile	assign to "database/glbalances.csv"
                        organization is line sequential.
select valuationfile	assign to "invvaluation.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
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
fd balfile.
*>
01 balrec		pic x(80).
*>
fd valuationfile.
*>
01 valuationrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  inv-code			pic x(8) value spaces.
 01  rawonhand			pic x(12) value spaces.
 01  rawcommitted		pic x(12) value spaces.
 01  rawreorder		pic x(12) value spaces.
 01  rawwarehouse		pic x(6) value spaces.
 01  rawintransit		pic x(12) value spaces.
 01  onhand			pic s9(10) value zero.
 01  itemvalue			pic s9(10)v99 value zero.
 01  totalvalue		pic s9(10)v99 value zero.
 01  ledgervalue		pic s9(10)v99 value zero.
 01  difference		pic s9(10)v99 value zero.
 01  flagtext			pic x(20) value spaces.
 01  valuedcount		unsigned-int value zero.
 01  nocostcount		unsigned-int value zero.
 01  showonhand		pic -zzz,zzz,zz9 value zero.
 01  showcost			pic zzz,zz9.99 value zero.
 01  showvalue			pic -zzz,zzz,zz9.99 value zero.
 01  showcount			pic zzz9 value zero.
 01  shownocost		pic zzz9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>item master, for the canonical description on the report
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  itemCount		unsigned-int value 1.
 01  itemList.
     05  itemEntry	occurs 1 to 500 times
                        depending on itemCount
                        indexed by itemInd.
         10  itCode		pic x(8) value spaces.
         10  itDesc		pic x(70) value spaces.
 01  itemdesc			pic x(30) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>standard costs from the price master
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
 01  resolvedcost		pic 9(6)v99 value zero.
 01  costfound			pic x value spaces.
     88  cost-was-resolved	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>staging fields for the balance file columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rawcompany		pic x(4) value spaces.
 01  rawacct			pic x(6) value spaces.
 01  rawperiod			pic x(8) value spaces.
 01  rawdebit			pic x(16) value spaces.
 01  rawcredit			pic x(16) value spaces.
 01  rawending			pic x(16) value spaces.
 01  lastcompany		pic x(4) value spaces.
 01  companyending		pic s9(10)v99 value zero.
*>
 procedure division.
*>
 0000-start.
*>
     perform 0910-load-items.
     perform 0920-load-standard-costs.
     perform 0930-load-ledger-inventory.

     open input inventoryfile.
     open output valuationfile.

     move "Inventory valuation -- on hand at standard cost"
          to valuationrec.
     write valuationrec.
     move all "-"		to valuationrec.
     write valuationrec.

     perform until end-of-file
         read inventoryfile
              at end move "y"	to eof
              not at end perform 0100-put-item-line
         end-read
     end-perform.
     close inventoryfile.
     move spaces		to eof.

     move all "-"		to valuationrec.
     write valuationrec.
     move valuedcount		to showcount.
     move totalvalue		to showvalue.
     move spaces		to valuationrec.
     string "Total inventory at standard, ", showcount, " item(s)"
            delimited by size into valuationrec
     end-string.
     move showvalue		to valuationrec(70:15).
     write valuationrec.
     move ledgervalue		to showvalue.
     move spaces		to valuationrec.
     move "1400 Inventory per the general ledger" to valuationrec.
     move showvalue		to valuationrec(70:15).
     write valuationrec.
     compute difference = totalvalue - ledgervalue.
     move difference		to showvalue.
     move spaces		to valuationrec.
     move "Difference"		to valuationrec.
     move showvalue		to valuationrec(70:15).
     write valuationrec.
     if nocostcount > zero
        move nocostcount	to shownocost
        move spaces		to valuationrec
        string shownocost, " item(s) have no standard cost on "
               "database/pricemaster.csv and are valued at zero"
               delimited by size into valuationrec
        end-string
        write valuationrec
     end-if.
     if difference <> zero
        move spaces		to valuationrec
        string "*** STOCK AND LEDGER DO NOT AGREE -- book any "
               "opening inventory to 1400 with gljournal"
               delimited by size into valuationrec
        end-string
        write valuationrec
     end-if.
     close valuationfile.

     move totalvalue		to showvalue.
     display "invvaluation: inventory at standard "
             function trim(showvalue) " -- see invvaluation.txt".
     if difference <> zero
        move difference		to showvalue
        display "invvaluation: differs from 1400 Inventory by "
                function trim(showvalue)
        move 4			to return-code
     end-if.

     goback.
*>
 0100-put-item-line.
*>
     move spaces		to inv-code rawonhand rawcommitted
                                   rawreorder rawwarehouse rawintransit
                                   flagtext.
     unstring inventoryrec delimited by ","
              into inv-code, rawonhand, rawcommitted, rawreorder,
                   rawwarehouse, rawintransit
     end-unstring.

     if inv-code <> spaces
        and function test-numval(rawonhand) = 0
        add 1			to valuedcount
        compute onhand = function numval(rawonhand)
        if function trim(rawintransit) <> spaces
           and function test-numval(rawintransit) = 0
           compute onhand = onhand + function numval(rawintransit)
        end-if
        perform 0150-lookup-description
        perform 0160-lookup-standard-cost
        if cost-was-resolved
           compute itemvalue = onhand * resolvedcost
        else
           move zero		to itemvalue
           add 1		to nocostcount
           move "NO STANDARD COST"	to flagtext
        end-if
        add itemvalue		to totalvalue
        move onhand		to showonhand
        move resolvedcost	to showcost
        move itemvalue		to showvalue
        move spaces		to valuationrec
        string inv-code, " ", rawwarehouse(1:4), " ", itemdesc, " ",
               showonhand, " ", showcost, " ",
               showvalue, "  ", flagtext
               into valuationrec
        end-string
        write valuationrec
     end-if.
*>
 0150-lookup-description.
*>
     move spaces		to itemdesc.
     perform varying itemInd from 1 by 1
             until itemInd > itemCount
         if function trim(inv-code) = function trim(itCode(itemInd))
            move itDesc(itemInd)	to itemdesc
         end-if
     end-perform.
     if itemdesc = spaces
        move "(not on the item master)" to itemdesc
     end-if.
*>
 0160-lookup-standard-cost.
*>
     move spaces		to costfound.
     move zero			to resolvedcost.
     perform varying stdInd from 1 by 1
             until stdInd > stdCount
         if function trim(inv-code) = function trim(stdItem(stdInd))
            move stdCost(stdInd)	to resolvedcost
            move "y"		to costfound
         end-if
     end-perform.
*>
 0910-load-items.
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
     if itemCount = zero
        move 1			to itemCount
     end-if.
*>
 0920-load-standard-costs.
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
 0930-load-ledger-inventory.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the balance file is in company, account, period order, so the
*>>>last 1400 row of each company carries its current balance
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to ledgervalue companyending.
     move spaces		to lastcompany.
     open input balfile.
     read balfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawcompany rawacct rawperiod
                                   rawdebit rawcredit rawending
         unstring balrec delimited by ","
                  into rawcompany, rawacct, rawperiod, rawdebit,
                       rawcredit, rawending
         end-unstring
         if function trim(rawacct) = "1400"
            and function test-numval(rawending) = 0
            if rawcompany <> lastcompany
               add companyending	to ledgervalue
               move rawcompany	to lastcompany
            end-if
            compute companyending = function numval(rawending)
         end-if
         read balfile
              at end move "y"	to eof
         end-read
     end-perform.
     close balfile.
     move spaces		to eof.
     add companyending		to ledgervalue.
