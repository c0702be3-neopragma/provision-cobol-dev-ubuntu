*>            calendar month -- the same netting
*>            0100-accumulate-invoice does -- and appends the
*>            summaries to the permanent database/saleshistory.csv
*>            (type R|C|I, period yyyymm, key, net qty, net amount,
*>            close date).  Run it once at period end, before
*>            closebatch archives the extracts.
*>*********************************************************************
*>              more regions, the same way invoicereg reads them, so
*>              released credits and recycled rows land in the sales
*>              history for the period they actually billed
*>15-Oct-2026 - item-coded lines are also summarized by item (type
*>              I, keyed by item code) so replenplan can work
*>              reorder points out of what actually moves; kit
*>              lines explode through database/kits.csv the way
*>              itemsales -components does, each component
*>              carrying its exploded quantity at zero amount
*>15-Oct-2026 - each rep's sales are also summarized by item class
*>              (type S, keyed rep/class) from database/items.csv's
*>              sixth column, the item class a sales quota can be
*>              set against; lines with no class on file are left
*>              out of the type S summary
*>*********************************************************************
identification division.
program-id. salesclose.
                        organization is line sequential.
select optional odfconfigfile	assign to "writeinvoice.cfg"
                        organization is line sequential.
select optional kitfile	assign to "database/kits.csv"
                        organization is line sequential.
select optional itemmasterfile	assign to "database/items.csv"
                        organization is line sequential.
*>
data division.
*>
*>
01 odfconfigrec		pic x(200).
*>
fd kitfile.
*>
01 kitrec		pic x(40).
*>
fd itemmasterfile.
*>
01 itemmasterrec	pic x(100).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
 01  rawsonumber		pic x(10) value spaces.
 01  rawquantity		pic x(12) value spaces.
 01  rawunitprice		pic x(12) value spaces.
 01  rawitemcode		pic x(10) value spaces.
 01  coldummy		occurs 2 times pic x(30) value spaces.
 01  rowok			pic x value spaces.
     88  row-is-valid	      value "y".
 01  rejectcount		unsigned-int value zero.
 01  sumkey			pic x(28) value spaces.
 01  sumperiod			pic 9(6) value zero.
 01  lineamt			pic s9(8)v99 value zero.
 01  postqty			pic s9(10) value zero.
 01  postamt			pic s9(10)v99 value zero.
 01  sumCount		unsigned-int value zero.
 01  sumList.
     05  sumEntry	occurs 3000 times
                        indexed by sumInd.
         10  sumEntryType	pic x value spaces.
         10  sumEntryPeriod	pic 9(6) value zero.
 01  showqty			pic -9(10) value zero.
 01  showamt			pic -9(8).99 value zero.
 01  showcount			pic zzz9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>kit bills of material, for component demand
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  kitCount			unsigned-int value zero.
 01  kitList.
     05  kitEntry	occurs 200 times
                        indexed by kitInd.
         10  ktParent		pic x(8) value spaces.
         10  ktComponent	pic x(8) value spaces.
         10  ktQtyper		pic 9(5) value zero.
 01  rawqtyper			pic x(8) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>item classes from the item master's sixth column
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  itemCount			unsigned-int value zero.
 01  itemList.
     05  itemEntry	occurs 500 times
                        indexed by itemInd.
         10  itCode		pic x(10) value spaces.
         10  itClass		pic x(4) value spaces.
 01  itDummy			pic x(40) value spaces.
 01  lineclass			pic x(4) value spaces.
*>
 procedure division.
*>
*>
     move function current-date(1:8) to closedate.
     perform 0940-load-odfconfig.
     perform 0906-load-kits.
     perform 0907-load-item-classes.

     open input invoicefile
                invoicefile2
               continue
            else
               inspect invoicerec replacing all '"' by " "
               move spaces	to rawitemcode
               if custmode-codes
                  unstring invoicerec delimited by ","
                           into rawinvoiceno,
                                rawshiptocode,
                                rawquantity,
                                rawunitprice,
                                inv-description,
                                coldummy(1),
                                coldummy(2),
                                rawitemcode
                  end-unstring
               else
                  unstring invoicerec delimited by ","
                                inv-zip(2),
                                rawquantity,
                                rawunitprice,
                                inv-description,
                                coldummy(1),
                                coldummy(2),
                                rawitemcode
                  end-unstring
               end-if
               perform 0050-validate-row
     end-if.
     compute sumperiod = function numval(invd-year) * 100
                       + function numval(invd-month).
     if rec-is-creditmemo
        compute postqty = 0 - inv-quantity
     else
        move inv-quantity	to postqty
     end-if.
     move lineamt		to postamt.

     move "R"			to sumtype.
     move inv-salesrep		to sumkey.
        move inv-name(1)	to sumkey
     end-if.
     perform 0150-post-bucket.

     if function trim(rawitemcode) <> spaces
        move spaces		to lineclass
        perform varying itemInd from 1 by 1
                until itemInd > itemCount
            if function trim(rawitemcode) =
               function trim(itCode(itemInd))
               move itClass(itemInd)	to lineclass
            end-if
        end-perform
        if lineclass <> spaces
           move "S"		to sumtype
           move spaces		to sumkey
           string function trim(inv-salesrep), "/",
                  function trim(lineclass)
                  delimited by size
                  into sumkey
           end-string
           perform 0150-post-bucket
        end-if
        move "I"		to sumtype
        move rawitemcode	to sumkey
        perform 0150-post-bucket
        perform 0160-explode-components
     end-if.
*>
 0160-explode-components.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a kit ships its components, so each is demand under its own
*>>>code; the amount stays with the kit parent
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "I"			to sumtype.
     move zero			to postamt.
     perform varying kitInd from 1 by 1
             until kitInd > kitCount
         if function trim(rawitemcode) =
            function trim(ktParent(kitInd))
            if rec-is-creditmemo
               compute postqty = 0 - (inv-quantity * ktQtyper(kitInd))
            else
               compute postqty = inv-quantity * ktQtyper(kitInd)
            end-if
            move ktComponent(kitInd)	to sumkey
            perform 0150-post-bucket
         end-if
     end-perform.
*>
 0150-post-bucket.
*>
         end-if
     end-perform.
     if sumMatchInd = zero
        if sumCount < 3000
           add 1		to sumCount
           move sumtype		to sumEntryType(sumCount)
           move sumperiod	to sumEntryPeriod(sumCount)
           move zero		to sumEntryAmt(sumCount)
           move sumCount	to sumMatchInd
        else
           display "salesclose: more than 3000 summary buckets -- "
                   "further detail not summarized"
        end-if
     end-if.
     if sumMatchInd <> zero
        add postqty		to sumEntryQty(sumMatchInd)
        add postamt		to sumEntryAmt(sumMatchInd)
     end-if.
*>
 0105-read-next-invoice.
     end-perform.
     close odfconfigfile.
     move spaces		to eof.
*>
 0906-load-kits.
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
 0907-load-item-classes.
*>
     move zero			to itemCount.
     open input itemmasterfile.
     read itemmasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if itemCount < 500
            add 1		to itemCount
            move spaces		to itClass(itemCount)
            unstring itemmasterrec delimited by ","
                     into itCode(itemCount),
                          itDummy, itDummy, itDummy, itDummy,
                          itClass(itemCount)
            end-unstring
            move function upper-case(itClass(itemCount))
                                to itClass(itemCount)
         end-if
         read itemmasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close itemmasterfile.
     move spaces		to eof.
