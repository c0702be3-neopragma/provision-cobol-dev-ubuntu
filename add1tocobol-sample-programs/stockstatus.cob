*>            report instead of from the warehouse.  Output is
*>            stockstatus.txt.
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - one line per item per warehouse (database/
*>              inventory.csv columns five and six, warehouse and in
*>              transit; a row without them is the default
*>              warehouse's, per the shared whroute), with in transit
*>              counted toward the reorder point.  A building at or
*>              below its reorder point while another building holds
*>              the item above its own is flagged TRANSFER FROM that
*>              building instead of REORDER
*>*********************************************************************
identification division.
program-id. stockstatus.
environment division.
*>
fd inventoryfile.
*>
01 inventoryrec		pic x(80).
*>
fd itemmasterfile.
*>
 01  rawonhand			pic x(12) value spaces.
 01  rawcommitted		pic x(12) value spaces.
 01  rawreorder		pic x(12) value spaces.
 01  rawwarehouse		pic x(6) value spaces.
 01  rawintransit		pic x(12) value spaces.
 01  onhand			pic s9(10) value zero.
 01  committed			pic s9(10) value zero.
 01  reorderpoint		pic s9(10) value zero.
 01  intransit			pic s9(10) value zero.
 01  warehouse			pic x(4) value spaces.
 01  surpluswarehouse		pic x(4) value spaces.
 01  showintransit		pic -zzz,zzz,zz9 value zero.
 01  transfercount		unsigned-int value zero.
 01  showtrn			pic zzz9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the whole stock file, so each building's line can look at the
*>>>item's other buildings
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
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared whroute subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  wr-action			pic x value "v".
 01  wr-shipmethod		pic x(8) value spaces.
 01  wr-state			pic x(2) value spaces.
 01  wr-warehouse		pic x(4) value spaces.
 01  wr-status			pic 99 value zero.
 01  flagtext			pic x(20) value spaces.
 01  rejectcount		unsigned-int value zero.
 01  negativecount		unsigned-int value zero.
 0000-start.
*>
     perform 0912-load-items.
     perform 0920-load-inventory.

     open output statusfile.

     move "Stock status -- warehouse / on hand / committed / "
          & "reorder point / in transit"
          to statusrec.
     write statusrec.
     move all "-"		to statusrec.
     write statusrec.

     perform varying invtInd from 1 by 1
             until invtInd > invtCount
         perform 0100-put-item-line
     end-perform.

     move all "-"		to statusrec.
     write statusrec.
            into statusrec
     end-string.
     write statusrec.
     if transfercount > 0
        move transfercount	to showtrn
        move spaces		to statusrec
        string "       ", showtrn, " at or below reorder point with "
               "stock to transfer from another warehouse"
               into statusrec
        end-string
        write statusrec
     end-if.
     close statusfile.

     display "stockstatus: " negativecount " negative item(s), "
*>
 0100-put-item-line.
*>
     move invtCode(invtInd)	to inv-code.
     move invtOnhand(invtInd)	to onhand.
     move invtCommitted(invtInd)	to committed.
     move invtReorder(invtInd)	to reorderpoint.
     move invtWarehouse(invtInd)	to warehouse.
     move invtIntransit(invtInd)	to intransit.
     move spaces		to flagtext.
     if onhand < zero
        add 1			to negativecount
        move "** NEGATIVE **"	to flagtext
     else
        if onhand + intransit <= reorderpoint and reorderpoint > zero
           perform 0160-find-surplus
           if surpluswarehouse <> spaces
              add 1		to transfercount
              string "TRANSFER FROM ", surpluswarehouse
                     delimited by size into flagtext
              end-string
           else
              add 1		to reordercount
              move "REORDER"	to flagtext
           end-if
        end-if
     end-if.
     perform 0150-lookup-description.
     move onhand		to showonhand.
     move committed		to showcommitted.
     move reorderpoint		to showreorder.
     move intransit		to showintransit.
     move spaces		to statusrec.
     string inv-code, " ", warehouse, " ", itemdesc, " ",
            showonhand, " ", showcommitted, " ",
            showreorder, " ", showintransit, "  ", flagtext
            into statusrec
     end-string.
     write statusrec.
*>
 0160-find-surplus.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>another building holding the item above its own reorder point
*>>>can cover this one without a purchase
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to surpluswarehouse.
     perform varying invtInd2 from 1 by 1
             until invtInd2 > invtCount
         if invtInd2 <> invtInd
            and invtCode(invtInd2) = inv-code
            and invtOnhand(invtInd2) > invtReorder(invtInd2)
            and surpluswarehouse = spaces
            move invtWarehouse(invtInd2)	to surpluswarehouse
         end-if
     end-perform.
*>
 0150-lookup-description.
*>
     if itemdesc = spaces
        move "(not on the item master)" to itemdesc
     end-if.
*>
 0920-load-inventory.
*>
     move zero			to invtCount.
     open input inventoryfile.
     read inventoryfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to inv-code rawonhand rawcommitted
                                   rawreorder rawwarehouse rawintransit
         unstring inventoryrec delimited by ","
                  into inv-code, rawonhand, rawcommitted, rawreorder,
                       rawwarehouse, rawintransit
         end-unstring
         if function test-numval(rawonhand) <> 0
            add 1		to rejectcount
         else
            if invtCount < 500
               add 1		to invtCount
               move inv-code	to invtCode(invtCount)
               compute invtOnhand(invtCount) =
                       function numval(rawonhand)
               move zero	to invtCommitted(invtCount)
                                   invtReorder(invtCount)
                                   invtIntransit(invtCount)
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
                  call "whroute" using wr-action, wr-shipmethod,
                                       wr-state, wr-warehouse,
                                       wr-status
                  end-call
               end-if
               move wr-warehouse	to invtWarehouse(invtCount)
            end-if
         end-if
         read inventoryfile
              at end move "y"	to eof
         end-read
     end-perform.
     close inventoryfile.
     move spaces		to eof.
*>
 0912-load-items.
*>
