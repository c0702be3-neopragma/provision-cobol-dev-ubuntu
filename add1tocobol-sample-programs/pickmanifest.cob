*>              component, quantity per), so a DIESET order pulls a
*>              die, a holder and a shim kit instead of one line the
*>              warehouse has to know to split
*>15-Oct-2026 - each invoice is picked at the warehouse the shared
*>              whroute picks for its ship method or ship-to state
*>              (the building writeinvoice relieves), the pick list
*>              sections by warehouse and then location, and a line
*>              the warehouse does not hold enough of on database/
*>              inventory.csv is flagged SHORT so the picker is not
*>              sent for stock the other building has
*>15-Oct-2026 - lines for lot or serial tracked items (database/
*>              items.csv fifth column L or S) print a LOT# or
*>              SERIAL# blank for the picker to fill in; what is
*>              written there is keyed to database/pickconfirm.csv
*>              (invoice, item, lot or serial, quantity) for
*>              writeinvoice to carry onto the traceability file
*>15-Oct-2026 - an EDI 856 advance ship notice is written for every
*>              manifest invoice whose sold-to is a trading partner
*>              on database/edipartners.csv, to shipnotice856.edi
*>              (writeinvoice.cfg key asnfile renames it): a GS
*>              carrying the same sender and receiver identities
*>              the 810 uses, then ST/BSN and shipment (carrier,
*>              package count, ship-to), order (customer PO) and
*>              item (item, quantity shipped) HL levels.  edi997recon
*>              reconciles the 856 control numbers with the 810s
*>*********************************************************************
identification division.
program-id. pickmanifest.
                        organization is line sequential.
select optional custmasterfile	assign to "database/customers.csv"
                        organization is line sequential.
select optional inventoryfile	assign to "database/inventory.csv"
                        organization is line sequential.
select optional odfconfigfile	assign to "writeinvoice.cfg"
                        organization is line sequential.
select optional edipartnerfile	assign to "database/edipartners.csv"
                        organization is line sequential.
select asnfile		assign to asnfilepath
                        organization is line sequential.
select picklistfile	assign to "picklist.txt"
                        organization is line sequential.
select manifestfile	assign to "shipmanifest.txt"
*>
01 custmasterrec	pic x(120).
*>
fd inventoryfile.
*>
01 inventoryrec		pic x(80).
*>
fd odfconfigfile.
*>
01 odfconfigrec		pic x(200).
*>
fd edipartnerfile.
*>
01 edipartnerrec	pic x(120).
*>
fd asnfile.
*>
01 asnrec		pic x(150).
*>
fd picklistfile.
*>
01 picklistrec		pic x(132).
 01  rawitemcode		pic x(10) value spaces.
 01  shipto-name		pic x(28) value spaces.
 01  shipto-addr1		pic x(28) value spaces.
 01  shipto-city		pic x(16) value spaces.
 01  shipto-state		pic x(4) value spaces.
 01  shipto-zip		pic x(10) value spaces.
 01  soldto-dummy		pic x(28) value spaces.
 01  rawsoldto			pic x(28) value spaces.
 01  rejectcount		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>item master with the warehouse location column
         10  itCode		pic x(8) value spaces.
         10  itDesc		pic x(70) value spaces.
         10  itLocation	pic x(8) value spaces.
         10  itTrack		pic x value spaces.
 01  itemMatchInd		unsigned-int value zero.
 01  rawitemweight		pic x(10) value spaces.
 01  rawitemtrack		pic x(4) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>ship method reference list
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  pickList.
     05  pickEntry	occurs 2000 times
                        indexed by pickInd.
         10  pkSortkey.
             15  pkWarehouse	pic x(4) value spaces.
             15  pkLocation	pic x(8) value spaces.
         10  pkInvoiceno	pic x(6) value spaces.
         10  pkItem		pic x(8) value spaces.
         10  pkDesc		pic x(40) value spaces.
         10  pkQty		pic x(10) value spaces.
         10  pkFlag		pic x(6) value spaces.
         10  pkTrack		pic x value spaces.
 01  pickInsInd		unsigned-int value zero.
 01  picksortwork.
     05  pickwhwork		pic x(4) value spaces.
     05  picklocwork		pic x(8) value spaces.
 01  lastwarehouse		pic x(4) value spaces.
 01  shortcount		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>on hand per item per warehouse, for the SHORT flag
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  invtCount		unsigned-int value zero.
 01  invtList.
     05  invtEntry	occurs 500 times
                        indexed by invtInd.
         10  invtCode		pic x(8) value spaces.
         10  invtOnhand	pic s9(10) value zero.
         10  invtWarehouse	pic x(4) value spaces.
 01  rawonhand			pic x(12) value spaces.
 01  rawcommitted		pic x(12) value spaces.
 01  rawreorder		pic x(12) value spaces.
 01  rawwarehouse		pic x(6) value spaces.
 01  shipwarehouse		pic x(4) value spaces.
 01  whonhand			pic s9(10) value zero.
 01  stockedanywhere		pic x value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared whroute subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  wr-action			pic x value "r".
 01  wr-shipmethod		pic x(8) value spaces.
 01  wr-state			pic x(2) value spaces.
 01  wr-warehouse		pic x(4) value spaces.
 01  wr-status			pic 99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>kit definitions, exploded into component pick lines
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
         10  mfShipstate	pic x(2) value spaces.
         10  mfShipzip		pic x(10) value spaces.
         10  mfPackages	pic 9(4) value zero.
         10  mfSoldkey		pic x(28) value spaces.
         10  mfCustpo		pic x(10) value spaces.
         10  mfShipcity	pic x(16) value spaces.
 01  mfMatchInd		unsigned-int value zero.
 01  badcarriercount		unsigned-int value zero.
 01  carrierdone		pic x value spaces.
 01  thiscarrier		pic x(8) value spaces.
 01  carriertotal		pic 9(6) value zero.
 01  showcount			pic zzz9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>trading partner profiles, read the way writeinvoice reads them
*>>>for the 810 envelope
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  epCount			unsigned-int value zero.
 01  epList.
     05  epEntry	occurs 100 times
                        indexed by epInd.
         10  epCust		pic x(28) value spaces.
         10  epName		pic x(20) value spaces.
         10  epSenderQual	pic x(2) value spaces.
         10  epSenderId	pic x(15) value spaces.
         10  epReceiverQual	pic x(2) value spaces.
         10  epReceiverId	pic x(15) value spaces.
         10  epVersion		pic x(12) value spaces.
 01  epMatchInd		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>856 ship notice -- the invoice lines as ordered (kits not
*>>>exploded), one item level each under the invoice's order level
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  asnfilepath		pic x(80) value "shipnotice856.edi".
 01  asCount			unsigned-int value zero.
 01  asList.
     05  asEntry	occurs 2000 times
                        indexed by asInd.
         10  asInvoiceno	pic x(6) value spaces.
         10  asItem		pic x(10) value spaces.
         10  asDesc		pic x(30) value spaces.
         10  asQty		pic 9(10) value zero.
 01  asnctrl			unsigned-int value zero.
 01  asngsctrl			unsigned-int value zero.
 01  asnsegcount		unsigned-int value zero.
 01  asnhlcount		unsigned-int value zero.
 01  asnsentcount		unsigned-int value zero.
 01  showasnctrl		pic 9(9) value zero.
 01  showasngsctrl		pic 9(9) value zero.
 01  showasnsegcount		pic 9(6) value zero.
 01  showasnhl			pic z(5)9 value zero.
 01  showasnqty		pic z(9)9 value zero.
 01  showasnpkgs		pic zzz9 value zero.
 01  asnrunstamp		pic x(8) value spaces.
 01  asnrundate		pic x(10) value spaces.
 01  asnruntime		pic x(4) value spaces.
*>
 procedure division.
*>
     perform 0912-load-items.
     perform 0906-load-kits.
     perform 0930-load-shipmethods.
     perform 0920-load-inventory.
     perform 0899-load-edipartners.
     if custmode-codes
        perform 0910-load-customers
     end-if.

     perform 0300-put-pick-list.
     perform 0400-put-manifest.
     perform 0500-put-ship-notices.

     display "pickmanifest: " pickCount " pick line(s) and "
             mfCount " manifest invoice(s) written".
     if shortcount > 0
        display "pickmanifest: " shortcount " pick line(s) flagged "
                "SHORT at their shipping warehouse"
     end-if.
     if asnsentcount > 0
        display "pickmanifest: " asnsentcount " EDI 856 ship "
                "notice(s) written to " function trim(asnfilepath)
     end-if.
     if badcarriercount > 0
        display "pickmanifest: " badcarriercount " row(s) named a "
                "ship method not on database/shipmethods.csv"
                                   rawdescription rawfreight
                                   rawdiscount rawitemcode
                                   shipto-name shipto-addr1
                                   shipto-city shipto-state
                                   shipto-zip rawsoldto.
     inspect invoicerec replacing all '"' by " ".
     if custmode-codes
        unstring invoicerec delimited by ","
                 into rawinvoiceno, rawrectype, rawinvdate,
                      rawsonumber, rawcustpo, rawsalesrep,
                      rawshipmethod, rawterms, rawcurrency,
                      rawsoldto, soldto-dummy, soldto-dummy,
                      soldto-dummy,
                      shipto-name, shipto-addr1, shipto-state,
                      shipto-zip,
     if custMatchInd <> zero
        move custName(custMatchInd)	to shipto-name
        move custAddr1(custMatchInd)	to shipto-addr1
        move custCity(custMatchInd)	to shipto-city
        move custState(custMatchInd)	to shipto-state
        move custZip(custMatchInd)	to shipto-zip
     else
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a kit-coded line explodes into one pick line per component;
*>>>anything else picks as itself, at the invoice's warehouse
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "r"			to wr-action.
     move rawshipmethod		to wr-shipmethod.
     move shipto-state(1:2)	to wr-state.
     call "whroute" using wr-action, wr-shipmethod, wr-state,
                          wr-warehouse, wr-status
     end-call.
     move wr-warehouse		to shipwarehouse.
     move spaces		to kitparent.
     perform varying kitInd from 1 by 1
             until kitInd > kitCount
 0210-insert-pick-line.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>ordered insert by warehouse, then location, so each building's
*>>>list walks the aisles in one pass; rows without an item code
*>>>have no location and sort to the front as hand-pulls
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if pickCount >= 2000
        continue
            end-if
        end-perform
        move spaces		to picklocwork
        move shipwarehouse	to pickwhwork
        if itemMatchInd <> zero
           move itLocation(itemMatchInd) to picklocwork
        end-if
        add 1			to pickCount
        compute pickInsInd = pickCount - 1
        perform until pickInsInd = zero
                or pkSortkey(pickInsInd) <= picksortwork
            move pickEntry(pickInsInd) to pickEntry(pickInsInd + 1)
            subtract 1		from pickInsInd
        end-perform
        add 1			to pickInsInd
        move picksortwork	to pkSortkey(pickInsInd)
        move spaces		to pkFlag(pickInsInd) stockedanywhere
        move zero		to whonhand
        perform varying invtInd from 1 by 1
                until invtInd > invtCount
            if function trim(pickworkcode) <> spaces
               and function trim(pickworkcode) =
                   function trim(invtCode(invtInd))
               move "y"		to stockedanywhere
               if invtWarehouse(invtInd) = shipwarehouse
                  move invtOnhand(invtInd)	to whonhand
               end-if
            end-if
        end-perform
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a stocked item the shipping building holds too little of, or
*>>>none of at all, is SHORT; items not tracked pick as before
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
        if stockedanywhere = "y" and whonhand < pickworkqty
           move "SHORT"		to pkFlag(pickInsInd)
           add 1		to shortcount
        end-if
        move rawinvoiceno(1:6)	to pkInvoiceno(pickInsInd)
        move pickworkcode	to pkItem(pickInsInd)
        move spaces		to pkTrack(pickInsInd)
        if itemMatchInd <> zero
           move itTrack(itemMatchInd) to pkTrack(pickInsInd)
           move itDesc(itemMatchInd) to pkDesc(pickInsInd)
        else
           move rawdescription	to pkDesc(pickInsInd)
           move shipto-addr1	to mfShipaddr(mfCount)
           move shipto-state(1:2) to mfShipstate(mfCount)
           move shipto-zip	to mfShipzip(mfCount)
           move shipto-city	to mfShipcity(mfCount)
           move rawcustpo	to mfCustpo(mfCount)
           if custmode-codes
              move rawsoldtocode	to mfSoldkey(mfCount)
           else
              move rawsoldto	to mfSoldkey(mfCount)
           end-if
           move zero		to mfPackages(mfCount)
           move mfCount		to mfMatchInd
        end-if
     end-if.
     if mfMatchInd <> zero
        add 1			to mfPackages(mfMatchInd)
        if asCount < 2000
           add 1		to asCount
           move rawinvoiceno(1:6)	to asInvoiceno(asCount)
           move rawitemcode	to asItem(asCount)
           move rawdescription	to asDesc(asCount)
           compute asQty(asCount) = function numval(rawquantity)
        end-if
     end-if.
*>
 0300-put-pick-list.
*>
     open output picklistfile.
     move "Warehouse pick list -- by warehouse, sequenced by location"
          to picklistrec.
     write picklistrec.
     move spaces		to lastwarehouse.
     perform varying pickInd from 1 by 1
             until pickInd > pickCount
         if pickInd = 1 or pkWarehouse(pickInd) <> lastwarehouse
            move pkWarehouse(pickInd)	to lastwarehouse
            move spaces		to picklistrec
            write picklistrec
            string "Warehouse ", lastwarehouse
                   delimited by size into picklistrec
            end-string
            write picklistrec
            move spaces		to picklistrec
            string "Loc      Invoice  Item     Qty         Description"
                   delimited by size into picklistrec
            end-string
            write picklistrec
            move all "-"	to picklistrec
            write picklistrec
         end-if
         move spaces		to picklistrec
         string pkLocation(pickInd), " ",
                pkInvoiceno(pickInd), "   ",
                function trim(pkDesc(pickInd))
                into picklistrec
         end-string
         if pkFlag(pickInd) <> spaces
            move pkFlag(pickInd)	to picklistrec(90:6)
         end-if
         evaluate pkTrack(pickInd)
             when "L"
                  move "LOT# ____________"	to picklistrec(97:20)
             when "S"
                  move "SERIAL# __________"	to picklistrec(97:20)
         end-evaluate
         write picklistrec
     end-perform.
     close picklistfile.
            into manifestrec
     end-string.
     write manifestrec.
*>
 0500-put-ship-notices.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one 856 per manifest invoice whose sold-to has a trading
*>>>partner profile; everyone else ships on the paper manifest
*>>>alone.  The file is written even when empty so last run's
*>>>notices are never sent twice
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move function current-date(1:8) to asnrunstamp.
     move function current-date(9:4) to asnruntime.
     move spaces		to asnrundate.
     string asnrunstamp(1:4), "-", asnrunstamp(5:2), "-",
            asnrunstamp(7:2)
            into asnrundate
     end-string.
     open output asnfile.
     perform varying mfInd from 1 by 1
             until mfInd > mfCount
         move zero		to epMatchInd
         perform varying epInd from 1 by 1
                 until epInd > epCount
             if function trim(mfSoldkey(mfInd)) <> spaces
                and function trim(mfSoldkey(mfInd)) =
                    function trim(epCust(epInd))
                move epInd	to epMatchInd
             end-if
         end-perform
         if epMatchInd <> zero
            perform 0510-put-ship-notice
         end-if
     end-perform.
     close asnfile.
*>
 0510-put-ship-notice.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the GS/GE pair sits outside the transaction set and does not
*>>>join the ST-to-SE segment count, as on the 810
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     add 1			to asnctrl asngsctrl asnsentcount.
     move asnctrl		to showasnctrl.
     move asngsctrl		to showasngsctrl.
     move zero			to asnsegcount asnhlcount.
     move spaces		to asnrec.
     string "GS*SH*", function trim(epSenderId(epMatchInd)),
            "*", function trim(epReceiverId(epMatchInd)),
            "*", asnrunstamp, "**",
            function trim(showasngsctrl), "*X*",
            function trim(epVersion(epMatchInd)), "~"
          into asnrec
     end-string.
     write asnrec.

     move spaces		to asnrec.
     string "ST*856*", function trim(showasnctrl), "~"
          into asnrec
     end-string.
     write asnrec.
     add 1			to asnsegcount.
     move spaces		to asnrec.
     string "BSN*00*", mfInvoiceno(mfInd), "*", asnrundate, "*",
            asnruntime, "~"
          into asnrec
     end-string.
     write asnrec.
     add 1			to asnsegcount.

*>>>shipment level: carrier, packages, ship-from and ship-to
     add 1			to asnhlcount.
     move asnhlcount		to showasnhl.
     move spaces		to asnrec.
     string "HL*", function trim(showasnhl), "**S~"
          into asnrec
     end-string.
     write asnrec.
     move mfPackages(mfInd)	to showasnpkgs.
     move spaces		to asnrec.
     string "TD1*CTN*", function trim(showasnpkgs), "~"
          into asnrec
     end-string.
     write asnrec.
     move spaces		to asnrec.
     string "TD5**2*", function trim(mfCarrier(mfInd)), "~"
          into asnrec
     end-string.
     write asnrec.
     move spaces		to asnrec.
     string "N1*SF*", function trim(epSenderId(epMatchInd)), "~"
          into asnrec
     end-string.
     write asnrec.
     move spaces		to asnrec.
     string "N1*ST*", function trim(mfShipname(mfInd)), "~"
          into asnrec
     end-string.
     write asnrec.
     move spaces		to asnrec.
     string "N3*", function trim(mfShipaddr(mfInd)), "~"
          into asnrec
     end-string.
     write asnrec.
     move spaces		to asnrec.
     string "N4*", function trim(mfShipcity(mfInd)), "*",
            function trim(mfShipstate(mfInd)), "*",
            function trim(mfShipzip(mfInd)), "~"
          into asnrec
     end-string.
     write asnrec.
     add 7			to asnsegcount.

*>>>order level: the customer's PO the shipment fills
     add 1			to asnhlcount.
     move asnhlcount		to showasnhl.
     move spaces		to asnrec.
     string "HL*", function trim(showasnhl), "*1*O~"
          into asnrec
     end-string.
     write asnrec.
     move spaces		to asnrec.
     string "PRF*", function trim(mfCustpo(mfInd)), "~"
          into asnrec
     end-string.
     write asnrec.
     add 2			to asnsegcount.

     perform varying asInd from 1 by 1
             until asInd > asCount
         if asInvoiceno(asInd) = mfInvoiceno(mfInd)
            perform 0520-put-ship-notice-item
         end-if
     end-perform.

     move asnhlcount		to showasnhl.
     move spaces		to asnrec.
     string "CTT*", function trim(showasnhl), "~"
          into asnrec
     end-string.
     write asnrec.
     add 2			to asnsegcount.
     move asnsegcount		to showasnsegcount.
     move spaces		to asnrec.
     string "SE*", function trim(showasnsegcount), "*",
            function trim(showasnctrl), "~"
          into asnrec
     end-string.
     write asnrec.
     move spaces		to asnrec.
     string "GE*1*", function trim(showasngsctrl), "~"
          into asnrec
     end-string.
     write asnrec.
*>
 0520-put-ship-notice-item.
*>
     add 1			to asnhlcount.
     move asnhlcount		to showasnhl.
     move spaces		to asnrec.
     string "HL*", function trim(showasnhl), "*2*I~"
          into asnrec
     end-string.
     write asnrec.
     move spaces		to asnrec.
     if asItem(asInd) <> spaces
        string "LIN**BP*", function trim(asItem(asInd)), "~"
             into asnrec
        end-string
     else
        string "LIN**ZZ*", function trim(asDesc(asInd)), "~"
             into asnrec
        end-string
     end-if.
     write asnrec.
     move asQty(asInd)		to showasnqty.
     move spaces		to asnrec.
     string "SN1**", function trim(showasnqty), "*EA~"
          into asnrec
     end-string.
     write asnrec.
     add 3			to asnsegcount.
*>
 0105-read-next-invoice.
*>
     perform until end-of-file
         if itemCount < 500
            add 1		to itemCount
            move spaces		to rawitemweight rawitemtrack
            unstring itemmasterrec delimited by ","
                     into itCode(itemCount),
                          itDesc(itemCount),
                          itLocation(itemCount),
                          rawitemweight,
                          rawitemtrack
            end-unstring
            move function upper-case(rawitemtrack(1:1))
                 to itTrack(itemCount)
         end-if
         read itemmasterfile
              at end move "y"	to eof
     end-perform.
     close kitfile.
     move spaces		to eof.
*>
 0920-load-inventory.
*>
     move zero			to invtCount.
     open input inventoryfile.
     read inventoryfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if invtCount < 500
            move spaces		to rawonhand rawcommitted rawreorder
                                   rawwarehouse
            add 1		to invtCount
            unstring inventoryrec delimited by ","
                     into invtCode(invtCount), rawonhand,
                          rawcommitted, rawreorder, rawwarehouse
            end-unstring
            if function test-numval(rawonhand) = 0
               compute invtOnhand(invtCount) =
                       function numval(rawonhand)
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
 0899-load-edipartners.
*>
     move zero			to epCount.
     open input edipartnerfile.
     read edipartnerfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if epCount < 100
            add 1		to epCount
            unstring edipartnerrec delimited by ","
                     into epCust(epCount),
                          epName(epCount),
                          epSenderQual(epCount),
                          epSenderId(epCount),
                          epReceiverQual(epCount),
                          epReceiverId(epCount),
                          epVersion(epCount)
            end-unstring
         end-if
         read edipartnerfile
              at end move "y"	to eof
         end-read
     end-perform.
     close edipartnerfile.
     move spaces		to eof.
*>
 0930-load-shipmethods.
*>
            move spaces		to cfgname cfgvalue
            move odfconfigrec(1:cfgeqpos) to cfgname
            move odfconfigrec(cfgeqpos + 2:) to cfgvalue
            evaluate function trim(cfgname)
                when "custmode"
                     move function trim(cfgvalue) to custmodeval
                when "asnfile"
                     move function trim(cfgvalue) to asnfilepath
            end-evaluate
         end-if
         read odfconfigfile
              at end move "y"	to eof
