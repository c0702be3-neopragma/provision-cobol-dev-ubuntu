       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Outbound EDI 855 purchase order acknowledgment.  The
*>            997 edi850in sends only says the file arrived; this
*>            tells the partner what we will do with each line of
*>            the order, once billing has reviewed the rows edi850in
*>            staged to invoice850staging.csv (lines deleted from the
*>            staging file, or their quantity changed, are how the
*>            reviewer says no or not all).
*>
*>            Every PO1 line edi850in logged to
*>            database/po850lines.csv and not yet acknowledged is
*>            matched to its reviewed staging row (invoice number and
*>            item) and answered with an ACK:
*>
*>              IA  accepted as ordered
*>              IQ  quantity changed by review
*>              IP  price changed -- the partner's price is not the
*>                  one in force on the PO date (customer agreement
*>                  first, then database/pricemaster.csv); our price
*>                  follows in a CTP segment
*>              IC  quantity and price both changed
*>              IR  rejected -- failed translation, deleted at
*>                  review, quantity reviewed to zero, or an item
*>                  code we do not sell
*>
*>            each with the expected ship date: the next business
*>            day when database/inventory.csv has the quantity
*>            available over all warehouses, otherwise the first
*>            supplier's lead time on database/itemvendors.csv (30
*>            days when there is none), rolled to a business day.
*>            The BAK says AT (all accepted), RJ (all rejected) or
*>            AC (accepted with changes).
*>
*>            Each PO goes out in its own GS/ST envelope with the
*>            partner's identities from database/edipartners.csv,
*>            the same sender and receiver the 810 uses, to
*>            outbound855.edi; a PO from an interchange with no
*>            profile is reported and left pending.  Every
*>            acknowledgment sent is logged against the original PO
*>            number to database/po855log.csv (date sent, PO number,
*>            partner, invoice number, ST control number, BAK code,
*>            lines, accepted, changed, rejected, latest ship date)
*>            and its lines marked acknowledged with the date and
*>            the ACK code they were answered with.
*>
*>            usage: edi855out [<po-number>]
*>*********************************************************************
identification division.
program-id. edi855out.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional polinefile	assign to "database/po850lines.csv"
                        organization is line sequential.
select optional stagingfile	assign to "invoice850staging.csv"
                        organization is line sequential.
select optional edipartnerfile	assign to "database/edipartners.csv"
                        organization is line sequential.
select optional pricemasterfile	assign to "database/pricemaster.csv"
                        organization is line sequential.
select optional priceagreefile	assign to "database/priceagreements.csv"
                        organization is line sequential.
select optional inventoryfile	assign to "database/inventory.csv"
                        organization is line sequential.
select optional itemvendorfile	assign to "database/itemvendors.csv"
                        organization is line sequential.
select optional ack855log	assign to "database/po855log.csv"
                        organization is line sequential.
select ackfile		assign to "outbound855.edi"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd polinefile.
*>
01 polinerec		pic x(150).
*>
fd stagingfile.
*>
01 stagingrec		pic x(250).
*>
fd edipartnerfile.
*>
01 edipartnerrec	pic x(120).
*>
fd pricemasterfile.
*>
01 pricemasterrec	pic x(80).
*>
fd priceagreefile.
*>
01 priceagreerec	pic x(80).
*>
fd inventoryfile.
*>
01 inventoryrec		pic x(80).
*>
fd itemvendorfile.
*>
01 itemvendorrec	pic x(100).
*>
fd ack855log.
*>
01 ack855logrec		pic x(150).
*>
fd ackfile.
*>
01 ackrec		pic x(150).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  wantpo			pic x(10) value spaces.
 01  todaynum			pic 9(8) value zero.
 01  todayiso			pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the PO lines edi850in logged, kept whole for the rewrite
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  plCount			unsigned-int value zero.
 01  plList.
     05  plEntry	occurs 2000 times
                        indexed by plInd.
         10  plStatus		pic x value spaces.
         10  plInvoiceno	pic x(6) value spaces.
         10  plPartner		pic x(28) value spaces.
         10  plPonumber	pic x(10) value spaces.
         10  plPodate		pic 9(8) value zero.
         10  plLineid		pic x(10) value spaces.
         10  plItem		pic x(10) value spaces.
         10  plQty		pic 9(7) value zero.
         10  plPrice		pic 9(7)v99 value zero.
         10  plResult		pic x value spaces.
         10  plAcked		pic x(10) value spaces.
         10  plAck		pic x(2) value spaces.
         10  plSetDone		pic x value spaces.
 01  plInd2			unsigned-int value zero.
 01  rawstatus			pic x(4) value spaces.
 01  rawplinvoice		pic x(10) value spaces.
 01  rawpodate			pic x(10) value spaces.
 01  rawplqty			pic x(12) value spaces.
 01  rawplprice		pic x(12) value spaces.
 01  rawresult			pic x(4) value spaces.
 01  showcsvprice		pic z(6)9.99 value zero.
 01  showcsvqty		pic z(6)9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the reviewed staging rows: invoice number, quantity and item
*>>>code are all this needs of them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  stCount			unsigned-int value zero.
 01  stList.
     05  stEntry	occurs 2000 times
                        indexed by stInd.
         10  stInvoiceno	pic x(6) value spaces.
         10  stItem		pic x(10) value spaces.
         10  stQty		pic 9(7) value zero.
         10  stUsed		pic x value spaces.
 01  stMatchInd		unsigned-int value zero.
 01  rawstinvoice		pic x(10) value spaces.
 01  rawstqty			pic x(12) value spaces.
 01  rawstitem			pic x(10) value spaces.
 01  stskip			pic x(70) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>trading partner profiles
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
*>>>price master and agreements, every dated row
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  prCount			unsigned-int value zero.
 01  priceList.
     05  priceEntry	occurs 500 times
                        indexed by priceInd.
         10  prCode		pic x(10) value spaces.
         10  prPrice		pic 9(7)v99 value zero.
         10  prEffdate		pic 9(8) value zero.
 01  priceMatchInd		unsigned-int value zero.
 01  rawmasteritem		pic x(20) value spaces.
 01  rawmasterprice		pic x(12) value spaces.
 01  rawmastercost		pic x(12) value spaces.
 01  rawmastereff		pic x(10) value spaces.
 01  agrCount			unsigned-int value zero.
 01  agreementList.
     05  agreementEntry	occurs 500 times
                        indexed by agrInd.
         10  agCust		pic x(30) value spaces.
         10  agItem		pic x(10) value spaces.
         10  agMinqty		pic 9(7) value zero.
         10  agPrice		pic 9(7)v99 value zero.
         10  agEffdate		pic 9(8) value zero.
 01  agrBestInd		unsigned-int value zero.
 01  rawagminqty		pic x(10) value spaces.
 01  rawagprice		pic x(12) value spaces.
 01  rawageffdate		pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>stock available per item over all warehouses, and the first
*>>>supplier's lead time
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  avCount			unsigned-int value zero.
 01  avList.
     05  avEntry	occurs 500 times
                        indexed by avInd.
         10  avItem		pic x(10) value spaces.
         10  avQty		pic s9(10) value zero.
         10  avLeaddays	pic 9(4) value zero.
         10  avHasVendor	pic x value spaces.
 01  avMatchInd		unsigned-int value zero.
 01  rawinvtitem		pic x(10) value spaces.
 01  rawonhand			pic x(12) value spaces.
 01  rawcommitted		pic x(12) value spaces.
 01  rawivitem			pic x(10) value spaces.
 01  rawivvendor		pic x(10) value spaces.
 01  rawivcost			pic x(12) value spaces.
 01  rawivorderqty		pic x(12) value spaces.
 01  rawivlead			pic x(6) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one acknowledgment being built
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  thisinvoice		pic x(6) value spaces.
 01  ackcode			pic x(2) value spaces.
 01  bakcode			pic x(2) value spaces.
 01  ackqty			pic 9(7) value zero.
 01  ourprice			pic 9(7)v99 value zero.
 01  haveprice			pic x value spaces.
     88  price-is-known	      value "y".
 01  shipdate			pic 9(8) value zero.
 01  latestship		pic 9(8) value zero.
 01  leaddays			pic 9(4) value zero.
 01  setlines			unsigned-int value zero.
 01  setaccepted		unsigned-int value zero.
 01  setchanged		unsigned-int value zero.
 01  setrejected		unsigned-int value zero.
 01  ackctrl			unsigned-int value zero.
 01  ackgsctrl			unsigned-int value zero.
 01  ackseg			unsigned-int value zero.
 01  sentcount			unsigned-int value zero.
 01  heldcount			unsigned-int value zero.
 01  showackctrl		pic 9(9) value zero.
 01  showackgsctrl		pic 9(9) value zero.
 01  showackseg		pic 9(6) value zero.
 01  showlines			pic z(5)9 value zero.
 01  showaccepted		pic z(5)9 value zero.
 01  showchanged		pic z(5)9 value zero.
 01  showrejected		pic z(5)9 value zero.
 01  showcount			pic zzz9 value zero.
 01  showcount2		pic zzz9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared busday subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  bd-action			pic x value "n".
 01  bd-date			pic 9(8) value zero.
 01  bd-status			pic 99 value zero.
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
     accept wantpo		from argument-value.
     move function upper-case(wantpo) to wantpo.

     perform 0900-load-po-lines.
     perform 0910-load-staging.
     perform 0920-load-edipartners.
     perform 0930-load-price-master.
     perform 0935-load-agreements.
     perform 0940-load-availability.

     open output ackfile.
     open extend ack855log.
     perform varying plInd from 1 by 1
             until plInd > plCount
         if plStatus(plInd) = "P"
            and plSetDone(plInd) = spaces
            and (wantpo = spaces
                 or plPonumber(plInd) = wantpo)
            move plInvoiceno(plInd)	to thisinvoice
            perform 0100-acknowledge-order
         end-if
     end-perform.
     close ackfile.
     close ack855log.

     if sentcount > zero
        perform 0960-rewrite-po-lines
     end-if.
     move sentcount		to showcount.
     move heldcount		to showcount2.
     if sentcount > zero
        display "edi855out: " function trim(showcount)
                " 855 acknowledgment(s) written to outbound855.edi"
     end-if.
     if heldcount > zero
        display "edi855out: " function trim(showcount2)
                " order(s) from a sender with no trading partner "
                "profile left pending"
        move 4			to return-code
     end-if.
     if sentcount = zero and heldcount = zero
        display "edi855out: no purchase order lines awaiting "
                "acknowledgment"
        move 4			to return-code
     end-if.

     goback.
*>
 0100-acknowledge-order.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>every pending line of this order is handled now, sent or held,
*>>>so the main loop does not come back to it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform varying plInd2 from 1 by 1
             until plInd2 > plCount
         if plInvoiceno(plInd2) = thisinvoice
            and plStatus(plInd2) = "P"
            move "y"		to plSetDone(plInd2)
         end-if
     end-perform.

     move zero			to epMatchInd.
     perform varying epInd from 1 by 1
             until epInd > epCount
         if plPartner(plInd) <> spaces
            and function trim(plPartner(plInd)) =
                function trim(epCust(epInd))
            move epInd		to epMatchInd
         end-if
     end-perform.
     if epMatchInd = zero
        add 1			to heldcount
        display "edi855out: PO " function trim(plPonumber(plInd))
                " came from a sender with no trading partner "
                "profile -- add one with refmaint edipartners"
     else
        perform 0110-decide-lines
        perform 0200-write-acknowledgment
        perform 0300-log-acknowledgment
     end-if.
*>
 0110-decide-lines.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a first pass settles the line codes so the BAK, which comes
*>>>before the lines, can say whether anything changed
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to setlines setaccepted setchanged
                                   setrejected latestship.
     perform varying plInd2 from 1 by 1
             until plInd2 > plCount
         if plInvoiceno(plInd2) = thisinvoice
            and plStatus(plInd2) = "P"
            perform 0120-decide-one-line
            move ackcode	to plAck(plInd2)
            add 1		to setlines
            evaluate ackcode
                when "IA"	add 1	to setaccepted
                when "IR"	add 1	to setrejected
                when other	add 1	to setchanged
            end-evaluate
         end-if
     end-perform.
     evaluate true
         when setaccepted = setlines
              move "AT"		to bakcode
         when setrejected = setlines
              move "RJ"		to bakcode
         when other
              move "AC"		to bakcode
     end-evaluate.
*>
 0120-decide-one-line.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>plResult arrives as S (staged) or R (rejected in translation)
*>>>and leaves holding the ACK code
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to stMatchInd ackqty.
     if plResult(plInd2) = "S"
        perform varying stInd from 1 by 1
                until stInd > stCount or stMatchInd <> zero
            if stInvoiceno(stInd) = plInvoiceno(plInd2)
               and stItem(stInd) = plItem(plInd2)
               and stUsed(stInd) = spaces
               move stInd	to stMatchInd
               move "y"		to stUsed(stInd)
            end-if
        end-perform
     end-if.
     if stMatchInd <> zero
        move stQty(stMatchInd)	to ackqty
     end-if.

     move plPrice(plInd2)	to ourprice.
     move "y"			to haveprice.
     if plItem(plInd2) <> spaces
        perform 0130-find-our-price
     end-if.

     evaluate true
         when stMatchInd = zero
         when ackqty = zero
         when not price-is-known
              move "IR"		to ackcode
              move zero		to ackqty
         when ackqty <> plQty(plInd2)
              and ourprice <> plPrice(plInd2)
              move "IC"		to ackcode
         when ackqty <> plQty(plInd2)
              move "IQ"		to ackcode
         when ourprice <> plPrice(plInd2)
              move "IP"		to ackcode
         when other
              move "IA"		to ackcode
     end-evaluate.
*>
 0130-find-our-price.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the price writeinvoice would bill on the PO date: this
*>>>customer's agreement with the highest quantity break at or
*>>>under the quantity, else the master row in force
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to haveprice.
     move zero			to agrBestInd.
     perform varying agrInd from 1 by 1
             until agrInd > agrCount
         if function trim(agCust(agrInd)) =
            function trim(plPartner(plInd2))
            and agItem(agrInd) = plItem(plInd2)
            and agEffdate(agrInd) <= plPodate(plInd2)
            and agMinqty(agrInd) <= plQty(plInd2)
            if agrBestInd = zero
               move agrInd	to agrBestInd
            else
               if agMinqty(agrInd) > agMinqty(agrBestInd)
                  or (agMinqty(agrInd) = agMinqty(agrBestInd)
                      and agEffdate(agrInd) >
                          agEffdate(agrBestInd))
                  move agrInd	to agrBestInd
               end-if
            end-if
         end-if
     end-perform.
     if agrBestInd <> zero
        move agPrice(agrBestInd)	to ourprice
        move "y"		to haveprice
     else
        move zero		to priceMatchInd
        perform varying priceInd from 1 by 1
                until priceInd > prCount
            if prCode(priceInd) = plItem(plInd2)
               and prEffdate(priceInd) <= plPodate(plInd2)
               if priceMatchInd = zero
                  move priceInd	to priceMatchInd
               else
                  if prEffdate(priceInd) >=
                     prEffdate(priceMatchInd)
                     move priceInd	to priceMatchInd
                  end-if
               end-if
            end-if
        end-perform
        if priceMatchInd <> zero
           move prPrice(priceMatchInd)	to ourprice
           move "y"		to haveprice
        end-if
     end-if.
*>
 0140-expected-ship-date.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>stock on hand ships the next business day and is spoken for by
*>>>the lines before it; anything short waits out the supplier's
*>>>lead time
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to avMatchInd.
     perform varying avInd from 1 by 1
             until avInd > avCount
         if avItem(avInd) = plItem(plInd2)
            move avInd		to avMatchInd
         end-if
     end-perform.
     move 1			to leaddays.
     if avMatchInd = zero
        if plItem(plInd2) <> spaces
           move 30		to leaddays
        end-if
     else
        if avQty(avMatchInd) >= ackqty
           subtract ackqty	from avQty(avMatchInd)
        else
           if avHasVendor(avMatchInd) = "y"
              move avLeaddays(avMatchInd)	to leaddays
           else
              move 30		to leaddays
           end-if
        end-if
     end-if.
     compute bd-date = function date-of-integer(
             function integer-of-date(todaynum) + leaddays).
     move "n"			to bd-action.
     call "busday" using bd-action, bd-date, bd-status
     end-call.
     move bd-date		to shipdate.
     if shipdate > latestship
        move shipdate		to latestship
     end-if.
*>
 0200-write-acknowledgment.
*>
     add 1			to ackctrl ackgsctrl sentcount.
     move ackctrl		to showackctrl.
     move ackgsctrl		to showackgsctrl.
     move zero			to ackseg.
     move spaces		to ackrec.
     string "GS*PR*", function trim(epSenderId(epMatchInd)),
            "*", function trim(epReceiverId(epMatchInd)),
            "*", todaynum, "**",
            function trim(showackgsctrl), "*X*",
            function trim(epVersion(epMatchInd)), "~"
          into ackrec
     end-string.
     write ackrec.
     move spaces		to ackrec.
     string "ST*855*", function trim(showackctrl), "~"
          into ackrec
     end-string.
     write ackrec.
     move spaces		to ackrec.
     string "BAK*00*", bakcode, "*",
            function trim(plPonumber(plInd)), "*",
            plPodate(plInd), "~"
          into ackrec
     end-string.
     write ackrec.
     add 2			to ackseg.

     perform varying plInd2 from 1 by 1
             until plInd2 > plCount
         if plInvoiceno(plInd2) = thisinvoice
            and plStatus(plInd2) = "P"
            perform 0210-write-line
         end-if
     end-perform.

     move setlines		to showlines.
     move spaces		to ackrec.
     string "CTT*", function trim(showlines), "~"
          into ackrec
     end-string.
     write ackrec.
     add 2			to ackseg.
     move ackseg		to showackseg.
     move spaces		to ackrec.
     string "SE*", function trim(showackseg), "*",
            function trim(showackctrl), "~"
          into ackrec
     end-string.
     write ackrec.
     move spaces		to ackrec.
     string "GE*1*", function trim(showackgsctrl), "~"
          into ackrec
     end-string.
     write ackrec.
*>
 0210-write-line.
*>
     move plAck(plInd2)		to ackcode.
     move zero			to ackqty.
     if ackcode <> "IR"
        perform 0220-reviewed-quantity
     end-if.
     move plQty(plInd2)		to showcsvqty.
     move plPrice(plInd2)	to showcsvprice.
     move spaces		to ackrec.
     if plItem(plInd2) <> spaces
        string "PO1*", function trim(plLineid(plInd2)), "*",
               function trim(showcsvqty), "*EA*",
               function trim(showcsvprice), "**VP*",
               function trim(plItem(plInd2)), "~"
             into ackrec
        end-string
     else
        string "PO1*", function trim(plLineid(plInd2)), "*",
               function trim(showcsvqty), "*EA*",
               function trim(showcsvprice), "~"
             into ackrec
        end-string
     end-if.
     write ackrec.
     add 1			to ackseg.

     move ackqty		to showcsvqty.
     move spaces		to ackrec.
     if ackcode = "IR"
        string "ACK*IR*0*EA~"
             into ackrec
        end-string
     else
        perform 0140-expected-ship-date
        string "ACK*", ackcode, "*", function trim(showcsvqty),
               "*EA*068*", shipdate, "~"
             into ackrec
        end-string
     end-if.
     write ackrec.
     add 1			to ackseg.

     if ackcode = "IP" or ackcode = "IC"
        perform 0230-our-line-price
        move ourprice		to showcsvprice
        move spaces		to ackrec
        string "CTP**CON*", function trim(showcsvprice), "~"
             into ackrec
        end-string
        write ackrec
        add 1			to ackseg
     end-if.
*>
 0220-reviewed-quantity.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the staging row 0120 matched is found again the same way --
*>>>the n-th line of an item takes the n-th staged row of it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to stMatchInd.
     perform varying stInd from 1 by 1
             until stInd > stCount or stMatchInd <> zero
         if stInvoiceno(stInd) = plInvoiceno(plInd2)
            and stItem(stInd) = plItem(plInd2)
            and stUsed(stInd) = "y"
            move stInd		to stMatchInd
            move "w"		to stUsed(stInd)
         end-if
     end-perform.
     if stMatchInd <> zero
        move stQty(stMatchInd)	to ackqty
     end-if.
*>
 0230-our-line-price.
*>
     move plPrice(plInd2)	to ourprice.
     if plItem(plInd2) <> spaces
        perform 0130-find-our-price
     end-if.
*>
 0300-log-acknowledgment.
*>
     move setlines		to showlines.
     move setaccepted		to showaccepted.
     move setchanged		to showchanged.
     move setrejected		to showrejected.
     move spaces		to ack855logrec.
     string todaynum, ",",
            function trim(plPonumber(plInd)), ",",
            function trim(plPartner(plInd)), ",",
            thisinvoice, ",",
            function trim(showackctrl), ",",
            bakcode, ",",
            function trim(showlines), ",",
            function trim(showaccepted), ",",
            function trim(showchanged), ",",
            function trim(showrejected), ",",
            latestship
            delimited by size into ack855logrec
     end-string.
     write ack855logrec.

     perform varying plInd2 from 1 by 1
             until plInd2 > plCount
         if plInvoiceno(plInd2) = thisinvoice
            and plStatus(plInd2) = "P"
            move "A"		to plStatus(plInd2)
            move todayiso	to plAcked(plInd2)
         end-if
     end-perform.
     display "edi855out: PO " function trim(plPonumber(plInd))
             " acknowledged " bakcode " to "
             function trim(epName(epMatchInd)).
*>
 0900-load-po-lines.
*>
     move zero			to plCount.
     open input polinefile.
     read polinefile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if plCount < 2000
            add 1		to plCount
            move spaces		to rawstatus rawplinvoice rawpodate
                                   rawplqty rawplprice rawresult
                                   plPartner(plCount)
                                   plPonumber(plCount)
                                   plLineid(plCount) plItem(plCount)
                                   plAcked(plCount) plAck(plCount)
                                   plSetDone(plCount)
            unstring polinerec delimited by ","
                     into rawstatus,
                          rawplinvoice,
                          plPartner(plCount),
                          plPonumber(plCount),
                          rawpodate,
                          plLineid(plCount),
                          plItem(plCount),
                          rawplqty,
                          rawplprice,
                          rawresult,
                          plAcked(plCount),
                          plAck(plCount)
            end-unstring
            move rawstatus(1:1)	to plStatus(plCount)
            move rawplinvoice	to plInvoiceno(plCount)
            move rawresult(1:1)	to plResult(plCount)
            move function upper-case(plPonumber(plCount))
                                to plPonumber(plCount)
            move zero		to plPodate(plCount) plQty(plCount)
                                   plPrice(plCount)
            if function trim(rawpodate) is numeric
               compute plPodate(plCount) = function numval(rawpodate)
            end-if
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a line translation rejected may carry anything in its quantity
*>>>and price; it is answered IR whatever they hold
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
            if function test-numval(rawplqty) = 0
               compute plQty(plCount) = function numval(rawplqty)
            end-if
            if function test-numval(rawplprice) = 0
               compute plPrice(plCount) = function numval(rawplprice)
            end-if
            if plResult(plCount) <> "S"
               move "R"		to plResult(plCount)
            end-if
         end-if
         read polinefile
              at end move "y"	to eof
         end-read
     end-perform.
     close polinefile.
     move spaces		to eof.
*>
 0910-load-staging.
*>
     move zero			to stCount.
     open input stagingfile.
     read stagingfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if stCount < 2000
            move spaces		to rawstinvoice rawstqty rawstitem
            unstring stagingrec delimited by ","
                     into rawstinvoice, stskip, stskip, stskip,
                          stskip, stskip, stskip, stskip, stskip,
                          stskip, stskip, stskip, stskip, stskip,
                          stskip, stskip, stskip,
                          rawstqty, stskip, stskip, stskip, stskip,
                          rawstitem
            end-unstring
            if function trim(rawstinvoice) is numeric
               and function test-numval(rawstqty) = 0
               add 1		to stCount
               move rawstinvoice	to stInvoiceno(stCount)
               move function upper-case(rawstitem)
                                to stItem(stCount)
               compute stQty(stCount) = function numval(rawstqty)
               move spaces	to stUsed(stCount)
            end-if
         end-if
         read stagingfile
              at end move "y"	to eof
         end-read
     end-perform.
     close stagingfile.
     move spaces		to eof.
*>
 0920-load-edipartners.
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
 0930-load-price-master.
*>
     move zero			to prCount.
     open input pricemasterfile.
     read pricemasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if prCount < 500
            move spaces		to rawmasteritem rawmasterprice
                                   rawmastercost rawmastereff
            unstring pricemasterrec delimited by ","
                     into rawmasteritem, rawmasterprice,
                          rawmastercost, rawmastereff
            end-unstring
            if rawmasteritem <> spaces
               and function test-numval(rawmasterprice) = 0
               add 1		to prCount
               move function upper-case(rawmasteritem)
                                to prCode(prCount)
               compute prPrice(prCount) =
                       function numval(rawmasterprice)
               move zero	to prEffdate(prCount)
               if function trim(rawmastereff) is numeric
                  compute prEffdate(prCount) =
                          function numval(rawmastereff)
               end-if
            end-if
         end-if
         read pricemasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close pricemasterfile.
     move spaces		to eof.
*>
 0935-load-agreements.
*>
     move zero			to agrCount.
     open input priceagreefile.
     read priceagreefile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if agrCount < 500
            move spaces		to rawagminqty rawagprice
                                   rawageffdate
            add 1		to agrCount
            unstring priceagreerec delimited by ","
                     into agCust(agrCount),
                          agItem(agrCount),
                          rawagminqty,
                          rawagprice,
                          rawageffdate
            end-unstring
            if function trim(rawagminqty) is numeric
               and function test-numval(rawagprice) = 0
               and function trim(rawageffdate) is numeric
               move function upper-case(agItem(agrCount))
                                to agItem(agrCount)
               compute agMinqty(agrCount) =
                       function numval(rawagminqty)
               compute agPrice(agrCount) =
                       function numval(rawagprice)
               compute agEffdate(agrCount) =
                       function numval(rawageffdate)
            else
               subtract 1	from agrCount
            end-if
         end-if
         read priceagreefile
              at end move "y"	to eof
         end-read
     end-perform.
     close priceagreefile.
     move spaces		to eof.
*>
 0940-load-availability.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>on hand less committed, summed over the warehouses
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to avCount.
     open input inventoryfile.
     read inventoryfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawinvtitem rawonhand rawcommitted
         unstring inventoryrec delimited by ","
                  into rawinvtitem, rawonhand, rawcommitted
         end-unstring
         if rawinvtitem <> spaces
            and function test-numval(rawonhand) = 0
            move function upper-case(rawinvtitem) to rawinvtitem
            perform 0945-find-availability
            if avMatchInd <> zero
               compute avQty(avMatchInd) = avQty(avMatchInd)
                       + function numval(rawonhand)
               if function test-numval(rawcommitted) = 0
                  compute avQty(avMatchInd) = avQty(avMatchInd)
                          - function numval(rawcommitted)
               end-if
            end-if
         end-if
         read inventoryfile
              at end move "y"	to eof
         end-read
     end-perform.
     close inventoryfile.
     move spaces		to eof.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the first supplier row for an item is the one pomaint orders
*>>>from, so its lead time is the one that counts
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open input itemvendorfile.
     read itemvendorfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawivitem rawivvendor rawivcost
                                   rawivorderqty rawivlead
         unstring itemvendorrec delimited by ","
                  into rawivitem, rawivvendor, rawivcost,
                       rawivorderqty, rawivlead
         end-unstring
         if rawivitem <> spaces
            move function upper-case(rawivitem) to rawinvtitem
            perform 0945-find-availability
            if avMatchInd <> zero
               and avHasVendor(avMatchInd) = spaces
               move "y"		to avHasVendor(avMatchInd)
               if function trim(rawivlead) is numeric
                  compute avLeaddays(avMatchInd) =
                          function numval(rawivlead)
               end-if
            end-if
         end-if
         read itemvendorfile
              at end move "y"	to eof
         end-read
     end-perform.
     close itemvendorfile.
     move spaces		to eof.
*>
 0945-find-availability.
*>
     move zero			to avMatchInd.
     perform varying avInd from 1 by 1
             until avInd > avCount
         if avItem(avInd) = rawinvtitem
            move avInd		to avMatchInd
         end-if
     end-perform.
     if avMatchInd = zero and avCount < 500
        add 1			to avCount
        move rawinvtitem	to avItem(avCount)
        move zero		to avQty(avCount) avLeaddays(avCount)
        move spaces		to avHasVendor(avCount)
        move avCount		to avMatchInd
     end-if.
*>
 0960-rewrite-po-lines.
*>
     open output polinefile.
     perform varying plInd from 1 by 1
             until plInd > plCount
         move plQty(plInd)		to showcsvqty
         move plPrice(plInd)	to showcsvprice
         move spaces		to polinerec
         if plStatus(plInd) = "A"
            string plStatus(plInd), ",",
                   plInvoiceno(plInd), ",",
                   function trim(plPartner(plInd)), ",",
                   function trim(plPonumber(plInd)), ",",
                   plPodate(plInd), ",",
                   function trim(plLineid(plInd)), ",",
                   function trim(plItem(plInd)), ",",
                   function trim(showcsvqty), ",",
                   function trim(showcsvprice), ",",
                   plResult(plInd), ",",
                   function trim(plAcked(plInd)), ",",
                   plAck(plInd)
                   delimited by size into polinerec
            end-string
         else
            string plStatus(plInd), ",",
                   plInvoiceno(plInd), ",",
                   function trim(plPartner(plInd)), ",",
                   function trim(plPonumber(plInd)), ",",
                   plPodate(plInd), ",",
                   function trim(plLineid(plInd)), ",",
                   function trim(plItem(plInd)), ",",
                   function trim(showcsvqty), ",",
                   function trim(showcsvprice), ",",
                   plResult(plInd), ","
                   delimited by size into polinerec
            end-string
         end-if
         write polinerec
     end-perform.
     close polinefile.
