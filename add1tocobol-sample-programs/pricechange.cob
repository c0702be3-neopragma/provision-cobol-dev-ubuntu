       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Scheduled mass price change.  database/pricemaster.csv
*>            rows carry an effective date (item, price, standard
*>            cost, effective yyyymmdd, blank meaning always) and the
*>            billing programs take the row in force on the invoice
*>            or quote date, so an increase is loaded ahead of time
*>            as new rows instead of by editing the file at midnight.
*>
*>            "proof" takes every item from <from-item> to <to-item>
*>            (inclusive), the price in force on <effective>, and
*>            works out the new price -- "pct" raising it by a
*>            percentage, "amt" by an amount (either may be negative
*>            for a reduction), rounded to the cent, the standard
*>            cost carried over unchanged.  The effective date must
*>            be after today.  Customer agreement prices on
*>            database/priceagreements.csv are left alone unless
*>            "agreements" is given, when each agreement line (customer,
*>            item, minimum quantity) in force on that date for an
*>            item in the range is changed the same way.  The changes
*>            go to database/pricechanges.csv (status P pending / X
*>            applied, kind M master / A agreement, item, customer,
*>            minimum quantity, price now, new price, standard cost,
*>            effective date, applied date) replacing any still
*>            pending, and to the before/after proof pricechangeproof.txt
*>            for approval.
*>
*>            "apply" is the approval: the pending changes are added
*>            as new effective-dated rows to pricemaster.csv and
*>            priceagreements.csv, with an auditlog entry for each,
*>            and marked applied.  Changes whose effective date has
*>            already passed are refused -- run the proof again.
*>            "cancel" throws the pending changes away.
*>
*>            usage: pricechange proof <from-item> <to-item> pct|amt
*>                               <value> <effective> [agreements]
*>                   pricechange apply
*>                   pricechange cancel
*>*********************************************************************
identification division.
program-id. pricechange.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional pricemasterfile	assign to "database/pricemaster.csv"
                        organization is line sequential.
select optional priceagreefile	assign to "database/priceagreements.csv"
                        organization is line sequential.
select optional changefile	assign to "database/pricechanges.csv"
                        organization is line sequential.
select prooffile	assign to "pricechangeproof.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd pricemasterfile.
*>
01 pricemasterrec	pic x(80).
*>
fd priceagreefile.
*>
01 priceagreerec	pic x(80).
*>
fd changefile.
*>
01 changerec		pic x(150).
*>
fd prooffile.
*>
01 proofrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  action			pic x(10) value spaces.
 01  todaynum			pic 9(8) value zero.
 01  todayiso			pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>what the proof was asked for
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  fromitem			pic x(10) value spaces.
 01  toitem			pic x(10) value spaces.
 01  changekind		pic x(4) value spaces.
     88  change-by-percent	      value "pct".
     88  change-by-amount	      value "amt".
 01  rawvalue			pic x(12) value spaces.
 01  changevalue		pic s9(7)v99 value zero.
 01  raweffective		pic x(10) value spaces.
 01  effectivenum		pic 9(8) value zero.
 01  effectiveiso		pic x(10) value spaces.
 01  agreeflag			pic x(12) value spaces.
 01  agreeswitch		pic x value spaces.
     88  change-agreements	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>price master, every dated row
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  prCount			unsigned-int value zero.
 01  priceList.
     05  priceEntry	occurs 500 times
                        indexed by priceInd.
         10  prCode		pic x(10) value spaces.
         10  prPrice		pic 9(7)v99 value zero.
         10  prCost		pic 9(7)v99 value zero.
         10  prEffdate		pic 9(8) value zero.
 01  priceInd2			unsigned-int value zero.
 01  priceMatchInd		unsigned-int value zero.
 01  rawmasteritem		pic x(20) value spaces.
 01  rawmasterprice		pic x(12) value spaces.
 01  rawmastercost		pic x(12) value spaces.
 01  rawmastereff		pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>customer price agreements, every dated row
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  agrCount			unsigned-int value zero.
 01  agreementList.
     05  agreementEntry	occurs 500 times
                        indexed by agrInd.
         10  agCust		pic x(30) value spaces.
         10  agItem		pic x(10) value spaces.
         10  agMinqty		pic 9(7) value zero.
         10  agPrice		pic 9(7)v99 value zero.
         10  agEffdate		pic 9(8) value zero.
 01  agrInd2			unsigned-int value zero.
 01  agrMatchInd		unsigned-int value zero.
 01  rawagminqty		pic x(10) value spaces.
 01  rawagprice		pic x(12) value spaces.
 01  rawageffdate		pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the changes, pending and applied
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  pcCount			unsigned-int value zero.
 01  pcList.
     05  pcEntry	occurs 1000 times
                        indexed by pcInd.
         10  pcStatus		pic x value "P".
         10  pcKind		pic x value "M".
         10  pcItem		pic x(10) value spaces.
         10  pcCust		pic x(30) value spaces.
         10  pcMinqty		pic 9(7) value zero.
         10  pcOldprice	pic 9(7)v99 value zero.
         10  pcNewprice	pic 9(7)v99 value zero.
         10  pcCost		pic 9(7)v99 value zero.
         10  pcEffdate		pic 9(8) value zero.
         10  pcApplied		pic x(10) value spaces.
 01  pcInd2			unsigned-int value zero.
 01  rawstatus			pic x(4) value spaces.
 01  rawkind			pic x(4) value spaces.
 01  rawminqty			pic x(10) value spaces.
 01  rawoldprice		pic x(12) value spaces.
 01  rawnewprice		pic x(12) value spaces.
 01  rawcost			pic x(12) value spaces.
 01  raweffdate		pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>working the new price out
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  newkind			pic x value spaces.
 01  newitem			pic x(10) value spaces.
 01  newcust			pic x(30) value spaces.
 01  newminqty			pic 9(7) value zero.
 01  newcost			pic 9(7)v99 value zero.
 01  oldprice			pic 9(7)v99 value zero.
 01  newprice			pic s9(7)v99 value zero.
 01  itemseen			pic x value spaces.
     88  item-already-seen	      value "y".
 01  mastercount		unsigned-int value zero.
 01  agreecount		unsigned-int value zero.
 01  appliedcount		unsigned-int value zero.
 01  stalecount		unsigned-int value zero.
 01  droppedcount		unsigned-int value zero.
*>
 01  showcsvprice		pic z(6)9.99 value zero.
 01  showcsvprice2		pic z(6)9.99 value zero.
 01  showcsvprice3		pic z(6)9.99 value zero.
 01  showcsvqty		pic z(6)9 value zero.
 01  showprice			pic z,zzz,zz9.99 value zero.
 01  showprice2		pic z,zzz,zz9.99 value zero.
 01  showchange		pic ---,---,--9.99 value zero.
 01  showvalue			pic ---,--9.99 value zero.
 01  showminqty		pic zzz,zz9 value zero.
 01  showcount			pic zzz9 value zero.
 01  showcount2		pic zzz9 value zero.
*>
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
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
     accept action		from argument-value.
     move function lower-case(action) to action.

     evaluate action
         when "proof"
              perform 0010-check-proof-args
              perform 0100-proof
         when "apply"
              perform 0200-apply
         when "cancel"
              perform 0300-cancel
         when other
              perform 0990-usage
     end-evaluate.

     goback.
*>
 0010-check-proof-args.
*>
     accept fromitem		from argument-value.
     accept toitem		from argument-value.
     accept changekind		from argument-value.
     accept rawvalue		from argument-value.
     accept raweffective	from argument-value.
     accept agreeflag		from argument-value.
     move function upper-case(fromitem) to fromitem.
     move function upper-case(toitem) to toitem.
     move function lower-case(changekind) to changekind.

     if fromitem = spaces or toitem = spaces
        or raweffective = spaces
        perform 0990-usage
     end-if.
     if fromitem > toitem
        display "pricechange: " function trim(fromitem)
                " sorts after " function trim(toitem)
        stop run giving 1
     end-if.
     if not change-by-percent and not change-by-amount
        display "pricechange: change must be pct or amt"
        stop run giving 1
     end-if.
     if function test-numval(rawvalue) <> 0
        display "pricechange: bad change value " function trim(rawvalue)
        stop run giving 1
     end-if.
     compute changevalue = function numval(rawvalue).
     if changevalue = zero
        display "pricechange: change value is zero"
        stop run giving 1
     end-if.
     if function trim(raweffective) is not numeric
        or function length(function trim(raweffective)) <> 8
        or function test-date-yyyymmdd(function numval(raweffective))
           <> 0
        display "pricechange: effective date must be yyyymmdd"
        stop run giving 1
     end-if.
     compute effectivenum = function numval(raweffective).
     if effectivenum <= todaynum
        display "pricechange: effective date must be after today"
        stop run giving 1
     end-if.
     move spaces		to effectiveiso.
     string effectivenum(1:4), "-", effectivenum(5:2), "-",
            effectivenum(7:2)
            into effectiveiso
     end-string.
     evaluate function lower-case(agreeflag)
         when spaces
              continue
         when "agreements"
              move "y"		to agreeswitch
         when other
              perform 0990-usage
     end-evaluate.
*>
 0100-proof.
*>
     perform 0900-load-price-master.
     perform 0910-load-agreements.
     perform 0920-load-changes.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>applied changes are kept as the record of what was done;
*>>>anything still pending is replaced by this run's
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to pcInd2.
     perform varying pcInd from 1 by 1
             until pcInd > pcCount
         if pcStatus(pcInd) = "X"
            add 1		to pcInd2
            move pcEntry(pcInd)	to pcEntry(pcInd2)
         end-if
     end-perform.
     move pcInd2		to pcCount.

     open output prooffile.
     move spaces		to proofrec.
     move changevalue		to showvalue.
     if change-by-percent
        string "Price change proof -- ", function trim(showvalue),
               "% effective ", effectiveiso, ", items ",
               function trim(fromitem), " to ", function trim(toitem),
               ", run ", todayiso
               delimited by size into proofrec
        end-string
     else
        string "Price change proof -- ", function trim(showvalue),
               " per unit effective ", effectiveiso, ", items ",
               function trim(fromitem), " to ", function trim(toitem),
               ", run ", todayiso
               delimited by size into proofrec
        end-string
     end-if.
     write proofrec.
     move spaces		to proofrec.
     if change-agreements
        move "Customer agreement prices in the range are changed too"
             to proofrec
     else
        move "Customer agreement prices are not changed"
             to proofrec
     end-if.
     write proofrec.
     move spaces		to proofrec.
     write proofrec.
     move "Item       Customer                       Min qty     Price now     New price        Change"
          to proofrec.
     write proofrec.
     move all "-"		to proofrec.
     write proofrec.

     perform varying priceInd from 1 by 1
             until priceInd > prCount
         if prCode(priceInd) >= fromitem
            and prCode(priceInd) <= toitem
            move spaces		to itemseen
            perform varying priceInd2 from 1 by 1
                    until priceInd2 >= priceInd
                if prCode(priceInd2) = prCode(priceInd)
                   move "y"	to itemseen
                end-if
            end-perform
            if not item-already-seen
               perform 0110-proof-master-item
            end-if
         end-if
     end-perform.

     if change-agreements
        perform varying agrInd from 1 by 1
                until agrInd > agrCount
            if agItem(agrInd) >= fromitem
               and agItem(agrInd) <= toitem
               move spaces	to itemseen
               perform varying agrInd2 from 1 by 1
                       until agrInd2 >= agrInd
                   if agCust(agrInd2) = agCust(agrInd)
                      and agItem(agrInd2) = agItem(agrInd)
                      and agMinqty(agrInd2) = agMinqty(agrInd)
                      move "y"	to itemseen
                   end-if
               end-perform
               if not item-already-seen
                  perform 0120-proof-agreement
               end-if
            end-if
        end-perform
     end-if.

     move all "-"		to proofrec.
     write proofrec.
     move mastercount		to showcount.
     move agreecount		to showcount2.
     move spaces		to proofrec.
     string showcount, " item price(s) and ",
            showcount2, " agreement price(s) to change"
            delimited by size into proofrec
     end-string.
     write proofrec.
     close prooffile.

     perform 0960-rewrite-changes.
     if mastercount + agreecount = zero
        display "pricechange: no prices in force for "
                function trim(fromitem) " to " function trim(toitem)
                " on " effectiveiso
        stop run giving 4
     end-if.
     display "pricechange: " function trim(showcount) " item and "
             function trim(showcount2) " agreement price(s) proofed "
             "-- review pricechangeproof.txt, then pricechange apply".
*>
 0110-proof-master-item.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the row in force on the effective date; on a tie the later row
*>>>in the file wins, as it does when billing
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to priceMatchInd.
     perform varying priceInd2 from 1 by 1
             until priceInd2 > prCount
         if prCode(priceInd2) = prCode(priceInd)
            and prEffdate(priceInd2) <= effectivenum
            if priceMatchInd = zero
               move priceInd2	to priceMatchInd
            else
               if prEffdate(priceInd2) >= prEffdate(priceMatchInd)
                  move priceInd2	to priceMatchInd
               end-if
            end-if
         end-if
     end-perform.
     if priceMatchInd > zero
        move "M"		to newkind
        move prCode(priceInd)	to newitem
        move spaces		to newcust
        move zero		to newminqty
        move prPrice(priceMatchInd)	to oldprice
        move prCost(priceMatchInd)	to newcost
        perform 0130-add-change
     end-if.
*>
 0120-proof-agreement.
*>
     move zero			to agrMatchInd.
     perform varying agrInd2 from 1 by 1
             until agrInd2 > agrCount
         if agCust(agrInd2) = agCust(agrInd)
            and agItem(agrInd2) = agItem(agrInd)
            and agMinqty(agrInd2) = agMinqty(agrInd)
            and agEffdate(agrInd2) <= effectivenum
            if agrMatchInd = zero
               move agrInd2	to agrMatchInd
            else
               if agEffdate(agrInd2) >= agEffdate(agrMatchInd)
                  move agrInd2	to agrMatchInd
               end-if
            end-if
         end-if
     end-perform.
     if agrMatchInd > zero
        move "A"		to newkind
        move agItem(agrInd)	to newitem
        move agCust(agrInd)	to newcust
        move agMinqty(agrInd)	to newminqty
        move agPrice(agrMatchInd)	to oldprice
        move zero		to newcost
        perform 0130-add-change
     end-if.
*>
 0130-add-change.
*>
     if change-by-percent
        compute newprice rounded =
                oldprice * (100 + changevalue) / 100
     else
        compute newprice = oldprice + changevalue
     end-if.

     evaluate true
         when newprice < zero
              display "pricechange: " function trim(newitem) " "
                      function trim(newcust)
                      " would go below zero -- not changed"
         when pcCount >= 1000
              display "pricechange: too many changes, "
                      function trim(newitem) " "
                      function trim(newcust) " not changed"
         when other
              add 1		to pcCount
              move "P"		to pcStatus(pcCount)
              move newkind	to pcKind(pcCount)
              move newitem	to pcItem(pcCount)
              move newcust	to pcCust(pcCount)
              move spaces	to pcApplied(pcCount)
              move newminqty	to pcMinqty(pcCount)
              move oldprice	to pcOldprice(pcCount)
              move newprice	to pcNewprice(pcCount)
              move newcost	to pcCost(pcCount)
              move effectivenum	to pcEffdate(pcCount)
              if newkind = "A"
                 add 1		to agreecount
              else
                 add 1		to mastercount
              end-if
              perform 0140-proof-line
     end-evaluate.
*>
 0140-proof-line.
*>
     move pcOldprice(pcCount)	to showprice.
     move pcNewprice(pcCount)	to showprice2.
     compute showchange = pcNewprice(pcCount) - pcOldprice(pcCount).
     move spaces		to proofrec.
     if pcKind(pcCount) = "A"
        move pcMinqty(pcCount)	to showminqty
        string pcItem(pcCount), " ",
               pcCust(pcCount), " ",
               showminqty, "  ",
               showprice, "  ",
               showprice2, "  ",
               showchange
               delimited by size into proofrec
        end-string
     else
        string pcItem(pcCount), " ",
               "(price master)                 ",
               "         ",
               showprice, "  ",
               showprice2, "  ",
               showchange
               delimited by size into proofrec
        end-string
     end-if.
     write proofrec.
*>
 0200-apply.
*>
     perform 0920-load-changes.
     move zero			to appliedcount stalecount.
     perform varying pcInd from 1 by 1
             until pcInd > pcCount
         if pcStatus(pcInd) = "P"
            add 1		to appliedcount
            if pcEffdate(pcInd) < todaynum
               add 1		to stalecount
            end-if
         end-if
     end-perform.
     if appliedcount = zero
        display "pricechange: nothing pending to apply"
        stop run giving 4
     end-if.
     if stalecount > zero
        display "pricechange: pending changes are effective before "
                "today -- run the proof again"
        stop run giving 8
     end-if.

     open extend pricemasterfile.
     open extend priceagreefile.
     perform varying pcInd from 1 by 1
             until pcInd > pcCount
         if pcStatus(pcInd) = "P"
            perform 0210-apply-one-change
            move "X"		to pcStatus(pcInd)
            move todayiso	to pcApplied(pcInd)
         end-if
     end-perform.
     close pricemasterfile.
     close priceagreefile.

     perform 0960-rewrite-changes.
     move appliedcount		to showcount.
     display "pricechange: " function trim(showcount)
             " price change(s) applied".
*>
 0210-apply-one-change.
*>
     move pcOldprice(pcInd)	to showcsvprice.
     move pcNewprice(pcInd)	to showcsvprice2.
     move "pricechange"		to audit-program.
     move "PRICE-CHANGE"	to audit-reason.
     move spaces		to audit-data.
     if pcKind(pcInd) = "A"
        move pcMinqty(pcInd)	to showcsvqty
        move spaces		to priceagreerec
        string function trim(pcCust(pcInd)), ",",
               function trim(pcItem(pcInd)), ",",
               function trim(showcsvqty), ",",
               function trim(showcsvprice2), ",",
               pcEffdate(pcInd)
               delimited by size into priceagreerec
        end-string
        write priceagreerec
        move pcCust(pcInd)	to audit-key
        string "agreement ", function trim(pcItem(pcInd)),
               " min qty ", function trim(showcsvqty), " ",
               function trim(showcsvprice), " to ",
               function trim(showcsvprice2), " from ",
               pcEffdate(pcInd)
               delimited by size into audit-data
        end-string
     else
        move pcCost(pcInd)	to showcsvprice3
        move spaces		to pricemasterrec
        string function trim(pcItem(pcInd)), ",",
               function trim(showcsvprice2), ",",
               function trim(showcsvprice3), ",",
               pcEffdate(pcInd)
               delimited by size into pricemasterrec
        end-string
        write pricemasterrec
        move pcItem(pcInd)	to audit-key
        string "price ", function trim(showcsvprice), " to ",
               function trim(showcsvprice2), " from ",
               pcEffdate(pcInd)
               delimited by size into audit-data
        end-string
     end-if.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.
*>
 0300-cancel.
*>
     perform 0920-load-changes.
     move zero			to pcInd2 droppedcount.
     perform varying pcInd from 1 by 1
             until pcInd > pcCount
         if pcStatus(pcInd) = "X"
            add 1		to pcInd2
            move pcEntry(pcInd)	to pcEntry(pcInd2)
         else
            add 1		to droppedcount
         end-if
     end-perform.
     move pcInd2		to pcCount.
     if droppedcount = zero
        display "pricechange: nothing pending to cancel"
        stop run giving 4
     end-if.
     perform 0960-rewrite-changes.
     move droppedcount		to showcount.
     display "pricechange: " function trim(showcount)
             " pending price change(s) cancelled".
*>
 0900-load-price-master.
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
               move zero	to prCost(prCount) prEffdate(prCount)
               if function test-numval(rawmastercost) = 0
                  compute prCost(prCount) =
                          function numval(rawmastercost)
               end-if
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
 0910-load-agreements.
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
 0920-load-changes.
*>
     move zero			to pcCount.
     open input changefile.
     read changefile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if pcCount < 1000
            add 1		to pcCount
            move spaces		to rawstatus rawkind rawminqty
                                   rawoldprice rawnewprice rawcost
                                   raweffdate pcCust(pcCount)
                                   pcApplied(pcCount)
            unstring changerec delimited by ","
                     into rawstatus,
                          rawkind,
                          pcItem(pcCount),
                          pcCust(pcCount),
                          rawminqty,
                          rawoldprice,
                          rawnewprice,
                          rawcost,
                          raweffdate,
                          pcApplied(pcCount)
            end-unstring
            if (rawstatus(1:1) = "P" or "X")
               and (rawkind(1:1) = "M" or "A")
               and function test-numval(rawnewprice) = 0
               and function trim(raweffdate) is numeric
               move rawstatus(1:1)	to pcStatus(pcCount)
               move rawkind(1:1)	to pcKind(pcCount)
               move zero	to pcMinqty(pcCount) pcOldprice(pcCount)
                                   pcCost(pcCount)
               if function trim(rawminqty) is numeric
                  compute pcMinqty(pcCount) =
                          function numval(rawminqty)
               end-if
               if function test-numval(rawoldprice) = 0
                  compute pcOldprice(pcCount) =
                          function numval(rawoldprice)
               end-if
               compute pcNewprice(pcCount) =
                       function numval(rawnewprice)
               if function test-numval(rawcost) = 0
                  compute pcCost(pcCount) =
                          function numval(rawcost)
               end-if
               compute pcEffdate(pcCount) =
                       function numval(raweffdate)
            else
               display "pricechange: bad change row skipped: "
                       function trim(changerec)
               subtract 1	from pcCount
            end-if
         end-if
         read changefile
              at end move "y"	to eof
         end-read
     end-perform.
     close changefile.
     move spaces		to eof.
*>
 0960-rewrite-changes.
*>
     open output changefile.
     perform varying pcInd from 1 by 1
             until pcInd > pcCount
         move pcOldprice(pcInd)	to showcsvprice
         move pcNewprice(pcInd)	to showcsvprice2
         move pcCost(pcInd)		to showcsvprice3
         move pcMinqty(pcInd)	to showcsvqty
         move spaces		to changerec
         string pcStatus(pcInd), ",",
                pcKind(pcInd), ",",
                function trim(pcItem(pcInd)), ",",
                function trim(pcCust(pcInd)), ",",
                function trim(showcsvqty), ",",
                function trim(showcsvprice), ",",
                function trim(showcsvprice2), ",",
                function trim(showcsvprice3), ",",
                pcEffdate(pcInd), ",",
                function trim(pcApplied(pcInd))
                delimited by size into changerec
         end-string
         write changerec
     end-perform.
     close changefile.
*>
 0990-usage.
*>
     display "usage: pricechange proof <from-item> <to-item> pct|amt "
             "<value> <effective> [agreements]".
     display "       pricechange apply".
     display "       pricechange cancel".
     stop run giving 1.
