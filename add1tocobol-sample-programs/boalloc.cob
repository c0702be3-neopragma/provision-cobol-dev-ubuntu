       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Backorder allocation, run after receipts (invadjust
*>            receive, pomaint receive, invadjust arrive) so new
*>            stock goes to the orders that have waited longest
*>            rather than to whoever phones first.
*>
*>            Every open or partial line on database/salesorders.csv
*>            with an unshipped, unallocated remainder (ordered less
*>            invoiced less already allocated) is a backorder.  The
*>            lines are taken in customer priority order -- database/
*>            allocpriority.csv (customer as on the sales order,
*>            priority 1 highest to 9 lowest; anyone not listed is
*>            5) -- then order date (column eight; lines without one
*>            predate it and go first), then order number.  Each
*>            takes what it can of the free stock (on hand less
*>            committed) at the warehouse its customer's ship-to
*>            state routes to through the shared whroute, or at the
*>            warehouse it already holds an allocation at.  What it
*>            gets raises committed on database/inventory.csv and the
*>            line's allocated quantity (column nine, with the
*>            warehouse in column ten); writeinvoice releases both
*>            when the line bills.  Kit parents are not stocked and
*>            are left to the order desk.
*>
*>            allocrelease.txt is the warehouse's release list, one
*>            section per warehouse.  Each customer who was allocated
*>            stock gets a ship-date notice by the method on their
*>            billing contact (database/billingcontacts.csv): email
*>            sends their own notice (boallocnotice.<nnn>.txt)
*>            through the cmdline delivery path, print and edi
*>            customers' notices go on boallocnotices.txt for the
*>            mail room (there is no EDI ship-notice transaction
*>            yet).  Customers with no usable contact land on
*>            boalloc_exceptions.txt and give return code 4.
*>
*>            usage: boalloc [<ship date yyyymmdd>]
*>            The ship date defaults to the next business day.
*>*********************************************************************
identification division.
program-id. boalloc.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional salesorderfile	assign to "database/salesorders.csv"
                        organization is line sequential.
select optional inventoryfile	assign to "database/inventory.csv"
                        organization is line sequential.
select optional custmasterfile	assign to "database/customers.csv"
                        organization is line sequential.
select optional priorityfile	assign to "database/allocpriority.csv"
                        organization is line sequential.
select optional contactfile	assign to "database/billingcontacts.csv"
                        organization is line sequential.
select releasefile	assign to "allocrelease.txt"
                        organization is line sequential.
select noticefile	assign to "boallocnotices.txt"
                        organization is line sequential.
select emailfile	assign to emailfilename
                        organization is line sequential.
select exceptfile	assign to "boalloc_exceptions.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd salesorderfile.
*>
01 salesorderrec	pic x(120).
*>
fd inventoryfile.
*>
01 inventoryrec		pic x(80).
*>
fd custmasterfile.
*>
01 custmasterrec	pic x(120).
*>
fd priorityfile.
*>
01 priorityrec		pic x(60).
*>
fd contactfile.
*>
01 contactrec		pic x(200).
*>
fd releasefile.
*>
01 releaserec		pic x(132).
*>
fd noticefile.
*>
01 noticerec		pic x(132).
*>
fd emailfile.
*>
01 emailrec		pic x(132).
*>
fd exceptfile.
*>
01 exceptrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  cmdarg			pic x(20) value spaces.
 01  todaynum			pic 9(8) value zero.
 01  shipdate			pic 9(8) value zero.
 01  shipdateiso		pic x(10) value spaces.
 01  workdays			pic s9(9) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the open sales-order file, rewritten with the allocations
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  soCount			unsigned-int value zero.
 01  soList.
     05  soEntry	occurs 1000 times
                        indexed by soInd.
         10  soNumber		pic 9(6) value zero.
         10  soCust		pic x(28) value spaces.
         10  soItem		pic x(10) value spaces.
         10  soPrice		pic 9(6)v99 value zero.
         10  soOrderQty	pic s9(10) value zero.
         10  soInvQty		pic s9(10) value zero.
         10  soStatus		pic x value "O".
         10  soOrderDate	pic x(10) value spaces.
         10  soAlloc		pic s9(10) value zero.
         10  soAllocWh		pic x(4) value spaces.
         10  soNewAlloc	pic s9(10) value zero.
 01  rawsonumber		pic x(10) value spaces.
 01  rawsoqty			pic x(12) value spaces.
 01  rawsoprice		pic x(12) value spaces.
 01  rawsoinvqty		pic x(12) value spaces.
 01  rawsostatus		pic x(4) value spaces.
 01  rawsoalloc		pic x(12) value spaces.
 01  showcsvsoqty		pic -9(10) value zero.
 01  showcsvsoinv		pic -9(10) value zero.
 01  showcsvsoprice		pic 999999.99 value zero.
 01  showcsvsoalloc		pic 9(10) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>backordered lines in allocation order -- an ordered insert on
*>>>priority, order date, order number and file position
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  aqCount			unsigned-int value zero.
 01  aqList.
     05  aqEntry	occurs 1000 times
                        indexed by aqInd.
         10  aqKey.
             15  aqPriority	pic 9 value zero.
             15  aqOrderDate	pic x(10) value spaces.
             15  aqNumber	pic 9(6) value zero.
             15  aqSeq		pic 9(4) value zero.
         10  aqSoInd		pic 9(4) value zero.
 01  aqInsInd			unsigned-int value zero.
 01  aqwork.
     05  aqworkpriority		pic 9 value zero.
     05  aqworkdate		pic x(10) value spaces.
     05  aqworknumber		pic 9(6) value zero.
     05  aqworkseq		pic 9(4) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>on hand per item per warehouse
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
 01  rawonhand			pic x(12) value spaces.
 01  rawcommitted		pic x(12) value spaces.
 01  rawreorder		pic x(12) value spaces.
 01  rawwarehouse		pic x(6) value spaces.
 01  rawintransit		pic x(12) value spaces.
 01  showcsvonhand		pic -9(10) value zero.
 01  showcsvcommitted		pic -9(10) value zero.
 01  showcsvreorder		pic 9(10) value zero.
 01  showcsvintransit		pic -9(10) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>customer master, for the ship-to state and the billed name
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  custCount		unsigned-int value zero.
 01  custList.
     05  custEntry	occurs 500 times
                        indexed by custInd.
         10  custCode		pic x(8) value spaces.
         10  custName		pic x(28) value spaces.
         10  custState		pic xx value spaces.
 01  custMatchInd		unsigned-int value zero.
 01  rawcustaddr		pic x(28) value spaces.
 01  rawcustcity		pic x(16) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>customer allocation priorities
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  prCount			unsigned-int value zero.
 01  prList.
     05  prEntry	occurs 200 times
                        indexed by prInd.
         10  prCust		pic x(28) value spaces.
         10  prPriority	pic 9 value 5.
 01  rawpriority		pic x(4) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>billing contacts per billed customer name
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  bcCount			unsigned-int value zero.
 01  bcList.
     05  bcEntry	occurs 200 times
                        indexed by bcInd.
         10  bcCust		pic x(28) value spaces.
         10  bcName		pic x(28) value spaces.
         10  bcEmail		pic x(40) value spaces.
         10  bcFormat		pic x(8) value spaces.
         10  bcMethod		pic x(8) value spaces.
 01  bcMatchInd		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>allocation work fields
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  remainqty			pic s9(10) value zero.
 01  freeqty			pic s9(10) value zero.
 01  takeqty			pic s9(10) value zero.
 01  allocwarehouse		pic x(4) value spaces.
 01  billedname		pic x(28) value spaces.
 01  allocatedlines		unsigned-int value zero.
 01  waitinglines		unsigned-int value zero.
 01  thiswarehouse		pic x(4) value spaces.
 01  thiscust			pic x(28) value spaces.
 01  donebefore		pic x value spaces.
     88  already-reported	      value "y".
 01  soInd2			unsigned-int value zero.
 01  showqty			pic zzz,zzz,zz9 value zero.
 01  showqty2			pic zzz,zzz,zz9 value zero.
 01  showcount			pic zzz9 value zero.
 01  showcount2		pic zzz9 value zero.
 01  showcount3		pic zzz9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>notice delivery
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  emailfilename		pic x(40) value spaces.
 01  noticeseq			pic 999 value zero.
 01  noticetext		pic x(132) value spaces.
 01  noticeroute		pic x value spaces.
     88  notice-by-email	      value "e".
 01  emailcount		unsigned-int value zero.
 01  printcount		unsigned-int value zero.
 01  exceptioncount		unsigned-int value zero.
 01  sendcmd			pic x(200) value spaces.
 01  sendstat			pic s9(9) value zero.
*>
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared busday subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  bd-action			pic x value "n".
 01  bd-date			pic 9(8) value zero.
 01  bd-status			pic 99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared whroute subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  wr-action			pic x value "r".
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
     accept cmdarg		from command-line
     end-accept.
     if cmdarg <> spaces
        if function trim(cmdarg) is not numeric
           or function test-date-yyyymmdd(function numval(cmdarg))
              <> 0
           display "usage: boalloc [<ship date yyyymmdd>]"
           stop run giving 1
        end-if
        move function numval(cmdarg) to shipdate
     else
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>stock allocated today goes out on the next business day
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
        compute workdays = function integer-of-date(todaynum) + 1
        compute bd-date = function date-of-integer(workdays)
        move "n"		to bd-action
        call "busday" using bd-action, bd-date, bd-status
        end-call
        move bd-date		to shipdate
     end-if.
     move spaces		to shipdateiso.
     string shipdate(1:4), "-", shipdate(5:2), "-", shipdate(7:2)
            into shipdateiso
     end-string.

     perform 0900-load-salesorders.
     perform 0910-load-inventory.
     perform 0920-load-customers.
     perform 0930-load-priorities.
     perform 0940-load-contacts.

     perform 0100-queue-backorders.
     perform varying aqInd from 1 by 1
             until aqInd > aqCount
         move aqSoInd(aqInd)	to soInd
         perform 0200-allocate-line
     end-perform.

     if allocatedlines > zero
        perform 0950-rewrite-inventory
        perform 0960-rewrite-salesorders
     end-if.

     perform 0300-put-release-list.
     perform 0400-send-notices.

     move allocatedlines	to showcount.
     move waitinglines		to showcount2.
     display "boalloc: " function trim(showcount)
             " backordered line(s) allocated for shipment "
             shipdateiso ", " function trim(showcount2)
             " still waiting on stock -- see allocrelease.txt".
     move emailcount		to showcount.
     move printcount		to showcount2.
     move exceptioncount	to showcount3.
     display "boalloc: notices " function trim(showcount)
             " emailed, " function trim(showcount2) " printed, "
             function trim(showcount3) " exception(s)".
     if exceptioncount > 0
        display "boalloc: see boalloc_exceptions.txt"
        move 4			to return-code
     end-if.

     goback.
*>
 0100-queue-backorders.
*>
     move zero			to aqCount.
     perform varying soInd from 1 by 1
             until soInd > soCount
         compute remainqty = soOrderQty(soInd) - soInvQty(soInd)
                           - soAlloc(soInd)
         if soStatus(soInd) <> "X" and soStatus(soInd) <> "C"
            and remainqty > zero
            and aqCount < 1000
            move 5		to aqworkpriority
            perform varying prInd from 1 by 1
                    until prInd > prCount
                if function trim(prCust(prInd)) =
                   function trim(soCust(soInd))
                   move prPriority(prInd)	to aqworkpriority
                end-if
            end-perform
            move soOrderDate(soInd)	to aqworkdate
            move soNumber(soInd)	to aqworknumber
            move soInd		to aqworkseq
            add 1		to aqCount
            compute aqInsInd = aqCount - 1
            perform until aqInsInd = zero
                    or aqKey(aqInsInd) <= aqwork
                move aqEntry(aqInsInd) to aqEntry(aqInsInd + 1)
                subtract 1	from aqInsInd
            end-perform
            add 1		to aqInsInd
            move aqwork		to aqKey(aqInsInd)
            move soInd		to aqSoInd(aqInsInd)
         end-if
     end-perform.
*>
 0200-allocate-line.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a line already holding stock keeps taking it from the same
*>>>building, so one line never ships from two
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     compute remainqty = soOrderQty(soInd) - soInvQty(soInd)
                       - soAlloc(soInd).
     perform 0250-find-customer.
     if soAlloc(soInd) > zero and soAllocWh(soInd) <> spaces
        move soAllocWh(soInd)	to allocwarehouse
     else
        move "r"		to wr-action
        move spaces		to wr-shipmethod wr-state
        if custMatchInd <> zero
           move custState(custMatchInd)	to wr-state
        end-if
        call "whroute" using wr-action, wr-shipmethod, wr-state,
                             wr-warehouse, wr-status
        end-call
        move wr-warehouse	to allocwarehouse
     end-if.

     move zero			to invtMatchInd.
     perform varying invtInd from 1 by 1
             until invtInd > invtCount
         if function trim(invtCode(invtInd)) =
            function trim(soItem(soInd))
            and invtWarehouse(invtInd) = allocwarehouse
            move invtInd	to invtMatchInd
         end-if
     end-perform.
     move zero			to takeqty.
     if invtMatchInd <> zero
        compute freeqty = invtOnhand(invtMatchInd)
                        - invtCommitted(invtMatchInd)
        if freeqty > zero
           if freeqty < remainqty
              move freeqty	to takeqty
           else
              move remainqty	to takeqty
           end-if
        end-if
     end-if.

     if takeqty = zero
        add 1			to waitinglines
     else
        add 1			to allocatedlines
        if takeqty < remainqty
           add 1		to waitinglines
        end-if
        add takeqty		to invtCommitted(invtMatchInd)
        add takeqty		to soAlloc(soInd)
        add takeqty		to soNewAlloc(soInd)
        move allocwarehouse	to soAllocWh(soInd)

        move "boalloc"		to audit-program
        move "BO-ALLOCATE"	to audit-reason
        move soItem(soInd)	to audit-key
        move takeqty		to showqty
        move spaces		to audit-data
        string "so ", soNumber(soInd), " ",
               function trim(soCust(soInd)), " allocated ",
               function trim(showqty), " at ", allocwarehouse,
               " ship ", shipdateiso
               delimited by size into audit-data
        end-string
        call "auditlog" using audit-program, audit-reason,
                              audit-key, audit-data
        end-call
     end-if.
*>
 0250-find-customer.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>orders carry the customer as keyed -- the code under
*>>>custmode=codes, the billed name otherwise -- so either matches
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to custMatchInd.
     perform varying custInd from 1 by 1
             until custInd > custCount
         if function trim(custCode(custInd)) =
            function trim(soCust(soInd))
            or function trim(custName(custInd)) =
               function trim(soCust(soInd))
            move custInd	to custMatchInd
         end-if
     end-perform.
     if custMatchInd <> zero
        move custName(custMatchInd)	to billedname
     else
        move soCust(soInd)	to billedname
     end-if.
*>
 0300-put-release-list.
*>
     open output releasefile.
     move spaces		to releaserec.
     string "Backorder release list -- allocated stock to ship "
            shipdateiso
            delimited by size into releaserec
     end-string.
     write releaserec.
     perform varying soInd from 1 by 1
             until soInd > soCount
         if soNewAlloc(soInd) > zero
            move spaces		to donebefore
            perform varying soInd2 from 1 by 1
                    until soInd2 >= soInd
                if soNewAlloc(soInd2) > zero
                   and soAllocWh(soInd2) = soAllocWh(soInd)
                   move "y"	to donebefore
                end-if
            end-perform
            if not already-reported
               move soAllocWh(soInd)	to thiswarehouse
               perform 0350-put-warehouse-section
            end-if
         end-if
     end-perform.
     if allocatedlines = zero
        move spaces		to releaserec
        write releaserec
        move "No backordered line could be allocated from stock."
             to releaserec
        write releaserec
     end-if.
     close releasefile.
*>
 0350-put-warehouse-section.
*>
     move spaces		to releaserec.
     write releaserec.
     string "Warehouse ", thiswarehouse
            delimited by size into releaserec
     end-string.
     write releaserec.
     move spaces		to releaserec.
     string "SO#     Ordered    Customer                     Item      ",
            "   Release    Still owed"
            delimited by size into releaserec
     end-string.
     write releaserec.
     move all "-"		to releaserec.
     write releaserec.
     perform varying soInd2 from 1 by 1
             until soInd2 > soCount
         if soNewAlloc(soInd2) > zero
            and soAllocWh(soInd2) = thiswarehouse
            move soNewAlloc(soInd2)	to showqty
            compute remainqty = soOrderQty(soInd2) - soInvQty(soInd2)
                              - soAlloc(soInd2)
            move remainqty	to showqty2
            move spaces		to releaserec
            string soNumber(soInd2), "  ", soOrderDate(soInd2), " ",
                   soCust(soInd2), " ", soItem(soInd2), " ",
                   showqty, " ", showqty2
                   delimited by size into releaserec
            end-string
            write releaserec
         end-if
     end-perform.
*>
 0400-send-notices.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one notice per customer who was allocated anything this run,
*>>>by the method their billing contact asked for
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open output noticefile.
     open output exceptfile.
     move zero			to noticeseq.
     perform varying soInd from 1 by 1
             until soInd > soCount
         if soNewAlloc(soInd) > zero
            move spaces		to donebefore
            perform varying soInd2 from 1 by 1
                    until soInd2 >= soInd
                if soNewAlloc(soInd2) > zero
                   and soCust(soInd2) = soCust(soInd)
                   move "y"	to donebefore
                end-if
            end-perform
            if not already-reported
               move soCust(soInd)	to thiscust
               perform 0450-notify-one-customer
            end-if
         end-if
     end-perform.
     close noticefile.
     close exceptfile.
*>
 0450-notify-one-customer.
*>
     perform 0250-find-customer.
     move zero			to bcMatchInd.
     perform varying bcInd from 1 by 1
             until bcInd > bcCount
         if function trim(bcCust(bcInd)) = function trim(billedname)
            move bcInd		to bcMatchInd
         end-if
     end-perform.

     if bcMatchInd = zero
        add 1			to exceptioncount
        move spaces		to exceptrec
        string function trim(billedname), " was allocated stock "
               "but has no billing contact on file -- no notice"
               delimited by size into exceptrec
        end-string
        write exceptrec
     else
        evaluate function lower-case(
                 function trim(bcMethod(bcMatchInd)))
            when "email"
                 perform 0470-email-notice
            when "print"
            when "edi"
                 perform 0460-print-notice
            when other
                 add 1		to exceptioncount
                 move spaces	to exceptrec
                 string function trim(billedname),
                        " has unknown delivery method '",
                        function trim(bcMethod(bcMatchInd)), "'"
                        delimited by size into exceptrec
                 end-string
                 write exceptrec
        end-evaluate
     end-if.
*>
 0460-print-notice.
*>
     add 1			to printcount.
     move all "="		to noticerec.
     write noticerec.
     move spaces		to noticerec.
     string function trim(billedname), "  attn ",
            function trim(bcName(bcMatchInd))
            delimited by size into noticerec
     end-string.
     write noticerec.
     move "p"			to noticeroute.
     perform 0480-build-notice-lines.
*>
 0470-email-notice.
*>
     if bcEmail(bcMatchInd) = spaces
        add 1			to exceptioncount
        move spaces		to exceptrec
        string function trim(billedname), " prefers email but the "
               "contact has no address"
               delimited by size into exceptrec
        end-string
        write exceptrec
     else
        add 1			to noticeseq
        move spaces		to emailfilename
        string "boallocnotice.", noticeseq, ".txt"
               delimited by size into emailfilename
        end-string
        open output emailfile
        move spaces		to emailrec
        string "To: ", function trim(bcName(bcMatchInd)), ", ",
               function trim(billedname)
               delimited by size into emailrec
        end-string
        write emailrec
        move "e"		to noticeroute
        perform 0480-build-notice-lines
        close emailfile
        move spaces		to sendcmd
        string "./cmdline -F ", function trim(emailfilename),
               " -r ", function trim(bcEmail(bcMatchInd)),
               " -f ", function trim(bcFormat(bcMatchInd)),
               " -e"
               delimited by size into sendcmd
        end-string
        call "SYSTEM" using sendcmd
                      returning sendstat
        end-call
        if sendstat = 0
           add 1		to emailcount
        else
           add 1		to exceptioncount
           move spaces		to exceptrec
           string function trim(billedname), " ship notice email "
                  "failed (status from cmdline) -- see ",
                  function trim(emailfilename)
                  delimited by size into exceptrec
           end-string
           write exceptrec
        end-if
     end-if.
*>
 0480-build-notice-lines.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the same text whichever way it travels
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to noticetext.
     string "Backordered items on your orders have been allocated "
            "from stock and will ship on ", shipdateiso, ":"
            delimited by size into noticetext
     end-string.
     perform 0490-put-notice-text.
     perform varying soInd2 from 1 by 1
             until soInd2 > soCount
         if soNewAlloc(soInd2) > zero
            and soCust(soInd2) = thiscust
            move soNewAlloc(soInd2)	to showqty
            compute remainqty = soOrderQty(soInd2) - soInvQty(soInd2)
                              - soAlloc(soInd2)
            move spaces		to noticetext
            string "  order ", soNumber(soInd2), "  item ",
                   soItem(soInd2), " qty ", function trim(showqty)
                   delimited by size into noticetext
            end-string
            if remainqty > zero
               move remainqty	to showqty2
               string function trim(noticetext trailing), " (",
                      function trim(showqty2),
                      " more to follow)"
                      delimited by size into noticetext
               end-string
            end-if
            perform 0490-put-notice-text
         end-if
     end-perform.
*>
 0490-put-notice-text.
*>
     if notice-by-email
        move noticetext		to emailrec
        write emailrec
     else
        move noticetext		to noticerec
        write noticerec
     end-if.
*>
 0900-load-salesorders.
*>
     move zero			to soCount.
     open input salesorderfile.
     read salesorderfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if soCount < 1000
            add 1		to soCount
            move spaces		to rawsonumber rawsoqty rawsoprice
                                   rawsoinvqty rawsostatus rawsoalloc
                                   soOrderDate(soCount)
                                   soAllocWh(soCount)
            unstring salesorderrec delimited by ","
                     into rawsonumber,
                          soCust(soCount),
                          soItem(soCount),
                          rawsoqty,
                          rawsoprice,
                          rawsoinvqty,
                          rawsostatus,
                          soOrderDate(soCount),
                          rawsoalloc,
                          soAllocWh(soCount)
            end-unstring
            if function trim(rawsonumber) is numeric
               and function trim(rawsoqty) is numeric
               and function test-numval(rawsoprice) = 0
               compute soNumber(soCount) =
                       function numval(rawsonumber)
               compute soOrderQty(soCount) =
                       function numval(rawsoqty)
               compute soPrice(soCount) =
                       function numval(rawsoprice)
               move zero	to soInvQty(soCount)
                                   soAlloc(soCount)
                                   soNewAlloc(soCount)
               if function test-numval(rawsoinvqty) = 0
                  and rawsoinvqty <> spaces
                  compute soInvQty(soCount) =
                          function numval(rawsoinvqty)
               end-if
               if function test-numval(rawsoalloc) = 0
                  and rawsoalloc <> spaces
                  compute soAlloc(soCount) =
                          function numval(rawsoalloc)
               end-if
               if function trim(rawsostatus) <> spaces
                  move rawsostatus(1:1) to soStatus(soCount)
               else
                  move "O"	to soStatus(soCount)
               end-if
            else
               display "boalloc: sales order row kept as is but not "
                       "allocated: " function trim(salesorderrec)
               move zero	to soNumber(soCount)
               move "X"		to soStatus(soCount)
               move salesorderrec	to soCust(soCount)
            end-if
         end-if
         read salesorderfile
              at end move "y"	to eof
         end-read
     end-perform.
     close salesorderfile.
     move spaces		to eof.
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
               display "boalloc: bad inventory row skipped: "
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
 0920-load-customers.
*>
     move zero			to custCount.
     open input custmasterfile.
     read custmasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if custCount < 500
            add 1		to custCount
            unstring custmasterrec delimited by ","
                     into custCode(custCount),
                          custName(custCount),
                          rawcustaddr,
                          rawcustcity,
                          custState(custCount)
            end-unstring
         end-if
         read custmasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close custmasterfile.
     move spaces		to eof.
*>
 0930-load-priorities.
*>
     move zero			to prCount.
     open input priorityfile.
     read priorityfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawpriority
         if prCount < 200
            add 1		to prCount
            unstring priorityrec delimited by ","
                     into prCust(prCount), rawpriority
            end-unstring
            if function trim(rawpriority) is numeric
               and function length(function trim(rawpriority)) = 1
               and prCust(prCount) <> spaces
               move function trim(rawpriority) to prPriority(prCount)
            else
               display "boalloc: bad priority row skipped: "
                       function trim(priorityrec)
               subtract 1	from prCount
            end-if
         end-if
         read priorityfile
              at end move "y"	to eof
         end-read
     end-perform.
     close priorityfile.
     move spaces		to eof.
*>
 0940-load-contacts.
*>
     move zero			to bcCount.
     open input contactfile.
     read contactfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if bcCount < 200
            add 1		to bcCount
            unstring contactrec delimited by ","
                     into bcCust(bcCount),
                          bcName(bcCount),
                          bcEmail(bcCount),
                          bcFormat(bcCount),
                          bcMethod(bcCount)
            end-unstring
         end-if
         read contactfile
              at end move "y"	to eof
         end-read
     end-perform.
     close contactfile.
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
 0960-rewrite-salesorders.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>written back the way writeinvoice writes it; a row this run
*>>>could not read goes back exactly as it came
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open output salesorderfile.
     perform varying soInd from 1 by 1
             until soInd > soCount
         if soNumber(soInd) = zero
            move soCust(soInd)	to salesorderrec
         else
            move soOrderQty(soInd)	to showcsvsoqty
            move soInvQty(soInd)	to showcsvsoinv
            move soPrice(soInd)	to showcsvsoprice
            move soAlloc(soInd)	to showcsvsoalloc
            move spaces		to salesorderrec
            string soNumber(soInd), ",",
                   function trim(soCust(soInd)), ",",
                   function trim(soItem(soInd)), ",",
                   showcsvsoqty, ",",
                   showcsvsoprice, ",",
                   showcsvsoinv, ",",
                   soStatus(soInd), ",",
                   function trim(soOrderDate(soInd)), ",",
                   showcsvsoalloc, ",",
                   function trim(soAllocWh(soInd))
                   into salesorderrec
            end-string
         end-if
         write salesorderrec
     end-perform.
     close salesorderfile.
