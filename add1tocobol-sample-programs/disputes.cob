       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Invoice dispute tracking.  A customer who disputes an
*>            invoice kept getting dunned, charged finance charges
*>            and, on autopay, drafted for the very amount in
*>            dispute.  Disputes live in database/disputes.csv
*>            (invoice number, customer name as billed, reason
*>            code, disputed amount, owner, opened date, status,
*>            resolved date, reference) -- status O open, P paid,
*>            C credited, W written off.  statements (the dunning
*>            pass), financecharge, achautopay and araging all hold
*>            an open dispute's amount out of what they act on.
*>
*>              open     opens a dispute against an open item on
*>                       database/aropen.dat for the amount given,
*>                       or the whole open balance; one open
*>                       dispute per invoice.
*>              resolve  closes one:
*>                         paid      the customer paid after all --
*>                                   cashapply clears the item as
*>                                   usual.
*>                         credit    a credit memo for the disputed
*>                                   amount, copying the original
*>                                   invoice's header (PO, rep, ship
*>                                   method, terms, currency,
*>                                   parties) from the billed
*>                                   invoice files, numbered from
*>                                   invnumctl's system range and
*>                                   staged on database/
*>                                   invoicereleased.csv for the
*>                                   next writeinvoice batch.
*>                         writeoff  the disputed amount goes
*>                                   through badwriteoff (with
*>                                   -approve when over its
*>                                   threshold); the dispute stays
*>                                   open if badwriteoff refuses.
*>                                   -approve is refused unless the
*>                                   operator holds WOAPPR.
*>              report   (the default) dispute aging on
*>                       disputeaging.txt by owner and reason, aged
*>                       from the opened date.
*>
*>            Every open and resolution is logged through auditlog,
*>            "by <operator>" (the acting operator from opauth).
*>
*>            usage: disputes open <invoice#> <reason> <owner>
*>                                 [<amount>]
*>                   disputes resolve <invoice#> paid|credit|writeoff
*>                                 [-approve <code>]
*>                   disputes [report]
*>            A leading -company=<cc> argument names the company a
*>            write-off posts for (default 01).
*>*********************************************************************
identification division.
program-id. disputes.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional disputefile	assign to "database/disputes.csv"
                        organization is line sequential.
select aropenidx	assign to "database/aropen.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is ao-key
                        alternate record key is ao-customer
                            with duplicates
                        file status is ao-status.
select optional billedfile	assign to billedfilepath
                        organization is line sequential.
select optional releasedfile	assign to "database/invoicereleased.csv"
                        organization is line sequential.
select optional odfconfigfile	assign to "writeinvoice.cfg"
                        organization is line sequential.
select reportfile	assign to "disputeaging.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd disputefile.
*>
01 disputerec		pic x(160).
*>
fd aropenidx.
*>
01 ao-record.
    05  ao-key.
        10  ao-invoiceno	pic 9(10).
        10  ao-seq		pic 9(4).
    05  ao-customer		pic x(28).
    05  ao-rawrec		pic x(120).
*>
fd billedfile.
*>
01 billedrec		pic x(400).
*>
fd releasedfile.
*>
01 releasedrec		pic x(400).
*>
fd odfconfigfile.
*>
01 odfconfigrec		pic x(200).
*>
fd reportfile.
*>
01 reportrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
 01  wantinvoiceno		pic 9(10) value zero.
 01  argaction			pic x(12) value spaces.
     88  action-is-open		      value "open".
     88  action-is-resolve	      value "resolve".
 01  arginvoice		pic x(10) value spaces.
 01  argreason			pic x(12) value spaces.
 01  argowner			pic x(12) value spaces.
 01  argamount			pic x(12) value spaces.
 01  argresolution		pic x(12) value spaces.
 01  argv			pic x(20) value spaces.
 01  approvalgiven		pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the dispute file is loaded whole, worked against, and rewritten,
*>>>the collectpromise way
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  dspCount			unsigned-int value zero.
 01  dspList.
     05  dspEntry	occurs 1000 times
                        indexed by dspInd.
         10  dspInvoice	pic x(10) value spaces.
         10  dspCustomer	pic x(28) value spaces.
         10  dspReason		pic x(8) value spaces.
         10  dspAmount		pic x(12) value spaces.
         10  dspOwner		pic x(10) value spaces.
         10  dspOpened		pic x(10) value spaces.
         10  dspStatus		pic x value spaces.
             88  dispute-is-open	      value "O".
         10  dspResolved	pic x(10) value spaces.
         10  dspReference	pic x(10) value spaces.
 01  dspMatchInd		unsigned-int value zero.
 01  disputeamount		pic s9(8)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the disputed invoice's open item
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ar-invoiceno		pic x(10) value spaces.
 01  ar-customer		pic x(28) value spaces.
 01  ar-invdate		pic x(10) value spaces.
 01  ar-currency		pic x(5) value spaces.
 01  rawtotal			pic x(12) value spaces.
 01  rawbalance		pic x(12) value spaces.
 01  openbalance		pic s9(8)v99 value zero.
 01  itemfound			pic x value spaces.
     88  item-was-found	      value "y".
 01  founditem			pic x(10) value spaces.
 01  foundcustomer		pic x(28) value spaces.
 01  foundbalance		pic s9(8)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>credit memo staging -- the original invoice's header comes from
*>>>the billed invoice files, the same five the sales reports read,
*>>>in whichever row layout writeinvoice.cfg says the shop uses
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  billedfilepath		pic x(40) value spaces.
 01  billedfilenames.
     05  filler			pic x(40) value "database/invoice1.csv".
     05  filler			pic x(40) value "database/invoice2.csv".
     05  filler			pic x(40) value "database/invoice3.csv".
     05  filler			pic x(40)
                                value "database/invoicebilled4.csv".
     05  filler			pic x(40)
                                value "database/invoicebilled5.csv".
 01  billedfilenames-r redefines billedfilenames.
     05  billedName	occurs 5 times pic x(40).
 01  billedInd			unsigned-int value zero.
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
 01  custmodeval		pic x(8) value spaces.
     88  custmode-codes	      value "codes".
 01  origfound			pic x value spaces.
     88  original-was-found	      value "y".
 01  rawinvoiceno		pic x(10) value spaces.
 01  rawrectype		pic x(4) value spaces.
 01  raw-invdate		pic x(10) value spaces.
 01  rawsonumber		pic x(10) value spaces.
 01  orig-custpo		pic x(20) value spaces.
 01  orig-salesrep		pic x(10) value spaces.
 01  orig-shipmethod		pic x(10) value spaces.
 01  orig-terms		pic x(10) value spaces.
 01  orig-currency		pic x(5) value spaces.
 01  orig-soldtocode		pic x(10) value spaces.
 01  orig-shiptocode		pic x(10) value spaces.
 01  orig-party.
     05  orig-partyEntry	occurs 2 times.
         10  orig-name		pic x(28) value spaces.
         10  orig-addr1	pic x(28) value spaces.
         10  orig-state	pic x(4) value spaces.
         10  orig-zip		pic x(10) value spaces.
 01  ctlregion			pic 9 value 9.
 01  thisinvoiceno		pic 9(6) value zero.
 01  ctlstatus			pic 99 value zero.
 01  cmdescription		pic x(40) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a write-off goes through badwriteoff itself, so its approval
*>>>threshold, ledger posting and register all still apply
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  writeoffcmd		pic x(200) value spaces.
 01  writeoffstat		pic s9(9) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>aging by owner and reason
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  todaynum			pic 9(8) value zero.
 01  todaynum-r redefines todaynum.
     05  today-year		pic 9(4).
     05  today-month		pic 9(2).
     05  today-day		pic 9(2).
 01  todaydays			pic s9(9) value zero.
 01  todayiso			pic x(10) value spaces.
 01  openednum			pic 9(8) value zero.
 01  openeddays		pic s9(9) value zero.
 01  agedays			pic s9(9) value zero.
 01  ownCount			unsigned-int value zero.
 01  ownList.
     05  ownName	occurs 100 times pic x(10) value spaces.
 01  ownInd			unsigned-int value zero.
 01  rsnCount			unsigned-int value zero.
 01  rsnList.
     05  rsnEntry	occurs 100 times
                        indexed by rsnInd.
         10  rsnCode		pic x(8) value spaces.
         10  rsnItems		unsigned-int value zero.
         10  rsnBucket	occurs 5 times pic s9(10)v99 value zero.
 01  lookupInd			unsigned-int value zero.
 01  lookupMatchInd		unsigned-int value zero.
 01  bucketInd			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one accumulator line -- items, four age buckets and the total
*>>>(bucket five) -- for the reason, owner and grand levels
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  levelTotals.
     05  levelEntry	occurs 3 times.
         10  levelItems	unsigned-int value zero.
         10  levelBucket	occurs 5 times pic s9(10)v99 value zero.
 01  levelInd			unsigned-int value zero.
 01  reasonlevel		unsigned-int value 1.
 01  ownerlevel			unsigned-int value 2.
 01  grandlevel			unsigned-int value 3.
 01  linelabel			pic x(24) value spaces.
 01  showb1			pic -zzz,zz9.99 value zero.
 01  showb2			pic -zzz,zz9.99 value zero.
 01  showb3			pic -zzz,zz9.99 value zero.
 01  showb4			pic -zzz,zz9.99 value zero.
 01  showb5			pic -zzz,zz9.99 value zero.
 01  showamt			pic -zzz,zz9.99 value zero.
 01  showcsvamt		pic -999999.99 value zero.
 01  showdspamt		pic -(6)9.99 value zero.
 01  showcount			pic zzz9 value zero.
 01  showdays			pic zzz9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared auditlog subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
 01  audit-line		pic x(200) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared opauth subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  op-function		pic x(8) value spaces.
 01  op-id			pic x(10) value spaces.
 01  op-status			pic 99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared glcompany subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  gc-company		pic x(2) value "01".
 01  gc-cmdline		pic x(200) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     call "glcompany" using gc-company, gc-cmdline
     end-call.
     move function current-date(1:8) to todaynum.
     compute todaydays = function integer-of-date(todaynum).
     move spaces		to todayiso.
     string today-year, "-", today-month, "-", today-day
            into todayiso
     end-string.

     accept argaction		from argument-value.
     move function lower-case(function trim(argaction)) to argaction.

     perform 0900-load-disputes.

*>>>only to learn who is acting, for the audit trail; opening and
*>>>resolving disputes is not itself restricted
     move "AR"			to op-function.
     move spaces		to op-id.
     call "opauth" using op-function, op-id, op-status
     end-call.

     evaluate true
         when action-is-open
              accept arginvoice	from argument-value
              accept argreason	from argument-value
              accept argowner	from argument-value
              accept argamount	from argument-value
              perform 0100-open-dispute
              perform 0950-rewrite-disputes
         when action-is-resolve
              accept arginvoice	from argument-value
              accept argresolution from argument-value
              accept argv	from argument-value
              if function trim(argv) = "-approve"
                 accept approvalgiven from argument-value
              end-if
              perform 0200-resolve-dispute
              perform 0950-rewrite-disputes
         when other
              perform 0500-run-aging-report
     end-evaluate.

     goback.
*>
 0100-open-dispute.
*>
     if function trim(arginvoice) is not numeric
        or argreason = spaces or argowner = spaces
        display "usage: disputes open <invoice#> <reason> <owner> "
                "[<amount>]"
        stop run giving 1
     end-if.
     if argamount <> spaces
        and function test-numval(argamount) <> 0
        display "disputes: amount '" function trim(argamount)
                "' is not a number"
        stop run giving 1
     end-if.

     perform 0150-find-open-dispute.
     if dspMatchInd <> zero
        display "disputes: invoice " function trim(arginvoice)
                " already has an open dispute, owned by "
                function trim(dspOwner(dspMatchInd))
        stop run giving 4
     end-if.

     perform 0910-find-open-item.
     if not item-was-found
        display "disputes: invoice " function trim(arginvoice)
                " is not an open item on database/aropen.dat"
        stop run giving 4
     end-if.

     if argamount = spaces
        move foundbalance	to disputeamount
     else
        compute disputeamount = function numval(argamount)
     end-if.
     if disputeamount <= zero or disputeamount > foundbalance
        move foundbalance	to showamt
        display "disputes: the disputed amount must be more than "
                "zero and no more than the open balance of " showamt
        stop run giving 4
     end-if.

     if dspCount >= 1000
        display "disputes: dispute file is full"
        stop run giving 8
     end-if.
     add 1			to dspCount.
     move disputeamount		to showdspamt.
     move founditem		to dspInvoice(dspCount).
     move foundcustomer		to dspCustomer(dspCount).
     move function upper-case(function trim(argreason))
                                to dspReason(dspCount).
     move function trim(showdspamt)	to dspAmount(dspCount).
     move function upper-case(function trim(argowner))
                                to dspOwner(dspCount).
     move todayiso		to dspOpened(dspCount).
     move "O"			to dspStatus(dspCount).
     move spaces		to dspResolved(dspCount)
                                   dspReference(dspCount).

     set dspInd			to dspCount.
     move "DISPUTE-OPEN"	to audit-reason.
     move spaces		to audit-data.
     string function trim(dspCustomer(dspInd)), " disputes ",
            function trim(dspAmount(dspInd)), " reason ",
            function trim(dspReason(dspInd)), " owner ",
            function trim(dspOwner(dspInd))
            delimited by size into audit-data
     end-string.
     perform 0700-log-audit.
     display "disputes: " function trim(audit-data) " on invoice "
             function trim(arginvoice).
*>
 0150-find-open-dispute.
*>
     move zero			to dspMatchInd.
     perform varying dspInd from 1 by 1
             until dspInd > dspCount
         if dispute-is-open(dspInd)
            and function trim(dspInvoice(dspInd)) is numeric
            and function numval(dspInvoice(dspInd)) =
                function numval(arginvoice)
            move dspInd		to dspMatchInd
         end-if
     end-perform.
*>
 0200-resolve-dispute.
*>
     if function trim(arginvoice) is not numeric
        display "usage: disputes resolve <invoice#> "
                "paid|credit|writeoff [-approve <code>]"
        stop run giving 1
     end-if.
     perform 0150-find-open-dispute.
     if dspMatchInd = zero
        display "disputes: no open dispute on invoice "
                function trim(arginvoice)
        stop run giving 4
     end-if.
     set dspInd			to dspMatchInd.
     compute disputeamount = function numval(dspAmount(dspInd)).
     move spaces		to dspReference(dspInd).

     evaluate function lower-case(function trim(argresolution))
         when "paid"
              move "P"		to dspStatus(dspInd)
              move "DISPUTE-PAID"	to audit-reason
         when "credit"
              perform 0300-stage-credit-memo
              move "C"		to dspStatus(dspInd)
              move thisinvoiceno	to dspReference(dspInd)
              move "DISPUTE-CREDIT"	to audit-reason
         when "writeoff"
              perform 0400-write-off-dispute
              move "W"		to dspStatus(dspInd)
              move "DISPUTE-WRITEOFF"	to audit-reason
         when other
              display "disputes: resolve as paid, credit or writeoff"
              stop run giving 1
     end-evaluate.
     move todayiso		to dspResolved(dspInd).

     move spaces		to audit-data.
     string function trim(dspCustomer(dspInd)), " dispute of ",
            function trim(dspAmount(dspInd)), " closed ",
            function lower-case(function trim(argresolution))
            delimited by size into audit-data
     end-string.
     if dspReference(dspInd) <> spaces
        string function trim(audit-data), " on credit memo ",
               dspReference(dspInd)
               delimited by size into audit-data
        end-string
     end-if.
     perform 0700-log-audit.
     display "disputes: invoice " function trim(arginvoice) " -- "
             function trim(audit-data).
*>
 0300-stage-credit-memo.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one CM row for the disputed amount with no item code -- an
*>>>allowance, so writeinvoice neither asks for an RMA nor puts
*>>>anything back on the shelf -- in the layout contractgen stages
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform 0940-load-custmode.
     perform 0310-find-original-invoice.
     if not original-was-found
        display "disputes: invoice " function trim(arginvoice)
                " is not on the billed invoice files -- "
                "no credit memo staged"
        stop run giving 4
     end-if.

     call "invnumctl" using ctlregion,
                            thisinvoiceno,
                            ctlstatus
     end-call.
     if ctlstatus <> zero
        display "disputes: invnumctl could not assign a credit memo "
                "number (status " ctlstatus ")"
        stop run giving 8
     end-if.

     move spaces		to cmdescription.
     string "Dispute credit inv ", function trim(dspInvoice(dspInd)),
            " ",
            function trim(dspReason(dspInd))
            delimited by size into cmdescription
     end-string.
     move disputeamount		to showcsvamt.
     open extend releasedfile.
     move spaces		to releasedrec.
     if custmode-codes
        string thisinvoiceno, ",",
               "CM", ",",
               todayiso, ",",
               "000000", ",",
               function trim(orig-custpo), ",",
               function trim(orig-salesrep), ",",
               function trim(orig-shipmethod), ",",
               function trim(orig-terms), ",",
               function trim(orig-currency), ",",
               function trim(orig-soldtocode), ",",
               function trim(orig-shiptocode), ",",
               "1", ",",
               function trim(showcsvamt), ",",
               function trim(cmdescription), ",",
               "0", ",",
               "0"
               into releasedrec
        end-string
     else
        string thisinvoiceno, ",",
               "CM", ",",
               todayiso, ",",
               "000000", ",",
               function trim(orig-custpo), ",",
               function trim(orig-salesrep), ",",
               function trim(orig-shipmethod), ",",
               function trim(orig-terms), ",",
               function trim(orig-currency), ",",
               function trim(orig-name(1)), ",",
               function trim(orig-addr1(1)), ",",
               function trim(orig-state(1)), ",",
               function trim(orig-zip(1)), ",",
               function trim(orig-name(2)), ",",
               function trim(orig-addr1(2)), ",",
               function trim(orig-state(2)), ",",
               function trim(orig-zip(2)), ",",
               "1", ",",
               function trim(showcsvamt), ",",
               function trim(cmdescription), ",",
               "0", ",",
               "0"
               into releasedrec
        end-string
     end-if.
     write releasedrec.
     close releasedfile.
*>
 0310-find-original-invoice.
*>
     move spaces		to origfound.
     perform varying billedInd from 1 by 1
             until billedInd > 5 or original-was-found
         move billedName(billedInd)	to billedfilepath
         open input billedfile
         read billedfile
              at end move "y"	to eof
         end-read
         perform until end-of-file or original-was-found
             perform 0320-check-billed-row
             read billedfile
                  at end move "y"	to eof
             end-read
         end-perform
         close billedfile
         move spaces		to eof
     end-perform.
*>
 0320-check-billed-row.
*>
     inspect billedrec replacing all '"' by " ".
     move spaces		to rawinvoiceno rawrectype.
     if custmode-codes
        unstring billedrec delimited by ","
                 into rawinvoiceno, rawrectype, raw-invdate,
                      rawsonumber, orig-custpo, orig-salesrep,
                      orig-shipmethod, orig-terms, orig-currency,
                      orig-soldtocode, orig-shiptocode
        end-unstring
     else
        unstring billedrec delimited by ","
                 into rawinvoiceno, rawrectype, raw-invdate,
                      rawsonumber, orig-custpo, orig-salesrep,
                      orig-shipmethod, orig-terms, orig-currency,
                      orig-name(1), orig-addr1(1), orig-state(1),
                      orig-zip(1), orig-name(2), orig-addr1(2),
                      orig-state(2), orig-zip(2)
        end-unstring
     end-if.
     if function trim(rawinvoiceno) is numeric
        and function numval(rawinvoiceno) =
            function numval(arginvoice)
        and function trim(rawrectype) = "IN"
        move "y"		to origfound
     end-if.
*>
 0400-write-off-dispute.
*>
     if approvalgiven <> spaces
        move "WOAPPR"		to op-function
        call "opauth" using op-function, op-id, op-status
        end-call
        if op-status <> zero
           display "disputes: operator '" function trim(op-id)
                   "' is not authorized for WOAPPR -- -approve "
                   "refused, the dispute stays open"
           stop run giving 8
        end-if
     end-if.
     move disputeamount		to showcsvamt.
     move spaces		to writeoffcmd.
     string "./badwriteoff -company=", gc-company, ' "',
            function trim(dspCustomer(dspInd)), '" ',
            function trim(arginvoice), ":",
            function trim(showcsvamt)
            delimited by size into writeoffcmd
     end-string.
     if approvalgiven <> spaces
        string function trim(writeoffcmd), " -approve ",
               function trim(approvalgiven)
               delimited by size into writeoffcmd
        end-string
     end-if.
     call "SYSTEM" using writeoffcmd
                   returning writeoffstat
     end-call.
     if writeoffstat not = 0
        display "disputes: badwriteoff refused the write-off "
                "(status " writeoffstat ") -- the dispute stays open"
        stop run giving 8
     end-if.
*>
 0500-run-aging-report.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>open disputes only, aged from the day they were opened: each
*>>>owner's disputes by reason with a subtotal per reason and per
*>>>owner, then the reasons across all owners
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform 0510-collect-owners-reasons.

     open output reportfile.
     move spaces		to reportrec.
     string "Open invoice disputes by owner and reason as of ",
            todayiso
            delimited by size into reportrec
     end-string.
     write reportrec.
     move spaces		to reportrec.
     string "Owner / reason             Qty        0-30       31-60",
            "       61-90         90+       Total"
            delimited by size into reportrec
     end-string.
     write reportrec.
     move all "-"		to reportrec.
     write reportrec.

     perform varying ownInd from 1 by 1
             until ownInd > ownCount
         perform 0520-put-one-owner
     end-perform.

     move all "-"		to reportrec.
     write reportrec.
     move "By reason, all owners"	to reportrec.
     write reportrec.
     perform varying rsnInd from 1 by 1
             until rsnInd > rsnCount
         move rsnItems(rsnInd)	to levelItems(reasonlevel)
         perform varying bucketInd from 1 by 1
                 until bucketInd > 5
             move rsnBucket(rsnInd, bucketInd)
                  to levelBucket(reasonlevel, bucketInd)
         end-perform
         move spaces		to linelabel
         string "  ", rsnCode(rsnInd)
                delimited by size into linelabel
         end-string
         move reasonlevel	to levelInd
         perform 0600-put-level-line
     end-perform.
     move all "-"		to reportrec.
     write reportrec.
     move "Total open disputes"	to linelabel.
     move grandlevel		to levelInd.
     perform 0600-put-level-line.
     close reportfile.

     move levelItems(grandlevel)	to showcount.
     move levelBucket(grandlevel, 5)	to showamt.
     display "disputes: " showcount " open dispute(s) totalling "
             showamt " -- see disputeaging.txt".
*>
 0510-collect-owners-reasons.
*>
     move zero			to ownCount rsnCount.
     perform varying dspInd from 1 by 1
             until dspInd > dspCount
         if dispute-is-open(dspInd)
            move zero		to lookupMatchInd
            perform varying lookupInd from 1 by 1
                    until lookupInd > ownCount
                if ownName(lookupInd) = dspOwner(dspInd)
                   move lookupInd	to lookupMatchInd
                end-if
            end-perform
            if lookupMatchInd = zero and ownCount < 100
               add 1		to ownCount
               move dspOwner(dspInd)	to ownName(ownCount)
            end-if
            move zero		to lookupMatchInd
            perform varying lookupInd from 1 by 1
                    until lookupInd > rsnCount
                if rsnCode(lookupInd) = dspReason(dspInd)
                   move lookupInd	to lookupMatchInd
                end-if
            end-perform
            if lookupMatchInd = zero and rsnCount < 100
               add 1		to rsnCount
               move dspReason(dspInd)	to rsnCode(rsnCount)
            end-if
         end-if
     end-perform.
*>
 0520-put-one-owner.
*>
     move spaces		to reportrec.
     string "Owner ", ownName(ownInd)
            delimited by size into reportrec
     end-string.
     write reportrec.
     initialize levelEntry(ownerlevel).
     perform varying rsnInd from 1 by 1
             until rsnInd > rsnCount
         initialize levelEntry(reasonlevel)
         perform varying dspInd from 1 by 1
                 until dspInd > dspCount
             if dispute-is-open(dspInd)
                and dspOwner(dspInd) = ownName(ownInd)
                and dspReason(dspInd) = rsnCode(rsnInd)
                perform 0530-age-one-dispute
             end-if
         end-perform
         if levelItems(reasonlevel) > zero
            move spaces		to linelabel
            string "  ", rsnCode(rsnInd)
                   delimited by size into linelabel
            end-string
            move reasonlevel	to levelInd
            perform 0600-put-level-line
         end-if
     end-perform.
     move spaces		to linelabel.
     string "  owner ", ownName(ownInd)
            delimited by size into linelabel
     end-string.
     move ownerlevel		to levelInd.
     perform 0600-put-level-line.
     move spaces		to reportrec.
     write reportrec.
*>
 0530-age-one-dispute.
*>
     move zero			to agedays.
     if function trim(dspOpened(dspInd)(1:4)) is numeric
        and function trim(dspOpened(dspInd)(6:2)) is numeric
        and function trim(dspOpened(dspInd)(9:2)) is numeric
        compute openednum =
                function numval(dspOpened(dspInd)(1:4)) * 10000
              + function numval(dspOpened(dspInd)(6:2)) * 100
              + function numval(dspOpened(dspInd)(9:2))
        compute openeddays = function integer-of-date(openednum)
        compute agedays = todaydays - openeddays
     end-if.
     evaluate true
         when agedays <= 30
              move 1		to bucketInd
         when agedays <= 60
              move 2		to bucketInd
         when agedays <= 90
              move 3		to bucketInd
         when other
              move 4		to bucketInd
     end-evaluate.
     if function test-numval(dspAmount(dspInd)) = 0
        compute disputeamount = function numval(dspAmount(dspInd))
     else
        move zero		to disputeamount
     end-if.
     perform varying levelInd from 1 by 1
             until levelInd > 3
         add 1			to levelItems(levelInd)
         add disputeamount	to levelBucket(levelInd, bucketInd)
         add disputeamount	to levelBucket(levelInd, 5)
     end-perform.
     add 1			to rsnItems(rsnInd).
     add disputeamount		to rsnBucket(rsnInd, bucketInd).
     add disputeamount		to rsnBucket(rsnInd, 5).

     move disputeamount		to showamt.
     move agedays		to showdays.
     move spaces		to reportrec.
     string "      inv ", dspInvoice(dspInd), " ",
            dspCustomer(dspInd)(1:24), " opened ",
            dspOpened(dspInd), " age ", showdays, "  ", showamt
            delimited by size into reportrec
     end-string.
     write reportrec.
*>
 0600-put-level-line.
*>
     move levelItems(levelInd)	to showcount.
     move levelBucket(levelInd, 1)	to showb1.
     move levelBucket(levelInd, 2)	to showb2.
     move levelBucket(levelInd, 3)	to showb3.
     move levelBucket(levelInd, 4)	to showb4.
     move levelBucket(levelInd, 5)	to showb5.
     move spaces		to reportrec.
     string linelabel, "  ", showcount, " ", showb1, " ", showb2,
            " ", showb3, " ", showb4, " ", showb5
            delimited by size into reportrec
     end-string.
     write reportrec.
*>
 0700-log-audit.
*>
     move "disputes"		to audit-program.
     move dspInvoice(dspInd)	to audit-key.
     move spaces		to audit-line.
     string "by ", function trim(op-id), ": ",
            function trim(audit-data)
            delimited by size into audit-line
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-line
     end-call.
*>
 0900-load-disputes.
*>
     move zero			to dspCount.
     open input disputefile.
     read disputefile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if dspCount < 1000
            add 1		to dspCount
            unstring disputerec delimited by ","
                     into dspInvoice(dspCount),
                          dspCustomer(dspCount),
                          dspReason(dspCount),
                          dspAmount(dspCount),
                          dspOwner(dspCount),
                          dspOpened(dspCount),
                          dspStatus(dspCount),
                          dspResolved(dspCount),
                          dspReference(dspCount)
            end-unstring
         else
            display "disputes: more than 1000 disputes on file -- "
                    "stopping before any are lost"
            stop run giving 8
         end-if
         read disputefile
              at end move "y"	to eof
         end-read
     end-perform.
     close disputefile.
     move spaces		to eof.
*>
 0910-find-open-item.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>only the invoice's own rows are read, by the invoice key -- an
*>>>installment invoice has several, one per sequence
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to itemfound.
     open input aropenidx.
     if ao-status <> "00"
        display "disputes: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
     compute wantinvoiceno = function numval(arginvoice).
     move wantinvoiceno		to ao-invoiceno.
     move zero			to ao-seq.
     start aropenidx key is >= ao-key
           invalid key move "y"	to eof
     end-start.
     if not end-of-file
        read aropenidx next record
             at end move "y"	to eof
        end-read
     end-if.
     perform until end-of-file or ao-invoiceno <> wantinvoiceno
         move spaces		to ar-invoiceno ar-customer ar-invdate
                                   ar-currency rawtotal rawbalance
         unstring ao-rawrec delimited by ","
                  into ar-invoiceno, ar-customer, ar-invdate,
                       ar-currency, rawtotal, rawbalance
         end-unstring
         if function trim(ar-invoiceno) is numeric
            and function numval(ar-invoiceno) =
                function numval(arginvoice)
            and function test-numval(rawbalance) = 0
            compute openbalance = function numval(rawbalance)
            if openbalance > zero
               move "y"		to itemfound
               move ar-invoiceno	to founditem
               move ar-customer	to foundcustomer
               move openbalance	to foundbalance
            end-if
         end-if
         read aropenidx next record
              at end move "y"	to eof
         end-read
     end-perform.
     close aropenidx.
     move spaces		to eof.
*>
 0940-load-custmode.
*>
     open input odfconfigfile.
     read odfconfigfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move zero		to cfgeqpos
         inspect odfconfigrec tallying cfgeqpos
                 for characters before initial "="
         if cfgeqpos < length of odfconfigrec
            move spaces		to cfgname cfgvalue
            move odfconfigrec(1:cfgeqpos) to cfgname
            move odfconfigrec(cfgeqpos + 2:) to cfgvalue
            if function trim(cfgname) = "custmode"
               move function trim(cfgvalue) to custmodeval
            end-if
         end-if
         read odfconfigfile
              at end move "y"	to eof
         end-read
     end-perform.
     close odfconfigfile.
     move spaces		to eof.
*>
 0950-rewrite-disputes.
*>
     open output disputefile.
     perform varying dspInd from 1 by 1
             until dspInd > dspCount
         if dspInvoice(dspInd) <> spaces
            move spaces		to disputerec
            string function trim(dspInvoice(dspInd)), ",",
                   function trim(dspCustomer(dspInd)), ",",
                   function trim(dspReason(dspInd)), ",",
                   function trim(dspAmount(dspInd)), ",",
                   function trim(dspOwner(dspInd)), ",",
                   dspOpened(dspInd), ",",
                   dspStatus(dspInd), ",",
                   function trim(dspResolved(dspInd)), ",",
                   function trim(dspReference(dspInd))
                   into disputerec
            end-string
            write disputerec
         end-if
     end-perform.
     close disputefile.
