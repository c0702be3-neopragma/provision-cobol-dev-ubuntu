*> Date:      02-Sep-2026
*> Purpose:   Bad-debt write-off processing.  When an account goes
*>            uncollectible the items used to be hand-edited out of
*>            the open-item file, which broke the balanceproof
*>            tie-outs; this program does it properly: the named
*>            customer's open items (all of them, or a comma-
*>            separated invoice list) are removed from aropen by
*>            key, read through the customer key of aropen.dat,
*>            the total posts debit 6200 Bad debt expense / credit
*>            1200 Accounts receivable to database/generalledger.csv
*>            glpost style, every item is recorded through the
*>            A write-off over the approval threshold (writeoff.cfg
*>            key "threshold", default 1000.00) is refused unless
*>            -approve carries the approval code from the same
*>            config ("approvalcode").  Whoever gives -approve must
*>            also hold the WOAPPR function on database/operators.csv
*>            (through the shared opauth); every audit row names the
*>            acting operator ("by <operator>") and an approved run
*>            adds a WRITEOFF-APPROVED row per item, so sodreport can
*>            find a write-off approved by the operator who entered it.
*>
*>            An invoice in the list may carry an amount
*>            (inv#:amount) to write off only that much of it -- a
*>            settled dispute; the item stays open for the rest.
*>
*>            usage: badwriteoff "<customer>"
*>                               <all|inv#[:amount][,inv#...]>
*>                               [-approve <code>]
*>                   badwriteoff -register       monthly register
*>            A leading -company=<cc> argument names the company the
*>            run posts for (default 01).
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - every posting is checked against accounting period
*>              control first (the shared periodctl over
*>              database/periods.csv): a run dated into a closed
*>              period is refused before anything is written, or
*>              its ledger lines move into the first open period
*>              when periodctl.cfg says closed=redirect
*>15-Oct-2026 - each ledger line posted is also added to its account
*>              and period on database/glbalances.csv through the
*>              shared glbalpost, the summary the ledger reports now
*>              read instead of rescanning the whole ledger
*>15-Oct-2026 - every ledger line carries its company code as a fifth
*>              column, from a leading -company=<cc> argument read
*>              through the shared glcompany (company 01 without
*>              one), and its balance row is kept per company
*>15-Oct-2026 - an invoice in the list may name an amount
*>              (inv#:amount) to write off part of its balance, the
*>              way disputes settles one; the open item is rewritten
*>              with the rest still owing, its other columns intact
*>15-Oct-2026 - the open items are read from the indexed
*>              database/aropen.dat (aropenconv) by the customer key,
*>              only the named customer's rows, instead of loading
*>              all of database/aropen.csv, and each item written off
*>              is deleted or rewritten in place by key
*>15-Oct-2026 - -approve is also an operator function: the acting
*>              operator must hold WOAPPR (opauth) to give it, the
*>              audit rows record "by <operator>", and each item of
*>              an approved run gets a WRITEOFF-APPROVED audit row
*>*********************************************************************
identification division.
program-id. badwriteoff.
*>
file-control.
*>
select aropenidx	assign to "database/aropen.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is ao-key
                        alternate record key is ao-customer
                            with duplicates
                        file status is ao-status.
select optional ledgerfile	assign to "database/generalledger.csv"
                        organization is line sequential.
select optional writeofffile	assign to "database/writeoffs.csv"
*>
file section.
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
fd ledgerfile.
*>
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
 01  aropenfailcount		unsigned-int value zero.
 01  argcustomer		pic x(28) value spaces.
 01  arginvoices		pic x(200) value spaces.
 01  argv			pic x(20) value spaces.
 01  approvalgiven		pic x(10) value spaces.
 01  registermode		pic x value spaces.
 01  threshold			pic 9(7)v99 value 1000.00.
 01  approvalcode		pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the requested invoice numbers, split from the second argument,
*>>>each with the part of its balance to write off when one is given
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  wantall			pic x value spaces.
     88  writeoff-everything	      value "y".
 01  wantCount		unsigned-int value zero.
 01  wantList.
     05  wantEntry	occurs 50 times.
         10  wantRaw		pic x(24) value spaces.
         10  wantInvoiceno	pic x(10) value spaces.
         10  wantAmount	pic s9(8)v99 value zero.
         10  wantPartial	pic x value spaces.
             88  want-is-partial	      value "y".
 01  wantInd			unsigned-int value zero.
 01  wantMatchInd		unsigned-int value zero.
 01  rawwantamount		pic x(12) value spaces.
 01  itemwanted		pic x value spaces.
     88  item-is-wanted	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the customer's open items loaded by the customer key, marked,
*>>>and deleted or rewritten by key
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  arCount			unsigned-int value zero.
 01  arList.
         10  arInvoiceno	pic x(10) value spaces.
         10  arBalance		pic s9(8)v99 value zero.
         10  arWritten		pic x value spaces.
         10  arWriteamt	pic s9(8)v99 value zero.
         10  arBalPos		unsigned-int value zero.
         10  arTailPos		unsigned-int value zero.
         10  arKey		pic x(14) value spaces.
 01  arPtr			unsigned-int value zero.
 01  ar-invdate		pic x(10) value spaces.
 01  ar-currency		pic x(5) value spaces.
 01  rawtotal			pic x(12) value spaces.
 01  writeoffcount		unsigned-int value zero.
 01  writeofftotal		pic s9(10)v99 value zero.
 01  todaydate			pic x(8) value spaces.
 01  ledgerdate		pic x(8) value spaces.
 01  todayiso			pic x(10) value spaces.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared opauth subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  op-function		pic x(8) value spaces.
 01  op-id			pic x(10) value spaces.
 01  op-status			pic 99 value zero.
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
     end-if.

     if argcustomer = spaces or arginvoices = spaces
        display "usage: badwriteoff <customer> "
                "<all|inv#[:amount][,inv#...]> [-approve <code>]"
        display "       badwriteoff -register"
        stop run giving 1
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the acting operator is named on every audit row; approving a
*>>>write-off takes the WOAPPR function as well as the code
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "WOAPPR"		to op-function.
     move spaces		to op-id.
     call "opauth" using op-function, op-id, op-status
     end-call.
     if approvalgiven <> spaces and op-status <> zero
        display "badwriteoff: operator '" function trim(op-id)
                "' is not authorized for WOAPPR -- -approve refused, "
                "nothing written off"
        stop run giving 8
     end-if.

     perform 0940-load-config.
     perform 0100-parse-invoice-list.
     perform 0900-load-open-items.
        stop run giving 8
     end-if.

     perform 0750-check-period.
     perform 0300-post-and-record.
     perform 0950-rewrite-open-items.

             showamt " written off for "
             function trim(argcustomer).

     if aropenfailcount > 0
        move 8			to return-code
     end-if.

     goback.
*>
 0100-parse-invoice-list.
        set writeoff-everything to true
     else
        unstring arginvoices delimited by ","
                 into wantRaw(1), wantRaw(2),
                      wantRaw(3), wantRaw(4),
                      wantRaw(5), wantRaw(6),
                      wantRaw(7), wantRaw(8),
                      wantRaw(9), wantRaw(10)
        end-unstring
        perform varying wantInd from 1 by 1
                until wantInd > 10
            if wantRaw(wantInd) <> spaces
               move wantInd	to wantCount
               move spaces	to rawwantamount
               unstring wantRaw(wantInd) delimited by ":"
                        into wantInvoiceno(wantInd), rawwantamount
               end-unstring
               if rawwantamount <> spaces
                  if function test-numval(rawwantamount) = 0
                     compute wantAmount(wantInd) =
                             function numval(rawwantamount)
                     move "y"	to wantPartial(wantInd)
                  else
                     display "badwriteoff: amount '"
                             function trim(rawwantamount)
                             "' on invoice "
                             function trim(wantInvoiceno(wantInd))
                             " is not a number"
                     stop run giving 1
                  end-if
               end-if
            end-if
        end-perform
     end-if.
            function trim(argcustomer)
            and arBalance(arInd) <> zero
            move spaces		to itemwanted
            move zero		to wantMatchInd
            if writeoff-everything
               move "y"	to itemwanted
            else
                      and function numval(wantInvoiceno(wantInd)) =
                          function numval(arInvoiceno(arInd))
                      move "y"	to itemwanted
                      move wantInd	to wantMatchInd
                   end-if
               end-perform
            end-if
            if item-is-wanted
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>"p" marks a partial write-off: the item stays on file with the
*>>>rest of its balance; an amount at or over the balance takes it
*>>>all, like a plain invoice number
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
               move arBalance(arInd)	to arWriteamt(arInd)
               move "y"		to arWritten(arInd)
               if wantMatchInd <> zero
                  if want-is-partial(wantMatchInd)
                     and wantAmount(wantMatchInd) > zero
                     and wantAmount(wantMatchInd) < arBalance(arInd)
                     move wantAmount(wantMatchInd)
                                   to arWriteamt(arInd)
                     move "p"	to arWritten(arInd)
                  end-if
               end-if
               add 1		to writeoffcount
               add arWriteamt(arInd) to writeofftotal
            end-if
         end-if
     end-perform.
     move "1200"		to postacct.
     perform 0700-put-ledger-entry.
     close ledgerfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.

     open extend writeofffile.
     perform varying arInd from 1 by 1
             until arInd > arCount
         if arWritten(arInd) = "y" or arWritten(arInd) = "p"
            move arWriteamt(arInd)	to showcsvamt
            move spaces		to writeoffrec
            string todayiso, ",",
                   function trim(arCustomer(arInd)), ",",
            move "BAD-DEBT-WRITEOFF"	to audit-reason
            move arInvoiceno(arInd)	to audit-key
            move spaces		to audit-data
            string "by ", function trim(op-id), ": ",
                   function trim(arCustomer(arInd)),
                   " written off ", showcsvamt
                   into audit-data
            end-string
            call "auditlog" using audit-program, audit-reason,
                                  audit-key, audit-data
            end-call
            if approvalgiven <> spaces
               move "WRITEOFF-APPROVED"	to audit-reason
               move spaces	to audit-data
               string "by ", function trim(op-id), ": ",
                      function trim(arCustomer(arInd)),
                      " write-off of ", showcsvamt, " approved"
                      into audit-data
               end-string
               call "auditlog" using audit-program, audit-reason,
                                     audit-key, audit-data
               end-call
            end-if
         end-if
     end-perform.
     close writeofffile.
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
        display "badwriteoff: period " todaydate(1:6) " is closed -- "
                "nothing written off"
        stop run giving 8
     end-if.
     if pc-status = 4
        display "badwriteoff: period " todaydate(1:6) " is closed -- "
                "posting into " pc-date(1:6) " instead"
     end-if.
     move pc-date		to ledgerdate.
*>
 0900-load-open-items.
*>
     move zero			to arCount.
     open input aropenidx.
     if ao-status <> "00"
        display "badwriteoff: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
     move function trim(argcustomer) to ao-customer.
     start aropenidx key is = ao-customer
           invalid key move "y"	to eof
     end-start.
     if not end-of-file
        read aropenidx next record
             at end move "y"	to eof
        end-read
     end-if.
     perform until end-of-file
         or ao-customer <> function trim(argcustomer)
         if arCount < 2000
            add 1		to arCount
            move spaces		to rawtotal rawbalance
            move ao-rawrec	to arRawline(arCount)
            move ao-key		to arKey(arCount)
            move 1		to arPtr
            unstring ao-rawrec delimited by ","
                     into arInvoiceno(arCount),
                          arCustomer(arCount),
                          ar-invdate, ar-currency,
                          rawtotal
                     with pointer arPtr
            end-unstring
            move arPtr		to arBalPos(arCount)
            unstring ao-rawrec delimited by ","
                     into rawbalance
                     with pointer arPtr
            end-unstring
            move arPtr		to arTailPos(arCount)
            move spaces		to arWritten(arCount)
            if function test-numval(rawbalance) = 0
               compute arBalance(arCount) =
               move zero	to arBalance(arCount)
            end-if
         else
            display "badwriteoff: more than 2000 open items for "
                    "the customer -- stopping before any are lost"
            stop run giving 8
         end-if
         read aropenidx next record
              at end move "y"	to eof
         end-read
     end-perform.
     close aropenidx.
     move spaces		to eof.
*>
 0950-rewrite-open-items.
*>
     open i-o aropenidx.
     if ao-status <> "00"
        display "badwriteoff: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
     perform varying arInd from 1 by 1
             until arInd > arCount
         move arKey(arInd)	to ao-key
         evaluate arWritten(arInd)
             when "y"
                  delete aropenidx record
                      invalid key
                         display "badwriteoff: open item "
                                 function trim(arInvoiceno(arInd))
                                 " could not be deleted from "
                                 "database/aropen.dat (status "
                                 ao-status ")"
                         add 1	to aropenfailcount
                  end-delete
             when "p"
                  perform 0955-put-partial-item
             when other
                  continue
         end-evaluate
     end-perform.
     close aropenidx.
*>
 0955-put-partial-item.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>only the balance column changes: the row is spliced around it,
*>>>so the due date, terms and anything after them come back as
*>>>they were
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     compute arBalance(arInd) = arBalance(arInd) - arWriteamt(arInd).
     move arBalance(arInd)	to showcsvamt.
     move spaces		to ao-rawrec.
     if arTailPos(arInd) > length of arRawline(arInd)
        string arRawline(arInd)(1:arBalPos(arInd) - 1),
               showcsvamt
               delimited by size into ao-rawrec
        end-string
     else
        string arRawline(arInd)(1:arBalPos(arInd) - 1),
               showcsvamt,
               arRawline(arInd)(arTailPos(arInd) - 1:)
               delimited by size into ao-rawrec
        end-string
     end-if.
     move function trim(arCustomer(arInd)) to ao-customer.
     rewrite ao-record
         invalid key
            display "badwriteoff: open item "
                    function trim(arInvoiceno(arInd))
                    " could not be rewritten on database/aropen.dat "
                    "(status " ao-status ")"
            add 1		to aropenfailcount
     end-rewrite.
*>
 0940-load-config.
*>
