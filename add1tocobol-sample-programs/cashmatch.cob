       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Unapplied cash workbench -- rejrepair, for receipts.
*>            cashapply queues every receipt it could not apply (no
*>            invoice number, a wrong one, a lump-sum check for a
*>            handful of invoices) on cashunapplied.csv as its
*>            payment row (pay date, customer, invoice, amount,
*>            currency).  This walks that queue and, for each
*>            receipt, lists the customer's open items from
*>            database/aropen.dat in the receipt's currency, oldest
*>            due first, and suggests matches: one item for the
*>            exact amount, the oldest items in a run, or any other
*>            combination of the oldest twelve that adds up to it.
*>
*>            The operator takes a suggestion or splits the receipt
*>            item by item.  Writing the split appends one payment
*>            row per item, dated as the receipt was, to
*>            database/payments.csv -- where remitintake and
*>            achautopay stage theirs -- so the next cashapply run
*>            applies it the ordinary way; whatever is left of the
*>            receipt stays on the queue as a smaller receipt.
*>            Every split, remainder and dismissal is recorded
*>            through the shared auditlog, and the queue is rewritten
*>            at the end of the session without the receipts that
*>            were finished.
*>
*>            Commands at the prompt: <item#> to apply to an item,
*>            a to accept a suggestion, r to reset the split, c to
*>            look under another customer name, w to write the split,
*>            s to dismiss the receipt as handled elsewhere (a
*>            refund, a deposit keyed against its order), q to quit
*>            leaving the rest on the queue for later.
*>*********************************************************************
identification division.
program-id. cashmatch.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional unapfile	assign to "cashunapplied.csv"
                        organization is line sequential.
select aropenidx	assign to "database/aropen.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is ao-key
                        alternate record key is ao-customer
                            with duplicates
                        file status is ao-status.
select optional paymentfile	assign to "database/payments.csv"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd unapfile.
*>
01 unaprec		pic x(100).
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
fd paymentfile.
*>
01 paymentrec		pic x(100).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the unapplied queue, loaded whole and rewritten at the end
*>>>without the receipts this session finished
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  unCount			unsigned-int value zero.
 01  unList.
     05  unEntry	occurs 500 times
                        indexed by unInd.
         10  unDate		pic x(10) value spaces.
         10  unCustomer	pic x(28) value spaces.
         10  unInvoice		pic x(10) value spaces.
         10  unAmount		pic s9(8)v99 value zero.
         10  unCurrency	pic x(5) value spaces.
         10  unRemaining	pic s9(8)v99 value zero.
         10  unDisposed	pic x value spaces.
         10  unRaw		pic x(100) value spaces.
 01  unoverflow			pic x value spaces.
     88  queue-overflowed	      value "y".
 01  rawdate			pic x(10) value spaces.
 01  rawcustomer		pic x(28) value spaces.
 01  rawinvoice		pic x(10) value spaces.
 01  rawamount			pic x(12) value spaces.
 01  rawcurrency		pic x(5) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>open items read so far this session, off the customer key, with
*>>>what this session has already split onto each so two receipts
*>>>cannot both claim the same balance
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  arCount			unsigned-int value zero.
 01  arList.
     05  arEntry	occurs 2000 times
                        indexed by arInd.
         10  arInvoiceno	pic x(10) value spaces.
         10  arCustomer	pic x(28) value spaces.
         10  arInvdate		pic x(10) value spaces.
         10  arCurrency	pic x(3) value spaces.
         10  arBalance		pic s9(8)v99 value zero.
         10  arDuedate		pic x(10) value spaces.
         10  arSeq		pic x(4) value spaces.
         10  arTaken		pic s9(8)v99 value zero.
 01  arHit			unsigned-int value zero.
 01  lookprefix		pic x(28) value spaces.
 01  looklen			unsigned-int value zero.
 01  lookletter		pic x value spaces.
 01  rawar-invoiceno		pic x(10) value spaces.
 01  rawar-customer		pic x(28) value spaces.
 01  rawar-invdate		pic x(10) value spaces.
 01  rawar-currency		pic x(5) value spaces.
 01  rawar-total		pic x(12) value spaces.
 01  rawar-balance		pic x(12) value spaces.
 01  rawar-duedate		pic x(10) value spaces.
 01  rawar-terms		pic x(8) value spaces.
 01  rawar-seq			pic x(4) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the receipt on the bench: the items shown for it, oldest due
*>>>first, and the split being built against them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  lookname			pic x(28) value spaces.
 01  lookcurrency		pic x(3) value spaces.
 01  itemcurrency		pic x(3) value spaces.
 01  shCount			unsigned-int value zero.
 01  shList.
     05  shEntry	occurs 50 times
                        indexed by shInd shInd2.
         10  shAr		unsigned-int value zero.
         10  shAvail		pic s9(8)v99 value zero.
         10  shAlloc		pic s9(8)v99 value zero.
 01  shSwap			pic x(40) value spaces.
 01  allocated			pic s9(8)v99 value zero.
 01  leftover			pic s9(8)v99 value zero.
 01  thisalloc			pic s9(8)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>suggested matches: a "y" per shown item in the combination
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  sgCount			unsigned-int value zero.
 01  sgList.
     05  sgEntry	occurs 3 times
                        indexed by sgInd.
         10  sgPick		pic x(50) value spaces.
         10  sgHow		pic x(30) value spaces.
 01  sgWork			pic x(50) value spaces.
 01  sgText			pic x(30) value spaces.
 01  sgItems			pic x(80) value spaces.
 01  sgDup			pic x value spaces.
 01  subsetlimit		unsigned-int value zero.
 01  subsetmax			unsigned-int value zero.
 01  subsetmask		unsigned-int value zero.
 01  subsetwork		unsigned-int value zero.
 01  subsetbit			unsigned-int value zero.
 01  subsetsum			pic s9(9)v99 value zero.
 01  runsum			pic s9(9)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>operator dialogue, the rejrepair way
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  answer			pic x(70) value spaces.
 01  pick			unsigned-int value zero.
 01  blankcount		pic 9 value zero.
 01  editdone			pic x value spaces.
     88  receipt-disposed	      value "y".
 01  quitflag			pic x value spaces.
     88  operator-quit	      value "y".
*>
 01  matchedcount		unsigned-int value zero.
 01  dismissedcount		unsigned-int value zero.
 01  rowswritten		unsigned-int value zero.
 01  showamt			pic -zzz,zz9.99 value zero.
 01  showavail			pic -zzz,zz9.99 value zero.
 01  showalloc			pic -zzz,zz9.99 value zero.
 01  showcsvamt		pic -(6)9.99 value zero.
 01  showpick			pic z9 value zero.
 01  showcount			pic zzz9 value zero.
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     perform 0050-load-queue.
     if queue-overflowed
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a queue bigger than the table is a cash application problem,
*>>>not a matching one; stop before anything is staged or
*>>>rewritten so no receipt can be lost
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
        display "cashmatch: more than 500 receipts on "
                "cashunapplied.csv -- nothing was changed"
        move 8			to return-code
        goback
     end-if.
     if unCount = zero
        display "cashmatch: no unapplied receipts on "
                "cashunapplied.csv"
        goback
     end-if.

     open input aropenidx.
     if ao-status <> "00"
        display "cashmatch: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
     open extend paymentfile.
     perform varying unInd from 1 by 1
             until unInd > unCount or operator-quit
         perform 0100-work-one-receipt
     end-perform.
     close paymentfile.
     close aropenidx.

     perform 0600-rewrite-queue.

     move matchedcount		to showcount.
     display "cashmatch: " showcount " receipt(s) matched, "
             rowswritten " payment row(s) staged to "
             "database/payments.csv, " dismissedcount " dismissed".
     display "cashmatch: the next cashapply run applies them".

     goback.
*>
 0100-work-one-receipt.
*>
     move spaces		to editdone.
     move unCustomer(unInd)	to lookname.
     move unCurrency(unInd)	to lookcurrency.
     if lookcurrency = spaces
        move "USD"		to lookcurrency
     end-if.
     perform 0150-gather-items.
     perform 0250-show-receipt.
     perform until receipt-disposed or operator-quit
         display "item# to apply, a=accept suggestion, r=reset, "
                 "c=customer, w=write, s=skip, q=quit: "
                 with no advancing
         move spaces		to answer
         accept answer
         if answer = spaces
            add 1		to blankcount
         else
            move zero		to blankcount
         end-if
         evaluate true
             when blankcount > 2
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>three empty answers in a row means the console went away
*>>>(redirected input ran dry); stop instead of prompting forever
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
                  display "cashmatch: no more input -- stopping"
                  set operator-quit	to true
             when answer = spaces
                  continue
             when function trim(answer) = "q"
                  set operator-quit	to true
             when function trim(answer) = "s"
                  perform 0450-dismiss-receipt
             when function trim(answer) = "w"
                  perform 0400-write-split
             when function trim(answer) = "r"
                  perform 0160-reset-split
                  perform 0250-show-receipt
             when function trim(answer) = "a"
                  perform 0320-accept-suggestion
             when function trim(answer) = "c"
                  display "customer name (or its first letters): "
                          with no advancing
                  move spaces	to answer
                  accept answer
                  if answer <> spaces
                     move answer	to lookname
                     perform 0150-gather-items
                     perform 0250-show-receipt
                  end-if
             when function trim(answer) is numeric
                  move function numval(answer) to pick
                  perform 0300-apply-to-item
             when other
                  display "eh?"
         end-evaluate
     end-perform.
*>
 0150-gather-items.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the named customer's items in the receipt's currency with
*>>>anything left to pay; a name typed at the "c" prompt matches
*>>>on its leading letters, in any case.  Only the customer names
*>>>under the prefix's first letter are read, off the customer key
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to shCount.
     move function trim(lookname) to lookprefix.
     if lookprefix <> spaces
        compute looklen = function length(function trim(lookprefix))
        move function upper-case(lookprefix(1:1)) to lookletter
        move spaces		to ao-customer
        move lookletter		to ao-customer(1:1)
        start aropenidx key is >= ao-customer
              invalid key move "y"	to eof
        end-start
        perform until end-of-file
            read aropenidx next record
                 at end move "y"	to eof
                 not at end
                     if ao-customer(1:1) <> lookletter
                        move "y"	to eof
                     else if function upper-case(ao-customer(1:looklen))
                             = function upper-case(lookprefix(1:looklen))
                        perform 0155-take-item
                     end-if
                     end-if
            end-read
        end-perform
        move spaces		to eof
     end-if.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>oldest due first, the order a customer's check usually pays in
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform varying shInd from 1 by 1
             until shInd >= shCount
         perform varying shInd2 from shInd by 1
                 until shInd2 > shCount
             if arDuedate(shAr(shInd2)) < arDuedate(shAr(shInd))
                move shEntry(shInd)	to shSwap
                move shEntry(shInd2)	to shEntry(shInd)
                move shSwap		to shEntry(shInd2)
             end-if
         end-perform
     end-perform.
     move zero			to allocated.
     perform 0200-suggest-matches.
*>
 0155-take-item.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an item already read this session keeps what has been split
*>>>onto it; its balance is refreshed from the file
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to rawar-invoiceno rawar-customer
                                   rawar-invdate rawar-currency
                                   rawar-total rawar-balance
                                   rawar-duedate rawar-terms
                                   rawar-seq.
     unstring ao-rawrec delimited by ","
              into rawar-invoiceno, rawar-customer,
                   rawar-invdate, rawar-currency, rawar-total,
                   rawar-balance, rawar-duedate, rawar-terms,
                   rawar-seq
     end-unstring.
     move zero			to arHit.
     if function test-numval(rawar-balance) = 0
        perform varying arInd from 1 by 1
                until arInd > arCount
            if arInvoiceno(arInd) = rawar-invoiceno
               and arSeq(arInd) = rawar-seq
               move arInd	to arHit
            end-if
        end-perform
        if arHit = zero and arCount < 2000
           add 1		to arCount
           move arCount		to arHit
           move rawar-invoiceno	to arInvoiceno(arHit)
           move rawar-seq	to arSeq(arHit)
           move zero		to arTaken(arHit)
        end-if
     end-if.
     if arHit <> zero
        set arInd		to arHit
        move rawar-customer	to arCustomer(arInd)
        move rawar-invdate	to arInvdate(arInd)
        move rawar-currency	to arCurrency(arInd)
        compute arBalance(arInd) = function numval(rawar-balance)
        move rawar-duedate	to arDuedate(arInd)
        move arCurrency(arInd)	to itemcurrency
        if itemcurrency = spaces
           move "USD"		to itemcurrency
        end-if
        if itemcurrency = lookcurrency
           and arBalance(arInd) - arTaken(arInd) > zero
           and shCount < 50
           add 1		to shCount
           move arInd		to shAr(shCount)
           compute shAvail(shCount) =
                   arBalance(arInd) - arTaken(arInd)
           move zero		to shAlloc(shCount)
        end-if
     end-if.
*>
 0160-reset-split.
*>
     perform varying shInd from 1 by 1
             until shInd > shCount
         move zero		to shAlloc(shInd)
     end-perform.
     move zero			to allocated.
*>
 0200-suggest-matches.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>up to three suggestions for the whole receipt: one item for the
*>>>exact amount, the oldest items in a run, then any other
*>>>combination of the oldest twelve that adds up to it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to sgCount.
     perform varying shInd from 1 by 1
             until shInd > shCount or sgCount >= 3
         if shAvail(shInd) = unRemaining(unInd)
            move spaces		to sgWork
            move "y"		to sgWork(shInd:1)
            move "one item for the amount" to sgText
            perform 0210-add-suggestion
         end-if
     end-perform.

     move zero			to runsum.
     perform varying shInd from 1 by 1
             until shInd > shCount or runsum >= unRemaining(unInd)
         add shAvail(shInd)	to runsum
         if runsum = unRemaining(unInd) and shInd > 1
            move spaces		to sgWork
            move all "y"	to sgWork(1:shInd)
            move "oldest items in a run" to sgText
            perform 0210-add-suggestion
         end-if
     end-perform.

     move shCount		to subsetlimit.
     if subsetlimit > 12
        move 12			to subsetlimit
     end-if.
     compute subsetmax = 2 ** subsetlimit - 1.
     perform varying subsetmask from 1 by 1
             until subsetmask > subsetmax or sgCount >= 3
         move subsetmask	to subsetwork
         move zero		to subsetsum
         move spaces		to sgWork
         perform varying shInd from 1 by 1
                 until shInd > subsetlimit
             divide subsetwork by 2 giving subsetwork
                    remainder subsetbit
             end-divide
             if subsetbit = 1
                add shAvail(shInd)	to subsetsum
                move "y"	to sgWork(shInd:1)
             end-if
         end-perform
         if subsetsum = unRemaining(unInd)
            move "a combination of items" to sgText
            perform 0210-add-suggestion
         end-if
     end-perform.
*>
 0210-add-suggestion.
*>
     move spaces		to sgDup.
     perform varying sgInd from 1 by 1
             until sgInd > sgCount
         if sgPick(sgInd) = sgWork
            move "y"		to sgDup
         end-if
     end-perform.
     if sgDup = spaces and sgCount < 3
        add 1			to sgCount
        move sgWork		to sgPick(sgCount)
        move sgText		to sgHow(sgCount)
     end-if.
*>
 0250-show-receipt.
*>
     move unRemaining(unInd)	to showamt.
     display " ".
     display "receipt " unDate(unInd) "  "
             function trim(unCustomer(unInd)) "  "
             showamt " " function trim(unCurrency(unInd)).
     if unInvoice(unInd) <> spaces
        display "  keyed against invoice '"
                function trim(unInvoice(unInd)) "'"
     end-if.
     if shCount = zero
        display "  no open items for '" function trim(lookname)
                "' in " lookcurrency " -- c to look under another name"
     end-if.
     perform varying shInd from 1 by 1
             until shInd > shCount
         move shInd		to showpick
         move shAvail(shInd)	to showavail
         move shAlloc(shInd)	to showalloc
         if shAlloc(shInd) = zero
            display "  " showpick ": inv "
                    arInvoiceno(shAr(shInd)) " "
                    arInvdate(shAr(shInd)) " due "
                    arDuedate(shAr(shInd)) " open " showavail
                    "  " function trim(arCustomer(shAr(shInd)))
         else
            display "  " showpick ": inv "
                    arInvoiceno(shAr(shInd)) " "
                    arInvdate(shAr(shInd)) " due "
                    arDuedate(shAr(shInd)) " open " showavail
                    "  applying " showalloc
         end-if
     end-perform.
     perform varying sgInd from 1 by 1
             until sgInd > sgCount
         move sgInd		to showpick
         move spaces		to sgItems
         perform varying shInd from 1 by 1
                 until shInd > shCount
             if sgPick(sgInd)(shInd:1) = "y"
                move shInd	to showcount
                move sgItems	to sgWork
                string function trim(sgWork), " ",
                       function trim(showcount)
                       delimited by size into sgItems
                end-string
             end-if
         end-perform
         display "  suggestion " showpick ": items "
                 function trim(sgItems) " -- "
                 function trim(sgHow(sgInd))
     end-perform.
     compute leftover = unRemaining(unInd) - allocated.
     move leftover		to showamt.
     display "  left to apply " showamt.
*>
 0300-apply-to-item.
*>
     if pick < 1 or pick > shCount
        display "no such item"
     else
        compute leftover = unRemaining(unInd) - allocated
                         + shAlloc(pick)
        move shAvail(pick)	to thisalloc
        if thisalloc > leftover
           move leftover	to thisalloc
        end-if
        move thisalloc		to showalloc
        display "amount to apply [" function trim(showalloc) "]: "
                with no advancing
        move spaces		to answer
        accept answer
        if answer <> spaces
           if function test-numval(answer) <> 0
              display "not an amount"
              move -1		to thisalloc
           else
              compute thisalloc = function numval(answer)
           end-if
        end-if
        evaluate true
            when thisalloc < zero
                 continue
            when thisalloc > shAvail(pick)
                 display "more than the item's open balance"
            when thisalloc > leftover
                 display "more than is left of the receipt"
            when other
                 subtract shAlloc(pick)	from allocated
                 move thisalloc	to shAlloc(pick)
                 add thisalloc	to allocated
                 perform 0250-show-receipt
        end-evaluate
     end-if.
*>
 0320-accept-suggestion.
*>
     if sgCount = zero
        display "no suggestions for this receipt"
     else
        move 1			to pick
        if sgCount > 1
           display "suggestion#: " with no advancing
           move spaces		to answer
           accept answer
           if function trim(answer) is numeric
              move function numval(answer) to pick
           else
              move zero		to pick
           end-if
        end-if
        if pick < 1 or pick > sgCount
           display "no such suggestion"
        else
           perform 0160-reset-split
           perform varying shInd from 1 by 1
                   until shInd > shCount
               if sgPick(pick)(shInd:1) = "y"
                  move shAvail(shInd)	to shAlloc(shInd)
                  add shAvail(shInd)	to allocated
               end-if
           end-perform
           perform 0250-show-receipt
        end-if
     end-if.
*>
 0400-write-split.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one payment row per item, dated as the receipt was so the
*>>>discount window and the payment lag read true; each is audited
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if allocated = zero
        display "nothing applied yet"
     else
        perform varying shInd from 1 by 1
                until shInd > shCount
            if shAlloc(shInd) > zero
               perform 0410-stage-payment-row
            end-if
        end-perform
        subtract allocated	from unRemaining(unInd)
        add 1			to matchedcount
        if unRemaining(unInd) = zero
           move "m"		to unDisposed(unInd)
        else
           move unRemaining(unInd)	to showcsvamt
           move "cashmatch"	to audit-program
           move "UNAPPLIED-REMAINDER"	to audit-reason
           move unDate(unInd)	to audit-key
           move spaces		to audit-data
           string function trim(unCustomer(unInd)), " ",
                  function trim(showcsvamt),
                  " left unapplied after the split"
                  delimited by size into audit-data
           end-string
           call "auditlog" using audit-program, audit-reason,
                                 audit-key, audit-data
           end-call
           display "the rest, " function trim(showcsvamt)
                   ", stays on the queue"
        end-if
        move "y"		to editdone
     end-if.
*>
 0410-stage-payment-row.
*>
     move shAr(shInd)		to arInd.
     add shAlloc(shInd)		to arTaken(arInd).
     move shAlloc(shInd)	to showcsvamt.
     move spaces		to paymentrec.
     string function trim(unDate(unInd)), ",",
            function trim(arCustomer(arInd)), ",",
            function trim(arInvoiceno(arInd)), ",",
            function trim(showcsvamt), ",",
            function trim(unCurrency(unInd))
            delimited by size into paymentrec
     end-string.
     write paymentrec.
     add 1			to rowswritten.

     move unRemaining(unInd)	to showamt.
     move "cashmatch"		to audit-program.
     move "UNAPPLIED-MATCHED"	to audit-reason.
     move arInvoiceno(arInd)	to audit-key.
     move spaces		to audit-data.
     string "receipt ", function trim(unDate(unInd)), " ",
            function trim(unCustomer(unInd)), " ",
            function trim(showamt), " keyed '",
            function trim(unInvoice(unInd)), "': ",
            function trim(showcsvamt), " to inv ",
            function trim(arInvoiceno(arInd)), " ",
            function trim(arCustomer(arInd))
            delimited by size into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.
*>
 0450-dismiss-receipt.
*>
     display "reason (refund, deposit, ...): " with no advancing.
     move spaces		to answer.
     accept answer.
     move "d"			to unDisposed(unInd).
     move "y"			to editdone.
     add 1			to dismissedcount.
     move unRemaining(unInd)	to showcsvamt.
     move "cashmatch"		to audit-program.
     move "UNAPPLIED-DISMISSED"	to audit-reason.
     move unDate(unInd)		to audit-key.
     move spaces		to audit-data.
     string function trim(unCustomer(unInd)), " ",
            function trim(showcsvamt), " keyed '",
            function trim(unInvoice(unInd)), "' -- ",
            function trim(answer)
            delimited by size into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.
*>
 0050-load-queue.
*>
     move zero			to unCount.
     open input unapfile.
     read unapfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawdate rawcustomer rawinvoice
                                   rawamount rawcurrency
         unstring unaprec delimited by ","
                  into rawdate, rawcustomer, rawinvoice, rawamount,
                       rawcurrency
         end-unstring
         if function test-numval(rawamount) <> 0
            display "cashmatch: unreadable queue row kept as is: "
                    function trim(unaprec)
         end-if
         if unCount < 500
            add 1		to unCount
            move rawdate	to unDate(unCount)
            move rawcustomer	to unCustomer(unCount)
            move rawinvoice	to unInvoice(unCount)
            move rawcurrency	to unCurrency(unCount)
            if function test-numval(rawamount) = 0
               compute unAmount(unCount) = function numval(rawamount)
               move unAmount(unCount)	to unRemaining(unCount)
               move spaces	to unDisposed(unCount)
            else
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an unreadable row is not worked but must survive the rewrite
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
               move "x"		to unDisposed(unCount)
               move unaprec	to unRaw(unCount)
            end-if
         else
            move "y"		to unoverflow
            move "y"		to eof
         end-if
         read unapfile
              at end move "y"	to eof
         end-read
     end-perform.
     close unapfile.
     move spaces		to eof.
*>
 0600-rewrite-queue.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>put back only what is still unapplied -- a receipt split in
*>>>part goes back for what is left of it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open output unapfile.
     perform varying unInd from 1 by 1
             until unInd > unCount
         evaluate unDisposed(unInd)
             when spaces
                  move unRemaining(unInd)	to showcsvamt
                  move spaces	to unaprec
                  string function trim(unDate(unInd)), ",",
                         function trim(unCustomer(unInd)), ",",
                         function trim(unInvoice(unInd)), ",",
                         function trim(showcsvamt), ",",
                         function trim(unCurrency(unInd))
                         delimited by size into unaprec
                  end-string
                  write unaprec
             when "x"
                  move unRaw(unInd)	to unaprec
                  write unaprec
         end-evaluate
     end-perform.
     close unapfile.
