*>            to be drafted automatically (the MAINT contract
*>            accounts contractgen bills monthly).  Enrollment lives
*>            in database/autopay.csv (customer code, customer name
*>            as billed on database/aropen.dat, bank routing number,
*>            account number, account type C|S, and a hold flag
*>            S|X that returnedpay sets); this program
*>            selects each enrolled customer's open items due on or
*>            before the settlement date, writes a NACHA-style ACH
*>            debit file (achdebit.txt: 1 file header, 5 batch
*>
*>            usage: achautopay <settlement-date yyyymmdd>
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - an item under open dispute on database/disputes.csv
*>              (disputes) is drafted only for its undisputed
*>              balance, and not at all when disputed in full --
*>              the pre-notification lists what was held back
*>15-Oct-2026 - a sixth autopay.csv column suspends an enrollment
*>              after a returned draft or check (returnedpay): S
*>              sits out this run and is cleared when it ends, X
*>              stays until the bank details are corrected by hand
*>15-Oct-2026 - the open items are read from the indexed
*>              database/aropen.dat (aropenconv), each enrolled
*>              customer's items by the customer key, instead of
*>              reading all of database/aropen.csv
*>*********************************************************************
identification division.
program-id. achautopay.
environment division.
*>
select optional autopayfile	assign to "database/autopay.csv"
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
select optional disputefile	assign to "database/disputes.csv"
                        organization is line sequential.
select achfile		assign to "achdebit.txt"
                        organization is line sequential.
select prenotefile	assign to "achprenote.txt"
*>
01 autopayrec		pic x(120).
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
fd disputefile.
*>
01 disputerec		pic x(160).
*>
fd achfile.
*>
01 achrec		pic x(94).
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
 01  cmdarg			pic x(20) value spaces.
 01  settledate			pic 9(8) value zero.
 01  settledate-r redefines settledate.
         10  apRouting		pic x(9) value spaces.
         10  apAccount		pic x(17) value spaces.
         10  apAcctype		pic x value spaces.
         10  apHold		pic x value spaces.
             88  autopay-suspended	      value "S" "X".
 01  apMatchInd		unsigned-int value zero.
 01  apScanInd		unsigned-int value zero.
 01  suspendedcount		unsigned-int value zero.
 01  suspendedtotal		pic s9(10)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>enrollment file as it stands, for lifting the one-run holds
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  aprCount			unsigned-int value zero.
 01  aprList.
     05  aprLine	occurs 200 times
                        indexed by aprInd
                        pic x(120) value spaces.
 01  apr-code			pic x(8) value spaces.
 01  apr-name			pic x(28) value spaces.
 01  apr-routing		pic x(9) value spaces.
 01  apr-account		pic x(17) value spaces.
 01  apr-acctype		pic x value spaces.
 01  apr-hold			pic x value spaces.
 01  aprchanged		pic x value spaces.
     88  hold-was-lifted	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the aropen.csv columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  duedatenum		pic 9(8) value zero.
 01  duedays			pic s9(9) value zero.
 01  openbalance		pic s9(8)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>open disputes -- the disputed part of an item is never drafted
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  dspCount			unsigned-int value zero.
 01  dspList.
     05  dspEntry	occurs 1000 times
                        indexed by dspInd.
         10  dspInvoice	pic x(6) value spaces.
         10  dspAmount		pic s9(8)v99 value zero.
 01  rawdspinvoice		pic x(10) value spaces.
 01  rawdspamount		pic x(12) value spaces.
 01  dsp-customer		pic x(28) value spaces.
 01  dsp-reason		pic x(8) value spaces.
 01  dsp-owner			pic x(10) value spaces.
 01  dsp-opened		pic x(10) value spaces.
 01  dsp-status		pic x value spaces.
 01  dspinvoicework		pic 9(6) value zero.
 01  dspinvoicekey		pic x(6) value spaces.
 01  disputedamount		pic s9(8)v99 value zero.
 01  heldcount			unsigned-int value zero.
 01  heldtotal			pic s9(10)v99 value zero.
*>
 01  draftcount		unsigned-int value zero.
 01  drafttotal		pic s9(10)v99 value zero.
                "-- nothing to draft"
        goback
     end-if.
     perform 0910-load-disputes.

     open output achfile.
     open output prenotefile.
     move all "-"		to prenoterec.
     write prenoterec.

     open input aropenidx.
     if ao-status <> "00"
        display "achautopay: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
     perform varying apScanInd from 1 by 1
             until apScanInd > apCount
         perform 0050-scan-customer-items
     end-perform.
     close aropenidx.
     move spaces		to eof.

     perform 0300-put-file-control.
            into prenoterec
     end-string.
     write prenoterec.
     if heldcount > zero
        move heldcount		to showcount
        move heldtotal		to showamt
        move spaces		to prenoterec
        string showcount, " item(s) due held back ", showamt,
               " in open disputes"
               into prenoterec
        end-string
        write prenoterec
     end-if.
     if suspendedcount > zero
        move suspendedcount	to showcount
        move suspendedtotal	to showamt
        move spaces		to prenoterec
        string showcount, " item(s) due held back ", showamt,
               " for suspended enrollments"
               into prenoterec
        end-string
        write prenoterec
     end-if.
     close prenotefile.
     close paymentfile.

     display "achautopay: " draftcount " item(s) drafted -- "
             "achdebit.txt written, payments staged for "
             settledateiso.
     perform 0920-lift-one-run-holds.

     if draftcount > 0
        call "SYSTEM" using sendcmd
     end-if.

     goback.
*>
 0050-scan-customer-items.
*>
*>   an enrollment listed twice under one name is drafted once, under
*>   the last entry, as 0150-find-enrollment matches it
     move apName(apScanInd)	to ar-customer.
     perform 0150-find-enrollment.
     if apMatchInd = apScanInd
        move spaces		to eof
        move function trim(apName(apScanInd)) to ao-customer
        start aropenidx key is = ao-customer
              invalid key move "y"	to eof
        end-start
        if not end-of-file
           read aropenidx next record
                at end move "y"	to eof
           end-read
        end-if
        perform until end-of-file
            or ao-customer <> function trim(apName(apScanInd))
            perform 0100-check-open-item
            read aropenidx next record
                 at end move "y"	to eof
            end-read
        end-perform
     end-if.
*>
 0100-check-open-item.
*>
     move spaces		to ar-invoiceno ar-customer ar-invdate
                                   ar-currency rawtotal rawbalance
                                   ar-duedate.
     unstring ao-rawrec delimited by ","
              into ar-invoiceno, ar-customer, ar-invdate,
                   ar-currency, rawtotal, rawbalance, ar-duedate
     end-unstring.
        compute openbalance = function numval(rawbalance)
        if openbalance > zero
           perform 0150-find-enrollment
           if apMatchInd <> zero and ar-duedate <> spaces
              and autopay-suspended(apMatchInd)
              perform 0180-hold-suspended
              move zero		to apMatchInd
           end-if
           if apMatchInd <> zero and ar-duedate <> spaces
              if function trim(ar-duedate(1:4)) is numeric
                 and function trim(ar-duedate(6:2)) is numeric
                 compute duedays =
                         function integer-of-date(duedatenum)
                 if duedays <= settledays
                    perform 0170-find-dispute
                    if disputedamount > zero
                       add 1	to heldcount
                       add disputedamount to heldtotal
                    end-if
                    if openbalance > zero
                       perform 0160-draft-one-item
                    end-if
                 end-if
              end-if
           end-if
            into prenoterec
     end-string.
     write prenoterec.
*>
 0170-find-dispute.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>drafting a customer for the amount they dispute is the fastest
*>>>way to lose them: only the undisputed balance is drafted
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to disputedamount.
     if function trim(ar-invoiceno) is numeric
        compute dspinvoicework = function numval(ar-invoiceno)
        move dspinvoicework	to dspinvoicekey
        perform varying dspInd from 1 by 1
                until dspInd > dspCount
            if dspInvoice(dspInd) = dspinvoicekey
               add dspAmount(dspInd)	to disputedamount
            end-if
        end-perform
     end-if.
     if disputedamount > openbalance
        move openbalance	to disputedamount
     end-if.
     subtract disputedamount	from openbalance.
*>
 0180-hold-suspended.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a payment of theirs came back: nothing is drafted for them this
*>>>run, the items due are listed instead
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if function trim(ar-duedate(1:4)) is numeric
        and function trim(ar-duedate(6:2)) is numeric
        and function trim(ar-duedate(9:2)) is numeric
        compute duedatenum =
                function numval(ar-duedate(1:4)) * 10000
              + function numval(ar-duedate(6:2)) * 100
              + function numval(ar-duedate(9:2))
        compute duedays = function integer-of-date(duedatenum)
        if duedays <= settledays
           add 1		to suspendedcount
           add openbalance	to suspendedtotal
           move openbalance	to showamt
           move spaces		to prenoterec
           string apCode(apMatchInd), " ", ar-customer, " inv ",
                  ar-invoiceno, " due ", ar-duedate, " ", showamt,
                  " HELD -- enrollment suspended (",
                  apHold(apMatchInd), ")"
                  into prenoterec
           end-string
           write prenoterec
        end-if
     end-if.
*>
 0200-put-file-header.
*>
                          apName(apCount),
                          apRouting(apCount),
                          apAccount(apCount),
                          apAcctype(apCount),
                          apHold(apCount)
            end-unstring
            if function trim(apRouting(apCount)) is not numeric
               display "achautopay: enrollment with a bad routing "
     end-perform.
     close autopayfile.
     move spaces		to eof.
*>
 0910-load-disputes.
*>
     move zero			to dspCount.
     open input disputefile.
     read disputefile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawdspinvoice rawdspamount dsp-status
         unstring disputerec delimited by ","
                  into rawdspinvoice, dsp-customer, dsp-reason,
                       rawdspamount, dsp-owner, dsp-opened,
                       dsp-status
         end-unstring
         if dsp-status = "O" and dspCount < 1000
            and function trim(rawdspinvoice) is numeric
            and function test-numval(rawdspamount) = 0
            add 1		to dspCount
            compute dspinvoicework = function numval(rawdspinvoice)
            move dspinvoicework	to dspInvoice(dspCount)
            compute dspAmount(dspCount) = function numval(rawdspamount)
         end-if
         read disputefile
              at end move "y"	to eof
         end-read
     end-perform.
     close disputefile.
     move spaces		to eof.
*>
 0920-lift-one-run-holds.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an S hold has now sat out its run and is cleared; X holds and
*>>>every other row are written back exactly as they were
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to aprCount.
     move spaces		to aprchanged.
     open input autopayfile.
     read autopayfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if aprCount < 200
            add 1		to aprCount
            move autopayrec	to aprLine(aprCount)
            move spaces		to apr-hold
            unstring autopayrec delimited by ","
                     into apr-code, apr-name, apr-routing,
                          apr-account, apr-acctype, apr-hold
            end-unstring
            if apr-hold = "S"
               move "y"		to aprchanged
               move spaces	to aprLine(aprCount)
               string function trim(apr-code), ",",
                      function trim(apr-name), ",",
                      function trim(apr-routing), ",",
                      function trim(apr-account), ",",
                      apr-acctype
                      delimited by size into aprLine(aprCount)
               end-string
            end-if
         else
            move spaces		to aprchanged
            move "y"		to eof
         end-if
         if not end-of-file
            read autopayfile
                 at end move "y"	to eof
            end-read
         end-if
     end-perform.
     close autopayfile.
     move spaces		to eof.
     if hold-was-lifted
        open output autopayfile
        perform varying aprInd from 1 by 1
                until aprInd > aprCount
            move aprLine(aprInd)	to autopayrec
            write autopayrec
        end-perform
        close autopayfile
     end-if.
