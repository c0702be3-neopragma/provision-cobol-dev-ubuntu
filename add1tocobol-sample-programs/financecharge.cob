*> Date:      02-Sep-2026
*> Purpose:   Monthly finance charge assessment on past-due open
*>            items.  araging buckets the late payers; this run puts
*>            teeth in it: every open item on database/aropen.dat
*>            more than 30 days past its due date (the posted due
*>            date when one is on file, the invoice date otherwise)
*>            is charged one month of the annual percentage rate,
*>
*>            usage: financecharge [<annual-percent>]   (default 18)
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - the amount of an item under open dispute on
*>              database/disputes.csv (disputes) is not charged:
*>              only the undisputed rest of its balance is
*>              assessed, and an item disputed in full is passed
*>              over.  The register counts the items held back
*>15-Oct-2026 - the open items are read from the indexed
*>              database/aropen.dat (aropenconv) instead of
*>              database/aropen.csv, and each charge is written to it
*>              under its own invoice number key
*>15-Oct-2026 - a dispute is taken off its invoice's charge base only
*>              once: an installment invoice's rows share what is
*>              left of the disputed amount instead of each losing
*>              all of it, and the register counts the disputes
*>*********************************************************************
identification division.
program-id. financecharge.
environment division.
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
select optional exemptfile	assign to "database/fcexempt.csv"
                        organization is line sequential.
select optional disputefile	assign to "database/disputes.csv"
                        organization is line sequential.
select registerfile	assign to "fcassessment.txt"
                        organization is line sequential.
*>
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
fd exemptfile.
*>
01 exemptrec		pic x(40).
*>
fd disputefile.
*>
01 disputerec		pic x(160).
*>
fd registerfile.
*>
01 registerrec		pic x(132).
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
 01  aropenfailcount		unsigned-int value zero.
 01  cmdarg			pic x(20) value spaces.
 01  annualrate			pic 9(3)v99 value 18.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  chargeamount		pic 9(7)v99 value zero.
 01  fctotal			pic s9(10)v99 value zero.
 01  skipexemptcount		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>open disputes -- the disputed part of an item is not charged
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  dspCount			unsigned-int value zero.
 01  dspList.
     05  dspEntry	occurs 1000 times
                        indexed by dspInd.
         10  dspInvoice	pic x(6) value spaces.
         10  dspAmount		pic s9(8)v99 value zero.
         10  dspUsed		pic s9(8)v99 value zero.
         10  dspCounted	pic x value spaces.
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
 01  disputetake		pic s9(8)v99 value zero.
 01  skipdisputecount		unsigned-int value zero.
 01  ctlregion			pic 9 value 9.
 01  thisinvoiceno		pic 9(6) value zero.
 01  ctlstatus			pic 99 value zero.
     end-if.

     perform 0900-load-exemptions.
     perform 0910-load-disputes.

     open output registerfile.
     move spaces		to registerrec.
     move all "-"		to registerrec.
     write registerrec.

     open input aropenidx.
     if ao-status <> "00"
        display "financecharge: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
     read aropenidx next record
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         perform 0100-assess-open-item
         read aropenidx next record
              at end move "y"	to eof
         end-read
     end-perform.
     close aropenidx.
     move spaces		to eof.

     perform 0300-post-charges.
        end-string
        write registerrec
     end-if.
     if skipdisputecount > 0
        move skipdisputecount	to showcount
        move spaces		to registerrec
        string showcount, " open dispute(s) held back from the ",
               "charge in whole or part"
               into registerrec
        end-string
        write registerrec
     end-if.
     close registerfile.

     display "financecharge: " fcCount " charge(s) assessed -- see "
             "fcassessment.txt".

     if aropenfailcount > 0
        move 8			to return-code
     end-if.

     goback.
*>
 0100-assess-open-item.
     move spaces		to ar-invoiceno ar-customer ar-invdate
                                   ar-currency rawtotal rawbalance
                                   ar-duedate.
     unstring ao-rawrec delimited by ","
              into ar-invoiceno, ar-customer, ar-invdate,
                   ar-currency, rawtotal, rawbalance, ar-duedate
     end-unstring.
              if customer-is-exempt
                 add 1		to skipexemptcount
              else
                 perform 0160-find-dispute
                 if openbalance > zero
                    perform 0200-build-charge
                 end-if
              end-if
           end-if
        end-if
            move "y"		to customerexempt
         end-if
     end-perform.
*>
 0160-find-dispute.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the disputed amount comes off the balance the charge is figured
*>>>on; what is left undisputed is still charged.  A dispute names
*>>>only the invoice, so an installment invoice's rows draw on it in
*>>>turn and none takes more than is left of it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to disputedamount.
     if function trim(ar-invoiceno) is numeric
        compute dspinvoicework = function numval(ar-invoiceno)
        move dspinvoicework	to dspinvoicekey
        perform varying dspInd from 1 by 1
                until dspInd > dspCount
            if dspInvoice(dspInd) = dspinvoicekey
               compute disputetake =
                       dspAmount(dspInd) - dspUsed(dspInd)
               if disputetake > openbalance - disputedamount
                  compute disputetake = openbalance - disputedamount
               end-if
               if disputetake > zero
                  add disputetake	to dspUsed(dspInd)
                  add disputetake	to disputedamount
                  if dspCounted(dspInd) = spaces
                     move "y"	to dspCounted(dspInd)
                     add 1	to skipdisputecount
                  end-if
               end-if
            end-if
        end-perform
     end-if.
     subtract disputedamount	from openbalance.
*>
 0200-build-charge.
*>
*>>>to the customer with no further plumbing
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if fcCount > zero
        open i-o aropenidx
        if ao-status <> "00"
           display "financecharge: database/aropen.dat will not open "
                   "for update (status " ao-status ") -- no charges "
                   "posted"
           stop run giving 8
        end-if
        perform varying fcInd from 1 by 1
                until fcInd > fcCount
            call "invnumctl" using ctlregion,
               display "financecharge: invnumctl could not assign an "
                       "invoice number (status " ctlstatus ") -- "
                       "remaining charges not posted"
               close aropenidx
               stop run giving 8
            end-if
            move fcAmount(fcInd)	to showcsvamt
            move spaces		to ao-rawrec
            string thisinvoiceno, ",",
                   function trim(fcCustomer(fcInd)), ",",
                   todayiso, ",",
                   showcsvamt, ",",
                   fcduedateiso, ",",
                   "FC"
                   into ao-rawrec
            end-string
            move thisinvoiceno	to ao-invoiceno
            move zero		to ao-seq
            move fcCustomer(fcInd)	to ao-customer
            write ao-record
                invalid key
                   display "financecharge: invoice " thisinvoiceno
                           " is already on database/aropen.dat "
                           "(status " ao-status ") -- charge not "
                           "posted"
                   add 1	to aropenfailcount
            end-write
        end-perform
        close aropenidx
     end-if.
*>
 0900-load-exemptions.
     end-perform.
     close exemptfile.
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
