*> Author:    jrls (John Ellis)
*> Date:      25-Feb-2013
*> Purpose:   Reads the open-item accounts receivable file that
*>            writeinvoice posts (database/aropen.dat) and prints an
*>            aging report: one line per customer with the open
*>            balance bucketed into current / 30 / 60 / 90+ days by
*>            invoice date, plus grand totals, so receivables stop
*>              araginghistory.csv instead of araging.txt being the
*>              only, overwritten, record -- the plotaging chart
*>              draws the trailing twelve months from it
*>15-Oct-2026 - the amount of an item under open dispute on
*>              database/disputes.csv (disputes) is held out of the
*>              buckets and shown on its own line under the totals,
*>              so disputed money stops reading as plain late money
*>15-Oct-2026 - the open items are read from the indexed
*>              database/aropen.dat (aropenconv) instead of
*>              database/aropen.csv
*>*********************************************************************
identification division.
program-id. araging.
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
select optional custparentfile	assign to "database/custparents.csv"
                        organization is line sequential.
select optional disputefile	assign to "database/disputes.csv"
                        organization is line sequential.
select agingfile	assign to "araging.txt"
                        organization is line sequential.
select optional historyfile	assign to "araginghistory.csv"
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
fd custparentfile.
*>
01 custparentrec	pic x(80).
*>
fd disputefile.
*>
01 disputerec		pic x(160).
*>
fd agingfile.
*>
01 agingrec		pic x(132).
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the aropen.csv columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
         10  famParentName	pic x(28) value spaces.
 01  famdummy			pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>open disputes -- held out of the buckets, totalled on their own
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
 01  disputeheldtotal		pic s9(10)v99 value zero.
 01  disputeheldcount		unsigned-int value zero.
 01  showheldcount		pic zzz9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>comma-free edited amounts for the dated history snapshot
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  showcsvcur		pic -999999999.99 value zero.
        set family-mode-on	to true
        perform 0900-load-custparents
     end-if.
     perform 0910-load-disputes.

     open input aropenidx.
     if ao-status <> "00"
        display "araging: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
     open output agingfile.

     perform until end-of-file
         read aropenidx next record
              at end move "y"	to eof
              not at end perform 0100-age-open-item
         end-read
     end-perform.

     close aropenidx.

     perform 0300-putreport.

     move spaces		to rawinvoiceno ar-customer ar-invdate
                                   ar-currency rawtotal rawbalance.
     move spaces		to ar-duedate.
     unstring ao-rawrec delimited by ","
              into rawinvoiceno, ar-customer, ar-invdate,
                   ar-currency, rawtotal, rawbalance, ar-duedate
     end-unstring.
        add 1			to rejectcount
     else
        compute openbalance = function numval(rawbalance)
        if openbalance > zero
           perform 0160-find-dispute
           if disputedamount > zero
              add 1		to disputeheldcount
              add disputedamount	to disputeheldtotal
           end-if
        end-if
        if openbalance <> zero
           move agebasis(1:4)	to invn-year
           move agebasis(6:2)	to invn-month
                   "item file -- further customers not aged"
        end-if
     end-if.
*>
 0160-find-dispute.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the disputed part of an item is not aged -- it is not late, it
*>>>is argued -- and goes on the disputed line instead
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to disputedamount.
     if function trim(rawinvoiceno) is numeric
        compute dspinvoicework = function numval(rawinvoiceno)
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
 0300-putreport.
*>
            into agingrec
     end-string.
     write agingrec.
     if disputeheldcount > zero
        move disputeheldtotal	to showtot
        move disputeheldcount	to showheldcount
        move spaces		to agingrec
        string "Held out in open disputes (", showheldcount,
               " item(s)), not aged above"
               delimited by size into agingrec
        end-string
        move showtot		to agingrec(77:11)
        write agingrec
     end-if.
*>
 0400-append-snapshot.
*>
     add age30(ageInd)		to grand30.
     add age60(ageInd)		to grand60.
     add age90(ageInd)		to grand90.
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
