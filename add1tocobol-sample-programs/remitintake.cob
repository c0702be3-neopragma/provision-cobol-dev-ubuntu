*>            amount, currency), to database/payments.csv.
*>
*>            Every remittance line is resolved against the open
*>            items on database/aropen.dat before it is staged; a
*>            line naming no open invoice, or carrying an unreadable
*>            amount, lands on remitintake_rejects.txt for the cash
*>            clerk instead of becoming unapplied cash at 3 AM.
*>            payer name, RMR*IV one invoice reference and the
*>            amount paid against it, SE closes the advice.
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - remittance lines are resolved by a keyed read of the
*>              indexed database/aropen.dat (aropenconv) instead of
*>              a load of the nightly aropen.csv export, so an invoice
*>              billed today is found; the run refuses to start if the
*>              file will not open
*>*********************************************************************
identification division.
program-id. remitintake.
environment division.
                        organization is line sequential.
select optional edi820file	assign to "inbound820.edi"
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
select rejectfile	assign to "remitintake_rejects.txt"
*>
01 edi820rec		pic x(150).
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
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the open item a remittance line names, read by its invoice key
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  wantinvoiceno		pic 9(10) value zero.
 01  itemfound			pic x value spaces.
     88  item-was-found	      value "y".
 01  ar-invoiceno		pic x(10) value spaces.
 01  ar-customer		pic x(28) value spaces.
 01  rawtotal			pic x(12) value spaces.
 01  rawbalance		pic x(12) value spaces.
 01  ardummy			pic x(12) value spaces.
*>
 0000-start.
*>
     open input aropenidx.
     if ao-status <> "00"
        display "remitintake: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.

     open extend paymentfile.
     open output rejectfile.

     close paymentfile.
     close rejectfile.
     close aropenidx.

     move stagedcount		to showcount.
     display "remitintake: " showcount " payment row(s) staged to "

     if row-is-valid
        perform 0350-find-open-item
        if not item-was-found
           move spaces		to rowok
           move "no open item on database/aropen.dat" to failreason
        end-if
     end-if.

*>
 0350-find-open-item.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>only the invoice's own rows are read, by the invoice key -- an
*>>>installment invoice has several, one per sequence, and any one
*>>>still carrying a balance will take the payment
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to itemfound.
     compute wantinvoiceno = function numval(function trim(rem-invoiceno)).
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
                                or item-was-found
         move spaces		to ar-invoiceno ar-customer rawtotal
                                   rawbalance ardummy
         unstring ao-rawrec delimited by ","
                  into ar-invoiceno, ar-customer, ardummy, ardummy,
                       rawtotal, rawbalance
         end-unstring
         if function test-numval(rawbalance) = 0
            and function numval(rawbalance) <> zero
            move "y"		to itemfound
         end-if
         read aropenidx next record
              at end move "y"	to eof
         end-read
     end-perform.
*>>>the lockbox and 820 reads share the end-of-file switch
     move spaces		to eof.
