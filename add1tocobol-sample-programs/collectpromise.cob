*>
*>            "add" records a call/promise the way refmaint records
*>            a reference change; "report" (the default) joins open
*>            promises against database/aropen.dat and the payments
*>            cashapply applied (cashappliedtotals.csv): a promise
*>            whose invoice has been cleared or paid against is
*>            marked kept, and anything past its promise date and
*>                       <collector>,<note>"
*>                   collectpromise [report]
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - whether a promised invoice is still open is read off
*>              the customer key of the indexed database/aropen.dat
*>              (aropenconv) instead of a load of the nightly
*>              aropen.csv export; the report refuses to run if the
*>              file will not open
*>*********************************************************************
identification division.
program-id. collectpromise.
environment division.
*>
select optional promisefile	assign to "database/collectpromises.csv"
                        organization is line sequential.
select aropenidx	assign to "database/aropen.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is ao-key
                        alternate record key is ao-customer
                            with duplicates
                        file status is ao-status.
select optional cashtotfile	assign to "cashappliedtotals.csv"
                        organization is line sequential.
select brokenfile	assign to "brokenpromises.txt"
*>
01 promiserec		pic x(200).
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
fd cashtotfile.
*>
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
 01  refaction			pic x(12) value spaces.
     88  action-is-add		      value "add".
 01  refentry			pic x(160) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>open items and applied payments, to decide kept versus broken
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ar-invoiceno		pic x(10) value spaces.
 01  ar-customer		pic x(28) value spaces.
 01  ar-invdate		pic x(10) value spaces.
        accept refentry		from argument-value
        perform 0100-add-promise
     else
        perform 0910-open-open-items
        perform 0920-load-applied-payments
        perform 0200-run-broken-report
        close aropenidx
     end-if.

     if statuses-were-updated or action-is-add
*>>>anything else is simply not due yet
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to itemopen itempaid.
*>>>only the promising customer's open items are read, off the
*>>>customer key
     move function trim(prmCustomer(prmInd)) to ao-customer.
     start aropenidx key is = ao-customer
           invalid key move "y"	to eof
     end-start.
     perform until end-of-file
         read aropenidx next record
              at end move "y"	to eof
              not at end
                  if ao-customer <> function trim(prmCustomer(prmInd))
                     move "y"	to eof
                  else
                     perform 0260-check-open-item
                  end-if
         end-read
     end-perform.
     move spaces		to eof.
     perform varying paidInd from 1 by 1
             until paidInd > paidCount
         if function trim(prmInvoiceno(prmInd)) is numeric
                 end-if
              end-if
     end-evaluate.
*>
 0260-check-open-item.
*>
     move spaces		to ar-invoiceno rawbalance.
     unstring ao-rawrec delimited by ","
              into ar-invoiceno, ar-customer, ar-invdate,
                   ar-currency, rawtotal, rawbalance
     end-unstring.
     if function trim(prmInvoiceno(prmInd)) is numeric
        and function trim(ar-invoiceno) is numeric
        and function numval(prmInvoiceno(prmInd)) =
            function numval(ar-invoiceno)
        and function test-numval(rawbalance) = 0
        if function numval(rawbalance) <> zero
           move "y"		to itemopen
        end-if
     end-if.
*>
 0900-load-promises.
*>
     close promisefile.
     move spaces		to eof.
*>
 0910-open-open-items.
*>
     open input aropenidx.
     if ao-status <> "00"
        display "collectpromise: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
*>
 0920-load-applied-payments.
*>
