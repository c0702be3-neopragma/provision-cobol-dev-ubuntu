*>            shows:
*>              credit    -- limit, current exposure and headroom
*>                           from database/customers.csv;
*>              open AR   -- every open item on database/aropen.dat
*>                           with its days past due;
*>              payments  -- the receipts cashapply applied
*>                           (cashappliedhistory.csv);
*>
*>            usage: custinquiry "<customer-code-or-name>"
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - each open item shows its delivery proof from
*>              database/tracking.csv (shiptrack): the delivered
*>              date and signer once the carrier's proof of delivery
*>              is in, otherwise the carrier and tracking number
*>15-Oct-2026 - the open items come from the indexed
*>              database/aropen.dat (aropenconv), read by its
*>              customer key so only the customer's own items are
*>              touched, instead of a pass over database/aropen.csv
*>*********************************************************************
identification division.
program-id. custinquiry.
environment division.
*>
select optional custmasterfile	assign to "database/customers.csv"
                        organization is line sequential.
select aropenidx	assign to "database/aropen.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is ao-key
                        alternate record key is ao-customer
                            with duplicates
                        file status is ao-status.
select optional trackingfile	assign to "database/tracking.csv"
                        organization is line sequential.
select optional cashhistfile	assign to "cashappliedhistory.csv"
                        organization is line sequential.
*>
01 custmasterrec	pic x(150).
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
fd trackingfile.
*>
01 trackingrec		pic x(120).
*>
fd cashhistfile.
*>
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
 01  curregion			pic 9 value 1.
 01  maxregion			pic 9 value 5.
 01  wantkey			pic x(28) value spaces.
 01  openbalance		pic s9(8)v99 value zero.
 01  opentotal			pic s9(10)v99 value zero.
 01  opencount			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>tracking and proof of delivery per invoice, from shiptrack
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  trkCount			unsigned-int value zero.
 01  trkList.
     05  trkEntry	occurs 2000 times
                        indexed by trkInd.
         10  trkInvoice	pic x(6) value spaces.
         10  trkCarrier	pic x(8) value spaces.
         10  trkNumber		pic x(30) value spaces.
         10  trkSource		pic x value spaces.
         10  trkCaptured	pic x(10) value spaces.
         10  trkDelivered	pic x(10) value spaces.
         10  trkSigner		pic x(20) value spaces.
 01  rawtrkinvoice		pic x(10) value spaces.
 01  trkinvoicework		pic 9(6) value zero.
 01  trkinvoicekey		pic x(6) value spaces.
 01  deliveryproof		pic x(70) value spaces.
*>
 01  ct-paydate		pic x(10) value spaces.
 01  ct-customer		pic x(28) value spaces.
     end-if.

     perform 0940-load-odfconfig.
     perform 0950-load-tracking.
     perform 0100-resolve-customer.
     if not customer-was-found
        display "custinquiry: '" function trim(wantkey)
     move "Open items (days past due from the posted due date):"
          to inqrec.
     write inqrec.
     open input aropenidx.
     if ao-status <> "00"
        display "custinquiry: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>straight to the customer's items on the customer key
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move function trim(wantname) to ao-customer.
     start aropenidx key is = ao-customer
           invalid key move "y"	to eof
     end-start.
     if not end-of-file
        read aropenidx next record
             at end move "y"	to eof
        end-read
     end-if.
     perform until end-of-file
         move spaces		to ar-invoiceno ar-customer
                                   ar-invdate ar-currency rawtotal
                                   rawbalance ar-duedate
         unstring ao-rawrec delimited by ","
                  into ar-invoiceno, ar-customer, ar-invdate,
                       ar-currency, rawtotal, rawbalance,
                       ar-duedate
               end-if
               move openbalance	to showamt
               move agedays	to showdays
               perform 0310-find-delivery
               move spaces	to inqrec
               string "  inv ", ar-invoiceno, " ", showamt,
                      "  ", showdays, " day(s) past due  ",
                      deliveryproof
                      into inqrec
               end-string
               write inqrec
            end-if
         end-if
         read aropenidx next record
              at end move "y"	to eof
         end-read
         if not end-of-file
            and ao-customer <> function trim(wantname)
            move "y"		to eof
         end-if
     end-perform.
     close aropenidx.
     move spaces		to eof.
     move opentotal		to showamt.
     move opencount		to showcount.
     write inqrec.
     move all "-"		to inqrec.
     write inqrec.
*>
 0310-find-delivery.
*>
     move spaces		to deliveryproof trkinvoicekey.
     if function trim(ar-invoiceno) is numeric
        compute trkinvoicework = function numval(ar-invoiceno)
        move trkinvoicework	to trkinvoicekey
     end-if.
     perform varying trkInd from 1 by 1
             until trkInd > trkCount
         if trkInvoice(trkInd) = trkinvoicekey
            move spaces		to deliveryproof
            if trkDelivered(trkInd) <> spaces
               string "delivered ", trkDelivered(trkInd),
                      " signed ", function trim(trkSigner(trkInd))
                      delimited by size into deliveryproof
               end-string
            else
               string "shipped ", function trim(trkCarrier(trkInd)),
                      " ", function trim(trkNumber(trkInd)),
                      " -- no proof of delivery yet"
                      delimited by size into deliveryproof
               end-string
            end-if
         end-if
     end-perform.
*>
 0400-put-payments.
*>
     end-perform.
     close odfconfigfile.
     move spaces		to eof.
*>
 0950-load-tracking.
*>
     move zero			to trkCount.
     open input trackingfile.
     read trackingfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if trkCount < 2000
            add 1		to trkCount
            move spaces		to rawtrkinvoice
            unstring trackingrec delimited by ","
                     into rawtrkinvoice,
                          trkCarrier(trkCount),
                          trkNumber(trkCount),
                          trkSource(trkCount),
                          trkCaptured(trkCount),
                          trkDelivered(trkCount),
                          trkSigner(trkCount)
            end-unstring
            if function trim(rawtrkinvoice) is numeric
               compute trkinvoicework = function numval(rawtrkinvoice)
               move trkinvoicework	to trkInvoice(trkCount)
            else
               subtract 1	from trkCount
            end-if
         end-if
         read trackingfile
              at end move "y"	to eof
         end-read
     end-perform.
     close trackingfile.
     move spaces		to eof.
