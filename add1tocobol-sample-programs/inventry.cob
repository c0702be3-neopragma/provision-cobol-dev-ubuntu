*>            database/invoicerecycle.csv, the staging file the
*>            next batch merges as region 5.
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - the defaulted master price is the database/
*>              pricemaster.csv row in force on the invoice date
*>              (column four, the effective date yyyymmdd, blank
*>              meaning always), the row the batch will check the
*>              line against
*>15-Oct-2026 - the sales rep is now asked for after the customer and
*>              defaults to the territory's rep for the sold-to and
*>              ship-to state (database/territories.csv, through the
*>              shared territory subprogram), with any split shown
*>*********************************************************************
identification division.
program-id. inventry.
environment division.
                        indexed by priceInd.
         10  prItem		pic x(70) value spaces.
         10  prPrice		pic 9(6)v99 value zero.
         10  prEffdate		pic 9(8) value zero.
 01  priceMatchInd		unsigned-int value zero.
 01  rawmasterprice		pic x(12) value spaces.
 01  rawmastercost		pic x(12) value spaces.
 01  rawmastereff		pic x(10) value spaces.
 01  entdatenum			pic 9(8) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>customer price agreements, resolved the same way the batch's
*>>>price check and quotemaint resolve them: best qualifying
 01  showcsvprice		pic 999999.99 value zero.
 01  defaultfound		pic x value spaces.
 01  todaynum			pic x(8) value spaces.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared territory subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  tr-state			pic xx value spaces.
 01  tr-customer		pic x(28) value spaces.
 01  tr-shipto			pic x(28) value spaces.
 01  tr-rep			pic x(8) value spaces.
 01  tr-splitrep		pic x(8) value spaces.
 01  tr-splitpct		pic 9(3) value zero.
 01  tr-status			pic 9 value zero.
*>
 01  ctlregion			pic 9 value 9.
 01  thisinvoiceno		pic 9(6) value zero.
     accept answer.
     move answer(1:8)		to ent-custpo.

     move spaces		to refok.
     perform until value-is-valid
         move spaces		to answer
     else
        perform 0160-prompt-customer-blocks
     end-if.
     perform 0170-prompt-salesrep.

     move spaces		to answer.
     display "freight [0.00]: " with no advancing.
        display "ship-to zip: " with no advancing
        accept ent-shipto-zip
     end-if.
*>
 0170-prompt-salesrep.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the territory covering this customer and ship-to state offers
*>>>its rep as the default; keying another rep is still allowed
*>>>and territoryaudit will list it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to tr-state tr-customer tr-shipto.
     if custmode-codes
        move ent-soldtocode	to tr-customer
        move ent-shiptocode	to tr-shipto
     else
        move ent-soldto-name	to tr-customer
        move ent-shipto-name	to tr-shipto
        move function upper-case(ent-shipto-state) to tr-state
     end-if.
     call "territory" using tr-state, tr-customer, tr-shipto,
                            tr-rep, tr-splitrep, tr-splitpct,
                            tr-status
     end-call.
     if tr-status = 0 and tr-splitrep <> spaces
        display "  territory " tr-state ": "
                function trim(tr-rep) " split with "
                function trim(tr-splitrep) " ("
                tr-splitpct "%)"
     end-if.

     move spaces		to refok.
     perform until value-is-valid
         move spaces		to answer
         if tr-status = 0
            display "sales rep code ["
                    function trim(tr-rep) "]: " with no advancing
         else
            display "sales rep code: " with no advancing
         end-if
         accept answer
         if answer = spaces and tr-status = 0
            move tr-rep		to ent-salesrep
         else
            move function upper-case(answer(1:8)) to ent-salesrep
         end-if
         if srepCount = zero
            move "y"		to refok
         else
            perform varying srepInd from 1 by 1
                    until srepInd > srepCount
                if function trim(ent-salesrep) =
                   function trim(srepCode(srepInd))
                   move "y"	to refok
                end-if
            end-perform
            if not value-is-valid
               display "  not on database/salesreps.csv"
            end-if
         end-if
     end-perform.
*>
 0200-prompt-line-item.
*>
        move "y"		to defaultfound
     end-if.
     if defaultfound = spaces
        compute entdatenum = function numval(ent-invdate(1:4)) * 10000
                           + function numval(ent-invdate(6:2)) * 100
                           + function numval(ent-invdate(9:2))
        move zero		to priceMatchInd
        perform varying priceInd from 1 by 1
                until priceInd > priceCount
            if ((ent-itemcode <> spaces
                 and function trim(ent-itemcode) =
                     function trim(prItem(priceInd)))
                or (ent-itemcode = spaces
                    and function trim(ent-desc) =
                        function trim(prItem(priceInd))))
               and prEffdate(priceInd) <= entdatenum
               if priceMatchInd = zero
                  move priceInd	to priceMatchInd
               else
                  if prEffdate(priceInd) >= prEffdate(priceMatchInd)
                     move priceInd	to priceMatchInd
                  end-if
               end-if
            end-if
        end-perform
        if priceMatchInd <> zero
           move prPrice(priceMatchInd) to defaultprice
           move "y"		to defaultfound
        end-if
     end-if.
*>
 0300-stage-row.
     end-read.
     perform until end-of-file
         if priceCount < 500
            move spaces		to rawmasterprice rawmastercost
                                   rawmastereff
            add 1		to priceCount
            unstring pricemasterrec delimited by ","
                     into prItem(priceCount),
                          rawmasterprice,
                          rawmastercost,
                          rawmastereff
            end-unstring
            if function test-numval(rawmasterprice) = 0
               compute prPrice(priceCount) =
                       function numval(rawmasterprice)
               move zero	to prEffdate(priceCount)
               if function trim(rawmastereff) is numeric
                  compute prEffdate(priceCount) =
                          function numval(rawmastereff)
               end-if
            else
               subtract 1	from priceCount
            end-if
