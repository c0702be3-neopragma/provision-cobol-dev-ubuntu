*>              and itemsales do, and a BH header's company code no
*>              longer leaks past its own file into a headerless
*>              file that follows it
*>15-Oct-2026 - an invoice in a split territory (database/
*>              territories.csv, through the shared territory
*>              subprogram) keyed by either of its reps is now
*>              credited to both, each with their share of the
*>              quantity and amount; the company subtotals still
*>              carry the whole invoice
*>*********************************************************************
identification division.
program-id. ytdsalesrep.
         10  compAmt		pic s9(10)v99 value zero.
 01  compMatchInd		unsigned-int value zero.
 01  lineamt			pic s9(8)v99 value zero.
 01  lineqty			pic s9(10) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared territory subprogram, and the one or two
*>>>reps an invoice line is credited to
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  tr-state			pic xx value spaces.
 01  tr-customer		pic x(28) value spaces.
 01  tr-shipto			pic x(28) value spaces.
 01  tr-rep			pic x(8) value spaces.
 01  tr-splitrep		pic x(8) value spaces.
 01  tr-splitpct		pic 9(3) value zero.
 01  tr-status			pic 9 value zero.
 01  sharerep1			pic x(8) value spaces.
 01  sharerep2			pic x(8) value spaces.
 01  sharepct2			pic 9(3) value zero.
 01  creditrep			pic x(8) value spaces.
 01  creditqty			pic s9(10) value zero.
 01  creditamt			pic s9(8)v99 value zero.
 01  grandqty			pic s9(10) value zero.
 01  grandamt			pic s9(10)v99 value zero.
 01  showqty			pic -zzz,zzz,zz9 value zero.
 0100-accumulate-invoice.
*>
     if invd-year = currentyear
        if rec-is-creditmemo
           compute lineamt = 0 - (inv-quantity * inv-unitprice)
           compute lineqty = 0 - inv-quantity
        else
           compute lineamt = inv-quantity * inv-unitprice
           move inv-quantity	to lineqty
        end-if
        perform 0120-find-split
        move sharerep1		to creditrep
        if sharerep2 = spaces
           move lineqty		to creditqty
           move lineamt		to creditamt
        else
           compute creditqty rounded =
                   lineqty * (100 - sharepct2) / 100
           compute creditamt rounded =
                   lineamt * (100 - sharepct2) / 100
        end-if
        perform 0110-credit-rep
        if sharerep2 <> spaces
           move sharerep2	to creditrep
           compute creditqty = lineqty - creditqty
           compute creditamt = lineamt - creditamt
           perform 0110-credit-rep
        end-if
        perform 0160-add-company-subtotal
     end-if.
*>
 0110-credit-rep.
*>
     perform 0150-find-or-add-rep.
     if repMatchInd not = zero
        add creditqty		to repQty(repMatchInd)
        add creditamt		to repAmt(repMatchInd)
     end-if.
*>
 0120-find-split.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a split territory shares the line between its two reps only
*>>>when one of them keyed it -- anybody else's sale is theirs
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to tr-state tr-customer tr-shipto.
     if custmode-codes
        move rawsoldtocode	to tr-customer
        move rawshiptocode	to tr-shipto
     else
        move inv-name(1)	to tr-customer
        move inv-name(2)	to tr-shipto
        move function trim(untstate2) to tr-state
     end-if.
     call "territory" using tr-state, tr-customer, tr-shipto,
                            tr-rep, tr-splitrep, tr-splitpct,
                            tr-status
     end-call.

     move inv-salesrep		to sharerep1.
     move spaces		to sharerep2.
     move zero			to sharepct2.
     if tr-status = 0 and tr-splitrep <> spaces and tr-splitpct > 0
        and (function upper-case(inv-salesrep) = tr-rep
             or function upper-case(inv-salesrep) = tr-splitrep)
        move tr-rep		to sharerep1
        move tr-splitrep	to sharerep2
        move tr-splitpct	to sharepct2
     end-if.
*>
 0103-note-batch-company.
     move zero			to repMatchInd.
     perform varying repInd from 1 by 1
             until repInd > repCount
         if creditrep = repName(repInd)
            move repInd	to repMatchInd
         end-if
     end-perform.
     if repMatchInd = zero
        if repCount < 200
           add 1		to repCount
           move creditrep	to repName(repCount)
           move zero		to repQty(repCount)
           move zero		to repAmt(repCount)
           move repCount	to repMatchInd
