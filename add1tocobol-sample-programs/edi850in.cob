*>              file with no GS envelope gets no 997, with a note.
*>              The segment split widens to 16 elements so the
*>              ISA/GS control positions are reachable
*>15-Oct-2026 - the PO1's vendor part number (VP, else the buyer's
*>              BP) is staged as the row's item code, and every PO1
*>              line -- staged or rejected -- is logged to
*>              database/po850lines.csv (status P pending, invoice
*>              number, partner, PO number, PO date, PO1 line id,
*>              item, quantity, price, S staged / R rejected, then
*>              the date and ACK code edi855out answers it with) so
*>              each line gets an 855 once the staging file is
*>              reviewed
*>15-Oct-2026 - the staged sales rep is the territory's rep for the
*>              bill-to and ship-to state (database/territories.csv,
*>              through the shared territory subprogram) instead of
*>              always EDI; EDI remains for an order no territory
*>              covers
*>*********************************************************************
identification division.
program-id. edi850in.
                        organization is line sequential.
select rejectfile	assign to "edi850in_rejects.txt"
                        organization is line sequential.
select optional polinefile	assign to "database/po850lines.csv"
                        organization is line sequential.
*>
data division.
*>
*>
01 rejectrec		pic x(250).
*>
fd polinefile.
*>
01 polinerec		pic x(150).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
 01  po-desc			pic x(70) value spaces.
 01  po-desc-pending		pic x value spaces.
     88  line-awaits-desc	      value "y".
 01  po-lineid			pic x(10) value spaces.
 01  po-item			pic x(10) value spaces.
 01  curpartner		pic x(28) value spaces.
 01  lineresult		pic x value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the same numeric staging and checks 0050-validate-row applies,
*>>>so a bad inbound value rejects here rather than in the batch
     88  seed-mode-on	      value "y".
 01  ctlregion			pic 9 value 9.
 01  ctlstatus			pic 99 value zero.
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
 01  po-salesrep		pic x(8) value spaces.
 01  showsets			pic zzz9 value zero.
 01  showlines			pic zzz9 value zero.
 01  stagedrow			pic x(250) value spaces.
     open output stagingfile.
     open output rejectfile.
     open output ackfile.
     open extend polinefile.

     read po850file
          at end move "y"	to eof
     close stagingfile.
     close rejectfile.
     close ackfile.
     close polinefile.

     if ack997count > 0
        move ack997count	to show997count
*>>>whose partner id matches claims the interchange, and an id
*>>>with no profile is flagged for onboarding through refmaint
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to curpartner.
     if partners-are-loaded
        move zero		to epMatchInd
        perform varying epInd from 1 by 1
            end-if
        end-perform
        if epMatchInd <> zero
           move epCust(epMatchInd)	to curpartner
           display "edi850in: interchange from "
                   function trim(epName(epMatchInd))
                   " (" function trim(epCust(epMatchInd)) ")"
*>
     move spaces		to po-custpo po-podate po-qty
                                   po-price po-desc whichparty
                                   po-desc-pending po-lineid po-item
                                   po-rawdate.
     perform varying segsub from 1 by 1
             until segsub > 2
         move spaces		to po-name(segsub)
     if line-awaits-desc
        perform 0350-stage-row
     end-if.
     move segelem(1)		to po-lineid.
     move segelem(2)		to po-qty.
     move segelem(4)		to po-price.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>PO1 elements 6-9 are qualifier/id pairs; our own part number
*>>>comes as VP, and a partner who only knows its BP is taken at
*>>>its word
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to po-item.
     evaluate true
         when segelem(6) = "VP"	move segelem(7)	to po-item
         when segelem(8) = "VP"	move segelem(9)	to po-item
         when segelem(6) = "BP"	move segelem(7)	to po-item
         when segelem(8) = "BP"	move segelem(9)	to po-item
     end-evaluate.
     move function upper-case(po-item) to po-item.
     move spaces		to po-desc.
     move "y"			to po-desc-pending.
*>
        move "no N1*BT bill-to party on the order" to failreason
     end-if.

     move po-state(2)		to tr-state.
     if tr-state = spaces
        move po-state(1)	to tr-state
     end-if.
     move po-name(1)		to tr-customer.
     move po-name(2)		to tr-shipto.
     call "territory" using tr-state, tr-customer, tr-shipto,
                            tr-rep, tr-splitrep, tr-splitpct,
                            tr-status
     end-call.
     if tr-status = 0
        move tr-rep		to po-salesrep
     else
        move "EDI"		to po-salesrep
     end-if.

     move spaces		to stagedrow.
     string nextinvoiceno, ",",
            "IN", ",",
            po-podate, ",",
            "000000", ",",
            function trim(po-custpo), ",",
            function trim(po-salesrep), ",",
            "EDI", ",",
            "NET30", ",",
            "USD", ",",
            function trim(po-price), ",",
            function trim(po-desc), ",",
            "0.00", ",",
            "0.00", ",",
            function trim(po-item)
            into stagedrow
     end-string.

     if row-is-valid
        move "S"		to lineresult
     else
        move "R"		to lineresult
     end-if.
     move spaces		to polinerec.
     string "P,", nextinvoiceno, ",",
            function trim(curpartner), ",",
            function trim(po-custpo), ",",
            function trim(po-rawdate), ",",
            function trim(po-lineid), ",",
            function trim(po-item), ",",
            function trim(po-qty), ",",
            function trim(po-price), ",",
            lineresult, ","
            delimited by size into polinerec
     end-string.
     write polinerec.

     if row-is-valid
        move stagedrow		to stagingrec
        write stagingrec
