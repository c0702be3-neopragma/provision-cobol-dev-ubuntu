       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Nightly denormalized sales extract.  itemsales,
*>            marginreport, ytdsalesrep, commission and salestrend
*>            each answer one fixed question; this writes the billed
*>            lines once, one row per line with everything a
*>            cross-cut needs on the row itself, so users pivot it
*>            in a spreadsheet or BI tool instead of filing a report
*>            request.  It reads the same five regional invoice files
*>            marginreport reads (honouring writeinvoice.cfg's
*>            custmode) and carries on each line:
*>              invoice, record type, invoice date, company,
*>              customer code and its parent family
*>              (database/custparents.csv; a customer with no parent
*>              is its own family), ship-to state, sales rep, item
*>              with its database/items.csv description and
*>              location, quantity, document currency, net amount in
*>              that currency, the exchange rate and the net in USD,
*>              the extended standard cost in force on the invoice
*>              date (database/pricemaster.csv, as marginreport
*>              costs it), and the line's share of the invoice's
*>              freight, discount and sales tax.
*>            Freight and discount are keyed once per invoice and
*>            tax is figured per invoice, so each is spread over the
*>            invoice's lines in proportion to their net amounts, the
*>            last line taking the rounding so the shares foot to the
*>            invoice.  Company, rate and tax come from the run's
*>            invoicebatchtotals.csv row for the invoice; an invoice
*>            not on it takes writeinvoice.cfg's company, the
*>            database/currencyrates.csv rate in force on its date
*>            and no tax, and is counted in the control totals.
*>            A credit memo's lines, freight and discount are
*>            negative.
*>
*>            Output: salesextract.csv (a heading row, then the
*>            lines) and salesextract.fods, a flat ODF workbook with
*>            the same rows typed for pivoting on a Lines sheet and
*>            the run's control totals on a Controls sheet.
*>*********************************************************************
identification division.
program-id. salesextract.
environment division.
*>
input-output section.
*>
file-control.
*>
select invoicefile	assign to "database/invoice1.csv"
                        organization is line sequential.
select optional invoicefile2	assign to "database/invoice2.csv"
                        organization is line sequential.
select optional invoicefile3	assign to "database/invoice3.csv"
                        organization is line sequential.
select optional invoicefile4	assign to "database/invoicebilled4.csv"
                        organization is line sequential.
select optional invoicefile5	assign to "database/invoicebilled5.csv"
                        organization is line sequential.
select optional pricemasterfile	assign to "database/pricemaster.csv"
                        organization is line sequential.
select optional custmasterfile	assign to "database/customers.csv"
                        organization is line sequential.
select optional custparentfile	assign to "database/custparents.csv"
                        organization is line sequential.
select optional itemmasterfile	assign to "database/items.csv"
                        organization is line sequential.
select optional currencyfile	assign to "database/currencyrates.csv"
                        organization is line sequential.
select optional batchtotfile	assign to "invoicebatchtotals.csv"
                        organization is line sequential.
select optional odfconfigfile	assign to "writeinvoice.cfg"
                        organization is line sequential.
select extractfile	assign to "salesextract.csv"
                        organization is line sequential.
select workbookfile	assign to "salesextract.fods"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd invoicefile.
*>
01 invoicerec		pic x(250).
*>
fd invoicefile2.
*>
01 invoicerec2		pic x(250).
*>
fd invoicefile3.
*>
01 invoicerec3		pic x(250).
*>
fd invoicefile4.
*>
01 invoicerec4		pic x(250).
*>
fd invoicefile5.
*>
01 invoicerec5		pic x(250).
*>
fd pricemasterfile.
*>
01 pricemasterrec	pic x(100).
*>
fd custmasterfile.
*>
01 custmasterrec	pic x(160).
*>
fd custparentfile.
*>
01 custparentrec	pic x(120).
*>
fd itemmasterfile.
*>
01 itemmasterrec	pic x(120).
*>
fd currencyfile.
*>
01 currencyrec		pic x(40).
*>
fd batchtotfile.
*>
01 batchtotrec		pic x(120).
*>
fd odfconfigfile.
*>
01 odfconfigrec		pic x(200).
*>
fd extractfile.
*>
01 extractrec		pic x(400).
*>
fd workbookfile.
*>
01 workbookrec		pic x(400).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  curregion			pic 9 value 1.
 01  maxregion			pic 9 value 5.
*>
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
 01  custmodeval		pic x(8) value spaces.
     88  custmode-codes	      value "codes".
 01  cfgcompany			pic x(4) value "01".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the CSV columns in either row layout
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rawinvoiceno		pic x(10) value spaces.
 01  rawrectype		pic x(4) value spaces.
 01  rawinvdate		pic x(10) value spaces.
 01  rawsonumber		pic x(10) value spaces.
 01  rawcustpo			pic x(10) value spaces.
 01  rawsalesrep		pic x(10) value spaces.
 01  rawshipmethod		pic x(10) value spaces.
 01  rawterms			pic x(10) value spaces.
 01  rawcurrency		pic x(5) value spaces.
 01  rawsoldtocode		pic x(10) value spaces.
 01  rawshiptocode		pic x(10) value spaces.
 01  rawsoldtoname		pic x(28) value spaces.
 01  rawsoldtostate		pic x(4) value spaces.
 01  rawshiptostate		pic x(4) value spaces.
 01  coldummy		occurs 8 times pic x(28) value spaces.
 01  rawquantity		pic x(12) value spaces.
 01  rawunitprice		pic x(12) value spaces.
 01  rawdescription		pic x(70) value spaces.
 01  rawfreight		pic x(12) value spaces.
 01  rawdiscount		pic x(12) value spaces.
 01  rawitemcode		pic x(10) value spaces.
 01  skipcount			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>price master with the standard cost column and effective date
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  priceCount		unsigned-int value zero.
 01  priceList.
     05  priceEntry	occurs 500 times
                        indexed by priceInd.
         10  prItem		pic x(70) value spaces.
         10  prCost		pic 9(6)v99 value zero.
         10  prCostSet		pic x value spaces.
         10  prEffdate		pic 9(8) value zero.
 01  priceMatchInd		unsigned-int value zero.
 01  rawmasterprice		pic x(12) value spaces.
 01  rawmastercost		pic x(12) value spaces.
 01  rawmastereff		pic x(10) value spaces.
 01  lineinvdate		pic 9(8) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>customer master, parent families, item master, rates
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  custCount			unsigned-int value zero.
 01  custList.
     05  custEntry	occurs 500 times
                        indexed by custInd.
         10  custCode		pic x(10) value spaces.
         10  custName		pic x(28) value spaces.
         10  custState		pic x(2) value spaces.
 01  custMatchInd		unsigned-int value zero.
 01  cm-addr1			pic x(28) value spaces.
 01  cm-city			pic x(16) value spaces.
 01  cpCount			unsigned-int value zero.
 01  cpList.
     05  cpEntry	occurs 500 times
                        indexed by cpInd.
         10  cpChild		pic x(10) value spaces.
         10  cpParent		pic x(10) value spaces.
 01  cp-childname		pic x(28) value spaces.
 01  itemCount			unsigned-int value zero.
 01  itemList.
     05  itemEntry	occurs 500 times
                        indexed by itemInd.
         10  itemCode		pic x(10) value spaces.
         10  itemDesc		pic x(40) value spaces.
         10  itemLocation	pic x(10) value spaces.
 01  itemMatchInd		unsigned-int value zero.
 01  rateCount			unsigned-int value zero.
 01  rateList.
     05  rateEntry	occurs 200 times
                        indexed by rateInd.
         10  rateCurrency	pic x(5) value spaces.
         10  rateEffdate	pic 9(8) value zero.
         10  rateValue		pic 9(4)v9(4) value zero.
 01  rateMatchInd		unsigned-int value zero.
 01  rawrateeff			pic x(10) value spaces.
 01  rawratevalue		pic x(12) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the run's per-invoice batch totals: company, rate, tax, and
*>>>the amount the lines are footed against
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  btCount			unsigned-int value zero.
 01  btList.
     05  btEntry	occurs 2000 times
                        indexed by btInd.
         10  btInvoice		pic 9(6) value zero.
         10  btRate		pic 9(4)v9(4) value zero.
         10  btAmount		pic s9(8)v99 value zero.
         10  btTax		pic s9(8)v99 value zero.
         10  btCompany		pic x(4) value spaces.
 01  btMatchInd			unsigned-int value zero.
 01  bt-invoiceno		pic x(10) value spaces.
 01  bt-invdate		pic x(10) value spaces.
 01  bt-currency		pic x(5) value spaces.
 01  bt-rate			pic x(12) value spaces.
 01  bt-amount			pic x(12) value spaces.
 01  bt-salestax		pic x(12) value spaces.
 01  bt-freight		pic x(12) value spaces.
 01  bt-discount		pic x(12) value spaces.
 01  bt-invoicetotal		pic x(12) value spaces.
 01  bt-company		pic x(4) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the lines of the invoice in hand, held until the invoice ends
*>>>so the invoice-level amounts can be shared across them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  curinvoice			pic x(10) value spaces.
 01  invnet			pic s9(10)v99 value zero.
 01  invfreight			pic s9(8)v99 value zero.
 01  invdiscount		pic s9(8)v99 value zero.
 01  invtax			pic s9(8)v99 value zero.
 01  invrate			pic 9(4)v9(4) value zero.
 01  invcompany			pic x(4) value spaces.
 01  sharedfreight		pic s9(8)v99 value zero.
 01  shareddiscount		pic s9(8)v99 value zero.
 01  sharedtax			pic s9(8)v99 value zero.
 01  lnCount			unsigned-int value zero.
 01  lnList.
     05  lnEntry	occurs 500 times
                        indexed by lnInd.
         10  lnRectype		pic x(2) value spaces.
         10  lnInvdate		pic x(10) value spaces.
         10  lnCustomer	pic x(28) value spaces.
         10  lnParent		pic x(28) value spaces.
         10  lnShipState	pic x(2) value spaces.
         10  lnSalesrep	pic x(10) value spaces.
         10  lnItem		pic x(10) value spaces.
         10  lnDesc		pic x(70) value spaces.
         10  lnLocation	pic x(10) value spaces.
         10  lnQty		pic s9(9) value zero.
         10  lnCurrency	pic x(5) value spaces.
         10  lnNet		pic s9(10)v99 value zero.
         10  lnCost		pic s9(10)v99 value zero.
         10  lnCostSet		pic x value spaces.
 01  overflowwarned		pic x value spaces.
     88  overflow-was-warned	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one output line, figured at flush time
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  outusd			pic s9(10)v99 value zero.
 01  outfreight			pic s9(8)v99 value zero.
 01  outdiscount		pic s9(8)v99 value zero.
 01  outtax			pic s9(8)v99 value zero.
 01  linecustkey		pic x(28) value spaces.
 01  lineqty			pic s9(9) value zero.
 01  showqty			pic -(10)9 value zero.
 01  shownet			pic -(10)9.99 value zero.
 01  showusd			pic -(10)9.99 value zero.
 01  showcost			pic -(10)9.99 value zero.
 01  showfreight		pic -(8)9.99 value zero.
 01  showdiscount		pic -(8)9.99 value zero.
 01  showtax			pic -(8)9.99 value zero.
 01  showrate			pic z(3)9.9(4) value zero.
 01  showinvoice		pic x(10) value spaces.
 01  showcostcol		pic x(16) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>control totals for the run
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ctlLines			unsigned-int value zero.
 01  ctlInvoices		unsigned-int value zero.
 01  ctlQty			pic s9(11) value zero.
 01  ctlNet			pic s9(12)v99 value zero.
 01  ctlUsd			pic s9(12)v99 value zero.
 01  ctlCost			pic s9(12)v99 value zero.
 01  ctlFreight			pic s9(12)v99 value zero.
 01  ctlDiscount		pic s9(12)v99 value zero.
 01  ctlTax			pic s9(12)v99 value zero.
 01  ctlNoCost			unsigned-int value zero.
 01  ctlNoTotals		unsigned-int value zero.
 01  ctlOffTotals		unsigned-int value zero.
 01  showctl			pic -(12)9.99 value zero.
 01  showcount			pic z(8)9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>workbook XML: a text cell's value is escaped before it is
*>>>written; numbers go out as typed float cells
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cellvalue			pic x(70) value spaces.
 01  cellxml			pic x(300) value spaces.
 01  cellsub			unsigned-int value zero.
 01  cellout			unsigned-int value zero.
 01  cellnumber			pic x(20) value spaces.
 01  controllabel		pic x(40) value spaces.
 01  rowxml			pic x(400) value spaces.
 01  rowptr			unsigned-int value zero.
 01  headingrow			pic x(250) value
     "invoice,type,invoice_date,company,customer,parent,ship_state,salesrep,item,description,location,quantity,currency,net_amount,exchange_rate,net_usd,standard_cost,freight_share,discount_share,tax_share".
 01  headingcol			pic x(20) value spaces.
 01  headingptr			unsigned-int value zero.
*>
 procedure division.
*>
 0000-start.
*>
     perform 0940-load-odfconfig.
     perform 0937-load-pricemaster.
     perform 0930-load-customers.
     perform 0932-load-custparents.
     perform 0934-load-items.
     perform 0936-load-currencyrates.
     perform 0938-load-batchtotals.

     open input invoicefile
                invoicefile2
                invoicefile3
                invoicefile4
                invoicefile5.
     open output extractfile.
     open output workbookfile.

     move headingrow		to extractrec.
     write extractrec.
     perform 0500-start-workbook.

     perform until end-of-file
         perform 0105-read-next-invoice
         if not end-of-file
            if invoicerec(1:3) = "BH," or invoicerec(1:3) = "BT,"
               continue
            else
               perform 0100-hold-one-line
            end-if
         end-if
     end-perform.
     if lnCount > zero
        perform 0200-flush-invoice
     end-if.

     perform 0600-put-controls.
     close extractfile.
     close workbookfile.

     move ctlLines		to showcount.
     display "salesextract: " function trim(showcount)
             " line(s) written to salesextract.csv and "
             "salesextract.fods".
     move ctlNet		to showctl.
     display "salesextract: net amount " function trim(showctl)
             ", freight, discount and tax shared per line".
     if skipcount > 0
        display "salesextract: " skipcount " row(s) skipped for a "
                "non-numeric quantity or price"
     end-if.
     if ctlNoTotals > 0 or ctlOffTotals > 0
        display "salesextract: " ctlNoTotals " invoice(s) not on "
                "invoicebatchtotals.csv, " ctlOffTotals
                " whose lines do not foot to it"
        move 4			to return-code
     end-if.

     goback.
*>
 0100-hold-one-line.
*>
     move spaces		to rawinvoiceno rawrectype rawinvdate
                                   rawquantity rawunitprice
                                   rawdescription rawfreight
                                   rawdiscount rawitemcode
                                   rawsoldtocode rawshiptocode
                                   rawsoldtoname rawcurrency
                                   rawsalesrep rawsoldtostate
                                   rawshiptostate.
     inspect invoicerec replacing all '"' by " ".
     if custmode-codes
        unstring invoicerec delimited by ","
                 into rawinvoiceno, rawrectype, rawinvdate,
                      rawsonumber, rawcustpo, rawsalesrep,
                      rawshipmethod, rawterms, rawcurrency,
                      rawsoldtocode, rawshiptocode,
                      rawquantity, rawunitprice, rawdescription,
                      rawfreight, rawdiscount, rawitemcode
        end-unstring
     else
        unstring invoicerec delimited by ","
                 into rawinvoiceno, rawrectype, rawinvdate,
                      rawsonumber, rawcustpo, rawsalesrep,
                      rawshipmethod, rawterms, rawcurrency,
                      rawsoldtoname, coldummy(1), rawsoldtostate,
                      coldummy(2), coldummy(3), coldummy(4),
                      rawshiptostate, coldummy(5),
                      rawquantity, rawunitprice, rawdescription,
                      rawfreight, rawdiscount, rawitemcode
        end-unstring
     end-if.

     if function test-numval(rawquantity) <> 0
        or function test-numval(rawunitprice) <> 0
        add 1			to skipcount
     else
        if function trim(rawinvoiceno) <> function trim(curinvoice)
           if lnCount > zero
              perform 0200-flush-invoice
           end-if
           perform 0150-start-invoice
        end-if
        if lnCount < 500
           add 1		to lnCount
           perform 0160-build-line
        else if not overflow-was-warned
           set overflow-was-warned to true
           display "salesextract: WARNING -- invoice "
                   function trim(rawinvoiceno) " has more than 500 "
                   "lines; the rest are left out of the extract"
        end-if
        end-if
     end-if.
*>
 0150-start-invoice.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>freight and discount ride on the invoice's first line, the way
*>>>writeinvoice takes them; the rest comes from the batch totals
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move rawinvoiceno		to curinvoice.
     move zero			to lnCount invnet invfreight
                                   invdiscount invtax.
     move spaces		to overflowwarned.
     add 1			to ctlInvoices.
     if function test-numval(rawfreight) = 0
        compute invfreight = function numval(rawfreight)
     end-if.
     if function test-numval(rawdiscount) = 0
        compute invdiscount = function numval(rawdiscount)
     end-if.
     if function trim(rawrectype) = "CM"
        compute invfreight = 0 - invfreight
        compute invdiscount = 0 - invdiscount
     end-if.

     if function trim(rawinvdate(1:4)) is numeric
        and function trim(rawinvdate(6:2)) is numeric
        and function trim(rawinvdate(9:2)) is numeric
        compute lineinvdate = function numval(rawinvdate(1:4)) * 10000
                            + function numval(rawinvdate(6:2)) * 100
                            + function numval(rawinvdate(9:2))
     else
        move 99999999		to lineinvdate
     end-if.

     move zero			to btMatchInd.
     if function trim(rawinvoiceno) is numeric
        perform varying btInd from 1 by 1
                until btInd > btCount or btMatchInd <> zero
            if btInvoice(btInd) = function numval(rawinvoiceno)
               set btMatchInd	to btInd
            end-if
        end-perform
     end-if.
     if btMatchInd <> zero
        move btRate(btMatchInd)	to invrate
        move btTax(btMatchInd)	to invtax
        move btCompany(btMatchInd) to invcompany
        if invcompany = spaces
           move cfgcompany	to invcompany
        end-if
     else
        add 1			to ctlNoTotals
        move cfgcompany		to invcompany
        perform 0170-find-rate
     end-if.
*>
 0160-build-line.
*>
     move rawrectype(1:2)	to lnRectype(lnCount).
     move rawinvdate		to lnInvdate(lnCount).
     move rawsalesrep		to lnSalesrep(lnCount).
     move function upper-case(rawcurrency) to lnCurrency(lnCount).
     if lnCurrency(lnCount) = spaces
        move "USD"		to lnCurrency(lnCount)
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>customer code: the row's own in codes mode, the master's code
*>>>for the billed name in names mode (the name itself when the
*>>>master does not know it); the family is the parent's code
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to custMatchInd.
     if custmode-codes
        move rawsoldtocode	to linecustkey
        perform varying custInd from 1 by 1
                until custInd > custCount or custMatchInd <> zero
            if custCode(custInd) = rawsoldtocode
               set custMatchInd	to custInd
            end-if
        end-perform
     else
        move rawsoldtoname	to linecustkey
        perform varying custInd from 1 by 1
                until custInd > custCount or custMatchInd <> zero
            if function upper-case(custName(custInd)) =
               function upper-case(rawsoldtoname)
               set custMatchInd	to custInd
            end-if
        end-perform
        if custMatchInd <> zero
           move custCode(custMatchInd) to linecustkey
        end-if
     end-if.
     move linecustkey		to lnCustomer(lnCount).
     move linecustkey		to lnParent(lnCount).
     perform varying cpInd from 1 by 1
             until cpInd > cpCount
         if cpChild(cpInd) = linecustkey
            move cpParent(cpInd) to lnParent(lnCount)
         end-if
     end-perform.

     if custmode-codes
        move spaces		to lnShipState(lnCount)
        perform varying custInd from 1 by 1
                until custInd > custCount
            if custCode(custInd) = rawshiptocode
               and rawshiptocode <> spaces
               move custState(custInd) to lnShipState(lnCount)
            end-if
        end-perform
        if lnShipState(lnCount) = spaces and custMatchInd <> zero
           move custState(custMatchInd) to lnShipState(lnCount)
        end-if
     else
        move function trim(rawshiptostate) to lnShipState(lnCount)
        if lnShipState(lnCount) = spaces
           move function trim(rawsoldtostate) to lnShipState(lnCount)
        end-if
     end-if.

     move function upper-case(rawitemcode) to lnItem(lnCount).
     move rawdescription	to lnDesc(lnCount).
     move spaces		to lnLocation(lnCount).
     move zero			to itemMatchInd.
     perform varying itemInd from 1 by 1
             until itemInd > itemCount or itemMatchInd <> zero
         if lnItem(lnCount) <> spaces
            and itemCode(itemInd) = lnItem(lnCount)
            set itemMatchInd	to itemInd
         end-if
     end-perform.
     if itemMatchInd <> zero
        move itemDesc(itemMatchInd)	to lnDesc(lnCount)
        move itemLocation(itemMatchInd) to lnLocation(lnCount)
     end-if.
     inspect lnDesc(lnCount) replacing all "," by " ".

     compute lineqty = function numval(rawquantity).
     if function trim(rawrectype) = "CM"
        compute lineqty = 0 - lineqty
     end-if.
     move lineqty		to lnQty(lnCount).
     compute lnNet(lnCount) rounded = lineqty
           * function numval(rawunitprice).
     add lnNet(lnCount)		to invnet.

     perform 0180-find-cost.
     if priceMatchInd <> zero
        and prCostSet(priceMatchInd) = "y"
        compute lnCost(lnCount) = lineqty * prCost(priceMatchInd)
        move "y"		to lnCostSet(lnCount)
     else
        move zero		to lnCost(lnCount)
        move spaces		to lnCostSet(lnCount)
        add 1			to ctlNoCost
     end-if.
*>
 0170-find-rate.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the code's latest rate in force on the invoice date, as
*>>>writeinvoice picks it; USD and an unknown code go at par
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move 1			to invrate.
     move zero			to rateMatchInd.
     perform varying rateInd from 1 by 1
             until rateInd > rateCount
         if rateCurrency(rateInd) =
            function upper-case(function trim(rawcurrency))
            and rateEffdate(rateInd) <= lineinvdate
            if rateMatchInd = zero
               set rateMatchInd	to rateInd
            else
               if rateEffdate(rateInd) >= rateEffdate(rateMatchInd)
                  set rateMatchInd to rateInd
               end-if
            end-if
         end-if
     end-perform.
     if rateMatchInd <> zero
        move rateValue(rateMatchInd) to invrate
     end-if.
*>
 0180-find-cost.
*>
     move zero			to priceMatchInd.
     perform varying priceInd from 1 by 1
             until priceInd > priceCount
         if ((function trim(rawitemcode) <> spaces
              and function trim(rawitemcode) =
                  function trim(prItem(priceInd)))
             or (function trim(rawitemcode) = spaces
                 and function trim(rawdescription) =
                     function trim(prItem(priceInd))))
            and prEffdate(priceInd) <= lineinvdate
            if priceMatchInd = zero
               move priceInd	to priceMatchInd
            else
               if prEffdate(priceInd) >= prEffdate(priceMatchInd)
                  move priceInd	to priceMatchInd
               end-if
            end-if
         end-if
     end-perform.
*>
 0200-flush-invoice.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>each line's share is the invoice amount times its part of the
*>>>invoice net; the last line takes what is left.  An invoice
*>>>that nets to zero puts the whole amount on its first line
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if btMatchInd <> zero
        and invnet <> btAmount(btMatchInd)
        and 0 - invnet <> btAmount(btMatchInd)
        add 1			to ctlOffTotals
     end-if.
     move zero			to sharedfreight shareddiscount
                                   sharedtax.
     perform varying lnInd from 1 by 1
             until lnInd > lnCount
         evaluate true
             when lnInd = lnCount
                  compute outfreight = invfreight - sharedfreight
                  compute outdiscount = invdiscount - shareddiscount
                  compute outtax = invtax - sharedtax
             when invnet = zero
                  if lnInd = 1
                     move invfreight	to outfreight
                     move invdiscount	to outdiscount
                     move invtax	to outtax
                  else
                     move zero		to outfreight outdiscount
                                           outtax
                  end-if
             when other
                  compute outfreight rounded =
                          invfreight * lnNet(lnInd) / invnet
                  compute outdiscount rounded =
                          invdiscount * lnNet(lnInd) / invnet
                  compute outtax rounded =
                          invtax * lnNet(lnInd) / invnet
         end-evaluate
         add outfreight		to sharedfreight
         add outdiscount	to shareddiscount
         add outtax		to sharedtax
         compute outusd rounded = lnNet(lnInd) * invrate
         perform 0300-put-line
     end-perform.
     move zero			to lnCount.
*>
 0300-put-line.
*>
     move curinvoice		to showinvoice.
     move lnQty(lnInd)		to showqty.
     move lnNet(lnInd)		to shownet.
     move invrate		to showrate.
     move outusd		to showusd.
     move outfreight		to showfreight.
     move outdiscount		to showdiscount.
     move outtax		to showtax.
     move spaces		to showcostcol.
     if lnCostSet(lnInd) = "y"
        move lnCost(lnInd)	to showcost
        move function trim(showcost) to showcostcol
     end-if.

     move spaces		to extractrec.
     string function trim(showinvoice), ",",
            function trim(lnRectype(lnInd)), ",",
            function trim(lnInvdate(lnInd)), ",",
            function trim(invcompany), ",",
            function trim(lnCustomer(lnInd)), ",",
            function trim(lnParent(lnInd)), ",",
            function trim(lnShipState(lnInd)), ",",
            function trim(lnSalesrep(lnInd)), ",",
            function trim(lnItem(lnInd)), ",",
            function trim(lnDesc(lnInd)), ",",
            function trim(lnLocation(lnInd)), ",",
            function trim(showqty), ",",
            function trim(lnCurrency(lnInd)), ",",
            function trim(shownet), ",",
            function trim(showrate), ",",
            function trim(showusd), ",",
            function trim(showcostcol), ",",
            function trim(showfreight), ",",
            function trim(showdiscount), ",",
            function trim(showtax)
            delimited by size into extractrec
     end-string.
     write extractrec.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the same row on the Lines sheet, one cell per record
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "<table:table-row>"	to workbookrec.
     write workbookrec.
     move showinvoice		to cellvalue.
     perform 0520-put-text-cell.
     move lnRectype(lnInd)	to cellvalue.
     perform 0520-put-text-cell.
     move lnInvdate(lnInd)	to cellvalue.
     perform 0520-put-text-cell.
     move invcompany		to cellvalue.
     perform 0520-put-text-cell.
     move lnCustomer(lnInd)	to cellvalue.
     perform 0520-put-text-cell.
     move lnParent(lnInd)	to cellvalue.
     perform 0520-put-text-cell.
     move lnShipState(lnInd)	to cellvalue.
     perform 0520-put-text-cell.
     move lnSalesrep(lnInd)	to cellvalue.
     perform 0520-put-text-cell.
     move lnItem(lnInd)		to cellvalue.
     perform 0520-put-text-cell.
     move lnDesc(lnInd)		to cellvalue.
     perform 0520-put-text-cell.
     move lnLocation(lnInd)	to cellvalue.
     perform 0520-put-text-cell.
     move showqty		to cellnumber.
     perform 0530-put-number-cell.
     move lnCurrency(lnInd)	to cellvalue.
     perform 0520-put-text-cell.
     move shownet		to cellnumber.
     perform 0530-put-number-cell.
     move showrate		to cellnumber.
     perform 0530-put-number-cell.
     move showusd		to cellnumber.
     perform 0530-put-number-cell.
     move showcostcol		to cellnumber.
     perform 0530-put-number-cell.
     move showfreight		to cellnumber.
     perform 0530-put-number-cell.
     move showdiscount		to cellnumber.
     perform 0530-put-number-cell.
     move showtax		to cellnumber.
     perform 0530-put-number-cell.
     move "</table:table-row>"	to workbookrec.
     write workbookrec.

     add 1			to ctlLines.
     add lnQty(lnInd)		to ctlQty.
     add lnNet(lnInd)		to ctlNet.
     add outusd			to ctlUsd.
     add lnCost(lnInd)		to ctlCost.
     add outfreight		to ctlFreight.
     add outdiscount		to ctlDiscount.
     add outtax			to ctlTax.
*>
 0500-start-workbook.
*>
     move '<?xml version="1.0" encoding="UTF-8"?>' to workbookrec.
     write workbookrec.
     move spaces		to workbookrec.
     string '<office:document xmlns:office="urn:oasis:names:tc:',
            'opendocument:xmlns:office:1.0" xmlns:table="urn:oasis:',
            'names:tc:opendocument:xmlns:table:1.0" xmlns:text="urn:',
            'oasis:names:tc:opendocument:xmlns:text:1.0" ',
            'office:version="1.2" office:mimetype="application/vnd.',
            'oasis.opendocument.spreadsheet">'
            delimited by size into workbookrec
     end-string.
     write workbookrec.
     move "<office:body><office:spreadsheet>" to workbookrec.
     write workbookrec.
     move '<table:table table:name="Lines">' to workbookrec.
     write workbookrec.

     move "<table:table-row>"	to workbookrec.
     write workbookrec.
     move 1			to headingptr.
     perform until headingptr > length of headingrow
                or headingrow(headingptr:) = spaces
         move spaces		to headingcol
         unstring headingrow delimited by ","
                  into headingcol
                  with pointer headingptr
         end-unstring
         move headingcol	to cellvalue
         perform 0520-put-text-cell
     end-perform.
     move "</table:table-row>"	to workbookrec.
     write workbookrec.
*>
 0520-put-text-cell.
*>
     move spaces		to cellxml.
     move zero			to cellout.
     perform varying cellsub from 1 by 1
             until cellsub > length of cellvalue
                or cellout > 290
         evaluate cellvalue(cellsub:1)
             when "&"
                  move "&amp;"	to cellxml(cellout + 1:5)
                  add 5		to cellout
             when "<"
                  move "&lt;"	to cellxml(cellout + 1:4)
                  add 4		to cellout
             when ">"
                  move "&gt;"	to cellxml(cellout + 1:4)
                  add 4		to cellout
             when other
                  add 1		to cellout
                  move cellvalue(cellsub:1) to cellxml(cellout:1)
         end-evaluate
     end-perform.
     move spaces		to workbookrec.
     string '<table:table-cell office:value-type="string">',
            "<text:p>", function trim(cellxml), "</text:p>",
            "</table:table-cell>"
            delimited by size into workbookrec
     end-string.
     write workbookrec.
*>
 0530-put-number-cell.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a blank number (a line with no standard cost) is an empty cell,
*>>>not a zero, so an average over the column stays honest
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to workbookrec.
     if cellnumber = spaces
        move "<table:table-cell/>" to workbookrec
     else
        string '<table:table-cell office:value-type="float" ',
               'office:value="', function trim(cellnumber), '">',
               "<text:p>", function trim(cellnumber), "</text:p>",
               "</table:table-cell>"
               delimited by size into workbookrec
        end-string
     end-if.
     write workbookrec.
*>
 0600-put-controls.
*>
     move "</table:table>"	to workbookrec.
     write workbookrec.
     move '<table:table table:name="Controls">' to workbookrec.
     write workbookrec.
     move "Invoices"		to controllabel.
     move ctlInvoices		to showcount.
     move showcount		to cellnumber.
     perform 0610-put-control-row.
     move "Lines extracted"	to controllabel.
     move ctlLines		to showcount.
     move showcount		to cellnumber.
     perform 0610-put-control-row.
     move "Rows skipped (bad quantity or price)" to controllabel.
     move skipcount		to showcount.
     move showcount		to cellnumber.
     perform 0610-put-control-row.
     move "Net quantity"	to controllabel.
     move ctlQty		to showqty.
     move showqty		to cellnumber.
     perform 0610-put-control-row.
     move "Net amount (document currency)" to controllabel.
     move ctlNet		to showctl.
     move showctl		to cellnumber.
     perform 0610-put-control-row.
     move "Net amount (USD)"	to controllabel.
     move ctlUsd		to showctl.
     move showctl		to cellnumber.
     perform 0610-put-control-row.
     move "Standard cost"	to controllabel.
     move ctlCost		to showctl.
     move showctl		to cellnumber.
     perform 0610-put-control-row.
     move "Lines with no standard cost" to controllabel.
     move ctlNoCost		to showcount.
     move showcount		to cellnumber.
     perform 0610-put-control-row.
     move "Freight"		to controllabel.
     move ctlFreight		to showctl.
     move showctl		to cellnumber.
     perform 0610-put-control-row.
     move "Discount"		to controllabel.
     move ctlDiscount		to showctl.
     move showctl		to cellnumber.
     perform 0610-put-control-row.
     move "Sales tax"		to controllabel.
     move ctlTax		to showctl.
     move showctl		to cellnumber.
     perform 0610-put-control-row.
     move "Invoices not on invoicebatchtotals.csv" to controllabel.
     move ctlNoTotals		to showcount.
     move showcount		to cellnumber.
     perform 0610-put-control-row.
     move "Invoices whose lines do not foot to it" to controllabel.
     move ctlOffTotals		to showcount.
     move showcount		to cellnumber.
     perform 0610-put-control-row.
     move "</table:table>"	to workbookrec.
     write workbookrec.
     move "</office:spreadsheet></office:body></office:document>"
          to workbookrec.
     write workbookrec.
*>
 0610-put-control-row.
*>
     move "<table:table-row>"	to workbookrec.
     write workbookrec.
     move controllabel		to cellvalue.
     perform 0520-put-text-cell.
     perform 0530-put-number-cell.
     move "</table:table-row>"	to workbookrec.
     write workbookrec.
*>
 0105-read-next-invoice.
*>
     evaluate curregion
         when 1
             read invoicefile
                  at end perform 0106-advance-region
             end-read
         when 2
             read invoicefile2
                  at end perform 0106-advance-region
                  not at end move invoicerec2 to invoicerec
             end-read
         when 3
             read invoicefile3
                  at end perform 0106-advance-region
                  not at end move invoicerec3 to invoicerec
             end-read
         when 4
             read invoicefile4
                  at end perform 0106-advance-region
                  not at end move invoicerec4 to invoicerec
             end-read
         when 5
             read invoicefile5
                  at end perform 0106-advance-region
                  not at end move invoicerec5 to invoicerec
             end-read
     end-evaluate.
*>
 0106-advance-region.
*>
     evaluate curregion
         when 1 close invoicefile
         when 2 close invoicefile2
         when 3 close invoicefile3
         when 4 close invoicefile4
         when 5 close invoicefile5
     end-evaluate.
     add 1			to curregion.
     if curregion > maxregion
        move "y"		to eof
     else
        perform 0105-read-next-invoice
     end-if.
*>
 0930-load-customers.
*>
     move zero			to custCount.
     open input custmasterfile.
     read custmasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if custCount < 500 and custmasterrec <> spaces
            add 1		to custCount
            unstring custmasterrec delimited by ","
                     into custCode(custCount),
                          custName(custCount),
                          cm-addr1, cm-city,
                          custState(custCount)
            end-unstring
            move function upper-case(custCode(custCount))
                 to custCode(custCount)
         end-if
         read custmasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close custmasterfile.
     move spaces		to eof.
*>
 0932-load-custparents.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>child code, child name, parent code, parent name
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to cpCount.
     open input custparentfile.
     read custparentfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if cpCount < 500 and custparentrec <> spaces
            add 1		to cpCount
            unstring custparentrec delimited by ","
                     into cpChild(cpCount), cp-childname,
                          cpParent(cpCount)
            end-unstring
            move function upper-case(cpChild(cpCount))
                 to cpChild(cpCount)
            move function upper-case(cpParent(cpCount))
                 to cpParent(cpCount)
         end-if
         read custparentfile
              at end move "y"	to eof
         end-read
     end-perform.
     close custparentfile.
     move spaces		to eof.
*>
 0934-load-items.
*>
     move zero			to itemCount.
     open input itemmasterfile.
     read itemmasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if itemCount < 500 and itemmasterrec <> spaces
            add 1		to itemCount
            unstring itemmasterrec delimited by ","
                     into itemCode(itemCount),
                          itemDesc(itemCount),
                          itemLocation(itemCount)
            end-unstring
            move function upper-case(itemCode(itemCount))
                 to itemCode(itemCount)
         end-if
         read itemmasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close itemmasterfile.
     move spaces		to eof.
*>
 0936-load-currencyrates.
*>
     move zero			to rateCount.
     open input currencyfile.
     read currencyfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if rateCount < 200 and currencyrec <> spaces
            move spaces		to rawrateeff rawratevalue
            add 1		to rateCount
            unstring currencyrec delimited by ","
                     into rateCurrency(rateCount),
                          rawrateeff, rawratevalue
            end-unstring
            if function trim(rawrateeff) is numeric
               and function test-numval(rawratevalue) = 0
               compute rateEffdate(rateCount) =
                       function numval(rawrateeff)
               compute rateValue(rateCount) =
                       function numval(rawratevalue)
            else
               subtract 1	from rateCount
            end-if
         end-if
         read currencyfile
              at end move "y"	to eof
         end-read
     end-perform.
     close currencyfile.
     move spaces		to eof.
*>
 0937-load-pricemaster.
*>
     move zero			to priceCount.
     open input pricemasterfile.
     read pricemasterfile
          at end move "y"	to eof
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
            move spaces		to prCostSet(priceCount)
            move zero		to prEffdate(priceCount)
            if function trim(rawmastereff) is numeric
               compute prEffdate(priceCount) =
                       function numval(rawmastereff)
            end-if
            if function test-numval(rawmasterprice) = 0
               if rawmastercost <> spaces
                  and function test-numval(rawmastercost) = 0
                  compute prCost(priceCount) =
                          function numval(rawmastercost)
                  move "y"	to prCostSet(priceCount)
               end-if
            else
               subtract 1	from priceCount
            end-if
         end-if
         read pricemasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close pricemasterfile.
     move spaces		to eof.
*>
 0938-load-batchtotals.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>invoice, date, currency, rate, amount, sales tax, freight,
*>>>discount, invoice total, company, ...
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to btCount.
     open input batchtotfile.
     read batchtotfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to bt-invoiceno bt-invdate bt-currency
                                   bt-rate bt-amount bt-salestax
                                   bt-freight bt-discount
                                   bt-invoicetotal bt-company
         unstring batchtotrec delimited by ","
                  into bt-invoiceno, bt-invdate, bt-currency,
                       bt-rate, bt-amount, bt-salestax,
                       bt-freight, bt-discount, bt-invoicetotal,
                       bt-company
         end-unstring
         if btCount < 2000 and function trim(bt-invoiceno) is numeric
            add 1		to btCount
            compute btInvoice(btCount) = function numval(bt-invoiceno)
            move 1		to btRate(btCount)
            if function test-numval(bt-rate) = 0
               compute btRate(btCount) = function numval(bt-rate)
            end-if
            move zero		to btAmount(btCount) btTax(btCount)
            if function test-numval(bt-amount) = 0
               compute btAmount(btCount) = function numval(bt-amount)
            end-if
            if function test-numval(bt-salestax) = 0
               compute btTax(btCount) = function numval(bt-salestax)
            end-if
            move bt-company	to btCompany(btCount)
         end-if
         read batchtotfile
              at end move "y"	to eof
         end-read
     end-perform.
     close batchtotfile.
     move spaces		to eof.
*>
 0940-load-odfconfig.
*>
     open input odfconfigfile.
     read odfconfigfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move zero		to cfgeqpos
         inspect odfconfigrec tallying cfgeqpos
                 for characters before initial "="
         if cfgeqpos < length of odfconfigrec
            move spaces		to cfgname cfgvalue
            move odfconfigrec(1:cfgeqpos) to cfgname
            move odfconfigrec(cfgeqpos + 2:) to cfgvalue
            if function trim(cfgname) = "custmode"
               move function trim(cfgvalue) to custmodeval
            end-if
            if function trim(cfgname) = "company"
               and cfgvalue <> spaces
               move function trim(cfgvalue) to cfgcompany
            end-if
         end-if
         read odfconfigfile
              at end move "y"	to eof
         end-read
     end-perform.
     close odfconfigfile.
     move spaces		to eof.
