*>              of those names.  Without the selector, two runs
*>              driven off the one shared cfg would both resolve
*>              the same company and the second would refuse
*>15-Oct-2026 - each batch totals row ends with the company the run
*>              bills for (the one its batch headers must name), so
*>              glpost can post every company's invoices to the
*>              general ledger under that company's code
*>15-Oct-2026 - each batch totals row also carries, as column eleven,
*>              the standard cost (database/pricemaster.csv's third
*>              column, US dollars) of the stock the invoice
*>              relieved -- kit components as exploded, credit memo
*>              restocks negative -- so glpost books cost of goods
*>              sold against inventory with the revenue
*>15-Oct-2026 - inventory is kept per item per warehouse (database/
*>              inventory.csv columns five and six: warehouse code,
*>              in transit).  Each invoice ships from the warehouse
*>              the shared whroute picks for its ship method or
*>              ship-to state, and the overcommit warning and the
*>              relief work from that warehouse's row; an item
*>              stocked elsewhere but not there gets a row at zero
*>              and goes negative, for stockstatus to flag
*>15-Oct-2026 - database/salesorders.csv carries order date, quantity
*>              allocated and allocating warehouse as columns eight
*>              to ten (boalloc fills them); they are kept on the
*>              rewrite, and billing an allocated line releases the
*>              allocation and the committed quantity it raised at
*>              that warehouse on database/inventory.csv
*>15-Oct-2026 - returns are received before they are credited:
*>              rmareceive records on database/rmas.csv, as columns
*>              nine to twelve, the quantity received for restock,
*>              for scrap and for return to vendor and the warehouse
*>              it came back to.  A CM row may not credit more than
*>              has been received, and its restock now puts back on
*>              hand only the restock-disposition units it credits
*>              (credits use up restock units first), at the
*>              receiving warehouse; scrapped and returned-to-vendor
*>              units stay off the shelf and out of the cost relief
*>15-Oct-2026 - lot and serial numbers are captured on billed lines:
*>              database/items.csv's fifth column marks an item lot
*>              (L) or serial (S) tracked, and the CSV gains a
*>              trailing lot column (lot[:qty];lot[:qty] -- a lot
*>              with no quantity takes what the line has left, a
*>              serial is one unit).  A line with none on the row
*>              takes what the warehouse confirmed picking for the
*>              invoice on database/pickconfirm.csv (invoice, item,
*>              lot or serial, quantity), which is also where kit
*>              components' numbers come from.  Every number
*>              appends to database/lottrace.csv with the invoice,
*>              customer, ship-to and date for lottrace to answer
*>              from; a serial shipped twice, a tracked line billed
*>              with no numbers and a serial count short of the
*>              quantity are listed on writeinvoicelotexc.txt, the
*>              duplicate also audit-logged
*>15-Oct-2026 - database/pricemaster.csv rows carry an effective date
*>              (yyyymmdd) as column four, blank meaning always, and
*>              an item may have several: the price check and the
*>              standard cost of relieved stock take the row in
*>              force on the invoice date, so a December invoice
*>              billed in January still checks against December's
*>              price.  pricechange schedules the new rows
*>15-Oct-2026 - the carrier tracking number shiptrack records for an
*>              invoice on database/tracking.csv (keyed at pack time
*>              or taken from the carrier's export) fills a
*>              trackingno form field when the template has one,
*>              prints on the spool header after the ship method and
*>              goes out in the 810 as a REF*CN segment
*>15-Oct-2026 - every billed invoice appends its shipment's freight
*>              to database/shipfreight.csv (invoice date, invoice,
*>              customer key and name, carrier, ship-to state, zone,
*>              weight, rated freight, freight billed and its US
*>              dollar value, tracking number, company) for
*>              freightaudit to match the carriers' freight bills to
*>              what we rated and recovered
*>15-Oct-2026 - a credit memo row with no item code is an allowance
*>              -- a dispute settled by credit, staged by disputes --
*>              and bills without an RMA number; a credit for an
*>              item still needs its received RMA
*>15-Oct-2026 - a customer deposit cashapply took against the sales
*>              order (database/deposits.csv) is applied to the
*>              first invoice billing that order in 0260-post-aropen:
*>              the open item carries the invoice total less the
*>              deposit (none at all when the deposit covers it),
*>              the form and spool show the deposit and the balance
*>              due, exposure rises by the net, and the batch totals
*>              row carries the deposit applied (invoice currency,
*>              then US dollars at its receipt rate) for glpost to
*>              relieve 2500 Customer deposits
*>15-Oct-2026 - cancel-and-rebill corrections (invcorrect) are linked
*>              on database/invoicecorrections.csv (original, credit
*>              memo, replacement ...).  The correction's credit memo
*>              reverses the original line for line, item codes and
*>              all, and bills without an RMA -- nothing came back,
*>              the stock it restocks is what the replacement takes
*>              out again.  The replacement's form fills a
*>              [replaces] placeholder with "Replaces invoice
*>              nnnnnn" and the credit memo's with "Cancels invoice
*>              nnnnnn" when the template has one, the spool header
*>              prints the same line, and the 810 carries the
*>              original as REF*OI with an NTE note
*>15-Oct-2026 - invoices print in the sold-to customer's language:
*>              the customer master's tenth column carries a
*>              language code (blank = English, kept through
*>              0985-rewrite-customers), and 0075-select-template
*>              picks that language's variant of the standard or
*>              credit memo template (invoicetemplate_fr.fods next
*>              to invoicetemplate.fods, the suffix from
*>              database/languages.csv) when one is on disk.  The
*>              shared langfmt subprogram puts the invoice and due
*>              dates and every money field in the language's
*>              conventions, odfsetmark keeps the typed cells'
*>              values right under a comma decimal mark, and a
*>              template carrying a [duewording] placeholder gets
*>              the language's amount-due wording.  English
*>              customers print exactly as before
*>15-Oct-2026 - each finished invoice's open item (or installments) is
*>              written to the indexed database/aropen.dat
*>              (aropenconv) under its invoice number and installment
*>              sequence instead of appended to database/aropen.csv;
*>              the batch is refused before anything is billed when
*>              aropen.dat will not open, and an item already on file
*>              under its key is counted as an exception
*>*********************************************************************
identification division.
program-id. writeinvoice.
                        organization is line sequential.
select optional custmasterfile	assign to "database/customers.csv"
                        organization is line sequential.
select aropenidx	assign to "database/aropen.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is ao-key
                        alternate record key is ao-customer
                            with duplicates
                        file status is ao-status.
select optional batchtotfile	assign to batchtotpath
                        organization is line sequential.
select optional taxratefile	assign to "database/taxrates.csv"
                        organization is line sequential.
select optional rmafile	assign to "database/rmas.csv"
                        organization is line sequential.
select optional pickconfirmfile	assign to "database/pickconfirm.csv"
                        organization is line sequential.
select optional shipfreightfile	assign to "database/shipfreight.csv"
                        organization is line sequential.
select optional trackingfile	assign to "database/tracking.csv"
                        organization is line sequential.
select optional correctionfile	assign to "database/invoicecorrections.csv"
                        organization is line sequential.
select optional depositfile	assign to "database/deposits.csv"
                        organization is line sequential.
select optional lottracefile	assign to "database/lottrace.csv"
                        organization is line sequential.
select lotexcfile	assign to "writeinvoicelotexc.txt"
                        organization is line sequential.
select optional edipartnerfile	assign to "database/edipartners.csv"
                        organization is line sequential.
select optional custnewfile	assign to "database/customers.csv.new"
*>
01 custmasterrec	pic x(120).
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
fd batchtotfile.
*>
*>
fd inventoryfile.
*>
01 inventoryrec		pic x(80).
*>
fd freightzonefile.
*>
*>
fd rmafile.
*>
01 rmarec		pic x(150).
*>
fd pickconfirmfile.
*>
01 pickconfirmrec	pic x(80).
*>
fd shipfreightfile.
*>
01 shipfreightrec	pic x(200).
*>
fd trackingfile.
*>
01 trackingrec		pic x(120).
*>
fd correctionfile.
*>
01 correctionrec	pic x(120).
*>
fd depositfile.
*>
01 depositrec		pic x(120).
*>
fd lottracefile.
*>
01 lottracerec		pic x(200).
*>
fd lotexcfile.
*>
01 lotexcrec		pic x(132).
*>
fd edipartnerfile.
*>
*>
fd salesorderfile.
*>
01 salesorderrec	pic x(120).
*>
fd soclosedfile.
*>
01 soclosedrec		pic x(120).
*>
fd trialfile.
*>
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>regional invoice files are merged into one batch by reading
*>>>them in turn -- invoicefile2/3 are optional, so a site with
         10  custPending	pic s9(8)v99 value zero.
         10  custCountry	pic x(3) value spaces.
         10  custOrigExposure	pic s9(8)v99 value zero.
         10  custLanguage	pic x(3) value spaces.
 01  custMatchInd		unsigned-int value zero.
 01  rawcustlimit		pic x(12) value spaces.
 01  custlangline		pic x(120) value spaces.
 01  rawcustexposure		pic x(12) value spaces.
 01  custExposureChanged	pic x value spaces.
     88  exposure-was-updated	      value "y".
     88  template-is-standard	      value "s".
     88  template-is-cm	      value "c".
 01  wanttemplate		pic x value "s".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the sold-to customer's language picks the variant of that
*>>>template and the conventions its dates and amounts print in,
*>>>through the shared langfmt subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  curtemplatepath		pic x(80) value spaces.
 01  invlanguage		pic x(3) value spaces.
     88  invoice-in-english	      values spaces "EN".
 01  langrequest		pic x value spaces.
 01  langvalue			pic x(100) value spaces.
 01  langstatus			pic 99 value zero.
 01  decimalmark		pic x value ".".
 01  duewordingfield		pic x value spaces.
     88  template-has-duewording    value "y".
 01  invoice1path		pic x(80) value "database/invoice1.csv".
 01  invoice2path		pic x(80) value "database/invoice2.csv".
 01  invoice3path		pic x(80) value "database/invoice3.csv".
                        indexed by priceInd.
         10  prItem		pic x(70) value spaces.
         10  prPrice		pic 9(6)v99 value zero.
         10  prCost		pic 9(6)v99 value zero.
         10  prEffdate		pic 9(8) value zero.
 01  priceMatchInd		unsigned-int value zero.
 01  rawmasterprice		pic x(12) value spaces.
 01  rawmastercost		pic x(12) value spaces.
 01  rawmastereff		pic x(10) value spaces.
 01  pricekey			pic x(70) value spaces.
 01  pricetolerance		pic 9(3)v99 value 10.
 01  pricerejectval		pic x value spaces.
     88  price-exc-rejects	      value "y".
         10  itCode		pic x(8) value spaces.
         10  itDesc		pic x(70) value spaces.
         10  itWeight		pic 9(5)v99 value zero.
         10  itTrack		pic x value spaces.
 01  itemMatchInd		unsigned-int value zero.
 01  rawitemcode		pic x(10) value spaces.
 01  rawitemloc		pic x(10) value spaces.
 01  rawitemweight		pic x(10) value spaces.
 01  rawitemtrack		pic x(4) value spaces.
 01  rawrmano			pic x(10) value spaces.
 01  rawlotnos			pic x(80) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>lot and serial capture -- what the warehouse confirmed picking,
*>>>and every serial already shipped (net of returns) per the
*>>>cumulative trace file, so a second shipment of one is caught
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  pcfCount			unsigned-int value zero.
 01  pcfList.
     05  pcfEntry	occurs 1000 times
                        indexed by pcfInd.
         10  pcfInvoice	pic x(6) value spaces.
         10  pcfItem		pic x(8) value spaces.
         10  pcfLot		pic x(20) value spaces.
         10  pcfQty		pic s9(10) value zero.
         10  pcfUsed		pic x value spaces.
 01  serCount			unsigned-int value zero.
 01  serList.
     05  serEntry	occurs 3000 times
                        indexed by serInd.
         10  serItem		pic x(8) value spaces.
         10  serNumber		pic x(20) value spaces.
         10  serNet		pic s9(5) value zero.
 01  serMatchInd		unsigned-int value zero.
 01  rawpcfinvoice		pic x(10) value spaces.
 01  rawpcfqty			pic x(12) value spaces.
 01  rawtrcdate		pic x(10) value spaces.
 01  rawtrcinvoice		pic x(10) value spaces.
 01  rawtrcrectype		pic x(4) value spaces.
 01  rawtrcitem		pic x(10) value spaces.
 01  rawtrclot			pic x(20) value spaces.
 01  rawtrcqty			pic x(12) value spaces.
 01  rawtrctrack		pic x(4) value spaces.
 01  lotpiece			pic x(40) value spaces.
 01  lotptr			unsigned-int value zero.
 01  rawlotqty			pic x(12) value spaces.
 01  lotworkitem		pic x(10) value spaces.
 01  lotworkno			pic x(20) value spaces.
 01  lotworkqty		pic s9(10) value zero.
 01  lotexpected		pic s9(10) value zero.
 01  lotcaptured		pic s9(10) value zero.
 01  lotentries		unsigned-int value zero.
 01  lottrack			pic x value spaces.
 01  lotfromrow			pic x value spaces.
     88  lots-from-row	      value "y".
 01  lotexccount		unsigned-int value zero.
 01  lotexcreason		pic x(40) value spaces.
 01  showlotqty			pic -(9)9 value zero.
 01  showlotexpected		pic -(9)9 value zero.
 01  pcfinvoicework		pic 9(6) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>carrier tracking numbers shiptrack keeps, one per invoice
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  trkCount			unsigned-int value zero.
 01  trkList.
     05  trkEntry	occurs 2000 times
                        indexed by trkInd.
         10  trkInvoice	pic x(6) value spaces.
         10  trkCarrier	pic x(8) value spaces.
         10  trkNumber		pic x(30) value spaces.
 01  rawtrkinvoice		pic x(10) value spaces.
 01  trkinvoicework		pic 9(6) value zero.
 01  invtrackingno		pic x(30) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>cancel-and-rebill links invcorrect keeps: the credit memo and
*>>>the replacement each point back at the original
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  corCount			unsigned-int value zero.
 01  corList.
     05  corEntry	occurs 2000 times
                        indexed by corInd.
         10  corOriginal	pic 9(6) value zero.
         10  corCredit		pic 9(6) value zero.
         10  corReplacement	pic 9(6) value zero.
 01  rawcororiginal		pic x(10) value spaces.
 01  rawcorcredit		pic x(10) value spaces.
 01  rawcorreplacement		pic x(10) value spaces.
 01  correctionrole		pic x value spaces.
     88  invoice-is-reversal	      value "C".
     88  invoice-is-replacement    value "R".
 01  corrorigno			pic 9(6) value zero.
 01  correctionnote		pic x(30) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>customer deposits cashapply took against a sales order -- the
*>>>unapplied part comes off the first invoice billing the order,
*>>>oldest deposit first, and the file is rewritten at end of job
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  depCount			unsigned-int value zero.
 01  depList.
     05  depEntry	occurs 1000 times
                        indexed by depInd.
         10  depDate		pic x(10) value spaces.
         10  depSonumber	pic 9(6) value zero.
         10  depCustomer	pic x(28) value spaces.
         10  depCurrency	pic x(3) value spaces.
         10  depRate		pic 9v9999 value zero.
         10  depAmount		pic s9(8)v99 value zero.
         10  depApplied	pic s9(8)v99 value zero.
         10  depInvoice	pic x(6) value spaces.
         10  depAppliedDate	pic x(10) value spaces.
 01  rawdepsonumber		pic x(10) value spaces.
 01  rawdeprate		pic x(10) value spaces.
 01  rawdepamount		pic x(12) value spaces.
 01  rawdepapplied		pic x(12) value spaces.
 01  depositsupdated		pic x value spaces.
     88  deposits-were-applied	      value "y".
 01  ar-sonumber		pic 9(6) value zero.
 01  invdeposit		pic s9(8)v99 value zero.
 01  invdepositusd		pic s9(8)v99 value zero.
 01  depleft			pic s9(8)v99 value zero.
 01  depthis			pic s9(8)v99 value zero.
 01  netbalance		pic s9(8)v99 value zero.
 01  depositinvcount		unsigned-int value zero.
 01  showdeposit		pic -zzz,zz9.99 value zero.
 01  showbalancedue		pic -zzz,zz9.99 value zero.
 01  showinstbal		pic -999999.99 value zero.
 01  showbtdeposit		pic -(6)9.99 value zero.
 01  showbtdepusd		pic -(6)9.99 value zero.
 01  showcsvdeprate		pic 9.9999 value zero.
 01  showcsvdepamt		pic -(6)9.99 value zero.
 01  showcsvdepapplied	pic -(6)9.99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>return authorizations -- a CM row must name an open one for
*>>>its customer and item with authorized quantity left; billed
         10  rmQtyCred		pic s9(10) value zero.
         10  rmStatus		pic x value "O".
         10  rmIssued		pic x(10) value spaces.
         10  rmRcvRestock	pic s9(10) value zero.
         10  rmRcvScrap	pic s9(10) value zero.
         10  rmRcvVendor	pic s9(10) value zero.
         10  rmRcvWh		pic x(4) value spaces.
 01  rmaMatchInd		unsigned-int value zero.
 01  rawrmaauth		pic x(12) value spaces.
 01  rawrmacred		pic x(12) value spaces.
 01  rawrmarestock		pic x(12) value spaces.
 01  rawrmascrap		pic x(12) value spaces.
 01  rawrmavendor		pic x(12) value spaces.
 01  rmarestocked		pic s9(10) value zero.
 01  rmarestockafter		pic s9(10) value zero.
 01  rmaChanged			pic x value spaces.
     88  rmas-were-updated	      value "y".
 01  rma-custkey		pic x(28) value spaces.
 01  showcsvrmaauth		pic -9(10) value zero.
 01  showcsvrmacred		pic -9(10) value zero.
 01  showcsvrmarestock		pic 9(10) value zero.
 01  showcsvrmascrap		pic 9(10) value zero.
 01  showcsvrmavendor		pic 9(10) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>freight rating -- zone from the ship-to state, rate row by
*>>>carrier / zone / first weight break the invoice weight fits
 01  showkeyedfr		pic zzz,zz9.99 value zero.
 01  showratedfr		pic zzz,zz9.99 value zero.
 01  showinvweight		pic zz,zz9.99 value zero.
 01  sf-zone			pic x(2) value spaces.
 01  sf-rated			pic 9(6)v99 value zero.
 01  sf-usdfreight		pic s9(8)v99 value zero.
 01  showcsvsfweight		pic 9(7).99 value zero.
 01  showcsvsfrated		pic 9(6).99 value zero.
 01  showcsvsfbilled		pic 9(6).99 value zero.
 01  showcsvsfusd		pic -9(8).99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>on-hand inventory -- relieved per billed coded line (a CM
*>>>restocks) and rewritten at end of job; a line billing more
         10  invtOnhand	pic s9(10) value zero.
         10  invtCommitted	pic s9(10) value zero.
         10  invtReorder	pic s9(10) value zero.
         10  invtWarehouse	pic x(4) value spaces.
         10  invtIntransit	pic s9(10) value zero.
 01  invtMatchInd		unsigned-int value zero.
 01  rawonhand			pic x(12) value spaces.
 01  rawcommitted		pic x(12) value spaces.
 01  rawreorder		pic x(12) value spaces.
 01  rawwarehouse		pic x(6) value spaces.
 01  rawintransit		pic x(12) value spaces.
 01  shipwarehouse		pic x(4) value spaces.
 01  invtTracked		pic x value spaces.
     88  item-is-tracked	      value "y".
 01  invtChanged		pic x value spaces.
     88  inventory-was-relieved     value "y".
 01  invcost			pic s9(8)v99 value zero.
 01  invtwarncount		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>kit definitions -- a parent item that explodes into component
     88  item-is-kit-parent	      value "y".
 01  kitworkcode		pic x(10) value spaces.
 01  kitworkqty		pic s9(10) value zero.
 01  relieveqty		pic s9(10) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>consolidated-billing customers -- their shipments accumulate
*>>>in the consolidation stage instead of billing one by one;
 01  showcsvonhand		pic -9(10) value zero.
 01  showcsvcommitted		pic -9(10) value zero.
 01  showcsvreorder		pic 9(10) value zero.
 01  showcsvintransit		pic -9(10) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>optional 132-column print-image spool, selected by
*>>>printspool=y in writeinvoice.cfg -- one invoice per page with
         10  soOrderQty	pic s9(10) value zero.
         10  soInvQty		pic s9(10) value zero.
         10  soStatus		pic x value "O".
         10  soOrderDate	pic x(10) value spaces.
         10  soAlloc		pic s9(10) value zero.
         10  soAllocWh		pic x(4) value spaces.
 01  soHeadInd			unsigned-int value zero.
 01  soLineInd			unsigned-int value zero.
 01  rawsoqty			pic x(12) value spaces.
 01  rawsoprice		pic x(12) value spaces.
 01  rawsoinvqty		pic x(12) value spaces.
 01  rawsostatus		pic x(4) value spaces.
 01  rawsoalloc		pic x(12) value spaces.
 01  releaseqty		pic s9(10) value zero.
 01  somatchcount		unsigned-int value zero.
 01  so-custkey		pic x(28) value spaces.
 01  soChanged			pic x value spaces.
 01  soInd2			unsigned-int value zero.
 01  showcsvsoqty		pic -9(10) value zero.
 01  showcsvsoinv		pic -9(10) value zero.
 01  showcsvsoalloc		pic 9(10) value zero.
 01  showcsvsoprice		pic 999999.99 value zero.
 01  rawtermsdays		pic x(6) value spaces.
 01  rawtermsdisc		pic x(8) value spaces.
 01  sw-prevname		pic x(60) value spaces.
 01  sw-status			pic 99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared whroute subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  wr-action			pic x value "r".
 01  wr-shipmethod		pic x(8) value spaces.
 01  wr-state			pic x(2) value spaces.
 01  wr-warehouse		pic x(4) value spaces.
 01  wr-status			pic 99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>word wrap for long descriptions -- the text splits at word
*>>>boundaries into up to four segments of the working width
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  dupfieldcount		unsigned-int value zero.
 01  badcurrencycount		unsigned-int value zero.
 01  indexfailcount		unsigned-int value zero.
 01  aropenfailcount		unsigned-int value zero.
 01  fieldnotfoundcount	unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>customer-PO table -- one entry per PO number seen so far, used
 01  startpage			unsigned-int value zero.
 01  endpage			unsigned-int value zero.
 01  fieldname			pic x(18) value spaces.
     88  field-is-date		      values "invdate" "duedate".
     88  field-is-money		      values "unitprice" "amount"
                                             "totalamt" "freight"
                                             "discount" "salestax"
                                             "invoicetotal" "usdtotal"
                                             "deposit" "balancedue".
 01  fieldvalue			pic x(100) value spaces.
 01  retcode			unsigned-int value zero.
 01  growregion			unsigned-int value 1.
 01  showbtdiscount		pic -999999.99 value zero.
 01  showbttotal		pic -999999.99 value zero.
 01  showbtrate		pic 9.9999 value zero.
 01  showbtcost		pic -99999999.99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>multi-currency support: recognized codes
*>>>and their conversion rate to US dollars
     display odffilepath	upon environment-value.
     display "odfform"		upon environment-name.
     display odfformpath	upon environment-value.
     move odffilepath		to curtemplatepath.

     if reprint-mode-on
        perform 0910-load-customers
        perform 0924-load-corrections
        perform 0110-reprint-single-invoice
        perform 0990-release-lock
        goback
     perform 0906-load-kits.
     perform 0913-load-terms.
     perform 0914-load-salesorders.
     perform 0919-load-pickconfirms.
     perform 0922-load-tracking.
     perform 0924-load-corrections.
     perform 0923-load-deposits.
     perform 0921-load-shipped-serials.

     perform 0915-verify-batch-controls.
     if batchctlfail <> zero
        goback
     end-if.

     open i-o aropenidx.
     if ao-status <> "00"
        display "writeinvoice: batch refused -- database/aropen.dat "
                "will not open (status " ao-status ") -- run "
                "aropenconv -load first"
        move 8			to return-code
        perform 0990-release-lock
        goback
     end-if.

     call "odfscanner"		using startpage,
				      endpage.

     open output priceexcfile.
     open output somatchfile.
     open output freightvarfile.
     open extend lottracefile.
     open extend shipfreightfile.
     open output lotexcfile.
     open extend heldcmfile.
     open extend heldinvfile.
     open extend consolstagefile.
     open i-o invoiceidx.
     open output dupepofile.
     open output edifile.
     open output batchtotfile.
     open output billedfile4.
     open output billedfile5.
     close priceexcfile.
     close somatchfile.
     close freightvarfile.
     close lottracefile.
     close shipfreightfile.
     close lotexcfile.
     close heldcmfile.
     close heldinvfile.
     close consolstagefile.
     close invoiceidx.
     close dupepofile.
     close edifile.
     close aropenidx.
     close batchtotfile.
     close billedfile4.
     close billedfile5.
        perform 0988-rewrite-rmas
     end-if.

     if deposits-were-applied
        perform 0989-rewrite-deposits
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>CBL_DELETE_FILE trims the trailing spaces a C remove() would
*>>>choke on now that the checkpoint name can carry a company code
     end-call.

     if rejectcount > 0 or indexfailcount > 0
        or aropenfailcount > 0
        move 8			to return-code
     end-if.

*>>>against the customer master in 0058-resolve-customers
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move invoicerec		to ab-invoicerec.
     move spaces		to rawitemcode rawrmano rawlotnos.
     move spaces		to inv-country(1) inv-country(2).
     inspect invoicerec replacing all '"' by " ".
     if custmode-codes
                      rawfreight,
                      rawdiscount,
                      rawitemcode,
                      rawrmano,
                      rawlotnos
        end-unstring
     else
        unstring invoicerec delimited by ","
                      rawfreight,
                      rawdiscount,
                      rawitemcode,
                      rawrmano,
                      rawlotnos
        end-unstring
        move function trim(untstate) to inv-state(1)
        move function trim(untstate2) to inv-state(2)
        perform 0059-check-unitprice
     end-if.

     if row-is-valid
        perform 0078-find-correction
     end-if.

     if row-is-valid and rmas-are-loaded
        and function trim(rawrectype) = "CM"
        and function trim(rawitemcode) <> spaces
        and not invoice-is-reversal
        perform 0073-check-rma
     end-if.

                 subtract inv-quantity
                          from soOpenQty(soLineInd)
                 add inv-quantity	to soInvQty(soLineInd)
                 if soAlloc(soLineInd) > zero
                    perform 0074-release-allocation
                 end-if
              end-if
              move "y"		to soChanged
     end-evaluate.
*>
 0074-release-allocation.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>stock boalloc set aside for this line is shipping now: the line
*>>>gives up that much of its allocation and the warehouse it was
*>>>committed at stops holding it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if inv-quantity < soAlloc(soLineInd)
        move inv-quantity	to releaseqty
     else
        move soAlloc(soLineInd)	to releaseqty
     end-if.
     subtract releaseqty	from soAlloc(soLineInd).
     if inventory-is-loaded
        perform varying invtInd from 1 by 1
                until invtInd > invtCount
            if function trim(invtCode(invtInd)) =
               function trim(soItem(soLineInd))
               and invtWarehouse(invtInd) = soAllocWh(soLineInd)
               subtract releaseqty	from invtCommitted(invtInd)
               if invtCommitted(invtInd) < zero
                  move zero	to invtCommitted(invtInd)
               end-if
               move "y"		to invtChanged
            end-if
        end-perform
     end-if.
*>
 0067-flag-so-mismatch-noso.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if rec-is-creditmemo and odffilecmpath <> spaces
        move "c"		to wanttemplate
        move odffilecmpath	to langvalue
     else
        move "s"		to wanttemplate
        move odffilepath	to langvalue
     end-if.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>then the sold-to's language variant of it, when there is one;
*>>>the rescan happens only when the resolved path changes
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform 0081-find-language.
     move "T"			to langrequest.
     call "langfmt" using invlanguage, langrequest,
                          langvalue, langstatus
     end-call.
     if langvalue(1:80) <> curtemplatepath
        display "odffile"	upon environment-name
        display langvalue(1:80)	upon environment-value
        call "odfscanner"	using startpage,
				      endpage
        end-call
        move langvalue(1:80)	to curtemplatepath
     end-if.
     move wanttemplate		to curtemplate.
     move spaces		to duewordingfield.
     perform varying flInd from 1 by 1
             until flInd > flCount
         if flField(flInd) = "[duewording]"
            move "y"		to duewordingfield
         end-if
     end-perform.
*>
 0081-find-language.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the sold-to's language from the customer master, by code or by
*>>>billed name the way the exposure update finds it; the typed
*>>>cells learn the language's decimal mark before anything is set
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to invlanguage.
     perform varying custInd from 1 by 1
             until custInd > custCount
         if custmode-codes
            if function trim(rawsoldtocode) =
               function trim(custCode(custInd))
               move custLanguage(custInd)	to invlanguage
            end-if
         else
            if function trim(inv-name(1)) =
               function trim(custName(custInd))
               move custLanguage(custInd)	to invlanguage
            end-if
         end-if
     end-perform.
     move "."			to decimalmark.
     if not invoice-in-english
        move "M"		to langrequest
        call "langfmt" using invlanguage, langrequest,
                             langvalue, langstatus
        end-call
        if langstatus = zero
           move langvalue(1:1)	to decimalmark
        end-if
     end-if.
     call "odfsetmark" using decimalmark end-call.
*>
 0090-check-invoice-hold.
*>
*>>>invoicing more than is on hand is worth a shout before the
*>>>warehouse finds out the hard way -- the line still bills
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform 0114-route-warehouse.
     move zero			to invtMatchInd.
     perform varying invtInd from 1 by 1
             until invtInd > invtCount
         if function trim(rawitemcode) =
            function trim(invtCode(invtInd))
            and invtWarehouse(invtInd) = shipwarehouse
            move invtInd	to invtMatchInd
         end-if
     end-perform.
        display "writeinvoice: invoice " rawinvoiceno(1:6)
                " bills " function trim(rawquantity) " of "
                function trim(rawitemcode) " but only "
                invtOnhand(invtMatchInd) " on hand at "
                shipwarehouse
     end-if.
*>
 0059-check-unitprice.
*>>>within the configured tolerance band.  Items not on the master
*>>>pass -- the master covers the catalogue, not every one-off
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform 0070-compute-price-date.
     if function trim(rawitemcode) <> spaces
        move rawitemcode	to pricekey
     else
        move inv-description	to pricekey
     end-if.
     perform 0076-find-price-in-force.
     move spaces		to haveexpected.
     if agreements-are-loaded
        perform 0071-lookup-agreement
     else
        move inv-name(1)	to price-custkey
     end-if.
     move zero			to agrBestInd.
     if function trim(rawitemcode) <> spaces
        perform varying agrInd from 1 by 1
        move agPrice(agrBestInd) to expectedprice
        move "y"		to haveexpected
     end-if.
*>
 0070-compute-price-date.
*>
     if function trim(invd-year) is numeric
        and function trim(invd-month) is numeric
        and function trim(invd-day) is numeric
        compute priceinvdate = function numval(invd-year) * 10000
                             + function numval(invd-month) * 100
                             + function numval(invd-day)
     else
        move 99999999		to priceinvdate
     end-if.
*>
 0076-find-price-in-force.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>of the master rows for the item, the one with the latest
*>>>effective date on or before the invoice date; a later row in
*>>>the file wins a tie
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to priceMatchInd.
     perform varying priceInd from 1 by 1
             until priceInd > priceCount
         if function trim(pricekey) <> spaces
            and function trim(pricekey) =
                function trim(prItem(priceInd))
            and prEffdate(priceInd) <= priceinvdate
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
 0058-resolve-customers.
*>
        move zero		to invweight
        move inv-state(2)	to fr-state
        move inv-shipmethod	to fr-carrier
        perform 0077-find-tracking
        perform 0700-edi-start-invoice
        perform 0060-lookup-currency
        move inv-name(1)	to ar-customer
        move inv-invdate	to ar-invdate
        move inv-currency	to ar-currency
        move inv-terms		to ar-terms
        move inv-sonumber	to ar-sonumber
        move 1			to ar-installments
        move zero		to ar-installdays
        if terms-are-loaded and termsMatchInd <> zero
               into fieldValue
        end-string
        perform 0800-odfsetvalue
        if invtrackingno <> spaces
           move "trackingno"	to fieldName
           move invtrackingno	to fieldValue
           perform 0800-odfsetvalue
        end-if
        if inv-country(1) <> spaces and inv-country(1) <> "US"
           move "soldtocountry"	to fieldName
           move inv-country(1)	to fieldValue
           move inv-country(2)	to fieldValue
           perform 0800-odfsetvalue
        end-if
        if correctionnote <> spaces
           perform 0079-put-correction-note
        end-if
     end-if.
     move "qty" 		to fieldName.
     move inv-quantity 		to fieldValue.
        and function trim(rawitemcode) <> spaces
        perform 0117-accumulate-weight
     end-if.
     if items-are-loaded and not reprint-mode-on
        and function trim(rawitemcode) <> spaces
        perform 0120-capture-lots
     end-if.
     if rmas-are-loaded and rec-is-creditmemo
        and function trim(rawrmano) <> spaces
        perform 0113-consume-rma
*>>>components -- the parent is a price, the components are the
*>>>stock.  Items not on the inventory file bill untouched
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform 0114-route-warehouse.
     move inv-quantity		to relieveqty.
     if rec-is-creditmemo and rmas-are-loaded
        and function trim(rawrmano) <> spaces
        perform 0112-rma-restock-quantity
     end-if.
     perform 0118-check-kit-parent.
     if relieveqty = zero
        continue
     else if item-is-kit-parent
        perform varying kitInd from 1 by 1
                until kitInd > kitCount
            if function trim(rawitemcode) =
               function trim(ktParent(kitInd))
               move ktComponent(kitInd)	to kitworkcode
               compute kitworkqty =
                       relieveqty * ktQtyper(kitInd)
               perform 0116-relieve-one-item
            end-if
        end-perform
     else
        move rawitemcode	to kitworkcode
        move relieveqty		to kitworkqty
        perform 0116-relieve-one-item
     end-if.
*>
 0112-rma-restock-quantity.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>only units received for restock go back on the shelf, and at
*>>>the building that received them.  Credits use up the restock
*>>>units first, so what this credit restocks is the restock
*>>>units covered after it less those covered before it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if custmode-codes
        move rawsoldtocode	to rma-custkey
     else
        move inv-name(1)	to rma-custkey
     end-if.
     move zero			to rmaMatchInd.
     perform varying rmaInd from 1 by 1
             until rmaInd > rmaCount
         if function trim(rawrmano) =
            function trim(rmNumber(rmaInd))
            and rmStatus(rmaInd) = "O"
            and function trim(rma-custkey) =
                function trim(rmCust(rmaInd))
            and function trim(rawitemcode) =
                function trim(rmItem(rmaInd))
            move rmaInd		to rmaMatchInd
         end-if
     end-perform.
     if rmaMatchInd <> zero
        if rmQtyCred(rmaMatchInd) < rmRcvRestock(rmaMatchInd)
           move rmQtyCred(rmaMatchInd)	to rmarestocked
        else
           move rmRcvRestock(rmaMatchInd)	to rmarestocked
        end-if
        compute rmarestockafter = rmQtyCred(rmaMatchInd)
                                + inv-quantity
        if rmarestockafter > rmRcvRestock(rmaMatchInd)
           move rmRcvRestock(rmaMatchInd)	to rmarestockafter
        end-if
        compute relieveqty = rmarestockafter - rmarestocked
        if rmRcvWh(rmaMatchInd) <> spaces
           move rmRcvWh(rmaMatchInd)	to shipwarehouse
        end-if
     end-if.
*>
 0114-route-warehouse.
*>
     move "r"			to wr-action.
     move inv-shipmethod	to wr-shipmethod.
     move inv-state(2)		to wr-state.
     call "whroute" using wr-action, wr-shipmethod, wr-state,
                          wr-warehouse, wr-status
     end-call.
     move wr-warehouse		to shipwarehouse.
*>
 0116-relieve-one-item.
*>
     move zero			to invtMatchInd.
     move spaces		to invtTracked.
     perform varying invtInd from 1 by 1
             until invtInd > invtCount
         if function trim(kitworkcode) =
            function trim(invtCode(invtInd))
            move "y"		to invtTracked
            if invtWarehouse(invtInd) = shipwarehouse
               move invtInd	to invtMatchInd
            end-if
         end-if
     end-perform.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a stocked item shipped from a building that has never held it
*>>>still comes off that building's shelf
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if invtMatchInd = zero and item-is-tracked
        and invtCount < 500
        add 1			to invtCount
        move kitworkcode	to invtCode(invtCount)
        move zero		to invtOnhand(invtCount)
                                   invtCommitted(invtCount)
                                   invtReorder(invtCount)
                                   invtIntransit(invtCount)
        move shipwarehouse	to invtWarehouse(invtCount)
        move invtCount		to invtMatchInd
     end-if.
     if invtMatchInd <> zero
        if rec-is-creditmemo
           add kitworkqty	to invtOnhand(invtMatchInd)
           subtract kitworkqty	from invtOnhand(invtMatchInd)
        end-if
        move "y"		to invtChanged
        if prices-are-loaded
           perform 0111-cost-relieved-item
        end-if
     end-if.
*>
 0111-cost-relieved-item.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>what leaves (or a credit memo puts back on) the shelf is costed
*>>>at the item's standard cost for the ledger's cost of sales
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform 0070-compute-price-date.
     move kitworkcode		to pricekey.
     perform 0076-find-price-in-force.
     if priceMatchInd <> zero
        if rec-is-creditmemo
           compute invcost = invcost
                 - kitworkqty * prCost(priceMatchInd)
        else
           compute invcost = invcost
                 + kitworkqty * prCost(priceMatchInd)
        end-if
     end-if.
*>
 0118-check-kit-parent.
        compute invweight = invweight
              + kitworkqty * itWeight(itemMatchInd)
     end-if.
*>
 0120-capture-lots.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the line's own item takes the numbers keyed on the row; a kit's
*>>>components (a die set's block and holder) have only what the
*>>>pickers confirmed for them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move rawitemcode		to lotworkitem.
     move inv-quantity		to lotexpected.
     move "y"			to lotfromrow.
     perform 0121-capture-one-item.
     perform 0118-check-kit-parent.
     if item-is-kit-parent
        move spaces		to lotfromrow
        perform varying kitInd from 1 by 1
                until kitInd > kitCount
            if function trim(rawitemcode) =
               function trim(ktParent(kitInd))
               move ktComponent(kitInd)	to lotworkitem
               compute lotexpected = inv-quantity * ktQtyper(kitInd)
               perform 0121-capture-one-item
            end-if
        end-perform
     end-if.
*>
 0121-capture-one-item.
*>
     move spaces		to lottrack.
     perform varying itemInd from 1 by 1
             until itemInd > itemCount
         if function trim(lotworkitem) = function trim(itCode(itemInd))
            move itTrack(itemInd)	to lottrack
         end-if
     end-perform.
     move zero			to lotcaptured lotentries.

     if lots-from-row and rawlotnos <> spaces
        move 1			to lotptr
        perform until lotptr > length of rawlotnos
            move spaces		to lotpiece
            unstring rawlotnos delimited by ";"
                     into lotpiece
                     with pointer lotptr
            end-unstring
            if lotpiece <> spaces
               move spaces	to lotworkno rawlotqty
               unstring lotpiece delimited by ":"
                        into lotworkno, rawlotqty
               end-unstring
               move function upper-case(function trim(lotworkno))
                    to lotworkno
               evaluate true
                   when lottrack = "S"
                        move 1	to lotworkqty
                   when function trim(rawlotqty) <> spaces
                        and function test-numval(rawlotqty) = 0
                        compute lotworkqty = function numval(rawlotqty)
                   when other
                        compute lotworkqty = lotexpected - lotcaptured
                        if lotworkqty < zero
                           move zero	to lotworkqty
                        end-if
               end-evaluate
               perform 0122-record-one-lot
            end-if
        end-perform
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>nothing keyed for it: what the warehouse confirmed picking for
*>>>this invoice, each confirmation used once
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if lotentries = zero and rec-is-invoice
        perform varying pcfInd from 1 by 1
                until pcfInd > pcfCount
            if pcfUsed(pcfInd) = spaces
               and pcfInvoice(pcfInd) = inv-invoiceno
               and function trim(pcfItem(pcfInd)) =
                   function trim(lotworkitem)
               move "y"		to pcfUsed(pcfInd)
               move pcfLot(pcfInd)	to lotworkno
               move pcfQty(pcfInd)	to lotworkqty
               if lottrack = "S"
                  move 1	to lotworkqty
               end-if
               if lotworkqty = zero
                  compute lotworkqty = lotexpected - lotcaptured
                  if lotworkqty < zero
                     move zero	to lotworkqty
                  end-if
               end-if
               perform 0122-record-one-lot
            end-if
        end-perform
     end-if.

     if rec-is-invoice and lottrack <> spaces
        evaluate true
            when lotentries = zero
                 move spaces	to lotworkno
                 move "tracked item billed with no lot/serial"
                      to lotexcreason
                 perform 0123-put-lot-exception
            when lottrack = "S" and lotcaptured <> lotexpected
                 move spaces	to lotworkno
                 move lotcaptured	to showlotqty
                 move lotexpected	to showlotexpected
                 move spaces	to lotexcreason
                 string function trim(showlotqty),
                        " serial(s) captured for quantity ",
                        function trim(showlotexpected)
                        delimited by size into lotexcreason
                 end-string
                 perform 0123-put-lot-exception
        end-evaluate
     end-if.
*>
 0122-record-one-lot.
*>
     add 1			to lotentries.
     add lotworkqty		to lotcaptured.
     if lottrack = "S"
        perform 0124-check-serial
     end-if.
     if rec-is-creditmemo
        compute lotworkqty = 0 - lotworkqty
     end-if.
     move lotworkqty		to showlotqty.
     move spaces		to lottracerec.
     string inv-invdate, ",",
            inv-invoiceno, ",",
            inv-rectype, ",",
            function trim(lotworkitem), ",",
            function trim(lotworkno), ",",
            function trim(showlotqty), ",",
            lottrack, ",",
            function trim(rawsoldtocode), ",",
            function trim(inv-name(1)), ",",
            function trim(inv-name(2)), ",",
            function trim(inv-city(2)), ",",
            inv-state(2)
            delimited by size into lottracerec
     end-string.
     write lottracerec.
*>
 0123-put-lot-exception.
*>
     add 1			to lotexccount.
     move spaces		to lotexcrec.
     string "Invoice ", inv-invoiceno, "  ",
            lotworkitem(1:8), "  ",
            lotworkno, "  ",
            function trim(lotexcreason), "  ",
            function trim(inv-name(2))
            delimited by size into lotexcrec
     end-string.
     write lotexcrec.
*>
 0124-check-serial.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a serial out with a customer and never credited back cannot
*>>>ship again -- billed anyway, but listed and audit-logged
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to serMatchInd.
     perform varying serInd from 1 by 1
             until serInd > serCount
         if serItem(serInd) = lotworkitem(1:8)
            and serNumber(serInd) = lotworkno
            move serInd		to serMatchInd
         end-if
     end-perform.
     if serMatchInd = zero and serCount < 3000
        add 1			to serCount
        move lotworkitem	to serItem(serCount)
        move lotworkno		to serNumber(serCount)
        move zero		to serNet(serCount)
        move serCount		to serMatchInd
     end-if.
     if serMatchInd <> zero
        if rec-is-invoice
           if serNet(serMatchInd) > zero
              move "serial already shipped and not returned"
                   to lotexcreason
              perform 0123-put-lot-exception
              move "writeinvoice"	to audit-program
              move "SERIAL-DUPLICATE"	to audit-reason
              move lotworkno	to audit-key
              move spaces	to audit-data
              string "item ", function trim(lotworkitem),
                     " invoice ", inv-invoiceno,
                     " ship-to ", function trim(inv-name(2))
                     delimited by size into audit-data
              end-string
              call "auditlog" using audit-program, audit-reason,
                                    audit-key, audit-data
              end-call
           end-if
           add 1		to serNet(serMatchInd)
        else
           subtract 1		from serNet(serMatchInd)
        end-if
     end-if.
*>
 0280-spool-invoice-header.
*>
            into spoolrec
     end-string.
     write spoolrec.
     if invtrackingno <> spaces
        move spaces		to spoolrec
        string "TRACKING ", invtrackingno
               into spoolrec
        end-string
        write spoolrec
     end-if.
     if correctionnote <> spaces
        move function upper-case(correctionnote) to spoolrec
        write spoolrec
     end-if.
     move spaces		to spoolrec.
     string "      QTY  DESCRIPTION",
            "                                      ",
            write spoolrec
        end-perform
     end-if.
*>
 0077-find-tracking.
*>
     move spaces		to invtrackingno.
     perform varying trkInd from 1 by 1
             until trkInd > trkCount
         if trkInvoice(trkInd) = inv-invoiceno
            move trkNumber(trkInd) to invtrackingno
         end-if
     end-perform.
*>
 0079-put-correction-note.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>only a template carrying a [replaces] placeholder shows it;
*>>>the others bill exactly as before
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to fieldstart.
     perform varying flInd from 1 by 1
             until flInd > flCount
         if flField(flInd) = "[replaces]"
            move 1		to fieldstart
         end-if
     end-perform.
     if fieldstart <> zero
        move "replaces"		to fieldName
        move correctionnote	to fieldValue
        perform 0800-odfsetvalue
     end-if.
*>
 0078-find-correction.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>is this row's document half of a cancel-and-rebill -- the
*>>>credit memo reversing an original, or its replacement?
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to correctionrole correctionnote.
     move zero			to corrorigno.
     perform varying corInd from 1 by 1
             until corInd > corCount
         if corCredit(corInd) = function numval(rawinvoiceno)
            and function trim(rawrectype) = "CM"
            move "C"		to correctionrole
            move corOriginal(corInd)	to corrorigno
         end-if
         if corReplacement(corInd) = function numval(rawinvoiceno)
            and function trim(rawrectype) = "IN"
            move "R"		to correctionrole
            move corOriginal(corInd)	to corrorigno
         end-if
     end-perform.
     if invoice-is-reversal
        string "Cancels invoice ", corrorigno
               delimited by size into correctionnote
        end-string
     else if invoice-is-replacement
        string "Replaces invoice ", corrorigno
               delimited by size into correctionnote
        end-string
     end-if
     end-if.
*>
 0087-wrap-description.
*>
            into spoolrec
     end-string.
     write spoolrec.
     if invdeposit > zero
        move spaces		to spoolrec
        string "    DEPOSIT RECEIVED ", showdeposit,
               "   BALANCE DUE ", showbalancedue
               into spoolrec
        end-string
        write spoolrec
     end-if.
     if invoice-is-tax-exempt
        move spaces		to spoolrec
        string "    TAX EXEMPT -- CERTIFICATE ",
     end-string.
     write edirec.
     add 1			to edisegcount.
     if invtrackingno <> spaces
        move spaces		to edirec
        string "REF*CN*", function trim(invtrackingno), "~"
             into edirec
        end-string
        write edirec
        add 1			to edisegcount
     end-if.
     if correctionnote <> spaces
        move spaces		to edirec
        string "REF*OI*", corrorigno, "~"
             into edirec
        end-string
        write edirec
        move spaces		to edirec
        string "NTE*GEN*", function upper-case(correctionnote), "~"
             delimited by size into edirec
        end-string
        write edirec
        add 2			to edisegcount
     end-if.
     move spaces		to edirec.
     string "N1*ST*", function trim(inv-name(1)), "~"
          into edirec
     compute salestax	= totamt * salestaxrate.
     compute invoicetotal = totamt + salestax + invfreight - invdiscount.
     compute usdtotal	= invoicetotal * currate.
     move zero			to invdeposit.
     if not reprint-mode-on
        perform 0263-find-deposit
     end-if.
     move "totalamt"		to fieldName.
     move totamt		to showtamt.
     move showtamt		to fieldValue.
     move invoicetotal		to showinvtotal.
     move showinvtotal		to fieldValue.
     perform 0800-odfsetvalue.
     if template-has-duewording
        move "W"		to langrequest
        call "langfmt" using invlanguage, langrequest,
                             langvalue, langstatus
        end-call
        move "duewording"	to fieldName
        move langvalue		to fieldValue
        perform 0800-odfsetvalue
     end-if.
     move "usdtotal"		to fieldName.
     move usdtotal		to showusdtotal.
     move showusdtotal		to fieldValue.
     perform 0800-odfsetvalue.
     if invdeposit > zero
        move "deposit"		to fieldName
        move invdeposit		to showdeposit
        move showdeposit	to fieldValue
        perform 0800-odfsetvalue
        move "balancedue"	to fieldName
        compute netbalance = invoicetotal - invdeposit
        move netbalance		to showbalancedue
        move showbalancedue	to fieldValue
        perform 0800-odfsetvalue
     end-if.
     if spool-is-open
        perform 0290-spool-totals
     end-if.
*>>>the cash application run.  Only the batch path posts here --
*>>>reprinting an invoice is not new billing
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to invdepositusd.
     if invdeposit > zero
        perform 0264-apply-deposit
     end-if.
     if ar-installments > 1
        perform 0261-post-installments
     else
        compute netbalance = invoicetotal - invdeposit
        if invdeposit = zero or netbalance > zero
           move invoicetotal	to showaramt
           move netbalance	to showinstbal
           move spaces		to ao-rawrec
           string lastinvoice, ",",
                  function trim(ar-customer), ",",
                  ar-invdate, ",",
                  ar-currency, ",",
                  showaramt, ",",
                  showinstbal, ",",
                  duedateiso, ",",
                  function trim(ar-terms)
                  into ao-rawrec
           end-string
           move zero		to ao-seq
           perform 0262-write-open-item
        end-if
     end-if.
     perform 0265-update-exposure.
     perform 0270-put-batch-totals.
     perform 0275-put-shipment-freight.
*>
 0261-post-installments.
*>
*>>>last taking the rounding pennies; each carries its own due
*>>>date (invoice date plus the terms days times the sequence) and
*>>>its sequence number as the ninth column, so araging ages each
*>>>installment alone and cashapply clears them one at a time.
*>>>A deposit pays the earliest installments down first; one it
*>>>covers entirely is not posted
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move invdeposit		to depleft.
     compute inst-amount rounded = invoicetotal / ar-installments.
     compute inst-last = invoicetotal
           - (inst-amount * (ar-installments - 1)).
                into instduedateiso
         end-string
         if instK = ar-installments
            move inst-last	to netbalance
         else
            move inst-amount	to netbalance
         end-if
         move netbalance	to showinstamt
         if depleft > netbalance
            move netbalance	to depthis
         else
            move depleft	to depthis
         end-if
         subtract depthis	from depleft
         subtract depthis	from netbalance
         move netbalance	to showinstbal
         if depthis = zero or netbalance > zero
            move spaces		to ao-rawrec
            string lastinvoice, ",",
                   function trim(ar-customer), ",",
                   ar-invdate, ",",
                   ar-currency, ",",
                   showinstamt, ",",
                   showinstbal, ",",
                   instduedateiso, ",",
                   function trim(ar-terms), ",",
                   instK
                   into ao-rawrec
            end-string
            move instK		to ao-seq
            perform 0262-write-open-item
         end-if
     end-perform.
*>
 0262-write-open-item.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>keyed by invoice number and installment sequence (zero for a
*>>>single item); a key already on file means this invoice number
*>>>was posted before, so the item is not overlaid
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move lastinvoice		to ao-invoiceno.
     move function trim(ar-customer) to ao-customer.
     write ao-record
         invalid key
            display "writeinvoice: problem posting open item for "
                    "invoice " lastinvoice ", status=" ao-status
            add 1		to aropenfailcount
            move "writeinvoice"	to audit-program
            move "AROPEN-FAIL"	to audit-reason
            move lastinvoice	to audit-key
            move ao-status	to audit-data
            call "auditlog" using audit-program, audit-reason,
                                  audit-key, audit-data
            end-call
     end-write.
*>
 0263-find-deposit.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>what is left of the order's deposits in the invoice's currency,
*>>>up to the invoice total -- a credit memo takes none
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to invdeposit.
     if ar-sonumber <> zero and invoicetotal > zero
        perform varying depInd from 1 by 1
                until depInd > depCount
            if depSonumber(depInd) = ar-sonumber
               and depCurrency(depInd) = ar-currency
               and depAmount(depInd) > depApplied(depInd)
               compute invdeposit = invdeposit
                     + depAmount(depInd) - depApplied(depInd)
            end-if
        end-perform
        if invdeposit > invoicetotal
           move invoicetotal	to invdeposit
        end-if
     end-if.
*>
 0264-apply-deposit.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>work the deposits down oldest first; the US dollar figure at
*>>>each deposit's own receipt rate is what leaves the liability
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     add 1			to depositinvcount.
     move invdeposit		to depleft.
     perform varying depInd from 1 by 1
             until depInd > depCount or depleft = zero
         if depSonumber(depInd) = ar-sonumber
            and depCurrency(depInd) = ar-currency
            and depAmount(depInd) > depApplied(depInd)
            compute depthis = depAmount(depInd) - depApplied(depInd)
            if depthis > depleft
               move depleft	to depthis
            end-if
            add depthis		to depApplied(depInd)
            subtract depthis	from depleft
            compute invdepositusd rounded = invdepositusd
                  + depthis * depRate(depInd)
            move lastinvoice	to depInvoice(depInd)
            move ar-invdate	to depAppliedDate(depInd)
            move "y"		to depositsupdated
         end-if
     end-perform.
     move "writeinvoice"	to audit-program.
     move "DEPOSIT-APPLIED"	to audit-reason.
     move lastinvoice		to audit-key.
     move invdeposit		to showdeposit.
     move spaces		to audit-data.
     string "SO ", ar-sonumber, " deposit ",
            function trim(showdeposit), " ", ar-currency,
            " applied to ", function trim(ar-customer)
            into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.
*>
 0265-update-exposure.
*>
            end-if
        end-perform
        if custMatchInd <> zero
           compute custExposure(custMatchInd) =
                   custExposure(custMatchInd) + usdtotal
                 - invdeposit * currate
           move "y"		to custExposureChanged
        end-if
     end-if.
     move invdiscount		to showbtdiscount.
     move invoicetotal		to showbttotal.
     move currate		to showbtrate.
     move invcost		to showbtcost.
     move invdeposit		to showbtdeposit.
     move invdepositusd		to showbtdepusd.
     move spaces		to batchtotrec.
     string lastinvoice, ",",
            ar-invdate, ",",
            showbttax, ",",
            showbtfreight, ",",
            showbtdiscount, ",",
            showbttotal, ",",
            companycode, ",",
            showbtcost, ",",
            function trim(showbtdeposit), ",",
            function trim(showbtdepusd)
            into batchtotrec
     end-string.
     write batchtotrec.
     move zero			to invcost.
*>
 0275-put-shipment-freight.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>what this shipment's freight was rated at and billed for, so
*>>>the carrier's own bill can be laid against it later.  Rated
*>>>freight is zero when the run did not rate it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to sf-zone.
     perform varying frzInd from 1 by 1
             until frzInd > frzCount
         if fzState(frzInd) = fr-state
            move fzZone(frzInd)	to sf-zone
         end-if
     end-perform.
     move zero			to sf-rated.
     if freight-was-rated
        move ratedfreight	to sf-rated
     end-if.
     compute sf-usdfreight rounded = invfreight * currate.
     move invweight		to showcsvsfweight.
     move sf-rated		to showcsvsfrated.
     move invfreight		to showcsvsfbilled.
     move sf-usdfreight		to showcsvsfusd.
     move spaces		to shipfreightrec.
     string ar-invdate, ",",
            lastinvoice, ",",
            function trim(ar-custkey), ",",
            function trim(ar-customer), ",",
            function trim(fr-carrier), ",",
            fr-state, ",",
            function trim(sf-zone), ",",
            showcsvsfweight, ",",
            showcsvsfrated, ",",
            showcsvsfbilled, ",",
            showcsvsfusd, ",",
            function trim(invtrackingno), ",",
            companycode
            delimited by size into shipfreightrec
     end-string.
     write shipfreightrec.
     move spaces		to freightrated.
*>
 0060-lookup-currency.
*>
 0073-check-rma.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a CM row for an item must name an open RMA belonging to its
*>>>customer whose line for this item still has authorized quantity
*>>>left; anything else rejects the way a bad rep code does.  A CM
*>>>with no item code is an allowance (a dispute settled by credit)
*>>>and returns nothing.  The quantity only consumes when the row
*>>>actually bills, in 0113-consume-rma
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if custmode-codes
        move rawsoldtocode	to rma-custkey
                     "this credit"
                   into failreason
              end-string
         when function numval(rawquantity) >
              rmRcvRestock(rmaMatchInd) + rmRcvScrap(rmaMatchInd)
              + rmRcvVendor(rmaMatchInd) - rmQtyCred(rmaMatchInd)
              move spaces	to rowok
              move spaces	to failreason
              string "RMA '", function trim(rawrmano),
                     "' has not been received for this credit -- ",
                     "record the return with rmareceive"
                   into failreason
              end-string
         when other
              continue
     end-evaluate.
*>
 0800-odfsetvalue.
*>
     if not invoice-in-english and fieldValue <> spaces
        and (field-is-date or field-is-money)
        perform 0805-localize-value
     end-if.
     call "odfsetfield" using fieldName,
			      fieldValue,
			      retcode
        add 1			to fieldnotfoundcount
        display "0800-odfsetvalue problem with retcode=" retcode
     end-if.
*>
 0805-localize-value.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>dates and amounts in the sold-to language's conventions; a
*>>>language langfmt has no conventions for leaves the value alone
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if field-is-date
        move "D"		to langrequest
     else
        move "A"		to langrequest
     end-if.
     move fieldValue		to langvalue.
     call "langfmt" using invlanguage, langrequest,
                          langvalue, langstatus
     end-call.
     if langstatus = zero
        move langvalue		to fieldValue
     end-if.
*>
 0803-declare-field-types.
*>
     call "odfsettype" using fieldName, fieldtypecode end-call.
     move "usdtotal"		to fieldName.
     call "odfsettype" using fieldName, fieldtypecode end-call.
     move "deposit"		to fieldName.
     call "odfsettype" using fieldName, fieldtypecode end-call.
     move "balancedue"		to fieldName.
     call "odfsettype" using fieldName, fieldtypecode end-call.
*>
 0850-grow-and-retry.
*>
            move trInd		to growregion
         end-if
     end-perform.
*>
 0919-load-pickconfirms.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the lots and serials the warehouse confirmed picking, keyed
*>>>back from the pick list: invoice, item, lot or serial, quantity
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to pcfCount.
     open input pickconfirmfile.
     read pickconfirmfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if pcfCount < 1000
            add 1		to pcfCount
            move spaces		to rawpcfinvoice rawpcfqty
                                   pcfItem(pcfCount) pcfLot(pcfCount)
                                   pcfUsed(pcfCount)
            unstring pickconfirmrec delimited by ","
                     into rawpcfinvoice,
                          pcfItem(pcfCount),
                          pcfLot(pcfCount),
                          rawpcfqty
            end-unstring
            move zero		to pcfQty(pcfCount)
            if function trim(rawpcfqty) <> spaces
               and function test-numval(rawpcfqty) = 0
               compute pcfQty(pcfCount) = function numval(rawpcfqty)
            end-if
            move function upper-case(pcfItem(pcfCount))
                 to pcfItem(pcfCount)
            move function upper-case(function trim(pcfLot(pcfCount)))
                 to pcfLot(pcfCount)
            if function trim(rawpcfinvoice) is numeric
               and pcfLot(pcfCount) <> spaces
               compute pcfinvoicework = function numval(rawpcfinvoice)
               move pcfinvoicework	to pcfInvoice(pcfCount)
            else
               subtract 1	from pcfCount
            end-if
         end-if
         read pickconfirmfile
              at end move "y"	to eof
         end-read
     end-perform.
     close pickconfirmfile.
     move spaces		to eof.
*>
 0922-load-tracking.
*>
     move zero			to trkCount.
     open input trackingfile.
     read trackingfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if trkCount < 2000
            add 1		to trkCount
            move spaces		to rawtrkinvoice trkCarrier(trkCount)
                                   trkNumber(trkCount)
            unstring trackingrec delimited by ","
                     into rawtrkinvoice,
                          trkCarrier(trkCount),
                          trkNumber(trkCount)
            end-unstring
            if function trim(rawtrkinvoice) is numeric
               and trkNumber(trkCount) <> spaces
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
*>
 0924-load-corrections.
*>
     move zero			to corCount.
     open input correctionfile.
     read correctionfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawcororiginal rawcorcredit
                                   rawcorreplacement
         unstring correctionrec delimited by ","
                  into rawcororiginal, rawcorcredit,
                       rawcorreplacement
         end-unstring
         if function trim(rawcororiginal) is numeric
            and function trim(rawcorcredit) is numeric
            and function trim(rawcorreplacement) is numeric
            and corCount < 2000
            add 1		to corCount
            compute corOriginal(corCount) =
                    function numval(rawcororiginal)
            compute corCredit(corCount) =
                    function numval(rawcorcredit)
            compute corReplacement(corCount) =
                    function numval(rawcorreplacement)
         end-if
         read correctionfile
              at end move "y"	to eof
         end-read
     end-perform.
     close correctionfile.
     move spaces		to eof.
*>
 0923-load-deposits.
*>
     move zero			to depCount.
     open input depositfile.
     read depositfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if depCount < 1000
            add 1		to depCount
            move spaces		to rawdepsonumber rawdeprate
                                   rawdepamount rawdepapplied
            unstring depositrec delimited by ","
                     into depDate(depCount),
                          rawdepsonumber,
                          depCustomer(depCount),
                          depCurrency(depCount),
                          rawdeprate,
                          rawdepamount,
                          rawdepapplied,
                          depInvoice(depCount),
                          depAppliedDate(depCount)
            end-unstring
            if function trim(rawdepsonumber) is numeric
               and function test-numval(rawdepamount) = 0
               compute depSonumber(depCount) =
                       function numval(rawdepsonumber)
               compute depAmount(depCount) =
                       function numval(rawdepamount)
               if function test-numval(rawdeprate) = 0
                  compute depRate(depCount) = function numval(rawdeprate)
               else
                  move 1	to depRate(depCount)
               end-if
               if function test-numval(rawdepapplied) = 0
                  compute depApplied(depCount) =
                          function numval(rawdepapplied)
               else
                  move zero	to depApplied(depCount)
               end-if
            else
               display "writeinvoice: unreadable deposit row skipped: "
                       function trim(depositrec)
               subtract 1	from depCount
            end-if
         else
            display "writeinvoice: more than 1000 deposits on "
                    "database/deposits.csv -- none will be applied"
            move zero		to depCount
            move "y"		to eof
         end-if
         if not end-of-file
            read depositfile
                 at end move "y"	to eof
            end-read
         end-if
     end-perform.
     close depositfile.
     move spaces		to eof.
*>
 0921-load-shipped-serials.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>every serial on the trace file, shipments less returns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to serCount.
     open input lottracefile.
     read lottracefile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawtrcdate rawtrcinvoice rawtrcrectype
                                   rawtrcitem rawtrclot rawtrcqty
                                   rawtrctrack
         unstring lottracerec delimited by ","
                  into rawtrcdate, rawtrcinvoice, rawtrcrectype,
                       rawtrcitem, rawtrclot, rawtrcqty, rawtrctrack
         end-unstring
         if rawtrctrack(1:1) = "S"
            and function test-numval(rawtrcqty) = 0
            move zero		to serMatchInd
            perform varying serInd from 1 by 1
                    until serInd > serCount
                if serItem(serInd) = rawtrcitem(1:8)
                   and serNumber(serInd) = rawtrclot
                   move serInd	to serMatchInd
                end-if
            end-perform
            if serMatchInd = zero and serCount < 3000
               add 1		to serCount
               move rawtrcitem	to serItem(serCount)
               move rawtrclot	to serNumber(serCount)
               move zero	to serNet(serCount)
               move serCount	to serMatchInd
            end-if
            if serMatchInd <> zero
               compute serNet(serMatchInd) = serNet(serMatchInd)
                                           + function numval(rawtrcqty)
            end-if
         end-if
         read lottracefile
              at end move "y"	to eof
         end-read
     end-perform.
     close lottracefile.
     move spaces		to eof.
*>
 0915-verify-batch-controls.
*>
                          custZip(custCount),
                          rawcustlimit,
                          rawcustexposure,
                          custCountry(custCount),
                          custLanguage(custCount)
            end-unstring
            move function upper-case(custLanguage(custCount))
                 to custLanguage(custCount)
            if function test-numval(rawcustlimit) = 0
               compute custLimit(custCount) =
                       function numval(rawcustlimit)
                   function trim(custCountry(custInd))
                   into custnewrec
            end-string
            if custLanguage(custInd) <> spaces
               move custnewrec	to custlangline
               move spaces	to custnewrec
               string function trim(custlangline), ",",
                      function trim(custLanguage(custInd))
                      delimited by size into custnewrec
               end-string
            end-if
            write custnewrec
         end-if
     end-perform.
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
               move zero	to prCost(priceCount)
               if function test-numval(rawmastercost) = 0
                  compute prCost(priceCount) =
                          function numval(rawmastercost)
               end-if
               move zero	to prEffdate(priceCount)
               if function trim(rawmastereff) is numeric
                  compute prEffdate(priceCount) =
                          function numval(rawmastereff)
               end-if
               move "y"		to priceLoaded
            else
               display "writeinvoice: bad price master row skipped: "
         if itemCount < 500
            add 1		to itemCount
            move spaces		to rawitemloc rawitemweight
                                   rawitemtrack
            unstring itemmasterrec delimited by ","
                     into itCode(itemCount),
                          itDesc(itemCount),
                          rawitemloc,
                          rawitemweight,
                          rawitemtrack
            end-unstring
            move function upper-case(rawitemtrack(1:1))
                 to itTrack(itemCount)
            if itTrack(itemCount) <> "L" and itTrack(itemCount) <> "S"
               move spaces	to itTrack(itemCount)
            end-if
            if rawitemweight <> spaces
               and function test-numval(rawitemweight) = 0
               compute itWeight(itemCount) =
     perform until end-of-file
         if rmaCount < 200
            move spaces		to rawrmaauth rawrmacred
                                   rawrmarestock rawrmascrap
                                   rawrmavendor
            add 1		to rmaCount
            move spaces		to rmRcvWh(rmaCount)
            unstring rmarec delimited by ","
                     into rmNumber(rmaCount),
                          rmCust(rmaCount),
                          rawrmaauth,
                          rawrmacred,
                          rmStatus(rmaCount),
                          rmIssued(rmaCount),
                          rawrmarestock,
                          rawrmascrap,
                          rawrmavendor,
                          rmRcvWh(rmaCount)
            end-unstring
            move zero		to rmRcvRestock(rmaCount)
                                   rmRcvScrap(rmaCount)
                                   rmRcvVendor(rmaCount)
            if function trim(rawrmarestock) is numeric
               compute rmRcvRestock(rmaCount) =
                       function numval(rawrmarestock)
            end-if
            if function trim(rawrmascrap) is numeric
               compute rmRcvScrap(rmaCount) =
                       function numval(rawrmascrap)
            end-if
            if function trim(rawrmavendor) is numeric
               compute rmRcvVendor(rmaCount) =
                       function numval(rawrmavendor)
            end-if
            if function trim(rawrmaauth) is numeric
               compute rmQtyAuth(rmaCount) =
                       function numval(rawrmaauth)
         if rmNumber(rmaInd) <> spaces
            move rmQtyAuth(rmaInd)	to showcsvrmaauth
            move rmQtyCred(rmaInd)	to showcsvrmacred
            move rmRcvRestock(rmaInd)	to showcsvrmarestock
            move rmRcvScrap(rmaInd)	to showcsvrmascrap
            move rmRcvVendor(rmaInd)	to showcsvrmavendor
            move spaces		to rmarec
            string function trim(rmNumber(rmaInd)), ",",
                   function trim(rmCust(rmaInd)), ",",
                   showcsvrmaauth, ",",
                   showcsvrmacred, ",",
                   rmStatus(rmaInd), ",",
                   function trim(rmIssued(rmaInd)), ",",
                   showcsvrmarestock, ",",
                   showcsvrmascrap, ",",
                   showcsvrmavendor, ",",
                   function trim(rmRcvWh(rmaInd))
                   into rmarec
            end-string
            write rmarec
         end-if
     end-perform.
     close rmafile.
*>
 0989-rewrite-deposits.
*>
     open output depositfile.
     perform varying depInd from 1 by 1
             until depInd > depCount
         move depRate(depInd)	to showcsvdeprate
         move depAmount(depInd)	to showcsvdepamt
         move depApplied(depInd)	to showcsvdepapplied
         move spaces		to depositrec
         string function trim(depDate(depInd)), ",",
                depSonumber(depInd), ",",
                function trim(depCustomer(depInd)), ",",
                depCurrency(depInd), ",",
                showcsvdeprate, ",",
                function trim(showcsvdepamt), ",",
                function trim(showcsvdepapplied), ",",
                function trim(depInvoice(depInd)), ",",
                function trim(depAppliedDate(depInd))
                into depositrec
         end-string
         write depositrec
     end-perform.
     close depositfile.
*>
 0906-load-kits.
*>
     perform until end-of-file
         if invtCount < 500
            move spaces		to rawonhand rawcommitted rawreorder
                                   rawwarehouse rawintransit
            add 1		to invtCount
            unstring inventoryrec delimited by ","
                     into invtCode(invtCount),
                          rawonhand,
                          rawcommitted,
                          rawreorder,
                          rawwarehouse,
                          rawintransit
            end-unstring
            if function test-numval(rawonhand) = 0
               compute invtOnhand(invtCount) =
                  compute invtReorder(invtCount) =
                          function numval(rawreorder)
               end-if
               move rawwarehouse	to wr-warehouse
               if wr-warehouse = spaces
                  move "v"	to wr-action
                  call "whroute" using wr-action, wr-shipmethod,
                                       wr-state, wr-warehouse,
                                       wr-status
                  end-call
               end-if
               move wr-warehouse	to invtWarehouse(invtCount)
               move zero		to invtIntransit(invtCount)
               if function trim(rawintransit) <> spaces
                  and function test-numval(rawintransit) = 0
                  compute invtIntransit(invtCount) =
                          function numval(rawintransit)
               end-if
               move "y"		to invtLoaded
            else
               display "writeinvoice: bad inventory row skipped: "
            move invtOnhand(invtInd)	to showcsvonhand
            move invtCommitted(invtInd)	to showcsvcommitted
            move invtReorder(invtInd)	to showcsvreorder
            move invtIntransit(invtInd)	to showcsvintransit
            move spaces		to inventoryrec
            string function trim(invtCode(invtInd)), ",",
                   showcsvonhand, ",",
                   showcsvcommitted, ",",
                   showcsvreorder, ",",
                   invtWarehouse(invtInd), ",",
                   showcsvintransit
                   into inventoryrec
            end-string
            write inventoryrec
         if soCount < 1000
            move spaces		to rawsoqty rawsoprice rawinvoiceno
            add 1		to soCount
            move spaces		to rawsoinvqty rawsostatus rawsoalloc
                                   soOrderDate(soCount)
                                   soAllocWh(soCount)
            unstring salesorderrec delimited by ","
                     into rawinvoiceno,
                          soCust(soCount),
                          rawsoqty,
                          rawsoprice,
                          rawsoinvqty,
                          rawsostatus,
                          soOrderDate(soCount),
                          rawsoalloc,
                          soAllocWh(soCount)
            end-unstring
            move zero		to soAlloc(soCount)
            if function trim(rawsoalloc) <> spaces
               and function test-numval(rawsoalloc) = 0
               compute soAlloc(soCount) = function numval(rawsoalloc)
            end-if
            if function trim(rawinvoiceno) is numeric
               and function trim(rawsoqty) is numeric
               and function test-numval(rawsoprice) = 0
            move soOrderQty(soInd)	to showcsvsoqty
            move soInvQty(soInd)	to showcsvsoinv
            move soPrice(soInd)	to showcsvsoprice
            move soAlloc(soInd)	to showcsvsoalloc
            move spaces		to salesorderrec
            string soNumber(soInd), ",",
                   function trim(soCust(soInd)), ",",
                   showcsvsoqty, ",",
                   showcsvsoprice, ",",
                   showcsvsoinv, ",",
                   soStatus(soInd), ",",
                   function trim(soOrderDate(soInd)), ",",
                   showcsvsoalloc, ",",
                   function trim(soAllocWh(soInd))
                   into salesorderrec
            end-string
            if soOrderComplete = "y"
     if rejectcount = zero and dupfieldcount = zero
        and dupepocount = zero and badcurrencycount = zero
        and indexfailcount = zero and fieldnotfoundcount = zero
        and aropenfailcount = zero
        and heldcmcount = zero and creditheldrows = zero
        and priceexccount = zero and addrwarncount = zero
        and somatchcount = zero and invtwarncount = zero
        and freightvarcount = zero and freightnorate = zero
        and consolstagedcount = zero and lotexccount = zero
        display "writeinvoice: run completed with no exceptions"
     else
        display "writeinvoice: exception summary --"
                   " invoice(s) could not be written to "
                   "invoiceindex.dat"
        end-if
        if aropenfailcount > 0
           display "  " aropenfailcount
                   " open item(s) could not be written to "
                   "database/aropen.dat"
        end-if
        if fieldnotfoundcount > 0
           display "  " fieldnotfoundcount
                   " field(s) named on the form could not be found "
                   " row(s) accumulated for consolidated billing "
                   "-- see database/consolstage.csv"
        end-if
        if lotexccount > 0
           display "  " lotexccount
                   " lot/serial exception(s) -- duplicate serials or "
                   "tracked lines without numbers -- see "
                   "writeinvoicelotexc.txt"
        end-if
     end-if.
