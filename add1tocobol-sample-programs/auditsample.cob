       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Statistical audit sample of billed invoices.  Draws the
*>            population from invoiceindex.dat (every invoice whose
*>            invoice date falls in the range) and selects either a
*>            simple random sample of <count> invoices or a monetary-
*>            unit sample, where each US dollar of book value stands
*>            an equal chance and the big invoices are picked in
*>            proportion to their size.  Book values are the invoice
*>            totals on invoicebatchtotals.csv, live and archived,
*>            converted to US dollars at the rate the batch used.
*>
*>            The draw comes from a recorded seed: the same range,
*>            count, method and seed always pick the same invoices,
*>            so the auditor can re-perform the selection.  Without
*>            -seed= one is taken from the clock, printed on the
*>            listing and logged to auditsample_seeds.log.
*>
*>            Each selected invoice gets a packet directory,
*>            auditpackets/<invoice>/, holding packet.txt -- the
*>            register line, the raw billed rows, the 810 envelope,
*>            the open item and payment history -- and a copy of
*>            the invoice PDF.  Register, billed rows, 810 and PDF
*>            come from the archive through archivefetch for the
*>            earliest close on or after the invoice's run date,
*>            verified against the catalog; an invoice whose batch
*>            is not closed yet is read from the live files.  The
*>            index listing, auditsample.txt, shows the parameters,
*>            the seed, the population and one line per selected
*>            invoice with the sections found.
*>
*>            usage: auditsample <from yyyymmdd> <to yyyymmdd>
*>                               <count> [-mus] [-seed=<n>]
*>            return code 0 = every packet complete,
*>                        4 = a packet is missing a section or an
*>                            archived copy did not verify,
*>                        8 = nothing could be sampled.
*>*********************************************************************
identification division.
program-id. auditsample.
environment division.
*>
input-output section.
*>
file-control.
*>
select invoiceidx	assign to "invoiceindex.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is idx-invoiceno
                        file status is idx-status.
select optional catalogfile	assign to "archive/archivecatalog.csv"
                        organization is line sequential.
select optional odfconfigfile	assign to "writeinvoice.cfg"
                        organization is line sequential.
select optional scanfile	assign to scanname
                        organization is line sequential.
select packetfile	assign to packetname
                        organization is line sequential.
select indexfile	assign to "auditsample.txt"
                        organization is line sequential.
select optional seedlogfile	assign to "auditsample_seeds.log"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd invoiceidx.
*>
01 idx-record.
    05  idx-invoiceno		pic 9(6).
    05  idx-rundate		pic x(8).
    05  idx-rawrec		pic x(200).
*>
fd catalogfile.
*>
01 catalogrec		pic x(160).
*>
fd odfconfigfile.
*>
01 odfconfigrec		pic x(200).
*>
fd scanfile.
*>
01 scanrec		pic x(250).
*>
fd packetfile.
*>
01 packetrec		pic x(250).
*>
fd indexfile.
*>
01 indexrec		pic x(200).
*>
fd seedlogfile.
*>
01 seedlogrec		pic x(160).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  idx-status			pic xx value spaces.
     88  idx-ok			      value "00".
 01  arg1			pic x(20) value spaces.
 01  arg2			pic x(20) value spaces.
 01  arg3			pic x(20) value spaces.
 01  arg4			pic x(20) value spaces.
 01  arg5			pic x(20) value spaces.
 01  optionarg			pic x(20) value spaces.
 01  wantfrom			pic 9(8) value zero.
 01  wantto			pic 9(8) value zero.
 01  wantcount			unsigned-int value zero.
 01  samplemethod		pic x value "R".
     88  random-sample		      value "R".
     88  monetary-unit-sample	      value "M".
 01  seedgiven			pic x value spaces.
     88  seed-was-given		      value "y".
 01  badoption			pic x value spaces.
     88  option-is-bad		      value "y".
 01  todaydate			pic x(8) value spaces.
 01  edifilepath		pic x(80) value "invoice810.edi".
 01  edibasename		pic x(40) value "invoice810.edi".
 01  cfgeqpos			unsigned-int value zero.
 01  cfgname			pic x(40) value spaces.
 01  cfgvalue			pic x(160) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the seed drives a Park-Miller minimal standard generator,
*>>>seed = seed * 16807 mod (2**31 - 1), so a draw can be
*>>>re-performed anywhere from the seed alone
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  seedvalue			pic 9(10) value zero.
 01  seedstate			pic 9(10) value zero.
 01  seedclock			pic 9(16) value zero.
 01  seedquot			pic 9(16) value zero.
 01  prodwork			pic 9(15) value zero.
 01  prodquot			pic 9(15) value zero.
 01  randmodulus		pic 9(10) value 2147483647.
 01  randfrac			pic v9(9) value zero.
 01  showseed			pic z(9)9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the archive catalog (close date, base name, archived path)
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cat-date			pic x(8) value spaces.
 01  cat-name			pic x(40) value spaces.
 01  cat-path			pic x(80) value spaces.
 01  catCount			unsigned-int value zero.
 01  catList.
     05  catEntry	occurs 3000 times
                        indexed by catInd.
         10  catDate		pic x(8) value spaces.
         10  catName		pic x(40) value spaces.
         10  catPath		pic x(80) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>book values, US dollars, from every invoicebatchtotals.csv
*>>>live and archived
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  bt-invoiceno		pic x(10) value spaces.
 01  bt-invdate			pic x(10) value spaces.
 01  bt-currency		pic x(5) value spaces.
 01  bt-rate			pic x(12) value spaces.
 01  bt-amount			pic x(12) value spaces.
 01  bt-salestax		pic x(12) value spaces.
 01  bt-freight			pic x(12) value spaces.
 01  bt-discount		pic x(12) value spaces.
 01  bt-invoicetotal		pic x(12) value spaces.
 01  btrate			pic 9(4)v9(4) value zero.
 01  bvCount			unsigned-int value zero.
 01  bvList.
     05  bvEntry	occurs 20000 times
                        indexed by bvInd.
         10  bvInvoice		pic 9(6) value zero.
         10  bvUsd		pic s9(11)v99 value zero.
 01  bvfilecount		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the population -- invoices in the date range
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rawinvoiceno		pic x(10) value spaces.
 01  rawrectype			pic x(4) value spaces.
 01  rawinvdate			pic x(10) value spaces.
 01  rawsonumber		pic x(10) value spaces.
 01  rawcustpo			pic x(20) value spaces.
 01  rawsalesrep		pic x(10) value spaces.
 01  rawshipmethod		pic x(10) value spaces.
 01  rawterms			pic x(10) value spaces.
 01  rawcurrency		pic x(5) value spaces.
 01  rawsoldto			pic x(40) value spaces.
 01  rowinvdate			pic 9(8) value zero.
 01  popCount			unsigned-int value zero.
 01  popList.
     05  popEntry	occurs 9999 times
                        indexed by popInd.
         10  popInvoice		pic 9(6) value zero.
         10  popRundate		pic x(8) value spaces.
         10  popInvdate		pic x(10) value spaces.
         10  popCustomer	pic x(20) value spaces.
         10  popAmount		pic s9(11)v99 value zero.
         10  popBooked		pic x value spaces.
         10  popSelected	pic x value spaces.
         10  popHits		unsigned-int value zero.
         10  popRaw		pic x(200) value spaces.
 01  popoverflow		pic x value spaces.
 01  unbookedcount		unsigned-int value zero.
 01  excludedcount		unsigned-int value zero.
 01  poptotal			pic s9(13)v99 value zero.
 01  mustotal			pic s9(13)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the draw
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  neededcount		unsigned-int value zero.
 01  remainingcount		unsigned-int value zero.
 01  selectedcount		unsigned-int value zero.
 01  drawthreshold		pic 9(9)v9(9) value zero.
 01  musinterval		pic 9(13)v99 value zero.
 01  musstart			pic 9(13)v99 value zero.
 01  muspoint			pic 9(13)v99 value zero.
 01  muscumulative		pic 9(13)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>archived copies -- one fetch per artifact and close date,
*>>>since workarea/ holds one copy of each base name at a time
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  artname			pic x(40) value spaces.
 01  artlive			pic x(80) value spaces.
 01  artnote			pic x(80) value spaces.
 01  artpdfname			pic x(40) value spaces.
 01  bestdate			pic x(8) value spaces.
 01  fetchcmd			pic x(160) value spaces.
 01  fetchstat			pic s9(9) value zero.
 01  fetchrc			pic s9(9) value zero.
 01  fcCount			unsigned-int value zero.
 01  fcList.
     05  fcEntry	occurs 40 times
                        indexed by fcInd.
         10  fcName		pic x(40) value spaces.
         10  fcDate		pic x(8) value spaces.
         10  fcRc		pic s9(9) value zero.
 01  fcMatchInd			unsigned-int value zero.
 01  unverifiedflag		pic x value spaces.
     88  copy-did-not-verify	      value "y".
 01  scanname			pic x(80) value spaces.
 01  packetname			pic x(80) value spaces.
 01  packetdir			pic x(80) value spaces.
 01  pdfdest			pic x(80) value spaces.
 01  checkbuf			pic x(84) value spaces.
 01  checkstat			pic s9(9) value zero.
 01  copystat			pic s9(9) value zero.
 01  fileinfo.
     05  filesize		pic x(8) comp-x.
     05  filedate		pic x(7) comp-x.
     05  filetime		pic x(7) comp-x.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>packet sections
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  scankind			pic x value spaces.
     88  scan-register		      value "R".
     88  scan-billed		      value "B".
     88  scan-edi		      value "E".
     88  scan-aropen		      value "A".
     88  scan-payments		      value "C".
 01  sectioncount		unsigned-int value zero.
 01  cnt-register		unsigned-int value zero.
 01  cnt-billed			unsigned-int value zero.
 01  cnt-edi			unsigned-int value zero.
 01  cnt-aropen			unsigned-int value zero.
 01  cnt-payments		unsigned-int value zero.
 01  pdfcopied			pic x value spaces.
 01  col1			pic x(20) value spaces.
 01  col2			pic x(20) value spaces.
 01  col3			pic x(20) value spaces.
 01  scanwork			pic x(250) value spaces.
 01  incomplete			pic x value spaces.
     88  packet-is-incomplete	      value "y".
 01  incompletecount		unsigned-int value zero.
 01  unverifiedcount		unsigned-int value zero.
 01  billedfiles.
     05  filler	pic x(40) value "database/invoice1.csv".
     05  filler	pic x(40) value "database/invoice2.csv".
     05  filler	pic x(40) value "database/invoice3.csv".
     05  filler	pic x(40) value "database/invoicebilled4.csv".
     05  filler	pic x(40) value "database/invoicebilled5.csv".
 01  billedfiles-r redefines billedfiles.
     05  billedfile	occurs 5 times pic x(40).
 01  billedInd			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>810 envelope -- the interchange and group headers in force
*>>>and the transaction set buffered until its SE shows whether
*>>>the BIG was this invoice's
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  lastisa			pic x(250) value spaces.
 01  lastgs			pic x(250) value spaces.
 01  setCount			unsigned-int value zero.
 01  setList.
     05  setLine	occurs 300 times pic x(250) value spaces.
 01  setInd			unsigned-int value zero.
 01  setopen			pic x value spaces.
     88  set-is-open		      value "y".
 01  setmatched			pic x value spaces.
     88  set-is-this-invoice	      value "y".
 01  ediel1			pic x(10) value spaces.
 01  ediel2			pic x(20) value spaces.
 01  ediel3			pic x(20) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>report work areas
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  packetline			pic x(250) value spaces.
 01  showcount			pic zzzz9 value zero.
 01  showcount2			pic zzzz9 value zero.
 01  showhits			pic zz9 value zero.
 01  showamount			pic -zzz,zzz,zz9.99 value zero.
 01  showtotal			pic -z,zzz,zzz,zz9.99 value zero.
 01  showinterval		pic z,zzz,zzz,zz9.99 value zero.
 01  showstart			pic z,zzz,zzz,zz9.99 value zero.
 01  flagreg			pic x(3) value spaces.
 01  flagraw			pic x(3) value spaces.
 01  flagedi			pic x(3) value spaces.
 01  flagar			pic x(3) value spaces.
 01  flagpay			pic x(3) value spaces.
 01  flagpdf			pic x(3) value spaces.
 01  methodname			pic x(22) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     accept arg1		from argument-value.
     accept arg2		from argument-value.
     accept arg3		from argument-value.
     accept arg4		from argument-value.
     accept arg5		from argument-value.
     if function trim(arg1) is not numeric or arg1(9:) <> spaces
        or function trim(arg2) is not numeric or arg2(9:) <> spaces
        or function trim(arg3) is not numeric
        perform 0900-show-usage
        stop run giving 1
     end-if.
     move arg1(1:8)		to wantfrom.
     move arg2(1:8)		to wantto.
     compute wantcount = function numval(arg3).
     if wantcount = zero or wantfrom > wantto
        perform 0900-show-usage
        stop run giving 1
     end-if.
     move arg4			to optionarg.
     perform 0050-check-option.
     move arg5			to optionarg.
     perform 0050-check-option.
     if option-is-bad
        perform 0900-show-usage
        stop run giving 1
     end-if.

     move function current-date(1:8) to todaydate.
     if not seed-was-given
        move function current-date(1:16) to seedclock
        divide seedclock by randmodulus giving seedquot
               remainder seedvalue
        end-divide
     end-if.
     if seedvalue = zero or seedvalue >= randmodulus
        move 1			to seedvalue
     end-if.
     move seedvalue		to seedstate.
     if monetary-unit-sample
        move "monetary-unit (PPS)"	to methodname
     else
        move "simple random"		to methodname
     end-if.

     perform 0940-load-odfconfig.
     perform 0100-load-catalog.
     perform 0150-load-book-values.
     perform 0200-load-population.

     if popCount = zero
        display "auditsample: no invoices dated " wantfrom
                " through " wantto " on invoiceindex.dat"
        stop run giving 8
     end-if.

     if monetary-unit-sample
        perform 0350-draw-monetary-unit
     else
        perform 0300-draw-random
     end-if.
     if selectedcount = zero
        display "auditsample: nothing selected -- the population "
                "carries no positive book value to sample"
        stop run giving 8
     end-if.

     perform 0450-write-index-heading.
     call "CBL_CREATE_DIR" using "auditpackets"
                           returning checkstat
     end-call.
     perform varying popInd from 1 by 1
             until popInd > popCount
         if popSelected(popInd) = "y"
            perform 0400-build-packet
         end-if
     end-perform.
     perform 0480-write-index-footing.
     perform 0500-log-seed.

     move selectedcount		to showcount.
     move seedvalue		to showseed.
     display "auditsample: " showcount " invoice(s) sampled, seed "
             function trim(showseed) " -- see auditsample.txt and "
             "auditpackets/".
     if incompletecount > zero or unverifiedcount > zero
        move incompletecount	to showcount
        move unverifiedcount	to showcount2
        display "auditsample: " showcount " packet(s) missing a "
                "section, " showcount2 " archived copy(ies) not "
                "verified"
        move 4			to return-code
     end-if.

     goback.
*>
 0050-check-option.
*>
     if optionarg = spaces
        continue
     else if function trim(optionarg) = "-mus"
        set monetary-unit-sample to true
     else if optionarg(1:6) = "-seed="
        and function trim(optionarg(7:)) is numeric
        and optionarg(17:) = spaces
        compute seedvalue = function numval(optionarg(7:))
        move "y"		to seedgiven
     else
        move "y"		to badoption
     end-if
     end-if
     end-if.
*>
 0100-load-catalog.
*>
     move zero			to catCount.
     open input catalogfile.
     read catalogfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to cat-date cat-name cat-path
         unstring catalogrec delimited by ","
                  into cat-date, cat-name, cat-path
         end-unstring
         if catCount < 3000 and cat-date is numeric
            add 1		to catCount
            move cat-date	to catDate(catCount)
            move cat-name	to catName(catCount)
            move cat-path	to catPath(catCount)
         end-if
         read catalogfile
              at end move "y"	to eof
         end-read
     end-perform.
     close catalogfile.
     move spaces		to eof.
*>
 0150-load-book-values.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the live batch totals, then every archived copy the catalog
*>>>knows -- a closed batch's invoices are only on the archive
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to bvCount bvfilecount.
     move "invoicebatchtotals.csv" to scanname.
     perform 0160-read-batch-totals.
     perform varying catInd from 1 by 1
             until catInd > catCount
         if function trim(catName(catInd)) = "invoicebatchtotals.csv"
            move catPath(catInd)	to scanname
            perform 0160-read-batch-totals
         end-if
     end-perform.
*>
 0160-read-batch-totals.
*>
     add 1			to bvfilecount.
     open input scanfile.
     read scanfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to bt-invoiceno bt-invdate bt-currency
                                   bt-rate bt-amount bt-salestax
                                   bt-freight bt-discount
                                   bt-invoicetotal
         unstring scanrec delimited by ","
                  into bt-invoiceno, bt-invdate, bt-currency,
                       bt-rate, bt-amount, bt-salestax,
                       bt-freight, bt-discount, bt-invoicetotal
         end-unstring
         if bvCount < 20000 and function trim(bt-invoiceno) is numeric
            and function test-numval(bt-invoicetotal) = 0
            move 1		to btrate
            if function test-numval(bt-rate) = 0
               and function numval(bt-rate) > zero
               compute btrate = function numval(bt-rate)
            end-if
            add 1		to bvCount
            compute bvInvoice(bvCount) = function numval(bt-invoiceno)
            compute bvUsd(bvCount) rounded =
                    function numval(bt-invoicetotal) * btrate
         end-if
         read scanfile
              at end move "y"	to eof
         end-read
     end-perform.
     close scanfile.
     move spaces		to eof.
*>
 0200-load-population.
*>
     open input invoiceidx.
     if not idx-ok
        display "auditsample: cannot open invoiceindex.dat, status "
                idx-status " -- has writeinvoice been run?"
        stop run giving 8
     end-if.
     perform until end-of-file
         read invoiceidx next
              at end move "y"	to eof
              not at end perform 0210-check-record
         end-read
     end-perform.
     close invoiceidx.
     move spaces		to eof.
     if popoverflow = "y"
        display "auditsample: more than 9999 invoices in the range "
                "-- sample a shorter range"
        stop run giving 8
     end-if.
*>
 0210-check-record.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the first ten columns are the same in both row layouts;
*>>>column 10 is the sold-to name, or its code under
*>>>custmode=codes
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to rawinvoiceno rawrectype rawinvdate
                                   rawsonumber rawcustpo rawsalesrep
                                   rawshipmethod rawterms rawcurrency
                                   rawsoldto.
     move idx-rawrec		to scanwork.
     inspect scanwork replacing all '"' by " ".
     unstring scanwork delimited by ","
              into rawinvoiceno, rawrectype, rawinvdate,
                   rawsonumber, rawcustpo, rawsalesrep,
                   rawshipmethod, rawterms, rawcurrency,
                   rawsoldto
     end-unstring.
     move zero			to rowinvdate.
     if function trim(rawinvdate(1:4)) is numeric
        and function trim(rawinvdate(6:2)) is numeric
        and function trim(rawinvdate(9:2)) is numeric
        compute rowinvdate = function numval(rawinvdate(1:4)) * 10000
                           + function numval(rawinvdate(6:2)) * 100
                           + function numval(rawinvdate(9:2))
     end-if.
     if rowinvdate >= wantfrom and rowinvdate <= wantto
        if popCount < 9999
           perform 0220-add-to-population
        else
           move "y"		to popoverflow
        end-if
     end-if.
*>
 0220-add-to-population.
*>
     add 1			to popCount.
     move idx-invoiceno		to popInvoice(popCount).
     move idx-rundate		to popRundate(popCount).
     move rawinvdate		to popInvdate(popCount).
     move function trim(rawsoldto) to popCustomer(popCount).
     move idx-rawrec		to popRaw(popCount).
     move zero			to popAmount(popCount) popHits(popCount).
     move spaces		to popBooked(popCount)
                                   popSelected(popCount).
     perform varying bvInd from 1 by 1
             until bvInd > bvCount or popBooked(popCount) = "y"
         if bvInvoice(bvInd) = idx-invoiceno
            move bvUsd(bvInd)	to popAmount(popCount)
            move "y"		to popBooked(popCount)
         end-if
     end-perform.
     if popBooked(popCount) = "y"
        add popAmount(popCount)	to poptotal
     else
        add 1			to unbookedcount
     end-if.
*>
 0300-draw-random.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>selection sampling: walking the population in invoice order,
*>>>each invoice is taken with probability (still needed) /
*>>>(still to be seen), which yields exactly <count> invoices,
*>>>every one equally likely
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move wantcount		to neededcount.
     if neededcount > popCount
        move popCount		to neededcount
     end-if.
     move popCount		to remainingcount.
     perform varying popInd from 1 by 1
             until popInd > popCount or neededcount = zero
         perform 0310-next-random
         compute drawthreshold = randfrac * remainingcount
         if drawthreshold < neededcount
            move "y"		to popSelected(popInd)
            move 1		to popHits(popInd)
            add 1		to selectedcount
            subtract 1		from neededcount
         end-if
         subtract 1		from remainingcount
     end-perform.
*>
 0310-next-random.
*>
     compute prodwork = seedstate * 16807.
     divide prodwork by randmodulus giving prodquot
            remainder seedstate
     end-divide.
     compute randfrac = seedstate / randmodulus.
*>
 0350-draw-monetary-unit.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>systematic monetary-unit selection: the positive book value
*>>>is laid end to end, a random start falls in the first
*>>>interval and every interval after it hits the invoice whose
*>>>dollars it lands in.  Credits, zero invoices and invoices with
*>>>no book value carry no dollars to hit and are counted out;
*>>>an invoice bigger than the interval can take several hits
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to mustotal excludedcount.
     perform varying popInd from 1 by 1
             until popInd > popCount
         if popAmount(popInd) > zero
            add popAmount(popInd)	to mustotal
         else
            add 1		to excludedcount
         end-if
     end-perform.
     if mustotal > zero
        perform 0360-walk-the-dollars
     end-if.
*>
 0360-walk-the-dollars.
*>
     compute musinterval = mustotal / wantcount.
     if musinterval = zero
        move 0.01		to musinterval
     end-if.
     perform 0310-next-random.
     compute musstart = randfrac * musinterval.
     if musstart = zero
        move 0.01		to musstart
     end-if.
     move musstart		to muspoint.
     move zero			to muscumulative.
     perform varying popInd from 1 by 1
             until popInd > popCount
         if popAmount(popInd) > zero
            add popAmount(popInd)	to muscumulative
            perform until muspoint > muscumulative
                if popSelected(popInd) <> "y"
                   move "y"	to popSelected(popInd)
                   add 1	to selectedcount
                end-if
                add 1		to popHits(popInd)
                add musinterval	to muspoint
            end-perform
         end-if
     end-perform.
*>
 0400-build-packet.
*>
     move spaces		to incomplete unverifiedflag pdfcopied.
     move zero			to cnt-register cnt-billed cnt-edi
                                   cnt-aropen cnt-payments.
     move spaces		to packetdir packetname.
     string "auditpackets/", popInvoice(popInd)
            delimited by size into packetdir
     end-string.
     call "CBL_CREATE_DIR" using packetdir
                           returning checkstat
     end-call.
     string function trim(packetdir), "/packet.txt"
            delimited by size into packetname
     end-string.
     open output packetfile.

     move all "="		to packetline(1:78).
     perform 0800-write-packet-line.
     move popAmount(popInd)	to showamount.
     move popHits(popInd)	to showhits.
     move seedvalue		to showseed.
     string "Audit sample packet -- invoice ", popInvoice(popInd),
            "  dated ", popInvdate(popInd),
            "  billed run ", popRundate(popInd)
            delimited by size into packetline
     end-string.
     perform 0800-write-packet-line.
     string "Customer ", function trim(popCustomer(popInd)),
            "  book value USD ", showamount,
            "  hits ", showhits
            delimited by size into packetline
     end-string.
     perform 0800-write-packet-line.
     string "Selected ", todaydate, " by ", function trim(methodname),
            " sample, ", wantfrom, " through ", wantto,
            ", seed ", function trim(showseed)
            delimited by size into packetline
     end-string.
     perform 0800-write-packet-line.
     if popBooked(popInd) <> "y"
        move "No invoicebatchtotals.csv row -- book value unknown"
             to packetline
        perform 0800-write-packet-line
     end-if.
     move all "="		to packetline(1:78).
     perform 0800-write-packet-line.

     move "Index row (invoiceindex.dat)" to packetline.
     perform 0810-write-section-heading.
     move popRaw(popInd)	to packetline.
     perform 0800-write-packet-line.

     move "Register line"	to packetline.
     perform 0810-write-section-heading.
     move "invoicereg.txt"	to artname artlive.
     perform 0600-fetch-artifact.
     set scan-register		to true.
     perform 0700-scan-file.
     move sectioncount		to cnt-register.
     perform 0830-note-empty-section.

     move "Raw billed rows"	to packetline.
     perform 0810-write-section-heading.
     perform varying billedInd from 1 by 1
             until billedInd > 5
         move billedfile(billedInd) to artlive
         move billedfile(billedInd)(10:) to artname
         perform 0600-fetch-artifact
         set scan-billed	to true
         perform 0700-scan-file
         add sectioncount	to cnt-billed
     end-perform.
     move cnt-billed		to sectioncount.
     perform 0830-note-empty-section.

     move "810 envelope"	to packetline.
     perform 0810-write-section-heading.
     move edibasename		to artname.
     move edifilepath		to artlive.
     perform 0600-fetch-artifact.
     set scan-edi		to true.
     perform 0700-scan-file.
     move sectioncount		to cnt-edi.
     perform 0830-note-empty-section.

     move "Open item (database/aropen.csv)" to packetline.
     perform 0810-write-section-heading.
     move "database/aropen.csv"	to scanname.
     move "live file"		to artnote.
     perform 0820-write-source-line.
     set scan-aropen		to true.
     perform 0700-scan-file.
     move sectioncount		to cnt-aropen.
     perform 0830-note-empty-section.

     move "Payment history (cashappliedhistory.csv)" to packetline.
     perform 0810-write-section-heading.
     move "cashappliedhistory.csv" to scanname.
     move "live file"		to artnote.
     perform 0820-write-source-line.
     set scan-payments		to true.
     perform 0700-scan-file.
     move sectioncount		to cnt-payments.
     perform 0830-note-empty-section.

     move "Archived copies"	to packetline.
     perform 0810-write-section-heading.
     perform 0650-copy-invoice-pdf.

     close packetfile.

     if cnt-register = zero or cnt-billed = zero
        or cnt-edi = zero or pdfcopied <> "y"
        move "y"		to incomplete
        add 1			to incompletecount
     end-if.
     if copy-did-not-verify
        add 1			to unverifiedcount
     end-if.
     perform 0460-write-index-line.
*>
 0450-write-index-heading.
*>
     open output indexfile.
     move seedvalue		to showseed.
     move "Audit sample index" to indexrec.
     write indexrec.
     move spaces		to indexrec.
     move all "-"		to indexrec(1:96).
     write indexrec.
     move spaces		to indexrec.
     string "Selected ", todaydate, "  method ",
            function trim(methodname),
            "  invoice dates ", wantfrom, " through ", wantto
            delimited by size into indexrec
     end-string.
     write indexrec.
     move wantcount		to showcount.
     move spaces		to indexrec.
     string "Sample size requested ", showcount,
            "  seed ", function trim(showseed),
            " (rerun with -seed=", function trim(showseed),
            " to re-perform the draw)"
            delimited by size into indexrec
     end-string.
     write indexrec.
     move popCount		to showcount.
     move poptotal		to showtotal.
     move spaces		to indexrec.
     string "Population ", showcount, " invoice(s), book value USD",
            showtotal
            delimited by size into indexrec
     end-string.
     write indexrec.
     if unbookedcount > zero
        move unbookedcount	to showcount
        move spaces		to indexrec
        string "           ", showcount, " invoice(s) not on any "
               "invoicebatchtotals.csv -- no book value"
               delimited by size into indexrec
        end-string
        write indexrec
     end-if.
     if monetary-unit-sample
        move mustotal		to showtotal
        move musinterval	to showinterval
        move musstart		to showstart
        move spaces		to indexrec
        string "Sampled value USD", showtotal,
               "  interval", showinterval,
               "  random start", showstart
               delimited by size into indexrec
        end-string
        write indexrec
        move excludedcount	to showcount
        move spaces		to indexrec
        string "           ", showcount, " invoice(s) with no "
               "positive book value left out of the draw"
               delimited by size into indexrec
        end-string
        write indexrec
     end-if.
     move spaces		to indexrec.
     write indexrec.
     move "Invoice Inv date   Customer             Book value USD "
          & "Hits Reg Raw 810 AR  Pay PDF Packet"
          to indexrec.
     write indexrec.
     move spaces		to indexrec.
     move all "-"		to indexrec(1:96).
     write indexrec.
*>
 0460-write-index-line.
*>
     move "yes"			to flagreg flagraw flagedi flagar
                                   flagpay flagpdf.
     if cnt-register = zero
        move "--"		to flagreg
     end-if.
     if cnt-billed = zero
        move "--"		to flagraw
     end-if.
     if cnt-edi = zero
        move "--"		to flagedi
     end-if.
     if cnt-aropen = zero
        move "--"		to flagar
     end-if.
     if cnt-payments = zero
        move "--"		to flagpay
     end-if.
     if pdfcopied <> "y"
        move "--"		to flagpdf
     end-if.
     move popAmount(popInd)	to showamount.
     move popHits(popInd)	to showhits.
     move spaces		to indexrec.
     string popInvoice(popInd), "  ", popInvdate(popInd), " ",
            popCustomer(popInd), showamount, " ", showhits, "  ",
            flagreg, " ", flagraw, " ", flagedi, " ", flagar, " ",
            flagpay, " ", flagpdf, " ", function trim(packetdir)
            delimited by size into indexrec
     end-string.
     if popBooked(popInd) <> "y"
        move "no book value"	to indexrec(38:14)
     end-if.
     write indexrec.
     if copy-did-not-verify
        move spaces		to indexrec
        move "        an archived copy did not verify against the "
             & "catalog -- see packet.txt" to indexrec
        write indexrec
     end-if.
*>
 0480-write-index-footing.
*>
     move spaces		to indexrec.
     move all "-"		to indexrec(1:96).
     write indexrec.
     move selectedcount		to showcount.
     move incompletecount	to showcount2.
     move spaces		to indexrec.
     string showcount, " invoice(s) sampled, ", showcount2,
            " packet(s) missing a section (--)"
            delimited by size into indexrec
     end-string.
     write indexrec.
     close indexfile.
*>
 0500-log-seed.
*>
     move seedvalue		to showseed.
     move popCount		to showcount.
     move selectedcount		to showcount2.
     move spaces		to seedlogrec.
     string todaydate, ",", wantfrom, ",", wantto, ",",
            samplemethod, ",", function trim(arg3), ",",
            function trim(showseed), ",",
            function trim(showcount), ",",
            function trim(showcount2)
            delimited by size into seedlogrec
     end-string.
     open extend seedlogfile.
     write seedlogrec.
     close seedlogfile.
*>
 0600-fetch-artifact.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the copy archived at the first close on or after the run
*>>>that billed the invoice; no such close means the batch is
*>>>still open and the live file is the record
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to bestdate scanname artnote.
     perform varying catInd from 1 by 1
             until catInd > catCount
         if catName(catInd) = artname
            and catDate(catInd) >= popRundate(popInd)
            and (bestdate = spaces or catDate(catInd) < bestdate)
            move catDate(catInd)	to bestdate
         end-if
     end-perform.

     if bestdate = spaces
        move spaces		to checkbuf
        move artlive		to checkbuf
        call "CBL_CHECK_FILE_EXIST" using checkbuf, fileinfo
                                    returning checkstat
        end-call
        if checkstat = 0
           move artlive		to scanname
           move "live file -- batch not closed yet" to artnote
        else
           move "not on file"	to artnote
        end-if
        perform 0820-write-source-line
     else
        perform 0610-fetch-from-archive
     end-if.
*>
 0610-fetch-from-archive.
*>
     move zero			to fcMatchInd.
     perform varying fcInd from 1 by 1
             until fcInd > fcCount
         if fcName(fcInd) = artname
            move fcInd		to fcMatchInd
         end-if
     end-perform.
     if fcMatchInd = zero
        if fcCount < 40
           add 1		to fcCount
           move fcCount		to fcMatchInd
        else
           move 1		to fcMatchInd
        end-if
        move artname		to fcName(fcMatchInd)
        move spaces		to fcDate(fcMatchInd)
     end-if.
     if fcDate(fcMatchInd) <> bestdate
        move spaces		to fetchcmd
        string "./archivefetch ", bestdate, " ",
               function trim(artname)
               delimited by size into fetchcmd
        end-string
        call "SYSTEM" using fetchcmd
                      returning fetchstat
        end-call
        divide fetchstat by 256 giving fetchrc
        end-divide
        if fetchstat <> zero and fetchrc = zero
           move 8		to fetchrc
        end-if
        move bestdate		to fcDate(fcMatchInd)
        move fetchrc		to fcRc(fcMatchInd)
     end-if.

     evaluate fcRc(fcMatchInd)
         when zero
              string "workarea/", function trim(artname)
                     delimited by size into scanname
              end-string
              string "archive ", bestdate,
                     ", restored and verified against the catalog"
                     delimited by size into artnote
              end-string
         when 4
              string "workarea/", function trim(artname)
                     delimited by size into scanname
              end-string
              string "archive ", bestdate,
                     ", restored but does NOT verify against the "
                     "catalog"
                     delimited by size into artnote
              end-string
              move "y"		to unverifiedflag
         when other
              string "archive ", bestdate,
                     ", could not be restored"
                     delimited by size into artnote
              end-string
              move "y"		to unverifiedflag
     end-evaluate.
     perform 0820-write-source-line.
*>
 0650-copy-invoice-pdf.
*>
     move spaces		to artname artlive pdfdest.
     string "invoice_", popInvoice(popInd), ".pdf"
            delimited by size into artname
     end-string.
     string "invoicepdfs/", function trim(artname)
            delimited by size into artlive
     end-string.
     perform 0600-fetch-artifact.
     if scanname <> spaces
        string function trim(packetdir), "/",
               function trim(artname)
               delimited by size into pdfdest
        end-string
        call "CBL_COPY_FILE" using scanname, pdfdest
                             returning copystat
        end-call
        if copystat = 0
           move "y"		to pdfcopied
           move spaces		to packetline
           string "  copied to ", function trim(pdfdest)
                  delimited by size into packetline
           end-string
        else
           move "  could not be copied into the packet"
                to packetline
        end-if
        perform 0800-write-packet-line
     end-if.
*>
 0700-scan-file.
*>
     move zero			to sectioncount setCount.
     move spaces		to lastisa lastgs setopen setmatched.
     if scanname <> spaces
        perform 0705-read-scan-file
     end-if.
*>
 0705-read-scan-file.
*>
     open input scanfile.
     read scanfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if scan-edi
            perform 0720-check-edi-segment
         else
            perform 0710-check-row
         end-if
         read scanfile
              at end move "y"	to eof
         end-read
     end-perform.
     close scanfile.
     move spaces		to eof.
*>
 0710-check-row.
*>
     move spaces		to col1 col2 col3.
     move scanrec		to scanwork.
     inspect scanwork replacing all '"' by " ".
     if scan-register
        move scanwork(1:6)	to col1
     else
        unstring scanwork delimited by ","
                 into col1, col2, col3
        end-unstring
     end-if.
     if scan-payments
        move col3		to col1
     end-if.
     if function trim(col1) is numeric
        if function numval(col1) = popInvoice(popInd)
           add 1		to sectioncount
           move scanrec		to packetline
           perform 0800-write-packet-line
        end-if
     end-if.
*>
 0720-check-edi-segment.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a transaction set is written with the ISA and GS it travelled
*>>>under once its BIG shows this invoice number
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     evaluate true
         when scanrec(1:4) = "ISA*"
              move scanrec	to lastisa
         when scanrec(1:3) = "GS*"
              move scanrec	to lastgs
         when scanrec(1:3) = "ST*"
              move zero		to setCount
              move "y"		to setopen
              move spaces	to setmatched
              perform 0730-buffer-segment
         when scanrec(1:3) = "SE*" and set-is-open
              perform 0730-buffer-segment
              if set-is-this-invoice
                 if lastisa <> spaces
                    move lastisa	to packetline
                    perform 0800-write-packet-line
                 end-if
                 if lastgs <> spaces
                    move lastgs		to packetline
                    perform 0800-write-packet-line
                 end-if
                 perform varying setInd from 1 by 1
                         until setInd > setCount
                     move setLine(setInd) to packetline
                     perform 0800-write-packet-line
                 end-perform
                 add 1			to sectioncount
              end-if
              move spaces	to setopen setmatched
         when set-is-open
              if scanrec(1:4) = "BIG*"
                 move spaces	to ediel1 ediel2 ediel3
                 unstring scanrec delimited by "*" or "~"
                          into ediel1, ediel2, ediel3
                 end-unstring
                 if function trim(ediel3) is numeric
                    and function numval(ediel3) = popInvoice(popInd)
                    move "y"	to setmatched
                 end-if
              end-if
              perform 0730-buffer-segment
     end-evaluate.
*>
 0730-buffer-segment.
*>
     if setCount < 300
        add 1			to setCount
        move scanrec		to setLine(setCount)
     end-if.
*>
 0800-write-packet-line.
*>
     move packetline		to packetrec.
     write packetrec.
     move spaces		to packetline.
*>
 0810-write-section-heading.
*>
     move packetline		to scanwork.
     move spaces		to packetrec.
     write packetrec.
     move spaces		to packetline.
     string "---- ", function trim(scanwork), " ----"
            delimited by size into packetline
     end-string.
     perform 0800-write-packet-line.
*>
 0820-write-source-line.
*>
     move spaces		to packetline.
     if scanname = spaces
        string "  [", function trim(artname), ": ",
               function trim(artnote), "]"
               delimited by size into packetline
        end-string
     else
        string "  [", function trim(scanname), ": ",
               function trim(artnote), "]"
               delimited by size into packetline
        end-string
     end-if.
     perform 0800-write-packet-line.
*>
 0830-note-empty-section.
*>
     if sectioncount = zero
        move "  (nothing for this invoice)" to packetline
        perform 0800-write-packet-line
     end-if.
*>
 0900-show-usage.
*>
     display "usage: auditsample <from yyyymmdd> <to yyyymmdd> "
             "<count> [-mus] [-seed=<n>]".
     display "       -mus draws a monetary-unit sample, otherwise "
             "a simple random sample".
*>
 0940-load-odfconfig.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the 810 file writeinvoice is configured to write, and the base
*>>>name closebatch archives it under
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
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
            if function trim(cfgname) = "edifile"
               and cfgvalue <> spaces
               move function trim(cfgvalue) to edifilepath
            end-if
         end-if
         read odfconfigfile
              at end move "y"	to eof
         end-read
     end-perform.
     close odfconfigfile.
     move spaces		to eof.
     move edifilepath		to edibasename.
     perform varying cfgeqpos from 80 by -1
             until cfgeqpos < 1
         if edifilepath(cfgeqpos:1) = "/"
            move edifilepath(cfgeqpos + 1:) to edibasename
            move 1		to cfgeqpos
         end-if
     end-perform.

end program auditsample.
