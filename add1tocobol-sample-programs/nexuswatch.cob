       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Sales tax economic nexus monitor.  We bill into states
*>            where we hold no registration; once sales into such a
*>            state pass its dollar or transaction threshold we owe
*>            registration and collection.  This reads the five
*>            regional invoice files exactly the way taxregister
*>            does (invoice1-3 and the billed snapshots
*>            invoicebilled4/5, writeinvoice.cfg's custmode deciding
*>            where the ship-to state comes from), nets each
*>            invoice, and totals sales and invoice counts by ship-to
*>            state for the current calendar year, the prior one and
*>            the trailing twelve months.
*>
*>            database/nexusthresholds.csv carries one row per state:
*>            state, sales threshold, transaction threshold (zero for
*>            none), measurement period -- C current calendar year,
*>            P prior or current calendar year, R trailing twelve
*>            months -- and the test, O when either threshold
*>            creates nexus or A when both must be passed.
*>
*>            Only states with no rate in force on
*>            database/taxrates.csv are watched -- a state with a
*>            rate is one we already collect for.  A watched state is
*>            OVER once it passes its test and NEAR once it is within
*>            nexuswatch.cfg's "warnpct" (default 80) percent of it.
*>            nexuswatch.txt lists every watched state billed into;
*>            the OVER and NEAR ones are also written to
*>            nexusattention.csv (state, status, period, sales,
*>            invoices, percent of threshold), which morningdash
*>            reads as an attention item.
*>*********************************************************************
identification division.
program-id. nexuswatch.
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
select optional taxratefile	assign to "database/taxrates.csv"
                        organization is line sequential.
select optional thresholdfile	assign to "database/nexusthresholds.csv"
                        organization is line sequential.
select optional custmasterfile	assign to "database/customers.csv"
                        organization is line sequential.
select optional odfconfigfile	assign to "writeinvoice.cfg"
                        organization is line sequential.
select optional cfgfile	assign to "nexuswatch.cfg"
                        organization is line sequential.
select reportfile	assign to "nexuswatch.txt"
                        organization is line sequential.
select attentionfile	assign to "nexusattention.csv"
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
01 invoicerec2		pic x(200).
*>
fd invoicefile3.
*>
01 invoicerec3		pic x(200).
*>
fd invoicefile4.
*>
01 invoicerec4		pic x(200).
*>
fd invoicefile5.
*>
01 invoicerec5		pic x(250).
*>
fd taxratefile.
*>
01 taxratefilerec	pic x(60).
*>
fd thresholdfile.
*>
01 thresholdrec		pic x(80).
*>
fd custmasterfile.
*>
01 custmasterrec	pic x(150).
*>
fd odfconfigfile.
*>
01 odfconfigrec		pic x(200).
*>
fd cfgfile.
*>
01 cfgrec		pic x(200).
*>
fd reportfile.
*>
01 reportrec		pic x(132).
*>
fd attentionfile.
*>
01 attentionrec		pic x(80).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  curregion			pic 9 value 1.
 01  maxregion			pic 9 value 5.
 01  todaynum			pic 9(8) value zero.
 01  thisyear			pic 9(4) value zero.
 01  prioryear			pic 9(4) value zero.
 01  rollstart			pic 9(8) value zero.
 01  warnpct			pic 9(3) value 80.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>writeinvoice.cfg's custmode, read the way taxregister reads it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
 01  custmodeval		pic x(8) value spaces.
     88  custmode-codes	      value "codes".
 01  rawsoldtocode		pic x(10) value spaces.
 01  rawshiptocode		pic x(10) value spaces.
 01  custCount		unsigned-int value zero.
 01  custList.
     05  custEntry	occurs 500 times
                        indexed by custInd.
         10  cmCode		pic x(10) value spaces.
         10  cmState		pic xx value spaces.
 01  cmDummy			pic x(28) value spaces.
 01  untstate			pic x(4) value spaces.
 01  untstate2			pic x(4) value spaces.
 01  untcurrency		pic x(5) value spaces.
 01  rawinvoiceno		pic x(10) value spaces.
 01  rawsonumber		pic x(10) value spaces.
 01  rawquantity		pic x(12) value spaces.
 01  rawunitprice		pic x(12) value spaces.
 01  rowok			pic x value spaces.
     88  row-is-valid	      value "y".
 01  rejectcount		unsigned-int value zero.
*>
 01 invoicedata		.
*>
    05  inv-invoiceno		pic 9(6) value zero.
    05  inv-rectype		pic x(2) value "IN".
        88  rec-is-invoice	      value "IN".
        88  rec-is-creditmemo	      value "CM".
    05  inv-invdate.
        10  invd-year		pic x(4) value spaces.
        10                      pic x value spaces.
        10  invd-month		pic xx value spaces.
        10 			pic x value spaces.
        10  invd-day		pic xx value spaces.
    05  inv-sonumber		pic 9(6).
    05  inv-custpo               pic x(8).
    05  inv-terms		pic x(8).
    05  inv-salesrep		pic x(8).
    05  inv-shipmethod		pic x(8).
    05  inv-currency		pic x(3).
    05  inv-address occurs 2 times.
        10  inv-name  		pic x(28).
        10  inv-addr1		pic x(28).
        10  inv-addr2		pic x(28).
        10  inv-city		pic x(16).
        10  inv-state		pic xx.
        10  inv-zip		pic x(10).
    05  inv-quantity		pic 9(10).
    05  inv-description		pic x(70).
    05  inv-unitprice		pic 9(6)v99.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>per-invoice accumulation, snapshotted at the invoice break
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  lastinvoice		pic 9(6) value zero.
 01  lineamt			pic s9(8)v99 value zero.
 01  invamt			pic s9(8)v99 value zero.
 01  reg-state			pic xx value spaces.
 01  reg-invdate		pic x(10) value spaces.
 01  reg-rectype		pic x(2) value spaces.
 01  invdatenum		pic 9(8) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>states with a tax rate in force -- already registered
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  regCount			unsigned-int value zero.
 01  regList.
     05  regEntry	occurs 100 times
                        indexed by regInd.
         10  regState		pic xx value spaces.
 01  rawtaxstate		pic x(4) value spaces.
 01  rawtaxjuris		pic x(12) value spaces.
 01  rawtaxeffdate		pic x(10) value spaces.
 01  registered		pic x value spaces.
     88  state-is-registered	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>per-state thresholds and the sales measured against them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rawstate			pic x(4) value spaces.
 01  rawsalesthr		pic x(14) value spaces.
 01  rawcountthr		pic x(8) value spaces.
 01  rawperiod			pic x(4) value spaces.
 01  rawtest			pic x(4) value spaces.
 01  stCount			unsigned-int value zero.
 01  stList.
     05  stEntry	occurs 100 times
                        indexed by stInd.
         10  stState		pic xx value spaces.
         10  stHasThreshold	pic x value spaces.
             88  state-has-threshold  value "y".
         10  stSalesThr	pic 9(10)v99 value zero.
         10  stCountThr	pic 9(7) value zero.
         10  stPeriod		pic x value "C".
             88  period-is-prior-or-current value "P".
             88  period-is-rolling    value "R".
         10  stTest		pic x value "O".
             88  test-needs-both      value "A".
         10  stSalesCY		pic s9(10)v99 value zero.
         10  stCountCY		unsigned-int value zero.
         10  stSalesPY		pic s9(10)v99 value zero.
         10  stCountPY		unsigned-int value zero.
         10  stSalesR12	pic s9(10)v99 value zero.
         10  stCountR12	unsigned-int value zero.
 01  stMatchInd		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>measuring one state
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  msales			pic s9(10)v99 value zero.
 01  mcount			unsigned-int value zero.
 01  salespct			pic s9(5)v9 value zero.
 01  countpct			pic s9(5)v9 value zero.
 01  periodpct			pic s9(5)v9 value zero.
 01  statepct			pic s9(5)v9 value zero.
 01  statesales		pic s9(10)v99 value zero.
 01  statecount		unsigned-int value zero.
 01  periodlabel		pic x(8) value spaces.
 01  nexusstatus		pic x(5) value spaces.
 01  overcount			unsigned-int value zero.
 01  nearcount			unsigned-int value zero.
 01  nothrcount		unsigned-int value zero.
 01  showamt			pic -zzz,zzz,zz9.99 value zero.
 01  showthr			pic zzz,zzz,zz9.99 value zero.
 01  showcount			pic zzzzzz9 value zero.
 01  showcountthr		pic zzzzzz9 value zero.
 01  showpct			pic -zzzz9.9 value zero.
 01  showcsvamt		pic -9(10).99 value zero.
*>
 procedure division.
*>
 0000-start.
*>
     move function current-date(1:8) to todaynum.
     move todaynum(1:4)		to thisyear.
     compute prioryear = thisyear - 1.
     compute rollstart = todaynum - 10000.
     if rollstart(5:4) = "0229"
        subtract 1		from rollstart
     end-if.

     perform 0940-load-odfconfig.
     perform 0950-load-config.
     perform 0900-load-taxrates.
     perform 0910-load-thresholds.
     if custmode-codes
        perform 0945-load-customers
     end-if.

     open input invoicefile
                invoicefile2
                invoicefile3
                invoicefile4
                invoicefile5.

     perform until end-of-file
         perform 0105-read-next-invoice
         if end-of-file
            if lastinvoice <> 0
               perform 0200-post-invoice
            end-if
         else
            if invoicerec(1:3) = "BH," or invoicerec(1:3) = "BT,"
               continue
            else
            inspect invoicerec replacing all '"' by " "
            if custmode-codes
               unstring invoicerec delimited by ","
                        into rawinvoiceno,
                             inv-rectype,
                             inv-invdate,
                             rawsonumber,
                             inv-custpo,
                             inv-salesrep,
                             inv-shipmethod,
                             inv-terms,
                             untcurrency,
                             rawsoldtocode,
                             rawshiptocode,
                             rawquantity,
                             rawunitprice,
                             inv-description
               end-unstring
               perform 0060-resolve-shipto-state
            else
               unstring invoicerec delimited by ","
                        into rawinvoiceno,
                             inv-rectype,
                             inv-invdate,
                             rawsonumber,
                             inv-custpo,
                             inv-salesrep,
                             inv-shipmethod,
                             inv-terms,
                             untcurrency,
                             inv-name(1),
                             inv-addr1(1),
                             untstate,
                             inv-zip(1),
                             inv-name(2),
                             inv-addr1(2),
                             untstate2,
                             inv-zip(2),
                             rawquantity,
                             rawunitprice,
                             inv-description
               end-unstring
               move function trim(untstate2) to inv-state(2)
            end-if
            perform 0050-validate-row
            if row-is-valid
               perform 0100-accumulate-invoice
            end-if
            end-if
         end-if
     end-perform.

     perform 0300-putreport.

     display "nexuswatch: " overcount " state(s) over threshold, "
             nearcount " approaching -- see nexuswatch.txt".
     if overcount > 0 or nearcount > 0 or rejectcount > 0
        move 4			to return-code
     end-if.

     goback.
*>
 0050-validate-row.
*>
     move "y"			to rowok.
     if function trim(rawinvoiceno) is not numeric
        move spaces		to rowok
     else if function test-numval(rawquantity) <> 0
        move spaces		to rowok
     else if function test-numval(rawunitprice) <> 0
        move spaces		to rowok
     else if function trim(invd-year) is not numeric
        move spaces		to rowok
     else if function trim(invd-month) is not numeric
        move spaces		to rowok
     end-if.

     if row-is-valid
        move rawinvoiceno	to inv-invoiceno
        move rawquantity	to inv-quantity
        move rawunitprice	to inv-unitprice
     else
        add 1			to rejectcount
     end-if.
*>
 0060-resolve-shipto-state.
*>
     move spaces		to inv-state(2).
     perform varying custInd from 1 by 1
             until custInd > custCount
         if function trim(cmCode(custInd)) =
            function trim(rawshiptocode)
            move cmState(custInd)	to inv-state(2)
         end-if
     end-perform.
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
 0100-accumulate-invoice.
*>
     if inv-invoiceno <> lastinvoice
        if lastinvoice <> 0
           perform 0200-post-invoice
        end-if
        move zero		to invamt
        move inv-state(2)	to reg-state
        move inv-invdate	to reg-invdate
        move inv-rectype	to reg-rectype
     end-if.
     if rec-is-creditmemo
        compute lineamt = 0 - (inv-quantity * inv-unitprice)
     else
        compute lineamt = inv-quantity * inv-unitprice
     end-if.
     add lineamt		to invamt.
     move inv-invoiceno		to lastinvoice.
*>
 0200-post-invoice.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the finished invoice's net goes to its ship-to state's buckets;
*>>>a credit memo reduces the sales but is not a transaction
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if reg-state <> spaces
        and function trim(reg-invdate(1:4)) is numeric
        and function trim(reg-invdate(6:2)) is numeric
        and function trim(reg-invdate(9:2)) is numeric
        compute invdatenum = function numval(reg-invdate(1:4)) * 10000
                           + function numval(reg-invdate(6:2)) * 100
                           + function numval(reg-invdate(9:2))
        move reg-state		to rawstate
        perform 0210-find-or-add-state
        if stMatchInd <> zero
           if invdatenum(1:4) = thisyear
              add invamt	to stSalesCY(stMatchInd)
              if reg-rectype <> "CM"
                 add 1		to stCountCY(stMatchInd)
              end-if
           end-if
           if invdatenum(1:4) = prioryear
              add invamt	to stSalesPY(stMatchInd)
              if reg-rectype <> "CM"
                 add 1		to stCountPY(stMatchInd)
              end-if
           end-if
           if invdatenum > rollstart and invdatenum <= todaynum
              add invamt	to stSalesR12(stMatchInd)
              if reg-rectype <> "CM"
                 add 1		to stCountR12(stMatchInd)
              end-if
           end-if
        end-if
     end-if.
*>
 0210-find-or-add-state.
*>
     move zero			to stMatchInd.
     perform varying stInd from 1 by 1
             until stInd > stCount
         if stState(stInd) = rawstate
            move stInd		to stMatchInd
         end-if
     end-perform.
     if stMatchInd = zero and stCount < 100
        add 1			to stCount
        move rawstate		to stState(stCount)
        move stCount		to stMatchInd
     end-if.
*>
 0250-measure-period.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>percent of the threshold reached by msales/mcount: under O the
*>>>nearer of the two thresholds, under A the farther, since both
*>>>must be passed.  A zero threshold is not part of the test
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to salespct countpct periodpct.
     if stSalesThr(stInd) > zero
        compute salespct rounded =
                msales * 100 / stSalesThr(stInd)
           on size error move 99999 to salespct
        end-compute
     end-if.
     if stCountThr(stInd) > zero
        compute countpct rounded =
                mcount * 100 / stCountThr(stInd)
           on size error move 99999 to countpct
        end-compute
     end-if.
     evaluate true
         when stSalesThr(stInd) = zero
              move countpct	to periodpct
         when stCountThr(stInd) = zero
              move salespct	to periodpct
         when test-needs-both(stInd) and salespct < countpct
              move salespct	to periodpct
         when test-needs-both(stInd)
              move countpct	to periodpct
         when salespct > countpct
              move salespct	to periodpct
         when other
              move countpct	to periodpct
     end-evaluate.
*>
 0260-measure-state.
*>
     evaluate true
         when period-is-rolling(stInd)
              move "12 MO"	to periodlabel
              move stSalesR12(stInd)	to msales
              move stCountR12(stInd)	to mcount
              perform 0250-measure-period
         when period-is-prior-or-current(stInd)
              move stSalesPY(stInd)	to msales
              move stCountPY(stInd)	to mcount
              perform 0250-measure-period
              move periodpct	to statepct
              move msales	to statesales
              move mcount	to statecount
              move prioryear	to periodlabel
              move stSalesCY(stInd)	to msales
              move stCountCY(stInd)	to mcount
              perform 0250-measure-period
              if statepct > periodpct
                 move statepct	to periodpct
                 move statesales	to msales
                 move statecount	to mcount
              else
                 move thisyear	to periodlabel
              end-if
         when other
              move thisyear	to periodlabel
              move stSalesCY(stInd)	to msales
              move stCountCY(stInd)	to mcount
              perform 0250-measure-period
     end-evaluate.
     move periodpct		to statepct.
     evaluate true
         when statepct >= 100
              move "OVER"	to nexusstatus
              add 1		to overcount
         when statepct >= warnpct
              move "NEAR"	to nexusstatus
              add 1		to nearcount
         when other
              move "under"	to nexusstatus
     end-evaluate.
*>
 0300-putreport.
*>
     open output reportfile.
     open output attentionfile.
     move spaces		to reportrec.
     string "Economic nexus watch -- states billed into with no "
            "tax registration, as of ", todaynum
            delimited by size into reportrec
     end-string.
     write reportrec.
     move warnpct		to showcount.
     move spaces		to reportrec.
     string "NEAR at ", function trim(showcount),
            " percent of threshold"
            delimited by size into reportrec
     end-string.
     write reportrec.
     move spaces		to reportrec.
     string "St Status Period          Sales  Invoices  "
            "  Sales thr  Inv thr  Percent"
            delimited by size into reportrec
     end-string.
     write reportrec.
     move all "-"		to reportrec.
     write reportrec.

     perform varying stInd from 1 by 1
             until stInd > stCount
         perform 0310-check-registration
         if not state-is-registered
            and (stSalesCY(stInd) <> zero or stCountCY(stInd) > 0
                 or stSalesPY(stInd) <> zero or stCountPY(stInd) > 0
                 or stSalesR12(stInd) <> zero
                 or stCountR12(stInd) > 0)
            perform 0320-put-state
         end-if
     end-perform.

     move all "-"		to reportrec.
     write reportrec.
     move overcount		to showcount.
     move nearcount		to showcountthr.
     move spaces		to reportrec.
     string "Over: ", function trim(showcount),
            "  Near: ", function trim(showcountthr)
            delimited by size into reportrec
     end-string.
     write reportrec.
     if nothrcount > 0
        move nothrcount		to showcount
        move spaces		to reportrec
        string "No threshold on file: ", function trim(showcount),
               " state(s) -- add them to database/nexusthresholds.csv"
               delimited by size into reportrec
        end-string
        write reportrec
     end-if.
     if rejectcount > 0
        move rejectcount	to showcount
        move spaces		to reportrec
        string "(", function trim(showcount),
               " invoice row(s) unreadable and not counted)"
               delimited by size into reportrec
        end-string
        write reportrec
     end-if.
     close attentionfile.
     close reportfile.
*>
 0310-check-registration.
*>
     move spaces		to registered.
     perform varying regInd from 1 by 1
             until regInd > regCount
         if regState(regInd) = stState(stInd)
            move "y"		to registered
         end-if
     end-perform.
*>
 0320-put-state.
*>
     if not state-has-threshold(stInd)
        add 1			to nothrcount
        move stSalesR12(stInd)	to showamt
        move stCountR12(stInd)	to showcount
        move spaces		to reportrec
        string stState(stInd), " ?????  12 MO ", showamt, " ",
               showcount, "  (no threshold on "
               "database/nexusthresholds.csv)"
               delimited by size into reportrec
        end-string
        write reportrec
     else
        perform 0260-measure-state
        move msales		to showamt
        move mcount		to showcount
        move stSalesThr(stInd)	to showthr
        move stCountThr(stInd)	to showcountthr
        move statepct		to showpct
        move spaces		to reportrec
        string stState(stInd), " ", nexusstatus, "  ",
               periodlabel(1:5), " ", showamt, " ", showcount,
               " ", showthr, " ", showcountthr, " ", showpct
               delimited by size into reportrec
        end-string
        write reportrec
        if nexusstatus = "OVER" or nexusstatus = "NEAR"
           move msales		to showcsvamt
           move spaces		to attentionrec
           string stState(stInd), ",",
                  function trim(nexusstatus), ",",
                  function trim(periodlabel), ",",
                  function trim(showcsvamt), ",",
                  function trim(showcount), ",",
                  function trim(showpct)
                  delimited by size into attentionrec
           end-string
           write attentionrec
        end-if
     end-if.
*>
 0900-load-taxrates.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>any jurisdiction rate already in force marks the state as one
*>>>we are registered in
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to regCount.
     open input taxratefile.
     read taxratefile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawtaxstate rawtaxjuris
                                   rawtaxeffdate
         unstring taxratefilerec delimited by ","
                  into rawtaxstate, rawtaxjuris, rawtaxeffdate
         end-unstring
         if function trim(rawtaxeffdate) is numeric
            and function numval(rawtaxeffdate) <= todaynum
            move spaces		to registered
            perform varying regInd from 1 by 1
                    until regInd > regCount
                if regState(regInd) = rawtaxstate
                   move "y"	to registered
                end-if
            end-perform
            if not state-is-registered and regCount < 100
               add 1		to regCount
               move rawtaxstate	to regState(regCount)
            end-if
         end-if
         read taxratefile
              at end move "y"	to eof
         end-read
     end-perform.
     close taxratefile.
     move spaces		to eof.
*>
 0910-load-thresholds.
*>
     open input thresholdfile.
     read thresholdfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawstate rawsalesthr rawcountthr
                                   rawperiod rawtest
         unstring thresholdrec delimited by ","
                  into rawstate, rawsalesthr, rawcountthr,
                       rawperiod, rawtest
         end-unstring
         if rawstate <> spaces
            and function test-numval(rawsalesthr) = 0
            perform 0210-find-or-add-state
            if stMatchInd <> zero
               move "y"		to stHasThreshold(stMatchInd)
               compute stSalesThr(stMatchInd) =
                       function numval(rawsalesthr)
               if function trim(rawcountthr) is numeric
                  compute stCountThr(stMatchInd) =
                          function numval(rawcountthr)
               end-if
               move function upper-case(rawperiod(1:1))
                                to stPeriod(stMatchInd)
               if stPeriod(stMatchInd) = space
                  move "C"	to stPeriod(stMatchInd)
               end-if
               move function upper-case(rawtest(1:1))
                                to stTest(stMatchInd)
            end-if
         else
            display "nexuswatch: bad threshold row skipped: "
                    function trim(thresholdrec)
         end-if
         read thresholdfile
              at end move "y"	to eof
         end-read
     end-perform.
     close thresholdfile.
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
         end-if
         read odfconfigfile
              at end move "y"	to eof
         end-read
     end-perform.
     close odfconfigfile.
     move spaces		to eof.
*>
 0945-load-customers.
*>
     move zero			to custCount.
     open input custmasterfile.
     read custmasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if custCount < 500
            add 1		to custCount
            unstring custmasterrec delimited by ","
                     into cmCode(custCount),
                          cmDummy,
                          cmDummy,
                          cmDummy,
                          cmState(custCount)
            end-unstring
         end-if
         read custmasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close custmasterfile.
     move spaces		to eof.
*>
 0950-load-config.
*>
     open input cfgfile.
     read cfgfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move zero		to cfgeqpos
         inspect cfgrec tallying cfgeqpos
                 for characters before initial "="
         if cfgeqpos < length of cfgrec
            move spaces		to cfgname cfgvalue
            move cfgrec(1:cfgeqpos) to cfgname
            move cfgrec(cfgeqpos + 2:) to cfgvalue
            if function trim(cfgname) = "warnpct"
               and function trim(cfgvalue) is numeric
               compute warnpct = function numval(cfgvalue)
            end-if
         end-if
         read cfgfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cfgfile.
     move spaces		to eof.
