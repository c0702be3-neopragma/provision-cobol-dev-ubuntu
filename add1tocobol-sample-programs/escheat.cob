       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Annual unclaimed property (escheat) run.  Two kinds of
*>            customer money are reportable to the states once they
*>            have sat long enough:
*>              refund checks refundrun cut that never cleared the
*>                        bank -- the "RF check nnnnnn" lines still on
*>                        bankrecon's outstanding list
*>                        (bankoutstanding.csv), dated earlier than
*>                        the dormancy period, with the payee taken
*>                        from database/refundpaid.csv;
*>              credit balances left on database/aropen.csv (most of
*>                        them under refundrun's minimum) for a
*>                        customer with no activity -- no invoice on
*>                        aropen and no payment on
*>                        cashappliedhistory.csv -- within the
*>                        dormancy period.
*>            Each owner is placed in the state of the last-known
*>            address on database/customers.csv, and the dormancy
*>            period is that state's row on database/dormancy.csv
*>            (state, years; a "*" row sets the default, 3 years
*>            without one).  An owner with no address on file is
*>            reported under the holder's state (escheat.cfg key
*>            "holderstate").
*>
*>            escheat.txt lists the property grouped by state and
*>            owner.  escheatholder.csv is the holder report for
*>            filing: an H row (holder id, holder name, as-of date),
*>            a D row per property (state, owner code, owner name,
*>            address, city, owner state, zip, type CHECK or CREDIT,
*>            reference, last activity yyyymmdd, amount) and a T row
*>            per state (state, count, total).  A due-diligence
*>            letter goes to every owner with an address, filled
*>            from the letter template through the same odfscanner
*>            form machinery statements uses.
*>
*>            escheat.cfg keys: letterfile / letterform (template and
*>            working copy, default escheattemplate.fods and
*>            escheatwork.fods), holderid, holdername, holderstate,
*>            replydays (days the owner has to answer, default 60).
*>
*>            Letter placeholders: ownername, owneraddr, ownercity,
*>            letterdate, replyby, propref, proptype, propdate,
*>            amount (repeating per property), totalamt.
*>*********************************************************************
identification division.
program-id. escheat.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional custmasterfile	assign to "database/customers.csv"
                        organization is line sequential.
select optional dormancyfile	assign to "database/dormancy.csv"
                        organization is line sequential.
select optional paidfile	assign to "database/refundpaid.csv"
                        organization is line sequential.
select optional aropenfile	assign to "database/aropen.csv"
                        organization is line sequential.
select optional cashtotfile	assign to "cashappliedhistory.csv"
                        organization is line sequential.
select optional outstandfile	assign to "bankoutstanding.csv"
                        organization is line sequential.
select optional cfgfile	assign to "escheat.cfg"
                        organization is line sequential.
select reportfile	assign to "escheat.txt"
                        organization is line sequential.
select holderfile	assign to "escheatholder.csv"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd custmasterfile.
*>
01 custmasterrec		pic x(120).
*>
fd dormancyfile.
*>
01 dormancyrec		pic x(40).
*>
fd paidfile.
*>
01 paidrec		pic x(200).
*>
fd aropenfile.
*>
01 aropenrec		pic x(100).
*>
fd cashtotfile.
*>
01 cashtotrec		pic x(150).
*>
fd outstandfile.
*>
01 outstandrec		pic x(80).
*>
fd cfgfile.
*>
01 cfgrec		pic x(200).
*>
fd reportfile.
*>
01 reportrec		pic x(132).
*>
fd holderfile.
*>
01 holderrec		pic x(200).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  todaynum			pic 9(8) value zero.
 01  todaydays			pic s9(9) value zero.
 01  todayiso			pic x(10) value spaces.
 01  replynum			pic 9(8) value zero.
 01  replyiso			pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>escheat.cfg settings
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  letterfilepath		pic x(80) value "escheattemplate.fods".
 01  letterformpath		pic x(80) value "escheatwork.fods".
 01  holderid			pic x(20) value spaces.
 01  holdername		pic x(40) value spaces.
 01  holderstate		pic x(2) value "??".
 01  replydays			pic 9(3) value 60.
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>owners: the customer master, plus any name found on the
*>>>refund or open-item files that is not on it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rawcode			pic x(10) value spaces.
 01  rawname			pic x(28) value spaces.
 01  rawaddr1			pic x(30) value spaces.
 01  rawcity			pic x(20) value spaces.
 01  rawstate			pic x(4) value spaces.
 01  rawzip			pic x(10) value spaces.
 01  custCount			unsigned-int value zero.
 01  custList.
     05  custEntry	occurs 600 times
                        indexed by custInd.
         10  custCode		pic x(6) value spaces.
         10  custName		pic x(28) value spaces.
         10  custAddr1		pic x(30) value spaces.
         10  custCity		pic x(20) value spaces.
         10  custState		pic x(2) value spaces.
         10  custZip		pic x(10) value spaces.
         10  custLastAct	pic 9(8) value zero.
         10  custPropCount	unsigned-int value zero.
         10  custPropTotal	pic s9(10)v99 value zero.
 01  custMatchInd		unsigned-int value zero.
 01  keyname			pic x(28) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>dormancy years by state
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  dormCount			unsigned-int value zero.
 01  dormList.
     05  dormEntry	occurs 80 times
                        indexed by dormInd.
         10  dormState		pic x(2) value spaces.
         10  dormYears		pic 9(2) value zero.
 01  defaultyears		pic 9(2) value 3.
 01  rawyears			pic x(6) value spaces.
 01  wantstate			pic x(2) value spaces.
 01  stateyears			pic 9(2) value zero.
 01  cutoffnum			pic 9(8) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>refund checks by number, with the customer they paid
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  paidCount			unsigned-int value zero.
 01  paidList.
     05  paidEntry	occurs 2000 times
                        indexed by paidInd.
         10  paidCheck		pic x(6) value spaces.
         10  paidCustomer	pic x(28) value spaces.
 01  rp-check			pic x(10) value spaces.
 01  rp-date			pic x(10) value spaces.
 01  rp-customer		pic x(28) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>credit items on aropen
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ar-invoiceno		pic x(10) value spaces.
 01  ar-customer		pic x(28) value spaces.
 01  ar-invdate		pic x(10) value spaces.
 01  ar-currency		pic x(5) value spaces.
 01  rawtotal			pic x(12) value spaces.
 01  rawbalance		pic x(12) value spaces.
 01  crCount			unsigned-int value zero.
 01  crList.
     05  crEntry	occurs 2000 times
                        indexed by crInd.
         10  crOwner		unsigned-int value zero.
         10  crInvoiceno	pic x(10) value spaces.
         10  crInvdate		pic 9(8) value zero.
         10  crBalance		pic s9(8)v99 value zero.
 01  ct-paydate		pic x(10) value spaces.
 01  ct-customer		pic x(28) value spaces.
 01  isodate			pic x(10) value spaces.
 01  datenum			pic 9(8) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>bankrecon's outstanding list
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  bo-date			pic x(10) value spaces.
 01  bo-desc			pic x(40) value spaces.
 01  bo-amount			pic x(16) value spaces.
 01  checkdatenum		pic 9(8) value zero.
 01  checkno			pic x(6) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the reportable property found
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  propCount			unsigned-int value zero.
 01  propList.
     05  propEntry	occurs 2000 times
                        indexed by propInd.
         10  propOwner		unsigned-int value zero.
         10  propType		pic x(6) value spaces.
         10  propRef		pic x(10) value spaces.
         10  propDate		pic 9(8) value zero.
         10  propAmount		pic s9(8)v99 value zero.
 01  newtype			pic x(6) value spaces.
 01  newref			pic x(10) value spaces.
 01  newdate			pic 9(8) value zero.
 01  newamount			pic s9(8)v99 value zero.
 01  stCount			unsigned-int value zero.
 01  stList.
     05  stEntry	occurs 80 times
                        indexed by stInd.
         10  stState		pic x(2) value spaces.
         10  stPropCount	unsigned-int value zero.
         10  stTotal		pic s9(10)v99 value zero.
 01  stMatchInd		unsigned-int value zero.
 01  ownerstate		pic x(2) value spaces.
 01  grandtotal		pic s9(10)v99 value zero.
 01  checkcount		unsigned-int value zero.
 01  creditcount		unsigned-int value zero.
 01  lettercount		unsigned-int value zero.
 01  noaddresscount		unsigned-int value zero.
 01  showamt			pic -zzz,zzz,zz9.99 value zero.
 01  showcsvamt		pic -9(8).99 value zero.
 01  showcount			pic zzz9 value zero.
 01  showyears			pic z9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for calling the odf subroutines, the same way
*>>>statements drives them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  startpage			unsigned-int value zero.
 01  endpage			unsigned-int value zero.
 01  fieldname			pic x(18) value spaces.
 01  fieldvalue			pic x(100) value spaces.
 01  retcode			unsigned-int value zero.
 01  growregion			unsigned-int value 1.
 01  sheetname			pic x(10) value spaces.
 01  sheetseq			pic 9(4) value zero.
 01  fieldnotfoundcount	unsigned-int value zero.
 01  dupfieldcount		unsigned-int value zero.
 01  formstarted		pic x value spaces.
     88  form-is-started	      value "y".
 01  fieldtypecode		pic x value spaces.
 01  fieldlist external.
     05  flCount		unsigned-int.
     05  flTable      occurs 1 to 2000
                      depending on flCount
                      indexed by flInd.
         10  flField		pic x(20).
         10  flFieldOccur	unsigned-int.
         10  flValue            pic x(100).
         10  flValueSet	pic x.
         10  flStart		unsigned-int.
         10  flEnd		unsigned-int.
 01  tableregions external.
     05  trCount		unsigned-int.
     05  trTable      occurs 1 to 20
                      depending on trCount
                      indexed by trInd.
         10  trStart		unsigned-int.
         10  trEnd		unsigned-int.
 01  fieldstart			unsigned-int value zero.
 01  searchField			pic x(20) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     move function current-date(1:8) to todaynum.
     compute todaydays = function integer-of-date(todaynum).
     string todaynum(1:4), "-", todaynum(5:2), "-", todaynum(7:2)
            delimited by size into todayiso
     end-string.

     perform 0940-load-config.
     compute replynum = function date-of-integer(todaydays + replydays).
     string replynum(1:4), "-", replynum(5:2), "-", replynum(7:2)
            delimited by size into replyiso
     end-string.
     perform 0900-load-customers.
     perform 0910-load-dormancy.
     perform 0920-load-refunds-paid.
     perform 0930-load-open-items.
     perform 0950-load-payment-activity.

     perform 0100-find-stale-checks.
     perform 0150-find-dormant-credits.

     open output reportfile.
     open output holderfile.
     perform 0300-put-report.
     close holderfile.
     close reportfile.

     if propCount > zero
        perform 0500-put-letters
     end-if.

     display "escheat: " checkcount " stale refund check(s) and "
             creditcount " dormant credit balance(s) reportable, "
             lettercount " due-diligence letter(s) written -- see "
             "escheat.txt and escheatholder.csv".
     if noaddresscount > 0
        display "escheat: " noaddresscount " owner(s) with no address "
                "on database/customers.csv -- no letter sent"
        move 4			to return-code
     end-if.
     if fieldnotfoundcount > 0 or dupfieldcount > 0
        display "escheat: " fieldnotfoundcount " field(s) not "
                "found and " dupfieldcount " placeholder(s) "
                "exhausted on the template"
        move 4			to return-code
     end-if.

     goback.
*>
 0100-find-stale-checks.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a refund check still outstanding at the bank, issued before its
*>>>owner's state dormancy cutoff
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open input outstandfile.
     read outstandfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to bo-date bo-desc bo-amount
         unstring outstandrec delimited by ","
                  into bo-date, bo-desc, bo-amount
         end-unstring
         if bo-desc(1:9) = "RF check "
            and function trim(bo-date) is numeric
            and function test-numval(bo-amount) = 0
            compute checkdatenum = function numval(bo-date)
            move bo-desc(10:6)	to checkno
            move bo-desc(17:)	to keyname
            perform varying paidInd from 1 by 1
                    until paidInd > paidCount
                if paidCheck(paidInd) = checkno
                   move paidCustomer(paidInd) to keyname
                end-if
            end-perform
            perform 0160-find-or-add-owner
            if custMatchInd <> zero
               move custState(custMatchInd) to wantstate
               perform 0170-state-cutoff
               if checkdatenum <= cutoffnum
                  move "CHECK"	to newtype
                  move checkno	to newref
                  move checkdatenum	to newdate
                  compute newamount = 0 - function numval(bo-amount)
                  perform 0200-add-property
                  add 1		to checkcount
               end-if
            end-if
         end-if
         read outstandfile
              at end move "y"	to eof
         end-read
     end-perform.
     close outstandfile.
     move spaces		to eof.
*>
 0150-find-dormant-credits.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a credit item whose customer has shown no activity since the
*>>>cutoff; an owner with no dated activity at all goes by the
*>>>credit item's own date
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform varying crInd from 1 by 1
             until crInd > crCount
         move crOwner(crInd)	to custMatchInd
         move custState(custMatchInd) to wantstate
         perform 0170-state-cutoff
         if custLastAct(custMatchInd) = zero
            move crInvdate(crInd) to newdate
         else
            move custLastAct(custMatchInd) to newdate
         end-if
         if newdate <> zero and newdate <= cutoffnum
            move "CREDIT"	to newtype
            move crInvoiceno(crInd)	to newref
            compute newamount = 0 - crBalance(crInd)
            perform 0200-add-property
            add 1		to creditcount
         end-if
     end-perform.
*>
 0160-find-or-add-owner.
*>
     move zero			to custMatchInd.
     perform varying custInd from 1 by 1
             until custInd > custCount
         if custMatchInd = zero
            and function trim(keyname) = function trim(custName(custInd))
            move custInd	to custMatchInd
         end-if
     end-perform.
     if custMatchInd = zero and keyname <> spaces
        and custCount < 600
        add 1			to custCount
        move keyname		to custName(custCount)
        move custCount		to custMatchInd
     end-if.
*>
 0170-state-cutoff.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>property dated on or before today less the state's dormancy
*>>>years is reportable; an owner with no state on file goes by the
*>>>holder's state
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if wantstate = spaces
        move holderstate	to wantstate
     end-if.
     move defaultyears		to stateyears.
     perform varying dormInd from 1 by 1
             until dormInd > dormCount
         if dormState(dormInd) = wantstate
            move dormYears(dormInd) to stateyears
         end-if
     end-perform.
     compute cutoffnum = todaynum - stateyears * 10000.
     if cutoffnum(5:4) = "0229"
        subtract 1		from cutoffnum
     end-if.
*>
 0200-add-property.
*>
     if propCount < 2000
        add 1			to propCount
        move custMatchInd	to propOwner(propCount)
        move newtype		to propType(propCount)
        move newref		to propRef(propCount)
        move newdate		to propDate(propCount)
        move newamount		to propAmount(propCount)
        add 1			to custPropCount(custMatchInd)
        add newamount		to custPropTotal(custMatchInd)
        add newamount		to grandtotal
        move custState(custMatchInd) to ownerstate
        if ownerstate = spaces
           move holderstate	to ownerstate
        end-if
        move zero		to stMatchInd
        perform varying stInd from 1 by 1
                until stInd > stCount
            if stState(stInd) = ownerstate
               move stInd	to stMatchInd
            end-if
        end-perform
        if stMatchInd = zero and stCount < 80
           add 1		to stCount
           move ownerstate	to stState(stCount)
           move stCount		to stMatchInd
        end-if
        if stMatchInd <> zero
           add 1		to stPropCount(stMatchInd)
           add newamount	to stTotal(stMatchInd)
        end-if
     end-if.
*>
 0300-put-report.
*>
     move spaces		to reportrec.
     string "Unclaimed property report as of ", todayiso
            delimited by size into reportrec
     end-string.
     write reportrec.
     move all "-"		to reportrec.
     write reportrec.
     move spaces		to holderrec.
     string "H,", function trim(holderid), ",",
            function trim(holdername), ",", todaynum
            delimited by size into holderrec
     end-string.
     write holderrec.

     if propCount = zero
        move "No refund checks or credit balances past dormancy."
             to reportrec
        write reportrec
     end-if.

     perform varying stInd from 1 by 1
             until stInd > stCount
         perform 0310-put-state
     end-perform.

     move all "-"		to reportrec.
     write reportrec.
     move propCount		to showcount.
     move grandtotal		to showamt.
     move spaces		to reportrec.
     string "Total reportable: ", showcount, " item(s)  ", showamt
            delimited by size into reportrec
     end-string.
     write reportrec.
*>
 0310-put-state.
*>
     move stState(stInd)	to wantstate.
     perform 0170-state-cutoff.
     move stateyears		to showyears.
     move spaces		to reportrec.
     write reportrec.
     move spaces		to reportrec.
     string "State ", stState(stInd), " -- dormancy ", showyears,
            " year(s), property dated on or before ", cutoffnum
            delimited by size into reportrec
     end-string.
     write reportrec.

     perform varying custInd from 1 by 1
             until custInd > custCount
         move custState(custInd)	to ownerstate
         if ownerstate = spaces
            move holderstate	to ownerstate
         end-if
         if custPropCount(custInd) > zero
            and ownerstate = stState(stInd)
            perform 0320-put-owner
         end-if
     end-perform.

     move stPropCount(stInd)	to showcount.
     move stTotal(stInd)	to showamt.
     move spaces		to reportrec.
     string "  State ", stState(stInd), " total: ", showcount,
            " item(s)  ", showamt
            delimited by size into reportrec
     end-string.
     write reportrec.
     move stTotal(stInd)	to showcsvamt.
     move spaces		to holderrec.
     string "T,", stState(stInd), ",",
            function trim(showcount), ",",
            function trim(showcsvamt)
            delimited by size into holderrec
     end-string.
     write holderrec.
*>
 0320-put-owner.
*>
     move spaces		to reportrec.
     if custAddr1(custInd) = spaces
        string "  ", custCode(custInd), " ", custName(custInd),
               " (no address on file -- no due-diligence letter)"
               delimited by size into reportrec
        end-string
     else
        string "  ", custCode(custInd), " ", custName(custInd), " ",
               function trim(custAddr1(custInd)), ", ",
               function trim(custCity(custInd)), " ",
               custState(custInd), " ", custZip(custInd)
               delimited by size into reportrec
        end-string
     end-if.
     write reportrec.
     perform varying propInd from 1 by 1
             until propInd > propCount
         if propOwner(propInd) = custInd
            move propAmount(propInd)	to showamt
            move spaces		to reportrec
            string "      ", propType(propInd), " ",
                   propRef(propInd), " last activity ",
                   propDate(propInd), "  ", showamt
                   delimited by size into reportrec
            end-string
            write reportrec
            move propAmount(propInd)	to showcsvamt
            move spaces		to holderrec
            string "D,", stState(stInd), ",",
                   function trim(custCode(custInd)), ",",
                   function trim(custName(custInd)), ",",
                   function trim(custAddr1(custInd)), ",",
                   function trim(custCity(custInd)), ",",
                   function trim(custState(custInd)), ",",
                   function trim(custZip(custInd)), ",",
                   function trim(propType(propInd)), ",",
                   function trim(propRef(propInd)), ",",
                   propDate(propInd), ",",
                   function trim(showcsvamt)
                   delimited by size into holderrec
            end-string
            write holderrec
         end-if
     end-perform.
*>
 0500-put-letters.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one due-diligence letter per owner with an address, in the
*>>>report's state order
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "m"			to fieldtypecode.
     move "amount"		to fieldname.
     call "odfsettype" using fieldname, fieldtypecode end-call.
     move "totalamt"		to fieldname.
     call "odfsettype" using fieldname, fieldtypecode end-call.

     display "odffile"		upon environment-name.
     display letterfilepath	upon environment-value.
     display "odfform"		upon environment-name.
     display letterformpath	upon environment-value.

     move spaces		to formstarted.
     move zero			to sheetseq.

     call "odfscanner"		using startpage,
				      endpage.

     perform varying stInd from 1 by 1
             until stInd > stCount
         perform varying custInd from 1 by 1
                 until custInd > custCount
             move custState(custInd)	to ownerstate
             if ownerstate = spaces
                move holderstate	to ownerstate
             end-if
             if custPropCount(custInd) > zero
                and ownerstate = stState(stInd)
                if custAddr1(custInd) = spaces
                   add 1	to noaddresscount
                else
                   perform 0510-put-owner-letter
                end-if
             end-if
         end-perform
     end-perform.

     if form-is-started
        call "odffinishform"	using endpage
        end-call
     end-if.
*>
 0510-put-owner-letter.
*>
     if not form-is-started
        call "odfstartform"	using startpage
        end-call
        move "y"		to formstarted
     end-if.

     add 1			to sheetseq.
     add 1			to lettercount.
     move spaces		to sheetname.
     string "dd", sheetseq	into sheetname
     end-string.

     move "ownername"		to fieldname.
     move custName(custInd)	to fieldvalue.
     perform 0800-odfsetvalue.
     move "owneraddr"		to fieldname.
     move custAddr1(custInd)	to fieldvalue.
     perform 0800-odfsetvalue.
     move "ownercity"		to fieldname.
     move spaces		to fieldvalue.
     string function trim(custCity(custInd)), ", ",
            custState(custInd), " ", function trim(custZip(custInd))
            delimited by size into fieldvalue
     end-string.
     perform 0800-odfsetvalue.
     move "letterdate"		to fieldname.
     move todayiso		to fieldvalue.
     perform 0800-odfsetvalue.
     move "replyby"		to fieldname.
     move replyiso		to fieldvalue.
     perform 0800-odfsetvalue.

     perform varying propInd from 1 by 1
             until propInd > propCount
         if propOwner(propInd) = custInd
            move "propref"	to fieldname
            move propRef(propInd)	to fieldvalue
            perform 0800-odfsetvalue
            move "proptype"	to fieldname
            if propType(propInd) = "CHECK"
               move "Uncashed refund check" to fieldvalue
            else
               move "Credit balance"	to fieldvalue
            end-if
            perform 0800-odfsetvalue
            move "propdate"	to fieldname
            move propDate(propInd)	to fieldvalue
            perform 0800-odfsetvalue
            move "amount"	to fieldname
            move propAmount(propInd)	to showamt
            move showamt	to fieldvalue
            perform 0800-odfsetvalue
         end-if
     end-perform.

     move "totalamt"		to fieldname.
     move custPropTotal(custInd)	to showamt.
     move showamt		to fieldvalue.
     perform 0800-odfsetvalue.

     call "odfwritepage"	using startpage,
                                      endpage,
                                      sheetname
     end-call.
*>
 0800-odfsetvalue.
*>
     call "odfsetfield" using fieldName,
			      fieldValue,
			      retcode
     end-call.
     if retcode = 12
        perform 0850-grow-and-retry
     end-if.
     if retcode = 12
        add 1			to dupfieldcount
        display "escheat: no unfilled ["
                function trim(fieldName)
                "] placeholder left for " function trim(custName(custInd))
     else if retcode <> 0
        add 1			to fieldnotfoundcount
        display "escheat: odfsetfield problem with retcode=" retcode
     end-if.
*>
 0850-grow-and-retry.
*>
     perform 0855-resolve-field-region.
     call "odfaddrow" using growregion,
                            fieldName,
                            endpage
     end-call.
     call "odfsetfield" using fieldName,
			      fieldValue,
			      retcode
     end-call.
*>
 0855-resolve-field-region.
*>
     move zero			to fieldstart.
     move 1			to growregion.
     move spaces		to searchField.
     string "[", function trim(fieldName), "]"
            into searchField
     end-string.
     perform varying flInd from 1 by 1
             until flInd > flCount
         if flField(flInd) = searchField and fieldstart = zero
            move flStart(flInd)	to fieldstart
         end-if
     end-perform.
     perform varying trInd from 1 by 1
             until trInd > trCount
         if fieldstart >= trStart(trInd)
            and fieldstart <= trEnd(trInd)
            move trInd		to growregion
         end-if
     end-perform.
*>
 0900-load-customers.
*>
     move zero			to custCount.
     open input custmasterfile.
     read custmasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawcode rawname rawaddr1 rawcity
                                   rawstate rawzip
         unstring custmasterrec delimited by ","
                  into rawcode, rawname, rawaddr1, rawcity,
                       rawstate, rawzip
         end-unstring
         if rawcode <> spaces and custCount < 600
            add 1		to custCount
            move rawcode	to custCode(custCount)
            move rawname	to custName(custCount)
            move rawaddr1	to custAddr1(custCount)
            move rawcity	to custCity(custCount)
            move rawstate	to custState(custCount)
            move rawzip		to custZip(custCount)
         end-if
         read custmasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close custmasterfile.
     move spaces		to eof.
*>
 0910-load-dormancy.
*>
     open input dormancyfile.
     read dormancyfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawstate rawyears
         unstring dormancyrec delimited by ","
                  into rawstate, rawyears
         end-unstring
         if function trim(rawyears) is numeric
            if function trim(rawstate) = "*"
               compute defaultyears = function numval(rawyears)
            else if dormCount < 80
               add 1		to dormCount
               move rawstate	to dormState(dormCount)
               compute dormYears(dormCount) =
                       function numval(rawyears)
            end-if
            end-if
         end-if
         read dormancyfile
              at end move "y"	to eof
         end-read
     end-perform.
     close dormancyfile.
     move spaces		to eof.
*>
 0920-load-refunds-paid.
*>
     move zero			to paidCount.
     open input paidfile.
     read paidfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rp-check rp-date rp-customer
         unstring paidrec delimited by ","
                  into rp-check, rp-date, rp-customer
         end-unstring
         if rp-check <> spaces and paidCount < 2000
            add 1		to paidCount
            move rp-check	to paidCheck(paidCount)
            move rp-customer	to paidCustomer(paidCount)
         end-if
         read paidfile
              at end move "y"	to eof
         end-read
     end-perform.
     close paidfile.
     move spaces		to eof.
*>
 0930-load-open-items.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>every item dates its customer's last activity; the credit items
*>>>are kept as candidates
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to crCount.
     open input aropenfile.
     read aropenfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to ar-invoiceno ar-customer ar-invdate
                                   ar-currency rawtotal rawbalance
         unstring aropenrec delimited by ","
                  into ar-invoiceno, ar-customer, ar-invdate,
                       ar-currency, rawtotal, rawbalance
         end-unstring
         if ar-customer <> spaces
            move ar-customer	to keyname
            perform 0160-find-or-add-owner
            move ar-invdate	to isodate
            perform 0960-iso-to-datenum
            if custMatchInd <> zero
               if datenum > custLastAct(custMatchInd)
                  move datenum	to custLastAct(custMatchInd)
               end-if
               if function test-numval(rawbalance) = 0
                  and function numval(rawbalance) < zero
                  and crCount < 2000
                  add 1		to crCount
                  move custMatchInd	to crOwner(crCount)
                  move ar-invoiceno	to crInvoiceno(crCount)
                  move datenum	to crInvdate(crCount)
                  compute crBalance(crCount) =
                          function numval(rawbalance)
               end-if
            end-if
         end-if
         read aropenfile
              at end move "y"	to eof
         end-read
     end-perform.
     close aropenfile.
     move spaces		to eof.
*>
 0940-load-config.
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
            evaluate function trim(cfgname)
                when "letterfile"
                     move function trim(cfgvalue) to letterfilepath
                when "letterform"
                     move function trim(cfgvalue) to letterformpath
                when "holderid"
                     move function trim(cfgvalue) to holderid
                when "holdername"
                     move function trim(cfgvalue) to holdername
                when "holderstate"
                     move function trim(cfgvalue) to holderstate
                when "replydays"
                     if function trim(cfgvalue) is numeric
                        compute replydays =
                                function numval(cfgvalue)
                     end-if
            end-evaluate
         end-if
         read cfgfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cfgfile.
     move spaces		to eof.
*>
 0950-load-payment-activity.
*>
     open input cashtotfile.
     read cashtotfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to ct-paydate ct-customer
         unstring cashtotrec delimited by ","
                  into ct-paydate, ct-customer
         end-unstring
         move ct-paydate		to isodate
         perform 0960-iso-to-datenum
         if datenum <> zero
            move ct-customer	to keyname
            perform 0160-find-or-add-owner
            if custMatchInd <> zero
               and datenum > custLastAct(custMatchInd)
               move datenum	to custLastAct(custMatchInd)
            end-if
         end-if
         read cashtotfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cashtotfile.
     move spaces		to eof.
*>
 0960-iso-to-datenum.
*>
     move zero			to datenum.
     if function trim(isodate(1:4)) is numeric
        and function trim(isodate(6:2)) is numeric
        and function trim(isodate(9:2)) is numeric
        compute datenum =
                function numval(isodate(1:4)) * 10000
              + function numval(isodate(6:2)) * 100
              + function numval(isodate(9:2))
     end-if.
