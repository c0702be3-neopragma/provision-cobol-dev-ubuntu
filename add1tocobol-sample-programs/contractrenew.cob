       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Maintenance contract renewals.  contractgen bills a
*>            contract until its end date and then simply stops; this
*>            is the run that makes sure somebody hears about it
*>            first.
*>
*>            "notices" lists to contractrenew.txt every contract in
*>            database/contracts.csv ending within the notice window
*>            (contractrenew.cfg "noticedays", default 60, or the
*>            days given after the action) and every one already
*>            lapsed, with the escalated renewal price.  A renewal
*>            notice for each is filled from the notice template
*>            through the odfscanner form machinery, one sheet per
*>            contract, and routed by the sold-to's billing contact
*>            (database/billingcontacts.csv): email sends the
*>            customer a text copy of their notice through the
*>            cmdline delivery path, print and edi customers get the
*>            printed sheet, and a customer with no contact is listed
*>            as an exception.
*>
*>            "accept <contract>" is the customer saying yes: the
*>            contract's end date moves out by its renewal term and
*>            every line's unit price is escalated by its clause.
*>            Columns seventeen to nineteen of contracts.csv carry
*>            the clause, taken from the contract's first line:
*>              P,<percent>      a fixed percent
*>              I,<index code>   the change in that index on
*>                               database/priceindex.csv (code,
*>                               yyyymm, value) over the term just
*>                               ending
*>              blank            no escalation
*>            then the renewal term in months (blank = 12).  The
*>            before/after register is contractrenewreg.txt and each
*>            line changed gets an auditlog entry.  A contract not yet
*>            inside the notice window is refused, so a second accept
*>            cannot renew it twice.
*>
*>            contractrenew.cfg keys: noticedays, noticefile /
*>            noticeform (template and working copy, default
*>            renewaltemplate.fods and renewalwork.fods).
*>
*>            Notice placeholders: noticedate, custname, custaddr,
*>            custcity, contractid, enddate, newend, escalation,
*>            description, qty, oldprice, newprice (repeating per
*>            line), oldtotal, newtotal.
*>
*>            usage: contractrenew notices [<window days>]
*>                   contractrenew accept <contract id>
*>*********************************************************************
identification division.
program-id. contractrenew.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional contractfile	assign to "database/contracts.csv"
                        organization is line sequential.
select optional custmasterfile	assign to "database/customers.csv"
                        organization is line sequential.
select optional contactfile	assign to "database/billingcontacts.csv"
                        organization is line sequential.
select optional indexfile	assign to "database/priceindex.csv"
                        organization is line sequential.
select optional cfgfile	assign to "contractrenew.cfg"
                        organization is line sequential.
select renewfile	assign to "contractrenew.txt"
                        organization is line sequential.
select registerfile	assign to "contractrenewreg.txt"
                        organization is line sequential.
select emailfile	assign to emailfilename
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd contractfile.
*>
01 contractrec		pic x(250).
*>
fd custmasterfile.
*>
01 custmasterrec	pic x(150).
*>
fd contactfile.
*>
01 contactrec		pic x(150).
*>
fd indexfile.
*>
01 indexrec		pic x(80).
*>
fd cfgfile.
*>
01 cfgrec		pic x(200).
*>
fd renewfile.
*>
01 renewrec		pic x(132).
*>
fd registerfile.
*>
01 registerrec		pic x(132).
*>
fd emailfile.
*>
01 emailrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  renewaction		pic x(12) value spaces.
     88  action-is-notices	      value "notices".
     88  action-is-accept	      value "accept".
 01  arg2			pic x(20) value spaces.
 01  todaynum			pic 9(8) value zero.
 01  todayiso			pic x(10) value spaces.
 01  windowend			pic 9(8) value zero.
 01  noticedays		pic 9(3) value 60.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>every contract line, kept whole so the lines of other
*>>>contracts are written back exactly as read
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  crCount			unsigned-int value zero.
 01  crList.
     05  crEntry	occurs 500 times
                        indexed by crInd.
         10  crRaw		pic x(250) value spaces.
         10  crId		pic x(10) value spaces.
         10  crFrequency	pic x(2) value spaces.
         10  crStart		pic x(10) value spaces.
         10  crEnd		pic 9(8) value zero.
         10  crCustpo		pic x(8) value spaces.
         10  crSalesrep		pic x(8) value spaces.
         10  crShipmethod	pic x(8) value spaces.
         10  crTerms		pic x(8) value spaces.
         10  crCurrency		pic x(3) value spaces.
         10  crSoldto		pic x(8) value spaces.
         10  crShipto		pic x(8) value spaces.
         10  crQuantity		pic x(12) value spaces.
         10  crPrice		pic 9(7)v99 value zero.
         10  crNewPrice		pic 9(7)v99 value zero.
         10  crDescription	pic x(70) value spaces.
         10  crFreight		pic x(12) value spaces.
         10  crDiscount		pic x(12) value spaces.
         10  crEscType		pic x value spaces.
         10  crEscValue		pic x(10) value spaces.
         10  crTerm		pic x(4) value spaces.
         10  crRenewed		pic x value spaces.
 01  rawend			pic x(10) value spaces.
 01  rawprice			pic x(12) value spaces.
 01  rawesctype		pic x(4) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one entry per contract, its renewal worked out from its
*>>>first line's clause
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ctCount			unsigned-int value zero.
 01  ctList.
     05  ctEntry	occurs 200 times
                        indexed by ctInd.
         10  ctId		pic x(10) value spaces.
         10  ctFirst		unsigned-int value zero.
         10  ctEnd		pic 9(8) value zero.
         10  ctNewEnd		pic 9(8) value zero.
         10  ctTermMonths	pic 9(3) value 12.
         10  ctPct		pic s9(3)v9(4) value zero.
         10  ctPctKnown		pic x value spaces.
         10  ctOldValue		pic s9(10)v99 value zero.
         10  ctNewValue		pic s9(10)v99 value zero.
         10  ctStatus		pic x(6) value spaces.
 01  ctMatchInd		unsigned-int value zero.
*>
 01  custCount			unsigned-int value zero.
 01  custList.
     05  custEntry	occurs 500 times
                        indexed by custInd.
         10  custCode		pic x(8) value spaces.
         10  custName		pic x(28) value spaces.
         10  custAddr1		pic x(28) value spaces.
         10  custCity		pic x(16) value spaces.
         10  custState		pic xx value spaces.
         10  custZip		pic x(10) value spaces.
 01  custMatchInd		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>billing contacts, keyed by the customer name as billed, the
*>>>way invdeliver routes on them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  bcCount			unsigned-int value zero.
 01  bcList.
     05  bcEntry	occurs 500 times
                        indexed by bcInd.
         10  bcCust		pic x(28) value spaces.
         10  bcName		pic x(28) value spaces.
         10  bcEmail		pic x(50) value spaces.
         10  bcFormat		pic x(4) value spaces.
         10  bcMethod		pic x(8) value spaces.
 01  bcMatchInd		unsigned-int value zero.
*>
 01  ixCount			unsigned-int value zero.
 01  ixList.
     05  ixEntry	occurs 1000 times
                        indexed by ixInd.
         10  ixCode		pic x(10) value spaces.
         10  ixPeriod		pic 9(6) value zero.
         10  ixValue		pic 9(6)v9(4) value zero.
 01  rawixperiod		pic x(8) value spaces.
 01  rawixvalue		pic x(14) value spaces.
 01  wantixcode		pic x(10) value spaces.
 01  wantixperiod		pic 9(6) value zero.
 01  ixfound			pic 9(6)v9(4) value zero.
 01  ixnow			pic 9(6)v9(4) value zero.
 01  ixthen			pic 9(6)v9(4) value zero.
 01  ixBestPeriod		pic 9(6) value zero.
*>
 01  datework			pic 9(8) value zero.
 01  datework-r redefines datework.
     05  dw-year		pic 9(4).
     05  dw-month		pic 9(2).
     05  dw-day			pic 9(2).
 01  monthwork			pic s9(6) value zero.
 01  daysleft			pic s9(6) value zero.
 01  lineamount		pic s9(10)v99 value zero.
*>
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
 01  noticefilepath		pic x(80) value "renewaltemplate.fods".
 01  noticeformpath		pic x(80) value "renewalwork.fods".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for calling the odf subroutines, the same way
*>>>statements drives them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  startpage			unsigned-int value zero.
 01  endpage			unsigned-int value zero.
 01  fieldname			pic x(18) value spaces.
 01  fieldvalue			pic x(100) value spaces.
 01  retcode			unsigned-int value zero.
 01  sheetname			pic x(10) value spaces.
 01  sheetseq			pic 9(4) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>email copies go out through cmdline like any other delivery
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  emailfilename		pic x(40) value spaces.
 01  sendcmd			pic x(200) value spaces.
 01  sendstat			pic s9(9) value zero.
*>
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
*>
 01  listcount			unsigned-int value zero.
 01  lapsedcount		unsigned-int value zero.
 01  emailcount		unsigned-int value zero.
 01  printcount		unsigned-int value zero.
 01  exceptioncount		unsigned-int value zero.
 01  renewedcount		unsigned-int value zero.
 01  showcount			pic zzz9 value zero.
 01  showdays			pic -----9 value zero.
 01  showamt			pic -zzz,zzz,zz9.99 value zero.
 01  showamt2			pic -zzz,zzz,zz9.99 value zero.
 01  showprice			pic zzz,zz9.99 value zero.
 01  showprice2		pic zzz,zz9.99 value zero.
 01  showcsvprice		pic z(6)9.99 value zero.
 01  showpct			pic -zz9.99 value zero.
 01  showterm			pic zz9 value zero.
 01  showend			pic x(10) value spaces.
 01  shownewend		pic x(10) value spaces.
 01  escdesc			pic x(30) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     move function current-date(1:8) to todaynum.
     move todaynum		to datework.
     perform 0700-date-to-iso.
     move showend		to todayiso.

     accept renewaction		from argument-value.
     move function lower-case(function trim(renewaction))
                                to renewaction.
     accept arg2		from argument-value.

     perform 0940-load-cfg.
     if action-is-notices and arg2 <> spaces
        if function trim(arg2) is numeric
           compute noticedays = function numval(arg2)
        else
           display "contractrenew: the notice window is a number "
                   "of days"
           stop run giving 1
        end-if
     end-if.
     compute windowend = function date-of-integer(
                 function integer-of-date(todaynum) + noticedays).

     perform 0900-load-contracts.
     perform 0910-load-customers.
     perform 0920-load-contacts.
     perform 0930-load-index.
     perform 0100-build-contracts.

     evaluate true
         when action-is-notices
              perform 0200-notices
         when action-is-accept
              perform 0300-accept
         when other
              display "usage: contractrenew notices [<window days>]"
              display "       contractrenew accept <contract id>"
              stop run giving 1
     end-evaluate.

     goback.
*>
 0100-build-contracts.
*>
     perform varying crInd from 1 by 1
             until crInd > crCount
         move zero		to ctMatchInd
         perform varying ctInd from 1 by 1
                 until ctInd > ctCount
             if ctId(ctInd) = crId(crInd)
                move ctInd	to ctMatchInd
             end-if
         end-perform
         if ctMatchInd = zero and ctCount < 200
            and crId(crInd) <> spaces
            add 1		to ctCount
            move crId(crInd)	to ctId(ctCount)
            move crInd		to ctFirst(ctCount)
            move crEnd(crInd)	to ctEnd(ctCount)
            move ctCount	to ctMatchInd
         end-if
         if ctMatchInd <> zero
            if crEnd(crInd) > ctEnd(ctMatchInd)
               move crEnd(crInd)	to ctEnd(ctMatchInd)
            end-if
         end-if
     end-perform.

     perform varying ctInd from 1 by 1
             until ctInd > ctCount
         perform 0150-work-out-renewal
     end-perform.
*>
 0150-work-out-renewal.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the new end date is the old one plus the term, pulled back to
*>>>the month's last day where the day does not exist (a
*>>>February end)
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     set crInd			to ctFirst(ctInd).
     move 12			to ctTermMonths(ctInd).
     if function trim(crTerm(crInd)) is numeric
        and function numval(crTerm(crInd)) > 0
        compute ctTermMonths(ctInd) = function numval(crTerm(crInd))
     end-if.
     move ctEnd(ctInd)		to datework.
     compute monthwork = dw-year * 12 + dw-month - 1
                       + ctTermMonths(ctInd).
     compute dw-year = monthwork / 12.
     compute dw-month = function mod(monthwork, 12) + 1.
     perform until function test-date-yyyymmdd(datework) = 0
                   or dw-day < 29
         subtract 1		from dw-day
     end-perform.
     move datework		to ctNewEnd(ctInd).

     move "y"			to ctPctKnown(ctInd).
     move zero			to ctPct(ctInd).
     evaluate crEscType(crInd)
         when "P"
              if function test-numval(crEscValue(crInd)) = 0
                 compute ctPct(ctInd) =
                         function numval(crEscValue(crInd))
              else
                 move spaces	to ctPctKnown(ctInd)
              end-if
         when "I"
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the index's movement over the term now ending -- its latest
*>>>value at the end date's month against the one a term earlier
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
              move crEscValue(crInd)	to wantixcode
              move ctEnd(ctInd)	to datework
              compute wantixperiod = dw-year * 100 + dw-month
              perform 0160-find-index
              move ixfound	to ixnow
              compute monthwork = dw-year * 12 + dw-month - 1
                                - ctTermMonths(ctInd)
              compute wantixperiod = (monthwork / 12) * 100
                                   + function mod(monthwork, 12) + 1
              perform 0160-find-index
              move ixfound	to ixthen
              if ixnow > zero and ixthen > zero
                 compute ctPct(ctInd) rounded =
                         (ixnow / ixthen - 1) * 100
              else
                 move spaces	to ctPctKnown(ctInd)
              end-if
     end-evaluate.

     move zero			to ctOldValue(ctInd) ctNewValue(ctInd).
     perform varying crInd from 1 by 1
             until crInd > crCount
         if crId(crInd) = ctId(ctInd)
            compute crNewPrice(crInd) rounded =
                    crPrice(crInd) * (1 + ctPct(ctInd) / 100)
            if function test-numval(crQuantity(crInd)) = 0
               compute lineamount =
                       function numval(crQuantity(crInd))
                     * crPrice(crInd)
               add lineamount	to ctOldValue(ctInd)
               compute lineamount =
                       function numval(crQuantity(crInd))
                     * crNewPrice(crInd)
               add lineamount	to ctNewValue(ctInd)
            end-if
         end-if
     end-perform.

     move spaces		to ctStatus(ctInd).
     if ctEnd(ctInd) < todaynum
        move "LAPSED"		to ctStatus(ctInd)
     else if ctEnd(ctInd) <= windowend
        move "DUE"		to ctStatus(ctInd)
     end-if
     end-if.
*>
 0160-find-index.
*>
     move zero			to ixfound ixBestPeriod.
     perform varying ixInd from 1 by 1
             until ixInd > ixCount
         if function trim(ixCode(ixInd)) = function trim(wantixcode)
            and ixPeriod(ixInd) <= wantixperiod
            and ixPeriod(ixInd) >= ixBestPeriod
            move ixPeriod(ixInd)	to ixBestPeriod
            move ixValue(ixInd)	to ixfound
         end-if
     end-perform.
*>
 0170-describe-escalation.
*>
     set crInd			to ctFirst(ctInd).
     move spaces		to escdesc.
     compute showpct rounded = ctPct(ctInd).
     evaluate true
         when ctPctKnown(ctInd) <> "y"
              string "index ", function trim(crEscValue(crInd)),
                     " n/a"
                     delimited by size into escdesc
              end-string
         when crEscType(crInd) = "P"
              string "fixed ", function trim(showpct), "%"
                     delimited by size into escdesc
              end-string
         when crEscType(crInd) = "I"
              string "index ", function trim(crEscValue(crInd)), " ",
                     function trim(showpct), "%"
                     delimited by size into escdesc
              end-string
         when other
              move "none"	to escdesc
     end-evaluate.
     move ctEnd(ctInd)		to datework.
     perform 0700-date-to-iso.
*>
 0200-notices.
*>
     open output renewfile.
     move spaces		to renewrec.
     move windowend		to datework.
     perform 0700-date-to-iso.
     string "Contract renewals -- ending by ", showend,
            " or already lapsed, as of ", todayiso
            delimited by size into renewrec
     end-string.
     write renewrec.
     move spaces		to renewrec.
     string "Contract   Customer                     Rep      Ends"
            "        Days Status Escalation        "
            "   Current value   Renewal value"
            delimited by size into renewrec
     end-string.
     write renewrec.
     move all "-"		to renewrec.
     write renewrec.
     perform varying ctInd from 1 by 1
             until ctInd > ctCount
         if ctStatus(ctInd) <> spaces
            perform 0210-list-contract
         end-if
     end-perform.
     if listcount = zero
        move "(no contract ends inside the window)" to renewrec
        write renewrec
     end-if.

     move spaces		to renewrec.
     write renewrec.
     move "Renewal notice delivery" to renewrec.
     write renewrec.
     move all "-"		to renewrec.
     write renewrec.
     if listcount > zero
        display "odffile"	upon environment-name
        display noticefilepath	upon environment-value
        display "odfform"	upon environment-name
        display noticeformpath	upon environment-value
        call "odfscanner"	using startpage,
				      endpage
        end-call
        call "odfstartform"	using startpage
        end-call
        perform varying ctInd from 1 by 1
                until ctInd > ctCount
            if ctStatus(ctInd) <> spaces
               perform 0250-put-notice
               perform 0260-deliver-notice
            end-if
        end-perform
        call "odffinishform"	using endpage
        end-call
     end-if.
     close renewfile.

     move listcount		to showcount.
     display "contractrenew: " function trim(showcount)
             " contract(s) due or lapsed -- see contractrenew.txt".
     if lapsedcount > zero
        move lapsedcount	to showcount
        display "contractrenew: " function trim(showcount)
                " contract(s) have already lapsed and are not "
                "being billed"
        move 4			to return-code
     end-if.
     if exceptioncount > zero
        move exceptioncount	to showcount
        display "contractrenew: " function trim(showcount)
                " notice(s) could not be delivered -- see "
                "contractrenew.txt"
        move 4			to return-code
     end-if.
*>
 0210-list-contract.
*>
     add 1			to listcount.
     if ctStatus(ctInd) = "LAPSED"
        add 1			to lapsedcount
     end-if.
     set crInd			to ctFirst(ctInd).
     perform 0220-find-customer.
     perform 0170-describe-escalation.
     compute daysleft = function integer-of-date(ctEnd(ctInd))
                      - function integer-of-date(todaynum).
     move daysleft		to showdays.
     move ctOldValue(ctInd)	to showamt.
     move ctNewValue(ctInd)	to showamt2.
     move spaces		to renewrec.
     string ctId(ctInd), " ", custName(custMatchInd), " ",
            crSalesrep(crInd), " ", showend, " ", showdays, " ",
            ctStatus(ctInd), " ", escdesc(1:17), " ",
            showamt, " ", showamt2
            delimited by size into renewrec
     end-string.
     write renewrec.
*>
 0220-find-customer.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>entry 500 stands in, named by code, for a sold-to missing
*>>>from the master
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move 500			to custMatchInd.
     move spaces		to custEntry(500).
     move crSoldto(crInd)	to custName(500).
     perform varying custInd from 1 by 1
             until custInd > custCount
         if function trim(custCode(custInd)) =
            function trim(crSoldto(crInd))
            move custInd	to custMatchInd
         end-if
     end-perform.
*>
 0250-put-notice.
*>
     set crInd			to ctFirst(ctInd).
     perform 0220-find-customer.
     perform 0170-describe-escalation.
     add 1			to sheetseq.
     move spaces		to sheetname.
     string "rn", sheetseq	into sheetname
     end-string.

     move "noticedate"		to fieldname.
     move todayiso		to fieldvalue.
     perform 0800-odfsetvalue.
     move "custname"		to fieldname.
     move custName(custMatchInd)	to fieldvalue.
     perform 0800-odfsetvalue.
     move "custaddr"		to fieldname.
     move custAddr1(custMatchInd)	to fieldvalue.
     perform 0800-odfsetvalue.
     move "custcity"		to fieldname.
     move spaces		to fieldvalue.
     string function trim(custCity(custMatchInd)), ", ",
            custState(custMatchInd), " ",
            function trim(custZip(custMatchInd))
            delimited by size into fieldvalue
     end-string.
     perform 0800-odfsetvalue.
     move "contractid"		to fieldname.
     move ctId(ctInd)		to fieldvalue.
     perform 0800-odfsetvalue.
     move "enddate"		to fieldname.
     move showend		to fieldvalue.
     perform 0800-odfsetvalue.
     move "newend"		to fieldname.
     move ctNewEnd(ctInd)	to datework.
     perform 0700-date-to-iso.
     move showend		to fieldvalue.
     perform 0800-odfsetvalue.
     move "escalation"		to fieldname.
     move escdesc		to fieldvalue.
     perform 0800-odfsetvalue.
     perform varying crInd from 1 by 1
             until crInd > crCount
         if crId(crInd) = ctId(ctInd)
            move "description"	to fieldname
            move crDescription(crInd)	to fieldvalue
            perform 0800-odfsetvalue
            move "qty"		to fieldname
            move crQuantity(crInd)	to fieldvalue
            perform 0800-odfsetvalue
            move "oldprice"	to fieldname
            move crPrice(crInd)	to showprice
            move showprice	to fieldvalue
            perform 0800-odfsetvalue
            move "newprice"	to fieldname
            move crNewPrice(crInd)	to showprice
            move showprice	to fieldvalue
            perform 0800-odfsetvalue
         end-if
     end-perform.
     move "oldtotal"		to fieldname.
     move ctOldValue(ctInd)	to showamt.
     move showamt		to fieldvalue.
     perform 0800-odfsetvalue.
     move "newtotal"		to fieldname.
     move ctNewValue(ctInd)	to showamt.
     move showamt		to fieldvalue.
     perform 0800-odfsetvalue.

     call "odfwritepage"	using startpage,
                                      endpage,
                                      sheetname
     end-call.
*>
 0260-deliver-notice.
*>
     move zero			to bcMatchInd.
     perform varying bcInd from 1 by 1
             until bcInd > bcCount
         if function trim(bcCust(bcInd)) =
            function trim(custName(custMatchInd))
            move bcInd		to bcMatchInd
         end-if
     end-perform.
     move spaces		to renewrec.
     if bcMatchInd = zero
        add 1			to exceptioncount
        string ctId(ctInd), " ", custName(custMatchInd),
               " -> NO BILLING CONTACT -- notice sheet ", sheetname,
               " must be sent by hand"
               delimited by size into renewrec
        end-string
     else
        evaluate function lower-case(
                 function trim(bcMethod(bcMatchInd)))
            when "email"
                 perform 0270-email-notice
            when "print"
            when "edi"
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>there is no EDI transaction for a renewal offer, so an EDI
*>>>customer gets the printed notice
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
                 add 1		to printcount
                 string ctId(ctInd), " ", custName(custMatchInd),
                        " -> print (", function trim(sheetname),
                        " on ",
                        function trim(noticeformpath), ") attn ",
                        function trim(bcName(bcMatchInd))
                        delimited by size into renewrec
                 end-string
            when other
                 add 1		to exceptioncount
                 string ctId(ctInd), " ", custName(custMatchInd),
                        " -> unknown delivery method '",
                        function trim(bcMethod(bcMatchInd)), "'"
                        delimited by size into renewrec
                 end-string
        end-evaluate
     end-if.
     write renewrec.
*>
 0270-email-notice.
*>
     if bcEmail(bcMatchInd) = spaces
        add 1			to exceptioncount
        string ctId(ctInd), " ", custName(custMatchInd),
               " -> prefers email but the contact has no address"
               delimited by size into renewrec
        end-string
     else
        move spaces		to emailfilename
        string "contractrenew.", function trim(ctId(ctInd)), ".txt"
               delimited by size into emailfilename
        end-string
        open output emailfile
        move spaces		to emailrec
        string "Renewal notice -- contract ", function trim(ctId(ctInd)),
               " for ", function trim(custName(custMatchInd))
               delimited by size into emailrec
        end-string
        write emailrec
        move ctEnd(ctInd)	to datework
        perform 0700-date-to-iso
        move spaces		to emailrec
        string "Your contract ends ", showend
               delimited by size into emailrec
        end-string
        move ctNewEnd(ctInd)	to datework
        perform 0700-date-to-iso
        string function trim(emailrec), "; renewed, it runs to ",
               showend, " (escalation ", function trim(escdesc), ")"
               delimited by size into emailrec
        end-string
        write emailrec
        perform varying crInd from 1 by 1
                until crInd > crCount
            if crId(crInd) = ctId(ctInd)
               move crPrice(crInd)	to showprice
               move crNewPrice(crInd)	to showprice2
               move spaces	to emailrec
               string "  ", crDescription(crInd)(1:40), " qty ",
                      function trim(crQuantity(crInd)), "  ",
                      showprice, " now, ", showprice2, " renewed"
                      delimited by size into emailrec
               end-string
               write emailrec
            end-if
        end-perform
        close emailfile
        move spaces		to sendcmd
        string "./cmdline -F ", function trim(emailfilename),
               " -r ", function trim(bcEmail(bcMatchInd)),
               " -f ", function trim(bcFormat(bcMatchInd)),
               " -e"
               delimited by size into sendcmd
        end-string
        call "SYSTEM" using sendcmd
                      returning sendstat
        end-call
        if sendstat = 0
           add 1		to emailcount
           string ctId(ctInd), " ", custName(custMatchInd),
                  " -> emailed to ",
                  function trim(bcEmail(bcMatchInd))
                  delimited by size into renewrec
           end-string
        else
           add 1		to exceptioncount
           string ctId(ctInd), " ", custName(custMatchInd),
                  " -> email delivery failed (status from cmdline)"
                  delimited by size into renewrec
           end-string
        end-if
     end-if.
*>
 0300-accept.
*>
     move zero			to ctMatchInd.
     perform varying ctInd from 1 by 1
             until ctInd > ctCount
         if function trim(ctId(ctInd)) =
            function upper-case(function trim(arg2))
            or function trim(ctId(ctInd)) = function trim(arg2)
            move ctInd		to ctMatchInd
         end-if
     end-perform.
     if ctMatchInd = zero
        display "contractrenew: contract '" function trim(arg2)
                "' is not on database/contracts.csv"
        stop run giving 8
     end-if.
     set ctInd			to ctMatchInd.
     if ctStatus(ctInd) = spaces
        move ctEnd(ctInd)	to datework
        perform 0700-date-to-iso
        display "contractrenew: " function trim(ctId(ctInd))
                " runs to " showend " -- not yet inside the "
                "renewal window, nothing changed"
        stop run giving 8
     end-if.
     if ctPctKnown(ctInd) <> "y"
        set crInd		to ctFirst(ctInd)
        display "contractrenew: escalation for "
                function trim(ctId(ctInd)) " cannot be worked out -- "
                "check its clause and database/priceindex.csv for '"
                function trim(crEscValue(crInd)) "'"
        stop run giving 8
     end-if.

     perform 0170-describe-escalation.
     open output registerfile.
     move spaces		to registerrec.
     string "Contract renewal register -- ", function trim(ctId(ctInd)),
            " accepted ", todayiso, ", escalation ",
            function trim(escdesc)
            delimited by size into registerrec
     end-string.
     write registerrec.
     move spaces		to registerrec.
     string "Line description                           Qty"
            "        End before  End after      Price before"
            "  Price after"
            delimited by size into registerrec
     end-string.
     write registerrec.
     move all "-"		to registerrec.
     write registerrec.

     move "contractrenew"	to audit-program.
     move "CONTRACT-RENEW"	to audit-reason.
     perform varying crInd from 1 by 1
             until crInd > crCount
         if crId(crInd) = ctId(ctInd)
            perform 0310-renew-line
         end-if
     end-perform.

     move all "-"		to registerrec.
     write registerrec.
     move ctOldValue(ctInd)	to showamt.
     move ctNewValue(ctInd)	to showamt2.
     move spaces		to registerrec.
     string "Contract value per billing  before ", showamt,
            "  after ", showamt2
            delimited by size into registerrec
     end-string.
     write registerrec.
     close registerfile.

     perform 0350-rewrite-contracts.
     move renewedcount		to showcount.
     move ctNewEnd(ctInd)	to datework.
     perform 0700-date-to-iso.
     display "contractrenew: " function trim(ctId(ctInd))
             " renewed to " showend ", " function trim(showcount)
             " line(s) repriced -- see contractrenewreg.txt".
*>
 0310-renew-line.
*>
     move crEnd(crInd)		to datework.
     perform 0700-date-to-iso.
     move showend		to shownewend.
     move ctNewEnd(ctInd)	to datework.
     perform 0700-date-to-iso.
     move crPrice(crInd)	to showprice.
     move crNewPrice(crInd)	to showprice2.
     move spaces		to registerrec.
     string crDescription(crInd)(1:40), " ", crQuantity(crInd), " ",
            shownewend, "  ", showend, "   ", showprice,
            "   ", showprice2
            delimited by size into registerrec
     end-string.
     write registerrec.

     move spaces		to audit-data.
     move crId(crInd)		to audit-key.
     move crPrice(crInd)	to showcsvprice.
     string "renewed ", function trim(crDescription(crInd)),
            " end ", crEnd(crInd), " to ", ctNewEnd(ctInd),
            " price ", function trim(showcsvprice), " to "
            delimited by size into audit-data
     end-string.
     move crNewPrice(crInd)	to showcsvprice.
     string function trim(audit-data), " ",
            function trim(showcsvprice)
            delimited by size into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.

     move ctNewEnd(ctInd)	to crEnd(crInd).
     move crNewPrice(crInd)	to crPrice(crInd).
     move "y"			to crRenewed(crInd).
     add 1			to renewedcount.
*>
 0350-rewrite-contracts.
*>
     open output contractfile.
     perform varying crInd from 1 by 1
             until crInd > crCount
         if crRenewed(crInd) = "y"
            move crPrice(crInd)	to showcsvprice
            move spaces		to contractrec
            string function trim(crId(crInd)), ",",
                   function trim(crFrequency(crInd)), ",",
                   function trim(crStart(crInd)), ",",
                   crEnd(crInd), ",",
                   function trim(crCustpo(crInd)), ",",
                   function trim(crSalesrep(crInd)), ",",
                   function trim(crShipmethod(crInd)), ",",
                   function trim(crTerms(crInd)), ",",
                   function trim(crCurrency(crInd)), ",",
                   function trim(crSoldto(crInd)), ",",
                   function trim(crShipto(crInd)), ",",
                   function trim(crQuantity(crInd)), ",",
                   function trim(showcsvprice), ",",
                   function trim(crDescription(crInd)), ",",
                   function trim(crFreight(crInd)), ",",
                   function trim(crDiscount(crInd)), ",",
                   function trim(crEscType(crInd)), ",",
                   function trim(crEscValue(crInd)), ",",
                   function trim(crTerm(crInd))
                   delimited by size into contractrec
            end-string
         else
            move crRaw(crInd)	to contractrec
         end-if
         write contractrec
     end-perform.
     close contractfile.
*>
 0700-date-to-iso.
*>
     move spaces		to showend.
     string dw-year, "-", dw-month, "-", dw-day
            delimited by size into showend
     end-string.
*>
 0800-odfsetvalue.
*>
     call "odfsetfield" using fieldName,
			      fieldValue,
			      retcode
     end-call.
     if retcode <> 0
        display "contractrenew: odfsetfield problem with retcode="
                retcode " for [" function trim(fieldname) "]"
     end-if.
*>
 0900-load-contracts.
*>
     move zero			to crCount.
     open input contractfile.
     read contractfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if crCount < 500 and contractrec <> spaces
            add 1		to crCount
            move contractrec	to crRaw(crCount)
            move spaces		to rawend rawprice rawesctype
            unstring contractrec delimited by ","
                     into crId(crCount), crFrequency(crCount),
                          crStart(crCount), rawend,
                          crCustpo(crCount), crSalesrep(crCount),
                          crShipmethod(crCount), crTerms(crCount),
                          crCurrency(crCount), crSoldto(crCount),
                          crShipto(crCount), crQuantity(crCount),
                          rawprice, crDescription(crCount),
                          crFreight(crCount), crDiscount(crCount),
                          rawesctype, crEscValue(crCount),
                          crTerm(crCount)
            end-unstring
            if function trim(rawend) is numeric
               and function test-numval(rawprice) = 0
               compute crEnd(crCount) = function numval(rawend)
               compute crPrice(crCount) = function numval(rawprice)
               move function upper-case(function trim(rawesctype))
                                to crEscType(crCount)
               move function upper-case(crEscValue(crCount))
                                to crEscValue(crCount)
               if crEscType(crCount) = "I"
                  move function trim(crEscValue(crCount))
                                to crEscValue(crCount)
               end-if
            else
               display "contractrenew: unreadable contract line "
                       "left as it is: " function trim(contractrec)
               move spaces	to crId(crCount)
            end-if
         end-if
         read contractfile
              at end move "y"	to eof
         end-read
     end-perform.
     close contractfile.
     move spaces		to eof.
*>
 0910-load-customers.
*>
     move zero			to custCount.
     open input custmasterfile.
     read custmasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if custCount < 499
            add 1		to custCount
            unstring custmasterrec delimited by ","
                     into custCode(custCount),
                          custName(custCount),
                          custAddr1(custCount),
                          custCity(custCount),
                          custState(custCount),
                          custZip(custCount)
            end-unstring
         end-if
         read custmasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close custmasterfile.
     move spaces		to eof.
*>
 0920-load-contacts.
*>
     move zero			to bcCount.
     open input contactfile.
     read contactfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if bcCount < 500
            add 1		to bcCount
            unstring contactrec delimited by ","
                     into bcCust(bcCount),
                          bcName(bcCount),
                          bcEmail(bcCount),
                          bcFormat(bcCount),
                          bcMethod(bcCount)
            end-unstring
         end-if
         read contactfile
              at end move "y"	to eof
         end-read
     end-perform.
     close contactfile.
     move spaces		to eof.
*>
 0930-load-index.
*>
     move zero			to ixCount.
     open input indexfile.
     read indexfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if ixCount < 1000
            add 1		to ixCount
            move spaces		to rawixperiod rawixvalue
            unstring indexrec delimited by ","
                     into ixCode(ixCount), rawixperiod, rawixvalue
            end-unstring
            if function trim(rawixperiod) is numeric
               and function test-numval(rawixvalue) = 0
               move function upper-case(ixCode(ixCount))
                                to ixCode(ixCount)
               compute ixPeriod(ixCount) = function numval(rawixperiod)
               compute ixValue(ixCount) = function numval(rawixvalue)
            else
               subtract 1	from ixCount
            end-if
         end-if
         read indexfile
              at end move "y"	to eof
         end-read
     end-perform.
     close indexfile.
     move spaces		to eof.
*>
 0940-load-cfg.
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
                when "noticedays"
                     if function trim(cfgvalue) is numeric
                        compute noticedays = function numval(cfgvalue)
                     end-if
                when "noticefile"
                     move function trim(cfgvalue) to noticefilepath
                when "noticeform"
                     move function trim(cfgvalue) to noticeformpath
            end-evaluate
         end-if
         read cfgfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cfgfile.
     move spaces		to eof.
