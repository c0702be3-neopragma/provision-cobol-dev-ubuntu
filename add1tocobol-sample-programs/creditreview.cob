       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Quarterly credit limit review.  The credit meeting used
*>            to set limits from memory; this scores every customer
*>            on database/customers.csv, and every corporate family
*>            on database/custparents.csv (child code, child name,
*>            parent code, parent name), from how they have actually
*>            paid, and recommends raising, holding or cutting the
*>            limit:
*>              lag       average days from invoice date to payment
*>                        over cashappliedhistory.csv, measured the
*>                        way cashforecast measures it;
*>              promises  broken promises to pay on
*>                        database/collectpromises.csv;
*>              short     short pays on database/shortpays.csv;
*>              write-off bad-debt write-offs on
*>                        database/writeoffs.csv;
*>            promises, short pays and write-offs counted over the
*>            review window (creditreview.cfg key "windowdays",
*>            default 365).  The company-wide aging trend from
*>            araginghistory.csv (the over-90 share of AR now
*>            against a quarter ago) tempers the result: while it is
*>            worsening no limit is raised.
*>
*>            A raise adds "raisepct" (default 20) percent and a cut
*>            takes "cutpct" (default 25) percent off, both rounded
*>            down to the thousand.  A family is scored on all its
*>            members together and its recommendation is for the
*>            parent's limit, the one writeinvoice screens the whole
*>            family against.
*>
*>            "review" (the default) writes creditreview.txt and the
*>            recommendations to creditreview.csv (code, kind C
*>            customer / F family, name, score, current limit,
*>            recommended limit, action, approved).  The credit
*>            manager marks the approved column Y; "apply" then
*>            makes each approved change through refmaint customers
*>            change -- its operator sign-on and refmaint_audit.log
*>            come with it -- and marks the row A once applied.  A
*>            row whose limit has changed on file since the review
*>            is refused rather than applied over the newer figure.
*>
*>            usage: creditreview [review|apply]
*>*********************************************************************
identification division.
program-id. creditreview.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional custmasterfile	assign to "database/customers.csv"
                        organization is line sequential.
select optional custparentfile	assign to "database/custparents.csv"
                        organization is line sequential.
select optional cashtotfile	assign to "cashappliedhistory.csv"
                        organization is line sequential.
select optional promisefile	assign to "database/collectpromises.csv"
                        organization is line sequential.
select optional shortpayfile	assign to "database/shortpays.csv"
                        organization is line sequential.
select optional writeofffile	assign to "database/writeoffs.csv"
                        organization is line sequential.
select optional historyfile	assign to "araginghistory.csv"
                        organization is line sequential.
select optional cfgfile	assign to "creditreview.cfg"
                        organization is line sequential.
select optional reviewfile	assign to "creditreview.csv"
                        organization is line sequential.
select reportfile	assign to "creditreview.txt"
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
fd custparentfile.
*>
01 custparentrec		pic x(120).
*>
fd cashtotfile.
*>
01 cashtotrec		pic x(150).
*>
fd promisefile.
*>
01 promiserec		pic x(200).
*>
fd shortpayfile.
*>
01 shortpayrec		pic x(100).
*>
fd writeofffile.
*>
01 writeoffrec		pic x(100).
*>
fd historyfile.
*>
01 historyrec		pic x(80).
*>
fd cfgfile.
*>
01 cfgrec		pic x(200).
*>
fd reviewfile.
*>
01 reviewrec		pic x(120).
*>
fd reportfile.
*>
01 reportrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  argaction			pic x(12) value spaces.
     88  action-is-review	      value "review" spaces.
     88  action-is-apply	      value "apply".
 01  todaydate			pic x(8) value spaces.
 01  todaynum			pic 9(8) value zero.
 01  todaydays			pic s9(9) value zero.
 01  todayiso			pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>review controls from creditreview.cfg
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
 01  windowdays		pic 9(4) value 365.
 01  raisepct			pic 9(3) value 20.
 01  cutpct			pic 9(3) value 25.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the customer master with each customer's payment behaviour,
*>>>keyed by billed name the way the AR files carry it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  custCount			unsigned-int value zero.
 01  custList.
     05  custEntry	occurs 500 times
                        indexed by custInd.
         10  custCode		pic x(8) value spaces.
         10  custName		pic x(28) value spaces.
         10  custAddr1		pic x(30) value spaces.
         10  custCity		pic x(20) value spaces.
         10  custState		pic x(2) value spaces.
         10  custZip		pic x(10) value spaces.
         10  custLimit		pic s9(9)v99 value zero.
         10  custParent	pic x(8) value spaces.
         10  custIsParent	pic x value spaces.
             88  customer-is-parent	      value "y".
         10  custLagTotal	pic s9(9) value zero.
         10  custLagSamples	unsigned-int value zero.
         10  custBroken	unsigned-int value zero.
         10  custShort		unsigned-int value zero.
         10  custWriteoffs	unsigned-int value zero.
 01  custMatchInd		unsigned-int value zero.
 01  rawcode			pic x(10) value spaces.
 01  rawname			pic x(30) value spaces.
 01  rawaddr1			pic x(30) value spaces.
 01  rawcity			pic x(20) value spaces.
 01  rawstate			pic x(4) value spaces.
 01  rawzip			pic x(12) value spaces.
 01  rawlimit			pic x(14) value spaces.
 01  rawparentcode		pic x(10) value spaces.
 01  rawparentname		pic x(30) value spaces.
 01  keyname			pic x(28) value spaces.
 01  keycode			pic x(8) value spaces.
 01  childname			pic x(28) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>corporate families, one per parent code
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  famCount			unsigned-int value zero.
 01  famList.
     05  famEntry	occurs 100 times
                        indexed by famInd.
         10  famCode		pic x(8) value spaces.
         10  famName		pic x(28) value spaces.
*>>>behaviour of members with no customer master entry of their own
         10  famLagTotal	pic s9(9) value zero.
         10  famLagSamples	unsigned-int value zero.
         10  famBroken		unsigned-int value zero.
         10  famShort		unsigned-int value zero.
         10  famWriteoffs	unsigned-int value zero.
 01  famMatchInd		unsigned-int value zero.
 01  chdCount			unsigned-int value zero.
 01  chdList.
     05  chdEntry	occurs 500 times
                        indexed by chdInd.
         10  chdName		pic x(28) value spaces.
         10  chdFamily		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the event files' columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ct-paydate		pic x(10) value spaces.
 01  ct-customer		pic x(28) value spaces.
 01  ct-invoiceno		pic x(10) value spaces.
 01  ct-invdate		pic x(10) value spaces.
 01  prm-customer		pic x(28) value spaces.
 01  prm-invoiceno		pic x(10) value spaces.
 01  prm-date			pic x(10) value spaces.
 01  prm-amount		pic x(12) value spaces.
 01  prm-collector		pic x(12) value spaces.
 01  prm-status		pic x value spaces.
 01  sp-date			pic x(10) value spaces.
 01  sp-customer		pic x(28) value spaces.
 01  wo-date			pic x(10) value spaces.
 01  wo-customer		pic x(28) value spaces.
 01  eventdate			pic x(10) value spaces.
 01  eventkind			pic x value spaces.
 01  eventok			pic x value spaces.
     88  event-in-window	      value "y".
 01  paydatenum		pic 9(8) value zero.
 01  invdatenum		pic 9(8) value zero.
 01  eventdatenum		pic 9(8) value zero.
 01  thislag			pic s9(9) value zero.
 01  unmatchedcount		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the aging trend: the latest snapshot against the latest one at
*>>>least a quarter older
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  hs-date			pic x(8) value spaces.
 01  hs-current		pic x(14) value spaces.
 01  hs-30			pic x(14) value spaces.
 01  hs-60			pic x(14) value spaces.
 01  hs-90			pic x(14) value spaces.
 01  hs-total			pic x(14) value spaces.
 01  histCount			unsigned-int value zero.
 01  histList.
     05  histEntry	occurs 400 times
                        indexed by histInd.
         10  histDays		pic s9(9) value zero.
         10  histDate		pic x(8) value spaces.
         10  histShare		pic s9(3)v9 value zero.
 01  nowshare			pic s9(3)v9 value zero.
 01  thenshare			pic s9(3)v9 value zero.
 01  nowsharedate		pic x(8) value spaces.
 01  thensharedate		pic x(8) value spaces.
 01  trendflag			pic x value spaces.
     88  trend-is-worsening	      value "w".
     88  trend-is-known		      value "w" "s".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one scoring pass, shared by a customer and a family
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  wkLimit			pic s9(9)v99 value zero.
 01  wkLagTotal		pic s9(9) value zero.
 01  wkLagSamples		unsigned-int value zero.
 01  wkBroken			unsigned-int value zero.
 01  wkShort			unsigned-int value zero.
 01  wkWriteoffs		unsigned-int value zero.
 01  wkAvgLag			pic s9(5) value zero.
 01  wkScore			pic s9(3) value zero.
 01  wkAction			pic x(5) value spaces.
     88  recommend-raise	      value "RAISE".
     88  recommend-hold		      value "HOLD".
     88  recommend-cut		      value "CUT".
 01  wkNewLimit		pic s9(9)v99 value zero.
 01  wkThousands		pic 9(9) value zero.
 01  wkReason			pic x(30) value spaces.
 01  raisecount		unsigned-int value zero.
 01  holdcount			unsigned-int value zero.
 01  cutcount			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>apply: the recommendations file loaded whole and rewritten with
*>>>the applied rows marked
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  revCount			unsigned-int value zero.
 01  revList.
     05  revEntry	occurs 600 times
                        indexed by revInd.
         10  revCode		pic x(8) value spaces.
         10  revKind		pic x value spaces.
         10  revName		pic x(28) value spaces.
         10  revScore		pic x(6) value spaces.
         10  revLimit		pic x(14) value spaces.
         10  revNewLimit	pic x(14) value spaces.
         10  revAction		pic x(5) value spaces.
         10  revApproved	pic x value spaces.
             88  review-is-approved	      value "Y" "y".
 01  rawkind			pic x(4) value spaces.
 01  rawscore			pic x(8) value spaces.
 01  rawnewlimit		pic x(14) value spaces.
 01  rawaction			pic x(8) value spaces.
 01  rawapproved		pic x(4) value spaces.
 01  refentry			pic x(150) value spaces.
 01  refmaintcmd		pic x(200) value spaces.
 01  refmaintstat		pic s9(9) comp-5 value zero.
 01  appliedcount		unsigned-int value zero.
 01  refusedcount		unsigned-int value zero.
*>
 01  showlag			pic zzz9 value zero.
 01  showsmp			pic zzz9 value zero.
 01  showlagx			pic x(4) value spaces.
 01  showbrk			pic zz9 value zero.
 01  showsht			pic zz9 value zero.
 01  showwo			pic zz9 value zero.
 01  showscore			pic ---9 value zero.
 01  showlimit			pic zzz,zzz,zz9.99 value zero.
 01  shownewlimit		pic zzz,zzz,zz9.99 value zero.
 01  showcsvlimit		pic -(9)9.99 value zero.
 01  showcsvnew		pic -(9)9.99 value zero.
 01  showshare			pic zz9.9 value zero.
 01  showcount			pic zzz9 value zero.
 01  showwindow		pic zzz9 value zero.
*>
 procedure division.
*>
 0000-start.
*>
     move function current-date(1:8) to todaydate.
     move todaydate		to todaynum.
     compute todaydays = function integer-of-date(todaynum).
     move spaces		to todayiso.
     string todaydate(1:4), "-", todaydate(5:2), "-", todaydate(7:2)
            into todayiso
     end-string.

     accept argaction		from argument-value.
     move function lower-case(argaction) to argaction.
     if not action-is-review and not action-is-apply
        display "usage: creditreview [review|apply]"
        stop run giving 1
     end-if.

     perform 0900-load-customers.
     if action-is-apply
        perform 0700-apply-approved
        goback
     end-if.

     perform 0905-load-parents.
     perform 0940-load-config.
     perform 0100-measure-payment-lags.
     perform 0110-count-broken-promises.
     perform 0120-count-short-pays.
     perform 0130-count-write-offs.
     perform 0140-read-aging-trend.

     open output reportfile.
     open output reviewfile.
     perform 0300-put-headings.
     perform varying custInd from 1 by 1
             until custInd > custCount
         perform 0200-review-customer
     end-perform.
     perform 0400-put-family-headings.
     perform varying famInd from 1 by 1
             until famInd > famCount
         perform 0220-review-family
     end-perform.
     perform 0450-put-footing.
     close reviewfile.
     close reportfile.

     display "creditreview: " raisecount " raise, " holdcount
             " hold, " cutcount " cut -- see creditreview.txt; mark "
             "approvals on creditreview.csv and run creditreview apply".
     goback.
*>
 0100-measure-payment-lags.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>days from invoice date to payment date per applied receipt,
*>>>with cashforecast's bounds so both read the same lag
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open input cashtotfile.
     read cashtotfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to ct-paydate ct-customer
                                   ct-invoiceno ct-invdate
         unstring cashtotrec delimited by ","
                  into ct-paydate, ct-customer, ct-invoiceno,
                       ct-invdate
         end-unstring
         if function trim(ct-paydate(1:4)) is numeric
            and function trim(ct-invdate(1:4)) is numeric
            compute paydatenum =
                    function numval(ct-paydate(1:4)) * 10000
                  + function numval(ct-paydate(6:2)) * 100
                  + function numval(ct-paydate(9:2))
            compute invdatenum =
                    function numval(ct-invdate(1:4)) * 10000
                  + function numval(ct-invdate(6:2)) * 100
                  + function numval(ct-invdate(9:2))
            compute thislag =
                    function integer-of-date(paydatenum)
                  - function integer-of-date(invdatenum)
            if thislag >= zero and thislag < 400
               move ct-customer	to keyname
               move "L"		to eventkind
               perform 0160-attribute-event
            end-if
         end-if
         read cashtotfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cashtotfile.
     move spaces		to eof.
*>
 0110-count-broken-promises.
*>
     open input promisefile.
     read promisefile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to prm-customer prm-invoiceno
                                   prm-date prm-amount prm-collector
                                   prm-status
         unstring promiserec delimited by ","
                  into prm-customer, prm-invoiceno, prm-date,
                       prm-amount, prm-collector, prm-status
         end-unstring
         if prm-status = "B"
            move prm-date	to eventdate
            perform 0150-check-window
            if event-in-window
               move prm-customer	to keyname
               move "B"		to eventkind
               perform 0160-attribute-event
            end-if
         end-if
         read promisefile
              at end move "y"	to eof
         end-read
     end-perform.
     close promisefile.
     move spaces		to eof.
*>
 0120-count-short-pays.
*>
     open input shortpayfile.
     read shortpayfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to sp-date sp-customer
         unstring shortpayrec delimited by ","
                  into sp-date, sp-customer
         end-unstring
         move sp-date		to eventdate
         perform 0150-check-window
         if event-in-window
            move sp-customer	to keyname
            move "S"		to eventkind
            perform 0160-attribute-event
         end-if
         read shortpayfile
              at end move "y"	to eof
         end-read
     end-perform.
     close shortpayfile.
     move spaces		to eof.
*>
 0130-count-write-offs.
*>
     open input writeofffile.
     read writeofffile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to wo-date wo-customer
         unstring writeoffrec delimited by ","
                  into wo-date, wo-customer
         end-unstring
         move wo-date		to eventdate
         perform 0150-check-window
         if event-in-window
            move wo-customer	to keyname
            move "W"		to eventkind
            perform 0160-attribute-event
         end-if
         read writeofffile
              at end move "y"	to eof
         end-read
     end-perform.
     close writeofffile.
     move spaces		to eof.
*>
 0140-read-aging-trend.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the over-90 share of total AR on each araging snapshot; the
*>>>newest is compared with the newest one at least 90 days older
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to histCount.
     open input historyfile.
     read historyfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to hs-date hs-current hs-30 hs-60
                                   hs-90 hs-total
         unstring historyrec delimited by ","
                  into hs-date, hs-current, hs-30, hs-60, hs-90,
                       hs-total
         end-unstring
         if hs-date is numeric
            and function test-numval(hs-90) = 0
            and function test-numval(hs-total) = 0
            and function numval(hs-total) > zero
            and histCount < 400
            add 1		to histCount
            move hs-date	to histDate(histCount)
            move hs-date	to eventdatenum
            compute histDays(histCount) =
                    function integer-of-date(eventdatenum)
            compute histShare(histCount) rounded =
                    function numval(hs-90) * 100
                  / function numval(hs-total)
         end-if
         read historyfile
              at end move "y"	to eof
         end-read
     end-perform.
     close historyfile.
     move spaces		to eof.

     move spaces		to trendflag.
     if histCount > zero
        move histShare(histCount)	to nowshare
        move histDate(histCount)	to nowsharedate
        perform varying histInd from 1 by 1
                until histInd > histCount
            if histDays(histCount) - histDays(histInd) >= 90
               move histShare(histInd)	to thenshare
               move histDate(histInd)	to thensharedate
               move "s"		to trendflag
            end-if
        end-perform
        if trend-is-known and nowshare > thenshare + 2
           move "w"		to trendflag
        end-if
     end-if.
*>
 0150-check-window.
*>
     move spaces		to eventok.
     if function trim(eventdate(1:4)) is numeric
        and eventdate(6:2) is numeric
        and eventdate(9:2) is numeric
        compute eventdatenum =
                function numval(eventdate(1:4)) * 10000
              + function numval(eventdate(6:2)) * 100
              + function numval(eventdate(9:2))
        if todaydays - function integer-of-date(eventdatenum)
           <= windowdays
           move "y"		to eventok
        end-if
     end-if.
*>
 0160-attribute-event.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>to the customer by billed name; a family member billed under
*>>>its own name but with no master entry still counts toward its
*>>>family
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform 0910-find-customer-by-name.
     if custMatchInd <> zero
        evaluate eventkind
            when "L"
                 add thislag	to custLagTotal(custMatchInd)
                 add 1		to custLagSamples(custMatchInd)
            when "B"
                 add 1		to custBroken(custMatchInd)
            when "S"
                 add 1		to custShort(custMatchInd)
            when "W"
                 add 1		to custWriteoffs(custMatchInd)
        end-evaluate
     else
        move zero		to famMatchInd
        perform varying chdInd from 1 by 1
                until chdInd > chdCount
            if function trim(chdName(chdInd)) = function trim(keyname)
               move chdFamily(chdInd)	to famMatchInd
            end-if
        end-perform
        if famMatchInd = zero
           add 1		to unmatchedcount
        else
           evaluate eventkind
               when "L"
                    add thislag	to famLagTotal(famMatchInd)
                    add 1	to famLagSamples(famMatchInd)
               when "B"
                    add 1	to famBroken(famMatchInd)
               when "S"
                    add 1	to famShort(famMatchInd)
               when "W"
                    add 1	to famWriteoffs(famMatchInd)
           end-evaluate
        end-if
     end-if.
*>
 0200-review-customer.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a parent's own limit is the family's limit, so its
*>>>recommendation comes from the family section instead
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move custLimit(custInd)	to wkLimit.
     move custLagTotal(custInd)	to wkLagTotal.
     move custLagSamples(custInd) to wkLagSamples.
     move custBroken(custInd)	to wkBroken.
     move custShort(custInd)	to wkShort.
     move custWriteoffs(custInd)	to wkWriteoffs.
     perform 0250-score-and-recommend.
     if customer-is-parent(custInd)
        move spaces		to wkAction
        move "see family"	to wkReason
     end-if.
     move custCode(custInd)	to keycode.
     move custName(custInd)	to keyname.
     perform 0350-put-review-line.
     if not customer-is-parent(custInd)
        move "C"		to rawkind
        perform 0360-put-review-row
     end-if.
*>
 0220-review-family.
*>
     move zero			to wkLimit.
     move famLagTotal(famInd)	to wkLagTotal.
     move famLagSamples(famInd)	to wkLagSamples.
     move famBroken(famInd)	to wkBroken.
     move famShort(famInd)	to wkShort.
     move famWriteoffs(famInd)	to wkWriteoffs.
     perform varying custInd from 1 by 1
             until custInd > custCount
         if custParent(custInd) = famCode(famInd)
            or custCode(custInd) = famCode(famInd)
            add custLagTotal(custInd)	to wkLagTotal
            add custLagSamples(custInd)	to wkLagSamples
            add custBroken(custInd)	to wkBroken
            add custShort(custInd)	to wkShort
            add custWriteoffs(custInd)	to wkWriteoffs
            if custCode(custInd) = famCode(famInd)
               move custLimit(custInd)	to wkLimit
            end-if
         end-if
     end-perform.
     perform 0250-score-and-recommend.
     move famCode(famInd)	to keycode.
     move famName(famInd)	to keyname.
     perform 0350-put-review-line.
     move "F"			to rawkind.
     perform 0360-put-review-row.
*>
 0250-score-and-recommend.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>prompt payers score up, slow payers, broken promises and
*>>>habitual short pays score down, and a write-off in the window
*>>>cuts the limit whatever else the account did
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to wkScore wkAvgLag.
     if wkLagSamples > zero
        compute wkAvgLag rounded = wkLagTotal / wkLagSamples
        evaluate true
            when wkAvgLag <= 30
                 add 2		to wkScore
            when wkAvgLag <= 45
                 add 1		to wkScore
            when wkAvgLag <= 60
                 continue
            when wkAvgLag <= 90
                 subtract 1	from wkScore
            when other
                 subtract 2	from wkScore
        end-evaluate
     end-if.
     if wkBroken > 3
        subtract 3		from wkScore
     else
        subtract wkBroken	from wkScore
     end-if.
     evaluate true
         when wkShort >= 5
              subtract 2	from wkScore
         when wkShort >= 2
              subtract 1	from wkScore
     end-evaluate.
     if wkWriteoffs > zero
        subtract 3		from wkScore
     end-if.

     move wkLimit		to wkNewLimit.
     move spaces		to wkReason.
     evaluate true
         when wkLimit = zero
              move "HOLD"	to wkAction
              move "no limit on file"	to wkReason
         when wkWriteoffs > zero
              move "CUT"	to wkAction
              move "written off in window"	to wkReason
         when wkScore <= -2
              move "CUT"	to wkAction
              move "slow pay / broken promises" to wkReason
         when wkScore >= 2 and wkLagSamples >= 3
              and trend-is-worsening
              move "HOLD"	to wkAction
              move "aging trend worsening"	to wkReason
         when wkScore >= 2 and wkLagSamples >= 3
              move "RAISE"	to wkAction
              move "pays promptly"	to wkReason
         when wkLagSamples < 3
              move "HOLD"	to wkAction
              move "too little payment history" to wkReason
         when other
              move "HOLD"	to wkAction
     end-evaluate.
     if recommend-raise
        compute wkThousands = wkLimit * (100 + raisepct) / 100000
        compute wkNewLimit = wkThousands * 1000
        if wkNewLimit <= wkLimit
           move "HOLD"		to wkAction
           move wkLimit		to wkNewLimit
        end-if
     end-if.
     if recommend-cut
        compute wkThousands = wkLimit * (100 - cutpct) / 100000
        compute wkNewLimit = wkThousands * 1000
     end-if.
*>
 0300-put-headings.
*>
     move windowdays		to showwindow.
     move spaces		to reportrec.
     string "Quarterly credit limit review as of ", todayiso,
            " -- promises, short pays and write-offs over the last ",
            function trim(showwindow), " days"
            delimited by size into reportrec
     end-string.
     write reportrec.
     move spaces		to reportrec.
     if trend-is-known
        move nowshare		to showshare
        string "AR over 90 days: ", function trim(showshare),
               "% of AR on ",
               nowsharedate
               delimited by size into reportrec
        end-string
        move thenshare		to showshare
        string function trim(reportrec), ", ",
               function trim(showshare),
               "% on ", thensharedate
               delimited by size into reportrec
        end-string
        if trend-is-worsening
           string function trim(reportrec),
                  " -- WORSENING, no limit is raised this review"
                  delimited by size into reportrec
           end-string
        else
           string function trim(reportrec), " -- steady"
                  delimited by size into reportrec
           end-string
        end-if
     else
        move "AR aging trend: under a quarter of araging history"
                                to reportrec
     end-if.
     write reportrec.
     move all "-"		to reportrec.
     write reportrec.
     move spaces		to reportrec.
     string "Code     Customer                      Lag  Pmts Brk",
            " Sht W/O Score          Limit    Recommended Action"
            delimited by size into reportrec
     end-string.
     write reportrec.
     move all "-"		to reportrec.
     write reportrec.
*>
 0350-put-review-line.
*>
     if wkLagSamples = zero
        move "   -"		to showlagx
     else
        move wkAvgLag		to showlag
        move showlag		to showlagx
     end-if.
     move wkLagSamples		to showsmp.
     move wkBroken		to showbrk.
     move wkShort		to showsht.
     move wkWriteoffs		to showwo.
     move wkScore		to showscore.
     move wkLimit		to showlimit.
     move wkNewLimit		to shownewlimit.
     move spaces		to reportrec.
     if wkAction = spaces
        string keycode, " ", keyname, "  ", showlagx, "  ", showsmp,
               " ", showbrk, " ", showsht, " ", showwo, "  ",
               showscore, "  ", showlimit, "  ", wkReason
               delimited by size into reportrec
        end-string
     else
        string keycode, " ", keyname, "  ", showlagx, "  ", showsmp,
               " ", showbrk, " ", showsht, " ", showwo, "  ",
               showscore, "  ", showlimit, " ", shownewlimit, " ",
               wkAction
               delimited by size into reportrec
        end-string
        evaluate true
            when recommend-raise
                 add 1		to raisecount
            when recommend-cut
                 add 1		to cutcount
            when other
                 add 1		to holdcount
        end-evaluate
     end-if.
     write reportrec.
     if wkAction <> spaces and wkReason <> spaces
        move spaces		to reportrec
        string "         ", wkReason
               delimited by size into reportrec
        end-string
        write reportrec
     end-if.
*>
 0360-put-review-row.
*>
     move wkLimit		to showcsvlimit.
     move wkNewLimit		to showcsvnew.
     move wkScore		to showscore.
     move spaces		to reviewrec.
     string function trim(keycode), ",",
            function trim(rawkind), ",",
            function trim(keyname), ",",
            function trim(showscore), ",",
            function trim(showcsvlimit), ",",
            function trim(showcsvnew), ",",
            function trim(wkAction), ","
            delimited by size into reviewrec
     end-string.
     write reviewrec.
*>
 0400-put-family-headings.
*>
     if famCount > zero
        move spaces		to reportrec
        write reportrec
        string "Corporate families (all members together, against ",
               "the parent's limit)"
               delimited by size into reportrec
        end-string
        write reportrec
        move all "-"		to reportrec
        write reportrec
     end-if.
*>
 0450-put-footing.
*>
     move all "-"		to reportrec.
     write reportrec.
     move spaces		to reportrec.
     move raisecount		to showcount.
     string "Recommended: ", showcount, " raise"
            delimited by size into reportrec
     end-string.
     move holdcount		to showcount.
     string function trim(reportrec), ", ", showcount, " hold"
            delimited by size into reportrec
     end-string.
     move cutcount		to showcount.
     string function trim(reportrec), ", ", showcount, " cut"
            delimited by size into reportrec
     end-string.
     write reportrec.
     if unmatchedcount > zero
        move unmatchedcount	to showcount
        move spaces		to reportrec
        string showcount, " payment/collection record(s) for names ",
               "not on database/customers.csv were not scored"
               delimited by size into reportrec
        end-string
        write reportrec
     end-if.
*>
 0700-apply-approved.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>each approved raise or cut goes through refmaint, so the
*>>>change is signed on and lands on refmaint_audit.log the same
*>>>as one keyed by hand; the stored address and exposure are
*>>>passed through untouched
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform 0920-load-review.
     if revCount = zero
        display "creditreview: no recommendations on creditreview.csv "
                "-- run creditreview review first"
        stop run giving 4
     end-if.
     perform varying revInd from 1 by 1
             until revInd > revCount
         if review-is-approved(revInd)
            and revAction(revInd) <> "HOLD"
            and revAction(revInd) <> spaces
            perform 0710-apply-one
         end-if
     end-perform.
     perform 0790-rewrite-review.
     display "creditreview: " appliedcount " limit change(s) applied, "
             refusedcount " refused".
     if refusedcount > zero
        move 4			to return-code
     end-if.
*>
 0710-apply-one.
*>
     move revCode(revInd)	to keycode.
     perform 0915-find-customer-by-code.
     if custMatchInd = zero
        display "creditreview: " function trim(keycode)
                " is no longer on database/customers.csv -- not applied"
        add 1			to refusedcount
     else if function test-numval(revLimit(revInd)) <> 0
        or function test-numval(revNewLimit(revInd)) <> 0
        display "creditreview: " function trim(keycode)
                " has an unreadable limit on creditreview.csv"
        add 1			to refusedcount
     else if function numval(revLimit(revInd)) <>
             custLimit(custMatchInd)
        display "creditreview: " function trim(keycode)
                " limit has changed since the review -- not applied"
        add 1			to refusedcount
     else
        perform 0720-call-refmaint
     end-if.
*>
 0720-call-refmaint.
*>
     move spaces		to refentry.
     string function trim(custCode(custMatchInd)), ",",
            function trim(custName(custMatchInd)), ",",
            function trim(custAddr1(custMatchInd)), ",",
            function trim(custCity(custMatchInd)), ",",
            function trim(custState(custMatchInd)), ",",
            function trim(custZip(custMatchInd)), ",",
            function trim(revNewLimit(revInd))
            delimited by size into refentry
     end-string.
     move spaces		to refmaintcmd.
     string './refmaint customers change "',
            function trim(refentry), '"'
            delimited by size into refmaintcmd
     end-string.
     call "SYSTEM" using refmaintcmd
                   returning refmaintstat
     end-call.
     if refmaintstat not = 0
        display "creditreview: refmaint refused the change for "
                function trim(keycode) " (status " refmaintstat ")"
        add 1			to refusedcount
     else
        move "A"		to revApproved(revInd)
        add 1			to appliedcount
     end-if.
*>
 0790-rewrite-review.
*>
     open output reviewfile.
     perform varying revInd from 1 by 1
             until revInd > revCount
         move spaces		to reviewrec
         string function trim(revCode(revInd)), ",",
                revKind(revInd), ",",
                function trim(revName(revInd)), ",",
                function trim(revScore(revInd)), ",",
                function trim(revLimit(revInd)), ",",
                function trim(revNewLimit(revInd)), ",",
                function trim(revAction(revInd)), ",",
                revApproved(revInd)
                delimited by size into reviewrec
         end-string
         write reviewrec
     end-perform.
     close reviewfile.
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
                                   rawstate rawzip rawlimit
         unstring custmasterrec delimited by ","
                  into rawcode, rawname, rawaddr1, rawcity,
                       rawstate, rawzip, rawlimit
         end-unstring
         if rawcode <> spaces and custCount < 500
            add 1		to custCount
            move rawcode	to custCode(custCount)
            move rawname	to custName(custCount)
            move rawaddr1	to custAddr1(custCount)
            move rawcity	to custCity(custCount)
            move rawstate	to custState(custCount)
            move rawzip		to custZip(custCount)
            if function test-numval(rawlimit) = 0
               compute custLimit(custCount) =
                       function numval(rawlimit)
            end-if
         end-if
         read custmasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close custmasterfile.
     move spaces		to eof.
*>
 0905-load-parents.
*>
     open input custparentfile.
     read custparentfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawcode rawname rawparentcode
                                   rawparentname
         unstring custparentrec delimited by ","
                  into rawcode, rawname, rawparentcode,
                       rawparentname
         end-unstring
         if rawcode <> spaces and rawparentcode <> spaces
            move rawcode	to keycode
            perform 0915-find-customer-by-code
            if custMatchInd <> zero
               move rawparentcode	to custParent(custMatchInd)
            end-if
            move rawname	to childname
            move rawparentcode	to keycode
            perform 0915-find-customer-by-code
            if custMatchInd <> zero
               move "y"		to custIsParent(custMatchInd)
            end-if
            move zero		to famMatchInd
            perform varying famInd from 1 by 1
                    until famInd > famCount
                if famCode(famInd) = rawparentcode
                   set famMatchInd	to famInd
                end-if
            end-perform
            if famMatchInd = zero and famCount < 100
               add 1		to famCount
               move rawparentcode	to famCode(famCount)
               move rawparentname	to famName(famCount)
               move famCount	to famMatchInd
            end-if
            if famMatchInd <> zero and chdCount < 500
               add 1		to chdCount
               move childname	to chdName(chdCount)
               move famMatchInd	to chdFamily(chdCount)
            end-if
         end-if
         read custparentfile
              at end move "y"	to eof
         end-read
     end-perform.
     close custparentfile.
     move spaces		to eof.
*>
 0910-find-customer-by-name.
*>
     move zero			to custMatchInd.
     perform varying custInd from 1 by 1
             until custInd > custCount
         if function trim(custName(custInd)) = function trim(keyname)
            set custMatchInd	to custInd
         end-if
     end-perform.
*>
 0915-find-customer-by-code.
*>
     move zero			to custMatchInd.
     perform varying custInd from 1 by 1
             until custInd > custCount
         if function trim(custCode(custInd)) = function trim(keycode)
            set custMatchInd	to custInd
         end-if
     end-perform.
*>
 0920-load-review.
*>
     move zero			to revCount.
     open input reviewfile.
     read reviewfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawcode rawkind rawname rawscore
                                   rawlimit rawnewlimit rawaction
                                   rawapproved
         unstring reviewrec delimited by ","
                  into rawcode, rawkind, rawname, rawscore,
                       rawlimit, rawnewlimit, rawaction, rawapproved
         end-unstring
         if rawcode <> spaces and revCount < 600
            add 1		to revCount
            move rawcode	to revCode(revCount)
            move rawkind	to revKind(revCount)
            move rawname	to revName(revCount)
            move rawscore	to revScore(revCount)
            move rawlimit	to revLimit(revCount)
            move rawnewlimit	to revNewLimit(revCount)
            move rawaction	to revAction(revCount)
            move rawapproved	to revApproved(revCount)
         end-if
         read reviewfile
              at end move "y"	to eof
         end-read
     end-perform.
     close reviewfile.
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
                when "windowdays"
                     if function trim(cfgvalue) is numeric
                        compute windowdays = function numval(cfgvalue)
                     end-if
                when "raisepct"
                     if function trim(cfgvalue) is numeric
                        compute raisepct = function numval(cfgvalue)
                     end-if
                when "cutpct"
                     if function trim(cfgvalue) is numeric
                        and function numval(cfgvalue) < 100
                        compute cutpct = function numval(cfgvalue)
                     end-if
            end-evaluate
         end-if
         read cfgfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cfgfile.
     move spaces		to eof.
