       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Quote conversion and lost-business analysis.  Reads the
*>            quote lines quotemaint keeps in database/quotes.csv and
*>            reports to quoteconv.txt, by sales rep, by customer and
*>            by item:
*>              - the hit rate by count and by value -- quotes won
*>                against quotes closed (won, lost or expired); an
*>                item's counts are its quote lines
*>              - the average days from quote date to the day it was
*>                won
*>              - the quoted price against the database/pricemaster.csv
*>                price in force on the quote date, for the won lines
*>                and for the lost and expired ones, as a percent of
*>                list -- lost business quoted well over list was lost
*>                on price
*>            then the lost and expired quotes by the reason code they
*>            were closed with (database/lossreasons.csv), and, for
*>            each rep, the open quotes past their follow-up date (a
*>            line without one falls due the quotes.cfg followupdays,
*>            default 14, after its quote date).
*>
*>            usage: quoteconv
*>            return code 4 when any open quote is past follow-up.
*>*********************************************************************
identification division.
program-id. quoteconv.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional quotefile	assign to "database/quotes.csv"
                        organization is line sequential.
select optional pricemasterfile	assign to "database/pricemaster.csv"
                        organization is line sequential.
select optional reasonfile	assign to "database/lossreasons.csv"
                        organization is line sequential.
select optional cfgfile	assign to "quotes.cfg"
                        organization is line sequential.
select convfile	assign to "quoteconv.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd quotefile.
*>
01 quoterec		pic x(150).
*>
fd pricemasterfile.
*>
01 pricemasterrec	pic x(100).
*>
fd reasonfile.
*>
01 reasonrec		pic x(80).
*>
fd cfgfile.
*>
01 cfgrec		pic x(200).
*>
fd convfile.
*>
01 convrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  todaynum			pic 9(8) value zero.
 01  todayiso			pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the quote file, as quotemaint keeps it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  qtCount			unsigned-int value zero.
 01  qtList.
     05  qtEntry	occurs 500 times
                        indexed by qtInd.
         10  qtNumber		pic 9(6) value zero.
         10  qtStatus		pic x value spaces.
         10  qtDate		pic x(10) value spaces.
         10  qtCust		pic x(28) value spaces.
         10  qtRep		pic x(8) value spaces.
         10  qtItem		pic x(10) value spaces.
         10  qtQty		pic 9(10) value zero.
         10  qtPrice		pic 9(6)v99 value zero.
         10  qtClosed		pic x(10) value spaces.
         10  qtReason		pic x(6) value spaces.
         10  qtFollowup		pic x(10) value spaces.
 01  rawqtno			pic x(10) value spaces.
 01  rawqtqty			pic x(12) value spaces.
 01  rawqtprice		pic x(12) value spaces.
 01  qtInd2			unsigned-int value zero.
 01  quotecounted		pic x value spaces.
     88  quote-already-counted     value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>master prices with their effective dates, as quotemaint
*>>>prices against them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  priceCount		unsigned-int value zero.
 01  priceList.
     05  priceEntry	occurs 500 times
                        indexed by priceInd.
         10  prItem		pic x(10) value spaces.
         10  prPrice		pic 9(6)v99 value zero.
         10  prEffdate		pic 9(8) value zero.
 01  priceMatchInd		unsigned-int value zero.
 01  rawmasterprice		pic x(12) value spaces.
 01  rawmastercost		pic x(12) value spaces.
 01  rawmastereff		pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one accumulator per rep (R), customer (C) and item (I)
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cvCount			unsigned-int value zero.
 01  cvList.
     05  cvEntry	occurs 900 times
                        indexed by cvInd.
         10  cvDim		pic x value spaces.
         10  cvKey		pic x(28) value spaces.
         10  cvClosedCount	unsigned-int value zero.
         10  cvWonCount		unsigned-int value zero.
         10  cvClosedValue	pic s9(10)v99 value zero.
         10  cvWonValue		pic s9(10)v99 value zero.
         10  cvWonDays		pic 9(8) value zero.
         10  cvWonDated		unsigned-int value zero.
         10  cvWonQuoted	pic s9(10)v99 value zero.
         10  cvWonList		pic s9(10)v99 value zero.
         10  cvLostQuoted	pic s9(10)v99 value zero.
         10  cvLostList		pic s9(10)v99 value zero.
 01  cvMatchInd		unsigned-int value zero.
 01  wantdim			pic x value spaces.
 01  wantkey			pic x(28) value spaces.
 01  countquote			pic x value spaces.
     88  count-this-quote	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>loss reasons, with the quotes and value closed under each
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  reasonCount		unsigned-int value zero.
 01  reasonList.
     05  reasonEntry	occurs 50 times
                        indexed by reasonInd.
         10  rsCode		pic x(6) value spaces.
         10  rsDesc		pic x(40) value spaces.
         10  rsLostCount	unsigned-int value zero.
         10  rsExpiredCount	unsigned-int value zero.
         10  rsValue		pic s9(10)v99 value zero.
 01  reasonMatchInd		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>open quotes past follow-up, one per quote
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  odCount			unsigned-int value zero.
 01  odList.
     05  odEntry	occurs 500 times
                        indexed by odInd.
         10  odNumber		pic 9(6) value zero.
         10  odRep		pic x(8) value spaces.
         10  odCust		pic x(28) value spaces.
         10  odDate		pic x(10) value spaces.
         10  odFollowup		pic x(10) value spaces.
         10  odDays		pic 9(5) value zero.
         10  odValue		pic s9(10)v99 value zero.
         10  odListed		pic x value spaces.
 01  odInd2			unsigned-int value zero.
 01  overduecount		unsigned-int value zero.
 01  followupdays		pic 9(3) value 14.
 01  followupnum		pic 9(8) value zero.
 01  followupiso		pic x(10) value spaces.
*>
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
*>
 01  isodate			pic x(10) value spaces.
 01  isonum			pic 9(8) value zero.
 01  isovalid			pic x value spaces.
     88  iso-is-valid		      value "y".
 01  quotedatenum		pic 9(8) value zero.
 01  closeddatenum		pic 9(8) value zero.
 01  lineamount		pic s9(10)v99 value zero.
 01  listamount		pic s9(10)v99 value zero.
 01  wondays			pic s9(8) value zero.
*>
 01  pctwork			pic 9(5)v9 value zero.
 01  showpct			pic zzzz9.9 value zero.
 01  showcntpct		pic x(8) value spaces.
 01  showvalpct		pic x(8) value spaces.
 01  showwonidx		pic x(8) value spaces.
 01  showlostidx		pic x(8) value spaces.
 01  showavgdays		pic x(6) value spaces.
 01  showdays			pic zzzz9 value zero.
 01  showcount			pic zzzz9 value zero.
 01  showcount2		pic zzzz9 value zero.
 01  showamt			pic ----,---,--9.99 value zero.
 01  showamt2			pic ----,---,--9.99 value zero.
 01  showquoteno		pic 9(6) value zero.
 01  sectiontitle		pic x(40) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     move function current-date(1:8) to todaynum.
     move spaces		to todayiso.
     string todaynum(1:4), "-", todaynum(5:2), "-", todaynum(7:2)
            into todayiso
     end-string.

     perform 0940-load-cfg.
     perform 0900-load-quotes.
     perform 0930-load-pricing.
     perform 0960-load-reasons.

     perform varying qtInd from 1 by 1
             until qtInd > qtCount
         perform 0100-tally-line
     end-perform.

     open output convfile.
     move spaces		to convrec.
     string "Quote conversion and lost-business analysis -- ",
            todayiso
            into convrec
     end-string.
     write convrec.
     move "R"			to wantdim.
     move "By sales rep"	to sectiontitle.
     perform 0300-put-dimension.
     move "C"			to wantdim.
     move "By customer"		to sectiontitle.
     perform 0300-put-dimension.
     move "I"			to wantdim.
     move "By item"		to sectiontitle.
     perform 0300-put-dimension.
     perform 0400-put-reasons.
     perform 0500-put-overdue.
     close convfile.

     move qtCount		to showcount.
     display "quoteconv: " function trim(showcount)
             " quote line(s) analysed -- see quoteconv.txt".
     if overduecount > 0
        move overduecount	to showcount
        display "quoteconv: " function trim(showcount)
                " open quote(s) past "
                "their follow-up date"
        move 4			to return-code
     end-if.

     goback.
*>
 0100-tally-line.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a quote counts once, at its first line, for its rep and
*>>>customer; every line counts for its item and every line is
*>>>valued
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to quotecounted.
     perform varying qtInd2 from 1 by 1
             until qtInd2 >= qtInd
         if qtNumber(qtInd2) = qtNumber(qtInd)
            move "y"		to quotecounted
         end-if
     end-perform.
     compute lineamount = qtQty(qtInd) * qtPrice(qtInd).

     if qtStatus(qtInd) = "O"
        perform 0200-check-followup
     else if qtStatus(qtInd) = "W" or qtStatus(qtInd) = "L"
             or qtStatus(qtInd) = "E"
        move qtDate(qtInd)	to isodate
        perform 0700-iso-to-num
        move isonum		to quotedatenum
        move zero		to closeddatenum
        move qtClosed(qtInd)	to isodate
        perform 0700-iso-to-num
        if iso-is-valid
           move isonum		to closeddatenum
        end-if
        perform 0150-find-list-price
        if qtStatus(qtInd) <> "W"
           perform 0160-tally-reason
        end-if

        if quote-already-counted
           move spaces		to countquote
        else
           move "y"		to countquote
        end-if
        move "R"		to wantdim
        move qtRep(qtInd)	to wantkey
        perform 0110-tally-dimension
        move "C"		to wantdim
        move qtCust(qtInd)	to wantkey
        perform 0110-tally-dimension
        move "y"		to countquote
        move "I"		to wantdim
        move qtItem(qtInd)	to wantkey
        perform 0110-tally-dimension
     end-if
     end-if.
*>
 0110-tally-dimension.
*>
     move zero			to cvMatchInd.
     perform varying cvInd from 1 by 1
             until cvInd > cvCount
         if cvDim(cvInd) = wantdim
            and function trim(cvKey(cvInd)) = function trim(wantkey)
            move cvInd		to cvMatchInd
         end-if
     end-perform.
     if cvMatchInd = zero and cvCount < 900
        add 1			to cvCount
        move wantdim		to cvDim(cvCount)
        move wantkey		to cvKey(cvCount)
        move cvCount		to cvMatchInd
     end-if.
     if cvMatchInd <> zero
        add lineamount		to cvClosedValue(cvMatchInd)
        if count-this-quote
           add 1		to cvClosedCount(cvMatchInd)
        end-if
        if qtStatus(qtInd) = "W"
           add lineamount	to cvWonValue(cvMatchInd)
           if count-this-quote
              add 1		to cvWonCount(cvMatchInd)
              if closeddatenum <> zero and quotedatenum <> zero
                 compute wondays =
                         function integer-of-date(closeddatenum)
                       - function integer-of-date(quotedatenum)
                 if wondays >= zero
                    add wondays	to cvWonDays(cvMatchInd)
                    add 1	to cvWonDated(cvMatchInd)
                 end-if
              end-if
           end-if
           if priceMatchInd <> zero
              add lineamount	to cvWonQuoted(cvMatchInd)
              add listamount	to cvWonList(cvMatchInd)
           end-if
        else
           if priceMatchInd <> zero
              add lineamount	to cvLostQuoted(cvMatchInd)
              add listamount	to cvLostList(cvMatchInd)
           end-if
        end-if
     end-if.
*>
 0150-find-list-price.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the master row in force on the quote date -- the latest
*>>>effective date not after it, blank meaning always
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to priceMatchInd listamount.
     perform varying priceInd from 1 by 1
             until priceInd > priceCount
         if function trim(qtItem(qtInd)) =
            function trim(prItem(priceInd))
            and prEffdate(priceInd) <= quotedatenum
            if priceMatchInd = zero
               move priceInd	to priceMatchInd
            else
               if prEffdate(priceInd) >= prEffdate(priceMatchInd)
                  move priceInd	to priceMatchInd
               end-if
            end-if
         end-if
     end-perform.
     if priceMatchInd <> zero
        compute listamount = qtQty(qtInd) * prPrice(priceMatchInd)
     end-if.
*>
 0160-tally-reason.
*>
     move zero			to reasonMatchInd.
     perform varying reasonInd from 1 by 1
             until reasonInd > reasonCount
         if rsCode(reasonInd) = function upper-case(qtReason(qtInd))
            move reasonInd	to reasonMatchInd
         end-if
     end-perform.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>quotes closed before reasons were kept, or under a code since
*>>>dropped, gather under "(none)"
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if reasonMatchInd = zero
        perform varying reasonInd from 1 by 1
                until reasonInd > reasonCount
            if rsCode(reasonInd) = "(none)"
               move reasonInd	to reasonMatchInd
            end-if
        end-perform
     end-if.
     if reasonMatchInd = zero and reasonCount < 50
        add 1			to reasonCount
        move "(none)"		to rsCode(reasonCount)
        move "no reason code recorded" to rsDesc(reasonCount)
        move reasonCount	to reasonMatchInd
     end-if.
     if reasonMatchInd <> zero
        add lineamount		to rsValue(reasonMatchInd)
        if not quote-already-counted
           if qtStatus(qtInd) = "L"
              add 1		to rsLostCount(reasonMatchInd)
           else
              add 1		to rsExpiredCount(reasonMatchInd)
           end-if
        end-if
     end-if.
*>
 0200-check-followup.
*>
     move qtFollowup(qtInd)	to isodate.
     perform 0700-iso-to-num.
     if iso-is-valid
        move isonum		to followupnum
        move qtFollowup(qtInd)	to followupiso
     else
        move qtDate(qtInd)	to isodate
        perform 0700-iso-to-num
        if not iso-is-valid
           move todaynum	to isonum
        end-if
        compute followupnum = function date-of-integer(
                function integer-of-date(isonum) + followupdays)
        move spaces		to followupiso
        string followupnum(1:4), "-", followupnum(5:2), "-",
               followupnum(7:2)
               into followupiso
        end-string
     end-if.
     if followupnum < todaynum
        move zero		to odInd2
        perform varying odInd from 1 by 1
                until odInd > odCount
            if odNumber(odInd) = qtNumber(qtInd)
               move odInd	to odInd2
            end-if
        end-perform
        if odInd2 = zero and odCount < 500
           add 1		to odCount overduecount
           move qtNumber(qtInd)	to odNumber(odCount)
           move qtRep(qtInd)	to odRep(odCount)
           move qtCust(qtInd)	to odCust(odCount)
           move qtDate(qtInd)	to odDate(odCount)
           move followupiso	to odFollowup(odCount)
           compute odDays(odCount) = function integer-of-date(todaynum)
                                   - function integer-of-date(followupnum)
           move odCount		to odInd2
        end-if
        if odInd2 <> zero
           add lineamount	to odValue(odInd2)
        end-if
     end-if.
*>
 0300-put-dimension.
*>
     move spaces		to convrec.
     write convrec.
     move sectiontitle		to convrec.
     write convrec.
     move spaces		to convrec.
     string "Key                      Closed   Won  Hit cnt"
            "    Closed value       Won value  Hit val  Days"
            "  Won/list Lost/list"
            delimited by size
            into convrec
     end-string.
     write convrec.
     move all "-"		to convrec.
     write convrec.
     perform varying cvInd from 1 by 1
             until cvInd > cvCount
         if cvDim(cvInd) = wantdim
            perform 0310-put-conv-line
         end-if
     end-perform.
*>
 0310-put-conv-line.
*>
     move "     n/a"		to showcntpct showvalpct
                                   showwonidx showlostidx.
     move "   n/a"		to showavgdays.
     if cvClosedCount(cvInd) > zero
        compute pctwork rounded =
                cvWonCount(cvInd) * 100 / cvClosedCount(cvInd)
        move pctwork		to showpct
        move spaces		to showcntpct
        string showpct, "%" delimited by size into showcntpct
        end-string
     end-if.
     if cvClosedValue(cvInd) > zero
        compute pctwork rounded =
                cvWonValue(cvInd) * 100 / cvClosedValue(cvInd)
        move pctwork		to showpct
        move spaces		to showvalpct
        string showpct, "%" delimited by size into showvalpct
        end-string
     end-if.
     if cvWonDated(cvInd) > zero
        compute showdays rounded =
                cvWonDays(cvInd) / cvWonDated(cvInd)
        move spaces		to showavgdays
        string " ", showdays delimited by size into showavgdays
        end-string
     end-if.
     if cvWonList(cvInd) > zero
        compute pctwork rounded =
                cvWonQuoted(cvInd) * 100 / cvWonList(cvInd)
        move pctwork		to showpct
        move spaces		to showwonidx
        string showpct, "%" delimited by size into showwonidx
        end-string
     end-if.
     if cvLostList(cvInd) > zero
        compute pctwork rounded =
                cvLostQuoted(cvInd) * 100 / cvLostList(cvInd)
        move pctwork		to showpct
        move spaces		to showlostidx
        string showpct, "%" delimited by size into showlostidx
        end-string
     end-if.
     move cvClosedCount(cvInd)	to showcount.
     move cvWonCount(cvInd)	to showcount2.
     move cvClosedValue(cvInd)	to showamt.
     move cvWonValue(cvInd)	to showamt2.
     move spaces		to convrec.
     string cvKey(cvInd)(1:24), " ", showcount, " ", showcount2,
            " ", showcntpct, " ", showamt, " ", showamt2, " ",
            showvalpct, " ", showavgdays, " ", showwonidx, " ",
            showlostidx
            delimited by size
            into convrec
     end-string.
     write convrec.
*>
 0400-put-reasons.
*>
     move spaces		to convrec.
     write convrec.
     move "Lost and expired quotes by reason" to convrec.
     write convrec.
     move spaces		to convrec.
     string "Reason Description                                Lost"
            " Expired           Value"
            delimited by size
            into convrec
     end-string.
     write convrec.
     move all "-"		to convrec.
     write convrec.
     perform varying reasonInd from 1 by 1
             until reasonInd > reasonCount
         if rsLostCount(reasonInd) > zero
            or rsExpiredCount(reasonInd) > zero
            move rsLostCount(reasonInd)	to showcount
            move rsExpiredCount(reasonInd) to showcount2
            move rsValue(reasonInd)	to showamt
            move spaces		to convrec
            string rsCode(reasonInd), " ", rsDesc(reasonInd), " ",
                   showcount, "   ", showcount2, " ", showamt
                   delimited by size
                   into convrec
            end-string
            write convrec
         end-if
     end-perform.
*>
 0500-put-overdue.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>grouped by rep, each rep's quotes in file order
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to convrec.
     write convrec.
     move "Open quotes past their follow-up date, by rep"
                                to convrec.
     write convrec.
     move spaces		to convrec.
     string "Rep      Quote  Customer                     Quoted    "
            " Follow-up  Days over           Value"
            delimited by size
            into convrec
     end-string.
     write convrec.
     move all "-"		to convrec.
     write convrec.
     perform varying odInd from 1 by 1
             until odInd > odCount
         if odListed(odInd) = spaces
            perform varying odInd2 from odInd by 1
                    until odInd2 > odCount
                if odRep(odInd2) = odRep(odInd)
                   move odNumber(odInd2)	to showquoteno
                   move odDays(odInd2)	to showdays
                   move odValue(odInd2)	to showamt
                   move spaces	to convrec
                   string odRep(odInd2), " ", showquoteno, " ",
                          odCust(odInd2), " ", odDate(odInd2), " ",
                          odFollowup(odInd2), "      ", showdays,
                          " ", showamt
                          delimited by size
                          into convrec
                   end-string
                   write convrec
                   move "y"	to odListed(odInd2)
                end-if
            end-perform
         end-if
     end-perform.
     if odCount = zero
        move "(none)"		to convrec
        write convrec
     end-if.
*>
 0700-iso-to-num.
*>
     move spaces		to isovalid.
     move zero			to isonum.
     if isodate(1:4) is numeric and isodate(5:1) = "-"
        and isodate(6:2) is numeric and isodate(8:1) = "-"
        and isodate(9:2) is numeric
        compute isonum = function numval(isodate(1:4)) * 10000
                       + function numval(isodate(6:2)) * 100
                       + function numval(isodate(9:2))
        if function test-date-yyyymmdd(isonum) = 0
           move "y"		to isovalid
        else
           move zero		to isonum
        end-if
     end-if.
*>
 0900-load-quotes.
*>
     move zero			to qtCount.
     open input quotefile.
     read quotefile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if qtCount < 500
            add 1		to qtCount
            move spaces		to rawqtno rawqtqty rawqtprice
                                   qtClosed(qtCount)
                                   qtReason(qtCount)
                                   qtFollowup(qtCount)
            unstring quoterec delimited by ","
                     into rawqtno,
                          qtStatus(qtCount),
                          qtDate(qtCount),
                          qtCust(qtCount),
                          qtRep(qtCount),
                          qtItem(qtCount),
                          rawqtqty,
                          rawqtprice,
                          qtClosed(qtCount),
                          qtReason(qtCount),
                          qtFollowup(qtCount)
            end-unstring
            if function trim(rawqtno) is numeric
               and function trim(rawqtqty) is numeric
               and function test-numval(rawqtprice) = 0
               compute qtNumber(qtCount) =
                       function numval(rawqtno)
               compute qtQty(qtCount) =
                       function numval(rawqtqty)
               compute qtPrice(qtCount) =
                       function numval(rawqtprice)
            else
               display "quoteconv: bad quote row skipped: "
                       function trim(quoterec)
               subtract 1	from qtCount
            end-if
         end-if
         read quotefile
              at end move "y"	to eof
         end-read
     end-perform.
     close quotefile.
     move spaces		to eof.
*>
 0930-load-pricing.
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
         end-if
         read pricemasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close pricemasterfile.
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
            if function trim(cfgname) = "followupdays"
               and function trim(cfgvalue) is numeric
               compute followupdays = function numval(cfgvalue)
            end-if
         end-if
         read cfgfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cfgfile.
     move spaces		to eof.
*>
 0960-load-reasons.
*>
     move zero			to reasonCount.
     open input reasonfile.
     read reasonfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if reasonCount < 50 and reasonrec <> spaces
            add 1		to reasonCount
            unstring reasonrec delimited by ","
                     into rsCode(reasonCount),
                          rsDesc(reasonCount)
            end-unstring
            move function upper-case(rsCode(reasonCount))
                                to rsCode(reasonCount)
         end-if
         read reasonfile
              at end move "y"	to eof
         end-read
     end-perform.
     close reasonfile.
     move spaces		to eof.
