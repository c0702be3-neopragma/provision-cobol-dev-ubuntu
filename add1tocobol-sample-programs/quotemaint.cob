*>                   quotemaint addline <quote#> <item> <qty>
*>                              [<price>]
*>                   quotemaint print <quote#>
*>                   quotemaint won <quote#>
*>                   quotemaint lost|expired <quote#> <reason>
*>                   quotemaint followup <quote#> <yyyy-mm-dd>
*>                   quotemaint winloss
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - a won quote's sales-order lines are written with the
*>              invoiced-to-date and status columns filled (0, O) and
*>              the day it was won as the order date, column eight,
*>              which boalloc allocates backorders by
*>15-Oct-2026 - a line's master price is the database/pricemaster.csv
*>              row in force on the quote date (column four, the
*>              effective date yyyymmdd, blank meaning always), so a
*>              scheduled increase is not quoted before it starts
*>15-Oct-2026 - quote lines carry three more columns: the day the
*>              quote was closed, the reason code it was lost or let
*>              expire for (lost/expired now require one, checked
*>              against database/lossreasons.csv), and the follow-up
*>              date -- quote date plus the quotes.cfg followupdays
*>              (default 14) at add, moved with the new followup
*>              action -- so quoteconv can analyse conversion and
*>              chase the open quotes gone quiet
*>*********************************************************************
identification division.
program-id. quotemaint.
environment division.
                        organization is line sequential.
select optional priceagreefile	assign to "database/priceagreements.csv"
                        organization is line sequential.
select optional reasonfile	assign to "database/lossreasons.csv"
                        organization is line sequential.
select optional cfgfile	assign to "quotes.cfg"
                        organization is line sequential.
select optional qctlfile	assign to "quotes.ctl"
*>
fd quotefile.
*>
01 quoterec		pic x(150).
*>
fd salesorderfile.
*>
01 salesorderrec	pic x(120).
*>
fd pricemasterfile.
*>
*>
01 priceagreerec	pic x(80).
*>
fd reasonfile.
*>
01 reasonrec		pic x(80).
*>
fd cfgfile.
*>
01 cfgrec		pic x(200).
     88  action-is-lost	      value "lost".
     88  action-is-expired	      value "expired".
     88  action-is-winloss	      value "winloss".
     88  action-is-followup	      value "followup".
 01  arg2			pic x(28) value spaces.
 01  arg3			pic x(12) value spaces.
 01  arg4			pic x(12) value spaces.
         10  qtItem		pic x(10) value spaces.
         10  qtQty		pic 9(10) value zero.
         10  qtPrice		pic 9(6)v99 value zero.
         10  qtClosed		pic x(10) value spaces.
         10  qtReason		pic x(6) value spaces.
         10  qtFollowup		pic x(10) value spaces.
 01  rawqtno			pic x(10) value spaces.
 01  rawqtqty			pic x(12) value spaces.
 01  rawqtprice		pic x(12) value spaces.
 01  quotefound		pic x value spaces.
     88  quote-was-found	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>loss reason codes a lost or expired quote must carry, and the
*>>>days after the quote date a new quote is due a follow-up
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  reasonCount		unsigned-int value zero.
 01  reasonList.
     05  reasonEntry	occurs 50 times
                        indexed by reasonInd.
         10  rsCode		pic x(6) value spaces.
 01  wantreason			pic x(6) value spaces.
 01  reasonfound		pic x value spaces.
     88  reason-was-found	      value "y".
 01  followupdays		pic 9(3) value 14.
 01  followupnum		pic 9(8) value zero.
 01  followupiso		pic x(10) value spaces.
 01  rawfollowup		pic x(12) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>pricing data, for defaulting a line's price the way billing
*>>>will later validate it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
                        indexed by priceInd.
         10  prItem		pic x(70) value spaces.
         10  prPrice		pic 9(6)v99 value zero.
         10  prEffdate		pic 9(8) value zero.
 01  priceMatchInd		unsigned-int value zero.
 01  rawmasterprice		pic x(12) value spaces.
 01  rawmastercost		pic x(12) value spaces.
 01  rawmastereff		pic x(10) value spaces.
 01  agrCount			unsigned-int value zero.
 01  agrList.
     05  agrEntry	occurs 500 times

     perform 0900-load-quotes.
     perform 0910-read-control.
     perform 0940-load-cfg.
     compute followupnum = function date-of-integer(
                 function integer-of-date(todaynum) + followupdays).
     move spaces		to followupiso.
     string followupnum(1:4), "-", followupnum(5:2), "-",
            followupnum(7:2)
            into followupiso
     end-string.

     evaluate true
         when action-is-add
         when action-is-lost
         when action-is-expired
              accept arg2	from argument-value
              accept arg3	from argument-value
              perform 0300-set-status
         when action-is-followup
              accept arg2	from argument-value
              accept arg3	from argument-value
              perform 0350-set-followup
         when action-is-winloss
              perform 0400-winloss-report
         when other
              display "       quotemaint addline <quote#> <item> "
                      "<qty> [<price>]"
              display "       quotemaint print <quote#>"
              display "       quotemaint won <quote#>"
              display "       quotemaint lost|expired <quote#> "
                      "<reason>"
              display "       quotemaint followup <quote#> "
                      "<yyyy-mm-dd>"
              display "       quotemaint winloss"
              stop run giving 1
     end-evaluate.
     move arg4			to qtItem(qtCount).
     compute qtQty(qtCount) = function numval(arg5).
     move resolvedprice		to qtPrice(qtCount).
     move followupiso		to qtFollowup(qtCount).
     move "y"			to statuschanged.
     display "quotemaint: quote " nextquoteno " opened for "
             function trim(arg2) " -- line priced at "
            move "y"		to quotefound
            move qtCust(qtInd)	to arg2
            move qtRep(qtInd)	to arg3
            move qtFollowup(qtInd)	to followupiso
         end-if
     end-perform.
     if not quote-was-found
     move arg4			to qtItem(qtCount).
     compute qtQty(qtCount) = function numval(arg5).
     move resolvedprice		to qtPrice(qtCount).
     move followupiso		to qtFollowup(qtCount).
     move "y"			to statuschanged.
     display "quotemaint: line added to quote " wantquoteno
             " priced at " resolvedprice.
           move agPrice(agrBestInd) to resolvedprice
           move "y"		to pricefound
        else
           move zero		to priceMatchInd
           perform varying priceInd from 1 by 1
                   until priceInd > priceCount
               if function trim(want-item) =
                  function trim(prItem(priceInd))
                  and prEffdate(priceInd) <= todaynum
                  if priceMatchInd = zero
                     move priceInd	to priceMatchInd
                  else
                     if prEffdate(priceInd) >=
                        prEffdate(priceMatchInd)
                        move priceInd	to priceMatchInd
                     end-if
                  end-if
               end-if
           end-perform
           if priceMatchInd <> zero
              move prPrice(priceMatchInd) to resolvedprice
              move "y"		to pricefound
           end-if
        end-if
     end-if.
     if not price-was-resolved
     move function numval(arg2) to wantquoteno.
     move spaces		to quotefound.

     display "odffile"		upon environment-name.
     display quotefilepath	upon environment-value.
     display "odfform"		upon environment-name.
        stop run giving 1
     end-if.
     move function numval(arg2) to wantquoteno.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a quote lost or let expire says why, from the reason codes on
*>>>file, so the loss analysis has something to count
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to wantreason.
     if not action-is-won
        move function upper-case(arg3) to wantreason
        perform 0960-load-reasons
        move spaces		to reasonfound
        perform varying reasonInd from 1 by 1
                until reasonInd > reasonCount
            if rsCode(reasonInd) = wantreason
               move "y"	to reasonfound
            end-if
        end-perform
        if wantreason = spaces or not reason-was-found
           display "quotemaint: " function trim(refaction)
                   " needs a reason code from "
                   "database/lossreasons.csv"
           stop run giving 1
        end-if
     end-if.
     move spaces		to quotefound.
     perform varying qtInd from 1 by 1
             until qtInd > qtCount
                when action-is-lost	move "L" to qtStatus(qtInd)
                when other		move "E" to qtStatus(qtInd)
            end-evaluate
            move todayiso	to qtClosed(qtInd)
            move wantreason	to qtReason(qtInd)
         end-if
     end-perform.
     if not quote-was-found
                      function trim(qtCust(qtInd)), ",",
                      function trim(qtItem(qtInd)), ",",
                      qtQty(qtInd), ",",
                      showcsvprice, ",0,O,",
                      todayiso
                      into salesorderrec
               end-string
               write salesorderrec
                "written to database/salesorders.csv"
     else
        display "quotemaint: quote " wantquoteno " marked "
                function trim(refaction) " (" function trim(wantreason)
                ")"
     end-if.
*>
 0350-set-followup.
*>
     move arg3			to rawfollowup.
     if function trim(arg2) is not numeric
        or rawfollowup(5:1) <> "-" or rawfollowup(8:1) <> "-"
        or rawfollowup(1:4) is not numeric
        or rawfollowup(6:2) is not numeric
        or rawfollowup(9:2) is not numeric
        display "quotemaint: followup needs <quote#> <yyyy-mm-dd>"
        stop run giving 1
     end-if.
     move function numval(arg2) to wantquoteno.
     move spaces		to quotefound.
     perform varying qtInd from 1 by 1
             until qtInd > qtCount
         if qtNumber(qtInd) = wantquoteno
            move "y"		to quotefound
            if qtStatus(qtInd) <> "O"
               display "quotemaint: quote " wantquoteno " is closed "
                       "-- nothing to follow up"
               stop run giving 8
            end-if
            move rawfollowup(1:10)	to qtFollowup(qtInd)
         end-if
     end-perform.
     if not quote-was-found
        display "quotemaint: quote " wantquoteno " is not on file"
        stop run giving 8
     end-if.
     move "y"			to statuschanged.
     display "quotemaint: quote " wantquoteno " follow-up set for "
             rawfollowup(1:10).
*>
 0400-winloss-report.
*>
         if qtCount < 500
            add 1		to qtCount
            move spaces		to rawqtno rawqtqty rawqtprice
                                   qtClosed(qtCount)
                                   qtReason(qtCount)
                                   qtFollowup(qtCount)
            unstring quoterec delimited by ","
                     into rawqtno,
                          qtStatus(qtCount),
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
                   function trim(qtRep(qtInd)), ",",
                   function trim(qtItem(qtInd)), ",",
                   qtQty(qtInd), ",",
                   showcsvprice, ",",
                   function trim(qtClosed(qtInd)), ",",
                   function trim(qtReason(qtInd)), ",",
                   function trim(qtFollowup(qtInd))
                   into quoterec
            end-string
            write quoterec
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
                     move function trim(cfgvalue) to quotefilepath
                when "quoteform"
                     move function trim(cfgvalue) to quoteformpath
                when "followupdays"
                     if function trim(cfgvalue) is numeric
                        compute followupdays =
                                function numval(cfgvalue)
                     end-if
            end-evaluate
         end-if
         read cfgfile
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
                     into rsCode(reasonCount)
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
*>
 0910-read-control.
*>
