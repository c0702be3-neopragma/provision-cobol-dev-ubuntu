       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Accounting period control, shared by every program
*>            that appends to database/generalledger.csv, so a month
*>            the owners have already signed off cannot be changed
*>            by a late posting run.  database/periods.csv carries
*>            one row per period -- yyyymm, O open or C closed, the
*>            operator who last changed it and the date -- and is
*>            maintained only through periodclose.  A period with no
*>            row is open, so a site with no periods file posts
*>            exactly as it always has.
*>
*>            A poster passes the date it is about to post under.
*>            When that date falls in a closed period, periodctl.cfg
*>            (closed=refuse or closed=redirect, default refuse)
*>            decides: refused, or moved to the first day of the
*>            first open period after it.  A caller whose entries
*>            must stay in the period they belong to (the year-end
*>            close) asks for refuse-only.
*>
*>            call "periodctl" using pc-action,  pic x:
*>                                              "c" check under the
*>                                                  site's policy,
*>                                              "r" check, refuse
*>                                                  only
*>                                   pc-date,    pic x(8) yyyymmdd
*>                                               (in/out)
*>                                   pc-status   pic 99 (returned)
*>            status 0 = period open, pc-date unchanged,
*>                   4 = period closed, pc-date moved into the
*>                       first open period,
*>                   8 = period closed, posting refused.
*>*********************************************************************
identification division.
program-id. periodctl.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional periodfile	assign to "database/periods.csv"
                        organization is line sequential.
select optional cfgfile	assign to "periodctl.cfg"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd periodfile.
*>
01 periodrec		pic x(80).
*>
fd cfgfile.
*>
01 cfgrec		pic x(100).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  loaded			pic x value spaces.
     88  periods-are-loaded	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the closed periods, loaded once per run -- a poster may check
*>>>every line it writes
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  prCount			unsigned-int value zero.
 01  prList.
     05  prEntry	occurs 600 times
                        indexed by prInd.
         10  prPeriod		pic x(6) value spaces.
         10  prStatus		pic x value spaces.
 01  closedpolicy		pic x(10) value "refuse".
     88  policy-is-redirect	      value "redirect".
 01  cfgname			pic x(20) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
 01  wantperiod		pic x(6) value spaces.
 01  wantperiod-r redefines wantperiod.
     05  wp-year		pic 9(4).
     05  wp-month		pic 9(2).
 01  periodclosed		pic x value spaces.
     88  period-is-closed	      value "y".
*>
linkage section.
*>
 01  pc-action			pic x.
     88  pc-check		      value "c".
     88  pc-refuse-only	      value "r".
 01  pc-date			pic x(8).
 01  pc-status			pic 99.
*>
 procedure division using pc-action,
                          pc-date,
                          pc-status.
*>
 0000-start.
*>
     move zero			to pc-status.
     if not periods-are-loaded
        perform 0900-load-periods
        perform 0940-load-cfg
        move "y"		to loaded
     end-if.
     if prCount = zero
        goback
     end-if.

     move pc-date(1:6)		to wantperiod.
     perform 0100-test-period.
     if not period-is-closed
        goback
     end-if.

     if pc-refuse-only or not policy-is-redirect
        move 8			to pc-status
        goback
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>redirect: walk forward a month at a time to the first period
*>>>that is open (or not on file at all, which is open)
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform until not period-is-closed
         if wp-month = 12
            add 1		to wp-year
            move 1		to wp-month
         else
            add 1		to wp-month
         end-if
         perform 0100-test-period
     end-perform.
     move spaces		to pc-date.
     string wantperiod, "01" delimited by size into pc-date
     end-string.
     move 4			to pc-status.

     goback.
*>
 0100-test-period.
*>
     move spaces		to periodclosed.
     perform varying prInd from 1 by 1
             until prInd > prCount
         if prPeriod(prInd) = wantperiod
            if prStatus(prInd) = "C"
               move "y"		to periodclosed
            else
               move spaces	to periodclosed
            end-if
         end-if
     end-perform.
*>
 0900-load-periods.
*>
     move zero			to prCount.
     open input periodfile.
     read periodfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if prCount < 600
            add 1		to prCount
            move spaces		to prPeriod(prCount) prStatus(prCount)
            unstring periodrec delimited by ","
                     into prPeriod(prCount),
                          prStatus(prCount)
            end-unstring
            if prPeriod(prCount) is not numeric
               subtract 1	from prCount
            end-if
         end-if
         read periodfile
              at end move "y"	to eof
         end-read
     end-perform.
     close periodfile.
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
                when "closed"
                     move function lower-case(function trim(cfgvalue))
                                to closedpolicy
            end-evaluate
         end-if
         read cfgfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cfgfile.
     move spaces		to eof.

end program periodctl.
