       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Release utility for vouchers apvoucher put on
*>            three-way match-exception hold.  A held voucher sits
*>            on database/apopen.csv with "H" in its eleventh column
*>            and apcheckrun will not pay it; run with no arguments
*>            this program prints the pending report
*>            (apmatchpending.txt) with each voucher's match result
*>            from database/apmatch.csv, and with -release it clears
*>            the hold so the next check run selects the voucher.
*>            Releases sign on through opauth (function APMREL), the
*>            apmatch.csv row goes from H to R, and every release is
*>            recorded through the shared auditlog with who released
*>            it, crrelease style.
*>
*>            usage: apmatchrel                     pending report
*>                   apmatchrel -release all        release everything
*>                   apmatchrel -release <voucher#> release one voucher
*>*********************************************************************
identification division.
program-id. apmatchrel.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional apopenfile	assign to "database/apopen.csv"
                        organization is line sequential.
select optional matchfile	assign to "database/apmatch.csv"
                        organization is line sequential.
select pendingfile	assign to "apmatchpending.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd apopenfile.
*>
01 apopenrec		pic x(150).
*>
fd matchfile.
*>
01 matchrec		pic x(150).
*>
fd pendingfile.
*>
01 pendingrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  argv			pic x(20) value spaces.
 01  relarg			pic x(20) value spaces.
 01  releasemode		pic x value spaces.
     88  release-requested	      value "y".
 01  releaseall			pic x value spaces.
     88  release-everything	      value "y".
 01  wantvoucherno		pic 9(6) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>whole voucher file loaded, released against, and rewritten
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  apCount			unsigned-int value zero.
 01  apoverflow		pic x value spaces.
     88  ap-overflowed		      value "y".
 01  apList.
     05  apEntry	occurs 1000 times
                        indexed by apInd.
         10  apRawline		pic x(150) value spaces.
         10  apVoucherno	pic x(10) value spaces.
         10  apVendorname	pic x(28) value spaces.
         10  apDuedate		pic x(10) value spaces.
         10  apBalance		pic x(12) value spaces.
         10  apPono		pic x(10) value spaces.
         10  apHold		pic x value spaces.
         10  apReleased	pic x value spaces.
 01  ap-vendorcode		pic x(8) value spaces.
 01  ap-invdate		pic x(10) value spaces.
 01  ap-acct			pic x(6) value spaces.
 01  ap-desc			pic x(40) value spaces.
 01  rawamount			pic x(12) value spaces.
 01  holdpos			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>match results, for the reason on the pending report
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  mtCount			unsigned-int value zero.
 01  mtList.
     05  mtEntry	occurs 2000 times
                        indexed by mtInd.
         10  mtRawline		pic x(150) value spaces.
         10  mtVoucherno	pic x(10) value spaces.
         10  mtStatus		pic x value spaces.
         10  mtReason		pic x(20) value spaces.
         10  mtAmount		pic x(14) value spaces.
         10  mtValue		pic x(14) value spaces.
 01  mtMatchInd		unsigned-int value zero.
 01  mt-pono			pic x(10) value spaces.
 01  mt-vendor			pic x(8) value spaces.
 01  mt-date			pic x(10) value spaces.
 01  mt-prior			pic x(14) value spaces.
 01  mt-variance		pic x(14) value spaces.
 01  statuspos			unsigned-int value zero.
*>
 01  releasedcount		unsigned-int value zero.
 01  remaincount		unsigned-int value zero.
 01  showcount			pic zzz9 value zero.
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
 01  op-function		pic x(8) value spaces.
 01  op-id			pic x(10) value spaces.
 01  op-status			pic 99 value zero.
*>
 procedure division.
*>
 0000-start.
*>
     accept argv		from argument-value.
     if function trim(argv) = "-release"
        set release-requested	to true
        accept relarg		from argument-value
        if function trim(relarg) = "all"
           set release-everything to true
        else if function trim(relarg) is numeric
           move function numval(relarg) to wantvoucherno
        else
           display "apmatchrel: -release needs 'all' or a voucher "
                   "number"
           stop run giving 1
        end-if
     else if argv <> spaces
        display "usage: apmatchrel [-release all|<voucher#>]"
        stop run giving 1
     end-if.

     if release-requested
        move "APMREL"		to op-function
        move spaces		to op-id
        call "opauth" using op-function, op-id, op-status
        end-call
        if op-status <> zero
           display "apmatchrel: operator '" function trim(op-id)
                   "' is not authorized for APMREL -- nothing "
                   "released"
           stop run giving 8
        end-if
     end-if.

     perform 0100-load-open-vouchers.
     if ap-overflowed
        display "apmatchrel: more than 1000 open vouchers on file -- "
                "nothing was released or rewritten"
        move 8			to return-code
        goback
     end-if.
     perform 0150-load-match-results.

     if release-requested
        perform 0300-release-vouchers
        if releasedcount > 0
           perform 0400-rewrite-open-vouchers
           perform 0450-rewrite-match-results
        end-if
     end-if.

     perform 0200-put-pending-report.

     move releasedcount		to showcount.
     display "apmatchrel: " showcount " voucher(s) released, "
             remaincount " still held -- see apmatchpending.txt".

     goback.
*>
 0100-load-open-vouchers.
*>
     move zero			to apCount.
     open input apopenfile.
     read apopenfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if apCount < 1000
            add 1		to apCount
            move apopenrec	to apRawline(apCount)
            move spaces		to ap-vendorcode ap-invdate ap-acct
                                   ap-desc rawamount
                                   apHold(apCount) apPono(apCount)
            unstring apopenrec delimited by ","
                     into apVoucherno(apCount),
                          ap-vendorcode,
                          apVendorname(apCount),
                          ap-invdate,
                          apDuedate(apCount),
                          ap-acct, ap-desc, rawamount,
                          apBalance(apCount),
                          apPono(apCount),
                          apHold(apCount)
            end-unstring
         else
            move "y"		to apoverflow
            move "y"		to eof
         end-if
         read apopenfile
              at end move "y"	to eof
         end-read
     end-perform.
     close apopenfile.
     move spaces		to eof.
*>
 0150-load-match-results.
*>
     move zero			to mtCount.
     open input matchfile.
     read matchfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if mtCount < 2000
            add 1		to mtCount
            move matchrec	to mtRawline(mtCount)
            unstring matchrec delimited by ","
                     into mtVoucherno(mtCount),
                          mt-pono, mt-vendor, mt-date,
                          mtAmount(mtCount),
                          mtValue(mtCount),
                          mt-prior, mt-variance,
                          mtStatus(mtCount),
                          mtReason(mtCount)
            end-unstring
         end-if
         read matchfile
              at end move "y"	to eof
         end-read
     end-perform.
     close matchfile.
     move spaces		to eof.
*>
 0200-put-pending-report.
*>
     open output pendingfile.
     move "Vouchers held on three-way match exception" to pendingrec.
     write pendingrec.
     move all "-"		to pendingrec.
     write pendingrec.
     move zero			to remaincount.
     perform varying apInd from 1 by 1
             until apInd > apCount
         if apHold(apInd) = "H"
            add 1		to remaincount
            perform 0250-find-match-result
            move spaces		to pendingrec
            if mtMatchInd <> zero
               string "voucher ", apVoucherno(apInd), " ",
                      apVendorname(apInd), " due ",
                      apDuedate(apInd), " po ",
                      function trim(apPono(apInd)), " amount ",
                      function trim(mtAmount(mtMatchInd)),
                      " received value ",
                      function trim(mtValue(mtMatchInd)), "  ",
                      function trim(mtReason(mtMatchInd))
                      into pendingrec
               end-string
            else
               string "voucher ", apVoucherno(apInd), " ",
                      apVendorname(apInd), " due ",
                      apDuedate(apInd), " po ",
                      function trim(apPono(apInd)), " balance ",
                      function trim(apBalance(apInd))
                      into pendingrec
               end-string
            end-if
            write pendingrec
         end-if
     end-perform.
     move all "-"		to pendingrec.
     write pendingrec.
     move remaincount		to showcount.
     move spaces		to pendingrec.
     string showcount, " voucher(s) held; release with "
            "apmatchrel -release all|<voucher#>"
            into pendingrec
     end-string.
     write pendingrec.
     close pendingfile.
*>
 0250-find-match-result.
*>
     move zero			to mtMatchInd.
     perform varying mtInd from 1 by 1
             until mtInd > mtCount
         if function trim(mtVoucherno(mtInd)) =
            function trim(apVoucherno(apInd))
            move mtInd		to mtMatchInd
         end-if
     end-perform.
*>
 0300-release-vouchers.
*>
     perform varying apInd from 1 by 1
             until apInd > apCount
         if apHold(apInd) = "H"
            and (release-everything
                 or (function trim(apVoucherno(apInd)) is numeric
                     and function numval(apVoucherno(apInd)) =
                         wantvoucherno))
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the hold flag is the last column; blank it in the raw line so
*>>>everything else on the row is rewritten exactly as it was
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
            move zero		to holdpos
            inspect apRawline(apInd) tallying holdpos
                    for characters before initial ",H "
            if holdpos < length of apRawline(apInd)
               move spaces	to apRawline(apInd)(holdpos + 2:1)
            end-if
            move spaces		to apHold(apInd)
            move "y"		to apReleased(apInd)
            add 1		to releasedcount
            perform 0250-find-match-result
            if mtMatchInd <> zero
               perform 0350-mark-match-released
            end-if
            move "apmatchrel"	to audit-program
            move "AP-MATCH-RELEASED"	to audit-reason
            move apVoucherno(apInd)	to audit-key
            move spaces		to audit-data
            string "by ", function trim(op-id), ": po ",
                   function trim(apPono(apInd)), " ",
                   function trim(apVendorname(apInd)), " balance ",
                   function trim(apBalance(apInd))
                   into audit-data
            end-string
            call "auditlog" using audit-program, audit-reason,
                                  audit-key, audit-data
            end-call
         end-if
     end-perform.
     if releasedcount = zero and not release-everything
        display "apmatchrel: voucher " wantvoucherno
                " is not on match hold"
     end-if.
*>
 0350-mark-match-released.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the status is the ninth column, ",H," in the raw line
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to statuspos.
     inspect mtRawline(mtMatchInd) tallying statuspos
             for characters before initial ",H,".
     if statuspos < length of mtRawline(mtMatchInd)
        move "R"		to mtRawline(mtMatchInd)(statuspos + 2:1)
        move "R"		to mtStatus(mtMatchInd)
     end-if.
*>
 0400-rewrite-open-vouchers.
*>
     open output apopenfile.
     perform varying apInd from 1 by 1
             until apInd > apCount
         move function trim(apRawline(apInd) trailing) to apopenrec
         write apopenrec
     end-perform.
     close apopenfile.
*>
 0450-rewrite-match-results.
*>
     open output matchfile.
     perform varying mtInd from 1 by 1
             until mtInd > mtCount
         move mtRawline(mtInd)	to matchrec
         write matchrec
     end-perform.
     close matchfile.
