*>            the earnings where they belong.  A closing register
*>            goes to yearendclose.txt.
*>
*>            usage: yearendclose [-company=<cc>] <yyyy>
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - the close is refused when December of the year being
*>              closed is a closed period on database/periods.csv
*>              (checked through the shared periodctl, refuse-only:
*>              closing entries are never moved into January)
*>15-Oct-2026 - each ledger line posted is also added to its account
*>              and period on database/glbalances.csv through the
*>              shared glbalpost, the summary the ledger reports now
*>              read instead of rescanning the whole ledger
*>15-Oct-2026 - every ledger line carries its company code as a fifth
*>              column, from a leading -company=<cc> argument read
*>              through the shared glcompany (company 01 without
*>              one), and its balance row is kept per company.  The
*>              close is per company: only that company's ledger
*>              lines are totalled and closed, so each company in the
*>              group runs its own close
*>15-Oct-2026 - the ledger amount is staged in sixteen characters: a
*>              negative amount as the posters write it (-9(9).99)
*>              is thirteen wide and was losing its last cent
*>*********************************************************************
identification division.
program-id. yearendclose.
*>
 01  ledgerdate		pic x(10) value spaces.
 01  ledgerdesc		pic x(40) value spaces.
 01  ledgeramt			pic x(16) value spaces.
 01  ledgeracct		pic x(6) value spaces.
 01  ledgercompany		pic x(4) value spaces.
 01  txnamount			pic s9(8)v99 value zero.
 01  txndatenum		pic 9(8) value zero.
 01  yearendnum		pic 9(8) value zero.
 01  dstname			pic x(64) value spaces.
 01  filestat			pic s9(9) value zero.
 01  copystat			pic s9(9) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared periodctl subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  pc-action			pic x value "r".
 01  pc-date			pic x(8) value spaces.
 01  pc-status			pic 99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared glbalpost subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  gb-action			pic x value spaces.
 01  gb-date			pic x(8) value spaces.
 01  gb-acct			pic x(4) value spaces.
 01  gb-amount			pic s9(10)v99 value zero.
 01  gb-company		pic x(2) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared glcompany subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  gc-company		pic x(2) value "01".
 01  gc-cmdline		pic x(200) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     call "glcompany" using gc-company, gc-cmdline
     end-call.
     move function current-date(1:8) to todaydate.
     move gc-cmdline		to cmdarg.
     if cmdarg <> spaces and function trim(cmdarg) is numeric
        move function numval(cmdarg) to closeyear
     else
     compute yearendnum = closeyear * 10000 + 1231.
     move yearendnum		to closedate.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>closing entries belong in December and nowhere else, so a
*>>>closed December refuses the close whatever periodctl.cfg says
*>>>about redirecting -- reopen it with periodclose first
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move closedate		to pc-date.
     call "periodctl" using pc-action, pc-date, pc-status
     end-call.
     if pc-status <> zero
        display "yearendclose: period " closedate(1:6) " is closed "
                "-- reopen it with periodclose before closing the year"
        stop run giving 8
     end-if.

     perform 0900-load-accounts.
     perform 0100-total-through-yearend.


     move closedcount		to showcount.
     move closedtotal		to showamt.
     display "yearendclose: company " gc-company ": " showcount
             " account(s) closed to " retainedacct
             " Retained earnings, net " showamt
             " -- see yearendclose.txt".

     if rejectcount > 0
     end-read.
     perform until end-of-file
         move spaces		to ledgerdate ledgerdesc
                                   ledgeramt ledgeracct ledgercompany
         inspect ledgerrec replacing all '"' by " "
         unstring ledgerrec delimited by ","
                  into ledgerdate, ledgerdesc, ledgeramt, ledgeracct,
                       ledgercompany
         end-unstring
         if function trim(ledgercompany) = spaces
            move "01"		to ledgercompany
         end-if
         if function test-numval(ledgeramt) <> 0
            or function trim(ledgerdate) is not numeric
            add 1		to rejectcount
               move "9999"	to ledgeracct
            end-if
            if txndatenum <= yearendnum
               and function trim(ledgercompany) = gc-company
               perform 0150-find-account
               if coaMatchInd <> zero
                  add txnamount	to coaBalance(coaMatchInd)
*>
     open output registerfile.
     move spaces		to registerrec.
     string "Year-end closing entries for ", closedate(1:4),
            ", company ", gc-company
            into registerrec
     end-string.
     write registerrec.
     move retainedacct		to postacct.
     perform 0700-put-ledger-entry.
     close ledgerfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.

     move all "-"		to registerrec.
     write registerrec.
        move postamount		to showledamt
        move spaces		to ledgerrec
        string '"', closedate, '","', function trim(postdesc),
               '",', function trim(showledamt), ",", postacct,
               ",", gc-company
               into ledgerrec
        end-string
        write ledgerrec
        move "p"		to gb-action
        move closedate		to gb-date
        move postacct		to gb-acct
        move postamount		to gb-amount
        move gc-company		to gb-company
        call "glbalpost" using gb-action, gb-date,
                              gb-acct, gb-amount, gb-company
        end-call
     end-if.
*>
 0900-load-accounts.
