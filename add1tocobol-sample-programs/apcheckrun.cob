*>            vouchers dropped, the way cashapply rewrites aropen.
*>
*>            usage: apcheckrun <pay-through yyyymmdd>
*>            A leading -company=<cc> argument names the company the
*>            run posts for (default 01).
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - a voucher apvoucher put on three-way match-exception
*>              hold ("H" in apopen.csv's eleventh column) is passed
*>              by until apmatchrel releases it; held vouchers are
*>              counted on the register footing so nobody wonders
*>              why a due invoice was not paid
*>15-Oct-2026 - every voucher a check pays is appended to
*>              database/appaidhistory.csv (check, check date,
*>              vendor, voucher, invoice date, account, amount) --
*>              the lasting paid record ap1099 totals at year end
*>15-Oct-2026 - each check cut is reported through posipay, which
*>              writes the bank's positive pay issue file, stages it
*>              to outbound and logs the delivery
*>15-Oct-2026 - the 1000 Cash credit is now posted one line per check
*>              ("AP check nnnnnn vendor") against the run's single
*>              2100 debit, so bankrecon can match each check as it
*>              clears and checkvoid can reverse one check alone; the
*>              paid-history row now carries the voucher's apopen.csv
*>              line after its eighth column so a void can restore it
*>15-Oct-2026 - the checks themselves are printed through checkprint,
*>              one sheet per check of the check workbook with the
*>              vendor's address, the amount in words, the vouchers
*>              paid on the stub and the MICR line
*>15-Oct-2026 - every posting is checked against accounting period
*>              control first (the shared periodctl over
*>              database/periods.csv): a run dated into a closed
*>              period is refused before anything is written, or
*>              its ledger lines move into the first open period
*>              when periodctl.cfg says closed=redirect
*>15-Oct-2026 - each ledger line posted is also added to its account
*>              and period on database/glbalances.csv through the
*>              shared glbalpost, the summary the ledger reports now
*>              read instead of rescanning the whole ledger
*>15-Oct-2026 - every ledger line carries its company code as a fifth
*>              column, from a leading -company=<cc> argument read
*>              through the shared glcompany (company 01 without
*>              one), and its balance row is kept per company
*>15-Oct-2026 - vendor debit memos (negative open balances, as
*>              rmareceive opens for goods returned to the vendor)
*>              are taken off the vendor's next check: each open
*>              memo of the vendor that the check still covers is
*>              listed on the register and the stub, deducted from
*>              the check and dropped from apopen.csv; a memo bigger
*>              than the check waits for a later one
*>*********************************************************************
identification division.
program-id. apcheckrun.
                        organization is line sequential.
select optional checkctlfile	assign to "apcheck.ctl"
                        organization is line sequential.
select optional historyfile	assign to "database/appaidhistory.csv"
                        organization is line sequential.
*>
data division.
*>
*>
01 checkctlrec		pic 9(6).
*>
fd historyfile.
*>
01 historyrec		pic x(300).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
         10  apRawline		pic x(150) value spaces.
         10  apVoucherno	pic x(10) value spaces.
         10  apVendorname	pic x(28) value spaces.
         10  apVendorcode	pic x(8) value spaces.
         10  apInvdate		pic x(10) value spaces.
         10  apAcct		pic x(6) value spaces.
         10  apDuedays		pic s9(9) value zero.
         10  apBalance		pic s9(8)v99 value zero.
         10  apPaid		pic x value spaces.
         10  apHold		pic x value spaces.
 01  ap-vendorcode		pic x(8) value spaces.
 01  ap-invdate		pic x(10) value spaces.
 01  ap-duedate		pic x(10) value spaces.
 01  ap-desc			pic x(40) value spaces.
 01  rawamount			pic x(12) value spaces.
 01  rawbalance		pic x(12) value spaces.
 01  ap-pono			pic x(10) value spaces.
 01  heldcount			unsigned-int value zero.
 01  duedatenum		pic 9(8) value zero.
*>
 01  nextcheckno		pic 9(6) value 1.
 01  checktotal		pic s9(10)v99 value zero.
 01  runtotal			pic s9(10)v99 value zero.
 01  paidcount			unsigned-int value zero.
 01  memocount			unsigned-int value zero.
 01  vendorInd			unsigned-int value zero.
 01  showamt			pic -zzz,zz9.99 value zero.
 01  showcount			pic zzz9 value zero.
 01  todaydate			pic x(8) value spaces.
 01  ledgerdate		pic x(8) value spaces.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
 01  postdesc			pic x(40) value spaces.
 01  postacct			pic x(4) value spaces.
 01  showcsvamt		pic -9(8).99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the checks cut this run, for their own 1000 Cash lines
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ckList.
     05  ckEntry	occurs 1000 times
                        indexed by ckInd.
         10  ckNumber		pic 9(6) value zero.
         10  ckPayee		pic x(28) value spaces.
         10  ckAmount		pic s9(10)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared posipay and checkprint subprograms
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  pp-action			pic x value spaces.
 01  pp-source			pic x(2) value "AP".
 01  pp-checkno		pic 9(6) value zero.
 01  pp-date			pic x(8) value spaces.
 01  pp-amount			pic s9(10)v99 value zero.
 01  pp-payee			pic x(40) value spaces.
 01  pp-status			pic 99 value zero.
 01  cp-action			pic x value spaces.
 01  cp-source			pic x(2) value "AP".
 01  cp-checkno		pic 9(6) value zero.
 01  cp-date			pic x(8) value spaces.
 01  cp-amount			pic s9(10)v99 value zero.
 01  cp-payee			pic x(40) value spaces.
 01  cp-payeekey		pic x(28) value spaces.
 01  cp-stubref		pic x(40) value spaces.
 01  cp-status			pic 99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared periodctl subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  pc-action			pic x value "c".
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
        move function numval(cmdarg) to paythrough
     else
        stop run giving 1
     end-if.
     compute paythroughdays = function integer-of-date(paythrough).
     perform 0750-check-period.

     perform 0900-load-open-vouchers.
     if apCount = zero
     perform 0910-read-check-control.

     open output registerfile.
     open extend historyfile.
     move spaces		to registerrec.
     string "AP check register -- vouchers due through ", paythrough
            into registerrec
         if apPaid(apInd) <> "y"
            and apBalance(apInd) > zero
            and apDuedays(apInd) <= paythroughdays
            and apHold(apInd) <> "H"
            move apInd		to vendorInd
            perform 0200-cut-vendor-check
         end-if
         if apHold(apInd) = "H"
            and apBalance(apInd) > zero
            and apDuedays(apInd) <= paythroughdays
            add 1		to heldcount
         end-if
     end-perform.

     move all "-"		to registerrec.
            into registerrec
     end-string.
     write registerrec.
     if heldcount > 0
        move heldcount		to showcount
        move spaces		to registerrec
        string showcount, " due voucher(s) passed by on three-way "
               "match hold -- see apmatchrel"
               into registerrec
        end-string
        write registerrec
     end-if.
     close registerfile.
     close historyfile.
     if checkcount > 0
        move "c"		to pp-action
        call "posipay" using pp-action, pp-source, pp-checkno,
                             pp-date, pp-amount, pp-payee, pp-status
        end-call
        move "c"		to cp-action
        call "checkprint" using cp-action, cp-source, cp-checkno,
                                cp-date, cp-amount, cp-payee,
                                cp-payeekey, cp-stubref, cp-status
        end-call
     end-if.

     if checkcount > 0
        open extend ledgerfile
        move "AP check run"	to postdesc
        move "2100"		to postacct
        perform 0700-put-ledger-entry
        perform varying ckInd from 1 by 1
                until ckInd > checkcount
            compute postamount = 0 - ckAmount(ckInd)
            move spaces		to postdesc
            string "AP check ", ckNumber(ckInd), " ",
                   ckPayee(ckInd)
                   delimited by size into postdesc
            end-string
            move "1000"		to postacct
            perform 0700-put-ledger-entry
        end-perform
        close ledgerfile
        move "c"		to gb-action
        call "glbalpost" using gb-action, gb-date,
                              gb-acct, gb-amount, gb-company
        end-call
        perform 0950-rewrite-open-vouchers
        perform 0920-write-check-control
     end-if.

     display "apcheckrun: " checkcount " check(s) cut paying "
             paidcount " voucher(s) -- see apcheckregister.txt".
     if memocount > 0
        display "apcheckrun: " memocount " vendor debit memo(s) "
                "taken off the checks"
     end-if.

     goback.
*>
 0200-cut-vendor-check.
*>
     if checkcount = 0
        move "o"		to pp-action
        call "posipay" using pp-action, pp-source, pp-checkno,
                             pp-date, pp-amount, pp-payee, pp-status
        end-call
        move "o"		to cp-action
        call "checkprint" using cp-action, cp-source, cp-checkno,
                                cp-date, cp-amount, cp-payee,
                                cp-payeekey, cp-stubref, cp-status
        end-call
     end-if.
     move zero			to checktotal.
     move spaces		to registerrec.
     string "Check ", nextcheckno, "  ",
         if apPaid(apInd) <> "y"
            and apBalance(apInd) > zero
            and apDuedays(apInd) <= paythroughdays
            and apHold(apInd) <> "H"
            and function trim(apVendorname(apInd)) =
                function trim(apVendorname(vendorInd))
            move "y"		to apPaid(apInd)
                   into registerrec
            end-string
            write registerrec
            perform 0300-write-paid-history
            move "l"		to cp-action
            move apBalance(apInd)	to cp-amount
            move spaces		to cp-stubref
            string "voucher ", function trim(apVoucherno(apInd)),
                   "  inv ", function trim(apInvdate(apInd))
                   into cp-stubref
            end-string
            call "checkprint" using cp-action, cp-source, cp-checkno,
                                    cp-date, cp-amount, cp-payee,
                                    cp-payeekey, cp-stubref, cp-status
            end-call
         end-if
     end-perform.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the vendor's open debit memos come off the check, whole, for as
*>>>long as the check stays above zero
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform varying apInd from 1 by 1
             until apInd > apCount
         if apPaid(apInd) <> "y"
            and apBalance(apInd) < zero
            and apHold(apInd) <> "H"
            and function trim(apVendorname(apInd)) =
                function trim(apVendorname(vendorInd))
            and checktotal + apBalance(apInd) > zero
            move "y"		to apPaid(apInd)
            add 1		to memocount
            add apBalance(apInd) to checktotal
            move apBalance(apInd)	to showamt
            move spaces		to registerrec
            string "    debit memo ", apVoucherno(apInd), " ",
                   showamt
                   into registerrec
            end-string
            write registerrec
            perform 0300-write-paid-history
            move "l"		to cp-action
            move apBalance(apInd)	to cp-amount
            move spaces		to cp-stubref
            string "debit memo ", function trim(apVoucherno(apInd)),
                   "  ", function trim(apInvdate(apInd))
                   into cp-stubref
            end-string
            call "checkprint" using cp-action, cp-source, cp-checkno,
                                    cp-date, cp-amount, cp-payee,
                                    cp-payeekey, cp-stubref, cp-status
            end-call
         end-if
     end-perform.

            into registerrec
     end-string.
     write registerrec.
     move "i"			to pp-action.
     move nextcheckno		to pp-checkno.
     move todaydate		to pp-date.
     move checktotal		to pp-amount.
     move apVendorname(vendorInd) to pp-payee.
     call "posipay" using pp-action, pp-source, pp-checkno,
                          pp-date, pp-amount, pp-payee, pp-status
     end-call.
     move "p"			to cp-action.
     move nextcheckno		to cp-checkno.
     move todaydate		to cp-date.
     move checktotal		to cp-amount.
     move apVendorname(vendorInd) to cp-payee.
     move apVendorcode(vendorInd) to cp-payeekey.
     call "checkprint" using cp-action, cp-source, cp-checkno,
                             cp-date, cp-amount, cp-payee,
                             cp-payeekey, cp-stubref, cp-status
     end-call.
     add checktotal		to runtotal.
     add 1			to checkcount.
     if checkcount <= 1000
        move nextcheckno	to ckNumber(checkcount)
        move apVendorname(vendorInd) to ckPayee(checkcount)
        move checktotal		to ckAmount(checkcount)
     end-if.
     add 1			to nextcheckno.
     move vendorInd		to apInd.
*>
 0300-write-paid-history.
*>
     move apBalance(apInd)	to showcsvamt.
     move spaces		to historyrec.
     string nextcheckno, ",",
            todaydate, ",",
            function trim(apVendorcode(apInd)), ",",
            function trim(apVendorname(apInd)), ",",
            function trim(apVoucherno(apInd)), ",",
            function trim(apInvdate(apInd)), ",",
            function trim(apAcct(apInd)), ",",
            function trim(showcsvamt), ",",
            function trim(apRawline(apInd))
            into historyrec
     end-string.
     write historyrec.
*>
 0700-put-ledger-entry.
*>
     if postamount <> zero
        move postamount		to showledamt
        move spaces		to ledgerrec
        string '"', ledgerdate, '","', function trim(postdesc),
               '",', function trim(showledamt), ",", postacct,
               ",", gc-company
               into ledgerrec
        end-string
        write ledgerrec
        move "p"		to gb-action
        move ledgerdate		to gb-date
        move postacct		to gb-acct
        move postamount		to gb-amount
        move gc-company		to gb-company
        call "glbalpost" using gb-action, gb-date,
                              gb-acct, gb-amount, gb-company
        end-call
     end-if.
*>
 0750-check-period.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>nothing posts into a closed period: refused, or moved into the
*>>>first open period when periodctl.cfg says so
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move todaydate		to pc-date.
     call "periodctl" using pc-action, pc-date, pc-status
     end-call.
     if pc-status = 8
        display "apcheckrun: period " todaydate(1:6) " is closed -- "
                "no checks cut"
        stop run giving 8
     end-if.
     if pc-status = 4
        display "apcheckrun: period " todaydate(1:6) " is closed -- "
                "posting into " pc-date(1:6) " instead"
     end-if.
     move pc-date		to ledgerdate.
*>
 0900-load-open-vouchers.
*>
            add 1		to apCount
            move spaces		to ap-vendorcode ap-invdate
                                   ap-duedate ap-acct ap-desc
                                   rawamount rawbalance ap-pono
            move apopenrec	to apRawline(apCount)
            move spaces		to apHold(apCount)
            unstring apopenrec delimited by ","
                     into apVoucherno(apCount),
                          ap-vendorcode,
                          apVendorname(apCount),
                          ap-invdate, ap-duedate, ap-acct,
                          ap-desc, rawamount, rawbalance,
                          ap-pono, apHold(apCount)
            end-unstring
            move spaces		to apPaid(apCount)
            move ap-vendorcode	to apVendorcode(apCount)
            move ap-invdate	to apInvdate(apCount)
            move ap-acct	to apAcct(apCount)
            if function test-numval(rawbalance) = 0
               compute apBalance(apCount) =
                       function numval(rawbalance)
