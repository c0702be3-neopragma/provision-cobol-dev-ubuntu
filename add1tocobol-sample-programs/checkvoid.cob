       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Void, and optionally reissue, a check cut by apcheckrun
*>            (AP) or refundrun (RF) that was lost, went stale, or
*>            printed wrong.  The check's items are found on the
*>            run's paid record -- database/appaidhistory.csv for AP,
*>            database/refundpaid.csv for RF -- and a void:
*>
*>              - reverses the check's posting in
*>                database/generalledger.csv, debit 1000 Cash
*>                ("Void AP check nnnnnn", which bankrecon pairs off
*>                against the original check line) and credit 2100
*>                Accounts payable, or 1200 Accounts receivable for
*>                a refund;
*>              - puts the paid vouchers back on database/apopen.csv,
*>                or the consumed invoices and credits back on
*>                database/aropen.dat, exactly as they were;
*>              - writes offsetting rows to the paid record (dated
*>                as the original, so ap1099 nets the year the
*>                check was counted in);
*>              - reports the void to the bank through posipay and
*>                records it through the shared auditlog.
*>
*>            With -reissue the items stay paid and a replacement
*>            check number comes off apcheck.ctl or refundcheck.ctl
*>            instead: the original is still reversed, the new
*>            check is posted and reported in its place, its ledger
*>            and paid-record rows say which check it replaces, the
*>            replacement is printed through checkprint on the same
*>            check form the runs use, and checkvoid.txt carries the
*>            remittance detail.
*>            Voids sign on through opauth (function CHKVOID), and
*>            nothing posts into a closed accounting period -- the
*>            shared periodctl refuses the void, or moves its
*>            ledger lines into the first open period when
*>            periodctl.cfg says closed=redirect.  Every ledger line
*>            posted is added to database/glbalances.csv through the
*>            shared glbalpost as well.
*>
*>            usage: checkvoid AP|RF <check#> [-reissue]
*>            A leading -company=<cc> argument names the company the
*>            run posts for (default 01).
*>*********************************************************************
identification division.
program-id. checkvoid.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional aphistfile	assign to "database/appaidhistory.csv"
                        organization is line sequential.
select optional rfpaidfile	assign to "database/refundpaid.csv"
                        organization is line sequential.
select optional apopenfile	assign to "database/apopen.csv"
                        organization is line sequential.
select aropenidx	assign to "database/aropen.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is ao-key
                        alternate record key is ao-customer
                            with duplicates
                        file status is ao-status.
select optional ledgerfile	assign to "database/generalledger.csv"
                        organization is line sequential.
select optional checkctlfile	assign to checkctlname
                        organization is line sequential.
select voidfile		assign to "checkvoid.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd aphistfile.
*>
01 aphistrec		pic x(300).
*>
fd rfpaidfile.
*>
01 rfpaidrec		pic x(200).
*>
fd apopenfile.
*>
01 apopenrec		pic x(150).
*>
fd aropenidx.
*>
01 ao-record.
    05  ao-key.
        10  ao-invoiceno	pic 9(10).
        10  ao-seq		pic 9(4).
    05  ao-customer		pic x(28).
    05  ao-rawrec		pic x(120).
*>
fd ledgerfile.
*>
01 ledgerrec		pic x(80).
*>
fd checkctlfile.
*>
01 checkctlrec		pic 9(6).
*>
fd voidfile.
*>
01 voidrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
 01  aropenfailcount		unsigned-int value zero.
 01  argv			pic x(20) value spaces.
 01  checksource		pic x(2) value spaces.
     88  source-is-ap		      value "AP".
     88  source-is-rf		      value "RF".
 01  voidcheckno		pic 9(6) value zero.
 01  reissuemode		pic x value spaces.
     88  reissue-requested	      value "y".
 01  newcheckno		pic 9(6) value zero.
 01  checkctlname		pic x(20) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the voided check's items, off the paid record
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  itCount			unsigned-int value zero.
 01  itList.
     05  itEntry	occurs 500 times
                        indexed by itInd.
         10  itDate		pic x(8) value spaces.
         10  itMiddle		pic x(100) value spaces.
         10  itAmount		pic s9(10)v99 value zero.
         10  itRawline		pic x(150) value spaces.
 01  checknet			pic s9(10)v99 value zero.
 01  checkpayee		pic x(28) value spaces.
 01  checkpayeekey		pic x(28) value spaces.
 01  stubkey			pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the paid-record columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  paidline			pic x(300) value spaces.
 01  pd-checkno		pic x(8) value spaces.
 01  pd-date			pic x(8) value spaces.
 01  pd-vendorcode		pic x(8) value spaces.
 01  pd-payee			pic x(28) value spaces.
 01  pd-voucher		pic x(10) value spaces.
 01  pd-invdate		pic x(10) value spaces.
 01  pd-acct			pic x(6) value spaces.
 01  rawamount			pic x(14) value spaces.
 01  paidamount		pic s9(10)v99 value zero.
 01  rawcolumns		unsigned-int value zero.
 01  rawstart			unsigned-int value zero.
 01  commacount		unsigned-int value zero.
 01  charsub			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the key of a restored open item
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ri-invoiceno		pic x(10) value spaces.
 01  ri-customer		pic x(28) value spaces.
 01  ri-skip			pic x(12) value spaces.
 01  ri-seq			pic x(4) value spaces.
*>
 01  todaydate			pic x(8) value spaces.
 01  ledgerdate		pic x(8) value spaces.
 01  offsetacct		pic x(4) value spaces.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
 01  postdesc			pic x(40) value spaces.
 01  postacct			pic x(4) value spaces.
 01  showcsvamt		pic -9(8).99 value zero.
 01  showamt			pic -zzz,zz9.99 value zero.
 01  showcount			pic zzz9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared auditlog, opauth, posipay and checkprint
*>>>subprograms
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
 01  op-function		pic x(8) value spaces.
 01  op-id			pic x(10) value spaces.
 01  op-status			pic 99 value zero.
 01  pp-action			pic x value spaces.
 01  pp-source			pic x(2) value spaces.
 01  pp-checkno		pic 9(6) value zero.
 01  pp-date			pic x(8) value spaces.
 01  pp-amount			pic s9(10)v99 value zero.
 01  pp-payee			pic x(40) value spaces.
 01  pp-status			pic 99 value zero.
 01  cp-action			pic x value spaces.
 01  cp-source			pic x(2) value spaces.
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
     accept argv		from argument-value.
     move function upper-case(argv) to checksource.
     move spaces		to argv.
     accept argv		from argument-value.
     if (source-is-ap or source-is-rf)
        and argv <> spaces and function trim(argv) is numeric
        move function numval(argv) to voidcheckno
     else
        display "usage: checkvoid AP|RF <check#> [-reissue]"
        stop run giving 1
     end-if.
     move spaces		to argv.
     accept argv		from argument-value.
     if function trim(argv) = "-reissue"
        set reissue-requested	to true
     else if argv <> spaces
        display "usage: checkvoid AP|RF <check#> [-reissue]"
        stop run giving 1
     end-if.

     move "CHKVOID"		to op-function.
     move spaces		to op-id.
     call "opauth" using op-function, op-id, op-status
     end-call.
     if op-status <> zero
        display "checkvoid: operator '" function trim(op-id)
                "' is not authorized for CHKVOID -- nothing voided"
        stop run giving 8
     end-if.

     perform 0750-check-period.
     if source-is-ap
        move "2100"		to offsetacct
        move "apcheck.ctl"	to checkctlname
        perform 0900-load-ap-check
     else
        move "1200"		to offsetacct
        move "refundcheck.ctl"	to checkctlname
        perform 0910-load-rf-check
     end-if.
     if itCount = zero or checknet <= zero
        display "checkvoid: " checksource " check " voidcheckno
                " is not on the paid record or is already voided"
        stop run giving 4
     end-if.

     if reissue-requested
        perform 0920-next-check-number
     end-if.

     if source-is-rf and not reissue-requested
        open i-o aropenidx
        if ao-status <> "00"
           display "checkvoid: database/aropen.dat will not open "
                   "(status " ao-status ") -- run aropenconv -load "
                   "first"
           stop run giving 8
        end-if
     end-if.

     perform 0200-write-paid-rows.
     if not reissue-requested
        perform 0300-restore-open-items
     end-if.
     perform 0400-post-ledger.
     perform 0500-report-to-bank.
     if reissue-requested
        perform 0550-print-reissue
     end-if.
     perform 0600-write-register.

     move "checkvoid"		to audit-program.
     move "CHECK-VOID"		to audit-reason.
     move spaces		to audit-key.
     string checksource, " ", voidcheckno
            delimited by size into audit-key
     end-string.
     move checknet		to showamt.
     move itCount		to showcount.
     move spaces		to audit-data.
     if reissue-requested
        string "by ", function trim(op-id), ": ",
               function trim(checkpayee), " ", function trim(showamt),
               " reissued as check ", newcheckno
               into audit-data
        end-string
     else
        string "by ", function trim(op-id), ": ",
               function trim(checkpayee), " ", function trim(showamt),
               ", ", function trim(showcount), " item(s) reopened"
               into audit-data
        end-string
     end-if.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.
     if reissue-requested
        move "CHECK-REISSUE"	to audit-reason
        move spaces		to audit-key
        string checksource, " ", newcheckno
               delimited by size into audit-key
        end-string
        move spaces		to audit-data
        string "by ", function trim(op-id), ": replaces check ",
               voidcheckno, " to ", function trim(checkpayee), " ",
               function trim(showamt)
               into audit-data
        end-string
        call "auditlog" using audit-program, audit-reason,
                              audit-key, audit-data
        end-call
     end-if.

     if reissue-requested
        display "checkvoid: " checksource " check " voidcheckno
                " voided and reissued as " newcheckno
                " -- see checkvoid.txt"
     else
        display "checkvoid: " checksource " check " voidcheckno
                " voided, " itCount " item(s) reopened -- see "
                "checkvoid.txt"
     end-if.

     if aropenfailcount > 0
        move 8			to return-code
     end-if.

     goback.
*>
 0200-write-paid-rows.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an offsetting row per item under the original number and date,
*>>>and for a reissue the same items again under the new number
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if source-is-ap
        open extend aphistfile
     else
        open extend rfpaidfile
     end-if.
     perform varying itInd from 1 by 1
             until itInd > itCount
         compute paidamount = 0 - itAmount(itInd)
         move voidcheckno	to pd-checkno
         move itDate(itInd)	to pd-date
         perform 0250-put-paid-row
         if reissue-requested
            move itAmount(itInd)	to paidamount
            move newcheckno	to pd-checkno
            move todaydate	to pd-date
            perform 0250-put-paid-row
         end-if
     end-perform.
     if source-is-ap
        close aphistfile
     else
        close rfpaidfile
     end-if.
*>
 0250-put-paid-row.
*>
     move paidamount		to showcsvamt.
     move spaces		to paidline.
     string function trim(pd-checkno), ",",
            pd-date, ",",
            function trim(itMiddle(itInd)), ",",
            function trim(showcsvamt), ",",
            function trim(itRawline(itInd))
            into paidline
     end-string.
     if source-is-ap
        move paidline		to aphistrec
        write aphistrec
     else
        move paidline		to rfpaidrec
        write rfpaidrec
     end-if.
*>
 0300-restore-open-items.
*>
     if source-is-ap
        open extend apopenfile
     end-if.
     perform varying itInd from 1 by 1
             until itInd > itCount
         if source-is-ap
            move itRawline(itInd)	to apopenrec
            write apopenrec
         else
            perform 0310-put-open-item
         end-if
     end-perform.
     if source-is-ap
        close apopenfile
     else
        close aropenidx
     end-if.
*>
 0310-put-open-item.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the consumed item goes back under its invoice number and
*>>>installment sequence (the row's ninth column, zero without one)
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to ri-invoiceno ri-customer ri-seq.
     unstring itRawline(itInd) delimited by ","
              into ri-invoiceno, ri-customer, ri-skip, ri-skip,
                   ri-skip, ri-skip, ri-skip, ri-skip, ri-seq
     end-unstring.
     move zero			to ao-key.
     if function trim(ri-invoiceno) is numeric
        compute ao-invoiceno = function numval(ri-invoiceno)
     end-if.
     if function trim(ri-seq) is numeric
        compute ao-seq = function numval(ri-seq)
     end-if.
     move function trim(ri-customer) to ao-customer.
     move itRawline(itInd)	to ao-rawrec.
     write ao-record
         invalid key
            display "checkvoid: open item "
                    function trim(ri-invoiceno)
                    " is already on database/aropen.dat (status "
                    ao-status ") -- not restored"
            add 1		to aropenfailcount
     end-write.
*>
 0400-post-ledger.
*>
     open extend ledgerfile.
     move checknet		to postamount.
     move spaces		to postdesc.
     string "Void ", checksource, " check ", voidcheckno
            delimited by size into postdesc
     end-string.
     move "1000"		to postacct.
     perform 0700-put-ledger-entry.
     compute postamount = 0 - checknet.
     move offsetacct		to postacct.
     perform 0700-put-ledger-entry.
     if reissue-requested
        move checknet		to postamount
        move spaces		to postdesc
        string checksource, " check ", newcheckno, " reissues ",
               voidcheckno
               delimited by size into postdesc
        end-string
        move offsetacct		to postacct
        perform 0700-put-ledger-entry
        compute postamount = 0 - checknet
        move spaces		to postdesc
        string checksource, " check ", newcheckno, " ",
               checkpayee
               delimited by size into postdesc
        end-string
        move "1000"		to postacct
        perform 0700-put-ledger-entry
     end-if.
     close ledgerfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.
*>
 0500-report-to-bank.
*>
     move checksource		to pp-source.
     move "o"			to pp-action.
     call "posipay" using pp-action, pp-source, pp-checkno,
                          pp-date, pp-amount, pp-payee, pp-status
     end-call.
     move "v"			to pp-action.
     move voidcheckno		to pp-checkno.
     move itDate(1)		to pp-date.
     move checknet		to pp-amount.
     move checkpayee		to pp-payee.
     call "posipay" using pp-action, pp-source, pp-checkno,
                          pp-date, pp-amount, pp-payee, pp-status
     end-call.
     if reissue-requested
        move "i"		to pp-action
        move newcheckno		to pp-checkno
        move todaydate		to pp-date
        call "posipay" using pp-action, pp-source, pp-checkno,
                             pp-date, pp-amount, pp-payee, pp-status
        end-call
     end-if.
     move "c"			to pp-action.
     call "posipay" using pp-action, pp-source, pp-checkno,
                          pp-date, pp-amount, pp-payee, pp-status
     end-call.
*>
 0550-print-reissue.
*>
     move checksource		to cp-source.
     move "o"			to cp-action.
     call "checkprint" using cp-action, cp-source, cp-checkno,
                             cp-date, cp-amount, cp-payee,
                             cp-payeekey, cp-stubref, cp-status
     end-call.
     perform varying itInd from 1 by 1
             until itInd > itCount
         move spaces		to stubkey
         unstring itRawline(itInd) delimited by ","
                  into stubkey
         end-unstring
         move "l"		to cp-action
         move itAmount(itInd)	to cp-amount
         move spaces		to cp-stubref
         if source-is-ap
            string "voucher ", function trim(stubkey)
                   into cp-stubref
            end-string
         else
            string "inv/cm ", function trim(stubkey)
                   into cp-stubref
            end-string
         end-if
         call "checkprint" using cp-action, cp-source, cp-checkno,
                                 cp-date, cp-amount, cp-payee,
                                 cp-payeekey, cp-stubref, cp-status
         end-call
     end-perform.
     move "p"			to cp-action.
     move newcheckno		to cp-checkno.
     move todaydate		to cp-date.
     move checknet		to cp-amount.
     move checkpayee		to cp-payee.
     move checkpayeekey		to cp-payeekey.
     call "checkprint" using cp-action, cp-source, cp-checkno,
                             cp-date, cp-amount, cp-payee,
                             cp-payeekey, cp-stubref, cp-status
     end-call.
     move "c"			to cp-action.
     call "checkprint" using cp-action, cp-source, cp-checkno,
                             cp-date, cp-amount, cp-payee,
                             cp-payeekey, cp-stubref, cp-status
     end-call.
*>
 0600-write-register.
*>
     open output voidfile.
     move checknet		to showamt.
     move spaces		to voidrec.
     string checksource, " check ", voidcheckno, " VOID  ",
            checkpayee, "  ", showamt
            into voidrec
     end-string.
     write voidrec.
     if reissue-requested
        move spaces		to voidrec
        string "Check ", newcheckno, "  ", checkpayee,
               "  (replaces check ", voidcheckno, ")"
               into voidrec
        end-string
        write voidrec
     end-if.
     perform varying itInd from 1 by 1
             until itInd > itCount
         move itAmount(itInd)	to showamt
         move spaces		to voidrec
         string "    ", itRawline(itInd)(1:60), "  ", showamt
                delimited by size into voidrec
         end-string
         write voidrec
     end-perform.
     if reissue-requested
        move checknet		to showamt
        move spaces		to voidrec
        string "    check total ", showamt
               into voidrec
        end-string
        write voidrec
     end-if.
     close voidfile.
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
        display "checkvoid: period " todaydate(1:6) " is closed -- "
                "nothing voided"
        stop run giving 8
     end-if.
     if pc-status = 4
        display "checkvoid: period " todaydate(1:6) " is closed -- "
                "posting into " pc-date(1:6) " instead"
     end-if.
     move pc-date		to ledgerdate.
*>
 0800-take-paid-row.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a row for this check: rows that add to the check are its items,
*>>>rows that take away are an earlier void, and the net says
*>>>whether anything is left to void
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if function test-numval(rawamount) = 0
        compute paidamount = function numval(rawamount)
     else
        move zero		to paidamount
     end-if.
     add paidamount		to checknet.
     if paidamount > zero and itCount < 500
        add 1			to itCount
        move pd-date		to itDate(itCount)
        move paidamount		to itAmount(itCount)
        move pd-payee		to checkpayee
        if source-is-ap
           move pd-vendorcode	to checkpayeekey
        else
           move pd-payee	to checkpayeekey
        end-if
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the open-item line rides after the paid record's own columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
        move zero		to commacount rawstart
        perform varying charsub from 1 by 1
                until charsub > length of paidline
                   or rawstart > zero
            if paidline(charsub:1) = ","
               add 1		to commacount
               if commacount = rawcolumns
                  compute rawstart = charsub + 1
               end-if
            end-if
        end-perform
        if rawstart > zero
           move paidline(rawstart:) to itRawline(itCount)
        end-if
        move spaces		to itMiddle(itCount)
        if source-is-ap
           string function trim(pd-vendorcode), ",",
                  function trim(pd-payee), ",",
                  function trim(pd-voucher), ",",
                  function trim(pd-invdate), ",",
                  function trim(pd-acct)
                  into itMiddle(itCount)
           end-string
        else
           move pd-payee	to itMiddle(itCount)
        end-if
     end-if.
*>
 0900-load-ap-check.
*>
     move zero			to itCount checknet.
     move 8			to rawcolumns.
     open input aphistfile.
     read aphistfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to pd-checkno pd-date pd-vendorcode
                                   pd-payee pd-voucher pd-invdate
                                   pd-acct rawamount
         unstring aphistrec delimited by ","
                  into pd-checkno, pd-date, pd-vendorcode,
                       pd-payee, pd-voucher, pd-invdate, pd-acct,
                       rawamount
         end-unstring
         if function trim(pd-checkno) is numeric
            and function numval(pd-checkno) = voidcheckno
            move aphistrec	to paidline
            perform 0800-take-paid-row
         end-if
         read aphistfile
              at end move "y"	to eof
         end-read
     end-perform.
     close aphistfile.
     move spaces		to eof.
*>
 0910-load-rf-check.
*>
     move zero			to itCount checknet.
     move 4			to rawcolumns.
     open input rfpaidfile.
     read rfpaidfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to pd-checkno pd-date pd-payee
                                   rawamount
         unstring rfpaidrec delimited by ","
                  into pd-checkno, pd-date, pd-payee, rawamount
         end-unstring
         if function trim(pd-checkno) is numeric
            and function numval(pd-checkno) = voidcheckno
            move rfpaidrec	to paidline
            perform 0800-take-paid-row
         end-if
         read rfpaidfile
              at end move "y"	to eof
         end-read
     end-perform.
     close rfpaidfile.
     move spaces		to eof.
*>
 0920-next-check-number.
*>
     move 1			to newcheckno.
     open input checkctlfile.
     read checkctlfile
          at end move "y"	to eof
          not at end move checkctlrec to newcheckno
     end-read.
     close checkctlfile.
     move spaces		to eof.
     open output checkctlfile.
     compute checkctlrec = newcheckno + 1.
     write checkctlrec.
     close checkctlfile.
