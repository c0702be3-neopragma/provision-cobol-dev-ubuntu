*>
*>            usage: apvoucher <vendor-code> <invoice-date yyyymmdd>
*>                             <amount> <expense-acct> "<description>"
*>                             [<po#>]
*>            A voucher naming a PO must give 2110 Received not
*>            vouchered as its account: the receipt already debited
*>            inventory and credited 2110, and the voucher clears it.
*>            A leading -company=<cc> argument names the company the
*>            run posts for (default 01).
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - three-way match: a voucher naming a purchase order
*>              (optional sixth argument) is matched against the
*>              value actually received on that PO -- quantity
*>              received on database/purchaseorders.csv at the PO
*>              unit cost, less what earlier vouchers against the
*>              same PO already claimed (database/apmatch.csv).  A
*>              vendor other than the PO's, nothing received yet, or
*>              an amount over the received value by more than the
*>              tolerance (apvoucher.cfg tolamount / tolpercent, both
*>              zero by default -- exact match) still books, but the
*>              apopen.csv row carries the PO number and an "H"
*>              match-exception hold as columns ten and eleven, so
*>              apcheckrun passes it by until apmatchrel releases
*>              it.  Every match result lands on database/apmatch.csv
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
*>15-Oct-2026 - a voucher naming a purchase order is refused unless
*>              its account is 2110 Received not vouchered, so the
*>              goods are not charged a second time to an expense
*>              account and 2110 is cleared by the vouchering
*>*********************************************************************
identification division.
program-id. apvoucher.
                        organization is line sequential.
select optional vctlfile	assign to "apvoucher.ctl"
                        organization is line sequential.
select optional pofile	assign to "database/purchaseorders.csv"
                        organization is line sequential.
select optional matchfile	assign to "database/apmatch.csv"
                        organization is line sequential.
select optional cfgfile	assign to "apvoucher.cfg"
                        organization is line sequential.
*>
data division.
*>
*>
01 vctlrec		pic 9(6).
*>
fd pofile.
*>
01 porec		pic x(120).
*>
fd matchfile.
*>
01 matchrec		pic x(150).
*>
fd cfgfile.
*>
01 cfgrec		pic x(200).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
 01  argamount			pic x(14) value spaces.
 01  argacct			pic x(4) value spaces.
 01  argdesc			pic x(40) value spaces.
 01  argpo			pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>vendor master lookup
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  nextvoucherno		pic 9(6) value 1.
 01  showcsvamt		pic 9999999.99 value zero.
 01  todaydate			pic x(8) value spaces.
 01  ledgerdate		pic x(8) value spaces.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
 01  postdesc			pic x(40) value spaces.
 01  postacct			pic x(4) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>three-way match against the PO and what was received on it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  wantpono			pic 9(6) value zero.
 01  rawpono			pic x(10) value spaces.
 01  rawpoline			pic x(6) value spaces.
 01  po-status			pic x value spaces.
 01  po-date			pic x(10) value spaces.
 01  po-vendor			pic x(8) value spaces.
 01  po-item			pic x(10) value spaces.
 01  rawqtyord			pic x(12) value spaces.
 01  rawcost			pic x(12) value spaces.
 01  rawqtyrcvd		pic x(12) value spaces.
 01  polinesfound		unsigned-int value zero.
 01  povendorwrong		pic x value spaces.
 01  receivedvalue		pic s9(10)v99 value zero.
 01  priorvouchered		pic s9(10)v99 value zero.
 01  matchvalue		pic s9(10)v99 value zero.
 01  matchvariance		pic s9(10)v99 value zero.
 01  allowedvariance		pic s9(10)v99 value zero.
 01  tolamount			pic 9(7)v99 value zero.
 01  tolpercent		pic 9(3)v99 value zero.
 01  mt-voucherno		pic x(10) value spaces.
 01  mt-pono			pic x(10) value spaces.
 01  mt-vendor			pic x(8) value spaces.
 01  mt-date			pic x(10) value spaces.
 01  rawmtamount		pic x(14) value spaces.
 01  holdflag			pic x value spaces.
     88  voucher-is-held	      value "H".
 01  holdreason		pic x(20) value spaces.
 01  showmatchamt		pic -9999999.99 value zero.
 01  showmatchval		pic -9999999.99 value zero.
 01  showmatchvar		pic -9999999.99 value zero.
 01  showprior			pic -9999999.99 value zero.
 01  showcsvpo			pic 9(6) value zero.
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
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
     accept argvendor		from argument-value.
     accept argdate		from argument-value.
     accept argamount		from argument-value.
     accept argacct		from argument-value.
     accept argdesc		from argument-value.
     accept argpo		from argument-value.

     if argvendor = spaces or argdate = spaces
        or argamount = spaces or argacct = spaces
        display "usage: apvoucher <vendor-code> <invoice-date "
                "yyyymmdd> <amount> <expense-acct> <description> "
                "[<po#>]"
        display "       (with a PO# the account must be 2110)"
        stop run giving 1
     end-if.
     if function trim(argdate) is not numeric
     end-if.
     compute invdatenum = function numval(argdate).
     compute voucheramount = function numval(argamount).
     if argpo <> spaces and function trim(argpo) is not numeric
        display "apvoucher: the PO number must be numeric"
        stop run giving 1
     end-if.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the receipt posted Dr 1400 / Cr 2110 at the PO cost; the
*>>>voucher for those goods debits 2110 to clear it, never an
*>>>expense account that would charge the goods a second time
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if argpo <> spaces and function trim(argacct) <> "2110"
        display "apvoucher: a voucher against PO "
                function trim(argpo) " must be posted to 2110 "
                "Received not vouchered, not "
                function trim(argacct)
        stop run giving 1
     end-if.

     perform 0900-load-vendors.
     move zero			to vdMatchInd.
        stop run giving 8
     end-if.

     perform 0750-check-period.
     perform 0913-load-terms.
     perform 0100-compute-due-date.
     perform 0910-read-voucher-control.
     if argpo <> spaces
        perform 0940-load-cfg
        perform 0200-three-way-match
     end-if.

     move spaces		to invdateiso.
     string argdate(1:4), "-", argdate(5:2), "-", argdate(7:2)
     move voucheramount		to showcsvamt.
     open extend apopenfile.
     move spaces		to apopenrec.
     if argpo = spaces
        string nextvoucherno, ",",
               function trim(vdCode(vdMatchInd)), ",",
               function trim(vdName(vdMatchInd)), ",",
               invdateiso, ",",
               duedateiso, ",",
               function trim(argacct), ",",
               function trim(argdesc), ",",
               showcsvamt, ",",
               showcsvamt
               into apopenrec
        end-string
     else
        move wantpono		to showcsvpo
        string nextvoucherno, ",",
               function trim(vdCode(vdMatchInd)), ",",
               function trim(vdName(vdMatchInd)), ",",
               invdateiso, ",",
               duedateiso, ",",
               function trim(argacct), ",",
               function trim(argdesc), ",",
               showcsvamt, ",",
               showcsvamt, ",",
               showcsvpo, ",",
               holdflag
               into apopenrec
        end-string
        perform 0250-record-match
     end-if.
     write apopenrec.
     close apopenfile.

     move "2100"		to postacct.
     perform 0700-put-ledger-entry.
     close ledgerfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.

     display "apvoucher: voucher " nextvoucherno " recorded for "
             function trim(vdName(vdMatchInd)) ", due " duedateiso.
     if voucher-is-held
        display "apvoucher: voucher " nextvoucherno " is on "
                "match-exception hold (" function trim(holdreason)
                ") -- apcheckrun will not pay it until apmatchrel "
                "releases it"
        move 4			to return-code
     end-if.

     add 1			to nextvoucherno.
     perform 0920-write-voucher-control.
     string dued-year, "-", dued-month, "-", dued-day
            into duedateiso
     end-string.
*>
 0200-three-way-match.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>what the PO says we owe for is what has been received on it at
*>>>the PO cost, less what earlier vouchers already claimed; the
*>>>voucher may come in under that (a partial invoice) but not over
*>>>it by more than the tolerance
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     compute wantpono = function numval(argpo).
     move zero			to polinesfound receivedvalue
                                   priorvouchered.
     move spaces		to povendorwrong holdflag holdreason.

     open input pofile.
     read pofile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawpono rawpoline po-status po-date
                                   po-vendor po-item rawqtyord
                                   rawcost rawqtyrcvd
         unstring porec delimited by ","
                  into rawpono, rawpoline, po-status, po-date,
                       po-vendor, po-item, rawqtyord, rawcost,
                       rawqtyrcvd
         end-unstring
         if function trim(rawpono) is numeric
            if function numval(rawpono) = wantpono
               and po-status <> "X"
               add 1		to polinesfound
               if function trim(po-vendor) <>
                  function trim(vdCode(vdMatchInd))
                  move "y"	to povendorwrong
               end-if
               if function trim(rawqtyrcvd) is numeric
                  and function test-numval(rawcost) = 0
                  compute receivedvalue = receivedvalue
                        + function numval(rawqtyrcvd)
                        * function numval(rawcost)
               end-if
            end-if
         end-if
         read pofile
              at end move "y"	to eof
         end-read
     end-perform.
     close pofile.
     move spaces		to eof.

     open input matchfile.
     read matchfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to mt-voucherno mt-pono mt-vendor
                                   mt-date rawmtamount
         unstring matchrec delimited by ","
                  into mt-voucherno, mt-pono, mt-vendor, mt-date,
                       rawmtamount
         end-unstring
         if function trim(mt-pono) is numeric
            and function test-numval(rawmtamount) = 0
            if function numval(mt-pono) = wantpono
               compute priorvouchered = priorvouchered
                     + function numval(rawmtamount)
            end-if
         end-if
         read matchfile
              at end move "y"	to eof
         end-read
     end-perform.
     close matchfile.
     move spaces		to eof.

     compute matchvalue = receivedvalue - priorvouchered.
     compute matchvariance = voucheramount - matchvalue.
     compute allowedvariance rounded = matchvalue * tolpercent / 100.
     if allowedvariance < tolamount
        move tolamount		to allowedvariance
     end-if.

     evaluate true
         when polinesfound = zero
              move "H"		to holdflag
              move "PO-NOT-ON-FILE"	to holdreason
         when povendorwrong = "y"
              move "H"		to holdflag
              move "PO-OTHER-VENDOR"	to holdreason
         when matchvalue <= zero
              move "H"		to holdflag
              move "NOTHING-RECEIVED"	to holdreason
         when matchvariance > allowedvariance
              move "H"		to holdflag
              move "OVER-RECEIVED-VALUE"	to holdreason
         when other
              move "MATCHED"	to holdreason
     end-evaluate.
*>
 0250-record-match.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>apmatch.csv: voucher, PO, vendor, date, voucher amount, value
*>>>available to match, earlier vouchers, variance, status
*>>>(M matched / H held / R released), reason
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move voucheramount		to showmatchamt.
     move matchvalue		to showmatchval.
     move matchvariance		to showmatchvar.
     move priorvouchered	to showprior.
     open extend matchfile.
     move spaces		to matchrec.
     if voucher-is-held
        string nextvoucherno, ",",
               showcsvpo, ",",
               function trim(vdCode(vdMatchInd)), ",",
               todaydate, ",",
               function trim(showmatchamt), ",",
               function trim(showmatchval), ",",
               function trim(showprior), ",",
               function trim(showmatchvar), ",H,",
               function trim(holdreason)
               into matchrec
        end-string
     else
        string nextvoucherno, ",",
               showcsvpo, ",",
               function trim(vdCode(vdMatchInd)), ",",
               todaydate, ",",
               function trim(showmatchamt), ",",
               function trim(showmatchval), ",",
               function trim(showprior), ",",
               function trim(showmatchvar), ",M,",
               function trim(holdreason)
               into matchrec
        end-string
     end-if.
     write matchrec.
     close matchfile.

     if voucher-is-held
        move "apvoucher"	to audit-program
        move "AP-MATCH-HOLD"	to audit-reason
        move nextvoucherno	to audit-key
        move spaces		to audit-data
        string function trim(holdreason), " po ", showcsvpo,
               " amount ", function trim(showmatchamt),
               " received value ", function trim(showmatchval)
               into audit-data
        end-string
        call "auditlog" using audit-program, audit-reason,
                              audit-key, audit-data
        end-call
     end-if.
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
        display "apvoucher: period " todaydate(1:6) " is closed -- "
                "nothing vouchered"
        stop run giving 8
     end-if.
     if pc-status = 4
        display "apvoucher: period " todaydate(1:6) " is closed -- "
                "posting into " pc-date(1:6) " instead"
     end-if.
     move pc-date		to ledgerdate.
*>
 0900-load-vendors.
*>
     move nextvoucherno		to vctlrec.
     write vctlrec.
     close vctlfile.
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
                when "tolamount"
                     if function test-numval(cfgvalue) = 0
                        compute tolamount = function numval(cfgvalue)
                     end-if
                when "tolpercent"
                     if function test-numval(cfgvalue) = 0
                        compute tolpercent =
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
