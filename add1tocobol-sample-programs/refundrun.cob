*> Date:      02-Sep-2026
*> Purpose:   Refund run for customers sitting on net credit
*>            balances.  After credit memos and overpayments some
*>            customers' open items on database/aropen.dat net to a
*>            credit and just sit there; this program nets each
*>            customer's items, and where the net credit meets the
*>            threshold it cuts a refund: a check register line
*>            same check number.
*>
*>            usage: refundrun [<minimum-credit>]     (default 25.00)
*>            A leading -company=<cc> argument names the company the
*>            run posts for (default 01).
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - each refund check is reported through posipay, which
*>              writes the bank's positive pay issue file, stages it
*>              to outbound and logs the delivery
*>15-Oct-2026 - refunds now reach the ledger: debit 1200 Accounts
*>              receivable for the run's total, credit 1000 Cash one
*>              line per check ("RF check nnnnnn customer"); every
*>              item a refund consumes is kept on
*>              database/refundpaid.csv (check, date, customer,
*>              amount, then the aropen.csv line) so checkvoid can
*>              put it back
*>15-Oct-2026 - the refund checks themselves are printed through
*>              checkprint, one sheet per check with the customer's
*>              address from database/customers.csv, the amount in
*>              words, the consumed items on the stub and the MICR
*>              line
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
*>15-Oct-2026 - the open items are read from the indexed
*>              database/aropen.dat (aropenconv) instead of
*>              database/aropen.csv, and only the items a refund
*>              consumes are deleted from it, by key, in place of
*>              writing the whole file back
*>*********************************************************************
identification division.
program-id. refundrun.
*>
file-control.
*>
select aropenidx	assign to "database/aropen.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is ao-key
                        alternate record key is ao-customer
                            with duplicates
                        file status is ao-status.
select registerfile	assign to "refundregister.txt"
                        organization is line sequential.
select optional checkctlfile	assign to "refundcheck.ctl"
                        organization is line sequential.
select optional ledgerfile	assign to "database/generalledger.csv"
                        organization is line sequential.
select optional paidfile	assign to "database/refundpaid.csv"
                        organization is line sequential.
*>
data division.
*>
file section.
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
fd registerfile.
*>
*>
01 checkctlrec		pic 9(6).
*>
fd ledgerfile.
*>
01 ledgerrec		pic x(80).
*>
fd paidfile.
*>
01 paidrec		pic x(200).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
 01  aropenfailcount		unsigned-int value zero.
 01  cmdarg			pic x(20) value spaces.
 01  minimumcredit		pic 9(7)v99 value 25.00.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the whole open-item file is loaded and netted per customer;
*>>>only the refunded customers' items are then deleted from it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  arCount			unsigned-int value zero.
 01  arList.
         10  arInvoiceno	pic x(10) value spaces.
         10  arBalance		pic s9(8)v99 value zero.
         10  arRefunded	pic x value spaces.
         10  arKey		pic x(14) value spaces.
 01  ar-invoiceno		pic x(10) value spaces.
 01  ar-customer		pic x(28) value spaces.
 01  ar-invdate		pic x(10) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared posipay and checkprint subprograms
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  pp-action			pic x value spaces.
 01  pp-source			pic x(2) value "RF".
 01  pp-checkno		pic 9(6) value zero.
 01  pp-date			pic x(8) value spaces.
 01  pp-amount			pic s9(10)v99 value zero.
 01  pp-payee			pic x(40) value spaces.
 01  pp-status			pic 99 value zero.
 01  cp-action			pic x value spaces.
 01  cp-source			pic x(2) value "RF".
 01  cp-checkno		pic 9(6) value zero.
 01  cp-date			pic x(8) value spaces.
 01  cp-amount			pic s9(10)v99 value zero.
 01  cp-payee			pic x(40) value spaces.
 01  cp-payeekey		pic x(28) value spaces.
 01  cp-stubref		pic x(40) value spaces.
 01  cp-status			pic 99 value zero.
 01  todaydate			pic x(8) value spaces.
 01  ledgerdate		pic x(8) value spaces.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
 01  postdesc			pic x(40) value spaces.
 01  postacct			pic x(4) value spaces.
 01  showcsvamt		pic -9(8).99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the refund checks cut this run, for their own 1000 Cash lines
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ckList.
     05  ckEntry	occurs 200 times
                        indexed by ckInd.
         10  ckNumber		pic 9(6) value zero.
         10  ckPayee		pic x(28) value spaces.
         10  ckAmount		pic s9(10)v99 value zero.
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
     if cmdarg <> spaces and function test-numval(cmdarg) = 0
        compute minimumcredit = function numval(cmdarg)
     end-if.

     perform 0750-check-period.
     perform 0900-load-open-items.
     if arCount = zero
        display "refundrun: no open items on database/aropen.dat"
        goback
     end-if.

     perform 0910-read-check-control.

     open output registerfile.
     open extend paidfile.
     move "Refund check register" to registerrec.
     write registerrec.
     move all "-"		to registerrec.
     end-string.
     write registerrec.
     close registerfile.
     close paidfile.

     if refundcount > 0
        move "c"		to pp-action
        call "posipay" using pp-action, pp-source, pp-checkno,
                             pp-date, pp-amount, pp-payee, pp-status
        end-call
        move "c"		to cp-action
        call "checkprint" using cp-action, cp-source, cp-checkno,
                                cp-date, cp-amount, cp-payee,
                                cp-payeekey, cp-stubref, cp-status
        end-call
        open extend ledgerfile
        compute postamount = refundtotal
        move "Refund run"	to postdesc
        move "1200"		to postacct
        perform 0700-put-ledger-entry
        perform varying ckInd from 1 by 1
                until ckInd > refundcount
            compute postamount = 0 - ckAmount(ckInd)
            move spaces		to postdesc
            string "RF check ", ckNumber(ckInd), " ",
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
        perform 0950-rewrite-open-items
        perform 0920-write-check-control
     end-if.
     display "refundrun: " refundcount " refund(s) issued -- see "
             "refundregister.txt".

     if aropenfailcount > 0
        move 8			to return-code
     end-if.

     goback.
*>
 0100-net-customers.
*>
 0200-issue-refund.
*>
     if refundcount = 0
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
     compute refundamount = 0 - netBalance(netInd).
     add 1			to refundcount.
     add refundamount		to refundtotal.
     move nextcheckno		to ckNumber(refundcount).
     move netCustomer(netInd)	to ckPayee(refundcount).
     move refundamount		to ckAmount(refundcount).
     move refundamount		to showamt.
     move spaces		to registerrec.
     string "Check ", nextcheckno, "  ",
                   into registerrec
            end-string
            write registerrec
            move arBalance(arInd)	to showcsvamt
            move spaces		to paidrec
            string nextcheckno, ",",
                   todaydate, ",",
                   function trim(netCustomer(netInd)), ",",
                   function trim(showcsvamt), ",",
                   function trim(arRawline(arInd))
                   into paidrec
            end-string
            write paidrec
            move "l"		to cp-action
            move arBalance(arInd)	to cp-amount
            move spaces		to cp-stubref
            string "inv/cm ", function trim(arInvoiceno(arInd))
                   into cp-stubref
            end-string
            call "checkprint" using cp-action, cp-source, cp-checkno,
                                    cp-date, cp-amount, cp-payee,
                                    cp-payeekey, cp-stubref, cp-status
            end-call
         end-if
     end-perform.

                           audit-key, audit-data
     end-call.

     move "i"			to pp-action.
     move nextcheckno		to pp-checkno.
     move todaydate		to pp-date.
     move refundamount		to pp-amount.
     move netCustomer(netInd)	to pp-payee.
     call "posipay" using pp-action, pp-source, pp-checkno,
                          pp-date, pp-amount, pp-payee, pp-status
     end-call.
     move "p"			to cp-action.
     move nextcheckno		to cp-checkno.
     move todaydate		to cp-date.
     move refundamount		to cp-amount.
     move netCustomer(netInd)	to cp-payee.
     move netCustomer(netInd)	to cp-payeekey.
     call "checkprint" using cp-action, cp-source, cp-checkno,
                             cp-date, cp-amount, cp-payee,
                             cp-payeekey, cp-stubref, cp-status
     end-call.

     add 1			to nextcheckno.
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
        display "refundrun: period " todaydate(1:6) " is closed -- "
                "no refunds issued"
        stop run giving 8
     end-if.
     if pc-status = 4
        display "refundrun: period " todaydate(1:6) " is closed -- "
                "posting into " pc-date(1:6) " instead"
     end-if.
     move pc-date		to ledgerdate.
*>
 0900-load-open-items.
*>
     move zero			to arCount.
     open input aropenidx.
     if ao-status <> "00"
        display "refundrun: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
     read aropenidx next record
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if arCount < 2000
            add 1		to arCount
            move spaces		to rawtotal rawbalance
            move ao-rawrec	to arRawline(arCount)
            move ao-key		to arKey(arCount)
            unstring ao-rawrec delimited by ","
                     into ar-invoiceno, ar-customer, ar-invdate,
                          ar-currency, rawtotal, rawbalance
            end-unstring
                    "stopping before any are lost"
            stop run giving 8
         end-if
         read aropenidx next record
              at end move "y"	to eof
         end-read
     end-perform.
     close aropenidx.
     move spaces		to eof.
*>
 0950-rewrite-open-items.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>delete the refunded customers' consumed items from the
*>>>open-item file by key; every other row is left where it is
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open i-o aropenidx.
     if ao-status <> "00"
        display "refundrun: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
     perform varying arInd from 1 by 1
             until arInd > arCount
         if arRefunded(arInd) = "y"
            move arKey(arInd)	to ao-key
            delete aropenidx record
                invalid key
                   display "refundrun: open item "
                           function trim(arInvoiceno(arInd))
                           " could not be deleted from "
                           "database/aropen.dat (status " ao-status
                           ")"
                   add 1	to aropenfailcount
            end-delete
         end-if
     end-perform.
     close aropenidx.
*>
 0910-read-check-control.
*>
