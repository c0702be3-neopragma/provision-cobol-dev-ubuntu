*>            receivable.  balanceproof ties the register, the forms
*>            and the EDI file to each other, but nothing tied the
*>            subledger to the books: the open balances on
*>            database/aropen.dat (converted to US dollars at each
*>            currency's latest rate on file) should equal the 1200
*>            Accounts receivable balance built from
*>            database/generalledger.csv postings.  This step
*>            (cashappliedtotals.csv still has rows) -- so whatever
*>            is left is a hand edit someone has to explain.
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - the 1200 side is now the account's latest ending
*>              balance on database/glbalances.csv, the
*>              account-by-period summary every poster keeps through
*>              glbalpost, instead of a pass over the whole ledger
*>15-Oct-2026 - the balance file now carries a row per company, and
*>              the aged open items span every company, so the 1200
*>              side is the period debits less credits summed over
*>              every company's 1200 rows
*>15-Oct-2026 - an unposted batch's share of the gap is its invoices
*>              less the customer deposits writeinvoice applied to
*>              them (batch totals column twelve), which glpost
*>              takes off 1200 with the invoices
*>15-Oct-2026 - the open balances are read from the indexed
*>              database/aropen.dat (aropenconv), the live open-item
*>              file, instead of the nightly aropen.csv export, so a
*>              run after the day's billing or cash application
*>              ties out
*>*********************************************************************
identification division.
program-id. arreconcile.
environment division.
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
select optional balfile	assign to "database/glbalances.csv"
                        organization is line sequential.
select optional currratefile	assign to "database/currencyrates.csv"
                        organization is line sequential.
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
fd balfile.
*>
01 balrec		pic x(80).
*>
fd currratefile.
*>
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the aropen.csv columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>ledger 1200 side
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ledgercompany		pic x(4) value spaces.
 01  ledgeracct		pic x(6) value spaces.
 01  rawperiod			pic x(8) value spaces.
 01  rawdebit			pic x(16) value spaces.
 01  rawcredit			pic x(16) value spaces.
 01  rawending			pic x(16) value spaces.
*>
 01  subledgertotal		pic s9(12)v99 value zero.
 01  ledger1200		pic s9(12)v99 value zero.
 01  rawrate			pic x(10) value spaces.
 01  rawamt			pic x(12) value spaces.
 01  rawdummy			pic x(12) value spaces.
 01  rawdeposit		pic x(12) value spaces.
 01  itemcount			unsigned-int value zero.
 01  showamt			pic -zzz,zzz,zz9.99 value zero.
 01  showcount			pic zzz9 value zero.
*>
 0100-total-subledger.
*>
     open input aropenidx.
     if ao-status <> "00"
        display "arreconcile: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
     read aropenidx next record
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to ar-invoiceno ar-customer ar-invdate
                                   ar-currency rawtotal rawbalance
         unstring ao-rawrec delimited by ","
                  into ar-invoiceno, ar-customer, ar-invdate,
                       ar-currency, rawtotal, rawbalance
         end-unstring
                  + function numval(rawbalance) * userate
            add 1		to itemcount
         end-if
         read aropenidx next record
              at end move "y"	to eof
         end-read
     end-perform.
     close aropenidx.
     move spaces		to eof.
*>
 0150-resolve-rate.
*>
 0200-total-ledger-1200.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>every company's 1200 rows, netted, are the receivable on the
*>>>books across the companies the open items cover
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open input balfile.
     read balfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to ledgercompany ledgeracct rawperiod
                                   rawdebit rawcredit rawending
         unstring balrec delimited by ","
                  into ledgercompany, ledgeracct, rawperiod,
                       rawdebit, rawcredit, rawending
         end-unstring
         if function trim(ledgeracct) = "1200"
            and function test-numval(rawdebit) = 0
            and function test-numval(rawcredit) = 0
            compute ledger1200 = ledger1200
                  + function numval(rawdebit)
                  - function numval(rawcredit)
         end-if
         read balfile
              at end move "y"	to eof
         end-read
     end-perform.
     close balfile.
     move spaces		to eof.
*>
 0300-total-unposted-batch.
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawrate rawamt rawdeposit
         unstring batchtotrec delimited by ","
                  into rawdummy, rawdummy, rawdummy, rawrate,
                       rawdummy, rawdummy, rawdummy, rawdummy,
                       rawamt, rawdummy, rawdummy, rawdeposit
         end-unstring
         if function test-numval(rawdeposit) <> 0
            move "0"		to rawdeposit
         end-if
         if function test-numval(rawrate) = 0
            and function test-numval(rawamt) = 0
            compute unpostedbatch rounded = unpostedbatch
                  + (function numval(rawamt)
                   - function numval(rawdeposit))
                  * function numval(rawrate)
         end-if
         read batchtotfile
     move subledgertotal	to showamt.
     move spaces		to reconrec.
     string "Subledger: ", showcount, " open item(s) on ",
            "database/aropen.dat, USD ", showamt
            into reconrec
     end-string.
     write reconrec.
        if residual <> zero
           move residual	to showamt
           move spaces		to reconrec
           string "  unexplained (aropen.dat reloaded from an old ",
                  "export, or hand edits to the ledger?): ", showamt
                  into reconrec
           end-string
           write reconrec
