       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Customer deposit liability report.  Custom orders (die
*>            sets and the like) take money down before they ship;
*>            cashapply records a receipt keyed against SO<order#>
*>            on database/deposits.csv and credits 2500 Customer
*>            deposits, and writeinvoice takes what is left of an
*>            order's deposits off the first invoice that bills it.
*>            This step lists every deposit with anything still
*>            unapplied (received, order, customer, amount, applied,
*>            open, and the open amount in US dollars at the rate it
*>            was received at) by customer to depositliability.txt,
*>            and ties the total to the 2500 balance summed over
*>            every company's rows on database/glbalances.csv.  An
*>            invoice batch glpost has not posted yet
*>            (invoicebatchtotals.csv still carrying applied
*>            deposits) explains that much of a difference; anything
*>            left is called out and gives return code 4.
*>
*>            usage: deposits
*>*********************************************************************
identification division.
program-id. deposits.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional depositfile	assign to "database/deposits.csv"
                        organization is line sequential.
select optional balfile	assign to "database/glbalances.csv"
                        organization is line sequential.
select optional batchtotfile	assign to "invoicebatchtotals.csv"
                        organization is line sequential.
select reportfile	assign to "depositliability.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd depositfile.
*>
01 depositrec		pic x(120).
*>
fd balfile.
*>
01 balrec		pic x(80).
*>
fd batchtotfile.
*>
01 batchtotrec		pic x(120).
*>
fd reportfile.
*>
01 reportrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>deposits with an unapplied balance, sorted by customer then
*>>>order for the listing
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  depCount			unsigned-int value zero.
 01  depList.
     05  depEntry	occurs 1000 times
                        indexed by depInd depInd2.
         10  depCustomer	pic x(28) value spaces.
         10  depSonumber	pic x(6) value spaces.
         10  depDate		pic x(10) value spaces.
         10  depCurrency	pic x(3) value spaces.
         10  depRate		pic 9v9999 value zero.
         10  depAmount		pic s9(8)v99 value zero.
         10  depApplied	pic s9(8)v99 value zero.
 01  depSwap			pic x(80) value spaces.
 01  rawdepdate		pic x(10) value spaces.
 01  rawdepsonumber		pic x(10) value spaces.
 01  rawdepcustomer		pic x(28) value spaces.
 01  rawdepcurrency		pic x(5) value spaces.
 01  rawdeprate		pic x(10) value spaces.
 01  rawdepamount		pic x(12) value spaces.
 01  rawdepapplied		pic x(12) value spaces.
 01  depsonumberwork		pic 9(6) value zero.
 01  appliedcount		unsigned-int value zero.
 01  lastcustomer		pic x(28) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>ledger 2500 side and the unposted batch
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ledgercompany		pic x(4) value spaces.
 01  ledgeracct		pic x(6) value spaces.
 01  rawperiod			pic x(8) value spaces.
 01  rawdebit			pic x(16) value spaces.
 01  rawcredit			pic x(16) value spaces.
 01  rawdummy			pic x(14) value spaces.
 01  rawdepusd			pic x(12) value spaces.
*>
 01  openamount		pic s9(8)v99 value zero.
 01  openusd			pic s9(10)v99 value zero.
 01  custusd			pic s9(12)v99 value zero.
 01  subledgertotal		pic s9(12)v99 value zero.
 01  ledger2500		pic s9(12)v99 value zero.
 01  unpostedapplied		pic s9(12)v99 value zero.
 01  difference		pic s9(12)v99 value zero.
 01  residual			pic s9(12)v99 value zero.
 01  showamt			pic -zzz,zzz,zz9.99 value zero.
 01  showdepamt		pic -zzz,zz9.99 value zero.
 01  showdepapplied		pic -zzz,zz9.99 value zero.
 01  showdepopen		pic -zzz,zz9.99 value zero.
 01  showdepusd		pic -zzz,zz9.99 value zero.
 01  showcount			pic zzz9 value zero.
*>
 procedure division.
*>
 0000-start.
*>
     perform 0900-load-deposits.
     perform 0200-total-ledger-2500.
     perform 0300-total-unposted-batch.

     open output reportfile.
     move "Customer deposit liability (2500)" to reportrec.
     write reportrec.
     move all "-"		to reportrec.
     write reportrec.
     move spaces		to reportrec.
     string "Received    SO      Cur      Deposit      Applied",
            "         Open     Open USD"
            delimited by size into reportrec
     end-string.
     write reportrec.
     move all "-"		to reportrec.
     write reportrec.

     move spaces		to lastcustomer.
     move zero			to custusd.
     perform varying depInd from 1 by 1
             until depInd > depCount
         if depCustomer(depInd) <> lastcustomer
            perform 0150-put-customer-total
            move depCustomer(depInd)	to lastcustomer
            move spaces		to reportrec
            string lastcustomer delimited by size into reportrec
            end-string
            write reportrec
         end-if
         perform 0100-put-deposit
     end-perform.
     perform 0150-put-customer-total.

     perform 0500-put-tie-out.
     close reportfile.
     goback.
*>
 0100-put-deposit.
*>
     compute openamount = depAmount(depInd) - depApplied(depInd).
     compute openusd rounded = openamount * depRate(depInd).
     add openusd		to custusd.
     add openusd		to subledgertotal.
     move depAmount(depInd)	to showdepamt.
     move depApplied(depInd)	to showdepapplied.
     move openamount		to showdepopen.
     move openusd		to showdepusd.
     move spaces		to reportrec.
     string depDate(depInd), "  ", depSonumber(depInd), "  ",
            depCurrency(depInd), "  ", showdepamt, "  ",
            showdepapplied, "  ", showdepopen, "  ", showdepusd
            delimited by size into reportrec
     end-string.
     write reportrec.
*>
 0150-put-customer-total.
*>
     if lastcustomer <> spaces
        move custusd		to showdepusd
        move spaces		to reportrec
        string "                                      ",
               "customer total USD  ", showdepusd
               delimited by size into reportrec
        end-string
        write reportrec
        move zero		to custusd
     end-if.
*>
 0200-total-ledger-2500.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a liability: credits less debits over every company's 2500 rows
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open input balfile.
     read balfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to ledgercompany ledgeracct rawperiod
                                   rawdebit rawcredit
         unstring balrec delimited by ","
                  into ledgercompany, ledgeracct, rawperiod,
                       rawdebit, rawcredit
         end-unstring
         if function trim(ledgeracct) = "2500"
            and function test-numval(rawdebit) = 0
            and function test-numval(rawcredit) = 0
            compute ledger2500 = ledger2500
                  + function numval(rawcredit)
                  - function numval(rawdebit)
         end-if
         read balfile
              at end move "y"	to eof
         end-read
     end-perform.
     close balfile.
     move spaces		to eof.
*>
 0300-total-unposted-batch.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>deposits writeinvoice applied in a batch glpost has not posted
*>>>have left the file but not yet the ledger
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open input batchtotfile.
     read batchtotfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawdepusd
         unstring batchtotrec delimited by ","
                  into rawdummy, rawdummy, rawdummy, rawdummy,
                       rawdummy, rawdummy, rawdummy, rawdummy,
                       rawdummy, rawdummy, rawdummy, rawdummy,
                       rawdepusd
         end-unstring
         if function test-numval(rawdepusd) = 0
            compute unpostedapplied = unpostedapplied
                  + function numval(rawdepusd)
         end-if
         read batchtotfile
              at end move "y"	to eof
         end-read
     end-perform.
     close batchtotfile.
     move spaces		to eof.
*>
 0500-put-tie-out.
*>
     move all "-"		to reportrec.
     write reportrec.
     move depCount		to showcount.
     move subledgertotal	to showamt.
     move spaces		to reportrec.
     string "Open deposits: ", showcount, " on database/deposits.csv,",
            " USD ", showamt
            delimited by size into reportrec
     end-string.
     write reportrec.
     if appliedcount > zero
        move appliedcount	to showcount
        move spaces		to reportrec
        string "               ", showcount,
               " fully applied deposit(s) not listed"
               delimited by size into reportrec
        end-string
        write reportrec
     end-if.
     move ledger2500		to showamt.
     move spaces		to reportrec.
     string "Ledger:        2500 Customer deposits balance   ", showamt
            delimited by size into reportrec
     end-string.
     write reportrec.
     compute difference = subledgertotal - ledger2500.
     move difference		to showamt.
     move spaces		to reportrec.
     string "Difference (deposits minus ledger):             ", showamt
            delimited by size into reportrec
     end-string.
     write reportrec.
     move all "-"		to reportrec.
     write reportrec.

     if difference = zero
        move "IN BALANCE -- the deposits tie to the books." to reportrec
        write reportrec
        display "deposits: deposit liability ties to the ledger"
     else
        move "Likely causes:"	to reportrec
        write reportrec
        if unpostedapplied <> zero
           move unpostedapplied	to showamt
           move spaces		to reportrec
           string "  deposits applied in a batch glpost has not ",
                  "posted: ", showamt, " (invoicebatchtotals.csv)"
                  delimited by size into reportrec
           end-string
           write reportrec
        end-if
        compute residual = difference + unpostedapplied
        if residual <> zero
           move residual	to showamt
           move spaces		to reportrec
           string "  unexplained (hand edits to deposits.csv or the ",
                  "ledger?): ", showamt
                  delimited by size into reportrec
           end-string
           write reportrec
           display "deposits: OUT OF BALANCE -- see "
                   "depositliability.txt"
           move 4		to return-code
        else
           display "deposits: deposit liability ties once the "
                   "invoice batch is posted"
        end-if
     end-if.
*>
 0900-load-deposits.
*>
     move zero			to depCount.
     open input depositfile.
     read depositfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawdepdate rawdepsonumber
                                   rawdepcustomer rawdepcurrency
                                   rawdeprate rawdepamount
                                   rawdepapplied
         unstring depositrec delimited by ","
                  into rawdepdate, rawdepsonumber, rawdepcustomer,
                       rawdepcurrency, rawdeprate, rawdepamount,
                       rawdepapplied
         end-unstring
         if function trim(rawdepsonumber) is numeric
            and function test-numval(rawdepamount) = 0
            if function test-numval(rawdepapplied) <> 0
               move "0"		to rawdepapplied
            end-if
            if function numval(rawdepamount) >
               function numval(rawdepapplied)
               if depCount < 1000
                  add 1		to depCount
                  move rawdepcustomer	to depCustomer(depCount)
                  compute depsonumberwork =
                          function numval(rawdepsonumber)
                  move depsonumberwork	to depSonumber(depCount)
                  move rawdepdate	to depDate(depCount)
                  move rawdepcurrency	to depCurrency(depCount)
                  if function test-numval(rawdeprate) = 0
                     compute depRate(depCount) =
                             function numval(rawdeprate)
                  else
                     move 1	to depRate(depCount)
                  end-if
                  compute depAmount(depCount) =
                          function numval(rawdepamount)
                  compute depApplied(depCount) =
                          function numval(rawdepapplied)
               else
                  display "deposits: more than 1000 open deposits -- "
                          "the rest are not listed"
               end-if
            else
               add 1		to appliedcount
            end-if
         end-if
         read depositfile
              at end move "y"	to eof
         end-read
     end-perform.
     close depositfile.
     move spaces		to eof.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>customer, then order, then received date for the listing
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform varying depInd from 1 by 1
             until depInd >= depCount
         perform varying depInd2 from depInd by 1
                 until depInd2 > depCount
             if depEntry(depInd2)(1:44) < depEntry(depInd)(1:44)
                move depEntry(depInd)	to depSwap
                move depEntry(depInd2)	to depEntry(depInd)
                move depSwap		to depEntry(depInd2)
             end-if
         end-perform
     end-perform.
