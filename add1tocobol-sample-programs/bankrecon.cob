*>            against the statement balance, and every unmatched
*>            bank item called out for a gljournal entry.
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - a checkvoid reversal ("Void AP check nnnnnn") and the
*>              check line it reverses ("AP check nnnnnn ...") are
*>              paired off against each other before the bank is
*>              matched, so a voided check the bank will never see no
*>              longer sits on the outstanding list forever
*>15-Oct-2026 - the book balance is now 1000 Cash's latest ending
*>              balance on database/glbalances.csv, the
*>              account-by-period summary every poster keeps through
*>              glbalpost, rather than the sum of the cash lines
*>              loaded for matching (which stopped counting at the
*>              table's 2000 lines); the cash lines themselves are
*>              still read from the ledger, since matching is line
*>              by line.  With no balance file the old sum is used
*>15-Oct-2026 - the balance file now carries a row per company; the
*>              book balance is the period debits less credits summed
*>              over every company's 1000 rows, since the bank
*>              account and its ledger lines are shared
*>15-Oct-2026 - the ledger amount is staged in sixteen characters: a
*>              negative amount as the posters write it (-9(9).99)
*>              is thirteen wide and was losing its last cent
*>15-Oct-2026 - the outstanding book items are also written to
*>              bankoutstanding.csv (date yyyymmdd, description,
*>              amount) so escheat can find the refund checks that
*>              have never cleared
*>*********************************************************************
identification division.
program-id. bankrecon.
environment division.
                        organization is line sequential.
select optional ledgerfile	assign to "database/generalledger.csv"
                        organization is line sequential.
select optional balfile	assign to "database/glbalances.csv"
                        organization is line sequential.
select reconfile	assign to "bankrecon.txt"
                        organization is line sequential.
select outstandfile	assign to "bankoutstanding.csv"
                        organization is line sequential.
*>
data division.
*>
*>
01 ledgerrec		pic x(80).
*>
fd balfile.
*>
01 balrec		pic x(80).
*>
fd reconfile.
*>
01 reconrec		pic x(132).
*>
fd outstandfile.
*>
01 outstandrec		pic x(80).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
 01  bkMatchInd		unsigned-int value zero.
 01  ledgerdate		pic x(10) value spaces.
 01  ledgerdesc		pic x(40) value spaces.
 01  ledgeramt			pic x(16) value spaces.
 01  ledgeracct		pic x(6) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the bank statement columns
 01  bankcomputed		pic s9(10)v99 value zero.
*>
 01  bookbalance		pic s9(10)v99 value zero.
 01  booksource		pic x value spaces.
     88  book-from-balances	      value "y".
 01  ledgercompany		pic x(4) value spaces.
 01  rawperiod			pic x(8) value spaces.
 01  rawdebit			pic x(16) value spaces.
 01  rawcredit			pic x(16) value spaces.
 01  rawending			pic x(16) value spaces.
 01  outdeposits		pic s9(10)v99 value zero.
 01  outchecks			pic s9(10)v99 value zero.
 01  adjustedbank		pic s9(10)v99 value zero.
 01  difference		pic s9(10)v99 value zero.
 01  showamt			pic -zzz,zzz,zz9.99 value zero.
 01  showcount			pic zzz9 value zero.
 01  showcsvamt		pic -(9)9.99 value zero.
 01  unmatchedheader		pic x value spaces.
 01  voidInd			unsigned-int value zero.
 01  voidpairedcount		unsigned-int value zero.
 01  voiddesc			pic x(40) value spaces.
 01  checkdesc			pic x(40) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     perform 0900-load-cash-ledger.
     perform 0950-load-book-balance.
     if bkCount = zero
        display "bankrecon: no 1000 Cash lines on "
                "database/generalledger.csv -- nothing to reconcile"
        goback
     end-if.

     perform 0050-pair-voids.

     open output reconfile.
     move "Bank reconciliation -- 1000 Cash" to reconrec.
     write reconrec.
     close bankfile.
     move spaces		to eof.

     open output outstandfile.
     perform 0300-putreport.
     close outstandfile.
     close reconfile.

     display "bankrecon: " matchedcount " matched, "
             voidpairedcount " voided check(s) paired off, "
             unmatchedbankcount " bank item(s) unmatched, "
             outstandingcount " book item(s) outstanding -- see "
             "bankrecon.txt".
     end-if.

     goback.
*>
 0050-pair-voids.
*>
     perform varying voidInd from 1 by 1
             until voidInd > bkCount
         move function trim(bkDesc(voidInd) leading) to voiddesc
         if voiddesc(1:5) = "Void "
            and bkMatched(voidInd) <> "y"
            move zero		to bkMatchInd
            perform varying bkInd from 1 by 1
                    until bkInd > bkCount
                move function trim(bkDesc(bkInd) leading)
                                to checkdesc
                if bkMatchInd = zero
                   and bkInd <> voidInd
                   and bkMatched(bkInd) <> "y"
                   and checkdesc(1:15) = voiddesc(6:15)
                   and bkAmount(bkInd) = 0 - bkAmount(voidInd)
                   move bkInd	to bkMatchInd
                end-if
            end-perform
            if bkMatchInd <> zero
               move "y"		to bkMatched(bkMatchInd)
               move "y"		to bkMatched(voidInd)
               add 1		to voidpairedcount
            end-if
         end-if
     end-perform.
*>
 0100-match-bank-line.
*>
     write reconrec.
     perform varying bkInd from 1 by 1
             until bkInd > bkCount
         if not book-from-balances
            add bkAmount(bkInd)	to bookbalance
         end-if
         if bkMatched(bkInd) <> "y"
            add 1		to outstandingcount
            if bkAmount(bkInd) >= zero
                   into reconrec
            end-string
            write reconrec
            move bkAmount(bkInd)	to showcsvamt
            move spaces		to outstandrec
            string bkDate(bkInd), ",",
                   function trim(bkDesc(bkInd)), ",",
                   function trim(showcsvamt)
                   delimited by size into outstandrec
            end-string
            write outstandrec
         end-if
     end-perform.

     end-perform.
     close ledgerfile.
     move spaces		to eof.
*>
 0950-load-book-balance.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>every company's 1000 rows, netted, are the cash balance on the
*>>>books
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
         if function trim(ledgeracct) = "1000"
            and function test-numval(rawdebit) = 0
            and function test-numval(rawcredit) = 0
            if not book-from-balances
               move zero	to bookbalance
               move "y"		to booksource
            end-if
            compute bookbalance = bookbalance
                  + function numval(rawdebit)
                  - function numval(rawcredit)
         end-if
         read balfile
              at end move "y"	to eof
         end-read
     end-perform.
     close balfile.
     move spaces		to eof.
