      *                 drift is visible at a glance.  A site with no
      *                 budget file skips both, as with the optional
      *                 reference files elsewhere
      *   15-Oct-2026 - the monthly rollup now reads its income and
      *                 expense totals from database/glbalances.csv,
      *                 the account-by-period balance file the
      *                 posting programs keep through glbalpost, in
      *                 place of re-adding the ledger detail; the
      *                 bi-weekly chart still needs the dated detail
      *   15-Oct-2026 - the balance file leads each row with its
      *                 company code; the rollup takes every company
      *   15-Oct-2026 - the ledger amount is staged in sixteen
      *                 characters: a negative amount as the posters
      *                 write it is thirteen wide and lost its last cent
      ******************************************************************
       identification division.
       program-id. plotworth.
           select ledgerfile
               assign to "database/generalledger.csv"
               organization is line sequential.
           select optional balfile
               assign to "database/glbalances.csv"
               organization is line sequential.
           select monthfile
               assign to "ocgpdata_monthly.txt"
               organization is line sequential.
             03 networth  pic -zzzzzz9.99.
       fd ledgerfile.
          01 ledgerrec pic x(80).
       fd balfile.
          01 balrec pic x(80).
       fd monthfile.
          01 monthrec.
             03 monthtimefield pic 9(8).
          88 end-of-ledger    value "y".
       01 ledgerdate     pic x(10) value spaces.
       01 ledgerdesc     pic x(40) value spaces.
       01 ledgeramt      pic x(16) value spaces.
       01 txndate        pic 9(8) value zero.
       01 txndate-r redefines txndate.
          03 txn-year    pic 9(4).
       01 month-overflow-msg  pic x value spaces.
          88 month-overflow-warned value "y".

      * balance file read -- one row per company, account and month:
      * company, account, yyyymm, the month's debits, its credits,
      * the ending balance
       01 balance-eof    pic x value spaces.
          88 end-of-balances  value "y".
       01 balances-found pic x value spaces.
          88 balances-were-found value "y".
       01 balcompany     pic x(4) value spaces.
       01 balacct        pic x(6) value spaces.
       01 balperiod      pic x(8) value spaces.
       01 baldebit       pic x(16) value spaces.
       01 balcredit      pic x(16) value spaces.
       01 balmonthnum    pic 9(6) value zero.
       01 balmonthnum-r redefines balmonthnum.
          03 bal-year    pic 9(4).
          03 bal-month   pic 9(2).
       01 balindex       pic s9(4) value zero.

      * monthly budget targets keyed the same way as month-table --
      * month-budget-set marks the months the budget file actually
      * covered so uncovered months report "no budget" instead of
                   else
                       subtract txnamount from period-expense(pindex)
                   end-if
           end-read
       end-perform.
       close ledgerfile.

      * Roll up the months from the balance file rather than the
      * detail: across every account, a month's debits are its
      * income and its credits its expense, the same split the
      * bi-weekly buckets make line by line
       open input balfile.
       perform until end-of-balances
           read balfile
               at end
                   move "y" to balance-eof
               not at end
                   move spaces to balcompany balacct balperiod
                                  baldebit balcredit
                   unstring balrec delimited by ","
                            into balcompany, balacct, balperiod,
                                 baldebit, balcredit
                   end-unstring
                   if function trim(balperiod) is numeric
                      and function test-numval(baldebit) = 0
                      and function test-numval(balcredit) = 0
                     move function numval(function trim(balperiod))
                         to balmonthnum
                     compute balindex =
                         (bal-year - start-year) * 12
                         + (bal-month - start-month) + 1
                     if balindex > month-table-max
                       if not month-overflow-warned
                         display "plotworth: ledger has more than "
                                 month-table-max
                                 " months -- extra transactions"
                         display "  folded into the last month"
                         move "y" to month-overflow-msg
                       end-if
                       move month-table-max to balindex
                     end-if
                     if balindex >= 1
                       move balindex to monthindex
                       if monthindex > monthcount
                           move monthindex to monthcount
                       end-if
                       add function numval(baldebit)
                           to month-income(monthindex)
                       add function numval(balcredit)
                           to month-expense(monthindex)
                       move "y" to balances-found
                     end-if
                   end-if
           end-read
       end-perform.
       close balfile.
       if not balances-were-found and startdate not = zero
           display "plotworth: database/glbalances.csv is empty or "
                   "missing -- run glbalances rebuild for the"
           display "  monthly chart"
       end-if.

      * Generate a bi-weekly dataset with date, income, expense, worth
       open output moneyfile.
