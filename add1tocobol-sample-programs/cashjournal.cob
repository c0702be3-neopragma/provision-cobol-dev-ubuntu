*>            write-offs and currency gain/loss were already posted
*>            at application time; this step posts the cash itself.
*>*********************************************************************
*>Modifications:
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
*>*********************************************************************
identification division.
program-id. cashjournal.
environment division.
*>>>ledger postings in glpost's quoted CSV layout
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  todaydate			pic x(8) value spaces.
 01  ledgerdate		pic x(8) value spaces.
 01  postamount		pic s9(10)v99 value zero.
 01  showledamt		pic -9(9).99 value zero.
 01  postdesc			pic x(40) value spaces.
 01  postacct			pic x(4) value spaces.
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
     perform 0750-check-period.

     open input cashtotfile.
     open output journalfile.
     move "1200"			to postacct.
     perform 0200-put-ledger-entry.
     close ledgerfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.

     display "cashjournal: posted " receiptcount " receipt(s) to "
             "database/generalledger.csv -- see cashjournal.txt".
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
        display "cashjournal: period " todaydate(1:6) " is closed -- "
                "nothing posted"
        stop run giving 8
     end-if.
     if pc-status = 4
        display "cashjournal: period " todaydate(1:6) " is closed -- "
                "posting into " pc-date(1:6) " instead"
     end-if.
     move pc-date		to ledgerdate.
