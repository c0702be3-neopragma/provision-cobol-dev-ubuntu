*>
*>            Batch entries stage in jrnlentry.csv, tagged rows in
*>            the batch-header style:
*>                E,<date yyyymmdd>,<entry description>[,<company>]
*>                L,<account>,<line description>,<amount>
*>            (debits positive, credits negative, like the ledger
*>            itself).  Accepted entries post and the staging file
*>            <yyyymm>" posts every stored entry dated the first of
*>            that month.
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - each entry is checked against accounting period
*>              control (the shared periodctl over
*>              database/periods.csv) before it posts: one dated
*>              into a closed period is rejected whole to
*>              gljournal_rejects.txt, or redated into the first
*>              open period when periodctl.cfg says closed=redirect
*>15-Oct-2026 - each ledger line posted is also added to its account
*>              and period on database/glbalances.csv through the
*>              shared glbalpost, the summary the ledger reports now
*>              read instead of rescanning the whole ledger
*>15-Oct-2026 - every ledger line carries its entry's company code as
*>              a fifth column: the E row's optional fourth field,
*>              else the run's leading -company=<cc> argument (read
*>              through the shared glcompany), else company 01.  An
*>              intercompany entry is staged as one entry per
*>              company, each balanced within itself
*>*********************************************************************
identification division.
program-id. gljournal.
environment division.
     88  entry-is-open	      value "y".
 01  jeDate			pic x(8) value spaces.
 01  jeDesc			pic x(40) value spaces.
 01  jeCompany			pic x(2) value spaces.
 01  jeLineCount		unsigned-int value zero.
 01  jeLines.
     05  jeLine	occurs 20 times
 01  rawacct			pic x(6) value spaces.
 01  rawdesc			pic x(40) value spaces.
 01  rawamount			pic x(14) value spaces.
 01  rawcompany		pic x(4) value spaces.
 01  pctpos			unsigned-int value zero.
 01  pctvalue			pic 9(3)v99 value zero.
 01  rawpct			pic x(14) value spaces.
 01  rcBase			pic s9(8)v99 value zero.
 01  rcAmount			pic s9(8)v99 value zero.
 01  rcBaseSet			pic x value spaces.
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
     accept cmdarg		from argument-value.
     if function trim(cmdarg) = "-recurring"
        move "r"		to runmode
              move "y"		to jeOpen
              move zero		to jeLineCount jeRawCount
              move spaces	to jeBadAmount
              move spaces	to rawdate rawcompany
              unstring entryrec delimited by ","
                       into rectag, rawdate, jeDesc, rawcompany
              end-unstring
              move rawdate	to jeDate
              if function trim(rawcompany) = spaces
                 move gc-company	to jeCompany
              else
                 move function trim(rawcompany) to jeCompany
              end-if
              add 1		to jeRawCount
              move entryrec	to jeRawline(jeRawCount)
         when "L,"
           move "debits do not equal credits" to jeFailreason
        end-if
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an entry dated into a closed period is rejected whole, or moved
*>>>into the first open period when periodctl.cfg says so
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if entry-is-valid
        move jeDate		to pc-date
        call "periodctl" using pc-action, pc-date, pc-status
        end-call
        if pc-status = 8
           move spaces		to jeOk
           move spaces		to jeFailreason
           string "period ", jeDate(1:6), " is closed"
                into jeFailreason
           end-string
        else if pc-status = 4
           display "gljournal: period " jeDate(1:6) " is closed -- "
                   "entry dated " pc-date " instead"
           move pc-date		to jeDate
        end-if
     end-if.
*>
 0200-post-entry.
*>
     end-string.

     move spaces		to registerrec.
     string jelabel, "  ", jeDate, "  company ", jeCompany, "  ",
            function trim(jeDesc)
            into registerrec
     end-string.
     write registerrec.
         string '"', jeDate, '","', jelabel, " ",
                function trim(jlDesc(jeInd)),
                '",', function trim(showledamt), ",",
                jlAcct(jeInd), ",", jeCompany
                into ledgerrec
         end-string
         write ledgerrec
         move "p"		to gb-action
         move jeDate		to gb-date
         move jlAcct(jeInd)	to gb-acct
         move jlAmount(jeInd)	to gb-amount
         move jeCompany		to gb-company
         call "glbalpost" using gb-action, gb-date,
                               gb-acct, gb-amount, gb-company
         end-call
         move jlAmount(jeInd)	to showamt
         move spaces		to registerrec
         string "    ", jlAcct(jeInd), "  ",
         write registerrec
     end-perform.
     close ledgerfile.
     move "c"			to gb-action.
     call "glbalpost" using gb-action, gb-date,
                           gb-acct, gb-amount, gb-company
     end-call.

     add 1			to nextjeno.
*>
     move spaces		to jeDate.
     string recurmonth, "01"	into jeDate
     end-string.
     move gc-company		to jeCompany.
     move spaces		to jeDesc.
     string "Recurring ", function trim(rcId(rcInd))
            into jeDesc
