       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Closes and reopens accounting periods on
*>            database/periods.csv (yyyymm, O|C, operator, date),
*>            the file every ledger poster checks through periodctl
*>            before it appends to database/generalledger.csv.
*>            Closing or reopening is a supervisor action: it signs
*>            on through opauth (function PERIODCL) and each change
*>            is recorded through the shared auditlog with who made
*>            it.  "list" shows every period on file.
*>
*>            usage: periodclose close <yyyymm>
*>                   periodclose reopen <yyyymm>
*>                   periodclose list
*>*********************************************************************
identification division.
program-id. periodclose.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional periodfile	assign to "database/periods.csv"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd periodfile.
*>
01 periodrec		pic x(80).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  periodaction		pic x(12) value spaces.
     88  action-is-close	      value "close".
     88  action-is-reopen	      value "reopen".
     88  action-is-list		      value "list".
 01  argv			pic x(12) value spaces.
 01  wantperiod		pic x(6) value spaces.
 01  todaydate			pic x(8) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the whole periods file, loaded / changed / rewritten
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  prCount			unsigned-int value zero.
 01  prList.
     05  prEntry	occurs 600 times
                        indexed by prInd.
         10  prPeriod		pic x(6) value spaces.
         10  prStatus		pic x value spaces.
         10  prOperator	pic x(10) value spaces.
         10  prChanged		pic x(8) value spaces.
 01  prMatchInd		unsigned-int value zero.
 01  newstatus			pic x value spaces.
 01  showstatus		pic x(6) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared auditlog and opauth subprograms
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
 01  op-function		pic x(8) value spaces.
 01  op-id			pic x(10) value spaces.
 01  op-status			pic 99 value zero.
*>
 procedure division.
*>
 0000-start.
*>
     move function current-date(1:8) to todaydate.
     accept periodaction	from argument-value.
     move function lower-case(function trim(periodaction))
                                to periodaction.
     accept argv		from argument-value.
     move function trim(argv)	to wantperiod.

     perform 0900-load-periods.

     evaluate true
         when action-is-list
              perform 0300-list-periods
         when (action-is-close or action-is-reopen)
              and wantperiod is numeric
              and wantperiod(5:2) >= "01" and wantperiod(5:2) <= "12"
              perform 0100-change-period
         when other
              display "usage: periodclose close <yyyymm>"
              display "       periodclose reopen <yyyymm>"
              display "       periodclose list"
              stop run giving 1
     end-evaluate.

     goback.
*>
 0100-change-period.
*>
     move "PERIODCL"		to op-function.
     move spaces		to op-id.
     call "opauth" using op-function, op-id, op-status
     end-call.
     if op-status <> zero
        display "periodclose: operator '" function trim(op-id)
                "' is not authorized for PERIODCL -- nothing changed"
        stop run giving 8
     end-if.

     if action-is-close
        move "C"		to newstatus
     else
        move "O"		to newstatus
     end-if.

     move zero			to prMatchInd.
     perform varying prInd from 1 by 1
             until prInd > prCount
         if prPeriod(prInd) = wantperiod
            move prInd		to prMatchInd
         end-if
     end-perform.
     if prMatchInd = zero
        if action-is-reopen
           display "periodclose: " wantperiod " was never closed"
           stop run giving 4
        end-if
        if prCount >= 600
           display "periodclose: the periods file is full"
           stop run giving 4
        end-if
        perform 0150-insert-period
     end-if.
     if prStatus(prMatchInd) = newstatus
        if action-is-close
           display "periodclose: " wantperiod " is already closed"
        else
           display "periodclose: " wantperiod " is already open"
        end-if
        stop run giving 4
     end-if.

     move newstatus		to prStatus(prMatchInd).
     move op-id			to prOperator(prMatchInd).
     move todaydate		to prChanged(prMatchInd).
     perform 0950-rewrite-periods.

     move "periodclose"		to audit-program.
     if action-is-close
        move "PERIOD-CLOSE"	to audit-reason
     else
        move "PERIOD-REOPEN"	to audit-reason
     end-if.
     move wantperiod		to audit-key.
     move spaces		to audit-data.
     string "by ", function trim(op-id)
            into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.

     if action-is-close
        display "periodclose: " wantperiod " closed -- the ledger "
                "posters will no longer post into it"
     else
        display "periodclose: " wantperiod " reopened"
     end-if.
*>
 0150-insert-period.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a new period goes in calendar order, so the file reads as one
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     add 1			to prCount.
     move prCount		to prMatchInd.
     perform until prMatchInd = 1
                or prPeriod(prMatchInd - 1) < wantperiod
         move prEntry(prMatchInd - 1) to prEntry(prMatchInd)
         subtract 1		from prMatchInd
     end-perform.
     move wantperiod		to prPeriod(prMatchInd).
     move "O"			to prStatus(prMatchInd).
     move spaces		to prOperator(prMatchInd)
                                   prChanged(prMatchInd).
*>
 0300-list-periods.
*>
     if prCount = zero
        display "periodclose: no periods on file -- every period "
                "is open"
     end-if.
     perform varying prInd from 1 by 1
             until prInd > prCount
         if prStatus(prInd) = "C"
            move "closed"	to showstatus
         else
            move "open"		to showstatus
         end-if
         display prPeriod(prInd) "  " showstatus "  "
                 function trim(prOperator(prInd)) "  "
                 prChanged(prInd)
     end-perform.
*>
 0900-load-periods.
*>
     move zero			to prCount.
     open input periodfile.
     read periodfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if prCount < 600
            add 1		to prCount
            unstring periodrec delimited by ","
                     into prPeriod(prCount),
                          prStatus(prCount),
                          prOperator(prCount),
                          prChanged(prCount)
            end-unstring
            if prPeriod(prCount) is not numeric
               subtract 1	from prCount
            end-if
         end-if
         read periodfile
              at end move "y"	to eof
         end-read
     end-perform.
     close periodfile.
     move spaces		to eof.
*>
 0950-rewrite-periods.
*>
     open output periodfile.
     perform varying prInd from 1 by 1
             until prInd > prCount
         move spaces		to periodrec
         string prPeriod(prInd), ",",
                prStatus(prInd), ",",
                function trim(prOperator(prInd)), ",",
                prChanged(prInd)
                delimited by size into periodrec
         end-string
         write periodrec
     end-perform.
     close periodfile.
