       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Segregation-of-duties conflict report for the auditors'
*>            quarterly review.  opauth decides who may perform each
*>            function, but nothing stopped one operator being given
*>            two functions that should never sit together --
*>            maintaining the vendor master and running the check
*>            run, maintaining customers and releasing their credit
*>            holds.
*>
*>            database/sodconflicts.csv lists the incompatible pairs,
*>            one per line:
*>              function, function, description
*>            using the function codes of database/operators.csv
*>            (including the opsconsole area codes).  The report
*>            lists every operator holding both sides of a pair;
*>            an operator holding ALL holds every pair.
*>
*>            It then reads the history -- pipelineaudit.log, where
*>            the signed-on programs record "by <operator>", and
*>            refmaint_audit.log -- for the dates under review and
*>            lists each time one operator actually performed both
*>            sides of a pair on the same item.  Which entries count
*>            as performing a function is on database/sodactions.csv:
*>              program, reason, function, item kind, item
*>            where reason is the audit reason code (for
*>            refmaint_audit.log the file maintained, for an
*>            opsconsole launch CONSOLE-LAUNCH against the program
*>            launched), and item says where the item comes from:
*>              key  the audit key
*>              N    the Nth comma-separated column of the data
*>                   after the operator (for refmaint the Nth
*>                   column of the entry, for a console launch the
*>                   Nth word of the command)
*>              *    every item of that kind (a run, not a record)
*>            Two entries are the same item when their kinds match
*>            and their items match, either being "*".
*>
*>            usage: sodreport [-from=yyyymmdd] [-to=yyyymmdd]
*>                   (default: the last complete calendar quarter)
*>            Writes sodreport.txt.
*>            return code 0 = no conflicts,
*>                        4 = an operator holds a conflicting pair,
*>                        8 = both sides of a pair performed by one
*>                            operator on the same item, or no
*>                            conflict rules on file.
*>*********************************************************************
identification division.
program-id. sodreport.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional rulefile	assign to "database/sodconflicts.csv"
                        organization is line sequential.
select optional actionfile	assign to "database/sodactions.csv"
                        organization is line sequential.
select optional operatorfile	assign to "database/operators.csv"
                        organization is line sequential.
select optional auditfile	assign to "pipelineaudit.log"
                        organization is line sequential.
select optional refauditfile	assign to "refmaint_audit.log"
                        organization is line sequential.
select reportfile	assign to "sodreport.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd rulefile.
*>
01 rulerec		pic x(120).
*>
fd actionfile.
*>
01 actionrec		pic x(120).
*>
fd operatorfile.
*>
01 operatorrec		pic x(120).
*>
fd auditfile.
*>
01 auditrec		pic x(300).
*>
fd refauditfile.
*>
01 refauditrec		pic x(400).
*>
fd reportfile.
*>
01 reportrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  argv			pic x(40) value spaces.
 01  argdone			pic x value spaces.
     88  no-more-args		      value "y".
 01  todaynum			pic 9(8) value zero.
 01  todayparts redefines todaynum.
     05  today-year		pic 9(4).
     05  today-month		pic 99.
     05  today-day		pic 99.
 01  fromdate			pic 9(8) value zero.
 01  todate			pic 9(8) value zero.
 01  quarterno			pic 9 value zero.
 01  quarteryear		pic 9(4) value zero.
 01  quarterstart		pic 99 value zero.
 01  nextquarter		pic 9(8) value zero.
*>
 01  ruleCount			unsigned-int value zero.
 01  ruleList.
     05  ruleEntry	occurs 50 times
                        indexed by ruleInd.
         10  ruleFuncA		pic x(8) value spaces.
         10  ruleFuncB		pic x(8) value spaces.
         10  ruleDesc		pic x(70) value spaces.
*>
 01  mapCount			unsigned-int value zero.
 01  mapList.
     05  mapEntry	occurs 100 times
                        indexed by mapInd.
         10  mapProg		pic x(20) value spaces.
         10  mapReason		pic x(20) value spaces.
         10  mapFunc		pic x(8) value spaces.
         10  mapKind		pic x(10) value spaces.
         10  mapItem		pic x(4) value spaces.
 01  mapMatchInd		unsigned-int value zero.
*>
 01  opCount			unsigned-int value zero.
 01  opList.
     05  opEntry	occurs 100 times
                        indexed by opInd.
         10  opCode		pic x(10) value spaces.
         10  opName		pic x(28) value spaces.
         10  opFunctions	pic x(60) value spaces.
 01  funcone		occurs 8 times pic x(8) value spaces.
 01  funcInd			unsigned-int value zero.
 01  wantfunc			pic x(8) value spaces.
 01  holdsflag			pic x value spaces.
     88  operator-holds		      value "y".
 01  holdsA			pic x value spaces.
*>
 01  actCount			unsigned-int value zero.
 01  actmax			unsigned-int value 5000.
 01  actList.
     05  actEntry	occurs 5000 times
                        indexed by actInd actInd2.
         10  actOp		pic x(10) value spaces.
         10  actFunc		pic x(8) value spaces.
         10  actKind		pic x(10) value spaces.
         10  actItem		pic x(30) value spaces.
         10  actDate		pic x(8) value spaces.
         10  actProg		pic x(20) value spaces.
 01  actfull			pic x value spaces.
     88  action-table-full	      value "y".
 01  actfound			pic x value spaces.
     88  action-already-held	      value "y".
*>
 01  rawa			pic x(20) value spaces.
 01  rawb			pic x(20) value spaces.
 01  rawc			pic x(70) value spaces.
 01  rawd			pic x(10) value spaces.
 01  rawe			pic x(4) value spaces.
*>
 01  auddate			pic x(8) value spaces.
 01  audtime			pic x(6) value spaces.
 01  audprog			pic x(20) value spaces.
 01  audreason			pic x(20) value spaces.
 01  audkey			pic x(30) value spaces.
 01  auddata			pic x(200) value spaces.
 01  entryop			pic x(10) value spaces.
 01  payload			pic x(200) value spaces.
 01  payloadpos			unsigned-int value zero.
 01  payloaddelim		pic x value spaces.
 01  entryitem			pic x(30) value spaces.
 01  itemcol			pic 99 value zero.
 01  colList.
     05  colVal		occurs 20 times pic x(60).
 01  rfaction			pic x(12) value spaces.
 01  rfentry			pic x(200) value spaces.
 01  rfpos			unsigned-int value zero.
*>
 01  itemsmatch			pic x value spaces.
     88  same-item		      value "y".
 01  showitem			pic x(30) value spaces.
 01  holdcount			unsigned-int value zero.
 01  instancecount		unsigned-int value zero.
 01  showcount			pic zzz9 value zero.
 01  showcount2			pic zzz9 value zero.
 01  showacts			pic zzzz9 value zero.
*>
 procedure division.
*>
 0000-start.
*>
     move function current-date(1:8) to todaynum.
     perform 0050-default-quarter.
     perform until no-more-args
         move spaces		to argv
         accept argv		from argument-value
         evaluate true
             when argv = spaces
                  set no-more-args	to true
             when argv(1:6) = "-from="
                  and argv(7:8) is numeric
                  move argv(7:8)	to fromdate
             when argv(1:4) = "-to="
                  and argv(5:8) is numeric
                  move argv(5:8)	to todate
             when other
                  display "usage: sodreport [-from=yyyymmdd] "
                          "[-to=yyyymmdd]"
                  stop run giving 1
         end-evaluate
     end-perform.

     perform 0100-load-rules.
     if ruleCount = zero
        display "sodreport: no conflict rules on "
                "database/sodconflicts.csv -- nothing checked"
        stop run giving 8
     end-if.
     perform 0150-load-actions.
     perform 0200-load-operators.

     open output reportfile.
     move spaces		to reportrec.
     string "Segregation of duties -- ", todaynum,
            " -- history ", fromdate, " to ", todate
            delimited by size into reportrec
     end-string.
     write reportrec.
     move all "="		to reportrec(1:78).
     write reportrec.

     perform 0300-operator-conflicts.
     perform 0400-scan-audit-log.
     perform 0450-scan-refmaint-log.
     perform 0500-history-conflicts.

     move all "="		to reportrec(1:78).
     write reportrec.
     move holdcount		to showcount.
     move instancecount		to showcount2.
     move actCount		to showacts.
     move spaces		to reportrec.
     string function trim(showcount), " conflicting pair(s) held, ",
            function trim(showcount2), " performed on the same item ",
            "(", function trim(showacts), " action(s) read)"
            delimited by size into reportrec
     end-string.
     write reportrec.
     if action-table-full
        move "** the action table filled -- narrow -from/-to and rerun"
                                to reportrec
        write reportrec
     end-if.
     close reportfile.

     display "sodreport: " function trim(showcount)
             " conflicting pair(s) held, " function trim(showcount2)
             " performed on the same item -- see sodreport.txt".
     if instancecount > zero
        move 8			to return-code
     else if holdcount > zero
        move 4			to return-code
     end-if
     end-if.
     goback.
*>
 0050-default-quarter.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the last complete calendar quarter: the day before this
*>>>quarter began, back to the first of its quarter
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     compute quarterno = (today-month - 1) / 3.
     move today-year		to quarteryear.
     if quarterno = zero
        subtract 1		from quarteryear
        move 4			to quarterno
     end-if.
     compute quarterstart = (quarterno - 1) * 3 + 1.
     compute fromdate = quarteryear * 10000 + quarterstart * 100 + 1.
     if quarterno = 4
        compute nextquarter = (quarteryear + 1) * 10000 + 101
     else
        compute nextquarter = quarteryear * 10000
                            + (quarterstart + 3) * 100 + 1
     end-if.
     compute todate = function date-of-integer(
             function integer-of-date(nextquarter) - 1).
*>
 0100-load-rules.
*>
     move zero			to ruleCount.
     move spaces		to eof.
     open input rulefile.
     perform until end-of-file
         read rulefile
             at end
                set end-of-file	to true
             not at end
                if rulerec <> spaces
                   and rulerec(1:1) <> "#"
                   and ruleCount < 50
                   move spaces	to rawa rawb rawc
                   unstring rulerec delimited by ","
                            into rawa, rawb, rawc
                   end-unstring
                   add 1	to ruleCount
                   move function upper-case(function trim(rawa))
                                to ruleFuncA(ruleCount)
                   move function upper-case(function trim(rawb))
                                to ruleFuncB(ruleCount)
                   move rawc	to ruleDesc(ruleCount)
                end-if
         end-read
     end-perform.
     close rulefile.
*>
 0150-load-actions.
*>
     move zero			to mapCount.
     move spaces		to eof.
     open input actionfile.
     perform until end-of-file
         read actionfile
             at end
                set end-of-file	to true
             not at end
                if actionrec <> spaces
                   and actionrec(1:1) <> "#"
                   and mapCount < 100
                   move spaces	to rawa rawb rawc rawd rawe
                   unstring actionrec delimited by ","
                            into rawa, rawb, rawc, rawd, rawe
                   end-unstring
                   add 1	to mapCount
                   move rawa	to mapProg(mapCount)
                   move rawb	to mapReason(mapCount)
                   move function upper-case(function trim(rawc))
                                to mapFunc(mapCount)
                   move rawd	to mapKind(mapCount)
                   move rawe	to mapItem(mapCount)
                end-if
         end-read
     end-perform.
     close actionfile.
*>
 0200-load-operators.
*>
     move zero			to opCount.
     move spaces		to eof.
     open input operatorfile.
     perform until end-of-file
         read operatorfile
             at end
                set end-of-file	to true
             not at end
                if operatorrec <> spaces
                   and opCount < 100
                   add 1	to opCount
                   unstring operatorrec delimited by ","
                            into opCode(opCount), opName(opCount),
                                 opFunctions(opCount)
                   end-unstring
                end-if
         end-read
     end-perform.
     close operatorfile.
*>
 0300-operator-conflicts.
*>
     move spaces		to reportrec.
     write reportrec.
     move "Operators holding a conflicting pair" to reportrec.
     write reportrec.
     move spaces		to reportrec.
     move "operator"		to reportrec(3:8).
     move "name"		to reportrec(14:4).
     move "pair"		to reportrec(44:4).
     move "conflict"		to reportrec(64:8).
     write reportrec.
     perform varying opInd from 1 by 1
             until opInd > opCount
         perform varying ruleInd from 1 by 1
                 until ruleInd > ruleCount
             move ruleFuncA(ruleInd) to wantfunc
             perform 0310-check-holds
             move holdsflag	to holdsA
             move ruleFuncB(ruleInd) to wantfunc
             perform 0310-check-holds
             if holdsA = "y" and operator-holds
                add 1		to holdcount
                move spaces	to reportrec
                move opCode(opInd) to reportrec(3:10)
                move opName(opInd) to reportrec(14:28)
                string function trim(ruleFuncA(ruleInd)), " + ",
                       function trim(ruleFuncB(ruleInd))
                       delimited by size into reportrec(44:19)
                end-string
                move ruleDesc(ruleInd) to reportrec(64:69)
                write reportrec
             end-if
         end-perform
     end-perform.
     if holdcount = zero
        move "  none"		to reportrec
        write reportrec
     end-if.
*>
 0310-check-holds.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the same reading of the "+" list opauth makes, ALL included
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to holdsflag.
     move spaces		to funcone(1) funcone(2) funcone(3)
                                   funcone(4) funcone(5) funcone(6)
                                   funcone(7) funcone(8).
     unstring opFunctions(opInd) delimited by "+"
              into funcone(1), funcone(2), funcone(3), funcone(4),
                   funcone(5), funcone(6), funcone(7), funcone(8)
     end-unstring.
     perform varying funcInd from 1 by 1
             until funcInd > 8
         if function upper-case(function trim(funcone(funcInd)))
                                = "ALL"
            or function upper-case(function trim(funcone(funcInd)))
                                = wantfunc
            set operator-holds	to true
         end-if
     end-perform.
*>
 0400-scan-audit-log.
*>
     move spaces		to eof.
     open input auditfile.
     perform until end-of-file
         read auditfile
             at end
                set end-of-file	to true
             not at end
                perform 0410-audit-entry
         end-read
     end-perform.
     close auditfile.
*>
 0410-audit-entry.
*>
     move spaces		to auddate audtime audprog audreason
                                   audkey auddata.
     unstring auditrec delimited by "|"
              into auddate, audtime, audprog, audreason, audkey,
                   auddata
     end-unstring.
     if auddate >= fromdate and auddate <= todate
        and auddata(1:3) = "by "
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a console launch counts against the program launched; its
*>>>data is the command, read word by word
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
        move ","		to payloaddelim
        if audprog = "opsconsole"
           and audreason = "CONSOLE-LAUNCH"
           move audkey		to audprog
           move space		to payloaddelim
        end-if
        perform 0420-find-action
        if mapMatchInd <> zero
           move spaces		to entryop
           unstring auddata(4:) delimited by ":" or " "
                    into entryop
           end-unstring
           move zero		to payloadpos
           inspect auddata tallying payloadpos
                   for characters before initial ": "
           move spaces		to payload
           if payloadpos < 198
              move auddata(payloadpos + 3:) to payload
           end-if
           evaluate function trim(mapItem(mapMatchInd))
               when "key"
                    move audkey	to entryitem
               when "*"
                    move "*"	to entryitem
               when other
                    perform 0430-item-from-payload
           end-evaluate
           perform 0600-add-action
        end-if
     end-if.
*>
 0420-find-action.
*>
     move zero			to mapMatchInd.
     perform varying mapInd from 1 by 1
             until mapInd > mapCount
                or mapMatchInd <> zero
         if mapProg(mapInd) = audprog
            and mapReason(mapInd) = audreason
            set mapMatchInd	to mapInd
         end-if
     end-perform.
*>
 0430-item-from-payload.
*>
     move spaces		to entryitem colList.
     move zero			to itemcol.
     if function trim(mapItem(mapMatchInd)) is numeric
        move function numval(mapItem(mapMatchInd)) to itemcol
     end-if.
     if payloaddelim = space
        unstring payload delimited by all space
                 into colVal(1), colVal(2), colVal(3), colVal(4),
                      colVal(5), colVal(6), colVal(7), colVal(8),
                      colVal(9), colVal(10), colVal(11), colVal(12),
                      colVal(13), colVal(14), colVal(15), colVal(16),
                      colVal(17), colVal(18), colVal(19), colVal(20)
        end-unstring
     else
        unstring payload delimited by ","
                 into colVal(1), colVal(2), colVal(3), colVal(4),
                      colVal(5), colVal(6), colVal(7), colVal(8),
                      colVal(9), colVal(10), colVal(11), colVal(12),
                      colVal(13), colVal(14), colVal(15), colVal(16),
                      colVal(17), colVal(18), colVal(19), colVal(20)
        end-unstring
     end-if.
     if itemcol >= 1 and itemcol <= 20
        move function trim(colVal(itemcol)) to entryitem
     end-if.
*>
 0450-scan-refmaint-log.
*>
     move spaces		to eof.
     open input refauditfile.
     perform until end-of-file
         read refauditfile
             at end
                set end-of-file	to true
             not at end
                perform 0460-refmaint-entry
         end-read
     end-perform.
     close refauditfile.
*>
 0460-refmaint-entry.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>date time  operator  action  file  old=[...]  new=[...]; the
*>>>item comes from the new entry, or the old one on a deactivate
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to auddate audtime entryop rfaction
                                   audreason.
     unstring refauditrec delimited by all space
              into auddate, audtime, entryop, rfaction, audreason
     end-unstring.
     if auddate >= fromdate and auddate <= todate
        move "refmaint"		to audprog
        move ","		to payloaddelim
        perform 0420-find-action
        if mapMatchInd <> zero
           move spaces		to rfentry
           move zero		to rfpos
           inspect refauditrec tallying rfpos
                   for characters before initial "new=["
           if rfpos < 394
              unstring refauditrec(rfpos + 6:) delimited by "]"
                       into rfentry
              end-unstring
           end-if
           if rfentry = spaces
              move zero		to rfpos
              inspect refauditrec tallying rfpos
                      for characters before initial "old=["
              if rfpos < 394
                 unstring refauditrec(rfpos + 6:) delimited by "]"
                          into rfentry
                 end-unstring
              end-if
           end-if
           move rfentry		to payload
           evaluate function trim(mapItem(mapMatchInd))
               when "*"
                    move "*"	to entryitem
               when other
                    perform 0430-item-from-payload
           end-evaluate
           perform 0600-add-action
        end-if
     end-if.
*>
 0500-history-conflicts.
*>
     move spaces		to reportrec.
     write reportrec.
     move "Both sides performed by one operator on the same item"
                                to reportrec.
     write reportrec.
     move spaces		to reportrec.
     move "operator"		to reportrec(3:8).
     move "item"		to reportrec(14:4).
     move "first side"		to reportrec(45:10).
     move "second side"		to reportrec(87:11).
     write reportrec.
     perform varying ruleInd from 1 by 1
             until ruleInd > ruleCount
         perform varying actInd from 1 by 1
                 until actInd > actCount
             if actFunc(actInd) = ruleFuncA(ruleInd)
                perform 0510-match-second-side
                        varying actInd2 from 1 by 1
                        until actInd2 > actCount
             end-if
         end-perform
     end-perform.
     if instancecount = zero
        move "  none"		to reportrec
        write reportrec
     end-if.
*>
 0510-match-second-side.
*>
     move spaces		to itemsmatch.
     if actFunc(actInd2) = ruleFuncB(ruleInd)
        and actOp(actInd2) = actOp(actInd)
        and actKind(actInd2) = actKind(actInd)
        if actItem(actInd2) = actItem(actInd)
           or actItem(actInd) = "*"
           or actItem(actInd2) = "*"
           set same-item	to true
        end-if
     end-if.
     if same-item
        add 1			to instancecount
        move spaces		to showitem
        evaluate true
            when actItem(actInd) <> "*"
                 move actItem(actInd)	to showitem
            when actItem(actInd2) <> "*"
                 move actItem(actInd2)	to showitem
            when other
                 move "(every one)"	to showitem
        end-evaluate
        move spaces		to reportrec
        move actOp(actInd)	to reportrec(3:10)
        string function trim(actKind(actInd)), " ",
               function trim(showitem)
               delimited by size into reportrec(14:30)
        end-string
        string function trim(actFunc(actInd)), " ",
               function trim(actProg(actInd)), " ",
               actDate(actInd)
               delimited by size into reportrec(45:40)
        end-string
        string function trim(actFunc(actInd2)), " ",
               function trim(actProg(actInd2)), " ",
               actDate(actInd2)
               delimited by size into reportrec(87:40)
        end-string
        write reportrec
        move spaces		to reportrec
        string "    ", function trim(ruleDesc(ruleInd))
               delimited by size into reportrec
        end-string
        write reportrec
     end-if.
*>
 0600-add-action.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one row per operator, function and item, kept at the first
*>>>date it was seen; an entry with no operator or no item cannot
*>>>be matched and is passed over
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if entryop <> spaces
        and entryitem <> spaces
        move spaces		to actfound
        perform varying actInd from 1 by 1
                until actInd > actCount
                   or action-already-held
            if actOp(actInd) = entryop
               and actFunc(actInd) = mapFunc(mapMatchInd)
               and actKind(actInd) = mapKind(mapMatchInd)
               and actItem(actInd) = entryitem
               set action-already-held to true
            end-if
        end-perform
        if not action-already-held
           if actCount < actmax
              add 1		to actCount
              move entryop	to actOp(actCount)
              move mapFunc(mapMatchInd) to actFunc(actCount)
              move mapKind(mapMatchInd) to actKind(actCount)
              move entryitem	to actItem(actCount)
              move auddate	to actDate(actCount)
              move audprog	to actProg(actCount)
           else
              set action-table-full to true
           end-if
        end-if
     end-if.
