       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Menu-driven operations console.  Operators had to know
*>            every program name and its argument order by heart, and
*>            a mistyped date or switch was found only when the run
*>            went wrong.  The console groups the jobs and utilities
*>            by area, prompts for each one's arguments and checks
*>            them before anything runs, and shows an operator only
*>            the functions database/operators.csv permits them,
*>            through the shared opauth subprogram.
*>
*>            Each menu entry carries the function code opauth is
*>            asked about: a program that already signs on (crrelease
*>            CRREL, cmrelease and invcorrect CMREL, apmatchrel
*>            APMREL, checkvoid CHKVOID, periodclose and yearendclose
*>            PERIODCL, fixedasset FIXASSET) keeps its own code, the
*>            rest take their area's code:
*>              BILLING   billing        AR        receivables
*>              AP        payables       GL        ledger
*>              INVENT    inventory      REPORTS   reports
*>              RECOVERY  recovery and batch control
*>            so an operator is given an area by adding its code to
*>            the "+" list on operators.csv, and ALL still means
*>            everything.  A program that signs on checks the
*>            operator again itself.
*>
*>            Arguments are checked by kind -- a date is a real
*>            yyyymmdd, a period a real yyyymm, an amount numeric, a
*>            choice one of the listed words -- and a value may hold
*>            only letters, digits and . , - _ : / (a description
*>            also spaces), so nothing keyed can reach the shell as
*>            anything but an argument.  An optional argument left
*>            blank ends the arguments for that run.  Every launch
*>            and its return code go to the audit trail through
*>            auditlog (CONSOLE-LAUNCH, CONSOLE-RESULT).
*>
*>            usage: opsconsole       (acting operator from OPERATOR,
*>                                     USER when that is unset)
*>            return code 0 = normal end,
*>                        8 = operator not on file or permitted
*>                            nothing.
*>*********************************************************************
identification division.
program-id. opsconsole.
environment division.
*>
data division.
*>
working-storage section.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the menu: area, program, function code, description, and the
*>>>arguments separated by ";", each one kind/choices/prompt.
*>>>Kinds D date, P period, Y year, N amount, I whole number,
*>>>W word, T text, E one of the choices, L the choice passed as
*>>>it stands with no prompt; lower case marks an argument the
*>>>operator may leave blank.  Choices on an I or W argument are
*>>>words accepted besides a number or word.  A program added to
*>>>the console is added here
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  menuTable.
     05  filler	pic x(240) value
         "1,invoicepipeline,BILLING,nightly invoice"
         & " pipeline,e/-full -anyday/switch -full or -anyday (blank"
         & " = normal run)".
     05  filler	pic x(240) value
         "1,consolbill,BILLING,consolidated billing cycle,D//cycle"
         & " date yyyymmdd".
     05  filler	pic x(240) value
         "1,statements,BILLING,customer"
         & " statements,e/-family/-family to roll up to parent"
         & " accounts (blank = none)".
     05  filler	pic x(240) value
         "1,financecharge,BILLING,finance charges,n//annual percent"
         & " (blank = 18)".
     05  filler	pic x(240) value
         "1,invcorrect,CMREL,correct an invoice by credit and"
         & " rebill,I//invoice number;T//reason".
     05  filler	pic x(240) value
         "1,cmrelease,CMREL,release held credit"
         & " memos,e/-release/-release to release (blank = pending"
         & " report);I/all/invoice number or all;e/-auth2/-auth2 for"
         & " a second approver (blank = none);w//second operator id".
     05  filler	pic x(240) value
         "1,crrelease,CRREL,release credit-held"
         & " invoices,e/-release/-release to release (blank = pending"
         & " report);I/all/invoice number or all;e/-auth2/-auth2 for"
         & " a second approver (blank = none);w//second operator id".
     05  filler	pic x(240) value
         "2,araging,AR,receivables aging,e/-family/-family to roll"
         & " up to parent accounts (blank = none)".
     05  filler	pic x(240) value "2,cashapply,AR,apply cash receipts,".
     05  filler	pic x(240) value
         "2,achautopay,AR,ACH autopay drafts,D//settlement date"
         & " yyyymmdd".
     05  filler	pic x(240) value
         "2,refundrun,AR,customer refund run,n//minimum credit"
         & " (blank = 25.00)".
     05  filler	pic x(240) value
         "2,badwriteoff,AR,write off bad"
         & " debt,T//customer;W/all/invoices inv#[:amount] joined by"
         & " commas or all;e/-approve/-approve to give an approval"
         & " code (blank = none);w//approval code".
     05  filler	pic x(240) value
         "2,disputes,AR,open disputes report,L/report/".
     05  filler	pic x(240) value
         "2,disputes,AR,open a dispute,L/open/;I//invoice"
         & " number;W//reason code;W//owner;n//disputed amount (blank"
         & " = the open balance)".
     05  filler	pic x(240) value
         "2,disputes,AR,resolve a dispute,L/resolve/;I//invoice"
         & " number;E/paid credit writeoff/resolution paid credit or"
         & " writeoff;e/-approve/-approve to give an approval code"
         & " (blank = none);w//approval code".
     05  filler	pic x(240) value
         "3,apvoucher,AP,enter a vendor voucher,W//vendor"
         & " code;D//invoice date yyyymmdd;N//amount;W//expense"
         & " account (2110 when a PO is given);T//description;w//PO"
         & " number (blank = none)".
     05  filler	pic x(240) value
         "3,apcheckrun,AP,vendor check run,D//pay through date"
         & " yyyymmdd".
     05  filler	pic x(240) value "3,apaging,AP,payables aging,".
     05  filler	pic x(240) value
         "3,apmatchrel,APMREL,release matched"
         & " vouchers,e/-release/-release to release (blank = pending"
         & " report);I/all/voucher number or all".
     05  filler	pic x(240) value
         "3,checkvoid,CHKVOID,void a check,E/AP RF/check type AP or"
         & " RF;I//check number;e/-reissue/-reissue to reissue (blank"
         & " = void only)".
     05  filler	pic x(240) value "4,glpost,GL,post to the general ledger,".
     05  filler	pic x(240) value "4,trialbalance,GL,trial balance,".
     05  filler	pic x(240) value
         "4,finstatements,GL,financial statements,p//period yyyymm"
         & " (blank = this month)".
     05  filler	pic x(240) value
         "4,periodclose,PERIODCL,close an accounting"
         & " period,L/close/;P//period yyyymm".
     05  filler	pic x(240) value
         "4,yearendclose,PERIODCL,year-end close,Y//year yyyy".
     05  filler	pic x(240) value
         "4,fixedasset,FIXASSET,depreciate fixed"
         & " assets,L/depreciate/;P//period yyyymm".
     05  filler	pic x(240) value "5,stockstatus,INVENT,stock status,".
     05  filler	pic x(240) value
         "5,invvaluation,INVENT,inventory valuation,".
     05  filler	pic x(240) value
         "5,invadjust,INVENT,inventory adjustment,E/receive count"
         & " reorder/adjustment receive count or reorder;W//item"
         & " code;N//quantity;w//warehouse (blank = default)".
     05  filler	pic x(240) value
         "5,replenplan,INVENT,replenishment plan,L/plan/;i//months"
         & " of history (blank = default)".
     05  filler	pic x(240) value "6,invoicereg,REPORTS,invoice register,".
     05  filler	pic x(240) value "6,salestrend,REPORTS,sales trend,".
     05  filler	pic x(240) value "6,marginreport,REPORTS,margin report,".
     05  filler	pic x(240) value
         "6,ytdsalesrep,REPORTS,year-to-date sales by rep,".
     05  filler	pic x(240) value
         "6,morningdash,REPORTS,morning dashboard,".
     05  filler	pic x(240) value
         "6,dbreport,REPORTS,database report,e/-diff/-diff to"
         & " compare with the last run (blank = none)".
     05  filler	pic x(240) value
         "7,preflight,RECOVERY,pre-run readiness check,".
     05  filler	pic x(240) value
         "7,cfgcheck,RECOVERY,validate the cfg files,w//cfg file"
         & " name (blank = all)".
     05  filler	pic x(240) value
         "7,refintegrity,RECOVERY,referential integrity check,".
     05  filler	pic x(240) value
         "7,filerecover,RECOVERY,recover damaged"
         & " files,e/-repair/-repair to restore from .prev (blank ="
         & " report only)".
     05  filler	pic x(240) value
         "7,archivefetch,RECOVERY,fetch an archived file,D//close"
         & " dateyyyymmdd;W//base file name".
     05  filler	pic x(240) value
         "7,eodcapture,RECOVERY,end-of-day"
         & " capture,e/-verify/-verify to compare against the ledger"
         & " (blank = capture)".
     05  filler	pic x(240) value
         "7,historypurge,RECOVERY,purge history past"
         & " retention,e/-report/-report for a dry run (blank = purge)".
     05  filler	pic x(240) value
         "7,jobsched,RECOVERY,run the job schedule,e/-list/-list to"
         & " show what is due (blank = run)".
 01  menuTable-r redefines menuTable.
     05  menuDef		occurs 44 times pic x(240).
 01  menumax			unsigned-int value 44.
 01  defInd			unsigned-int value zero.
*>
 01  areaTable.
     05  filler		pic x(12) value "billing".
     05  filler		pic x(12) value "receivables".
     05  filler		pic x(12) value "payables".
     05  filler		pic x(12) value "ledger".
     05  filler		pic x(12) value "inventory".
     05  filler		pic x(12) value "reports".
     05  filler		pic x(12) value "recovery".
 01  areaTable-r redefines areaTable.
     05  areaName		occurs 7 times pic x(12).
 01  areaCounts.
     05  areaShown		occurs 7 times unsigned-int value zero.
 01  areaInd			unsigned-int value zero.
 01  areapick			pic 9 value zero.
*>
 01  menuCount			unsigned-int value zero.
 01  menuList.
     05  menuEntry	occurs 44 times
                        indexed by menuInd.
         10  menuArea		pic 9 value zero.
         10  menuProg		pic x(20) value spaces.
         10  menuAuth		pic x(8) value spaces.
         10  menuDesc		pic x(50) value spaces.
         10  menuArgs		pic x(200) value spaces.
         10  menuShown		pic x value spaces.
             88  menu-permitted	      value "y".
 01  rawarea			pic x value spaces.
 01  rawprog			pic x(20) value spaces.
 01  rawauth			pic x(8) value spaces.
 01  rawdesc			pic x(50) value spaces.
 01  rawargs			pic x(200) value spaces.
 01  shownCount			unsigned-int value zero.
 01  pickList.
     05  pickMenu		occurs 44 times unsigned-int.
 01  pickCount			unsigned-int value zero.
 01  pickInd			unsigned-int value zero.
 01  funcpick			pic 99 value zero.
 01  showpick			pic z9 value zero.
*>
 01  argSpecs.
     05  argSpec		occurs 6 times pic x(80).
 01  argInd			unsigned-int value zero.
 01  specKind			pic x value spaces.
 01  specChoices		pic x(40) value spaces.
 01  specPrompt			pic x(70) value spaces.
 01  choiceWords.
     05  choiceWord		occurs 6 times pic x(12).
 01  choiceInd			unsigned-int value zero.
 01  argvalue			pic x(60) value spaces.
 01  argvalid			pic x value spaces.
     88  arg-is-valid		      value "y".
 01  argsdone			pic x value spaces.
     88  no-more-args		      value "y".
 01  argaskcount		unsigned-int value zero.
 01  charInd			unsigned-int value zero.
 01  charlen			unsigned-int value zero.
 01  onechar			pic x value spaces.
 01  charsok			pic x value spaces.
     88  chars-are-clean	      value "y".
 01  textallowed		pic x value spaces.
     88  spaces-allowed		      value "y".
 01  checkdate			pic 9(8) value zero.
*>
 01  answer			pic x(60) value spaces.
 01  blankcount			unsigned-int value zero.
 01  quitflag			pic x value spaces.
     88  operator-quit		      value "y".
 01  backflag			pic x value spaces.
     88  back-to-areas		      value "y".
 01  launchflag			pic x value spaces.
     88  launch-cancelled	      value "n".
*>
 01  cmdline			pic x(400) value spaces.
 01  cmdptr			unsigned-int value zero.
 01  launchstat			pic s9(9) value zero.
 01  launchrc			pic 9(4) value zero.
 01  showrc			pic zzz9 value zero.
 01  launchcount		unsigned-int value zero.
 01  showlaunches		pic zz9 value zero.
*>
 01  op-function		pic x(8) value spaces.
 01  op-id			pic x(10) value spaces.
 01  op-status			pic 99 value zero.
 01  signedon			pic x(10) value spaces.
*>
 01  audit-program		pic x(20) value "opsconsole".
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     perform 0100-load-menu.
     perform 0150-authorize-menu.

     if shownCount = zero
        display "opsconsole: operator '" function trim(signedon)
                "' is not permitted any console function"
        stop run giving 8
     end-if.

     display "opsconsole: signed on as " function trim(signedon).
     perform 0200-area-menu
             until operator-quit.

     move launchcount		to showlaunches.
     display "opsconsole: " function trim(showlaunches)
             " program(s) launched".
     goback.
*>
 0100-load-menu.
*>
     move zero			to menuCount.
     perform varying defInd from 1 by 1
             until defInd > menumax
         move spaces		to rawarea rawprog rawauth rawdesc rawargs
         unstring menuDef(defInd) delimited by ","
                  into rawarea, rawprog, rawauth, rawdesc, rawargs
         end-unstring
         add 1			to menuCount
         move rawarea		to menuArea(menuCount)
         move rawprog		to menuProg(menuCount)
         move rawauth		to menuAuth(menuCount)
         move rawdesc		to menuDesc(menuCount)
         move rawargs		to menuArgs(menuCount)
         move spaces		to menuShown(menuCount)
     end-perform.
*>
 0150-authorize-menu.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one opauth call per entry; the first answer says whether the
*>>>operator is on file at all, and who it is
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to shownCount.
     move spaces		to signedon.
     perform varying menuInd from 1 by 1
             until menuInd > menuCount
         move menuAuth(menuInd)	to op-function
         move signedon		to op-id
         call "opauth" using op-function, op-id, op-status
         end-call
         if signedon = spaces
            move op-id		to signedon
            if op-status = 4
               display "opsconsole: operator '"
                       function trim(op-id)
                       "' is not on database/operators.csv"
               stop run giving 8
            end-if
         end-if
         if op-status = zero
            move "y"		to menuShown(menuInd)
            add 1		to shownCount
            add 1		to areaShown(menuArea(menuInd))
         end-if
     end-perform.
*>
 0200-area-menu.
*>
     display " ".
     display "operations console -- " function trim(signedon).
     perform varying areaInd from 1 by 1
             until areaInd > 7
         if areaShown(areaInd) > zero
            move areaInd	to areapick
            display "  " areapick "  "
                    function trim(areaName(areaInd))
         end-if
     end-perform.
     display "area number, q=quit: " with no advancing.
     perform 0900-read-answer.
     evaluate true
         when operator-quit
              continue
         when function trim(answer) = "q"
              set operator-quit	to true
         when answer = spaces
              continue
         when function trim(answer) is numeric
              and function length(function trim(answer)) = 1
              move function trim(answer) to areapick
              if areapick >= 1 and areapick <= 7
                 and areaShown(areapick) > zero
                 move spaces	to backflag
                 perform 0300-function-menu
                         until back-to-areas or operator-quit
              else
                 display "opsconsole: no area " areapick
              end-if
         when other
              display "opsconsole: answer with an area number or q"
     end-evaluate.
*>
 0300-function-menu.
*>
     display " ".
     display function trim(areaName(areapick)) ":".
     move zero			to pickCount.
     perform varying menuInd from 1 by 1
             until menuInd > menuCount
         if menuArea(menuInd) = areapick
            and menu-permitted(menuInd)
            add 1		to pickCount
            set pickMenu(pickCount) to menuInd
            move pickCount	to showpick
            display "  " showpick "  " menuProg(menuInd) " "
                    function trim(menuDesc(menuInd))
         end-if
     end-perform.
     display "function number, b=back, q=quit: " with no advancing.
     perform 0900-read-answer.
     evaluate true
         when operator-quit
              continue
         when function trim(answer) = "q"
              set operator-quit	to true
         when function trim(answer) = "b"
              set back-to-areas	to true
         when answer = spaces
              continue
         when function trim(answer) is numeric
              and function length(function trim(answer)) <= 2
              move function numval(answer) to funcpick
              if funcpick >= 1 and funcpick <= pickCount
                 set menuInd	to pickMenu(funcpick)
                 perform 0400-collect-arguments
                 if not operator-quit
                    and not launch-cancelled
                    perform 0500-launch
                 end-if
              else
                 display "opsconsole: no function " funcpick
              end-if
         when other
              display "opsconsole: answer with a function number, "
                      "b or q"
     end-evaluate.
*>
 0400-collect-arguments.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the command is built as the answers come in: ./program, then
*>>>each checked value in order
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to argSpecs argsdone launchflag cmdline.
     unstring menuArgs(menuInd) delimited by ";"
              into argSpec(1), argSpec(2), argSpec(3), argSpec(4),
                   argSpec(5), argSpec(6)
     end-unstring.
     move 1			to cmdptr.
     string "./", function trim(menuProg(menuInd))
            delimited by size into cmdline
            with pointer cmdptr
     end-string.
     display "  " function trim(menuProg(menuInd)) " -- "
             function trim(menuDesc(menuInd)).
     perform varying argInd from 1 by 1
             until argInd > 6
                or no-more-args
                or operator-quit
                or launch-cancelled
         if argSpec(argInd) = spaces
            set no-more-args	to true
         else
            perform 0410-ask-argument
         end-if
     end-perform.
*>
 0410-ask-argument.
*>
     move spaces		to specKind specChoices specPrompt.
     unstring argSpec(argInd) delimited by "/"
              into specKind, specChoices, specPrompt
     end-unstring.
     if specKind = "L"
        string " ", function trim(specChoices)
               delimited by size into cmdline
               with pointer cmdptr
        end-string
     else
        move spaces		to argvalid
        move zero		to argaskcount
        perform 0420-prompt-argument
                until arg-is-valid
                   or no-more-args
                   or operator-quit
                   or launch-cancelled
     end-if.
*>
 0420-prompt-argument.
*>
     display "  " function trim(specPrompt) ", x=cancel: "
             with no advancing.
     perform 0900-read-answer.
     move answer		to argvalue.
     add 1			to argaskcount.
     evaluate true
         when operator-quit
              continue
         when function trim(argvalue) = "x"
              display "  cancelled"
              move "n"		to launchflag
         when argvalue = spaces
              and specKind is alphabetic-lower
              set no-more-args	to true
         when argvalue = spaces
              display "  a value is needed"
         when other
              move function trim(argvalue) to argvalue
              perform 0430-validate-argument
              if arg-is-valid
                 perform 0440-add-argument
              end-if
     end-evaluate.
     if not arg-is-valid
        and not no-more-args
        and not launch-cancelled
        and argaskcount > 2
        display "  three tries -- cancelled"
        move "n"		to launchflag
     end-if.
*>
 0430-validate-argument.
*>
     move spaces		to argvalid textallowed.
     if function upper-case(specKind) = "T"
        set spaces-allowed	to true
     end-if.
     perform 0450-check-characters.
     if not chars-are-clean
        display "  only letters, digits and . , - _ : / are allowed"
     else
        perform 0435-check-by-kind
     end-if.
*>
 0435-check-by-kind.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a listed choice is always good; otherwise the kind decides
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to choiceWords.
     unstring specChoices delimited by all space
              into choiceWord(1), choiceWord(2), choiceWord(3),
                   choiceWord(4), choiceWord(5), choiceWord(6)
     end-unstring.
     perform varying choiceInd from 1 by 1
             until choiceInd > 6
         if choiceWord(choiceInd) <> spaces
            and argvalue = choiceWord(choiceInd)
            set arg-is-valid	to true
         end-if
     end-perform.
     if not arg-is-valid
        evaluate function upper-case(specKind)
            when "D"
                 if argvalue(1:8) is numeric
                    and argvalue(9:) = spaces
                    move argvalue(1:8) to checkdate
                    if function test-date-yyyymmdd(checkdate) = zero
                       set arg-is-valid to true
                    end-if
                 end-if
                 if not arg-is-valid
                    display "  not a date yyyymmdd"
                 end-if
            when "P"
                 if argvalue(1:6) is numeric
                    and argvalue(7:) = spaces
                    if argvalue(5:2) >= "01"
                       and argvalue(5:2) <= "12"
                       and argvalue(1:4) >= "1900"
                       set arg-is-valid to true
                    end-if
                 end-if
                 if not arg-is-valid
                    display "  not a period yyyymm"
                 end-if
            when "Y"
                 if argvalue(1:4) is numeric
                    and argvalue(5:) = spaces
                    and argvalue(1:4) >= "1900"
                    set arg-is-valid to true
                 else
                    display "  not a year yyyy"
                 end-if
            when "N"
                 if function test-numval(argvalue) = zero
                    set arg-is-valid to true
                 else
                    display "  not an amount"
                 end-if
            when "I"
                 if function trim(argvalue) is numeric
                    set arg-is-valid to true
                 else
                    display "  not a number"
                 end-if
            when "W"
            when "T"
                 set arg-is-valid to true
            when other
                 display "  answer with one of: "
                         function trim(specChoices)
        end-evaluate
     end-if.
*>
 0440-add-argument.
*>
     if function upper-case(specKind) = "T"
        string " """, function trim(argvalue), """"
               delimited by size into cmdline
               with pointer cmdptr
        end-string
     else
        string " ", function trim(argvalue)
               delimited by size into cmdline
               with pointer cmdptr
        end-string
     end-if.
*>
 0450-check-characters.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>only characters with no meaning to the shell go on the
*>>>command line; a space only inside a quoted description
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     set chars-are-clean	to true.
     move function length(function trim(argvalue)) to charlen.
     perform varying charInd from 1 by 1
             until charInd > charlen
         move argvalue(charInd:1) to onechar
         evaluate true
             when onechar >= "a" and onechar <= "z"
             when onechar >= "A" and onechar <= "Z"
             when onechar >= "0" and onechar <= "9"
             when onechar = "." or "," or "-" or "_" or ":" or "/"
                  continue
             when onechar = space
                  and spaces-allowed
                  continue
             when other
                  move "n"	to charsok
         end-evaluate
     end-perform.
*>
 0500-launch.
*>
     display "  run " function trim(cmdline) " (y/n) [n]: "
             with no advancing.
     perform 0900-read-answer.
     if operator-quit
        or function trim(answer) <> "y"
        display "  not run"
     else
        perform 0510-run-program
     end-if.
*>
 0510-run-program.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the program comes from the console's own table and every value
*>>>has been checked character by character, so the command goes
*>>>straight to SYSTEM -- the operator sees the program's output as
*>>>it runs and can answer any prompt it puts up.  The launch is on
*>>>the audit trail before it runs, the result after
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "CONSOLE-LAUNCH"	to audit-reason.
     move menuProg(menuInd)	to audit-key.
     move spaces		to audit-data.
     string "by ", function trim(signedon), ": ",
            function trim(cmdline)
            delimited by size into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.

     call "SYSTEM" using function trim(cmdline)
                   returning launchstat
     end-call.
     if launchstat > 255
        divide 256		into launchstat
     end-if.
     if launchstat < zero
        move 9999		to launchrc
     else
        move launchstat		to launchrc
     end-if.
     add 1			to launchcount.
     move launchrc		to showrc.
     display "opsconsole: " function trim(menuProg(menuInd))
             " ended with return code " function trim(showrc).

     move "CONSOLE-RESULT"	to audit-reason.
     move spaces		to audit-data.
     string "by ", function trim(signedon), ": return code ",
            function trim(showrc), " -- ", function trim(cmdline)
            delimited by size into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.
*>
 0900-read-answer.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>three empty answers in a row means the console went away
*>>>(redirected input ran dry); stop instead of prompting forever
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to answer.
     accept answer.
     if answer = spaces
        add 1			to blankcount
     else
        move zero		to blankcount
     end-if.
     if blankcount > 2
        display " "
        display "opsconsole: no more input -- stopping"
        set operator-quit	to true
     end-if.
