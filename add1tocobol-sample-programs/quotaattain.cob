       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Monthly sales quota attainment, so quotas stop being
*>            measured in a spreadsheet.  Quotas live in
*>            database/quotas.csv (rep, yyyymm, quota amount,
*>            optional item class -- kept through refmaint quotas
*>            with its audit trail).  Actuals for the closed months
*>            of the year come from database/saleshistory.csv (the
*>            type R rep summaries, and the type S rep/class
*>            summaries for a class quota); the month being reported
*>            comes from the history too once salesclose has closed
*>            it, otherwise straight from the current billing in the
*>            regional invoice files, net of credit memos the way
*>            salesclose nets them and classed by database/items.csv.
*>
*>            quotaattain.txt shows, per rep and for each item class
*>            the rep has a quota in, the month's and the year to
*>            date's quota, actual, percent attained and gap to quota
*>            (quota less actual, negative once the rep is ahead),
*>            then the team total.  Every detail line starts with
*>            the rep code, so burstreg can append each rep's lines
*>            to the register slice it sends them.
*>
*>            usage: quotaattain [yyyymm]   (default this month)
*>*********************************************************************
identification division.
program-id. quotaattain.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional quotafile	assign to "database/quotas.csv"
                        organization is line sequential.
select optional historyfile	assign to "database/saleshistory.csv"
                        organization is line sequential.
select optional itemmasterfile	assign to "database/items.csv"
                        organization is line sequential.
select optional invoicefile	assign to "database/invoice1.csv"
                        organization is line sequential.
select optional invoicefile2	assign to "database/invoice2.csv"
                        organization is line sequential.
select optional invoicefile3	assign to "database/invoice3.csv"
                        organization is line sequential.
select optional invoicefile4	assign to "database/invoicebilled4.csv"
                        organization is line sequential.
select optional invoicefile5	assign to "database/invoicebilled5.csv"
                        organization is line sequential.
select optional odfconfigfile	assign to "writeinvoice.cfg"
                        organization is line sequential.
select attainfile	assign to "quotaattain.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd quotafile.
*>
01 quotarec		pic x(80).
*>
fd historyfile.
*>
01 historyrec		pic x(100).
*>
fd itemmasterfile.
*>
01 itemmasterrec	pic x(100).
*>
fd invoicefile.
*>
01 invoicerec		pic x(250).
*>
fd invoicefile2.
*>
01 invoicerec2		pic x(250).
*>
fd invoicefile3.
*>
01 invoicerec3		pic x(250).
*>
fd invoicefile4.
*>
01 invoicerec4		pic x(250).
*>
fd invoicefile5.
*>
01 invoicerec5		pic x(250).
*>
fd odfconfigfile.
*>
01 odfconfigrec		pic x(200).
*>
fd attainfile.
*>
01 attainrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  curregion			pic 9 value 1.
 01  maxregion			pic 9 value 5.
 01  cmdarg			pic x(20) value spaces.
 01  todaydate			pic x(8) value spaces.
 01  wantperiod		pic 9(6) value zero.
 01  wantperiod-r redefines wantperiod.
     05  want-year		pic 9(4).
     05  want-month		pic 9(2).
 01  yearstart			pic 9(6) value zero.
 01  rowperiod			pic 9(6) value zero.
 01  monthclosed		pic x value spaces.
     88  month-is-closed	      value "y".
*>
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
 01  custmodeval		pic x(8) value spaces.
     88  custmode-codes	      value "codes".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one attainment line per rep (class blank) and per rep/class
*>>>quota, in order of first appearance
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  attCount			unsigned-int value zero.
 01  attList.
     05  attEntry	occurs 400 times
                        indexed by attInd.
         10  atRep		pic x(8) value spaces.
         10  atClass		pic x(4) value spaces.
         10  atMonQuota		pic s9(10)v99 value zero.
         10  atYtdQuota		pic s9(10)v99 value zero.
         10  atMonActual	pic s9(10)v99 value zero.
         10  atPriorActual	pic s9(10)v99 value zero.
 01  attMatchInd		unsigned-int value zero.
 01  attInd2			unsigned-int value zero.
 01  wantrep			pic x(8) value spaces.
 01  wantclass			pic x(4) value spaces.
 01  addentry			pic x value spaces.
     88  add-if-missing	      value "y".
*>
 01  rawrep			pic x(10) value spaces.
 01  rawperiod			pic x(8) value spaces.
 01  rawquota			pic x(14) value spaces.
 01  rawclass			pic x(6) value spaces.
 01  rawtype			pic x(2) value spaces.
 01  rawkey			pic x(28) value spaces.
 01  rawqty			pic x(12) value spaces.
 01  rawamt			pic x(14) value spaces.
 01  postamt			pic s9(10)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>item classes from the item master's sixth column
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  itemCount			unsigned-int value zero.
 01  itemList.
     05  itemEntry	occurs 500 times
                        indexed by itemInd.
         10  itCode		pic x(10) value spaces.
         10  itClass		pic x(4) value spaces.
 01  itDummy			pic x(40) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>staging fields for the invoice row columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rawinvoiceno		pic x(10) value spaces.
 01  rawrectype		pic x(4) value spaces.
 01  rawinvdate		pic x(10) value spaces.
 01  rawsalesrep		pic x(10) value spaces.
 01  rawquantity		pic x(12) value spaces.
 01  rawunitprice		pic x(12) value spaces.
 01  rawitemcode		pic x(10) value spaces.
 01  coldummy		occurs 14 times pic x(30) value spaces.
 01  rejectcount		unsigned-int value zero.
*>
 01  monpct			pic 9(5)v9 value zero.
 01  ytdpct			pic 9(5)v9 value zero.
 01  mongap			pic s9(10)v99 value zero.
 01  ytdgap			pic s9(10)v99 value zero.
 01  ytdactual			pic s9(10)v99 value zero.
 01  teammonquota		pic s9(10)v99 value zero.
 01  teamytdquota		pic s9(10)v99 value zero.
 01  teammonactual		pic s9(10)v99 value zero.
 01  teamytdactual		pic s9(10)v99 value zero.
 01  showmonquota		pic ----,---,--9.99 value zero.
 01  showmonactual		pic ----,---,--9.99 value zero.
 01  showmongap		pic ----,---,--9.99 value zero.
 01  showytdquota		pic ----,---,--9.99 value zero.
 01  showytdactual		pic ----,---,--9.99 value zero.
 01  showytdgap		pic ----,---,--9.99 value zero.
 01  showmonpct		pic x(8) value spaces.
 01  showytdpct		pic x(8) value spaces.
 01  showpct			pic zzzz9.9 value zero.
 01  linelabel			pic x(13) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     move function current-date(1:8) to todaydate.
     accept cmdarg		from argument-value.
     if cmdarg = spaces
        move todaydate(1:6)	to wantperiod
     else if function trim(cmdarg) is numeric
             and function length(function trim(cmdarg)) = 6
        move function numval(cmdarg) to wantperiod
     else
        display "quotaattain: give the month, e.g. quotaattain 202609"
        stop run giving 1
     end-if
     end-if.
     compute yearstart = want-year * 100 + 1.

     perform 0940-load-odfconfig.
     perform 0907-load-item-classes.
     perform 0900-load-quotas.
     perform 0910-load-history.
     if not month-is-closed
        perform 0200-measure-billing
     end-if.

     perform 0300-put-report.

     if month-is-closed
        display "quotaattain: " wantperiod " measured from the closed "
                "history -- see quotaattain.txt"
     else
        display "quotaattain: " wantperiod " measured from current "
                "billing -- see quotaattain.txt"
     end-if.
     if rejectcount > 0
        display "quotaattain: " rejectcount " invoice row(s) skipped "
                "for bad numeric fields or dates"
        move 4			to return-code
     end-if.

     goback.
*>
 0100-find-entry.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a class line only exists where a class quota does; the rep's
*>>>own line is added ahead of its first class line so the report
*>>>groups them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to attMatchInd.
     perform varying attInd from 1 by 1
             until attInd > attCount
         if atRep(attInd) = wantrep and atClass(attInd) = wantclass
            move attInd		to attMatchInd
         end-if
     end-perform.
     if attMatchInd = zero and add-if-missing and attCount < 400
        if wantclass <> spaces
           move zero		to attInd2
           perform varying attInd from 1 by 1
                   until attInd > attCount
               if atRep(attInd) = wantrep and atClass(attInd) = spaces
                  move attInd	to attInd2
               end-if
           end-perform
           if attInd2 = zero and attCount < 399
              add 1		to attCount
              move wantrep	to atRep(attCount)
              move spaces	to atClass(attCount)
           end-if
        end-if
        add 1			to attCount
        move wantrep		to atRep(attCount)
        move wantclass		to atClass(attCount)
        move attCount		to attMatchInd
     end-if.
*>
 0200-measure-billing.
*>
     open input invoicefile
                invoicefile2
                invoicefile3
                invoicefile4
                invoicefile5.
     perform until end-of-file
         perform 0105-read-next-invoice
         if not end-of-file
            if invoicerec(1:3) = "BH," or invoicerec(1:3) = "BT,"
               continue
            else
               perform 0210-measure-line
            end-if
         end-if
     end-perform.
*>
 0210-measure-line.
*>
     move spaces		to rawinvoiceno rawrectype rawinvdate
                                   rawsalesrep rawquantity
                                   rawunitprice rawitemcode.
     inspect invoicerec replacing all '"' by " ".
     if custmode-codes
        unstring invoicerec delimited by ","
                 into rawinvoiceno, rawrectype, rawinvdate,
                      coldummy(1), coldummy(2), rawsalesrep,
                      coldummy(3), coldummy(4), coldummy(5),
                      coldummy(6), coldummy(7),
                      rawquantity, rawunitprice,
                      coldummy(8), coldummy(9), coldummy(10),
                      rawitemcode
        end-unstring
     else
        unstring invoicerec delimited by ","
                 into rawinvoiceno, rawrectype, rawinvdate,
                      coldummy(1), coldummy(2), rawsalesrep,
                      coldummy(3), coldummy(4), coldummy(5),
                      coldummy(6), coldummy(7), coldummy(8),
                      coldummy(9), coldummy(10), coldummy(11),
                      coldummy(12), coldummy(13),
                      rawquantity, rawunitprice,
                      coldummy(14), coldummy(1), coldummy(2),
                      rawitemcode
        end-unstring
     end-if.

     if function trim(rawinvoiceno) is not numeric
        or function test-numval(rawquantity) <> 0
        or function test-numval(rawunitprice) <> 0
        or function trim(rawinvdate(1:4)) is not numeric
        or function trim(rawinvdate(6:2)) is not numeric
        add 1			to rejectcount
     else
        compute rowperiod = function numval(rawinvdate(1:4)) * 100
                          + function numval(rawinvdate(6:2))
        if rowperiod = wantperiod
           if function trim(rawrectype) = "CM"
              compute postamt = 0
                    - function numval(rawquantity)
                    * function numval(rawunitprice)
           else
              compute postamt = function numval(rawquantity)
                              * function numval(rawunitprice)
           end-if
           move function upper-case(rawsalesrep) to wantrep
           move spaces		to wantclass
           move "y"		to addentry
           perform 0100-find-entry
           if attMatchInd <> zero
              add postamt	to atMonActual(attMatchInd)
           end-if
           move spaces		to wantclass
           perform varying itemInd from 1 by 1
                   until itemInd > itemCount
               if function trim(rawitemcode) =
                  function trim(itCode(itemInd))
                  move itClass(itemInd)	to wantclass
               end-if
           end-perform
           if wantclass <> spaces
              move spaces	to addentry
              perform 0100-find-entry
              if attMatchInd <> zero
                 add postamt	to atMonActual(attMatchInd)
              end-if
           end-if
        end-if
     end-if.
*>
 0300-put-report.
*>
     open output attainfile.
     move spaces		to attainrec.
     string "Sales quota attainment -- ", wantperiod,
            " and year to date"
            into attainrec
     end-string.
     write attainrec.
     move spaces		to attainrec.
     string "Rep      Class     Month quota    Month actual      Pct"
            "       Month gap       YTD quota      YTD actual"
            "      Pct         YTD gap"
            delimited by size
            into attainrec
     end-string.
     write attainrec.
     move all "-"		to attainrec.
     write attainrec.

     perform varying attInd from 1 by 1
             until attInd > attCount
         if atClass(attInd) = spaces
            move atRep(attInd)	to linelabel
            perform 0310-put-line
            add atMonQuota(attInd)	to teammonquota
            add atYtdQuota(attInd)	to teamytdquota
            add atMonActual(attInd)	to teammonactual
            compute teamytdactual = teamytdactual
                  + atPriorActual(attInd) + atMonActual(attInd)
            move atRep(attInd)	to wantrep
            perform varying attInd2 from 1 by 1
                    until attInd2 > attCount
                if atRep(attInd2) = wantrep
                   and atClass(attInd2) <> spaces
                   move spaces	to linelabel
                   string atRep(attInd2), " ", atClass(attInd2)
                          delimited by size
                          into linelabel
                   end-string
                   set attInd	to attInd2
                   perform 0310-put-line
                   set attInd	to attInd2
                end-if
            end-perform
            perform varying attInd from 1 by 1
                    until atRep(attInd) = wantrep
                          and atClass(attInd) = spaces
                continue
            end-perform
         end-if
     end-perform.

     move all "-"		to attainrec.
     write attainrec.
     move "Team total"		to linelabel.
     move teammonquota		to atMonQuota(400).
     move teamytdquota		to atYtdQuota(400).
     move teammonactual		to atMonActual(400).
     compute atPriorActual(400) = teamytdactual - teammonactual.
     set attInd			to 400.
     perform 0310-put-line.
     close attainfile.
*>
 0310-put-line.
*>
     compute ytdactual = atPriorActual(attInd) + atMonActual(attInd).
     compute mongap = atMonQuota(attInd) - atMonActual(attInd).
     compute ytdgap = atYtdQuota(attInd) - ytdactual.
     move "     n/a"		to showmonpct showytdpct.
     if atMonQuota(attInd) > zero and atMonActual(attInd) >= zero
        compute monpct rounded =
                atMonActual(attInd) * 100 / atMonQuota(attInd)
        move monpct		to showpct
        move spaces		to showmonpct
        string showpct, "%" delimited by size into showmonpct
        end-string
     end-if.
     if atYtdQuota(attInd) > zero and ytdactual >= zero
        compute ytdpct rounded = ytdactual * 100 / atYtdQuota(attInd)
        move ytdpct		to showpct
        move spaces		to showytdpct
        string showpct, "%" delimited by size into showytdpct
        end-string
     end-if.
     move atMonQuota(attInd)	to showmonquota.
     move atMonActual(attInd)	to showmonactual.
     move mongap		to showmongap.
     move atYtdQuota(attInd)	to showytdquota.
     move ytdactual		to showytdactual.
     move ytdgap		to showytdgap.
     move spaces		to attainrec.
     string linelabel, " ",
            showmonquota, " ", showmonactual, " ", showmonpct, " ",
            showmongap, " ",
            showytdquota, " ", showytdactual, " ", showytdpct, " ",
            showytdgap
            delimited by size
            into attainrec
     end-string.
     write attainrec.
*>
 0105-read-next-invoice.
*>
     evaluate curregion
         when 1
             read invoicefile
                  at end perform 0106-advance-region
             end-read
         when 2
             read invoicefile2
                  at end perform 0106-advance-region
                  not at end move invoicerec2 to invoicerec
             end-read
         when 3
             read invoicefile3
                  at end perform 0106-advance-region
                  not at end move invoicerec3 to invoicerec
             end-read
         when 4
             read invoicefile4
                  at end perform 0106-advance-region
                  not at end move invoicerec4 to invoicerec
             end-read
         when 5
             read invoicefile5
                  at end perform 0106-advance-region
                  not at end move invoicerec5 to invoicerec
             end-read
     end-evaluate.
*>
 0106-advance-region.
*>
     evaluate curregion
         when 1 close invoicefile
         when 2 close invoicefile2
         when 3 close invoicefile3
         when 4 close invoicefile4
         when 5 close invoicefile5
     end-evaluate.
     add 1			to curregion.
     if curregion > maxregion
        move "y"		to eof
     else
        perform 0105-read-next-invoice
     end-if.
*>
 0900-load-quotas.
*>
     open input quotafile.
     read quotafile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawrep rawperiod rawquota rawclass
         unstring quotarec delimited by ","
                  into rawrep, rawperiod, rawquota, rawclass
         end-unstring
         if function trim(rawperiod) is numeric
            and function test-numval(rawquota) = 0
            and rawrep <> spaces
            compute rowperiod = function numval(rawperiod)
            if rowperiod >= yearstart and rowperiod <= wantperiod
               move function upper-case(rawrep) to wantrep
               move function upper-case(rawclass) to wantclass
               move "y"		to addentry
               perform 0100-find-entry
               if attMatchInd <> zero
                  compute atYtdQuota(attMatchInd) =
                          atYtdQuota(attMatchInd)
                        + function numval(rawquota)
                  if rowperiod = wantperiod
                     compute atMonQuota(attMatchInd) =
                             atMonQuota(attMatchInd)
                           + function numval(rawquota)
                  end-if
               end-if
            end-if
         end-if
         read quotafile
              at end move "y"	to eof
         end-read
     end-perform.
     close quotafile.
     move spaces		to eof.
*>
 0907-load-item-classes.
*>
     move zero			to itemCount.
     open input itemmasterfile.
     read itemmasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if itemCount < 500
            add 1		to itemCount
            move spaces		to itClass(itemCount)
            unstring itemmasterrec delimited by ","
                     into itCode(itemCount),
                          itDummy, itDummy, itDummy, itDummy,
                          itClass(itemCount)
            end-unstring
            move function upper-case(itClass(itemCount))
                                to itClass(itemCount)
         end-if
         read itemmasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close itemmasterfile.
     move spaces		to eof.
*>
 0910-load-history.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>type R rows are the rep's own sales, type S rows (rep/class)
*>>>a class's; the reported month counts from here only once
*>>>salesclose has closed it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open input historyfile.
     read historyfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawtype rawperiod rawkey rawqty rawamt
         unstring historyrec delimited by ","
                  into rawtype, rawperiod, rawkey, rawqty, rawamt
         end-unstring
         if (function trim(rawtype) = "R"
             or function trim(rawtype) = "S")
            and function trim(rawperiod) is numeric
            and function test-numval(rawamt) = 0
            compute rowperiod = function numval(rawperiod)
            if rowperiod >= yearstart and rowperiod <= wantperiod
               move spaces	to wantrep wantclass
               if function trim(rawtype) = "R"
                  move function upper-case(rawkey) to wantrep
                  move "y"	to addentry
               else
                  unstring rawkey delimited by "/"
                           into wantrep, wantclass
                  end-unstring
                  move function upper-case(wantrep) to wantrep
                  move function upper-case(wantclass) to wantclass
                  move spaces	to addentry
               end-if
               perform 0100-find-entry
               if attMatchInd <> zero
                  if rowperiod = wantperiod
                     compute atMonActual(attMatchInd) =
                             atMonActual(attMatchInd)
                           + function numval(rawamt)
                  else
                     compute atPriorActual(attMatchInd) =
                             atPriorActual(attMatchInd)
                           + function numval(rawamt)
                  end-if
               end-if
               if rowperiod = wantperiod
                  and function trim(rawtype) = "R"
                  move "y"	to monthclosed
               end-if
            end-if
         end-if
         read historyfile
              at end move "y"	to eof
         end-read
     end-perform.
     close historyfile.
     move spaces		to eof.
*>
 0940-load-odfconfig.
*>
     open input odfconfigfile.
     read odfconfigfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move zero		to cfgeqpos
         inspect odfconfigrec tallying cfgeqpos
                 for characters before initial "="
         if cfgeqpos < length of odfconfigrec
            move spaces		to cfgname cfgvalue
            move odfconfigrec(1:cfgeqpos) to cfgname
            move odfconfigrec(cfgeqpos + 2:) to cfgvalue
            if function trim(cfgname) = "custmode"
               move function trim(cfgvalue) to custmodeval
            end-if
         end-if
         read odfconfigfile
              at end move "y"	to eof
         end-read
     end-perform.
     close odfconfigfile.
     move spaces		to eof.
