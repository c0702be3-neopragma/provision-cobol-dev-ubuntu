       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Cancel-and-rebill correction for an invoice that went
*>            out wrong (wrong price, wrong ship-to ...).  The
*>            original is looked up in invoiceindex.dat -- it must
*>            have been billed, and as an invoice, not a credit
*>            memo -- and its lines are read back from the billed
*>            invoice files, the way disputes finds an invoice's
*>            header.  The operator then works through a copy of it
*>            the rejrepair way: the header columns first (they
*>            apply to every line), then each line -- fix a column,
*>            keep the line or drop it -- and may add lines before
*>            posting.  Posting stages two documents on database/
*>            invoicereleased.csv for the next writeinvoice batch,
*>            both numbered from invnumctl's system range:
*>
*>              a credit memo reversing every line of the original
*>              exactly as billed (item codes and lot numbers kept,
*>              so the stock and serials go back the way they
*>              came out; writeinvoice asks no RMA of it), and
*>              the replacement invoice carrying the edited lines.
*>
*>            The three are linked on database/invoicecorrections.csv
*>            (original, credit memo, replacement, date, operator,
*>            reason), which writeinvoice and statements read to
*>            print "replaces invoice nnnnnn" on the form, the 810
*>            and the statement.  An invoice is corrected once; a
*>            replacement that is itself wrong is corrected in its
*>            turn.  The operator signs on through opauth for CMREL
*>            -- the correction issues a credit -- and every
*>            correction is recorded through the shared auditlog.
*>
*>            Commands at the prompts: <column#> to fix a column,
*>            c to go on from the header, k to keep a line, d to
*>            drop it, a to add a line, p to post, q to quit
*>            without staging anything.
*>
*>            usage: invcorrect <invoice#> <reason>
*>*********************************************************************
identification division.
program-id. invcorrect.
environment division.
*>
input-output section.
*>
file-control.
*>
select invoiceidx	assign to "invoiceindex.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is idx-invoiceno
                        file status is idx-status.
select optional billedfile	assign to billedfilepath
                        organization is line sequential.
select optional releasedfile	assign to "database/invoicereleased.csv"
                        organization is line sequential.
select optional correctionfile	assign to "database/invoicecorrections.csv"
                        organization is line sequential.
select optional odfconfigfile	assign to "writeinvoice.cfg"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd invoiceidx.
*>
01 idx-record.
    05  idx-invoiceno		pic 9(6).
    05  idx-rundate		pic x(8).
    05  idx-rawrec		pic x(200).
*>
fd billedfile.
*>
01 billedrec		pic x(400).
*>
fd releasedfile.
*>
01 releasedrec		pic x(400).
*>
fd correctionfile.
*>
01 correctionrec	pic x(120).
*>
fd odfconfigfile.
*>
01 odfconfigrec		pic x(200).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  idx-status			pic xx value spaces.
     88  idx-ok			      value "00".
 01  arginvoice		pic x(10) value spaces.
 01  argreason			pic x(20) value spaces.
 01  originalno			pic 9(6) value zero.
 01  rawinvoiceno		pic x(10) value spaces.
 01  rawrectype		pic x(4) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the billed invoice files, the same five the sales reports and
*>>>disputes read
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  billedfilepath		pic x(40) value spaces.
 01  billedfilenames.
     05  filler			pic x(40) value "database/invoice1.csv".
     05  filler			pic x(40) value "database/invoice2.csv".
     05  filler			pic x(40) value "database/invoice3.csv".
     05  filler			pic x(40)
                                value "database/invoicebilled4.csv".
     05  filler			pic x(40)
                                value "database/invoicebilled5.csv".
 01  billedfilenames-r redefines billedfilenames.
     05  billedName	occurs 5 times pic x(40).
 01  billedInd			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the original's lines as billed (reversed untouched on the
*>>>credit memo) and the working copy the operator edits into
*>>>the replacement
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  origCount			unsigned-int value zero.
 01  origList.
     05  origLine	occurs 200 times
                        indexed by origInd pic x(400) value spaces.
 01  lnCount			unsigned-int value zero.
 01  lnList.
     05  lnEntry	occurs 200 times
                        indexed by lnInd.
         10  lnRow		pic x(1750) value spaces.
         10  lnColCount	unsigned-int value zero.
         10  lnKept		pic x value spaces.
             88  line-is-kept	      value "y".
 01  keptcount			unsigned-int value zero.
 01  lnpos			unsigned-int value zero.
 01  origoverflow		pic x value spaces.
     88  original-overflowed	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the row being worked, split into the columns the operator
*>>>addresses by number, and the header the operator settled on
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  colCount			unsigned-int value zero.
 01  colList.
     05  colVal	occurs 25 times pic x(70) value spaces.
 01  hdrList.
     05  hdrVal	occurs 25 times pic x(70) value spaces.
 01  colInd			unsigned-int value zero.
 01  colpick			unsigned-int value zero.
 01  editlow			unsigned-int value zero.
 01  edithigh			unsigned-int value zero.
 01  showcol			pic z9 value zero.
 01  showline			pic zz9 value zero.
 01  answer			pic x(70) value spaces.
 01  blankcount			pic 9 value zero.
 01  editdone			pic x value spaces.
     88  edit-finished	      value "y".
 01  quitflag			pic x value spaces.
     88  operator-quit	      value "y".
 01  postflag			pic x value spaces.
     88  post-requested	      value "y".
 01  rowok			pic x value spaces.
     88  row-is-valid	      value "y".
 01  rebuiltrow		pic x(400) value spaces.
 01  rawline			pic x(400) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>writeinvoice.cfg's custmode decides where the line columns
*>>>start: quantity is column 18 in the classic layout and 12 when
*>>>the address blocks collapse to customer codes; the RMA number
*>>>sits two columns past the discount
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
 01  custmodeval		pic x(8) value spaces.
     88  custmode-codes	      value "codes".
 01  qtycol			unsigned-int value 18.
 01  pricecol			unsigned-int value 19.
 01  freightcol		unsigned-int value 21.
 01  disccol			unsigned-int value 22.
 01  rmacol			unsigned-int value 24.
 01  lastcol			unsigned-int value 25.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>corrections already on file -- an original is corrected once
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  corCount			unsigned-int value zero.
 01  corList.
     05  corEntry	occurs 2000 times
                        indexed by corInd.
         10  corOriginal	pic 9(6) value zero.
         10  corCredit		pic 9(6) value zero.
         10  corReplacement	pic 9(6) value zero.
 01  rawcororiginal		pic x(10) value spaces.
 01  rawcorcredit		pic x(10) value spaces.
 01  rawcorreplacement		pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>numbers for the two new documents
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ctlregion			pic 9 value 9.
 01  thisinvoiceno		pic 9(6) value zero.
 01  ctlstatus			pic 99 value zero.
 01  creditno			pic 9(6) value zero.
 01  replacementno		pic 9(6) value zero.
 01  todaynum			pic 9(8) value zero.
 01  todaynum-r redefines todaynum.
     05  today-year		pic 9(4).
     05  today-month		pic 9(2).
     05  today-day		pic 9(2).
 01  todayiso			pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>operator sign-on, and the shared auditlog
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  op-function		pic x(8) value spaces.
 01  op-id			pic x(10) value spaces.
 01  op-status			pic 99 value zero.
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     move function current-date(1:8) to todaynum.
     move spaces		to todayiso.
     string today-year, "-", today-month, "-", today-day
            into todayiso
     end-string.

     accept arginvoice		from argument-value.
     accept argreason		from argument-value.
     if function trim(arginvoice) is not numeric
        or argreason = spaces
        display "usage: invcorrect <invoice#> <reason>"
        stop run giving 1
     end-if.
     compute originalno = function numval(arginvoice).
     move function upper-case(function trim(argreason)) to argreason.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>sign on before anything is looked at; the correction issues a
*>>>credit, so it takes the credit memo release function
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "CMREL"		to op-function.
     move spaces		to op-id.
     call "opauth" using op-function, op-id, op-status
     end-call.
     if op-status <> zero
        display "invcorrect: operator '" function trim(op-id)
                "' is not authorized for CMREL -- nothing corrected"
        stop run giving 8
     end-if.

     perform 0940-load-custmode.
     if custmode-codes
        move 12			to qtycol
        move 13			to pricecol
        move 15			to freightcol
        move 16			to disccol
        move 18			to rmacol
        move 19			to lastcol
     end-if.

     perform 0910-load-corrections.
     perform varying corInd from 1 by 1
             until corInd > corCount
         if corOriginal(corInd) = originalno
            display "invcorrect: invoice " originalno
                    " was already corrected -- credit memo "
                    corCredit(corInd) ", replacement "
                    corReplacement(corInd)
            stop run giving 8
         end-if
         if corCredit(corInd) = originalno
            display "invcorrect: " originalno " is the credit memo "
                    "of a correction -- correct the replacement "
                    corReplacement(corInd) " instead"
            stop run giving 8
         end-if
     end-perform.

     perform 0100-find-indexed-invoice.
     perform 0200-load-original-lines.

     perform 0300-edit-header.
     if not operator-quit
        perform 0400-edit-lines
     end-if.
     if not operator-quit
        perform 0450-final-prompt
     end-if.
     if not post-requested
        display "invcorrect: nothing staged -- invoice " originalno
                " stands as billed"
        goback
     end-if.

     perform 0500-stage-correction.
     perform 0600-record-link.

     display "invcorrect: invoice " originalno " reversed on credit "
             "memo " creditno " and replaced by invoice "
             replacementno.
     display "invcorrect: both are staged on database/"
             "invoicereleased.csv for the next writeinvoice batch".

     goback.
*>
 0100-find-indexed-invoice.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the index says the invoice was billed and what kind of
*>>>document it was; a credit memo is not corrected this way
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open input invoiceidx.
     if not idx-ok
        display "invcorrect: cannot open invoiceindex.dat, status "
                idx-status " -- has writeinvoice been run?"
        stop run giving 8
     end-if.
     move originalno		to idx-invoiceno.
     read invoiceidx
          invalid key
             display "invcorrect: invoice " originalno
                     " not found in invoiceindex.dat"
             close invoiceidx
             stop run giving 8
     end-read.
     close invoiceidx.

     move spaces		to rawinvoiceno rawrectype.
     unstring idx-rawrec delimited by ","
              into rawinvoiceno, rawrectype
     end-unstring.
     if function trim(rawrectype) <> "IN"
        display "invcorrect: " originalno " was billed as a "
                function trim(rawrectype) " -- only an invoice is "
                "cancelled and rebilled"
        stop run giving 8
     end-if.
*>
 0200-load-original-lines.
*>
     move zero			to origCount.
     perform varying billedInd from 1 by 1
             until billedInd > 5
         move billedName(billedInd)	to billedfilepath
         open input billedfile
         read billedfile
              at end move "y"	to eof
         end-read
         perform until end-of-file
             perform 0210-check-billed-row
             read billedfile
                  at end move "y"	to eof
             end-read
         end-perform
         close billedfile
         move spaces		to eof
     end-perform.

     if origCount = zero
        display "invoice " originalno " is indexed but its lines "
                "are no longer on the billed invoice files -- "
                "nothing corrected"
        stop run giving 8
     end-if.
     if original-overflowed
        display "invcorrect: invoice " originalno " has more than "
                "200 lines -- nothing corrected"
        stop run giving 8
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the working copy starts as the original, dated today; its
*>>>header is the first line's
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to lnCount.
     perform varying origInd from 1 by 1
             until origInd > origCount
         move origLine(origInd)	to rawline
         perform 0150-split-columns
         move todayiso		to colVal(3)
         add 1			to lnCount
         move colList		to lnRow(lnCount)
         move colCount		to lnColCount(lnCount)
         move "y"		to lnKept(lnCount)
     end-perform.
     move lnRow(1)		to hdrList.
*>
 0210-check-billed-row.
*>
     inspect billedrec replacing all '"' by " ".
     move spaces		to rawinvoiceno rawrectype.
     unstring billedrec delimited by ","
              into rawinvoiceno, rawrectype
     end-unstring.
     if function trim(rawinvoiceno) is numeric
        and function numval(rawinvoiceno) = originalno
        and function trim(rawrectype) = "IN"
        if origCount < 200
           add 1		to origCount
           move billedrec	to origLine(origCount)
        else
           move "y"		to origoverflow
        end-if
     end-if.
*>
 0150-split-columns.
*>
     perform varying colInd from 1 by 1
             until colInd > 25
         move spaces		to colVal(colInd)
     end-perform.
     unstring rawline delimited by ","
              into colVal(1), colVal(2), colVal(3), colVal(4),
                   colVal(5), colVal(6), colVal(7), colVal(8),
                   colVal(9), colVal(10), colVal(11), colVal(12),
                   colVal(13), colVal(14), colVal(15), colVal(16),
                   colVal(17), colVal(18), colVal(19), colVal(20),
                   colVal(21), colVal(22), colVal(23), colVal(24),
                   colVal(25)
     end-unstring.
     move 25			to colCount.
     perform until colCount = 1
             or colVal(colCount) <> spaces
         subtract 1		from colCount
     end-perform.
*>
 0160-rebuild-row.
*>
     move spaces		to rebuiltrow.
     string function trim(colVal(1)) into rebuiltrow
     end-string.
     perform varying colInd from 2 by 1
             until colInd > colCount
         move rebuiltrow	to rawline
         move spaces		to rebuiltrow
         string function trim(rawline), ",",
                function trim(colVal(colInd))
                into rebuiltrow
         end-string
     end-perform.
*>
 0170-accept-answer.
*>
     move spaces		to answer.
     accept answer.
     if answer = spaces
        add 1			to blankcount
     else
        move zero		to blankcount
     end-if.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>three empty answers in a row means the console went away
*>>>(redirected input ran dry); stop instead of prompting forever
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if blankcount > 2
        display "invcorrect: no more input -- stopping"
        set operator-quit	to true
     end-if.
*>
 0180-fix-column.
*>
     move function numval(answer) to colpick.
     if colpick >= editlow and colpick <= edithigh
        move colpick		to showcol
        display "column " showcol " is ["
                function trim(colVal(colpick)) "]"
        display "new value: " with no advancing
        move spaces		to answer
        accept answer
        move answer		to colVal(colpick)
        if colpick > colCount
           move colpick		to colCount
        end-if
     else
        display "no such column"
     end-if.
*>
 0300-edit-header.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>date, SO, PO, rep, ship method, terms, currency and the
*>>>parties -- everything ahead of the quantity -- are one header
*>>>for the whole replacement
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move hdrList		to colList.
     move qtycol		to colCount.
     subtract 1			from colCount.
     move 3			to editlow.
     move colCount		to edithigh.
     move spaces		to editdone.
     display " ".
     display "invoice " originalno " header (columns 1 and 2 are "
             "numbered on posting):".
     perform 0350-show-header.
     perform until edit-finished or operator-quit
         display "column# to fix, c=continue, q=quit: "
                 with no advancing
         perform 0170-accept-answer
         evaluate true
             when operator-quit
                  continue
             when function trim(answer) = "q"
                  set operator-quit	to true
             when function trim(answer) = "c"
                  move "y"	to editdone
             when function trim(answer) is numeric
                  perform 0180-fix-column
             when other
                  display "eh?"
         end-evaluate
     end-perform.
     move colList		to hdrList.
*>
 0350-show-header.
*>
     perform varying colInd from 3 by 1
             until colInd >= qtycol
         move colInd		to showcol
         display "  " showcol ": " function trim(colVal(colInd))
     end-perform.
*>
 0360-show-line.
*>
     perform varying colInd from qtycol by 1
             until colInd > lastcol
         move colInd		to showcol
         display "  " showcol ": " function trim(colVal(colInd))
     end-perform.
*>
 0400-edit-lines.
*>
     perform varying lnInd from 1 by 1
             until lnInd > lnCount or operator-quit
         perform 0410-edit-one-line
     end-perform.
*>
 0410-edit-one-line.
*>
     move lnRow(lnInd)		to colList.
     move lnColCount(lnInd)	to colCount.
     move qtycol		to editlow.
     move lastcol		to edithigh.
     move spaces		to editdone.
     set lnpos			to lnInd.
     move lnpos			to showline.
     display " ".
     display "line " showline ":".
     perform 0360-show-line.
     perform until edit-finished or operator-quit
         display "column# to fix, k=keep, d=drop, q=quit: "
                 with no advancing
         perform 0170-accept-answer
         evaluate true
             when operator-quit
                  continue
             when function trim(answer) = "q"
                  set operator-quit	to true
             when function trim(answer) = "d"
                  move spaces	to lnKept(lnInd)
                  move "y"	to editdone
             when function trim(answer) = "k"
                  perform 0420-validate-line
                  if row-is-valid
                     move "y"	to lnKept(lnInd)
                     move "y"	to editdone
                  else
                     display "quantity and unit price must be "
                             "numbers, freight and discount numbers "
                             "or blank"
                  end-if
             when function trim(answer) is numeric
                  perform 0180-fix-column
             when other
                  display "eh?"
         end-evaluate
     end-perform.
     move colList		to lnRow(lnInd).
     move colCount		to lnColCount(lnInd).
*>
 0420-validate-line.
*>
     move "y"			to rowok.
     if function test-numval(colVal(qtycol)) <> 0
        move spaces		to rowok
     else if function test-numval(colVal(pricecol)) <> 0
        move spaces		to rowok
     else if colVal(freightcol) <> spaces
        and function test-numval(colVal(freightcol)) <> 0
        move spaces		to rowok
     else if colVal(disccol) <> spaces
        and function test-numval(colVal(disccol)) <> 0
        move spaces		to rowok
     end-if.
*>
 0450-final-prompt.
*>
     move spaces		to editdone.
     perform until edit-finished or operator-quit
         move zero		to keptcount
         perform varying lnInd from 1 by 1
                 until lnInd > lnCount
             if line-is-kept(lnInd)
                add 1		to keptcount
             end-if
         end-perform
         move keptcount		to showline
         display " "
         display "replacement has " showline " line(s); "
                 "a=add a line, p=post, q=quit: "
                 with no advancing
         perform 0170-accept-answer
         evaluate true
             when operator-quit
                  continue
             when function trim(answer) = "q"
                  set operator-quit	to true
             when function trim(answer) = "p"
                  if keptcount = zero
                     display "a replacement needs at least one "
                             "line -- a straight cancellation is a "
                             "credit memo, not a correction"
                  else
                     move "y"	to postflag
                     move "y"	to editdone
                  end-if
             when function trim(answer) = "a"
                  if lnCount >= 200
                     display "no room for another line"
                  else
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a new line starts as a copy of the last one, without its
*>>>lot numbers, for the operator to fix
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
                     add 1	to lnCount
                     move lnRow(lnCount - 1) to lnRow(lnCount)
                     move lnColCount(lnCount - 1)
                                to lnColCount(lnCount)
                     move lnRow(lnCount)	to colList
                     move spaces	to colVal(lastcol)
                     move colList	to lnRow(lnCount)
                     set lnInd	to lnCount
                     perform 0410-edit-one-line
                     move spaces	to editdone
                  end-if
             when other
                  display "eh?"
         end-evaluate
     end-perform.
*>
 0500-stage-correction.
*>
     call "invnumctl" using ctlregion,
                            thisinvoiceno,
                            ctlstatus
     end-call.
     if ctlstatus <> zero
        display "invcorrect: invnumctl could not assign a credit "
                "memo number (status " ctlstatus ") -- nothing staged"
        stop run giving 8
     end-if.
     move thisinvoiceno		to creditno.
     call "invnumctl" using ctlregion,
                            thisinvoiceno,
                            ctlstatus
     end-call.
     if ctlstatus <> zero
        display "invcorrect: invnumctl could not assign a "
                "replacement number (status " ctlstatus ") -- "
                "nothing staged; credit memo number " creditno
                " goes unused"
        stop run giving 8
     end-if.
     move thisinvoiceno		to replacementno.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the credit memo ahead of the replacement, so the batch puts
*>>>the stock and serials back before the replacement takes them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open extend releasedfile.
     perform varying origInd from 1 by 1
             until origInd > origCount
         move origLine(origInd)	to rawline
         perform 0150-split-columns
         move creditno		to colVal(1)
         move "CM"		to colVal(2)
         move todayiso		to colVal(3)
         move spaces		to colVal(rmacol)
         perform 0160-rebuild-row
         move rebuiltrow	to releasedrec
         write releasedrec
     end-perform.

     perform varying lnInd from 1 by 1
             until lnInd > lnCount
         if line-is-kept(lnInd)
            move lnRow(lnInd)	to colList
            move lnColCount(lnInd)	to colCount
            perform varying colInd from 3 by 1
                    until colInd >= qtycol
                move hdrVal(colInd)	to colVal(colInd)
            end-perform
            move replacementno	to colVal(1)
            move "IN"		to colVal(2)
            perform 0160-rebuild-row
            move rebuiltrow	to releasedrec
            write releasedrec
         end-if
     end-perform.
     close releasedfile.
*>
 0600-record-link.
*>
     open extend correctionfile.
     move spaces		to correctionrec.
     string originalno, ",", creditno, ",", replacementno, ",",
            todayiso, ",", function trim(op-id), ",",
            function trim(argreason)
            delimited by size into correctionrec
     end-string.
     write correctionrec.
     close correctionfile.

     move "invcorrect"		to audit-program.
     move "INV-CORRECTED"	to audit-reason.
     move originalno		to audit-key.
     move spaces		to audit-data.
     string "by ", function trim(op-id), " reason ",
            function trim(argreason), ": credit memo ", creditno,
            " reverses, invoice ", replacementno, " replaces"
            delimited by size into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.
*>
 0910-load-corrections.
*>
     move zero			to corCount.
     open input correctionfile.
     read correctionfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawcororiginal rawcorcredit
                                   rawcorreplacement
         unstring correctionrec delimited by ","
                  into rawcororiginal, rawcorcredit,
                       rawcorreplacement
         end-unstring
         if function trim(rawcororiginal) is numeric
            and function trim(rawcorcredit) is numeric
            and function trim(rawcorreplacement) is numeric
            and corCount < 2000
            add 1		to corCount
            compute corOriginal(corCount) =
                    function numval(rawcororiginal)
            compute corCredit(corCount) =
                    function numval(rawcorcredit)
            compute corReplacement(corCount) =
                    function numval(rawcorreplacement)
         end-if
         read correctionfile
              at end move "y"	to eof
         end-read
     end-perform.
     close correctionfile.
     move spaces		to eof.
*>
 0940-load-custmode.
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
