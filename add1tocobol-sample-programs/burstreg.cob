*>            register and their YTD standing with it, and there's
*>            a log proving it went out -- no more scissors.
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - an invoice territoryaudit listed in invoicesplits.csv
*>              as split between two reps goes into both reps'
*>              slices, marked with the rep's share, and each
*>              slice's control totals carry only that share
*>15-Oct-2026 - each rep's quota attainment lines from
*>              quotaattain.txt are appended to their slice under
*>              the year-to-date line
*>*********************************************************************
identification division.
program-id. burstreg.
environment division.
                        organization is line sequential.
select burstfile	assign to burstfilename
                        organization is line sequential.
select optional splitfile	assign to "invoicesplits.csv"
                        organization is line sequential.
select optional quotafile	assign to "quotaattain.txt"
                        organization is line sequential.
*>
data division.
*>
*>
01 burstrec		pic x(132).
*>
fd splitfile.
*>
01 splitrec		pic x(40).
*>
fd quotafile.
*>
01 quotarec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
         10  ytdLine		pic x(132) value spaces.
 01  ytdlineno			unsigned-int value zero.
 01  ytdMatchInd		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>each rep's lines from quotaattain.txt -- the rep's own line
*>>>and one per item class it carries a quota in, every one with
*>>>the rep code in columns 1-8 -- and the column heading over them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  qtaCount			unsigned-int value zero.
 01  qtaList.
     05  qtaEntry	occurs 300 times
                        indexed by qtaInd.
         10  qtaCode		pic x(8) value spaces.
         10  qtaLine		pic x(132) value spaces.
 01  qtaheading			pic x(132) value spaces.
 01  qtalineno			unsigned-int value zero.
 01  qtaMatchInd		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>split invoices from territoryaudit's invoicesplits.csv
*>>>(invoice, rep, share pct) -- a split line is filed once per
*>>>share instead of once under its keyed rep
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  splCount			unsigned-int value zero.
 01  splList.
     05  splEntry	occurs 2000 times
                        indexed by splInd.
         10  splInvoice		pic x(6) value spaces.
         10  splRep		pic x(8) value spaces.
         10  splPct		pic 9(3) value zero.
 01  rawsplinvoice		pic x(10) value spaces.
 01  rawsplrep			pic x(10) value spaces.
 01  rawsplpct			pic x(6) value spaces.
 01  linepct			pic 9(3) value 100.
 01  linesplit			pic x value spaces.
     88  line-is-split		      value "y".
 01  showsplitpct		pic zz9 value zero.
 01  showqty			pic -zzz,zzz,zz9 value zero.
 01  showamt			pic -zzz,zzz,zz9.99 value zero.
 01  showcount			pic zzz9 value zero.
     read regfile
          at end move "y"	to eof
     end-read.
     perform 0600-load-splits.

     perform until end-of-file
         add 1			to lineno
         move regrec		to regline
     close regfile.

     perform 0500-load-ytd-lines.
     perform 0550-load-quota-lines.

     if repCount = zero
        display "burstreg: invoicereg.txt has no detail lines -- "
         when past-detail-lines
              continue
         when regline(1:1) is numeric
              move spaces	to linesplit
              perform varying splInd from 1 by 1
                      until splInd > splCount
                  if splInvoice(splInd) = regline(1:6)
                     move "y"	to linesplit
                     move splRep(splInd)	to linerep
                     move splPct(splInd)	to linepct
                     perform 0200-file-under-rep
                  end-if
              end-perform
              if not line-is-split
                 move regline(29:8)	to linerep
                 move 100	to linepct
                 perform 0200-file-under-rep
              end-if
         when other
              continue
     end-evaluate.
           add 1		to repLineCount(repMatchInd)
           move regline		to
                repLine(repMatchInd, repLineCount(repMatchInd))
           if line-is-split
              move linepct	to showsplitpct
              string "split ", function trim(showsplitpct), "%"
                     delimited by size
                     into repLine(repMatchInd,
                                  repLineCount(repMatchInd))(88:)
              end-string
           end-if
           compute repQty(repMatchInd) rounded = repQty(repMatchInd)
                 + function numval-c(regline(42:12)) * linepct / 100
           compute repAmt(repMatchInd) rounded = repAmt(repMatchInd)
                 + function numval-c(regline(55:15)) * linepct / 100
        end-if
     end-if.
*>
        move ytdLine(ytdMatchInd)	to burstrec
        write burstrec
     end-if.
     move zero			to qtaMatchInd.
     perform varying qtaInd from 1 by 1
             until qtaInd > qtaCount
         if function trim(qtaCode(qtaInd)) =
            function trim(repCode(repInd))
            if qtaMatchInd = zero
               move spaces	to burstrec
               write burstrec
               move "Quota attainment (from quotaattain.txt):"
                                to burstrec
               write burstrec
               move qtaheading	to burstrec
               write burstrec
            end-if
            move qtaInd		to qtaMatchInd
            move qtaLine(qtaInd)	to burstrec
            write burstrec
         end-if
     end-perform.
     close burstfile.
*>
 0500-load-ytd-lines.
     end-perform.
     close ytdfile.
     move spaces		to eof.
*>
 0550-load-quota-lines.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the attainment report's second heading line names the
*>>>columns; its detail runs to the dashed rule above the team total
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to qtalineno.
     open input quotafile.
     move spaces		to eof.
     read quotafile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         add 1			to qtalineno
         if qtalineno = 2
            move quotarec	to qtaheading
         else if qtalineno > 3
            if quotarec(1:10) = all "-"
               move "y"	to eof
            else
               if quotarec(1:1) <> space and qtaCount < 300
                  add 1		to qtaCount
                  move quotarec(1:8)	to qtaCode(qtaCount)
                  move quotarec		to qtaLine(qtaCount)
               end-if
            end-if
         end-if
         end-if
         if not end-of-file
            read quotafile
                 at end move "y"	to eof
            end-read
         end-if
     end-perform.
     close quotafile.
     move spaces		to eof.
*>
 0600-load-splits.
*>
     move zero			to splCount.
     open input splitfile.
     read splitfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawsplinvoice rawsplrep rawsplpct
         unstring splitrec delimited by ","
                  into rawsplinvoice, rawsplrep, rawsplpct
         end-unstring
         if function trim(rawsplinvoice) is numeric
            and function trim(rawsplpct) is numeric
            and rawsplrep <> spaces
            and splCount < 2000
            add 1		to splCount
            move function trim(rawsplinvoice) to splInvoice(splCount)
            move rawsplrep	to splRep(splCount)
            compute splPct(splCount) = function numval(rawsplpct)
         end-if
         read splitfile
              at end move "y"	to eof
         end-read
     end-perform.
     close splitfile.
     move spaces		to eof.
*>
 0400-deliver-rep-slice.
*>
