*>              injects office:value-type / office:value attributes
*>              into the cell opener ahead of a typed placeholder.
*>              Undeclared fields write exactly as before
*>15-Oct-2026 - the field-table-full warning added in Jan-2013 left
*>              the clearing of fieldtag inside its else branch, so
*>              a placeholder that followed a longer one kept the
*>              longer name's tail ("[amount]dr2]") and odfsetfield
*>              never found it; fieldtag is cleared after every "]"
*>              again
*>15-Oct-2026 - a typed money or count cell now honors the decimal
*>              mark of the form's language: a caller printing for a
*>              customer who writes 1 234,56 names "," through the
*>              new odfsetmark subprogram (below), and odfwritepage
*>              reads the comma as the decimal point and drops the
*>              periods and spaces between thousands when it builds
*>              the office:value attribute.  The default stays "."
*>15-Oct-2026 - a second scan in the same run (a caller switching to
*>              another template between pages) restarted the
*>              character count where the last template left off, so
*>              every position it recorded was past the end of the
*>              new odfscanned.data; the count and the tag state
*>              machines now start over on every scan
*>15-Oct-2026 - a row written without attributes (<table:table-row>,
*>              as spreadsheets from other producers than ours come)
*>              was never seen opening, so its span began at the row
*>              before it; a bare row opener now starts a row too
*>*********************************************************************
identification division.
program-id. odfscanner.
     move 0			to trCount.
     move 0			to rrCount.
     set flInd			to 1.
     move 0			to charcount.
     move spaces		to tbbletag rowtag fieldtag
                                   tagsw regionopen.

     move 0			to file-offset.
     move 0			to out-offset.
         move rtchar(rtsub + 1) to rtchar(rtsub)
     end-perform.
     move odfchar		to rtchar(18).
     if region-is-open and rowtag(1:16) = "<table:table-row"
        and (rowtag(17:1) = space or rowtag(17:1) = ">")
        compute introwstart = charcount - 17
     end-if.
     if region-is-open and rowtag = "</table:table-row>"
                      "at " flCount " entries; further placeholders in "
                      "the template will not be captured"
           end-if
           end-if
           move spaces		to fieldtag
        end-if
     end-if.
                      indexed by ftInd.
         10  ftField		pic x(20).
         10  ftType		pic x.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>external decimal mark kept by odfsetmark -- "," for a form whose
*>amounts print 1 234,56; anything else means "."
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  fieldmarks external.
     05  fmDecimal		pic x.
*>
linkage section.
*>
               end-if
            else
               if flValue(flInd)(numsub:1) = "-"
                  add 1		to numbuflen
                  if numbuflen <= 20
                     move "-"	to numbuf(numbuflen:1)
                  end-if
               end-if
               if (flValue(flInd)(numsub:1) = "." and fmDecimal <> ",")
                  or (flValue(flInd)(numsub:1) = "," and fmDecimal = ",")
                  add 1		to numbuflen
                  if numbuflen <= 20
                     move "."	to numbuf(numbuflen:1)
                  end-if
               end-if
            end-if
     goback.

end program odfsettype.
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Declares the decimal mark the form's amounts print
*>            with, for the typed-cell support in odfwritepage.  A
*>            caller filling a form for a customer whose language
*>            writes 1 234,56 names ","; naming "." (or anything
*>            else) puts back the default, so a caller switching
*>            languages between invoices names the mark on every
*>            switch.
*>
*>            call "odfsetmark" using decimalMark  pic x
*>*********************************************************************
identification division.
program-id. odfsetmark.
*>.
environment division.
*>
data division.
*>
working-storage section.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>external decimal mark shared with odfwritepage
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  fieldmarks external.
     05  fmDecimal		pic x.
*>
linkage section.
*>
 01  decimalMark		pic x.
*>
 procedure division using decimalMark.
*>
 0000-start.
*>
     if decimalMark = ","
        move ","		to fmDecimal
     else
        move "."		to fmDecimal
     end-if.

     goback.

end program odfsetmark.
