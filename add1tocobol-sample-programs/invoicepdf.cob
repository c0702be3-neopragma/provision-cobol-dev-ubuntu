       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Per-invoice PDF rendition, run after writeinvoice.  The
*>            batch workbook (writeinvoice.cfg's odfform, default
*>            invoicework.fods) carries one sheet per invoice, named
*>            inv<invoice number>.  Each of those sheets is lifted out
*>            into a workbook of its own -- the batch workbook's
*>            prefix (styles and settings), that one sheet, and the
*>            workbook's closing suffix -- under pdfwork/, and soffice
*>            converts it to invoicepdfs/invoice_<invoice number>.pdf.
*>            Every command goes through systemcall's approved-command
*>            framework, the way packageods drives its packaging.
*>
*>            Each PDF that came back is listed on invoicepdf.csv
*>            (invoice number, PDF path, byte size) -- invdeliver
*>            attaches them for email customers and closebatch
*>            catalogs them in the archive from that list.  An invoice
*>            whose PDF did not come back is displayed and the step
*>            ends with return code 8.
*>*********************************************************************
identification division.
program-id. invoicepdf.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional odfconfigfile	assign to "writeinvoice.cfg"
                        organization is line sequential.
select pdflistfile	assign to "invoicepdf.csv"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd odfconfigfile.
*>
01 odfconfigrec		pic x(200).
*>
fd pdflistfile.
*>
01 pdflistrec		pic x(120).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  odfformpath		pic x(80) value "invoicework.fods".
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>byte access to the batch workbook and the per-invoice copies
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  inhandle			pic x(4) value low-values.
 01  outhandle			pic x(4) value low-values.
 01  file-access		pic x comp-x value 0.
 01  file-deny			pic x comp-x value 0.
 01  file-dev			pic x comp-x value 0.
 01  file-offset		pic x(8) comp-x value 0.
 01  out-offset		pic x(8) comp-x value 0.
 01  block-count		pic x(4) comp-x value 0.
 01  read-flags			pic x comp-x value 0.
 01  size-flags			pic x comp-x value 128.
 01  blockbuf			pic x(4096) value spaces.
 01  blocklen			pic 9(5) comp-5 value zero.
 01  blocksub			pic 9(5) comp-5 value zero.
 01  formsize			pic 9(9) comp-5 value zero.
 01  formpos			pic 9(9) comp-5 value zero.
 01  copyfrom			pic 9(9) comp-5 value zero.
 01  copyremain		pic s9(9) comp-5 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the sheets of the workbook, found by their table tags; the
*>>>window carries the last 14 characters scanned
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  tagwindow			pic x(14) value spaces.
 01  tagshift			pic x(13) value spaces.
 01  shCount			unsigned-int value zero.
 01  shList.
     05  shEntry	occurs 2000 times
                        indexed by shInd.
         10  shStart		pic 9(9) comp-5 value zero.
         10  shEnd		pic 9(9) comp-5 value zero.
         10  shName		pic x(20) value spaces.
 01  firststart			pic 9(9) comp-5 value zero.
 01  lastend			pic 9(9) comp-5 value zero.
 01  namebuf			pic x(200) value spaces.
 01  namejunk			pic x(200) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>per-invoice work file, PDF and the commands that make it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  pdfinvoice			pic x(6) value spaces.
 01  workpath			pic x(60) value spaces.
 01  pdfpath			pic x(60) value spaces.
 01  pdfbytes			pic 9(12) value zero.
 01  stagecmd			pic x(200) value spaces.
 01  stagestat			pic s9(9) value zero.
 01  stepfailed			pic x value spaces.
     88  a-step-failed		      value "y".
 01  filestat			pic s9(9) value zero.
 01  checkbuf			pic x(84) value spaces.
 01  checkstat			pic s9(9) value zero.
 01  fileinfo.
     05  filesize		pic x(8) comp-x.
     05  filedate		pic x(7) comp-x.
     05  filetime		pic x(7) comp-x.
 01  pdfcount			unsigned-int value zero.
 01  failcount			unsigned-int value zero.
*>
 procedure division.
*>
 0000-start.
*>
     perform 0940-load-odfconfig.

     move spaces		to checkbuf.
     move odfformpath		to checkbuf.
     call "CBL_CHECK_FILE_EXIST" using checkbuf
                                       fileinfo
                                 returning checkstat
     end-call.
     if checkstat not = 0
        display "invoicepdf: " function trim(odfformpath)
                " is not there -- run writeinvoice first"
        move 8			to return-code
        goback
     end-if.

     move spaces		to stagecmd.
     string "./systemcall mkdir -p pdfwork invoicepdfs" into stagecmd
     end-string.
     perform 0500-run-approved-command.
     if a-step-failed
        display "invoicepdf: could not stage the pdfwork and "
                "invoicepdfs directories"
        move 8			to return-code
        goback
     end-if.

     move 1			to file-access.
     call "CBL_OPEN_FILE" using odfformpath, file-access,
                                file-deny, file-dev, inhandle
     end-call.
     move 0			to file-offset.
     call "CBL_READ_FILE" using inhandle, file-offset,
                                block-count, size-flags, blockbuf
     end-call.
     move file-offset		to formsize.

     perform 0100-find-sheets.

     open output pdflistfile.
     perform varying shInd from 1 by 1
             until shInd > shCount
         if shName(shInd)(1:3) = "inv"
            and shName(shInd)(4:6) is numeric
            perform 0200-render-one-invoice
         end-if
     end-perform.
     close pdflistfile.

     call "CBL_CLOSE_FILE" using inhandle end-call.

     display "invoicepdf: " pdfcount " invoice PDF(s) rendered to "
             "invoicepdfs/ and listed on invoicepdf.csv, "
             failcount " failed".
     if failcount > 0
        move 8			to return-code
     end-if.

     goback.
*>
 0100-find-sheets.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one pass over the workbook: "<table:table " opens a sheet and
*>>>"</table:table>" closes it (a "<table:table-row" never matches
*>>>the opener's trailing space).  Positions are 1-based, as
*>>>odfscanner keeps them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to shCount formpos firststart lastend.
     move spaces		to tagwindow.
     move 0			to file-offset.
     perform until file-offset >= formsize
         compute blocklen = formsize - file-offset
         if blocklen > 4096
            move 4096		to blocklen
         end-if
         move blocklen		to block-count
         call "CBL_READ_FILE" using inhandle, file-offset,
                                    block-count, read-flags,
                                    blockbuf
         end-call
         perform varying blocksub from 1 by 1
                 until blocksub > blocklen
             add 1		to formpos
             move tagwindow(2:13) to tagshift
             move tagshift	to tagwindow(1:13)
             move blockbuf(blocksub:1) to tagwindow(14:1)
             if tagwindow(2:13) = "<table:table "
                and shCount < 2000
                add 1		to shCount
                compute shStart(shCount) = formpos - 12
                move zero	to shEnd(shCount)
             end-if
             if tagwindow = "</table:table>"
                and shCount > zero
                move formpos	to shEnd(shCount)
             end-if
         end-perform
         add blocklen		to file-offset
     end-perform.

     if shCount > zero
        move shStart(1)		to firststart
        move shEnd(shCount)	to lastend
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the sheet name sits in the opener's table:name attribute --
*>>>writeinvoice names each sheet inv<invoice number>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform varying shInd from 1 by 1
             until shInd > shCount
         move spaces		to namebuf shName(shInd)
         compute file-offset = shStart(shInd) - 1
         compute blocklen = formsize - file-offset
         if blocklen > 200
            move 200		to blocklen
         end-if
         move blocklen		to block-count
         call "CBL_READ_FILE" using inhandle, file-offset,
                                    block-count, read-flags,
                                    namebuf
         end-call
         unstring namebuf delimited by 'table:name="' or '"'
                  into namejunk, shName(shInd)
         end-unstring
         if shEnd(shInd) = zero
            move spaces		to shName(shInd)
         end-if
     end-perform.
*>
 0200-render-one-invoice.
*>
     move shName(shInd)(4:6)	to pdfinvoice.
     move spaces		to workpath pdfpath.
     string "pdfwork/invoice_", pdfinvoice, ".fods"
            into workpath
     end-string.
     string "invoicepdfs/invoice_", pdfinvoice, ".pdf"
            into pdfpath
     end-string.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the invoice's own workbook: the batch workbook's prefix, this
*>>>one sheet, then everything after the last sheet
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move 2			to file-access.
     call "CBL_CREATE_FILE" using workpath, file-access,
                                  file-deny, file-dev, outhandle
     end-call.
     move 0			to out-offset.
     move 1			to copyfrom.
     compute copyremain = firststart - 1.
     perform 0400-copy-range.
     move shStart(shInd)	to copyfrom.
     compute copyremain = shEnd(shInd) - shStart(shInd) + 1.
     perform 0400-copy-range.
     compute copyfrom = lastend + 1.
     compute copyremain = formsize - lastend.
     perform 0400-copy-range.
     call "CBL_CLOSE_FILE" using outhandle end-call.

     move spaces		to stepfailed.
     move spaces		to stagecmd.
     string "./systemcall soffice --headless --convert-to pdf ",
            "--outdir invoicepdfs ", function trim(workpath)
            into stagecmd
     end-string.
     perform 0500-run-approved-command.

     move spaces		to checkbuf.
     move pdfpath		to checkbuf.
     call "CBL_CHECK_FILE_EXIST" using checkbuf
                                       fileinfo
                                 returning checkstat
     end-call.
     if a-step-failed or checkstat not = 0
        add 1			to failcount
        display "invoicepdf: invoice " pdfinvoice
                " -- no PDF came back from the conversion"
     else
        move filesize		to pdfbytes
        add 1			to pdfcount
        move spaces		to pdflistrec
        string pdfinvoice, ",",
               function trim(pdfpath), ",",
               pdfbytes
               into pdflistrec
        end-string
        write pdflistrec
     end-if.

     call "CBL_DELETE_FILE" using workpath
                            returning filestat
     end-call.
*>
 0400-copy-range.
*>
     compute file-offset = copyfrom - 1.
     perform until copyremain <= 0
         move 4096		to blocklen
         if copyremain < 4096
            move copyremain	to blocklen
         end-if
         move blocklen		to block-count
         call "CBL_READ_FILE" using inhandle, file-offset,
                                    block-count, read-flags,
                                    blockbuf
         end-call
         call "CBL_WRITE_FILE" using outhandle, out-offset,
                                     block-count, read-flags,
                                     blockbuf
         end-call
         add blocklen		to file-offset
         add blocklen		to out-offset
         subtract blocklen	from copyremain
     end-perform.
*>
 0500-run-approved-command.
*>
     if a-step-failed
        continue
     else
        call "SYSTEM" using function trim(stagecmd)
                      returning stagestat
        end-call
        if stagestat not = 0
           display "invoicepdf: step failed (" stagestat "): "
                   function trim(stagecmd)
           move "y"		to stepfailed
        end-if
     end-if.
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
            if function trim(cfgname) = "odfform"
               move function trim(cfgvalue) to odfformpath
            end-if
         end-if
         read odfconfigfile
              at end move "y"	to eof
         end-read
     end-perform.
     close odfconfigfile.
     move spaces		to eof.
