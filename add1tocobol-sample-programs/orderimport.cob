       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Inbound order spreadsheet importer.  A customer who
*>            sends its purchase orders as a spreadsheet (.fods)
*>            instead of an 850 has the sheet scanned through
*>            odfscanner, and each order line is translated into the
*>            CSV column layout writeinvoice's row unstring expects,
*>            exactly as edi850in does for an 850.  Staged rows go to
*>            ordersheetstaging.csv for review before they join a
*>            batch, and lines that fail the same checks edi850in
*>            applies (numeric quantity and price, an order date, a
*>            bill-to name) go to orderimport_rejects.txt instead.
*>            Both files are extended, not replaced, so the sheets of
*>            several customers can wait for one review.
*>
*>            Every customer lays its sheet out its own way, so what
*>            to read where comes from database/ordermaps.csv, one row
*>            per mapped field:
*>                customer code,kind,name on the sheet,invoice field
*>            kind C -- a cell name: the cell holding the name (a
*>                      trailing colon is ignored) labels the value
*>                      in the next filled cell to its right, for
*>                      fields given once per order (PO Number:)
*>            kind H -- a column heading: the first row carrying one
*>                      of the customer's headings is the heading
*>                      row, and every filled row below it is an
*>                      order line read from those columns
*>            kind D -- a default: the name column is the value
*>                      itself, for a field the sheet never carries
*>                      (the customer always ships TRUCK)
*>            invoice fields: custpo, orderdate, shipmethod, terms,
*>                      currency, billname, billaddr, billstate,
*>                      billzip, shipname, shipaddr, shipstate,
*>                      shipzip, qty, price, desc, item.
*>            A bill-to the sheet leaves blank comes from the
*>            customer master, a ship-to it leaves blank is the
*>            bill-to, and unmapped ship method, terms and currency
*>            stage as UPS, NET30 and USD.  The sales rep is the
*>            territory's rep, ORDER when no territory covers it.
*>            Only the first sheet of the workbook is read.
*>
*>            usage: orderimport <customer> <spreadsheet>
*>                               [<first-invoice-number>]
*>            The order's invoice number is drawn from the number
*>            control facility (invnumctl, system range 9) as
*>            edi850in's are; a starting number on the command line
*>            overrides that.
*>*********************************************************************
identification division.
program-id. orderimport.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional ordermapfile	assign to "database/ordermaps.csv"
                        organization is line sequential.
select optional custmasterfile	assign to "database/customers.csv"
                        organization is line sequential.
select optional stagingfile	assign to "ordersheetstaging.csv"
                        organization is line sequential.
select optional rejectfile	assign to "orderimport_rejects.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd ordermapfile.
*>
01 ordermaprec		pic x(120).
*>
fd custmasterfile.
*>
01 custmasterrec	pic x(160).
*>
fd stagingfile.
*>
01 stagingrec		pic x(250).
*>
fd rejectfile.
*>
01 rejectrec		pic x(250).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  argcustomer		pic x(10) value spaces.
 01  argsheet			pic x(80) value spaces.
 01  cmdarg			pic x(20) value spaces.
 01  startpage			unsigned-int value zero.
 01  endpage			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the ordering customer, from the customer master
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  custfound			pic x value spaces.
     88  customer-is-on-file	      value "y".
 01  cm-code			pic x(10) value spaces.
 01  cm-name			pic x(28) value spaces.
 01  cm-addr1			pic x(28) value spaces.
 01  cm-city			pic x(16) value spaces.
 01  cm-state			pic x(2) value spaces.
 01  cm-zip			pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the invoice fields a sheet can feed, in slot order; a mapping
*>>>row is tied to its slot when the map is loaded
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  slotnames.
     05  filler			pic x(10) value "custpo".
     05  filler			pic x(10) value "orderdate".
     05  filler			pic x(10) value "shipmethod".
     05  filler			pic x(10) value "terms".
     05  filler			pic x(10) value "currency".
     05  filler			pic x(10) value "billname".
     05  filler			pic x(10) value "billaddr".
     05  filler			pic x(10) value "billstate".
     05  filler			pic x(10) value "billzip".
     05  filler			pic x(10) value "shipname".
     05  filler			pic x(10) value "shipaddr".
     05  filler			pic x(10) value "shipstate".
     05  filler			pic x(10) value "shipzip".
     05  filler			pic x(10) value "qty".
     05  filler			pic x(10) value "price".
     05  filler			pic x(10) value "desc".
     05  filler			pic x(10) value "item".
 01  slottable redefines slotnames.
     05  slotName	occurs 17 times
                        indexed by slotInd
                        pic x(10).
 01  sheetvalues.
     05  sheetValue	occurs 17 times pic x(60) value spaces.
 01  rowvalues.
     05  rowValue	occurs 17 times pic x(60) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>this customer's rows from database/ordermaps.csv
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  omCount			unsigned-int value zero.
 01  omList.
     05  omEntry	occurs 60 times
                        indexed by omInd.
         10  omKind		pic x value spaces.
             88  om-is-cellname	      value "C".
             88  om-is-heading	      value "H".
             88  om-is-default	      value "D".
         10  omLabel		pic x(40) value spaces.
         10  omSlot		unsigned-int value zero.
         10  omColumn		unsigned-int value zero.
 01  om-customer		pic x(10) value spaces.
 01  om-kind			pic x(4) value spaces.
 01  om-label			pic x(40) value spaces.
 01  om-field			pic x(10) value spaces.
 01  headingcount		unsigned-int value zero.
 01  headrow			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>external row list filled by odfscanner -- the byte span of
*>>>every <table:table-row> in odfscanned.data, tagged with its
*>>>table region (region 1 is the first sheet)
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rowregions external.
     05  rrCount		unsigned-int.
     05  rrTable      occurs 1 to 500
                      depending on rrCount
                      indexed by rrInd.
         10  rrRegion		unsigned-int.
         10  rrStart		unsigned-int.
         10  rrEnd		unsigned-int.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one row of the scanned sheet, read back from odfscanned.data
*>>>and split into its cells; a repeated cell counts as many
*>>>columns as it repeats, so column numbers match the sheet's
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  scanfilename		pic x(20) value "odfscanned.data".
 01  scanhandle			pic x(4) value low-values.
 01  file-access		pic x comp-x value 1.
 01  file-deny			pic x comp-x value 0.
 01  file-dev			pic x comp-x value 0.
 01  file-offset		pic x(8) comp-x value 0.
 01  block-count		pic x(4) comp-x value 0.
 01  read-flags			pic x comp-x value 0.
 01  rowbuf			pic x(16000) value spaces.
 01  rowlen			unsigned-int value zero.
 01  rowsub			unsigned-int value zero.
 01  tagend			unsigned-int value zero.
 01  taglen			unsigned-int value zero.
 01  tagtext			pic x(2000) value spaces.
 01  attrname			pic x(40) value spaces.
 01  attrlen			unsigned-int value zero.
 01  attrskip			pic x(2000) value spaces.
 01  attrrest			pic x(2000) value spaces.
 01  attrvalue			pic x(30) value spaces.
 01  cellopen			pic x value spaces.
     88  cell-is-open		      value "y".
 01  cellrepeat			unsigned-int value zero.
 01  celllen			unsigned-int value zero.
 01  cellchar			pic x value spaces.
 01  ceCount			unsigned-int value zero.
 01  ceMax			unsigned-int value 60.
 01  ceList.
     05  ceEntry	occurs 60 times
                        indexed by ceInd.
         10  ceText		pic x(60) value spaces.
         10  ceValue		pic x(30) value spaces.
 01  ceInd2			unsigned-int value zero.
 01  cellname			pic x(60) value spaces.
 01  cellpick			pic x(60) value spaces.
 01  namelen			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the order line being staged, in edi850in's terms
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  nextinvoiceno		pic 9(6) value zero.
 01  numberdrawn		pic x value spaces.
     88  number-is-drawn	      value "y".
 01  seedmode			pic x value spaces.
     88  seed-mode-on	      value "y".
 01  ctlregion			pic 9 value 9.
 01  ctlstatus			pic 99 value zero.
 01  or-podate			pic x(10) value spaces.
 01  or-name		occurs 2 times pic x(28) value spaces.
 01  or-addr1		occurs 2 times pic x(28) value spaces.
 01  or-state		occurs 2 times pic x(2) value spaces.
 01  or-zip		occurs 2 times pic x(10) value spaces.
 01  or-salesrep		pic x(8) value spaces.
 01  datework			pic x(60) value spaces.
 01  datemm			pic x(4) value spaces.
 01  datedd			pic x(4) value spaces.
 01  dateyyyy			pic x(6) value spaces.
 01  datemmnum			pic 99 value zero.
 01  dateddnum			pic 99 value zero.
 01  numwork			pic x(60) value spaces.
 01  numsub			unsigned-int value zero.
 01  numout			unsigned-int value zero.
 01  rawquantity		pic x(12) value spaces.
 01  rawunitprice		pic x(12) value spaces.
 01  rowok			pic x value spaces.
     88  row-is-valid	      value "y".
 01  failreason			pic x(60) value spaces.
 01  stagedrow			pic x(250) value spaces.
 01  linecount			unsigned-int value zero.
 01  stagedcount		unsigned-int value zero.
 01  rejectcount		unsigned-int value zero.
 01  showlines			pic zzz9 value zero.
 01  showstaged			pic zzz9 value zero.
 01  showrejects		pic zzz9 value zero.
 01  checkbuf			pic x(84) value spaces.
 01  checkstat			pic s9(9) value zero.
 01  fileinfo.
     05  filesize		pic x(8) comp-x.
     05  filedate		pic x(7) comp-x.
     05  filetime		pic x(7) comp-x.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared territory subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  tr-state			pic xx value spaces.
 01  tr-customer		pic x(28) value spaces.
 01  tr-shipto			pic x(28) value spaces.
 01  tr-rep			pic x(8) value spaces.
 01  tr-splitrep		pic x(8) value spaces.
 01  tr-splitpct		pic 9(3) value zero.
 01  tr-status			pic 9 value zero.
*>
 procedure division.
*>
 0000-start.
*>
     accept argcustomer		from argument-value.
     accept argsheet		from argument-value.
     accept cmdarg		from argument-value.
     move function upper-case(argcustomer) to argcustomer.
     if argcustomer = spaces or argsheet = spaces
        display "usage: orderimport <customer> <spreadsheet> "
                "[<first-invoice-number>]"
        stop run giving 1
     end-if.
     if cmdarg <> spaces and function trim(cmdarg) is numeric
        move function numval(cmdarg) to nextinvoiceno
        set seed-mode-on	to true
     end-if.

     perform 0090-load-customer.
     if not customer-is-on-file
        display "orderimport: customer '" function trim(argcustomer)
                "' is not on database/customers.csv"
        stop run giving 8
     end-if.

     perform 0095-load-ordermap.
     if omCount = zero
        display "orderimport: no mapping for '"
                function trim(argcustomer)
                "' on database/ordermaps.csv -- nothing imported"
        stop run giving 8
     end-if.
     if headingcount = zero
        display "orderimport: the mapping for '"
                function trim(argcustomer)
                "' names no column headings (kind H) -- nothing "
                "imported"
        stop run giving 8
     end-if.

     move argsheet		to checkbuf.
     call "CBL_CHECK_FILE_EXIST" using checkbuf
                                       fileinfo
                                 returning checkstat
     end-call.
     if checkstat <> 0
        display "orderimport: cannot find "
                function trim(argsheet)
        stop run giving 8
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>odfscanner copies the sheet to odfscanned.data and lists the
*>>>byte span of every row in it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     display "odffile"		upon environment-name.
     display argsheet		upon environment-value.
     call "odfscanner"		using startpage,
				      endpage.
     if rrCount = zero
        display "orderimport: no table rows found in "
                function trim(argsheet)
        stop run giving 8
     end-if.

     move 1			to file-access.
     call "CBL_OPEN_FILE" using scanfilename, file-access,
                                file-deny, file-dev, scanhandle
     end-call.
     if return-code not = 0
        display "orderimport: cannot open odfscanned.data"
        stop run giving 8
     end-if.

     perform 0200-find-names.
     if headrow = zero
        call "CBL_CLOSE_FILE" using scanhandle end-call
        display "orderimport: no row of "
                function trim(argsheet)
                " carries the column headings mapped for '"
                function trim(argcustomer) "' -- nothing imported"
        stop run giving 8
     end-if.

     open extend stagingfile.
     open extend rejectfile.
     perform 0400-stage-lines.
     close stagingfile.
     close rejectfile.
     call "CBL_CLOSE_FILE" using scanhandle end-call.

     move linecount		to showlines.
     move stagedcount		to showstaged.
     display "orderimport: " function trim(argcustomer) " order "
             nextinvoiceno ": " showlines " line(s) read, "
             showstaged " staged to ordersheetstaging.csv".
     if rejectcount > 0
        move rejectcount	to showrejects
        display "orderimport: " showrejects " line(s) rejected -- "
                "see orderimport_rejects.txt"
        move 4			to return-code
     end-if.

     goback.
*>
 0090-load-customer.
*>
     move spaces		to custfound.
     open input custmasterfile.
     read custmasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file or customer-is-on-file
         move spaces		to cm-code
         unstring custmasterrec delimited by ","
                  into cm-code, cm-name, cm-addr1, cm-city,
                       cm-state, cm-zip
         end-unstring
         if function upper-case(cm-code) = argcustomer
            move "y"		to custfound
         else
            read custmasterfile
                 at end move "y" to eof
            end-read
         end-if
     end-perform.
     close custmasterfile.
     move spaces		to eof.
*>
 0095-load-ordermap.
*>
     move zero			to omCount headingcount.
     open input ordermapfile.
     read ordermapfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to om-customer om-kind om-label
                                   om-field
         unstring ordermaprec delimited by ","
                  into om-customer, om-kind, om-label, om-field
         end-unstring
         if function upper-case(om-customer) = argcustomer
            perform 0096-add-mapping
         end-if
         read ordermapfile
              at end move "y"	to eof
         end-read
     end-perform.
     close ordermapfile.
     move spaces		to eof.
*>
 0096-add-mapping.
*>
     move function lower-case(function trim(om-field)) to om-field.
     move function upper-case(function trim(om-kind)) to om-kind.
     set slotInd		to 1.
     search slotName
         at end
              display "orderimport: mapped field '"
                      function trim(om-field)
                      "' is not an invoice field -- ignored"
         when slotName(slotInd) = om-field
              if om-kind <> "C" and om-kind <> "H"
                 and om-kind <> "D"
                 display "orderimport: mapping kind '"
                         function trim(om-kind) "' for "
                         function trim(om-field)
                         " is not C, H or D -- ignored"
              else if omCount < 60
                 add 1		to omCount
                 move om-kind	to omKind(omCount)
                 move om-label	to omLabel(omCount)
                 set omSlot(omCount) to slotInd
                 move zero	to omColumn(omCount)
                 if om-is-default(omCount)
                    move om-label to sheetValue(slotInd)
                 else
                    move function upper-case(function trim(om-label))
                         to omLabel(omCount)
                 end-if
                 if om-is-heading(omCount)
                    add 1	to headingcount
                 end-if
              end-if
              end-if
     end-search.
*>
 0200-find-names.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>first pass over the sheet: the once-per-order cell names and
*>>>the heading row, wherever on the sheet they sit
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to headrow.
     perform varying rrInd from 1 by 1
             until rrInd > rrCount
         if rrRegion(rrInd) = 1
            perform 0300-read-row
            perform 0210-match-cellnames
            if headrow = zero
               perform 0220-match-headings
            end-if
         end-if
     end-perform.
*>
 0210-match-cellnames.
*>
     perform varying ceInd from 1 by 1
             until ceInd > ceCount
         perform 0230-name-of-cell
         if cellname <> spaces
            perform varying omInd from 1 by 1
                    until omInd > omCount
                if om-is-cellname(omInd)
                   and omLabel(omInd) = cellname
                   and sheetValue(omSlot(omInd)) = spaces
                   perform varying ceInd2 from ceInd by 1
                           until ceInd2 >= ceCount
                              or sheetValue(omSlot(omInd)) <> spaces
                       move ceInd2	to numsub
                       add 1		to numsub
                       set slotInd	to omSlot(omInd)
                       perform 0240-value-of-cell
                       move cellpick	to sheetValue(omSlot(omInd))
                   end-perform
                end-if
            end-perform
         end-if
     end-perform.
*>
 0220-match-headings.
*>
     perform varying ceInd from 1 by 1
             until ceInd > ceCount
         perform 0230-name-of-cell
         if cellname <> spaces
            perform varying omInd from 1 by 1
                    until omInd > omCount
                if om-is-heading(omInd)
                   and omLabel(omInd) = cellname
                   set omColumn(omInd)	to ceInd
                   set headrow		to rrInd
                end-if
            end-perform
         end-if
     end-perform.
*>
 0230-name-of-cell.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a name matches without regard to case or a trailing colon
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move function upper-case(function trim(ceText(ceInd)))
                                to cellname.
     if cellname <> spaces
        move function length(function trim(cellname trailing))
                                to namelen
        if cellname(namelen:1) = ":"
           move space		to cellname(namelen:1)
           move function trim(cellname trailing) to cellname
        end-if
     end-if.
*>
 0240-value-of-cell.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>cell numsub's value for slot slotInd: a typed date or number
*>>>is taken from its office: attribute rather than the text the
*>>>sheet displays; text loses its commas so the staged CSV row
*>>>keeps its columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to cellpick.
     if numsub >= 1 and numsub <= ceCount
        evaluate true
            when slotInd = 2 or slotInd = 14 or slotInd = 15
                 if ceValue(numsub) <> spaces
                    move ceValue(numsub)	to cellpick
                 else
                    move ceText(numsub)	to cellpick
                 end-if
            when other
                 move ceText(numsub)	to cellpick
                 inspect cellpick replacing all "," by " "
        end-evaluate
        move function trim(cellpick) to cellpick
     end-if.
*>
 0300-read-row.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>read row rrInd's bytes back from odfscanned.data and split
*>>>them into cells: the text of each cell's paragraphs, and its
*>>>office:date-value or office:value when the cell is typed
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     compute rowlen = rrEnd(rrInd) - rrStart(rrInd) + 1.
     if rowlen > 16000
        move 16000		to rowlen
     end-if.
     compute file-offset = rrStart(rrInd) - 1.
     move rowlen		to block-count.
     move spaces		to rowbuf.
     call "CBL_READ_FILE" using scanhandle, file-offset,
                                block-count, read-flags, rowbuf
     end-call.

     move zero			to ceCount celllen.
     move spaces		to cellopen.
     move 1			to rowsub.
     perform until rowsub > rowlen
         if rowbuf(rowsub:1) = "<"
            perform 0310-handle-tag
         else
            if cell-is-open
               perform 0330-add-char
            else
               add 1		to rowsub
            end-if
         end-if
     end-perform.
*>
 0310-handle-tag.
*>
     move rowsub		to tagend.
     perform until tagend >= rowlen
                or rowbuf(tagend:1) = ">"
         add 1			to tagend
     end-perform.
     compute taglen = tagend - rowsub + 1.
     evaluate true
         when rowbuf(rowsub:18) = "<table:table-cell "
           or rowbuf(rowsub:18) = "<table:table-cell>"
           or rowbuf(rowsub:18) = "<table:table-cell/"
           or rowbuf(rowsub:25) = "<table:covered-table-cell"
              perform 0320-open-cell
         when rowbuf(rowsub:19) = "</table:table-cell>"
           or rowbuf(rowsub:27) = "</table:covered-table-cell>"
              perform 0325-close-cell
         when not cell-is-open
              continue
         when rowbuf(rowsub:8) = "<text:p "
           or rowbuf(rowsub:8) = "<text:p>"
              if celllen > 0
                 move space	to cellchar
                 perform 0335-append-char
              end-if
         when rowbuf(rowsub:7) = "<text:s"
           or rowbuf(rowsub:9) = "<text:tab"
           or rowbuf(rowsub:16) = "<text:line-break"
              move space	to cellchar
              perform 0335-append-char
     end-evaluate.
     compute rowsub = tagend + 1.
*>
 0320-open-cell.
*>
     if taglen > 2000
        move 2000		to taglen
     end-if.
     move spaces		to tagtext.
     move rowbuf(rowsub:taglen)	to tagtext.
     move 1			to cellrepeat.
     move 'table:number-columns-repeated="' to attrname.
     perform 0340-get-attribute.
     if attrvalue <> spaces and function trim(attrvalue) is numeric
        move function numval(attrvalue) to cellrepeat
     end-if.
     if ceCount < ceMax
        add 1			to ceCount
        move spaces		to ceText(ceCount) ceValue(ceCount)
        move 'office:date-value="' to attrname
        perform 0340-get-attribute
        if attrvalue = spaces
           move 'office:value="'	to attrname
           perform 0340-get-attribute
        end-if
        move attrvalue		to ceValue(ceCount)
        move zero		to celllen
        move "y"		to cellopen
     end-if.
     if rowbuf(tagend - 1:1) = "/"
        perform 0325-close-cell
     end-if.
*>
 0325-close-cell.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a repeated cell stands for that many columns with the same
*>>>content -- usually the run of empty cells out to the edge of
*>>>the sheet, which the table ceiling cuts short
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if cell-is-open
        move spaces		to cellopen
        move ceCount		to ceInd2
        perform until cellrepeat <= 1 or ceCount >= ceMax
            add 1		to ceCount
            move ceText(ceInd2)	to ceText(ceCount)
            move ceValue(ceInd2) to ceValue(ceCount)
            subtract 1		from cellrepeat
        end-perform
     end-if.
     move 1			to cellrepeat.
*>
 0330-add-char.
*>
     move rowbuf(rowsub:1)	to cellchar.
     evaluate true
         when rowbuf(rowsub:5) = "&amp;"
              move "&"		to cellchar
              add 5		to rowsub
         when rowbuf(rowsub:4) = "&lt;"
              move "<"		to cellchar
              add 4		to rowsub
         when rowbuf(rowsub:4) = "&gt;"
              move ">"		to cellchar
              add 4		to rowsub
         when rowbuf(rowsub:6) = "&quot;"
              move '"'		to cellchar
              add 6		to rowsub
         when rowbuf(rowsub:6) = "&apos;"
              move "'"		to cellchar
              add 6		to rowsub
         when other
              add 1		to rowsub
     end-evaluate.
     perform 0335-append-char.
*>
 0335-append-char.
*>
     if celllen < 60
        add 1			to celllen
        move cellchar		to ceText(ceCount)(celllen:1)
     end-if.
*>
 0340-get-attribute.
*>
     move spaces		to attrvalue attrskip attrrest.
     move function length(function trim(attrname trailing))
                                to attrlen.
     unstring tagtext delimited by attrname(1:attrlen)
              into attrskip, attrrest
     end-unstring.
     if attrrest <> spaces
        unstring attrrest delimited by '"'
                 into attrvalue
        end-unstring
     end-if.
*>
 0400-stage-lines.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>second pass: every row under the heading row with anything in
*>>>its quantity, price, description or item column is an order
*>>>line; blank spacer rows are passed over
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform varying rrInd from 1 by 1
             until rrInd > rrCount
         if rrRegion(rrInd) = 1 and rrInd > headrow
            perform 0300-read-row
            move sheetvalues	to rowvalues
            perform varying omInd from 1 by 1
                    until omInd > omCount
                if om-is-heading(omInd) and omColumn(omInd) > 0
                   move omColumn(omInd)	to numsub
                   set slotInd		to omSlot(omInd)
                   perform 0240-value-of-cell
                   if cellpick <> spaces
                      move cellpick	to rowValue(omSlot(omInd))
                   end-if
                end-if
            end-perform
            if rowValue(14) <> spaces or rowValue(15) <> spaces
               or rowValue(16) <> spaces or rowValue(17) <> spaces
               perform 0450-stage-row
            end-if
         end-if
     end-perform.
*>
 0420-normalize-date.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a typed date cell already reads yyyy-mm-dd; text is taken as
*>>>yyyy-mm-dd, yyyymmdd or the US m/d/yyyy; anything else stays
*>>>blank and rejects the line the way a bad BEG date does
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move rowValue(2)		to datework.
     move spaces		to or-podate datemm datedd dateyyyy.
     if datework(1:4) is numeric and datework(5:1) = "-"
        and datework(6:2) is numeric and datework(8:1) = "-"
        and datework(9:2) is numeric
        move datework(1:10)	to or-podate
     else if datework(1:8) is numeric and datework(9:1) = space
        string datework(1:4), "-", datework(5:2), "-",
               datework(7:2)
               into or-podate
        end-string
     else
        unstring datework delimited by "/"
                 into datemm, datedd, dateyyyy
        end-unstring
        if function trim(datemm) is numeric
           and function trim(datedd) is numeric
           and function trim(dateyyyy) is numeric
           and function length(function trim(dateyyyy)) = 4
           move function numval(datemm) to datemmnum
           move function numval(datedd) to dateddnum
           if datemmnum >= 1 and datemmnum <= 12
              and dateddnum >= 1 and dateddnum <= 31
              string function trim(dateyyyy), "-", datemmnum, "-",
                     dateddnum
                     into or-podate
              end-string
           end-if
        end-if
     end-if.
*>
 0430-clean-number.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>thousands commas and a currency sign typed into a text cell
*>>>are dropped; what is left must still pass the numeric check
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to cellpick.
     move zero			to numout.
     perform varying numsub from 1 by 1
             until numsub > 60
         if numwork(numsub:1) <> "," and numwork(numsub:1) <> "$"
            and numwork(numsub:1) <> space
            add 1		to numout
            move numwork(numsub:1) to cellpick(numout:1)
         end-if
     end-perform.
*>
 0450-stage-row.
*>
     add 1			to linecount.
     if not number-is-drawn
        if not seed-mode-on
           call "invnumctl" using ctlregion,
                                  nextinvoiceno,
                                  ctlstatus
           end-call
           if ctlstatus <> zero
              display "orderimport: invnumctl could not assign an "
                      "invoice number (status " ctlstatus ") -- "
                      "check database/invoicenumbers.csv region 9"
              close stagingfile
              close rejectfile
              stop run giving 8
           end-if
        end-if
        move "y"		to numberdrawn
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the bill-to defaults from the customer master, the ship-to
*>>>from the bill-to
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move rowValue(6)		to or-name(1).
     move rowValue(7)		to or-addr1(1).
     move rowValue(8)		to or-state(1).
     move rowValue(9)		to or-zip(1).
     if or-name(1) = spaces
        move cm-name		to or-name(1)
     end-if.
     if or-addr1(1) = spaces
        move cm-addr1		to or-addr1(1)
     end-if.
     if or-state(1) = spaces
        move cm-state		to or-state(1)
     end-if.
     if or-zip(1) = spaces
        move cm-zip		to or-zip(1)
     end-if.
     move rowValue(10)		to or-name(2).
     move rowValue(11)		to or-addr1(2).
     move rowValue(12)		to or-state(2).
     move rowValue(13)		to or-zip(2).
     if or-name(2) = spaces
        move or-name(1)		to or-name(2)
        move or-addr1(1)	to or-addr1(2)
        move or-state(1)	to or-state(2)
        move or-zip(1)		to or-zip(2)
     end-if.
     if rowValue(3) = spaces
        move "UPS"		to rowValue(3)
     end-if.
     if rowValue(4) = spaces
        move "NET30"		to rowValue(4)
     end-if.
     if rowValue(5) = spaces
        move "USD"		to rowValue(5)
     end-if.
     move function upper-case(rowValue(17)) to rowValue(17).

     perform 0420-normalize-date.
     move rowValue(14)		to numwork.
     perform 0430-clean-number.
     move cellpick		to rowValue(14).
     move rowValue(15)		to numwork.
     perform 0430-clean-number.
     move cellpick		to rowValue(15).
     move rowValue(14)		to rawquantity.
     move rowValue(15)		to rawunitprice.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the same checks edi850in makes of a PO1 line
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "y"			to rowok.
     move "bad numeric field(s)" to failreason.
     if function test-numval(rawquantity) <> 0
        move spaces		to rowok
     else if function test-numval(rawunitprice) <> 0
        move spaces		to rowok
     end-if.
     if row-is-valid and function trim(or-podate) = spaces
        move spaces		to rowok
        move "missing or bad order date" to failreason
     end-if.
     if row-is-valid and function trim(or-name(1)) = spaces
        move spaces		to rowok
        move "no bill-to name on the order" to failreason
     end-if.

     move or-state(2)		to tr-state.
     if tr-state = spaces
        move or-state(1)	to tr-state
     end-if.
     move or-name(1)		to tr-customer.
     move or-name(2)		to tr-shipto.
     call "territory" using tr-state, tr-customer, tr-shipto,
                            tr-rep, tr-splitrep, tr-splitpct,
                            tr-status
     end-call.
     if tr-status = 0
        move tr-rep		to or-salesrep
     else
        move "ORDER"		to or-salesrep
     end-if.

     move spaces		to stagedrow.
     string nextinvoiceno, ",",
            "IN", ",",
            or-podate, ",",
            "000000", ",",
            function trim(rowValue(1)), ",",
            function trim(or-salesrep), ",",
            function trim(rowValue(3)), ",",
            function trim(rowValue(4)), ",",
            function trim(rowValue(5)), ",",
            function trim(or-name(1)), ",",
            function trim(or-addr1(1)), ",",
            or-state(1), ",",
            function trim(or-zip(1)), ",",
            function trim(or-name(2)), ",",
            function trim(or-addr1(2)), ",",
            or-state(2), ",",
            function trim(or-zip(2)), ",",
            function trim(rowValue(14)), ",",
            function trim(rowValue(15)), ",",
            function trim(rowValue(16)), ",",
            "0.00", ",",
            "0.00", ",",
            function trim(rowValue(17))
            into stagedrow
     end-string.

     if row-is-valid
        add 1			to stagedcount
        move stagedrow		to stagingrec
        write stagingrec
     else
        add 1			to rejectcount
        move spaces		to rejectrec
        string function trim(failreason), ": ",
               function trim(stagedrow)
               into rejectrec
        end-string
        write rejectrec
     end-if.

end program orderimport.
