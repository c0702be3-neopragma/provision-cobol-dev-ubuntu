*>              March's rejected rows is a lookup, and archivefetch
*>              re-counts and re-hashes the restored copy against
*>              the catalog on the way out
*>15-Oct-2026 - the per-invoice PDFs invoicepdf lists on
*>              invoicepdf.csv are archived with the rest of the run
*>              and each gets its own catalog line with its size; a
*>              PDF whose size no longer matches the list is flagged,
*>              and the list itself is archived after them
*>*********************************************************************
identification division.
program-id. closebatch.
                        organization is line sequential.
select optional odfconfigfile	assign to "writeinvoice.cfg"
                        organization is line sequential.
select optional pdflistfile	assign to "invoicepdf.csv"
                        organization is line sequential.
*>
data division.
*>
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
     05  filler	pic x(40) value "invoicespool.txt".
     05  filler	pic x(40) value "balanceproof.txt".
     05  filler	pic x(40) value "commissionstmts.txt".
     05  filler	pic x(40) value "invoicepdf.csv".
 01  archfiles-r redefines archfiles.
     05  archfile	occurs 28 times pic x(40).
 01  archfilemax		unsigned-int value 28.
 01  archInd			unsigned-int value zero.
 01  archsrc			pic x(64) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>invoice PDFs, taken from invoicepdf.csv (invoice number, PDF
*>>>path, byte size as rendered)
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  pdfinvoice			pic x(6) value spaces.
 01  pdfpath			pic x(64) value spaces.
 01  rawpdfbytes		pic x(14) value spaces.
 01  pdflistbytes		pic 9(12) value zero.
 01  pdfarchived		unsigned-int value zero.
 01  archivedbefore		unsigned-int value zero.
 01  archivedcount		unsigned-int value zero.
 01  srcname			pic x(64) value spaces.
 01  dstname			pic x(64) value spaces.
     move edifilepath		to arch-edifile.

     perform 0100-gather-summary-figures.
     perform 0280-archive-invoice-pdfs.
     perform 0200-archive-files.
     perform 0300-write-close-summary.
     perform 0400-apply-retention.
                                     returning filestat
         end-call
         if filestat = 0
            move archfile(archInd) to archsrc
            perform 0250-move-one-file
         end-if
     end-perform.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to basename.
     move zero			to slashpos.
     inspect archsrc tallying slashpos
             for characters before initial "/".
     if slashpos < function length(
                   function trim(archsrc))
        move archsrc(slashpos + 2:) to basename
     else
        move archsrc		to basename
     end-if.

     move spaces		to srcname dstname.
     move archsrc		to srcname.
     string function trim(archdir), "/", function trim(basename)
            into dstname
     end-string.
        add function numval(colText(catamtcol))
            to catamthash
     end-if.
*>
 0280-archive-invoice-pdfs.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>each PDF on the list moves into the dated directory through the
*>>>same copy-catalog-delete path as every other archived file, so
*>>>its catalog line carries its size for archivefetch to check
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open input pdflistfile.
     read pdflistfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to pdfinvoice pdfpath rawpdfbytes
         unstring pdflistrec delimited by ","
                  into pdfinvoice, pdfpath, rawpdfbytes
         end-unstring
         move spaces		to checkbuf
         move pdfpath		to checkbuf
         call "CBL_CHECK_FILE_EXIST" using checkbuf
                                           fileinfo
                                     returning filestat
         end-call
         if pdfpath = spaces
            continue
         else if filestat not = 0
            display "closebatch: invoice " pdfinvoice " PDF "
                    function trim(pdfpath)
                    " is on invoicepdf.csv but not on disk"
         else
            move zero		to pdflistbytes
            if function trim(rawpdfbytes) is numeric
               compute pdflistbytes = function numval(rawpdfbytes)
            end-if
            if filesize not = pdflistbytes
               display "closebatch: WARNING -- invoice " pdfinvoice
                       " PDF is " filesize " bytes, invoicepdf.csv "
                       "listed " pdflistbytes
            end-if
            move pdfpath	to archsrc
            move archivedcount	to archivedbefore
            perform 0250-move-one-file
            if archivedcount > archivedbefore
               add 1		to pdfarchived
            end-if
         end-if
         read pdflistfile
              at end move "y"	to eof
         end-read
     end-perform.
     close pdflistfile.
     move spaces		to eof.
*>
 0300-write-close-summary.
*>
            into summaryrec
     end-string.
     write summaryrec.
     move spaces		to summaryrec.
     move pdfarchived		to showinvoices.
     string "  of which invoice PDFs: ", showinvoices
            into summaryrec
     end-string.
     write summaryrec.
     close summaryfile.
*>
 0400-apply-retention.
