*>            database/customers.csv (the old row is dropped and
*>            its exposure folded into the survivor's), the regional
*>            invoice files, the billed snapshots,
*>            database/aropen.dat, and invoiceindex.dat, in one
*>            audited operation.  A cross-reference row lands in
*>            database/custxref.csv so old paperwork still traces,
*>            and the whole thing refuses to run while any run
*>
*>            usage: custmerge <old-code> <surviving-code>
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - the survivor's language code (the customer master's
*>              tenth column) is carried through the merge with its
*>              country, so its invoices and statements keep going
*>              out in the customer's language
*>15-Oct-2026 - the open items are rekeyed on the indexed
*>              database/aropen.dat (aropenconv) -- the old
*>              customer's rows found by the customer key and each
*>              rewritten under its own invoice key -- instead of
*>              database/aropen.csv, and the merge is refused before
*>              anything changes when aropen.dat will not open
*>*********************************************************************
identification division.
program-id. custmerge.
environment division.
                        access mode is dynamic
                        record key is idx-invoiceno
                        file status is idx-status.
select aropenidx	assign to "database/aropen.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is ao-key
                        alternate record key is ao-customer
                            with duplicates
                        file status is ao-status.
*>
data division.
*>
    05  idx-rundate		pic x(8).
    05  idx-rawrec		pic x(200).
*>
fd aropenidx.
*>
01 ao-record.
    05  ao-key.
        10  ao-invoiceno	pic 9(10).
        10  ao-seq		pic 9(4).
    05  ao-customer		pic x(28).
    05  ao-rawrec		pic x(120).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  idx-status			pic xx value spaces.
     88  idx-ok			      value "00".
 01  ao-status			pic xx value spaces.
 01  oldcode			pic x(8) value spaces.
 01  newcode			pic x(8) value spaces.
 01  oldname			pic x(28) value spaces.
 01  custState			pic x(4) value spaces.
 01  custZip			pic x(10) value spaces.
 01  custCountry		pic x(3) value spaces.
 01  custLanguage		pic x(3) value spaces.
 01  custlangline		pic x(120) value spaces.
 01  showcsvexposure		pic -9999999.99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the CSV files rekeyed column by column -- each row is split,
     05  filler	pic x(40) value "database/invoicerecycle.csv".
     05  filler	pic x(40) value "database/invoicebilled4.csv".
     05  filler	pic x(40) value "database/invoicebilled5.csv".
 01  rekeyfiles-r redefines rekeyfiles.
     05  rekeyfile	occurs 7 times pic x(40).
 01  rekeyfilemax		unsigned-int value 7.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the old customer's open-item keys, gathered off the customer key
*>>>before any row is rewritten under the survivor's name
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  akCount			unsigned-int value zero.
 01  akList.
     05  akKey		occurs 2000 times pic x(14) value spaces.
 01  akInd			unsigned-int value zero.
 01  rekeyInd			unsigned-int value zero.
 01  workfilename		pic x(40) value spaces.
 01  lineCount		unsigned-int value zero.
                "merged"
        stop run giving 8
     end-if.
     open i-o aropenidx.
     if ao-status <> "00"
        display "custmerge: database/aropen.dat will not open (status "
                ao-status ") -- nothing was merged"
        stop run giving 8
     end-if.

     perform 0100-load-customers.
     if oldInd = zero or newInd = zero
        close aropenidx
        display "custmerge: both codes must be on "
                "database/customers.csv ('"
                function trim(oldcode) "' and '"
         perform 0300-rekey-one-file
     end-perform.
     perform 0400-rekey-invoice-index.
     perform 0450-rekey-open-items.
     perform 0500-write-xref.

     move "custmerge"		to audit-program.
*>>>the old row is dropped and its exposure folded into the
*>>>survivor's, so the credit screen keeps seeing the whole book
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to rawlimit rawexposure custCountry
                                   custLanguage.
     unstring custLine(newInd) delimited by ","
              into cmDummy, cmDummy, custAddr1, custCity,
                   custState, custZip, rawlimit, rawexposure,
                   custCountry, custLanguage
     end-unstring.
     compute custExposure(newInd) = custExposure(newInd)
           + custExposure(oldInd).
            function trim(custCountry)
            into custLine(newInd)
     end-string.
     if custLanguage <> spaces
        move custLine(newInd)	to custlangline
        move spaces		to custLine(newInd)
        string function trim(custlangline), ",",
               function trim(custLanguage)
               delimited by size into custLine(newInd)
        end-string
     end-if.

     open output custmasterfile.
     perform varying custInd from 1 by 1
        move spaces		to eof
        close invoiceidx
     end-if.
*>
 0450-rekey-open-items.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>only the old customer's open items are read, off the customer
*>>>key; each gets the same column-by-column rekey and is rewritten
*>>>under its own invoice key with the survivor's name as its
*>>>customer key
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to akCount.
     move function trim(oldname) to ao-customer.
     start aropenidx key is = ao-customer
           invalid key move "y"	to eof
     end-start.
     perform until end-of-file
         read aropenidx next record
              at end move "y"	to eof
              not at end
                  if ao-customer <> function trim(oldname)
                     move "y"	to eof
                  else if akCount < 2000
                     add 1	to akCount
                     move ao-key	to akKey(akCount)
                  else
                     display "custmerge: more than 2000 open items "
                             "for '" function trim(oldname) "' -- "
                             "the rest are left under the old name"
                     move "y"	to eof
                  end-if
                  end-if
         end-read
     end-perform.
     move spaces		to eof.

     perform varying akInd from 1 by 1
             until akInd > akCount
         move akKey(akInd)	to ao-key
         read aropenidx record key is ao-key
              invalid key continue
              not invalid key
                  move 1		to lineInd
                  move ao-rawrec	to lineText(1)
                  perform 0350-rekey-one-row
                  if rowchanged = "y"
                     move lineText(1)	to ao-rawrec
                     move function trim(colText(2)) to ao-customer
                     rewrite ao-record
                         invalid key
                            display "custmerge: could not rewrite "
                                    "open item " ao-invoiceno
                                    " (status " ao-status ")"
                     end-rewrite
                  end-if
         end-read
     end-perform.
     close aropenidx.
*>
 0500-write-xref.
*>
