       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Nightly referential integrity check, run after
*>            eodcapture.  The masters and transaction files name
*>            each other -- aropen names customers, the order and
*>            price agreement files name items, rmas name invoices,
*>            kits name inventory rows, contracts name reps -- and
*>            refmaint, a hand edit or a merge can take away the
*>            thing being named.  Every relationship in the table
*>            below is walked: each row of the child file is looked
*>            up on its parent, and a row whose parent is gone is
*>            reported -- an ORPHAN where the row belongs to its
*>            parent (an inventory row for an item dropped from
*>            items.csv), a DANGLING reference where it only points
*>            at it (a contract's rep).
*>
*>            A customer is found by code or by name, since the
*>            transaction files carry whichever the row was keyed
*>            with.  A reference to a rep, customer, vendor or ship
*>            method that refmaint deactivated is shown with the
*>            date and operator from refmaint_audit.log.  A parent
*>            file that is not on hand leaves its relationships
*>            unchecked, and says so, rather than calling every
*>            row an orphan.
*>
*>            Writes refintegrity.txt, the exception listing by
*>            file; one REF-ORPHAN or REF-DANGLING entry per
*>            exception to pipelineaudit.log through auditlog; and
*>            refintegrityattention.csv (child file, reference,
*>            parent file, kind, exceptions) for each relationship
*>            with exceptions, which morningdash reads.
*>
*>            usage: refintegrity
*>            return code 0 = every reference holds,
*>                        4 = orphans or dangling references found.
*>*********************************************************************
identification division.
program-id. refintegrity.
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
select optional parentfile	assign to parentname
                        organization is line sequential.
select optional childfile	assign to childname
                        organization is line sequential.
select optional refauditfile	assign to "refmaint_audit.log"
                        organization is line sequential.
select reportfile	assign to "refintegrity.txt"
                        organization is line sequential.
select attentionfile	assign to "refintegrityattention.csv"
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
fd parentfile.
*>
01 parentrec		pic x(300).
*>
fd childfile.
*>
01 childrec		pic x(300).
*>
fd refauditfile.
*>
01 refauditrec		pic x(250).
*>
fd reportfile.
*>
01 reportrec		pic x(132).
*>
fd attentionfile.
*>
01 attentionrec		pic x(120).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  idx-status			pic xx value spaces.
     88  idx-ok			      value "00".
 01  indexopen			pic x value spaces.
     88  index-is-open		      value "y".
 01  todaydate			pic x(8) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the documented relationships: kind (O = the child row belongs
*>>>to the parent, D = it refers to it), child file, child column,
*>>>parent file, parent key column, a second parent column the
*>>>reference may match instead (0 = none), and what the child
*>>>column holds.  Children of one file are kept together so the
*>>>listing reads by file
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  relTable.
     05  filler	pic x(90) value
         "D,database/aropen.csv,2,database/customers.csv,1,2,customer".
     05  filler	pic x(90) value
         "D,database/aropen.csv,1,invoiceindex.dat,1,0,invoice".
     05  filler	pic x(90) value
         "D,database/aropen.csv,8,database/terms.csv,1,0,terms".
     05  filler	pic x(90) value
         "D,database/salesorders.csv,2,database/customers.csv,1,2,"
       & "customer".
     05  filler	pic x(90) value
         "D,database/salesorders.csv,3,database/items.csv,1,0,item".
     05  filler	pic x(90) value
         "D,database/priceagreements.csv,1,database/customers.csv,1,2,"
       & "customer".
     05  filler	pic x(90) value
         "D,database/priceagreements.csv,2,database/items.csv,1,0,item".
     05  filler	pic x(90) value
         "D,database/rmas.csv,2,database/customers.csv,1,2,customer".
     05  filler	pic x(90) value
         "D,database/rmas.csv,3,invoiceindex.dat,1,0,invoice".
     05  filler	pic x(90) value
         "D,database/rmas.csv,4,database/items.csv,1,0,item".
     05  filler	pic x(90) value
         "O,database/kits.csv,1,database/items.csv,1,0,kit item".
     05  filler	pic x(90) value
         "D,database/kits.csv,2,database/inventory.csv,1,0,component".
     05  filler	pic x(90) value
         "D,database/contracts.csv,6,database/salesreps.csv,1,0,rep".
     05  filler	pic x(90) value
         "D,database/contracts.csv,7,database/shipmethods.csv,1,0,"
       & "ship method".
     05  filler	pic x(90) value
         "D,database/contracts.csv,8,database/terms.csv,1,0,terms".
     05  filler	pic x(90) value
         "D,database/contracts.csv,9,database/currencyrates.csv,1,0,"
       & "currency".
     05  filler	pic x(90) value
         "D,database/contracts.csv,10,database/customers.csv,1,2,"
       & "sold-to".
     05  filler	pic x(90) value
         "D,database/contracts.csv,11,database/customers.csv,1,2,"
       & "ship-to".
     05  filler	pic x(90) value
         "O,database/contractmeters.csv,1,database/contracts.csv,1,0,"
       & "contract".
     05  filler	pic x(90) value
         "O,database/meterreadings.csv,1,database/contracts.csv,1,0,"
       & "contract".
     05  filler	pic x(90) value
         "O,database/inventory.csv,1,database/items.csv,1,0,item".
     05  filler	pic x(90) value
         "D,database/inventory.csv,5,database/warehouses.csv,1,0,"
       & "warehouse".
     05  filler	pic x(90) value
         "O,database/pricemaster.csv,1,database/items.csv,1,0,item".
     05  filler	pic x(90) value
         "O,database/itemvendors.csv,1,database/items.csv,1,0,item".
     05  filler	pic x(90) value
         "D,database/itemvendors.csv,2,database/vendors.csv,1,0,vendor".
     05  filler	pic x(90) value
         "D,database/vendors.csv,7,database/terms.csv,1,0,terms".
     05  filler	pic x(90) value
         "D,database/customers.csv,10,database/languages.csv,1,0,"
       & "language".
     05  filler	pic x(90) value
         "O,database/custparents.csv,1,database/customers.csv,1,0,"
       & "child".
     05  filler	pic x(90) value
         "D,database/custparents.csv,3,database/customers.csv,1,0,"
       & "parent".
     05  filler	pic x(90) value
         "O,database/autopay.csv,1,database/customers.csv,1,0,customer".
     05  filler	pic x(90) value
         "O,database/billingcontacts.csv,1,database/customers.csv,1,2,"
       & "customer".
     05  filler	pic x(90) value
         "O,database/edipartners.csv,1,database/customers.csv,1,2,"
       & "customer".
     05  filler	pic x(90) value
         "O,database/taxexempt.csv,1,database/customers.csv,1,2,"
       & "customer".
     05  filler	pic x(90) value
         "O,database/rebateagreements.csv,1,database/customers.csv,1,2,"
       & "customer".
     05  filler	pic x(90) value
         "O,database/allocpriority.csv,1,database/customers.csv,1,2,"
       & "customer".
     05  filler	pic x(90) value
         "O,database/consolidated.csv,1,database/customers.csv,1,2,"
       & "customer".
     05  filler	pic x(90) value
         "O,database/ordermaps.csv,1,database/customers.csv,1,0,"
       & "customer".
     05  filler	pic x(90) value
         "O,database/quotas.csv,1,database/salesreps.csv,1,0,rep".
     05  filler	pic x(90) value
         "D,database/territories.csv,3,database/salesreps.csv,1,0,rep".
     05  filler	pic x(90) value
         "D,database/shiprouting.csv,3,database/warehouses.csv,1,0,"
       & "warehouse".
 01  relTable-r redefines relTable.
     05  relDef		occurs 40 times pic x(90).
 01  relmax			unsigned-int value 40.
 01  relInd			unsigned-int value zero.
 01  relkind			pic x value spaces.
     88  rel-is-orphan		      value "O".
 01  relchild			pic x(40) value spaces.
 01  relchildcol		pic x(4) value spaces.
 01  relparent			pic x(40) value spaces.
 01  relparentcol		pic x(4) value spaces.
 01  relparentcol2		pic x(4) value spaces.
 01  rellabel			pic x(20) value spaces.
 01  childcol			unsigned-int value zero.
 01  parentcol			unsigned-int value zero.
 01  parentcol2			unsigned-int value zero.
 01  lastchild			pic x(40) value spaces.
 01  childonhand		pic x value spaces.
     88  child-is-on-hand	      value "y".
 01  relexceptions		unsigned-int value zero.
 01  relchecked			unsigned-int value zero.
 01  fileexceptions		unsigned-int value zero.
 01  totalexceptions		unsigned-int value zero.
 01  totalorphans		unsigned-int value zero.
 01  totaldangling		unsigned-int value zero.
 01  relsbroken			unsigned-int value zero.
 01  relsunchecked		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the parent's keys, loaded once per parent file and key
*>>>columns and kept until a relationship needs another
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  parentname			pic x(40) value spaces.
 01  childname			pic x(40) value spaces.
 01  loadedparent		pic x(48) value spaces.
 01  wantparent			pic x(48) value spaces.
 01  parentonhand		pic x value spaces.
     88  parent-is-on-hand	      value "y".
 01  pkCount			unsigned-int value zero.
 01  pkList.
     05  pkKey		occurs 20000 times pic x(40) value spaces.
 01  pkInd			unsigned-int value zero.
 01  pkfound			pic x value spaces.
     88  key-was-found		      value "y".
 01  checkbuf			pic x(84) value spaces.
 01  checkstat			pic s9(9) value zero.
 01  fileinfo.
     05  filesize		pic x(8) comp-x.
     05  filedate		pic x(7) comp-x.
     05  filetime		pic x(7) comp-x.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one row, split to its columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rowwork			pic x(300) value spaces.
 01  colList.
     05  colText	occurs 20 times pic x(40) value spaces.
 01  colInd			unsigned-int value zero.
 01  rowno			unsigned-int value zero.
 01  refvalue			pic x(40) value spaces.
 01  refinvoice			pic 9(6) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>refmaint's deactivations, from refmaint_audit.log: the file,
*>>>the removed record's code and name, when and by whom
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ra-date			pic x(8) value spaces.
 01  ra-time			pic x(6) value spaces.
 01  ra-who			pic x(20) value spaces.
 01  ra-action			pic x(12) value spaces.
 01  ra-type			pic x(20) value spaces.
 01  ra-old			pic x(200) value spaces.
 01  oldpos			unsigned-int value zero.
 01  dcCount			unsigned-int value zero.
 01  dcList.
     05  dcEntry	occurs 500 times
                        indexed by dcInd.
         10  dcType		pic x(20) value spaces.
         10  dcCode		pic x(40) value spaces.
         10  dcName		pic x(40) value spaces.
         10  dcDate		pic x(8) value spaces.
         10  dcWho		pic x(20) value spaces.
 01  parenttype			pic x(20) value spaces.
 01  deactnote			pic x(60) value spaces.
*>
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data			pic x(200) value spaces.
*>
 01  kindword			pic x(8) value spaces.
 01  showcount			pic zzzzz9 value zero.
 01  showcount2			pic zzzzz9 value zero.
 01  showrow			pic zzzzz9 value zero.
*>
 procedure division.
*>
 0000-start.
*>
     move function current-date(1:8) to todaydate.
     perform 0100-load-deactivations.

     open output reportfile.
     open output attentionfile.
     move spaces		to reportrec.
     string "Referential integrity check -- ", todaydate
            delimited by size into reportrec
     end-string.
     write reportrec.
     move all "="		to reportrec.
     write reportrec.

     perform varying relInd from 1 by 1
             until relInd > relmax
         perform 0200-check-relationship
     end-perform.
     if lastchild <> spaces
        perform 0290-close-file-section
     end-if.
     if index-is-open
        close invoiceidx
     end-if.

     move all "="		to reportrec.
     write reportrec.
     move totalexceptions	to showcount.
     move relsbroken		to showcount2.
     move spaces		to reportrec.
     string showcount, " exception(s) on ", showcount2,
            " relationship(s)"
            delimited by size into reportrec
     end-string.
     write reportrec.
     move totalorphans		to showcount.
     move totaldangling		to showcount2.
     move spaces		to reportrec.
     string showcount, " orphan row(s), ", showcount2,
            " dangling reference(s)"
            delimited by size into reportrec
     end-string.
     write reportrec.
     if relsunchecked > zero
        move relsunchecked	to showcount
        move spaces		to reportrec
        string showcount, " relationship(s) not checked -- parent "
               "file not on hand"
               delimited by size into reportrec
        end-string
        write reportrec
     end-if.
     close reportfile.
     close attentionfile.

     move totalexceptions	to showcount.
     if totalexceptions > zero
        display "refintegrity: " showcount " orphan(s) or dangling "
                "reference(s) -- see refintegrity.txt"
        move 4			to return-code
     else
        display "refintegrity: every reference holds -- see "
                "refintegrity.txt"
     end-if.

     goback.
*>
 0100-load-deactivations.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>date time  operator  action  file  old=[record]  new=[record]
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to dcCount.
     open input refauditfile.
     read refauditfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to ra-date ra-time ra-who ra-action
                                   ra-type ra-old
         unstring refauditrec delimited by all spaces
                  into ra-date, ra-time, ra-who, ra-action, ra-type
         end-unstring
         move zero		to oldpos
         inspect refauditrec tallying oldpos
                 for characters before initial "old=["
         if function trim(ra-action) = "deactivate"
            and oldpos < 240 and dcCount < 500
            move refauditrec(oldpos + 6:) to ra-old
            inspect ra-old replacing all "]" by ","
            add 1		to dcCount
            move ra-type	to dcType(dcCount)
            move ra-date	to dcDate(dcCount)
            move ra-who		to dcWho(dcCount)
            unstring ra-old delimited by ","
                     into dcCode(dcCount), dcName(dcCount)
            end-unstring
            move function upper-case(dcCode(dcCount))
                 to dcCode(dcCount)
            move function upper-case(dcName(dcCount))
                 to dcName(dcCount)
         end-if
         read refauditfile
              at end move "y"	to eof
         end-read
     end-perform.
     close refauditfile.
     move spaces		to eof.
*>
 0200-check-relationship.
*>
     move spaces		to relkind relchild relchildcol
                                   relparent relparentcol
                                   relparentcol2 rellabel.
     unstring relDef(relInd) delimited by ","
              into relkind, relchild, relchildcol, relparent,
                   relparentcol, relparentcol2, rellabel
     end-unstring.
     compute childcol = function numval(relchildcol).
     compute parentcol = function numval(relparentcol).
     compute parentcol2 = function numval(relparentcol2).
     move zero			to relexceptions relchecked.

     if relchild <> lastchild
        if lastchild <> spaces
           perform 0290-close-file-section
        end-if
        move relchild		to lastchild
        move zero		to fileexceptions
        move spaces		to reportrec
        write reportrec
        move relchild		to reportrec
        write reportrec
        move relchild		to checkbuf
        call "CBL_CHECK_FILE_EXIST" using checkbuf, fileinfo
                                    returning checkstat
        end-call
        if checkstat = 0
           move "y"		to childonhand
        else
           move spaces		to childonhand
           move "  not on file -- nothing to check" to reportrec
           write reportrec
        end-if
     end-if.

     if child-is-on-hand
        move spaces		to reportrec
        string "  ", function trim(rellabel), " (column ",
               function trim(relchildcol), ") -> ",
               function trim(relparent)
               delimited by size into reportrec
        end-string
        write reportrec
        perform 0210-load-parent-keys
        if parent-is-on-hand
           perform 0220-walk-child-file
        else
           add 1		to relsunchecked
           move "      NOT CHECKED -- parent file not on hand"
                to reportrec
           write reportrec
        end-if
     end-if.
*>
 0210-load-parent-keys.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>invoiceindex.dat is read by key as the rows come; the CSV
*>>>masters are loaded whole, both key columns when the reference
*>>>may be either one
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to wantparent.
     string relparent, relparentcol, relparentcol2
            delimited by size into wantparent
     end-string.
     if function trim(relparent) = "invoiceindex.dat"
        if not index-is-open
           open input invoiceidx
           if idx-ok
              move "y"		to indexopen
           end-if
        end-if
        if index-is-open
           move "y"		to parentonhand
        else
           move spaces		to parentonhand
        end-if
     else if wantparent <> loadedparent
        move wantparent		to loadedparent
        move zero		to pkCount
        move spaces		to parentonhand
        move relparent		to checkbuf
        call "CBL_CHECK_FILE_EXIST" using checkbuf, fileinfo
                                    returning checkstat
        end-call
        if checkstat = 0
           move "y"		to parentonhand
           move relparent	to parentname
           perform 0215-read-parent-file
        end-if
     end-if
     end-if.
*>
 0215-read-parent-file.
*>
     open input parentfile.
     read parentfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move parentrec		to rowwork
         perform 0250-split-row
         if colText(parentcol) <> spaces and pkCount < 20000
            add 1		to pkCount
            move function upper-case(colText(parentcol))
                 to pkKey(pkCount)
         end-if
         if parentcol2 > zero
            if colText(parentcol2) <> spaces and pkCount < 20000
               add 1		to pkCount
               move function upper-case(colText(parentcol2))
                    to pkKey(pkCount)
            end-if
         end-if
         read parentfile
              at end move "y"	to eof
         end-read
     end-perform.
     close parentfile.
     move spaces		to eof.
*>
 0220-walk-child-file.
*>
     move relchild		to childname.
     move zero			to rowno.
     open input childfile.
     read childfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         add 1			to rowno
         move childrec		to rowwork
         perform 0250-split-row
         move function upper-case(colText(childcol)) to refvalue
         if refvalue <> spaces
            add 1		to relchecked
            perform 0230-look-up-reference
            if not key-was-found
               perform 0240-report-exception
            end-if
         end-if
         read childfile
              at end move "y"	to eof
         end-read
     end-perform.
     close childfile.
     move spaces		to eof.

     move relchecked		to showcount.
     move relexceptions		to showcount2.
     move spaces		to reportrec.
     if rel-is-orphan
        move "orphan"		to kindword
     else
        move "dangling"		to kindword
     end-if.
     string "    ", showcount, " checked, ", showcount2, " ",
            function trim(kindword)
            delimited by size into reportrec
     end-string.
     write reportrec.

     if relexceptions > zero
        add 1			to relsbroken
        move spaces		to attentionrec
        string function trim(relchild), ",",
               function trim(rellabel), ",",
               function trim(relparent), ",",
               relkind, ",",
               function trim(showcount2)
               delimited by size into attentionrec
        end-string
        write attentionrec
     end-if.
*>
 0230-look-up-reference.
*>
     move spaces		to pkfound.
     if function trim(relparent) = "invoiceindex.dat"
        if function trim(refvalue) is numeric
           compute refinvoice = function numval(refvalue)
           move refinvoice	to idx-invoiceno
           read invoiceidx
                invalid key continue
                not invalid key move "y" to pkfound
           end-read
        end-if
     else
        perform varying pkInd from 1 by 1
                until pkInd > pkCount or key-was-found
            if pkKey(pkInd) = refvalue
               move "y"		to pkfound
            end-if
        end-perform
     end-if.
*>
 0240-report-exception.
*>
     add 1			to relexceptions fileexceptions
                                   totalexceptions.
     if rel-is-orphan
        add 1			to totalorphans
        move "ORPHAN"		to kindword
        move "REF-ORPHAN"	to audit-reason
     else
        add 1			to totaldangling
        move "DANGLING"		to kindword
        move "REF-DANGLING"	to audit-reason
     end-if.
     perform 0260-find-deactivation.

     move rowno			to showrow.
     move spaces		to reportrec.
     string "      ", function trim(kindword), " row ", showrow, ": ",
            function trim(rellabel), " '",
            function trim(colText(childcol)), "' not on ",
            function trim(relparent), deactnote
            delimited by size into reportrec
     end-string.
     write reportrec.

     move "refintegrity"	to audit-program.
     move spaces		to audit-key audit-data.
     string function trim(relchild(10:)), ":",
            function trim(showrow)
            delimited by size into audit-key
     end-string.
     string function trim(rellabel), " '",
            function trim(colText(childcol)), "' not on ",
            function trim(relparent), deactnote
            delimited by size into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.
*>
 0250-split-row.
*>
     perform varying colInd from 1 by 1
             until colInd > 20
         move spaces		to colText(colInd)
     end-perform.
     inspect rowwork replacing all '"' by " ".
     unstring rowwork delimited by ","
              into colText(1), colText(2), colText(3),
                   colText(4), colText(5), colText(6),
                   colText(7), colText(8), colText(9),
                   colText(10), colText(11), colText(12),
                   colText(13), colText(14), colText(15),
                   colText(16), colText(17), colText(18),
                   colText(19), colText(20)
     end-unstring.
     perform varying colInd from 1 by 1
             until colInd > 20
         move function trim(colText(colInd)) to colText(colInd)
     end-perform.
*>
 0260-find-deactivation.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>refmaint names its files by their bare name -- salesreps for
*>>>database/salesreps.csv; the latest deactivation wins
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to deactnote parenttype.
     if relparent(1:9) = "database/"
        unstring relparent(10:) delimited by ".csv"
                 into parenttype
        end-unstring
     end-if.
     perform varying dcInd from 1 by 1
             until dcInd > dcCount
         if dcType(dcInd) = parenttype
            and (dcCode(dcInd) = refvalue or dcName(dcInd) = refvalue)
            move spaces		to deactnote
            string " -- deactivated ", dcDate(dcInd), " by ",
                   function trim(dcWho(dcInd))
                   delimited by size into deactnote
            end-string
         end-if
     end-perform.
*>
 0290-close-file-section.
*>
     if fileexceptions > zero
        move fileexceptions	to showcount
        move spaces		to reportrec
        string "  ", showcount, " exception(s) in ",
               function trim(lastchild)
               delimited by size into reportrec
        end-string
        write reportrec
     end-if.

end program refintegrity.
