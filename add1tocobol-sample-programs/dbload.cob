       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Post-batch load of what was billed, owed and paid back
*>            into the Mysql database invoicerep reports on.  The run
*>            writes one SQL script, dbload.sql, in a single
*>            transaction:
*>              invoices     -- one upsert per invoice on this
*>                              batch's control totals
*>                              (invoicebatchtotals.csv), its header
*>                              fields taken from the row
*>                              writeinvoice indexed for it in
*>                              invoiceindex.dat and its billed
*>                              amounts from the control totals;
*>              ar_open      -- database/aropen.csv against the copy
*>                              last loaded (dbloadaropen.prior):
*>                              new and changed items are upserted,
*>                              items gone from the file deleted;
*>              cash_applied -- the cashappliedhistory.csv rows added
*>                              since the last load (the count loaded
*>                              so far is kept in dbload.ctl).
*>            Which column of which file feeds which database column
*>            is database/invoicelayout.csv's business (table, db
*>            field, our field, PICTURE) -- the same description
*>            layoutaudit proves against the schema; a PICTURE with
*>            an X is loaded as a quoted string, anything else as a
*>            number.
*>
*>            Row counts are reconciled before anything is sent: every
*>            invoice on the control totals must have been found on
*>            the index and scripted, and the scripted invoice total
*>            must equal the control total; the AR and cash counts
*>            must foot.  A reconciliation failure leaves dbload.sql
*>            behind for review, sends nothing and ends with return
*>            code 8.  Otherwise the script is run through systemcall's
*>            approved mysql command against writeinvoice.cfg's
*>            dbname (default invoicing; the connection itself comes
*>            from the operator's own Mysql option file), and only
*>            when it comes back clean do the AR copy and the cash
*>            count move forward -- a failed load is simply redone by
*>            the next run.  The reconciliation is dbload.txt.
*>
*>            usage: dbload [-scriptonly]   (-scriptonly builds and
*>                                           reconciles the script
*>                                           but sends nothing)
*>*********************************************************************
identification division.
program-id. dbload.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional odfconfigfile	assign to "writeinvoice.cfg"
                        organization is line sequential.
select optional layoutfile	assign to "database/invoicelayout.csv"
                        organization is line sequential.
select optional custmasterfile	assign to "database/customers.csv"
                        organization is line sequential.
select optional batchtotfile	assign to "invoicebatchtotals.csv"
                        organization is line sequential.
select optional invoiceidx	assign to "invoiceindex.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is idx-invoiceno
                        file status is idx-status.
select optional aropenfile	assign to "database/aropen.csv"
                        organization is line sequential.
select optional priorfile	assign to "dbloadaropen.prior"
                        organization is line sequential.
select optional cashhistfile	assign to "cashappliedhistory.csv"
                        organization is line sequential.
select optional controlfile	assign to "dbload.ctl"
                        organization is line sequential.
select sqlfile		assign to "dbload.sql"
                        organization is line sequential.
select reconfile	assign to "dbload.txt"
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
fd layoutfile.
*>
01 layoutrec		pic x(120).
*>
fd custmasterfile.
*>
01 custmasterrec	pic x(150).
*>
fd batchtotfile.
*>
01 batchtotrec		pic x(120).
*>
fd invoiceidx.
*>
01 idx-record.
    05  idx-invoiceno		pic 9(6).
    05  idx-rundate		pic x(8).
    05  idx-rawrec		pic x(200).
*>
fd aropenfile.
*>
01 aropenrec		pic x(100).
*>
fd priorfile.
*>
01 priorrec		pic x(100).
*>
fd cashhistfile.
*>
01 cashhistrec		pic x(150).
*>
fd controlfile.
*>
01 controlrec		pic x(40).
*>
fd sqlfile.
*>
01 sqlrec		pic x(4000).
*>
fd reconfile.
*>
01 reconrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  idx-status			pic xx value spaces.
     88  idx-ok			      value "00".
 01  cmdarg			pic x(20) value spaces.
 01  scriptonly			pic x value spaces.
     88  script-only		      value "y".
*>
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
 01  custmodeval		pic x(8) value spaces.
     88  custmode-codes	      value "codes".
 01  dbname			pic x(40) value "invoicing".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the layout description: table, db field, our field, the
*>>>PICTURE the programs were written to
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  layCount			unsigned-int value zero.
 01  layList.
     05  layEntry	occurs 200 times
                        indexed by layInd.
         10  layTable		pic x(30) value spaces.
         10  layDbField	pic x(30) value spaces.
         10  layOurField	pic x(30) value spaces.
         10  layPic		pic x(20) value spaces.
         10  layNoSource	pic x value spaces.
 01  picxcount			unsigned-int value zero.
 01  valuetype			pic x value spaces.
     88  value-is-text		      value "x".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the row in hand, as our-field name and value pairs -- whatever
*>>>the layout asks for is looked up here
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  fvCount			unsigned-int value zero.
 01  fvList.
     05  fvEntry	occurs 40 times
                        indexed by fvInd.
         10  fvName		pic x(30) value spaces.
         10  fvValue		pic x(80) value spaces.
 01  fvMatchInd		unsigned-int value zero.
 01  wantfield			pic x(30) value spaces.
 01  fieldname			pic x(30) value spaces.
 01  fieldvalue		pic x(80) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>customer master, for the sold-to block under custmode=codes
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cmCount			unsigned-int value zero.
 01  cmList.
     05  cmEntry	occurs 500 times
                        indexed by cmInd.
         10  cmCode		pic x(8) value spaces.
         10  cmName		pic x(28) value spaces.
         10  cmAddr1		pic x(28) value spaces.
         10  cmCity		pic x(16) value spaces.
         10  cmState		pic x(2) value spaces.
         10  cmZip		pic x(10) value spaces.
 01  colList.
     05  colText	occurs 25 times pic x(70) value spaces.
 01  colInd			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>building one statement -- the column list, the values and the
*>>>update list grow side by side
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  sqltable			pic x(30) value spaces.
 01  colpart			pic x(1200) value spaces.
 01  colptr			unsigned-int value zero.
 01  valpart			pic x(1600) value spaces.
 01  valptr			unsigned-int value zero.
 01  updpart			pic x(1200) value spaces.
 01  updptr			unsigned-int value zero.
 01  sqlptr			unsigned-int value zero.
 01  sqlcolumns		unsigned-int value zero.
 01  sqlvalue			pic x(170) value spaces.
 01  valsub			unsigned-int value zero.
 01  outsub			unsigned-int value zero.
 01  numwork			pic s9(11)v9(4) value zero.
 01  shownum			pic -(11)9.9(4) value zero.
 01  keydbfield		pic x(30) value spaces.
 01  seqdbfield		pic x(30) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>invoices -- the control totals are the batch
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  bt-invoiceno		pic x(10) value spaces.
 01  bt-invdate		pic x(10) value spaces.
 01  bt-currency		pic x(5) value spaces.
 01  bt-rate			pic x(12) value spaces.
 01  bt-amount			pic x(12) value spaces.
 01  bt-salestax		pic x(12) value spaces.
 01  bt-freight		pic x(12) value spaces.
 01  bt-discount		pic x(12) value spaces.
 01  bt-invoicetotal		pic x(12) value spaces.
 01  bt-company		pic x(4) value spaces.
 01  btrows			unsigned-int value zero.
 01  invscripted		unsigned-int value zero.
 01  invnotindexed		unsigned-int value zero.
 01  controltotal		pic s9(11)v99 value zero.
 01  scriptedtotal		pic s9(11)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>AR -- the copy last loaded, to find what changed since
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  prCount			unsigned-int value zero.
 01  prList.
     05  prEntry	occurs 5000 times
                        indexed by prInd.
         10  prKey		pic x(16) value spaces.
         10  prRec		pic x(100) value spaces.
         10  prSeen		pic x value spaces.
 01  prMatchInd		unsigned-int value zero.
 01  arkey			pic x(16) value spaces.
 01  ar-invoiceno		pic x(10) value spaces.
 01  ar-customer		pic x(28) value spaces.
 01  ar-invdate		pic x(10) value spaces.
 01  ar-currency		pic x(5) value spaces.
 01  ar-total			pic x(12) value spaces.
 01  ar-balance		pic x(12) value spaces.
 01  ar-duedate		pic x(10) value spaces.
 01  ar-terms			pic x(10) value spaces.
 01  ar-seq			pic x(4) value spaces.
 01  arrows			unsigned-int value zero.
 01  arnew			unsigned-int value zero.
 01  archanged			unsigned-int value zero.
 01  arunchanged		unsigned-int value zero.
 01  ardeleted			unsigned-int value zero.
 01  arfooted			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>cash applied -- only the history rows past the count loaded
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ca-paydate		pic x(10) value spaces.
 01  ca-customer		pic x(28) value spaces.
 01  ca-invoiceno		pic x(10) value spaces.
 01  ca-invdate		pic x(10) value spaces.
 01  ca-currency		pic x(5) value spaces.
 01  ca-rate			pic x(12) value spaces.
 01  ca-payment		pic x(12) value spaces.
 01  ca-discount		pic x(12) value spaces.
 01  ca-writeoff		pic x(12) value spaces.
 01  ca-fxgainloss		pic x(12) value spaces.
 01  ca-duedate		pic x(10) value spaces.
 01  ca-terms			pic x(10) value spaces.
 01  ca-total			pic x(12) value spaces.
 01  ca-seq			pic x(4) value spaces.
 01  cashloaded		pic 9(8) value zero.
 01  cashrows			pic 9(8) value zero.
 01  cashinserted		pic 9(8) value zero.
*>
 01  reconfailed		pic x value spaces.
     88  reconciliation-failed	      value "y".
 01  stagecmd			pic x(200) value spaces.
 01  stagestat			pic s9(9) value zero.
 01  copystat			pic s9(9) value zero.
 01  srcname			pic x(64) value spaces.
 01  dstname			pic x(64) value spaces.
 01  showcount			pic zzzzzzz9 value zero.
 01  showcount2		pic zzzzzzz9 value zero.
 01  showamt			pic -zzz,zzz,zz9.99 value zero.
 01  showamt2			pic -zzz,zzz,zz9.99 value zero.
*>
 procedure division.
*>
 0000-start.
*>
     accept cmdarg		from command-line
     end-accept.
     if function trim(cmdarg) = "-scriptonly"
        move "y"		to scriptonly
     end-if.

     perform 0940-load-odfconfig.
     perform 0900-load-layout.
     if layCount = zero
        display "dbload: database/invoicelayout.csv is missing or "
                "empty -- nothing can be mapped"
        move 8			to return-code
        goback
     end-if.
     if custmode-codes
        perform 0910-load-customers
     end-if.
     perform 0920-load-prior-aropen.
     perform 0930-load-control.

     open output sqlfile.
     move "START TRANSACTION;"	to sqlrec.
     write sqlrec.

     perform 0100-load-invoices.
     perform 0200-load-aropen.
     perform 0300-load-cash-applied.

     move "COMMIT;"		to sqlrec.
     write sqlrec.
     close sqlfile.

     perform 0400-reconcile.

     if reconciliation-failed
        display "dbload: row counts do not reconcile -- dbload.sql "
                "was NOT sent; see dbload.txt"
        move 8			to return-code
     else if script-only
        display "dbload: dbload.sql built and reconciled, not sent "
                "(-scriptonly)"
     else
        perform 0500-run-script
     end-if.

     goback.
*>
 0100-load-invoices.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>every invoice on the control totals is looked up on the index;
*>>>one the index does not know cannot be loaded and is counted
*>>>against the reconciliation
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open input invoiceidx.
     open input batchtotfile.
     read batchtotfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if batchtotrec <> spaces
            add 1		to btrows
            move spaces		to bt-invoiceno bt-invdate bt-currency
                                   bt-rate bt-amount bt-salestax
                                   bt-freight bt-discount
                                   bt-invoicetotal bt-company
            unstring batchtotrec delimited by ","
                     into bt-invoiceno, bt-invdate, bt-currency,
                          bt-rate, bt-amount, bt-salestax,
                          bt-freight, bt-discount, bt-invoicetotal,
                          bt-company
            end-unstring
            if function test-numval(bt-invoicetotal) = 0
               add function numval(bt-invoicetotal) to controltotal
            end-if
            move zero		to idx-invoiceno
            if function trim(bt-invoiceno) is numeric
               move function numval(bt-invoiceno) to idx-invoiceno
            end-if
            read invoiceidx
                 invalid key move "23" to idx-status
            end-read
            if idx-ok
               perform 0110-invoice-values
               move "invoices"	to sqltable
               perform 0600-build-upsert
               add 1		to invscripted
               if function test-numval(bt-invoicetotal) = 0
                  add function numval(bt-invoicetotal)
                      to scriptedtotal
               end-if
            else
               add 1		to invnotindexed
               display "dbload: invoice " function trim(bt-invoiceno)
                       " is on the control totals but not on "
                       "invoiceindex.dat"
            end-if
         end-if
         read batchtotfile
              at end move "y"	to eof
         end-read
     end-perform.
     close batchtotfile.
     close invoiceidx.
     move spaces		to eof.
*>
 0110-invoice-values.
*>
     move zero			to fvCount.
     perform varying colInd from 1 by 1
             until colInd > 25
         move spaces		to colText(colInd)
     end-perform.
     inspect idx-rawrec replacing all '"' by " ".
     unstring idx-rawrec delimited by ","
              into colText(1), colText(2), colText(3), colText(4),
                   colText(5), colText(6), colText(7), colText(8),
                   colText(9), colText(10), colText(11),
                   colText(12), colText(13), colText(14),
                   colText(15), colText(16), colText(17),
                   colText(18), colText(19), colText(20),
                   colText(21), colText(22), colText(23),
                   colText(24), colText(25)
     end-unstring.

     move "inv-invoiceno"	to fieldname.
     move colText(1)		to fieldvalue.
     perform 0700-add-value.
     move "inv-rectype"		to fieldname.
     move colText(2)		to fieldvalue.
     perform 0700-add-value.
     move "inv-invdate"		to fieldname.
     move colText(3)		to fieldvalue.
     perform 0700-add-value.
     move "inv-sonumber"	to fieldname.
     move colText(4)		to fieldvalue.
     perform 0700-add-value.
     move "inv-custpo"		to fieldname.
     move colText(5)		to fieldvalue.
     perform 0700-add-value.
     move "inv-salesrep"	to fieldname.
     move colText(6)		to fieldvalue.
     perform 0700-add-value.
     move "inv-shipmethod"	to fieldname.
     move colText(7)		to fieldvalue.
     perform 0700-add-value.
     move "inv-terms"		to fieldname.
     move colText(8)		to fieldvalue.
     perform 0700-add-value.
     move "inv-currency"	to fieldname.
     move colText(9)		to fieldvalue.
     perform 0700-add-value.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the two row shapes writeinvoice reads: the classic row carries
*>>>the sold-to block itself, a custmode=codes row only the sold-to
*>>>code, resolved here through the customer master
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if custmode-codes
        move zero		to colInd
        perform varying cmInd from 1 by 1
                until cmInd > cmCount
            if function trim(colText(10)) = function trim(cmCode(cmInd))
               set colInd	to cmInd
            end-if
        end-perform
        if colInd <> zero
           move "inv-name"	to fieldname
           move cmName(colInd)	to fieldvalue
           perform 0700-add-value
           move "inv-addr1"	to fieldname
           move cmAddr1(colInd) to fieldvalue
           perform 0700-add-value
           move "inv-city"	to fieldname
           move cmCity(colInd)	to fieldvalue
           perform 0700-add-value
           move "inv-state"	to fieldname
           move cmState(colInd) to fieldvalue
           perform 0700-add-value
           move "inv-zip"	to fieldname
           move cmZip(colInd)	to fieldvalue
           perform 0700-add-value
        end-if
        move "inv-quantity"	to fieldname
        move colText(12)	to fieldvalue
        perform 0700-add-value
        move "inv-unitprice"	to fieldname
        move colText(13)	to fieldvalue
        perform 0700-add-value
        move "inv-description"	to fieldname
        move colText(14)	to fieldvalue
        perform 0700-add-value
        move "inv-freight"	to fieldname
        move colText(15)	to fieldvalue
        perform 0700-add-value
        move "inv-discount"	to fieldname
        move colText(16)	to fieldvalue
        perform 0700-add-value
        move "rawitemcode"	to fieldname
        move colText(17)	to fieldvalue
        perform 0700-add-value
     else
        move "inv-name"		to fieldname
        move colText(10)	to fieldvalue
        perform 0700-add-value
        move "inv-addr1"	to fieldname
        move colText(11)	to fieldvalue
        perform 0700-add-value
        move "inv-state"	to fieldname
        move colText(12)	to fieldvalue
        perform 0700-add-value
        move "inv-zip"		to fieldname
        move colText(13)	to fieldvalue
        perform 0700-add-value
        move "inv-quantity"	to fieldname
        move colText(18)	to fieldvalue
        perform 0700-add-value
        move "inv-unitprice"	to fieldname
        move colText(19)	to fieldvalue
        perform 0700-add-value
        move "inv-description"	to fieldname
        move colText(20)	to fieldvalue
        perform 0700-add-value
        move "inv-freight"	to fieldname
        move colText(21)	to fieldvalue
        perform 0700-add-value
        move "inv-discount"	to fieldname
        move colText(22)	to fieldvalue
        perform 0700-add-value
        move "rawitemcode"	to fieldname
        move colText(23)	to fieldvalue
        perform 0700-add-value
     end-if.

     move "bt-rate"		to fieldname.
     move bt-rate		to fieldvalue.
     perform 0700-add-value.
     move "bt-amount"		to fieldname.
     move bt-amount		to fieldvalue.
     perform 0700-add-value.
     move "bt-salestax"		to fieldname.
     move bt-salestax		to fieldvalue.
     perform 0700-add-value.
     move "bt-freight"		to fieldname.
     move bt-freight		to fieldvalue.
     perform 0700-add-value.
     move "bt-discount"		to fieldname.
     move bt-discount		to fieldvalue.
     perform 0700-add-value.
     move "bt-invoicetotal"	to fieldname.
     move bt-invoicetotal	to fieldvalue.
     perform 0700-add-value.
     move "bt-company"		to fieldname.
     move bt-company		to fieldvalue.
     perform 0700-add-value.
*>
 0200-load-aropen.
*>
     open input aropenfile.
     read aropenfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if aropenrec <> spaces
            add 1		to arrows
            perform 0210-split-aropen
            move zero		to prMatchInd
            perform varying prInd from 1 by 1
                    until prInd > prCount
                if prKey(prInd) = arkey
                   set prMatchInd to prInd
                end-if
            end-perform
            if prMatchInd = zero
               add 1		to arnew
               perform 0220-aropen-values
               move "ar_open"	to sqltable
               perform 0600-build-upsert
            else
               move "y"		to prSeen(prMatchInd)
               if prRec(prMatchInd) = aropenrec
                  add 1		to arunchanged
               else
                  add 1		to archanged
                  perform 0220-aropen-values
                  move "ar_open" to sqltable
                  perform 0600-build-upsert
               end-if
            end-if
         end-if
         read aropenfile
              at end move "y"	to eof
         end-read
     end-perform.
     close aropenfile.
     move spaces		to eof.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an item on the last load that is no longer on the file -- paid
*>>>off and cleared, written off, merged away -- comes out of the
*>>>table too
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to keydbfield seqdbfield.
     perform varying layInd from 1 by 1
             until layInd > layCount
         if function trim(layTable(layInd)) = "ar_open"
            if function trim(layOurField(layInd)) = "ar-invoiceno"
               move layDbField(layInd) to keydbfield
            end-if
            if function trim(layOurField(layInd)) = "ar-seq"
               move layDbField(layInd) to seqdbfield
            end-if
         end-if
     end-perform.
     perform varying prInd from 1 by 1
             until prInd > prCount
         if prSeen(prInd) <> "y" and keydbfield <> spaces
            add 1		to ardeleted
            move prRec(prInd)	to aropenrec
            perform 0210-split-aropen
            move spaces		to sqlrec
            move 1		to sqlptr
            string "DELETE FROM ar_open WHERE ",
                   function trim(keydbfield), " = ",
                   function trim(ar-invoiceno)
                   into sqlrec
                   with pointer sqlptr
            end-string
            if seqdbfield <> spaces
               move ar-seq	to fieldvalue
               move "x"		to valuetype
               perform 0650-quote-value
               string " AND ", function trim(seqdbfield), " = ",
                      function trim(sqlvalue)
                      into sqlrec
                      with pointer sqlptr
               end-string
            end-if
            string ";" into sqlrec
                   with pointer sqlptr
            end-string
            write sqlrec
         end-if
     end-perform.
*>
 0210-split-aropen.
*>
     move spaces		to ar-invoiceno ar-customer ar-invdate
                                   ar-currency ar-total ar-balance
                                   ar-duedate ar-terms ar-seq.
     unstring aropenrec delimited by ","
              into ar-invoiceno, ar-customer, ar-invdate,
                   ar-currency, ar-total, ar-balance,
                   ar-duedate, ar-terms, ar-seq
     end-unstring.
     move spaces		to arkey.
     string function trim(ar-invoiceno), "/", function trim(ar-seq)
            delimited by size into arkey
     end-string.
*>
 0220-aropen-values.
*>
     move zero			to fvCount.
     move "ar-invoiceno"	to fieldname.
     move ar-invoiceno		to fieldvalue.
     perform 0700-add-value.
     move "ar-customer"		to fieldname.
     move ar-customer		to fieldvalue.
     perform 0700-add-value.
     move "ar-invdate"		to fieldname.
     move ar-invdate		to fieldvalue.
     perform 0700-add-value.
     move "ar-currency"		to fieldname.
     move ar-currency		to fieldvalue.
     perform 0700-add-value.
     move "ar-total"		to fieldname.
     move ar-total		to fieldvalue.
     perform 0700-add-value.
     move "ar-balance"		to fieldname.
     move ar-balance		to fieldvalue.
     perform 0700-add-value.
     move "ar-duedate"		to fieldname.
     move ar-duedate		to fieldvalue.
     perform 0700-add-value.
     move "ar-terms"		to fieldname.
     move ar-terms		to fieldvalue.
     perform 0700-add-value.
     move "ar-seq"		to fieldname.
     move ar-seq		to fieldvalue.
     perform 0700-add-value.
*>
 0300-load-cash-applied.
*>
     move zero			to cashrows.
     open input cashhistfile.
     read cashhistfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if cashhistrec <> spaces
            add 1		to cashrows
            if cashrows > cashloaded
               perform 0310-cash-values
               move "cash_applied" to sqltable
               perform 0600-build-upsert
               add 1		to cashinserted
            end-if
         end-if
         read cashhistfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cashhistfile.
     move spaces		to eof.
*>
 0310-cash-values.
*>
     move spaces		to ca-paydate ca-customer ca-invoiceno
                                   ca-invdate ca-currency ca-rate
                                   ca-payment ca-discount ca-writeoff
                                   ca-fxgainloss ca-duedate ca-terms
                                   ca-total ca-seq.
     unstring cashhistrec delimited by ","
              into ca-paydate, ca-customer, ca-invoiceno,
                   ca-invdate, ca-currency, ca-rate, ca-payment,
                   ca-discount, ca-writeoff, ca-fxgainloss,
                   ca-duedate, ca-terms, ca-total, ca-seq
     end-unstring.
     move zero			to fvCount.
     move "ca-paydate"		to fieldname.
     move ca-paydate		to fieldvalue.
     perform 0700-add-value.
     move "ca-customer"		to fieldname.
     move ca-customer		to fieldvalue.
     perform 0700-add-value.
     move "ca-invoiceno"	to fieldname.
     move ca-invoiceno		to fieldvalue.
     perform 0700-add-value.
     move "ca-invdate"		to fieldname.
     move ca-invdate		to fieldvalue.
     perform 0700-add-value.
     move "ca-currency"		to fieldname.
     move ca-currency		to fieldvalue.
     perform 0700-add-value.
     move "ca-rate"		to fieldname.
     move ca-rate		to fieldvalue.
     perform 0700-add-value.
     move "ca-payment"		to fieldname.
     move ca-payment		to fieldvalue.
     perform 0700-add-value.
     move "ca-discount"		to fieldname.
     move ca-discount		to fieldvalue.
     perform 0700-add-value.
     move "ca-writeoff"		to fieldname.
     move ca-writeoff		to fieldvalue.
     perform 0700-add-value.
     move "ca-fxgainloss"	to fieldname.
     move ca-fxgainloss		to fieldvalue.
     perform 0700-add-value.
     move "ca-duedate"		to fieldname.
     move ca-duedate		to fieldvalue.
     perform 0700-add-value.
     move "ca-terms"		to fieldname.
     move ca-terms		to fieldvalue.
     perform 0700-add-value.
     move "ca-total"		to fieldname.
     move ca-total		to fieldvalue.
     perform 0700-add-value.
     move "ca-seq"		to fieldname.
     move ca-seq		to fieldvalue.
     perform 0700-add-value.
*>
 0400-reconcile.
*>
     open output reconfile.
     move "Database load reconciliation -- dbload.sql"
                                to reconrec.
     write reconrec.
     move all "-"		to reconrec.
     write reconrec.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>invoices: scripted must equal the control totals, by count and
*>>>by invoice total
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to reconrec.
     move btrows		to showcount.
     move invscripted		to showcount2.
     string "invoices:     control totals ", showcount,
            "  scripted ", showcount2
            into reconrec
     end-string.
     write reconrec.
     move spaces		to reconrec.
     move controltotal		to showamt.
     move scriptedtotal		to showamt2.
     string "              control invoice total ", showamt,
            "  scripted ", showamt2
            into reconrec
     end-string.
     write reconrec.
     if invscripted <> btrows or invnotindexed > zero
        or scriptedtotal <> controltotal
        move "y"		to reconfailed
        move spaces		to reconrec
        move invnotindexed	to showcount
        string "  ** OUT OF BALANCE -- ", showcount,
               " invoice(s) on the control totals not on "
               "invoiceindex.dat"
               into reconrec
        end-string
        write reconrec
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>AR: last load plus new items less deleted must be the file
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to reconrec.
     move arrows		to showcount.
     move prCount		to showcount2.
     string "ar_open:      on file ", showcount,
            "  on last load ", showcount2
            into reconrec
     end-string.
     write reconrec.
     move spaces		to reconrec.
     move arnew			to showcount.
     move archanged		to showcount2.
     string "              new ", showcount,
            "  changed ", showcount2
            into reconrec
     end-string.
     write reconrec.
     move spaces		to reconrec.
     move arunchanged		to showcount.
     move ardeleted		to showcount2.
     string "              unchanged ", showcount,
            "  deleted ", showcount2
            into reconrec
     end-string.
     write reconrec.
     compute arfooted = prCount + arnew - ardeleted.
     if arfooted <> arrows
        or arnew + archanged + arunchanged <> arrows
        move "y"		to reconfailed
        move spaces		to reconrec
        move "  ** OUT OF BALANCE -- last load + new - deleted "
             & "does not equal the items on file"
                                to reconrec
        write reconrec
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>cash: the history rows past the last load are the inserts
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to reconrec.
     move cashrows		to showcount.
     move cashloaded		to showcount2.
     string "cash_applied: on history ", showcount,
            "  loaded before ", showcount2
            into reconrec
     end-string.
     write reconrec.
     move spaces		to reconrec.
     move cashinserted		to showcount.
     string "              inserted ", showcount
            into reconrec
     end-string.
     write reconrec.
     if cashrows < cashloaded
        or cashinserted <> cashrows - cashloaded
        move "y"		to reconfailed
        move spaces		to reconrec
        move "  ** OUT OF BALANCE -- the cash history is shorter "
             & "than what was already loaded"
                                to reconrec
        write reconrec
     end-if.

     perform varying layInd from 1 by 1
             until layInd > layCount
         if layNoSource(layInd) = "y"
            move spaces		to reconrec
            string "note: ", function trim(layTable(layInd)), ".",
                   function trim(layDbField(layInd)),
                   " has no source (",
                   function trim(layOurField(layInd)),
                   ") and was left out"
                   into reconrec
            end-string
            write reconrec
         end-if
     end-perform.
     close reconfile.
*>
 0500-run-script.
*>
     move spaces		to stagecmd.
     string "./systemcall mysql --batch -e ",
            "'", '"', "source dbload.sql", '"', "' ",
            function trim(dbname)
            into stagecmd
     end-string.
     call "SYSTEM" using function trim(stagecmd)
                   returning stagestat
     end-call.
     if stagestat not = 0
        display "dbload: the mysql load failed (" stagestat
                ") -- nothing moves forward; the next run redoes it"
        move 8			to return-code
     else
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>loaded: the AR copy and the cash count become the new starting
*>>>point
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
        move "database/aropen.csv" to srcname
        move "dbloadaropen.prior" to dstname
        call "CBL_COPY_FILE" using srcname, dstname
                             returning copystat
        end-call
        open output controlfile
        move spaces		to controlrec
        move cashrows		to controlrec(1:8)
        write controlrec
        close controlfile
        move invscripted	to showcount
        display "dbload: loaded " function trim(showcount)
                " invoice(s), "
                arnew " new / " archanged " changed / "
                ardeleted " deleted AR item(s), "
                cashinserted " cash application(s) into "
                function trim(dbname)
     end-if.
*>
 0600-build-upsert.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one INSERT ... ON DUPLICATE KEY UPDATE per row, its columns the
*>>>layout's entries for the table that have a value in hand
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to colpart valpart updpart.
     move 1			to colptr valptr updptr.
     move zero			to sqlcolumns.
     perform varying layInd from 1 by 1
             until layInd > layCount
         if function trim(layTable(layInd)) = function trim(sqltable)
            move layOurField(layInd) to wantfield
            perform 0710-find-value
            if fvMatchInd = zero
               move "y"		to layNoSource(layInd)
            else
               move fvValue(fvMatchInd) to fieldvalue
               move zero	to picxcount
               inspect layPic(layInd) tallying picxcount
                       for all "X" "x"
               move spaces	to valuetype
               if picxcount > zero
                  move "x"	to valuetype
               end-if
               perform 0650-quote-value
               if sqlcolumns > zero
                  string "," into colpart with pointer colptr
                  end-string
                  string "," into valpart with pointer valptr
                  end-string
                  string "," into updpart with pointer updptr
                  end-string
               end-if
               add 1		to sqlcolumns
               string function trim(layDbField(layInd))
                      into colpart with pointer colptr
               end-string
               string function trim(sqlvalue)
                      into valpart with pointer valptr
               end-string
               string function trim(layDbField(layInd)), "=VALUES(",
                      function trim(layDbField(layInd)), ")"
                      into updpart with pointer updptr
               end-string
            end-if
         end-if
     end-perform.
     if sqlcolumns > zero
        move spaces		to sqlrec
        move 1			to sqlptr
        string "INSERT INTO ", function trim(sqltable), " (",
               colpart(1:colptr - 1), ") VALUES (",
               valpart(1:valptr - 1), ")"
               into sqlrec
               with pointer sqlptr
        end-string
        if function trim(sqltable) = "cash_applied"
           string ";" into sqlrec with pointer sqlptr
           end-string
        else
           string " ON DUPLICATE KEY UPDATE ",
                  updpart(1:updptr - 1), ";"
                  into sqlrec
                  with pointer sqlptr
           end-string
        end-if
        write sqlrec
     end-if.
*>
 0650-quote-value.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a PICTURE with an X is text: quoted, with embedded quotes and
*>>>backslashes doubled.  Anything else is a number -- a blank or
*>>>unreadable one goes in as NULL rather than a made-up zero
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to sqlvalue.
     if value-is-text
        move 1			to outsub
        string "'" into sqlvalue with pointer outsub
        end-string
        perform varying valsub from 1 by 1
                until valsub > function length(
                      function trim(fieldvalue trailing))
            if fieldvalue(valsub:1) = "'"
               or fieldvalue(valsub:1) = "\"
               move fieldvalue(valsub:1) to sqlvalue(outsub:1)
               add 1		to outsub
            end-if
            move fieldvalue(valsub:1) to sqlvalue(outsub:1)
            add 1		to outsub
        end-perform
        move "'"		to sqlvalue(outsub:1)
     else
        if fieldvalue = spaces
           or function test-numval(fieldvalue) <> 0
           move "NULL"		to sqlvalue
        else
           compute numwork = function numval(fieldvalue)
           move numwork		to shownum
           move function trim(shownum) to sqlvalue
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>no trailing fraction zeros -- 100001.0000 goes in as 100001
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
           move function length(function trim(sqlvalue)) to outsub
           perform until sqlvalue(outsub:1) <> "0"
               move space	to sqlvalue(outsub:1)
               subtract 1	from outsub
           end-perform
           if sqlvalue(outsub:1) = "."
              move space	to sqlvalue(outsub:1)
           end-if
        end-if
     end-if.
*>
 0700-add-value.
*>
     if fvCount < 40
        add 1			to fvCount
        move fieldname		to fvName(fvCount)
        move function trim(fieldvalue) to fvValue(fvCount)
     end-if.
*>
 0710-find-value.
*>
     move zero			to fvMatchInd.
     perform varying fvInd from 1 by 1
             until fvInd > fvCount
         if fvName(fvInd) = wantfield
            set fvMatchInd	to fvInd
         end-if
     end-perform.
*>
 0900-load-layout.
*>
     move zero			to layCount.
     open input layoutfile.
     read layoutfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if layCount < 200 and layoutrec <> spaces
            add 1		to layCount
            unstring layoutrec delimited by ","
                     into layTable(layCount),
                          layDbField(layCount),
                          layOurField(layCount),
                          layPic(layCount)
            end-unstring
         end-if
         read layoutfile
              at end move "y"	to eof
         end-read
     end-perform.
     close layoutfile.
     move spaces		to eof.
*>
 0910-load-customers.
*>
     move zero			to cmCount.
     open input custmasterfile.
     read custmasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if cmCount < 500
            add 1		to cmCount
            unstring custmasterrec delimited by ","
                     into cmCode(cmCount),
                          cmName(cmCount),
                          cmAddr1(cmCount),
                          cmCity(cmCount),
                          cmState(cmCount),
                          cmZip(cmCount)
            end-unstring
         end-if
         read custmasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close custmasterfile.
     move spaces		to eof.
*>
 0920-load-prior-aropen.
*>
     move zero			to prCount.
     open input priorfile.
     read priorfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if prCount < 5000 and priorrec <> spaces
            add 1		to prCount
            move priorrec	to prRec(prCount) aropenrec
            perform 0210-split-aropen
            move arkey		to prKey(prCount)
         end-if
         read priorfile
              at end move "y"	to eof
         end-read
     end-perform.
     close priorfile.
     move spaces		to eof.
*>
 0930-load-control.
*>
     move zero			to cashloaded.
     open input controlfile.
     read controlfile
          at end move "y"	to eof
     end-read.
     if not end-of-file and controlrec(1:8) is numeric
        move controlrec(1:8)	to cashloaded
     end-if.
     close controlfile.
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
            evaluate function trim(cfgname)
                when "custmode"
                     move function trim(cfgvalue) to custmodeval
                when "dbname"
                     move function trim(cfgvalue) to dbname
            end-evaluate
         end-if
         read odfconfigfile
              at end move "y"	to eof
         end-read
     end-perform.
     close odfconfigfile.
     move spaces		to eof.
