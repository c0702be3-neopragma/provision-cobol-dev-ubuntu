       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Conversion and export for the indexed open-item file.
*>            The open items used to live in database/aropen.csv,
*>            which every program that changed one item loaded whole
*>            and wrote back whole.  They now live in
*>            database/aropen.dat, keyed by invoice number and
*>            installment sequence (zero for an invoice with no
*>            installments -- the row's ninth column), with an
*>            alternate key, duplicates allowed, on the customer
*>            name as billed (the row's second column); each record
*>            carries the CSV row itself, the way invoiceindex.dat
*>            does, so every column survives as it was written.
*>
*>            -load builds aropen.dat from database/aropen.csv, once,
*>            at the changeover (or again to rebuild it from an
*>            export).  It refuses while any run lock is held, and
*>            refuses to overlay an aropen.dat that already holds
*>            items unless -force is given.  A row whose invoice
*>            number is not a number, or whose key is already
*>            loaded, is listed on aropenconv.txt and not loaded.
*>            With no aropen.csv an empty aropen.dat is created.
*>
*>            -export writes aropen.dat back out as
*>            database/aropen.csv, in invoice order, for the
*>            programs and spreadsheets that still read the CSV;
*>            it is written as aropen.csv.new and put in place
*>            through the shared swapfile subprogram with the prior
*>            generation kept as aropen.csv.prev.  jobsched runs it
*>            daily.
*>
*>            usage: aropenconv -load [-force]
*>                   aropenconv -export
*>            return code 0 = done, 4 = rows not loaded,
*>                        8 = refused, or the file would not open
*>                            or swap.
*>*********************************************************************
identification division.
program-id. aropenconv.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional aropenfile	assign to "database/aropen.csv"
                        organization is line sequential.
select aropennewfile	assign to "database/aropen.csv.new"
                        organization is line sequential.
select aropenidx	assign to "database/aropen.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is ao-key
                        alternate record key is ao-customer
                            with duplicates
                        file status is ao-status.
select optional splitlistfile	assign to "companysplit.lst"
                        organization is line sequential.
select reportfile	assign to "aropenconv.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd aropenfile.
*>
01 aropenrec		pic x(120).
*>
fd aropennewfile.
*>
01 aropennewrec		pic x(120).
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
fd splitlistfile.
*>
01 splitlistrec		pic x(10).
*>
fd reportfile.
*>
01 reportrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
 01  cmdarg			pic x(20) value spaces.
 01  cmdarg2			pic x(20) value spaces.
 01  runmode			pic x value spaces.
     88  load-mode		      value "l".
     88  export-mode		      value "e".
 01  forcemode			pic x value spaces.
     88  force-requested	      value "y".
 01  todaydate			pic x(8) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>in-flight batch check, via the lock files runlock keeps, and
*>>>the existing aropen.dat's size
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  checkbuf			pic x(34) value spaces.
 01  checkstat			pic s9(9) value zero.
 01  lockheld			pic x value spaces.
     88  a-lock-is-held	      value "y".
 01  fileinfo.
     05  filesize		pic x(8) comp-x.
     05  filedate		pic x(7) comp-x.
     05  filetime		pic x(7) comp-x.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the aropen.csv key columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ar-invoiceno		pic x(12) value spaces.
 01  ar-customer		pic x(28) value spaces.
 01  ar-skip			pic x(12) value spaces.
 01  ar-seq			pic x(6) value spaces.
*>
 01  rowsread			unsigned-int value zero.
 01  rowsloaded		unsigned-int value zero.
 01  rowsrejected		unsigned-int value zero.
 01  rowsexported		unsigned-int value zero.
 01  showcount			pic zzz,zz9 value zero.
 01  showread			pic zzz,zz9 value zero.
 01  showrejected		pic zzz,zz9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared swapfile subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  sw-newname			pic x(60) value spaces.
 01  sw-livename		pic x(60) value spaces.
 01  sw-prevname		pic x(60) value spaces.
 01  sw-status			pic 99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared auditlog subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  audit-program		pic x(20) value "aropenconv".
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     move function current-date(1:8) to todaydate.
     accept cmdarg		from argument-value.
     accept cmdarg2		from argument-value.
     if cmdarg = "-load"
        move "l"		to runmode
        if cmdarg2 = "-force"
           move "y"		to forcemode
        else if cmdarg2 <> spaces
           move spaces		to runmode
        end-if
        end-if
     else if cmdarg = "-export" and cmdarg2 = spaces
        move "e"		to runmode
     end-if
     end-if.
     if runmode = spaces
        display "usage: aropenconv -load [-force]"
        display "       aropenconv -export"
        stop run giving 1
     end-if.

     if load-mode
        perform 0100-load
     else
        perform 0500-export
     end-if.

     goback.
*>
 0050-check-one-lock.
*>
     call "CBL_CHECK_FILE_EXIST" using checkbuf, fileinfo
                                 returning checkstat
     end-call.
     if checkstat = 0
        move "y"		to lockheld
        display "aropenconv: " function trim(checkbuf)
                " is held"
     end-if.
     move spaces		to checkbuf.
*>
 0060-check-company-locks.
*>
     open input splitlistfile.
     read splitlistfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if splitlistrec <> spaces
            move spaces		to checkbuf
            string "writeinvoice.",
                   function trim(splitlistrec), ".lock"
                   into checkbuf
            end-string
            perform 0050-check-one-lock
         end-if
         read splitlistfile
              at end move "y"	to eof
         end-read
     end-perform.
     close splitlistfile.
     move spaces		to eof.
*>
 0100-load.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a load under a running batch would lose whatever the batch
*>>>posts -- refuse while any run lock is held, including the
*>>>per-company writeinvoice.<cc>.lock names of a company-scoped
*>>>run and the masters lock those runs serialize through
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to lockheld.
     move "writeinvoice.lock"	to checkbuf.
     perform 0050-check-one-lock.
     move "invoicepipeline.lock" to checkbuf.
     perform 0050-check-one-lock.
     move "writeinvoice.masters.lock" to checkbuf.
     perform 0050-check-one-lock.
     perform 0060-check-company-locks.
     if a-lock-is-held
        display "aropenconv: a batch is in flight -- nothing was "
                "loaded"
        stop run giving 8
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an aropen.dat already holding items is the live open-item
*>>>file -- overlaying it from an older CSV would undo every
*>>>payment since, so that takes -force
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if not force-requested
        open input aropenidx
        if ao-status = "00"
           read aropenidx next record
                at end move "y"	to eof
           end-read
           close aropenidx
           if not end-of-file
              display "aropenconv: database/aropen.dat already holds "
                      "open items -- rerun with -force to rebuild it "
                      "from database/aropen.csv"
              stop run giving 8
           end-if
           move spaces		to eof
        end-if
     end-if.

     open output aropenidx.
     if ao-status <> "00"
        display "aropenconv: database/aropen.dat will not open "
                "(status " ao-status ") -- nothing was loaded"
        stop run giving 8
     end-if.
     open output reportfile.
     move spaces		to reportrec.
     string "Open-item load, database/aropen.csv to "
            "database/aropen.dat -- ", todaydate
            delimited by size into reportrec
     end-string.
     write reportrec.
     move all "-"		to reportrec(1:78).
     write reportrec.

     open input aropenfile.
     read aropenfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if aropenrec <> spaces
            add 1		to rowsread
            perform 0150-load-one-row
         end-if
         read aropenfile
              at end move "y"	to eof
         end-read
     end-perform.
     close aropenfile.
     move spaces		to eof.
     close aropenidx.

     move all "-"		to reportrec(1:78).
     write reportrec.
     move rowsread		to showread.
     move rowsloaded		to showcount.
     move rowsrejected		to showrejected.
     move spaces		to reportrec.
     string showread, " row(s) read, ", showcount, " loaded, ",
            showrejected, " not loaded"
            delimited by size into reportrec
     end-string.
     write reportrec.
     close reportfile.

     move "AROPEN-LOAD"		to audit-reason.
     move "database/aropen.dat"	to audit-key.
     move spaces		to audit-data.
     string function trim(showcount), " open item(s) loaded from ",
            "database/aropen.csv, ", function trim(showrejected),
            " not loaded"
            delimited by size into audit-data
     end-string.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.

     display "aropenconv: " showcount " open item(s) loaded to "
             "database/aropen.dat -- see aropenconv.txt".
     if rowsrejected > zero
        move 4			to return-code
     end-if.
*>
 0150-load-one-row.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the invoice number and the ninth column's installment sequence
*>>>make the key; the customer column is the alternate key
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to ar-invoiceno ar-customer ar-seq.
     unstring aropenrec delimited by ","
              into ar-invoiceno, ar-customer, ar-skip, ar-skip,
                   ar-skip, ar-skip, ar-skip, ar-skip, ar-seq
     end-unstring.
     if function trim(ar-invoiceno) is not numeric
        or function length(function trim(ar-invoiceno)) > 10
        or (ar-seq <> spaces
            and function trim(ar-seq) is not numeric)
        or function length(function trim(ar-seq)) > 4
        add 1			to rowsrejected
        move spaces		to reportrec
        string "NOT LOADED  bad invoice or sequence: ",
               function trim(aropenrec)
               delimited by size into reportrec
        end-string
        write reportrec
     else
        move zero		to ao-key
        compute ao-invoiceno = function numval(ar-invoiceno)
        if ar-seq <> spaces
           compute ao-seq = function numval(ar-seq)
        end-if
        move function trim(ar-customer) to ao-customer
        move aropenrec		to ao-rawrec
        write ao-record
            invalid key
               add 1		to rowsrejected
               move spaces	to reportrec
               string "NOT LOADED  key already loaded (status ",
                      ao-status, "): ", function trim(aropenrec)
                      delimited by size into reportrec
               end-string
               write reportrec
               end-write
            not invalid key
               add 1		to rowsloaded
        end-write
     end-if.
*>
 0500-export.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>every open item in key order, row for row as it is held, as
*>>>aropen.csv.new -- then verified and swapped in through the
*>>>shared swapfile subprogram so a reader never sees half a file
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open input aropenidx.
     if ao-status <> "00"
        display "aropenconv: database/aropen.dat will not open "
                "(status " ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
     open output aropennewfile.
     read aropenidx next record
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move ao-rawrec		to aropennewrec
         write aropennewrec
         add 1			to rowsexported
         read aropenidx next record
              at end move "y"	to eof
         end-read
     end-perform.
     close aropennewfile.
     close aropenidx.
     move spaces		to eof.

     move "database/aropen.csv.new"	to sw-newname.
     move "database/aropen.csv"	to sw-livename.
     move "database/aropen.csv.prev"	to sw-prevname.
     call "swapfile" using sw-newname, sw-livename,
                           sw-prevname, sw-status
     end-call.
     move rowsexported		to showcount.
     if sw-status <> zero
        display "aropenconv: the aropen.csv swap failed -- run "
                "filerecover before the next batch"
        move 8			to return-code
     else
        display "aropenconv: " showcount " open item(s) exported to "
                "database/aropen.csv"
     end-if.
