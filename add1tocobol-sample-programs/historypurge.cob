       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Retention purge of the live cumulative history files.
*>            closebatch keeps the dated archive directories in
*>            check, but the files every run appends to --
*>            cashappliedhistory.csv, pipelineaudit.log,
*>            distributionlog.txt, pipelinesteptimes.csv, the
*>            aropen and customers journal logs,
*>            database/salesordersclosed.csv and the cumulative
*>            invoiceindex.dat -- only ever grow, and every reader
*>            gets a little slower each month.
*>
*>            database/retentionpolicy.csv names each file with its
*>            retention in days, the column that dates a record, how
*>            the columns are delimited (comma, pipe, space, or
*>            index for invoiceindex.dat, dated by its run date) and
*>            the amount column the catalog hashes (zero for none):
*>
*>              cashappliedhistory.csv,1095,1,comma,7
*>
*>            A record older than its file's retention moves into
*>            today's dated archive directory (archive/yyyymmdd),
*>            under the file's own name; a line with no date in the
*>            dating column (distributionlog.txt's "attached" lines)
*>            goes with the dated line above it.  The archive copy
*>            is re-read, counted against what was moved, entered on
*>            archive/archivecatalog.csv and archive/archivelog.txt
*>            the way closebatch enters its copies, and only then is
*>            the live file rewritten as a .new and put in place
*>            through the shared swapfile subprogram -- a crash at
*>            any point leaves every expired record in the live file
*>            or in the archive, never in neither.  invoiceindex.dat
*>            is indexed, so its expired entries are archived as
*>            invoiceindex.csv (invoice,run date,raw row) and then
*>            deleted in place, the way custmerge walks it.
*>
*>            A file already purged today (its archive copy exists)
*>            is left for tomorrow.  The run refuses while any run
*>            lock is held, since a batch appending mid-rewrite
*>            would lose its lines.  historypurge.txt lists what
*>            moved; each file purged is logged through auditlog.
*>
*>            usage: historypurge [-report]
*>                   -report counts what would move, changes nothing
*>            return code 0 = done, 4 = a file could not be purged,
*>                        8 = a lock is held or there is no policy.
*>*********************************************************************
identification division.
program-id. historypurge.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional policyfile	assign to "database/retentionpolicy.csv"
                        organization is line sequential.
select optional splitlistfile	assign to "companysplit.lst"
                        organization is line sequential.
select optional livefile	assign to livename
                        organization is line sequential.
select newfile		assign to newname
                        organization is line sequential.
select optional archcopyfile	assign to dstname
                        organization is line sequential.
select optional archlogfile	assign to "archive/archivelog.txt"
                        organization is line sequential.
select optional catalogfile	assign to "archive/archivecatalog.csv"
                        organization is line sequential.
select invoiceidx	assign to "invoiceindex.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is idx-invoiceno
                        file status is idx-status.
select reportfile	assign to "historypurge.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd policyfile.
*>
01 policyrec		pic x(100).
*>
fd splitlistfile.
*>
01 splitlistrec		pic x(10).
*>
fd livefile.
*>
01 liverec		pic x(250).
*>
fd newfile.
*>
01 newrec		pic x(250).
*>
fd archcopyfile.
*>
01 archcopyrec		pic x(250).
*>
fd archlogfile.
*>
01 archlogrec		pic x(160).
*>
fd catalogfile.
*>
01 catalogrec		pic x(160).
*>
fd invoiceidx.
*>
01 idx-record.
    05  idx-invoiceno		pic 9(6).
    05  idx-rundate		pic x(8).
    05  idx-rawrec		pic x(200).
*>
fd reportfile.
*>
01 reportrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  cmdarg			pic x(20) value spaces.
 01  reportmode			pic x value spaces.
     88  report-only		      value "y".
 01  idx-status			pic xx value spaces.
     88  idx-ok			      value "00".
 01  closedate			pic x(8) value spaces.
 01  todaydays			pic s9(9) value zero.
 01  archdir			pic x(20) value spaces.
 01  filestat			pic s9(9) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>in-flight batch check, via the lock files runlock keeps
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  checkbuf			pic x(64) value spaces.
 01  checkstat			pic s9(9) value zero.
 01  lockheld			pic x value spaces.
     88  a-lock-is-held	      value "y".
 01  fileinfo.
     05  filesize		pic x(8) comp-x.
     05  filedate		pic x(7) comp-x.
     05  filetime		pic x(7) comp-x.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the retention policy, one line per live file
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  polCount			unsigned-int value zero.
 01  polList.
     05  polEntry	occurs 30 times
                        indexed by polInd.
         10  polFile		pic x(40) value spaces.
         10  polDays		pic 9(5) value zero.
         10  polDateCol		pic 99 value zero.
         10  polDelim		pic x(6) value spaces.
         10  polAmtCol		pic 99 value zero.
 01  rawfile			pic x(40) value spaces.
 01  rawdays			pic x(8) value spaces.
 01  rawdatecol			pic x(4) value spaces.
 01  rawdelim			pic x(8) value spaces.
 01  rawamtcol			pic x(4) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the file in hand
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  livename			pic x(60) value spaces.
 01  newname			pic x(64) value spaces.
 01  dstname			pic x(64) value spaces.
 01  basename			pic x(40) value spaces.
 01  slashpos			unsigned-int value zero.
 01  filestate			pic x value spaces.
     88  file-missing		      value "m".
     88  file-skipped		      value "s".
     88  file-failed		      value "f".
 01  recordsread		unsigned-int value zero.
 01  expiredcount		unsigned-int value zero.
 01  keptcount			unsigned-int value zero.
 01  cutoffdays			pic s9(9) value zero.
 01  lastexpired		pic x value spaces.
     88  last-was-expired	      value "y".
 01  colList.
     05  colText	occurs 20 times pic x(40) value spaces.
 01  colInd			unsigned-int value zero.
 01  datefield			pic x(40) value spaces.
 01  recdate			pic x(8) value spaces.
 01  recdays			pic s9(9) value zero.
 01  datefound			pic x value spaces.
     88  record-is-dated	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>catalog fields, from a read pass over the archive copy
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  counteof			pic x value spaces.
     88  count-end-of-file	      value "y".
 01  catrecords		pic 9(8) value zero.
 01  catbytes			pic 9(12) value zero.
 01  catamtcol			pic 99 value zero.
 01  catamthash		pic s9(14)v99 value zero.
 01  showcathash		pic -9(12).99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared swapfile subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  sw-newname			pic x(60) value spaces.
 01  sw-livename		pic x(60) value spaces.
 01  sw-prevname		pic x(60) value spaces.
 01  sw-status			pic 99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>invoiceindex.dat keys to delete once their archive copy is
*>>>cataloged; a purge bigger than the table takes the rest on
*>>>the next run
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  delCount			unsigned-int value zero.
 01  delList.
     05  delKey		occurs 5000 times
                        indexed by delInd pic 9(6).
 01  delfailed			unsigned-int value zero.
*>
 01  purgedfiles		unsigned-int value zero.
 01  failedfiles		unsigned-int value zero.
 01  totalexpired		unsigned-int value zero.
 01  showread			pic zzz,zzz,zz9 value zero.
 01  showexpired		pic zzz,zzz,zz9 value zero.
 01  showkept			pic zzz,zzz,zz9 value zero.
 01  showdays			pic zzzz9 value zero.
 01  showfiles			pic zz9 value zero.
 01  showfailed			pic zz9 value zero.
*>
 01  audit-program		pic x(20) value "historypurge".
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     move function current-date(1:8) to closedate.
     compute todaydays = function integer-of-date(
             function numval(closedate)).
     accept cmdarg		from argument-value.
     if cmdarg = "-report"
        move "y"		to reportmode
     else if cmdarg <> spaces
        display "usage: historypurge [-report]"
        stop run giving 1
     end-if
     end-if.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a batch appending to a history file while it is rewritten
*>>>would lose its lines -- refuse while any run lock is held,
*>>>including the per-company writeinvoice.<cc>.lock names of a
*>>>company-scoped run and the masters lock those runs serialize
*>>>through
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to lockheld.
     move "writeinvoice.lock"	to checkbuf.
     perform 0050-check-one-lock.
     move "invoicepipeline.lock" to checkbuf.
     perform 0050-check-one-lock.
     move "writeinvoice.masters.lock" to checkbuf.
     perform 0050-check-one-lock.
     perform 0060-check-company-locks.
     if a-lock-is-held and not report-only
        display "historypurge: a batch is in flight -- nothing was "
                "purged"
        stop run giving 8
     end-if.

     perform 0100-load-policy.
     if polCount = zero
        display "historypurge: no retention policy on "
                "database/retentionpolicy.csv -- nothing purged"
        stop run giving 8
     end-if.

     move spaces		to archdir.
     string "archive/", closedate into archdir
     end-string.
     if not report-only
        call "CBL_CREATE_DIR" using "archive"
                              returning filestat
        end-call
        call "CBL_CREATE_DIR" using function trim(archdir)
                              returning filestat
        end-call
     end-if.

     open output reportfile.
     move spaces		to reportrec.
     if report-only
        string "History purge (report only, nothing moved) -- ",
               closedate
               delimited by size into reportrec
        end-string
     else
        string "History purge -- ", closedate, " -- expired "
               "records to ", function trim(archdir)
               delimited by size into reportrec
        end-string
     end-if.
     write reportrec.
     move all "="		to reportrec(1:78).
     write reportrec.
     move spaces		to reportrec.
     move "file"		to reportrec(1:4).
     move "days"		to reportrec(36:4).
     move "read"		to reportrec(49:4).
     move "expired"		to reportrec(59:7).
     move "kept"		to reportrec(74:4).
     write reportrec.

     perform varying polInd from 1 by 1
             until polInd > polCount
         move spaces		to filestate
         move zero		to recordsread expiredcount keptcount
         compute cutoffdays = todaydays - polDays(polInd)
         move polFile(polInd)	to livename
         perform 0150-name-archive-copy
         if polDelim(polInd) = "index"
            perform 0400-purge-index
         else
            perform 0200-purge-one-file
         end-if
         perform 0800-report-file
     end-perform.

     move all "="		to reportrec(1:78).
     write reportrec.
     move totalexpired		to showexpired.
     move purgedfiles		to showfiles.
     move failedfiles		to showfailed.
     move spaces		to reportrec.
     string function trim(showexpired), " record(s) expired from ",
            function trim(showfiles), " file(s); ",
            function trim(showfailed),
            " file(s) could not be purged"
            delimited by size into reportrec
     end-string.
     write reportrec.
     close reportfile.

     if report-only
        display "historypurge: report only -- "
                function trim(showexpired) " record(s) would move "
                "from " function trim(showfiles) " file(s); see "
                "historypurge.txt"
     else
        display "historypurge: " function trim(showexpired)
                " expired record(s) from " function trim(showfiles)
                " file(s) -- see historypurge.txt"
     end-if.
     if failedfiles > zero
        display "historypurge: " function trim(showfailed)
                " file(s) could not "
                "be purged and were left as they were"
        move 4			to return-code
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
        display "historypurge: " function trim(checkbuf)
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
 0100-load-policy.
*>
     move zero			to polCount.
     open input policyfile.
     read policyfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawfile rawdays rawdatecol rawdelim
                                   rawamtcol
         unstring policyrec delimited by ","
                  into rawfile, rawdays, rawdatecol, rawdelim,
                       rawamtcol
         end-unstring
         evaluate true
             when policyrec = spaces
                  continue
             when function trim(rawdays) is not numeric
               or function trim(rawdatecol) is not numeric
                  display "historypurge: policy line skipped, "
                          "retention days and date column must be "
                          "numbers -- " function trim(policyrec)
             when rawdelim <> "comma" and rawdelim <> "pipe"
              and rawdelim <> "space" and rawdelim <> "index"
                  display "historypurge: policy line skipped, "
                          "delimiter must be comma, pipe, space or "
                          "index -- " function trim(policyrec)
             when polCount < 30
                  add 1		to polCount
                  move rawfile	to polFile(polCount)
                  move function numval(rawdays)
                                to polDays(polCount)
                  move function numval(rawdatecol)
                                to polDateCol(polCount)
                  move rawdelim	to polDelim(polCount)
                  move zero	to polAmtCol(polCount)
                  if function trim(rawamtcol) is numeric
                     move function numval(rawamtcol)
                                to polAmtCol(polCount)
                  end-if
         end-evaluate
         read policyfile
              at end move "y"	to eof
         end-read
     end-perform.
     close policyfile.
     move spaces		to eof.
*>
 0150-name-archive-copy.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the archive copy goes under the file's own base name, as
*>>>closebatch files its copies; the index's copy is a CSV
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to basename.
     move zero			to slashpos.
     inspect livename tallying slashpos
             for characters before initial "/".
     if slashpos < function length(function trim(livename))
        move livename(slashpos + 2:) to basename
     else
        move livename		to basename
     end-if.
     if polDelim(polInd) = "index"
        move "invoiceindex.csv"	to basename
     end-if.
     move spaces		to dstname newname.
     string function trim(archdir), "/", function trim(basename)
            into dstname
     end-string.
     string function trim(livename), ".new" into newname
     end-string.
*>
 0200-purge-one-file.
*>
     move spaces		to checkbuf.
     move livename		to checkbuf.
     call "CBL_CHECK_FILE_EXIST" using checkbuf, fileinfo
                                 returning checkstat
     end-call.
     if checkstat <> 0
        move "m"		to filestate
     else
        move spaces		to checkbuf
        move dstname		to checkbuf
        call "CBL_CHECK_FILE_EXIST" using checkbuf, fileinfo
                                    returning checkstat
        end-call
        if checkstat = 0 and not report-only
           move "s"		to filestate
           display "historypurge: " function trim(dstname)
                   " already exists -- " function trim(livename)
                   " was purged today and is left for tomorrow"
        else
           perform 0210-split-live-file
           if expiredcount > zero and not report-only
              perform 0250-catalog-archive-copy
              if not file-failed
                 perform 0270-swap-live-file
              end-if
           else
              if not report-only
                 call "CBL_DELETE_FILE" using dstname
                                        returning filestat
                 end-call
                 call "CBL_DELETE_FILE" using newname
                                        returning filestat
                 end-call
              end-if
           end-if
        end-if
     end-if.
*>
 0210-split-live-file.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one pass: expired records to the archive copy, the rest to
*>>>the .new.  The live file itself is only read here
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to lastexpired.
     open input livefile.
     if not report-only
        open output archcopyfile
        open output newfile
     end-if.
     read livefile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         add 1			to recordsread
         perform 0220-date-of-record
         if record-is-dated
            if recdays < cutoffdays
               move "y"		to lastexpired
            else
               move spaces	to lastexpired
            end-if
         end-if
         if last-was-expired
            add 1		to expiredcount
            if not report-only
               move liverec	to archcopyrec
               write archcopyrec
            end-if
         else
            add 1		to keptcount
            if not report-only
               move liverec	to newrec
               write newrec
            end-if
         end-if
         read livefile
              at end move "y"	to eof
         end-read
     end-perform.
     close livefile.
     if not report-only
        close archcopyfile
        close newfile
     end-if.
     move spaces		to eof.
*>
 0220-date-of-record.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the dating column as yyyymmdd or yyyy-mm-dd; anything else
*>>>leaves the record undated and it follows the line above
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform varying colInd from 1 by 1
             until colInd > 20
         move spaces		to colText(colInd)
     end-perform.
     evaluate polDelim(polInd)
         when "comma"
              unstring liverec delimited by ","
                       into colText(1), colText(2), colText(3),
                            colText(4), colText(5), colText(6),
                            colText(7), colText(8), colText(9),
                            colText(10), colText(11), colText(12),
                            colText(13), colText(14), colText(15),
                            colText(16), colText(17), colText(18),
                            colText(19), colText(20)
              end-unstring
         when "pipe"
              unstring liverec delimited by "|"
                       into colText(1), colText(2), colText(3),
                            colText(4), colText(5), colText(6),
                            colText(7), colText(8), colText(9),
                            colText(10), colText(11), colText(12),
                            colText(13), colText(14), colText(15),
                            colText(16), colText(17), colText(18),
                            colText(19), colText(20)
              end-unstring
         when "space"
              unstring liverec delimited by all space
                       into colText(1), colText(2), colText(3),
                            colText(4), colText(5), colText(6),
                            colText(7), colText(8), colText(9),
                            colText(10), colText(11), colText(12),
                            colText(13), colText(14), colText(15),
                            colText(16), colText(17), colText(18),
                            colText(19), colText(20)
              end-unstring
     end-evaluate.
     move spaces		to datefield.
     if polDateCol(polInd) >= 1 and polDateCol(polInd) <= 20
        move function trim(colText(polDateCol(polInd)))
                                to datefield
     end-if.
     perform 0230-check-date.
*>
 0230-check-date.
*>
     move spaces		to datefound recdate.
     inspect datefield replacing all '"' by " ".
     move function trim(datefield) to datefield.
     if datefield(5:1) = "-" and datefield(8:1) = "-"
        string datefield(1:4), datefield(6:2), datefield(9:2)
               delimited by size into recdate
        end-string
     else
        move datefield(1:8)	to recdate
     end-if.
     if recdate is numeric
        and recdate(1:4) > "1900"
        and recdate(5:2) >= "01" and recdate(5:2) <= "12"
        and recdate(7:2) >= "01" and recdate(7:2) <= "31"
        move "y"		to datefound
        compute recdays = function integer-of-date(
                function numval(recdate))
     end-if.
*>
 0250-catalog-archive-copy.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the archive copy is re-read and must hold exactly what was
*>>>moved before the live file is touched; it is then cataloged
*>>>and logged for closebatch's archive retention like any other
*>>>archived copy
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move polAmtCol(polInd)	to catamtcol.
     move zero			to catrecords catamthash.
     open input archcopyfile.
     read archcopyfile
          at end move "y"	to counteof
     end-read.
     perform until count-end-of-file
         add 1			to catrecords
         if catamtcol > zero
            perform 0255-hash-amount-column
         end-if
         read archcopyfile
              at end move "y"	to counteof
         end-read
     end-perform.
     close archcopyfile.
     move spaces		to counteof.

     if catrecords <> expiredcount
        move "f"		to filestate
        display "historypurge: " function trim(dstname) " holds "
                catrecords " record(s), " expiredcount
                " were moved -- " function trim(livename)
                " left as it was"
        call "CBL_DELETE_FILE" using newname
                               returning filestat
        end-call
        call "CBL_DELETE_FILE" using dstname
                               returning filestat
        end-call
     else
        move spaces		to checkbuf
        move dstname		to checkbuf
        call "CBL_CHECK_FILE_EXIST" using checkbuf, fileinfo
                                    returning filestat
        end-call
        if filestat = 0
           move filesize	to catbytes
        else
           move zero		to catbytes
        end-if
        move catamthash		to showcathash
        open extend catalogfile
        move spaces		to catalogrec
        string closedate, ",",
               function trim(basename), ",",
               function trim(dstname), ",",
               catrecords, ",",
               catbytes, ",",
               catamtcol, ",",
               showcathash, ","
               into catalogrec
        end-string
        write catalogrec
        close catalogfile
        open extend archlogfile
        move spaces		to archlogrec
        string closedate, "|", function trim(dstname)
               into archlogrec
        end-string
        write archlogrec
        close archlogfile
     end-if.
*>
 0255-hash-amount-column.
*>
     perform varying colInd from 1 by 1
             until colInd > 20
         move spaces		to colText(colInd)
     end-perform.
     move archcopyrec		to liverec.
     inspect liverec replacing all '"' by " ".
     unstring liverec delimited by ","
              into colText(1), colText(2), colText(3), colText(4),
                   colText(5), colText(6), colText(7), colText(8),
                   colText(9), colText(10), colText(11),
                   colText(12), colText(13), colText(14),
                   colText(15), colText(16), colText(17),
                   colText(18), colText(19), colText(20)
     end-unstring.
     if catamtcol <= 20
        and colText(catamtcol) <> spaces
        and function test-numval(colText(catamtcol)) = 0
        add function numval(colText(catamtcol))
            to catamthash
     end-if.
*>
 0270-swap-live-file.
*>
     move spaces		to sw-newname sw-livename sw-prevname.
     move newname		to sw-newname.
     move livename		to sw-livename.
     string function trim(livename), ".prev" into sw-prevname
     end-string.
     call "swapfile" using sw-newname, sw-livename,
                           sw-prevname, sw-status
     end-call.
     if sw-status <> zero
        move "f"		to filestate
        display "historypurge: " function trim(livename)
                " could not be swapped -- its expired records are "
                "also on " function trim(dstname)
                "; run filerecover before the next purge"
     else
        add 1			to purgedfiles
        move "HISTORY-PURGE"	to audit-reason
        move livename		to audit-key
        move expiredcount	to showexpired
        move polDays(polInd)	to showdays
        move spaces		to audit-data
        string function trim(showexpired),
               " record(s) older than ", function trim(showdays),
               " days moved to ", function trim(dstname)
               into audit-data
        end-string
        call "auditlog" using audit-program, audit-reason,
                              audit-key, audit-data
        end-call
     end-if.
*>
 0400-purge-index.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>invoiceindex.dat is walked in place: expired entries are
*>>>written to the archive copy and their keys kept, and only
*>>>after the copy is verified and cataloged are they deleted
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to delCount delfailed.
     move spaces		to checkbuf.
     move dstname		to checkbuf.
     call "CBL_CHECK_FILE_EXIST" using checkbuf, fileinfo
                                 returning checkstat
     end-call.
     if checkstat = 0 and not report-only
        move "s"		to filestate
        display "historypurge: " function trim(dstname)
                " already exists -- invoiceindex.dat was purged "
                "today and is left for tomorrow"
     else
        open input invoiceidx
        if not idx-ok
           move "m"		to filestate
        else
           if not report-only
              open output archcopyfile
           end-if
           perform until end-of-file
               read invoiceidx next
                    at end move "y"	to eof
                    not at end
                        perform 0410-sort-index-entry
               end-read
           end-perform
           move spaces		to eof
           close invoiceidx
           if not report-only
              close archcopyfile
              if expiredcount > zero
                 perform 0250-catalog-archive-copy
                 if not file-failed
                    perform 0420-delete-index-entries
                 end-if
              else
                 call "CBL_DELETE_FILE" using dstname
                                        returning filestat
                 end-call
              end-if
           end-if
        end-if
     end-if.
*>
 0410-sort-index-entry.
*>
     add 1			to recordsread.
     move idx-rundate		to datefield.
     perform 0230-check-date.
     if record-is-dated and recdays < cutoffdays
        and delCount < 5000
        add 1			to expiredcount
        add 1			to delCount
        move idx-invoiceno	to delKey(delCount)
        if not report-only
           move spaces		to archcopyrec
           string idx-invoiceno, ",", idx-rundate, ",",
                  function trim(idx-rawrec)
                  delimited by size into archcopyrec
           end-string
           write archcopyrec
        end-if
     else
        add 1			to keptcount
     end-if.
*>
 0420-delete-index-entries.
*>
     open i-o invoiceidx.
     if not idx-ok
        move "f"		to filestate
        display "historypurge: invoiceindex.dat not available for "
                "update (status " idx-status ") -- its expired "
                "entries are on " function trim(dstname)
                " and stay on the index"
     else
        perform varying delInd from 1 by 1
                until delInd > delCount
            move delKey(delInd)	to idx-invoiceno
            delete invoiceidx
                invalid key
                   add 1	to delfailed
            end-delete
        end-perform
        close invoiceidx
        if delfailed > zero
           display "historypurge: " delfailed " invoiceindex.dat "
                   "entr(ies) could not be deleted"
        end-if
        add 1			to purgedfiles
        move "HISTORY-PURGE"	to audit-reason
        move "invoiceindex.dat"	to audit-key
        move expiredcount	to showexpired
        move polDays(polInd)	to showdays
        move spaces		to audit-data
        string function trim(showexpired),
               " entr(ies) older than ", function trim(showdays),
               " days moved to ", function trim(dstname)
               into audit-data
        end-string
        call "auditlog" using audit-program, audit-reason,
                              audit-key, audit-data
        end-call
     end-if.
*>
 0800-report-file.
*>
     move spaces		to reportrec.
     move livename		to reportrec(1:34).
     move polDays(polInd)	to showdays.
     move showdays		to reportrec(36:5).
     evaluate true
         when file-missing
              move "not present"	to reportrec(42:)
         when file-skipped
              move "already purged today" to reportrec(42:)
         when other
              move recordsread	to showread
              move expiredcount	to showexpired
              move keptcount	to showkept
              move showread	to reportrec(42:11)
              move showexpired	to reportrec(55:11)
              move showkept	to reportrec(67:11)
              if file-failed
                 move "  NOT PURGED" to reportrec(78:)
              else
                 add expiredcount	to totalexpired
                 if report-only and expiredcount > zero
                    add 1	to purgedfiles
                 end-if
              end-if
     end-evaluate.
     write reportrec.
     if file-failed
        add 1			to failedfiles
     end-if.

end program historypurge.
