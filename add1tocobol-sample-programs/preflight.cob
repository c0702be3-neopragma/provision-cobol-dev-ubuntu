*>              file that moved overnight outside a recorded capture
*>              is reported and refuses the run.  eodcapture -verify
*>              gives the full record-count and amount-hash view
*>15-Oct-2026 - every program's .cfg file is now validated by
*>              cfgcheck (unknown keys, bad values and ranges,
*>              company-suffixed overrides, template paths that do
*>              not exist); any problem it finds is a preflight
*>              problem and refuses the run -- cfgcheck.txt has the
*>              line-by-line detail
*>15-Oct-2026 - the indexed open-item file database/aropen.dat must be
*>              on disk (aropenconv -load builds it from the old
*>              aropen.csv); missing, it refuses the run.  A standing
*>              aropen.csv.new is still refused, as a torn export
*>*********************************************************************
identification division.
program-id. preflight.
*>
 01  gplotprobe		pic x(40) value "gnuplot -V".
 01  gplotstat			pic s9(9) value zero.
 01  cfgcheckcmd		pic x(40) value "./cfgcheck".
 01  cfgcheckstat		pic s9(9) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the end-of-day control ledger, for the changed-overnight check
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "r"			to checkkind.
     perform 0100-check-one-file.

     move "database/aropen.dat"	to checkbuf.
     move "open-item file (aropenconv -load)" to checkdesc.
     move spaces		to checkkind.
     perform 0100-check-one-file.

*>>>aropen.csv is now only the export aropenconv writes from
*>>>aropen.dat, but the programs still reading it must not see a
*>>>torn one
     move "database/aropen.csv.new" to checkbuf.
     perform 0150-check-torn-file.
     move "database/customers.csv.new" to checkbuf.
     perform 0150-check-torn-file.

     perform 0200-check-gnuplot.
     perform 0250-check-config.

     if problemcount > 0
        move problemcount	to showproblems
        display "preflight: MISSING -- gnuplot is not on the path; "
                "the charting steps will be skipped or fail"
     end-if.
*>
 0250-check-config.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a misspelt key or a value that will not convert is skipped
*>>>silently by the program that reads it; cfgcheck knows every
*>>>cfg file's legal keys and ranges.  Its warnings (a key set
*>>>twice) do not stop the run, its problems do
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     call "SYSTEM" using cfgcheckcmd
                   returning cfgcheckstat
     end-call.
     if cfgcheckstat >= 256
        divide 256		into cfgcheckstat
     end-if.
     if cfgcheckstat = 8
        add 1			to problemcount
        display "preflight: CONFIG -- a cfg file has unknown keys "
                "or bad values; see cfgcheck.txt"
     else if cfgcheckstat not = 0 and cfgcheckstat not = 4
        add 1			to problemcount
        display "preflight: MISSING -- cfgcheck could not be run"
     end-if
     end-if.
*>
 0950-load-control-ledger.
*>
