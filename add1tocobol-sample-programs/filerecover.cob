*>            means a swap never finished; this utility reports the
*>            torn state, and with -repair restores the live file
*>            from the retained .prev generation and clears the
*>            .new, so the customer journal (customers_journal.log)
*>            can be replayed by hand against a known-good base.
*>            preflight refuses to green-light the pipeline while a
*>            .new is standing.
*>
*>            database/aropen.csv is now only the nightly export
*>            aropenconv -export writes from the indexed open-item
*>            file; repairing it restores the export and nothing
*>            else, and the next aropenconv -export brings it up to
*>            date.  The live open items are in database/aropen.dat,
*>            which is updated in place and never swapped, so there
*>            is no .new or .prev of it to find here.  If aropen.dat
*>            is lost or damaged, rebuild it by hand:
*>              1. aropenconv -load -force from the last good export
*>                 (aropen.csv, or aropen.csv.prev if the latest
*>                 export is itself suspect);
*>              2. replay the aropen_journal.log entries dated after
*>                 that export -- the cash applied and the returned
*>                 payments since -- against the rebuilt file;
*>              3. re-post any invoices billed since that export
*>                 from the invoice register.
*>
*>            usage: filerecover            report only
*>                   filerecover -repair    restore from .prev
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - the open items moved to the indexed database/aropen.dat
*>              (aropenconv); database/aropen.csv stays in the swap
*>              set as the nightly export only, and the header now
*>              gives the rebuild-and-replay path for aropen.dat
*>*********************************************************************
identification division.
program-id. filerecover.
environment division.
 01  repairmode			pic x value spaces.
     88  repair-mode-on	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the swapped files and their companion names -- the customer
*>>>master, and the open-item export aropenconv writes from
*>>>database/aropen.dat (the live open items are updated in place
*>>>and have no .new or .prev)
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  swapset1.
     05  filler	pic x(60) value "database/aropen.csv".
