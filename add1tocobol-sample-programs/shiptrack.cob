       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Carrier tracking numbers and proof of delivery.  Keeps
*>            database/tracking.csv -- one row per shipment (invoice
*>            number, carrier, tracking number, source K keyed or E
*>            carrier export, date captured, date delivered, signed
*>            by) -- so "we never got it" is answered with the
*>            carrier's own record instead of a ship method code.
*>            writeinvoice prints the tracking number on the invoice
*>            form and spool and carries it in the 810; custinquiry
*>            and statements show the delivery proof against each
*>            open item.
*>
*>              -k  keyed at pack time: invoice, carrier, tracking
*>                  number.  Keying an invoice again replaces its
*>                  tracking number and clears any delivery stamp.
*>              -e  a carrier export file (default carriertracking.csv)
*>                  of invoice number, tracking number and optionally
*>                  carrier, matched on invoice number; rows without
*>                  a carrier take the one named on the command line.
*>              -p  the nightly carrier proof-of-delivery file
*>                  (default carrierpod.csv) of tracking number,
*>                  delivered date (yyyymmdd or yyyy-mm-dd) and
*>                  signer, matched on tracking number, stamping the
*>                  delivered date and signer.
*>
*>            Every run is logged through auditlog.  A row that
*>            cannot be matched or read is listed and gives return
*>            code 4.
*>
*>            usage: shiptrack -k <invoice#> <carrier> <tracking#>
*>                   shiptrack -e [<export-file>] [<carrier>]
*>                   shiptrack -p [<pod-file>]
*>*********************************************************************
identification division.
program-id. shiptrack.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional trackingfile	assign to "database/tracking.csv"
                        organization is line sequential.
select optional carrierfile	assign to carrierfilepath
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd trackingfile.
*>
01 trackingrec		pic x(120).
*>
fd carrierfile.
*>
01 carrierrec		pic x(120).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  argv			pic x(40) value spaces.
 01  runmode			pic x value spaces.
     88  key-at-pack		      value "k".
     88  import-export		      value "e".
     88  import-pod		      value "p".
 01  arginvoice		pic x(10) value spaces.
 01  argcarrier		pic x(8) value spaces.
 01  argtracking		pic x(30) value spaces.
 01  carrierfilepath		pic x(80) value spaces.
 01  todaydate			pic x(8) value spaces.
 01  todayiso			pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the tracking file, rewritten whole at the end of the run
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  trkCount			unsigned-int value zero.
 01  trkList.
     05  trkEntry	occurs 2000 times
                        indexed by trkInd.
         10  trkInvoice	pic x(6) value spaces.
         10  trkCarrier	pic x(8) value spaces.
         10  trkNumber		pic x(30) value spaces.
         10  trkSource		pic x value spaces.
         10  trkCaptured	pic x(10) value spaces.
         10  trkDelivered	pic x(10) value spaces.
         10  trkSigner		pic x(20) value spaces.
 01  trkMatchInd		unsigned-int value zero.
 01  rawtrkinvoice		pic x(10) value spaces.
 01  invoicework		pic 9(6) value zero.
 01  invoicekey		pic x(6) value spaces.
 01  invoiceok			pic x value spaces.
     88  invoice-is-good	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>fields split out of a carrier export or delivery row
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rawinvoice		pic x(10) value spaces.
 01  rawtracking		pic x(30) value spaces.
 01  rawcarrier		pic x(8) value spaces.
 01  rawdelivered		pic x(10) value spaces.
 01  rawsigner			pic x(20) value spaces.
 01  deliveredwork		pic 9(8) value zero.
 01  deliverediso		pic x(10) value spaces.
 01  delivereddigits		pic x(8) value spaces.
 01  rowcount			unsigned-int value zero.
 01  addcount			unsigned-int value zero.
 01  replacecount		unsigned-int value zero.
 01  stampcount		unsigned-int value zero.
 01  rejectcount		unsigned-int value zero.
 01  showcount			pic zzz9 value zero.
 01  showadd			pic zzz9 value zero.
 01  showreplace		pic zzz9 value zero.
 01  showstamp			pic zzz9 value zero.
 01  showreject		pic zzz9 value zero.
*>
 01  audit-program		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  audit-key			pic x(30) value spaces.
 01  audit-data		pic x(200) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     move function current-date(1:8) to todaydate.
     move spaces		to todayiso.
     string todaydate(1:4), "-", todaydate(5:2), "-", todaydate(7:2)
            into todayiso
     end-string.

     accept argv		from argument-value.
     evaluate function trim(argv)
         when "-k"
              move "k"		to runmode
              accept arginvoice	from argument-value
              accept argcarrier	from argument-value
              accept argtracking	from argument-value
              move function upper-case(argcarrier) to argcarrier
              move function upper-case(argtracking) to argtracking
              if arginvoice = spaces or argcarrier = spaces
                 or argtracking = spaces
                 perform 0600-show-usage
                 stop run giving 1
              end-if
         when "-e"
              move "e"		to runmode
              accept carrierfilepath from argument-value
              accept argcarrier	from argument-value
              move function upper-case(argcarrier) to argcarrier
              if carrierfilepath = spaces
                 move "carriertracking.csv" to carrierfilepath
              end-if
         when "-p"
              move "p"		to runmode
              accept carrierfilepath from argument-value
              if carrierfilepath = spaces
                 move "carrierpod.csv" to carrierfilepath
              end-if
         when other
              perform 0600-show-usage
              stop run giving 1
     end-evaluate.

     perform 0900-load-tracking.

     evaluate true
         when key-at-pack
              move arginvoice	to rawinvoice
              move argtracking	to rawtracking
              move argcarrier	to rawcarrier
              perform 0100-check-invoice
              if not invoice-is-good
                 display "shiptrack: " function trim(arginvoice)
                         " is not an invoice number"
                 stop run giving 8
              end-if
              perform 0200-put-tracking
         when import-export
              perform 0300-import-export
         when import-pod
              perform 0400-import-pod
     end-evaluate.

     perform 0960-rewrite-tracking.
     perform 0500-log-run.

     if rejectcount <> zero
        move 4			to return-code
     end-if.

     goback.
*>
 0100-check-invoice.
*>
     move spaces		to invoiceok invoicekey.
     if function trim(rawinvoice) is numeric
        and function numval(rawinvoice) > zero
        and function numval(rawinvoice) < 1000000
        compute invoicework = function numval(rawinvoice)
        move invoicework	to invoicekey
        move "y"		to invoiceok
     end-if.
*>
 0200-put-tracking.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one tracking row per invoice -- a second capture replaces the
*>>>first, and a new tracking number has not been delivered yet
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to trkMatchInd.
     perform varying trkInd from 1 by 1
             until trkInd > trkCount
         if trkInvoice(trkInd) = invoicekey
            move trkInd		to trkMatchInd
         end-if
     end-perform.
     evaluate true
         when trkMatchInd <> zero
              add 1		to replacecount
         when trkCount < 2000
              add 1		to trkCount
              add 1		to addcount
              move trkCount	to trkMatchInd
         when other
              add 1		to rejectcount
              display "shiptrack: tracking file is full -- invoice "
                      invoicekey " not recorded"
     end-evaluate.
     if trkMatchInd <> zero
        if key-at-pack
           move "K"		to trkSource(trkMatchInd)
        else
           move "E"		to trkSource(trkMatchInd)
        end-if
        move invoicekey		to trkInvoice(trkMatchInd)
        move rawcarrier		to trkCarrier(trkMatchInd)
        move rawtracking		to trkNumber(trkMatchInd)
        move todayiso		to trkCaptured(trkMatchInd)
        move spaces		to trkDelivered(trkMatchInd)
                                   trkSigner(trkMatchInd)
     end-if.
*>
 0300-import-export.
*>
     open input carrierfile.
     read carrierfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         add 1			to rowcount
         move spaces		to rawinvoice rawtracking rawcarrier
         move rowcount		to showcount
         unstring carrierrec delimited by ","
                  into rawinvoice, rawtracking, rawcarrier
         end-unstring
         move function upper-case(function trim(rawtracking))
              to rawtracking
         move function upper-case(function trim(rawcarrier))
              to rawcarrier
         if rawcarrier = spaces
            move argcarrier	to rawcarrier
         end-if
         perform 0100-check-invoice
         evaluate true
             when not invoice-is-good
                  add 1		to rejectcount
                  display "shiptrack: export row "
                          function trim(showcount)
                          " has no invoice number: "
                          function trim(carrierrec)
             when rawtracking = spaces
                  add 1		to rejectcount
                  display "shiptrack: export row "
                          function trim(showcount)
                          " has no tracking number: "
                          function trim(carrierrec)
             when other
                  perform 0200-put-tracking
         end-evaluate
         read carrierfile
              at end move "y"	to eof
         end-read
     end-perform.
     close carrierfile.
     move spaces		to eof.
*>
 0400-import-pod.
*>
     open input carrierfile.
     read carrierfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         add 1			to rowcount
         move spaces		to rawtracking rawdelivered rawsigner
         move rowcount		to showcount
         unstring carrierrec delimited by ","
                  into rawtracking, rawdelivered, rawsigner
         end-unstring
         move function upper-case(function trim(rawtracking))
              to rawtracking
         move spaces		to deliverediso
         evaluate true
             when function trim(rawdelivered) is numeric
                  and function trim(rawdelivered) = rawdelivered(1:8)
                  move rawdelivered(1:8) to deliveredwork
                  string rawdelivered(1:4), "-", rawdelivered(5:2), "-",
                         rawdelivered(7:2)
                         into deliverediso
                  end-string
             when rawdelivered(1:4) is numeric
                  and rawdelivered(6:2) is numeric
                  and rawdelivered(9:2) is numeric
                  and rawdelivered(5:1) = "-"
                  and rawdelivered(8:1) = "-"
                  move rawdelivered	to deliverediso
                  string rawdelivered(1:4), rawdelivered(6:2),
                         rawdelivered(9:2)
                         into delivereddigits
                  end-string
                  move delivereddigits to deliveredwork
         end-evaluate
         if deliverediso <> spaces
            if function test-date-yyyymmdd(deliveredwork) <> 0
               move spaces	to deliverediso
            end-if
         end-if
         move zero		to trkMatchInd
         if rawtracking <> spaces
            perform varying trkInd from 1 by 1
                    until trkInd > trkCount
                if trkNumber(trkInd) = rawtracking
                   move trkInd	to trkMatchInd
                end-if
            end-perform
         end-if
         evaluate true
             when deliverediso = spaces
                  add 1		to rejectcount
                  display "shiptrack: delivery row "
                          function trim(showcount)
                          " has no good delivered date: "
                          function trim(carrierrec)
             when trkMatchInd = zero
                  add 1		to rejectcount
                  display "shiptrack: delivery row "
                          function trim(showcount)
                          " matches no shipment on file: "
                          function trim(carrierrec)
             when other
                  add 1		to stampcount
                  move deliverediso to trkDelivered(trkMatchInd)
                  move function upper-case(function trim(rawsigner))
                       to trkSigner(trkMatchInd)
         end-evaluate
         read carrierfile
              at end move "y"	to eof
         end-read
     end-perform.
     close carrierfile.
     move spaces		to eof.
*>
 0500-log-run.
*>
     move rowcount		to showcount.
     move addcount		to showadd.
     move replacecount		to showreplace.
     move stampcount		to showstamp.
     move rejectcount		to showreject.
     move "shiptrack"		to audit-program.
     move spaces		to audit-data.
     evaluate true
         when key-at-pack
              move "TRACKING-KEY"	to audit-reason
              move invoicekey	to audit-key
              string function trim(argcarrier), " ",
                     function trim(argtracking)
                     delimited by size into audit-data
              end-string
              display "shiptrack: invoice " invoicekey " "
                      function trim(argcarrier) " "
                      function trim(argtracking)
         when import-export
              move "TRACKING-IMPORT"	to audit-reason
              move carrierfilepath	to audit-key
              string function trim(showcount), " row(s), ",
                     function trim(showadd), " added, ",
                     function trim(showreplace), " replaced, ",
                     function trim(showreject), " rejected"
                     delimited by size into audit-data
              end-string
              display "shiptrack: " function trim(audit-data)
         when import-pod
              move "POD-IMPORT"	to audit-reason
              move carrierfilepath	to audit-key
              string function trim(showcount), " row(s), ",
                     function trim(showstamp), " delivered, ",
                     function trim(showreject), " rejected"
                     delimited by size into audit-data
              end-string
              display "shiptrack: " function trim(audit-data)
     end-evaluate.
     call "auditlog" using audit-program, audit-reason,
                           audit-key, audit-data
     end-call.
*>
 0600-show-usage.
*>
     display "usage: shiptrack -k <invoice#> <carrier> <tracking#>".
     display "       shiptrack -e [<export-file>] [<carrier>]".
     display "       shiptrack -p [<pod-file>]".
*>
 0900-load-tracking.
*>
     move zero			to trkCount.
     open input trackingfile.
     read trackingfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if trkCount < 2000
            add 1		to trkCount
            move spaces		to rawtrkinvoice
            unstring trackingrec delimited by ","
                     into rawtrkinvoice,
                          trkCarrier(trkCount),
                          trkNumber(trkCount),
                          trkSource(trkCount),
                          trkCaptured(trkCount),
                          trkDelivered(trkCount),
                          trkSigner(trkCount)
            end-unstring
            if function trim(rawtrkinvoice) is numeric
               compute invoicework = function numval(rawtrkinvoice)
               move invoicework	to trkInvoice(trkCount)
            else
               subtract 1	from trkCount
            end-if
         end-if
         read trackingfile
              at end move "y"	to eof
         end-read
     end-perform.
     close trackingfile.
     move spaces		to eof.
*>
 0960-rewrite-tracking.
*>
     open output trackingfile.
     perform varying trkInd from 1 by 1
             until trkInd > trkCount
         move spaces		to trackingrec
         string trkInvoice(trkInd), ",",
                function trim(trkCarrier(trkInd)), ",",
                function trim(trkNumber(trkInd)), ",",
                trkSource(trkInd), ",",
                function trim(trkCaptured(trkInd)), ",",
                function trim(trkDelivered(trkInd)), ",",
                function trim(trkSigner(trkInd))
                delimited by size into trackingrec
         end-string
         write trackingrec
     end-perform.
     close trackingfile.
