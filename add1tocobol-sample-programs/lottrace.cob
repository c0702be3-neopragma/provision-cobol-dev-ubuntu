       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Lot and serial traceability inquiry.  Walks the
*>            cumulative database/lottrace.csv writeinvoice keeps --
*>            one row per lot or serial number billed (date,
*>            invoice, IN or CM, item, lot or serial, quantity,
*>            tracking L or S, sold-to code, sold-to name, ship-to
*>            name, city, state) -- and prints every row matching
*>            the request, so a supplier recall is answered from
*>            the file instead of from memory:
*>
*>              -l  who received lot or serial X (optionally only
*>                  for one item), with the net quantity out
*>              -c  what lots and serials went to customer Y, by
*>                  sold-to code, sold-to name or ship-to name
*>
*>            Credit memo rows are returns and print negative.
*>            Nothing found gives return code 4.
*>
*>            usage: lottrace -l <lot-or-serial> [<item>]
*>                   lottrace -c <customer-name-or-code>
*>*********************************************************************
identification division.
program-id. lottrace.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional lottracefile	assign to "database/lottrace.csv"
                        organization is line sequential.
select inqfile		assign to "lottrace.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd lottracefile.
*>
01 lottracerec		pic x(200).
*>
fd inqfile.
*>
01 inqrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the two inquiry shapes
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  argv			pic x(40) value spaces.
 01  inqmode			pic x value spaces.
     88  inquire-by-lot		      value "l".
     88  inquire-by-customer	      value "c".
 01  wantlot			pic x(20) value spaces.
 01  wantitem			pic x(10) value spaces.
 01  wantcustomer		pic x(28) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>fields split out of the trace row
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rawdate			pic x(10) value spaces.
 01  rawinvoiceno		pic x(10) value spaces.
 01  rawrectype		pic x(4) value spaces.
 01  rawitem			pic x(10) value spaces.
 01  rawlot			pic x(20) value spaces.
 01  rawqty			pic x(12) value spaces.
 01  rawtrack			pic x(4) value spaces.
 01  rawsoldtocode		pic x(10) value spaces.
 01  rawsoldto			pic x(28) value spaces.
 01  rawshipto			pic x(28) value spaces.
 01  rawshipcity		pic x(16) value spaces.
 01  rawshipstate		pic x(4) value spaces.
 01  rowqty			pic s9(10) value zero.
 01  netqty			pic s9(10) value zero.
 01  matchcount		unsigned-int value zero.
 01  showmatches		pic zzz9 value zero.
 01  showqty			pic ----,--9 value zero.
 01  shownet			pic ---,---,--9 value zero.
 01  rowmatches		pic x value spaces.
     88  row-matches		      value "y".
*>
 procedure division.
*>
 0000-start.
*>
     accept argv		from argument-value.
     evaluate function trim(argv)
         when "-l"
              move "l"		to inqmode
              accept wantlot	from argument-value
              accept wantitem	from argument-value
              move function upper-case(wantlot) to wantlot
              move function upper-case(wantitem) to wantitem
              if wantlot = spaces
                 perform 0600-show-usage
                 stop run giving 1
              end-if
         when "-c"
              move "c"		to inqmode
              accept wantcustomer from argument-value
              move function upper-case(wantcustomer) to wantcustomer
              if wantcustomer = spaces
                 perform 0600-show-usage
                 stop run giving 1
              end-if
         when other
              perform 0600-show-usage
              stop run giving 1
     end-evaluate.

     open input lottracefile.
     open output inqfile.

     move spaces		to inqrec.
     if inquire-by-lot
        string "Lot/serial trace -- who received ",
               function trim(wantlot)
               delimited by size into inqrec
        end-string
     else
        string "Lot/serial trace -- what went to ",
               function trim(wantcustomer)
               delimited by size into inqrec
        end-string
     end-if.
     write inqrec.
     move spaces		to inqrec.
     string "Date        Invoice  Ty  Item      Lot/serial"
            "                 Qty  Sold to"
            "                      Ship to"
            delimited by size into inqrec
     end-string.
     write inqrec.
     move all "-"		to inqrec.
     write inqrec.

     perform until end-of-file
         read lottracefile
              at end move "y"	to eof
              not at end perform 0100-check-record
         end-read
     end-perform.

     move all "-"		to inqrec.
     write inqrec.
     move matchcount		to showmatches.
     move spaces		to inqrec.
     if inquire-by-lot
        move netqty		to shownet
        string showmatches, " shipment(s) and return(s); ",
               function trim(shownet), " unit(s) still out"
               delimited by size into inqrec
        end-string
     else
        string showmatches, " shipment(s) and return(s)"
               delimited by size into inqrec
        end-string
     end-if.
     write inqrec.

     close lottracefile.
     close inqfile.

     display "lottrace: " showmatches " match(es) -- see lottrace.txt".
     if matchcount = zero
        move 4			to return-code
     end-if.

     goback.
*>
 0100-check-record.
*>
     move spaces		to rawdate rawinvoiceno rawrectype rawitem
                                   rawlot rawqty rawtrack rawsoldtocode
                                   rawsoldto rawshipto rawshipcity
                                   rawshipstate.
     unstring lottracerec delimited by ","
              into rawdate, rawinvoiceno, rawrectype, rawitem,
                   rawlot, rawqty, rawtrack, rawsoldtocode,
                   rawsoldto, rawshipto, rawshipcity, rawshipstate
     end-unstring.

     move spaces		to rowmatches.
     evaluate true
         when inquire-by-lot
              if function upper-case(rawlot) = wantlot
                 and (wantitem = spaces
                      or function upper-case(rawitem) = wantitem)
                 move "y"	to rowmatches
              end-if
         when inquire-by-customer
              if function trim(function upper-case(rawsoldtocode)) =
                 function trim(wantcustomer)
                 or function trim(function upper-case(rawsoldto)) =
                    function trim(wantcustomer)
                 or function trim(function upper-case(rawshipto)) =
                    function trim(wantcustomer)
                 move "y"	to rowmatches
              end-if
     end-evaluate.

     if row-matches
        add 1			to matchcount
        move zero		to rowqty
        if function test-numval(rawqty) = 0
           compute rowqty = function numval(rawqty)
        end-if
        add rowqty		to netqty
        move rowqty		to showqty
        move spaces		to inqrec
        string rawdate, "  ",
               rawinvoiceno(1:6), "   ",
               rawrectype(1:2), "  ",
               rawitem(1:8), "  ",
               rawlot, " ",
               showqty, "  ",
               rawsoldto, " ",
               function trim(rawshipto), " ",
               function trim(rawshipcity), " ",
               function trim(rawshipstate)
               into inqrec
        end-string
        write inqrec
        display inqrec
     end-if.
*>
 0600-show-usage.
*>
     display "usage: lottrace -l <lot-or-serial> [<item>]".
     display "       lottrace -c <customer-name-or-code>".
