*>            living in the order desk's heads.  Cancelled and
*>            complete lines are skipped.  Output is backorders.txt.
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - each line also shows its order date and how much of
*>              the remainder boalloc has already allocated from
*>              stock (database/salesorders.csv columns eight and
*>              nine), so the order desk can tell a line waiting on
*>              the warehouse from one still waiting on a supplier
*>*********************************************************************
identification division.
program-id. backorders.
environment division.
*>
fd salesorderfile.
*>
01 salesorderrec	pic x(120).
*>
fd backorderfile.
*>
 01  rawsoprice		pic x(12) value spaces.
 01  rawsoinvqty		pic x(12) value spaces.
 01  rawsostatus		pic x(4) value spaces.
 01  so-orderdate		pic x(10) value spaces.
 01  rawsoalloc		pic x(12) value spaces.
 01  allocatedqty		pic s9(10) value zero.
 01  totalalloc		pic s9(10) value zero.
 01  orderedqty		pic s9(10) value zero.
 01  invoicedqty		pic s9(10) value zero.
 01  remainqty			pic s9(10) value zero.
          to backorderrec.
     write backorderrec.
     move spaces		to backorderrec.
     string "SO#     Ordered    Customer                     Item      ",
            "   Ordered    Invoiced   Remaining   Allocated"
            delimited by size into backorderrec
     end-string.
     write backorderrec.
            ", total remaining qty ", showqty
            into backorderrec
     end-string.
     move totalalloc		to showqty.
     string function trim(backorderrec),
            ", allocated ", showqty
            into backorderrec
     end-string.
     write backorderrec.
     close backorderfile.

 0100-check-order-line.
*>
     move spaces		to so-number so-cust so-item rawsoqty
                                   rawsoprice rawsoinvqty rawsostatus
                                   so-orderdate rawsoalloc.
     unstring salesorderrec delimited by ","
              into so-number, so-cust, so-item, rawsoqty,
                   rawsoprice, rawsoinvqty, rawsostatus,
                   so-orderdate, rawsoalloc
     end-unstring.

     if function trim(rawsoqty) is not numeric
              compute invoicedqty = function numval(rawsoinvqty)
           end-if
           compute remainqty = orderedqty - invoicedqty
           move zero		to allocatedqty
           if function test-numval(rawsoalloc) = 0
              and rawsoalloc <> spaces
              compute allocatedqty = function numval(rawsoalloc)
           end-if
           if remainqty > zero
              add 1		to linecount
              add remainqty	to totalremain
              add allocatedqty	to totalalloc
              move spaces	to backorderrec
              move orderedqty	to showqty
              string so-number(1:6), "  ", so-orderdate, " ",
                     so-cust, " ", so-item, " ", showqty
                     into backorderrec
              end-string
              move invoicedqty	to showqty
              string function trim(backorderrec), "  ", showqty
                     into backorderrec
              end-string
              move allocatedqty	to showqty
              string function trim(backorderrec), "  ", showqty
                     into backorderrec
              end-string
              write backorderrec
           end-if
        end-if
