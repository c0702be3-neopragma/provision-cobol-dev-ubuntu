*>            With a key given, only that customer's agreements
*>            print; without one the whole file does.
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - the master price shown is the database/pricemaster.csv
*>              row in force today (column four, the effective date
*>              yyyymmdd, blank meaning always), not a scheduled one
*>*********************************************************************
identification division.
program-id. pricelist.
environment division.
                        indexed by priceInd.
         10  prItem		pic x(70) value spaces.
         10  prPrice		pic 9(6)v99 value zero.
         10  prEffdate		pic 9(8) value zero.
 01  rawmasterprice		pic x(12) value spaces.
 01  rawmastercost		pic x(12) value spaces.
 01  rawmastereff		pic x(10) value spaces.
 01  mastereffdate		pic 9(8) value zero.
 01  todaynum			pic 9(8) value zero.
*>
 procedure division.
*>
 0150-lookup-master.
*>
     move spaces		to masterfound.
     move zero			to masterprice mastereffdate.
     perform varying priceInd from 1 by 1
             until priceInd > priceCount
         if function trim(ag-item) = function trim(prItem(priceInd))
            and prEffdate(priceInd) <= todaynum
            and prEffdate(priceInd) >= mastereffdate
            move prPrice(priceInd)	to masterprice
            move prEffdate(priceInd)	to mastereffdate
            move "y"		to masterfound
         end-if
     end-perform.
 0937-load-pricemaster.
*>
     move zero			to priceCount.
     move function current-date(1:8) to todaynum.
     open input pricemasterfile.
     read pricemasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if priceCount < 500
            move spaces		to rawmasterprice rawmastercost
                                   rawmastereff
            add 1		to priceCount
            unstring pricemasterrec delimited by ","
                     into prItem(priceCount),
                          rawmasterprice,
                          rawmastercost,
                          rawmastereff
            end-unstring
            if function test-numval(rawmasterprice) = 0
               compute prPrice(priceCount) =
                       function numval(rawmasterprice)
               move zero	to prEffdate(priceCount)
               if function trim(rawmastereff) is numeric
                  compute prEffdate(priceCount) =
                          function numval(rawmastereff)
               end-if
            else
               subtract 1	from priceCount
            end-if
