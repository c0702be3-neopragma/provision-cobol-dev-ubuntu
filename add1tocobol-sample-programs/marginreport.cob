*>            now those only surface when the year-end accountant
*>            asks awkward questions.
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - each line is costed at the database/pricemaster.csv
*>              row in force on its invoice date (column four, the
*>              effective date yyyymmdd, blank meaning always), the
*>              cost billing relieved it at
*>*********************************************************************
identification division.
program-id. marginreport.
environment division.
         10  prPrice		pic 9(6)v99 value zero.
         10  prCost		pic 9(6)v99 value zero.
         10  prCostSet		pic x value spaces.
         10  prEffdate		pic 9(8) value zero.
 01  priceMatchInd		unsigned-int value zero.
 01  rawmasterprice		pic x(12) value spaces.
 01  rawmastercost		pic x(12) value spaces.
 01  rawmastereff		pic x(10) value spaces.
 01  lineinvdate		pic 9(8) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>margin accumulators by item and by customer
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>
 0150-find-cost.
*>
     if function trim(rawinvdate(1:4)) is numeric
        and function trim(rawinvdate(6:2)) is numeric
        and function trim(rawinvdate(9:2)) is numeric
        compute lineinvdate = function numval(rawinvdate(1:4)) * 10000
                            + function numval(rawinvdate(6:2)) * 100
                            + function numval(rawinvdate(9:2))
     else
        move 99999999		to lineinvdate
     end-if.
     move zero			to priceMatchInd.
     perform varying priceInd from 1 by 1
             until priceInd > priceCount
         if ((function trim(rawitemcode) <> spaces
              and function trim(rawitemcode) =
                  function trim(prItem(priceInd)))
             or (function trim(rawitemcode) = spaces
                 and function trim(rawdescription) =
                     function trim(prItem(priceInd))))
            and prEffdate(priceInd) <= lineinvdate
            if priceMatchInd = zero
               move priceInd	to priceMatchInd
            else
               if prEffdate(priceInd) >= prEffdate(priceMatchInd)
                  move priceInd	to priceMatchInd
               end-if
            end-if
         end-if
     end-perform.
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
            move spaces		to prCostSet(priceCount)
            move zero		to prEffdate(priceCount)
            if function trim(rawmastereff) is numeric
               compute prEffdate(priceCount) =
                       function numval(rawmastereff)
            end-if
            if function test-numval(rawmasterprice) = 0
               compute prPrice(priceCount) =
                       function numval(rawmasterprice)
