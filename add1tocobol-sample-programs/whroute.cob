       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Shipping warehouse selection.  Stock is kept per item
*>            per building on database/inventory.csv, and the
*>            buildings are listed on database/warehouses.csv
*>            (warehouse code, name), the first row being the
*>            default warehouse -- where a row of inventory.csv
*>            with no warehouse column lives, and where an order
*>            ships from when nothing routes it elsewhere.
*>
*>            database/shiprouting.csv (kind, key, warehouse) routes
*>            orders: kind M keys a ship method code from
*>            database/shipmethods.csv, kind S a two-letter ship-to
*>            state or province.  A ship method route wins over a
*>            state route (a will-call or own-truck method ships from
*>            the building the truck leaves from wherever the
*>            customer is), and a state route over the default.
*>            writeinvoice relieves stock from the routed warehouse
*>            and pickmanifest sends the pickers there.
*>
*>            The files are loaded on the first call of a run.
*>
*>            call "whroute" using wr-action,     pic x:
*>                                              "r" route an order
*>                                              "v" validate a code
*>                                 wr-shipmethod, pic x(8)
*>                                 wr-state,      pic x(2)
*>                                 wr-warehouse,  pic x(4)
*>                                                (returned for "r";
*>                                                for "v" spaces
*>                                                return the default)
*>                                 wr-status      pic 99 (returned)
*>                                                0 found, 8 unknown
*>                                                warehouse code
*>*********************************************************************
identification division.
program-id. whroute.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional warehousefile	assign to "database/warehouses.csv"
                        organization is line sequential.
select optional routingfile	assign to "database/shiprouting.csv"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd warehousefile.
*>
01 warehouserec		pic x(80).
*>
fd routingfile.
*>
01 routingrec		pic x(40).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  loaded			pic x value spaces.
     88  routes-are-loaded	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the buildings, the first being the default
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  whCount			unsigned-int value zero.
 01  whList.
     05  whEntry	occurs 20 times
                        indexed by whInd.
         10  whCode		pic x(4) value spaces.
         10  whName		pic x(40) value spaces.
 01  defaultwarehouse		pic x(4) value "MAIN".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>ship method and ship-to state routes
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  rtCount			unsigned-int value zero.
 01  rtList.
     05  rtEntry	occurs 200 times
                        indexed by rtInd.
         10  rtKind		pic x value spaces.
         10  rtKey		pic x(8) value spaces.
         10  rtWarehouse	pic x(4) value spaces.
 01  rawkind			pic x(4) value spaces.
 01  rawkey			pic x(10) value spaces.
 01  rawwarehouse		pic x(6) value spaces.
 01  methodroute		pic x(4) value spaces.
 01  stateroute		pic x(4) value spaces.
*>
linkage section.
*>
 01  wr-action			pic x.
     88  wr-route		      value "r".
     88  wr-validate		      value "v".
 01  wr-shipmethod		pic x(8).
 01  wr-state			pic x(2).
 01  wr-warehouse		pic x(4).
 01  wr-status			pic 99.
*>
 procedure division using wr-action,
                          wr-shipmethod,
                          wr-state,
                          wr-warehouse,
                          wr-status.
*>
 0000-start.
*>
     if not routes-are-loaded
        perform 0900-load-warehouses
        perform 0910-load-routes
        move "y"		to loaded
     end-if.
     move zero			to wr-status.

     evaluate true
         when wr-route
              perform 0100-route-order
         when wr-validate
              perform 0200-validate-warehouse
     end-evaluate.

     goback.
*>
 0100-route-order.
*>
     move spaces		to methodroute stateroute.
     perform varying rtInd from 1 by 1
             until rtInd > rtCount
         evaluate true
             when rtKind(rtInd) = "M"
                  and wr-shipmethod <> spaces
                  and function trim(rtKey(rtInd)) =
                      function trim(wr-shipmethod)
                  move rtWarehouse(rtInd)	to methodroute
             when rtKind(rtInd) = "S"
                  and wr-state <> spaces
                  and function trim(rtKey(rtInd)) =
                      function upper-case(wr-state)
                  move rtWarehouse(rtInd)	to stateroute
         end-evaluate
     end-perform.

     evaluate true
         when methodroute <> spaces
              move methodroute	to wr-warehouse
         when stateroute <> spaces
              move stateroute	to wr-warehouse
         when other
              move defaultwarehouse to wr-warehouse
     end-evaluate.
*>
 0200-validate-warehouse.
*>
     if wr-warehouse = spaces
        move defaultwarehouse	to wr-warehouse
     else
        move function upper-case(wr-warehouse) to wr-warehouse
        move 8			to wr-status
        perform varying whInd from 1 by 1
                until whInd > whCount
            if whCode(whInd) = wr-warehouse
               move zero	to wr-status
            end-if
        end-perform
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>with no warehouse file the site has the one building, and its
*>>>code is whatever the stock file already says
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
        if whCount = zero and wr-warehouse = defaultwarehouse
           move zero		to wr-status
        end-if
     end-if.
*>
 0900-load-warehouses.
*>
     move zero			to whCount.
     open input warehousefile.
     read warehousefile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if whCount < 20
            add 1		to whCount
            move spaces		to whCode(whCount) whName(whCount)
            unstring warehouserec delimited by ","
                     into whCode(whCount), whName(whCount)
            end-unstring
            move function upper-case(whCode(whCount))
                 to whCode(whCount)
            if whCode(whCount) = spaces
               subtract 1	from whCount
            end-if
         end-if
         read warehousefile
              at end move "y"	to eof
         end-read
     end-perform.
     close warehousefile.
     move spaces		to eof.
     if whCount > zero
        move whCode(1)		to defaultwarehouse
     end-if.
*>
 0910-load-routes.
*>
     move zero			to rtCount.
     open input routingfile.
     read routingfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawkind rawkey rawwarehouse
         unstring routingrec delimited by ","
                  into rawkind, rawkey, rawwarehouse
         end-unstring
         move function upper-case(rawkind) to rawkind
         if (rawkind = "M" or rawkind = "S")
            and rawkey <> spaces
            and rawwarehouse <> spaces
            and rtCount < 200
            add 1		to rtCount
            move rawkind	to rtKind(rtCount)
            move function upper-case(rawkey) to rtKey(rtCount)
            move function upper-case(rawwarehouse)
                 to rtWarehouse(rtCount)
         end-if
         read routingfile
              at end move "y"	to eof
         end-read
     end-perform.
     close routingfile.
     move spaces		to eof.

end program whroute.
