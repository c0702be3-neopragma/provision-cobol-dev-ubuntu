       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Sales territory lookup, shared by the programs that key
*>            or default an invoice's sales rep and the ones that pay
*>            on it.  database/territories.csv carries one row per
*>            assignment:
*>              ship-to state, customer, rep, split rep, split pct
*>            where the customer is a code or name from
*>            database/customers.csv and a blank or "*" state or
*>            customer matches any.  The most specific row wins --
*>            customer and state over customer alone over state
*>            alone over the catch-all.  A row naming a split rep
*>            gives that rep the split percentage of every invoice
*>            in the assignment and the territory rep the rest, the
*>            way a national-account rep shares a customer with the
*>            territory rep.
*>
*>            The ship-to state may be passed directly; when it is
*>            blank it is taken from the ship-to customer's row on
*>            the customer master, then the sold-to's.
*>
*>            call "territory" using tr-state,     pic xx (in/out)
*>                                   tr-customer,  pic x(28) sold-to
*>                                                 code or name
*>                                   tr-shipto,    pic x(28) ship-to
*>                                                 code or name
*>                                   tr-rep,       pic x(8) (returned)
*>                                   tr-splitrep,  pic x(8) (returned)
*>                                   tr-splitpct,  pic 9(3) (returned)
*>                                   tr-status     pic 9 (returned)
*>            status 0 = assignment found, 4 = no territory covers
*>            the customer and state (rep fields returned blank).
*>*********************************************************************
identification division.
program-id. territory.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional territoryfile	assign to "database/territories.csv"
                        organization is line sequential.
select optional custmasterfile	assign to "database/customers.csv"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd territoryfile.
*>
01 territoryrec		pic x(100).
*>
fd custmasterfile.
*>
01 custmasterrec	pic x(150).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  loaded			pic x value spaces.
     88  territories-are-loaded     value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the assignments and the customer master, loaded once per run
*>>>-- the payers look up every invoice
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  terCount			unsigned-int value zero.
 01  terList.
     05  terEntry	occurs 500 times
                        indexed by terInd.
         10  terState		pic xx value spaces.
         10  terCustomer	pic x(28) value spaces.
         10  terRep		pic x(8) value spaces.
         10  terSplitRep	pic x(8) value spaces.
         10  terSplitPct	pic 9(3) value zero.
 01  rawstate			pic x(4) value spaces.
 01  rawcustomer		pic x(28) value spaces.
 01  rawrep			pic x(8) value spaces.
 01  rawsplitrep		pic x(8) value spaces.
 01  rawsplitpct		pic x(6) value spaces.
 01  custCount			unsigned-int value zero.
 01  custList.
     05  custEntry	occurs 600 times
                        indexed by custInd.
         10  custCode		pic x(8) value spaces.
         10  custName		pic x(28) value spaces.
         10  custState		pic xx value spaces.
 01  cmDummy			pic x(28) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the caller's customer known by both its code and its name
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  lookupkey			pic x(28) value spaces.
 01  foundcode			pic x(8) value spaces.
 01  foundname			pic x(28) value spaces.
 01  foundstate		pic xx value spaces.
 01  soldcode			pic x(8) value spaces.
 01  soldname			pic x(28) value spaces.
 01  rowscore			pic 9 value zero.
 01  bestscore			pic 9 value zero.
 01  bestInd			unsigned-int value zero.
 01  rowmatches		pic x value spaces.
     88  row-matches		      value "y".
*>
linkage section.
*>
 01  tr-state			pic xx.
 01  tr-customer		pic x(28).
 01  tr-shipto			pic x(28).
 01  tr-rep			pic x(8).
 01  tr-splitrep		pic x(8).
 01  tr-splitpct		pic 9(3).
 01  tr-status			pic 9.
*>
 procedure division using tr-state,
                          tr-customer,
                          tr-shipto,
                          tr-rep,
                          tr-splitrep,
                          tr-splitpct,
                          tr-status.
*>
 0000-start.
*>
     if not territories-are-loaded
        perform 0900-load-territories
        perform 0910-load-customers
        move "y"		to loaded
     end-if.
     move spaces		to tr-rep tr-splitrep.
     move zero			to tr-splitpct.
     move 4			to tr-status.

     if tr-state = spaces
        move tr-shipto		to lookupkey
        perform 0100-find-customer
        move foundstate		to tr-state
     end-if.
     move tr-customer		to lookupkey.
     perform 0100-find-customer.
     move foundcode		to soldcode.
     move foundname		to soldname.
     if tr-state = spaces
        move foundstate		to tr-state
     end-if.

     move zero			to bestscore bestInd.
     perform varying terInd from 1 by 1
             until terInd > terCount
         perform 0200-score-row
         if row-matches and (bestInd = zero or rowscore > bestscore)
            move rowscore	to bestscore
            move terInd		to bestInd
         end-if
     end-perform.

     if bestInd <> zero
        move terRep(bestInd)	to tr-rep
        move terSplitRep(bestInd)	to tr-splitrep
        move terSplitPct(bestInd)	to tr-splitpct
        move zero		to tr-status
     end-if.

     goback.
*>
 0100-find-customer.
*>
     move spaces		to foundcode foundname foundstate.
     move lookupkey		to foundname.
     perform varying custInd from 1 by 1
             until custInd > custCount
         if lookupkey <> spaces
            and (function trim(lookupkey) =
                 function trim(custCode(custInd))
                 or function trim(lookupkey) =
                    function trim(custName(custInd)))
            move custCode(custInd)	to foundcode
            move custName(custInd)	to foundname
            move custState(custInd)	to foundstate
         end-if
     end-perform.
*>
 0200-score-row.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a named customer counts two, a named state one, so customer
*>>>and state beats customer beats state beats the catch-all
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "y"			to rowmatches.
     move zero			to rowscore.
     if terCustomer(terInd) <> spaces
        and terCustomer(terInd) <> "*"
        if (soldcode <> spaces
            and function trim(terCustomer(terInd)) =
                function trim(soldcode))
           or (soldname <> spaces
               and function trim(terCustomer(terInd)) =
                   function trim(soldname))
           add 2		to rowscore
        else
           move spaces		to rowmatches
        end-if
     end-if.
     if terState(terInd) <> spaces
        and terState(terInd) <> "*"
        if terState(terInd) = tr-state
           add 1		to rowscore
        else
           move spaces		to rowmatches
        end-if
     end-if.
*>
 0900-load-territories.
*>
     move zero			to terCount.
     open input territoryfile.
     read territoryfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawstate rawcustomer rawrep
                                   rawsplitrep rawsplitpct
         unstring territoryrec delimited by ","
                  into rawstate, rawcustomer, rawrep,
                       rawsplitrep, rawsplitpct
         end-unstring
         if rawrep <> spaces and terCount < 500
            add 1		to terCount
            move function trim(rawstate) to terState(terCount)
            move function trim(rawcustomer)
                                to terCustomer(terCount)
            move function upper-case(rawrep) to terRep(terCount)
            move function upper-case(rawsplitrep)
                                to terSplitRep(terCount)
            if function trim(rawsplitpct) is numeric
               and function numval(rawsplitpct) <= 100
               compute terSplitPct(terCount) =
                       function numval(rawsplitpct)
            end-if
            if terSplitRep(terCount) = spaces
               move zero	to terSplitPct(terCount)
            end-if
         end-if
         read territoryfile
              at end move "y"	to eof
         end-read
     end-perform.
     close territoryfile.
     move spaces		to eof.
*>
 0910-load-customers.
*>
     move zero			to custCount.
     open input custmasterfile.
     read custmasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if custCount < 600
            add 1		to custCount
            unstring custmasterrec delimited by ","
                     into custCode(custCount),
                          custName(custCount),
                          cmDummy,
                          cmDummy,
                          custState(custCount)
            end-unstring
         end-if
         read custmasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close custmasterfile.
     move spaces		to eof.

end program territory.
