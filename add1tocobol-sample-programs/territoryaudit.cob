       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Sales rep assignment audit.  Reads the invoice files
*>            the way commission does, looks each invoice's sold-to
*>            and ship-to state up in the territory assignments
*>            (database/territories.csv, through the shared
*>            territory subprogram) and lists in territoryaudit.txt
*>            every invoice whose keyed rep is neither the
*>            territory's rep nor its split rep, so sales ops can
*>            correct the order before commissions are paid on it.
*>            Invoices no territory covers are counted.
*>
*>            Every invoice in a split territory keyed by one of its
*>            two reps is also written to invoicesplits.csv
*>            (invoice, rep, share pct -- one row per rep), which
*>            burstreg reads to put a split invoice in both reps'
*>            slices of the register.  Run it after invoicereg and
*>            before burstreg.  Returns 4 when anything was listed
*>            or a row was rejected.
*>*********************************************************************
identification division.
program-id. territoryaudit.
environment division.
*>
input-output section.
*>
file-control.
*>
select invoicefile	assign to "database/invoice1.csv"
                        organization is line sequential.
select optional invoicefile2	assign to "database/invoice2.csv"
                        organization is line sequential.
select optional invoicefile3	assign to "database/invoice3.csv"
                        organization is line sequential.
select optional invoicefile4	assign to "database/invoicebilled4.csv"
                        organization is line sequential.
select optional invoicefile5	assign to "database/invoicebilled5.csv"
                        organization is line sequential.
select auditfile	assign to "territoryaudit.txt"
                        organization is line sequential.
select splitfile	assign to "invoicesplits.csv"
                        organization is line sequential.
select optional odfconfigfile	assign to "writeinvoice.cfg"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd invoicefile.
*>
01 invoicerec		pic x(250).
*>
fd invoicefile2.
*>
01 invoicerec2		pic x(250).
*>
fd invoicefile3.
*>
01 invoicerec3		pic x(250).
*>
fd invoicefile4.
*>
01 invoicerec4		pic x(250).
*>
fd invoicefile5.
*>
01 invoicerec5		pic x(250).
*>
fd auditfile.
*>
01 auditrec		pic x(132).
*>
fd splitfile.
*>
01 splitrec		pic x(40).
*>
fd odfconfigfile.
*>
01 odfconfigrec		pic x(200).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  curregion			pic 9 value 1.
 01  maxregion			pic 9 value 5.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>writeinvoice.cfg's custmode decides which columns the CSV rows
*>>>carry: the classic layout's full address blocks, or just the
*>>>two customer codes
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
 01  custmodeval		pic x(8) value spaces.
     88  custmode-codes	      value "codes".
 01  rawsoldtocode		pic x(10) value spaces.
 01  rawshiptocode		pic x(10) value spaces.
 01  untstate			pic x(4) value spaces.
 01  untstate2			pic x(4) value spaces.
 01  untcurrency		pic x(5) value spaces.
 01  rawinvoiceno		pic x(10) value spaces.
 01  rawsonumber		pic x(10) value spaces.
 01  rawquantity		pic x(12) value spaces.
 01  rawunitprice		pic x(12) value spaces.
 01  rowok			pic x value spaces.
     88  row-is-valid	      value "y".
 01  rejectcount		unsigned-int value zero.
*>
 01 invoicedata		.
*>
    05  inv-invoiceno		pic 9(6) value zero.
    05  inv-rectype		pic x(2) value "IN".
        88  rec-is-invoice	      value "IN".
        88  rec-is-creditmemo	      value "CM".
    05  inv-invdate.
        10  invd-year		pic x(4) value spaces.
        10                      pic x value spaces.
        10  invd-month		pic xx value spaces.
        10 			pic x value spaces.
        10  invd-day		pic xx value spaces.
    05  inv-sonumber		pic 9(6).
    05  inv-custpo               pic x(8).
    05  inv-terms		pic x(8).
    05  inv-salesrep		pic x(8).
    05  inv-shipmethod		pic x(8).
    05  inv-currency		pic x(3).
    05  inv-address occurs 2 times.
        10  inv-name  		pic x(28).
        10  inv-addr1		pic x(28).
        10  inv-addr2		pic x(28).
        10  inv-city		pic x(16).
        10  inv-state		pic xx.
        10  inv-zip		pic x(10).
    05  inv-quantity		pic 9(10).
    05  inv-description		pic x(70).
    05  inv-unitprice		pic 9(6)v99.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the invoice being gathered -- its lines arrive together, so
*>>>it is checked once when the next invoice number turns up
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  curinvoice		pic 9(6) value zero.
 01  curinvdate		pic x(10) value spaces.
 01  currep			pic x(8) value spaces.
 01  curcustomer		pic x(28) value spaces.
 01  curshipto			pic x(28) value spaces.
 01  curstate			pic xx value spaces.
 01  curcurrency		pic x(3) value spaces.
 01  curamt			pic s9(10)v99 value zero.
 01  lineamt			pic s9(8)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for the shared territory subprogram
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  tr-state			pic xx value spaces.
 01  tr-customer		pic x(28) value spaces.
 01  tr-shipto			pic x(28) value spaces.
 01  tr-rep			pic x(8) value spaces.
 01  tr-splitrep		pic x(8) value spaces.
 01  tr-splitpct		pic 9(3) value zero.
 01  tr-status			pic 9 value zero.
*>
 01  keyedrep			pic x(8) value spaces.
 01  invoicecount		unsigned-int value zero.
 01  mismatchcount		unsigned-int value zero.
 01  uncoveredcount		unsigned-int value zero.
 01  splitcount		unsigned-int value zero.
 01  showinvoice		pic 9(6) value zero.
 01  showamt			pic -zzz,zzz,zz9.99 value zero.
 01  showpct			pic zz9 value zero.
 01  showcount			pic zzzz9 value zero.
 01  assignedto		pic x(24) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     perform 0940-load-odfconfig.

     open input invoicefile
                invoicefile2
                invoicefile3
                invoicefile4
                invoicefile5.
     open output auditfile.
     open output splitfile.

     move spaces		to auditrec.
     string "Invoice# Date       Customer                     St "
            "Keyed    Territory                         Amount"
            delimited by size
            into auditrec
     end-string.
     write auditrec.
     move all "-"		to auditrec.
     write auditrec.

     perform until end-of-file
         perform 0105-read-next-invoice
         if not end-of-file
            if invoicerec(1:3) = "BH," or invoicerec(1:3) = "BT,"
               continue
            else
               inspect invoicerec replacing all '"' by " "
               move spaces	to rawsoldtocode rawshiptocode
                                   untstate untstate2
               if custmode-codes
                  unstring invoicerec delimited by ","
                           into rawinvoiceno,
                                inv-rectype,
                                inv-invdate,
                                rawsonumber,
                                inv-custpo,
                                inv-salesrep,
                                inv-shipmethod,
                                inv-terms,
                                untcurrency,
                                rawsoldtocode,
                                rawshiptocode,
                                rawquantity,
                                rawunitprice,
                                inv-description
                  end-unstring
               else
                  unstring invoicerec delimited by ","
                           into rawinvoiceno,
                                inv-rectype,
                                inv-invdate,
                                rawsonumber,
                                inv-custpo,
                                inv-salesrep,
                                inv-shipmethod,
                                inv-terms,
                                untcurrency,
                                inv-name(1),
                                inv-addr1(1),
                                untstate,
                                inv-zip(1),
                                inv-name(2),
                                inv-addr1(2),
                                untstate2,
                                inv-zip(2),
                                rawquantity,
                                rawunitprice,
                                inv-description
                  end-unstring
               end-if
               move function trim(untcurrency) to inv-currency
               perform 0050-validate-row
               if row-is-valid
                  if inv-invoiceno <> curinvoice
                     if curinvoice <> zero
                        perform 0200-check-invoice
                     end-if
                     perform 0100-start-invoice
                  end-if
                  if rec-is-creditmemo
                     compute lineamt = 0 - (inv-quantity * inv-unitprice)
                  else
                     compute lineamt = inv-quantity * inv-unitprice
                  end-if
                  add lineamt	to curamt
               end-if
            end-if
         end-if
     end-perform.
     if curinvoice <> zero
        perform 0200-check-invoice
     end-if.

     move all "-"		to auditrec.
     write auditrec.
     move invoicecount		to showcount.
     move spaces		to auditrec.
     string "Invoices checked:         ", showcount into auditrec
     end-string.
     write auditrec.
     move mismatchcount		to showcount.
     move spaces		to auditrec.
     string "Keyed rep off territory:  ", showcount into auditrec
     end-string.
     write auditrec.
     move splitcount		to showcount.
     move spaces		to auditrec.
     string "Split between two reps:   ", showcount into auditrec
     end-string.
     write auditrec.
     move uncoveredcount	to showcount.
     move spaces		to auditrec.
     string "No territory covers:      ", showcount into auditrec
     end-string.
     write auditrec.
     close auditfile.
     close splitfile.

     display "territoryaudit: " mismatchcount " invoice(s) keyed "
             "to a rep off territory -- see territoryaudit.txt".
     if splitcount > 0
        display "territoryaudit: " splitcount " split invoice(s) "
                "written to invoicesplits.csv for burstreg"
     end-if.
     if mismatchcount > 0 or rejectcount > 0
        move 4			to return-code
     end-if.

     goback.
*>
 0050-validate-row.
*>
     move "y"			to rowok.
     if function trim(rawinvoiceno) is not numeric
        move spaces		to rowok
     else if function test-numval(rawquantity) <> 0
        move spaces		to rowok
     else if function test-numval(rawunitprice) <> 0
        move spaces		to rowok
     end-if.

     if row-is-valid
        move rawinvoiceno	to inv-invoiceno
        move rawquantity	to inv-quantity
        move rawunitprice	to inv-unitprice
     else
        add 1			to rejectcount
     end-if.
*>
 0100-start-invoice.
*>
     move inv-invoiceno		to curinvoice.
     move inv-invdate		to curinvdate.
     move function upper-case(inv-salesrep) to currep.
     move inv-currency		to curcurrency.
     move zero			to curamt.
     if custmode-codes
        move rawsoldtocode	to curcustomer
        move rawshiptocode	to curshipto
        move spaces		to curstate
     else
        move inv-name(1)	to curcustomer
        move inv-name(2)	to curshipto
        move function trim(untstate2) to curstate
     end-if.
*>
 0200-check-invoice.
*>
     add 1			to invoicecount.
     move curstate		to tr-state.
     move curcustomer		to tr-customer.
     move curshipto		to tr-shipto.
     call "territory" using tr-state, tr-customer, tr-shipto,
                            tr-rep, tr-splitrep, tr-splitpct,
                            tr-status
     end-call.
     move function trim(currep)	to keyedrep.

     if tr-status <> 0
        add 1			to uncoveredcount
     else if keyedrep = tr-rep or
             (tr-splitrep <> spaces and keyedrep = tr-splitrep)
        if tr-splitrep <> spaces and tr-splitpct > 0
           add 1		to splitcount
           perform 0300-put-split
        end-if
     else
        add 1			to mismatchcount
        perform 0250-put-mismatch
     end-if
     end-if.
*>
 0250-put-mismatch.
*>
     move spaces		to assignedto.
     if tr-splitrep = spaces
        move tr-rep		to assignedto
     else
        move tr-splitpct	to showpct
        string function trim(tr-rep), "/",
               function trim(tr-splitrep), " ",
               function trim(showpct), "%"
               delimited by size
               into assignedto
        end-string
     end-if.
     move curinvoice		to showinvoice.
     move curamt		to showamt.
     move spaces		to auditrec.
     string showinvoice, "   ",
            curinvdate, " ",
            curcustomer, " ",
            tr-state, " ",
            keyedrep, " ",
            assignedto, " ",
            showamt, " ",
            curcurrency
            delimited by size
            into auditrec
     end-string.
     write auditrec.
*>
 0300-put-split.
*>
     move curinvoice		to showinvoice.
     compute showpct = 100 - tr-splitpct.
     move spaces		to splitrec.
     string showinvoice, ",", function trim(tr-rep), ",",
            function trim(showpct)
            delimited by size
            into splitrec
     end-string.
     write splitrec.
     move tr-splitpct		to showpct.
     move spaces		to splitrec.
     string showinvoice, ",", function trim(tr-splitrep), ",",
            function trim(showpct)
            delimited by size
            into splitrec
     end-string.
     write splitrec.
*>
 0105-read-next-invoice.
*>
     evaluate curregion
         when 1
             read invoicefile
                  at end perform 0106-advance-region
             end-read
         when 2
             read invoicefile2
                  at end perform 0106-advance-region
                  not at end move invoicerec2 to invoicerec
             end-read
         when 3
             read invoicefile3
                  at end perform 0106-advance-region
                  not at end move invoicerec3 to invoicerec
             end-read
         when 4
             read invoicefile4
                  at end perform 0106-advance-region
                  not at end move invoicerec4 to invoicerec
             end-read
         when 5
             read invoicefile5
                  at end perform 0106-advance-region
                  not at end move invoicerec5 to invoicerec
             end-read
     end-evaluate.
*>
 0106-advance-region.
*>
     evaluate curregion
         when 1 close invoicefile
         when 2 close invoicefile2
         when 3 close invoicefile3
         when 4 close invoicefile4
         when 5 close invoicefile5
     end-evaluate.
     add 1			to curregion.
     if curregion > maxregion
        move "y"		to eof
     else
        perform 0105-read-next-invoice
     end-if.
*>
 0940-load-odfconfig.
*>
     open input odfconfigfile.
     read odfconfigfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move zero		to cfgeqpos
         inspect odfconfigrec tallying cfgeqpos
                 for characters before initial "="
         if cfgeqpos < length of odfconfigrec
            move spaces		to cfgname cfgvalue
            move odfconfigrec(1:cfgeqpos) to cfgname
            move odfconfigrec(cfgeqpos + 2:) to cfgvalue
            if function trim(cfgname) = "custmode"
               move function trim(cfgvalue) to custmodeval
            end-if
         end-if
         read odfconfigfile
              at end move "y"	to eof
         end-read
     end-perform.
     close odfconfigfile.
     move spaces		to eof.
