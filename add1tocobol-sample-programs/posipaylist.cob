       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Unreported issued-check listing.  Every check the
*>            check runs cut is on database/issuedchecks.csv with
*>            the positive pay file it went out on, and every file
*>            that actually reached outbound and the bank is on
*>            database/posipaysent.csv; this program lists each
*>            issued or voided check whose file never made it (or
*>            that had no file at all because posipay.cfg was
*>            missing its account) into posipayunreported.txt, so
*>            they can be keyed on the bank's portal before one of
*>            them is presented and bounced as an exception.
*>
*>            usage: posipaylist
*>*********************************************************************
identification division.
program-id. posipaylist.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional issuedfile	assign to "database/issuedchecks.csv"
                        organization is line sequential.
select optional sentfile	assign to "database/posipaysent.csv"
                        organization is line sequential.
select listfile		assign to "posipayunreported.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd issuedfile.
*>
01 issuedrec		pic x(150).
*>
fd sentfile.
*>
01 sentrec		pic x(100).
*>
fd listfile.
*>
01 listrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the files the bank has received
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  snCount			unsigned-int value zero.
 01  snList.
     05  snEntry	occurs 5000 times
                        indexed by snInd.
         10  snFilename	pic x(40) value spaces.
 01  snMatchInd		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the issuedchecks.csv columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ic-source			pic x(2) value spaces.
 01  ic-checkno		pic x(6) value spaces.
 01  ic-date			pic x(8) value spaces.
 01  ic-amount			pic x(14) value spaces.
 01  ic-payee			pic x(40) value spaces.
 01  ic-type			pic x value spaces.
 01  ic-filename		pic x(40) value spaces.
*>
 01  unreportedcount		unsigned-int value zero.
 01  unreportedtotal		pic s9(10)v99 value zero.
 01  showamt			pic -zzz,zzz,zz9.99 value zero.
 01  showcount			pic zzz9 value zero.
*>
 procedure division.
*>
 0000-start.
*>
     perform 0900-load-sent-files.

     open output listfile.
     move "Issued checks not yet reported to the bank" to listrec.
     write listrec.
     move all "-"		to listrec.
     write listrec.

     open input issuedfile.
     read issuedfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to ic-source ic-checkno ic-date
                                   ic-amount ic-payee ic-type
                                   ic-filename
         unstring issuedrec delimited by ","
                  into ic-source, ic-checkno, ic-date, ic-amount,
                       ic-payee, ic-type, ic-filename
         end-unstring
         move zero		to snMatchInd
         if ic-filename <> spaces
            perform varying snInd from 1 by 1
                    until snInd > snCount
                if snFilename(snInd) = ic-filename
                   move snInd	to snMatchInd
                end-if
            end-perform
         end-if
         if snMatchInd = zero
            perform 0200-list-check
         end-if
         read issuedfile
              at end move "y"	to eof
         end-read
     end-perform.
     close issuedfile.
     move spaces		to eof.

     move all "-"		to listrec.
     write listrec.
     move unreportedcount	to showcount.
     move unreportedtotal	to showamt.
     move spaces		to listrec.
     string showcount, " unreported item(s), net ", showamt
            into listrec
     end-string.
     write listrec.
     close listfile.

     display "posipaylist: " unreportedcount " issued check(s) not "
             "reported to the bank -- see posipayunreported.txt".

     goback.
*>
 0200-list-check.
*>
     add 1			to unreportedcount.
     if function test-numval(ic-amount) = 0
        if ic-type = "V"
           compute unreportedtotal = unreportedtotal
                   - function numval(ic-amount)
        else
           compute unreportedtotal = unreportedtotal
                   + function numval(ic-amount)
        end-if
        compute showamt = function numval(ic-amount)
     else
        move zero		to showamt
     end-if.
     move spaces		to listrec.
     string ic-source, " check ", ic-checkno, " ", ic-type, " ",
            ic-date, " ", showamt, "  ", ic-payee(1:30), " ",
            ic-filename
            delimited by size into listrec
     end-string.
     write listrec.
*>
 0900-load-sent-files.
*>
     move zero			to snCount.
     open input sentfile.
     read sentfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if snCount < 5000
            add 1		to snCount
            unstring sentrec delimited by ","
                     into snFilename(snCount)
            end-unstring
         end-if
         read sentfile
              at end move "y"	to eof
         end-read
     end-perform.
     close sentfile.
     move spaces		to eof.
