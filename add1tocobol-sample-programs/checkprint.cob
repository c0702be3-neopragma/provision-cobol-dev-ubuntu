       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Check printing subprogram, shared by apcheckrun and
*>            refundrun, so the checks themselves come off the
*>            odfscanner form machinery instead of being typed from
*>            the register.  Each check is one sheet of the check
*>            workbook, filled from the check template:
*>
*>              payee, payeeaddr1, payeeaddr2   name and address --
*>                                   database/vendors.csv by vendor
*>                                   code for AP, database/customers.csv
*>                                   by customer name for refunds
*>              checkno, checkdate   (mm/dd/yyyy)
*>              amount               figures, asterisk protected
*>              amountwords          e.g. ONE THOUSAND FIVE HUNDRED
*>                                   AND 00/100 DOLLARS
*>              stubref, stubamt     one per remittance line, the
*>                                   same detail the register carries
*>                                   (stubamt declared money)
*>              micr                 C<check>C A<routing>A <account>C
*>                                   -- the E-13B font draws C as the
*>                                   on-us symbol and A as transit
*>
*>            Template and working-copy paths, and the bank routing
*>            and account numbers for the MICR line, come from
*>            checks.cfg (name=value pairs, the same scheme as
*>            statements.cfg): checkfile, apform, refundform,
*>            routing, account.
*>
*>            call "checkprint" using cp-action,    pic x:
*>                                           "o" open the workbook,
*>                                           "l" add a stub line,
*>                                           "p" put the check sheet,
*>                                           "c" close the workbook
*>                                    cp-source,    pic x(2)  AP|RF
*>                                    cp-checkno,   pic 9(6)
*>                                    cp-date,      pic x(8) yyyymmdd
*>                                    cp-amount,    pic s9(10)v99
*>                                                  (the line's on "l")
*>                                    cp-payee,     pic x(40)
*>                                    cp-payeekey,  pic x(28)
*>                                    cp-stubref,   pic x(40)
*>                                    cp-status     pic 99 (returned)
*>            Stub lines are held until the check's "p".  status 0 =
*>            done, 4 = a field would not fill (shown on the console).
*>*********************************************************************
identification division.
program-id. checkprint.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional vendorfile	assign to "database/vendors.csv"
                        organization is line sequential.
select optional customerfile	assign to "database/customers.csv"
                        organization is line sequential.
select optional cfgfile	assign to "checks.cfg"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd vendorfile.
*>
01 vendorrec		pic x(200).
*>
fd customerfile.
*>
01 customerrec		pic x(200).
*>
fd cfgfile.
*>
01 cfgrec		pic x(200).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>template locations and bank identity, from checks.cfg
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  checkfilepath		pic x(80) value "checktemplate.fods".
 01  apformpath		pic x(80) value "apcheckwork.fods".
 01  refundformpath		pic x(80) value "refundcheckwork.fods".
 01  bankrouting		pic x(9) value "000000000".
 01  bankaccount		pic x(17) value spaces.
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>payee addresses -- vendors by code, customers by name
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  adCount			unsigned-int value zero.
 01  adList.
     05  adEntry	occurs 1000 times
                        indexed by adInd.
         10  adKey		pic x(28) value spaces.
         10  adAddr1		pic x(40) value spaces.
         10  adCity		pic x(30) value spaces.
         10  adState		pic x(2) value spaces.
         10  adZip		pic x(10) value spaces.
 01  ad-code			pic x(8) value spaces.
 01  ad-name			pic x(40) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the stub lines held for the check being built
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  stCount			unsigned-int value zero.
 01  stList.
     05  stEntry	occurs 100 times
                        indexed by stInd.
         10  stRef		pic x(40) value spaces.
         10  stAmount		pic s9(10)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>amount in words
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  oneswords.
     05  filler		pic x(9) value "ONE".
     05  filler		pic x(9) value "TWO".
     05  filler		pic x(9) value "THREE".
     05  filler		pic x(9) value "FOUR".
     05  filler		pic x(9) value "FIVE".
     05  filler		pic x(9) value "SIX".
     05  filler		pic x(9) value "SEVEN".
     05  filler		pic x(9) value "EIGHT".
     05  filler		pic x(9) value "NINE".
     05  filler		pic x(9) value "TEN".
     05  filler		pic x(9) value "ELEVEN".
     05  filler		pic x(9) value "TWELVE".
     05  filler		pic x(9) value "THIRTEEN".
     05  filler		pic x(9) value "FOURTEEN".
     05  filler		pic x(9) value "FIFTEEN".
     05  filler		pic x(9) value "SIXTEEN".
     05  filler		pic x(9) value "SEVENTEEN".
     05  filler		pic x(9) value "EIGHTEEN".
     05  filler		pic x(9) value "NINETEEN".
 01  oneswords-r redefines oneswords.
     05  onesword		occurs 19 times pic x(9).
 01  tenswords.
     05  filler		pic x(9) value "TEN".
     05  filler		pic x(9) value "TWENTY".
     05  filler		pic x(9) value "THIRTY".
     05  filler		pic x(9) value "FORTY".
     05  filler		pic x(9) value "FIFTY".
     05  filler		pic x(9) value "SIXTY".
     05  filler		pic x(9) value "SEVENTY".
     05  filler		pic x(9) value "EIGHTY".
     05  filler		pic x(9) value "NINETY".
 01  tenswords-r redefines tenswords.
     05  tensword		occurs 9 times pic x(9).
 01  amountwords		pic x(100) value spaces.
 01  wordptr			unsigned-int value 1.
 01  wholedollars		pic 9(9) value zero.
 01  centsonly			pic 99 value zero.
 01  millionpart		pic 9(3) value zero.
 01  thousandpart		pic 9(3) value zero.
 01  hundredpart		pic 9(3) value zero.
 01  wordgroup			pic 9(3) value zero.
 01  grouphundreds		pic 9 value zero.
 01  grouprest			pic 99 value zero.
 01  grouptens			pic 9 value zero.
 01  groupones			pic 9 value zero.
 01  remainderpart		pic 9(9) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>parms for calling the odf subroutines, the way statements
*>>>drives them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  startpage			unsigned-int value zero.
 01  endpage			unsigned-int value zero.
 01  fieldname			pic x(18) value spaces.
 01  fieldvalue			pic x(100) value spaces.
 01  fieldtypecode		pic x value spaces.
 01  retcode			unsigned-int value zero.
 01  sheetname			pic x(10) value spaces.
 01  formopen			pic x value spaces.
     88  form-is-open		      value "y".
 01  showamt			pic -zzz,zzz,zz9.99 value zero.
 01  showcheckamt		pic ***,***,**9.99 value zero.
 01  checkdate			pic x(10) value spaces.
 01  payeeaddr2		pic x(60) value spaces.
 01  micrline			pic x(60) value spaces.
*>
linkage section.
*>
 01  cp-action			pic x.
     88  cp-open		      value "o".
     88  cp-line		      value "l".
     88  cp-put			      value "p".
     88  cp-close		      value "c".
 01  cp-source			pic x(2).
     88  cp-source-ap		      value "AP".
 01  cp-checkno		pic 9(6).
 01  cp-date			pic x(8).
 01  cp-amount			pic s9(10)v99.
 01  cp-payee			pic x(40).
 01  cp-payeekey		pic x(28).
 01  cp-stubref		pic x(40).
 01  cp-status			pic 99.
*>
 procedure division using cp-action,
                          cp-source,
                          cp-checkno,
                          cp-date,
                          cp-amount,
                          cp-payee,
                          cp-payeekey,
                          cp-stubref,
                          cp-status.
*>
 0000-start.
*>
     move zero			to cp-status.

     evaluate true
         when cp-open
              perform 0100-open-form
         when cp-line
              if stCount < 100
                 add 1		to stCount
                 move cp-stubref	to stRef(stCount)
                 move cp-amount	to stAmount(stCount)
              end-if
         when cp-put
              if form-is-open
                 perform 0200-put-check
              end-if
              move zero		to stCount
         when cp-close
              if form-is-open
                 call "odffinishform"	using endpage
                 end-call
                 move spaces		to formopen
              end-if
     end-evaluate.

     goback.
*>
 0100-open-form.
*>
     perform 0940-load-cfg.
     perform 0900-load-addresses.
     move zero			to stCount.

     display "odffile"		upon environment-name.
     display checkfilepath	upon environment-value.
     display "odfform"		upon environment-name.
     if cp-source-ap
        display apformpath	upon environment-value
     else
        display refundformpath	upon environment-value
     end-if.

     move "m"			to fieldtypecode.
     move "stubamt"		to fieldname.
     call "odfsettype" using fieldname, fieldtypecode end-call.

     call "odfscanner"		using startpage,
				      endpage.
     call "odfstartform"	using startpage
     end-call.
     move "y"			to formopen.
*>
 0200-put-check.
*>
     perform varying adInd from 1 by 1
             until adInd > adCount
                or function trim(adKey(adInd)) =
                   function trim(cp-payeekey)
         continue
     end-perform.

     move "payee"		to fieldname.
     move cp-payee		to fieldvalue.
     perform 0800-odfsetvalue.
     move spaces		to payeeaddr2.
     move "payeeaddr1"		to fieldname.
     if adInd <= adCount
        move adAddr1(adInd)	to fieldvalue
        string function trim(adCity(adInd)), ", ",
               function trim(adState(adInd)), "  ",
               function trim(adZip(adInd))
               into payeeaddr2
        end-string
     else
        move spaces		to fieldvalue
     end-if.
     perform 0800-odfsetvalue.
     move "payeeaddr2"		to fieldname.
     move payeeaddr2		to fieldvalue.
     perform 0800-odfsetvalue.

     move "checkno"		to fieldname.
     move cp-checkno		to fieldvalue.
     perform 0800-odfsetvalue.
     move spaces		to checkdate.
     string cp-date(5:2), "/", cp-date(7:2), "/", cp-date(1:4)
            delimited by size into checkdate
     end-string.
     move "checkdate"		to fieldname.
     move checkdate		to fieldvalue.
     perform 0800-odfsetvalue.
     move "amount"		to fieldname.
     move cp-amount		to showcheckamt.
     move showcheckamt		to fieldvalue.
     perform 0800-odfsetvalue.
     perform 0300-amount-in-words.
     move "amountwords"		to fieldname.
     move amountwords		to fieldvalue.
     perform 0800-odfsetvalue.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the remittance stub, one line per voucher or item the check
*>>>pays, filled down the stub region
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform varying stInd from 1 by 1
             until stInd > stCount
         move "stubref"		to fieldname
         move stRef(stInd)	to fieldvalue
         perform 0800-odfsetvalue
         move "stubamt"		to fieldname
         move stAmount(stInd)	to showamt
         move showamt		to fieldvalue
         perform 0800-odfsetvalue
     end-perform.

     move spaces		to micrline.
     string "C", cp-checkno, "C A", bankrouting, "A ",
            function trim(bankaccount), "C"
            delimited by size into micrline
     end-string.
     move "micr"		to fieldname.
     move micrline		to fieldvalue.
     perform 0800-odfsetvalue.

     move spaces		to sheetname.
     string "ck", cp-checkno	into sheetname
     end-string.
     call "odfwritepage"	using startpage,
                                      endpage,
                                      sheetname
     end-call.
*>
 0300-amount-in-words.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>dollars in words by thousands group, then the cents as a
*>>>fraction the way a hand-written check carries them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to amountwords.
     move 1			to wordptr.
     move cp-amount		to wholedollars.
     compute centsonly = (cp-amount - wholedollars) * 100.
     divide wholedollars by 1000000 giving millionpart
            remainder remainderpart.
     divide remainderpart by 1000 giving thousandpart
            remainder hundredpart.

     if wholedollars = zero
        string "ZERO " delimited by size
               into amountwords with pointer wordptr
        end-string
     end-if.
     if millionpart > zero
        move millionpart	to wordgroup
        perform 0350-say-group
        string "MILLION " delimited by size
               into amountwords with pointer wordptr
        end-string
     end-if.
     if thousandpart > zero
        move thousandpart	to wordgroup
        perform 0350-say-group
        string "THOUSAND " delimited by size
               into amountwords with pointer wordptr
        end-string
     end-if.
     if hundredpart > zero
        move hundredpart	to wordgroup
        perform 0350-say-group
     end-if.
     string "AND ", centsonly, "/100 DOLLARS" delimited by size
            into amountwords with pointer wordptr
     end-string.
*>
 0350-say-group.
*>
     divide wordgroup by 100 giving grouphundreds
            remainder grouprest.
     if grouphundreds > zero
        string function trim(onesword(grouphundreds)), " HUNDRED "
               delimited by size
               into amountwords with pointer wordptr
        end-string
     end-if.
     if grouprest >= 20
        divide grouprest by 10 giving grouptens
               remainder groupones
        if groupones > zero
           string function trim(tensword(grouptens)), "-",
                  function trim(onesword(groupones)), " "
                  delimited by size
                  into amountwords with pointer wordptr
           end-string
        else
           string function trim(tensword(grouptens)), " "
                  delimited by size
                  into amountwords with pointer wordptr
           end-string
        end-if
     else if grouprest > zero
        string function trim(onesword(grouprest)), " "
               delimited by size
               into amountwords with pointer wordptr
        end-string
     end-if.
*>
 0800-odfsetvalue.
*>
     call "odfsetfield" using fieldName,
			      fieldValue,
			      retcode
     end-call.
     if retcode <> 0
        display "checkprint: odfsetfield problem with retcode="
                retcode " for [" function trim(fieldname)
                "] on check " cp-checkno
        move 4			to cp-status
     end-if.
*>
 0900-load-addresses.
*>
     move zero			to adCount.
     if cp-source-ap
        open input vendorfile
        read vendorfile
             at end move "y"	to eof
        end-read
     else
        open input customerfile
        read customerfile
             at end move "y"	to eof
        end-read
     end-if.
     perform until end-of-file
         if adCount < 1000
            add 1		to adCount
            move spaces		to ad-code ad-name
            if cp-source-ap
               unstring vendorrec delimited by ","
                        into ad-code, ad-name,
                             adAddr1(adCount), adCity(adCount),
                             adState(adCount), adZip(adCount)
               end-unstring
               move ad-code	to adKey(adCount)
            else
               unstring customerrec delimited by ","
                        into ad-code, ad-name,
                             adAddr1(adCount), adCity(adCount),
                             adState(adCount), adZip(adCount)
               end-unstring
               move ad-name	to adKey(adCount)
            end-if
         end-if
         if cp-source-ap
            read vendorfile
                 at end move "y"	to eof
            end-read
         else
            read customerfile
                 at end move "y"	to eof
            end-read
         end-if
     end-perform.
     if cp-source-ap
        close vendorfile
     else
        close customerfile
     end-if.
     move spaces		to eof.
*>
 0940-load-cfg.
*>
     open input cfgfile.
     read cfgfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move zero		to cfgeqpos
         inspect cfgrec tallying cfgeqpos
                 for characters before initial "="
         if cfgeqpos < length of cfgrec
            move spaces		to cfgname cfgvalue
            move cfgrec(1:cfgeqpos) to cfgname
            move cfgrec(cfgeqpos + 2:) to cfgvalue
            evaluate function trim(cfgname)
                when "checkfile"
                     move function trim(cfgvalue) to checkfilepath
                when "apform"
                     move function trim(cfgvalue) to apformpath
                when "refundform"
                     move function trim(cfgvalue) to refundformpath
                when "routing"
                     move function trim(cfgvalue) to bankrouting
                when "account"
                     move function trim(cfgvalue) to bankaccount
            end-evaluate
         end-if
         read cfgfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cfgfile.
     move spaces		to eof.

end program checkprint.
