       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Year-end 1099 vendor reporting.  Totals the calendar
*>            year's payments from database/appaidhistory.csv (the
*>            paid-voucher record every apcheckrun appends to) for
*>            each vendor flagged 1099-reportable on
*>            database/vendors.csv (eighth column Y, tax id in the
*>            ninth), and prints ap1099report.txt -- every reportable
*>            vendor's total, with the ones at or over the filing
*>            threshold marked and any of those with a missing or
*>            malformed tax id called out so it can be chased before
*>            the file goes.
*>
*>            The information return file (ap1099irs.txt) follows
*>            the IRS fixed-width 750-byte layout: T transmitter, A
*>            payer (1099-NEC, amount code 1), one B per payee over
*>            the threshold, C end of payer, F end of transmission,
*>            each carrying its record sequence number in positions
*>            500-507.  Payer and transmitter identity, the
*>            threshold (600.00 unless set) and the test-file
*>            indicator come from ap1099.cfg, one name=value per
*>            line:
*>
*>                threshold=600.00
*>                payertin=123456789
*>                payername=...      payeraddr=...
*>                payercity=...      payerstate=..    payerzip=...
*>                payerphone=...     tcc=.....
*>                contact=...        contactphone=... email=...
*>                testfile=Y
*>
*>            usage: ap1099 <year yyyy>
*>*********************************************************************
identification division.
program-id. ap1099.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional vendorfile	assign to "database/vendors.csv"
                        organization is line sequential.
select optional historyfile	assign to "database/appaidhistory.csv"
                        organization is line sequential.
select optional cfgfile	assign to "ap1099.cfg"
                        organization is line sequential.
select reportfile	assign to "ap1099report.txt"
                        organization is line sequential.
select irsfile		assign to "ap1099irs.txt"
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
fd historyfile.
*>
01 historyrec		pic x(300).
*>
fd cfgfile.
*>
01 cfgrec		pic x(100).
*>
fd reportfile.
*>
01 reportrec		pic x(132).
*>
fd irsfile.
*>
01 irsrec		pic x(750).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  cmdarg			pic x(20) value spaces.
 01  taxyear			pic 9(4) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>vendor master, with the year's reportable total beside it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  vdCount			unsigned-int value zero.
 01  vdList.
     05  vdEntry	occurs 500 times
                        indexed by vdInd.
         10  vdCode		pic x(8) value spaces.
         10  vdName		pic x(40) value spaces.
         10  vdAddr1		pic x(40) value spaces.
         10  vdCity		pic x(30) value spaces.
         10  vdState		pic x(2) value spaces.
         10  vdZip		pic x(10) value spaces.
         10  vdFlag		pic x value spaces.
         10  vdTaxid		pic x(14) value spaces.
         10  vdTin		pic x(9) value spaces.
         10  vdTintype		pic x value spaces.
         10  vdPaid		pic s9(10)v99 value zero.
 01  vd-terms			pic x(10) value spaces.
 01  vdMatchInd		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>staging fields for the appaidhistory.csv columns
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  hs-checkno		pic x(8) value spaces.
 01  hs-checkdate		pic x(8) value spaces.
 01  hs-vendor			pic x(8) value spaces.
 01  hs-vendorname		pic x(28) value spaces.
 01  hs-voucher		pic x(10) value spaces.
 01  hs-invdate		pic x(10) value spaces.
 01  hs-acct			pic x(6) value spaces.
 01  rawamount			pic x(14) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>ap1099.cfg
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  cfgname			pic x(20) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
 01  threshold			pic s9(8)v99 value 600.00.
 01  payertin			pic x(9) value spaces.
 01  payername			pic x(40) value spaces.
 01  payeraddr			pic x(40) value spaces.
 01  payercity			pic x(40) value spaces.
 01  payerstate		pic x(2) value spaces.
 01  payerzip			pic x(9) value spaces.
 01  payerphone		pic x(15) value spaces.
 01  tcc			pic x(5) value spaces.
 01  contactname		pic x(40) value spaces.
 01  contactphone		pic x(15) value spaces.
 01  contactemail		pic x(50) value spaces.
 01  testfile			pic x value "Y".
     88  test-file		      value "Y".
*>
 01  taxidlen			unsigned-int value zero.
 01  taxidsub			unsigned-int value zero.
 01  dashcount			unsigned-int value zero.
 01  namecontrol		pic x(4) value spaces.
 01  ncLen			unsigned-int value zero.
 01  ncSub			unsigned-int value zero.
 01  upname			pic x(40) value spaces.
 01  zipdigits			pic x(9) value spaces.
 01  zipLen			unsigned-int value zero.
 01  zipSub			unsigned-int value zero.
*>
 01  reportcount		unsigned-int value zero.
 01  overcount			unsigned-int value zero.
 01  missingcount		unsigned-int value zero.
 01  historycount		unsigned-int value zero.
 01  yeartotal			pic s9(10)v99 value zero.
 01  irsseq			pic 9(8) value zero.
 01  irspayees			pic 9(8) value zero.
 01  irscents			pic 9(12) value zero.
 01  irstotal			pic 9(18) value zero.
 01  showamt			pic -zzz,zzz,zz9.99 value zero.
 01  showcount			pic zzz9 value zero.
 01  marker			pic x(24) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     accept cmdarg		from command-line
     end-accept.
     if function trim(cmdarg) is numeric
        and function length(function trim(cmdarg)) = 4
        move function numval(cmdarg) to taxyear
     else
        display "ap1099: give the calendar year, e.g. ap1099 2026"
        stop run giving 1
     end-if.

     perform 0940-load-cfg.
     perform 0900-load-vendors.
     if vdCount = zero
        display "ap1099: no vendors on database/vendors.csv"
        stop run giving 4
     end-if.
     perform 0910-total-history.

     open output reportfile.
     move spaces		to reportrec.
     string "1099 reportable payments -- calendar year ", taxyear
            into reportrec
     end-string.
     write reportrec.
     move threshold		to showamt.
     move spaces		to reportrec.
     string "filing threshold ", showamt
            into reportrec
     end-string.
     write reportrec.
     move all "-"		to reportrec.
     write reportrec.

     perform varying vdInd from 1 by 1
             until vdInd > vdCount
         if vdFlag(vdInd) = "Y" and vdPaid(vdInd) <> zero
            perform 0200-report-vendor
         end-if
     end-perform.

     move all "-"		to reportrec.
     write reportrec.
     move reportcount		to showcount.
     move yeartotal		to showamt.
     move spaces		to reportrec.
     string showcount, " reportable vendor(s) paid ", showamt
            into reportrec
     end-string.
     write reportrec.
     move overcount		to showcount.
     move spaces		to reportrec.
     string showcount, " at or over the threshold go on the "
            "information return file"
            into reportrec
     end-string.
     write reportrec.
     if missingcount > 0
        move missingcount	to showcount
        move spaces		to reportrec
        string showcount, " of those have no usable tax id -- get "
               "a W-9 before filing"
               into reportrec
        end-string
        write reportrec
     end-if.
     close reportfile.

     perform 0300-write-irs-file.

     display "ap1099: " reportcount " reportable vendor(s), "
             overcount " over the threshold, " missingcount
             " missing a tax id -- see ap1099report.txt".
     if missingcount > 0
        stop run giving 4
     end-if.

     goback.
*>
 0200-report-vendor.
*>
     add 1			to reportcount.
     add vdPaid(vdInd)		to yeartotal.
     move spaces		to marker.
     if vdPaid(vdInd) >= threshold
        add 1			to overcount
        if vdTin(vdInd) = spaces
           add 1		to missingcount
           move "OVER -- TAX ID MISSING"	to marker
        else
           move "OVER"		to marker
        end-if
     end-if.
     move vdPaid(vdInd)		to showamt.
     move spaces		to reportrec.
     string vdCode(vdInd), " ", vdName(vdInd)(1:30), " ",
            vdTaxid(vdInd), " ", showamt, "  ",
            marker
            delimited by size into reportrec
     end-string.
     write reportrec.
*>
 0300-write-irs-file.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>IRS information return layout: 750 characters a record, every
*>>>field at a fixed position, amounts in cents with no point
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to irsseq irstotal.
     move overcount		to irspayees.
     open output irsfile.

     move spaces		to irsrec.
     move "T"			to irsrec(1:1).
     move taxyear		to irsrec(2:4).
     move payertin		to irsrec(7:9).
     move tcc			to irsrec(16:5).
     if test-file
        move "T"		to irsrec(28:1)
     end-if.
     move payername		to irsrec(30:40).
     move payername		to irsrec(110:40).
     move payeraddr		to irsrec(190:40).
     move payercity		to irsrec(230:40).
     move payerstate		to irsrec(270:2).
     move payerzip		to irsrec(272:9).
     move irspayees		to irsrec(296:8).
     move contactname		to irsrec(304:40).
     move contactphone		to irsrec(344:15).
     move contactemail		to irsrec(359:50).
     move "I"			to irsrec(518:1).
     perform 0390-put-irs-record.

     move spaces		to irsrec.
     move "A"			to irsrec(1:1).
     move taxyear		to irsrec(2:4).
     move payertin		to irsrec(12:9).
     move "NE"			to irsrec(26:2).
     move "1"			to irsrec(28:1).
     move payername		to irsrec(53:40).
     move "0"			to irsrec(133:1).
     move payeraddr		to irsrec(134:40).
     move payercity		to irsrec(174:40).
     move payerstate		to irsrec(214:2).
     move payerzip		to irsrec(216:9).
     move payerphone		to irsrec(225:15).
     perform 0390-put-irs-record.

     perform varying vdInd from 1 by 1
             until vdInd > vdCount
         if vdFlag(vdInd) = "Y" and vdPaid(vdInd) >= threshold
            perform 0310-put-payee-record
         end-if
     end-perform.

     move spaces		to irsrec.
     move "C"			to irsrec(1:1).
     move irspayees		to irsrec(2:8).
     move all "0"		to irsrec(16:216).
     move irstotal		to irsrec(16:18).
     perform 0390-put-irs-record.

     move spaces		to irsrec.
     move "F"			to irsrec(1:1).
     move "00000001"		to irsrec(2:8).
     move all "0"		to irsrec(10:21).
     move irspayees		to irsrec(50:8).
     perform 0390-put-irs-record.

     close irsfile.
*>
 0310-put-payee-record.
*>
     perform 0320-name-control.
     move spaces		to zipdigits.
     move zero			to zipLen.
     perform varying zipSub from 1 by 1
             until zipSub > 10
         if vdZip(vdInd)(zipSub:1) is numeric and zipLen < 9
            add 1		to zipLen
            move vdZip(vdInd)(zipSub:1) to zipdigits(zipLen:1)
         end-if
     end-perform.
     compute irscents = vdPaid(vdInd) * 100.
     add irscents		to irstotal.

     move spaces		to irsrec.
     move "B"			to irsrec(1:1).
     move taxyear		to irsrec(2:4).
     move namecontrol		to irsrec(7:4).
     move vdTintype(vdInd)	to irsrec(11:1).
     move vdTin(vdInd)		to irsrec(12:9).
     move vdCode(vdInd)		to irsrec(21:8).
     move all "0"		to irsrec(55:192).
     move irscents		to irsrec(55:12).
     move function upper-case(vdName(vdInd)) to irsrec(248:40).
     move function upper-case(vdAddr1(vdInd)) to irsrec(368:40).
     move function upper-case(vdCity(vdInd)) to irsrec(448:30).
     move vdState(vdInd)	to irsrec(488:2).
     move zipdigits		to irsrec(490:9).
     perform 0390-put-irs-record.
*>
 0320-name-control.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the name control is the first four letters or digits of the
*>>>business name, a leading THE dropped
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move function upper-case(vdName(vdInd)) to upname.
     if upname(1:4) = "THE "
        move upname(5:36)	to upname
     end-if.
     move spaces		to namecontrol.
     move zero			to ncLen.
     perform varying ncSub from 1 by 1
             until ncSub > 40 or ncLen = 4
         if upname(ncSub:1) is alphabetic-upper
            and upname(ncSub:1) <> space
            or upname(ncSub:1) is numeric
            add 1		to ncLen
            move upname(ncSub:1) to namecontrol(ncLen:1)
         end-if
     end-perform.
*>
 0390-put-irs-record.
*>
     add 1			to irsseq.
     move irsseq		to irsrec(500:8).
     write irsrec.
*>
 0900-load-vendors.
*>
     move zero			to vdCount.
     open input vendorfile.
     read vendorfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if vdCount < 500
            add 1		to vdCount
            unstring vendorrec delimited by ","
                     into vdCode(vdCount), vdName(vdCount),
                          vdAddr1(vdCount), vdCity(vdCount),
                          vdState(vdCount), vdZip(vdCount),
                          vd-terms, vdFlag(vdCount),
                          vdTaxid(vdCount)
            end-unstring
            move function upper-case(vdFlag(vdCount))
                                to vdFlag(vdCount)
            move vdCount	to vdMatchInd
            perform 0905-check-tax-id
         else
            display "ap1099: more than 500 vendors -- the rest "
                    "are not totalled"
         end-if
         read vendorfile
              at end move "y"	to eof
         end-read
     end-perform.
     close vendorfile.
     move spaces		to eof.
*>
 0905-check-tax-id.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>nine digits once the dashes are out; 99-9999999 is an EIN and
*>>>999-99-9999 a social security number, bare digits taken as an
*>>>EIN since the vendors here are businesses
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to vdTin(vdMatchInd) vdTintype(vdMatchInd).
     move zero			to taxidlen dashcount.
     perform varying taxidsub from 1 by 1
             until taxidsub > 14
         if vdTaxid(vdMatchInd)(taxidsub:1) is numeric
            add 1		to taxidlen
            if taxidlen <= 9
               move vdTaxid(vdMatchInd)(taxidsub:1)
                    to vdTin(vdMatchInd)(taxidlen:1)
            end-if
         else
            if vdTaxid(vdMatchInd)(taxidsub:1) = "-"
               add 1		to dashcount
            else
               if vdTaxid(vdMatchInd)(taxidsub:1) <> space
                  move 99	to taxidlen
               end-if
            end-if
         end-if
     end-perform.
     if taxidlen <> 9
        move spaces		to vdTin(vdMatchInd)
     else
        if dashcount = 2
           move "2"		to vdTintype(vdMatchInd)
        else
           move "1"		to vdTintype(vdMatchInd)
        end-if
     end-if.
*>
 0910-total-history.
*>
     open input historyfile.
     read historyfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to hs-checkno hs-checkdate hs-vendor
                                   hs-vendorname hs-voucher
                                   hs-invdate hs-acct rawamount
         unstring historyrec delimited by ","
                  into hs-checkno, hs-checkdate, hs-vendor,
                       hs-vendorname, hs-voucher, hs-invdate,
                       hs-acct, rawamount
         end-unstring
         if hs-checkdate(1:4) = taxyear
            and function test-numval(rawamount) = 0
            add 1		to historycount
            perform varying vdInd from 1 by 1
                    until vdInd > vdCount
                if vdCode(vdInd) = hs-vendor
                   compute vdPaid(vdInd) = vdPaid(vdInd)
                           + function numval(rawamount)
                end-if
            end-perform
         end-if
         read historyfile
              at end move "y"	to eof
         end-read
     end-perform.
     close historyfile.
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
                when "threshold"
                     if function test-numval(cfgvalue) = 0
                        compute threshold = function numval(cfgvalue)
                     end-if
                when "payertin"
                     move function trim(cfgvalue) to payertin
                when "payername"
                     move function upper-case(cfgvalue) to payername
                when "payeraddr"
                     move function upper-case(cfgvalue) to payeraddr
                when "payercity"
                     move function upper-case(cfgvalue) to payercity
                when "payerstate"
                     move function upper-case(cfgvalue) to payerstate
                when "payerzip"
                     move function trim(cfgvalue) to payerzip
                when "payerphone"
                     move function trim(cfgvalue) to payerphone
                when "tcc"
                     move function upper-case(cfgvalue) to tcc
                when "contact"
                     move function upper-case(cfgvalue) to contactname
                when "contactphone"
                     move function trim(cfgvalue) to contactphone
                when "email"
                     move function trim(cfgvalue) to contactemail
                when "testfile"
                     move function upper-case(cfgvalue) to testfile
            end-evaluate
         end-if
         read cfgfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cfgfile.
     move spaces		to eof.
