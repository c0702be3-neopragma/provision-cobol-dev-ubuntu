*>            shiptocode,quantity,unitprice,description,freight,
*>            discount   (dates yyyymmdd)
*>
*>            contractmeters.csv: contractid,meterid,unit,rollover
*>            digits,allowance,tier1 upto,tier1 rate,tier2 upto,tier2
*>            rate,tier3 rate -- per billing period; a blank "upto"
*>            bills everything past the tier before at that tier's
*>            rate.  meterreadings.csv: contractid,meterid,date,
*>            reading,kind in date order per meter, kind blank for a
*>            regular reading, F for the outgoing meter's final
*>            reading at a replacement and I for the new meter's
*>            install reading (no usage is counted across the swap).
*>
*>            usage: contractgen <billing-date yyyymmdd> [-force]
*>*********************************************************************
*>Modifications:
*>              with return code 8 -- the cycle once generated a
*>              batch on a day the bank was closed.  -force after
*>              the date overrides for a deliberate special run
*>15-Oct-2026 - a contract line with no sales rep is billed under the
*>              territory's rep for its sold-to and ship-to
*>              (database/territories.csv, through the shared
*>              territory subprogram)
*>15-Oct-2026 - a contract whose end date has passed is named on the
*>              console once per run instead of silently dropping
*>              out of billing (return code 4) -- contractrenew
*>              sends the renewal notices
*>15-Oct-2026 - metered usage is billed on the contract's own invoice:
*>              database/contractmeters.csv gives a contract's meters
*>              their unit, rollover digits, included allowance and
*>              up to three rate tiers, database/meterreadings.csv
*>              the readings, and the usage read since the last
*>              billing date is charged as extra lines after the
*>              flat ones.  A reading that goes backwards (short of a
*>              rollover) or jumps past meterjumpfactor (writeinvoice.cfg,
*>              default 5) times the meter's daily average goes to
*>              contractgen_meterexceptions.txt and that meter is
*>              not billed this run
*>*********************************************************************
identification division.
program-id. contractgen.
                        organization is line sequential.
select optional odfconfigfile	assign to "writeinvoice.cfg"
                        organization is line sequential.
select optional meterfile	assign to "database/contractmeters.csv"
                        organization is line sequential.
select optional readingfile	assign to "database/meterreadings.csv"
                        organization is line sequential.
select meterexceptfile	assign to "contractgen_meterexceptions.txt"
                        organization is line sequential.
*>
data division.
*>
*>
01 odfconfigrec		pic x(200).
*>
fd meterfile.
*>
01 meterrec		pic x(150).
*>
fd readingfile.
*>
01 readingrec		pic x(80).
*>
fd meterexceptfile.
*>
01 meterexceptrec	pic x(200).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
*>>>one invoice number per contract id per run
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  lastcontractid		pic x(10) value spaces.
 01  lastlapsedid		pic x(10) value spaces.
 01  lapsedcount		unsigned-int value zero.
 01  thisinvoiceno		pic 9(6) value zero.
 01  ctlregion			pic 9 value 9.
 01  ctlstatus			pic 99 value zero.
 01  bdcheckdate		pic 9(8) value zero.
 01  bdstatus			pic 99 value zero.
 01  forcearg			pic x(20) value spaces.
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
 01  duecount			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>contract meters and their readings
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  mtCount			unsigned-int value zero.
 01  mtList.
     05  mtEntry	occurs 200 times
                        indexed by mtInd.
         10  mtContract		pic x(10) value spaces.
         10  mtMeter		pic x(10) value spaces.
         10  mtUnit		pic x(20) value spaces.
         10  mtDigits		pic 9(2) value zero.
         10  mtAllowance	pic 9(12) value zero.
         10  mtUpto1		pic 9(12) value zero.
         10  mtRate1		pic 9(5)v9(4) value zero.
         10  mtUpto2		pic 9(12) value zero.
         10  mtRate2		pic 9(5)v9(4) value zero.
         10  mtRate3		pic 9(5)v9(4) value zero.
 01  rawmeter			occurs 10 times pic x(20) value spaces.
 01  rdCount			unsigned-int value zero.
 01  rdList.
     05  rdEntry	occurs 5000 times
                        indexed by rdInd.
         10  rdContract		pic x(10) value spaces.
         10  rdMeter		pic x(10) value spaces.
         10  rdDate		pic 9(8) value zero.
         10  rdValue		pic 9(12) value zero.
         10  rdKind		pic x value spaces.
 01  rawrddate			pic x(10) value spaces.
 01  rawrdvalue		pic x(14) value spaces.
 01  rawrdkind			pic x(4) value spaces.
 01  meterjumpfactor		pic 9(3)v9 value 5.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the header of the contract last staged, kept for its usage
*>>>lines, and the current row's held while they are written
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  usgheader.
     05  usg-id			pic x(10) value spaces.
     05  usg-frequency		pic x(2) value spaces.
     05  usg-custpo		pic x(8) value spaces.
     05  usg-salesrep		pic x(8) value spaces.
     05  usg-shipmethod		pic x(8) value spaces.
     05  usg-terms		pic x(8) value spaces.
     05  usg-currency		pic x(3) value spaces.
     05  usg-soldtocode		pic x(8) value spaces.
     05  usg-shiptocode		pic x(8) value spaces.
 01  holdheader.
     05  hold-id		pic x(10) value spaces.
     05  hold-frequency		pic x(2) value spaces.
     05  hold-custpo		pic x(8) value spaces.
     05  hold-salesrep		pic x(8) value spaces.
     05  hold-shipmethod	pic x(8) value spaces.
     05  hold-terms		pic x(8) value spaces.
     05  hold-currency		pic x(3) value spaces.
     05  hold-soldtocode	pic x(8) value spaces.
     05  hold-shiptocode	pic x(8) value spaces.
 01  holdline.
     05  hold-quantity		pic x(12) value spaces.
     05  hold-unitprice		pic x(12) value spaces.
     05  hold-description	pic x(70) value spaces.
     05  hold-freight		pic x(12) value spaces.
     05  hold-discount		pic x(12) value spaces.
 01  periodstart		pic 9(8) value zero.
 01  periodwork			pic 9(8) value zero.
 01  periodwork-r redefines periodwork.
     05  pw-year		pic 9(4).
     05  pw-month		pic 9(2).
     05  pw-day			pic 9(2).
 01  monthwork			pic s9(6) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one meter's walk through its readings
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  prevInd			unsigned-int value zero.
 01  firstInd			unsigned-int value zero.
 01  stepunits			pic s9(13) value zero.
 01  stepdays			pic s9(6) value zero.
 01  histunits			pic 9(13) value zero.
 01  histdays			pic 9(7) value zero.
 01  periodunits		pic 9(13) value zero.
 01  billunits			pic 9(13) value zero.
 01  tierunits			pic 9(13) value zero.
 01  tierrate			pic 9(5)v9(4) value zero.
 01  tiercharge			pic 9(8)v99 value zero.
 01  tierno			pic 9 value zero.
 01  dialsize			pic 9(13) value zero.
 01  stepinperiod		pic x value spaces.
     88  step-is-in-period	      value "y".
 01  meterok			pic x value spaces.
     88  meter-is-ok		      value "y".
 01  exceptreason		pic x(60) value spaces.
 01  showreading		pic z(11)9 value zero.
 01  showreading2		pic z(11)9 value zero.
 01  showunits			pic z(12)9 value zero.
 01  showrate			pic z(4)9.9999 value zero.
 01  showdays			pic z(5)9 value zero.
 01  showfactor		pic zz9.9 value zero.
 01  showcharge			pic z(7)9.99 value zero.
 01  usagerowcount		unsigned-int value zero.
 01  meterexccount		unsigned-int value zero.
 01  rowcount			unsigned-int value zero.
 01  skipcount			unsigned-int value zero.
 01  showcount			pic zzz9 value zero.

     perform 0940-load-odfconfig.
     perform 0910-load-customers.
     perform 0950-load-meters.
     perform 0960-load-readings.
     open output meterexceptfile.

     open input contractfile.
     open extend releasedfile.
              at end move "y"	to eof
         end-read
     end-perform.
     if lastcontractid <> spaces
        perform 0300-stage-usage
     end-if.

     close contractfile.
     close releasedfile.
     close meterexceptfile.

     move rowcount		to showcount.
     display "contractgen: " showcount " row(s) staged to "
                "unreadable or named an unknown customer code"
        move 4			to return-code
     end-if.
     if usagerowcount > 0
        move usagerowcount	to showcount
        display "contractgen: " showcount " of them metered usage"
     end-if.
     if meterexccount > 0
        move meterexccount	to showcount
        display "contractgen: " showcount " meter(s) held back for "
                "implausible readings -- see "
                "contractgen_meterexceptions.txt"
        move 4			to return-code
     end-if.
     if lapsedcount > 0
        display "contractgen: " lapsedcount " contract(s) have "
                "passed their end date and were not billed -- run "
                "contractrenew notices"
        move 4			to return-code
     end-if.

     goback.
*>
                         function trim(con-frequency)
                         "' -- only M and Q are billed"
        end-evaluate
     else if billdate > conend
        and function trim(con-id) <> function trim(lastlapsedid)
        move con-id		to lastlapsedid
        add 1			to lapsedcount
        display "contractgen: contract " function trim(con-id)
                " ended " conend " -- not billed, awaiting renewal"
     end-if
     end-if.
*>
 0200-stage-billing-row.
*>
     if function trim(con-id) <> function trim(lastcontractid)
        if lastcontractid <> spaces
           perform 0300-stage-usage
        end-if
        call "invnumctl" using ctlregion,
                               thisinvoiceno,
                               ctlstatus
        add 1			to duecount
     end-if.

     if con-salesrep = spaces
        move spaces		to tr-state
        move con-soldtocode	to tr-customer
        move con-shiptocode	to tr-shipto
        call "territory" using tr-state, tr-customer, tr-shipto,
                               tr-rep, tr-splitrep, tr-splitpct,
                               tr-status
        end-call
        if tr-status = 0
           move tr-rep		to con-salesrep
        end-if
     end-if.

     if custmode-codes
        perform 0250-put-codes-row
     else
           add 1		to skipcount
        end-if
     end-if.

     move con-id		to usg-id.
     move con-frequency		to usg-frequency.
     move con-custpo		to usg-custpo.
     move con-salesrep		to usg-salesrep.
     move con-shipmethod	to usg-shipmethod.
     move con-terms		to usg-terms.
     move con-currency		to usg-currency.
     move con-soldtocode	to usg-soldtocode.
     move con-shiptocode	to usg-shiptocode.
*>
 0250-put-codes-row.
*>
     end-string.
     write releasedrec.
     add 1			to rowcount.
*>
 0300-stage-usage.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the usage lines go on the invoice just staged, so its header
*>>>is put back in place and the row being read set aside
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move con-id		to hold-id.
     move con-frequency		to hold-frequency.
     move con-custpo		to hold-custpo.
     move con-salesrep		to hold-salesrep.
     move con-shipmethod	to hold-shipmethod.
     move con-terms		to hold-terms.
     move con-currency		to hold-currency.
     move con-soldtocode	to hold-soldtocode.
     move con-shiptocode	to hold-shiptocode.
     move con-quantity		to hold-quantity.
     move con-unitprice		to hold-unitprice.
     move con-description	to hold-description.
     move con-freight		to hold-freight.
     move con-discount		to hold-discount.
     move usg-id		to con-id.
     move usg-frequency		to con-frequency.
     move usg-custpo		to con-custpo.
     move usg-salesrep		to con-salesrep.
     move usg-shipmethod	to con-shipmethod.
     move usg-terms		to con-terms.
     move usg-currency		to con-currency.
     move usg-soldtocode	to con-soldtocode.
     move usg-shiptocode	to con-shiptocode.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the usage billed is what was read since the last billing
*>>>date -- a month back for a monthly contract, three for a
*>>>quarterly one
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move billdate		to periodwork.
     compute monthwork = pw-year * 12 + pw-month - 1.
     if function trim(con-frequency) = "Q"
        subtract 3		from monthwork
     else
        subtract 1		from monthwork
     end-if.
     compute pw-year = monthwork / 12.
     compute pw-month = function mod(monthwork, 12) + 1.
     perform until function test-date-yyyymmdd(periodwork) = 0
                   or pw-day < 29
         subtract 1		from pw-day
     end-perform.
     move periodwork		to periodstart.

     move "y"			to partyok.
     if not custmode-codes
        perform 0260-resolve-parties
     end-if.
     if parties-resolved
        perform varying mtInd from 1 by 1
                until mtInd > mtCount
            if mtContract(mtInd) = con-id
               perform 0310-bill-meter
            end-if
        end-perform
     end-if.

     move hold-id		to con-id.
     move hold-frequency	to con-frequency.
     move hold-custpo		to con-custpo.
     move hold-salesrep		to con-salesrep.
     move hold-shipmethod	to con-shipmethod.
     move hold-terms		to con-terms.
     move hold-currency		to con-currency.
     move hold-soldtocode	to con-soldtocode.
     move hold-shiptocode	to con-shiptocode.
     move hold-quantity		to con-quantity.
     move hold-unitprice	to con-unitprice.
     move hold-description	to con-description.
     move hold-freight		to con-freight.
     move hold-discount		to con-discount.
*>
 0310-bill-meter.
*>
     move "y"			to meterok.
     move zero			to histunits histdays periodunits
                                   prevInd firstInd.
     perform varying rdInd from 1 by 1
             until rdInd > rdCount
         if rdContract(rdInd) = mtContract(mtInd)
            and rdMeter(rdInd) = mtMeter(mtInd)
            and rdDate(rdInd) <= billdate
            perform 0320-take-reading
         end-if
     end-perform.

     if not meter-is-ok
        add 1			to meterexccount
     else if firstInd <> zero and prevInd <> firstInd
        if periodunits > mtAllowance(mtInd)
           compute billunits = periodunits - mtAllowance(mtInd)
           perform 0330-put-tiers
        end-if
     end-if
     end-if.
*>
 0320-take-reading.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>each reading against the one before it: the steps before the
*>>>period build the meter's daily average, the steps inside it
*>>>are the usage -- unless one of them is implausible
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if prevInd = zero
        move rdInd		to prevInd
        if rdDate(rdInd) > periodstart
           move rdInd		to firstInd
        end-if
     else
        move spaces		to stepinperiod exceptreason
        if rdDate(rdInd) > periodstart
           move "y"		to stepinperiod
           if firstInd = zero
              move prevInd	to firstInd
           end-if
        end-if
        move zero		to stepunits stepdays
        if rdDate(rdInd) < rdDate(prevInd)
           move "dated before the reading ahead of it"
                                to exceptreason
        else if rdKind(rdInd) = "I"
           move zero		to stepunits
        else if rdValue(rdInd) >= rdValue(prevInd)
           compute stepunits = rdValue(rdInd) - rdValue(prevInd)
        else if mtDigits(mtInd) > zero
           compute dialsize = 10 ** mtDigits(mtInd)
           compute stepunits = dialsize - rdValue(prevInd)
                             + rdValue(rdInd)
        else
           move "went backwards and the meter has no rollover"
                                to exceptreason
        end-if
        end-if
        end-if
        end-if
        if exceptreason = spaces
           compute stepdays = function integer-of-date(rdDate(rdInd))
                            - function integer-of-date(rdDate(prevInd))
           if step-is-in-period and stepunits > zero
              and histdays > zero and histunits > zero
              and stepdays > zero
              and stepunits * histdays >
                  histunits * stepdays * meterjumpfactor
              move stepunits	to showunits
              move spaces	to exceptreason
              move stepdays	to showdays
              move meterjumpfactor	to showfactor
              string "jumped ", function trim(showunits),
                     " in ", function trim(showdays),
                     " days, over ", function trim(showfactor),
                     "x its daily average"
                     delimited by size into exceptreason
              end-string
           end-if
        end-if
        if exceptreason <> spaces
           if step-is-in-period
              move spaces	to meterok
              move rdValue(rdInd)	to showreading
              move rdValue(prevInd)	to showreading2
              move spaces	to meterexceptrec
              string function trim(con-id), " meter ",
                     function trim(mtMeter(mtInd)), " ",
                     rdDate(rdInd), " reading ",
                     function trim(showreading), " (last ",
                     function trim(showreading2), " on ",
                     rdDate(prevInd), ") ",
                     function trim(exceptreason),
                     " -- usage not billed"
                     delimited by size into meterexceptrec
              end-string
              write meterexceptrec
           end-if
        else
           if step-is-in-period
              add stepunits	to periodunits
           else if rdKind(rdInd) <> "I" and stepdays > zero
              add stepunits	to histunits
              add stepdays	to histdays
           end-if
           end-if
        end-if
        move rdInd		to prevInd
     end-if.
*>
 0330-put-tiers.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the units past the allowance fill tier one up to its limit,
*>>>then tier two up to its, then tier three; a blank limit takes
*>>>all that is left
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move 1			to tierno.
     move mtRate1(mtInd)	to tierrate.
     if mtUpto1(mtInd) = zero or billunits <= mtUpto1(mtInd)
        move billunits		to tierunits
     else
        move mtUpto1(mtInd)	to tierunits
     end-if.
     perform 0340-put-usage-row.
     subtract tierunits		from billunits.

     if billunits > zero
        move 2			to tierno
        move mtRate2(mtInd)	to tierrate
        if mtUpto2(mtInd) = zero
           or billunits <= mtUpto2(mtInd) - mtUpto1(mtInd)
           move billunits	to tierunits
        else
           compute tierunits = mtUpto2(mtInd) - mtUpto1(mtInd)
        end-if
        perform 0340-put-usage-row
        subtract tierunits	from billunits
     end-if.

     if billunits > zero
        move 3			to tierno
        move mtRate3(mtInd)	to tierrate
        move billunits		to tierunits
        perform 0340-put-usage-row
     end-if.
*>
 0340-put-usage-row.
*>
     compute tiercharge rounded = tierunits * tierrate.
     if tiercharge > zero
        move tierunits		to showunits
        move tierrate		to showrate
        move tiercharge		to showcharge
        move "1"		to con-quantity
        move function trim(showcharge) to con-unitprice
        move "0.00"		to con-freight con-discount
        move spaces		to con-description
        string function trim(mtMeter(mtInd)), " ",
               function trim(mtUnit(mtInd)), " ",
               function trim(showunits), " @ ",
               function trim(showrate), " tier ", tierno, " ",
               periodstart, "-", billdate
               delimited by size into con-description
        end-string
        if custmode-codes
           perform 0250-put-codes-row
        else
           perform 0270-put-classic-row
        end-if
        add 1			to usagerowcount
     end-if.
*>
 0910-load-customers.
*>
     if custCount = zero
        move 1			to custCount
     end-if.
*>
 0950-load-meters.
*>
     move zero			to mtCount.
     open input meterfile.
     read meterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawmeter(1) rawmeter(2) rawmeter(3)
                                   rawmeter(4) rawmeter(5) rawmeter(6)
                                   rawmeter(7) rawmeter(8) rawmeter(9)
                                   rawmeter(10)
         unstring meterrec delimited by ","
                  into rawmeter(1), rawmeter(2), rawmeter(3),
                       rawmeter(4), rawmeter(5), rawmeter(6),
                       rawmeter(7), rawmeter(8), rawmeter(9),
                       rawmeter(10)
         end-unstring
         if rawmeter(1) <> spaces and rawmeter(2) <> spaces
            and mtCount < 200
            and function test-numval(rawmeter(7)) = 0
            add 1		to mtCount
            move rawmeter(1)	to mtContract(mtCount)
            move rawmeter(2)	to mtMeter(mtCount)
            move rawmeter(3)	to mtUnit(mtCount)
            if function trim(rawmeter(4)) is numeric
               compute mtDigits(mtCount) = function numval(rawmeter(4))
            end-if
            if function trim(rawmeter(5)) is numeric
               compute mtAllowance(mtCount) =
                       function numval(rawmeter(5))
            end-if
            if function trim(rawmeter(6)) is numeric
               compute mtUpto1(mtCount) = function numval(rawmeter(6))
            end-if
            compute mtRate1(mtCount) = function numval(rawmeter(7))
            if function trim(rawmeter(8)) is numeric
               compute mtUpto2(mtCount) = function numval(rawmeter(8))
            end-if
            if function test-numval(rawmeter(9)) = 0
               compute mtRate2(mtCount) = function numval(rawmeter(9))
            end-if
            if function test-numval(rawmeter(10)) = 0
               compute mtRate3(mtCount) =
                       function numval(rawmeter(10))
            end-if
         else if rawmeter(1) <> spaces
            display "contractgen: meter definition skipped: "
                    function trim(meterrec)
         end-if
         end-if
         read meterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close meterfile.
     move spaces		to eof.
*>
 0960-load-readings.
*>
     move zero			to rdCount.
     open input readingfile.
     read readingfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if rdCount < 5000
            add 1		to rdCount
            move spaces		to rawrddate rawrdvalue rawrdkind
            unstring readingrec delimited by ","
                     into rdContract(rdCount), rdMeter(rdCount),
                          rawrddate, rawrdvalue, rawrdkind
            end-unstring
            if function trim(rawrddate) is numeric
               and function trim(rawrdvalue) is numeric
               compute rdDate(rdCount) = function numval(rawrddate)
               compute rdValue(rdCount) = function numval(rawrdvalue)
               move function upper-case(rawrdkind(1:1))
                                to rdKind(rdCount)
            else
               subtract 1	from rdCount
            end-if
         end-if
         read readingfile
              at end move "y"	to eof
         end-read
     end-perform.
     close readingfile.
     move spaces		to eof.
*>
 0940-load-odfconfig.
*>
            if function trim(cfgname) = "custmode"
               move function trim(cfgvalue) to custmodeval
            end-if
            if function trim(cfgname) = "meterjumpfactor"
               and function test-numval(cfgvalue) = 0
               compute meterjumpfactor = function numval(cfgvalue)
            end-if
         end-if
         read odfconfigfile
              at end move "y"	to eof
