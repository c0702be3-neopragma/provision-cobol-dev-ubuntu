*>            to refmaint_audit.log with who made it and when, so a
*>            code that stops working can be explained afterwards.
*>
*>            usage: refmaint <salesreps|shipmethods|customers|vendors|
*>                             edipartners|quotas>
*>                            <add|change|deactivate> <entry>
*>            where <entry> is the full CSV record for add/change --
*>            code,name,rate for a sales rep; code,name,addr1,city,
*>            state,zip,creditlimit,currentexposure[,country,
*>            language] for a customer
*>            (limit and exposure may be left blank: an add starts
*>            them at zero, a change keeps the values already on
*>            file); code,name,addr1,city,state,zip,terms[,1099,
*>            taxid] for a vendor; rep,yyyymm,amount[,itemclass] for
*>            a quota; the bare code for a ship method -- or just the
*>            code for deactivate (rep,yyyymm[,itemclass] for a
*>            quota).
*>*********************************************************************
*>Modifications:
*>02-Sep-2026 - the accounts-payable vendor master
*>              before any change applies, and the verified id --
*>              not whatever USER happened to be -- is what
*>              refmaint_audit.log records
*>15-Oct-2026 - a vendor record now carries a 1099-reportable flag
*>              (Y/N, blank = N) and the vendor's tax id (EIN
*>              nn-nnnnnnn or SSN nnn-nn-nnnn) as its eighth and
*>              ninth columns for the year-end ap1099 run; left blank
*>              on a change they keep the values already on file, the
*>              way a customer's credit columns do
*>15-Oct-2026 - sales quotas (database/quotas.csv) join the maintained
*>              files: rep,yyyymm,quota amount[,item class], keyed
*>              by rep, month and class together, the rep checked
*>              against database/salesreps.csv; deactivate takes
*>              rep,yyyymm[,class].  quotaattain measures against
*>              them
*>15-Oct-2026 - a customer record now carries a language code as its
*>              tenth column (blank = English) choosing the
*>              language its invoices, statements and dunning
*>              letters go out in; a code is accepted only when it
*>              is on database/languages.csv, and left blank on a
*>              change it keeps the value already on file, the way
*>              the country does
*>*********************************************************************
identification division.
program-id. refmaint.
                        organization is line sequential.
select optional auditfile	assign to "refmaint_audit.log"
                        organization is line sequential.
select optional repcheckfile	assign to "database/salesreps.csv"
                        organization is line sequential.
select optional langcheckfile	assign to "database/languages.csv"
                        organization is line sequential.
*>
data division.
*>
*>
01 auditrec		pic x(250).
*>
fd repcheckfile.
*>
01 repcheckrec		pic x(60).
*>
fd langcheckfile.
*>
01 langcheckrec		pic x(160).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  ref-is-customers	      value "customers".
     88  ref-is-vendors	      value "vendors".
     88  ref-is-edipartners	      value "edipartners".
     88  ref-is-quotas		      value "quotas".
 01  refaction			pic x(12) value spaces.
     88  action-is-add		      value "add".
     88  action-is-change	      value "change".
 01  oldexposure		pic x(12) value spaces.
 01  entryrate			pic x(10) value spaces.
 01  entryterms		pic x(8) value spaces.
 01  entry1099			pic x(4) value spaces.
 01  entrytaxid		pic x(14) value spaces.
 01  old1099			pic x(4) value spaces.
 01  oldtaxid			pic x(14) value spaces.
 01  taxiddigits		pic x(14) value spaces.
 01  taxidlen			unsigned-int value zero.
 01  taxidsub			unsigned-int value zero.
 01  entrycountry		pic x(3) value spaces.
 01  oldcountry			pic x(3) value spaces.
 01  entrylanguage		pic x(3) value spaces.
 01  oldlanguage		pic x(3) value spaces.
 01  olddummy			pic x(28) value spaces.
 01  newentry			pic x(120) value spaces.
 01  entryok			pic x value spaces.
     88  entry-is-valid	      value "y".
 01  failreason			pic x(60) value spaces.
 01  oldentry			pic x(120) value spaces.
 01  langentry			pic x(120) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a quota row is keyed by rep, month and item class together
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  entryperiod		pic x(8) value spaces.
 01  entryquota		pic x(14) value spaces.
 01  entryclass		pic x(4) value spaces.
 01  lineperiod		pic x(8) value spaces.
 01  linequota			pic x(14) value spaces.
 01  lineclass			pic x(4) value spaces.
 01  repcode			pic x(10) value spaces.
 01  repfound			pic x value spaces.
     88  rep-is-on-file	      value "y".
 01  langcode			pic x(3) value spaces.
 01  langfound			pic x value spaces.
     88  language-is-on-file	      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>audit-line fields: who ran this, and when
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
              move "database/vendors.csv"	to reffilename
         when ref-is-edipartners
              move "database/edipartners.csv"	to reffilename
         when ref-is-quotas
              move "database/quotas.csv"	to reffilename
         when other
              perform 0600-show-usage
              stop run giving 1
                                   entrycity entrystate entryzip
                                   entrylimit entryexposure
                                   entryrate entryterms
                                   entrycountry entrylanguage
                                   entry1099
                                   entrytaxid entryperiod
                                   entryquota entryclass.
     evaluate true
         when ref-is-customers
              unstring refentry delimited by ","
                       into entrycode, entryname, entryaddr1,
                            entrycity, entrystate, entryzip,
                            entrylimit, entryexposure,
                            entrycountry, entrylanguage
              end-unstring
              move function upper-case(entrylanguage)
                   to entrylanguage
         when ref-is-salesreps
              unstring refentry delimited by ","
                       into entrycode, entryname, entryrate
              unstring refentry delimited by ","
                       into entrycode, entryname, entryaddr1,
                            entrycity, entrystate, entryzip,
                            entryterms, entry1099, entrytaxid
              end-unstring
              move function upper-case(entry1099) to entry1099
         when ref-is-edipartners
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a partner profile keys on the customer, which can be a billed
                       into entryname
              end-unstring
              move entryname(1:10)	to entrycode
         when ref-is-quotas
              unstring refentry delimited by ","
                       into entrycode, entryperiod, entryquota,
                            entryclass
              end-unstring
              move function upper-case(entrycode) to entrycode
              move function upper-case(entryclass) to entryclass
              if action-is-deactivate
                 move entryquota	to entryclass
                 move function upper-case(entryclass) to entryclass
                 move spaces	to entryquota
              end-if
         when other
              move function trim(refentry) to entrycode
     end-evaluate.
           move spaces		to entryok
           move "customer exposure is not numeric" to failreason
        end-if
        if entry-is-valid and entrylanguage <> spaces
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a language code the form programs do not know would quietly
*>>>print the customer in English forever
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
           perform 0230-check-language
           if not language-is-on-file
              move spaces	to entryok
              move "language is not on database/languages.csv"
                   to failreason
           end-if
        end-if
     end-if.

     if entry-is-valid and ref-is-salesreps
        else if function trim(entryterms) = spaces
           move spaces		to entryok
           move "vendor has no terms code" to failreason
        else if entry1099 <> spaces and entry1099 <> "Y"
           and entry1099 <> "N"
           move spaces		to entryok
           move "vendor 1099 flag is not Y or N" to failreason
        end-if
     end-if.

     if entry-is-valid and ref-is-vendors
        and not action-is-deactivate and entrytaxid <> spaces
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a tax id is nine digits once the dashes are out -- the IRS
*>>>file rejects anything else, a year after it was keyed
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
        move spaces		to taxiddigits
        move zero		to taxidlen
        perform varying taxidsub from 1 by 1
                until taxidsub > 14
            if entrytaxid(taxidsub:1) is numeric
               add 1		to taxidlen
               if taxidlen <= 14
                  move entrytaxid(taxidsub:1)
                       to taxiddigits(taxidlen:1)
               end-if
            else
               if entrytaxid(taxidsub:1) <> "-"
                  and entrytaxid(taxidsub:1) <> space
                  move 99	to taxidlen
               end-if
            end-if
        end-perform
        if taxidlen <> 9
           move spaces		to entryok
           move "vendor tax id is not nine digits" to failreason
        end-if
     end-if.

     if entry-is-valid and ref-is-quotas
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a quota is for a real rep and a real month -- one keyed
*>>>against a typo'd rep code would just never be measured
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
        if function trim(entryperiod) is not numeric
           or function length(function trim(entryperiod)) <> 6
           move spaces		to entryok
           move "quota month is not yyyymm" to failreason
        else if function numval(entryperiod(5:2)) < 1
           or function numval(entryperiod(5:2)) > 12
           move spaces		to entryok
           move "quota month is not 01-12" to failreason
        else if not action-is-deactivate
           and function test-numval(entryquota) <> 0
           move spaces		to entryok
           move "quota amount is not numeric" to failreason
        else if not action-is-deactivate
           and function numval(entryquota) < 0
           move spaces		to entryok
           move "quota amount is negative" to failreason
        end-if
        if entry-is-valid and not action-is-deactivate
           perform 0220-check-quota-rep
           if not rep-is-on-file
              move spaces	to entryok
              move "rep is not on database/salesreps.csv"
                   to failreason
           end-if
        end-if
     end-if.

         unstring lineText(lineInd) delimited by ","
                  into linecode
         end-unstring
         if ref-is-quotas
            move spaces		to lineperiod linequota lineclass
            unstring lineText(lineInd) delimited by ","
                     into linecode, lineperiod, linequota, lineclass
            end-unstring
            if function trim(linecode) = function trim(entrycode)
               and function trim(lineperiod) =
                   function trim(entryperiod)
               and function upper-case(lineclass) = entryclass
               set lineMatchInd	to lineInd
            end-if
         else
            if function trim(linecode) = function trim(entrycode)
               set lineMatchInd	to lineInd
            end-if
         end-if
     end-perform.
*>
 0220-check-quota-rep.
*>
     move spaces		to repfound.
     open input repcheckfile.
     read repcheckfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to repcode
         unstring repcheckrec delimited by ","
                  into repcode
         end-unstring
         if function upper-case(repcode) = entrycode
            move "y"		to repfound
         end-if
         read repcheckfile
              at end move "y"	to eof
         end-read
     end-perform.
     close repcheckfile.
     move spaces		to eof.
*>
 0230-check-language.
*>
     move spaces		to langfound.
     open input langcheckfile.
     read langcheckfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to langcode
         unstring langcheckrec delimited by ","
                  into langcode
         end-unstring
         if function upper-case(langcode) = entrylanguage
            move "y"		to langfound
         end-if
         read langcheckfile
              at end move "y"	to eof
         end-read
     end-perform.
     close langcheckfile.
     move spaces		to eof.
*>
 0250-build-entry.
*>
              if action-is-change and lineMatchInd <> zero
                 if entrylimit = spaces or entryexposure = spaces
                    or entrycountry = spaces
                    or entrylanguage = spaces
                    move spaces	to olddummy oldlimit oldexposure
                                   oldcountry oldlanguage
                    unstring lineText(lineMatchInd)
                             delimited by ","
                             into olddummy, olddummy, olddummy,
                                  olddummy, olddummy, olddummy,
                                  oldlimit, oldexposure,
                                  oldcountry, oldlanguage
                    end-unstring
                    if entrylimit = spaces
                       move oldlimit	to entrylimit
                    if entrycountry = spaces
                       move oldcountry	to entrycountry
                    end-if
                    if entrylanguage = spaces
                       move oldlanguage	to entrylanguage
                    end-if
                 end-if
              end-if
              if entrylimit = spaces
                     function trim(entrycountry)
                     into newentry
              end-string
              if entrylanguage <> spaces
                 move newentry	to langentry
                 move spaces	to newentry
                 string function trim(langentry), ",",
                        function trim(entrylanguage)
                        delimited by size into newentry
                 end-string
              end-if
         when ref-is-salesreps
              move spaces	to newentry
              string function trim(entrycode), ",",
                     into newentry
              end-string
         when ref-is-vendors
              if action-is-change and lineMatchInd <> zero
                 if entry1099 = spaces or entrytaxid = spaces
                    move spaces	to olddummy old1099 oldtaxid
                    unstring lineText(lineMatchInd)
                             delimited by ","
                             into olddummy, olddummy, olddummy,
                                  olddummy, olddummy, olddummy,
                                  olddummy, old1099, oldtaxid
                    end-unstring
                    if entry1099 = spaces
                       move old1099	to entry1099
                    end-if
                    if entrytaxid = spaces
                       move oldtaxid	to entrytaxid
                    end-if
                 end-if
              end-if
              if entry1099 = spaces
                 move "N"	to entry1099
              end-if
              move spaces	to newentry
              string function trim(entrycode), ",",
                     function trim(entryname), ",",
                     function trim(entrycity), ",",
                     function trim(entrystate), ",",
                     function trim(entryzip), ",",
                     function trim(entryterms), ",",
                     function trim(entry1099), ",",
                     function trim(entrytaxid)
                     into newentry
              end-string
         when ref-is-quotas
              move spaces	to newentry
              string function trim(entrycode), ",",
                     function trim(entryperiod), ",",
                     function trim(entryquota), ",",
                     function trim(entryclass)
                     into newentry
              end-string
         when other
 0600-show-usage.
*>
     display "usage: refmaint <salesreps|shipmethods|customers|"
             "vendors|edipartners|quotas>".
     display "                <add|change|deactivate> <entry>".
     display "  <entry> is the full CSV record for add/change, or".
     display "  just the code for deactivate".
