*>            The line-item fields (qty, description, unitprice,
*>            amount) legitimately repeat down the detail region.
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - every language variant of a form template is held to
*>              its base: for the invoice and credit memo templates
*>              writeinvoice.cfg names and the statement and dunning
*>              templates statements.cfg names, each language on
*>              database/languages.csv whose variant is on disk
*>              (invoicetemplate_fr.fods beside invoicetemplate.fods,
*>              found through langfmt the way the form programs find
*>              it) is scanned and its placeholder set compared with
*>              the base's.  A placeholder the variant lacks fails
*>              the audit (rc 8) -- that language's customers would
*>              get a form with a hole in it; one only the variant
*>              carries is an oddity (rc 4).  The optional
*>              [duewording] placeholder is expected on no template
*>              but is no longer reported as unexpected
*>*********************************************************************
identification division.
program-id. templateaudit.
environment division.
*>
select optional odfconfigfile	assign to "writeinvoice.cfg"
                        organization is line sequential.
select optional stmtconfigfile	assign to "statements.cfg"
                        organization is line sequential.
select optional languagefile	assign to "database/languages.csv"
                        organization is line sequential.
select auditfile	assign to "templateaudit.txt"
                        organization is line sequential.
*>
*>
01 odfconfigrec		pic x(200).
*>
fd stmtconfigfile.
*>
01 stmtconfigrec	pic x(200).
*>
fd languagefile.
*>
01 languagerec		pic x(160).
*>
fd auditfile.
*>
01 auditrec		pic x(132).
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  odffilepath		pic x(80) value "invoicetemplate.fods".
 01  odffilecmpath		pic x(80) value spaces.
 01  stmtfilepath		pic x(80) value "statementtemplate.fods".
 01  dunfilepath		pic x(80) value "dunningtemplate.fods".
 01  cfgname			pic x(80) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
     05  filler	pic x(21) value "invoicetotal        n".
     05  filler	pic x(21) value "usdtotal            n".
     05  filler	pic x(21) value "duedate             n".
     05  filler	pic x(21) value "duewording          o".
 01  expnames-r redefines expnames.
     05  expEntry	occurs 26 times indexed by expInd.
         10  expName	pic x(20).
         10  expRepeats	pic x.
             88  exp-may-repeat	      value "r".
             88  exp-is-optional	      value "o".
 01  expmax			unsigned-int value 26.
 01  expfound		occurs 26 times pic 9(4) value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the external field list odfscanner fills; flField entries are
*>>>bracketed ("[qty]")
 01  unexpectedcount		unsigned-int value zero.
 01  dupcount			unsigned-int value zero.
 01  showcount			pic zzz9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>language variants: the distinct placeholders of a base template
*>>>and of one variant of it, compared both ways
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  langCount			unsigned-int value zero.
 01  langList.
     05  langEntry	occurs 50 times
                        indexed by langInd.
         10  langCode		pic x(3) value spaces.
 01  basepath			pic x(80) value spaces.
 01  variantpath		pic x(80) value spaces.
 01  baseCount			unsigned-int value zero.
 01  baseList.
     05  baseName	occurs 200 times
                        indexed by baseInd pic x(20).
 01  varCount			unsigned-int value zero.
 01  varList.
     05  varName	occurs 200 times
                        indexed by varInd pic x(20).
 01  namehit			pic x value spaces.
     88  name-is-listed	      value "y".
 01  langrequest		pic x value "T".
 01  langvalue			pic x(100) value spaces.
 01  langstatus			pic 99 value zero.
 01  checkbuf			pic x(84) value spaces.
 01  checkstat			pic s9(9) value zero.
 01  fileinfo.
     05  filesize		pic x(8) comp-x.
     05  filedate		pic x(7) comp-x.
     05  filetime		pic x(7) comp-x.
 01  variantcount		unsigned-int value zero.
 01  varmissingcount		unsigned-int value zero.
 01  varextracount		unsigned-int value zero.
*>
 procedure division.
*>
     perform 0100-tally-scanned-fields.
     perform 0200-report-missing.
     perform 0300-report-duplicates.
     perform 0400-audit-language-variants.

     move all "-"		to auditrec.
     write auditrec.
     string "Unexpectedly duplicated: ", showcount into auditrec
     end-string.
     write auditrec.
     move spaces		to auditrec.
     move variantcount		to showcount.
     string "Language variants checked: ", showcount into auditrec
     end-string.
     write auditrec.
     move spaces		to auditrec.
     move varmissingcount	to showcount.
     string "Missing from a variant: ", showcount into auditrec
     end-string.
     write auditrec.
     move spaces		to auditrec.
     move varextracount		to showcount.
     string "Only on a variant: ", showcount into auditrec
     end-string.
     write auditrec.
     close auditfile.

     if missingcount > 0
                "MISSING from the template -- do not run the batch "
                "from it"
        move 8			to return-code
     else if varmissingcount > 0
        display "templateaudit: " varmissingcount " placeholder(s) "
                "MISSING from a language variant -- see "
                "templateaudit.txt"
        move 8			to return-code
     else if unexpectedcount > 0 or dupcount > 0
        or varextracount > 0
        display "templateaudit: template is usable but has "
                "oddities -- see templateaudit.txt"
        move 4			to return-code
*>
     perform varying expInd from 1 by 1
             until expInd > expmax
         if expfound(expInd) = zero and not exp-is-optional(expInd)
            add 1		to missingcount
            move spaces		to auditrec
            string "MISSING: [", function trim(expName(expInd)),
            write auditrec
         end-if
     end-perform.
*>
 0400-audit-language-variants.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>each base template that is on disk against each of its language
*>>>variants that is
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     perform 0950-load-stmtconfig.
     perform 0960-load-languages.
     move odffilepath		to basepath.
     perform 0410-audit-one-base.
     if odffilecmpath <> spaces
        move odffilecmpath	to basepath
        perform 0410-audit-one-base
     end-if.
     move stmtfilepath		to basepath.
     perform 0410-audit-one-base.
     move dunfilepath		to basepath.
     perform 0410-audit-one-base.
*>
 0410-audit-one-base.
*>
     move basepath		to checkbuf.
     call "CBL_CHECK_FILE_EXIST" using checkbuf
                                       fileinfo
                                 returning checkstat
     end-call.
     if checkstat = 0
        display "odffile"	upon environment-name
        display basepath	upon environment-value
        call "odfscanner"	using startpage,
				      endpage
        end-call
        move zero		to baseCount
        perform varying flInd from 1 by 1
                until flInd > flCount
            move spaces		to namehit
            perform varying baseInd from 1 by 1
                    until baseInd > baseCount
                if baseName(baseInd) = flField(flInd)
                   move "y"	to namehit
                end-if
            end-perform
            if not name-is-listed and baseCount < 200
               add 1		to baseCount
               move flField(flInd)	to baseName(baseCount)
            end-if
        end-perform
        perform varying langInd from 1 by 1
                until langInd > langCount
            move basepath	to langvalue
            move "T"		to langrequest
            call "langfmt" using langCode(langInd), langrequest,
                                 langvalue, langstatus
            end-call
            if langstatus = zero
               move langvalue(1:80)	to variantpath
               perform 0420-compare-variant
            end-if
        end-perform
     end-if.
*>
 0420-compare-variant.
*>
     add 1			to variantcount.
     display "odffile"		upon environment-name.
     display variantpath	upon environment-value.
     call "odfscanner"		using startpage,
				      endpage
     end-call.
     move zero			to varCount.
     perform varying flInd from 1 by 1
             until flInd > flCount
         move spaces		to namehit
         perform varying varInd from 1 by 1
                 until varInd > varCount
             if varName(varInd) = flField(flInd)
                move "y"	to namehit
             end-if
         end-perform
         if not name-is-listed and varCount < 200
            add 1		to varCount
            move flField(flInd)	to varName(varCount)
         end-if
     end-perform.
     move spaces		to auditrec.
     string "Language ", function trim(langCode(langInd)),
            ": ", function trim(variantpath), " against ",
            function trim(basepath)
            into auditrec
     end-string.
     write auditrec.
     perform varying baseInd from 1 by 1
             until baseInd > baseCount
         move spaces		to namehit
         perform varying varInd from 1 by 1
                 until varInd > varCount
             if varName(varInd) = baseName(baseInd)
                move "y"	to namehit
             end-if
         end-perform
         if not name-is-listed
            add 1		to varmissingcount
            move spaces		to auditrec
            string "  VARIANT MISSING: ",
                   function trim(baseName(baseInd)),
                   " is on the base template but not this variant"
                   into auditrec
            end-string
            write auditrec
         end-if
     end-perform.
     perform varying varInd from 1 by 1
             until varInd > varCount
         move spaces		to namehit
         perform varying baseInd from 1 by 1
                 until baseInd > baseCount
             if baseName(baseInd) = varName(varInd)
                move "y"	to namehit
             end-if
         end-perform
         if not name-is-listed
            add 1		to varextracount
            move spaces		to auditrec
            string "  VARIANT ONLY: ",
                   function trim(varName(varInd)),
                   " is on this variant but not the base template"
                   into auditrec
            end-string
            write auditrec
         end-if
     end-perform.
*>
 0940-load-odfconfig.
*>
            if function trim(cfgname) = "odffile"
               move function trim(cfgvalue) to odffilepath
            end-if
            if function trim(cfgname) = "odffilecm"
               move function trim(cfgvalue) to odffilecmpath
            end-if
         end-if
         read odfconfigfile
              at end move "y"	to eof
     end-perform.
     close odfconfigfile.
     move spaces		to eof.
*>
 0950-load-stmtconfig.
*>
     open input stmtconfigfile.
     read stmtconfigfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move zero		to cfgeqpos
         inspect stmtconfigrec tallying cfgeqpos
                 for characters before initial "="
         if cfgeqpos < length of stmtconfigrec
            move spaces		to cfgname cfgvalue
            move stmtconfigrec(1:cfgeqpos) to cfgname
            move stmtconfigrec(cfgeqpos + 2:) to cfgvalue
            if function trim(cfgname) = "stmtfile"
               move function trim(cfgvalue) to stmtfilepath
            end-if
            if function trim(cfgname) = "dunfile"
               move function trim(cfgvalue) to dunfilepath
            end-if
         end-if
         read stmtconfigfile
              at end move "y"	to eof
         end-read
     end-perform.
     close stmtconfigfile.
     move spaces		to eof.
*>
 0960-load-languages.
*>
     move zero			to langCount.
     open input languagefile.
     read languagefile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if langCount < 50 and languagerec <> spaces
            add 1		to langCount
            unstring languagerec delimited by ","
                     into langCode(langCount)
            end-unstring
         end-if
         read languagefile
              at end move "y"	to eof
         end-read
     end-perform.
     close languagefile.
     move spaces		to eof.
