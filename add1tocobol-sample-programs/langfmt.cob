       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Per-language form conventions over database/languages.csv
*>            (code, name, template suffix, date order DMY/MDY/YMD,
*>            date separator, decimal mark, thousands mark, amount
*>            due wording -- the marks spelled out as comma, period,
*>            space or none, since a bare comma cannot ride in a CSV
*>            column).  writeinvoice and statements call it for the
*>            customer's language to pick the template variant and to
*>            put dates, amounts and the amount-due wording on the
*>            form the way that customer reads them.  A customer with
*>            no language, a language not on file, or a language row
*>            that leaves a convention blank keeps the form exactly
*>            as it has always been printed.
*>
*>            call "langfmt" using lf-language,  pic x(3)
*>                                 lf-request,   pic x
*>                                 lf-value,     pic x(100) in/out
*>                                 lf-status     pic 99 (returned)
*>            requests: T = template path in, the language's variant
*>                          of it out when that file exists
*>                      D = date in (yyyy-mm-dd or yyyymmdd), the
*>                          language's date out
*>                      A = edited amount in (-zzz,zz9.99 style), the
*>                          language's marks out
*>                      W = amount-due wording out
*>                      M = the decimal mark out in position 1 and
*>                          the thousands mark in position 2
*>            status 0 = value converted,
*>                   4 = default conventions apply (value unchanged).
*>*********************************************************************
identification division.
program-id. langfmt.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional languagefile	assign to "database/languages.csv"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd languagefile.
*>
01 languagerec		pic x(160).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  langloaded			pic x value spaces.
     88  languages-are-loaded	      value "y".
 01  langCount			unsigned-int value zero.
 01  langList.
     05  langEntry	occurs 50 times
                        indexed by langInd.
         10  langCode		pic x(3) value spaces.
         10  langName		pic x(20) value spaces.
         10  langSuffix	pic x(8) value spaces.
         10  langDateOrder	pic x(3) value spaces.
         10  langDateSep	pic x value spaces.
         10  langDecimal	pic x value spaces.
         10  langThousands	pic x value spaces.
         10  langDueWording	pic x(40) value spaces.
 01  langMatchInd		unsigned-int value zero.
 01  wantlang			pic x(3) value spaces.
 01  rawdecimal			pic x(8) value spaces.
 01  rawthousands		pic x(8) value spaces.
 01  markword			pic x(8) value spaces.
 01  markchar			pic x value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>date and amount work areas
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  dateyyyy			pic x(4) value spaces.
 01  datemm			pic x(2) value spaces.
 01  datedd			pic x(2) value spaces.
 01  valuework			pic x(100) value spaces.
 01  valuesub			unsigned-int value zero.
 01  outsub			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>template variant: the suffix goes in front of the extension,
*>>>invoicetemplate.fods becoming invoicetemplate_fr.fods
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  dotpos			unsigned-int value zero.
 01  pathlen			unsigned-int value zero.
 01  checkbuf			pic x(84) value spaces.
 01  checkstat			pic s9(9) value zero.
 01  fileinfo.
     05  filesize		pic x(8) comp-x.
     05  filedate		pic x(7) comp-x.
     05  filetime		pic x(7) comp-x.
*>
linkage section.
*>
 01  lf-language		pic x(3).
 01  lf-request			pic x.
     88  request-template	      value "T".
     88  request-date		      value "D".
     88  request-amount		      value "A".
     88  request-wording	      value "W".
     88  request-marks		      value "M".
 01  lf-value			pic x(100).
 01  lf-status			pic 99.
*>
 procedure division using lf-language,
                          lf-request,
                          lf-value,
                          lf-status.
*>
 0000-start.
*>
     move 4			to lf-status.

     if not languages-are-loaded
        perform 0100-load-languages
        move "y"		to langloaded
     end-if.

     move function upper-case(function trim(lf-language))
                                to wantlang.
     if wantlang = spaces
        move "EN"		to wantlang
     end-if.
     move zero			to langMatchInd.
     perform varying langInd from 1 by 1
             until langInd > langCount
         if langCode(langInd) = wantlang
            move langInd	to langMatchInd
         end-if
     end-perform.

     if request-wording
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the wording always comes back -- English when the language
*>>>has none on file
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
        move "Amount due"	to lf-value
        if langMatchInd <> zero
           and langDueWording(langMatchInd) <> spaces
           move langDueWording(langMatchInd) to lf-value
           move zero		to lf-status
        end-if
        goback
     end-if.

     if langMatchInd = zero
        goback
     end-if.

     evaluate true
         when request-template
              perform 0200-find-template
         when request-date
              perform 0300-format-date
         when request-amount
              perform 0400-format-amount
         when request-marks
              if langDecimal(langMatchInd) <> spaces
                 move spaces	to lf-value
                 move langDecimal(langMatchInd) to lf-value(1:1)
                 move langThousands(langMatchInd) to lf-value(2:1)
                 move zero	to lf-status
              end-if
     end-evaluate.

     goback.
*>
 0100-load-languages.
*>
     move zero			to langCount.
     move spaces		to eof.
     open input languagefile.
     read languagefile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if langCount < 50 and languagerec <> spaces
            add 1		to langCount
            move spaces		to rawdecimal rawthousands
            unstring languagerec delimited by ","
                     into langCode(langCount),
                          langName(langCount),
                          langSuffix(langCount),
                          langDateOrder(langCount),
                          langDateSep(langCount),
                          rawdecimal,
                          rawthousands,
                          langDueWording(langCount)
            end-unstring
            move function upper-case(langCode(langCount))
                 to langCode(langCount)
            move function upper-case(langDateOrder(langCount))
                 to langDateOrder(langCount)
            move rawdecimal	to markword
            perform 0110-decode-mark
            move markchar	to langDecimal(langCount)
            move rawthousands	to markword
            perform 0110-decode-mark
            move markchar	to langThousands(langCount)
            if langDecimal(langCount) = spaces
               move spaces	to langThousands(langCount)
            end-if
         end-if
         read languagefile
              at end move "y"	to eof
         end-read
     end-perform.
     close languagefile.
     move spaces		to eof.
*>
 0110-decode-mark.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a space mark is held as "_" and "none" as a low-value, so
*>>>neither is mistaken for a blank (unset) column
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     evaluate function lower-case(function trim(markword))
         when "comma"
              move ","		to markchar
         when "period"
              move "."		to markchar
         when "space"
              move "_"		to markchar
         when "none"
              move low-value	to markchar
         when other
              move spaces	to markchar
     end-evaluate.
*>
 0200-find-template.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a language without a suffix, or whose variant file is not on
*>>>disk, prints on the base template
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if langSuffix(langMatchInd) <> spaces
        move function length(function trim(lf-value trailing))
                                to pathlen
        move zero		to dotpos
        perform varying valuesub from pathlen by -1
                until valuesub < 1 or dotpos <> zero
            if lf-value(valuesub:1) = "."
               move valuesub	to dotpos
            end-if
            if lf-value(valuesub:1) = "/"
               move 1		to valuesub
            end-if
        end-perform
        move spaces		to valuework
        if dotpos > 1
           string lf-value(1:dotpos - 1),
                  function trim(langSuffix(langMatchInd)),
                  lf-value(dotpos:pathlen - dotpos + 1)
                  delimited by size into valuework
           end-string
        else
           string lf-value(1:pathlen),
                  function trim(langSuffix(langMatchInd))
                  delimited by size into valuework
           end-string
        end-if
        move valuework		to checkbuf
        call "CBL_CHECK_FILE_EXIST" using checkbuf
                                          fileinfo
                                    returning checkstat
        end-call
        if checkstat = 0
           move valuework	to lf-value
           move zero		to lf-status
        end-if
     end-if.
*>
 0300-format-date.
*>
     move spaces		to dateyyyy datemm datedd.
     if langDateOrder(langMatchInd) = spaces
        continue
     else if lf-value(1:4) is numeric and lf-value(5:1) = "-"
        and lf-value(6:2) is numeric and lf-value(8:1) = "-"
        and lf-value(9:2) is numeric
        move lf-value(1:4)	to dateyyyy
        move lf-value(6:2)	to datemm
        move lf-value(9:2)	to datedd
     else if lf-value(1:8) is numeric and lf-value(9:1) = space
        move lf-value(1:4)	to dateyyyy
        move lf-value(5:2)	to datemm
        move lf-value(7:2)	to datedd
     end-if.
     if dateyyyy <> spaces
        move spaces		to lf-value
        evaluate langDateOrder(langMatchInd)
            when "DMY"
                 string datedd, langDateSep(langMatchInd),
                        datemm, langDateSep(langMatchInd),
                        dateyyyy
                        delimited by size into lf-value
                 end-string
            when "MDY"
                 string datemm, langDateSep(langMatchInd),
                        datedd, langDateSep(langMatchInd),
                        dateyyyy
                        delimited by size into lf-value
                 end-string
            when other
                 string dateyyyy, langDateSep(langMatchInd),
                        datemm, langDateSep(langMatchInd),
                        datedd
                        delimited by size into lf-value
                 end-string
        end-evaluate
        move zero		to lf-status
     end-if.
*>
 0400-format-amount.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the edited amount arrives with a comma between thousands and a
*>>>period before the cents; each becomes the language's mark, a
*>>>"none" thousands mark dropping out and the digits closing up
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     if langDecimal(langMatchInd) <> spaces
        move spaces		to valuework
        move zero		to outsub
        perform varying valuesub from 1 by 1
                until valuesub > 100
            evaluate lf-value(valuesub:1)
                when ","
                     if langThousands(langMatchInd) = "_"
                        add 1	to outsub
                        move space to valuework(outsub:1)
                     else if langThousands(langMatchInd) <> low-value
                        add 1	to outsub
                        move langThousands(langMatchInd)
                             to valuework(outsub:1)
                     end-if
                     end-if
                when "."
                     add 1	to outsub
                     move langDecimal(langMatchInd)
                          to valuework(outsub:1)
                when other
                     add 1	to outsub
                     move lf-value(valuesub:1)
                          to valuework(outsub:1)
            end-evaluate
        end-perform
        move valuework		to lf-value
        move zero		to lf-status
     end-if.

end program langfmt.
