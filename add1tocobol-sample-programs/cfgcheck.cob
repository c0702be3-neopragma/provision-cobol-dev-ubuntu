       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Validates every program's .cfg file before a run
*>            starts.  The cfg files are free-form name=value lines
*>            and each program quietly skips a key it does not know
*>            and quietly keeps its default when a number will not
*>            convert -- so "pricetolerence=5" or "threshold=1O00"
*>            costs a run before anybody notices.  The rule table
*>            below knows each file's legal keys, what each one
*>            holds and its range, and which keys take a company
*>            suffix ("odffile.02=...") for the company-split
*>            runs; every line of every cfg file on hand is checked
*>            against it.
*>
*>            Problems -- an unknown key (with the nearest legal key
*>            when the typo is close), a suffix on a key that has
*>            no company override or a suffix that is not a company
*>            code, a missing or bad value, a number out of range, a
*>            template that does not exist, an output whose
*>            directory does not exist, a line with no "=" -- go to
*>            cfgcheck.txt and the console.  A key set twice is a
*>            warning: the last one wins, which may be what was
*>            meant.  A cfg file that is not present is not a
*>            problem; its program runs on defaults.  preflight runs
*>            this check and refuses the run on any problem.
*>
*>            value kinds: F template or input file, must exist
*>                         O output file, its directory must exist
*>                         N whole number, A amount, within range
*>                         E one of the choices as written,
*>                         e one of the choices in either case
*>                         C two-character company code
*>                         S text, D digits, length within range
*>                         G account on database/chartofaccounts.csv
*>
*>            usage: cfgcheck [<name>.cfg]
*>            return code 0 = every cfg file is clean,
*>                        4 = warnings only,
*>                        8 = problems found.
*>*********************************************************************
identification division.
program-id. cfgcheck.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional cfgfile	assign to cfgpath
                        organization is line sequential.
select optional chartfile	assign to "database/chartofaccounts.csv"
                        organization is line sequential.
select reportfile	assign to "cfgcheck.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd cfgfile.
*>
01 cfgrec		pic x(200).
*>
fd chartfile.
*>
01 chartrec		pic x(120).
*>
fd reportfile.
*>
01 reportrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  wantfile			pic x(40) value spaces.
 01  cfgpath			pic x(40) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the legal keys: cfg file, key, value kind, low, high, company
*>>>suffix allowed (Y/N), and the choices for an E or e key.  Kept
*>>>in step with the programs' own 0940 config paragraphs -- a key
*>>>added to a program is added here
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  ruleTable.
     05  filler	pic x(80) value "writeinvoice.cfg,odffile,F,,,Y".
     05  filler	pic x(80) value "writeinvoice.cfg,odffilecm,F,,,Y".
     05  filler	pic x(80) value "writeinvoice.cfg,odfform,O,,,Y".
     05  filler	pic x(80) value
         "writeinvoice.cfg,custmode,E,,,N,names|codes".
     05  filler	pic x(80) value "writeinvoice.cfg,invoice1,F,,,Y".
     05  filler	pic x(80) value "writeinvoice.cfg,invoice2,O,,,Y".
     05  filler	pic x(80) value "writeinvoice.cfg,invoice3,O,,,Y".
     05  filler	pic x(80) value "writeinvoice.cfg,invoice4,O,,,Y".
     05  filler	pic x(80) value "writeinvoice.cfg,invoice5,O,,,Y".
     05  filler	pic x(80) value "writeinvoice.cfg,company,C,,,N".
     05  filler	pic x(80) value
         "writeinvoice.cfg,companyscope,E,,,N,y|n".
     05  filler	pic x(80) value "writeinvoice.cfg,edifile,O,,,Y".
     05  filler	pic x(80) value "writeinvoice.cfg,edisender,S,1,15,Y".
     05  filler	pic x(80) value
         "writeinvoice.cfg,cmthreshold,A,0,9999999.99,N".
     05  filler	pic x(80) value
         "writeinvoice.cfg,pricetolerance,A,0,999.99,N".
     05  filler	pic x(80) value
         "writeinvoice.cfg,pricereject,E,,,N,y|n".
     05  filler	pic x(80) value
         "writeinvoice.cfg,printspool,E,,,N,y|n".
     05  filler	pic x(80) value
         "writeinvoice.cfg,freightmode,E,,,N,rate|parallel".
     05  filler	pic x(80) value "writeinvoice.cfg,descwidth,N,10,99,N".
     05  filler	pic x(80) value "writeinvoice.cfg,spoolfile,O,,,Y".
     05  filler	pic x(80) value "writeinvoice.cfg,batchtotals,O,,,Y".
     05  filler	pic x(80) value "writeinvoice.cfg,asnfile,O,,,N".
     05  filler	pic x(80) value "writeinvoice.cfg,dbname,S,1,40,N".
     05  filler	pic x(80) value
         "writeinvoice.cfg,meterjumpfactor,A,1,999.9,N".
     05  filler	pic x(80) value
         "cashapply.cfg,tolamount,A,0,99999.99,N".
     05  filler	pic x(80) value "cashapply.cfg,tolpercent,A,0,100,N".
     05  filler	pic x(80) value "cashapply.cfg,writeoffacct,G,,,N".
     05  filler	pic x(80) value "statements.cfg,stmtfile,F,,,N".
     05  filler	pic x(80) value "statements.cfg,stmtform,O,,,N".
     05  filler	pic x(80) value "statements.cfg,dunfile,F,,,N".
     05  filler	pic x(80) value "statements.cfg,dunform,O,,,N".
     05  filler	pic x(80) value "finstatements.cfg,finfile,F,,,N".
     05  filler	pic x(80) value "finstatements.cfg,finform,O,,,N".
     05  filler	pic x(80) value "cashforecast.cfg,cffile,F,,,N".
     05  filler	pic x(80) value "cashforecast.cfg,cfform,O,,,N".
     05  filler	pic x(80) value "quotes.cfg,quotefile,F,,,N".
     05  filler	pic x(80) value "quotes.cfg,quoteform,O,,,N".
     05  filler	pic x(80) value "quotes.cfg,followupdays,N,1,999,N".
     05  filler	pic x(80) value
         "writeoff.cfg,threshold,A,0,9999999.99,N".
     05  filler	pic x(80) value "writeoff.cfg,approvalcode,S,1,10,N".
     05  filler	pic x(80) value
         "apvoucher.cfg,tolamount,A,0,9999999.99,N".
     05  filler	pic x(80) value "apvoucher.cfg,tolpercent,A,0,100,N".
     05  filler	pic x(80) value
         "ap1099.cfg,threshold,A,0,99999999.99,N".
     05  filler	pic x(80) value "ap1099.cfg,payertin,D,9,9,N".
     05  filler	pic x(80) value "ap1099.cfg,payername,S,1,40,N".
     05  filler	pic x(80) value "ap1099.cfg,payeraddr,S,1,40,N".
     05  filler	pic x(80) value "ap1099.cfg,payercity,S,1,40,N".
     05  filler	pic x(80) value "ap1099.cfg,payerstate,S,2,2,N".
     05  filler	pic x(80) value "ap1099.cfg,payerzip,D,5,9,N".
     05  filler	pic x(80) value "ap1099.cfg,payerphone,S,1,15,N".
     05  filler	pic x(80) value "ap1099.cfg,tcc,S,5,5,N".
     05  filler	pic x(80) value "ap1099.cfg,contact,S,1,40,N".
     05  filler	pic x(80) value "ap1099.cfg,contactphone,S,1,15,N".
     05  filler	pic x(80) value "ap1099.cfg,email,S,3,50,N".
     05  filler	pic x(80) value "ap1099.cfg,testfile,e,,,N,Y|N".
     05  filler	pic x(80) value "checks.cfg,checkfile,F,,,N".
     05  filler	pic x(80) value "checks.cfg,apform,O,,,N".
     05  filler	pic x(80) value "checks.cfg,refundform,O,,,N".
     05  filler	pic x(80) value "checks.cfg,routing,D,9,9,N".
     05  filler	pic x(80) value "checks.cfg,account,S,1,17,N".
     05  filler	pic x(80) value
         "contractrenew.cfg,noticedays,N,1,999,N".
     05  filler	pic x(80) value "contractrenew.cfg,noticefile,F,,,N".
     05  filler	pic x(80) value "contractrenew.cfg,noticeform,O,,,N".
     05  filler	pic x(80) value
         "creditreview.cfg,windowdays,N,1,9999,N".
     05  filler	pic x(80) value "creditreview.cfg,raisepct,N,0,999,N".
     05  filler	pic x(80) value "creditreview.cfg,cutpct,N,0,99,N".
     05  filler	pic x(80) value "escheat.cfg,letterfile,F,,,N".
     05  filler	pic x(80) value "escheat.cfg,letterform,O,,,N".
     05  filler	pic x(80) value "escheat.cfg,holderid,S,1,20,N".
     05  filler	pic x(80) value "escheat.cfg,holdername,S,1,40,N".
     05  filler	pic x(80) value "escheat.cfg,holderstate,S,2,2,N".
     05  filler	pic x(80) value "escheat.cfg,replydays,N,1,999,N".
     05  filler	pic x(80) value "nexuswatch.cfg,warnpct,N,1,100,N".
     05  filler	pic x(80) value
         "periodctl.cfg,closed,e,,,N,refuse|redirect".
     05  filler	pic x(80) value "pipeline.cfg,slafactor,A,1,99.99,N".
     05  filler	pic x(80) value "posipay.cfg,account,D,1,12,N".
     05  filler	pic x(80) value "posipay.cfg,recipient,S,1,20,N".
     05  filler	pic x(80) value "purchaseorders.cfg,pofile,F,,,N".
     05  filler	pic x(80) value "purchaseorders.cfg,poform,O,,,N".
     05  filler	pic x(80) value
         "release.cfg,twopersonlimit,A,0,9999999.99,N".
     05  filler	pic x(80) value "returnedpay.cfg,fee,A,0,99999.99,N".
     05  filler	pic x(80) value "returnedpay.cfg,feedays,N,0,999,N".
 01  ruleTable-r redefines ruleTable.
     05  ruleDef		occurs 82 times pic x(80).
 01  rulemax			unsigned-int value 82.
 01  ruleCount			unsigned-int value zero.
 01  ruleList.
     05  ruleEntry	occurs 82 times
                        indexed by ruleInd.
         10  ruleFile		pic x(20) value spaces.
         10  ruleKey		pic x(20) value spaces.
         10  ruleKind		pic x value spaces.
         10  ruleLow		pic s9(9)v99 value zero.
         10  ruleHigh		pic s9(9)v99 value zero.
         10  ruleSuffix		pic x value spaces.
         10  ruleChoices	pic x(30) value spaces.
 01  rawfile			pic x(20) value spaces.
 01  rawkey			pic x(20) value spaces.
 01  rawkind			pic x value spaces.
 01  rawlow			pic x(14) value spaces.
 01  rawhigh			pic x(14) value spaces.
 01  rawsuffix			pic x value spaces.
 01  rawchoices			pic x(30) value spaces.
 01  fileCount			unsigned-int value zero.
 01  fileList.
     05  fileName	occurs 30 times pic x(20) value spaces.
 01  fileInd			unsigned-int value zero.
 01  fileknown			pic x value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one cfg line
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  lineno			unsigned-int value zero.
 01  cfgeqpos			unsigned-int value zero.
 01  cfgname			pic x(40) value spaces.
 01  cfgvalue			pic x(160) value spaces.
 01  basekey			pic x(40) value spaces.
 01  suffixcode			pic x(40) value spaces.
 01  dotpos			unsigned-int value zero.
 01  keylen			unsigned-int value zero.
 01  valuelen			unsigned-int value zero.
 01  charInd			unsigned-int value zero.
 01  ruleMatchInd		unsigned-int value zero.
 01  seenCount			unsigned-int value zero.
 01  seenList.
     05  seenEntry	occurs 200 times
                        indexed by seenInd.
         10  seenKey		pic x(40) value spaces.
         10  seenLine		unsigned-int value zero.
 01  valuenum			pic s9(11)v99 value zero.
 01  choiceList.
     05  choiceText	occurs 6 times pic x(12) value spaces.
 01  choiceInd			unsigned-int value zero.
 01  choicefound		pic x value spaces.
 01  dirpath			pic x(160) value spaces.
 01  checkbuf			pic x(84) value spaces.
 01  checkstat			pic s9(9) value zero.
 01  fileinfo.
     05  filesize		pic x(8) comp-x.
     05  filedate		pic x(7) comp-x.
     05  filetime		pic x(7) comp-x.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the chart of accounts, loaded the first time a G key needs it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  chartloaded		pic x value spaces.
     88  chart-is-loaded	      value "y".
 01  acctCount			unsigned-int value zero.
 01  acctList.
     05  acctCode	occurs 500 times pic x(10) value spaces.
 01  acctInd			unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>nearest legal key for an unknown one: edit distance, one row
*>>>of the table at a time
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  wordA			pic x(20) value spaces.
 01  wordB			pic x(20) value spaces.
 01  lenA			unsigned-int value zero.
 01  lenB			unsigned-int value zero.
 01  subA			unsigned-int value zero.
 01  subB			unsigned-int value zero.
 01  distPrev.
     05  prevCell	occurs 21 times unsigned-int value zero.
 01  distCur.
     05  curCell	occurs 21 times unsigned-int value zero.
 01  editcost			unsigned-int value zero.
 01  editbest			unsigned-int value zero.
 01  editdistance		unsigned-int value zero.
 01  nearestdist		unsigned-int value zero.
 01  nearestkey			pic x(20) value spaces.
*>
 01  problemmsg			pic x(100) value spaces.
 01  severity			pic x value spaces.
     88  is-warning		      value "W".
 01  problemcount		unsigned-int value zero.
 01  warningcount		unsigned-int value zero.
 01  fileproblems		unsigned-int value zero.
 01  filesread			unsigned-int value zero.
 01  showline			pic zzz9 value zero.
 01  showcount			pic zzz9 value zero.
 01  showcount2			pic zzz9 value zero.
 01  showamount			pic z(8)9.99 value zero.
 01  showamount2		pic z(8)9.99 value zero.
 01  linetext			pic x(48) value spaces.
*>
 procedure division.
*>
 0000-start.
*>
     accept wantfile		from argument-value.
     perform 0100-load-rules.

     move spaces		to fileknown.
     if wantfile <> spaces
        perform varying fileInd from 1 by 1
                until fileInd > fileCount
            if fileName(fileInd) = wantfile
               move "y"		to fileknown
            end-if
        end-perform
        if fileknown <> "y"
           display "cfgcheck: no rules for '" function trim(wantfile)
                   "' -- known files are the ones cfgcheck.txt "
                   "lists on a full run"
           display "usage: cfgcheck [<name>.cfg]"
           stop run giving 1
        end-if
     end-if.

     open output reportfile.
     move spaces		to reportrec.
     string "Configuration check -- ", function current-date(1:8)
            delimited by size into reportrec
     end-string.
     write reportrec.
     move all "="		to reportrec.
     write reportrec.

     perform varying fileInd from 1 by 1
             until fileInd > fileCount
         if wantfile = spaces or fileName(fileInd) = wantfile
            perform 0200-check-file
         end-if
     end-perform.

     move all "="		to reportrec.
     write reportrec.
     move problemcount		to showcount.
     move warningcount		to showcount2.
     move spaces		to reportrec.
     string showcount, " problem(s), ", showcount2,
            " warning(s)"
            delimited by size into reportrec
     end-string.
     write reportrec.
     close reportfile.

     if problemcount > zero
        display "cfgcheck: " showcount " problem(s), " showcount2
                " warning(s) -- see cfgcheck.txt"
        move 8			to return-code
     else if warningcount > zero
        display "cfgcheck: " showcount2 " warning(s) -- see "
                "cfgcheck.txt"
        move 4			to return-code
     else
        display "cfgcheck: every cfg file checks clean"
     end-if
     end-if.

     goback.
*>
 0100-load-rules.
*>
     move zero			to ruleCount fileCount.
     perform varying ruleInd from 1 by 1
             until ruleInd > rulemax
         move spaces		to rawfile rawkey rawkind rawlow
                                   rawhigh rawsuffix rawchoices
         unstring ruleDef(ruleInd) delimited by ","
                  into rawfile, rawkey, rawkind, rawlow, rawhigh,
                       rawsuffix, rawchoices
         end-unstring
         add 1			to ruleCount
         move rawfile		to ruleFile(ruleCount)
         move rawkey		to ruleKey(ruleCount)
         move rawkind		to ruleKind(ruleCount)
         move zero		to ruleLow(ruleCount)
                                   ruleHigh(ruleCount)
         if rawlow <> spaces
            compute ruleLow(ruleCount) = function numval(rawlow)
         end-if
         if rawhigh <> spaces
            compute ruleHigh(ruleCount) = function numval(rawhigh)
         end-if
         move rawsuffix		to ruleSuffix(ruleCount)
         move rawchoices	to ruleChoices(ruleCount)
         if fileCount = zero
            or fileName(fileCount) <> rawfile
            add 1		to fileCount
            move rawfile	to fileName(fileCount)
         end-if
     end-perform.
*>
 0200-check-file.
*>
     move fileName(fileInd)	to cfgpath.
     move zero			to fileproblems seenCount lineno.
     move spaces		to reportrec.
     write reportrec.
     move cfgpath		to reportrec.
     write reportrec.

     move cfgpath		to checkbuf.
     call "CBL_CHECK_FILE_EXIST" using checkbuf, fileinfo
                                 returning checkstat
     end-call.
     if checkstat <> 0
        move "  not present -- the program runs on its defaults"
             to reportrec
        write reportrec
     else
        add 1			to filesread
        open input cfgfile
        read cfgfile
             at end move "y"	to eof
        end-read
        perform until end-of-file
            add 1		to lineno
            if cfgrec <> spaces
               perform 0300-check-line
            end-if
            read cfgfile
                 at end move "y"	to eof
            end-read
        end-perform
        close cfgfile
        move spaces		to eof
        if fileproblems = zero
           move "  clean"	to reportrec
           write reportrec
        end-if
     end-if.
*>
 0300-check-line.
*>
     move zero			to cfgeqpos.
     inspect cfgrec tallying cfgeqpos
             for characters before initial "=".
     if cfgeqpos >= length of cfgrec
        move "not a name=value line -- the program ignores it"
             to problemmsg
        perform 0800-report-problem
     else if cfgeqpos = zero
        move "no key before the '='" to problemmsg
        perform 0800-report-problem
     else
        move spaces		to cfgname cfgvalue
        move function trim(cfgrec(1:cfgeqpos)) to cfgname
        if cfgeqpos + 2 <= length of cfgrec
           move function trim(cfgrec(cfgeqpos + 2:)) to cfgvalue
        end-if
        perform 0310-find-rule
        if ruleMatchInd <> zero
           perform 0320-check-duplicate
           perform 0400-check-value
        end-if
     end-if
     end-if.
*>
 0310-find-rule.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the key as written, or a suffixable key with a company code
*>>>after its last "."
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to ruleMatchInd.
     move cfgname		to basekey.
     perform 0315-look-up-key.
     if ruleMatchInd = zero
        perform 0312-try-company-suffix
     end-if.
*>
 0312-try-company-suffix.
*>
     move zero			to dotpos.
     move function length(function trim(cfgname)) to keylen.
     perform varying charInd from keylen by -1
             until charInd < 1 or dotpos <> zero
         if cfgname(charInd:1) = "."
            move charInd	to dotpos
         end-if
     end-perform.
     if dotpos > 1
        move spaces		to basekey suffixcode
        move cfgname(1:dotpos - 1) to basekey
        move cfgname(dotpos + 1:) to suffixcode
        perform 0315-look-up-key
     end-if.

     if ruleMatchInd = zero
        perform 0330-suggest-key
        move spaces		to problemmsg
        if nearestkey <> spaces
           string "unknown key -- did you mean ",
                  function trim(nearestkey), "?"
                  delimited by size into problemmsg
           end-string
        else
           move "unknown key -- the program ignores it"
                to problemmsg
        end-if
        perform 0800-report-problem
     else if ruleSuffix(ruleMatchInd) <> "Y"
        move spaces		to problemmsg
        string function trim(basekey), " has no company override"
               " -- the program ignores this line"
               delimited by size into problemmsg
        end-string
        perform 0800-report-problem
        move zero		to ruleMatchInd
     else if function length(function trim(suffixcode)) <> 2
        move spaces		to problemmsg
        string "company suffix '", function trim(suffixcode),
               "' is not a two-character company code"
               delimited by size into problemmsg
        end-string
        perform 0800-report-problem
        move zero		to ruleMatchInd
     end-if
     end-if
     end-if.
*>
 0315-look-up-key.
*>
     perform varying ruleInd from 1 by 1
             until ruleInd > ruleCount or ruleMatchInd <> zero
         if ruleFile(ruleInd) = cfgpath
            and ruleKey(ruleInd) = basekey
            set ruleMatchInd	to ruleInd
         end-if
     end-perform.
*>
 0320-check-duplicate.
*>
     perform varying seenInd from 1 by 1
             until seenInd > seenCount
         if seenKey(seenInd) = cfgname
            move seenLine(seenInd) to showline
            move spaces		to problemmsg
            string "also set on line ", function trim(showline),
                   " -- the last one wins"
                   delimited by size into problemmsg
            end-string
            move "W"		to severity
            perform 0800-report-problem
         end-if
     end-perform.
     if seenCount < 200
        add 1			to seenCount
        move cfgname		to seenKey(seenCount)
        move lineno		to seenLine(seenCount)
     end-if.
*>
 0330-suggest-key.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a legal key of the same file within two letters of the one
*>>>written is offered as the likely meaning
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to nearestkey.
     move 99			to nearestdist.
     move function lower-case(basekey) to wordA.
     perform varying ruleInd from 1 by 1
             until ruleInd > ruleCount
         if ruleFile(ruleInd) = cfgpath
            move ruleKey(ruleInd) to wordB
            perform 0340-edit-distance
            if editdistance < nearestdist
               move editdistance	to nearestdist
               move ruleKey(ruleInd)	to nearestkey
            end-if
         end-if
     end-perform.
     if nearestdist > 2
        move spaces		to nearestkey
     end-if.
*>
 0340-edit-distance.
*>
     move function length(function trim(wordA)) to lenA.
     move function length(function trim(wordB)) to lenB.
     if wordA = spaces
        move zero		to lenA
     end-if.
     perform varying subB from 0 by 1
             until subB > lenB
         move subB		to prevCell(subB + 1)
     end-perform.
     perform varying subA from 1 by 1
             until subA > lenA
         move subA		to curCell(1)
         perform varying subB from 1 by 1
                 until subB > lenB
             if wordA(subA:1) = wordB(subB:1)
                move zero	to editcost
             else
                move 1		to editcost
             end-if
             compute editbest = prevCell(subB) + editcost
             if prevCell(subB + 1) + 1 < editbest
                compute editbest = prevCell(subB + 1) + 1
             end-if
             if curCell(subB) + 1 < editbest
                compute editbest = curCell(subB) + 1
             end-if
             move editbest	to curCell(subB + 1)
         end-perform
         move distCur		to distPrev
     end-perform.
     move prevCell(lenB + 1)	to editdistance.
*>
 0400-check-value.
*>
     move spaces		to problemmsg.
     move function length(function trim(cfgvalue)) to valuelen.
     if cfgvalue = spaces
        move "no value after the '='" to problemmsg
     else
        perform 0405-check-by-kind
     end-if.
     if problemmsg <> spaces
        perform 0800-report-problem
     end-if.
*>
 0405-check-by-kind.
*>
     evaluate ruleKind(ruleMatchInd)
         when "F"
              move cfgvalue	to checkbuf
              call "CBL_CHECK_FILE_EXIST" using checkbuf, fileinfo
                                          returning checkstat
              end-call
              if checkstat <> 0 or cfgvalue(85:) <> spaces
                 string "file not found: ", function trim(cfgvalue)
                        delimited by size into problemmsg
                 end-string
              end-if
         when "O"
              perform 0410-check-directory
         when "N"
              if function trim(cfgvalue) is not numeric
                 move "not a whole number -- the default is used"
                      to problemmsg
              else
                 compute valuenum = function numval(cfgvalue)
                 perform 0420-check-range
              end-if
         when "A"
              if function test-numval(cfgvalue) <> 0
                 move "not a number -- the default is used"
                      to problemmsg
              else
                 compute valuenum = function numval(cfgvalue)
                 perform 0420-check-range
              end-if
         when "E"
         when "e"
              perform 0430-check-choice
         when "C"
              if valuelen <> 2
                 move "not a two-character company code"
                      to problemmsg
              end-if
         when "S"
              perform 0440-check-length
         when "D"
              if function trim(cfgvalue) is not numeric
                 move "digits only" to problemmsg
              else
                 perform 0440-check-length
              end-if
         when "G"
              perform 0450-check-account
     end-evaluate.
*>
 0410-check-directory.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an output need not exist yet, but the directory it is written
*>>>into must
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to dotpos.
     perform varying charInd from valuelen by -1
             until charInd < 1 or dotpos <> zero
         if cfgvalue(charInd:1) = "/"
            move charInd	to dotpos
         end-if
     end-perform.
     if dotpos > 1
        move spaces		to dirpath
        move cfgvalue(1:dotpos - 1) to dirpath
        move dirpath		to checkbuf
        call "CBL_CHECK_FILE_EXIST" using checkbuf, fileinfo
                                    returning checkstat
        end-call
        if checkstat <> 0
           string "directory not found: ", function trim(dirpath)
                  delimited by size into problemmsg
           end-string
        end-if
     end-if.
*>
 0420-check-range.
*>
     if valuenum < ruleLow(ruleMatchInd)
        or valuenum > ruleHigh(ruleMatchInd)
        move ruleLow(ruleMatchInd)	to showamount
        move ruleHigh(ruleMatchInd)	to showamount2
        string "out of range -- ",
               function trim(showamount), " to ",
               function trim(showamount2)
               delimited by size into problemmsg
        end-string
     end-if.
*>
 0430-check-choice.
*>
     move spaces		to choiceList choicefound.
     unstring ruleChoices(ruleMatchInd) delimited by "|"
              into choiceText(1), choiceText(2), choiceText(3),
                   choiceText(4), choiceText(5), choiceText(6)
     end-unstring.
     perform varying choiceInd from 1 by 1
             until choiceInd > 6
         if choiceText(choiceInd) <> spaces
            if ruleKind(ruleMatchInd) = "e"
               if function upper-case(choiceText(choiceInd)) =
                  function upper-case(cfgvalue)
                  move "y"	to choicefound
               end-if
            else
               if choiceText(choiceInd) = cfgvalue
                  move "y"	to choicefound
               end-if
            end-if
         end-if
     end-perform.
     if choicefound <> "y"
        string "must be one of ",
               function trim(ruleChoices(ruleMatchInd))
               delimited by size into problemmsg
        end-string
     end-if.
*>
 0440-check-length.
*>
     if valuelen < ruleLow(ruleMatchInd)
        or valuelen > ruleHigh(ruleMatchInd)
        move ruleLow(ruleMatchInd)	to showcount
        move ruleHigh(ruleMatchInd)	to showcount2
        if ruleLow(ruleMatchInd) = ruleHigh(ruleMatchInd)
           string "must be ", function trim(showcount),
                  " characters"
                  delimited by size into problemmsg
           end-string
        else
           string "must be ", function trim(showcount), " to ",
                  function trim(showcount2), " characters"
                  delimited by size into problemmsg
           end-string
        end-if
     end-if.
*>
 0450-check-account.
*>
     if not chart-is-loaded
        move "y"		to chartloaded
        move zero		to acctCount
        open input chartfile
        read chartfile
             at end move "y"	to eof
        end-read
        perform until end-of-file
            if acctCount < 500
               add 1		to acctCount
               unstring chartrec delimited by ","
                        into acctCode(acctCount)
               end-unstring
            end-if
            read chartfile
                 at end move "y"	to eof
            end-read
        end-perform
        close chartfile
        move spaces		to eof
     end-if.
     move spaces		to choicefound.
     perform varying acctInd from 1 by 1
             until acctInd > acctCount
         if acctCode(acctInd) = cfgvalue
            move "y"		to choicefound
         end-if
     end-perform.
     if choicefound <> "y"
        string "account ", function trim(cfgvalue),
               " is not on database/chartofaccounts.csv"
               delimited by size into problemmsg
        end-string
     end-if.
*>
 0800-report-problem.
*>
     move lineno		to showline.
     move cfgrec		to linetext.
     if cfgrec(49:) <> spaces
        move "..."		to linetext(46:3)
     end-if.
     move spaces		to reportrec.
     if is-warning
        add 1			to warningcount
        string "  line ", showline, "  ", linetext, "  warning: ",
               function trim(problemmsg)
               delimited by size into reportrec
        end-string
     else
        add 1			to problemcount
        string "  line ", showline, "  ", linetext, "  ",
               function trim(problemmsg)
               delimited by size into reportrec
        end-string
     end-if.
     write reportrec.
     add 1			to fileproblems.
     display "cfgcheck: " function trim(cfgpath) " line "
             function trim(showline) ": " function trim(problemmsg).
     move spaces		to severity problemmsg.

end program cfgcheck.
