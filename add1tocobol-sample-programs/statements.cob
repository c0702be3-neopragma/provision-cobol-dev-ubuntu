*> Date:      11-Mar-2013
*> Purpose:   Monthly customer statements built on the same odfscanner
*>            form machinery writeinvoice uses.  Walks the open-item
*>            accounts receivable file (database/aropen.dat) per
*>            customer and fills a statement template -- one sheet per
*>            customer listing the open invoices and the balance due.
*>            A customer with any item 60 or more days past due
*>            as writeinvoice.cfg), falling back to shipped defaults.
*>
*>            Statement placeholders: custname, stmtdate, invnbr,
*>            invdate, amount, delivered, replaces (repeating per
*>            open item), totaldue, duewording.
*>            Dunning placeholders: custname, stmtdate, totaldue,
*>            pastdueamt, duewording.
*>*********************************************************************
*>Modifications:
*>02-Sep-2026 - the dunning pass now reads the collections promise
*>02-Sep-2026 - the amount, totaldue and pastdueamt fields are now
*>              declared money through odfsettype, so the statement
*>              workbook's cells come out typed and calculate
*>15-Oct-2026 - a statement template carrying a [delivered]
*>              placeholder gets each open item's delivery proof
*>              from database/tracking.csv (shiptrack): the
*>              delivered date and signer, or the carrier and
*>              tracking number while no proof of delivery is in.
*>              Templates without the placeholder are unchanged
*>15-Oct-2026 - the amount of an item under open dispute on
*>              database/disputes.csv (disputes) no longer counts as
*>              past due: an account whose only past-due money is in
*>              dispute gets its statement, not a dunning letter,
*>              and a letter that does go out asks only for the
*>              undisputed past-due amount
*>15-Oct-2026 - a statement template carrying a [replaces]
*>              placeholder ties a cancel-and-rebill together for
*>              the customer from database/invoicecorrections.csv
*>              (invcorrect): the replacement shows "replaces
*>              invoice nnnnnn", its credit memo "cancels invoice
*>              nnnnnn" and the original "replaced by invoice
*>              nnnnnn".  Templates without the placeholder are
*>              unchanged
*>15-Oct-2026 - statements and dunning letters go out in the
*>              customer's language from the customer master's
*>              tenth column: each sheet is filled from that
*>              language's variant of the template
*>              (statementtemplate_fr.fods beside
*>              statementtemplate.fods, the suffix from
*>              database/languages.csv) when one is on disk, the
*>              statement date, invoice dates and amounts print in
*>              the language's conventions through langfmt, and a
*>              template carrying a [duewording] placeholder gets
*>              the language's amount-due wording.  English
*>              customers are unchanged
*>15-Oct-2026 - the open items are read from the indexed
*>              database/aropen.dat (aropenconv) instead of
*>              database/aropen.csv
*>*********************************************************************
identification division.
program-id. statements.
*>
file-control.
*>
select aropenidx	assign to "database/aropen.dat"
                        organization is indexed
                        access mode is dynamic
                        record key is ao-key
                        alternate record key is ao-customer
                            with duplicates
                        file status is ao-status.
select optional stmtconfigfile	assign to "statements.cfg"
                        organization is line sequential.
select optional promisefile	assign to "database/collectpromises.csv"
                        organization is line sequential.
select optional custparentfile	assign to "database/custparents.csv"
                        organization is line sequential.
select optional trackingfile	assign to "database/tracking.csv"
                        organization is line sequential.
select optional disputefile	assign to "database/disputes.csv"
                        organization is line sequential.
select optional correctionfile	assign to "database/invoicecorrections.csv"
                        organization is line sequential.
select optional custmasterfile	assign to "database/customers.csv"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd aropenidx.
*>
01 ao-record.
    05  ao-key.
        10  ao-invoiceno	pic 9(10).
        10  ao-seq		pic 9(4).
    05  ao-customer		pic x(28).
    05  ao-rawrec		pic x(120).
*>
fd stmtconfigfile.
*>
*>
01 custparentrec	pic x(80).
*>
fd trackingfile.
*>
01 trackingrec		pic x(120).
*>
fd disputefile.
*>
01 disputerec		pic x(160).
*>
fd correctionfile.
*>
01 correctionrec	pic x(120).
*>
fd custmasterfile.
*>
01 custmasterrec	pic x(120).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ao-status			pic xx value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>template locations, read from statements.cfg the same way
*>>>writeinvoice reads writeinvoice.cfg
 01  startpage			unsigned-int value zero.
 01  endpage			unsigned-int value zero.
 01  fieldname			pic x(18) value spaces.
     88  field-is-date		      values "stmtdate" "invdate".
     88  field-is-money		      values "amount" "totaldue"
                                             "pastdueamt".
 01  fieldvalue			pic x(100) value spaces.
 01  retcode			unsigned-int value zero.
 01  growregion			unsigned-int value 1.
         10  famChildName	pic x(28) value spaces.
         10  famParentName	pic x(28) value spaces.
 01  famdummy			pic x(10) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>tracking and proof of delivery per invoice, from shiptrack
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  trkCount			unsigned-int value zero.
 01  trkList.
     05  trkEntry	occurs 2000 times
                        indexed by trkInd.
         10  trkInvoice	pic x(6) value spaces.
         10  trkCarrier	pic x(8) value spaces.
         10  trkNumber		pic x(30) value spaces.
         10  trkSource		pic x value spaces.
         10  trkCaptured	pic x(10) value spaces.
         10  trkDelivered	pic x(10) value spaces.
         10  trkSigner		pic x(20) value spaces.
 01  rawtrkinvoice		pic x(10) value spaces.
 01  trkinvoicework		pic 9(6) value zero.
 01  trkinvoicekey		pic x(6) value spaces.
 01  deliveryproof		pic x(70) value spaces.
 01  deliveredfield		pic x value spaces.
     88  template-has-delivered     value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>open disputes -- disputed money is argued, not past due, and
*>>>is never dunned
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  dspCount			unsigned-int value zero.
 01  dspList.
     05  dspEntry	occurs 1000 times
                        indexed by dspInd.
         10  dspInvoice	pic x(6) value spaces.
         10  dspAmount		pic s9(8)v99 value zero.
 01  rawdspinvoice		pic x(10) value spaces.
 01  rawdspamount		pic x(12) value spaces.
 01  dsp-customer		pic x(28) value spaces.
 01  dsp-reason		pic x(8) value spaces.
 01  dsp-owner			pic x(10) value spaces.
 01  dsp-opened		pic x(10) value spaces.
 01  dsp-status		pic x value spaces.
 01  dspinvoicework		pic 9(6) value zero.
 01  dspinvoicekey		pic x(6) value spaces.
 01  disputedamount		pic s9(8)v99 value zero.
 01  pastdueitem		pic s9(8)v99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>cancel-and-rebill links from invcorrect
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  corCount			unsigned-int value zero.
 01  corList.
     05  corEntry	occurs 2000 times
                        indexed by corInd.
         10  corOriginal	pic 9(6) value zero.
         10  corCredit		pic 9(6) value zero.
         10  corReplacement	pic 9(6) value zero.
 01  rawcororiginal		pic x(10) value spaces.
 01  rawcorcredit		pic x(10) value spaces.
 01  rawcorreplacement		pic x(10) value spaces.
 01  corinvoicework		pic 9(6) value zero.
 01  correctionnote		pic x(30) value spaces.
 01  replacesfield		pic x value spaces.
     88  template-has-replaces      value "y".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>each customer's language from the customer master, by name;
*>>>langfmt resolves the template variant and the conventions
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  clgCount			unsigned-int value zero.
 01  clgList.
     05  clgEntry	occurs 500 times
                        indexed by clgInd.
         10  clgName		pic x(28) value spaces.
         10  clgLanguage	pic x(3) value spaces.
 01  clgdummy			pic x(28) value spaces.
 01  basetemplatepath		pic x(80) value spaces.
 01  curtemplatepath		pic x(80) value spaces.
 01  stmtlanguage		pic x(3) value spaces.
     88  statement-in-english	      values spaces "EN".
 01  langrequest		pic x value spaces.
 01  langvalue			pic x(100) value spaces.
 01  langstatus			pic 99 value zero.
 01  decimalmark		pic x value ".".
 01  duewordingfield		pic x value spaces.
     88  template-has-duewording    value "y".
*>
 procedure division.
*>

     perform 0940-load-stmtconfig.
     perform 0930-load-promises.
     perform 0950-load-tracking.
     perform 0960-load-disputes.
     perform 0970-load-corrections.
     perform 0980-load-languages.
     perform 0900-load-open-items.

     if not custs-are-loaded
        display "statements: no open items on "
                "database/aropen.dat -- nothing to send"
        goback
     end-if.

        display dunfilepath	upon environment-value
        display "odfform"	upon environment-name
        display dunformpath	upon environment-value
        move dunfilepath	to basetemplatepath
     else
        display "odffile"	upon environment-name
        display stmtfilepath	upon environment-value
        display "odfform"	upon environment-name
        display stmtformpath	upon environment-value
        move stmtfilepath	to basetemplatepath
     end-if.
     move basetemplatepath	to curtemplatepath.

     move spaces		to formstarted.
     move zero			to sheetseq.
*>
 0200-put-customer-sheet.
*>
     perform 0190-select-template.
     if not form-is-started
        call "odfstartform"	using startpage
        end-call
     move todaynum		to fieldvalue.
     perform 0800-odfsetvalue.

     move spaces		to deliveredfield.
     move "[delivered]"		to searchField.
     perform varying flInd from 1 by 1
             until flInd > flCount
         if flField(flInd) = searchField
            move "y"		to deliveredfield
         end-if
     end-perform.
     move spaces		to replacesfield.
     perform varying flInd from 1 by 1
             until flInd > flCount
         if flField(flInd) = "[replaces]"
            move "y"		to replacesfield
         end-if
     end-perform.

     if not dunning-pass
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>one repeating line per open item, the same way writeinvoice
            move cstBalance(custInd, cstItemInd) to showamt
            move showamt	to fieldvalue
            perform 0800-odfsetvalue
            if template-has-delivered
               perform 0210-find-delivery
               move "delivered"	to fieldname
               move deliveryproof	to fieldvalue
               perform 0800-odfsetvalue
            end-if
            if template-has-replaces
               perform 0220-find-correction
               move "replaces"	to fieldname
               move correctionnote	to fieldvalue
               perform 0800-odfsetvalue
            end-if
        end-perform
     else
        move "pastdueamt"	to fieldname
     move cstDue(custInd)	to showamt.
     move showamt		to fieldvalue.
     perform 0800-odfsetvalue.
     if template-has-duewording
        move "W"		to langrequest
        call "langfmt" using stmtlanguage, langrequest,
                             langvalue, langstatus
        end-call
        move "duewording"	to fieldname
        move langvalue		to fieldvalue
        perform 0800-odfsetvalue
     end-if.

     call "odfwritepage"	using startpage,
                                      endpage,
                                      sheetname
     end-call.
*>
 0210-find-delivery.
*>
     move spaces		to deliveryproof trkinvoicekey.
     if function trim(cstInvoiceno(custInd, cstItemInd)) is numeric
        compute trkinvoicework =
                function numval(cstInvoiceno(custInd, cstItemInd))
        move trkinvoicework	to trkinvoicekey
     end-if.
     perform varying trkInd from 1 by 1
             until trkInd > trkCount
         if trkInvoice(trkInd) = trkinvoicekey
            move spaces		to deliveryproof
            if trkDelivered(trkInd) <> spaces
               string "delivered ", trkDelivered(trkInd),
                      " signed ", function trim(trkSigner(trkInd))
                      delimited by size into deliveryproof
               end-string
            else
               string "shipped ", function trim(trkCarrier(trkInd)),
                      " ", function trim(trkNumber(trkInd))
                      delimited by size into deliveryproof
               end-string
            end-if
         end-if
     end-perform.
*>
 0220-find-correction.
*>
     move spaces		to correctionnote.
     move zero			to corinvoicework.
     if function trim(cstInvoiceno(custInd, cstItemInd)) is numeric
        compute corinvoicework =
                function numval(cstInvoiceno(custInd, cstItemInd))
     end-if.
     perform varying corInd from 1 by 1
             until corInd > corCount or corinvoicework = zero
         move spaces		to correctionnote
         evaluate corinvoicework
             when corReplacement(corInd)
                  string "replaces invoice ", corOriginal(corInd)
                         delimited by size into correctionnote
                  end-string
             when corCredit(corInd)
                  string "cancels invoice ", corOriginal(corInd)
                         delimited by size into correctionnote
                  end-string
             when corOriginal(corInd)
                  string "replaced by invoice ",
                         corReplacement(corInd)
                         delimited by size into correctionnote
                  end-string
         end-evaluate
         if correctionnote <> spaces
            move zero		to corinvoicework
         end-if
     end-perform.
*>
 0190-select-template.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the customer's language variant of this pass's template, when
*>>>there is one; switching means rescanning, the way writeinvoice
*>>>switches to its credit memo form, and the typed cells learn the
*>>>language's decimal mark
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to stmtlanguage.
     perform varying clgInd from 1 by 1
             until clgInd > clgCount
         if function trim(clgName(clgInd)) =
            function trim(cstName(custInd))
            move clgLanguage(clgInd)	to stmtlanguage
         end-if
     end-perform.
     move basetemplatepath	to langvalue.
     move "T"			to langrequest.
     call "langfmt" using stmtlanguage, langrequest,
                          langvalue, langstatus
     end-call.
     if langvalue(1:80) <> curtemplatepath
        display "odffile"	upon environment-name
        display langvalue(1:80)	upon environment-value
        call "odfscanner"	using startpage,
				      endpage
        end-call
        move langvalue(1:80)	to curtemplatepath
     end-if.
     move "."			to decimalmark.
     if not statement-in-english
        move "M"		to langrequest
        call "langfmt" using stmtlanguage, langrequest,
                             langvalue, langstatus
        end-call
        if langstatus = zero
           move langvalue(1:1)	to decimalmark
        end-if
     end-if.
     call "odfsetmark" using decimalmark end-call.
     move spaces		to duewordingfield.
     perform varying flInd from 1 by 1
             until flInd > flCount
         if flField(flInd) = "[duewording]"
            move "y"		to duewordingfield
         end-if
     end-perform.
*>
 0800-odfsetvalue.
*>
     if not statement-in-english and fieldvalue <> spaces
        and (field-is-date or field-is-money)
        perform 0805-localize-value
     end-if.
     call "odfsetfield" using fieldName,
			      fieldValue,
			      retcode
        add 1			to fieldnotfoundcount
        display "statements: odfsetfield problem with retcode=" retcode
     end-if.
*>
 0805-localize-value.
*>
     if field-is-date
        move "D"		to langrequest
     else
        move "A"		to langrequest
     end-if.
     move fieldvalue		to langvalue.
     call "langfmt" using stmtlanguage, langrequest,
                          langvalue, langstatus
     end-call.
     if langstatus = zero
        move langvalue		to fieldvalue
     end-if.
*>
 0850-grow-and-retry.
*>
 0900-load-open-items.
*>
     move zero			to custCount.
     open input aropenidx.
     if ao-status <> "00"
        display "statements: database/aropen.dat will not open (status "
                ao-status ") -- run aropenconv -load first"
        stop run giving 8
     end-if.
     read aropenidx next record
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         perform 0910-load-one-item
         read aropenidx next record
              at end move "y"	to eof
         end-read
     end-perform.
     close aropenidx.
     move spaces		to eof.
     if custCount = zero
        move 1			to custCount
     move spaces		to ar-invoiceno ar-customer ar-invdate
                                   ar-currency rawtotal rawbalance
                                   ar-duedate.
     unstring ao-rawrec delimited by ","
              into ar-invoiceno, ar-customer, ar-invdate,
                   ar-currency, rawtotal, rawbalance, ar-duedate
     end-unstring.
     end-if.
     if function test-numval(rawbalance) <> 0
        display "statements: bad open item skipped: "
                function trim(ao-rawrec)
     else
        compute openbalance = function numval(rawbalance)
        if openbalance <> zero
                 compute invdays = function integer-of-date(invdatenum)
                 compute agedays = todaydays - invdays
                 if agedays >= 60
                    perform 0915-find-dispute
                    add pastdueitem	to cstPastDue(custMatchInd)
                 end-if
              end-if
              if cstItemCount(custMatchInd) < 50
           end-if
        end-if
     end-if.
*>
 0915-find-dispute.
*>
     move openbalance		to pastdueitem.
     move zero			to disputedamount.
     if function trim(ar-invoiceno) is numeric
        and openbalance > zero
        compute dspinvoicework = function numval(ar-invoiceno)
        move dspinvoicework	to dspinvoicekey
        perform varying dspInd from 1 by 1
                until dspInd > dspCount
            if dspInvoice(dspInd) = dspinvoicekey
               add dspAmount(dspInd)	to disputedamount
            end-if
        end-perform
     end-if.
     if disputedamount > openbalance
        move openbalance	to disputedamount
     end-if.
     subtract disputedamount	from pastdueitem.
*>
 0920-find-or-add-customer.
*>
     end-perform.
     close stmtconfigfile.
     move spaces		to eof.
*>
 0950-load-tracking.
*>
     move zero			to trkCount.
     open input trackingfile.
     read trackingfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if trkCount < 2000
            add 1		to trkCount
            move spaces		to rawtrkinvoice
            unstring trackingrec delimited by ","
                     into rawtrkinvoice,
                          trkCarrier(trkCount),
                          trkNumber(trkCount),
                          trkSource(trkCount),
                          trkCaptured(trkCount),
                          trkDelivered(trkCount),
                          trkSigner(trkCount)
            end-unstring
            if function trim(rawtrkinvoice) is numeric
               compute trkinvoicework = function numval(rawtrkinvoice)
               move trkinvoicework	to trkInvoice(trkCount)
            else
               subtract 1	from trkCount
            end-if
         end-if
         read trackingfile
              at end move "y"	to eof
         end-read
     end-perform.
     close trackingfile.
     move spaces		to eof.
*>
 0960-load-disputes.
*>
     move zero			to dspCount.
     open input disputefile.
     read disputefile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawdspinvoice rawdspamount dsp-status
         unstring disputerec delimited by ","
                  into rawdspinvoice, dsp-customer, dsp-reason,
                       rawdspamount, dsp-owner, dsp-opened,
                       dsp-status
         end-unstring
         if dsp-status = "O" and dspCount < 1000
            and function trim(rawdspinvoice) is numeric
            and function test-numval(rawdspamount) = 0
            add 1		to dspCount
            compute dspinvoicework = function numval(rawdspinvoice)
            move dspinvoicework	to dspInvoice(dspCount)
            compute dspAmount(dspCount) = function numval(rawdspamount)
         end-if
         read disputefile
              at end move "y"	to eof
         end-read
     end-perform.
     close disputefile.
     move spaces		to eof.
*>
 0970-load-corrections.
*>
     move zero			to corCount.
     open input correctionfile.
     read correctionfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawcororiginal rawcorcredit
                                   rawcorreplacement
         unstring correctionrec delimited by ","
                  into rawcororiginal, rawcorcredit,
                       rawcorreplacement
         end-unstring
         if function trim(rawcororiginal) is numeric
            and function trim(rawcorcredit) is numeric
            and function trim(rawcorreplacement) is numeric
            and corCount < 2000
            add 1		to corCount
            compute corOriginal(corCount) =
                    function numval(rawcororiginal)
            compute corCredit(corCount) =
                    function numval(rawcorcredit)
            compute corReplacement(corCount) =
                    function numval(rawcorreplacement)
         end-if
         read correctionfile
              at end move "y"	to eof
         end-read
     end-perform.
     close correctionfile.
     move spaces		to eof.
*>
 0980-load-languages.
*>
     move zero			to clgCount.
     open input custmasterfile.
     read custmasterfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         if clgCount < 500
            add 1		to clgCount
            move spaces		to clgdummy
            unstring custmasterrec delimited by ","
                     into clgdummy, clgName(clgCount),
                          clgdummy, clgdummy, clgdummy, clgdummy,
                          clgdummy, clgdummy, clgdummy,
                          clgLanguage(clgCount)
            end-unstring
            move function upper-case(clgLanguage(clgCount))
                 to clgLanguage(clgCount)
         end-if
         read custmasterfile
              at end move "y"	to eof
         end-read
     end-perform.
     close custmasterfile.
     move spaces		to eof.
