       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Positive pay issue file subprogram, shared by every
*>            program that cuts a check (apcheckrun, refundrun) so
*>            the bank holds a list of what we legitimately issued
*>            and a forged or altered item bounces instead of
*>            clearing.  A run opens the file, reports each check
*>            as it is cut (or voided), and closes it; close writes
*>            the control-total trailer, stages the file into
*>            outbound through systemcall, and hands it to cmdline
*>            for delivery to the bank so the send lands in
*>            distributionlog.txt like any other delivery.
*>
*>            Every item reported is also appended to the
*>            cumulative database/issuedchecks.csv (source, check,
*>            issue date, amount, payee, I|V, file name), and each
*>            file that reaches outbound is recorded on
*>            database/posipaysent.csv -- posipaylist reads the two
*>            to list anything issued but never reported.
*>
*>            Bank layout, 100 characters a record:
*>                1-12   account number, zero filled
*>               13-22   check number, zero filled
*>               23-30   issue date mmddyyyy
*>               31-42   amount in cents, zero filled
*>               43-92   payee name
*>               93      I issue, V void, T trailer
*>            The trailer carries the item count in 13-22 and the
*>            total of the issues less the voids in 31-42.  The
*>            account number and the bank's recipient name for
*>            cmdline come from posipay.cfg (account=, recipient=).
*>
*>            call "posipay" using pp-action,   pic x:
*>                                             "o" open, "i" issue,
*>                                             "v" void, "c" close
*>                                 pp-source,   pic x(2)  AP|RF
*>                                 pp-checkno,  pic 9(6)
*>                                 pp-date,     pic x(8) yyyymmdd
*>                                 pp-amount,   pic s9(10)v99
*>                                 pp-payee,    pic x(40)
*>                                 pp-status    pic 99 (returned)
*>            status 0 = done, 4 = no posipay.cfg account,
*>            8 = the file could not be staged or delivered.
*>*********************************************************************
identification division.
program-id. posipay.
environment division.
*>
input-output section.
*>
file-control.
*>
select ppfile		assign to ppfilename
                        organization is line sequential.
select optional issuedfile	assign to "database/issuedchecks.csv"
                        organization is line sequential.
select optional sentfile	assign to "database/posipaysent.csv"
                        organization is line sequential.
select optional cfgfile	assign to "posipay.cfg"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd ppfile.
*>
01 pprec		pic x(100).
*>
fd issuedfile.
*>
01 issuedrec		pic x(150).
*>
fd sentfile.
*>
01 sentrec		pic x(100).
*>
fd cfgfile.
*>
01 cfgrec		pic x(100).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  ppfilename		pic x(40) value spaces.
 01  ppopen			pic x value spaces.
     88  pp-is-open		      value "y".
 01  cfgname			pic x(20) value spaces.
 01  cfgvalue			pic x(80) value spaces.
 01  cfgeqpos			unsigned-int value zero.
 01  bankaccount		pic 9(12) value zero.
 01  recipient			pic x(20) value "BANK".
*>
 01  nowstamp			pic x(14) value spaces.
 01  itemcount			pic 9(10) value zero.
 01  itemcents			pic 9(12) value zero.
 01  netcents			pic s9(12) value zero.
 01  trailercents		pic 9(12) value zero.
 01  showcsvamt		pic -9(8).99 value zero.
 01  showcount			pic zzz9 value zero.
 01  issuedate			pic x(8) value spaces.
 01  ppitemtype		pic x value spaces.
 01  stagecmd			pic x(200) value spaces.
 01  stagestat			pic s9(9) value zero.
 01  stepfailed		pic x value spaces.
     88  a-step-failed		      value "y".
*>
linkage section.
*>
 01  pp-action			pic x.
     88  pp-open		      value "o".
     88  pp-issue		      value "i".
     88  pp-void		      value "v".
     88  pp-close		      value "c".
 01  pp-source			pic x(2).
 01  pp-checkno		pic 9(6).
 01  pp-date			pic x(8).
 01  pp-amount			pic s9(10)v99.
 01  pp-payee			pic x(40).
 01  pp-status			pic 99.
*>
 procedure division using pp-action,
                          pp-source,
                          pp-checkno,
                          pp-date,
                          pp-amount,
                          pp-payee,
                          pp-status.
*>
 0000-start.
*>
     move zero			to pp-status.
     if pp-void
        move "V"		to ppitemtype
     else
        move "I"		to ppitemtype
     end-if.

     evaluate true
         when pp-open
              perform 0100-open-file
         when pp-issue
         when pp-void
              if pp-is-open
                 perform 0200-put-item
              end-if
              perform 0250-record-issued
         when pp-close
              if pp-is-open
                 perform 0300-close-file
              end-if
     end-evaluate.

     goback.
*>
 0100-open-file.
*>
     move zero			to bankaccount itemcount netcents.
     move "BANK"		to recipient.
     move spaces		to ppfilename.
     perform 0940-load-cfg.
     if bankaccount = zero
        display "posipay: no bank account on posipay.cfg -- no "
                "positive pay file written"
        move 4			to pp-status
     else
        move function current-date(1:14) to nowstamp
        move spaces		to ppfilename
        string "posipay_", function lower-case(pp-source), "_",
               nowstamp, ".txt"
               delimited by size into ppfilename
        end-string
        open output ppfile
        move "y"		to ppopen
     end-if.
*>
 0200-put-item.
*>
     move spaces		to issuedate.
     string pp-date(5:2), pp-date(7:2), pp-date(1:4)
            delimited by size into issuedate
     end-string.
     compute itemcents = pp-amount * 100.
     add 1			to itemcount.
     move spaces		to pprec.
     move bankaccount		to pprec(1:12).
     move all "0"		to pprec(13:4).
     move pp-checkno		to pprec(17:6).
     move issuedate		to pprec(23:8).
     move itemcents		to pprec(31:12).
     move pp-payee		to pprec(43:40).
     move ppitemtype		to pprec(93:1).
     if pp-void
        subtract itemcents	from netcents
     else
        add itemcents		to netcents
     end-if.
     write pprec.
*>
 0250-record-issued.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>recorded whether or not a file is open -- an item with no file
*>>>name is one the bank was never told about
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move pp-amount		to showcsvamt.
     open extend issuedfile.
     move spaces		to issuedrec.
     string pp-source, ",",
            pp-checkno, ",",
            pp-date, ",",
            function trim(showcsvamt), ",",
            function trim(pp-payee), ",",
            ppitemtype, ",",
            function trim(ppfilename)
            delimited by size into issuedrec
     end-string.
     write issuedrec.
     close issuedfile.
*>
 0300-close-file.
*>
     move spaces		to pprec.
     move bankaccount		to pprec(1:12).
     move itemcount		to pprec(13:10).
     move nowstamp(5:2)		to pprec(23:2).
     move nowstamp(7:2)		to pprec(25:2).
     move nowstamp(1:4)		to pprec(27:4).
     if netcents < zero
        compute trailercents = 0 - netcents
     else
        move netcents		to trailercents
     end-if.
     move trailercents		to pprec(31:12).
     move "T"			to pprec(93:1).
     write pprec.
     close ppfile.
     move spaces		to ppopen.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>staged into outbound through systemcall's approved commands,
*>>>then delivered through cmdline so the send is in
*>>>distributionlog.txt with every other delivery
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to stepfailed.
     move spaces		to stagecmd.
     string "./systemcall mkdir -p outbound" into stagecmd
     end-string.
     perform 0350-run-command.

     move spaces		to stagecmd.
     string "./systemcall mv ", function trim(ppfilename),
            " outbound/", function trim(ppfilename)
            into stagecmd
     end-string.
     perform 0350-run-command.

     move spaces		to stagecmd.
     string "./cmdline -F outbound/", function trim(ppfilename),
            " -r ", function trim(recipient), " -d"
            into stagecmd
     end-string.
     perform 0350-run-command.

     move itemcount		to showcount.
     if a-step-failed
        display "posipay: " function trim(ppfilename)
                " was NOT delivered -- its " showcount
                " item(s) stay on the unreported list"
        move 8			to pp-status
     else
        compute showcsvamt = netcents / 100
        open extend sentfile
        move spaces		to sentrec
        string function trim(ppfilename), ",",
               pp-source, ",",
               nowstamp(1:8), ",",
               function trim(showcount), ",",
               function trim(showcsvamt)
               delimited by size into sentrec
        end-string
        write sentrec
        close sentfile
        display "posipay: outbound/" function trim(ppfilename)
                " sent to " function trim(recipient) " -- "
                function trim(showcount) " item(s)"
     end-if.
*>
 0350-run-command.
*>
     if a-step-failed
        continue
     else
        call "SYSTEM" using function trim(stagecmd)
                      returning stagestat
        end-call
        if stagestat not = 0
           display "posipay: step failed (" stagestat "): "
                   function trim(stagecmd)
           move "y"		to stepfailed
        end-if
     end-if.
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
                when "account"
                     if function trim(cfgvalue) is numeric
                        compute bankaccount =
                                function numval(cfgvalue)
                     end-if
                when "recipient"
                     move function trim(cfgvalue) to recipient
            end-evaluate
         end-if
         read cfgfile
              at end move "y"	to eof
         end-read
     end-perform.
     close cfgfile.
     move spaces		to eof.

end program posipay.
