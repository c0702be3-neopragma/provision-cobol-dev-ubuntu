*>              member's format, logging each delivery separately in
*>              distributionlog.txt -- the month-end report stops
*>              taking eleven runs
*>15-Oct-2026 - -F/--file takes a name up to 60 characters; the
*>              positive pay files posipay stages into outbound
*>              overran the old 24 and were reported missing
*>15-Oct-2026 - new -a/--attach switch, given before -e, names a file
*>              to go out attached to the email (repeatable, up to
*>              20); each must exist or the send is refused, and each
*>              is logged under the delivery in distributionlog.txt
*>              -- invdeliver attaches every email customer's
*>              invoice PDFs this way
*>*********************************************************************
identification division.
program-id. cmdline.
   88 format-switch		   value "-f", "--format".
   88 file-switch		   value "-F", "--file".
   88 list-switch		   value "-l", "--list".
   88 attach-switch		   value "-a", "--attach".
   88 help-switch		   value "-h", "--help".
01 cmdstatus		pic x    value spaces.
   88 lastcmd		         value "l", "h".
   05 rept-recv		pic x(30) value spaces.
   05 rept-howsent	pic x(10) value spaces.
   05 rept-format	pic x(10) value "TEXT".
01 rept-reportfile	pic x(60) value "dbreportc.csv".
01 reportfile-status	pic xx value spaces.
01 nowstamp.
   05 now-date		pic x(8).
01 dl-format		pic x(10) value spaces.
01 dl-method		pic x(10) value spaces.
01 membercount		usage binary-long value 0.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>files named by -a/--attach ride along with every email sent
*>after them
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
01 attachcount		usage binary-long value 0.
01 attachlist.
   05 attachpath	occurs 20 times pic x(60) value spaces.
01 attach-ind		usage binary-long value 0.
01 rawattach		pic x(60) value spaces.
01 checkbuf		pic x(84) value spaces.
01 checkstat		pic s9(9) value zero.
01 fileinfo.
   05 filesize		pic x(8) comp-x.
   05 filedate		pic x(7) comp-x.
   05 filetime		pic x(7) comp-x.
*>
procedure division.
 0000-start.
            accept rept-reportfile	from argument-value
         when list-switch
            perform 0800-run-distribution-list
         when attach-switch
            perform 0900-add-attachment
         when other
            display "invalid switch: " argv
            move 1		to exitcode
        if exitcode = zero
           display "emailing " function trim(rept-format)
                   " report to " function trim(rept-recv)
           perform varying attach-ind from 1 by 1
                   until attach-ind > attachcount
               display "  attached "
                       function trim(attachpath(attach-ind))
           end-perform
           perform 0700-log-delivery
        end-if
     end-if.
            into distrec
     end-string.
     write distrec.
     if rept-howsent = "email"
        perform varying attach-ind from 1 by 1
                until attach-ind > attachcount
            move spaces		to distrec
            string "                attached ",
                   function trim(attachpath(attach-ind))
                   into distrec
            end-string
            write distrec
        end-perform
     end-if.
     close distfile.
*>
 0500-set-format.
             "or HTML (default TEXT)".
     display "  -F, --file <path>        deliver the named file "
             "instead of the format's report file".
     display "  -a, --attach <path>      attach the file to the email "
             "(before -e; repeatable)".
     display "  -h, --help               show this message and exit".
     move "h"			to cmdstatus.
     move 1			to exitcode.
*>
 0900-add-attachment.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>an attachment that is not on disk would go out as a promise of a
*>file nobody receives -- refuse it, so the caller sees the send fail
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to rawattach.
     accept rawattach		from argument-value.
     move spaces		to checkbuf.
     move rawattach		to checkbuf.
     call "CBL_CHECK_FILE_EXIST" using checkbuf
                                       fileinfo
                                 returning checkstat
     end-call.
     if rawattach = spaces or checkstat not = 0
        display "attachment " function trim(rawattach)
                " is missing -- nothing will be emailed"
        move 1			to exitcode
     else if attachcount >= 20
        display "too many attachments, "
                function trim(rawattach) " refused"
        move 1			to exitcode
     else
        add 1			to attachcount
        move rawattach		to attachpath(attachcount)
     end-if.
