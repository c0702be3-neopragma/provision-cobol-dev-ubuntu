*>                 converts the flat workbook to a real .ods package
*>                 instead of zipping the .fods into an archive no
*>                 spreadsheet program would open
*>   15-Oct-2026 - mysql joins the approved table so dbload can run
*>                 its generated load script (mysql -e "source
*>                 dbload.sql") through this framework
*>   15-Oct-2026 - the batch programs jobsched launches (araging,
*>                 statements, financecharge, achautopay,
*>                 rebateaccrual, salesclose, closebatch, eodcapture,
*>                 historypurge) join the approved table as ./name,
*>                 and the command's own exit status is now handed
*>                 back as this program's return code instead of
*>                 always ending 0, so a caller can tell a failed
*>                 command from a good one
*>   15-Oct-2026 - ./aropenconv joins the approved table so jobsched
*>                 can run the nightly aropen.csv export from the
*>                 indexed open-item file
identification division.
program-id. systemcall.
environment division.
   03 filler          pic x(16) value "unzip".
   03 filler          pic x(16) value "mv".
   03 filler          pic x(16) value "soffice".
   03 filler          pic x(16) value "mysql".
   03 filler          pic x(16) value "./araging".
   03 filler          pic x(16) value "./statements".
   03 filler          pic x(16) value "./financecharge".
   03 filler          pic x(16) value "./achautopay".
   03 filler          pic x(16) value "./rebateaccrual".
   03 filler          pic x(16) value "./salesclose".
   03 filler          pic x(16) value "./closebatch".
   03 filler          pic x(16) value "./eodcapture".
   03 filler          pic x(16) value "./historypurge".
   03 filler          pic x(16) value "./aropenconv".
01 filler redefines approved-commands.
   03 approved-command pic x(16) occurs 23 times.
01 approved-count  usage binary-long value 23.

01 command-word    pic x(16).
*> the command's exit status, handed back as the return code
01 command-status  usage binary-long value 0.
01 approve-idx     usage binary-long.
01 command-flag    pic x value "N".
   88 command-is-approved value "Y".
if stat not = 0
    display "SYSTEM: |" stat "|" end-display
end-if.
if stat > 255
    divide stat by 256 giving command-status
else
    move stat to command-status
end-if.

*>string
*>    "cat " delimited by size
    close orphanlog
end-if.

move command-status to return-code.
goback.

