*>            preflight reads the same ledger and refuses the
*>            morning run when a checked file's size has moved.
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - the indexed open-item file database/aropen.dat
*>              (aropenconv) is watched by byte size beside
*>              invoiceindex.dat; the aropen.csv export stays watched
*>*********************************************************************
identification division.
program-id. eodcapture.
environment division.
 01  todaydate			pic x(8) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the watched files, each with the column its amounts live in
*>>>(zero = no amount column worth hashing); invoiceindex.dat and
*>>>aropen.dat are binary, so only their byte size is captured
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  watchtable.
     05  filler	pic x(44) value "database/aropen.csv                       06".
     05  filler	pic x(44) value "database/fcexempt.csv                     00".
     05  filler	pic x(44) value "database/invoicelayout.csv                00".
     05  filler	pic x(44) value "invoiceindex.dat                          99".
     05  filler	pic x(44) value "database/aropen.dat                       99".
 01  watchtable-r redefines watchtable.
     05  watchentry	occurs 54 times.
         10  watchname		pic x(42).
         10  watchamtcol	pic 99.
 01  watchmax			unsigned-int value 54.
 01  watchInd			unsigned-int value zero.
*>
 01  workfilename		pic x(42) value spaces.
