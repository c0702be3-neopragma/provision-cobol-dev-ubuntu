       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Company selection for the manual ledger posters.  Every
*>            line on database/generalledger.csv carries the company
*>            it belongs to; glpost takes it from the billing batch,
*>            and every other posting program takes it from a
*>            leading -company=<cc> argument, the selector
*>            writeinvoice already uses.  Without one the run posts
*>            for company 01, the company headerless billing files
*>            have always counted as, so a single-company site runs
*>            exactly as before.
*>
*>            The option must come first.  glcompany consumes it:
*>            the caller's next ACCEPT FROM ARGUMENT-VALUE returns
*>            the argument after it, and a caller that reads the
*>            whole command line takes gc-cmdline, the command line
*>            with the option removed, instead.
*>
*>            call "glcompany" using gc-company,  pic x(2) (returned)
*>                                   gc-cmdline   pic x(200)
*>                                                (returned)
*>*********************************************************************
identification division.
program-id. glcompany.
environment division.
*>
data division.
*>
working-storage section.
*>
 01  argcount			pic 9(4) value zero.
 01  firstarg			pic x(40) value spaces.
 01  cmdline			pic x(200) value spaces.
 01  optlength			unsigned-int value zero.
*>
linkage section.
*>
 01  gc-company		pic x(2).
 01  gc-cmdline		pic x(200).
*>
 procedure division using gc-company,
                          gc-cmdline.
*>
 0000-start.
*>
     move "01"			to gc-company.
     move spaces		to gc-cmdline cmdline firstarg.
     accept cmdline		from command-line
     end-accept.
     move cmdline		to gc-cmdline.

     accept argcount		from argument-number.
     if argcount = zero
        goback
     end-if.

     display 1			upon argument-number.
     accept firstarg		from argument-value.
     if firstarg(1:9) <> "-company="
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>no company option: put the caller back on its first argument
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
        display 1		upon argument-number
        goback
     end-if.

     if firstarg(10:2) = spaces or firstarg(12:1) <> space
        display "glcompany: -company= takes a two-character company "
                "code, e.g. -company=02"
        stop run giving 1
     end-if.
     move firstarg(10:2)	to gc-company.

     move spaces		to gc-cmdline.
     move function length(function trim(firstarg)) to optlength.
     if function length(function trim(cmdline)) > optlength
        move function trim(cmdline(optlength + 2:)) to gc-cmdline
     end-if.

     goback.

end program glcompany.
