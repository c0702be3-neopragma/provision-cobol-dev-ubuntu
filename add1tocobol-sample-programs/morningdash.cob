*>            Held credits whose CM-HELD audit entries predate today
*>            are called out as left over from prior days.
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - nexuswatch's nexusattention.csv is read as one more
*>              attention item: any unregistered state over, or
*>              nearing, its economic nexus threshold is called out
*>15-Oct-2026 - refintegrity's refintegrityattention.csv is read as one
*>              more attention item: any orphan row or dangling
*>              reference between the master and transaction files
*>              is called out with the files it was found in
*>*********************************************************************
identification division.
program-id. morningdash.
environment division.
                        organization is line sequential.
select optional auditfile	assign to "pipelineaudit.log"
                        organization is line sequential.
select optional nexusfile	assign to "nexusattention.csv"
                        organization is line sequential.
select optional integrityfile	assign to "refintegrityattention.csv"
                        organization is line sequential.
select dashfile		assign to "morningreport.txt"
                        organization is line sequential.
*>
*>
01 auditfilerec		pic x(300).
*>
fd nexusfile.
*>
01 nexusrec		pic x(80).
*>
fd integrityfile.
*>
01 integrityrec		pic x(120).
*>
fd dashfile.
*>
01 dashrec		pic x(132).
 01  audit-time		pic x(6) value spaces.
 01  audit-prog		pic x(20) value spaces.
 01  audit-reason		pic x(20) value spaces.
 01  nexusovercount		unsigned-int value zero.
 01  nexusnearcount		unsigned-int value zero.
 01  nexusstate		pic x(4) value spaces.
 01  nexusstatus		pic x(6) value spaces.
 01  nexusovers		pic x(40) value spaces.
 01  nexusptr			unsigned-int value 1.
 01  integrityrels		unsigned-int value zero.
 01  integritycount		unsigned-int value zero.
 01  integritychild		pic x(40) value spaces.
 01  integritylast		pic x(40) value spaces.
 01  integritykind		pic x(20) value spaces.
 01  integrityparent		pic x(40) value spaces.
 01  integritytype		pic x value spaces.
 01  integrityraw		pic x(10) value spaces.
 01  integrityfiles		pic x(60) value spaces.
 01  integrityptr		unsigned-int value 1.
*>
 01  attention			pic x value spaces.
     88  needs-attention	      value "y".
     perform 0140-read-proof.
     perform 0150-read-runlog.
     perform 0160-read-audit-log.
     perform 0170-read-nexus-watch.
     perform 0180-read-integrity-check.

     if rejcount > 0 or heldcmcount > 0 or heldinvcount > 0
        or proof-out-of-balance or runlogfailed > 0
        or runlogrows > 0
        or nexusovercount > 0 or nexusnearcount > 0
        or integritycount > 0
        move "y"		to attention
     end-if.

     end-perform.
     close auditfile.
     move spaces		to eof.
*>
 0170-read-nexus-watch.
*>
     open input nexusfile.
     read nexusfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to nexusstate nexusstatus
         unstring nexusrec delimited by ","
                  into nexusstate, nexusstatus
         end-unstring
         if function trim(nexusstatus) = "OVER"
            add 1		to nexusovercount
            if nexusptr < 37
               string function trim(nexusstate), " "
                      delimited by size into nexusovers
                      with pointer nexusptr
               end-string
            end-if
         end-if
         if function trim(nexusstatus) = "NEAR"
            add 1		to nexusnearcount
         end-if
         read nexusfile
              at end move "y"	to eof
         end-read
     end-perform.
     close nexusfile.
     move spaces		to eof.
*>
 0180-read-integrity-check.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one row per broken relationship: child file, reference,
*>>>parent file, kind, exception count
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     open input integrityfile.
     read integrityfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to integritychild integritykind
                                   integrityparent integritytype
                                   integrityraw
         unstring integrityrec delimited by ","
                  into integritychild, integritykind,
                       integrityparent, integritytype, integrityraw
         end-unstring
         add 1			to integrityrels
         if function trim(integrityraw) is numeric
            add function numval(integrityraw) to integritycount
         end-if
         if integritychild <> integritylast
            and integrityptr < 50
            move integritychild to integritylast
            string function trim(integritychild(10:)), " "
                   delimited by size into integrityfiles
                   with pointer integrityptr
            end-string
         end-if
         read integrityfile
              at end move "y"	to eof
         end-read
     end-perform.
     close integrityfile.
     move spaces		to eof.
*>
 0300-putreport.
*>
     end-string.
     write dashrec.

     move nexusovercount	to showcount.
     move spaces		to dashrec.
     string "Tax nexus:   ", showcount,
            " unregistered state(s) over threshold ",
            nexusovers
            delimited by size into dashrec
     end-string.
     write dashrec.
     if nexusnearcount > 0
        move nexusnearcount	to showcount
        move spaces		to dashrec
        string "             ", showcount,
               " approaching -- see nexuswatch.txt"
               into dashrec
        end-string
        write dashrec
     end-if.

     move integritycount	to showcount.
     move spaces		to dashrec.
     string "Integrity:   ", showcount,
            " orphan/dangling reference(s) ",
            integrityfiles
            delimited by size into dashrec
     end-string.
     write dashrec.
     if integritycount > 0
        move integrityrels	to showcount
        move spaces		to dashrec
        string "             on ", showcount,
               " relationship(s) -- see refintegrity.txt"
               into dashrec
        end-string
        write dashrec
     end-if.

     move all "-"		to dashrec.
     write dashrec.
     if needs-attention
