*>              resolves it, so a site that renames the EDI output
*>              reconciles the envelopes actually sent instead of a
*>              stale invoice810.edi
*>15-Oct-2026 - the 856 advance ship notices pickmanifest writes
*>              (shipnotice856.edi, or writeinvoice.cfg's asnfile
*>              key) are reconciled with the 810s: their ST
*>              envelopes are loaded with the shipment's invoice
*>              number and date from the BSN segment, an AK2 is
*>              matched on its transaction set as well as its
*>              control number, and the report shows which set is
*>              unacknowledged
*>*********************************************************************
identification division.
program-id. edi997recon.
*>
select optional edifile	assign to edifilepath
                        organization is line sequential.
select optional asnfile	assign to asnfilepath
                        organization is line sequential.
select optional ackfile	assign to "invoice997.edi"
                        organization is line sequential.
select reconfile	assign to "edi997recon.txt"
*>
01 edirec		pic x(150).
*>
fd asnfile.
*>
01 asnrec		pic x(150).
*>
fd ackfile.
*>
01 ackrec		pic x(150).
 01  companycode		pic x(2) value "01".
 01  companykey		pic x(80) value spaces.
 01  edifilepath		pic x(80) value "invoice810.edi".
 01  asnfilepath		pic x(80) value "shipnotice856.edi".
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>segment parsing -- one segment per line, elements split on "*",
*>the trailing "~" blanked first
 01  segelem1			pic x(20) value spaces.
 01  segelem2			pic x(20) value spaces.
 01  segelem3			pic x(20) value spaces.
 01  segelem4			pic x(20) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>one entry per ST envelope sent, with the control number, the
*>>>invoice number and date from the BIG segment that follows it
*>>>(for an 856, from the BSN)
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  sentCount		unsigned-int value zero.
 01  sentList.
     05  sentEntry	occurs 2000 times
                        indexed by sentInd.
         10  sentSet		pic x(3) value spaces.
         10  sentCtrl		pic x(9) value spaces.
         10  sentInvoice	pic x(10) value spaces.
         10  sentDate		pic x(10) value spaces.
             88  sent-is-acked	      value "a".
             88  sent-is-rejected     value "r".
 01  lastSentInd		unsigned-int value zero.
 01  sentfilepath		pic x(80) value spaces.
 01  ackset			pic x(3) value spaces.
 01  ackCount			unsigned-int value zero.
 01  rejCount			unsigned-int value zero.
 01  chaseCount		unsigned-int value zero.

     perform 0940-load-odfconfig.
     perform 0100-load-sent-envelopes.
     perform 0150-load-sent-ship-notices.
     perform 0200-match-acknowledgments.
     perform 0300-putreport.

*>
 0050-split-segment.
*>
     move spaces		to segid segelem1 segelem2 segelem3
                                   segelem4.
     unstring edirec delimited by "*"
              into segid, segelem1, segelem2, segelem3, segelem4
     end-unstring.
*>
 0100-load-sent-envelopes.
     read edifile
          at end move "y"	to eof
     end-read.
     move edifilepath		to sentfilepath.
     perform until end-of-file
         perform 0110-take-sent-segment
         read edifile
              at end move "y"	to eof
         end-read
     end-perform.
     close edifile.
     move spaces		to eof.
*>
 0110-take-sent-segment.
*>
     inspect edirec replacing all "~" by " ".
     perform 0050-split-segment.
     evaluate function trim(segid)
         when "ST"
              if sentCount < 2000
                 add 1		to sentCount
                 move segelem1	to sentSet(sentCount)
                 move segelem2	to sentCtrl(sentCount)
                 move sentCount	to lastSentInd
              else
                 display "edi997recon: more than 2000 envelopes "
                         "in " function trim(sentfilepath)
                         " -- further envelopes not reconciled"
                 move zero	to lastSentInd
              end-if
         when "BIG"
              if lastSentInd <> zero
                 move segelem1	to sentDate(lastSentInd)
                 move segelem2	to sentInvoice(lastSentInd)
              end-if
         when "BSN"
              if lastSentInd <> zero
                 move segelem3	to sentDate(lastSentInd)
                 move segelem2	to sentInvoice(lastSentInd)
              end-if
     end-evaluate.
*>
 0150-load-sent-ship-notices.
*>
     move zero			to lastSentInd.
     open input asnfile.
     read asnfile
          at end move "y"	to eof
     end-read.
     move asnfilepath		to sentfilepath.
     perform until end-of-file
         move asnrec		to edirec
         perform 0110-take-sent-segment
         read asnfile
              at end move "y"	to eof
         end-read
     end-perform.
     close asnfile.
     move spaces		to eof.
*>
 0200-match-acknowledgments.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>an AK2*810*nnn (or AK2*856*nnn) names the transaction being
*>>>acknowledged; the AK5 that follows carries A (accepted) or R
*>>>(rejected).  A bare AK2 with no AK5 counts as acknowledged,
*>>>since older VANs sent exactly that.  An AK2 with no set id is
*>>>taken as an 810, as it always was
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to lastSentInd.
     open input ackfile.
         evaluate function trim(segid)
             when "AK2"
                  move zero	to lastSentInd
                  move segelem1	to ackset
                  if ackset = spaces
                     move "810"	to ackset
                  end-if
                  perform varying sentInd from 1 by 1
                          until sentInd > sentCount
                      if function trim(segelem2) =
                         function trim(sentCtrl(sentInd))
                         and ackset = sentSet(sentInd)
                         move sentInd	to lastSentInd
                      end-if
                  end-perform
 0300-putreport.
*>
     open output reconfile.
     move "EDI 997 reconciliation -- unacknowledged 810 and 856 envelopes"
          to reconrec.
     write reconrec.
     move spaces		to reconrec.
     string "Set Ctrl#     Invoice  InvDate     Days  Status"
            delimited by size into reconrec
     end-string.
     write reconrec.
     move spaces		to reconrec.
     move agedays		to showage.
     if sent-is-rejected(sentInd)
        string sentSet(sentInd), " ",
               sentCtrl(sentInd), " ",
               sentInvoice(sentInd), " ",
               sentDate(sentInd), "        ",
               "REJECTED by trading partner"
               into reconrec
        end-string
     else
        string sentSet(sentInd), " ",
               sentCtrl(sentInd), " ",
               sentInvoice(sentInd), " ",
               sentDate(sentInd), "  ", showage,
               "  no 997 received"
                     move function trim(cfgvalue) to companycode
                when "edifile"
                     move function trim(cfgvalue) to edifilepath
                when "asnfile"
                     move function trim(cfgvalue) to asnfilepath
            end-evaluate
         end-if
         read odfconfigfile
