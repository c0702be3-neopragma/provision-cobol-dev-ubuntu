*>            invdeliver_exceptions.txt.  The routing report is
*>            invdeliver.txt.
*>*********************************************************************
*>Modifications:
*>15-Oct-2026 - email customers now get a PDF of each of their
*>              invoices attached (invoicepdfs/invoice_<nnnnnn>.pdf,
*>              rendered by invoicepdf after the batch) along with
*>              their detail file; an invoice with no PDF on disk is
*>              sent without it and named on the exceptions file
*>15-Oct-2026 - the format switch now goes to cmdline ahead of -F:
*>              given after it, -f put the format's report file back
*>              in place of the customer's detail file and every
*>              email send failed for want of dbreportc.csv
*>*********************************************************************
identification division.
program-id. invdeliver.
environment division.
         10  blLastinv		pic x(6) value spaces.
         10  blEmailStarted	pic x value spaces.
 01  blMatchInd		unsigned-int value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>every invoice billed, against its customer's entry above, so
*>>>an email customer's invoice PDFs can go out attached
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  piCount			unsigned-int value zero.
 01  piList.
     05  piEntry	occurs 2000 times
                        indexed by piInd.
         10  piInvoice		pic x(6) value spaces.
         10  piBlInd		unsigned-int value zero.
 01  pdfpath			pic x(60) value spaces.
 01  pdfattached		unsigned-int value zero.
 01  showpdfs			pic zzz9 value zero.
 01  checkbuf			pic x(84) value spaces.
 01  checkstat			pic s9(9) value zero.
 01  fileinfo.
     05  filesize		pic x(8) comp-x.
     05  filedate		pic x(7) comp-x.
     05  filetime		pic x(7) comp-x.
 01  emailfilename		pic x(40) value spaces.
*>
 01  rawinvoiceno		pic x(10) value spaces.
*>
 01  emailcount		unsigned-int value zero.
 01  exceptioncount		unsigned-int value zero.
 01  sendcmd			pic x(1600) value spaces.
 01  sendptr			unsigned-int value zero.
 01  sendstat			pic s9(9) value zero.
 01  showcount			pic zzz9 value zero.
*>
              function trim(blLastinv(blMatchInd))
              add 1		to blInvoices(blMatchInd)
              move rawinvoiceno(1:6) to blLastinv(blMatchInd)
              if piCount < 2000
                 add 1		to piCount
                 move rawinvoiceno(1:6) to piInvoice(piCount)
                 move blMatchInd	to piBlInd(piCount)
              end-if
           end-if
           perform 0150-find-contact
           if bcMatchInd <> zero
        else
           move blInd		to showblind
           move spaces		to sendcmd
           move 1		to sendptr
           string "./cmdline -f ",
                  function trim(bcFormat(bcMatchInd)),
                  " -F invdeliveremail.", showblind,
                  ".txt -r ",
                  function trim(bcEmail(bcMatchInd))
                  into sendcmd
                  with pointer sendptr
           end-string
           perform 0370-attach-invoice-pdfs
           string " -e" into sendcmd
                  with pointer sendptr
           end-string
           call "SYSTEM" using sendcmd
                         returning sendstat
           if sendstat = 0
              add 1		to emailcount
              move spaces	to routerec
              move pdfattached	to showpdfs
              string blCust(blInd),
                     " -> emailed their own invoice detail to ",
                     function trim(bcEmail(bcMatchInd)),
                     " (", showcount, " invoice(s), ",
                     showpdfs, " PDF(s) attached)"
                     into routerec
              end-string
              write routerec
           end-if
        end-if
     end-if.
*>
 0370-attach-invoice-pdfs.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>each of this customer's invoices goes along as its own PDF;
*>>>cmdline refuses a missing attachment, so only the ones on disk
*>>>are named and the rest are reported
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to pdfattached.
     perform varying piInd from 1 by 1
             until piInd > piCount
         if piBlInd(piInd) = blInd
            move spaces		to pdfpath
            string "invoicepdfs/invoice_", piInvoice(piInd), ".pdf"
                   into pdfpath
            end-string
            move spaces		to checkbuf
            move pdfpath	to checkbuf
            call "CBL_CHECK_FILE_EXIST" using checkbuf
                                              fileinfo
                                        returning checkstat
            end-call
            if checkstat = 0 and pdfattached < 20
               add 1		to pdfattached
               string " -a ", function trim(pdfpath)
                      into sendcmd
                      with pointer sendptr
               end-string
            else if checkstat = 0
               add 1		to exceptioncount
               move spaces	to exceptrec
               string blCust(blInd), " invoice ", piInvoice(piInd),
                      " PDF not attached -- 20 per email at most"
                      into exceptrec
               end-string
               write exceptrec
            else
               add 1		to exceptioncount
               move spaces	to exceptrec
               string blCust(blInd), " invoice ", piInvoice(piInd),
                      " has no PDF in invoicepdfs/ -- emailed "
                      "without it (run invoicepdf after the batch)"
                      into exceptrec
               end-string
               write exceptrec
            end-if
         end-if
     end-perform.
*>
 0380-extract-edi-route.
*>
