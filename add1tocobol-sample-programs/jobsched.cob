       >>source format is free
*>*********************************************************************
*> Author:    jrls (John Ellis)
*> Date:      15-Oct-2026
*> Purpose:   Calendar-driven scheduler for the batch jobs outside the
*>            billing chain.  invoicepipeline runs the billing steps;
*>            everything else -- araging and statements at month
*>            end, financecharge on the first business day,
*>            achautopay two business days before settlement, the
*>            period-end rebateaccrual, salesclose and closebatch,
*>            the nightly aropen.csv export (aropenconv) and
*>            eodcapture -- was run from memory off a
*>            checklist.  Run nightly, this program works out which
*>            jobs are due, runs them in prerequisite order, logs
*>            each result, and lists what was due and never ran.
*>
*>            database/jobschedule.csv holds one job per line:
*>              job name, frequency, business-day rule,
*>              prerequisites (job names separated by spaces),
*>              command, arguments
*>            frequency  daily | monthstart | monthend | day=NN
*>            rule       any    the calendar date as it falls
*>                       bus    a business day per the shared busday
*>                              subprogram and
*>                              database/companycalendar.csv -- a
*>                              daily job skips non-business days,
*>                              monthstart and day=NN roll forward,
*>                              monthend steps back
*>                       bus-N  N business days before that date
*>            arguments  @today (the run date), @target (the date
*>                       the job is due for -- achautopay's
*>                       settlement date) and @period (its yyyymm)
*>                       are filled in
*>
*>            A job runs only after every prerequisite due the same
*>            night has completed; one that failed holds its
*>            dependents back.  Each command goes through systemcall,
*>            so only the programs on its approved table can be
*>            scheduled.  Return code 4 counts as completed with a
*>            warning, anything higher as failed.  Each result
*>            appends to jobschedlog.csv (run date, job, target,
*>            return code, elapsed seconds, state) in the manner of
*>            the pipeline step log, and jobsched.txt lists the
*>            night.  Any job due in the last 31 days (since the log
*>            began) with no completed run logged for that date is
*>            listed as missed; "-date=" reruns a past night,
*>            skipping whatever already completed for it.
*>
*>            usage: jobsched [-list] [-date=yyyymmdd]
*>                   -list  show what is due and missed, run nothing
*>            return code 0 = all due jobs completed,
*>                        4 = a warning or a missed job,
*>                        8 = a job failed or was held back,
*>                       20 = another scheduler run is active.
*>*********************************************************************
identification division.
program-id. jobsched.
environment division.
*>
input-output section.
*>
file-control.
*>
select optional jobdeffile	assign to "database/jobschedule.csv"
                        organization is line sequential.
select optional joblogfile	assign to "jobschedlog.csv"
                        organization is line sequential.
select reportfile	assign to "jobsched.txt"
                        organization is line sequential.
*>
data division.
*>
file section.
*>
fd jobdeffile.
*>
01 jobdefrec		pic x(200).
*>
fd joblogfile.
*>
01 joblogrec		pic x(80).
*>
fd reportfile.
*>
01 reportrec		pic x(132).
*>
working-storage section.
*>
 01  eof			pic x value spaces.
     88  end-of-file		      value "y".
 01  argv			pic x(40) value spaces.
 01  argdone			pic x value spaces.
     88  no-more-args		      value "y".
 01  listmode			pic x value spaces.
     88  list-only		      value "y".
 01  rundate			pic 9(8) value zero.
 01  rundays			pic s9(9) value zero.
 01  lockaction		pic x value spaces.
 01  lockname		pic x(30) value "jobsched.lock".
 01  lockstatus		pic 99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the job definitions, and what tonight made of each
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  jobCount			unsigned-int value zero.
 01  jobList.
     05  jobEntry	occurs 40 times
                        indexed by jobInd.
         10  jobName		pic x(20) value spaces.
         10  jobFreq		pic x(12) value spaces.
         10  jobRule		pic x(8) value spaces.
         10  jobPrereq		pic x(60) value spaces.
         10  jobCmd		pic x(40) value spaces.
         10  jobArgs		pic x(80) value spaces.
         10  jobDue		pic x value spaces.
             88  job-is-due	      value "y".
         10  jobTarget		pic 9(8) value zero.
         10  jobState		pic x(8) value spaces.
             88  job-pending	      value spaces.
             88  job-done	      value "COMPLETE" "WARNING"
                                            "EARLIER".
             88  job-stopped	      value "FAILED" "HELD".
         10  jobRc		pic 9(4) value zero.
         10  jobElapsed		pic s9(7) value zero.
 01  rawname			pic x(20) value spaces.
 01  rawfreq			pic x(12) value spaces.
 01  rawrule			pic x(8) value spaces.
 01  rawprereq			pic x(60) value spaces.
 01  rawcmd			pic x(40) value spaces.
 01  rawargs			pic x(80) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>working out whether a job is due on a date
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  evaldate			pic 9(8) value zero.
 01  isdue			pic x value spaces.
     88  job-due-on-date	      value "y".
 01  duetarget			pic 9(8) value zero.
 01  monthyear			pic 9(4) value zero.
 01  monthnum			pic 99 value zero.
 01  monthpass			unsigned-int value zero.
 01  firstofmonth		pic 9(8) value zero.
 01  lastofmonth		pic 9(8) value zero.
 01  nextfirst			pic 9(8) value zero.
 01  calctarget			pic 9(8) value zero.
 01  calcrundate		pic 9(8) value zero.
 01  dayofmonth			pic 99 value zero.
 01  lastday			pic 99 value zero.
 01  bdoffset			pic 99 value zero.
 01  bdcounted			pic 99 value zero.
 01  stepguard			pic 9(3) value zero.
 01  workdays			pic s9(9) value zero.
 01  bdaction			pic x value spaces.
 01  bdcheckdate		pic 9(8) value zero.
 01  bdstatus			pic 99 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>prerequisite ordering
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  passprogress		pic x value spaces.
     88  pass-made-progress	      value "y".
 01  prereqList.
     05  preName	occurs 5 times pic x(20) value spaces.
 01  preInd			unsigned-int value zero.
 01  preJobInd			unsigned-int value zero.
 01  scanInd			unsigned-int value zero.
 01  prereqstate		pic x value spaces.
     88  prereqs-ready		      value "r".
     88  prereqs-waiting	      value "w".
     88  prereqs-held		      value "h".
 01  heldby			pic x(20) value spaces.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>running a job through the approved command path
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  jobcmdline			pic x(200) value spaces.
 01  jobcmdptr			unsigned-int value zero.
 01  argwords.
     05  argWord	occurs 8 times pic x(30) value spaces.
 01  argInd			unsigned-int value zero.
 01  jobstat			pic s9(9) value zero.
 01  stamp-start		pic x(14) value spaces.
 01  stamp-end			pic x(14) value spaces.
 01  secs-start		pic s9(12) value zero.
 01  secs-end			pic s9(12) value zero.
 01  showrc			pic 9(4) value zero.
 01  showelapsed		pic zzzzz9 value zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the log read back for the missed-job check
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
 01  lg-date			pic x(10) value spaces.
 01  lg-job			pic x(20) value spaces.
 01  lg-target			pic x(10) value spaces.
 01  lg-rc			pic x(6) value spaces.
 01  lg-elapsed		pic x(10) value spaces.
 01  lg-state			pic x(10) value spaces.
 01  firstlogdate		pic 9(8) value zero.
 01  lookbackdays		pic 9(3) value 31.
 01  windowdays			pic s9(9) value zero.
 01  dayInd			pic s9(9) value zero.
 01  doneCount			unsigned-int value zero.
 01  doneList.
     05  doneEntry	occurs 3000 times
                        indexed by doneInd.
         10  doneDate		pic 9(8) value zero.
         10  doneJob		pic x(20) value spaces.
 01  donefound			pic x value spaces.
 01  missedcount		unsigned-int value zero.
*>
 01  ranCount			unsigned-int value zero.
 01  failcount			unsigned-int value zero.
 01  warncount			unsigned-int value zero.
 01  duecount			unsigned-int value zero.
 01  showcount			pic zz9 value zero.
 01  showran			pic zz9 value zero.
 01  showfailed			pic zz9 value zero.
 01  showmissed			pic zz9 value zero.
 01  showdate			pic 9(8) value zero.
*>
 procedure division.
*>
 0000-start.
*>
     move function current-date(1:8) to rundate.
     perform 0050-process-arguments.
     compute rundays = function integer-of-date(rundate).

     if not list-only
        move "t"		to lockaction
        call "runlock" using lockaction, lockname, lockstatus
        end-call
        if lockstatus <> zero
           display "jobsched: another scheduler run is active, "
                   "stopping"
           stop run giving 20
        end-if
     end-if.

     perform 0100-load-jobs.
     if jobCount = zero
        display "jobsched: no jobs on database/jobschedule.csv -- "
                "nothing to do"
        perform 0900-release-lock
        stop run giving 8
     end-if.
     perform 0150-load-log.

     open output reportfile.
     move spaces		to reportrec.
     if list-only
        string "Job schedule for ", rundate,
               " (list only, nothing run)"
               delimited by size into reportrec
        end-string
     else
        string "Job schedule for ", rundate
               delimited by size into reportrec
        end-string
     end-if.
     write reportrec.
     move all "="		to reportrec(1:78).
     write reportrec.
     move spaces		to reportrec.
     move "job"			to reportrec(1:3).
     move "due for"		to reportrec(23:7).
     move "result"		to reportrec(34:6).
     move "rc"			to reportrec(45:2).
     move "secs"		to reportrec(50:4).
     move "command"		to reportrec(57:7).
     write reportrec.

     perform 0200-find-due-jobs.
     if not list-only
        perform 0400-run-due-jobs
     end-if.
     perform 0700-report-tonight.
     perform 0600-list-missed.

     move all "="		to reportrec(1:78).
     write reportrec.
     move duecount		to showcount.
     move ranCount		to showran.
     move failcount		to showfailed.
     move missedcount		to showmissed.
     move spaces		to reportrec.
     string function trim(showcount), " job(s) due, ",
            function trim(showran), " run, ",
            function trim(showfailed), " failed or held, ",
            function trim(showmissed), " missed"
            delimited by size into reportrec
     end-string.
     write reportrec.
     close reportfile.

     perform 0900-release-lock.

     display "jobsched: " function trim(showcount) " job(s) due "
             "for " rundate " -- see jobsched.txt".
     if failcount > zero
        move 8			to return-code
     else if warncount > zero or missedcount > zero
        move 4			to return-code
     end-if
     end-if.

     goback.
*>
 0050-process-arguments.
*>
     move spaces		to argdone.
     perform until no-more-args
         move spaces		to argv
         accept argv		from argument-value
         evaluate true
             when argv = spaces
                  move "y"	to argdone
             when argv = "-list"
                  move "y"	to listmode
             when argv(1:6) = "-date="
                  if argv(7:8) is numeric and argv(15:) = spaces
                     and function test-date-yyyymmdd(
                         function numval(argv(7:8))) = 0
                     move argv(7:8)	to rundate
                  else
                     display "jobsched: -date= needs a yyyymmdd date"
                     stop run giving 1
                  end-if
             when other
                  display "usage: jobsched [-list] [-date=yyyymmdd]"
                  stop run giving 1
         end-evaluate
     end-perform.
*>
 0100-load-jobs.
*>
     move zero			to jobCount.
     open input jobdeffile.
     read jobdeffile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to rawname rawfreq rawrule rawprereq
                                   rawcmd rawargs
         unstring jobdefrec delimited by ","
                  into rawname, rawfreq, rawrule, rawprereq,
                       rawcmd, rawargs
         end-unstring
         evaluate true
             when jobdefrec = spaces
                  continue
             when rawname = spaces or rawcmd = spaces
                  display "jobsched: job line skipped, it needs a "
                          "name and a command -- "
                          function trim(jobdefrec)
             when rawfreq <> "daily" and rawfreq <> "monthstart"
              and rawfreq <> "monthend"
              and (rawfreq(1:4) <> "day="
                   or function trim(rawfreq(5:)) is not numeric)
                  display "jobsched: job " function trim(rawname)
                          " skipped, frequency must be daily, "
                          "monthstart, monthend or day=NN"
             when rawrule <> "any" and rawrule <> "bus"
              and (rawrule(1:4) <> "bus-"
                   or function trim(rawrule(5:)) is not numeric)
                  display "jobsched: job " function trim(rawname)
                          " skipped, business-day rule must be any, "
                          "bus or bus-N"
             when jobCount < 40
                  add 1		to jobCount
                  move function trim(rawname) to jobName(jobCount)
                  move function trim(rawfreq) to jobFreq(jobCount)
                  move function trim(rawrule) to jobRule(jobCount)
                  move function trim(rawprereq)
                                to jobPrereq(jobCount)
                  move function trim(rawcmd) to jobCmd(jobCount)
                  move function trim(rawargs) to jobArgs(jobCount)
         end-evaluate
         read jobdeffile
              at end move "y"	to eof
         end-read
     end-perform.
     close jobdeffile.
     move spaces		to eof.
*>
 0150-load-log.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>completed runs inside the look-back window, and the date the
*>>>log begins -- nothing before the scheduler's first night can
*>>>count as missed
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to doneCount firstlogdate.
     compute windowdays = rundays - lookbackdays.
     open input joblogfile.
     read joblogfile
          at end move "y"	to eof
     end-read.
     perform until end-of-file
         move spaces		to lg-date lg-job lg-target lg-rc
                                   lg-elapsed lg-state
         unstring joblogrec delimited by ","
                  into lg-date, lg-job, lg-target, lg-rc,
                       lg-elapsed, lg-state
         end-unstring
         if lg-date(1:8) is numeric and lg-date(9:) = spaces
            if firstlogdate = zero
               or function numval(lg-date) < firstlogdate
               move lg-date(1:8)	to firstlogdate
            end-if
            if (lg-state = "COMPLETE" or lg-state = "WARNING")
               and function integer-of-date(
                   function numval(lg-date)) >= windowdays
               and doneCount < 3000
               add 1		to doneCount
               move lg-date(1:8)	to doneDate(doneCount)
               move lg-job	to doneJob(doneCount)
            end-if
         end-if
         read joblogfile
              at end move "y"	to eof
         end-read
     end-perform.
     close joblogfile.
     move spaces		to eof.
*>
 0200-find-due-jobs.
*>
     move rundate		to evaldate.
     perform varying jobInd from 1 by 1
             until jobInd > jobCount
         perform 0300-judge-job-date
         if job-due-on-date
            move "y"		to jobDue(jobInd)
            move duetarget	to jobTarget(jobInd)
            add 1		to duecount
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a night being rerun does not repeat what already completed
*>>>for it
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
            perform 0610-find-completed-run
            if donefound = "y"
               move "EARLIER"	to jobState(jobInd)
            end-if
         end-if
     end-perform.
*>
 0300-judge-job-date.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>a monthly job is due when the run date worked out for this
*>>>month or next month falls on evaldate -- next month too, since
*>>>"two business days before the 1st" lands in this one
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to isdue.
     move zero			to duetarget.
     if jobFreq(jobInd) = "daily"
        if jobRule(jobInd) = "any"
           move "y"		to isdue
        else
           move "c"		to bdaction
           move evaldate	to bdcheckdate
           call "busday" using bdaction, bdcheckdate, bdstatus
           end-call
           if bdstatus = zero
              move "y"		to isdue
           end-if
        end-if
        move evaldate		to duetarget
     else
        move evaldate(1:4)	to monthyear
        move evaldate(5:2)	to monthnum
        perform varying monthpass from 1 by 1
                until monthpass > 2 or job-due-on-date
            perform 0310-run-date-for-month
            if calcrundate = evaldate
               move "y"		to isdue
               move calctarget	to duetarget
            end-if
            if monthnum = 12
               add 1		to monthyear
               move 1		to monthnum
            else
               add 1		to monthnum
            end-if
        end-perform
     end-if.
*>
 0310-run-date-for-month.
*>
     compute firstofmonth = monthyear * 10000 + monthnum * 100 + 1.
     if monthnum = 12
        compute nextfirst = (monthyear + 1) * 10000 + 101
     else
        compute nextfirst = monthyear * 10000
                          + (monthnum + 1) * 100 + 1
     end-if.
     compute workdays = function integer-of-date(nextfirst) - 1.
     compute lastofmonth = function date-of-integer(workdays).

     evaluate true
         when jobFreq(jobInd) = "monthstart"
              move firstofmonth	to calctarget
         when jobFreq(jobInd) = "monthend"
              move lastofmonth	to calctarget
         when other
              move function numval(jobFreq(jobInd)(5:))
                                to dayofmonth
              if dayofmonth < 1
                 move 1		to dayofmonth
              end-if
              move lastofmonth(7:2)	to lastday
              if dayofmonth > lastday
                 move lastofmonth	to calctarget
              else
                 compute calctarget = firstofmonth - 1 + dayofmonth
              end-if
     end-evaluate.

     if jobRule(jobInd) <> "any"
        if jobFreq(jobInd) = "monthend"
           move calctarget	to bdcheckdate
           perform 0320-back-to-business-day
           move bdcheckdate	to calctarget
        else
           move "n"		to bdaction
           move calctarget	to bdcheckdate
           call "busday" using bdaction, bdcheckdate, bdstatus
           end-call
           move bdcheckdate	to calctarget
        end-if
     end-if.

     move calctarget		to calcrundate.
     move zero			to bdoffset.
     if jobRule(jobInd)(1:4) = "bus-"
        move function numval(jobRule(jobInd)(5:)) to bdoffset
     end-if.
     if bdoffset > zero
        move zero		to bdcounted
        move calcrundate	to bdcheckdate
        perform until bdcounted >= bdoffset
            compute workdays =
                    function integer-of-date(bdcheckdate) - 1
            compute bdcheckdate = function date-of-integer(workdays)
            perform 0320-back-to-business-day
            add 1		to bdcounted
        end-perform
        move bdcheckdate	to calcrundate
     end-if.
*>
 0320-back-to-business-day.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>busday only rolls forward; stepping back is a day at a time,
*>>>with the same guard against a calendar of nothing but holidays
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move zero			to stepguard.
     move "c"			to bdaction.
     call "busday" using bdaction, bdcheckdate, bdstatus
     end-call.
     perform until bdstatus <> 4 or stepguard > 60
         add 1			to stepguard
         compute workdays = function integer-of-date(bdcheckdate) - 1
         compute bdcheckdate = function date-of-integer(workdays)
         call "busday" using bdaction, bdcheckdate, bdstatus
         end-call
     end-perform.
*>
 0400-run-due-jobs.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>pass over the due jobs in file order, running each whose due
*>>>prerequisites have all finished, until a pass changes nothing;
*>>>whatever is still waiting then is caught in a cycle
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move "y"			to passprogress.
     perform until not pass-made-progress
         move spaces		to passprogress
         perform varying jobInd from 1 by 1
                 until jobInd > jobCount
             if job-is-due(jobInd) and job-pending(jobInd)
                perform 0420-check-prereqs
                evaluate true
                    when prereqs-ready
                         perform 0450-run-job
                         move "y"	to passprogress
                    when prereqs-held
                         move "HELD"	to jobState(jobInd)
                         add 1		to failcount
                         display "jobsched: " function trim(
                                 jobName(jobInd)) " held back -- "
                                 "prerequisite " function trim(heldby)
                                 " did not complete"
                         perform 0500-append-log
                         move "y"	to passprogress
                end-evaluate
             end-if
         end-perform
     end-perform.
     perform varying jobInd from 1 by 1
             until jobInd > jobCount
         if job-is-due(jobInd) and job-pending(jobInd)
            move "HELD"		to jobState(jobInd)
            add 1		to failcount
            display "jobsched: " function trim(jobName(jobInd))
                    " held back -- its prerequisites wait on each "
                    "other"
            perform 0500-append-log
         end-if
     end-perform.
*>
 0420-check-prereqs.
*>
     move "r"			to prereqstate.
     move spaces		to prereqList heldby.
     unstring jobPrereq(jobInd) delimited by all space
              into preName(1), preName(2), preName(3), preName(4),
                   preName(5)
     end-unstring.
     perform varying preInd from 1 by 1
             until preInd > 5
         if preName(preInd) <> spaces
            move zero		to preJobInd
            perform varying scanInd from 1 by 1
                    until scanInd > jobCount
                if jobName(scanInd) = preName(preInd)
                   move scanInd	to preJobInd
                end-if
            end-perform
            if preJobInd <> zero
               if job-is-due(preJobInd)
                  evaluate true
                      when job-stopped(preJobInd)
                           move "h"	to prereqstate
                           move preName(preInd) to heldby
                      when job-pending(preJobInd)
                       and not prereqs-held
                           move "w"	to prereqstate
                  end-evaluate
               end-if
            end-if
         end-if
     end-perform.
*>
 0450-run-job.
*>
     perform 0460-build-command.
     display "jobsched: running " function trim(jobName(jobInd))
             " -- " function trim(jobcmdline).
     move function current-date(1:14) to stamp-start.
     call "SYSTEM" using function trim(jobcmdline)
                   returning jobstat
     end-call.
     move function current-date(1:14) to stamp-end.
     if jobstat > 255
        divide 256		into jobstat
     end-if.
     if jobstat < zero
        move 9999		to jobRc(jobInd)
     else
        move jobstat		to jobRc(jobInd)
     end-if.
     compute secs-start =
             function integer-of-date(
                     function numval(stamp-start(1:8))) * 86400
           + function numval(stamp-start(9:2)) * 3600
           + function numval(stamp-start(11:2)) * 60
           + function numval(stamp-start(13:2)).
     compute secs-end =
             function integer-of-date(
                     function numval(stamp-end(1:8))) * 86400
           + function numval(stamp-end(9:2)) * 3600
           + function numval(stamp-end(11:2)) * 60
           + function numval(stamp-end(13:2)).
     compute jobElapsed(jobInd) = secs-end - secs-start.
     add 1			to ranCount.
     evaluate true
         when jobRc(jobInd) = zero
              move "COMPLETE"	to jobState(jobInd)
         when jobRc(jobInd) = 4
              move "WARNING"	to jobState(jobInd)
              add 1		to warncount
         when other
              move "FAILED"	to jobState(jobInd)
              add 1		to failcount
              display "jobsched: " function trim(jobName(jobInd))
                      " failed with return code " jobRc(jobInd)
     end-evaluate.
     perform 0500-append-log.
*>
 0460-build-command.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>the command goes through systemcall, so only an approved
*>>>program runs; the date words are filled in word by word
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to argwords jobcmdline.
     unstring jobArgs(jobInd) delimited by all space
              into argWord(1), argWord(2), argWord(3), argWord(4),
                   argWord(5), argWord(6), argWord(7), argWord(8)
     end-unstring.
     move 1			to jobcmdptr.
     string "./systemcall ", function trim(jobCmd(jobInd))
            delimited by size into jobcmdline
            with pointer jobcmdptr
     end-string.
     perform varying argInd from 1 by 1
             until argInd > 8
         evaluate argWord(argInd)
             when "@today"
                  move rundate	to argWord(argInd)
             when "@target"
                  move jobTarget(jobInd) to argWord(argInd)
             when "@period"
                  move jobTarget(jobInd)(1:6) to argWord(argInd)
         end-evaluate
         if argWord(argInd) <> spaces
            string " ", function trim(argWord(argInd))
                   delimited by size into jobcmdline
                   with pointer jobcmdptr
            end-string
         end-if
     end-perform.
*>
 0500-append-log.
*>
     move jobRc(jobInd)		to showrc.
     move jobElapsed(jobInd)	to showelapsed.
     open extend joblogfile.
     move spaces		to joblogrec.
     string rundate, ",",
            function trim(jobName(jobInd)), ",",
            jobTarget(jobInd), ",",
            showrc, ",",
            function trim(showelapsed), ",",
            function trim(jobState(jobInd))
            delimited by size into joblogrec
     end-string.
     write joblogrec.
     close joblogfile.
*>
 0600-list-missed.
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>each earlier night in the window is worked out again; a job
*>>>that was due and has no completed run logged for that night
*>>>is listed until it is run (jobsched -date=<that night>) or
*>>>ages out of the window
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
     move spaces		to reportrec.
     write reportrec.
     move "Missed -- due in the last 31 days, no completed run logged"
                                to reportrec.
     write reportrec.
     move zero			to missedcount.
     if firstlogdate <> zero
        if function integer-of-date(firstlogdate) > windowdays
           compute windowdays = function integer-of-date(firstlogdate)
        end-if
        perform varying dayInd from windowdays by 1
                until dayInd >= rundays
            compute evaldate = function date-of-integer(dayInd)
            perform varying jobInd from 1 by 1
                    until jobInd > jobCount
                perform 0300-judge-job-date
                if job-due-on-date
                   perform 0610-find-completed-run
                   if donefound <> "y"
                      perform 0620-report-missed
                   end-if
                end-if
            end-perform
        end-perform
     end-if.
     if missedcount = zero
        move "  none"		to reportrec
        write reportrec
     end-if.
*>
 0610-find-completed-run.
*>
     move spaces		to donefound.
     perform varying doneInd from 1 by 1
             until doneInd > doneCount
         if doneDate(doneInd) = evaldate
            and doneJob(doneInd) = jobName(jobInd)
            move "y"		to donefound
         end-if
     end-perform.
*>
 0620-report-missed.
*>
     add 1			to missedcount.
     move spaces		to reportrec.
     move evaldate		to showdate.
     string "  ", showdate, "  ", jobName(jobInd),
            " due for ", duetarget, " -- never completed"
            delimited by size into reportrec
     end-string.
     write reportrec.
     display "jobsched: MISSED -- " function trim(jobName(jobInd))
             " was due " showdate " and never completed".
*>
 0700-report-tonight.
*>
     perform varying jobInd from 1 by 1
             until jobInd > jobCount
         if job-is-due(jobInd)
            move spaces		to reportrec
            move jobName(jobInd)	to reportrec(1:20)
            move jobTarget(jobInd)	to reportrec(23:8)
            if list-only and not job-done(jobInd)
               move "due"	to reportrec(34:8)
            else if jobState(jobInd) = "EARLIER"
               move "completed earlier" to reportrec(34:17)
            else
               move jobState(jobInd)	to reportrec(34:8)
               move jobRc(jobInd)	to showrc
               move showrc		to reportrec(44:4)
               move jobElapsed(jobInd)	to showelapsed
               move showelapsed		to reportrec(49:6)
            end-if
            end-if
            move jobCmd(jobInd)	to reportrec(57:)
            write reportrec
         end-if
     end-perform.
     if duecount = zero
        move "  no jobs due"	to reportrec
        write reportrec
     end-if.
*>
 0900-release-lock.
*>
     if not list-only
        move "f"		to lockaction
        call "runlock" using lockaction, lockname, lockstatus
        end-call
     end-if.

end program jobsched.
