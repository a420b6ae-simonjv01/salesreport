       identification division.
         program-id. saljobs.
      *
      * 2026-10-15  new program.  nightly job-stream driver.  the
      *             steps of the nightly chain are defined on
      *             jobstrm.txt, one record per step in step-number
      *             order: step number, program name, the highest
      *             return code the step may end with, a schedule code
      *             and day (D every run, W on day-of-week 1-7 with
      *             monday as 1, M on day-of-month 1-31) and the
      *             command that runs the step.  the nightly order is
      *             saledit, salmaint, salreport, salcomm, saltax,
      *             salgl, salproof, with salaging and salpurge on
      *             their own W or M schedules; saltax has to run
      *             before salgl, which posts its taxpost.txt.  each
      *             step is run in turn and its return code checked
      *             against the step's limit (salreport refuses a batch
      *             with 12, salgl a failed proof with 12, salproof a
      *             break with 8, so their limits sit below those).  a
      *             step over its limit, or one that ends abnormally,
      *             stops the stream: the steps after it are held, not
      *             run.  every step's start, end, return code, hold
      *             and skip is logged to runctl.txt under SALJOBS
      *             with the stream run number, the step number in the
      *             record count and the return code in the amount.  a
      *             run that did not complete must be resubmitted with
      *             RESTART on the command line: the same run number
      *             is resumed at the failed step, steps that already
      *             ended in that run are not repeated - so salmaint
      *             never applies a batch twice - and a new run is
      *             refused until it is.  the run summary listing of
      *             what ran, what was skipped and why is printed to
      *             saljobs.rpt.  the driver ends with return code 12
      *             when the stream stops, otherwise with the highest
      *             step return code.
      *
       environment division.
       configuration section.
       input-output section.
       file-control.
           select job-stream-file assign to 'jobstrm.txt'
               organization is line sequential
               file status is ws-jobstrm-file-status.
           select run-control-file assign to 'runctl.txt'
               organization is line sequential
               file status is ws-runctl-file-status.
           select job-report-file assign to 'saljobs.rpt'
               organization is line sequential.
       data division.
       file section.
       fd  job-stream-file.
       01  job-stream-record.
           05  jst-step-no                  pic 9(2).
           05  jst-program                  pic x(8).
           05  jst-max-rc                   pic 9(2).
           05  jst-schedule                 pic x(1).
           05  jst-sched-day                pic 9(2).
           05  jst-command                  pic x(60).
       fd  run-control-file.
       01  run-control-record.
           05  rc-program                   pic x(8).
           05  rc-run-number                pic 9(5).
           05  rc-date                      pic 9(6).
           05  rc-time                      pic 9(8).
           05  rc-status                    pic x(8).
           05  rc-record-count              pic 9(7).
           05  rc-total-amount              pic s9(9)v99.
       fd  job-report-file.
       01  out-job-record                   pic x(100).

       working-storage section.
       01  ws-work-areas.
           05  ws-date                      pic x(6).
           05  ws-date-x redefines ws-date.
               10  ws-yr-date               pic 99.
               10  ws-mo-date               pic 99.
               10  ws-day-date              pic 99.
           05  ws-time                      pic 9(8)  value 0.
           05  ws-day-of-week               pic 9(1)  value 0.
           05  ws-restart-parm              pic x(10) value spaces.
           05  ws-restart-switch            pic x(1)  value 'N'.
               88  ws-restart-requested     value 'Y'.
           05  ws-jobstrm-file-status       pic x(2)  value '00'.
           05  ws-runctl-file-status        pic x(2)  value '00'.
           05  ws-jst-more-switch           pic x(1)  value 'Y'.
               88  ws-jst-no-more           value 'N'.
           05  ws-jst-read-count            pic 9(3)  value 0.
           05  ws-step-count                pic 9(3)  value 0.
           05  ws-step-table-max            pic 9(3)  value 50.
           05  ws-prev-step-no              pic 9(2)  value 0.
           05  ws-definition-error          pic x(40) value spaces.
           05  ws-runctl-more-switch        pic x(1)  value 'Y'.
               88  ws-runctl-no-more        value 'N'.
           05  ws-last-run-number           pic 9(5)  value 0.
           05  ws-last-job-status           pic x(8)  value spaces.
           05  ws-last-run-date             pic 9(6)  value 0.
           05  ws-last-run-dow              pic 9(1)  value 0.
           05  ws-job-run-number            pic 9(5)  value 0.
           05  ws-sched-date                pic 9(6)  value 0.
           05  ws-sched-date-x redefines ws-sched-date.
               10  ws-sched-yy              pic 99.
               10  ws-sched-mm              pic 99.
               10  ws-sched-dd              pic 99.
           05  ws-sched-dow                 pic 9(1)  value 0.
           05  ws-resume-step-no            pic 9(2)  value 0.
           05  ws-step-scheduled-switch     pic x(1)  value 'N'.
               88  ws-step-scheduled        value 'Y'.
           05  ws-stream-failed-switch      pic x(1)  value 'N'.
               88  ws-stream-failed         value 'Y'.
           05  ws-failed-sub                pic 9(3)  value 0.
           05  ws-step-abend-switch         pic x(1)  value 'N'.
               88  ws-step-abended          value 'Y'.
           05  ws-command                   pic x(60) value spaces.
           05  ws-raw-status                pic s9(9) value 0.
           05  ws-step-rc                   pic 9(3)  value 0.
           05  ws-step-signal               pic 9(3)  value 0.
           05  ws-highest-rc                pic 9(3)  value 0.
           05  ws-steps-run-count           pic 9(3)  value 0.
           05  ws-steps-skipped-count       pic 9(3)  value 0.
           05  ws-steps-held-count          pic 9(3)  value 0.
           05  ws-log-status                pic x(8)  value spaces.
           05  ws-log-count                 pic 9(7)  value 0.
           05  ws-log-amount                pic s9(9)v99 value 0.
           05  ws-time-work                 pic 9(8)  value 0.
           05  ws-time-work-x redefines ws-time-work.
               10  ws-time-hh               pic 99.
               10  ws-time-mm               pic 99.
               10  ws-time-ss               pic 99.
               10  ws-time-cc               pic 99.
           05  ws-time-edit.
               10  ws-edit-hh               pic 99.
               10  filler                   pic x     value ':'.
               10  ws-edit-mm               pic 99.
               10  filler                   pic x     value ':'.
               10  ws-edit-ss               pic 99.
           05  ws-sub1                      pic 9(3)  value 0.
       01  ws-step-table.
           05  ws-step-entry occurs 50 times indexed by ws-step-idx.
               10  ws-stp-step-no           pic 9(2).
               10  ws-stp-program           pic x(8).
               10  ws-stp-max-rc            pic 9(2).
               10  ws-stp-schedule          pic x(1).
               10  ws-stp-sched-day         pic 9(2).
               10  ws-stp-command           pic x(60).
               10  ws-stp-prior-status      pic x(8).
               10  ws-stp-status            pic x(8).
               10  ws-stp-start-time        pic 9(8).
               10  ws-stp-end-time          pic 9(8).
               10  ws-stp-rc                pic 9(3).
               10  ws-stp-note              pic x(30).
       01  js-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(38)
                value 'NIGHTLY JOB STREAM RUN SUMMARY'.
           05  filler                       pic x(9)
                value 'RUN DATE '.
           05  js-date-out.
               10  js-mo-out                pic 99.
               10  filler                   pic x value '/'.
               10  js-day-out               pic 99.
               10  filler                   pic x value '/'.
               10  js-yr-out                pic 99.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(8)  value 'RUN NO. '.
           05  js-run-number-out            pic zzzz9.
           05  filler                       pic x(17) value spaces.
       01  js-message-line.
           05  filler                       pic x(5)  value spaces.
           05  js-message-out               pic x(60).
           05  filler                       pic x(35) value spaces.
       01  js-column-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(6)  value 'STEP'.
           05  filler                       pic x(10) value 'PROGRAM'.
           05  filler                       pic x(8)  value 'MAX RC'.
           05  filler                       pic x(10) value 'STATUS'.
           05  filler                       pic x(10) value 'START'.
           05  filler                       pic x(10) value 'END'.
           05  filler                       pic x(5)  value ' RC'.
           05  filler                       pic x(30) value 'NOTE'.
           05  filler                       pic x(6)  value spaces.
       01  js-detail-line.
           05  filler                       pic x(5)  value spaces.
           05  js-step-no-out               pic z9.
           05  filler                       pic x(4)  value spaces.
           05  js-program-out               pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  js-max-rc-out                pic z9.
           05  filler                       pic x(6)  value spaces.
           05  js-status-out                pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  js-start-out                 pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  js-end-out                   pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  js-rc-out                    pic x(3).
           05  filler                       pic x(2)  value spaces.
           05  js-note-out                  pic x(30).
           05  filler                       pic x(6)  value spaces.
       01  js-rc-edit                       pic zz9.
       01  js-count-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(10)
                value 'STEPS RUN '.
           05  js-run-count-out             pic zz9.
           05  filler                       pic x(3)  value spaces.
           05  filler                       pic x(8)  value 'SKIPPED '.
           05  js-skipped-count-out         pic zz9.
           05  filler                       pic x(3)  value spaces.
           05  filler                       pic x(5)  value 'HELD '.
           05  js-held-count-out            pic zz9.
           05  filler                       pic x(3)  value spaces.
           05  filler                       pic x(11)
                value 'HIGHEST RC '.
           05  js-highest-rc-out            pic zz9.
           05  filler                       pic x(40) value spaces.
       01  js-stopped-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(23)
                value 'STREAM STOPPED AT STEP '.
           05  js-failed-step-out           pic z9.
           05  filler                       pic x(2)  value spaces.
           05  js-failed-program-out        pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(3)  value 'RC '.
           05  js-failed-rc-out             pic zz9.
           05  filler                       pic x(12)
                value ' OVER LIMIT '.
           05  js-failed-limit-out          pic z9.
           05  filler                       pic x(38) value spaces.

       procedure division.
       0000-run-job-stream.
           perform 0100-initialize-program
           perform 0200-process-step
               varying ws-sub1 from 1 by 1
               until ws-sub1 > ws-step-count
           perform 0900-terminate-program
           stop run.

       0100-initialize-program.
           accept ws-date from date
           accept ws-day-of-week from day-of-week
           accept ws-restart-parm from command-line
           if ws-restart-parm(1:7) = 'RESTART'
               move 'Y' to ws-restart-switch
           end-if
           perform 0120-load-job-stream
           perform 0140-load-run-control
           perform 0160-set-run-number
           open output job-report-file
           perform 0400-print-headings.

      *    a definition the driver cannot trust is not run at all -
      *    half a stream is worse than none.
       0120-load-job-stream.
           open input job-stream-file
           if ws-jobstrm-file-status not = '00'
               display 'JOB STREAM DEFINITION NOT AVAILABLE - '
                   'jobstrm.txt'
               move 16 to return-code
               stop run
           end-if
           move 'Y' to ws-jst-more-switch
           perform until ws-jst-no-more
               read job-stream-file
                   at end
                       move 'N' to ws-jst-more-switch
                   not at end
                       add 1 to ws-jst-read-count
                       perform 0125-edit-stream-record
               end-read
           end-perform
           close job-stream-file
           if ws-step-count = 0
               display 'SALJOBS - NO STEPS ON jobstrm.txt - '
                   'STREAM NOT STARTED'
               move 16 to return-code
               stop run
           end-if.

       0125-edit-stream-record.
           move spaces to ws-definition-error
           evaluate true
               when jst-step-no is not numeric
                       or jst-step-no not > ws-prev-step-no
                   move 'STEP NUMBER MISSING OR OUT OF SEQUENCE'
                       to ws-definition-error
               when jst-program = spaces
                   move 'PROGRAM NAME IS BLANK' to ws-definition-error
               when jst-max-rc is not numeric
                   move 'STEP RC LIMIT NOT NUMERIC'
                       to ws-definition-error
               when jst-schedule not = 'D' and 'W' and 'M'
                   move 'INVALID SCHEDULE CODE' to ws-definition-error
               when jst-schedule = 'W'
                       and jst-sched-day is not numeric
                   move 'WEEKLY STEP DAY NOT 1-7'
                       to ws-definition-error
               when jst-schedule = 'W'
                       and (jst-sched-day < 1 or jst-sched-day > 7)
                   move 'WEEKLY STEP DAY NOT 1-7'
                       to ws-definition-error
               when jst-schedule = 'M'
                       and jst-sched-day is not numeric
                   move 'MONTHLY STEP DAY NOT 1-31'
                       to ws-definition-error
               when jst-schedule = 'M'
                       and (jst-sched-day < 1 or jst-sched-day > 31)
                   move 'MONTHLY STEP DAY NOT 1-31'
                       to ws-definition-error
               when jst-command = spaces
                   move 'STEP COMMAND IS BLANK' to ws-definition-error
               when ws-step-count not < ws-step-table-max
                   move 'MORE THAN 50 STEPS' to ws-definition-error
           end-evaluate
           if ws-definition-error not = spaces
               display 'SALJOBS - jobstrm.txt RECORD '
                   ws-jst-read-count ' - ' ws-definition-error
               display 'SALJOBS - STREAM NOT STARTED'
               move 16 to return-code
               stop run
           end-if
           add 1 to ws-step-count
           move jst-step-no to ws-stp-step-no(ws-step-count)
           move jst-program to ws-stp-program(ws-step-count)
           move jst-max-rc to ws-stp-max-rc(ws-step-count)
           move jst-schedule to ws-stp-schedule(ws-step-count)
           if jst-schedule = 'D'
               move 0 to ws-stp-sched-day(ws-step-count)
           else
               move jst-sched-day to ws-stp-sched-day(ws-step-count)
           end-if
           move jst-command to ws-stp-command(ws-step-count)
           move spaces to ws-stp-prior-status(ws-step-count)
           move spaces to ws-stp-status(ws-step-count)
           move 0 to ws-stp-start-time(ws-step-count)
           move 0 to ws-stp-end-time(ws-step-count)
           move 0 to ws-stp-rc(ws-step-count)
           move spaces to ws-stp-note(ws-step-count)
           move jst-step-no to ws-prev-step-no.

      *    only the latest stream run matters: its job-level entries
      *    say whether it completed, and its step entries say which
      *    steps a restart must not repeat.
       0140-load-run-control.
           move 0 to ws-last-run-number
           open input run-control-file
           if ws-runctl-file-status = '00'
               move 'Y' to ws-runctl-more-switch
               perform until ws-runctl-no-more
                   read run-control-file
                       at end
                           move 'N' to ws-runctl-more-switch
                       not at end
                           perform 0145-note-runctl-entry
                   end-read
               end-perform
               close run-control-file
           end-if.

       0145-note-runctl-entry.
           if rc-program = 'SALJOBS'
                   and rc-run-number is numeric
               if rc-run-number > ws-last-run-number
                   move rc-run-number to ws-last-run-number
                   move spaces to ws-last-job-status
                   move 0 to ws-last-run-date
                   move 0 to ws-last-run-dow
                   perform varying ws-step-idx from 1 by 1
                           until ws-step-idx > ws-step-count
                       move spaces to ws-stp-prior-status(ws-step-idx)
                   end-perform
               end-if
               if rc-run-number = ws-last-run-number
                   if rc-status(1:3) = 'JOB'
                       move rc-status to ws-last-job-status
                       if rc-status = 'JOBSTART'
                           move rc-date to ws-last-run-date
                           move rc-record-count to ws-last-run-dow
                       end-if
                   else
                       perform 0147-note-prior-step-status
                   end-if
               end-if
           end-if.

       0147-note-prior-step-status.
           perform varying ws-step-idx from 1 by 1
                   until ws-step-idx > ws-step-count
               if ws-stp-step-no(ws-step-idx) = rc-record-count
                   move rc-status to ws-stp-prior-status(ws-step-idx)
               end-if
           end-perform.

      *    a restart takes over the incomplete run's number and its
      *    schedule date, so the same steps are due as on the night
      *    it failed.  a new run while the last one is incomplete
      *    would repeat salmaint, so it is refused.
       0160-set-run-number.
           if ws-restart-requested
               if ws-last-run-number = 0
                       or ws-last-job-status = 'JOBENDOK'
                   display 'SALJOBS - NO INCOMPLETE RUN TO RESTART - '
                       'RESTART REFUSED'
                   move 12 to return-code
                   stop run
               end-if
               move ws-last-run-number to ws-job-run-number
               if ws-last-run-date = 0
                   move ws-date to ws-sched-date
                   move ws-day-of-week to ws-sched-dow
               else
                   move ws-last-run-date to ws-sched-date
                   move ws-last-run-dow to ws-sched-dow
               end-if
               perform 0165-find-resume-step
               move 'JOBRSTRT' to ws-log-status
               move ws-resume-step-no to ws-log-count
           else
               if ws-last-run-number > 0
                       and ws-last-job-status not = 'JOBENDOK'
                   display 'SALJOBS - RUN ' ws-last-run-number
                       ' DID NOT COMPLETE - RESUBMIT WITH RESTART'
                   move 12 to return-code
                   stop run
               end-if
               compute ws-job-run-number = ws-last-run-number + 1
               move ws-date to ws-sched-date
               move ws-day-of-week to ws-sched-dow
               move 'JOBSTART' to ws-log-status
               move ws-sched-dow to ws-log-count
           end-if
           move 0 to ws-log-amount
           perform 0950-log-run-control.

       0165-find-resume-step.
           move 0 to ws-resume-step-no
           perform varying ws-step-idx from 1 by 1
                   until ws-step-idx > ws-step-count
                       or ws-resume-step-no > 0
               if ws-stp-prior-status(ws-step-idx)
                       not = 'ENDED' and 'DONEPRIO' and 'NOTSCHED'
                   move ws-stp-step-no(ws-step-idx)
                       to ws-resume-step-no
               end-if
           end-perform.

       0200-process-step.
           move spaces to ws-stp-note(ws-sub1)
           perform 0210-check-schedule
           evaluate true
               when ws-restart-requested
                       and (ws-stp-prior-status(ws-sub1) = 'ENDED'
                           or ws-stp-prior-status(ws-sub1) = 'DONEPRIO')
                   move 'DONEPRIO' to ws-stp-status(ws-sub1)
                   move 'COMPLETED BEFORE RESTART'
                       to ws-stp-note(ws-sub1)
                   add 1 to ws-steps-skipped-count
               when not ws-step-scheduled
                   move 'NOTSCHED' to ws-stp-status(ws-sub1)
                   move 'NOT SCHEDULED THIS RUN'
                       to ws-stp-note(ws-sub1)
                   add 1 to ws-steps-skipped-count
               when ws-stream-failed
                   move 'HELD' to ws-stp-status(ws-sub1)
                   move 'HELD - EARLIER STEP FAILED'
                       to ws-stp-note(ws-sub1)
                   add 1 to ws-steps-held-count
               when other
                   perform 0220-run-step
           end-evaluate
           move ws-stp-status(ws-sub1) to ws-log-status
           move ws-stp-step-no(ws-sub1) to ws-log-count
           move ws-stp-rc(ws-sub1) to ws-log-amount
           perform 0950-log-run-control.

       0210-check-schedule.
           move 'N' to ws-step-scheduled-switch
           evaluate ws-stp-schedule(ws-sub1)
               when 'D'
                   move 'Y' to ws-step-scheduled-switch
               when 'W'
                   if ws-stp-sched-day(ws-sub1) = ws-sched-dow
                       move 'Y' to ws-step-scheduled-switch
                   end-if
               when 'M'
                   if ws-stp-sched-day(ws-sub1) = ws-sched-dd
                       move 'Y' to ws-step-scheduled-switch
                   end-if
           end-evaluate.

      *    the step runs as its own process.  the status handed back
      *    is the wait status: the step's return code times 256, plus
      *    the signal number when the step was killed.  a step that
      *    was killed, or could not be started, is an abnormal end
      *    whatever its limit.
       0220-run-step.
           accept ws-time from time
           move ws-time to ws-stp-start-time(ws-sub1)
           move 'STARTED' to ws-log-status
           move ws-stp-step-no(ws-sub1) to ws-log-count
           move 0 to ws-log-amount
           perform 0950-log-run-control
           display 'SALJOBS - STEP ' ws-stp-step-no(ws-sub1) ' '
               ws-stp-program(ws-sub1) ' STARTED'
           move ws-stp-command(ws-sub1) to ws-command
           call 'SYSTEM' using ws-command
           move return-code to ws-raw-status
           move 0 to return-code
           accept ws-time from time
           move ws-time to ws-stp-end-time(ws-sub1)
           move 'N' to ws-step-abend-switch
           if ws-raw-status < 0
               move 'Y' to ws-step-abend-switch
           else
               divide ws-raw-status by 256 giving ws-step-rc
                   remainder ws-step-signal
               if ws-step-signal not = 0
                   move 'Y' to ws-step-abend-switch
               end-if
           end-if
           if ws-step-abended
               move 999 to ws-step-rc
           end-if
           move ws-step-rc to ws-stp-rc(ws-sub1)
           add 1 to ws-steps-run-count
           if ws-step-rc > ws-highest-rc
               move ws-step-rc to ws-highest-rc
           end-if
           evaluate true
               when ws-step-abended
                   move 'FAILED' to ws-stp-status(ws-sub1)
                   move 'ABNORMAL END' to ws-stp-note(ws-sub1)
                   move 'Y' to ws-stream-failed-switch
                   move ws-sub1 to ws-failed-sub
               when ws-step-rc > ws-stp-max-rc(ws-sub1)
                   move 'FAILED' to ws-stp-status(ws-sub1)
                   move 'RC OVER STEP LIMIT' to ws-stp-note(ws-sub1)
                   move 'Y' to ws-stream-failed-switch
                   move ws-sub1 to ws-failed-sub
               when other
                   move 'ENDED' to ws-stp-status(ws-sub1)
                   evaluate ws-stp-prior-status(ws-sub1)
                       when 'FAILED'
                           move 'RERUN AFTER FAILURE'
                               to ws-stp-note(ws-sub1)
                       when 'STARTED'
                           move 'RERUN - NO END WAS LOGGED'
                               to ws-stp-note(ws-sub1)
                   end-evaluate
           end-evaluate
           display 'SALJOBS - STEP ' ws-stp-step-no(ws-sub1) ' '
               ws-stp-program(ws-sub1) ' ' ws-stp-status(ws-sub1)
               ' RC ' ws-step-rc.

       0300-print-step-line.
           move ws-stp-step-no(ws-sub1) to js-step-no-out
           move ws-stp-program(ws-sub1) to js-program-out
           move ws-stp-max-rc(ws-sub1) to js-max-rc-out
           move ws-stp-status(ws-sub1) to js-status-out
           move spaces to js-start-out
           move spaces to js-end-out
           move spaces to js-rc-out
           if ws-stp-status(ws-sub1) = 'ENDED' or 'FAILED'
               move ws-stp-start-time(ws-sub1) to ws-time-work
               perform 0310-edit-time
               move ws-time-edit to js-start-out
               move ws-stp-end-time(ws-sub1) to ws-time-work
               perform 0310-edit-time
               move ws-time-edit to js-end-out
               move ws-stp-rc(ws-sub1) to js-rc-edit
               move js-rc-edit to js-rc-out
           end-if
           move ws-stp-note(ws-sub1) to js-note-out
           move js-detail-line to out-job-record
           write out-job-record
               after advancing 1 line.

       0310-edit-time.
           move ws-time-hh to ws-edit-hh
           move ws-time-mm to ws-edit-mm
           move ws-time-ss to ws-edit-ss.

       0400-print-headings.
           move ws-mo-date to js-mo-out
           move ws-day-date to js-day-out
           move ws-yr-date to js-yr-out
           move ws-job-run-number to js-run-number-out
           move js-heading-1 to out-job-record
           write out-job-record
               after advancing page
           if ws-restart-requested
               move 'RESTART - STEPS ENDED IN THIS RUN NOT REPEATED'
                   to js-message-out
               move js-message-line to out-job-record
               write out-job-record
                   after advancing 2 lines
           end-if
           move js-column-line to out-job-record
           write out-job-record
               after advancing 2 lines.

       0900-terminate-program.
           perform 0300-print-step-line
               varying ws-sub1 from 1 by 1
               until ws-sub1 > ws-step-count
           move ws-steps-run-count to js-run-count-out
           move ws-steps-skipped-count to js-skipped-count-out
           move ws-steps-held-count to js-held-count-out
           move ws-highest-rc to js-highest-rc-out
           move js-count-line to out-job-record
           write out-job-record
               after advancing 2 lines
           move ws-steps-run-count to ws-log-count
           if ws-stream-failed
               move ws-stp-step-no(ws-failed-sub) to js-failed-step-out
               move ws-stp-program(ws-failed-sub)
                   to js-failed-program-out
               move ws-stp-rc(ws-failed-sub) to js-failed-rc-out
               move ws-stp-max-rc(ws-failed-sub) to js-failed-limit-out
               move js-stopped-line to out-job-record
               write out-job-record
                   after advancing 2 lines
               move 'CORRECT THE FAILED STEP AND RESUBMIT WITH RESTART'
                   to js-message-out
               move js-message-line to out-job-record
               write out-job-record
                   after advancing 1 line
               move 'JOBFAIL' to ws-log-status
               move ws-stp-rc(ws-failed-sub) to ws-log-amount
               perform 0950-log-run-control
               display 'SALJOBS - STREAM STOPPED AT STEP '
                   ws-stp-step-no(ws-failed-sub) ' '
                   ws-stp-program(ws-failed-sub)
               move 12 to return-code
           else
               move 'STREAM COMPLETE' to js-message-out
               move js-message-line to out-job-record
               write out-job-record
                   after advancing 2 lines
               move 'JOBENDOK' to ws-log-status
               move ws-highest-rc to ws-log-amount
               perform 0950-log-run-control
               move ws-highest-rc to return-code
           end-if
           close job-report-file.

      *    the steps append to runctl.txt themselves, so the file is
      *    opened and closed around each entry rather than held.
       0950-log-run-control.
           open extend run-control-file
           if ws-runctl-file-status = '35'
               open output run-control-file
           end-if
           move 'SALJOBS' to rc-program
           move ws-job-run-number to rc-run-number
           move ws-date to rc-date
           accept ws-time from time
           move ws-time to rc-time
           move ws-log-status to rc-status
           move ws-log-count to rc-record-count
           move ws-log-amount to rc-total-amount
           write run-control-record
           close run-control-file.
