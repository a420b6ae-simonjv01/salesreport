       identification division.
         program-id. salclose.
      *
      * 2026-10-15  new program.  fiscal period close.  the period
      *             closed is the earliest period still open on the
      *             fiscal.txt 4-4-5 fiscal calendar, the one
      *             salreport, salcomm, saltax and salgl have been
      *             working.  the close is refused (return code 12,
      *             nothing changed) when no period is open, when the
      *             run date is before the period end, or when the
      *             last salproof entry on runctl.txt is not BALANCED
      *             or did not prove the latest salmaint run.
      *             otherwise the sales master is read and each rep's
      *             sale count, sales, returns and net for the period
      *             are appended to the persnap.txt period-end
      *             snapshot file, the period is marked closed on
      *             fiscal.txt with the close date, and a SALCLOSE
      *             CLOSED entry is logged to runctl.txt.  from then
      *             on saledit and salmaint reject any transaction
      *             dated into the period.  the close register is
      *             printed to salclose.rpt.
      *
       environment division.
       configuration section.
       input-output section.
       file-control.
           select fiscal-calendar-file assign to 'fiscal.txt'
               organization is line sequential
               file status is ws-fiscal-file-status.
           select run-control-file assign to 'runctl.txt'
               organization is line sequential
               file status is ws-runctl-file-status.
           select sales-master-file assign to 'salesmst.dat'
               organization is indexed
               access mode is dynamic
               record key is mst-key
               file status is ws-master-file-status.
           select snapshot-file assign to 'persnap.txt'
               organization is line sequential
               file status is ws-snapshot-file-status.
           select close-report-file assign to 'salclose.rpt'
               organization is line sequential.
       data division.
       file section.
       fd  fiscal-calendar-file.
       01  fiscal-calendar-record.
           05  fcl-fiscal-year              pic 9(4).
           05  fcl-period-no                pic 9(2).
           05  fcl-period-start             pic 9(8).
           05  fcl-period-end               pic 9(8).
           05  fcl-period-weeks             pic 9(1).
           05  fcl-period-status            pic x(1).
           05  fcl-closed-date              pic 9(8).
       fd  run-control-file.
       01  run-control-record.
           05  rc-program                   pic x(8).
           05  rc-run-number                pic 9(5).
           05  rc-date                      pic 9(6).
           05  rc-time                      pic 9(8).
           05  rc-status                    pic x(8).
           05  rc-record-count              pic 9(7).
           05  rc-total-amount              pic s9(9)v99.
       fd  sales-master-file.
       01  sales-master-record.
           05  mst-key.
               10  mst-rep-code             pic x(5).
               10  mst-sale-date            pic 9(8).
               10  mst-invoice-no           pic x(8).
           05  mst-cust-code                pic x(5).
           05  mst-name                     pic x(20).
           05  mst-amount                   pic s9(5)v99.
           05  mst-last-trans-code          pic x(1).
           05  mst-orig-invoice-no          pic x(8).
           05  mst-tax-branch-code          pic x(3).
           05  mst-tax-status               pic x(1).
           05  mst-tax-rate                 pic 9v9999.
           05  mst-tax-amount               pic s9(5)v99.
       fd  snapshot-file.
       01  snapshot-record.
           05  psn-fiscal-year              pic 9(4).
           05  psn-period-no                pic 9(2).
           05  psn-period-start             pic 9(8).
           05  psn-period-end               pic 9(8).
           05  psn-rep-code                 pic x(5).
           05  psn-sale-count               pic 9(5).
           05  psn-sales-amount             pic s9(7)v99.
           05  psn-returns-amount           pic s9(7)v99.
           05  psn-net-amount               pic s9(7)v99.
           05  psn-close-date               pic 9(8).
       fd  close-report-file.
       01  out-close-record                 pic x(100).

       working-storage section.
       01  ws-work-areas.
           05  are-there-more-records       pic x(3)  value 'yes'.
               88  more-records             value 'yes'.
               88  no-more-records          value 'no'.
           05  ws-date                      pic x(6).
           05  ws-date-x redefines ws-date.
               10  ws-yr-date               pic 99.
               10  ws-mo-date               pic 99.
               10  ws-day-date              pic 99.
           05  ws-run-ccyymmdd              pic 9(8)  value 0.
           05  ws-time                      pic 9(8)  value 0.
           05  ws-fiscal-file-status        pic x(2)  value '00'.
           05  ws-runctl-file-status        pic x(2)  value '00'.
           05  ws-master-file-status        pic x(2)  value '00'.
           05  ws-snapshot-file-status      pic x(2)  value '00'.
           05  ws-cal-count                 pic 9(3)  value 0.
           05  ws-cal-table-max             pic 9(3)  value 200.
           05  ws-cal-more-switch           pic x(1)  value 'Y'.
               88  ws-cal-no-more           value 'N'.
           05  ws-cal-overflow-switch       pic x(1)  value 'N'.
               88  ws-cal-overflow          value 'Y'.
           05  ws-open-sub                  pic 9(3)  value 0.
           05  ws-period-from               pic 9(8)  value 0.
           05  ws-period-to                 pic 9(8)  value 0.
           05  ws-runctl-more-switch        pic x(1)  value 'Y'.
               88  ws-runctl-no-more        value 'N'.
           05  ws-maint-run-number          pic 9(5)  value 0.
           05  ws-proof-run-number          pic 9(5)  value 0.
           05  ws-proof-status              pic x(8)  value spaces.
           05  ws-close-ok-switch           pic x(1)  value 'Y'.
               88  ws-close-ok              value 'Y'.
           05  ws-refusal-reason            pic x(50) value spaces.
           05  ws-rep-count                 pic 9(3)  value 0.
           05  ws-rep-table-max             pic 9(3)  value 500.
           05  ws-rep-found-switch          pic x(1)  value 'N'.
               88  ws-rep-found             value 'Y'.
           05  ws-rep-overflow-switch       pic x(1)  value 'N'.
               88  ws-rep-overflow          value 'Y'.
           05  ws-total-sale-count          pic 9(7)  value 0.
           05  ws-total-sales-amount        pic s9(9)v99 value 0.
           05  ws-total-returns-amount      pic s9(9)v99 value 0.
           05  ws-total-net-amount          pic s9(9)v99 value 0.
           05  ws-sub1                      pic 9(3)  value 0.
       01  ws-cal-table.
           05  ws-cal-entry occurs 200 times indexed by ws-cal-idx.
               10  ws-cal-fiscal-year       pic 9(4).
               10  ws-cal-period-no         pic 9(2).
               10  ws-cal-period-start      pic 9(8).
               10  ws-cal-period-end        pic 9(8).
               10  ws-cal-period-weeks      pic 9(1).
               10  ws-cal-period-status     pic x(1).
               10  ws-cal-closed-date       pic 9(8).
       01  ws-rep-table.
           05  ws-rep-entry occurs 500 times indexed by ws-rep-idx.
               10  ws-rep-tbl-code          pic x(5).
               10  ws-rep-tbl-count         pic 9(5).
               10  ws-rep-tbl-sales         pic s9(7)v99.
               10  ws-rep-tbl-returns       pic s9(7)v99.
               10  ws-rep-tbl-net           pic s9(7)v99.
       01  cl-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(38)
                value 'FISCAL PERIOD CLOSE REGISTER'.
           05  filler                       pic x(9)
                value 'RUN DATE '.
           05  cl-date-out.
               10  cl-mo-out                pic 99.
               10  filler                   pic x value '/'.
               10  cl-day-out               pic 99.
               10  filler                   pic x value '/'.
               10  cl-yr-out                pic 99.
           05  filler                       pic x(35) value spaces.
       01  cl-period-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(14)
                value 'FISCAL PERIOD '.
           05  cl-fiscal-year-out           pic 9(4).
           05  filler                       pic x(1)  value '/'.
           05  cl-period-no-out             pic 99.
           05  filler                       pic x(3)  value spaces.
           05  cl-period-from-out           pic 9(8).
           05  filler                       pic x(6)  value ' THRU '.
           05  cl-period-to-out             pic 9(8).
           05  filler                       pic x(3)  value spaces.
           05  cl-weeks-out                 pic 9.
           05  filler                       pic x(6)  value ' WEEKS'.
           05  filler                       pic x(39) value spaces.
       01  cl-proof-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(22)
                value 'LAST SALPROOF RUN NO. '.
           05  cl-proof-run-out             pic zzzz9.
           05  filler                       pic x(2)  value spaces.
           05  cl-proof-status-out          pic x(8).
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(22)
                value 'LAST SALMAINT RUN NO. '.
           05  cl-maint-run-out             pic zzzz9.
           05  filler                       pic x(26) value spaces.
       01  cl-column-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(9)  value 'REP'.
           05  filler                       pic x(6)  value ' SALES'.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(14) value
                '   SALES AMT'.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(14) value
                '     RETURNS'.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(14) value
                '         NET'.
           05  filler                       pic x(32) value spaces.
       01  cl-rep-line.
           05  filler                       pic x(5)  value spaces.
           05  cl-rep-code-out              pic x(5).
           05  filler                       pic x(4)  value spaces.
           05  cl-sale-count-out            pic zz,zz9.
           05  filler                       pic x(2)  value spaces.
           05  cl-sales-amount-out          pic $$,$$$,$$9.99-.
           05  filler                       pic x(2)  value spaces.
           05  cl-returns-amount-out        pic $$,$$$,$$9.99-.
           05  filler                       pic x(2)  value spaces.
           05  cl-net-amount-out            pic $$,$$$,$$9.99-.
           05  filler                       pic x(32) value spaces.
       01  cl-total-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(6)  value 'TOTAL'.
           05  cl-total-count-out           pic z,zzz,zz9.
           05  filler                       pic x(2)  value spaces.
           05  cl-total-sales-out           pic $$$,$$$,$$9.99-.
           05  filler                       pic x(2)  value spaces.
           05  cl-total-returns-out         pic $$$,$$$,$$9.99-.
           05  filler                       pic x(2)  value spaces.
           05  cl-total-net-out             pic $$$,$$$,$$9.99-.
           05  filler                       pic x(29) value spaces.
       01  cl-verdict-line.
           05  filler                       pic x(5)  value spaces.
           05  cl-verdict-out               pic x(60).
           05  filler                       pic x(35) value spaces.

       procedure division.
       0000-close-fiscal-period.
           perform 0100-initialize-program
           if ws-close-ok
               perform 0200-accumulate-period-sales
           end-if
           if ws-close-ok
               perform 0300-write-period-snapshot
               perform 0350-rewrite-fiscal-calendar
           end-if
           perform 0900-terminate-program
           stop run.

       0100-initialize-program.
           accept ws-date from date
           move 20 to ws-run-ccyymmdd(1:2)
           move ws-date to ws-run-ccyymmdd(3:6)
           perform 0110-load-fiscal-calendar
           open output close-report-file
           perform 0400-print-headings
           perform 0120-find-open-period
           perform 0130-check-balancing-proof.

      *    the whole calendar is held so it can be written back with
      *    the closed period marked; a partial table would lose
      *    periods, so an overflow stops the run.
       0110-load-fiscal-calendar.
           move 0 to ws-cal-count
           open input fiscal-calendar-file
           if ws-fiscal-file-status not = '00'
               display 'FISCAL CALENDAR FILE NOT AVAILABLE - '
                   'fiscal.txt'
               move 16 to return-code
               stop run
           end-if
           move 'Y' to ws-cal-more-switch
           perform until ws-cal-no-more
               read fiscal-calendar-file
                   at end
                       move 'N' to ws-cal-more-switch
                   not at end
                       if ws-cal-count < ws-cal-table-max
                           add 1 to ws-cal-count
                           move fiscal-calendar-record
                               to ws-cal-entry(ws-cal-count)
                       else
                           move 'Y' to ws-cal-overflow-switch
                       end-if
               end-read
           end-perform
           close fiscal-calendar-file
           if ws-cal-overflow
               display 'FISCAL CALENDAR TABLE FULL - RUN ABANDONED, '
                   'fiscal.txt HAS TOO MANY ENTRIES'
               move 16 to return-code
               stop run
           end-if.

      *    the period to close is the earliest one still open - the
      *    same period the reporting, commission and posting runs
      *    take from the calendar.  it may not be closed before its
      *    last day has been processed.
       0120-find-open-period.
           move 0 to ws-open-sub
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-cal-count
               if ws-cal-period-status(ws-sub1) = 'O'
                       and ws-cal-period-start(ws-sub1) is numeric
                       and ws-cal-period-end(ws-sub1) is numeric
                       and ws-cal-period-start(ws-sub1) > 0
                       and ws-cal-period-end(ws-sub1)
                           >= ws-cal-period-start(ws-sub1)
                   if ws-open-sub = 0
                       move ws-sub1 to ws-open-sub
                   else
                       if ws-cal-period-start(ws-sub1)
                               < ws-cal-period-start(ws-open-sub)
                           move ws-sub1 to ws-open-sub
                       end-if
                   end-if
               end-if
           end-perform
           if ws-open-sub = 0
               move 'N' to ws-close-ok-switch
               move 'NO OPEN PERIOD ON fiscal.txt - CLOSE REFUSED'
                   to ws-refusal-reason
           else
               move ws-cal-period-start(ws-open-sub) to ws-period-from
               move ws-cal-period-end(ws-open-sub) to ws-period-to
               move ws-cal-fiscal-year(ws-open-sub)
                   to cl-fiscal-year-out
               move ws-cal-period-no(ws-open-sub) to cl-period-no-out
               move ws-period-from to cl-period-from-out
               move ws-period-to to cl-period-to-out
               move ws-cal-period-weeks(ws-open-sub) to cl-weeks-out
               move cl-period-line to out-close-record
               write out-close-record
                   after advancing 2 lines
               if ws-run-ccyymmdd < ws-period-to
                   move 'N' to ws-close-ok-switch
                   move 'PERIOD HAS NOT ENDED - CLOSE REFUSED'
                       to ws-refusal-reason
               end-if
           end-if.

      *    the last salproof entry on runctl.txt must be BALANCED and
      *    must have proved the latest salmaint run - a maint run
      *    after the proof has changed the master since it balanced.
       0130-check-balancing-proof.
           move 0 to ws-maint-run-number
           move 0 to ws-proof-run-number
           move spaces to ws-proof-status
           open input run-control-file
           if ws-runctl-file-status = '00'
               move 'Y' to ws-runctl-more-switch
               perform until ws-runctl-no-more
                   read run-control-file
                       at end
                           move 'N' to ws-runctl-more-switch
                       not at end
                           perform 0135-note-runctl-entry
                   end-read
               end-perform
               close run-control-file
           end-if
           move ws-proof-run-number to cl-proof-run-out
           move ws-proof-status to cl-proof-status-out
           move ws-maint-run-number to cl-maint-run-out
           move cl-proof-line to out-close-record
           write out-close-record
               after advancing 1 line
           if ws-close-ok
               evaluate true
                   when ws-proof-status not = 'BALANCED'
                       move 'N' to ws-close-ok-switch
                       move 'NOT PROVEN IN BALANCE - CLOSE REFUSED'
                           to ws-refusal-reason
                   when ws-proof-run-number not = ws-maint-run-number
                       move 'N' to ws-close-ok-switch
                       move 'MASTER CHANGED SINCE PROOF - CLOSE REFUSED'
                           to ws-refusal-reason
               end-evaluate
           end-if.

       0135-note-runctl-entry.
           if rc-run-number is numeric
               if rc-program = 'SALMAINT'
                       and rc-run-number > ws-maint-run-number
                   move rc-run-number to ws-maint-run-number
               end-if
               if rc-program = 'SALPROOF'
                   move rc-run-number to ws-proof-run-number
                   move rc-status to ws-proof-status
               end-if
           end-if.

      *    the master is keyed by rep, so the reps arrive in order;
      *    a full rep table would leave the snapshot short, so the
      *    close is refused.
       0200-accumulate-period-sales.
           open input sales-master-file
           if ws-master-file-status not = '00'
               display 'SALES MASTER FILE NOT AVAILABLE - '
                   'salesmst.dat'
               move 16 to return-code
               stop run
           end-if
           perform 0500-read-master-record
           perform until no-more-records
               if mst-sale-date >= ws-period-from
                       and mst-sale-date <= ws-period-to
                       and mst-amount numeric
                   perform 0210-add-to-rep-table
               end-if
               perform 0500-read-master-record
           end-perform
           close sales-master-file
           if ws-rep-overflow
               move 'N' to ws-close-ok-switch
               move 'REP TABLE FULL - CLOSE REFUSED'
                   to ws-refusal-reason
           end-if.

       0210-add-to-rep-table.
           move 'N' to ws-rep-found-switch
           perform varying ws-rep-idx from 1 by 1
                   until ws-rep-idx > ws-rep-count
                       or ws-rep-found
               if ws-rep-tbl-code(ws-rep-idx) = mst-rep-code
                   move 'Y' to ws-rep-found-switch
                   set ws-sub1 to ws-rep-idx
               end-if
           end-perform
           if not ws-rep-found
               if ws-rep-count < ws-rep-table-max
                   add 1 to ws-rep-count
                   move ws-rep-count to ws-sub1
                   move mst-rep-code to ws-rep-tbl-code(ws-sub1)
                   move 0 to ws-rep-tbl-count(ws-sub1)
                   move 0 to ws-rep-tbl-sales(ws-sub1)
                   move 0 to ws-rep-tbl-returns(ws-sub1)
                   move 0 to ws-rep-tbl-net(ws-sub1)
                   move 'Y' to ws-rep-found-switch
               else
                   move 'Y' to ws-rep-overflow-switch
               end-if
           end-if
           if ws-rep-found
               add 1 to ws-rep-tbl-count(ws-sub1)
               if mst-last-trans-code = 'R'
                   add mst-amount to ws-rep-tbl-returns(ws-sub1)
               else
                   add mst-amount to ws-rep-tbl-sales(ws-sub1)
               end-if
               add mst-amount to ws-rep-tbl-net(ws-sub1)
           end-if.

       0300-write-period-snapshot.
           open extend snapshot-file
           if ws-snapshot-file-status = '35'
               open output snapshot-file
           end-if
           move cl-column-line to out-close-record
           write out-close-record
               after advancing 2 lines
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-rep-count
               perform 0310-write-snapshot-record
           end-perform
           close snapshot-file
           move ws-total-sale-count to cl-total-count-out
           move ws-total-sales-amount to cl-total-sales-out
           move ws-total-returns-amount to cl-total-returns-out
           move ws-total-net-amount to cl-total-net-out
           move cl-total-line to out-close-record
           write out-close-record
               after advancing 2 lines.

       0310-write-snapshot-record.
           move ws-cal-fiscal-year(ws-open-sub) to psn-fiscal-year
           move ws-cal-period-no(ws-open-sub) to psn-period-no
           move ws-period-from to psn-period-start
           move ws-period-to to psn-period-end
           move ws-rep-tbl-code(ws-sub1) to psn-rep-code
           move ws-rep-tbl-count(ws-sub1) to psn-sale-count
           move ws-rep-tbl-sales(ws-sub1) to psn-sales-amount
           move ws-rep-tbl-returns(ws-sub1) to psn-returns-amount
           move ws-rep-tbl-net(ws-sub1) to psn-net-amount
           move ws-run-ccyymmdd to psn-close-date
           write snapshot-record
           add ws-rep-tbl-count(ws-sub1) to ws-total-sale-count
           add ws-rep-tbl-sales(ws-sub1) to ws-total-sales-amount
           add ws-rep-tbl-returns(ws-sub1) to ws-total-returns-amount
           add ws-rep-tbl-net(ws-sub1) to ws-total-net-amount
           move ws-rep-tbl-code(ws-sub1) to cl-rep-code-out
           move ws-rep-tbl-count(ws-sub1) to cl-sale-count-out
           move ws-rep-tbl-sales(ws-sub1) to cl-sales-amount-out
           move ws-rep-tbl-returns(ws-sub1) to cl-returns-amount-out
           move ws-rep-tbl-net(ws-sub1) to cl-net-amount-out
           move cl-rep-line to out-close-record
           write out-close-record
               after advancing 1 line.

       0350-rewrite-fiscal-calendar.
           move 'C' to ws-cal-period-status(ws-open-sub)
           move ws-run-ccyymmdd to ws-cal-closed-date(ws-open-sub)
           open output fiscal-calendar-file
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-cal-count
               move ws-cal-entry(ws-sub1) to fiscal-calendar-record
               write fiscal-calendar-record
           end-perform
           close fiscal-calendar-file.

       0400-print-headings.
           move ws-mo-date to cl-mo-out
           move ws-day-date to cl-day-out
           move ws-yr-date to cl-yr-out
           move cl-heading-1 to out-close-record
           write out-close-record
               after advancing page.

       0500-read-master-record.
           read sales-master-file next record
               at end
                   move 'no' to are-there-more-records
           end-read.

       0900-terminate-program.
           if ws-close-ok
               move 'PERIOD CLOSED - POSTINGS INTO IT WILL BE REJECTED'
                   to cl-verdict-out
               perform 0910-log-run-control
           else
               move ws-refusal-reason to cl-verdict-out
               display 'SALCLOSE - ' ws-refusal-reason
               move 12 to return-code
           end-if
           move cl-verdict-line to out-close-record
           write out-close-record
               after advancing 2 lines
           close close-report-file.

       0910-log-run-control.
           open extend run-control-file
           if ws-runctl-file-status = '35'
               open output run-control-file
           end-if
           move 'SALCLOSE' to rc-program
           move ws-maint-run-number to rc-run-number
           move ws-date to rc-date
           accept ws-time from time
           move ws-time to rc-time
           move 'CLOSED' to rc-status
           move ws-total-sale-count to rc-record-count
           move ws-total-net-amount to rc-total-amount
           write run-control-record
           close run-control-file.
