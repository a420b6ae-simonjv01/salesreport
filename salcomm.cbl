       identification division.
         program-id. salcomm.
      *
      * 2026-10-15  rep names are read by key from the new indexed
      *             repmast.dat instead of a 200-rep table loaded from
      *             repmast.txt at start-up.
      * 2026-10-15  the commission period is now the earliest open
      *             period on the new fiscal.txt 4-4-5 fiscal calendar
      *             instead of the from/to dates on the control.txt
      *             card, which this program no longer reads; a run
      *             with no open period is refused (return code 16).
      * 2026-10-15  returns and credit memos arrive on extract.txt as
      *             negative amounts.  commission is priced on the
      *             rep's gross sales for the period and a chargeback
      *             is taken on the period's returns at the rep's
      *             paid-to-date rate (net commission over net sales on
      *             compaid.txt), or through the rate bands when the
      *             rep has no paid history.  compay.txt and compaid.txt
      *             carry signed net sales and net commission, so a
      *             period whose chargeback outruns its commission
      *             pays negative; the register widens to 132 with
      *             returns, chargeback and net commission columns.
      * 2026-10-15  the extract.txt record now carries the invoice
      *             number after the sale date; record grows from 51
      *             to 60 bytes.
      * 2026-09-02  the run is now period-aware: the from/to reporting
      *             period is read from the same control.txt card
      *             salreport uses (a run without a valid period is
           select rate-table-file assign to 'comrate.txt'
               organization is line sequential
               file status is ws-rate-file-status.
           select rep-master-file assign to 'repmast.dat'
               organization is indexed
               access mode is dynamic
               record key is rpm-rep-code
               file status is ws-repmst-file-status.
           select payables-file assign to 'compay.txt'
               organization is line sequential.
           select comm-report-file assign to 'salcomm.rpt'
               organization is line sequential.
           select fiscal-calendar-file assign to 'fiscal.txt'
               organization is line sequential
               file status is ws-fiscal-file-status.
           select paid-register-file assign to 'compaid.txt'
               organization is line sequential
               file status is ws-compaid-file-status.
           05  filler                       pic x(1).
           05  xin-sale-date                pic 9(8).
           05  filler                       pic x(1).
           05  xin-invoice-no               pic x(8).
           05  filler                       pic x(1).
           05  xin-amount                   pic s9(5)v99.
           05  filler                       pic x(1).
           05  xin-page-no                  pic 9(3).
           05  filler                       pic x(1).
           05  pay-run-date                 pic 9(6).
           05  pay-period-from              pic 9(8).
           05  pay-period-to                pic 9(8).
           05  pay-sales-amount             pic s9(7)v99.
           05  pay-comm-amount              pic s9(7)v99.
       fd  comm-report-file.
       01  out-comm-record                  pic x(132).
       fd  fiscal-calendar-file.
       01  fiscal-calendar-record.
           05  fcl-fiscal-year              pic 9(4).
           05  fcl-period-no                pic 9(2).
           05  fcl-period-start             pic 9(8).
           05  fcl-period-end               pic 9(8).
           05  fcl-period-weeks             pic 9(1).
           05  fcl-period-status            pic x(1).
           05  fcl-closed-date              pic 9(8).
       fd  paid-register-file.
       01  paid-register-record.
           05  cpd-rep-code                 pic x(5).
           05  cpd-period-from              pic 9(8).
           05  cpd-period-to                pic 9(8).
           05  cpd-sales-amount             pic s9(7)v99.
           05  cpd-comm-amount              pic s9(7)v99.

       working-storage section.
       01  ws-work-areas.
               10  ws-day-date              pic 99.
           05  ws-rate-file-status          pic x(2)  value '00'.
           05  ws-repmst-file-status        pic x(2)  value '00'.
           05  ws-repmst-open-switch        pic x(1)  value 'N'.
               88  ws-repmst-open           value 'Y'.
           05  ws-rate-count                pic 9(3)  value 0.
           05  ws-rate-table-max            pic 9(3)  value 100.
           05  ws-rate-more-switch          pic x(1)  value 'Y'.
           05  ws-calc-band-size            pic 9(7)v99 value 0.
           05  ws-calc-portion              pic 9(7)v99 value 0.
           05  ws-calc-rate-code            pic x(5)  value spaces.
           05  ws-calc-returns              pic 9(7)v99 value 0.
           05  ws-calc-chargeback           pic 9(7)v99 value 0.
           05  ws-calc-net-sales            pic s9(7)v99 value 0.
           05  ws-calc-net-commission       pic s9(7)v99 value 0.
           05  ws-chgbk-band-switch         pic x(1)  value 'N'.
               88  ws-chgbk-at-bands        value 'Y'.
           05  ws-rate-ptd-sales            pic s9(7)v99 value 0.
           05  ws-rate-ptd-comm             pic s9(7)v99 value 0.
           05  ws-total-sales-amount        pic 9(7)v99 value 0.
           05  ws-total-returns-amount      pic 9(7)v99 value 0.
           05  ws-total-comm-amount         pic 9(7)v99 value 0.
           05  ws-total-chargeback-amount   pic 9(7)v99 value 0.
           05  ws-total-net-comm-amount     pic s9(7)v99 value 0.
           05  ws-sub1                      pic 9(3)  value 0.
           05  ws-fiscal-file-status        pic x(2)  value '00'.
           05  ws-fiscal-more-switch        pic x(1)  value 'Y'.
               88  ws-fiscal-no-more        value 'N'.
           05  ws-compaid-file-status       pic x(2)  value '00'.
           05  ws-period-switch             pic x(1)  value 'N'.
               88  ws-period-active         value 'Y'.
               88  ws-paid-overflow         value 'Y'.
           05  ws-period-paid-switch        pic x(1)  value 'N'.
               88  ws-period-already-paid   value 'Y'.
           05  ws-ptd-comm-amount           pic s9(7)v99 value 0.
           05  ws-paid-needed               pic 9(5)  value 0.
       01  ws-paid-table.
           05  ws-paid-entry occurs 500 times indexed by ws-paid-idx.
               10  ws-paid-tbl-code         pic x(5).
               10  ws-paid-tbl-from         pic 9(8).
               10  ws-paid-tbl-to           pic 9(8).
               10  ws-paid-tbl-sales        pic s9(7)v99.
               10  ws-paid-tbl-comm         pic s9(7)v99.
       01  ws-sales-table.
           05  ws-sales-entry occurs 500 times indexed by ws-tbl-idx.
               10  ws-tbl-rep-code          pic x(5).
               10  ws-tbl-amount            pic 9(7)v99.
               10  ws-tbl-returns           pic 9(7)v99.
       01  ws-rate-table.
           05  ws-rate-entry occurs 100 times indexed by ws-rate-idx.
               10  ws-rate-tbl-code         pic x(5).
               10  ws-rate-tbl-limit        pic 9(7)v99.
               10  ws-rate-tbl-rate         pic 9v9999.
       01  cm-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(30)
               10  cm-day-out               pic 99.
               10  filler                   pic x value '/'.
               10  cm-yr-out                pic 99.
           05  filler                       pic x(75) value spaces.
       01  cm-period-line.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(18)
           05  cm-period-from-out           pic 9(8).
           05  filler                       pic x(6)  value ' THRU '.
           05  cm-period-to-out             pic 9(8).
           05  filler                       pic x(82) value spaces.
       01  cm-column-line.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(6)  value 'REP'.
           05  filler                       pic x(21) value 'NAME'.
           05  filler                       pic x(13) value
                '        SALES'.
           05  filler                       pic x(1)  value spaces.
           05  filler                       pic x(13) value
                '      RETURNS'.
           05  filler                       pic x(1)  value spaces.
           05  filler                       pic x(13) value
                '   COMMISSION'.
           05  filler                       pic x(1)  value spaces.
           05  filler                       pic x(13) value
                '   CHARGEBACK'.
           05  filler                       pic x(1)  value spaces.
           05  filler                       pic x(14) value
                '     NET COMM '.
           05  filler                       pic x(1)  value spaces.
           05  filler                       pic x(14) value
                ' PAID TO DATE '.
           05  filler                       pic x(18) value spaces.
       01  cm-detail-line.
           05  filler                       pic x(2)  value spaces.
           05  cm-rep-code-out              pic x(5).
           05  filler                       pic x(1)  value spaces.
           05  cm-rep-name-out              pic x(20).
           05  filler                       pic x(1)  value spaces.
           05  cm-sales-out                 pic $$,$$$,$$9.99.
           05  filler                       pic x(1)  value spaces.
           05  cm-returns-out               pic $$,$$$,$$9.99.
           05  filler                       pic x(1)  value spaces.
           05  cm-comm-out                  pic $$,$$$,$$9.99.
           05  filler                       pic x(1)  value spaces.
           05  cm-chargeback-out            pic $$,$$$,$$9.99.
           05  filler                       pic x(1)  value spaces.
           05  cm-net-comm-out              pic $$,$$$,$$9.99-.
           05  filler                       pic x(1)  value spaces.
           05  cm-ptd-out                   pic $$,$$$,$$9.99-.
           05  filler                       pic x(1)  value spaces.
           05  cm-note-out                  pic x(15).
           05  filler                       pic x(2)  value spaces.
       01  cm-total-line.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(27) value
                'TOTALS'.
           05  cm-total-sales-out           pic $$,$$$,$$9.99.
           05  filler                       pic x(1)  value spaces.
           05  cm-total-returns-out         pic $$,$$$,$$9.99.
           05  filler                       pic x(1)  value spaces.
           05  cm-total-comm-out            pic $$,$$$,$$9.99.
           05  filler                       pic x(1)  value spaces.
           05  cm-total-chargeback-out      pic $$,$$$,$$9.99.
           05  filler                       pic x(1)  value spaces.
           05  cm-total-net-comm-out        pic $$,$$$,$$9.99-.
           05  filler                       pic x(33) value spaces.
       01  cm-excluded-line.
           05  filler                       pic x(10) value spaces.
           05  cm-excluded-count-out        pic zz,zz9.
           05  filler                       pic x(36) value
                ' EXTRACT RECORDS OUTSIDE PERIOD'.
           05  filler                       pic x(80) value spaces.

       procedure division.
       0000-produce-commissions.

       0100-initialize-program.
           accept ws-date from date
           perform 0130-read-fiscal-calendar
           perform 0140-load-paid-register
           perform 0110-load-rate-table
           perform 0120-open-rep-master
           open input extract-file
           open output comm-report-file
           perform 0400-print-headings
               after advancing 2 lines
           perform 0500-read-extract-record.

      *    the commission run prices one reporting period - the
      *    earliest period still open on the fiscal.txt calendar,
      *    the same period salreport reports.  running without a
      *    period would re-price the whole extract and hand
      *    accounting lifetime commission dollars again, so a run
      *    with no open period is refused.
       0130-read-fiscal-calendar.
           open input fiscal-calendar-file
           if ws-fiscal-file-status = '00'
               move 'Y' to ws-fiscal-more-switch
               perform until ws-fiscal-no-more
                   read fiscal-calendar-file
                       at end
                           move 'N' to ws-fiscal-more-switch
                       not at end
                           perform 0135-note-open-period
                   end-read
               end-perform
               close fiscal-calendar-file
           end-if
           if not ws-period-active
               display 'SALCOMM - NO OPEN COMMISSION PERIOD ON '
                   'fiscal.txt - RUN REFUSED'
               move 16 to return-code
               stop run
           end-if.

       0135-note-open-period.
           if fcl-period-status = 'O'
                   and fcl-period-start is numeric
                   and fcl-period-end is numeric
                   and fcl-period-start > 0
                   and fcl-period-end >= fcl-period-start
               if not ws-period-active
                       or fcl-period-start < ws-period-from
                   move 'Y' to ws-period-switch
                   move fcl-period-start to ws-period-from
                   move fcl-period-end to ws-period-to
               end-if
           end-if.

      *    a period already on the paid-to-date register has been paid;
      *    rerunning it would duplicate the commission dollars, so the
      *    run is refused before any output file is disturbed.
               end-perform
           end-if.

       0120-open-rep-master.
           open input rep-master-file
           if ws-repmst-file-status = '00'
               move 'Y' to ws-repmst-open-switch
           else
               display 'REP MASTER FILE NOT AVAILABLE - '
                   'REP NAMES WILL NOT BE PRINTED'
               perform 0205-accumulate-period-record
           end-if.

      *    a negative extract amount is a return or credit memo.  it
      *    is held apart from the rep's gross sales so commission is
      *    priced on what was sold and the return is charged back at
      *    the rate the rep was actually paid.
       0205-accumulate-period-record.
           move 'N' to ws-tbl-found-switch
           perform varying ws-tbl-idx from 1 by 1
                   until ws-tbl-idx > ws-sales-count
                       or ws-tbl-found
               if ws-tbl-rep-code(ws-tbl-idx) = xin-rep-code
                   if xin-amount < 0
                       subtract xin-amount
                           from ws-tbl-returns(ws-tbl-idx)
                   else
                       add xin-amount to ws-tbl-amount(ws-tbl-idx)
                   end-if
                   move 'Y' to ws-tbl-found-switch
               end-if
           end-perform
                   add 1 to ws-sales-count
                   move xin-rep-code
                       to ws-tbl-rep-code(ws-sales-count)
                   move 0 to ws-tbl-amount(ws-sales-count)
                   move 0 to ws-tbl-returns(ws-sales-count)
                   if xin-amount < 0
                       subtract xin-amount
                           from ws-tbl-returns(ws-sales-count)
                   else
                       move xin-amount
                           to ws-tbl-amount(ws-sales-count)
                   end-if
               else
                   display 'WARNING - SALES TABLE FULL, '
                       'REP ' xin-rep-code ' DROPPED'
               after advancing 2 lines
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-sales-count
               move ws-tbl-amount(ws-sub1) to ws-calc-sales
               move ws-tbl-returns(ws-sub1) to ws-calc-returns
               perform 0312-calculate-chargeback
               move ws-tbl-rep-code(ws-sub1) to ws-calc-rate-code
               perform 0310-calculate-commission
               compute ws-calc-net-sales =
                   ws-calc-sales - ws-calc-returns
               compute ws-calc-net-commission =
                   ws-calc-commission - ws-calc-chargeback
               perform 0350-append-paid-entry
               perform 0320-write-register-line
               perform 0330-write-payables-record
               add ws-calc-sales to ws-total-sales-amount
               add ws-calc-returns to ws-total-returns-amount
               add ws-calc-commission to ws-total-comm-amount
               add ws-calc-chargeback to ws-total-chargeback-amount
               add ws-calc-net-commission to ws-total-net-comm-amount
           end-perform
           move ws-total-sales-amount to cm-total-sales-out
           move ws-total-returns-amount to cm-total-returns-out
           move ws-total-comm-amount to cm-total-comm-out
           move ws-total-chargeback-amount to cm-total-chargeback-out
           move ws-total-net-comm-amount to cm-total-net-comm-out
           move cm-total-line to out-comm-record
           write out-comm-record
               after advancing 2 lines.
               perform 0315-apply-rate-bands
           end-if.

      *    the chargeback on the period's returns is taken at the rate
      *    the rep has actually been paid - net commission over net
      *    sales across the rep's compaid.txt history, which at this
      *    point does not yet hold this run's entry.  a rep with no
      *    paid history is charged back through the rate bands as
      *    though the returns were sales.  commission priced on a
      *    return booked in an earlier period is recovered here, in
      *    the period the return is reported.
       0312-calculate-chargeback.
           move 0 to ws-calc-chargeback
           move 'N' to ws-chgbk-band-switch
           if ws-calc-returns > 0
               move 0 to ws-rate-ptd-sales
               move 0 to ws-rate-ptd-comm
               perform varying ws-paid-idx from 1 by 1
                       until ws-paid-idx > ws-paid-count
                   if ws-paid-tbl-code(ws-paid-idx)
                           = ws-tbl-rep-code(ws-sub1)
                       add ws-paid-tbl-sales(ws-paid-idx)
                           to ws-rate-ptd-sales
                       add ws-paid-tbl-comm(ws-paid-idx)
                           to ws-rate-ptd-comm
                   end-if
               end-perform
               if ws-rate-ptd-sales > 0 and ws-rate-ptd-comm > 0
                   compute ws-calc-chargeback rounded =
                       ws-calc-returns * ws-rate-ptd-comm
                       / ws-rate-ptd-sales
               else
                   move 'Y' to ws-chgbk-band-switch
                   move ws-calc-sales to ws-calc-net-sales
                   move ws-calc-returns to ws-calc-sales
                   move ws-tbl-rep-code(ws-sub1) to ws-calc-rate-code
                   perform 0310-calculate-commission
                   move ws-calc-commission to ws-calc-chargeback
                   move ws-calc-net-sales to ws-calc-sales
               end-if
           end-if.

       0315-apply-rate-bands.
           move ws-calc-sales to ws-calc-remaining
           move 0 to ws-calc-prev-limit
           perform 0340-find-rep-name
           move ws-lookup-rep-name to cm-rep-name-out
           move ws-calc-sales to cm-sales-out
           move ws-calc-returns to cm-returns-out
           move ws-calc-commission to cm-comm-out
           move ws-calc-chargeback to cm-chargeback-out
           move ws-calc-net-commission to cm-net-comm-out
           perform 0345-compute-paid-to-date
           move ws-ptd-comm-amount to cm-ptd-out
           evaluate true
                   move 'NO RATE ON FILE' to cm-note-out
               when ws-calc-remaining > 0
                   move 'RATE BAND SHORT' to cm-note-out
               when ws-chgbk-at-bands
                   move 'CHGBK AT BANDS' to cm-note-out
               when other
                   move spaces to cm-note-out
           end-evaluate
           move ws-date to pay-run-date
           move ws-period-from to pay-period-from
           move ws-period-to to pay-period-to
           move ws-calc-net-sales to pay-sales-amount
           move ws-calc-net-commission to pay-comm-amount
           write payables-record.

      *    the paid-to-date column sums the rep's register history,
                   to ws-paid-tbl-code(ws-paid-count)
               move ws-period-from to ws-paid-tbl-from(ws-paid-count)
               move ws-period-to to ws-paid-tbl-to(ws-paid-count)
               move ws-calc-net-sales
                   to ws-paid-tbl-sales(ws-paid-count)
               move ws-calc-net-commission
                   to ws-paid-tbl-comm(ws-paid-count)
           else
               move 'Y' to ws-paid-overflow-switch
       0340-find-rep-name.
           move 'N' to ws-rep-found-switch
           move '*NOT ON REP MASTER*' to ws-lookup-rep-name
           if ws-repmst-open
               move ws-tbl-rep-code(ws-sub1) to rpm-rep-code
               read rep-master-file
                   invalid key
                       move 'N' to ws-rep-found-switch
                   not invalid key
                       move 'Y' to ws-rep-found-switch
                       move rpm-rep-name to ws-lookup-rep-name
               end-read
           end-if.

       0400-print-headings.
           move ws-mo-date to cm-mo-out
           else
               perform 0950-rewrite-paid-register
           end-if
           if ws-repmst-open
               close rep-master-file
           end-if
           close extract-file
                 payables-file
                 comm-report-file.
