       identification division.
         program-id. mastconv.
      *
      * 2026-10-15  new program.  one-time conversion of the rep and
      *             customer reference masters from the line sequential
      *             repmast.txt and custmast.txt to the indexed
      *             repmast.dat, keyed on rep code, and custmast.dat,
      *             keyed on customer code, that every program now
      *             reads by key.  a record with a blank code, or a
      *             second record for a code already converted, is
      *             dropped and listed on mastconv.rpt (the first
      *             record for a code is the one kept) and the run ends
      *             with return code 8.  a master whose .dat file is
      *             already on file is not touched - it may carry
      *             maintenance applied since it was converted - and
      *             the run ends with return code 12.  a master whose
      *             .txt file is not on file is noted and skipped.
      *
       environment division.
       configuration section.
       input-output section.
       file-control.
           select old-rep-master-file assign to 'repmast.txt'
               organization is line sequential
               file status is ws-oldrep-file-status.
           select old-cust-master-file assign to 'custmast.txt'
               organization is line sequential
               file status is ws-oldcust-file-status.
           select rep-master-file assign to 'repmast.dat'
               organization is indexed
               access mode is dynamic
               record key is rpm-rep-code
               file status is ws-repmst-file-status.
           select cust-master-file assign to 'custmast.dat'
               organization is indexed
               access mode is dynamic
               record key is cst-cust-code
               file status is ws-custmst-file-status.
           select conv-report-file assign to 'mastconv.rpt'
               organization is line sequential.
       data division.
       file section.
       fd  old-rep-master-file.
       01  old-rep-master-record.
           05  orp-rep-code                 pic x(5).
           05  orp-rep-name                 pic x(20).
           05  orp-region                   pic x(10).
           05  orp-active-flag              pic x(1).
       fd  old-cust-master-file.
       01  old-cust-master-record.
           05  ocs-cust-code                pic x(5).
           05  ocs-cust-name                pic x(20).
           05  ocs-branch-code              pic x(3).
           05  ocs-active-flag              pic x(1).
           05  ocs-tax-exempt-flag          pic x(1).
           05  ocs-exempt-cert-no           pic x(15).
       fd  rep-master-file.
       01  rep-master-record.
           05  rpm-rep-code                 pic x(5).
           05  rpm-rep-name                 pic x(20).
           05  rpm-region                   pic x(10).
           05  rpm-active-flag              pic x(1).
       fd  cust-master-file.
       01  cust-master-record.
           05  cst-cust-code                pic x(5).
           05  cst-cust-name                pic x(20).
           05  cst-branch-code              pic x(3).
           05  cst-active-flag              pic x(1).
           05  cst-tax-exempt-flag          pic x(1).
           05  cst-exempt-cert-no           pic x(15).
       fd  conv-report-file.
       01  out-conv-record                  pic x(100).

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
           05  ws-oldrep-file-status        pic x(2)  value '00'.
           05  ws-oldcust-file-status       pic x(2)  value '00'.
           05  ws-repmst-file-status        pic x(2)  value '00'.
           05  ws-custmst-file-status       pic x(2)  value '00'.
           05  ws-reject-reason             pic x(30) value spaces.
           05  ws-master-note               pic x(50) value spaces.
           05  ws-read-count                pic 9(5)  value 0.
           05  ws-converted-count           pic 9(5)  value 0.
           05  ws-rejected-count            pic 9(5)  value 0.
           05  ws-total-rejected-count      pic 9(5)  value 0.
           05  ws-already-converted-switch  pic x(1)  value 'N'.
               88  ws-master-already-converted value 'Y'.
       01  mc-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(44)
                value 'REP AND CUSTOMER MASTER CONVERSION LISTING'.
           05  filler                       pic x(9)
                value 'RUN DATE '.
           05  mc-date-out.
               10  mc-mo-out                pic 99.
               10  filler                   pic x value '/'.
               10  mc-day-out               pic 99.
               10  filler                   pic x value '/'.
               10  mc-yr-out                pic 99.
           05  filler                       pic x(29) value spaces.
       01  mc-master-line.
           05  filler                       pic x(5)  value spaces.
           05  mc-master-title-out          pic x(50).
           05  filler                       pic x(45) value spaces.
       01  mc-detail-line.
           05  filler                       pic x(5)  value spaces.
           05  mc-code-out                  pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  mc-name-out                  pic x(20).
           05  filler                       pic x(2)  value spaces.
           05  mc-reason-out                pic x(30).
           05  filler                       pic x(36) value spaces.
       01  mc-note-line.
           05  filler                       pic x(5)  value spaces.
           05  mc-note-out                  pic x(50).
           05  filler                       pic x(45) value spaces.
       01  mc-count-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(13)
                value 'RECORDS READ '.
           05  mc-read-count-out            pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(10)
                value 'CONVERTED '.
           05  mc-converted-count-out       pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(9)
                value 'REJECTED '.
           05  mc-rejected-count-out        pic zz,zz9.
           05  filler                       pic x(35) value spaces.

       procedure division.
       0000-convert-masters.
           perform 0100-initialize-program
           perform 0200-convert-rep-master
           perform 0300-convert-cust-master
           perform 0900-terminate-program
           stop run.

       0100-initialize-program.
           accept ws-date from date
           open output conv-report-file
           perform 0400-print-headings.

      *    an indexed master already on file is left alone - it may
      *    carry repmaint changes applied since it was converted, and
      *    opening it output would lose them.
       0200-convert-rep-master.
           move 'REP MASTER  repmast.txt TO repmast.dat'
               to mc-master-title-out
           perform 0450-print-master-title
           move 'N' to ws-already-converted-switch
           open input rep-master-file
           evaluate ws-repmst-file-status
               when '00'
                   close rep-master-file
                   move 'Y' to ws-already-converted-switch
               when '35'
                   continue
               when other
                   display 'REP MASTER FILE ERROR - repmast.dat '
                       'STATUS ' ws-repmst-file-status
                   move 16 to return-code
                   stop run
           end-evaluate
           evaluate true
               when ws-master-already-converted
                   move 'repmast.dat ALREADY ON FILE - NOT CONVERTED'
                       to ws-master-note
                   perform 0460-print-master-note
                   move 12 to return-code
               when other
                   open input old-rep-master-file
                   if ws-oldrep-file-status not = '00'
                       move 'repmast.txt NOT AVAILABLE - NOT CONVERTED'
                           to ws-master-note
                       perform 0460-print-master-note
                   else
                       perform 0250-load-rep-master
                   end-if
           end-evaluate.

       0250-load-rep-master.
           move 0 to ws-read-count
           move 0 to ws-converted-count
           move 0 to ws-rejected-count
           open output rep-master-file
           move 'yes' to are-there-more-records
           perform 0510-read-old-rep-record
           perform 0260-convert-rep-record
               until no-more-records
           close old-rep-master-file
                 rep-master-file
           perform 0470-print-master-counts.

       0260-convert-rep-record.
           add 1 to ws-read-count
           if orp-rep-code = spaces
               move 'REP CODE IS BLANK' to ws-reject-reason
               perform 0270-write-rep-reject-line
           else
               move old-rep-master-record to rep-master-record
               write rep-master-record
                   invalid key
                       move 'DUPLICATE CODE - FIRST KEPT'
                           to ws-reject-reason
                       perform 0270-write-rep-reject-line
                   not invalid key
                       add 1 to ws-converted-count
               end-write
           end-if
           perform 0510-read-old-rep-record.

       0270-write-rep-reject-line.
           move orp-rep-code to mc-code-out
           move orp-rep-name to mc-name-out
           move ws-reject-reason to mc-reason-out
           move mc-detail-line to out-conv-record
           write out-conv-record
               after advancing 1 line
           add 1 to ws-rejected-count
           add 1 to ws-total-rejected-count.

       0300-convert-cust-master.
           move 'CUSTOMER MASTER  custmast.txt TO custmast.dat'
               to mc-master-title-out
           perform 0450-print-master-title
           move 'N' to ws-already-converted-switch
           open input cust-master-file
           evaluate ws-custmst-file-status
               when '00'
                   close cust-master-file
                   move 'Y' to ws-already-converted-switch
               when '35'
                   continue
               when other
                   display 'CUSTOMER MASTER FILE ERROR - custmast.dat '
                       'STATUS ' ws-custmst-file-status
                   move 16 to return-code
                   stop run
           end-evaluate
           evaluate true
               when ws-master-already-converted
                   move 'custmast.dat ALREADY ON FILE - NOT CONVERTED'
                       to ws-master-note
                   perform 0460-print-master-note
                   move 12 to return-code
               when other
                   open input old-cust-master-file
                   if ws-oldcust-file-status not = '00'
                       move 'custmast.txt NOT AVAILABLE - NOT CONVERTED'
                           to ws-master-note
                       perform 0460-print-master-note
                   else
                       perform 0350-load-cust-master
                   end-if
           end-evaluate.

       0350-load-cust-master.
           move 0 to ws-read-count
           move 0 to ws-converted-count
           move 0 to ws-rejected-count
           open output cust-master-file
           move 'yes' to are-there-more-records
           perform 0520-read-old-cust-record
           perform 0360-convert-cust-record
               until no-more-records
           close old-cust-master-file
                 cust-master-file
           perform 0470-print-master-counts.

       0360-convert-cust-record.
           add 1 to ws-read-count
           if ocs-cust-code = spaces
               move 'CUST CODE IS BLANK' to ws-reject-reason
               perform 0370-write-cust-reject-line
           else
               move old-cust-master-record to cust-master-record
               write cust-master-record
                   invalid key
                       move 'DUPLICATE CODE - FIRST KEPT'
                           to ws-reject-reason
                       perform 0370-write-cust-reject-line
                   not invalid key
                       add 1 to ws-converted-count
               end-write
           end-if
           perform 0520-read-old-cust-record.

       0370-write-cust-reject-line.
           move ocs-cust-code to mc-code-out
           move ocs-cust-name to mc-name-out
           move ws-reject-reason to mc-reason-out
           move mc-detail-line to out-conv-record
           write out-conv-record
               after advancing 1 line
           add 1 to ws-rejected-count
           add 1 to ws-total-rejected-count.

       0400-print-headings.
           move ws-mo-date to mc-mo-out
           move ws-day-date to mc-day-out
           move ws-yr-date to mc-yr-out
           move mc-heading-1 to out-conv-record
           write out-conv-record
               after advancing page.

       0450-print-master-title.
           move mc-master-line to out-conv-record
           write out-conv-record
               after advancing 2 lines.

       0460-print-master-note.
           move ws-master-note to mc-note-out
           move mc-note-line to out-conv-record
           write out-conv-record
               after advancing 1 line.

       0470-print-master-counts.
           move ws-read-count to mc-read-count-out
           move ws-converted-count to mc-converted-count-out
           move ws-rejected-count to mc-rejected-count-out
           move mc-count-line to out-conv-record
           write out-conv-record
               after advancing 1 line.

       0510-read-old-rep-record.
           read old-rep-master-file
               at end
                   move 'no' to are-there-more-records
           end-read.

       0520-read-old-cust-record.
           read old-cust-master-file
               at end
                   move 'no' to are-there-more-records
           end-read.

      *    an already-converted master (return code 12) outranks
      *    dropped records (return code 8).
       0900-terminate-program.
           if ws-total-rejected-count > 0
               display 'MASTCONV - ' ws-total-rejected-count
                   ' RECORD(S) DROPPED - SEE mastconv.rpt'
               if return-code < 8
                   move 8 to return-code
               end-if
           end-if
           close conv-report-file.
