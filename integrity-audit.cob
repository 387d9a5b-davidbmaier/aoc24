       identification division.
       program-id. integaud.

       environment division.
           input-output section.
           file-control.
           select shared-input assign to dynamic shared-input-name
           organization is line sequential
           file status is shared-input-status.

           select integrity-report
               assign to dynamic integrity-report-name
           organization is line sequential.

           select integrity-findings
               assign to "batch-integrity-findings"
           organization is line sequential
           file status is findings-status.

           select integrity-acknowledged
               assign to "batch-integrity-acknowledged"
           organization is line sequential
           file status is acknowledged-status.

           select integrity-register
               assign to "batch-integrity-register"
           organization is line sequential
           file status is register-status.

           select batch-alerts assign to "batch-alerts"
           organization is line sequential
           file status is batch-alerts-status.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
      *    one of the shared files, live or a dated run control
      *    archive - read wider than any of their layouts, so a
      *    record running past its layout shows
           fd shared-input.
           01 shared-input-line pic X(200).

           fd integrity-report.
           01 integrity-report-line pic X(120).

           fd integrity-findings.
           01 integrity-findings-line pic X(214).

           fd integrity-acknowledged.
           01 integrity-acknowledged-line pic X(152).

           fd integrity-register.
           01 integrity-register-line pic X(102).

           fd batch-alerts.
           01 batch-alerts-line pic X(106).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 shared-input-status pic X(2).
           01 findings-status pic X(2).
           01 acknowledged-status pic X(2).
           01 register-status pic X(2).
           01 batch-alerts-status pic X(2).
           01 capacity-log-status pic X(2).
           01 shared-input-name pic X(50) value spaces.
           01 integrity-report-name pic X(40) value spaces.
           01 shared-buffer pic X(200).
           01 line-number pic 9(7).

      *    run-date stamp and the current run number it resolves to -
      *    the audit raises its alert against the run in progress
           01 current-datetime pic X(21).
           01 run-date pic X(8).
           01 run-date-raw pic X(8) value spaces.
           01 current-run-number pic 9(5) value 0.

      *    how many days of run control archives are read back, so
      *    a run the housekeeping roll has taken off the live
      *    journal still counts as issued; the window is probed up
      *    to today, or the run date if later, since the roll dates
      *    an archive by the day it ran
           01 archive-days-raw pic X(3) value spaces.
           01 archive-days pic 9(3) value 60.
           01 date-num pic 9(8).
           01 probe-int pic 9(8).
           01 probe-start-int pic 9(8).
           01 probe-end-int pic 9(8).
           01 probe-date-num pic 9(8).
           01 probe-date-x pic X(8).

      *    the shared file layouts, as their writers lay them out
           01 run-control-record.
               05 rc-run-number pic 9(5).
               05 filler pic X(2).
               05 rc-business-date pic X(8).
               05 filler pic X(2).
               05 rc-step-tag pic X(10).
               05 filler pic X(2).
               05 rc-status pic X(8).
               05 filler pic X(2).
               05 rc-timestamp pic X(14).

           01 control-total-record.
               05 ctl-run-number pic 9(5).
               05 filler pic X(2).
               05 ctl-program-tag pic X(10).
               05 filler pic X(2).
               05 ctl-total pic 9(10).
               05 filler pic X(2).
               05 ctl-business-date pic X(8).

           01 accounting-record.
               05 acct-run-number pic 9(5).
               05 filler pic X(2).
               05 acct-program-tag pic X(10).
               05 filler pic X(2).
               05 acct-records-read pic 9(9).
               05 filler pic X(2).
               05 acct-processed pic 9(9).
               05 filler pic X(2).
               05 acct-rejected pic 9(9).
               05 filler pic X(2).
               05 acct-business-date pic X(8).
               05 filler pic X(2).
               05 acct-duplicates pic X(9).

           01 audit-record.
               05 aud-program-tag pic X(10).
               05 filler pic X(2).
               05 aud-run-timestamp pic X(14).
               05 filler pic X(2).
               05 aud-input-dataset pic X(20).
               05 filler pic X(2).
               05 aud-record-count pic 9(7).
               05 filler pic X(2).
               05 aud-final-total pic 9(10).
               05 filler pic X(2).
               05 aud-business-date pic X(8).
               05 filler pic X(2).
               05 aud-params pic X(29).

           01 alert-record.
               05 alr-severity pic X(1).
               05 filler pic X(2) value spaces.
               05 alr-condition pic X(16).
               05 filler pic X(2) value spaces.
               05 alr-program-tag pic X(10).
               05 filler pic X(2) value spaces.
               05 alr-run-number pic 9(5).
               05 filler pic X(2) value spaces.
               05 alr-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 alr-timestamp pic X(14).
               05 filler pic X(2) value spaces.
               05 alr-text pic X(40).
           01 already-alerted pic A(1) value "N".

      *    every step tag the run control journal may carry, the
      *    run's own *RUN* record first
           01 journal-step-list.
               05 filler pic X(10) value "*RUN*".
               05 filler pic X(10) value "DAY1TASK1".
               05 filler pic X(10) value "DAY1TASK2".
               05 filler pic X(10) value "DAY1TASK3".
               05 filler pic X(10) value "VERIFYDAY1".
               05 filler pic X(10) value "DAY2TASK1".
               05 filler pic X(10) value "DAY2TASK2".
               05 filler pic X(10) value "BATCHSUMM".
               05 filler pic X(10) value "BALANCING".
           01 journal-step-list-r redefines journal-step-list.
               05 journal-step occurs 9 times pic X(10).
           01 journal-step-count pic 9(1) value 9.
           01 j pic 9(2). *> iterator over journal steps
           01 journal-step-found pic 9(2).
           01 status-ok pic A(1).

      *    every program tag the other shared files may carry. S is
      *    a batch step, whose records must tie to that step of
      *    their run on the journal; R works inside a run, and its
      *    records must tie to a run for their date; N is
      *    maintenance outside any run, checked for layout only.
      *    The flags say which files may carry the tag - control
      *    totals, accounting, audit log and alerts - and for a
      *    step, which records its COMPLETE must have left
           01 program-tag-list.
               05 filler.
                   10 filler pic X(10) value "DAY1TASK1".
                   10 filler pic X(1) value "S".
                   10 filler pic X(10) value "DAY1TASK1".
                   10 filler pic X(4) value "YYYY".
               05 filler.
                   10 filler pic X(10) value "DAY1TASK2".
                   10 filler pic X(1) value "S".
                   10 filler pic X(10) value "DAY1TASK2".
                   10 filler pic X(4) value "YYYY".
               05 filler.
                   10 filler pic X(10) value "DAY1TASK3".
                   10 filler pic X(1) value "S".
                   10 filler pic X(10) value "DAY1TASK3".
                   10 filler pic X(4) value "NYNY".
               05 filler.
                   10 filler pic X(10) value "DAY1TASK3D".
                   10 filler pic X(1) value "S".
                   10 filler pic X(10) value "DAY1TASK3".
                   10 filler pic X(4) value "NNYN".
               05 filler.
                   10 filler pic X(10) value "DAY1TASK3S".
                   10 filler pic X(1) value "S".
                   10 filler pic X(10) value "DAY1TASK3".
                   10 filler pic X(4) value "NNYN".
               05 filler.
                   10 filler pic X(10) value "DAY2TASK1".
                   10 filler pic X(1) value "S".
                   10 filler pic X(10) value "DAY2TASK1".
                   10 filler pic X(4) value "YYYY".
               05 filler.
                   10 filler pic X(10) value "DAY2TASK2".
                   10 filler pic X(1) value "S".
                   10 filler pic X(10) value "DAY2TASK2".
                   10 filler pic X(4) value "NYYY".
               05 filler.
                   10 filler pic X(10) value "BALANCING".
                   10 filler pic X(1) value "S".
                   10 filler pic X(10) value "BALANCING".
                   10 filler pic X(4) value "NNNY".
               05 filler.
                   10 filler pic X(10) value "FEEDINTAKE".
                   10 filler pic X(1) value "R".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNYY".
               05 filler.
                   10 filler pic X(10) value "DAY1REPAIR".
                   10 filler pic X(1) value "R".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNYN".
               05 filler.
                   10 filler pic X(10) value "DAY1TASK1A".
                   10 filler pic X(1) value "R".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNYN".
               05 filler.
                   10 filler pic X(10) value "DAY1TASK2A".
                   10 filler pic X(1) value "R".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNYN".
               05 filler.
                   10 filler pic X(10) value "OPCONS".
                   10 filler pic X(1) value "R".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNYN".
               05 filler.
                   10 filler pic X(10) value "RUNBACKOUT".
                   10 filler pic X(1) value "R".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNYN".
               05 filler.
                   10 filler pic X(10) value "FEEDCHK".
                   10 filler pic X(1) value "R".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNNY".
               05 filler.
                   10 filler pic X(10) value "DELIVERY".
                   10 filler pic X(1) value "R".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNNY".
               05 filler.
                   10 filler pic X(10) value "QASIGNOFF".
                   10 filler pic X(1) value "R".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNNY".
               05 filler.
                   10 filler pic X(10) value "CAPHEAD".
                   10 filler pic X(1) value "R".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNNY".
               05 filler.
                   10 filler pic X(10) value "INTEGAUD".
                   10 filler pic X(1) value "R".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNNY".
               05 filler.
                   10 filler pic X(10) value "PARMAINT".
                   10 filler pic X(1) value "N".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNYN".
               05 filler.
                   10 filler pic X(10) value "LOCMAINT".
                   10 filler pic X(1) value "N".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNYN".
               05 filler.
                   10 filler pic X(10) value "PERCLOSE".
                   10 filler pic X(1) value "N".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNYN".
               05 filler.
                   10 filler pic X(10) value "RUNCTL".
                   10 filler pic X(1) value "N".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNYN".
               05 filler.
                   10 filler pic X(10) value "ROSTMAINT".
                   10 filler pic X(1) value "N".
                   10 filler pic X(10) value spaces.
                   10 filler pic X(4) value "NNYN".
           01 program-tag-list-r redefines program-tag-list.
               05 program-tag-entry occurs 24 times.
                   10 ptg-tag pic X(10).
                   10 ptg-class pic X(1).
                   10 ptg-step pic X(10).
                   10 ptg-on-totals pic X(1).
                   10 ptg-on-accounting pic X(1).
                   10 ptg-on-audit pic X(1).
                   10 ptg-on-alerts pic X(1).
           01 program-tag-count pic 9(2) value 24.
           01 p pic 9(2). *> iterator over program tags
           01 tag-probe pic X(10).
           01 tag-found pic 9(2).

      *    every run number issued, by number - the business date
      *    its *RUN* record names, O once opened and B once backed
      *    out; the journal's whole number range, not a limit
           01 run-table.
               05 run-entry occurs 99999 times.
                   10 run-date-of pic X(8).
                   10 run-state pic X(1).
           01 lowest-run pic 9(5) value 0.
           01 highest-run pic 9(5) value 0.
           01 last-open-run pic 9(5).
           01 r pic 9(6). *> iterator over run numbers
           01 gap-start pic 9(5).
           01 gap-end pic 9(5).

      *    every step each run journaled, and whether the step's
      *    COMPLETE left its control total and accounting behind;
      *    the run's own *RUN* entry places it on its date
           01 step-capacity pic 9(5) value 5000.
           01 step-count pic 9(5) value 0.
           01 step-table.
               05 step-entry occurs 5000 times.
                   10 stp-run pic 9(5).
                   10 stp-date pic X(8).
                   10 stp-step pic X(10).
                   10 stp-live pic A(1).
                   10 stp-complete pic A(1).
                   10 stp-total-seen pic A(1).
                   10 stp-accounting-seen pic A(1).
           01 st pic 9(5). *> iterator over journal steps
           01 step-found pic 9(5).
           01 journal-is-live pic A(1).

      *    what the record being checked says it belongs to
           01 ref-run pic 9(5).
           01 ref-date pic X(8).
           01 ref-step pic X(10).
           01 ref-class pic X(1).
           01 ref-may-outlive pic A(1).
           01 date-has-run pic A(1).
           01 date-has-backout pic A(1).

      *    field checks
           01 layout-fault pic X(40).
           01 check-date pic X(8).
           01 check-date-num pic 9(8).
           01 date-ok pic A(1).
           01 check-stamp.
               05 chs-date pic X(8).
               05 chs-hour pic 9(2).
               05 chs-minute pic 9(2).
               05 chs-second pic 9(2).
           01 stamp-ok pic A(1).

      *    findings an operator has already acknowledged - a
      *    finding is known again by its check, source and record,
      *    and only a finding not on this list is a fresh break
           01 acknowledged-capacity pic 9(5) value 5000.
           01 acknowledged-count pic 9(5) value 0.
           01 acknowledged-table.
               05 acknowledged-entry occurs 5000 times.
                   10 ack-key pic X(152).
                   10 ack-still-found pic A(1).
           01 a pic 9(5). *> iterator over acknowledged findings
           01 acknowledged-found pic 9(5).

      *    one finding: what failed, in which file, and the record
      *    it failed on
           01 finding-key.
               05 fnd-check pic X(8).
               05 fnd-source pic X(34).
               05 fnd-image pic X(110).
           01 finding-text pic X(60).
           01 findings-record.
               05 fdr-key pic X(152).
               05 filler pic X(2) value spaces.
               05 fdr-text pic X(60).
           01 break-count pic 9(7) value 0.
           01 standing-acknowledged pic 9(7) value 0.

      *    the checks, in report order, and how often each failed
           01 check-list.
               05 filler.
                   10 filler pic X(8) value "LAYOUT".
                   10 filler pic X(30)
                       value "MALFORMED RECORDS".
               05 filler.
                   10 filler pic X(8) value "NORUN".
                   10 filler pic X(30)
                       value "RECORDS OF NO JOURNALED RUN".
               05 filler.
                   10 filler pic X(8) value "NOSTEP".
                   10 filler pic X(30)
                       value "RECORDS OF NO JOURNALED STEP".
               05 filler.
                   10 filler pic X(8) value "TWODATES".
                   10 filler pic X(30)
                       value "RUNS ON TWO BUSINESS DATES".
               05 filler.
                   10 filler pic X(8) value "NOTOTAL".
                   10 filler pic X(30)
                       value "COMPLETE STEPS WITHOUT TOTAL".
               05 filler.
                   10 filler pic X(8) value "NOACCT".
                   10 filler pic X(30)
                       value "COMPLETE STEPS W/O ACCOUNTING".
               05 filler.
                   10 filler pic X(8) value "LEFTOVER".
                   10 filler pic X(30)
                       value "BACKED-OUT RUN RECORDS LEFT".
               05 filler.
                   10 filler pic X(8) value "ORDER".
                   10 filler pic X(30)
                       value "RUNS OPENED OUT OF ORDER".
               05 filler.
                   10 filler pic X(8) value "GAP".
                   10 filler pic X(30)
                       value "RUN NUMBER GAPS".
           01 check-list-r redefines check-list.
               05 check-entry occurs 9 times.
                   10 check-code pic X(8).
                   10 check-description pic X(30).
           01 check-code-count pic 9(1) value 9.
           01 check-count-table.
               05 check-count occurs 9 times pic 9(7).
           01 c pic 9(2). *> iterator over checks

      *    records read, per file
           01 journal-read pic 9(7) value 0.
           01 archive-read pic 9(7) value 0.
           01 totals-read pic 9(7) value 0.
           01 accounting-read pic 9(7) value 0.
           01 audit-read pic 9(7) value 0.
           01 alerts-read pic 9(7) value 0.

      *    the integrity register - every audit's outcome, and every
      *    operator acknowledgement of a break
           01 register-record.
               05 irg-timestamp pic X(14).
               05 filler pic X(2) value spaces.
               05 irg-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 irg-run-number pic 9(5).
               05 filler pic X(2) value spaces.
               05 irg-event pic X(8).
               05 filler pic X(2) value spaces.
               05 irg-finding-count pic 9(7).
               05 filler pic X(2) value spaces.
               05 irg-operator-id pic X(8).
               05 filler pic X(2) value spaces.
               05 irg-reason pic X(40).

      *    report lines - each finding, then the record it names
           01 report-finding-record.
               05 rpf-check pic X(8).
               05 filler pic X(2) value spaces.
               05 rpf-source pic X(34).
               05 filler pic X(2) value spaces.
               05 rpf-line pic Z(6)9.
               05 filler pic X(2) value spaces.
               05 rpf-text pic X(60).
           01 report-image-record.
               05 filler pic X(2) value spaces.
               05 rpi-state pic X(6).
               05 filler pic X(2) value spaces.
               05 rpi-image pic X(110).

           01 summary-record.
               05 sum-label pic X(30).
               05 filler pic X(2) value spaces.
               05 sum-count pic 9(7).
           01 heading-line pic X(120).
           01 edit-run pic 9(5).
           01 edit-run-2 pic 9(5).

      *    capacity high-water marks for the shared capacity log
           01 capacity-record.
               05 cap-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 cap-run-number pic 9(5).
               05 filler pic X(2) value spaces.
               05 cap-program-tag pic X(10).
               05 filler pic X(2) value spaces.
               05 cap-limit-name pic X(20).
               05 filler pic X(2) value spaces.
               05 cap-capacity pic 9(7).
               05 filler pic X(2) value spaces.
               05 cap-high-water pic 9(7).
               05 filler pic X(2) value spaces.
               05 cap-timestamp pic X(14).

       procedure division.
      *    run date defaults to today unless overridden
           accept run-date-raw from environment "BATCH_RUN_DATE"
           if run-date-raw not = spaces
                   and function test-numval(run-date-raw) = 0
               move run-date-raw to run-date
           else
               move function current-date to current-datetime
               move current-datetime(1:8) to run-date
           end-if

           accept archive-days-raw
               from environment "INTEGRITY_ARCHIVE_DAYS"
           if archive-days-raw not = spaces
               if function test-numval(archive-days-raw) = 0
                   compute archive-days =
                       function numval(archive-days-raw)
               end-if
           end-if
           if archive-days < 1 or archive-days > 366
               display "INTEGAUD ABEND: INTEGRITY_ARCHIVE_DAYS '"
                   function trim(archive-days-raw)
                   "' is not 1 to 366"
               move 8 to return-code
               stop run
           end-if

           move spaces to run-table
           move 1 to c
           perform until c > check-code-count
               move 0 to check-count(c)
               add 1 to c
           end-perform

           perform load-acknowledged-findings

           string "batch-integrity-report-" delimited by size
               run-date delimited by size
               into integrity-report-name
           end-string
           open output integrity-report
           open output integrity-findings
           move spaces to heading-line
           string "INTEGRITY AUDIT OF THE SHARED BATCH FILES FOR "
                   delimited by size
               run-date delimited by size
               into heading-line
           end-string
           write integrity-report-line from heading-line
           move "CHECK     SOURCE                              " &
               "   LINE  FINDING" to heading-line
           write integrity-report-line from heading-line

      *    the runs issued - archives in date order, then the live
      *    journal - and then every journal record against them
           perform load-issued-runs
           perform check-journal-records

           move "batch-control-totals" to shared-input-name
           perform check-control-totals
           move "batch-records-accounting" to shared-input-name
           perform check-accounting
           move "batch-audit-log" to shared-input-name
           perform check-audit-log
           move "batch-alerts" to shared-input-name
           perform check-alerts

           move "batch-run-control" to shared-input-name
           perform check-complete-steps
           perform check-run-gaps

           perform write-integrity-summary
           close integrity-findings
           close integrity-report
           perform rewrite-acknowledged-findings
           perform write-register-record

           if break-count > 0 and already-alerted = 'N'
               move "E" to alr-severity
               move "INTEGRITY-BREAK" to alr-condition
               move spaces to alr-text
               string break-count delimited by size
                   " new break(s) in shared files" delimited by size
                   into alr-text
               end-string
               perform write-alert
           end-if
           perform write-capacity-marks

           if break-count > 0
               display "integrity audit: " break-count
                   " new break(s), " standing-acknowledged
                   " acknowledged earlier - runs are held until an "
                   "operator acknowledges them, see "
                   function trim(integrity-report-name)
           else
               display "integrity audit: no new breaks, "
                   standing-acknowledged " acknowledged earlier"
           end-if

           goback.

      *----------------------------------------------------------------
      *    load-acknowledged-findings - the findings operators have
      *    already acknowledged; none on file means none yet
      *----------------------------------------------------------------
           load-acknowledged-findings.
               move 'N' to eof
               open input integrity-acknowledged
               if acknowledged-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read integrity-acknowledged
                       at end
                           move 'E' to eof
                       not at end
                           if acknowledged-count
                                   >= acknowledged-capacity
                               display "INTEGAUD ABEND: acknowledged "
                                   "findings exceed table capacity "
                                   "of " acknowledged-capacity
                               move 16 to return-code
                               stop run
                           end-if
                           add 1 to acknowledged-count
                           move integrity-acknowledged-line
                               to ack-key(acknowledged-count)
                           move 'N'
                               to ack-still-found(acknowledged-count)
                   end-read
               end-perform
               close integrity-acknowledged
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    load-issued-runs - every *RUN* record on the archived and
      *    live journals, so every run number issued is known with
      *    its business date before any record is checked
      *----------------------------------------------------------------
           load-issued-runs.
               move run-date to date-num
               compute probe-end-int =
                   function integer-of-date(date-num)
               move function current-date to current-datetime
               move current-datetime(1:8) to probe-date-num
               compute probe-int =
                   function integer-of-date(probe-date-num)
               if probe-int > probe-end-int
                   move probe-int to probe-end-int
               end-if
               compute probe-start-int =
                   probe-end-int - archive-days + 1

               move probe-start-int to probe-int
               perform until probe-int > probe-end-int
                   perform name-journal-archive
                   move 'N' to journal-is-live
                   perform read-issued-runs
                   add 1 to probe-int
               end-perform
               move "batch-run-control" to shared-input-name
               move 'Y' to journal-is-live
               perform read-issued-runs
           exit.

      *----------------------------------------------------------------
      *    name-journal-archive - the run control archive the
      *    housekeeping roll wrote on the probe date
      *----------------------------------------------------------------
           name-journal-archive.
               compute probe-date-num =
                   function date-of-integer(probe-int)
               move probe-date-num to probe-date-x
               move spaces to shared-input-name
               string "batch-run-control-archive-" delimited by size
                   probe-date-x delimited by size
                   into shared-input-name
               end-string
           exit.

      *----------------------------------------------------------------
      *    read-issued-runs - the *RUN* records of one journal file;
      *    each file must open its runs in ascending number order
      *----------------------------------------------------------------
           read-issued-runs.
               move 'N' to eof
               open input shared-input
               if shared-input-status not = "00"
                   exit paragraph
               end-if
               move 0 to line-number
               move 0 to last-open-run
               perform until eof = 'E'
                   read shared-input into shared-buffer
                       at end
                           move 'E' to eof
                       not at end
                           add 1 to line-number
                           move shared-buffer to run-control-record
                           move rc-business-date to check-date
                           perform check-date-valid
                           if rc-step-tag = "*RUN*"
                                   and rc-run-number is numeric
                                   and date-ok = 'Y'
                               if rc-run-number > 0
                                   perform note-issued-run
                               end-if
                           end-if
                   end-read
               end-perform
               close shared-input
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    note-issued-run - an OPEN issues the run number and a
      *    BACKOUT marks it backed out; a number opened twice, or
      *    named for two dates, is a break
      *----------------------------------------------------------------
           note-issued-run.
               if rc-status not = "OPEN" and rc-status not = "BACKOUT"
                   exit paragraph
               end-if
               if journal-is-live = 'Y'
                       and rc-status = "OPEN"
                       and rc-business-date = run-date
                       and rc-run-number > current-run-number
                   move rc-run-number to current-run-number
               end-if

               if rc-status = "OPEN"
                   if rc-run-number <= last-open-run
                       move rc-run-number to edit-run
                       move last-open-run to edit-run-2
                       move spaces to finding-text
                       string "run " edit-run " opened after run "
                               delimited by size
                           edit-run-2 delimited by size
                           into finding-text
                       end-string
                       move "ORDER" to fnd-check
                       perform record-line-finding
                   else
                       move rc-run-number to last-open-run
                   end-if
               end-if

               if run-state(rc-run-number) = space
                   move rc-business-date
                       to run-date-of(rc-run-number)
                   if rc-status = "OPEN"
                       move "O" to run-state(rc-run-number)
                   else
                       move "B" to run-state(rc-run-number)
                   end-if
                   if lowest-run = 0 or rc-run-number < lowest-run
                       move rc-run-number to lowest-run
                   end-if
                   if rc-run-number > highest-run
                       move rc-run-number to highest-run
                   end-if
                   exit paragraph
               end-if

               if run-date-of(rc-run-number) not = rc-business-date
                   move rc-run-number to edit-run
                   move spaces to finding-text
                   string "run " edit-run " already issued for "
                           delimited by size
                       run-date-of(rc-run-number) delimited by size
                       into finding-text
                   end-string
                   move "TWODATES" to fnd-check
                   perform record-line-finding
                   exit paragraph
               end-if
               if rc-status = "BACKOUT"
                   move "B" to run-state(rc-run-number)
               else
                   if run-state(rc-run-number) = "O"
                       move rc-run-number to edit-run
                       move spaces to finding-text
                       string "run " edit-run " opened twice"
                               delimited by size
                           into finding-text
                       end-string
                       move "ORDER" to fnd-check
                       perform record-line-finding
                   end-if
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-journal-records - every record of the archived and
      *    live journals against the runs issued, noting each step
      *    journaled; only the live journal is checked for layout,
      *    an archive's unreadable record is passed over
      *----------------------------------------------------------------
           check-journal-records.
               move probe-start-int to probe-int
               perform until probe-int > probe-end-int
                   perform name-journal-archive
                   move 'N' to journal-is-live
                   perform read-journal-file
                   add 1 to probe-int
               end-perform
               move "batch-run-control" to shared-input-name
               move 'Y' to journal-is-live
               perform read-journal-file
           exit.

      *----------------------------------------------------------------
      *    read-journal-file - one journal file, record by record
      *----------------------------------------------------------------
           read-journal-file.
               move 'N' to eof
               open input shared-input
               if shared-input-status not = "00"
                   exit paragraph
               end-if
               move 0 to line-number
               perform until eof = 'E'
                   read shared-input into shared-buffer
                       at end
                           move 'E' to eof
                       not at end
                           add 1 to line-number
                           move shared-buffer to run-control-record
                           perform check-journal-layout
                           if journal-is-live = 'Y'
                               add 1 to journal-read
                               if layout-fault not = spaces
                                   perform record-layout-finding
                               end-if
                           else
                               add 1 to archive-read
                           end-if
                           if layout-fault = spaces
                               perform check-journal-record
                           end-if
                   end-read
               end-perform
               close shared-input
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    check-journal-layout - a run control record's fields and
      *    separators; the first fault found is the one reported
      *----------------------------------------------------------------
           check-journal-layout.
               move spaces to layout-fault
               move rc-business-date to check-date
               perform check-date-valid
               move rc-timestamp to check-stamp
               perform check-stamp-valid
               move 0 to journal-step-found
               move 1 to j
               perform until j > journal-step-count
                   if journal-step(j) = rc-step-tag
                       move j to journal-step-found
                       move journal-step-count to j
                   end-if
                   add 1 to j
               end-perform
               move 'N' to status-ok
               if journal-step-found = 1
                   if rc-status = "OPEN" or rc-status = "SUPERSED"
                           or rc-status = "BACKOUT"
                       move 'Y' to status-ok
                   end-if
               else
                   if rc-status = "STARTED" or rc-status = "COMPLETE"
                           or rc-status = "RELEASED"
                       move 'Y' to status-ok
                   end-if
               end-if

               if rc-run-number is not numeric
                   move "run number not numeric" to layout-fault
                   exit paragraph
               end-if
               if rc-run-number = 0
                   move "run number zero" to layout-fault
                   exit paragraph
               end-if
               if shared-buffer(6:2) not = spaces
                       or shared-buffer(16:2) not = spaces
                       or shared-buffer(28:2) not = spaces
                       or shared-buffer(38:2) not = spaces
                   move "separator not blank" to layout-fault
                   exit paragraph
               end-if
               if date-ok = 'N'
                   move "business date not a date"
                       to layout-fault
                   exit paragraph
               end-if
               if journal-step-found = 0
                   move "step tag not a batch step"
                       to layout-fault
                   exit paragraph
               end-if
               if status-ok = 'N'
                   move "status not one the step journals"
                       to layout-fault
                   exit paragraph
               end-if
               if stamp-ok = 'N'
                   move "timestamp not a date and time"
                       to layout-fault
                   exit paragraph
               end-if
               if shared-buffer(54:147) not = spaces
                   move "record runs past its layout"
                       to layout-fault
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-journal-record - a journal record must belong to an
      *    issued run, on the run's own date, and a backed-out run
      *    keeps nothing but the marker saying so
      *----------------------------------------------------------------
           check-journal-record.
               move rc-run-number to edit-run
               if run-state(rc-run-number) = space
                   move spaces to finding-text
                   string "run " edit-run " was never opened"
                           delimited by size
                       into finding-text
                   end-string
                   move "NORUN" to fnd-check
                   perform record-line-finding
               else
      *            issued runs were checked as they loaded; every
      *            other record must be on its run's business date
                   if rc-step-tag not = "*RUN*"
                           or (rc-status not = "OPEN"
                               and rc-status not = "BACKOUT")
                       if run-date-of(rc-run-number)
                               not = rc-business-date
                           move spaces to finding-text
                           string "run " edit-run " belongs to "
                                   delimited by size
                               run-date-of(rc-run-number)
                                   delimited by size
                               into finding-text
                           end-string
                           move "TWODATES" to fnd-check
                           perform record-line-finding
                       end-if
                   end-if
                   if run-state(rc-run-number) = "B"
                           and not (rc-step-tag = "*RUN*"
                               and rc-status = "BACKOUT")
                       move spaces to finding-text
                       string "run " edit-run " was backed out"
                               delimited by size
                           into finding-text
                       end-string
                       move "LEFTOVER" to fnd-check
                       perform record-line-finding
                   end-if
               end-if

               move rc-run-number to ref-run
               move rc-business-date to ref-date
               move rc-step-tag to ref-step
               perform find-run-step
               if step-found = 0
                   if step-count >= step-capacity
                       display "INTEGAUD ABEND: journaled steps "
                           "exceed table capacity of " step-capacity
                       move 16 to return-code
                       stop run
                   end-if
                   add 1 to step-count
                   move step-count to step-found
                   move ref-run to stp-run(step-found)
                   move ref-date to stp-date(step-found)
                   move ref-step to stp-step(step-found)
                   move 'N' to stp-live(step-found)
                   move 'N' to stp-complete(step-found)
                   move 'N' to stp-total-seen(step-found)
                   move 'N' to stp-accounting-seen(step-found)
               end-if
               if journal-is-live = 'Y'
                   move 'Y' to stp-live(step-found)
               end-if
               if rc-status = "COMPLETE"
                   move 'Y' to stp-complete(step-found)
               end-if
           exit.

      *----------------------------------------------------------------
      *    find-run-step - the journaled step of ref-run named in
      *    ref-step, if there is one
      *----------------------------------------------------------------
           find-run-step.
               move 0 to step-found
               move 1 to st
               perform until st > step-count
                   if stp-run(st) = ref-run
                           and stp-step(st) = ref-step
                       move st to step-found
                       move step-count to st
                   end-if
                   add 1 to st
               end-perform
           exit.

      *----------------------------------------------------------------
      *    check-control-totals - every control total well formed
      *    and published by a step its run journaled
      *----------------------------------------------------------------
           check-control-totals.
               move 'N' to eof
               open input shared-input
               if shared-input-status not = "00"
                   exit paragraph
               end-if
               move 0 to line-number
               perform until eof = 'E'
                   read shared-input into shared-buffer
                       at end
                           move 'E' to eof
                       not at end
                           add 1 to line-number
                           add 1 to totals-read
                           move shared-buffer to control-total-record
                           perform check-total-layout
                           if layout-fault not = spaces
                               perform record-layout-finding
                           else
                               move ctl-run-number to ref-run
                               move ctl-business-date to ref-date
                               move ptg-step(tag-found) to ref-step
                               move ptg-class(tag-found) to ref-class
                               move 'N' to ref-may-outlive
                               perform check-run-reference
                               if step-found > 0
                                   move 'Y'
                                       to stp-total-seen(step-found)
                               end-if
                           end-if
                   end-read
               end-perform
               close shared-input
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    check-total-layout - a control total record's fields
      *----------------------------------------------------------------
           check-total-layout.
               move spaces to layout-fault
               move ctl-business-date to check-date
               perform check-date-valid
               move ctl-program-tag to tag-probe
               perform find-program-tag
               if ctl-run-number is not numeric
                   move "run number not numeric" to layout-fault
                   exit paragraph
               end-if
               if ctl-run-number = 0
                   move "run number zero" to layout-fault
                   exit paragraph
               end-if
               if shared-buffer(6:2) not = spaces
                       or shared-buffer(18:2) not = spaces
                       or shared-buffer(30:2) not = spaces
                   move "separator not blank" to layout-fault
                   exit paragraph
               end-if
               if tag-found = 0
                   move "program tag unknown" to layout-fault
                   exit paragraph
               end-if
               if ptg-on-totals(tag-found) not = "Y"
                   move "program tag publishes no totals"
                       to layout-fault
                   exit paragraph
               end-if
               if ctl-total is not numeric
                   move "control total not numeric"
                       to layout-fault
                   exit paragraph
               end-if
               if date-ok = 'N'
                   move "business date not a date"
                       to layout-fault
                   exit paragraph
               end-if
               if shared-buffer(40:161) not = spaces
                   move "record runs past its layout"
                       to layout-fault
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-accounting - every accounting record well formed
      *    and published by a step its run journaled
      *----------------------------------------------------------------
           check-accounting.
               move 'N' to eof
               open input shared-input
               if shared-input-status not = "00"
                   exit paragraph
               end-if
               move 0 to line-number
               perform until eof = 'E'
                   read shared-input into shared-buffer
                       at end
                           move 'E' to eof
                       not at end
                           add 1 to line-number
                           add 1 to accounting-read
                           move shared-buffer to accounting-record
                           perform check-accounting-layout
                           if layout-fault not = spaces
                               perform record-layout-finding
                           else
                               move acct-run-number to ref-run
                               move acct-business-date to ref-date
                               move ptg-step(tag-found) to ref-step
                               move ptg-class(tag-found) to ref-class
                               move 'N' to ref-may-outlive
                               perform check-run-reference
                               if step-found > 0
                                   move 'Y' to
                                       stp-accounting-seen(step-found)
                               end-if
                           end-if
                   end-read
               end-perform
               close shared-input
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    check-accounting-layout - an accounting record's fields;
      *    the duplicates column is only carried on day2 rows
      *----------------------------------------------------------------
           check-accounting-layout.
               move spaces to layout-fault
               move acct-business-date to check-date
               perform check-date-valid
               move acct-program-tag to tag-probe
               perform find-program-tag
               if acct-run-number is not numeric
                   move "run number not numeric" to layout-fault
                   exit paragraph
               end-if
               if acct-run-number = 0
                   move "run number zero" to layout-fault
                   exit paragraph
               end-if
               if shared-buffer(6:2) not = spaces
                       or shared-buffer(18:2) not = spaces
                       or shared-buffer(29:2) not = spaces
                       or shared-buffer(40:2) not = spaces
                       or shared-buffer(51:2) not = spaces
                       or shared-buffer(61:2) not = spaces
                   move "separator not blank" to layout-fault
                   exit paragraph
               end-if
               if tag-found = 0
                   move "program tag unknown" to layout-fault
                   exit paragraph
               end-if
               if ptg-on-accounting(tag-found) not = "Y"
                   move "program tag publishes no accounting"
                       to layout-fault
                   exit paragraph
               end-if
               if acct-records-read is not numeric
                       or acct-processed is not numeric
                       or acct-rejected is not numeric
                   move "record count not numeric"
                       to layout-fault
                   exit paragraph
               end-if
               if acct-duplicates not = spaces
                       and acct-duplicates is not numeric
                   move "duplicate count not numeric"
                       to layout-fault
                   exit paragraph
               end-if
               if date-ok = 'N'
                   move "business date not a date"
                       to layout-fault
                   exit paragraph
               end-if
               if shared-buffer(72:129) not = spaces
                   move "record runs past its layout"
                       to layout-fault
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-audit-log - every audit record well formed and tied
      *    to a run of its business date; audit records carry no run
      *    number, so the date places them. A refused action did
      *    nothing to any run and ties to none
      *----------------------------------------------------------------
           check-audit-log.
               move 'N' to eof
               open input shared-input
               if shared-input-status not = "00"
                   exit paragraph
               end-if
               move 0 to line-number
               perform until eof = 'E'
                   read shared-input into shared-buffer
                       at end
                           move 'E' to eof
                       not at end
                           add 1 to line-number
                           add 1 to audit-read
                           move shared-buffer to audit-record
                           perform check-audit-layout
                           if layout-fault not = spaces
                               perform record-layout-finding
                           else
                               if ptg-class(tag-found) not = "N"
                                       and aud-input-dataset(1:8)
                                           not = "REFUSED "
                                   perform check-audit-reference
                               end-if
                           end-if
                   end-read
               end-perform
               close shared-input
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    check-audit-layout - an audit record's fields; records
      *    from before the business date was stamped carry none
      *----------------------------------------------------------------
           check-audit-layout.
               move spaces to layout-fault
               move aud-run-timestamp to check-stamp
               perform check-stamp-valid
               move 'Y' to date-ok
               if aud-business-date not = spaces
                   move aud-business-date to check-date
                   perform check-date-valid
               end-if
               move aud-program-tag to tag-probe
               perform find-program-tag
               if shared-buffer(11:2) not = spaces
                       or shared-buffer(27:2) not = spaces
                       or shared-buffer(49:2) not = spaces
                       or shared-buffer(58:2) not = spaces
                       or shared-buffer(70:2) not = spaces
                       or shared-buffer(80:2) not = spaces
                   move "separator not blank" to layout-fault
                   exit paragraph
               end-if
               if tag-found = 0
                   move "program tag unknown" to layout-fault
                   exit paragraph
               end-if
               if ptg-on-audit(tag-found) not = "Y"
                   move "program tag writes no audit records"
                       to layout-fault
                   exit paragraph
               end-if
               if stamp-ok = 'N'
                   move "timestamp not a date and time"
                       to layout-fault
                   exit paragraph
               end-if
               if aud-record-count is not numeric
                   move "record count not numeric"
                       to layout-fault
                   exit paragraph
               end-if
               if aud-final-total is not numeric
                   move "final total not numeric"
                       to layout-fault
                   exit paragraph
               end-if
               if date-ok = 'N'
                   move "business date not a date"
                       to layout-fault
                   exit paragraph
               end-if
               if shared-buffer(111:90) not = spaces
                   move "record runs past its layout"
                       to layout-fault
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-audit-reference - a run must be on the journal for
      *    the record's date, and a step's record needs that step
      *    journaled for the date - unless the date's run was backed
      *    out, which strips its steps but leaves the audit trail
      *----------------------------------------------------------------
           check-audit-reference.
               if aud-business-date = spaces
                   move aud-run-timestamp(1:8) to ref-date
               else
                   move aud-business-date to ref-date
               end-if
               move 'N' to date-has-run
               move 'N' to date-has-backout
               move 1 to st
               perform until st > step-count
                   if stp-step(st) = "*RUN*"
                           and stp-date(st) = ref-date
                       move 'Y' to date-has-run
                       if run-state(stp-run(st)) = "B"
                           move 'Y' to date-has-backout
                       end-if
                   end-if
                   add 1 to st
               end-perform
               if date-has-run = 'N'
                   move spaces to finding-text
                   string "no run on the journal for "
                           delimited by size
                       ref-date delimited by size
                       into finding-text
                   end-string
                   move "NORUN" to fnd-check
                   perform record-line-finding
                   exit paragraph
               end-if
               if ptg-class(tag-found) not = "S"
                       or date-has-backout = 'Y'
                   exit paragraph
               end-if

               move 0 to step-found
               move 1 to st
               perform until st > step-count
                   if stp-step(st) = ptg-step(tag-found)
                           and stp-date(st) = ref-date
                       move st to step-found
                       move step-count to st
                   end-if
                   add 1 to st
               end-perform
               if step-found = 0
                   move spaces to finding-text
                   string "no " delimited by size
                       ptg-step(tag-found) delimited by space
                       " step on the journal for " delimited by size
                       ref-date delimited by size
                       into finding-text
                   end-string
                   move "NOSTEP" to fnd-check
                   perform record-line-finding
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-alerts - every alert well formed and raised against
      *    a run the journal carries; a run-level program may raise
      *    one outside any run (run zero), a step never does
      *----------------------------------------------------------------
           check-alerts.
               move 'N' to eof
               open input shared-input
               if shared-input-status not = "00"
                   exit paragraph
               end-if
               move 0 to line-number
               perform until eof = 'E'
                   read shared-input into shared-buffer
                       at end
                           move 'E' to eof
                       not at end
                           add 1 to line-number
                           add 1 to alerts-read
                           move shared-buffer to alert-record
                           perform check-alert-layout
                           if layout-fault not = spaces
                               perform record-layout-finding
                           else
                               perform check-alert-reference
                               if alr-condition = "INTEGRITY-BREAK"
                                       and alr-business-date
                                           = run-date
                                       and alr-run-number
                                           = current-run-number
                                   move 'Y' to already-alerted
                               end-if
                           end-if
                   end-read
               end-perform
               close shared-input
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    check-alert-layout - an alert record's fields
      *----------------------------------------------------------------
           check-alert-layout.
               move spaces to layout-fault
               move alr-business-date to check-date
               perform check-date-valid
               move alr-timestamp to check-stamp
               perform check-stamp-valid
               move alr-program-tag to tag-probe
               perform find-program-tag
               if alr-severity not = "E"
                       and alr-severity not = "W"
                   move "severity not E or W" to layout-fault
                   exit paragraph
               end-if
               if shared-buffer(2:2) not = spaces
                       or shared-buffer(20:2) not = spaces
                       or shared-buffer(32:2) not = spaces
                       or shared-buffer(39:2) not = spaces
                       or shared-buffer(49:2) not = spaces
                       or shared-buffer(65:2) not = spaces
                   move "separator not blank" to layout-fault
                   exit paragraph
               end-if
               if alr-condition = spaces
                   move "condition blank" to layout-fault
                   exit paragraph
               end-if
               if tag-found = 0
                   move "program tag unknown" to layout-fault
                   exit paragraph
               end-if
               if ptg-on-alerts(tag-found) not = "Y"
                   move "program tag raises no alerts"
                       to layout-fault
                   exit paragraph
               end-if
               if alr-run-number is not numeric
                   move "run number not numeric" to layout-fault
                   exit paragraph
               end-if
               if date-ok = 'N'
                   move "business date not a date"
                       to layout-fault
                   exit paragraph
               end-if
               if stamp-ok = 'N'
                   move "timestamp not a date and time"
                       to layout-fault
                   exit paragraph
               end-if
               if shared-buffer(107:94) not = spaces
                   move "record runs past its layout"
                       to layout-fault
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-alert-reference - the alert's run, its date, and
      *    for a step the step journaled; an alert outlives a
      *    backout, which strips the steps it was raised by
      *----------------------------------------------------------------
           check-alert-reference.
               if alr-run-number = 0
                   if ptg-class(tag-found) = "S"
                       move spaces to finding-text
                       string "step alert names no run"
                               delimited by size
                           into finding-text
                       end-string
                       move "NORUN" to fnd-check
                       perform record-line-finding
                   end-if
                   exit paragraph
               end-if
               move alr-run-number to ref-run
               move alr-business-date to ref-date
               move ptg-step(tag-found) to ref-step
               move ptg-class(tag-found) to ref-class
               move 'Y' to ref-may-outlive
               perform check-run-reference
           exit.

      *----------------------------------------------------------------
      *    check-run-reference - a record naming ref-run for
      *    ref-date: the run must be issued, for that date, not
      *    backed out (unless the record is one that outlives a
      *    backout), and for a step, the step must be journaled
      *----------------------------------------------------------------
           check-run-reference.
               move 0 to step-found
               move ref-run to edit-run
               if run-state(ref-run) = space
                   move spaces to finding-text
                   string "run " edit-run " is not on the journal"
                           delimited by size
                       into finding-text
                   end-string
                   move "NORUN" to fnd-check
                   perform record-line-finding
                   exit paragraph
               end-if
               if run-date-of(ref-run) not = ref-date
                   move spaces to finding-text
                   string "run " edit-run " belongs to "
                           delimited by size
                       run-date-of(ref-run) delimited by size
                       into finding-text
                   end-string
                   move "TWODATES" to fnd-check
                   perform record-line-finding
                   exit paragraph
               end-if
               if run-state(ref-run) = "B"
                   if ref-may-outlive = 'N'
                       move spaces to finding-text
                       string "run " edit-run " was backed out"
                               delimited by size
                           into finding-text
                       end-string
                       move "LEFTOVER" to fnd-check
                       perform record-line-finding
                   end-if
                   exit paragraph
               end-if
               if ref-class not = "S"
                   exit paragraph
               end-if
               perform find-run-step
               if step-found = 0
                   move spaces to finding-text
                   string "run " edit-run " journaled no "
                           delimited by size
                       ref-step delimited by space
                       " step" delimited by size
                       into finding-text
                   end-string
                   move "NOSTEP" to fnd-check
                   perform record-line-finding
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-complete-steps - every step the live journal shows
      *    COMPLETE for a standing run must have left the control
      *    total and accounting records the step publishes
      *----------------------------------------------------------------
           check-complete-steps.
               move 0 to line-number
               move 1 to st
               perform until st > step-count
                   if stp-live(st) = 'Y'
                           and stp-complete(st) = 'Y'
                           and run-state(stp-run(st)) = "O"
                       move stp-step(st) to tag-probe
                       perform find-program-tag
                       if tag-found > 0
                           perform check-complete-step
                       end-if
                   end-if
                   add 1 to st
               end-perform
           exit.

      *----------------------------------------------------------------
      *    check-complete-step - one COMPLETE step's published records
      *----------------------------------------------------------------
           check-complete-step.
               move stp-run(st) to edit-run
               move spaces to fnd-image
               string "RUN " delimited by size
                   edit-run delimited by size
                   " " delimited by size
                   stp-date(st) delimited by size
                   " " delimited by size
                   stp-step(st) delimited by space
                   " COMPLETE" delimited by size
                   into fnd-image
               end-string
               if ptg-on-totals(tag-found) = "Y"
                       and stp-total-seen(st) = 'N'
                   move "step COMPLETE with no control total"
                       to finding-text
                   move "NOTOTAL" to fnd-check
                   perform record-finding
               end-if
               if ptg-on-accounting(tag-found) = "Y"
                       and stp-accounting-seen(st) = 'N'
                   move "step COMPLETE with no accounting record"
                       to finding-text
                   move "NOACCT" to fnd-check
                   perform record-finding
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-run-gaps - from the lowest run number seen to the
      *    highest, every number must have been issued; each run of
      *    missing numbers is one finding
      *----------------------------------------------------------------
           check-run-gaps.
               if highest-run = 0
                   exit paragraph
               end-if
               move 0 to line-number
               move 0 to gap-start
               move lowest-run to r
               perform until r > highest-run
                   if run-state(r) = space
                       if gap-start = 0
                           move r to gap-start
                       end-if
                   else
                       if gap-start > 0
                           compute gap-end = r - 1
                           perform record-run-gap
                           move 0 to gap-start
                       end-if
                   end-if
                   add 1 to r
               end-perform
           exit.

      *----------------------------------------------------------------
      *    record-run-gap - one run of missing run numbers
      *----------------------------------------------------------------
           record-run-gap.
               move gap-start to edit-run
               move gap-end to edit-run-2
               move spaces to fnd-image
               string "RUNS " delimited by size
                   edit-run delimited by size
                   " TO " delimited by size
                   edit-run-2 delimited by size
                   " NEVER ISSUED" delimited by size
                   into fnd-image
               end-string
               move spaces to finding-text
               string "run numbers " edit-run " to " delimited by size
                   edit-run-2 delimited by size
                   " missing from the journal" delimited by size
                   into finding-text
               end-string
               move "GAP" to fnd-check
               perform record-finding
           exit.

      *----------------------------------------------------------------
      *    find-program-tag - the program tag list entry for
      *    tag-probe, zero when the tag is not one of ours
      *----------------------------------------------------------------
           find-program-tag.
               move 0 to tag-found
               move 1 to p
               perform until p > program-tag-count
                   if ptg-tag(p) = tag-probe
                       move p to tag-found
                       move program-tag-count to p
                   end-if
                   add 1 to p
               end-perform
           exit.

      *----------------------------------------------------------------
      *    check-date-valid - check-date is a real calendar date
      *----------------------------------------------------------------
           check-date-valid.
               move 'N' to date-ok
               if check-date is numeric
                   move check-date to check-date-num
                   if function test-date-yyyymmdd(check-date-num) = 0
                       move 'Y' to date-ok
                   end-if
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-stamp-valid - check-stamp is a real date and time
      *----------------------------------------------------------------
           check-stamp-valid.
               move 'N' to stamp-ok
               if check-stamp is numeric
                   move chs-date to check-date
                   perform check-date-valid
                   if date-ok = 'Y'
                           and chs-hour < 24
                           and chs-minute < 60
                           and chs-second < 60
                       move 'Y' to stamp-ok
                   end-if
               end-if
           exit.

      *----------------------------------------------------------------
      *    record-layout-finding - a malformed record, the fault
      *    found in it
      *----------------------------------------------------------------
           record-layout-finding.
               move spaces to finding-text
               move layout-fault to finding-text
               move "LAYOUT" to fnd-check
               perform record-line-finding
           exit.

      *----------------------------------------------------------------
      *    record-line-finding - a finding on the record just read,
      *    which becomes part of the finding's key
      *----------------------------------------------------------------
           record-line-finding.
               move shared-buffer(1:110) to fnd-image
               perform record-finding
           exit.

      *----------------------------------------------------------------
      *    record-finding - report one finding; one acknowledged
      *    before stands on the report but holds nothing, anything
      *    else is a fresh break for the findings file
      *----------------------------------------------------------------
           record-finding.
               move shared-input-name(1:34) to fnd-source
               move 1 to c
               perform until c > check-code-count
                   if check-code(c) = fnd-check
                       add 1 to check-count(c)
                       move check-code-count to c
                   end-if
                   add 1 to c
               end-perform

               move 0 to acknowledged-found
               move 1 to a
               perform until a > acknowledged-count
                   if ack-key(a) = finding-key
                       move a to acknowledged-found
                       move acknowledged-count to a
                   end-if
                   add 1 to a
               end-perform

               move fnd-check to rpf-check
               move fnd-source to rpf-source
               move line-number to rpf-line
               move finding-text to rpf-text
               write integrity-report-line from report-finding-record
               move fnd-image to rpi-image
               if acknowledged-found > 0
                   if ack-still-found(acknowledged-found) = 'N'
                       move 'Y' to ack-still-found(acknowledged-found)
                       add 1 to standing-acknowledged
                   end-if
                   move "ACKED" to rpi-state
               else
                   add 1 to break-count
                   move "BREAK" to rpi-state
                   move finding-key to fdr-key
                   move finding-text to fdr-text
                   write integrity-findings-line from findings-record
               end-if
               write integrity-report-line from report-image-record
           exit.

      *----------------------------------------------------------------
      *    write-integrity-summary - what was read, and how often
      *    each check failed
      *----------------------------------------------------------------
           write-integrity-summary.
               move spaces to heading-line
               write integrity-report-line from heading-line
               if break-count = 0 and standing-acknowledged = 0
                   move "NO FINDINGS - THE SHARED FILES AGREE"
                       to heading-line
                   write integrity-report-line from heading-line
                   move spaces to heading-line
                   write integrity-report-line from heading-line
               end-if
               move "RUN CONTROL RECORDS" to sum-label
               move journal-read to sum-count
               write integrity-report-line from summary-record
               move "RUN CONTROL ARCHIVE RECORDS" to sum-label
               move archive-read to sum-count
               write integrity-report-line from summary-record
               move "CONTROL TOTAL RECORDS" to sum-label
               move totals-read to sum-count
               write integrity-report-line from summary-record
               move "ACCOUNTING RECORDS" to sum-label
               move accounting-read to sum-count
               write integrity-report-line from summary-record
               move "AUDIT LOG RECORDS" to sum-label
               move audit-read to sum-count
               write integrity-report-line from summary-record
               move "ALERT RECORDS" to sum-label
               move alerts-read to sum-count
               write integrity-report-line from summary-record
               move spaces to heading-line
               write integrity-report-line from heading-line
               move 1 to c
               perform until c > check-code-count
                   move check-description(c) to sum-label
                   move check-count(c) to sum-count
                   write integrity-report-line from summary-record
                   add 1 to c
               end-perform
               move spaces to heading-line
               write integrity-report-line from heading-line
               move "ACKNOWLEDGED EARLIER" to sum-label
               move standing-acknowledged to sum-count
               write integrity-report-line from summary-record
               move "NEW BREAKS" to sum-label
               move break-count to sum-count
               write integrity-report-line from summary-record
           exit.

      *----------------------------------------------------------------
      *    rewrite-acknowledged-findings - keep only the acknowledged
      *    findings still found, so one put right drops off and
      *    would be a fresh break if it came back
      *----------------------------------------------------------------
           rewrite-acknowledged-findings.
               if acknowledged-count = 0
                   exit paragraph
               end-if
               open output integrity-acknowledged
               move 1 to a
               perform until a > acknowledged-count
                   if ack-still-found(a) = 'Y'
                       write integrity-acknowledged-line
                           from ack-key(a)
                   end-if
                   add 1 to a
               end-perform
               close integrity-acknowledged
           exit.

      *----------------------------------------------------------------
      *    write-register-record - the audit's outcome on the
      *    integrity register; a BREAK holds the next run's OPEN
      *    until an operator acknowledges it
      *----------------------------------------------------------------
           write-register-record.
               move function current-date to current-datetime
               move current-datetime(1:14) to irg-timestamp
               move run-date to irg-business-date
               move current-run-number to irg-run-number
               move spaces to irg-operator-id
               move spaces to irg-reason
               if break-count > 0
                   move "BREAK" to irg-event
                   move break-count to irg-finding-count
                   string "SEE " delimited by size
                       integrity-report-name delimited by space
                       into irg-reason
                   end-string
               else
                   move "CLEAN" to irg-event
                   move standing-acknowledged to irg-finding-count
               end-if
               open extend integrity-register
               if register-status = "35"
                   open output integrity-register
               end-if
               write integrity-register-line from register-record
               close integrity-register
           exit.

      *----------------------------------------------------------------
      *    write-alert - one record on the common alerts file; the
      *    caller sets the severity, condition and text first
      *----------------------------------------------------------------
           write-alert.
               move "INTEGAUD" to alr-program-tag
               move current-run-number to alr-run-number
               move run-date to alr-business-date
               move function current-date to current-datetime
               move current-datetime(1:14) to alr-timestamp
               open extend batch-alerts
               if batch-alerts-status = "35"
                   open output batch-alerts
               end-if
               write batch-alerts-line from alert-record
               close batch-alerts
           exit.

      *----------------------------------------------------------------
      *    write-capacity-marks - this run's high-water marks against
      *    its table limits onto the shared capacity log
      *----------------------------------------------------------------
           write-capacity-marks.
               open extend capacity-log
               if capacity-log-status = "35"
                   open output capacity-log
               end-if
               move function current-date to current-datetime
               move run-date to cap-business-date
               move current-run-number to cap-run-number
               move "INTEGAUD" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "STEP-CAPACITY" to cap-limit-name
               move step-capacity to cap-capacity
               move step-count to cap-high-water
               write capacity-log-line from capacity-record

               move "ACK-CAPACITY" to cap-limit-name
               move acknowledged-capacity to cap-capacity
               move acknowledged-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
