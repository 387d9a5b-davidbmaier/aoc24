               assign to dynamic field-exceptions-name
           organization is line sequential.

           select duplicate-exceptions
               assign to dynamic duplicate-exceptions-name
           organization is line sequential.

           select report-fingerprints
               assign to dynamic report-fingerprints-name
           organization is line sequential
           file status is fingerprints-status.

           select calendar-extract
               assign to "business-calendar-extract"
           organization is line sequential
           file status is calendar-status.

           select control-totals assign to "batch-control-totals"
           organization is line sequential
           file status is control-totals-status.
               assign to dynamic impact-report-name
           organization is line sequential.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd task-input.
           01 input-line-file pic X(121).

           fd safety-exceptions.
           01 safety-exception-line pic X(144).

           fd field-exceptions.
           01 field-exception-line pic X(139).

           fd duplicate-exceptions.
           01 duplicate-exception-line pic X(166).

           fd report-fingerprints.
           01 report-fingerprint-line pic X(57).

           fd calendar-extract.
           01 calendar-extract-line pic X(49).

           fd control-totals.
           01 control-total-line pic X(39).
           01 close-register-line pic X(42).

           fd records-accounting.
           01 records-accounting-line pic X(71).

           fd audit-log.
           01 audit-log-line pic X(110).

           fd level-breakdown.
           01 level-breakdown-line pic X(38).

           fd reconciliation-log.
           01 reconciliation-log-line pic X(39).
           fd impact-report.
           01 impact-report-line pic X(60).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 input-line pic X(100).

      *    report identity - the provider and that provider's own
      *    report sequence, stamped ahead of each report at intake and
      *    carried on every record written about the report; a line
      *    staged without a stamp answers to its feed position
           01 staged-line pic X(121).
           01 report-stamp.
               05 stm-marker pic X(4).
               05 stm-provider pic X(8).
               05 filler pic X(1).
               05 stm-provider-seq pic 9(7).
               05 filler pic X(1).
               05 stm-report-line pic X(100).
           01 report-identity.
               05 rid-provider pic X(8).
               05 rid-provider-seq pic 9(7).
           01 eof pic A(1). *> eof indicator for file read
           01 task-input-name pic X(20) value spaces.
           01 unstring-fields.
               05 exc-field-reason pic X(20).
               05 filler pic X(2) value spaces.
               05 exc-field-line pic X(100).
               05 filler pic X(2) value spaces.
               05 exc-field-report-id pic X(15).

      *    duplicate detection - a report whose provider and level
      *    sequence match a report already scored, earlier in this
      *    feed or on a business date inside the rolling window, is
      *    a repeat: it is hashed with the envelope but never scored,
      *    and goes to its own exceptions file naming the original
      *    the window ends the business date before the run date;
      *    every report scored on a date in the window is on that
      *    date's fingerprint file, rewritten whenever the date is run
           01 duplicate-exceptions-name pic X(40).
           01 report-fingerprints-name pic X(40).
           01 fingerprints-status pic X(2).
           01 duplicate-days-raw pic X(3) value spaces.
           01 duplicate-days pic 9(3) value 7.
           01 duplicate-count pic 9(7) value 0.
           01 report-duplicate pic A(1).
           01 report-fingerprint.
               05 fpr-provider pic X(8).
               05 fpr-num-levels pic 9(2).
               05 fpr-level occurs 10 times pic 9(2).
           01 fingerprint-record.
               05 fpf-fingerprint pic X(30).
               05 filler pic X(2) value spaces.
               05 fpf-report-id pic X(15).
               05 filler pic X(2) value spaces.
               05 fpf-business-date pic X(8).
           01 fingerprint-capacity pic 9(5) value 10000.
           01 fingerprint-count pic 9(5) value 0.
           01 fingerprint-table.
               05 fingerprint-entry occurs 10000 times.
                   10 fpt-fingerprint pic X(30).
                   10 fpt-report-id pic X(15).
                   10 fpt-business-date pic X(8).
           01 fp pic 9(5). *> iterator over fingerprints
           01 fingerprint-found pic 9(5).
           01 window-date-num pic 9(8).
           01 window-date pic X(8).
           01 window-int pic 9(8).
           01 window-day pic 9(3).

      *    the window's business dates before the run date, oldest
      *    first, from the day2 feed calendar when one is deployed;
      *    with none deployed the window falls back to calendar days
           01 calendar-status pic X(2).
           01 calendar-deployed pic A(1).
           01 calendar-record.
               05 cal-feed-tag pic X(4).
               05 filler pic X(2).
               05 cal-date pic X(8).
               05 filler pic X(2).
               05 cal-day-type pic X(1).
               05 filler pic X(2).
               05 cal-description pic X(30).
           01 window-count pic 9(3).
           01 window-business-date occurs 999 times pic X(8).
           01 w pic 9(3). *> iterator over window dates
           01 duplicate-exception-record.
               05 exc-dup-reason pic X(20).
               05 filler pic X(2) value spaces.
               05 exc-dup-line pic X(100).
               05 filler pic X(2) value spaces.
               05 exc-dup-report-id pic X(15).
               05 filler pic X(2) value spaces.
               05 exc-dup-original-date pic X(8).
               05 filler pic X(2) value spaces.
               05 exc-dup-original-id pic X(15).

      *    reject-rate circuit breaker - a garbled feed has to fail
      *    loudly instead of publishing a tiny total downstream
               05 filler pic X(2) value spaces.
               05 filler pic X(9) value "PROPOSED ".
               05 imp-proposed pic A(1).
               05 filler pic X(2) value spaces.
               05 imp-report-id pic X(15).
           01 impact-summary-record.
               05 ims-label pic X(30).
               05 filler pic X(2) value spaces.
               05 brk-direction pic A(1).
               05 filler pic X(2) value spaces.
               05 brk-in-range pic A(1).
               05 filler pic X(2) value spaces.
               05 brk-report-id pic X(15).

      *    failure reason capture for the safety exception report
           01 fail-index pic 9(3).
               05 exc-fail-reason pic X(20).
               05 filler pic X(2) value spaces.
               05 exc-report-line pic X(100).
               05 filler pic X(2) value spaces.
               05 exc-report-id pic X(15).

      *    consolidated control total, shared across the day1/day2
      *    batch run so a single driver step can report on all of
               05 acct-rejected pic 9(9).
               05 filler pic X(2) value spaces.
               05 acct-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 acct-duplicates pic 9(9).

      *    once a month is on the period-close register, no run may
      *    be opened or rerun against its business dates - the
               05 filler pic X(2) value spaces.
               05 aud-params pic X(29).

      *    high-water mark against each compiled table limit, one
      *    record per limit per run on the shared capacity log, so
      *    the headroom report sees a limit coming before it abends
           01 capacity-log-status pic X(2).
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
           move 0 to total

               run-date delimited by size
               into field-exceptions-name
           end-string
           string "day2-duplicate-exceptions-" delimited by size
               run-date delimited by size
               into duplicate-exceptions-name
           end-string

      *    duplicate window defaults to seven business dates
           accept duplicate-days-raw
               from environment "DAY2_DUPLICATE_DAYS"
           if duplicate-days-raw not = spaces
               if function test-numval(duplicate-days-raw) = 0
                   move function numval(duplicate-days-raw)
                       to duplicate-days
               else
                   display "TASK: duplicate window '"
                       duplicate-days-raw "' is not numeric, using "
                       duplicate-days
               end-if
           end-if
           string "day2-level-breakdown-" delimited by size
               run-date delimited by size
               into level-breakdown-name
               perform load-proposed-parameters
           end-if

      *    every report scored inside the window is a possible
      *    original
           perform load-window-fingerprints

           if simulation-mode = "N"
               open output safety-exceptions
               open output field-exceptions
               open output duplicate-exceptions
               open output level-breakdown
               move spaces to report-fingerprints-name
               string "day2-report-fingerprints-" delimited by size
                   run-date delimited by size
                   into report-fingerprints-name
               end-string
               open output report-fingerprints
           else
               open output impact-report
           end-if
           open input task-input
           perform until eof='E'
               read task-input into staged-line
                   at end
                       move 'E' to eof
                   not at end
                       perform split-report-stamp
                       if input-line(1:4) = "HDR "
                           perform process-envelope-header
                       else
           if simulation-mode = "N"
               close safety-exceptions
               close field-exceptions
               close duplicate-exceptions
               close level-breakdown
               close report-fingerprints
           end-if

      *    a transmission that can't prove itself complete must not

           perform write-audit-record
           perform write-records-accounting
           perform write-capacity-marks

           if expected-safe-raw not = spaces
               perform reconcile-control-total
           perform record-run-status

           display "total safe: " total
           if duplicate-count > 0
               display "duplicate reports excluded: " duplicate-count
           end-if

           goback.

                   stop run
               end-if
               add 1 to records-read
               if rid-provider = spaces
                   move records-read to rid-provider-seq
               end-if
               perform process-record
           exit.

      *----------------------------------------------------------------
      *    split-report-stamp - peel the intake identity stamp off a
      *    staged report so the report itself reads as it arrived
      *----------------------------------------------------------------
           split-report-stamp.
               if staged-line(1:4) = "RID "
                   move staged-line to report-stamp
                   move stm-report-line to input-line
                   move stm-provider to rid-provider
                   move stm-provider-seq to rid-provider-seq
               else
                   move staged-line(1:100) to input-line
                   move spaces to rid-provider
                   move 0 to rid-provider-seq
               end-if
           exit.

      *----------------------------------------------------------------
      *    process-envelope-header - the feed must identify itself
      *    and carry this run's business date
                       move function mod(hash-work, hash-modulus)
                           to hash-accum
                   end-perform
                   perform check-duplicate-report
                   if report-duplicate = "Y"
                       perform write-duplicate-exception
                   else
                       add 1 to report-num

                       perform score-report-levels

                       if simulation-mode = "Y"
      *                    the same report again under the proposed
      *                    rules - the difference is the evidence
                           move safe to active-safe
                           perform swap-in-proposed-rules
                           perform score-report-levels
                           perform swap-out-proposed-rules
                           move safe to proposed-safe
                           perform tally-simulation-outcome
                       else
                           display function trim(input-line) ": " safe
                           if safe = "Y"
                               add 1 to total
                           else
                               perform write-safety-exception
                           end-if
                       end-if
                   end-if
               end-if
                   move report-num to imp-report-num
                   move active-safe to imp-active
                   move proposed-safe to imp-proposed
                   move report-identity to imp-report-id
                   write impact-report-line from impact-record
               end-if
           exit.
               move report-num to acct-processed
               move reject-count to acct-rejected
               move run-date to acct-business-date
               move duplicate-count to acct-duplicates
               open extend records-accounting
               if records-accounting-status = "35"
                   open output records-accounting
               close records-accounting
           exit.
      *----------------------------------------------------------------
      *    load-window-fingerprints - the reports scored on each
      *    business date of the rolling window, oldest first, so the
      *    earliest scoring of a report is the original named
      *----------------------------------------------------------------
           load-window-fingerprints.
               perform load-business-window
               if calendar-deployed = 'Y'
                   move 1 to w
                   perform until w > window-count
                       move window-business-date(w) to window-date
                       perform load-window-date
                       add 1 to w
                   end-perform
                   exit paragraph
               end-if

               move run-date to window-date-num
               compute window-int =
                   function integer-of-date(window-date-num)
                   - duplicate-days
               move 1 to window-day
               perform until window-day > duplicate-days
                   compute window-date-num =
                       function date-of-integer(window-int + window-day
                           - 1)
                   move window-date-num to window-date
                   perform load-window-date
                   add 1 to window-day
               end-perform
           exit.

      *----------------------------------------------------------------
      *    load-business-window - the last duplicate-days day2
      *    business dates before the run date; the extract is
      *    unloaded in feed and date order, so each later date
      *    pushes the oldest out
      *----------------------------------------------------------------
           load-business-window.
               move 0 to window-count
               move 'N' to calendar-deployed
               move 'N' to eof
               open input calendar-extract
               if calendar-status not = "00"
                   exit paragraph
               end-if
               move 'Y' to calendar-deployed
               perform until eof = 'E'
                   read calendar-extract into calendar-record
                       at end
                           move 'E' to eof
                       not at end
                           if cal-feed-tag = "DAY2"
                                   and cal-day-type = "B"
                                   and cal-date < run-date
                               perform add-window-date
                           end-if
                   end-read
               end-perform
               close calendar-extract
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    add-window-date - one business date onto the window,
      *    dropping the oldest once the window is full
      *----------------------------------------------------------------
           add-window-date.
               if duplicate-days = 0
                   exit paragraph
               end-if
               if window-count < duplicate-days
                   add 1 to window-count
               else
                   move 1 to w
                   perform until w >= window-count
                       move window-business-date(w + 1)
                           to window-business-date(w)
                       add 1 to w
                   end-perform
               end-if
               move cal-date to window-business-date(window-count)
           exit.

      *----------------------------------------------------------------
      *    load-window-date - the fingerprint file of window-date
      *----------------------------------------------------------------
           load-window-date.
               move spaces to report-fingerprints-name
               string "day2-report-fingerprints-" delimited by size
                   window-date delimited by size
                   into report-fingerprints-name
               end-string
               perform load-fingerprint-file
           exit.

      *----------------------------------------------------------------
      *    load-fingerprint-file - one date's scored reports; a date
      *    with no file had no day2 run, or has aged out
      *----------------------------------------------------------------
           load-fingerprint-file.
               move 'N' to eof
               open input report-fingerprints
               if fingerprints-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read report-fingerprints into fingerprint-record
                       at end
                           move 'E' to eof
                       not at end
                           perform add-fingerprint
                   end-read
               end-perform
               close report-fingerprints
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    add-fingerprint - the report in fingerprint-record onto the
      *    table of possible originals
      *----------------------------------------------------------------
           add-fingerprint.
               if fingerprint-count >= fingerprint-capacity
                   display "TASK ABEND: reports in the duplicate "
                       "window exceed table capacity of "
                       fingerprint-capacity
                   move 16 to return-code
                   stop run
               end-if
               add 1 to fingerprint-count
               move fpf-fingerprint
                   to fpt-fingerprint(fingerprint-count)
               move fpf-report-id to fpt-report-id(fingerprint-count)
               move fpf-business-date
                   to fpt-business-date(fingerprint-count)
           exit.

      *----------------------------------------------------------------
      *    check-duplicate-report - the report in the table against
      *    every report already scored in the window and this feed;
      *    a report that is not a repeat becomes an original itself
      *----------------------------------------------------------------
           check-duplicate-report.
               move spaces to report-fingerprint
               move rid-provider to fpr-provider
               move num-levels to fpr-num-levels
               perform varying report-index from 1 by 1
                       until report-index > num-levels
                   move report-table(report-index)
                       to fpr-level(report-index)
               end-perform

               move "N" to report-duplicate
               move 0 to fingerprint-found
               move 1 to fp
               perform until fp > fingerprint-count
                   if fpt-fingerprint(fp) = report-fingerprint
                       move fp to fingerprint-found
                       move "Y" to report-duplicate
                       move fingerprint-count to fp
                   end-if
                   add 1 to fp
               end-perform

               if report-duplicate = "N"
                   move report-fingerprint to fpf-fingerprint
                   move report-identity to fpf-report-id
                   move run-date to fpf-business-date
                   perform add-fingerprint
                   if simulation-mode = "N"
                       write report-fingerprint-line
                           from fingerprint-record
                   end-if
               end-if
           exit.

      *----------------------------------------------------------------
      *    write-duplicate-exception - a repeated report, with the
      *    business date and identity of the original it repeats
      *----------------------------------------------------------------
           write-duplicate-exception.
               add 1 to duplicate-count
               if simulation-mode = "Y"
                   exit paragraph
               end-if
               move "DUPLICATE" to exc-dup-reason
               move input-line to exc-dup-line
               move report-identity to exc-dup-report-id
               move fpt-business-date(fingerprint-found)
                   to exc-dup-original-date
               move fpt-report-id(fingerprint-found)
                   to exc-dup-original-id
               write duplicate-exception-line
                   from duplicate-exception-record
           exit.

      *----------------------------------------------------------------
      *    check-period-close - refuse to run against a business
      *    date whose month has been closed by period-end
      *----------------------------------------------------------------
               move fail-index to exc-report-index
               move fail-reason to exc-fail-reason
               move input-line to exc-report-line
               move report-identity to exc-report-id
               write safety-exception-line
                   from safety-exception-record
           exit.
               if simulation-mode = "N"
                   move field-exception-reason to exc-field-reason
                   move input-line to exc-field-line
                   move report-identity to exc-field-report-id
                   write field-exception-line
                       from field-exception-record
               end-if
               move diff to brk-diff
               move step-direction to brk-direction
               move in-range to brk-in-range
               move report-identity to brk-report-id
               write level-breakdown-line from breakdown-record
           exit.

               write batch-alerts-line from alert-record
               close batch-alerts
           exit.

      *----------------------------------------------------------------
      *    write-capacity-marks - this run's high-water mark against
      *    each table limit onto the shared capacity log
      *----------------------------------------------------------------
           write-capacity-marks.
               open extend capacity-log
               if capacity-log-status = "35"
                   open output capacity-log
               end-if
               move function current-date to current-datetime
               move run-date to cap-business-date
               move current-run-number to cap-run-number
               move "DAY2TASK1" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "FINGERPRINT-CAPACITY" to cap-limit-name
               move fingerprint-capacity to cap-capacity
               move fingerprint-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
