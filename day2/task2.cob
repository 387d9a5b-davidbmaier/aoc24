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

           select audit-log assign to "batch-audit-log"
           organization is line sequential
           file status is audit-status.
               assign to dynamic impact-report-name
           organization is line sequential.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd task-input.
           01 input-line-file pic X(121).

           fd field-exceptions.
           01 field-exception-line pic X(139).

           fd duplicate-exceptions.
           01 duplicate-exception-line pic X(166).

           fd report-fingerprints.
           01 report-fingerprint-line pic X(57).

           fd calendar-extract.
           01 calendar-extract-line pic X(49).

           fd salvage-report.
           01 salvage-report-line pic X(135).

           fd report-outcomes.
           01 report-outcomes-line pic X(32).

           fd safety-parameters.
           01 safety-parameters-line pic X(30).
           01 close-register-line pic X(42).

           fd records-accounting.
           01 records-accounting-line pic X(71).

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
           01 task-input-name pic X(20) value "input".
           01 records-read pic 9(7) value 0.
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
      *    the fingerprint files are written by day2/task1 - one per
      *    business date, holding every report it scored that date
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
           01 report-outcomes-name pic X(40).

      *    per-report outcome record - one line per scored report so
      *    the history step can track each report's result from day
      *    to day by its intake identity; report numbering counts the
      *    scored reports in feed order, matching day2/task1's
      *    numbering, and only ties the day's files to each other
           01 report-num pic 9(5) value 0.
           01 report-outcome-record.
               05 out-report-num pic 9(5).
               05 filler pic X(2) value spaces.
               05 out-status pic X(8).
               05 filler pic X(2) value spaces.
               05 out-report-id pic X(15).

      *    safety rules, read from the parameters file at startup so
      *    a calibration change is an operations change, not a code
               05 filler pic X(2) value spaces.
               05 filler pic X(9) value "PROPOSED ".
               05 imp-proposed pic A(1).
               05 filler pic X(2) value spaces.
               05 imp-report-id pic X(15).
           01 impact-summary-record.
               05 ims-label pic X(30).
               05 filler pic X(2) value spaces.
               05 acct-rejected pic 9(9).
               05 filler pic X(2) value spaces.
               05 acct-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 acct-duplicates pic 9(9).

           01 scored-count pic 9(9).

               05 sal-dropped-value-2 pic X(2).
               05 filler pic X(2) value spaces.
               05 sal-report-line pic X(100).
               05 filler pic X(2) value spaces.
               05 sal-report-id pic X(15).
           01 salvage-summary-record.
               05 sal-sum-label pic X(28).
               05 sal-sum-count pic 9(5).
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
           string "day2-task2-dup-exceptions-" delimited by size
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
           string "day2-salvage-report-" delimited by size
               run-date delimited by size
               into salvage-report-name
               end-if
           end-if

      *    every report day2/task1 scored inside the window is a
      *    possible original
           perform load-window-fingerprints

           open input task-input
           if simulation-mode = "N"
               open output field-exceptions
               open output duplicate-exceptions
               open output salvage-report
               open output report-outcomes
           else
               open output impact-report
           end-if
           perform until eof='E'
               read task-input into staged-line
                   at end
                       move 'E' to eof
                   not at end
                       perform split-report-stamp
                       if input-line(1:4) = "HDR "
                           perform process-envelope-header
                       else
           close task-input
           if simulation-mode = "N"
               close field-exceptions
               close duplicate-exceptions
               close report-outcomes
           end-if


           perform write-audit-record
           perform write-records-accounting
           perform write-capacity-marks

           move "COMPLETE" to rc-status
           perform record-run-status

           display "total safe with dampener: " total
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
                           to hash-accum
                   end-perform

                   perform check-duplicate-report
                   if report-duplicate = "Y"
                       perform write-duplicate-exception
                   else
                       add 1 to report-num

                       perform score-with-dampener

                       if simulation-mode = "Y"
      *                    the same report again under the proposed
      *                    rules - the difference is the evidence
                           move safe to active-safe
                           perform swap-in-proposed-rules
                           perform score-with-dampener
                           perform swap-out-proposed-rules
                           move safe to proposed-safe
                           perform tally-simulation-outcome
                       else
                           display function trim(input-line) ": " safe
                           if safe = "Y"
                               add 1 to total
                               if skip-index = 0
                                   add 1 to safe-as-is-count
                               else
                                   add 1 to safe-dampened-count
                                   perform write-salvage-detail
                               end-if
                           else
                               add 1 to unsafe-count
                           end-if
                           perform write-report-outcome
                       end-if
                   end-if
               end-if
           exit.
                   move report-num to imp-report-num
                   move active-safe to imp-active
                   move proposed-safe to imp-proposed
                   move report-identity to imp-report-id
                   write impact-report-line from impact-record
               end-if
           exit.
      *----------------------------------------------------------------
           write-report-outcome.
               move report-num to out-report-num
               move report-identity to out-report-id
               if safe = "Y"
                   if skip-index = 0
                       move "SAFE" to out-status
                   move spaces to sal-dropped-value-2
               end-if
               move input-line to sal-report-line
               move report-identity to sal-report-id
               write salvage-report-line from salvage-record
           exit.

               move scored-count to acct-processed
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
               if simulation-mode = "N"
                   move field-exception-reason to exc-field-reason
                   move input-line to exc-field-line
                   move report-identity to exc-field-report-id
                   write field-exception-line
                       from field-exception-record
               end-if
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
               move "DAY2TASK2" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "FINGERPRINT-CAPACITY" to cap-limit-name
               move fingerprint-capacity to cap-capacity
               move fingerprint-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
