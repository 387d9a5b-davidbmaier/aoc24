       identification division.
       program-id. feedchk.

       environment division.
           input-output section.
           file-control.
           select calendar-extract
               assign to "business-calendar-extract"
           organization is line sequential
           file status is calendar-status.

           select transmission-register
               assign to "feed-transmission-register"
           organization is line sequential
           file status is transmission-register-status.

           select run-control assign to "batch-run-control"
           organization is line sequential
           file status is run-control-status.

           select batch-alerts assign to "batch-alerts"
           organization is line sequential
           file status is batch-alerts-status.

           select alerts-input assign to dynamic alerts-input-name
           organization is line sequential
           file status is alerts-input-status.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd calendar-extract.
           01 calendar-extract-line pic X(49).

           fd transmission-register.
           01 transmission-register-line pic X(87).

           fd run-control.
           01 run-control-line pic X(53).

           fd batch-alerts.
           01 batch-alerts-line pic X(106).

           fd alerts-input.
           01 alerts-input-line pic X(106).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 calendar-status pic X(2).
           01 transmission-register-status pic X(2).
           01 run-control-status pic X(2).
           01 batch-alerts-status pic X(2).
           01 alerts-input-status pic X(2).
           01 alerts-input-name pic X(50) value spaces.

      *    run-date stamp and the current run number it resolves to -
      *    the check raises its alerts against the run in progress
           01 current-datetime pic X(21).
           01 run-date pic X(8).
           01 run-date-raw pic X(8) value spaces.
           01 current-run-number pic 9(5) value 0.

      *    how many business dates back, ending with the run date,
      *    the check looks for an accepted transmission
           01 check-days-raw pic X(3) value spaces.
           01 check-days pic 9(3) value 7.
           01 date-num pic 9(8).
           01 window-end-int pic 9(8).
           01 window-start-int pic 9(8).
           01 entry-date-int pic 9(8).

      *    earlier alerts may have been rolled into the dated alert
      *    archives, probed from the window start up to today (or
      *    the run date if later), the day an archive is named for
           01 probe-int pic 9(8).
           01 probe-end-int pic 9(8).
           01 probe-date-num pic 9(8).
           01 probe-date-x pic X(8).

      *    feed calendar extract, as published by calendar maintenance
           01 calendar-extract-record.
               05 ext-feed-tag pic X(4).
               05 filler pic X(2).
               05 ext-cal-date pic X(8).
               05 filler pic X(2).
               05 ext-day-type pic X(1).
               05 filler pic X(2).
               05 ext-description pic X(30).

      *    standing register of every transmission intake accepted
           01 transmission-register-record.
               05 trg-feed-id pic X(8).
               05 filler pic X(2).
               05 trg-business-date pic X(8).
               05 filler pic X(2).
               05 trg-record-count pic 9(7).
               05 filler pic X(2).
               05 trg-hash-total pic 9(10).
               05 filler pic X(2).
               05 trg-run-timestamp pic X(14).
               05 filler pic X(2).
               05 trg-source-name pic X(30).

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

      *    business dates in the window, per feed, and whether a
      *    transmission for the feed and date is on the register
           01 expected-table.
               05 expected-entry occurs 250 times.
                   10 exp-feed-id pic X(8).
                   10 exp-date pic X(8).
                   10 exp-arrived pic A(1).
                   10 exp-alerted pic A(1).
                   10 exp-alert-text pic X(40).
           01 expected-count pic 9(3) value 0.
           01 e pic 9(3). *> iterator over expected feed dates
           01 missing-count pic 9(3) value 0.
           01 already-alerted-count pic 9(3) value 0.

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
      *    run date defaults to today unless overridden
           accept run-date-raw from environment "BATCH_RUN_DATE"
           if run-date-raw not = spaces
                   and function test-numval(run-date-raw) = 0
               move run-date-raw to run-date
           else
               move function current-date to current-datetime
               move current-datetime(1:8) to run-date
           end-if

           accept check-days-raw from environment "FEED_CHECK_DAYS"
           if check-days-raw not = spaces
               if function test-numval(check-days-raw) = 0
                   compute check-days =
                       function numval(check-days-raw)
               end-if
           end-if
           if check-days < 1 or check-days > 120
               display "FEEDCHK ABEND: FEED_CHECK_DAYS '"
                   function trim(check-days-raw)
                   "' is not 1 to 120"
               move 8 to return-code
               stop run
           end-if

           move run-date to date-num
           compute window-end-int = function integer-of-date(date-num)
           compute window-start-int = window-end-int - check-days + 1

           perform load-business-dates
           if expected-count = 0
               display "FEEDCHK SKIPPED: no business dates on the "
                   "feed calendars in the " check-days
                   " days to " run-date
               goback
           end-if

           perform match-transmissions
           perform find-current-run
           perform mark-already-alerted

           move 1 to e
           perform until e > expected-count
               if exp-arrived(e) = 'N'
                   add 1 to missing-count
                   display "missing feed: "
                       function trim(exp-alert-text(e))
                   if exp-alerted(e) = 'N'
                       move "E" to alr-severity
                       move "MISSING-FEED" to alr-condition
                       move exp-alert-text(e) to alr-text
                       perform write-alert
                   else
                       add 1 to already-alerted-count
                   end-if
               end-if
               add 1 to e
           end-perform
           perform write-capacity-marks

           display "feed check: " expected-count " business feed "
               "dates to " run-date ", " missing-count " missing ("
               already-alerted-count " already alerted)"

           goback.

      *----------------------------------------------------------------
      *    load-business-dates - every business date in the window,
      *    on either feed calendar; no calendar deployed, nothing to
      *    check
      *----------------------------------------------------------------
           load-business-dates.
               move 'N' to eof
               open input calendar-extract
               if calendar-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read calendar-extract into calendar-extract-record
                       at end
                           move 'E' to eof
                       not at end
                           perform consider-calendar-entry
                   end-read
               end-perform
               close calendar-extract
           exit.

      *----------------------------------------------------------------
      *    consider-calendar-entry - one calendar record, kept when it
      *    is a business day inside the window
      *----------------------------------------------------------------
           consider-calendar-entry.
               if ext-day-type not = "B"
                   exit paragraph
               end-if
               if function test-numval(ext-cal-date) not = 0
                   exit paragraph
               end-if
               move ext-cal-date to date-num
               compute entry-date-int =
                   function integer-of-date(date-num)
               if entry-date-int < window-start-int
                       or entry-date-int > window-end-int
                   exit paragraph
               end-if
               if expected-count >= 250
                   display "FEEDCHK ABEND: more than 250 business "
                       "feed dates in the check window"
                   move 8 to return-code
                   stop run
               end-if
               add 1 to expected-count
               move spaces to exp-feed-id(expected-count)
               string ext-feed-tag delimited by size
                   "FEED" delimited by size
                   into exp-feed-id(expected-count)
               end-string
               move ext-cal-date to exp-date(expected-count)
               move 'N' to exp-arrived(expected-count)
               move 'N' to exp-alerted(expected-count)
               move spaces to exp-alert-text(expected-count)
               string "NO " delimited by size
                   ext-feed-tag delimited by size
                   " FEED RECEIVED FOR " delimited by size
                   ext-cal-date delimited by size
                   into exp-alert-text(expected-count)
               end-string
           exit.

      *----------------------------------------------------------------
      *    match-transmissions - one pass over the register, ticking
      *    off every expected feed date that has an accepted
      *    transmission
      *----------------------------------------------------------------
           match-transmissions.
               move 'N' to eof
               open input transmission-register
               if transmission-register-status not = "00"
      *            nothing ever accepted - every date is missing
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read transmission-register
                           into transmission-register-record
                       at end
                           move 'E' to eof
                       not at end
                           move 1 to e
                           perform until e > expected-count
                               if exp-feed-id(e) = trg-feed-id
                                   and exp-date(e) = trg-business-date
                                   move 'Y' to exp-arrived(e)
                               end-if
                               add 1 to e
                           end-perform
                   end-read
               end-perform
               close transmission-register
           exit.

      *----------------------------------------------------------------
      *    find-current-run - latest run opened for the date, zero
      *    when the check is run outside a batch
      *----------------------------------------------------------------
           find-current-run.
               move 'N' to eof
               open input run-control
               if run-control-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read run-control into run-control-record
                       at end
                           move 'E' to eof
                       not at end
                           if rc-business-date = run-date
                                   and rc-step-tag = "*RUN*"
                                   and rc-status = "OPEN"
                                   and rc-run-number
                                       > current-run-number
                               move rc-run-number
                                   to current-run-number
                           end-if
                   end-read
               end-perform
               close run-control
           exit.

      *----------------------------------------------------------------
      *    mark-already-alerted - a missing feed date is raised once;
      *    a later night's check, or a rerun inside the same run,
      *    finds the earlier alert, live or rolled into an archive,
      *    by the feed and date it names
      *----------------------------------------------------------------
           mark-already-alerted.
               move window-end-int to probe-end-int
               move function current-date to current-datetime
               move current-datetime(1:8) to probe-date-num
               compute probe-int =
                   function integer-of-date(probe-date-num)
               if probe-int > probe-end-int
                   move probe-int to probe-end-int
               end-if

               move window-start-int to probe-int
               perform until probe-int > probe-end-int
                   compute probe-date-num =
                       function date-of-integer(probe-int)
                   move probe-date-num to probe-date-x
                   move spaces to alerts-input-name
                   string "batch-alerts-archive-" delimited by size
                       probe-date-x delimited by size
                       into alerts-input-name
                   end-string
                   perform read-earlier-alerts
                   add 1 to probe-int
               end-perform
               move "batch-alerts" to alerts-input-name
               perform read-earlier-alerts
           exit.

      *----------------------------------------------------------------
      *    read-earlier-alerts - one alerts file, live or archive,
      *    ticking off every missing feed date already raised
      *----------------------------------------------------------------
           read-earlier-alerts.
               move 'N' to eof
               open input alerts-input
               if alerts-input-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read alerts-input into alert-record
                       at end
                           move 'E' to eof
                       not at end
                           if alr-condition = "MISSING-FEED"
                                   and alr-program-tag = "FEEDCHK"
                               move 1 to e
                               perform until e > expected-count
                                   if exp-alert-text(e) = alr-text
                                       move 'Y' to exp-alerted(e)
                                   end-if
                                   add 1 to e
                               end-perform
                           end-if
                   end-read
               end-perform
               close alerts-input
           exit.

      *----------------------------------------------------------------
      *    write-alert - one record on the common alerts file; the
      *    caller sets the severity, condition and text first
      *----------------------------------------------------------------
           write-alert.
               move "FEEDCHK" to alr-program-tag
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
               move "FEEDCHK" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "EXPECTED-CAPACITY" to cap-limit-name
               move 250 to cap-capacity
               move expected-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
