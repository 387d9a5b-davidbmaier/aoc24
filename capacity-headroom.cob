       identification division.
       program-id. caphead.

       environment division.
           input-output section.
           file-control.
           select capacity-input assign to dynamic capacity-input-name
           organization is line sequential
           file status is capacity-input-status.

           select headroom-report
               assign to dynamic headroom-report-name
           organization is line sequential.

           select run-control assign to "batch-run-control"
           organization is line sequential
           file status is run-control-status.

           select batch-alerts assign to "batch-alerts"
           organization is line sequential
           file status is batch-alerts-status.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
      *    the shared capacity log, live or one of its dated archives
           fd capacity-input.
           01 capacity-input-line pic X(83).

           fd headroom-report.
           01 headroom-report-line pic X(110).

           fd run-control.
           01 run-control-line pic X(53).

           fd batch-alerts.
           01 batch-alerts-line pic X(106).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 capacity-input-status pic X(2).
           01 run-control-status pic X(2).
           01 batch-alerts-status pic X(2).
           01 capacity-log-status pic X(2).
           01 capacity-input-name pic X(50) value spaces.
           01 headroom-report-name pic X(40) value spaces.

      *    run-date stamp and the current run number it resolves to -
      *    the report raises its alerts against the run in progress
           01 current-datetime pic X(21).
           01 run-date pic X(8).
           01 run-date-raw pic X(8) value spaces.
           01 current-run-number pic 9(5) value 0.

      *    how many days back, ending with the run date, the growth
      *    rate is measured over, and the share of a limit at which
      *    the report raises a warning - both settable per run
           01 growth-days-raw pic X(3) value spaces.
           01 growth-days pic 9(3) value 30.
           01 warn-pct-raw pic X(3) value spaces.
           01 warn-pct pic 9(3) value 80.

      *    the window is probed for archives up to today, or the run
      *    date if later, since the housekeeping roll dates an
      *    archive by the day it ran
           01 date-num pic 9(8).
           01 window-start-int pic 9(8).
           01 window-end-int pic 9(8).
           01 entry-date-int pic 9(8).
           01 probe-int pic 9(8).
           01 probe-end-int pic 9(8).
           01 probe-date-num pic 9(8).
           01 probe-date-x pic X(8).

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
           01 records-read pic 9(7) value 0.
           01 records-skipped pic 9(7) value 0.
           01 record-key pic X(22).
           01 record-pct pic 9(9).

      *    one entry per program and limit seen in the window - the
      *    latest mark stands for the current usage, the earliest
      *    and latest dates measure the growth between them
           01 limit-capacity pic 9(3) value 200.
           01 limit-count pic 9(3) value 0.
           01 limit-table.
               05 limit-entry occurs 200 times.
                   10 lim-program-tag pic X(10).
                   10 lim-limit-name pic X(20).
                   10 lim-capacity pic 9(7).
                   10 lim-latest-key pic X(22).
                   10 lim-latest-date pic X(8).
                   10 lim-latest-mark pic 9(7).
                   10 lim-earliest-key pic X(22).
                   10 lim-earliest-date pic X(8).
                   10 lim-earliest-mark pic 9(7).
                   10 lim-peak-mark pic 9(7).
                   10 lim-peak-pct pic 9(9).
                   10 lim-mark-count pic 9(5).
                   10 lim-alerted pic A(1).
           01 l pic 9(3). *> iterator over limits
           01 limit-found pic 9(3).

      *    per-limit projection
           01 latest-pct pic 9(9).
           01 earliest-int pic 9(8).
           01 span-days pic 9(5).
           01 growth-per-day pic S9(7)v99.
           01 days-to-limit pic 9(9).
           01 warning-count pic 9(3) value 0.
           01 already-alerted-count pic 9(3) value 0.

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
           01 alert-text-work pic X(40).
           01 alert-pct pic 9(3).

      *    headroom line, one per program and limit
           01 headroom-record.
               05 hdr-program-tag pic X(10).
               05 filler pic X(2) value spaces.
               05 hdr-limit-name pic X(20).
               05 filler pic X(2) value spaces.
               05 hdr-capacity pic 9(7).
               05 filler pic X(2) value spaces.
               05 hdr-latest-mark pic 9(7).
               05 filler pic X(2) value spaces.
               05 hdr-latest-pct pic 9(3).
               05 filler pic X(2) value spaces.
               05 hdr-peak-mark pic 9(7).
               05 filler pic X(2) value spaces.
               05 hdr-peak-pct pic 9(3).
               05 filler pic X(2) value spaces.
               05 hdr-growth pic -(7)9.99.
               05 filler pic X(2) value spaces.
               05 hdr-days-to-limit pic X(10).
               05 filler pic X(2) value spaces.
               05 hdr-flag pic X(7).

           01 summary-record.
               05 sum-label pic X(30).
               05 filler pic X(2) value spaces.
               05 sum-count pic 9(7).
           01 heading-line pic X(110).

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

           accept growth-days-raw
               from environment "CAPACITY_GROWTH_DAYS"
           if growth-days-raw not = spaces
               if function test-numval(growth-days-raw) = 0
                   compute growth-days =
                       function numval(growth-days-raw)
               end-if
           end-if
           if growth-days < 2 or growth-days > 366
               display "CAPHEAD ABEND: CAPACITY_GROWTH_DAYS '"
                   function trim(growth-days-raw)
                   "' is not 2 to 366"
               move 8 to return-code
               stop run
           end-if

           accept warn-pct-raw from environment "CAPACITY_WARN_PCT"
           if warn-pct-raw not = spaces
               if function test-numval(warn-pct-raw) = 0
                   compute warn-pct = function numval(warn-pct-raw)
               end-if
           end-if
           if warn-pct < 1 or warn-pct > 100
               display "CAPHEAD ABEND: CAPACITY_WARN_PCT '"
                   function trim(warn-pct-raw) "' is not 1 to 100"
               move 8 to return-code
               stop run
           end-if

           move run-date to date-num
           compute window-end-int = function integer-of-date(date-num)
           compute window-start-int =
               window-end-int - growth-days + 1

           perform load-capacity-marks
           if limit-count = 0
               display "CAPHEAD SKIPPED: no capacity marks between "
                   "the window start and " run-date
               goback
           end-if

           perform find-current-run
           perform mark-already-alerted

           string "capacity-headroom-report-" delimited by size
               run-date delimited by size
               into headroom-report-name
           end-string
           open output headroom-report
           move spaces to heading-line
           string "CAPACITY HEADROOM " delimited by size
               run-date delimited by size
               " - GROWTH OVER " delimited by size
               growth-days delimited by size
               " DAYS, WARNING AT " delimited by size
               warn-pct delimited by size
               "%" delimited by size
               into heading-line
           end-string
           write headroom-report-line from heading-line
           move "PROGRAM     LIMIT                 CAPACITY   LATEST" &
               "  PCT     PEAK  PCT   GROWTH/DAY  DAYS-LEFT   FLAG"
               to heading-line
           write headroom-report-line from heading-line

           move 1 to l
           perform until l > limit-count
               perform write-headroom-line
               add 1 to l
           end-perform

           move spaces to heading-line
           write headroom-report-line from heading-line
           move "LIMITS REPORTED" to sum-label
           move limit-count to sum-count
           write headroom-report-line from summary-record
           move "LIMITS AT WARNING LEVEL" to sum-label
           move warning-count to sum-count
           write headroom-report-line from summary-record
           move "CAPACITY MARKS READ" to sum-label
           move records-read to sum-count
           write headroom-report-line from summary-record
           move "UNREADABLE MARKS SKIPPED" to sum-label
           move records-skipped to sum-count
           write headroom-report-line from summary-record
           close headroom-report
           perform write-capacity-marks

           display "capacity headroom written: " limit-count
               " limit(s), " warning-count " at or over " warn-pct
               "% (" already-alerted-count " already alerted)"

           goback.

      *----------------------------------------------------------------
      *    load-capacity-marks - every dated archive the housekeeping
      *    roll has produced inside the window, then the live log
      *----------------------------------------------------------------
           load-capacity-marks.
               move function current-date to current-datetime
               move current-datetime(1:8) to probe-date-num
               compute probe-end-int =
                   function integer-of-date(probe-date-num)
               if window-end-int > probe-end-int
                   move window-end-int to probe-end-int
               end-if

               move window-start-int to probe-int
               perform until probe-int > probe-end-int
                   compute probe-date-num =
                       function date-of-integer(probe-int)
                   move probe-date-num to probe-date-x
                   move spaces to capacity-input-name
                   string "batch-capacity-log-archive-"
                           delimited by size
                       probe-date-x delimited by size
                       into capacity-input-name
                   end-string
                   perform read-capacity-file
                   add 1 to probe-int
               end-perform

               move "batch-capacity-log" to capacity-input-name
               perform read-capacity-file
           exit.

      *----------------------------------------------------------------
      *    read-capacity-file - fold one capacity file into the limit
      *    table; a file that was never produced is simply skipped
      *----------------------------------------------------------------
           read-capacity-file.
               move 'N' to eof
               open input capacity-input
               if capacity-input-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read capacity-input into capacity-record
                       at end
                           move 'E' to eof
                       not at end
                           perform fold-capacity-mark
                   end-read
               end-perform
               close capacity-input
           exit.

      *----------------------------------------------------------------
      *    fold-capacity-mark - one mark into its limit's entry, kept
      *    when it is readable and dated inside the window
      *----------------------------------------------------------------
           fold-capacity-mark.
               if function test-numval(cap-business-date) not = 0
                       or cap-capacity is not numeric
                       or cap-high-water is not numeric
                       or cap-capacity = 0
                   add 1 to records-skipped
                   exit paragraph
               end-if
               move cap-business-date to date-num
               compute entry-date-int =
                   function integer-of-date(date-num)
               if entry-date-int < window-start-int
                       or entry-date-int > window-end-int
                   exit paragraph
               end-if
               add 1 to records-read

               move 0 to limit-found
               move 1 to l
               perform until l > limit-count
                   if lim-program-tag(l) = cap-program-tag
                           and lim-limit-name(l) = cap-limit-name
                       move l to limit-found
                       move limit-count to l
                   end-if
                   add 1 to l
               end-perform
               if limit-found = 0
                   if limit-count >= limit-capacity
                       display "CAPHEAD ABEND: more than "
                           limit-capacity " program limits on the "
                           "capacity log"
                       move 16 to return-code
                       stop run
                   end-if
                   add 1 to limit-count
                   move limit-count to limit-found
                   move cap-program-tag
                       to lim-program-tag(limit-found)
                   move cap-limit-name to lim-limit-name(limit-found)
                   move low-values to lim-latest-key(limit-found)
                   move high-values to lim-earliest-key(limit-found)
                   move 0 to lim-peak-mark(limit-found)
                   move 0 to lim-peak-pct(limit-found)
                   move 0 to lim-mark-count(limit-found)
                   move 'N' to lim-alerted(limit-found)
               end-if

      *        business date first, so a catch-up run stamped later
      *        for an earlier date does not pass for the latest usage
               move cap-business-date to record-key(1:8)
               move cap-timestamp to record-key(9:14)
               compute record-pct =
                   cap-high-water * 100 / cap-capacity
               add 1 to lim-mark-count(limit-found)
               if record-key > lim-latest-key(limit-found)
                   move record-key to lim-latest-key(limit-found)
                   move cap-business-date
                       to lim-latest-date(limit-found)
                   move cap-high-water to lim-latest-mark(limit-found)
                   move cap-capacity to lim-capacity(limit-found)
               end-if
               if record-key < lim-earliest-key(limit-found)
                   move record-key to lim-earliest-key(limit-found)
                   move cap-business-date
                       to lim-earliest-date(limit-found)
                   move cap-high-water
                       to lim-earliest-mark(limit-found)
               end-if
               if cap-high-water > lim-peak-mark(limit-found)
                   move cap-high-water to lim-peak-mark(limit-found)
               end-if
               if record-pct > lim-peak-pct(limit-found)
                   move record-pct to lim-peak-pct(limit-found)
               end-if
           exit.

      *----------------------------------------------------------------
      *    write-headroom-line - usage, growth per day between the
      *    earliest and latest dates in the window, and the days left
      *    at that rate before the limit abends the program
      *----------------------------------------------------------------
           write-headroom-line.
               move lim-program-tag(l) to hdr-program-tag
               move lim-limit-name(l) to hdr-limit-name
               move lim-capacity(l) to hdr-capacity
               move lim-latest-mark(l) to hdr-latest-mark
               compute latest-pct =
                   lim-latest-mark(l) * 100 / lim-capacity(l)
               move latest-pct to hdr-latest-pct
               move lim-peak-mark(l) to hdr-peak-mark
               move lim-peak-pct(l) to hdr-peak-pct

               move lim-earliest-date(l) to date-num
               compute earliest-int = function integer-of-date(date-num)
               move lim-latest-date(l) to date-num
               compute span-days =
                   function integer-of-date(date-num) - earliest-int
               move 0 to growth-per-day
               if span-days > 0
                   compute growth-per-day rounded =
                       (lim-latest-mark(l) - lim-earliest-mark(l))
                       / span-days
               end-if
               move growth-per-day to hdr-growth

               move spaces to hdr-days-to-limit
               if lim-latest-mark(l) >= lim-capacity(l)
                   move "AT LIMIT" to hdr-days-to-limit
               else
                   if growth-per-day > 0
                       compute days-to-limit =
                           (lim-capacity(l) - lim-latest-mark(l))
                           / growth-per-day
                       move days-to-limit to hdr-days-to-limit(2:9)
                   else
                       if span-days = 0
                           move "ONE DATE" to hdr-days-to-limit
                       else
                           move "NO GROWTH" to hdr-days-to-limit
                       end-if
                   end-if
               end-if

               move spaces to hdr-flag
               if lim-peak-pct(l) >= warn-pct
                   move "WARNING" to hdr-flag
                   add 1 to warning-count
                   if lim-alerted(l) = 'N'
                       move "W" to alr-severity
                       move "CAPACITY-WARNING" to alr-condition
                       perform build-alert-text
                       move alert-text-work to alr-text
                       perform write-alert
                   else
                       add 1 to already-alerted-count
                   end-if
               end-if
               write headroom-report-line from headroom-record
           exit.

      *----------------------------------------------------------------
      *    build-alert-text - program, limit and peak share for the
      *    limit at subscript l
      *----------------------------------------------------------------
           build-alert-text.
               move lim-peak-pct(l) to alert-pct
               move spaces to alert-text-work
               string function trim(lim-program-tag(l))
                       delimited by size
                   " " delimited by size
                   function trim(lim-limit-name(l)) delimited by size
                   " AT " delimited by size
                   alert-pct delimited by size
                   "%" delimited by size
                   into alert-text-work
               end-string
           exit.

      *----------------------------------------------------------------
      *    find-current-run - latest run opened for the date, zero
      *    when the report is run outside a batch
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
      *    mark-already-alerted - a rerun of the report inside the
      *    same run does not raise the same limit twice
      *----------------------------------------------------------------
           mark-already-alerted.
               move 'N' to eof
               open input batch-alerts
               if batch-alerts-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read batch-alerts into alert-record
                       at end
                           move 'E' to eof
                       not at end
                           if alr-condition = "CAPACITY-WARNING"
                                   and alr-business-date = run-date
                                   and alr-run-number
                                       = current-run-number
                               perform match-alerted-limit
                           end-if
                   end-read
               end-perform
               close batch-alerts
           exit.

      *----------------------------------------------------------------
      *    match-alerted-limit - tick off the limit an earlier alert
      *    of this run named
      *----------------------------------------------------------------
           match-alerted-limit.
               move 1 to l
               perform until l > limit-count
                   perform build-alert-text
                   if alert-text-work = alr-text
                       move 'Y' to lim-alerted(l)
                   end-if
                   add 1 to l
               end-perform
           exit.

      *----------------------------------------------------------------
      *    write-alert - one record on the common alerts file; the
      *    caller sets the severity, condition and text first
      *----------------------------------------------------------------
           write-alert.
               move "CAPHEAD" to alr-program-tag
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
      *    its own table limit onto the shared capacity log
      *----------------------------------------------------------------
           write-capacity-marks.
               open extend capacity-log
               if capacity-log-status = "35"
                   open output capacity-log
               end-if
               move function current-date to current-datetime
               move run-date to cap-business-date
               move current-run-number to cap-run-number
               move "CAPHEAD" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "LIMIT-CAPACITY" to cap-limit-name
               move limit-capacity to cap-capacity
               move limit-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
