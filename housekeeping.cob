           file status is roll-live-status.

           select roll-archive assign to dynamic roll-archive-name
           organization is line sequential
           file status is roll-archive-status.

           select roll-work assign to "housekeeping-work"
           organization is line sequential.

           select calendar-extract
               assign to "business-calendar-extract"
           organization is line sequential
           file status is calendar-status.

       data division.
           file section.
           fd probe-file.
           01 probe-line pic X(10).

           fd roll-live.
           01 roll-live-line pic X(200).

           fd roll-archive.
           01 roll-archive-line pic X(200).

           fd roll-work.
           01 roll-work-line pic X(200).

           fd calendar-extract.
           01 calendar-extract-line pic X(49).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 probe-status pic X(2).
           01 roll-live-status pic X(2).
           01 roll-archive-status pic X(2).
      *    a second roll on the same day adds to that day's archive
      *    rather than writing over it
           01 archive-existed pic A(1).
           01 probe-name pic X(50).
           01 roll-live-name pic X(50).
           01 roll-archive-name pic X(50).
               05 filler pic X(30)
                   value "location-refresh-report".
               05 filler pic X(30) value "location-refresh-trans".
               05 filler pic X(30)
                   value "day1-reconciliation-report".
               05 filler pic X(30)
                   value "location-activity-report".
               05 filler pic X(30) value "location-activity-trans".
               05 filler pic X(30)
                   value "day2-duplicate-exceptions".
               05 filler pic X(30)
                   value "day2-task2-dup-exceptions".
               05 filler pic X(30) value "qa-sample-worksheet".
               05 filler pic X(30) value "qa-results-rejects".
               05 filler pic X(30) value "capacity-headroom-report".
               05 filler pic X(30) value "batch-integrity-report".
           01 purge-base-list-r redefines purge-base-list.
               05 purge-base occurs 36 times pic X(30).
           01 purge-base-count pic 9(3) value 36.
           01 probe-base pic X(30).

      *    the day2 fingerprint files are what day2 checks repeats
      *    against, so they are kept for the whole duplicate window -
      *    the last DAY2_DUPLICATE_DAYS day2 business dates, from
      *    the feed calendar when one is deployed, else that many
      *    calendar days - even where it reaches past the cutoff
           01 duplicate-days-raw pic X(3) value spaces.
           01 duplicate-days pic 9(3) value 7.
           01 fingerprint-cutoff-int pic 9(8).
           01 window-start-int pic 9(8).
           01 window-start-num pic 9(8).
           01 calendar-status pic X(2).
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

      *    how many days past the cutoff to look for stragglers -
      *    anything older than this was purged by an earlier run
               05 filler.
                   10 filler pic X(30) value "batch-alerts".
                   10 filler pic 9(3) value 041.
               05 filler.
                   10 filler pic X(30) value "batch-capacity-log".
                   10 filler pic 9(3) value 001.
           01 roll-log-list-r redefines roll-log-list.
               05 roll-log-entry occurs 13 times.
                   10 roll-log-name pic X(30).
                   10 roll-log-date-pos pic 9(3).
           01 roll-log-count pic 9(2) value 13.

           01 b pic 9(3). *> iterator over purge bases
           01 d pic 9(3). *> iterator over candidate dates
           01 l pic 9(2). *> iterator over rolled logs
           01 record-date pic X(8).
           01 roll-buffer pic X(200).
           01 old-count pic 9(7).
           01 kept-count pic 9(7).
           01 purged-count pic 9(5) value 0.
      *    purge dated reports and exception files past retention
           move 1 to b
           perform until b > purge-base-count
               move purge-base(b) to probe-base
               move 1 to d
               perform until d > purge-window
                   compute candidate-int = cutoff-int - d
               add 1 to b
           end-perform

      *    fingerprint files past the duplicate window as well
           perform find-fingerprint-cutoff
           move "day2-report-fingerprints" to probe-base
           move 1 to d
           perform until d > purge-window
               compute candidate-int = fingerprint-cutoff-int - d
               compute candidate-date-num =
                   function date-of-integer(candidate-int)
               move candidate-date-num to candidate-date-x
               perform purge-candidate
               add 1 to d
           end-perform

      *    roll old records off the append-only logs into dated
      *    archives so the live files stay bounded
           move 1 to l
      *----------------------------------------------------------------
           purge-candidate.
               move spaces to probe-name
               string function trim(probe-base)
                   delimited by size
                   "-" delimited by size
                   candidate-date-x delimited by size
               end-if
           exit.

      *----------------------------------------------------------------
      *    find-fingerprint-cutoff - the older of the retention
      *    cutoff and the first date of the duplicate window day2
      *    would look back over from the run date
      *----------------------------------------------------------------
           find-fingerprint-cutoff.
               accept duplicate-days-raw
                   from environment "DAY2_DUPLICATE_DAYS"
               if duplicate-days-raw not = spaces
                   if function test-numval(duplicate-days-raw) = 0
                       move function numval(duplicate-days-raw)
                           to duplicate-days
                   else
                       display "HOUSEKEEPING: duplicate window '"
                           duplicate-days-raw "' is not numeric, "
                           "using " duplicate-days
                   end-if
               end-if

               compute window-start-int = run-date-int - duplicate-days
               move 0 to window-count
               move 'N' to eof
               open input calendar-extract
               if calendar-status = "00"
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
                   move run-date-int to window-start-int
                   if window-count > 0
                       move window-business-date(1)
                           to window-start-num
                       compute window-start-int =
                           function integer-of-date(window-start-num)
                   end-if
               end-if

               move cutoff-int to fingerprint-cutoff-int
               if window-start-int < cutoff-int
                   move window-start-int to fingerprint-cutoff-int
               end-if
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
      *    roll-one-log - move records older than the cutoff from a
      *    live append-only log into a dated archive, rewriting the
                   into roll-archive-name
               end-string

               move 'Y' to archive-existed
               open extend roll-archive
               if roll-archive-status = "35"
                   move 'N' to archive-existed
                   open output roll-archive
               end-if
               open output roll-work
               move 0 to old-count
               move 0 to kept-count
                       trim(roll-log-name(l)) " rolled, "
                       old-count " archived, " kept-count " kept"
               else
      *            nothing was old enough - drop the empty archive,
      *            unless an earlier roll today already filled it
                   if archive-existed = 'N'
                       move roll-archive-name to delete-name
                       call "CBL_DELETE_FILE" using delete-name
                       move 0 to return-code
                   end-if
               end-if

               move "housekeeping-work" to delete-name
