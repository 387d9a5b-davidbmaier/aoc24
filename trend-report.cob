           select trend-report assign to dynamic trend-report-name
           organization is line sequential.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
      *    wide enough for the day2 records that carry the safety
           fd trend-report.
           01 trend-report-line pic X(90).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 audit-status pic X(2).

           01 heading-line pic X(90).

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
      *    run date defaults to today unless overridden, and stamps
      *    the trend report this run writes
           end-perform

           close trend-report
           perform write-capacity-marks

           display "trend report written: " run-count " runs over "
               date-count " dates"
               move run-rec-count(run-found) to prior-rec-count
               move run-total(run-found) to prior-total
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
               move report-date to cap-business-date
               move 0 to cap-run-number
               move "TREND" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "RUN-CAPACITY" to cap-limit-name
               move run-capacity to cap-capacity
               move run-count to cap-high-water
               write capacity-log-line from capacity-record

               move "DATE-CAPACITY" to cap-limit-name
               move date-capacity to cap-capacity
               move date-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
