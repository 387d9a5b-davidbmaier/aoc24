               assign to dynamic contribution-report-name
           organization is line sequential.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd task-report.
           fd contribution-report.
           01 contribution-report-line pic X(80).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 task-report-status pic X(2).

           01 heading-line pic X(80).

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
      *    run date defaults to today unless overridden - it picks
      *    which day's task1 report gets broken down
           write contribution-report-line from summary-record

           close contribution-report
           perform write-capacity-marks

           display "contribution report written: " agg-count
               " locations over " lines-read " report lines"
                       "), names left blank"
               end-if
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
               move 0 to cap-run-number
               move "CONTRIB" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "LOCATION-CAPACITY" to cap-limit-name
               move location-capacity to cap-capacity
               move location-count to cap-high-water
               write capacity-log-line from capacity-record

               move "AGG-CAPACITY" to cap-limit-name
               move agg-capacity to cap-capacity
               move agg-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
