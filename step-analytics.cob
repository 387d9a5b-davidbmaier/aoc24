               assign to dynamic analytics-report-name
           organization is line sequential.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd level-breakdown.
           01 level-breakdown-line pic X(38).

           fd analytics-report.
           01 analytics-report-line pic X(60).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 level-breakdown-status pic X(2).
               05 brk-direction pic A(1).
               05 filler pic X(2).
               05 brk-in-range pic A(1).
               05 filler pic X(2).
               05 brk-report-id pic X(15).

      *    histogram of signed step sizes: slot 1 holds every step
      *    below -9, slots 2-20 hold -9 through +9, slot 21 holds
           01 prev-report-num pic 9(5) value 0.
           01 prev-direction pic A(1).

      *    per-report violation profile - slot = the day's report
      *    number, reported out under the identity intake stamped
           01 report-capacity pic 9(5) value 10000.
           01 highest-report pic 9(5) value 0.
           01 report-violations occurs 10000 times pic 9(5).
           01 report-identities occurs 10000 times pic X(15).
           01 profile-limit pic 9(2) value 10.
           01 profile-written pic 9(2).
           01 best-report pic 9(5).
               05 mag-count pic 9(7).
           01 profile-record.
               05 filler pic X(7) value "REPORT ".
               05 prf-report pic X(15).
               05 filler pic X(2) value spaces.
               05 filler pic X(11) value "VIOLATIONS ".
               05 prf-count pic 9(5).

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
      *    which day's breakdown file gets analyzed
           perform write-violation-profile

           close analytics-report
           perform write-capacity-marks

           display "step analytics written: " steps-read
               " steps analyzed"
           count-report-violation.
               if brk-report-num > 0
                   add 1 to report-violations(brk-report-num)
                   move brk-report-id
                       to report-identities(brk-report-num)
                   if brk-report-num > highest-report
                       move brk-report-num to highest-report
                   end-if
                   if best-report = 0
                       move profile-limit to profile-written
                   else
                       move report-identities(best-report)
                           to prf-report
                       move best-count to prf-count
                       write analytics-report-line
                           from profile-record
                   end-if
               end-perform
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
               move "STEPANLYT" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "REPORT-CAPACITY" to cap-limit-name
               move report-capacity to cap-capacity
               move highest-report to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
