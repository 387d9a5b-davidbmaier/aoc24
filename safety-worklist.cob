               assign to dynamic worklist-report-name
           organization is line sequential.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd level-breakdown.
           01 level-breakdown-line pic X(38).

           fd report-outcomes.
           01 report-outcomes-line pic X(32).

           fd safety-parameters.
           01 safety-parameters-line pic X(30).
           fd worklist-report.
           01 worklist-report-line pic X(80).

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

      *    incoming outcome record, same layout day2/task2 writes
           01 report-outcome-record.
               05 out-report-num pic 9(5).
               05 filler pic X(2).
               05 out-status pic X(8).
               05 filler pic X(2).
               05 out-report-id pic X(15).

      *    per-report severity profile, slot = the day's report
      *    number, which only ties the breakdown and outcomes files
      *    together - the report itself is known by the identity
      *    stamped at intake, and both files must agree on it: how
      *    many steps violated, the worst violating magnitude, and
      *    whether the dampener would have salvaged the report
           01 report-capacity pic 9(5) value 10000.
           01 highest-report pic 9(5) value 0.
           01 profile-table.
               05 profile-entry occurs 10000 times.
                   10 prf-report-id pic X(15).
                   10 prf-violations pic 9(5).
                   10 prf-worst-magnitude pic 9(3).
                   10 prf-outcome pic X(8).
           01 worklist-record.
               05 wkl-rank pic 9(5).
               05 filler pic X(2) value spaces.
               05 wkl-report-id pic X(15).
               05 filler pic X(2) value spaces.
               05 wkl-grade pic X(1).
               05 filler pic X(2) value spaces.

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
      *    which day's scoring evidence gets graded

           move 1 to r
           perform until r > report-capacity
               move spaces to prf-report-id(r)
               move 0 to prf-violations(r)
               move 0 to prf-worst-magnitude(r)
               move spaces to prf-outcome(r)
           perform load-report-outcomes

           open output worklist-report
           move "RANK   REPORT           GRADE VIOLATIONS WORST " &
               "SALVAGEABLE" to heading-line
           write worklist-report-line from heading-line

           move salvaged-count to sum-count
           write worklist-report-line from summary-record
           close worklist-report
           perform write-capacity-marks

           display "worklist written: " rank-number
               " reports graded over " steps-read " steps"
               if r > highest-report
                   move r to highest-report
               end-if
               move brk-report-id to prf-report-id(r)

               if brk-report-num not = prev-report-num
                   move brk-report-num to prev-report-num
                           if out-report-num > 0
                                   and out-report-num
                                       <= report-capacity
                               perform check-outcome-identity
                               move out-status
                                   to prf-outcome(out-report-num)
                               if out-report-num > highest-report
               close report-outcomes
           exit.

      *----------------------------------------------------------------
      *    check-outcome-identity - the outcome and the breakdown for
      *    one day's report number must be the same report, or the
      *    grading would pin one report's steps on another
      *----------------------------------------------------------------
           check-outcome-identity.
               if prf-report-id(out-report-num) = spaces
                   move out-report-id to prf-report-id(out-report-num)
               else
                   if prf-report-id(out-report-num) not = out-report-id
                       display "WORKLIST ABEND: report "
                           out-report-num " is " out-report-id
                           " on the outcomes but "
                           prf-report-id(out-report-num)
                           " on the breakdown"
                       move 16 to return-code
                       stop run
                   end-if
               end-if
           exit.

      *----------------------------------------------------------------
      *    rank-one-grade - selection walk over one outcome band,
      *    heaviest severity score first; score weighs the violation
               add 1 to rank-number
               move 'Y' to ranked-done(best-report)
               move rank-number to wkl-rank
               move prf-report-id(best-report) to wkl-report-id
               move worked-grade to wkl-grade
               move prf-violations(best-report) to wkl-violations
               move prf-worst-magnitude(best-report)
               end-if
               write worklist-report-line from worklist-record
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
               move "WORKLIST" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "REPORT-CAPACITY" to cap-limit-name
               move report-capacity to cap-capacity
               move highest-report to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
