           select refresh-trans assign to dynamic refresh-trans-name
           organization is line sequential.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd refresh-input.
           fd refresh-trans.
           01 refresh-trans-line pic X(50).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 refresh-input-status pic X(2).

      *    generated maintenance transaction, the exact layout
      *    location-maint applies after review; the effective date
      *    is the date of the reference compared, so the reviewed
      *    file applies at once yet the master's dated history shows
      *    each change from the day head office reported it
           01 maint-transaction.
               05 trn-action pic X(1).
               05 filler pic X(2) value spaces.
           01 manual-review-count pic 9(5) value 0.
           01 trans-count pic 9(5) value 0.

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
      *    refresh dataset name defaults unless overridden
           accept refresh-input-name

           close refresh-report
           close refresh-trans
           perform write-capacity-marks

           display "location refresh compare: " trans-count
               " transaction(s) generated as "
                   move "D" to trn-action
                   move mst-loc-id(m) to trn-loc-id
                   move mst-loc-name(m) to trn-loc-name
                   move run-date to trn-effective-date
                   write refresh-trans-line from maint-transaction
                   add 1 to trans-count
               end-if
           write-refresh-transaction.
               move ref-loc-id(r) to trn-loc-id
               move ref-loc-name(r) to trn-loc-name
               move run-date to trn-effective-date
               write refresh-trans-line from maint-transaction
               add 1 to trans-count
           exit.
               close refresh-input
               move 'N' to eof
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
               move "LOCREF" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "MASTER-CAPACITY" to cap-limit-name
               move master-capacity to cap-capacity
               move master-count to cap-high-water
               write capacity-log-line from capacity-record

               move "REFRESH-CAPACITY" to cap-limit-name
               move refresh-capacity to cap-capacity
               move refresh-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
