           organization is line sequential
           file status is location-extract-status.

           select location-history
               assign to "location-master-history"
           organization is line sequential
           file status is location-history-status.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd task-input.
           fd location-extract.
           01 location-extract-line pic X(40).

           fd location-history.
           01 location-history-line pic X(66).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 input-line pic X(13).
           01 eof pic A(1). *> eof indicator for file read
                   10 loc-tbl-id pic 9(5).
                   10 loc-tbl-status pic A(1).
                   10 loc-tbl-name pic X(30).
                   10 loc-tbl-effective pic X(8).
           01 location-extract-record.
               05 ext-loc-id pic 9(5).
               05 filler pic X(2).
               05 ext-loc-status pic A(1).
               05 filler pic X(2).
               05 ext-loc-name pic X(30).

      *    dated history of every location's status and name - when
      *    maintenance keeps one, ids are validated against the
      *    master as it stood on the business date, so a rerun weeks
      *    later rejects exactly what the original run rejected
           01 location-history-status pic X(2).
           01 location-history-record.
               05 hst-effective-date pic X(8).
               05 filler pic X(2).
               05 hst-loc-id pic 9(5).
               05 filler pic X(2).
               05 hst-loc-status pic A(1).
               05 filler pic X(2).
               05 hst-loc-name pic X(30).
           01 location-search-id pic 9(5).
           01 location-found pic 9(5).
           01 loc-index pic 9(5).
               05 filler pic X(2) value spaces.
               05 ext-result-value pic 9(10).

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
           move 0 to record-count
           perform write-audit-record
           perform write-totals-extract
           perform write-records-accounting
           perform write-capacity-marks

           move "COMPLETE" to rc-status
           perform record-run-status
           exit.

      *----------------------------------------------------------------
      *    load-location-master - the master as of the business date
      *    from the dated history when there is one, else the current
      *    extract; neither means validation stays off
      *----------------------------------------------------------------
           load-location-master.
               perform load-location-history
               if location-validation = "Y"
                   exit paragraph
               end-if
               move 'N' to location-eof
               open input location-extract
               if location-extract-status = "00"
               end-if
           exit.

      *----------------------------------------------------------------
      *    load-location-history - every status and name change in
      *    effect on the business date: for each id the change with
      *    the latest effective date not after it, the later entry
      *    winning a tie; an id first added after the business date
      *    stays off the table and so is unknown on that date
      *----------------------------------------------------------------
           load-location-history.
               move 'N' to location-eof
               open input location-history
               if location-history-status not = "00"
                   exit paragraph
               end-if
               perform until location-eof = 'E'
                   read location-history into location-history-record
                       at end
                           move 'E' to location-eof
                       not at end
                           if hst-effective-date <= run-date
                               perform apply-location-history
                           end-if
                   end-read
               end-perform
               close location-history
               move 'Y' to location-validation
           exit.

      *----------------------------------------------------------------
      *    apply-location-history - one dated change onto the table
      *----------------------------------------------------------------
           apply-location-history.
               move hst-loc-id to location-search-id
               perform find-location
               if location-found = 0
                   if location-count >= location-capacity
                       display "TASK ABEND: location "
                           "history exceeds table capacity of "
                           location-capacity
                       move 16 to return-code
                       stop run
                   end-if
                   add 1 to location-count
                   move location-count to location-found
                   move hst-loc-id to loc-tbl-id(location-found)
                   move spaces to loc-tbl-effective(location-found)
               end-if
               if hst-effective-date
                       >= loc-tbl-effective(location-found)
                   move hst-loc-status
                       to loc-tbl-status(location-found)
                   move hst-loc-name to loc-tbl-name(location-found)
                   move hst-effective-date
                       to loc-tbl-effective(location-found)
               end-if
           exit.

      *----------------------------------------------------------------
      *    find-location - linear scan of the extract table, zero
      *    in location-found when the id is not on the master
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
               move "DAY1TASK1" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "TABLE-CAPACITY" to cap-limit-name
               move table-capacity to cap-capacity
               move loaded-count to cap-high-water
               write capacity-log-line from capacity-record

               move "LOCATION-CAPACITY" to cap-limit-name
               move location-capacity to cap-capacity
               move location-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
