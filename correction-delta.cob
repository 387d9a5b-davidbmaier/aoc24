           select delta-report assign to dynamic delta-report-name
           organization is line sequential.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd run-control.
           01 control-total-line pic X(39).

           fd records-accounting.
           01 records-accounting-line pic X(71).

           fd delta-report.
           01 delta-report-line pic X(90).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 run-control-status pic X(2).
               05 acct-rejected pic 9(9).
               05 filler pic X(2).
               05 acct-business-date pic X(8).
               05 filler pic X(2).
               05 acct-duplicates pic 9(9).

      *    one entry per program tag seen on either run, totals and
      *    accounting counts side by side
                   10 dlt-new-read pic 9(9).
                   10 dlt-old-rejected pic 9(9).
                   10 dlt-new-rejected pic 9(9).
                   10 dlt-old-duplicates pic 9(9).
                   10 dlt-new-duplicates pic 9(9).
           01 tag-found pic 9(2).
           01 fold-tag pic X(10).
           01 g pic 9(2). *> iterator over tag entries
               05 dar-old-rejected pic 9(9).
               05 filler pic X(2) value spaces.
               05 dar-new-rejected pic 9(9).
               05 filler pic X(2) value spaces.
               05 dar-old-duplicates pic 9(9).
               05 filler pic X(2) value spaces.
               05 dar-new-duplicates pic 9(9).

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
      *    run date defaults to today unless overridden
           accept run-date-raw from environment "BATCH_RUN_DATE"
           move spaces to heading-line
           write delta-report-line from heading-line
           move "TAG         READ-ORIG  READ-CORR  REJ-ORIG   " &
               "REJ-CORR   DUP-ORIG   DUP-CORR" to heading-line
           write delta-report-line from heading-line
           move 1 to g
           perform until g > tag-count
           end-perform

           close delta-report
           perform write-capacity-marks

           display "correction delta written: run "
               superseded-run-number " vs run " current-run-number
                   move 0 to dlt-new-read(tag-found)
                   move 0 to dlt-old-rejected(tag-found)
                   move 0 to dlt-new-rejected(tag-found)
                   move 0 to dlt-old-duplicates(tag-found)
                   move 0 to dlt-new-duplicates(tag-found)
               end-if
           exit.


      *----------------------------------------------------------------
      *    load-records-accounting - both runs' in/processed/rejected
      *    and duplicate counts for the same side-by-side treatment;
      *    only the day2 loaders set duplicates aside, and a record
      *    written before they did carries none
      *----------------------------------------------------------------
           load-records-accounting.
               move 'N' to eof
                                       = current-run-number
                               move acct-program-tag to fold-tag
                               perform find-delta-tag
                               if acct-duplicates is not numeric
                                   move 0 to acct-duplicates
                               end-if
                               if acct-run-number
                                       = superseded-run-number
                                   move acct-records-read
                                       to dlt-old-read(tag-found)
                                   move acct-rejected
                                       to dlt-old-rejected(tag-found)
                                   move acct-duplicates
                                       to dlt-old-duplicates(tag-found)
                               else
                                   move acct-records-read
                                       to dlt-new-read(tag-found)
                                   move acct-rejected
                                       to dlt-new-rejected(tag-found)
                                   move acct-duplicates
                                       to dlt-new-duplicates(tag-found)
                               end-if
                           end-if
                   end-read
           exit.

      *----------------------------------------------------------------
      *    write-accounting-delta - one tag's read, rejected and
      *    duplicate counts under each run
      *----------------------------------------------------------------
           write-accounting-delta.
               move dlt-tag(g) to dar-tag
               move dlt-new-read(g) to dar-new-read
               move dlt-old-rejected(g) to dar-old-rejected
               move dlt-new-rejected(g) to dar-new-rejected
               move dlt-old-duplicates(g) to dar-old-duplicates
               move dlt-new-duplicates(g) to dar-new-duplicates
               write delta-report-line from delta-acct-record
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
               move "DELTA" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "TAG-CAPACITY" to cap-limit-name
               move tag-capacity to cap-capacity
               move tag-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
