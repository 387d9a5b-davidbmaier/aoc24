       identification division.
       program-id. day1recon.

       environment division.
           input-output section.
           file-control.
           select task-report assign to dynamic task-report-name
           organization is line sequential
           file status is task-report-status.

           select location-extract
               assign to "location-master-extract"
           organization is line sequential
           file status is location-extract-status.

           select reconciliation-report
               assign to dynamic reconciliation-report-name
           organization is line sequential.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd task-report.
           01 task-report-line pic X(100).

           fd location-extract.
           01 location-extract-line pic X(40).

           fd reconciliation-report.
           01 reconciliation-report-line pic X(80).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 task-report-status pic X(2).
           01 location-extract-status pic X(2).

      *    run-date stamp - reads the same date's task1 report the
      *    day1 loader wrote and writes a dated reconciliation report
           01 current-datetime pic X(21).
           01 run-date pic X(8).
           01 run-date-raw pic X(8) value spaces.
           01 task-report-name pic X(40).
           01 reconciliation-report-name pic X(40).

      *    incoming report record, same layout day1/task1 writes -
      *    both columns come out of the loader sorted ascending, so
      *    each column is already grouped by location id
           01 report-record.
               05 rpt-value-1 pic 9(5).
               05 filler pic X(3).
               05 rpt-value-1-name pic X(30).
               05 filler pic X(3).
               05 rpt-value-2 pic 9(5).
               05 filler pic X(3).
               05 rpt-value-2-name pic X(30).
               05 filler pic X(3).
               05 rpt-diff pic 9(5).
               05 filler pic X(3).
               05 rpt-total pic 9(10).

      *    location master extract, loaded at startup when present -
      *    blanks stand in for the names when no extract exists
           01 location-validation pic A(1) value "N".
           01 location-eof pic A(1).
           01 location-capacity pic 9(5) value 5000.
           01 location-count pic 9(5) value 0.
           01 location-table.
               05 location-entry occurs 5000 times.
                   10 loc-tbl-id pic 9(5).
                   10 loc-tbl-status pic A(1).
                   10 loc-tbl-name pic X(30).
           01 location-extract-record.
               05 ext-loc-id pic 9(5).
               05 filler pic X(2).
               05 ext-loc-status pic A(1).
               05 filler pic X(2).
               05 ext-loc-name pic X(30).
           01 location-search-id pic 9(5).
           01 location-found pic 9(5).
           01 loc-index pic 9(5).

      *    one column's ids grouped with their occurrence counts, in
      *    ascending id order as the report delivers them
           01 column-capacity pic 9(5) value 1000.
           01 left-count pic 9(5) value 0.
           01 left-table.
               05 left-entry occurs 1000 times.
                   10 lft-loc-id pic 9(5).
                   10 lft-occurrences pic 9(7).
           01 right-count pic 9(5) value 0.
           01 right-table.
               05 right-entry occurs 1000 times.
                   10 rgt-loc-id pic 9(5).
                   10 rgt-occurrences pic 9(7).

      *    the two columns matched on location id - zero
      *    occurrences on a side means the id never showed there
           01 match-capacity pic 9(5) value 2000.
           01 match-count pic 9(5) value 0.
           01 match-table.
               05 match-entry occurs 2000 times.
                   10 mat-loc-id pic 9(5).
                   10 mat-left pic 9(7).
                   10 mat-right pic 9(7).
           01 l pic 9(5). *> iterator over the left column
           01 r pic 9(5). *> iterator over the right column
           01 m pic 9(5). *> iterator over matched entries

      *    counts on the two sides are reported as apart when they
      *    differ by at least this percentage of the larger count
           01 apart-pct-raw pic X(5) value spaces.
           01 apart-pct pic 9(3) value 50.
           01 larger-count pic 9(7).
           01 count-gap pic 9(7).
           01 gap-pct pic 9(3).

           01 lines-read pic 9(7) value 0.

      *    the similarity score counts each left occurrence of an id
      *    once per right occurrence of the same id; an id seen on
      *    one side only scores nothing, and what it would have
      *    scored had each occurrence found one partner - id times
      *    its count - is the similarity lost to it
           01 similarity-score pic 9(12) value 0.
           01 left-only-ids pic 9(7) value 0.
           01 left-only-occurrences pic 9(7) value 0.
           01 left-only-lost pic 9(12) value 0.
           01 right-only-ids pic 9(7) value 0.
           01 right-only-occurrences pic 9(7) value 0.
           01 right-only-lost pic 9(12) value 0.
           01 apart-ids pic 9(7) value 0.
           01 total-lost pic 9(12).
           01 lost-pct pic 9(3).
           01 line-lost pic 9(12).

      *    one-side-only line
           01 unmatched-record.
               05 unm-loc-id pic 9(5).
               05 filler pic X(2) value spaces.
               05 unm-loc-name pic X(30).
               05 filler pic X(2) value spaces.
               05 unm-occurrences pic 9(7).
               05 filler pic X(2) value spaces.
               05 unm-lost pic 9(12).

      *    both-sides line with counts apart
           01 apart-record.
               05 apt-loc-id pic 9(5).
               05 filler pic X(2) value spaces.
               05 apt-loc-name pic X(30).
               05 filler pic X(2) value spaces.
               05 apt-left pic 9(7).
               05 filler pic X(2) value spaces.
               05 apt-right pic 9(7).
               05 filler pic X(2) value spaces.
               05 apt-gap-pct pic 9(3).

           01 summary-record.
               05 sum-label pic X(34).
               05 filler pic X(2) value spaces.
               05 sum-value pic 9(12).

           01 heading-line pic X(80).
           01 name-work pic X(30).

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
           01 column-high-water pic 9(5) value 0.

       procedure division.
      *    run date defaults to today unless overridden - it picks
      *    which day's task1 report gets reconciled
           accept run-date-raw from environment "BATCH_RUN_DATE"
           if run-date-raw not = spaces
                   and function test-numval(run-date-raw) = 0
               move run-date-raw to run-date
           else
               move function current-date to current-datetime
               move current-datetime(1:8) to run-date
           end-if
           string "task1-report-" delimited by size
               run-date delimited by size
               into task-report-name
           end-string
           string "day1-reconciliation-report-" delimited by size
               run-date delimited by size
               into reconciliation-report-name
           end-string

      *    count gap threshold defaults to 50 percent unless
      *    overridden
           accept apart-pct-raw from environment "DAY1_RECON_APART_PCT"
           if apart-pct-raw not = spaces
               if function test-numval(apart-pct-raw) = 0
                       and function numval(apart-pct-raw) > 0
                       and function numval(apart-pct-raw) <= 100
                   move function numval(apart-pct-raw) to apart-pct
               else
                   display "DAY1RECON: count gap '" apart-pct-raw
                       "' is not usable, using " apart-pct
               end-if
           end-if

      *    pick up the location master extract, if maintenance has
      *    produced one
           perform load-location-master

           move 'N' to eof
           open input task-report
           if task-report-status not = "00"
               display "DAY1RECON SKIPPED: "
                   function trim(task-report-name)
                   " not available (status " task-report-status ")"
               goback
           end-if
           perform until eof = 'E'
               read task-report into report-record
                   at end
                       move 'E' to eof
                   not at end
                       add 1 to lines-read
                       perform group-left-value
                       perform group-right-value
               end-read
           end-perform
           close task-report

           perform match-columns

           open output reconciliation-report

           move spaces to heading-line
           string "DAY1 LEFT/RIGHT RECONCILIATION " delimited by size
               run-date delimited by size
               into heading-line
           end-string
           write reconciliation-report-line from heading-line

           move spaces to heading-line
           write reconciliation-report-line from heading-line
           move "LOCATION IDS ONLY IN THE LEFT LIST" to heading-line
           write reconciliation-report-line from heading-line
           move "ID     NAME                            " &
               "COUNT    LOST-SIMILARITY" to heading-line
           write reconciliation-report-line from heading-line
           move 1 to m
           perform until m > match-count
               if mat-right(m) = 0
                   perform write-left-only
               end-if
               add 1 to m
           end-perform

           move spaces to heading-line
           write reconciliation-report-line from heading-line
           move "LOCATION IDS ONLY IN THE RIGHT LIST" to heading-line
           write reconciliation-report-line from heading-line
           move "ID     NAME                            " &
               "COUNT    LOST-SIMILARITY" to heading-line
           write reconciliation-report-line from heading-line
           move 1 to m
           perform until m > match-count
               if mat-left(m) = 0
                   perform write-right-only
               end-if
               add 1 to m
           end-perform

           move spaces to heading-line
           write reconciliation-report-line from heading-line
           move spaces to heading-line
           string "LOCATION IDS ON BOTH SIDES WITH COUNTS "
                   delimited by size
               apart-pct delimited by size
               " PCT OR MORE APART" delimited by size
               into heading-line
           end-string
           write reconciliation-report-line from heading-line
           move "ID     NAME                            " &
               "LEFT     RIGHT    GAP-PCT" to heading-line
           write reconciliation-report-line from heading-line
           move 1 to m
           perform until m > match-count
               if mat-left(m) > 0 and mat-right(m) > 0
                   perform check-counts-apart
               end-if
               add 1 to m
           end-perform

           perform write-reconciliation-totals

           close reconciliation-report

      *    the two columns share one limit - the longer one is the mark
           move left-count to column-high-water
           if right-count > left-count
               move right-count to column-high-water
           end-if
           perform write-capacity-marks

           display "reconciliation report written: "
               left-only-ids " left-only, " right-only-ids
               " right-only, " apart-ids " apart"

           goback.

      *----------------------------------------------------------------
      *    group-left-value - fold one report line's left id into the
      *    left column's groups; the column must arrive ascending
      *----------------------------------------------------------------
           group-left-value.
               if left-count > 0
                   if rpt-value-1 = lft-loc-id(left-count)
                       add 1 to lft-occurrences(left-count)
                       exit paragraph
                   end-if
                   if rpt-value-1 < lft-loc-id(left-count)
                       display "DAY1RECON ABEND: "
                           function trim(task-report-name)
                           " left column is not in ascending order"
                           " at line " lines-read
                       move 16 to return-code
                       stop run
                   end-if
               end-if
               if left-count >= column-capacity
                   display "DAY1RECON ABEND: left column ids exceed "
                       "table capacity of " column-capacity
                   move 16 to return-code
                   stop run
               end-if
               add 1 to left-count
               move rpt-value-1 to lft-loc-id(left-count)
               move 1 to lft-occurrences(left-count)
           exit.

      *----------------------------------------------------------------
      *    group-right-value - fold one report line's right id into
      *    the right column's groups; the column must arrive
      *    ascending
      *----------------------------------------------------------------
           group-right-value.
               if right-count > 0
                   if rpt-value-2 = rgt-loc-id(right-count)
                       add 1 to rgt-occurrences(right-count)
                       exit paragraph
                   end-if
                   if rpt-value-2 < rgt-loc-id(right-count)
                       display "DAY1RECON ABEND: "
                           function trim(task-report-name)
                           " right column is not in ascending order"
                           " at line " lines-read
                       move 16 to return-code
                       stop run
                   end-if
               end-if
               if right-count >= column-capacity
                   display "DAY1RECON ABEND: right column ids exceed "
                       "table capacity of " column-capacity
                   move 16 to return-code
                   stop run
               end-if
               add 1 to right-count
               move rpt-value-2 to rgt-loc-id(right-count)
               move 1 to rgt-occurrences(right-count)
           exit.

      *----------------------------------------------------------------
      *    match-columns - match-merge the two ascending columns on
      *    location id into one table, zero standing for the side an
      *    id never appeared on
      *----------------------------------------------------------------
           match-columns.
               move 1 to l
               move 1 to r
               perform until l > left-count and r > right-count
                   add 1 to match-count
                   if l > left-count
                       move rgt-loc-id(r) to mat-loc-id(match-count)
                       move 0 to mat-left(match-count)
                       move rgt-occurrences(r) to mat-right(match-count)
                       add 1 to r
                   else
                       if r > right-count
                               or lft-loc-id(l) < rgt-loc-id(r)
                           move lft-loc-id(l) to mat-loc-id(match-count)
                           move lft-occurrences(l)
                               to mat-left(match-count)
                           move 0 to mat-right(match-count)
                           add 1 to l
                       else
                           if rgt-loc-id(r) < lft-loc-id(l)
                               move rgt-loc-id(r)
                                   to mat-loc-id(match-count)
                               move 0 to mat-left(match-count)
                               move rgt-occurrences(r)
                                   to mat-right(match-count)
                               add 1 to r
                           else
                               move lft-loc-id(l)
                                   to mat-loc-id(match-count)
                               move lft-occurrences(l)
                                   to mat-left(match-count)
                               move rgt-occurrences(r)
                                   to mat-right(match-count)
                               compute similarity-score =
                                   similarity-score
                                   + lft-loc-id(l) * lft-occurrences(l)
                                   * rgt-occurrences(r)
                               add 1 to l
                               add 1 to r
                           end-if
                       end-if
                   end-if
               end-perform
           exit.

      *----------------------------------------------------------------
      *    write-left-only - an id the right list never carried
      *----------------------------------------------------------------
           write-left-only.
               compute line-lost = mat-loc-id(m) * mat-left(m)
               add 1 to left-only-ids
               add mat-left(m) to left-only-occurrences
               add line-lost to left-only-lost
               move mat-loc-id(m) to unm-loc-id
               perform set-location-name
               move name-work to unm-loc-name
               move mat-left(m) to unm-occurrences
               move line-lost to unm-lost
               write reconciliation-report-line from unmatched-record
           exit.

      *----------------------------------------------------------------
      *    write-right-only - an id the left list never carried
      *----------------------------------------------------------------
           write-right-only.
               compute line-lost = mat-loc-id(m) * mat-right(m)
               add 1 to right-only-ids
               add mat-right(m) to right-only-occurrences
               add line-lost to right-only-lost
               move mat-loc-id(m) to unm-loc-id
               perform set-location-name
               move name-work to unm-loc-name
               move mat-right(m) to unm-occurrences
               move line-lost to unm-lost
               write reconciliation-report-line from unmatched-record
           exit.

      *----------------------------------------------------------------
      *    check-counts-apart - an id on both sides whose counts are
      *    at least the threshold percentage of the larger count
      *    apart
      *----------------------------------------------------------------
           check-counts-apart.
               if mat-left(m) > mat-right(m)
                   move mat-left(m) to larger-count
                   compute count-gap = mat-left(m) - mat-right(m)
               else
                   move mat-right(m) to larger-count
                   compute count-gap = mat-right(m) - mat-left(m)
               end-if
               compute gap-pct = (count-gap * 100) / larger-count
               if gap-pct < apart-pct
                   exit paragraph
               end-if
               add 1 to apart-ids
               move mat-loc-id(m) to apt-loc-id
               perform set-location-name
               move name-work to apt-loc-name
               move mat-left(m) to apt-left
               move mat-right(m) to apt-right
               move gap-pct to apt-gap-pct
               write reconciliation-report-line from apart-record
           exit.

      *----------------------------------------------------------------
      *    write-reconciliation-totals - the counts behind each
      *    section and how much of the similarity score the ids
      *    with no match on the other side cost
      *----------------------------------------------------------------
           write-reconciliation-totals.
               move spaces to heading-line
               write reconciliation-report-line from heading-line
               move "REPORT LINES RECONCILED" to sum-label
               move lines-read to sum-value
               write reconciliation-report-line from summary-record
               move "LEFT-ONLY LOCATION IDS" to sum-label
               move left-only-ids to sum-value
               write reconciliation-report-line from summary-record
               move "LEFT-ONLY OCCURRENCES" to sum-label
               move left-only-occurrences to sum-value
               write reconciliation-report-line from summary-record
               move "RIGHT-ONLY LOCATION IDS" to sum-label
               move right-only-ids to sum-value
               write reconciliation-report-line from summary-record
               move "RIGHT-ONLY OCCURRENCES" to sum-label
               move right-only-occurrences to sum-value
               write reconciliation-report-line from summary-record
               move "IDS WITH COUNTS APART" to sum-label
               move apart-ids to sum-value
               write reconciliation-report-line from summary-record
               move "SIMILARITY SCORE" to sum-label
               move similarity-score to sum-value
               write reconciliation-report-line from summary-record
               move "SIMILARITY LOST TO LEFT-ONLY IDS" to sum-label
               move left-only-lost to sum-value
               write reconciliation-report-line from summary-record
               move "SIMILARITY LOST TO RIGHT-ONLY IDS" to sum-label
               move right-only-lost to sum-value
               write reconciliation-report-line from summary-record
               compute total-lost = left-only-lost + right-only-lost
               move "SIMILARITY LOST IN TOTAL" to sum-label
               move total-lost to sum-value
               write reconciliation-report-line from summary-record
               if similarity-score + total-lost = 0
                   move 0 to lost-pct
               else
                   compute lost-pct rounded = (total-lost * 100)
                       / (similarity-score + total-lost)
               end-if
               move "SIMILARITY LOST PCT" to sum-label
               move lost-pct to sum-value
               write reconciliation-report-line from summary-record
           exit.

      *----------------------------------------------------------------
      *    set-location-name - resolve the id on the current matched
      *    entry to its master name; blanks when the master is not
      *    loaded, a marker when the id is not on it
      *----------------------------------------------------------------
           set-location-name.
               move spaces to name-work
               if location-validation = "Y"
                   move mat-loc-id(m) to location-search-id
                   perform find-location
                   if location-found > 0
                       move loc-tbl-name(location-found) to name-work
                   else
                       move "(NOT ON LOCATION MASTER)" to name-work
                   end-if
               end-if
           exit.

      *----------------------------------------------------------------
      *    find-location - linear scan of the extract table, zero
      *    in location-found when the id is not on the master
      *----------------------------------------------------------------
           find-location.
               move 0 to location-found
               move 1 to loc-index
               perform until loc-index > location-count
                   if loc-tbl-id(loc-index) = location-search-id
                       move loc-index to location-found
                       move location-count to loc-index
                   end-if
                   add 1 to loc-index
               end-perform
           exit.

      *----------------------------------------------------------------
      *    load-location-master - pull the master extract into the
      *    lookup table; no extract just means blank names
      *----------------------------------------------------------------
           load-location-master.
               move 'N' to location-eof
               open input location-extract
               if location-extract-status = "00"
                   perform until location-eof = 'E'
                       read location-extract
                               into location-extract-record
                           at end
                               move 'E' to location-eof
                           not at end
                               if location-count >= location-capacity
                                   display "DAY1RECON ABEND: location "
                                       "master extract exceeds table "
                                       "capacity of " location-capacity
                                   move 16 to return-code
                                   stop run
                               end-if
                               add 1 to location-count
                               move ext-loc-id
                                   to loc-tbl-id(location-count)
                               move ext-loc-status
                                   to loc-tbl-status(location-count)
                               move ext-loc-name
                                   to loc-tbl-name(location-count)
                       end-read
                   end-perform
                   close location-extract
                   move 'Y' to location-validation
               else
                   display "DAY1RECON: location master extract not "
                       "available (status " location-extract-status
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
               move "DAY1RECON" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "LOCATION-CAPACITY" to cap-limit-name
               move location-capacity to cap-capacity
               move location-count to cap-high-water
               write capacity-log-line from capacity-record

               move "COLUMN-CAPACITY" to cap-limit-name
               move column-capacity to cap-capacity
               move column-high-water to cap-high-water
               write capacity-log-line from capacity-record

               move "MATCH-CAPACITY" to cap-limit-name
               move match-capacity to cap-capacity
               move match-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
