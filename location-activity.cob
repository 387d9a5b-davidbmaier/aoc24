       identification division.
       program-id. locact.

       environment division.
           input-output section.
           file-control.
           select staged-input assign to dynamic staged-input-name
           organization is line sequential
           file status is staged-input-status.

           select activity-register
               assign to "location-activity-register"
           organization is line sequential
           file status is activity-register-status.

           select location-extract
               assign to "location-master-extract"
           organization is line sequential
           file status is location-extract-status.

           select location-history
               assign to "location-master-history"
           organization is line sequential
           file status is location-history-status.

           select activity-report
               assign to dynamic activity-report-name
           organization is line sequential.

           select activity-trans assign to dynamic activity-trans-name
           organization is line sequential.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd staged-input.
           01 staged-input-line pic X(80).

           fd activity-register.
           01 activity-register-line pic X(60).

           fd location-extract.
           01 location-extract-line pic X(40).

           fd location-history.
           01 location-history-line pic X(66).

           fd activity-report.
           01 activity-report-line pic X(80).

           fd activity-trans.
           01 activity-trans-line pic X(50).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 staged-input-status pic X(2).
           01 activity-register-status pic X(2).
           01 location-extract-status pic X(2).
           01 location-history-status pic X(2).
           01 staged-input-name pic X(40) value spaces.
           01 activity-report-name pic X(40).
           01 activity-trans-name pic X(40).
           01 activity-action pic X(8) value spaces.

      *    run date defaults to today unless overridden - UPDATE
      *    counts its staged day1 feed, PROPOSE measures from it
           01 current-datetime pic X(21).
           01 run-date pic X(8).
           01 run-date-raw pic X(8) value spaces.
           01 run-date-num pic 9(8).

      *    an active location no feed has named for this many days
      *    is proposed for deactivation; an inactive or unknown id
      *    seen on this many business dates, and still arriving, is
      *    put up for review
           01 unseen-days-raw pic X(5) value spaces.
           01 unseen-days pic 9(5) value 90.
           01 recur-days-raw pic X(5) value spaces.
           01 recur-days pic 9(5) value 3.
           01 unseen-cutoff pic X(8).
           01 cutoff-num pic 9(8).

      *    one staged day1 line - both ids of a pair are counted,
      *    whatever the loaders made of the pair
           01 raw-value-1 pic X(10).
           01 raw-value-2 pic X(10).
           01 raw-value pic X(10).
           01 staged-lines-counted pic 9(7) value 0.

      *    the activity register: every location id the day1 feeds
      *    have named, when first and last and how often. A date
      *    counted again (a rerun) replaces its own count; a date
      *    older than the last seen was counted by its first run
           01 register-record.
               05 reg-loc-id pic 9(5).
               05 filler pic X(2) value spaces.
               05 reg-first-seen pic X(8).
               05 filler pic X(2) value spaces.
               05 reg-last-seen pic X(8).
               05 filler pic X(2) value spaces.
               05 reg-occurrences pic 9(9).
               05 filler pic X(2) value spaces.
               05 reg-last-day-count pic 9(7).
               05 filler pic X(2) value spaces.
               05 reg-days-seen pic 9(5).

           01 register-capacity pic 9(5) value 5000.
           01 register-count pic 9(5) value 0.
           01 register-table.
               05 register-entry occurs 5000 times.
                   10 tbl-loc-id pic 9(5).
                   10 tbl-first-seen pic X(8).
                   10 tbl-last-seen pic X(8).
                   10 tbl-occurrences pic 9(9).
                   10 tbl-last-day-count pic 9(7).
                   10 tbl-days-seen pic 9(5).
                   10 tbl-today-count pic 9(7).
                   10 tbl-master-status pic A(1).
                   10 tbl-master-name pic X(30).
                   10 tbl-added-date pic X(8).
           01 g pic 9(5). *> iterator over register entries
           01 register-found pic 9(5).
           01 search-id pic 9(5).

           01 location-extract-record.
               05 ext-loc-id pic 9(5).
               05 filler pic X(2).
               05 ext-loc-status pic A(1).
               05 filler pic X(2).
               05 ext-loc-name pic X(30).

      *    the earliest dated change for an id is when it joined the
      *    master - a location younger than the unseen window is
      *    never proposed for deactivation
           01 location-history-record.
               05 hst-effective-date pic X(8).
               05 filler pic X(2).
               05 hst-loc-id pic 9(5).

      *    the register began with its earliest first-seen date; a
      *    location it has never seen is only dormant once the
      *    register has watched for the whole window
           01 register-start pic X(8) value spaces.

      *    generated maintenance transaction, the exact layout
      *    location-maint applies after review
           01 maint-transaction.
               05 trn-action pic X(1).
               05 filler pic X(2) value spaces.
               05 trn-loc-id pic X(5).
               05 filler pic X(2) value spaces.
               05 trn-loc-name pic X(30).
               05 filler pic X(2) value spaces.
               05 trn-effective-date pic X(8).

      *    one proposal line per id put forward
           01 proposal-record.
               05 prp-loc-id pic 9(5).
               05 filler pic X(2) value spaces.
               05 prp-finding pic X(20).
               05 filler pic X(2) value spaces.
               05 prp-last-seen pic X(8).
               05 filler pic X(2) value spaces.
               05 prp-days-seen pic 9(5).
               05 filler pic X(2) value spaces.
               05 prp-occurrences pic 9(9).
               05 filler pic X(2) value spaces.
               05 prp-name pic X(23).

           01 summary-record.
               05 sum-label pic X(30).
               05 filler pic X(2) value spaces.
               05 sum-count pic 9(5).

           01 heading-line pic X(80).

           01 dormant-count pic 9(5) value 0.
           01 inactive-recurring-count pic 9(5) value 0.
           01 unknown-recurring-count pic 9(5) value 0.
           01 trans-count pic 9(5) value 0.
           01 new-id-count pic 9(5) value 0.

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
           if run-date-raw not = spaces
                   and function test-numval(run-date-raw) = 0
               move run-date-raw to run-date
           else
               move function current-date to current-datetime
               move current-datetime(1:8) to run-date
           end-if

           accept activity-action
               from environment "LOCATION_ACTIVITY_ACTION"
           if activity-action = spaces
               move "UPDATE" to activity-action
           end-if

           perform load-register

           if activity-action = "UPDATE"
               perform update-register
               perform write-capacity-marks
               goback
           end-if

           if activity-action = "PROPOSE"
               perform propose-maintenance
               perform write-capacity-marks
               goback
           end-if

           display "LOCACT ABEND: LOCATION_ACTIVITY_ACTION '"
               function trim(activity-action)
               "' is not UPDATE or PROPOSE"
           move 8 to return-code
           stop run.

      *----------------------------------------------------------------
      *    update-register - count every id the day's staged day1
      *    feed named and fold the counts into the register
      *----------------------------------------------------------------
           update-register.
      *        staged dataset defaults to the run date's day1 feed
               accept staged-input-name
                   from environment "LOCATION_ACTIVITY_INPUT"
               if staged-input-name = spaces
                   string "stage-day1-" delimited by size
                       run-date delimited by size
                       into staged-input-name
                   end-string
               end-if

               open input staged-input
               if staged-input-status not = "00"
                   display "LOCACT SKIPPED: staged dataset '"
                       function trim(staged-input-name)
                       "' not available (status "
                       staged-input-status ")"
                   exit paragraph
               end-if
               move 'N' to eof
               perform until eof = 'E'
                   read staged-input
                       at end
                           move 'E' to eof
                       not at end
                           if staged-input-line(1:4) not = "HDR "
                                   and staged-input-line(1:4)
                                       not = "TRL "
                               perform count-staged-line
                           end-if
                   end-read
               end-perform
               close staged-input

               move 1 to g
               perform until g > register-count
                   if tbl-today-count(g) > 0
                       perform fold-today-count
                   end-if
                   add 1 to g
               end-perform

               perform rewrite-register

               display "location activity: " staged-lines-counted
                   " staged line(s) for " run-date " counted, "
                   new-id-count " id(s) seen for the first time, "
                   register-count " on the register"
           exit.

      *----------------------------------------------------------------
      *    count-staged-line - both ids of one staged pair; anything
      *    that is not a location id is left to the loaders' rejects
      *----------------------------------------------------------------
           count-staged-line.
               move spaces to raw-value-1
               move spaces to raw-value-2
               unstring staged-input-line delimited by all space into
                   raw-value-1 raw-value-2
               add 1 to staged-lines-counted
               move raw-value-1 to raw-value
               perform count-staged-id
               move raw-value-2 to raw-value
               perform count-staged-id
           exit.

      *----------------------------------------------------------------
      *    count-staged-id - one id onto today's count
      *----------------------------------------------------------------
           count-staged-id.
               if raw-value = spaces or raw-value(6:5) not = spaces
                   exit paragraph
               end-if
               if function test-numval(raw-value) not = 0
                   exit paragraph
               end-if
               if function numval(raw-value) < 0
                   exit paragraph
               end-if
               move function numval(raw-value) to search-id
               perform find-register-entry
               if register-found = 0
                   perform add-register-entry
               end-if
               add 1 to tbl-today-count(register-found)
           exit.

      *----------------------------------------------------------------
      *    fold-today-count - today's count into the running figures:
      *    a new last date adds, a rerun of the last date replaces,
      *    an older date was counted when it first ran
      *----------------------------------------------------------------
           fold-today-count.
               if tbl-last-seen(g) = spaces
                   move run-date to tbl-first-seen(g)
                   move run-date to tbl-last-seen(g)
                   move tbl-today-count(g) to tbl-occurrences(g)
                   move tbl-today-count(g) to tbl-last-day-count(g)
                   move 1 to tbl-days-seen(g)
                   add 1 to new-id-count
                   exit paragraph
               end-if

               if run-date > tbl-last-seen(g)
                   add tbl-today-count(g) to tbl-occurrences(g)
                   move tbl-today-count(g) to tbl-last-day-count(g)
                   move run-date to tbl-last-seen(g)
                   add 1 to tbl-days-seen(g)
               else
                   if run-date = tbl-last-seen(g)
                       subtract tbl-last-day-count(g)
                           from tbl-occurrences(g)
                       add tbl-today-count(g) to tbl-occurrences(g)
                       move tbl-today-count(g)
                           to tbl-last-day-count(g)
                   end-if
               end-if

               if run-date < tbl-first-seen(g)
                   move run-date to tbl-first-seen(g)
               end-if
           exit.

      *----------------------------------------------------------------
      *    propose-maintenance - the periodic proposals: dormant
      *    active locations to deactivate, and recurring inactive or
      *    unknown ids for the master team to review
      *----------------------------------------------------------------
           propose-maintenance.
               accept unseen-days-raw
                   from environment "LOCATION_ACTIVITY_UNSEEN_DAYS"
               if unseen-days-raw not = spaces
                       and function test-numval(unseen-days-raw) = 0
                   move function numval(unseen-days-raw)
                       to unseen-days
               end-if
               accept recur-days-raw
                   from environment "LOCATION_ACTIVITY_RECUR_DAYS"
               if recur-days-raw not = spaces
                       and function test-numval(recur-days-raw) = 0
                   move function numval(recur-days-raw)
                       to recur-days
               end-if

               move run-date to run-date-num
               compute cutoff-num = function date-of-integer(
                   function integer-of-date(run-date-num)
                   - unseen-days)
               move cutoff-num to unseen-cutoff

               move 1 to g
               perform until g > register-count
                   if register-start = spaces
                           or tbl-first-seen(g) < register-start
                       move tbl-first-seen(g) to register-start
                   end-if
                   add 1 to g
               end-perform

               perform load-master-extract
               perform load-location-history

               move spaces to activity-report-name
               string "location-activity-report-" delimited by size
                   run-date delimited by size
                   into activity-report-name
               end-string
               move spaces to activity-trans-name
               string "location-activity-trans-" delimited by size
                   run-date delimited by size
                   into activity-trans-name
               end-string
               open output activity-report
               open output activity-trans

               move spaces to heading-line
               string "LOCATION ACTIVITY PROPOSALS FOR "
                   delimited by size
                   run-date delimited by size
                   " - UNSEEN SINCE " delimited by size
                   unseen-cutoff delimited by size
                   into heading-line
               end-string
               write activity-report-line from heading-line
               move "ID     FINDING               LAST SEEN DAYS   "
                   & "OCCURS     NAME" to heading-line
               write activity-report-line from heading-line

               move 1 to g
               perform until g > register-count
                   perform propose-register-entry
                   add 1 to g
               end-perform

               move spaces to heading-line
               write activity-report-line from heading-line
               move "PROPOSED FOR DEACTIVATION" to sum-label
               move dormant-count to sum-count
               write activity-report-line from summary-record
               move "INACTIVE IDS STILL ARRIVING" to sum-label
               move inactive-recurring-count to sum-count
               write activity-report-line from summary-record
               move "UNKNOWN IDS STILL ARRIVING" to sum-label
               move unknown-recurring-count to sum-count
               write activity-report-line from summary-record
               move "TRANSACTIONS GENERATED" to sum-label
               move trans-count to sum-count
               write activity-report-line from summary-record

               close activity-report
               close activity-trans

               display "location activity proposals: " trans-count
                   " transaction(s) generated as "
                   function trim(activity-trans-name)
                   " - review before running maintenance"
           exit.

      *----------------------------------------------------------------
      *    propose-register-entry - one id: an active location not
      *    seen since the cutoff is dormant (unless it joined the
      *    master inside the window, or the register has not watched
      *    that long); an inactive or unknown id seen on enough dates
      *    and still arriving wants a decision
      *----------------------------------------------------------------
           propose-register-entry.
               if tbl-master-status(g) = "A"
                   if tbl-last-seen(g) = spaces
                       if register-start = spaces
                               or register-start > unseen-cutoff
                           exit paragraph
                       end-if
                   else
                       if tbl-last-seen(g) >= unseen-cutoff
                           exit paragraph
                       end-if
                   end-if
                   if tbl-added-date(g) > unseen-cutoff
                       exit paragraph
                   end-if
                   add 1 to dormant-count
                   move "DORMANT - DEACTIVATE" to prp-finding
                   perform write-proposal
                   move "D" to trn-action
                   perform write-proposal-transaction
                   exit paragraph
               end-if

               if tbl-last-seen(g) = spaces
                       or tbl-last-seen(g) < unseen-cutoff
                       or tbl-days-seen(g) < recur-days
                   exit paragraph
               end-if

               if tbl-master-status(g) = space
      *            an id the master has never carried, arriving
      *            day after day - proposed as an add, to be named
      *            by the master team before it is submitted
                   add 1 to unknown-recurring-count
                   move "UNKNOWN - RECURRING" to prp-finding
                   perform write-proposal
                   move "A" to trn-action
                   move "UNNAMED - SEEN IN DAY1 FEEDS"
                       to tbl-master-name(g)
                   perform write-proposal-transaction
               else
      *            maintenance has no reactivate action - an
      *            inactive id still arriving needs a person
                   add 1 to inactive-recurring-count
                   move "INACTIVE - RECURRING" to prp-finding
                   perform write-proposal
                   move spaces to proposal-record
                   move tbl-loc-id(g) to prp-loc-id
                   move "MANUAL REVIEW" to prp-finding
                   move "NO REACTIVATE TRANS" to prp-name
                   write activity-report-line from proposal-record
               end-if
           exit.

      *----------------------------------------------------------------
      *    write-proposal - one report line for the id in hand
      *----------------------------------------------------------------
           write-proposal.
               move tbl-loc-id(g) to prp-loc-id
               move tbl-last-seen(g) to prp-last-seen
               if tbl-last-seen(g) = spaces
                   move "NEVER" to prp-last-seen
               end-if
               move tbl-days-seen(g) to prp-days-seen
               move tbl-occurrences(g) to prp-occurrences
               move tbl-master-name(g) to prp-name
               write activity-report-line from proposal-record
           exit.

      *----------------------------------------------------------------
      *    write-proposal-transaction - one generated transaction in
      *    the maintenance layout, effective at once on review
      *----------------------------------------------------------------
           write-proposal-transaction.
               move tbl-loc-id(g) to trn-loc-id
               move tbl-master-name(g) to trn-loc-name
               move spaces to trn-effective-date
               write activity-trans-line from maint-transaction
               add 1 to trans-count
           exit.

      *----------------------------------------------------------------
      *    load-register - the register as the last update left it;
      *    none yet means nothing has been counted
      *----------------------------------------------------------------
           load-register.
               move 'N' to eof
               open input activity-register
               if activity-register-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read activity-register into register-record
                       at end
                           move 'E' to eof
                       not at end
                           perform add-register-entry
                           move reg-loc-id to tbl-loc-id(register-found)
                           move reg-first-seen
                               to tbl-first-seen(register-found)
                           move reg-last-seen
                               to tbl-last-seen(register-found)
                           move reg-occurrences
                               to tbl-occurrences(register-found)
                           move reg-last-day-count
                               to tbl-last-day-count(register-found)
                           move reg-days-seen
                               to tbl-days-seen(register-found)
                   end-read
               end-perform
               close activity-register
           exit.

      *----------------------------------------------------------------
      *    add-register-entry - a fresh, empty entry for search-id,
      *    left in register-found
      *----------------------------------------------------------------
           add-register-entry.
               if register-count >= register-capacity
                   display "LOCACT ABEND: activity register exceeds "
                       "table capacity of " register-capacity
                   move 16 to return-code
                   stop run
               end-if
               add 1 to register-count
               move register-count to register-found
               move search-id to tbl-loc-id(register-found)
               move spaces to tbl-first-seen(register-found)
               move spaces to tbl-last-seen(register-found)
               move 0 to tbl-occurrences(register-found)
               move 0 to tbl-last-day-count(register-found)
               move 0 to tbl-days-seen(register-found)
               move 0 to tbl-today-count(register-found)
               move space to tbl-master-status(register-found)
               move spaces to tbl-master-name(register-found)
               move spaces to tbl-added-date(register-found)
           exit.

      *----------------------------------------------------------------
      *    find-register-entry - linear scan for search-id, zero in
      *    register-found when it is not on the register
      *----------------------------------------------------------------
           find-register-entry.
               move 0 to register-found
               move 1 to g
               perform until g > register-count
                   if tbl-loc-id(g) = search-id
                       move g to register-found
                       move register-count to g
                   end-if
                   add 1 to g
               end-perform
           exit.

      *----------------------------------------------------------------
      *    rewrite-register - put the whole register back
      *----------------------------------------------------------------
           rewrite-register.
               open output activity-register
               move 1 to g
               perform until g > register-count
                   move tbl-loc-id(g) to reg-loc-id
                   move tbl-first-seen(g) to reg-first-seen
                   move tbl-last-seen(g) to reg-last-seen
                   move tbl-occurrences(g) to reg-occurrences
                   move tbl-last-day-count(g) to reg-last-day-count
                   move tbl-days-seen(g) to reg-days-seen
                   write activity-register-line from register-record
                   add 1 to g
               end-perform
               close activity-register
           exit.

      *----------------------------------------------------------------
      *    load-master-extract - status and name of every location on
      *    the master now; a master location no feed ever named gets
      *    an empty register entry so it can be found dormant
      *----------------------------------------------------------------
           load-master-extract.
               move 'N' to eof
               open input location-extract
               if location-extract-status not = "00"
                   display "LOCACT ABEND: location-master-extract "
                       "not available (status "
                       location-extract-status ") - run location "
                       "maintenance first"
                   move 8 to return-code
                   stop run
               end-if
               perform until eof = 'E'
                   read location-extract into location-extract-record
                       at end
                           move 'E' to eof
                       not at end
                           move ext-loc-id to search-id
                           perform find-register-entry
                           if register-found = 0
                               perform add-register-entry
                           end-if
                           move ext-loc-status
                               to tbl-master-status(register-found)
                           move ext-loc-name
                               to tbl-master-name(register-found)
                   end-read
               end-perform
               close location-extract
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    load-location-history - the date each master location
      *    joined; without a history every location counts as old
      *----------------------------------------------------------------
           load-location-history.
               move 'N' to eof
               open input location-history
               if location-history-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read location-history into location-history-record
                       at end
                           move 'E' to eof
                       not at end
                           move hst-loc-id to search-id
                           perform find-register-entry
                           if register-found > 0
                               if tbl-added-date(register-found)
                                       = spaces
                                   or hst-effective-date
                                       < tbl-added-date(register-found)
                                   move hst-effective-date
                                       to tbl-added-date(register-found)
                               end-if
                           end-if
                   end-read
               end-perform
               close location-history
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
               move "LOCACT" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "REGISTER-CAPACITY" to cap-limit-name
               move register-capacity to cap-capacity
               move register-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
