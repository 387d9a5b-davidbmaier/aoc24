       identification division.
       program-id. provscore.

       environment division.
           input-output section.
           file-control.
           select provider-register assign to "feed-intake-providers"
           organization is line sequential
           file status is provider-register-status.

           select transmission-register
               assign to "feed-transmission-register"
           organization is line sequential
           file status is transmission-register-status.

           select staged-input assign to dynamic staged-input-name
           organization is line sequential
           file status is staged-input-status.

           select day1-exceptions assign to dynamic day1-exceptions-name
           organization is line sequential
           file status is day1-exceptions-status.

           select repair-report assign to dynamic repair-report-name
           organization is line sequential
           file status is repair-report-status.

           select day2-exceptions assign to dynamic day2-exceptions-name
           organization is line sequential
           file status is day2-exceptions-status.

           select daily-stats assign to "provider-daily-stats"
           organization is line sequential
           file status is daily-stats-status.

           select agreements assign to dynamic agreements-name
           organization is line sequential
           file status is agreements-status.

           select scorecard-report assign to dynamic scorecard-name
           organization is line sequential.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd provider-register.
           01 provider-register-line pic X(135).

           fd transmission-register.
           01 transmission-register-line pic X(87).

           fd staged-input.
           01 staged-input-line pic X(30).

           fd day1-exceptions.
           01 day1-exceptions-line pic X(36).

           fd repair-report.
           01 repair-report-line pic X(62).

           fd day2-exceptions.
           01 day2-exceptions-line pic X(139).

           fd daily-stats.
           01 daily-stats-line pic X(98).

           fd agreements.
           01 agreements-line pic X(53).

           fd scorecard-report.
           01 scorecard-line pic X(80).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 provider-register-status pic X(2).
           01 transmission-register-status pic X(2).
           01 staged-input-status pic X(2).
           01 day1-exceptions-status pic X(2).
           01 repair-report-status pic X(2).
           01 day2-exceptions-status pic X(2).
           01 daily-stats-status pic X(2).
           01 agreements-status pic X(2).
           01 staged-input-name pic X(40).
           01 day1-exceptions-name pic X(40).
           01 repair-report-name pic X(40).
           01 day2-exceptions-name pic X(40).
           01 agreements-name pic X(40) value spaces.
           01 scorecard-name pic X(40).

      *    run-date stamp, the action asked for and, for the monthly
      *    scorecard, the month being graded
           01 current-datetime pic X(21).
           01 run-date pic X(8).
           01 run-date-raw pic X(8) value spaces.
           01 stats-timestamp pic X(14).
           01 scorecard-action pic X(8) value spaces.
           01 scorecard-month pic X(6) value spaces.

      *    the daily pass looks back this many business dates so a
      *    repair replayed after the night's batch is still picked up
      *    while the day's staged dataset is retained
           01 window-days-raw pic X(3) value spaces.
           01 window-days pic 9(3) value 7.
           01 date-num pic 9(8).
           01 window-start-int pic 9(8).
           01 window-end-int pic 9(8).
           01 date-int pic 9(8).
           01 stats-date pic X(8).
           01 stats-feed-tag pic X(4).
           01 stats-feed-id pic X(8).
           01 written-count pic 9(5) value 0.
           01 unchanged-count pic 9(5) value 0.

      *    provider register - one record per arrival, accepted or
      *    refused at the door
           01 provider-register-record.
               05 prv-business-date pic X(8).
               05 filler pic X(2).
               05 prv-feed-tag pic X(4).
               05 filler pic X(2).
               05 prv-source-name pic X(30).
               05 filler pic X(2).
               05 prv-record-count pic 9(7).
               05 filler pic X(2).
               05 prv-hash-total pic 9(10).
               05 filler pic X(2).
               05 prv-run-timestamp pic X(14).
               05 filler pic X(2).
               05 prv-provider-id pic X(8).
               05 filler pic X(2).
               05 prv-outcome pic X(8).
               05 filler pic X(2).
               05 prv-reason pic X(30).

      *    standing register of every transmission intake released;
      *    its timestamp names the intake whose staged dataset the
      *    day's loaders actually read
           01 transmission-register-record.
               05 trg-feed-id pic X(8).
               05 filler pic X(2).
               05 trg-business-date pic X(8).
               05 filler pic X(2).
               05 trg-record-count pic 9(7).
               05 filler pic X(2).
               05 trg-hash-total pic 9(10).
               05 filler pic X(2).
               05 trg-run-timestamp pic X(14).
               05 filler pic X(2).
               05 trg-source-name pic X(30).
           01 released-timestamp pic X(14).

      *    rejected day1 record as the loaders wrote it
           01 day1-exception-record.
               05 exc-input-line pic X(13).
               05 filler pic X(3).
               05 exc-reason pic X(20).

      *    day2 field exception, carrying the report's identity
           01 day2-exception-record.
               05 exc-field-reason pic X(20).
               05 filler pic X(2).
               05 exc-field-line pic X(100).
               05 filler pic X(2).
               05 exc-field-report-id.
                   10 exc-field-provider-id pic X(8).
                   10 exc-field-sequence pic 9(7).

      *    repair-replay report detail, one line per exception worked
           01 repair-detail-record.
               05 rpd-original pic X(13).
               05 filler pic X(2).
               05 rpd-corrected pic X(13).
               05 filler pic X(2).
               05 rpd-result pic X(20).
               05 filler pic X(2).
               05 rpd-adjustment pic 9(10).

      *    every provider seen for one business date and feed, with
      *    its place in the released staged dataset and its figures
           01 provider-capacity pic 9(2) value 16.
           01 provider-count pic 9(2) value 0.
           01 provider-table.
               05 provider-entry occurs 16 times.
                   10 pt-provider-id pic X(8).
                   10 pt-in-release pic A(1).
                   10 pt-record-count pic 9(7).
                   10 pt-first-ordinal pic 9(7).
                   10 pt-last-ordinal pic 9(7).
                   10 pt-release-hash pic 9(10).
                   10 pt-arrival-timestamp pic X(14).
                   10 pt-envelope-fails pic 9(3).
                   10 pt-resent-count pic 9(3).
                   10 pt-hash-count pic 9(2).
                   10 pt-hash pic 9(10) occurs 10 times.
                   10 pt-reject-count pic 9(7).
                   10 pt-repair-count pic 9(7).
           01 p pic 9(2). *> iterator over providers
           01 h pic 9(2). *> iterator over a provider's hashes
           01 provider-found pic 9(2).
           01 hash-found pic A(1).
           01 search-provider-id pic X(8).
           01 staged-ordinal pic 9(7).
           01 staged-buffer pic X(30).

      *    the day1 rejects and repairs, matched off against the staged
      *    lines one for one so each lands on the provider that sent it
           01 reject-capacity pic 9(5) value 5000.
           01 reject-count pic 9(5) value 0.
           01 reject-table.
               05 reject-entry occurs 5000 times.
                   10 rj-line pic X(13).
                   10 rj-taken pic A(1).
           01 repair-capacity pic 9(3) value 500.
           01 repair-count pic 9(3) value 0.
           01 repair-table.
               05 repair-entry occurs 500 times.
                   10 rp-line pic X(13).
                   10 rp-taken pic A(1).

      *    the provider, reject and repair tables are refilled for
      *    every date and feed, so the most any one fill held is
      *    kept for the capacity log
           01 provider-high-water pic 9(2) value 0.
           01 reject-high-water pic 9(5) value 0.
           01 repair-high-water pic 9(3) value 0.
           01 r pic 9(5). *> iterator over rejects and repairs
           01 line-taken pic A(1).

      *    one record per provider, feed and business date; a date's
      *    figures are rewritten only when they move, and the latest
      *    record for a date always wins
           01 daily-stats-record.
               05 pds-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 pds-feed-tag pic X(4).
               05 filler pic X(2) value spaces.
               05 pds-provider-id pic X(8).
               05 filler pic X(2) value spaces.
               05 pds-record-count pic 9(7).
               05 filler pic X(2) value spaces.
               05 pds-arrival-timestamp pic X(14).
               05 filler pic X(2) value spaces.
               05 pds-envelope-fails pic 9(3).
               05 filler pic X(2) value spaces.
               05 pds-resent-count pic 9(3).
               05 filler pic X(2) value spaces.
               05 pds-corrected-count pic 9(3).
               05 filler pic X(2) value spaces.
               05 pds-reject-count pic 9(7).
               05 filler pic X(2) value spaces.
               05 pds-repair-count pic 9(7).
               05 filler pic X(2) value spaces.
               05 pds-stats-timestamp pic X(14).
           01 daily-stats-image redefines daily-stats-record
               pic X(98).

           01 stats-capacity pic 9(4) value 1000.
           01 stats-count pic 9(4) value 0.
           01 stats-table.
               05 stats-entry occurs 1000 times.
                   10 st-line pic X(98).
           01 s pic 9(4). *> iterator over daily stats
           01 stats-found pic 9(4).

      *    provider agreement - the service levels each provider has
      *    signed up to for one feed
           01 agreement-record.
               05 agr-provider-id pic X(8).
               05 filler pic X(2).
               05 agr-feed-tag pic X(4).
               05 filler pic X(2).
               05 agr-cutoff-days pic X(1).
               05 filler pic X(2).
               05 agr-cutoff-time pic X(4).
               05 filler pic X(2).
               05 agr-min-ontime-pct pic X(3).
               05 filler pic X(2).
               05 agr-max-envelope-fails pic X(3).
               05 filler pic X(2).
               05 agr-max-reject-pct pic X(6).
               05 filler pic X(2).
               05 agr-max-corrected pic X(3).
               05 filler pic X(2).
               05 agr-max-repaired pic X(5).
           01 agreement-line-count pic 9(5) value 0.

      *    month totals per provider and feed, graded against the
      *    provider's agreement when it has one
           01 score-capacity pic 9(2) value 50.
           01 score-count pic 9(2) value 0.
           01 score-table.
               05 score-entry occurs 50 times.
                   10 sc-provider-id pic X(8).
                   10 sc-feed-tag pic X(4).
                   10 sc-has-agreement pic A(1).
                   10 sc-cutoff-days pic 9(1).
                   10 sc-cutoff-time pic X(4).
                   10 sc-min-ontime-pct pic 9(3).
                   10 sc-max-envelope-fails pic 9(3).
                   10 sc-max-reject-pct pic 9(3)V99.
                   10 sc-max-corrected pic 9(3).
                   10 sc-max-repaired pic 9(5).
                   10 sc-days pic 9(3).
                   10 sc-ontime-days pic 9(3).
                   10 sc-envelope-fails pic 9(5).
                   10 sc-corrected pic 9(5).
                   10 sc-record-count pic 9(9).
                   10 sc-reject-count pic 9(9).
                   10 sc-repair-count pic 9(7).
           01 g pic 9(2). *> iterator over scored providers
           01 score-found pic 9(2).
           01 cutoff-int pic 9(8).
           01 cutoff-date-num pic 9(8).
           01 cutoff-stamp pic X(14).
           01 ontime-pct pic 9(3)V99.
           01 reject-pct pic 9(3)V99.
           01 missed-count pic 9(5) value 0.

      *    scorecard report lines
           01 score-line.
               05 scl-provider-id pic X(8).
               05 filler pic X(2) value spaces.
               05 scl-feed-tag pic X(4).
               05 filler pic X(2) value spaces.
               05 scl-measure pic X(24).
               05 filler pic X(2) value spaces.
               05 scl-actual pic X(12).
               05 filler pic X(2) value spaces.
               05 scl-target pic X(12).
               05 filler pic X(2) value spaces.
               05 scl-grade pic X(10).
           01 edit-count pic Z(10)9.
           01 edit-pct pic Z(7)9.99.
           01 heading-line pic X(80).
           01 grade-met pic A(1).

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
           move function current-date to current-datetime
           move current-datetime(1:14) to stats-timestamp

           accept scorecard-action
               from environment "PROVIDER_SCORECARD_ACTION"
           if scorecard-action = spaces
               move "DAILY" to scorecard-action
           end-if

           if scorecard-action = "DAILY"
               perform daily-statistics
               perform write-capacity-marks
               goback
           end-if

           if scorecard-action = "MONTHLY"
               perform monthly-scorecard
               perform write-capacity-marks
               goback
           end-if

           display "PROVSCORE ABEND: PROVIDER_SCORECARD_ACTION '"
               function trim(scorecard-action)
               "' is not DAILY or MONTHLY"
           move 8 to return-code
           stop run.

      *----------------------------------------------------------------
      *    daily-statistics - the provider figures for each business
      *    date in the look-back window, both feeds
      *----------------------------------------------------------------
           daily-statistics.
               accept window-days-raw
                   from environment "PROVIDER_SCORECARD_DAYS"
               if window-days-raw not = spaces
                   if function test-numval(window-days-raw) = 0
                       compute window-days =
                           function numval(window-days-raw)
                   end-if
               end-if
               if window-days < 1 or window-days > 30
                   display "PROVSCORE ABEND: PROVIDER_SCORECARD_DAYS '"
                       function trim(window-days-raw)
                       "' is not 1 to 30"
                   move 8 to return-code
                   stop run
               end-if

               move run-date to date-num
               compute window-end-int =
                   function integer-of-date(date-num)
               compute window-start-int =
                   window-end-int - window-days + 1

               perform load-window-stats

               move window-start-int to date-int
               perform until date-int > window-end-int
                   compute date-num = function date-of-integer(date-int)
                   move date-num to stats-date
                   move "DAY1" to stats-feed-tag
                   perform build-date-feed-stats
                   move "DAY2" to stats-feed-tag
                   perform build-date-feed-stats
                   add 1 to date-int
               end-perform

               display "provider scorecard: " written-count
                   " provider day(s) recorded, " unchanged-count
                   " unchanged, " window-days " day(s) to " run-date
           exit.

      *----------------------------------------------------------------
      *    load-window-stats - the latest figures already recorded for
      *    each provider day in the window, so a day that hasn't moved
      *    is not written again
      *----------------------------------------------------------------
           load-window-stats.
               move 'N' to eof
               move 0 to stats-count
               open input daily-stats
               if daily-stats-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read daily-stats into daily-stats-record
                       at end
                           move 'E' to eof
                       not at end
                           if function test-numval(pds-business-date)
                                   = 0
                               move pds-business-date to date-num
                               compute date-int =
                                   function integer-of-date(date-num)
                               if date-int >= window-start-int
                                       and date-int <= window-end-int
                                   perform keep-stats-record
                               end-if
                           end-if
                   end-read
               end-perform
               close daily-stats
           exit.

      *----------------------------------------------------------------
      *    keep-stats-record - hold a daily record in the stats table,
      *    replacing an earlier record for the same provider day
      *----------------------------------------------------------------
           keep-stats-record.
               perform find-stats-entry
               if stats-found = 0
                   if stats-count >= stats-capacity
                       display "PROVSCORE ABEND: more than "
                           stats-capacity " provider days to hold"
                       move 16 to return-code
                       stop run
                   end-if
                   add 1 to stats-count
                   move stats-count to stats-found
               end-if
               move daily-stats-image to st-line(stats-found)
           exit.

      *----------------------------------------------------------------
      *    find-stats-entry - the table entry for the provider day in
      *    the stats record, zero when there is none yet
      *----------------------------------------------------------------
           find-stats-entry.
               move 0 to stats-found
               move 1 to s
               perform until s > stats-count
                   if st-line(s)(1:24) = daily-stats-image(1:24)
                       move s to stats-found
                       move stats-count to s
                   end-if
                   add 1 to s
               end-perform
           exit.

      *----------------------------------------------------------------
      *    build-date-feed-stats - every provider that sent, or tried
      *    to send, the feed for the date, with its figures
      *----------------------------------------------------------------
           build-date-feed-stats.
               move 0 to provider-count
               move spaces to stats-feed-id
               string stats-feed-tag delimited by size
                   "FEED" delimited by size
                   into stats-feed-id
               end-string

               perform find-released-intake
               perform load-release-group
               if provider-count = 0
                   exit paragraph
               end-if
               perform load-arrival-history

               if stats-feed-tag = "DAY1"
                   perform attribute-day1-rejects
               else
                   perform attribute-day2-rejects
               end-if

               move 1 to p
               perform until p > provider-count
                   perform record-provider-stats
                   add 1 to p
               end-perform
           exit.

      *----------------------------------------------------------------
      *    find-released-intake - the last intake released for the
      *    feed and date; spaces when none ever was
      *----------------------------------------------------------------
           find-released-intake.
               move spaces to released-timestamp
               move 'N' to eof
               open input transmission-register
               if transmission-register-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read transmission-register
                           into transmission-register-record
                       at end
                           move 'E' to eof
                       not at end
                           if trg-feed-id = stats-feed-id
                                   and trg-business-date = stats-date
                                   and trg-run-timestamp
                                       > released-timestamp
                               move trg-run-timestamp
                                   to released-timestamp
                           end-if
                   end-read
               end-perform
               close transmission-register
           exit.

      *----------------------------------------------------------------
      *    load-release-group - the providers in the released intake,
      *    in the order intake staged them, so each staged line can
      *    be traced to its sender; any other provider on the
      *    register for the date is added behind them
      *----------------------------------------------------------------
           load-release-group.
               move 0 to staged-ordinal
               move 'N' to eof
               open input provider-register
               if provider-register-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read provider-register into provider-register-record
                       at end
                           move 'E' to eof
                       not at end
                           if prv-business-date = stats-date
                                   and prv-feed-tag = stats-feed-tag
                                   and prv-provider-id not = spaces
                               move prv-provider-id
                                   to search-provider-id
                               perform find-provider
                               if prv-outcome = "ACCEPTED"
                                       and released-timestamp
                                           not = spaces
                                       and prv-run-timestamp
                                           = released-timestamp
                                   move 'Y'
                                       to pt-in-release(provider-found)
                                   move prv-record-count to
                                       pt-record-count(provider-found)
                                   move prv-hash-total to
                                       pt-release-hash(provider-found)
                                   compute pt-first-ordinal
                                       (provider-found) =
                                       staged-ordinal + 1
                                   add prv-record-count
                                       to staged-ordinal
                                   move staged-ordinal to
                                       pt-last-ordinal(provider-found)
                               end-if
                           end-if
                   end-read
               end-perform
               close provider-register
           exit.

      *----------------------------------------------------------------
      *    find-provider - the table entry for search-provider-id,
      *    added with zero figures on first sight
      *----------------------------------------------------------------
           find-provider.
               move 0 to provider-found
               move 1 to p
               perform until p > provider-count
                   if pt-provider-id(p) = search-provider-id
                       move p to provider-found
                       move provider-count to p
                   end-if
                   add 1 to p
               end-perform
               if provider-found > 0
                   exit paragraph
               end-if
               if provider-count >= provider-capacity
                   display "PROVSCORE ABEND: more than "
                       provider-capacity " providers for "
                       stats-feed-tag " on " stats-date
                   move 16 to return-code
                   stop run
               end-if
               add 1 to provider-count
               if provider-count > provider-high-water
                   move provider-count to provider-high-water
               end-if
               move provider-count to provider-found
               move search-provider-id to pt-provider-id(provider-found)
               move 'N' to pt-in-release(provider-found)
               move 0 to pt-record-count(provider-found)
               move 0 to pt-first-ordinal(provider-found)
               move 0 to pt-last-ordinal(provider-found)
               move 0 to pt-release-hash(provider-found)
               move spaces to pt-arrival-timestamp(provider-found)
               move 0 to pt-envelope-fails(provider-found)
               move 0 to pt-resent-count(provider-found)
               move 0 to pt-hash-count(provider-found)
               move 0 to pt-reject-count(provider-found)
               move 0 to pt-repair-count(provider-found)
           exit.

      *----------------------------------------------------------------
      *    load-arrival-history - the provider's first arrival of the
      *    transmission that was used, its refusals at the door, and
      *    how many different transmissions it had accepted for the
      *    date before the one that stood
      *----------------------------------------------------------------
           load-arrival-history.
               move 'N' to eof
               open input provider-register
               if provider-register-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read provider-register into provider-register-record
                       at end
                           move 'E' to eof
                       not at end
                           if prv-business-date = stats-date
                                   and prv-feed-tag = stats-feed-tag
                                   and prv-provider-id not = spaces
                               move prv-provider-id
                                   to search-provider-id
                               perform find-provider
                               perform tally-arrival
                           end-if
                   end-read
               end-perform
               close provider-register
           exit.

      *----------------------------------------------------------------
      *    tally-arrival - one register record against its provider;
      *    a named file that never arrived is not the provider's
      *    envelope failing and is left out
      *----------------------------------------------------------------
           tally-arrival.
               move provider-found to p
               if prv-outcome = "REFUSED"
                   if prv-reason(1:7) = "RE-SENT"
                       add 1 to pt-resent-count(p)
                   else
                       if prv-reason
                               not = "ARRIVED TRANSMISSION NOT FOUND"
                           add 1 to pt-envelope-fails(p)
                       end-if
                   end-if
                   exit paragraph
               end-if

               if pt-in-release(p) = 'Y'
                       and prv-hash-total = pt-release-hash(p)
                   if pt-arrival-timestamp(p) = spaces
                           or prv-run-timestamp
                               < pt-arrival-timestamp(p)
                       move prv-run-timestamp
                           to pt-arrival-timestamp(p)
                   end-if
               end-if

               move 'N' to hash-found
               move 1 to h
               perform until h > pt-hash-count(p)
                   if pt-hash(p, h) = prv-hash-total
                       move 'Y' to hash-found
                   end-if
                   add 1 to h
               end-perform
               if hash-found = 'N' and pt-hash-count(p) < 10
                   add 1 to pt-hash-count(p)
                   move prv-hash-total to pt-hash(p, pt-hash-count(p))
               end-if
           exit.

      *----------------------------------------------------------------
      *    attribute-day1-rejects - day1 rejects carry only the line
      *    text, so the released staged dataset is walked line by line
      *    and each reject and each repair sent to repair-replay is
      *    matched off against the first staged line with its text
      *----------------------------------------------------------------
           attribute-day1-rejects.
               if released-timestamp = spaces
                   exit paragraph
               end-if

               move spaces to day1-exceptions-name
               string "task1-exceptions-" delimited by size
                   stats-date delimited by size
                   into day1-exceptions-name
               end-string
               move spaces to repair-report-name
               string "repair-replay-report-" delimited by size
                   stats-date delimited by size
                   into repair-report-name
               end-string
               move spaces to staged-input-name
               string "stage-day1-" delimited by size
                   stats-date delimited by size
                   into staged-input-name
               end-string

               perform load-day1-rejects
               perform load-day1-repairs
               if reject-count = 0 and repair-count = 0
                   exit paragraph
               end-if

               move 'N' to eof
               move 0 to staged-ordinal
               open input staged-input
               if staged-input-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read staged-input into staged-buffer
                       at end
                           move 'E' to eof
                       not at end
                           if staged-buffer(1:4) not = "HDR "
                                   and staged-buffer(1:4) not = "TRL "
                               add 1 to staged-ordinal
                               perform attribute-staged-line
                           end-if
                   end-read
               end-perform
               close staged-input
           exit.

      *----------------------------------------------------------------
      *    load-day1-rejects - the task1 rejects for the date
      *----------------------------------------------------------------
           load-day1-rejects.
               move 0 to reject-count
               move 'N' to eof
               open input day1-exceptions
               if day1-exceptions-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read day1-exceptions into day1-exception-record
                       at end
                           move 'E' to eof
                       not at end
                           if reject-count >= reject-capacity
                               display "PROVSCORE ABEND: more than "
                                   reject-capacity " day1 rejects "
                                   "on " stats-date
                               move 16 to return-code
                               stop run
                           end-if
                           add 1 to reject-count
                           move exc-input-line to rj-line(reject-count)
                           move 'N' to rj-taken(reject-count)
                   end-read
               end-perform
               close day1-exceptions
               if reject-count > reject-high-water
                   move reject-count to reject-high-water
               end-if
           exit.

      *----------------------------------------------------------------
      *    load-day1-repairs - rejects repair-replay had a correction
      *    for, whether or not the correction was accepted
      *----------------------------------------------------------------
           load-day1-repairs.
               move 0 to repair-count
               move 'N' to eof
               open input repair-report
               if repair-report-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read repair-report into repair-detail-record
                       at end
                           move 'E' to eof
                       not at end
                           if rpd-corrected not = spaces
                                   and rpd-result not = spaces
                                   and rpd-result not = "NO CORRECTION"
                                   and rpd-original(1:8)
                                       not = "ORIGINAL"
                               if repair-count >= repair-capacity
                                   display "PROVSCORE ABEND: more than "
                                       repair-capacity " day1 repairs "
                                       "on " stats-date
                                   move 16 to return-code
                                   stop run
                               end-if
                               add 1 to repair-count
                               move rpd-original
                                   to rp-line(repair-count)
                               move 'N' to rp-taken(repair-count)
                           end-if
                   end-read
               end-perform
               close repair-report
               if repair-count > repair-high-water
                   move repair-count to repair-high-water
               end-if
           exit.

      *----------------------------------------------------------------
      *    attribute-staged-line - charge a staged line's reject and
      *    repair to the provider whose records it falls among
      *----------------------------------------------------------------
           attribute-staged-line.
               move 0 to provider-found
               move 1 to p
               perform until p > provider-count
                   if pt-in-release(p) = 'Y'
                           and staged-ordinal >= pt-first-ordinal(p)
                           and staged-ordinal <= pt-last-ordinal(p)
                       move p to provider-found
                       move provider-count to p
                   end-if
                   add 1 to p
               end-perform
               if provider-found = 0
                   exit paragraph
               end-if

               move 'N' to line-taken
               move 1 to r
               perform until r > reject-count
                   if rj-taken(r) = 'N'
                           and rj-line(r) = staged-buffer(1:13)
                       move 'Y' to rj-taken(r)
                       move 'Y' to line-taken
                       add 1 to pt-reject-count(provider-found)
                       move reject-count to r
                   end-if
                   add 1 to r
               end-perform
               if line-taken = 'N'
                   exit paragraph
               end-if

               move 1 to r
               perform until r > repair-count
                   if rp-taken(r) = 'N'
                           and rp-line(r) = staged-buffer(1:13)
                       move 'Y' to rp-taken(r)
                       add 1 to pt-repair-count(provider-found)
                       move repair-count to r
                   end-if
                   add 1 to r
               end-perform
           exit.

      *----------------------------------------------------------------
      *    attribute-day2-rejects - day2 field rejects carry the report
      *    identity, whose first eight bytes name the provider
      *----------------------------------------------------------------
           attribute-day2-rejects.
               move spaces to day2-exceptions-name
               string "day2-field-exceptions-" delimited by size
                   stats-date delimited by size
                   into day2-exceptions-name
               end-string
               move 'N' to eof
               open input day2-exceptions
               if day2-exceptions-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read day2-exceptions into day2-exception-record
                       at end
                           move 'E' to eof
                       not at end
                           perform charge-day2-reject
                   end-read
               end-perform
               close day2-exceptions
           exit.

      *----------------------------------------------------------------
      *    charge-day2-reject - one field reject against the provider
      *    named in its report identity, when it is in the release
      *----------------------------------------------------------------
           charge-day2-reject.
               move 1 to p
               perform until p > provider-count
                   if pt-provider-id(p) = exc-field-provider-id
                           and pt-in-release(p) = 'Y'
                       add 1 to pt-reject-count(p)
                       move provider-count to p
                   end-if
                   add 1 to p
               end-perform
           exit.

      *----------------------------------------------------------------
      *    record-provider-stats - append the provider day's figures
      *    unless the latest record already says the same
      *----------------------------------------------------------------
           record-provider-stats.
               move stats-date to pds-business-date
               move stats-feed-tag to pds-feed-tag
               move pt-provider-id(p) to pds-provider-id
               move pt-record-count(p) to pds-record-count
               move pt-arrival-timestamp(p) to pds-arrival-timestamp
               move pt-envelope-fails(p) to pds-envelope-fails
               move pt-resent-count(p) to pds-resent-count
               if pt-hash-count(p) > 1
                   compute pds-corrected-count = pt-hash-count(p) - 1
               else
                   move 0 to pds-corrected-count
               end-if
               move pt-reject-count(p) to pds-reject-count
               move pt-repair-count(p) to pds-repair-count
               move stats-timestamp to pds-stats-timestamp

               perform find-stats-entry
               if stats-found > 0
                   if st-line(stats-found)(1:84)
                           = daily-stats-image(1:84)
                       add 1 to unchanged-count
                       exit paragraph
                   end-if
               end-if
               perform keep-stats-record

               open extend daily-stats
               if daily-stats-status = "35"
                   open output daily-stats
               end-if
               write daily-stats-line from daily-stats-record
               close daily-stats
               add 1 to written-count
           exit.

      *----------------------------------------------------------------
      *    monthly-scorecard - the month's provider days graded
      *    against the provider agreements, one line per measure
      *----------------------------------------------------------------
           monthly-scorecard.
               accept scorecard-month
                   from environment "PROVIDER_SCORECARD_MONTH"
               if scorecard-month = spaces
                   move run-date(1:6) to scorecard-month
               end-if
               if function test-numval(scorecard-month) not = 0
                       or scorecard-month(5:2) < "01"
                       or scorecard-month(5:2) > "12"
                   display "PROVSCORE ABEND: PROVIDER_SCORECARD_MONTH '"
                       scorecard-month "' is not YYYYMM"
                   move 8 to return-code
                   stop run
               end-if

               accept agreements-name
                   from environment "PROVIDER_AGREEMENTS"
               if agreements-name = spaces
                   move "provider-agreements" to agreements-name
               end-if
               string "provider-scorecard-" delimited by size
                   scorecard-month delimited by size
                   into scorecard-name
               end-string

               perform load-agreements
               perform load-month-stats

               move 1 to s
               perform until s > stats-count
                   move st-line(s) to daily-stats-image
                   perform score-provider-day
                   add 1 to s
               end-perform

               perform write-scorecard

               display "provider scorecard " scorecard-month ": "
                   score-count " provider feed(s) graded, "
                   missed-count " measure(s) missed"
           exit.

      *----------------------------------------------------------------
      *    load-agreements - every provider agreement, each one a
      *    scorecard entry whether or not the provider sent anything
      *    in the month
      *----------------------------------------------------------------
           load-agreements.
               move 'N' to eof
               open input agreements
               if agreements-status not = "00"
                   display "provider scorecard: no provider agreements "
                       "in '" function trim(agreements-name)
                       "' - every provider graded NO AGREEMENT"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read agreements into agreement-record
                       at end
                           move 'E' to eof
                       not at end
                           add 1 to agreement-line-count
                           perform take-agreement
                   end-read
               end-perform
               close agreements
           exit.

      *----------------------------------------------------------------
      *    take-agreement - validate one agreement and hold it against
      *    its provider and feed
      *----------------------------------------------------------------
           take-agreement.
               if agr-provider-id = spaces
                       or (agr-feed-tag not = "DAY1"
                           and agr-feed-tag not = "DAY2")
                       or agr-cutoff-days is not numeric
                       or agr-cutoff-time is not numeric
                       or agr-cutoff-time(1:2) > "23"
                       or agr-cutoff-time(3:2) > "59"
                       or agr-min-ontime-pct is not numeric
                       or agr-max-envelope-fails is not numeric
                       or function test-numval(agr-max-reject-pct)
                           not = 0
                       or agr-max-corrected is not numeric
                       or agr-max-repaired is not numeric
                   display "PROVSCORE ABEND: provider agreement line "
                       agreement-line-count " is not valid"
                   move 8 to return-code
                   stop run
               end-if

               move agr-provider-id to pds-provider-id
               move agr-feed-tag to pds-feed-tag
               perform find-score-entry
               move 'Y' to sc-has-agreement(score-found)
               move agr-cutoff-days to sc-cutoff-days(score-found)
               move agr-cutoff-time to sc-cutoff-time(score-found)
               move agr-min-ontime-pct to sc-min-ontime-pct(score-found)
               move agr-max-envelope-fails
                   to sc-max-envelope-fails(score-found)
               compute sc-max-reject-pct(score-found) =
                   function numval(agr-max-reject-pct)
               move agr-max-corrected to sc-max-corrected(score-found)
               move agr-max-repaired to sc-max-repaired(score-found)
           exit.

      *----------------------------------------------------------------
      *    find-score-entry - the scorecard entry for the provider and
      *    feed in the daily stats record, added on first sight
      *----------------------------------------------------------------
           find-score-entry.
               move 0 to score-found
               move 1 to g
               perform until g > score-count
                   if sc-provider-id(g) = pds-provider-id
                           and sc-feed-tag(g) = pds-feed-tag
                       move g to score-found
                       move score-count to g
                   end-if
                   add 1 to g
               end-perform
               if score-found > 0
                   exit paragraph
               end-if
               if score-count >= score-capacity
                   display "PROVSCORE ABEND: more than "
                       score-capacity " provider feeds to grade"
                   move 16 to return-code
                   stop run
               end-if
               add 1 to score-count
               move score-count to score-found
               move pds-provider-id to sc-provider-id(score-found)
               move pds-feed-tag to sc-feed-tag(score-found)
               move 'N' to sc-has-agreement(score-found)
               move 0 to sc-cutoff-days(score-found)
               move spaces to sc-cutoff-time(score-found)
               move 0 to sc-min-ontime-pct(score-found)
               move 0 to sc-max-envelope-fails(score-found)
               move 0 to sc-max-reject-pct(score-found)
               move 0 to sc-max-corrected(score-found)
               move 0 to sc-max-repaired(score-found)
               move 0 to sc-days(score-found)
               move 0 to sc-ontime-days(score-found)
               move 0 to sc-envelope-fails(score-found)
               move 0 to sc-corrected(score-found)
               move 0 to sc-record-count(score-found)
               move 0 to sc-reject-count(score-found)
               move 0 to sc-repair-count(score-found)
           exit.

      *----------------------------------------------------------------
      *    load-month-stats - the latest figures for every provider
      *    day in the month
      *----------------------------------------------------------------
           load-month-stats.
               move 'N' to eof
               move 0 to stats-count
               open input daily-stats
               if daily-stats-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read daily-stats into daily-stats-record
                       at end
                           move 'E' to eof
                       not at end
                           if pds-business-date(1:6) = scorecard-month
                               perform keep-stats-record
                           end-if
                   end-read
               end-perform
               close daily-stats
           exit.

      *----------------------------------------------------------------
      *    score-provider-day - fold one provider day into the month;
      *    the day is on time when the transmission that was used
      *    first arrived by the agreed cutoff, and a provider that
      *    only ever had refusals for the day never arrived at all
      *----------------------------------------------------------------
           score-provider-day.
               perform find-score-entry
               move score-found to g
               add 1 to sc-days(g)
               add pds-envelope-fails to sc-envelope-fails(g)
               add pds-resent-count to sc-corrected(g)
               add pds-corrected-count to sc-corrected(g)
               add pds-record-count to sc-record-count(g)
               add pds-reject-count to sc-reject-count(g)
               add pds-repair-count to sc-repair-count(g)

               if pds-arrival-timestamp = spaces
                   exit paragraph
               end-if
               if sc-has-agreement(g) = 'N'
                   add 1 to sc-ontime-days(g)
                   exit paragraph
               end-if
               move pds-business-date to date-num
               compute cutoff-int =
                   function integer-of-date(date-num)
                   + sc-cutoff-days(g)
               compute cutoff-date-num =
                   function date-of-integer(cutoff-int)
               move spaces to cutoff-stamp
               string cutoff-date-num delimited by size
                   sc-cutoff-time(g) delimited by size
                   "00" delimited by size
                   into cutoff-stamp
               end-string
               if pds-arrival-timestamp <= cutoff-stamp
                   add 1 to sc-ontime-days(g)
               end-if
           exit.

      *----------------------------------------------------------------
      *    write-scorecard - five graded measures per provider feed
      *----------------------------------------------------------------
           write-scorecard.
               open output scorecard-report
               move spaces to heading-line
               string "PROVIDER SERVICE-LEVEL SCORECARD FOR MONTH "
                       delimited by size
                   scorecard-month delimited by size
                   into heading-line
               end-string
               write scorecard-line from heading-line
               move spaces to heading-line
               write scorecard-line from heading-line
               move "PROVIDER  FEED  MEASURE                   " &
                   "ACTUAL        TARGET        GRADE"
                   to heading-line
               write scorecard-line from heading-line

               move 1 to g
               perform until g > score-count
                   perform write-provider-measures
                   add 1 to g
               end-perform

               move spaces to heading-line
               write scorecard-line from heading-line
               move spaces to heading-line
               string "PROVIDER FEEDS GRADED " delimited by size
                   score-count delimited by size
                   "   MEASURES MISSED " delimited by size
                   missed-count delimited by size
                   into heading-line
               end-string
               write scorecard-line from heading-line
               close scorecard-report
           exit.

      *----------------------------------------------------------------
      *    write-provider-measures - arrival against cutoff, envelope
      *    failures, field reject rate, re-sent or corrected
      *    transmissions and records sent to repair
      *----------------------------------------------------------------
           write-provider-measures.
               move sc-provider-id(g) to scl-provider-id
               move sc-feed-tag(g) to scl-feed-tag

               if sc-days(g) > 0
                   compute ontime-pct rounded =
                       sc-ontime-days(g) * 100 / sc-days(g)
               else
                   move 0 to ontime-pct
               end-if
               move "ARRIVED BY CUTOFF PCT" to scl-measure
               move ontime-pct to edit-pct
               move edit-pct to scl-actual
               move sc-min-ontime-pct(g) to edit-count
               move edit-count to scl-target
               if ontime-pct >= sc-min-ontime-pct(g)
                   move 'Y' to grade-met
               else
                   move 'N' to grade-met
               end-if
               perform write-measure-line

               move "ENVELOPE FAILURES" to scl-measure
               move sc-envelope-fails(g) to edit-count
               move edit-count to scl-actual
               move sc-max-envelope-fails(g) to edit-count
               move edit-count to scl-target
               if sc-envelope-fails(g) <= sc-max-envelope-fails(g)
                   move 'Y' to grade-met
               else
                   move 'N' to grade-met
               end-if
               perform write-measure-line

               if sc-record-count(g) > 0
                   compute reject-pct rounded =
                       sc-reject-count(g) * 100 / sc-record-count(g)
               else
                   move 0 to reject-pct
               end-if
               move "FIELD REJECT PCT" to scl-measure
               move reject-pct to edit-pct
               move edit-pct to scl-actual
               move sc-max-reject-pct(g) to edit-pct
               move edit-pct to scl-target
               if reject-pct <= sc-max-reject-pct(g)
                   move 'Y' to grade-met
               else
                   move 'N' to grade-met
               end-if
               perform write-measure-line

               move "RE-SENT OR CORRECTED" to scl-measure
               move sc-corrected(g) to edit-count
               move edit-count to scl-actual
               move sc-max-corrected(g) to edit-count
               move edit-count to scl-target
               if sc-corrected(g) <= sc-max-corrected(g)
                   move 'Y' to grade-met
               else
                   move 'N' to grade-met
               end-if
               perform write-measure-line

               move "SENT TO REPAIR" to scl-measure
               move sc-repair-count(g) to edit-count
               move edit-count to scl-actual
               move sc-max-repaired(g) to edit-count
               move edit-count to scl-target
               if sc-repair-count(g) <= sc-max-repaired(g)
                   move 'Y' to grade-met
               else
                   move 'N' to grade-met
               end-if
               perform write-measure-line
           exit.

      *----------------------------------------------------------------
      *    write-measure-line - grade and write one measure; without
      *    an agreement there is nothing to grade against
      *----------------------------------------------------------------
           write-measure-line.
               if sc-has-agreement(g) = 'N'
                   move spaces to scl-target
                   move "NO AGREEMT" to scl-grade
               else
                   if grade-met = 'Y'
                       move "MET" to scl-grade
                   else
                       move "MISSED" to scl-grade
                       add 1 to missed-count
                   end-if
               end-if
               write scorecard-line from score-line
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
               move "PROVSCORE" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "STATS-CAPACITY" to cap-limit-name
               move stats-capacity to cap-capacity
               move stats-count to cap-high-water
               write capacity-log-line from capacity-record


      *        the daily tables and the scorecard table are only
      *        filled by their own action
               if scorecard-action = "DAILY"
                   move "PROVIDER-CAPACITY" to cap-limit-name
                   move provider-capacity to cap-capacity
                   move provider-high-water to cap-high-water
                   write capacity-log-line from capacity-record

                   move "REJECT-CAPACITY" to cap-limit-name
                   move reject-capacity to cap-capacity
                   move reject-high-water to cap-high-water
                   write capacity-log-line from capacity-record

                   move "REPAIR-CAPACITY" to cap-limit-name
                   move repair-capacity to cap-capacity
                   move repair-high-water to cap-high-water
                   write capacity-log-line from capacity-record
               else
                   move "SCORE-CAPACITY" to cap-limit-name
                   move score-capacity to cap-capacity
                   move score-count to cap-high-water
                   write capacity-log-line from capacity-record
               end-if
               close capacity-log
           exit.
