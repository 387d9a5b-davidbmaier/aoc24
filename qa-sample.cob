       identification division.
       program-id. qasample.

       environment division.
           input-output section.
           file-control.
           select day1-report assign to dynamic day1-report-name
           organization is line sequential
           file status is day1-report-status.

           select report-outcomes
               assign to dynamic report-outcomes-name
           organization is line sequential
           file status is report-outcomes-status.

           select staged-input assign to dynamic staged-input-name
           organization is line sequential
           file status is staged-input-status.

           select salvage-report assign to dynamic salvage-report-name
           organization is line sequential
           file status is salvage-report-status.

           select run-control assign to "batch-run-control"
           organization is line sequential
           file status is run-control-status.

           select qa-register assign to "qa-register"
           organization is line sequential
           file status is qa-register-status.

           select sample-worksheet
               assign to dynamic sample-worksheet-name
           organization is line sequential.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd day1-report.
           01 day1-report-line pic X(100).

           fd report-outcomes.
           01 report-outcomes-line pic X(32).

           fd staged-input.
           01 staged-input-line pic X(121).

           fd salvage-report.
           01 salvage-report-line pic X(135).

           fd run-control.
           01 run-control-line pic X(53).

           fd qa-register.
           01 qa-register-line pic X(131).

           fd sample-worksheet.
           01 sample-worksheet-line pic X(148).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 day1-report-status pic X(2).
           01 report-outcomes-status pic X(2).
           01 staged-input-status pic X(2).
           01 salvage-report-status pic X(2).
           01 run-control-status pic X(2).
           01 qa-register-status pic X(2).
           01 day1-report-name pic X(40) value spaces.
           01 report-outcomes-name pic X(40) value spaces.
           01 staged-input-name pic X(40) value spaces.
           01 salvage-report-name pic X(40) value spaces.
           01 sample-worksheet-name pic X(40) value spaces.

      *    run date defaults to today unless overridden - the sample
      *    is drawn from that business date's scored output
           01 current-datetime pic X(21).
           01 run-date pic X(8).
           01 run-date-raw pic X(8) value spaces.
           01 run-date-num pic 9(8).

      *    how many day1 report lines and day2 reports go to the
      *    reviewer each date, and how much more likely an UNSAFE or
      *    a dampener-salvaged report is to be drawn than a report
      *    that passed on its own
           01 day1-size-raw pic X(5) value spaces.
           01 day1-sample-size pic 9(3) value 10.
           01 day2-size-raw pic X(5) value spaces.
           01 day2-sample-size pic 9(3) value 10.
           01 unsafe-weight-raw pic X(5) value spaces.
           01 unsafe-weight pic 9(1) value 4.
           01 dampened-weight-raw pic X(5) value spaces.
           01 dampened-weight pic 9(1) value 4.
           01 sample-size-max pic 9(3) value 50.

      *    the run the sample is drawn against - the latest opened
      *    for the date, zero when drawn outside a batch
           01 sample-run-number pic 9(5) value 0.
           01 run-control-record.
               05 rc-run-number pic 9(5).
               05 filler pic X(2).
               05 rc-business-date pic X(8).
               05 filler pic X(2).
               05 rc-step-tag pic X(10).
               05 filler pic X(2).
               05 rc-status pic X(8).
               05 filler pic X(2).
               05 rc-timestamp pic X(14).

      *    repeatable random stream - a multiplicative congruential
      *    generator seeded from the business date, so drawing the
      *    same date again over the same output draws the same
      *    sample; the first few values of neighbouring seeds lie
      *    close together, so they are discarded
           01 random-modulus pic 9(10) value 2147483647.
           01 random-state pic 9(10).
           01 random-product pic 9(18).
           01 random-pick pic 9(7).
           01 random-span pic 9(7).

      *    day1 - the date's task1 report, one line per pair
           01 day1-report-record.
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
           01 day1-line-count pic 9(7) value 0.
           01 day1-line-num pic 9(7).
           01 day1-needed pic 9(3) value 0.
           01 day1-drawn pic 9(3) value 0.
           01 day1-reference.
               05 filler pic X(5) value "LINE ".
               05 day1-reference-line pic 9(7).

      *    day2 - the date's report outcomes, each report's levels
      *    from the staged feed and what the dampener dropped
           01 report-outcome-record.
               05 out-report-num pic 9(5).
               05 filler pic X(2).
               05 out-status pic X(8).
               05 filler pic X(2).
               05 out-report-id pic X(15).

           01 report-capacity pic 9(5) value 10000.
           01 outcome-count pic 9(5) value 0.
           01 outcome-table.
               05 outcome-entry occurs 10000 times.
                   10 otb-report-num pic 9(5).
                   10 otb-status pic X(8).
                   10 otb-report-id pic X(15).
                   10 otb-drawn pic A(1).
                   10 otb-levels pic X(100).
                   10 otb-dropped pic X(60).
           01 g pic 9(5). *> iterator over outcome entries

           01 staged-stamp.
               05 stg-marker pic X(4).
               05 stg-provider pic X(8).
               05 filler pic X(1).
               05 stg-provider-seq pic 9(7).
               05 filler pic X(1).
               05 stg-report-line pic X(100).
           01 staged-identity.
               05 sid-provider pic X(8).
               05 sid-provider-seq pic 9(7).

           01 salvage-record.
               05 sal-dropped-index pic X(3).
               05 filler pic X(2).
               05 sal-dropped-value pic X(2).
               05 filler pic X(2).
               05 sal-dropped-index-2 pic X(3).
               05 filler pic X(2).
               05 sal-dropped-value-2 pic X(2).
               05 filler pic X(2).
               05 sal-report-line pic X(100).
               05 filler pic X(2).
               05 sal-report-id pic X(15).

      *    the day2 draw is split by outcome in proportion to each
      *    outcome's weighted share; an outcome present on the date
      *    always gets at least one report when there is room
           01 unsafe-count pic 9(5) value 0.
           01 dampened-count pic 9(5) value 0.
           01 safe-count pic 9(5) value 0.
           01 weighted-unsafe pic 9(7).
           01 weighted-dampened pic 9(7).
           01 weighted-total pic 9(7).
           01 day2-needed pic 9(3) value 0.
           01 unsafe-quota pic 9(3) value 0.
           01 dampened-quota pic 9(3) value 0.
           01 safe-quota pic 9(3) value 0.
           01 quota-room pic 9(5).
           01 quota-shortfall pic 9(3).
           01 stratum-status pic X(8).
           01 stratum-count pic 9(5).
           01 stratum-quota pic 9(3).
           01 stratum-seen pic 9(5).
           01 stratum-drawn pic 9(3).
           01 day2-drawn pic 9(3) value 0.

      *    the QA register - every sample drawn and every reviewer
      *    verdict on it, appended in the order they happen; a date
      *    drawn again (a rerun) is reviewed again on its new run
           01 qa-register-record.
               05 qar-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 qar-sample-seq pic 9(3).
               05 filler pic X(2) value spaces.
               05 qar-run-number pic 9(5).
               05 filler pic X(2) value spaces.
               05 qar-event pic X(8).
               05 filler pic X(2) value spaces.
               05 qar-feed pic X(4).
               05 filler pic X(2) value spaces.
               05 qar-reference pic X(15).
               05 filler pic X(2) value spaces.
               05 qar-scored pic X(8).
               05 filler pic X(2) value spaces.
               05 qar-operator pic X(8).
               05 filler pic X(2) value spaces.
               05 qar-timestamp pic X(14).
               05 filler pic X(2) value spaces.
               05 qar-comment pic X(40).
           01 sample-seq pic 9(3) value 0.

      *    one worksheet line per sample; the reviewer answers each
      *    by its date and sequence number
           01 worksheet-record.
               05 wks-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 wks-sample-seq pic 9(3).
               05 filler pic X(2) value spaces.
               05 wks-feed pic X(4).
               05 filler pic X(2) value spaces.
               05 wks-reference pic X(15).
               05 filler pic X(2) value spaces.
               05 wks-scored pic X(8).
               05 filler pic X(2) value spaces.
               05 wks-detail pic X(100).
           01 dropped-text pic X(60).

           01 summary-record.
               05 sum-label pic X(30).
               05 filler pic X(2) value spaces.
               05 sum-count pic 9(7).

           01 heading-line pic X(148).

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
           move run-date to run-date-num

           accept day1-size-raw from environment "QA_SAMPLE_DAY1_LINES"
           if day1-size-raw not = spaces
                   and function test-numval(day1-size-raw) = 0
               move function numval(day1-size-raw) to day1-sample-size
           end-if
           accept day2-size-raw
               from environment "QA_SAMPLE_DAY2_REPORTS"
           if day2-size-raw not = spaces
                   and function test-numval(day2-size-raw) = 0
               move function numval(day2-size-raw) to day2-sample-size
           end-if
           if day1-sample-size > sample-size-max
                   or day2-sample-size > sample-size-max
               display "QASAMPLE ABEND: QA_SAMPLE_DAY1_LINES and "
                   "QA_SAMPLE_DAY2_REPORTS must be 0 to "
                   sample-size-max
               move 8 to return-code
               stop run
           end-if

           accept unsafe-weight-raw
               from environment "QA_SAMPLE_UNSAFE_WEIGHT"
           if unsafe-weight-raw not = spaces
                   and function test-numval(unsafe-weight-raw) = 0
               move function numval(unsafe-weight-raw)
                   to unsafe-weight
           end-if
           accept dampened-weight-raw
               from environment "QA_SAMPLE_DAMPENED_WEIGHT"
           if dampened-weight-raw not = spaces
                   and function test-numval(dampened-weight-raw) = 0
               move function numval(dampened-weight-raw)
                   to dampened-weight
           end-if
           if unsafe-weight < 1 or dampened-weight < 1
               display "QASAMPLE ABEND: QA_SAMPLE_UNSAFE_WEIGHT and "
                   "QA_SAMPLE_DAMPENED_WEIGHT must be 1 to 9"
               move 8 to return-code
               stop run
           end-if

           string "task1-report-" delimited by size
               run-date delimited by size
               into day1-report-name
           end-string
           string "day2-report-outcomes-" delimited by size
               run-date delimited by size
               into report-outcomes-name
           end-string
           string "day2-salvage-report-" delimited by size
               run-date delimited by size
               into salvage-report-name
           end-string
           string "qa-sample-worksheet-" delimited by size
               run-date delimited by size
               into sample-worksheet-name
           end-string
      *    staged dataset defaults to the run date's day2 feed
           accept staged-input-name from environment "QA_SAMPLE_INPUT"
           if staged-input-name = spaces
               string "stage-day2-" delimited by size
                   run-date delimited by size
                   into staged-input-name
               end-string
           end-if

           perform find-sample-run

           move run-date-num to random-state
           perform 5 times
               perform next-random
           end-perform

           open output sample-worksheet
           move spaces to heading-line
           string "QA SAMPLE WORKSHEET - BUSINESS DATE "
                   delimited by size
               run-date delimited by size
               "  RUN " delimited by size
               sample-run-number delimited by size
               into heading-line
           end-string
           write sample-worksheet-line from heading-line
           move spaces to heading-line
           write sample-worksheet-line from heading-line
           move "DATE      SEQ  FEED  REFERENCE        SCORED    DETAIL"
               to heading-line
           write sample-worksheet-line from heading-line

           open extend qa-register
           if qa-register-status = "35"
               open output qa-register
           end-if

           perform draw-day1-sample
           perform draw-day2-sample

      *    a date with nothing to draw is still on the register, so
      *    the month close can tell it from a date never sampled
           if sample-seq = 0
               move spaces to qar-feed
               move spaces to qar-reference
               move spaces to qar-scored
               move "EMPTY" to qar-event
               perform write-register-entry
           end-if
           close qa-register

           perform write-worksheet-footer
           close sample-worksheet

           perform write-capacity-marks

           display "qa sample for " run-date ": " day1-drawn
               " day1 line(s) of " day1-line-count ", " day2-drawn
               " day2 report(s) of " outcome-count
               ", worksheet written as "
               function trim(sample-worksheet-name)

           goback.

      *----------------------------------------------------------------
      *    find-sample-run - latest run opened for the run date, zero
      *    when none stands (never run, or backed out)
      *----------------------------------------------------------------
           find-sample-run.
               move 0 to sample-run-number
               move 'N' to eof
               open input run-control
               if run-control-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read run-control into run-control-record
                       at end
                           move 'E' to eof
                       not at end
                           if rc-business-date = run-date
                                   and rc-step-tag = "*RUN*"
                                   and rc-status = "OPEN"
                                   and rc-run-number
                                       > sample-run-number
                               move rc-run-number
                                   to sample-run-number
                           end-if
                   end-read
               end-perform
               close run-control
           exit.

      *----------------------------------------------------------------
      *    next-random - step the generator; random-state is always
      *    1 to random-modulus less 1
      *----------------------------------------------------------------
           next-random.
               compute random-product = random-state * 16807
               compute random-state =
                   function mod(random-product, random-modulus)
           exit.

      *----------------------------------------------------------------
      *    draw-day1-sample - selection sampling over the task1
      *    report: each line in turn is drawn with the chance the
      *    lines still wanted bear to the lines still to come, which
      *    draws exactly the sample size in report order
      *----------------------------------------------------------------
           draw-day1-sample.
               open input day1-report
               if day1-report-status not = "00"
                   display "QASAMPLE: " function trim(day1-report-name)
                       " not present (status " day1-report-status
                       "), no day1 sample drawn"
                   exit paragraph
               end-if
               move 'N' to eof
               perform until eof = 'E'
                   read day1-report
                       at end
                           move 'E' to eof
                       not at end
                           add 1 to day1-line-count
                   end-read
               end-perform
               close day1-report

               move day1-sample-size to day1-needed
               if day1-needed > day1-line-count
                   move day1-line-count to day1-needed
               end-if
               if day1-needed = 0
                   exit paragraph
               end-if

               move 0 to day1-line-num
               move 'N' to eof
               open input day1-report
               perform until eof = 'E' or day1-drawn = day1-needed
                   read day1-report into day1-report-record
                       at end
                           move 'E' to eof
                       not at end
                           add 1 to day1-line-num
                           compute random-span =
                               day1-line-count - day1-line-num + 1
                           perform next-random
                           compute random-pick =
                               (random-state * random-span)
                               / random-modulus
                           if random-pick < day1-needed - day1-drawn
                               perform write-day1-sample
                           end-if
                   end-read
               end-perform
               close day1-report
           exit.

      *----------------------------------------------------------------
      *    write-day1-sample - one drawn task1 report line onto the
      *    worksheet and the register; the reviewer checks the
      *    pairing and the difference against the feed
      *----------------------------------------------------------------
           write-day1-sample.
               add 1 to day1-drawn
               add 1 to sample-seq
               move day1-line-num to day1-reference-line
               move "DAY1" to qar-feed
               move day1-reference to qar-reference
               move rpt-diff to qar-scored
               move "DRAWN" to qar-event
               perform write-register-entry

               move run-date to wks-business-date
               move sample-seq to wks-sample-seq
               move "DAY1" to wks-feed
               move day1-reference to wks-reference
               move rpt-diff to wks-scored
               move day1-report-line to wks-detail
               write sample-worksheet-line from worksheet-record
           exit.

      *----------------------------------------------------------------
      *    draw-day2-sample - the date's scored reports by outcome,
      *    each outcome's share drawn by selection sampling, then the
      *    drawn reports written out in report order
      *----------------------------------------------------------------
           draw-day2-sample.
               perform load-report-outcomes
               if outcome-count = 0
                   exit paragraph
               end-if

               move day2-sample-size to day2-needed
               if day2-needed > outcome-count
                   move outcome-count to day2-needed
               end-if
               if day2-needed = 0
                   exit paragraph
               end-if

               perform share-day2-sample

               move "UNSAFE" to stratum-status
               move unsafe-count to stratum-count
               move unsafe-quota to stratum-quota
               perform draw-outcome-stratum
               move "DAMPENED" to stratum-status
               move dampened-count to stratum-count
               move dampened-quota to stratum-quota
               perform draw-outcome-stratum
               move "SAFE" to stratum-status
               move safe-count to stratum-count
               move safe-quota to stratum-quota
               perform draw-outcome-stratum

               perform find-drawn-levels
               perform find-drawn-salvage

               move 1 to g
               perform until g > outcome-count
                   if otb-drawn(g) = 'Y'
                       perform write-day2-sample
                   end-if
                   add 1 to g
               end-perform
           exit.

      *----------------------------------------------------------------
      *    load-report-outcomes - the date's outcome file into the
      *    table, counted by outcome
      *----------------------------------------------------------------
           load-report-outcomes.
               open input report-outcomes
               if report-outcomes-status not = "00"
                   display "QASAMPLE: "
                       function trim(report-outcomes-name)
                       " not present (status " report-outcomes-status
                       "), no day2 sample drawn"
                   exit paragraph
               end-if
               move 'N' to eof
               perform until eof = 'E'
                   read report-outcomes into report-outcome-record
                       at end
                           move 'E' to eof
                       not at end
                           if outcome-count >= report-capacity
                               display "QASAMPLE ABEND: more than "
                                   report-capacity
                                   " reports in "
                                   function trim(report-outcomes-name)
                               move 16 to return-code
                               stop run
                           end-if
                           add 1 to outcome-count
                           move out-report-num
                               to otb-report-num(outcome-count)
                           move out-status to otb-status(outcome-count)
                           move out-report-id
                               to otb-report-id(outcome-count)
                           move 'N' to otb-drawn(outcome-count)
                           move spaces to otb-levels(outcome-count)
                           move spaces to otb-dropped(outcome-count)
                           if out-status = "UNSAFE"
                               add 1 to unsafe-count
                           else
                               if out-status = "DAMPENED"
                                   add 1 to dampened-count
                               else
                                   move "SAFE"
                                       to otb-status(outcome-count)
                                   add 1 to safe-count
                               end-if
                           end-if
                   end-read
               end-perform
               close report-outcomes
           exit.

      *----------------------------------------------------------------
      *    share-day2-sample - split the day2 sample across UNSAFE,
      *    DAMPENED and SAFE by weighted share; any part an outcome
      *    is too small to fill goes to the others, weighted first
      *----------------------------------------------------------------
           share-day2-sample.
               compute weighted-unsafe = unsafe-count * unsafe-weight
               compute weighted-dampened =
                   dampened-count * dampened-weight
               compute weighted-total =
                   weighted-unsafe + weighted-dampened + safe-count

               compute unsafe-quota rounded =
                   (day2-needed * weighted-unsafe) / weighted-total
               if unsafe-quota = 0 and unsafe-count > 0
                   move 1 to unsafe-quota
               end-if
               if unsafe-quota > unsafe-count
                   move unsafe-count to unsafe-quota
               end-if

               compute dampened-quota rounded =
                   (day2-needed * weighted-dampened) / weighted-total
               if dampened-quota = 0 and dampened-count > 0
                   move 1 to dampened-quota
               end-if
               if dampened-quota > dampened-count
                   move dampened-count to dampened-quota
               end-if
               if dampened-quota > day2-needed - unsafe-quota
                   compute dampened-quota = day2-needed - unsafe-quota
               end-if

               compute safe-quota =
                   day2-needed - unsafe-quota - dampened-quota
               if safe-quota > safe-count
                   move safe-count to safe-quota
               end-if
               if safe-quota = 0 and safe-count > 0
                       and unsafe-quota + dampened-quota > 1
                   if unsafe-quota >= dampened-quota
                       subtract 1 from unsafe-quota
                   else
                       subtract 1 from dampened-quota
                   end-if
                   move 1 to safe-quota
               end-if

               compute quota-shortfall = day2-needed - unsafe-quota
                   - dampened-quota - safe-quota
               if quota-shortfall > 0
                   compute quota-room = unsafe-count - unsafe-quota
                   if quota-room > quota-shortfall
                       move quota-shortfall to quota-room
                   end-if
                   add quota-room to unsafe-quota
                   subtract quota-room from quota-shortfall
               end-if
               if quota-shortfall > 0
                   compute quota-room = dampened-count - dampened-quota
                   if quota-room > quota-shortfall
                       move quota-shortfall to quota-room
                   end-if
                   add quota-room to dampened-quota
                   subtract quota-room from quota-shortfall
               end-if
               if quota-shortfall > 0
                   add quota-shortfall to safe-quota
               end-if
           exit.

      *----------------------------------------------------------------
      *    draw-outcome-stratum - selection sampling over the reports
      *    of one outcome, marking stratum-quota of them drawn
      *----------------------------------------------------------------
           draw-outcome-stratum.
               move 0 to stratum-seen
               move 0 to stratum-drawn
               if stratum-quota = 0
                   exit paragraph
               end-if
               move 1 to g
               perform until g > outcome-count
                       or stratum-drawn = stratum-quota
                   if otb-status(g) = stratum-status
                       add 1 to stratum-seen
                       compute random-span =
                           stratum-count - stratum-seen + 1
                       perform next-random
                       compute random-pick =
                           (random-state * random-span)
                           / random-modulus
                       if random-pick < stratum-quota - stratum-drawn
                           move 'Y' to otb-drawn(g)
                           add 1 to stratum-drawn
                       end-if
                   end-if
                   add 1 to g
               end-perform
           exit.

      *----------------------------------------------------------------
      *    find-drawn-levels - each drawn report's levels as staged,
      *    matched on its intake identity
      *----------------------------------------------------------------
           find-drawn-levels.
               open input staged-input
               if staged-input-status not = "00"
                   display "QASAMPLE: staged dataset '"
                       function trim(staged-input-name)
                       "' not present (status " staged-input-status
                       "), day2 levels not shown"
                   exit paragraph
               end-if
               move 'N' to eof
               perform until eof = 'E'
                   read staged-input into staged-stamp
                       at end
                           move 'E' to eof
                       not at end
                           if stg-marker = "RID "
                               move stg-provider to sid-provider
                               move stg-provider-seq
                                   to sid-provider-seq
                               perform match-staged-report
                           end-if
                   end-read
               end-perform
               close staged-input
           exit.

      *----------------------------------------------------------------
      *    match-staged-report - one staged report against the drawn
      *    reports
      *----------------------------------------------------------------
           match-staged-report.
               move 1 to g
               perform until g > outcome-count
                   if otb-drawn(g) = 'Y'
                           and otb-report-id(g) = staged-identity
                       move stg-report-line to otb-levels(g)
                       move outcome-count to g
                   end-if
                   add 1 to g
               end-perform
           exit.

      *----------------------------------------------------------------
      *    find-drawn-salvage - the level or levels the dampener
      *    dropped for each drawn report it salvaged
      *----------------------------------------------------------------
           find-drawn-salvage.
               if dampened-quota = 0
                   exit paragraph
               end-if
               open input salvage-report
               if salvage-report-status not = "00"
                   exit paragraph
               end-if
               move 'N' to eof
               perform until eof = 'E'
                   read salvage-report into salvage-record
                       at end
                           move 'E' to eof
                       not at end
                           if sal-report-id not = spaces
                               perform match-salvage-report
                           end-if
                   end-read
               end-perform
               close salvage-report
           exit.

      *----------------------------------------------------------------
      *    match-salvage-report - one salvage line against the drawn
      *    reports
      *----------------------------------------------------------------
           match-salvage-report.
               move 1 to g
               perform until g > outcome-count
                   if otb-drawn(g) = 'Y'
                           and otb-report-id(g) = sal-report-id
                       move spaces to dropped-text
                       if sal-dropped-index-2 = spaces
                           string "DAMPENER DROPPED LEVEL "
                                   delimited by size
                               sal-dropped-index delimited by size
                               " (" delimited by size
                               sal-dropped-value delimited by size
                               ")" delimited by size
                               into dropped-text
                           end-string
                       else
                           string "DAMPENER DROPPED LEVELS "
                                   delimited by size
                               sal-dropped-index delimited by size
                               " (" delimited by size
                               sal-dropped-value delimited by size
                               ") AND " delimited by size
                               sal-dropped-index-2 delimited by size
                               " (" delimited by size
                               sal-dropped-value-2 delimited by size
                               ")" delimited by size
                               into dropped-text
                           end-string
                       end-if
                       move dropped-text to otb-dropped(g)
                       move outcome-count to g
                   end-if
                   add 1 to g
               end-perform
           exit.

      *----------------------------------------------------------------
      *    write-day2-sample - one drawn report onto the worksheet and
      *    the register; a salvaged report shows what was dropped on
      *    the line under it
      *----------------------------------------------------------------
           write-day2-sample.
               add 1 to day2-drawn
               add 1 to sample-seq
               move "DAY2" to qar-feed
               move otb-report-id(g) to qar-reference
               move otb-status(g) to qar-scored
               move "DRAWN" to qar-event
               perform write-register-entry

               move run-date to wks-business-date
               move sample-seq to wks-sample-seq
               move "DAY2" to wks-feed
               move otb-report-id(g) to wks-reference
               move otb-status(g) to wks-scored
               move otb-levels(g) to wks-detail
               write sample-worksheet-line from worksheet-record
               if otb-dropped(g) not = spaces
                   move spaces to heading-line
                   move otb-dropped(g) to heading-line(49:60)
                   write sample-worksheet-line from heading-line
               end-if
           exit.

      *----------------------------------------------------------------
      *    write-register-entry - one line on the QA register; the
      *    caller sets the event, feed, reference and scored result
      *----------------------------------------------------------------
           write-register-entry.
               move run-date to qar-business-date
               move sample-seq to qar-sample-seq
               move sample-run-number to qar-run-number
               move spaces to qar-operator
               move spaces to qar-comment
               move function current-date to current-datetime
               move current-datetime(1:14) to qar-timestamp
               write qa-register-line from qa-register-record
           exit.

      *----------------------------------------------------------------
      *    write-worksheet-footer - the draw counts, and how the
      *    reviewer's verdicts come back
      *----------------------------------------------------------------
           write-worksheet-footer.
               move spaces to heading-line
               write sample-worksheet-line from heading-line
               move "DAY1 REPORT LINES" to sum-label
               move day1-line-count to sum-count
               write sample-worksheet-line from summary-record
               move "DAY1 LINES DRAWN" to sum-label
               move day1-drawn to sum-count
               write sample-worksheet-line from summary-record
               move "DAY2 REPORTS UNSAFE" to sum-label
               move unsafe-count to sum-count
               write sample-worksheet-line from summary-record
               move "DAY2 REPORTS DAMPENED" to sum-label
               move dampened-count to sum-count
               write sample-worksheet-line from summary-record
               move "DAY2 REPORTS SAFE" to sum-label
               move safe-count to sum-count
               write sample-worksheet-line from summary-record
               move "DAY2 REPORTS DRAWN" to sum-label
               move day2-drawn to sum-count
               write sample-worksheet-line from summary-record

               move spaces to heading-line
               write sample-worksheet-line from heading-line
               move "RETURN ONE LINE PER SAMPLE ON qa-results:"
                   to heading-line
               write sample-worksheet-line from heading-line
               move "DATE      SEQ  VERDICT   OPERATOR  COMMENT"
                   to heading-line
               write sample-worksheet-line from heading-line
               move "(VERDICT AGREE OR DISAGREE - A DISAGREE NEEDS A "
                   & "COMMENT)" to heading-line
               write sample-worksheet-line from heading-line
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
               move sample-run-number to cap-run-number
               move "QASAMPLE" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "REPORT-CAPACITY" to cap-limit-name
               move report-capacity to cap-capacity
               move outcome-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
