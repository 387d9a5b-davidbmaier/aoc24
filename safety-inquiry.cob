       identification division.
       program-id. safeinq.

       environment division.
           input-output section.
           file-control.
           select safety-history assign to "day2-safety-master"
           organization is indexed
           access mode is random
           record key is hst-report-id
           file status is safety-history-status.

           select level-breakdown
               assign to dynamic level-breakdown-name
           organization is line sequential
           file status is level-breakdown-status.

           select safety-exceptions
               assign to dynamic safety-exceptions-name
           organization is line sequential
           file status is safety-exceptions-status.

           select report-outcomes
               assign to dynamic report-outcomes-name
           organization is line sequential
           file status is report-outcomes-status.

           select salvage-report assign to dynamic salvage-report-name
           organization is line sequential
           file status is salvage-report-status.

           select worklist-report
               assign to dynamic worklist-report-name
           organization is line sequential
           file status is worklist-report-status.

           select calendar-extract
               assign to "business-calendar-extract"
           organization is line sequential
           file status is calendar-status.

       data division.
           file section.
      *    the standing history master as safehist keeps it, keyed
      *    on report identity
           fd safety-history.
           01 history-record.
               05 hst-report-id.
                   10 hst-provider pic X(8).
                   10 hst-provider-seq pic 9(7).
               05 hst-status pic X(8).
               05 hst-status-date pic X(8).
               05 hst-prior-status pic X(8).
               05 hst-unsafe-days pic 9(3).
               05 hst-prior-unsafe-days pic 9(3).
               05 hst-first-seen pic X(8).
               05 hst-trail-count pic 9(2).
               05 hst-trail occurs 30 times.
                   10 hst-trail-date pic X(8).
                   10 hst-trail-status pic X(8).

           fd level-breakdown.
           01 level-breakdown-line pic X(38).

           fd safety-exceptions.
           01 safety-exception-line pic X(144).

           fd report-outcomes.
           01 report-outcomes-line pic X(32).

           fd salvage-report.
           01 salvage-report-line pic X(135).

           fd worklist-report.
           01 worklist-report-line pic X(80).

           fd calendar-extract.
           01 calendar-extract-line pic X(49).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 safety-history-status pic X(2).
           01 level-breakdown-status pic X(2).
           01 safety-exceptions-status pic X(2).
           01 report-outcomes-status pic X(2).
           01 salvage-report-status pic X(2).
           01 worklist-report-status pic X(2).
           01 calendar-status pic X(2).
           01 level-breakdown-name pic X(40) value spaces.
           01 safety-exceptions-name pic X(40) value spaces.
           01 report-outcomes-name pic X(40) value spaces.
           01 salvage-report-name pic X(40) value spaces.
           01 worklist-report-name pic X(40) value spaces.

      *    business date defaults to today unless overridden - the
      *    inquiry never looks past it
           01 current-datetime pic X(21).
           01 run-date pic X(8).
           01 run-date-raw pic X(8) value spaces.

      *    operator dialogue fields
           01 menu-choice pic X(1).
           01 provider-raw pic X(8).
           01 sequence-raw pic X(7).
           01 inquiry-date-raw pic X(8).
           01 inquiry-date pic X(8).
           01 inquiry-done pic A(1) value "N".

      *    incoming level-by-level breakdown, as day2 task1 writes it
           01 breakdown-record.
               05 brk-report-num pic 9(5).
               05 filler pic X(2).
               05 brk-step pic 9(3).
               05 filler pic X(2).
               05 brk-diff pic S9(2)
                   sign is trailing separate character.
               05 filler pic X(2).
               05 brk-direction pic A(1).
               05 filler pic X(2).
               05 brk-in-range pic A(1).
               05 filler pic X(2).
               05 brk-report-id pic X(15).
           01 steps-shown pic 9(3).
           01 diff-shown pic +9(2).
           01 step-mark pic X(30).

      *    the first failing step, as day2 task1 recorded it on the
      *    safety exceptions
           01 safety-exception-record.
               05 exc-report-index pic 9(3).
               05 filler pic X(2).
               05 exc-fail-reason pic X(20).
               05 filler pic X(2).
               05 exc-report-line pic X(100).
               05 filler pic X(2).
               05 exc-report-id pic X(15).
           01 fail-step pic 9(3).
           01 fail-reason pic X(20).

      *    the dampener pass's verdict, and the levels it removed
           01 report-outcome-record.
               05 out-report-num pic 9(5).
               05 filler pic X(2).
               05 out-status pic X(8).
               05 filler pic X(2).
               05 out-report-id pic X(15).
           01 outcome-found pic X(8).
           01 salvage-record.
               05 sal-dropped-index pic 9(3).
               05 filler pic X(2).
               05 sal-dropped-value pic 9(2).
               05 filler pic X(2).
               05 sal-dropped-index-2 pic X(3).
               05 filler pic X(2).
               05 sal-dropped-value-2 pic X(2).
               05 filler pic X(2).
               05 sal-report-line pic X(100).
               05 filler pic X(2).
               05 sal-report-id pic X(15).
           01 salvage-found pic A(1).

      *    the ranked worklist line for the report, if it made the list
           01 worklist-record.
               05 wkl-rank pic 9(5).
               05 filler pic X(2).
               05 wkl-report-id pic X(15).
               05 filler pic X(2).
               05 wkl-grade pic X(1).
               05 filler pic X(2).
               05 wkl-violations pic 9(5).
               05 filler pic X(2).
               05 wkl-worst-magnitude pic 9(3).
               05 filler pic X(2).
               05 wkl-salvageable pic A(1).
           01 worklist-found pic A(1).

      *    the last thirty day2 business dates up to the inquiry date,
      *    oldest first, from the feed calendar when one is deployed
           01 calendar-record.
               05 cal-feed-tag pic X(4).
               05 filler pic X(2).
               05 cal-date pic X(8).
               05 filler pic X(2).
               05 cal-day-type pic X(1).
               05 filler pic X(2).
               05 cal-description pic X(30).
           01 window-count pic 9(2).
           01 window-date occurs 30 times pic X(8).
           01 w pic 9(2). *> iterator over window dates
           01 t pic 9(2). *> iterator over the report's status trail
           01 trail-lookup-date pic X(8).
           01 trail-shown pic X(12).

       procedure division.
      *    business date defaults to today unless overridden
           accept run-date-raw from environment "BATCH_RUN_DATE"
           if run-date-raw not = spaces
                   and function test-numval(run-date-raw) = 0
               move run-date-raw to run-date
           else
               move function current-date to current-datetime
               move current-datetime(1:8) to run-date
           end-if

           open input safety-history
           if safety-history-status not = "00"
               display "SAFEINQ: no safety history master (status "
                   safety-history-status ") - nothing to inquire on"
               goback
           end-if

           display "report safety inquiry - business date " run-date

           perform until inquiry-done = 'Y'
               display " "
               display "1=inquire on a report 0=exit"
               move spaces to menu-choice
               accept menu-choice
      *        a blank choice - end of input, a closed terminal, a
      *        bare return - closes the inquiry instead of spinning
      *        on the menu forever
               if menu-choice = spaces
                   move 'Y' to inquiry-done
               else
                   if menu-choice = "1"
                       perform inquire-on-report
                   else
                       if menu-choice = "0"
                           move 'Y' to inquiry-done
                       else
                           display "choice '" menu-choice
                               "' not offered"
                       end-if
                   end-if
               end-if
           end-perform

           close safety-history
           display "report safety inquiry closed"
           goback.

      *----------------------------------------------------------------
      *    inquire-on-report - take the report identity and optional
      *    business date, read the report's master record by key and
      *    show everything held about it for that date
      *----------------------------------------------------------------
           inquire-on-report.
               display "provider:"
               move spaces to provider-raw
               accept provider-raw
               move function upper-case(provider-raw) to provider-raw
               if provider-raw = spaces
                   display "no provider - inquiry abandoned"
                   exit paragraph
               end-if
               display "provider's report sequence:"
               move spaces to sequence-raw
               accept sequence-raw
               if sequence-raw = spaces
                       or function test-numval(sequence-raw) not = 0
                   display "report sequence '"
                       function trim(sequence-raw)
                       "' is not a number - inquiry abandoned"
                   exit paragraph
               end-if
               display "business date (blank for the latest):"
               move spaces to inquiry-date-raw
               accept inquiry-date-raw
               if inquiry-date-raw not = spaces
                   if function test-numval(inquiry-date-raw) not = 0
                       display "business date '"
                           function trim(inquiry-date-raw)
                           "' is not YYYYMMDD - inquiry abandoned"
                       exit paragraph
                   end-if
                   if inquiry-date-raw > run-date
                       display "business date " inquiry-date-raw
                           " is after " run-date
                           " - inquiry abandoned"
                       exit paragraph
                   end-if
               end-if

               move provider-raw to hst-provider
               compute hst-provider-seq = function numval(sequence-raw)
               read safety-history
                   invalid key
                       display "report " hst-report-id
                           " is not on the safety history"
                       exit paragraph
               end-read

               if inquiry-date-raw = spaces
                   move hst-status-date to inquiry-date
               else
                   move inquiry-date-raw to inquiry-date
               end-if
               perform name-dated-files

               perform show-history-status
               perform show-level-breakdown
               perform show-dampener-outcome
               perform show-worklist-grade
               perform show-status-trail
           exit.

      *----------------------------------------------------------------
      *    name-dated-files - the day2 outputs for the inquiry date
      *----------------------------------------------------------------
           name-dated-files.
               move spaces to level-breakdown-name
               string "day2-level-breakdown-" delimited by size
                   inquiry-date delimited by size
                   into level-breakdown-name
               end-string
               move spaces to safety-exceptions-name
               string "day2-safety-exceptions-" delimited by size
                   inquiry-date delimited by size
                   into safety-exceptions-name
               end-string
               move spaces to report-outcomes-name
               string "day2-report-outcomes-" delimited by size
                   inquiry-date delimited by size
                   into report-outcomes-name
               end-string
               move spaces to salvage-report-name
               string "day2-salvage-report-" delimited by size
                   inquiry-date delimited by size
                   into salvage-report-name
               end-string
               move spaces to worklist-report-name
               string "day2-worklist-report-" delimited by size
                   inquiry-date delimited by size
                   into worklist-report-name
               end-string
           exit.

      *----------------------------------------------------------------
      *    show-history-status - the standing word on the report from
      *    the master record
      *----------------------------------------------------------------
           show-history-status.
               display " "
               display "REPORT " hst-report-id "  AS OF " inquiry-date
               display "CURRENT STATUS    " hst-status
                   "  SINCE " hst-status-date
               if hst-prior-status = spaces
                   display "PRIOR STATUS      NONE"
               else
                   display "PRIOR STATUS      " hst-prior-status
               end-if
               display "DAYS UNSAFE       " hst-unsafe-days
               display "FIRST SEEN        " hst-first-seen
               if inquiry-date not = hst-status-date
                   move inquiry-date to trail-lookup-date
                   perform find-trail-status
                   display "STATUS ON " inquiry-date "  "
                       trail-shown
               end-if
           exit.

      *----------------------------------------------------------------
      *    show-level-breakdown - every step's signed diff for the
      *    report on the inquiry date, the failing step marked with
      *    the reason the safety check gave
      *----------------------------------------------------------------
           show-level-breakdown.
               move 0 to fail-step
               move spaces to fail-reason
               move 'N' to eof
               open input safety-exceptions
               if safety-exceptions-status = "00"
                   perform until eof = 'E'
                       read safety-exceptions
                               into safety-exception-record
                           at end
                               move 'E' to eof
                           not at end
                               if exc-report-id = hst-report-id
                                   move exc-report-index to fail-step
                                   move exc-fail-reason to fail-reason
                                   move 'E' to eof
                               end-if
                       end-read
                   end-perform
                   close safety-exceptions
               end-if

               display " "
               move 'N' to eof
               open input level-breakdown
               if level-breakdown-status not = "00"
                   display "LEVELS            "
                       function trim(level-breakdown-name)
                       " no longer on file"
                   exit paragraph
               end-if
               display "STEP  DIFF  DIRECTION  IN RANGE"
               move 0 to steps-shown
               perform until eof = 'E'
                   read level-breakdown into breakdown-record
                       at end
                           move 'E' to eof
                       not at end
                           if brk-report-id = hst-report-id
                               perform show-breakdown-step
                           end-if
                   end-read
               end-perform
               close level-breakdown
               if steps-shown = 0
                   display "no levels on file for the report on "
                       inquiry-date
               end-if
           exit.

      *----------------------------------------------------------------
      *    show-breakdown-step - one step of the report
      *----------------------------------------------------------------
           show-breakdown-step.
               add 1 to steps-shown
               move spaces to step-mark
               if brk-step = fail-step
                   string "<-- FAILS: " delimited by size
                       fail-reason delimited by size
                       into step-mark
                   end-string
               end-if
               move brk-diff to diff-shown
               display brk-step "   " diff-shown "   "
                   brk-direction "          " brk-in-range
                   "         " step-mark
           exit.

      *----------------------------------------------------------------
      *    show-dampener-outcome - whether the dampener saved the
      *    report on the inquiry date, and which level it removed
      *----------------------------------------------------------------
           show-dampener-outcome.
               display " "
               move spaces to outcome-found
               move 'N' to eof
               open input report-outcomes
               if report-outcomes-status not = "00"
                   display "DAMPENER          "
                       function trim(report-outcomes-name)
                       " no longer on file"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read report-outcomes into report-outcome-record
                       at end
                           move 'E' to eof
                       not at end
                           if out-report-id = hst-report-id
                               move out-status to outcome-found
                               move 'E' to eof
                           end-if
                   end-read
               end-perform
               close report-outcomes

               if outcome-found = spaces
                   display "DAMPENER          report not scored on "
                       inquiry-date
                   exit paragraph
               end-if
               if outcome-found = "SAFE"
                   display "DAMPENER          not needed - SAFE as "
                       "reported"
                   exit paragraph
               end-if
               if outcome-found = "UNSAFE"
                   display "DAMPENER          did not save it - "
                       "UNSAFE even with the dampener"
                   exit paragraph
               end-if

               move 'N' to salvage-found
               move 'N' to eof
               open input salvage-report
               if salvage-report-status = "00"
                   perform until eof = 'E'
                       read salvage-report into salvage-record
                           at end
                               move 'E' to eof
                           not at end
                               if sal-report-id = hst-report-id
                                   move 'Y' to salvage-found
                                   move 'E' to eof
                               end-if
                       end-read
                   end-perform
                   close salvage-report
               end-if
               if salvage-found = 'N'
                   display "DAMPENER          saved it - "
                       function trim(salvage-report-name)
                       " no longer shows the level"
                   exit paragraph
               end-if
               display "DAMPENER          saved it - removed level "
                   sal-dropped-index " (" sal-dropped-value ")"
               if sal-dropped-index-2 not = spaces
                   display "                  and level "
                       sal-dropped-index-2 " (" sal-dropped-value-2
                       ")"
               end-if
           exit.

      *----------------------------------------------------------------
      *    show-worklist-grade - the report's rank and grade on the
      *    inquiry date's worklist; safe reports never make the list
      *----------------------------------------------------------------
           show-worklist-grade.
               move 'N' to worklist-found
               move 'N' to eof
               open input worklist-report
               if worklist-report-status not = "00"
                   display "WORKLIST          "
                       function trim(worklist-report-name)
                       " no longer on file"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read worklist-report into worklist-record
                       at end
                           move 'E' to eof
                       not at end
                           if wkl-rank is numeric
                                   and wkl-report-id = hst-report-id
                               move 'Y' to worklist-found
                               move 'E' to eof
                           end-if
                   end-read
               end-perform
               close worklist-report
               if worklist-found = 'N'
                   display "WORKLIST          not on the worklist"
               else
                   display "WORKLIST          GRADE " wkl-grade
                       "  RANK " wkl-rank "  VIOLATIONS "
                       wkl-violations "  WORST " wkl-worst-magnitude
               end-if
           exit.

      *----------------------------------------------------------------
      *    show-status-trail - the report's status on each of the
      *    last thirty business dates up to the inquiry date; with no
      *    calendar deployed, the dates it was reported on instead
      *----------------------------------------------------------------
           show-status-trail.
               perform load-business-window
               display " "
               if window-count = 0
                   display "LAST REPORTED DATES (no calendar deployed)"
                   move 1 to t
                   move 0 to w
                   perform until t > hst-trail-count
                       if hst-trail-date(t) <= inquiry-date
                           display hst-trail-date(t) "  "
                               hst-trail-status(t)
                           add 1 to w
                       end-if
                       add 1 to t
                   end-perform
                   if w = 0
                       display "none on or before " inquiry-date
                   end-if
                   exit paragraph
               end-if

               display "LAST " window-count " BUSINESS DATES"
               move window-count to w
               perform until w < 1
                   move window-date(w) to trail-lookup-date
                   perform find-trail-status
                   display window-date(w) "  " trail-shown
                   subtract 1 from w
               end-perform
           exit.

      *----------------------------------------------------------------
      *    find-trail-status - the report's status on the date in
      *    trail-lookup-date, from its trail
      *----------------------------------------------------------------
           find-trail-status.
               move "NOT REPORTED" to trail-shown
               if trail-lookup-date < hst-first-seen
                   move "NOT YET SEEN" to trail-shown
               end-if
               move 1 to t
               perform until t > hst-trail-count
                   if hst-trail-date(t) = trail-lookup-date
                       move hst-trail-status(t) to trail-shown
                       move hst-trail-count to t
                   end-if
                   add 1 to t
               end-perform
      *        a full trail only reaches back thirty reported dates
               if trail-shown = "NOT REPORTED"
                       and hst-trail-count = 30
                       and trail-lookup-date < hst-trail-date(30)
                   move "NOT HELD" to trail-shown
               end-if
           exit.

      *----------------------------------------------------------------
      *    load-business-window - the last thirty day2 business dates
      *    on or before the inquiry date; the extract is unloaded in
      *    feed and date order, so each later date pushes the oldest
      *    out
      *----------------------------------------------------------------
           load-business-window.
               move 0 to window-count
               move 'N' to eof
               open input calendar-extract
               if calendar-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read calendar-extract into calendar-record
                       at end
                           move 'E' to eof
                       not at end
                           if cal-feed-tag = "DAY2"
                                   and cal-day-type = "B"
                                   and cal-date <= inquiry-date
                               perform add-window-date
                           end-if
                   end-read
               end-perform
               close calendar-extract
           exit.

      *----------------------------------------------------------------
      *    add-window-date - one business date onto the window,
      *    dropping the oldest once thirty are held
      *----------------------------------------------------------------
           add-window-date.
               if window-count < 30
                   add 1 to window-count
               else
                   move 1 to w
                   perform until w > 29
                       move window-date(w + 1) to window-date(w)
                       add 1 to w
                   end-perform
               end-if
               move cal-date to window-date(window-count)
           exit.
