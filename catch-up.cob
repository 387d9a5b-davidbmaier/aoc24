       identification division.
       program-id. catchup.

       environment division.
           input-output section.
           file-control.
           select arrival-list assign to dynamic arrival-list-name
           organization is line sequential
           file status is arrival-list-status.

           select arrived-feed assign to dynamic arrived-feed-name
           organization is line sequential
           file status is arrived-feed-status.

           select run-control assign to "batch-run-control"
           organization is line sequential
           file status is run-control-status.

           select close-register assign to "period-close-register"
           organization is line sequential
           file status is close-register-status.

           select calendar-extract
               assign to "business-calendar-extract"
           organization is line sequential
           file status is calendar-status.

           select catchup-plan assign to "catchup-plan"
           organization is line sequential
           file status is catchup-plan-status.

           select catchup-queue assign to "catchup-queue"
           organization is line sequential.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd arrival-list.
           01 arrival-list-line pic X(80).

           fd arrived-feed.
           01 arrived-feed-line pic X(200).

           fd run-control.
           01 run-control-line pic X(53).

           fd close-register.
           01 close-register-line pic X(42).

           fd calendar-extract.
           01 calendar-extract-line pic X(49).

           fd catchup-plan.
           01 catchup-plan-line pic X(471).

           fd catchup-queue.
           01 catchup-queue-line pic X(420).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 arrival-list-status pic X(2).
           01 arrived-feed-status pic X(2).
           01 run-control-status pic X(2).
           01 close-register-status pic X(2).
           01 calendar-status pic X(2).
           01 catchup-plan-status pic X(2).
           01 arrival-list-name pic X(50) value spaces.
           01 arrived-feed-name pic X(50) value spaces.
           01 action-raw pic X(10) value spaces.

      *    PLAN reads the header of every arrived transmission on the
      *    arrival list, groups them by business date and decides
      *    which dates the catch-up may run; SUMMARY reads the plan
      *    back against the run control journal once the chain has
      *    had its go at each queued date
           01 arrival-buffer pic X(80).
           01 arrival-header-record.
               05 arv-marker pic X(4).
               05 arv-feed-id pic X(8).
               05 filler pic X(1).
               05 arv-business-date pic X(8).
               05 filler pic X(179).
           01 unreadable-count pic 9(3) value 0.
           01 arrival-total pic 9(3) value 0.

      *    one entry per business date with arrivals, held in date
      *    order - the chain must never run a later date ahead of an
      *    earlier one
           01 date-capacity pic 9(3) value 100.
           01 date-count pic 9(3) value 0.
           01 date-table.
               05 date-entry occurs 100 times.
                   10 cdt-date pic X(8).
                   10 cdt-status pic X(9).
                   10 cdt-reason pic X(40).
                   10 cdt-day1-count pic 9(2).
                   10 cdt-day1-ptr pic 9(3).
                   10 cdt-day1-list pic X(200).
                   10 cdt-day2-count pic 9(2).
                   10 cdt-day2-ptr pic 9(3).
                   10 cdt-day2-list pic X(200).
                   10 cdt-overflow pic A(1).
                   10 cdt-business pic A(1).
                   10 cdt-closed pic A(1).
                   10 cdt-planned-run pic 9(5).
                   10 cdt-run pic 9(5).
                   10 cdt-step-done occurs 8 times pic A(1).
           01 d pic 9(3). *> iterator over dates
           01 date-found pic 9(3).
           01 insert-at pic 9(3).
           01 calendar-present pic A(1) value 'N'.
           01 any-step-done pic A(1).

      *    intake takes at most eight provider files per feed, named
      *    in one list of two hundred bytes
           01 arrival-capacity pic 9(2) value 8.

      *    the chain's journaled steps - balancing closes it, so a
      *    date whose balancing is complete has a completed run
           01 chain-step-list.
               05 filler pic X(10) value "DAY1TASK1".
               05 filler pic X(10) value "DAY1TASK2".
               05 filler pic X(10) value "DAY1TASK3".
               05 filler pic X(10) value "VERIFYDAY1".
               05 filler pic X(10) value "DAY2TASK1".
               05 filler pic X(10) value "DAY2TASK2".
               05 filler pic X(10) value "BATCHSUMM".
               05 filler pic X(10) value "BALANCING".
           01 chain-step-list-r redefines chain-step-list.
               05 chain-step occurs 8 times pic X(10).
           01 chain-step-count pic 9(1) value 8.
           01 s pic 9(1). *> iterator over chain steps

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

           01 close-register-record.
               05 cls-month pic X(6).
               05 filler pic X(2).
               05 cls-status pic X(8).
               05 filler pic X(2).
               05 cls-timestamp pic X(14).
               05 filler pic X(2).
               05 cls-operator pic X(8).

           01 calendar-record.
               05 cal-feed-tag pic X(4).
               05 filler pic X(2).
               05 cal-date pic X(8).
               05 filler pic X(2).
               05 cal-day-type pic X(1).
               05 filler pic X(2).
               05 cal-description pic X(30).

      *    the plan - one record per business date with arrivals,
      *    QUEUED, SKIPPED or HELD, with the arrival lists the chain
      *    is to stage for the queued ones
           01 plan-record.
               05 pln-date pic X(8).
               05 filler pic X(2) value spaces.
               05 pln-status pic X(8).
               05 filler pic X(2) value spaces.
               05 pln-reason pic X(40).
               05 filler pic X(2) value spaces.
               05 pln-planned-run pic 9(5).
               05 filler pic X(2) value spaces.
               05 pln-day1-list pic X(200).
               05 filler pic X(2) value spaces.
               05 pln-day2-list pic X(200).

      *    queue for the driving script - date|day1 list|day2 list
           01 queue-line pic X(420).

           01 held-behind-date pic X(8) value spaces.
           01 queued-count pic 9(3) value 0.
           01 processed-count pic 9(3) value 0.
           01 skipped-count pic 9(3) value 0.
           01 held-count pic 9(3) value 0.
           01 failed-count pic 9(3) value 0.

      *    the date the driving script stopped on and the return code
      *    its batch ended with - a date can fail after its balancing
      *    has completed (delivery, the post-batch reports, the
      *    integrity audit or the alert digest), so the journal alone
      *    cannot say which date stopped the chain
           01 stopped-date pic X(8) value spaces.
           01 stopped-rc-raw pic X(3) value spaces.

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
           01 current-datetime pic X(21).
           01 arrival-high-water pic 9(2) value 0.

       procedure division.
           accept action-raw from environment "CATCHUP_ACTION"
           if action-raw = spaces
               move "PLAN" to action-raw
           end-if

           if action-raw = "PLAN"
               perform plan-catch-up
           else
               if action-raw = "SUMMARY"
                   perform summarise-catch-up
               else
                   display "CATCHUP ABEND: action '"
                       function trim(action-raw)
                       "' is not PLAN or SUMMARY"
                   move 8 to return-code
                   stop run
               end-if
           end-if

           goback.

      *----------------------------------------------------------------
      *    plan-catch-up - classify the arrived transmissions by
      *    business date, test each date against the journal, the
      *    close register and the calendar, and queue the ones the
      *    chain may run
      *----------------------------------------------------------------
           plan-catch-up.
               accept arrival-list-name
                   from environment "CATCHUP_ARRIVALS"
               if arrival-list-name = spaces
                   move "catchup-arrivals" to arrival-list-name
               end-if

               perform load-arrivals
               perform scan-run-control
               perform scan-close-register
               perform scan-calendar

               move 1 to d
               perform until d > date-count
                   perform classify-date
                   add 1 to d
               end-perform

               open output catchup-plan
               open output catchup-queue
               move 1 to d
               perform until d > date-count
                   perform write-plan-entry
                   add 1 to d
               end-perform
               close catchup-plan
               close catchup-queue
               perform write-capacity-marks

               display "catch-up plan: " arrival-total
                   " arrival(s) over " date-count " business date(s) - "
                   queued-count " queued, " skipped-count
                   " skipped, " held-count " held"
               if unreadable-count > 0
                   display "catch-up plan: " unreadable-count
                       " arrival(s) carried no readable feed header "
                       "and were left alone"
               end-if
           exit.

      *----------------------------------------------------------------
      *    load-arrivals - every named arrival's header gives its feed
      *    and business date; no arrival list means nothing waiting
      *----------------------------------------------------------------
           load-arrivals.
               move 'N' to eof
               open input arrival-list
               if arrival-list-status not = "00"
                   display "CATCHUP SKIPPED: no arrival list '"
                       function trim(arrival-list-name) "'"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read arrival-list into arrival-buffer
                       at end
                           move 'E' to eof
                       not at end
                           if arrival-buffer not = spaces
                               perform classify-arrival
                           end-if
                   end-read
               end-perform
               close arrival-list
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    classify-arrival - read one arrival's header and file the
      *    name under its business date and feed
      *----------------------------------------------------------------
           classify-arrival.
               if arrival-buffer(51:30) not = spaces
                   display "CATCHUP: arrival name too long for "
                       "intake - " function trim(arrival-buffer)
                   add 1 to unreadable-count
                   exit paragraph
               end-if
               move arrival-buffer(1:50) to arrived-feed-name
               move spaces to arrival-header-record
               open input arrived-feed
               if arrived-feed-status not = "00"
                   add 1 to unreadable-count
                   exit paragraph
               end-if
               read arrived-feed into arrival-header-record
                   at end
                       move spaces to arrival-header-record
               end-read
               close arrived-feed

               if arv-marker not = "HDR "
                       or (arv-feed-id not = "DAY1FEED"
                           and arv-feed-id not = "DAY2FEED")
                       or function test-numval(arv-business-date)
                           not = 0
                   display "CATCHUP: no feed header on "
                       function trim(arrived-feed-name)
                   add 1 to unreadable-count
                   exit paragraph
               end-if

               add 1 to arrival-total
               perform find-or-insert-date
               if arv-feed-id = "DAY1FEED"
                   if cdt-day1-count(date-found) >= arrival-capacity
                       move 'Y' to cdt-overflow(date-found)
                   else
                       add 1 to cdt-day1-count(date-found)
                       if cdt-day1-count(date-found)
                               > arrival-high-water
                           move cdt-day1-count(date-found)
                               to arrival-high-water
                       end-if
                       string function trim(arrived-feed-name)
                               delimited by size
                           " " delimited by size
                           into cdt-day1-list(date-found)
                           with pointer cdt-day1-ptr(date-found)
                           on overflow
                               move 'Y' to cdt-overflow(date-found)
                       end-string
                   end-if
               else
                   if cdt-day2-count(date-found) >= arrival-capacity
                       move 'Y' to cdt-overflow(date-found)
                   else
                       add 1 to cdt-day2-count(date-found)
                       if cdt-day2-count(date-found)
                               > arrival-high-water
                           move cdt-day2-count(date-found)
                               to arrival-high-water
                       end-if
                       string function trim(arrived-feed-name)
                               delimited by size
                           " " delimited by size
                           into cdt-day2-list(date-found)
                           with pointer cdt-day2-ptr(date-found)
                           on overflow
                               move 'Y' to cdt-overflow(date-found)
                       end-string
                   end-if
               end-if
           exit.

      *----------------------------------------------------------------
      *    find-or-insert-date - the entry for the arrival's date,
      *    opened in its place in date order if this is the first
      *    arrival seen for it
      *----------------------------------------------------------------
           find-or-insert-date.
               move 0 to date-found
               move 0 to insert-at
               move 1 to d
               perform until d > date-count or date-found > 0
                       or insert-at > 0
                   if cdt-date(d) = arv-business-date
                       move d to date-found
                   else
                       if cdt-date(d) > arv-business-date
                           move d to insert-at
                       end-if
                   end-if
                   add 1 to d
               end-perform
               if date-found > 0
                   exit paragraph
               end-if

               if date-count >= date-capacity
                   display "CATCHUP ABEND: arrivals span more than "
                       date-capacity " business dates"
                   move 16 to return-code
                   stop run
               end-if
               add 1 to date-count
               if insert-at = 0
                   move date-count to insert-at
               else
                   move date-count to d
                   perform until d = insert-at
                       move date-entry(d - 1) to date-entry(d)
                       subtract 1 from d
                   end-perform
               end-if
               move insert-at to date-found
               move arv-business-date to cdt-date(date-found)
               move spaces to cdt-status(date-found)
               move spaces to cdt-reason(date-found)
               move 0 to cdt-day1-count(date-found)
               move 1 to cdt-day1-ptr(date-found)
               move spaces to cdt-day1-list(date-found)
               move 0 to cdt-day2-count(date-found)
               move 1 to cdt-day2-ptr(date-found)
               move spaces to cdt-day2-list(date-found)
               move 'N' to cdt-overflow(date-found)
               move 'N' to cdt-business(date-found)
               move 'N' to cdt-closed(date-found)
               move 0 to cdt-planned-run(date-found)
               move 0 to cdt-run(date-found)
               move 1 to s
               perform until s > chain-step-count
                   move 'N' to cdt-step-done(date-found, s)
                   add 1 to s
               end-perform
           exit.

      *----------------------------------------------------------------
      *    scan-run-control - the latest run opened for each date and
      *    the last word on each chain step for it
      *----------------------------------------------------------------
           scan-run-control.
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
                           perform apply-run-control-record
                   end-read
               end-perform
               close run-control
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    apply-run-control-record - journal records arrive in time
      *    order, so the last word on a step for a date wins
      *----------------------------------------------------------------
           apply-run-control-record.
               move 0 to date-found
               move 1 to d
               perform until d > date-count or date-found > 0
                   if cdt-date(d) = rc-business-date
                       move d to date-found
                   end-if
                   add 1 to d
               end-perform
               if date-found = 0
                   exit paragraph
               end-if

               if rc-step-tag = "*RUN*"
                   if rc-status = "OPEN"
                           and rc-run-number > cdt-run(date-found)
                       move rc-run-number to cdt-run(date-found)
                   end-if
                   exit paragraph
               end-if
               move 1 to s
               perform until s > chain-step-count
                   if rc-step-tag = chain-step(s)
                       if rc-status = "COMPLETE"
                           move 'Y' to cdt-step-done(date-found, s)
                       end-if
                       if rc-status = "RELEASED"
                           move 'N' to cdt-step-done(date-found, s)
                       end-if
                   end-if
                   add 1 to s
               end-perform
           exit.

      *----------------------------------------------------------------
      *    scan-close-register - a date in a closed period can never
      *    be opened, so it is skipped rather than tried
      *----------------------------------------------------------------
           scan-close-register.
               move 'N' to eof
               open input close-register
               if close-register-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read close-register into close-register-record
                       at end
                           move 'E' to eof
                       not at end
                           if cls-status = "CLOSED"
                               move 1 to d
                               perform until d > date-count
                                   if cdt-date(d)(1:6) = cls-month
                                       move 'Y' to cdt-closed(d)
                                   end-if
                                   add 1 to d
                               end-perform
                           end-if
                   end-read
               end-perform
               close close-register
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    scan-calendar - which dates are business days on either
      *    feed calendar; no calendar deployed, no date is refused
      *----------------------------------------------------------------
           scan-calendar.
               move 'N' to eof
               open input calendar-extract
               if calendar-status not = "00"
                   exit paragraph
               end-if
               move 'Y' to calendar-present
               perform until eof = 'E'
                   read calendar-extract into calendar-record
                       at end
                           move 'E' to eof
                       not at end
                           if cal-day-type = "B"
                               move 1 to d
                               perform until d > date-count
                                   if cdt-date(d) = cal-date
                                       move 'Y' to cdt-business(d)
                                   end-if
                                   add 1 to d
                               end-perform
                           end-if
                   end-read
               end-perform
               close calendar-extract
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    classify-date - QUEUED, SKIPPED or HELD; once a date is
      *    held every later date that would have run is held behind
      *    it, so nothing publishes ahead of an unresolved date
      *----------------------------------------------------------------
           classify-date.
               move cdt-run(d) to cdt-planned-run(d)
               move 'N' to any-step-done
               move 1 to s
               perform until s > chain-step-count
                   if cdt-step-done(d, s) = 'Y'
                       move 'Y' to any-step-done
                   end-if
                   add 1 to s
               end-perform

               if cdt-step-done(d, chain-step-count) = 'Y'
                   move "SKIPPED" to cdt-status(d)
                   string "RUN ALREADY COMPLETE - RUN "
                           delimited by size
                       cdt-run(d) delimited by size
                       into cdt-reason(d)
                   end-string
                   add 1 to skipped-count
                   exit paragraph
               end-if
               if cdt-closed(d) = 'Y'
                   move "SKIPPED" to cdt-status(d)
                   move "PERIOD CLOSED" to cdt-reason(d)
                   add 1 to skipped-count
                   exit paragraph
               end-if
               if calendar-present = 'Y' and cdt-business(d) = 'N'
                   move "SKIPPED" to cdt-status(d)
                   move "NOT A BUSINESS DAY" to cdt-reason(d)
                   add 1 to skipped-count
                   exit paragraph
               end-if

               move "HELD" to cdt-status(d)
               add 1 to held-count
               if held-behind-date not = spaces
                   string "HELD BEHIND " delimited by size
                       held-behind-date delimited by size
                       into cdt-reason(d)
                   end-string
                   exit paragraph
               end-if
               move cdt-date(d) to held-behind-date
               if cdt-day1-count(d) = 0
                   move "NO DAY1 TRANSMISSION ARRIVED" to cdt-reason(d)
                   exit paragraph
               end-if
               if cdt-day2-count(d) = 0
                   move "NO DAY2 TRANSMISSION ARRIVED" to cdt-reason(d)
                   exit paragraph
               end-if
               if cdt-overflow(d) = 'Y'
                   move "TOO MANY ARRIVALS FOR ONE INTAKE"
                       to cdt-reason(d)
                   exit paragraph
               end-if
               if any-step-done = 'Y'
                   move "PART-RUN - RELEASE OR CORRECT FIRST"
                       to cdt-reason(d)
                   exit paragraph
               end-if

      *        nothing stands in the way
               move spaces to held-behind-date
               subtract 1 from held-count
               move "QUEUED" to cdt-status(d)
               add 1 to queued-count
           exit.

      *----------------------------------------------------------------
      *    write-plan-entry - the plan record for one date, plus the
      *    queue line for the driving script when it is to run
      *----------------------------------------------------------------
           write-plan-entry.
               move cdt-date(d) to pln-date
               move cdt-status(d) to pln-status
               move cdt-reason(d) to pln-reason
               move cdt-planned-run(d) to pln-planned-run
               move cdt-day1-list(d) to pln-day1-list
               move cdt-day2-list(d) to pln-day2-list
               write catchup-plan-line from plan-record
               display "  " cdt-date(d) "  " cdt-status(d) "  "
                   function trim(cdt-reason(d))

               if cdt-status(d) = "QUEUED"
                   move spaces to queue-line
                   string cdt-date(d) delimited by size
                       "|" delimited by size
                       function trim(cdt-day1-list(d))
                           delimited by size
                       "|" delimited by size
                       function trim(cdt-day2-list(d))
                           delimited by size
                       into queue-line
                   end-string
                   write catchup-queue-line from queue-line
               end-if
           exit.

      *----------------------------------------------------------------
      *    summarise-catch-up - read the plan back against the run
      *    control journal: the date the driving script stopped on
      *    failed, a queued date whose balancing now stands was
      *    processed, the first one that did not is where the
      *    catch-up stopped, and everything after it is held
      *----------------------------------------------------------------
           summarise-catch-up.
               accept stopped-date
                   from environment "CATCHUP_STOPPED_DATE"
               accept stopped-rc-raw
                   from environment "CATCHUP_STOPPED_RC"
               perform load-plan
               perform scan-run-control

               move spaces to held-behind-date
               move 0 to queued-count
               move 0 to skipped-count
               move 0 to held-count
               display "===== catch-up summary ====="
               move 1 to d
               perform until d > date-count
                   perform summarise-date
                   display "  " cdt-date(d) "  " cdt-status(d) "  "
                       function trim(cdt-reason(d))
                   add 1 to d
               end-perform
               display processed-count " date(s) processed, "
                   failed-count " failed, "
                   skipped-count " skipped, " held-count " held"
           exit.

      *----------------------------------------------------------------
      *    load-plan - the plan as PLAN wrote it, already in date
      *    order
      *----------------------------------------------------------------
           load-plan.
               move 'N' to eof
               open input catchup-plan
               if catchup-plan-status not = "00"
                   display "CATCHUP ABEND: no catch-up plan to "
                       "summarise"
                   move 8 to return-code
                   stop run
               end-if
               perform until eof = 'E'
                   read catchup-plan into plan-record
                       at end
                           move 'E' to eof
                       not at end
                           if date-count >= date-capacity
                               display "CATCHUP ABEND: plan holds "
                                   "more than " date-capacity
                                   " business dates"
                               move 16 to return-code
                               stop run
                           end-if
                           add 1 to date-count
                           move pln-date to cdt-date(date-count)
                           move pln-status to cdt-status(date-count)
                           move pln-reason to cdt-reason(date-count)
                           move pln-planned-run
                               to cdt-planned-run(date-count)
                           move 0 to cdt-run(date-count)
                           move 1 to s
                           perform until s > chain-step-count
                               move 'N'
                                   to cdt-step-done(date-count, s)
                               add 1 to s
                           end-perform
                   end-read
               end-perform
               close catchup-plan
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    summarise-date - final word on one planned date
      *----------------------------------------------------------------
           summarise-date.
               if cdt-status(d) = "SKIPPED"
                   add 1 to skipped-count
                   exit paragraph
               end-if
               if cdt-status(d) = "HELD"
                   add 1 to held-count
                   if held-behind-date = spaces
                       move cdt-date(d) to held-behind-date
                   end-if
                   exit paragraph
               end-if

               if cdt-date(d) = stopped-date
                       and held-behind-date = spaces
                   move "FAILED" to cdt-status(d)
                   add 1 to failed-count
                   move cdt-date(d) to held-behind-date
                   move spaces to cdt-reason(d)
                   if cdt-run(d) > cdt-planned-run(d)
                       string "BATCH ENDED RC " delimited by size
                           stopped-rc-raw delimited by space
                           " ON RUN " delimited by size
                           cdt-run(d) delimited by size
                           into cdt-reason(d)
                       end-string
                   else
                       string "BATCH ENDED RC " delimited by size
                           stopped-rc-raw delimited by space
                           " BEFORE A RUN OPENED" delimited by size
                           into cdt-reason(d)
                       end-string
                   end-if
                   exit paragraph
               end-if

               if cdt-step-done(d, chain-step-count) = 'Y'
                       and held-behind-date = spaces
                   move "PROCESSED" to cdt-status(d)
                   move spaces to cdt-reason(d)
                   string "RUN " delimited by size
                       cdt-run(d) delimited by size
                       into cdt-reason(d)
                   end-string
                   add 1 to processed-count
                   exit paragraph
               end-if

               move "HELD" to cdt-status(d)
               add 1 to held-count
               move spaces to cdt-reason(d)
               if held-behind-date not = spaces
                   string "HELD BEHIND " delimited by size
                       held-behind-date delimited by size
                       into cdt-reason(d)
                   end-string
                   exit paragraph
               end-if
               move cdt-date(d) to held-behind-date
               if cdt-run(d) > cdt-planned-run(d)
                   string "CHAIN FAILED ON RUN " delimited by size
                       cdt-run(d) delimited by size
                       into cdt-reason(d)
                   end-string
               else
                   move "NOT STARTED - CATCH-UP STOPPED"
                       to cdt-reason(d)
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
               move current-datetime(1:8) to cap-business-date
               move 0 to cap-run-number
               move "CATCHUP" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "DATE-CAPACITY" to cap-limit-name
               move date-capacity to cap-capacity
               move date-count to cap-high-water
               write capacity-log-line from capacity-record

               move "ARRIVAL-CAPACITY" to cap-limit-name
               move arrival-capacity to cap-capacity
               move arrival-high-water to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
