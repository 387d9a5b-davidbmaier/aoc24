               assign to dynamic monthly-statement-name
           organization is line sequential.

           select calendar-extract
               assign to "business-calendar-extract"
           organization is line sequential
           file status is calendar-status.

           select delivery-queue assign to "delivery-queue"
           organization is line sequential
           file status is delivery-queue-status.

           select roster-extract
               assign to "operator-roster-extract"
           organization is line sequential
           file status is roster-status.

           select audit-log assign to "batch-audit-log"
           organization is line sequential
           file status is audit-status.

           select qa-register assign to "qa-register"
           organization is line sequential
           file status is qa-register-status.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

           select integrity-register
               assign to "batch-integrity-register"
           organization is line sequential
           file status is register-status.

       data division.
           file section.
           fd close-register.
           fd monthly-statement.
           01 monthly-statement-line pic X(80).

           fd calendar-extract.
           01 calendar-extract-line pic X(49).

           fd delivery-queue.
           01 delivery-queue-line pic X(48).

           fd roster-extract.
           01 roster-extract-line pic X(51).

           fd audit-log.
           01 audit-log-line pic X(110).

           fd qa-register.
           01 qa-register-line pic X(131).

           fd integrity-register.
           01 integrity-register-line pic X(102).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 close-register-status pic X(2).
               05 ctl-total pic 9(10).
               05 filler pic X(2).
               05 ctl-business-date pic X(8).
      *    a control total that is not a well-formed record is never
      *    folded into the statement - it stops the close instead
           01 malformed-totals-count pic 9(5) value 0.

      *    incoming day1 totals extract record
           01 extract-record.

           01 heading-line pic X(80).

      *    every business date on a feed calendar inside the close
      *    month must have left figures for that feed before the
      *    month can close - a gap is a date nobody ran or a feed
      *    that never came
           01 calendar-status pic X(2).
           01 calendar-record.
               05 cal-feed-tag pic X(4).
               05 filler pic X(2).
               05 cal-date pic X(8).
               05 filler pic X(2).
               05 cal-day-type pic X(1).
               05 filler pic X(2).
               05 cal-description pic X(30).
           01 unreported-count pic 9(3) value 0.

      *    every QA sample drawn for a business date of the close
      *    month must have been reviewed and agreed before the month
      *    can close - on the date's latest draw, since a rerun draws
      *    afresh - and every reported date from the day sampling
      *    began must have been drawn; no QA register means sampling
      *    is not in use and there is nothing to check
           01 qa-register-status pic X(2).
           01 qa-register-record.
               05 qar-business-date pic X(8).
               05 filler pic X(2).
               05 qar-sample-seq pic 9(3).
               05 filler pic X(2).
               05 qar-run-number pic 9(5).
               05 filler pic X(2).
               05 qar-event pic X(8).
               05 filler pic X(2).
               05 qar-feed pic X(4).
               05 filler pic X(2).
               05 qar-reference pic X(15).
           01 qa-first-date pic X(8).
           01 qa-date-capacity pic 9(2) value 40.
           01 qa-date-count pic 9(2) value 0.
           01 qa-date-table.
               05 qa-date-entry occurs 40 times.
                   10 qdt-date pic X(8).
                   10 qdt-run pic 9(5).
                   10 qdt-drawn pic A(1).
           01 qa-date-found pic 9(2).
           01 d pic 9(2). *> iterator over QA dates
           01 qa-sample-capacity pic 9(4) value 4000.
           01 qa-sample-count pic 9(4) value 0.
           01 qa-sample-table.
               05 qa-sample-entry occurs 4000 times.
                   10 qsm-date pic X(8).
                   10 qsm-seq pic 9(3).
                   10 qsm-feed pic X(4).
                   10 qsm-reference pic X(15).
                   10 qsm-state pic X(1).
           01 qa-sample-found pic 9(4).
           01 q pic 9(4). *> iterator over QA samples
           01 qa-unsigned-count pic 9(5) value 0.

      *    the nightly integrity audit's outcomes - a month does not
      *    close on shared files the audit found broken until an
      *    operator has acknowledged the break
           01 register-status pic X(2).
           01 register-record.
               05 irg-timestamp pic X(14).
               05 filler pic X(2).
               05 irg-business-date pic X(8).
               05 filler pic X(2).
               05 irg-run-number pic 9(5).
               05 filler pic X(2).
               05 irg-event pic X(8).
               05 filler pic X(2).
               05 irg-finding-count pic 9(7).
               05 filler pic X(2).
               05 irg-operator-id pic X(8).
               05 filler pic X(2).
               05 irg-reason pic X(40).
           01 standing-break pic A(1) value "N".
           01 break-date pic X(8) value spaces.

      *    a delivery request for the next downstream send
           01 delivery-queue-status pic X(2).
           01 delivery-queue-record.
               05 dq-type pic X(10).
               05 filler pic X(2) value spaces.
               05 dq-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 dq-reason pic X(10).
               05 filler pic X(2) value spaces.
               05 dq-timestamp pic X(14).

      *    a reopen rewrites the register - the month's CLOSED
      *    records are marked superseded and a REOPENED record goes
      *    on the end, so every reader testing for CLOSED sees the
      *    month open again while the history of both stays
           01 register-capacity pic 9(3) value 600.
           01 register-count pic 9(3) value 0.
           01 register-table.
               05 register-entry occurs 600 times pic X(42).
           01 r pic 9(3). *> iterator over register entries
           01 superseded-count pic 9(3).

      *    the operator roster - only an active operator holding the
      *    close (or reopen) authority may close (or reopen) a month
           01 roster-status pic X(2).
           01 roster-eof pic A(1).
           01 roster-found pic A(1).
           01 roster-record.
               05 ros-operator-id pic X(8).
               05 filler pic X(2).
               05 ros-operator-name pic X(30).
               05 filler pic X(2).
               05 ros-active pic X(1).
               05 filler pic X(2).
               05 ros-authorities pic X(6).
               05 ros-authority-list redefines ros-authorities.
                   10 ros-authority pic X(1) occurs 6 times.
           01 authority-needed pic 9(1).
           01 authority-action pic X(12).
           01 authority-refusal pic X(20).

      *    standing audit trail record, noting a refused action
           01 audit-status pic X(2).
           01 audit-record.
               05 aud-program-tag pic X(10).
               05 filler pic X(2) value spaces.
               05 aud-run-timestamp pic X(14).
               05 filler pic X(2) value spaces.
               05 aud-input-dataset pic X(20).
               05 filler pic X(2) value spaces.
               05 aud-record-count pic 9(7).
               05 filler pic X(2) value spaces.
               05 aud-final-total pic 9(10).
               05 filler pic X(2) value spaces.
               05 aud-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 aud-params pic X(29).

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
           accept action-raw from environment "PERIOD_CLOSE_ACTION"
           if action-raw = spaces
               goback
           end-if

           if action-raw = "REOPEN"
               perform reopen-period
               goback
           end-if

           if action-raw not = "CLOSE"
               display "PERCLOSE ABEND: action '"
                   function trim(action-raw)
                   "' is not CLOSE, REOPEN or STATUS"
               move 8 to return-code
               stop run
           end-if
               move 8 to return-code
               stop run
           end-if
           move 3 to authority-needed
           move "CLOSE" to authority-action
           perform check-operator-authority

      *    prior month for the month-over-month comparison
           if mw-month = 1
           move close-month to month-work

           perform load-month-figures
           if malformed-totals-count > 0
               display "PERCLOSE ABEND: " malformed-totals-count
                   " malformed control total record(s) - period "
                   "not closed"
               move 8 to return-code
               stop run
           end-if

           perform check-unreported-dates
           if unreported-count > 0
               display "PERCLOSE ABEND: " unreported-count
                   " business date(s) in " close-month
                   " have no reported figures - period not closed"
               move 8 to return-code
               stop run
           end-if

           perform check-qa-signoff
           if qa-unsigned-count > 0
               display "PERCLOSE ABEND: " qa-unsigned-count
                   " QA sample(s) or date(s) in " close-month
                   " not signed off - period not closed"
               move 8 to return-code
               stop run
           end-if

           perform check-integrity-break
           if standing-break = 'Y'
               display "PERCLOSE ABEND: integrity audit of "
                   break-date " found the shared batch files broken "
                   "and no operator has acknowledged it - period "
                   "not closed"
               display "PERCLOSE ABEND: set "
                   "RUN_CONTROL_ACTION=ACKNOWLEDGE with "
                   "RUN_CONTROL_USER to release the hold once the "
                   "findings are read"
               move 8 to return-code
               stop run
           end-if

           string "monthly-statement-" delimited by size
               close-month delimited by size
           write close-register-line from close-register-record
           close close-register

      *    the closed statement goes downstream on the next send
           move "STATEMENT" to dq-type
           move spaces to dq-business-date
           move close-month to dq-business-date(1:6)
           move "CLOSE" to dq-reason
           perform queue-delivery
           perform write-capacity-marks

           display "period " close-month " closed by "
               function trim(operator-id) ", statement written as "
               function trim(monthly-statement-name)
           goback.

      *----------------------------------------------------------------
      *    reopen-period - take a closed month off the lock so its
      *    dates can be rerun or backed out; closing it again writes
      *    a fresh statement, which supersedes the one sent
      *----------------------------------------------------------------
           reopen-period.
               if month-already-closed = 'N'
                   display "PERCLOSE ABEND: period " close-month
                       " is not closed"
                   move 8 to return-code
                   stop run
               end-if

               accept operator-id from environment "PERIOD_CLOSE_USER"
               if operator-id = spaces
                   display "PERCLOSE ABEND: REOPEN needs "
                       "PERIOD_CLOSE_USER"
                   move 8 to return-code
                   stop run
               end-if
               move 4 to authority-needed
               move "REOPEN" to authority-action
               perform check-operator-authority

      *        the whole register into the table, the month's CLOSED
      *        records marked superseded on the way
               move 0 to register-count
               move 0 to superseded-count
               move 'N' to eof
               open input close-register
               perform until eof = 'E'
                   read close-register into close-register-record
                       at end
                           move 'E' to eof
                       not at end
                           if register-count >= register-capacity
                               display "PERCLOSE ABEND: close "
                                   "register exceeds table capacity "
                                   "of " register-capacity
                               move 16 to return-code
                               stop run
                           end-if
                           if cls-month = close-month
                                   and cls-status = "CLOSED"
                               move "SUPERSED" to cls-status
                               add 1 to superseded-count
                           end-if
                           add 1 to register-count
                           move close-register-record
                               to register-entry(register-count)
                   end-read
               end-perform
               close close-register
               move 'N' to eof

               move function current-date to current-datetime
               open output close-register
               move 1 to r
               perform until r > register-count
                   write close-register-line from register-entry(r)
                   add 1 to r
               end-perform
               move close-month to cls-month
               move "REOPENED" to cls-status
               move current-datetime(1:14) to cls-timestamp
               move operator-id to cls-operator
               write close-register-line from close-register-record
               close close-register

               display "period " close-month " reopened by "
                   function trim(operator-id)
               perform write-capacity-marks
           exit.

      *----------------------------------------------------------------
      *    scan-close-register - is the month already on the
      *    register, and how many records a reopen would have to
      *    hold in its table
      *----------------------------------------------------------------
           scan-close-register.
               move 'N' to month-already-closed
               move 0 to register-count
               move 'N' to eof
               open input close-register
               if close-register-status not = "00"
                       at end
                           move 'E' to eof
                       not at end
                           add 1 to register-count
                           if cls-month = close-month
                                   and cls-status = "CLOSED"
                               move 'Y' to month-already-closed
                       at end
                           move 'E' to eof
                       not at end
                           if ctl-run-number is not numeric
                                   or ctl-total is not numeric
                                   or ctl-business-date
                                       is not numeric
                                   or control-total-record(6:2)
                                       not = spaces
                                   or control-total-record(18:2)
                                       not = spaces
                                   or control-total-record(30:2)
                                       not = spaces
                               add 1 to malformed-totals-count
                               display "malformed control total in "
                                   function trim(totals-input-name)
                                   ": " control-total-record
                           else
                               move ctl-business-date to fold-date
                               move ctl-program-tag to fold-tag
                               move ctl-run-number to fold-run
                               move ctl-total to fold-total
                               perform fold-figure
                           end-if
                   end-read
               end-perform
               close totals-input
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-unreported-dates - list every calendar business date
      *    of the close month with no standing figure for its feed;
      *    without a calendar extract there is nothing to check
      *----------------------------------------------------------------
           check-unreported-dates.
               move 0 to unreported-count
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
                           if cal-date(1:6) = close-month
                                   and cal-day-type = "B"
                               perform check-date-reported
                           end-if
                   end-read
               end-perform
               close calendar-extract
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    check-date-reported - does any figure for the feed's
      *    program tags stand for the business date
      *----------------------------------------------------------------
           check-date-reported.
               move 'N' to date-seen
               move 1 to f
               perform until f > figure-count
                   if fig-date(f) = cal-date
                           and fig-tag(f)(1:4) = cal-feed-tag
                       move 'Y' to date-seen
                       move figure-count to f
                   end-if
                   add 1 to f
               end-perform
               if date-seen = 'N'
                   add 1 to unreported-count
                   display "business date " cal-date " "
                       cal-feed-tag " has no reported figures"
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-integrity-break - the latest integrity audit BREAK
      *    on the register stands unless an operator acknowledgement
      *    follows it; no register means no audit has run yet
      *----------------------------------------------------------------
           check-integrity-break.
               move 'N' to eof
               open input integrity-register
               if register-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read integrity-register into register-record
                       at end
                           move 'E' to eof
                       not at end
                           if irg-event = "BREAK"
                               move 'Y' to standing-break
                               move irg-business-date to break-date
                           end-if
                           if irg-event = "ACKED"
                               move 'N' to standing-break
                           end-if
                   end-read
               end-perform
               close integrity-register
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    check-qa-signoff - the close month's QA samples on their
      *    dates' latest draws, each needing an AGREE as its latest
      *    verdict, and every reported date from the first draw on
      *    needing a draw at all
      *----------------------------------------------------------------
           check-qa-signoff.
               move 0 to qa-unsigned-count
               move spaces to qa-first-date
               move 'N' to eof
               open input qa-register
               if qa-register-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read qa-register into qa-register-record
                       at end
                           move 'E' to eof
                       not at end
                           perform note-qa-draw
                   end-read
               end-perform
               close qa-register
               if qa-first-date = spaces
                   move 'N' to eof
                   exit paragraph
               end-if

               move 'N' to eof
               open input qa-register
               perform until eof = 'E'
                   read qa-register into qa-register-record
                       at end
                           move 'E' to eof
                       not at end
                           if qar-business-date(1:6) = close-month
                               perform note-qa-sample
                           end-if
                   end-read
               end-perform
               close qa-register
               move 'N' to eof

               move 1 to q
               perform until q > qa-sample-count
                   if qsm-state(q) = "P"
                       add 1 to qa-unsigned-count
                       display "QA sample " qsm-date(q) " "
                           qsm-seq(q) " " qsm-feed(q) " "
                           function trim(qsm-reference(q))
                           " has not been reviewed"
                   end-if
                   if qsm-state(q) = "D"
                       add 1 to qa-unsigned-count
                       display "QA sample " qsm-date(q) " "
                           qsm-seq(q) " " qsm-feed(q) " "
                           function trim(qsm-reference(q))
                           " stands disagreed"
                   end-if
                   add 1 to q
               end-perform

               move 1 to f
               perform until f > figure-count
                   if fig-date(f)(1:6) = close-month
                           and fig-date(f) >= qa-first-date
                       move fig-date(f) to qar-business-date
                       perform find-qa-date
                       if qa-date-found = 0
                           perform add-qa-date
                           move 'N' to qdt-drawn(qa-date-found)
                           add 1 to qa-unsigned-count
                           display "business date " fig-date(f)
                               " has no QA sample drawn"
                       end-if
                   end-if
                   add 1 to f
               end-perform
           exit.

      *----------------------------------------------------------------
      *    note-qa-draw - when sampling began, and the latest draw of
      *    each close-month date
      *----------------------------------------------------------------
           note-qa-draw.
               if qar-event not = "DRAWN" and qar-event not = "EMPTY"
                   exit paragraph
               end-if
               if qa-first-date = spaces
                       or qar-business-date < qa-first-date
                   move qar-business-date to qa-first-date
               end-if
               if qar-business-date(1:6) not = close-month
                   exit paragraph
               end-if
               perform find-qa-date
               if qa-date-found = 0
                   perform add-qa-date
                   move qar-run-number to qdt-run(qa-date-found)
               end-if
               if qar-run-number > qdt-run(qa-date-found)
                   move qar-run-number to qdt-run(qa-date-found)
               end-if
           exit.

      *----------------------------------------------------------------
      *    note-qa-sample - a sample drawn on its date's latest draw
      *    waits for review; the latest verdict on it stands
      *----------------------------------------------------------------
           note-qa-sample.
               perform find-qa-date
               if qa-date-found = 0
                   exit paragraph
               end-if
               if qar-run-number not = qdt-run(qa-date-found)
                   exit paragraph
               end-if
               move 0 to qa-sample-found
               move 1 to q
               perform until q > qa-sample-count
                   if qsm-date(q) = qar-business-date
                           and qsm-seq(q) = qar-sample-seq
                       move q to qa-sample-found
                       move qa-sample-count to q
                   end-if
                   add 1 to q
               end-perform
               if qar-event = "DRAWN"
                   if qa-sample-found = 0
                       if qa-sample-count >= qa-sample-capacity
                           display "PERCLOSE ABEND: more than "
                               qa-sample-capacity
                               " QA samples in the month"
                           move 16 to return-code
                           stop run
                       end-if
                       add 1 to qa-sample-count
                       move qa-sample-count to qa-sample-found
                       move qar-business-date
                           to qsm-date(qa-sample-found)
                       move qar-sample-seq
                           to qsm-seq(qa-sample-found)
                   end-if
                   move qar-feed to qsm-feed(qa-sample-found)
                   move qar-reference
                       to qsm-reference(qa-sample-found)
                   move "P" to qsm-state(qa-sample-found)
                   exit paragraph
               end-if
               if qa-sample-found = 0
                   exit paragraph
               end-if
               if qar-event = "AGREE"
                   move "A" to qsm-state(qa-sample-found)
               end-if
               if qar-event = "DISAGREE"
                   move "D" to qsm-state(qa-sample-found)
               end-if
           exit.

      *----------------------------------------------------------------
      *    find-qa-date - the QA date entry for qar-business-date,
      *    zero when there is none
      *----------------------------------------------------------------
           find-qa-date.
               move 0 to qa-date-found
               move 1 to d
               perform until d > qa-date-count
                   if qdt-date(d) = qar-business-date
                       move d to qa-date-found
                       move qa-date-count to d
                   end-if
                   add 1 to d
               end-perform
           exit.

      *----------------------------------------------------------------
      *    add-qa-date - a new QA date entry for qar-business-date
      *----------------------------------------------------------------
           add-qa-date.
               if qa-date-count >= qa-date-capacity
                   display "PERCLOSE ABEND: more than "
                       qa-date-capacity " QA dates in the month"
                   move 16 to return-code
                   stop run
               end-if
               add 1 to qa-date-count
               move qa-date-count to qa-date-found
               move qar-business-date to qdt-date(qa-date-found)
               move 0 to qdt-run(qa-date-found)
               move 'Y' to qdt-drawn(qa-date-found)
           exit.

      *----------------------------------------------------------------
      *    write-monthly-statement - the month's aggregate per tag
      *    next to the prior month's, with the variance, plus the
                   add 1 to f
               end-perform
           exit.

      *----------------------------------------------------------------
      *    queue-delivery - ask the next downstream send for a fresh
      *    delivery of the figures; the caller sets the type, date
      *    and reason first
      *----------------------------------------------------------------
           queue-delivery.
               move function current-date to current-datetime
               move current-datetime(1:14) to dq-timestamp
               open extend delivery-queue
               if delivery-queue-status = "35"
                   open output delivery-queue
               end-if
               write delivery-queue-line from delivery-queue-record
               close delivery-queue
           exit.

      *----------------------------------------------------------------
      *    check-operator-authority - the operator must be on the
      *    roster, active, and hold the authority the action needs;
      *    a refusal goes on the standing audit trail before the
      *    action is abandoned. With no roster extract nobody can be
      *    vouched for, so the action is refused outright
      *----------------------------------------------------------------
           check-operator-authority.
               move spaces to authority-refusal
               move 'N' to roster-found
               move 'N' to roster-eof
               open input roster-extract
               if roster-status not = "00"
                   move "NO OPERATOR ROSTER" to authority-refusal
               else
                   perform until roster-eof = 'E'
                       read roster-extract into roster-record
                           at end
                               move 'E' to roster-eof
                           not at end
                               if ros-operator-id = operator-id
                                   move 'Y' to roster-found
                                   move 'E' to roster-eof
                               end-if
                       end-read
                   end-perform
                   close roster-extract
                   if roster-found = 'N'
                       move "UNKNOWN OPERATOR" to authority-refusal
                   else
                       if ros-active not = "Y"
                           move "INACTIVE OPERATOR"
                               to authority-refusal
                       else
                           if ros-authority(authority-needed)
                                   not = "Y"
                               move "NOT AUTHORISED"
                                   to authority-refusal
                           end-if
                       end-if
                   end-if
               end-if

               if authority-refusal not = spaces
                   perform write-refusal-audit
                   display "PERCLOSE ABEND: "
                       function trim(operator-id) " refused for "
                       function trim(authority-action) " of "
                       close-month " - "
                       function trim(authority-refusal)
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *----------------------------------------------------------------
      *    write-refusal-audit - a refused action leaves its mark on
      *    the standing audit trail: who, what, and why not
      *----------------------------------------------------------------
           write-refusal-audit.
               move function current-date to current-datetime
               move "PERCLOSE" to aud-program-tag
               move current-datetime(1:14) to aud-run-timestamp
               move spaces to aud-input-dataset
               string "REFUSED " delimited by size
                   authority-action delimited by space
                   into aud-input-dataset
               end-string
               move 0 to aud-record-count
               move close-month to aud-final-total
               move current-datetime(1:8) to aud-business-date
               move spaces to aud-params
               string operator-id delimited by space
                   " " delimited by size
                   authority-refusal delimited by size
                   into aud-params
               end-string
               open extend audit-log
               if audit-status = "35"
                   open output audit-log
               end-if
               write audit-log-line from audit-record
               close audit-log
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
               move "PERCLOSE" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "FIGURE-CAPACITY" to cap-limit-name
               move figure-capacity to cap-capacity
               move figure-count to cap-high-water
               write capacity-log-line from capacity-record

               move "REGISTER-CAPACITY" to cap-limit-name
               move register-capacity to cap-capacity
               move register-count to cap-high-water
               write capacity-log-line from capacity-record

               move "QA-DATE-CAPACITY" to cap-limit-name
               move qa-date-capacity to cap-capacity
               move qa-date-count to cap-high-water
               write capacity-log-line from capacity-record

               move "QA-SAMPLE-CAPACITY" to cap-limit-name
               move qa-sample-capacity to cap-capacity
               move qa-sample-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
