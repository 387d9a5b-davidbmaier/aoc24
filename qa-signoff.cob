       identification division.
       program-id. qasignoff.

       environment division.
           input-output section.
           file-control.
           select results-inbox assign to dynamic results-inbox-name
           organization is line sequential
           file status is results-inbox-status.

           select qa-register assign to "qa-register"
           organization is line sequential
           file status is qa-register-status.

           select results-rejects
               assign to dynamic results-rejects-name
           organization is line sequential
           file status is results-rejects-status.

           select roster-extract
               assign to "operator-roster-extract"
           organization is line sequential
           file status is roster-status.

           select run-control assign to "batch-run-control"
           organization is line sequential
           file status is run-control-status.

           select batch-alerts assign to "batch-alerts"
           organization is line sequential
           file status is batch-alerts-status.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd results-inbox.
           01 results-inbox-line pic X(75).

           fd qa-register.
           01 qa-register-line pic X(131).

           fd results-rejects.
           01 results-rejects-line pic X(97).

           fd roster-extract.
           01 roster-extract-line pic X(51).

           fd run-control.
           01 run-control-line pic X(53).

           fd batch-alerts.
           01 batch-alerts-line pic X(106).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 results-inbox-status pic X(2).
           01 qa-register-status pic X(2).
           01 results-rejects-status pic X(2).
           01 roster-status pic X(2).
           01 run-control-status pic X(2).
           01 batch-alerts-status pic X(2).
           01 results-inbox-name pic X(40) value spaces.
           01 results-rejects-name pic X(40) value spaces.

      *    run date defaults to today unless overridden - verdicts
      *    are recorded, and disagreements alerted, against it
           01 current-datetime pic X(21).
           01 run-date pic X(8).
           01 run-date-raw pic X(8) value spaces.
           01 current-run-number pic 9(5) value 0.

      *    one reviewer verdict as keyed from the worksheet
           01 results-record.
               05 res-business-date pic X(8).
               05 filler pic X(2).
               05 res-sample-seq pic X(3).
               05 filler pic X(2).
               05 res-verdict pic X(8).
               05 filler pic X(2).
               05 res-operator pic X(8).
               05 filler pic X(2).
               05 res-comment pic X(40).
           01 res-result pic X(20).
           01 search-seq pic 9(3).

      *    a verdict that cannot be recorded goes back to the
      *    reviewer with the reason, since the inbox is emptied
           01 reject-record.
               05 rej-reason pic X(20).
               05 filler pic X(2) value spaces.
               05 rej-line pic X(75).

      *    the QA register, shared with the sample draw
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

      *    the sample a verdict answers - on the latest draw of its
      *    date; an earlier draw's samples were superseded by a rerun
           01 sample-found pic A(1).
           01 sample-run pic 9(5).
           01 sample-feed pic X(4).
           01 sample-reference pic X(15).
           01 sample-scored pic X(8).

      *    verdicts accepted this load, appended to the register
      *    once the register has been read
           01 verdict-capacity pic 9(3) value 500.
           01 verdict-count pic 9(3) value 0.
           01 verdict-table.
               05 verdict-entry occurs 500 times pic X(131).
           01 v pic 9(3). *> iterator over accepted verdicts

           01 agreed-count pic 9(5) value 0.
           01 disagreed-count pic 9(5) value 0.
           01 rejected-count pic 9(5) value 0.

      *    the reviewer must be an active operator on the roster
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

      *    a disagreement lands on the common alerts file
           01 alert-record.
               05 alr-severity pic X(1).
               05 filler pic X(2) value spaces.
               05 alr-condition pic X(16).
               05 filler pic X(2) value spaces.
               05 alr-program-tag pic X(10).
               05 filler pic X(2) value spaces.
               05 alr-run-number pic 9(5).
               05 filler pic X(2) value spaces.
               05 alr-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 alr-timestamp pic X(14).
               05 filler pic X(2) value spaces.
               05 alr-text pic X(40).

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

      *    results inbox name defaults unless overridden
           accept results-inbox-name from environment "QA_RESULTS_INPUT"
           if results-inbox-name = spaces
               move "qa-results" to results-inbox-name
           end-if
           string "qa-results-rejects-" delimited by size
               run-date delimited by size
               into results-rejects-name
           end-string

      *    alerts are raised against the run in progress, zero when
      *    the program is run outside a batch
           perform find-current-run

           open input results-inbox
           if results-inbox-status not = "00"
               display "QASIGNOFF: no QA results waiting in '"
                   function trim(results-inbox-name) "'"
               goback
           end-if

           move 'N' to eof
           perform until eof = 'E'
               read results-inbox into results-record
                   at end
                       move 'E' to eof
                   not at end
                       if results-record not = spaces
                           perform load-one-verdict
                       end-if
               end-read
           end-perform
           close results-inbox

           if verdict-count > 0
               open extend qa-register
               if qa-register-status = "35"
                   open output qa-register
               end-if
               move 1 to v
               perform until v > verdict-count
                   write qa-register-line from verdict-entry(v)
                   add 1 to v
               end-perform
               close qa-register
           end-if

      *    the inbox is taken - its verdicts now live on the register
      *    and anything refused is on the rejects file
           open output results-inbox
           close results-inbox

           perform write-capacity-marks

           display "qa results: " agreed-count " agreed, "
               disagreed-count " disagreed, " rejected-count
               " rejected"

           goback.

      *----------------------------------------------------------------
      *    find-current-run - latest run opened for the run date,
      *    zero when none stands
      *----------------------------------------------------------------
           find-current-run.
               move 0 to current-run-number
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
                                       > current-run-number
                               move rc-run-number
                                   to current-run-number
                           end-if
                   end-read
               end-perform
               close run-control
           exit.

      *----------------------------------------------------------------
      *    load-one-verdict - validate one reviewer verdict against
      *    the roster and the register, and hold it for the register
      *    or send it back
      *----------------------------------------------------------------
           load-one-verdict.
               move spaces to res-result

               if function test-numval(res-business-date) not = 0
                   move "INVALID DATE" to res-result
               end-if
               if res-result = spaces
                       and function test-numval(res-sample-seq) not = 0
                   move "INVALID SEQUENCE" to res-result
               end-if
               if res-result = spaces
                       and res-verdict not = "AGREE"
                       and res-verdict not = "DISAGREE"
                   move "INVALID VERDICT" to res-result
               end-if
               if res-result = spaces
                       and res-verdict = "DISAGREE"
                       and res-comment = spaces
                   move "COMMENT REQUIRED" to res-result
               end-if
               if res-result = spaces
                   perform check-reviewer
               end-if
               if res-result = spaces
                   move function numval(res-sample-seq) to search-seq
                   perform find-register-sample
                   if sample-found = 'N'
                       move "NO SUCH SAMPLE" to res-result
                   end-if
               end-if
               if res-result = spaces
                       and verdict-count >= verdict-capacity
                   move "TOO MANY RESULTS" to res-result
               end-if

               if res-result not = spaces
                   perform write-result-reject
                   exit paragraph
               end-if

               move res-business-date to qar-business-date
               move search-seq to qar-sample-seq
               move sample-run to qar-run-number
               move res-verdict to qar-event
               move sample-feed to qar-feed
               move sample-reference to qar-reference
               move sample-scored to qar-scored
               move res-operator to qar-operator
               move function current-date to current-datetime
               move current-datetime(1:14) to qar-timestamp
               move res-comment to qar-comment
               add 1 to verdict-count
               move qa-register-record to verdict-entry(verdict-count)

               if res-verdict = "AGREE"
                   add 1 to agreed-count
               else
                   add 1 to disagreed-count
                   display "QASIGNOFF: " function trim(res-operator)
                       " disagrees with " res-business-date " sample "
                       res-sample-seq " " sample-feed " "
                       function trim(sample-reference) " scored "
                       function trim(sample-scored) " - "
                       function trim(res-comment)
                   move "W" to alr-severity
                   move "QA-DISAGREE" to alr-condition
                   move spaces to alr-text
                   string "QA SAMPLE " delimited by size
                       res-business-date delimited by size
                       " SEQ " delimited by size
                       res-sample-seq delimited by size
                       " DISAGREED" delimited by size
                       into alr-text
                   end-string
                   perform write-alert
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-reviewer - the reviewer must be on the roster and
      *    active; with no roster extract nobody can be vouched for
      *----------------------------------------------------------------
           check-reviewer.
               if res-operator = spaces
                   move "NO OPERATOR ID" to res-result
                   exit paragraph
               end-if
               move 'N' to roster-found
               move 'N' to roster-eof
               open input roster-extract
               if roster-status not = "00"
                   move "NO OPERATOR ROSTER" to res-result
                   exit paragraph
               end-if
               perform until roster-eof = 'E'
                   read roster-extract into roster-record
                       at end
                           move 'E' to roster-eof
                       not at end
                           if ros-operator-id = res-operator
                               move 'Y' to roster-found
                               move 'E' to roster-eof
                           end-if
                   end-read
               end-perform
               close roster-extract
               if roster-found = 'N'
                   move "UNKNOWN OPERATOR" to res-result
               else
                   if ros-active not = "Y"
                       move "INACTIVE OPERATOR" to res-result
                   end-if
               end-if
           exit.

      *----------------------------------------------------------------
      *    find-register-sample - the sample search-seq of the latest
      *    draw of the verdict's date; a later draw of the date
      *    starts afresh
      *----------------------------------------------------------------
           find-register-sample.
               move 'N' to sample-found
               move 0 to sample-run
               move 'N' to eof
               open input qa-register
               if qa-register-status not = "00"
                   move 'N' to eof
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read qa-register into qa-register-record
                       at end
                           move 'E' to eof
                       not at end
                           if qar-business-date = res-business-date
                                   and (qar-event = "DRAWN"
                                       or qar-event = "EMPTY")
                               perform note-register-draw
                           end-if
                   end-read
               end-perform
               close qa-register
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    note-register-draw - one drawn sample of the date; a newer
      *    run's draw supersedes everything drawn before it
      *----------------------------------------------------------------
           note-register-draw.
               if qar-run-number > sample-run
                   move qar-run-number to sample-run
                   move 'N' to sample-found
               end-if
               if qar-run-number = sample-run
                       and qar-event = "DRAWN"
                       and qar-sample-seq = search-seq
                   move 'Y' to sample-found
                   move qar-feed to sample-feed
                   move qar-reference to sample-reference
                   move qar-scored to sample-scored
               end-if
           exit.

      *----------------------------------------------------------------
      *    write-result-reject - a verdict refused, with the reason
      *----------------------------------------------------------------
           write-result-reject.
               add 1 to rejected-count
               display "QASIGNOFF REJECT: " res-business-date " "
                   res-sample-seq " - " function trim(res-result)
               move res-result to rej-reason
               move results-record to rej-line
               open extend results-rejects
               if results-rejects-status = "35"
                   open output results-rejects
               end-if
               write results-rejects-line from reject-record
               close results-rejects
           exit.

      *----------------------------------------------------------------
      *    write-alert - one record on the common alerts file; the
      *    caller sets the severity, condition and text first
      *----------------------------------------------------------------
           write-alert.
               move "QASIGNOFF" to alr-program-tag
               move current-run-number to alr-run-number
               move run-date to alr-business-date
               move function current-date to current-datetime
               move current-datetime(1:14) to alr-timestamp
               open extend batch-alerts
               if batch-alerts-status = "35"
                   open output batch-alerts
               end-if
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
               move "QASIGNOFF" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "VERDICT-CAPACITY" to cap-limit-name
               move verdict-capacity to cap-capacity
               move verdict-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
