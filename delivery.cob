       identification division.
       program-id. delivery.

       environment division.
           input-output section.
           file-control.
           select delivery-register assign to "delivery-register"
           organization is line sequential
           file status is delivery-register-status.

           select ack-register assign to "delivery-ack-register"
           organization is line sequential
           file status is ack-register-status.

           select ack-inbox assign to dynamic ack-inbox-name
           organization is line sequential
           file status is ack-inbox-status.

           select delivery-queue assign to "delivery-queue"
           organization is line sequential
           file status is delivery-queue-status.

           select totals-extract assign to "day1-totals-extract"
           organization is line sequential
           file status is extract-status.

           select control-totals assign to "batch-control-totals"
           organization is line sequential
           file status is control-totals-status.

           select monthly-statement
               assign to dynamic monthly-statement-name
           organization is line sequential
           file status is monthly-statement-status.

           select outbound-file assign to dynamic outbound-name
           organization is line sequential
           file status is outbound-status.

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
           fd delivery-register.
           01 delivery-register-line pic X(132).

           fd ack-register.
           01 ack-register-line pic X(54).

           fd ack-inbox.
           01 ack-inbox-line pic X(45).

           fd delivery-queue.
           01 delivery-queue-line pic X(48).

           fd totals-extract.
           01 totals-extract-line pic X(32).

           fd control-totals.
           01 control-total-line pic X(39).

           fd monthly-statement.
           01 monthly-statement-line pic X(80).

           fd outbound-file.
           01 outbound-line pic X(80).

           fd run-control.
           01 run-control-line pic X(53).

           fd batch-alerts.
           01 batch-alerts-line pic X(106).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 delivery-register-status pic X(2).
           01 ack-register-status pic X(2).
           01 ack-inbox-status pic X(2).
           01 delivery-queue-status pic X(2).
           01 extract-status pic X(2).
           01 control-totals-status pic X(2).
           01 monthly-statement-status pic X(2).
           01 outbound-status pic X(2).
           01 run-control-status pic X(2).
           01 batch-alerts-status pic X(2).
           01 ack-inbox-name pic X(40) value spaces.
           01 monthly-statement-name pic X(40).
           01 outbound-name pic X(40).

      *    run-date stamp, the action asked for, and the run in
      *    progress the alerts are raised against
           01 current-datetime pic X(21).
           01 now-timestamp pic X(14).
           01 run-date pic X(8).
           01 run-date-raw pic X(8) value spaces.
           01 delivery-action pic X(8) value spaces.
           01 current-run-number pic 9(5) value 0.
           01 run-search-date pic X(8).
           01 date-run-number pic 9(5).

      *    how long a receiver has to acknowledge a delivery before
      *    it is chased and sent again
           01 ack-days-raw pic X(3) value spaces.
           01 ack-days pic 9(3) value 1.
           01 date-num pic 9(8).
           01 date-int pic 9(8).

      *    one record per file sent downstream - a superseding
      *    delivery names the sequence it replaces, so the receiver
      *    and the register both know which figures stand
           01 delivery-register-record.
               05 dlv-sequence pic 9(7).
               05 filler pic X(2) value spaces.
               05 dlv-run-number pic 9(5).
               05 filler pic X(2) value spaces.
               05 dlv-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 dlv-type pic X(10).
               05 filler pic X(2) value spaces.
               05 dlv-record-count pic 9(7).
               05 filler pic X(2) value spaces.
               05 dlv-hash-total pic 9(10).
               05 filler pic X(2) value spaces.
               05 dlv-sent-timestamp pic X(14).
               05 filler pic X(2) value spaces.
               05 dlv-deadline pic X(14).
               05 filler pic X(2) value spaces.
               05 dlv-supersedes pic 9(7).
               05 filler pic X(2) value spaces.
               05 dlv-reason pic X(10).
               05 filler pic X(2) value spaces.
               05 dlv-file-name pic X(20).

      *    one record per acknowledgement outcome - acknowledged,
      *    acknowledged with other figures, or chased as overdue
           01 ack-register-record.
               05 dak-sequence pic 9(7).
               05 filler pic X(2) value spaces.
               05 dak-outcome pic X(8).
               05 filler pic X(2) value spaces.
               05 dak-ack-count pic 9(7).
               05 filler pic X(2) value spaces.
               05 dak-ack-hash pic 9(10).
               05 filler pic X(2) value spaces.
               05 dak-timestamp pic X(14).

      *    acknowledgement as the receivers send it back
           01 ack-inbox-record.
               05 ack-tag pic X(4).
               05 ack-sequence pic X(7).
               05 filler pic X(1).
               05 ack-count pic X(7).
               05 filler pic X(1).
               05 ack-hash pic X(10).
               05 filler pic X(1).
               05 ack-timestamp pic X(14).

      *    a delivery waiting to go - backouts, repairs, the period
      *    close and the acknowledgement chase all queue here and
      *    the next send works the queue off
           01 delivery-queue-record.
               05 dq-type pic X(10).
               05 filler pic X(2) value spaces.
               05 dq-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 dq-reason pic X(10).
               05 filler pic X(2) value spaces.
               05 dq-timestamp pic X(14).
           01 queue-capacity pic 9(3) value 100.
           01 queue-count pic 9(3) value 0.
           01 queue-table.
               05 queue-entry occurs 100 times.
                   10 qt-type pic X(10).
                   10 qt-business-date pic X(8).
                   10 qt-reason pic X(10).
                   10 qt-done pic A(1).
           01 q pic 9(3). *> iterator over queued deliveries
           01 q2 pic 9(3). *> iterator over later queued deliveries

      *    incoming day1 totals extract record
           01 extract-record.
               05 ext-run-date pic X(8).
               05 filler pic X(2).
               05 ext-job-name pic X(10).
               05 filler pic X(2).
               05 ext-result-value pic 9(10).

      *    incoming control total record, shared batch layout
           01 control-total-record.
               05 ctl-run-number pic 9(5).
               05 filler pic X(2).
               05 ctl-program-tag pic X(10).
               05 filler pic X(2).
               05 ctl-total pic 9(10).
               05 filler pic X(2).
               05 ctl-business-date pic X(8).

      *    monthly statement figure line
           01 statement-record.
               05 stm-tag pic X(10).
               05 filler pic X(2).
               05 stm-total pic X(12).
               05 filler pic X(54).

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

      *    the standing figures being delivered - one line per job
      *    or program tag, the latest or highest run's figure
      *    standing, or the statement's lines as written
           01 content-capacity pic 9(3) value 100.
           01 content-count pic 9(3) value 0.
           01 content-table.
               05 content-entry occurs 100 times.
                   10 cnt-key pic X(10).
                   10 cnt-run pic 9(5).
                   10 cnt-value pic 9(10).
                   10 cnt-line pic X(80).
           01 c pic 9(3). *> iterator over content lines
           01 content-found pic 9(3).
           01 search-key pic X(10).
           01 content-available pic A(1).

      *    the delivery being built
           01 send-type pic X(10).
           01 send-date pic X(8).
           01 send-reason pic X(10).
           01 send-run-number pic 9(5).
           01 send-sequence pic 9(7).
           01 send-supersedes pic 9(7).
           01 send-record-count pic 9(7).
           01 send-hash-total pic 9(10).
           01 hash-work pic 9(11).
           01 hash-modulus pic 9(11) value 10000000000.
           01 highest-sequence pic 9(7).
           01 sent-count pic 9(5) value 0.

      *    outbound envelope, the same shape the inbound feeds carry
           01 outbound-header.
               05 filler pic X(4) value "HDR ".
               05 obh-type pic X(10).
               05 filler pic X(1) value space.
               05 obh-business-date pic X(8).
               05 filler pic X(1) value space.
               05 obh-sequence pic 9(7).
               05 filler pic X(1) value space.
               05 obh-run-number pic 9(5).
               05 filler pic X(1) value space.
               05 obh-supersedes pic 9(7).
           01 outbound-trailer.
               05 filler pic X(4) value "TRL ".
               05 obt-record-count pic 9(7).
               05 filler pic X(1) value space.
               05 obt-hash-total pic 9(10).

      *    the register held for acknowledgement matching, each
      *    entry's state O open, A acknowledged, S superseded or
      *    C chased
           01 register-capacity pic 9(5) value 5000.
           01 register-count pic 9(5) value 0.
           01 register-table.
               05 register-entry occurs 5000 times.
                   10 rg-sequence pic 9(7).
                   10 rg-record-count pic 9(7).
                   10 rg-hash-total pic 9(10).
                   10 rg-type pic X(10).
                   10 rg-business-date pic X(8).
                   10 rg-deadline pic X(14).
                   10 rg-supersedes pic 9(7).
                   10 rg-state pic A(1).
           01 r pic 9(5). *> iterator over register entries
           01 r2 pic 9(5). *> iterator over superseding entries
           01 register-found pic 9(5).
           01 search-sequence pic 9(7).
           01 acked-count pic 9(5) value 0.
           01 mismatch-count pic 9(5) value 0.
           01 overdue-count pic 9(5) value 0.
           01 unknown-count pic 9(5) value 0.

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
           01 content-high-water pic 9(3) value 0.

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
           move current-datetime(1:14) to now-timestamp

           accept ack-days-raw from environment "DELIVERY_ACK_DAYS"
           if ack-days-raw not = spaces
               if function test-numval(ack-days-raw) = 0
                   compute ack-days = function numval(ack-days-raw)
               end-if
           end-if
           if ack-days < 1 or ack-days > 30
               display "DELIVERY ABEND: DELIVERY_ACK_DAYS '"
                   function trim(ack-days-raw) "' is not 1 to 30"
               move 8 to return-code
               stop run
           end-if

           accept delivery-action from environment "DELIVERY_ACTION"
           if delivery-action = spaces
               move "SEND" to delivery-action
           end-if

      *    alerts are raised against the run in progress, zero when
      *    the program is run outside a batch
           move run-date to run-search-date
           perform find-date-run
           move date-run-number to current-run-number

           if delivery-action = "SEND" or delivery-action = "DRAIN"
               perform send-deliveries
               perform write-capacity-marks
               goback
           end-if

           if delivery-action = "MATCH"
               perform match-acknowledgements
               perform write-capacity-marks
               goback
           end-if

           display "DELIVERY ABEND: DELIVERY_ACTION '"
               function trim(delivery-action)
               "' is not SEND, DRAIN or MATCH"
           move 8 to return-code
           stop run.

      *----------------------------------------------------------------
      *    find-date-run - latest run opened for run-search-date,
      *    zero when none stands (never run, or backed out)
      *----------------------------------------------------------------
           find-date-run.
               move 0 to date-run-number
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
                           if rc-business-date = run-search-date
                                   and rc-step-tag = "*RUN*"
                                   and rc-status = "OPEN"
                                   and rc-run-number
                                       > date-run-number
                               move rc-run-number
                                   to date-run-number
                           end-if
                   end-read
               end-perform
               close run-control
           exit.

      *----------------------------------------------------------------
      *    send-deliveries - on the nightly send the run date's day1
      *    extract and control totals go out first, then everything
      *    waiting on the queue; a queued delivery the nightly send
      *    has just covered is not sent twice
      *----------------------------------------------------------------
           send-deliveries.
               perform load-delivery-queue

               if delivery-action = "SEND"
                   move "EXTRACT" to send-type
                   move run-date to send-date
                   move spaces to send-reason
                   perform send-one-delivery
                   move "TOTALS" to send-type
                   perform send-one-delivery
               end-if

               move 1 to q
               perform until q > queue-count
                   if qt-done(q) = 'N'
                       move qt-type(q) to send-type
                       move qt-business-date(q) to send-date
                       move qt-reason(q) to send-reason
                       perform send-one-delivery
                       move 'Y' to qt-done(q)
                       perform mark-queue-covered
                   end-if
                   add 1 to q
               end-perform

      *        the queue is worked off in full - an entry that could
      *        not be built has said why on the console
               open output delivery-queue
               close delivery-queue

               display "delivery: " sent-count " delivery(s) sent, "
                   queue-count " queued request(s) worked"
           exit.

      *----------------------------------------------------------------
      *    load-delivery-queue - every queued request, in the order
      *    it was raised
      *----------------------------------------------------------------
           load-delivery-queue.
               move 0 to queue-count
               move 'N' to eof
               open input delivery-queue
               if delivery-queue-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read delivery-queue into delivery-queue-record
                       at end
                           move 'E' to eof
                       not at end
                           if queue-count >= queue-capacity
                               display "DELIVERY ABEND: more than "
                                   queue-capacity " queued deliveries"
                               move 16 to return-code
                               stop run
                           end-if
                           add 1 to queue-count
                           move dq-type to qt-type(queue-count)
                           move dq-business-date
                               to qt-business-date(queue-count)
                           move dq-reason to qt-reason(queue-count)
                           move 'N' to qt-done(queue-count)
                           if delivery-action = "SEND"
                                   and dq-business-date = run-date
                                   and (dq-type = "EXTRACT"
                                       or dq-type = "TOTALS")
                               move 'Y' to qt-done(queue-count)
                           end-if
                   end-read
               end-perform
               close delivery-queue
           exit.

      *----------------------------------------------------------------
      *    mark-queue-covered - later requests for the same figures
      *    are answered by the delivery just sent
      *----------------------------------------------------------------
           mark-queue-covered.
               compute q2 = q + 1
               perform until q2 > queue-count
                   if qt-type(q2) = qt-type(q)
                           and qt-business-date(q2)
                               = qt-business-date(q)
                       move 'Y' to qt-done(q2)
                   end-if
                   add 1 to q2
               end-perform
           exit.

      *----------------------------------------------------------------
      *    send-one-delivery - build the standing figures for the
      *    type and date, write them under an envelope, and put the
      *    delivery on the register, superseding the last one sent
      *    for the same figures
      *----------------------------------------------------------------
           send-one-delivery.
               move 0 to content-count
               move 0 to send-run-number
               move 'Y' to content-available
               if send-type not = "EXTRACT"
                       and send-type not = "TOTALS"
                       and send-type not = "STATEMENT"
                   display "delivery: queued type '"
                       function trim(send-type)
                       "' is not EXTRACT, TOTALS or STATEMENT"
                       " - request dropped"
                   exit paragraph
               end-if
               if send-type = "EXTRACT"
                   perform build-extract-content
               end-if
               if send-type = "TOTALS"
                   perform build-totals-content
               end-if
               if send-type = "STATEMENT"
                   perform build-statement-content
               end-if
               if content-count > content-high-water
                   move content-count to content-high-water
               end-if
               if content-available = 'N'
                   exit paragraph
               end-if

               perform scan-register-for-send
               if send-reason = spaces
                   if send-supersedes = 0
                       move "NIGHTLY" to send-reason
                   else
                       move "CORRECTION" to send-reason
                   end-if
               end-if
               add 1 to highest-sequence
               move highest-sequence to send-sequence
      *        the extract carries no run number - it goes out under
      *        the run standing for its date
               if send-type = "EXTRACT"
                   move send-date to run-search-date
                   perform find-date-run
                   move date-run-number to send-run-number
               end-if

               move 0 to send-record-count
               move 0 to send-hash-total
               move 1 to c
               perform until c > content-count
                   add 1 to send-record-count
                   compute hash-work = send-hash-total + cnt-value(c)
                   move function mod(hash-work, hash-modulus)
                       to send-hash-total
                   add 1 to c
               end-perform

               move spaces to outbound-name
               string "delivery-" delimited by size
                   send-sequence delimited by size
                   into outbound-name
               end-string
               open output outbound-file
               if outbound-status not = "00"
                   display "DELIVERY ABEND: outbound file '"
                       function trim(outbound-name)
                       "' could not be written (status "
                       outbound-status ")"
                   move 16 to return-code
                   stop run
               end-if
               move send-type to obh-type
               move send-date to obh-business-date
               move send-sequence to obh-sequence
               move send-run-number to obh-run-number
               move send-supersedes to obh-supersedes
               write outbound-line from outbound-header
               move 1 to c
               perform until c > content-count
                   write outbound-line from cnt-line(c)
                   add 1 to c
               end-perform
               move send-record-count to obt-record-count
               move send-hash-total to obt-hash-total
               write outbound-line from outbound-trailer
               close outbound-file

               perform write-delivery-register
               add 1 to sent-count
               display "delivery: " function trim(send-type) " "
                   function trim(send-date) " sent as "
                   function trim(outbound-name) " ("
                   send-record-count " records, hash "
                   send-hash-total ", "
                   function trim(send-reason) ")"
           exit.

      *----------------------------------------------------------------
      *    build-extract-content - the day1 extract records for the
      *    date; the extract carries no run number, so the latest
      *    record per job name stands, as period-close reads it
      *----------------------------------------------------------------
           build-extract-content.
               move 'N' to eof
               open input totals-extract
               if extract-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read totals-extract into extract-record
                       at end
                           move 'E' to eof
                       not at end
                           if ext-run-date = send-date
                               move ext-job-name to search-key
                               perform find-content-entry
                               move 0 to cnt-run(content-found)
                               move ext-result-value
                                   to cnt-value(content-found)
                               move extract-record
                                   to cnt-line(content-found)
                           end-if
                   end-read
               end-perform
               close totals-extract
           exit.

      *----------------------------------------------------------------
      *    build-totals-content - the control totals for the date, the
      *    highest run's figure per program tag standing; after a
      *    backout that is whatever the earlier run left, or nothing
      *----------------------------------------------------------------
           build-totals-content.
               move 'N' to eof
               open input control-totals
               if control-totals-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read control-totals into control-total-record
                       at end
                           move 'E' to eof
                       not at end
                           if ctl-business-date = send-date
                               perform take-control-total
                           end-if
                   end-read
               end-perform
               close control-totals
           exit.

      *----------------------------------------------------------------
      *    take-control-total - one control total into the content,
      *    unless a higher run already stands for its tag
      *----------------------------------------------------------------
           take-control-total.
               move ctl-program-tag to search-key
               perform find-content-entry
               if ctl-run-number < cnt-run(content-found)
                   exit paragraph
               end-if
               move ctl-run-number to cnt-run(content-found)
               move ctl-total to cnt-value(content-found)
               move control-total-record to cnt-line(content-found)
               if ctl-run-number > send-run-number
                   move ctl-run-number to send-run-number
               end-if
           exit.

      *----------------------------------------------------------------
      *    find-content-entry - the content line for search-key,
      *    added with no figure on first sight
      *----------------------------------------------------------------
           find-content-entry.
               move 0 to content-found
               move 1 to c
               perform until c > content-count
                   if cnt-key(c) = search-key
                       move c to content-found
                       move content-count to c
                   end-if
                   add 1 to c
               end-perform
               if content-found > 0
                   exit paragraph
               end-if
               if content-count >= content-capacity
                   display "DELIVERY ABEND: more than "
                       content-capacity " lines to deliver for "
                       function trim(send-type) " " send-date
                   move 16 to return-code
                   stop run
               end-if
               add 1 to content-count
               move content-count to content-found
               move search-key to cnt-key(content-found)
               move 0 to cnt-run(content-found)
               move 0 to cnt-value(content-found)
               move spaces to cnt-line(content-found)
           exit.

      *----------------------------------------------------------------
      *    build-statement-content - the closed month's statement as
      *    period-close wrote it; the figure lines carry the hash
      *----------------------------------------------------------------
           build-statement-content.
               move spaces to monthly-statement-name
               string "monthly-statement-" delimited by size
                   send-date(1:6) delimited by size
                   into monthly-statement-name
               end-string
               move 'N' to eof
               open input monthly-statement
               if monthly-statement-status not = "00"
                   display "delivery: statement '"
                       function trim(monthly-statement-name)
                       "' not available (status "
                       monthly-statement-status
                       ") - request dropped"
                   move 'N' to content-available
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read monthly-statement into statement-record
                       at end
                           move 'E' to eof
                       not at end
                           if content-count >= content-capacity
                               display "DELIVERY ABEND: statement "
                                   "exceeds " content-capacity
                                   " lines"
                               move 16 to return-code
                               stop run
                           end-if
                           add 1 to content-count
                           move stm-tag to cnt-key(content-count)
                           move 0 to cnt-run(content-count)
                           move statement-record
                               to cnt-line(content-count)
                           if stm-total is numeric
                               move stm-total
                                   to cnt-value(content-count)
                           else
                               move 0 to cnt-value(content-count)
                           end-if
                   end-read
               end-perform
               close monthly-statement
           exit.

      *----------------------------------------------------------------
      *    scan-register-for-send - the next delivery sequence, and
      *    the last delivery of the same figures the new one replaces
      *----------------------------------------------------------------
           scan-register-for-send.
               move 0 to highest-sequence
               move 0 to send-supersedes
               move 'N' to eof
               open input delivery-register
               if delivery-register-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read delivery-register
                           into delivery-register-record
                       at end
                           move 'E' to eof
                       not at end
                           if dlv-sequence > highest-sequence
                               move dlv-sequence to highest-sequence
                           end-if
                           if dlv-type = send-type
                                   and dlv-business-date = send-date
                               move dlv-sequence to send-supersedes
                           end-if
                   end-read
               end-perform
               close delivery-register
           exit.

      *----------------------------------------------------------------
      *    write-delivery-register - the delivery just sent, with the
      *    deadline its acknowledgement is due by
      *----------------------------------------------------------------
           write-delivery-register.
               move send-sequence to dlv-sequence
               move send-run-number to dlv-run-number
               move send-date to dlv-business-date
               move send-type to dlv-type
               move send-record-count to dlv-record-count
               move send-hash-total to dlv-hash-total
               move now-timestamp to dlv-sent-timestamp
               move now-timestamp(1:8) to date-num
               compute date-int =
                   function integer-of-date(date-num) + ack-days
               compute date-num = function date-of-integer(date-int)
               move now-timestamp to dlv-deadline
               move date-num to dlv-deadline(1:8)
               move send-supersedes to dlv-supersedes
               move send-reason to dlv-reason
               move outbound-name to dlv-file-name
               open extend delivery-register
               if delivery-register-status = "35"
                   open output delivery-register
               end-if
               write delivery-register-line
                   from delivery-register-record
               close delivery-register
           exit.

      *----------------------------------------------------------------
      *    match-acknowledgements - every acknowledgement waiting in
      *    the inbox against the register; an acknowledgement with
      *    other figures, or none by the deadline, is alerted and the
      *    figures queued to go again
      *----------------------------------------------------------------
           match-acknowledgements.
               accept ack-inbox-name from environment "DELIVERY_ACKS"
               if ack-inbox-name = spaces
                   move "delivery-acks" to ack-inbox-name
               end-if

               perform load-register-table
               perform apply-ack-register

               move 'N' to eof
               open input ack-inbox
               if ack-inbox-status = "00"
                   perform until eof = 'E'
                       read ack-inbox into ack-inbox-record
                           at end
                               move 'E' to eof
                           not at end
                               perform match-one-ack
                       end-read
                   end-perform
                   close ack-inbox
      *            the inbox is taken - its acknowledgements now live
      *            on the acknowledgement register
                   open output ack-inbox
                   close ack-inbox
               end-if

               move 1 to r
               perform until r > register-count
                   if rg-state(r) = "O"
                           and rg-deadline(r) < now-timestamp
                       perform chase-overdue
                   end-if
                   add 1 to r
               end-perform

               display "delivery acknowledgements: " acked-count
                   " matched, " mismatch-count " mismatched, "
                   overdue-count " overdue, " unknown-count
                   " unknown"
           exit.

      *----------------------------------------------------------------
      *    load-register-table - every delivery on the register; one
      *    that a later delivery superseded is no longer chased
      *----------------------------------------------------------------
           load-register-table.
               move 0 to register-count
               move 'N' to eof
               open input delivery-register
               if delivery-register-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read delivery-register
                           into delivery-register-record
                       at end
                           move 'E' to eof
                       not at end
                           if register-count >= register-capacity
                               display "DELIVERY ABEND: more than "
                                   register-capacity
                                   " deliveries on the register"
                               move 16 to return-code
                               stop run
                           end-if
                           add 1 to register-count
                           move dlv-sequence
                               to rg-sequence(register-count)
                           move dlv-record-count
                               to rg-record-count(register-count)
                           move dlv-hash-total
                               to rg-hash-total(register-count)
                           move dlv-type to rg-type(register-count)
                           move dlv-business-date
                               to rg-business-date(register-count)
                           move dlv-deadline
                               to rg-deadline(register-count)
                           move dlv-supersedes
                               to rg-supersedes(register-count)
                           move "O" to rg-state(register-count)
                   end-read
               end-perform
               close delivery-register

               move 1 to r2
               perform until r2 > register-count
                   if rg-supersedes(r2) > 0
                       move rg-supersedes(r2) to search-sequence
                       perform find-register-entry
                       if register-found > 0
                           move "S" to rg-state(register-found)
                       end-if
                   end-if
                   add 1 to r2
               end-perform
           exit.

      *----------------------------------------------------------------
      *    apply-ack-register - outcomes already recorded: an
      *    acknowledged delivery is done, a chased one is not chased
      *    again
      *----------------------------------------------------------------
           apply-ack-register.
               move 'N' to eof
               open input ack-register
               if ack-register-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read ack-register into ack-register-record
                       at end
                           move 'E' to eof
                       not at end
                           move dak-sequence to search-sequence
                           perform find-register-entry
                           if register-found > 0
                               if dak-outcome = "ACKED"
                                   move "A" to rg-state(register-found)
                               else
                                   if rg-state(register-found) = "O"
                                       move "C"
                                           to rg-state(register-found)
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
               close ack-register
           exit.

      *----------------------------------------------------------------
      *    find-register-entry - the register entry for
      *    search-sequence, zero when there is none
      *----------------------------------------------------------------
           find-register-entry.
               move 0 to register-found
               move 1 to r
               perform until r > register-count
                   if rg-sequence(r) = search-sequence
                       move r to register-found
                       move register-count to r
                   end-if
                   add 1 to r
               end-perform
           exit.

      *----------------------------------------------------------------
      *    match-one-ack - one acknowledgement against its delivery
      *----------------------------------------------------------------
           match-one-ack.
               if ack-tag not = "ACK "
                       or ack-sequence is not numeric
                       or ack-count is not numeric
                       or ack-hash is not numeric
                   add 1 to unknown-count
                   move "W" to alr-severity
                   move "ACK-UNREADABLE" to alr-condition
                   move spaces to alr-text
                   string "ACK NOT READABLE: " delimited by size
                       ack-inbox-record(1:22) delimited by size
                       into alr-text
                   end-string
                   perform write-alert
                   exit paragraph
               end-if

               move ack-sequence to search-sequence
               perform find-register-entry
               if register-found = 0
                   add 1 to unknown-count
                   move "W" to alr-severity
                   move "ACK-UNKNOWN" to alr-condition
                   move spaces to alr-text
                   string "ACK FOR UNKNOWN DELIVERY " delimited by size
                       ack-sequence delimited by size
                       into alr-text
                   end-string
                   perform write-alert
                   exit paragraph
               end-if

               move search-sequence to dak-sequence
               move ack-count to dak-ack-count
               move ack-hash to dak-ack-hash
               if ack-timestamp = spaces
                   move now-timestamp to dak-timestamp
               else
                   move ack-timestamp to dak-timestamp
               end-if

               if dak-ack-count = rg-record-count(register-found)
                       and dak-ack-hash
                           = rg-hash-total(register-found)
                   move "ACKED" to dak-outcome
                   perform write-ack-register
                   move "A" to rg-state(register-found)
                   add 1 to acked-count
                   exit paragraph
               end-if

               move "MISMATCH" to dak-outcome
               perform write-ack-register
               add 1 to mismatch-count
               move "E" to alr-severity
               move "ACK-MISMATCH" to alr-condition
               move spaces to alr-text
               string "DELIVERY " delimited by size
                   ack-sequence delimited by size
                   " ACK FIGURES DIFFER" delimited by size
                   into alr-text
               end-string
               perform write-alert
      *        a superseded delivery's figures are already replaced
               if rg-state(register-found) not = "S"
                   move "C" to rg-state(register-found)
                   perform queue-redelivery
               end-if
           exit.

      *----------------------------------------------------------------
      *    chase-overdue - no acknowledgement by the deadline; the
      *    delivery is chased once and its figures queued again
      *----------------------------------------------------------------
           chase-overdue.
               move rg-sequence(r) to dak-sequence
               move "OVERDUE" to dak-outcome
               move 0 to dak-ack-count
               move 0 to dak-ack-hash
               move now-timestamp to dak-timestamp
               perform write-ack-register
               add 1 to overdue-count
               move "W" to alr-severity
               move "ACK-OVERDUE" to alr-condition
               move spaces to alr-text
               string "DELIVERY " delimited by size
                   rg-sequence(r) delimited by size
                   " NOT ACKNOWLEDGED" delimited by size
                   into alr-text
               end-string
               perform write-alert
               move "C" to rg-state(r)
               move r to register-found
               perform queue-redelivery
           exit.

      *----------------------------------------------------------------
      *    queue-redelivery - the delivery's figures go on the queue
      *    for the next send
      *----------------------------------------------------------------
           queue-redelivery.
               move rg-type(register-found) to dq-type
               move rg-business-date(register-found)
                   to dq-business-date
               move "REDELIVER" to dq-reason
               move now-timestamp to dq-timestamp
               open extend delivery-queue
               if delivery-queue-status = "35"
                   open output delivery-queue
               end-if
               write delivery-queue-line from delivery-queue-record
               close delivery-queue
           exit.

      *----------------------------------------------------------------
      *    write-ack-register - one acknowledgement outcome
      *----------------------------------------------------------------
           write-ack-register.
               open extend ack-register
               if ack-register-status = "35"
                   open output ack-register
               end-if
               write ack-register-line from ack-register-record
               close ack-register
           exit.

      *----------------------------------------------------------------
      *    write-alert - one record on the common alerts file; the
      *    caller sets the severity, condition and text first
      *----------------------------------------------------------------
           write-alert.
               move "DELIVERY" to alr-program-tag
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
               move "DELIVERY" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "QUEUE-CAPACITY" to cap-limit-name
               move queue-capacity to cap-capacity
               move queue-count to cap-high-water
               write capacity-log-line from capacity-record

               move "CONTENT-CAPACITY" to cap-limit-name
               move content-capacity to cap-capacity
               move content-high-water to cap-high-water
               write capacity-log-line from capacity-record

               move "REGISTER-CAPACITY" to cap-limit-name
               move register-capacity to cap-capacity
               move register-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
