           organization is line sequential
           file status is backout-journal-status.

           select delivery-queue assign to "delivery-queue"
           organization is line sequential
           file status is delivery-queue-status.

           select roster-extract
               assign to "operator-roster-extract"
           organization is line sequential
           file status is roster-status.

       data division.
           file section.
           fd filter-live.
           fd backout-journal.
           01 backout-journal-line pic X(84).

           fd delivery-queue.
           01 delivery-queue-line pic X(48).

           fd roster-extract.
           01 roster-extract-line pic X(51).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 filter-live-status pic X(2).
           01 highest-date-run pic 9(5) value 0.
           01 current-datetime pic X(21).

      *    the operator backing the run out - must be on the roster,
      *    active, and hold the backout authority
           01 backout-user pic X(8) value spaces.
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

           01 run-control-record.
               05 rc-run-number pic 9(5).
               05 filler pic X(2) value spaces.
               05 filler pic X(30)
                   value "day2-safety-change-report".
               05 filler pic X(30) value "day2-worklist-report".
               05 filler pic X(30)
                   value "day1-reconciliation-report".
               05 filler pic X(30)
                   value "day2-duplicate-exceptions".
               05 filler pic X(30)
                   value "day2-task2-dup-exceptions".
               05 filler pic X(30)
                   value "day2-report-fingerprints".
               05 filler pic X(30) value "qa-sample-worksheet".
               05 filler pic X(30) value "capacity-headroom-report".
           01 dated-base-list-r redefines dated-base-list.
               05 dated-base occurs 24 times pic X(30).
           01 dated-base-count pic 9(3) value 24.

      *    checkpoint files an abandoned run can leave mid-load
           01 checkpoint-list.
               05 aud-final-total pic 9(10).
               05 filler pic X(2) value spaces.
               05 aud-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 aud-params pic X(29).

      *    one journal record per backout action, so the clean state
      *    a rerun starts from is provable after the fact
               05 filler pic X(2) value spaces.
               05 bkj-count pic 9(7).

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

       procedure division.
           accept backout-run-raw
               from environment "RUN_BACKOUT_NUMBER"
           move function numval(backout-run-raw)
               to backout-run-number

           accept backout-user from environment "RUN_BACKOUT_USER"
           if backout-user = spaces
               display "BACKOUT ABEND: a backout needs "
                   "RUN_BACKOUT_USER"
               move 8 to return-code
               stop run
           end-if
           move 6 to authority-needed
           move "BACKOUT" to authority-action
           perform check-operator-authority

           perform find-run-business-date
           if backout-run-date = spaces
               display "BACKOUT ABEND: run " backout-run-number
           perform check-period-close

           display "backing out run " backout-run-number
               " for business date " backout-run-date " by "
               function trim(backout-user)

           move "STARTED" to bkj-action
           move spaces to bkj-target
           string "BY " delimited by size
               backout-user delimited by space
               into bkj-target
           end-string
           move 0 to bkj-count
           perform write-backout-journal

               add 1 to b
           end-perform

      *    the journal keeps one marker saying the run was backed
      *    out, so its number is never issued again and the number
      *    sequence stays whole
           perform write-backout-marker

      *    the run's dated reports and exception files go entirely -
      *    a rerun must write its own, not append to the wreck
           move 1 to b
      *    original step records stay, the journal explains them
           perform write-audit-record

      *    whatever the receivers were sent for the date is stale
      *    now - the next send replaces it with the figures that
      *    stand after the backout
           move "EXTRACT" to dq-type
           move backout-run-date to dq-business-date
           move "BACKOUT" to dq-reason
           perform queue-delivery
           move "TOTALS" to dq-type
           perform queue-delivery

           move "COMPLETE" to bkj-action
           move spaces to bkj-target
           move total-removed to bkj-count
                                   to backout-run-date
                           end-if
                           if rc-business-date = backout-run-date
                                   and rc-status not = "BACKOUT"
                                   and rc-run-number
                                       > highest-date-run
                               move rc-run-number
               move 'N' to eof
           exit.

      *----------------------------------------------------------------
      *    write-backout-marker - the *RUN* BACKOUT record left on
      *    the run control journal in place of the run's rows
      *----------------------------------------------------------------
           write-backout-marker.
               move spaces to run-control-record
               move backout-run-number to rc-run-number
               move backout-run-date to rc-business-date
               move "*RUN*" to rc-step-tag
               move "BACKOUT" to rc-status
               move function current-date to current-datetime
               move current-datetime(1:14) to rc-timestamp
               open extend run-control
               if run-control-status = "35"
                   open output run-control
               end-if
               write run-control-line from run-control-record
               close run-control
           exit.

      *----------------------------------------------------------------
      *    delete-dated-output - drop one of the run's dated files,
      *    if the run got far enough to write it
               move "run-backout-journal" to aud-input-dataset
               move total-removed to aud-record-count
               move backout-run-number to aud-final-total
               move spaces to aud-params
               string "BY " delimited by size
                   backout-user delimited by space
                   into aud-params
               end-string
               open extend audit-log
               if audit-status = "35"
                   open output audit-log
                   from backout-journal-record
               close backout-journal
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
                               if ros-operator-id = backout-user
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
                   display "BACKOUT ABEND: "
                       function trim(backout-user) " refused for "
                       "backout of run " backout-run-number " - "
                       function trim(authority-refusal)
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *----------------------------------------------------------------
      *    write-refusal-audit - a refused backout leaves its mark on
      *    the standing audit trail: who, which run, and why not
      *----------------------------------------------------------------
           write-refusal-audit.
               move function current-date to current-datetime
               move "RUNBACKOUT" to aud-program-tag
               move current-datetime(1:14) to aud-run-timestamp
               move spaces to aud-input-dataset
               string "REFUSED " delimited by size
                   authority-action delimited by space
                   into aud-input-dataset
               end-string
               move 0 to aud-record-count
               move backout-run-number to aud-final-total
               move current-datetime(1:8) to aud-business-date
               move spaces to aud-params
               string backout-user delimited by space
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
