           organization is line sequential
           file status is close-register-status.

           select calendar-extract
               assign to "business-calendar-extract"
           organization is line sequential
           file status is calendar-status.

           select operator-actions assign to "operator-actions-log"
           organization is line sequential
           file status is operator-actions-status.

           select integrity-register
               assign to "batch-integrity-register"
           organization is line sequential
           file status is register-status.

           select integrity-findings
               assign to "batch-integrity-findings"
           organization is line sequential
           file status is findings-status.

           select integrity-acknowledged
               assign to "batch-integrity-acknowledged"
           organization is line sequential
           file status is acknowledged-status.

           select roster-extract
               assign to "operator-roster-extract"
           organization is line sequential
           file status is roster-status.

           select audit-log assign to "batch-audit-log"
           organization is line sequential
           file status is audit-status.

       data division.
           file section.
           fd run-control.
           fd close-register.
           01 close-register-line pic X(42).

           fd calendar-extract.
           01 calendar-extract-line pic X(49).

           fd operator-actions.
           01 operator-actions-line pic X(116).

           fd integrity-register.
           01 integrity-register-line pic X(102).

           fd integrity-findings.
           01 integrity-findings-line pic X(214).

           fd integrity-acknowledged.
           01 integrity-acknowledged-line pic X(152).

           fd roster-extract.
           01 roster-extract-line pic X(51).

           fd audit-log.
           01 audit-log-line pic X(110).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 run-control-status pic X(2).
               05 filler pic X(2) value spaces.
               05 cls-operator pic X(8).

      *    a run is only opened on a business day of one of the feed
      *    calendars; a date on neither (or a holiday on both) needs
      *    an operator override, journaled like any other operator
      *    action. No calendar extract deployed means no check.
           01 calendar-status pic X(2).
           01 calendar-eof pic A(1).
           01 calendar-extract-record.
               05 ext-feed-tag pic X(4).
               05 filler pic X(2) value spaces.
               05 ext-cal-date pic X(8).
               05 filler pic X(2) value spaces.
               05 ext-day-type pic X(1).
               05 filler pic X(2) value spaces.
               05 ext-description pic X(30).
           01 business-day-found pic A(1).
           01 override-raw pic X(1) value spaces.
           01 override-reason pic X(40) value spaces.

           01 operator-actions-status pic X(2).
           01 operator-action-record.
               05 opa-timestamp pic X(14).
               05 filler pic X(2) value spaces.
               05 opa-run-number pic 9(5).
               05 filler pic X(2) value spaces.
               05 opa-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 opa-step-tag pic X(10).
               05 filler pic X(2) value spaces.
               05 opa-operator-id pic X(8).
               05 filler pic X(2) value spaces.
               05 opa-action pic X(8).
               05 filler pic X(2) value spaces.
               05 opa-reason pic X(40).

      *    the nightly integrity audit's outcomes - a BREAK with no
      *    operator acknowledgement after it holds every OPEN and
      *    CORRECTION until an operator with release authority has
      *    read the report and acknowledged the findings
           01 register-status pic X(2).
           01 register-eof pic A(1).
           01 register-record.
               05 irg-timestamp pic X(14).
               05 filler pic X(2) value spaces.
               05 irg-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 irg-run-number pic 9(5).
               05 filler pic X(2) value spaces.
               05 irg-event pic X(8).
               05 filler pic X(2) value spaces.
               05 irg-finding-count pic 9(7).
               05 filler pic X(2) value spaces.
               05 irg-operator-id pic X(8).
               05 filler pic X(2) value spaces.
               05 irg-reason pic X(40).
           01 standing-break pic A(1) value "N".
           01 break-date pic X(8) value spaces.
           01 break-run-number pic 9(5) value 0.
           01 break-finding-count pic 9(7) value 0.
           01 break-reason pic X(40) value spaces.
           01 findings-status pic X(2).
           01 findings-eof pic A(1).
           01 acknowledged-status pic X(2).
           01 acknowledged-added pic 9(7) value 0.
           01 acknowledge-reason pic X(40) value spaces.

      *    the operator roster - only an active operator holding the
      *    release authority may release a step, open a run on a
      *    non-business day or acknowledge an integrity break; the
      *    operator names themselves in RUN_CONTROL_USER
           01 operator-id pic X(8) value spaces.
           01 release-reason pic X(40) value spaces.
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
           01 authority-run-number pic 9(5) value 0.

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

           01 action-raw pic X(12) value spaces.
           01 release-step pic X(10) value spaces.
           01 current-datetime pic X(21).
           01 run-date pic X(8).
               move "OPEN" to action-raw
           end-if

      *    an integrity break is acknowledged whatever the date,
      *    closed period or not - it is the shared files at issue
           perform find-standing-break
           if action-raw = "ACKNOWLEDGE"
               perform acknowledge-integrity-break
               goback
           end-if

      *    a closed period's dates are locked against every action
           perform check-period-close

           perform scan-run-control

           if action-raw = "OPEN" or action-raw = "CORRECTION"
               perform check-integrity-hold
           end-if

           if action-raw = "OPEN"
               perform check-business-day
               perform open-new-run
               if business-day-found = 'N'
                   perform journal-calendar-override
               end-if
           else
               if action-raw = "RELEASE"
                   perform release-step-for-rerun
                   else
                       display "RUNCTL ABEND: action '"
                           function trim(action-raw)
                           "' is not OPEN, RELEASE, CORRECTION "
                           "or ACKNOWLEDGE"
                       move 8 to return-code
                       stop run
                   end-if
               close close-register
           exit.

      *----------------------------------------------------------------
      *    check-business-day - an OPEN on a date neither feed
      *    calendar carries as a business day is refused unless the
      *    operator overrides it with RUN_CONTROL_OVERRIDE=Y, naming
      *    themselves in RUN_CONTROL_USER and holding the release
      *    authority on the operator roster
      *----------------------------------------------------------------
           check-business-day.
               move 'Y' to business-day-found
               open input calendar-extract
               if calendar-status not = "00"
                   exit paragraph
               end-if
               move 'N' to business-day-found
               move 'N' to calendar-eof
               perform until calendar-eof = 'E'
                   read calendar-extract into calendar-extract-record
                       at end
                           move 'E' to calendar-eof
                       not at end
                           if ext-cal-date = run-date
                                   and ext-day-type = "B"
                               move 'Y' to business-day-found
                           end-if
                   end-read
               end-perform
               close calendar-extract

               if business-day-found = 'Y'
                   exit paragraph
               end-if

               accept override-raw
                   from environment "RUN_CONTROL_OVERRIDE"
               if override-raw not = "Y"
                   display "RUNCTL ABEND: business date " run-date
                       " is not a business day on the feed "
                       "calendars - set RUN_CONTROL_OVERRIDE=Y "
                       "to open it anyway"
                   move 8 to return-code
                   stop run
               end-if
               move 1 to authority-needed
               move "OVERRIDE" to authority-action
               add 1 to highest-run-number giving authority-run-number
               perform require-operator-authority
               accept override-reason
                   from environment "RUN_CONTROL_REASON"
               if override-reason = spaces
                   move "NON-BUSINESS DAY OPENED" to override-reason
               end-if
           exit.

      *----------------------------------------------------------------
      *    journal-calendar-override - the override goes on the
      *    operator actions log against the run it let open
      *----------------------------------------------------------------
           journal-calendar-override.
               move function current-date to current-datetime
               move current-datetime(1:14) to opa-timestamp
               move rc-run-number to opa-run-number
               move run-date to opa-business-date
               move "*RUN*" to opa-step-tag
               move operator-id to opa-operator-id
               move "OVERRIDE" to opa-action
               move override-reason to opa-reason
               open extend operator-actions
               if operator-actions-status = "35"
                   open output operator-actions
               end-if
               write operator-actions-line
                   from operator-action-record
               close operator-actions
               display "non-business date " run-date " opened on "
                   "override by " function trim(operator-id)
           exit.

      *----------------------------------------------------------------
      *    scan-run-control - one pass over the journal to learn the
      *    highest run number ever issued and the open run, if any,

      *----------------------------------------------------------------
      *    release-step-for-rerun - mark a completed step released so
      *    an operator can deliberately run it again; the operator
      *    needs the release authority, and the release goes on the
      *    operator actions log as the console's releases do
      *----------------------------------------------------------------
           release-step-for-rerun.
               accept release-step
                   move 8 to return-code
                   stop run
               end-if
               move 1 to authority-needed
               move "RELEASE" to authority-action
               move open-run-number to authority-run-number
               perform require-operator-authority
               accept release-reason
                   from environment "RUN_CONTROL_REASON"
               if release-reason = spaces
                   move "STEP RELEASED FOR RERUN" to release-reason
               end-if

               move open-run-number to rc-run-number
               move run-date to rc-business-date
               move release-step to rc-step-tag
               move "RELEASED" to rc-status
               perform append-run-control-record

               move rc-timestamp to opa-timestamp
               move open-run-number to opa-run-number
               move run-date to opa-business-date
               move release-step to opa-step-tag
               move operator-id to opa-operator-id
               move "RELEASE" to opa-action
               move release-reason to opa-reason
               open extend operator-actions
               if operator-actions-status = "35"
                   open output operator-actions
               end-if
               write operator-actions-line
                   from operator-action-record
               close operator-actions
               display "step " function trim(release-step)
                   " released for rerun on run " rc-run-number
           exit.
               write run-control-line from run-control-record
               close run-control
           exit.

      *----------------------------------------------------------------
      *    find-standing-break - the latest integrity audit BREAK on
      *    the register, standing unless an acknowledgement follows
      *    it; a later CLEAN audit does not lift the hold, only an
      *    operator does. No register means no audit has run yet
      *----------------------------------------------------------------
           find-standing-break.
               move 'N' to register-eof
               open input integrity-register
               if register-status not = "00"
                   exit paragraph
               end-if
               perform until register-eof = 'E'
                   read integrity-register into register-record
                       at end
                           move 'E' to register-eof
                       not at end
                           if irg-event = "BREAK"
                               move 'Y' to standing-break
                               move irg-business-date to break-date
                               move irg-run-number
                                   to break-run-number
                               move irg-finding-count
                                   to break-finding-count
                               move irg-reason to break-reason
                           end-if
                           if irg-event = "ACKED"
                               move 'N' to standing-break
                           end-if
                   end-read
               end-perform
               close integrity-register
           exit.

      *----------------------------------------------------------------
      *    check-integrity-hold - no run opens while an integrity
      *    break stands: the shared files disagree, and a run on top
      *    of them would carry the damage into the month's figures
      *----------------------------------------------------------------
           check-integrity-hold.
               if standing-break = 'N'
                   exit paragraph
               end-if
               display "RUNCTL ABEND: integrity audit of " break-date
                   " found " break-finding-count " break(s) in the "
                   "shared batch files - " function trim(break-reason)
               display "RUNCTL ABEND: set "
                   "RUN_CONTROL_ACTION=ACKNOWLEDGE with "
                   "RUN_CONTROL_USER to release the hold once the "
                   "findings are read"
               move 8 to return-code
               stop run
           exit.

      *----------------------------------------------------------------
      *    acknowledge-integrity-break - an operator with release
      *    authority takes the standing break's findings as read:
      *    they go on the acknowledged list, so the nightly audit
      *    reports them without holding again, and the register and
      *    operator actions log say who lifted the hold and why
      *----------------------------------------------------------------
           acknowledge-integrity-break.
               move 1 to authority-needed
               move "ACKNOWLEDGE" to authority-action
               move break-run-number to authority-run-number
               perform require-operator-authority
               if standing-break = 'N'
                   display "no integrity break stands - nothing to "
                       "acknowledge"
                   exit paragraph
               end-if
               accept acknowledge-reason
                   from environment "RUN_CONTROL_REASON"
               if acknowledge-reason = spaces
                   move "INTEGRITY BREAK ACKNOWLEDGED"
                       to acknowledge-reason
               end-if

               move 'N' to findings-eof
               open input integrity-findings
               if findings-status = "00"
                   open extend integrity-acknowledged
                   if acknowledged-status = "35"
                       open output integrity-acknowledged
                   end-if
                   perform until findings-eof = 'E'
                       read integrity-findings
                           at end
                               move 'E' to findings-eof
                           not at end
                               write integrity-acknowledged-line
                                   from integrity-findings-line(1:152)
                               add 1 to acknowledged-added
                       end-read
                   end-perform
                   close integrity-acknowledged
                   close integrity-findings
               end-if

               move function current-date to current-datetime
               move current-datetime(1:14) to irg-timestamp
               move break-date to irg-business-date
               move break-run-number to irg-run-number
               move "ACKED" to irg-event
               move acknowledged-added to irg-finding-count
               move operator-id to irg-operator-id
               move acknowledge-reason to irg-reason
               open extend integrity-register
               if register-status = "35"
                   open output integrity-register
               end-if
               write integrity-register-line from register-record
               close integrity-register

               move current-datetime(1:14) to opa-timestamp
               move break-run-number to opa-run-number
               move break-date to opa-business-date
               move "*RUN*" to opa-step-tag
               move operator-id to opa-operator-id
               move "ACKBREAK" to opa-action
               move acknowledge-reason to opa-reason
               open extend operator-actions
               if operator-actions-status = "35"
                   open output operator-actions
               end-if
               write operator-actions-line
                   from operator-action-record
               close operator-actions

               display "integrity break of " break-date
                   " acknowledged by "
                   function trim(operator-id) " - "
                   acknowledged-added " finding(s) taken as read"
           exit.

      *----------------------------------------------------------------
      *    require-operator-authority - the operator named in
      *    RUN_CONTROL_USER must hold the authority the action needs,
      *    or the action is abandoned; the caller sets the authority,
      *    the action and the run it concerns first
      *----------------------------------------------------------------
           require-operator-authority.
               accept operator-id from environment "RUN_CONTROL_USER"
               if operator-id = spaces
                   display "RUNCTL ABEND: "
                       function trim(authority-action)
                       " needs RUN_CONTROL_USER"
                   move 8 to return-code
                   stop run
               end-if
               perform check-operator-authority
               if authority-refusal not = spaces
                   display "RUNCTL ABEND: "
                       function trim(operator-id)
                       " refused - " function trim(authority-refusal)
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-operator-authority - the operator must be on the
      *    roster, active, and hold the authority the action needs;
      *    a refusal goes on the standing audit trail and the caller
      *    abandons the action. With no roster extract nobody can be
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
                               if ros-operator-id
                                       = operator-id
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
               end-if
           exit.

      *----------------------------------------------------------------
      *    write-refusal-audit - a refused action leaves its mark on
      *    the standing audit trail: who, what, and why not
      *----------------------------------------------------------------
           write-refusal-audit.
               move function current-date to current-datetime
               move "RUNCTL" to aud-program-tag
               move current-datetime(1:14) to aud-run-timestamp
               move spaces to aud-input-dataset
               string "REFUSED " delimited by size
                   authority-action delimited by space
                   into aud-input-dataset
               end-string
               move 0 to aud-record-count
               move authority-run-number to aud-final-total
               move run-date to aud-business-date
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
