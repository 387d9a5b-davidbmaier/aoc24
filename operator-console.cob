           organization is line sequential
           file status is operator-actions-status.

           select roster-extract
               assign to "operator-roster-extract"
           organization is line sequential
           file status is roster-status.

       data division.
           file section.
           fd run-control.
           fd operator-actions.
           01 operator-actions-line pic X(116).

           fd roster-extract.
           01 roster-extract-line pic X(51).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 run-control-status pic X(2).
               05 filler pic X(2) value spaces.
               05 opa-reason pic X(40).

      *    the operator roster - only an active operator holding the
      *    release authority may release a step
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

      *    standing audit trail record, noting a refused release
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

       procedure division.
      *    business date defaults to today unless overridden
           accept run-date-raw from environment "BATCH_RUN_DATE"

      *----------------------------------------------------------------
      *    accept-operator-and-reason - no release goes through
      *    without an operator id the roster vouches for; a blank or
      *    refused id abandons the action
      *----------------------------------------------------------------
           accept-operator-and-reason.
               display "operator id:"
                   display "no operator id - release abandoned"
                   exit paragraph
               end-if
               move 1 to authority-needed
               move "RELEASE" to authority-action
               perform check-operator-authority
               if authority-refusal not = spaces
                   display function trim(operator-id) " refused - "
                       function trim(authority-refusal)
                       " - release abandoned"
                   move spaces to operator-id
                   exit paragraph
               end-if
               display "reason:"
               move spaces to operator-reason
               accept operator-reason
               close audit-log
               display audit-shown " audit entries for " run-date
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
               end-if
           exit.

      *----------------------------------------------------------------
      *    write-refusal-audit - a refused action leaves its mark on
      *    the standing audit trail: who, what, and why not
      *----------------------------------------------------------------
           write-refusal-audit.
               move function current-date to current-datetime
               move "OPCONS" to aud-program-tag
               move current-datetime(1:14) to aud-run-timestamp
               move spaces to aud-input-dataset
               string "REFUSED " delimited by size
                   authority-action delimited by space
                   into aud-input-dataset
               end-string
               move 0 to aud-record-count
               move current-run-number to aud-final-total
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
