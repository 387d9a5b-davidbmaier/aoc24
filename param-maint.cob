           organization is line sequential
           file status is parameters-history-status.

           select roster-extract
               assign to "operator-roster-extract"
           organization is line sequential
           file status is roster-status.

           select audit-log assign to "batch-audit-log"
           organization is line sequential
           file status is audit-status.

       data division.
           file section.
           fd candidate-input.
           fd parameters-history.
           01 parameters-history-line pic X(97).

           fd roster-extract.
           01 roster-extract-line pic X(51).

           fd audit-log.
           01 audit-log-line pic X(110).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 candidate-input-status pic X(2).
               05 filler pic X(9) value "DAMPENER ".
               05 his-dmp pic 9(1).

      *    the operator roster - only an active operator holding the
      *    approve authority may sign a set off or turn one down
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

       procedure division.
           accept action-raw from environment "PARAM_MAINT_ACTION"
           if action-raw = spaces
      *----------------------------------------------------------------
           approve-parameter-set.
               perform require-user
               move 2 to authority-needed
               move "APPROVE" to authority-action
               perform check-operator-authority
               perform read-pending-proposal
               if have-proposal = 'N'
                   display "PARMAINT ABEND: no proposal awaiting "
      *----------------------------------------------------------------
           reject-parameter-set.
               perform require-user
               move 2 to authority-needed
               move "REJECT" to authority-action
               perform check-operator-authority
               perform read-pending-proposal
               if have-proposal = 'N'
                   display "PARMAINT ABEND: no proposal awaiting "
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-operator-authority - the checker must be on the
      *    operator roster, active, and hold the authority the action
      *    needs; a refusal goes on the standing audit trail before
      *    the action is abandoned. With no roster extract nobody can
      *    be vouched for, so the action is refused outright
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
                               if ros-operator-id = user-id
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
                   display "PARMAINT ABEND: "
                       function trim(user-id) " refused for "
                       function trim(authority-action) " - "
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
               move "PARMAINT" to aud-program-tag
               move current-datetime(1:14) to aud-run-timestamp
               move spaces to aud-input-dataset
               string "REFUSED " delimited by size
                   authority-action delimited by space
                   into aud-input-dataset
               end-string
               move 0 to aud-record-count
               move 0 to aud-final-total
               move current-datetime(1:8) to aud-business-date
               move spaces to aud-params
               string user-id delimited by space
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
      *    read-pending-proposal - pull the proposal on file, if one
      *    is waiting, and its rule set into working storage
