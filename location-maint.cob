               assign to "location-master-extract"
           organization is line sequential.

           select location-history
               assign to "location-master-history"
           organization is line sequential
           file status is location-history-status.

           select roster-extract
               assign to "operator-roster-extract"
           organization is line sequential
           file status is roster-status.

           select audit-log assign to "batch-audit-log"
           organization is line sequential
           file status is audit-status.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd location-master.
           01 maint-pending-line pic X(50).

           fd maint-audit.
           01 maint-audit-line pic X(107).

           fd location-extract.
           01 location-extract-line pic X(40).

           fd location-history.
           01 location-history-line pic X(66).

           fd roster-extract.
           01 roster-extract-line pic X(51).

           fd audit-log.
           01 audit-log-line pic X(110).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 master-status pic X(2).
           01 run-date pic X(8).
           01 run-date-raw pic X(8) value spaces.

      *    whoever runs the maintenance must be on the operator
      *    roster with the maintain-locations authority, and goes on
      *    every audit line
           01 maint-user pic X(8) value spaces.

      *    maintenance transaction: A = add, C = change name,
      *    D = deactivate; a blank effective date applies at once,
      *    a future one parks the transaction on the pending file
               05 adt-effective-date pic X(8).
               05 filler pic X(2) value spaces.
               05 adt-source pic X(7).
               05 filler pic X(2) value spaces.
               05 adt-maint-user pic X(8).

      *    flat extract of the master, rewritten after every
      *    maintenance run - the day1 loaders validate and report
               05 filler pic X(2) value spaces.
               05 ext-loc-name pic X(30).

      *    dated history of every location's status and name, one
      *    line per change applied, dated by the change's effective
      *    date (the run date when none was given) - never rewritten,
      *    so the loaders can rebuild the master as it stood on any
      *    business date. A master older than its history is taken
      *    into it once, as standing since the earliest date
           01 location-history-status pic X(2).
           01 location-history-record.
               05 hst-effective-date pic X(8).
               05 filler pic X(2) value spaces.
               05 hst-loc-id pic 9(5).
               05 filler pic X(2) value spaces.
               05 hst-loc-status pic A(1).
               05 filler pic X(2) value spaces.
               05 hst-loc-name pic X(30).
               05 filler pic X(2) value spaces.
               05 hst-run-timestamp pic X(14).

      *    the operator roster extract
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
           01 pending-high-water pic 9(3) value 0.

       procedure division.
      *    transaction dataset name defaults unless overridden
           accept maint-input-name
               move current-datetime(1:8) to run-date
           end-if

           accept maint-user from environment "LOCATION_MAINT_USER"
           if maint-user = spaces
               display "LOCMAINT ABEND: location maintenance needs "
                   "LOCATION_MAINT_USER"
               move 8 to return-code
               stop run
           end-if
           move 5 to authority-needed
           move "LOCATIONS" to authority-action
           perform check-operator-authority

      *    first ever run has no master yet - create it empty
           open i-o location-master
           if master-status = "35"
               stop run
           end-if

           perform open-location-history

           open input maint-input
           if maint-input-status not = "00"
               display "LOCMAINT ABEND: transaction file '"

           close maint-input
           close maint-audit
           close location-history

           perform rewrite-pending
           move pending-count to pending-high-water
           if keep-count > pending-high-water
               move keep-count to pending-high-water
           end-if
           perform write-capacity-marks
           perform rebuild-extract
           close location-master

               if trn-result = "ADDED" or trn-result = "CHANGED"
                       or trn-result = "DEACTIVATED"
                   add 1 to applied-count
                   move trn-effective-date to hst-effective-date
                   if hst-effective-date = spaces
                       move run-date to hst-effective-date
                   end-if
                   perform write-location-history
               else
                   add 1 to rejected-count
                   display "LOCMAINT REJECT: " trn-action " "
               perform write-maint-audit
           exit.

      *----------------------------------------------------------------
      *    open-location-history - open the history for appending;
      *    the first run to find none takes the whole master into it
      *    as standing since the earliest date
      *----------------------------------------------------------------
           open-location-history.
               open input location-history
               if location-history-status = "00"
                   close location-history
                   open extend location-history
                   exit paragraph
               end-if

               open output location-history
               move 'N' to eof
               move 00000 to loc-id
               start location-master key not < loc-id
                   invalid key
                       move 'E' to eof
               end-start
               perform until eof = 'E'
                   read location-master next record
                       at end
                           move 'E' to eof
                       not at end
                           move "00000000" to hst-effective-date
                           perform write-location-history
                   end-read
               end-perform
           exit.

      *----------------------------------------------------------------
      *    write-location-history - the master record as it now
      *    stands, dated by the caller
      *----------------------------------------------------------------
           write-location-history.
               move function current-date to current-datetime
               move current-datetime(1:14) to hst-run-timestamp
               move loc-id to hst-loc-id
               move loc-status to hst-loc-status
               move loc-name to hst-loc-name
               write location-history-line
                   from location-history-record
           exit.

      *----------------------------------------------------------------
      *    read-master-record - random read by loc-id, sets the
      *    found switch instead of abending on a miss
               move trn-result to adt-result
               move trn-effective-date to adt-effective-date
               move trn-source to adt-source
               move maint-user to adt-maint-user
               write maint-audit-line from maint-audit-record
           exit.

               end-perform
               close location-extract
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
                               if ros-operator-id = maint-user
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
                   display "LOCMAINT ABEND: "
                       function trim(maint-user) " refused for "
                       "location maintenance - "
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
               move "LOCMAINT" to aud-program-tag
               move current-datetime(1:14) to aud-run-timestamp
               move spaces to aud-input-dataset
               string "REFUSED " delimited by size
                   authority-action delimited by space
                   into aud-input-dataset
               end-string
               move 0 to aud-record-count
               move 0 to aud-final-total
               move run-date to aud-business-date
               move spaces to aud-params
               string maint-user delimited by space
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
               move run-date to cap-business-date
               move 0 to cap-run-number
               move "LOCMAINT" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "PENDING-CAPACITY" to cap-limit-name
               move pending-capacity to cap-capacity
               move pending-high-water to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
